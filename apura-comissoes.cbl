      ******************************************************************
      * Author:
      * Date:
      * Purpose: Apuracao mensal das comissoes de venda - o VENDAS-
      *  REGIAO e os relatorios de loja sabem quanto cada loja
      *  vendeu, mas ninguem recebia por isso sem conta feita a mao.
      *  Para a competencia informada le o historico de vendas
      *  postadas (DATA;LOJA;PRODUTO;QUANTIDADE;VENDEDOR), valoriza
      *  cada venda pelo preco unitario do estoque.csv (como o
      *  POSTA-DEVOLUCOES valoriza a devolucao) e aplica a aliquota
      *  do arquivo de regras de comissao (TIPO;CHAVE;ATINGIMENTO
      *  MINIMO;ALIQUOTA): G para o grupo de produto, que e o
      *  prefixo do codigo do produto (vale o prefixo mais longo que
      *  casar), L para a loja e * para a regra geral, nessa ordem.
      *  Cada chave pode ter faixas: vale a de maior atingimento
      *  minimo que a regiao da loja alcancou na competencia -
      *  realizado do historico de vendas contra a meta do mestre de
      *  metas do METAS-VENDAS. As devolucoes do mes (historico do
      *  POSTA-DEVOLUCOES) descontam a comissao do vendedor da venda
      *  original, achado pela data da venda, loja e produto. O
      *  vendedor e ligado ao CPF da folha pelo vendedores.dat
      *  (CODIGO;CPF). Imprime o extrato por vendedor e acrescenta o
      *  arquivo de comissoes da folha (PAGAR-EM;CPF;COMPETENCIA;
      *  VALOR), que o FUNCIONARIO paga como provento variavel: na
      *  folha do mes, ou na seguinte se a folha do mes ja rodou. A
      *  mesma competencia nao e apurada duas vezes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APURA-COMISSOES.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT VENDEDORES ASSIGN TO WS-ARQ-VENDEDORES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VENDEDORES.

               SELECT FUNCIONARIOS ASSIGN TO WS-ARQ-FUNC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FUNC.

               SELECT OPTIONAL LOJAS-MASTER ASSIGN TO WS-ARQ-LOJAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOJAS.

               SELECT COMISSAO-REGRAS ASSIGN TO WS-ARQ-REGRAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGRAS.

               SELECT OPTIONAL ESTOQUE ASSIGN TO WS-ARQ-ESTOQUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESTOQUE.

               SELECT OPTIONAL METAS-REGIAO ASSIGN TO WS-ARQ-METAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-METAS.

               SELECT OPTIONAL VENDAS-HISTORICO ASSIGN TO
                   WS-ARQ-VENDAS-HIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VENDAS-HIST.

               SELECT OPTIONAL VENDAS-POSTADAS ASSIGN TO
                   WS-ARQ-POSTADAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-POSTADAS.

               SELECT OPTIONAL DEVOLUCOES-HIST ASSIGN TO
                   WS-ARQ-DEVOL-HIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEVOL-HIST.

               SELECT OPTIONAL FOLHA-HISTORICO ASSIGN TO
                   WS-ARQ-HISTORICO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORICO.

               SELECT OPTIONAL COMISSOES-FOLHA ASSIGN TO
                   WS-ARQ-COMISSOES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COMISSOES.

               SELECT COMISSOES-EXT ASSIGN TO WS-ARQ-EXTRATO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXTRATO.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      * VENDEDORES: CODIGO DO VENDEDOR NA VENDA;CPF NA FOLHA
           FD VENDEDORES.
           01 REG-VENDEDOR             PIC X(30).

           FD FUNCIONARIOS.
           01 REGISTRO                 PIC X(60).

           FD LOJAS-MASTER.
           01 REG-LOJAS                PIC X(35).

      * REGRAS: TIPO (G GRUPO, L LOJA, * GERAL);CHAVE;ATINGIMENTO
      *  MINIMO DA META EM %;ALIQUOTA EM %
           FD COMISSAO-REGRAS.
           01 REG-REGRA                PIC X(40).

           FD ESTOQUE.
           01 REG-ESTOQUE              PIC X(45).

           FD METAS-REGIAO.
           01 REG-META                 PIC X(30).

           FD VENDAS-HISTORICO.
           01 REG-VENDAS-HIST          PIC X(40).

           FD VENDAS-POSTADAS.
           01 REG-VENDA                PIC X(30).

           FD DEVOLUCOES-HIST.
           01 REG-DEVOL-HIST           PIC X(60).

           FD FOLHA-HISTORICO.
           01 REG-HISTORICO            PIC X(60).

      * COMISSOES A PAGAR PELA FOLHA (ACUMULA ENTRE EXECUCOES):
      *  PAGAR-EM;CPF;COMPETENCIA DAS VENDAS;VALOR
           FD COMISSOES-FOLHA.
           01 REG-COMISSAO             PIC X(40).

           FD COMISSOES-EXT.
           01 REG-EXTRATO              PIC X(90).

       WORKING-STORAGE SECTION.
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      *  EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG)
           01 WS-CAMINHOS.
               05 WS-ARQ-VENDEDORES    PIC X(80) VALUE
                   "C:\exe-cobol\vendedores.dat".
               05 WS-ARQ-FUNC          PIC X(80) VALUE
                   "C:\exe-cobol\funcionario.csv".
               05 WS-ARQ-LOJAS         PIC X(80) VALUE
                   "C:\exe-cobol\lojas.dat".
               05 WS-ARQ-REGRAS        PIC X(80) VALUE
                   "C:\exe-cobol\comissao-regras.txt".
               05 WS-ARQ-ESTOQUE       PIC X(80) VALUE
                   "C:\exe-cobol\estoque.csv".
               05 WS-ARQ-METAS         PIC X(80) VALUE
                   "C:\exe-cobol\metas-regiao.txt".
               05 WS-ARQ-VENDAS-HIST   PIC X(80) VALUE
                   "C:\exe-cobol\vendas-historico.txt".
               05 WS-ARQ-POSTADAS      PIC X(80) VALUE
                   "C:\exe-cobol\vendas-postadas.txt".
               05 WS-ARQ-DEVOL-HIST    PIC X(80) VALUE
                   "C:\exe-cobol\devolucoes-historico.txt".
               05 WS-ARQ-HISTORICO     PIC X(80) VALUE
                   "C:\exe-cobol\folha-historico.txt".
               05 WS-ARQ-COMISSOES     PIC X(80) VALUE
                   "C:\exe-cobol\comissoes-folha.txt".
               05 WS-ARQ-EXTRATO       PIC X(80) VALUE
                   "C:\exe-cobol\comissoes-extrato.txt".

           01 WS-CFG-CHAMADA.
               05 WS-CFG-LOGICO        PIC X(20).
               05 WS-CFG-CAMINHO       PIC X(80).
               05 WS-CFG-ACHOU         PIC X(01).

           01 WS-STATUS.
               05 WS-FS-VENDEDORES     PIC 9(02).
               05 WS-FS-FUNC           PIC 9(02).
               05 WS-FS-LOJAS          PIC 9(02).
               05 WS-FS-REGRAS         PIC 9(02).
               05 WS-FS-ESTOQUE        PIC 9(02).
               05 WS-FS-METAS          PIC 9(02).
               05 WS-FS-VENDAS-HIST    PIC 9(02).
               05 WS-FS-POSTADAS       PIC 9(02).
               05 WS-FS-DEVOL-HIST     PIC 9(02).
               05 WS-FS-HISTORICO      PIC 9(02).
               05 WS-FS-COMISSOES      PIC 9(02).
               05 WS-FS-EXTRATO        PIC 9(02).

           01 WS-CONTROLE.
               05 WS-EOF               PIC X(01) VALUE 'N'.
               05 WS-ACHOU             PIC X(01) VALUE 'N'.
               05 WS-COMPETENCIA       PIC 9(06) VALUE ZEROS.
               05 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
               05 WS-COMPET-ATUAL      PIC 9(06) VALUE ZEROS.
               05 WS-PAGAR-EM          PIC 9(06) VALUE ZEROS.
               05 WS-FOLHA-DO-MES      PIC X(01) VALUE 'N'.
               05 WS-CT-VENDAS-MES     PIC 9(06) VALUE ZEROS.
               05 WS-CT-SEM-VENDEDOR   PIC 9(06) VALUE ZEROS.
               05 WS-CT-SEM-PRECO      PIC 9(06) VALUE ZEROS.
               05 WS-CT-DEVOL-MES      PIC 9(05) VALUE ZEROS.
               05 WS-CT-DEVOL-SEM-VEND PIC 9(05) VALUE ZEROS.
               05 WS-CT-PAGAMENTOS     PIC 9(04) VALUE ZEROS.
               05 WS-TOT-VENDIDO       PIC 9(11)V99 VALUE ZEROS.
               05 WS-TOT-A-PAGAR       PIC 9(09)V99 VALUE ZEROS.

      * VENDEDORES COM O CPF DA FOLHA E OS ACUMULADOS DO MES
           01 WS-TAB-VENDEDORES.
               05 WS-CNT-VEND          PIC 9(03) VALUE ZEROS.
               05 WS-VEND-ITEM OCCURS 100 TIMES
                                 INDEXED BY WS-IDX-VEND.
                   10 WS-VN-CODIGO     PIC X(04).
                   10 WS-VN-CPF        PIC X(11).
                   10 WS-VN-NOME       PIC X(10).
                   10 WS-VN-SITUACAO   PIC X(01).
                   10 WS-VN-VENDIDO    PIC 9(09)V99.
                   10 WS-VN-COMISSAO   PIC 9(07)V99.
                   10 WS-VN-DEV-VALOR  PIC 9(09)V99.
                   10 WS-VN-DEV-COMIS  PIC 9(07)V99.
                   10 WS-VN-A-PAGAR    PIC 9(07)V99.
           01 WS-CAMPOS-VENDEDOR.
               05 WS-VC-CODIGO         PIC X(04).
               05 WS-VC-CPF            PIC X(11).

      * FUNCIONARIOS DA FOLHA: CPF, NOME E DESLIGAMENTO
           01 WS-TAB-FUNC.
               05 WS-CNT-FUNC          PIC 9(03) VALUE ZEROS.
               05 WS-FUNC-ITEM OCCURS 300 TIMES
                                 INDEXED BY WS-IDX-FUN.
                   10 WS-F-CPF         PIC X(11).
                   10 WS-F-NOME        PIC X(10).
                   10 WS-F-DESLIG      PIC 9(08).
           01 WS-CAMPOS-CSV.
               05 WS-C-CPF             PIC X(11).
               05 WS-C-NOME            PIC X(10).
               05 WS-C-DEPT            PIC X(10).
               05 WS-C-SALARIO-TX      PIC X(10).
               05 WS-C-CONTA-TX        PIC X(05).
               05 WS-C-DESLIG-TX       PIC X(08).

      * LOJAS (CODIGO;NOME;REGIAO) PARA A REGIAO DA VENDA
           01 WS-TAB-LOJAS.
               05 WS-CNT-LOJAS         PIC 9(03) VALUE ZEROS.
               05 WS-LOJA-ITEM OCCURS 100 TIMES
                                INDEXED BY WS-IDX-LOJA.
                   10 WS-L-CODIGO      PIC X(06).
                   10 WS-L-REGIAO      PIC X(05).
           01 WS-CAMPOS-LOJA.
               05 WS-LJ-CODIGO         PIC X(06).
               05 WS-LJ-NOME           PIC X(20).
               05 WS-LJ-REGIAO         PIC X(05).

      * META E REALIZADO DA COMPETENCIA POR REGIAO; OS DOIS ARQUIVOS
      *  GRAVAM O VALOR SEM O PONTO, NA MESMA ESCALA, E O
      *  ATINGIMENTO E A RAZAO ENTRE ELES
           01 WS-TAB-REGIOES.
               05 WS-CNT-REGIOES       PIC 9(02) VALUE ZEROS.
               05 WS-REGIAO-ITEM OCCURS 20 TIMES
                                  INDEXED BY WS-IDX-REG.
                   10 WS-R-NOME        PIC X(05).
                   10 WS-R-META        PIC 9(13) VALUE ZEROS.
                   10 WS-R-REALIZADO   PIC 9(13) VALUE ZEROS.
                   10 WS-R-ATING       PIC 9(03)V99 VALUE ZEROS.
           01 WS-CAMPOS-META.
               05 WS-M-REGIAO          PIC X(05).
               05 WS-M-COMP-TX         PIC X(06).
               05 WS-M-VALOR-TX        PIC X(13).
           01 WS-CAMPOS-VHIST.
               05 WS-VH-DATA-TX        PIC X(08).
               05 WS-VH-REGIAO         PIC X(05).
               05 WS-VH-TOTAL-TX       PIC X(13).

      * REGRAS DE COMISSAO; O TAMANHO DA CHAVE DA REGRA DE GRUPO E O
      *  TAMANHO DO PREFIXO DO CODIGO DO PRODUTO QUE ELA ALCANCA
           01 WS-TAB-REGRAS.
               05 WS-CNT-REGRAS        PIC 9(03) VALUE ZEROS.
               05 WS-REGRA-ITEM OCCURS 100 TIMES
                                  INDEXED BY WS-IDX-REGRA.
                   10 WS-RG-TIPO       PIC X(01).
                   10 WS-RG-CHAVE      PIC X(06).
                   10 WS-RG-TAM        PIC 9(01).
                   10 WS-RG-ATING      PIC 9(03)V99.
                   10 WS-RG-ALIQ       PIC 9(02)V99.
           01 WS-CAMPOS-REGRA.
               05 WS-RC-TIPO           PIC X(01).
               05 WS-RC-CHAVE          PIC X(06).
               05 WS-RC-ATING-TX       PIC X(08).
               05 WS-RC-ALIQ-TX        PIC X(08).

      * PRECO UNITARIO DE CADA PRODUTO, PARA VALORIZAR A VENDA
           01 WS-ESTOQUE.
               05 WS-E-CODIGO          PIC X(04).
               05 WS-E-NOME            PIC X(11).
               05 WS-E-QNT             PIC 9(03).
               05 WS-E-MIN             PIC 9(03).
               05 WS-E-VALOR-UNIT      PIC 9(05)V99.
           01 WS-TAB-PRECOS.
               05 WS-CNT-PRECO         PIC 9(03) VALUE ZEROS.
               05 WS-PRECO-ITEM OCCURS 200 TIMES
                                  INDEXED BY WS-IDX-PRE.
                   10 WS-PR-CODIGO     PIC X(04).
                   10 WS-PR-VALOR      PIC 9(05)V99.

      * VENDAS DO MES SOMADAS POR VENDEDOR, LOJA E PRODUTO - AS
      *  LINHAS DO EXTRATO
           01 WS-TAB-VENDAS.
               05 WS-CNT-VENDAS        PIC 9(04) VALUE ZEROS.
               05 WS-VENDA-ITEM OCCURS 2000 TIMES
                                  INDEXED BY WS-IDX-VENDA.
                   10 WS-VD-VEND       PIC 9(03).
                   10 WS-VD-LOJA       PIC X(06).
                   10 WS-VD-PRODID     PIC X(04).
                   10 WS-VD-QTD        PIC 9(06).
                   10 WS-VD-VALOR      PIC 9(09)V99.
                   10 WS-VD-ALIQ       PIC 9(02)V99.
                   10 WS-VD-COMISSAO   PIC 9(07)V99.
           01 WS-CAMPOS-VENDA.
               05 WS-V-DATA-TX         PIC X(08).
               05 WS-V-LOJA            PIC X(06).
               05 WS-V-PRODID          PIC X(04).
               05 WS-V-QTD-TX          PIC X(06).
               05 WS-V-VENDEDOR        PIC X(04).
           01 WS-V-QTD                 PIC 9(04) VALUE ZEROS.
           01 WS-V-VALOR               PIC 9(09)V99 VALUE ZEROS.
           01 WS-VEND-ACHADO           PIC 9(03) VALUE ZEROS.

      * DEVOLUCOES DO MES, COM O VENDEDOR DA VENDA ORIGINAL QUANDO
      *  ACHADO NO HISTORICO DE VENDAS POSTADAS
           COPY DVHLIN.
           01 WS-TAB-DEVOLUCOES.
               05 WS-CNT-DEVOL         PIC 9(03) VALUE ZEROS.
               05 WS-DEVOL-ITEM OCCURS 500 TIMES
                                  INDEXED BY WS-IDX-DEV.
                   10 WS-DV-DATA       PIC 9(08).
                   10 WS-DV-LOJA       PIC X(06).
                   10 WS-DV-PRODID     PIC X(04).
                   10 WS-DV-QTD        PIC 9(04).
                   10 WS-DV-VALOR      PIC 9(08)V99.
                   10 WS-DV-DATA-VENDA PIC 9(08).
                   10 WS-DV-VEND       PIC 9(03).
                   10 WS-DV-ALIQ       PIC 9(02)V99.
                   10 WS-DV-COMISSAO   PIC 9(07)V99.

      * CAMPOS DA BUSCA DE ALIQUOTA: A REGRA ESCOLHIDA E A DE MAIOR
      *  PRIORIDADE (GRUPO PELO TAMANHO DO PREFIXO, DEPOIS LOJA,
      *  DEPOIS GERAL) E, NELA, A DE MAIOR FAIXA ALCANCADA
           01 WS-BUSCA-ALIQ.
               05 WS-BA-PRODID         PIC X(04).
               05 WS-BA-LOJA           PIC X(06).
               05 WS-BA-ATING          PIC 9(03)V99.
               05 WS-BA-ALIQ           PIC 9(02)V99.
               05 WS-BA-PRIORIDADE     PIC 9(02).
               05 WS-BA-MELHOR-PRI     PIC 9(02).
               05 WS-BA-MELHOR-ATING   PIC 9(03)V99.

           01 WS-CAMPOS-HIST.
               05 WS-H-COMPET-TX       PIC X(06).
               05 WS-H-RESTO           PIC X(54).
           01 WS-CAMPOS-COMISSAO.
               05 WS-CF-PAGAR-EM       PIC X(06).
               05 WS-CF-CPF            PIC X(11).
               05 WS-CF-COMPET         PIC X(06).

           01 WS-LINHA-COMISSAO.
               05 WS-LC-PAGAR-EM       PIC 9(06).
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-LC-CPF            PIC X(11).
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-LC-COMPET         PIC 9(06).
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-LC-VALOR          PIC 9(06).99.

           01 WS-LINHA-VENDEDOR.
               05 FILLER               PIC X(09) VALUE 'VENDEDOR '.
               05 WS-LV-CODIGO         PIC X(04).
               05 FILLER               PIC X(06) VALUE '  CPF '.
               05 WS-LV-CPF            PIC X(11).
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-LV-NOME           PIC X(10).
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-LV-SITUACAO       PIC X(30).

           01 WS-LINHA-VENDA.
               05 FILLER               PIC X(04) VALUE SPACES.
               05 WS-LVD-LOJA          PIC X(06).
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-LVD-PRODID        PIC X(04).
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-LVD-QTD           PIC ZZZ,ZZ9.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-LVD-VALOR         PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-LVD-ALIQ          PIC Z9.99.
               05 FILLER               PIC X(03) VALUE '%  '.
               05 WS-LVD-COMISSAO      PIC Z,ZZZ,ZZ9.99.

           01 WS-LINHA-DEVOLUCAO.
               05 FILLER               PIC X(04) VALUE ' (-)'.
               05 WS-LDV-LOJA          PIC X(06).
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-LDV-PRODID        PIC X(04).
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-LDV-QTD           PIC ZZZ,ZZ9.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-LDV-VALOR         PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-LDV-ALIQ          PIC Z9.99.
               05 FILLER               PIC X(03) VALUE '%  '.
               05 WS-LDV-COMISSAO      PIC Z,ZZZ,ZZ9.99.
               05 FILLER               PIC X(11) VALUE ' DEV. VENDA'.
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LDV-DATA-VENDA    PIC 9(08).

           01 WS-LINHA-TOT-VEND.
               05 FILLER               PIC X(12) VALUE
                   '    VENDIDO:'.
               05 WS-LTV-VENDIDO       PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER               PIC X(08) VALUE ' COMIS.:'.
               05 WS-LTV-COMISSAO      PIC Z,ZZZ,ZZ9.99.
               05 FILLER               PIC X(06) VALUE ' DEV.:'.
               05 WS-LTV-DEVOL         PIC Z,ZZZ,ZZ9.99.
               05 FILLER               PIC X(07) VALUE ' PAGAR:'.
               05 WS-LTV-A-PAGAR       PIC Z,ZZZ,ZZ9.99.

           01 WS-LINHA-TOTAL.
               05 FILLER               PIC X(15) VALUE
                   'TOTAL VENDIDO: '.
               05 WS-LT-VENDIDO        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER               PIC X(22) VALUE
                   '  COMISSOES A PAGAR: '.
               05 WS-LT-A-PAGAR        PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0005-RESOLVE-CAMINHOS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE (1:6) TO WS-COMPET-ATUAL.
           PERFORM 0050-PEDE-COMPETENCIA.
           PERFORM 0060-VERIFICA-APURADA.
           PERFORM 0100-CARREGA-FUNCIONARIOS.
           PERFORM 0120-CARREGA-VENDEDORES.
           PERFORM 0140-CARREGA-LOJAS.
           PERFORM 0160-CARREGA-REGRAS.
           PERFORM 0180-CARREGA-PRECOS.
           PERFORM 0200-CARREGA-METAS.
           PERFORM 0220-SOMA-REALIZADO.
           PERFORM 0260-DEFINE-PAGAMENTO.
           PERFORM 0300-CARREGA-DEVOLUCOES.
           PERFORM 0400-LE-VENDAS.
           PERFORM 0600-CALCULA-COMISSOES.
           PERFORM 0700-IMPRIME-EXTRATO.
           PERFORM 0800-GRAVA-FOLHA.
           PERFORM 0900-FINALIZA.
           STOP RUN.

       0005-RESOLVE-CAMINHOS.
           MOVE 'VENDEDORES' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-VENDEDORES
           END-IF.
           MOVE 'FUNCIONARIO-CSV' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-FUNC
           END-IF.
           MOVE 'LOJAS-MASTER' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-LOJAS
           END-IF.
           MOVE 'COMISSAO-REGRAS' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-REGRAS
           END-IF.
           MOVE 'ESTOQUE-CSV' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-ESTOQUE
           END-IF.
           MOVE 'METAS-REGIAO' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-METAS
           END-IF.
           MOVE 'VENDAS-HISTORICO' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-VENDAS-HIST
           END-IF.
           MOVE 'VENDAS-POSTADAS' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-POSTADAS
           END-IF.
           MOVE 'DEVOLUCOES-HIST' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-DEVOL-HIST
           END-IF.
           MOVE 'FOLHA-HISTORICO' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-HISTORICO
           END-IF.
           MOVE 'COMISSOES-FOLHA' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-COMISSOES
           END-IF.
           MOVE 'COMISSOES-RLT' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-EXTRATO
           END-IF.

       0006-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.

       0050-PEDE-COMPETENCIA.
           DISPLAY 'APURACAO DE COMISSOES DE VENDA'.
           DISPLAY 'COMPETENCIA DAS VENDAS (AAAAMM): '.
           ACCEPT WS-COMPETENCIA.
           IF WS-COMPETENCIA > WS-COMPET-ATUAL
              OR WS-COMPETENCIA (5:2) < '01'
              OR WS-COMPETENCIA (5:2) > '12'
               DISPLAY 'COMPETENCIA INVALIDA OU FUTURA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * A COMPETENCIA JA LANCADA NO ARQUIVO DE COMISSOES DA FOLHA
      *  NAO E APURADA DE NOVO - A FOLHA PAGARIA DUAS VEZES
       0060-VERIFICA-APURADA.
           MOVE 'N' TO WS-EOF.
           MOVE 'N' TO WS-ACHOU.
           OPEN INPUT COMISSOES-FOLHA.
           IF WS-FS-COMISSOES NOT = 00
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ COMISSOES-FOLHA
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-CAMPOS-COMISSAO
                       UNSTRING REG-COMISSAO DELIMITED BY ';'
                           INTO WS-CF-PAGAR-EM WS-CF-CPF
                                WS-CF-COMPET
                       END-UNSTRING
                       IF WS-CF-COMPET = WS-COMPETENCIA
                           MOVE 'S' TO WS-ACHOU
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COMISSOES-FOLHA.
           IF WS-ACHOU = 'S'
               DISPLAY 'COMISSOES DA COMPETENCIA ' WS-COMPETENCIA
                   ' JA APURADAS - NADA A FAZER'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0100-CARREGA-FUNCIONARIOS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT FUNCIONARIOS.
           IF WS-FS-FUNC NOT = 00
               DISPLAY 'FUNCIONARIO.CSV NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ FUNCIONARIOS
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF WS-CNT-FUNC < 300
                           MOVE SPACES TO WS-CAMPOS-CSV
                           UNSTRING REGISTRO DELIMITED BY ','
                               INTO WS-C-CPF WS-C-NOME WS-C-DEPT
                                    WS-C-SALARIO-TX WS-C-CONTA-TX
                                    WS-C-DESLIG-TX
                           END-UNSTRING
                           ADD 1 TO WS-CNT-FUNC
                           SET WS-IDX-FUN TO WS-CNT-FUNC
                           MOVE WS-C-CPF TO WS-F-CPF (WS-IDX-FUN)
                           MOVE WS-C-NOME TO WS-F-NOME (WS-IDX-FUN)
                           MOVE ZEROS TO WS-F-DESLIG (WS-IDX-FUN)
                           IF WS-C-DESLIG-TX NOT = SPACES
                               COMPUTE WS-F-DESLIG (WS-IDX-FUN) =
                                   FUNCTION NUMVAL (WS-C-DESLIG-TX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FUNCIONARIOS.

      * CADA VENDEDOR E CONFERIDO CONTRA A FOLHA: S = ATIVO, N = CPF
      *  FORA DO FUNCIONARIO.CSV, D = JA DESLIGADO (A COMISSAO VAI
      *  PARA A RESCISAO, NAO PARA A FOLHA)
       0120-CARREGA-VENDEDORES.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT VENDEDORES.
           IF WS-FS-VENDEDORES NOT = 00
               DISPLAY 'VENDEDORES.DAT NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ VENDEDORES
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-CAMPOS-VENDEDOR
                       UNSTRING REG-VENDEDOR DELIMITED BY ';'
                           INTO WS-VC-CODIGO WS-VC-CPF
                       END-UNSTRING
                       IF WS-CNT-VEND < 100
                           ADD 1 TO WS-CNT-VEND
                           SET WS-IDX-VEND TO WS-CNT-VEND
                           INITIALIZE WS-VEND-ITEM (WS-IDX-VEND)
                           MOVE WS-VC-CODIGO TO
                               WS-VN-CODIGO (WS-IDX-VEND)
                           MOVE WS-VC-CPF TO WS-VN-CPF (WS-IDX-VEND)
                           PERFORM 0130-CONFERE-CPF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VENDEDORES.

       0130-CONFERE-CPF.
           MOVE 'N' TO WS-VN-SITUACAO (WS-IDX-VEND).
           PERFORM VARYING WS-IDX-FUN FROM 1 BY 1
                   UNTIL WS-IDX-FUN > WS-CNT-FUNC
               IF WS-F-CPF (WS-IDX-FUN) = WS-VC-CPF
                   MOVE WS-F-NOME (WS-IDX-FUN) TO
                       WS-VN-NOME (WS-IDX-VEND)
                   IF WS-F-DESLIG (WS-IDX-FUN) NOT = ZEROS
                      AND WS-F-DESLIG (WS-IDX-FUN) <= WS-DATA-HOJE
                       MOVE 'D' TO WS-VN-SITUACAO (WS-IDX-VEND)
                   ELSE
                       MOVE 'S' TO WS-VN-SITUACAO (WS-IDX-VEND)
                   END-IF
               END-IF
           END-PERFORM.

       0140-CARREGA-LOJAS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT LOJAS-MASTER.
           IF WS-FS-LOJAS NOT = 00
               DISPLAY 'SEM MESTRE DE LOJAS - SEM FAIXA DE META'
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ LOJAS-MASTER
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-CAMPOS-LOJA
                       UNSTRING REG-LOJAS DELIMITED BY ';'
                           INTO WS-LJ-CODIGO WS-LJ-NOME
                                WS-LJ-REGIAO
                       END-UNSTRING
                       IF WS-CNT-LOJAS < 100
                           ADD 1 TO WS-CNT-LOJAS
                           SET WS-IDX-LOJA TO WS-CNT-LOJAS
                           MOVE WS-LJ-CODIGO TO
                               WS-L-CODIGO (WS-IDX-LOJA)
                           MOVE WS-LJ-REGIAO TO
                               WS-L-REGIAO (WS-IDX-LOJA)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LOJAS-MASTER.

       0160-CARREGA-REGRAS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT COMISSAO-REGRAS.
           IF WS-FS-REGRAS NOT = 00
               DISPLAY 'SEM REGRAS DE COMISSAO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ COMISSAO-REGRAS
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-CAMPOS-REGRA
                       UNSTRING REG-REGRA DELIMITED BY ';'
                           INTO WS-RC-TIPO WS-RC-CHAVE
                                WS-RC-ATING-TX WS-RC-ALIQ-TX
                       END-UNSTRING
                       IF (WS-RC-TIPO = 'G' OR 'L' OR '*')
                          AND WS-CNT-REGRAS < 100
                           ADD 1 TO WS-CNT-REGRAS
                           SET WS-IDX-REGRA TO WS-CNT-REGRAS
                           MOVE WS-RC-TIPO TO WS-RG-TIPO (WS-IDX-REGRA)
                           MOVE WS-RC-CHAVE TO
                               WS-RG-CHAVE (WS-IDX-REGRA)
                           MOVE ZEROS TO WS-RG-TAM (WS-IDX-REGRA)
                           INSPECT WS-RC-CHAVE TALLYING
                               WS-RG-TAM (WS-IDX-REGRA)
                               FOR CHARACTERS BEFORE INITIAL SPACE
                           COMPUTE WS-RG-ATING (WS-IDX-REGRA) =
                               FUNCTION NUMVAL (WS-RC-ATING-TX)
                           COMPUTE WS-RG-ALIQ (WS-IDX-REGRA) =
                               FUNCTION NUMVAL (WS-RC-ALIQ-TX)
                       ELSE
                           DISPLAY 'REGRA IGNORADA: ' REG-REGRA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COMISSAO-REGRAS.

      * SEM ESTOQUE.CSV A VENDA ENTRA COM VALOR ZERO
       0180-CARREGA-PRECOS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT ESTOQUE.
           IF WS-FS-ESTOQUE NOT = 00
               DISPLAY 'SEM ESTOQUE.CSV - VENDAS SEM VALOR'
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ ESTOQUE
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       UNSTRING REG-ESTOQUE DELIMITED BY ','
                           INTO WS-E-CODIGO WS-E-NOME WS-E-QNT
                                WS-E-MIN WS-E-VALOR-UNIT
                       END-UNSTRING
                       IF WS-CNT-PRECO < 200
                           ADD 1 TO WS-CNT-PRECO
                           SET WS-IDX-PRE TO WS-CNT-PRECO
                           MOVE WS-E-CODIGO TO
                               WS-PR-CODIGO (WS-IDX-PRE)
                           MOVE WS-E-VALOR-UNIT TO
                               WS-PR-VALOR (WS-IDX-PRE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ESTOQUE.

      * META DA COMPETENCIA POR REGIAO, DO MESTRE DO METAS-VENDAS
       0200-CARREGA-METAS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT METAS-REGIAO.
           IF WS-FS-METAS NOT = 00
               DISPLAY 'SEM MESTRE DE METAS - SO A FAIXA BASE'
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ METAS-REGIAO
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-CAMPOS-META
                       UNSTRING REG-META DELIMITED BY ';'
                           INTO WS-M-REGIAO WS-M-COMP-TX
                                WS-M-VALOR-TX
                       END-UNSTRING
                       IF WS-M-COMP-TX = WS-COMPETENCIA
                           PERFORM 0210-SOMA-META
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE METAS-REGIAO.

       0210-SOMA-META.
           MOVE 'N' TO WS-ACHOU.
           PERFORM VARYING WS-IDX-REG FROM 1 BY 1
                   UNTIL WS-IDX-REG > WS-CNT-REGIOES
                      OR WS-ACHOU = 'S'
               IF WS-R-NOME (WS-IDX-REG) = WS-M-REGIAO
                   MOVE 'S' TO WS-ACHOU
                   SET WS-IDX-REG DOWN BY 1
               END-IF
           END-PERFORM.
           IF WS-ACHOU = 'N' AND WS-CNT-REGIOES < 20
               ADD 1 TO WS-CNT-REGIOES
               SET WS-IDX-REG TO WS-CNT-REGIOES
               MOVE WS-M-REGIAO TO WS-R-NOME (WS-IDX-REG)
               MOVE ZEROS TO WS-R-META (WS-IDX-REG)
                   WS-R-REALIZADO (WS-IDX-REG)
                   WS-R-ATING (WS-IDX-REG)
               MOVE 'S' TO WS-ACHOU
           END-IF.
           IF WS-ACHOU = 'S'
               COMPUTE WS-R-META (WS-IDX-REG) =
                   WS-R-META (WS-IDX-REG)
                   + FUNCTION NUMVAL (WS-M-VALOR-TX)
           END-IF.

      * REALIZADO DA COMPETENCIA POR REGIAO, DO HISTORICO QUE O
      *  VENDAS-REGIAO GRAVA (O MESMO QUE O METAS-VENDAS LE)
       0220-SOMA-REALIZADO.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT VENDAS-HISTORICO.
           IF WS-FS-VENDAS-HIST NOT = 00
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ VENDAS-HISTORICO
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-CAMPOS-VHIST
                       UNSTRING REG-VENDAS-HIST DELIMITED BY ';'
                           INTO WS-VH-DATA-TX WS-VH-REGIAO
                                WS-VH-TOTAL-TX
                       END-UNSTRING
                       IF WS-VH-DATA-TX (1:6) = WS-COMPETENCIA
                           PERFORM VARYING WS-IDX-REG FROM 1 BY 1
                                   UNTIL WS-IDX-REG > WS-CNT-REGIOES
                               IF WS-R-NOME (WS-IDX-REG) =
                                  WS-VH-REGIAO
                                   COMPUTE WS-R-REALIZADO (WS-IDX-REG)
                                       = WS-R-REALIZADO (WS-IDX-REG)
                                       + FUNCTION NUMVAL
                                           (WS-VH-TOTAL-TX)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VENDAS-HISTORICO.
           PERFORM VARYING WS-IDX-REG FROM 1 BY 1
                   UNTIL WS-IDX-REG > WS-CNT-REGIOES
               IF WS-R-META (WS-IDX-REG) > ZEROS
                   COMPUTE WS-R-ATING (WS-IDX-REG) ROUNDED =
                       WS-R-REALIZADO (WS-IDX-REG) * 100
                       / WS-R-META (WS-IDX-REG)
                       ON SIZE ERROR
                           MOVE 999.99 TO WS-R-ATING (WS-IDX-REG)
                   END-COMPUTE
               END-IF
               DISPLAY 'ATINGIMENTO ' WS-R-NOME (WS-IDX-REG) ': '
                   WS-R-ATING (WS-IDX-REG) '%'
           END-PERFORM.

      * A FOLHA DO MES JA RODOU SE O HISTORICO DA FOLHA TEM LINHA DA
      *  COMPETENCIA CORRENTE; AI A COMISSAO FICA PARA A SEGUINTE
       0260-DEFINE-PAGAMENTO.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT FOLHA-HISTORICO.
           IF WS-FS-HISTORICO NOT = 00
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ FOLHA-HISTORICO
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       UNSTRING REG-HISTORICO DELIMITED BY ';'
                           INTO WS-H-COMPET-TX WS-H-RESTO
                       END-UNSTRING
                       IF WS-H-COMPET-TX = WS-COMPET-ATUAL
                           MOVE 'S' TO WS-FOLHA-DO-MES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FOLHA-HISTORICO.
           IF WS-FOLHA-DO-MES = 'S'
               IF WS-COMPET-ATUAL (5:2) = '12'
                   COMPUTE WS-PAGAR-EM = WS-COMPET-ATUAL + 89
               ELSE
                   COMPUTE WS-PAGAR-EM = WS-COMPET-ATUAL + 1
               END-IF
           ELSE
               MOVE WS-COMPET-ATUAL TO WS-PAGAR-EM
           END-IF.

      * DEVOLUCOES POSTADAS NA COMPETENCIA; O VENDEDOR E LIGADO NA
      *  LEITURA DAS VENDAS POSTADAS
       0300-CARREGA-DEVOLUCOES.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT DEVOLUCOES-HIST.
           IF WS-FS-DEVOL-HIST NOT = 00
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ DEVOLUCOES-HIST INTO WS-LINHA-DEVOL-HIST
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF WS-DH-DATA (1:6) = WS-COMPETENCIA
                           ADD 1 TO WS-CT-DEVOL-MES
                           IF WS-CNT-DEVOL < 500
                               ADD 1 TO WS-CNT-DEVOL
                               SET WS-IDX-DEV TO WS-CNT-DEVOL
                               MOVE WS-DH-DATA TO
                                   WS-DV-DATA (WS-IDX-DEV)
                               MOVE WS-DH-LOJA TO
                                   WS-DV-LOJA (WS-IDX-DEV)
                               MOVE WS-DH-PRODID TO
                                   WS-DV-PRODID (WS-IDX-DEV)
                               MOVE WS-DH-QTD TO
                                   WS-DV-QTD (WS-IDX-DEV)
                               MOVE WS-DH-VALOR TO
                                   WS-DV-VALOR (WS-IDX-DEV)
                               MOVE WS-DH-DATA-VENDA TO
                                   WS-DV-DATA-VENDA (WS-IDX-DEV)
                               MOVE ZEROS TO WS-DV-VEND (WS-IDX-DEV)
                                   WS-DV-ALIQ (WS-IDX-DEV)
                                   WS-DV-COMISSAO (WS-IDX-DEV)
                           ELSE
                               DISPLAY 'TABELA DE DEVOLUCOES CHEIA - '
                                   'DEVOLUCAO SEM DESCONTO'
                               MOVE 4 TO RETURN-CODE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEVOLUCOES-HIST.

      *----------------------------------------------------------------*
      * UMA PASSADA NO HISTORICO DE VENDAS POSTADAS: A VENDA DA
      * COMPETENCIA COM VENDEDOR CONHECIDO SOMA NO VENDEDOR; QUALQUER
      * VENDA (DE QUALQUER MES) LIGA AO SEU VENDEDOR AS DEVOLUCOES DO
      * MES QUE TEM A MESMA DATA DE VENDA, LOJA E PRODUTO
      *----------------------------------------------------------------*
       0400-LE-VENDAS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT VENDAS-POSTADAS.
           IF WS-FS-POSTADAS NOT = 00
               DISPLAY 'SEM HISTORICO DE VENDAS POSTADAS'
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ VENDAS-POSTADAS
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-CAMPOS-VENDA
                       UNSTRING REG-VENDA DELIMITED BY ';'
                           INTO WS-V-DATA-TX WS-V-LOJA WS-V-PRODID
                                WS-V-QTD-TX WS-V-VENDEDOR
                       END-UNSTRING
                       PERFORM 0410-ACHA-VENDEDOR
                       IF WS-V-DATA-TX (1:6) = WS-COMPETENCIA
                           ADD 1 TO WS-CT-VENDAS-MES
                           IF WS-VEND-ACHADO = ZEROS
                               ADD 1 TO WS-CT-SEM-VENDEDOR
                           ELSE
                               PERFORM 0420-SOMA-VENDA
                           END-IF
                       END-IF
                       IF WS-VEND-ACHADO > ZEROS
                           PERFORM 0440-LIGA-DEVOLUCOES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VENDAS-POSTADAS.

       0410-ACHA-VENDEDOR.
           MOVE ZEROS TO WS-VEND-ACHADO.
           IF WS-V-VENDEDOR NOT = SPACES
               PERFORM VARYING WS-IDX-VEND FROM 1 BY 1
                       UNTIL WS-IDX-VEND > WS-CNT-VEND
                   IF WS-VN-CODIGO (WS-IDX-VEND) = WS-V-VENDEDOR
                       SET WS-VEND-ACHADO TO WS-IDX-VEND
                   END-IF
               END-PERFORM
           END-IF.

       0420-SOMA-VENDA.
           COMPUTE WS-V-QTD = FUNCTION NUMVAL (WS-V-QTD-TX).
           MOVE ZEROS TO WS-V-VALOR.
           MOVE 'N' TO WS-ACHOU.
           PERFORM VARYING WS-IDX-PRE FROM 1 BY 1
                   UNTIL WS-IDX-PRE > WS-CNT-PRECO
               IF WS-PR-CODIGO (WS-IDX-PRE) = WS-V-PRODID
                   COMPUTE WS-V-VALOR =
                       WS-V-QTD * WS-PR-VALOR (WS-IDX-PRE)
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = 'N'
               ADD 1 TO WS-CT-SEM-PRECO
           END-IF.
           MOVE 'N' TO WS-ACHOU.
           PERFORM VARYING WS-IDX-VENDA FROM 1 BY 1
                   UNTIL WS-IDX-VENDA > WS-CNT-VENDAS
                      OR WS-ACHOU = 'S'
               IF WS-VD-VEND (WS-IDX-VENDA) = WS-VEND-ACHADO
                  AND WS-VD-LOJA (WS-IDX-VENDA) = WS-V-LOJA
                  AND WS-VD-PRODID (WS-IDX-VENDA) = WS-V-PRODID
                   MOVE 'S' TO WS-ACHOU
                   SET WS-IDX-VENDA DOWN BY 1
               END-IF
           END-PERFORM.
           IF WS-ACHOU = 'N'
               IF WS-CNT-VENDAS < 2000
                   ADD 1 TO WS-CNT-VENDAS
                   SET WS-IDX-VENDA TO WS-CNT-VENDAS
                   MOVE WS-VEND-ACHADO TO WS-VD-VEND (WS-IDX-VENDA)
                   MOVE WS-V-LOJA TO WS-VD-LOJA (WS-IDX-VENDA)
                   MOVE WS-V-PRODID TO WS-VD-PRODID (WS-IDX-VENDA)
                   MOVE ZEROS TO WS-VD-QTD (WS-IDX-VENDA)
                       WS-VD-VALOR (WS-IDX-VENDA)
                       WS-VD-ALIQ (WS-IDX-VENDA)
                       WS-VD-COMISSAO (WS-IDX-VENDA)
                   MOVE 'S' TO WS-ACHOU
               ELSE
                   DISPLAY 'TABELA DE VENDAS CHEIA - VENDA SEM '
                       'COMISSAO: ' REG-VENDA
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-ACHOU = 'S'
               ADD WS-V-QTD TO WS-VD-QTD (WS-IDX-VENDA)
               ADD WS-V-VALOR TO WS-VD-VALOR (WS-IDX-VENDA)
               ADD WS-V-VALOR TO WS-TOT-VENDIDO
           END-IF.

       0440-LIGA-DEVOLUCOES.
           PERFORM VARYING WS-IDX-DEV FROM 1 BY 1
                   UNTIL WS-IDX-DEV > WS-CNT-DEVOL
               IF WS-DV-VEND (WS-IDX-DEV) = ZEROS
                  AND WS-DV-DATA-VENDA (WS-IDX-DEV) = WS-V-DATA-TX
                  AND WS-DV-LOJA (WS-IDX-DEV) = WS-V-LOJA
                  AND WS-DV-PRODID (WS-IDX-DEV) = WS-V-PRODID
                   MOVE WS-VEND-ACHADO TO WS-DV-VEND (WS-IDX-DEV)
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * ALIQUOTA DA VENDA (PRODUTO E LOJA EM WS-BA-): A REGIAO DA
      * LOJA DA O ATINGIMENTO DA META; ENTRE AS REGRAS QUE CASAM E
      * CUJA FAIXA FOI ALCANCADA VALE A DE MAIOR PRIORIDADE (GRUPO
      * 10 + TAMANHO DO PREFIXO, LOJA 5, GERAL 1) E, EMPATADA, A DE
      * MAIOR FAIXA. SEM REGRA A ALIQUOTA E ZERO
      *----------------------------------------------------------------*
       0500-BUSCA-ALIQUOTA.
           MOVE ZEROS TO WS-BA-ATING WS-BA-ALIQ WS-BA-MELHOR-PRI
               WS-BA-MELHOR-ATING.
           PERFORM VARYING WS-IDX-LOJA FROM 1 BY 1
                   UNTIL WS-IDX-LOJA > WS-CNT-LOJAS
               IF WS-L-CODIGO (WS-IDX-LOJA) = WS-BA-LOJA
                   PERFORM VARYING WS-IDX-REG FROM 1 BY 1
                           UNTIL WS-IDX-REG > WS-CNT-REGIOES
                       IF WS-R-NOME (WS-IDX-REG) =
                          WS-L-REGIAO (WS-IDX-LOJA)
                           MOVE WS-R-ATING (WS-IDX-REG) TO
                               WS-BA-ATING
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX-REGRA FROM 1 BY 1
                   UNTIL WS-IDX-REGRA > WS-CNT-REGRAS
               MOVE ZEROS TO WS-BA-PRIORIDADE
               EVALUATE WS-RG-TIPO (WS-IDX-REGRA)
                   WHEN 'G'
                       IF WS-RG-TAM (WS-IDX-REGRA) > ZEROS
                          AND WS-RG-TAM (WS-IDX-REGRA) <= 4
                          AND WS-BA-PRODID
                              (1:WS-RG-TAM (WS-IDX-REGRA)) =
                              WS-RG-CHAVE (WS-IDX-REGRA)
                              (1:WS-RG-TAM (WS-IDX-REGRA))
                           COMPUTE WS-BA-PRIORIDADE =
                               10 + WS-RG-TAM (WS-IDX-REGRA)
                       END-IF
                   WHEN 'L'
                       IF WS-RG-CHAVE (WS-IDX-REGRA) = WS-BA-LOJA
                           MOVE 5 TO WS-BA-PRIORIDADE
                       END-IF
                   WHEN '*'
                       MOVE 1 TO WS-BA-PRIORIDADE
               END-EVALUATE
               IF WS-BA-PRIORIDADE > ZEROS
                  AND WS-RG-ATING (WS-IDX-REGRA) <= WS-BA-ATING
                   IF WS-BA-PRIORIDADE > WS-BA-MELHOR-PRI
                      OR (WS-BA-PRIORIDADE = WS-BA-MELHOR-PRI
                          AND WS-RG-ATING (WS-IDX-REGRA) >=
                              WS-BA-MELHOR-ATING)
                       MOVE WS-BA-PRIORIDADE TO WS-BA-MELHOR-PRI
                       MOVE WS-RG-ATING (WS-IDX-REGRA) TO
                           WS-BA-MELHOR-ATING
                       MOVE WS-RG-ALIQ (WS-IDX-REGRA) TO WS-BA-ALIQ
                   END-IF
               END-IF
           END-PERFORM.

      * COMISSAO DE CADA LINHA DE VENDA E DE CADA DEVOLUCAO LIGADA A
      *  UM VENDEDOR; O A PAGAR E A COMISSAO MENOS O DESCONTO DAS
      *  DEVOLUCOES, NUNCA NEGATIVO
       0600-CALCULA-COMISSOES.
           PERFORM VARYING WS-IDX-VENDA FROM 1 BY 1
                   UNTIL WS-IDX-VENDA > WS-CNT-VENDAS
               MOVE WS-VD-PRODID (WS-IDX-VENDA) TO WS-BA-PRODID
               MOVE WS-VD-LOJA (WS-IDX-VENDA) TO WS-BA-LOJA
               PERFORM 0500-BUSCA-ALIQUOTA
               MOVE WS-BA-ALIQ TO WS-VD-ALIQ (WS-IDX-VENDA)
               COMPUTE WS-VD-COMISSAO (WS-IDX-VENDA) ROUNDED =
                   WS-VD-VALOR (WS-IDX-VENDA) * WS-BA-ALIQ / 100
               SET WS-IDX-VEND TO WS-VD-VEND (WS-IDX-VENDA)
               ADD WS-VD-VALOR (WS-IDX-VENDA) TO
                   WS-VN-VENDIDO (WS-IDX-VEND)
               ADD WS-VD-COMISSAO (WS-IDX-VENDA) TO
                   WS-VN-COMISSAO (WS-IDX-VEND)
           END-PERFORM.
           PERFORM VARYING WS-IDX-DEV FROM 1 BY 1
                   UNTIL WS-IDX-DEV > WS-CNT-DEVOL
               IF WS-DV-VEND (WS-IDX-DEV) = ZEROS
                   ADD 1 TO WS-CT-DEVOL-SEM-VEND
               ELSE
                   MOVE WS-DV-PRODID (WS-IDX-DEV) TO WS-BA-PRODID
                   MOVE WS-DV-LOJA (WS-IDX-DEV) TO WS-BA-LOJA
                   PERFORM 0500-BUSCA-ALIQUOTA
                   MOVE WS-BA-ALIQ TO WS-DV-ALIQ (WS-IDX-DEV)
                   COMPUTE WS-DV-COMISSAO (WS-IDX-DEV) ROUNDED =
                       WS-DV-VALOR (WS-IDX-DEV) * WS-BA-ALIQ / 100
                   SET WS-IDX-VEND TO WS-DV-VEND (WS-IDX-DEV)
                   ADD WS-DV-VALOR (WS-IDX-DEV) TO
                       WS-VN-DEV-VALOR (WS-IDX-VEND)
                   ADD WS-DV-COMISSAO (WS-IDX-DEV) TO
                       WS-VN-DEV-COMIS (WS-IDX-VEND)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX-VEND FROM 1 BY 1
                   UNTIL WS-IDX-VEND > WS-CNT-VEND
               IF WS-VN-COMISSAO (WS-IDX-VEND) >
                  WS-VN-DEV-COMIS (WS-IDX-VEND)
                   COMPUTE WS-VN-A-PAGAR (WS-IDX-VEND) =
                       WS-VN-COMISSAO (WS-IDX-VEND)
                       - WS-VN-DEV-COMIS (WS-IDX-VEND)
               ELSE
                   MOVE ZEROS TO WS-VN-A-PAGAR (WS-IDX-VEND)
                   IF WS-VN-DEV-COMIS (WS-IDX-VEND) > ZEROS
                       DISPLAY 'DEVOLUCOES MAIORES QUE A COMISSAO - '
                           'VENDEDOR ' WS-VN-CODIGO (WS-IDX-VEND)
                           ' SEM COMISSAO NO MES'
                   END-IF
               END-IF
           END-PERFORM.

       0700-IMPRIME-EXTRATO.
           OPEN OUTPUT COMISSOES-EXT.
           MOVE SPACES TO REG-EXTRATO.
           STRING 'EXTRATO DE COMISSOES - VENDAS DE ' WS-COMPETENCIA
               ' - PAGAMENTO NA FOLHA DE ' WS-PAGAR-EM
               DELIMITED BY SIZE INTO REG-EXTRATO.
           WRITE REG-EXTRATO.
           PERFORM VARYING WS-IDX-VEND FROM 1 BY 1
                   UNTIL WS-IDX-VEND > WS-CNT-VEND
               IF WS-VN-VENDIDO (WS-IDX-VEND) > ZEROS
                  OR WS-VN-DEV-VALOR (WS-IDX-VEND) > ZEROS
                   PERFORM 0720-EXTRATO-VENDEDOR
               END-IF
           END-PERFORM.
           MOVE ALL '-' TO REG-EXTRATO.
           WRITE REG-EXTRATO.
           MOVE WS-TOT-VENDIDO TO WS-LT-VENDIDO.
           MOVE ZEROS TO WS-TOT-A-PAGAR.
           PERFORM VARYING WS-IDX-VEND FROM 1 BY 1
                   UNTIL WS-IDX-VEND > WS-CNT-VEND
               IF WS-VN-SITUACAO (WS-IDX-VEND) = 'S'
                   ADD WS-VN-A-PAGAR (WS-IDX-VEND) TO WS-TOT-A-PAGAR
               END-IF
           END-PERFORM.
           MOVE WS-TOT-A-PAGAR TO WS-LT-A-PAGAR.
           WRITE REG-EXTRATO FROM WS-LINHA-TOTAL.
           MOVE SPACES TO REG-EXTRATO.
           STRING 'VENDAS SEM VENDEDOR CADASTRADO: ' WS-CT-SEM-VENDEDOR
               '  DEVOLUCOES SEM VENDEDOR: ' WS-CT-DEVOL-SEM-VEND
               DELIMITED BY SIZE INTO REG-EXTRATO.
           WRITE REG-EXTRATO.
           CLOSE COMISSOES-EXT.

       0720-EXTRATO-VENDEDOR.
           MOVE SPACES TO REG-EXTRATO.
           WRITE REG-EXTRATO.
           MOVE WS-VN-CODIGO (WS-IDX-VEND) TO WS-LV-CODIGO.
           MOVE WS-VN-CPF (WS-IDX-VEND) TO WS-LV-CPF.
           MOVE WS-VN-NOME (WS-IDX-VEND) TO WS-LV-NOME.
           EVALUATE WS-VN-SITUACAO (WS-IDX-VEND)
               WHEN 'S'
                   MOVE SPACES TO WS-LV-SITUACAO
               WHEN 'D'
                   MOVE 'DESLIGADO - PAGAR NA RESCISAO'
                       TO WS-LV-SITUACAO
               WHEN OTHER
                   MOVE 'CPF FORA DA FOLHA - NAO PAGO'
                       TO WS-LV-SITUACAO
           END-EVALUATE.
           WRITE REG-EXTRATO FROM WS-LINHA-VENDEDOR.
           PERFORM VARYING WS-IDX-VENDA FROM 1 BY 1
                   UNTIL WS-IDX-VENDA > WS-CNT-VENDAS
               IF WS-VD-VEND (WS-IDX-VENDA) = WS-IDX-VEND
                   MOVE WS-VD-LOJA (WS-IDX-VENDA) TO WS-LVD-LOJA
                   MOVE WS-VD-PRODID (WS-IDX-VENDA) TO WS-LVD-PRODID
                   MOVE WS-VD-QTD (WS-IDX-VENDA) TO WS-LVD-QTD
                   MOVE WS-VD-VALOR (WS-IDX-VENDA) TO WS-LVD-VALOR
                   MOVE WS-VD-ALIQ (WS-IDX-VENDA) TO WS-LVD-ALIQ
                   MOVE WS-VD-COMISSAO (WS-IDX-VENDA) TO
                       WS-LVD-COMISSAO
                   WRITE REG-EXTRATO FROM WS-LINHA-VENDA
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX-DEV FROM 1 BY 1
                   UNTIL WS-IDX-DEV > WS-CNT-DEVOL
               IF WS-DV-VEND (WS-IDX-DEV) = WS-IDX-VEND
                   MOVE WS-DV-LOJA (WS-IDX-DEV) TO WS-LDV-LOJA
                   MOVE WS-DV-PRODID (WS-IDX-DEV) TO WS-LDV-PRODID
                   MOVE WS-DV-QTD (WS-IDX-DEV) TO WS-LDV-QTD
                   MOVE WS-DV-VALOR (WS-IDX-DEV) TO WS-LDV-VALOR
                   MOVE WS-DV-ALIQ (WS-IDX-DEV) TO WS-LDV-ALIQ
                   MOVE WS-DV-COMISSAO (WS-IDX-DEV) TO
                       WS-LDV-COMISSAO
                   MOVE WS-DV-DATA-VENDA (WS-IDX-DEV) TO
                       WS-LDV-DATA-VENDA
                   WRITE REG-EXTRATO FROM WS-LINHA-DEVOLUCAO
               END-IF
           END-PERFORM.
           MOVE WS-VN-VENDIDO (WS-IDX-VEND) TO WS-LTV-VENDIDO.
           MOVE WS-VN-COMISSAO (WS-IDX-VEND) TO WS-LTV-COMISSAO.
           MOVE WS-VN-DEV-COMIS (WS-IDX-VEND) TO WS-LTV-DEVOL.
           MOVE WS-VN-A-PAGAR (WS-IDX-VEND) TO WS-LTV-A-PAGAR.
           WRITE REG-EXTRATO FROM WS-LINHA-TOT-VEND.

      * SO O VENDEDOR ATIVO NA FOLHA E COM VALOR A PAGAR VAI PARA O
      *  ARQUIVO DE COMISSOES DA FOLHA; OS DEMAIS FICAM NO EXTRATO E
      *  LEVANTAM O RETORNO DE AVISO
       0800-GRAVA-FOLHA.
           OPEN EXTEND COMISSOES-FOLHA.
           PERFORM VARYING WS-IDX-VEND FROM 1 BY 1
                   UNTIL WS-IDX-VEND > WS-CNT-VEND
               IF WS-VN-A-PAGAR (WS-IDX-VEND) > ZEROS
                   IF WS-VN-SITUACAO (WS-IDX-VEND) = 'S'
                       MOVE WS-PAGAR-EM TO WS-LC-PAGAR-EM
                       MOVE WS-VN-CPF (WS-IDX-VEND) TO WS-LC-CPF
                       MOVE WS-COMPETENCIA TO WS-LC-COMPET
                       MOVE WS-VN-A-PAGAR (WS-IDX-VEND) TO
                           WS-LC-VALOR
                       WRITE REG-COMISSAO FROM WS-LINHA-COMISSAO
                       ADD 1 TO WS-CT-PAGAMENTOS
                   ELSE
                       DISPLAY 'COMISSAO NAO LANCADA NA FOLHA - '
                           'VENDEDOR ' WS-VN-CODIGO (WS-IDX-VEND)
                           ' CPF ' WS-VN-CPF (WS-IDX-VEND)
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE COMISSOES-FOLHA.

       0900-FINALIZA.
           IF WS-CT-SEM-VENDEDOR > ZEROS OR WS-CT-SEM-PRECO > ZEROS
              OR WS-CT-DEVOL-SEM-VEND > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'VENDAS DA COMPETENCIA.......: ' WS-CT-VENDAS-MES.
           DISPLAY 'VENDAS SEM VENDEDOR.........: ' WS-CT-SEM-VENDEDOR.
           DISPLAY 'VENDAS SEM PRECO NO ESTOQUE.: ' WS-CT-SEM-PRECO.
           DISPLAY 'DEVOLUCOES DA COMPETENCIA...: ' WS-CT-DEVOL-MES.
           DISPLAY 'DEVOLUCOES SEM VENDEDOR.....: '
               WS-CT-DEVOL-SEM-VEND.
           DISPLAY 'COMISSOES LANCADAS NA FOLHA.: ' WS-CT-PAGAMENTOS.
           DISPLAY 'TOTAL A PAGAR...............: ' WS-TOT-A-PAGAR.
           DISPLAY 'PAGAR NA FOLHA DE...........: ' WS-PAGAR-EM.

       END PROGRAM APURA-COMISSOES.
