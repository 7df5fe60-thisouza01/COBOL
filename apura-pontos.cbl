      *================================================================*
      * Author:
      * Date:
      * Purpose: Apuracao mensal dos pontos de fidelidade, que ligam o
      *  varejo aos clientes do banco. Para a competencia informada
      *  credita no razao de pontos (PONTOS-RAZAO.TXT, copybook
      *  PONTLIN) de cada cliente, pelo fone: os pontos por real
      *  gasto nas vendas postadas com o fone do cliente (valorizadas
      *  pelo preco unitario do estoque.csv, como no APURA-COMISSOES),
      *  os pontos por conta ativa de que ele e titular (SITUACAO-
      *  CONTA) e os pontos por emprestimo em dia - contrato ativo ou
      *  quitado cuja parcela com vencimento na competencia foi paga
      *  sem mora (nenhum MORA-EMPREST da conta na competencia, no
      *  TRANS-LOG vivo nem no arquivo morto do mes). As quantidades
      *  vem do arquivo de regras (linhas PARAMETRO;VALOR: PONTOS-
      *  REAL, PONTOS-CONTA, PONTOS-EMPREST e VALIDADE-MESES). Antes
      *  do acumulo expira o que venceu: pontos acumulados ha mais de
      *  VALIDADE-MESES competencias e ainda nao consumidos por
      *  resgate ou expiracao anterior (os mais antigos saem
      *  primeiro). Imprime o movimento por cliente. A mesma
      *  competencia nao e apurada duas vezes.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APURA-PONTOS.
      *================================================================*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PONTOS-REGRAS ASSIGN TO WS-ARQ-REGRAS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-REGRAS.

           SELECT OPTIONAL PONTOS-RAZAO ASSIGN TO WS-ARQ-RAZAO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-RAZAO.

           SELECT CLIENTES ASSIGN TO WS-ARQ-CLIENTES
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-CLIENTES
             RECORD KEY CLIENTES-KEY.

           SELECT XREF-CLIENTES ASSIGN TO WS-ARQ-XREF
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-XREF.

           SELECT CONTAS ASSIGN TO WS-ARQ-CONTAS
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-CONTAS
             RECORD KEY CONTA-NUMERO.

           SELECT OPTIONAL VENDAS-POSTADAS ASSIGN TO WS-ARQ-POSTADAS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-POSTADAS.

           SELECT OPTIONAL ESTOQUE ASSIGN TO WS-ARQ-ESTOQUE
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-ESTOQUE.

           SELECT EMPRESTIMOS ASSIGN TO WS-ARQ-EMPREST
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-EMPREST
             RECORD KEY EMP-CONTRATO.

           SELECT EMPRESTIMO-PARC ASSIGN TO WS-ARQ-PARC
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-PARC
             RECORD KEY PAR-CHAVE.

           SELECT OPTIONAL TRANS-LOG ASSIGN TO WS-ARQ-LOG
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-LOG.

           SELECT RELATORIO-PONTOS ASSIGN TO WS-ARQ-RELAT
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-RELAT.

      *================================================================*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD PONTOS-REGRAS.
       01 REG-REGRA PIC X(40).

       FD PONTOS-RAZAO.
       01 REG-PONTOS PIC X(80).

       FD CLIENTES.
       COPY CLIREG.

       FD XREF-CLIENTES.
       01 REG-XREF PIC X(30).

       FD CONTAS.
       COPY CONTAREG.

       FD VENDAS-POSTADAS.
       01 REG-VENDA PIC X(40).

       FD ESTOQUE.
       01 REG-ESTOQUE PIC X(45).

       FD EMPRESTIMOS.
       COPY EMPRREG.

       FD EMPRESTIMO-PARC.
       COPY PARCREG.

       FD TRANS-LOG.
       01 REG-LOG PIC X(120).

       FD RELATORIO-PONTOS.
       01 REG-RELAT PIC X(100).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      * EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG); O MESMO
      * SELECT DO LOG E REABERTO COM O ARQUIVO MORTO DA COMPETENCIA
      *----------------------------------------------------------------*
       01 WS-ARQ-REGRAS     PIC X(80) VALUE
           'C:\COBOL\PONTOS-REGRAS.TXT'.
       01 WS-ARQ-RAZAO      PIC X(80) VALUE
           'C:\COBOL\PONTOS-RAZAO.TXT'.
       01 WS-ARQ-CLIENTES   PIC X(80) VALUE 'C:\COBOL\CLIENTES.DAT'.
       01 WS-ARQ-XREF       PIC X(80) VALUE
           'C:\COBOL\CLIENTES-CONTAS-XREF.TXT'.
       01 WS-ARQ-CONTAS     PIC X(80) VALUE 'C:\COBOL\CONTAS.DAT'.
       01 WS-ARQ-POSTADAS   PIC X(80) VALUE
           'C:\exe-cobol\vendas-postadas.txt'.
       01 WS-ARQ-ESTOQUE    PIC X(80) VALUE
           'C:\exe-cobol\estoque.csv'.
       01 WS-ARQ-EMPREST    PIC X(80) VALUE
           'C:\COBOL\EMPRESTIMOS.DAT'.
       01 WS-ARQ-PARC       PIC X(80) VALUE
           'C:\COBOL\EMPRESTIMO-PARC.DAT'.
       01 WS-ARQ-LOG-VIVO   PIC X(80) VALUE 'C:\COBOL\TRANS-LOG.TXT'.
       01 WS-ARQ-MORTO-BASE PIC X(80) VALUE
           'C:\COBOL\TRANS-LOG-ARQ'.
       01 WS-ARQ-LOG        PIC X(80) VALUE SPACES.
       01 WS-ARQ-RELAT      PIC X(80) VALUE
           'C:\COBOL\apura-pontos.txt'.
       01 WS-CFG-LOGICO     PIC X(20).
       01 WS-CFG-CAMINHO    PIC X(80).
       01 WS-CFG-ACHOU      PIC X(01).

       01 WS-STATUS.
           05 WS-FS-REGRAS   PIC X(02).
           05 WS-FS-RAZAO    PIC X(02).
           05 WS-FS-CLIENTES PIC X(02).
           05 WS-FS-XREF     PIC X(02).
           05 WS-FS-CONTAS   PIC X(02).
           05 WS-FS-POSTADAS PIC X(02).
           05 WS-FS-ESTOQUE  PIC X(02).
           05 WS-FS-EMPREST  PIC X(02).
           05 WS-FS-PARC     PIC X(02).
           05 WS-FS-LOG      PIC X(02).
           05 WS-FS-RELAT    PIC X(02).

       01 WS-CONTROLE.
           05 WS-EOF           PIC X(01) VALUE 'N'.
           05 WS-EOF-PARC      PIC X(01) VALUE 'N'.
           05 WS-ACHOU         PIC X(01) VALUE 'N'.
           05 WS-EM-DIA        PIC X(01) VALUE 'N'.
           05 WS-ABRIU-EMPREST PIC X(01) VALUE 'N'.
           05 WS-ABRIU-PARC    PIC X(01) VALUE 'N'.
           05 WS-JA-APURADA    PIC X(01) VALUE 'N'.
           05 WS-DATA-HOJE     PIC 9(08) VALUE ZEROS.
           05 WS-COMPET-ATUAL  PIC 9(06) VALUE ZEROS.
           05 WS-COMPETENCIA   PIC 9(06) VALUE ZEROS.
           05 WS-COMPET-CORTE  PIC 9(06) VALUE ZEROS.
           05 WS-CORTE-ANO     PIC 9(04) VALUE ZEROS.
           05 WS-CORTE-MES     PIC S9(05) VALUE ZEROS.
           05 WS-TAM-BASE      PIC 9(02) VALUE ZEROS.
           05 WS-FONE-BUSCA    PIC 9(09) VALUE ZEROS.
           05 WS-V-VALOR       PIC 9(09)V99 VALUE ZEROS.
           05 WS-EXPIRA        PIC S9(09) VALUE ZEROS.
           05 WS-SALDO-PTS     PIC 9(07) VALUE ZEROS.
           05 WS-CT-VENDAS-FONE PIC 9(06) VALUE ZEROS.
           05 WS-CT-FONE-DESC  PIC 9(06) VALUE ZEROS.
           05 WS-CT-SEM-PRECO  PIC 9(06) VALUE ZEROS.
           05 WS-CT-CONTAS     PIC 9(05) VALUE ZEROS.
           05 WS-CT-EMPREST    PIC 9(05) VALUE ZEROS.
           05 WS-CT-COM-MORA   PIC 9(05) VALUE ZEROS.
           05 WS-CT-CLIENTES   PIC 9(05) VALUE ZEROS.
           05 WS-TOT-ACUMULO   PIC 9(09) VALUE ZEROS.
           05 WS-TOT-EXPIRADO  PIC 9(09) VALUE ZEROS.

      * SITUACAO CADASTRAL DA CONTA (SUB-ROTINA SITUACAO-CONTA)
       01 WS-SIT-CHAMADA.
           05 WS-SIT-CONTA     PIC 9(05).
           05 WS-SIT-SITUACAO  PIC X(01).
           05 WS-SIT-PODE      PIC X(01).

      * REGRAS DE PONTUACAO: PARAMETRO;VALOR
       01 WS-REGRA-CAMPOS.
           05 WS-RG-NOME       PIC X(15).
           05 WS-RG-VALOR-TX   PIC X(12).
       01 WS-REGRAS.
           05 WS-PONTOS-REAL   PIC 9(03)V99 VALUE ZEROS.
           05 WS-PONTOS-CONTA  PIC 9(05) VALUE ZEROS.
           05 WS-PONTOS-EMPREST PIC 9(05) VALUE ZEROS.
           05 WS-VALIDADE-MESES PIC 9(03) VALUE 12.

       COPY PONTLIN.
       COPY XREFLIN.

      * LANCAMENTO DECOMPOSTO PELA SUB-ROTINA LE-LINHA-LOG (LOG VIVO
      * E ARQUIVO MORTO, EM QUALQUER DOS DOIS LEIAUTES)
       COPY TLOGCAM.

      * PRECO UNITARIO DE CADA PRODUTO, PARA VALORIZAR A VENDA
       01 WS-ESTOQUE.
           05 WS-E-CODIGO      PIC X(04).
           05 WS-E-NOME        PIC X(11).
           05 WS-E-QNT         PIC 9(03).
           05 WS-E-MIN         PIC 9(03).
           05 WS-E-VALOR-UNIT  PIC 9(05)V99.
       01 WS-TAB-PRECOS.
           05 WS-CNT-PRECO     PIC 9(03) VALUE ZEROS.
           05 WS-PRECO-ITEM OCCURS 200 TIMES
                              INDEXED BY WS-IDX-PRE.
               10 WS-PR-CODIGO PIC X(04).
               10 WS-PR-VALOR  PIC 9(05)V99.

      * VENDA POSTADA: DATA;LOJA;PRODUTO;QUANTIDADE;VENDEDOR;FONE
       01 WS-CAMPOS-VENDA.
           05 WS-V-DATA-TX     PIC X(08).
           05 WS-V-LOJA        PIC X(06).
           05 WS-V-PRODID      PIC X(04).
           05 WS-V-QTD-TX      PIC X(06).
           05 WS-V-VENDEDOR    PIC X(04).
           05 WS-V-FONE        PIC X(09).
       01 WS-V-QTD             PIC 9(04) VALUE ZEROS.

      * O XREF EM TABELA: SO O TITULAR PONTUA PELA CONTA E PELOS
      * EMPRESTIMOS DELA
       01 WS-TAB-XREF.
           05 WS-CNT-XREF      PIC 9(04) VALUE ZEROS.
           05 WS-XREF-ITEM OCCURS 500 TIMES
                             INDEXED BY WS-IDX-XRF.
               10 WS-X-FONE    PIC 9(09).
               10 WS-X-CONTA   PIC 9(05).
               10 WS-X-PAPEL   PIC X(10).

      * CONTAS COM MORA DE EMPRESTIMO NA COMPETENCIA
       01 WS-TAB-MORA.
           05 WS-CNT-MORA      PIC 9(04) VALUE ZEROS.
           05 WS-MORA-CONTA OCCURS 1000 TIMES
                              INDEXED BY WS-IDX-MOR
                              PIC 9(05).

      *----------------------------------------------------------------*
      * UM ITEM POR CLIENTE COM PONTOS: O SALDO E O QUE JA VENCEU E
      * O QUE JA FOI CONSUMIDO, DO RAZAO; E O ACUMULO DA COMPETENCIA
      *----------------------------------------------------------------*
       01 WS-TAB-CLIENTES.
           05 WS-CNT-CLI       PIC 9(04) VALUE ZEROS.
           05 WS-CLI-ITEM OCCURS 3000 TIMES
                            INDEXED BY WS-IDX-CLI.
               10 WS-C-FONE        PIC 9(09).
               10 WS-C-SALDO       PIC 9(07).
               10 WS-C-VENCIDO     PIC 9(09).
               10 WS-C-CONSUMIDO   PIC 9(09).
               10 WS-C-COMPRAS     PIC 9(09)V99.
               10 WS-C-PTS-COMPRAS PIC 9(07).
               10 WS-C-PTS-CONTAS  PIC 9(07).
               10 WS-C-PTS-EMPREST PIC 9(07).
               10 WS-C-EXPIRADO    PIC 9(07).

       01 WS-LINHA-TITULO.
           05 FILLER           PIC X(37) VALUE
               'APURACAO DE PONTOS DE FIDELIDADE - '.
           05 WS-LT-COMPET     PIC 9(06).
       01 WS-LINHA-CABEC.
           05 FILLER           PIC X(50) VALUE
               'FONE      NOME                           COMPRAS'.
           05 FILLER           PIC X(50) VALUE
               '  CONTAS EMPREST EXPIRADO    SALDO'.
       01 WS-LINHA-CLIENTE.
           05 WS-LC-FONE       PIC 9(09).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-LC-NOME       PIC X(30).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-LC-COMPRAS    PIC ZZZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-LC-CONTAS     PIC ZZZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-LC-EMPREST    PIC ZZZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-LC-EXPIRADO   PIC ZZZZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-LC-SALDO      PIC ZZZZZZZ9.
       01 WS-LINHA-TOTAL.
           05 FILLER           PIC X(21) VALUE
               'PONTOS ACUMULADOS.: '.
           05 WS-LTT-ACUMULO   PIC ZZZ,ZZZ,ZZ9.
           05 FILLER           PIC X(21) VALUE
               '  PONTOS EXPIRADOS: '.
           05 WS-LTT-EXPIRADO  PIC ZZZ,ZZZ,ZZ9.
      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       0-PRINCIPAL.
           PERFORM 1-RESOLVE-CAMINHOS.
           PERFORM 2-PEDE-COMPETENCIA.
           PERFORM 3-CARREGA-REGRAS.
           PERFORM 4-CARREGA-RAZAO.
           PERFORM 5-CARREGA-REFERENCIAS.
           PERFORM 6-SOMA-COMPRAS.
           PERFORM 7-PONTUA-PRODUTOS.
           PERFORM 8-GRAVA-MOVIMENTOS.
           PERFORM 9-FINALIZA.
           STOP RUN.

       1-RESOLVE-CAMINHOS.
           MOVE 'PONTOS-REGRAS' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-REGRAS
           END-IF.
           MOVE 'PONTOS-RAZAO' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-RAZAO
           END-IF.
           MOVE 'CLIENTES-DAT' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-CLIENTES
           END-IF.
           MOVE 'CLIENTES-XREF' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-XREF
           END-IF.
           MOVE 'CONTAS-DAT' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-CONTAS
           END-IF.
           MOVE 'VENDAS-POSTADAS' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-POSTADAS
           END-IF.
           MOVE 'ESTOQUE-CSV' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-ESTOQUE
           END-IF.
           MOVE 'EMPRESTIMOS-DAT' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-EMPREST
           END-IF.
           MOVE 'EMPRESTIMO-PARC' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-PARC
           END-IF.
           MOVE 'TRANS-LOG' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-LOG-VIVO
           END-IF.
           MOVE 'TRANSLOG-ARCHIVE' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-MORTO-BASE
           END-IF.
           MOVE 'APURA-PONTOS' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-RELAT
           END-IF.

       11-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.

       2-PEDE-COMPETENCIA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE (1:6) TO WS-COMPET-ATUAL.
           DISPLAY 'APURACAO DE PONTOS DE FIDELIDADE'.
           DISPLAY 'COMPETENCIA (AAAAMM): '.
           ACCEPT WS-COMPETENCIA.
           IF WS-COMPETENCIA > WS-COMPET-ATUAL
              OR WS-COMPETENCIA (5:2) < '01'
              OR WS-COMPETENCIA (5:2) > '12'
               DISPLAY 'COMPETENCIA INVALIDA OU FUTURA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * SEM ARQUIVO DE REGRAS NAO HA O QUE APURAR; A VALIDADE SEM
      * LINHA PROPRIA FICA EM 12 COMPETENCIAS. O CORTE E A ULTIMA
      * COMPETENCIA DE ACUMULO QUE JA VENCEU
       3-CARREGA-REGRAS.
           OPEN INPUT PONTOS-REGRAS.
           IF WS-FS-REGRAS NOT = '00'
               DISPLAY 'SEM ARQUIVO DE REGRAS DE PONTOS - NADA A '
                   'APURAR'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM 31-LE-REGRA UNTIL WS-EOF = 'S'.
           CLOSE PONTOS-REGRAS.
           MOVE WS-COMPETENCIA (1:4) TO WS-CORTE-ANO.
           MOVE WS-COMPETENCIA (5:2) TO WS-CORTE-MES.
           SUBTRACT WS-VALIDADE-MESES FROM WS-CORTE-MES.
           PERFORM UNTIL WS-CORTE-MES > ZEROS
               ADD 12 TO WS-CORTE-MES
               SUBTRACT 1 FROM WS-CORTE-ANO
           END-PERFORM.
           COMPUTE WS-COMPET-CORTE = WS-CORTE-ANO * 100 +
               WS-CORTE-MES.

       31-LE-REGRA.
           READ PONTOS-REGRAS
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   MOVE SPACES TO WS-REGRA-CAMPOS
                   UNSTRING REG-REGRA DELIMITED BY ';'
                       INTO WS-RG-NOME WS-RG-VALOR-TX
                   END-UNSTRING
                   EVALUATE WS-RG-NOME
                       WHEN 'PONTOS-REAL'
                           COMPUTE WS-PONTOS-REAL =
                               FUNCTION NUMVAL (WS-RG-VALOR-TX)
                       WHEN 'PONTOS-CONTA'
                           COMPUTE WS-PONTOS-CONTA =
                               FUNCTION NUMVAL (WS-RG-VALOR-TX)
                       WHEN 'PONTOS-EMPREST'
                           COMPUTE WS-PONTOS-EMPREST =
                               FUNCTION NUMVAL (WS-RG-VALOR-TX)
                       WHEN 'VALIDADE-MESES'
                           COMPUTE WS-VALIDADE-MESES =
                               FUNCTION NUMVAL (WS-RG-VALOR-TX)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      *----------------------------------------------------------------*
      * O RAZAO INTEIRO EM TABELA: A ULTIMA LINHA DE CADA FONE DA O
      * SALDO; O ACUMULO DE COMPETENCIA ATE O CORTE JA VENCEU, E O
      * RESGATE E A EXPIRACAO JA CONSUMIRAM PONTOS (DOS MAIS ANTIGOS)
      *----------------------------------------------------------------*
       4-CARREGA-RAZAO.
           OPEN INPUT PONTOS-RAZAO.
           MOVE 'N' TO WS-EOF.
           IF WS-FS-RAZAO NOT = '00'
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM 41-LE-RAZAO UNTIL WS-EOF = 'S'.
           CLOSE PONTOS-RAZAO.
           IF WS-JA-APURADA = 'S'
               DISPLAY 'PONTOS DA COMPETENCIA ' WS-COMPETENCIA
                   ' JA APURADOS - NADA A FAZER'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       41-LE-RAZAO.
           READ PONTOS-RAZAO
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   MOVE REG-PONTOS TO WS-LINHA-PONTOS
                   IF WS-PT-COMPET = WS-COMPETENCIA
                      AND NOT WS-PT-RESGATE
                       MOVE 'S' TO WS-JA-APURADA
                   END-IF
                   MOVE WS-PT-FONE TO WS-FONE-BUSCA
                   PERFORM 42-ACHA-CLIENTE
                   MOVE WS-PT-SALDO TO WS-C-SALDO (WS-IDX-CLI)
                   IF WS-PT-ACUMULO
                       IF WS-PT-COMPET NOT > WS-COMPET-CORTE
                           ADD WS-PT-PONTOS TO
                               WS-C-VENCIDO (WS-IDX-CLI)
                       END-IF
                   ELSE
                       ADD WS-PT-PONTOS TO
                           WS-C-CONSUMIDO (WS-IDX-CLI)
                   END-IF
           END-READ.

      * POSICIONA WS-IDX-CLI NO FONE PROCURADO, ABRINDO O ITEM SE E
      * A PRIMEIRA VEZ QUE ELE APARECE
       42-ACHA-CLIENTE.
           MOVE 'N' TO WS-ACHOU.
           PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
                   UNTIL WS-IDX-CLI > WS-CNT-CLI
                      OR WS-ACHOU = 'S'
               IF WS-C-FONE (WS-IDX-CLI) = WS-FONE-BUSCA
                   MOVE 'S' TO WS-ACHOU
                   SET WS-IDX-CLI DOWN BY 1
               END-IF
           END-PERFORM.
           IF WS-ACHOU = 'N'
               IF WS-CNT-CLI < 3000
                   ADD 1 TO WS-CNT-CLI
                   SET WS-IDX-CLI TO WS-CNT-CLI
                   INITIALIZE WS-CLI-ITEM (WS-IDX-CLI)
                   MOVE WS-FONE-BUSCA TO WS-C-FONE (WS-IDX-CLI)
               ELSE
                   DISPLAY 'CLIENTES COM PONTOS EXCEDEM A TABELA - '
                       'APURACAO ABORTADA SEM GRAVAR'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      * CADASTRO PARA CONFERIR O FONE DA VENDA, XREF PARA LIGAR CONTA
      * AO TITULAR E PRECOS PARA VALORIZAR A VENDA
       5-CARREGA-REFERENCIAS.
           OPEN INPUT CLIENTES.
           IF WS-FS-CLIENTES NOT = '00'
               DISPLAY 'CLIENTES.DAT NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT XREF-CLIENTES.
           MOVE 'N' TO WS-EOF.
           IF WS-FS-XREF NOT = '00'
               DISPLAY 'SEM REFERENCIA CRUZADA - CONTAS E '
                   'EMPRESTIMOS NAO PONTUAM'
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM 51-LE-XREF UNTIL WS-EOF = 'S'.
           CLOSE XREF-CLIENTES.
           OPEN INPUT ESTOQUE.
           MOVE 'N' TO WS-EOF.
           IF WS-FS-ESTOQUE NOT = '00'
               DISPLAY 'SEM ESTOQUE.CSV - VENDAS SEM VALOR'
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM 52-LE-PRECO UNTIL WS-EOF = 'S'.
           CLOSE ESTOQUE.

       51-LE-XREF.
           READ XREF-CLIENTES
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   MOVE REG-XREF TO WS-LINHA-XREF
                   IF WS-XR-TITULAR
                       IF WS-CNT-XREF < 500
                           ADD 1 TO WS-CNT-XREF
                           SET WS-IDX-XRF TO WS-CNT-XREF
                           MOVE WS-XR-FONE TO WS-X-FONE (WS-IDX-XRF)
                           MOVE WS-XR-CONTA TO
                               WS-X-CONTA (WS-IDX-XRF)
                           MOVE 'TITULAR' TO WS-X-PAPEL (WS-IDX-XRF)
                       ELSE
                           DISPLAY 'XREF EXCEDE A TABELA - '
                               'APURACAO ABORTADA SEM GRAVAR'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
           END-READ.

       52-LE-PRECO.
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
                       MOVE WS-E-CODIGO TO WS-PR-CODIGO (WS-IDX-PRE)
                       MOVE WS-E-VALOR-UNIT TO
                           WS-PR-VALOR (WS-IDX-PRE)
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * VENDA DA COMPETENCIA COM FONE DE CLIENTE DO CADASTRO SOMA O
      * VALOR NO CLIENTE; OS PONTOS SAEM DO TOTAL DO MES, SEM FRACAO
      *----------------------------------------------------------------*
       6-SOMA-COMPRAS.
           OPEN INPUT VENDAS-POSTADAS.
           MOVE 'N' TO WS-EOF.
           IF WS-FS-POSTADAS NOT = '00'
               DISPLAY 'SEM HISTORICO DE VENDAS POSTADAS'
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM 61-LE-VENDA UNTIL WS-EOF = 'S'.
           CLOSE VENDAS-POSTADAS.
           PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
                   UNTIL WS-IDX-CLI > WS-CNT-CLI
               COMPUTE WS-C-PTS-COMPRAS (WS-IDX-CLI) =
                   WS-C-COMPRAS (WS-IDX-CLI) * WS-PONTOS-REAL
           END-PERFORM.

       61-LE-VENDA.
           READ VENDAS-POSTADAS
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   MOVE SPACES TO WS-CAMPOS-VENDA
                   UNSTRING REG-VENDA DELIMITED BY ';'
                       INTO WS-V-DATA-TX WS-V-LOJA WS-V-PRODID
                            WS-V-QTD-TX WS-V-VENDEDOR WS-V-FONE
                   END-UNSTRING
                   IF WS-V-DATA-TX (1:6) = WS-COMPETENCIA
                      AND WS-V-FONE IS NUMERIC
                       ADD 1 TO WS-CT-VENDAS-FONE
                       MOVE WS-V-FONE TO CLIENTES-FONE
                       READ CLIENTES
                           INVALID KEY
                               ADD 1 TO WS-CT-FONE-DESC
                           NOT INVALID KEY
                               PERFORM 62-VALORIZA-VENDA
                       END-READ
                   END-IF
           END-READ.

       62-VALORIZA-VENDA.
           COMPUTE WS-V-QTD = FUNCTION NUMVAL (WS-V-QTD-TX).
           MOVE ZEROS TO WS-V-VALOR.
           MOVE 'N' TO WS-ACHOU.
           PERFORM VARYING WS-IDX-PRE FROM 1 BY 1
                   UNTIL WS-IDX-PRE > WS-CNT-PRECO
                      OR WS-ACHOU = 'S'
               IF WS-PR-CODIGO (WS-IDX-PRE) = WS-V-PRODID
                   COMPUTE WS-V-VALOR =
                       WS-V-QTD * WS-PR-VALOR (WS-IDX-PRE)
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = 'N'
               ADD 1 TO WS-CT-SEM-PRECO
           ELSE
               MOVE CLIENTES-FONE TO WS-FONE-BUSCA
               PERFORM 42-ACHA-CLIENTE
               ADD WS-V-VALOR TO WS-C-COMPRAS (WS-IDX-CLI)
           END-IF.

      * PRODUTOS DO BANCO QUE O TITULAR MANTEM: CONTA E EMPRESTIMO
       7-PONTUA-PRODUTOS.
           PERFORM 71-PONTUA-CONTAS.
           PERFORM 72-PONTUA-EMPRESTIMOS.

      * CONTA ATIVA (SITUACAO-CONTA LIBERA O MOVIMENTO) QUE EXISTE EM
      * CONTAS.DAT PONTUA O TITULAR, UMA VEZ POR COMPETENCIA
       71-PONTUA-CONTAS.
           OPEN INPUT CONTAS.
           IF WS-FS-CONTAS NOT = '00'
               DISPLAY 'CONTAS.DAT NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-IDX-XRF FROM 1 BY 1
                   UNTIL WS-IDX-XRF > WS-CNT-XREF
               MOVE WS-X-CONTA (WS-IDX-XRF) TO WS-SIT-CONTA
               CALL 'SITUACAO-CONTA' USING WS-SIT-CONTA
                   WS-SIT-SITUACAO WS-SIT-PODE
               IF WS-SIT-PODE = 'S'
                   MOVE WS-X-CONTA (WS-IDX-XRF) TO CONTA-NUMERO
                   READ CONTAS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 712-PONTUA-UMA-CONTA
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE CONTAS.

       712-PONTUA-UMA-CONTA.
           MOVE WS-X-FONE (WS-IDX-XRF) TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-CT-CONTAS
                   MOVE CLIENTES-FONE TO WS-FONE-BUSCA
                   PERFORM 42-ACHA-CLIENTE
                   ADD WS-PONTOS-CONTA TO
                       WS-C-PTS-CONTAS (WS-IDX-CLI)
           END-READ.

      *----------------------------------------------------------------*
      * EMPRESTIMO EM DIA: CONTRATO ATIVO OU QUITADO, PARCELA COM
      * VENCIMENTO NA COMPETENCIA JA PAGA (EFETIVADA, EM FOLHA OU
      * LIQUIDADA) E NENHUMA MORA COBRADA DA CONTA NA COMPETENCIA
      *----------------------------------------------------------------*
       72-PONTUA-EMPRESTIMOS.
           PERFORM 721-VARRE-MORA.
           OPEN INPUT EMPRESTIMOS.
           MOVE 'N' TO WS-EOF.
           IF WS-FS-EMPREST NOT = '00'
               DISPLAY 'SEM EMPRESTIMOS.DAT - EMPRESTIMOS NAO '
                   'PONTUAM'
               MOVE 'S' TO WS-EOF
           ELSE
               MOVE 'S' TO WS-ABRIU-EMPREST
               OPEN INPUT EMPRESTIMO-PARC
               IF WS-FS-PARC NOT = '00'
                   DISPLAY 'SEM EMPRESTIMO-PARC.DAT - EMPRESTIMOS '
                       'NAO PONTUAM'
                   MOVE 'S' TO WS-EOF
               ELSE
                   MOVE 'S' TO WS-ABRIU-PARC
               END-IF
               MOVE LOW-VALUES TO EMP-CONTRATO
               START EMPRESTIMOS KEY IS NOT LESS THAN EMP-CONTRATO
                   INVALID KEY MOVE 'S' TO WS-EOF
               END-START
           END-IF.
           PERFORM 723-LE-CONTRATO UNTIL WS-EOF = 'S'.
           IF WS-ABRIU-EMPREST = 'S'
               CLOSE EMPRESTIMOS
           END-IF.
           IF WS-ABRIU-PARC = 'S'
               CLOSE EMPRESTIMO-PARC
           END-IF.

      * A MORA DA COMPETENCIA ESTA NO LOG VIVO OU, DEPOIS DO
      * FECHAMENTO MENSAL, NO ARQUIVO MORTO DO MES
       721-VARRE-MORA.
           PERFORM VARYING WS-TAM-BASE FROM 80 BY -1
                   UNTIL WS-TAM-BASE < 1
                      OR WS-ARQ-MORTO-BASE (WS-TAM-BASE:1)
                         NOT = SPACE
               CONTINUE
           END-PERFORM.
           MOVE SPACES TO WS-ARQ-LOG.
           STRING WS-ARQ-MORTO-BASE (1:WS-TAM-BASE) '-'
               WS-COMPETENCIA '.TXT'
               DELIMITED BY SIZE INTO WS-ARQ-LOG.
           PERFORM 722-VARRE-UM-LOG.
           MOVE WS-ARQ-LOG-VIVO TO WS-ARQ-LOG.
           PERFORM 722-VARRE-UM-LOG.

       722-VARRE-UM-LOG.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT TRANS-LOG.
           IF WS-FS-LOG NOT = '00'
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ TRANS-LOG
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       CALL 'LE-LINHA-LOG' USING REG-LOG TLG-CAMPOS
                       IF TLG-TIPO = 'MORA-EMPREST'
                          AND TLG-DATA (1:6) = WS-COMPETENCIA
                          AND WS-CNT-MORA < 1000
                           ADD 1 TO WS-CNT-MORA
                           SET WS-IDX-MOR TO WS-CNT-MORA
                           MOVE TLG-CONTA TO WS-MORA-CONTA (WS-IDX-MOR)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANS-LOG.

       723-LE-CONTRATO.
           READ EMPRESTIMOS NEXT RECORD
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   IF EMP-SITUACAO = 'A' OR EMP-SITUACAO = 'Q'
                       PERFORM 724-CONFERE-PARCELA
                       IF WS-EM-DIA = 'S'
                           PERFORM 725-PONTUA-TITULAR
                       END-IF
                   END-IF
           END-READ.

       724-CONFERE-PARCELA.
           MOVE 'N' TO WS-EM-DIA.
           MOVE 'N' TO WS-EOF-PARC.
           MOVE EMP-CONTRATO TO PAR-CONTRATO.
           MOVE ZEROS TO PAR-NUMERO.
           START EMPRESTIMO-PARC KEY IS NOT LESS THAN PAR-CHAVE
               INVALID KEY MOVE 'S' TO WS-EOF-PARC
           END-START.
           PERFORM UNTIL WS-EOF-PARC = 'S'
               READ EMPRESTIMO-PARC NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF-PARC
                   NOT AT END
                       IF PAR-CONTRATO NOT = EMP-CONTRATO
                           MOVE 'S' TO WS-EOF-PARC
                       ELSE
                           IF PAR-VENCIMENTO (1:6) = WS-COMPETENCIA
                              AND (PAR-SITUACAO = 'E'
                                OR PAR-SITUACAO = 'F'
                                OR PAR-SITUACAO = 'L')
                               MOVE 'S' TO WS-EM-DIA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-EM-DIA = 'S'
               PERFORM VARYING WS-IDX-MOR FROM 1 BY 1
                       UNTIL WS-IDX-MOR > WS-CNT-MORA
                   IF WS-MORA-CONTA (WS-IDX-MOR) = EMP-CONTA
                       MOVE 'N' TO WS-EM-DIA
                   END-IF
               END-PERFORM
               IF WS-EM-DIA = 'N'
                   ADD 1 TO WS-CT-COM-MORA
               END-IF
           END-IF.

       725-PONTUA-TITULAR.
           PERFORM VARYING WS-IDX-XRF FROM 1 BY 1
                   UNTIL WS-IDX-XRF > WS-CNT-XREF
               IF WS-X-CONTA (WS-IDX-XRF) = EMP-CONTA
                   MOVE WS-X-FONE (WS-IDX-XRF) TO CLIENTES-FONE
                   READ CLIENTES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-CT-EMPREST
                           MOVE CLIENTES-FONE TO WS-FONE-BUSCA
                           PERFORM 42-ACHA-CLIENTE
                           ADD WS-PONTOS-EMPREST TO
                               WS-C-PTS-EMPREST (WS-IDX-CLI)
                   END-READ
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * POR CLIENTE: PRIMEIRO EXPIRA O QUE VENCEU E AINDA NAO FOI
      * CONSUMIDO, DEPOIS ACUMULA A COMPETENCIA, UMA LINHA POR
      * ORIGEM, CADA UMA COM O SALDO RESULTANTE
      *----------------------------------------------------------------*
       8-GRAVA-MOVIMENTOS.
           OPEN EXTEND PONTOS-RAZAO
               IF WS-FS-RAZAO EQUAL '35'
                   OPEN OUTPUT PONTOS-RAZAO
                   CLOSE PONTOS-RAZAO
                   OPEN EXTEND PONTOS-RAZAO
               END-IF.
           OPEN OUTPUT RELATORIO-PONTOS.
           MOVE WS-COMPETENCIA TO WS-LT-COMPET.
           WRITE REG-RELAT FROM WS-LINHA-TITULO.
           WRITE REG-RELAT FROM WS-LINHA-CABEC.
           MOVE ALL '-' TO REG-RELAT.
           WRITE REG-RELAT.
           PERFORM 81-MOVIMENTA-CLIENTE
               VARYING WS-IDX-CLI FROM 1 BY 1
               UNTIL WS-IDX-CLI > WS-CNT-CLI.
           MOVE ALL '-' TO REG-RELAT.
           WRITE REG-RELAT.
           MOVE WS-TOT-ACUMULO TO WS-LTT-ACUMULO.
           MOVE WS-TOT-EXPIRADO TO WS-LTT-EXPIRADO.
           WRITE REG-RELAT FROM WS-LINHA-TOTAL.
           CLOSE PONTOS-RAZAO.
           CLOSE RELATORIO-PONTOS.

       81-MOVIMENTA-CLIENTE.
           MOVE WS-C-SALDO (WS-IDX-CLI) TO WS-SALDO-PTS.
           COMPUTE WS-EXPIRA = WS-C-VENCIDO (WS-IDX-CLI)
               - WS-C-CONSUMIDO (WS-IDX-CLI).
           IF WS-EXPIRA > WS-SALDO-PTS
               MOVE WS-SALDO-PTS TO WS-EXPIRA
           END-IF.
           IF WS-EXPIRA > ZEROS
               MOVE WS-EXPIRA TO WS-C-EXPIRADO (WS-IDX-CLI)
               SUBTRACT WS-EXPIRA FROM WS-SALDO-PTS
               ADD WS-EXPIRA TO WS-TOT-EXPIRADO
               MOVE 'E' TO WS-PT-TIPO
               MOVE 'VALIDADE' TO WS-PT-ORIGEM
               MOVE WS-C-EXPIRADO (WS-IDX-CLI) TO WS-PT-PONTOS
               PERFORM 82-GRAVA-LINHA
           END-IF.
           IF WS-C-PTS-COMPRAS (WS-IDX-CLI) > ZEROS
               ADD WS-C-PTS-COMPRAS (WS-IDX-CLI) TO WS-SALDO-PTS
               MOVE 'A' TO WS-PT-TIPO
               MOVE 'COMPRAS' TO WS-PT-ORIGEM
               MOVE WS-C-PTS-COMPRAS (WS-IDX-CLI) TO WS-PT-PONTOS
               PERFORM 82-GRAVA-LINHA
           END-IF.
           IF WS-C-PTS-CONTAS (WS-IDX-CLI) > ZEROS
               ADD WS-C-PTS-CONTAS (WS-IDX-CLI) TO WS-SALDO-PTS
               MOVE 'A' TO WS-PT-TIPO
               MOVE 'CONTAS' TO WS-PT-ORIGEM
               MOVE WS-C-PTS-CONTAS (WS-IDX-CLI) TO WS-PT-PONTOS
               PERFORM 82-GRAVA-LINHA
           END-IF.
           IF WS-C-PTS-EMPREST (WS-IDX-CLI) > ZEROS
               ADD WS-C-PTS-EMPREST (WS-IDX-CLI) TO WS-SALDO-PTS
               MOVE 'A' TO WS-PT-TIPO
               MOVE 'EMPRESTIMOS' TO WS-PT-ORIGEM
               MOVE WS-C-PTS-EMPREST (WS-IDX-CLI) TO WS-PT-PONTOS
               PERFORM 82-GRAVA-LINHA
           END-IF.
           IF WS-C-EXPIRADO (WS-IDX-CLI) > ZEROS
              OR WS-C-PTS-COMPRAS (WS-IDX-CLI) > ZEROS
              OR WS-C-PTS-CONTAS (WS-IDX-CLI) > ZEROS
              OR WS-C-PTS-EMPREST (WS-IDX-CLI) > ZEROS
               PERFORM 83-LINHA-RELATORIO
           END-IF.

       82-GRAVA-LINHA.
           MOVE WS-C-FONE (WS-IDX-CLI) TO WS-PT-FONE.
           MOVE WS-DATA-HOJE TO WS-PT-DATA.
           MOVE WS-COMPETENCIA TO WS-PT-COMPET.
           MOVE WS-SALDO-PTS TO WS-PT-SALDO.
           MOVE ZEROS TO WS-PT-CONTA.
           MOVE ZEROS TO WS-PT-SEQ-LOG.
           WRITE REG-PONTOS FROM WS-LINHA-PONTOS.
           IF WS-PT-ACUMULO
               ADD WS-PT-PONTOS TO WS-TOT-ACUMULO
           END-IF.

       83-LINHA-RELATORIO.
           ADD 1 TO WS-CT-CLIENTES.
           MOVE WS-C-FONE (WS-IDX-CLI) TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   MOVE SPACES TO CLIENTES-NAME
           END-READ.
           MOVE WS-C-FONE (WS-IDX-CLI) TO WS-LC-FONE.
           MOVE CLIENTES-NAME TO WS-LC-NOME.
           MOVE WS-C-PTS-COMPRAS (WS-IDX-CLI) TO WS-LC-COMPRAS.
           MOVE WS-C-PTS-CONTAS (WS-IDX-CLI) TO WS-LC-CONTAS.
           MOVE WS-C-PTS-EMPREST (WS-IDX-CLI) TO WS-LC-EMPREST.
           MOVE WS-C-EXPIRADO (WS-IDX-CLI) TO WS-LC-EXPIRADO.
           MOVE WS-SALDO-PTS TO WS-LC-SALDO.
           WRITE REG-RELAT FROM WS-LINHA-CLIENTE.

       9-FINALIZA.
           DISPLAY 'VENDAS COM FONE NA COMPET.: ' WS-CT-VENDAS-FONE.
           DISPLAY 'FONES FORA DO CADASTRO....: ' WS-CT-FONE-DESC.
           DISPLAY 'VENDAS SEM PRECO..........: ' WS-CT-SEM-PRECO.
           DISPLAY 'CONTAS ATIVAS PONTUADAS...: ' WS-CT-CONTAS.
           DISPLAY 'EMPRESTIMOS EM DIA........: ' WS-CT-EMPREST.
           DISPLAY 'EMPRESTIMOS COM MORA......: ' WS-CT-COM-MORA.
           DISPLAY 'CLIENTES MOVIMENTADOS.....: ' WS-CT-CLIENTES.
           DISPLAY 'PONTOS ACUMULADOS.........: ' WS-TOT-ACUMULO.
           DISPLAY 'PONTOS EXPIRADOS..........: ' WS-TOT-EXPIRADO.
           CLOSE CLIENTES.
      *================================================================*
