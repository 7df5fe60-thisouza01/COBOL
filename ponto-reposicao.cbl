      ******************************************************************
      * Author:
      * Date:
      * Purpose: Ponto de reposicao e estoque de seguranca calculados
      *  pelo historico de vendas - o MIN do inventario.csv foi
      *  digitado ha anos e a urgencia do INVENTARIO ainda julga por
      *  ele, entao o que mais vende acaba e o que nao gira encalha.
      *  Job semanal em duas etapas:
      *  Opcao 1 le o historico do movimento de vendas postado pelo
      *  POSTA-VENDAS (vendas-postadas.txt, DATA;LOJA;PRODUTO;QTD)
      *  na janela de dias do parametro e, por produto, calcula a
      *  demanda media diaria e o seu desvio padrao (dia sem venda
      *  conta como zero), o lead time do fornecedor do produto (o
      *  medio observado no historico de recebimentos, como no
      *  PLACAR-FORNECEDORES; sem recebimento com ordem vale o prazo
      *  de entrega do fornecedores.dat, e sem fornecedor o LEAD-
      *  PADRAO), o estoque de seguranca ao nivel de servico
      *  escolhido (Z x desvio x raiz do lead time) e o ponto de
      *  reposicao sugerido (demanda x lead time + seguranca),
      *  comparado no relatorio com o minimo atual. Cada diferenca
      *  vai para o arquivo de sugestoes.
      *  Opcao 2 e a aprovacao do comprador: item a item, o minimo
      *  aprovado e gravado no inventario.csv (o maximo sobe junto
      *  quando ficaria abaixo do minimo) com o antes/depois no log
      *  de alteracoes de minimos. Assim a urgencia e a sugestao de
      *  compra do INVENTARIO passam a usar os minimos novos.
      *  Parametros (reposicao-param.txt, linhas NOME;VALOR):
      *  JANELA-DIAS (padrao 90), NIVEL-SERVICO em % (80, 85, 90,
      *  95, 97, 98 ou 99; padrao 95) e LEAD-PADRAO em dias
      *  (padrao 7).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PONTO-REPOSICAO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL VENDAS-POSTADAS ASSIGN TO WS-ARQ-VENDAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENDAS.

               SELECT INVENTARIO ASSIGN TO WS-ARQ-INVENT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INVENT.

               SELECT OPTIONAL FORNECEDORES ASSIGN TO WS-ARQ-FORNEC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FORNEC.

               SELECT OPTIONAL PRODUTO-FORNEC ASSIGN TO WS-ARQ-LINK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LINK.

               SELECT OPTIONAL RECEB-HISTORICO ASSIGN TO WS-ARQ-HIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HIST.

               SELECT OPTIONAL REPOSICAO-PARAM ASSIGN TO WS-ARQ-PARAM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM.

               SELECT REPOSICAO-RLT ASSIGN TO WS-ARQ-RELAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.

               SELECT OPTIONAL REPOSICAO-SUGESTAO ASSIGN TO
                   WS-ARQ-SUGESTAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUGESTAO.

               SELECT REPOSICAO-LOG ASSIGN TO WS-ARQ-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG.

               SELECT ORDENA-VENDAS ASSIGN TO 'SORT-REP'.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           FD VENDAS-POSTADAS.
           01 REG-VENDA                PIC X(30).

           FD INVENTARIO.
           01 REGISTRO                 PIC X(45).

      * MESTRE DE FORNECEDORES: CODIGO;NOME;PRAZO-DE-ENTREGA-DIAS;...
           FD FORNECEDORES.
           01 REG-FORNEC               PIC X(40).

      * VINCULO PRODUTO-FORNECEDOR: PROD_ID;CODIGO-DO-FORNECEDOR
           FD PRODUTO-FORNEC.
           01 REG-LINK                 PIC X(12).

           FD RECEB-HISTORICO.
           01 REG-HIST                 PIC X(50).

           FD REPOSICAO-PARAM.
           01 REG-PARAM                PIC X(40).

           FD REPOSICAO-RLT.
           01 REG-RELAT                PIC X(100).

           FD REPOSICAO-SUGESTAO.
           01 REG-SUGESTAO             PIC X(30).

           FD REPOSICAO-LOG.
           01 REG-LOG                  PIC X(60).

      * REGISTRO DE TRABALHO DO SORT: AS VENDAS DA JANELA POR PRODUTO
      *  E DIA, PARA SOMAR A DEMANDA DE CADA DIA
           SD ORDENA-VENDAS.
           01 ORD-VENDA.
               05 ORD-PRODID           PIC X(04).
               05 ORD-DATA             PIC 9(08).
               05 ORD-QTD              PIC 9(05).

       WORKING-STORAGE SECTION.
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      *  EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG)
           01 WS-CAMINHOS.
               05 WS-ARQ-VENDAS        PIC X(80) VALUE
                   "C:\exe-cobol\vendas-postadas.txt".
               05 WS-ARQ-INVENT        PIC X(80) VALUE
                   "C:\exe-cobol\inventario.csv".
               05 WS-ARQ-FORNEC        PIC X(80) VALUE
                   "C:\exe-cobol\fornecedores.dat".
               05 WS-ARQ-LINK          PIC X(80) VALUE
                   "C:\exe-cobol\produto-fornec.txt".
               05 WS-ARQ-HIST          PIC X(80) VALUE
                   "C:\exe-cobol\receb-historico.txt".
               05 WS-ARQ-PARAM         PIC X(80) VALUE
                   "C:\exe-cobol\reposicao-param.txt".
               05 WS-ARQ-RELAT         PIC X(80) VALUE
                   "C:\exe-cobol\reposicao-relatorio.txt".
               05 WS-ARQ-SUGESTAO      PIC X(80) VALUE
                   "C:\exe-cobol\reposicao-sugerida.txt".
               05 WS-ARQ-LOG           PIC X(80) VALUE
                   "C:\exe-cobol\reposicao-minimos.log".

           01 WS-CFG-CHAMADA.
               05 WS-CFG-LOGICO        PIC X(20).
               05 WS-CFG-CAMINHO       PIC X(80).
               05 WS-CFG-ACHOU         PIC X(01).

           01 WS-STATUS.
               05 FS-VENDAS            PIC 9(02).
               05 FS-INVENT            PIC 9(02).
               05 FS-FORNEC            PIC 9(02).
               05 FS-LINK              PIC 9(02).
               05 FS-HIST              PIC 9(02).
               05 FS-PARAM             PIC 9(02).
               05 FS-RELAT             PIC 9(02).
               05 FS-SUGESTAO          PIC 9(02).
               05 FS-LOG               PIC 9(02).

           01 WS-CAMPOS-VENDA.
               05 WS-V-DATA-TX         PIC X(08).
               05 WS-V-LOJA            PIC X(06).
               05 WS-V-PRODID          PIC X(04).
               05 WS-V-QTD-TX          PIC X(06).
           01 WS-V-DATA                PIC 9(08) VALUE ZEROS.

           01 WS-CAMPOS-AUX.
               05 WS-P-TXT1            PIC X(20).
               05 WS-P-TXT2            PIC X(20).
               05 WS-P-TXT3            PIC X(10).

      * LINHA DO HISTORICO DE RECEBIMENTOS, COMO NO PLACAR
           01 WS-LINHA-HIST.
               05 WS-H-FORNEC          PIC 9(04).
               05 FILLER               PIC X(01).
               05 WS-H-PRODID          PIC X(04).
               05 FILLER               PIC X(01).
               05 WS-H-QTD-REC         PIC 9(04).
               05 FILLER               PIC X(01).
               05 WS-H-QTD-ORD         PIC 9(04).
               05 FILLER               PIC X(01).
               05 WS-H-EMISSAO         PIC 9(08).
               05 FILLER               PIC X(01).
               05 WS-H-DATA-REC        PIC 9(08).
               05 FILLER               PIC X(01).
               05 WS-H-SIT             PIC X(01).

      * SUGESTAO DE MINIMO A APROVAR
           01 WS-LINHA-SUGESTAO.
               05 WS-SG-PRODID         PIC X(04).
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-SG-MIN-ATUAL      PIC 9(03).
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-SG-MIN-SUGERIDO   PIC 9(03).
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-SG-DATA           PIC 9(08).

      * LOG DAS ALTERACOES DE MINIMO (APPEND-ONLY)
           01 WS-LINHA-LOG.
               05 WS-LG-DATA           PIC 9(08).
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-LG-APROVADOR      PIC X(10).
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-LG-PRODID         PIC X(04).
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-LG-MIN-ANTES      PIC 9(03).
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-LG-MIN-DEPOIS     PIC 9(03).
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-LG-MAX-ANTES      PIC 9(03).
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-LG-MAX-DEPOIS     PIC 9(03).

           01 WS-LINHA-INVENT.
               05 WS-CSV-PRODID        PIC X(04).
               05 FILLER               PIC X(01) VALUE ','.
               05 WS-CSV-NOME          PIC X(18).
               05 FILLER               PIC X(01) VALUE ','.
               05 WS-CSV-QNT           PIC 9(03).
               05 FILLER               PIC X(01) VALUE ','.
               05 WS-CSV-MIN           PIC 9(03).
               05 FILLER               PIC X(01) VALUE ','.
               05 WS-CSV-MAX           PIC 9(03).

      * INVENTARIO COM AS SOMAS DA DEMANDA DIARIA DE CADA PRODUTO
           01 WS-TAB-INVENT.
               05 WS-CNT-INV           PIC 9(03) VALUE ZEROS.
               05 WS-INV-ITEM OCCURS 200 TIMES
                                INDEXED BY WS-IDX-INV.
                   10 WS-I-PRODID      PIC X(04).
                   10 WS-I-NOME        PIC X(18).
                   10 WS-I-QNT         PIC 9(03).
                   10 WS-I-MIN         PIC 9(03).
                   10 WS-I-MAX         PIC 9(03).
                   10 WS-I-SOMA        PIC 9(07).
                   10 WS-I-SOMA-QUAD   PIC 9(11).

           01 WS-TAB-FORNEC.
               05 WS-CNT-FORN          PIC 9(03) VALUE ZEROS.
               05 WS-FORN-ITEM OCCURS 50 TIMES
                                INDEXED BY WS-IDX-FOR.
                   10 WS-F-CODIGO      PIC 9(04).
                   10 WS-F-PRAZO       PIC 9(03).
                   10 WS-F-RECEBS      PIC 9(05).
                   10 WS-F-SOMA-LEAD   PIC 9(07).

           01 WS-TAB-LINK.
               05 WS-CNT-LINK          PIC 9(03) VALUE ZEROS.
               05 WS-LINK-ITEM OCCURS 200 TIMES
                                INDEXED BY WS-IDX-LNK.
                   10 WS-L-PRODID      PIC X(04).
                   10 WS-L-FORNEC      PIC 9(04).

      * SUGESTOES EM MEMORIA DURANTE A APROVACAO
           01 WS-TAB-SUGESTAO.
               05 WS-CNT-SUG           PIC 9(03) VALUE ZEROS.
               05 WS-SUG-ITEM OCCURS 200 TIMES
                                INDEXED BY WS-IDX-SUG.
                   10 WS-S-LINHA       PIC X(30).

           01 WS-PARAMETROS.
               05 WS-JANELA-DIAS       PIC 9(03) VALUE 90.
               05 WS-NIVEL-SERVICO     PIC 9(02) VALUE 95.
               05 WS-LEAD-PADRAO       PIC 9(03) VALUE 7.
               05 WS-FATOR-Z           PIC 9V99 VALUE 1.65.

           01 AUX.
               05 WS-EOF               PIC X(01) VALUE 'N'.
               05 WS-EOF-ORD           PIC X(01) VALUE 'N'.
               05 WS-ACHOU             PIC X(01) VALUE 'N'.
               05 WS-OPCAO             PIC 9(01) VALUE ZEROS.
               05 WS-RESPOSTA          PIC X(01) VALUE SPACE.
               05 WS-APROVA-TODOS      PIC X(01) VALUE 'N'.
               05 WS-PARAR             PIC X(01) VALUE 'N'.
               05 WS-APROVADOR         PIC X(10) VALUE SPACES.
               05 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
               05 WS-DATA-INI          PIC 9(08) VALUE ZEROS.
               05 WS-DIA-INI           PIC 9(07) VALUE ZEROS.
               05 WS-PROD-ATUAL        PIC X(04) VALUE SPACES.
               05 WS-DATA-ATUAL        PIC 9(08) VALUE ZEROS.
               05 WS-QTD-DIA           PIC 9(07) VALUE ZEROS.
               05 WS-LEAD-DIAS         PIC S9(05) VALUE ZEROS.
               05 WS-LEAD              PIC 9(03) VALUE ZEROS.
               05 WS-ORIGEM-LEAD       PIC X(01) VALUE SPACE.
               05 WS-MEDIA             PIC 9(05)V9(04) VALUE ZEROS.
               05 WS-VARIANCIA         PIC S9(09)V9(04) VALUE ZEROS.
               05 WS-DESVIO            PIC 9(05)V9(04) VALUE ZEROS.
               05 WS-SEGURANCA         PIC 9(07)V9(04) VALUE ZEROS.
               05 WS-PONTO             PIC 9(07)V9(04) VALUE ZEROS.
               05 WS-PONTO-INT         PIC 9(07) VALUE ZEROS.
               05 WS-SEGURANCA-INT     PIC 9(07) VALUE ZEROS.
               05 WS-MIN-SUGERIDO      PIC 9(03) VALUE ZEROS.
               05 WS-MIN-ANTES         PIC 9(03) VALUE ZEROS.
               05 WS-MAX-ANTES         PIC 9(03) VALUE ZEROS.
               05 WS-CT-SUGESTOES      PIC 9(05) VALUE ZEROS.
               05 WS-CT-APROVADAS      PIC 9(05) VALUE ZEROS.
               05 WS-CT-RECUSADAS      PIC 9(05) VALUE ZEROS.

           01 WS-CAB1.
               05 FILLER               PIC X(34) VALUE
                   'PONTO DE REPOSICAO - VENDAS DE '.
               05 WS-C1-INI            PIC 9(08).
               05 FILLER               PIC X(03) VALUE ' A '.
               05 WS-C1-FIM            PIC 9(08).
               05 FILLER               PIC X(17) VALUE
                   '  NIVEL SERVICO '.
               05 WS-C1-NIVEL          PIC Z9.
               05 FILLER               PIC X(05) VALUE '% Z '.
               05 WS-C1-Z              PIC 9.99.
           01 WS-CAB2.
               05 FILLER               PIC X(06) VALUE 'PROD'.
               05 FILLER               PIC X(20) VALUE 'NOME'.
               05 FILLER               PIC X(09) VALUE ' DEM/DIA'.
               05 FILLER               PIC X(09) VALUE '  DESVIO'.
               05 FILLER               PIC X(07) VALUE '  LEAD'.
               05 FILLER               PIC X(07) VALUE '  SEG.'.
               05 FILLER               PIC X(07) VALUE ' PONTO'.
               05 FILLER               PIC X(07) VALUE ' MIN'.
               05 FILLER               PIC X(07) VALUE ' SUGER'.

           01 WS-DET.
               05 WS-D-PRODID          PIC X(04).
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-D-NOME            PIC X(18).
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-D-MEDIA           PIC ZZZZ9.99.
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-D-DESVIO          PIC ZZZZ9.99.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-D-LEAD            PIC ZZ9.
               05 WS-D-ORIGEM-LEAD     PIC X(01).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-D-SEGURANCA       PIC ZZZZZ9.
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-D-PONTO           PIC ZZZZZ9.
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-D-MIN             PIC ZZZZZ9.
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-D-SUGERIDO        PIC ZZZZZ9.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-D-OBS             PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0005-RESOLVE-CAMINHOS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'PONTO DE REPOSICAO E ESTOQUE DE SEGURANCA'.
           DISPLAY '1 - CALCULAR SUGESTOES DE MINIMO'.
           DISPLAY '2 - APROVAR SUGESTOES (GRAVA O INVENTARIO)'.
           ACCEPT WS-OPCAO.
           PERFORM 0100-CARREGA-INVENTARIO.
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM 0150-INICIALIZA-CALCULO
                   SORT ORDENA-VENDAS
                       ON ASCENDING KEY ORD-PRODID ORD-DATA
                       INPUT PROCEDURE IS 0300-SELECIONA-VENDAS
                       OUTPUT PROCEDURE IS 0400-SOMA-DEMANDA
                   PERFORM 0500-CALCULA-SUGESTOES
               WHEN 2
                   PERFORM 0600-APROVA-SUGESTOES
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

      * RESOLVE O CAMINHO DE CADA ARQUIVO PELO NOME LOGICO NA
      *  CONFIGURACAO EXTERNA, ANTES DE QUALQUER OPEN
       0005-RESOLVE-CAMINHOS.
           MOVE 'VENDAS-POSTADAS' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-VENDAS
           END-IF.
           MOVE 'INVENTARIO-CSV' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-INVENT
           END-IF.
           MOVE 'FORNECEDORES' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-FORNEC
           END-IF.
           MOVE 'PRODUTO-FORNEC' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-LINK
           END-IF.
           MOVE 'RECEB-HISTORICO' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-HIST
           END-IF.
           MOVE 'REPOSICAO-PARAM' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-PARAM
           END-IF.
           MOVE 'REPOSICAO-RLT' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-RELAT
           END-IF.
           MOVE 'REPOSICAO-SUGESTAO' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-SUGESTAO
           END-IF.
           MOVE 'REPOSICAO-LOG' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-LOG
           END-IF.

       0006-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.

       0100-CARREGA-INVENTARIO.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT INVENTARIO.
           IF FS-INVENT NOT = 00
               DISPLAY 'INVENTARIO.CSV NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ INVENTARIO
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF WS-CNT-INV < 200
                           ADD 1 TO WS-CNT-INV
                           SET WS-IDX-INV TO WS-CNT-INV
                           UNSTRING REGISTRO DELIMITED BY ','
                               INTO WS-I-PRODID (WS-IDX-INV)
                                    WS-I-NOME (WS-IDX-INV)
                                    WS-I-QNT (WS-IDX-INV)
                                    WS-I-MIN (WS-IDX-INV)
                                    WS-I-MAX (WS-IDX-INV)
                           END-UNSTRING
                           MOVE ZEROS TO WS-I-SOMA (WS-IDX-INV)
                           MOVE ZEROS TO WS-I-SOMA-QUAD (WS-IDX-INV)
                       ELSE
                           DISPLAY 'INVENTARIO EXCEDE A TABELA - '
                               'PROCESSAMENTO ABORTADO'
                           MOVE 12 TO RETURN-CODE
                           CLOSE INVENTARIO
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVENTARIO.

      * A JANELA TERMINA HOJE E COMECA JANELA-DIAS - 1 DIAS ANTES
       0150-INICIALIZA-CALCULO.
           PERFORM 0160-CARREGA-PARAMETROS.
           COMPUTE WS-DIA-INI =
               FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
               - WS-JANELA-DIAS + 1.
           COMPUTE WS-DATA-INI =
               FUNCTION DATE-OF-INTEGER (WS-DIA-INI).
           PERFORM 0170-CARREGA-FORNECEDORES.
           PERFORM 0180-CARREGA-VINCULOS.
           PERFORM 0190-SOMA-LEAD-TIMES.

       0160-CARREGA-PARAMETROS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT REPOSICAO-PARAM.
           IF FS-PARAM NOT = 00
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ REPOSICAO-PARAM
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-CAMPOS-AUX
                       UNSTRING REG-PARAM DELIMITED BY ';'
                           INTO WS-P-TXT1 WS-P-TXT3
                       END-UNSTRING
                       EVALUATE WS-P-TXT1
                           WHEN 'JANELA-DIAS'
                               COMPUTE WS-JANELA-DIAS =
                                   FUNCTION NUMVAL (WS-P-TXT3)
                           WHEN 'NIVEL-SERVICO'
                               COMPUTE WS-NIVEL-SERVICO =
                                   FUNCTION NUMVAL (WS-P-TXT3)
                           WHEN 'LEAD-PADRAO'
                               COMPUTE WS-LEAD-PADRAO =
                                   FUNCTION NUMVAL (WS-P-TXT3)
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE REPOSICAO-PARAM.
           IF WS-JANELA-DIAS = ZEROS
               MOVE 90 TO WS-JANELA-DIAS
           END-IF.
      * FATOR Z DA NORMAL PADRAO PARA CADA NIVEL DE SERVICO ACEITO
           EVALUATE WS-NIVEL-SERVICO
               WHEN 80 MOVE 0.84 TO WS-FATOR-Z
               WHEN 85 MOVE 1.04 TO WS-FATOR-Z
               WHEN 90 MOVE 1.28 TO WS-FATOR-Z
               WHEN 95 MOVE 1.65 TO WS-FATOR-Z
               WHEN 97 MOVE 1.88 TO WS-FATOR-Z
               WHEN 98 MOVE 2.05 TO WS-FATOR-Z
               WHEN 99 MOVE 2.33 TO WS-FATOR-Z
               WHEN OTHER
                   DISPLAY 'NIVEL DE SERVICO ' WS-NIVEL-SERVICO
                       '% NAO TABELADO - USANDO 95%'
                   MOVE 95 TO WS-NIVEL-SERVICO
                   MOVE 1.65 TO WS-FATOR-Z
           END-EVALUATE.

       0170-CARREGA-FORNECEDORES.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT FORNECEDORES.
           IF FS-FORNEC NOT = 00
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ FORNECEDORES
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF WS-CNT-FORN < 50
                           MOVE SPACES TO WS-CAMPOS-AUX
                           UNSTRING REG-FORNEC DELIMITED BY ';'
                               INTO WS-P-TXT1 WS-P-TXT2 WS-P-TXT3
                           END-UNSTRING
                           ADD 1 TO WS-CNT-FORN
                           SET WS-IDX-FOR TO WS-CNT-FORN
                           COMPUTE WS-F-CODIGO (WS-IDX-FOR) =
                               FUNCTION NUMVAL (WS-P-TXT1)
                           COMPUTE WS-F-PRAZO (WS-IDX-FOR) =
                               FUNCTION NUMVAL (WS-P-TXT3)
                           MOVE ZEROS TO WS-F-RECEBS (WS-IDX-FOR)
                           MOVE ZEROS TO WS-F-SOMA-LEAD (WS-IDX-FOR)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FORNECEDORES.

       0180-CARREGA-VINCULOS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PRODUTO-FORNEC.
           IF FS-LINK NOT = 00
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ PRODUTO-FORNEC
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-CAMPOS-AUX
                       UNSTRING REG-LINK DELIMITED BY ';'
                           INTO WS-P-TXT1 WS-P-TXT3
                       END-UNSTRING
                       IF WS-CNT-LINK < 200
                           ADD 1 TO WS-CNT-LINK
                           SET WS-IDX-LNK TO WS-CNT-LINK
                           MOVE WS-P-TXT1 (1:4) TO
                               WS-L-PRODID (WS-IDX-LNK)
                           COMPUTE WS-L-FORNEC (WS-IDX-LNK) =
                               FUNCTION NUMVAL (WS-P-TXT3)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRODUTO-FORNEC.

      * LEAD TIME OBSERVADO DE CADA FORNECEDOR, EMISSAO DA ORDEM ATE O
      *  RECEBIMENTO, EM TODO O HISTORICO (SIT S, SEM ORDEM, NAO CONTA)
       0190-SOMA-LEAD-TIMES.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT RECEB-HISTORICO.
           IF FS-HIST NOT = 00
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ RECEB-HISTORICO INTO WS-LINHA-HIST
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF WS-H-EMISSAO IS NUMERIC
                          AND WS-H-EMISSAO NOT = ZEROS
                          AND WS-H-DATA-REC IS NUMERIC
                           PERFORM 0195-SOMA-UM-LEAD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RECEB-HISTORICO.

       0195-SOMA-UM-LEAD.
           PERFORM VARYING WS-IDX-FOR FROM 1 BY 1
                   UNTIL WS-IDX-FOR > WS-CNT-FORN
               IF WS-F-CODIGO (WS-IDX-FOR) = WS-H-FORNEC
                   COMPUTE WS-LEAD-DIAS =
                       FUNCTION INTEGER-OF-DATE (WS-H-DATA-REC) -
                       FUNCTION INTEGER-OF-DATE (WS-H-EMISSAO)
                   IF WS-LEAD-DIAS NOT < ZEROS
                       ADD 1 TO WS-F-RECEBS (WS-IDX-FOR)
                       ADD WS-LEAD-DIAS TO
                           WS-F-SOMA-LEAD (WS-IDX-FOR)
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * MEDIA E DESVIO PADRAO DA DEMANDA DIARIA NA JANELA, SEGURANCA =
      * Z x DESVIO x RAIZ(LEAD) E PONTO = MEDIA x LEAD + SEGURANCA,
      * ARREDONDADOS PARA CIMA E LIMITADOS AO CAMPO MIN (999)
      *----------------------------------------------------------------*
       0500-CALCULA-SUGESTOES.
           OPEN OUTPUT REPOSICAO-RLT.
           IF FS-RELAT NOT = 00
               DISPLAY 'ERRO NA ABERTURA DO RELATORIO: ' FS-RELAT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPOSICAO-SUGESTAO.
           MOVE WS-DATA-INI TO WS-C1-INI.
           MOVE WS-DATA-HOJE TO WS-C1-FIM.
           MOVE WS-NIVEL-SERVICO TO WS-C1-NIVEL.
           MOVE WS-FATOR-Z TO WS-C1-Z.
           WRITE REG-RELAT FROM WS-CAB1.
           MOVE SPACES TO REG-RELAT.
           STRING 'LEAD: O = OBSERVADO NOS RECEBIMENTOS, P = PRAZO '
               'DO FORNECEDOR, D = PADRAO (' WS-LEAD-PADRAO
               ' DIAS)' DELIMITED BY SIZE INTO REG-RELAT.
           WRITE REG-RELAT.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT.
           WRITE REG-RELAT FROM WS-CAB2.
           PERFORM 0510-CALCULA-PRODUTO
               VARYING WS-IDX-INV FROM 1 BY 1
               UNTIL WS-IDX-INV > WS-CNT-INV.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT.
           MOVE SPACES TO REG-RELAT.
           STRING 'MINIMOS A REVISAR: ' WS-CT-SUGESTOES
               ' - APROVACAO PELA OPCAO 2' DELIMITED BY SIZE
               INTO REG-RELAT.
           WRITE REG-RELAT.
           CLOSE REPOSICAO-RLT.
           CLOSE REPOSICAO-SUGESTAO.
           DISPLAY 'PRODUTOS CALCULADOS.....: ' WS-CNT-INV.
           DISPLAY 'MINIMOS A REVISAR.......: ' WS-CT-SUGESTOES.

       0510-CALCULA-PRODUTO.
           COMPUTE WS-MEDIA ROUNDED =
               WS-I-SOMA (WS-IDX-INV) / WS-JANELA-DIAS.
           COMPUTE WS-VARIANCIA ROUNDED =
               WS-I-SOMA-QUAD (WS-IDX-INV) / WS-JANELA-DIAS
               - WS-MEDIA * WS-MEDIA.
           IF WS-VARIANCIA > ZEROS
               COMPUTE WS-DESVIO ROUNDED =
                   FUNCTION SQRT (WS-VARIANCIA)
           ELSE
               MOVE ZEROS TO WS-DESVIO
           END-IF.
           PERFORM 0520-LEAD-DO-PRODUTO.
           COMPUTE WS-SEGURANCA ROUNDED =
               WS-FATOR-Z * WS-DESVIO * FUNCTION SQRT (WS-LEAD).
           COMPUTE WS-PONTO ROUNDED =
               WS-MEDIA * WS-LEAD + WS-SEGURANCA.
           MOVE WS-SEGURANCA TO WS-SEGURANCA-INT.
           IF WS-SEGURANCA-INT < WS-SEGURANCA
               ADD 1 TO WS-SEGURANCA-INT
           END-IF.
           MOVE WS-PONTO TO WS-PONTO-INT.
           IF WS-PONTO-INT < WS-PONTO
               ADD 1 TO WS-PONTO-INT
           END-IF.
           IF WS-PONTO-INT > 999
               MOVE 999 TO WS-MIN-SUGERIDO
           ELSE
               MOVE WS-PONTO-INT TO WS-MIN-SUGERIDO
           END-IF.
           MOVE WS-I-PRODID (WS-IDX-INV) TO WS-D-PRODID.
           MOVE WS-I-NOME (WS-IDX-INV) TO WS-D-NOME.
           MOVE WS-MEDIA TO WS-D-MEDIA.
           MOVE WS-DESVIO TO WS-D-DESVIO.
           MOVE WS-LEAD TO WS-D-LEAD.
           MOVE WS-ORIGEM-LEAD TO WS-D-ORIGEM-LEAD.
           MOVE WS-SEGURANCA-INT TO WS-D-SEGURANCA.
           MOVE WS-PONTO-INT TO WS-D-PONTO.
           MOVE WS-I-MIN (WS-IDX-INV) TO WS-D-MIN.
           MOVE WS-MIN-SUGERIDO TO WS-D-SUGERIDO.
           EVALUATE TRUE
               WHEN WS-I-SOMA (WS-IDX-INV) = ZEROS
                   MOVE 'SEM VENDA' TO WS-D-OBS
               WHEN WS-MIN-SUGERIDO > WS-I-MIN (WS-IDX-INV)
                   MOVE 'SUBIR' TO WS-D-OBS
               WHEN WS-MIN-SUGERIDO < WS-I-MIN (WS-IDX-INV)
                   MOVE 'BAIXAR' TO WS-D-OBS
               WHEN OTHER
                   MOVE SPACES TO WS-D-OBS
           END-EVALUATE.
           WRITE REG-RELAT FROM WS-DET.
           IF WS-MIN-SUGERIDO NOT = WS-I-MIN (WS-IDX-INV)
               MOVE WS-I-PRODID (WS-IDX-INV) TO WS-SG-PRODID
               MOVE WS-I-MIN (WS-IDX-INV) TO WS-SG-MIN-ATUAL
               MOVE WS-MIN-SUGERIDO TO WS-SG-MIN-SUGERIDO
               MOVE WS-DATA-HOJE TO WS-SG-DATA
               WRITE REG-SUGESTAO FROM WS-LINHA-SUGESTAO
               ADD 1 TO WS-CT-SUGESTOES
           END-IF.

      * O FORNECEDOR DO PRODUTO VEM DO VINCULO PRODUTO-FORNECEDOR
       0520-LEAD-DO-PRODUTO.
           MOVE WS-LEAD-PADRAO TO WS-LEAD.
           MOVE 'D' TO WS-ORIGEM-LEAD.
           MOVE 'N' TO WS-ACHOU.
           PERFORM VARYING WS-IDX-LNK FROM 1 BY 1
                   UNTIL WS-IDX-LNK > WS-CNT-LINK
                      OR WS-ACHOU = 'S'
               IF WS-L-PRODID (WS-IDX-LNK) = WS-I-PRODID (WS-IDX-INV)
                   MOVE 'S' TO WS-ACHOU
                   PERFORM 0530-LEAD-DO-FORNECEDOR
               END-IF
           END-PERFORM.

       0530-LEAD-DO-FORNECEDOR.
           PERFORM VARYING WS-IDX-FOR FROM 1 BY 1
                   UNTIL WS-IDX-FOR > WS-CNT-FORN
               IF WS-F-CODIGO (WS-IDX-FOR) = WS-L-FORNEC (WS-IDX-LNK)
                   IF WS-F-RECEBS (WS-IDX-FOR) > ZEROS
                       COMPUTE WS-LEAD ROUNDED =
                           WS-F-SOMA-LEAD (WS-IDX-FOR) /
                           WS-F-RECEBS (WS-IDX-FOR)
                       MOVE 'O' TO WS-ORIGEM-LEAD
                   ELSE
                       IF WS-F-PRAZO (WS-IDX-FOR) > ZEROS
                           MOVE WS-F-PRAZO (WS-IDX-FOR) TO WS-LEAD
                           MOVE 'P' TO WS-ORIGEM-LEAD
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * APROVACAO: O COMPRADOR RESPONDE ITEM A ITEM (S APROVA, N
      * RECUSA, T APROVA ESTE E OS SEGUINTES, X PARA E DEIXA O RESTO
      * PARA DEPOIS). APROVADAS E RECUSADAS SAEM DO ARQUIVO DE
      * SUGESTOES; CADA APROVADA GRAVA O ANTES/DEPOIS NO LOG
      *----------------------------------------------------------------*
       0600-APROVA-SUGESTOES.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT REPOSICAO-SUGESTAO.
           IF FS-SUGESTAO NOT = 00
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ REPOSICAO-SUGESTAO
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF WS-CNT-SUG < 200
                           ADD 1 TO WS-CNT-SUG
                           SET WS-IDX-SUG TO WS-CNT-SUG
                           MOVE REG-SUGESTAO TO
                               WS-S-LINHA (WS-IDX-SUG)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REPOSICAO-SUGESTAO.
           IF WS-CNT-SUG = ZEROS
               DISPLAY 'NENHUMA SUGESTAO DE MINIMO PENDENTE'
           ELSE
               DISPLAY 'APROVADOR: '
               ACCEPT WS-APROVADOR
               OPEN EXTEND REPOSICAO-LOG
               IF FS-LOG = 35
                   OPEN OUTPUT REPOSICAO-LOG
               END-IF
               PERFORM 0610-APROVA-UMA
                   VARYING WS-IDX-SUG FROM 1 BY 1
                   UNTIL WS-IDX-SUG > WS-CNT-SUG
                      OR WS-PARAR = 'S'
               CLOSE REPOSICAO-LOG
               PERFORM 0650-REGRAVA-SUGESTOES
               IF WS-CT-APROVADAS > ZEROS
                   PERFORM 0700-REGRAVA-INVENTARIO
               END-IF
               DISPLAY 'MINIMOS APROVADOS.......: ' WS-CT-APROVADAS
               DISPLAY 'SUGESTOES RECUSADAS.....: ' WS-CT-RECUSADAS
           END-IF.

       0610-APROVA-UMA.
           MOVE WS-S-LINHA (WS-IDX-SUG) TO WS-LINHA-SUGESTAO.
           MOVE 'N' TO WS-ACHOU.
           PERFORM VARYING WS-IDX-INV FROM 1 BY 1
                   UNTIL WS-IDX-INV > WS-CNT-INV
                      OR WS-ACHOU = 'S'
               IF WS-I-PRODID (WS-IDX-INV) = WS-SG-PRODID
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = 'N'
               DISPLAY 'PRODUTO ' WS-SG-PRODID
                   ' SAIU DO INVENTARIO - SUGESTAO DESCARTADA'
               ADD 1 TO WS-CT-RECUSADAS
           ELSE
               SET WS-IDX-INV DOWN BY 1
               IF WS-APROVA-TODOS = 'S'
                   MOVE 'S' TO WS-RESPOSTA
               ELSE
                   DISPLAY WS-SG-PRODID ' ' WS-I-NOME (WS-IDX-INV)
                       ' MINIMO ' WS-I-MIN (WS-IDX-INV)
                       ' -> ' WS-SG-MIN-SUGERIDO
                   DISPLAY 'APROVA? (S/N/T=TODAS/X=PARAR): '
                   ACCEPT WS-RESPOSTA
                   IF WS-RESPOSTA = 'T'
                       MOVE 'S' TO WS-APROVA-TODOS
                       MOVE 'S' TO WS-RESPOSTA
                   END-IF
               END-IF
               EVALUATE WS-RESPOSTA
                   WHEN 'S'
                       PERFORM 0620-APLICA-MINIMO
                   WHEN 'X'
                       MOVE 'S' TO WS-PARAR
                   WHEN OTHER
                       ADD 1 TO WS-CT-RECUSADAS
               END-EVALUATE
           END-IF.
           IF WS-PARAR NOT = 'S'
               MOVE SPACES TO WS-S-LINHA (WS-IDX-SUG)
           END-IF.

       0620-APLICA-MINIMO.
           MOVE WS-I-MIN (WS-IDX-INV) TO WS-MIN-ANTES.
           MOVE WS-I-MAX (WS-IDX-INV) TO WS-MAX-ANTES.
           MOVE WS-SG-MIN-SUGERIDO TO WS-I-MIN (WS-IDX-INV).
           IF WS-I-MAX (WS-IDX-INV) < WS-I-MIN (WS-IDX-INV)
               MOVE WS-I-MIN (WS-IDX-INV) TO WS-I-MAX (WS-IDX-INV)
           END-IF.
           MOVE WS-DATA-HOJE TO WS-LG-DATA.
           MOVE WS-APROVADOR TO WS-LG-APROVADOR.
           MOVE WS-SG-PRODID TO WS-LG-PRODID.
           MOVE WS-MIN-ANTES TO WS-LG-MIN-ANTES.
           MOVE WS-I-MIN (WS-IDX-INV) TO WS-LG-MIN-DEPOIS.
           MOVE WS-MAX-ANTES TO WS-LG-MAX-ANTES.
           MOVE WS-I-MAX (WS-IDX-INV) TO WS-LG-MAX-DEPOIS.
           WRITE REG-LOG FROM WS-LINHA-LOG.
           ADD 1 TO WS-CT-APROVADAS.

      * FICAM NO ARQUIVO SO AS SUGESTOES AINDA NAO RESPONDIDAS
       0650-REGRAVA-SUGESTOES.
           OPEN OUTPUT REPOSICAO-SUGESTAO.
           PERFORM VARYING WS-IDX-SUG FROM 1 BY 1
                   UNTIL WS-IDX-SUG > WS-CNT-SUG
               IF WS-S-LINHA (WS-IDX-SUG) NOT = SPACES
                   WRITE REG-SUGESTAO FROM WS-S-LINHA (WS-IDX-SUG)
               END-IF
           END-PERFORM.
           CLOSE REPOSICAO-SUGESTAO.

       0700-REGRAVA-INVENTARIO.
           OPEN OUTPUT INVENTARIO.
           PERFORM VARYING WS-IDX-INV FROM 1 BY 1
                   UNTIL WS-IDX-INV > WS-CNT-INV
               MOVE WS-I-PRODID (WS-IDX-INV) TO WS-CSV-PRODID
               MOVE WS-I-NOME (WS-IDX-INV) TO WS-CSV-NOME
               MOVE WS-I-QNT (WS-IDX-INV) TO WS-CSV-QNT
               MOVE WS-I-MIN (WS-IDX-INV) TO WS-CSV-MIN
               MOVE WS-I-MAX (WS-IDX-INV) TO WS-CSV-MAX
               WRITE REGISTRO FROM WS-LINHA-INVENT
           END-PERFORM.
           CLOSE INVENTARIO.

      *----------------------------------------------------------------*
      * SO AS VENDAS DA JANELA ENTRAM NO SORT
      *----------------------------------------------------------------*
       0300-SELECIONA-VENDAS SECTION.
       0301-SELECIONA-VENDAS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT VENDAS-POSTADAS.
           IF FS-VENDAS NOT = 00
               DISPLAY 'SEM HISTORICO DE VENDAS POSTADAS'
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ VENDAS-POSTADAS
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       PERFORM 0910-LIBERA-VENDA
               END-READ
           END-PERFORM.
           CLOSE VENDAS-POSTADAS.
       0302-SELECIONA-VENDAS-EXIT.
           EXIT.

      * QUEBRA POR PRODUTO E DIA: CADA DIA COM VENDA SOMA A DEMANDA E
      *  O SEU QUADRADO NO PRODUTO (DIA SEM VENDA CONTRIBUI COM ZERO)
       0400-SOMA-DEMANDA SECTION.
       0401-SOMA-DEMANDA.
           MOVE 'N' TO WS-EOF-ORD.
           MOVE SPACES TO WS-PROD-ATUAL.
           MOVE ZEROS TO WS-DATA-ATUAL.
           MOVE ZEROS TO WS-QTD-DIA.
           PERFORM 0920-RETORNA-VENDA.
           PERFORM UNTIL WS-EOF-ORD = 'S'
               IF ORD-PRODID NOT = WS-PROD-ATUAL
                  OR ORD-DATA NOT = WS-DATA-ATUAL
                   PERFORM 0930-FECHA-DIA
                   MOVE ORD-PRODID TO WS-PROD-ATUAL
                   MOVE ORD-DATA TO WS-DATA-ATUAL
               END-IF
               ADD ORD-QTD TO WS-QTD-DIA
               PERFORM 0920-RETORNA-VENDA
           END-PERFORM.
           PERFORM 0930-FECHA-DIA.
       0402-SOMA-DEMANDA-EXIT.
           EXIT.

      * AS ROTINAS DE APOIO FICAM EM SECAO PROPRIA PARA AS SECOES DO
      *  SORT TERMINAREM NO SEU EXIT
       0900-ROTINAS-APOIO SECTION.
       0910-LIBERA-VENDA.
           MOVE SPACES TO WS-CAMPOS-VENDA.
           UNSTRING REG-VENDA DELIMITED BY ';'
               INTO WS-V-DATA-TX WS-V-LOJA WS-V-PRODID WS-V-QTD-TX
           END-UNSTRING.
           IF WS-V-DATA-TX IS NUMERIC
               MOVE WS-V-DATA-TX TO WS-V-DATA
               IF WS-V-DATA NOT < WS-DATA-INI
                  AND WS-V-DATA NOT > WS-DATA-HOJE
                   MOVE WS-V-PRODID TO ORD-PRODID
                   MOVE WS-V-DATA TO ORD-DATA
                   COMPUTE ORD-QTD = FUNCTION NUMVAL (WS-V-QTD-TX)
                   RELEASE ORD-VENDA
               END-IF
           END-IF.

       0920-RETORNA-VENDA.
           RETURN ORDENA-VENDAS
               AT END MOVE 'S' TO WS-EOF-ORD
           END-RETURN.

      * PRODUTO VENDIDO QUE NAO ESTA NO INVENTARIO NAO TEM MINIMO A
      *  SUGERIR E FICA DE FORA
       0930-FECHA-DIA.
           IF WS-PROD-ATUAL NOT = SPACES
               PERFORM VARYING WS-IDX-INV FROM 1 BY 1
                       UNTIL WS-IDX-INV > WS-CNT-INV
                   IF WS-I-PRODID (WS-IDX-INV) = WS-PROD-ATUAL
                       ADD WS-QTD-DIA TO WS-I-SOMA (WS-IDX-INV)
                       COMPUTE WS-I-SOMA-QUAD (WS-IDX-INV) =
                           WS-I-SOMA-QUAD (WS-IDX-INV)
                           + WS-QTD-DIA * WS-QTD-DIA
                   END-IF
               END-PERFORM
           END-IF.
           MOVE ZEROS TO WS-QTD-DIA.

       END PROGRAM PONTO-REPOSICAO.
