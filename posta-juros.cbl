      *  codigo. Cada conta tem o saldo regravado e os lancamentos
      *  JUROS e TARIFA gravados no TRANS-LOG com tipo proprio, para
      *  os extratos e a verificacao de saldos enxergarem o
      *  rendimento como qualquer outro movimento. Conta poupanca
      *  (tipo P em CONTAS-SITUACAO.DAT) nao recebe juros aqui - ela
      *  rende no dia de aniversario pela batida RENDE-POUPANCA -,
      *  mas paga a tarifa de manutencao como as demais.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-LOG.

           SELECT OPTIONAL CONTAS-SITUACAO ASSIGN TO WS-ARQ-SITUACAO
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-SITUACAO
             RECORD KEY SIT-CONTA.

           SELECT OPTIONAL JUROS-PARAM ASSIGN TO WS-ARQ-PARAM
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-PARAM.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD CONTAS.
       COPY CONTAREG.

       FD TRANS-LOG.
       01 REG-LOG PIC X(120).

      * TIPO DA CONTA (C CORRENTE, P POUPANCA) NO CADASTRO DE
      * SITUACAO MANTIDO PELO MANTEM-CONTAS
       FD CONTAS-SITUACAO.
       01 SITUACAO-REG.
           03 SIT-CONTA        PIC 9(05).
           03 SIT-TIPO         PIC X(01).
           03 SIT-SITUACAO     PIC X(01).
           03 SIT-DATA-ABERT   PIC 9(08).
           03 SIT-DATA-ENCER   PIC 9(08).

       FD JUROS-PARAM.
       01 REG-PARAM PIC X(40).
       01 WS-ARQ-LOG        PIC X(80) VALUE 'C:\COBOL\TRANS-LOG.TXT'.
       01 WS-ARQ-PARAM      PIC X(80) VALUE
           'C:\COBOL\JUROS-PARAM.TXT'.
       01 WS-ARQ-SITUACAO   PIC X(80) VALUE
           'C:\COBOL\CONTAS-SITUACAO.DAT'.
       01 WS-CFG-LOGICO     PIC X(20).
       01 WS-CFG-CAMINHO    PIC X(80).
       01 WS-CFG-ACHOU      PIC X(01).
           05 WS-FS-CONTAS  PIC X(02).
           05 WS-FS-LOG     PIC X(02).
           05 WS-FS-PARAM   PIC X(02).
           05 WS-FS-SITUACAO PIC X(02).

       01 WS-EOF            PIC X(01) VALUE 'N'.
       01 WS-EOF-PARAM      PIC X(01) VALUE 'N'.
           05 WS-CNT-FAIXAS    PIC 9(02) VALUE ZEROS.
           05 WS-FAIXA-ITEM OCCURS 10 TIMES
                              INDEXED BY WS-IDX-FX.
               10 WS-F-SALDO-MIN PIC 9(09)V99.
               10 WS-F-TAXA      PIC 9(02)V99.
       01 WS-TARIFA            PIC 9(05)V99 VALUE ZEROS.

       01 WS-PARAM-CAMPOS.
           05 WS-P-NOME        PIC X(10).

       01 WS-CALCULO.
           05 WS-TAXA-APLICADA PIC 9(02)V99 VALUE ZEROS.
           05 WS-JUROS         PIC 9(07)V99 VALUE ZEROS.
           05 WS-TARIFA-COBRADA PIC 9(07)V99 VALUE ZEROS.
           05 WS-SALDO-NOVO    PIC S9(09)V99 VALUE ZEROS.
           05 WS-SALDO-POS-JUR PIC S9(09)V99 VALUE ZEROS.
           05 WS-DATA-HOJE     PIC 9(08) VALUE ZEROS.
           05 WS-CT-CONTAS     PIC 9(05) VALUE ZEROS.
           05 WS-CT-JA-POSTADAS PIC 9(05) VALUE ZEROS.
           05 WS-CT-POUPANCA   PIC 9(05) VALUE ZEROS.
           05 WS-SIT-ABERTO    PIC X(01) VALUE 'N'.
           05 WS-TOT-JUROS     PIC 9(09)V99 VALUE ZEROS.
           05 WS-TOT-TARIFAS   PIC 9(09)V99 VALUE ZEROS.
           05 WS-TOT-ED        PIC ZZZZZZZZ9.99.

      * CARIMBO DE COMPETENCIA POSTADA POR CONTA (SUB-ROTINA
      * POSTA-PERIODO): RODADA REPETIDA NAO POSTA DE NOVO E RODADA
           05 WS-PER-ACAO      PIC X(01) VALUE 'C'.
           05 WS-PER-ACHOU     PIC X(01) VALUE 'N'.

       COPY TLOGLIN.
      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-PARAM
           END-IF.
           MOVE 'CONTAS-SITUACAO' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-SITUACAO
           END-IF.

       11-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
                   CLOSE TRANS-LOG
                   OPEN EXTEND TRANS-LOG
               END-IF.
           OPEN INPUT CONTAS-SITUACAO.
           IF WS-FS-SITUACAO = '00'
               MOVE 'S' TO WS-SIT-ABERTO
           END-IF.
           MOVE LOW-VALUES TO CONTA-NUMERO.
           START CONTAS KEY IS NOT LESS THAN CONTA-NUMERO
               INVALID KEY MOVE 'S' TO WS-EOF

       46-POSTA-UMA-CONTA.
           PERFORM 5-ESCOLHE-FAIXA.
           PERFORM 47-CONFERE-POUPANCA.
           COMPUTE WS-JUROS ROUNDED =
               CONTA-SALDO * WS-TAXA-APLICADA / 100.
           COMPUTE WS-SALDO-POS-JUR =
               CONTA-SALDO + WS-JUROS.
      * QUANDO A TARIFA EXCEDE O SALDO COM JUROS, SO O DISPONIVEL
      * E COBRADO (E LANCADO), PARA O REPROCESSAMENTO DO LOG
      * CHEGAR NO MESMO SALDO ZERADO DO ARQUIVO VIVO; CONTA JA
      * NEGATIVA NAO PAGA TARIFA (A TARIFA NAO APROFUNDA O NEGATIVO)
           MOVE WS-TARIFA TO WS-TARIFA-COBRADA.
           IF WS-SALDO-POS-JUR NOT > ZEROS
               MOVE ZEROS TO WS-TARIFA-COBRADA
           ELSE
               IF WS-TARIFA-COBRADA > WS-SALDO-POS-JUR
                   MOVE WS-SALDO-POS-JUR TO WS-TARIFA-COBRADA
               END-IF
           END-IF.
           COMPUTE WS-SALDO-NOVO =
               WS-SALDO-POS-JUR - WS-TARIFA-COBRADA.
           CALL 'POSTA-PERIODO' USING WS-PER-JOB WS-PER-COMP
               WS-PER-CONTA WS-PER-ACAO WS-PER-ACHOU.

      * CONTA POUPANCA FICA SEM TAXA: SO A TARIFA E COBRADA. CONTA
      * SEM REGISTRO DE SITUACAO E CADASTRO ANTIGO, CONTA CORRENTE
       47-CONFERE-POUPANCA.
           IF WS-SIT-ABERTO = 'S'
               MOVE CONTA-NUMERO TO SIT-CONTA
               READ CONTAS-SITUACAO
                   INVALID KEY
                       MOVE SPACE TO SIT-TIPO
               END-READ
               IF SIT-TIPO = 'P'
                   MOVE ZEROS TO WS-TAXA-APLICADA
                   ADD 1 TO WS-CT-POUPANCA
               END-IF
           END-IF.

       5-ESCOLHE-FAIXA.
           MOVE ZEROS TO WS-TAXA-APLICADA.
           PERFORM VARYING WS-IDX-FX FROM 1 BY 1
               MOVE 'JUROS' TO WS-LOG-TIPO
               MOVE WS-JUROS TO WS-LOG-VALOR
               MOVE WS-SALDO-POS-JUR TO WS-LOG-SALDO
               CALL 'NUMERA-LOG' USING WS-LINHA-LOG
               WRITE REG-LOG FROM WS-LINHA-LOG
           END-IF.
           IF WS-TARIFA-COBRADA > ZEROS
               MOVE 'TARIFA' TO WS-LOG-TIPO
               MOVE WS-TARIFA-COBRADA TO WS-LOG-VALOR
               MOVE CONTA-SALDO TO WS-LOG-SALDO
               CALL 'NUMERA-LOG' USING WS-LINHA-LOG
               WRITE REG-LOG FROM WS-LINHA-LOG
           END-IF.

           END-IF.
           DISPLAY 'CONTAS POSTADAS......: ' WS-CT-CONTAS.
           DISPLAY 'CONTAS JA CARIMBADAS.: ' WS-CT-JA-POSTADAS.
           DISPLAY 'POUPANCAS SO TARIFA..: ' WS-CT-POUPANCA.
           MOVE WS-TOT-JUROS TO WS-TOT-ED.
           DISPLAY 'TOTAL DE JUROS.......: ' WS-TOT-ED.
           MOVE WS-TOT-TARIFAS TO WS-TOT-ED.
           DISPLAY 'TOTAL DE TARIFAS.....: ' WS-TOT-ED.
           CLOSE CONTAS.
           CLOSE TRANS-LOG.
           CLOSE CONTAS-SITUACAO.
      *================================================================*
