      *  eletronico so acrescentam - e as batidas noturnas reprocessam
      *  tudo desde o primeiro lancamento. Este job move os
      *  lancamentos da competencia fechada (e anteriores) para um
      *  arquivo morto datado (a linha vai como foi gravada, legivel
      *  pelo EXTRATO-TRANSLOG) e regrava o log vivo comecando com um
      *  lancamento de transporte SALDO-ANTER por CONTA-NUMERO, com o
      *  saldo de fechamento da competencia - assim a verificacao e os
      *  extratos caminham so o mes corrente e chegam nos mesmos
      *----------------------------------------------------------------*
       FILE SECTION.
       FD TRANS-LOG.
       01 REG-LOG PIC X(120).

       FD TRANSLOG-ARQMORTO.
       01 REG-MORTO PIC X(120).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
           05 WS-CARRY-ANO     PIC 9(04) VALUE ZEROS.
           05 WS-CARRY-MES     PIC 9(02) VALUE ZEROS.

      * LINHA DE TRANSPORTE GRAVADA NO LOG VIVO (LEIAUTE NOVO) E
      * LANCAMENTO LIDO DO LOG, DECOMPOSTO PELA SUB-ROTINA
      * LE-LINHA-LOG EM QUALQUER DOS DOIS LEIAUTES
       COPY TLOGLIN.
       COPY TLOGCAM.

      * O LOG INTEIRO EM TABELA, NA ORDEM CRONOLOGICA EM QUE FOI
      * GRAVADO, COMO NO VERIFICA-SALDOS
           05 WS-CNT-LANC      PIC 9(04) VALUE ZEROS.
           05 WS-LANC-ITEM OCCURS 1000 TIMES
                             INDEXED BY WS-IDX-LAN.
               10 WS-L-LINHA   PIC X(120).

      * SALDO DE FECHAMENTO POR CONTA DENTRO DA COMPETENCIA FECHADA
      * (O ULTIMO SALDO GRAVADO NO LOG PARA A CONTA), QUE VIRA O
           05 WS-CONTA-ITEM OCCURS 100 TIMES
                              INDEXED BY WS-IDX-CTA.
               10 WS-C-NUMERO  PIC 9(05).
               10 WS-C-SALDO   PIC S9(09)V99.
       01 WS-ACHOU-CONTA       PIC X(01) VALUE 'N'.
      *================================================================*
       PROCEDURE DIVISION.
           END-IF.
           PERFORM VARYING WS-IDX-LAN FROM 1 BY 1
                   UNTIL WS-IDX-LAN > WS-CNT-LANC
               CALL 'LE-LINHA-LOG' USING WS-L-LINHA (WS-IDX-LAN)
                   TLG-CAMPOS
               MOVE TLG-DATA (1:6) TO WS-COMP-LANC
               IF WS-COMP-LANC <= WS-COMPETENCIA
                   WRITE REG-MORTO FROM WS-L-LINHA (WS-IDX-LAN)
                   ADD 1 TO WS-CT-ARQUIVADOS
           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA > WS-CNT-CONTAS
                      OR WS-ACHOU-CONTA = 'S'
               IF WS-C-NUMERO (WS-IDX-CTA) = TLG-CONTA
                   MOVE 'S' TO WS-ACHOU-CONTA
                   MOVE TLG-SALDO TO WS-C-SALDO (WS-IDX-CTA)
               END-IF
           END-PERFORM.
           IF WS-ACHOU-CONTA = 'N'
               IF WS-CNT-CONTAS < 100
                   ADD 1 TO WS-CNT-CONTAS
                   SET WS-IDX-CTA TO WS-CNT-CONTAS
                   MOVE TLG-CONTA TO WS-C-NUMERO (WS-IDX-CTA)
                   MOVE TLG-SALDO TO WS-C-SALDO (WS-IDX-CTA)
               ELSE
                   DISPLAY 'TABELA DE CONTAS CHEIA - CONTA '
                       TLG-CONTA ' FICARIA SEM TRANSPORTE'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ZEROS TO WS-LOG-VALOR
               MOVE WS-C-SALDO (WS-IDX-CTA) TO WS-LOG-SALDO
               MOVE WS-DATA-CARRY TO WS-LOG-DATA
               MOVE SPACES TO WS-LOG-OPERADOR
               CALL 'NUMERA-LOG' USING WS-LINHA-LOG
               WRITE REG-LOG FROM WS-LINHA-LOG
               ADD 1 TO WS-CT-CARRY
           END-PERFORM.
           PERFORM VARYING WS-IDX-LAN FROM 1 BY 1
                   UNTIL WS-IDX-LAN > WS-CNT-LANC
               CALL 'LE-LINHA-LOG' USING WS-L-LINHA (WS-IDX-LAN)
                   TLG-CAMPOS
               MOVE TLG-DATA (1:6) TO WS-COMP-LANC
               IF WS-COMP-LANC > WS-COMPETENCIA
                   WRITE REG-LOG FROM WS-L-LINHA (WS-IDX-LAN)
                   ADD 1 TO WS-CT-MANTIDOS
