      *----------------------------------------------------------------*
       FILE SECTION.
       FD CONTAS.
       COPY CONTAREG.

       FD CONTAS-SITUACAO.
       01 SITUACAO-REG.
           03 SIT-DATA-ENCER   PIC 9(08).

       FD TRANS-LOG.
       01 REG-LOG PIC X(120).

       FD DORMENCIA-PARAM.
       01 REG-PARAM PIC X(40).
           05 WS-P-NOME        PIC X(10).
           05 WS-P-VALOR1      PIC X(10).

      * LANCAMENTO DECOMPOSTO PELA SUB-ROTINA LE-LINHA-LOG (LOG VIVO
      * E ARQUIVOS MORTOS, EM QUALQUER DOS DOIS LEIAUTES)
       COPY TLOGCAM.

      * ULTIMO MOVIMENTO REAL POR CONTA (SALDO-ANTER NAO CONTA)
       01 WS-TAB-CONTAS.
           05 WS-CONTA-ITEM OCCURS 200 TIMES
                              INDEXED BY WS-IDX-CTA.
               10 WS-C-NUMERO  PIC 9(05).
               10 WS-C-SALDO   PIC S9(09)V99.
               10 WS-C-ULT-MOV PIC 9(08).

       01 WS-LINHA-DORM.
           05 FILLER           PIC X(07) VALUE 'CONTA: '.
           05 WS-R-CONTA       PIC 9(05).
           05 FILLER           PIC X(08) VALUE ' SALDO: '.
           05 WS-R-SALDO       PIC -ZZZZZZZZ9.99.
           05 FILLER           PIC X(18) VALUE
               ' ULTIMO MOVIMENTO:'.
           05 FILLER           PIC X(01) VALUE SPACES.
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ TRANS-LOG
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       CALL 'LE-LINHA-LOG' USING REG-LOG TLG-CAMPOS
                       IF NOT TLG-TRANSPORTE
                           PERFORM 51-ANOTA-MOVIMENTO
                       END-IF
               END-READ
       51-ANOTA-MOVIMENTO.
           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA > WS-CNT-CONTAS
               IF WS-C-NUMERO (WS-IDX-CTA) = TLG-CONTA
                  AND TLG-DATA > WS-C-ULT-MOV (WS-IDX-CTA)
                   MOVE TLG-DATA TO WS-C-ULT-MOV (WS-IDX-CTA)
               END-IF
           END-PERFORM.

