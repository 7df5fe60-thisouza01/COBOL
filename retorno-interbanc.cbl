      *----------------------------------------------------------------*
       FILE SECTION.
       FD CONTAS.
       COPY CONTAREG.

       FD TRANS-LOG.
       01 REG-LOG PIC X(120).

       FD REMESSA-EXT.
       01 REG-REMESSA PIC X(60).
                                INDEXED BY WS-IDX-RM.
               10 WS-T-LINHA   PIC X(60).

       COPY TLOGLIN.
      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
                   MOVE WS-RM-VALOR TO WS-LOG-VALOR
                   MOVE CONTA-SALDO TO WS-LOG-SALDO
                   MOVE WS-DATA-HOJE TO WS-LOG-DATA
                   CALL 'NUMERA-LOG' USING WS-LINHA-LOG
                   WRITE REG-LOG FROM WS-LINHA-LOG
                   MOVE 'R' TO WS-RM-STATUS
                   ADD 1 TO WS-CT-ESTORNADAS
