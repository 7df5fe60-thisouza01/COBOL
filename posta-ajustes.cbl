       COPY CLIREG.

       FD CONTAS.
       COPY CONTAREG.

       FD TRANS-LOG.
       01 REG-LOG PIC X(120).

       FD CLIENTES-AUDIT.
       01 REG-AUDIT PIC X(190).
           05 WS-EOF           PIC X(01) VALUE 'N'.
           05 WS-DATA-HOJE     PIC 9(08) VALUE ZEROS.
           05 WS-DELTA         PIC S9(09)V99 VALUE ZEROS.
           05 WS-DELTA-ABS     PIC 9(09)V99 VALUE ZEROS.
           05 WS-CT-POSTADOS   PIC 9(04) VALUE ZEROS.
           05 WS-CT-FALHAS     PIC 9(04) VALUE ZEROS.

                               INDEXED BY WS-IDX-AJU.
               10 WS-T-LINHA   PIC X(60).

       COPY TLOGLIN.

       01 WS-LINHA-AUDIT.
           05 WS-AUDIT-DATAHORA  PIC 9(14).
           MOVE WS-DELTA-ABS TO WS-LOG-VALOR.
           MOVE CONTA-SALDO TO WS-LOG-SALDO.
           MOVE WS-DATA-HOJE TO WS-LOG-DATA.
           CALL 'NUMERA-LOG' USING WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.
           MOVE 'E' TO WS-A-STATUS.
           ADD 1 TO WS-CT-POSTADOS.
