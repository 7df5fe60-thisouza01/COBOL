      *----------------------------------------------------------------*
       FILE SECTION.
       FD CONTAS.
       COPY CONTAREG.

       FD TRANS-LOG.
       01 REG-LOG PIC X(120).

       FD TRANSF-JOURNAL.
       01 JOURNAL-REG.
           05 WS-FS-JOURNAL PIC X(02).

       01 WS-EOF            PIC X(01) VALUE 'N'.
       01 WS-SALDO-DESTINO  PIC S9(09)V99 VALUE ZEROS.
       01 WS-DESTINO-EXISTE PIC X(01) VALUE 'N'.
       01 WS-CT-CANCELADAS  PIC 9(04) VALUE ZEROS.
       01 WS-CT-COMPLETADAS PIC 9(04) VALUE ZEROS.
       01 WS-CT-ESTORNADAS  PIC 9(04) VALUE ZEROS.
       01 WS-SALDO-ORIGEM   PIC S9(09)V99 VALUE ZEROS.

       COPY TLOGLIN.
      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           MOVE JR-VALOR TO WS-LOG-VALOR.
           MOVE CONTA-SALDO TO WS-LOG-SALDO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LOG-DATA.
           CALL 'NUMERA-LOG' USING WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.
           MOVE JR-DESTINO TO WS-LOG-CONTA.
           MOVE 'TRANSF-ENTRA' TO WS-LOG-TIPO.
           MOVE JR-VALOR TO WS-LOG-VALOR.
           MOVE WS-SALDO-DESTINO TO WS-LOG-SALDO.
           CALL 'NUMERA-LOG' USING WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.

      *----------------------------------------------------------------*
                   MOVE JR-VALOR TO WS-LOG-VALOR
                   MOVE WS-SALDO-ORIGEM TO WS-LOG-SALDO
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LOG-DATA
                   CALL 'NUMERA-LOG' USING WS-LINHA-LOG
                   WRITE REG-LOG FROM WS-LINHA-LOG
                   MOVE 'X' TO JR-STATUS
                   REWRITE JOURNAL-REG
