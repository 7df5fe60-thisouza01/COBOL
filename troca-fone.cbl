       01 REG-AUDIT PIC X(190).

       FD XREF-CLIENTES.
       01 REG-XREF PIC X(30).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
           05 WS-CNT-XREF      PIC 9(04) VALUE ZEROS.
           05 WS-XREF-ITEM OCCURS 500 TIMES
                             INDEXED BY WS-IDX-XRF.
               10 WS-X-LINHA   PIC X(30).
       COPY XREFLIN.

       01 WS-LINHA-AUDIT.
           05 WS-AUDIT-DATAHORA  PIC 9(14).
