      *  no registro sobrevivente, arquiva o registro perdedor no
      *  historico de arquivados (mesmo mecanismo do CLIENTES.COB,
      *  restauravel pelo RESTAURA-CLIENTE), reaponta a linha
      *  FONE;CONTA do CLIENTES-CONTAS-XREF para o sobrevivente (os
      *  dois na mesma conta conjunta ficam numa linha so, com o
      *  papel de titular se um deles o tinha) e grava os dois
      *  lados da fusao no CLIENTES-AUDIT.LOG.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
       01 REG-ARCHIVE PIC X(200).

       FD XREF-CLIENTES.
       01 REG-XREF PIC X(30).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
           05 WS-SALDO-PERDE   PIC 9(07)V99 VALUE ZEROS.
           05 WS-IDX-A         PIC 9(03) VALUE ZEROS.
           05 WS-IDX-B         PIC 9(03) VALUE ZEROS.
           05 WS-XREF-REPETIDO PIC X(01) VALUE 'N'.

      * CADASTRO EM TABELA PARA A COMPARACAO PAR A PAR
       01 WS-TAB-CLIENTES.
           05 WS-CNT-XREF      PIC 9(04) VALUE ZEROS.
           05 WS-XREF-ITEM OCCURS 500 TIMES
                             INDEXED BY WS-IDX-XRF.
               10 WS-X-LINHA   PIC X(30).
       COPY XREFLIN.

       01 WS-LINHA-ARCHIVE.
           03 WS-ARC-DATA      PIC 9(08).
                           IF WS-XR-FONE = WS-FONE-PERDE
                               MOVE WS-FONE-FICA TO WS-XR-FONE
                           END-IF
                           PERFORM 641-PROCURA-REPETIDO
                           IF WS-XREF-REPETIDO = 'N'
                               ADD 1 TO WS-CNT-XREF
                               SET WS-IDX-XRF TO WS-CNT-XREF
                               MOVE WS-LINHA-XREF TO
                                   WS-X-LINHA (WS-IDX-XRF)
                           END-IF
                       ELSE
      * LINHA ALEM DA TABELA SERIA DESTRUIDA PELA REGRAVACAO DO
      * XREF; COM A TABELA CHEIA A FUSAO E ABORTADA ANTES DE
           END-IF.
           MOVE 'N' TO WS-EOF.

      * PERDEDOR E SOBREVIVENTE NA MESMA CONTA (CONTA CONJUNTA) VIRAM
      * UMA LINHA SO; FICA O PAPEL DE TITULAR SE UM DOS DOIS O TINHA
       641-PROCURA-REPETIDO.
           MOVE 'N' TO WS-XREF-REPETIDO.
           PERFORM VARYING WS-IDX-XRF FROM 1 BY 1
                   UNTIL WS-IDX-XRF > WS-CNT-XREF
                      OR WS-XREF-REPETIDO = 'S'
               IF WS-X-LINHA (WS-IDX-XRF) (1:15) =
                       WS-LINHA-XREF (1:15)
                   MOVE 'S' TO WS-XREF-REPETIDO
                   IF WS-XR-TITULAR
                       MOVE WS-LINHA-XREF TO WS-X-LINHA (WS-IDX-XRF)
                   END-IF
               END-IF
           END-PERFORM.

       7-GRAVA-AUDITORIA.
           ACCEPT WS-AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-HORA FROM TIME.
