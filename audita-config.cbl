
      * ENTRADAS DA CONFIGURACAO EM MEMORIA
       01 WS-TAB-CONFIG.
           05 WS-CNT-CFG       PIC 9(04) VALUE ZEROS.
           05 WS-CFG-ITEM OCCURS 600 TIMES
                            INDEXED BY WS-IDX-CFG.
               10 WS-C-NOME    PIC X(20).
               10 WS-C-CAMINHO PIC X(80).

      * CATALOGO EM MEMORIA (PROGRAMA + NOME LOGICO)
       01 WS-TAB-CATALOGO.
           05 WS-CNT-CAT       PIC 9(04) VALUE ZEROS.
           05 WS-CAT-ITEM OCCURS 1500 TIMES
                            INDEXED BY WS-IDX-CAT.
               10 WS-T-PROG    PIC X(20).
               10 WS-T-NOME    PIC X(20).
       01 WS-IDX-CF2           PIC 9(04) VALUE ZEROS.

       01 WS-CAMPOS-CAT.
           05 WS-CT-PROG       PIC X(20).
           READ CONFIG-ARQUIVOS
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   IF WS-CNT-CFG < 600
                       ADD 1 TO WS-CNT-CFG
                       SET WS-IDX-CFG TO WS-CNT-CFG
                       UNSTRING REG-CONFIG DELIMITED BY '='
           READ CONFIG-CATALOGO
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   IF WS-CNT-CAT < 1500
                       MOVE SPACES TO WS-CAMPOS-CAT
                       UNSTRING REG-CATALOGO DELIMITED BY ';'
                           INTO WS-CT-PROG WS-CT-NOME
                       SET WS-IDX-CAT TO WS-CNT-CAT
                       MOVE WS-CT-PROG TO WS-T-PROG (WS-IDX-CAT)
                       MOVE WS-CT-NOME TO WS-T-NOME (WS-IDX-CAT)
                   ELSE
                       DISPLAY 'CATALOGO EXCEDE A TABELA - '
                           'AUDITORIA ABORTADA'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.

