       COPY CLIREG.

       FD CONTAS.
       COPY CONTAREG.

       FD PRODUTOS.
       COPY PRODREG.
               MOVE 189 TO WS-TAM-REG
           WHEN 2
               MOVE 'CONTAS' TO WS-MESTRE-PEDIDO
               MOVE 17 TO WS-TAM-REG
           WHEN 3
               MOVE 'PRODUTOS' TO WS-MESTRE-PEDIDO
               MOVE 50 TO WS-TAM-REG
