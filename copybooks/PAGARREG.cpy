      *----------------------------------------------------------------*
      * REGISTRO DO ARQUIVO CONTAS-PAGAR.DAT - NOTA FISCAL DE
      * FORNECEDOR, UMA POR FORNECEDOR + NUMERO DA NOTA: EMISSAO,
      * LANCAMENTO, VENCIMENTO (EMISSAO + CONDICAO DE PAGAMENTO DO
      * FORNECEDOR, SO NA NOTA CONFERIDA OU APROVADA), VALOR E SITUA-
      * CAO - R RETIDA PARA O COMPRADOR, C CONFERIDA (ORDEM, RECEBI-
      * MENTO E NOTA BATEM), A APROVADA PELO COMPRADOR, X RECUSADA,
      * P PAGA. CADA ITEM GUARDA O PRECO DA ORDEM E A QUANTIDADE
      * RECEBIDA CONTRA OS QUAIS FOI CONFERIDO E O RESULTADO: C
      * CONFERE, Q QUANTIDADE ACIMA DO PEDIDO OU DO RECEBIDO, V PRECO
      * FORA DA TOLERANCIA, S SEM ORDEM, R SEM RECEBIMENTO. MANTIDO
      * PELO LANCA-NOTAS-FORNEC; LEIAUTE UNICO, COPIADO POR TODO
      * PROGRAMA QUE ABRE O ARQUIVO
      *----------------------------------------------------------------*
       01 PAGAR-REG.
           03 PAG-CHAVE.
               05 PAG-FORNEC       PIC 9(04).
               05 PAG-NOTA         PIC 9(09).
           03 PAG-EMISSAO          PIC 9(08).
           03 PAG-LANCAMENTO       PIC 9(08).
           03 PAG-VENCIMENTO       PIC 9(08).
           03 PAG-VALOR            PIC 9(09)V99.
           03 PAG-SITUACAO         PIC X(01).
               88 PAG-RETIDA           VALUE 'R'.
               88 PAG-CONFERIDA        VALUE 'C'.
               88 PAG-APROVADA         VALUE 'A'.
               88 PAG-RECUSADA         VALUE 'X'.
               88 PAG-PAGA             VALUE 'P'.
               88 PAG-A-PAGAR          VALUE 'C' 'A'.
           03 PAG-OPERADOR         PIC X(06).
           03 PAG-APROVADOR        PIC X(06).
           03 PAG-DT-DECISAO       PIC 9(08).
           03 PAG-DT-PAGTO         PIC 9(08).
           03 PAG-QT-ITENS         PIC 9(02).
           03 PAG-ITEM OCCURS 10 TIMES.
               05 PAG-IT-PRODID    PIC X(04).
               05 PAG-IT-QTD       PIC 9(04).
               05 PAG-IT-PRECO     PIC 9(06)V99.
               05 PAG-IT-PRECO-ORD PIC 9(06)V99.
               05 PAG-IT-QTD-RECEB PIC 9(05).
               05 PAG-IT-CONFERE   PIC X(01).
                   88 PAG-IT-OK        VALUE 'C'.
                   88 PAG-IT-QTD-DIV   VALUE 'Q'.
                   88 PAG-IT-PRECO-DIV VALUE 'V'.
                   88 PAG-IT-SEM-ORDEM VALUE 'S'.
                   88 PAG-IT-SEM-RECEB VALUE 'R'.
