      *----------------------------------------------------------------*
      * LINHA DO FATURAS-REGISTRO.TXT - REGISTRO DAS FATURAS DE PEDIDO
      * (APPEND-ONLY), UMA LINHA POR ITEM FATURADO, GRAVADO SO PELO
      * FATURA-PEDIDO: NUMERO DA FATURA (SEQUENCIAL, SEM SALTOS - O
      * PROXIMO E O MAIOR DO REGISTRO MAIS UM), SITUACAO (E EMITIDA;
      * O CANCELAMENTO ACRESCENTA AS MESMAS LINHAS COM C E A DATA DO
      * CANCELAMENTO), DATA, REFERENCIA DO PEDIDO, LOJA, PRODUTO,
      * QUANTIDADE, PRECO UNITARIO (PRECO-UNIT DO PRODUTOS.DAT), VALOR
      * DO ITEM E A DATA DA RESERVA DE ORIGEM, PARA REFAZE-LA NO
      * CANCELAMENTO. LEIAUTE UNICO, COPIADO POR TODO PROGRAMA QUE LE
      * O REGISTRO
      *----------------------------------------------------------------*
       01 WS-LINHA-FATURA.
           05 WS-FT-NUMERO     PIC 9(06).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-FT-SITUACAO   PIC X(01).
               88 WS-FT-EMITIDA      VALUE 'E'.
               88 WS-FT-CANCELADA    VALUE 'C'.
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-FT-DATA       PIC 9(08).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-FT-REF        PIC X(10).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-FT-LOJA       PIC X(06).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-FT-PRODID     PIC X(04).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-FT-QTD        PIC 9(04).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-FT-PRECO      PIC 9(05)V99.
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-FT-VALOR      PIC 9(08)V99.
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-FT-DATA-RES   PIC 9(08).
