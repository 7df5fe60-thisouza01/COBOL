      *----------------------------------------------------------------*
      * LINHA DO DEVOLUCOES-HISTORICO.TXT - DEVOLUCOES DE CLIENTE JA
      * POSTADAS (APPEND-ONLY), UMA LINHA POR DEVOLUCAO ACEITA PELO
      * POSTA-DEVOLUCOES: DATA DA DEVOLUCAO, LOJA, PRODUTO,
      * QUANTIDADE, VALOR PELO PRECO UNITARIO DO ESTOQUE.CSV, DATA
      * DA VENDA ORIGINAL, MOTIVO E DESTINO DA MERCADORIA (R VOLTA
      * AO ESTOQUE PARA REVENDA, Q VAI PARA A QUARENTENA DE
      * AVARIADOS). O MOTIVO DECIDE O DESTINO: ARREPENDIMENTO, TROCA
      * E ERRO NA VENDA VOLTAM A VENDA; DEFEITO, AVARIA E VALIDADE
      * VENCIDA VAO PARA A QUARENTENA. LIDO PELO TAXA-DEVOLUCOES E
      * PELO APURA-COMISSOES (DESCONTO DA COMISSAO DO VENDEDOR).
      * LEIAUTE UNICO, COPIADO POR TODO PROGRAMA QUE LE O HISTORICO
      *----------------------------------------------------------------*
       01 WS-LINHA-DEVOL-HIST.
           05 WS-DH-DATA       PIC 9(08).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-DH-LOJA       PIC X(06).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-DH-PRODID     PIC X(04).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-DH-QTD        PIC 9(04).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-DH-VALOR      PIC 9(08)V99.
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-DH-DATA-VENDA PIC 9(08).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-DH-MOTIVO     PIC X(03).
               88 WS-DH-ARREPENDIMENTO VALUE 'ARR'.
               88 WS-DH-TROCA          VALUE 'TRO'.
               88 WS-DH-ERRO-VENDA     VALUE 'ERR'.
               88 WS-DH-DEFEITO        VALUE 'DEF'.
               88 WS-DH-AVARIA         VALUE 'AVA'.
               88 WS-DH-VENCIDO        VALUE 'VAL'.
               88 WS-DH-REVENDAVEL     VALUE 'ARR' 'TRO' 'ERR'.
               88 WS-DH-AVARIADO       VALUE 'DEF' 'AVA' 'VAL'.
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-DH-DESTINO    PIC X(01).
               88 WS-DH-REVENDA        VALUE 'R'.
               88 WS-DH-QUARENTENA     VALUE 'Q'.
