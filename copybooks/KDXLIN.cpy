      *----------------------------------------------------------------*
      * LINHA DO KARDEX-MOVTOS.TXT - RAZAO DE MOVIMENTOS DE ESTOQUE
      * (APPEND-ONLY), UMA LINHA POR MOVIMENTO, GRAVADA SO PELA
      * SUB-ROTINA GRAVA-KARDEX: PRODUTO, DATA, TIPO (V VENDA, E
      * ENTRADA DE MERCADORIA, A AJUSTE DE CONTAGEM, D DEVOLUCAO DE
      * CLIENTE, T TRANSFERENCIA, I IMPLANTACAO DO SALDO INICIAL, C
      * CANCELAMENTO DE FATURA - A VENDA VOLTA PARA O ESTOQUE),
      * QUANTIDADE COM SINAL (NEGATIVA E SAIDA), CUSTO UNITARIO DO
      * MOVIMENTO, SALDO EM QUANTIDADE DEPOIS DELE E O CUSTO MEDIO
      * PONDERADO VIGENTE, RECALCULADO A CADA ENTRADA COM CUSTO.
      * ORIGEM E O JOB QUE MOVIMENTOU. LIDO PELO KARDEX-ESTOQUE.
      * LEIAUTE UNICO, COPIADO POR TODO PROGRAMA QUE LE O RAZAO
      *----------------------------------------------------------------*
       01 WS-LINHA-KARDEX.
           05 WS-KX-PRODID     PIC X(04).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-KX-DATA       PIC 9(08).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-KX-TIPO       PIC X(01).
               88 WS-KX-VENDA        VALUE 'V'.
               88 WS-KX-ENTRADA      VALUE 'E'.
               88 WS-KX-AJUSTE       VALUE 'A'.
               88 WS-KX-DEVOLUCAO    VALUE 'D'.
               88 WS-KX-TRANSFERENCIA VALUE 'T'.
               88 WS-KX-IMPLANTACAO  VALUE 'I'.
               88 WS-KX-CANCELAMENTO VALUE 'C'.
               88 WS-KX-TIPO-VALIDO  VALUE 'V' 'E' 'A' 'D' 'T' 'I'
                                           'C'.
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-KX-QTD        PIC S9(05) SIGN LEADING SEPARATE.
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-KX-CUSTO-UNIT PIC 9(06)V99.
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-KX-SALDO      PIC 9(05).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-KX-CUSTO-MEDIO PIC 9(06)V99.
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-KX-ORIGEM     PIC X(12).
