      *----------------------------------------------------------------*
      * LINHA DO DIARIO-CONTABIL.TXT - DIARIO DA CONTABILIDADE EM
      * PARTIDAS DOBRADAS (APPEND-ONLY), GRAVADO PELO CONTABILIZA-DIA:
      * UM LOTE POR DATA, CADA PARTIDA COM UMA LINHA A DEBITO E UMA A
      * CREDITO DO MESMO VALOR. ORIGEM E TIPO DIZEM DE ONDE VEIO O
      * VALOR (TRANS-LOG E O TIPO DO LANCAMENTO, CADTRANS CREDITO OU
      * DEBITO, FOLHA BRUTO/INSS/IRRF/CONSIGNADO, ESTOQUE SOBRA OU
      * FALTA), QUANTIDADE E O NUMERO DE MOVIMENTOS SOMADOS NA
      * PARTIDA E REFERENCIA E A COMPETENCIA (AAAAMM) NA FOLHA. LIDO
      * PELO BALANCETE-MENSAL. LEIAUTE UNICO, COPIADO POR TODO
      * PROGRAMA QUE GRAVA OU LE O DIARIO
      *----------------------------------------------------------------*
       01 WS-LINHA-DIARIO-CTB.
           05 WS-DC-DATA       PIC 9(08).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-DC-PARTIDA    PIC 9(04).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-DC-CONTA      PIC 9(06).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-DC-DC         PIC X(01).
               88 WS-DC-DEBITO       VALUE 'D'.
               88 WS-DC-CREDITO      VALUE 'C'.
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-DC-VALOR      PIC 9(11)V99.
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-DC-ORIGEM     PIC X(10).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-DC-TIPO       PIC X(12).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-DC-QTD        PIC 9(05).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-DC-REFERENCIA PIC X(06).
