      *----------------------------------------------------------------*
      * CAMPOS DE UM LANCAMENTO DO TRANS-LOG JA DECOMPOSTOS PELA
      * SUB-ROTINA LE-LINHA-LOG, SEJA QUAL FOR O LEIAUTE DA LINHA
      * (ANTIGO, DE VALORES INTEIROS, OU NOVO, COM CENTAVOS E SINAL).
      * A NATUREZA VEM CLASSIFICADA PELA PROPRIA ROTINA, A UNICA QUE
      * CONHECE A LISTA DE TIPOS DE ENTRADA: C CREDITO, D DEBITO E T
      * TRANSPORTE (SALDO-ANTER, QUE SO POSICIONA O SALDO)
      *----------------------------------------------------------------*
       01 TLG-CAMPOS.
           03 TLG-CONTA        PIC 9(05).
           03 TLG-TIPO         PIC X(12).
           03 TLG-VALOR        PIC S9(09)V99.
           03 TLG-SALDO        PIC S9(09)V99.
           03 TLG-DATA         PIC 9(08).
           03 TLG-OPERADOR     PIC X(06).
      * SEQUENCIA E HORA DO LANCAMENTO (ZERADAS NAS LINHAS GRAVADAS
      * ANTES DA NUMERACAO) E, NO ESTORNO, A SEQUENCIA DO ORIGINAL
           03 TLG-SEQ          PIC 9(09).
           03 TLG-HORA         PIC 9(06).
           03 TLG-SEQ-ORIG     PIC 9(09).
           03 TLG-NATUREZA     PIC X(01).
               88 TLG-CREDITO      VALUE 'C'.
               88 TLG-DEBITO       VALUE 'D'.
               88 TLG-TRANSPORTE   VALUE 'T'.
           03 TLG-LEIAUTE      PIC X(01).
               88 TLG-LEIAUTE-ANTIGO VALUE 'A'.
               88 TLG-LEIAUTE-NOVO   VALUE 'N'.
