      *----------------------------------------------------------------*
      * LINHA DO ATM-BALANCO-HIST.TXT - HISTORICO DO BALANCO DE
      * NUMERARIO, UMA LINHA POR DIA, TERMINAL E DENOMINACAO, GRAVADA
      * PELO BALANCO-CAIXA A CADA BATIDA (SE O BALANCO DO DIA RODAR
      * DE NOVO, VALE A ULTIMA LINHA). DIFERENCA = FISICO - LIVRO,
      * EM NOTAS: POSITIVA E SOBRA NO CAIXA. CONSULTADO PELO
      * CONTESTA-SAQUE NA ANALISE DAS CONTESTACOES. LEIAUTE UNICO,
      * COPIADO POR TODO PROGRAMA QUE GRAVA OU LE O HISTORICO
      *----------------------------------------------------------------*
       01 WS-LINHA-BAL-HIST.
           05 WS-BH-DATA       PIC 9(08).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-BH-TERMINAL   PIC X(04).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-BH-DENOM      PIC 9(03).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-BH-LIVRO      PIC 9(06).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-BH-FISICO     PIC 9(06).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-BH-SAIDAS     PIC 9(07).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-BH-DIF        PIC S9(06) SIGN LEADING SEPARATE.
