      *----------------------------------------------------------------*
      * LINHA DO RAZAO DE PONTOS DE FIDELIDADE (PONTOS-RAZAO.TXT) -
      * LEIAUTE UNICO, COPIADO POR TODO PROGRAMA QUE LE OU ACRESCENTA
      * LINHAS AO RAZAO. UMA LINHA POR MOVIMENTO DE PONTOS DO CLIENTE
      * (PELO FONE): A ACUMULO DA COMPETENCIA (ORIGEM COMPRAS, CONTAS
      * OU EMPRESTIMOS), R RESGATE CREDITADO NA CONTA (COM A
      * SEQUENCIA DO LANCAMENTO RESGATE-PTS NO TRANS-LOG) E E
      * EXPIRACAO DOS PONTOS VENCIDOS. O SALDO E O DO CLIENTE DEPOIS
      * DO MOVIMENTO - A ULTIMA LINHA DO FONE E O SALDO VIGENTE
      *----------------------------------------------------------------*
       01 WS-LINHA-PONTOS.
           05 WS-PT-FONE       PIC 9(09).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-PT-DATA       PIC 9(08).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-PT-COMPET     PIC 9(06).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-PT-TIPO       PIC X(01).
               88 WS-PT-ACUMULO      VALUE 'A'.
               88 WS-PT-RESGATE      VALUE 'R'.
               88 WS-PT-EXPIRACAO    VALUE 'E'.
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-PT-ORIGEM     PIC X(12).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-PT-PONTOS     PIC 9(07).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-PT-SALDO      PIC 9(07).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-PT-CONTA      PIC 9(05) VALUE ZEROS.
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-PT-SEQ-LOG    PIC 9(09) VALUE ZEROS.
           05 FILLER           PIC X(08) VALUE SPACES.
