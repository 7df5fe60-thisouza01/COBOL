      *----------------------------------------------------------------*
      * LINHA DO TRANS-LOG.TXT COMO OS PROGRAMAS QUE MOVEM DINHEIRO A
      * GRAVAM - LEIAUTE UNICO, COPIADO POR TODO PROGRAMA QUE
      * ACRESCENTA LANCAMENTOS AO LOG. A LEITURA NAO USA ESTE
      * LEIAUTE DIRETO: PASSA PELA SUB-ROTINA LE-LINHA-LOG, QUE
      * RECONHECE TAMBEM A LINHA ANTIGA (VALOR E SALDO INTEIROS SEM
      * SINAL) DOS ARQUIVOS MORTOS GRAVADOS ANTES DA MUDANCA
      *----------------------------------------------------------------*
      * 15/10/2026 TS Valor e saldo com centavos e sinal; o ponto
      * decimal do valor na coluna 32 e o que distingue a linha nova
      * da antiga
      * 15/10/2026 TS Numero de sequencia unico e hora do lancamento,
      * carimbados pela sub-rotina NUMERA-LOG antes de cada gravacao,
      * e o numero do lancamento original no ESTORNO
       01 WS-LINHA-LOG.
           05 WS-LOG-CONTA     PIC 9(05).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-LOG-TIPO      PIC X(12).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-LOG-VALOR     PIC -ZZZZZZZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-LOG-SALDO     PIC -ZZZZZZZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-LOG-DATA      PIC 9(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-LOG-OPERADOR  PIC X(06) VALUE SPACES.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-LOG-SEQ       PIC 9(09) VALUE ZEROS.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-LOG-HORA      PIC 9(06) VALUE ZEROS.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-LOG-SEQ-ORIG  PIC 9(09) VALUE ZEROS.
           05 FILLER           PIC X(23) VALUE SPACES.
