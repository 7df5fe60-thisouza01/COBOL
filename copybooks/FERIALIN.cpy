      *----------------------------------------------------------------*
      * LINHA DO FERIADOS.TXT (AAAAMMDD;T;DESCRICAO) - CALENDARIO DE
      * FERIADOS LIDO PELA SUB-ROTINA DIA-UTIL E MANTIDO PELO
      * MANTEM-FERIADOS. T = N FERIADO NACIONAL, L FERIADO LOCAL DA
      * PRACA. ANO 0000 E FERIADO FIXO, QUE SE REPETE TODO ANO NO
      * MESMO MES E DIA; FERIADO MOVEL (CARNAVAL, SEXTA-FEIRA SANTA,
      * CORPUS CHRISTI) E CADASTRADO ANO A ANO COM A DATA COMPLETA
      *----------------------------------------------------------------*
       01 WS-LINHA-FERIADO.
           05 WS-FR-DATA       PIC 9(08).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-FR-TIPO       PIC X(01).
               88 WS-FR-NACIONAL     VALUE 'N'.
               88 WS-FR-LOCAL        VALUE 'L'.
               88 WS-FR-TIPO-VALIDO  VALUE 'N' 'L'.
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-FR-DESCRICAO  PIC X(40).
           05 FILLER           PIC X(09) VALUE SPACES.
