      *----------------------------------------------------------------*
      * LINHA DO EXTRATOS-IMPORTADOS.TXT - UMA LINHA POR EXTRATO
      * ELETRONICO DO BANCO (CNAB 240 OU OFX) IMPORTADO PELO
      * IMPORTA-EXTRATO, POR CONTA CORRENTE E DATA DO EXTRATO. E O
      * QUE RECUSA O MESMO EXTRATO IMPORTADO DUAS VEZES E O SALDO
      * FINAL QUE O PROXIMO EXTRATO DA CONTA TEM DE ABRIR. LEIAUTE
      * UNICO, COPIADO POR TODO PROGRAMA QUE GRAVA OU LE O CONTROLE
      *----------------------------------------------------------------*
       01 WS-LINHA-EXT-IMP.
           05 WS-EI-CONTA      PIC 9(06).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-EI-DATA       PIC 9(08).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-EI-FORMATO    PIC X(04).
               88 WS-EI-CNAB         VALUE 'CNAB'.
               88 WS-EI-OFX          VALUE 'OFX '.
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-EI-BANCO      PIC 9(03).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-EI-LANCAMENTOS PIC 9(05).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-EI-SALDO-INI  PIC S9(13)V99 SIGN LEADING SEPARATE.
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-EI-SALDO-FIM  PIC S9(13)V99 SIGN LEADING SEPARATE.
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-EI-IMPORTACAO PIC 9(14).
           05 FILLER           PIC X(10) VALUE SPACES.
