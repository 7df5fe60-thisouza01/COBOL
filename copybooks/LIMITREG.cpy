      *----------------------------------------------------------------*
      * REGISTRO DO ARQUIVO CONTAS-LIMITE.DAT - LIMITE CONTRATADO DE
      * CHEQUE ESPECIAL POR CONTA CORRENTE, MANTIDO PELO
      * MANTEM-CONTAS. CONTA SEM REGISTRO NAO TEM LIMITE; O SALDO
      * PODE FICAR NEGATIVO ATE O VALOR DO LIMITE. LEIAUTE UNICO,
      * COPIADO POR TODO PROGRAMA QUE ABRE O ARQUIVO
      *----------------------------------------------------------------*
       01 LIMITE-REG.
           03 LIM-CONTA        PIC 9(05).
           03 LIM-VALOR        PIC 9(09)V99.
           03 LIM-DATA-CONTR   PIC 9(08).
