      *----------------------------------------------------------------*
      * REGISTRO DO ARQUIVO CONTAS.DAT - LEIAUTE UNICO, COPIADO POR
      * TODO PROGRAMA QUE ABRE O ARQUIVO (MOVIMENTO, BATIDAS,
      * CONCILIACAO, DESCARGA/RECARGA). UMA MUDANCA DE LEIAUTE E
      * FEITA AQUI, UMA VEZ
      *----------------------------------------------------------------*
      * 15/10/2026 TS Saldo com centavos e sinal (conta pode ficar
      * negativa); arquivos no leiaute antigo, de saldo inteiro sem
      * sinal, passam antes pelo conversor CONVERTE-CONTAS
       01 CONTAS-REG.
           03 CONTA-NUMERO PIC 9(05).
           03 CONTA-SALDO  PIC S9(09)V99 SIGN LEADING SEPARATE.
