      *----------------------------------------------------------------*
      * REGISTRO DO ARQUIVO DEB-AUTORIZ.DAT - AUTORIZACOES DE DEBITO
      * AUTOMATICO DE CONTAS DE CONSUMO (AGUA, LUZ). A CHAVE E A
      * CONTA, O CODIGO DO CONVENIO (A EMPRESA CONVENIADA) E O NUMERO
      * DO CONTRATO DO CLIENTE NA EMPRESA; O VALOR MAXIMO E O TETO
      * QUE O CLIENTE ACEITA VER DEBITADO POR CONTA. O ULTIMO
      * VENCIMENTO PAGO IMPEDE DEBITAR DUAS VEZES A MESMA FATURA.
      * MANTIDO PELO MANTEM-DEB-AUTOM E LIDO PELA BATIDA
      * DEBITO-AUTOMATICO; LEIAUTE UNICO, COPIADO POR TODO PROGRAMA
      * QUE ABRE O ARQUIVO
      *----------------------------------------------------------------*
       01 DEB-AUTORIZ-REG.
           03 DA-CHAVE.
               05 DA-CONTA         PIC 9(05).
               05 DA-CONVENIO      PIC 9(04).
               05 DA-CONTRATO      PIC X(20).
           03 DA-VALOR-MAX         PIC 9(07)V99.
           03 DA-ATIVA             PIC X(01).
               88 DA-AUTORIZ-ATIVA     VALUE 'S'.
               88 DA-AUTORIZ-INATIVA   VALUE 'N'.
           03 DA-DATA-AUTORIZ      PIC 9(08).
           03 DA-ULT-VENC-PAGO     PIC 9(08).
