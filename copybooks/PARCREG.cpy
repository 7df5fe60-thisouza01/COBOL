      *----------------------------------------------------------------*
      * PLANO DE AMORTIZACAO (EMPRESTIMO-PARC.DAT): UMA PARCELA POR
      * REGISTRO, CHAVE CONTRATO + NUMERO, COM VENCIMENTO E SITUACAO
      * (P PENDENTE, E EFETIVADA, L LIQUIDADA, C CANCELADA NA
      * RENEGOCIACAO, F PAGA EM FOLHA NO CONSIGNADO) - LEIAUTE UNICO,
      * COPIADO POR TODO PROGRAMA QUE ABRE O ARQUIVO. O VALOR DA
      * PARCELA SE ABRE EM AMORTIZACAO DO PRINCIPAL E JUROS, E O
      * SALDO E O PRINCIPAL QUE FICA DEVENDO DEPOIS DA PARCELA
      *----------------------------------------------------------------*
       01 PARCELA-REG.
           03 PAR-CHAVE.
               05 PAR-CONTRATO PIC 9(06).
               05 PAR-NUMERO   PIC 9(03).
           03 PAR-VALOR        PIC 9(07).
           03 PAR-VENCIMENTO   PIC 9(08).
           03 PAR-SITUACAO     PIC X(01).
           03 PAR-AMORTIZACAO  PIC 9(07).
           03 PAR-JUROS        PIC 9(07).
           03 PAR-SALDO        PIC 9(07).
