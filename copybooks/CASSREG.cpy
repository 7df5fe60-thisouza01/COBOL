      *----------------------------------------------------------------*
      * REGISTRO DO ARQUIVO ATM-CASSETES.DAT - INVENTARIO FISICO DOS
      * CASSETES DE TODOS OS CAIXAS DA REDE: QUANTIDADE DE NOTAS POR
      * TERMINAL E DENOMINACAO (CHAVE), CARREGADO PELO SUPERVISOR NO
      * REABASTECIMENTO E DECREMENTADO A CADA SAQUE DISPENSADO. A
      * LEITURA PELA CHAVE TRAZ OS CASSETES DE CADA TERMINAL JUNTOS,
      * EM ORDEM CRESCENTE DE DENOMINACAO. LEIAUTE UNICO, COPIADO POR
      * TODO PROGRAMA QUE ABRE O ARQUIVO
      *----------------------------------------------------------------*
       01 CASSETE-REG.
           03 CAS-CHAVE.
               05 CAS-TERMINAL   PIC X(04).
               05 CAS-DENOM      PIC 9(03).
           03 CAS-QTD            PIC 9(05).
