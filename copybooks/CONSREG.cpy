      *----------------------------------------------------------------*
      * REGISTRO DO ARQUIVO CLIENTES-CONSENT.DAT - CONSENTIMENTO DO
      * CLIENTE (LGPD) PARA COMUNICACAO DE MARKETING, UM POR FONE:
      * S CONSENTIU, N RECUSOU OU REVOGOU. CLIENTE SEM REGISTRO NAO
      * CONSENTIU. DATA, CANAL DO PEDIDO (AGENCIA, TELEFONE,
      * INTERNET) E OPERADOR DA ULTIMA MANIFESTACAO. MANTIDO PELO
      * ATENDE-LGPD; LEIAUTE UNICO, COPIADO POR TODO PROGRAMA QUE
      * ABRE O ARQUIVO
      *----------------------------------------------------------------*
       01 CONSENT-REG.
           03 CNS-FONE             PIC 9(09).
           03 CNS-MARKETING        PIC X(01).
               88 CNS-CONSENTE         VALUE 'S'.
               88 CNS-NAO-CONSENTE     VALUE 'N'.
           03 CNS-DATA             PIC 9(08).
           03 CNS-CANAL            PIC X(10).
           03 CNS-OPERADOR         PIC X(06).
