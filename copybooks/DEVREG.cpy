      *----------------------------------------------------------------*
      * REGISTRO DO ARQUIVO CLIENTES-DEVOL.DAT - ENDERECO DO CLIENTE
      * MARCADO COMO NAO ENTREGAVEL PELA DEVOLUCAO DOS CORREIOS, UM
      * POR FONE: CEP DO ENVELOPE DEVOLVIDO, MOTIVO DA DEVOLUCAO,
      * DATA DA DEVOLUCAO E DATA DA CARGA. CLIENTE SEM REGISTRO TEM
      * ENDERECO ENTREGAVEL. GRAVADO PELO CARREGA-DEVOLUCOES E
      * APAGADO PELO CLIENTES QUANDO O ENDERECO E ALTERADO; LEIAUTE
      * UNICO, COPIADO POR TODO PROGRAMA QUE ABRE O ARQUIVO
      *----------------------------------------------------------------*
       01 DEVOLUCAO-REG.
           03 DEV-FONE             PIC 9(09).
           03 DEV-CEP              PIC 9(08).
           03 DEV-MOTIVO           PIC X(12).
               88 DEV-DESCONHECIDO     VALUE 'DESCONHECIDO'.
               88 DEV-MUDOU-SE         VALUE 'MUDOU-SE'.
               88 DEV-RECUSADO         VALUE 'RECUSADO'.
               88 DEV-MOTIVO-VALIDO    VALUE 'DESCONHECIDO'
                                             'MUDOU-SE' 'RECUSADO'.
           03 DEV-DATA             PIC 9(08).
           03 DEV-CARGA            PIC 9(08).
