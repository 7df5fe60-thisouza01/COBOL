      *----------------------------------------------------------------*
      * REGISTRO DO ARQUIVO CLIENTES-PERFIL.DAT - PERFIL DE
      * RELACIONAMENTO DO CLIENTE, UM POR FONE: O SEGMENTO ATRIBUIDO
      * NA ULTIMA APURACAO MENSAL DO APURA-SEGMENTOS, O SEGMENTO QUE
      * ELE TINHA ANTES DELA, A COMPETENCIA APURADA, A CONTRIBUICAO
      * DO MES (RECEITA MENOS CUSTO DE TUDO QUE ESTA LIGADO AO FONE) E
      * O SALDO MEDIO QUE ENTROU NELA. CLIENTE SEM REGISTRO AINDA NAO
      * FOI SEGMENTADO. LIDO PELA MALA-DIRETA PARA O FILTRO POR
      * SEGMENTO; LEIAUTE UNICO, COPIADO POR TODO PROGRAMA QUE ABRE O
      * ARQUIVO
      *----------------------------------------------------------------*
       01 PERFIL-REG.
           03 PRF-FONE             PIC 9(09).
           03 PRF-SEGMENTO         PIC X(10).
           03 PRF-SEGMENTO-ANT     PIC X(10).
           03 PRF-COMPET           PIC 9(06).
           03 PRF-CONTRIBUICAO     PIC S9(09)V99 SIGN LEADING SEPARATE.
           03 PRF-SALDO-MEDIO      PIC S9(09)V99 SIGN LEADING SEPARATE.
           03 PRF-DATA             PIC 9(08).
