      *----------------------------------------------------------------*
      * REGISTRO DO ARQUIVO PLANO-CONTAS.DAT - PLANO DE CONTAS DA
      * CONTABILIDADE, UMA CONTA POR CODIGO (CHAVE): DESCRICAO, GRUPO
      * (A ATIVO, P PASSIVO, L PATRIMONIO LIQUIDO, R RECEITA, D
      * DESPESA), NATUREZA DO SALDO (D DEVEDORA NO ATIVO E NA
      * DESPESA, C CREDORA NOS DEMAIS), SITUACAO (A ATIVA, I INATIVA
      * - NAO RECEBE LANCAMENTO) E O SALDO DE IMPLANTACAO, COM A DATA
      * EM QUE A CONTA ENTROU NO DIARIO. O SALDO E SEMPRE GUARDADO NO
      * SENTIDO DEVEDOR (DEBITOS MENOS CREDITOS): CONTA CREDORA COM
      * SALDO TEM VALOR NEGATIVO. MANTIDO PELO MANTEM-PLANO-CONTAS;
      * LEIAUTE UNICO, COPIADO POR TODO PROGRAMA QUE ABRE O ARQUIVO
      *----------------------------------------------------------------*
       01 PLANO-CONTA-REG.
           03 PLC-CODIGO         PIC 9(06).
           03 PLC-DESCRICAO      PIC X(30).
           03 PLC-GRUPO          PIC X(01).
               88 PLC-ATIVO            VALUE 'A'.
               88 PLC-PASSIVO          VALUE 'P'.
               88 PLC-PATRIMONIO       VALUE 'L'.
               88 PLC-RECEITA          VALUE 'R'.
               88 PLC-DESPESA          VALUE 'D'.
               88 PLC-GRUPO-VALIDO     VALUE 'A' 'P' 'L' 'R' 'D'.
           03 PLC-NATUREZA       PIC X(01).
               88 PLC-DEVEDORA         VALUE 'D'.
               88 PLC-CREDORA          VALUE 'C'.
           03 PLC-SITUACAO       PIC X(01).
               88 PLC-ATIVA            VALUE 'A'.
               88 PLC-INATIVA          VALUE 'I'.
           03 PLC-SALDO-IMPLANT  PIC S9(11)V99 SIGN LEADING SEPARATE.
           03 PLC-DATA-IMPLANT   PIC 9(08).
