      *----------------------------------------------------------------*
      * REGISTRO DO ARQUIVO ATM-CONTESTACOES.DAT - CONTESTACOES DE
      * SAQUE DO CAIXA ELETRONICO (CLIENTE DEBITADO SEM RECEBER AS
      * NOTAS). O CASO APONTA A SESSAO CONTESTADA NO DIARIO: CARTAO
      * (FONE), TERMINAL E DATA/HORA DA LINHA DO SAQUE. NASCE ABERTO
      * (A), PASSA A EM ANALISE (E) QUANDO O ANALISTA CONFERE O
      * BALANCO DO TERMINAL NO DIA (A DIFERENCA EM REAIS FICA NO CASO:
      * SOBRA NO CAIXA FAVORECE O CLIENTE) E TERMINA REEMBOLSADO (R),
      * COM CREDITO NO CLIENTES-SALDO, OU NEGADO (N) COM O MOTIVO -
      * AMBOS DECIDIDOS POR SUPERVISOR. MANTIDO PELO CONTESTA-SAQUE;
      * LEIAUTE UNICO, COPIADO POR TODO PROGRAMA QUE ABRE O ARQUIVO
      *----------------------------------------------------------------*
       01 CONTESTACAO-REG.
           03 CTS-NUMERO           PIC 9(06).
           03 CTS-FONE             PIC 9(09).
           03 CTS-TERMINAL         PIC X(04).
           03 CTS-DATAHORA         PIC 9(14).
           03 CTS-VALOR            PIC 9(07)V99.
           03 CTS-DATA-ABERTURA    PIC 9(08).
           03 CTS-OPERADOR-ABERT   PIC X(06).
           03 CTS-SITUACAO         PIC X(01).
               88 CTS-ABERTA           VALUE 'A'.
               88 CTS-EM-ANALISE       VALUE 'E'.
               88 CTS-REEMBOLSADA      VALUE 'R'.
               88 CTS-NEGADA           VALUE 'N'.
               88 CTS-PENDENTE         VALUE 'A' 'E'.
           03 CTS-DIF-BALANCO      PIC S9(07)V99.
           03 CTS-DATA-DECISAO     PIC 9(08).
           03 CTS-OPERADOR-DECISAO PIC X(06).
           03 CTS-MOTIVO           PIC X(40).
