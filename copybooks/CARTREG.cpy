      *----------------------------------------------------------------*
      * REGISTRO DO ARQUIVO ATM-CARTOES.DAT - CADASTRO DE CARTOES DO
      * CAIXA ELETRONICO: NUMERO DO CARTAO (CHAVE), O CLIENTE LIGADO
      * (CLIENTES-FONE) E A CONTA DE CONTAS.DAT (ZERO = SEM CONTA
      * LIGADA), PIN PROPRIO, VALIDADE (ANO E MES - VALE ATE O FIM DO
      * MES), VIA E SITUACAO: A ATIVO, B BLOQUEADO, P PERDIDO,
      * R ROUBADO (O CAIXA RETEM O CARTAO), C CANCELADO (SUBSTITUIDO
      * POR OUTRA VIA OU ENCERRADO). SO O ATIVO E DENTRO DA VALIDADE
      * ABRE SESSAO. MANTIDO PELO MANTEM-CARTOES; LEIAUTE UNICO,
      * COPIADO POR TODO PROGRAMA QUE ABRE O ARQUIVO
      *----------------------------------------------------------------*
       01 CARTAO-REG.
           03 CRT-NUMERO           PIC 9(16).
           03 CRT-FONE             PIC 9(09).
           03 CRT-CONTA            PIC 9(05).
           03 CRT-PIN              PIC 9(04).
           03 CRT-VALIDADE         PIC 9(06).
           03 CRT-VIA              PIC 9(02).
           03 CRT-SITUACAO         PIC X(01).
               88 CRT-ATIVO            VALUE 'A'.
               88 CRT-BLOQUEADO        VALUE 'B'.
               88 CRT-PERDIDO          VALUE 'P'.
               88 CRT-ROUBADO          VALUE 'R'.
               88 CRT-CANCELADO        VALUE 'C'.
               88 CRT-SITUACAO-VALIDA  VALUE 'A' 'B' 'P' 'R' 'C'.
           03 CRT-DATA-EMISSAO     PIC 9(08).
           03 CRT-DATA-SITUACAO    PIC 9(08).
           03 CRT-OPERADOR         PIC X(06).
