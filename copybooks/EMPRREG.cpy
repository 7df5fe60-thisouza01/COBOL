      *----------------------------------------------------------------*
      * MESTRE DE EMPRESTIMOS (EMPRESTIMOS.DAT), UM REGISTRO POR
      * CONTRATO, LIGADO A CONTA PELO EMP-CONTA - LEIAUTE UNICO,
      * COPIADO POR TODO PROGRAMA QUE ABRE O ARQUIVO. O SISTEMA DE
      * AMORTIZACAO DIZ COMO O PLANO FOI MONTADO: S JUROS SIMPLES
      * (CONTRATOS ANTIGOS, CONVERTIDOS PELO CONVERTE-EMPRESTIMOS),
      * P PRICE (PARCELA FIXA) OU C SAC (AMORTIZACAO CONSTANTE). A
      * SITUACAO E A ATIVO, T EM ATRASO, Q QUITADO OU R RENEGOCIADO
      * (FECHADO PELO RENEGOCIA-EMPRESTIMO); O CONTRATO ABERTO NA
      * RENEGOCIACAO GUARDA O NUMERO DO CONTRATO QUE ELE SUBSTITUIU.
      * A MODALIDADE DIZ QUEM COBRA A PARCELA: N DEBITO EM CONTA
      * (DEBITA-PARCELAS/COBRA-ATRASO) OU F CONSIGNADO EM FOLHA,
      * DESCONTADO PELO FUNCIONARIO DO EMPREGADO DO EMP-CPF-CONSIG;
      * A FOLHA ANOTA A COMPETENCIA E O VALOR QUE JA DESCONTOU, PARA
      * A REPETICAO DA RODADA NO MES NAO DESCONTAR DE NOVO
      *----------------------------------------------------------------*
       01 EMPRESTIMO-REG.
           03 EMP-CONTRATO     PIC 9(06).
           03 EMP-CONTA        PIC 9(05).
           03 EMP-PRINCIPAL    PIC 9(07).
           03 EMP-TAXA         PIC 9(02)V99.
           03 EMP-PARCELAS     PIC 9(03).
           03 EMP-VLR-PARCELA  PIC 9(07).
           03 EMP-PAGAS        PIC 9(03).
           03 EMP-SALDO-DEV    PIC 9(08).
           03 EMP-SITUACAO     PIC X(01).
           03 EMP-SISTEMA      PIC X(01).
               88 EMP-JUROS-SIMPLES VALUE 'S'.
               88 EMP-PRICE         VALUE 'P'.
               88 EMP-SAC           VALUE 'C'.
           03 EMP-CONTRATO-ORIG PIC 9(06).
           03 EMP-MODALIDADE   PIC X(01).
               88 EMP-DEBITO-CONTA  VALUE 'N' SPACE.
               88 EMP-CONSIGNADO    VALUE 'F'.
           03 EMP-CPF-CONSIG   PIC X(11).
           03 EMP-COMPET-FOLHA PIC 9(06).
           03 EMP-VLR-FOLHA    PIC 9(07).
