      *----------------------------------------------------------------*
      * MENSALIDADES DOS ALUNOS (MENSALIDADES.DAT): UMA COBRANCA POR
      * REGISTRO, CHAVE MATRICULA + COMPETENCIA (AAAAMM) - A MESMA
      * CHAVE E O NOSSO NUMERO DO BOLETO, QUE VOLTA NO RETORNO DO
      * BANCO. GERADA PELO GERA-MENSALIDADES COM O VALOR CHEIO DA
      * TABELA DA TURMA, O DESCONTO CONCEDIDO (B BOLSA, I IRMAO) E O
      * RESPONSAVEL FINANCEIRO DO MES; BAIXADA PELO
      * BAIXA-MENSALIDADES, QUE ANOTA DATA E VALOR PAGOS E A MULTA E
      * OS JUROS COBRADOS DO PAGAMENTO EM ATRASO. SITUACAO A ABERTA
      * OU P PAGA - LEIAUTE UNICO, COPIADO POR TODO PROGRAMA QUE ABRE
      * O ARQUIVO
      *----------------------------------------------------------------*
       01 MENSALIDADE-REG.
           03 MEN-CHAVE.
               05 MEN-MATRICULA  PIC 9(06).
               05 MEN-COMPET     PIC 9(06).
           03 MEN-RESP-CPF       PIC 9(11).
           03 MEN-VENCIMENTO     PIC 9(08).
           03 MEN-VALOR-CHEIO    PIC 9(05)V99.
           03 MEN-TIPO-DESC      PIC X(01).
               88 MEN-DESC-BOLSA       VALUE 'B'.
               88 MEN-DESC-IRMAO       VALUE 'I'.
           03 MEN-DESCONTO       PIC 9(05)V99.
           03 MEN-VALOR          PIC 9(05)V99.
           03 MEN-SITUACAO       PIC X(01).
               88 MEN-ABERTA           VALUE 'A'.
               88 MEN-PAGA             VALUE 'P'.
           03 MEN-DATA-PAGTO     PIC 9(08).
           03 MEN-VALOR-PAGO     PIC 9(06)V99.
           03 MEN-ENCARGOS       PIC 9(05)V99.
