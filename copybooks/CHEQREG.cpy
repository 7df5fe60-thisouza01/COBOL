      *----------------------------------------------------------------*
      * REGISTRO DO ARQUIVO CHEQUES.DAT - CADASTRO DE CHEQUES DAS
      * CONTAS CORRENTES: UMA FOLHA POR REGISTRO, CHAVE CONTA MAIS
      * NUMERO DO CHEQUE, COM O TALAO EM QUE FOI EMITIDA. A SITUACAO
      * ANDA DE EMITIDO PARA PAGO, SUSTADO OU DEVOLVIDO; O MOTIVO E O
      * DA ULTIMA DEVOLUCAO PELA COMPENSACAO (TABELA PADRAO DA CAMARA)
      * E AS APRESENTACOES CONTAM AS VEZES QUE A FOLHA FOI DEVOLVIDA
      * SEM FUNDOS. MANTIDO PELO MANTEM-CHEQUES (EMISSAO E SUSTACAO) E
      * PELA BATIDA COMPENSA-CHEQUES; LEIAUTE UNICO, COPIADO POR TODO
      * PROGRAMA QUE ABRE O ARQUIVO
      *----------------------------------------------------------------*
       01 CHEQUE-REG.
           03 CHQ-CHAVE.
               05 CHQ-CONTA        PIC 9(05).
               05 CHQ-NUMERO       PIC 9(06).
           03 CHQ-TALAO            PIC 9(04).
           03 CHQ-SITUACAO         PIC X(01).
               88 CHQ-EMITIDO          VALUE 'E'.
               88 CHQ-PAGO             VALUE 'P'.
               88 CHQ-SUSTADO          VALUE 'S'.
               88 CHQ-DEVOLVIDO        VALUE 'D'.
           03 CHQ-DATA-EMISSAO     PIC 9(08).
           03 CHQ-VALOR            PIC 9(07)V99.
           03 CHQ-DATA-SITUACAO    PIC 9(08).
           03 CHQ-APRESENTACOES    PIC 9(01).
           03 CHQ-MOTIVO           PIC 9(02).
               88 CHQ-MOT-SEM-FUNDOS-1 VALUE 11.
               88 CHQ-MOT-SEM-FUNDOS-2 VALUE 12.
               88 CHQ-MOT-ENCERRADA    VALUE 13.
               88 CHQ-MOT-SUSTADO      VALUE 21.
               88 CHQ-MOT-IRREGULAR    VALUE 31.
               88 CHQ-MOT-REAPRESENT   VALUE 49.
