      *  PARC-EMPREST no TRANS-LOG, marca a parcela como efetivada e
      *  atualiza o contrato (parcelas pagas, saldo devedor, quitacao
      *  quando a ultima parcela cai). Parcela sem saldo continua
      *  pendente e e reportada para a proxima tentativa. Contrato
      *  consignado em folha fica de fora: a parcela e descontada no
      *  contracheque pelo FUNCIONARIO.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD CONTAS.
       COPY CONTAREG.

       FD TRANS-LOG.
       01 REG-LOG PIC X(120).

       FD EMPRESTIMOS.
       COPY EMPRREG.

       FD EMPRESTIMO-PARC.
       COPY PARCREG.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
               10 WS-CRB-CONTA PIC 9(05).
       01 WS-CRB-NESTA-RODADA  PIC X(01) VALUE 'N'.

       01 WS-SALDO-ED          PIC -ZZZZZZZZ9.99.
      * LIMITE DE CHEQUE ESPECIAL DA CONTA (SUB-ROTINA LIMITE-CONTA):
      * A PARCELA PODE LEVAR O SALDO A NEGATIVO ATE O LIMITE
       01 WS-LIMITE-CHEQUE     PIC 9(09)V99 VALUE ZEROS.

       COPY TLOGLIN.
      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
                   END-IF
           END-READ.

      * CONTRATO CONSIGNADO E COBRADO NA FOLHA (FUNCIONARIO), NAO
      * NA CONTA
       4-DEBITA-UMA.
           MOVE PAR-CONTRATO TO EMP-CONTRATO.
           READ EMPRESTIMOS
                   DISPLAY 'CONTRATO ' PAR-CONTRATO
                       ' DA PARCELA NAO ENCONTRADO'
               NOT INVALID KEY
                   IF NOT EMP-CONSIGNADO
                       PERFORM 5-DEBITA-DA-CONTA
                   END-IF
           END-READ.

      * CONTA BLOQUEADA, ENCERRADA OU DORMENTE NAO E DEBITADA; A
                   DISPLAY 'CONTA ' EMP-CONTA ' DO CONTRATO '
                       EMP-CONTRATO ' NAO ENCONTRADA'
               NOT INVALID KEY
                   CALL 'LIMITE-CONTA' USING EMP-CONTA
                       WS-LIMITE-CHEQUE
                   IF CONTA-SALDO + WS-LIMITE-CHEQUE < PAR-VALOR
                       MOVE CONTA-SALDO TO WS-SALDO-ED
                       DISPLAY 'CONTRATO ' EMP-CONTRATO
                           ' PARCELA ' PAR-NUMERO
                           ' SEM SALDO NA CONTA ' EMP-CONTA
                           ' (SALDO ' WS-SALDO-ED
                           ' PARCELA ' PAR-VALOR ')'
                       ADD 1 TO WS-CT-SEM-SALDO
                   ELSE
           MOVE PAR-VALOR TO WS-LOG-VALOR.
           MOVE CONTA-SALDO TO WS-LOG-SALDO.
           MOVE WS-DATA-HOJE TO WS-LOG-DATA.
           CALL 'NUMERA-LOG' USING WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.
           MOVE 'E' TO PAR-SITUACAO.
           REWRITE PARCELA-REG
