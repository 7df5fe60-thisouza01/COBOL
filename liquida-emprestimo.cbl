      * Date:
      * Purpose: Cotacao e liquidacao antecipada de contrato de
      *  emprestimo. Recebe o EMP-CONTRATO, calcula o valor de
      *  liquidacao de hoje e mostra a cotacao com o desconto. No
      *  contrato Price ou SAC o valor sai do saldo devedor do plano:
      *  a amortizacao das parcelas a vencer, sem os juros delas,
      *  mais as parcelas ja vencidas e pendentes por inteiro. No
      *  contrato antigo de juros simples sao as parcelas pendentes
      *  com o juros simples ainda nao decorrido abatido.
      *  Na confirmacao do operador, debita a conta do titular em
      *  CONTAS.DAT, marca todas as parcelas pendentes como liquidadas
      *  (L), quita o contrato (EMP-SITUACAO Q, saldo devedor zerado)
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

      *----------------------------------------------------------------*
      * COTACAO: O DEVIDO PENDENTE E A SOMA DAS PARCELAS EM ABERTO;
      * O JUROS NAO DECORRIDO (ABATIMENTO) SAI DO PLANO (JUROS DAS
      * PARCELAS A VENCER) OU, NO JUROS SIMPLES, DO JUROS DO PLANO
      * RATEADO PELAS PARCELAS PENDENTES; A LIQUIDACAO E A DIFERENCA
      *----------------------------------------------------------------*
       01 WS-COTACAO.
           05 WS-PARC-PENDENTES PIC 9(03) VALUE ZEROS.
           05 WS-DEVIDO-PEND   PIC 9(08) VALUE ZEROS.
           05 WS-JUROS-PLANO   PIC 9(08) VALUE ZEROS.
           05 WS-JUROS-A-VENCER PIC 9(08) VALUE ZEROS.
           05 WS-ABATIMENTO    PIC 9(08) VALUE ZEROS.
           05 WS-VLR-LIQUIDA   PIC 9(08) VALUE ZEROS.

       01 WS-SALDO-ED          PIC -ZZZZZZZZ9.99.

       COPY TLOGLIN.
      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           END-READ.

      *----------------------------------------------------------------*
      * SOMA AS PARCELAS PENDENTES DO PLANO E ABATE O JUROS AINDA NAO
      * DECORRIDO. PRICE E SAC: OS JUROS DAS PARCELAS A VENCER, DE
      * MODO QUE O QUE SOBRA E O SALDO DEVEDOR DO PLANO MAIS O VENCIDO.
      * JUROS SIMPLES: JUROS DO PLANO (PRINCIPAL * TAXA/100 *
      * PARCELAS, COMO ABRIA O ABRE-EMPRESTIMO) RATEADO POR PARCELA,
      * VEZES AS PARCELAS PENDENTES
      *----------------------------------------------------------------*
       4-CALCULA-COTACAO.
           MOVE ZEROS TO WS-PARC-PENDENTES.
           MOVE ZEROS TO WS-DEVIDO-PEND.
           MOVE ZEROS TO WS-JUROS-A-VENCER.
           MOVE 'N' TO WS-EOF.
           MOVE WS-CONTRATO TO PAR-CONTRATO.
           MOVE ZEROS TO PAR-NUMERO.
               INVALID KEY MOVE 'S' TO WS-EOF
           END-START.
           PERFORM 41-SOMA-PENDENTE UNTIL WS-EOF = 'S'.
           IF EMP-PRICE OR EMP-SAC
               MOVE WS-JUROS-A-VENCER TO WS-ABATIMENTO
           ELSE
               COMPUTE WS-JUROS-PLANO ROUNDED =
                   EMP-PRINCIPAL * (EMP-TAXA / 100) * EMP-PARCELAS
               COMPUTE WS-ABATIMENTO ROUNDED =
                   WS-JUROS-PLANO * WS-PARC-PENDENTES / EMP-PARCELAS
           END-IF.
           IF WS-ABATIMENTO > WS-DEVIDO-PEND
               MOVE WS-DEVIDO-PEND TO WS-ABATIMENTO
           END-IF.
                       IF PAR-SITUACAO = 'P'
                           ADD 1 TO WS-PARC-PENDENTES
                           ADD PAR-VALOR TO WS-DEVIDO-PEND
                           IF PAR-VENCIMENTO NOT < WS-DATA-HOJE
                               ADD PAR-JUROS TO WS-JUROS-A-VENCER
                           END-IF
                       END-IF
                   END-IF
           END-READ.
                       'LIQUIDACAO ABORTADA'
               NOT INVALID KEY
                   IF CONTA-SALDO < WS-VLR-LIQUIDA
                       MOVE CONTA-SALDO TO WS-SALDO-ED
                       DISPLAY 'SALDO INSUFICIENTE (SALDO '
                           WS-SALDO-ED ' LIQUIDACAO '
                           WS-VLR-LIQUIDA ')'
                   ELSE
                       SUBTRACT WS-VLR-LIQUIDA FROM CONTA-SALDO
           MOVE WS-VLR-LIQUIDA TO WS-LOG-VALOR.
           MOVE CONTA-SALDO TO WS-LOG-SALDO.
           MOVE WS-DATA-HOJE TO WS-LOG-DATA.
           CALL 'NUMERA-LOG' USING WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.
           DISPLAY 'CONTRATO ' EMP-CONTRATO ' LIQUIDADO ('
               WS-CT-LIQUIDADAS ' PARCELAS BAIXADAS)'.
