      *  da conta com os encargos, move o contrato para a situacao T
      *  (em atraso) depois de N dias sem pagamento e imprime o
      *  relatorio de aging (30/60/90 dias) por contrato para a mesa
      *  de credito. Vencimento em fim de semana ou feriado so conta
      *  como atraso depois do primeiro dia util seguinte (sub-rotina
      *  DIA-UTIL), e os dias de atraso contam a partir dele.
      *  Contrato consignado em folha nao e cobrado aqui: a parcela
      *  que nao coube na margem espera a proxima folha.
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

       FD COBRANCA-PARAM.
       01 REG-PARAM PIC X(40).
           05 WS-DATA-HOJE     PIC 9(08) VALUE ZEROS.
           05 WS-DIA-HOJE      PIC 9(08) VALUE ZEROS.
           05 WS-DIA-VENC      PIC 9(08) VALUE ZEROS.
           05 WS-VENC-UTIL     PIC 9(08) VALUE ZEROS.
           05 WS-DIAS-ATRASO   PIC 9(05) VALUE ZEROS.
           05 WS-CT-RECUPERADAS PIC 9(04) VALUE ZEROS.
           05 WS-CT-PENDENTES  PIC 9(04) VALUE ZEROS.
           05 WS-CT-EM-ATRASO  PIC 9(04) VALUE ZEROS.

      * PARAMETROS DA SUB-ROTINA DE CALENDARIO DIA-UTIL
       01 WS-DU-CHAMADA.
           05 WS-DU-FUNCAO     PIC X(01).
           05 WS-DU-DATA       PIC 9(08).
           05 WS-DU-DIAS       PIC 9(03).
           05 WS-DU-RESULTADO  PIC 9(08).
           05 WS-DU-UTIL       PIC X(01).

       01 WS-CALCULO.
           05 WS-ENCARGOS      PIC 9(07) VALUE ZEROS.
           05 WS-TOTAL-COBRAR  PIC 9(08) VALUE ZEROS.
           05 WS-SALDO-INTERM  PIC S9(09)V99 VALUE ZEROS.

      * AGING POR CONTRATO: VALOR VENCIDO POR FAIXA DE DIAS DE
      * ATRASO, ACUMULADO SOBRE AS PARCELAS QUE CONTINUAM PENDENTES
               10 WS-A-MAIS-90  PIC 9(08).
       01 WS-ACHOU-AGING       PIC X(01) VALUE 'N'.

       COPY TLOGLIN.

       01 WS-LINHA-AGING.
           05 FILLER           PIC X(10) VALUE 'CONTRATO: '.
           END-IF.

      *----------------------------------------------------------------*
      * PARCELA PENDENTE COM VENCIMENTO ANTERIOR A HOJE (VENCIMENTO
      * EM DIA NAO UTIL PASSA PARA O DIA UTIL SEGUINTE): CALCULA OS
      * ENCARGOS (MULTA FIXA + MORA DIARIA SOBRE O VALOR) E TENTA O
      * DEBITO DO TOTAL; SEM SALDO A PARCELA SEGUE PENDENTE, ENTRA NO
      * AGING E O CONTRATO PODE VIRAR "EM ATRASO"
               NOT AT END
                   IF PAR-SITUACAO = 'P'
                      AND PAR-VENCIMENTO < WS-DATA-HOJE
                       PERFORM 41-VENCIMENTO-UTIL
                       IF WS-VENC-UTIL < WS-DATA-HOJE
                           PERFORM 5-TRATA-VENCIDA
                       END-IF
                   END-IF
           END-READ.

       41-VENCIMENTO-UTIL.
           MOVE 'P' TO WS-DU-FUNCAO.
           MOVE PAR-VENCIMENTO TO WS-DU-DATA.
           MOVE ZEROS TO WS-DU-DIAS.
           CALL 'DIA-UTIL' USING WS-DU-FUNCAO WS-DU-DATA WS-DU-DIAS
               WS-DU-RESULTADO WS-DU-UTIL.
           MOVE WS-DU-RESULTADO TO WS-VENC-UTIL.

       5-TRATA-VENCIDA.
           COMPUTE WS-DIA-VENC =
               FUNCTION INTEGER-OF-DATE (WS-VENC-UTIL).
           COMPUTE WS-DIAS-ATRASO = WS-DIA-HOJE - WS-DIA-VENC.
           COMPUTE WS-ENCARGOS ROUNDED =
               PAR-VALOR * (WS-PCT-MULTA / 100) +
                   DISPLAY 'CONTRATO ' PAR-CONTRATO
                       ' DA PARCELA NAO ENCONTRADO'
               NOT INVALID KEY
                   IF NOT EMP-CONSIGNADO
                       PERFORM 6-TENTA-DEBITO
                   END-IF
           END-READ.

       6-TENTA-DEBITO.
           COMPUTE WS-SALDO-INTERM = CONTA-SALDO + WS-ENCARGOS.
           MOVE WS-SALDO-INTERM TO WS-LOG-SALDO.
           MOVE WS-DATA-HOJE TO WS-LOG-DATA.
           CALL 'NUMERA-LOG' USING WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.
           IF WS-ENCARGOS > ZEROS
               MOVE 'MORA-EMPREST' TO WS-LOG-TIPO
               MOVE WS-ENCARGOS TO WS-LOG-VALOR
               MOVE CONTA-SALDO TO WS-LOG-SALDO
               CALL 'NUMERA-LOG' USING WS-LINHA-LOG
               WRITE REG-LOG FROM WS-LINHA-LOG
           END-IF.
           MOVE 'E' TO PAR-SITUACAO.
