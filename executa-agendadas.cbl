      *  intencao em duas fases e os mesmos lancamentos no TRANS-LOG
      *  de uma transferencia imediata, e regrava o agendamento com
      *  o status E (executada) ou F (falha por saldo insuficiente),
      *  reportando as que falharam. Em fim de semana ou feriado
      *  (calendario da sub-rotina DIA-UTIL) nada e executado: o
      *  agendamento que vence em dia nao util sai no primeiro dia
      *  util seguinte, junto com os daquele dia.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD CONTAS.
       COPY CONTAREG.

       FD TRANS-LOG.
       01 REG-LOG PIC X(120).

       FD TRANSF-JOURNAL.
       01 JOURNAL-REG.
       01 WS-EOF            PIC X(01) VALUE 'N'.
       01 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       01 WS-PROX-JR-ID     PIC 9(06) VALUE ZEROS.
       01 WS-SALDO-ORIGEM   PIC S9(09)V99 VALUE ZEROS.
       01 WS-SALDO-DESTINO  PIC S9(09)V99 VALUE ZEROS.
       01 WS-SALDO-ED       PIC -ZZZZZZZZ9.99.
      * LIMITE DE CHEQUE ESPECIAL DA ORIGEM (SUB-ROTINA LIMITE-CONTA),
      * SOMADO AO SALDO COMO NA TRANSFERENCIA IMEDIATA
       01 WS-LIMITE-CHEQUE  PIC 9(09)V99 VALUE ZEROS.
       01 WS-ORIGEM-EXISTE  PIC X(01) VALUE 'N'.
       01 WS-DESTINO-EXISTE PIC X(01) VALUE 'N'.
       01 WS-CT-EXECUTADAS  PIC 9(04) VALUE ZEROS.
           05 WS-RUN-GRAVADOS  PIC 9(07) VALUE ZEROS.
           05 WS-RUN-REJ       PIC 9(07) VALUE ZEROS.
           05 WS-RUN-STATUS    PIC X(10).
      * PARAMETROS DA SUB-ROTINA DE CALENDARIO DIA-UTIL
       01 WS-DU-CHAMADA.
           05 WS-DU-FUNCAO     PIC X(01).
           05 WS-DU-DATA       PIC 9(08).
           05 WS-DU-DIAS       PIC 9(03).
           05 WS-DU-RESULTADO  PIC 9(08).
           05 WS-DU-UTIL       PIC X(01).
       01 WS-ROLA-ANO       PIC 9(04) VALUE ZEROS.
       01 WS-ROLA-MES       PIC 9(02) VALUE ZEROS.
       01 WS-ROLA-DIA       PIC 9(02) VALUE ZEROS.
                               INDEXED BY WS-IDX-AGD.
               10 WS-T-LINHA   PIC X(60).

       COPY TLOGLIN.
      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           CALL 'RECUPERA-TRANSF'.
           PERFORM 2-ABRE-ARQUIVOS.
           PERFORM 3-CARREGA-AGENDA.
           IF WS-DU-UTIL = 'S'
               PERFORM 4-EXECUTA-VENCIDAS
                   VARYING WS-IDX-AGD FROM 1 BY 1
                   UNTIL WS-IDX-AGD > WS-CNT-AGENDA
           ELSE
               DISPLAY 'HOJE NAO E DIA UTIL - AGENDADAS FICAM PARA '
                   'O PROXIMO DIA UTIL'
           END-IF.
           PERFORM 7-REGRAVA-AGENDA.
           PERFORM 9-FECHA-ARQUIVOS.
           DISPLAY 'AGENDADAS EXECUTADAS: ' WS-CT-EXECUTADAS

       2-ABRE-ARQUIVOS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE 'U' TO WS-DU-FUNCAO.
           MOVE WS-DATA-HOJE TO WS-DU-DATA.
           MOVE ZEROS TO WS-DU-DIAS.
           CALL 'DIA-UTIL' USING WS-DU-FUNCAO WS-DU-DATA WS-DU-DIAS
               WS-DU-RESULTADO WS-DU-UTIL.
           OPEN I-O CONTAS
               IF WS-FS-CONTAS EQUAL '35'
                   OPEN OUTPUT CONTAS
                   MOVE CONTA-SALDO TO WS-SALDO-ORIGEM
                   MOVE 'S' TO WS-ORIGEM-EXISTE
           END-READ.
           CALL 'LIMITE-CONTA' USING WS-AG-ORIGEM WS-LIMITE-CHEQUE.
           IF WS-ORIGEM-EXISTE = 'N'
              OR WS-AG-VALOR = ZEROS
              OR WS-AG-VALOR > WS-SALDO-ORIGEM + WS-LIMITE-CHEQUE
               MOVE WS-SALDO-ORIGEM TO WS-SALDO-ED
               DISPLAY 'AGENDAMENTO ' WS-AG-ID
                   ' SEM SALDO NA CONTA ' WS-AG-ORIGEM
                   ' (SALDO ' WS-SALDO-ED
                   ' VALOR ' WS-AG-VALOR ')'
      * ORDEM RECORRENTE SEM SALDO CONTINUA PENDENTE E E TENTADA
      * DE NOVO NA PROXIMA BATIDA; SO A ORDEM UNICA VIRA 'F'
           MOVE WS-AG-VALOR TO WS-LOG-VALOR.
           MOVE WS-SALDO-ORIGEM TO WS-LOG-SALDO.
           MOVE WS-DATA-HOJE TO WS-LOG-DATA.
           CALL 'NUMERA-LOG' USING WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.
           MOVE WS-AG-DESTINO TO WS-LOG-CONTA.
           MOVE 'AGEND-ENTRA' TO WS-LOG-TIPO.
           MOVE WS-SALDO-DESTINO TO WS-LOG-SALDO.
           CALL 'NUMERA-LOG' USING WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.

       7-REGRAVA-AGENDA.
