      *----------------------------------------------------------------*
       FILE SECTION.
       FD TRANS-LOG.
       01 REG-LOG PIC X(120).

       FD CONTAS.
       COPY CONTAREG.

       FD RELATORIO-VERIF.
       01 REG-RELAT PIC X(100).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
           05 WS-RUN-REJ       PIC 9(07) VALUE ZEROS.
           05 WS-RUN-STATUS    PIC X(10).

      * LANCAMENTO DECOMPOSTO PELA SUB-ROTINA LE-LINHA-LOG, QUE LE
      * OS DOIS LEIAUTES DO LOG E CLASSIFICA A NATUREZA
       COPY TLOGCAM.

       01 WS-TAB-LANC.
           05 WS-CNT-LANC      PIC 9(04) VALUE ZEROS.
                             INDEXED BY WS-IDX-LAN.
               10 WS-L-CONTA   PIC 9(05).
               10 WS-L-TIPO    PIC X(12).
               10 WS-L-VALOR   PIC S9(09)V99.
               10 WS-L-SALDO   PIC S9(09)V99.
               10 WS-L-DATA    PIC 9(08).
               10 WS-L-NATUREZA PIC X(01).

       01 WS-TAB-CONTAS.
           05 WS-CNT-CONTAS    PIC 9(03) VALUE ZEROS.

       01 WS-REPLAY.
           05 WS-CONTA-ATUAL   PIC 9(05) VALUE ZEROS.
           05 WS-SALDO-CALC    PIC S9(10)V99 VALUE ZEROS.
           05 WS-PRIMEIRO      PIC X(01) VALUE 'S'.
           05 WS-DERIVA-VISTA  PIC X(01) VALUE 'N'.
           05 WS-SALDO-VIVO    PIC S9(10)V99 VALUE ZEROS.
           05 WS-DIFERENCA     PIC S9(10)V99 VALUE ZEROS.
           05 WS-CT-OK         PIC 9(03) VALUE ZEROS.
           05 WS-CT-DIVERGE    PIC 9(03) VALUE ZEROS.

           05 FILLER           PIC X(07) VALUE 'CONTA: '.
           05 WS-DG-CONTA      PIC 9(05).
           05 FILLER           PIC X(13) VALUE ' RECALCULADO:'.
           05 WS-DG-CALC       PIC -ZZZZZZZZZ9.99.
           05 FILLER           PIC X(09) VALUE ' ARQUIVO:'.
           05 WS-DG-VIVO       PIC -ZZZZZZZZZ9.99.
           05 FILLER           PIC X(11) VALUE ' DIFERENCA:'.
           05 WS-DG-DIF        PIC -ZZZZZZZZZ9.99.
      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           WRITE REG-RELAT.

       3-CARREGA-LOG.
           READ TRANS-LOG
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   CALL 'LE-LINHA-LOG' USING REG-LOG TLG-CAMPOS
                   PERFORM 4-GUARDA-LANCAMENTO
           END-READ.

       4-GUARDA-LANCAMENTO.
           IF WS-CNT-LANC < 1000
               ADD 1 TO WS-CNT-LANC
               SET WS-IDX-LAN TO WS-CNT-LANC
               MOVE TLG-CONTA TO WS-L-CONTA (WS-IDX-LAN)
               MOVE TLG-TIPO TO WS-L-TIPO (WS-IDX-LAN)
               MOVE TLG-VALOR TO WS-L-VALOR (WS-IDX-LAN)
               MOVE TLG-SALDO TO WS-L-SALDO (WS-IDX-LAN)
               MOVE TLG-DATA TO WS-L-DATA (WS-IDX-LAN)
               MOVE TLG-NATUREZA TO WS-L-NATUREZA (WS-IDX-LAN)
           ELSE
               DISPLAY 'TABELA DE LANCAMENTOS CHEIA - LOG EXCEDE '
                   'A CAPACIDADE DA VERIFICACAO'
           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA > WS-CNT-CONTAS
                      OR WS-ACHOU-CONTA = 'S'
               IF WS-C-NUMERO (WS-IDX-CTA) = TLG-CONTA
                   MOVE 'S' TO WS-ACHOU-CONTA
               END-IF
           END-PERFORM.
               IF WS-CNT-CONTAS < 100
                   ADD 1 TO WS-CNT-CONTAS
                   SET WS-IDX-CTA TO WS-CNT-CONTAS
                   MOVE TLG-CONTA TO WS-C-NUMERO (WS-IDX-CTA)
               ELSE
                   DISPLAY 'TABELA DE CONTAS CHEIA - CONTA '
                       TLG-CONTA ' FICARIA SEM VERIFICACAO'
                   PERFORM 45-ABORTA-CAPACIDADE
               END-IF
           END-IF.
      * O TRANSPORTE DO FECHAMENTO MENSAL (FECHA-TRANSLOG) TRAZ O
      * SALDO DE ABERTURA PRONTO NO CAMPO DE SALDO, COM VALOR ZERO;
      * O REPLAY PARTE DE ZERO E O 8-APLICA-MOVIMENTO ASSUME O SALDO
           IF WS-L-NATUREZA (WS-IDX-LAN) = 'T'
               MOVE ZEROS TO WS-SALDO-CALC
           ELSE
           IF WS-L-NATUREZA (WS-IDX-LAN) = 'C'
               SUBTRACT WS-L-VALOR (WS-IDX-LAN) FROM WS-SALDO-CALC
           ELSE
               ADD WS-L-VALOR (WS-IDX-LAN) TO WS-SALDO-CALC
           END-IF.

       8-APLICA-MOVIMENTO.
           IF WS-L-NATUREZA (WS-IDX-LAN) = 'T'
               MOVE WS-L-SALDO (WS-IDX-LAN) TO WS-SALDO-CALC
           ELSE
           IF WS-L-NATUREZA (WS-IDX-LAN) = 'C'
               ADD WS-L-VALOR (WS-IDX-LAN) TO WS-SALDO-CALC
           ELSE
               SUBTRACT WS-L-VALOR (WS-IDX-LAN) FROM WS-SALDO-CALC
