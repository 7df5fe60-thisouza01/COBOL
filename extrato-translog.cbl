      *  passada) e imprime um extrato formatado por conta: saldo de
      *  abertura, cada operacao com data e descricao, saldo corrente
      *  e saldo de fechamento, pronto para entregar ao titular.
      *  Cada operacao sai com a sequencia do lancamento; o estorno
      *  e o lancamento estornado saem amarrados um ao outro.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD TRANS-LOG.
       01 REG-LOG PIC X(120).

       FD EXTRATO-SAIDA.
       01 REG-EXTRATO PIC X(80).
       01 WS-COMP-PEDIDA    PIC 9(06) VALUE ZEROS.
       01 WS-TAM-BASE       PIC 9(02) VALUE ZEROS.

      * A LINHA DO TRANS-LOG DECOMPOSTA PELA SUB-ROTINA LE-LINHA-LOG:
      * CONTA, TIPO, VALOR, SALDO, DATA E NATUREZA, SEJA A LINHA DO
      * LEIAUTE ANTIGO (MESES ARQUIVADOS) OU DO NOVO, COM CENTAVOS
       COPY TLOGCAM.

      * LANCAMENTOS CARREGADOS DO LOG, NA ORDEM EM QUE FORAM
      * GRAVADOS (O LOG E CRONOLOGICO)
                             INDEXED BY WS-IDX-LAN.
               10 WS-L-CONTA   PIC 9(05).
               10 WS-L-TIPO    PIC X(12).
               10 WS-L-VALOR   PIC S9(09)V99.
               10 WS-L-SALDO   PIC S9(09)V99.
               10 WS-L-DATA    PIC 9(08).
               10 WS-L-NATUREZA PIC X(01).
               10 WS-L-SEQ     PIC 9(09).
               10 WS-L-SEQ-ORIG PIC 9(09).
       01 WS-IDX-EST           PIC 9(04) VALUE ZEROS.

      * CONTAS DISTINTAS ENCONTRADAS, PARA O MODO "TODAS"
       01 WS-TAB-CONTAS.

       01 WS-EXTRATO-ATUAL.
           05 WS-CONTA-EXTRATO PIC 9(05) VALUE ZEROS.
           05 WS-SALDO-ABERTURA PIC S9(10)V99 VALUE ZEROS.
           05 WS-SALDO-FECHA   PIC S9(10)V99 VALUE ZEROS.
           05 WS-PRIMEIRO      PIC X(01) VALUE 'S'.

       01 WS-LINHA-CABEC.

       01 WS-LINHA-ABERTURA.
           05 FILLER           PIC X(20) VALUE 'SALDO DE ABERTURA: '.
           05 WS-ABERTURA-ED   PIC -ZZZZZZZZZ9.99.

       01 WS-LINHA-LANC.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-D-TIPO        PIC X(12).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-D-VALOR       PIC ZZZZZZZZ9.99.
           05 FILLER           PIC X(08) VALUE ' SALDO: '.
           05 WS-D-SALDO       PIC -ZZZZZZZZZ9.99.
           05 FILLER           PIC X(06) VALUE ' SEQ: '.
           05 WS-D-SEQ         PIC ZZZZZZZZ9.

      * AMARRACAO DO PAR ESTORNO / LANCAMENTO ESTORNADO, LOGO ABAIXO
      * DA LINHA DA OPERACAO
       01 WS-LINHA-PAR.
           05 FILLER           PIC X(12) VALUE SPACES.
           05 WS-PAR-TEXTO     PIC X(31).
           05 WS-PAR-SEQ       PIC ZZZZZZZZ9.

       01 WS-LINHA-FECHAMENTO.
           05 FILLER           PIC X(22) VALUE
               'SALDO DE FECHAMENTO: '.
           05 WS-FECHA-ED      PIC -ZZZZZZZZZ9.99.
      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

      * COMPETENCIA ZERADA LE O LOG VIVO; COMPETENCIA INFORMADA LE O
      * ARQUIVO MORTO DATADO QUE O FECHA-TRANSLOG GRAVOU (MESMO
      * LEIAUTE DE LINHA DA EPOCA), PARA EXTRATO DE MES JA FECHADO
       2-ABRE-ARQUIVOS.
           DISPLAY 'COMPETENCIA ARQUIVADA (AAAAMM, 0 = LOG VIVO): '.
           ACCEPT WS-COMP-PEDIDA.
      * CARREGA OS LANCAMENTOS DO LOG (JA FILTRADOS PELA CONTA
      * PEDIDA) E A LISTA DE CONTAS DISTINTAS ENCONTRADAS
       3-CARREGA-LOG.
           READ TRANS-LOG
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   CALL 'LE-LINHA-LOG' USING REG-LOG TLG-CAMPOS
                   IF WS-CONTA-PEDIDA = ZEROS
                      OR TLG-CONTA = WS-CONTA-PEDIDA
                       PERFORM 4-GUARDA-LANCAMENTO
                   END-IF
           END-READ.
           IF WS-CNT-LANC < 1000
               ADD 1 TO WS-CNT-LANC
               SET WS-IDX-LAN TO WS-CNT-LANC
               MOVE TLG-CONTA TO WS-L-CONTA (WS-IDX-LAN)
               MOVE TLG-TIPO TO WS-L-TIPO (WS-IDX-LAN)
               MOVE TLG-VALOR TO WS-L-VALOR (WS-IDX-LAN)
               MOVE TLG-SALDO TO WS-L-SALDO (WS-IDX-LAN)
               MOVE TLG-DATA TO WS-L-DATA (WS-IDX-LAN)
               MOVE TLG-NATUREZA TO WS-L-NATUREZA (WS-IDX-LAN)
               MOVE TLG-SEQ TO WS-L-SEQ (WS-IDX-LAN)
               MOVE TLG-SEQ-ORIG TO WS-L-SEQ-ORIG (WS-IDX-LAN)
           ELSE
               DISPLAY 'TABELA DE LANCAMENTOS CHEIA - LOG EXCEDE '
                   'A CAPACIDADE DO EXTRATO'
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
                       TLG-CONTA ' FICARIA SEM EXTRATO'
                   PERFORM 45-ABORTA-CAPACIDADE
               END-IF
           END-IF.
                   MOVE WS-L-TIPO (WS-IDX-LAN) TO WS-D-TIPO
                   MOVE WS-L-VALOR (WS-IDX-LAN) TO WS-D-VALOR
                   MOVE WS-L-SALDO (WS-IDX-LAN) TO WS-D-SALDO
                   MOVE WS-L-SEQ (WS-IDX-LAN) TO WS-D-SEQ
                   MOVE WS-LINHA-LANC TO REG-EXTRATO
                   WRITE REG-EXTRATO
                   PERFORM 8-AMARRA-ESTORNO
                   MOVE WS-L-SALDO (WS-IDX-LAN) TO WS-SALDO-FECHA
               END-IF
           END-PERFORM.
           MOVE WS-L-SALDO (WS-IDX-LAN) TO WS-SALDO-ABERTURA.
      * O TRANSPORTE DO FECHAMENTO MENSAL (FECHA-TRANSLOG) JA TRAZ O
      * SALDO DE ABERTURA PRONTO NO CAMPO DE SALDO, COM VALOR ZERO
           IF WS-L-NATUREZA (WS-IDX-LAN) = 'T'
               CONTINUE
           ELSE
           IF WS-L-NATUREZA (WS-IDX-LAN) = 'C'
               SUBTRACT WS-L-VALOR (WS-IDX-LAN)
                   FROM WS-SALDO-ABERTURA
           ELSE
           MOVE WS-SALDO-ABERTURA TO WS-ABERTURA-ED.
           MOVE WS-LINHA-ABERTURA TO REG-EXTRATO.
           WRITE REG-EXTRATO.

      *----------------------------------------------------------------*
      * O ESTORNO APONTA O LANCAMENTO QUE DESFEZ; O LANCAMENTO
      * ESTORNADO APONTA O ESTORNO QUE O DESFEZ, SE ESTE ESTIVER NO
      * MESMO LOG (LINHAS SEM SEQUENCIA NAO TEM PAR)
      *----------------------------------------------------------------*
       8-AMARRA-ESTORNO.
           IF WS-L-SEQ-ORIG (WS-IDX-LAN) NOT = ZEROS
               MOVE 'ESTORNO DO LANCAMENTO SEQ:' TO WS-PAR-TEXTO
               MOVE WS-L-SEQ-ORIG (WS-IDX-LAN) TO WS-PAR-SEQ
               MOVE WS-LINHA-PAR TO REG-EXTRATO
               WRITE REG-EXTRATO
           END-IF.
           IF WS-L-SEQ (WS-IDX-LAN) NOT = ZEROS
               PERFORM VARYING WS-IDX-EST FROM 1 BY 1
                       UNTIL WS-IDX-EST > WS-CNT-LANC
                   IF WS-L-SEQ-ORIG (WS-IDX-EST) =
                      WS-L-SEQ (WS-IDX-LAN)
                       MOVE 'ESTORNADO PELO LANCAMENTO SEQ:'
                           TO WS-PAR-TEXTO
                       MOVE WS-L-SEQ (WS-IDX-EST) TO WS-PAR-SEQ
                       MOVE WS-LINHA-PAR TO REG-EXTRATO
                       WRITE REG-EXTRATO
                   END-IF
               END-PERFORM
           END-IF.
      *================================================================*
