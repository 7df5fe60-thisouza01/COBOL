      *  com o saldo gravado lancamento a lancamento. O resumo sai em
      *  leiaute fixo (RESUMO-CONTABIL.TXT) pronto para o razao do
      *  financeiro; dia que nao prova termina com RETURN-CODE 8 para
      *  o agendador segurar a grade. Cada estorno do dia sai numa
      *  linha propria, amarrado ao lancamento que desfez (sequencia,
      *  data e tipo do original).
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD TRANS-LOG.
       01 REG-LOG PIC X(120).

       FD RESUMO-SAIDA.
       01 REG-RESUMO PIC X(81).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
           05 WS-DATA-PEDIDA   PIC 9(08) VALUE ZEROS.
           05 WS-CT-LANC-DIA   PIC 9(05) VALUE ZEROS.
           05 WS-CT-DIVERGE    PIC 9(04) VALUE ZEROS.
           05 WS-ACHOU-TIPO    PIC X(01) VALUE 'N'.
           05 WS-ACHOU-CONTA   PIC X(01) VALUE 'N'.
           05 WS-TOT-DEBITOS   PIC 9(10)V99 VALUE ZEROS.
           05 WS-TOT-CREDITOS  PIC 9(10)V99 VALUE ZEROS.
           05 WS-EOF-ORIG      PIC X(01) VALUE 'N'.

      * LANCAMENTO DECOMPOSTO PELA SUB-ROTINA LE-LINHA-LOG, QUE LE
      * OS DOIS LEIAUTES DO LOG E CLASSIFICA A NATUREZA
       COPY TLOGCAM.

      * TOTAIS POR TIPO DE LANCAMENTO DO DIA
       01 WS-TAB-TIPOS.
               10 WS-T-TIPO    PIC X(12).
               10 WS-T-NATUR   PIC X(01).
               10 WS-T-QTD     PIC 9(05).
               10 WS-T-TOTAL   PIC 9(10)V99.

      * PROVA POR CONTA: SALDO RECOMPOSTO LANCAMENTO A LANCAMENTO
      * CONTRA O SALDO GRAVADO NO LOG
           05 WS-CONTA-ITEM OCCURS 200 TIMES
                              INDEXED BY WS-IDX-CTA.
               10 WS-C-NUMERO  PIC 9(05).
               10 WS-C-SALDO   PIC S9(10)V99.
               10 WS-C-VISTO   PIC X(01).

      * ESTORNOS DO DIA E O LANCAMENTO QUE CADA UM DESFEZ, ACHADO
      * NUMA SEGUNDA LEITURA DO LOG (O ORIGINAL PODE SER DE OUTRO DIA)
       01 WS-TAB-ESTORNOS.
           05 WS-CNT-ESTORNOS  PIC 9(03) VALUE ZEROS.
           05 WS-ESTORNO-ITEM OCCURS 200 TIMES
                                INDEXED BY WS-IDX-EST.
               10 WS-E-SEQ       PIC 9(09).
               10 WS-E-TIPO      PIC X(12).
               10 WS-E-CONTA     PIC 9(05).
               10 WS-E-VALOR     PIC 9(10)V99.
               10 WS-E-SEQ-ORIG  PIC 9(09).
               10 WS-E-DATA-ORIG PIC 9(08).
               10 WS-E-TIPO-ORIG PIC X(12).

       01 WS-LINHA-TIPO.
           05 WS-R-DATA        PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-R-QTD         PIC 9(05).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-R-TOTAL       PIC 9(10)V99.

       01 WS-LINHA-ESTORNO.
           05 FILLER           PIC X(08) VALUE 'ESTORNO '.
           05 WS-RE-SEQ        PIC 9(09).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-RE-TIPO       PIC X(12).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-RE-CONTA      PIC 9(05).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-RE-VALOR      PIC 9(10)V99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-RE-SEQ-ORIG   PIC 9(09).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-RE-DATA-ORIG  PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-RE-TIPO-ORIG  PIC X(12).

       01 WS-LINHA-PROVA.
           05 FILLER           PIC X(17) VALUE 'PROVA DO DIA: D='.
           05 WS-PR-DEBITOS    PIC 9(10)V99.
           05 FILLER           PIC X(03) VALUE ' C='.
           05 WS-PR-CREDITOS   PIC 9(10)V99.
           05 FILLER           PIC X(12) VALUE ' DIVERGENTES'.
           05 FILLER           PIC X(01) VALUE '='.
           05 WS-PR-DIVERGE    PIC 9(04).
           PERFORM 1-RESOLVE-CAMINHOS.
           PERFORM 2-ABRE-ARQUIVOS.
           PERFORM 3-ACUMULA-DIA UNTIL WS-EOF = 'S'.
           IF WS-CNT-ESTORNOS > ZEROS
               PERFORM 7-LOCALIZA-ORIGINAIS
           END-IF.
           PERFORM 6-GRAVA-RESUMO.
           PERFORM 9-FINALIZA.
           STOP RUN.
      * SALDO, NAO SOMA EM DEBITO NEM CREDITO
      *----------------------------------------------------------------*
       3-ACUMULA-DIA.
           READ TRANS-LOG
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   CALL 'LE-LINHA-LOG' USING REG-LOG TLG-CAMPOS
                   IF TLG-DATA = WS-DATA-PEDIDA
                       ADD 1 TO WS-CT-LANC-DIA
                       IF NOT TLG-TRANSPORTE
                           PERFORM 4-ACUMULA-TIPO
                       END-IF
                       PERFORM 5-PROVA-CONTA
                       IF TLG-SEQ-ORIG NOT = ZEROS
                           PERFORM 35-GUARDA-ESTORNO
                       END-IF
                   END-IF
           END-READ.

       35-GUARDA-ESTORNO.
           IF WS-CNT-ESTORNOS < 200
               ADD 1 TO WS-CNT-ESTORNOS
               SET WS-IDX-EST TO WS-CNT-ESTORNOS
               MOVE TLG-SEQ TO WS-E-SEQ (WS-IDX-EST)
               MOVE TLG-TIPO TO WS-E-TIPO (WS-IDX-EST)
               MOVE TLG-CONTA TO WS-E-CONTA (WS-IDX-EST)
               MOVE TLG-VALOR TO WS-E-VALOR (WS-IDX-EST)
               MOVE TLG-SEQ-ORIG TO WS-E-SEQ-ORIG (WS-IDX-EST)
               MOVE ZEROS TO WS-E-DATA-ORIG (WS-IDX-EST)
               MOVE 'NAO ACHADO' TO WS-E-TIPO-ORIG (WS-IDX-EST)
           ELSE
               DISPLAY 'TABELA DE ESTORNOS CHEIA - RESUMO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       4-ACUMULA-TIPO.
           PERFORM VARYING WS-IDX-TIP FROM 1 BY 1
                   UNTIL WS-IDX-TIP > WS-CNT-TIPOS
                      OR WS-ACHOU-TIPO = 'S'
               IF WS-T-TIPO (WS-IDX-TIP) = TLG-TIPO
                   MOVE 'S' TO WS-ACHOU-TIPO
                   ADD 1 TO WS-T-QTD (WS-IDX-TIP)
                   ADD TLG-VALOR TO WS-T-TOTAL (WS-IDX-TIP)
               END-IF
           END-PERFORM.
           IF WS-ACHOU-TIPO = 'N'
               IF WS-CNT-TIPOS < 20
                   ADD 1 TO WS-CNT-TIPOS
                   SET WS-IDX-TIP TO WS-CNT-TIPOS
                   MOVE TLG-TIPO TO WS-T-TIPO (WS-IDX-TIP)
                   MOVE TLG-NATUREZA TO WS-T-NATUR (WS-IDX-TIP)
                   MOVE 1 TO WS-T-QTD (WS-IDX-TIP)
                   MOVE TLG-VALOR TO WS-T-TOTAL (WS-IDX-TIP)
               ELSE
                   DISPLAY 'TABELA DE TIPOS CHEIA - RESUMO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF TLG-CREDITO
               ADD TLG-VALOR TO WS-TOT-CREDITOS
           ELSE
               ADD TLG-VALOR TO WS-TOT-DEBITOS
           END-IF.

      *----------------------------------------------------------------*
           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA > WS-CNT-CONTAS
                      OR WS-ACHOU-CONTA = 'S'
               IF WS-C-NUMERO (WS-IDX-CTA) = TLG-CONTA
                   MOVE 'S' TO WS-ACHOU-CONTA
               END-IF
           END-PERFORM.
               IF WS-CNT-CONTAS < 200
                   ADD 1 TO WS-CNT-CONTAS
                   SET WS-IDX-CTA TO WS-CNT-CONTAS
                   MOVE TLG-CONTA TO WS-C-NUMERO (WS-IDX-CTA)
                   MOVE 'N' TO WS-C-VISTO (WS-IDX-CTA)
                   MOVE ZEROS TO WS-C-SALDO (WS-IDX-CTA)
               ELSE
           END-IF.
           IF WS-C-VISTO (WS-IDX-CTA) = 'N'
               MOVE 'S' TO WS-C-VISTO (WS-IDX-CTA)
               MOVE TLG-SALDO TO WS-C-SALDO (WS-IDX-CTA)
               IF TLG-TRANSPORTE
                   CONTINUE
               ELSE
                   IF TLG-CREDITO
                       SUBTRACT TLG-VALOR
                           FROM WS-C-SALDO (WS-IDX-CTA)
                   ELSE
                       ADD TLG-VALOR TO WS-C-SALDO (WS-IDX-CTA)
                   END-IF
               END-IF
           END-IF.
           IF TLG-TRANSPORTE
               MOVE TLG-SALDO TO WS-C-SALDO (WS-IDX-CTA)
           ELSE
               IF TLG-CREDITO
                   ADD TLG-VALOR TO WS-C-SALDO (WS-IDX-CTA)
               ELSE
                   SUBTRACT TLG-VALOR
                       FROM WS-C-SALDO (WS-IDX-CTA)
               END-IF
           END-IF.
           IF WS-C-SALDO (WS-IDX-CTA) NOT = TLG-SALDO
               ADD 1 TO WS-CT-DIVERGE
               DISPLAY 'PROVA NAO FECHA NA CONTA ' TLG-CONTA
                   ' (' TLG-TIPO ')'
               MOVE TLG-SALDO TO WS-C-SALDO (WS-IDX-CTA)
           END-IF.

      * UMA LINHA DE LEIAUTE FIXO POR TIPO, UMA POR ESTORNO DO DIA
      * (PREFIXO ESTORNO) E A LINHA DE PROVA NO RODAPE, PRONTAS PARA
      * A CARGA NO RAZAO DO FINANCEIRO
       6-GRAVA-RESUMO.
           PERFORM VARYING WS-IDX-TIP FROM 1 BY 1
                   UNTIL WS-IDX-TIP > WS-CNT-TIPOS
               MOVE WS-LINHA-TIPO TO REG-RESUMO
               WRITE REG-RESUMO
           END-PERFORM.
           PERFORM VARYING WS-IDX-EST FROM 1 BY 1
                   UNTIL WS-IDX-EST > WS-CNT-ESTORNOS
               MOVE WS-E-SEQ (WS-IDX-EST) TO WS-RE-SEQ
               MOVE WS-E-TIPO (WS-IDX-EST) TO WS-RE-TIPO
               MOVE WS-E-CONTA (WS-IDX-EST) TO WS-RE-CONTA
               MOVE WS-E-VALOR (WS-IDX-EST) TO WS-RE-VALOR
               MOVE WS-E-SEQ-ORIG (WS-IDX-EST) TO WS-RE-SEQ-ORIG
               MOVE WS-E-DATA-ORIG (WS-IDX-EST) TO WS-RE-DATA-ORIG
               MOVE WS-E-TIPO-ORIG (WS-IDX-EST) TO WS-RE-TIPO-ORIG
               MOVE WS-LINHA-ESTORNO TO REG-RESUMO
               WRITE REG-RESUMO
           END-PERFORM.
           MOVE WS-TOT-DEBITOS TO WS-PR-DEBITOS.
           MOVE WS-TOT-CREDITOS TO WS-PR-CREDITOS.
           MOVE WS-CT-DIVERGE TO WS-PR-DIVERGE.
           MOVE WS-LINHA-PROVA TO REG-RESUMO.
           WRITE REG-RESUMO.

      *----------------------------------------------------------------*
      * SEGUNDA LEITURA DO LOG SO PARA ACHAR, PELA SEQUENCIA, A DATA
      * E O TIPO DO LANCAMENTO QUE CADA ESTORNO DO DIA DESFEZ
      *----------------------------------------------------------------*
       7-LOCALIZA-ORIGINAIS.
           CLOSE TRANS-LOG.
           OPEN INPUT TRANS-LOG.
           MOVE 'N' TO WS-EOF-ORIG.
           PERFORM 71-LE-ORIGINAL UNTIL WS-EOF-ORIG = 'S'.

       71-LE-ORIGINAL.
           READ TRANS-LOG
               AT END MOVE 'S' TO WS-EOF-ORIG
               NOT AT END
                   CALL 'LE-LINHA-LOG' USING REG-LOG TLG-CAMPOS
                   IF TLG-SEQ NOT = ZEROS
                       PERFORM VARYING WS-IDX-EST FROM 1 BY 1
                               UNTIL WS-IDX-EST > WS-CNT-ESTORNOS
                           IF WS-E-SEQ-ORIG (WS-IDX-EST) = TLG-SEQ
                               MOVE TLG-DATA
                                   TO WS-E-DATA-ORIG (WS-IDX-EST)
                               MOVE TLG-TIPO
                                   TO WS-E-TIPO-ORIG (WS-IDX-EST)
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ.

       9-FINALIZA.
           DISPLAY 'LANCAMENTOS DO DIA.....: ' WS-CT-LANC-DIA.
           DISPLAY 'ESTORNOS DO DIA........: ' WS-CNT-ESTORNOS.
           DISPLAY 'TOTAL DE DEBITOS.......: ' WS-TOT-DEBITOS.
           DISPLAY 'TOTAL DE CREDITOS......: ' WS-TOT-CREDITOS.
           DISPLAY 'CONTAS QUE NAO PROVARAM: ' WS-CT-DIVERGE.
