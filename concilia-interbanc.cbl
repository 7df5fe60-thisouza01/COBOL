      *================================================================*
      * Author:
      * Date:
      * Purpose: Conciliacao diaria da liquidacao das transferencias
      *  externas. O RETORNO-INTERBANC so diz se o parceiro aceitou
      *  ou rejeitou a ordem; esta batida confere o dinheiro que o
      *  parceiro efetivamente liquidou. Le o extrato de liquidacao
      *  do parceiro (linhas DATA;ORDEM;VALOR) e casa cada linha com
      *  a ordem da remessa (REMESSA-INTERBANC.TXT). A ordem aceita
      *  cuja liquidacao acumulada fecha com o valor da ordem passa a
      *  L (liquidada) na remessa. As quebras vao para o relatorio:
      *  ordem aceita e nao liquidada, liquidacao com valor diferente
      *  do da ordem e liquidacao de ordem que nao mandamos (ou que
      *  nao esta aceita). Como as pendencias do CONCILIA-TRANS, a
      *  quebra fica no arquivo de pendencias de uma batida para a
      *  outra, com a data em que apareceu, ate ser resolvida, e sai
      *  no aging (1 dia, 2 a 5, mais de 5 para escalar). Fecha com
      *  a posicao liquida do dia: o total liquidado no extrato
      *  contra o que as ordens casadas esperavam. RETURN-CODE 4
      *  quando fica alguma quebra em aberto.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA-INTERBANC.
      *================================================================*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMESSA-EXT ASSIGN TO WS-ARQ-REMESSA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-REMESSA.

           SELECT EXTRATO-EXT ASSIGN TO WS-ARQ-EXTRATO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-EXTRATO.

           SELECT OPTIONAL PENDENCIAS ASSIGN TO WS-ARQ-PEND
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-PEND.

           SELECT RELATORIO ASSIGN TO WS-ARQ-RELAT
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-RELAT.

      *================================================================*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------------*
      * REMESSA DO Trans-Banc: STATUS P (PENDENTE DE RETORNO), A
      * (ACEITA), R (REJEITADA E ESTORNADA) E L (ACEITA E LIQUIDADA
      * PELO PARCEIRO, MARCADA AQUI)
      *----------------------------------------------------------------*
       FD REMESSA-EXT.
       01 REG-REMESSA PIC X(60).

       FD EXTRATO-EXT.
       01 REG-EXTRATO PIC X(40).

       FD PENDENCIAS.
       01 REG-PEND PIC X(60).

       FD RELATORIO.
       01 REG-RELAT PIC X(110).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      * EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG)
      *----------------------------------------------------------------*
       01 WS-ARQ-REMESSA    PIC X(80) VALUE
           'C:\COBOL\REMESSA-INTERBANC.TXT'.
       01 WS-ARQ-EXTRATO    PIC X(80) VALUE
           'C:\COBOL\EXTRATO-INTERBANC.TXT'.
       01 WS-ARQ-PEND       PIC X(80) VALUE
           'C:\COBOL\CONCILIA-IB-PEND.TXT'.
       01 WS-ARQ-RELAT      PIC X(80) VALUE
           'C:\COBOL\CONCILIA-IB-RELAT.TXT'.
       01 WS-CFG-LOGICO     PIC X(20).
       01 WS-CFG-CAMINHO    PIC X(80).
       01 WS-CFG-ACHOU      PIC X(01).

       01 WS-STATUS.
           05 WS-FS-REMESSA PIC X(02).
           05 WS-FS-EXTRATO PIC X(02).
           05 WS-FS-PEND    PIC X(02).
           05 WS-FS-RELAT   PIC X(02).

      * CAMPOS AUXILIARES PARA O REGISTRO DE EXECUCAO NO RUN-CONTROL
      * COMPARTILHADO (SUB-ROTINA REGISTRA-RUN)
       01 WS-RUN-CONTROLE.
           05 WS-RUN-JOB       PIC X(20) VALUE 'CONCILIA-INTERBANC'.
           05 WS-RUN-FASE      PIC X(03).
           05 WS-RUN-LIDOS     PIC 9(07) VALUE ZEROS.
           05 WS-RUN-GRAVADOS  PIC 9(07) VALUE ZEROS.
           05 WS-RUN-REJ       PIC 9(07) VALUE ZEROS.
           05 WS-RUN-STATUS    PIC X(10).

       01 WS-CONTROLE.
           05 WS-EOF           PIC X(01) VALUE 'N'.
           05 WS-EXTRATO-ABERTO PIC X(01) VALUE 'N'.
           05 WS-DATA-HOJE     PIC 9(08) VALUE ZEROS.
           05 WS-DIAS-HOJE     PIC 9(08) VALUE ZEROS.
           05 WS-DIAS-INI      PIC 9(08) VALUE ZEROS.
           05 WS-DIAS-ABERTO   PIC 9(05) VALUE ZEROS.
           05 WS-ACHOU-ORDEM   PIC X(01) VALUE 'N'.
           05 WS-ACHOU-PEND    PIC X(01) VALUE 'N'.
           05 WS-IDX-ORDEM     PIC 9(04) VALUE ZEROS.
           05 WS-BUSCA-ID      PIC 9(06) VALUE ZEROS.
           05 WS-CT-LINHAS     PIC 9(05) VALUE ZEROS.
           05 WS-CT-LIQUIDADAS PIC 9(04) VALUE ZEROS.
           05 WS-CT-NAO-LIQ    PIC 9(04) VALUE ZEROS.
           05 WS-CT-DIFERENCA  PIC 9(04) VALUE ZEROS.
           05 WS-CT-SEM-ORDEM  PIC 9(04) VALUE ZEROS.
           05 WS-CT-RESOLVIDAS PIC 9(04) VALUE ZEROS.
           05 WS-CT-AGING-1    PIC 9(04) VALUE ZEROS.
           05 WS-CT-AGING-2-5  PIC 9(04) VALUE ZEROS.
           05 WS-CT-AGING-5MAIS PIC 9(04) VALUE ZEROS.

      * TOTAIS DO DIA: O LIQUIDADO NO EXTRATO, O QUE AS ORDENS
      * CASADAS HOJE ESPERAVAM (VALOR DA ORDEM MENOS O JA LIQUIDADO
      * EM DIAS ANTERIORES) E A POSICAO LIQUIDA ENTRE OS DOIS -
      * POSITIVA, O PARCEIRO LIQUIDOU A MAIS (OU SEM ORDEM);
      * NEGATIVA, A MENOS
       01 WS-TOTAIS.
           05 WS-TOT-EXTRATO   PIC 9(09)V99 VALUE ZEROS.
           05 WS-TOT-ESPERADO  PIC 9(09)V99 VALUE ZEROS.
           05 WS-TOT-SEM-ORDEM PIC 9(09)V99 VALUE ZEROS.
           05 WS-TOT-A-LIQUIDAR PIC 9(09)V99 VALUE ZEROS.
           05 WS-POSICAO       PIC S9(09)V99 VALUE ZEROS.

       01 WS-LINHA-REMESSA.
           05 WS-RM-ID         PIC 9(06).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-RM-DATA       PIC 9(08).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-RM-ORIGEM     PIC 9(05).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-RM-BANCO      PIC 9(03).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-RM-AGENCIA    PIC 9(04).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-RM-CONTA-EXT  PIC X(10).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-RM-VALOR      PIC 9(05).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-RM-STATUS     PIC X(01).

      * LINHA DO EXTRATO DE LIQUIDACAO DO PARCEIRO: DATA DA
      * LIQUIDACAO, ID DA ORDEM E VALOR LIQUIDADO COM DOIS DECIMAIS
      * IMPLICITOS, SEPARADOS POR PONTO-E-VIRGULA
       01 WS-LINHA-EXTRATO.
           05 WS-EX-DATA       PIC 9(08).
           05 FILLER           PIC X(01).
           05 WS-EX-ID         PIC 9(06).
           05 FILLER           PIC X(01).
           05 WS-EX-VALOR      PIC 9(07)V99.
           05 FILLER           PIC X(15).

      *----------------------------------------------------------------*
      * LINHA DO ARQUIVO DE PENDENCIAS: TIPO DA QUEBRA (N ORDEM
      * ACEITA NAO LIQUIDADA, D LIQUIDADA COM DIFERENCA, S
      * LIQUIDACAO SEM ORDEM ACEITA), ORDEM, DATA (DA ORDEM EM N E D,
      * DA LIQUIDACAO EM S), VALOR DA ORDEM, VALOR LIQUIDADO
      * ACUMULADO E A DATA EM QUE A QUEBRA APARECEU
      *----------------------------------------------------------------*
       01 WS-LINHA-PEND.
           05 WS-PL-TIPO       PIC X(01).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-PL-ID         PIC 9(06).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-PL-DATA       PIC 9(08).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-PL-VLR-ORDEM  PIC 9(07)V99.
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-PL-VLR-LIQ    PIC 9(07)V99.
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-PL-DATA-INI   PIC 9(08).
           05 FILLER           PIC X(14) VALUE SPACES.

      * A REMESSA EM MEMORIA, COM O LIQUIDADO ACUMULADO DE CADA
      * ORDEM (DIAS ANTERIORES + EXTRATO DE HOJE)
       01 WS-TAB-REMESSA.
           05 WS-CNT-REMESSA   PIC 9(04) VALUE ZEROS.
           05 WS-REMESSA-ITEM OCCURS 500 TIMES
                                INDEXED BY WS-IDX-RM.
               10 WS-T-LINHA     PIC X(60).
               10 WS-T-LIQUIDADO PIC 9(07)V99.
               10 WS-T-LIQ-HOJE  PIC X(01).

       01 WS-TAB-PEND.
           05 WS-CNT-PEND      PIC 9(04) VALUE ZEROS.
           05 WS-PEND-ITEM OCCURS 500 TIMES
                                INDEXED BY WS-IDX-PD.
               10 WS-PD-TIPO      PIC X(01).
               10 WS-PD-ID        PIC 9(06).
               10 WS-PD-DATA      PIC 9(08).
               10 WS-PD-VLR-ORDEM PIC 9(07)V99.
               10 WS-PD-VLR-LIQ   PIC 9(07)V99.
               10 WS-PD-DATA-INI  PIC 9(08).
               10 WS-PD-ABERTA    PIC X(01).

       01 WS-NOVA-PEND.
           05 WS-NP-TIPO       PIC X(01).
           05 WS-NP-ID         PIC 9(06).
           05 WS-NP-DATA       PIC 9(08).
           05 WS-NP-VLR-ORDEM  PIC 9(07)V99.
           05 WS-NP-VLR-LIQ    PIC 9(07)V99.

       01 WS-LINHA-QUEBRA.
           05 WS-Q-TIPO        PIC X(14).
           05 FILLER           PIC X(07) VALUE ' ORDEM '.
           05 WS-Q-ID          PIC 9(06).
           05 FILLER           PIC X(06) VALUE ' DATA '.
           05 WS-Q-DATA        PIC 9(08).
           05 FILLER           PIC X(07) VALUE ' ORDEM '.
           05 WS-Q-VLR-ORDEM   PIC ZZZZZZ9,99.
           05 FILLER           PIC X(06) VALUE ' LIQ. '.
           05 WS-Q-VLR-LIQ     PIC ZZZZZZ9,99.
           05 FILLER           PIC X(07) VALUE ' DESDE '.
           05 WS-Q-DATA-INI    PIC 9(08).
           05 FILLER           PIC X(06) VALUE ' DIAS '.
           05 WS-Q-DIAS        PIC ZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-Q-AVISO       PIC X(07).

       01 WS-LINHA-TOTAL.
           05 WS-TT-ROTULO     PIC X(40).
           05 WS-TT-VALOR      PIC -ZZZZZZZZ9,99.
      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       0-PRINCIPAL.
           PERFORM 1-RESOLVE-CAMINHOS.
           MOVE 'INI' TO WS-RUN-FASE.
           MOVE 'INICIADO' TO WS-RUN-STATUS.
           CALL 'REGISTRA-RUN' USING WS-RUN-JOB WS-RUN-FASE
               WS-RUN-LIDOS WS-RUN-GRAVADOS WS-RUN-REJ
               WS-RUN-STATUS.
           PERFORM 2-ABRE-ARQUIVOS.
           PERFORM 3-CARREGA-REMESSA.
           PERFORM 31-CARREGA-PENDENCIAS.
           PERFORM 32-REAVALIA-PENDENCIA
               VARYING WS-IDX-PD FROM 1 BY 1
               UNTIL WS-IDX-PD > WS-CNT-PEND.
           MOVE 'N' TO WS-EOF.
           PERFORM 4-LE-EXTRATO UNTIL WS-EOF = 'S'.
           PERFORM 5-CONFERE-ORDEM
               VARYING WS-IDX-RM FROM 1 BY 1
               UNTIL WS-IDX-RM > WS-CNT-REMESSA.
           PERFORM 7-REGRAVA-REMESSA.
           PERFORM 71-REGRAVA-PENDENCIAS.
           PERFORM 8-RELATORIO.
           PERFORM 9-FINALIZA.
           MOVE 'FIM' TO WS-RUN-FASE.
           MOVE WS-CT-LINHAS TO WS-RUN-LIDOS.
           MOVE WS-CT-LIQUIDADAS TO WS-RUN-GRAVADOS.
           COMPUTE WS-RUN-REJ = WS-CT-NAO-LIQ + WS-CT-DIFERENCA
               + WS-CT-SEM-ORDEM.
           MOVE 'OK' TO WS-RUN-STATUS.
           CALL 'REGISTRA-RUN' USING WS-RUN-JOB WS-RUN-FASE
               WS-RUN-LIDOS WS-RUN-GRAVADOS WS-RUN-REJ
               WS-RUN-STATUS.
           IF WS-RUN-REJ > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1-RESOLVE-CAMINHOS.
           MOVE 'REMESSA-INTERBANC' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-REMESSA
           END-IF.
           MOVE 'EXTRATO-INTERBANC' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-EXTRATO
           END-IF.
           MOVE 'CONCILIA-IB-PEND' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-PEND
           END-IF.
           MOVE 'CONCILIA-IB-RELAT' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-RELAT
           END-IF.

       11-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.

      * SEM EXTRATO A BATIDA AINDA CONFERE AS ORDENS: AS ACEITAS
      * CONTINUAM APONTADAS COMO NAO LIQUIDADAS
       2-ABRE-ARQUIVOS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE).
           OPEN INPUT EXTRATO-EXT.
           IF WS-FS-EXTRATO = '00'
               MOVE 'S' TO WS-EXTRATO-ABERTO
           ELSE
               DISPLAY 'EXTRATO DE LIQUIDACAO NAO ENCONTRADO'
           END-IF.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO REG-RELAT.
           STRING 'CONCILIACAO DA LIQUIDACAO INTERBANCARIA - '
               WS-DATA-HOJE DELIMITED BY SIZE INTO REG-RELAT.
           WRITE REG-RELAT.

       3-CARREGA-REMESSA.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT REMESSA-EXT.
           IF WS-FS-REMESSA NOT = '00'
               DISPLAY 'REMESSA VAZIA OU INEXISTENTE'
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ REMESSA-EXT
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF WS-CNT-REMESSA < 500
                           ADD 1 TO WS-CNT-REMESSA
                           SET WS-IDX-RM TO WS-CNT-REMESSA
                           MOVE REG-REMESSA TO
                               WS-T-LINHA (WS-IDX-RM)
                           MOVE ZEROS TO WS-T-LIQUIDADO (WS-IDX-RM)
                           MOVE 'N' TO WS-T-LIQ-HOJE (WS-IDX-RM)
                       ELSE
                           DISPLAY 'REMESSA EXCEDE A TABELA'
                           PERFORM 29-ABORTA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REMESSA-EXT.

      * A PENDENCIA ENTRA FECHADA: SO CONTINUA ABERTA SE A QUEBRA
      * FOR APONTADA DE NOVO NESTA BATIDA
       31-CARREGA-PENDENCIAS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PENDENCIAS.
           IF WS-FS-PEND NOT = '00'
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ PENDENCIAS
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF WS-CNT-PEND < 500
                           MOVE REG-PEND TO WS-LINHA-PEND
                           ADD 1 TO WS-CNT-PEND
                           SET WS-IDX-PD TO WS-CNT-PEND
                           MOVE WS-PL-TIPO TO WS-PD-TIPO (WS-IDX-PD)
                           MOVE WS-PL-ID TO WS-PD-ID (WS-IDX-PD)
                           MOVE WS-PL-DATA TO WS-PD-DATA (WS-IDX-PD)
                           MOVE WS-PL-VLR-ORDEM TO
                               WS-PD-VLR-ORDEM (WS-IDX-PD)
                           MOVE WS-PL-VLR-LIQ TO
                               WS-PD-VLR-LIQ (WS-IDX-PD)
                           MOVE WS-PL-DATA-INI TO
                               WS-PD-DATA-INI (WS-IDX-PD)
                           MOVE 'N' TO WS-PD-ABERTA (WS-IDX-PD)
                       ELSE
                           DISPLAY 'ARQUIVO DE PENDENCIAS EXCEDE A '
                               'TABELA'
                           PERFORM 29-ABORTA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PENDENCIAS.

      *----------------------------------------------------------------*
      * O LIQUIDADO DE DIAS ANTERIORES VOLTA PARA A ORDEM: A
      * DIFERENCA (D) DEVOLVE O ACUMULADO A ORDEM AINDA ACEITA, E A
      * LIQUIDACAO SEM ORDEM (S) CUJA ORDEM JA ESTA ACEITA NA REMESSA
      * E SOMADA A ELA; S QUE CONTINUA SEM ORDEM SEGUE ABERTA
      *----------------------------------------------------------------*
       32-REAVALIA-PENDENCIA.
           MOVE WS-PD-ID (WS-IDX-PD) TO WS-BUSCA-ID.
           PERFORM 33-ACHA-ORDEM.
           EVALUATE WS-PD-TIPO (WS-IDX-PD)
           WHEN 'D'
               IF WS-ACHOU-ORDEM = 'S' AND WS-RM-STATUS = 'A'
                   ADD WS-PD-VLR-LIQ (WS-IDX-PD) TO
                       WS-T-LIQUIDADO (WS-IDX-ORDEM)
               END-IF
           WHEN 'S'
               IF WS-ACHOU-ORDEM = 'S' AND WS-RM-STATUS = 'A'
                   ADD WS-PD-VLR-LIQ (WS-IDX-PD) TO
                       WS-T-LIQUIDADO (WS-IDX-ORDEM)
                   ADD 1 TO WS-CT-RESOLVIDAS
               ELSE
                   MOVE 'S' TO WS-PD-ABERTA (WS-IDX-PD)
                   ADD 1 TO WS-CT-SEM-ORDEM
               END-IF
           WHEN OTHER
               CONTINUE
           END-EVALUATE.

      * PROCURA NA REMESSA A ORDEM WS-BUSCA-ID; ACHANDO, A LINHA
      * FICA EM WS-LINHA-REMESSA E A POSICAO EM WS-IDX-ORDEM
       33-ACHA-ORDEM.
           MOVE 'N' TO WS-ACHOU-ORDEM.
           MOVE ZEROS TO WS-IDX-ORDEM.
           PERFORM VARYING WS-IDX-RM FROM 1 BY 1
                   UNTIL WS-IDX-RM > WS-CNT-REMESSA
                      OR WS-ACHOU-ORDEM = 'S'
               MOVE WS-T-LINHA (WS-IDX-RM) TO WS-LINHA-REMESSA
               IF WS-RM-ID = WS-BUSCA-ID
                   MOVE 'S' TO WS-ACHOU-ORDEM
                   SET WS-IDX-ORDEM TO WS-IDX-RM
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * CADA LINHA DO EXTRATO SOMA NA ORDEM ACEITA; ORDEM QUE NAO
      * MANDAMOS, AINDA SEM RETORNO, REJEITADA OU JA LIQUIDADA VIRA
      * QUEBRA S (LIQUIDACAO SEM ORDEM ACEITA)
      *----------------------------------------------------------------*
       4-LE-EXTRATO.
           IF WS-EXTRATO-ABERTO = 'N'
               MOVE 'S' TO WS-EOF
           ELSE
               READ EXTRATO-EXT INTO WS-LINHA-EXTRATO
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CT-LINHAS
                       PERFORM 41-CASA-LIQUIDACAO
               END-READ
           END-IF.

       41-CASA-LIQUIDACAO.
           IF WS-EX-DATA NOT NUMERIC OR WS-EX-ID NOT NUMERIC
              OR WS-EX-VALOR NOT NUMERIC
               DISPLAY 'LINHA DO EXTRATO INVALIDA: ' WS-LINHA-EXTRATO
           ELSE
               ADD WS-EX-VALOR TO WS-TOT-EXTRATO
               MOVE WS-EX-ID TO WS-BUSCA-ID
               PERFORM 33-ACHA-ORDEM
               IF WS-ACHOU-ORDEM = 'S' AND WS-RM-STATUS = 'A'
                   IF WS-T-LIQ-HOJE (WS-IDX-ORDEM) = 'N'
                       COMPUTE WS-TOT-ESPERADO = WS-TOT-ESPERADO
                           + WS-RM-VALOR
                           - WS-T-LIQUIDADO (WS-IDX-ORDEM)
                       MOVE 'S' TO WS-T-LIQ-HOJE (WS-IDX-ORDEM)
                   END-IF
                   ADD WS-EX-VALOR TO WS-T-LIQUIDADO (WS-IDX-ORDEM)
               ELSE
                   ADD WS-EX-VALOR TO WS-TOT-SEM-ORDEM
                   ADD 1 TO WS-CT-SEM-ORDEM
                   MOVE 'S' TO WS-NP-TIPO
                   MOVE WS-EX-ID TO WS-NP-ID
                   MOVE WS-EX-DATA TO WS-NP-DATA
                   MOVE ZEROS TO WS-NP-VLR-ORDEM
                   IF WS-ACHOU-ORDEM = 'S'
                       MOVE WS-RM-VALOR TO WS-NP-VLR-ORDEM
                   END-IF
                   MOVE WS-EX-VALOR TO WS-NP-VLR-LIQ
                   PERFORM 6-MARCA-PENDENCIA
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * ORDEM ACEITA: LIQUIDADO IGUAL AO VALOR FECHA A ORDEM (L NA
      * REMESSA); NADA LIQUIDADO E QUEBRA N; VALOR DIFERENTE E
      * QUEBRA D, COM O ACUMULADO PARA A PROXIMA BATIDA
      *----------------------------------------------------------------*
       5-CONFERE-ORDEM.
           MOVE WS-T-LINHA (WS-IDX-RM) TO WS-LINHA-REMESSA.
           IF WS-RM-STATUS = 'A'
               MOVE WS-RM-ID TO WS-NP-ID
               MOVE WS-RM-DATA TO WS-NP-DATA
               MOVE WS-RM-VALOR TO WS-NP-VLR-ORDEM
               MOVE WS-T-LIQUIDADO (WS-IDX-RM) TO WS-NP-VLR-LIQ
               EVALUATE TRUE
               WHEN WS-T-LIQUIDADO (WS-IDX-RM) = WS-RM-VALOR
                   MOVE 'L' TO WS-RM-STATUS
                   MOVE WS-LINHA-REMESSA TO WS-T-LINHA (WS-IDX-RM)
                   ADD 1 TO WS-CT-LIQUIDADAS
               WHEN WS-T-LIQUIDADO (WS-IDX-RM) = ZEROS
                   MOVE 'N' TO WS-NP-TIPO
                   ADD WS-RM-VALOR TO WS-TOT-A-LIQUIDAR
                   ADD 1 TO WS-CT-NAO-LIQ
                   PERFORM 6-MARCA-PENDENCIA
               WHEN OTHER
                   MOVE 'D' TO WS-NP-TIPO
                   IF WS-T-LIQUIDADO (WS-IDX-RM) < WS-RM-VALOR
                       COMPUTE WS-TOT-A-LIQUIDAR = WS-TOT-A-LIQUIDAR
                           + WS-RM-VALOR - WS-T-LIQUIDADO (WS-IDX-RM)
                   END-IF
                   ADD 1 TO WS-CT-DIFERENCA
                   PERFORM 6-MARCA-PENDENCIA
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      * QUEBRA APONTADA HOJE: ORDEM QUE JA ESTAVA NAS PENDENCIAS EM
      * N OU D CONTINUA ABERTA COM A DATA ORIGINAL E OS VALORES DE
      * HOJE; O RESTO (E TODA LIQUIDACAO SEM ORDEM DO EXTRATO DE
      * HOJE, QUE E FATO NOVO) ENTRA COMO PENDENCIA NOVA COM A DATA
      * DE HOJE
      *----------------------------------------------------------------*
       6-MARCA-PENDENCIA.
           MOVE 'N' TO WS-ACHOU-PEND.
           PERFORM VARYING WS-IDX-PD FROM 1 BY 1
                   UNTIL WS-IDX-PD > WS-CNT-PEND
                      OR WS-ACHOU-PEND = 'S'
               IF WS-PD-ID (WS-IDX-PD) = WS-NP-ID
                  AND WS-NP-TIPO NOT = 'S'
                  AND WS-PD-TIPO (WS-IDX-PD) NOT = 'S'
                   MOVE 'S' TO WS-ACHOU-PEND
                   PERFORM 61-ATUALIZA-PENDENCIA
               END-IF
           END-PERFORM.
           IF WS-ACHOU-PEND = 'N'
               IF WS-CNT-PEND < 500
                   ADD 1 TO WS-CNT-PEND
                   SET WS-IDX-PD TO WS-CNT-PEND
                   MOVE WS-DATA-HOJE TO WS-PD-DATA-INI (WS-IDX-PD)
                   PERFORM 61-ATUALIZA-PENDENCIA
               ELSE
                   DISPLAY 'TABELA DE PENDENCIAS CHEIA - ORDEM '
                       WS-NP-ID ' FICARIA SEM ACOMPANHAMENTO'
                   PERFORM 29-ABORTA
               END-IF
           END-IF.

       61-ATUALIZA-PENDENCIA.
           MOVE WS-NP-TIPO TO WS-PD-TIPO (WS-IDX-PD).
           MOVE WS-NP-ID TO WS-PD-ID (WS-IDX-PD).
           MOVE WS-NP-DATA TO WS-PD-DATA (WS-IDX-PD).
           MOVE WS-NP-VLR-ORDEM TO WS-PD-VLR-ORDEM (WS-IDX-PD).
           MOVE WS-NP-VLR-LIQ TO WS-PD-VLR-LIQ (WS-IDX-PD).
           MOVE 'S' TO WS-PD-ABERTA (WS-IDX-PD).

      *----------------------------------------------------------------*
      * QUEBRA FORA DA TABELA NUNCA MAIS SERIA ACOMPANHADA; COM A
      * TABELA CHEIA A BATIDA ABORTA SEM REGRAVAR REMESSA NEM
      * PENDENCIAS
      *----------------------------------------------------------------*
       29-ABORTA.
           DISPLAY 'CONCILIACAO ABORTADA POR FALTA DE CAPACIDADE'.
           MOVE 'FIM' TO WS-RUN-FASE.
           MOVE 'ABORTADO' TO WS-RUN-STATUS.
           CALL 'REGISTRA-RUN' USING WS-RUN-JOB WS-RUN-FASE
               WS-RUN-LIDOS WS-RUN-GRAVADOS WS-RUN-REJ
               WS-RUN-STATUS.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

      * SO A REMESSA COM ORDEM NOVA EM L PRECISA SER REGRAVADA
       7-REGRAVA-REMESSA.
           IF WS-CT-LIQUIDADAS > ZEROS
               OPEN OUTPUT REMESSA-EXT
               PERFORM VARYING WS-IDX-RM FROM 1 BY 1
                       UNTIL WS-IDX-RM > WS-CNT-REMESSA
                   WRITE REG-REMESSA FROM WS-T-LINHA (WS-IDX-RM)
               END-PERFORM
               CLOSE REMESSA-EXT
           END-IF.

      * O ARQUIVO DE PENDENCIAS E REGRAVADO SO COM AS ABERTAS; AS
      * QUE NAO FORAM APONTADAS DE NOVO ESTAO RESOLVIDAS
       71-REGRAVA-PENDENCIAS.
           OPEN OUTPUT PENDENCIAS.
           PERFORM VARYING WS-IDX-PD FROM 1 BY 1
                   UNTIL WS-IDX-PD > WS-CNT-PEND
               IF WS-PD-ABERTA (WS-IDX-PD) = 'S'
                   MOVE WS-PD-TIPO (WS-IDX-PD) TO WS-PL-TIPO
                   MOVE WS-PD-ID (WS-IDX-PD) TO WS-PL-ID
                   MOVE WS-PD-DATA (WS-IDX-PD) TO WS-PL-DATA
                   MOVE WS-PD-VLR-ORDEM (WS-IDX-PD) TO
                       WS-PL-VLR-ORDEM
                   MOVE WS-PD-VLR-LIQ (WS-IDX-PD) TO WS-PL-VLR-LIQ
                   MOVE WS-PD-DATA-INI (WS-IDX-PD) TO WS-PL-DATA-INI
                   WRITE REG-PEND FROM WS-LINHA-PEND
               ELSE
                   IF WS-PD-TIPO (WS-IDX-PD) NOT = 'S'
                       ADD 1 TO WS-CT-RESOLVIDAS
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE PENDENCIAS.

      *----------------------------------------------------------------*
      * RELATORIO: UMA LINHA POR QUEBRA EM ABERTO, COM OS DIAS DESDE
      * QUE APARECEU (FAIXAS DE AGING; MAIS DE 5 DIAS E PARA
      * ESCALAR), E OS TOTAIS COM A POSICAO LIQUIDA DO DIA
      *----------------------------------------------------------------*
       8-RELATORIO.
           PERFORM 81-LINHA-QUEBRA
               VARYING WS-IDX-PD FROM 1 BY 1
               UNTIL WS-IDX-PD > WS-CNT-PEND.
           COMPUTE WS-POSICAO = WS-TOT-EXTRATO - WS-TOT-ESPERADO.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT.
           MOVE 'TOTAL LIQUIDADO NO EXTRATO' TO WS-TT-ROTULO.
           MOVE WS-TOT-EXTRATO TO WS-TT-VALOR.
           WRITE REG-RELAT FROM WS-LINHA-TOTAL.
           MOVE 'ESPERADO PELAS ORDENS CASADAS' TO WS-TT-ROTULO.
           MOVE WS-TOT-ESPERADO TO WS-TT-VALOR.
           WRITE REG-RELAT FROM WS-LINHA-TOTAL.
           MOVE 'LIQUIDADO SEM ORDEM ACEITA' TO WS-TT-ROTULO.
           MOVE WS-TOT-SEM-ORDEM TO WS-TT-VALOR.
           WRITE REG-RELAT FROM WS-LINHA-TOTAL.
           MOVE 'ACEITO E AINDA NAO LIQUIDADO' TO WS-TT-ROTULO.
           MOVE WS-TOT-A-LIQUIDAR TO WS-TT-VALOR.
           WRITE REG-RELAT FROM WS-LINHA-TOTAL.
           MOVE 'POSICAO LIQUIDA DO DIA' TO WS-TT-ROTULO.
           MOVE WS-POSICAO TO WS-TT-VALOR.
           WRITE REG-RELAT FROM WS-LINHA-TOTAL.
           MOVE SPACES TO REG-RELAT.
           STRING 'AGING - ATE 1 DIA: ' WS-CT-AGING-1
               '  DE 2 A 5 DIAS: ' WS-CT-AGING-2-5
               '  MAIS DE 5 DIAS: ' WS-CT-AGING-5MAIS
               DELIMITED BY SIZE INTO REG-RELAT.
           WRITE REG-RELAT.

       81-LINHA-QUEBRA.
           IF WS-PD-ABERTA (WS-IDX-PD) = 'S'
               EVALUATE WS-PD-TIPO (WS-IDX-PD)
               WHEN 'N'
                   MOVE 'NAO LIQUIDADA' TO WS-Q-TIPO
               WHEN 'D'
                   MOVE 'DIFERENCA' TO WS-Q-TIPO
               WHEN OTHER
                   MOVE 'SEM ORDEM' TO WS-Q-TIPO
               END-EVALUATE
               COMPUTE WS-DIAS-INI = FUNCTION INTEGER-OF-DATE
                   (WS-PD-DATA-INI (WS-IDX-PD))
               COMPUTE WS-DIAS-ABERTO = WS-DIAS-HOJE - WS-DIAS-INI
               IF WS-DIAS-ABERTO < 1
                   MOVE 1 TO WS-DIAS-ABERTO
               END-IF
               MOVE SPACES TO WS-Q-AVISO
               EVALUATE TRUE
               WHEN WS-DIAS-ABERTO = 1
                   ADD 1 TO WS-CT-AGING-1
               WHEN WS-DIAS-ABERTO <= 5
                   ADD 1 TO WS-CT-AGING-2-5
               WHEN OTHER
                   ADD 1 TO WS-CT-AGING-5MAIS
                   MOVE 'ESCALAR' TO WS-Q-AVISO
               END-EVALUATE
               MOVE WS-PD-ID (WS-IDX-PD) TO WS-Q-ID
               MOVE WS-PD-DATA (WS-IDX-PD) TO WS-Q-DATA
               MOVE WS-PD-VLR-ORDEM (WS-IDX-PD) TO WS-Q-VLR-ORDEM
               MOVE WS-PD-VLR-LIQ (WS-IDX-PD) TO WS-Q-VLR-LIQ
               MOVE WS-PD-DATA-INI (WS-IDX-PD) TO WS-Q-DATA-INI
               MOVE WS-DIAS-ABERTO TO WS-Q-DIAS
               WRITE REG-RELAT FROM WS-LINHA-QUEBRA
           END-IF.

       9-FINALIZA.
           IF WS-EXTRATO-ABERTO = 'S'
               CLOSE EXTRATO-EXT
           END-IF.
           CLOSE RELATORIO.
           DISPLAY 'LINHAS DO EXTRATO..........: ' WS-CT-LINHAS.
           DISPLAY 'ORDENS LIQUIDADAS..........: ' WS-CT-LIQUIDADAS.
           DISPLAY 'ACEITAS NAO LIQUIDADAS.....: ' WS-CT-NAO-LIQ.
           DISPLAY 'LIQUIDADAS COM DIFERENCA...: ' WS-CT-DIFERENCA.
           DISPLAY 'LIQUIDACOES SEM ORDEM......: ' WS-CT-SEM-ORDEM.
           DISPLAY 'QUEBRAS RESOLVIDAS.........: ' WS-CT-RESOLVIDAS.
      *================================================================*
