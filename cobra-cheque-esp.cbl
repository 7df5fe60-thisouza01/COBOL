      *================================================================*
      * Author:
      * Date:
      * Purpose: Batida de fim de mes dos juros de cheque especial.
      *  Reproduz o TRANS-LOG da competencia conta a conta e apura,
      *  dia a dia, o saldo de fechamento de cada dia; todo dia que
      *  fecha negativo entra no uso do limite. Os juros saem da taxa
      *  mensal do arquivo de parametros (linha TAXA;percentual, no
      *  molde do JUROS-PARAM.TXT) aplicada pro rata dia sobre o uso
      *  diario (soma do saldo devedor de cada dia / 30). A conta
      *  tem o saldo regravado e o lancamento JUROS-CH-ESP gravado no
      *  TRANS-LOG; o demonstrativo (CHEQUE-ESP-JUROS.TXT) traz por
      *  conta o limite, os dias no negativo, o uso medio desses dias
      *  e os juros cobrados. Competencia ja cobrada nao e cobrada de
      *  novo (carimbo da sub-rotina POSTA-PERIODO).
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRA-CHEQUE-ESP.
      *================================================================*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS ASSIGN TO WS-ARQ-CONTAS
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-CONTAS
             RECORD KEY CONTA-NUMERO.

           SELECT TRANS-LOG ASSIGN TO WS-ARQ-LOG
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-LOG.

           SELECT OPTIONAL CHEQUE-PARAM ASSIGN TO WS-ARQ-PARAM
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-PARAM.

           SELECT DEMONSTRATIVO ASSIGN TO WS-ARQ-DEMONST
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-DEMONST.

      *================================================================*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD CONTAS.
       COPY CONTAREG.

       FD TRANS-LOG.
       01 REG-LOG PIC X(120).

       FD CHEQUE-PARAM.
       01 REG-PARAM PIC X(40).

       FD DEMONSTRATIVO.
       01 REG-DEMONST PIC X(83).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      * EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG)
      *----------------------------------------------------------------*
       01 WS-ARQ-CONTAS     PIC X(80) VALUE 'C:\COBOL\CONTAS.DAT'.
       01 WS-ARQ-LOG        PIC X(80) VALUE 'C:\COBOL\TRANS-LOG.TXT'.
       01 WS-ARQ-PARAM      PIC X(80) VALUE
           'C:\COBOL\CHEQUE-ESP-PARAM.TXT'.
       01 WS-ARQ-DEMONST    PIC X(80) VALUE
           'C:\COBOL\CHEQUE-ESP-JUROS.TXT'.
       01 WS-CFG-LOGICO     PIC X(20).
       01 WS-CFG-CAMINHO    PIC X(80).
       01 WS-CFG-ACHOU      PIC X(01).

       01 WS-STATUS.
           05 WS-FS-CONTAS  PIC X(02).
           05 WS-FS-LOG     PIC X(02).
           05 WS-FS-PARAM   PIC X(02).
           05 WS-FS-DEMONST PIC X(02).

       01 WS-EOF            PIC X(01) VALUE 'N'.
       01 WS-EOF-PARAM      PIC X(01) VALUE 'N'.

       01 WS-PARAM-CAMPOS.
           05 WS-P-NOME        PIC X(10).
           05 WS-P-VALOR1      PIC X(10).
       01 WS-TAXA-MENSAL       PIC 9(02)V99 VALUE ZEROS.

      * A COMPETENCIA COMO INTERVALO DE DIAS CORRIDOS [INICIO, FIM),
      * NA CONTAGEM DO INTEGER-OF-DATE; O FIM NAO PASSA DE HOJE
       01 WS-COMPETENCIA.
           05 WS-COMP          PIC 9(06) VALUE ZEROS.
           05 WS-COMP-ANO      PIC 9(04) VALUE ZEROS.
           05 WS-COMP-MES      PIC 9(02) VALUE ZEROS.
           05 WS-DATA-INI      PIC 9(08) VALUE ZEROS.
           05 WS-DATA-PROX     PIC 9(08) VALUE ZEROS.
           05 WS-DIA-INI       PIC 9(07) VALUE ZEROS.
           05 WS-DIA-FIM       PIC 9(07) VALUE ZEROS.
           05 WS-DIA-HOJE      PIC 9(07) VALUE ZEROS.
           05 WS-DIA-LANC      PIC 9(07) VALUE ZEROS.

      * POSICAO DE CADA CONTA NA REPRODUCAO: SALDO VIGENTE E O DIA
      * DESDE QUANDO VALE, MAIS O USO ACUMULADO (SOMA DO SALDO
      * DEVEDOR DE CADA DIA) E OS DIAS QUE FECHARAM NEGATIVOS
       01 WS-TAB-CONTAS.
           05 WS-CNT-CONTAS    PIC 9(03) VALUE ZEROS.
           05 WS-CONTA-ITEM OCCURS 500 TIMES
                              INDEXED BY WS-IDX-CTA.
               10 WS-C-NUMERO  PIC 9(05).
               10 WS-C-SALDO   PIC S9(09)V99.
               10 WS-C-DESDE   PIC 9(07).
               10 WS-C-USO     PIC 9(11)V99.
               10 WS-C-DIAS    PIC 9(03).
       01 WS-ACHOU-CONTA       PIC X(01) VALUE 'N'.

       01 WS-ACUMULA.
           05 WS-AC-DE         PIC 9(07) VALUE ZEROS.
           05 WS-AC-ATE        PIC 9(07) VALUE ZEROS.
           05 WS-AC-DIAS       PIC 9(03) VALUE ZEROS.

       01 WS-CALCULO.
           05 WS-DATA-HOJE     PIC 9(08) VALUE ZEROS.
           05 WS-JUROS         PIC 9(09)V99 VALUE ZEROS.
           05 WS-USO-MEDIO     PIC 9(09)V99 VALUE ZEROS.
           05 WS-LIMITE-CHEQUE PIC 9(09)V99 VALUE ZEROS.
           05 WS-CT-COBRADAS   PIC 9(05) VALUE ZEROS.
           05 WS-CT-JA-COBRADAS PIC 9(05) VALUE ZEROS.
           05 WS-TOT-JUROS     PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOT-ED        PIC ZZZZZZZZZZ9.99.

      * CARIMBO DE COMPETENCIA COBRADA POR CONTA (POSTA-PERIODO)
       01 WS-PERIODO.
           05 WS-PER-JOB       PIC X(12) VALUE 'CHEQUE-ESP'.
           05 WS-PER-COMP      PIC 9(06) VALUE ZEROS.
           05 WS-PER-CONTA     PIC 9(05) VALUE ZEROS.
           05 WS-PER-ACAO      PIC X(01) VALUE 'C'.
           05 WS-PER-ACHOU     PIC X(01) VALUE 'N'.

       01 WS-LINHA-DEMONST.
           05 WS-D-COMP        PIC 9(06).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-D-CONTA       PIC 9(05).
           05 FILLER           PIC X(08) VALUE ' LIMITE '.
           05 WS-D-LIMITE      PIC ZZZZZZZZ9.99.
           05 FILLER           PIC X(06) VALUE ' DIAS '.
           05 WS-D-DIAS        PIC ZZ9.
           05 FILLER           PIC X(11) VALUE ' USO MEDIO '.
           05 WS-D-USO-MEDIO   PIC ZZZZZZZZ9.99.
           05 FILLER           PIC X(07) VALUE ' JUROS '.
           05 WS-D-JUROS       PIC ZZZZZZZZ9.99.

      * LANCAMENTO LIDO NA REPRODUCAO E A LINHA DOS JUROS
       COPY TLOGCAM.
       COPY TLOGLIN.
      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       0-PRINCIPAL.
           PERFORM 1-RESOLVE-CAMINHOS.
           PERFORM 2-CARREGA-PARAMETROS.
           PERFORM 3-RECEBE-COMPETENCIA.
           PERFORM 4-REPRODUZ-LOG.
           PERFORM 6-COBRA-CONTAS.
           PERFORM 9-FINALIZA.
           STOP RUN.

       1-RESOLVE-CAMINHOS.
           MOVE 'CONTAS-DAT' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-CONTAS
           END-IF.
           MOVE 'TRANS-LOG' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-LOG
           END-IF.
           MOVE 'CHEQUE-ESP-PARAM' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-PARAM
           END-IF.
           MOVE 'CHEQUE-ESP-JUROS' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-DEMONST
           END-IF.

       11-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.

      * LINHA TAXA;PERCENTUAL-AO-MES; SEM O ARQUIVO A TAXA FICA
      * ZERADA E NADA E COBRADO
       2-CARREGA-PARAMETROS.
           OPEN INPUT CHEQUE-PARAM.
           IF WS-FS-PARAM = '00'
               PERFORM 21-LE-PARAMETRO UNTIL WS-EOF-PARAM = 'S'
           ELSE
               DISPLAY 'SEM ARQUIVO DE PARAMETROS - NADA A COBRAR'
           END-IF.
           CLOSE CHEQUE-PARAM.

       21-LE-PARAMETRO.
           READ CHEQUE-PARAM
               AT END MOVE 'S' TO WS-EOF-PARAM
               NOT AT END
                   UNSTRING REG-PARAM DELIMITED BY ';'
                       INTO WS-P-NOME WS-P-VALOR1
                   END-UNSTRING
                   EVALUATE WS-P-NOME
                   WHEN 'TAXA'
                       COMPUTE WS-TAXA-MENSAL =
                           FUNCTION NUMVAL (WS-P-VALOR1)
                   WHEN OTHER
                       DISPLAY 'PARAMETRO DESCONHECIDO: ' WS-P-NOME
                   END-EVALUATE
           END-READ.

      * COMPETENCIA ZERADA E O MES CORRENTE; O LOG VIVO TEM DE
      * CONTER A COMPETENCIA (RODAR ANTES DO FECHA-TRANSLOG)
       3-RECEBE-COMPETENCIA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'COMPETENCIA A COBRAR (AAAAMM, 0 = MES ATUAL): '.
           ACCEPT WS-COMP.
           IF WS-COMP = ZEROS
               MOVE WS-DATA-HOJE (1:6) TO WS-COMP
           END-IF.
           MOVE WS-COMP TO WS-PER-COMP.
           MOVE WS-COMP (1:4) TO WS-COMP-ANO.
           MOVE WS-COMP (5:2) TO WS-COMP-MES.
           IF WS-COMP-MES < 1 OR WS-COMP-MES > 12
               DISPLAY 'COMPETENCIA INVALIDA - COBRANCA ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-DATA-INI =
               WS-COMP-ANO * 10000 + WS-COMP-MES * 100 + 1.
           ADD 1 TO WS-COMP-MES.
           IF WS-COMP-MES > 12
               MOVE 1 TO WS-COMP-MES
               ADD 1 TO WS-COMP-ANO
           END-IF.
           COMPUTE WS-DATA-PROX =
               WS-COMP-ANO * 10000 + WS-COMP-MES * 100 + 1.
           COMPUTE WS-DIA-INI = FUNCTION INTEGER-OF-DATE (WS-DATA-INI).
           COMPUTE WS-DIA-FIM =
               FUNCTION INTEGER-OF-DATE (WS-DATA-PROX).
           COMPUTE WS-DIA-HOJE =
               FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE) + 1.
           IF WS-DIA-HOJE < WS-DIA-FIM
               MOVE WS-DIA-HOJE TO WS-DIA-FIM
           END-IF.

      *----------------------------------------------------------------*
      * REPRODUCAO DO LOG: CADA LANCAMENTO FECHA O PERIODO EM QUE O
      * SALDO ANTERIOR DA CONTA VIGOROU E ABRE UM NOVO COM O SALDO
      * GRAVADO NA LINHA; NO FIM, O ULTIMO SALDO VALE ATE O FIM DA
      * COMPETENCIA
      *----------------------------------------------------------------*
       4-REPRODUZ-LOG.
           OPEN INPUT TRANS-LOG.
           IF WS-FS-LOG NOT = '00'
               DISPLAY 'TRANS-LOG VAZIO OU INEXISTENTE'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 41-LE-LANCAMENTO UNTIL WS-EOF = 'S'.
           CLOSE TRANS-LOG.
           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA > WS-CNT-CONTAS
               MOVE WS-C-DESDE (WS-IDX-CTA) TO WS-AC-DE
               MOVE WS-DIA-FIM TO WS-AC-ATE
               PERFORM 5-ACUMULA-PERIODO
           END-PERFORM.

       41-LE-LANCAMENTO.
           READ TRANS-LOG
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   CALL 'LE-LINHA-LOG' USING REG-LOG TLG-CAMPOS
                   COMPUTE WS-DIA-LANC =
                       FUNCTION INTEGER-OF-DATE (TLG-DATA)
                   PERFORM 42-POSICIONA-CONTA
                   MOVE WS-C-DESDE (WS-IDX-CTA) TO WS-AC-DE
                   MOVE WS-DIA-LANC TO WS-AC-ATE
                   PERFORM 5-ACUMULA-PERIODO
                   MOVE TLG-SALDO TO WS-C-SALDO (WS-IDX-CTA)
                   IF WS-DIA-LANC > WS-C-DESDE (WS-IDX-CTA)
                       MOVE WS-DIA-LANC TO WS-C-DESDE (WS-IDX-CTA)
                   END-IF
           END-READ.

      * CONTA VISTA PELA PRIMEIRA VEZ COMECA COM O SALDO DE ANTES DO
      * LANCAMENTO (EFEITO DESFEITO, COMO NO EXTRATO-TRANSLOG)
       42-POSICIONA-CONTA.
           MOVE 'N' TO WS-ACHOU-CONTA.
           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA > WS-CNT-CONTAS
                      OR WS-ACHOU-CONTA = 'S'
               IF WS-C-NUMERO (WS-IDX-CTA) = TLG-CONTA
                   MOVE 'S' TO WS-ACHOU-CONTA
               END-IF
           END-PERFORM.
           IF WS-ACHOU-CONTA = 'S'
               SET WS-IDX-CTA DOWN BY 1
           ELSE
               IF WS-CNT-CONTAS < 500
                   ADD 1 TO WS-CNT-CONTAS
                   SET WS-IDX-CTA TO WS-CNT-CONTAS
                   MOVE TLG-CONTA TO WS-C-NUMERO (WS-IDX-CTA)
                   MOVE TLG-SALDO TO WS-C-SALDO (WS-IDX-CTA)
                   IF TLG-CREDITO
                       SUBTRACT TLG-VALOR FROM WS-C-SALDO (WS-IDX-CTA)
                   END-IF
                   IF TLG-DEBITO
                       ADD TLG-VALOR TO WS-C-SALDO (WS-IDX-CTA)
                   END-IF
                   MOVE WS-DIA-LANC TO WS-C-DESDE (WS-IDX-CTA)
                   IF WS-DIA-INI < WS-DIA-LANC
                       MOVE WS-DIA-INI TO WS-C-DESDE (WS-IDX-CTA)
                   END-IF
                   MOVE ZEROS TO WS-C-USO (WS-IDX-CTA)
                   MOVE ZEROS TO WS-C-DIAS (WS-IDX-CTA)
               ELSE
                   DISPLAY 'TABELA DE CONTAS CHEIA - COBRANCA '
                       'ABORTADA'
                   MOVE 12 TO RETURN-CODE
                   CLOSE TRANS-LOG
                   STOP RUN
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * O SALDO DA CONTA VIGOROU NOS DIAS [DE, ATE); SO OS DIAS DENTRO
      * DA COMPETENCIA CONTAM, E SO SE O SALDO ESTAVA NEGATIVO
      *----------------------------------------------------------------*
       5-ACUMULA-PERIODO.
           IF WS-AC-DE < WS-DIA-INI
               MOVE WS-DIA-INI TO WS-AC-DE
           END-IF.
           IF WS-AC-ATE > WS-DIA-FIM
               MOVE WS-DIA-FIM TO WS-AC-ATE
           END-IF.
           IF WS-AC-ATE > WS-AC-DE
              AND WS-C-SALDO (WS-IDX-CTA) < ZEROS
               COMPUTE WS-AC-DIAS = WS-AC-ATE - WS-AC-DE
               ADD WS-AC-DIAS TO WS-C-DIAS (WS-IDX-CTA)
               COMPUTE WS-C-USO (WS-IDX-CTA) =
                   WS-C-USO (WS-IDX-CTA)
                   - WS-C-SALDO (WS-IDX-CTA) * WS-AC-DIAS
           END-IF.

       6-COBRA-CONTAS.
           OPEN I-O CONTAS.
           IF WS-FS-CONTAS NOT = '00'
               DISPLAY 'CONTAS.DAT NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND TRANS-LOG
               IF WS-FS-LOG EQUAL '35'
                   OPEN OUTPUT TRANS-LOG
                   CLOSE TRANS-LOG
                   OPEN EXTEND TRANS-LOG
               END-IF.
           OPEN OUTPUT DEMONSTRATIVO.
           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA > WS-CNT-CONTAS
               IF WS-C-DIAS (WS-IDX-CTA) > ZEROS
                   PERFORM 61-CONSULTA-CARIMBO
                   IF WS-PER-ACHOU = 'S'
                       ADD 1 TO WS-CT-JA-COBRADAS
                   ELSE
                       PERFORM 62-COBRA-UMA-CONTA
                   END-IF
               END-IF
           END-PERFORM.

       61-CONSULTA-CARIMBO.
           MOVE WS-C-NUMERO (WS-IDX-CTA) TO WS-PER-CONTA.
           MOVE 'C' TO WS-PER-ACAO.
           CALL 'POSTA-PERIODO' USING WS-PER-JOB WS-PER-COMP
               WS-PER-CONTA WS-PER-ACAO WS-PER-ACHOU.

      * JUROS = USO DIARIO ACUMULADO X TAXA MENSAL / 30; O USO MEDIO
      * DO DEMONSTRATIVO E A MEDIA DO SALDO DEVEDOR NOS DIAS NEGATIVOS
       62-COBRA-UMA-CONTA.
           COMPUTE WS-JUROS ROUNDED =
               WS-C-USO (WS-IDX-CTA) * WS-TAXA-MENSAL / 100 / 30.
           COMPUTE WS-USO-MEDIO ROUNDED =
               WS-C-USO (WS-IDX-CTA) / WS-C-DIAS (WS-IDX-CTA).
           CALL 'LIMITE-CONTA' USING WS-C-NUMERO (WS-IDX-CTA)
               WS-LIMITE-CHEQUE.
           IF WS-JUROS > ZEROS
               MOVE WS-C-NUMERO (WS-IDX-CTA) TO CONTA-NUMERO
               READ CONTAS
                   INVALID KEY
                       DISPLAY 'CONTA ' WS-C-NUMERO (WS-IDX-CTA)
                           ' DO LOG NAO ENCONTRADA EM CONTAS.DAT'
                       MOVE ZEROS TO WS-JUROS
                   NOT INVALID KEY
                       PERFORM 63-POSTA-JUROS
               END-READ
           END-IF.
           MOVE WS-COMP TO WS-D-COMP.
           MOVE WS-C-NUMERO (WS-IDX-CTA) TO WS-D-CONTA.
           MOVE WS-LIMITE-CHEQUE TO WS-D-LIMITE.
           MOVE WS-C-DIAS (WS-IDX-CTA) TO WS-D-DIAS.
           MOVE WS-USO-MEDIO TO WS-D-USO-MEDIO.
           MOVE WS-JUROS TO WS-D-JUROS.
           WRITE REG-DEMONST FROM WS-LINHA-DEMONST.
           MOVE 'G' TO WS-PER-ACAO.
           CALL 'POSTA-PERIODO' USING WS-PER-JOB WS-PER-COMP
               WS-PER-CONTA WS-PER-ACAO WS-PER-ACHOU.

       63-POSTA-JUROS.
           SUBTRACT WS-JUROS FROM CONTA-SALDO.
           REWRITE CONTAS-REG
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR A CONTA ' CONTA-NUMERO
           END-REWRITE.
           MOVE CONTA-NUMERO TO WS-LOG-CONTA.
           MOVE 'JUROS-CH-ESP' TO WS-LOG-TIPO.
           MOVE WS-JUROS TO WS-LOG-VALOR.
           MOVE CONTA-SALDO TO WS-LOG-SALDO.
           MOVE WS-DATA-HOJE TO WS-LOG-DATA.
           CALL 'NUMERA-LOG' USING WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.
           ADD 1 TO WS-CT-COBRADAS.
           ADD WS-JUROS TO WS-TOT-JUROS.

       9-FINALIZA.
           IF WS-CT-COBRADAS = ZEROS AND WS-CT-JA-COBRADAS > ZEROS
               DISPLAY 'COMPETENCIA ' WS-COMP ' JA COBRADA - '
                   'NADA REFEITO'
           END-IF.
           DISPLAY 'CONTAS COBRADAS......: ' WS-CT-COBRADAS.
           DISPLAY 'CONTAS JA CARIMBADAS.: ' WS-CT-JA-COBRADAS.
           MOVE WS-TOT-JUROS TO WS-TOT-ED.
           DISPLAY 'TOTAL DE JUROS.......: ' WS-TOT-ED.
           CLOSE CONTAS.
           CLOSE TRANS-LOG.
           CLOSE DEMONSTRATIVO.
      *================================================================*
