      *================================================================*
      * Author:
      * Date:
      * Purpose: Pos-auditoria dos projetos de investimento aprovados
      *  (PROJETOS-APROVADOS.TXT, mantido pelo MANTEM-PROJETOS). Para
      *  cada projeto imprime o fluxo projetado contra o realizado
      *  periodo a periodo, com o desvio, e recalcula os indicadores
      *  do COMPARA-PROJETOS - VPL, TIR pela mesma varredura de taxas
      *  e payback simples - duas vezes: com a projecao original e
      *  com o realizado ate aqui mais o restante da projecao
      *  (revisado). No fim, o resumo de todos os projetos com o VPL
      *  original, o revisado e o desvio acumulado, marcando como
      *  OTIMISTA o projeto cujo realizado ficou abaixo do projetado
      *  e a lista dos que ficaram com o VPL revisado negativo - o
      *  que o comite de investimento cobra de quem estimou.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITA-PROJETOS.
      *================================================================*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROJETOS-APROVADOS ASSIGN TO WS-ARQ-APROVADOS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-APROVADOS.

           SELECT RELATORIO-AUDIT ASSIGN TO WS-ARQ-RELAT
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-RELAT.

      *================================================================*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD PROJETOS-APROVADOS.
       01 REG-APROVADO         PIC X(750).

       FD RELATORIO-AUDIT.
       01 REG-RELAT            PIC X(100).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      * EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG)
      *----------------------------------------------------------------*
       01 WS-ARQ-APROVADOS     PIC X(80) VALUE
           'C:\exe-cobol\projetos-aprovados.txt'.
       01 WS-ARQ-RELAT         PIC X(80) VALUE
           'C:\exe-cobol\pos-auditoria-projetos.txt'.
       01 WS-CFG-LOGICO        PIC X(20).
       01 WS-CFG-CAMINHO       PIC X(80).
       01 WS-CFG-ACHOU         PIC X(01).

       01 WS-FS-APROVADOS      PIC X(02).
       01 WS-FS-RELAT          PIC X(02).

       COPY PROJLIN.

      * SERIE EM CALCULO - A PROJETADA OU A REVISADA - NOS MESMOS
      * CAMPOS DO COMPARA-PROJETOS
       01 WS-PROJETO-ATUAL.
           05 WS-NUM-PERIODOS  PIC 9(02) VALUE ZEROS.
           05 WS-INVESTIMENTO  PIC 9(10)V99 VALUE ZEROS.
           05 TAXA-DESCONTO    PIC 9(05)V99 VALUE ZEROS.
           05 VPL-RESULT       PIC S9(10)V99 VALUE ZEROS.
           05 WS-ACUMULADO     PIC S9(12)V99 VALUE ZEROS.
           05 WS-PAYBACK       PIC 9(03) VALUE ZEROS.

       01 TABELA-FLUXO-CAIXA.
           03 FLUXO-CAIXA OCCURS 24 TIMES.
               05 QNT-DINHEIRO PIC S9(10)V99 VALUE ZEROS.

       01 PERIODO              PIC 9(02) VALUE 1.

      *----------------------------------------------------------------*
      * CALCULO DA TIR COMO NO COMPARA-PROJETOS: VARREDURA DE TAXAS
      * CANDIDATAS DE 0,000 A 1,000 PROCURANDO A TROCA DE SINAL DO
      * VPL, COM O INVESTIMENTO NO PERIODO ZERO
      *----------------------------------------------------------------*
       01 WS-TIR               PIC S9(03)V9(03) VALUE ZEROS.
       01 WS-TIR-TAXA          PIC S9(03)V9(03) VALUE ZEROS.
       01 WS-TIR-VPL           PIC S9(12)V99 VALUE ZEROS.
       01 WS-TIR-VPL-ANT       PIC S9(12)V99 VALUE ZEROS.
       01 WS-TIR-ACHOU         PIC X(01) VALUE 'N'.

      * DESVIO DO REALIZADO CONTRA O PROJETADO NOS PERIODOS JA
      * LANCADOS
       01 WS-DESVIOS.
           05 WS-DESVIO        PIC S9(10)V99 VALUE ZEROS.
           05 WS-DESVIO-PCT    PIC S9(05)V9 VALUE ZEROS.
           05 WS-SOMA-PROJ     PIC S9(12)V99 VALUE ZEROS.
           05 WS-SOMA-REAL     PIC S9(12)V99 VALUE ZEROS.

      * PROJETOS AUDITADOS, PARA O RESUMO DO FIM
       01 WS-TAB-PROJETOS.
           05 WS-CNT-PROJ      PIC 9(02) VALUE ZEROS.
           05 WS-PROJ-ITEM OCCURS 50 TIMES
                             INDEXED BY WS-IDX-PRJ.
               10 WS-P-NOME        PIC X(20).
               10 WS-P-REALIZADOS  PIC 9(02).
               10 WS-P-PERIODOS    PIC 9(02).
               10 WS-P-VPL-ORIG    PIC S9(10)V99.
               10 WS-P-VPL-REV     PIC S9(10)V99.
               10 WS-P-DESVIO-PCT  PIC S9(05)V9.
               10 WS-P-MARCA       PIC X(10).
       01 WS-EOF               PIC X(01) VALUE 'N'.
       01 WS-GUARDOU           PIC X(01) VALUE 'N'.

       01 WS-CONTADORES.
           05 WS-CT-PROJETOS   PIC 9(03) VALUE ZEROS.
           05 WS-CT-OTIMISTAS  PIC 9(03) VALUE ZEROS.
           05 WS-CT-NEGATIVOS  PIC 9(03) VALUE ZEROS.

       01 WS-LINHA-CABEC.
           05 FILLER           PIC X(08) VALUE 'PROJETO '.
           05 WS-CB-NOME       PIC X(20).
           05 FILLER           PIC X(13) VALUE ' APROVADO EM '.
           05 WS-CB-APROVACAO  PIC 9(08).
           05 FILLER           PIC X(14) VALUE ' INVESTIMENTO '.
           05 WS-CB-INVEST     PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(06) VALUE ' TAXA '.
           05 WS-CB-TAXA       PIC ZZ9,99.
           05 FILLER           PIC X(01) VALUE '%'.

       01 WS-LINHA-TITULO.
           05 FILLER           PIC X(05) VALUE '  PER'.
           05 FILLER           PIC X(19) VALUE '          PROJETADO'.
           05 FILLER           PIC X(19) VALUE '          REALIZADO'.
           05 FILLER           PIC X(19) VALUE '             DESVIO'.
           05 FILLER           PIC X(10) VALUE '  DESVIO %'.

       01 WS-TITULO-RESUMO.
           05 FILLER           PIC X(21) VALUE 'PROJETO'.
           05 FILLER           PIC X(06) VALUE 'PERIOD'.
           05 FILLER           PIC X(17) VALUE '     VPL ORIGINAL'.
           05 FILLER           PIC X(18) VALUE '      VPL REVISADO'.
           05 FILLER           PIC X(09) VALUE ' DESVIO %'.

       01 WS-LINHA-PERIODO.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 WS-LP-PERIODO    PIC Z9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-LP-PROJETADO  PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-LP-REALIZADO  PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-LP-DESVIO     PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-LP-DESVIO-PCT PIC -ZZZZ9,9.
       01 WS-LINHA-A-REALIZAR.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 WS-LA-PERIODO    PIC Z9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-LA-PROJETADO  PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(10) VALUE SPACES.
           05 FILLER           PIC X(10) VALUE 'A REALIZAR'.

       01 WS-LINHA-INDICADOR.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-LI-SERIE      PIC X(09).
           05 FILLER           PIC X(05) VALUE ' VPL '.
           05 WS-LI-VPL        PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(05) VALUE ' TIR '.
           05 WS-LI-TIR        PIC -ZZ9,999.
           05 FILLER           PIC X(09) VALUE ' PAYBACK '.
           05 WS-LI-PAYBACK    PIC ZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-LI-VIAVEL     PIC X(10).

       01 WS-LINHA-RESUMO.
           05 WS-LR-NOME       PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-LR-REALIZADOS PIC Z9.
           05 FILLER           PIC X(01) VALUE '/'.
           05 WS-LR-PERIODOS   PIC 99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-LR-VPL-ORIG   PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-LR-VPL-REV    PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-LR-DESVIO-PCT PIC -ZZZZ9,9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-LR-MARCA      PIC X(10).

       01 WS-LINHA-TRACO       PIC X(100) VALUE ALL '-'.
      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       0-PRINCIPAL.
           PERFORM 1-ABRE-ARQUIVOS.
           PERFORM 2-AUDITA-PROJETO UNTIL WS-EOF = 'S'.
           PERFORM 7-IMPRIME-RESUMO.
           PERFORM 9-FINALIZA.
           STOP RUN.

       1-ABRE-ARQUIVOS.
           MOVE 'PROJETOS-APROVADOS' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-APROVADOS
           END-IF.
           MOVE 'POS-AUDITORIA-PROJ' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-RELAT
           END-IF.
           OPEN INPUT PROJETOS-APROVADOS.
           IF WS-FS-APROVADOS NOT = '00'
               DISPLAY 'SEM ARQUIVO DE PROJETOS APROVADOS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RELATORIO-AUDIT.
           MOVE 'POS-AUDITORIA DOS PROJETOS APROVADOS' TO REG-RELAT.
           WRITE REG-RELAT.

       11-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.

       2-AUDITA-PROJETO.
           READ PROJETOS-APROVADOS
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   MOVE REG-APROVADO TO WS-LINHA-PROJETO
                   ADD 1 TO WS-CT-PROJETOS
                   PERFORM 3-IMPRIME-PERIODOS
                   PERFORM 5-CALCULA-ORIGINAL
                   PERFORM 6-CALCULA-REVISADO
           END-READ.

      *----------------------------------------------------------------*
      * PROJETADO X REALIZADO POR PERIODO; DESVIO = REALIZADO -
      * PROJETADO, EM PERCENTUAL SOBRE O PROJETADO (SEM PERCENTUAL
      * QUANDO O PROJETADO E ZERO)
      *----------------------------------------------------------------*
       3-IMPRIME-PERIODOS.
           MOVE WS-LINHA-TRACO TO REG-RELAT.
           WRITE REG-RELAT.
           MOVE WS-PJ-NOME TO WS-CB-NOME.
           MOVE WS-PJ-APROVACAO TO WS-CB-APROVACAO.
           MOVE WS-PJ-INVEST TO WS-CB-INVEST.
           COMPUTE WS-CB-TAXA = WS-PJ-TAXA * 100.
           MOVE WS-LINHA-CABEC TO REG-RELAT.
           WRITE REG-RELAT.
           MOVE WS-LINHA-TITULO TO REG-RELAT.
           WRITE REG-RELAT.
           MOVE ZEROS TO WS-SOMA-PROJ.
           MOVE ZEROS TO WS-SOMA-REAL.
           PERFORM VARYING PERIODO FROM 1 BY 1
                   UNTIL PERIODO > WS-PJ-PERIODOS
               IF PERIODO <= WS-PJ-REALIZADOS
                   PERFORM 31-IMPRIME-REALIZADO
               ELSE
                   MOVE PERIODO TO WS-LA-PERIODO
                   MOVE WS-PJ-PROJETADO (PERIODO) TO WS-LA-PROJETADO
                   MOVE WS-LINHA-A-REALIZAR TO REG-RELAT
                   WRITE REG-RELAT
               END-IF
           END-PERFORM.
           COMPUTE WS-DESVIO = WS-SOMA-REAL - WS-SOMA-PROJ.
           PERFORM 32-PERCENTUAL-DESVIO.
           MOVE SPACES TO WS-LINHA-PERIODO.
           MOVE WS-SOMA-PROJ TO WS-LP-PROJETADO.
           MOVE WS-SOMA-REAL TO WS-LP-REALIZADO.
           MOVE WS-DESVIO TO WS-LP-DESVIO.
           MOVE WS-DESVIO-PCT TO WS-LP-DESVIO-PCT.
           MOVE WS-LINHA-PERIODO TO REG-RELAT.
           MOVE 'TOT' TO REG-RELAT (3:3).
           WRITE REG-RELAT.

       31-IMPRIME-REALIZADO.
           ADD WS-PJ-PROJETADO (PERIODO) TO WS-SOMA-PROJ.
           ADD WS-PJ-REALIZADO (PERIODO) TO WS-SOMA-REAL.
           COMPUTE WS-DESVIO = WS-PJ-REALIZADO (PERIODO)
               - WS-PJ-PROJETADO (PERIODO).
           MOVE WS-PJ-PROJETADO (PERIODO) TO WS-ACUMULADO.
           PERFORM 33-PERCENTUAL-PERIODO.
           MOVE PERIODO TO WS-LP-PERIODO.
           MOVE WS-PJ-PROJETADO (PERIODO) TO WS-LP-PROJETADO.
           MOVE WS-PJ-REALIZADO (PERIODO) TO WS-LP-REALIZADO.
           MOVE WS-DESVIO TO WS-LP-DESVIO.
           MOVE WS-DESVIO-PCT TO WS-LP-DESVIO-PCT.
           MOVE WS-LINHA-PERIODO TO REG-RELAT.
           WRITE REG-RELAT.

       32-PERCENTUAL-DESVIO.
           MOVE WS-SOMA-PROJ TO WS-ACUMULADO.
           PERFORM 33-PERCENTUAL-PERIODO.

       33-PERCENTUAL-PERIODO.
           IF WS-ACUMULADO = ZEROS
               MOVE ZEROS TO WS-DESVIO-PCT
           ELSE
               IF WS-ACUMULADO < ZEROS
                   COMPUTE WS-DESVIO-PCT ROUNDED =
                       WS-DESVIO * 100 / (ZEROS - WS-ACUMULADO)
                       ON SIZE ERROR MOVE ZEROS TO WS-DESVIO-PCT
                   END-COMPUTE
               ELSE
                   COMPUTE WS-DESVIO-PCT ROUNDED =
                       WS-DESVIO * 100 / WS-ACUMULADO
                       ON SIZE ERROR MOVE ZEROS TO WS-DESVIO-PCT
                   END-COMPUTE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * INDICADORES DA PROJECAO COMO APROVADA
      *----------------------------------------------------------------*
       5-CALCULA-ORIGINAL.
           MOVE WS-PJ-PERIODOS TO WS-NUM-PERIODOS.
           MOVE WS-PJ-INVEST TO WS-INVESTIMENTO.
           MOVE WS-PJ-TAXA TO TAXA-DESCONTO.
           PERFORM VARYING PERIODO FROM 1 BY 1
                   UNTIL PERIODO > WS-NUM-PERIODOS
               MOVE WS-PJ-PROJETADO (PERIODO) TO QNT-DINHEIRO (PERIODO)
           END-PERFORM.
           PERFORM 41-CALCULA-INDICADORES.
           MOVE 'ORIGINAL' TO WS-LI-SERIE.
           PERFORM 42-IMPRIME-INDICADORES.
           MOVE 'N' TO WS-GUARDOU.
           IF WS-CNT-PROJ < 50
               MOVE 'S' TO WS-GUARDOU
               ADD 1 TO WS-CNT-PROJ
               SET WS-IDX-PRJ TO WS-CNT-PROJ
               MOVE WS-PJ-NOME TO WS-P-NOME (WS-IDX-PRJ)
               MOVE WS-PJ-REALIZADOS TO WS-P-REALIZADOS (WS-IDX-PRJ)
               MOVE WS-PJ-PERIODOS TO WS-P-PERIODOS (WS-IDX-PRJ)
               MOVE VPL-RESULT TO WS-P-VPL-ORIG (WS-IDX-PRJ)
               MOVE WS-DESVIO-PCT TO WS-P-DESVIO-PCT (WS-IDX-PRJ)
               MOVE SPACES TO WS-P-MARCA (WS-IDX-PRJ)
           ELSE
               DISPLAY 'PROJETOS EXCEDEM A TABELA - ' WS-PJ-NOME
                   ' FORA DO RESUMO'
               MOVE 4 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      * REVISADO: O REALIZADO NOS PERIODOS JA LANCADOS E A PROJECAO
      * NOS QUE FALTAM; VPL REVISADO NEGATIVO VAI PARA A LISTA DO
      * COMITE E REALIZADO ABAIXO DO PROJETADO MARCA O PROJETO COMO
      * OTIMISTA
      *----------------------------------------------------------------*
       6-CALCULA-REVISADO.
           PERFORM VARYING PERIODO FROM 1 BY 1
                   UNTIL PERIODO > WS-PJ-REALIZADOS
               MOVE WS-PJ-REALIZADO (PERIODO) TO QNT-DINHEIRO (PERIODO)
           END-PERFORM.
           PERFORM 41-CALCULA-INDICADORES.
           MOVE 'REVISADO' TO WS-LI-SERIE.
           PERFORM 42-IMPRIME-INDICADORES.
           IF WS-SOMA-REAL < WS-SOMA-PROJ
               ADD 1 TO WS-CT-OTIMISTAS
           END-IF.
           IF VPL-RESULT < ZEROS
               ADD 1 TO WS-CT-NEGATIVOS
               MOVE '  *** VPL REVISADO NEGATIVO ***' TO REG-RELAT
               WRITE REG-RELAT
           END-IF.
           IF WS-GUARDOU = 'S'
               SET WS-IDX-PRJ TO WS-CNT-PROJ
               MOVE VPL-RESULT TO WS-P-VPL-REV (WS-IDX-PRJ)
               IF WS-SOMA-REAL < WS-SOMA-PROJ
                   MOVE 'OTIMISTA' TO WS-P-MARCA (WS-IDX-PRJ)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * VPL = -INVESTIMENTO + SOMA DOS FLUXOS DESCONTADOS; PAYBACK =
      * PRIMEIRO PERIODO EM QUE O ACUMULADO SEM DESCONTO COBRE O
      * INVESTIMENTO (ZERO = NAO SE PAGA NA SERIE) - AS FORMULAS DO
      * COMPARA-PROJETOS
      *----------------------------------------------------------------*
       41-CALCULA-INDICADORES.
           COMPUTE VPL-RESULT = ZEROS - WS-INVESTIMENTO.
           PERFORM VARYING PERIODO FROM 1 BY 1
                   UNTIL PERIODO > WS-NUM-PERIODOS
               COMPUTE VPL-RESULT = VPL-RESULT +
                   (QNT-DINHEIRO (PERIODO)
                    / (1 + TAXA-DESCONTO) ** PERIODO)
           END-PERFORM.
           MOVE ZEROS TO WS-PAYBACK.
           COMPUTE WS-ACUMULADO = ZEROS - WS-INVESTIMENTO.
           PERFORM VARYING PERIODO FROM 1 BY 1
                   UNTIL PERIODO > WS-NUM-PERIODOS
               ADD QNT-DINHEIRO (PERIODO) TO WS-ACUMULADO
               IF WS-ACUMULADO >= ZEROS AND WS-PAYBACK = ZEROS
                   MOVE PERIODO TO WS-PAYBACK
               END-IF
           END-PERFORM.
           PERFORM 44-CALCULA-TIR.

       42-IMPRIME-INDICADORES.
           MOVE VPL-RESULT TO WS-LI-VPL.
           IF WS-TIR-ACHOU = 'S'
               MOVE WS-TIR TO WS-LI-TIR
           ELSE
               MOVE ZEROS TO WS-LI-TIR
           END-IF.
           MOVE WS-PAYBACK TO WS-LI-PAYBACK.
           IF VPL-RESULT > ZEROS
               MOVE 'VIAVEL' TO WS-LI-VIAVEL
           ELSE
               MOVE 'INVIAVEL' TO WS-LI-VIAVEL
           END-IF.
           MOVE WS-LINHA-INDICADOR TO REG-RELAT.
           WRITE REG-RELAT.

       44-CALCULA-TIR.
           MOVE ZEROS TO WS-TIR-TAXA.
           MOVE 'N' TO WS-TIR-ACHOU.
           PERFORM 45-CALCULA-VPL-TAXA.
           MOVE WS-TIR-VPL TO WS-TIR-VPL-ANT.
           PERFORM VARYING WS-TIR-TAXA FROM 0,001 BY 0,001
                   UNTIL WS-TIR-TAXA > 1 OR WS-TIR-ACHOU = 'S'
               PERFORM 45-CALCULA-VPL-TAXA
               IF (WS-TIR-VPL-ANT >= 0 AND WS-TIR-VPL <= 0)
                       OR (WS-TIR-VPL-ANT <= 0 AND WS-TIR-VPL >= 0)
                   MOVE WS-TIR-TAXA TO WS-TIR
                   MOVE 'S' TO WS-TIR-ACHOU
               END-IF
               MOVE WS-TIR-VPL TO WS-TIR-VPL-ANT
           END-PERFORM.

       45-CALCULA-VPL-TAXA.
           COMPUTE WS-TIR-VPL = ZEROS - WS-INVESTIMENTO.
           PERFORM VARYING PERIODO FROM 1 BY 1
                   UNTIL PERIODO > WS-NUM-PERIODOS
               COMPUTE WS-TIR-VPL = WS-TIR-VPL +
                   (QNT-DINHEIRO (PERIODO) /
                   (1 + WS-TIR-TAXA) ** PERIODO)
           END-PERFORM.

      *----------------------------------------------------------------*
      * RESUMO PARA O COMITE: TODOS OS PROJETOS, ORIGINAL X REVISADO,
      * E A LISTA DOS QUE FICARAM COM O VPL REVISADO NEGATIVO
      *----------------------------------------------------------------*
       7-IMPRIME-RESUMO.
           MOVE WS-LINHA-TRACO TO REG-RELAT.
           WRITE REG-RELAT.
           MOVE 'RESUMO - ORIGINAL X REVISADO' TO REG-RELAT.
           WRITE REG-RELAT.
           MOVE WS-TITULO-RESUMO TO REG-RELAT.
           WRITE REG-RELAT.
           PERFORM VARYING WS-IDX-PRJ FROM 1 BY 1
                   UNTIL WS-IDX-PRJ > WS-CNT-PROJ
               PERFORM 71-IMPRIME-LINHA-RESUMO
           END-PERFORM.
           MOVE WS-LINHA-TRACO TO REG-RELAT.
           WRITE REG-RELAT.
           MOVE 'PROJETOS COM VPL REVISADO NEGATIVO' TO REG-RELAT.
           WRITE REG-RELAT.
           PERFORM VARYING WS-IDX-PRJ FROM 1 BY 1
                   UNTIL WS-IDX-PRJ > WS-CNT-PROJ
               IF WS-P-VPL-REV (WS-IDX-PRJ) < ZEROS
                   PERFORM 71-IMPRIME-LINHA-RESUMO
               END-IF
           END-PERFORM.
           IF WS-CT-NEGATIVOS = ZEROS
               MOVE '  NENHUM' TO REG-RELAT
               WRITE REG-RELAT
           END-IF.

       71-IMPRIME-LINHA-RESUMO.
           MOVE WS-P-NOME (WS-IDX-PRJ) TO WS-LR-NOME.
           MOVE WS-P-REALIZADOS (WS-IDX-PRJ) TO WS-LR-REALIZADOS.
           MOVE WS-P-PERIODOS (WS-IDX-PRJ) TO WS-LR-PERIODOS.
           MOVE WS-P-VPL-ORIG (WS-IDX-PRJ) TO WS-LR-VPL-ORIG.
           MOVE WS-P-VPL-REV (WS-IDX-PRJ) TO WS-LR-VPL-REV.
           MOVE WS-P-DESVIO-PCT (WS-IDX-PRJ) TO WS-LR-DESVIO-PCT.
           MOVE WS-P-MARCA (WS-IDX-PRJ) TO WS-LR-MARCA.
           MOVE WS-LINHA-RESUMO TO REG-RELAT.
           WRITE REG-RELAT.

       9-FINALIZA.
           DISPLAY 'PROJETOS AUDITADOS.......: ' WS-CT-PROJETOS.
           DISPLAY 'REALIZADO ABAIXO (OTIMISTA): ' WS-CT-OTIMISTAS.
           DISPLAY 'VPL REVISADO NEGATIVO....: ' WS-CT-NEGATIVOS.
           CLOSE PROJETOS-APROVADOS.
           CLOSE RELATORIO-AUDIT.
      *================================================================*
