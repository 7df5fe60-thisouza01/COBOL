      *================================================================*
      * Author:
      * Date:
      * Purpose: Sub-rotina compartilhada do calendario de dias
      *  uteis, no molde da VALIDA-DATA. O calendario de feriados
      *  (FERIADOS.TXT, mantido pelo MANTEM-FERIADOS) tem uma linha
      *  por feriado, AAAAMMDD;T;DESCRICAO, com T = N nacional ou L
      *  local; ano 0000 e feriado fixo, que vale todo ano. Sabado,
      *  domingo e feriado nao sao dias uteis. Tres funcoes,
      *  escolhidas por LK-FUNCAO, sobre datas AAAAMMDD:
      *   'U' - diz em LK-UTIL se LK-DATA e dia util ('S'/'N');
      *   'P' - devolve em LK-RESULTADO o proprio LK-DATA, se for
      *         dia util, ou o primeiro dia util depois dele;
      *   'S' - soma LK-DIAS dias uteis a LK-DATA e devolve a data
      *         em LK-RESULTADO (zero dias = funcao 'P').
      *  Dia alem do fim do mes (31 de fevereiro, vindo de um
      *  vencimento mensal) vale como o ultimo dia do mes. Data
      *  invalida volta em LK-RESULTADO sem mudanca e com LK-UTIL
      *  'N'. Sem arquivo de feriados so o fim de semana conta. Sem
      *  estado entre chamadas, como a SITUACAO-CONTA.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIA-UTIL.
      *================================================================*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FERIADOS ASSIGN TO WS-ARQ-FERIADOS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-FERIADOS.

      *================================================================*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD FERIADOS.
       01 REG-FERIADO PIC X(60).

       WORKING-STORAGE SECTION.
      * CAMINHO FISICO DO CALENDARIO, RESOLVIDO NA CONFIGURACAO
      * EXTERNA PELO NOME LOGICO (BUSCA-CONFIG)
       01 WS-ARQ-FERIADOS      PIC X(80) VALUE
           'C:\COBOL\FERIADOS.TXT'.
       01 WS-CFG-LOGICO        PIC X(20).
       01 WS-CFG-CAMINHO       PIC X(80).
       01 WS-CFG-ACHOU         PIC X(01).

       01 WS-FS-FERIADOS       PIC X(02).
       01 WS-EOF               PIC X(01) VALUE 'N'.

       COPY FERIALIN.

       01 WS-TAB-FERIADOS.
           05 WS-CNT-FERIADOS  PIC 9(03) VALUE ZEROS.
           05 WS-FERIADO-ITEM OCCURS 400 TIMES
                             INDEXED BY WS-IDX-FER.
               10 WS-F-DATA    PIC 9(08).

       01 WS-DATA-NUM          PIC 9(08) VALUE ZEROS.
       01 WS-DATA-NUM-R REDEFINES WS-DATA-NUM.
           03 WS-DN-ANO        PIC 9(04).
           03 WS-DN-MES        PIC 9(02).
           03 WS-DN-DIA        PIC 9(02).
       01 WS-DIA-CORRIDO       PIC 9(08) VALUE ZEROS.
       01 WS-QUOCIENTE         PIC 9(08) VALUE ZEROS.
       01 WS-DIA-SEMANA        PIC 9(01) VALUE ZEROS.
       01 WS-E-UTIL            PIC X(01) VALUE 'N'.
       01 WS-FALTAM            PIC 9(03) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-FUNCAO            PIC X(01).
       01 LK-DATA              PIC 9(08).
       01 LK-DIAS              PIC 9(03).
       01 LK-RESULTADO         PIC 9(08).
       01 LK-UTIL              PIC X(01).
      *================================================================*
       PROCEDURE DIVISION USING LK-FUNCAO LK-DATA LK-DIAS
           LK-RESULTADO LK-UTIL.
      *----------------------------------------------------------------*
       0-PRINCIPAL.
           MOVE 'N' TO LK-UTIL.
           MOVE LK-DATA TO LK-RESULTADO.
           PERFORM 1-AJUSTA-DATA.
           IF WS-DIA-CORRIDO = ZEROS
               GOBACK
           END-IF.
           PERFORM 2-CARREGA-FERIADOS.
           PERFORM 3-TESTA-DIA.
           EVALUATE LK-FUNCAO
           WHEN 'U'
               MOVE WS-E-UTIL TO LK-UTIL
           WHEN 'P'
               PERFORM 4-AVANCA-DIA UNTIL WS-E-UTIL = 'S'
               MOVE WS-DATA-NUM TO LK-RESULTADO
               MOVE 'S' TO LK-UTIL
           WHEN 'S'
               PERFORM 4-AVANCA-DIA UNTIL WS-E-UTIL = 'S'
               MOVE LK-DIAS TO WS-FALTAM
               PERFORM UNTIL WS-FALTAM = ZEROS
                   PERFORM 4-AVANCA-DIA
                   PERFORM 4-AVANCA-DIA UNTIL WS-E-UTIL = 'S'
                   SUBTRACT 1 FROM WS-FALTAM
               END-PERFORM
               MOVE WS-DATA-NUM TO LK-RESULTADO
               MOVE 'S' TO LK-UTIL
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
           GOBACK.

      *----------------------------------------------------------------*
      * DIA CORRIDO DA DATA (ZERO = DATA INVALIDA); DIA 29 A 31 QUE
      * NAO EXISTE NO MES RECUA ATE O ULTIMO DIA DO MES
      *----------------------------------------------------------------*
       1-AJUSTA-DATA.
           MOVE ZEROS TO WS-DIA-CORRIDO.
           IF LK-DATA NOT NUMERIC
               GOBACK
           END-IF.
           MOVE LK-DATA TO WS-DATA-NUM.
           IF WS-DN-ANO < 1601 OR WS-DN-MES < 1 OR WS-DN-MES > 12
              OR WS-DN-DIA < 1 OR WS-DN-DIA > 31
               GOBACK
           END-IF.
           COMPUTE WS-DIA-CORRIDO =
               FUNCTION INTEGER-OF-DATE (WS-DATA-NUM).
           PERFORM UNTIL WS-DIA-CORRIDO NOT = ZEROS
                      OR WS-DN-DIA < 29
               SUBTRACT 1 FROM WS-DN-DIA
               COMPUTE WS-DIA-CORRIDO =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-NUM)
           END-PERFORM.

       2-CARREGA-FERIADOS.
           MOVE 'FERIADOS' TO WS-CFG-LOGICO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-FERIADOS
           END-IF.
           MOVE ZEROS TO WS-CNT-FERIADOS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT FERIADOS.
           IF WS-FS-FERIADOS NOT = '00'
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ FERIADOS INTO WS-LINHA-FERIADO
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF WS-FR-DATA NUMERIC
                          AND WS-CNT-FERIADOS < 400
                           ADD 1 TO WS-CNT-FERIADOS
                           SET WS-IDX-FER TO WS-CNT-FERIADOS
                           MOVE WS-FR-DATA TO WS-F-DATA (WS-IDX-FER)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FERIADOS.

      *----------------------------------------------------------------*
      * O DIA CORRIDO 1 (01/01/1601) FOI SEGUNDA-FEIRA: O RESTO POR 7
      * DA 6 NO SABADO E 0 NO DOMINGO. FERIADO CONFERE A DATA INTEIRA
      * OU, NO FIXO (ANO 0000), SO O MES E O DIA
      *----------------------------------------------------------------*
       3-TESTA-DIA.
           MOVE 'S' TO WS-E-UTIL.
           DIVIDE WS-DIA-CORRIDO BY 7 GIVING WS-QUOCIENTE
               REMAINDER WS-DIA-SEMANA.
           IF WS-DIA-SEMANA = 6 OR WS-DIA-SEMANA = 0
               MOVE 'N' TO WS-E-UTIL
           END-IF.
           PERFORM VARYING WS-IDX-FER FROM 1 BY 1
                   UNTIL WS-IDX-FER > WS-CNT-FERIADOS
                      OR WS-E-UTIL = 'N'
               IF WS-F-DATA (WS-IDX-FER) = WS-DATA-NUM
                  OR (WS-F-DATA (WS-IDX-FER) (1:4) = '0000'
                  AND WS-F-DATA (WS-IDX-FER) (5:4) = WS-DATA-NUM (5:4))
                   MOVE 'N' TO WS-E-UTIL
               END-IF
           END-PERFORM.

       4-AVANCA-DIA.
           ADD 1 TO WS-DIA-CORRIDO.
           COMPUTE WS-DATA-NUM =
               FUNCTION DATE-OF-INTEGER (WS-DIA-CORRIDO).
           PERFORM 3-TESTA-DIA.
      *================================================================*
