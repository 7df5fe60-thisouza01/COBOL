      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reajuste coletivo (dissidio) com as diferencas
      *  retroativas - o percentual do acordo sindical vale desde um
      *  mes passado e o RH alterava salario por salario no
      *  MANTEM-FUNCIONARIOS. O operador informa o percentual, o
      *  departamento (em branco = todos), o teto e o piso do
      *  aumento em reais (zero = sem limite) e a competencia de
      *  vigencia. Para cada funcionario ativo atingido o salario de
      *  funcionario.csv sobe pelo percentual, dentro do teto e do
      *  piso, com a linha de auditoria no FUNC-AUDIT (operacao
      *  DISSID + vigencia - a mesma vigencia nao reajusta o mesmo
      *  CPF duas vezes). Em seguida, para cada competencia ja paga
      *  no historico da folha desde a vigencia, a diferenca devida e
      *  o bruto pago na competencia na proporcao do aumento (as
      *  horas extras e o resto do ponto acompanham o salario). As
      *  diferencas vao para o arquivo de retroativos (PAGAR-EM;CPF;
      *  COMPET;VALOR;VIGENCIA) com a competencia em que a FOLHA as
      *  paga: a do mes, ou a seguinte se a folha do mes ja rodou. A
      *  FOLHA paga em linha propria, com INSS e IRRF proprios.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APLICA-DISSIDIO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT FUNCIONARIOS ASSIGN TO WS-ARQ-FUNC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FUNC.

               SELECT DEPTS-MASTER ASSIGN TO WS-ARQ-DEPTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEPTS.

               SELECT OPTIONAL FUNC-AUDIT ASSIGN TO WS-ARQ-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDIT.

               SELECT OPTIONAL FOLHA-HISTORICO ASSIGN TO
                   WS-ARQ-HISTORICO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORICO.

               SELECT OPTIONAL DISSIDIO-RETRO ASSIGN TO WS-ARQ-RETRO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RETRO.

               SELECT DISSIDIO-RLT ASSIGN TO WS-ARQ-RELAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELAT.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           FD FUNCIONARIOS.
           01 REGISTRO                 PIC X(60).

           FD DEPTS-MASTER.
           01 REG-DEPTS                PIC X(10).

      * LOG DE AUDITORIA DA FOLHA: DATA/HORA, OPERACAO, CPF E O
      *  ANTES/DEPOIS DE DEPARTAMENTO E SALARIO
           FD FUNC-AUDIT.
           01 REG-AUDIT                PIC X(80).

           FD FOLHA-HISTORICO.
           01 REG-HISTORICO            PIC X(60).

      * DIFERENCAS A PAGAR PELA FOLHA (ACUMULA ENTRE EXECUCOES):
      *  PAGAR-EM;CPF;COMPETENCIA DE REFERENCIA;VALOR;VIGENCIA
           FD DISSIDIO-RETRO.
           01 REG-RETRO                PIC X(50).

           FD DISSIDIO-RLT.
           01 REG-RELAT                PIC X(90).

       WORKING-STORAGE SECTION.
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      *  EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG)
           01 WS-CAMINHOS.
               05 WS-ARQ-FUNC          PIC X(80) VALUE
                   "C:\exe-cobol\funcionario.csv".
               05 WS-ARQ-DEPTS         PIC X(80) VALUE
                   "C:\exe-cobol\depts.dat".
               05 WS-ARQ-AUDIT         PIC X(80) VALUE
                   "C:\exe-cobol\funcionario-audit.log".
               05 WS-ARQ-HISTORICO     PIC X(80) VALUE
                   "C:\exe-cobol\folha-historico.txt".
               05 WS-ARQ-RETRO         PIC X(80) VALUE
                   "C:\exe-cobol\dissidio-retroativo.txt".
               05 WS-ARQ-RELAT         PIC X(80) VALUE
                   "C:\exe-cobol\dissidio-relatorio.txt".

           01 WS-CFG-CHAMADA.
               05 WS-CFG-LOGICO        PIC X(20).
               05 WS-CFG-CAMINHO       PIC X(80).
               05 WS-CFG-ACHOU         PIC X(01).

           01 WS-STATUS.
               05 WS-FS-FUNC           PIC 9(02).
               05 WS-FS-DEPTS          PIC 9(02).
               05 WS-FS-AUDIT          PIC 9(02).
               05 WS-FS-HISTORICO      PIC 9(02).
               05 WS-FS-RETRO          PIC 9(02).
               05 WS-FS-RELAT          PIC 9(02).

           01 WS-CONTROLE.
               05 WS-EOF               PIC X(01) VALUE 'N'.
               05 WS-ACHOU             PIC X(01) VALUE 'N'.
               05 WS-CONFIRMA          PIC X(01) VALUE SPACE.
               05 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
               05 WS-COMPET-ATUAL      PIC 9(06) VALUE ZEROS.
               05 WS-PAGAR-EM          PIC 9(06) VALUE ZEROS.
               05 WS-FOLHA-DO-MES      PIC X(01) VALUE 'N'.
               05 WS-CT-REAJUSTADOS    PIC 9(04) VALUE ZEROS.
               05 WS-CT-JA-REAJUSTADOS PIC 9(04) VALUE ZEROS.
               05 WS-CT-ESTOURO        PIC 9(04) VALUE ZEROS.
               05 WS-CT-RETRO          PIC 9(05) VALUE ZEROS.
               05 WS-TOT-AUMENTO       PIC 9(08)V99 VALUE ZEROS.
               05 WS-TOT-RETRO         PIC 9(09)V99 VALUE ZEROS.

      * PARAMETROS DO REAJUSTE INFORMADOS PELO OPERADOR
           01 WS-PARAMETROS.
               05 WS-PCT-TX            PIC X(08).
               05 WS-PCT               PIC 9(03)V99 VALUE ZEROS.
               05 WS-E-DEPT            PIC A(10) VALUE SPACES.
               05 WS-TETO-TX           PIC X(10).
               05 WS-TETO              PIC 9(05)V99 VALUE ZEROS.
               05 WS-PISO-TX           PIC X(10).
               05 WS-PISO              PIC 9(05)V99 VALUE ZEROS.
               05 WS-VIGENCIA          PIC 9(06) VALUE ZEROS.
               05 WS-OPERACAO          PIC X(12) VALUE SPACES.

      * MESTRE DA FOLHA EM MEMORIA, COM O SALARIO ANTERIOR E O
      *  AUMENTO DE QUEM FOI REAJUSTADO
           01 WS-TAB-FUNC.
               05 WS-CNT-FUNC          PIC 9(03) VALUE ZEROS.
               05 WS-FUNC-ITEM OCCURS 300 TIMES
                                 INDEXED BY WS-IDX-FUN.
                   10 WS-F-CPF         PIC X(11).
                   10 WS-F-NOME        PIC A(10).
                   10 WS-F-DEPT        PIC A(10).
                   10 WS-F-SALARIO     PIC 9(05)V99.
                   10 WS-F-CONTA       PIC 9(04).
                   10 WS-F-DESLIG      PIC 9(08).
                   10 WS-F-REAJUSTADO  PIC X(01).
                   10 WS-F-SAL-ANTES   PIC 9(05)V99.
                   10 WS-F-AUMENTO     PIC 9(05)V99.
                   10 WS-F-RETRO       PIC 9(07)V99.

      * O SALARIO DO CSV E DIGITOS COM DECIMAL IMPLICITO, COMO A
      *  FOLHA LE - O UNSTRING RECEBE DIRETO NO CAMPO 9(05)V99
           01 WS-CAMPOS-CSV.
               05 WS-C-CPF             PIC X(11).
               05 WS-C-NOME            PIC X(10).
               05 WS-C-DEPT            PIC X(10).
               05 WS-C-CONTA-TX        PIC X(05).
               05 WS-C-DESLIG-TX       PIC X(08).
           01 WS-C-SALARIO             PIC 9(05)V99 VALUE ZEROS.

           01 WS-TAB-DEPTS.
               05 WS-CNT-DEPTS         PIC 9(03) VALUE ZEROS.
               05 WS-DEPT-ITEM OCCURS 50 TIMES
                                 INDEXED BY WS-IDX-DEPT.
                   10 WS-DEPT-NOME     PIC A(10).

      * BRUTO PAGO POR CPF E COMPETENCIA DESDE A VIGENCIA (A FOLHA DO
      *  MES E, SE HOUVER, A RESCISAO SOMAM NA MESMA ENTRADA)
           01 WS-TAB-PAGOS.
               05 WS-CNT-PAGOS         PIC 9(04) VALUE ZEROS.
               05 WS-PAGO-ITEM OCCURS 3000 TIMES
                                 INDEXED BY WS-IDX-PAGO.
                   10 WS-PG-CPF        PIC X(11).
                   10 WS-PG-COMPET     PIC 9(06).
                   10 WS-PG-FUNC       PIC 9(03).
                   10 WS-PG-BRUTO      PIC 9(07)V99.

           01 WS-CAMPOS-HIST.
               05 WS-H-COMPET-TX       PIC X(06).
               05 WS-H-CPF             PIC X(11).
               05 WS-H-BRUTO-TX        PIC X(12).
           01 WS-H-COMPET              PIC 9(06) VALUE ZEROS.
           01 WS-DIFERENCA             PIC 9(07)V99 VALUE ZEROS.
           01 WS-NOVO-SALARIO          PIC 9(06)V99 VALUE ZEROS.
           01 WS-AUMENTO               PIC 9(06)V99 VALUE ZEROS.

           01 WS-LINHA-CSV.
               05 WS-CSV-CPF           PIC X(11).
               05 FILLER               PIC X(01) VALUE ','.
               05 WS-CSV-NOME          PIC A(10).
               05 FILLER               PIC X(01) VALUE ','.
               05 WS-CSV-DEPT          PIC A(10).
               05 FILLER               PIC X(01) VALUE ','.
               05 WS-CSV-SALARIO       PIC 9(05)V99.
               05 FILLER               PIC X(01) VALUE ','.
               05 WS-CSV-CONTA         PIC 9(04).
               05 FILLER               PIC X(01) VALUE ','.
               05 WS-CSV-DESLIG        PIC 9(08).

           01 WS-LINHA-AUDIT.
               05 WS-AUD-DATAHORA      PIC 9(14).
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-AUD-OPERACAO      PIC X(12).
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-AUD-CPF           PIC X(11).
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-AUD-ANTES         PIC X(18).
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-AUD-DEPOIS        PIC X(18).
           01 WS-AUD-DATA              PIC 9(08).
           01 WS-AUD-HORA              PIC 9(08).

           01 WS-LINHA-RETRO.
               05 WS-RT-PAGAR-EM       PIC 9(06).
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-RT-CPF            PIC X(11).
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-RT-COMPET         PIC 9(06).
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-RT-VALOR          PIC 9(06).99.
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-RT-VIGENCIA       PIC 9(06).

           01 WS-LINHA-DETALHE.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-LD-CPF            PIC X(11).
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-LD-NOME           PIC A(10).
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-LD-DEPT           PIC A(10).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-ANTES          PIC ZZ,ZZ9.99.
               05 FILLER               PIC X(04) VALUE ' -> '.
               05 WS-LD-DEPOIS         PIC ZZ,ZZ9.99.
               05 FILLER               PIC X(08) VALUE ' RETRO: '.
               05 WS-LD-RETRO          PIC Z,ZZZ,ZZ9.99.

           01 WS-LINHA-TOTAL.
               05 FILLER               PIC X(14) VALUE
                   'REAJUSTADOS: '.
               05 WS-LT-QTD            PIC ZZZ9.
               05 FILLER               PIC X(18) VALUE
                   '  AUMENTO MENSAL: '.
               05 WS-LT-AUMENTO        PIC ZZ,ZZZ,ZZ9.99.
               05 FILLER               PIC X(15) VALUE
                   '  RETROATIVO: '.
               05 WS-LT-RETRO          PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0005-RESOLVE-CAMINHOS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE (1:6) TO WS-COMPET-ATUAL.
           PERFORM 0100-CARREGA-DEPTS.
           PERFORM 0150-PEDE-PARAMETROS.
           PERFORM 0200-CARREGA-FUNCIONARIOS.
           PERFORM 0250-MARCA-JA-REAJUSTADOS.
           PERFORM 0300-CALCULA-REAJUSTES.
           IF WS-CT-REAJUSTADOS = ZEROS
               DISPLAY 'NENHUM FUNCIONARIO A REAJUSTAR'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'FUNCIONARIOS A REAJUSTAR: ' WS-CT-REAJUSTADOS
               ' AUMENTO MENSAL: ' WS-TOT-AUMENTO.
           DISPLAY 'CONFIRMA O REAJUSTE (S/N)? '.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
               DISPLAY 'REAJUSTE NAO APLICADO'
               STOP RUN
           END-IF.
           PERFORM 0400-REGRAVA-MESTRE.
           PERFORM 0450-GRAVA-AUDITORIA.
           PERFORM 0500-CARREGA-PAGOS.
           PERFORM 0600-GRAVA-RETROATIVOS.
           PERFORM 0700-IMPRIME-RELATORIO.
           PERFORM 0900-FINALIZA.
           STOP RUN.

       0005-RESOLVE-CAMINHOS.
           MOVE 'FUNCIONARIO-CSV' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-FUNC
           END-IF.
           MOVE 'DEPTS-MASTER' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-DEPTS
           END-IF.
           MOVE 'FUNC-AUDIT' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-AUDIT
           END-IF.
           MOVE 'FOLHA-HISTORICO' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-HISTORICO
           END-IF.
           MOVE 'DISSIDIO-RETRO' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-RETRO
           END-IF.
           MOVE 'DISSIDIO-RLT' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-RELAT
           END-IF.

       0006-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.

       0100-CARREGA-DEPTS.
           OPEN INPUT DEPTS-MASTER.
           IF WS-FS-DEPTS NOT = 00
               DISPLAY 'DEPTS.DAT NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
               READ DEPTS-MASTER
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF WS-CNT-DEPTS < 50
                           ADD 1 TO WS-CNT-DEPTS
                           SET WS-IDX-DEPT TO WS-CNT-DEPTS
                           MOVE REG-DEPTS TO
                               WS-DEPT-NOME (WS-IDX-DEPT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEPTS-MASTER.

       0150-PEDE-PARAMETROS.
           DISPLAY 'REAJUSTE COLETIVO (DISSIDIO)'.
           DISPLAY 'PERCENTUAL DO REAJUSTE: '.
           ACCEPT WS-PCT-TX.
           COMPUTE WS-PCT = FUNCTION NUMVAL (WS-PCT-TX).
           IF WS-PCT = ZEROS
               DISPLAY 'PERCENTUAL INVALIDO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'DEPARTAMENTO (BRANCO = TODOS): '.
           ACCEPT WS-E-DEPT.
           IF WS-E-DEPT NOT = SPACES
               MOVE 'N' TO WS-ACHOU
               PERFORM VARYING WS-IDX-DEPT FROM 1 BY 1
                       UNTIL WS-IDX-DEPT > WS-CNT-DEPTS
                          OR WS-ACHOU = 'S'
                   IF WS-DEPT-NOME (WS-IDX-DEPT) = WS-E-DEPT
                       MOVE 'S' TO WS-ACHOU
                   END-IF
               END-PERFORM
               IF WS-ACHOU = 'N'
                   DISPLAY 'DEPARTAMENTO FORA DE DEPTS.DAT'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           DISPLAY 'TETO DO AUMENTO EM REAIS (0 = SEM TETO): '.
           ACCEPT WS-TETO-TX.
           COMPUTE WS-TETO = FUNCTION NUMVAL (WS-TETO-TX).
           DISPLAY 'PISO DO AUMENTO EM REAIS (0 = SEM PISO): '.
           ACCEPT WS-PISO-TX.
           COMPUTE WS-PISO = FUNCTION NUMVAL (WS-PISO-TX).
           IF WS-TETO > ZEROS AND WS-PISO > WS-TETO
               DISPLAY 'PISO MAIOR QUE O TETO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'VIGENCIA (AAAAMM): '.
           ACCEPT WS-VIGENCIA.
           IF WS-VIGENCIA > WS-COMPET-ATUAL
              OR WS-VIGENCIA (5:2) < '01' OR WS-VIGENCIA (5:2) > '12'
               DISPLAY 'VIGENCIA INVALIDA OU FUTURA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-OPERACAO.
           STRING 'DISSID' WS-VIGENCIA DELIMITED BY SIZE
               INTO WS-OPERACAO.

       0200-CARREGA-FUNCIONARIOS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT FUNCIONARIOS.
           IF WS-FS-FUNC NOT = 00
               DISPLAY 'FUNCIONARIO.CSV NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ FUNCIONARIOS
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF WS-CNT-FUNC < 300
                           MOVE SPACES TO WS-CAMPOS-CSV
                           MOVE ZEROS TO WS-C-SALARIO
                           UNSTRING REGISTRO DELIMITED BY ','
                               INTO WS-C-CPF WS-C-NOME WS-C-DEPT
                                    WS-C-SALARIO WS-C-CONTA-TX
                                    WS-C-DESLIG-TX
                           END-UNSTRING
                           ADD 1 TO WS-CNT-FUNC
                           SET WS-IDX-FUN TO WS-CNT-FUNC
                           INITIALIZE WS-FUNC-ITEM (WS-IDX-FUN)
                           MOVE WS-C-CPF TO WS-F-CPF (WS-IDX-FUN)
                           MOVE WS-C-NOME TO WS-F-NOME (WS-IDX-FUN)
                           MOVE WS-C-DEPT TO WS-F-DEPT (WS-IDX-FUN)
                           MOVE WS-C-SALARIO TO
                               WS-F-SALARIO (WS-IDX-FUN)
                           MOVE 'N' TO WS-F-REAJUSTADO (WS-IDX-FUN)
                           IF WS-C-CONTA-TX NOT = SPACES
                               COMPUTE WS-F-CONTA (WS-IDX-FUN) =
                                   FUNCTION NUMVAL (WS-C-CONTA-TX)
                           END-IF
                           IF WS-C-DESLIG-TX NOT = SPACES
                               COMPUTE WS-F-DESLIG (WS-IDX-FUN) =
                                   FUNCTION NUMVAL (WS-C-DESLIG-TX)
                           END-IF
                       ELSE
                           DISPLAY 'MESTRE EXCEDE A TABELA - '
                               'REAJUSTE ABORTADO'
                           MOVE 12 TO RETURN-CODE
                           CLOSE FUNCIONARIOS
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FUNCIONARIOS.

      * CPF QUE JA TEM NO FUNC-AUDIT A OPERACAO DESTA VIGENCIA FICA
      *  DE FORA (MARCADO 'J'), PARA A RODADA REPETIDA NAO REAJUSTAR
      *  DUAS VEZES
       0250-MARCA-JA-REAJUSTADOS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT FUNC-AUDIT.
           PERFORM UNTIL WS-EOF = 'S'
               READ FUNC-AUDIT INTO WS-LINHA-AUDIT
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF WS-AUD-OPERACAO = WS-OPERACAO
                           PERFORM VARYING WS-IDX-FUN FROM 1 BY 1
                                   UNTIL WS-IDX-FUN > WS-CNT-FUNC
                               IF WS-F-CPF (WS-IDX-FUN) = WS-AUD-CPF
                                   MOVE 'J' TO
                                       WS-F-REAJUSTADO (WS-IDX-FUN)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FUNC-AUDIT.

      *----------------------------------------------------------------*
      * AUMENTO DE CADA ATIVO ATINGIDO: O PERCENTUAL SOBRE O SALARIO,
      * LIMITADO AO TETO E LEVADO AO PISO QUANDO INFORMADOS. DESLIGADO
      * COM A DATA JA VENCIDA FICA DE FORA
      *----------------------------------------------------------------*
       0300-CALCULA-REAJUSTES.
           PERFORM VARYING WS-IDX-FUN FROM 1 BY 1
                   UNTIL WS-IDX-FUN > WS-CNT-FUNC
               IF WS-F-REAJUSTADO (WS-IDX-FUN) = 'J'
                   ADD 1 TO WS-CT-JA-REAJUSTADOS
               END-IF
               IF WS-F-REAJUSTADO (WS-IDX-FUN) = 'N'
                  AND (WS-E-DEPT = SPACES
                       OR WS-F-DEPT (WS-IDX-FUN) = WS-E-DEPT)
                  AND (WS-F-DESLIG (WS-IDX-FUN) = ZEROS
                       OR WS-F-DESLIG (WS-IDX-FUN) > WS-DATA-HOJE)
                   PERFORM 0350-REAJUSTA-UM
               END-IF
           END-PERFORM.
           IF WS-CT-JA-REAJUSTADOS > ZEROS
               DISPLAY 'JA REAJUSTADOS NESTA VIGENCIA (IGNORADOS): '
                   WS-CT-JA-REAJUSTADOS
           END-IF.

       0350-REAJUSTA-UM.
           COMPUTE WS-AUMENTO ROUNDED =
               WS-F-SALARIO (WS-IDX-FUN) * WS-PCT / 100.
           IF WS-TETO > ZEROS AND WS-AUMENTO > WS-TETO
               MOVE WS-TETO TO WS-AUMENTO
           END-IF.
           IF WS-AUMENTO < WS-PISO
               MOVE WS-PISO TO WS-AUMENTO
           END-IF.
           COMPUTE WS-NOVO-SALARIO =
               WS-F-SALARIO (WS-IDX-FUN) + WS-AUMENTO.
           IF WS-NOVO-SALARIO > 99999.99
               ADD 1 TO WS-CT-ESTOURO
               DISPLAY 'SALARIO REAJUSTADO NAO CABE NO MESTRE - CPF '
                   WS-F-CPF (WS-IDX-FUN) ' MANTIDO'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'S' TO WS-F-REAJUSTADO (WS-IDX-FUN)
               MOVE WS-F-SALARIO (WS-IDX-FUN) TO
                   WS-F-SAL-ANTES (WS-IDX-FUN)
               MOVE WS-AUMENTO TO WS-F-AUMENTO (WS-IDX-FUN)
               MOVE WS-NOVO-SALARIO TO WS-F-SALARIO (WS-IDX-FUN)
               ADD 1 TO WS-CT-REAJUSTADOS
               ADD WS-AUMENTO TO WS-TOT-AUMENTO
           END-IF.

       0400-REGRAVA-MESTRE.
           OPEN OUTPUT FUNCIONARIOS.
           PERFORM VARYING WS-IDX-FUN FROM 1 BY 1
                   UNTIL WS-IDX-FUN > WS-CNT-FUNC
               MOVE WS-F-CPF (WS-IDX-FUN) TO WS-CSV-CPF
               MOVE WS-F-NOME (WS-IDX-FUN) TO WS-CSV-NOME
               MOVE WS-F-DEPT (WS-IDX-FUN) TO WS-CSV-DEPT
               MOVE WS-F-SALARIO (WS-IDX-FUN) TO WS-CSV-SALARIO
               MOVE WS-F-CONTA (WS-IDX-FUN) TO WS-CSV-CONTA
               MOVE WS-F-DESLIG (WS-IDX-FUN) TO WS-CSV-DESLIG
               WRITE REGISTRO FROM WS-LINHA-CSV
           END-PERFORM.
           CLOSE FUNCIONARIOS.

      * UMA LINHA DE AUDITORIA POR REAJUSTADO, NO PADRAO DA
      *  ALTERACAO DO MANTEM-FUNCIONARIOS (DEPARTAMENTO E SALARIO
      *  ANTES E DEPOIS), COM A OPERACAO DISSID + VIGENCIA
       0450-GRAVA-AUDITORIA.
           OPEN EXTEND FUNC-AUDIT.
           ACCEPT WS-AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-HORA FROM TIME.
           MOVE WS-AUD-DATA TO WS-AUD-DATAHORA (1:8).
           MOVE WS-AUD-HORA (1:6) TO WS-AUD-DATAHORA (9:6).
           MOVE WS-OPERACAO TO WS-AUD-OPERACAO.
           PERFORM VARYING WS-IDX-FUN FROM 1 BY 1
                   UNTIL WS-IDX-FUN > WS-CNT-FUNC
               IF WS-F-REAJUSTADO (WS-IDX-FUN) = 'S'
                   MOVE WS-F-CPF (WS-IDX-FUN) TO WS-AUD-CPF
                   MOVE SPACES TO WS-AUD-ANTES WS-AUD-DEPOIS
                   STRING WS-F-DEPT (WS-IDX-FUN) ' '
                       WS-F-SAL-ANTES (WS-IDX-FUN)
                       DELIMITED BY SIZE INTO WS-AUD-ANTES
                   STRING WS-F-DEPT (WS-IDX-FUN) ' '
                       WS-F-SALARIO (WS-IDX-FUN)
                       DELIMITED BY SIZE INTO WS-AUD-DEPOIS
                   WRITE REG-AUDIT FROM WS-LINHA-AUDIT
               END-IF
           END-PERFORM.
           CLOSE FUNC-AUDIT.

      *----------------------------------------------------------------*
      * BRUTO JA PAGO A CADA REAJUSTADO, POR COMPETENCIA, DA VIGENCIA
      * ATE O MES CORRENTE. SE A FOLHA DO MES JA RODOU, AS DIFERENCAS
      * FICAM PARA A COMPETENCIA SEGUINTE
      *----------------------------------------------------------------*
       0500-CARREGA-PAGOS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT FOLHA-HISTORICO.
           PERFORM UNTIL WS-EOF = 'S'
               READ FOLHA-HISTORICO
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-CAMPOS-HIST
                       UNSTRING REG-HISTORICO DELIMITED BY ';'
                           INTO WS-H-COMPET-TX WS-H-CPF WS-H-BRUTO-TX
                       END-UNSTRING
                       COMPUTE WS-H-COMPET =
                           FUNCTION NUMVAL (WS-H-COMPET-TX)
                       IF WS-H-COMPET = WS-COMPET-ATUAL
                           MOVE 'S' TO WS-FOLHA-DO-MES
                       END-IF
                       IF WS-H-COMPET >= WS-VIGENCIA
                          AND WS-H-COMPET <= WS-COMPET-ATUAL
                           PERFORM 0550-SOMA-PAGO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FOLHA-HISTORICO.
           IF WS-FOLHA-DO-MES = 'S'
               IF WS-COMPET-ATUAL (5:2) = '12'
                   COMPUTE WS-PAGAR-EM = WS-COMPET-ATUAL + 89
               ELSE
                   COMPUTE WS-PAGAR-EM = WS-COMPET-ATUAL + 1
               END-IF
           ELSE
               MOVE WS-COMPET-ATUAL TO WS-PAGAR-EM
           END-IF.

       0550-SOMA-PAGO.
           MOVE 'N' TO WS-ACHOU.
           PERFORM VARYING WS-IDX-FUN FROM 1 BY 1
                   UNTIL WS-IDX-FUN > WS-CNT-FUNC
                      OR WS-ACHOU = 'S'
               IF WS-F-CPF (WS-IDX-FUN) = WS-H-CPF
                  AND WS-F-REAJUSTADO (WS-IDX-FUN) = 'S'
                   MOVE 'S' TO WS-ACHOU
                   SET WS-IDX-FUN DOWN BY 1
               END-IF
           END-PERFORM.
           IF WS-ACHOU = 'S'
               MOVE 'N' TO WS-ACHOU
               PERFORM VARYING WS-IDX-PAGO FROM 1 BY 1
                       UNTIL WS-IDX-PAGO > WS-CNT-PAGOS
                          OR WS-ACHOU = 'S'
                   IF WS-PG-CPF (WS-IDX-PAGO) = WS-H-CPF
                      AND WS-PG-COMPET (WS-IDX-PAGO) = WS-H-COMPET
                       MOVE 'S' TO WS-ACHOU
                       SET WS-IDX-PAGO DOWN BY 1
                   END-IF
               END-PERFORM
               IF WS-ACHOU = 'N'
                   IF WS-CNT-PAGOS < 3000
                       ADD 1 TO WS-CNT-PAGOS
                       SET WS-IDX-PAGO TO WS-CNT-PAGOS
                       MOVE WS-H-CPF TO WS-PG-CPF (WS-IDX-PAGO)
                       MOVE WS-H-COMPET TO WS-PG-COMPET (WS-IDX-PAGO)
                       SET WS-PG-FUNC (WS-IDX-PAGO) TO WS-IDX-FUN
                       MOVE ZEROS TO WS-PG-BRUTO (WS-IDX-PAGO)
                       MOVE 'S' TO WS-ACHOU
                   ELSE
                       DISPLAY 'TABELA DE COMPETENCIAS PAGAS CHEIA - '
                           'CPF ' WS-H-CPF ' COMPET ' WS-H-COMPET
                           ' SEM DIFERENCA'
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               IF WS-ACHOU = 'S'
                   COMPUTE WS-PG-BRUTO (WS-IDX-PAGO) =
                       WS-PG-BRUTO (WS-IDX-PAGO)
                       + FUNCTION NUMVAL (WS-H-BRUTO-TX)
               END-IF
           END-IF.

      * A DIFERENCA DE CADA COMPETENCIA PAGA E O BRUTO DELA NA
      *  PROPORCAO DO AUMENTO SOBRE O SALARIO ANTERIOR
       0600-GRAVA-RETROATIVOS.
           OPEN EXTEND DISSIDIO-RETRO.
           PERFORM VARYING WS-IDX-PAGO FROM 1 BY 1
                   UNTIL WS-IDX-PAGO > WS-CNT-PAGOS
               SET WS-IDX-FUN TO WS-PG-FUNC (WS-IDX-PAGO)
               MOVE ZEROS TO WS-DIFERENCA
               IF WS-F-SAL-ANTES (WS-IDX-FUN) > ZEROS
                   COMPUTE WS-DIFERENCA ROUNDED =
                       WS-PG-BRUTO (WS-IDX-PAGO)
                       * WS-F-AUMENTO (WS-IDX-FUN)
                       / WS-F-SAL-ANTES (WS-IDX-FUN)
               END-IF
               IF WS-DIFERENCA > ZEROS
                   MOVE WS-PAGAR-EM TO WS-RT-PAGAR-EM
                   MOVE WS-PG-CPF (WS-IDX-PAGO) TO WS-RT-CPF
                   MOVE WS-PG-COMPET (WS-IDX-PAGO) TO WS-RT-COMPET
                   MOVE WS-DIFERENCA TO WS-RT-VALOR
                   MOVE WS-VIGENCIA TO WS-RT-VIGENCIA
                   WRITE REG-RETRO FROM WS-LINHA-RETRO
                   ADD 1 TO WS-CT-RETRO
                   ADD WS-DIFERENCA TO WS-F-RETRO (WS-IDX-FUN)
                   ADD WS-DIFERENCA TO WS-TOT-RETRO
               END-IF
           END-PERFORM.
           CLOSE DISSIDIO-RETRO.

       0700-IMPRIME-RELATORIO.
           OPEN OUTPUT DISSIDIO-RLT.
           MOVE SPACES TO REG-RELAT.
           STRING 'REAJUSTE COLETIVO - VIGENCIA ' WS-VIGENCIA
               ' - PERCENTUAL ' WS-PCT-TX ' - DEPTO '
               WS-E-DEPT DELIMITED BY SIZE INTO REG-RELAT.
           WRITE REG-RELAT.
           MOVE SPACES TO REG-RELAT.
           STRING 'DIFERENCAS A PAGAR NA FOLHA DA COMPETENCIA '
               WS-PAGAR-EM DELIMITED BY SIZE INTO REG-RELAT.
           WRITE REG-RELAT.
           PERFORM VARYING WS-IDX-FUN FROM 1 BY 1
                   UNTIL WS-IDX-FUN > WS-CNT-FUNC
               IF WS-F-REAJUSTADO (WS-IDX-FUN) = 'S'
                   MOVE WS-F-CPF (WS-IDX-FUN) TO WS-LD-CPF
                   MOVE WS-F-NOME (WS-IDX-FUN) TO WS-LD-NOME
                   MOVE WS-F-DEPT (WS-IDX-FUN) TO WS-LD-DEPT
                   MOVE WS-F-SAL-ANTES (WS-IDX-FUN) TO WS-LD-ANTES
                   MOVE WS-F-SALARIO (WS-IDX-FUN) TO WS-LD-DEPOIS
                   MOVE WS-F-RETRO (WS-IDX-FUN) TO WS-LD-RETRO
                   WRITE REG-RELAT FROM WS-LINHA-DETALHE
               END-IF
           END-PERFORM.
           MOVE WS-CT-REAJUSTADOS TO WS-LT-QTD.
           MOVE WS-TOT-AUMENTO TO WS-LT-AUMENTO.
           MOVE WS-TOT-RETRO TO WS-LT-RETRO.
           WRITE REG-RELAT FROM WS-LINHA-TOTAL.
           CLOSE DISSIDIO-RLT.

       0900-FINALIZA.
           DISPLAY 'FUNCIONARIOS REAJUSTADOS....: ' WS-CT-REAJUSTADOS.
           DISPLAY 'AUMENTO MENSAL DA FOLHA.....: ' WS-TOT-AUMENTO.
           DISPLAY 'LINHAS DE DIFERENCA GRAVADAS: ' WS-CT-RETRO.
           DISPLAY 'RETROATIVO TOTAL............: ' WS-TOT-RETRO.
           DISPLAY 'PAGAR NA FOLHA DE...........: ' WS-PAGAR-EM.

       END PROGRAM APLICA-DISSIDIO.
