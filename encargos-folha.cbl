      ******************************************************************
      * Author:
      * Date:
      * Purpose: Encargos mensais da empresa sobre a folha - a folha
      *  calcula so o que e retido do funcionario e o custo da
      *  empresa era feito na mao. Sobre o historico da folha da
      *  competencia informada (todas as linhas do CPF no mes, folha
      *  e rescisao) calcula por funcionario o deposito do FGTS (8%
      *  do bruto) e, pelas aliquotas do arquivo de parametros de
      *  encargos (CODIGO;ALIQUOTA - FGTS, INSS-EMPRESA, RAT e
      *  TERCEIROS), o INSS patronal, o RAT e as contribuicoes de
      *  terceiros. Imprime a relacao do FGTS por funcionario para o
      *  deposito, o resumo do custo de pessoal por departamento
      *  (bruto mais encargos) pela tabela de depts.dat da folha, e
      *  grava o arquivo de valores das guias (COMPET;GUIA;VALOR;
      *  VENCIMENTO): FGTS, INSS (patronal, RAT, terceiros e o
      *  retido dos segurados) e IRRF retido, com vencimento no dia
      *  20 do mes seguinte, antecipado para o dia util anterior.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCARGOS-FOLHA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT FOLHA-HISTORICO ASSIGN TO WS-ARQ-HISTORICO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORICO.

               SELECT FUNCIONARIOS ASSIGN TO WS-ARQ-FUNC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FUNC.

               SELECT DEPTS-MASTER ASSIGN TO WS-ARQ-DEPTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEPTS.

               SELECT OPTIONAL ENCARGOS-PARAM ASSIGN TO WS-ARQ-PARAM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAM.

               SELECT ENCARGOS-RLT ASSIGN TO WS-ARQ-RELAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELAT.

               SELECT ENCARGOS-GUIAS ASSIGN TO WS-ARQ-GUIAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GUIAS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           FD FOLHA-HISTORICO.
           01 REG-HISTORICO            PIC X(60).

           FD FUNCIONARIOS.
           01 REGISTRO                 PIC X(60).

           FD DEPTS-MASTER.
           01 REG-DEPTS                PIC X(10).

      * ALIQUOTAS DOS ENCARGOS DA EMPRESA: CODIGO;ALIQUOTA (EM %)
           FD ENCARGOS-PARAM.
           01 REG-PARAM                PIC X(30).

           FD ENCARGOS-RLT.
           01 REG-RELAT                PIC X(120).

      * VALORES DAS GUIAS: COMPET;GUIA;VALOR;VENCIMENTO
           FD ENCARGOS-GUIAS.
           01 REG-GUIA                 PIC X(40).

       WORKING-STORAGE SECTION.
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      *  EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG)
           01 WS-CAMINHOS.
               05 WS-ARQ-HISTORICO     PIC X(80) VALUE
                   "C:\exe-cobol\folha-historico.txt".
               05 WS-ARQ-FUNC          PIC X(80) VALUE
                   "C:\exe-cobol\funcionario.csv".
               05 WS-ARQ-DEPTS         PIC X(80) VALUE
                   "C:\exe-cobol\depts.dat".
               05 WS-ARQ-PARAM         PIC X(80) VALUE
                   "C:\exe-cobol\encargos-param.dat".
               05 WS-ARQ-RELAT         PIC X(80) VALUE
                   "C:\exe-cobol\encargos-relatorio.txt".
               05 WS-ARQ-GUIAS         PIC X(80) VALUE
                   "C:\exe-cobol\encargos-guias.txt".

           01 WS-CFG-CHAMADA.
               05 WS-CFG-LOGICO        PIC X(20).
               05 WS-CFG-CAMINHO       PIC X(80).
               05 WS-CFG-ACHOU         PIC X(01).

           01 WS-STATUS.
               05 WS-FS-HISTORICO      PIC 9(02).
               05 WS-FS-FUNC           PIC 9(02).
               05 WS-FS-DEPTS          PIC 9(02).
               05 WS-FS-PARAM          PIC 9(02).
               05 WS-FS-RELAT          PIC 9(02).
               05 WS-FS-GUIAS          PIC 9(02).

           01 WS-DU-CHAMADA.
               05 WS-DU-FUNCAO         PIC X(01).
               05 WS-DU-DATA           PIC 9(08).
               05 WS-DU-DIAS           PIC 9(03).
               05 WS-DU-RESULTADO      PIC 9(08).
               05 WS-DU-UTIL           PIC X(01).

      * ALIQUOTAS; SEM ARQUIVO (OU SEM A LINHA) FICAM AS DE PADRAO
           01 WS-ALIQUOTAS.
               05 WS-ALIQ-FGTS         PIC 9(02)V99 VALUE 8.
               05 WS-ALIQ-INSS-EMP     PIC 9(02)V99 VALUE 20.
               05 WS-ALIQ-RAT          PIC 9(02)V99 VALUE 2.
               05 WS-ALIQ-TERCEIROS    PIC 9(02)V99 VALUE 5.8.
           01 WS-CAMPOS-PARAM.
               05 WS-P-CODIGO          PIC X(15).
               05 WS-P-ALIQ-TX         PIC X(10).

           01 WS-CAMPOS-CSV.
               05 WS-C-CPF             PIC X(11).
               05 WS-C-NOME            PIC X(10).
               05 WS-C-DEPT            PIC X(10).
               05 WS-C-SALARIO-TX      PIC X(10).
               05 WS-C-CONTA-TX        PIC X(05).
               05 WS-C-DESLIG-TX       PIC X(08).

           01 WS-CAMPOS-HIST.
               05 WS-H-COMPET-TX       PIC X(06).
               05 WS-H-CPF             PIC X(11).
               05 WS-H-BRUTO-TX        PIC X(12).
               05 WS-H-INSS-TX         PIC X(12).
               05 WS-H-IRRF-TX         PIC X(12).
               05 WS-H-LIQ-TX          PIC X(12).

           01 WS-TAB-DEPTS.
               05 WS-CNT-DEPTS         PIC 9(03) VALUE ZEROS.
               05 WS-DEPT-ITEM OCCURS 51 TIMES
                                 INDEXED BY WS-IDX-DEPT.
                   10 WS-DEPT-NOME     PIC A(10).
                   10 WS-DEPT-CNT      PIC 9(04).
                   10 WS-DEPT-BRUTO    PIC 9(09)V99.
                   10 WS-DEPT-FGTS     PIC 9(08)V99.
                   10 WS-DEPT-INSS-EMP PIC 9(08)V99.
                   10 WS-DEPT-RAT      PIC 9(08)V99.
                   10 WS-DEPT-TERC     PIC 9(08)V99.
                   10 WS-DEPT-CUSTO    PIC 9(09)V99.

      * FUNCIONARIOS DO MESTRE (CPF, NOME, DEPARTAMENTO) E O QUE A
      *  FOLHA DA COMPETENCIA PAGOU E RETEVE DE CADA UM
           01 WS-TAB-FUNC.
               05 WS-CNT-FUNC          PIC 9(03) VALUE ZEROS.
               05 WS-FUNC-ITEM OCCURS 300 TIMES
                                 INDEXED BY WS-IDX-FUNC.
                   10 WS-T-CPF         PIC X(11).
                   10 WS-T-NOME        PIC X(10).
                   10 WS-T-DEPT        PIC X(10).
                   10 WS-T-NA-FOLHA    PIC X(01).
                   10 WS-T-BRUTO       PIC 9(07)V99.
                   10 WS-T-INSS        PIC 9(07)V99.
                   10 WS-T-IRRF        PIC 9(07)V99.

      * ENCARGOS DO FUNCIONARIO EM PROCESSAMENTO
           01 WS-ENCARGOS.
               05 WS-FGTS              PIC 9(07)V99 VALUE ZEROS.
               05 WS-INSS-EMP          PIC 9(07)V99 VALUE ZEROS.
               05 WS-RAT               PIC 9(07)V99 VALUE ZEROS.
               05 WS-TERCEIROS         PIC 9(07)V99 VALUE ZEROS.

           01 WS-TOTAIS.
               05 WS-TOT-BRUTO         PIC 9(09)V99 VALUE ZEROS.
               05 WS-TOT-FGTS          PIC 9(09)V99 VALUE ZEROS.
               05 WS-TOT-INSS-EMP      PIC 9(09)V99 VALUE ZEROS.
               05 WS-TOT-RAT           PIC 9(09)V99 VALUE ZEROS.
               05 WS-TOT-TERC          PIC 9(09)V99 VALUE ZEROS.
               05 WS-TOT-INSS-SEG      PIC 9(09)V99 VALUE ZEROS.
               05 WS-TOT-IRRF          PIC 9(09)V99 VALUE ZEROS.
               05 WS-TOT-CUSTO         PIC 9(09)V99 VALUE ZEROS.
               05 WS-TOT-GUIA-INSS     PIC 9(09)V99 VALUE ZEROS.

           01 WS-LINHA-FGTS.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-LF-CPF            PIC X(11).
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-LF-NOME           PIC X(10).
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-LF-DEPT           PIC X(10).
               05 FILLER               PIC X(08) VALUE ' BRUTO: '.
               05 WS-LF-BRUTO          PIC Z,ZZZ,ZZ9.99.
               05 FILLER               PIC X(07) VALUE ' FGTS: '.
               05 WS-LF-FGTS           PIC ZZZ,ZZ9.99.

           01 WS-LINHA-TOT-FGTS.
               05 FILLER               PIC X(45) VALUE
                   '  TOTAL DO DEPOSITO DO FGTS'.
               05 WS-LTF-BRUTO         PIC Z,ZZZ,ZZ9.99.
               05 FILLER               PIC X(05) VALUE SPACES.
               05 WS-LTF-FGTS          PIC Z,ZZZ,ZZ9.99.

           01 WS-LINHA-TIT-DEPT.
               05 FILLER               PIC X(32) VALUE
                   '  DEPTO        QTD         BRUTO'.
               05 FILLER               PIC X(33) VALUE
                   '       FGTS   INSS EMP        RAT'.
               05 FILLER               PIC X(25) VALUE
                   '  TERCEIROS   CUSTO TOTAL'.

           01 WS-LINHA-DEPT.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-LD-DEPT           PIC X(10).
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-LD-CNT            PIC ZZZ9.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-LD-BRUTO          PIC Z,ZZZ,ZZ9.99.
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-FGTS           PIC ZZZ,ZZ9.99.
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-INSS-EMP       PIC ZZZ,ZZ9.99.
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-RAT            PIC ZZZ,ZZ9.99.
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-TERC           PIC ZZZ,ZZ9.99.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-LD-CUSTO          PIC Z,ZZZ,ZZ9.99.

           01 WS-LINHA-GUIA.
               05 WS-G-COMPET          PIC 9(06).
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-G-GUIA            PIC X(04).
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-G-VALOR           PIC 9(09).99.
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-G-VENCIMENTO      PIC 9(08).

           01 WS-LINHA-GUIA-RLT.
               05 FILLER               PIC X(08) VALUE '  GUIA '.
               05 WS-GR-GUIA           PIC X(04).
               05 FILLER               PIC X(08) VALUE ' VALOR: '.
               05 WS-GR-VALOR          PIC Z,ZZZ,ZZ9.99.
               05 FILLER               PIC X(14) VALUE
                   ' VENCIMENTO: '.
               05 WS-GR-VENCIMENTO     PIC 9(08).

           01 AUX.
               05 WS-EOF               PIC X(01) VALUE 'N'.
               05 WS-ACHOU             PIC X(01) VALUE 'N'.
               05 WS-COMPETENCIA       PIC 9(06) VALUE ZEROS.
               05 WS-VENCIMENTO        PIC 9(08) VALUE ZEROS.
               05 WS-CT-LINHAS         PIC 9(05) VALUE ZEROS.
               05 WS-CT-FUNC-FOLHA     PIC 9(04) VALUE ZEROS.
               05 WS-CT-SEM-CADASTRO   PIC 9(04) VALUE ZEROS.
               05 WS-CT-FORA-DEPTS     PIC 9(04) VALUE ZEROS.
               05 WS-VALOR             PIC 9(07)V99 VALUE ZEROS.
               05 WS-ED-ALIQ           PIC Z9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0005-RESOLVE-CAMINHOS.
           DISPLAY 'COMPETENCIA DA FOLHA (AAAAMM): '.
           ACCEPT WS-COMPETENCIA.
           PERFORM 0050-CARREGA-ALIQUOTAS.
           PERFORM 0100-CARREGA-DEPTS.
           PERFORM 0150-CARREGA-FUNCIONARIOS.
           PERFORM 0200-LE-HISTORICO.
           IF WS-CT-LINHAS = ZEROS
               DISPLAY 'SEM FOLHA NO HISTORICO PARA A COMPETENCIA '
                   WS-COMPETENCIA
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ENCARGOS-RLT.
           PERFORM 0300-RELACAO-FGTS.
           PERFORM 0400-RESUMO-DEPTOS.
           PERFORM 0500-GRAVA-GUIAS.
           CLOSE ENCARGOS-RLT.
           PERFORM 0900-FINALIZA.
           STOP RUN.

       0005-RESOLVE-CAMINHOS.
           MOVE 'FOLHA-HISTORICO' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-HISTORICO
           END-IF.
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
           MOVE 'ENCARGOS-PARAM' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-PARAM
           END-IF.
           MOVE 'ENCARGOS-RLT' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-RELAT
           END-IF.
           MOVE 'ENCARGOS-GUIAS' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-GUIAS
           END-IF.

       0006-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.

       0050-CARREGA-ALIQUOTAS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT ENCARGOS-PARAM.
           PERFORM UNTIL WS-EOF = 'S'
               READ ENCARGOS-PARAM
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-CAMPOS-PARAM
                       UNSTRING REG-PARAM DELIMITED BY ';'
                           INTO WS-P-CODIGO WS-P-ALIQ-TX
                       END-UNSTRING
                       EVALUATE WS-P-CODIGO
                           WHEN 'FGTS'
                               COMPUTE WS-ALIQ-FGTS =
                                   FUNCTION NUMVAL (WS-P-ALIQ-TX)
                           WHEN 'INSS-EMPRESA'
                               COMPUTE WS-ALIQ-INSS-EMP =
                                   FUNCTION NUMVAL (WS-P-ALIQ-TX)
                           WHEN 'RAT'
                               COMPUTE WS-ALIQ-RAT =
                                   FUNCTION NUMVAL (WS-P-ALIQ-TX)
                           WHEN 'TERCEIROS'
                               COMPUTE WS-ALIQ-TERCEIROS =
                                   FUNCTION NUMVAL (WS-P-ALIQ-TX)
                           WHEN OTHER
                               DISPLAY 'ENCARGO DESCONHECIDO IGNORADO: '
                                   WS-P-CODIGO
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE ENCARGOS-PARAM.

      * A ULTIMA POSICAO DA TABELA RECEBE O CUSTO DE QUEM ESTA NUM
      *  DEPARTAMENTO FORA DE DEPTS.DAT, PARA O TOTAL FECHAR
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
                           INITIALIZE WS-DEPT-ITEM (WS-IDX-DEPT)
                           MOVE REG-DEPTS TO
                               WS-DEPT-NOME (WS-IDX-DEPT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEPTS-MASTER.
           ADD 1 TO WS-CNT-DEPTS.
           SET WS-IDX-DEPT TO WS-CNT-DEPTS.
           INITIALIZE WS-DEPT-ITEM (WS-IDX-DEPT).
           MOVE 'OUTROS' TO WS-DEPT-NOME (WS-IDX-DEPT).

       0150-CARREGA-FUNCIONARIOS.
           OPEN INPUT FUNCIONARIOS.
           IF WS-FS-FUNC NOT = 00
               DISPLAY 'FUNCIONARIO.CSV NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
               READ FUNCIONARIOS
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-CAMPOS-CSV
                       UNSTRING REGISTRO DELIMITED BY ','
                           INTO WS-C-CPF WS-C-NOME WS-C-DEPT
                                WS-C-SALARIO-TX WS-C-CONTA-TX
                                WS-C-DESLIG-TX
                       END-UNSTRING
                       IF WS-CNT-FUNC < 300
                           ADD 1 TO WS-CNT-FUNC
                           SET WS-IDX-FUNC TO WS-CNT-FUNC
                           INITIALIZE WS-FUNC-ITEM (WS-IDX-FUNC)
                           MOVE WS-C-CPF TO WS-T-CPF (WS-IDX-FUNC)
                           MOVE WS-C-NOME TO WS-T-NOME (WS-IDX-FUNC)
                           MOVE WS-C-DEPT TO WS-T-DEPT (WS-IDX-FUNC)
                           MOVE 'N' TO WS-T-NA-FOLHA (WS-IDX-FUNC)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FUNCIONARIOS.

      *----------------------------------------------------------------*
      * SOMA POR CPF TODAS AS LINHAS DA COMPETENCIA NO HISTORICO (A
      * FOLHA DO MES E, SE HOUVER, A RESCISAO); CPF QUE NAO ESTA NO
      * MESTRE ENTRA COM NOME EM BRANCO NO DEPARTAMENTO OUTROS
      *----------------------------------------------------------------*
       0200-LE-HISTORICO.
           OPEN INPUT FOLHA-HISTORICO.
           IF WS-FS-HISTORICO NOT = 00
               DISPLAY 'SEM HISTORICO DE FOLHA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
               READ FOLHA-HISTORICO
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-CAMPOS-HIST
                       UNSTRING REG-HISTORICO DELIMITED BY ';'
                           INTO WS-H-COMPET-TX WS-H-CPF
                                WS-H-BRUTO-TX WS-H-INSS-TX
                                WS-H-IRRF-TX WS-H-LIQ-TX
                       END-UNSTRING
                       IF FUNCTION NUMVAL (WS-H-COMPET-TX) =
                               WS-COMPETENCIA
                           ADD 1 TO WS-CT-LINHAS
                           PERFORM 0250-SOMA-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FOLHA-HISTORICO.

       0250-SOMA-LINHA.
           MOVE 'N' TO WS-ACHOU.
           PERFORM VARYING WS-IDX-FUNC FROM 1 BY 1
                   UNTIL WS-IDX-FUNC > WS-CNT-FUNC
                      OR WS-ACHOU = 'S'
               IF WS-T-CPF (WS-IDX-FUNC) = WS-H-CPF
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = 'S'
               SET WS-IDX-FUNC DOWN BY 1
           ELSE
               IF WS-CNT-FUNC < 300
                   ADD 1 TO WS-CNT-FUNC
                   ADD 1 TO WS-CT-SEM-CADASTRO
                   SET WS-IDX-FUNC TO WS-CNT-FUNC
                   INITIALIZE WS-FUNC-ITEM (WS-IDX-FUNC)
                   MOVE WS-H-CPF TO WS-T-CPF (WS-IDX-FUNC)
                   MOVE 'OUTROS' TO WS-T-DEPT (WS-IDX-FUNC)
                   DISPLAY 'CPF DA FOLHA FORA DO FUNCIONARIO.CSV: '
                       WS-H-CPF
               ELSE
                   DISPLAY 'TABELA DE FUNCIONARIOS CHEIA - CPF '
                       WS-H-CPF ' FORA DOS ENCARGOS'
                   MOVE 4 TO RETURN-CODE
                   SET WS-IDX-FUNC TO 1
               END-IF
           END-IF.
           IF WS-T-CPF (WS-IDX-FUNC) = WS-H-CPF
               MOVE 'S' TO WS-T-NA-FOLHA (WS-IDX-FUNC)
               COMPUTE WS-T-BRUTO (WS-IDX-FUNC) =
                   WS-T-BRUTO (WS-IDX-FUNC)
                   + FUNCTION NUMVAL (WS-H-BRUTO-TX)
               COMPUTE WS-T-INSS (WS-IDX-FUNC) =
                   WS-T-INSS (WS-IDX-FUNC)
                   + FUNCTION NUMVAL (WS-H-INSS-TX)
               COMPUTE WS-T-IRRF (WS-IDX-FUNC) =
                   WS-T-IRRF (WS-IDX-FUNC)
                   + FUNCTION NUMVAL (WS-H-IRRF-TX)
           END-IF.

      *----------------------------------------------------------------*
      * RELACAO DO FGTS POR FUNCIONARIO, COM OS ENCARGOS DE CADA UM
      * SOMADOS NO SEU DEPARTAMENTO
      *----------------------------------------------------------------*
       0300-RELACAO-FGTS.
           MOVE WS-ALIQ-FGTS TO WS-ED-ALIQ.
           MOVE SPACES TO REG-RELAT.
           STRING 'RELACAO DO FGTS PARA DEPOSITO - COMPETENCIA '
               WS-COMPETENCIA ' - ALIQUOTA ' WS-ED-ALIQ '%'
               DELIMITED BY SIZE INTO REG-RELAT.
           WRITE REG-RELAT.
           PERFORM VARYING WS-IDX-FUNC FROM 1 BY 1
                   UNTIL WS-IDX-FUNC > WS-CNT-FUNC
               IF WS-T-NA-FOLHA (WS-IDX-FUNC) = 'S'
                   PERFORM 0350-ENCARGOS-FUNCIONARIO
               END-IF
           END-PERFORM.
           MOVE WS-TOT-BRUTO TO WS-LTF-BRUTO.
           MOVE WS-TOT-FGTS TO WS-LTF-FGTS.
           WRITE REG-RELAT FROM WS-LINHA-TOT-FGTS.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT.

       0350-ENCARGOS-FUNCIONARIO.
           ADD 1 TO WS-CT-FUNC-FOLHA.
           COMPUTE WS-FGTS ROUNDED =
               WS-T-BRUTO (WS-IDX-FUNC) * WS-ALIQ-FGTS / 100.
           COMPUTE WS-INSS-EMP ROUNDED =
               WS-T-BRUTO (WS-IDX-FUNC) * WS-ALIQ-INSS-EMP / 100.
           COMPUTE WS-RAT ROUNDED =
               WS-T-BRUTO (WS-IDX-FUNC) * WS-ALIQ-RAT / 100.
           COMPUTE WS-TERCEIROS ROUNDED =
               WS-T-BRUTO (WS-IDX-FUNC) * WS-ALIQ-TERCEIROS / 100.
           MOVE WS-T-CPF (WS-IDX-FUNC) TO WS-LF-CPF.
           MOVE WS-T-NOME (WS-IDX-FUNC) TO WS-LF-NOME.
           MOVE WS-T-DEPT (WS-IDX-FUNC) TO WS-LF-DEPT.
           MOVE WS-T-BRUTO (WS-IDX-FUNC) TO WS-LF-BRUTO.
           MOVE WS-FGTS TO WS-LF-FGTS.
           WRITE REG-RELAT FROM WS-LINHA-FGTS.
           ADD WS-T-BRUTO (WS-IDX-FUNC) TO WS-TOT-BRUTO.
           ADD WS-FGTS TO WS-TOT-FGTS.
           ADD WS-INSS-EMP TO WS-TOT-INSS-EMP.
           ADD WS-RAT TO WS-TOT-RAT.
           ADD WS-TERCEIROS TO WS-TOT-TERC.
           ADD WS-T-INSS (WS-IDX-FUNC) TO WS-TOT-INSS-SEG.
           ADD WS-T-IRRF (WS-IDX-FUNC) TO WS-TOT-IRRF.
           MOVE 'N' TO WS-ACHOU.
           PERFORM VARYING WS-IDX-DEPT FROM 1 BY 1
                   UNTIL WS-IDX-DEPT > WS-CNT-DEPTS
                      OR WS-ACHOU = 'S'
               IF WS-DEPT-NOME (WS-IDX-DEPT) = WS-T-DEPT (WS-IDX-FUNC)
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = 'S'
               SET WS-IDX-DEPT DOWN BY 1
           ELSE
               SET WS-IDX-DEPT TO WS-CNT-DEPTS
               ADD 1 TO WS-CT-FORA-DEPTS
               DISPLAY 'DEPARTAMENTO FORA DE DEPTS.DAT: '
                   WS-T-DEPT (WS-IDX-FUNC) ' (' WS-T-CPF (WS-IDX-FUNC)
                   ') - SOMADO EM OUTROS'
           END-IF.
           ADD 1 TO WS-DEPT-CNT (WS-IDX-DEPT).
           ADD WS-T-BRUTO (WS-IDX-FUNC) TO WS-DEPT-BRUTO (WS-IDX-DEPT).
           ADD WS-FGTS TO WS-DEPT-FGTS (WS-IDX-DEPT).
           ADD WS-INSS-EMP TO WS-DEPT-INSS-EMP (WS-IDX-DEPT).
           ADD WS-RAT TO WS-DEPT-RAT (WS-IDX-DEPT).
           ADD WS-TERCEIROS TO WS-DEPT-TERC (WS-IDX-DEPT).
           COMPUTE WS-DEPT-CUSTO (WS-IDX-DEPT) =
               WS-DEPT-CUSTO (WS-IDX-DEPT) + WS-T-BRUTO (WS-IDX-FUNC)
               + WS-FGTS + WS-INSS-EMP + WS-RAT + WS-TERCEIROS.

      * CUSTO DE PESSOAL POR DEPARTAMENTO: BRUTO MAIS OS ENCARGOS DA
      *  EMPRESA; A LINHA OUTROS SO SAI QUANDO TEM ALGUEM
       0400-RESUMO-DEPTOS.
           MOVE 'CUSTO DE PESSOAL POR DEPARTAMENTO (BRUTO + ENCARGOS)'
               TO REG-RELAT.
           WRITE REG-RELAT.
           WRITE REG-RELAT FROM WS-LINHA-TIT-DEPT.
           PERFORM VARYING WS-IDX-DEPT FROM 1 BY 1
                   UNTIL WS-IDX-DEPT > WS-CNT-DEPTS
               IF WS-IDX-DEPT < WS-CNT-DEPTS
                  OR WS-DEPT-CNT (WS-IDX-DEPT) > ZEROS
                   MOVE WS-DEPT-NOME (WS-IDX-DEPT) TO WS-LD-DEPT
                   MOVE WS-DEPT-CNT (WS-IDX-DEPT) TO WS-LD-CNT
                   MOVE WS-DEPT-BRUTO (WS-IDX-DEPT) TO WS-LD-BRUTO
                   MOVE WS-DEPT-FGTS (WS-IDX-DEPT) TO WS-LD-FGTS
                   MOVE WS-DEPT-INSS-EMP (WS-IDX-DEPT)
                       TO WS-LD-INSS-EMP
                   MOVE WS-DEPT-RAT (WS-IDX-DEPT) TO WS-LD-RAT
                   MOVE WS-DEPT-TERC (WS-IDX-DEPT) TO WS-LD-TERC
                   MOVE WS-DEPT-CUSTO (WS-IDX-DEPT) TO WS-LD-CUSTO
                   WRITE REG-RELAT FROM WS-LINHA-DEPT
                   ADD WS-DEPT-CUSTO (WS-IDX-DEPT) TO WS-TOT-CUSTO
               END-IF
           END-PERFORM.
           MOVE 'TOTAL' TO WS-LD-DEPT.
           MOVE WS-CT-FUNC-FOLHA TO WS-LD-CNT.
           MOVE WS-TOT-BRUTO TO WS-LD-BRUTO.
           MOVE WS-TOT-FGTS TO WS-LD-FGTS.
           MOVE WS-TOT-INSS-EMP TO WS-LD-INSS-EMP.
           MOVE WS-TOT-RAT TO WS-LD-RAT.
           MOVE WS-TOT-TERC TO WS-LD-TERC.
           MOVE WS-TOT-CUSTO TO WS-LD-CUSTO.
           WRITE REG-RELAT FROM WS-LINHA-DEPT.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT.

      *----------------------------------------------------------------*
      * GUIAS DA COMPETENCIA: FGTS; INSS COM A PARTE DA EMPRESA, O RAT,
      * TERCEIROS E O RETIDO DOS SEGURADOS; IRRF RETIDO. VENCEM NO DIA
      * 20 DO MES SEGUINTE, ANTECIPADO PARA O DIA UTIL ANTERIOR
      *----------------------------------------------------------------*
       0500-GRAVA-GUIAS.
           PERFORM 0550-CALCULA-VENCIMENTO.
           OPEN OUTPUT ENCARGOS-GUIAS.
           MOVE 'GUIAS DE RECOLHIMENTO DA COMPETENCIA' TO REG-RELAT.
           WRITE REG-RELAT.
           MOVE 'FGTS' TO WS-G-GUIA.
           MOVE WS-TOT-FGTS TO WS-VALOR.
           PERFORM 0580-GRAVA-UMA-GUIA.
           COMPUTE WS-TOT-GUIA-INSS = WS-TOT-INSS-EMP + WS-TOT-RAT
               + WS-TOT-TERC + WS-TOT-INSS-SEG.
           MOVE 'INSS' TO WS-G-GUIA.
           MOVE WS-TOT-GUIA-INSS TO WS-VALOR.
           PERFORM 0580-GRAVA-UMA-GUIA.
           MOVE 'IRRF' TO WS-G-GUIA.
           MOVE WS-TOT-IRRF TO WS-VALOR.
           PERFORM 0580-GRAVA-UMA-GUIA.
           CLOSE ENCARGOS-GUIAS.

       0550-CALCULA-VENCIMENTO.
           IF WS-COMPETENCIA (5:2) = '12'
               COMPUTE WS-VENCIMENTO =
                   (WS-COMPETENCIA / 100 + 1) * 10000 + 120
           ELSE
               COMPUTE WS-VENCIMENTO = (WS-COMPETENCIA + 1) * 100 + 20
           END-IF.
           MOVE 'U' TO WS-DU-FUNCAO.
           MOVE ZEROS TO WS-DU-DIAS.
           MOVE 'N' TO WS-DU-UTIL.
           PERFORM UNTIL WS-DU-UTIL = 'S'
               MOVE WS-VENCIMENTO TO WS-DU-DATA
               CALL 'DIA-UTIL' USING WS-DU-FUNCAO WS-DU-DATA
                   WS-DU-DIAS WS-DU-RESULTADO WS-DU-UTIL
               IF WS-DU-UTIL NOT = 'S'
                   COMPUTE WS-VENCIMENTO = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (WS-VENCIMENTO) - 1)
               END-IF
           END-PERFORM.

       0580-GRAVA-UMA-GUIA.
           MOVE WS-COMPETENCIA TO WS-G-COMPET.
           MOVE WS-VALOR TO WS-G-VALOR.
           MOVE WS-VENCIMENTO TO WS-G-VENCIMENTO.
           WRITE REG-GUIA FROM WS-LINHA-GUIA.
           MOVE WS-G-GUIA TO WS-GR-GUIA.
           MOVE WS-VALOR TO WS-GR-VALOR.
           MOVE WS-VENCIMENTO TO WS-GR-VENCIMENTO.
           WRITE REG-RELAT FROM WS-LINHA-GUIA-RLT.

       0900-FINALIZA.
           DISPLAY 'LINHAS DA FOLHA NA COMPETENCIA: ' WS-CT-LINHAS.
           DISPLAY 'FUNCIONARIOS COM ENCARGOS.....: ' WS-CT-FUNC-FOLHA.
           DISPLAY 'DEPOSITO DO FGTS..............: ' WS-TOT-FGTS.
           DISPLAY 'GUIA DO INSS..................: ' WS-TOT-GUIA-INSS.
           DISPLAY 'IRRF RETIDO...................: ' WS-TOT-IRRF.
           DISPLAY 'CUSTO TOTAL DE PESSOAL........: ' WS-TOT-CUSTO.
           IF WS-CT-SEM-CADASTRO > ZEROS OR WS-CT-FORA-DEPTS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM ENCARGOS-FOLHA.
