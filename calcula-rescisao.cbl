      ******************************************************************
      * Author:
      * Date:
      * Purpose: Calculo da rescisao do contrato de trabalho - o
      *  MANTEM-FUNCIONARIOS grava a data de desligamento, a FOLHA
      *  deixa de pagar e o acerto final saia de planilha. O operador
      *  informa o CPF (ja com a data de desligamento no
      *  funcionario.csv), o tipo de rescisao (S sem justa causa, J
      *  justa causa, P pedido de demissao, A acordo), o aviso previo
      *  (T trabalhado, I indenizado, D nao cumprido pelo empregado -
      *  descontado), a data de admissao, os periodos de ferias
      *  vencidas nao gozadas e o saldo do FGTS para fins
      *  rescisorios. Saem o saldo de salario, o aviso previo (30
      *  dias mais 3 por ano de casa, ate 90; metade no acordo), o 13o
      *  proporcional, as ferias vencidas e proporcionais com o terco
      *  e a multa do FGTS (40% sem justa causa, 20% no acordo). O
      *  aviso indenizado projeta o fim do contrato para os avos de
      *  13o e ferias. INSS e IRRF pelas mesmas tabelas da FOLHA, em
      *  tres bases: saldo e aviso, 13o, ferias. A multa do FGTS vai
      *  para a conta vinculada, sai no termo mas nao no liquido.
      *  Confirmado, o termo vai para o arquivo de termos, o resultado
      *  para o historico da folha (competencia do desligamento, para
      *  o INFORME-RENDIMENTOS), a rescisao para o registro de
      *  rescisoes (que barra o calculo repetido) e a parte do
      *  funcionario na provisao de ferias e 13o do ano sai do
      *  acumulado do departamento no PROVISAO-ACUM.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULA-RESCISAO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT FUNCIONARIOS ASSIGN TO WS-ARQ-FUNC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FUNC.

               SELECT OPTIONAL INSS-TAB ASSIGN TO WS-ARQ-INSS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INSS.

               SELECT OPTIONAL IRRF-TAB ASSIGN TO WS-ARQ-IRRF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IRRF.

               SELECT FOLHA-HISTORICO ASSIGN TO WS-ARQ-HISTORICO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORICO.

               SELECT OPTIONAL PROVISAO-ACUM ASSIGN TO WS-ARQ-ACUM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACUM.

               SELECT OPTIONAL RESCISOES-REG ASSIGN TO WS-ARQ-REGISTRO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGISTRO.

               SELECT RESCISAO-TERMO ASSIGN TO WS-ARQ-TERMO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TERMO.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           FD FUNCIONARIOS.
           01 REGISTRO                 PIC X(60).

           FD INSS-TAB.
           01 REG-INSS                 PIC X(30).

           FD IRRF-TAB.
           01 REG-IRRF                 PIC X(40).

           FD FOLHA-HISTORICO.
           01 REG-HISTORICO            PIC X(60).

           FD PROVISAO-ACUM.
           01 REG-ACUM                 PIC X(45).

      * REGISTRO DE RESCISOES (APPEND-ONLY): CPF;DESLIGAMENTO;TIPO;
      *  AVISO;DATA DO CALCULO;BRUTO;LIQUIDO;MULTA FGTS
           FD RESCISOES-REG.
           01 REG-RESCISAO             PIC X(80).

           FD RESCISAO-TERMO.
           01 REG-TERMO                PIC X(70).

       WORKING-STORAGE SECTION.
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      *  EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG)
           01 WS-CAMINHOS.
               05 WS-ARQ-FUNC          PIC X(80) VALUE
                   "C:\exe-cobol\funcionario.csv".
               05 WS-ARQ-INSS          PIC X(80) VALUE
                   "C:\exe-cobol\inss-tab.dat".
               05 WS-ARQ-IRRF          PIC X(80) VALUE
                   "C:\exe-cobol\irrf-tab.dat".
               05 WS-ARQ-HISTORICO     PIC X(80) VALUE
                   "C:\exe-cobol\folha-historico.txt".
               05 WS-ARQ-ACUM          PIC X(80) VALUE
                   "C:\exe-cobol\provisao-acum.txt".
               05 WS-ARQ-REGISTRO      PIC X(80) VALUE
                   "C:\exe-cobol\rescisoes-registro.txt".
               05 WS-ARQ-TERMO         PIC X(80) VALUE
                   "C:\exe-cobol\rescisoes-termos.txt".

           01 WS-CFG-CHAMADA.
               05 WS-CFG-LOGICO        PIC X(20).
               05 WS-CFG-CAMINHO       PIC X(80).
               05 WS-CFG-ACHOU         PIC X(01).

           01 WS-STATUS.
               05 WS-FS-FUNC           PIC 9(02).
               05 WS-FS-INSS           PIC 9(02).
               05 WS-FS-IRRF           PIC 9(02).
               05 WS-FS-HISTORICO      PIC 9(02).
               05 WS-FS-ACUM           PIC 9(02).
               05 WS-FS-REGISTRO       PIC 9(02).
               05 WS-FS-TERMO          PIC 9(02).

      * O SALARIO DO CSV E DIGITOS COM DECIMAL IMPLICITO, COMO A
      *  FOLHA LE - O UNSTRING RECEBE DIRETO NO CAMPO 9(05)V99
           01 WS-CAMPOS-CSV.
               05 WS-C-CPF             PIC X(11).
               05 WS-C-NOME            PIC X(10).
               05 WS-C-DEPT            PIC X(10).
               05 WS-C-CONTA-TX        PIC X(05).
               05 WS-C-DESLIG-TX       PIC X(08).
           01 WS-SALARIO               PIC 9(05)V99 VALUE ZEROS.

           01 WS-FUNCIONARIO.
               05 WS-F-CPF             PIC X(11).
               05 WS-F-NOME            PIC X(10).
               05 WS-F-DEPT            PIC X(10).
               05 WS-F-SALARIO         PIC 9(05)V99.
               05 WS-F-DESLIG          PIC 9(08).

           01 WS-TAB-INSS.
               05 WS-CNT-INSS          PIC 9(02) VALUE ZEROS.
               05 WS-INSS-ITEM OCCURS 10 TIMES
                                 INDEXED BY WS-IDX-INSS.
                   10 WS-INSS-TETO     PIC 9(07)V99.
                   10 WS-INSS-ALIQ     PIC 9(02)V99.

           01 WS-TAB-IRRF.
               05 WS-CNT-IRRF          PIC 9(02) VALUE ZEROS.
               05 WS-IRRF-ITEM OCCURS 10 TIMES
                                 INDEXED BY WS-IDX-IRRF.
                   10 WS-IRRF-TETO     PIC 9(07)V99.
                   10 WS-IRRF-ALIQ     PIC 9(02)V99.
                   10 WS-IRRF-DEDUZIR  PIC 9(05)V99.

           01 WS-PARAM-TAB.
               05 WS-P-TXT1            PIC X(12).
               05 WS-P-TXT2            PIC X(12).
               05 WS-P-TXT3            PIC X(12).

      * DADOS INFORMADOS PELO OPERADOR
           01 WS-ENTRADA.
               05 WS-CPF-PEDIDO        PIC X(11).
               05 WS-TIPO              PIC X(01).
                   88 WS-SEM-JUSTA-CAUSA     VALUE 'S'.
                   88 WS-JUSTA-CAUSA         VALUE 'J'.
                   88 WS-PEDIDO-DEMISSAO     VALUE 'P'.
                   88 WS-ACORDO              VALUE 'A'.
                   88 WS-TIPO-VALIDO         VALUE 'S' 'J' 'P' 'A'.
               05 WS-AVISO             PIC X(01).
                   88 WS-AVISO-TRABALHADO    VALUE 'T'.
                   88 WS-AVISO-INDENIZADO    VALUE 'I'.
                   88 WS-AVISO-DESCONTADO    VALUE 'D'.
                   88 WS-AVISO-VALIDO        VALUE 'T' 'I' 'D'.
               05 WS-DATA-ADMISSAO     PIC 9(08).
               05 WS-FERIAS-VENCIDAS   PIC 9(01).
               05 WS-SALDO-FGTS-TX     PIC X(12).
               05 WS-SALDO-FGTS        PIC 9(07)V99.
               05 WS-CONFIRMA          PIC X(01).

      * CONTAGEM DE MESES ENTRE DUAS DATAS: MESES COMPLETOS E, PARA
      *  OS AVOS, MAIS UM QUANDO A FRACAO FINAL TEM 15 DIAS OU MAIS
           01 WS-CONTA-MESES.
               05 WS-MS-INICIO         PIC 9(08).
               05 WS-MS-INICIO-R REDEFINES WS-MS-INICIO.
                   10 WS-MS-I-ANO      PIC 9(04).
                   10 WS-MS-I-MES      PIC 9(02).
                   10 WS-MS-I-DIA      PIC 9(02).
               05 WS-MS-FIM            PIC 9(08).
               05 WS-MS-FIM-R REDEFINES WS-MS-FIM.
                   10 WS-MS-F-ANO      PIC 9(04).
                   10 WS-MS-F-MES      PIC 9(02).
                   10 WS-MS-F-DIA      PIC 9(02).
               05 WS-MS-ANCORA         PIC 9(08).
               05 WS-MS-ANCORA-R REDEFINES WS-MS-ANCORA.
                   10 WS-MS-A-ANO      PIC 9(04).
                   10 WS-MS-A-MES      PIC 9(02).
                   10 WS-MS-A-DIA      PIC 9(02).
               05 WS-MS-COMPLETOS      PIC S9(04).
               05 WS-MS-AVOS           PIC 9(04).
               05 WS-MS-TOTAL          PIC 9(06).
               05 WS-MS-RESTO          PIC S9(05).
               05 WS-MS-DIAS-MES       PIC 9(02).
               05 WS-MS-PROX-MES       PIC 9(08).

      * DATAS E CONTAGENS DA RESCISAO
           01 WS-DATAS.
               05 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
               05 WS-FIM-PROJETADO     PIC 9(08) VALUE ZEROS.
               05 WS-FIM-PROJETADO-R REDEFINES WS-FIM-PROJETADO.
                   10 WS-FIM-ANO       PIC 9(04).
                   10 WS-FIM-MMDD      PIC 9(04).
               05 WS-INICIO-13O        PIC 9(08) VALUE ZEROS.
               05 WS-INICIO-FERIAS     PIC 9(08) VALUE ZEROS.
               05 WS-ANOS-CASA         PIC 9(02) VALUE ZEROS.
               05 WS-DIAS-AVISO        PIC 9(03) VALUE ZEROS.
               05 WS-DIAS-SALDO        PIC 9(02) VALUE ZEROS.
               05 WS-AVOS-13O          PIC 9(02) VALUE ZEROS.
               05 WS-AVOS-FERIAS       PIC 9(02) VALUE ZEROS.
               05 WS-MESES-PROVISAO    PIC 9(02) VALUE ZEROS.

      * VERBAS DA RESCISAO
           01 WS-VERBAS.
               05 WS-V-SALDO           PIC 9(06)V99 VALUE ZEROS.
               05 WS-V-AVISO           PIC 9(06)V99 VALUE ZEROS.
               05 WS-V-DESC-AVISO      PIC 9(06)V99 VALUE ZEROS.
               05 WS-V-13O             PIC 9(06)V99 VALUE ZEROS.
               05 WS-V-FER-VENCIDAS    PIC 9(06)V99 VALUE ZEROS.
               05 WS-V-FER-PROPORC     PIC 9(06)V99 VALUE ZEROS.
               05 WS-V-TERCO           PIC 9(06)V99 VALUE ZEROS.
               05 WS-V-MULTA-FGTS      PIC 9(07)V99 VALUE ZEROS.
               05 WS-PCT-MULTA         PIC 9(02) VALUE ZEROS.

      * CADA BASE (1 SALDO E AVISO, 2 13O, 3 FERIAS) COM O SEU INSS
      *  E O SEU IRRF
           01 WS-TAB-BASES.
               05 WS-BASE-ITEM OCCURS 3 TIMES INDEXED BY WS-IDX-BASE.
                   10 WS-B-VALOR       PIC 9(06)V99.
                   10 WS-B-INSS        PIC 9(06)V99.
                   10 WS-B-IRRF        PIC 9(06)V99.
           01 WS-CALCULO.
               05 WS-BASE-CALC         PIC 9(06)V99 VALUE ZEROS.
               05 WS-INSS              PIC 9(06)V99 VALUE ZEROS.
               05 WS-BASE-IRRF         PIC 9(06)V99 VALUE ZEROS.
               05 WS-IRRF              PIC S9(06)V99 VALUE ZEROS.
               05 WS-TOT-BRUTO         PIC 9(07)V99 VALUE ZEROS.
               05 WS-TOT-INSS          PIC 9(07)V99 VALUE ZEROS.
               05 WS-TOT-IRRF          PIC 9(07)V99 VALUE ZEROS.
               05 WS-TOT-DESCONTOS     PIC 9(07)V99 VALUE ZEROS.
               05 WS-TOT-LIQUIDO       PIC 9(07)V99 VALUE ZEROS.
               05 WS-PROV-FERIAS       PIC 9(07)V99 VALUE ZEROS.
               05 WS-PROV-13O          PIC 9(07)V99 VALUE ZEROS.
               05 WS-PROV-MES-FER      PIC 9(06)V99 VALUE ZEROS.
               05 WS-PROV-MES-13O      PIC 9(06)V99 VALUE ZEROS.

      * ACUMULADO DE PROVISAO POR DEPARTAMENTO, EM MEMORIA PARA A
      *  REGRAVACAO SEM A PARTE DO DESLIGADO
           01 WS-TAB-ACUM.
               05 WS-CNT-ACUM          PIC 9(02) VALUE ZEROS.
               05 WS-ACUM-ITEM OCCURS 60 TIMES INDEXED BY WS-IDX-ACUM.
                   10 WS-T-ACUM        PIC X(45).
      * OS VALORES SAO GRAVADOS COMO 9(09)V99 SEM PONTO: LIDOS PELA
      *  POSICAO, NA MESMA PICTURE
           01 WS-CAMPOS-ACUM.
               05 WS-A-DEPT            PIC X(10).
               05 WS-A-ANO-TX          PIC X(04).
               05 WS-A-FERIAS-TX       PIC X(12).
               05 WS-A-FERIAS-R REDEFINES WS-A-FERIAS-TX.
                   10 WS-A-FERIAS      PIC 9(09)V99.
                   10 FILLER           PIC X(01).
               05 WS-A-13O-TX          PIC X(12).
               05 WS-A-13O-R REDEFINES WS-A-13O-TX.
                   10 WS-A-13O         PIC 9(09)V99.
                   10 FILLER           PIC X(01).
           01 WS-LINHA-ACUM.
               05 WS-AC-DEPT           PIC X(10).
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-AC-ANO            PIC 9(04).
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-AC-FERIAS         PIC 9(09)V99.
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-AC-13O            PIC 9(09)V99.

      * MESMA LINHA DE HISTORICO DA FOLHA, COM O PONTO DECIMAL
      *  EXPLICITO PARA OS LEITORES QUE USAM NUMVAL
           01 WS-LINHA-HISTORICO.
               05 WS-H-COMPET          PIC 9(06).
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-H-CPF             PIC X(11).
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-H-BRUTO           PIC 9(06).99.
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-H-INSS            PIC 9(06).99.
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-H-IRRF            PIC 9(06).99.
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-H-LIQUIDO         PIC 9(06).99.

           01 WS-CAMPOS-REGISTRO.
               05 WS-RG-CPF            PIC X(11).
               05 WS-RG-DESLIG-TX      PIC X(08).
           01 WS-LINHA-REGISTRO.
               05 WS-RR-CPF            PIC X(11).
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-RR-DESLIG         PIC 9(08).
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-RR-TIPO           PIC X(01).
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-RR-AVISO          PIC X(01).
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-RR-DATA           PIC 9(08).
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-RR-BRUTO          PIC 9(07).99.
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-RR-LIQUIDO        PIC 9(07).99.
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-RR-MULTA          PIC 9(07).99.

           01 WS-LINHA-VERBA.
               05 WS-LV-ROTULO         PIC X(34).
               05 WS-LV-REFER          PIC X(08).
               05 WS-LV-VALOR          PIC Z,ZZZ,ZZ9.99.

           01 AUX.
               05 WS-EOF               PIC X(01) VALUE 'N'.
               05 WS-ACHOU             PIC X(01) VALUE 'N'.
               05 WS-JA-CALCULADA      PIC X(01) VALUE 'N'.
               05 WS-ED-DIAS           PIC ZZ9.
               05 WS-ED-AVOS           PIC Z9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0005-RESOLVE-CAMINHOS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0050-CARREGA-TABELAS.
           PERFORM 0100-PEDE-DADOS.
           PERFORM 0300-CALCULA-VERBAS.
           PERFORM 0400-CALCULA-DESCONTOS.
           PERFORM 0500-MOSTRA-RESUMO.
           DISPLAY 'CONFIRMA A RESCISAO (S/N)? '.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
               PERFORM 0600-IMPRIME-TERMO
               PERFORM 0700-GRAVA-HISTORICO
               PERFORM 0750-GRAVA-REGISTRO
               PERFORM 0800-BAIXA-PROVISAO
               DISPLAY 'RESCISAO GRAVADA'
           ELSE
               DISPLAY 'RESCISAO NAO GRAVADA'
           END-IF.
           STOP RUN.

       0005-RESOLVE-CAMINHOS.
           MOVE 'FUNCIONARIO-CSV' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-FUNC
           END-IF.
           MOVE 'INSS-TAB' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-INSS
           END-IF.
           MOVE 'IRRF-TAB' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-IRRF
           END-IF.
           MOVE 'FOLHA-HISTORICO' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-HISTORICO
           END-IF.
           MOVE 'PROVISAO-ACUM' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-ACUM
           END-IF.
           MOVE 'RESCISOES-REG' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-REGISTRO
           END-IF.
           MOVE 'RESCISAO-TERMO' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-TERMO
           END-IF.

       0006-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.

      * FAIXAS DE INSS (TETO;ALIQUOTA) E IRRF (TETO;ALIQUOTA;PARCELA
      *  A DEDUZIR) DOS MESMOS ARQUIVOS DE PARAMETROS DA FOLHA
       0050-CARREGA-TABELAS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT INSS-TAB.
           PERFORM UNTIL WS-EOF = 'S'
               READ INSS-TAB
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       UNSTRING REG-INSS DELIMITED BY ';'
                           INTO WS-P-TXT1 WS-P-TXT2
                       END-UNSTRING
                       IF WS-CNT-INSS < 10
                           ADD 1 TO WS-CNT-INSS
                           SET WS-IDX-INSS TO WS-CNT-INSS
                           COMPUTE WS-INSS-TETO (WS-IDX-INSS) =
                               FUNCTION NUMVAL (WS-P-TXT1)
                           COMPUTE WS-INSS-ALIQ (WS-IDX-INSS) =
                               FUNCTION NUMVAL (WS-P-TXT2)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INSS-TAB.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT IRRF-TAB.
           PERFORM UNTIL WS-EOF = 'S'
               READ IRRF-TAB
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       UNSTRING REG-IRRF DELIMITED BY ';'
                           INTO WS-P-TXT1 WS-P-TXT2 WS-P-TXT3
                       END-UNSTRING
                       IF WS-CNT-IRRF < 10
                           ADD 1 TO WS-CNT-IRRF
                           SET WS-IDX-IRRF TO WS-CNT-IRRF
                           COMPUTE WS-IRRF-TETO (WS-IDX-IRRF) =
                               FUNCTION NUMVAL (WS-P-TXT1)
                           COMPUTE WS-IRRF-ALIQ (WS-IDX-IRRF) =
                               FUNCTION NUMVAL (WS-P-TXT2)
                           COMPUTE WS-IRRF-DEDUZIR (WS-IDX-IRRF) =
                               FUNCTION NUMVAL (WS-P-TXT3)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE IRRF-TAB.

       0100-PEDE-DADOS.
           DISPLAY 'RESCISAO DE CONTRATO DE TRABALHO'.
           DISPLAY 'CPF: '.
           ACCEPT WS-CPF-PEDIDO.
           PERFORM 0150-BUSCA-FUNCIONARIO.
           IF WS-ACHOU = 'N'
               DISPLAY 'CPF NAO ENCONTRADO NO FUNCIONARIO.CSV'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-F-DESLIG = ZEROS
               DISPLAY 'FUNCIONARIO SEM DATA DE DESLIGAMENTO - '
                   'REGISTRE O DESLIGAMENTO NO MANTEM-FUNCIONARIOS'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0170-VERIFICA-REGISTRO.
           IF WS-JA-CALCULADA = 'S'
               DISPLAY 'RESCISAO JA CALCULADA PARA ESTE DESLIGAMENTO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'FUNCIONARIO: ' WS-F-NOME ' DEPTO ' WS-F-DEPT
               ' DESLIGAMENTO ' WS-F-DESLIG.
           MOVE SPACE TO WS-TIPO.
           PERFORM UNTIL WS-TIPO-VALIDO
               DISPLAY 'TIPO (S SEM JUSTA CAUSA, J JUSTA CAUSA, '
                   'P PEDIDO DE DEMISSAO, A ACORDO): '
               ACCEPT WS-TIPO
           END-PERFORM.
           IF WS-JUSTA-CAUSA
               MOVE 'T' TO WS-AVISO
           ELSE
               MOVE SPACE TO WS-AVISO
               PERFORM UNTIL WS-AVISO-VALIDO
                   DISPLAY 'AVISO PREVIO (T TRABALHADO, I INDENIZADO, '
                       'D NAO CUMPRIDO - DESCONTADO): '
                   ACCEPT WS-AVISO
               END-PERFORM
           END-IF.
           MOVE ZEROS TO WS-DATA-ADMISSAO.
           PERFORM UNTIL WS-DATA-ADMISSAO > ZEROS
                     AND WS-DATA-ADMISSAO < WS-F-DESLIG
               DISPLAY 'DATA DE ADMISSAO (AAAAMMDD): '
               ACCEPT WS-DATA-ADMISSAO
           END-PERFORM.
           DISPLAY 'PERIODOS DE FERIAS VENCIDAS NAO GOZADAS (0-2): '.
           ACCEPT WS-FERIAS-VENCIDAS.
           IF WS-FERIAS-VENCIDAS > 2
               MOVE 2 TO WS-FERIAS-VENCIDAS
           END-IF.
           MOVE ZEROS TO WS-SALDO-FGTS.
           IF WS-SEM-JUSTA-CAUSA OR WS-ACORDO
               DISPLAY 'SALDO DO FGTS PARA FINS RESCISORIOS: '
               ACCEPT WS-SALDO-FGTS-TX
               COMPUTE WS-SALDO-FGTS =
                   FUNCTION NUMVAL (WS-SALDO-FGTS-TX)
           END-IF.

       0150-BUSCA-FUNCIONARIO.
           MOVE 'N' TO WS-ACHOU.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT FUNCIONARIOS.
           IF WS-FS-FUNC NOT = 00
               DISPLAY 'FUNCIONARIO.CSV NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF = 'S' OR WS-ACHOU = 'S'
               READ FUNCIONARIOS
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-CAMPOS-CSV
                       MOVE ZEROS TO WS-SALARIO
                       UNSTRING REGISTRO DELIMITED BY ','
                           INTO WS-C-CPF WS-C-NOME WS-C-DEPT
                                WS-SALARIO WS-C-CONTA-TX
                                WS-C-DESLIG-TX
                       END-UNSTRING
                       IF WS-C-CPF = WS-CPF-PEDIDO
                           MOVE 'S' TO WS-ACHOU
                           MOVE WS-C-CPF TO WS-F-CPF
                           MOVE WS-C-NOME TO WS-F-NOME
                           MOVE WS-C-DEPT TO WS-F-DEPT
                           MOVE WS-SALARIO TO WS-F-SALARIO
                           MOVE ZEROS TO WS-F-DESLIG
                           IF WS-C-DESLIG-TX NOT = SPACES
                               COMPUTE WS-F-DESLIG =
                                   FUNCTION NUMVAL (WS-C-DESLIG-TX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FUNCIONARIOS.

       0170-VERIFICA-REGISTRO.
           MOVE 'N' TO WS-JA-CALCULADA.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT RESCISOES-REG.
           PERFORM UNTIL WS-EOF = 'S'
               READ RESCISOES-REG
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-CAMPOS-REGISTRO
                       UNSTRING REG-RESCISAO DELIMITED BY ';'
                           INTO WS-RG-CPF WS-RG-DESLIG-TX
                       END-UNSTRING
                       IF WS-RG-CPF = WS-F-CPF
                          AND FUNCTION NUMVAL (WS-RG-DESLIG-TX) =
                              WS-F-DESLIG
                           MOVE 'S' TO WS-JA-CALCULADA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RESCISOES-REG.

      *----------------------------------------------------------------*
      * VERBAS: SALDO DE SALARIO (DIAS DO MES ATE O DESLIGAMENTO, NO
      * MES COMERCIAL DE 30 DIAS), AVISO, 13O E FERIAS PELOS AVOS, E
      * A MULTA DO FGTS
      *----------------------------------------------------------------*
       0300-CALCULA-VERBAS.
           MOVE WS-DATA-ADMISSAO TO WS-MS-INICIO.
           MOVE WS-F-DESLIG TO WS-MS-FIM.
           PERFORM 0900-CONTA-MESES.
           COMPUTE WS-ANOS-CASA = WS-MS-COMPLETOS / 12.
           MOVE WS-F-DESLIG (7:2) TO WS-DIAS-SALDO.
           IF WS-DIAS-SALDO > 30
               MOVE 30 TO WS-DIAS-SALDO
           END-IF.
           COMPUTE WS-V-SALDO ROUNDED =
               WS-F-SALARIO / 30 * WS-DIAS-SALDO.
      * AVISO: 30 DIAS MAIS 3 POR ANO DE CASA (ATE 90) QUANDO A
      *  EMPRESA DISPENSA; 30 DIAS NO PEDIDO DE DEMISSAO; METADE DO
      *  INDENIZADO NO ACORDO
           EVALUATE TRUE
               WHEN WS-SEM-JUSTA-CAUSA OR WS-ACORDO
                   COMPUTE WS-DIAS-AVISO = 30 + 3 * WS-ANOS-CASA
                   IF WS-DIAS-AVISO > 90
                       MOVE 90 TO WS-DIAS-AVISO
                   END-IF
                   IF WS-ACORDO AND WS-AVISO-INDENIZADO
                       COMPUTE WS-DIAS-AVISO = WS-DIAS-AVISO / 2
                   END-IF
               WHEN WS-PEDIDO-DEMISSAO
                   MOVE 30 TO WS-DIAS-AVISO
               WHEN OTHER
                   MOVE ZEROS TO WS-DIAS-AVISO
           END-EVALUATE.
           MOVE WS-F-DESLIG TO WS-FIM-PROJETADO.
           IF WS-AVISO-INDENIZADO
               IF WS-SEM-JUSTA-CAUSA OR WS-ACORDO
                   COMPUTE WS-V-AVISO ROUNDED =
                       WS-F-SALARIO / 30 * WS-DIAS-AVISO
                   COMPUTE WS-FIM-PROJETADO = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (WS-F-DESLIG)
                        + WS-DIAS-AVISO)
               END-IF
           END-IF.
           IF WS-AVISO-DESCONTADO AND WS-PEDIDO-DEMISSAO
               COMPUTE WS-V-DESC-AVISO ROUNDED =
                   WS-F-SALARIO / 30 * WS-DIAS-AVISO
           END-IF.
      * 13O: AVOS DO ANO DO FIM (PROJETADO), DESDE 1O DE JANEIRO OU
      *  DESDE A ADMISSAO; NA JUSTA CAUSA NAO HA 13O PROPORCIONAL
           COMPUTE WS-INICIO-13O = WS-FIM-ANO * 10000 + 101.
           IF WS-DATA-ADMISSAO > WS-INICIO-13O
               MOVE WS-DATA-ADMISSAO TO WS-INICIO-13O
           END-IF.
           MOVE WS-INICIO-13O TO WS-MS-INICIO.
           MOVE WS-FIM-PROJETADO TO WS-MS-FIM.
           PERFORM 0900-CONTA-MESES.
           MOVE WS-MS-AVOS TO WS-AVOS-13O.
      * OS MESES DA PROVISAO DO ANO SAO OS AVOS SEM A PROJECAO
           MOVE WS-F-DESLIG TO WS-MS-FIM.
           PERFORM 0900-CONTA-MESES.
           MOVE WS-MS-AVOS TO WS-MESES-PROVISAO.
           IF WS-JUSTA-CAUSA
               MOVE ZEROS TO WS-AVOS-13O
           END-IF.
           COMPUTE WS-V-13O ROUNDED =
               WS-F-SALARIO / 12 * WS-AVOS-13O.
      * FERIAS: AS VENCIDAS INTEIRAS E AS PROPORCIONAIS PELOS AVOS DO
      *  PERIODO AQUISITIVO EM CURSO (DESDE O ULTIMO ANIVERSARIO DA
      *  ADMISSAO), COM O TERCO; NA JUSTA CAUSA SO AS VENCIDAS
           MOVE WS-DATA-ADMISSAO TO WS-INICIO-FERIAS.
           MOVE WS-FIM-ANO TO WS-INICIO-FERIAS (1:4).
           IF WS-INICIO-FERIAS (5:4) = '0229'
               SUBTRACT 1 FROM WS-INICIO-FERIAS
           END-IF.
           IF WS-INICIO-FERIAS > WS-FIM-PROJETADO
               SUBTRACT 10000 FROM WS-INICIO-FERIAS
           END-IF.
           IF WS-INICIO-FERIAS < WS-DATA-ADMISSAO
               MOVE WS-DATA-ADMISSAO TO WS-INICIO-FERIAS
           END-IF.
           MOVE WS-INICIO-FERIAS TO WS-MS-INICIO.
           MOVE WS-FIM-PROJETADO TO WS-MS-FIM.
           PERFORM 0900-CONTA-MESES.
           MOVE WS-MS-AVOS TO WS-AVOS-FERIAS.
           IF WS-JUSTA-CAUSA
               MOVE ZEROS TO WS-AVOS-FERIAS
           END-IF.
           COMPUTE WS-V-FER-VENCIDAS =
               WS-F-SALARIO * WS-FERIAS-VENCIDAS.
           COMPUTE WS-V-FER-PROPORC ROUNDED =
               WS-F-SALARIO / 12 * WS-AVOS-FERIAS.
           COMPUTE WS-V-TERCO ROUNDED =
               (WS-V-FER-VENCIDAS + WS-V-FER-PROPORC) / 3.
      * MULTA DO FGTS: 40% SEM JUSTA CAUSA, 20% NO ACORDO
           EVALUATE TRUE
               WHEN WS-SEM-JUSTA-CAUSA
                   MOVE 40 TO WS-PCT-MULTA
               WHEN WS-ACORDO
                   MOVE 20 TO WS-PCT-MULTA
               WHEN OTHER
                   MOVE ZEROS TO WS-PCT-MULTA
           END-EVALUATE.
           COMPUTE WS-V-MULTA-FGTS ROUNDED =
               WS-SALDO-FGTS * WS-PCT-MULTA / 100.

      *----------------------------------------------------------------*
      * INSS E IRRF EM TRES BASES, PELA MESMA REGRA DA FOLHA: O INSS
      * DA FAIXA CUJO TETO COMPORTA A BASE, O IRRF DA FAIXA DA BASE
      * MENOS O INSS, COM A PARCELA A DEDUZIR
      *----------------------------------------------------------------*
       0400-CALCULA-DESCONTOS.
           IF WS-V-SALDO + WS-V-AVISO > WS-V-DESC-AVISO
               COMPUTE WS-B-VALOR (1) =
                   WS-V-SALDO + WS-V-AVISO - WS-V-DESC-AVISO
           ELSE
               MOVE ZEROS TO WS-B-VALOR (1)
           END-IF.
           MOVE WS-V-13O TO WS-B-VALOR (2).
           COMPUTE WS-B-VALOR (3) = WS-V-FER-VENCIDAS
               + WS-V-FER-PROPORC + WS-V-TERCO.
           MOVE ZEROS TO WS-TOT-INSS WS-TOT-IRRF WS-TOT-BRUTO.
           PERFORM VARYING WS-IDX-BASE FROM 1 BY 1
                   UNTIL WS-IDX-BASE > 3
               MOVE WS-B-VALOR (WS-IDX-BASE) TO WS-BASE-CALC
               PERFORM 0450-INSS-IRRF
               MOVE WS-INSS TO WS-B-INSS (WS-IDX-BASE)
               MOVE WS-IRRF TO WS-B-IRRF (WS-IDX-BASE)
               ADD WS-B-VALOR (WS-IDX-BASE) TO WS-TOT-BRUTO
               ADD WS-INSS TO WS-TOT-INSS
               ADD WS-IRRF TO WS-TOT-IRRF
           END-PERFORM.
           COMPUTE WS-TOT-DESCONTOS = WS-TOT-INSS + WS-TOT-IRRF.
           COMPUTE WS-TOT-LIQUIDO = WS-TOT-BRUTO - WS-TOT-DESCONTOS.

       0450-INSS-IRRF.
           MOVE ZEROS TO WS-INSS.
           PERFORM VARYING WS-IDX-INSS FROM 1 BY 1
                   UNTIL WS-IDX-INSS > WS-CNT-INSS
               IF WS-BASE-CALC <= WS-INSS-TETO (WS-IDX-INSS)
                  AND WS-INSS = ZEROS
                   COMPUTE WS-INSS ROUNDED = WS-BASE-CALC *
                       WS-INSS-ALIQ (WS-IDX-INSS) / 100
               END-IF
           END-PERFORM.
           COMPUTE WS-BASE-IRRF = WS-BASE-CALC - WS-INSS.
           MOVE ZEROS TO WS-IRRF.
           PERFORM VARYING WS-IDX-IRRF FROM 1 BY 1
                   UNTIL WS-IDX-IRRF > WS-CNT-IRRF
               IF WS-BASE-IRRF <= WS-IRRF-TETO (WS-IDX-IRRF)
                  AND WS-IRRF = ZEROS
                   COMPUTE WS-IRRF ROUNDED = (WS-BASE-IRRF *
                       WS-IRRF-ALIQ (WS-IDX-IRRF) / 100) -
                       WS-IRRF-DEDUZIR (WS-IDX-IRRF)
                   IF WS-IRRF < ZEROS
                       MOVE ZEROS TO WS-IRRF
                   END-IF
               END-IF
           END-PERFORM.

       0500-MOSTRA-RESUMO.
           DISPLAY 'SALDO DE SALARIO......: ' WS-V-SALDO.
           DISPLAY 'AVISO PREVIO..........: ' WS-V-AVISO.
           DISPLAY 'DESCONTO DO AVISO.....: ' WS-V-DESC-AVISO.
           DISPLAY '13O PROPORCIONAL......: ' WS-V-13O.
           DISPLAY 'FERIAS VENCIDAS.......: ' WS-V-FER-VENCIDAS.
           DISPLAY 'FERIAS PROPORCIONAIS..: ' WS-V-FER-PROPORC.
           DISPLAY 'TERCO DE FERIAS.......: ' WS-V-TERCO.
           DISPLAY 'INSS..................: ' WS-TOT-INSS.
           DISPLAY 'IRRF..................: ' WS-TOT-IRRF.
           DISPLAY 'LIQUIDO A PAGAR.......: ' WS-TOT-LIQUIDO.
           DISPLAY 'MULTA FGTS (DEPOSITO).: ' WS-V-MULTA-FGTS.

      *----------------------------------------------------------------*
      * TERMO DE RESCISAO, ACRESCENTADO AO ARQUIVO DE TERMOS
      *----------------------------------------------------------------*
       0600-IMPRIME-TERMO.
           OPEN EXTEND RESCISAO-TERMO.
           IF WS-FS-TERMO = 35
               OPEN OUTPUT RESCISAO-TERMO
           END-IF.
           MOVE ALL '=' TO REG-TERMO.
           WRITE REG-TERMO.
           MOVE 'TERMO DE RESCISAO DO CONTRATO DE TRABALHO'
               TO REG-TERMO.
           WRITE REG-TERMO.
           MOVE SPACES TO REG-TERMO.
           STRING 'EMPREGADO: ' WS-F-NOME '  CPF: ' WS-F-CPF
               '  DEPTO: ' WS-F-DEPT DELIMITED BY SIZE INTO REG-TERMO.
           WRITE REG-TERMO.
           MOVE SPACES TO REG-TERMO.
           STRING 'ADMISSAO: ' WS-DATA-ADMISSAO '  DESLIGAMENTO: '
               WS-F-DESLIG '  FIM PROJETADO: ' WS-FIM-PROJETADO
               DELIMITED BY SIZE INTO REG-TERMO.
           WRITE REG-TERMO.
           MOVE SPACES TO REG-TERMO.
           EVALUATE TRUE
               WHEN WS-SEM-JUSTA-CAUSA
                   MOVE 'CAUSA: DISPENSA SEM JUSTA CAUSA' TO REG-TERMO
               WHEN WS-JUSTA-CAUSA
                   MOVE 'CAUSA: DISPENSA POR JUSTA CAUSA' TO REG-TERMO
               WHEN WS-PEDIDO-DEMISSAO
                   MOVE 'CAUSA: PEDIDO DE DEMISSAO' TO REG-TERMO
               WHEN WS-ACORDO
                   MOVE 'CAUSA: ACORDO ENTRE AS PARTES' TO REG-TERMO
           END-EVALUATE.
           WRITE REG-TERMO.
           MOVE SPACES TO REG-TERMO.
           MOVE WS-F-SALARIO TO WS-LV-VALOR.
           STRING 'SALARIO BASE: ' WS-LV-VALOR
               DELIMITED BY SIZE INTO REG-TERMO.
           WRITE REG-TERMO.
           MOVE ALL '-' TO REG-TERMO.
           WRITE REG-TERMO.
           MOVE 'SALDO DE SALARIO' TO WS-LV-ROTULO.
           MOVE WS-DIAS-SALDO TO WS-ED-DIAS.
           MOVE SPACES TO WS-LV-REFER.
           STRING WS-ED-DIAS ' DIAS' DELIMITED BY SIZE
               INTO WS-LV-REFER.
           MOVE WS-V-SALDO TO WS-LV-VALOR.
           WRITE REG-TERMO FROM WS-LINHA-VERBA.
           IF WS-V-AVISO > ZEROS
               MOVE 'AVISO PREVIO INDENIZADO' TO WS-LV-ROTULO
               MOVE WS-DIAS-AVISO TO WS-ED-DIAS
               MOVE SPACES TO WS-LV-REFER
               STRING WS-ED-DIAS ' DIAS' DELIMITED BY SIZE
                   INTO WS-LV-REFER
               MOVE WS-V-AVISO TO WS-LV-VALOR
               WRITE REG-TERMO FROM WS-LINHA-VERBA
           END-IF.
           IF WS-V-13O > ZEROS
               MOVE '13O SALARIO PROPORCIONAL' TO WS-LV-ROTULO
               MOVE WS-AVOS-13O TO WS-ED-AVOS
               MOVE SPACES TO WS-LV-REFER
               STRING WS-ED-AVOS '/12' DELIMITED BY SIZE
                   INTO WS-LV-REFER
               MOVE WS-V-13O TO WS-LV-VALOR
               WRITE REG-TERMO FROM WS-LINHA-VERBA
           END-IF.
           IF WS-V-FER-VENCIDAS > ZEROS
               MOVE 'FERIAS VENCIDAS' TO WS-LV-ROTULO
               MOVE SPACES TO WS-LV-REFER
               STRING WS-FERIAS-VENCIDAS ' PER.' DELIMITED BY SIZE
                   INTO WS-LV-REFER
               MOVE WS-V-FER-VENCIDAS TO WS-LV-VALOR
               WRITE REG-TERMO FROM WS-LINHA-VERBA
           END-IF.
           IF WS-V-FER-PROPORC > ZEROS
               MOVE 'FERIAS PROPORCIONAIS' TO WS-LV-ROTULO
               MOVE WS-AVOS-FERIAS TO WS-ED-AVOS
               MOVE SPACES TO WS-LV-REFER
               STRING WS-ED-AVOS '/12' DELIMITED BY SIZE
                   INTO WS-LV-REFER
               MOVE WS-V-FER-PROPORC TO WS-LV-VALOR
               WRITE REG-TERMO FROM WS-LINHA-VERBA
           END-IF.
           IF WS-V-TERCO > ZEROS
               MOVE 'TERCO CONSTITUCIONAL DE FERIAS' TO WS-LV-ROTULO
               MOVE SPACES TO WS-LV-REFER
               MOVE WS-V-TERCO TO WS-LV-VALOR
               WRITE REG-TERMO FROM WS-LINHA-VERBA
           END-IF.
           IF WS-V-DESC-AVISO > ZEROS
               MOVE '(-) AVISO PREVIO NAO CUMPRIDO' TO WS-LV-ROTULO
               MOVE WS-DIAS-AVISO TO WS-ED-DIAS
               MOVE SPACES TO WS-LV-REFER
               STRING WS-ED-DIAS ' DIAS' DELIMITED BY SIZE
                   INTO WS-LV-REFER
               MOVE WS-V-DESC-AVISO TO WS-LV-VALOR
               WRITE REG-TERMO FROM WS-LINHA-VERBA
           END-IF.
           MOVE SPACES TO WS-LV-REFER.
           MOVE '(-) INSS SALDO/AVISO' TO WS-LV-ROTULO.
           MOVE WS-B-INSS (1) TO WS-LV-VALOR.
           WRITE REG-TERMO FROM WS-LINHA-VERBA.
           MOVE '(-) IRRF SALDO/AVISO' TO WS-LV-ROTULO.
           MOVE WS-B-IRRF (1) TO WS-LV-VALOR.
           WRITE REG-TERMO FROM WS-LINHA-VERBA.
           MOVE '(-) INSS 13O SALARIO' TO WS-LV-ROTULO.
           MOVE WS-B-INSS (2) TO WS-LV-VALOR.
           WRITE REG-TERMO FROM WS-LINHA-VERBA.
           MOVE '(-) IRRF 13O SALARIO' TO WS-LV-ROTULO.
           MOVE WS-B-IRRF (2) TO WS-LV-VALOR.
           WRITE REG-TERMO FROM WS-LINHA-VERBA.
           MOVE '(-) INSS FERIAS' TO WS-LV-ROTULO.
           MOVE WS-B-INSS (3) TO WS-LV-VALOR.
           WRITE REG-TERMO FROM WS-LINHA-VERBA.
           MOVE '(-) IRRF FERIAS' TO WS-LV-ROTULO.
           MOVE WS-B-IRRF (3) TO WS-LV-VALOR.
           WRITE REG-TERMO FROM WS-LINHA-VERBA.
           MOVE ALL '-' TO REG-TERMO.
           WRITE REG-TERMO.
           MOVE 'TOTAL BRUTO' TO WS-LV-ROTULO.
           MOVE WS-TOT-BRUTO TO WS-LV-VALOR.
           WRITE REG-TERMO FROM WS-LINHA-VERBA.
           MOVE 'TOTAL DE DESCONTOS (INSS + IRRF)' TO WS-LV-ROTULO.
           MOVE WS-TOT-DESCONTOS TO WS-LV-VALOR.
           WRITE REG-TERMO FROM WS-LINHA-VERBA.
           MOVE 'LIQUIDO A PAGAR' TO WS-LV-ROTULO.
           MOVE WS-TOT-LIQUIDO TO WS-LV-VALOR.
           WRITE REG-TERMO FROM WS-LINHA-VERBA.
           IF WS-V-MULTA-FGTS > ZEROS
               MOVE 'MULTA FGTS (DEPOSITO NA CONTA)' TO WS-LV-ROTULO
               MOVE SPACES TO WS-LV-REFER
               STRING WS-PCT-MULTA '%' DELIMITED BY SIZE
                   INTO WS-LV-REFER
               MOVE WS-V-MULTA-FGTS TO WS-LV-VALOR
               WRITE REG-TERMO FROM WS-LINHA-VERBA
           END-IF.
           MOVE SPACES TO REG-TERMO.
           STRING 'CALCULADO EM ' WS-DATA-HOJE DELIMITED BY SIZE
               INTO REG-TERMO.
           WRITE REG-TERMO.
           CLOSE RESCISAO-TERMO.

      * O RESULTADO ENTRA NO HISTORICO DA FOLHA NA COMPETENCIA DO
      *  DESLIGAMENTO, E O INFORME-RENDIMENTOS SOMA COM O MES
       0700-GRAVA-HISTORICO.
           OPEN EXTEND FOLHA-HISTORICO.
           IF WS-FS-HISTORICO = 35
               OPEN OUTPUT FOLHA-HISTORICO
           END-IF.
           MOVE WS-F-DESLIG (1:6) TO WS-H-COMPET.
           MOVE WS-F-CPF TO WS-H-CPF.
           MOVE WS-TOT-BRUTO TO WS-H-BRUTO.
           MOVE WS-TOT-INSS TO WS-H-INSS.
           MOVE WS-TOT-IRRF TO WS-H-IRRF.
           MOVE WS-TOT-LIQUIDO TO WS-H-LIQUIDO.
           WRITE REG-HISTORICO FROM WS-LINHA-HISTORICO.
           CLOSE FOLHA-HISTORICO.

       0750-GRAVA-REGISTRO.
           OPEN EXTEND RESCISOES-REG.
           MOVE WS-F-CPF TO WS-RR-CPF.
           MOVE WS-F-DESLIG TO WS-RR-DESLIG.
           MOVE WS-TIPO TO WS-RR-TIPO.
           MOVE WS-AVISO TO WS-RR-AVISO.
           MOVE WS-DATA-HOJE TO WS-RR-DATA.
           MOVE WS-TOT-BRUTO TO WS-RR-BRUTO.
           MOVE WS-TOT-LIQUIDO TO WS-RR-LIQUIDO.
           MOVE WS-V-MULTA-FGTS TO WS-RR-MULTA.
           WRITE REG-RESCISAO FROM WS-LINHA-REGISTRO.
           CLOSE RESCISOES-REG.

      *----------------------------------------------------------------*
      * A PROVISAO E ACUMULADA POR DEPARTAMENTO: SAI DO ACUMULADO DO
      * ANO DO DEPARTAMENTO O QUE O PROVISAO-FOLHA LANCOU PARA O
      * DESLIGADO (AS PARCELAS MENSAIS DOS MESES DO ANO ATE O
      * DESLIGAMENTO), SEM DEIXAR O ACUMULADO NEGATIVO
      *----------------------------------------------------------------*
       0800-BAIXA-PROVISAO.
           COMPUTE WS-PROV-MES-FER ROUNDED =
               WS-F-SALARIO / 12 + WS-F-SALARIO / 36.
           COMPUTE WS-PROV-MES-13O ROUNDED = WS-F-SALARIO / 12.
           COMPUTE WS-PROV-FERIAS = WS-PROV-MES-FER * WS-MESES-PROVISAO.
           COMPUTE WS-PROV-13O = WS-PROV-MES-13O * WS-MESES-PROVISAO.
           MOVE 'N' TO WS-EOF.
           MOVE 'N' TO WS-ACHOU.
           OPEN INPUT PROVISAO-ACUM.
           PERFORM UNTIL WS-EOF = 'S'
               READ PROVISAO-ACUM
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF WS-CNT-ACUM < 60
                           ADD 1 TO WS-CNT-ACUM
                           SET WS-IDX-ACUM TO WS-CNT-ACUM
                           MOVE REG-ACUM TO WS-T-ACUM (WS-IDX-ACUM)
                           PERFORM 0810-BAIXA-DEPARTAMENTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROVISAO-ACUM.
           IF WS-ACHOU = 'S'
               OPEN OUTPUT PROVISAO-ACUM
               PERFORM VARYING WS-IDX-ACUM FROM 1 BY 1
                       UNTIL WS-IDX-ACUM > WS-CNT-ACUM
                   WRITE REG-ACUM FROM WS-T-ACUM (WS-IDX-ACUM)
               END-PERFORM
               CLOSE PROVISAO-ACUM
               DISPLAY 'PROVISAO BAIXADA - FERIAS: ' WS-PROV-FERIAS
                   ' 13O: ' WS-PROV-13O
           ELSE
               DISPLAY 'DEPARTAMENTO SEM ACUMULADO DE PROVISAO NO ANO'
           END-IF.

       0810-BAIXA-DEPARTAMENTO.
           MOVE SPACES TO WS-CAMPOS-ACUM.
           UNSTRING REG-ACUM DELIMITED BY ';'
               INTO WS-A-DEPT WS-A-ANO-TX WS-A-FERIAS-TX WS-A-13O-TX
           END-UNSTRING.
           IF WS-A-DEPT = WS-F-DEPT
              AND WS-A-ANO-TX = WS-F-DESLIG (1:4)
               MOVE 'S' TO WS-ACHOU
               MOVE WS-A-DEPT TO WS-AC-DEPT
               MOVE WS-A-ANO-TX TO WS-AC-ANO
               MOVE WS-A-FERIAS TO WS-AC-FERIAS
               MOVE WS-A-13O TO WS-AC-13O
               IF WS-AC-FERIAS > WS-PROV-FERIAS
                   SUBTRACT WS-PROV-FERIAS FROM WS-AC-FERIAS
               ELSE
                   MOVE ZEROS TO WS-AC-FERIAS
               END-IF
               IF WS-AC-13O > WS-PROV-13O
                   SUBTRACT WS-PROV-13O FROM WS-AC-13O
               ELSE
                   MOVE ZEROS TO WS-AC-13O
               END-IF
               MOVE WS-LINHA-ACUM TO WS-T-ACUM (WS-IDX-ACUM)
           END-IF.

      * MESES ENTRE WS-MS-INICIO E WS-MS-FIM: OS COMPLETOS (MESMO DIA
      *  DO MES) E OS AVOS, QUE CONTAM A FRACAO FINAL DE 15 DIAS OU
      *  MAIS COMO MES INTEIRO (ATE 12)
       0900-CONTA-MESES.
           COMPUTE WS-MS-COMPLETOS =
               (WS-MS-F-ANO * 12 + WS-MS-F-MES)
               - (WS-MS-I-ANO * 12 + WS-MS-I-MES).
           IF WS-MS-F-DIA < WS-MS-I-DIA
               SUBTRACT 1 FROM WS-MS-COMPLETOS
           END-IF.
           IF WS-MS-COMPLETOS < ZEROS
               MOVE ZEROS TO WS-MS-COMPLETOS
           END-IF.
           COMPUTE WS-MS-TOTAL = WS-MS-I-ANO * 12 + WS-MS-I-MES - 1
               + WS-MS-COMPLETOS.
           DIVIDE WS-MS-TOTAL BY 12 GIVING WS-MS-A-ANO
               REMAINDER WS-MS-A-MES.
           ADD 1 TO WS-MS-A-MES.
           MOVE 1 TO WS-MS-A-DIA.
           IF WS-MS-A-MES = 12
               COMPUTE WS-MS-PROX-MES = (WS-MS-A-ANO + 1) * 10000 + 101
           ELSE
               COMPUTE WS-MS-PROX-MES = WS-MS-ANCORA + 100
           END-IF.
           COMPUTE WS-MS-DIAS-MES =
               FUNCTION INTEGER-OF-DATE (WS-MS-PROX-MES)
               - FUNCTION INTEGER-OF-DATE (WS-MS-ANCORA).
           MOVE WS-MS-I-DIA TO WS-MS-A-DIA.
           IF WS-MS-A-DIA > WS-MS-DIAS-MES
               MOVE WS-MS-DIAS-MES TO WS-MS-A-DIA
           END-IF.
           COMPUTE WS-MS-RESTO = FUNCTION INTEGER-OF-DATE (WS-MS-FIM)
               - FUNCTION INTEGER-OF-DATE (WS-MS-ANCORA) + 1.
           MOVE WS-MS-COMPLETOS TO WS-MS-AVOS.
           IF WS-MS-RESTO >= 15
               ADD 1 TO WS-MS-AVOS
           END-IF.
           IF WS-MS-AVOS > 12
               MOVE 12 TO WS-MS-AVOS
           END-IF.

       END PROGRAM CALCULA-RESCISAO.
