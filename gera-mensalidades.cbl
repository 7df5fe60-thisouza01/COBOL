      *================================================================*
      * Author:
      * Date:
      * Purpose: Geracao mensal das mensalidades dos alunos. Para a
      *  competencia informada (AAAAMM), cada aluno matriculado no
      *  ano letivo da competencia ganha uma cobranca em
      *  MENSALIDADES.DAT (copybook MENSREG) com o valor da tabela de
      *  precos da turma e do ano (linhas TURMA;ANO;VALOR) e o
      *  vencimento no dia do arquivo de parametros (DIA-VENCIMENTO;
      *  dia, no molde do COBRANCA-PARAM). Desconto: a bolsa do
      *  cadastro ou, para o segundo aluno em diante do mesmo
      *  responsavel financeiro (irmaos, na ordem da matricula), o
      *  percentual DESCONTO-IRMAO;pct - vale o maior dos dois, nao a
      *  soma. Aluno sem preco para a turma fica sem cobranca e sai
      *  no relatorio; aluno matriculado depois da competencia nao e
      *  cobrado por ela. A cobranca ja gerada nao e regravada, entao
      *  a batida pode ser repetida no mes sem duplicar nada.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERA-MENSALIDADES.
      *================================================================*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNOS ASSIGN TO WS-ARQ-ALUNOS
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-ALUNOS
             RECORD KEY ALU-MATRICULA.

           SELECT MENSALIDADES ASSIGN TO WS-ARQ-MENSAL
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-MENSAL
             RECORD KEY MEN-CHAVE.

           SELECT OPTIONAL MENSALIDADE-PARAM ASSIGN TO WS-ARQ-PARAM
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-PARAM.

           SELECT MENSALIDADE-PRECOS ASSIGN TO WS-ARQ-PRECOS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-PRECOS.

           SELECT RELATORIO-GER ASSIGN TO WS-ARQ-RELAT
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-RELAT.

      *================================================================*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD ALUNOS.
       COPY ALUNOREG.

       FD MENSALIDADES.
       COPY MENSREG.

       FD MENSALIDADE-PARAM.
       01 REG-PARAM PIC X(40).

       FD MENSALIDADE-PRECOS.
       01 REG-PRECO PIC X(40).

       FD RELATORIO-GER.
       01 REG-RELAT PIC X(100).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      * EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG)
      *----------------------------------------------------------------*
       01 WS-ARQ-ALUNOS     PIC X(80) VALUE
           'C:\exe-cobol\alunos.dat'.
       01 WS-ARQ-MENSAL     PIC X(80) VALUE
           'C:\exe-cobol\mensalidades.dat'.
       01 WS-ARQ-PARAM      PIC X(80) VALUE
           'C:\exe-cobol\mensalidade-param.txt'.
       01 WS-ARQ-PRECOS     PIC X(80) VALUE
           'C:\exe-cobol\mensalidade-precos.txt'.
       01 WS-ARQ-RELAT      PIC X(80) VALUE
           'C:\exe-cobol\mensalidades-geradas.txt'.
       01 WS-CFG-LOGICO     PIC X(20).
       01 WS-CFG-CAMINHO    PIC X(80).
       01 WS-CFG-ACHOU      PIC X(01).

       01 WS-STATUS.
           05 WS-FS-ALUNOS     PIC X(02).
           05 WS-FS-MENSAL     PIC X(02).
           05 WS-FS-PARAM      PIC X(02).
           05 WS-FS-PRECOS     PIC X(02).
           05 WS-FS-RELAT      PIC X(02).

      * DIA DO VENCIMENTO (ATE 28, PARA EXISTIR EM TODO MES) E
      * PERCENTUAL DE DESCONTO DO SEGUNDO IRMAO EM DIANTE
       01 WS-PARAMETROS.
           05 WS-DIA-VENC      PIC 9(02) VALUE 10.
           05 WS-PCT-IRMAO     PIC 9(03)V99 VALUE ZEROS.

       01 WS-PARAM-CAMPOS.
           05 WS-P-NOME        PIC X(15).
           05 WS-P-VALOR1      PIC X(10).

       01 WS-CONTROLE.
           05 WS-EOF           PIC X(01) VALUE 'N'.
           05 WS-EOF-PARAM     PIC X(01) VALUE 'N'.
           05 WS-EOF-PRECOS    PIC X(01) VALUE 'N'.
           05 WS-DATA-HOJE     PIC 9(08) VALUE ZEROS.
           05 WS-COMPET        PIC 9(06) VALUE ZEROS.
           05 WS-IRMAO         PIC X(01) VALUE 'N'.
           05 WS-ACHOU         PIC X(01) VALUE 'N'.
           05 WS-CT-GERADAS    PIC 9(04) VALUE ZEROS.
           05 WS-CT-JA-GERADAS PIC 9(04) VALUE ZEROS.
           05 WS-CT-SEM-PRECO  PIC 9(04) VALUE ZEROS.
           05 WS-CT-SEM-RESP   PIC 9(04) VALUE ZEROS.
           05 WS-CT-ERROS      PIC 9(04) VALUE ZEROS.
           05 WS-TOT-GERADO    PIC 9(08)V99 VALUE ZEROS.

       01 WS-CALCULO.
           05 WS-VALOR-CHEIO   PIC 9(05)V99 VALUE ZEROS.
           05 WS-DESC-BOLSA    PIC 9(05)V99 VALUE ZEROS.
           05 WS-DESC-IRMAO    PIC 9(05)V99 VALUE ZEROS.

      * TABELA DE PRECOS: VALOR DA MENSALIDADE POR TURMA E ANO
       01 WS-PRECO-CAMPOS.
           05 WS-PR-TURMA      PIC X(05).
           05 WS-PR-ANO-TX     PIC X(04).
           05 WS-PR-VALOR-TX   PIC X(12).
       01 WS-TAB-PRECOS.
           05 WS-CNT-PRECOS    PIC 9(03) VALUE ZEROS.
           05 WS-PRECO-ITEM OCCURS 100 TIMES
                              INDEXED BY WS-IDX-PRE.
               10 WS-T-TURMA   PIC X(05).
               10 WS-T-ANO     PIC 9(04).
               10 WS-T-VALOR   PIC 9(05)V99.

      * RESPONSAVEIS JA COBRADOS NA BATIDA: O PRIMEIRO ALUNO DE CADA
      * CPF PAGA CHEIO, OS SEGUINTES SAO IRMAOS
       01 WS-TAB-FAMILIAS.
           05 WS-CNT-FAMILIAS  PIC 9(04) VALUE ZEROS.
           05 WS-FAMILIA-ITEM OCCURS 1000 TIMES
                              INDEXED BY WS-IDX-FAM.
               10 WS-F-CPF     PIC 9(11).

       01 WS-CABECALHO.
           05 FILLER           PIC X(07) VALUE 'MATRIC '.
           05 FILLER           PIC X(26) VALUE 'NOME'.
           05 FILLER           PIC X(06) VALUE 'TURMA'.
           05 FILLER           PIC X(10) VALUE '    CHEIO'.
           05 FILLER           PIC X(10) VALUE ' DESCONTO'.
           05 FILLER           PIC X(02) VALUE 'T'.
           05 FILLER           PIC X(10) VALUE '    VALOR'.
           05 FILLER           PIC X(09) VALUE 'VENCTO'.
           05 FILLER           PIC X(05) VALUE 'AVISO'.

       01 WS-LINHA-MENSAL.
           05 WS-LM-MATRICULA  PIC 9(06).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-LM-NOME       PIC X(25).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-LM-TURMA      PIC X(05).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-LM-CHEIO      PIC ZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-LM-DESCONTO   PIC ZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-LM-TIPO-DESC  PIC X(01).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-LM-VALOR      PIC ZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-LM-VENCIMENTO PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-LM-AVISO      PIC X(19).

       01 WS-LINHA-TOTAL.
           05 FILLER           PIC X(21) VALUE
               'MENSALIDADES GERADAS:'.
           05 WS-LT-QTD        PIC ZZZ9.
           05 FILLER           PIC X(10) VALUE ' - TOTAL: '.
           05 WS-LT-VALOR      PIC ZZ.ZZZ.ZZ9,99.
      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       0-PRINCIPAL.
           PERFORM 1-RESOLVE-CAMINHOS.
           PERFORM 2-CARREGA-PARAMETROS.
           PERFORM 3-CARREGA-PRECOS.
           PERFORM 4-ABRE-ARQUIVOS.
           PERFORM 5-LE-ALUNO UNTIL WS-EOF = 'S'.
           PERFORM 9-FINALIZA.
           STOP RUN.

       1-RESOLVE-CAMINHOS.
           MOVE 'ALUNOS-MASTER' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-ALUNOS
           END-IF.
           MOVE 'MENSALIDADES-DAT' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-MENSAL
           END-IF.
           MOVE 'MENSALIDADE-PARAM' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-PARAM
           END-IF.
           MOVE 'MENSALIDADE-PRECOS' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-PRECOS
           END-IF.
           MOVE 'MENSALIDADES-RLT' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-RELAT
           END-IF.

       11-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.

      * LINHAS DIA-VENCIMENTO;DIA E DESCONTO-IRMAO;PCT; O ARQUIVO E
      * O MESMO DA BAIXA E DA COBRANCA, QUE TEM PARAMETROS PROPRIOS.
      * SEM O ARQUIVO VENCE NO DIA 10 E IRMAO NAO TEM DESCONTO
       2-CARREGA-PARAMETROS.
           OPEN INPUT MENSALIDADE-PARAM.
           IF WS-FS-PARAM = '00'
               PERFORM 21-LE-PARAMETRO UNTIL WS-EOF-PARAM = 'S'
           ELSE
               DISPLAY 'SEM ARQUIVO DE PARAMETROS - VENCIMENTO DIA '
                   '10 E SEM DESCONTO DE IRMAO'
           END-IF.
           CLOSE MENSALIDADE-PARAM.
           IF WS-DIA-VENC < 1 OR WS-DIA-VENC > 28
               DISPLAY 'DIA DE VENCIMENTO ' WS-DIA-VENC
                   ' INVALIDO - USADO O DIA 10'
               MOVE 10 TO WS-DIA-VENC
           END-IF.

       21-LE-PARAMETRO.
           READ MENSALIDADE-PARAM
               AT END MOVE 'S' TO WS-EOF-PARAM
               NOT AT END
                   MOVE SPACES TO WS-PARAM-CAMPOS
                   UNSTRING REG-PARAM DELIMITED BY ';'
                       INTO WS-P-NOME WS-P-VALOR1
                   END-UNSTRING
                   EVALUATE WS-P-NOME
                   WHEN 'DIA-VENCIMENTO'
                       COMPUTE WS-DIA-VENC =
                           FUNCTION NUMVAL (WS-P-VALOR1)
                   WHEN 'DESCONTO-IRMAO'
                       COMPUTE WS-PCT-IRMAO =
                           FUNCTION NUMVAL (WS-P-VALOR1)
                   WHEN 'MULTA'
                   WHEN 'JUROS-MES'
                   WHEN 'MESES-BLOQUEIO'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'PARAMETRO DESCONHECIDO: ' WS-P-NOME
                   END-EVALUATE
           END-READ.

      * SEM TABELA DE PRECOS NAO HA O QUE COBRAR
       3-CARREGA-PRECOS.
           OPEN INPUT MENSALIDADE-PRECOS.
           IF WS-FS-PRECOS NOT = '00'
               DISPLAY 'SEM TABELA DE PRECOS DAS TURMAS: '
                   WS-FS-PRECOS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 31-LE-PRECO UNTIL WS-EOF-PRECOS = 'S'.
           CLOSE MENSALIDADE-PRECOS.

       31-LE-PRECO.
           READ MENSALIDADE-PRECOS
               AT END MOVE 'S' TO WS-EOF-PRECOS
               NOT AT END
                   MOVE SPACES TO WS-PRECO-CAMPOS
                   UNSTRING REG-PRECO DELIMITED BY ';'
                       INTO WS-PR-TURMA WS-PR-ANO-TX WS-PR-VALOR-TX
                   END-UNSTRING
                   IF WS-CNT-PRECOS < 100
                       ADD 1 TO WS-CNT-PRECOS
                       SET WS-IDX-PRE TO WS-CNT-PRECOS
                       MOVE WS-PR-TURMA TO WS-T-TURMA (WS-IDX-PRE)
                       COMPUTE WS-T-ANO (WS-IDX-PRE) =
                           FUNCTION NUMVAL (WS-PR-ANO-TX)
                       COMPUTE WS-T-VALOR (WS-IDX-PRE) =
                           FUNCTION NUMVAL (WS-PR-VALOR-TX)
                   ELSE
                       DISPLAY 'TABELA DE PRECOS CHEIA - TURMA '
                           WS-PR-TURMA ' IGNORADA'
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-READ.

      * A COMPETENCIA E O MES COBRADO (AAAAMM); O ARQUIVO DE
      * MENSALIDADES E CRIADO NA PRIMEIRA GERACAO
       4-ABRE-ARQUIVOS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'COMPETENCIA A GERAR (AAAAMM): '.
           ACCEPT WS-COMPET.
           IF WS-COMPET (5:2) < '01' OR WS-COMPET (5:2) > '12'
              OR WS-COMPET (1:4) < '2000'
               DISPLAY 'COMPETENCIA INVALIDA: ' WS-COMPET
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ALUNOS.
           IF WS-FS-ALUNOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ALUNOS.DAT: ' WS-FS-ALUNOS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O MENSALIDADES
               IF WS-FS-MENSAL EQUAL '35' THEN
                   OPEN OUTPUT MENSALIDADES
                   CLOSE MENSALIDADES
                   OPEN I-O MENSALIDADES
               END-IF.
           IF WS-FS-MENSAL NOT = '00'
               DISPLAY 'ERRO AO ABRIR MENSALIDADES.DAT: '
                   WS-FS-MENSAL
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RELATORIO-GER.
           MOVE SPACES TO REG-RELAT.
           STRING 'MENSALIDADES GERADAS - COMPETENCIA ' WS-COMPET
               DELIMITED BY SIZE INTO REG-RELAT.
           WRITE REG-RELAT.
           MOVE WS-CABECALHO TO REG-RELAT.
           WRITE REG-RELAT.
           MOVE LOW-VALUES TO ALU-MATRICULA.
           START ALUNOS KEY IS NOT LESS THAN ALU-MATRICULA
               INVALID KEY MOVE 'S' TO WS-EOF
           END-START.

      * SO O ALUNO MATRICULADO NO ANO LETIVO DA COMPETENCIA, E A
      * PARTIR DO MES EM QUE SE MATRICULOU
       5-LE-ALUNO.
           READ ALUNOS NEXT RECORD
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   IF ALU-MATRICULADO
                      AND ALU-ANO = WS-COMPET (1:4)
                      AND ALU-DATA-MATRICULA (1:6) NOT > WS-COMPET
                       PERFORM 6-GERA-MENSALIDADE
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * IRMAO E CONFERIDO ANTES DO PRECO PARA A ORDEM DOS IRMAOS NAO
      * MUDAR QUANDO FALTA O PRECO DE UMA TURMA. DESCONTO: O MAIOR
      * ENTRE A BOLSA E O DESCONTO DE IRMAO
      *----------------------------------------------------------------*
       6-GERA-MENSALIDADE.
           MOVE ALU-MATRICULA TO WS-LM-MATRICULA.
           MOVE ALU-NOME TO WS-LM-NOME.
           MOVE ALU-TURMA TO WS-LM-TURMA.
           MOVE SPACES TO WS-LM-AVISO.
           PERFORM 61-CONFERE-IRMAO.
           PERFORM 62-PROCURA-PRECO.
           IF WS-ACHOU = 'N'
               ADD 1 TO WS-CT-SEM-PRECO
               MOVE ZEROS TO WS-LM-CHEIO WS-LM-DESCONTO WS-LM-VALOR
               MOVE SPACE TO WS-LM-TIPO-DESC
               MOVE ZEROS TO WS-LM-VENCIMENTO
               MOVE 'SEM PRECO DA TURMA' TO WS-LM-AVISO
               MOVE WS-LINHA-MENSAL TO REG-RELAT
               WRITE REG-RELAT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM 63-GRAVA-MENSALIDADE
           END-IF.

       61-CONFERE-IRMAO.
           MOVE 'N' TO WS-IRMAO.
           IF ALU-RESP-CPF NOT NUMERIC OR ALU-RESP-CPF = ZEROS
               ADD 1 TO WS-CT-SEM-RESP
               MOVE 'SEM RESPONSAVEL' TO WS-LM-AVISO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 'N' TO WS-ACHOU
               PERFORM VARYING WS-IDX-FAM FROM 1 BY 1
                       UNTIL WS-IDX-FAM > WS-CNT-FAMILIAS
                          OR WS-ACHOU = 'S'
                   IF WS-F-CPF (WS-IDX-FAM) = ALU-RESP-CPF
                       MOVE 'S' TO WS-ACHOU
                   END-IF
               END-PERFORM
               IF WS-ACHOU = 'S'
                   MOVE 'S' TO WS-IRMAO
               ELSE
                   IF WS-CNT-FAMILIAS < 1000
                       ADD 1 TO WS-CNT-FAMILIAS
                       SET WS-IDX-FAM TO WS-CNT-FAMILIAS
                       MOVE ALU-RESP-CPF TO WS-F-CPF (WS-IDX-FAM)
                   ELSE
                       DISPLAY 'TABELA DE RESPONSAVEIS CHEIA - '
                           'IRMAOS DO CPF ' ALU-RESP-CPF
                           ' SEM DESCONTO'
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       62-PROCURA-PRECO.
           MOVE 'N' TO WS-ACHOU.
           PERFORM VARYING WS-IDX-PRE FROM 1 BY 1
                   UNTIL WS-IDX-PRE > WS-CNT-PRECOS
                      OR WS-ACHOU = 'S'
               IF WS-T-TURMA (WS-IDX-PRE) = ALU-TURMA
                  AND WS-T-ANO (WS-IDX-PRE) = ALU-ANO
                   MOVE 'S' TO WS-ACHOU
                   MOVE WS-T-VALOR (WS-IDX-PRE) TO WS-VALOR-CHEIO
               END-IF
           END-PERFORM.

       63-GRAVA-MENSALIDADE.
           MOVE ZEROS TO WS-DESC-BOLSA WS-DESC-IRMAO.
           IF ALU-BOLSA-PCT NUMERIC AND ALU-BOLSA-PCT > ZEROS
               COMPUTE WS-DESC-BOLSA ROUNDED =
                   WS-VALOR-CHEIO * ALU-BOLSA-PCT / 100
           END-IF.
           IF WS-IRMAO = 'S'
               COMPUTE WS-DESC-IRMAO ROUNDED =
                   WS-VALOR-CHEIO * WS-PCT-IRMAO / 100
           END-IF.
           MOVE ALU-MATRICULA TO MEN-MATRICULA.
           MOVE WS-COMPET TO MEN-COMPET.
           MOVE ZEROS TO MEN-RESP-CPF.
           IF ALU-RESP-CPF NUMERIC
               MOVE ALU-RESP-CPF TO MEN-RESP-CPF
           END-IF.
           COMPUTE MEN-VENCIMENTO = WS-COMPET * 100 + WS-DIA-VENC.
           MOVE WS-VALOR-CHEIO TO MEN-VALOR-CHEIO.
           MOVE SPACE TO MEN-TIPO-DESC.
           MOVE ZEROS TO MEN-DESCONTO.
           IF WS-DESC-BOLSA > ZEROS
              AND WS-DESC-BOLSA NOT < WS-DESC-IRMAO
               SET MEN-DESC-BOLSA TO TRUE
               MOVE WS-DESC-BOLSA TO MEN-DESCONTO
           END-IF.
           IF WS-DESC-IRMAO > WS-DESC-BOLSA
               SET MEN-DESC-IRMAO TO TRUE
               MOVE WS-DESC-IRMAO TO MEN-DESCONTO
           END-IF.
           COMPUTE MEN-VALOR = WS-VALOR-CHEIO - MEN-DESCONTO.
           SET MEN-ABERTA TO TRUE.
           MOVE ZEROS TO MEN-DATA-PAGTO.
           MOVE ZEROS TO MEN-VALOR-PAGO.
           MOVE ZEROS TO MEN-ENCARGOS.
           MOVE MEN-VALOR-CHEIO TO WS-LM-CHEIO.
           MOVE MEN-DESCONTO TO WS-LM-DESCONTO.
           MOVE MEN-TIPO-DESC TO WS-LM-TIPO-DESC.
           MOVE MEN-VALOR TO WS-LM-VALOR.
           MOVE MEN-VENCIMENTO TO WS-LM-VENCIMENTO.
           WRITE MENSALIDADE-REG
               INVALID KEY
                   IF WS-FS-MENSAL = '22'
                       ADD 1 TO WS-CT-JA-GERADAS
                       MOVE 'JA GERADA' TO WS-LM-AVISO
                   ELSE
                       DISPLAY 'ERRO AO GRAVAR A MENSALIDADE DE '
                           ALU-MATRICULA ': ' WS-FS-MENSAL
                       ADD 1 TO WS-CT-ERROS
                       MOVE 'ERRO NA GRAVACAO' TO WS-LM-AVISO
                       MOVE 8 TO RETURN-CODE
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-CT-GERADAS
                   ADD MEN-VALOR TO WS-TOT-GERADO
           END-WRITE.
           MOVE WS-LINHA-MENSAL TO REG-RELAT.
           WRITE REG-RELAT.

       9-FINALIZA.
           MOVE WS-CT-GERADAS TO WS-LT-QTD.
           MOVE WS-TOT-GERADO TO WS-LT-VALOR.
           MOVE WS-LINHA-TOTAL TO REG-RELAT.
           WRITE REG-RELAT.
           DISPLAY 'MENSALIDADES GERADAS...: ' WS-CT-GERADAS.
           DISPLAY 'JA GERADAS (IGNORADAS).: ' WS-CT-JA-GERADAS.
           DISPLAY 'ALUNOS SEM PRECO.......: ' WS-CT-SEM-PRECO.
           DISPLAY 'ALUNOS SEM RESPONSAVEL.: ' WS-CT-SEM-RESP.
           DISPLAY 'ERROS DE GRAVACAO......: ' WS-CT-ERROS.
           CLOSE ALUNOS.
           CLOSE MENSALIDADES.
           CLOSE RELATORIO-GER.
      *================================================================*
