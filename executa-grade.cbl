      *================================================================*
      * Author:
      * Date:
      * Purpose: Orquestrador da grade noturna. Le a definicao da
      *  grade (GRADE-JOBS, uma linha por passo no formato
      *  PASSO;EXECUTAVEL;PREDECESSORES;REINICIAVEL;ACAO - os
      *  predecessores sao nomes de passo separados por virgula,
      *  REINICIAVEL e S/N e a ACAO de aborto e PARA ou SEGUE) e
      *  roda, na ordem, o PRE-VOO-GRADE, cada passo da definicao e,
      *  no fim, o DESCARREGA-MASTERS e o DASHBOARD-FIM-DIA. Cada
      *  passo fica gravado no run-control pela REGISTRA-RUN (fase
      *  PSO, com o nome do passo) e no ponto de controle da grade
      *  (GRADE-CHECKPOINT). Passo com RETURN-CODE acima de 4, ou
      *  com predecessor que nao terminou bem, para a grade com
      *  mensagem clara (ACAO PARA, o padrao) ou fica registrado e
      *  a grade segue (ACAO SEGUE). Corrigido o problema, basta
      *  rodar o orquestrador de novo: a grade interrompida e
      *  retomada no passo que falhou, sem repetir os passos ja
      *  concluidos; passo nao reiniciavel so e refeito com a
      *  confirmacao do operador de que os dados foram recuperados.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXECUTA-GRADE.
      *================================================================*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-JOBS ASSIGN TO WS-ARQ-JOBS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-JOBS.

           SELECT OPTIONAL GRADE-CHECKPOINT ASSIGN TO WS-ARQ-CKPT
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-CKPT.

           SELECT RELATORIO-GRADE ASSIGN TO WS-ARQ-RELAT
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-RELAT.

      *================================================================*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD GRADE-JOBS.
       01 REG-JOBS             PIC X(160).

       FD GRADE-CHECKPOINT.
       01 REG-CKPT             PIC X(50).

       FD RELATORIO-GRADE.
       01 REG-RELAT            PIC X(100).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      * EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG)
      *----------------------------------------------------------------*
       01 WS-ARQ-JOBS          PIC X(80) VALUE
           'C:\exe-cobol\grade-jobs.txt'.
       01 WS-ARQ-CKPT          PIC X(80) VALUE
           'C:\exe-cobol\grade-checkpoint.txt'.
       01 WS-ARQ-RELAT         PIC X(80) VALUE
           'C:\exe-cobol\executa-grade.txt'.
      * PASTA DOS EXECUTAVEIS DA GRADE
       01 WS-DIR-EXE           PIC X(80) VALUE
           'C:\exe-cobol\'.
       01 WS-CFG-LOGICO        PIC X(20).
       01 WS-CFG-CAMINHO       PIC X(80).
       01 WS-CFG-ACHOU         PIC X(01).

       01 WS-STATUS.
           05 WS-FS-JOBS       PIC X(02).
           05 WS-FS-CKPT       PIC X(02).
           05 WS-FS-RELAT      PIC X(02).

      * DEFINICAO DA GRADE: O PRE-VOO NA FRENTE, OS PASSOS DO
      * GRADE-JOBS E A DESCARGA E O DASHBOARD NO FIM. A SITUACAO DO
      * PASSO VEM DO PONTO DE CONTROLE: ' ' PENDENTE, 'I' INICIADO
      * (INTERROMPIDO), 'C' CONCLUIDO E 'F' FALHOU
       01 WS-TAB-PASSOS.
           05 WS-CNT-PASSOS    PIC 9(02) VALUE ZEROS.
           05 WS-PASSO-ITEM OCCURS 40 TIMES
                              INDEXED BY WS-IDX-PAS.
               10 WS-T-PASSO   PIC X(20).
               10 WS-T-EXE     PIC X(40).
               10 WS-T-PRED    PIC X(80).
               10 WS-T-REINIC  PIC X(01).
               10 WS-T-ACAO    PIC X(05).
               10 WS-T-SITUACAO PIC X(01).
               10 WS-T-RC      PIC 9(03).
       01 WS-IDX-CHK           PIC 9(02) VALUE ZEROS.
       01 WS-IDX-ACHADO        PIC 9(02) VALUE ZEROS.

       01 WS-JOBS-CAMPOS.
           05 WS-J-PASSO       PIC X(20).
           05 WS-J-EXE         PIC X(40).
           05 WS-J-PRED        PIC X(80).
           05 WS-J-REINIC      PIC X(01).
           05 WS-J-ACAO        PIC X(05).

      * ATE 5 PREDECESSORES POR PASSO, NO MOLDE DA VERIFICA-GRADE
       01 WS-PRED-BRUTO.
           05 WS-P-TOK OCCURS 5 TIMES PIC X(20).
       01 WS-IDX-TOK           PIC 9(01) VALUE ZEROS.

      * LINHA DO PONTO DE CONTROLE: A ABERTURA E O ENCERRAMENTO DA
      * GRADE VAO COM O NOME DO PROPRIO ORQUESTRADOR
       01 WS-LINHA-CKPT.
           05 WS-CK-DATAHORA   PIC 9(14).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-CK-PASSO      PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-CK-SITUACAO   PIC X(10).
       01 WS-DATA-CK           PIC 9(08).
       01 WS-HORA-CK           PIC 9(08).

      * CHAMADA DA REGISTRA-RUN: O ORQUESTRADOR GRAVA INI/FIM EM
      * NOME PROPRIO E CADA PASSO NA FASE PSO, SEM SE CONFUNDIR COM
      * O INI/FIM QUE O PROPRIO JOB JA GRAVA
       01 WS-RUN-JOB           PIC X(20) VALUE 'EXECUTA-GRADE'.
       01 WS-RUN-PASSO         PIC X(20).
       01 WS-RUN-FASE          PIC X(03).
       01 WS-RUN-LIDOS         PIC 9(07) VALUE ZEROS.
       01 WS-RUN-GRAVADOS      PIC 9(07) VALUE ZEROS.
       01 WS-RUN-REJ           PIC 9(07) VALUE ZEROS.
       01 WS-RUN-STATUS        PIC X(10).

       01 WS-COMANDO           PIC X(160).
       01 WS-RC-PASSO          PIC S9(09) COMP VALUE ZEROS.
       01 WS-RC-ED             PIC ZZ9.
       01 WS-RC-FINAL          PIC 9(02) VALUE ZEROS.

       01 WS-CONTROLE.
           05 WS-EOF           PIC X(01) VALUE 'N'.
           05 WS-GRADE-ABERTA  PIC X(01) VALUE 'N'.
           05 WS-REINICIO      PIC X(01) VALUE 'N'.
           05 WS-PARADA        PIC X(01) VALUE 'N'.
           05 WS-PRED-OK       PIC X(01) VALUE 'S'.
           05 WS-RESPOSTA      PIC X(01) VALUE 'N'.
           05 WS-CT-ERROS      PIC 9(03) VALUE ZEROS.
           05 WS-CT-EXECUTADOS PIC 9(02) VALUE ZEROS.
           05 WS-CT-PULADOS    PIC 9(02) VALUE ZEROS.
           05 WS-CT-FALHOS     PIC 9(02) VALUE ZEROS.
           05 WS-CT-AVISOS     PIC 9(02) VALUE ZEROS.

       01 WS-CABECALHO.
           05 FILLER           PIC X(21) VALUE 'PASSO'.
           05 FILLER           PIC X(41) VALUE 'EXECUTAVEL'.
           05 FILLER           PIC X(04) VALUE 'RC'.
           05 FILLER           PIC X(30) VALUE 'RESULTADO'.

       01 WS-DET-PASSO.
           05 WS-D-PASSO       PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-D-EXE         PIC X(40).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-D-RC          PIC ZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-D-RESULTADO   PIC X(34).
      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       0-PRINCIPAL.
           PERFORM 1-RESOLVE-CAMINHOS.
           PERFORM 2-CARREGA-GRADE.
           IF WS-CT-ERROS > ZEROS
               DISPLAY 'GRADE-JOBS COM ' WS-CT-ERROS ' ERRO(S) - '
                   'GRADE NAO INICIADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 3-LE-CHECKPOINT.
           PERFORM 4-DECIDE-REINICIO.
           IF WS-PARADA = 'S'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'INI' TO WS-RUN-FASE.
           MOVE 'INICIADO' TO WS-RUN-STATUS.
           CALL 'REGISTRA-RUN' USING WS-RUN-JOB WS-RUN-FASE
               WS-RUN-LIDOS WS-RUN-GRAVADOS WS-RUN-REJ
               WS-RUN-STATUS.
           OPEN OUTPUT RELATORIO-GRADE.
           MOVE 'EXECUCAO DA GRADE NOTURNA' TO REG-RELAT.
           WRITE REG-RELAT.
           WRITE REG-RELAT FROM WS-CABECALHO.
           PERFORM 5-EXECUTA-PASSO
               VARYING WS-IDX-PAS FROM 1 BY 1
               UNTIL WS-IDX-PAS > WS-CNT-PASSOS
                  OR WS-PARADA = 'S'.
           PERFORM 9-FINALIZA.
           STOP RUN.

       1-RESOLVE-CAMINHOS.
           MOVE 'GRADE-JOBS' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-JOBS
           END-IF.
           MOVE 'GRADE-CHECKPOINT' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-CKPT
           END-IF.
           MOVE 'EXECUTA-GRADE' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-RELAT
           END-IF.
           MOVE 'GRADE-EXECUTAVEIS' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-DIR-EXE
           END-IF.

       11-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.

      *----------------------------------------------------------------*
      * MONTA A TABELA DE PASSOS: PRE-VOO, DEFINICAO E FECHAMENTO.
      * LINHA EM BRANCO OU COMECADA POR '*' E COMENTARIO
      *----------------------------------------------------------------*
       2-CARREGA-GRADE.
           MOVE 'PRE-VOO-GRADE' TO WS-J-PASSO.
           MOVE 'pre-voo-grade.exe' TO WS-J-EXE.
           MOVE SPACES TO WS-J-PRED.
           MOVE 'S' TO WS-J-REINIC.
           MOVE 'PARA' TO WS-J-ACAO.
           PERFORM 22-INCLUI-PASSO.
           OPEN INPUT GRADE-JOBS.
           IF WS-FS-JOBS NOT = '00'
               DISPLAY 'GRADE-JOBS NAO ENCONTRADO: ' WS-ARQ-JOBS
               ADD 1 TO WS-CT-ERROS
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM 21-LE-JOBS UNTIL WS-EOF = 'S'
               CLOSE GRADE-JOBS
           END-IF.
           MOVE 'DESCARREGA-MASTERS' TO WS-J-PASSO.
           MOVE 'descarrega-masters.exe' TO WS-J-EXE.
           MOVE SPACES TO WS-J-PRED.
           MOVE 'S' TO WS-J-REINIC.
           MOVE 'PARA' TO WS-J-ACAO.
           PERFORM 22-INCLUI-PASSO.
           MOVE 'DASHBOARD-FIM-DIA' TO WS-J-PASSO.
           MOVE 'dashboard-fim-dia.exe' TO WS-J-EXE.
           MOVE SPACES TO WS-J-PRED.
           MOVE 'S' TO WS-J-REINIC.
           MOVE 'PARA' TO WS-J-ACAO.
           PERFORM 22-INCLUI-PASSO.

       21-LE-JOBS.
           READ GRADE-JOBS
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   IF REG-JOBS NOT = SPACES
                      AND REG-JOBS (1:1) NOT = '*'
                       MOVE SPACES TO WS-JOBS-CAMPOS
                       UNSTRING REG-JOBS DELIMITED BY ';'
                           INTO WS-J-PASSO WS-J-EXE WS-J-PRED
                                WS-J-REINIC WS-J-ACAO
                       END-UNSTRING
                       PERFORM 23-CONSISTE-PASSO
                   END-IF
           END-READ.

       22-INCLUI-PASSO.
           IF WS-CNT-PASSOS = 40
               DISPLAY 'GRADE-JOBS: MAIS DE 40 PASSOS - ' WS-J-PASSO
                   ' IGNORADO'
               ADD 1 TO WS-CT-ERROS
           ELSE
               ADD 1 TO WS-CNT-PASSOS
               SET WS-IDX-PAS TO WS-CNT-PASSOS
               MOVE WS-J-PASSO TO WS-T-PASSO (WS-IDX-PAS)
               MOVE WS-J-EXE TO WS-T-EXE (WS-IDX-PAS)
               MOVE WS-J-PRED TO WS-T-PRED (WS-IDX-PAS)
               MOVE WS-J-REINIC TO WS-T-REINIC (WS-IDX-PAS)
               MOVE WS-J-ACAO TO WS-T-ACAO (WS-IDX-PAS)
               MOVE SPACES TO WS-T-SITUACAO (WS-IDX-PAS)
               MOVE ZEROS TO WS-T-RC (WS-IDX-PAS)
           END-IF.

      * PASSO SEM NOME OU SEM EXECUTAVEL, REPETIDO, COM PREDECESSOR
      * QUE NAO VEM ANTES DELE NA GRADE OU COM REINICIAVEL/ACAO FORA
      * DO DOMINIO DERRUBA A GRADE ANTES DE QUALQUER JOB RODAR
       23-CONSISTE-PASSO.
           IF WS-J-REINIC = SPACES
               MOVE 'S' TO WS-J-REINIC
           END-IF.
           IF WS-J-ACAO = SPACES
               MOVE 'PARA' TO WS-J-ACAO
           END-IF.
           IF WS-J-PASSO = SPACES OR WS-J-EXE = SPACES
               DISPLAY 'GRADE-JOBS: LINHA SEM PASSO OU EXECUTAVEL - '
                   REG-JOBS (1:40)
               ADD 1 TO WS-CT-ERROS
           ELSE
               PERFORM 24-PROCURA-PASSO
               IF WS-IDX-ACHADO > ZEROS
                   DISPLAY 'GRADE-JOBS: PASSO REPETIDO - ' WS-J-PASSO
                   ADD 1 TO WS-CT-ERROS
               END-IF
               IF WS-J-REINIC NOT = 'S' AND WS-J-REINIC NOT = 'N'
                   DISPLAY 'GRADE-JOBS: REINICIAVEL INVALIDO NO '
                       'PASSO ' WS-J-PASSO
                   ADD 1 TO WS-CT-ERROS
               END-IF
               IF WS-J-ACAO NOT = 'PARA' AND WS-J-ACAO NOT = 'SEGUE'
                   DISPLAY 'GRADE-JOBS: ACAO INVALIDA NO PASSO '
                       WS-J-PASSO
                   ADD 1 TO WS-CT-ERROS
               END-IF
               INSPECT WS-J-PRED REPLACING ALL ',' BY ';'
               PERFORM 25-SEPARA-PREDECESSORES
               PERFORM 26-CONFERE-PREDECESSOR
                   VARYING WS-IDX-TOK FROM 1 BY 1
                   UNTIL WS-IDX-TOK > 5
               PERFORM 22-INCLUI-PASSO
           END-IF.

       24-PROCURA-PASSO.
           MOVE ZEROS TO WS-IDX-ACHADO.
           PERFORM VARYING WS-IDX-CHK FROM 1 BY 1
                   UNTIL WS-IDX-CHK > WS-CNT-PASSOS
               IF WS-T-PASSO (WS-IDX-CHK) = WS-J-PASSO
                   MOVE WS-IDX-CHK TO WS-IDX-ACHADO
               END-IF
           END-PERFORM.

       25-SEPARA-PREDECESSORES.
           MOVE SPACES TO WS-PRED-BRUTO.
           UNSTRING WS-J-PRED DELIMITED BY ';'
               INTO WS-P-TOK (1) WS-P-TOK (2) WS-P-TOK (3)
                    WS-P-TOK (4) WS-P-TOK (5)
           END-UNSTRING.

       26-CONFERE-PREDECESSOR.
           IF WS-P-TOK (WS-IDX-TOK) NOT = SPACES
               MOVE ZEROS TO WS-IDX-ACHADO
               PERFORM VARYING WS-IDX-CHK FROM 1 BY 1
                       UNTIL WS-IDX-CHK > WS-CNT-PASSOS
                   IF WS-T-PASSO (WS-IDX-CHK) = WS-P-TOK (WS-IDX-TOK)
                       MOVE WS-IDX-CHK TO WS-IDX-ACHADO
                   END-IF
               END-PERFORM
               IF WS-IDX-ACHADO = ZEROS
                   DISPLAY 'GRADE-JOBS: PASSO ' WS-J-PASSO
                       ' - PREDECESSOR ' WS-P-TOK (WS-IDX-TOK)
                       ' NAO DEFINIDO ANTES DELE'
                   ADD 1 TO WS-CT-ERROS
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * PONTO DE CONTROLE: VALE A ULTIMA GRADE ABERTA. SE ELA NAO FOI
      * ENCERRADA, A SITUACAO DE CADA PASSO E A ULTIMA GRAVADA
      *----------------------------------------------------------------*
       3-LE-CHECKPOINT.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT GRADE-CHECKPOINT.
           IF WS-FS-CKPT NOT = '00'
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM 31-LE-CKPT UNTIL WS-EOF = 'S'.
           CLOSE GRADE-CHECKPOINT.

       31-LE-CKPT.
           READ GRADE-CHECKPOINT INTO WS-LINHA-CKPT
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   IF WS-CK-PASSO = WS-RUN-JOB
                       IF WS-CK-SITUACAO = 'ABERTA'
                           MOVE 'S' TO WS-GRADE-ABERTA
                           PERFORM 32-LIMPA-SITUACAO
                       ELSE
                           MOVE 'N' TO WS-GRADE-ABERTA
                       END-IF
                   ELSE
                       MOVE WS-CK-PASSO TO WS-J-PASSO
                       PERFORM 24-PROCURA-PASSO
                       IF WS-IDX-ACHADO > ZEROS
                           SET WS-IDX-PAS TO WS-IDX-ACHADO
                           MOVE WS-CK-SITUACAO (1:1) TO
                               WS-T-SITUACAO (WS-IDX-PAS)
                       END-IF
                   END-IF
           END-READ.

       32-LIMPA-SITUACAO.
           PERFORM VARYING WS-IDX-PAS FROM 1 BY 1
                   UNTIL WS-IDX-PAS > WS-CNT-PASSOS
               MOVE SPACES TO WS-T-SITUACAO (WS-IDX-PAS)
           END-PERFORM.

      * GRADE ANTERIOR INTERROMPIDA: O OPERADOR ESCOLHE RETOMAR DO
      * PASSO QUE PAROU OU RODAR A GRADE INTEIRA DE NOVO
       4-DECIDE-REINICIO.
           IF WS-GRADE-ABERTA = 'S'
               DISPLAY 'A ULTIMA GRADE NAO FOI ENCERRADA'
               DISPLAY 'RETOMAR DO PASSO INTERROMPIDO (S) OU RODAR '
                   'A GRADE DESDE O INICIO (N)? '
               ACCEPT WS-RESPOSTA
               IF WS-RESPOSTA = 'S'
                   MOVE 'S' TO WS-REINICIO
               END-IF
           END-IF.
           IF WS-REINICIO = 'S'
               PERFORM 41-CONFERE-NAO-REINICIAVEL
                   VARYING WS-IDX-PAS FROM 1 BY 1
                   UNTIL WS-IDX-PAS > WS-CNT-PASSOS
                      OR WS-PARADA = 'S'
           ELSE
               PERFORM 32-LIMPA-SITUACAO
               MOVE WS-RUN-JOB TO WS-CK-PASSO
               MOVE 'ABERTA' TO WS-CK-SITUACAO
               PERFORM 8-GRAVA-CHECKPOINT
           END-IF.

      * PASSO NAO REINICIAVEL QUE COMECOU E NAO TERMINOU BEM SO E
      * REFEITO SE O OPERADOR CONFIRMAR A RECUPERACAO DOS DADOS
       41-CONFERE-NAO-REINICIAVEL.
           IF WS-T-REINIC (WS-IDX-PAS) = 'N'
              AND (WS-T-SITUACAO (WS-IDX-PAS) = 'I'
                OR WS-T-SITUACAO (WS-IDX-PAS) = 'F')
               DISPLAY 'PASSO ' WS-T-PASSO (WS-IDX-PAS)
                   ' NAO E REINICIAVEL E FOI INTERROMPIDO'
               DISPLAY 'OS DADOS DELE JA FORAM RECUPERADOS (S/N)? '
               ACCEPT WS-RESPOSTA
               IF WS-RESPOSTA NOT = 'S'
                   DISPLAY 'GRADE NAO RETOMADA - RECUPERE OS DADOS DO '
                       'PASSO ' WS-T-PASSO (WS-IDX-PAS)
                       ' E RODE O ORQUESTRADOR DE NOVO'
                   MOVE 'S' TO WS-PARADA
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * UM PASSO: PULA SE JA CONCLUIDO, CONFERE OS PREDECESSORES,
      * CHAMA O EXECUTAVEL E DECIDE PELO RETURN-CODE (ATE 4 E BOM)
      *----------------------------------------------------------------*
       5-EXECUTA-PASSO.
           MOVE WS-T-PASSO (WS-IDX-PAS) TO WS-D-PASSO.
           MOVE WS-T-EXE (WS-IDX-PAS) TO WS-D-EXE.
           MOVE ZEROS TO WS-D-RC.
           IF WS-T-SITUACAO (WS-IDX-PAS) = 'C'
               ADD 1 TO WS-CT-PULADOS
               MOVE 'JA CONCLUIDO - PULADO' TO WS-D-RESULTADO
               DISPLAY 'PASSO ' WS-T-PASSO (WS-IDX-PAS)
                   ' JA CONCLUIDO - PULADO'
               WRITE REG-RELAT FROM WS-DET-PASSO
           ELSE
               MOVE WS-T-PRED (WS-IDX-PAS) TO WS-J-PRED
               PERFORM 25-SEPARA-PREDECESSORES
               MOVE 'S' TO WS-PRED-OK
               PERFORM 51-CONFERE-PRED-RODADA
                   VARYING WS-IDX-TOK FROM 1 BY 1
                   UNTIL WS-IDX-TOK > 5
               IF WS-PRED-OK = 'S'
                   PERFORM 52-RODA-PASSO
               ELSE
                   MOVE 'F' TO WS-T-SITUACAO (WS-IDX-PAS)
                   MOVE WS-T-PASSO (WS-IDX-PAS) TO WS-CK-PASSO
                   MOVE 'BARRADO' TO WS-CK-SITUACAO
                   PERFORM 8-GRAVA-CHECKPOINT
                   MOVE 'BARRADO' TO WS-RUN-STATUS
                   PERFORM 81-REGISTRA-PASSO
                   MOVE 'BARRADO POR PREDECESSOR' TO WS-D-RESULTADO
                   WRITE REG-RELAT FROM WS-DET-PASSO
                   PERFORM 53-TRATA-FALHA
               END-IF
           END-IF.

       51-CONFERE-PRED-RODADA.
           IF WS-P-TOK (WS-IDX-TOK) NOT = SPACES
               MOVE WS-P-TOK (WS-IDX-TOK) TO WS-J-PASSO
               PERFORM 24-PROCURA-PASSO
               IF WS-T-SITUACAO (WS-IDX-ACHADO) NOT = 'C'
                   DISPLAY 'PASSO ' WS-T-PASSO (WS-IDX-PAS)
                       ' BARRADO - PREDECESSOR '
                       WS-P-TOK (WS-IDX-TOK) ' NAO CONCLUIDO'
                   MOVE 'N' TO WS-PRED-OK
               END-IF
           END-IF.

       52-RODA-PASSO.
           MOVE WS-T-PASSO (WS-IDX-PAS) TO WS-CK-PASSO.
           MOVE 'INICIADO' TO WS-CK-SITUACAO.
           PERFORM 8-GRAVA-CHECKPOINT.
           MOVE 'INICIADO' TO WS-RUN-STATUS.
           PERFORM 81-REGISTRA-PASSO.
           MOVE SPACES TO WS-COMANDO.
           STRING WS-DIR-EXE DELIMITED BY SPACE
                  WS-T-EXE (WS-IDX-PAS) DELIMITED BY SPACE
               INTO WS-COMANDO
           END-STRING.
           DISPLAY 'PASSO ' WS-T-PASSO (WS-IDX-PAS) ' - '
               WS-COMANDO (1:60).
           ADD 1 TO WS-CT-EXECUTADOS.
           CALL 'SYSTEM' USING WS-COMANDO.
           MOVE RETURN-CODE TO WS-RC-PASSO.
           MOVE ZEROS TO RETURN-CODE.
      * O CODIGO DE SAIDA PODE VOLTAR NO BYTE ALTO DO STATUS DO
      * PROCESSO; ABAIXO DE ZERO O EXECUTAVEL NEM SUBIU
           IF WS-RC-PASSO > 255
               DIVIDE 256 INTO WS-RC-PASSO
           END-IF.
           IF WS-RC-PASSO < ZEROS OR WS-RC-PASSO > 999
               MOVE 999 TO WS-RC-PASSO
           END-IF.
           MOVE WS-RC-PASSO TO WS-T-RC (WS-IDX-PAS).
           MOVE WS-RC-PASSO TO WS-D-RC.
           IF WS-RC-PASSO > 4
               MOVE 'F' TO WS-T-SITUACAO (WS-IDX-PAS)
               MOVE 'FALHOU' TO WS-CK-SITUACAO
               PERFORM 8-GRAVA-CHECKPOINT
               MOVE 'ABORTADO' TO WS-RUN-STATUS
               PERFORM 81-REGISTRA-PASSO
               MOVE 'FALHOU' TO WS-D-RESULTADO
               WRITE REG-RELAT FROM WS-DET-PASSO
               MOVE WS-RC-PASSO TO WS-RC-ED
               DISPLAY 'PASSO ' WS-T-PASSO (WS-IDX-PAS)
                   ' TERMINOU COM RC ' WS-RC-ED
               PERFORM 53-TRATA-FALHA
           ELSE
               MOVE 'C' TO WS-T-SITUACAO (WS-IDX-PAS)
               MOVE 'CONCLUIDO' TO WS-CK-SITUACAO
               PERFORM 8-GRAVA-CHECKPOINT
               IF WS-RC-PASSO = ZEROS
                   MOVE 'OK' TO WS-RUN-STATUS
                   MOVE 'CONCLUIDO' TO WS-D-RESULTADO
               ELSE
                   ADD 1 TO WS-CT-AVISOS
                   MOVE 'AVISO' TO WS-RUN-STATUS
                   MOVE 'CONCLUIDO COM AVISO' TO WS-D-RESULTADO
               END-IF
               PERFORM 81-REGISTRA-PASSO
               WRITE REG-RELAT FROM WS-DET-PASSO
           END-IF.

      * ACAO PARA: A GRADE PARA AQUI E O REINICIO COMECA NESTE
      * PASSO. ACAO SEGUE: A FALHA FICA REGISTRADA E A GRADE CONTINUA
       53-TRATA-FALHA.
           ADD 1 TO WS-CT-FALHOS.
           IF WS-T-ACAO (WS-IDX-PAS) = 'SEGUE'
               DISPLAY 'PASSO ' WS-T-PASSO (WS-IDX-PAS)
                   ' NAO CONCLUIDO - ACAO SEGUE, A GRADE CONTINUA'
           ELSE
               MOVE 'S' TO WS-PARADA
               DISPLAY '*** GRADE PARADA NO PASSO '
                   WS-T-PASSO (WS-IDX-PAS) ' ***'
               DISPLAY 'CORRIJA O PROBLEMA E RODE O EXECUTA-GRADE DE '
                   'NOVO: A GRADE E RETOMADA NESTE PASSO, SEM '
                   'REPETIR OS JA CONCLUIDOS'
           END-IF.

      *----------------------------------------------------------------*
      * O PONTO DE CONTROLE E ABERTO E FECHADO A CADA LINHA, PARA
      * SOBREVIVER A UMA QUEDA DO PROPRIO ORQUESTRADOR
      *----------------------------------------------------------------*
       8-GRAVA-CHECKPOINT.
           ACCEPT WS-DATA-CK FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-CK FROM TIME.
           MOVE WS-DATA-CK TO WS-CK-DATAHORA (1:8).
           MOVE WS-HORA-CK (1:6) TO WS-CK-DATAHORA (9:6).
           OPEN EXTEND GRADE-CHECKPOINT.
           IF WS-FS-CKPT = '35'
               OPEN OUTPUT GRADE-CHECKPOINT
           END-IF.
           WRITE REG-CKPT FROM WS-LINHA-CKPT.
           CLOSE GRADE-CHECKPOINT.

       81-REGISTRA-PASSO.
           MOVE WS-T-PASSO (WS-IDX-PAS) TO WS-RUN-PASSO.
           MOVE 'PSO' TO WS-RUN-FASE.
           MOVE ZEROS TO WS-RUN-LIDOS WS-RUN-GRAVADOS WS-RUN-REJ.
           CALL 'REGISTRA-RUN' USING WS-RUN-PASSO WS-RUN-FASE
               WS-RUN-LIDOS WS-RUN-GRAVADOS WS-RUN-REJ
               WS-RUN-STATUS.

      * GRADE QUE CHEGOU AO FIM E ENCERRADA NO PONTO DE CONTROLE;
      * PARADA, FICA ABERTA PARA O REINICIO
       9-FINALIZA.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT.
           MOVE SPACES TO REG-RELAT.
           IF WS-PARADA = 'S'
               MOVE 'GRADE PARADA - AGUARDANDO REINICIO' TO REG-RELAT
               MOVE 'ABORTADO' TO WS-RUN-STATUS
               MOVE 8 TO WS-RC-FINAL
           ELSE
               MOVE WS-RUN-JOB TO WS-CK-PASSO
               MOVE 'ENCERRADA' TO WS-CK-SITUACAO
               PERFORM 8-GRAVA-CHECKPOINT
               MOVE 'GRADE ENCERRADA' TO REG-RELAT
               MOVE 'OK' TO WS-RUN-STATUS
               IF WS-CT-FALHOS > ZEROS OR WS-CT-AVISOS > ZEROS
                   MOVE 'AVISO' TO WS-RUN-STATUS
                   MOVE 4 TO WS-RC-FINAL
               END-IF
           END-IF.
           WRITE REG-RELAT.
           DISPLAY REG-RELAT.
           MOVE SPACES TO REG-RELAT.
           STRING 'PASSOS EXECUTADOS: ' WS-CT-EXECUTADOS
                  '  PULADOS: ' WS-CT-PULADOS
                  '  FALHOS: ' WS-CT-FALHOS
                  '  COM AVISO: ' WS-CT-AVISOS
               DELIMITED BY SIZE INTO REG-RELAT
           END-STRING.
           WRITE REG-RELAT.
           DISPLAY REG-RELAT.
           CLOSE RELATORIO-GRADE.
           MOVE WS-CNT-PASSOS TO WS-RUN-LIDOS.
           MOVE WS-CT-EXECUTADOS TO WS-RUN-GRAVADOS.
           MOVE WS-CT-FALHOS TO WS-RUN-REJ.
           MOVE 'FIM' TO WS-RUN-FASE.
           CALL 'REGISTRA-RUN' USING WS-RUN-JOB WS-RUN-FASE
               WS-RUN-LIDOS WS-RUN-GRAVADOS WS-RUN-REJ
               WS-RUN-STATUS.
           MOVE WS-RC-FINAL TO RETURN-CODE.
      *================================================================*
