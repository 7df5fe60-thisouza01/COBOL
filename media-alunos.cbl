      *  arquivo separado, para quem ainda precisa fazer a prova.
      * Tectonics: cobc
      ******************************************************************
      * 15/10/2026 TS Aluno pela matricula: notas e frequencia trazem
      *               a matricula do cadastro de alunos (ALUNOS.DAT)
      *               no lugar do nome, que passa a vir do cadastro;
      *               linha de matricula desconhecida ou de aluno nao
      *               matriculado (transferido ou desistente) vai
      *               para o arquivo de rejeitados. As saidas levam a
      *               matricula antes do nome, e historico e ranking
      *               separam os homonimos
      * 02/09/2026 TS Reprovacao por falta: o arquivo de frequencia
      *               (aluno, disciplina, aulas dadas, presencas) e
      *               lido junto com as notas; presenca abaixo do
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FREQ-PAR.

               SELECT ALUNOS ASSIGN TO
                "C:\exe-cobol\alunos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS WS-FS-ALUNOS.

               SELECT NOTAS-REJEITADAS ASSIGN TO
                "C:\exe-cobol\aluno-nota-rej.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJ.

       DATA DIVISION.
       FILE SECTION.


           FD MEDIA-OUTPUT.
           01 ARQUIVO-O.
               05 MATRIC-O             PIC 9(06).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 NOME-O               PIC A(15).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 DISC-O               PIC X(05).

           FD EXAME-OUTPUT.
           01 ARQUIVO-EXAME.
               05 MATRIC-EXAME         PIC 9(06).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 NOME-EXAME           PIC A(15).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 DISC-EXAME           PIC X(05).
           FD HISTORICO-ESCOLAR.
           01 REG-HISTORICO            PIC X(70).

      * FREQUENCIA POR ALUNO E DISCIPLINA: MATRICULA, DISCIPLINA,
      *  AULAS DADAS E PRESENCAS, SEPARADOS POR ESPACOS
           FD FREQUENCIA-ALUNOS.
           01 REG-FREQ                 PIC X(40).

           FD FREQUENCIA-PARAM.
           01 REG-FREQ-PAR             PIC X(10).

           FD ALUNOS.
           COPY ALUNOREG.

      * LINHA DE NOTAS RECUSADA E O MOTIVO
           FD NOTAS-REJEITADAS.
           01 REG-REJEITADO            PIC X(80).

       WORKING-STORAGE SECTION.

           01 WS-NOTAS.
               05 WS-MATRICULA         PIC 9(06).
               05 WS-NOME              PIC A(15).
               05 WS-DISCIPLINA        PIC X(05).
               05 WS-QTD-NOTAS         PIC 9(02).
                          DEPENDING ON WS-QTD-NOTAS
                          PIC 9(02).

           01 WS-MATRICULA-TX          PIC X(06).
           01 WS-ALUNO-OK              PIC X(01) VALUE 'N'.
           01 WS-MOTIVO-REJ            PIC X(30) VALUE SPACES.
           01 WS-CT-REJEITADOS         PIC 9(04) VALUE ZEROS.

      * TOKENS BRUTOS DO UNSTRING: A MATRICULA E ATE 7 CAMPOS
      *  NUMERICOS
      *  (NOTAS + A QUANTIDADE DE NOTAS NO FINAL DO REGISTRO)
           01 WS-TOKENS-NUM.
               05 WS-TOKEN-NUM OCCURS 7 TIMES PIC 9(02).
               05 WS-FS-HISTORICO      PIC X(02).
               05 WS-FS-FREQ           PIC X(02).
               05 WS-FS-FREQ-PAR       PIC X(02).
               05 WS-FS-ALUNOS         PIC X(02).
               05 WS-FS-REJ            PIC X(02).

           01 AUX.
               05 WS-EOF               PIC X(01) VALUE 'N'.
               05 WS-CNT-FREQ          PIC 9(03) VALUE ZEROS.
               05 WS-FREQ-ITEM OCCURS 300 TIMES
                                 INDEXED BY WS-IDX-FRQ.
                   10 WS-F-MATRICULA   PIC 9(06).
                   10 WS-F-DISC        PIC X(05).
                   10 WS-F-AULAS       PIC 9(03).
                   10 WS-F-PRESENCAS   PIC 9(03).
           01 WS-FREQ-CAMPOS.
               05 WS-FQ-MATRIC-TX      PIC X(06).
               05 WS-FQ-DISC           PIC X(05).
               05 WS-FQ-AULAS-TX       PIC X(04).
               05 WS-FQ-PRES-TX        PIC X(04).
               05 WS-CNT-HIST          PIC 9(04) VALUE ZEROS.
               05 WS-HIST-ITEM OCCURS 300 TIMES
                                 INDEXED BY WS-IDX-HIS.
                   10 WS-H-MATRICULA   PIC 9(06).
                   10 WS-H-NOME        PIC A(15).
                   10 WS-H-DISC        PIC X(05).
                   10 WS-H-QTD         PIC 9(02).
                   10 WS-H-IMPRESSO    PIC X(01).
           01 WS-IDX-HI2               PIC 9(04) VALUE ZEROS.
           01 WS-ALUNO-HIST            PIC A(15) VALUE SPACES.
           01 WS-MATRIC-HIST           PIC 9(06) VALUE ZEROS.
           01 WS-CT-DISC-APROV         PIC 9(02) VALUE ZEROS.
           01 WS-CT-DISC-EXAME         PIC 9(02) VALUE ZEROS.
           01 WS-CT-DISC-REPROV        PIC 9(02) VALUE ZEROS.
               05 WS-CNT-RANK          PIC 9(04) VALUE ZEROS.
               05 WS-RANK-ITEM OCCURS 200 TIMES
                                 INDEXED BY WS-IDX-RANK.
                   10 WS-R-MATRICULA   PIC 9(06).
                   10 WS-R-NOME        PIC A(15).
                   10 WS-R-MEDIA       PIC 9(02)V99.
           01 WS-RANK-TROCA.
               05 WS-T-MATRICULA       PIC 9(06).
               05 WS-T-NOME            PIC A(15).
               05 WS-T-MEDIA           PIC 9(02)V99.
           01 WS-POS-NUM               PIC 9(01) VALUE ZEROS.
           01 WS-LINHA-RANK.
               05 WS-RK-POSICAO        PIC ZZZ9.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-RK-MATRICULA      PIC 9(06).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-RK-NOME           PIC A(15).
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-RK-MEDIA          PIC ZZ,99.
           OPEN OUTPUT EXAME-OUTPUT.
           OPEN OUTPUT RELATORIO-TURMA.
           OPEN OUTPUT HISTORICO-ESCOLAR.
           OPEN OUTPUT NOTAS-REJEITADAS.
           OPEN INPUT ALUNOS.
           IF WS-FS-ALUNOS NOT = '00'
               DISPLAY 'CADASTRO DE ALUNOS NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
           END-IF.
           PERFORM 0100-CARREGA-FREQUENCIA.

           IF WS-FS-NOTAS = '00' AND WS-FS-OUT = '00'
              AND WS-FS-ALUNOS = '00'

               PERFORM UNTIL WS-EOF = 'Y'

                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 0200-UNSTRING-REGISTRO
                       PERFORM 0250-VALIDA-ALUNO
                       IF WS-ALUNO-OK = 'S'
                           PERFORM 0300-CALCULA-MEDIA
                           PERFORM 0400-DEFINE-STATUS
                           PERFORM 0500-GRAVA-REGISTRO
                           PERFORM 0600-ACUMULA-ESTATISTICAS
                       END-IF
               END-PERFORM

               PERFORM 0700-RELATORIO-TURMA
           CLOSE EXAME-OUTPUT.
           CLOSE RELATORIO-TURMA.
           CLOSE HISTORICO-ESCOLAR.
           CLOSE NOTAS-REJEITADAS.
           CLOSE ALUNOS.

           IF WS-CT-REJEITADOS > ZEROS
               DISPLAY 'LINHAS REJEITADAS: ' WS-CT-REJEITADOS
               IF RETURN-CODE = ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

            STOP RUN.

               NOT AT END
                   MOVE SPACES TO WS-FREQ-CAMPOS
                   UNSTRING REG-FREQ DELIMITED BY SPACES
                       INTO WS-FQ-MATRIC-TX WS-FQ-DISC
                            WS-FQ-AULAS-TX WS-FQ-PRES-TX
                   END-UNSTRING
                   IF WS-CNT-FREQ < 300
                       ADD 1 TO WS-CNT-FREQ
                       SET WS-IDX-FRQ TO WS-CNT-FREQ
                       MOVE ZEROS TO WS-F-MATRICULA (WS-IDX-FRQ)
                       IF WS-FQ-MATRIC-TX IS NUMERIC
                           MOVE WS-FQ-MATRIC-TX TO
                               WS-F-MATRICULA (WS-IDX-FRQ)
                       END-IF
                       MOVE WS-FQ-DISC TO WS-F-DISC (WS-IDX-FRQ)
                       COMPUTE WS-F-AULAS (WS-IDX-FRQ) =
                           FUNCTION NUMVAL (WS-FQ-AULAS-TX)
                   END-IF
           END-READ.

      * O REGISTRO TRAZ A MATRICULA, O CODIGO DA DISCIPLINA, AS
      *  NOTAS E, POR ULTIMO, A QUANTIDADE DE NOTAS DAQUELA
      *  DISCIPLINA (3, 4 OU MAIS), TUDO SEPARADO POR ESPACOS. O
      *  UNSTRING CONTA QUANTOS CAMPOS FORAM PREENCHIDOS (TALLYING
      *  IN) PARA SABER ONDE ESTA A QUANTIDADE DE NOTAS.
       0200-UNSTRING-REGISTRO.
           MOVE ZEROS TO WS-NUM-TOKENS
           UNSTRING ARQUIVO-I
           DELIMITED BY SPACES
           INTO
               WS-MATRICULA-TX
               WS-DISCIPLINA
               WS-TOKEN-NUM (1)
               WS-TOKEN-NUM (2)
               MOVE WS-TOKEN-NUM (WS-IDX) TO WS-NOTA (WS-IDX)
           END-PERFORM.

      * SO ENTRA NA MEDIA O ALUNO DO CADASTRO COM MATRICULA ATIVA; O
      *  NOME QUE VAI PARA AS SAIDAS VEM DO CADASTRO
       0250-VALIDA-ALUNO.
           MOVE 'S' TO WS-ALUNO-OK.
           MOVE SPACES TO WS-MOTIVO-REJ.
           IF WS-MATRICULA-TX IS NOT NUMERIC
               MOVE 'N' TO WS-ALUNO-OK
               MOVE 'MATRICULA INVALIDA' TO WS-MOTIVO-REJ
           ELSE
               MOVE WS-MATRICULA-TX TO WS-MATRICULA
               MOVE WS-MATRICULA TO ALU-MATRICULA
               READ ALUNOS
                   INVALID KEY
                       MOVE 'N' TO WS-ALUNO-OK
                       MOVE 'MATRICULA NAO CADASTRADA'
                           TO WS-MOTIVO-REJ
                   NOT INVALID KEY
                       IF ALU-MATRICULADO
                           MOVE ALU-NOME TO WS-NOME
                       ELSE
                           MOVE 'N' TO WS-ALUNO-OK
                           IF ALU-TRANSFERIDO
                               MOVE 'ALUNO TRANSFERIDO'
                                   TO WS-MOTIVO-REJ
                           ELSE
                               MOVE 'ALUNO DESISTENTE'
                                   TO WS-MOTIVO-REJ
                           END-IF
                       END-IF
               END-READ
           END-IF.
           IF WS-ALUNO-OK = 'N'
               ADD 1 TO WS-CT-REJEITADOS
               MOVE SPACES TO REG-REJEITADO
               STRING ARQUIVO-I DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   WS-MOTIVO-REJ DELIMITED BY SIZE
                   INTO REG-REJEITADO
               WRITE REG-REJEITADO
           END-IF.

       0300-CALCULA-MEDIA.
           MOVE ZEROS TO WS-SOMA-NOTAS
           PERFORM VARYING WS-IDX FROM 1 BY 1
           MOVE 100 TO WS-PERC-PRESENCA.
           PERFORM VARYING WS-IDX-FRQ FROM 1 BY 1
                   UNTIL WS-IDX-FRQ > WS-CNT-FREQ
               IF WS-F-MATRICULA (WS-IDX-FRQ) = WS-MATRICULA
                  AND WS-F-DISC (WS-IDX-FRQ) = WS-DISCIPLINA
                  AND WS-F-AULAS (WS-IDX-FRQ) > ZEROS
                   COMPUTE WS-PERC-PRESENCA ROUNDED =

       0500-GRAVA-REGISTRO.
           MOVE WS-QTD-NOTAS TO QTD-NOTAS-O
           MOVE WS-MATRICULA TO MATRIC-O
           MOVE WS-NOME TO NOME-O
           MOVE WS-DISCIPLINA TO DISC-O
           PERFORM VARYING WS-IDX FROM 1 BY 1
           AFTER ADVANCING 1 LINE

           IF WS-STATUS = "Exame"
               MOVE WS-MATRICULA TO MATRIC-EXAME
               MOVE WS-NOME TO NOME-EXAME
               MOVE WS-DISCIPLINA TO DISC-EXAME
               MOVE WS-MEDIA-EDIT TO MEDIA-EXAME
           IF WS-CNT-RANK < 200
               ADD 1 TO WS-CNT-RANK
               SET WS-IDX-RANK TO WS-CNT-RANK
               MOVE WS-MATRICULA TO WS-R-MATRICULA (WS-IDX-RANK)
               MOVE WS-NOME TO WS-R-NOME (WS-IDX-RANK)
               MOVE WS-MEDIA TO WS-R-MEDIA (WS-IDX-RANK)
           END-IF
           IF WS-CNT-HIST < 300
               ADD 1 TO WS-CNT-HIST
               SET WS-IDX-HIS TO WS-CNT-HIST
               MOVE WS-MATRICULA TO WS-H-MATRICULA (WS-IDX-HIS)
               MOVE WS-NOME TO WS-H-NOME (WS-IDX-HIS)
               MOVE WS-DISCIPLINA TO WS-H-DISC (WS-IDX-HIS)
               MOVE WS-QTD-NOTAS TO WS-H-QTD (WS-IDX-HIS)
           PERFORM VARYING WS-IDX-RANK FROM 1 BY 1
                   UNTIL WS-IDX-RANK > WS-CNT-RANK
               MOVE WS-IDX-RANK TO WS-RK-POSICAO
               MOVE WS-R-MATRICULA (WS-IDX-RANK) TO WS-RK-MATRICULA
               MOVE WS-R-NOME (WS-IDX-RANK) TO WS-RK-NOME
               MOVE WS-R-MEDIA (WS-IDX-RANK) TO WS-RK-MEDIA
               MOVE WS-LINHA-RANK TO REG-TURMA
                   UNTIL WS-IDX-HI2 > WS-CNT-HIST
               SET WS-IDX-HIS TO WS-IDX-HI2
               IF WS-H-IMPRESSO (WS-IDX-HIS) = 'N'
                   MOVE WS-H-MATRICULA (WS-IDX-HIS) TO WS-MATRIC-HIST
                   MOVE WS-H-NOME (WS-IDX-HIS) TO WS-ALUNO-HIST
                   PERFORM 0810-BLOCO-DE-UM-ALUNO
               END-IF
           MOVE ALL '=' TO REG-HISTORICO.
           WRITE REG-HISTORICO.
           MOVE SPACES TO REG-HISTORICO.
           STRING 'HISTORICO ESCOLAR - ' WS-MATRIC-HIST ' '
               WS-ALUNO-HIST
               DELIMITED BY SIZE INTO REG-HISTORICO.
           WRITE REG-HISTORICO.
           MOVE ZEROS TO WS-CT-DISC-APROV.
           MOVE 1 TO WS-PTR-LISTA.
           PERFORM VARYING WS-IDX-HIS FROM 1 BY 1
                   UNTIL WS-IDX-HIS > WS-CNT-HIST
               IF WS-H-MATRICULA (WS-IDX-HIS) = WS-MATRIC-HIST
                   PERFORM 0820-LINHA-DE-DISCIPLINA
                   MOVE 'S' TO WS-H-IMPRESSO (WS-IDX-HIS)
               END-IF
