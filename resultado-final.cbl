      * Purpose: Processamento da segunda chamada (exame) da turma do
      *  MEDIA-ALUNOS. Le o arquivo de alunos em exame
      *  (aluno-exame-out.txt) junto com o arquivo de notas do exame
      *  (exame-notas.txt, chave pela matricula do aluno), aplica a
      *  regra de recuperacao - a media final e a media da disciplina
      *  combinada meio a meio com a nota do exame, e 50 aprova - e
      *  grava o arquivo de resultado final cobrindo TODOS os alunos:
      *  aprovados direto, aprovados no exame e reprovados. Aluno que
      *  coordenacao.
      * Tectonics: cobc
      ******************************************************************
      * 15/10/2026 TS Aluno pela matricula: o registro de media do
      *               MEDIA-ALUNOS comeca pela matricula (os offsets
      *               andaram 7 posicoes), a nota de exame casa por
      *               matricula + disciplina (exame-notas.txt traz a
      *               matricula no lugar do nome) e o resultado sai
      *               com a matricula antes do nome
      * 02/09/2026 TS Reprovado por falta atravessa o resultado final
      *               como categoria propria: o status Rep-Falta do
      *               MEDIA-ALUNOS passa direto (sem exame) e sai
           01 ARQUIVO-MEDIA            PIC X(60).

           FD EXAME-NOTAS.
           01 ARQUIVO-EXAME            PIC X(15).

           FD RESULTADO-SAIDA.
           01 ARQUIVO-RESULTADO.
               05 MATRIC-R             PIC 9(06).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 NOME-R               PIC A(15).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 DISC-R               PIC X(05).
      * CAMPOS DO REGISTRO DE MEDIA (A POSICAO DA MEDIA E DO STATUS
      *  DEPENDE DA QUANTIDADE DE NOTAS, CALCULADA PELO OFFSET)
           01 WS-MEDIA-CAMPOS.
               05 WS-MATRICULA         PIC 9(06).
               05 WS-NOME              PIC A(15).
               05 WS-DISCIPLINA        PIC X(05).
               05 WS-QTD-NOTAS         PIC 9(02) VALUE ZEROS.
               05 WS-STATUS-TXT        PIC X(09).
               05 WS-MEDIA             PIC 9(02)V99 VALUE ZEROS.

      * NOTAS DO EXAME CARREGADAS EM MEMORIA, CHAVE PELA MATRICULA
           01 WS-TAB-EXAME.
               05 WS-CNT-EXAME         PIC 9(03) VALUE ZEROS.
               05 WS-EXAME-ITEM OCCURS 200 TIMES
                                  INDEXED BY WS-IDX-EXA.
                   10 WS-E-MATRICULA   PIC 9(06).
                   10 WS-E-DISC        PIC X(05).
                   10 WS-E-NOTA        PIC 9(02).

           01 WS-EXAME-LINHA.
               05 WS-EL-MATRICULA      PIC 9(06).
               05 FILLER               PIC X(01).
               05 WS-EL-DISC           PIC X(05).
               05 FILLER               PIC X(01).
                   IF WS-CNT-EXAME < 200
                       ADD 1 TO WS-CNT-EXAME
                       SET WS-IDX-EXA TO WS-CNT-EXAME
                       MOVE WS-EL-MATRICULA TO
                           WS-E-MATRICULA (WS-IDX-EXA)
                       MOVE WS-EL-DISC TO WS-E-DISC (WS-IDX-EXA)
                       MOVE WS-EL-NOTA TO WS-E-NOTA (WS-IDX-EXA)
                   END-IF
           END-READ.

      * A POSICAO DA MEDIA E DO STATUS NO REGISTRO DE MEDIA DEPENDE
      *  DA QUANTIDADE DE NOTAS DA DISCIPLINA (MATRICULA NAS
      *  POSICOES 1-6, NOME 8-22, DISCIPLINA 24-28, QUANTIDADE 30-31)
       0200-PROCESSA-ALUNO.
           READ MEDIA-ENTRADA
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   MOVE ARQUIVO-MEDIA (1:6) TO WS-MATRICULA
                   MOVE ARQUIVO-MEDIA (8:15) TO WS-NOME
                   MOVE ARQUIVO-MEDIA (24:5) TO WS-DISCIPLINA
                   MOVE ARQUIVO-MEDIA (30:2) TO WS-QTD-NOTAS
                   COMPUTE WS-OFFSET-MEDIA =
                       34 + (WS-QTD-NOTAS * 2)
                   COMPUTE WS-OFFSET-STATUS = WS-OFFSET-MEDIA + 6
                   MOVE ARQUIVO-MEDIA (WS-OFFSET-MEDIA:5)
                       TO WS-MEDIA-TXT
           PERFORM VARYING WS-IDX-EXA FROM 1 BY 1
                   UNTIL WS-IDX-EXA > WS-CNT-EXAME
                      OR WS-ACHOU-EXAME = 'S'
               IF WS-E-MATRICULA (WS-IDX-EXA) = WS-MATRICULA
                  AND WS-E-DISC (WS-IDX-EXA) = WS-DISCIPLINA
                   MOVE 'S' TO WS-ACHOU-EXAME
                   MOVE WS-E-NOTA (WS-IDX-EXA) TO WS-NOTA-EXAME
               MOVE WS-MEDIA TO WS-MEDIA-FINAL
               MOVE 'SEM NOTA EXAME' TO RESULTADO-R
               ADD 1 TO WS-CT-SEM-NOTA
               DISPLAY 'ALUNO ' WS-MATRICULA ' ' WS-NOME
                   ' DEVIA EXAME DE '
                   WS-DISCIPLINA ' E NAO TEM NOTA LANCADA'
               PERFORM 0500-GRAVA-RESULTADO
           ELSE
           END-IF.

       0500-GRAVA-RESULTADO.
           MOVE WS-MATRICULA TO MATRIC-R.
           MOVE WS-NOME TO NOME-R.
           MOVE WS-DISCIPLINA TO DISC-R.
           MOVE WS-MEDIA-FINAL TO MEDIA-FINAL-R.
