      *================================================================*
      * Author:
      * Date:
      * Purpose: Conversao unica dos arquivos da turma identificados
      *  pelo nome para a matricula. Le as notas (aluno-nota.txt), a
      *  frequencia (aluno-frequencia.txt) e as notas de exame
      *  (exame-notas.txt) ainda com o nome do aluno, cria o cadastro
      *  de alunos (ALUNOS.DAT, copybook ALUNOREG) dando um numero a
      *  cada aluno - com a turma e o ano letivo informados na
      *  abertura e situacao matriculado - e grava as copias novas
      *  dos tres arquivos com a matricula no lugar do nome
      *  (aluno-nota-novo.txt, aluno-frequencia-novo.txt,
      *  exame-notas-novo.txt). Nome repetido na mesma disciplina e
      *  tratado como alunos diferentes: a N-esima linha do nome
      *  naquela disciplina e do N-esimo aluno com esse nome, em cada
      *  um dos tres arquivos. Os homonimos saem marcados no
      *  relatorio da conversao para a secretaria conferir (e
      *  completar o nome no cadastro) antes da operacao trocar os
      *  arquivos novos pelos antigos. O responsavel financeiro e a
      *  bolsa nao existem nos arquivos antigos e ficam para a
      *  secretaria completar no MANTEM-ALUNOS. Recusa rodar com o
      *  cadastro ja carregado.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTE-ALUNOS.
      *================================================================*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNOS ASSIGN TO WS-ARQ-ALUNOS
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-ALUNOS
             RECORD KEY ALU-MATRICULA.

           SELECT NOTAS-ANTIGO ASSIGN TO WS-ARQ-NOTAS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-NOTAS.

           SELECT NOTAS-NOVO ASSIGN TO WS-ARQ-NOTAS-NOVO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-NOTAS-NOVO.

           SELECT OPTIONAL FREQ-ANTIGO ASSIGN TO WS-ARQ-FREQ
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-FREQ.

           SELECT FREQ-NOVO ASSIGN TO WS-ARQ-FREQ-NOVO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-FREQ-NOVO.

           SELECT OPTIONAL EXAME-ANTIGO ASSIGN TO WS-ARQ-EXAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-EXAME.

           SELECT EXAME-NOVO ASSIGN TO WS-ARQ-EXAME-NOVO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-EXAME-NOVO.

           SELECT CONVERSAO-RLT ASSIGN TO WS-ARQ-RLT
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-RLT.

      *================================================================*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD ALUNOS.
       COPY ALUNOREG.

      * NOTAS: NOME DISCIPLINA NOTAS... QUANTIDADE (POR ESPACOS)
       FD NOTAS-ANTIGO.
       01 NOTAS-ANT-REG      PIC X(50).

       FD NOTAS-NOVO.
       01 NOTAS-NOVO-REG     PIC X(50).

      * FREQUENCIA: NOME DISCIPLINA AULAS PRESENCAS (POR ESPACOS)
       FD FREQ-ANTIGO.
       01 FREQ-ANT-REG       PIC X(40).

       FD FREQ-NOVO.
       01 FREQ-NOVO-REG      PIC X(40).

      * EXAME: NOME(15) DISCIPLINA(5) NOTA(2), COLUNAS FIXAS
       FD EXAME-ANTIGO.
       01 EXAME-ANT-REG.
           03 EXA-NOME       PIC A(15).
           03 FILLER         PIC X(01).
           03 EXA-DISC       PIC X(05).
           03 FILLER         PIC X(01).
           03 EXA-NOTA       PIC X(02).

       FD EXAME-NOVO.
       01 EXAME-NOVO-REG.
           03 EXN-MATRICULA  PIC 9(06).
           03 FILLER         PIC X(01).
           03 EXN-DISC       PIC X(05).
           03 FILLER         PIC X(01).
           03 EXN-NOTA       PIC X(02).

       FD CONVERSAO-RLT.
       01 RLT-REG            PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      * EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG)
      *----------------------------------------------------------------*
       01 WS-ARQ-ALUNOS     PIC X(80) VALUE
           'C:\exe-cobol\alunos.dat'.
       01 WS-ARQ-NOTAS      PIC X(80) VALUE
           'C:\exe-cobol\aluno-nota.txt'.
       01 WS-ARQ-NOTAS-NOVO PIC X(80) VALUE
           'C:\exe-cobol\aluno-nota-novo.txt'.
       01 WS-ARQ-FREQ       PIC X(80) VALUE
           'C:\exe-cobol\aluno-frequencia.txt'.
       01 WS-ARQ-FREQ-NOVO  PIC X(80) VALUE
           'C:\exe-cobol\aluno-frequencia-novo.txt'.
       01 WS-ARQ-EXAME      PIC X(80) VALUE
           'C:\exe-cobol\exame-notas.txt'.
       01 WS-ARQ-EXAME-NOVO PIC X(80) VALUE
           'C:\exe-cobol\exame-notas-novo.txt'.
       01 WS-ARQ-RLT        PIC X(80) VALUE
           'C:\exe-cobol\converte-alunos-rel.txt'.
       01 WS-CFG-LOGICO     PIC X(20).
       01 WS-CFG-CAMINHO    PIC X(80).
       01 WS-CFG-ACHOU      PIC X(01).

       01 WS-STATUS.
           05 WS-FS-ALUNOS     PIC X(02).
           05 WS-FS-NOTAS      PIC X(02).
           05 WS-FS-NOTAS-NOVO PIC X(02).
           05 WS-FS-FREQ       PIC X(02).
           05 WS-FS-FREQ-NOVO  PIC X(02).
           05 WS-FS-EXAME      PIC X(02).
           05 WS-FS-EXAME-NOVO PIC X(02).
           05 WS-FS-RLT        PIC X(02).

       01 WS-CONTROLE.
           05 WS-EOF           PIC X(01) VALUE 'N'.
           05 WS-DATA-HOJE     PIC 9(08) VALUE ZEROS.
           05 WS-TURMA         PIC X(05) VALUE SPACES.
           05 WS-ANO           PIC 9(04) VALUE ZEROS.
           05 WS-PROX-MATRIC   PIC 9(06) VALUE ZEROS.
           05 WS-PTR           PIC 9(03) VALUE ZEROS.
           05 WS-ORDEM         PIC 9(02) VALUE ZEROS.
           05 WS-ALUNO-ACHADO  PIC 9(03) VALUE ZEROS.
           05 WS-CT-NOTAS      PIC 9(05) VALUE ZEROS.
           05 WS-CT-FREQ       PIC 9(05) VALUE ZEROS.
           05 WS-CT-EXAME      PIC 9(05) VALUE ZEROS.
           05 WS-CT-HOMONIMOS  PIC 9(03) VALUE ZEROS.
           05 WS-CT-FORA-NOTAS PIC 9(03) VALUE ZEROS.
           05 WS-CT-ERROS      PIC 9(03) VALUE ZEROS.

      * CAMPOS DA LINHA LIDA: O NOME, A DISCIPLINA E O RESTO DA
      * LINHA, QUE PASSA IGUAL PARA O ARQUIVO NOVO
       01 WS-LINHA-CAMPOS.
           05 WS-LC-NOME       PIC A(15).
           05 WS-LC-DISC       PIC X(05).

      * ALUNOS NUMERADOS NA CONVERSAO: O NOME, QUAL HOMONIMO E ELE
      * (1 = O PRIMEIRO COM ESSE NOME) E A MATRICULA DADA
       01 WS-TAB-ALUNOS.
           05 WS-CNT-ALUNOS    PIC 9(03) VALUE ZEROS.
           05 WS-ALUNO-ITEM OCCURS 300 TIMES
                             INDEXED BY WS-IDX-ALU.
               10 WS-A-NOME       PIC A(15).
               10 WS-A-ORDEM      PIC 9(02).
               10 WS-A-MATRICULA  PIC 9(06).
               10 WS-A-ORIGEM     PIC X(01).

      * QUANTAS VEZES CADA NOME+DISCIPLINA JA APARECEU NO ARQUIVO EM
      * CONVERSAO (ZERADA A CADA ARQUIVO)
       01 WS-TAB-OCORR.
           05 WS-CNT-OCORR     PIC 9(03) VALUE ZEROS.
           05 WS-OCORR-ITEM OCCURS 600 TIMES
                             INDEXED BY WS-IDX-OCO.
               10 WS-O-NOME       PIC A(15).
               10 WS-O-DISC       PIC X(05).
               10 WS-O-QTD        PIC 9(02).
       01 WS-ORIGEM-ATUAL      PIC X(01) VALUE SPACE.

       01 WS-LINHA-ALUNO.
           05 WS-LA-MATRICULA  PIC 9(06).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-LA-NOME       PIC X(15).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-LA-AVISO      PIC X(50).
      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       0-PRINCIPAL.
           PERFORM 1-RESOLVE-CAMINHOS.
           PERFORM 2-RECEBE-TURMA.
           PERFORM 3-ABRE-ARQUIVOS.
           MOVE 'N' TO WS-ORIGEM-ATUAL.
           MOVE ZEROS TO WS-CNT-OCORR.
           MOVE 'N' TO WS-EOF.
           PERFORM 4-CONVERTE-NOTAS UNTIL WS-EOF = 'S'.
           MOVE 'F' TO WS-ORIGEM-ATUAL.
           MOVE ZEROS TO WS-CNT-OCORR.
           MOVE 'N' TO WS-EOF.
           IF WS-FS-FREQ NOT = '00'
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM 5-CONVERTE-FREQUENCIA UNTIL WS-EOF = 'S'.
           MOVE 'E' TO WS-ORIGEM-ATUAL.
           MOVE ZEROS TO WS-CNT-OCORR.
           MOVE 'N' TO WS-EOF.
           IF WS-FS-EXAME NOT = '00'
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM 6-CONVERTE-EXAME UNTIL WS-EOF = 'S'.
           PERFORM 8-GRAVA-CADASTRO.
           PERFORM 9-FINALIZA.
           STOP RUN.

       1-RESOLVE-CAMINHOS.
           MOVE 'ALUNOS-MASTER' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-ALUNOS
           END-IF.
           MOVE 'ALUNO-NOTAS' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-NOTAS
           END-IF.
           MOVE 'ALUNO-NOTAS-NOVO' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-NOTAS-NOVO
           END-IF.
           MOVE 'ALUNO-FREQ' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-FREQ
           END-IF.
           MOVE 'ALUNO-FREQ-NOVO' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-FREQ-NOVO
           END-IF.
           MOVE 'EXAME-NOTAS' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-EXAME
           END-IF.
           MOVE 'EXAME-NOTAS-NOVO' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-EXAME-NOVO
           END-IF.
           MOVE 'CONVERTE-ALUNOS-RLT' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-RLT
           END-IF.

       11-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.

       2-RECEBE-TURMA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'CONVERSAO DOS ARQUIVOS DA TURMA PARA A MATRICULA'.
           DISPLAY 'TURMA: '.
           ACCEPT WS-TURMA.
           DISPLAY 'ANO LETIVO (EM BRANCO = ANO CORRENTE): '.
           ACCEPT WS-ANO.
           IF WS-ANO = ZEROS
               MOVE WS-DATA-HOJE (1:4) TO WS-ANO
           END-IF.
           IF WS-TURMA = SPACES
               DISPLAY 'TURMA OBRIGATORIA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * O CADASTRO TEM DE ESTAR VAZIO (OU NAO EXISTIR): A CONVERSAO
      * NUMERA A PARTIR DE 1 E NAO CASA NOME COM ALUNO JA CADASTRADO
       3-ABRE-ARQUIVOS.
           OPEN INPUT ALUNOS.
           IF WS-FS-ALUNOS = '00'
               MOVE 'N' TO WS-EOF
               MOVE LOW-VALUES TO ALU-MATRICULA
               START ALUNOS KEY IS NOT LESS THAN ALU-MATRICULA
                   INVALID KEY MOVE 'S' TO WS-EOF
               END-START
               IF WS-EOF = 'N'
                   READ ALUNOS NEXT RECORD
                       AT END MOVE 'S' TO WS-EOF
                   END-READ
               END-IF
               CLOSE ALUNOS
               IF WS-EOF = 'N'
                   DISPLAY 'CADASTRO DE ALUNOS JA CARREGADO - '
                       'CONVERSAO NAO EXECUTADA'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT NOTAS-ANTIGO.
           IF WS-FS-NOTAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE NOTAS: '
                   WS-FS-NOTAS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT FREQ-ANTIGO.
           OPEN INPUT EXAME-ANTIGO.
           OPEN OUTPUT NOTAS-NOVO.
           OPEN OUTPUT FREQ-NOVO.
           OPEN OUTPUT EXAME-NOVO.
           OPEN OUTPUT CONVERSAO-RLT.
           MOVE SPACES TO RLT-REG.
           STRING 'CONVERSAO PARA MATRICULA - TURMA ' WS-TURMA
               ' ANO ' WS-ANO DELIMITED BY SIZE INTO RLT-REG.
           WRITE RLT-REG.
           MOVE ZEROS TO WS-PROX-MATRIC.

      * NOTAS: A MATRICULA ENTRA NO LUGAR DO NOME E O RESTO DA LINHA
      * (DISCIPLINA, NOTAS E QUANTIDADE) PASSA IGUAL
       4-CONVERTE-NOTAS.
           READ NOTAS-ANTIGO
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-CT-NOTAS
                   MOVE SPACES TO WS-LINHA-CAMPOS
                   MOVE 1 TO WS-PTR
                   UNSTRING NOTAS-ANT-REG DELIMITED BY ALL SPACES
                       INTO WS-LC-NOME WS-LC-DISC
                       WITH POINTER WS-PTR
                   END-UNSTRING
                   PERFORM 7-ACHA-ALUNO
                   MOVE SPACES TO NOTAS-NOVO-REG
                   STRING WS-A-MATRICULA (WS-IDX-ALU) ' '
                           DELIMITED BY SIZE
                       WS-LC-DISC DELIMITED BY SPACE
                       ' ' NOTAS-ANT-REG (WS-PTR:)
                           DELIMITED BY SIZE
                       INTO NOTAS-NOVO-REG
                   WRITE NOTAS-NOVO-REG
           END-READ.

       5-CONVERTE-FREQUENCIA.
           READ FREQ-ANTIGO
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-CT-FREQ
                   MOVE SPACES TO WS-LINHA-CAMPOS
                   MOVE 1 TO WS-PTR
                   UNSTRING FREQ-ANT-REG DELIMITED BY ALL SPACES
                       INTO WS-LC-NOME WS-LC-DISC
                       WITH POINTER WS-PTR
                   END-UNSTRING
                   PERFORM 7-ACHA-ALUNO
                   MOVE SPACES TO FREQ-NOVO-REG
                   STRING WS-A-MATRICULA (WS-IDX-ALU) ' '
                           DELIMITED BY SIZE
                       WS-LC-DISC DELIMITED BY SPACE
                       ' ' FREQ-ANT-REG (WS-PTR:)
                           DELIMITED BY SIZE
                       INTO FREQ-NOVO-REG
                   WRITE FREQ-NOVO-REG
           END-READ.

       6-CONVERTE-EXAME.
           READ EXAME-ANTIGO
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-CT-EXAME
                   MOVE EXA-NOME TO WS-LC-NOME
                   MOVE EXA-DISC TO WS-LC-DISC
                   PERFORM 7-ACHA-ALUNO
                   MOVE SPACES TO EXAME-NOVO-REG
                   MOVE WS-A-MATRICULA (WS-IDX-ALU) TO EXN-MATRICULA
                   MOVE EXA-DISC TO EXN-DISC
                   MOVE EXA-NOTA TO EXN-NOTA
                   WRITE EXAME-NOVO-REG
           END-READ.

      *----------------------------------------------------------------*
      * A N-ESIMA LINHA DE UM NOME NUMA DISCIPLINA (NO ARQUIVO EM
      * CONVERSAO) E DO N-ESIMO ALUNO COM ESSE NOME; ALUNO AINDA SEM
      * NUMERO RECEBE O PROXIMO. DEIXA WS-IDX-ALU NO ALUNO
      *----------------------------------------------------------------*
       7-ACHA-ALUNO.
           MOVE ZEROS TO WS-ORDEM.
           PERFORM VARYING WS-IDX-OCO FROM 1 BY 1
                   UNTIL WS-IDX-OCO > WS-CNT-OCORR
               IF WS-O-NOME (WS-IDX-OCO) = WS-LC-NOME
                  AND WS-O-DISC (WS-IDX-OCO) = WS-LC-DISC
                   ADD 1 TO WS-O-QTD (WS-IDX-OCO)
                   MOVE WS-O-QTD (WS-IDX-OCO) TO WS-ORDEM
               END-IF
           END-PERFORM.
           IF WS-ORDEM = ZEROS
               MOVE 1 TO WS-ORDEM
               IF WS-CNT-OCORR < 600
                   ADD 1 TO WS-CNT-OCORR
                   SET WS-IDX-OCO TO WS-CNT-OCORR
                   MOVE WS-LC-NOME TO WS-O-NOME (WS-IDX-OCO)
                   MOVE WS-LC-DISC TO WS-O-DISC (WS-IDX-OCO)
                   MOVE 1 TO WS-O-QTD (WS-IDX-OCO)
               END-IF
           END-IF.
           MOVE ZEROS TO WS-ALUNO-ACHADO.
           PERFORM VARYING WS-IDX-ALU FROM 1 BY 1
                   UNTIL WS-IDX-ALU > WS-CNT-ALUNOS
               IF WS-A-NOME (WS-IDX-ALU) = WS-LC-NOME
                  AND WS-A-ORDEM (WS-IDX-ALU) = WS-ORDEM
                   SET WS-ALUNO-ACHADO TO WS-IDX-ALU
               END-IF
           END-PERFORM.
           IF WS-ALUNO-ACHADO = ZEROS
               IF WS-CNT-ALUNOS < 300
                   ADD 1 TO WS-CNT-ALUNOS
                   ADD 1 TO WS-PROX-MATRIC
                   MOVE WS-CNT-ALUNOS TO WS-ALUNO-ACHADO
                   SET WS-IDX-ALU TO WS-CNT-ALUNOS
                   MOVE WS-LC-NOME TO WS-A-NOME (WS-IDX-ALU)
                   MOVE WS-ORDEM TO WS-A-ORDEM (WS-IDX-ALU)
                   MOVE WS-PROX-MATRIC TO WS-A-MATRICULA (WS-IDX-ALU)
                   MOVE WS-ORIGEM-ATUAL TO WS-A-ORIGEM (WS-IDX-ALU)
               ELSE
                   DISPLAY 'TABELA DE ALUNOS CHEIA - CONVERSAO '
                       'INTERROMPIDA'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           SET WS-IDX-ALU TO WS-ALUNO-ACHADO.

      * GRAVA O CADASTRO E A LISTA DA CONVERSAO; HOMONIMO E ALUNO QUE
      * SO APARECEU NA FREQUENCIA OU NO EXAME SAEM MARCADOS
       8-GRAVA-CADASTRO.
           OPEN OUTPUT ALUNOS.
           IF WS-FS-ALUNOS NOT = '00'
               DISPLAY 'ERRO AO CRIAR O CADASTRO DE ALUNOS: '
                   WS-FS-ALUNOS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-IDX-ALU FROM 1 BY 1
                   UNTIL WS-IDX-ALU > WS-CNT-ALUNOS
               MOVE SPACES TO ALUNO-REG
               MOVE ZEROS TO ALU-RESP-CPF
               MOVE ZEROS TO ALU-BOLSA-PCT
               MOVE WS-A-MATRICULA (WS-IDX-ALU) TO ALU-MATRICULA
               MOVE WS-A-NOME (WS-IDX-ALU) TO ALU-NOME
               MOVE WS-TURMA TO ALU-TURMA
               MOVE WS-ANO TO ALU-ANO
               SET ALU-MATRICULADO TO TRUE
               MOVE WS-DATA-HOJE TO ALU-DATA-MATRICULA
               MOVE WS-DATA-HOJE TO ALU-DATA-SITUACAO
               WRITE ALUNO-REG
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR A MATRICULA '
                           ALU-MATRICULA
                       ADD 1 TO WS-CT-ERROS
               END-WRITE
               MOVE WS-A-MATRICULA (WS-IDX-ALU) TO WS-LA-MATRICULA
               MOVE WS-A-NOME (WS-IDX-ALU) TO WS-LA-NOME
               MOVE SPACES TO WS-LA-AVISO
               IF WS-A-ORDEM (WS-IDX-ALU) > 1
                   ADD 1 TO WS-CT-HOMONIMOS
                   MOVE 'HOMONIMO - CONFERIR NOTAS E COMPLETAR O NOME'
                       TO WS-LA-AVISO
               ELSE
                   IF WS-A-ORIGEM (WS-IDX-ALU) NOT = 'N'
                       ADD 1 TO WS-CT-FORA-NOTAS
                       MOVE 'SEM LINHA DE NOTAS - CONFERIR O NOME'
                           TO WS-LA-AVISO
                   END-IF
               END-IF
               WRITE RLT-REG FROM WS-LINHA-ALUNO
           END-PERFORM.
           CLOSE ALUNOS.

       9-FINALIZA.
           MOVE SPACES TO RLT-REG.
           STRING 'ALUNOS NUMERADOS: ' WS-CNT-ALUNOS
               '  HOMONIMOS: ' WS-CT-HOMONIMOS
               '  SEM NOTAS: ' WS-CT-FORA-NOTAS
               DELIMITED BY SIZE INTO RLT-REG.
           WRITE RLT-REG.
           DISPLAY 'LINHAS DE NOTAS CONVERTIDAS.....: ' WS-CT-NOTAS.
           DISPLAY 'LINHAS DE FREQUENCIA CONVERTIDAS: ' WS-CT-FREQ.
           DISPLAY 'LINHAS DE EXAME CONVERTIDAS.....: ' WS-CT-EXAME.
           DISPLAY 'ALUNOS NUMERADOS................: ' WS-CNT-ALUNOS.
           DISPLAY 'HOMONIMOS A CONFERIR............: '
               WS-CT-HOMONIMOS.
           IF WS-CT-ERROS > ZEROS
               DISPLAY 'ERROS NA GRAVACAO DO CADASTRO - NAO TROCAR '
                   'OS ARQUIVOS'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CT-HOMONIMOS > ZEROS OR WS-CT-FORA-NOTAS > ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE NOTAS-ANTIGO.
           CLOSE NOTAS-NOVO.
           CLOSE FREQ-ANTIGO.
           CLOSE FREQ-NOVO.
           CLOSE EXAME-ANTIGO.
           CLOSE EXAME-NOVO.
           CLOSE CONVERSAO-RLT.
      *================================================================*
