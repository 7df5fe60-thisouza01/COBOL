      *================================================================*
      * Author:
      * Date:
      * Purpose: Manutencao do cadastro de alunos (ALUNOS.DAT), que
      *  identifica o aluno pela matricula em vez do nome - dois
      *  alunos com o mesmo nome na turma misturavam notas e exames.
      *  Matricula o aluno (o numero e o seguinte ao maior do
      *  cadastro; nome ja existente na mesma turma e ano so entra
      *  confirmado), transfere - para outra turma da escola, que so
      *  troca a turma, ou para outra escola, que encerra a matricula
      *  como T -, cancela a matricula por desistencia (D), consulta
      *  e lista o cadastro, inteiro ou de uma turma. So o aluno
      *  matriculado pode ser transferido ou cancelado; o registro
      *  nunca e apagado, para o historico continuar achando o aluno.
      *  A matricula pede tambem o responsavel financeiro (CPF
      *  conferido pela sub-rotina Verifica-CPF) e a bolsa, que a
      *  cobranca das mensalidades usa; os dois podem ser alterados
      *  depois pela opcao propria do menu.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTEM-ALUNOS.
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

      *================================================================*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD ALUNOS.
       COPY ALUNOREG.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      * EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG)
      *----------------------------------------------------------------*
       01 WS-ARQ-ALUNOS     PIC X(80) VALUE
           'C:\exe-cobol\alunos.dat'.
       01 WS-CFG-LOGICO     PIC X(20).
       01 WS-CFG-CAMINHO    PIC X(80).
       01 WS-CFG-ACHOU      PIC X(01).

       01 WS-STATUS.
           05 WS-FS-ALUNOS     PIC X(02).

       01 WS-CONTROLE.
           05 WS-OPCAO         PIC X(01) VALUE SPACE.
           05 WS-EOF           PIC X(01) VALUE 'N'.
           05 WS-VALIDO        PIC X(01) VALUE 'S'.
           05 WS-CONFIRMA      PIC X(01) VALUE SPACE.
           05 WS-DATA-HOJE     PIC 9(08) VALUE ZEROS.
           05 WS-MATRICULA     PIC 9(06) VALUE ZEROS.
           05 WS-PROX-MATRIC   PIC 9(06) VALUE ZEROS.
           05 WS-NOME          PIC X(40) VALUE SPACES.
           05 WS-TURMA         PIC X(05) VALUE SPACES.
           05 WS-ANO           PIC 9(04) VALUE ZEROS.
           05 WS-CT-HOMONIMOS  PIC 9(03) VALUE ZEROS.
           05 WS-CT-LISTADOS   PIC 9(04) VALUE ZEROS.
           05 WS-CPF-RESP      PIC X(11) VALUE SPACES.
           05 WS-CPF-VALIDO    PIC X(01) VALUE 'N'.
           05 WS-NOME-RESP     PIC X(40) VALUE SPACES.
           05 WS-BOLSA-TX      PIC X(03) VALUE SPACES.
           05 WS-BOLSA         PIC 9(03) VALUE ZEROS.
      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       0-PRINCIPAL.
           PERFORM 1-RESOLVE-CAMINHOS.
           PERFORM 2-ABRE-ARQUIVOS.
           PERFORM 4-MENU UNTIL WS-OPCAO = 'X'.
           PERFORM 9-FINALIZA.
           STOP RUN.

       1-RESOLVE-CAMINHOS.
           MOVE 'ALUNOS-MASTER' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-ALUNOS
           END-IF.

       11-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.

      * O CADASTRO E CRIADO NA PRIMEIRA MATRICULA
       2-ABRE-ARQUIVOS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O ALUNOS
               IF WS-FS-ALUNOS EQUAL '35' THEN
                   OPEN OUTPUT ALUNOS
                   CLOSE ALUNOS
                   OPEN I-O ALUNOS
               END-IF.
           IF WS-FS-ALUNOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ALUNOS.DAT: ' WS-FS-ALUNOS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       4-MENU.
           DISPLAY 'CADASTRO DE ALUNOS'.
           DISPLAY '1 - MATRICULAR ALUNO'.
           DISPLAY '2 - TRANSFERIR ALUNO'.
           DISPLAY '3 - CANCELAR MATRICULA (DESISTENCIA)'.
           DISPLAY '4 - CONSULTAR ALUNO'.
           DISPLAY '5 - LISTAR ALUNOS'.
           DISPLAY '6 - ALTERAR RESPONSAVEL FINANCEIRO E BOLSA'.
           DISPLAY 'X - SAIDA'.
           DISPLAY 'OPCAO: '.
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM 5-MATRICULAR
               WHEN '2'
                   PERFORM 6-TRANSFERIR
               WHEN '3'
                   PERFORM 7-CANCELAR
               WHEN '4'
                   PERFORM 61-LE-ALUNO
                   IF WS-FS-ALUNOS = '00'
                       PERFORM 81-MOSTRA-ALUNO
                   END-IF
               WHEN '5'
                   PERFORM 8-LISTAR
               WHEN '6'
                   PERFORM 63-ALTERA-FINANCEIRO
               WHEN OTHER
                   IF WS-OPCAO NOT = 'X'
                       DISPLAY 'ENTRE COM A OPCAO CORRETA'
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
      * MATRICULA: NOME E TURMA OBRIGATORIOS, ANO LETIVO EM BRANCO E
      * O ANO CORRENTE. O NUMERO E O SEGUINTE AO MAIOR DO CADASTRO;
      * NOME IGUAL NA MESMA TURMA E ANO E AVISADO E SO ENTRA SE
      * CONFIRMADO - E EXATAMENTE O CASO QUE O NUMERO RESOLVE. O
      * RESPONSAVEL FINANCEIRO E OBRIGATORIO; BOLSA EM BRANCO E ZERO
      *----------------------------------------------------------------*
       5-MATRICULAR.
           DISPLAY 'NOME COMPLETO DO ALUNO: '.
           MOVE SPACES TO WS-NOME.
           ACCEPT WS-NOME.
           DISPLAY 'TURMA: '.
           MOVE SPACES TO WS-TURMA.
           ACCEPT WS-TURMA.
           DISPLAY 'ANO LETIVO (EM BRANCO = ANO CORRENTE): '.
           MOVE ZEROS TO WS-ANO.
           ACCEPT WS-ANO.
           IF WS-ANO = ZEROS
               MOVE WS-DATA-HOJE (1:4) TO WS-ANO
           END-IF.
           MOVE 'S' TO WS-VALIDO.
           IF WS-NOME = SPACES
               DISPLAY 'NOME OBRIGATORIO'
               MOVE 'N' TO WS-VALIDO
           END-IF.
           IF WS-TURMA = SPACES
               DISPLAY 'TURMA OBRIGATORIA'
               MOVE 'N' TO WS-VALIDO
           END-IF.
           IF WS-VALIDO = 'S'
               PERFORM 52-LE-FINANCEIRO
               IF WS-CPF-RESP = SPACES OR WS-NOME-RESP = SPACES
                   DISPLAY 'RESPONSAVEL FINANCEIRO OBRIGATORIO'
                   MOVE 'N' TO WS-VALIDO
               END-IF
           END-IF.
           IF WS-VALIDO = 'S'
               PERFORM 51-PROCURA-HOMONIMO
           END-IF.
           IF WS-VALIDO = 'S' AND WS-CT-HOMONIMOS > ZEROS
               DISPLAY 'JA HA ' WS-CT-HOMONIMOS ' ALUNO(S) COM ESSE '
                   'NOME NA TURMA ' WS-TURMA ' - MATRICULAR MESMO '
                   'ASSIM (S/N)? '
               MOVE SPACE TO WS-CONFIRMA
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = 'S'
                   DISPLAY 'MATRICULA NAO GRAVADA'
                   MOVE 'N' TO WS-VALIDO
               END-IF
           END-IF.
           IF WS-VALIDO = 'S'
               MOVE SPACES TO ALUNO-REG
               MOVE WS-PROX-MATRIC TO ALU-MATRICULA
               MOVE WS-NOME TO ALU-NOME
               MOVE WS-TURMA TO ALU-TURMA
               MOVE WS-ANO TO ALU-ANO
               SET ALU-MATRICULADO TO TRUE
               MOVE WS-DATA-HOJE TO ALU-DATA-MATRICULA
               MOVE WS-DATA-HOJE TO ALU-DATA-SITUACAO
               MOVE WS-CPF-RESP TO ALU-RESP-CPF
               MOVE WS-NOME-RESP TO ALU-RESP-NOME
               MOVE WS-BOLSA TO ALU-BOLSA-PCT
               WRITE ALUNO-REG
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR A MATRICULA'
                   NOT INVALID KEY
                       DISPLAY 'ALUNO MATRICULADO - MATRICULA '
                           ALU-MATRICULA
               END-WRITE
           END-IF.

      * UMA PASSADA NO CADASTRO DA O MAIOR NUMERO (E O PROXIMO) E
      * CONTA OS ALUNOS DE MESMO NOME NA MESMA TURMA E ANO
       51-PROCURA-HOMONIMO.
           MOVE ZEROS TO WS-PROX-MATRIC WS-CT-HOMONIMOS.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO ALU-MATRICULA.
           START ALUNOS KEY IS NOT LESS THAN ALU-MATRICULA
               INVALID KEY MOVE 'S' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'S'
               READ ALUNOS NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE ALU-MATRICULA TO WS-PROX-MATRIC
                       IF ALU-NOME = WS-NOME
                          AND ALU-TURMA = WS-TURMA
                          AND ALU-ANO = WS-ANO
                          AND ALU-MATRICULADO
                           ADD 1 TO WS-CT-HOMONIMOS
                       END-IF
               END-READ
           END-PERFORM.
           ADD 1 TO WS-PROX-MATRIC.

      * CPF E NOME DO RESPONSAVEL E PERCENTUAL DA BOLSA; CAMPO EM
      * BRANCO VOLTA EM BRANCO PARA QUEM CHAMA DECIDIR (NA MATRICULA
      * E OBRIGATORIO, NA ALTERACAO MANTEM O QUE ESTA GRAVADO). CPF
      * INVALIDO OU BOLSA ACIMA DE 100% DESLIGAM WS-VALIDO
       52-LE-FINANCEIRO.
           DISPLAY 'CPF DO RESPONSAVEL FINANCEIRO: '.
           MOVE SPACES TO WS-CPF-RESP.
           ACCEPT WS-CPF-RESP.
           IF WS-CPF-RESP NOT = SPACES
               CALL 'Verifica-CPF' USING WS-CPF-RESP WS-CPF-VALIDO
               IF WS-CPF-VALIDO NOT = 'S'
                   DISPLAY 'CPF INVALIDO'
                   MOVE 'N' TO WS-VALIDO
               END-IF
           END-IF.
           DISPLAY 'NOME DO RESPONSAVEL FINANCEIRO: '.
           MOVE SPACES TO WS-NOME-RESP.
           ACCEPT WS-NOME-RESP.
           DISPLAY 'BOLSA EM % (0 A 100): '.
           MOVE SPACES TO WS-BOLSA-TX.
           ACCEPT WS-BOLSA-TX.
           MOVE ZEROS TO WS-BOLSA.
           IF WS-BOLSA-TX NOT = SPACES
               COMPUTE WS-BOLSA = FUNCTION NUMVAL (WS-BOLSA-TX)
               IF WS-BOLSA > 100
                   DISPLAY 'BOLSA ACIMA DE 100%'
                   MOVE 'N' TO WS-VALIDO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * TRANSFERENCIA: COM TURMA DE DESTINO O ALUNO CONTINUA
      * MATRICULADO NA TURMA NOVA; EM BRANCO E A TRANSFERENCIA PARA
      * OUTRA ESCOLA, QUE ENCERRA A MATRICULA (SITUACAO T)
      *----------------------------------------------------------------*
       6-TRANSFERIR.
           PERFORM 61-LE-ALUNO.
           IF WS-FS-ALUNOS = '00'
               PERFORM 81-MOSTRA-ALUNO
               IF NOT ALU-MATRICULADO
                   DISPLAY 'ALUNO NAO ESTA MATRICULADO'
               ELSE
                   DISPLAY 'TURMA DE DESTINO (EM BRANCO = '
                       'TRANSFERENCIA PARA OUTRA ESCOLA): '
                   MOVE SPACES TO WS-TURMA
                   ACCEPT WS-TURMA
                   MOVE 'S' TO WS-VALIDO
                   IF WS-TURMA = ALU-TURMA
                       DISPLAY 'O ALUNO JA ESTA NESSA TURMA'
                       MOVE 'N' TO WS-VALIDO
                   END-IF
                   IF WS-TURMA = SPACES
                       DISPLAY 'CONFIRMA A TRANSFERENCIA PARA OUTRA '
                           'ESCOLA (S/N)? '
                       MOVE SPACE TO WS-CONFIRMA
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA NOT = 'S'
                           MOVE 'N' TO WS-VALIDO
                       END-IF
                   END-IF
                   IF WS-VALIDO = 'S'
                       IF WS-TURMA = SPACES
                           SET ALU-TRANSFERIDO TO TRUE
                       ELSE
                           MOVE WS-TURMA TO ALU-TURMA
                       END-IF
                       MOVE WS-DATA-HOJE TO ALU-DATA-SITUACAO
                       PERFORM 62-REGRAVA-ALUNO
                   ELSE
                       DISPLAY 'TRANSFERENCIA NAO GRAVADA'
                   END-IF
               END-IF
           END-IF.

       61-LE-ALUNO.
           DISPLAY 'MATRICULA: '.
           MOVE ZEROS TO WS-MATRICULA.
           ACCEPT WS-MATRICULA.
           MOVE WS-MATRICULA TO ALU-MATRICULA.
           READ ALUNOS
               INVALID KEY
                   DISPLAY 'MATRICULA NAO ENCONTRADA'
           END-READ.

       62-REGRAVA-ALUNO.
           REWRITE ALUNO-REG
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O ALUNO'
               NOT INVALID KEY
                   DISPLAY 'ALUNO ' ALU-MATRICULA ' ALTERADO'
                   PERFORM 81-MOSTRA-ALUNO
           END-REWRITE.

      * TROCA DO RESPONSAVEL FINANCEIRO OU DA BOLSA, QUE VALE A
      * PARTIR DA PROXIMA MENSALIDADE GERADA; O QUE FICAR EM BRANCO
      * CONTINUA COMO ESTA
       63-ALTERA-FINANCEIRO.
           PERFORM 61-LE-ALUNO.
           IF WS-FS-ALUNOS = '00'
               PERFORM 81-MOSTRA-ALUNO
               DISPLAY '(EM BRANCO = MANTEM O ATUAL)'
               MOVE 'S' TO WS-VALIDO
               PERFORM 52-LE-FINANCEIRO
               IF WS-VALIDO = 'S'
                   IF WS-CPF-RESP NOT = SPACES
                       MOVE WS-CPF-RESP TO ALU-RESP-CPF
                   END-IF
                   IF WS-NOME-RESP NOT = SPACES
                       MOVE WS-NOME-RESP TO ALU-RESP-NOME
                   END-IF
                   IF WS-BOLSA-TX NOT = SPACES
                       MOVE WS-BOLSA TO ALU-BOLSA-PCT
                   END-IF
                   PERFORM 62-REGRAVA-ALUNO
               ELSE
                   DISPLAY 'ALTERACAO NAO GRAVADA'
               END-IF
           END-IF.

      * DESISTENCIA: A MATRICULA FICA CANCELADA (SITUACAO D) E AS
      * LINHAS DE NOTA DO ALUNO PASSAM A SER REJEITADAS
       7-CANCELAR.
           PERFORM 61-LE-ALUNO.
           IF WS-FS-ALUNOS = '00'
               PERFORM 81-MOSTRA-ALUNO
               IF NOT ALU-MATRICULADO
                   DISPLAY 'ALUNO NAO ESTA MATRICULADO'
               ELSE
                   DISPLAY 'CONFIRMA O CANCELAMENTO (S/N)? '
                   MOVE SPACE TO WS-CONFIRMA
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = 'S'
                       SET ALU-DESISTENTE TO TRUE
                       MOVE WS-DATA-HOJE TO ALU-DATA-SITUACAO
                       PERFORM 62-REGRAVA-ALUNO
                   ELSE
                       DISPLAY 'CANCELAMENTO NAO GRAVADO'
                   END-IF
               END-IF
           END-IF.

      * LISTAGEM DO CADASTRO INTEIRO OU SO DE UMA TURMA
       8-LISTAR.
           DISPLAY 'TURMA (EM BRANCO = TODAS): '.
           MOVE SPACES TO WS-TURMA.
           ACCEPT WS-TURMA.
           MOVE ZEROS TO WS-CT-LISTADOS.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO ALU-MATRICULA.
           START ALUNOS KEY IS NOT LESS THAN ALU-MATRICULA
               INVALID KEY MOVE 'S' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'S'
               READ ALUNOS NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF WS-TURMA = SPACES OR ALU-TURMA = WS-TURMA
                           ADD 1 TO WS-CT-LISTADOS
                           PERFORM 81-MOSTRA-ALUNO
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CT-LISTADOS = ZEROS
               DISPLAY 'NENHUM ALUNO CADASTRADO'
           END-IF.

       81-MOSTRA-ALUNO.
           DISPLAY 'MATRICULA ' ALU-MATRICULA ' ' ALU-NOME
               ' TURMA ' ALU-TURMA ' ANO ' ALU-ANO
               ' SITUACAO ' ALU-SITUACAO ' DESDE ' ALU-DATA-SITUACAO.
           DISPLAY '   RESPONSAVEL ' ALU-RESP-CPF ' ' ALU-RESP-NOME
               ' BOLSA ' ALU-BOLSA-PCT '%'.

       9-FINALIZA.
           CLOSE ALUNOS.
      *================================================================*
