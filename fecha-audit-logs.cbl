      *  chave), que o ARQUIVA-CLIENTES usa no lugar da varredura
      *  completa do log; as linhas arquivadas continuam acessiveis
      *  pelas consultas (CONSULTA-AUDIT-CLI e CONSULTA-AUDIT-PROD)
      *  informando a data do fechamento. Cada fechamento que
      *  arquivou alguma linha registra a sua data no indice de
      *  fechamentos do log (uma data AAAAMMDD por linha), por onde
      *  o ATENDE-LGPD acha todos os arquivos mortos.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-ULTMOV.

           SELECT OPTIONAL AUDIT-FECHAM ASSIGN TO WS-ARQ-FECHAM
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-FECHAM.

      *================================================================*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FD AUDIT-ULTMOV.
       01 REG-ULTMOV PIC X(20).

      * INDICE DE FECHAMENTOS: UMA DATA AAAAMMDD POR LINHA
       FD AUDIT-FECHAM.
       01 REG-FECHAM PIC X(20).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * OS DOIS LOGS SAO FECHADOS NA MESMA RODADA; OS CAMINHOS SAO
       01 WS-ARQ-MORTO-BASE PIC X(80) VALUE SPACES.
       01 WS-ARQ-MORTO      PIC X(80) VALUE SPACES.
       01 WS-ARQ-ULTMOV     PIC X(80) VALUE SPACES.
       01 WS-ARQ-FECHAM     PIC X(80) VALUE SPACES.
       01 WS-CFG-LOGICO     PIC X(20).
       01 WS-CFG-CAMINHO    PIC X(80).
       01 WS-CFG-ACHOU      PIC X(01).
           05 WS-FS-VIVO    PIC X(02).
           05 WS-FS-MORTO   PIC X(02).
           05 WS-FS-ULTMOV  PIC X(02).
           05 WS-FS-FECHAM  PIC X(02).

       01 WS-CONTROLE.
           05 WS-EOF           PIC X(01) VALUE 'N'.
           MOVE 'CLIAUDIT-ULTMOV' TO WS-CFG-LOGICO.
           MOVE 'C:\COBOL\CLIAUDIT-ULTMOV.TXT' TO WS-ARQ-ULTMOV.
           PERFORM 3-RESOLVE-ULTMOV.
           MOVE 'CLIAUDIT-FECHAM' TO WS-CFG-LOGICO.
           MOVE 'C:\COBOL\CLIAUDIT-FECHAMENTOS.TXT' TO WS-ARQ-FECHAM.
           PERFORM 31-RESOLVE-FECHAM.
           MOVE 27 TO WS-POS-CHAVE.
           MOVE 9 TO WS-TAM-CHAVE.
           PERFORM 4-FECHA-UM-LOG.
           MOVE 'C:\Nova pasta\PRODAUDIT-ULTMOV.TXT'
               TO WS-ARQ-ULTMOV.
           PERFORM 3-RESOLVE-ULTMOV.
           MOVE 'PRODAUDIT-FECHAM' TO WS-CFG-LOGICO.
           MOVE 'C:\Nova pasta\PRODAUDIT-FECHAMENTOS.TXT'
               TO WS-ARQ-FECHAM.
           PERFORM 31-RESOLVE-FECHAM.
           MOVE 16 TO WS-POS-CHAVE.
           MOVE 3 TO WS-TAM-CHAVE.
           PERFORM 4-FECHA-UM-LOG.
               MOVE WS-CFG-CAMINHO TO WS-ARQ-ULTMOV
           END-IF.

       31-RESOLVE-FECHAM.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-FECHAM
           END-IF.

      *----------------------------------------------------------------*
      * UMA PASSADA COMPLETA SOBRE UM LOG: CARREGA O RETRATO
      * EXISTENTE, SEPARA AS LINHAS ENTRE MORTO E VIVO ATUALIZANDO O
               CLOSE AUDIT-MORTO
               PERFORM 7-REGRAVA-VIVO
               PERFORM 8-REGRAVA-RETRATO
               IF WS-CT-ARQUIVADAS > ZEROS
                   PERFORM 81-REGISTRA-FECHAMENTO
               END-IF
           END-IF.

       5-CARREGA-RETRATO.
               WRITE REG-ULTMOV FROM WS-LINHA-ULTMOV
           END-PERFORM.
           CLOSE AUDIT-ULTMOV.

      * A DATA DO MORTO GRAVADO NESTA PASSADA VAI PARA O INDICE
       81-REGISTRA-FECHAMENTO.
           OPEN EXTEND AUDIT-FECHAM.
           IF WS-FS-FECHAM = '35'
               OPEN OUTPUT AUDIT-FECHAM
               CLOSE AUDIT-FECHAM
               OPEN EXTEND AUDIT-FECHAM
           END-IF.
           MOVE SPACES TO REG-FECHAM.
           MOVE WS-DATA-HOJE TO REG-FECHAM (1:8).
           WRITE REG-FECHAM.
           CLOSE AUDIT-FECHAM.
      *================================================================*
