      *================================================================*
      * Author:
      * Date:
      * Purpose: Sub-rotina compartilhada de numeracao dos lancamentos
      *  do TRANS-LOG. Todo programa que acrescenta uma linha ao log
      *  chama esta rotina logo antes do WRITE, passando a linha ja
      *  montada (copybook TLOGLIN); a rotina carimba o proximo
      *  numero de sequencia e a hora da gravacao. A ultima sequencia
      *  usada fica num arquivo de controle de uma linha
      *  (TRANS-LOG-SEQ); se o controle sumir, a numeracao continua
      *  do maior numero encontrado no proprio TRANS-LOG, para nunca
      *  repetir um numero vivo. O numero e o que o estorno usa para
      *  achar o lancamento. Pensada para ser chamada (CALL) como a
      *  REGISTRA-RUN, sem estado entre chamadas.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUMERA-LOG.
      *================================================================*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEQ-CONTROLE ASSIGN TO WS-ARQ-SEQ
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-SEQ.

           SELECT TRANS-LOG ASSIGN TO WS-ARQ-LOG
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-LOG.

      *================================================================*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD SEQ-CONTROLE.
       01 REG-SEQ              PIC 9(09).

       FD TRANS-LOG.
       01 REG-LOG              PIC X(120).

       WORKING-STORAGE SECTION.
      * CAMINHOS FISICOS, RESOLVIDOS NA CONFIGURACAO EXTERNA PELO
      * NOME LOGICO (SUB-ROTINA BUSCA-CONFIG)
       01 WS-ARQ-SEQ           PIC X(80) VALUE
           'C:\COBOL\TRANS-LOG-SEQ.TXT'.
       01 WS-ARQ-LOG           PIC X(80) VALUE
           'C:\COBOL\TRANS-LOG.TXT'.
       01 WS-CFG-LOGICO        PIC X(20).
       01 WS-CFG-CAMINHO       PIC X(80).
       01 WS-CFG-ACHOU         PIC X(01).

       01 WS-FS-SEQ            PIC X(02).
       01 WS-FS-LOG            PIC X(02).

       01 WS-ULTIMA-SEQ        PIC 9(09) VALUE ZEROS.
       01 WS-HORA              PIC 9(08) VALUE ZEROS.
       01 WS-EOF               PIC X(01) VALUE 'N'.

      * A LINHA RECEBIDA, VISTA PELO LEIAUTE DO LOG, E O LANCAMENTO
      * LIDO NA RECONSTRUCAO DO CONTROLE
       COPY TLOGLIN.
       COPY TLOGCAM.

       LINKAGE SECTION.
       01 LK-LINHA             PIC X(120).

      *================================================================*
       PROCEDURE DIVISION USING LK-LINHA.
      *----------------------------------------------------------------*
       0-PRINCIPAL.
           PERFORM 1-RESOLVE-CAMINHOS.
           PERFORM 2-LE-CONTROLE.
           ADD 1 TO WS-ULTIMA-SEQ.
           PERFORM 4-GRAVA-CONTROLE.
           ACCEPT WS-HORA FROM TIME.
           MOVE LK-LINHA TO WS-LINHA-LOG.
           MOVE WS-ULTIMA-SEQ TO WS-LOG-SEQ.
           MOVE WS-HORA (1:6) TO WS-LOG-HORA.
           MOVE WS-LINHA-LOG TO LK-LINHA.
           GOBACK.

       1-RESOLVE-CAMINHOS.
           MOVE 'TRANS-LOG-SEQ' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-SEQ
           END-IF.
           MOVE 'TRANS-LOG' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-LOG
           END-IF.

       11-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.

      * SEM O ARQUIVO DE CONTROLE (PRIMEIRA EXECUCAO OU CONTROLE
      * PERDIDO) A ULTIMA SEQUENCIA E RECONSTRUIDA DO TRANS-LOG
       2-LE-CONTROLE.
           MOVE ZEROS TO WS-ULTIMA-SEQ.
           OPEN INPUT SEQ-CONTROLE.
           IF WS-FS-SEQ = '00'
               READ SEQ-CONTROLE
                   AT END
                       PERFORM 3-RECONSTROI-DO-LOG
                   NOT AT END
                       IF REG-SEQ IS NUMERIC
                           MOVE REG-SEQ TO WS-ULTIMA-SEQ
                       ELSE
                           PERFORM 3-RECONSTROI-DO-LOG
                       END-IF
               END-READ
               CLOSE SEQ-CONTROLE
           ELSE
               PERFORM 3-RECONSTROI-DO-LOG
           END-IF.

       3-RECONSTROI-DO-LOG.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT TRANS-LOG.
           IF WS-FS-LOG = '00'
               PERFORM 31-LE-LANCAMENTO UNTIL WS-EOF = 'S'
               CLOSE TRANS-LOG
           END-IF.

       31-LE-LANCAMENTO.
           READ TRANS-LOG
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   CALL 'LE-LINHA-LOG' USING REG-LOG TLG-CAMPOS
                   IF TLG-SEQ > WS-ULTIMA-SEQ
                       MOVE TLG-SEQ TO WS-ULTIMA-SEQ
                   END-IF
           END-READ.

       4-GRAVA-CONTROLE.
           OPEN OUTPUT SEQ-CONTROLE.
           IF WS-FS-SEQ NOT = '00'
               DISPLAY 'ERRO AO GRAVAR O CONTROLE DE SEQUENCIA DO '
                   'TRANS-LOG: ' WS-FS-SEQ
           ELSE
               MOVE WS-ULTIMA-SEQ TO REG-SEQ
               WRITE REG-SEQ
               CLOSE SEQ-CONTROLE
           END-IF.
      *================================================================*
