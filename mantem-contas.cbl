      *  consultada pelos programas de movimento atraves da
      *  sub-rotina compartilhada SITUACAO-CONTA; conta bloqueada,
      *  encerrada ou dormente nao recebe nem paga movimento.
      *  Tambem contrata, altera e cancela o limite de cheque
      *  especial da conta corrente (CONTAS-LIMITE.DAT), que os
      *  programas de movimento consultam pela sub-rotina
      *  LIMITE-CONTA.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
             FILE STATUS IS WS-FS-SITUACAO
             RECORD KEY SIT-CONTA.

           SELECT CONTAS-LIMITE ASSIGN TO WS-ARQ-LIMITE
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-LIMITE
             RECORD KEY LIM-CONTA.

      *================================================================*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD CONTAS.
       COPY CONTAREG.

      *----------------------------------------------------------------*
      * SITUACAO CADASTRAL DAS CONTAS: A ATIVA, B BLOQUEADA,
           03 SIT-DATA-ABERT   PIC 9(08).
           03 SIT-DATA-ENCER   PIC 9(08).

       FD CONTAS-LIMITE.
       COPY LIMITREG.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
       01 WS-ARQ-CONTAS     PIC X(80) VALUE 'C:\COBOL\CONTAS.DAT'.
       01 WS-ARQ-SITUACAO   PIC X(80) VALUE
           'C:\COBOL\CONTAS-SITUACAO.DAT'.
       01 WS-ARQ-LIMITE     PIC X(80) VALUE
           'C:\COBOL\CONTAS-LIMITE.DAT'.
       01 WS-CFG-LOGICO     PIC X(20).
       01 WS-CFG-CAMINHO    PIC X(80).
       01 WS-CFG-ACHOU      PIC X(01).
       01 WS-STATUS.
           05 WS-FS-CONTAS    PIC X(02).
           05 WS-FS-SITUACAO  PIC X(02).
           05 WS-FS-LIMITE    PIC X(02).

       01 WS-CONTROLE.
           05 WS-OPCAO         PIC X(01) VALUE SPACE.
           05 WS-DATA-HOJE     PIC 9(08) VALUE ZEROS.
           05 WS-CONTA-EXISTE  PIC X(01) VALUE 'N'.
           05 WS-SIT-EXISTE    PIC X(01) VALUE 'N'.
           05 WS-SALDO-ED      PIC -ZZZZZZZZ9.99.
           05 WS-LIM-EXISTE    PIC X(01) VALUE 'N'.
           05 WS-LIMITE-NOVO   PIC 9(09)V99 VALUE ZEROS.
           05 WS-LIMITE-ED     PIC ZZZZZZZZ9.99.
      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-SITUACAO
           END-IF.
           MOVE 'CONTAS-LIMITE' TO WS-CFG-LOGICO.
           PERFORM 0910-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-LIMITE
           END-IF.

       0910-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
                   CLOSE CONTAS-SITUACAO
                   OPEN I-O CONTAS-SITUACAO
               END-IF.
           OPEN I-O CONTAS-LIMITE
               IF WS-FS-LIMITE EQUAL '35'
                   OPEN OUTPUT CONTAS-LIMITE
                   CLOSE CONTAS-LIMITE
                   OPEN I-O CONTAS-LIMITE
               END-IF.

       2000-PROCESSAR.
           DISPLAY 'MANUTENCAO DE CONTAS'.
           DISPLAY '3 - BLOQUEAR'.
           DISPLAY '4 - DESBLOQUEAR'.
           DISPLAY '5 - ENCERRAR'.
           DISPLAY '6 - LIMITE DE CHEQUE ESPECIAL'.
           DISPLAY 'X - SAIDA'.
           DISPLAY 'OPCAO: '.
           ACCEPT WS-OPCAO.
                   PERFORM 0350-DESBLOQUEAR
               WHEN '5'
                   PERFORM 0400-ENCERRAR
               WHEN '6'
                   PERFORM 0500-LIMITE
               WHEN OTHER
                   IF WS-OPCAO NOT = 'X'
                       DISPLAY 'ENTRE COM A OPCAO CORRETA'
       3000-FINALIZAR.
           CLOSE CONTAS.
           CLOSE CONTAS-SITUACAO.
           CLOSE CONTAS-LIMITE.

      *----------------------------------------------------------------*
      * ABERTURA: CRIA O REGISTRO DE SITUACAO (A) COM O TIPO E, SE A
               DISPLAY 'CONTA NAO ENCONTRADA'
           ELSE
               IF WS-CONTA-EXISTE = 'S'
                   MOVE CONTA-SALDO TO WS-SALDO-ED
                   DISPLAY 'SALDO....: ' WS-SALDO-ED
               END-IF
               IF WS-SIT-EXISTE = 'S'
                   DISPLAY 'TIPO.....: ' SIT-TIPO
                   DISPLAY 'SITUACAO.: ' SIT-SITUACAO
                   DISPLAY 'ABERTURA.: ' SIT-DATA-ABERT
                   PERFORM 0840-LE-LIMITE
                   IF WS-LIM-EXISTE = 'S'
                       MOVE LIM-VALOR TO WS-LIMITE-ED
                       DISPLAY 'LIMITE...: ' WS-LIMITE-ED
                           ' DESDE ' LIM-DATA-CONTR
                   END-IF
                   IF SIT-SITUACAO = 'E'
                       DISPLAY 'ENCERRADA: ' SIT-DATA-ENCER
                   END-IF
               DISPLAY 'CONTA JA ENCERRADA'
           ELSE
               IF WS-CONTA-EXISTE = 'S' AND CONTA-SALDO NOT = ZEROS
                   MOVE CONTA-SALDO TO WS-SALDO-ED
                   DISPLAY 'CONTA COM SALDO ' WS-SALDO-ED
                       ' - ZERAR ANTES DE ENCERRAR'
               ELSE
                   PERFORM 0830-GRAVA-SITUACAO-NOVA
                       NOT INVALID KEY
                           DISPLAY 'CONTA ' WS-CONTA ' ENCERRADA'
                   END-REWRITE
                   PERFORM 0840-LE-LIMITE
                   IF WS-LIM-EXISTE = 'S'
                       DELETE CONTAS-LIMITE
                           INVALID KEY
                               DISPLAY 'ERRO AO CANCELAR O LIMITE'
                       END-DELETE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * LIMITE DE CHEQUE ESPECIAL: SO CONTA CORRENTE (C) ATIVA; ZERO
      * CANCELA O CONTRATO. O LIMITE NOVO NAO PODE FICAR ABAIXO DO
      * QUE A CONTA JA ESTA USANDO (SALDO NEGATIVO ATUAL)
      *----------------------------------------------------------------*
       0500-LIMITE.
           DISPLAY 'NUMERO DA CONTA: '.
           ACCEPT WS-CONTA.
           PERFORM 0800-LE-SITUACAO.
           PERFORM 0820-LE-CONTA-MASTER.
           IF WS-SIT-EXISTE = 'N' OR SIT-TIPO NOT = 'C'
              OR SIT-SITUACAO NOT = 'A'
               DISPLAY 'LIMITE SO PARA CONTA CORRENTE ATIVA'
           ELSE
               PERFORM 0840-LE-LIMITE
               IF WS-LIM-EXISTE = 'S'
                   MOVE LIM-VALOR TO WS-LIMITE-ED
                   DISPLAY 'LIMITE ATUAL: ' WS-LIMITE-ED
               ELSE
                   DISPLAY 'CONTA SEM LIMITE CONTRATADO'
               END-IF
               DISPLAY 'LIMITE NOVO (0 = CANCELAR): '
               ACCEPT WS-LIMITE-NOVO
               IF WS-CONTA-EXISTE = 'S'
                  AND CONTA-SALDO + WS-LIMITE-NOVO < ZEROS
                   MOVE CONTA-SALDO TO WS-SALDO-ED
                   DISPLAY 'CONTA COM SALDO ' WS-SALDO-ED
                       ' - LIMITE NAO COBRE O USO ATUAL'
               ELSE
                   PERFORM 0510-GRAVA-LIMITE
               END-IF
           END-IF.

       0510-GRAVA-LIMITE.
           EVALUATE TRUE
           WHEN WS-LIMITE-NOVO = ZEROS AND WS-LIM-EXISTE = 'S'
               DELETE CONTAS-LIMITE
                   INVALID KEY
                       DISPLAY 'ERRO AO CANCELAR O LIMITE'
                   NOT INVALID KEY
                       DISPLAY 'LIMITE DA CONTA ' WS-CONTA
                           ' CANCELADO'
               END-DELETE
           WHEN WS-LIMITE-NOVO = ZEROS
               DISPLAY 'NADA A CANCELAR'
           WHEN WS-LIM-EXISTE = 'S'
               MOVE WS-LIMITE-NOVO TO LIM-VALOR
               MOVE WS-DATA-HOJE TO LIM-DATA-CONTR
               REWRITE LIMITE-REG
                   INVALID KEY
                       DISPLAY 'ERRO AO ALTERAR O LIMITE'
                   NOT INVALID KEY
                       DISPLAY 'LIMITE DA CONTA ' WS-CONTA
                           ' ALTERADO'
               END-REWRITE
           WHEN OTHER
               MOVE WS-CONTA TO LIM-CONTA
               MOVE WS-LIMITE-NOVO TO LIM-VALOR
               MOVE WS-DATA-HOJE TO LIM-DATA-CONTR
               WRITE LIMITE-REG
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR O LIMITE'
                   NOT INVALID KEY
                       DISPLAY 'LIMITE DA CONTA ' WS-CONTA
                           ' CONTRATADO'
               END-WRITE
           END-EVALUATE.

       0800-LE-SITUACAO.
           MOVE 'N' TO WS-SIT-EXISTE.
           MOVE WS-CONTA TO SIT-CONTA.
               NOT INVALID KEY
                   MOVE 'S' TO WS-CONTA-EXISTE
           END-READ.

       0840-LE-LIMITE.
           MOVE 'N' TO WS-LIM-EXISTE.
           MOVE WS-CONTA TO LIM-CONTA.
           READ CONTAS-LIMITE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-LIM-EXISTE
           END-READ.
      *================================================================*
