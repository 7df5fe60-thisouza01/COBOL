      *================================================================*
      * Author:
      * Date:
      * Purpose: Sub-rotina compartilhada de consulta ao limite de
      *  cheque especial de uma conta. Recebe o numero da conta e
      *  devolve o limite contratado em CONTAS-LIMITE.DAT (mantido
      *  pelo MANTEM-CONTAS); conta sem contrato devolve limite zero.
      *  Os programas de movimento somam o limite ao saldo para saber
      *  ate onde a conta pode ir - o saldo fica negativo ate o
      *  limite. Pensada para ser chamada (CALL) como a
      *  SITUACAO-CONTA, sem estado entre chamadas.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIMITE-CONTA.
      *================================================================*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTAS-LIMITE ASSIGN TO WS-ARQ-LIMITE
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-LIMITE
             RECORD KEY LIM-CONTA.

      *================================================================*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD CONTAS-LIMITE.
       COPY LIMITREG.

       WORKING-STORAGE SECTION.
      * CAMINHO FISICO DO ARQUIVO DE LIMITES, RESOLVIDO NA
      * CONFIGURACAO EXTERNA PELO NOME LOGICO (BUSCA-CONFIG)
       01 WS-ARQ-LIMITE        PIC X(80) VALUE
           'C:\COBOL\CONTAS-LIMITE.DAT'.
       01 WS-CFG-LOGICO        PIC X(20).
       01 WS-CFG-CAMINHO       PIC X(80).
       01 WS-CFG-ACHOU         PIC X(01).

       01 WS-FS-LIMITE         PIC X(02).

       LINKAGE SECTION.
       01 LK-CONTA             PIC 9(05).
       01 LK-LIMITE            PIC 9(09)V99.

      *================================================================*
       PROCEDURE DIVISION USING LK-CONTA LK-LIMITE.
      *----------------------------------------------------------------*
       0-PRINCIPAL.
           MOVE 'CONTAS-LIMITE' TO WS-CFG-LOGICO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-LIMITE
           END-IF.
           MOVE ZEROS TO LK-LIMITE.
           OPEN INPUT CONTAS-LIMITE.
           IF WS-FS-LIMITE = '00'
               PERFORM 1-CONSULTA-LIMITE
               CLOSE CONTAS-LIMITE
           END-IF.
           GOBACK.

       1-CONSULTA-LIMITE.
           MOVE LK-CONTA TO LIM-CONTA.
           READ CONTAS-LIMITE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE LIM-VALOR TO LK-LIMITE
           END-READ.
      *================================================================*
