      *================================================================*
      * Author:
      * Date:
      * Purpose: Sub-rotina compartilhada de transferencia entre duas
      *  contas do CONTAS.DAT pelo mesmo caminho do Trans-Banc: as
      *  pendencias do diario de intencao sao resolvidas antes
      *  (RECUPERA-TRANSF), as duas contas passam pela SITUACAO-CONTA,
      *  o valor tem de caber no saldo da origem mais o cheque
      *  especial (LIMITE-CONTA) e a transferencia corre em duas fases
      *  sobre o TRANSF-JOURNAL ('I', 'D', 'C'), com os lancamentos
      *  TRANSF-SAIDA e TRANSF-ENTRA no TRANS-LOG numerados pela
      *  NUMERA-LOG. O diario guarda reais inteiros, entao o valor
      *  chega sem centavos. O chamador informa o carimbo de operador
      *  do lancamento (no caixa eletronico, o codigo do terminal) e
      *  recebe o resultado (S efetuada, N recusada) e o saldo final
      *  da origem. Abre e fecha os arquivos a cada chamada, sem
      *  estado entre chamadas, como a SITUACAO-CONTA.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSFERE-CONTAS.
      *================================================================*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS ASSIGN TO WS-ARQ-CONTAS
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-CONTAS
             RECORD KEY CONTA-NUMERO.

           SELECT TRANS-LOG ASSIGN TO WS-ARQ-LOG
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-LOG.

           SELECT TRANSF-JOURNAL ASSIGN TO WS-ARQ-JOURNAL
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-JOURNAL
             RECORD KEY JR-ID.

      *================================================================*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD CONTAS.
       COPY CONTAREG.

       FD TRANS-LOG.
       01 REG-LOG PIC X(120).

       FD TRANSF-JOURNAL.
       01 JOURNAL-REG.
           03 JR-ID        PIC 9(06).
           03 JR-ORIGEM    PIC 9(05).
           03 JR-DESTINO   PIC 9(05).
           03 JR-VALOR     PIC 9(05).
           03 JR-STATUS    PIC X(01).
           03 JR-DATA      PIC 9(08).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      * EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG)
      *----------------------------------------------------------------*
       01 WS-ARQ-CONTAS     PIC X(80) VALUE 'C:\COBOL\CONTAS.DAT'.
       01 WS-ARQ-LOG        PIC X(80) VALUE 'C:\COBOL\TRANS-LOG.TXT'.
       01 WS-ARQ-JOURNAL    PIC X(80) VALUE
           'C:\COBOL\TRANSF-JOURNAL.DAT'.
       01 WS-CFG-LOGICO     PIC X(20).
       01 WS-CFG-CAMINHO    PIC X(80).
       01 WS-CFG-ACHOU      PIC X(01).

       01 WS-STATUS.
           05 WS-FS-CONTAS  PIC X(02).
           05 WS-FS-LOG     PIC X(02).
           05 WS-FS-JOURNAL PIC X(02).

       01 WS-EOF-JOURNAL    PIC X(01) VALUE 'N'.
       01 WS-PROX-JR-ID     PIC 9(06) VALUE ZEROS.
       01 WS-SALDO-ORIGEM   PIC S9(09)V99 VALUE ZEROS.
       01 WS-SALDO-DESTINO  PIC S9(09)V99 VALUE ZEROS.
       01 WS-LIMITE-CHEQUE  PIC 9(09)V99 VALUE ZEROS.

      * CAMPOS AUXILIARES PARA A SUB-ROTINA COMPARTILHADA
      * SITUACAO-CONTA
       01 WS-SIT-CONTA      PIC 9(05) VALUE ZEROS.
       01 WS-SIT-SITUACAO   PIC X(01) VALUE SPACE.
       01 WS-SIT-PODE       PIC X(01) VALUE 'S'.

       COPY TLOGLIN.

       LINKAGE SECTION.
       01 LK-ORIGEM            PIC 9(05).
       01 LK-DESTINO           PIC 9(05).
       01 LK-VALOR             PIC 9(05).
       01 LK-OPERADOR          PIC X(06).
       01 LK-RESULTADO         PIC X(01).
       01 LK-SALDO-ORIGEM      PIC S9(09)V99.
      *================================================================*
       PROCEDURE DIVISION USING LK-ORIGEM LK-DESTINO LK-VALOR
           LK-OPERADOR LK-RESULTADO LK-SALDO-ORIGEM.
      *----------------------------------------------------------------*
       0-PRINCIPAL.
           MOVE 'N' TO LK-RESULTADO.
           MOVE ZEROS TO LK-SALDO-ORIGEM.
           CALL 'RECUPERA-TRANSF'.
           PERFORM 1-RESOLVE-CAMINHOS.
           PERFORM 2-ABRE-ARQUIVOS.
           IF WS-FS-CONTAS = '00' AND WS-FS-JOURNAL = '00'
               PERFORM 3-CONFERE
               IF LK-RESULTADO = 'S'
                   PERFORM 4-TRANSFERE
               END-IF
           END-IF.
           PERFORM 9-FECHA-ARQUIVOS.
           GOBACK.

       1-RESOLVE-CAMINHOS.
           MOVE 'CONTAS-DAT' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-CONTAS
           END-IF.
           MOVE 'TRANS-LOG' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-LOG
           END-IF.
           MOVE 'TRANSF-JOURNAL' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-JOURNAL
           END-IF.

       11-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.

      * O DIARIO E CRIADO NA PRIMEIRA TRANSFERENCIA; O PROXIMO ID E
      * O SEGUINTE AO MAIOR JA GRAVADO, COMO NO TRANS-BANC
       2-ABRE-ARQUIVOS.
           OPEN I-O CONTAS.
           IF WS-FS-CONTAS NOT = '00'
               DISPLAY 'CONTAS.DAT INDISPONIVEL - TRANSFERENCIA '
                   'RECUSADA'
           END-IF.
           OPEN I-O TRANSF-JOURNAL
               IF WS-FS-JOURNAL EQUAL '35'
                   OPEN OUTPUT TRANSF-JOURNAL
                   CLOSE TRANSF-JOURNAL
                   OPEN I-O TRANSF-JOURNAL
               END-IF.
           OPEN EXTEND TRANS-LOG
               IF WS-FS-LOG EQUAL '35'
                   OPEN OUTPUT TRANS-LOG
                   CLOSE TRANS-LOG
                   OPEN EXTEND TRANS-LOG
               END-IF.
           MOVE 1 TO WS-PROX-JR-ID.
           MOVE 'N' TO WS-EOF-JOURNAL.
           MOVE LOW-VALUES TO JR-ID.
           START TRANSF-JOURNAL KEY IS NOT LESS THAN JR-ID
               INVALID KEY MOVE 'S' TO WS-EOF-JOURNAL
           END-START.
           PERFORM UNTIL WS-EOF-JOURNAL = 'S'
               READ TRANSF-JOURNAL NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF-JOURNAL
                   NOT AT END
                       COMPUTE WS-PROX-JR-ID = JR-ID + 1
               END-READ
           END-PERFORM.

      * AS DUAS CONTAS TEM DE EXISTIR E ESTAR LIBERADAS, E O VALOR
      * TEM DE CABER NO SALDO DA ORIGEM MAIS O CHEQUE ESPECIAL
       3-CONFERE.
           MOVE 'S' TO LK-RESULTADO.
           IF LK-VALOR = ZEROS OR LK-ORIGEM = LK-DESTINO
               DISPLAY 'TRANSFERENCIA INVALIDA'
               MOVE 'N' TO LK-RESULTADO
           END-IF.
           MOVE LK-ORIGEM TO WS-SIT-CONTA.
           PERFORM 31-VALIDA-SITUACAO.
           MOVE LK-DESTINO TO WS-SIT-CONTA.
           PERFORM 31-VALIDA-SITUACAO.
           MOVE LK-DESTINO TO CONTA-NUMERO.
           READ CONTAS
               INVALID KEY
                   DISPLAY 'CONTA DE DESTINO ' LK-DESTINO
                       ' NAO ENCONTRADA'
                   MOVE 'N' TO LK-RESULTADO
               NOT INVALID KEY
                   MOVE CONTA-SALDO TO WS-SALDO-DESTINO
           END-READ.
           MOVE LK-ORIGEM TO CONTA-NUMERO.
           READ CONTAS
               INVALID KEY
                   DISPLAY 'CONTA DE ORIGEM ' LK-ORIGEM
                       ' NAO ENCONTRADA'
                   MOVE 'N' TO LK-RESULTADO
               NOT INVALID KEY
                   MOVE CONTA-SALDO TO WS-SALDO-ORIGEM
                   MOVE CONTA-SALDO TO LK-SALDO-ORIGEM
           END-READ.
           IF LK-RESULTADO = 'S'
               CALL 'LIMITE-CONTA' USING LK-ORIGEM WS-LIMITE-CHEQUE
               IF LK-VALOR > WS-SALDO-ORIGEM + WS-LIMITE-CHEQUE
                   DISPLAY 'SALDO INSUFICIENTE NA CONTA ' LK-ORIGEM
                   MOVE 'N' TO LK-RESULTADO
               END-IF
           END-IF.

       31-VALIDA-SITUACAO.
           CALL 'SITUACAO-CONTA' USING WS-SIT-CONTA WS-SIT-SITUACAO
               WS-SIT-PODE.
           IF WS-SIT-PODE = 'N'
               MOVE 'N' TO LK-RESULTADO
               DISPLAY 'CONTA ' WS-SIT-CONTA ' COM SITUACAO '
                   WS-SIT-SITUACAO ' (BLOQUEADA/ENCERRADA/DORMENTE)'
                   ' - MOVIMENTO RECUSADO'
           END-IF.

      * INTENCAO ('I') ANTES DO PRIMEIRO REWRITE, 'D' DEPOIS DO
      * DEBITO DA ORIGEM E 'C' SO DEPOIS DO CREDITO DO DESTINO
       4-TRANSFERE.
           MOVE WS-PROX-JR-ID TO JR-ID.
           MOVE LK-ORIGEM TO JR-ORIGEM.
           MOVE LK-DESTINO TO JR-DESTINO.
           MOVE LK-VALOR TO JR-VALOR.
           MOVE 'I' TO JR-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO JR-DATA.
           WRITE JOURNAL-REG
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O DIARIO DE TRANSFERENCIA'
           END-WRITE.
           SUBTRACT LK-VALOR FROM WS-SALDO-ORIGEM.
           ADD LK-VALOR TO WS-SALDO-DESTINO.

           MOVE LK-ORIGEM TO CONTA-NUMERO.
           MOVE WS-SALDO-ORIGEM TO CONTA-SALDO.
           REWRITE CONTAS-REG
               INVALID KEY
                   DISPLAY 'ERRO AO ATUALIZAR CONTA DE ORIGEM'
           END-REWRITE.
           MOVE 'D' TO JR-STATUS.
           REWRITE JOURNAL-REG
               INVALID KEY
                   DISPLAY 'ERRO AO ATUALIZAR O DIARIO (DEBITO)'
           END-REWRITE.

           MOVE LK-DESTINO TO CONTA-NUMERO.
           MOVE WS-SALDO-DESTINO TO CONTA-SALDO.
           REWRITE CONTAS-REG
               INVALID KEY
                   DISPLAY 'ERRO AO ATUALIZAR CONTA DE DESTINO'
           END-REWRITE.
           MOVE 'C' TO JR-STATUS.
           REWRITE JOURNAL-REG
               INVALID KEY
                   DISPLAY 'ERRO AO ATUALIZAR O DIARIO (COMPLETA)'
           END-REWRITE.

           MOVE LK-ORIGEM TO WS-LOG-CONTA.
           MOVE 'TRANSF-SAIDA' TO WS-LOG-TIPO.
           MOVE LK-VALOR TO WS-LOG-VALOR.
           MOVE WS-SALDO-ORIGEM TO WS-LOG-SALDO.
           PERFORM 41-GRAVA-LOG.

           MOVE LK-DESTINO TO WS-LOG-CONTA.
           MOVE 'TRANSF-ENTRA' TO WS-LOG-TIPO.
           MOVE LK-VALOR TO WS-LOG-VALOR.
           MOVE WS-SALDO-DESTINO TO WS-LOG-SALDO.
           PERFORM 41-GRAVA-LOG.
           MOVE WS-SALDO-ORIGEM TO LK-SALDO-ORIGEM.

       41-GRAVA-LOG.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LOG-DATA.
           MOVE LK-OPERADOR TO WS-LOG-OPERADOR.
           CALL 'NUMERA-LOG' USING WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.

       9-FECHA-ARQUIVOS.
           IF WS-FS-CONTAS = '00'
               CLOSE CONTAS
           END-IF.
           CLOSE TRANSF-JOURNAL.
           CLOSE TRANS-LOG.
      *================================================================*
