      *================================================================*
      * Author:
      * Date:
      * Purpose: Batida de compensacao de cheques. Le o arquivo de
      *  cheques apresentados pela camara (conta;cheque;valor) e paga
      *  cada folha emitida, debitando a conta pelo caminho normal
      *  do TRANS-LOG (lancamento CHEQUE-COMP) com a mesma validacao
      *  de situacao (SITUACAO-CONTA) e de saldo mais limite de
      *  cheque especial (LIMITE-CONTA) da transferencia. A folha que
      *  nao pode ser paga volta a camara no arquivo de devolvidos com
      *  o motivo padrao: 11 sem fundos na primeira apresentacao, 12
      *  sem fundos na segunda, 13 conta encerrada, 21 sustado, 31
      *  folha nao emitida ou ja paga e 49 reapresentacao de cheque
      *  devolvido em definitivo. Ao final percorre o cadastro de
      *  cheques e lista as contas reincidentes: duas ou mais folhas
      *  devolvidas sem fundos, ou alguma devolvida na segunda
      *  apresentacao. Termina com RC 8 quando houve devolucao.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPENSA-CHEQUES.
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

           SELECT CHEQUES ASSIGN TO WS-ARQ-CHEQUES
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-CHEQUES
             RECORD KEY CHQ-CHAVE.

           SELECT OPTIONAL APRESENTADOS ASSIGN TO WS-ARQ-APRESENT
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-APRESENT.

           SELECT DEVOLVIDOS ASSIGN TO WS-ARQ-DEVOLV
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-DEVOLV.

           SELECT REINCIDENTES ASSIGN TO WS-ARQ-REINCID
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-REINCID.

      *================================================================*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD CONTAS.
       COPY CONTAREG.

       FD TRANS-LOG.
       01 REG-LOG PIC X(120).

       FD CHEQUES.
       COPY CHEQREG.

       FD APRESENTADOS.
       01 REG-APRESENT PIC X(60).

       FD DEVOLVIDOS.
       01 REG-DEVOLV PIC X(60).

       FD REINCIDENTES.
       01 REG-REINCID PIC X(60).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      * EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG)
      *----------------------------------------------------------------*
       01 WS-ARQ-CONTAS     PIC X(80) VALUE 'C:\COBOL\CONTAS.DAT'.
       01 WS-ARQ-LOG        PIC X(80) VALUE 'C:\COBOL\TRANS-LOG.TXT'.
       01 WS-ARQ-CHEQUES    PIC X(80) VALUE 'C:\COBOL\CHEQUES.DAT'.
       01 WS-ARQ-APRESENT   PIC X(80) VALUE
           'C:\COBOL\CHEQUES-APRESENTADOS.TXT'.
       01 WS-ARQ-DEVOLV     PIC X(80) VALUE
           'C:\COBOL\CHEQUES-DEVOLVIDOS.TXT'.
       01 WS-ARQ-REINCID    PIC X(80) VALUE
           'C:\COBOL\CHEQUES-REINCIDENTES.TXT'.
       01 WS-CFG-LOGICO     PIC X(20).
       01 WS-CFG-CAMINHO    PIC X(80).
       01 WS-CFG-ACHOU      PIC X(01).

       01 WS-STATUS.
           05 WS-FS-CONTAS   PIC X(02).
           05 WS-FS-LOG      PIC X(02).
           05 WS-FS-CHEQUES  PIC X(02).
           05 WS-FS-APRESENT PIC X(02).
           05 WS-FS-DEVOLV   PIC X(02).
           05 WS-FS-REINCID  PIC X(02).

       01 WS-EOF            PIC X(01) VALUE 'N'.
       01 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       01 WS-SALDO-CONTA    PIC S9(09)V99 VALUE ZEROS.
      * LIMITE DE CHEQUE ESPECIAL DA CONTA (SUB-ROTINA LIMITE-CONTA),
      * SOMADO AO SALDO COMO NA TRANSFERENCIA IMEDIATA
       01 WS-LIMITE-CHEQUE  PIC 9(09)V99 VALUE ZEROS.
       01 WS-CT-PAGOS       PIC 9(05) VALUE ZEROS.
       01 WS-CT-DEVOLVIDOS  PIC 9(05) VALUE ZEROS.
       01 WS-CT-REINCID     PIC 9(05) VALUE ZEROS.
       01 WS-TOT-PAGO       PIC 9(09)V99 VALUE ZEROS.
       01 WS-TOT-ED         PIC ZZZZZZZZ9.99.
       01 WS-SIT-CONTA      PIC 9(05) VALUE ZEROS.
       01 WS-SIT-SITUACAO   PIC X(01) VALUE SPACE.
       01 WS-SIT-PODE       PIC X(01) VALUE 'S'.
      * MOTIVO DA DEVOLUCAO DO CHEQUE EM PROCESSO (ZERO = PAGAR) E SE
      * A DEVOLUCAO MUDA O CADASTRO DA FOLHA
       01 WS-MOTIVO         PIC 9(02) VALUE ZEROS.
       01 WS-REGRAVA        PIC X(01) VALUE 'N'.

      * CAMPOS AUXILIARES PARA O REGISTRO DE EXECUCAO NO RUN-CONTROL
      * COMPARTILHADO (SUB-ROTINA REGISTRA-RUN)
       01 WS-RUN-CONTROLE.
           05 WS-RUN-JOB       PIC X(20) VALUE 'COMPENSA-CHEQUES'.
           05 WS-RUN-FASE      PIC X(03).
           05 WS-RUN-LIDOS     PIC 9(07) VALUE ZEROS.
           05 WS-RUN-GRAVADOS  PIC 9(07) VALUE ZEROS.
           05 WS-RUN-REJ       PIC 9(07) VALUE ZEROS.
           05 WS-RUN-STATUS    PIC X(10).

      * CAMPOS DA LINHA DO CHEQUE APRESENTADO
       01 WS-APRESENTADO.
           05 WS-AP-CONTA-TX   PIC X(10).
           05 WS-AP-NUMERO-TX  PIC X(10).
           05 WS-AP-VALOR-TX   PIC X(15).
           05 WS-AP-CONTA      PIC 9(05).
           05 WS-AP-NUMERO     PIC 9(06).
           05 WS-AP-VALOR      PIC 9(07)V99.

      * LINHA DO ARQUIVO DE DEVOLVIDOS PARA A CAMARA
       01 WS-LINHA-DEVOLV.
           05 WS-DV-CONTA      PIC 9(05).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-DV-NUMERO     PIC 9(06).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-DV-VALOR      PIC ZZZZZZ9.99.
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-DV-MOTIVO     PIC 9(02).

      * LINHA DO RELATORIO DE CONTAS REINCIDENTES
       01 WS-LINHA-REINCID.
           05 WS-RI-CONTA      PIC 9(05).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-RI-SEM-FUNDOS PIC 9(04).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-RI-SEGUNDA    PIC 9(04).

      * QUEBRA POR CONTA NA VARREDURA DO CADASTRO DE CHEQUES
       01 WS-QUEBRA.
           05 WS-QB-CONTA      PIC 9(05) VALUE ZEROS.
           05 WS-QB-SEM-FUNDOS PIC 9(04) VALUE ZEROS.
           05 WS-QB-SEGUNDA    PIC 9(04) VALUE ZEROS.

       COPY TLOGLIN.
      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       0-PRINCIPAL.
           PERFORM 1-RESOLVE-CAMINHOS.
           MOVE 'INI' TO WS-RUN-FASE.
           MOVE 'INICIADO' TO WS-RUN-STATUS.
           CALL 'REGISTRA-RUN' USING WS-RUN-JOB WS-RUN-FASE
               WS-RUN-LIDOS WS-RUN-GRAVADOS WS-RUN-REJ
               WS-RUN-STATUS.
           PERFORM 2-ABRE-ARQUIVOS.
           PERFORM UNTIL WS-EOF = 'S'
               READ APRESENTADOS
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF REG-APRESENT NOT = SPACES
                           ADD 1 TO WS-RUN-LIDOS
                           PERFORM 3-LE-APRESENTADO
                           PERFORM 4-COMPENSA
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 7-REINCIDENTES.
           PERFORM 9-FECHA-ARQUIVOS.
           MOVE WS-TOT-PAGO TO WS-TOT-ED.
           DISPLAY 'CHEQUES PAGOS: ' WS-CT-PAGOS
               ' DEVOLVIDOS: ' WS-CT-DEVOLVIDOS
               ' TOTAL PAGO: ' WS-TOT-ED.
           DISPLAY 'CONTAS REINCIDENTES: ' WS-CT-REINCID.
           IF WS-CT-DEVOLVIDOS > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE 'FIM' TO WS-RUN-FASE.
           MOVE WS-CT-PAGOS TO WS-RUN-GRAVADOS.
           MOVE WS-CT-DEVOLVIDOS TO WS-RUN-REJ.
           MOVE 'OK' TO WS-RUN-STATUS.
           CALL 'REGISTRA-RUN' USING WS-RUN-JOB WS-RUN-FASE
               WS-RUN-LIDOS WS-RUN-GRAVADOS WS-RUN-REJ
               WS-RUN-STATUS.
           STOP RUN.

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
           MOVE 'CHEQUES-DAT' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-CHEQUES
           END-IF.
           MOVE 'CHEQUES-APRESENT' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-APRESENT
           END-IF.
           MOVE 'CHEQUES-DEVOLVIDOS' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-DEVOLV
           END-IF.
           MOVE 'CHEQUES-REINCID' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-REINCID
           END-IF.

       11-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.

       2-ABRE-ARQUIVOS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O CONTAS.
           IF WS-FS-CONTAS NOT = '00'
               DISPLAY 'CONTAS.DAT NAO ENCONTRADO'
               PERFORM 29-ABORTA
           END-IF.
           OPEN I-O CHEQUES
               IF WS-FS-CHEQUES EQUAL '35'
                   OPEN OUTPUT CHEQUES
                   CLOSE CHEQUES
                   OPEN I-O CHEQUES
               END-IF.
           OPEN EXTEND TRANS-LOG
               IF WS-FS-LOG EQUAL '35'
                   OPEN OUTPUT TRANS-LOG
                   CLOSE TRANS-LOG
                   OPEN EXTEND TRANS-LOG
               END-IF.
           OPEN OUTPUT DEVOLVIDOS.
           OPEN OUTPUT REINCIDENTES.
           IF WS-FS-DEVOLV NOT = '00' OR WS-FS-REINCID NOT = '00'
               DISPLAY 'ERRO AO CRIAR OS ARQUIVOS DE SAIDA'
               PERFORM 29-ABORTA
           END-IF.
           OPEN INPUT APRESENTADOS.
           IF WS-FS-APRESENT NOT = '00'
               MOVE 'S' TO WS-EOF
           END-IF.

       29-ABORTA.
           MOVE 12 TO RETURN-CODE.
           MOVE 'FIM' TO WS-RUN-FASE.
           MOVE 'ABORTADO' TO WS-RUN-STATUS.
           CALL 'REGISTRA-RUN' USING WS-RUN-JOB WS-RUN-FASE
               WS-RUN-LIDOS WS-RUN-GRAVADOS WS-RUN-REJ
               WS-RUN-STATUS.
           STOP RUN.

       3-LE-APRESENTADO.
           MOVE SPACES TO WS-AP-CONTA-TX WS-AP-NUMERO-TX
               WS-AP-VALOR-TX.
           UNSTRING REG-APRESENT DELIMITED BY ';'
               INTO WS-AP-CONTA-TX WS-AP-NUMERO-TX WS-AP-VALOR-TX
           END-UNSTRING.
           COMPUTE WS-AP-CONTA = FUNCTION NUMVAL (WS-AP-CONTA-TX).
           COMPUTE WS-AP-NUMERO = FUNCTION NUMVAL (WS-AP-NUMERO-TX).
           COMPUTE WS-AP-VALOR = FUNCTION NUMVAL (WS-AP-VALOR-TX).

      *----------------------------------------------------------------*
      * FOLHA EMITIDA, OU DEVOLVIDA SO POR FALTA DE FUNDOS NA PRIMEIRA
      * APRESENTACAO, E O QUE PODE SER PAGO. SUSTADA, JA PAGA, NAO
      * EMITIDA OU DEVOLVIDA EM DEFINITIVO VOLTA SEM MEXER NO
      * CADASTRO; NA FOLHA PAGAVEL A CONTA ENCERRADA (OU BLOQUEADA,
      * DORMENTE) E O SALDO MAIS LIMITE DECIDEM
      *----------------------------------------------------------------*
       4-COMPENSA.
           MOVE ZEROS TO WS-MOTIVO.
           MOVE 'N' TO WS-REGRAVA.
           MOVE WS-AP-CONTA TO CHQ-CONTA.
           MOVE WS-AP-NUMERO TO CHQ-NUMERO.
           READ CHEQUES
               INVALID KEY
                   MOVE 31 TO WS-MOTIVO
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CHQ-PAGO
                           MOVE 31 TO WS-MOTIVO
                       WHEN CHQ-SUSTADO
                           MOVE 21 TO WS-MOTIVO
                       WHEN CHQ-DEVOLVIDO
                        AND NOT CHQ-MOT-SEM-FUNDOS-1
                           MOVE 49 TO WS-MOTIVO
                       WHEN OTHER
                           PERFORM 41-VALIDA-CONTA
                   END-EVALUATE
           END-READ.
           IF WS-MOTIVO = ZEROS
               PERFORM 5-PAGA
           ELSE
               PERFORM 6-DEVOLVE
           END-IF.

       41-VALIDA-CONTA.
           MOVE 'S' TO WS-REGRAVA.
           MOVE WS-AP-CONTA TO WS-SIT-CONTA.
           CALL 'SITUACAO-CONTA' USING WS-SIT-CONTA WS-SIT-SITUACAO
               WS-SIT-PODE.
           MOVE WS-AP-CONTA TO CONTA-NUMERO.
           READ CONTAS
               INVALID KEY
                   MOVE 'N' TO WS-SIT-PODE
               NOT INVALID KEY
                   MOVE CONTA-SALDO TO WS-SALDO-CONTA
           END-READ.
           IF WS-SIT-PODE = 'N'
               MOVE 13 TO WS-MOTIVO
           ELSE
               CALL 'LIMITE-CONTA' USING WS-AP-CONTA WS-LIMITE-CHEQUE
               IF WS-AP-VALOR > WS-SALDO-CONTA + WS-LIMITE-CHEQUE
                   IF CHQ-APRESENTACOES = ZEROS
                       MOVE 11 TO WS-MOTIVO
                   ELSE
                       MOVE 12 TO WS-MOTIVO
                   END-IF
                   ADD 1 TO CHQ-APRESENTACOES
               END-IF
           END-IF.

       5-PAGA.
           SUBTRACT WS-AP-VALOR FROM WS-SALDO-CONTA.
           MOVE WS-SALDO-CONTA TO CONTA-SALDO.
           REWRITE CONTAS-REG
               INVALID KEY
                   DISPLAY 'ERRO AO DEBITAR A CONTA ' WS-AP-CONTA
           END-REWRITE.
           SET CHQ-PAGO TO TRUE.
           MOVE WS-AP-VALOR TO CHQ-VALOR.
           MOVE WS-DATA-HOJE TO CHQ-DATA-SITUACAO.
           MOVE ZEROS TO CHQ-MOTIVO.
           REWRITE CHEQUE-REG
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O CHEQUE ' CHQ-NUMERO
           END-REWRITE.
           ADD 1 TO WS-CT-PAGOS.
           ADD WS-AP-VALOR TO WS-TOT-PAGO.
           MOVE WS-AP-CONTA TO WS-LOG-CONTA.
           MOVE 'CHEQUE-COMP' TO WS-LOG-TIPO.
           MOVE WS-AP-VALOR TO WS-LOG-VALOR.
           MOVE WS-SALDO-CONTA TO WS-LOG-SALDO.
           MOVE WS-DATA-HOJE TO WS-LOG-DATA.
           CALL 'NUMERA-LOG' USING WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.

      * SO A DEVOLUCAO DE FOLHA PAGAVEL (CONTA ENCERRADA OU SEM
      * FUNDOS) MUDA O CADASTRO; AS DEMAIS SO VOLTAM A CAMARA
       6-DEVOLVE.
           IF WS-REGRAVA = 'S'
               SET CHQ-DEVOLVIDO TO TRUE
               MOVE WS-AP-VALOR TO CHQ-VALOR
               MOVE WS-DATA-HOJE TO CHQ-DATA-SITUACAO
               MOVE WS-MOTIVO TO CHQ-MOTIVO
               REWRITE CHEQUE-REG
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR O CHEQUE '
                           CHQ-NUMERO
               END-REWRITE
           END-IF.
           MOVE WS-AP-CONTA TO WS-DV-CONTA.
           MOVE WS-AP-NUMERO TO WS-DV-NUMERO.
           MOVE WS-AP-VALOR TO WS-DV-VALOR.
           MOVE WS-MOTIVO TO WS-DV-MOTIVO.
           WRITE REG-DEVOLV FROM WS-LINHA-DEVOLV.
           ADD 1 TO WS-CT-DEVOLVIDOS.
           DISPLAY 'CHEQUE ' WS-AP-NUMERO ' DA CONTA ' WS-AP-CONTA
               ' DEVOLVIDO - MOTIVO ' WS-MOTIVO.

      *----------------------------------------------------------------*
      * CONTAS REINCIDENTES: O CADASTRO E LIDO NA ORDEM DA CHAVE
      * (CONTA, CHEQUE) COM QUEBRA POR CONTA, CONTANDO AS FOLHAS HOJE
      * DEVOLVIDAS SEM FUNDOS E AS DEVOLVIDAS NA SEGUNDA APRESENTACAO
      *----------------------------------------------------------------*
       7-REINCIDENTES.
           MOVE 'N' TO WS-EOF.
           MOVE ZEROS TO WS-QB-CONTA WS-QB-SEM-FUNDOS WS-QB-SEGUNDA.
           MOVE LOW-VALUES TO CHQ-CHAVE.
           START CHEQUES KEY IS NOT LESS THAN CHQ-CHAVE
               INVALID KEY MOVE 'S' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'S'
               READ CHEQUES NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF CHQ-CONTA NOT = WS-QB-CONTA
                           PERFORM 71-FECHA-CONTA
                           MOVE CHQ-CONTA TO WS-QB-CONTA
                       END-IF
                       IF CHQ-DEVOLVIDO
                          AND (CHQ-MOT-SEM-FUNDOS-1
                            OR CHQ-MOT-SEM-FUNDOS-2)
                           ADD 1 TO WS-QB-SEM-FUNDOS
                       END-IF
                       IF CHQ-DEVOLVIDO AND CHQ-MOT-SEM-FUNDOS-2
                           ADD 1 TO WS-QB-SEGUNDA
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 71-FECHA-CONTA.

       71-FECHA-CONTA.
           IF WS-QB-SEM-FUNDOS > 1 OR WS-QB-SEGUNDA > ZEROS
               MOVE WS-QB-CONTA TO WS-RI-CONTA
               MOVE WS-QB-SEM-FUNDOS TO WS-RI-SEM-FUNDOS
               MOVE WS-QB-SEGUNDA TO WS-RI-SEGUNDA
               WRITE REG-REINCID FROM WS-LINHA-REINCID
               ADD 1 TO WS-CT-REINCID
               DISPLAY 'CONTA ' WS-QB-CONTA ' REINCIDENTE - '
                   WS-QB-SEM-FUNDOS ' CHEQUES SEM FUNDOS, '
                   WS-QB-SEGUNDA ' NA SEGUNDA APRESENTACAO'
           END-IF.
           MOVE ZEROS TO WS-QB-SEM-FUNDOS WS-QB-SEGUNDA.

       9-FECHA-ARQUIVOS.
           CLOSE CONTAS.
           CLOSE CHEQUES.
           CLOSE TRANS-LOG.
           CLOSE APRESENTADOS.
           CLOSE DEVOLVIDOS.
           CLOSE REINCIDENTES.
      *================================================================*
