      *================================================================*
      * Author:
      * Date:
      * Purpose: Batida noturna do debito automatico de contas de
      *  consumo. Le o arquivo de pedidos de debito enviado pelas
      *  empresas conveniadas (agua, luz) - uma fatura por linha,
      *  convenio;contrato;conta;valor;vencimento - e debita cada
      *  fatura autorizada em DEB-AUTORIZ.DAT, com a mesma validacao
      *  de situacao (SITUACAO-CONTA) e de saldo mais limite de
      *  cheque especial (LIMITE-CONTA) da transferencia do
      *  Trans-Banc, lancando DEB-AUTOM no TRANS-LOG. Cada convenio
      *  recebe um arquivo de retorno proprio (BASE-CCCC.TXT) com a
      *  fatura paga (P) ou recusada (R) e o motivo: sem autorizacao,
      *  acima do maximo, conta bloqueada, saldo insuficiente ou
      *  debito repetido (vencimento ja pago). Termina com RC 8
      *  quando alguma fatura foi recusada.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBITO-AUTOMATICO.
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

           SELECT DEB-AUTORIZ ASSIGN TO WS-ARQ-AUTORIZ
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-AUTORIZ
             RECORD KEY DA-CHAVE.

           SELECT OPTIONAL PEDIDOS ASSIGN TO WS-ARQ-PEDIDOS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-PEDIDOS.

           SELECT RETORNO ASSIGN TO WS-ARQ-RETORNO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-RETORNO.

      *================================================================*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD CONTAS.
       COPY CONTAREG.

       FD TRANS-LOG.
       01 REG-LOG PIC X(120).

       FD DEB-AUTORIZ.
       COPY DEBAUREG.

       FD PEDIDOS.
       01 REG-PEDIDO PIC X(80).

       FD RETORNO.
       01 REG-RETORNO PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      * EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG)
      *----------------------------------------------------------------*
       01 WS-ARQ-CONTAS     PIC X(80) VALUE 'C:\COBOL\CONTAS.DAT'.
       01 WS-ARQ-LOG        PIC X(80) VALUE 'C:\COBOL\TRANS-LOG.TXT'.
       01 WS-ARQ-AUTORIZ    PIC X(80) VALUE
           'C:\COBOL\DEB-AUTORIZ.DAT'.
       01 WS-ARQ-PEDIDOS    PIC X(80) VALUE
           'C:\COBOL\DEB-AUTOM-PEDIDOS.TXT'.
      * BASE DO NOME DOS RETORNOS; O ARQUIVO DE CADA CONVENIO E
      * BASE-CCCC.TXT
       01 WS-ARQ-RET-BASE   PIC X(80) VALUE
           'C:\COBOL\DEB-AUTOM-RETORNO'.
       01 WS-ARQ-RETORNO    PIC X(80) VALUE SPACES.
       01 WS-TAM-BASE       PIC 9(02) VALUE ZEROS.
       01 WS-CFG-LOGICO     PIC X(20).
       01 WS-CFG-CAMINHO    PIC X(80).
       01 WS-CFG-ACHOU      PIC X(01).

       01 WS-STATUS.
           05 WS-FS-CONTAS  PIC X(02).
           05 WS-FS-LOG     PIC X(02).
           05 WS-FS-AUTORIZ PIC X(02).
           05 WS-FS-PEDIDOS PIC X(02).
           05 WS-FS-RETORNO PIC X(02).

       01 WS-EOF            PIC X(01) VALUE 'N'.
       01 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       01 WS-SALDO-CONTA    PIC S9(09)V99 VALUE ZEROS.
      * LIMITE DE CHEQUE ESPECIAL DA CONTA (SUB-ROTINA LIMITE-CONTA),
      * SOMADO AO SALDO COMO NA TRANSFERENCIA IMEDIATA
       01 WS-LIMITE-CHEQUE  PIC 9(09)V99 VALUE ZEROS.
       01 WS-CT-PAGAS       PIC 9(05) VALUE ZEROS.
       01 WS-CT-RECUSADAS   PIC 9(05) VALUE ZEROS.
       01 WS-TOT-DEBITADO   PIC 9(09)V99 VALUE ZEROS.
       01 WS-TOT-ED         PIC ZZZZZZZZ9.99.
       01 WS-SIT-CONTA      PIC 9(05) VALUE ZEROS.
       01 WS-SIT-SITUACAO   PIC X(01) VALUE SPACE.
       01 WS-SIT-PODE       PIC X(01) VALUE 'S'.

      * CAMPOS AUXILIARES PARA O REGISTRO DE EXECUCAO NO RUN-CONTROL
      * COMPARTILHADO (SUB-ROTINA REGISTRA-RUN)
       01 WS-RUN-CONTROLE.
           05 WS-RUN-JOB       PIC X(20) VALUE 'DEBITO-AUTOMATICO'.
           05 WS-RUN-FASE      PIC X(03).
           05 WS-RUN-LIDOS     PIC 9(07) VALUE ZEROS.
           05 WS-RUN-GRAVADOS  PIC 9(07) VALUE ZEROS.
           05 WS-RUN-REJ       PIC 9(07) VALUE ZEROS.
           05 WS-RUN-STATUS    PIC X(10).

      * CAMPOS DA LINHA DE PEDIDO DO CONVENIO
       01 WS-PEDIDO.
           05 WS-PD-CONVENIO-TX PIC X(10).
           05 WS-PD-CONTRATO    PIC X(20).
           05 WS-PD-CONTA-TX    PIC X(10).
           05 WS-PD-VALOR-TX    PIC X(15).
           05 WS-PD-VENC-TX     PIC X(10).
           05 WS-PD-CONVENIO    PIC 9(04).
           05 WS-PD-CONTA       PIC 9(05).
           05 WS-PD-VALOR       PIC 9(07)V99.
           05 WS-PD-VENC        PIC 9(08).
           05 WS-PD-MOTIVO      PIC X(20).

      * LINHA DO ARQUIVO DE RETORNO AO CONVENIO
       01 WS-LINHA-RETORNO.
           05 WS-RET-CONVENIO  PIC 9(04).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-RET-CONTRATO  PIC X(20).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-RET-CONTA     PIC 9(05).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-RET-VALOR     PIC ZZZZZZ9.99.
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-RET-VENC      PIC 9(08).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-RET-SITUACAO  PIC X(01).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-RET-MOTIVO    PIC X(20).

      * CONVENIOS QUE JA TIVERAM O RETORNO CRIADO NESTA BATIDA: O
      * PRIMEIRO PEDIDO DO CONVENIO CRIA O ARQUIVO, OS DEMAIS
      * ACRESCENTAM
       01 WS-TAB-CONVENIOS.
           05 WS-CNT-CONV      PIC 9(03) VALUE ZEROS.
           05 WS-CONV-ITEM OCCURS 100 TIMES
                               INDEXED BY WS-IDX-CNV.
               10 WS-T-CONVENIO PIC 9(04).
       01 WS-CONV-ABERTO    PIC X(01) VALUE 'N'.

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
               READ PEDIDOS
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF REG-PEDIDO NOT = SPACES
                           ADD 1 TO WS-RUN-LIDOS
                           PERFORM 3-LE-PEDIDO
                           PERFORM 4-PROCESSA-PEDIDO
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 9-FECHA-ARQUIVOS.
           MOVE WS-TOT-DEBITADO TO WS-TOT-ED.
           DISPLAY 'FATURAS PAGAS: ' WS-CT-PAGAS
               ' RECUSADAS: ' WS-CT-RECUSADAS
               ' TOTAL DEBITADO: ' WS-TOT-ED.
           IF WS-CT-RECUSADAS > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE 'FIM' TO WS-RUN-FASE.
           MOVE WS-CT-PAGAS TO WS-RUN-GRAVADOS.
           MOVE WS-CT-RECUSADAS TO WS-RUN-REJ.
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
           MOVE 'DEB-AUTORIZ' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-AUTORIZ
           END-IF.
           MOVE 'DEB-AUTOM-PEDIDOS' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-PEDIDOS
           END-IF.
           MOVE 'DEB-AUTOM-RETORNO' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-RET-BASE
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
           OPEN I-O DEB-AUTORIZ
               IF WS-FS-AUTORIZ EQUAL '35'
                   OPEN OUTPUT DEB-AUTORIZ
                   CLOSE DEB-AUTORIZ
                   OPEN I-O DEB-AUTORIZ
               END-IF.
           OPEN EXTEND TRANS-LOG
               IF WS-FS-LOG EQUAL '35'
                   OPEN OUTPUT TRANS-LOG
                   CLOSE TRANS-LOG
                   OPEN EXTEND TRANS-LOG
               END-IF.
           OPEN INPUT PEDIDOS.
           IF WS-FS-PEDIDOS NOT = '00'
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

       3-LE-PEDIDO.
           MOVE SPACES TO WS-PD-CONVENIO-TX WS-PD-CONTRATO
               WS-PD-CONTA-TX WS-PD-VALOR-TX WS-PD-VENC-TX.
           UNSTRING REG-PEDIDO DELIMITED BY ';'
               INTO WS-PD-CONVENIO-TX WS-PD-CONTRATO WS-PD-CONTA-TX
                    WS-PD-VALOR-TX WS-PD-VENC-TX
           END-UNSTRING.
           COMPUTE WS-PD-CONVENIO =
               FUNCTION NUMVAL (WS-PD-CONVENIO-TX).
           COMPUTE WS-PD-CONTA = FUNCTION NUMVAL (WS-PD-CONTA-TX).
           COMPUTE WS-PD-VALOR = FUNCTION NUMVAL (WS-PD-VALOR-TX).
           COMPUTE WS-PD-VENC = FUNCTION NUMVAL (WS-PD-VENC-TX).
           MOVE SPACES TO WS-PD-MOTIVO.

      *----------------------------------------------------------------*
      * A FATURA SO E DEBITADA COM AUTORIZACAO ATIVA PARA A CONTA, O
      * CONVENIO E O CONTRATO, VALOR DENTRO DO MAXIMO AUTORIZADO,
      * VENCIMENTO AINDA NAO PAGO (REPROCESSAMENTO DO MESMO ARQUIVO
      * NAO DEBITA DE NOVO), CONTA LIVRE PARA MOVIMENTO E SALDO MAIS
      * LIMITE SUFICIENTE; A PRIMEIRA REGRA QUE FALHA E O MOTIVO DA
      * RECUSA DEVOLVIDO AO CONVENIO
      *----------------------------------------------------------------*
       4-PROCESSA-PEDIDO.
           MOVE WS-PD-CONTA TO DA-CONTA.
           MOVE WS-PD-CONVENIO TO DA-CONVENIO.
           MOVE WS-PD-CONTRATO TO DA-CONTRATO.
           READ DEB-AUTORIZ
               INVALID KEY
                   MOVE 'SEM AUTORIZACAO' TO WS-PD-MOTIVO
           END-READ.
           IF WS-PD-MOTIVO = SPACES
               IF NOT DA-AUTORIZ-ATIVA
                   MOVE 'SEM AUTORIZACAO' TO WS-PD-MOTIVO
               ELSE
                   IF WS-PD-VALOR = ZEROS
                      OR WS-PD-VALOR > DA-VALOR-MAX
                       MOVE 'ACIMA DO MAXIMO' TO WS-PD-MOTIVO
                   ELSE
                       IF WS-PD-VENC NOT > DA-ULT-VENC-PAGO
                           MOVE 'DEBITO REPETIDO' TO WS-PD-MOTIVO
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-PD-MOTIVO = SPACES
               PERFORM 41-VALIDA-CONTA
           END-IF.
           IF WS-PD-MOTIVO = SPACES
               PERFORM 5-DEBITA
               MOVE 'P' TO WS-RET-SITUACAO
               ADD 1 TO WS-CT-PAGAS
           ELSE
               MOVE 'R' TO WS-RET-SITUACAO
               ADD 1 TO WS-CT-RECUSADAS
               DISPLAY 'FATURA RECUSADA - CONVENIO ' WS-PD-CONVENIO
                   ' CONTRATO ' WS-PD-CONTRATO
                   ' CONTA ' WS-PD-CONTA ' - ' WS-PD-MOTIVO
           END-IF.
           PERFORM 6-GRAVA-RETORNO.

      * CONTA BLOQUEADA, ENCERRADA OU DORMENTE RECUSA A FATURA COMO
      * RECUSA A TRANSFERENCIA; O SALDO CONTA COM O LIMITE DO CHEQUE
      * ESPECIAL
       41-VALIDA-CONTA.
           MOVE WS-PD-CONTA TO WS-SIT-CONTA.
           CALL 'SITUACAO-CONTA' USING WS-SIT-CONTA WS-SIT-SITUACAO
               WS-SIT-PODE.
           IF WS-SIT-PODE = 'N'
               MOVE 'CONTA BLOQUEADA' TO WS-PD-MOTIVO
           ELSE
               MOVE WS-PD-CONTA TO CONTA-NUMERO
               READ CONTAS
                   INVALID KEY
                       MOVE 'SEM AUTORIZACAO' TO WS-PD-MOTIVO
                   NOT INVALID KEY
                       MOVE CONTA-SALDO TO WS-SALDO-CONTA
               END-READ
           END-IF.
           IF WS-PD-MOTIVO = SPACES
               CALL 'LIMITE-CONTA' USING WS-PD-CONTA WS-LIMITE-CHEQUE
               IF WS-PD-VALOR > WS-SALDO-CONTA + WS-LIMITE-CHEQUE
                   MOVE 'SALDO INSUFICIENTE' TO WS-PD-MOTIVO
               END-IF
           END-IF.

       5-DEBITA.
           SUBTRACT WS-PD-VALOR FROM WS-SALDO-CONTA.
           MOVE WS-SALDO-CONTA TO CONTA-SALDO.
           REWRITE CONTAS-REG
               INVALID KEY
                   DISPLAY 'ERRO AO DEBITAR A CONTA ' WS-PD-CONTA
           END-REWRITE.
           MOVE WS-PD-VENC TO DA-ULT-VENC-PAGO.
           REWRITE DEB-AUTORIZ-REG
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR A AUTORIZACAO DA CONTA '
                       WS-PD-CONTA
           END-REWRITE.
           ADD WS-PD-VALOR TO WS-TOT-DEBITADO.
           MOVE WS-PD-CONTA TO WS-LOG-CONTA.
           MOVE 'DEB-AUTOM' TO WS-LOG-TIPO.
           MOVE WS-PD-VALOR TO WS-LOG-VALOR.
           MOVE WS-SALDO-CONTA TO WS-LOG-SALDO.
           MOVE WS-DATA-HOJE TO WS-LOG-DATA.
           CALL 'NUMERA-LOG' USING WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.

      *----------------------------------------------------------------*
      * RETORNO AO CONVENIO: O ARQUIVO DO CONVENIO E CRIADO NO
      * PRIMEIRO PEDIDO DELE NESTA BATIDA E ACRESCENTADO NOS DEMAIS
      *----------------------------------------------------------------*
       6-GRAVA-RETORNO.
           MOVE WS-PD-CONVENIO TO WS-RET-CONVENIO.
           MOVE WS-PD-CONTRATO TO WS-RET-CONTRATO.
           MOVE WS-PD-CONTA TO WS-RET-CONTA.
           MOVE WS-PD-VALOR TO WS-RET-VALOR.
           MOVE WS-PD-VENC TO WS-RET-VENC.
           MOVE WS-PD-MOTIVO TO WS-RET-MOTIVO.
           PERFORM 61-MONTA-CAMINHO-RETORNO.
           MOVE 'N' TO WS-CONV-ABERTO.
           PERFORM VARYING WS-IDX-CNV FROM 1 BY 1
                   UNTIL WS-IDX-CNV > WS-CNT-CONV
               IF WS-T-CONVENIO (WS-IDX-CNV) = WS-PD-CONVENIO
                   MOVE 'S' TO WS-CONV-ABERTO
               END-IF
           END-PERFORM.
           IF WS-CONV-ABERTO = 'S'
               OPEN EXTEND RETORNO
           ELSE
               OPEN OUTPUT RETORNO
               IF WS-CNT-CONV < 100
                   ADD 1 TO WS-CNT-CONV
                   MOVE WS-PD-CONVENIO TO WS-T-CONVENIO (WS-CNT-CONV)
               ELSE
                   DISPLAY 'TABELA DE CONVENIOS CHEIA (100) - '
                       'BATIDA ABORTADA'
                   CLOSE RETORNO
                   PERFORM 9-FECHA-ARQUIVOS
                   PERFORM 29-ABORTA
               END-IF
           END-IF.
           IF WS-FS-RETORNO NOT = '00'
               DISPLAY 'ERRO ' WS-FS-RETORNO ' AO ABRIR O RETORNO '
                   WS-ARQ-RETORNO
           ELSE
               WRITE REG-RETORNO FROM WS-LINHA-RETORNO
               CLOSE RETORNO
           END-IF.

       61-MONTA-CAMINHO-RETORNO.
           PERFORM VARYING WS-TAM-BASE FROM 80 BY -1
                   UNTIL WS-TAM-BASE < 1
                      OR WS-ARQ-RET-BASE (WS-TAM-BASE:1)
                         NOT = SPACE
               CONTINUE
           END-PERFORM.
           MOVE SPACES TO WS-ARQ-RETORNO.
           STRING WS-ARQ-RET-BASE (1:WS-TAM-BASE) '-'
               WS-PD-CONVENIO '.TXT'
               DELIMITED BY SIZE INTO WS-ARQ-RETORNO.

       9-FECHA-ARQUIVOS.
           CLOSE CONTAS.
           CLOSE DEB-AUTORIZ.
           CLOSE TRANS-LOG.
           CLOSE PEDIDOS.
      *================================================================*
