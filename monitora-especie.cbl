      *================================================================*
      * Author:
      * Date:
      * Purpose: Monitoramento de movimentacao em especie pedido pela
      *  conformidade (comunicacao ao COAF). Junta as operacoes em
      *  dinheiro do periodo: saques aprovados do diario do caixa
      *  (ATM-JOURNAL.TXT), depositos no envelope do caixa
      *  (ATM-DEPOSITOS-PEND.DAT, liberados ou nao) e os depositos e
      *  saques em especie do TRANS-LOG, este com a conta levada ao
      *  cliente titular pelo XREF. Aponta dois tipos de caso: a
      *  operacao unica no limite de comunicacao ou acima dele, e o
      *  fracionamento - varias operacoes do mesmo cliente logo
      *  abaixo do limite (na faixa percentual do parametro) dentro
      *  de uma janela corrida de N dias. Limite, faixa, janela,
      *  quantidade minima e periodo varrido vem do COAF-PARAM.TXT.
      *  Cada caso novo recebe numero no COAF-CASOS.DAT, para a
      *  conformidade fechar depois no MANTEM-CASOS-COAF, e sai no
      *  arquivo de comunicacao com o cliente, as contas, as
      *  operacoes e o total. Caso ja registrado numa batida anterior
      *  nao e comunicado de novo.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONITORA-ESPECIE.
      *================================================================*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATM-JOURNAL ASSIGN TO WS-ARQ-JOURNAL
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-JOURNAL.

           SELECT ATM-DEPOSITOS-PEND ASSIGN TO WS-ARQ-DEP-PEND
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-DEP-PEND
             RECORD KEY DEP-CHAVE.

           SELECT TRANS-LOG ASSIGN TO WS-ARQ-LOG
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-LOG.

           SELECT XREF-CLIENTES ASSIGN TO WS-ARQ-XREF
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-XREF.

           SELECT CLIENTES ASSIGN TO WS-ARQ-CLIENTES
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-CLIENTES
             RECORD KEY CLIENTES-KEY.

           SELECT OPTIONAL COAF-PARAM ASSIGN TO WS-ARQ-PARAM
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-PARAM.

           SELECT COAF-CASOS ASSIGN TO WS-ARQ-CASOS
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-CASOS
             RECORD KEY CASO-NUMERO
             ALTERNATE RECORD KEY CASO-ASSINATURA.

           SELECT COMUNICACAO ASSIGN TO WS-ARQ-COMUN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-COMUN.

      *================================================================*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD ATM-JOURNAL.
       01 REG-JOURNAL           PIC X(80).

       FD ATM-DEPOSITOS-PEND.
       01 DEPOSITO-PEND-REG.
           03 DEP-CHAVE.
               05 DEP-FONE      PIC 9(09).
               05 DEP-DATA      PIC 9(08).
               05 DEP-SEQ       PIC 9(03).
           03 DEP-VALOR         PIC 9(07)V99.
           03 DEP-SITUACAO      PIC X(01).

       FD TRANS-LOG.
       01 REG-LOG PIC X(120).

       FD XREF-CLIENTES.
       01 REG-XREF PIC X(30).

       FD CLIENTES.
       COPY CLIREG.

       FD COAF-PARAM.
       01 REG-PARAM PIC X(40).

       FD COAF-CASOS.
       COPY COAFREG.

       FD COMUNICACAO.
       01 REG-COMUN PIC X(100).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      * EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG)
      *----------------------------------------------------------------*
       01 WS-ARQ-JOURNAL    PIC X(80) VALUE
           'C:\COBOL\ATM-JOURNAL.TXT'.
       01 WS-ARQ-DEP-PEND   PIC X(80) VALUE
           'C:\COBOL\ATM-DEPOSITOS-PEND.DAT'.
       01 WS-ARQ-LOG        PIC X(80) VALUE 'C:\COBOL\TRANS-LOG.TXT'.
       01 WS-ARQ-XREF       PIC X(80) VALUE
           'C:\COBOL\CLIENTES-CONTAS-XREF.TXT'.
       01 WS-ARQ-CLIENTES   PIC X(80) VALUE 'C:\COBOL\CLIENTES.DAT'.
       01 WS-ARQ-PARAM      PIC X(80) VALUE
           'C:\COBOL\COAF-PARAM.TXT'.
       01 WS-ARQ-CASOS      PIC X(80) VALUE
           'C:\COBOL\COAF-CASOS.DAT'.
       01 WS-ARQ-COMUN      PIC X(80) VALUE
           'C:\COBOL\COAF-COMUNICACAO.TXT'.
       01 WS-CFG-LOGICO     PIC X(20).
       01 WS-CFG-CAMINHO    PIC X(80).
       01 WS-CFG-ACHOU      PIC X(01).

       01 WS-STATUS.
           05 WS-FS-JOURNAL  PIC X(02).
           05 WS-FS-DEP-PEND PIC X(02).
           05 WS-FS-LOG      PIC X(02).
           05 WS-FS-XREF     PIC X(02).
           05 WS-FS-CLIENTES PIC X(02).
           05 WS-FS-PARAM    PIC X(02).
           05 WS-FS-CASOS    PIC X(02).
           05 WS-FS-COMUN    PIC X(02).

      * PARAMETROS DO COAF-PARAM.TXT (NOME;VALOR), COM OS PADROES
      * QUANDO O ARQUIVO OU A LINHA NAO EXISTEM. A FAIXA E O
      * PERCENTUAL DO LIMITE A PARTIR DO QUAL A OPERACAO E "LOGO
      * ABAIXO" DELE; O PERIODO E QUANTOS DIAS PARA TRAS SAO VARRIDOS
       01 WS-PARAMETROS.
           05 WS-LIMITE        PIC 9(09)V99 VALUE 50000.
           05 WS-JANELA        PIC 9(03) VALUE 10.
           05 WS-FAIXA         PIC 9(03) VALUE 80.
           05 WS-QTDE-MIN      PIC 9(03) VALUE 3.
           05 WS-PERIODO       PIC 9(03) VALUE 30.
           05 WS-PISO          PIC 9(09)V99 VALUE ZEROS.

       01 WS-PAR-CAMPOS.
           05 WS-PAR-NOME      PIC X(10).
           05 WS-PAR-TXT       PIC X(15).

       01 WS-CONTROLE.
           05 WS-EOF           PIC X(01) VALUE 'N'.
           05 WS-EOF-PARAM     PIC X(01) VALUE 'N'.
           05 WS-EOF-XREF      PIC X(01) VALUE 'N'.
           05 WS-CLIENTES-OK   PIC X(01) VALUE 'N'.
           05 WS-ACHOU         PIC X(01) VALUE 'N'.
           05 WS-FIM-SEMENTES  PIC X(01) VALUE 'N'.
           05 WS-DATA-HOJE     PIC 9(08) VALUE ZEROS.
           05 WS-DIA-HOJE      PIC 9(08) VALUE ZEROS.
           05 WS-DIA-CORTE     PIC 9(08) VALUE ZEROS.
           05 WS-DIA-OPER      PIC 9(08) VALUE ZEROS.
           05 WS-DIA-LIMITE    PIC 9(08) VALUE ZEROS.
           05 WS-PROX-CASO     PIC 9(06) VALUE 1.
           05 WS-TIPO-CASO     PIC X(01) VALUE SPACE.
           05 WS-CT-JANELA     PIC 9(04) VALUE ZEROS.
           05 WS-CT-CASOS      PIC 9(04) VALUE ZEROS.
           05 WS-CT-JA-FEITOS  PIC 9(04) VALUE ZEROS.
           05 WS-CT-ACIMA      PIC 9(04) VALUE ZEROS.
           05 WS-CT-FRACION    PIC 9(04) VALUE ZEROS.
           05 WS-CT-CONTAS-LIN PIC 9(02) VALUE ZEROS.
           05 WS-PONTEIRO      PIC 9(03) VALUE ZEROS.
           05 WS-TOT-CASO      PIC 9(09)V99 VALUE ZEROS.
           05 WS-MENOR-DIA     PIC 9(08) VALUE ZEROS.

      * CAMPOS AUXILIARES PARA O REGISTRO DE EXECUCAO NO RUN-CONTROL
      * COMPARTILHADO (SUB-ROTINA REGISTRA-RUN)
       01 WS-RUN-CONTROLE.
           05 WS-RUN-JOB       PIC X(20) VALUE 'MONITORA-ESPECIE'.
           05 WS-RUN-FASE      PIC X(03).
           05 WS-RUN-LIDOS     PIC 9(07) VALUE ZEROS.
           05 WS-RUN-GRAVADOS  PIC 9(07) VALUE ZEROS.
           05 WS-RUN-REJ       PIC 9(07) VALUE ZEROS.
           05 WS-RUN-STATUS    PIC X(10).

      * LINHA DO DIARIO DO CAIXA ELETRONICO (LEIAUTE DO BALANCO-CAIXA)
       01 WS-LINHA-JOURNAL.
           03 WS-JR-DATAHORA   PIC 9(14).
           03 FILLER           PIC X(01).
           03 WS-JR-FONE       PIC 9(09).
           03 FILLER           PIC X(01).
           03 WS-JR-OPERACAO   PIC X(12).
           03 FILLER           PIC X(01).
           03 WS-JR-VALOR-TX   PIC X(09).
           03 FILLER           PIC X(01).
           03 WS-JR-SALDO-TX   PIC X(10).
           03 FILLER           PIC X(01).
           03 WS-JR-RESULTADO  PIC X(08).

       COPY XREFLIN.

      * O XREF EM TABELA: DA CONTA DO TRANS-LOG AO CLIENTE TITULAR E
      * DO CLIENTE A TODAS AS CONTAS EM QUE APARECE
       01 WS-TAB-XREF.
           05 WS-CNT-XREF      PIC 9(04) VALUE ZEROS.
           05 WS-XREF-ITEM OCCURS 500 TIMES
                             INDEXED BY WS-IDX-XRF.
               10 WS-X-FONE    PIC 9(09).
               10 WS-X-CONTA   PIC 9(05).
               10 WS-X-PAPEL   PIC X(10).

      * LANCAMENTO DECOMPOSTO PELA SUB-ROTINA LE-LINHA-LOG
       COPY TLOGCAM.

      *----------------------------------------------------------------*
      * OPERACOES EM ESPECIE DO PERIODO, DAS TRES ORIGENS: J SAQUE NO
      * CAIXA (DIARIO), E DEPOSITO NO ENVELOPE DO CAIXA, L LANCAMENTO
      * DO TRANS-LOG. O CLIENTE E O FONE; NO LANCAMENTO DE CONTA SEM
      * TITULAR O FONE FICA ZERO E A CONTA SEPARA OS CLIENTES. A
      * MARCA DIZ SE A OPERACAO JA FOI USADA: N LIVRE, J NA JANELA EM
      * EXAME, S CONSUMIDA (EM CASO OU DESCARTADA)
      *----------------------------------------------------------------*
       01 WS-TAB-OPERACOES.
           05 WS-CNT-OPER      PIC 9(04) VALUE ZEROS.
           05 WS-OPER-ITEM OCCURS 2000 TIMES
                             INDEXED BY WS-IDX-OP WS-IDX-SEM.
               10 WS-OP-FONE   PIC 9(09).
               10 WS-OP-CONTA  PIC 9(05).
               10 WS-OP-DATA   PIC 9(08).
               10 WS-OP-DIA    PIC 9(08).
               10 WS-OP-ORIGEM PIC X(01).
               10 WS-OP-VALOR  PIC 9(09)V99.
               10 WS-OP-REF    PIC X(14).
               10 WS-OP-MARCA  PIC X(01).

      * A OPERACAO EM MONTAGEM, ANTES DE ENTRAR NA TABELA
       01 WS-NOVA-OPER.
           05 WS-NV-FONE       PIC 9(09).
           05 WS-NV-CONTA      PIC 9(05).
           05 WS-NV-DATA       PIC 9(08).
           05 WS-NV-ORIGEM     PIC X(01).
           05 WS-NV-VALOR      PIC 9(09)V99.
           05 WS-NV-REF        PIC X(14).
           05 WS-NV-REF-SEQ REDEFINES WS-NV-REF.
               10 WS-NV-REF-NUM PIC 9(09).
               10 FILLER        PIC X(05).

      * ULTIMO DIA JA COBERTO POR CASO DE FRACIONAMENTO DE CADA
      * CLIENTE: OPERACAO ATE ESSE DIA NAO ENTRA EM JANELA NOVA
       01 WS-TAB-CORTES.
           05 WS-CNT-CORTES    PIC 9(03) VALUE ZEROS.
           05 WS-CORTE-ITEM OCCURS 500 TIMES
                             INDEXED BY WS-IDX-CRT.
               10 WS-K-FONE    PIC 9(09).
               10 WS-K-CONTA   PIC 9(05).
               10 WS-K-DATA    PIC 9(08).

      * LINHAS DO ARQUIVO DE COMUNICACAO
       01 WS-LINHA-CASO.
           05 FILLER           PIC X(05) VALUE 'CASO '.
           05 WS-LC-NUMERO     PIC 9(06).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-LC-TIPO       PIC X(24).
           05 FILLER           PIC X(09) VALUE ' CLIENTE '.
           05 WS-LC-FONE       PIC 9(09).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-LC-NOME       PIC X(30).

       01 WS-LINHA-CONTAS      PIC X(100).

       01 WS-LINHA-OPER.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-LO-DATA       PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-LO-ORIGEM     PIC X(20).
           05 FILLER           PIC X(07) VALUE ' CONTA '.
           05 WS-LO-CONTA      PIC 9(05).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-LO-VALOR      PIC ZZZZZZZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-LO-REF        PIC X(14).

       01 WS-LINHA-TOTAL.
           05 FILLER           PIC X(09) VALUE '  TOTAL: '.
           05 WS-LT-QTDE       PIC ZZ9.
           05 FILLER           PIC X(12) VALUE ' OPERACOES  '.
           05 WS-LT-VALOR      PIC ZZZZZZZZ9,99.
           05 FILLER           PIC X(10) VALUE '  PERIODO '.
           05 WS-LT-DATA-INI   PIC 9(08).
           05 FILLER           PIC X(03) VALUE ' A '.
           05 WS-LT-DATA-FIM   PIC 9(08).
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
           PERFORM 2-CARREGA-PARAMETROS.
           PERFORM 3-ABRE-ARQUIVOS.
           PERFORM 31-CARREGA-XREF.
           PERFORM 32-CARREGA-CASOS.
           PERFORM 4-CARREGA-JOURNAL.
           PERFORM 41-CARREGA-DEPOSITOS.
           PERFORM 42-CARREGA-LOG.
           PERFORM 5-ACIMA-DO-LIMITE.
           PERFORM 6-FRACIONAMENTO.
           IF WS-CT-CASOS = ZEROS
               MOVE 'NENHUM CASO NOVO NO PERIODO' TO REG-COMUN
               WRITE REG-COMUN
           END-IF.
           PERFORM 9-FINALIZA.
           MOVE 'FIM' TO WS-RUN-FASE.
           MOVE WS-CT-CASOS TO WS-RUN-GRAVADOS.
           MOVE WS-CT-JA-FEITOS TO WS-RUN-REJ.
           MOVE 'OK' TO WS-RUN-STATUS.
           CALL 'REGISTRA-RUN' USING WS-RUN-JOB WS-RUN-FASE
               WS-RUN-LIDOS WS-RUN-GRAVADOS WS-RUN-REJ
               WS-RUN-STATUS.
           STOP RUN.

       1-RESOLVE-CAMINHOS.
           MOVE 'ATM-JOURNAL' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-JOURNAL
           END-IF.
           MOVE 'ATM-DEPOSITOS-PEND' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-DEP-PEND
           END-IF.
           MOVE 'TRANS-LOG' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-LOG
           END-IF.
           MOVE 'CLIENTES-XREF' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-XREF
           END-IF.
           MOVE 'CLIENTES-DAT' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-CLIENTES
           END-IF.
           MOVE 'COAF-PARAM' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-PARAM
           END-IF.
           MOVE 'COAF-CASOS' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-CASOS
           END-IF.
           MOVE 'COAF-COMUNICACAO' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-COMUN
           END-IF.

       11-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.

       2-CARREGA-PARAMETROS.
           OPEN INPUT COAF-PARAM.
           IF WS-FS-PARAM = '00'
               PERFORM 21-LE-PARAMETRO UNTIL WS-EOF-PARAM = 'S'
           END-IF.
           CLOSE COAF-PARAM.
           COMPUTE WS-PISO = WS-LIMITE * WS-FAIXA / 100.
           IF WS-JANELA = ZEROS
               MOVE 1 TO WS-JANELA
           END-IF.
           IF WS-QTDE-MIN < 2
               MOVE 2 TO WS-QTDE-MIN
           END-IF.

       21-LE-PARAMETRO.
           READ COAF-PARAM
               AT END MOVE 'S' TO WS-EOF-PARAM
               NOT AT END
                   MOVE SPACES TO WS-PAR-NOME WS-PAR-TXT
                   UNSTRING REG-PARAM DELIMITED BY ';'
                       INTO WS-PAR-NOME WS-PAR-TXT
                   END-UNSTRING
                   EVALUATE WS-PAR-NOME
                   WHEN 'LIMITE'
                       COMPUTE WS-LIMITE =
                           FUNCTION NUMVAL (WS-PAR-TXT)
                   WHEN 'JANELA'
                       COMPUTE WS-JANELA =
                           FUNCTION NUMVAL (WS-PAR-TXT)
                   WHEN 'FAIXA'
                       COMPUTE WS-FAIXA =
                           FUNCTION NUMVAL (WS-PAR-TXT)
                   WHEN 'QTDE'
                       COMPUTE WS-QTDE-MIN =
                           FUNCTION NUMVAL (WS-PAR-TXT)
                   WHEN 'PERIODO'
                       COMPUTE WS-PERIODO =
                           FUNCTION NUMVAL (WS-PAR-TXT)
                   WHEN OTHER
                       CONTINUE
                   END-EVALUATE
           END-READ.

       3-ABRE-ARQUIVOS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-DIA-HOJE =
               FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE).
           COMPUTE WS-DIA-CORTE = WS-DIA-HOJE - WS-PERIODO.
           OPEN I-O COAF-CASOS
               IF WS-FS-CASOS EQUAL '35'
                   OPEN OUTPUT COAF-CASOS
                   CLOSE COAF-CASOS
                   OPEN I-O COAF-CASOS
               END-IF.
           IF WS-FS-CASOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR COAF-CASOS.DAT'
               PERFORM 29-ABORTA
           END-IF.
           OPEN OUTPUT COMUNICACAO.
           IF WS-FS-COMUN NOT = '00'
               DISPLAY 'ERRO AO CRIAR O ARQUIVO DE COMUNICACAO'
               PERFORM 29-ABORTA
           END-IF.
           MOVE SPACES TO REG-COMUN.
           STRING 'COMUNICACAO DE OPERACOES EM ESPECIE - '
               WS-DATA-HOJE DELIMITED BY SIZE INTO REG-COMUN.
           WRITE REG-COMUN.
           OPEN INPUT CLIENTES.
           IF WS-FS-CLIENTES = '00'
               MOVE 'S' TO WS-CLIENTES-OK
           END-IF.

       29-ABORTA.
           MOVE 12 TO RETURN-CODE.
           MOVE 'FIM' TO WS-RUN-FASE.
           MOVE 'ABORTADO' TO WS-RUN-STATUS.
           CALL 'REGISTRA-RUN' USING WS-RUN-JOB WS-RUN-FASE
               WS-RUN-LIDOS WS-RUN-GRAVADOS WS-RUN-REJ
               WS-RUN-STATUS.
           STOP RUN.

       31-CARREGA-XREF.
           OPEN INPUT XREF-CLIENTES.
           IF WS-FS-XREF NOT = '00'
               MOVE 'S' TO WS-EOF-XREF
           END-IF.
           PERFORM UNTIL WS-EOF-XREF = 'S'
               READ XREF-CLIENTES INTO WS-LINHA-XREF
                   AT END MOVE 'S' TO WS-EOF-XREF
                   NOT AT END
                       IF WS-CNT-XREF < 500
                           ADD 1 TO WS-CNT-XREF
                           SET WS-IDX-XRF TO WS-CNT-XREF
                           MOVE WS-XR-FONE TO WS-X-FONE (WS-IDX-XRF)
                           MOVE WS-XR-CONTA TO WS-X-CONTA (WS-IDX-XRF)
                           IF WS-XR-PAPEL = SPACES
                               MOVE 'TITULAR' TO
                                   WS-X-PAPEL (WS-IDX-XRF)
                           ELSE
                               MOVE WS-XR-PAPEL TO
                                   WS-X-PAPEL (WS-IDX-XRF)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE XREF-CLIENTES.

      *----------------------------------------------------------------*
      * O CADASTRO DE CASOS DA O PROXIMO NUMERO E, DOS CASOS DE
      * FRACIONAMENTO, ATE QUE DIA CADA CLIENTE JA FOI COMUNICADO
      *----------------------------------------------------------------*
       32-CARREGA-CASOS.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO CASO-NUMERO.
           START COAF-CASOS KEY IS NOT LESS THAN CASO-NUMERO
               INVALID KEY MOVE 'S' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'S'
               READ COAF-CASOS NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF CASO-NUMERO >= WS-PROX-CASO
                           COMPUTE WS-PROX-CASO = CASO-NUMERO + 1
                       END-IF
                       IF CASO-FRACIONAMENTO
                           PERFORM 321-GUARDA-CORTE
                       END-IF
               END-READ
           END-PERFORM.

       321-GUARDA-CORTE.
           MOVE 'N' TO WS-ACHOU.
           PERFORM VARYING WS-IDX-CRT FROM 1 BY 1
                   UNTIL WS-IDX-CRT > WS-CNT-CORTES
                      OR WS-ACHOU = 'S'
               IF WS-K-FONE (WS-IDX-CRT) = CASO-FONE
                  AND WS-K-CONTA (WS-IDX-CRT) = CASO-CONTA
                   MOVE 'S' TO WS-ACHOU
                   IF CASO-DATA-FIM > WS-K-DATA (WS-IDX-CRT)
                       MOVE CASO-DATA-FIM TO WS-K-DATA (WS-IDX-CRT)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-ACHOU = 'N' AND WS-CNT-CORTES < 500
               ADD 1 TO WS-CNT-CORTES
               SET WS-IDX-CRT TO WS-CNT-CORTES
               MOVE CASO-FONE TO WS-K-FONE (WS-IDX-CRT)
               MOVE CASO-CONTA TO WS-K-CONTA (WS-IDX-CRT)
               MOVE CASO-DATA-FIM TO WS-K-DATA (WS-IDX-CRT)
           END-IF.

      *----------------------------------------------------------------*
      * DO DIARIO DO CAIXA SO O SAQUE APROVADO E ESPECIE QUE SAIU; O
      * DEPOSITO ENTRA PELO ARQUIVO DE DEPOSITOS RETIDOS (O DEP-RETIDO
      * DO DIARIO E O MESMO ENVELOPE, E CONTARIA DUAS VEZES)
      *----------------------------------------------------------------*
       4-CARREGA-JOURNAL.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT ATM-JOURNAL.
           IF WS-FS-JOURNAL NOT = '00'
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ ATM-JOURNAL INTO WS-LINHA-JOURNAL
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF WS-JR-OPERACAO = 'SAQUE'
                          AND WS-JR-RESULTADO = 'APROVADO'
                           MOVE WS-JR-FONE TO WS-NV-FONE
                           MOVE ZEROS TO WS-NV-CONTA
                           MOVE WS-JR-DATAHORA (1:8) TO WS-NV-DATA
                           MOVE 'J' TO WS-NV-ORIGEM
                           COMPUTE WS-NV-VALOR =
                               FUNCTION NUMVAL (WS-JR-VALOR-TX)
                           MOVE WS-JR-DATAHORA TO WS-NV-REF
                           PERFORM 43-GUARDA-OPERACAO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ATM-JOURNAL.

       41-CARREGA-DEPOSITOS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT ATM-DEPOSITOS-PEND.
           IF WS-FS-DEP-PEND NOT = '00'
               MOVE 'S' TO WS-EOF
           ELSE
               MOVE LOW-VALUES TO DEP-CHAVE
               START ATM-DEPOSITOS-PEND KEY IS NOT LESS THAN DEP-CHAVE
                   INVALID KEY MOVE 'S' TO WS-EOF
               END-START
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ ATM-DEPOSITOS-PEND NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE DEP-FONE TO WS-NV-FONE
                       MOVE ZEROS TO WS-NV-CONTA
                       MOVE DEP-DATA TO WS-NV-DATA
                       MOVE 'E' TO WS-NV-ORIGEM
                       MOVE DEP-VALOR TO WS-NV-VALOR
                       MOVE SPACES TO WS-NV-REF
                       STRING DEP-DATA DEP-SEQ DELIMITED BY SIZE
                           INTO WS-NV-REF
                       PERFORM 43-GUARDA-OPERACAO
               END-READ
           END-PERFORM.
           CLOSE ATM-DEPOSITOS-PEND.

      * NO TRANS-LOG A ESPECIE E O DEPOSITO E O SAQUE DE BALCAO; A
      * CONTA VAI AO CLIENTE TITULAR PELO XREF
       42-CARREGA-LOG.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT TRANS-LOG.
           IF WS-FS-LOG NOT = '00'
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ TRANS-LOG
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       CALL 'LE-LINHA-LOG' USING REG-LOG TLG-CAMPOS
                       IF TLG-TIPO = 'DEPOSITO' OR TLG-TIPO = 'SAQUE'
                           PERFORM 421-LANCAMENTO-ESPECIE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANS-LOG.

       421-LANCAMENTO-ESPECIE.
           MOVE ZEROS TO WS-NV-FONE.
           MOVE TLG-CONTA TO WS-NV-CONTA.
           PERFORM VARYING WS-IDX-XRF FROM 1 BY 1
                   UNTIL WS-IDX-XRF > WS-CNT-XREF
                      OR WS-NV-FONE NOT = ZEROS
               IF WS-X-CONTA (WS-IDX-XRF) = TLG-CONTA
                  AND WS-X-PAPEL (WS-IDX-XRF) = 'TITULAR'
                   MOVE WS-X-FONE (WS-IDX-XRF) TO WS-NV-FONE
               END-IF
           END-PERFORM.
           MOVE TLG-DATA TO WS-NV-DATA.
           MOVE 'L' TO WS-NV-ORIGEM.
           IF TLG-VALOR < ZEROS
               COMPUTE WS-NV-VALOR = ZEROS - TLG-VALOR
           ELSE
               MOVE TLG-VALOR TO WS-NV-VALOR
           END-IF.
           MOVE SPACES TO WS-NV-REF.
           IF TLG-SEQ NOT = ZEROS
               MOVE TLG-SEQ TO WS-NV-REF-NUM
           ELSE
               STRING TLG-DATA TLG-HORA DELIMITED BY SIZE
                   INTO WS-NV-REF
           END-IF.
           PERFORM 43-GUARDA-OPERACAO.

      * SO ENTRA A OPERACAO DO PERIODO VARRIDO, COM DATA VALIDA
       43-GUARDA-OPERACAO.
           MOVE ZEROS TO WS-DIA-OPER.
           IF WS-NV-DATA NUMERIC AND WS-NV-DATA > 19000101
               COMPUTE WS-DIA-OPER =
                   FUNCTION INTEGER-OF-DATE (WS-NV-DATA)
           END-IF.
           IF WS-DIA-OPER > WS-DIA-CORTE AND WS-NV-VALOR > ZEROS
               PERFORM 431-INCLUI-OPERACAO
           END-IF.

       431-INCLUI-OPERACAO.
           IF WS-CNT-OPER NOT < 2000
               DISPLAY 'TABELA DE OPERACOES CHEIA - AUMENTE A TABELA '
                   'OU REDUZA O PERIODO'
               PERFORM 29-ABORTA
           END-IF.
           ADD 1 TO WS-CNT-OPER.
           ADD 1 TO WS-RUN-LIDOS.
           SET WS-IDX-OP TO WS-CNT-OPER.
           MOVE WS-NV-FONE TO WS-OP-FONE (WS-IDX-OP).
           MOVE WS-NV-CONTA TO WS-OP-CONTA (WS-IDX-OP).
           MOVE WS-NV-DATA TO WS-OP-DATA (WS-IDX-OP).
           MOVE WS-DIA-OPER TO WS-OP-DIA (WS-IDX-OP).
           MOVE WS-NV-ORIGEM TO WS-OP-ORIGEM (WS-IDX-OP).
           MOVE WS-NV-VALOR TO WS-OP-VALOR (WS-IDX-OP).
           MOVE WS-NV-REF TO WS-OP-REF (WS-IDX-OP).
           MOVE 'N' TO WS-OP-MARCA (WS-IDX-OP).

      *----------------------------------------------------------------*
      * OPERACAO UNICA NO LIMITE OU ACIMA: CADA UMA E UM CASO
      *----------------------------------------------------------------*
       5-ACIMA-DO-LIMITE.
           MOVE 'O' TO WS-TIPO-CASO.
           PERFORM VARYING WS-IDX-SEM FROM 1 BY 1
                   UNTIL WS-IDX-SEM > WS-CNT-OPER
               IF WS-OP-VALOR (WS-IDX-SEM) >= WS-LIMITE
                   MOVE 'J' TO WS-OP-MARCA (WS-IDX-SEM)
                   PERFORM 7-ABRE-CASO
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * FRACIONAMENTO: A OPERACAO LIVRE MAIS ANTIGA NA FAIXA ABAIXO DO
      * LIMITE ABRE UMA JANELA DE N DIAS; AS DO MESMO CLIENTE NA
      * FAIXA DENTRO DELA SAO CONTADAS. COM A QUANTIDADE MINIMA A
      * JANELA VIRA CASO E AS OPERACOES SAO CONSUMIDAS; SENAO SO A
      * OPERACAO QUE ABRIU A JANELA E DESCARTADA E A SEGUINTE ABRE
      * OUTRA. OPERACAO JA COBERTA POR CASO ANTERIOR DO CLIENTE NAO
      * ENTRA
      *----------------------------------------------------------------*
       6-FRACIONAMENTO.
           MOVE 'F' TO WS-TIPO-CASO.
           PERFORM VARYING WS-IDX-OP FROM 1 BY 1
                   UNTIL WS-IDX-OP > WS-CNT-OPER
               IF WS-OP-VALOR (WS-IDX-OP) < WS-PISO
                  OR WS-OP-VALOR (WS-IDX-OP) >= WS-LIMITE
                   MOVE 'S' TO WS-OP-MARCA (WS-IDX-OP)
               ELSE
                   PERFORM 61-APLICA-CORTE
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-FIM-SEMENTES.
           PERFORM 62-PROXIMA-JANELA UNTIL WS-FIM-SEMENTES = 'S'.

       61-APLICA-CORTE.
           PERFORM VARYING WS-IDX-CRT FROM 1 BY 1
                   UNTIL WS-IDX-CRT > WS-CNT-CORTES
               IF WS-K-FONE (WS-IDX-CRT) = WS-OP-FONE (WS-IDX-OP)
                  AND (WS-K-FONE (WS-IDX-CRT) NOT = ZEROS
                   OR WS-K-CONTA (WS-IDX-CRT) = WS-OP-CONTA (WS-IDX-OP))
                  AND WS-OP-DATA (WS-IDX-OP) <= WS-K-DATA (WS-IDX-CRT)
                   MOVE 'S' TO WS-OP-MARCA (WS-IDX-OP)
               END-IF
           END-PERFORM.

       62-PROXIMA-JANELA.
           MOVE 99999999 TO WS-MENOR-DIA.
           SET WS-IDX-SEM TO 1.
           PERFORM VARYING WS-IDX-OP FROM 1 BY 1
                   UNTIL WS-IDX-OP > WS-CNT-OPER
               IF WS-OP-MARCA (WS-IDX-OP) = 'N'
                  AND WS-OP-DIA (WS-IDX-OP) < WS-MENOR-DIA
                   MOVE WS-OP-DIA (WS-IDX-OP) TO WS-MENOR-DIA
                   SET WS-IDX-SEM TO WS-IDX-OP
               END-IF
           END-PERFORM.
           IF WS-MENOR-DIA = 99999999
               MOVE 'S' TO WS-FIM-SEMENTES
           ELSE
               PERFORM 63-EXAMINA-JANELA
           END-IF.

       63-EXAMINA-JANELA.
           COMPUTE WS-DIA-LIMITE = WS-MENOR-DIA + WS-JANELA - 1.
           MOVE ZEROS TO WS-CT-JANELA.
           PERFORM VARYING WS-IDX-OP FROM 1 BY 1
                   UNTIL WS-IDX-OP > WS-CNT-OPER
               IF WS-OP-MARCA (WS-IDX-OP) = 'N'
                  AND WS-OP-FONE (WS-IDX-OP) = WS-OP-FONE (WS-IDX-SEM)
                  AND (WS-OP-FONE (WS-IDX-OP) NOT = ZEROS
                   OR WS-OP-CONTA (WS-IDX-OP) =
                      WS-OP-CONTA (WS-IDX-SEM))
                  AND WS-OP-DIA (WS-IDX-OP) <= WS-DIA-LIMITE
                   MOVE 'J' TO WS-OP-MARCA (WS-IDX-OP)
                   ADD 1 TO WS-CT-JANELA
               END-IF
           END-PERFORM.
           IF WS-CT-JANELA >= WS-QTDE-MIN
               PERFORM 7-ABRE-CASO
           ELSE
               PERFORM VARYING WS-IDX-OP FROM 1 BY 1
                       UNTIL WS-IDX-OP > WS-CNT-OPER
                   IF WS-OP-MARCA (WS-IDX-OP) = 'J'
                       MOVE 'N' TO WS-OP-MARCA (WS-IDX-OP)
                   END-IF
               END-PERFORM
               MOVE 'S' TO WS-OP-MARCA (WS-IDX-SEM)
           END-IF.

      *----------------------------------------------------------------*
      * O CASO SAO AS OPERACOES MARCADAS J, A PRIMEIRA DELAS EM
      * WS-IDX-SEM. A ASSINATURA REPETIDA (CHAVE ALTERNADA) E CASO JA
      * REGISTRADO NUMA BATIDA ANTERIOR: NAO GANHA NUMERO NEM SAI NA
      * COMUNICACAO. DE UM JEITO OU DE OUTRO AS OPERACOES SAO
      * CONSUMIDAS
      *----------------------------------------------------------------*
       7-ABRE-CASO.
           MOVE WS-PROX-CASO TO CASO-NUMERO.
           MOVE WS-TIPO-CASO TO CASO-AS-TIPO CASO-TIPO.
           MOVE WS-OP-FONE (WS-IDX-SEM) TO CASO-AS-FONE CASO-FONE.
           IF WS-OP-FONE (WS-IDX-SEM) = ZEROS
               MOVE WS-OP-CONTA (WS-IDX-SEM) TO CASO-AS-CONTA
                   CASO-CONTA
           ELSE
               MOVE ZEROS TO CASO-AS-CONTA CASO-CONTA
           END-IF.
           MOVE WS-OP-ORIGEM (WS-IDX-SEM) TO CASO-AS-ORIGEM.
           MOVE WS-OP-REF (WS-IDX-SEM) TO CASO-AS-REF.
           MOVE ZEROS TO CASO-QTDE-OPER WS-TOT-CASO CASO-DATA-FIM.
           MOVE 99999999 TO CASO-DATA-INI.
           PERFORM VARYING WS-IDX-OP FROM 1 BY 1
                   UNTIL WS-IDX-OP > WS-CNT-OPER
               IF WS-OP-MARCA (WS-IDX-OP) = 'J'
                   ADD 1 TO CASO-QTDE-OPER
                   ADD WS-OP-VALOR (WS-IDX-OP) TO WS-TOT-CASO
                   IF WS-OP-DATA (WS-IDX-OP) < CASO-DATA-INI
                       MOVE WS-OP-DATA (WS-IDX-OP) TO CASO-DATA-INI
                   END-IF
                   IF WS-OP-DATA (WS-IDX-OP) > CASO-DATA-FIM
                       MOVE WS-OP-DATA (WS-IDX-OP) TO CASO-DATA-FIM
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-TOT-CASO TO CASO-TOTAL.
           MOVE WS-DATA-HOJE TO CASO-DATA-ABERTURA.
           SET CASO-ABERTO TO TRUE.
           MOVE ZEROS TO CASO-DATA-FECHAMENTO.
           MOVE SPACES TO CASO-OPERADOR-FECH CASO-PARECER.
           WRITE COAF-CASO-REG
               INVALID KEY
                   ADD 1 TO WS-CT-JA-FEITOS
               NOT INVALID KEY
                   ADD 1 TO WS-PROX-CASO
                   ADD 1 TO WS-CT-CASOS
                   IF CASO-ACIMA-LIMITE
                       ADD 1 TO WS-CT-ACIMA
                   ELSE
                       ADD 1 TO WS-CT-FRACION
                   END-IF
                   PERFORM 8-COMUNICA-CASO
           END-WRITE.
           PERFORM VARYING WS-IDX-OP FROM 1 BY 1
                   UNTIL WS-IDX-OP > WS-CNT-OPER
               IF WS-OP-MARCA (WS-IDX-OP) = 'J'
                   MOVE 'S' TO WS-OP-MARCA (WS-IDX-OP)
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * O CASO NO ARQUIVO DE COMUNICACAO: CABECALHO COM O CLIENTE,
      * AS CONTAS DELE, UMA LINHA POR OPERACAO E O TOTAL
      *----------------------------------------------------------------*
       8-COMUNICA-CASO.
           MOVE CASO-NUMERO TO WS-LC-NUMERO.
           IF CASO-ACIMA-LIMITE
               MOVE 'OPERACAO ACIMA DO LIMITE' TO WS-LC-TIPO
           ELSE
               MOVE 'FRACIONAMENTO' TO WS-LC-TIPO
           END-IF.
           MOVE CASO-FONE TO WS-LC-FONE.
           MOVE SPACES TO WS-LC-NOME.
           IF CASO-FONE NOT = ZEROS AND WS-CLIENTES-OK = 'S'
               MOVE CASO-FONE TO CLIENTES-FONE
               READ CLIENTES
                   INVALID KEY
                       MOVE 'CLIENTE NAO CADASTRADO' TO WS-LC-NOME
                   NOT INVALID KEY
                       MOVE CLIENTES-NAME TO WS-LC-NOME
               END-READ
           END-IF.
           IF CASO-FONE = ZEROS
               MOVE 'CONTA SEM TITULAR NO XREF' TO WS-LC-NOME
           END-IF.
           WRITE REG-COMUN FROM WS-LINHA-CASO.
           PERFORM 81-LINHA-CONTAS.
           PERFORM VARYING WS-IDX-OP FROM 1 BY 1
                   UNTIL WS-IDX-OP > WS-CNT-OPER
               IF WS-OP-MARCA (WS-IDX-OP) = 'J'
                   PERFORM 82-LINHA-OPERACAO
               END-IF
           END-PERFORM.
           MOVE CASO-QTDE-OPER TO WS-LT-QTDE.
           MOVE CASO-TOTAL TO WS-LT-VALOR.
           MOVE CASO-DATA-INI TO WS-LT-DATA-INI.
           MOVE CASO-DATA-FIM TO WS-LT-DATA-FIM.
           WRITE REG-COMUN FROM WS-LINHA-TOTAL.
           MOVE SPACES TO REG-COMUN.
           WRITE REG-COMUN.
           DISPLAY 'CASO ' CASO-NUMERO ' ' WS-LC-TIPO ' CLIENTE '
               CASO-FONE ' CONTA ' CASO-CONTA.

      * CLIENTE COM FONE: TODAS AS CONTAS DELE NO XREF; SEM FONE, A
      * PROPRIA CONTA DO LANCAMENTO
       81-LINHA-CONTAS.
           MOVE SPACES TO WS-LINHA-CONTAS.
           MOVE '  CONTAS:' TO WS-LINHA-CONTAS.
           MOVE 10 TO WS-PONTEIRO.
           MOVE ZEROS TO WS-CT-CONTAS-LIN.
           IF CASO-FONE = ZEROS
               STRING ' ' CASO-CONTA DELIMITED BY SIZE
                   INTO WS-LINHA-CONTAS WITH POINTER WS-PONTEIRO
               ADD 1 TO WS-CT-CONTAS-LIN
           ELSE
               PERFORM VARYING WS-IDX-XRF FROM 1 BY 1
                       UNTIL WS-IDX-XRF > WS-CNT-XREF
                          OR WS-CT-CONTAS-LIN >= 12
                   IF WS-X-FONE (WS-IDX-XRF) = CASO-FONE
                       STRING ' ' WS-X-CONTA (WS-IDX-XRF) '/'
                           WS-X-PAPEL (WS-IDX-XRF) (1:1)
                           DELIMITED BY SIZE
                           INTO WS-LINHA-CONTAS
                           WITH POINTER WS-PONTEIRO
                       ADD 1 TO WS-CT-CONTAS-LIN
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-CT-CONTAS-LIN = ZEROS
               MOVE '  CONTAS: NENHUMA NO XREF' TO WS-LINHA-CONTAS
           END-IF.
           WRITE REG-COMUN FROM WS-LINHA-CONTAS.

       82-LINHA-OPERACAO.
           MOVE WS-OP-DATA (WS-IDX-OP) TO WS-LO-DATA.
           EVALUATE WS-OP-ORIGEM (WS-IDX-OP)
               WHEN 'J'
                   MOVE 'SAQUE CAIXA ELETRON.' TO WS-LO-ORIGEM
               WHEN 'E'
                   MOVE 'DEPOSITO CAIXA ELET.' TO WS-LO-ORIGEM
               WHEN OTHER
                   MOVE 'LANCAMENTO TRANS-LOG' TO WS-LO-ORIGEM
           END-EVALUATE.
           MOVE WS-OP-CONTA (WS-IDX-OP) TO WS-LO-CONTA.
           MOVE WS-OP-VALOR (WS-IDX-OP) TO WS-LO-VALOR.
           MOVE WS-OP-REF (WS-IDX-OP) TO WS-LO-REF.
           WRITE REG-COMUN FROM WS-LINHA-OPER.

       9-FINALIZA.
           DISPLAY 'OPERACOES EM ESPECIE NO PERIODO: ' WS-CNT-OPER.
           DISPLAY 'CASOS NOVOS: ' WS-CT-CASOS
               ' (ACIMA DO LIMITE: ' WS-CT-ACIMA
               ' FRACIONAMENTO: ' WS-CT-FRACION ')'.
           DISPLAY 'CASOS JA REGISTRADOS ANTES: ' WS-CT-JA-FEITOS.
           CLOSE COAF-CASOS.
           CLOSE COMUNICACAO.
           IF WS-CLIENTES-OK = 'S'
               CLOSE CLIENTES
           END-IF.
      *================================================================*
