      *================================================================*
      * Author:
      * Date:
      * Purpose: Batida diaria do rendimento da poupanca. Conta
      *  poupanca (tipo P em CONTAS-SITUACAO.DAT) nao rende no fim de
      *  mes do POSTA-JUROS: rende no dia de aniversario, o dia do
      *  mes da abertura da conta (aberta nos dias 29 a 31, o
      *  aniversario e o dia 1). O arquivo POUPANCA-ANIV.DAT guarda
      *  por conta o dia de aniversario, o inicio do periodo corrente
      *  e o menor saldo visto nele; a batida roda todo dia, baixa o
      *  menor saldo e, quando chega o aniversario, credita:
      *   - periodo cheio: a taxa do mes (TAXA-MES) sobre o menor
      *     saldo do periodo, o dinheiro que ficou o mes inteiro, e a
      *     taxa reduzida (TAXA-PARC) sobre o que entrou depois;
      *   - primeiro periodo, que comecou fora do aniversario: so a
      *     taxa reduzida sobre o saldo.
      *  As taxas vem de POUPANCA-PARAM.TXT, linhas TAXA-MES;taxa e
      *  TAXA-PARC;taxa em percentual. O credito regrava CONTAS.DAT e
      *  vai para o TRANS-LOG com o tipo RENDIM-POUP. Conta encerrada
      *  fecha o periodo sem credito. Rodada repetida no mesmo dia
      *  nao credita de novo: o periodo ja comecou no aniversario.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENDE-POUPANCA.
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

           SELECT CONTAS-SITUACAO ASSIGN TO WS-ARQ-SITUACAO
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-SITUACAO
             RECORD KEY SIT-CONTA.

           SELECT POUPANCA-ANIV ASSIGN TO WS-ARQ-ANIV
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-ANIV
             RECORD KEY ANV-CONTA.

           SELECT OPTIONAL POUPANCA-PARAM ASSIGN TO WS-ARQ-PARAM
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-PARAM.

      *================================================================*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD CONTAS.
       COPY CONTAREG.

       FD TRANS-LOG.
       01 REG-LOG PIC X(120).

      * TIPO DA CONTA (C CORRENTE, P POUPANCA) NO CADASTRO DE
      * SITUACAO MANTIDO PELO MANTEM-CONTAS
       FD CONTAS-SITUACAO.
       01 SITUACAO-REG.
           03 SIT-CONTA        PIC 9(05).
           03 SIT-TIPO         PIC X(01).
           03 SIT-SITUACAO     PIC X(01).
           03 SIT-DATA-ABERT   PIC 9(08).
           03 SIT-DATA-ENCER   PIC 9(08).

      * PERIODO CORRENTE DE CADA POUPANCA: DIA DE ANIVERSARIO, INICIO
      * DO PERIODO, SE ELE COMECOU NO ANIVERSARIO (PERIODO CHEIO) E
      * O MENOR SALDO VISTO DESDE ENTAO
       FD POUPANCA-ANIV.
       01 ANIVERSARIO-REG.
           03 ANV-CONTA        PIC 9(05).
           03 ANV-DIA          PIC 9(02).
           03 ANV-DATA-INI     PIC 9(08).
           03 ANV-PERIODO-CHEIO PIC X(01).
           03 ANV-SALDO-MIN    PIC S9(09)V99 SIGN LEADING SEPARATE.
           03 ANV-DATA-ULT-CRED PIC 9(08).

       FD POUPANCA-PARAM.
       01 REG-PARAM PIC X(40).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      * EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG)
      *----------------------------------------------------------------*
       01 WS-ARQ-CONTAS     PIC X(80) VALUE 'C:\COBOL\CONTAS.DAT'.
       01 WS-ARQ-LOG        PIC X(80) VALUE 'C:\COBOL\TRANS-LOG.TXT'.
       01 WS-ARQ-SITUACAO   PIC X(80) VALUE
           'C:\COBOL\CONTAS-SITUACAO.DAT'.
       01 WS-ARQ-ANIV       PIC X(80) VALUE
           'C:\COBOL\POUPANCA-ANIV.DAT'.
       01 WS-ARQ-PARAM      PIC X(80) VALUE
           'C:\COBOL\POUPANCA-PARAM.TXT'.
       01 WS-CFG-LOGICO     PIC X(20).
       01 WS-CFG-CAMINHO    PIC X(80).
       01 WS-CFG-ACHOU      PIC X(01).

       01 WS-STATUS.
           05 WS-FS-CONTAS  PIC X(02).
           05 WS-FS-LOG     PIC X(02).
           05 WS-FS-SITUACAO PIC X(02).
           05 WS-FS-ANIV    PIC X(02).
           05 WS-FS-PARAM   PIC X(02).

       01 WS-EOF            PIC X(01) VALUE 'N'.
       01 WS-EOF-PARAM      PIC X(01) VALUE 'N'.

      * REGISTRO DA RODADA NO CONTROLE DE EXECUCAO COMPARTILHADO
      * (SUB-ROTINA REGISTRA-RUN)
       01 WS-RUN-CONTROLE.
           05 WS-RUN-JOB       PIC X(20) VALUE 'RENDE-POUPANCA'.
           05 WS-RUN-FASE      PIC X(03).
           05 WS-RUN-LIDOS     PIC 9(07) VALUE ZEROS.
           05 WS-RUN-GRAVADOS  PIC 9(07) VALUE ZEROS.
           05 WS-RUN-REJ       PIC 9(07) VALUE ZEROS.
           05 WS-RUN-STATUS    PIC X(10).

      * TAXAS DO MES CHEIO E DO PERIODO PARCIAL, EM PERCENTUAL
       01 WS-TAXAS.
           05 WS-TAXA-MES      PIC 9(02)V9(04) VALUE ZEROS.
           05 WS-TAXA-PARC     PIC 9(02)V9(04) VALUE ZEROS.
           05 WS-TEM-TAXA-MES  PIC X(01) VALUE 'N'.
           05 WS-TEM-TAXA-PARC PIC X(01) VALUE 'N'.

       01 WS-PARAM-CAMPOS.
           05 WS-P-NOME        PIC X(10).
           05 WS-P-VALOR1      PIC X(10).

       01 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       01 WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           03 WS-HJ-ANO        PIC 9(04).
           03 WS-HJ-MES        PIC 9(02).
           03 WS-HJ-DIA        PIC 9(02).

      * PROXIMO ANIVERSARIO, MONTADO A PARTIR DO INICIO DO PERIODO
       01 WS-ANIV-PROX         PIC 9(08) VALUE ZEROS.
       01 WS-ANIV-PROX-R REDEFINES WS-ANIV-PROX.
           03 WS-AP-ANO        PIC 9(04).
           03 WS-AP-MES        PIC 9(02).
           03 WS-AP-DIA        PIC 9(02).

       01 WS-CALCULO.
           05 WS-CONTA-OK      PIC X(01) VALUE 'N'.
           05 WS-TEM-ANIV      PIC X(01) VALUE 'N'.
           05 WS-BASE-CHEIA    PIC S9(09)V99 VALUE ZEROS.
           05 WS-BASE-PARCIAL  PIC S9(09)V99 VALUE ZEROS.
           05 WS-RENDIMENTO    PIC 9(07)V99 VALUE ZEROS.
           05 WS-CT-POUPANCAS  PIC 9(05) VALUE ZEROS.
           05 WS-CT-NOVAS      PIC 9(05) VALUE ZEROS.
           05 WS-CT-CREDITADAS PIC 9(05) VALUE ZEROS.
           05 WS-CT-SEM-CREDITO PIC 9(05) VALUE ZEROS.
           05 WS-CT-SEM-CONTA  PIC 9(05) VALUE ZEROS.
           05 WS-TOT-RENDIM    PIC 9(09)V99 VALUE ZEROS.
           05 WS-TOT-ED        PIC ZZZZZZZZ9.99.

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
           PERFORM 2-CARREGA-PARAMETROS.
           PERFORM 3-ABRE-ARQUIVOS.
           PERFORM 4-LE-SITUACAO UNTIL WS-EOF = 'S'.
           PERFORM 9-FINALIZA.
           MOVE 'FIM' TO WS-RUN-FASE.
           MOVE WS-CT-POUPANCAS TO WS-RUN-LIDOS.
           MOVE WS-CT-CREDITADAS TO WS-RUN-GRAVADOS.
           MOVE WS-CT-SEM-CONTA TO WS-RUN-REJ.
           MOVE 'OK' TO WS-RUN-STATUS.
           CALL 'REGISTRA-RUN' USING WS-RUN-JOB WS-RUN-FASE
               WS-RUN-LIDOS WS-RUN-GRAVADOS WS-RUN-REJ
               WS-RUN-STATUS.
           IF WS-RUN-REJ > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
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
           MOVE 'CONTAS-SITUACAO' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-SITUACAO
           END-IF.
           MOVE 'POUPANCA-ANIV' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-ANIV
           END-IF.
           MOVE 'POUPANCA-PARAM' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-PARAM
           END-IF.

       11-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.

      * SEM AS DUAS TAXAS A BATIDA NAO RODA: FECHAR O PERIODO SEM
      * CREDITO PERDERIA O RENDIMENTO DO CLIENTE
       2-CARREGA-PARAMETROS.
           OPEN INPUT POUPANCA-PARAM.
           IF WS-FS-PARAM = '00'
               PERFORM 21-LE-PARAMETRO UNTIL WS-EOF-PARAM = 'S'
           END-IF.
           CLOSE POUPANCA-PARAM.
           IF WS-TEM-TAXA-MES NOT = 'S' OR WS-TEM-TAXA-PARC NOT = 'S'
               DISPLAY 'POUPANCA-PARAM.TXT SEM TAXA-MES E TAXA-PARC'
               PERFORM 29-ABORTA
           END-IF.

       21-LE-PARAMETRO.
           READ POUPANCA-PARAM
               AT END MOVE 'S' TO WS-EOF-PARAM
               NOT AT END
                   UNSTRING REG-PARAM DELIMITED BY ';'
                       INTO WS-P-NOME WS-P-VALOR1
                   END-UNSTRING
                   EVALUATE WS-P-NOME
                   WHEN 'TAXA-MES'
                       COMPUTE WS-TAXA-MES =
                           FUNCTION NUMVAL (WS-P-VALOR1)
                       MOVE 'S' TO WS-TEM-TAXA-MES
                   WHEN 'TAXA-PARC'
                       COMPUTE WS-TAXA-PARC =
                           FUNCTION NUMVAL (WS-P-VALOR1)
                       MOVE 'S' TO WS-TEM-TAXA-PARC
                   WHEN OTHER
                       DISPLAY 'PARAMETRO DESCONHECIDO: ' WS-P-NOME
                   END-EVALUATE
           END-READ.

       29-ABORTA.
           MOVE 'FIM' TO WS-RUN-FASE.
           MOVE 'ABORTADO' TO WS-RUN-STATUS.
           CALL 'REGISTRA-RUN' USING WS-RUN-JOB WS-RUN-FASE
               WS-RUN-LIDOS WS-RUN-GRAVADOS WS-RUN-REJ
               WS-RUN-STATUS.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

       3-ABRE-ARQUIVOS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT CONTAS-SITUACAO.
           IF WS-FS-SITUACAO NOT = '00'
               DISPLAY 'CONTAS-SITUACAO.DAT NAO ENCONTRADO'
               PERFORM 29-ABORTA
           END-IF.
           OPEN I-O CONTAS.
           IF WS-FS-CONTAS NOT = '00'
               DISPLAY 'CONTAS.DAT NAO ENCONTRADO'
               PERFORM 29-ABORTA
           END-IF.
           OPEN I-O POUPANCA-ANIV
               IF WS-FS-ANIV EQUAL '35'
                   OPEN OUTPUT POUPANCA-ANIV
                   CLOSE POUPANCA-ANIV
                   OPEN I-O POUPANCA-ANIV
               END-IF.
           OPEN EXTEND TRANS-LOG
               IF WS-FS-LOG EQUAL '35'
                   OPEN OUTPUT TRANS-LOG
                   CLOSE TRANS-LOG
                   OPEN EXTEND TRANS-LOG
               END-IF.
           MOVE LOW-VALUES TO SIT-CONTA.
           START CONTAS-SITUACAO KEY IS NOT LESS THAN SIT-CONTA
               INVALID KEY MOVE 'S' TO WS-EOF
           END-START.

      *----------------------------------------------------------------*
      * SO AS POUPANCAS DO CADASTRO DE SITUACAO; A CONTA CORRENTE
      * RENDE NO POSTA-JUROS
      *----------------------------------------------------------------*
       4-LE-SITUACAO.
           READ CONTAS-SITUACAO NEXT RECORD
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   IF SIT-TIPO = 'P'
                       PERFORM 41-TRATA-POUPANCA
                   END-IF
           END-READ.

       41-TRATA-POUPANCA.
           ADD 1 TO WS-CT-POUPANCAS.
           MOVE SIT-CONTA TO CONTA-NUMERO.
           MOVE 'S' TO WS-CONTA-OK.
           READ CONTAS
               INVALID KEY
                   MOVE 'N' TO WS-CONTA-OK
                   ADD 1 TO WS-CT-SEM-CONTA
                   DISPLAY 'POUPANCA ' SIT-CONTA
                       ' SEM REGISTRO EM CONTAS.DAT'
           END-READ.
           IF WS-CONTA-OK = 'S'
               MOVE SIT-CONTA TO ANV-CONTA
               MOVE 'S' TO WS-TEM-ANIV
               READ POUPANCA-ANIV
                   INVALID KEY MOVE 'N' TO WS-TEM-ANIV
               END-READ
               IF WS-TEM-ANIV = 'S'
                   PERFORM 43-ACOMPANHA-PERIODO
               ELSE
                   PERFORM 42-INICIA-PERIODO
               END-IF
           END-IF.

      * POUPANCA VISTA PELA PRIMEIRA VEZ: O PERIODO COMECA HOJE E SO
      * E CHEIO SE HOJE JA FOR O DIA DE ANIVERSARIO
       42-INICIA-PERIODO.
           MOVE SIT-CONTA TO ANV-CONTA.
           IF SIT-DATA-ABERT NUMERIC AND SIT-DATA-ABERT > ZEROS
               MOVE SIT-DATA-ABERT (7:2) TO ANV-DIA
           ELSE
               MOVE WS-HJ-DIA TO ANV-DIA
           END-IF.
           IF ANV-DIA > 28 OR ANV-DIA = ZEROS
               MOVE 1 TO ANV-DIA
           END-IF.
           MOVE WS-DATA-HOJE TO ANV-DATA-INI.
           IF WS-HJ-DIA = ANV-DIA
               MOVE 'S' TO ANV-PERIODO-CHEIO
           ELSE
               MOVE 'N' TO ANV-PERIODO-CHEIO
           END-IF.
           MOVE CONTA-SALDO TO ANV-SALDO-MIN.
           MOVE ZEROS TO ANV-DATA-ULT-CRED.
           WRITE ANIVERSARIO-REG
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O ANIVERSARIO DA CONTA '
                       ANV-CONTA
           END-WRITE.
           ADD 1 TO WS-CT-NOVAS.

       43-ACOMPANHA-PERIODO.
           IF CONTA-SALDO < ANV-SALDO-MIN
               MOVE CONTA-SALDO TO ANV-SALDO-MIN
           END-IF.
           PERFORM 44-PROXIMO-ANIVERSARIO.
           IF WS-DATA-HOJE NOT < WS-ANIV-PROX
               PERFORM 45-CREDITA-ANIVERSARIO
           END-IF.
           REWRITE ANIVERSARIO-REG
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O ANIVERSARIO DA CONTA '
                       ANV-CONTA
           END-REWRITE.

      * O ANIVERSARIO SEGUINTE AO INICIO DO PERIODO: NO MESMO MES SE
      * O PERIODO COMECOU ANTES DO DIA, SENAO NO MES SEGUINTE
       44-PROXIMO-ANIVERSARIO.
           MOVE ANV-DATA-INI TO WS-ANIV-PROX.
           IF WS-AP-DIA NOT < ANV-DIA
               ADD 1 TO WS-AP-MES
               IF WS-AP-MES > 12
                   MOVE 1 TO WS-AP-MES
                   ADD 1 TO WS-AP-ANO
               END-IF
           END-IF.
           MOVE ANV-DIA TO WS-AP-DIA.

      *----------------------------------------------------------------*
      * NO PERIODO CHEIO O MENOR SALDO FICOU O MES INTEIRO E RENDE A
      * TAXA DO MES; O QUE ENTROU DEPOIS (SALDO ACIMA DO MENOR) RENDE
      * A TAXA REDUZIDA. NO PERIODO PARCIAL TUDO RENDE A REDUZIDA.
      * O PERIODO SEGUINTE COMECA NO ANIVERSARIO, CHEIO, COM O SALDO
      * JA CREDITADO COMO MENOR SALDO
      *----------------------------------------------------------------*
       45-CREDITA-ANIVERSARIO.
           MOVE ZEROS TO WS-RENDIMENTO WS-BASE-CHEIA WS-BASE-PARCIAL.
           IF ANV-PERIODO-CHEIO = 'S'
               IF ANV-SALDO-MIN > ZEROS
                   MOVE ANV-SALDO-MIN TO WS-BASE-CHEIA
               END-IF
               COMPUTE WS-BASE-PARCIAL = CONTA-SALDO - WS-BASE-CHEIA
           ELSE
               MOVE CONTA-SALDO TO WS-BASE-PARCIAL
           END-IF.
           IF WS-BASE-PARCIAL < ZEROS
               MOVE ZEROS TO WS-BASE-PARCIAL
           END-IF.
           IF SIT-SITUACAO NOT = 'E'
               COMPUTE WS-RENDIMENTO ROUNDED =
                   WS-BASE-CHEIA * WS-TAXA-MES / 100
                 + WS-BASE-PARCIAL * WS-TAXA-PARC / 100
           END-IF.
           IF WS-RENDIMENTO > ZEROS
               ADD WS-RENDIMENTO TO CONTA-SALDO
               REWRITE CONTAS-REG
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR A CONTA '
                           CONTA-NUMERO
               END-REWRITE
               PERFORM 6-GRAVA-LOG
               MOVE WS-DATA-HOJE TO ANV-DATA-ULT-CRED
               ADD 1 TO WS-CT-CREDITADAS
               ADD WS-RENDIMENTO TO WS-TOT-RENDIM
           ELSE
               ADD 1 TO WS-CT-SEM-CREDITO
           END-IF.
           MOVE WS-ANIV-PROX TO ANV-DATA-INI.
           MOVE 'S' TO ANV-PERIODO-CHEIO.
           MOVE CONTA-SALDO TO ANV-SALDO-MIN.

       6-GRAVA-LOG.
           MOVE WS-DATA-HOJE TO WS-LOG-DATA.
           MOVE CONTA-NUMERO TO WS-LOG-CONTA.
           MOVE 'RENDIM-POUP' TO WS-LOG-TIPO.
           MOVE WS-RENDIMENTO TO WS-LOG-VALOR.
           MOVE CONTA-SALDO TO WS-LOG-SALDO.
           CALL 'NUMERA-LOG' USING WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.

       9-FINALIZA.
           DISPLAY 'POUPANCAS LIDAS......: ' WS-CT-POUPANCAS.
           DISPLAY 'PERIODOS INICIADOS...: ' WS-CT-NOVAS.
           DISPLAY 'ANIVERSARIOS CREDITOS: ' WS-CT-CREDITADAS.
           DISPLAY 'ANIVERSARIOS SEM CRED: ' WS-CT-SEM-CREDITO.
           DISPLAY 'SEM REGISTRO DE CONTA: ' WS-CT-SEM-CONTA.
           MOVE WS-TOT-RENDIM TO WS-TOT-ED.
           DISPLAY 'TOTAL DE RENDIMENTO..: ' WS-TOT-ED.
           CLOSE CONTAS.
           CLOSE TRANS-LOG.
           CLOSE CONTAS-SITUACAO.
           CLOSE POUPANCA-ANIV.
      *================================================================*
