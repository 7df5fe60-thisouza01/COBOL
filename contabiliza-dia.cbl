      *================================================================*
      * Author:
      * Date:
      * Purpose: Contabilizacao diaria em partidas dobradas - acaba a
      *  redigitacao do resumo no razao. Para a data informada junta
      *  numa partida por origem e tipo: os lancamentos do TRANS-LOG
      *  (pelo tipo, fora o transporte SALDO-ANTER), os movimentos do
      *  cadtrans postados pelo APLICA-CADTRANS na data (CREDITO e
      *  DEBITO), cada competencia da folha ainda nao contabilizada
      *  no FOLHA-HISTORICO (BRUTO, INSS, IRRF e CONSIGNADO, que e o
      *  bruto menos descontos menos o liquido) e os ajustes de
      *  inventario do dia no diario da contagem (SOBRA e FALTA,
      *  valorizadas pelo valor unitario do estoque.csv). A conta de
      *  debito e a de credito de cada origem e tipo vem da tabela
      *  CONTABIL-MAPA.TXT (linhas ORIGEM;TIPO;DEBITO;CREDITO); a
      *  partida de valor negativo troca as contas. O lote so vai para
      *  o DIARIO-CONTABIL.TXT inteiro: tipo sem conta na tabela,
      *  conta fora do plano ou inativa, ou debitos diferentes dos
      *  creditos rejeitam o lote todo (RETURN-CODE 8), e data ja
      *  contabilizada nao entra de novo. O espelho do lote, com os
      *  motivos de rejeicao, sai no LOTE-CONTABIL.TXT.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTABILIZA-DIA.
      *================================================================*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANO-CONTAS ASSIGN TO WS-ARQ-PLANO
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-PLANO
             RECORD KEY PLC-CODIGO.

           SELECT OPTIONAL CONTABIL-MAPA ASSIGN TO WS-ARQ-MAPA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-MAPA.

           SELECT OPTIONAL DIARIO-CONTABIL ASSIGN TO WS-ARQ-DIARIO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-DIARIO.

           SELECT OPTIONAL TRANS-LOG ASSIGN TO WS-ARQ-LOG
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-LOG.

           SELECT CADTRANS ASSIGN TO WS-ARQ-CADTRANS
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-CADTRANS
             RECORD KEY CDT-IDCONTA.

           SELECT OPTIONAL FOLHA-HISTORICO ASSIGN TO WS-ARQ-FOLHA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-FOLHA.

           SELECT OPTIONAL ESTOQUE ASSIGN TO WS-ARQ-ESTOQUE
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-ESTOQUE.

           SELECT OPTIONAL DIARIO-AJUSTES ASSIGN TO WS-ARQ-AJUSTES
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-AJUSTES.

           SELECT LOTE-CONTABIL ASSIGN TO WS-ARQ-LOTE
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-LOTE.

      *================================================================*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD PLANO-CONTAS.
       COPY PLCTREG.

       FD CONTABIL-MAPA.
       01 REG-MAPA PIC X(50).

       FD DIARIO-CONTABIL.
       01 REG-DIARIO PIC X(80).

       FD TRANS-LOG.
       01 REG-LOG PIC X(120).

      * MOVIMENTO DO CADTRANS NO LEIAUTE DO APLICA-CADTRANS: TIPO 1
      * CREDITO, 2 DEBITO; SITUACAO P JA POSTADO NA CONTA
       FD CADTRANS.
       01 REG-CADTRANS.
           03 CDT-DATA         PIC 9(08).
           03 CDT-TIPO         PIC 9(01).
           03 CDT-VALOR        PIC 9(05)V99.
           03 CDT-DESCR        PIC X(05).
           03 CDT-IDCONTA      PIC 9(04).
           03 CDT-SITUACAO     PIC X(01).

       FD FOLHA-HISTORICO.
       01 REG-FOLHA PIC X(60).

       FD ESTOQUE.
       01 REG-ESTOQUE PIC X(32).

       FD DIARIO-AJUSTES.
       01 REG-AJUSTE PIC X(60).

       FD LOTE-CONTABIL.
       01 REG-LOTE PIC X(100).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      * EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG)
      *----------------------------------------------------------------*
       01 WS-ARQ-PLANO      PIC X(80) VALUE
           'C:\COBOL\PLANO-CONTAS.DAT'.
       01 WS-ARQ-MAPA       PIC X(80) VALUE
           'C:\COBOL\CONTABIL-MAPA.TXT'.
       01 WS-ARQ-DIARIO     PIC X(80) VALUE
           'C:\COBOL\DIARIO-CONTABIL.TXT'.
       01 WS-ARQ-LOG        PIC X(80) VALUE 'C:\COBOL\TRANS-LOG.TXT'.
       01 WS-ARQ-CADTRANS   PIC X(80) VALUE
           'C:\Financas\cadtrans.dat'.
       01 WS-ARQ-FOLHA      PIC X(80) VALUE
           'C:\exe-cobol\folha-historico.txt'.
       01 WS-ARQ-ESTOQUE    PIC X(80) VALUE
           'C:\exe-cobol\estoque.csv'.
       01 WS-ARQ-AJUSTES    PIC X(80) VALUE
           'C:\exe-cobol\contagem-ajustes.log'.
       01 WS-ARQ-LOTE       PIC X(80) VALUE
           'C:\COBOL\LOTE-CONTABIL.TXT'.
       01 WS-CFG-LOGICO     PIC X(20).
       01 WS-CFG-CAMINHO    PIC X(80).
       01 WS-CFG-ACHOU      PIC X(01).

       01 WS-STATUS.
           05 WS-FS-PLANO    PIC X(02).
           05 WS-FS-MAPA     PIC X(02).
           05 WS-FS-DIARIO   PIC X(02).
           05 WS-FS-LOG      PIC X(02).
           05 WS-FS-CADTRANS PIC X(02).
           05 WS-FS-FOLHA    PIC X(02).
           05 WS-FS-ESTOQUE  PIC X(02).
           05 WS-FS-AJUSTES  PIC X(02).
           05 WS-FS-LOTE     PIC X(02).

       01 WS-CONTROLE.
           05 WS-EOF           PIC X(01) VALUE 'N'.
           05 WS-DATA-LOTE     PIC 9(08) VALUE ZEROS.
           05 WS-ACHOU         PIC X(01) VALUE 'N'.
           05 WS-CT-ERROS      PIC 9(04) VALUE ZEROS.
           05 WS-CT-PARTIDAS   PIC 9(04) VALUE ZEROS.
           05 WS-CT-LINHAS     PIC 9(05) VALUE ZEROS.
           05 WS-TOT-DEBITOS   PIC 9(13)V99 VALUE ZEROS.
           05 WS-TOT-CREDITOS  PIC 9(13)V99 VALUE ZEROS.
           05 WS-CONTA-PROCURA PIC 9(06) VALUE ZEROS.
           05 WS-CONTA-TROCA   PIC 9(06) VALUE ZEROS.

      * LANCAMENTO DECOMPOSTO PELA SUB-ROTINA LE-LINHA-LOG, QUE LE
      * OS DOIS LEIAUTES DO LOG E CLASSIFICA A NATUREZA
       COPY TLOGCAM.

      * LINHA DO DIARIO DA CONTABILIDADE
       COPY DIARLIN.

      * PLANO DE CONTAS EM MEMORIA: CODIGO E SITUACAO
       01 WS-TAB-PLANO.
           05 WS-CNT-PLANO     PIC 9(03) VALUE ZEROS.
           05 WS-PLANO-ITEM OCCURS 500 TIMES
                              INDEXED BY WS-IDX-PLC.
               10 WS-P-CODIGO   PIC 9(06).
               10 WS-P-SITUACAO PIC X(01).

      * TABELA ORIGEM;TIPO;DEBITO;CREDITO
       01 WS-TAB-MAPA.
           05 WS-CNT-MAPA      PIC 9(03) VALUE ZEROS.
           05 WS-MAPA-ITEM OCCURS 100 TIMES
                             INDEXED BY WS-IDX-MAP.
               10 WS-M-ORIGEM   PIC X(10).
               10 WS-M-TIPO     PIC X(12).
               10 WS-M-DEBITO   PIC 9(06).
               10 WS-M-CREDITO  PIC 9(06).
       01 WS-MAPA-CAMPOS.
           05 WS-MP-ORIGEM     PIC X(10).
           05 WS-MP-TIPO       PIC X(12).
           05 WS-MP-DEBITO-TX  PIC X(08).
           05 WS-MP-CREDITO-TX PIC X(08).

      * COMPETENCIAS DA FOLHA JA CONTABILIZADAS EM LOTES ANTERIORES
       01 WS-TAB-COMPET.
           05 WS-CNT-COMPET    PIC 9(03) VALUE ZEROS.
           05 WS-COMPET-ITEM OCCURS 120 TIMES
                               INDEXED BY WS-IDX-CMP.
               10 WS-CP-COMPET  PIC X(06).

      * PARTIDAS DO LOTE: UMA POR ORIGEM, TIPO E REFERENCIA
       01 WS-TAB-PARTIDAS.
           05 WS-CNT-ACUM      PIC 9(03) VALUE ZEROS.
           05 WS-ACUM-ITEM OCCURS 150 TIMES
                             INDEXED BY WS-IDX-ACU.
               10 WS-A-ORIGEM   PIC X(10).
               10 WS-A-TIPO     PIC X(12).
               10 WS-A-REFER    PIC X(06).
               10 WS-A-QTD      PIC 9(05).
               10 WS-A-VALOR    PIC S9(13)V99.
               10 WS-A-DEBITO   PIC 9(06).
               10 WS-A-CREDITO  PIC 9(06).
       01 WS-AC-ORIGEM      PIC X(10).
       01 WS-AC-TIPO        PIC X(12).
       01 WS-AC-REFER       PIC X(06).
       01 WS-AC-VALOR       PIC S9(13)V99.

      * FOLHA: LINHA COMPETENCIA;CPF;BRUTO;INSS;IRRF;LIQUIDO
       01 WS-FOLHA-CAMPOS.
           05 WS-H-COMPET      PIC X(06).
           05 WS-H-CPF         PIC X(11).
           05 WS-H-BRUTO-TX    PIC X(09).
           05 WS-H-INSS-TX     PIC X(09).
           05 WS-H-IRRF-TX     PIC X(09).
           05 WS-H-LIQ-TX      PIC X(09).
       01 WS-H-BRUTO        PIC 9(07)V99 VALUE ZEROS.
       01 WS-H-INSS         PIC 9(07)V99 VALUE ZEROS.
       01 WS-H-IRRF         PIC 9(07)V99 VALUE ZEROS.
       01 WS-H-LIQUIDO      PIC 9(07)V99 VALUE ZEROS.

      * VALOR UNITARIO DE CADA PRODUTO DO ESTOQUE.CSV
       01 WS-TAB-ESTOQUE.
           05 WS-CNT-ESTOQUE   PIC 9(03) VALUE ZEROS.
           05 WS-ESTOQUE-ITEM OCCURS 300 TIMES
                                INDEXED BY WS-IDX-EST.
               10 WS-E-PRODID   PIC X(04).
               10 WS-E-VALOR    PIC 9(05)V99.
       01 WS-ESTOQUE-CAMPOS.
           05 WS-E-CODIGO      PIC X(04).
           05 WS-E-NOME        PIC X(11).
           05 WS-E-QNT-TX      PIC X(04).
           05 WS-E-MIN-TX      PIC X(04).
           05 WS-E-VALOR-TX    PIC X(09).

      * AJUSTE DO DIARIO DA CONTAGEM: DATA;PRODID;LIVRO;CONTADO;DIF
       01 WS-LINHA-AJUSTE.
           05 WS-AJ-DATA       PIC 9(08).
           05 FILLER           PIC X(01).
           05 WS-AJ-PRODID     PIC X(04).
           05 FILLER           PIC X(01).
           05 WS-AJ-LIVRO      PIC 9(03).
           05 FILLER           PIC X(01).
           05 WS-AJ-CONTADO    PIC 9(03).
           05 FILLER           PIC X(01).
           05 WS-AJ-DIF        PIC S9(04) SIGN LEADING SEPARATE.

       01 WS-LINHA-PARTIDA.
           05 WS-LP-PARTIDA    PIC ZZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-LP-ORIGEM     PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-LP-TIPO       PIC X(12).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-LP-REFER      PIC X(06).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-LP-QTD        PIC ZZZZ9.
           05 FILLER           PIC X(03) VALUE ' D '.
           05 WS-LP-DEBITO     PIC 9(06).
           05 FILLER           PIC X(03) VALUE ' C '.
           05 WS-LP-CREDITO    PIC 9(06).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-LP-VALOR      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-LINHA-PROVA.
           05 FILLER           PIC X(09) VALUE 'DEBITOS: '.
           05 WS-PR-DEBITOS    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(12) VALUE '  CREDITOS: '.
           05 WS-PR-CREDITOS   PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-PR-SITUACAO   PIC X(30).
      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       0-PRINCIPAL.
           PERFORM 1-RESOLVE-CAMINHOS.
           PERFORM 2-INICIALIZA.
           PERFORM 3-TRANS-LOG.
           PERFORM 4-CADTRANS.
           PERFORM 5-FOLHA.
           PERFORM 55-ESTOQUE.
           PERFORM 6-MONTA-PARTIDAS.
           IF WS-CT-ERROS = ZEROS
              AND WS-TOT-DEBITOS = WS-TOT-CREDITOS
               PERFORM 7-GRAVA-LOTE
           ELSE
               PERFORM 8-REJEITA-LOTE
           END-IF.
           PERFORM 9-FINALIZA.
           STOP RUN.

       1-RESOLVE-CAMINHOS.
           MOVE 'PLANO-CONTAS' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-PLANO
           END-IF.
           MOVE 'CONTABIL-MAPA' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-MAPA
           END-IF.
           MOVE 'DIARIO-CONTABIL' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-DIARIO
           END-IF.
           MOVE 'TRANS-LOG' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-LOG
           END-IF.
           MOVE 'CADTRANS-DAT' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-CADTRANS
           END-IF.
           MOVE 'FOLHA-HISTORICO' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-FOLHA
           END-IF.
           MOVE 'ESTOQUE-CSV' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-ESTOQUE
           END-IF.
           MOVE 'CONTAGEM-AJUSTES' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-AJUSTES
           END-IF.
           MOVE 'LOTE-CONTABIL' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-LOTE
           END-IF.

       11-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.

      *----------------------------------------------------------------*
      * DATA DO LOTE, PLANO DE CONTAS, TABELA DE CONTAS POR ORIGEM E
      * TIPO E A LEITURA DO DIARIO: DATA JA CONTABILIZADA NAO ENTRA
      * DE NOVO, E A FOLHA SO LEVA COMPETENCIA AINDA NAO LANCADA
      *----------------------------------------------------------------*
       2-INICIALIZA.
           DISPLAY 'DATA DO LOTE (AAAAMMDD, 0 = HOJE): '.
           ACCEPT WS-DATA-LOTE.
           IF WS-DATA-LOTE = ZEROS
               ACCEPT WS-DATA-LOTE FROM DATE YYYYMMDD
           END-IF.
           OPEN OUTPUT LOTE-CONTABIL.
           MOVE SPACES TO REG-LOTE.
           STRING 'LOTE CONTABIL DE ' WS-DATA-LOTE
               DELIMITED BY SIZE INTO REG-LOTE.
           WRITE REG-LOTE.
           PERFORM 21-CARREGA-PLANO.
           PERFORM 23-CARREGA-MAPA.
           PERFORM 25-CONFERE-DIARIO.

       21-CARREGA-PLANO.
           OPEN INPUT PLANO-CONTAS.
           IF WS-FS-PLANO NOT = '00'
               DISPLAY 'PLANO-CONTAS.DAT INDISPONIVEL: ' WS-FS-PLANO
               MOVE 'PLANO DE CONTAS INDISPONIVEL - LOTE NAO GERADO'
                   TO REG-LOTE
               WRITE REG-LOTE
               CLOSE LOTE-CONTABIL
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF.
           MOVE ZEROS TO PLC-CODIGO.
           START PLANO-CONTAS KEY IS NOT LESS THAN PLC-CODIGO
               INVALID KEY MOVE 'S' TO WS-EOF
           END-START.
           PERFORM 22-LE-PLANO UNTIL WS-EOF = 'S'.
           CLOSE PLANO-CONTAS.

       22-LE-PLANO.
           READ PLANO-CONTAS NEXT RECORD
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   IF WS-CNT-PLANO < 500
                       ADD 1 TO WS-CNT-PLANO
                       SET WS-IDX-PLC TO WS-CNT-PLANO
                       MOVE PLC-CODIGO TO WS-P-CODIGO (WS-IDX-PLC)
                       MOVE PLC-SITUACAO TO WS-P-SITUACAO (WS-IDX-PLC)
                   ELSE
                       DISPLAY 'PLANO DE CONTAS EXCEDE A TABELA - '
                           'CONTA IGNORADA ' PLC-CODIGO
                   END-IF
           END-READ.

       23-CARREGA-MAPA.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT CONTABIL-MAPA.
           IF WS-FS-MAPA NOT = '00'
               DISPLAY 'CONTABIL-MAPA.TXT INDISPONIVEL'
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM 24-LE-MAPA UNTIL WS-EOF = 'S'.
           CLOSE CONTABIL-MAPA.

       24-LE-MAPA.
           READ CONTABIL-MAPA
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   IF REG-MAPA NOT = SPACES
                       MOVE SPACES TO WS-MAPA-CAMPOS
                       UNSTRING REG-MAPA DELIMITED BY ';'
                           INTO WS-MP-ORIGEM WS-MP-TIPO
                                WS-MP-DEBITO-TX WS-MP-CREDITO-TX
                       END-UNSTRING
                       IF WS-CNT-MAPA < 100
                           ADD 1 TO WS-CNT-MAPA
                           SET WS-IDX-MAP TO WS-CNT-MAPA
                           MOVE WS-MP-ORIGEM TO
                               WS-M-ORIGEM (WS-IDX-MAP)
                           MOVE WS-MP-TIPO TO WS-M-TIPO (WS-IDX-MAP)
                           COMPUTE WS-M-DEBITO (WS-IDX-MAP) =
                               FUNCTION NUMVAL (WS-MP-DEBITO-TX)
                           COMPUTE WS-M-CREDITO (WS-IDX-MAP) =
                               FUNCTION NUMVAL (WS-MP-CREDITO-TX)
                       ELSE
                           DISPLAY 'TABELA DE CONTAS CHEIA - LINHA '
                               'IGNORADA ' REG-MAPA
                       END-IF
                   END-IF
           END-READ.

       25-CONFERE-DIARIO.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT DIARIO-CONTABIL.
           IF WS-FS-DIARIO NOT = '00'
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM 26-LE-DIARIO UNTIL WS-EOF = 'S'.
           CLOSE DIARIO-CONTABIL.

       26-LE-DIARIO.
           READ DIARIO-CONTABIL
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   MOVE REG-DIARIO TO WS-LINHA-DIARIO-CTB
                   IF WS-DC-DATA = WS-DATA-LOTE
                       DISPLAY 'DATA ' WS-DATA-LOTE
                           ' JA CONTABILIZADA - LOTE NAO GERADO'
                       MOVE 'DATA JA CONTABILIZADA - LOTE NAO GERADO'
                           TO REG-LOTE
                       WRITE REG-LOTE
                       CLOSE DIARIO-CONTABIL
                       CLOSE LOTE-CONTABIL
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF WS-DC-ORIGEM = 'FOLHA'
                       PERFORM 27-GUARDA-COMPET
                   END-IF
           END-READ.

       27-GUARDA-COMPET.
           MOVE 'N' TO WS-ACHOU.
           PERFORM VARYING WS-IDX-CMP FROM 1 BY 1
                   UNTIL WS-IDX-CMP > WS-CNT-COMPET
               IF WS-CP-COMPET (WS-IDX-CMP) = WS-DC-REFERENCIA
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = 'N' AND WS-CNT-COMPET < 120
               ADD 1 TO WS-CNT-COMPET
               SET WS-IDX-CMP TO WS-CNT-COMPET
               MOVE WS-DC-REFERENCIA TO WS-CP-COMPET (WS-IDX-CMP)
           END-IF.

      *----------------------------------------------------------------*
      * TRANS-LOG: UMA PARTIDA POR TIPO DE LANCAMENTO DA DATA
      *----------------------------------------------------------------*
       3-TRANS-LOG.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT TRANS-LOG.
           IF WS-FS-LOG NOT = '00'
               DISPLAY 'TRANS-LOG VAZIO OU INEXISTENTE'
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM 31-LE-LOG UNTIL WS-EOF = 'S'.
           CLOSE TRANS-LOG.

       31-LE-LOG.
           READ TRANS-LOG
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   CALL 'LE-LINHA-LOG' USING REG-LOG TLG-CAMPOS
                   IF TLG-DATA = WS-DATA-LOTE
                      AND NOT TLG-TRANSPORTE
                       MOVE 'TRANS-LOG' TO WS-AC-ORIGEM
                       MOVE TLG-TIPO TO WS-AC-TIPO
                       MOVE SPACES TO WS-AC-REFER
                       MOVE TLG-VALOR TO WS-AC-VALOR
                       PERFORM 90-ACUMULA
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * CADTRANS: MOVIMENTOS DA DATA JA POSTADOS NAS CONTAS
      *----------------------------------------------------------------*
       4-CADTRANS.
           OPEN INPUT CADTRANS.
           IF WS-FS-CADTRANS NOT = '00'
               DISPLAY 'CADTRANS INDISPONIVEL - SEM MOVIMENTOS'
           ELSE
               MOVE 'N' TO WS-EOF
               MOVE ZEROS TO CDT-IDCONTA
               START CADTRANS KEY IS NOT LESS THAN CDT-IDCONTA
                   INVALID KEY MOVE 'S' TO WS-EOF
               END-START
               PERFORM 41-LE-CADTRANS UNTIL WS-EOF = 'S'
               CLOSE CADTRANS
           END-IF.

       41-LE-CADTRANS.
           READ CADTRANS NEXT RECORD
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   IF CDT-DATA = WS-DATA-LOTE
                      AND CDT-SITUACAO = 'P'
                       MOVE 'CADTRANS' TO WS-AC-ORIGEM
                       IF CDT-TIPO = 1
                           MOVE 'CREDITO' TO WS-AC-TIPO
                       ELSE
                           MOVE 'DEBITO' TO WS-AC-TIPO
                       END-IF
                       MOVE SPACES TO WS-AC-REFER
                       MOVE CDT-VALOR TO WS-AC-VALOR
                       PERFORM 90-ACUMULA
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * FOLHA: CADA COMPETENCIA DO HISTORICO AINDA NAO CONTABILIZADA
      * ENTRA NO LOTE - BRUTO, INSS, IRRF E O CONSIGNADO DESCONTADO
      *----------------------------------------------------------------*
       5-FOLHA.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT FOLHA-HISTORICO.
           IF WS-FS-FOLHA NOT = '00'
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM 51-LE-FOLHA UNTIL WS-EOF = 'S'.
           CLOSE FOLHA-HISTORICO.

       51-LE-FOLHA.
           READ FOLHA-HISTORICO
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   MOVE SPACES TO WS-FOLHA-CAMPOS
                   UNSTRING REG-FOLHA DELIMITED BY ';'
                       INTO WS-H-COMPET WS-H-CPF WS-H-BRUTO-TX
                            WS-H-INSS-TX WS-H-IRRF-TX WS-H-LIQ-TX
                   END-UNSTRING
                   MOVE 'N' TO WS-ACHOU
                   PERFORM VARYING WS-IDX-CMP FROM 1 BY 1
                           UNTIL WS-IDX-CMP > WS-CNT-COMPET
                       IF WS-CP-COMPET (WS-IDX-CMP) = WS-H-COMPET
                           MOVE 'S' TO WS-ACHOU
                       END-IF
                   END-PERFORM
                   IF WS-ACHOU = 'N'
                       PERFORM 52-ACUMULA-FOLHA
                   END-IF
           END-READ.

       52-ACUMULA-FOLHA.
           COMPUTE WS-H-BRUTO = FUNCTION NUMVAL (WS-H-BRUTO-TX).
           COMPUTE WS-H-INSS = FUNCTION NUMVAL (WS-H-INSS-TX).
           COMPUTE WS-H-IRRF = FUNCTION NUMVAL (WS-H-IRRF-TX).
           COMPUTE WS-H-LIQUIDO = FUNCTION NUMVAL (WS-H-LIQ-TX).
           MOVE 'FOLHA' TO WS-AC-ORIGEM.
           MOVE WS-H-COMPET TO WS-AC-REFER.
           MOVE 'BRUTO' TO WS-AC-TIPO.
           MOVE WS-H-BRUTO TO WS-AC-VALOR.
           PERFORM 90-ACUMULA.
           MOVE 'INSS' TO WS-AC-TIPO.
           MOVE WS-H-INSS TO WS-AC-VALOR.
           PERFORM 90-ACUMULA.
           MOVE 'IRRF' TO WS-AC-TIPO.
           MOVE WS-H-IRRF TO WS-AC-VALOR.
           PERFORM 90-ACUMULA.
           COMPUTE WS-AC-VALOR = WS-H-BRUTO - WS-H-INSS - WS-H-IRRF
               - WS-H-LIQUIDO.
           IF WS-AC-VALOR NOT = ZEROS
               MOVE 'CONSIGNADO' TO WS-AC-TIPO
               PERFORM 90-ACUMULA
           END-IF.

      *----------------------------------------------------------------*
      * ESTOQUE: AJUSTES LIVRO-PARA-FISICO DA DATA, VALORIZADOS PELO
      * VALOR UNITARIO DO PRODUTO NO ESTOQUE.CSV
      *----------------------------------------------------------------*
       55-ESTOQUE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT ESTOQUE.
           IF WS-FS-ESTOQUE NOT = '00'
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM 56-LE-ESTOQUE UNTIL WS-EOF = 'S'.
           CLOSE ESTOQUE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT DIARIO-AJUSTES.
           IF WS-FS-AJUSTES NOT = '00'
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM 57-LE-AJUSTE UNTIL WS-EOF = 'S'.
           CLOSE DIARIO-AJUSTES.

       56-LE-ESTOQUE.
           READ ESTOQUE
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   MOVE SPACES TO WS-ESTOQUE-CAMPOS
                   UNSTRING REG-ESTOQUE DELIMITED BY ','
                       INTO WS-E-CODIGO WS-E-NOME WS-E-QNT-TX
                            WS-E-MIN-TX WS-E-VALOR-TX
                   END-UNSTRING
                   IF WS-CNT-ESTOQUE < 300
                      AND FUNCTION TEST-NUMVAL (WS-E-VALOR-TX) = 0
                       ADD 1 TO WS-CNT-ESTOQUE
                       SET WS-IDX-EST TO WS-CNT-ESTOQUE
                       MOVE WS-E-CODIGO TO WS-E-PRODID (WS-IDX-EST)
                       COMPUTE WS-E-VALOR (WS-IDX-EST) =
                           FUNCTION NUMVAL (WS-E-VALOR-TX)
                   END-IF
           END-READ.

       57-LE-AJUSTE.
           READ DIARIO-AJUSTES
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   MOVE REG-AJUSTE TO WS-LINHA-AJUSTE
                   IF WS-AJ-DATA = WS-DATA-LOTE
                       MOVE 'N' TO WS-ACHOU
                       PERFORM VARYING WS-IDX-EST FROM 1 BY 1
                               UNTIL WS-IDX-EST > WS-CNT-ESTOQUE
                                  OR WS-ACHOU = 'S'
                           IF WS-E-PRODID (WS-IDX-EST) = WS-AJ-PRODID
                               MOVE 'S' TO WS-ACHOU
                           END-IF
                       END-PERFORM
                       IF WS-ACHOU = 'N'
                           ADD 1 TO WS-CT-ERROS
                           MOVE SPACES TO REG-LOTE
                           STRING 'AJUSTE DO PRODUTO ' WS-AJ-PRODID
                               ' SEM VALOR UNITARIO NO ESTOQUE'
                               DELIMITED BY SIZE INTO REG-LOTE
                           WRITE REG-LOTE
                       ELSE
                           SET WS-IDX-EST DOWN BY 1
                           PERFORM 58-ACUMULA-AJUSTE
                       END-IF
                   END-IF
           END-READ.

       58-ACUMULA-AJUSTE.
           MOVE 'ESTOQUE' TO WS-AC-ORIGEM.
           MOVE SPACES TO WS-AC-REFER.
           IF WS-AJ-DIF > ZEROS
               MOVE 'SOBRA' TO WS-AC-TIPO
               COMPUTE WS-AC-VALOR =
                   WS-AJ-DIF * WS-E-VALOR (WS-IDX-EST)
           ELSE
               MOVE 'FALTA' TO WS-AC-TIPO
               COMPUTE WS-AC-VALOR =
                   ZEROS - WS-AJ-DIF * WS-E-VALOR (WS-IDX-EST)
           END-IF.
           PERFORM 90-ACUMULA.

      *----------------------------------------------------------------*
      * CADA PARTIDA RECEBE AS CONTAS DA TABELA; TIPO SEM CONTA OU
      * CONTA FORA DO PLANO OU INATIVA E MOTIVO DE REJEICAO DO LOTE
      *----------------------------------------------------------------*
       6-MONTA-PARTIDAS.
           PERFORM 61-MONTA-PARTIDA
               VARYING WS-IDX-ACU FROM 1 BY 1
               UNTIL WS-IDX-ACU > WS-CNT-ACUM.

       61-MONTA-PARTIDA.
           IF WS-A-VALOR (WS-IDX-ACU) NOT = ZEROS
               MOVE 'N' TO WS-ACHOU
               PERFORM VARYING WS-IDX-MAP FROM 1 BY 1
                       UNTIL WS-IDX-MAP > WS-CNT-MAPA
                          OR WS-ACHOU = 'S'
                   IF WS-M-ORIGEM (WS-IDX-MAP) =
                          WS-A-ORIGEM (WS-IDX-ACU)
                      AND WS-M-TIPO (WS-IDX-MAP) =
                          WS-A-TIPO (WS-IDX-ACU)
                       MOVE 'S' TO WS-ACHOU
                       MOVE WS-M-DEBITO (WS-IDX-MAP) TO
                           WS-A-DEBITO (WS-IDX-ACU)
                       MOVE WS-M-CREDITO (WS-IDX-MAP) TO
                           WS-A-CREDITO (WS-IDX-ACU)
                   END-IF
               END-PERFORM
               IF WS-ACHOU = 'N'
                   ADD 1 TO WS-CT-ERROS
                   MOVE SPACES TO REG-LOTE
                   STRING 'SEM CONTAS NA TABELA PARA '
                       WS-A-ORIGEM (WS-IDX-ACU) ' '
                       WS-A-TIPO (WS-IDX-ACU)
                       DELIMITED BY SIZE INTO REG-LOTE
                   WRITE REG-LOTE
               ELSE
                   IF WS-A-VALOR (WS-IDX-ACU) < ZEROS
                       MOVE WS-A-DEBITO (WS-IDX-ACU) TO WS-CONTA-TROCA
                       MOVE WS-A-CREDITO (WS-IDX-ACU) TO
                           WS-A-DEBITO (WS-IDX-ACU)
                       MOVE WS-CONTA-TROCA TO
                           WS-A-CREDITO (WS-IDX-ACU)
                       COMPUTE WS-A-VALOR (WS-IDX-ACU) =
                           ZEROS - WS-A-VALOR (WS-IDX-ACU)
                   END-IF
                   MOVE WS-A-DEBITO (WS-IDX-ACU) TO WS-CONTA-PROCURA
                   PERFORM 62-CONFERE-CONTA
                   MOVE WS-A-CREDITO (WS-IDX-ACU) TO WS-CONTA-PROCURA
                   PERFORM 62-CONFERE-CONTA
                   ADD 1 TO WS-CT-PARTIDAS
                   ADD WS-A-VALOR (WS-IDX-ACU) TO WS-TOT-DEBITOS
                   ADD WS-A-VALOR (WS-IDX-ACU) TO WS-TOT-CREDITOS
               END-IF
           END-IF.

       62-CONFERE-CONTA.
           MOVE 'N' TO WS-ACHOU.
           PERFORM VARYING WS-IDX-PLC FROM 1 BY 1
                   UNTIL WS-IDX-PLC > WS-CNT-PLANO
                      OR WS-ACHOU = 'S'
               IF WS-P-CODIGO (WS-IDX-PLC) = WS-CONTA-PROCURA
                   MOVE 'S' TO WS-ACHOU
                   IF WS-P-SITUACAO (WS-IDX-PLC) NOT = 'A'
                       ADD 1 TO WS-CT-ERROS
                       MOVE SPACES TO REG-LOTE
                       STRING 'CONTA ' WS-CONTA-PROCURA ' INATIVA ('
                           WS-A-ORIGEM (WS-IDX-ACU) ' '
                           WS-A-TIPO (WS-IDX-ACU) ')'
                           DELIMITED BY SIZE INTO REG-LOTE
                       WRITE REG-LOTE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-ACHOU = 'N'
               ADD 1 TO WS-CT-ERROS
               MOVE SPACES TO REG-LOTE
               STRING 'CONTA ' WS-CONTA-PROCURA ' FORA DO PLANO ('
                   WS-A-ORIGEM (WS-IDX-ACU) ' '
                   WS-A-TIPO (WS-IDX-ACU) ')'
                   DELIMITED BY SIZE INTO REG-LOTE
               WRITE REG-LOTE
           END-IF.

      *----------------------------------------------------------------*
      * LOTE QUE PROVA: DUAS LINHAS POR PARTIDA NO DIARIO E O ESPELHO
      *----------------------------------------------------------------*
       7-GRAVA-LOTE.
           OPEN EXTEND DIARIO-CONTABIL.
           IF WS-FS-DIARIO = '35'
               OPEN OUTPUT DIARIO-CONTABIL
               CLOSE DIARIO-CONTABIL
               OPEN EXTEND DIARIO-CONTABIL
           END-IF.
           MOVE ZEROS TO WS-CT-PARTIDAS.
           PERFORM 71-GRAVA-PARTIDA
               VARYING WS-IDX-ACU FROM 1 BY 1
               UNTIL WS-IDX-ACU > WS-CNT-ACUM.
           CLOSE DIARIO-CONTABIL.
           MOVE 'LOTE CONTABILIZADO' TO WS-PR-SITUACAO.
           PERFORM 72-GRAVA-PROVA.

       71-GRAVA-PARTIDA.
           IF WS-A-VALOR (WS-IDX-ACU) NOT = ZEROS
               ADD 1 TO WS-CT-PARTIDAS
               MOVE WS-DATA-LOTE TO WS-DC-DATA
               MOVE WS-CT-PARTIDAS TO WS-DC-PARTIDA
               MOVE WS-A-VALOR (WS-IDX-ACU) TO WS-DC-VALOR
               MOVE WS-A-ORIGEM (WS-IDX-ACU) TO WS-DC-ORIGEM
               MOVE WS-A-TIPO (WS-IDX-ACU) TO WS-DC-TIPO
               MOVE WS-A-QTD (WS-IDX-ACU) TO WS-DC-QTD
               MOVE WS-A-REFER (WS-IDX-ACU) TO WS-DC-REFERENCIA
               MOVE WS-A-DEBITO (WS-IDX-ACU) TO WS-DC-CONTA
               SET WS-DC-DEBITO TO TRUE
               WRITE REG-DIARIO FROM WS-LINHA-DIARIO-CTB
               MOVE WS-A-CREDITO (WS-IDX-ACU) TO WS-DC-CONTA
               SET WS-DC-CREDITO TO TRUE
               WRITE REG-DIARIO FROM WS-LINHA-DIARIO-CTB
               ADD 2 TO WS-CT-LINHAS
               MOVE WS-CT-PARTIDAS TO WS-LP-PARTIDA
               MOVE WS-A-ORIGEM (WS-IDX-ACU) TO WS-LP-ORIGEM
               MOVE WS-A-TIPO (WS-IDX-ACU) TO WS-LP-TIPO
               MOVE WS-A-REFER (WS-IDX-ACU) TO WS-LP-REFER
               MOVE WS-A-QTD (WS-IDX-ACU) TO WS-LP-QTD
               MOVE WS-A-DEBITO (WS-IDX-ACU) TO WS-LP-DEBITO
               MOVE WS-A-CREDITO (WS-IDX-ACU) TO WS-LP-CREDITO
               MOVE WS-A-VALOR (WS-IDX-ACU) TO WS-LP-VALOR
               WRITE REG-LOTE FROM WS-LINHA-PARTIDA
           END-IF.

       72-GRAVA-PROVA.
           MOVE WS-TOT-DEBITOS TO WS-PR-DEBITOS.
           MOVE WS-TOT-CREDITOS TO WS-PR-CREDITOS.
           WRITE REG-LOTE FROM WS-LINHA-PROVA.

      * NADA DO LOTE VAI PARA O DIARIO; OS MOTIVOS JA ESTAO NO ESPELHO
       8-REJEITA-LOTE.
           IF WS-TOT-DEBITOS NOT = WS-TOT-CREDITOS
               MOVE 'DEBITOS DIFEREM DOS CREDITOS' TO REG-LOTE
               WRITE REG-LOTE
           END-IF.
           MOVE 'LOTE REJEITADO' TO WS-PR-SITUACAO.
           PERFORM 72-GRAVA-PROVA.
           DISPLAY 'LOTE ' WS-DATA-LOTE ' REJEITADO - ' WS-CT-ERROS
               ' MOTIVO(S) NO LOTE-CONTABIL.TXT'.
           MOVE 8 TO RETURN-CODE.

      *----------------------------------------------------------------*
      * SOMA O VALOR NA PARTIDA DA ORIGEM, TIPO E REFERENCIA
      *----------------------------------------------------------------*
       90-ACUMULA.
           MOVE 'N' TO WS-ACHOU.
           PERFORM VARYING WS-IDX-ACU FROM 1 BY 1
                   UNTIL WS-IDX-ACU > WS-CNT-ACUM
                      OR WS-ACHOU = 'S'
               IF WS-A-ORIGEM (WS-IDX-ACU) = WS-AC-ORIGEM
                  AND WS-A-TIPO (WS-IDX-ACU) = WS-AC-TIPO
                  AND WS-A-REFER (WS-IDX-ACU) = WS-AC-REFER
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = 'S'
               SET WS-IDX-ACU DOWN BY 1
           ELSE
               IF WS-CNT-ACUM < 150
                   ADD 1 TO WS-CNT-ACUM
                   SET WS-IDX-ACU TO WS-CNT-ACUM
                   MOVE WS-AC-ORIGEM TO WS-A-ORIGEM (WS-IDX-ACU)
                   MOVE WS-AC-TIPO TO WS-A-TIPO (WS-IDX-ACU)
                   MOVE WS-AC-REFER TO WS-A-REFER (WS-IDX-ACU)
                   MOVE ZEROS TO WS-A-QTD (WS-IDX-ACU)
                   MOVE ZEROS TO WS-A-VALOR (WS-IDX-ACU)
                   MOVE ZEROS TO WS-A-DEBITO (WS-IDX-ACU)
                   MOVE ZEROS TO WS-A-CREDITO (WS-IDX-ACU)
               ELSE
                   DISPLAY 'TABELA DE PARTIDAS CHEIA - LOTE ABORTADO'
                   CLOSE LOTE-CONTABIL
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           ADD 1 TO WS-A-QTD (WS-IDX-ACU).
           ADD WS-AC-VALOR TO WS-A-VALOR (WS-IDX-ACU).

       9-FINALIZA.
           CLOSE LOTE-CONTABIL.
           DISPLAY 'DATA DO LOTE...........: ' WS-DATA-LOTE.
           DISPLAY 'PARTIDAS...............: ' WS-CT-PARTIDAS.
           DISPLAY 'LINHAS NO DIARIO.......: ' WS-CT-LINHAS.
           DISPLAY 'TOTAL DE DEBITOS.......: ' WS-TOT-DEBITOS.
           DISPLAY 'TOTAL DE CREDITOS......: ' WS-TOT-CREDITOS.
           DISPLAY 'MOTIVOS DE REJEICAO....: ' WS-CT-ERROS.
      *================================================================*
