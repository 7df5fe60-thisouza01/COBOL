      ******************************************************************
      * Author:
      * Date:
      * Purpose: Importacao do extrato eletronico do banco para o
      *  extrato-bancario.txt lido pela CONCILIACAO-BANCARIA, no
      *  lugar da digitacao do PDF. Reconhece o arquivo pelo
      *  conteudo: CNAB 240 de extrato para conciliacao (lote por
      *  conta, segmento E) ou OFX (um elemento ou varios por linha).
      *  Antes de gravar qualquer coisa confere os controles do
      *  proprio arquivo - no CNAB a contagem de registros do lote e
      *  do arquivo, os totais de debito e credito do trailer do lote
      *  e o saldo inicial mais os lancamentos contra o saldo final;
      *  no OFX o fim do arquivo e o fechamento de cada transacao -;
      *  arquivo que nao fecha e recusado inteiro (RETURN-CODE 12).
      *  Depois, por conta: extrato da mesma conta e data ja
      *  importado e recusado (RETURN-CODE 4), e o saldo de abertura
      *  tem de ser o saldo final do ultimo extrato importado da
      *  conta (RETURN-CODE 8 se nao for). As contas aceitas entram
      *  no extrato-bancario.txt do dia, cada uma com os seus
      *  lancamentos agrupados, somando-se as contas ja importadas
      *  hoje, com HEADER e TRAILER refeitos; o IDBANCO e o final do
      *  numero do documento. Cada conta aceita fica registrada em
      *  EXTRATOS-IMPORTADOS e a execucao no run-control
      *  compartilhado (sub-rotina REGISTRA-RUN).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTA-EXTRATO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT EXTRATO-ELETRONICO ASSIGN TO WS-ARQ-ENTRADA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENTRADA.

               SELECT OPTIONAL EXTRATO-BANCO ASSIGN TO WS-ARQ-EXTRATO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXTRATO.

               SELECT OPTIONAL EXTRATOS-IMPORTADOS ASSIGN TO
                WS-ARQ-IMPORTADOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IMPORTADOS.

       DATA DIVISION.
       FILE SECTION.
           FD EXTRATO-ELETRONICO.
           01 REG-ENTRADA              PIC X(1000).

           FD EXTRATO-BANCO.
           01 REGISTRO2                PIC X(42).

           FD EXTRATOS-IMPORTADOS.
           01 REG-IMPORTADO            PIC X(89).

       WORKING-STORAGE SECTION.
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      *  EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG); SEM
      *  ENTRADA NA CONFIGURACAO VALE O CAMINHO PADRAO DE PRODUCAO
           01 WS-CAMINHOS.
               05 WS-ARQ-ENTRADA       PIC X(80) VALUE
                   "C:\exe-cobol\extrato-eletronico.txt".
               05 WS-ARQ-EXTRATO       PIC X(80) VALUE
                   "C:\exe-cobol\extrato-bancario.txt".
               05 WS-ARQ-IMPORTADOS    PIC X(80) VALUE
                   "C:\exe-cobol\extratos-importados.txt".

           01 WS-CFG-CHAMADA.
               05 WS-CFG-LOGICO        PIC X(20).
               05 WS-CFG-CAMINHO       PIC X(80).
               05 WS-CFG-ACHOU         PIC X(01).

           01 WS-STATUS.
               05 WS-FS-ENTRADA        PIC 9(02).
               05 WS-FS-EXTRATO        PIC 9(02).
               05 WS-FS-IMPORTADOS     PIC 9(02).

           01 AUX.
               05 EOF-ENTRADA          PIC X(01) VALUE 'N'.
               05 EOF-EXTRATO          PIC X(01) VALUE 'N'.
               05 EOF-IMPORTADOS       PIC X(01) VALUE 'N'.
               05 WS-FORMATO           PIC X(04) VALUE SPACES.
                   88 WS-FORMATO-CNAB      VALUE 'CNAB'.
                   88 WS-FORMATO-OFX       VALUE 'OFX '.
               05 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
               05 WS-HORA-HOJE         PIC 9(08) VALUE ZEROS.
               05 WS-DATA-HOJE-TX      PIC X(10) VALUE SPACES.
               05 WS-DATA-DDMMAAAA     PIC 9(08) VALUE ZEROS.
               05 WS-DATA-AAAAMMDD     PIC 9(08) VALUE ZEROS.
               05 WS-DATA-TX           PIC X(10) VALUE SPACES.
               05 WS-DOCUMENTO         PIC X(39) VALUE SPACES.
               05 WS-IDBANCO-TX        PIC X(03) VALUE SPACES.
               05 WS-IDBANCO           PIC 9(03) VALUE ZEROS.
               05 WS-POS               PIC 9(04) VALUE ZEROS.
               05 WS-QTD-DIGITOS       PIC 9(01) VALUE ZEROS.
               05 WS-CONTA-BANCO       PIC 9(12) VALUE ZEROS.
               05 WS-CONTAS-ACEITAS    PIC 9(03) VALUE ZEROS.
               05 WS-RC-FINAL          PIC 9(02) VALUE ZEROS.

      * CONTADORES E CONTROLES DO ARQUIVO DE ENTRADA
           01 WS-CONTROLES.
               05 WS-CT-REGISTROS      PIC 9(07) VALUE ZEROS.
               05 WS-CT-LOTES          PIC 9(06) VALUE ZEROS.
               05 WS-TRL-ARQ-VISTO     PIC X(01) VALUE 'N'.
               05 WS-TRL-QTD-LOTES     PIC 9(06) VALUE ZEROS.
               05 WS-TRL-QTD-REG       PIC 9(06) VALUE ZEROS.
               05 WS-SALDO-CALC        PIC S9(13)V99 VALUE ZEROS.
               05 WS-HASH-EXTRATO      PIC 9(09)V99 VALUE ZEROS.
               05 WS-HASH-CENT         PIC 9(11) VALUE ZEROS.
               05 WS-QTD-EXTRATO       PIC 9(07) VALUE ZEROS.

      *----------------------------------------------------------------*
      * REGISTRO CNAB 240 DO EXTRATO PARA CONCILIACAO BANCARIA
      *  (FEBRABAN): A POSICAO 8 DIZ O TIPO - 0 HEADER DE ARQUIVO,
      *  1 HEADER DE LOTE (UM LOTE POR CONTA, COM O SALDO INICIAL),
      *  3 DETALHE (SEGMENTO E, UM LANCAMENTO), 5 TRAILER DE LOTE
      *  (SALDO FINAL, QUANTIDADE DE REGISTROS E TOTAIS DE DEBITO E
      *  CREDITO) E 9 TRAILER DE ARQUIVO. VALORES COM DUAS CASAS
      *  IMPLICITAS E DATAS DDMMAAAA
      *----------------------------------------------------------------*
           01 WS-REG-CNAB              PIC X(240).
           01 WS-CNAB-COMUM REDEFINES WS-REG-CNAB.
               05 WS-CN-BANCO          PIC X(03).
               05 WS-CN-LOTE           PIC X(04).
               05 WS-CN-TIPO           PIC X(01).
                   88 WS-CN-HEADER-ARQ     VALUE '0'.
                   88 WS-CN-HEADER-LOTE    VALUE '1'.
                   88 WS-CN-DETALHE        VALUE '3'.
                   88 WS-CN-TRAILER-LOTE   VALUE '5'.
                   88 WS-CN-TRAILER-ARQ    VALUE '9'.
               05 FILLER               PIC X(232).
           01 WS-CNAB-HDR-LOTE REDEFINES WS-REG-CNAB.
               05 FILLER               PIC X(08).
               05 WS-HL-OPERACAO       PIC X(01).
               05 WS-HL-SERVICO        PIC X(02).
               05 FILLER               PIC X(41).
               05 WS-HL-AGENCIA        PIC X(05).
               05 FILLER               PIC X(01).
               05 WS-HL-CONTA          PIC 9(12).
               05 FILLER               PIC X(72).
               05 WS-HL-DATA-SALDO     PIC 9(08).
               05 WS-HL-SALDO          PIC 9(16)V99.
               05 WS-HL-SITUACAO       PIC X(01).
               05 FILLER               PIC X(71).
           01 WS-CNAB-DETALHE REDEFINES WS-REG-CNAB.
               05 FILLER               PIC X(08).
               05 WS-DT-NUM-REG        PIC X(05).
               05 WS-DT-SEGMENTO       PIC X(01).
               05 FILLER               PIC X(44).
               05 WS-DT-CONTA          PIC 9(12).
               05 FILLER               PIC X(72).
               05 WS-DT-DATA-LANC      PIC 9(08).
               05 WS-DT-VALOR          PIC 9(16)V99.
               05 WS-DT-TIPO           PIC X(01).
               05 FILLER               PIC X(32).
               05 WS-DT-DOCUMENTO      PIC X(39).
           01 WS-CNAB-TRL-LOTE REDEFINES WS-REG-CNAB.
               05 FILLER               PIC X(58).
               05 WS-TL-CONTA          PIC 9(12).
               05 FILLER               PIC X(72).
               05 WS-TL-DATA-SALDO     PIC 9(08).
               05 WS-TL-SALDO          PIC 9(16)V99.
               05 WS-TL-SITUACAO       PIC X(01).
               05 FILLER               PIC X(01).
               05 WS-TL-QTD-REG        PIC 9(06).
               05 WS-TL-DEBITOS        PIC 9(16)V99.
               05 WS-TL-CREDITOS       PIC 9(16)V99.
               05 FILLER               PIC X(28).
           01 WS-CNAB-TRL-ARQ REDEFINES WS-REG-CNAB.
               05 FILLER               PIC X(17).
               05 WS-TA-QTD-LOTES      PIC 9(06).
               05 WS-TA-QTD-REG        PIC 9(06).
               05 FILLER               PIC X(211).

      *----------------------------------------------------------------*
      * LEITURA DO OFX: CADA <TAG> DA LINHA E SEPARADA DO SEU VALOR
      *  (O TEXTO ATE O PROXIMO '<'); AGREGADOS COMO STMTTRN E
      *  LEDGERBAL ABREM E FECHAM, ELEMENTOS PODEM VIR SEM FECHAMENTO
      *----------------------------------------------------------------*
           01 WS-OFX.
               05 WS-OFX-PONTEIRO      PIC 9(04) VALUE ZEROS.
               05 WS-OFX-TAG           PIC X(20) VALUE SPACES.
               05 WS-OFX-VALOR         PIC X(60) VALUE SPACES.
               05 WS-OFX-CONTA-TX      PIC X(20) VALUE SPACES.
               05 WS-OFX-BANCO         PIC 9(03) VALUE ZEROS.
               05 WS-OFX-NUMERO        PIC S9(13)V99 VALUE ZEROS.
               05 WS-OFX-NA-TRANSACAO  PIC X(01) VALUE 'N'.
               05 WS-OFX-NO-SALDO      PIC X(01) VALUE 'N'.
               05 WS-OFX-FIM-VISTO     PIC X(01) VALUE 'N'.
               05 WS-OFX-ABERTAS       PIC 9(05) VALUE ZEROS.
               05 WS-OFX-FECHADAS      PIC 9(05) VALUE ZEROS.
               05 WS-TR-DATA           PIC X(08) VALUE SPACES.
               05 WS-TR-VALOR          PIC S9(13)V99 VALUE ZEROS.
               05 WS-TR-VALOR-OK       PIC X(01) VALUE 'N'.
               05 WS-TR-FITID          PIC X(39) VALUE SPACES.
               05 WS-TR-CHECKNUM       PIC X(39) VALUE SPACES.

      * CONTAS DO ARQUIVO (UM LOTE CNAB OU UM EXTRATO OFX CADA), COM
      *  OS CONTROLES DE SALDO E O QUE O CONTROLE DE IMPORTADOS DIZ
      *  DELA; SITUACAO A ACEITA, D JA IMPORTADA, C SALDO DE
      *  ABERTURA SEM CONTINUIDADE, L FORA DO LEIAUTE DO EXTRATO
           01 WS-TAB-CONTAS.
               05 WS-CNT-CONTAS        PIC 9(03) VALUE ZEROS.
               05 WS-CONTA-ITEM OCCURS 50 TIMES
                                  INDEXED BY WS-IDX-CTA.
                   10 WS-C-CONTA        PIC 9(06).
                   10 WS-C-BANCO        PIC 9(03).
                   10 WS-C-DATA         PIC 9(08).
                   10 WS-C-SALDO-INI    PIC S9(13)V99.
                   10 WS-C-SALDO-FIM    PIC S9(13)V99.
                   10 WS-C-DEBITOS      PIC 9(13)V99.
                   10 WS-C-CREDITOS     PIC 9(13)V99.
                   10 WS-C-TRL-DEBITOS  PIC 9(13)V99.
                   10 WS-C-TRL-CREDITOS PIC 9(13)V99.
                   10 WS-C-QTD-REG      PIC 9(06).
                   10 WS-C-TRL-QTD-REG  PIC 9(06).
                   10 WS-C-LANCAMENTOS  PIC 9(05).
                   10 WS-C-TEM-TRAILER  PIC X(01).
                   10 WS-C-ANT-DATA     PIC 9(08).
                   10 WS-C-ANT-SALDO    PIC S9(13)V99.
                   10 WS-C-SITUACAO     PIC X(01).
                       88 WS-C-ACEITA          VALUE 'A'.
                       88 WS-C-DUPLICADA       VALUE 'D'.
                       88 WS-C-SEM-CONTINUIDADE VALUE 'C'.
                       88 WS-C-FORA-LEIAUTE    VALUE 'L'.

      * LANCAMENTOS DO ARQUIVO, LIGADOS A CONTA PELA POSICAO DELA NA
      *  TABELA DE CONTAS; O LIMITE E O DA TABELA DE EXTRATO DA
      *  CONCILIACAO-BANCARIA
           01 WS-TAB-LANC.
               05 WS-CNT-LANC          PIC 9(04) VALUE ZEROS.
               05 WS-LANC-ITEM OCCURS 500 TIMES
                                  INDEXED BY WS-IDX-LAN.
                   10 WS-L-CONTA        PIC 9(03).
                   10 WS-L-DATA         PIC X(10).
                   10 WS-L-VALOR        PIC 9(13)V99.
                   10 WS-L-TIPO         PIC X(01).
                   10 WS-L-IDBANCO      PIC 9(03).

      * LINHAS DO EXTRATO-BANCARIO.TXT DE HOJE JA GRAVADAS POR OUTRA
      *  IMPORTACAO, QUE CONTINUAM NO ARQUIVO REFEITO
           01 WS-TAB-MANTIDAS.
               05 WS-CNT-MANTIDAS      PIC 9(04) VALUE ZEROS.
               05 WS-MANTIDA OCCURS 500 TIMES
                                  INDEXED BY WS-IDX-MAN
                                  PIC X(42).

      * LINHA DO EXTRATO-BANCARIO.TXT NO LEIAUTE DA
      *  CONCILIACAO-BANCARIA (CONTA,DATA,VALOR,TIPO,IDBANCO)
           01 WS-REGISTRO2.
               05 WS-CNTCORRENTE2      PIC 9(06).
               05 WS-DATE2             PIC X(10).
               05 WS-VALOR2            PIC 9(04)V99.
               05 WS-TIPO2             PIC A(01).
               05 WS-IDBANCO2          PIC 9(03).
           01 WS-LINHA-EXTRATO.
               05 WS-EX-CONTA          PIC 9(06).
               05 FILLER               PIC X(01) VALUE ','.
               05 WS-EX-DATA           PIC X(10).
               05 FILLER               PIC X(01) VALUE ','.
               05 WS-EX-VALOR          PIC 9(04).99.
               05 FILLER               PIC X(01) VALUE ','.
               05 WS-EX-TIPO           PIC X(01).
               05 FILLER               PIC X(01) VALUE ','.
               05 WS-EX-IDBANCO        PIC 9(03).
           01 WS-LINHA-HEADER.
               05 FILLER               PIC X(07) VALUE 'HEADER,'.
               05 WS-HD-DATA           PIC X(10).
               05 FILLER               PIC X(01) VALUE ','.
               05 WS-HD-ORIGEM         PIC X(15) VALUE
                   'IMPORTA-EXTRATO'.
           01 WS-LINHA-TRAILER.
               05 FILLER               PIC X(08) VALUE 'TRAILER,'.
               05 WS-TR-QTD            PIC 9(07).
               05 FILLER               PIC X(01) VALUE ','.
               05 WS-TR-TOTAL          PIC 9(11).
       COPY EXTILIN.

      * CAMPOS PARA CHAMAR A SUB-ROTINA COMPARTILHADA VALIDA-DATA
           01 WS-VDT-CHAMADA.
               05 WS-VDT-FUNCAO        PIC X(01).
               05 WS-VDT-DATA1         PIC X(10).
               05 WS-VDT-DATA2         PIC X(10).
               05 WS-VDT-DIAS          PIC S9(05).
               05 WS-VDT-STATUS        PIC X(01).

      * CAMPOS AUXILIARES PARA O REGISTRO DE EXECUCAO NO RUN-CONTROL
      *  COMPARTILHADO (SUB-ROTINA REGISTRA-RUN)
           01 WS-RUN-CONTROLE.
               05 WS-RUN-JOB           PIC X(20) VALUE
                   'IMPORTA-EXTRATO'.
               05 WS-RUN-FASE          PIC X(03).
               05 WS-RUN-LIDOS         PIC 9(07) VALUE ZEROS.
               05 WS-RUN-GRAVADOS      PIC 9(07) VALUE ZEROS.
               05 WS-RUN-REJ           PIC 9(07) VALUE ZEROS.
               05 WS-RUN-STATUS        PIC X(10).

           01 WS-LINHA-RESUMO.
               05 FILLER               PIC X(06) VALUE 'CONTA '.
               05 WS-RS-CONTA          PIC 9(06).
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-RS-DATA           PIC 9(08).
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-RS-LANC           PIC ZZZZ9.
               05 FILLER               PIC X(06) VALUE ' LANC '.
               05 WS-RS-SALDO-INI      PIC -(10)9.99.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-RS-SALDO-FIM      PIC -(10)9.99.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-RS-SITUACAO       PIC X(24).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0005-RESOLVE-CAMINHOS.
           PERFORM 0010-REGISTRA-INICIO.
           PERFORM 0100-ABRE-ENTRADA THRU 0100-ABRE-ENTRADA-EXIT.
           PERFORM 0140-IDENTIFICA-FORMATO.
           IF WS-FORMATO-CNAB
               PERFORM 0200-LE-CNAB UNTIL EOF-ENTRADA = 'Y'
               PERFORM 0290-CONFERE-CNAB
           ELSE
               PERFORM 0300-LE-OFX UNTIL EOF-ENTRADA = 'Y'
               PERFORM 0390-CONFERE-OFX
           END-IF.
           CLOSE EXTRATO-ELETRONICO.
           PERFORM 0400-CONFERE-CONTAS.
           IF WS-CONTAS-ACEITAS > ZEROS
               PERFORM 0500-CARREGA-EXTRATO-DIA
               PERFORM 0600-GRAVA-EXTRATO
               PERFORM 0700-GRAVA-IMPORTADOS
           ELSE
               DISPLAY 'NENHUMA CONTA IMPORTADA - EXTRATO-BANCARIO '
                   'NAO ALTERADO'
           END-IF.
           PERFORM 0800-MOSTRA-RESUMO.
           MOVE 'OK' TO WS-RUN-STATUS.
           PERFORM 0910-REGISTRA-FIM.

           STOP RUN.

      * RESOLVE O CAMINHO DE CADA ARQUIVO PELO NOME LOGICO NA
      *  CONFIGURACAO EXTERNA, ANTES DE QUALQUER OPEN
       0005-RESOLVE-CAMINHOS.
           MOVE 'EXTRATO-ELETRONICO' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-ENTRADA
           END-IF.
           MOVE 'EXTRATO-BANCARIO' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-EXTRATO
           END-IF.
           MOVE 'EXTRATOS-IMPORTADOS' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-IMPORTADOS
           END-IF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOJE FROM TIME.
           STRING WS-DATA-HOJE (1:4) '-' WS-DATA-HOJE (5:2) '-'
               WS-DATA-HOJE (7:2) DELIMITED BY SIZE
               INTO WS-DATA-HOJE-TX.

       0006-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.

       0010-REGISTRA-INICIO.
           MOVE 'INI' TO WS-RUN-FASE.
           MOVE 'INICIADO' TO WS-RUN-STATUS.
           CALL 'REGISTRA-RUN' USING WS-RUN-JOB WS-RUN-FASE
               WS-RUN-LIDOS WS-RUN-GRAVADOS WS-RUN-REJ WS-RUN-STATUS.

       0910-REGISTRA-FIM.
           MOVE 'FIM' TO WS-RUN-FASE.
           MOVE WS-CT-REGISTROS TO WS-RUN-LIDOS.
           CALL 'REGISTRA-RUN' USING WS-RUN-JOB WS-RUN-FASE
               WS-RUN-LIDOS WS-RUN-GRAVADOS WS-RUN-REJ WS-RUN-STATUS.
           MOVE WS-RC-FINAL TO RETURN-CODE.

       0100-ABRE-ENTRADA.
           OPEN INPUT EXTRATO-ELETRONICO.
           IF WS-FS-ENTRADA NOT = 00
               DISPLAY 'EXTRATO ELETRONICO NAO ENCONTRADO: '
                   WS-ARQ-ENTRADA
               MOVE 12 TO WS-RC-FINAL
               MOVE 'ABORTADO' TO WS-RUN-STATUS
               PERFORM 0910-REGISTRA-FIM
               STOP RUN
           END-IF.
       0100-ABRE-ENTRADA-EXIT. EXIT.

      * O FORMATO SAI DA PRIMEIRA LINHA: CABECALHO OFX (OFXHEADER,
      *  <OFX> OU <?xml DO OFX 2) OU HEADER DE ARQUIVO CNAB (LOTE
      *  0000, TIPO 0); QUALQUER OUTRA COISA E RECUSADA
       0140-IDENTIFICA-FORMATO.
           PERFORM 0150-LE-ENTRADA.
           IF EOF-ENTRADA = 'Y'
               DISPLAY 'EXTRATO ELETRONICO VAZIO - ARQUIVO RECUSADO'
               PERFORM 0145-ABORTA-CONTROLE
           END-IF.
           IF REG-ENTRADA (1:9) = 'OFXHEADER'
              OR REG-ENTRADA (1:5) = '<OFX>'
              OR REG-ENTRADA (1:5) = '<?xml'
               MOVE 'OFX ' TO WS-FORMATO
               PERFORM 0310-ANALISA-LINHA-OFX
           ELSE
               MOVE REG-ENTRADA (1:240) TO WS-REG-CNAB
               IF WS-CN-LOTE = '0000' AND WS-CN-HEADER-ARQ
                   MOVE 'CNAB' TO WS-FORMATO
               ELSE
                   DISPLAY 'FORMATO DO EXTRATO NAO RECONHECIDO (NEM '
                       'CNAB 240 NEM OFX) - ARQUIVO RECUSADO'
                   PERFORM 0145-ABORTA-CONTROLE
               END-IF
           END-IF.
           DISPLAY 'EXTRATO ELETRONICO FORMATO ' WS-FORMATO.

      * DIVERGENCIA DE CONTROLE: AVISA O OPERADOR E DEVOLVE
      *  RETURN-CODE DIFERENTE DE ZERO PARA O AGENDADOR DE JOBS; NADA
      *  FOI GRAVADO AINDA
       0145-ABORTA-CONTROLE.
           DISPLAY 'IMPORTACAO ABORTADA POR ERRO DE CONTROLE'.
           MOVE 12 TO WS-RC-FINAL.
           MOVE 'ABORTADO' TO WS-RUN-STATUS.
           PERFORM 0910-REGISTRA-FIM.
           CLOSE EXTRATO-ELETRONICO.
           STOP RUN.

       0150-LE-ENTRADA.
           READ EXTRATO-ELETRONICO
               AT END MOVE 'Y' TO EOF-ENTRADA
               NOT AT END ADD 1 TO WS-CT-REGISTROS
           END-READ.

      *----------------------------------------------------------------*
      * CNAB 240: CADA HEADER DE LOTE ABRE UMA CONTA NA TABELA, OS
      *  SEGMENTOS E VIRAM LANCAMENTOS DELA E O TRAILER DO LOTE TRAZ
      *  OS CONTROLES; O HEADER DE ARQUIVO JA FOI LIDO NA
      *  IDENTIFICACAO DO FORMATO
      *----------------------------------------------------------------*
       0200-LE-CNAB.
           PERFORM 0150-LE-ENTRADA.
           IF EOF-ENTRADA = 'N'
               MOVE REG-ENTRADA (1:240) TO WS-REG-CNAB
               IF WS-TRL-ARQ-VISTO = 'S'
                   DISPLAY 'REGISTRO DEPOIS DO TRAILER DE ARQUIVO - '
                       'ARQUIVO RECUSADO'
                   PERFORM 0145-ABORTA-CONTROLE
               END-IF
               EVALUATE TRUE
               WHEN WS-CN-HEADER-LOTE
                   PERFORM 0210-ABRE-LOTE
               WHEN WS-CN-DETALHE
                   PERFORM 0220-LANCAMENTO-CNAB
               WHEN WS-CN-TRAILER-LOTE
                   PERFORM 0230-FECHA-LOTE
               WHEN WS-CN-TRAILER-ARQ
                   IF WS-TA-QTD-LOTES NOT NUMERIC
                      OR WS-TA-QTD-REG NOT NUMERIC
                       DISPLAY 'TRAILER DE ARQUIVO INVALIDO'
                       PERFORM 0145-ABORTA-CONTROLE
                   END-IF
                   MOVE 'S' TO WS-TRL-ARQ-VISTO
                   MOVE WS-TA-QTD-LOTES TO WS-TRL-QTD-LOTES
                   MOVE WS-TA-QTD-REG TO WS-TRL-QTD-REG
               WHEN OTHER
                   DISPLAY 'REGISTRO CNAB DE TIPO DESCONHECIDO NA '
                       'LINHA ' WS-CT-REGISTROS ' - ARQUIVO RECUSADO'
                   PERFORM 0145-ABORTA-CONTROLE
               END-EVALUATE
           END-IF.

       0210-ABRE-LOTE.
           IF WS-HL-CONTA NOT NUMERIC
              OR WS-HL-DATA-SALDO NOT NUMERIC
              OR WS-HL-SALDO NOT NUMERIC
               DISPLAY 'HEADER DE LOTE INVALIDO NA LINHA '
                   WS-CT-REGISTROS ' - ARQUIVO RECUSADO'
               PERFORM 0145-ABORTA-CONTROLE
           END-IF.
           IF WS-CNT-CONTAS >= 50
               DISPLAY 'TABELA DE CONTAS CHEIA - ARQUIVO EXCEDE A '
                   'CAPACIDADE DO JOB'
               PERFORM 0145-ABORTA-CONTROLE
           END-IF.
           ADD 1 TO WS-CT-LOTES.
           MOVE WS-HL-CONTA TO WS-CONTA-BANCO.
           MOVE WS-CN-BANCO TO WS-OFX-BANCO.
           PERFORM 0240-NOVA-CONTA.
           MOVE WS-HL-SALDO TO WS-C-SALDO-INI (WS-IDX-CTA).
           IF WS-HL-SITUACAO = 'D'
               COMPUTE WS-C-SALDO-INI (WS-IDX-CTA) =
                   ZEROS - WS-C-SALDO-INI (WS-IDX-CTA)
           END-IF.
           MOVE 1 TO WS-C-QTD-REG (WS-IDX-CTA).

       0220-LANCAMENTO-CNAB.
           IF WS-CNT-CONTAS = ZEROS
               DISPLAY 'DETALHE FORA DE LOTE NA LINHA '
                   WS-CT-REGISTROS ' - ARQUIVO RECUSADO'
               PERFORM 0145-ABORTA-CONTROLE
           END-IF.
           ADD 1 TO WS-C-QTD-REG (WS-IDX-CTA).
           IF WS-DT-SEGMENTO = 'E'
               IF WS-DT-DATA-LANC NOT NUMERIC
                  OR WS-DT-VALOR NOT NUMERIC
                  OR (WS-DT-TIPO NOT = 'D' AND WS-DT-TIPO NOT = 'C')
                   DISPLAY 'SEGMENTO E INVALIDO NA LINHA '
                       WS-CT-REGISTROS ' - ARQUIVO RECUSADO'
                   PERFORM 0145-ABORTA-CONTROLE
               END-IF
               MOVE WS-DT-DATA-LANC TO WS-DATA-DDMMAAAA
               PERFORM 0250-CONVERTE-DDMMAAAA
               MOVE WS-DT-DOCUMENTO TO WS-DOCUMENTO
               PERFORM 0260-EXTRAI-IDBANCO
               PERFORM 0270-GUARDA-LANCAMENTO
               MOVE WS-DT-VALOR TO WS-L-VALOR (WS-IDX-LAN)
               MOVE WS-DT-TIPO TO WS-L-TIPO (WS-IDX-LAN)
               PERFORM 0280-SOMA-LANCAMENTO
           END-IF.

       0230-FECHA-LOTE.
           IF WS-CNT-CONTAS = ZEROS
              OR WS-C-TEM-TRAILER (WS-IDX-CTA) = 'S'
               DISPLAY 'TRAILER DE LOTE SEM HEADER NA LINHA '
                   WS-CT-REGISTROS ' - ARQUIVO RECUSADO'
               PERFORM 0145-ABORTA-CONTROLE
           END-IF.
           IF WS-TL-DATA-SALDO NOT NUMERIC
              OR WS-TL-SALDO NOT NUMERIC
              OR WS-TL-QTD-REG NOT NUMERIC
              OR WS-TL-DEBITOS NOT NUMERIC
              OR WS-TL-CREDITOS NOT NUMERIC
               DISPLAY 'TRAILER DE LOTE INVALIDO NA LINHA '
                   WS-CT-REGISTROS ' - ARQUIVO RECUSADO'
               PERFORM 0145-ABORTA-CONTROLE
           END-IF.
           ADD 1 TO WS-C-QTD-REG (WS-IDX-CTA).
           MOVE 'S' TO WS-C-TEM-TRAILER (WS-IDX-CTA).
           MOVE WS-TL-DATA-SALDO TO WS-DATA-DDMMAAAA.
           PERFORM 0250-CONVERTE-DDMMAAAA.
           MOVE WS-DATA-AAAAMMDD TO WS-C-DATA (WS-IDX-CTA).
           MOVE WS-TL-SALDO TO WS-C-SALDO-FIM (WS-IDX-CTA).
           IF WS-TL-SITUACAO = 'D'
               COMPUTE WS-C-SALDO-FIM (WS-IDX-CTA) =
                   ZEROS - WS-C-SALDO-FIM (WS-IDX-CTA)
           END-IF.
           MOVE WS-TL-QTD-REG TO WS-C-TRL-QTD-REG (WS-IDX-CTA).
           MOVE WS-TL-DEBITOS TO WS-C-TRL-DEBITOS (WS-IDX-CTA).
           MOVE WS-TL-CREDITOS TO WS-C-TRL-CREDITOS (WS-IDX-CTA).

      * CONTA NOVA NA TABELA A PARTIR DO NUMERO DA CONTA NO BANCO;
      *  A CONTA CORRENTE DO EXTRATO TEM SEIS DIGITOS E O QUE NAO
      *  COUBER FICA MARCADO FORA DO LEIAUTE
       0240-NOVA-CONTA.
           ADD 1 TO WS-CNT-CONTAS.
           SET WS-IDX-CTA TO WS-CNT-CONTAS.
           INITIALIZE WS-CONTA-ITEM (WS-IDX-CTA).
           MOVE WS-OFX-BANCO TO WS-C-BANCO (WS-IDX-CTA).
           MOVE 'A' TO WS-C-SITUACAO (WS-IDX-CTA).
           MOVE 'N' TO WS-C-TEM-TRAILER (WS-IDX-CTA).
           IF WS-CONTA-BANCO > 999999
               MOVE 'L' TO WS-C-SITUACAO (WS-IDX-CTA)
               DISPLAY 'CONTA ' WS-CONTA-BANCO ' NAO CABE NO '
                   'LEIAUTE DO EXTRATO (SEIS DIGITOS)'
           END-IF.
           MOVE WS-CONTA-BANCO TO WS-C-CONTA (WS-IDX-CTA).

      * DATA DDMMAAAA DO CNAB PARA AAAA-MM-DD (DATA DO EXTRATO) E
      *  AAAAMMDD (CONTROLE), VALIDADA PELA VALIDA-DATA
       0250-CONVERTE-DDMMAAAA.
           MOVE SPACES TO WS-DATA-TX.
           STRING WS-DATA-DDMMAAAA (5:4) '-' WS-DATA-DDMMAAAA (3:2)
               '-' WS-DATA-DDMMAAAA (1:2) DELIMITED BY SIZE
               INTO WS-DATA-TX.
           PERFORM 0255-VALIDA-DATA-TX.

       0255-VALIDA-DATA-TX.
           MOVE 'V' TO WS-VDT-FUNCAO.
           MOVE WS-DATA-TX TO WS-VDT-DATA1.
           CALL 'VALIDA-DATA' USING WS-VDT-FUNCAO WS-VDT-DATA1
               WS-VDT-DATA2 WS-VDT-DIAS WS-VDT-STATUS.
           IF WS-VDT-STATUS NOT = 'S'
               DISPLAY 'DATA INVALIDA (' WS-DATA-TX ') NA LINHA '
                   WS-CT-REGISTROS ' - ARQUIVO RECUSADO'
               PERFORM 0145-ABORTA-CONTROLE
           END-IF.
           MOVE WS-DATA-TX (1:4) TO WS-DATA-AAAAMMDD (1:4).
           MOVE WS-DATA-TX (6:2) TO WS-DATA-AAAAMMDD (5:2).
           MOVE WS-DATA-TX (9:2) TO WS-DATA-AAAAMMDD (7:2).

      * O IDBANCO DO EXTRATO SAO OS TRES ULTIMOS DIGITOS DO NUMERO
      *  DO DOCUMENTO DO LANCAMENTO (000 QUANDO NAO HA NUMERO)
       0260-EXTRAI-IDBANCO.
           MOVE '000' TO WS-IDBANCO-TX.
           MOVE ZEROS TO WS-QTD-DIGITOS.
           PERFORM VARYING WS-POS FROM 39 BY -1
                   UNTIL WS-POS < 1 OR WS-QTD-DIGITOS = 3
               IF WS-DOCUMENTO (WS-POS:1) IS NUMERIC
                   MOVE WS-DOCUMENTO (WS-POS:1) TO
                       WS-IDBANCO-TX (3 - WS-QTD-DIGITOS:1)
                   ADD 1 TO WS-QTD-DIGITOS
               END-IF
           END-PERFORM.
           MOVE WS-IDBANCO-TX TO WS-IDBANCO.

       0270-GUARDA-LANCAMENTO.
           IF WS-CNT-LANC >= 500
               DISPLAY 'TABELA DE LANCAMENTOS CHEIA (' WS-CNT-LANC
                   ') - ARQUIVO EXCEDE A CAPACIDADE DO JOB'
               PERFORM 0145-ABORTA-CONTROLE
           END-IF.
           ADD 1 TO WS-CNT-LANC.
           SET WS-IDX-LAN TO WS-CNT-LANC.
           SET WS-L-CONTA (WS-IDX-LAN) TO WS-IDX-CTA.
           MOVE WS-DATA-TX TO WS-L-DATA (WS-IDX-LAN).
           MOVE WS-IDBANCO TO WS-L-IDBANCO (WS-IDX-LAN).
           ADD 1 TO WS-C-LANCAMENTOS (WS-IDX-CTA).

      * LANCAMENTO ACIMA DO QUE O CAMPO VALOR DO EXTRATO COMPORTA
      *  (9999.99) TIRA A CONTA DA IMPORTACAO
       0280-SOMA-LANCAMENTO.
           IF WS-L-TIPO (WS-IDX-LAN) = 'D'
               ADD WS-L-VALOR (WS-IDX-LAN) TO WS-C-DEBITOS (WS-IDX-CTA)
           ELSE
               ADD WS-L-VALOR (WS-IDX-LAN) TO
                   WS-C-CREDITOS (WS-IDX-CTA)
           END-IF.
           IF WS-L-VALOR (WS-IDX-LAN) > 9999.99
              AND NOT WS-C-FORA-LEIAUTE (WS-IDX-CTA)
               MOVE 'L' TO WS-C-SITUACAO (WS-IDX-CTA)
               DISPLAY 'CONTA ' WS-C-CONTA (WS-IDX-CTA)
                   ' COM LANCAMENTO ACIMA DE 9999.99 - NAO CABE NO '
                   'LEIAUTE DO EXTRATO'
           END-IF.

      * CONTROLES DO CNAB: TRAILER DE ARQUIVO PRESENTE E BATENDO COM
      *  LOTES E REGISTROS LIDOS; EM CADA LOTE A QUANTIDADE DE
      *  REGISTROS, OS TOTAIS DE DEBITO E CREDITO E O SALDO INICIAL
      *  MAIS CREDITOS MENOS DEBITOS IGUAL AO SALDO FINAL
       0290-CONFERE-CNAB.
           IF WS-TRL-ARQ-VISTO = 'N'
               DISPLAY 'CNAB SEM TRAILER DE ARQUIVO - TRANSMISSAO '
                   'TRUNCADA, ARQUIVO RECUSADO'
               PERFORM 0145-ABORTA-CONTROLE
           END-IF.
           IF WS-TRL-QTD-LOTES NOT = WS-CT-LOTES
              OR WS-TRL-QTD-REG NOT = WS-CT-REGISTROS
               DISPLAY 'CNAB NAO FECHA COM O TRAILER DE ARQUIVO: '
                   'LOTES ' WS-CT-LOTES ' REGISTROS ' WS-CT-REGISTROS
                   ' X TRAILER ' WS-TRL-QTD-LOTES ' '
                   WS-TRL-QTD-REG
               PERFORM 0145-ABORTA-CONTROLE
           END-IF.
           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA > WS-CNT-CONTAS
               PERFORM 0295-CONFERE-LOTE
           END-PERFORM.

       0295-CONFERE-LOTE.
           IF WS-C-TEM-TRAILER (WS-IDX-CTA) = 'N'
               DISPLAY 'LOTE DA CONTA ' WS-C-CONTA (WS-IDX-CTA)
                   ' SEM TRAILER - ARQUIVO RECUSADO'
               PERFORM 0145-ABORTA-CONTROLE
           END-IF.
           IF WS-C-QTD-REG (WS-IDX-CTA) NOT =
                   WS-C-TRL-QTD-REG (WS-IDX-CTA)
              OR WS-C-DEBITOS (WS-IDX-CTA) NOT =
                   WS-C-TRL-DEBITOS (WS-IDX-CTA)
              OR WS-C-CREDITOS (WS-IDX-CTA) NOT =
                   WS-C-TRL-CREDITOS (WS-IDX-CTA)
               DISPLAY 'LOTE DA CONTA ' WS-C-CONTA (WS-IDX-CTA)
                   ' NAO FECHA COM O TRAILER: REGISTROS '
                   WS-C-QTD-REG (WS-IDX-CTA) ' X '
                   WS-C-TRL-QTD-REG (WS-IDX-CTA)
               DISPLAY '  DEBITOS ' WS-C-DEBITOS (WS-IDX-CTA) ' X '
                   WS-C-TRL-DEBITOS (WS-IDX-CTA) ' CREDITOS '
                   WS-C-CREDITOS (WS-IDX-CTA) ' X '
                   WS-C-TRL-CREDITOS (WS-IDX-CTA)
               PERFORM 0145-ABORTA-CONTROLE
           END-IF.
           COMPUTE WS-SALDO-CALC = WS-C-SALDO-INI (WS-IDX-CTA)
               + WS-C-CREDITOS (WS-IDX-CTA)
               - WS-C-DEBITOS (WS-IDX-CTA).
           IF WS-SALDO-CALC NOT = WS-C-SALDO-FIM (WS-IDX-CTA)
               DISPLAY 'LOTE DA CONTA ' WS-C-CONTA (WS-IDX-CTA)
                   ': SALDO INICIAL MAIS LANCAMENTOS ' WS-SALDO-CALC
                   ' X SALDO FINAL ' WS-C-SALDO-FIM (WS-IDX-CTA)
               PERFORM 0145-ABORTA-CONTROLE
           END-IF.

      *----------------------------------------------------------------*
      * OFX: A CONTA ABRE NO ACCTID, CADA STMTTRN FECHADO VIRA UM
      *  LANCAMENTO (VALOR NEGATIVO E DEBITO) E O BALAMT DO
      *  LEDGERBAL E O SALDO FINAL; O SALDO DE ABERTURA E O FINAL
      *  MENOS OS LANCAMENTOS, CONFERIDO DEPOIS CONTRA O ULTIMO
      *  EXTRATO IMPORTADO DA CONTA
      *----------------------------------------------------------------*
       0300-LE-OFX.
           PERFORM 0150-LE-ENTRADA.
           IF EOF-ENTRADA = 'N'
               PERFORM 0310-ANALISA-LINHA-OFX
           END-IF.

       0310-ANALISA-LINHA-OFX.
           INSPECT REG-ENTRADA REPLACING ALL X'09' BY SPACE.
           MOVE 1 TO WS-OFX-PONTEIRO.
           MOVE SPACES TO WS-OFX-VALOR.
           UNSTRING REG-ENTRADA DELIMITED BY '<'
               INTO WS-OFX-VALOR WITH POINTER WS-OFX-PONTEIRO
           END-UNSTRING.
           PERFORM 0315-PROXIMA-TAG
               UNTIL WS-OFX-PONTEIRO > 1000
                  OR REG-ENTRADA (WS-OFX-PONTEIRO:) = SPACES.

       0315-PROXIMA-TAG.
           MOVE SPACES TO WS-OFX-TAG.
           MOVE SPACES TO WS-OFX-VALOR.
           UNSTRING REG-ENTRADA DELIMITED BY '>'
               INTO WS-OFX-TAG WITH POINTER WS-OFX-PONTEIRO
           END-UNSTRING.
           IF WS-OFX-PONTEIRO <= 1000
               UNSTRING REG-ENTRADA DELIMITED BY '<'
                   INTO WS-OFX-VALOR WITH POINTER WS-OFX-PONTEIRO
               END-UNSTRING
           END-IF.
           PERFORM 0320-TRATA-TAG-OFX.

       0320-TRATA-TAG-OFX.
           EVALUATE WS-OFX-TAG
           WHEN 'BANKID'
               PERFORM 0325-NUMERO-OFX
               MOVE WS-OFX-NUMERO TO WS-OFX-BANCO
           WHEN 'ACCTID'
               PERFORM 0330-CONTA-OFX
           WHEN 'DTEND'
               IF WS-CNT-CONTAS > ZEROS
                  AND WS-OFX-VALOR (1:8) IS NUMERIC
                   MOVE WS-OFX-VALOR (1:8) TO WS-C-DATA (WS-IDX-CTA)
               END-IF
           WHEN 'STMTTRN'
               ADD 1 TO WS-OFX-ABERTAS
               MOVE 'S' TO WS-OFX-NA-TRANSACAO
               MOVE SPACES TO WS-TR-DATA WS-TR-FITID WS-TR-CHECKNUM
               MOVE ZEROS TO WS-TR-VALOR
               MOVE 'N' TO WS-TR-VALOR-OK
           WHEN '/STMTTRN'
               ADD 1 TO WS-OFX-FECHADAS
               PERFORM 0340-TRANSACAO-OFX
               MOVE 'N' TO WS-OFX-NA-TRANSACAO
           WHEN 'DTPOSTED'
               MOVE WS-OFX-VALOR (1:8) TO WS-TR-DATA
           WHEN 'TRNAMT'
               PERFORM 0325-NUMERO-OFX
               MOVE WS-OFX-NUMERO TO WS-TR-VALOR
               MOVE 'S' TO WS-TR-VALOR-OK
           WHEN 'FITID'
               MOVE WS-OFX-VALOR TO WS-TR-FITID
           WHEN 'CHECKNUM'
               MOVE WS-OFX-VALOR TO WS-TR-CHECKNUM
           WHEN 'LEDGERBAL'
               MOVE 'S' TO WS-OFX-NO-SALDO
           WHEN '/LEDGERBAL'
               MOVE 'N' TO WS-OFX-NO-SALDO
           WHEN 'BALAMT'
               IF WS-OFX-NO-SALDO = 'S' AND WS-CNT-CONTAS > ZEROS
                   PERFORM 0325-NUMERO-OFX
                   MOVE WS-OFX-NUMERO TO WS-C-SALDO-FIM (WS-IDX-CTA)
                   MOVE 'S' TO WS-C-TEM-TRAILER (WS-IDX-CTA)
               END-IF
           WHEN 'DTASOF'
               IF WS-OFX-NO-SALDO = 'S' AND WS-CNT-CONTAS > ZEROS
                  AND WS-C-DATA (WS-IDX-CTA) = ZEROS
                  AND WS-OFX-VALOR (1:8) IS NUMERIC
                   MOVE WS-OFX-VALOR (1:8) TO WS-C-DATA (WS-IDX-CTA)
               END-IF
           WHEN '/OFX'
               MOVE 'S' TO WS-OFX-FIM-VISTO
           WHEN OTHER
               CONTINUE
           END-EVALUATE.

      * VALOR DO OFX COM PONTO OU VIRGULA DECIMAL; VALOR QUE NAO E
      *  NUMERO RECUSA O ARQUIVO
       0325-NUMERO-OFX.
           INSPECT WS-OFX-VALOR REPLACING ALL ',' BY '.'.
           IF WS-OFX-VALOR = SPACES
              OR FUNCTION TEST-NUMVAL (WS-OFX-VALOR) NOT = 0
               DISPLAY 'VALOR INVALIDO NO OFX (' WS-OFX-TAG ' '
                   WS-OFX-VALOR ') NA LINHA ' WS-CT-REGISTROS
               PERFORM 0145-ABORTA-CONTROLE
           END-IF.
           COMPUTE WS-OFX-NUMERO = FUNCTION NUMVAL (WS-OFX-VALOR).

      * ACCTID COM DIGITO VERIFICADOR DEPOIS DO HIFEN: SO O NUMERO
      *  ANTES DELE E A CONTA
       0330-CONTA-OFX.
           IF WS-CNT-CONTAS >= 50
               DISPLAY 'TABELA DE CONTAS CHEIA - ARQUIVO EXCEDE A '
                   'CAPACIDADE DO JOB'
               PERFORM 0145-ABORTA-CONTROLE
           END-IF.
           MOVE SPACES TO WS-OFX-CONTA-TX.
           UNSTRING WS-OFX-VALOR DELIMITED BY '-'
               INTO WS-OFX-CONTA-TX
           END-UNSTRING.
           IF WS-OFX-CONTA-TX = SPACES
              OR FUNCTION TEST-NUMVAL (WS-OFX-CONTA-TX) NOT = 0
               DISPLAY 'ACCTID INVALIDO NO OFX (' WS-OFX-VALOR
                   ') - ARQUIVO RECUSADO'
               PERFORM 0145-ABORTA-CONTROLE
           END-IF.
           COMPUTE WS-CONTA-BANCO = FUNCTION NUMVAL (WS-OFX-CONTA-TX).
           PERFORM 0240-NOVA-CONTA.

       0340-TRANSACAO-OFX.
           IF WS-CNT-CONTAS = ZEROS
              OR WS-OFX-NA-TRANSACAO = 'N'
              OR WS-TR-DATA IS NOT NUMERIC
              OR WS-TR-VALOR-OK = 'N'
               DISPLAY 'TRANSACAO OFX INCOMPLETA ATE A LINHA '
                   WS-CT-REGISTROS ' - ARQUIVO RECUSADO'
               PERFORM 0145-ABORTA-CONTROLE
           END-IF.
           MOVE SPACES TO WS-DATA-TX.
           STRING WS-TR-DATA (1:4) '-' WS-TR-DATA (5:2) '-'
               WS-TR-DATA (7:2) DELIMITED BY SIZE INTO WS-DATA-TX.
           PERFORM 0255-VALIDA-DATA-TX.
           IF WS-TR-CHECKNUM NOT = SPACES
               MOVE WS-TR-CHECKNUM TO WS-DOCUMENTO
           ELSE
               MOVE WS-TR-FITID TO WS-DOCUMENTO
           END-IF.
           PERFORM 0260-EXTRAI-IDBANCO.
           PERFORM 0270-GUARDA-LANCAMENTO.
           IF WS-TR-VALOR < ZEROS
               COMPUTE WS-L-VALOR (WS-IDX-LAN) = ZEROS - WS-TR-VALOR
               MOVE 'D' TO WS-L-TIPO (WS-IDX-LAN)
           ELSE
               MOVE WS-TR-VALOR TO WS-L-VALOR (WS-IDX-LAN)
               MOVE 'C' TO WS-L-TIPO (WS-IDX-LAN)
           END-IF.
           PERFORM 0280-SOMA-LANCAMENTO.

      * CONTROLES DO OFX: O ARQUIVO TERMINA NO </OFX> (SENAO FOI
      *  TRUNCADO), TODA TRANSACAO ABERTA FECHOU E TODA CONTA TEM
      *  SALDO FINAL E DATA DO EXTRATO
       0390-CONFERE-OFX.
           IF WS-OFX-FIM-VISTO = 'N'
               DISPLAY 'OFX SEM </OFX> - TRANSMISSAO TRUNCADA, '
                   'ARQUIVO RECUSADO'
               PERFORM 0145-ABORTA-CONTROLE
           END-IF.
           IF WS-OFX-ABERTAS NOT = WS-OFX-FECHADAS
               DISPLAY 'OFX COM ' WS-OFX-ABERTAS ' TRANSACOES '
                   'ABERTAS E ' WS-OFX-FECHADAS ' FECHADAS - '
                   'ARQUIVO RECUSADO'
               PERFORM 0145-ABORTA-CONTROLE
           END-IF.
           IF WS-CNT-CONTAS = ZEROS
               DISPLAY 'OFX SEM CONTA (ACCTID) - ARQUIVO RECUSADO'
               PERFORM 0145-ABORTA-CONTROLE
           END-IF.
           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA > WS-CNT-CONTAS
               IF WS-C-TEM-TRAILER (WS-IDX-CTA) = 'N'
                  OR WS-C-DATA (WS-IDX-CTA) = ZEROS
                   DISPLAY 'CONTA ' WS-C-CONTA (WS-IDX-CTA)
                       ' SEM SALDO FINAL (LEDGERBAL) OU DATA DO '
                       'EXTRATO - ARQUIVO RECUSADO'
                   PERFORM 0145-ABORTA-CONTROLE
               END-IF
               COMPUTE WS-C-SALDO-INI (WS-IDX-CTA) =
                   WS-C-SALDO-FIM (WS-IDX-CTA)
                   - WS-C-CREDITOS (WS-IDX-CTA)
                   + WS-C-DEBITOS (WS-IDX-CTA)
           END-PERFORM.

      *----------------------------------------------------------------*
      * CONFERENCIA DE CADA CONTA CONTRA O CONTROLE DE IMPORTADOS,
      *  NUMA SO LEITURA DELE: MESMA CONTA E DATA JA IMPORTADA E
      *  RECUSADA; O ULTIMO EXTRATO ANTERIOR DA CONTA DA O SALDO QUE
      *  ESTE TEM DE ABRIR
      *----------------------------------------------------------------*
       0400-CONFERE-CONTAS.
           OPEN INPUT EXTRATOS-IMPORTADOS.
           IF WS-FS-IMPORTADOS NOT = 00
               MOVE 'Y' TO EOF-IMPORTADOS
           END-IF.
           PERFORM 0410-LE-IMPORTADO UNTIL EOF-IMPORTADOS = 'Y'.
           CLOSE EXTRATOS-IMPORTADOS.
           MOVE ZEROS TO WS-CONTAS-ACEITAS.
           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA > WS-CNT-CONTAS
               PERFORM 0430-SITUACAO-CONTA
           END-PERFORM.

       0410-LE-IMPORTADO.
           READ EXTRATOS-IMPORTADOS INTO WS-LINHA-EXT-IMP
               AT END MOVE 'Y' TO EOF-IMPORTADOS
               NOT AT END
                   PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                           UNTIL WS-IDX-CTA > WS-CNT-CONTAS
                       PERFORM 0420-COMPARA-IMPORTADO
                   END-PERFORM
           END-READ.

       0420-COMPARA-IMPORTADO.
           IF WS-EI-CONTA = WS-C-CONTA (WS-IDX-CTA)
               IF WS-EI-DATA = WS-C-DATA (WS-IDX-CTA)
                  AND WS-C-ACEITA (WS-IDX-CTA)
                   MOVE 'D' TO WS-C-SITUACAO (WS-IDX-CTA)
               END-IF
               IF WS-EI-DATA < WS-C-DATA (WS-IDX-CTA)
                  AND WS-EI-DATA >= WS-C-ANT-DATA (WS-IDX-CTA)
                   MOVE WS-EI-DATA TO WS-C-ANT-DATA (WS-IDX-CTA)
                   MOVE WS-EI-SALDO-FIM TO
                       WS-C-ANT-SALDO (WS-IDX-CTA)
               END-IF
           END-IF.

       0430-SITUACAO-CONTA.
           IF WS-C-ACEITA (WS-IDX-CTA)
              AND WS-C-ANT-DATA (WS-IDX-CTA) NOT = ZEROS
              AND WS-C-ANT-SALDO (WS-IDX-CTA) NOT =
                   WS-C-SALDO-INI (WS-IDX-CTA)
               MOVE 'C' TO WS-C-SITUACAO (WS-IDX-CTA)
           END-IF.
           IF WS-C-ACEITA (WS-IDX-CTA)
               ADD 1 TO WS-CONTAS-ACEITAS
               IF WS-C-ANT-DATA (WS-IDX-CTA) = ZEROS
                  AND WS-FORMATO-OFX
                   DISPLAY 'CONTA ' WS-C-CONTA (WS-IDX-CTA)
                       ' SEM EXTRATO ANTERIOR - SALDO DE ABERTURA '
                       'NAO CONFERIDO'
               END-IF
           ELSE
               ADD WS-C-LANCAMENTOS (WS-IDX-CTA) TO WS-RUN-REJ
               IF WS-C-DUPLICADA (WS-IDX-CTA)
                   IF WS-RC-FINAL < 4
                       MOVE 4 TO WS-RC-FINAL
                   END-IF
               ELSE
                   MOVE 8 TO WS-RC-FINAL
               END-IF
           END-IF.

      * O EXTRATO-BANCARIO.TXT DE HOJE, SE JA EXISTE (OUTRO BANCO OU
      *  OUTRO ARQUIVO IMPORTADO ANTES), TEM AS LINHAS MANTIDAS; DE
      *  OUTRO DIA E SUBSTITUIDO
       0500-CARREGA-EXTRATO-DIA.
           MOVE ZEROS TO WS-CNT-MANTIDAS.
           OPEN INPUT EXTRATO-BANCO.
           IF WS-FS-EXTRATO NOT = 00
               MOVE 'Y' TO EOF-EXTRATO
           ELSE
               PERFORM 0510-LE-EXTRATO
               IF EOF-EXTRATO = 'N'
                  AND (REGISTRO2 (1:6) NOT = 'HEADER'
                       OR REGISTRO2 (8:10) NOT = WS-DATA-HOJE-TX)
                   DISPLAY 'EXTRATO-BANCARIO DE OUTRO DIA - '
                       'SUBSTITUIDO'
                   MOVE 'Y' TO EOF-EXTRATO
               END-IF
           END-IF.
           PERFORM UNTIL EOF-EXTRATO = 'Y'
               PERFORM 0510-LE-EXTRATO
               IF EOF-EXTRATO = 'N'
                  AND REGISTRO2 (1:7) NOT = 'TRAILER'
                   IF WS-CNT-MANTIDAS >= 500
                       DISPLAY 'EXTRATO-BANCARIO DO DIA EXCEDE A '
                           'TABELA - IMPORTACAO ABORTADA'
                       PERFORM 0145-ABORTA-CONTROLE
                   END-IF
                   ADD 1 TO WS-CNT-MANTIDAS
                   SET WS-IDX-MAN TO WS-CNT-MANTIDAS
                   MOVE REGISTRO2 TO WS-MANTIDA (WS-IDX-MAN)
               END-IF
           END-PERFORM.
           IF WS-FS-EXTRATO NOT = 35
               CLOSE EXTRATO-BANCO
           END-IF.

       0510-LE-EXTRATO.
           READ EXTRATO-BANCO
               AT END MOVE 'Y' TO EOF-EXTRATO
           END-READ.

      * REFAZ O EXTRATO-BANCARIO.TXT: HEADER COM A DATA DE HOJE, AS
      *  LINHAS MANTIDAS, AS CONTAS ACEITAS (CADA UMA COM OS SEUS
      *  LANCAMENTOS JUNTOS) E O TRAILER COM A CONTAGEM E O TOTAL EM
      *  CENTAVOS QUE A CONCILIACAO-BANCARIA CONFERE
       0600-GRAVA-EXTRATO.
           MOVE ZEROS TO WS-QTD-EXTRATO.
           MOVE ZEROS TO WS-HASH-EXTRATO.
           MOVE WS-CNT-MANTIDAS TO WS-QTD-EXTRATO.
           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA > WS-CNT-CONTAS
               IF WS-C-ACEITA (WS-IDX-CTA)
                   ADD WS-C-LANCAMENTOS (WS-IDX-CTA) TO WS-QTD-EXTRATO
               END-IF
           END-PERFORM.
           IF WS-QTD-EXTRATO > 500
               DISPLAY 'EXTRATO-BANCARIO DO DIA PASSARIA DE 500 '
                   'LINHAS, O LIMITE DA CONCILIACAO - IMPORTACAO '
                   'ABORTADA'
               PERFORM 0145-ABORTA-CONTROLE
           END-IF.
           OPEN OUTPUT EXTRATO-BANCO.
           MOVE WS-DATA-HOJE-TX TO WS-HD-DATA.
           WRITE REGISTRO2 FROM WS-LINHA-HEADER.
           PERFORM VARYING WS-IDX-MAN FROM 1 BY 1
                   UNTIL WS-IDX-MAN > WS-CNT-MANTIDAS
               MOVE WS-MANTIDA (WS-IDX-MAN) TO REGISTRO2
               UNSTRING REGISTRO2 DELIMITED BY ','
                   INTO WS-CNTCORRENTE2 WS-DATE2 WS-VALOR2
                        WS-TIPO2 WS-IDBANCO2
               END-UNSTRING
               ADD WS-VALOR2 TO WS-HASH-EXTRATO
               WRITE REGISTRO2
           END-PERFORM.
           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA > WS-CNT-CONTAS
               IF WS-C-ACEITA (WS-IDX-CTA)
                   PERFORM 0610-GRAVA-CONTA
               END-IF
           END-PERFORM.
           MOVE WS-QTD-EXTRATO TO WS-TR-QTD.
           COMPUTE WS-HASH-CENT = WS-HASH-EXTRATO * 100.
           MOVE WS-HASH-CENT TO WS-TR-TOTAL.
           WRITE REGISTRO2 FROM WS-LINHA-TRAILER.
           CLOSE EXTRATO-BANCO.

       0610-GRAVA-CONTA.
           PERFORM VARYING WS-IDX-LAN FROM 1 BY 1
                   UNTIL WS-IDX-LAN > WS-CNT-LANC
               IF WS-L-CONTA (WS-IDX-LAN) = WS-IDX-CTA
                   MOVE WS-C-CONTA (WS-IDX-CTA) TO WS-EX-CONTA
                   MOVE WS-L-DATA (WS-IDX-LAN) TO WS-EX-DATA
                   MOVE WS-L-VALOR (WS-IDX-LAN) TO WS-EX-VALOR
                   MOVE WS-L-TIPO (WS-IDX-LAN) TO WS-EX-TIPO
                   MOVE WS-L-IDBANCO (WS-IDX-LAN) TO WS-EX-IDBANCO
                   ADD WS-L-VALOR (WS-IDX-LAN) TO WS-HASH-EXTRATO
                   WRITE REGISTRO2 FROM WS-LINHA-EXTRATO
                   ADD 1 TO WS-RUN-GRAVADOS
               END-IF
           END-PERFORM.

      * UMA LINHA POR CONTA ACEITA NO CONTROLE DE IMPORTADOS; CRIA O
      *  ARQUIVO NA PRIMEIRA IMPORTACAO, COMO O RUN-CONTROL
       0700-GRAVA-IMPORTADOS.
           OPEN EXTEND EXTRATOS-IMPORTADOS.
           IF WS-FS-IMPORTADOS = 35
               OPEN OUTPUT EXTRATOS-IMPORTADOS
           END-IF.
           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA > WS-CNT-CONTAS
               IF WS-C-ACEITA (WS-IDX-CTA)
                   MOVE WS-C-CONTA (WS-IDX-CTA) TO WS-EI-CONTA
                   MOVE WS-C-DATA (WS-IDX-CTA) TO WS-EI-DATA
                   MOVE WS-FORMATO TO WS-EI-FORMATO
                   MOVE WS-C-BANCO (WS-IDX-CTA) TO WS-EI-BANCO
                   MOVE WS-C-LANCAMENTOS (WS-IDX-CTA) TO
                       WS-EI-LANCAMENTOS
                   MOVE WS-C-SALDO-INI (WS-IDX-CTA) TO WS-EI-SALDO-INI
                   MOVE WS-C-SALDO-FIM (WS-IDX-CTA) TO WS-EI-SALDO-FIM
                   MOVE WS-DATA-HOJE TO WS-EI-IMPORTACAO (1:8)
                   MOVE WS-HORA-HOJE (1:6) TO WS-EI-IMPORTACAO (9:6)
                   WRITE REG-IMPORTADO FROM WS-LINHA-EXT-IMP
               END-IF
           END-PERFORM.
           CLOSE EXTRATOS-IMPORTADOS.

       0800-MOSTRA-RESUMO.
           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA > WS-CNT-CONTAS
               MOVE WS-C-CONTA (WS-IDX-CTA) TO WS-RS-CONTA
               MOVE WS-C-DATA (WS-IDX-CTA) TO WS-RS-DATA
               MOVE WS-C-LANCAMENTOS (WS-IDX-CTA) TO WS-RS-LANC
               MOVE WS-C-SALDO-INI (WS-IDX-CTA) TO WS-RS-SALDO-INI
               MOVE WS-C-SALDO-FIM (WS-IDX-CTA) TO WS-RS-SALDO-FIM
               EVALUATE TRUE
               WHEN WS-C-ACEITA (WS-IDX-CTA)
                   MOVE 'IMPORTADA' TO WS-RS-SITUACAO
               WHEN WS-C-DUPLICADA (WS-IDX-CTA)
                   MOVE 'RECUSADA - JA IMPORTADA' TO WS-RS-SITUACAO
               WHEN WS-C-SEM-CONTINUIDADE (WS-IDX-CTA)
                   MOVE 'RECUSADA - SALDO ABERT.' TO WS-RS-SITUACAO
               WHEN OTHER
                   MOVE 'RECUSADA - LEIAUTE' TO WS-RS-SITUACAO
               END-EVALUATE
               DISPLAY WS-LINHA-RESUMO
               IF WS-C-SEM-CONTINUIDADE (WS-IDX-CTA)
                   DISPLAY '  SALDO FINAL DO EXTRATO DE '
                       WS-C-ANT-DATA (WS-IDX-CTA) ': '
                       WS-C-ANT-SALDO (WS-IDX-CTA)
               END-IF
           END-PERFORM.
           DISPLAY 'REGISTROS LIDOS.......: ' WS-CT-REGISTROS.
           DISPLAY 'CONTAS IMPORTADAS.....: ' WS-CONTAS-ACEITAS.
           DISPLAY 'LANCAMENTOS GRAVADOS..: ' WS-RUN-GRAVADOS.
           DISPLAY 'LANCAMENTOS RECUSADOS.: ' WS-RUN-REJ.

       END PROGRAM IMPORTA-EXTRATO.
