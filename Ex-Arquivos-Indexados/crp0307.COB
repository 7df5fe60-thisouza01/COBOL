      *================================================================*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.    CRP0307.
      *----------------------------------------------------------------*
      * SISTEMA:      CR - CONTAS A RECEBER
      * JOB:          03 - COBRANCA BANCARIA
      * PROGRAMA:     07 - REMESSA DE DUPLICATAS AO BANCO
      *
      * OBJETIVO:     GERAR O ARQUIVO DE REMESSA AO BANCO COBRADOR COM
      *               AS DUPLICATAS RECEM-EMITIDAS DO UNLOAD CRA0205
      *               (AS QUE AINDA NAO FORAM REMETIDAS, CANCELADAS OU
      *               LIQUIDADAS): NR-FATURA, NR-DUPLICATA, CD-CLIENTE,
      *               VENCIMENTO E VALOR, ENTRE HEADER E TRAILER COM A
      *               QUANTIDADE E O VALOR TOTAL. A DUPLICATA REMETIDA
      *               PASSA A SITUACAO "REM" NO CRA0205, E O RETORNO
      *               DO BANCO E TRATADO PELO CRP0308
      *
      * VERSOES:      DATA    DESCRICAO
      *               ------  ---------------------------------------
      *               151026  VERSAO INICIAL
      *
      *----------------------------------------------------------------*

      *================================================================*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------*
      * UNLOAD DA TABELA DE DUPLICATAS
      *----------------------------------------------------------------*
           SELECT CRA0205 ASSIGN TO "../dat/cra0205.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WT-ST-CRA0205.

      *----------------------------------------------------------------*
      * COPIA DE TRABALHO DO UNLOAD, COM AS SITUACOES ATUALIZADAS
      *----------------------------------------------------------------*
           SELECT CRA0205T ASSIGN TO "../dat/cra0205.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WT-ST-CRA0205T.

      *----------------------------------------------------------------*
      * REMESSA DE COBRANCA AO BANCO
      *----------------------------------------------------------------*
           SELECT CRA0307 ASSIGN TO "../dat/cra0307.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WT-ST-CRA0307.

      *================================================================*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------------*
      * UNLOAD DA TABELA DE DUPLICATAS
      *----------------------------------------------------------------*
       FD CRA0205.
       01 CRA0205-REGISTRO.
           03 CRA0205-NR-FATURA        PIC  9(006).
           03 CRA0205-NR-DUPLICATA     PIC  9(002).
           03 CRA0205-CD-CLIENTE       PIC  X(006).
           03 CRA0205-DT-EMISSAO       PIC  9(008).
           03 CRA0205-DT-VENCIMENTO    PIC  9(008).
           03 CRA0205-VL-FATURA        PIC S9(013)V9(002).
           03 CRA0205-CD-CATEGORIA     PIC  X(003).
           03 CRA0205-ST-DUPLICATA     PIC  X(003).
               88 CRA0205-CANCELADA        VALUE 'CNC'.
               88 CRA0205-REMETIDA         VALUE 'REM'.
               88 CRA0205-PROTESTADA       VALUE 'PRT'.
               88 CRA0205-LIQUIDADA        VALUE 'LIQ' 'LJU' 'LDS'.
               88 CRA0205-BAIXADA          VALUE 'BXA'.

       FD CRA0205T.
       01 CRA0205T-REGISTRO            PIC  X(051).

      *----------------------------------------------------------------*
      * REMESSA DE COBRANCA: HEADER, UM DETALHE POR DUPLICATA E
      * TRAILER COM A QUANTIDADE DE DETALHES E O VALOR TOTAL
      *----------------------------------------------------------------*
       FD CRA0307.
       01 CRA0307-HEADER.
           03 CRA0307-TP-REGISTRO      PIC  X(001).
           03 CRA0307-DT-GERACAO       PIC  9(008).
           03 FILLER                   PIC  X(031).
       01 CRA0307-DETALHE.
           03 CRA0307-TP-DETALHE       PIC  X(001).
           03 CRA0307-NR-FATURA        PIC  9(006).
           03 CRA0307-NR-DUPLICATA     PIC  9(002).
           03 CRA0307-CD-CLIENTE       PIC  X(006).
           03 CRA0307-DT-VENCIMENTO    PIC  9(008).
           03 CRA0307-VL-TITULO        PIC  9(013)V9(002).
           03 FILLER                   PIC  X(002).
       01 CRA0307-TRAILER.
           03 CRA0307-TP-TRAILER       PIC  X(001).
           03 CRA0307-QT-DETALHES      PIC  9(006).
           03 CRA0307-VL-TOTAL         PIC  9(013)V9(002).
           03 FILLER                   PIC  X(018).

      *================================================================*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01 WT-CONTADORES.
           03 WT-CT-LIDOS              PIC  9(006) VALUE ZEROS.
           03 WT-CT-REMETIDAS          PIC  9(006) VALUE ZEROS.
           03 WT-CT-JA-REMETIDAS       PIC  9(006) VALUE ZEROS.
           03 WT-CT-CANCELADAS         PIC  9(006) VALUE ZEROS.
           03 WT-CT-ENCERRADAS         PIC  9(006) VALUE ZEROS.

       01 WT-VALORES.
           03 WT-VL-REMETIDAS          PIC S9(013)V9(002) VALUE ZEROS.

       01 WT-DT-HOJE                   PIC  9(008) VALUE ZEROS.

       01 WT-FILE-STATUS.
           03 WT-ST-CRA0205  PIC X(002) VALUE SPACES.
           03 WT-ST-CRA0205T PIC X(002) VALUE SPACES.
           03 WT-ST-CRA0307  PIC X(002) VALUE SPACES.
      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       0-PRINCIPAL.

           PERFORM 1-INICIO.

           PERFORM 2-PROCESSO UNTIL WT-ST-CRA0205 NOT = '00'.

           PERFORM 3-TERMINO.

           PERFORM 4-DEVOLVE-UNLOAD.

           STOP RUN.
      *----------------------------------------------------------------*
      * ABRE OS ARQUIVOS, GRAVA O HEADER DA REMESSA E LE O PRIMEIRO
      * REGISTRO DO UNLOAD
      *----------------------------------------------------------------*
       1-INICIO.

           ACCEPT WT-DT-HOJE FROM DATE YYYYMMDD

           OPEN INPUT CRA0205 OUTPUT CRA0205T CRA0307

           MOVE SPACES TO CRA0307-HEADER
           MOVE 'H' TO CRA0307-TP-REGISTRO
           MOVE WT-DT-HOJE TO CRA0307-DT-GERACAO
           WRITE CRA0307-HEADER

           READ CRA0205.
      *----------------------------------------------------------------*
      * DUPLICATA QUE NAO ESTA CANCELADA, REMETIDA, PROTESTADA,
      * LIQUIDADA NEM BAIXADA E RECEM-EMITIDA: VAI PARA A REMESSA E
      * FICA "REM". TODO REGISTRO VAI PARA A COPIA DE TRABALHO
      *----------------------------------------------------------------*
       2-PROCESSO.

           ADD 1 TO WT-CT-LIDOS

           EVALUATE TRUE
               WHEN CRA0205-CANCELADA
                   ADD 1 TO WT-CT-CANCELADAS
               WHEN CRA0205-REMETIDA
                   ADD 1 TO WT-CT-JA-REMETIDAS
               WHEN CRA0205-PROTESTADA
                 OR CRA0205-LIQUIDADA
                 OR CRA0205-BAIXADA
                   ADD 1 TO WT-CT-ENCERRADAS
               WHEN OTHER
                   PERFORM 21-GRAVA-DETALHE THRU 21-FIM
           END-EVALUATE

           WRITE CRA0205T-REGISTRO FROM CRA0205-REGISTRO

           READ CRA0205.

      *----------------------------------------------------------------*
      * GRAVA O TRAILER, FECHA ARQUIVOS E EXIBE CONTADORES
      *----------------------------------------------------------------*
       3-TERMINO.

           MOVE SPACES TO CRA0307-TRAILER
           MOVE 'T' TO CRA0307-TP-TRAILER
           MOVE WT-CT-REMETIDAS TO CRA0307-QT-DETALHES
           MOVE WT-VL-REMETIDAS TO CRA0307-VL-TOTAL
           WRITE CRA0307-TRAILER

           CLOSE CRA0205 CRA0205T CRA0307

           DISPLAY 'LIDOS=           ' WT-CT-LIDOS.
           DISPLAY 'REMETIDAS=       ' WT-CT-REMETIDAS
               ' VALOR= ' WT-VL-REMETIDAS.
           DISPLAY 'JA REMETIDAS=    ' WT-CT-JA-REMETIDAS.
           DISPLAY 'CANCELADAS=      ' WT-CT-CANCELADAS.
           DISPLAY 'PROT/LIQ/BAIXA=  ' WT-CT-ENCERRADAS.

      *----------------------------------------------------------------*
      * A COPIA DE TRABALHO, COM AS REMETIDAS JA EM "REM", VOLTA POR
      * CIMA DO UNLOAD
      *----------------------------------------------------------------*
       4-DEVOLVE-UNLOAD.

           OPEN INPUT CRA0205T OUTPUT CRA0205

           READ CRA0205T

           PERFORM 41-COPIA-REGISTRO UNTIL WT-ST-CRA0205T NOT = '00'

           CLOSE CRA0205T CRA0205.

       41-COPIA-REGISTRO.

           WRITE CRA0205-REGISTRO FROM CRA0205T-REGISTRO

           READ CRA0205T.

      *----------------------------------------------------------------*
      * GRAVA O DETALHE DA REMESSA E MARCA A DUPLICATA COMO REMETIDA
      *----------------------------------------------------------------*
       21-GRAVA-DETALHE.

           MOVE SPACES TO CRA0307-DETALHE
           MOVE 'D' TO CRA0307-TP-DETALHE
           MOVE CRA0205-NR-FATURA TO CRA0307-NR-FATURA
           MOVE CRA0205-NR-DUPLICATA TO CRA0307-NR-DUPLICATA
           MOVE CRA0205-CD-CLIENTE TO CRA0307-CD-CLIENTE
           MOVE CRA0205-DT-VENCIMENTO TO CRA0307-DT-VENCIMENTO
           MOVE CRA0205-VL-FATURA TO CRA0307-VL-TITULO
           WRITE CRA0307-DETALHE
           ADD 1 TO WT-CT-REMETIDAS
           ADD CRA0205-VL-FATURA TO WT-VL-REMETIDAS

           MOVE 'REM' TO CRA0205-ST-DUPLICATA.

       21-FIM.
