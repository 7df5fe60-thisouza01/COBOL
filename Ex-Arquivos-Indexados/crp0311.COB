      *================================================================*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.    CRP0311.
      *----------------------------------------------------------------*
      * SISTEMA:      CR - CONTAS A RECEBER
      * JOB:          03 - COBRANCA BANCARIA
      * PROGRAMA:     11 - AGING DA CARTEIRA E CARTAS DE COBRANCA
      *
      * OBJETIVO:     EMITIR A POSICAO POR VENCIMENTO (AGING) DAS DU-
      *               PLICATAS EM ABERTO DO UNLOAD CRA0205, POR
      *               CD-CLIENTE, NAS FAIXAS A VENCER, 1-30, 31-60,
      *               61-90 E ACIMA DE 90 DIAS DE ATRASO, COM SUBTO-
      *               TAIS POR CD-CATEGORIA E TOTAL GERAL (CRA0311).
      *               EM ABERTO E A DUPLICATA QUE NAO ESTA CANCELADA,
      *               LIQUIDADA NEM BAIXADA.
      *               PARA O CLIENTE COM DUPLICATA VENCIDA, EMITE A
      *               CARTA DE COBRANCA DO ESTAGIO QUE O ATRASO MAIS
      *               ANTIGO ALCANCOU - LEMBRETE, NOTIFICACAO FORMAL
      *               OU ENCAMINHAMENTO A PROTESTO (DIAS MINIMOS E
      *               TEXTOS NO CRA0312, COM PADRAO SE AUSENTE) - COM
      *               A LISTA DAS DUPLICATAS EM ABERTO (CRA0314).
      *               CADA CARTA VAI PARA O HISTORICO CRA0313, E O
      *               CLIENTE NAO RECEBE DE NOVO UM ESTAGIO JA EMITIDO
      *               PARA A MESMA DUPLICATA VENCIDA MAIS ANTIGA
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
      * UNLOAD ORDENADO POR CLIENTE E VENCIMENTO
      *----------------------------------------------------------------*
           SELECT CRA0205W ASSIGN TO "SORTWK".

           SELECT CRA0205S ASSIGN TO "../dat/cra0311.srt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WT-ST-CRA0205S.

      *----------------------------------------------------------------*
      * RELATORIO DE AGING DA CARTEIRA
      *----------------------------------------------------------------*
           SELECT CRA0311 ASSIGN TO "../dat/cra0311.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WT-ST-CRA0311.

      *----------------------------------------------------------------*
      * PARAMETROS DOS ESTAGIOS DE COBRANCA
      *----------------------------------------------------------------*
           SELECT OPTIONAL CRA0312 ASSIGN TO "../dat/cra0312.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WT-ST-CRA0312.

      *----------------------------------------------------------------*
      * HISTORICO DAS CARTAS DE COBRANCA EMITIDAS
      *----------------------------------------------------------------*
           SELECT CRA0313 ASSIGN TO "../dat/cra0313.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WT-ST-CRA0313.

      *----------------------------------------------------------------*
      * CARTAS DE COBRANCA
      *----------------------------------------------------------------*
           SELECT CRA0314 ASSIGN TO "../dat/cra0314.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WT-ST-CRA0314.

      *================================================================*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------------*
      * UNLOAD DA TABELA DE DUPLICATAS
      *----------------------------------------------------------------*
       FD CRA0205.
       01 CRA0205-REGISTRO             PIC  X(051).

       SD CRA0205W.
       01 CRA0205W-REGISTRO.
           03 CRA0205W-NR-FATURA       PIC  9(006).
           03 CRA0205W-NR-DUPLICATA    PIC  9(002).
           03 CRA0205W-CD-CLIENTE      PIC  X(006).
           03 CRA0205W-DT-EMISSAO      PIC  9(008).
           03 CRA0205W-DT-VENCIMENTO   PIC  9(008).
           03 CRA0205W-VL-FATURA       PIC S9(013)V9(002).
           03 CRA0205W-CD-CATEGORIA    PIC  X(003).
           03 CRA0205W-ST-DUPLICATA    PIC  X(003).

       FD CRA0205S.
       01 CRA0205S-REGISTRO.
           03 CRA0205S-NR-FATURA       PIC  9(006).
           03 CRA0205S-NR-DUPLICATA    PIC  9(002).
           03 CRA0205S-CD-CLIENTE      PIC  X(006).
           03 CRA0205S-DT-EMISSAO      PIC  9(008).
           03 CRA0205S-DT-VENCIMENTO   PIC  9(008).
           03 CRA0205S-VL-FATURA       PIC S9(013)V9(002).
           03 CRA0205S-CD-CATEGORIA    PIC  X(003).
           03 CRA0205S-ST-DUPLICATA    PIC  X(003).
               88 CRA0205S-CANCELADA       VALUE 'CNC'.
               88 CRA0205S-LIQUIDADA       VALUE 'LIQ' 'LJU' 'LDS'.
               88 CRA0205S-BAIXADA         VALUE 'BXA'.

       FD CRA0311.
       01 CRA0311-LINHA                PIC  X(132).

      *----------------------------------------------------------------*
      * UM REGISTRO POR ESTAGIO (1 A 3): DIAS MINIMOS DE ATRASO DA
      * DUPLICATA VENCIDA MAIS ANTIGA, TITULO E TEXTO DA CARTA
      *----------------------------------------------------------------*
       FD CRA0312.
       01 CRA0312-REGISTRO.
           03 CRA0312-NR-ESTAGIO       PIC  9(001).
           03 CRA0312-QT-DIAS-MINIMO   PIC  9(003).
           03 CRA0312-DS-TITULO        PIC  X(030).
           03 CRA0312-DS-TEXTO         PIC  X(060).

      *----------------------------------------------------------------*
      * HISTORICO DE CARTAS: O CLIENTE, O ESTAGIO, A DUPLICATA VENCIDA
      * MAIS ANTIGA NA DATA DA CARTA, O ATRASO E O VALOR VENCIDO
      *----------------------------------------------------------------*
       FD CRA0313.
       01 CRA0313-REGISTRO.
           03 CRA0313-CD-CLIENTE       PIC  X(006).
           03 CRA0313-NR-ESTAGIO       PIC  9(001).
           03 CRA0313-NR-FATURA        PIC  9(006).
           03 CRA0313-NR-DUPLICATA     PIC  9(002).
           03 CRA0313-DT-EMISSAO       PIC  9(008).
           03 CRA0313-QT-DIAS-ATRASO   PIC  9(005).
           03 CRA0313-VL-VENCIDO       PIC  9(013)V9(002).

       FD CRA0314.
       01 CRA0314-LINHA                PIC  X(080).

      *================================================================*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01 WT-CONTADORES.
           03 WT-CT-LIDOS              PIC  9(006) VALUE ZEROS.
           03 WT-CT-ABERTAS            PIC  9(006) VALUE ZEROS.
           03 WT-CT-ENCERRADAS         PIC  9(006) VALUE ZEROS.
           03 WT-CT-DATA-INVALIDA      PIC  9(006) VALUE ZEROS.
           03 WT-CT-CLIENTES           PIC  9(006) VALUE ZEROS.
           03 WT-CT-JA-AVISADOS        PIC  9(006) VALUE ZEROS.
           03 WT-CT-CARTAS             PIC  9(006) VALUE ZEROS
                                       OCCURS 3 TIMES.

       01 WT-VL-DATA-INVALIDA          PIC S9(013)V9(002) VALUE ZEROS.

       01 WT-DT-HOJE                   PIC  9(008) VALUE ZEROS.
       01 WT-DT-REFERENCIA             PIC  9(008) VALUE ZEROS.
       01 WT-DIAS-ATRASO               PIC S9(005) VALUE ZEROS.
       01 WT-IX-FAIXA                  PIC  9(001) VALUE ZEROS.
       01 WT-IX-VALOR                  PIC  9(001) VALUE ZEROS.
       01 WT-NR-ESTAGIO                PIC  9(001) VALUE ZEROS.
       01 WT-JA-AVISADO                PIC  X(001) VALUE 'N'.
       01 WT-ACHOU-CATEGORIA           PIC  X(001).

      *----------------------------------------------------------------*
      * ESTAGIOS DE COBRANCA PADRAO, SUBSTITUIDOS PELO CRA0312 QUANDO
      * ELE EXISTE: DIAS MINIMOS DE ATRASO, TITULO E TEXTO DA CARTA
      *----------------------------------------------------------------*
       01 WT-ESTAGIOS-PADRAO.
           03 FILLER                   PIC  9(003) VALUE 5.
           03 FILLER                   PIC  X(030) VALUE
               'LEMBRETE DE VENCIMENTO'.
           03 FILLER                   PIC  X(060) VALUE
               'SOLICITAMOS A REGULARIZACAO DAS DUPLICATAS ABAIXO.'.
           03 FILLER                   PIC  9(003) VALUE 30.
           03 FILLER                   PIC  X(030) VALUE
               'NOTIFICACAO FORMAL'.
           03 FILLER                   PIC  X(060) VALUE
               'FICA NOTIFICADO O DEBITO ABAIXO, SUJEITO A PROTESTO.'.
           03 FILLER                   PIC  9(003) VALUE 60.
           03 FILLER                   PIC  X(030) VALUE
               'ENCAMINHAMENTO A PROTESTO'.
           03 FILLER                   PIC  X(060) VALUE
               'AS DUPLICATAS ABAIXO SERAO ENCAMINHADAS A PROTESTO.'.

       01 WT-TAB-ESTAGIO REDEFINES WT-ESTAGIOS-PADRAO.
           03 WT-ESTAGIO-ITEM OCCURS 3 TIMES
                              INDEXED BY WT-IDX-ESTAGIO.
               05 WT-EST-DIAS-MINIMO   PIC  9(003).
               05 WT-EST-TITULO        PIC  X(030).
               05 WT-EST-TEXTO         PIC  X(060).

      *----------------------------------------------------------------*
      * HISTORICO DE CARTAS JA EMITIDAS, CARREGADO NO INICIO
      *----------------------------------------------------------------*
       01 WT-TAB-HISTORICO.
           03 WT-CT-TAB-HISTORICO      PIC 9(004) VALUE ZEROS.
           03 WT-HISTORICO-ITEM OCCURS 5000 TIMES
                                INDEXED BY WT-IDX-HISTORICO.
               05 WT-HIS-CD-CLIENTE    PIC X(006).
               05 WT-HIS-NR-ESTAGIO    PIC 9(001).
               05 WT-HIS-NR-FATURA     PIC 9(006).
               05 WT-HIS-NR-DUPLICATA  PIC 9(002).

      *----------------------------------------------------------------*
      * CLIENTE EM QUEBRA: VALORES POR FAIXA (1 A VENCER, 2 1-30,
      * 3 31-60, 4 61-90, 5 ACIMA DE 90, 6 TOTAL), A DUPLICATA
      * VENCIDA MAIS ANTIGA E AS DUPLICATAS EM ABERTO PARA A CARTA
      *----------------------------------------------------------------*
       01 WT-CD-CLIENTE-ATUAL          PIC X(006) VALUE LOW-VALUES.

       01 WT-CLIENTE.
           03 WT-VALORES-CLIENTE.
               05 WT-VL-CLIENTE        PIC S9(013)V9(002)
                                       OCCURS 6 TIMES.
           03 WT-QT-ABERTAS-CLI        PIC 9(005).
           03 WT-QT-VENCIDAS-CLI       PIC 9(005).
           03 WT-VL-VENCIDO-CLI        PIC S9(013)V9(002).
           03 WT-DIAS-MAIOR-CLI        PIC S9(005).
           03 WT-ANCORA-FATURA         PIC 9(006).
           03 WT-ANCORA-DUPLICATA      PIC 9(002).
           03 WT-CT-NAO-LISTADAS       PIC 9(005).

       01 WT-TAB-DUPLICATA.
           03 WT-CT-TAB-DUPLICATA      PIC 9(003) VALUE ZEROS.
           03 WT-DUPLICATA-ITEM OCCURS 200 TIMES
                                INDEXED BY WT-IDX-DUPLICATA.
               05 WT-DUP-NR-FATURA     PIC 9(006).
               05 WT-DUP-NR-DUPLICATA  PIC 9(002).
               05 WT-DUP-DT-VENCIMENTO PIC 9(008).
               05 WT-DUP-DIAS-ATRASO   PIC S9(005).
               05 WT-DUP-VL-FATURA     PIC S9(013)V9(002).

      *----------------------------------------------------------------*
      * SUBTOTAIS POR CD-CATEGORIA E TOTAL GERAL, NAS MESMAS FAIXAS
      *----------------------------------------------------------------*
       01 WT-TAB-CATEGORIA.
           03 WT-CT-CATEGORIA          PIC 9(003) VALUE ZEROS.
           03 WT-CATEGORIA-ITEM OCCURS 50 TIMES
                                INDEXED BY WT-IDX-CATEGORIA.
               05 WT-TAB-CD-CATEGORIA  PIC X(003).
               05 WT-TAB-VALORES-CAT.
                   07 WT-TAB-VL-CAT    PIC S9(013)V9(002)
                                       OCCURS 6 TIMES.

       01 WT-VALORES-GERAL.
           03 WT-VL-GERAL              PIC S9(013)V9(002) VALUE ZEROS
                                       OCCURS 6 TIMES.

       01 WT-VALORES-IMPRIME.
           03 WT-VL-IMPRIME            PIC S9(013)V9(002)
                                       OCCURS 6 TIMES.

      *----------------------------------------------------------------*
      * LINHAS DO RELATORIO DE AGING
      *----------------------------------------------------------------*
       01 WT-CABECALHO-AGING.
           03 FILLER                   PIC X(018) VALUE 'CLIENTE'.
           03 FILLER                   PIC X(019) VALUE
               '           A VENCER'.
           03 FILLER                   PIC X(019) VALUE
               '          1-30 DIAS'.
           03 FILLER                   PIC X(019) VALUE
               '         31-60 DIAS'.
           03 FILLER                   PIC X(019) VALUE
               '         61-90 DIAS'.
           03 FILLER                   PIC X(019) VALUE
               '      ACIMA 90 DIAS'.
           03 FILLER                   PIC X(019) VALUE
               '              TOTAL'.

       01 WT-LINHA-AGING.
           03 WT-AG-ROTULO             PIC X(012).
           03 WT-AG-CODIGO             PIC X(006).
           03 WT-AG-COLUNA OCCURS 6 TIMES.
               05 FILLER               PIC X(001) VALUE SPACE.
               05 WT-AG-VALOR          PIC ZZ.ZZZ.ZZZ.ZZ9,99-.

      *----------------------------------------------------------------*
      * LINHA DE DUPLICATA NA CARTA DE COBRANCA
      *----------------------------------------------------------------*
       01 WT-LINHA-CARTA.
           03 WT-LC-NR-FATURA          PIC 9(006).
           03 FILLER                   PIC X(001) VALUE '-'.
           03 WT-LC-NR-DUPLICATA       PIC 9(002).
           03 FILLER                   PIC X(002) VALUE SPACES.
           03 WT-LC-DT-VENCIMENTO      PIC 9(008).
           03 FILLER                   PIC X(006) VALUE SPACES.
           03 WT-LC-DIAS-ATRASO        PIC ZZZZ9.
           03 FILLER                   PIC X(002) VALUE SPACES.
           03 WT-LC-VL-FATURA          PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99-.

       01 WT-VL-EDITADO                PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99-.

       01 WT-FILE-STATUS.
           03 WT-ST-CRA0205  PIC X(002) VALUE SPACES.
           03 WT-ST-CRA0205S PIC X(002) VALUE SPACES.
           03 WT-ST-CRA0311  PIC X(002) VALUE SPACES.
           03 WT-ST-CRA0312  PIC X(002) VALUE SPACES.
           03 WT-ST-CRA0313  PIC X(002) VALUE SPACES.
           03 WT-ST-CRA0314  PIC X(002) VALUE SPACES.
      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       0-PRINCIPAL.

           PERFORM 1-INICIO.

           PERFORM 2-PROCESSO UNTIL WT-ST-CRA0205S NOT = '00'.

           PERFORM 3-TERMINO.

           STOP RUN.
      *----------------------------------------------------------------*
      * PERGUNTA A DATA DE REFERENCIA, CARREGA ESTAGIOS E HISTORICO,
      * ORDENA O UNLOAD POR CLIENTE E VENCIMENTO, ABRE OS ARQUIVOS E
      * LE O PRIMEIRO REGISTRO ORDENADO
      *----------------------------------------------------------------*
       1-INICIO.

           ACCEPT WT-DT-HOJE FROM DATE YYYYMMDD

           PERFORM 15-PERGUNTA-REFERENCIA

           PERFORM 11-CARREGA-ESTAGIOS

           PERFORM 12-CARREGA-HISTORICO

           SORT CRA0205W
               ON ASCENDING KEY CRA0205W-CD-CLIENTE
                                CRA0205W-DT-VENCIMENTO
                                CRA0205W-NR-FATURA
                                CRA0205W-NR-DUPLICATA
               USING CRA0205
               GIVING CRA0205S

           OPEN INPUT CRA0205S OUTPUT CRA0311 CRA0314

           OPEN EXTEND CRA0313
           IF WT-ST-CRA0313 = '35'
               OPEN OUTPUT CRA0313
           END-IF

           MOVE SPACES TO CRA0311-LINHA
           STRING 'POSICAO DA CARTEIRA POR VENCIMENTO - REFERENCIA '
               WT-DT-REFERENCIA
               DELIMITED BY SIZE INTO CRA0311-LINHA
           WRITE CRA0311-LINHA
           WRITE CRA0311-LINHA FROM WT-CABECALHO-AGING

           PERFORM 28-INICIA-CLIENTE

           READ CRA0205S.

      *----------------------------------------------------------------*
      * CADA REGISTRO DO CRA0312 SUBSTITUI O ESTAGIO PADRAO DE MESMO
      * NUMERO; TITULO OU TEXTO EM BRANCO FICA COM O PADRAO. OS DIAS
      * MINIMOS TEM DE CRESCER DO LEMBRETE PARA O PROTESTO
      *----------------------------------------------------------------*
       11-CARREGA-ESTAGIOS.

           OPEN INPUT CRA0312

           IF WT-ST-CRA0312 = '00'
               READ CRA0312
               PERFORM 13-GUARDA-ESTAGIO UNTIL WT-ST-CRA0312 NOT = '00'
           END-IF

           CLOSE CRA0312

           IF WT-EST-DIAS-MINIMO (1) < 1
              OR WT-EST-DIAS-MINIMO (2) NOT > WT-EST-DIAS-MINIMO (1)
              OR WT-EST-DIAS-MINIMO (3) NOT > WT-EST-DIAS-MINIMO (2)
               DISPLAY 'ESTAGIOS DE COBRANCA FORA DE ORDEM NO CRA0312: '
                   WT-EST-DIAS-MINIMO (1) ' '
                   WT-EST-DIAS-MINIMO (2) ' '
                   WT-EST-DIAS-MINIMO (3)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       13-GUARDA-ESTAGIO.

           IF CRA0312-NR-ESTAGIO NOT < 1
              AND CRA0312-NR-ESTAGIO NOT > 3
               SET WT-IDX-ESTAGIO TO CRA0312-NR-ESTAGIO
               MOVE CRA0312-QT-DIAS-MINIMO
                   TO WT-EST-DIAS-MINIMO (WT-IDX-ESTAGIO)
               IF CRA0312-DS-TITULO NOT = SPACES
                   MOVE CRA0312-DS-TITULO
                       TO WT-EST-TITULO (WT-IDX-ESTAGIO)
               END-IF
               IF CRA0312-DS-TEXTO NOT = SPACES
                   MOVE CRA0312-DS-TEXTO
                       TO WT-EST-TEXTO (WT-IDX-ESTAGIO)
               END-IF
           ELSE
               DISPLAY 'ESTAGIO INVALIDO NO CRA0312 IGNORADO: '
                   CRA0312-REGISTRO
           END-IF

           READ CRA0312.

      *----------------------------------------------------------------*
      * CARREGA O HISTORICO DE CARTAS EMITIDAS EM TABELA
      *----------------------------------------------------------------*
       12-CARREGA-HISTORICO.

           OPEN INPUT CRA0313

           IF WT-ST-CRA0313 = '00'
               READ CRA0313
               PERFORM 14-GUARDA-HISTORICO
                   UNTIL WT-ST-CRA0313 NOT = '00'
               CLOSE CRA0313
           END-IF.

       14-GUARDA-HISTORICO.

           IF WT-CT-TAB-HISTORICO NOT < 5000
               DISPLAY 'HISTORICO DE CARTAS EXCEDE A TABELA - '
                   'PROCESSAMENTO ABORTADO'
               CLOSE CRA0313
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WT-CT-TAB-HISTORICO
           SET WT-IDX-HISTORICO TO WT-CT-TAB-HISTORICO
           MOVE CRA0313-CD-CLIENTE
               TO WT-HIS-CD-CLIENTE (WT-IDX-HISTORICO)
           MOVE CRA0313-NR-ESTAGIO
               TO WT-HIS-NR-ESTAGIO (WT-IDX-HISTORICO)
           MOVE CRA0313-NR-FATURA
               TO WT-HIS-NR-FATURA (WT-IDX-HISTORICO)
           MOVE CRA0313-NR-DUPLICATA
               TO WT-HIS-NR-DUPLICATA (WT-IDX-HISTORICO)

           READ CRA0313.

      *----------------------------------------------------------------*
      * SOLICITA A DATA DE REFERENCIA DO AGING (FORMATO AAAAMMDD);
      * EM BRANCO VALE A DATA DE HOJE
      *----------------------------------------------------------------*
       15-PERGUNTA-REFERENCIA.

           DISPLAY 'DATA DE REFERENCIA (AAAAMMDD, EM BRANCO = HOJE): '.
           ACCEPT WT-DT-REFERENCIA.

           IF WT-DT-REFERENCIA = ZEROS
               MOVE WT-DT-HOJE TO WT-DT-REFERENCIA
           END-IF.

           IF FUNCTION TEST-DATE-YYYYMMDD (WT-DT-REFERENCIA) NOT = 0
               DISPLAY 'DATA DE REFERENCIA INVALIDA: ' WT-DT-REFERENCIA
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------*
      * NA TROCA DE CLIENTE FECHA O ANTERIOR; A DUPLICATA EM ABERTO
      * ENTRA NO AGING. EM SEGUIDA LE O PROXIMO REGISTRO ORDENADO
      *----------------------------------------------------------------*
       2-PROCESSO.

           ADD 1 TO WT-CT-LIDOS

           IF CRA0205S-CD-CLIENTE NOT = WT-CD-CLIENTE-ATUAL
               PERFORM 21-FECHA-CLIENTE THRU 21-FIM
               PERFORM 28-INICIA-CLIENTE
               MOVE CRA0205S-CD-CLIENTE TO WT-CD-CLIENTE-ATUAL
           END-IF

           IF CRA0205S-CANCELADA
              OR CRA0205S-LIQUIDADA
              OR CRA0205S-BAIXADA
               ADD 1 TO WT-CT-ENCERRADAS
           ELSE
               PERFORM 22-ACUMULA-DUPLICATA THRU 22-FIM
           END-IF

           READ CRA0205S.

      *----------------------------------------------------------------*
      * IMPRIME O AGING DO CLIENTE E, SE O ATRASO MAIS ANTIGO ALCANCOU
      * UM ESTAGIO AINDA NAO EMITIDO PARA AQUELA DUPLICATA, A CARTA
      *----------------------------------------------------------------*
       21-FECHA-CLIENTE.

           IF WT-QT-ABERTAS-CLI = ZEROS
               GO TO 21-FIM
           END-IF

           ADD 1 TO WT-CT-CLIENTES

           MOVE 'CLIENTE' TO WT-AG-ROTULO
           MOVE WT-CD-CLIENTE-ATUAL TO WT-AG-CODIGO
           MOVE WT-VALORES-CLIENTE TO WT-VALORES-IMPRIME
           PERFORM 33-IMPRIME-LINHA

           PERFORM VARYING WT-IX-VALOR FROM 1 BY 1
                   UNTIL WT-IX-VALOR > 6
               ADD WT-VL-CLIENTE (WT-IX-VALOR)
                   TO WT-VL-GERAL (WT-IX-VALOR)
           END-PERFORM

           PERFORM 23-DEFINE-ESTAGIO

           IF WT-NR-ESTAGIO = ZEROS
               GO TO 21-FIM
           END-IF

           PERFORM 24-CONFERE-HISTORICO

           IF WT-JA-AVISADO = 'S'
               ADD 1 TO WT-CT-JA-AVISADOS
               GO TO 21-FIM
           END-IF

           PERFORM 26-EMITE-CARTA

           PERFORM 27-GRAVA-HISTORICO.

       21-FIM.

      *----------------------------------------------------------------*
      * CLASSIFICA A DUPLICATA EM ABERTO NA FAIXA DE ATRASO E GUARDA
      * PARA A CARTA. VENCIMENTO INVALIDO NAO ENTRA NO AGING
      *----------------------------------------------------------------*
       22-ACUMULA-DUPLICATA.

           IF FUNCTION TEST-DATE-YYYYMMDD (CRA0205S-DT-VENCIMENTO)
                   NOT = 0
               DISPLAY 'VENCIMENTO INVALIDO: ' CRA0205S-NR-FATURA '-'
                   CRA0205S-NR-DUPLICATA ' ' CRA0205S-DT-VENCIMENTO
               ADD 1 TO WT-CT-DATA-INVALIDA
               ADD CRA0205S-VL-FATURA TO WT-VL-DATA-INVALIDA
               GO TO 22-FIM
           END-IF

           ADD 1 TO WT-CT-ABERTAS
           ADD 1 TO WT-QT-ABERTAS-CLI

           COMPUTE WT-DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE (WT-DT-REFERENCIA) -
               FUNCTION INTEGER-OF-DATE (CRA0205S-DT-VENCIMENTO)

           EVALUATE TRUE
               WHEN WT-DIAS-ATRASO < 1
                   MOVE 1 TO WT-IX-FAIXA
               WHEN WT-DIAS-ATRASO < 31
                   MOVE 2 TO WT-IX-FAIXA
               WHEN WT-DIAS-ATRASO < 61
                   MOVE 3 TO WT-IX-FAIXA
               WHEN WT-DIAS-ATRASO < 91
                   MOVE 4 TO WT-IX-FAIXA
               WHEN OTHER
                   MOVE 5 TO WT-IX-FAIXA
           END-EVALUATE

           ADD CRA0205S-VL-FATURA TO WT-VL-CLIENTE (WT-IX-FAIXA)
           ADD CRA0205S-VL-FATURA TO WT-VL-CLIENTE (6)

      *    O UNLOAD ESTA EM ORDEM DE VENCIMENTO: A PRIMEIRA VENCIDA DO
      *    CLIENTE E A MAIS ANTIGA E DA O ESTAGIO DA COBRANCA
           IF WT-DIAS-ATRASO > 0
               ADD 1 TO WT-QT-VENCIDAS-CLI
               ADD CRA0205S-VL-FATURA TO WT-VL-VENCIDO-CLI
               IF WT-QT-VENCIDAS-CLI = 1
                   MOVE WT-DIAS-ATRASO TO WT-DIAS-MAIOR-CLI
                   MOVE CRA0205S-NR-FATURA TO WT-ANCORA-FATURA
                   MOVE CRA0205S-NR-DUPLICATA TO WT-ANCORA-DUPLICATA
               END-IF
           END-IF

           IF WT-CT-TAB-DUPLICATA < 200
               ADD 1 TO WT-CT-TAB-DUPLICATA
               SET WT-IDX-DUPLICATA TO WT-CT-TAB-DUPLICATA
               MOVE CRA0205S-NR-FATURA
                   TO WT-DUP-NR-FATURA (WT-IDX-DUPLICATA)
               MOVE CRA0205S-NR-DUPLICATA
                   TO WT-DUP-NR-DUPLICATA (WT-IDX-DUPLICATA)
               MOVE CRA0205S-DT-VENCIMENTO
                   TO WT-DUP-DT-VENCIMENTO (WT-IDX-DUPLICATA)
               MOVE WT-DIAS-ATRASO
                   TO WT-DUP-DIAS-ATRASO (WT-IDX-DUPLICATA)
               MOVE CRA0205S-VL-FATURA
                   TO WT-DUP-VL-FATURA (WT-IDX-DUPLICATA)
           ELSE
               ADD 1 TO WT-CT-NAO-LISTADAS
           END-IF

           PERFORM 25-ACUMULA-CATEGORIA.

       22-FIM.

      *----------------------------------------------------------------*
      * O ESTAGIO E O MAIOR CUJO MINIMO DE DIAS O ATRASO DA DUPLICATA
      * VENCIDA MAIS ANTIGA JA ALCANCOU; ZERO SE NENHUM
      *----------------------------------------------------------------*
       23-DEFINE-ESTAGIO.

           MOVE ZEROS TO WT-NR-ESTAGIO

           IF WT-QT-VENCIDAS-CLI > ZEROS
               PERFORM VARYING WT-IDX-ESTAGIO FROM 1 BY 1
                       UNTIL WT-IDX-ESTAGIO > 3
                   IF WT-DIAS-MAIOR-CLI
                           NOT < WT-EST-DIAS-MINIMO (WT-IDX-ESTAGIO)
                       SET WT-NR-ESTAGIO TO WT-IDX-ESTAGIO
                   END-IF
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------*
      * O CLIENTE JA FOI AVISADO SE O HISTORICO TEM CARTA DESTE
      * ESTAGIO OU DE UM POSTERIOR PARA A MESMA DUPLICATA VENCIDA
      * MAIS ANTIGA; QUITADA ESSA, UM NOVO ATRASO RECOMECA O CICLO
      *----------------------------------------------------------------*
       24-CONFERE-HISTORICO.

           MOVE 'N' TO WT-JA-AVISADO

           PERFORM VARYING WT-IDX-HISTORICO FROM 1 BY 1
                   UNTIL WT-IDX-HISTORICO > WT-CT-TAB-HISTORICO
               IF WT-HIS-CD-CLIENTE (WT-IDX-HISTORICO)
                       = WT-CD-CLIENTE-ATUAL
                  AND WT-HIS-NR-FATURA (WT-IDX-HISTORICO)
                       = WT-ANCORA-FATURA
                  AND WT-HIS-NR-DUPLICATA (WT-IDX-HISTORICO)
                       = WT-ANCORA-DUPLICATA
                  AND WT-HIS-NR-ESTAGIO (WT-IDX-HISTORICO)
                       NOT < WT-NR-ESTAGIO
                   MOVE 'S' TO WT-JA-AVISADO
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * PROCURA A CATEGORIA DA DUPLICATA NA TABELA DE SUBTOTAIS; SE
      * NAO ESTIVER LA, ABRE UMA NOVA ENTRADA PARA ELA
      *----------------------------------------------------------------*
       25-ACUMULA-CATEGORIA.

           MOVE 'N' TO WT-ACHOU-CATEGORIA

           PERFORM VARYING WT-IDX-CATEGORIA FROM 1 BY 1
                   UNTIL WT-IDX-CATEGORIA > WT-CT-CATEGORIA
                      OR WT-ACHOU-CATEGORIA = 'S'
               IF WT-TAB-CD-CATEGORIA (WT-IDX-CATEGORIA)
                       = CRA0205S-CD-CATEGORIA
                   MOVE 'S' TO WT-ACHOU-CATEGORIA
               END-IF
           END-PERFORM

           IF WT-ACHOU-CATEGORIA = 'S'
               SET WT-IDX-CATEGORIA DOWN BY 1
           ELSE
               IF WT-CT-CATEGORIA < 50
                   ADD 1 TO WT-CT-CATEGORIA
                   SET WT-IDX-CATEGORIA TO WT-CT-CATEGORIA
                   MOVE CRA0205S-CD-CATEGORIA
                       TO WT-TAB-CD-CATEGORIA (WT-IDX-CATEGORIA)
                   MOVE ZEROS TO WT-TAB-VALORES-CAT (WT-IDX-CATEGORIA)
                   MOVE 'S' TO WT-ACHOU-CATEGORIA
               END-IF
           END-IF

           IF WT-ACHOU-CATEGORIA = 'S'
               ADD CRA0205S-VL-FATURA
                   TO WT-TAB-VL-CAT (WT-IDX-CATEGORIA, WT-IX-FAIXA)
               ADD CRA0205S-VL-FATURA
                   TO WT-TAB-VL-CAT (WT-IDX-CATEGORIA, 6)
           END-IF.

      *----------------------------------------------------------------*
      * CARTA DE COBRANCA: ESTAGIO, CLIENTE, TEXTO, AS DUPLICATAS EM
      * ABERTO COM OS DIAS DE ATRASO, O TOTAL VENCIDO E O EM ABERTO
      *----------------------------------------------------------------*
       26-EMITE-CARTA.

           SET WT-IDX-ESTAGIO TO WT-NR-ESTAGIO

           MOVE ALL '=' TO CRA0314-LINHA
           WRITE CRA0314-LINHA

           MOVE SPACES TO CRA0314-LINHA
           STRING 'CARTA DE COBRANCA - '
               WT-EST-TITULO (WT-IDX-ESTAGIO)
               DELIMITED BY SIZE INTO CRA0314-LINHA
           WRITE CRA0314-LINHA

           MOVE SPACES TO CRA0314-LINHA
           STRING 'CLIENTE: ' WT-CD-CLIENTE-ATUAL
               '          DATA: ' WT-DT-REFERENCIA
               DELIMITED BY SIZE INTO CRA0314-LINHA
           WRITE CRA0314-LINHA

           MOVE SPACES TO CRA0314-LINHA
           WRITE CRA0314-LINHA
           MOVE WT-EST-TEXTO (WT-IDX-ESTAGIO) TO CRA0314-LINHA
           WRITE CRA0314-LINHA
           MOVE SPACES TO CRA0314-LINHA
           WRITE CRA0314-LINHA

           MOVE 'FATURA-DP  VENCIMENTO  DIAS ATRASO'
               TO CRA0314-LINHA
           WRITE CRA0314-LINHA

           PERFORM 261-LISTA-DUPLICATA
               VARYING WT-IDX-DUPLICATA FROM 1 BY 1
               UNTIL WT-IDX-DUPLICATA > WT-CT-TAB-DUPLICATA

           IF WT-CT-NAO-LISTADAS > ZEROS
               MOVE SPACES TO CRA0314-LINHA
               STRING '... E MAIS ' WT-CT-NAO-LISTADAS
                   ' DUPLICATA(S) EM ABERTO'
                   DELIMITED BY SIZE INTO CRA0314-LINHA
               WRITE CRA0314-LINHA
           END-IF

           MOVE SPACES TO CRA0314-LINHA
           WRITE CRA0314-LINHA

           MOVE WT-VL-VENCIDO-CLI TO WT-VL-EDITADO
           MOVE SPACES TO CRA0314-LINHA
           STRING 'TOTAL VENCIDO:    ' WT-VL-EDITADO
               DELIMITED BY SIZE INTO CRA0314-LINHA
           WRITE CRA0314-LINHA

           MOVE WT-VL-CLIENTE (6) TO WT-VL-EDITADO
           MOVE SPACES TO CRA0314-LINHA
           STRING 'TOTAL EM ABERTO:  ' WT-VL-EDITADO
               DELIMITED BY SIZE INTO CRA0314-LINHA
           WRITE CRA0314-LINHA

           ADD 1 TO WT-CT-CARTAS (WT-NR-ESTAGIO).

       261-LISTA-DUPLICATA.

           MOVE WT-DUP-NR-FATURA (WT-IDX-DUPLICATA) TO WT-LC-NR-FATURA
           MOVE WT-DUP-NR-DUPLICATA (WT-IDX-DUPLICATA)
               TO WT-LC-NR-DUPLICATA
           MOVE WT-DUP-DT-VENCIMENTO (WT-IDX-DUPLICATA)
               TO WT-LC-DT-VENCIMENTO
           IF WT-DUP-DIAS-ATRASO (WT-IDX-DUPLICATA) > 0
               MOVE WT-DUP-DIAS-ATRASO (WT-IDX-DUPLICATA)
                   TO WT-LC-DIAS-ATRASO
           ELSE
               MOVE ZEROS TO WT-LC-DIAS-ATRASO
           END-IF
           MOVE WT-DUP-VL-FATURA (WT-IDX-DUPLICATA) TO WT-LC-VL-FATURA

           WRITE CRA0314-LINHA FROM WT-LINHA-CARTA.

      *----------------------------------------------------------------*
      * REGISTRA A CARTA NO HISTORICO
      *----------------------------------------------------------------*
       27-GRAVA-HISTORICO.

           MOVE WT-CD-CLIENTE-ATUAL TO CRA0313-CD-CLIENTE
           MOVE WT-NR-ESTAGIO TO CRA0313-NR-ESTAGIO
           MOVE WT-ANCORA-FATURA TO CRA0313-NR-FATURA
           MOVE WT-ANCORA-DUPLICATA TO CRA0313-NR-DUPLICATA
           MOVE WT-DT-REFERENCIA TO CRA0313-DT-EMISSAO
           MOVE WT-DIAS-MAIOR-CLI TO CRA0313-QT-DIAS-ATRASO
           MOVE WT-VL-VENCIDO-CLI TO CRA0313-VL-VENCIDO
           WRITE CRA0313-REGISTRO.

      *----------------------------------------------------------------*
      * ZERA OS ACUMULADORES DO CLIENTE EM QUEBRA
      *----------------------------------------------------------------*
       28-INICIA-CLIENTE.

           MOVE ZEROS TO WT-VALORES-CLIENTE
           MOVE ZEROS TO WT-QT-ABERTAS-CLI WT-QT-VENCIDAS-CLI
                         WT-VL-VENCIDO-CLI WT-DIAS-MAIOR-CLI
                         WT-ANCORA-FATURA WT-ANCORA-DUPLICATA
                         WT-CT-NAO-LISTADAS WT-CT-TAB-DUPLICATA.

      *----------------------------------------------------------------*
      * FECHA O ULTIMO CLIENTE, IMPRIME OS SUBTOTAIS POR CATEGORIA E O
      * TOTAL GERAL, FECHA ARQUIVOS E EXIBE CONTADORES
      *----------------------------------------------------------------*
       3-TERMINO.

           PERFORM 21-FECHA-CLIENTE THRU 21-FIM

           MOVE SPACES TO CRA0311-LINHA
           WRITE CRA0311-LINHA
           MOVE 'SUBTOTAIS POR CATEGORIA' TO CRA0311-LINHA
           WRITE CRA0311-LINHA

           PERFORM 35-LISTA-CATEGORIAS
               VARYING WT-IDX-CATEGORIA FROM 1 BY 1
               UNTIL WT-IDX-CATEGORIA > WT-CT-CATEGORIA

           MOVE SPACES TO CRA0311-LINHA
           WRITE CRA0311-LINHA
           MOVE 'TOTAL GERAL' TO WT-AG-ROTULO
           MOVE SPACES TO WT-AG-CODIGO
           MOVE WT-VALORES-GERAL TO WT-VALORES-IMPRIME
           PERFORM 33-IMPRIME-LINHA

           CLOSE CRA0205S CRA0311 CRA0313 CRA0314

           DISPLAY 'LIDOS=           ' WT-CT-LIDOS.
           DISPLAY 'EM ABERTO=       ' WT-CT-ABERTAS.
           DISPLAY 'ENCERRADAS=      ' WT-CT-ENCERRADAS.
           DISPLAY 'VENC INVALIDO=   ' WT-CT-DATA-INVALIDA
               ' VALOR= ' WT-VL-DATA-INVALIDA.
           DISPLAY 'CLIENTES=        ' WT-CT-CLIENTES.
           DISPLAY 'LEMBRETES=       ' WT-CT-CARTAS (1).
           DISPLAY 'NOTIFICACOES=    ' WT-CT-CARTAS (2).
           DISPLAY 'PROTESTOS=       ' WT-CT-CARTAS (3).
           DISPLAY 'JA AVISADOS=     ' WT-CT-JA-AVISADOS.

      *----------------------------------------------------------------*
      * MONTA E GRAVA UMA LINHA DO AGING COM OS VALORES A IMPRIMIR
      *----------------------------------------------------------------*
       33-IMPRIME-LINHA.

           PERFORM VARYING WT-IX-VALOR FROM 1 BY 1
                   UNTIL WT-IX-VALOR > 6
               MOVE WT-VL-IMPRIME (WT-IX-VALOR)
                   TO WT-AG-VALOR (WT-IX-VALOR)
           END-PERFORM

           WRITE CRA0311-LINHA FROM WT-LINHA-AGING.

      *----------------------------------------------------------------*
      * IMPRIME O SUBTOTAL DE UMA CATEGORIA DA TABELA
      *----------------------------------------------------------------*
       35-LISTA-CATEGORIAS.

           MOVE 'CATEGORIA' TO WT-AG-ROTULO
           MOVE WT-TAB-CD-CATEGORIA (WT-IDX-CATEGORIA) TO WT-AG-CODIGO
           MOVE WT-TAB-VALORES-CAT (WT-IDX-CATEGORIA)
               TO WT-VALORES-IMPRIME
           PERFORM 33-IMPRIME-LINHA.
