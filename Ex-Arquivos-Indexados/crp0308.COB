      *================================================================*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.    CRP0308.
      *----------------------------------------------------------------*
      * SISTEMA:      CR - CONTAS A RECEBER
      * JOB:          03 - COBRANCA BANCARIA
      * PROGRAMA:     08 - RETORNO DA COBRANCA BANCARIA
      *
      * OBJETIVO:     LER O ARQUIVO DE RETORNO DO BANCO COBRADOR E
      *               BAIXAR CADA OCORRENCIA NA DUPLICATA EM ABERTO
      *               (REMETIDA PELO CRP0307 OU PROTESTADA) DO UNLOAD
      *               CRA0205: LIQUIDACAO ("LIQ"), LIQUIDACAO COM
      *               JUROS ("LJU"), LIQUIDACAO COM DESCONTO ("LDS"),
      *               PROTESTO ("PRT") OU BAIXA SEM PAGAMENTO ("BXA").
      *               CADA BAIXA VAI PARA O HISTORICO DE LIQUIDACAO
      *               CRA0309 COM A SITUACAO ANTERIOR E OS VALORES.
      *               OCORRENCIA QUE NAO CASA COM DUPLICATA EM ABERTO
      *               (INEXISTENTE, JA LIQUIDADA, CANCELADA, NUNCA
      *               REMETIDA OU DE CODIGO DESCONHECIDO) NAO E
      *               DESCARTADA: SAI NO RELATORIO DE EXCECOES CRA0310
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
      * RETORNO DA COBRANCA, RECEBIDO DO BANCO
      *----------------------------------------------------------------*
           SELECT CRA0308 ASSIGN TO "../dat/cra0308.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WT-ST-CRA0308.

      *----------------------------------------------------------------*
      * HISTORICO DE LIQUIDACAO DAS DUPLICATAS
      *----------------------------------------------------------------*
           SELECT CRA0309 ASSIGN TO "../dat/cra0309.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WT-ST-CRA0309.

      *----------------------------------------------------------------*
      * RELATORIO DE EXCECOES DO RETORNO
      *----------------------------------------------------------------*
           SELECT CRA0310 ASSIGN TO "../dat/cra0310.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WT-ST-CRA0310.

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
               88 CRA0205-EM-ABERTO        VALUE 'REM' 'PRT'.
               88 CRA0205-PROTESTADA       VALUE 'PRT'.

       FD CRA0205T.
       01 CRA0205T-REGISTRO            PIC  X(051).

      *----------------------------------------------------------------*
      * RETORNO DA COBRANCA: HEADER, UM DETALHE POR OCORRENCIA E
      * TRAILER COM A QUANTIDADE DE DETALHES
      *----------------------------------------------------------------*
       FD CRA0308.
       01 CRA0308-DETALHE.
           03 CRA0308-TP-REGISTRO      PIC  X(001).
               88 CRA0308-E-DETALHE        VALUE 'D'.
               88 CRA0308-E-TRAILER        VALUE 'T'.
           03 CRA0308-NR-FATURA        PIC  9(006).
           03 CRA0308-NR-DUPLICATA     PIC  9(002).
           03 CRA0308-CD-OCORRENCIA    PIC  X(002).
           03 CRA0308-DT-OCORRENCIA    PIC  9(008).
           03 CRA0308-VL-PAGO          PIC  9(013)V9(002).
           03 CRA0308-VL-JUROS         PIC  9(013)V9(002).
           03 CRA0308-VL-DESCONTO      PIC  9(013)V9(002).
           03 FILLER                   PIC  X(016).
       01 CRA0308-TRAILER.
           03 FILLER                   PIC  X(001).
           03 CRA0308-QT-DETALHES      PIC  9(006).
           03 FILLER                   PIC  X(073).

      *----------------------------------------------------------------*
      * HISTORICO DE LIQUIDACAO: A DUPLICATA, A OCORRENCIA DO BANCO,
      * A SITUACAO ANTES E DEPOIS E A DATA DO PROCESSAMENTO
      *----------------------------------------------------------------*
       FD CRA0309.
       01 CRA0309-REGISTRO.
           03 CRA0309-NR-FATURA        PIC  9(006).
           03 CRA0309-NR-DUPLICATA     PIC  9(002).
           03 CRA0309-CD-CLIENTE       PIC  X(006).
           03 CRA0309-DT-VENCIMENTO    PIC  9(008).
           03 CRA0309-VL-FATURA        PIC S9(013)V9(002).
           03 CRA0309-CD-OCORRENCIA    PIC  X(002).
           03 CRA0309-ST-ANTERIOR      PIC  X(003).
           03 CRA0309-ST-NOVA          PIC  X(003).
           03 CRA0309-DT-OCORRENCIA    PIC  9(008).
           03 CRA0309-VL-PAGO          PIC  9(013)V9(002).
           03 CRA0309-VL-JUROS         PIC  9(013)V9(002).
           03 CRA0309-VL-DESCONTO      PIC  9(013)V9(002).
           03 CRA0309-DT-PROCESSAMENTO PIC  9(008).

       FD CRA0310.
       01 CRA0310-LINHA                PIC  X(100).

      *================================================================*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01 WT-CONTADORES.
           03 WT-CT-RETORNO            PIC  9(006) VALUE ZEROS.
           03 WT-CT-LIDOS              PIC  9(006) VALUE ZEROS.
           03 WT-CT-LIQUIDADAS         PIC  9(006) VALUE ZEROS.
           03 WT-CT-PROTESTADAS        PIC  9(006) VALUE ZEROS.
           03 WT-CT-BAIXADAS           PIC  9(006) VALUE ZEROS.
           03 WT-CT-EXCECOES           PIC  9(006) VALUE ZEROS.

       01 WT-VALORES.
           03 WT-VL-PAGO               PIC S9(013)V9(002) VALUE ZEROS.
           03 WT-VL-BAIXADO            PIC S9(013)V9(002) VALUE ZEROS.

       01 WT-DT-HOJE                   PIC  9(008) VALUE ZEROS.
       01 WT-QT-TRAILER                PIC  9(006) VALUE ZEROS.
       01 WT-TEM-TRAILER               PIC  X(001) VALUE 'N'.
       01 WT-ST-NOVA                   PIC  X(003) VALUE SPACES.

      *----------------------------------------------------------------*
      * OCORRENCIAS DO RETORNO EM TABELA: CADA UMA FICA PENDENTE (P)
      * ATE CASAR COM A SUA DUPLICATA - BAIXADA (B) OU EXCECAO (E);
      * A QUE TERMINA PENDENTE NAO ACHOU DUPLICATA NO UNLOAD
      *----------------------------------------------------------------*
       01 WT-TAB-RETORNO.
           03 WT-CT-TAB-RETORNO        PIC 9(004) VALUE ZEROS.
           03 WT-RETORNO-ITEM OCCURS 2000 TIMES
                              INDEXED BY WT-IDX-RETORNO.
               05 WT-TAB-NR-FATURA     PIC 9(006).
               05 WT-TAB-NR-DUPLICATA  PIC 9(002).
               05 WT-TAB-CD-OCORRENCIA PIC X(002).
                   88 WT-OC-LIQUIDACAO     VALUE '06'.
                   88 WT-OC-LIQ-JUROS      VALUE '07'.
                   88 WT-OC-LIQ-DESCONTO   VALUE '08'.
                   88 WT-OC-BAIXA          VALUE '09'.
                   88 WT-OC-PROTESTO       VALUE '23'.
                   88 WT-OC-VALIDA         VALUE '06' '07' '08'
                                                 '09' '23'.
               05 WT-TAB-DT-OCORRENCIA PIC 9(008).
               05 WT-TAB-VL-PAGO       PIC 9(013)V9(002).
               05 WT-TAB-VL-JUROS      PIC 9(013)V9(002).
               05 WT-TAB-VL-DESCONTO   PIC 9(013)V9(002).
               05 WT-TAB-SITUACAO      PIC X(001).
               05 WT-TAB-MOTIVO        PIC X(040).

      *----------------------------------------------------------------*
      * LINHA DO RELATORIO DE EXCECOES
      *----------------------------------------------------------------*
       01 WT-LINHA-EXCECAO.
           03 WT-EX-NR-FATURA          PIC 9(006).
           03 FILLER                   PIC X(001) VALUE '-'.
           03 WT-EX-NR-DUPLICATA       PIC 9(002).
           03 FILLER                   PIC X(002) VALUE SPACES.
           03 WT-EX-CD-OCORRENCIA      PIC X(002).
           03 FILLER                   PIC X(002) VALUE SPACES.
           03 WT-EX-DT-OCORRENCIA      PIC 9(008).
           03 FILLER                   PIC X(002) VALUE SPACES.
           03 WT-EX-VL-PAGO            PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                   PIC X(002) VALUE SPACES.
           03 WT-EX-MOTIVO             PIC X(040).

       01 WT-FILE-STATUS.
           03 WT-ST-CRA0205  PIC X(002) VALUE SPACES.
           03 WT-ST-CRA0205T PIC X(002) VALUE SPACES.
           03 WT-ST-CRA0308  PIC X(002) VALUE SPACES.
           03 WT-ST-CRA0309  PIC X(002) VALUE SPACES.
           03 WT-ST-CRA0310  PIC X(002) VALUE SPACES.
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
      * CARREGA O RETORNO EM TABELA, ABRE OS DEMAIS ARQUIVOS E LE O
      * PRIMEIRO REGISTRO DO UNLOAD
      *----------------------------------------------------------------*
       1-INICIO.

           ACCEPT WT-DT-HOJE FROM DATE YYYYMMDD

           PERFORM 11-CARREGA-RETORNO

           OPEN INPUT CRA0205 OUTPUT CRA0205T

           OPEN EXTEND CRA0309
           IF WT-ST-CRA0309 = '35'
               OPEN OUTPUT CRA0309
           END-IF

           READ CRA0205.

      *----------------------------------------------------------------*
      * HEADER E IGNORADO; O TRAILER TRAZ A QUANTIDADE DE DETALHES,
      * CONFERIDA COM O QUE FOI LIDO
      *----------------------------------------------------------------*
       11-CARREGA-RETORNO.

           OPEN INPUT CRA0308

           IF WT-ST-CRA0308 NOT = '00'
               DISPLAY 'RETORNO DO BANCO NAO ENCONTRADO - ST= '
                   WT-ST-CRA0308
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           READ CRA0308

           PERFORM 12-GUARDA-OCORRENCIA UNTIL WT-ST-CRA0308 NOT = '00'

           CLOSE CRA0308

           IF WT-TEM-TRAILER = 'N'
               DISPLAY 'RETORNO SEM TRAILER - ARQUIVO INCOMPLETO?'
           ELSE
               IF WT-QT-TRAILER NOT = WT-CT-RETORNO
                   DISPLAY 'TRAILER INFORMA ' WT-QT-TRAILER
                       ' DETALHES, LIDOS ' WT-CT-RETORNO
               END-IF
           END-IF.

       12-GUARDA-OCORRENCIA.

           IF CRA0308-E-TRAILER
               MOVE 'S' TO WT-TEM-TRAILER
               MOVE CRA0308-QT-DETALHES TO WT-QT-TRAILER
           END-IF

           IF CRA0308-E-DETALHE
               ADD 1 TO WT-CT-RETORNO
               IF WT-CT-TAB-RETORNO < 2000
                   PERFORM 13-INCLUI-OCORRENCIA
               ELSE
                   DISPLAY 'RETORNO EXCEDE A TABELA - PROCESSAMENTO '
                       'ABORTADO'
                   CLOSE CRA0308
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           READ CRA0308.

       13-INCLUI-OCORRENCIA.

           ADD 1 TO WT-CT-TAB-RETORNO
           SET WT-IDX-RETORNO TO WT-CT-TAB-RETORNO
           MOVE CRA0308-NR-FATURA
               TO WT-TAB-NR-FATURA (WT-IDX-RETORNO)
           MOVE CRA0308-NR-DUPLICATA
               TO WT-TAB-NR-DUPLICATA (WT-IDX-RETORNO)
           MOVE CRA0308-CD-OCORRENCIA
               TO WT-TAB-CD-OCORRENCIA (WT-IDX-RETORNO)
           MOVE CRA0308-DT-OCORRENCIA
               TO WT-TAB-DT-OCORRENCIA (WT-IDX-RETORNO)
           MOVE CRA0308-VL-PAGO TO WT-TAB-VL-PAGO (WT-IDX-RETORNO)
           MOVE CRA0308-VL-JUROS TO WT-TAB-VL-JUROS (WT-IDX-RETORNO)
           MOVE CRA0308-VL-DESCONTO
               TO WT-TAB-VL-DESCONTO (WT-IDX-RETORNO)
           MOVE 'P' TO WT-TAB-SITUACAO (WT-IDX-RETORNO)
           MOVE SPACES TO WT-TAB-MOTIVO (WT-IDX-RETORNO)

           IF NOT WT-OC-VALIDA (WT-IDX-RETORNO)
               MOVE 'E' TO WT-TAB-SITUACAO (WT-IDX-RETORNO)
               MOVE 'OCORRENCIA DESCONHECIDA'
                   TO WT-TAB-MOTIVO (WT-IDX-RETORNO)
           END-IF.

      *----------------------------------------------------------------*
      * APLICA AS OCORRENCIAS PENDENTES DA DUPLICATA, NA ORDEM DO
      * RETORNO, E GRAVA O REGISTRO NA COPIA DE TRABALHO. EM SEGUIDA
      * LE O PROXIMO REGISTRO DO UNLOAD
      *----------------------------------------------------------------*
       2-PROCESSO.

           ADD 1 TO WT-CT-LIDOS

           PERFORM VARYING WT-IDX-RETORNO FROM 1 BY 1
                   UNTIL WT-IDX-RETORNO > WT-CT-TAB-RETORNO
               IF WT-TAB-SITUACAO (WT-IDX-RETORNO) = 'P'
                  AND WT-TAB-NR-FATURA (WT-IDX-RETORNO)
                          = CRA0205-NR-FATURA
                  AND WT-TAB-NR-DUPLICATA (WT-IDX-RETORNO)
                          = CRA0205-NR-DUPLICATA
                   PERFORM 21-BAIXA-DUPLICATA THRU 21-FIM
               END-IF
           END-PERFORM

           WRITE CRA0205T-REGISTRO FROM CRA0205-REGISTRO

           READ CRA0205.

      *----------------------------------------------------------------*
      * LISTA AS EXCECOES, FECHA ARQUIVOS E EXIBE CONTADORES
      *----------------------------------------------------------------*
       3-TERMINO.

           CLOSE CRA0205 CRA0205T CRA0309

           PERFORM 31-RELATORIO-EXCECOES

           DISPLAY 'OCORRENCIAS=     ' WT-CT-RETORNO.
           DISPLAY 'DUPLICATAS LIDAS=' WT-CT-LIDOS.
           DISPLAY 'LIQUIDADAS=      ' WT-CT-LIQUIDADAS
               ' VALOR PAGO= ' WT-VL-PAGO.
           DISPLAY 'PROTESTADAS=     ' WT-CT-PROTESTADAS.
           DISPLAY 'BAIXADAS=        ' WT-CT-BAIXADAS
               ' VALOR= ' WT-VL-BAIXADO.
           DISPLAY 'EXCECOES=        ' WT-CT-EXCECOES.

      *----------------------------------------------------------------*
      * TODA OCORRENCIA NAO BAIXADA SAI NO RELATORIO COM O MOTIVO; A
      * QUE FICOU PENDENTE NAO ACHOU A DUPLICATA NO UNLOAD
      *----------------------------------------------------------------*
       31-RELATORIO-EXCECOES.

           OPEN OUTPUT CRA0310

           MOVE 'EXCECOES DO RETORNO DA COBRANCA BANCARIA' TO
               CRA0310-LINHA
           WRITE CRA0310-LINHA
           MOVE 'FATURA-DP  OC  DATA OCOR          VALOR PAGO  MOTIVO'
               TO CRA0310-LINHA
           WRITE CRA0310-LINHA

           PERFORM 32-LISTA-EXCECAO
               VARYING WT-IDX-RETORNO FROM 1 BY 1
               UNTIL WT-IDX-RETORNO > WT-CT-TAB-RETORNO

           MOVE SPACES TO CRA0310-LINHA
           STRING 'TOTAL DE EXCECOES: ' WT-CT-EXCECOES
               DELIMITED BY SIZE INTO CRA0310-LINHA
           WRITE CRA0310-LINHA

           CLOSE CRA0310.

       32-LISTA-EXCECAO.

           IF WT-TAB-SITUACAO (WT-IDX-RETORNO) = 'P'
               MOVE 'E' TO WT-TAB-SITUACAO (WT-IDX-RETORNO)
               MOVE 'DUPLICATA NAO ENCONTRADA NO CRA0205'
                   TO WT-TAB-MOTIVO (WT-IDX-RETORNO)
           END-IF

           IF WT-TAB-SITUACAO (WT-IDX-RETORNO) = 'E'
               MOVE WT-TAB-NR-FATURA (WT-IDX-RETORNO)
                   TO WT-EX-NR-FATURA
               MOVE WT-TAB-NR-DUPLICATA (WT-IDX-RETORNO)
                   TO WT-EX-NR-DUPLICATA
               MOVE WT-TAB-CD-OCORRENCIA (WT-IDX-RETORNO)
                   TO WT-EX-CD-OCORRENCIA
               MOVE WT-TAB-DT-OCORRENCIA (WT-IDX-RETORNO)
                   TO WT-EX-DT-OCORRENCIA
               MOVE WT-TAB-VL-PAGO (WT-IDX-RETORNO) TO WT-EX-VL-PAGO
               MOVE WT-TAB-MOTIVO (WT-IDX-RETORNO) TO WT-EX-MOTIVO
               WRITE CRA0310-LINHA FROM WT-LINHA-EXCECAO
               ADD 1 TO WT-CT-EXCECOES
           END-IF.

      *----------------------------------------------------------------*
      * A COPIA DE TRABALHO, COM AS SITUACOES BAIXADAS, VOLTA POR
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
      * SO DUPLICATA EM ABERTO (REMETIDA OU PROTESTADA) E BAIXADA;
      * PROTESTO DE DUPLICATA JA PROTESTADA E EXCECAO
      *----------------------------------------------------------------*
       21-BAIXA-DUPLICATA.

           IF NOT CRA0205-EM-ABERTO
               MOVE 'E' TO WT-TAB-SITUACAO (WT-IDX-RETORNO)
               MOVE SPACES TO WT-TAB-MOTIVO (WT-IDX-RETORNO)
               STRING 'DUPLICATA NAO ESTA EM ABERTO - ST '
                   CRA0205-ST-DUPLICATA
                   DELIMITED BY SIZE
                   INTO WT-TAB-MOTIVO (WT-IDX-RETORNO)
               GO TO 21-FIM
           END-IF

           IF WT-OC-PROTESTO (WT-IDX-RETORNO)
              AND CRA0205-PROTESTADA
               MOVE 'E' TO WT-TAB-SITUACAO (WT-IDX-RETORNO)
               MOVE 'DUPLICATA JA PROTESTADA'
                   TO WT-TAB-MOTIVO (WT-IDX-RETORNO)
               GO TO 21-FIM
           END-IF

           EVALUATE TRUE
               WHEN WT-OC-LIQUIDACAO (WT-IDX-RETORNO)
                   MOVE 'LIQ' TO WT-ST-NOVA
               WHEN WT-OC-LIQ-JUROS (WT-IDX-RETORNO)
                   MOVE 'LJU' TO WT-ST-NOVA
               WHEN WT-OC-LIQ-DESCONTO (WT-IDX-RETORNO)
                   MOVE 'LDS' TO WT-ST-NOVA
               WHEN WT-OC-PROTESTO (WT-IDX-RETORNO)
                   MOVE 'PRT' TO WT-ST-NOVA
               WHEN WT-OC-BAIXA (WT-IDX-RETORNO)
                   MOVE 'BXA' TO WT-ST-NOVA
           END-EVALUATE

           PERFORM 22-GRAVA-HISTORICO

           EVALUATE WT-ST-NOVA
               WHEN 'PRT'
                   ADD 1 TO WT-CT-PROTESTADAS
               WHEN 'BXA'
                   ADD 1 TO WT-CT-BAIXADAS
                   ADD CRA0205-VL-FATURA TO WT-VL-BAIXADO
               WHEN OTHER
                   ADD 1 TO WT-CT-LIQUIDADAS
                   ADD WT-TAB-VL-PAGO (WT-IDX-RETORNO) TO WT-VL-PAGO
           END-EVALUATE

           MOVE WT-ST-NOVA TO CRA0205-ST-DUPLICATA
           MOVE 'B' TO WT-TAB-SITUACAO (WT-IDX-RETORNO).

       21-FIM.

      *----------------------------------------------------------------*
      * GRAVA A BAIXA NO HISTORICO DE LIQUIDACAO
      *----------------------------------------------------------------*
       22-GRAVA-HISTORICO.

           MOVE CRA0205-NR-FATURA TO CRA0309-NR-FATURA
           MOVE CRA0205-NR-DUPLICATA TO CRA0309-NR-DUPLICATA
           MOVE CRA0205-CD-CLIENTE TO CRA0309-CD-CLIENTE
           MOVE CRA0205-DT-VENCIMENTO TO CRA0309-DT-VENCIMENTO
           MOVE CRA0205-VL-FATURA TO CRA0309-VL-FATURA
           MOVE WT-TAB-CD-OCORRENCIA (WT-IDX-RETORNO)
               TO CRA0309-CD-OCORRENCIA
           MOVE CRA0205-ST-DUPLICATA TO CRA0309-ST-ANTERIOR
           MOVE WT-ST-NOVA TO CRA0309-ST-NOVA
           MOVE WT-TAB-DT-OCORRENCIA (WT-IDX-RETORNO)
               TO CRA0309-DT-OCORRENCIA
           MOVE WT-TAB-VL-PAGO (WT-IDX-RETORNO) TO CRA0309-VL-PAGO
           MOVE WT-TAB-VL-JUROS (WT-IDX-RETORNO) TO CRA0309-VL-JUROS
           MOVE WT-TAB-VL-DESCONTO (WT-IDX-RETORNO)
               TO CRA0309-VL-DESCONTO
           MOVE WT-DT-HOJE TO CRA0309-DT-PROCESSAMENTO
           WRITE CRA0309-REGISTRO.
