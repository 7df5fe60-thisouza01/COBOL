      *================================================================*
      * Author:
      * Date:
      * Purpose: Informe anual de rendimentos dos clientes do banco
      *  para a declaracao de imposto (o INFORME-RENDIMENTOS e o dos
      *  funcionarios, da folha). O operador informa o ano-base; o
      *  job percorre os arquivos mortos datados do FECHA-TRANSLOG
      *  desde janeiro do ano anterior e o TRANS-LOG.TXT vivo, e
      *  levanta por CONTA-NUMERO o saldo em 31/12 do ano anterior,
      *  o saldo em 31/12 do ano-base (o saldo do ultimo lancamento
      *  ate cada data, transporte SALDO-ANTER incluido) e o total de
      *  JUROS creditado no ano (com o rendimento de poupanca,
      *  RENDIM-POUP, do RENDE-POUPANCA), descontado o lancamento de
      *  juros desfeito por ESTORNO-DEB no ESTORNA-LANCAMENTO (achado
      *  pela sequencia de origem do estorno). Sai UM documento por
      *  cliente do CLIENTES-CONTAS-XREF - nome e endereco de
      *  CLIENTES.DAT e as contas de que e titular ou co-titular - no
      *  mesmo formato de entrega do ENTREGA-EXTRATOS: arquivo
      *  proprio por cliente (BASE-FONE.TXT) e manifesto para a casa
      *  de postagem, com a conta zerada (o documento cobre todas as
      *  contas do cliente).
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-CLIENTES.
      *================================================================*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO WS-ARQ-CLIENTES
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-CLIENTES
             RECORD KEY CLIENTES-KEY.

           SELECT XREF-CLIENTES ASSIGN TO WS-ARQ-XREF
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-XREF.

           SELECT TRANS-LOG ASSIGN TO WS-ARQ-LOG
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-LOG.

           SELECT DOCUMENTO ASSIGN TO WS-ARQ-DOC
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-DOC.

           SELECT MANIFESTO ASSIGN TO WS-ARQ-MANIF
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-MANIF.

      *================================================================*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD CLIENTES.
       COPY CLIREG.

       FD XREF-CLIENTES.
       01 REG-XREF PIC X(30).

       FD TRANS-LOG.
       01 REG-LOG PIC X(120).

       FD DOCUMENTO.
       01 REG-DOC PIC X(100).

       FD MANIFESTO.
       01 REG-MANIF PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      * EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG); O MESMO
      * SELECT DO LOG E REABERTO COM O CAMINHO DE CADA ARQUIVO MORTO
      * E O DOCUMENTO DE CADA CLIENTE SAI EM BASE-FONE.TXT
      *----------------------------------------------------------------*
       01 WS-ARQ-CLIENTES   PIC X(80) VALUE 'C:\COBOL\CLIENTES.DAT'.
       01 WS-ARQ-XREF       PIC X(80) VALUE
           'C:\COBOL\CLIENTES-CONTAS-XREF.TXT'.
       01 WS-ARQ-LOG-VIVO   PIC X(80) VALUE 'C:\COBOL\TRANS-LOG.TXT'.
       01 WS-ARQ-MORTO-BASE PIC X(80) VALUE
           'C:\COBOL\TRANS-LOG-ARQ'.
       01 WS-ARQ-LOG        PIC X(80) VALUE SPACES.
       01 WS-ARQ-DOC-BASE   PIC X(80) VALUE
           'C:\COBOL\INFORME-CLIENTE'.
       01 WS-ARQ-DOC        PIC X(80) VALUE SPACES.
       01 WS-ARQ-MANIF      PIC X(80) VALUE
           'C:\COBOL\MANIFESTO-INFORME.TXT'.
       01 WS-CFG-LOGICO     PIC X(20).
       01 WS-CFG-CAMINHO    PIC X(80).
       01 WS-CFG-ACHOU      PIC X(01).

       01 WS-STATUS.
           05 WS-FS-CLIENTES PIC X(02).
           05 WS-FS-XREF     PIC X(02).
           05 WS-FS-LOG      PIC X(02).
           05 WS-FS-DOC      PIC X(02).
           05 WS-FS-MANIF    PIC X(02).

       01 WS-CONTROLE.
           05 WS-EOF           PIC X(01) VALUE 'N'.
           05 WS-EOF-XREF      PIC X(01) VALUE 'N'.
           05 WS-JA-FEITO      PIC X(01) VALUE 'N'.
           05 WS-TAM-BASE      PIC 9(02) VALUE ZEROS.
           05 WS-CT-DOCS       PIC 9(04) VALUE ZEROS.
           05 WS-CT-SEM-CAD    PIC 9(04) VALUE ZEROS.
           05 WS-CT-LINHAS-DOC PIC 9(05) VALUE ZEROS.
           05 WS-CT-PAGINAS    PIC 9(03) VALUE ZEROS.
           05 WS-CT-CONTAS-DOC PIC 9(03) VALUE ZEROS.
           05 WS-CANAL         PIC X(06) VALUE SPACES.
           05 WS-DATA-HOJE     PIC 9(08) VALUE ZEROS.
           05 WS-ANO-BASE      PIC 9(04) VALUE ZEROS.
           05 WS-ANO-ANTERIOR  PIC 9(04) VALUE ZEROS.
           05 WS-DATA-CORTE-ANT PIC 9(08) VALUE ZEROS.
           05 WS-DATA-CORTE-REF PIC 9(08) VALUE ZEROS.
           05 WS-COMP-VARRIDA  PIC 9(06) VALUE ZEROS.
           05 WS-COMP-ATUAL    PIC 9(06) VALUE ZEROS.
           05 WS-VAR-ANO       PIC 9(04) VALUE ZEROS.
           05 WS-VAR-MES       PIC 9(02) VALUE ZEROS.
           05 WS-TOT-JUROS-CLI PIC S9(09)V99 VALUE ZEROS.
           05 WS-CT-ESTORNADOS PIC 9(04) VALUE ZEROS.

       COPY XREFLIN.

      * O XREF EM TABELA: CADA FONE DISTINTO VIRA UM DOCUMENTO, COM
      * TODAS AS CONTAS DE QUE E TITULAR OU CO-TITULAR
       01 WS-TAB-XREF.
           05 WS-CNT-XREF      PIC 9(04) VALUE ZEROS.
           05 WS-XREF-ITEM OCCURS 500 TIMES
                             INDEXED BY WS-IDX-XRF WS-IDX-XR2.
               10 WS-X-FONE    PIC 9(09).
               10 WS-X-CONTA   PIC 9(05).
               10 WS-X-PAPEL   PIC X(10).

      * LANCAMENTO DECOMPOSTO PELA SUB-ROTINA LE-LINHA-LOG (LOG VIVO
      * E ARQUIVOS MORTOS, EM QUALQUER DOS DOIS LEIAUTES)
       COPY TLOGCAM.

      * POSICAO DE CADA CONTA: SALDO NAS DUAS DATAS DE CORTE E JUROS
      * CREDITADOS NO ANO-BASE
       01 WS-TAB-CONTAS.
           05 WS-CNT-CONTAS    PIC 9(03) VALUE ZEROS.
           05 WS-CONTA-ITEM OCCURS 500 TIMES
                              INDEXED BY WS-IDX-CTA.
               10 WS-C-NUMERO     PIC 9(05).
               10 WS-C-SALDO-ANT  PIC S9(09)V99.
               10 WS-C-SALDO-REF  PIC S9(09)V99.
               10 WS-C-JUROS      PIC S9(09)V99.
       01 WS-ACHOU-CTA      PIC X(01) VALUE 'N'.

      * LANCAMENTOS DE JUROS DO ANO-BASE PELA SEQUENCIA, COM A CONTA
      * (POSICAO NA TABELA DE CONTAS) E O VALOR, PARA O ESTORNO-DEB
      * QUE APONTAR PARA UM DELES SAIR DO TOTAL DECLARADO
       01 WS-TAB-JUROS.
           05 WS-CNT-JUROS     PIC 9(04) VALUE ZEROS.
           05 WS-JUROS-ITEM OCCURS 6000 TIMES
                              INDEXED BY WS-IDX-JUR.
               10 WS-J-SEQ        PIC 9(09).
               10 WS-J-CTA        PIC 9(03).
               10 WS-J-VALOR      PIC S9(09)V99.

       01 WS-LINHA-MANIF.
           05 WS-M-FONE        PIC 9(09).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-M-NOME        PIC X(30).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-M-CONTA       PIC 9(05).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-M-PAGINAS     PIC 9(03).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-M-CANAL       PIC X(06).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-M-PAPEL       PIC X(10).

       01 WS-LINHA-ENDER.
           05 WS-E-TEXTO       PIC X(80).

       01 WS-LINHA-TITULO.
           05 FILLER           PIC X(07) VALUE 'CONTA'.
           05 FILLER           PIC X(11) VALUE 'PAPEL'.
           05 FILLER           PIC X(11) VALUE 'SALDO EM '.
           05 WS-T-DATA-ANT    PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 FILLER           PIC X(09) VALUE 'SALDO EM '.
           05 WS-T-DATA-REF    PIC X(10).
           05 FILLER           PIC X(03) VALUE SPACES.
           05 FILLER           PIC X(16) VALUE 'JUROS CREDITADOS'.

       01 WS-LINHA-CONTA.
           05 WS-D-CONTA       PIC 9(05).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-D-PAPEL       PIC X(10).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-D-SALDO-ANT   PIC -ZZZZZZZZ9.99.
           05 FILLER           PIC X(06) VALUE SPACES.
           05 WS-D-SALDO-REF   PIC -ZZZZZZZZ9.99.
           05 FILLER           PIC X(06) VALUE SPACES.
           05 WS-D-JUROS       PIC -ZZZZZZZZ9.99.

       01 WS-LINHA-TOTAL.
           05 FILLER           PIC X(58) VALUE
               'TOTAL DE JUROS CREDITADOS NO ANO'.
           05 WS-TT-JUROS      PIC -ZZZZZZZZ9.99.
      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       0-PRINCIPAL.
           PERFORM 1-RESOLVE-CAMINHOS.
           PERFORM 2-RECEBE-ANO.
           PERFORM 3-ABRE-ARQUIVOS.
           PERFORM 4-CARREGA-XREF UNTIL WS-EOF-XREF = 'S'.
           PERFORM 5-VARRE-LOGS.
           PERFORM VARYING WS-IDX-XRF FROM 1 BY 1
                   UNTIL WS-IDX-XRF > WS-CNT-XREF
               PERFORM 6-DOCUMENTO-DE-UM-CLIENTE
           END-PERFORM.
           PERFORM 9-FINALIZA.
           STOP RUN.

       1-RESOLVE-CAMINHOS.
           MOVE 'CLIENTES-DAT' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-CLIENTES
           END-IF.
           MOVE 'CLIENTES-XREF' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-XREF
           END-IF.
           MOVE 'TRANS-LOG' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-LOG-VIVO
           END-IF.
           MOVE 'TRANSLOG-ARCHIVE' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-MORTO-BASE
           END-IF.
           MOVE 'INFORME-CLIENTE' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-DOC-BASE
           END-IF.
           MOVE 'MANIFESTO-INFORME' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-MANIF
           END-IF.

       11-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.

      * ANO-BASE EM BRANCO E O ANO ANTERIOR AO CORRENTE (O INFORME
      * SAI EM FEVEREIRO); OS CORTES SAO 31/12 DOS DOIS ANOS
       2-RECEBE-ANO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'INFORME DE RENDIMENTOS DOS CLIENTES'.
           DISPLAY 'ANO-BASE (AAAA, 0 = ANO ANTERIOR): '.
           ACCEPT WS-ANO-BASE.
           IF WS-ANO-BASE = ZEROS
               MOVE WS-DATA-HOJE (1:4) TO WS-ANO-BASE
               SUBTRACT 1 FROM WS-ANO-BASE
           END-IF.
           IF WS-ANO-BASE NOT < WS-DATA-HOJE (1:4)
               DISPLAY 'ANO-BASE AINDA NAO ENCERRADO - INFORME '
                   'ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-ANO-ANTERIOR = WS-ANO-BASE - 1.
           COMPUTE WS-DATA-CORTE-ANT = WS-ANO-ANTERIOR * 10000 + 1231.
           COMPUTE WS-DATA-CORTE-REF = WS-ANO-BASE * 10000 + 1231.
           MOVE SPACES TO WS-T-DATA-ANT WS-T-DATA-REF.
           STRING '31/12/' WS-ANO-ANTERIOR
               DELIMITED BY SIZE INTO WS-T-DATA-ANT.
           STRING '31/12/' WS-ANO-BASE
               DELIMITED BY SIZE INTO WS-T-DATA-REF.

       3-ABRE-ARQUIVOS.
           OPEN INPUT CLIENTES.
           IF WS-FS-CLIENTES NOT = '00'
               DISPLAY 'CLIENTES.DAT NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT XREF-CLIENTES.
           IF WS-FS-XREF NOT = '00'
               DISPLAY 'SEM REFERENCIA CRUZADA - NADA A DISTRIBUIR'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT MANIFESTO.

       4-CARREGA-XREF.
           READ XREF-CLIENTES
               AT END MOVE 'S' TO WS-EOF-XREF
               NOT AT END
                   IF WS-CNT-XREF < 500
                       MOVE REG-XREF TO WS-LINHA-XREF
                       IF WS-XR-PAPEL = SPACES
                           MOVE 'TITULAR' TO WS-XR-PAPEL
                       END-IF
                       ADD 1 TO WS-CNT-XREF
                       SET WS-IDX-XRF TO WS-CNT-XREF
                       MOVE WS-XR-FONE TO WS-X-FONE (WS-IDX-XRF)
                       MOVE WS-XR-CONTA TO WS-X-CONTA (WS-IDX-XRF)
                       MOVE WS-XR-PAPEL TO WS-X-PAPEL (WS-IDX-XRF)
                   ELSE
                       DISPLAY 'XREF EXCEDE A TABELA - '
                           'INFORME ABORTADO'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * OS ARQUIVOS MORTOS DE JANEIRO DO ANO ANTERIOR ATE O MES
      * CORRENTE (MES SEM ARQUIVO E PULADO SEM ERRO) E DEPOIS O LOG
      * VIVO, EM ORDEM CRONOLOGICA: O SALDO DO ULTIMO LANCAMENTO ATE
      * CADA CORTE E O SALDO DA CONTA NAQUELA DATA. O TRANSPORTE
      * SALDO-ANTER NO INICIO DE CADA MES GARANTE O SALDO DA CONTA
      * SEM MOVIMENTO NO PERIODO
      *----------------------------------------------------------------*
       5-VARRE-LOGS.
           MOVE WS-DATA-HOJE (1:6) TO WS-COMP-ATUAL.
           COMPUTE WS-COMP-VARRIDA = WS-ANO-ANTERIOR * 100 + 1.
           PERFORM 51-VARRE-UM-MORTO
               UNTIL WS-COMP-VARRIDA > WS-COMP-ATUAL.
           MOVE WS-ARQ-LOG-VIVO TO WS-ARQ-LOG.
           PERFORM 52-VARRE-UM-LOG.

       51-VARRE-UM-MORTO.
           PERFORM VARYING WS-TAM-BASE FROM 80 BY -1
                   UNTIL WS-TAM-BASE < 1
                      OR WS-ARQ-MORTO-BASE (WS-TAM-BASE:1)
                         NOT = SPACE
               CONTINUE
           END-PERFORM.
           MOVE SPACES TO WS-ARQ-LOG.
           STRING WS-ARQ-MORTO-BASE (1:WS-TAM-BASE) '-'
               WS-COMP-VARRIDA '.TXT'
               DELIMITED BY SIZE INTO WS-ARQ-LOG.
           PERFORM 52-VARRE-UM-LOG.
           MOVE WS-COMP-VARRIDA (1:4) TO WS-VAR-ANO.
           MOVE WS-COMP-VARRIDA (5:2) TO WS-VAR-MES.
           ADD 1 TO WS-VAR-MES.
           IF WS-VAR-MES > 12
               MOVE 1 TO WS-VAR-MES
               ADD 1 TO WS-VAR-ANO
           END-IF.
           COMPUTE WS-COMP-VARRIDA = WS-VAR-ANO * 100 + WS-VAR-MES.

       52-VARRE-UM-LOG.
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
                       IF TLG-TIPO = 'ESTORNO-DEB'
                           PERFORM 54-DESCONTA-ESTORNO
                       END-IF
                       IF TLG-DATA NOT > WS-DATA-CORTE-REF
                           PERFORM 53-ANOTA-LANCAMENTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANS-LOG.

       53-ANOTA-LANCAMENTO.
           MOVE 'N' TO WS-ACHOU-CTA.
           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA > WS-CNT-CONTAS
                      OR WS-ACHOU-CTA = 'S'
               IF WS-C-NUMERO (WS-IDX-CTA) = TLG-CONTA
                   MOVE 'S' TO WS-ACHOU-CTA
               END-IF
           END-PERFORM.
           IF WS-ACHOU-CTA = 'S'
               SET WS-IDX-CTA DOWN BY 1
           ELSE
               IF WS-CNT-CONTAS < 500
                   ADD 1 TO WS-CNT-CONTAS
                   SET WS-IDX-CTA TO WS-CNT-CONTAS
                   MOVE TLG-CONTA TO WS-C-NUMERO (WS-IDX-CTA)
                   MOVE ZEROS TO WS-C-SALDO-ANT (WS-IDX-CTA)
                       WS-C-SALDO-REF (WS-IDX-CTA)
                       WS-C-JUROS (WS-IDX-CTA)
               ELSE
                   DISPLAY 'TABELA DE CONTAS CHEIA - INFORME '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   CLOSE TRANS-LOG
                   STOP RUN
               END-IF
           END-IF.
           IF TLG-DATA NOT > WS-DATA-CORTE-ANT
               MOVE TLG-SALDO TO WS-C-SALDO-ANT (WS-IDX-CTA)
           END-IF.
           MOVE TLG-SALDO TO WS-C-SALDO-REF (WS-IDX-CTA).
           IF (TLG-TIPO = 'JUROS' OR TLG-TIPO = 'RENDIM-POUP')
              AND TLG-DATA > WS-DATA-CORTE-ANT
               ADD TLG-VALOR TO WS-C-JUROS (WS-IDX-CTA)
               IF TLG-SEQ NOT = ZEROS
                   PERFORM 531-GUARDA-JUROS
               END-IF
           END-IF.

       531-GUARDA-JUROS.
           IF WS-CNT-JUROS < 6000
               ADD 1 TO WS-CNT-JUROS
               SET WS-IDX-JUR TO WS-CNT-JUROS
               MOVE TLG-SEQ TO WS-J-SEQ (WS-IDX-JUR)
               SET WS-J-CTA (WS-IDX-JUR) TO WS-IDX-CTA
               MOVE TLG-VALOR TO WS-J-VALOR (WS-IDX-JUR)
           ELSE
               DISPLAY 'TABELA DE JUROS DO ANO CHEIA - INFORME '
                   'ABORTADO'
               MOVE 12 TO RETURN-CODE
               CLOSE TRANS-LOG
               STOP RUN
           END-IF.

      * OS LOGS SAO LIDOS EM ORDEM CRONOLOGICA, ENTAO O JUROS QUE O
      * ESTORNO DESFEZ JA ESTA NA TABELA; ESTORNO DE OUTRO CREDITO OU
      * DE JUROS FORA DO ANO-BASE NAO ACHA NADA. O ITEM DESCONTADO
      * TEM A SEQUENCIA ZERADA PARA NAO SER DESCONTADO DE NOVO
       54-DESCONTA-ESTORNO.
           PERFORM VARYING WS-IDX-JUR FROM 1 BY 1
                   UNTIL WS-IDX-JUR > WS-CNT-JUROS
               IF WS-J-SEQ (WS-IDX-JUR) = TLG-SEQ-ORIG
                  AND TLG-SEQ-ORIG NOT = ZEROS
                   SET WS-IDX-CTA TO WS-J-CTA (WS-IDX-JUR)
                   SUBTRACT WS-J-VALOR (WS-IDX-JUR)
                       FROM WS-C-JUROS (WS-IDX-CTA)
                   MOVE ZEROS TO WS-J-SEQ (WS-IDX-JUR)
                   ADD 1 TO WS-CT-ESTORNADOS
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * O PRIMEIRO APARECIMENTO DE CADA FONE NO XREF GERA O DOCUMENTO
      * DO CLIENTE; AS LINHAS SEGUINTES DO MESMO FONE JA ESTAO NELE.
      * PROCURADOR NAO E DONO DA CONTA E NAO RECEBE O INFORME DELA
      *----------------------------------------------------------------*
       6-DOCUMENTO-DE-UM-CLIENTE.
           MOVE 'N' TO WS-JA-FEITO.
           PERFORM VARYING WS-IDX-XR2 FROM 1 BY 1
                   UNTIL WS-IDX-XR2 >= WS-IDX-XRF
               IF WS-X-FONE (WS-IDX-XR2) = WS-X-FONE (WS-IDX-XRF)
                   MOVE 'S' TO WS-JA-FEITO
               END-IF
           END-PERFORM.
           MOVE ZEROS TO WS-CT-CONTAS-DOC.
           PERFORM VARYING WS-IDX-XR2 FROM 1 BY 1
                   UNTIL WS-IDX-XR2 > WS-CNT-XREF
               IF WS-X-FONE (WS-IDX-XR2) = WS-X-FONE (WS-IDX-XRF)
                  AND WS-X-PAPEL (WS-IDX-XR2) NOT = 'PROCURADOR'
                   ADD 1 TO WS-CT-CONTAS-DOC
               END-IF
           END-PERFORM.
           IF WS-JA-FEITO = 'N' AND WS-CT-CONTAS-DOC > ZEROS
               MOVE WS-X-FONE (WS-IDX-XRF) TO CLIENTES-FONE
               READ CLIENTES
                   INVALID KEY
                       DISPLAY 'CLIENTE ' WS-X-FONE (WS-IDX-XRF)
                           ' DO XREF NAO ENCONTRADO NO CADASTRO'
                       ADD 1 TO WS-CT-SEM-CAD
                   NOT INVALID KEY
                       PERFORM 7-MONTA-DOCUMENTO
               END-READ
           END-IF.

       7-MONTA-DOCUMENTO.
           IF CLIENTES-EMAIL NOT = SPACES
               MOVE 'EMAIL' TO WS-CANAL
           ELSE
               MOVE 'POSTAL' TO WS-CANAL
           END-IF.
           MOVE CLIENTES-FONE TO WS-M-FONE.
           MOVE CLIENTES-NAME TO WS-M-NOME.
           MOVE ZEROS TO WS-M-CONTA.
           MOVE WS-CANAL TO WS-M-CANAL.
           MOVE SPACES TO WS-M-PAPEL.
           PERFORM 71-MONTA-CAMINHO-DOC.
           OPEN OUTPUT DOCUMENTO.
           MOVE ZEROS TO WS-CT-LINHAS-DOC WS-TOT-JUROS-CLI.
           PERFORM 72-CABECALHO.
           WRITE REG-DOC FROM WS-LINHA-TITULO.
           ADD 1 TO WS-CT-LINHAS-DOC.
           PERFORM VARYING WS-IDX-XR2 FROM 1 BY 1
                   UNTIL WS-IDX-XR2 > WS-CNT-XREF
               IF WS-X-FONE (WS-IDX-XR2) = WS-X-FONE (WS-IDX-XRF)
                  AND WS-X-PAPEL (WS-IDX-XR2) NOT = 'PROCURADOR'
                   PERFORM 73-LINHA-DA-CONTA
               END-IF
           END-PERFORM.
           MOVE ALL '=' TO REG-DOC.
           WRITE REG-DOC.
           MOVE WS-TOT-JUROS-CLI TO WS-TT-JUROS.
           WRITE REG-DOC FROM WS-LINHA-TOTAL.
           ADD 2 TO WS-CT-LINHAS-DOC.
           CLOSE DOCUMENTO.
      * 60 LINHAS POR PAGINA, ARREDONDANDO PARA CIMA
           COMPUTE WS-CT-PAGINAS = (WS-CT-LINHAS-DOC + 59) / 60.
           MOVE WS-CT-PAGINAS TO WS-M-PAGINAS.
           WRITE REG-MANIF FROM WS-LINHA-MANIF.
           ADD 1 TO WS-CT-DOCS.

       71-MONTA-CAMINHO-DOC.
           PERFORM VARYING WS-TAM-BASE FROM 80 BY -1
                   UNTIL WS-TAM-BASE < 1
                      OR WS-ARQ-DOC-BASE (WS-TAM-BASE:1)
                         NOT = SPACE
               CONTINUE
           END-PERFORM.
           MOVE SPACES TO WS-ARQ-DOC.
           STRING WS-ARQ-DOC-BASE (1:WS-TAM-BASE) '-'
               WS-X-FONE (WS-IDX-XRF) '.TXT'
               DELIMITED BY SIZE INTO WS-ARQ-DOC.

      * CABECALHO DO DOCUMENTO: TITULO COM O ANO-BASE, NOME, EMAIL E
      * O ENDERECO POSTAL NAS LINHAS DE CORRESPONDENCIA
       72-CABECALHO.
           MOVE ALL '=' TO REG-DOC.
           WRITE REG-DOC.
           MOVE SPACES TO WS-LINHA-ENDER.
           STRING 'INFORME DE RENDIMENTOS - ANO-BASE ' WS-ANO-BASE
               DELIMITED BY SIZE INTO WS-E-TEXTO.
           WRITE REG-DOC FROM WS-LINHA-ENDER.
           MOVE SPACES TO WS-LINHA-ENDER.
           STRING 'CLIENTE: ' CLIENTES-NAME
               DELIMITED BY SIZE INTO WS-E-TEXTO.
           WRITE REG-DOC FROM WS-LINHA-ENDER.
           MOVE SPACES TO WS-LINHA-ENDER.
           STRING 'EMAIL: ' CLIENTES-EMAIL
               DELIMITED BY SIZE INTO WS-E-TEXTO.
           WRITE REG-DOC FROM WS-LINHA-ENDER.
           MOVE SPACES TO WS-LINHA-ENDER.
           STRING CLIENTES-LOGRADOURO ' ' CLIENTES-NUMERO ' '
               CLIENTES-COMPLEMENTO
               DELIMITED BY SIZE INTO WS-E-TEXTO.
           WRITE REG-DOC FROM WS-LINHA-ENDER.
           MOVE SPACES TO WS-LINHA-ENDER.
           STRING CLIENTES-BAIRRO ' ' CLIENTES-CIDADE ' '
               CLIENTES-UF ' CEP ' CLIENTES-CEP
               DELIMITED BY SIZE INTO WS-E-TEXTO.
           WRITE REG-DOC FROM WS-LINHA-ENDER.
           MOVE ALL '=' TO REG-DOC.
           WRITE REG-DOC.
           MOVE 7 TO WS-CT-LINHAS-DOC.

      * CONTA FORA DOS LOGS DO PERIODO SAI COM SALDOS E JUROS ZERO
       73-LINHA-DA-CONTA.
           MOVE WS-X-CONTA (WS-IDX-XR2) TO WS-D-CONTA.
           MOVE WS-X-PAPEL (WS-IDX-XR2) TO WS-D-PAPEL.
           MOVE ZEROS TO WS-D-SALDO-ANT WS-D-SALDO-REF WS-D-JUROS.
           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA > WS-CNT-CONTAS
               IF WS-C-NUMERO (WS-IDX-CTA) = WS-X-CONTA (WS-IDX-XR2)
                   MOVE WS-C-SALDO-ANT (WS-IDX-CTA) TO WS-D-SALDO-ANT
                   MOVE WS-C-SALDO-REF (WS-IDX-CTA) TO WS-D-SALDO-REF
                   MOVE WS-C-JUROS (WS-IDX-CTA) TO WS-D-JUROS
                   ADD WS-C-JUROS (WS-IDX-CTA) TO WS-TOT-JUROS-CLI
               END-IF
           END-PERFORM.
           WRITE REG-DOC FROM WS-LINHA-CONTA.
           ADD 1 TO WS-CT-LINHAS-DOC.

       9-FINALIZA.
           DISPLAY 'ANO-BASE...............: ' WS-ANO-BASE.
           DISPLAY 'CONTAS NOS LOGS........: ' WS-CNT-CONTAS.
           DISPLAY 'JUROS ESTORNADOS.......: ' WS-CT-ESTORNADOS.
           DISPLAY 'INFORMES GERADOS.......: ' WS-CT-DOCS.
           DISPLAY 'XREF SEM CADASTRO......: ' WS-CT-SEM-CAD.
           CLOSE CLIENTES.
           CLOSE XREF-CLIENTES.
           CLOSE MANIFESTO.
      *================================================================*
