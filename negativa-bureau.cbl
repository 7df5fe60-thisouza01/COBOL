      *================================================================*
      * Author:
      * Date:
      * Purpose: Batida diaria da negativacao no bureau de credito dos
      *  tomadores de emprestimo em atraso. Compara EMPRESTIMOS.DAT e
      *  as parcelas vencidas de EMPRESTIMO-PARC.DAT com o controle
      *  do que ja foi avisado e negativado (BUREAU-CONTROLE.DAT, um
      *  registro por contrato) e gera, na mesma rodada:
      *   - a carta de aviso previo ao titular (nome e endereco de
      *     CLIENTES.DAT pelo XREF) quando o contrato em atraso (T)
      *     chega a DIAS-INCLUSAO menos DIAS-AVISO dias de atraso da
      *     parcela pendente mais antiga;
      *   - o registro de inclusao (I) no arquivo de remessa quando o
      *     atraso chega a DIAS-INCLUSAO e o aviso tem pelo menos
      *     DIAS-AVISO dias - contrato ja incluido nunca e incluido
      *     de novo;
      *   - o registro de exclusao (E) quando o contrato incluido sai
      *     do atraso: quitado (Q), renegociado (R) ou de volta a
      *     ativo (A) com as parcelas vencidas pagas. Aviso de
      *     contrato que sai do atraso antes da inclusao e cancelado.
      *  Dias contados do primeiro dia util depois do vencimento
      *  (sub-rotina DIA-UTIL), como no COBRA-ATRASO. Parametros em
      *  BUREAU-PARAM.TXT, linhas DIAS-INCLUSAO;n e DIAS-AVISO;n
      *  (padrao 60 e 10). A remessa tem HDR e TRL com a quantidade
      *  de registros, no molde do cad-trans.txt.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEGATIVA-BUREAU.
      *================================================================*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPRESTIMOS ASSIGN TO WS-ARQ-EMPREST
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-EMPREST
             RECORD KEY EMP-CONTRATO.

           SELECT EMPRESTIMO-PARC ASSIGN TO WS-ARQ-PARC
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-PARC
             RECORD KEY PAR-CHAVE.

           SELECT CLIENTES ASSIGN TO WS-ARQ-CLIENTES
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-CLIENTES
             RECORD KEY CLIENTES-KEY.

           SELECT XREF-CLIENTES ASSIGN TO WS-ARQ-XREF
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-XREF.

           SELECT BUREAU-CONTROLE ASSIGN TO WS-ARQ-CONTROLE
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-CONTROLE
             RECORD KEY BUR-CONTRATO.

           SELECT OPTIONAL BUREAU-PARAM ASSIGN TO WS-ARQ-PARAM
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-PARAM.

           SELECT BUREAU-REMESSA ASSIGN TO WS-ARQ-REMESSA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-REMESSA.

           SELECT AVISO-PREVIO ASSIGN TO WS-ARQ-AVISO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-AVISO.

      *================================================================*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD EMPRESTIMOS.
       COPY EMPRREG.

       FD EMPRESTIMO-PARC.
       COPY PARCREG.

       FD CLIENTES.
       COPY CLIREG.

       FD XREF-CLIENTES.
       01 REG-XREF PIC X(30).

      * UM REGISTRO POR CONTRATO QUE JA ENTROU NO CICLO: A AVISADO,
      * I INCLUIDO NO BUREAU, E EXCLUIDO, C AVISO CANCELADO. CONTRATO
      * EM E OU C QUE VOLTA AO ATRASO COMECA UM CICLO NOVO
       FD BUREAU-CONTROLE.
       01 BUREAU-REG.
           03 BUR-CONTRATO     PIC 9(06).
           03 BUR-CONTA        PIC 9(05).
           03 BUR-FONE         PIC 9(09).
           03 BUR-SITUACAO     PIC X(01).
           03 BUR-DATA-AVISO   PIC 9(08).
           03 BUR-DATA-INCLUSAO PIC 9(08).
           03 BUR-DATA-EXCLUSAO PIC 9(08).
           03 BUR-VALOR        PIC 9(08).

       FD BUREAU-PARAM.
       01 REG-PARAM PIC X(40).

       FD BUREAU-REMESSA.
       01 REG-REMESSA PIC X(200).

       FD AVISO-PREVIO.
       01 REG-AVISO PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      * EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG)
      *----------------------------------------------------------------*
       01 WS-ARQ-EMPREST    PIC X(80) VALUE
           'C:\COBOL\EMPRESTIMOS.DAT'.
       01 WS-ARQ-PARC       PIC X(80) VALUE
           'C:\COBOL\EMPRESTIMO-PARC.DAT'.
       01 WS-ARQ-CLIENTES   PIC X(80) VALUE 'C:\COBOL\CLIENTES.DAT'.
       01 WS-ARQ-XREF       PIC X(80) VALUE
           'C:\COBOL\CLIENTES-CONTAS-XREF.TXT'.
       01 WS-ARQ-CONTROLE   PIC X(80) VALUE
           'C:\COBOL\BUREAU-CONTROLE.DAT'.
       01 WS-ARQ-PARAM      PIC X(80) VALUE
           'C:\COBOL\BUREAU-PARAM.TXT'.
       01 WS-ARQ-REMESSA    PIC X(80) VALUE
           'C:\COBOL\BUREAU-REMESSA.TXT'.
       01 WS-ARQ-AVISO      PIC X(80) VALUE
           'C:\COBOL\BUREAU-AVISO-PREVIO.TXT'.
       01 WS-CFG-LOGICO     PIC X(20).
       01 WS-CFG-CAMINHO    PIC X(80).
       01 WS-CFG-ACHOU      PIC X(01).

       01 WS-STATUS.
           05 WS-FS-EMPREST  PIC X(02).
           05 WS-FS-PARC     PIC X(02).
           05 WS-FS-CLIENTES PIC X(02).
           05 WS-FS-XREF     PIC X(02).
           05 WS-FS-CONTROLE PIC X(02).
           05 WS-FS-PARAM    PIC X(02).
           05 WS-FS-REMESSA  PIC X(02).
           05 WS-FS-AVISO    PIC X(02).

       01 WS-EOF            PIC X(01) VALUE 'N'.
       01 WS-EOF-PARC       PIC X(01) VALUE 'N'.
       01 WS-EOF-XREF       PIC X(01) VALUE 'N'.
       01 WS-EOF-PARAM      PIC X(01) VALUE 'N'.

      * REGISTRO DA RODADA NO CONTROLE DE EXECUCAO COMPARTILHADO
      * (SUB-ROTINA REGISTRA-RUN)
       01 WS-RUN-CONTROLE.
           05 WS-RUN-JOB       PIC X(20) VALUE 'NEGATIVA-BUREAU'.
           05 WS-RUN-FASE      PIC X(03).
           05 WS-RUN-LIDOS     PIC 9(07) VALUE ZEROS.
           05 WS-RUN-GRAVADOS  PIC 9(07) VALUE ZEROS.
           05 WS-RUN-REJ       PIC 9(07) VALUE ZEROS.
           05 WS-RUN-STATUS    PIC X(10).

      * DIAS DE ATRASO PARA A INCLUSAO E ANTECEDENCIA DO AVISO
       01 WS-PARAMETROS.
           05 WS-DIAS-INCLUSAO PIC 9(03) VALUE 60.
           05 WS-DIAS-AVISO    PIC 9(03) VALUE 10.
           05 WS-DIAS-PARA-AVISO PIC 9(03) VALUE ZEROS.

       01 WS-PARAM-CAMPOS.
           05 WS-P-NOME        PIC X(14).
           05 WS-P-VALOR1      PIC X(10).

       COPY XREFLIN.

      * SO O TITULAR DE CADA CONTA: E ELE O DEVEDOR NEGATIVADO
       01 WS-TAB-TITULAR.
           05 WS-CNT-TITULAR   PIC 9(04) VALUE ZEROS.
           05 WS-TITULAR-ITEM OCCURS 500 TIMES
                             INDEXED BY WS-IDX-TIT.
               10 WS-T-CONTA   PIC 9(05).
               10 WS-T-FONE    PIC 9(09).

      * PARAMETROS DA SUB-ROTINA DE CALENDARIO DIA-UTIL
       01 WS-DU-CHAMADA.
           05 WS-DU-FUNCAO     PIC X(01).
           05 WS-DU-DATA       PIC 9(08).
           05 WS-DU-DIAS       PIC 9(03).
           05 WS-DU-RESULTADO  PIC 9(08).
           05 WS-DU-UTIL       PIC X(01).

       01 WS-CALCULO.
           05 WS-DATA-HOJE     PIC 9(08) VALUE ZEROS.
           05 WS-DIA-HOJE      PIC 9(08) VALUE ZEROS.
           05 WS-DIA-VENC      PIC 9(08) VALUE ZEROS.
           05 WS-DIA-AVISO     PIC 9(08) VALUE ZEROS.
           05 WS-VENC-UTIL     PIC 9(08) VALUE ZEROS.
           05 WS-VENC-ANTIGO   PIC 9(08) VALUE ZEROS.
           05 WS-DIAS-ATRASO   PIC 9(05) VALUE ZEROS.
           05 WS-DIAS-DO-AVISO PIC 9(05) VALUE ZEROS.
           05 WS-VALOR-VENCIDO PIC 9(08) VALUE ZEROS.
           05 WS-DATA-PREVISTA PIC 9(08) VALUE ZEROS.
           05 WS-TEM-CONTROLE  PIC X(01) VALUE 'N'.
           05 WS-TEM-DEVEDOR   PIC X(01) VALUE 'N'.
           05 WS-FONE-DEVEDOR  PIC 9(09) VALUE ZEROS.

       01 WS-CONTADORES.
           05 WS-CT-CONTRATOS  PIC 9(05) VALUE ZEROS.
           05 WS-CT-AVISOS     PIC 9(05) VALUE ZEROS.
           05 WS-CT-INCLUSOES  PIC 9(05) VALUE ZEROS.
           05 WS-CT-EXCLUSOES  PIC 9(05) VALUE ZEROS.
           05 WS-CT-CANCELADOS PIC 9(05) VALUE ZEROS.
           05 WS-CT-SEM-DEVEDOR PIC 9(05) VALUE ZEROS.
           05 WS-CT-REMESSA    PIC 9(06) VALUE ZEROS.

      *----------------------------------------------------------------*
      * REMESSA AO BUREAU: HDR, UM DETALHE POR INCLUSAO OU EXCLUSAO E
      * TRL COM A QUANTIDADE DE DETALHES
      *----------------------------------------------------------------*
       01 WS-REM-HDR.
           05 WS-RH-TIPO       PIC X(03) VALUE 'HDR'.
           05 WS-RH-DATA       PIC 9(08).
           05 WS-RH-ORIGEM     PIC X(15) VALUE 'NEGATIVA-BUREAU'.

       01 WS-REM-DETALHE.
           05 WS-RD-TIPO       PIC X(01).
           05 WS-RD-DATA       PIC 9(08).
           05 WS-RD-CONTRATO   PIC 9(06).
           05 WS-RD-FONE       PIC 9(09).
           05 WS-RD-NOME       PIC X(30).
           05 WS-RD-LOGRADOURO PIC X(30).
           05 WS-RD-NUMERO     PIC X(06).
           05 WS-RD-COMPLEMENTO PIC X(15).
           05 WS-RD-BAIRRO     PIC X(20).
           05 WS-RD-CIDADE     PIC X(20).
           05 WS-RD-UF         PIC X(02).
           05 WS-RD-CEP        PIC 9(08).
           05 WS-RD-VALOR      PIC 9(08).
           05 WS-RD-VENCIMENTO PIC 9(08).

       01 WS-REM-TRL.
           05 WS-RT-TIPO       PIC X(03) VALUE 'TRL'.
           05 WS-RT-QTD        PIC 9(06).

       01 WS-LINHA-CARTA.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-C-TEXTO       PIC X(78).
       01 WS-ED-VALOR          PIC ZZ,ZZZ,ZZ9.
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
           PERFORM 4-CARREGA-XREF UNTIL WS-EOF-XREF = 'S'.
           MOVE LOW-VALUES TO EMP-CONTRATO.
           START EMPRESTIMOS KEY IS NOT LESS THAN EMP-CONTRATO
               INVALID KEY MOVE 'S' TO WS-EOF
           END-START.
           PERFORM 5-TRATA-CONTRATO UNTIL WS-EOF = 'S'.
           PERFORM 9-FINALIZA.
           MOVE 'FIM' TO WS-RUN-FASE.
           MOVE WS-CT-CONTRATOS TO WS-RUN-LIDOS.
           MOVE WS-CT-REMESSA TO WS-RUN-GRAVADOS.
           MOVE WS-CT-SEM-DEVEDOR TO WS-RUN-REJ.
           MOVE 'OK' TO WS-RUN-STATUS.
           CALL 'REGISTRA-RUN' USING WS-RUN-JOB WS-RUN-FASE
               WS-RUN-LIDOS WS-RUN-GRAVADOS WS-RUN-REJ
               WS-RUN-STATUS.
           IF WS-RUN-REJ > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1-RESOLVE-CAMINHOS.
           MOVE 'EMPRESTIMOS-DAT' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-EMPREST
           END-IF.
           MOVE 'EMPRESTIMO-PARC' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-PARC
           END-IF.
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
           MOVE 'BUREAU-CONTROLE' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-CONTROLE
           END-IF.
           MOVE 'BUREAU-PARAM' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-PARAM
           END-IF.
           MOVE 'BUREAU-REMESSA' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-REMESSA
           END-IF.
           MOVE 'BUREAU-AVISO' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-AVISO
           END-IF.

       11-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.

      * O AVISO PRECISA DE ANTECEDENCIA MENOR QUE O PRAZO DA INCLUSAO
       2-CARREGA-PARAMETROS.
           OPEN INPUT BUREAU-PARAM.
           IF WS-FS-PARAM = '00'
               PERFORM 21-LE-PARAMETRO UNTIL WS-EOF-PARAM = 'S'
           END-IF.
           CLOSE BUREAU-PARAM.
           IF WS-DIAS-AVISO NOT < WS-DIAS-INCLUSAO
               DISPLAY 'BUREAU-PARAM.TXT: DIAS-AVISO DEVE SER MENOR '
                   'QUE DIAS-INCLUSAO'
               PERFORM 29-ABORTA
           END-IF.
           COMPUTE WS-DIAS-PARA-AVISO =
               WS-DIAS-INCLUSAO - WS-DIAS-AVISO.

       21-LE-PARAMETRO.
           READ BUREAU-PARAM
               AT END MOVE 'S' TO WS-EOF-PARAM
               NOT AT END
                   UNSTRING REG-PARAM DELIMITED BY ';'
                       INTO WS-P-NOME WS-P-VALOR1
                   END-UNSTRING
                   EVALUATE WS-P-NOME
                   WHEN 'DIAS-INCLUSAO'
                       COMPUTE WS-DIAS-INCLUSAO =
                           FUNCTION NUMVAL (WS-P-VALOR1)
                   WHEN 'DIAS-AVISO'
                       COMPUTE WS-DIAS-AVISO =
                           FUNCTION NUMVAL (WS-P-VALOR1)
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
           COMPUTE WS-DIA-HOJE =
               FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE).
           OPEN INPUT EMPRESTIMOS.
           IF WS-FS-EMPREST NOT = '00'
               DISPLAY 'SEM CARTEIRA DE EMPRESTIMOS'
               PERFORM 29-ABORTA
           END-IF.
           OPEN INPUT EMPRESTIMO-PARC.
           IF WS-FS-PARC NOT = '00'
               DISPLAY 'EMPRESTIMO-PARC.DAT NAO ENCONTRADO'
               PERFORM 29-ABORTA
           END-IF.
           OPEN INPUT CLIENTES.
           IF WS-FS-CLIENTES NOT = '00'
               DISPLAY 'CLIENTES.DAT NAO ENCONTRADO'
               PERFORM 29-ABORTA
           END-IF.
           OPEN INPUT XREF-CLIENTES.
           IF WS-FS-XREF NOT = '00'
               DISPLAY 'SEM REFERENCIA CRUZADA CLIENTE X CONTA'
               PERFORM 29-ABORTA
           END-IF.
           OPEN I-O BUREAU-CONTROLE
               IF WS-FS-CONTROLE EQUAL '35'
                   OPEN OUTPUT BUREAU-CONTROLE
                   CLOSE BUREAU-CONTROLE
                   OPEN I-O BUREAU-CONTROLE
               END-IF.
           OPEN OUTPUT BUREAU-REMESSA.
           OPEN OUTPUT AVISO-PREVIO.
           MOVE WS-DATA-HOJE TO WS-RH-DATA.
           WRITE REG-REMESSA FROM WS-REM-HDR.

       4-CARREGA-XREF.
           READ XREF-CLIENTES
               AT END MOVE 'S' TO WS-EOF-XREF
               NOT AT END
                   MOVE REG-XREF TO WS-LINHA-XREF
                   IF WS-XR-TITULAR
                       IF WS-CNT-TITULAR < 500
                           ADD 1 TO WS-CNT-TITULAR
                           SET WS-IDX-TIT TO WS-CNT-TITULAR
                           MOVE WS-XR-CONTA TO WS-T-CONTA (WS-IDX-TIT)
                           MOVE WS-XR-FONE TO WS-T-FONE (WS-IDX-TIT)
                       ELSE
                           DISPLAY 'XREF EXCEDE A TABELA - '
                               'NEGATIVACAO ABORTADA'
                           PERFORM 29-ABORTA
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * CADA CONTRATO CONTRA O SEU REGISTRO DE CONTROLE: SO ENTRA NO
      * CICLO O CONTRATO EM ATRASO; O QUE JA ESTA NO CICLO E
      * ACOMPANHADO ATE A EXCLUSAO OU O CANCELAMENTO DO AVISO
      *----------------------------------------------------------------*
       5-TRATA-CONTRATO.
           READ EMPRESTIMOS NEXT RECORD
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-CT-CONTRATOS
                   MOVE EMP-CONTRATO TO BUR-CONTRATO
                   MOVE 'S' TO WS-TEM-CONTROLE
                   READ BUREAU-CONTROLE
                       INVALID KEY MOVE 'N' TO WS-TEM-CONTROLE
                   END-READ
                   IF WS-TEM-CONTROLE = 'N'
                       MOVE 'E' TO BUR-SITUACAO
                   END-IF
                   EVALUATE TRUE
                   WHEN EMP-SITUACAO = 'T'
                       PERFORM 51-LEVANTA-ATRASO
                       PERFORM 6-CONTRATO-EM-ATRASO
                   WHEN BUR-SITUACAO = 'I'
                       PERFORM 72-EXCLUI
                   WHEN BUR-SITUACAO = 'A'
                       PERFORM 73-CANCELA-AVISO
                   WHEN OTHER
                       CONTINUE
                   END-EVALUATE
           END-READ.

      * DIAS DE ATRASO DA PARCELA PENDENTE MAIS ANTIGA E O TOTAL
      * VENCIDO; AS PARCELAS SAO NUMERADAS NA ORDEM DO VENCIMENTO
       51-LEVANTA-ATRASO.
           MOVE ZEROS TO WS-DIAS-ATRASO WS-VALOR-VENCIDO
               WS-VENC-ANTIGO.
           MOVE 'N' TO WS-EOF-PARC.
           MOVE EMP-CONTRATO TO PAR-CONTRATO.
           MOVE ZEROS TO PAR-NUMERO.
           START EMPRESTIMO-PARC KEY IS NOT LESS THAN PAR-CHAVE
               INVALID KEY MOVE 'S' TO WS-EOF-PARC
           END-START.
           PERFORM 511-SOMA-VENCIDA UNTIL WS-EOF-PARC = 'S'.

       511-SOMA-VENCIDA.
           READ EMPRESTIMO-PARC NEXT RECORD
               AT END MOVE 'S' TO WS-EOF-PARC
               NOT AT END
                   IF PAR-CONTRATO NOT = EMP-CONTRATO
                      OR PAR-VENCIMENTO NOT < WS-DATA-HOJE
                       MOVE 'S' TO WS-EOF-PARC
                   ELSE
                       IF PAR-SITUACAO = 'P'
                           PERFORM 512-PARCELA-VENCIDA
                       END-IF
                   END-IF
           END-READ.

       512-PARCELA-VENCIDA.
           MOVE 'P' TO WS-DU-FUNCAO.
           MOVE PAR-VENCIMENTO TO WS-DU-DATA.
           MOVE ZEROS TO WS-DU-DIAS.
           CALL 'DIA-UTIL' USING WS-DU-FUNCAO WS-DU-DATA WS-DU-DIAS
               WS-DU-RESULTADO WS-DU-UTIL.
           MOVE WS-DU-RESULTADO TO WS-VENC-UTIL.
           IF WS-VENC-UTIL < WS-DATA-HOJE
               ADD PAR-VALOR TO WS-VALOR-VENCIDO
               IF WS-VENC-ANTIGO = ZEROS
                   MOVE PAR-VENCIMENTO TO WS-VENC-ANTIGO
                   COMPUTE WS-DIA-VENC =
                       FUNCTION INTEGER-OF-DATE (WS-VENC-UTIL)
                   COMPUTE WS-DIAS-ATRASO = WS-DIA-HOJE - WS-DIA-VENC
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * CONTRATO EM ATRASO: FORA DO CICLO RECEBE O AVISO QUANDO O
      * ATRASO CHEGA AO PRAZO DO AVISO; AVISADO E INCLUIDO QUANDO
      * CHEGA AO PRAZO DA INCLUSAO E O AVISO JA CORREU O SEU PRAZO
      *----------------------------------------------------------------*
       6-CONTRATO-EM-ATRASO.
           EVALUATE TRUE
           WHEN BUR-SITUACAO = 'I'
               CONTINUE
           WHEN BUR-SITUACAO = 'A'
               COMPUTE WS-DIA-AVISO =
                   FUNCTION INTEGER-OF-DATE (BUR-DATA-AVISO)
               COMPUTE WS-DIAS-DO-AVISO = WS-DIA-HOJE - WS-DIA-AVISO
               IF WS-DIAS-ATRASO NOT < WS-DIAS-INCLUSAO
                  AND WS-DIAS-DO-AVISO NOT < WS-DIAS-AVISO
                   PERFORM 71-INCLUI
               END-IF
           WHEN OTHER
               IF WS-DIAS-ATRASO NOT < WS-DIAS-PARA-AVISO
                   PERFORM 61-AVISA
               END-IF
           END-EVALUATE.

       61-AVISA.
           PERFORM 8-LOCALIZA-DEVEDOR.
           IF WS-TEM-DEVEDOR = 'S'
               PERFORM 62-CARTA-AVISO
               MOVE EMP-CONTRATO TO BUR-CONTRATO
               MOVE EMP-CONTA TO BUR-CONTA
               MOVE WS-FONE-DEVEDOR TO BUR-FONE
               MOVE 'A' TO BUR-SITUACAO
               MOVE WS-DATA-HOJE TO BUR-DATA-AVISO
               MOVE ZEROS TO BUR-DATA-INCLUSAO BUR-DATA-EXCLUSAO
               MOVE WS-VALOR-VENCIDO TO BUR-VALOR
               PERFORM 74-GRAVA-CONTROLE
               ADD 1 TO WS-CT-AVISOS
           END-IF.

      * CARTA DE AVISO PREVIO: ENDERECO, CONTRATO, VALOR VENCIDO E A
      * DATA A PARTIR DA QUAL O NOME PODE SER INCLUIDO NO BUREAU
       62-CARTA-AVISO.
           COMPUTE WS-DATA-PREVISTA = FUNCTION DATE-OF-INTEGER
               (WS-DIA-HOJE + WS-DIAS-AVISO).
           MOVE ALL '=' TO REG-AVISO.
           WRITE REG-AVISO.
           MOVE SPACES TO WS-LINHA-CARTA.
           MOVE CLIENTES-NAME TO WS-C-TEXTO.
           WRITE REG-AVISO FROM WS-LINHA-CARTA.
           MOVE SPACES TO WS-LINHA-CARTA.
           STRING CLIENTES-LOGRADOURO ' ' CLIENTES-NUMERO ' '
               CLIENTES-COMPLEMENTO
               DELIMITED BY SIZE INTO WS-C-TEXTO.
           WRITE REG-AVISO FROM WS-LINHA-CARTA.
           MOVE SPACES TO WS-LINHA-CARTA.
           STRING CLIENTES-BAIRRO ' ' CLIENTES-CIDADE ' '
               CLIENTES-UF ' CEP ' CLIENTES-CEP
               DELIMITED BY SIZE INTO WS-C-TEXTO.
           WRITE REG-AVISO FROM WS-LINHA-CARTA.
           MOVE SPACES TO REG-AVISO.
           WRITE REG-AVISO.
           MOVE SPACES TO WS-LINHA-CARTA.
           STRING 'AVISO DE INCLUSAO EM CADASTRO DE INADIMPLENTES - '
               WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-C-TEXTO.
           WRITE REG-AVISO FROM WS-LINHA-CARTA.
           MOVE WS-VALOR-VENCIDO TO WS-ED-VALOR.
           MOVE SPACES TO WS-LINHA-CARTA.
           STRING 'O CONTRATO DE EMPRESTIMO ' EMP-CONTRATO
               ' TEM PARCELAS VENCIDAS DESDE ' WS-VENC-ANTIGO
               DELIMITED BY SIZE INTO WS-C-TEXTO.
           WRITE REG-AVISO FROM WS-LINHA-CARTA.
           MOVE SPACES TO WS-LINHA-CARTA.
           STRING 'NO VALOR DE ' WS-ED-VALOR '. SEM O PAGAMENTO, O '
               'DEBITO SERA INFORMADO'
               DELIMITED BY SIZE INTO WS-C-TEXTO.
           WRITE REG-AVISO FROM WS-LINHA-CARTA.
           MOVE SPACES TO WS-LINHA-CARTA.
           STRING 'AO BUREAU DE CREDITO A PARTIR DE ' WS-DATA-PREVISTA
               '.'
               DELIMITED BY SIZE INTO WS-C-TEXTO.
           WRITE REG-AVISO FROM WS-LINHA-CARTA.

       71-INCLUI.
           MOVE BUR-FONE TO CLIENTES-FONE.
           MOVE 'S' TO WS-TEM-DEVEDOR.
           READ CLIENTES
               INVALID KEY
                   MOVE 'N' TO WS-TEM-DEVEDOR
                   ADD 1 TO WS-CT-SEM-DEVEDOR
                   DISPLAY 'CONTRATO ' EMP-CONTRATO ': CLIENTE '
                       BUR-FONE ' SEM CADASTRO - INCLUSAO ADIADA'
           END-READ.
           IF WS-TEM-DEVEDOR = 'S'
               MOVE 'I' TO WS-RD-TIPO
               MOVE WS-VALOR-VENCIDO TO WS-RD-VALOR
               MOVE WS-VENC-ANTIGO TO WS-RD-VENCIMENTO
               PERFORM 75-GRAVA-REMESSA
               MOVE 'I' TO BUR-SITUACAO
               MOVE WS-DATA-HOJE TO BUR-DATA-INCLUSAO
               MOVE WS-VALOR-VENCIDO TO BUR-VALOR
               PERFORM 74-GRAVA-CONTROLE
               ADD 1 TO WS-CT-INCLUSOES
           END-IF.

      * A EXCLUSAO SAI COM O QUE FOI INCLUIDO, MESMO SE O CADASTRO
      * DO CLIENTE SUMIU: O NOME NAO PODE FICAR NO BUREAU
       72-EXCLUI.
           MOVE BUR-FONE TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   MOVE SPACES TO CLIENTES-NAME CLIENTES-ENDERECO
                   MOVE ZEROS TO CLIENTES-CEP
           END-READ.
           MOVE 'E' TO WS-RD-TIPO.
           MOVE BUR-VALOR TO WS-RD-VALOR.
           MOVE ZEROS TO WS-RD-VENCIMENTO.
           PERFORM 75-GRAVA-REMESSA.
           MOVE 'E' TO BUR-SITUACAO.
           MOVE WS-DATA-HOJE TO BUR-DATA-EXCLUSAO.
           PERFORM 74-GRAVA-CONTROLE.
           ADD 1 TO WS-CT-EXCLUSOES.

       73-CANCELA-AVISO.
           MOVE 'C' TO BUR-SITUACAO.
           PERFORM 74-GRAVA-CONTROLE.
           ADD 1 TO WS-CT-CANCELADOS.

       74-GRAVA-CONTROLE.
           IF WS-TEM-CONTROLE = 'S'
               REWRITE BUREAU-REG
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR CONTROLE DO CONTRATO '
                           BUR-CONTRATO
               END-REWRITE
           ELSE
               WRITE BUREAU-REG
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR CONTROLE DO CONTRATO '
                           BUR-CONTRATO
               END-WRITE
               MOVE 'S' TO WS-TEM-CONTROLE
           END-IF.

       75-GRAVA-REMESSA.
           MOVE WS-DATA-HOJE TO WS-RD-DATA.
           MOVE BUR-CONTRATO TO WS-RD-CONTRATO.
           MOVE BUR-FONE TO WS-RD-FONE.
           MOVE CLIENTES-NAME TO WS-RD-NOME.
           MOVE CLIENTES-LOGRADOURO TO WS-RD-LOGRADOURO.
           MOVE CLIENTES-NUMERO TO WS-RD-NUMERO.
           MOVE CLIENTES-COMPLEMENTO TO WS-RD-COMPLEMENTO.
           MOVE CLIENTES-BAIRRO TO WS-RD-BAIRRO.
           MOVE CLIENTES-CIDADE TO WS-RD-CIDADE.
           MOVE CLIENTES-UF TO WS-RD-UF.
           MOVE CLIENTES-CEP TO WS-RD-CEP.
           WRITE REG-REMESSA FROM WS-REM-DETALHE.
           ADD 1 TO WS-CT-REMESSA.

      * O DEVEDOR E O TITULAR DA CONTA DO CONTRATO, COM CADASTRO
       8-LOCALIZA-DEVEDOR.
           MOVE 'N' TO WS-TEM-DEVEDOR.
           SET WS-IDX-TIT TO 1.
           SEARCH WS-TITULAR-ITEM
               AT END CONTINUE
               WHEN WS-IDX-TIT > WS-CNT-TITULAR
                   CONTINUE
               WHEN WS-T-CONTA (WS-IDX-TIT) = EMP-CONTA
                   MOVE WS-T-FONE (WS-IDX-TIT) TO WS-FONE-DEVEDOR
                   MOVE 'S' TO WS-TEM-DEVEDOR
           END-SEARCH.
           IF WS-TEM-DEVEDOR = 'S'
               MOVE WS-FONE-DEVEDOR TO CLIENTES-FONE
               READ CLIENTES
                   INVALID KEY MOVE 'N' TO WS-TEM-DEVEDOR
               END-READ
           END-IF.
           IF WS-TEM-DEVEDOR = 'N'
               ADD 1 TO WS-CT-SEM-DEVEDOR
               DISPLAY 'CONTRATO ' EMP-CONTRATO ': CONTA ' EMP-CONTA
                   ' SEM TITULAR CADASTRADO - AVISO ADIADO'
           END-IF.

       9-FINALIZA.
           MOVE WS-CT-REMESSA TO WS-RT-QTD.
           WRITE REG-REMESSA FROM WS-REM-TRL.
           DISPLAY 'CONTRATOS LIDOS.........: ' WS-CT-CONTRATOS.
           DISPLAY 'AVISOS PREVIOS EMITIDOS.: ' WS-CT-AVISOS.
           DISPLAY 'INCLUSOES NO BUREAU.....: ' WS-CT-INCLUSOES.
           DISPLAY 'EXCLUSOES DO BUREAU.....: ' WS-CT-EXCLUSOES.
           DISPLAY 'AVISOS CANCELADOS.......: ' WS-CT-CANCELADOS.
           DISPLAY 'SEM TITULAR CADASTRADO..: ' WS-CT-SEM-DEVEDOR.
           CLOSE EMPRESTIMOS.
           CLOSE EMPRESTIMO-PARC.
           CLOSE CLIENTES.
           CLOSE XREF-CLIENTES.
           CLOSE BUREAU-CONTROLE.
           CLOSE BUREAU-REMESSA.
           CLOSE AVISO-PREVIO.
      *================================================================*
