      *================================================================*
      * Author:
      * Date:
      * Purpose: Batida de fim de mes da provisao para perdas da
      *  carteira de emprestimos. Cada contrato com saldo a receber
      *  (ativo, em atraso, ou renegociado com parcelas que ficaram
      *  nele) e classificado no rating AA a H pelos dias de atraso
      *  da parcela pendente mais antiga de EMPRESTIMO-PARC.DAT,
      *  contados do primeiro dia util depois do vencimento como no
      *  COBRA-ATRASO, e provisionado no percentual do rating sobre o
      *  saldo devedor. Faixas e percentuais tem padrao (AA em dia,
      *  A ate 14 dias 0,5%, B ate 30 1%, C ate 60 3%, D ate 90 10%,
      *  E ate 120 30%, F ate 150 50%, G ate 180 70%, H acima 100%)
      *  e podem ser trocados em PROVISAO-PARAM.TXT, linhas
      *  rating;dias-maximo;percentual. A classificacao do mes fica
      *  em PROVISAO-HIST.DAT (competencia AAAAMM + contrato); rodada
      *  repetida no mes substitui a do mes. O relatorio traz o
      *  contrato com o rating do mes anterior, o saldo da provisao
      *  por rating contra o mes anterior e a movimentacao: provisao
      *  constituida (contratos novos e aumentos), revertida
      *  (reducoes e contratos que sairam da carteira) e contratos
      *  que mudaram de rating.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVISIONA-CARTEIRA.
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

           SELECT PROVISAO-HIST ASSIGN TO WS-ARQ-HIST
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-HIST
             RECORD KEY PRV-CHAVE.

           SELECT OPTIONAL PROVISAO-PARAM ASSIGN TO WS-ARQ-PARAM
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-PARAM.

           SELECT RELATORIO-PROVISAO ASSIGN TO WS-ARQ-RELAT
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-RELAT.

      *================================================================*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD EMPRESTIMOS.
       COPY EMPRREG.

       FD EMPRESTIMO-PARC.
       COPY PARCREG.

      * UM REGISTRO POR CONTRATO CLASSIFICADO EM CADA COMPETENCIA
       FD PROVISAO-HIST.
       01 PROVISAO-REG.
           03 PRV-CHAVE.
               05 PRV-COMP     PIC 9(06).
               05 PRV-CONTRATO PIC 9(06).
           03 PRV-CONTA        PIC 9(05).
           03 PRV-DIAS-ATRASO  PIC 9(05).
           03 PRV-RATING       PIC X(02).
           03 PRV-SALDO-DEV    PIC 9(08).
           03 PRV-PCT          PIC 9(03)V99.
           03 PRV-PROVISAO     PIC 9(09)V99.
           03 PRV-DATA         PIC 9(08).

       FD PROVISAO-PARAM.
       01 REG-PARAM PIC X(40).

       FD RELATORIO-PROVISAO.
       01 REG-RELAT PIC X(100).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      * EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG)
      *----------------------------------------------------------------*
       01 WS-ARQ-EMPREST    PIC X(80) VALUE
           'C:\COBOL\EMPRESTIMOS.DAT'.
       01 WS-ARQ-PARC       PIC X(80) VALUE
           'C:\COBOL\EMPRESTIMO-PARC.DAT'.
       01 WS-ARQ-HIST       PIC X(80) VALUE
           'C:\COBOL\PROVISAO-HIST.DAT'.
       01 WS-ARQ-PARAM      PIC X(80) VALUE
           'C:\COBOL\PROVISAO-PARAM.TXT'.
       01 WS-ARQ-RELAT      PIC X(80) VALUE
           'C:\COBOL\PROVISAO-CARTEIRA.TXT'.
       01 WS-CFG-LOGICO     PIC X(20).
       01 WS-CFG-CAMINHO    PIC X(80).
       01 WS-CFG-ACHOU      PIC X(01).

       01 WS-STATUS.
           05 WS-FS-EMPREST PIC X(02).
           05 WS-FS-PARC    PIC X(02).
           05 WS-FS-HIST    PIC X(02).
           05 WS-FS-PARAM   PIC X(02).
           05 WS-FS-RELAT   PIC X(02).

       01 WS-EOF            PIC X(01) VALUE 'N'.
       01 WS-EOF-PARC       PIC X(01) VALUE 'N'.
       01 WS-EOF-PARAM      PIC X(01) VALUE 'N'.

      * REGISTRO DA RODADA NO CONTROLE DE EXECUCAO COMPARTILHADO
      * (SUB-ROTINA REGISTRA-RUN)
       01 WS-RUN-CONTROLE.
           05 WS-RUN-JOB       PIC X(20) VALUE 'PROVISIONA-CARTEIRA'.
           05 WS-RUN-FASE      PIC X(03).
           05 WS-RUN-LIDOS     PIC 9(07) VALUE ZEROS.
           05 WS-RUN-GRAVADOS  PIC 9(07) VALUE ZEROS.
           05 WS-RUN-REJ       PIC 9(07) VALUE ZEROS.
           05 WS-RUN-STATUS    PIC X(10).

      *----------------------------------------------------------------*
      * RATINGS EM ORDEM DE RISCO: CODIGO, MAXIMO DE DIAS DE ATRASO E
      * PERCENTUAL DE PROVISAO. O ULTIMO (H) PEGA TODO O RESTO
      *----------------------------------------------------------------*
       01 WS-TAB-RATING-VALORES.
           05 FILLER PIC X(12) VALUE 'AA0000000000'.
           05 FILLER PIC X(12) VALUE 'A 0001400050'.
           05 FILLER PIC X(12) VALUE 'B 0003000100'.
           05 FILLER PIC X(12) VALUE 'C 0006000300'.
           05 FILLER PIC X(12) VALUE 'D 0009001000'.
           05 FILLER PIC X(12) VALUE 'E 0012003000'.
           05 FILLER PIC X(12) VALUE 'F 0015005000'.
           05 FILLER PIC X(12) VALUE 'G 0018007000'.
           05 FILLER PIC X(12) VALUE 'H 9999910000'.
       01 WS-TAB-RATING REDEFINES WS-TAB-RATING-VALORES.
           05 WS-RAT-ITEM OCCURS 9 TIMES.
               10 WS-RAT-CODIGO   PIC X(02).
               10 WS-RAT-DIAS-MAX PIC 9(05).
               10 WS-RAT-PCT      PIC 9(03)V99.

      * SALDOS POR RATING: MES ATUAL E MES ANTERIOR
       01 WS-TAB-TOTAIS.
           05 WS-TOT-ITEM OCCURS 9 TIMES.
               10 WS-T-CONTRATOS   PIC 9(05).
               10 WS-T-SALDO-DEV   PIC 9(11).
               10 WS-T-PROVISAO    PIC 9(11)V99.
               10 WS-T-CONTR-ANT   PIC 9(05).
               10 WS-T-PROV-ANT    PIC 9(11)V99.
       01 WS-IDX-RAT           PIC 9(02) VALUE ZEROS.
       01 WS-IDX-ANT           PIC 9(02) VALUE ZEROS.

       01 WS-PARAM-CAMPOS.
           05 WS-P-NOME        PIC X(10).
           05 WS-P-VALOR1      PIC X(10).
           05 WS-P-VALOR2      PIC X(10).

       01 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       01 WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           03 WS-HJ-ANO        PIC 9(04).
           03 WS-HJ-MES        PIC 9(02).
           03 WS-HJ-DIA        PIC 9(02).

      * COMPETENCIA DA RODADA E A ANTERIOR, COM QUEM ELA E COMPARADA
       01 WS-COMP-ATUAL        PIC 9(06) VALUE ZEROS.
       01 WS-COMP-ANT          PIC 9(06) VALUE ZEROS.
       01 WS-COMP-ANT-R REDEFINES WS-COMP-ANT.
           03 WS-CA-ANO        PIC 9(04).
           03 WS-CA-MES        PIC 9(02).

      * PARAMETROS DA SUB-ROTINA DE CALENDARIO DIA-UTIL
       01 WS-DU-CHAMADA.
           05 WS-DU-FUNCAO     PIC X(01).
           05 WS-DU-DATA       PIC 9(08).
           05 WS-DU-DIAS       PIC 9(03).
           05 WS-DU-RESULTADO  PIC 9(08).
           05 WS-DU-UTIL       PIC X(01).

       01 WS-CALCULO.
           05 WS-DIA-HOJE      PIC 9(08) VALUE ZEROS.
           05 WS-DIA-VENC      PIC 9(08) VALUE ZEROS.
           05 WS-VENC-UTIL     PIC 9(08) VALUE ZEROS.
           05 WS-DIAS-ATRASO   PIC 9(05) VALUE ZEROS.
           05 WS-ACHOU-PEND    PIC X(01) VALUE 'N'.
           05 WS-TEM-ANT       PIC X(01) VALUE 'N'.
           05 WS-CHAVE-SALVA   PIC X(12) VALUE SPACES.
           05 WS-ANT-CONTRATO  PIC 9(06) VALUE ZEROS.
           05 WS-ANT-CONTA     PIC 9(05) VALUE ZEROS.
           05 WS-ANT-RATING    PIC X(02) VALUE SPACES.
           05 WS-ANT-PROVISAO  PIC 9(09)V99 VALUE ZEROS.
           05 WS-PROVISAO      PIC 9(09)V99 VALUE ZEROS.
           05 WS-DIFERENCA     PIC 9(09)V99 VALUE ZEROS.

      * MOVIMENTACAO DA PROVISAO CONTRA O MES ANTERIOR
       01 WS-MOVIMENTO.
           05 WS-CT-CLASSIFICADOS PIC 9(05) VALUE ZEROS.
           05 WS-CT-EXCLUIDOS  PIC 9(05) VALUE ZEROS.
           05 WS-CT-NOVOS      PIC 9(05) VALUE ZEROS.
           05 WS-CT-BAIXADOS   PIC 9(05) VALUE ZEROS.
           05 WS-CT-PIORARAM   PIC 9(05) VALUE ZEROS.
           05 WS-CT-MELHORARAM PIC 9(05) VALUE ZEROS.
           05 WS-CT-MANTIDOS   PIC 9(05) VALUE ZEROS.
           05 WS-CT-SUBSTITUIDOS PIC 9(05) VALUE ZEROS.
           05 WS-TOT-CONSTITUIDA PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOT-REVERTIDA PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOT-PROV-ANT  PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOT-PROVISAO  PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOT-SALDO-DEV PIC 9(11) VALUE ZEROS.

       01 WS-LINHA-CONTRATO.
           05 FILLER           PIC X(04) VALUE 'CTR '.
           05 WS-L-CONTRATO    PIC 9(06).
           05 FILLER           PIC X(07) VALUE ' CONTA '.
           05 WS-L-CONTA       PIC 9(05).
           05 FILLER           PIC X(08) VALUE ' ATRASO '.
           05 WS-L-DIAS        PIC ZZZZ9.
           05 FILLER           PIC X(08) VALUE ' RATING '.
           05 WS-L-RATING      PIC X(02).
           05 FILLER           PIC X(05) VALUE ' ANT '.
           05 WS-L-RATING-ANT  PIC X(02).
           05 FILLER           PIC X(05) VALUE ' DEV '.
           05 WS-L-SALDO-DEV   PIC ZZZZZZZ9.
           05 FILLER           PIC X(06) VALUE ' PROV '.
           05 WS-L-PROVISAO    PIC ZZZZZZZZ9.99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-L-OBS         PIC X(08).

       01 WS-LINHA-RATING.
           05 FILLER           PIC X(07) VALUE 'RATING '.
           05 WS-R-RATING      PIC X(02).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-R-PCT         PIC ZZ9.99.
           05 FILLER           PIC X(07) VALUE '% CTRS '.
           05 WS-R-CONTRATOS   PIC ZZZZ9.
           05 FILLER           PIC X(05) VALUE ' DEV '.
           05 WS-R-SALDO-DEV   PIC ZZZZZZZZZZ9.
           05 FILLER           PIC X(06) VALUE ' PROV '.
           05 WS-R-PROVISAO    PIC ZZZZZZZZZZ9.99.
           05 FILLER           PIC X(09) VALUE ' MES ANT '.
           05 WS-R-PROV-ANT    PIC ZZZZZZZZZZ9.99.

       01 WS-LINHA-TOTAL.
           05 WS-TL-ROTULO     PIC X(30).
           05 WS-TL-VALOR      PIC ZZZZZZZZZZ9.99.
       01 WS-LINHA-CONTADOR.
           05 WS-TC-ROTULO     PIC X(30).
           05 WS-TC-VALOR      PIC ZZZZ9.
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
           PERFORM 4-LIMPA-COMPETENCIA.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO EMP-CONTRATO.
           START EMPRESTIMOS KEY IS NOT LESS THAN EMP-CONTRATO
               INVALID KEY MOVE 'S' TO WS-EOF
           END-START.
           PERFORM 5-CLASSIFICA-CONTRATO UNTIL WS-EOF = 'S'.
           PERFORM 6-CONFERE-MES-ANTERIOR.
           PERFORM 8-RELATORIO-SALDOS.
           PERFORM 9-FINALIZA.
           MOVE 'FIM' TO WS-RUN-FASE.
           MOVE WS-CT-CLASSIFICADOS TO WS-RUN-LIDOS.
           MOVE WS-CT-CLASSIFICADOS TO WS-RUN-GRAVADOS.
           MOVE 'OK' TO WS-RUN-STATUS.
           CALL 'REGISTRA-RUN' USING WS-RUN-JOB WS-RUN-FASE
               WS-RUN-LIDOS WS-RUN-GRAVADOS WS-RUN-REJ
               WS-RUN-STATUS.
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
           MOVE 'PROVISAO-HIST' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-HIST
           END-IF.
           MOVE 'PROVISAO-PARAM' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-PARAM
           END-IF.
           MOVE 'PROVISAO-CARTEIRA' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-RELAT
           END-IF.

       11-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.

      * LINHA RATING;DIAS-MAXIMO;PERCENTUAL TROCA A FAIXA DO RATING.
      * FAIXAS FORA DE ORDEM DEIXARIAM RATING SEM CONTRATO: A BATIDA
      * NAO RODA COM ELAS
       2-CARREGA-PARAMETROS.
           OPEN INPUT PROVISAO-PARAM.
           IF WS-FS-PARAM = '00'
               PERFORM 21-LE-PARAMETRO UNTIL WS-EOF-PARAM = 'S'
           END-IF.
           CLOSE PROVISAO-PARAM.
           PERFORM VARYING WS-IDX-RAT FROM 2 BY 1
                   UNTIL WS-IDX-RAT > 9
               COMPUTE WS-IDX-ANT = WS-IDX-RAT - 1
               IF WS-RAT-DIAS-MAX (WS-IDX-RAT) NOT >
                  WS-RAT-DIAS-MAX (WS-IDX-ANT)
                   DISPLAY 'PROVISAO-PARAM.TXT: FAIXA DO RATING '
                       WS-RAT-CODIGO (WS-IDX-RAT) ' FORA DE ORDEM'
                   PERFORM 29-ABORTA
               END-IF
           END-PERFORM.
           MOVE 99999 TO WS-RAT-DIAS-MAX (9).

       21-LE-PARAMETRO.
           READ PROVISAO-PARAM
               AT END MOVE 'S' TO WS-EOF-PARAM
               NOT AT END
                   MOVE SPACES TO WS-PARAM-CAMPOS
                   UNSTRING REG-PARAM DELIMITED BY ';'
                       INTO WS-P-NOME WS-P-VALOR1 WS-P-VALOR2
                   END-UNSTRING
                   PERFORM VARYING WS-IDX-RAT FROM 1 BY 1
                           UNTIL WS-IDX-RAT > 9
                              OR WS-RAT-CODIGO (WS-IDX-RAT) = WS-P-NOME
                       CONTINUE
                   END-PERFORM
                   IF WS-IDX-RAT > 9
                       DISPLAY 'PARAMETRO DESCONHECIDO: ' WS-P-NOME
                   ELSE
                       COMPUTE WS-RAT-DIAS-MAX (WS-IDX-RAT) =
                           FUNCTION NUMVAL (WS-P-VALOR1)
                       COMPUTE WS-RAT-PCT (WS-IDX-RAT) =
                           FUNCTION NUMVAL (WS-P-VALOR2)
                   END-IF
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
           INITIALIZE WS-TAB-TOTAIS.
           MOVE WS-DATA-HOJE (1:6) TO WS-COMP-ATUAL.
           MOVE WS-HJ-ANO TO WS-CA-ANO.
           MOVE WS-HJ-MES TO WS-CA-MES.
           IF WS-CA-MES = 1
               MOVE 12 TO WS-CA-MES
               SUBTRACT 1 FROM WS-CA-ANO
           ELSE
               SUBTRACT 1 FROM WS-CA-MES
           END-IF.
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
           OPEN I-O PROVISAO-HIST
               IF WS-FS-HIST EQUAL '35'
                   OPEN OUTPUT PROVISAO-HIST
                   CLOSE PROVISAO-HIST
                   OPEN I-O PROVISAO-HIST
               END-IF.
           OPEN OUTPUT RELATORIO-PROVISAO.
           MOVE SPACES TO REG-RELAT.
           STRING 'PROVISAO PARA PERDAS DA CARTEIRA - COMPETENCIA '
               WS-COMP-ATUAL ' CONTRA ' WS-COMP-ANT
               DELIMITED BY SIZE INTO REG-RELAT
           END-STRING.
           WRITE REG-RELAT.

      * RODADA REPETIDA NO MES: A CLASSIFICACAO ANTERIOR DA
      * COMPETENCIA SAI INTEIRA, INCLUSIVE DE CONTRATO QUITADO DEPOIS
       4-LIMPA-COMPETENCIA.
           MOVE 'N' TO WS-EOF.
           MOVE WS-COMP-ATUAL TO PRV-COMP.
           MOVE ZEROS TO PRV-CONTRATO.
           START PROVISAO-HIST KEY IS NOT LESS THAN PRV-CHAVE
               INVALID KEY MOVE 'S' TO WS-EOF
           END-START.
           PERFORM 41-APAGA-CLASSIFICACAO UNTIL WS-EOF = 'S'.
           IF WS-CT-SUBSTITUIDOS > ZEROS
               DISPLAY 'COMPETENCIA ' WS-COMP-ATUAL ' JA CLASSIFICADA'
                   ' - ' WS-CT-SUBSTITUIDOS ' REGISTROS SUBSTITUIDOS'
           END-IF.

       41-APAGA-CLASSIFICACAO.
           READ PROVISAO-HIST NEXT RECORD
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   IF PRV-COMP NOT = WS-COMP-ATUAL
                       MOVE 'S' TO WS-EOF
                   ELSE
                       DELETE PROVISAO-HIST RECORD
                           INVALID KEY
                               DISPLAY 'ERRO AO APAGAR CLASSIFICACAO '
                                   PRV-CONTRATO
                       END-DELETE
                       ADD 1 TO WS-CT-SUBSTITUIDOS
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * CONTRATO COM SALDO A RECEBER: ATIVO, EM ATRASO, OU O QUE FICOU
      * DE PARCELAS A VENCER NO RENEGOCIADO. QUITADO E RENEGOCIADO
      * SEM SALDO SAEM DA CARTEIRA
      *----------------------------------------------------------------*
       5-CLASSIFICA-CONTRATO.
           READ EMPRESTIMOS NEXT RECORD
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   IF EMP-SITUACAO = 'Q' OR EMP-SALDO-DEV = ZEROS
                       ADD 1 TO WS-CT-EXCLUIDOS
                   ELSE
                       PERFORM 51-ATRASO-MAIS-ANTIGO
                       PERFORM 52-ATRIBUI-RATING
                       PERFORM 53-COMPARA-ANTERIOR
                       PERFORM 54-GRAVA-CLASSIFICACAO
                   END-IF
           END-READ.

      * AS PARCELAS SAO NUMERADAS NA ORDEM DO VENCIMENTO: A PRIMEIRA
      * PENDENTE E A MAIS ANTIGA
       51-ATRASO-MAIS-ANTIGO.
           MOVE ZEROS TO WS-DIAS-ATRASO.
           MOVE 'N' TO WS-ACHOU-PEND.
           MOVE 'N' TO WS-EOF-PARC.
           MOVE EMP-CONTRATO TO PAR-CONTRATO.
           MOVE ZEROS TO PAR-NUMERO.
           START EMPRESTIMO-PARC KEY IS NOT LESS THAN PAR-CHAVE
               INVALID KEY MOVE 'S' TO WS-EOF-PARC
           END-START.
           PERFORM 511-PROCURA-PENDENTE
               UNTIL WS-EOF-PARC = 'S' OR WS-ACHOU-PEND = 'S'.
           IF WS-ACHOU-PEND = 'S' AND PAR-VENCIMENTO < WS-DATA-HOJE
               MOVE 'P' TO WS-DU-FUNCAO
               MOVE PAR-VENCIMENTO TO WS-DU-DATA
               MOVE ZEROS TO WS-DU-DIAS
               CALL 'DIA-UTIL' USING WS-DU-FUNCAO WS-DU-DATA
                   WS-DU-DIAS WS-DU-RESULTADO WS-DU-UTIL
               MOVE WS-DU-RESULTADO TO WS-VENC-UTIL
               IF WS-VENC-UTIL < WS-DATA-HOJE
                   COMPUTE WS-DIA-VENC =
                       FUNCTION INTEGER-OF-DATE (WS-VENC-UTIL)
                   COMPUTE WS-DIAS-ATRASO = WS-DIA-HOJE - WS-DIA-VENC
               END-IF
           END-IF.

       511-PROCURA-PENDENTE.
           READ EMPRESTIMO-PARC NEXT RECORD
               AT END MOVE 'S' TO WS-EOF-PARC
               NOT AT END
                   IF PAR-CONTRATO NOT = EMP-CONTRATO
                       MOVE 'S' TO WS-EOF-PARC
                   ELSE
                       IF PAR-SITUACAO = 'P'
                           MOVE 'S' TO WS-ACHOU-PEND
                       END-IF
                   END-IF
           END-READ.

       52-ATRIBUI-RATING.
           PERFORM VARYING WS-IDX-RAT FROM 1 BY 1
                   UNTIL WS-IDX-RAT = 9
                      OR WS-DIAS-ATRASO NOT >
                         WS-RAT-DIAS-MAX (WS-IDX-RAT)
               CONTINUE
           END-PERFORM.
           COMPUTE WS-PROVISAO ROUNDED =
               EMP-SALDO-DEV * WS-RAT-PCT (WS-IDX-RAT) / 100.
           ADD 1 TO WS-CT-CLASSIFICADOS.
           ADD 1 TO WS-T-CONTRATOS (WS-IDX-RAT).
           ADD EMP-SALDO-DEV TO WS-T-SALDO-DEV (WS-IDX-RAT).
           ADD WS-PROVISAO TO WS-T-PROVISAO (WS-IDX-RAT).
           ADD EMP-SALDO-DEV TO WS-TOT-SALDO-DEV.
           ADD WS-PROVISAO TO WS-TOT-PROVISAO.

      * CONTRATO SEM CLASSIFICACAO NO MES ANTERIOR E NOVO NA CARTEIRA;
      * OS DEMAIS CONSTITUEM OU REVERTEM A DIFERENCA DA PROVISAO
       53-COMPARA-ANTERIOR.
           MOVE WS-COMP-ANT TO PRV-COMP.
           MOVE EMP-CONTRATO TO PRV-CONTRATO.
           MOVE 'S' TO WS-TEM-ANT.
           READ PROVISAO-HIST
               INVALID KEY MOVE 'N' TO WS-TEM-ANT
           END-READ.
           MOVE SPACES TO WS-L-OBS.
           IF WS-TEM-ANT = 'N'
               MOVE SPACES TO WS-ANT-RATING
               MOVE ZEROS TO WS-ANT-PROVISAO
               MOVE 'NOVO' TO WS-L-OBS
               ADD 1 TO WS-CT-NOVOS
           ELSE
               MOVE PRV-RATING TO WS-ANT-RATING
               MOVE PRV-PROVISAO TO WS-ANT-PROVISAO
               PERFORM VARYING WS-IDX-ANT FROM 1 BY 1
                       UNTIL WS-IDX-ANT = 9
                          OR WS-RAT-CODIGO (WS-IDX-ANT) = PRV-RATING
                   CONTINUE
               END-PERFORM
               EVALUATE TRUE
               WHEN WS-IDX-RAT > WS-IDX-ANT
                   MOVE 'PIOROU' TO WS-L-OBS
                   ADD 1 TO WS-CT-PIORARAM
               WHEN WS-IDX-RAT < WS-IDX-ANT
                   MOVE 'MELHOROU' TO WS-L-OBS
                   ADD 1 TO WS-CT-MELHORARAM
               WHEN OTHER
                   ADD 1 TO WS-CT-MANTIDOS
               END-EVALUATE
           END-IF.
           IF WS-PROVISAO > WS-ANT-PROVISAO
               COMPUTE WS-DIFERENCA = WS-PROVISAO - WS-ANT-PROVISAO
               ADD WS-DIFERENCA TO WS-TOT-CONSTITUIDA
           ELSE
               COMPUTE WS-DIFERENCA = WS-ANT-PROVISAO - WS-PROVISAO
               ADD WS-DIFERENCA TO WS-TOT-REVERTIDA
           END-IF.

       54-GRAVA-CLASSIFICACAO.
           MOVE WS-COMP-ATUAL TO PRV-COMP.
           MOVE EMP-CONTRATO TO PRV-CONTRATO.
           MOVE EMP-CONTA TO PRV-CONTA.
           MOVE WS-DIAS-ATRASO TO PRV-DIAS-ATRASO.
           MOVE WS-RAT-CODIGO (WS-IDX-RAT) TO PRV-RATING.
           MOVE EMP-SALDO-DEV TO PRV-SALDO-DEV.
           MOVE WS-RAT-PCT (WS-IDX-RAT) TO PRV-PCT.
           MOVE WS-PROVISAO TO PRV-PROVISAO.
           MOVE WS-DATA-HOJE TO PRV-DATA.
           WRITE PROVISAO-REG
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR CLASSIFICACAO DO CONTRATO '
                       EMP-CONTRATO
           END-WRITE.
           MOVE EMP-CONTRATO TO WS-L-CONTRATO.
           MOVE EMP-CONTA TO WS-L-CONTA.
           MOVE WS-DIAS-ATRASO TO WS-L-DIAS.
           MOVE PRV-RATING TO WS-L-RATING.
           MOVE WS-ANT-RATING TO WS-L-RATING-ANT.
           MOVE EMP-SALDO-DEV TO WS-L-SALDO-DEV.
           MOVE WS-PROVISAO TO WS-L-PROVISAO.
           MOVE WS-LINHA-CONTRATO TO REG-RELAT.
           WRITE REG-RELAT.

      *----------------------------------------------------------------*
      * PERCORRE A CLASSIFICACAO DO MES ANTERIOR: SALDO POR RATING E
      * CONTRATOS QUE SAIRAM DA CARTEIRA (QUITADOS, RENEGOCIADOS),
      * CUJA PROVISAO E REVERTIDA POR INTEIRO. A CONSULTA AO MES
      * ATUAL MUDA A POSICAO DA LEITURA: ELA E RETOMADA DEPOIS DA
      * CHAVE GUARDADA
      *----------------------------------------------------------------*
       6-CONFERE-MES-ANTERIOR.
           MOVE 'N' TO WS-EOF.
           MOVE WS-COMP-ANT TO PRV-COMP.
           MOVE ZEROS TO PRV-CONTRATO.
           START PROVISAO-HIST KEY IS NOT LESS THAN PRV-CHAVE
               INVALID KEY MOVE 'S' TO WS-EOF
           END-START.
           PERFORM 61-TRATA-ANTERIOR UNTIL WS-EOF = 'S'.

       61-TRATA-ANTERIOR.
           READ PROVISAO-HIST NEXT RECORD
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   IF PRV-COMP NOT = WS-COMP-ANT
                       MOVE 'S' TO WS-EOF
                   ELSE
                       PERFORM 62-ACUMULA-ANTERIOR
                   END-IF
           END-READ.

       62-ACUMULA-ANTERIOR.
           MOVE PRV-CHAVE TO WS-CHAVE-SALVA.
           MOVE PRV-CONTRATO TO WS-ANT-CONTRATO.
           MOVE PRV-CONTA TO WS-ANT-CONTA.
           MOVE PRV-RATING TO WS-ANT-RATING.
           MOVE PRV-PROVISAO TO WS-ANT-PROVISAO.
           PERFORM VARYING WS-IDX-ANT FROM 1 BY 1
                   UNTIL WS-IDX-ANT = 9
                      OR WS-RAT-CODIGO (WS-IDX-ANT) = PRV-RATING
               CONTINUE
           END-PERFORM.
           ADD 1 TO WS-T-CONTR-ANT (WS-IDX-ANT).
           ADD PRV-PROVISAO TO WS-T-PROV-ANT (WS-IDX-ANT).
           ADD PRV-PROVISAO TO WS-TOT-PROV-ANT.
           MOVE WS-COMP-ATUAL TO PRV-COMP.
           READ PROVISAO-HIST
               INVALID KEY
                   ADD 1 TO WS-CT-BAIXADOS
                   ADD WS-ANT-PROVISAO TO WS-TOT-REVERTIDA
                   MOVE WS-ANT-CONTRATO TO WS-L-CONTRATO
                   MOVE WS-ANT-CONTA TO WS-L-CONTA
                   MOVE ZEROS TO WS-L-DIAS
                   MOVE SPACES TO WS-L-RATING
                   MOVE WS-ANT-RATING TO WS-L-RATING-ANT
                   MOVE ZEROS TO WS-L-SALDO-DEV
                   MOVE ZEROS TO WS-L-PROVISAO
                   MOVE 'BAIXADO' TO WS-L-OBS
                   MOVE WS-LINHA-CONTRATO TO REG-RELAT
                   WRITE REG-RELAT
           END-READ.
           MOVE WS-CHAVE-SALVA TO PRV-CHAVE.
           START PROVISAO-HIST KEY IS GREATER THAN PRV-CHAVE
               INVALID KEY MOVE 'S' TO WS-EOF
           END-START.

      *----------------------------------------------------------------*
      * SALDO DA PROVISAO POR RATING CONTRA O MES ANTERIOR E A
      * MOVIMENTACAO QUE LEVA DE UM AO OUTRO
      *----------------------------------------------------------------*
       8-RELATORIO-SALDOS.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT.
           MOVE 'SALDO DA PROVISAO POR RATING' TO REG-RELAT.
           WRITE REG-RELAT.
           PERFORM VARYING WS-IDX-RAT FROM 1 BY 1
                   UNTIL WS-IDX-RAT > 9
               MOVE WS-RAT-CODIGO (WS-IDX-RAT) TO WS-R-RATING
               MOVE WS-RAT-PCT (WS-IDX-RAT) TO WS-R-PCT
               MOVE WS-T-CONTRATOS (WS-IDX-RAT) TO WS-R-CONTRATOS
               MOVE WS-T-SALDO-DEV (WS-IDX-RAT) TO WS-R-SALDO-DEV
               MOVE WS-T-PROVISAO (WS-IDX-RAT) TO WS-R-PROVISAO
               MOVE WS-T-PROV-ANT (WS-IDX-RAT) TO WS-R-PROV-ANT
               MOVE WS-LINHA-RATING TO REG-RELAT
               WRITE REG-RELAT
               DISPLAY WS-LINHA-RATING
           END-PERFORM.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT.
           MOVE 'PROVISAO DO MES ANTERIOR....:' TO WS-TL-ROTULO.
           MOVE WS-TOT-PROV-ANT TO WS-TL-VALOR.
           PERFORM 81-GRAVA-TOTAL.
           MOVE '(+) PROVISAO CONSTITUIDA....:' TO WS-TL-ROTULO.
           MOVE WS-TOT-CONSTITUIDA TO WS-TL-VALOR.
           PERFORM 81-GRAVA-TOTAL.
           MOVE '(-) PROVISAO REVERTIDA......:' TO WS-TL-ROTULO.
           MOVE WS-TOT-REVERTIDA TO WS-TL-VALOR.
           PERFORM 81-GRAVA-TOTAL.
           MOVE '(=) PROVISAO DO MES.........:' TO WS-TL-ROTULO.
           MOVE WS-TOT-PROVISAO TO WS-TL-VALOR.
           PERFORM 81-GRAVA-TOTAL.
           MOVE 'CONTRATOS NOVOS.............:' TO WS-TC-ROTULO.
           MOVE WS-CT-NOVOS TO WS-TC-VALOR.
           PERFORM 82-GRAVA-CONTADOR.
           MOVE 'CONTRATOS BAIXADOS..........:' TO WS-TC-ROTULO.
           MOVE WS-CT-BAIXADOS TO WS-TC-VALOR.
           PERFORM 82-GRAVA-CONTADOR.
           MOVE 'PIORARAM DE RATING..........:' TO WS-TC-ROTULO.
           MOVE WS-CT-PIORARAM TO WS-TC-VALOR.
           PERFORM 82-GRAVA-CONTADOR.
           MOVE 'MELHORARAM DE RATING........:' TO WS-TC-ROTULO.
           MOVE WS-CT-MELHORARAM TO WS-TC-VALOR.
           PERFORM 82-GRAVA-CONTADOR.
           MOVE 'MANTIVERAM O RATING.........:' TO WS-TC-ROTULO.
           MOVE WS-CT-MANTIDOS TO WS-TC-VALOR.
           PERFORM 82-GRAVA-CONTADOR.

       81-GRAVA-TOTAL.
           MOVE WS-LINHA-TOTAL TO REG-RELAT.
           WRITE REG-RELAT.
           DISPLAY WS-LINHA-TOTAL.

       82-GRAVA-CONTADOR.
           MOVE WS-LINHA-CONTADOR TO REG-RELAT.
           WRITE REG-RELAT.
           DISPLAY WS-LINHA-CONTADOR.

       9-FINALIZA.
           DISPLAY 'CONTRATOS CLASSIFICADOS.: ' WS-CT-CLASSIFICADOS.
           DISPLAY 'FORA DA CARTEIRA........: ' WS-CT-EXCLUIDOS.
           CLOSE EMPRESTIMOS.
           CLOSE EMPRESTIMO-PARC.
           CLOSE PROVISAO-HIST.
           CLOSE RELATORIO-PROVISAO.
      *================================================================*
