      *================================================================*
      * Author:
      * Date:
      * Purpose: Renegociacao de contrato de emprestimo em atraso
      *  (situacao T, marcada pelo COBRA-ATRASO). A divida
      *  renegociada sao as parcelas vencidas e pendentes com a multa
      *  e a mora de hoje, calculadas como no COBRA-ATRASO (mesmo
      *  COBRANCA-PARAM.TXT e vencimento levado ao dia util pela
      *  DIA-UTIL), e, se o operador quiser, o saldo a vencer (a
      *  amortizacao das parcelas ainda nao vencidas). O desconto
      *  concedido tem teto por nivel do operador assinado
      *  (RENEGOCIA-PARAM.TXT, linhas DESC-NIVEL-2;pct e
      *  DESC-NIVEL-3;pct sobre a divida). O contrato novo - prazo,
      *  taxa e sistema Price ou SAC informados, plano montado como
      *  no ABRE-EMPRESTIMO - tem como principal a divida menos o
      *  desconto e guarda o numero do contrato antigo. O contrato
      *  antigo fecha com situacao R e as parcelas renegociadas ficam
      *  canceladas (C); sem o saldo a vencer, as parcelas a vencer
      *  seguem nele e sao cobradas normalmente. No TRANS-LOG vao o
      *  principal novo (RENEG-ENTRA) e o desconto (RENEG-ABATIM),
      *  como creditos, e a quitacao da divida antiga (RENEG-QUITA),
      *  como debito do mesmo total: o saldo da conta nao muda e o
      *  VERIFICA-SALDOS fecha lancamento a lancamento.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENEGOCIA-EMPRESTIMO.
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

           SELECT OPTIONAL COBRANCA-PARAM ASSIGN TO WS-ARQ-COBRANCA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-COBRANCA.

           SELECT OPTIONAL RENEGOCIA-PARAM ASSIGN TO WS-ARQ-PARAM
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

       FD EMPRESTIMOS.
       COPY EMPRREG.

       FD EMPRESTIMO-PARC.
       COPY PARCREG.

       FD COBRANCA-PARAM.
       01 REG-COBRANCA PIC X(40).

       FD RENEGOCIA-PARAM.
       01 REG-PARAM PIC X(40).

       WORKING-STORAGE SECTION.
      * O OPERADOR ASSINADO PELA SUB-ROTINA COMPARTILHADA
      * ASSINA-OPERADOR; O NIVEL DEFINE O TETO DO DESCONTO
       01 OPERADOR-ASSINADO PIC X(06) EXTERNAL.
       01 WS-ASSINATURA.
           05 WS-NIVEL-MINIMO  PIC 9(01) VALUE 2.
           05 WS-OPERADOR      PIC X(06) VALUE SPACES.
           05 WS-NIVEL-OPER    PIC 9(01) VALUE ZEROS.
           05 WS-ASSINADO-OK   PIC X(01) VALUE 'N'.
      *----------------------------------------------------------------*
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      * EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG)
      *----------------------------------------------------------------*
       01 WS-ARQ-CONTAS     PIC X(80) VALUE 'C:\COBOL\CONTAS.DAT'.
       01 WS-ARQ-LOG        PIC X(80) VALUE 'C:\COBOL\TRANS-LOG.TXT'.
       01 WS-ARQ-EMPREST    PIC X(80) VALUE
           'C:\COBOL\EMPRESTIMOS.DAT'.
       01 WS-ARQ-PARC       PIC X(80) VALUE
           'C:\COBOL\EMPRESTIMO-PARC.DAT'.
       01 WS-ARQ-COBRANCA   PIC X(80) VALUE
           'C:\COBOL\COBRANCA-PARAM.TXT'.
       01 WS-ARQ-PARAM      PIC X(80) VALUE
           'C:\COBOL\RENEGOCIA-PARAM.TXT'.
       01 WS-CFG-LOGICO     PIC X(20).
       01 WS-CFG-CAMINHO    PIC X(80).
       01 WS-CFG-ACHOU      PIC X(01).

       01 WS-STATUS.
           05 WS-FS-CONTAS  PIC X(02).
           05 WS-FS-LOG     PIC X(02).
           05 WS-FS-EMPREST PIC X(02).
           05 WS-FS-PARC    PIC X(02).
           05 WS-FS-COBRANCA PIC X(02).
           05 WS-FS-PARAM   PIC X(02).

      * ENCARGOS DE ATRASO COMO NO COBRA-ATRASO E TETO DO DESCONTO
      * (% DA DIVIDA) POR NIVEL DO OPERADOR
       01 WS-PARAMETROS.
           05 WS-PCT-MULTA     PIC 9(02)V99 VALUE ZEROS.
           05 WS-PCT-MORA-DIA  PIC 9(02)V99 VALUE ZEROS.
           05 WS-PCT-DESC-N2   PIC 9(02)V99 VALUE 10.
           05 WS-PCT-DESC-N3   PIC 9(02)V99 VALUE 30.

       01 WS-PARAM-CAMPOS.
           05 WS-P-NOME        PIC X(14).
           05 WS-P-VALOR1      PIC X(10).

       01 WS-CONTROLE.
           05 WS-CONTRATO      PIC 9(06) VALUE ZEROS.
           05 WS-CONTRATO-OK   PIC X(01) VALUE 'N'.
           05 WS-CONFIRMA      PIC X(01) VALUE 'N'.
           05 WS-INCLUI-SALDO  PIC X(01) VALUE 'N'.
           05 WS-EOF           PIC X(01) VALUE 'N'.
           05 WS-EOF-PARAM     PIC X(01) VALUE 'N'.
           05 WS-DATA-HOJE     PIC 9(08) VALUE ZEROS.
           05 WS-DIA-HOJE      PIC 9(08) VALUE ZEROS.
           05 WS-DIA-VENC      PIC 9(08) VALUE ZEROS.
           05 WS-VENC-UTIL     PIC 9(08) VALUE ZEROS.
           05 WS-DIAS-ATRASO   PIC 9(05) VALUE ZEROS.
           05 WS-PROX-CONTRATO PIC 9(06) VALUE ZEROS.
           05 WS-CT-CANCELADAS PIC 9(03) VALUE ZEROS.

      * PARAMETROS DA SUB-ROTINA DE CALENDARIO DIA-UTIL
       01 WS-DU-CHAMADA.
           05 WS-DU-FUNCAO     PIC X(01).
           05 WS-DU-DATA       PIC 9(08).
           05 WS-DU-DIAS       PIC 9(03).
           05 WS-DU-RESULTADO  PIC 9(08).
           05 WS-DU-UTIL       PIC X(01).

      *----------------------------------------------------------------*
      * A DIVIDA DO CONTRATO ANTIGO: VENCIDO PENDENTE E ENCARGOS DE
      * HOJE; A VENCER, O SALDO (AMORTIZACAO) E O VALOR DAS PARCELAS
      * QUE FICAM NO CONTRATO QUANDO O SALDO NAO E RENEGOCIADO
      *----------------------------------------------------------------*
       01 WS-DIVIDA.
           05 WS-ANT-CONTA     PIC 9(05) VALUE ZEROS.
           05 WS-ANT-PARCELAS  PIC 9(03) VALUE ZEROS.
           05 WS-CT-VENCIDAS   PIC 9(03) VALUE ZEROS.
           05 WS-CT-A-VENCER   PIC 9(03) VALUE ZEROS.
           05 WS-VENCIDO       PIC 9(08) VALUE ZEROS.
           05 WS-ENCARGOS      PIC 9(07) VALUE ZEROS.
           05 WS-TOT-ENCARGOS  PIC 9(08) VALUE ZEROS.
           05 WS-SALDO-A-VENCER PIC 9(08) VALUE ZEROS.
           05 WS-VALOR-A-VENCER PIC 9(08) VALUE ZEROS.
           05 WS-TOTAL-DIVIDA  PIC 9(08) VALUE ZEROS.
           05 WS-PCT-TETO      PIC 9(02)V99 VALUE ZEROS.
           05 WS-TETO-DESCONTO PIC 9(08) VALUE ZEROS.
           05 WS-DESCONTO      PIC 9(08) VALUE ZEROS.
           05 WS-NOVO-PRINC    PIC 9(08) VALUE ZEROS.

      * CONDICOES DO CONTRATO NOVO E O PLANO, COMO NO ABRE-EMPRESTIMO
       01 WS-NOVO-CONTRATO.
           05 WS-PRINCIPAL     PIC 9(07) VALUE ZEROS.
           05 WS-TAXA          PIC 9(02)V99 VALUE ZEROS.
           05 WS-NUM-PARCELAS  PIC 9(03) VALUE ZEROS.
           05 WS-DATA-PRIMEIRA PIC 9(08) VALUE ZEROS.
           05 WS-SISTEMA       PIC X(01) VALUE SPACE.
           05 WS-JUROS-TOTAL   PIC 9(08) VALUE ZEROS.
           05 WS-TOTAL-PAGAR   PIC 9(08) VALUE ZEROS.
           05 WS-VLR-PARCELA   PIC 9(07) VALUE ZEROS.
           05 WS-PMT-PRICE     PIC 9(07) VALUE ZEROS.
           05 WS-AMORT-SAC     PIC 9(07) VALUE ZEROS.
           05 WS-FATOR         PIC 9(09)V9(09) VALUE ZEROS.
           05 WS-PLANO-OK      PIC X(01) VALUE 'S'.
           05 WS-IDX-PARC      PIC 9(03) VALUE ZEROS.
           05 WS-VENC-ANO      PIC 9(04) VALUE ZEROS.
           05 WS-VENC-MES      PIC 9(02) VALUE ZEROS.
           05 WS-VENC-DIA      PIC 9(02) VALUE ZEROS.

       01 WS-LINHA-PLANO.
           05 WS-SALDO-PLANO   PIC 9(07) VALUE ZEROS.
           05 WS-JUROS-LINHA   PIC 9(07) VALUE ZEROS.
           05 WS-AMORT-LINHA   PIC 9(07) VALUE ZEROS.
           05 WS-VALOR-LINHA   PIC 9(07) VALUE ZEROS.

       01 WS-SALDO-INTERM      PIC S9(09)V99 VALUE ZEROS.

       COPY TLOGLIN.
      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       0-PRINCIPAL.
      * O DESCONTO E CONCESSAO DE CREDITO: SO NIVEL 2 OU MAIS
           CALL 'ASSINA-OPERADOR' USING WS-NIVEL-MINIMO WS-OPERADOR
               WS-NIVEL-OPER WS-ASSINADO-OK.
           IF WS-ASSINADO-OK NOT = 'S'
               DISPLAY 'ACESSO NEGADO'
               STOP RUN
           END-IF.
           PERFORM 1-RESOLVE-CAMINHOS.
           PERFORM 2-CARREGA-PARAMETROS.
           PERFORM 3-ABRE-ARQUIVOS.
           PERFORM 4-LOCALIZA-CONTRATO.
           IF WS-CONTRATO-OK = 'S'
               PERFORM 5-LEVANTA-DIVIDA
           END-IF.
           IF WS-CONTRATO-OK = 'S'
               PERFORM 6-NEGOCIA
           END-IF.
           IF WS-CONTRATO-OK = 'S' AND WS-CONFIRMA = 'S'
               PERFORM 8-EFETIVA-RENEGOCIACAO
           ELSE
               DISPLAY 'RENEGOCIACAO NAO EFETIVADA - NADA FEITO'
           END-IF.
           PERFORM 9-FECHA-ARQUIVOS.
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
           MOVE 'COBRANCA-PARAM' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-COBRANCA
           END-IF.
           MOVE 'RENEGOCIA-PARAM' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-PARAM
           END-IF.

       11-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.

      * MULTA;TAXA E MORA-DIA;TAXA DO ARQUIVO DO COBRA-ATRASO (AS
      * DEMAIS LINHAS DELE NAO INTERESSAM AQUI); DESC-NIVEL-2;PCT E
      * DESC-NIVEL-3;PCT DO ARQUIVO PROPRIO, COM 10% E 30% DE PADRAO
       2-CARREGA-PARAMETROS.
           OPEN INPUT COBRANCA-PARAM.
           IF WS-FS-COBRANCA = '00'
               PERFORM 21-LE-COBRANCA UNTIL WS-EOF-PARAM = 'S'
           END-IF.
           CLOSE COBRANCA-PARAM.
           MOVE 'N' TO WS-EOF-PARAM.
           OPEN INPUT RENEGOCIA-PARAM.
           IF WS-FS-PARAM = '00'
               PERFORM 22-LE-PARAMETRO UNTIL WS-EOF-PARAM = 'S'
           END-IF.
           CLOSE RENEGOCIA-PARAM.

       21-LE-COBRANCA.
           READ COBRANCA-PARAM
               AT END MOVE 'S' TO WS-EOF-PARAM
               NOT AT END
                   UNSTRING REG-COBRANCA DELIMITED BY ';'
                       INTO WS-P-NOME WS-P-VALOR1
                   END-UNSTRING
                   EVALUATE WS-P-NOME
                   WHEN 'MULTA'
                       COMPUTE WS-PCT-MULTA =
                           FUNCTION NUMVAL (WS-P-VALOR1)
                   WHEN 'MORA-DIA'
                       COMPUTE WS-PCT-MORA-DIA =
                           FUNCTION NUMVAL (WS-P-VALOR1)
                   WHEN OTHER
                       CONTINUE
                   END-EVALUATE
           END-READ.

       22-LE-PARAMETRO.
           READ RENEGOCIA-PARAM
               AT END MOVE 'S' TO WS-EOF-PARAM
               NOT AT END
                   UNSTRING REG-PARAM DELIMITED BY ';'
                       INTO WS-P-NOME WS-P-VALOR1
                   END-UNSTRING
                   EVALUATE WS-P-NOME
                   WHEN 'DESC-NIVEL-2'
                       COMPUTE WS-PCT-DESC-N2 =
                           FUNCTION NUMVAL (WS-P-VALOR1)
                   WHEN 'DESC-NIVEL-3'
                       COMPUTE WS-PCT-DESC-N3 =
                           FUNCTION NUMVAL (WS-P-VALOR1)
                   WHEN OTHER
                       DISPLAY 'PARAMETRO DESCONHECIDO: ' WS-P-NOME
                   END-EVALUATE
           END-READ.

       3-ABRE-ARQUIVOS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-DIA-HOJE =
               FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE).
           OPEN I-O CONTAS.
           OPEN I-O EMPRESTIMOS.
           OPEN I-O EMPRESTIMO-PARC.
           IF WS-FS-EMPREST NOT = '00' OR WS-FS-PARC NOT = '00'
               DISPLAY 'MESTRE DE EMPRESTIMOS OU PLANO DE PARCELAS '
                   'INDISPONIVEL'
               STOP RUN
           END-IF.
           OPEN EXTEND TRANS-LOG
               IF WS-FS-LOG EQUAL '35'
                   OPEN OUTPUT TRANS-LOG
                   CLOSE TRANS-LOG
                   OPEN EXTEND TRANS-LOG
               END-IF.
           PERFORM 31-DESCOBRE-PROXIMO-CONTRATO.

       31-DESCOBRE-PROXIMO-CONTRATO.
           MOVE ZEROS TO WS-PROX-CONTRATO.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO EMP-CONTRATO.
           START EMPRESTIMOS KEY IS NOT LESS THAN EMP-CONTRATO
               INVALID KEY MOVE 'S' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'S'
               READ EMPRESTIMOS NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END MOVE EMP-CONTRATO TO WS-PROX-CONTRATO
               END-READ
           END-PERFORM.
           ADD 1 TO WS-PROX-CONTRATO.

      * SO CONTRATO EM ATRASO (T) E RENEGOCIADO
       4-LOCALIZA-CONTRATO.
           DISPLAY 'RENEGOCIACAO DE EMPRESTIMO EM ATRASO'.
           DISPLAY 'NUMERO DO CONTRATO: '.
           ACCEPT WS-CONTRATO.
           MOVE WS-CONTRATO TO EMP-CONTRATO.
           READ EMPRESTIMOS
               INVALID KEY
                   DISPLAY 'CONTRATO NAO ENCONTRADO'
               NOT INVALID KEY
                   IF EMP-SITUACAO NOT = 'T'
                       DISPLAY 'CONTRATO NAO ESTA EM ATRASO (SITUACAO '
                           EMP-SITUACAO ')'
                   ELSE
                       MOVE 'S' TO WS-CONTRATO-OK
                       MOVE EMP-CONTA TO WS-ANT-CONTA
                       MOVE EMP-PARCELAS TO WS-ANT-PARCELAS
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * PERCORRE AS PARCELAS PENDENTES DO CONTRATO: VENCIDA (DEPOIS
      * DO DIA UTIL DO VENCIMENTO) ENTRA COM O VALOR E OS ENCARGOS DE
      * HOJE; A VENCER SOMA A AMORTIZACAO (SALDO DEVEDOR) E O VALOR
      *----------------------------------------------------------------*
       5-LEVANTA-DIVIDA.
           MOVE 'N' TO WS-EOF.
           MOVE WS-CONTRATO TO PAR-CONTRATO.
           MOVE ZEROS TO PAR-NUMERO.
           START EMPRESTIMO-PARC KEY IS NOT LESS THAN PAR-CHAVE
               INVALID KEY MOVE 'S' TO WS-EOF
           END-START.
           PERFORM 51-SOMA-PARCELA UNTIL WS-EOF = 'S'.
           IF WS-CT-VENCIDAS = ZEROS
               DISPLAY 'CONTRATO SEM PARCELA VENCIDA PENDENTE'
               MOVE 'N' TO WS-CONTRATO-OK
           END-IF.

       51-SOMA-PARCELA.
           READ EMPRESTIMO-PARC NEXT RECORD
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   IF PAR-CONTRATO NOT = WS-CONTRATO
                       MOVE 'S' TO WS-EOF
                   ELSE
                       IF PAR-SITUACAO = 'P'
                           PERFORM 52-CLASSIFICA-PARCELA
                       END-IF
                   END-IF
           END-READ.

       52-CLASSIFICA-PARCELA.
           MOVE PAR-VENCIMENTO TO WS-VENC-UTIL.
           IF PAR-VENCIMENTO < WS-DATA-HOJE
               PERFORM 53-VENCIMENTO-UTIL
           END-IF.
           IF WS-VENC-UTIL < WS-DATA-HOJE
               COMPUTE WS-DIA-VENC =
                   FUNCTION INTEGER-OF-DATE (WS-VENC-UTIL)
               COMPUTE WS-DIAS-ATRASO = WS-DIA-HOJE - WS-DIA-VENC
               COMPUTE WS-ENCARGOS ROUNDED =
                   PAR-VALOR * (WS-PCT-MULTA / 100) +
                   PAR-VALOR * (WS-PCT-MORA-DIA / 100) * WS-DIAS-ATRASO
               ADD 1 TO WS-CT-VENCIDAS
               ADD PAR-VALOR TO WS-VENCIDO
               ADD WS-ENCARGOS TO WS-TOT-ENCARGOS
           ELSE
               ADD 1 TO WS-CT-A-VENCER
               ADD PAR-AMORTIZACAO TO WS-SALDO-A-VENCER
               ADD PAR-VALOR TO WS-VALOR-A-VENCER
           END-IF.

       53-VENCIMENTO-UTIL.
           MOVE 'P' TO WS-DU-FUNCAO.
           MOVE PAR-VENCIMENTO TO WS-DU-DATA.
           MOVE ZEROS TO WS-DU-DIAS.
           CALL 'DIA-UTIL' USING WS-DU-FUNCAO WS-DU-DATA WS-DU-DIAS
               WS-DU-RESULTADO WS-DU-UTIL.
           MOVE WS-DU-RESULTADO TO WS-VENC-UTIL.

      *----------------------------------------------------------------*
      * MOSTRA A DIVIDA, PERGUNTA SE O SALDO A VENCER ENTRA, APLICA O
      * DESCONTO DENTRO DO TETO DO NIVEL E RECEBE AS CONDICOES DO
      * CONTRATO NOVO; O PLANO E MOSTRADO ANTES DA CONFIRMACAO
      *----------------------------------------------------------------*
       6-NEGOCIA.
           MOVE 'N' TO WS-CONFIRMA.
           DISPLAY 'CONTRATO............: ' WS-CONTRATO
               ' CONTA ' WS-ANT-CONTA.
           DISPLAY 'PARCELAS VENCIDAS...: ' WS-CT-VENCIDAS
               ' VALOR ' WS-VENCIDO.
           DISPLAY 'MULTA E MORA DE HOJE: ' WS-TOT-ENCARGOS.
           DISPLAY 'PARCELAS A VENCER...: ' WS-CT-A-VENCER
               ' SALDO DEVEDOR ' WS-SALDO-A-VENCER.
           MOVE 'N' TO WS-INCLUI-SALDO.
           IF WS-CT-A-VENCER > ZEROS
               DISPLAY 'INCLUI O SALDO A VENCER (S/N)? '
               ACCEPT WS-INCLUI-SALDO
           END-IF.
           COMPUTE WS-TOTAL-DIVIDA = WS-VENCIDO + WS-TOT-ENCARGOS.
           IF WS-INCLUI-SALDO = 'S'
               ADD WS-SALDO-A-VENCER TO WS-TOTAL-DIVIDA
           END-IF.
           IF WS-NIVEL-OPER >= 3
               MOVE WS-PCT-DESC-N3 TO WS-PCT-TETO
           ELSE
               MOVE WS-PCT-DESC-N2 TO WS-PCT-TETO
           END-IF.
           COMPUTE WS-TETO-DESCONTO =
               WS-TOTAL-DIVIDA * WS-PCT-TETO / 100.
           DISPLAY 'DIVIDA RENEGOCIADA..: ' WS-TOTAL-DIVIDA.
           DISPLAY 'DESCONTO MAXIMO.....: ' WS-TETO-DESCONTO
               ' (NIVEL ' WS-NIVEL-OPER ')'.
           DISPLAY 'DESCONTO CONCEDIDO: '.
           ACCEPT WS-DESCONTO.
           IF WS-DESCONTO > WS-TETO-DESCONTO
               DISPLAY 'DESCONTO ACIMA DO TETO DO NIVEL'
               MOVE 'N' TO WS-CONTRATO-OK
           ELSE
               COMPUTE WS-NOVO-PRINC = WS-TOTAL-DIVIDA - WS-DESCONTO
               IF WS-NOVO-PRINC = ZEROS OR WS-NOVO-PRINC > 9999999
                   DISPLAY 'PRINCIPAL DO CONTRATO NOVO INVALIDO: '
                       WS-NOVO-PRINC
                   MOVE 'N' TO WS-CONTRATO-OK
               ELSE
                   MOVE WS-NOVO-PRINC TO WS-PRINCIPAL
                   PERFORM 61-RECEBE-CONDICOES
               END-IF
           END-IF.
           IF WS-CONTRATO-OK = 'S'
               PERFORM 7-CALCULA-PLANO
               IF WS-PLANO-OK = 'S'
                   DISPLAY 'PRINCIPAL NOVO......: ' WS-PRINCIPAL
                   DISPLAY 'CONFIRMA A RENEGOCIACAO (S/N)? '
                   ACCEPT WS-CONFIRMA
               END-IF
           END-IF.

       61-RECEBE-CONDICOES.
           DISPLAY 'TAXA MENSAL DO CONTRATO NOVO (%): '.
           ACCEPT WS-TAXA.
           DISPLAY 'NUMERO DE PARCELAS: '.
           ACCEPT WS-NUM-PARCELAS.
           DISPLAY 'DATA DA PRIMEIRA PARCELA (AAAAMMDD): '.
           ACCEPT WS-DATA-PRIMEIRA.
           DISPLAY 'SISTEMA DE AMORTIZACAO (P PRICE / C SAC): '.
           ACCEPT WS-SISTEMA.
           IF WS-NUM-PARCELAS = ZEROS
               DISPLAY 'PARCELAS DEVEM SER MAIORES QUE ZERO'
               MOVE 'N' TO WS-CONTRATO-OK
           END-IF.
           IF WS-SISTEMA NOT = 'P' AND WS-SISTEMA NOT = 'C'
               DISPLAY 'SISTEMA DE AMORTIZACAO DEVE SER P OU C'
               MOVE 'N' TO WS-CONTRATO-OK
           END-IF.

      *----------------------------------------------------------------*
      * O MESMO PLANO DO ABRE-EMPRESTIMO: PRICE COM PARCELA FIXA,
      * SAC COM AMORTIZACAO FIXA, JUROS DO MES SOBRE O SALDO E A
      * ULTIMA PARCELA AMORTIZANDO O QUE RESTAR
      *----------------------------------------------------------------*
       7-CALCULA-PLANO.
           MOVE 'S' TO WS-PLANO-OK.
           MOVE ZEROS TO WS-PMT-PRICE WS-AMORT-SAC.
           IF WS-SISTEMA = 'P'
               IF WS-TAXA = ZEROS
                   COMPUTE WS-PMT-PRICE ROUNDED =
                       WS-PRINCIPAL / WS-NUM-PARCELAS
               ELSE
                   COMPUTE WS-FATOR ROUNDED =
                       (1 + WS-TAXA / 100) ** WS-NUM-PARCELAS
                       ON SIZE ERROR MOVE 'N' TO WS-PLANO-OK
                   END-COMPUTE
                   IF WS-PLANO-OK = 'S'
                       COMPUTE WS-PMT-PRICE ROUNDED =
                           WS-PRINCIPAL * (WS-TAXA / 100) * WS-FATOR
                           / (WS-FATOR - 1)
                           ON SIZE ERROR MOVE 'N' TO WS-PLANO-OK
                       END-COMPUTE
                   END-IF
               END-IF
           ELSE
               DIVIDE WS-PRINCIPAL BY WS-NUM-PARCELAS
                   GIVING WS-AMORT-SAC
           END-IF.
           IF WS-PLANO-OK NOT = 'S'
               DISPLAY 'RECUSADO: TAXA E PRAZO FORA DA CAPACIDADE '
                   'DO CALCULO DO PLANO'
           ELSE
               MOVE ZEROS TO WS-JUROS-TOTAL WS-TOTAL-PAGAR
               MOVE WS-PRINCIPAL TO WS-SALDO-PLANO
               PERFORM VARYING WS-IDX-PARC FROM 1 BY 1
                       UNTIL WS-IDX-PARC > WS-NUM-PARCELAS
                   PERFORM 71-CALCULA-LINHA
                   IF WS-IDX-PARC = 1
                       MOVE WS-VALOR-LINHA TO WS-VLR-PARCELA
                   END-IF
                   ADD WS-JUROS-LINHA TO WS-JUROS-TOTAL
                   ADD WS-VALOR-LINHA TO WS-TOTAL-PAGAR
               END-PERFORM
               DISPLAY 'JUROS TOTAL: ' WS-JUROS-TOTAL
                   ' TOTAL A PAGAR: ' WS-TOTAL-PAGAR
                   ' PRIMEIRA PARCELA: ' WS-VLR-PARCELA
           END-IF.

       71-CALCULA-LINHA.
           COMPUTE WS-JUROS-LINHA ROUNDED =
               WS-SALDO-PLANO * WS-TAXA / 100.
           IF WS-IDX-PARC = WS-NUM-PARCELAS
               MOVE WS-SALDO-PLANO TO WS-AMORT-LINHA
           ELSE
               IF WS-SISTEMA = 'P'
                   IF WS-PMT-PRICE > WS-JUROS-LINHA
                       COMPUTE WS-AMORT-LINHA =
                           WS-PMT-PRICE - WS-JUROS-LINHA
                   ELSE
                       MOVE ZEROS TO WS-AMORT-LINHA
                   END-IF
               ELSE
                   MOVE WS-AMORT-SAC TO WS-AMORT-LINHA
               END-IF
               IF WS-AMORT-LINHA > WS-SALDO-PLANO
                   MOVE WS-SALDO-PLANO TO WS-AMORT-LINHA
               END-IF
           END-IF.
           COMPUTE WS-VALOR-LINHA = WS-AMORT-LINHA + WS-JUROS-LINHA.
           SUBTRACT WS-AMORT-LINHA FROM WS-SALDO-PLANO.

      *----------------------------------------------------------------*
      * CANCELA AS PARCELAS RENEGOCIADAS, FECHA O CONTRATO ANTIGO EM
      * R, GRAVA O CONTRATO NOVO COM O PLANO E LANCA NO TRANS-LOG
      *----------------------------------------------------------------*
       8-EFETIVA-RENEGOCIACAO.
           PERFORM 81-CANCELA-PARCELAS.
           PERFORM 82-FECHA-CONTRATO-ANTIGO.
           PERFORM 83-GRAVA-CONTRATO-NOVO.
           PERFORM 84-GRAVA-PARCELAS.
           PERFORM 85-LANCA-RENEGOCIACAO.
           DISPLAY 'CONTRATO ' WS-CONTRATO ' RENEGOCIADO NO CONTRATO '
               WS-PROX-CONTRATO ' (' WS-CT-CANCELADAS
               ' PARCELAS CANCELADAS)'.

       81-CANCELA-PARCELAS.
           MOVE 'N' TO WS-EOF.
           MOVE WS-CONTRATO TO PAR-CONTRATO.
           MOVE ZEROS TO PAR-NUMERO.
           START EMPRESTIMO-PARC KEY IS NOT LESS THAN PAR-CHAVE
               INVALID KEY MOVE 'S' TO WS-EOF
           END-START.
           PERFORM 811-CANCELA-UMA UNTIL WS-EOF = 'S'.

      * VENCIDA SEMPRE; A VENCER SO QUANDO O SALDO FOI RENEGOCIADO
       811-CANCELA-UMA.
           READ EMPRESTIMO-PARC NEXT RECORD
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   IF PAR-CONTRATO NOT = WS-CONTRATO
                       MOVE 'S' TO WS-EOF
                   ELSE
                       IF PAR-SITUACAO = 'P'
                           MOVE PAR-VENCIMENTO TO WS-VENC-UTIL
                           IF PAR-VENCIMENTO < WS-DATA-HOJE
                               PERFORM 53-VENCIMENTO-UTIL
                           END-IF
                           IF WS-VENC-UTIL < WS-DATA-HOJE
                              OR WS-INCLUI-SALDO = 'S'
                               MOVE 'C' TO PAR-SITUACAO
                               REWRITE PARCELA-REG
                                   INVALID KEY
                                       DISPLAY 'ERRO AO CANCELAR A '
                                           'PARCELA ' PAR-NUMERO
                               END-REWRITE
                               ADD 1 TO WS-CT-CANCELADAS
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      * AS PARCELAS A VENCER QUE FICARAM NO CONTRATO ANTIGO SEGUEM
      * NA COBRANCA: O SALDO DEVEDOR E O VALOR DELAS E AS PAGAS SAO
      * CONTADAS DE MODO QUE O ULTIMO PAGAMENTO QUITE O CONTRATO
       82-FECHA-CONTRATO-ANTIGO.
           MOVE WS-CONTRATO TO EMP-CONTRATO.
           READ EMPRESTIMOS
               INVALID KEY
                   DISPLAY 'CONTRATO ' WS-CONTRATO ' SUMIU NA '
                       'RENEGOCIACAO'
               NOT INVALID KEY
                   MOVE 'R' TO EMP-SITUACAO
                   IF WS-INCLUI-SALDO = 'S'
                       MOVE ZEROS TO EMP-SALDO-DEV
                       MOVE EMP-PARCELAS TO EMP-PAGAS
                   ELSE
                       MOVE WS-VALOR-A-VENCER TO EMP-SALDO-DEV
                       COMPUTE EMP-PAGAS =
                           EMP-PARCELAS - WS-CT-A-VENCER
                   END-IF
                   REWRITE EMPRESTIMO-REG
                       INVALID KEY
                           DISPLAY 'ERRO AO FECHAR O CONTRATO '
                               WS-CONTRATO
                   END-REWRITE
           END-READ.

       83-GRAVA-CONTRATO-NOVO.
           MOVE WS-PROX-CONTRATO TO EMP-CONTRATO.
           MOVE WS-ANT-CONTA TO EMP-CONTA.
           MOVE WS-PRINCIPAL TO EMP-PRINCIPAL.
           MOVE WS-TAXA TO EMP-TAXA.
           MOVE WS-NUM-PARCELAS TO EMP-PARCELAS.
           MOVE WS-VLR-PARCELA TO EMP-VLR-PARCELA.
           MOVE ZEROS TO EMP-PAGAS.
           MOVE WS-TOTAL-PAGAR TO EMP-SALDO-DEV.
           MOVE 'A' TO EMP-SITUACAO.
           MOVE WS-SISTEMA TO EMP-SISTEMA.
           MOVE WS-CONTRATO TO EMP-CONTRATO-ORIG.
           SET EMP-DEBITO-CONTA TO TRUE.
           MOVE SPACES TO EMP-CPF-CONSIG.
           MOVE ZEROS TO EMP-COMPET-FOLHA EMP-VLR-FOLHA.
           WRITE EMPRESTIMO-REG
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O CONTRATO NOVO'
           END-WRITE.

       84-GRAVA-PARCELAS.
           MOVE WS-DATA-PRIMEIRA (1:4) TO WS-VENC-ANO.
           MOVE WS-DATA-PRIMEIRA (5:2) TO WS-VENC-MES.
           MOVE WS-DATA-PRIMEIRA (7:2) TO WS-VENC-DIA.
           MOVE WS-PRINCIPAL TO WS-SALDO-PLANO.
           PERFORM VARYING WS-IDX-PARC FROM 1 BY 1
                   UNTIL WS-IDX-PARC > WS-NUM-PARCELAS
               MOVE WS-PROX-CONTRATO TO PAR-CONTRATO
               MOVE WS-IDX-PARC TO PAR-NUMERO
               PERFORM 71-CALCULA-LINHA
               MOVE WS-VALOR-LINHA TO PAR-VALOR
               MOVE WS-AMORT-LINHA TO PAR-AMORTIZACAO
               MOVE WS-JUROS-LINHA TO PAR-JUROS
               MOVE WS-SALDO-PLANO TO PAR-SALDO
               MOVE WS-VENC-ANO TO WS-DU-DATA (1:4)
               MOVE WS-VENC-MES TO WS-DU-DATA (5:2)
               MOVE WS-VENC-DIA TO WS-DU-DATA (7:2)
               MOVE 'P' TO WS-DU-FUNCAO
               MOVE ZEROS TO WS-DU-DIAS
               CALL 'DIA-UTIL' USING WS-DU-FUNCAO WS-DU-DATA
                   WS-DU-DIAS WS-DU-RESULTADO WS-DU-UTIL
               MOVE WS-DU-RESULTADO TO PAR-VENCIMENTO
               MOVE 'P' TO PAR-SITUACAO
               WRITE PARCELA-REG
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR A PARCELA '
                           PAR-NUMERO
                   NOT INVALID KEY
                       DISPLAY 'PARCELA ' PAR-NUMERO
                           ' VENC ' PAR-VENCIMENTO
                           ' VALOR ' PAR-VALOR
                           ' AMORT ' PAR-AMORTIZACAO
                           ' JUROS ' PAR-JUROS
                           ' SALDO ' PAR-SALDO
               END-WRITE
               ADD 1 TO WS-VENC-MES
               IF WS-VENC-MES > 12
                   MOVE 1 TO WS-VENC-MES
                   ADD 1 TO WS-VENC-ANO
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * NENHUM DINHEIRO ENTRA OU SAI DA CONTA: O PRINCIPAL NOVO E O
      * DESCONTO ENTRAM COMO CREDITO E QUITAM A DIVIDA ANTIGA NUM
      * DEBITO DO MESMO TOTAL. CADA LINHA LEVA O SALDO DEPOIS DELA,
      * E A ULTIMA VOLTA AO SALDO DA CONTA, QUE NAO E REGRAVADO
      *----------------------------------------------------------------*
       85-LANCA-RENEGOCIACAO.
           MOVE WS-ANT-CONTA TO CONTA-NUMERO.
           READ CONTAS
               INVALID KEY
                   MOVE ZEROS TO CONTA-SALDO
                   DISPLAY 'CONTA ' WS-ANT-CONTA ' NAO ENCONTRADA - '
                       'LANCAMENTOS COM SALDO ZERO'
           END-READ.
           MOVE WS-ANT-CONTA TO WS-LOG-CONTA.
           MOVE WS-DATA-HOJE TO WS-LOG-DATA.
           MOVE OPERADOR-ASSINADO TO WS-LOG-OPERADOR.
           MOVE 'RENEG-ENTRA' TO WS-LOG-TIPO.
           MOVE WS-PRINCIPAL TO WS-LOG-VALOR.
           COMPUTE WS-SALDO-INTERM = CONTA-SALDO + WS-PRINCIPAL.
           MOVE WS-SALDO-INTERM TO WS-LOG-SALDO.
           CALL 'NUMERA-LOG' USING WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.
           IF WS-DESCONTO > ZEROS
               MOVE 'RENEG-ABATIM' TO WS-LOG-TIPO
               MOVE WS-DESCONTO TO WS-LOG-VALOR
               ADD WS-DESCONTO TO WS-SALDO-INTERM
               MOVE WS-SALDO-INTERM TO WS-LOG-SALDO
               CALL 'NUMERA-LOG' USING WS-LINHA-LOG
               WRITE REG-LOG FROM WS-LINHA-LOG
           END-IF.
           MOVE 'RENEG-QUITA' TO WS-LOG-TIPO.
           MOVE WS-TOTAL-DIVIDA TO WS-LOG-VALOR.
           MOVE CONTA-SALDO TO WS-LOG-SALDO.
           CALL 'NUMERA-LOG' USING WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.

       9-FECHA-ARQUIVOS.
           CLOSE CONTAS.
           CLOSE TRANS-LOG.
           CLOSE EMPRESTIMOS.
           CLOSE EMPRESTIMO-PARC.
      *================================================================*
