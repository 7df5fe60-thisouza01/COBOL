      *================================================================*
      * Author:
      * Date:
      * Purpose: Projecao semanal consolidada do fluxo de caixa para
      *  as proximas N semanas (linha SEMANAS;N do FLUXO-PARAM.TXT,
      *  padrao 8), a semana 1 comecando hoje. Entradas: duplicatas
      *  ativas do cra0206 (selecao do CRP0206) pelo vencimento e
      *  parcelas pendentes de emprestimo do EMPRESTIMO-PARC.DAT.
      *  Saidas: notas de fornecedor liberadas para pagamento no
      *  contas a pagar (conferidas ou aprovadas), o liquido da
      *  proxima folha (a ultima competencia do FOLHA-HISTORICO, paga
      *  no dia DIA-FOLHA de cada mes do horizonte, padrao dia 5) e
      *  as transferencias agendadas pendentes que saem de uma conta
      *  da empresa para fora dela (a recorrente mensal entra uma vez
      *  por mes ate a data-fim ou as ocorrencias contratadas). As
      *  contas da empresa sao as linhas CONTA-EMPRESA;NUMERO do
      *  parametro, e a soma dos seus saldos no CONTAS.DAT e a posicao
      *  de abertura. Valor ja vencido e ainda em aberto cai na
      *  semana 1. O relatorio traz, por semana, as entradas, as
      *  saidas, o liquido e o saldo acumulado, com aviso na semana
      *  que fica negativa (RETURN-CODE 4 se alguma ficar).
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJETA-FLUXO-CAIXA.
      *================================================================*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CRA0206 ASSIGN TO WS-ARQ-CRA0206
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-CRA0206.

           SELECT EMPRESTIMO-PARC ASSIGN TO WS-ARQ-PARC
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-PARC
             RECORD KEY PAR-CHAVE.

           SELECT CONTAS-PAGAR ASSIGN TO WS-ARQ-PAGAR
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-PAGAR
             RECORD KEY PAG-CHAVE.

           SELECT OPTIONAL FOLHA-HISTORICO ASSIGN TO WS-ARQ-FOLHA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-FOLHA.

           SELECT OPTIONAL TRANSF-AGENDADAS ASSIGN TO WS-ARQ-AGENDA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-AGENDA.

           SELECT CONTAS ASSIGN TO WS-ARQ-CONTAS
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-CONTAS
             RECORD KEY CONTA-NUMERO.

           SELECT OPTIONAL FLUXO-PARAM ASSIGN TO WS-ARQ-PARAM
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-PARAM.

           SELECT FLUXO-CAIXA ASSIGN TO WS-ARQ-RELAT
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-RELAT.

      *================================================================*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      * DUPLICATAS ATIVAS SELECIONADAS PELO CRP0206
       FD CRA0206.
       01 CRA0206-REGISTRO.
           03 CRA0206-NR-FATURA        PIC  9(006).
           03 CRA0206-NR-DUPLICATA     PIC  9(002).
           03 CRA0206-CD-CLIENTE       PIC  X(006).
           03 CRA0206-DT-EMISSAO       PIC  9(008).
           03 CRA0206-DT-VENCIMENTO    PIC  9(008).
           03 CRA0206-VL-FATURA        PIC S9(013)V9(002).
           03 CRA0206-CD-CATEGORIA     PIC  X(003).
           03 CRA0206-ST-DUPLICATA     PIC  X(003).

       FD EMPRESTIMO-PARC.
       COPY PARCREG.

       FD CONTAS-PAGAR.
       COPY PAGARREG.

       FD FOLHA-HISTORICO.
       01 REG-FOLHA PIC X(60).

       FD TRANSF-AGENDADAS.
       01 REG-AGENDA PIC X(60).

       FD CONTAS.
       COPY CONTAREG.

       FD FLUXO-PARAM.
       01 REG-PARAM PIC X(40).

       FD FLUXO-CAIXA.
       01 REG-RELAT PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      * EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG)
      *----------------------------------------------------------------*
       01 WS-ARQ-CRA0206    PIC X(80) VALUE '../dat/cra0206.dat'.
       01 WS-ARQ-PARC       PIC X(80) VALUE
           'C:\COBOL\EMPRESTIMO-PARC.DAT'.
       01 WS-ARQ-PAGAR      PIC X(80) VALUE
           'C:\exe-cobol\contas-pagar.dat'.
       01 WS-ARQ-FOLHA      PIC X(80) VALUE
           'C:\exe-cobol\folha-historico.txt'.
       01 WS-ARQ-AGENDA     PIC X(80) VALUE
           'C:\COBOL\TRANSF-AGENDADAS.TXT'.
       01 WS-ARQ-CONTAS     PIC X(80) VALUE 'C:\COBOL\CONTAS.DAT'.
       01 WS-ARQ-PARAM      PIC X(80) VALUE
           'C:\COBOL\FLUXO-PARAM.TXT'.
       01 WS-ARQ-RELAT      PIC X(80) VALUE
           'C:\COBOL\FLUXO-CAIXA.TXT'.
       01 WS-CFG-LOGICO     PIC X(20).
       01 WS-CFG-CAMINHO    PIC X(80).
       01 WS-CFG-ACHOU      PIC X(01).

       01 WS-STATUS.
           05 WS-FS-CRA0206 PIC X(02).
           05 WS-FS-PARC    PIC X(02).
           05 WS-FS-PAGAR   PIC X(02).
           05 WS-FS-FOLHA   PIC X(02).
           05 WS-FS-AGENDA  PIC X(02).
           05 WS-FS-CONTAS  PIC X(02).
           05 WS-FS-PARAM   PIC X(02).
           05 WS-FS-RELAT   PIC X(02).

       01 WS-EOF            PIC X(01) VALUE 'N'.
       01 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       01 WS-DIAS-HOJE      PIC S9(07) VALUE ZEROS.
       01 WS-DIAS-DATA      PIC S9(07) VALUE ZEROS.
       01 WS-DATA-LANC      PIC 9(08) VALUE ZEROS.
       01 WS-DATA-FIM-HOR   PIC 9(08) VALUE ZEROS.
       01 WS-VALOR-LANC     PIC S9(13)V99 VALUE ZEROS.
       01 WS-COLUNA         PIC 9(01) VALUE ZEROS.
       01 WS-SEMANA         PIC S9(05) VALUE ZEROS.
       01 WS-CT-FORA        PIC 9(05) VALUE ZEROS.
       01 WS-CT-NEGATIVAS   PIC 9(02) VALUE ZEROS.

      * PARAMETROS DA PROJECAO
       01 WS-PARAMETROS.
           05 WS-SEMANAS       PIC 9(02) VALUE 8.
           05 WS-DIA-FOLHA     PIC 9(02) VALUE 5.
       01 WS-P-NOME         PIC X(20).
       01 WS-P-VALOR1       PIC X(12).

      * CONTAS DA EMPRESA: A ABERTURA E A SOMA DOS SEUS SALDOS, E SO
      * A TRANSFERENCIA QUE SAI DELAS PARA FORA E SAIDA DE CAIXA
       01 WS-TAB-EMPRESA.
           05 WS-CNT-EMPRESA   PIC 9(02) VALUE ZEROS.
           05 WS-EMPRESA-ITEM OCCURS 20 TIMES
                               INDEXED BY WS-IDX-EMP.
               10 WS-E-CONTA   PIC 9(05).
       01 WS-CONTA-PROCURA  PIC 9(05) VALUE ZEROS.
       01 WS-EMP-ACHOU      PIC X(01) VALUE 'N'.
       01 WS-ORIGEM-EMPRESA PIC X(01) VALUE 'N'.
       01 WS-SALDO-ABERTURA PIC S9(13)V99 VALUE ZEROS.

      * FOLHA: LIQUIDO TOTAL DA ULTIMA COMPETENCIA DO HISTORICO
       01 WS-FOLHA-CAMPOS.
           05 WS-H-COMPET-TX   PIC X(06).
           05 WS-H-CPF         PIC X(11).
           05 WS-H-BRUTO-TX    PIC X(09).
           05 WS-H-INSS-TX     PIC X(09).
           05 WS-H-IRRF-TX     PIC X(09).
           05 WS-H-LIQ-TX      PIC X(09).
       01 WS-H-COMPET       PIC 9(06) VALUE ZEROS.
       01 WS-ULT-COMPET     PIC 9(06) VALUE ZEROS.
       01 WS-LIQ-FOLHA      PIC 9(11)V99 VALUE ZEROS.
       01 WS-FOLHA-ANO      PIC 9(04) VALUE ZEROS.
       01 WS-FOLHA-MES      PIC 9(02) VALUE ZEROS.

      * AGENDAMENTO NO LEIAUTE DO EXECUTA-AGENDADAS
       01 WS-LINHA-AGENDA.
           05 WS-AG-ID         PIC 9(05).
           05 FILLER           PIC X(01).
           05 WS-AG-ORIGEM     PIC 9(05).
           05 FILLER           PIC X(01).
           05 WS-AG-DESTINO    PIC 9(05).
           05 FILLER           PIC X(01).
           05 WS-AG-VALOR      PIC 9(05).
           05 FILLER           PIC X(01).
           05 WS-AG-DATA-EXEC  PIC 9(08).
           05 FILLER           PIC X(01).
           05 WS-AG-STATUS     PIC X(01).
           05 FILLER           PIC X(01).
           05 WS-AG-RECORR     PIC X(01).
           05 FILLER           PIC X(01).
           05 WS-AG-DATA-FIM   PIC 9(08).
           05 FILLER           PIC X(01).
           05 WS-AG-OCORR      PIC 9(03).
       01 WS-ROLA-ANO       PIC 9(04) VALUE ZEROS.
       01 WS-ROLA-MES       PIC 9(02) VALUE ZEROS.
       01 WS-ROLA-DIA       PIC 9(02) VALUE ZEROS.
       01 WS-ROLA-RESTAM    PIC 9(03) VALUE ZEROS.
       01 WS-ROLA-FIM       PIC X(01) VALUE 'N'.

      * UMA LINHA POR SEMANA; COLUNAS 1 DUPLICATAS, 2 EMPRESTIMOS,
      * 3 FORNECEDORES, 4 FOLHA, 5 TRANSFERENCIAS
       01 WS-TAB-SEMANAS.
           05 WS-SEMANA-ITEM OCCURS 26 TIMES
                               INDEXED BY WS-IDX-SEM.
               10 WS-S-INICIO  PIC 9(08).
               10 WS-S-FIM     PIC 9(08).
               10 WS-S-VALOR   PIC S9(13)V99 OCCURS 5 TIMES.
               10 WS-S-ENTRA   PIC S9(13)V99.
               10 WS-S-SAI     PIC S9(13)V99.
               10 WS-S-LIQUIDO PIC S9(13)V99.
               10 WS-S-ACUM    PIC S9(13)V99.
       01 WS-TOT-COLUNA     PIC S9(13)V99 OCCURS 5 TIMES.
       01 WS-SUB-COL        PIC 9(01) VALUE ZEROS.

       01 WS-LINHA-ABERTURA.
           05 FILLER           PIC X(30) VALUE
               'POSICAO DE ABERTURA (CONTAS: '.
           05 WS-A-QTD         PIC Z9.
           05 FILLER           PIC X(03) VALUE ')  '.
           05 WS-A-SALDO       PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-CAB-1.
           05 FILLER           PIC X(21) VALUE 'SM INICIO   FIM'.
           05 FILLER           PIC X(13) VALUE '   DUPLICATAS'.
           05 FILLER           PIC X(13) VALUE '  EMPRESTIMOS'.
           05 FILLER           PIC X(13) VALUE ' FORNECEDORES'.
           05 FILLER           PIC X(13) VALUE '        FOLHA'.
           05 FILLER           PIC X(13) VALUE '    TRANSFER.'.
           05 FILLER           PIC X(14) VALUE '       LIQUIDO'.
           05 FILLER           PIC X(15) VALUE '      ACUMULADO'.

       01 WS-LINHA-SEMANA.
           05 WS-L-SEMANA      PIC Z9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-L-INICIO      PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-L-FIM         PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-L-COLUNA      PIC -ZZZZZZZZ9.99 OCCURS 5 TIMES.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-L-LIQUIDO     PIC -ZZZZZZZZ9.99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-L-ACUM        PIC -ZZZZZZZZZ9.99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-L-AVISO       PIC X(12).
      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       0-PRINCIPAL.
           PERFORM 1-RESOLVE-CAMINHOS.
           PERFORM 2-CARREGA-PARAMETROS.
           PERFORM 3-MONTA-SEMANAS.
           PERFORM 4-SALDO-ABERTURA.
           PERFORM 5-DUPLICATAS.
           PERFORM 6-PARCELAS.
           PERFORM 7-FORNECEDORES.
           PERFORM 8-FOLHA.
           PERFORM 81-TRANSFERENCIAS.
           PERFORM 9-IMPRIME.
           STOP RUN.

       1-RESOLVE-CAMINHOS.
           MOVE 'CRA0206' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-CRA0206
           END-IF.
           MOVE 'EMPRESTIMO-PARC' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-PARC
           END-IF.
           MOVE 'CONTAS-PAGAR' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-PAGAR
           END-IF.
           MOVE 'FOLHA-HISTORICO' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-FOLHA
           END-IF.
           MOVE 'TRANSF-AGENDADAS' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-AGENDA
           END-IF.
           MOVE 'CONTAS-DAT' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-CONTAS
           END-IF.
           MOVE 'FLUXO-PARAM' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-PARAM
           END-IF.
           MOVE 'FLUXO-CAIXA' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-RELAT
           END-IF.

       11-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.

       2-CARREGA-PARAMETROS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE).
           MOVE 'N' TO WS-EOF.
           OPEN INPUT FLUXO-PARAM.
           IF WS-FS-PARAM NOT = '00'
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM 21-LE-PARAMETRO UNTIL WS-EOF = 'S'.
           CLOSE FLUXO-PARAM.
           IF WS-SEMANAS = ZEROS OR WS-SEMANAS > 26
               DISPLAY 'SEMANAS FORA DA FAIXA 1-26 - USANDO 8'
               MOVE 8 TO WS-SEMANAS
           END-IF.
           IF WS-DIA-FOLHA = ZEROS OR WS-DIA-FOLHA > 28
               DISPLAY 'DIA-FOLHA FORA DA FAIXA 1-28 - USANDO 5'
               MOVE 5 TO WS-DIA-FOLHA
           END-IF.
           IF WS-CNT-EMPRESA = ZEROS
               DISPLAY 'AVISO: NENHUMA CONTA-EMPRESA NO PARAMETRO - '
                   'ABERTURA ZERO E SEM TRANSFERENCIAS'
           END-IF.

       21-LE-PARAMETRO.
           READ FLUXO-PARAM
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   MOVE SPACES TO WS-P-NOME WS-P-VALOR1
                   UNSTRING REG-PARAM DELIMITED BY ';'
                       INTO WS-P-NOME WS-P-VALOR1
                   END-UNSTRING
                   EVALUATE WS-P-NOME
                   WHEN 'SEMANAS'
                       COMPUTE WS-SEMANAS =
                           FUNCTION NUMVAL (WS-P-VALOR1)
                   WHEN 'DIA-FOLHA'
                       COMPUTE WS-DIA-FOLHA =
                           FUNCTION NUMVAL (WS-P-VALOR1)
                   WHEN 'CONTA-EMPRESA'
                       IF WS-CNT-EMPRESA < 20
                           ADD 1 TO WS-CNT-EMPRESA
                           SET WS-IDX-EMP TO WS-CNT-EMPRESA
                           COMPUTE WS-E-CONTA (WS-IDX-EMP) =
                               FUNCTION NUMVAL (WS-P-VALOR1)
                       ELSE
                           DISPLAY 'CONTAS DA EMPRESA EXCEDEM A '
                               'TABELA - IGNORADA ' WS-P-VALOR1
                       END-IF
                   WHEN OTHER
                       DISPLAY 'PARAMETRO DESCONHECIDO: ' WS-P-NOME
                   END-EVALUATE
           END-READ.

      *----------------------------------------------------------------*
      * SEMANA 1 COMECA HOJE; CADA SEMANA TEM SETE DIAS CORRIDOS
      *----------------------------------------------------------------*
       3-MONTA-SEMANAS.
           INITIALIZE WS-TAB-SEMANAS.
           PERFORM VARYING WS-IDX-SEM FROM 1 BY 1
                   UNTIL WS-IDX-SEM > WS-SEMANAS
               SET WS-SEMANA TO WS-IDX-SEM
               COMPUTE WS-S-INICIO (WS-IDX-SEM) =
                   FUNCTION DATE-OF-INTEGER
                       (WS-DIAS-HOJE + (WS-SEMANA - 1) * 7)
               COMPUTE WS-S-FIM (WS-IDX-SEM) =
                   FUNCTION DATE-OF-INTEGER
                       (WS-DIAS-HOJE + WS-SEMANA * 7 - 1)
           END-PERFORM.
           SET WS-IDX-SEM TO WS-SEMANAS.
           MOVE WS-S-FIM (WS-IDX-SEM) TO WS-DATA-FIM-HOR.

       4-SALDO-ABERTURA.
           IF WS-CNT-EMPRESA > ZEROS
               OPEN INPUT CONTAS
               IF WS-FS-CONTAS NOT = '00'
                   DISPLAY 'CONTAS.DAT NAO ENCONTRADO - ABERTURA ZERO'
               ELSE
                   PERFORM 41-SOMA-CONTA
                       VARYING WS-IDX-EMP FROM 1 BY 1
                       UNTIL WS-IDX-EMP > WS-CNT-EMPRESA
                   CLOSE CONTAS
               END-IF
           END-IF.

       41-SOMA-CONTA.
           MOVE WS-E-CONTA (WS-IDX-EMP) TO CONTA-NUMERO.
           READ CONTAS
               INVALID KEY
                   DISPLAY 'CONTA DA EMPRESA ' CONTA-NUMERO
                       ' NAO ENCONTRADA'
               NOT INVALID KEY
                   ADD CONTA-SALDO TO WS-SALDO-ABERTURA
           END-READ.

      *----------------------------------------------------------------*
      * DUPLICATAS ATIVAS: ENTRADA NA SEMANA DO VENCIMENTO
      *----------------------------------------------------------------*
       5-DUPLICATAS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT CRA0206.
           IF WS-FS-CRA0206 NOT = '00'
               DISPLAY 'SEM DUPLICATAS ATIVAS (CRA0206)'
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM 51-LE-DUPLICATA UNTIL WS-EOF = 'S'.
           CLOSE CRA0206.

       51-LE-DUPLICATA.
           READ CRA0206
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   MOVE CRA0206-DT-VENCIMENTO TO WS-DATA-LANC
                   MOVE CRA0206-VL-FATURA TO WS-VALOR-LANC
                   MOVE 1 TO WS-COLUNA
                   PERFORM 90-LANCA-SEMANA
           END-READ.

      *----------------------------------------------------------------*
      * PARCELAS PENDENTES DE EMPRESTIMO: ENTRADA NO VENCIMENTO
      *----------------------------------------------------------------*
       6-PARCELAS.
           OPEN INPUT EMPRESTIMO-PARC.
           IF WS-FS-PARC NOT = '00'
               DISPLAY 'SEM PLANO DE PARCELAS (EMPRESTIMO-PARC)'
           ELSE
               MOVE 'N' TO WS-EOF
               MOVE LOW-VALUES TO PAR-CHAVE
               START EMPRESTIMO-PARC KEY IS NOT LESS THAN PAR-CHAVE
                   INVALID KEY MOVE 'S' TO WS-EOF
               END-START
               PERFORM 61-LE-PARCELA UNTIL WS-EOF = 'S'
               CLOSE EMPRESTIMO-PARC
           END-IF.

       61-LE-PARCELA.
           READ EMPRESTIMO-PARC NEXT RECORD
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   IF PAR-SITUACAO = 'P'
                       MOVE PAR-VENCIMENTO TO WS-DATA-LANC
                       MOVE PAR-VALOR TO WS-VALOR-LANC
                       MOVE 2 TO WS-COLUNA
                       PERFORM 90-LANCA-SEMANA
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * NOTAS DE FORNECEDOR LIBERADAS (CONFERIDAS OU APROVADAS) AINDA
      * NAO PAGAS: SAIDA NO VENCIMENTO
      *----------------------------------------------------------------*
       7-FORNECEDORES.
           OPEN INPUT CONTAS-PAGAR.
           IF WS-FS-PAGAR NOT = '00'
               DISPLAY 'SEM CONTAS A PAGAR'
           ELSE
               MOVE 'N' TO WS-EOF
               MOVE LOW-VALUES TO PAG-CHAVE
               START CONTAS-PAGAR KEY IS NOT LESS THAN PAG-CHAVE
                   INVALID KEY MOVE 'S' TO WS-EOF
               END-START
               PERFORM 71-LE-NOTA UNTIL WS-EOF = 'S'
               CLOSE CONTAS-PAGAR
           END-IF.

       71-LE-NOTA.
           READ CONTAS-PAGAR NEXT RECORD
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   IF PAG-A-PAGAR
                       MOVE PAG-VENCIMENTO TO WS-DATA-LANC
                       COMPUTE WS-VALOR-LANC = ZEROS - PAG-VALOR
                       MOVE 3 TO WS-COLUNA
                       PERFORM 90-LANCA-SEMANA
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * FOLHA: O LIQUIDO TOTAL DA ULTIMA COMPETENCIA SAI NO DIA DE
      * PAGAMENTO DE CADA MES DENTRO DO HORIZONTE
      *----------------------------------------------------------------*
       8-FOLHA.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT FOLHA-HISTORICO.
           IF WS-FS-FOLHA NOT = '00'
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM 82-LE-FOLHA UNTIL WS-EOF = 'S'.
           CLOSE FOLHA-HISTORICO.
           IF WS-LIQ-FOLHA = ZEROS
               DISPLAY 'SEM FOLHA NO HISTORICO - FOLHA FORA DA '
                   'PROJECAO'
           ELSE
               MOVE WS-DATA-HOJE (1:4) TO WS-FOLHA-ANO
               MOVE WS-DATA-HOJE (5:2) TO WS-FOLHA-MES
               COMPUTE WS-DATA-LANC = WS-FOLHA-ANO * 10000
                   + WS-FOLHA-MES * 100 + WS-DIA-FOLHA
               IF WS-DATA-LANC < WS-DATA-HOJE
                   PERFORM 84-PROXIMO-MES-FOLHA
               END-IF
               PERFORM 83-LANCA-FOLHA
                   UNTIL WS-DATA-LANC > WS-DATA-FIM-HOR
           END-IF.

       82-LE-FOLHA.
           READ FOLHA-HISTORICO
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   MOVE SPACES TO WS-FOLHA-CAMPOS
                   UNSTRING REG-FOLHA DELIMITED BY ';'
                       INTO WS-H-COMPET-TX WS-H-CPF WS-H-BRUTO-TX
                            WS-H-INSS-TX WS-H-IRRF-TX WS-H-LIQ-TX
                   END-UNSTRING
                   COMPUTE WS-H-COMPET =
                       FUNCTION NUMVAL (WS-H-COMPET-TX)
                   IF WS-H-COMPET > WS-ULT-COMPET
                       MOVE WS-H-COMPET TO WS-ULT-COMPET
                       MOVE ZEROS TO WS-LIQ-FOLHA
                   END-IF
                   IF WS-H-COMPET = WS-ULT-COMPET
                       COMPUTE WS-LIQ-FOLHA = WS-LIQ-FOLHA +
                           FUNCTION NUMVAL (WS-H-LIQ-TX)
                   END-IF
           END-READ.

       83-LANCA-FOLHA.
           COMPUTE WS-VALOR-LANC = ZEROS - WS-LIQ-FOLHA.
           MOVE 4 TO WS-COLUNA.
           PERFORM 90-LANCA-SEMANA.
           PERFORM 84-PROXIMO-MES-FOLHA.

       84-PROXIMO-MES-FOLHA.
           ADD 1 TO WS-FOLHA-MES.
           IF WS-FOLHA-MES > 12
               MOVE 1 TO WS-FOLHA-MES
               ADD 1 TO WS-FOLHA-ANO
           END-IF.
           COMPUTE WS-DATA-LANC = WS-FOLHA-ANO * 10000
               + WS-FOLHA-MES * 100 + WS-DIA-FOLHA.

      *----------------------------------------------------------------*
      * TRANSFERENCIAS AGENDADAS PENDENTES DE CONTA DA EMPRESA PARA
      * CONTA DE FORA; A RECORRENTE MENSAL ROLA COMO NO
      * EXECUTA-AGENDADAS ATE SAIR DO HORIZONTE
      *----------------------------------------------------------------*
       81-TRANSFERENCIAS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT TRANSF-AGENDADAS.
           IF WS-FS-AGENDA NOT = '00' OR WS-CNT-EMPRESA = ZEROS
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM 85-LE-AGENDADA UNTIL WS-EOF = 'S'.
           CLOSE TRANSF-AGENDADAS.

       85-LE-AGENDADA.
           READ TRANSF-AGENDADAS
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   MOVE REG-AGENDA TO WS-LINHA-AGENDA
                   IF WS-AG-STATUS = 'P'
                       MOVE WS-AG-ORIGEM TO WS-CONTA-PROCURA
                       PERFORM 92-CONTA-EMPRESA
                       MOVE WS-EMP-ACHOU TO WS-ORIGEM-EMPRESA
                       MOVE WS-AG-DESTINO TO WS-CONTA-PROCURA
                       PERFORM 92-CONTA-EMPRESA
                       IF WS-ORIGEM-EMPRESA = 'S'
                          AND WS-EMP-ACHOU = 'N'
                           PERFORM 86-PROJETA-AGENDADA
                       END-IF
                   END-IF
           END-READ.

       86-PROJETA-AGENDADA.
           MOVE WS-AG-DATA-EXEC TO WS-DATA-LANC.
           COMPUTE WS-VALOR-LANC = ZEROS - WS-AG-VALOR.
           MOVE 5 TO WS-COLUNA.
           IF WS-AG-RECORR NOT = 'M'
               PERFORM 90-LANCA-SEMANA
           ELSE
               MOVE WS-AG-OCORR TO WS-ROLA-RESTAM
               MOVE 'N' TO WS-ROLA-FIM
               PERFORM 87-LANCA-RECORRENTE
                   UNTIL WS-ROLA-FIM = 'S'
                      OR WS-DATA-LANC > WS-DATA-FIM-HOR
           END-IF.

       87-LANCA-RECORRENTE.
           PERFORM 90-LANCA-SEMANA.
           MOVE WS-DATA-LANC (1:4) TO WS-ROLA-ANO.
           MOVE WS-DATA-LANC (5:2) TO WS-ROLA-MES.
           MOVE WS-DATA-LANC (7:2) TO WS-ROLA-DIA.
           ADD 1 TO WS-ROLA-MES.
           IF WS-ROLA-MES > 12
               MOVE 1 TO WS-ROLA-MES
               ADD 1 TO WS-ROLA-ANO
           END-IF.
           COMPUTE WS-DATA-LANC =
               WS-ROLA-ANO * 10000 + WS-ROLA-MES * 100 + WS-ROLA-DIA.
           IF WS-ROLA-RESTAM > ZEROS
               SUBTRACT 1 FROM WS-ROLA-RESTAM
               IF WS-ROLA-RESTAM = ZEROS
                   MOVE 'S' TO WS-ROLA-FIM
               END-IF
           END-IF.
           IF WS-AG-DATA-FIM NOT = ZEROS
              AND WS-DATA-LANC > WS-AG-DATA-FIM
               MOVE 'S' TO WS-ROLA-FIM
           END-IF.

      *----------------------------------------------------------------*
      * ACUMULA O VALOR (POSITIVO ENTRADA, NEGATIVO SAIDA) NA COLUNA
      * DA SEMANA DA DATA; DATA JA VENCIDA CAI NA SEMANA 1 E DATA
      * ALEM DO HORIZONTE FICA FORA
      *----------------------------------------------------------------*
       90-LANCA-SEMANA.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATA-LANC) NOT = 0
               ADD 1 TO WS-CT-FORA
           ELSE
               COMPUTE WS-DIAS-DATA =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-LANC)
               IF WS-DIAS-DATA < WS-DIAS-HOJE
                   MOVE 1 TO WS-SEMANA
               ELSE
                   COMPUTE WS-SEMANA =
                       (WS-DIAS-DATA - WS-DIAS-HOJE) / 7 + 1
               END-IF
               IF WS-SEMANA > WS-SEMANAS
                   ADD 1 TO WS-CT-FORA
               ELSE
                   SET WS-IDX-SEM TO WS-SEMANA
                   ADD WS-VALOR-LANC TO
                       WS-S-VALOR (WS-IDX-SEM WS-COLUNA)
               END-IF
           END-IF.

       92-CONTA-EMPRESA.
           MOVE 'N' TO WS-EMP-ACHOU.
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
                   UNTIL WS-IDX-EMP > WS-CNT-EMPRESA
               IF WS-E-CONTA (WS-IDX-EMP) = WS-CONTA-PROCURA
                   MOVE 'S' TO WS-EMP-ACHOU
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * RELATORIO: ABERTURA, UMA LINHA POR SEMANA COM O LIQUIDO E O
      * ACUMULADO, AVISO NA SEMANA NEGATIVA E TOTAIS POR COLUNA
      *----------------------------------------------------------------*
       9-IMPRIME.
           OPEN OUTPUT FLUXO-CAIXA.
           MOVE SPACES TO REG-RELAT.
           STRING 'PROJECAO SEMANAL DO FLUXO DE CAIXA EM '
               WS-DATA-HOJE ' - ' WS-SEMANAS ' SEMANAS'
               DELIMITED BY SIZE INTO REG-RELAT.
           WRITE REG-RELAT.
           MOVE WS-CNT-EMPRESA TO WS-A-QTD.
           MOVE WS-SALDO-ABERTURA TO WS-A-SALDO.
           WRITE REG-RELAT FROM WS-LINHA-ABERTURA.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT.
           WRITE REG-RELAT FROM WS-CAB-1.
           MOVE ZEROS TO WS-TOT-COLUNA (1) WS-TOT-COLUNA (2)
               WS-TOT-COLUNA (3) WS-TOT-COLUNA (4) WS-TOT-COLUNA (5).
           PERFORM 91-IMPRIME-SEMANA
               VARYING WS-IDX-SEM FROM 1 BY 1
               UNTIL WS-IDX-SEM > WS-SEMANAS.
           MOVE SPACES TO WS-LINHA-SEMANA.
           PERFORM VARYING WS-SUB-COL FROM 1 BY 1
                   UNTIL WS-SUB-COL > 5
               MOVE WS-TOT-COLUNA (WS-SUB-COL) TO
                   WS-L-COLUNA (WS-SUB-COL)
           END-PERFORM.
           SET WS-IDX-SEM TO WS-SEMANAS.
           COMPUTE WS-L-LIQUIDO = WS-S-ACUM (WS-IDX-SEM)
               - WS-SALDO-ABERTURA.
           MOVE WS-S-ACUM (WS-IDX-SEM) TO WS-L-ACUM.
           MOVE 'TOTAL' TO WS-LINHA-SEMANA (1:5).
           WRITE REG-RELAT FROM WS-LINHA-SEMANA.
           CLOSE FLUXO-CAIXA.
           DISPLAY 'SEMANAS PROJETADAS: ' WS-SEMANAS
               ' NEGATIVAS: ' WS-CT-NEGATIVAS
               ' LANCAMENTOS FORA DO HORIZONTE: ' WS-CT-FORA.
           IF WS-CT-NEGATIVAS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

       91-IMPRIME-SEMANA.
           MOVE ZEROS TO WS-S-ENTRA (WS-IDX-SEM) WS-S-SAI (WS-IDX-SEM).
           PERFORM VARYING WS-SUB-COL FROM 1 BY 1
                   UNTIL WS-SUB-COL > 5
               IF WS-S-VALOR (WS-IDX-SEM WS-SUB-COL) < ZEROS
                   ADD WS-S-VALOR (WS-IDX-SEM WS-SUB-COL) TO
                       WS-S-SAI (WS-IDX-SEM)
               ELSE
                   ADD WS-S-VALOR (WS-IDX-SEM WS-SUB-COL) TO
                       WS-S-ENTRA (WS-IDX-SEM)
               END-IF
               ADD WS-S-VALOR (WS-IDX-SEM WS-SUB-COL) TO
                   WS-TOT-COLUNA (WS-SUB-COL)
               MOVE WS-S-VALOR (WS-IDX-SEM WS-SUB-COL) TO
                   WS-L-COLUNA (WS-SUB-COL)
           END-PERFORM.
           COMPUTE WS-S-LIQUIDO (WS-IDX-SEM) =
               WS-S-ENTRA (WS-IDX-SEM) + WS-S-SAI (WS-IDX-SEM).
           IF WS-IDX-SEM = 1
               COMPUTE WS-S-ACUM (WS-IDX-SEM) = WS-SALDO-ABERTURA
                   + WS-S-LIQUIDO (WS-IDX-SEM)
           ELSE
               COMPUTE WS-S-ACUM (WS-IDX-SEM) =
                   WS-S-ACUM (WS-IDX-SEM - 1)
                   + WS-S-LIQUIDO (WS-IDX-SEM)
           END-IF.
           SET WS-SEMANA TO WS-IDX-SEM.
           MOVE WS-SEMANA TO WS-L-SEMANA.
           MOVE WS-S-INICIO (WS-IDX-SEM) TO WS-L-INICIO.
           MOVE WS-S-FIM (WS-IDX-SEM) TO WS-L-FIM.
           MOVE WS-S-LIQUIDO (WS-IDX-SEM) TO WS-L-LIQUIDO.
           MOVE WS-S-ACUM (WS-IDX-SEM) TO WS-L-ACUM.
           MOVE SPACES TO WS-L-AVISO.
           IF WS-S-ACUM (WS-IDX-SEM) < ZEROS
               MOVE '*** NEGATIVO' TO WS-L-AVISO
               ADD 1 TO WS-CT-NEGATIVAS
           END-IF.
           WRITE REG-RELAT FROM WS-LINHA-SEMANA.
