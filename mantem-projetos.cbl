      *================================================================*
      * Author:
      * Date:
      * Purpose: Manutencao dos projetos de investimento aprovados
      *  PROJETOS-APROVADOS.TXT, base da pos-auditoria do
      *  AUDITA-PROJETOS. Aprova um projeto do arquivo de projetos
      *  do COMPARA-PROJETOS pelo nome - copia o investimento, a taxa
      *  de desconto e os fluxos projetados como estavam na data da
      *  aprovacao, que nao mudam mais -, lanca o fluxo de caixa
      *  realizado de cada periodo (em ordem: so o proximo periodo
      *  ou a correcao de um ja lancado) e consulta o projetado
      *  contra o realizado de um projeto. Nome ja aprovado nao
      *  aprova de novo.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTEM-PROJETOS.
      *================================================================*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PROJETOS-APROVADOS ASSIGN TO WS-ARQ-APROVADOS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-APROVADOS.

           SELECT PROJETOS ASSIGN TO WS-ARQ-PROJETOS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-PROJETOS.

      *================================================================*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD PROJETOS-APROVADOS.
       01 REG-APROVADO         PIC X(750).

      * NOME;INVESTIMENTO;TAXA;FLUXO1;FLUXO2;... - O MESMO ARQUIVO
      * QUE O COMPARA-PROJETOS RANQUEIA
       FD PROJETOS.
       01 REG-PROJETO          PIC X(500).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      * EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG)
      *----------------------------------------------------------------*
       01 WS-ARQ-APROVADOS     PIC X(80) VALUE
           'C:\exe-cobol\projetos-aprovados.txt'.
       01 WS-ARQ-PROJETOS      PIC X(80) VALUE
           'C:\exe-cobol\projetos-vpl.txt'.
       01 WS-CFG-LOGICO        PIC X(20).
       01 WS-CFG-CAMINHO       PIC X(80).
       01 WS-CFG-ACHOU         PIC X(01).

       01 WS-STATUS.
           05 WS-FS-APROVADOS  PIC X(02).
           05 WS-FS-PROJETOS   PIC X(02).

       01 WS-CONTROLE.
           05 WS-OPCAO         PIC X(01) VALUE SPACE.
           05 WS-EOF           PIC X(01) VALUE 'N'.
           05 WS-VALIDO        PIC X(01) VALUE 'S'.
           05 WS-ACHOU         PIC X(01) VALUE 'N'.
           05 WS-DATA-HOJE     PIC 9(08) VALUE ZEROS.
           05 WS-NOME          PIC X(20) VALUE SPACES.
           05 WS-PERIODO       PIC 9(02) VALUE ZEROS.
           05 WS-PROXIMO       PIC 9(02) VALUE ZEROS.
           05 WS-VALOR-TX      PIC X(15) VALUE SPACES.
           05 WS-VALOR         PIC S9(10)V99 VALUE ZEROS.
           05 WS-IDX-ACHADO    PIC 9(02) VALUE ZEROS.
           05 PERIODO          PIC 9(02) VALUE ZEROS.

      * CAMPOS BRUTOS DO UNSTRING DA LINHA DO PROJETO, COMO NO
      * COMPARA-PROJETOS
       01 WS-TOKENS.
           05 WS-TOK-NOME      PIC X(20).
           05 WS-TOK-INVEST    PIC X(15).
           05 WS-TOK-TAXA      PIC X(10).
           05 WS-TOK-FLUXO OCCURS 24 TIMES PIC X(15).
       01 WS-NUM-TOKENS        PIC 9(02) VALUE ZEROS.

       01 WS-TAB-APROVADOS.
           05 WS-CNT-APROV     PIC 9(02) VALUE ZEROS.
           05 WS-APROV-ITEM OCCURS 50 TIMES
                             INDEXED BY WS-IDX-APR.
               10 WS-A-LINHA   PIC X(750).
       COPY PROJLIN.

       01 WS-LINHA-CONSULTA.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-CS-PERIODO    PIC Z9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-CS-PROJETADO  PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-CS-REALIZADO  PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-CS-SITUACAO   PIC X(10).
       01 WS-VALOR-ED          PIC -Z.ZZZ.ZZZ.ZZ9,99.
       01 WS-TAXA-ED           PIC ZZ.ZZ9,99.
      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       0-PRINCIPAL.
           PERFORM 1-RESOLVE-CAMINHOS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 3-CARREGA-APROVADOS.
           PERFORM 4-MENU UNTIL WS-OPCAO = 'X'.
           STOP RUN.

       1-RESOLVE-CAMINHOS.
           MOVE 'PROJETOS-APROVADOS' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-APROVADOS
           END-IF.
           MOVE 'PROJETOS-VPL' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-PROJETOS
           END-IF.

       11-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.

       3-CARREGA-APROVADOS.
           MOVE ZEROS TO WS-CNT-APROV.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PROJETOS-APROVADOS.
           IF WS-FS-APROVADOS NOT = '00'
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ PROJETOS-APROVADOS
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF WS-CNT-APROV < 50
                           ADD 1 TO WS-CNT-APROV
                           SET WS-IDX-APR TO WS-CNT-APROV
                           MOVE REG-APROVADO TO WS-A-LINHA (WS-IDX-APR)
                       ELSE
                           DISPLAY 'PROJETOS APROVADOS EXCEDEM A '
                               'TABELA - MANUTENCAO ABORTADA'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROJETOS-APROVADOS.

       4-MENU.
           DISPLAY 'PROJETOS DE INVESTIMENTO APROVADOS'.
           DISPLAY '1 - APROVAR PROJETO'.
           DISPLAY '2 - LANCAR FLUXO REALIZADO'.
           DISPLAY '3 - CONSULTAR PROJETO'.
           DISPLAY 'X - SAIDA'.
           DISPLAY 'OPCAO: '.
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM 5-APROVAR
               WHEN '2'
                   PERFORM 6-LANCAR-REALIZADO
               WHEN '3'
                   PERFORM 7-CONSULTAR
               WHEN OTHER
                   IF WS-OPCAO NOT = 'X'
                       DISPLAY 'ENTRE COM A OPCAO CORRETA'
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
      * APROVACAO: O PROJETO TEM DE ESTAR NO ARQUIVO DE PROJETOS, COM
      * FLUXOS, E AINDA NAO APROVADO; O PROJETADO FICA CONGELADO
      * COMO ESTAVA NESTE DIA
      *----------------------------------------------------------------*
       5-APROVAR.
           DISPLAY 'NOME DO PROJETO: '.
           MOVE SPACES TO WS-NOME.
           ACCEPT WS-NOME.
           MOVE 'S' TO WS-VALIDO.
           PERFORM 71-ACHA-APROVADO.
           IF WS-IDX-ACHADO NOT = ZEROS
               DISPLAY 'PROJETO ' WS-NOME ' JA APROVADO EM '
                   WS-PJ-APROVACAO
               MOVE 'N' TO WS-VALIDO
           END-IF.
           IF WS-VALIDO = 'S' AND WS-CNT-APROV >= 50
               DISPLAY 'TABELA DE APROVADOS CHEIA'
               MOVE 'N' TO WS-VALIDO
           END-IF.
           IF WS-VALIDO = 'S'
               PERFORM 52-PROCURA-PROJETO
           END-IF.
           IF WS-VALIDO = 'S'
               ADD 1 TO WS-CNT-APROV
               SET WS-IDX-APR TO WS-CNT-APROV
               MOVE WS-LINHA-PROJETO TO WS-A-LINHA (WS-IDX-APR)
               PERFORM 75-REGRAVA-APROVADOS
               MOVE WS-PJ-INVEST TO WS-VALOR-ED
               MOVE WS-PJ-TAXA TO WS-TAXA-ED
               DISPLAY 'PROJETO APROVADO - INVESTIMENTO ' WS-VALOR-ED
                   ' TAXA ' WS-TAXA-ED ' PERIODOS ' WS-PJ-PERIODOS
           END-IF.

      * A SERIE DE FLUXOS E DE TAMANHO VARIAVEL: SO OS CAMPOS
      * PREENCHIDOS VIRAM PERIODOS, COMO NO COMPARA-PROJETOS
       51-ABRE-LINHA.
           MOVE SPACES TO WS-TOKENS.
           MOVE ZEROS TO WS-NUM-TOKENS.
           UNSTRING REG-PROJETO DELIMITED BY ';'
               INTO WS-TOK-NOME WS-TOK-INVEST WS-TOK-TAXA
                    WS-TOK-FLUXO (1) WS-TOK-FLUXO (2)
                    WS-TOK-FLUXO (3) WS-TOK-FLUXO (4)
                    WS-TOK-FLUXO (5) WS-TOK-FLUXO (6)
                    WS-TOK-FLUXO (7) WS-TOK-FLUXO (8)
                    WS-TOK-FLUXO (9) WS-TOK-FLUXO (10)
                    WS-TOK-FLUXO (11) WS-TOK-FLUXO (12)
                    WS-TOK-FLUXO (13) WS-TOK-FLUXO (14)
                    WS-TOK-FLUXO (15) WS-TOK-FLUXO (16)
                    WS-TOK-FLUXO (17) WS-TOK-FLUXO (18)
                    WS-TOK-FLUXO (19) WS-TOK-FLUXO (20)
                    WS-TOK-FLUXO (21) WS-TOK-FLUXO (22)
                    WS-TOK-FLUXO (23) WS-TOK-FLUXO (24)
               TALLYING IN WS-NUM-TOKENS
           END-UNSTRING.
           MOVE WS-TOK-NOME TO WS-PJ-NOME.
           MOVE WS-DATA-HOJE TO WS-PJ-APROVACAO.
           COMPUTE WS-PJ-INVEST = FUNCTION NUMVAL (WS-TOK-INVEST).
           COMPUTE WS-PJ-TAXA = FUNCTION NUMVAL (WS-TOK-TAXA).
           MOVE ZEROS TO WS-PJ-PERIODOS.
           MOVE ZEROS TO WS-PJ-REALIZADOS.
           MOVE ZEROS TO WS-PJ-ULT-LANC.
           PERFORM VARYING PERIODO FROM 1 BY 1
                   UNTIL PERIODO > 24
               MOVE ZEROS TO WS-PJ-PROJETADO (PERIODO)
               MOVE ZEROS TO WS-PJ-REALIZADO (PERIODO)
           END-PERFORM.
           PERFORM VARYING PERIODO FROM 1 BY 1
                   UNTIL PERIODO > 24
               IF WS-TOK-FLUXO (PERIODO) NOT = SPACES
                   ADD 1 TO WS-PJ-PERIODOS
                   COMPUTE WS-PJ-PROJETADO (WS-PJ-PERIODOS) =
                       FUNCTION NUMVAL (WS-TOK-FLUXO (PERIODO))
               END-IF
           END-PERFORM.

       52-PROCURA-PROJETO.
           MOVE 'N' TO WS-ACHOU.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PROJETOS.
           IF WS-FS-PROJETOS NOT = '00'
               DISPLAY 'SEM ARQUIVO DE PROJETOS'
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'S' OR WS-ACHOU = 'S'
               READ PROJETOS
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       PERFORM 51-ABRE-LINHA
                       IF WS-TOK-NOME = WS-NOME
                           MOVE 'S' TO WS-ACHOU
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-FS-PROJETOS NOT = '35'
               CLOSE PROJETOS
           END-IF.
           IF WS-ACHOU = 'N'
               DISPLAY 'PROJETO ' WS-NOME ' NAO ESTA NO ARQUIVO DE '
                   'PROJETOS'
               MOVE 'N' TO WS-VALIDO
           ELSE
               IF WS-PJ-PERIODOS = ZEROS
                   DISPLAY 'PROJETO SEM FLUXOS - NAO APROVADO'
                   MOVE 'N' TO WS-VALIDO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * REALIZADO: O PERIODO TEM DE SER O PROXIMO AINDA NAO LANCADO
      * (A SERIE NAO TEM BURACO) OU UM JA LANCADO, QUE E CORRIGIDO;
      * NAO PASSA DO NUMERO DE PERIODOS PROJETADOS
      *----------------------------------------------------------------*
       6-LANCAR-REALIZADO.
           DISPLAY 'NOME DO PROJETO: '.
           MOVE SPACES TO WS-NOME.
           ACCEPT WS-NOME.
           PERFORM 71-ACHA-APROVADO.
           IF WS-IDX-ACHADO = ZEROS
               DISPLAY 'PROJETO ' WS-NOME ' NAO APROVADO'
           ELSE
               PERFORM 61-RECEBE-REALIZADO
           END-IF.

       61-RECEBE-REALIZADO.
           MOVE 'S' TO WS-VALIDO.
           COMPUTE WS-PROXIMO = WS-PJ-REALIZADOS + 1.
           DISPLAY 'PERIODOS LANCADOS: ' WS-PJ-REALIZADOS ' DE '
               WS-PJ-PERIODOS.
           DISPLAY 'PERIODO: '.
           ACCEPT WS-PERIODO.
           IF WS-PERIODO < 1 OR WS-PERIODO > WS-PJ-PERIODOS
              OR WS-PERIODO > WS-PROXIMO
               DISPLAY 'PERIODO INVALIDO - O PROXIMO A LANCAR E O '
                   WS-PROXIMO
               MOVE 'N' TO WS-VALIDO
           END-IF.
           IF WS-VALIDO = 'S'
               DISPLAY 'FLUXO REALIZADO (NEGATIVO = DESEMBOLSO): '
               MOVE SPACES TO WS-VALOR-TX
               ACCEPT WS-VALOR-TX
               IF WS-VALOR-TX = SPACES
                  OR FUNCTION TEST-NUMVAL (WS-VALOR-TX) NOT = 0
                   DISPLAY 'VALOR INVALIDO'
                   MOVE 'N' TO WS-VALIDO
               END-IF
           END-IF.
           IF WS-VALIDO = 'S'
               COMPUTE WS-VALOR = FUNCTION NUMVAL (WS-VALOR-TX)
               IF WS-PERIODO < WS-PROXIMO
                   MOVE WS-PJ-REALIZADO (WS-PERIODO) TO WS-VALOR-ED
                   DISPLAY 'PERIODO ' WS-PERIODO ' CORRIGIDO - ERA '
                       WS-VALOR-ED
               ELSE
                   ADD 1 TO WS-PJ-REALIZADOS
               END-IF
               MOVE WS-VALOR TO WS-PJ-REALIZADO (WS-PERIODO)
               MOVE WS-DATA-HOJE TO WS-PJ-ULT-LANC
               SET WS-IDX-APR TO WS-IDX-ACHADO
               MOVE WS-LINHA-PROJETO TO WS-A-LINHA (WS-IDX-APR)
               PERFORM 75-REGRAVA-APROVADOS
               MOVE WS-PJ-PROJETADO (WS-PERIODO) TO WS-VALOR-ED
               DISPLAY 'REALIZADO LANCADO - PROJETADO ERA '
                   WS-VALOR-ED
           END-IF.

       7-CONSULTAR.
           DISPLAY 'NOME DO PROJETO: '.
           MOVE SPACES TO WS-NOME.
           ACCEPT WS-NOME.
           PERFORM 71-ACHA-APROVADO.
           IF WS-IDX-ACHADO = ZEROS
               DISPLAY 'PROJETO ' WS-NOME ' NAO APROVADO'
           ELSE
               MOVE WS-PJ-INVEST TO WS-VALOR-ED
               MOVE WS-PJ-TAXA TO WS-TAXA-ED
               DISPLAY WS-PJ-NOME ' APROVADO EM ' WS-PJ-APROVACAO
               DISPLAY 'INVESTIMENTO ' WS-VALOR-ED ' TAXA '
                   WS-TAXA-ED
               DISPLAY 'PER        PROJETADO          REALIZADO'
               PERFORM VARYING PERIODO FROM 1 BY 1
                       UNTIL PERIODO > WS-PJ-PERIODOS
                   PERFORM 72-MOSTRA-PERIODO
               END-PERFORM
           END-IF.

       72-MOSTRA-PERIODO.
           MOVE PERIODO TO WS-CS-PERIODO.
           MOVE WS-PJ-PROJETADO (PERIODO) TO WS-CS-PROJETADO.
           IF PERIODO <= WS-PJ-REALIZADOS
               MOVE WS-PJ-REALIZADO (PERIODO) TO WS-CS-REALIZADO
               MOVE SPACES TO WS-CS-SITUACAO
           ELSE
               MOVE ZEROS TO WS-CS-REALIZADO
               MOVE 'A REALIZAR' TO WS-CS-SITUACAO
           END-IF.
           DISPLAY WS-LINHA-CONSULTA.

       71-ACHA-APROVADO.
           MOVE ZEROS TO WS-IDX-ACHADO.
           PERFORM VARYING WS-IDX-APR FROM 1 BY 1
                   UNTIL WS-IDX-APR > WS-CNT-APROV
                      OR WS-IDX-ACHADO NOT = ZEROS
               MOVE WS-A-LINHA (WS-IDX-APR) TO WS-LINHA-PROJETO
               IF WS-PJ-NOME = WS-NOME
                   SET WS-IDX-ACHADO TO WS-IDX-APR
               END-IF
           END-PERFORM.

       75-REGRAVA-APROVADOS.
           OPEN OUTPUT PROJETOS-APROVADOS.
           PERFORM VARYING WS-IDX-APR FROM 1 BY 1
                   UNTIL WS-IDX-APR > WS-CNT-APROV
               WRITE REG-APROVADO FROM WS-A-LINHA (WS-IDX-APR)
           END-PERFORM.
           CLOSE PROJETOS-APROVADOS.
      *================================================================*
