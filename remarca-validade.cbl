      ******************************************************************
      * Author:
      * Date:
      * Purpose: Remarcacao automatica dos lotes perto do vencimento -
      *  o VALIDADE-LOTES lista o que vence e nada acontece ate o
      *  lote ir para o lixo. Opcao 1 (batida noturna): seleciona os
      *  lotes do lotes-estoque.txt pelo mesmo criterio do VALIDADE-
      *  LOTES (vencem em ate N dias, N = maior faixa da politica) e,
      *  pela politica de remarcacao (remarcacao-politica.txt, linhas
      *  DIAS;PERCENTUAL - por exemplo 30;20 e 10;50), grava no
      *  precos-futuros.txt uma linha de preco com desconto para cada
      *  faixa, na data em que a faixa comeca, e a linha de volta ao
      *  preco normal (PRECO-UNIT do produtos.dat) para o dia seguinte
      *  ao vencimento. Quem aplica e o APLICA-PRECOS-FUT, na data.
      *  Cada linha gerada vai tambem para o registro de remarcacoes
      *  (remarcacao-registro.txt), que impede remarcar o mesmo lote
      *  duas vezes e, enquanto um lote do produto esta remarcado,
      *  segura os outros lotes do mesmo produto ate a volta ao preco
      *  normal (FEFO - o preco e um so por produto).
      *  Opcao 2 (relatorio mensal): para os lotes que venceram no
      *  mes, compara o valor recuperado pelas remarcacoes (vendas do
      *  produto dentro das faixas, pelo preco remarcado) com o valor
      *  baixado como vencido (o que sobrou do lote depois das vendas
      *  desde o recebimento, pelo valor unitario do estoque.csv).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMARCA-VALIDADE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ARQ-INDX ASSIGN TO WS-ARQ-PRODUTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-ID
               ALTERNATE RECORD KEY IS NOME-PROD WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

               SELECT LOTES-ESTOQUE ASSIGN TO WS-ARQ-LOTES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOTES.

               SELECT OPTIONAL POLITICA ASSIGN TO WS-ARQ-POLITICA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-POLITICA.

               SELECT OPTIONAL REGISTRO-REM ASSIGN TO WS-ARQ-REGISTRO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REGISTRO.

               SELECT PRECOS-FUTUROS ASSIGN TO WS-ARQ-FUTUROS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FUTUROS.

               SELECT OPTIONAL VENDAS-POSTADAS ASSIGN TO WS-ARQ-VENDAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENDAS.

               SELECT ESTOQUE ASSIGN TO WS-ARQ-ESTOQUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESTOQUE.

               SELECT RELATORIO-REM ASSIGN TO WS-ARQ-RELAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           FD ARQ-INDX.
           COPY PRODREG.

           FD LOTES-ESTOQUE.
           01 REG-LOTE                 PIC X(45).

           FD POLITICA.
           01 REG-POLITICA             PIC X(20).

           FD REGISTRO-REM.
           01 REG-REGISTRO             PIC X(80).

           FD PRECOS-FUTUROS.
           01 REG-FUTURO               PIC X(60).

           FD VENDAS-POSTADAS.
           01 REG-VENDA                PIC X(30).

           FD ESTOQUE.
           01 REG-ESTOQUE              PIC X(32).

           FD RELATORIO-REM.
           01 REG-RELAT                PIC X(103).

       WORKING-STORAGE SECTION.
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      *  EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG)
           01 WS-CAMINHOS.
               05 WS-ARQ-PRODUTOS      PIC X(80) VALUE
                   "C:\Nova pasta\produtos.dat".
               05 WS-ARQ-LOTES         PIC X(80) VALUE
                   "C:\exe-cobol\lotes-estoque.txt".
               05 WS-ARQ-POLITICA      PIC X(80) VALUE
                   "C:\exe-cobol\remarcacao-politica.txt".
               05 WS-ARQ-REGISTRO      PIC X(80) VALUE
                   "C:\exe-cobol\remarcacao-registro.txt".
               05 WS-ARQ-FUTUROS       PIC X(80) VALUE
                   "C:\Nova pasta\precos-futuros.txt".
               05 WS-ARQ-VENDAS        PIC X(80) VALUE
                   "C:\exe-cobol\vendas-postadas.txt".
               05 WS-ARQ-ESTOQUE       PIC X(80) VALUE
                   "C:\exe-cobol\estoque.csv".
               05 WS-ARQ-RELAT         PIC X(80) VALUE
                   "C:\exe-cobol\remarcacao-mensal.txt".

           01 WS-CFG-CHAMADA.
               05 WS-CFG-LOGICO        PIC X(20).
               05 WS-CFG-CAMINHO       PIC X(80).
               05 WS-CFG-ACHOU         PIC X(01).

           01 WS-STATUS.
               05 WS-FILE-STATUS       PIC 9(02).
               05 FS-LOTES             PIC 9(02).
               05 FS-POLITICA          PIC 9(02).
               05 FS-REGISTRO          PIC 9(02).
               05 FS-FUTUROS           PIC 9(02).
               05 FS-VENDAS            PIC 9(02).
               05 FS-ESTOQUE           PIC 9(02).
               05 FS-RELAT             PIC 9(02).

           01 WS-CAMPOS-LOTE.
               05 WS-LT-PRODID         PIC X(04).
               05 WS-LT-LOTE           PIC X(10).
               05 WS-LT-QTD-TX         PIC X(06).
               05 WS-LT-VALIDADE-TX    PIC X(08).
               05 WS-LT-DATA-TX        PIC X(08).
           01 WS-LT-VALIDADE           PIC 9(08) VALUE ZEROS.

           01 WS-CAMPOS-POLITICA.
               05 WS-PL-DIAS-TX        PIC X(04).
               05 WS-PL-PERC-TX        PIC X(04).

           01 WS-CAMPOS-ESTOQUE.
               05 WS-E-CODIGO          PIC X(04).
               05 WS-E-NOME            PIC X(11).
               05 WS-E-QNT-TX          PIC X(04).
               05 WS-E-MIN-TX          PIC X(04).
               05 WS-E-VALOR-TX        PIC X(09).

           01 WS-CAMPOS-VENDA.
               05 WS-VP-DATA-TX        PIC X(08).
               05 WS-VP-LOJA           PIC X(06).
               05 WS-VP-PRODID         PIC X(04).
               05 WS-VP-QTD-TX         PIC X(06).
           01 WS-VP-DATA               PIC 9(08) VALUE ZEROS.
           01 WS-VP-QTD                PIC 9(05) VALUE ZEROS.

      * FAIXAS DA POLITICA, DA MAIS LONGE DO VENCIMENTO (MENOR
      *  DESCONTO) PARA A MAIS PERTO (MAIOR DESCONTO)
           01 WS-TAB-FAIXAS.
               05 WS-CNT-FAIXAS        PIC 9(02) VALUE ZEROS.
               05 WS-FAIXA-ITEM OCCURS 10 TIMES
                                INDEXED BY WS-IDX-FX.
                   10 WS-FX-DIAS       PIC 9(03).
                   10 WS-FX-PERC       PIC 9(02).
           01 WS-TROCA-FAIXA.
               05 WS-TF-DIAS           PIC 9(03).
               05 WS-TF-PERC           PIC 9(02).

      * LINHA DO REGISTRO DE REMARCACOES (APPEND-ONLY): PRODUTO, LOTE,
      *  VALIDADE, TIPO (R REMARCACAO, N VOLTA AO PRECO NORMAL),
      *  PERCENTUAL, PRECO GRAVADO, DATA DE VIGENCIA E DATA DA GERACAO
           01 WS-LINHA-REMARCA.
               05 WS-RM-PRODID         PIC X(04).
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-RM-LOTE           PIC X(10).
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-RM-VALIDADE       PIC 9(08).
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-RM-TIPO           PIC X(01).
                   88 WS-RM-REMARCACAO       VALUE 'R'.
                   88 WS-RM-NORMAL           VALUE 'N'.
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-RM-PERC           PIC 9(02).
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-RM-PRECO          PIC 9(05)V99.
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-RM-VIGENCIA       PIC 9(08).
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-RM-GERACAO        PIC 9(08).

           01 WS-TAB-REGISTRO.
               05 WS-CNT-REG           PIC 9(03) VALUE ZEROS.
               05 WS-REG-ITEM OCCURS 500 TIMES
                                INDEXED BY WS-IDX-REG.
                   10 WS-R-PRODID      PIC X(04).
                   10 WS-R-LOTE        PIC X(10).
                   10 WS-R-VALIDADE    PIC 9(08).
                   10 WS-R-TIPO        PIC X(01).
                   10 WS-R-PRECO       PIC 9(05)V99.
                   10 WS-R-VIGENCIA    PIC 9(08).

      * LINHA DO PRECOS-FUTUROS.TXT: CODIGO;PRECO;VIGENCIA;STATUS
           01 WS-LINHA-FUTURO.
               05 WS-PF-CODIGO         PIC 9(03).
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-PF-PRECO          PIC 9(05).99.
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-PF-VIGENCIA       PIC 9(08).
               05 FILLER               PIC X(02) VALUE ';P'.

      * LOTES QUE VENCERAM NO MES DO RELATORIO
           01 WS-TAB-LOTES.
               05 WS-CNT-LOTES         PIC 9(03) VALUE ZEROS.
               05 WS-LOTE-ITEM OCCURS 300 TIMES
                                INDEXED BY WS-IDX-LOT.
                   10 WS-L-PRODID      PIC X(04).
                   10 WS-L-LOTE        PIC X(10).
                   10 WS-L-QTD         PIC 9(04).
                   10 WS-L-VALIDADE    PIC 9(08).
                   10 WS-L-RECEB       PIC 9(08).
                   10 WS-L-VALOR-UNIT  PIC 9(05)V99.
                   10 WS-L-REMARCADO   PIC X(01).
                   10 WS-L-VENDIDO     PIC 9(06).
                   10 WS-L-VEND-REM    PIC 9(06).
                   10 WS-L-VALOR-REM   PIC 9(08)V99.

           01 AUX.
               05 WS-EOF               PIC X(01) VALUE 'N'.
               05 WS-OPCAO             PIC 9(01) VALUE ZEROS.
               05 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
               05 WS-DIAS-HOJE         PIC S9(07) VALUE ZEROS.
               05 WS-DIAS-VENC         PIC S9(07) VALUE ZEROS.
               05 WS-DIAS-FALTAM       PIC S9(07) VALUE ZEROS.
               05 WS-DIAS-JANELA       PIC 9(03) VALUE ZEROS.
               05 WS-INICIO-FAIXA      PIC S9(07) VALUE ZEROS.
               05 WS-INICIO-PROXIMA    PIC S9(07) VALUE ZEROS.
               05 WS-MES-REF           PIC 9(06) VALUE ZEROS.
               05 WS-POS               PIC 9(04) VALUE ZEROS.
               05 WS-ACHOU             PIC X(01) VALUE 'N'.
               05 WS-BLOQUEADO         PIC X(01) VALUE 'N'.
               05 WS-TROCOU            PIC X(01) VALUE 'N'.
               05 WS-IDX-TROCA         PIC 9(02) VALUE ZEROS.
               05 WS-PRECO-NORMAL      PIC 9(05)V99 VALUE ZEROS.
               05 WS-PRECO-FAIXA       PIC 9(05)V99 VALUE ZEROS.
               05 WS-MAIOR-VIGENCIA    PIC 9(08) VALUE ZEROS.
               05 WS-QTD-CONSIDERADA   PIC 9(06) VALUE ZEROS.
               05 WS-QTD-BAIXADA       PIC 9(06) VALUE ZEROS.
               05 WS-VALOR-RECUP       PIC 9(08)V99 VALUE ZEROS.
               05 WS-VALOR-BAIXADO     PIC 9(08)V99 VALUE ZEROS.
               05 WS-CT-LOTES-JANELA   PIC 9(05) VALUE ZEROS.
               05 WS-CT-REMARCADOS     PIC 9(05) VALUE ZEROS.
               05 WS-CT-LINHAS         PIC 9(05) VALUE ZEROS.
               05 WS-CT-JA-REMARCADOS  PIC 9(05) VALUE ZEROS.
               05 WS-CT-AGUARDAM       PIC 9(05) VALUE ZEROS.
               05 WS-CT-SEM-PRODUTO    PIC 9(05) VALUE ZEROS.
               05 WS-TOT-RECUP         PIC 9(09)V99 VALUE ZEROS.
               05 WS-TOT-BAIXADO       PIC 9(09)V99 VALUE ZEROS.

           01 WS-LINHA-MENSAL.
               05 WS-M-VALIDADE        PIC 9(08).
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-M-PRODID          PIC X(04).
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-M-LOTE            PIC X(10).
               05 FILLER               PIC X(05) VALUE ' QTD '.
               05 WS-M-QTD             PIC ZZZ9.
               05 FILLER               PIC X(09) VALUE ' REMARC. '.
               05 WS-M-VEND-REM        PIC ZZZZ9.
               05 FILLER               PIC X(12) VALUE ' RECUPERADO '.
               05 WS-M-RECUP           PIC ZZZZZZ9.99.
               05 FILLER               PIC X(09) VALUE ' BAIXADO '.
               05 WS-M-BAIXADO         PIC ZZZZZZ9.99.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-M-OBS             PIC X(14).

           01 WS-LINHA-TOTAL.
               05 WS-TT-ROTULO         PIC X(30).
               05 WS-TT-VALOR          PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0005-RESOLVE-CAMINHOS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE).
           DISPLAY 'REMARCACAO DE LOTES PERTO DO VENCIMENTO'.
           DISPLAY '1 - GERAR REMARCACOES (BATIDA NOTURNA)'.
           DISPLAY '2 - RELATORIO MENSAL RECUPERADO X VENCIDO'.
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM 0100-CARREGA-POLITICA
                   PERFORM 0150-CARREGA-REGISTRO
                   PERFORM 0200-GERA-REMARCACOES
               WHEN 2
                   PERFORM 0150-CARREGA-REGISTRO
                   PERFORM 0500-RELATORIO-MENSAL
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

      * RESOLVE O CAMINHO DE CADA ARQUIVO PELO NOME LOGICO NA
      *  CONFIGURACAO EXTERNA, ANTES DE QUALQUER OPEN
       0005-RESOLVE-CAMINHOS.
           MOVE 'PRODUTOS-DAT' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-PRODUTOS
           END-IF.
           MOVE 'LOTES-ESTOQUE' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-LOTES
           END-IF.
           MOVE 'REMARCACAO-POLITICA' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-POLITICA
           END-IF.
           MOVE 'REMARCACAO-REGISTRO' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-REGISTRO
           END-IF.
           MOVE 'PRECOS-FUTUROS' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-FUTUROS
           END-IF.
           MOVE 'VENDAS-POSTADAS' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-VENDAS
           END-IF.
           MOVE 'ESTOQUE-CSV' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-ESTOQUE
           END-IF.
           MOVE 'REMARCACAO-MENSAL' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-RELAT
           END-IF.

       0006-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.

      * POLITICA DIAS;PERCENTUAL; SEM ARQUIVO VALE 30;20 E 10;50.
      *  ORDENA DA MAIOR PARA A MENOR QUANTIDADE DE DIAS (BOLHA)
       0100-CARREGA-POLITICA.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT POLITICA.
           PERFORM UNTIL WS-EOF = 'S'
               READ POLITICA
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-CAMPOS-POLITICA
                       UNSTRING REG-POLITICA DELIMITED BY ';'
                           INTO WS-PL-DIAS-TX WS-PL-PERC-TX
                       END-UNSTRING
                       IF WS-PL-DIAS-TX NOT = SPACES
                          AND WS-PL-PERC-TX NOT = SPACES
                          AND WS-CNT-FAIXAS < 10
                           ADD 1 TO WS-CNT-FAIXAS
                           SET WS-IDX-FX TO WS-CNT-FAIXAS
                           COMPUTE WS-FX-DIAS (WS-IDX-FX) =
                               FUNCTION NUMVAL (WS-PL-DIAS-TX)
                           COMPUTE WS-FX-PERC (WS-IDX-FX) =
                               FUNCTION NUMVAL (WS-PL-PERC-TX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE POLITICA.
           IF WS-CNT-FAIXAS = ZEROS
               MOVE 2 TO WS-CNT-FAIXAS
               MOVE 30 TO WS-FX-DIAS (1)
               MOVE 20 TO WS-FX-PERC (1)
               MOVE 10 TO WS-FX-DIAS (2)
               MOVE 50 TO WS-FX-PERC (2)
           END-IF.
           MOVE 'S' TO WS-TROCOU.
           PERFORM UNTIL WS-TROCOU = 'N'
               MOVE 'N' TO WS-TROCOU
               PERFORM VARYING WS-IDX-TROCA FROM 1 BY 1
                       UNTIL WS-IDX-TROCA >= WS-CNT-FAIXAS
                   IF WS-FX-DIAS (WS-IDX-TROCA) <
                           WS-FX-DIAS (WS-IDX-TROCA + 1)
                       MOVE WS-FAIXA-ITEM (WS-IDX-TROCA)
                           TO WS-TROCA-FAIXA
                       MOVE WS-FAIXA-ITEM (WS-IDX-TROCA + 1)
                           TO WS-FAIXA-ITEM (WS-IDX-TROCA)
                       MOVE WS-TROCA-FAIXA
                           TO WS-FAIXA-ITEM (WS-IDX-TROCA + 1)
                       MOVE 'S' TO WS-TROCOU
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE WS-FX-DIAS (1) TO WS-DIAS-JANELA.

       0150-CARREGA-REGISTRO.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT REGISTRO-REM.
           PERFORM UNTIL WS-EOF = 'S'
               READ REGISTRO-REM INTO WS-LINHA-REMARCA
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF WS-CNT-REG < 500
                           ADD 1 TO WS-CNT-REG
                           SET WS-IDX-REG TO WS-CNT-REG
                           MOVE WS-RM-PRODID TO WS-R-PRODID (WS-IDX-REG)
                           MOVE WS-RM-LOTE TO WS-R-LOTE (WS-IDX-REG)
                           MOVE WS-RM-VALIDADE TO
                               WS-R-VALIDADE (WS-IDX-REG)
                           MOVE WS-RM-TIPO TO WS-R-TIPO (WS-IDX-REG)
                           MOVE WS-RM-PRECO TO WS-R-PRECO (WS-IDX-REG)
                           MOVE WS-RM-VIGENCIA TO
                               WS-R-VIGENCIA (WS-IDX-REG)
                       ELSE
                           DISPLAY 'REGISTRO DE REMARCACOES EXCEDE A '
                               'TABELA - PROCESSAMENTO ABORTADO'
                           MOVE 12 TO RETURN-CODE
                           CLOSE REGISTRO-REM
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REGISTRO-REM.

      *----------------------------------------------------------------*
      * BATIDA: CADA LOTE DA JANELA AINDA NAO REMARCADO GANHA AS LINHAS
      * DE PRECO DAS FAIXAS E A VOLTA AO NORMAL NO DIA SEGUINTE AO
      * VENCIMENTO, NO PRECOS-FUTUROS E NO REGISTRO
      *----------------------------------------------------------------*
       0200-GERA-REMARCACOES.
           OPEN INPUT LOTES-ESTOQUE.
           IF FS-LOTES NOT = 00
               DISPLAY 'SEM ARQUIVO DE LOTES'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ARQ-INDX.
           IF WS-FILE-STATUS NOT = 00
               DISPLAY 'PRODUTOS.DAT NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND PRECOS-FUTUROS.
           IF FS-FUTUROS = 35
               OPEN OUTPUT PRECOS-FUTUROS
           END-IF.
           OPEN EXTEND REGISTRO-REM.
           MOVE WS-DATA-HOJE TO WS-RM-GERACAO.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'S'
               READ LOTES-ESTOQUE
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END PERFORM 0210-AVALIA-LOTE
               END-READ
           END-PERFORM.
           CLOSE LOTES-ESTOQUE.
           CLOSE ARQ-INDX.
           CLOSE PRECOS-FUTUROS.
           CLOSE REGISTRO-REM.
           DISPLAY 'LOTES NA JANELA..............: '
               WS-CT-LOTES-JANELA.
           DISPLAY 'LOTES REMARCADOS NESTA BATIDA.: '
               WS-CT-REMARCADOS.
           DISPLAY 'LINHAS DE PRECO GERADAS......: ' WS-CT-LINHAS.
           DISPLAY 'JA REMARCADOS ANTES..........: '
               WS-CT-JA-REMARCADOS.
           DISPLAY 'AGUARDAM OUTRO LOTE..........: ' WS-CT-AGUARDAM.
           DISPLAY 'SEM PRODUTO NO CADASTRO......: '
               WS-CT-SEM-PRODUTO.
           IF WS-CT-SEM-PRODUTO > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

      * MESMO CRITERIO DO VALIDADE-LOTES; LOTE JA VENCIDO NAO SE
      *  REMARCA MAIS (E BAIXA, QUE SAI NO RELATORIO MENSAL)
       0210-AVALIA-LOTE.
           MOVE SPACES TO WS-CAMPOS-LOTE.
           UNSTRING REG-LOTE DELIMITED BY ';'
               INTO WS-LT-PRODID WS-LT-LOTE WS-LT-QTD-TX
                    WS-LT-VALIDADE-TX WS-LT-DATA-TX
           END-UNSTRING.
           COMPUTE WS-LT-VALIDADE = FUNCTION NUMVAL (WS-LT-VALIDADE-TX).
           COMPUTE WS-DIAS-VENC =
               FUNCTION INTEGER-OF-DATE (WS-LT-VALIDADE).
           COMPUTE WS-DIAS-FALTAM = WS-DIAS-VENC - WS-DIAS-HOJE.
           IF WS-DIAS-FALTAM >= ZEROS
              AND WS-DIAS-FALTAM <= WS-DIAS-JANELA
               ADD 1 TO WS-CT-LOTES-JANELA
               PERFORM 0220-VERIFICA-REGISTRO
               IF WS-ACHOU = 'S'
                   ADD 1 TO WS-CT-JA-REMARCADOS
               ELSE
                   IF WS-BLOQUEADO = 'S'
                       ADD 1 TO WS-CT-AGUARDAM
                       DISPLAY 'LOTE ' WS-LT-LOTE ' DO PRODUTO '
                           WS-LT-PRODID ' AGUARDA A VOLTA AO PRECO '
                           'NORMAL DE OUTRO LOTE'
                   ELSE
                       PERFORM 0230-REMARCA-LOTE
                   END-IF
               END-IF
           END-IF.

      * ACHOU: O LOTE JA TEM LINHAS NO REGISTRO. BLOQUEADO: OUTRO LOTE
      *  DO PRODUTO TEM A VOLTA AO NORMAL AINDA POR VIR
       0220-VERIFICA-REGISTRO.
           MOVE 'N' TO WS-ACHOU.
           MOVE 'N' TO WS-BLOQUEADO.
           PERFORM VARYING WS-IDX-REG FROM 1 BY 1
                   UNTIL WS-IDX-REG > WS-CNT-REG
               IF WS-R-PRODID (WS-IDX-REG) = WS-LT-PRODID
                   IF WS-R-LOTE (WS-IDX-REG) = WS-LT-LOTE
                      AND WS-R-VALIDADE (WS-IDX-REG) = WS-LT-VALIDADE
                       MOVE 'S' TO WS-ACHOU
                   ELSE
                       IF WS-R-TIPO (WS-IDX-REG) = 'N'
                          AND WS-R-VIGENCIA (WS-IDX-REG) >
                              WS-DATA-HOJE
                           MOVE 'S' TO WS-BLOQUEADO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       0230-REMARCA-LOTE.
           IF WS-LT-PRODID (2:3) IS NUMERIC
               MOVE WS-LT-PRODID (2:3) TO PROD-ID
               READ ARQ-INDX
           ELSE
               MOVE 23 TO WS-FILE-STATUS
           END-IF.
           IF WS-FILE-STATUS NOT = 00 OR SITUACAO-PROD = 'I'
               ADD 1 TO WS-CT-SEM-PRODUTO
               DISPLAY 'PRODUTO ' WS-LT-PRODID ' DO LOTE ' WS-LT-LOTE
                   ' NAO ENCONTRADO OU INATIVO - NAO REMARCADO'
           ELSE
               ADD 1 TO WS-CT-REMARCADOS
               MOVE PRECO-UNIT TO WS-PRECO-NORMAL
               MOVE WS-LT-PRODID TO WS-RM-PRODID
               MOVE WS-LT-LOTE TO WS-RM-LOTE
               MOVE WS-LT-VALIDADE TO WS-RM-VALIDADE
               PERFORM VARYING WS-IDX-FX FROM 1 BY 1
                       UNTIL WS-IDX-FX > WS-CNT-FAIXAS
                   PERFORM 0240-GRAVA-FAIXA
               END-PERFORM
               MOVE 'N' TO WS-RM-TIPO
               MOVE ZEROS TO WS-RM-PERC
               MOVE WS-PRECO-NORMAL TO WS-RM-PRECO
               COMPUTE WS-RM-VIGENCIA = FUNCTION DATE-OF-INTEGER
                   (WS-DIAS-VENC + 1)
               PERFORM 0250-GRAVA-LINHA
           END-IF.

      * A FAIXA COMECA NA VALIDADE MENOS OS SEUS DIAS; SE JA PASSOU,
      *  ENTRA HOJE - A MENOS QUE A FAIXA SEGUINTE TAMBEM JA TENHA
      *  COMECADO, QUANDO SO A MAIS FUNDA VALE
       0240-GRAVA-FAIXA.
           COMPUTE WS-INICIO-FAIXA =
               WS-DIAS-VENC - WS-FX-DIAS (WS-IDX-FX).
           IF WS-IDX-FX < WS-CNT-FAIXAS
               COMPUTE WS-INICIO-PROXIMA =
                   WS-DIAS-VENC - WS-FX-DIAS (WS-IDX-FX + 1)
           ELSE
               MOVE 9999999 TO WS-INICIO-PROXIMA
           END-IF.
           IF WS-INICIO-PROXIMA > WS-DIAS-HOJE
               IF WS-INICIO-FAIXA < WS-DIAS-HOJE
                   MOVE WS-DIAS-HOJE TO WS-INICIO-FAIXA
               END-IF
               COMPUTE WS-PRECO-FAIXA ROUNDED = WS-PRECO-NORMAL *
                   (100 - WS-FX-PERC (WS-IDX-FX)) / 100
               MOVE 'R' TO WS-RM-TIPO
               MOVE WS-FX-PERC (WS-IDX-FX) TO WS-RM-PERC
               MOVE WS-PRECO-FAIXA TO WS-RM-PRECO
               COMPUTE WS-RM-VIGENCIA =
                   FUNCTION DATE-OF-INTEGER (WS-INICIO-FAIXA)
               PERFORM 0250-GRAVA-LINHA
           END-IF.

       0250-GRAVA-LINHA.
           MOVE PROD-ID TO WS-PF-CODIGO.
           MOVE WS-RM-PRECO TO WS-PF-PRECO.
           MOVE WS-RM-VIGENCIA TO WS-PF-VIGENCIA.
           WRITE REG-FUTURO FROM WS-LINHA-FUTURO.
           WRITE REG-REGISTRO FROM WS-LINHA-REMARCA.
           ADD 1 TO WS-CT-LINHAS.

      *----------------------------------------------------------------*
      * RELATORIO MENSAL: LOTES VENCIDOS NO MES, VENDAS DESDE O
      * RECEBIMENTO (O QUE NAO VENDEU FOI BAIXADO) E, DENTRO DELAS, AS
      * QUE CAIRAM NUMA FAIXA DE REMARCACAO DO LOTE
      *----------------------------------------------------------------*
       0500-RELATORIO-MENSAL.
           DISPLAY 'MES DE REFERENCIA (AAAAMM): '.
           ACCEPT WS-MES-REF.
           PERFORM 0510-CARREGA-LOTES-MES.
           PERFORM 0530-ACUMULA-VENDAS.
           OPEN OUTPUT RELATORIO-REM.
           IF FS-RELAT NOT = 00
               DISPLAY 'ERRO NA ABERTURA DO RELATORIO: ' FS-RELAT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO REG-RELAT.
           STRING 'REMARCACAO X VENCIDOS - LOTES VENCIDOS EM '
               WS-MES-REF DELIMITED BY SIZE INTO REG-RELAT.
           WRITE REG-RELAT.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT.
           PERFORM VARYING WS-IDX-LOT FROM 1 BY 1
                   UNTIL WS-IDX-LOT > WS-CNT-LOTES
               PERFORM 0560-IMPRIME-LOTE
           END-PERFORM.
           IF WS-CNT-LOTES = ZEROS
               MOVE 'NENHUM LOTE VENCEU NO MES' TO REG-RELAT
               WRITE REG-RELAT
           END-IF.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT.
           MOVE 'VALOR RECUPERADO NA REMARCACAO' TO WS-TT-ROTULO.
           MOVE WS-TOT-RECUP TO WS-TT-VALOR.
           WRITE REG-RELAT FROM WS-LINHA-TOTAL.
           MOVE 'VALOR BAIXADO COMO VENCIDO' TO WS-TT-ROTULO.
           MOVE WS-TOT-BAIXADO TO WS-TT-VALOR.
           WRITE REG-RELAT FROM WS-LINHA-TOTAL.
           CLOSE RELATORIO-REM.
           DISPLAY 'LOTES VENCIDOS NO MES....: ' WS-CNT-LOTES.
           DISPLAY 'VALOR RECUPERADO.........: ' WS-TOT-RECUP.
           DISPLAY 'VALOR BAIXADO............: ' WS-TOT-BAIXADO.

       0510-CARREGA-LOTES-MES.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT LOTES-ESTOQUE.
           IF FS-LOTES NOT = 00
               DISPLAY 'SEM ARQUIVO DE LOTES'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ LOTES-ESTOQUE
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-CAMPOS-LOTE
                       UNSTRING REG-LOTE DELIMITED BY ';'
                           INTO WS-LT-PRODID WS-LT-LOTE WS-LT-QTD-TX
                                WS-LT-VALIDADE-TX WS-LT-DATA-TX
                       END-UNSTRING
                       COMPUTE WS-LT-VALIDADE =
                           FUNCTION NUMVAL (WS-LT-VALIDADE-TX)
                       IF WS-LT-VALIDADE (1:6) = WS-MES-REF
                          AND WS-LT-VALIDADE < WS-DATA-HOJE
                           PERFORM 0520-GUARDA-LOTE-MES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LOTES-ESTOQUE.

       0520-GUARDA-LOTE-MES.
           IF WS-CNT-LOTES < 300
               ADD 1 TO WS-CNT-LOTES
               SET WS-IDX-LOT TO WS-CNT-LOTES
               MOVE WS-LT-PRODID TO WS-L-PRODID (WS-IDX-LOT)
               MOVE WS-LT-LOTE TO WS-L-LOTE (WS-IDX-LOT)
               COMPUTE WS-L-QTD (WS-IDX-LOT) =
                   FUNCTION NUMVAL (WS-LT-QTD-TX)
               MOVE WS-LT-VALIDADE TO WS-L-VALIDADE (WS-IDX-LOT)
               COMPUTE WS-L-RECEB (WS-IDX-LOT) =
                   FUNCTION NUMVAL (WS-LT-DATA-TX)
               MOVE 'N' TO WS-L-REMARCADO (WS-IDX-LOT)
               MOVE ZEROS TO WS-L-VENDIDO (WS-IDX-LOT)
               MOVE ZEROS TO WS-L-VEND-REM (WS-IDX-LOT)
               MOVE ZEROS TO WS-L-VALOR-REM (WS-IDX-LOT)
               PERFORM 0525-BUSCA-VALOR-UNIT
               PERFORM VARYING WS-IDX-REG FROM 1 BY 1
                       UNTIL WS-IDX-REG > WS-CNT-REG
                   IF WS-R-PRODID (WS-IDX-REG) = WS-LT-PRODID
                      AND WS-R-LOTE (WS-IDX-REG) = WS-LT-LOTE
                      AND WS-R-VALIDADE (WS-IDX-REG) = WS-LT-VALIDADE
                       MOVE 'S' TO WS-L-REMARCADO (WS-IDX-LOT)
                   END-IF
               END-PERFORM
           ELSE
               DISPLAY 'LOTES EXCEDEM A TABELA - RELATORIO '
                   'TRUNCADO'
               MOVE 8 TO RETURN-CODE
           END-IF.

      * VALOR UNITARIO DO ESTOQUE.CSV, COMO NO VALIDADE-LOTES
       0525-BUSCA-VALOR-UNIT.
           MOVE ZEROS TO WS-L-VALOR-UNIT (WS-IDX-LOT).
           OPEN INPUT ESTOQUE.
           IF FS-ESTOQUE = 00
               PERFORM UNTIL FS-ESTOQUE NOT = 00
                   READ ESTOQUE
                       AT END MOVE 10 TO FS-ESTOQUE
                       NOT AT END
                           UNSTRING REG-ESTOQUE DELIMITED BY ','
                               INTO WS-E-CODIGO WS-E-NOME
                                    WS-E-QNT-TX WS-E-MIN-TX
                                    WS-E-VALOR-TX
                           END-UNSTRING
                           IF WS-E-CODIGO = WS-LT-PRODID
                               COMPUTE WS-L-VALOR-UNIT (WS-IDX-LOT) =
                                   FUNCTION NUMVAL (WS-E-VALOR-TX)
                               MOVE 10 TO FS-ESTOQUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ESTOQUE.

       0530-ACUMULA-VENDAS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT VENDAS-POSTADAS.
           PERFORM UNTIL WS-EOF = 'S'
               READ VENDAS-POSTADAS
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-CAMPOS-VENDA
                       UNSTRING REG-VENDA DELIMITED BY ';'
                           INTO WS-VP-DATA-TX WS-VP-LOJA
                                WS-VP-PRODID WS-VP-QTD-TX
                       END-UNSTRING
                       COMPUTE WS-VP-DATA =
                           FUNCTION NUMVAL (WS-VP-DATA-TX)
                       COMPUTE WS-VP-QTD =
                           FUNCTION NUMVAL (WS-VP-QTD-TX)
                       PERFORM VARYING WS-IDX-LOT FROM 1 BY 1
                               UNTIL WS-IDX-LOT > WS-CNT-LOTES
                           IF WS-L-PRODID (WS-IDX-LOT) = WS-VP-PRODID
                              AND WS-VP-DATA NOT <
                                  WS-L-RECEB (WS-IDX-LOT)
                              AND WS-VP-DATA NOT >
                                  WS-L-VALIDADE (WS-IDX-LOT)
                               PERFORM 0540-VENDA-DO-LOTE
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE VENDAS-POSTADAS.

      * A FAIXA VIGENTE NA DATA DA VENDA E A LINHA R DO LOTE COM A
      *  MAIOR VIGENCIA ATE A DATA
       0540-VENDA-DO-LOTE.
           ADD WS-VP-QTD TO WS-L-VENDIDO (WS-IDX-LOT).
           MOVE ZEROS TO WS-MAIOR-VIGENCIA.
           MOVE ZEROS TO WS-PRECO-FAIXA.
           PERFORM VARYING WS-IDX-REG FROM 1 BY 1
                   UNTIL WS-IDX-REG > WS-CNT-REG
               IF WS-R-PRODID (WS-IDX-REG) = WS-VP-PRODID
                  AND WS-R-LOTE (WS-IDX-REG) = WS-L-LOTE (WS-IDX-LOT)
                  AND WS-R-VALIDADE (WS-IDX-REG) =
                      WS-L-VALIDADE (WS-IDX-LOT)
                  AND WS-R-TIPO (WS-IDX-REG) = 'R'
                  AND WS-R-VIGENCIA (WS-IDX-REG) NOT > WS-VP-DATA
                  AND WS-R-VIGENCIA (WS-IDX-REG) > WS-MAIOR-VIGENCIA
                   MOVE WS-R-VIGENCIA (WS-IDX-REG) TO
                       WS-MAIOR-VIGENCIA
                   MOVE WS-R-PRECO (WS-IDX-REG) TO WS-PRECO-FAIXA
               END-IF
           END-PERFORM.
           IF WS-MAIOR-VIGENCIA > ZEROS
               ADD WS-VP-QTD TO WS-L-VEND-REM (WS-IDX-LOT)
               COMPUTE WS-L-VALOR-REM (WS-IDX-LOT) =
                   WS-L-VALOR-REM (WS-IDX-LOT)
                   + WS-VP-QTD * WS-PRECO-FAIXA
           END-IF.

      * A VENDA E DO PRODUTO, NAO DO LOTE: LIMITA O VENDIDO A
      *  QUANTIDADE DO LOTE, PROPORCIONALIZANDO O RECUPERADO
       0560-IMPRIME-LOTE.
           MOVE WS-L-VEND-REM (WS-IDX-LOT) TO WS-QTD-CONSIDERADA.
           MOVE WS-L-VALOR-REM (WS-IDX-LOT) TO WS-VALOR-RECUP.
           IF WS-QTD-CONSIDERADA > WS-L-QTD (WS-IDX-LOT)
               COMPUTE WS-VALOR-RECUP ROUNDED =
                   WS-L-VALOR-REM (WS-IDX-LOT)
                   * WS-L-QTD (WS-IDX-LOT) / WS-QTD-CONSIDERADA
               MOVE WS-L-QTD (WS-IDX-LOT) TO WS-QTD-CONSIDERADA
           END-IF.
           IF WS-L-VENDIDO (WS-IDX-LOT) < WS-L-QTD (WS-IDX-LOT)
               COMPUTE WS-QTD-BAIXADA = WS-L-QTD (WS-IDX-LOT)
                   - WS-L-VENDIDO (WS-IDX-LOT)
           ELSE
               MOVE ZEROS TO WS-QTD-BAIXADA
           END-IF.
           COMPUTE WS-VALOR-BAIXADO =
               WS-QTD-BAIXADA * WS-L-VALOR-UNIT (WS-IDX-LOT).
           MOVE WS-L-VALIDADE (WS-IDX-LOT) TO WS-M-VALIDADE.
           MOVE WS-L-PRODID (WS-IDX-LOT) TO WS-M-PRODID.
           MOVE WS-L-LOTE (WS-IDX-LOT) TO WS-M-LOTE.
           MOVE WS-L-QTD (WS-IDX-LOT) TO WS-M-QTD.
           MOVE WS-QTD-CONSIDERADA TO WS-M-VEND-REM.
           MOVE WS-VALOR-RECUP TO WS-M-RECUP.
           MOVE WS-VALOR-BAIXADO TO WS-M-BAIXADO.
           IF WS-L-REMARCADO (WS-IDX-LOT) = 'S'
               MOVE SPACES TO WS-M-OBS
           ELSE
               MOVE 'SEM REMARCACAO' TO WS-M-OBS
           END-IF.
           WRITE REG-RELAT FROM WS-LINHA-MENSAL.
           ADD WS-VALOR-RECUP TO WS-TOT-RECUP.
           ADD WS-VALOR-BAIXADO TO WS-TOT-BAIXADO.

       END PROGRAM REMARCA-VALIDADE.
