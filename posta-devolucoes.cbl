      ******************************************************************
      * Author:
      * Date:
      * Purpose: Postagem das devolucoes de cliente - ate aqui a loja
      *  que recebia um produto de volta ou ignorava a devolucao ou a
      *  lancava como venda negativa, que os totais de vendas contavam
      *  como receita perdida no mes errado. Le o movimento de
      *  devolucoes (PRODUTO;QUANTIDADE;LOJA;DATA;DATA DA VENDA
      *  ORIGINAL;MOTIVO) e decide o destino pelo motivo: ARR
      *  (arrependimento), TRO (troca) e ERR (erro na venda) voltam
      *  ao QNT_ATUAL do inventario.csv para revenda, com a entrada no
      *  kardex; DEF (defeito), AVA (avaria) e VAL (validade vencida)
      *  vao para o saldo de quarentena (quarentena-estoque.txt,
      *  PRODUTO;QUANTIDADE), que nao fica disponivel para venda.
      *  Cada devolucao aceita entra no historico de devolucoes, lido
      *  pelo TAXA-DEVOLUCOES, e no arquivo de devolucoes por loja
      *  (loja|regiao|data|valor, valorizada pelo preco unitario do
      *  estoque.csv), que o VENDAS-REGIAO consolida como linha
      *  propria de cada regiao e loja. Produto ou loja
      *  desconhecidos, motivo fora da lista, datas invalidas (ou a
      *  venda original depois da devolucao) e quantidade zerada vao
      *  para o arquivo de rejeitos no padrao da suite.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTA-DEVOLUCOES.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT DEVOLUCOES-MOVTO ASSIGN TO WS-ARQ-MOVTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MOVTO.

               SELECT INVENTARIO ASSIGN TO WS-ARQ-INVENT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INVENT.

               SELECT OPTIONAL ESTOQUE ASSIGN TO WS-ARQ-ESTOQUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESTOQUE.

               SELECT OPTIONAL LOJAS-MASTER ASSIGN TO WS-ARQ-LOJAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOJAS.

               SELECT OPTIONAL QUARENTENA ASSIGN TO WS-ARQ-QUARENT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-QUARENT.

               SELECT DEVOLUCOES-HIST ASSIGN TO WS-ARQ-HIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HIST.

               SELECT DEVOLUCOES-REGIAO ASSIGN TO WS-ARQ-DEV-REGIAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEV-REGIAO.

               SELECT DEVOLUCOES-REJ ASSIGN TO WS-ARQ-REJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REJ.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           FD DEVOLUCOES-MOVTO.
           01 REG-DEVOLUCAO            PIC X(40).

           FD INVENTARIO.
           01 REGISTRO                 PIC X(45).

           FD ESTOQUE.
           01 REG-ESTOQUE              PIC X(45).

           FD LOJAS-MASTER.
           01 REG-LOJAS                PIC X(35).

           FD QUARENTENA.
           01 REG-QUARENT              PIC X(20).

           FD DEVOLUCOES-HIST.
           01 REG-HIST                 PIC X(60).

           FD DEVOLUCOES-REGIAO.
           01 REG-DEV-REGIAO           PIC X(40).

           FD DEVOLUCOES-REJ.
           01 REG-REJEITADO            PIC X(74).

       WORKING-STORAGE SECTION.
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      *  EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG)
           01 WS-CAMINHOS.
               05 WS-ARQ-MOVTO         PIC X(80) VALUE
                   "C:\exe-cobol\devolucoes-movto.txt".
               05 WS-ARQ-INVENT        PIC X(80) VALUE
                   "C:\exe-cobol\inventario.csv".
               05 WS-ARQ-ESTOQUE       PIC X(80) VALUE
                   "C:\exe-cobol\estoque.csv".
               05 WS-ARQ-LOJAS         PIC X(80) VALUE
                   "C:\exe-cobol\lojas.dat".
               05 WS-ARQ-QUARENT       PIC X(80) VALUE
                   "C:\exe-cobol\quarentena-estoque.txt".
               05 WS-ARQ-HIST          PIC X(80) VALUE
                   "C:\exe-cobol\devolucoes-historico.txt".
               05 WS-ARQ-DEV-REGIAO    PIC X(80) VALUE
                   "C:\exe-cobol\devolucoes-regiao.txt".
               05 WS-ARQ-REJ           PIC X(80) VALUE
                   "C:\exe-cobol\devolucoes-rejeitadas.csv".

           01 WS-CFG-CHAMADA.
               05 WS-CFG-LOGICO        PIC X(20).
               05 WS-CFG-CAMINHO       PIC X(80).
               05 WS-CFG-ACHOU         PIC X(01).

           01 WS-STATUS.
               05 FS-MOVTO             PIC 9(02).
               05 FS-INVENT            PIC 9(02).
               05 FS-ESTOQUE           PIC 9(02).
               05 FS-LOJAS             PIC 9(02).
               05 FS-QUARENT           PIC 9(02).
               05 FS-HIST              PIC 9(02).
               05 FS-DEV-REGIAO        PIC 9(02).
               05 FS-REJ               PIC 9(02).

           01 WS-CAMPOS-DEVOLUCAO.
               05 WS-DV-PRODID         PIC X(04).
               05 WS-DV-QTD-TX         PIC X(06).
               05 WS-DV-LOJA           PIC X(06).
               05 WS-DV-DATA           PIC X(08).
               05 WS-DV-DATA-VENDA     PIC X(08).
               05 WS-DV-MOTIVO         PIC X(03).
           01 WS-DV-QTD                PIC 9(04) VALUE ZEROS.

      * HISTORICO DE DEVOLUCOES POSTADAS
           COPY DVHLIN.

      * DEVOLUCAO POR LOJA (LOJA|REGIAO|DATA|VALOR), CONSUMIDA PELO
      *  VENDAS-REGIAO; O VALOR SAI COM O PONTO DECIMAL EXPLICITO
           01 WS-LINHA-DEV-REGIAO.
               05 WS-DR-LOJA           PIC X(06).
               05 FILLER               PIC X(01) VALUE '|'.
               05 WS-DR-REGIAO         PIC X(05).
               05 FILLER               PIC X(01) VALUE '|'.
               05 WS-DR-DATA           PIC 9(08).
               05 FILLER               PIC X(01) VALUE '|'.
               05 WS-DR-VALOR          PIC 9(08).99.

           01 WS-TAB-INVENT.
               05 WS-CNT-INV           PIC 9(03) VALUE ZEROS.
               05 WS-INV-ITEM OCCURS 200 TIMES
                                INDEXED BY WS-IDX-INV.
                   10 WS-I-PRODID      PIC X(04).
                   10 WS-I-NOME        PIC X(18).
                   10 WS-I-QNT         PIC 9(03).
                   10 WS-I-MIN         PIC 9(03).
                   10 WS-I-MAX         PIC 9(03).

      * PRECO UNITARIO DE CADA PRODUTO, PARA VALORIZAR A DEVOLUCAO
           01 WS-ESTOQUE.
               05 WS-E-CODIGO          PIC X(04).
               05 WS-E-NOME            PIC X(11).
               05 WS-E-QNT             PIC 9(03).
               05 WS-E-MIN             PIC 9(03).
               05 WS-E-VALOR-UNIT      PIC 9(05)V99.
           01 WS-TAB-PRECOS.
               05 WS-CNT-PRECO         PIC 9(03) VALUE ZEROS.
               05 WS-PRECO-ITEM OCCURS 200 TIMES
                                  INDEXED BY WS-IDX-PRE.
                   10 WS-PR-CODIGO     PIC X(04).
                   10 WS-PR-VALOR      PIC 9(05)V99.

      * MESTRE DE LOJAS (CODIGO;NOME;REGIAO) PARA A REGIAO DA LOJA
           01 WS-CAMPOS-LOJA.
               05 WS-LJ-CODIGO         PIC X(06).
               05 WS-LJ-NOME           PIC X(20).
               05 WS-LJ-REGIAO         PIC X(05).
           01 WS-TAB-LOJAS.
               05 WS-CNT-LOJAS         PIC 9(03) VALUE ZEROS.
               05 WS-LOJA-ITEM OCCURS 100 TIMES
                                INDEXED BY WS-IDX-LOJA.
                   10 WS-L-CODIGO      PIC X(06).
                   10 WS-L-REGIAO      PIC X(05).

      * SALDO DE QUARENTENA POR PRODUTO, REGRAVADO DA MEMORIA
           01 WS-CAMPOS-QUARENT.
               05 WS-QC-PRODID         PIC X(04).
               05 WS-QC-QTD-TX         PIC X(06).
           01 WS-LINHA-QUARENT.
               05 WS-QL-PRODID         PIC X(04).
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-QL-QTD            PIC 9(05).
           01 WS-TAB-QUARENT.
               05 WS-CNT-QUA           PIC 9(03) VALUE ZEROS.
               05 WS-QUA-ITEM OCCURS 200 TIMES
                                INDEXED BY WS-IDX-QUA.
                   10 WS-Q-PRODID      PIC X(04).
                   10 WS-Q-QTD         PIC 9(05).

      * PARAMETROS DA SUB-ROTINA GRAVA-KARDEX (RAZAO DE MOVIMENTOS
      *  DE ESTOQUE); SO A DEVOLUCAO PARA REVENDA MEXE NO SALDO
           01 WS-KARDEX-CHAMADA.
               05 WS-KC-PRODID         PIC X(04).
               05 WS-KC-DATA           PIC 9(08).
               05 WS-KC-TIPO           PIC X(01) VALUE 'D'.
               05 WS-KC-QTD            PIC S9(05).
               05 WS-KC-SALDO          PIC 9(05).
               05 WS-KC-CUSTO          PIC 9(06)V99.
               05 WS-KC-ORIGEM         PIC X(12) VALUE
                   'POSTA-DEVOL'.

           01 AUX.
               05 WS-EOF               PIC X(01) VALUE 'N'.
               05 WS-ACHOU             PIC X(01) VALUE 'N'.
               05 WS-VALIDA            PIC X(01) VALUE 'S'.
               05 WS-DATA-NUM          PIC 9(08) VALUE ZEROS.
               05 WS-DATA-VENDA-NUM    PIC 9(08) VALUE ZEROS.
               05 WS-CT-LIDAS          PIC 9(05) VALUE ZEROS.
               05 WS-CT-REVENDA        PIC 9(05) VALUE ZEROS.
               05 WS-CT-QUARENTENA     PIC 9(05) VALUE ZEROS.
               05 WS-CT-REJEITADAS     PIC 9(05) VALUE ZEROS.
               05 WS-TOT-UNID-REVENDA  PIC 9(07) VALUE ZEROS.
               05 WS-TOT-UNID-QUARENT  PIC 9(07) VALUE ZEROS.
               05 WS-TOT-VALOR         PIC 9(09)V99 VALUE ZEROS.

      * REGISTRO DE REJEITO NO PADRAO DA SUITE: JOB DE ORIGEM E
      *  CODIGO DE MOTIVO NAS PRIMEIRAS POSICOES (R010 = PRODUTO
      *  DESCONHECIDO, R012 = LOJA DESCONHECIDA, R013 = MOTIVO DE
      *  DEVOLUCAO INVALIDO, R014 = DATA INVALIDA, R015 =
      *  QUANTIDADE INVALIDA)
           01 WS-LINHA-REJEITADO.
               05 WS-REJ-JOB           PIC X(12) VALUE 'POSTA-DEVOL'.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-REJ-CODIGO        PIC X(04) VALUE SPACES.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-REJ-DETALHE       PIC X(34).
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-REJ-MOTIVO        PIC X(20) VALUE SPACES.

           01 WS-LINHA-INVENT.
               05 WS-CSV-PRODID        PIC X(04).
               05 FILLER               PIC X(01) VALUE ','.
               05 WS-CSV-NOME          PIC X(18).
               05 FILLER               PIC X(01) VALUE ','.
               05 WS-CSV-QNT           PIC 9(03).
               05 FILLER               PIC X(01) VALUE ','.
               05 WS-CSV-MIN           PIC 9(03).
               05 FILLER               PIC X(01) VALUE ','.
               05 WS-CSV-MAX           PIC 9(03).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0005-RESOLVE-CAMINHOS.
           PERFORM 0100-ABRE-ARQUIVOS.
           PERFORM 0200-CARREGA-INVENTARIO UNTIL WS-EOF = 'S'.
           PERFORM 0210-CARREGA-PRECOS.
           PERFORM 0220-CARREGA-LOJAS.
           PERFORM 0230-CARREGA-QUARENTENA.
           MOVE 'N' TO WS-EOF.
           PERFORM 0300-POSTA-DEVOLUCAO UNTIL WS-EOF = 'S'.
           PERFORM 0700-REGRAVA-INVENTARIO.
           PERFORM 0750-REGRAVA-QUARENTENA.
           PERFORM 0900-FINALIZA.
           STOP RUN.

       0005-RESOLVE-CAMINHOS.
           MOVE 'DEVOLUCOES-MOVTO' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-MOVTO
           END-IF.
           MOVE 'INVENTARIO-CSV' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-INVENT
           END-IF.
           MOVE 'ESTOQUE-CSV' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-ESTOQUE
           END-IF.
           MOVE 'LOJAS-MASTER' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-LOJAS
           END-IF.
           MOVE 'QUARENTENA-ESTOQUE' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-QUARENT
           END-IF.
           MOVE 'DEVOLUCOES-HIST' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-HIST
           END-IF.
           MOVE 'DEVOLUCOES-REGIAO' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-DEV-REGIAO
           END-IF.
           MOVE 'DEVOLUCOES-REJ' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-REJ
           END-IF.

       0006-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.

       0100-ABRE-ARQUIVOS.
           OPEN INPUT DEVOLUCOES-MOVTO.
           IF FS-MOVTO NOT = 00
               DISPLAY 'SEM MOVIMENTO DE DEVOLUCOES'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT INVENTARIO.
           IF FS-INVENT NOT = 00
               DISPLAY 'INVENTARIO.CSV NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT DEVOLUCOES-REJ.
           OPEN EXTEND DEVOLUCOES-HIST.
           IF FS-HIST = 35
               OPEN OUTPUT DEVOLUCOES-HIST
           END-IF.
           OPEN EXTEND DEVOLUCOES-REGIAO.
           IF FS-DEV-REGIAO = 35
               OPEN OUTPUT DEVOLUCOES-REGIAO
           END-IF.

       0200-CARREGA-INVENTARIO.
           READ INVENTARIO
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   IF WS-CNT-INV < 200
                       ADD 1 TO WS-CNT-INV
                       SET WS-IDX-INV TO WS-CNT-INV
                       UNSTRING REGISTRO DELIMITED BY ','
                           INTO WS-I-PRODID (WS-IDX-INV)
                                WS-I-NOME (WS-IDX-INV)
                                WS-I-QNT (WS-IDX-INV)
                                WS-I-MIN (WS-IDX-INV)
                                WS-I-MAX (WS-IDX-INV)
                       END-UNSTRING
                   ELSE
                       DISPLAY 'INVENTARIO EXCEDE A TABELA - '
                           'POSTAGEM ABORTADA'
                       MOVE 12 TO RETURN-CODE
                       CLOSE INVENTARIO
                       STOP RUN
                   END-IF
           END-READ.

      * SEM ESTOQUE.CSV A DEVOLUCAO ENTRA COM VALOR ZERO NOS TOTAIS
       0210-CARREGA-PRECOS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT ESTOQUE.
           IF FS-ESTOQUE NOT = 00
               DISPLAY 'SEM ESTOQUE.CSV - DEVOLUCOES SEM VALOR'
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ ESTOQUE
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       UNSTRING REG-ESTOQUE DELIMITED BY ','
                           INTO WS-E-CODIGO WS-E-NOME WS-E-QNT
                                WS-E-MIN WS-E-VALOR-UNIT
                       END-UNSTRING
                       IF WS-CNT-PRECO < 200
                           ADD 1 TO WS-CNT-PRECO
                           SET WS-IDX-PRE TO WS-CNT-PRECO
                           MOVE WS-E-CODIGO TO
                               WS-PR-CODIGO (WS-IDX-PRE)
                           MOVE WS-E-VALOR-UNIT TO
                               WS-PR-VALOR (WS-IDX-PRE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ESTOQUE.

       0220-CARREGA-LOJAS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT LOJAS-MASTER.
           IF FS-LOJAS NOT = 00
               DISPLAY 'SEM MESTRE DE LOJAS - TODA DEVOLUCAO SERA '
                   'REJEITADA POR LOJA DESCONHECIDA'
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ LOJAS-MASTER
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-CAMPOS-LOJA
                       UNSTRING REG-LOJAS DELIMITED BY ';'
                           INTO WS-LJ-CODIGO WS-LJ-NOME
                                WS-LJ-REGIAO
                       END-UNSTRING
                       IF WS-CNT-LOJAS < 100
                           ADD 1 TO WS-CNT-LOJAS
                           SET WS-IDX-LOJA TO WS-CNT-LOJAS
                           MOVE WS-LJ-CODIGO TO
                               WS-L-CODIGO (WS-IDX-LOJA)
                           MOVE WS-LJ-REGIAO TO
                               WS-L-REGIAO (WS-IDX-LOJA)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LOJAS-MASTER.

       0230-CARREGA-QUARENTENA.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT QUARENTENA.
           IF FS-QUARENT NOT = 00
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ QUARENTENA
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-CAMPOS-QUARENT
                       UNSTRING REG-QUARENT DELIMITED BY ';'
                           INTO WS-QC-PRODID WS-QC-QTD-TX
                       END-UNSTRING
                       IF WS-CNT-QUA < 200
                           ADD 1 TO WS-CNT-QUA
                           SET WS-IDX-QUA TO WS-CNT-QUA
                           MOVE WS-QC-PRODID TO
                               WS-Q-PRODID (WS-IDX-QUA)
                           COMPUTE WS-Q-QTD (WS-IDX-QUA) =
                               FUNCTION NUMVAL (WS-QC-QTD-TX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE QUARENTENA.

      *----------------------------------------------------------------*
      * CADA DEVOLUCAO E VALIDADA (PRODUTO, LOJA, MOTIVO, DATAS E
      * QUANTIDADE); A ACEITA VOLTA AO ESTOQUE OU VAI PARA A
      * QUARENTENA CONFORME O MOTIVO E ENTRA NO HISTORICO E NO
      * ARQUIVO DE DEVOLUCOES POR LOJA
      *----------------------------------------------------------------*
       0300-POSTA-DEVOLUCAO.
           READ DEVOLUCOES-MOVTO
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-CT-LIDAS
                   MOVE SPACES TO WS-CAMPOS-DEVOLUCAO
                   UNSTRING REG-DEVOLUCAO DELIMITED BY ';'
                       INTO WS-DV-PRODID WS-DV-QTD-TX WS-DV-LOJA
                            WS-DV-DATA WS-DV-DATA-VENDA
                            WS-DV-MOTIVO
                   END-UNSTRING
                   MOVE ZEROS TO WS-DV-QTD
                   IF FUNCTION TEST-NUMVAL (WS-DV-QTD-TX) = 0
                       COMPUTE WS-DV-QTD =
                           FUNCTION NUMVAL (WS-DV-QTD-TX)
                   END-IF
                   PERFORM 0400-VALIDA-DEVOLUCAO
                   IF WS-VALIDA = 'S'
                       PERFORM 0500-APLICA-DEVOLUCAO
                   END-IF
           END-READ.

      * A PRIMEIRA FALHA DECIDE O MOTIVO DO REJEITO; O PRODUTO
      *  ACHADO DEIXA O INDICE DO INVENTARIO POSICIONADO
       0400-VALIDA-DEVOLUCAO.
           MOVE 'S' TO WS-VALIDA.
           MOVE 'N' TO WS-ACHOU.
           PERFORM VARYING WS-IDX-INV FROM 1 BY 1
                   UNTIL WS-IDX-INV > WS-CNT-INV
                      OR WS-ACHOU = 'S'
               IF WS-I-PRODID (WS-IDX-INV) = WS-DV-PRODID
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = 'N'
               MOVE 'R010' TO WS-REJ-CODIGO
               MOVE 'PRODUTO DESCONHECIDO' TO WS-REJ-MOTIVO
               PERFORM 0600-GRAVA-REJEITO
           ELSE
               SET WS-IDX-INV DOWN BY 1
           END-IF.
           IF WS-VALIDA = 'S'
               MOVE 'N' TO WS-ACHOU
               PERFORM VARYING WS-IDX-LOJA FROM 1 BY 1
                       UNTIL WS-IDX-LOJA > WS-CNT-LOJAS
                          OR WS-ACHOU = 'S'
                   IF WS-L-CODIGO (WS-IDX-LOJA) = WS-DV-LOJA
                       MOVE 'S' TO WS-ACHOU
                   END-IF
               END-PERFORM
               IF WS-ACHOU = 'N'
                   MOVE 'R012' TO WS-REJ-CODIGO
                   MOVE 'LOJA DESCONHECIDA' TO WS-REJ-MOTIVO
                   PERFORM 0600-GRAVA-REJEITO
               ELSE
                   SET WS-IDX-LOJA DOWN BY 1
               END-IF
           END-IF.
           IF WS-VALIDA = 'S'
               MOVE WS-DV-MOTIVO TO WS-DH-MOTIVO
               IF NOT WS-DH-REVENDAVEL AND NOT WS-DH-AVARIADO
                   MOVE 'R013' TO WS-REJ-CODIGO
                   MOVE 'MOTIVO INVALIDO' TO WS-REJ-MOTIVO
                   PERFORM 0600-GRAVA-REJEITO
               END-IF
           END-IF.
           IF WS-VALIDA = 'S'
               PERFORM 0410-VALIDA-DATAS
           END-IF.
           IF WS-VALIDA = 'S'
               IF WS-DV-QTD = ZEROS
                  OR (WS-DH-REVENDAVEL
                      AND WS-I-QNT (WS-IDX-INV) + WS-DV-QTD > 999)
                   MOVE 'R015' TO WS-REJ-CODIGO
                   MOVE 'QUANTIDADE INVALIDA' TO WS-REJ-MOTIVO
                   PERFORM 0600-GRAVA-REJEITO
               END-IF
           END-IF.

      * AS DUAS DATAS PRECISAM EXISTIR NO CALENDARIO E A VENDA
      *  ORIGINAL NAO PODE SER POSTERIOR A DEVOLUCAO
       0410-VALIDA-DATAS.
           IF WS-DV-DATA IS NOT NUMERIC
              OR WS-DV-DATA-VENDA IS NOT NUMERIC
               MOVE 'N' TO WS-ACHOU
           ELSE
               MOVE WS-DV-DATA TO WS-DATA-NUM
               MOVE WS-DV-DATA-VENDA TO WS-DATA-VENDA-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATA-NUM) = 0
                  AND FUNCTION TEST-DATE-YYYYMMDD
                          (WS-DATA-VENDA-NUM) = 0
                  AND WS-DATA-VENDA-NUM NOT > WS-DATA-NUM
                   MOVE 'S' TO WS-ACHOU
               ELSE
                   MOVE 'N' TO WS-ACHOU
               END-IF
           END-IF.
           IF WS-ACHOU = 'N'
               MOVE 'R014' TO WS-REJ-CODIGO
               MOVE 'DATA INVALIDA' TO WS-REJ-MOTIVO
               PERFORM 0600-GRAVA-REJEITO
           END-IF.

       0500-APLICA-DEVOLUCAO.
           MOVE WS-DATA-NUM TO WS-DH-DATA.
           MOVE WS-DV-LOJA TO WS-DH-LOJA.
           MOVE WS-DV-PRODID TO WS-DH-PRODID.
           MOVE WS-DV-QTD TO WS-DH-QTD.
           MOVE WS-DATA-VENDA-NUM TO WS-DH-DATA-VENDA.
           MOVE ZEROS TO WS-DH-VALOR.
           PERFORM VARYING WS-IDX-PRE FROM 1 BY 1
                   UNTIL WS-IDX-PRE > WS-CNT-PRECO
               IF WS-PR-CODIGO (WS-IDX-PRE) = WS-DV-PRODID
                   COMPUTE WS-DH-VALOR =
                       WS-DV-QTD * WS-PR-VALOR (WS-IDX-PRE)
               END-IF
           END-PERFORM.
           IF WS-DH-REVENDAVEL
               MOVE 'R' TO WS-DH-DESTINO
               PERFORM 0510-VOLTA-AO-ESTOQUE
           ELSE
               MOVE 'Q' TO WS-DH-DESTINO
               PERFORM 0520-VAI-PARA-QUARENTENA
           END-IF.
           WRITE REG-HIST FROM WS-LINHA-DEVOL-HIST.
           MOVE WS-DV-LOJA TO WS-DR-LOJA.
           MOVE WS-L-REGIAO (WS-IDX-LOJA) TO WS-DR-REGIAO.
           MOVE WS-DATA-NUM TO WS-DR-DATA.
           MOVE WS-DH-VALOR TO WS-DR-VALOR.
           WRITE REG-DEV-REGIAO FROM WS-LINHA-DEV-REGIAO.
           ADD WS-DH-VALOR TO WS-TOT-VALOR.

       0510-VOLTA-AO-ESTOQUE.
           ADD WS-DV-QTD TO WS-I-QNT (WS-IDX-INV).
           ADD 1 TO WS-CT-REVENDA.
           ADD WS-DV-QTD TO WS-TOT-UNID-REVENDA.
           MOVE WS-DV-PRODID TO WS-KC-PRODID.
           MOVE WS-DATA-NUM TO WS-KC-DATA.
           MOVE WS-DV-QTD TO WS-KC-QTD.
           MOVE WS-I-QNT (WS-IDX-INV) TO WS-KC-SALDO.
           MOVE ZEROS TO WS-KC-CUSTO.
           CALL 'GRAVA-KARDEX' USING WS-KC-PRODID WS-KC-DATA
               WS-KC-TIPO WS-KC-QTD WS-KC-SALDO WS-KC-CUSTO
               WS-KC-ORIGEM.

       0520-VAI-PARA-QUARENTENA.
           MOVE 'N' TO WS-ACHOU.
           PERFORM VARYING WS-IDX-QUA FROM 1 BY 1
                   UNTIL WS-IDX-QUA > WS-CNT-QUA
                      OR WS-ACHOU = 'S'
               IF WS-Q-PRODID (WS-IDX-QUA) = WS-DV-PRODID
                   MOVE 'S' TO WS-ACHOU
                   ADD WS-DV-QTD TO WS-Q-QTD (WS-IDX-QUA)
               END-IF
           END-PERFORM.
           IF WS-ACHOU = 'N' AND WS-CNT-QUA < 200
               ADD 1 TO WS-CNT-QUA
               SET WS-IDX-QUA TO WS-CNT-QUA
               MOVE WS-DV-PRODID TO WS-Q-PRODID (WS-IDX-QUA)
               MOVE WS-DV-QTD TO WS-Q-QTD (WS-IDX-QUA)
           END-IF.
           ADD 1 TO WS-CT-QUARENTENA.
           ADD WS-DV-QTD TO WS-TOT-UNID-QUARENT.

       0600-GRAVA-REJEITO.
           MOVE 'N' TO WS-VALIDA.
           MOVE REG-DEVOLUCAO TO WS-REJ-DETALHE.
           WRITE REG-REJEITADO FROM WS-LINHA-REJEITADO.
           ADD 1 TO WS-CT-REJEITADAS.

       0700-REGRAVA-INVENTARIO.
           CLOSE INVENTARIO.
           OPEN OUTPUT INVENTARIO.
           PERFORM VARYING WS-IDX-INV FROM 1 BY 1
                   UNTIL WS-IDX-INV > WS-CNT-INV
               MOVE WS-I-PRODID (WS-IDX-INV) TO WS-CSV-PRODID
               MOVE WS-I-NOME (WS-IDX-INV) TO WS-CSV-NOME
               MOVE WS-I-QNT (WS-IDX-INV) TO WS-CSV-QNT
               MOVE WS-I-MIN (WS-IDX-INV) TO WS-CSV-MIN
               MOVE WS-I-MAX (WS-IDX-INV) TO WS-CSV-MAX
               WRITE REGISTRO FROM WS-LINHA-INVENT
           END-PERFORM.
           CLOSE INVENTARIO.

       0750-REGRAVA-QUARENTENA.
           OPEN OUTPUT QUARENTENA.
           PERFORM VARYING WS-IDX-QUA FROM 1 BY 1
                   UNTIL WS-IDX-QUA > WS-CNT-QUA
               MOVE WS-Q-PRODID (WS-IDX-QUA) TO WS-QL-PRODID
               MOVE WS-Q-QTD (WS-IDX-QUA) TO WS-QL-QTD
               WRITE REG-QUARENT FROM WS-LINHA-QUARENT
           END-PERFORM.
           CLOSE QUARENTENA.

       0900-FINALIZA.
           DISPLAY 'DEVOLUCOES LIDAS.......: ' WS-CT-LIDAS.
           DISPLAY 'DE VOLTA AO ESTOQUE....: ' WS-CT-REVENDA
               ' (' WS-TOT-UNID-REVENDA ' UNIDADES)'.
           DISPLAY 'PARA A QUARENTENA......: ' WS-CT-QUARENTENA
               ' (' WS-TOT-UNID-QUARENT ' UNIDADES)'.
           DISPLAY 'VALOR DEVOLVIDO........: ' WS-TOT-VALOR.
           DISPLAY 'DEVOLUCOES REJEITADAS..: ' WS-CT-REJEITADAS.
           CLOSE DEVOLUCOES-MOVTO.
           CLOSE DEVOLUCOES-REJ.
           CLOSE DEVOLUCOES-HIST.
           CLOSE DEVOLUCOES-REGIAO.
           IF WS-CT-REJEITADAS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM POSTA-DEVOLUCOES.
