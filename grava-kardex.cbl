      *================================================================*
      * Author:
      * Date:
      * Purpose: Sub-rotina compartilhada do razao de movimentos de
      *  estoque (kardex). Todo job que muda a quantidade de um
      *  produto no inventario.csv (POSTA-VENDAS, RECEBE-MERCADORIA,
      *  CONTAGEM-ESTOQUE e os que vierem) chama esta rotina uma vez
      *  por movimento, informando produto, data, tipo, quantidade
      *  com sinal, o saldo do produto ja depois do movimento, o
      *  custo unitario (so a entrada de mercadoria e a implantacao
      *  informam; nos demais vai zero) e o job de origem. A rotina
      *  mantem o custo medio ponderado movel de cada produto no
      *  custo-medio.txt (PRODUTO;CUSTO;DATA) - recalculado a cada
      *  entrada com custo: (saldo anterior x medio + quantidade x
      *  custo) / saldo novo - e acrescenta a linha ao razao com o
      *  custo do movimento e o medio vigente. Devolve no campo de
      *  custo o custo unitario usado. Como a REGISTRA-RUN, nao
      *  guarda estado entre chamadas.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAVA-KARDEX.
      *================================================================*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KARDEX-MOVTOS ASSIGN TO WS-ARQ-KARDEX
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-KARDEX.

           SELECT OPTIONAL CUSTO-MEDIO ASSIGN TO WS-ARQ-MEDIO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-MEDIO.

      *================================================================*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD KARDEX-MOVTOS.
       01 REG-KARDEX           PIC X(70).

       FD CUSTO-MEDIO.
       01 REG-MEDIO            PIC X(30).

       WORKING-STORAGE SECTION.
      * CAMINHOS FISICOS, RESOLVIDOS NA CONFIGURACAO EXTERNA PELO
      * NOME LOGICO (SUB-ROTINA BUSCA-CONFIG); SEM ENTRADA NA
      * CONFIGURACAO VALE O CAMINHO PADRAO DE PRODUCAO
       01 WS-ARQ-KARDEX        PIC X(80) VALUE
           'C:\exe-cobol\kardex-movtos.txt'.
       01 WS-ARQ-MEDIO         PIC X(80) VALUE
           'C:\exe-cobol\custo-medio.txt'.
       01 WS-CFG-LOGICO        PIC X(20).
       01 WS-CFG-CAMINHO       PIC X(80).
       01 WS-CFG-ACHOU         PIC X(01).

       01 WS-FS-KARDEX         PIC X(02).
       01 WS-FS-MEDIO          PIC X(02).
       01 WS-EOF               PIC X(01).
       01 WS-ACHOU             PIC X(01).
       01 WS-MEDIO-MUDOU       PIC X(01).
       01 WS-SALDO-ANTES       PIC S9(06).

      * RAZAO DE MOVIMENTOS DE ESTOQUE
       COPY KDXLIN.

      * CUSTO MEDIO VIGENTE DE CADA PRODUTO
       01 WS-LINHA-MEDIO.
           05 WS-MD-PRODID     PIC X(04).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-MD-CUSTO      PIC 9(06)V99.
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-MD-DATA       PIC 9(08).

       01 WS-TAB-MEDIO.
           05 WS-CNT-MEDIO     PIC 9(03) VALUE ZEROS.
           05 WS-MEDIO-ITEM OCCURS 300 TIMES
                              INDEXED BY WS-IDX-MED.
               10 WS-M-PRODID  PIC X(04).
               10 WS-M-CUSTO   PIC 9(06)V99.
               10 WS-M-DATA    PIC 9(08).

       LINKAGE SECTION.
       01 LK-PRODID            PIC X(04).
       01 LK-DATA              PIC 9(08).
       01 LK-TIPO              PIC X(01).
       01 LK-QTD               PIC S9(05).
       01 LK-SALDO             PIC 9(05).
       01 LK-CUSTO             PIC 9(06)V99.
       01 LK-ORIGEM            PIC X(12).

      *================================================================*
       PROCEDURE DIVISION USING LK-PRODID LK-DATA LK-TIPO LK-QTD
           LK-SALDO LK-CUSTO LK-ORIGEM.
      *----------------------------------------------------------------*
       0-PRINCIPAL.
           MOVE 'KARDEX-MOVTOS' TO WS-CFG-LOGICO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-KARDEX
           END-IF.
           MOVE 'CUSTO-MEDIO' TO WS-CFG-LOGICO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-MEDIO
           END-IF.
           PERFORM 1-CARREGA-MEDIOS.
           PERFORM 2-CALCULA-MEDIO.
           PERFORM 3-GRAVA-MOVIMENTO.
           IF WS-MEDIO-MUDOU = 'S'
               PERFORM 4-REGRAVA-MEDIOS
           END-IF.
           GOBACK.

       1-CARREGA-MEDIOS.
           MOVE ZEROS TO WS-CNT-MEDIO.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT CUSTO-MEDIO.
           IF WS-FS-MEDIO NOT = '00'
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM 11-LE-MEDIO UNTIL WS-EOF = 'S'.
           CLOSE CUSTO-MEDIO.

       11-LE-MEDIO.
           READ CUSTO-MEDIO INTO WS-LINHA-MEDIO
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   IF WS-CNT-MEDIO < 300
                       ADD 1 TO WS-CNT-MEDIO
                       SET WS-IDX-MED TO WS-CNT-MEDIO
                       MOVE WS-MD-PRODID TO WS-M-PRODID (WS-IDX-MED)
                       MOVE WS-MD-CUSTO TO WS-M-CUSTO (WS-IDX-MED)
                       MOVE WS-MD-DATA TO WS-M-DATA (WS-IDX-MED)
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * ENTRADA COM CUSTO PONDERA O MEDIO PELO SALDO ANTERIOR (SALDO
      * ZERADO OU SEM MEDIO ASSUME O CUSTO DA ENTRADA); IMPLANTACAO
      * COM CUSTO FIXA O MEDIO. OS DEMAIS MOVIMENTOS SAEM PELO MEDIO
      *----------------------------------------------------------------*
       2-CALCULA-MEDIO.
           MOVE 'N' TO WS-MEDIO-MUDOU.
           MOVE 'N' TO WS-ACHOU.
           PERFORM VARYING WS-IDX-MED FROM 1 BY 1
                   UNTIL WS-IDX-MED > WS-CNT-MEDIO
                      OR WS-ACHOU = 'S'
               IF WS-M-PRODID (WS-IDX-MED) = LK-PRODID
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = 'S'
               SET WS-IDX-MED DOWN BY 1
           ELSE
               IF WS-CNT-MEDIO < 300
                   ADD 1 TO WS-CNT-MEDIO
                   SET WS-IDX-MED TO WS-CNT-MEDIO
                   MOVE LK-PRODID TO WS-M-PRODID (WS-IDX-MED)
                   MOVE ZEROS TO WS-M-CUSTO (WS-IDX-MED)
                   MOVE ZEROS TO WS-M-DATA (WS-IDX-MED)
               ELSE
                   DISPLAY 'TABELA DE CUSTO MEDIO CHEIA - PRODUTO '
                       LK-PRODID ' SEM CUSTO NO KARDEX'
                   SET WS-IDX-MED TO 1
                   MOVE 'X' TO WS-ACHOU
               END-IF
           END-IF.
           IF WS-ACHOU NOT = 'X'
              AND (LK-TIPO = 'E' OR LK-TIPO = 'I')
              AND LK-CUSTO > ZEROS
               COMPUTE WS-SALDO-ANTES = LK-SALDO - LK-QTD
               IF LK-TIPO = 'I'
                  OR WS-SALDO-ANTES NOT > ZEROS
                  OR WS-M-CUSTO (WS-IDX-MED) = ZEROS
                  OR LK-SALDO = ZEROS
                   MOVE LK-CUSTO TO WS-M-CUSTO (WS-IDX-MED)
               ELSE
                   COMPUTE WS-M-CUSTO (WS-IDX-MED) ROUNDED =
                       (WS-SALDO-ANTES * WS-M-CUSTO (WS-IDX-MED)
                        + LK-QTD * LK-CUSTO) / LK-SALDO
               END-IF
               MOVE LK-DATA TO WS-M-DATA (WS-IDX-MED)
               MOVE 'S' TO WS-MEDIO-MUDOU
           END-IF.
           IF WS-ACHOU = 'X'
               MOVE ZEROS TO WS-KX-CUSTO-MEDIO
           ELSE
               MOVE WS-M-CUSTO (WS-IDX-MED) TO WS-KX-CUSTO-MEDIO
           END-IF.
           IF NOT ((LK-TIPO = 'E' OR LK-TIPO = 'I')
                   AND LK-CUSTO > ZEROS)
               MOVE WS-KX-CUSTO-MEDIO TO LK-CUSTO
           END-IF.

       3-GRAVA-MOVIMENTO.
           OPEN EXTEND KARDEX-MOVTOS
               IF WS-FS-KARDEX EQUAL '35'
                   OPEN OUTPUT KARDEX-MOVTOS
                   CLOSE KARDEX-MOVTOS
                   OPEN EXTEND KARDEX-MOVTOS
               END-IF.
           MOVE LK-PRODID TO WS-KX-PRODID.
           MOVE LK-DATA TO WS-KX-DATA.
           MOVE LK-TIPO TO WS-KX-TIPO.
           MOVE LK-QTD TO WS-KX-QTD.
           MOVE LK-CUSTO TO WS-KX-CUSTO-UNIT.
           MOVE LK-SALDO TO WS-KX-SALDO.
           MOVE LK-ORIGEM TO WS-KX-ORIGEM.
           WRITE REG-KARDEX FROM WS-LINHA-KARDEX.
           CLOSE KARDEX-MOVTOS.

       4-REGRAVA-MEDIOS.
           OPEN OUTPUT CUSTO-MEDIO.
           PERFORM 41-GRAVA-MEDIO
               VARYING WS-IDX-MED FROM 1 BY 1
               UNTIL WS-IDX-MED > WS-CNT-MEDIO.
           CLOSE CUSTO-MEDIO.

       41-GRAVA-MEDIO.
           MOVE WS-M-PRODID (WS-IDX-MED) TO WS-MD-PRODID.
           MOVE WS-M-CUSTO (WS-IDX-MED) TO WS-MD-CUSTO.
           MOVE WS-M-DATA (WS-IDX-MED) TO WS-MD-DATA.
           WRITE REG-MEDIO FROM WS-LINHA-MEDIO.
      *================================================================*
