      *  setimo campo opcional da linha de recebimento e alimenta o
      *  historico de custos (produto;fornecedor;data;custo), de
      *  onde o RELATORIO-MARGEM cruza custo com preco de venda
      * 15/10/2026 TS Ordem em aberto passou a trazer a quantidade
      *  pedida e o preco combinado (gravados pelo INVENTARIO), que
      *  o recebimento preserva ao regravar as ordens; linha antiga
      *  sem eles assume o restante como pedido e preco a combinar
      * 15/10/2026 TS Cada entrada aplicada ao inventario vai para o
      *  kardex (sub-rotina GRAVA-KARDEX) com o custo unitario da
      *  linha, que recalcula o custo medio ponderado do produto
      * Purpose: Recebimento de mercadorias que fecha o ciclo aberto
      *  pelo INVENTARIO. Le o arquivo de mercadorias recebidas
      *  (fornecedor;PROD_ID;quantidade;data), soma a quantidade
           01 REGISTRO                 PIC X(45).

           FD ORDENS-ABERTAS.
           01 REG-ORDEM-AB             PIC X(45).

           FD RELATORIO-RECEB.
           01 REG-RELAT                PIC X(80).
               05 WS-CU-CUSTO          PIC 9(06).99.
           01 WS-CUSTO-UNIT            PIC 9(06)V99 VALUE ZEROS.

      * PARAMETROS DA SUB-ROTINA GRAVA-KARDEX (RAZAO DE MOVIMENTOS
      *  DE ESTOQUE E CUSTO MEDIO PONDERADO)
           01 WS-KARDEX-CHAMADA.
               05 WS-KC-PRODID         PIC X(04).
               05 WS-KC-DATA           PIC 9(08).
               05 WS-KC-TIPO           PIC X(01) VALUE 'E'.
               05 WS-KC-QTD            PIC S9(05).
               05 WS-KC-SALDO          PIC 9(05).
               05 WS-KC-CUSTO          PIC 9(06)V99.
               05 WS-KC-ORIGEM         PIC X(12) VALUE
                   'RECEBE-MERC'.

           01 WS-LINHA-LOTE.
               05 WS-LT-PRODID         PIC X(04).
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-OA-PRAZO          PIC 9(03).
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-OA-STATUS         PIC X(01).
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-OA-QTD-PEDIDA     PIC 9(04).
               05 WS-OA-QTD-PEDIDA-TX REDEFINES WS-OA-QTD-PEDIDA
                                       PIC X(04).
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-OA-PRECO          PIC 9(06).99.
               05 WS-OA-PRECO-TX REDEFINES WS-OA-PRECO
                                       PIC X(09).

      * INVENTARIO CARREGADO EM MEMORIA, REGRAVADO COM AS ENTRADAS
      *  RECEBIDAS SOMADAS
                   10 WS-O-EMISSAO     PIC 9(08).
                   10 WS-O-PRAZO       PIC 9(03).
                   10 WS-O-STATUS      PIC X(01).
                   10 WS-O-QTD-PEDIDA  PIC 9(04).
                   10 WS-O-PRECO       PIC 9(06)V99.

           01 AUX.
               05 WS-EOF               PIC X(01) VALUE 'N'.
                               WS-O-PRAZO (WS-IDX-ORD)
                           MOVE WS-OA-STATUS TO
                               WS-O-STATUS (WS-IDX-ORD)
                           IF WS-OA-QTD-PEDIDA-TX = SPACES
                               MOVE WS-OA-QTD TO
                                   WS-O-QTD-PEDIDA (WS-IDX-ORD)
                               MOVE ZEROS TO WS-O-PRECO (WS-IDX-ORD)
                           ELSE
                               MOVE WS-OA-QTD-PEDIDA TO
                                   WS-O-QTD-PEDIDA (WS-IDX-ORD)
                               COMPUTE WS-O-PRECO (WS-IDX-ORD) =
                                   FUNCTION NUMVAL (WS-OA-PRECO-TX)
                           END-IF
                       ELSE
                           DISPLAY 'ORDENS EM ABERTO EXCEDEM A '
                               'TABELA (' WS-CNT-ORD ' LINHAS)'
                   ADD WS-RC-QTD TO WS-I-QNT (WS-IDX-INV)
               END-IF
           END-PERFORM.
           IF WS-ACHOU = 'S'
               SET WS-IDX-INV DOWN BY 1
               PERFORM 0415-GRAVA-KARDEX
           END-IF.
           IF WS-ACHOU = 'N'
               ADD 1 TO WS-CT-DESCONHECIDOS
               MOVE SPACES TO REG-RELAT
               DISPLAY REG-RELAT
           END-IF.

      * ENTRADA NO KARDEX COM O SALDO JA SOMADO; SEM CUSTO NA LINHA
      *  A SUB-ROTINA ASSUME O CUSTO MEDIO VIGENTE
       0415-GRAVA-KARDEX.
           MOVE WS-RC-PRODID TO WS-KC-PRODID.
           MOVE WS-RC-DATA TO WS-KC-DATA.
           MOVE WS-RC-QTD TO WS-KC-QTD.
           MOVE WS-I-QNT (WS-IDX-INV) TO WS-KC-SALDO.
           MOVE ZEROS TO WS-KC-CUSTO.
           IF WS-RC-CUSTO NOT = SPACES
               COMPUTE WS-KC-CUSTO =
                   FUNCTION NUMVAL (WS-RC-CUSTO)
           END-IF.
           CALL 'GRAVA-KARDEX' USING WS-KC-PRODID WS-KC-DATA
               WS-KC-TIPO WS-KC-QTD WS-KC-SALDO WS-KC-CUSTO
               WS-KC-ORIGEM.

       0450-BAIXA-ORDEM.
           MOVE 'N' TO WS-ACHOU.
           PERFORM VARYING WS-IDX-ORD FROM 1 BY 1
               MOVE WS-O-EMISSAO (WS-IDX-ORD) TO WS-OA-EMISSAO
               MOVE WS-O-PRAZO (WS-IDX-ORD) TO WS-OA-PRAZO
               MOVE WS-O-STATUS (WS-IDX-ORD) TO WS-OA-STATUS
               MOVE WS-O-QTD-PEDIDA (WS-IDX-ORD) TO WS-OA-QTD-PEDIDA
               MOVE WS-O-PRECO (WS-IDX-ORD) TO WS-OA-PRECO
               WRITE REG-ORDEM-AB FROM WS-LINHA-ORDEM-AB
           END-PERFORM.
           CLOSE ORDENS-ABERTAS.
