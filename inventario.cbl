      *               reservas mantido pelo MANTEM-RESERVAS - produto
      *               com a prateleira toda prometida deixou de
      *               parecer "normal"
      * 15/10/2026 TS Linha de ordem em aberto ganhou a quantidade
      *               pedida e o preco combinado (ultimo custo do
      *               fornecedor para o produto no historico de custos
      *               do RECEBE-MERCADORIA; zero se nunca comprado),
      *               contra os quais o LANCA-NOTAS-FORNEC confere a
      *               nota fiscal do fornecedor
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENTARIO.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOCAIS.

               SELECT OPTIONAL CUSTOS-HISTORICO ASSIGN TO
                   WS-ARQ-CUSTOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CUSTOS.

       DATA DIVISION.
       FILE SECTION.
           FD INVENTARIO.
           01 REG-ORDEM                 PIC X(80).

      * MESTRE DE FORNECEDORES: CODIGO;NOME;PRAZO-DE-ENTREGA-DIAS;
      *  PEDIDO-MINIMO (O QUINTO CAMPO, CONDICAO DE PAGAMENTO EM
      *  DIAS, SO INTERESSA AO CONTAS A PAGAR)
           FD FORNECEDORES.
           01 REG-FORNEC                PIC X(40).

      * ORDENS EM ABERTO, UMA LINHA POR ITEM DE PEDIDO, NO FORMATO
      *  QUE O RECEBIMENTO DE MERCADORIAS LE E BAIXA
           FD ORDENS-ABERTAS.
           01 REG-ORDEM-AB              PIC X(45).

      * CLASSES ABC (CODIGO;CLASSE), GRAVADAS PELO CURVA-ABC
           FD ABC-CLASSES.
           FD INVENTARIO-LOCAIS.
           01 REG-LOCAL                 PIC X(30).

      * HISTORICO DE CUSTOS DE COMPRA (PRODUTO;FORNECEDOR;DATA;
      *  CUSTO), GRAVADO PELO RECEBE-MERCADORIA
           FD CUSTOS-HISTORICO.
           01 REG-CUSTO                 PIC X(35).

       WORKING-STORAGE SECTION.
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      *  EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG); SEM
                   "C:\exe-cobol\reservas-estoque.txt".
               05 WS-ARQ-LOCAIS        PIC X(80) VALUE
                   "C:\exe-cobol\inventario-locais.csv".
               05 WS-ARQ-CUSTOS        PIC X(80) VALUE
                   "C:\exe-cobol\custos-historico.txt".

           01 WS-CFG-CHAMADA.
               05 WS-CFG-LOGICO        PIC X(20).
               05 FS-ABC               PIC 9(02).
               05 FS-RESERVAS          PIC 9(02).
               05 FS-LOCAIS            PIC 9(02).
               05 FS-CUSTOS            PIC 9(02).

           01 WS-LINHA-ORDEM-AB.
               05 WS-OA-FORNEC         PIC 9(04).
               05 WS-OA-PRAZO          PIC 9(03).
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-OA-STATUS         PIC X(01).
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-OA-QTD-PEDIDA     PIC 9(04).
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-OA-PRECO          PIC 9(06).99.

      * MESTRE DE FORNECEDORES CARREGADO EM MEMORIA
           01 WS-TAB-FORNEC.
               05 WS-RV-DATA           PIC X(08).
           01 WS-RES-ACHOU             PIC X(01) VALUE 'N'.

      * ULTIMO CUSTO POR PRODUTO E FORNECEDOR (A LINHA MAIS RECENTE
      *  PELA DATA VENCE), PRECO COMBINADO DA ORDEM DE COMPRA
           01 WS-TAB-CUSTOS.
               05 WS-CNT-CUS           PIC 9(03) VALUE ZEROS.
               05 WS-CUS-ITEM OCCURS 200 TIMES
                                INDEXED BY WS-IDX-CUS.
                   10 WS-C-PRODID      PIC X(04).
                   10 WS-C-FORNEC      PIC 9(04).
                   10 WS-C-DATA        PIC 9(08).
                   10 WS-C-CUSTO       PIC 9(06)V99.
           01 WS-CAMPOS-CUSTO.
               05 WS-CU-PRODID         PIC X(04).
               05 WS-CU-FORNEC-TX      PIC X(06).
               05 WS-CU-DATA-TX        PIC X(08).
               05 WS-CU-CUSTO-TX       PIC X(09).
               05 WS-CU-FORNEC         PIC 9(04).
               05 WS-CU-DATA           PIC 9(08).
           01 WS-CUS-ACHOU             PIC X(01) VALUE 'N'.

      * VINCULO PRODUTO-FORNECEDOR CARREGADO EM MEMORIA
           01 WS-TAB-LINK.
               05 WS-CNT-LINK          PIC 9(03) VALUE ZEROS.
           PERFORM 0070-CARREGA-CLASSES-ABC.
           PERFORM 0080-CARREGA-RESERVAS.
           PERFORM 0090-CARREGA-LOCAIS.
           PERFORM 0095-CARREGA-CUSTOS.
           PERFORM UNTIL EOF = 'Y'
               PERFORM 0200-LE-ARQUIVO
               IF EOF = 'N'
           END-PERFORM.
           CLOSE INVENTARIO-LOCAIS.

      * CARREGA O ULTIMO CUSTO DE CADA PRODUTO POR FORNECEDOR; SEM O
      *  HISTORICO A ORDEM SAI COM PRECO ZERO (A COMBINAR)
       0095-CARREGA-CUSTOS.
           MOVE 'N' TO WS-EOF-TAB.
           OPEN INPUT CUSTOS-HISTORICO.
           IF FS-CUSTOS NOT = 00
               MOVE 'Y' TO WS-EOF-TAB
           END-IF.
           PERFORM UNTIL WS-EOF-TAB = 'Y'
               READ CUSTOS-HISTORICO
                   AT END MOVE 'Y' TO WS-EOF-TAB
                   NOT AT END
                       MOVE SPACES TO WS-CAMPOS-CUSTO
                       UNSTRING REG-CUSTO DELIMITED BY ';'
                           INTO WS-CU-PRODID WS-CU-FORNEC-TX
                                WS-CU-DATA-TX WS-CU-CUSTO-TX
                       END-UNSTRING
                       COMPUTE WS-CU-FORNEC =
                           FUNCTION NUMVAL (WS-CU-FORNEC-TX)
                       COMPUTE WS-CU-DATA =
                           FUNCTION NUMVAL (WS-CU-DATA-TX)
                       PERFORM 0096-GUARDA-CUSTO
               END-READ
           END-PERFORM.
           CLOSE CUSTOS-HISTORICO.

       0096-GUARDA-CUSTO.
           MOVE 'N' TO WS-CUS-ACHOU.
           PERFORM VARYING WS-IDX-CUS FROM 1 BY 1
                   UNTIL WS-IDX-CUS > WS-CNT-CUS
                      OR WS-CUS-ACHOU = 'S'
               IF WS-C-PRODID (WS-IDX-CUS) = WS-CU-PRODID
                  AND WS-C-FORNEC (WS-IDX-CUS) = WS-CU-FORNEC
                   MOVE 'S' TO WS-CUS-ACHOU
                   IF WS-CU-DATA NOT < WS-C-DATA (WS-IDX-CUS)
                       MOVE WS-CU-DATA TO WS-C-DATA (WS-IDX-CUS)
                       COMPUTE WS-C-CUSTO (WS-IDX-CUS) =
                           FUNCTION NUMVAL (WS-CU-CUSTO-TX)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CUS-ACHOU = 'N' AND WS-CNT-CUS < 200
               ADD 1 TO WS-CNT-CUS
               SET WS-IDX-CUS TO WS-CNT-CUS
               MOVE WS-CU-PRODID TO WS-C-PRODID (WS-IDX-CUS)
               MOVE WS-CU-FORNEC TO WS-C-FORNEC (WS-IDX-CUS)
               MOVE WS-CU-DATA TO WS-C-DATA (WS-IDX-CUS)
               COMPUTE WS-C-CUSTO (WS-IDX-CUS) =
                   FUNCTION NUMVAL (WS-CU-CUSTO-TX)
           END-IF.

      * RESOLVE O CAMINHO DE CADA ARQUIVO PELO NOME LOGICO NA
      *  CONFIGURACAO EXTERNA, ANTES DE QUALQUER OPEN
       0005-RESOLVE-CAMINHOS.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-LOCAIS
           END-IF.
           MOVE 'CUSTOS-HISTORICO' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-CUSTOS
           END-IF.

       0006-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
           MOVE WS-DATA-HOJE-N TO WS-OA-EMISSAO.
           MOVE WS-F-PRAZO (WS-IDX-FOR) TO WS-OA-PRAZO.
           MOVE 'P' TO WS-OA-STATUS.
           MOVE WS-QTD-PEDIR TO WS-OA-QTD-PEDIDA.
           MOVE ZEROS TO WS-OA-PRECO.
           PERFORM VARYING WS-IDX-CUS FROM 1 BY 1
                   UNTIL WS-IDX-CUS > WS-CNT-CUS
               IF WS-C-PRODID (WS-IDX-CUS) = WS-FL-PRODID (WS-IDX-FAL)
                  AND WS-C-FORNEC (WS-IDX-CUS) =
                          WS-F-CODIGO (WS-IDX-FOR)
                   MOVE WS-C-CUSTO (WS-IDX-CUS) TO WS-OA-PRECO
               END-IF
           END-PERFORM.
           WRITE REG-ORDEM-AB FROM WS-LINHA-ORDEM-AB.

       0840-ITENS-SEM-FORNECEDOR.
