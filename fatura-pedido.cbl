      ******************************************************************
      * Author:
      * Date:
      * Purpose: Faturamento de pedido - junta num passo so a
      *  liberacao da reserva e a postagem da venda, que eram duas
      *  tarefas manuais (MANTEM-RESERVAS e POSTA-VENDAS). Dada a
      *  referencia do pedido, pega as reservas vigentes dela no
      *  reservas-estoque.txt, preca cada linha pelo PRECO-UNIT do
      *  produtos.dat e, se todas passam nas regras do POSTA-VENDAS
      *  (produto conhecido no inventario.csv e quantidade nao maior
      *  que o estoque - senao nada e faturado), emite a fatura
      *  numerada: baixa o inventario, manda cada item para o kardex
      *  (GRAVA-KARDEX, venda) e para o historico de vendas
      *  postadas, grava os itens no registro de faturas, imprime o
      *  documento e libera as reservas do pedido. O numero e
      *  sequencial sem saltos: o proximo e o maior do registro mais
      *  um, e a fatura cancelada guarda o seu. O cancelamento
      *  devolve as quantidades ao inventario (kardex tipo C), tira
      *  as linhas da fatura do historico de vendas postadas (a venda
      *  desfeita nao conta como vendida) e refaz as reservas do
      *  pedido com a data original.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATURA-PEDIDO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL RESERVAS-ESTOQUE ASSIGN TO
                   WS-ARQ-RESERVAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESERVAS.

               SELECT ARQ-INDX ASSIGN TO WS-ARQ-PRODUTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-ID
               ALTERNATE RECORD KEY IS NOME-PROD WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

               SELECT INVENTARIO ASSIGN TO WS-ARQ-INVENT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INVENT.

               SELECT VENDAS-POSTADAS ASSIGN TO WS-ARQ-POSTADAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-POSTADAS.

               SELECT VENDAS-TRABALHO ASSIGN TO WS-ARQ-TRABALHO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRABALHO.

               SELECT OPTIONAL FATURAS-REGISTRO ASSIGN TO
                   WS-ARQ-FATURAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FATURAS.

               SELECT FATURAS-DOC ASSIGN TO WS-ARQ-DOC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DOC.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           FD RESERVAS-ESTOQUE.
           01 REG-RESERVA              PIC X(30).

           FD ARQ-INDX.
           COPY PRODREG.

           FD INVENTARIO.
           01 REGISTRO                 PIC X(45).

           FD VENDAS-POSTADAS.
           01 REG-POSTADA              PIC X(40).

      * COPIA DE TRABALHO NA REGRAVACAO DAS VENDAS POSTADAS
           FD VENDAS-TRABALHO.
           01 REG-TRABALHO             PIC X(40).

           FD FATURAS-REGISTRO.
           01 REG-FATURA               PIC X(80).

           FD FATURAS-DOC.
           01 REG-DOC                  PIC X(80).

       WORKING-STORAGE SECTION.
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      *  EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG)
           01 WS-CAMINHOS.
               05 WS-ARQ-RESERVAS      PIC X(80) VALUE
                   "C:\exe-cobol\reservas-estoque.txt".
               05 WS-ARQ-PRODUTOS      PIC X(80) VALUE
                   "C:\Nova pasta\produtos.dat".
               05 WS-ARQ-INVENT        PIC X(80) VALUE
                   "C:\exe-cobol\inventario.csv".
               05 WS-ARQ-POSTADAS      PIC X(80) VALUE
                   "C:\exe-cobol\vendas-postadas.txt".
               05 WS-ARQ-TRABALHO      PIC X(80) VALUE
                   "C:\exe-cobol\fatura-trabalho.tmp".
               05 WS-ARQ-FATURAS       PIC X(80) VALUE
                   "C:\exe-cobol\faturas-registro.txt".
               05 WS-ARQ-DOC           PIC X(80) VALUE
                   "C:\exe-cobol\faturas-emitidas.txt".

           01 WS-CFG-CHAMADA.
               05 WS-CFG-LOGICO        PIC X(20).
               05 WS-CFG-CAMINHO       PIC X(80).
               05 WS-CFG-ACHOU         PIC X(01).

           01 WS-STATUS.
               05 FS-RESERVAS          PIC 9(02).
               05 WS-FILE-STATUS       PIC 9(02).
               05 FS-INVENT            PIC 9(02).
               05 FS-POSTADAS          PIC 9(02).
               05 FS-TRABALHO          PIC 9(02).
               05 FS-FATURAS           PIC 9(02).
               05 FS-DOC               PIC 9(02).

      * REGISTRO DAS FATURAS
           COPY FATLIN.

           01 WS-LINHA-RESERVA.
               05 WS-RV-PRODID         PIC X(04).
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-RV-QTD            PIC 9(04).
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-RV-REF            PIC X(10).
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-RV-DATA           PIC 9(08).

      * HISTORICO DE VENDAS POSTADAS, NO LEIAUTE DO POSTA-VENDAS
           01 WS-LINHA-POSTADA.
               05 WS-VP-DATA           PIC 9(08).
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-VP-LOJA           PIC X(06).
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-VP-PRODID         PIC X(04).
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-VP-QTD            PIC 9(04).

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

      * PARAMETROS DA SUB-ROTINA GRAVA-KARDEX (RAZAO DE MOVIMENTOS
      *  DE ESTOQUE): V NA EMISSAO, C NO CANCELAMENTO
           01 WS-KARDEX-CHAMADA.
               05 WS-KC-PRODID         PIC X(04).
               05 WS-KC-DATA           PIC 9(08).
               05 WS-KC-TIPO           PIC X(01).
               05 WS-KC-QTD            PIC S9(05).
               05 WS-KC-SALDO          PIC 9(05).
               05 WS-KC-CUSTO          PIC 9(06)V99.
               05 WS-KC-ORIGEM         PIC X(12) VALUE
                   'FATURA-PED'.

           01 WS-TAB-INVENT.
               05 WS-CNT-INV           PIC 9(03) VALUE ZEROS.
               05 WS-INV-ITEM OCCURS 200 TIMES
                                INDEXED BY WS-IDX-INV.
                   10 WS-I-PRODID      PIC X(04).
                   10 WS-I-NOME        PIC X(18).
                   10 WS-I-QNT         PIC 9(03).
                   10 WS-I-MIN         PIC 9(03).
                   10 WS-I-MAX         PIC 9(03).

      * RESERVAS EM MEMORIA PARA A LIBERACAO
           01 WS-TAB-RESERVAS.
               05 WS-CNT-RES           PIC 9(03) VALUE ZEROS.
               05 WS-RES-ITEM OCCURS 200 TIMES
                                INDEXED BY WS-IDX-RES.
                   10 WS-T-LINHA       PIC X(30).

      * ITENS DA FATURA EM EMISSAO OU EM CANCELAMENTO
           01 WS-TAB-ITENS.
               05 WS-CNT-ITEM          PIC 9(03) VALUE ZEROS.
               05 WS-ITEM OCCURS 50 TIMES
                                INDEXED BY WS-IDX-IT.
                   10 WS-IT-PRODID     PIC X(04).
                   10 WS-IT-QTD        PIC 9(04).
                   10 WS-IT-PRECO      PIC 9(05)V99.
                   10 WS-IT-VALOR      PIC 9(08)V99.
                   10 WS-IT-DATA-RES   PIC 9(08).
                   10 WS-IT-SALDO      PIC 9(05).
                   10 WS-IT-RETIRADA   PIC X(01).

           01 AUX.
               05 WS-EOF               PIC X(01) VALUE 'N'.
               05 WS-ACHOU             PIC X(01) VALUE 'N'.
               05 WS-OPCAO             PIC X(01) VALUE SPACE.
               05 WS-JA-CANCELADA      PIC X(01) VALUE 'N'.
               05 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
               05 WS-REF               PIC X(10) VALUE SPACES.
               05 WS-LOJA              PIC X(06) VALUE SPACES.
               05 WS-NUMERO            PIC 9(06) VALUE ZEROS.
               05 WS-ULTIMO-NUMERO     PIC 9(06) VALUE ZEROS.
               05 WS-CT-ERROS          PIC 9(03) VALUE ZEROS.
               05 WS-TOT-FATURA        PIC 9(09)V99 VALUE ZEROS.
               05 WS-NOVO-SALDO        PIC 9(05) VALUE ZEROS.
               05 WS-DATA-EMISSAO      PIC 9(08) VALUE ZEROS.
               05 WS-CT-RETIRADAS      PIC 9(03) VALUE ZEROS.

      * DOCUMENTO DA FATURA
           01 WS-DOC-CAB.
               05 FILLER               PIC X(11) VALUE 'FATURA No. '.
               05 WS-DC-NUMERO         PIC 9(06).
               05 FILLER               PIC X(08) VALUE '   DATA '.
               05 WS-DC-DATA           PIC 9(08).
               05 FILLER               PIC X(10) VALUE '   PEDIDO '.
               05 WS-DC-REF            PIC X(10).
               05 FILLER               PIC X(08) VALUE '   LOJA '.
               05 WS-DC-LOJA           PIC X(06).
           01 WS-DOC-TITULOS.
               05 FILLER               PIC X(06) VALUE 'PROD'.
               05 FILLER               PIC X(20) VALUE 'DESCRICAO'.
               05 FILLER               PIC X(06) VALUE '   QTD'.
               05 FILLER               PIC X(12) VALUE '  PRECO UNIT'.
               05 FILLER               PIC X(15) VALUE
                   '          VALOR'.
           01 WS-DOC-ITEM.
               05 WS-DI-PRODID         PIC X(04).
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DI-NOME           PIC X(18).
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DI-QTD            PIC ZZZZZ9.
               05 WS-DI-PRECO          PIC ZZZZZZZZ9.99.
               05 WS-DI-VALOR          PIC ZZZZZZZZZZZ9.99.
           01 WS-DOC-TOTAL.
               05 FILLER               PIC X(44) VALUE
                   'TOTAL DA FATURA'.
               05 WS-DT-VALOR          PIC ZZZZZZZZZZZ9.99.
           01 WS-DOC-CANCEL.
               05 FILLER               PIC X(11) VALUE 'FATURA No. '.
               05 WS-DX-NUMERO         PIC 9(06).
               05 FILLER               PIC X(23) VALUE
                   ' CANCELADA EM '.
               05 WS-DX-DATA           PIC 9(08).
               05 FILLER               PIC X(10) VALUE '   PEDIDO '.
               05 WS-DX-REF            PIC X(10).
           01 WS-DOC-SEPARADOR         PIC X(80) VALUE ALL '-'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0005-RESOLVE-CAMINHOS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM UNTIL WS-OPCAO = 'X'
               PERFORM 0100-MENU
           END-PERFORM.
           STOP RUN.

      * RESOLVE O CAMINHO DE CADA ARQUIVO PELO NOME LOGICO NA
      *  CONFIGURACAO EXTERNA, ANTES DE QUALQUER OPEN
       0005-RESOLVE-CAMINHOS.
           MOVE 'RESERVAS-ESTOQUE' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-RESERVAS
           END-IF.
           MOVE 'PRODUTOS-DAT' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-PRODUTOS
           END-IF.
           MOVE 'INVENTARIO-CSV' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-INVENT
           END-IF.
           MOVE 'VENDAS-POSTADAS' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-POSTADAS
           END-IF.
           MOVE 'FATURA-TRABALHO' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-TRABALHO
           END-IF.
           MOVE 'FATURAS-REGISTRO' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-FATURAS
           END-IF.
           MOVE 'FATURAS-DOC' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-DOC
           END-IF.

       0006-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.

       0100-MENU.
           DISPLAY 'FATURAMENTO DE PEDIDOS'.
           DISPLAY '1 - FATURAR PEDIDO'.
           DISPLAY '2 - CANCELAR FATURA'.
           DISPLAY 'X - SAIDA'.
           DISPLAY 'OPCAO: '.
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM 0200-FATURA
               WHEN '2'
                   PERFORM 0500-CANCELA
               WHEN OTHER
                   IF WS-OPCAO NOT = 'X'
                       DISPLAY 'ENTRE COM A OPCAO CORRETA'
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
      * EMISSAO: SO FATURA SE TODAS AS LINHAS RESERVADAS DO PEDIDO
      * TEM PRECO E PASSAM NAS REGRAS DA POSTAGEM DE VENDAS
      *----------------------------------------------------------------*
       0200-FATURA.
           DISPLAY 'REFERENCIA DO PEDIDO: '.
           ACCEPT WS-REF.
           DISPLAY 'LOJA QUE FATURA: '.
           ACCEPT WS-LOJA.
           PERFORM 0600-CARREGA-RESERVAS.
           MOVE ZEROS TO WS-CNT-ITEM.
           PERFORM 0210-SEPARA-ITEM
               VARYING WS-IDX-RES FROM 1 BY 1
               UNTIL WS-IDX-RES > WS-CNT-RES.
           IF WS-CNT-ITEM = ZEROS
               DISPLAY 'NENHUMA RESERVA COM ESSA REFERENCIA'
           ELSE
               PERFORM 0650-CARREGA-INVENTARIO
               PERFORM 0300-VALIDA-ITENS
               IF WS-CT-ERROS = ZEROS
                   PERFORM 0400-EMITE
               ELSE
                   DISPLAY 'FATURA NAO EMITIDA - ' WS-CT-ERROS
                       ' ITEM(NS) COM PROBLEMA'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       0210-SEPARA-ITEM.
           MOVE WS-T-LINHA (WS-IDX-RES) TO WS-LINHA-RESERVA.
           IF WS-RV-REF = WS-REF
               IF WS-CNT-ITEM < 50
                   ADD 1 TO WS-CNT-ITEM
                   SET WS-IDX-IT TO WS-CNT-ITEM
                   MOVE WS-RV-PRODID TO WS-IT-PRODID (WS-IDX-IT)
                   MOVE WS-RV-QTD TO WS-IT-QTD (WS-IDX-IT)
                   MOVE WS-RV-DATA TO WS-IT-DATA-RES (WS-IDX-IT)
                   MOVE ZEROS TO WS-IT-PRECO (WS-IDX-IT)
                   MOVE ZEROS TO WS-IT-VALOR (WS-IDX-IT)
               ELSE
                   DISPLAY 'PEDIDO COM MAIS DE 50 LINHAS - '
                       'FATURAMENTO ABORTADO'
                   MOVE ZEROS TO WS-CNT-ITEM
                   SET WS-IDX-RES TO WS-CNT-RES
               END-IF
           END-IF.

      * O PRODID DO INVENTARIO CASA COM O PROD-ID DO CADASTRO PELAS
      *  TRES ULTIMAS POSICOES, COMO NO RELATORIO-MARGEM. A BAIXA E
      *  FEITA SO NA TABELA, QUE NAO VAI PARA O DISCO SE HOUVER ERRO
       0300-VALIDA-ITENS.
           MOVE ZEROS TO WS-CT-ERROS.
           OPEN INPUT ARQ-INDX.
           IF WS-FILE-STATUS NOT = 00
               DISPLAY 'PRODUTOS.DAT NAO ENCONTRADO'
               ADD 1 TO WS-CT-ERROS
           ELSE
               PERFORM 0310-VALIDA-UM
                   VARYING WS-IDX-IT FROM 1 BY 1
                   UNTIL WS-IDX-IT > WS-CNT-ITEM
               CLOSE ARQ-INDX
           END-IF.

       0310-VALIDA-UM.
           IF WS-IT-PRODID (WS-IDX-IT) (2:3) IS NUMERIC
               MOVE WS-IT-PRODID (WS-IDX-IT) (2:3) TO PROD-ID
               READ ARQ-INDX
                   INVALID KEY
                       DISPLAY 'PRODUTO SEM CADASTRO DE PRECO: '
                           WS-IT-PRODID (WS-IDX-IT)
                       ADD 1 TO WS-CT-ERROS
                   NOT INVALID KEY
                       MOVE PRECO-UNIT TO WS-IT-PRECO (WS-IDX-IT)
                       COMPUTE WS-IT-VALOR (WS-IDX-IT) =
                           WS-IT-QTD (WS-IDX-IT) * PRECO-UNIT
               END-READ
           ELSE
               DISPLAY 'PRODUTO SEM CADASTRO DE PRECO: '
                   WS-IT-PRODID (WS-IDX-IT)
               ADD 1 TO WS-CT-ERROS
           END-IF.
           MOVE 'N' TO WS-ACHOU.
           PERFORM VARYING WS-IDX-INV FROM 1 BY 1
                   UNTIL WS-IDX-INV > WS-CNT-INV
                      OR WS-ACHOU = 'S'
               IF WS-I-PRODID (WS-IDX-INV) = WS-IT-PRODID (WS-IDX-IT)
                   MOVE 'S' TO WS-ACHOU
                   IF WS-IT-QTD (WS-IDX-IT) > WS-I-QNT (WS-IDX-INV)
                       DISPLAY 'R011 VENDA MAIOR QUE ESTOQUE: '
                           WS-IT-PRODID (WS-IDX-IT)
                       ADD 1 TO WS-CT-ERROS
                   ELSE
                       SUBTRACT WS-IT-QTD (WS-IDX-IT) FROM
                           WS-I-QNT (WS-IDX-INV)
                       MOVE WS-I-QNT (WS-IDX-INV) TO
                           WS-IT-SALDO (WS-IDX-IT)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-ACHOU = 'N'
               DISPLAY 'R010 PRODUTO DESCONHECIDO: '
                   WS-IT-PRODID (WS-IDX-IT)
               ADD 1 TO WS-CT-ERROS
           END-IF.

      *----------------------------------------------------------------*
      * O NUMERO SO EXISTE DEPOIS DE GRAVADO NO REGISTRO, ENTAO NAO HA
      * SALTO: O PROXIMO E SEMPRE O MAIOR DO REGISTRO MAIS UM
      *----------------------------------------------------------------*
       0400-EMITE.
           PERFORM 0700-ULTIMO-NUMERO.
           COMPUTE WS-NUMERO = WS-ULTIMO-NUMERO + 1.
           OPEN EXTEND FATURAS-REGISTRO.
           IF FS-FATURAS = 35
               OPEN OUTPUT FATURAS-REGISTRO
           END-IF.
           OPEN EXTEND FATURAS-DOC.
           IF FS-DOC = 35
               OPEN OUTPUT FATURAS-DOC
           END-IF.
           OPEN EXTEND VENDAS-POSTADAS.
           IF FS-POSTADAS = 35
               OPEN OUTPUT VENDAS-POSTADAS
           END-IF.
           MOVE WS-NUMERO TO WS-DC-NUMERO.
           MOVE WS-DATA-HOJE TO WS-DC-DATA.
           MOVE WS-REF TO WS-DC-REF.
           MOVE WS-LOJA TO WS-DC-LOJA.
           WRITE REG-DOC FROM WS-DOC-SEPARADOR.
           WRITE REG-DOC FROM WS-DOC-CAB.
           WRITE REG-DOC FROM WS-DOC-TITULOS.
           MOVE ZEROS TO WS-TOT-FATURA.
           PERFORM 0410-EMITE-ITEM
               VARYING WS-IDX-IT FROM 1 BY 1
               UNTIL WS-IDX-IT > WS-CNT-ITEM.
           MOVE WS-TOT-FATURA TO WS-DT-VALOR.
           WRITE REG-DOC FROM WS-DOC-TOTAL.
           CLOSE FATURAS-REGISTRO.
           CLOSE FATURAS-DOC.
           CLOSE VENDAS-POSTADAS.
           PERFORM 0800-REGRAVA-INVENTARIO.
           PERFORM 0450-LIBERA-RESERVAS.
           DISPLAY 'FATURA ' WS-NUMERO ' EMITIDA - TOTAL '
               WS-DT-VALOR.

       0410-EMITE-ITEM.
           MOVE WS-NUMERO TO WS-FT-NUMERO.
           MOVE 'E' TO WS-FT-SITUACAO.
           MOVE WS-DATA-HOJE TO WS-FT-DATA.
           MOVE WS-REF TO WS-FT-REF.
           MOVE WS-LOJA TO WS-FT-LOJA.
           MOVE WS-IT-PRODID (WS-IDX-IT) TO WS-FT-PRODID.
           MOVE WS-IT-QTD (WS-IDX-IT) TO WS-FT-QTD.
           MOVE WS-IT-PRECO (WS-IDX-IT) TO WS-FT-PRECO.
           MOVE WS-IT-VALOR (WS-IDX-IT) TO WS-FT-VALOR.
           MOVE WS-IT-DATA-RES (WS-IDX-IT) TO WS-FT-DATA-RES.
           WRITE REG-FATURA FROM WS-LINHA-FATURA.
           MOVE WS-IT-PRODID (WS-IDX-IT) TO WS-KC-PRODID.
           MOVE WS-DATA-HOJE TO WS-KC-DATA.
           MOVE 'V' TO WS-KC-TIPO.
           COMPUTE WS-KC-QTD = 0 - WS-IT-QTD (WS-IDX-IT).
           MOVE WS-IT-SALDO (WS-IDX-IT) TO WS-KC-SALDO.
           MOVE ZEROS TO WS-KC-CUSTO.
           CALL 'GRAVA-KARDEX' USING WS-KC-PRODID WS-KC-DATA
               WS-KC-TIPO WS-KC-QTD WS-KC-SALDO WS-KC-CUSTO
               WS-KC-ORIGEM.
           MOVE WS-DATA-HOJE TO WS-VP-DATA.
           MOVE WS-LOJA TO WS-VP-LOJA.
           MOVE WS-IT-PRODID (WS-IDX-IT) TO WS-VP-PRODID.
           MOVE WS-IT-QTD (WS-IDX-IT) TO WS-VP-QTD.
           WRITE REG-POSTADA FROM WS-LINHA-POSTADA.
           MOVE WS-IT-PRODID (WS-IDX-IT) TO WS-DI-PRODID.
           MOVE SPACES TO WS-DI-NOME.
           PERFORM VARYING WS-IDX-INV FROM 1 BY 1
                   UNTIL WS-IDX-INV > WS-CNT-INV
               IF WS-I-PRODID (WS-IDX-INV) = WS-IT-PRODID (WS-IDX-IT)
                   MOVE WS-I-NOME (WS-IDX-INV) TO WS-DI-NOME
               END-IF
           END-PERFORM.
           MOVE WS-IT-QTD (WS-IDX-IT) TO WS-DI-QTD.
           MOVE WS-IT-PRECO (WS-IDX-IT) TO WS-DI-PRECO.
           MOVE WS-IT-VALOR (WS-IDX-IT) TO WS-DI-VALOR.
           WRITE REG-DOC FROM WS-DOC-ITEM.
           ADD WS-IT-VALOR (WS-IDX-IT) TO WS-TOT-FATURA.

      * REGRAVA AS RESERVAS SEM AS LINHAS DO PEDIDO FATURADO
       0450-LIBERA-RESERVAS.
           OPEN OUTPUT RESERVAS-ESTOQUE.
           PERFORM VARYING WS-IDX-RES FROM 1 BY 1
                   UNTIL WS-IDX-RES > WS-CNT-RES
               MOVE WS-T-LINHA (WS-IDX-RES) TO WS-LINHA-RESERVA
               IF WS-RV-REF NOT = WS-REF
                   WRITE REG-RESERVA FROM WS-T-LINHA (WS-IDX-RES)
               END-IF
           END-PERFORM.
           CLOSE RESERVAS-ESTOQUE.

      *----------------------------------------------------------------*
      * CANCELAMENTO: AS LINHAS C ENTRAM NO REGISTRO COM O MESMO
      * NUMERO, O ESTOQUE VOLTA PELO KARDEX E AS RESERVAS DO PEDIDO
      * SAO REFEITAS COM A DATA ORIGINAL
      *----------------------------------------------------------------*
       0500-CANCELA.
           DISPLAY 'NUMERO DA FATURA: '.
           ACCEPT WS-NUMERO.
           PERFORM 0510-BUSCA-FATURA.
           EVALUATE TRUE
               WHEN WS-JA-CANCELADA = 'S'
                   DISPLAY 'FATURA ' WS-NUMERO ' JA CANCELADA'
               WHEN WS-CNT-ITEM = ZEROS
                   DISPLAY 'FATURA ' WS-NUMERO ' NAO ENCONTRADA'
               WHEN OTHER
                   PERFORM 0650-CARREGA-INVENTARIO
                   MOVE ZEROS TO WS-CT-ERROS
                   PERFORM 0520-DEVOLVE-UM
                       VARYING WS-IDX-IT FROM 1 BY 1
                       UNTIL WS-IDX-IT > WS-CNT-ITEM
                   IF WS-CT-ERROS = ZEROS
                       PERFORM 0550-GRAVA-CANCELAMENTO
                   ELSE
                       DISPLAY 'FATURA NAO CANCELADA - '
                           WS-CT-ERROS ' ITEM(NS) COM PROBLEMA'
                       MOVE 4 TO RETURN-CODE
                   END-IF
           END-EVALUATE.

       0510-BUSCA-FATURA.
           MOVE ZEROS TO WS-CNT-ITEM.
           MOVE 'N' TO WS-JA-CANCELADA.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT FATURAS-REGISTRO.
           IF FS-FATURAS NOT = 00
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ FATURAS-REGISTRO INTO WS-LINHA-FATURA
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF WS-FT-NUMERO = WS-NUMERO
                           IF WS-FT-CANCELADA
                               MOVE 'S' TO WS-JA-CANCELADA
                           ELSE
                               PERFORM 0515-GUARDA-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FATURAS-REGISTRO.

       0515-GUARDA-ITEM.
           IF WS-CNT-ITEM < 50
               ADD 1 TO WS-CNT-ITEM
               SET WS-IDX-IT TO WS-CNT-ITEM
               MOVE WS-FT-PRODID TO WS-IT-PRODID (WS-IDX-IT)
               MOVE WS-FT-QTD TO WS-IT-QTD (WS-IDX-IT)
               MOVE WS-FT-PRECO TO WS-IT-PRECO (WS-IDX-IT)
               MOVE WS-FT-VALOR TO WS-IT-VALOR (WS-IDX-IT)
               MOVE WS-FT-DATA-RES TO WS-IT-DATA-RES (WS-IDX-IT)
               MOVE 'N' TO WS-IT-RETIRADA (WS-IDX-IT)
               MOVE WS-FT-DATA TO WS-DATA-EMISSAO
               MOVE WS-FT-REF TO WS-REF
               MOVE WS-FT-LOJA TO WS-LOJA
           END-IF.

       0520-DEVOLVE-UM.
           MOVE 'N' TO WS-ACHOU.
           PERFORM VARYING WS-IDX-INV FROM 1 BY 1
                   UNTIL WS-IDX-INV > WS-CNT-INV
                      OR WS-ACHOU = 'S'
               IF WS-I-PRODID (WS-IDX-INV) = WS-IT-PRODID (WS-IDX-IT)
                   MOVE 'S' TO WS-ACHOU
                   COMPUTE WS-NOVO-SALDO = WS-I-QNT (WS-IDX-INV)
                       + WS-IT-QTD (WS-IDX-IT)
                   IF WS-NOVO-SALDO > 999
                       DISPLAY 'ESTOQUE ESTOURA O QNT_ATUAL: '
                           WS-IT-PRODID (WS-IDX-IT)
                       ADD 1 TO WS-CT-ERROS
                   ELSE
                       MOVE WS-NOVO-SALDO TO WS-I-QNT (WS-IDX-INV)
                       MOVE WS-NOVO-SALDO TO WS-IT-SALDO (WS-IDX-IT)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-ACHOU = 'N'
               DISPLAY 'R010 PRODUTO DESCONHECIDO: '
                   WS-IT-PRODID (WS-IDX-IT)
               ADD 1 TO WS-CT-ERROS
           END-IF.

       0550-GRAVA-CANCELAMENTO.
           OPEN EXTEND FATURAS-REGISTRO.
           IF FS-FATURAS = 35
               OPEN OUTPUT FATURAS-REGISTRO
           END-IF.
           OPEN EXTEND RESERVAS-ESTOQUE.
           IF FS-RESERVAS = 35
               OPEN OUTPUT RESERVAS-ESTOQUE
           END-IF.
           PERFORM 0560-CANCELA-ITEM
               VARYING WS-IDX-IT FROM 1 BY 1
               UNTIL WS-IDX-IT > WS-CNT-ITEM.
           CLOSE FATURAS-REGISTRO.
           CLOSE RESERVAS-ESTOQUE.
           PERFORM 0570-RETIRA-POSTADAS.
           PERFORM 0800-REGRAVA-INVENTARIO.
           OPEN EXTEND FATURAS-DOC.
           IF FS-DOC = 35
               OPEN OUTPUT FATURAS-DOC
           END-IF.
           MOVE WS-NUMERO TO WS-DX-NUMERO.
           MOVE WS-DATA-HOJE TO WS-DX-DATA.
           MOVE WS-REF TO WS-DX-REF.
           WRITE REG-DOC FROM WS-DOC-SEPARADOR.
           WRITE REG-DOC FROM WS-DOC-CANCEL.
           CLOSE FATURAS-DOC.
           DISPLAY 'FATURA ' WS-NUMERO ' CANCELADA - RESERVAS DO '
               'PEDIDO ' WS-REF ' REFEITAS'.

       0560-CANCELA-ITEM.
           MOVE WS-NUMERO TO WS-FT-NUMERO.
           MOVE 'C' TO WS-FT-SITUACAO.
           MOVE WS-DATA-HOJE TO WS-FT-DATA.
           MOVE WS-REF TO WS-FT-REF.
           MOVE WS-LOJA TO WS-FT-LOJA.
           MOVE WS-IT-PRODID (WS-IDX-IT) TO WS-FT-PRODID.
           MOVE WS-IT-QTD (WS-IDX-IT) TO WS-FT-QTD.
           MOVE WS-IT-PRECO (WS-IDX-IT) TO WS-FT-PRECO.
           MOVE WS-IT-VALOR (WS-IDX-IT) TO WS-FT-VALOR.
           MOVE WS-IT-DATA-RES (WS-IDX-IT) TO WS-FT-DATA-RES.
           WRITE REG-FATURA FROM WS-LINHA-FATURA.
           MOVE WS-IT-PRODID (WS-IDX-IT) TO WS-KC-PRODID.
           MOVE WS-DATA-HOJE TO WS-KC-DATA.
           MOVE 'C' TO WS-KC-TIPO.
           MOVE WS-IT-QTD (WS-IDX-IT) TO WS-KC-QTD.
           MOVE WS-IT-SALDO (WS-IDX-IT) TO WS-KC-SALDO.
           MOVE ZEROS TO WS-KC-CUSTO.
           CALL 'GRAVA-KARDEX' USING WS-KC-PRODID WS-KC-DATA
               WS-KC-TIPO WS-KC-QTD WS-KC-SALDO WS-KC-CUSTO
               WS-KC-ORIGEM.
           MOVE WS-IT-PRODID (WS-IDX-IT) TO WS-RV-PRODID.
           MOVE WS-IT-QTD (WS-IDX-IT) TO WS-RV-QTD.
           MOVE WS-REF TO WS-RV-REF.
           MOVE WS-IT-DATA-RES (WS-IDX-IT) TO WS-RV-DATA.
           WRITE REG-RESERVA FROM WS-LINHA-RESERVA.

      * O HISTORICO DE VENDAS POSTADAS E REGRAVADO SEM AS LINHAS DA
      *  FATURA CANCELADA - UMA POR ITEM, COM A DATA DA EMISSAO E NO
      *  LEIAUTE DO 0410-EMITE-ITEM - PARA A VENDA DESFEITA NAO
      *  CONTAR NA DEMANDA DO PONTO-REPOSICAO NEM NA TAXA-DEVOLUCOES.
      *  A COPIA PASSA PELO ARQUIVO DE TRABALHO
       0570-RETIRA-POSTADAS.
           MOVE ZEROS TO WS-CT-RETIRADAS.
           OPEN INPUT VENDAS-POSTADAS.
           IF FS-POSTADAS = 00
               OPEN OUTPUT VENDAS-TRABALHO
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S'
                   READ VENDAS-POSTADAS
                       AT END MOVE 'S' TO WS-EOF
                       NOT AT END
                           PERFORM 0575-FILTRA-POSTADA
                   END-READ
               END-PERFORM
               CLOSE VENDAS-POSTADAS
               CLOSE VENDAS-TRABALHO
           END-IF.
           IF WS-CT-RETIRADAS > ZEROS
               OPEN INPUT VENDAS-TRABALHO
               OPEN OUTPUT VENDAS-POSTADAS
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S'
                   READ VENDAS-TRABALHO
                       AT END MOVE 'S' TO WS-EOF
                       NOT AT END
                           WRITE REG-POSTADA FROM REG-TRABALHO
                   END-READ
               END-PERFORM
               CLOSE VENDAS-TRABALHO
               CLOSE VENDAS-POSTADAS
           END-IF.
           IF WS-CT-RETIRADAS < WS-CNT-ITEM
               DISPLAY 'AVISO: SO ' WS-CT-RETIRADAS ' DE '
                   WS-CNT-ITEM ' ITEM(NS) ACHADO(S) NAS VENDAS '
                   'POSTADAS'
           END-IF.

      * A LINHA QUE BATE COM UM ITEM AINDA NAO RETIRADO FICA FORA DA
      *  COPIA; AS DEMAIS PASSAM COMO ESTAO
       0575-FILTRA-POSTADA.
           MOVE 'N' TO WS-ACHOU.
           MOVE WS-DATA-EMISSAO TO WS-VP-DATA.
           MOVE WS-LOJA TO WS-VP-LOJA.
           PERFORM VARYING WS-IDX-IT FROM 1 BY 1
                   UNTIL WS-IDX-IT > WS-CNT-ITEM
                      OR WS-ACHOU = 'S'
               IF WS-IT-RETIRADA (WS-IDX-IT) = 'N'
                   MOVE WS-IT-PRODID (WS-IDX-IT) TO WS-VP-PRODID
                   MOVE WS-IT-QTD (WS-IDX-IT) TO WS-VP-QTD
                   IF REG-POSTADA = WS-LINHA-POSTADA
                       MOVE 'S' TO WS-ACHOU
                       MOVE 'S' TO WS-IT-RETIRADA (WS-IDX-IT)
                       ADD 1 TO WS-CT-RETIRADAS
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-ACHOU = 'N'
               WRITE REG-TRABALHO FROM REG-POSTADA
           END-IF.

       0600-CARREGA-RESERVAS.
           MOVE ZEROS TO WS-CNT-RES.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT RESERVAS-ESTOQUE.
           IF FS-RESERVAS NOT = 00
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ RESERVAS-ESTOQUE
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF WS-CNT-RES < 200
                           ADD 1 TO WS-CNT-RES
                           SET WS-IDX-RES TO WS-CNT-RES
                           MOVE REG-RESERVA TO
                               WS-T-LINHA (WS-IDX-RES)
                       ELSE
                           DISPLAY 'RESERVAS EXCEDEM A TABELA '
                               '- FATURAMENTO ABORTADO'
                           MOVE 12 TO RETURN-CODE
                           CLOSE RESERVAS-ESTOQUE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RESERVAS-ESTOQUE.

       0650-CARREGA-INVENTARIO.
           MOVE ZEROS TO WS-CNT-INV.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT INVENTARIO.
           IF FS-INVENT NOT = 00
               DISPLAY 'INVENTARIO.CSV NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
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
                               'FATURAMENTO ABORTADO'
                           MOVE 12 TO RETURN-CODE
                           CLOSE INVENTARIO
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVENTARIO.

       0700-ULTIMO-NUMERO.
           MOVE ZEROS TO WS-ULTIMO-NUMERO.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT FATURAS-REGISTRO.
           IF FS-FATURAS NOT = 00
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ FATURAS-REGISTRO INTO WS-LINHA-FATURA
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF WS-FT-NUMERO > WS-ULTIMO-NUMERO
                           MOVE WS-FT-NUMERO TO WS-ULTIMO-NUMERO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FATURAS-REGISTRO.

       0800-REGRAVA-INVENTARIO.
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

       END PROGRAM FATURA-PEDIDO.
