      ******************************************************************
      * Author:
      * Date:
      * Purpose: Relatorios do kardex - o razao de movimentos de
      *  estoque gravado pela sub-rotina GRAVA-KARDEX a cada venda,
      *  entrada de mercadoria e ajuste de contagem, com o custo
      *  medio ponderado movel de cada produto.
      *  Opcao 1 imprime o kardex de um produto (ou de todos, com o
      *  codigo em branco) num periodo: saldo anterior, cada
      *  movimento com quantidade, custo unitario, valor, saldo e
      *  custo medio depois dele, e o saldo final valorizado.
      *  Opcao 2 valoriza o estoque num fim de mes ao custo medio: o
      *  ultimo movimento de cada produto ate o fim do mes da o
      *  saldo e o medio, com o total geral.
      *  Opcao 3 implanta o saldo inicial no kardex: cada produto do
      *  inventario.csv ainda sem movimento no razao recebe uma
      *  linha de implantacao com a quantidade atual e o ultimo
      *  custo do historico de custos como custo medio inicial.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KARDEX-ESTOQUE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL KARDEX-MOVTOS ASSIGN TO WS-ARQ-KARDEX
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-KARDEX.

               SELECT INVENTARIO ASSIGN TO WS-ARQ-INVENT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INVENT.

               SELECT OPTIONAL CUSTOS-HISTORICO ASSIGN TO WS-ARQ-CUSTOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CUSTOS.

               SELECT KARDEX-RLT ASSIGN TO WS-ARQ-RELAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.

               SELECT ORDENA-KARDEX ASSIGN TO 'SORT-KDX'.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           FD KARDEX-MOVTOS.
           01 REG-KARDEX               PIC X(70).

           FD INVENTARIO.
           01 REGISTRO                 PIC X(45).

           FD CUSTOS-HISTORICO.
           01 REG-CUSTO                PIC X(40).

           FD KARDEX-RLT.
           01 REG-RELAT                PIC X(100).

      * REGISTRO DE TRABALHO DO SORT: A SEQUENCIA DE LEITURA MANTEM A
      *  ORDEM DE GRAVACAO DOS MOVIMENTOS DO MESMO DIA
           SD ORDENA-KARDEX.
           01 ORD-KDX.
               05 ORD-PRODID           PIC X(04).
               05 ORD-DATA             PIC 9(08).
               05 ORD-SEQ              PIC 9(07).
               05 ORD-TIPO             PIC X(01).
               05 ORD-QTD              PIC S9(05).
               05 ORD-CUSTO            PIC 9(06)V99.
               05 ORD-SALDO            PIC 9(05).
               05 ORD-MEDIO            PIC 9(06)V99.
               05 ORD-ORIGEM           PIC X(12).

       WORKING-STORAGE SECTION.
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      *  EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG)
           01 WS-CAMINHOS.
               05 WS-ARQ-KARDEX        PIC X(80) VALUE
                   "C:\exe-cobol\kardex-movtos.txt".
               05 WS-ARQ-INVENT        PIC X(80) VALUE
                   "C:\exe-cobol\inventario.csv".
               05 WS-ARQ-CUSTOS        PIC X(80) VALUE
                   "C:\exe-cobol\custos-historico.txt".
               05 WS-ARQ-RELAT         PIC X(80) VALUE
                   "C:\exe-cobol\kardex-relatorio.txt".

           01 WS-CFG-CHAMADA.
               05 WS-CFG-LOGICO        PIC X(20).
               05 WS-CFG-CAMINHO       PIC X(80).
               05 WS-CFG-ACHOU         PIC X(01).

           01 WS-STATUS.
               05 FS-KARDEX            PIC 9(02).
               05 FS-INVENT            PIC 9(02).
               05 FS-CUSTOS            PIC 9(02).
               05 FS-RELAT             PIC 9(02).

      * RAZAO DE MOVIMENTOS DE ESTOQUE
           COPY KDXLIN.

           01 WS-CAMPOS-CUSTO.
               05 WS-CU-PRODID         PIC X(04).
               05 WS-CU-FORNEC-TX      PIC X(06).
               05 WS-CU-DATA-TX        PIC X(08).
               05 WS-CU-CUSTO-TX       PIC X(10).

      * INVENTARIO EM MEMORIA: NOMES PARA OS RELATORIOS E SALDO
      *  ATUAL PARA A IMPLANTACAO
           01 WS-TAB-INVENT.
               05 WS-CNT-INV           PIC 9(03) VALUE ZEROS.
               05 WS-INV-ITEM OCCURS 200 TIMES
                                INDEXED BY WS-IDX-INV.
                   10 WS-I-PRODID      PIC X(04).
                   10 WS-I-NOME        PIC X(18).
                   10 WS-I-QNT         PIC 9(03).
                   10 WS-I-MIN         PIC 9(03).
                   10 WS-I-MAX         PIC 9(03).

      * POSICAO DE CADA PRODUTO NO RAZAO (ULTIMO MOVIMENTO ATE A
      *  DATA DE CORTE); NA IMPLANTACAO SO MARCA QUEM JA TEM LINHA
           01 WS-TAB-POSICAO.
               05 WS-CNT-POS           PIC 9(03) VALUE ZEROS.
               05 WS-POS-ITEM OCCURS 300 TIMES
                                INDEXED BY WS-IDX-POS.
                   10 WS-P-PRODID      PIC X(04).
                   10 WS-P-DATA        PIC 9(08).
                   10 WS-P-SALDO       PIC 9(05).
                   10 WS-P-MEDIO       PIC 9(06)V99.

      * ULTIMO CUSTO DE CADA PRODUTO NO HISTORICO DE CUSTOS
           01 WS-TAB-CUSTOS.
               05 WS-CNT-CUS           PIC 9(03) VALUE ZEROS.
               05 WS-CUS-ITEM OCCURS 200 TIMES
                                INDEXED BY WS-IDX-CUS.
                   10 WS-C-PRODID      PIC X(04).
                   10 WS-C-DATA        PIC 9(08).
                   10 WS-C-CUSTO       PIC 9(06)V99.

      * PARAMETROS DA SUB-ROTINA GRAVA-KARDEX
           01 WS-KARDEX-CHAMADA.
               05 WS-KC-PRODID         PIC X(04).
               05 WS-KC-DATA           PIC 9(08).
               05 WS-KC-TIPO           PIC X(01) VALUE 'I'.
               05 WS-KC-QTD            PIC S9(05).
               05 WS-KC-SALDO          PIC 9(05).
               05 WS-KC-CUSTO          PIC 9(06)V99.
               05 WS-KC-ORIGEM         PIC X(12) VALUE
                   'KARDEX-EST'.

           01 AUX.
               05 WS-EOF               PIC X(01) VALUE 'N'.
               05 WS-EOF-ORD           PIC X(01) VALUE 'N'.
               05 WS-ACHOU             PIC X(01) VALUE 'N'.
               05 WS-OPCAO             PIC 9(01) VALUE ZEROS.
               05 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
               05 WS-PRODUTO           PIC X(04) VALUE SPACES.
               05 WS-DATA-INI          PIC 9(08) VALUE ZEROS.
               05 WS-DATA-FIM          PIC 9(08) VALUE ZEROS.
               05 WS-MES               PIC 9(06) VALUE ZEROS.
               05 WS-SEQ               PIC 9(07) VALUE ZEROS.
               05 WS-PROD-ATUAL        PIC X(04) VALUE SPACES.
               05 WS-NOME-ACHADO       PIC X(18) VALUE SPACES.
               05 WS-CABECALHO-FEITO   PIC X(01) VALUE 'N'.
               05 WS-SALDO-ATUAL       PIC 9(05) VALUE ZEROS.
               05 WS-MEDIO-ATUAL       PIC 9(06)V99 VALUE ZEROS.
               05 WS-ENTRADAS          PIC 9(07) VALUE ZEROS.
               05 WS-SAIDAS            PIC 9(07) VALUE ZEROS.
               05 WS-VALOR             PIC S9(11)V99 VALUE ZEROS.
               05 WS-TOT-VALOR         PIC 9(11)V99 VALUE ZEROS.
               05 WS-CT-PRODUTOS       PIC 9(05) VALUE ZEROS.
               05 WS-CT-MOVTOS         PIC 9(07) VALUE ZEROS.
               05 WS-CT-SEM-CUSTO      PIC 9(05) VALUE ZEROS.

           01 WS-CAB1.
               05 WS-C1-TITULO         PIC X(40).
               05 FILLER               PIC X(09) VALUE ' EMISSAO '.
               05 WS-C1-HOJE           PIC 9(08).
           01 WS-CAB-PERIODO.
               05 FILLER               PIC X(09) VALUE 'PERIODO '.
               05 WS-CP-INI            PIC 9(08).
               05 FILLER               PIC X(05) VALUE ' A '.
               05 WS-CP-FIM            PIC 9(08).
           01 WS-CAB-PRODUTO.
               05 FILLER               PIC X(09) VALUE 'PRODUTO '.
               05 WS-CR-PRODID         PIC X(04).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-CR-NOME           PIC X(18).
           01 WS-CAB-COLUNAS.
               05 FILLER               PIC X(09) VALUE 'DATA'.
               05 FILLER               PIC X(05) VALUE 'TP'.
               05 FILLER               PIC X(13) VALUE 'ORIGEM'.
               05 FILLER               PIC X(07) VALUE '    QTD'.
               05 FILLER               PIC X(12) VALUE
                   '  CUSTO UNIT'.
               05 FILLER               PIC X(16) VALUE
                   '           VALOR'.
               05 FILLER               PIC X(07) VALUE '  SALDO'.
               05 FILLER               PIC X(12) VALUE
                   '  CUSTO MED.'.

           01 WS-DET.
               05 WS-D-DATA            PIC 9(08).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-D-TIPO            PIC X(04).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-D-ORIGEM          PIC X(12).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-D-QTD             PIC -ZZZZ9.
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-D-CUSTO           PIC ZZZ,ZZ9.99.
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-D-VALOR           PIC -ZZ,ZZZ,ZZ9.99.
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-D-SALDO           PIC ZZZZ9.
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-D-MEDIO           PIC ZZZ,ZZ9.99.

           01 WS-LINHA-SALDO.
               05 WS-LS-ROTULO         PIC X(20).
               05 WS-LS-SALDO          PIC ZZZZ9.
               05 FILLER               PIC X(10) VALUE ' UN MEDIO '.
               05 WS-LS-MEDIO          PIC ZZZ,ZZ9.99.
               05 FILLER               PIC X(07) VALUE ' VALOR '.
               05 WS-LS-VALOR          PIC ZZ,ZZZ,ZZZ,ZZ9.99.

           01 WS-LINHA-MOVTOS.
               05 FILLER               PIC X(20) VALUE
                   '  ENTRADAS NO PERIOD'.
               05 FILLER               PIC X(02) VALUE 'O '.
               05 WS-LM-ENTRADAS       PIC ZZZZZZ9.
               05 FILLER               PIC X(09) VALUE ' SAIDAS '.
               05 WS-LM-SAIDAS         PIC ZZZZZZ9.

           01 WS-CAB-VALOR.
               05 FILLER               PIC X(05) VALUE 'PROD'.
               05 FILLER               PIC X(19) VALUE 'NOME'.
               05 FILLER               PIC X(09) VALUE 'ULT.MOVTO'.
               05 FILLER               PIC X(06) VALUE ' SALDO'.
               05 FILLER               PIC X(11) VALUE
                   ' CUSTO MED.'.
               05 FILLER               PIC X(18) VALUE
                   '             VALOR'.
           01 WS-DET-VALOR.
               05 WS-DV-PRODID         PIC X(04).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-DV-NOME           PIC X(18).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-DV-DATA           PIC 9(08).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-DV-SALDO          PIC ZZZZ9.
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-DV-MEDIO          PIC ZZZ,ZZ9.99.
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-DV-VALOR          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-DV-OBS            PIC X(12).

           01 WS-LINHA-TOTAL.
               05 WS-TT-ROTULO         PIC X(31).
               05 WS-TT-QTD            PIC ZZ,ZZ9.
               05 FILLER               PIC X(18) VALUE
                   ' PRODUTO(S) VALOR '.
               05 WS-TT-VALOR          PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0005-RESOLVE-CAMINHOS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'KARDEX DE ESTOQUE'.
           DISPLAY '1 - KARDEX POR PRODUTO E PERIODO'.
           DISPLAY '2 - VALORIZACAO DO ESTOQUE NO FIM DO MES'.
           DISPLAY '3 - IMPLANTAR SALDO INICIAL NO KARDEX'.
           ACCEPT WS-OPCAO.
           PERFORM 0100-INICIALIZA.
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM 0200-PEDE-PERIODO
                   SORT ORDENA-KARDEX
                       ON ASCENDING KEY ORD-PRODID ORD-DATA ORD-SEQ
                       INPUT PROCEDURE IS 0300-SELECIONA-MOVTOS
                       OUTPUT PROCEDURE IS 0400-IMPRIME-KARDEX
               WHEN 2
                   PERFORM 0500-VALORIZA-ESTOQUE
               WHEN 3
                   PERFORM 0600-IMPLANTA-SALDOS
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           PERFORM 0800-FINALIZA.
           STOP RUN.

      * RESOLVE O CAMINHO DE CADA ARQUIVO PELO NOME LOGICO NA
      *  CONFIGURACAO EXTERNA, ANTES DE QUALQUER OPEN
       0005-RESOLVE-CAMINHOS.
           MOVE 'KARDEX-MOVTOS' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-KARDEX
           END-IF.
           MOVE 'INVENTARIO-CSV' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-INVENT
           END-IF.
           MOVE 'CUSTOS-HISTORICO' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-CUSTOS
           END-IF.
           MOVE 'KARDEX-RLT' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-RELAT
           END-IF.

       0006-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.

       0100-INICIALIZA.
           PERFORM 0110-CARREGA-INVENTARIO.
           OPEN OUTPUT KARDEX-RLT.
           IF FS-RELAT NOT = 00
               DISPLAY 'ERRO NA ABERTURA DO RELATORIO: ' FS-RELAT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           EVALUATE WS-OPCAO
               WHEN 1
                   MOVE 'KARDEX DE ESTOQUE' TO WS-C1-TITULO
               WHEN 2
                   MOVE 'VALORIZACAO DO ESTOQUE AO CUSTO MEDIO'
                       TO WS-C1-TITULO
               WHEN OTHER
                   MOVE 'IMPLANTACAO DE SALDOS NO KARDEX'
                       TO WS-C1-TITULO
           END-EVALUATE.
           MOVE WS-DATA-HOJE TO WS-C1-HOJE.
           WRITE REG-RELAT FROM WS-CAB1.

       0110-CARREGA-INVENTARIO.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT INVENTARIO.
           IF FS-INVENT NOT = 00
               DISPLAY 'SEM ARQUIVO DE INVENTARIO: ' FS-INVENT
               MOVE 'S' TO WS-EOF
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
                       END-IF
               END-READ
           END-PERFORM.
           IF FS-INVENT NOT = 35
               CLOSE INVENTARIO
           END-IF.

      * PRODUTO EM BRANCO LISTA TODOS; DATA INICIAL ZERADA PEGA O
      *  RAZAO DESDE O COMECO E A FINAL ZERADA VAI ATE HOJE
       0200-PEDE-PERIODO.
           DISPLAY 'PRODUTO (BRANCO = TODOS): '.
           ACCEPT WS-PRODUTO.
           DISPLAY 'DATA INICIAL (AAAAMMDD): '.
           ACCEPT WS-DATA-INI.
           DISPLAY 'DATA FINAL (AAAAMMDD, 0 = HOJE): '.
           ACCEPT WS-DATA-FIM.
           IF WS-DATA-FIM = ZEROS
               MOVE WS-DATA-HOJE TO WS-DATA-FIM
           END-IF.
           MOVE WS-DATA-INI TO WS-CP-INI.
           MOVE WS-DATA-FIM TO WS-CP-FIM.
           WRITE REG-RELAT FROM WS-CAB-PERIODO.

      * VALORIZACAO: O ULTIMO MOVIMENTO DE CADA PRODUTO ATE O FIM DO
      *  MES DA O SALDO E O CUSTO MEDIO; O RAZAO E GRAVADO EM ORDEM
      *  DE PROCESSAMENTO, ENTAO NA MESMA DATA VALE A LINHA MAIS NOVA
       0500-VALORIZA-ESTOQUE.
           DISPLAY 'MES A VALORIZAR (AAAAMM): '.
           ACCEPT WS-MES.
           COMPUTE WS-DATA-FIM = WS-MES * 100 + 31.
           MOVE ZEROS TO WS-CP-INI.
           MOVE WS-DATA-FIM TO WS-CP-FIM.
           WRITE REG-RELAT FROM WS-CAB-PERIODO.
           PERFORM 0510-CARREGA-POSICAO.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT.
           WRITE REG-RELAT FROM WS-CAB-VALOR.
           PERFORM 0520-LISTA-POSICAO
               VARYING WS-IDX-POS FROM 1 BY 1
               UNTIL WS-IDX-POS > WS-CNT-POS.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT.
           MOVE 'TOTAL DO ESTOQUE AO CUSTO MEDIO' TO WS-TT-ROTULO.
           MOVE WS-CT-PRODUTOS TO WS-TT-QTD.
           MOVE WS-TOT-VALOR TO WS-TT-VALOR.
           WRITE REG-RELAT FROM WS-LINHA-TOTAL.

       0510-CARREGA-POSICAO.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT KARDEX-MOVTOS.
           IF FS-KARDEX NOT = 00
               DISPLAY 'SEM MOVIMENTOS NO KARDEX'
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ KARDEX-MOVTOS INTO WS-LINHA-KARDEX
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF WS-KX-DATA NOT > WS-DATA-FIM
                           PERFORM 0515-GUARDA-POSICAO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE KARDEX-MOVTOS.

       0515-GUARDA-POSICAO.
           MOVE 'N' TO WS-ACHOU.
           PERFORM VARYING WS-IDX-POS FROM 1 BY 1
                   UNTIL WS-IDX-POS > WS-CNT-POS
                      OR WS-ACHOU = 'S'
               IF WS-P-PRODID (WS-IDX-POS) = WS-KX-PRODID
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = 'S'
               SET WS-IDX-POS DOWN BY 1
               IF WS-KX-DATA < WS-P-DATA (WS-IDX-POS)
                   MOVE 'X' TO WS-ACHOU
               END-IF
           ELSE
               IF WS-CNT-POS < 300
                   ADD 1 TO WS-CNT-POS
                   SET WS-IDX-POS TO WS-CNT-POS
                   MOVE WS-KX-PRODID TO WS-P-PRODID (WS-IDX-POS)
               ELSE
                   MOVE 'X' TO WS-ACHOU
               END-IF
           END-IF.
           IF WS-ACHOU NOT = 'X'
               MOVE WS-KX-DATA TO WS-P-DATA (WS-IDX-POS)
               MOVE WS-KX-SALDO TO WS-P-SALDO (WS-IDX-POS)
               MOVE WS-KX-CUSTO-MEDIO TO WS-P-MEDIO (WS-IDX-POS)
           END-IF.

       0520-LISTA-POSICAO.
           MOVE WS-P-PRODID (WS-IDX-POS) TO WS-PROD-ATUAL.
           PERFORM 0910-BUSCA-NOME.
           MOVE WS-P-PRODID (WS-IDX-POS) TO WS-DV-PRODID.
           MOVE WS-NOME-ACHADO TO WS-DV-NOME.
           MOVE WS-P-DATA (WS-IDX-POS) TO WS-DV-DATA.
           MOVE WS-P-SALDO (WS-IDX-POS) TO WS-DV-SALDO.
           MOVE WS-P-MEDIO (WS-IDX-POS) TO WS-DV-MEDIO.
           COMPUTE WS-VALOR ROUNDED = WS-P-SALDO (WS-IDX-POS) *
               WS-P-MEDIO (WS-IDX-POS).
           MOVE WS-VALOR TO WS-DV-VALOR.
           MOVE SPACES TO WS-DV-OBS.
           IF WS-P-MEDIO (WS-IDX-POS) = ZEROS
              AND WS-P-SALDO (WS-IDX-POS) > ZEROS
               MOVE 'SEM CUSTO' TO WS-DV-OBS
               ADD 1 TO WS-CT-SEM-CUSTO
           END-IF.
           WRITE REG-RELAT FROM WS-DET-VALOR.
           ADD 1 TO WS-CT-PRODUTOS.
           ADD WS-VALOR TO WS-TOT-VALOR.

      * IMPLANTACAO: PRODUTO DO INVENTARIO AINDA SEM LINHA NO RAZAO
      *  ENTRA COM O SALDO ATUAL E O ULTIMO CUSTO CONHECIDO
       0600-IMPLANTA-SALDOS.
           MOVE 99999999 TO WS-DATA-FIM.
           PERFORM 0510-CARREGA-POSICAO.
           PERFORM 0610-CARREGA-CUSTOS.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT.
           WRITE REG-RELAT FROM WS-CAB-VALOR.
           PERFORM 0620-IMPLANTA-PRODUTO
               VARYING WS-IDX-INV FROM 1 BY 1
               UNTIL WS-IDX-INV > WS-CNT-INV.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT.
           MOVE 'TOTAL IMPLANTADO NO KARDEX' TO WS-TT-ROTULO.
           MOVE WS-CT-PRODUTOS TO WS-TT-QTD.
           MOVE WS-TOT-VALOR TO WS-TT-VALOR.
           WRITE REG-RELAT FROM WS-LINHA-TOTAL.

       0610-CARREGA-CUSTOS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT CUSTOS-HISTORICO.
           IF FS-CUSTOS NOT = 00
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ CUSTOS-HISTORICO
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-CAMPOS-CUSTO
                       UNSTRING REG-CUSTO DELIMITED BY ';'
                           INTO WS-CU-PRODID WS-CU-FORNEC-TX
                                WS-CU-DATA-TX WS-CU-CUSTO-TX
                       END-UNSTRING
                       PERFORM 0615-GUARDA-ULTIMO-CUSTO
               END-READ
           END-PERFORM.
           CLOSE CUSTOS-HISTORICO.

       0615-GUARDA-ULTIMO-CUSTO.
           MOVE 'N' TO WS-ACHOU.
           PERFORM VARYING WS-IDX-CUS FROM 1 BY 1
                   UNTIL WS-IDX-CUS > WS-CNT-CUS
                      OR WS-ACHOU = 'S'
               IF WS-C-PRODID (WS-IDX-CUS) = WS-CU-PRODID
                   MOVE 'S' TO WS-ACHOU
                   IF FUNCTION NUMVAL (WS-CU-DATA-TX) NOT <
                           WS-C-DATA (WS-IDX-CUS)
                       COMPUTE WS-C-DATA (WS-IDX-CUS) =
                           FUNCTION NUMVAL (WS-CU-DATA-TX)
                       COMPUTE WS-C-CUSTO (WS-IDX-CUS) =
                           FUNCTION NUMVAL (WS-CU-CUSTO-TX)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-ACHOU = 'N' AND WS-CNT-CUS < 200
               ADD 1 TO WS-CNT-CUS
               SET WS-IDX-CUS TO WS-CNT-CUS
               MOVE WS-CU-PRODID TO WS-C-PRODID (WS-IDX-CUS)
               COMPUTE WS-C-DATA (WS-IDX-CUS) =
                   FUNCTION NUMVAL (WS-CU-DATA-TX)
               COMPUTE WS-C-CUSTO (WS-IDX-CUS) =
                   FUNCTION NUMVAL (WS-CU-CUSTO-TX)
           END-IF.

       0620-IMPLANTA-PRODUTO.
           MOVE 'N' TO WS-ACHOU.
           PERFORM VARYING WS-IDX-POS FROM 1 BY 1
                   UNTIL WS-IDX-POS > WS-CNT-POS
                      OR WS-ACHOU = 'S'
               IF WS-P-PRODID (WS-IDX-POS) = WS-I-PRODID (WS-IDX-INV)
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = 'N'
               MOVE ZEROS TO WS-KC-CUSTO
               PERFORM VARYING WS-IDX-CUS FROM 1 BY 1
                       UNTIL WS-IDX-CUS > WS-CNT-CUS
                   IF WS-C-PRODID (WS-IDX-CUS) =
                           WS-I-PRODID (WS-IDX-INV)
                       MOVE WS-C-CUSTO (WS-IDX-CUS) TO WS-KC-CUSTO
                   END-IF
               END-PERFORM
               MOVE WS-I-PRODID (WS-IDX-INV) TO WS-KC-PRODID
               MOVE WS-DATA-HOJE TO WS-KC-DATA
               MOVE WS-I-QNT (WS-IDX-INV) TO WS-KC-QTD
               MOVE WS-I-QNT (WS-IDX-INV) TO WS-KC-SALDO
               CALL 'GRAVA-KARDEX' USING WS-KC-PRODID WS-KC-DATA
                   WS-KC-TIPO WS-KC-QTD WS-KC-SALDO WS-KC-CUSTO
                   WS-KC-ORIGEM
               MOVE WS-I-PRODID (WS-IDX-INV) TO WS-DV-PRODID
               MOVE WS-I-NOME (WS-IDX-INV) TO WS-DV-NOME
               MOVE WS-DATA-HOJE TO WS-DV-DATA
               MOVE WS-I-QNT (WS-IDX-INV) TO WS-DV-SALDO
               MOVE WS-KC-CUSTO TO WS-DV-MEDIO
               COMPUTE WS-VALOR ROUNDED = WS-I-QNT (WS-IDX-INV) *
                   WS-KC-CUSTO
               MOVE WS-VALOR TO WS-DV-VALOR
               MOVE SPACES TO WS-DV-OBS
               IF WS-KC-CUSTO = ZEROS
                   MOVE 'SEM CUSTO' TO WS-DV-OBS
                   ADD 1 TO WS-CT-SEM-CUSTO
               END-IF
               WRITE REG-RELAT FROM WS-DET-VALOR
               ADD 1 TO WS-CT-PRODUTOS
               ADD WS-VALOR TO WS-TOT-VALOR
           END-IF.

       0800-FINALIZA.
           CLOSE KARDEX-RLT.
           EVALUATE WS-OPCAO
               WHEN 1
                   DISPLAY 'MOVIMENTOS LISTADOS.....: ' WS-CT-MOVTOS
                   DISPLAY 'PRODUTOS LISTADOS.......: '
                       WS-CT-PRODUTOS
               WHEN 2
                   DISPLAY 'PRODUTOS VALORIZADOS....: '
                       WS-CT-PRODUTOS
                   DISPLAY 'PRODUTOS SEM CUSTO......: '
                       WS-CT-SEM-CUSTO
               WHEN 3
                   DISPLAY 'PRODUTOS IMPLANTADOS....: '
                       WS-CT-PRODUTOS
                   DISPLAY 'PRODUTOS SEM CUSTO......: '
                       WS-CT-SEM-CUSTO
           END-EVALUATE.
           IF WS-CT-SEM-CUSTO > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

      * LE O RAZAO INTEIRO ATE A DATA FINAL: OS MOVIMENTOS ANTERIORES
      *  AO PERIODO SO FORMAM O SALDO ANTERIOR DE CADA PRODUTO
       0300-SELECIONA-MOVTOS SECTION.
       0301-SELECIONA-MOVTOS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT KARDEX-MOVTOS.
           IF FS-KARDEX NOT = 00
               DISPLAY 'SEM MOVIMENTOS NO KARDEX'
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ KARDEX-MOVTOS INTO WS-LINHA-KARDEX
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       PERFORM 0920-LIBERA-MOVTO
               END-READ
           END-PERFORM.
           CLOSE KARDEX-MOVTOS.
       0302-SELECIONA-MOVTOS-EXIT.
           EXIT.

      * KARDEX COM QUEBRA POR PRODUTO: SALDO ANTERIOR, MOVIMENTOS DO
      *  PERIODO E SALDO FINAL VALORIZADO AO CUSTO MEDIO
       0400-IMPRIME-KARDEX SECTION.
       0401-IMPRIME-KARDEX.
           PERFORM 0930-RETORNA-MOVTO.
           PERFORM UNTIL WS-EOF-ORD = 'S'
               IF ORD-PRODID NOT = WS-PROD-ATUAL
                   IF WS-PROD-ATUAL NOT = SPACES
                       PERFORM 0950-FECHA-PRODUTO
                   END-IF
                   MOVE ORD-PRODID TO WS-PROD-ATUAL
                   MOVE 'N' TO WS-CABECALHO-FEITO
                   MOVE ZEROS TO WS-SALDO-ATUAL WS-MEDIO-ATUAL
                   MOVE ZEROS TO WS-ENTRADAS WS-SAIDAS
               END-IF
               IF ORD-DATA < WS-DATA-INI
                   MOVE ORD-SALDO TO WS-SALDO-ATUAL
                   MOVE ORD-MEDIO TO WS-MEDIO-ATUAL
               ELSE
                   IF WS-CABECALHO-FEITO = 'N'
                       PERFORM 0940-ABRE-PRODUTO
                   END-IF
                   PERFORM 0960-DETALHE
               END-IF
               PERFORM 0930-RETORNA-MOVTO
           END-PERFORM.
           IF WS-PROD-ATUAL NOT = SPACES
               PERFORM 0950-FECHA-PRODUTO
           END-IF.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT.
           MOVE 'TOTAL DOS SALDOS FINAIS' TO WS-TT-ROTULO.
           MOVE WS-CT-PRODUTOS TO WS-TT-QTD.
           MOVE WS-TOT-VALOR TO WS-TT-VALOR.
           WRITE REG-RELAT FROM WS-LINHA-TOTAL.
       0402-IMPRIME-KARDEX-EXIT.
           EXIT.

      * AS ROTINAS DE APOIO FICAM EM SECAO PROPRIA PARA AS SECOES DO
      *  SORT TERMINAREM NO SEU EXIT
       0900-ROTINAS-APOIO SECTION.
       0910-BUSCA-NOME.
           MOVE 'NAO CADASTRADO' TO WS-NOME-ACHADO.
           PERFORM VARYING WS-IDX-INV FROM 1 BY 1
                   UNTIL WS-IDX-INV > WS-CNT-INV
               IF WS-I-PRODID (WS-IDX-INV) = WS-PROD-ATUAL
                   MOVE WS-I-NOME (WS-IDX-INV) TO WS-NOME-ACHADO
               END-IF
           END-PERFORM.

       0920-LIBERA-MOVTO.
           ADD 1 TO WS-SEQ.
           IF (WS-PRODUTO = SPACES OR WS-KX-PRODID = WS-PRODUTO)
              AND WS-KX-DATA NOT > WS-DATA-FIM
               MOVE WS-KX-PRODID TO ORD-PRODID
               MOVE WS-KX-DATA TO ORD-DATA
               MOVE WS-SEQ TO ORD-SEQ
               MOVE WS-KX-TIPO TO ORD-TIPO
               MOVE WS-KX-QTD TO ORD-QTD
               MOVE WS-KX-CUSTO-UNIT TO ORD-CUSTO
               MOVE WS-KX-SALDO TO ORD-SALDO
               MOVE WS-KX-CUSTO-MEDIO TO ORD-MEDIO
               MOVE WS-KX-ORIGEM TO ORD-ORIGEM
               RELEASE ORD-KDX
           END-IF.

       0930-RETORNA-MOVTO.
           RETURN ORDENA-KARDEX
               AT END MOVE 'S' TO WS-EOF-ORD
           END-RETURN.

       0940-ABRE-PRODUTO.
           MOVE 'S' TO WS-CABECALHO-FEITO.
           PERFORM 0910-BUSCA-NOME.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT.
           MOVE WS-PROD-ATUAL TO WS-CR-PRODID.
           MOVE WS-NOME-ACHADO TO WS-CR-NOME.
           WRITE REG-RELAT FROM WS-CAB-PRODUTO.
           WRITE REG-RELAT FROM WS-CAB-COLUNAS.
           MOVE 'SALDO ANTERIOR' TO WS-LS-ROTULO.
           PERFORM 0970-LINHA-SALDO.
           ADD 1 TO WS-CT-PRODUTOS.

      * PRODUTO SO COM MOVIMENTO ANTES DO PERIODO AINDA SAI, COM O
      *  SALDO PARADO, QUANDO FOI PEDIDO PELO CODIGO
       0950-FECHA-PRODUTO.
           IF WS-CABECALHO-FEITO = 'N' AND WS-PRODUTO NOT = SPACES
               PERFORM 0940-ABRE-PRODUTO
               MOVE '  SEM MOVIMENTO NO PERIODO' TO REG-RELAT
               WRITE REG-RELAT
           END-IF.
           IF WS-CABECALHO-FEITO = 'S'
               MOVE WS-ENTRADAS TO WS-LM-ENTRADAS
               MOVE WS-SAIDAS TO WS-LM-SAIDAS
               WRITE REG-RELAT FROM WS-LINHA-MOVTOS
               MOVE 'SALDO FINAL' TO WS-LS-ROTULO
               PERFORM 0970-LINHA-SALDO
               COMPUTE WS-VALOR ROUNDED =
                   WS-SALDO-ATUAL * WS-MEDIO-ATUAL
               ADD WS-VALOR TO WS-TOT-VALOR
           END-IF.

       0960-DETALHE.
           MOVE ORD-DATA TO WS-D-DATA.
           EVALUATE ORD-TIPO
               WHEN 'V' MOVE 'VEND' TO WS-D-TIPO
               WHEN 'E' MOVE 'ENTR' TO WS-D-TIPO
               WHEN 'A' MOVE 'AJUS' TO WS-D-TIPO
               WHEN 'D' MOVE 'DEVO' TO WS-D-TIPO
               WHEN 'T' MOVE 'TRAN' TO WS-D-TIPO
               WHEN 'I' MOVE 'IMPL' TO WS-D-TIPO
               WHEN 'C' MOVE 'CANC' TO WS-D-TIPO
               WHEN OTHER MOVE ORD-TIPO TO WS-D-TIPO
           END-EVALUATE.
           MOVE ORD-ORIGEM TO WS-D-ORIGEM.
           MOVE ORD-QTD TO WS-D-QTD.
           MOVE ORD-CUSTO TO WS-D-CUSTO.
           COMPUTE WS-VALOR ROUNDED = ORD-QTD * ORD-CUSTO.
           MOVE WS-VALOR TO WS-D-VALOR.
           MOVE ORD-SALDO TO WS-D-SALDO.
           MOVE ORD-MEDIO TO WS-D-MEDIO.
           WRITE REG-RELAT FROM WS-DET.
           IF ORD-QTD < ZEROS
               SUBTRACT ORD-QTD FROM WS-SAIDAS
           ELSE
               ADD ORD-QTD TO WS-ENTRADAS
           END-IF.
           MOVE ORD-SALDO TO WS-SALDO-ATUAL.
           MOVE ORD-MEDIO TO WS-MEDIO-ATUAL.
           ADD 1 TO WS-CT-MOVTOS.

       0970-LINHA-SALDO.
           MOVE WS-SALDO-ATUAL TO WS-LS-SALDO.
           MOVE WS-MEDIO-ATUAL TO WS-LS-MEDIO.
           COMPUTE WS-LS-VALOR ROUNDED =
               WS-SALDO-ATUAL * WS-MEDIO-ATUAL.
           WRITE REG-RELAT FROM WS-LINHA-SALDO.

       END PROGRAM KARDEX-ESTOQUE.
