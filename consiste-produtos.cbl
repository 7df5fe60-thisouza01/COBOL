      ******************************************************************
      * Author:
      * Date:
      * Purpose: Consistencia noturna do cadastro de produtos - o
      *  mesmo produto vive no produtos.dat, no inventario.csv
      *  (INVENTARIO, POSTA-VENDAS) e no estoque.csv (CURVA-ABC,
      *  VALIDADE-LOTES), e os tres se afastam. Casa os tres pelo
      *  codigo (o PROD-ID do cadastro com as tres ultimas posicoes
      *  do codigo dos arquivos de estoque, como no FATURA-PEDIDO) e
      *  relata: produto que falta em algum dos arquivos, diferenca
      *  entre o QTD-ESTOQUE do cadastro e a quantidade dos arquivos
      *  de estoque, valor unitario do estoque.csv diferente do
      *  PRECO-UNIT, produto inativo (SITUACAO-PROD I) ainda com
      *  estoque e nome divergente, alem dos codigos que nao casam
      *  com nenhum PROD-ID ou que aparecem repetidos.
      *  Opcao 1 so relata (job noturno, retorno 4 com divergencia).
      *  Opcao 2 e a sincronizacao controlada: o produtos.dat e a
      *  fonte da verdade para nome e preco - mostra quantas linhas
      *  mudariam e, confirmada, regrava o nome no inventario.csv e o
      *  nome e o valor unitario no estoque.csv, com cada campo
      *  alterado (antes/depois) no log de sincronizacao.
      *  Quantidades nao sao sincronizadas: divergencia de
      *  quantidade se resolve pela contagem (CONTAGEM-ESTOQUE).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSISTE-PRODUTOS.
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

               SELECT INVENTARIO ASSIGN TO WS-ARQ-INVENT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INVENT.

               SELECT ESTOQUE ASSIGN TO WS-ARQ-ESTOQUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESTOQUE.

               SELECT CONSISTE-RLT ASSIGN TO WS-ARQ-RELAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.

               SELECT SINCRONIA-LOG ASSIGN TO WS-ARQ-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           FD ARQ-INDX.
           COPY PRODREG.

           FD INVENTARIO.
           01 REGISTRO                 PIC X(45).

           FD ESTOQUE.
           01 REG-ESTOQUE              PIC X(32).

           FD CONSISTE-RLT.
           01 REG-RELAT                PIC X(100).

           FD SINCRONIA-LOG.
           01 REG-LOG                  PIC X(100).

       WORKING-STORAGE SECTION.
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      *  EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG)
           01 WS-CAMINHOS.
               05 WS-ARQ-PRODUTOS      PIC X(80) VALUE
                   "C:\Nova pasta\produtos.dat".
               05 WS-ARQ-INVENT        PIC X(80) VALUE
                   "C:\exe-cobol\inventario.csv".
               05 WS-ARQ-ESTOQUE       PIC X(80) VALUE
                   "C:\exe-cobol\estoque.csv".
               05 WS-ARQ-RELAT         PIC X(80) VALUE
                   "C:\exe-cobol\consiste-produtos.txt".
               05 WS-ARQ-LOG           PIC X(80) VALUE
                   "C:\exe-cobol\sincronia-produtos.log".

           01 WS-CFG-CHAMADA.
               05 WS-CFG-LOGICO        PIC X(20).
               05 WS-CFG-CAMINHO       PIC X(80).
               05 WS-CFG-ACHOU         PIC X(01).

           01 WS-STATUS.
               05 WS-FILE-STATUS       PIC 9(02).
               05 FS-INVENT            PIC 9(02).
               05 FS-ESTOQUE           PIC 9(02).
               05 FS-RELAT             PIC 9(02).
               05 FS-LOG               PIC 9(02).

      * LINHAS DOS DOIS ARQUIVOS DE ESTOQUE, NA ORDEM DO ARQUIVO,
      *  PARA A REGRAVACAO DA SINCRONIZACAO
           01 WS-TAB-INVENT.
               05 WS-CNT-INV           PIC 9(03) VALUE ZEROS.
               05 WS-INV-ITEM OCCURS 200 TIMES
                                INDEXED BY WS-IDX-INV.
                   10 WS-I-PRODID      PIC X(04).
                   10 WS-I-NOME        PIC X(18).
                   10 WS-I-QNT         PIC 9(03).
                   10 WS-I-MIN         PIC 9(03).
                   10 WS-I-MAX         PIC 9(03).

           01 WS-TAB-ESTOQUE.
               05 WS-CNT-EST           PIC 9(03) VALUE ZEROS.
               05 WS-EST-ITEM OCCURS 200 TIMES
                                INDEXED BY WS-IDX-EST.
                   10 WS-E-CODIGO      PIC X(04).
                   10 WS-E-NOME        PIC X(11).
                   10 WS-E-QNT         PIC 9(03).
                   10 WS-E-MIN         PIC 9(03).
                   10 WS-E-VALOR-UNIT  PIC 9(05)V99.

      * UMA ENTRADA POR PROD-ID POSSIVEL (000 A 999, NA POSICAO
      *  PROD-ID + 1) COM O QUE CADA ARQUIVO TEM DO PRODUTO
           01 WS-TAB-CHAVES.
               05 WS-CHAVE-ITEM OCCURS 1000 TIMES
                                INDEXED BY WS-IDX-CHV.
                   10 WS-K-EM-PROD     PIC X(01).
                   10 WS-K-NOME        PIC X(30).
                   10 WS-K-PRECO       PIC 9(05)V99.
                   10 WS-K-QTD         PIC 9(05).
                   10 WS-K-SITUACAO    PIC X(01).
                   10 WS-K-LINHA-INV   PIC 9(03).
                   10 WS-K-LINHA-EST   PIC 9(03).

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

           01 WS-LINHA-ESTOQUE.
               05 WS-LE-CODIGO         PIC X(04).
               05 FILLER               PIC X(01) VALUE ','.
               05 WS-LE-NOME           PIC X(11).
               05 FILLER               PIC X(01) VALUE ','.
               05 WS-LE-QNT            PIC 9(03).
               05 FILLER               PIC X(01) VALUE ','.
               05 WS-LE-MIN            PIC 9(03).
               05 FILLER               PIC X(01) VALUE ','.
               05 WS-LE-VALOR-UNIT     PIC 9(05)V99.

      * LOG DA SINCRONIZACAO (APPEND-ONLY), UMA LINHA POR CAMPO
           01 WS-LINHA-LOG.
               05 WS-LG-DATA           PIC 9(08).
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-LG-ARQUIVO        PIC X(14).
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-LG-CODIGO         PIC X(04).
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-LG-CAMPO          PIC X(05).
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-LG-ANTES          PIC X(30).
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-LG-DEPOIS         PIC X(30).

           01 AUX.
               05 WS-EOF               PIC X(01) VALUE 'N'.
               05 WS-OPCAO             PIC 9(01) VALUE ZEROS.
               05 WS-CONFIRMA          PIC X(01) VALUE SPACE.
               05 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
               05 WS-COD-NUM           PIC 9(03) VALUE ZEROS.
               05 WS-POS               PIC 9(04) VALUE ZEROS.
               05 WS-CODIGO            PIC X(04) VALUE SPACES.
               05 WS-SECAO             PIC X(01) VALUE SPACE.
               05 WS-FALTA             PIC X(40) VALUE SPACES.
               05 WS-QTD-ARQ           PIC 9(05) VALUE ZEROS.
               05 WS-CT-PRODUTOS       PIC 9(05) VALUE ZEROS.
               05 WS-CT-SEM-CASA       PIC 9(05) VALUE ZEROS.
               05 WS-CT-FALTA          PIC 9(05) VALUE ZEROS.
               05 WS-CT-QTD            PIC 9(05) VALUE ZEROS.
               05 WS-CT-VALOR          PIC 9(05) VALUE ZEROS.
               05 WS-CT-INATIVO        PIC 9(05) VALUE ZEROS.
               05 WS-CT-NOME           PIC 9(05) VALUE ZEROS.
               05 WS-CT-MUDA-INV       PIC 9(05) VALUE ZEROS.
               05 WS-CT-MUDA-EST       PIC 9(05) VALUE ZEROS.

           01 WS-EDITADOS.
               05 WS-ED-QTD1           PIC ZZZZ9.
               05 WS-ED-QTD2           PIC ZZZZ9.
               05 WS-ED-VALOR1         PIC ZZZZ9.99.
               05 WS-ED-VALOR2         PIC ZZZZ9.99.

           01 WS-LINHA-RESUMO.
               05 WS-LR-ROTULO         PIC X(40).
               05 WS-LR-QTD            PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0005-RESOLVE-CAMINHOS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'CONSISTENCIA DO CADASTRO DE PRODUTOS'.
           DISPLAY '1 - RELATORIO DE CONSISTENCIA'.
           DISPLAY '2 - SINCRONIZAR NOMES E PRECOS PELO PRODUTOS.DAT'.
           ACCEPT WS-OPCAO.
           PERFORM 0100-CARREGA-ARQUIVOS.
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM 0300-RELATA-CONSISTENCIA
               WHEN 2
                   PERFORM 0600-SINCRONIZA
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
           MOVE 'CONSISTE-PRODUTOS' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-RELAT
           END-IF.
           MOVE 'SINCRONIA-LOG' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-LOG
           END-IF.

       0006-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.

       0100-CARREGA-ARQUIVOS.
           PERFORM VARYING WS-IDX-CHV FROM 1 BY 1
                   UNTIL WS-IDX-CHV > 1000
               MOVE 'N' TO WS-K-EM-PROD (WS-IDX-CHV)
               MOVE SPACES TO WS-K-NOME (WS-IDX-CHV)
               MOVE ZEROS TO WS-K-PRECO (WS-IDX-CHV)
               MOVE ZEROS TO WS-K-QTD (WS-IDX-CHV)
               MOVE SPACE TO WS-K-SITUACAO (WS-IDX-CHV)
               MOVE ZEROS TO WS-K-LINHA-INV (WS-IDX-CHV)
               MOVE ZEROS TO WS-K-LINHA-EST (WS-IDX-CHV)
           END-PERFORM.
           PERFORM 0110-CARREGA-PRODUTOS.
           PERFORM 0120-CARREGA-INVENTARIO.
           PERFORM 0130-CARREGA-ESTOQUE.

       0110-CARREGA-PRODUTOS.
           OPEN INPUT ARQ-INDX.
           IF WS-FILE-STATUS NOT = 00
               DISPLAY 'PRODUTOS.DAT NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO PROD-ID.
           START ARQ-INDX KEY IS NOT LESS THAN PROD-ID
               INVALID KEY MOVE 'S' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'S'
               READ ARQ-INDX NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CT-PRODUTOS
                       COMPUTE WS-POS = PROD-ID + 1
                       SET WS-IDX-CHV TO WS-POS
                       MOVE 'S' TO WS-K-EM-PROD (WS-IDX-CHV)
                       MOVE NOME-PROD TO WS-K-NOME (WS-IDX-CHV)
                       MOVE PRECO-UNIT TO WS-K-PRECO (WS-IDX-CHV)
                       MOVE QTD-ESTOQUE TO WS-K-QTD (WS-IDX-CHV)
                       MOVE SITUACAO-PROD TO
                           WS-K-SITUACAO (WS-IDX-CHV)
               END-READ
           END-PERFORM.
           CLOSE ARQ-INDX.

       0120-CARREGA-INVENTARIO.
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
                               'CONSISTENCIA ABORTADA'
                           MOVE 12 TO RETURN-CODE
                           CLOSE INVENTARIO
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVENTARIO.

       0130-CARREGA-ESTOQUE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT ESTOQUE.
           IF FS-ESTOQUE NOT = 00
               DISPLAY 'ESTOQUE.CSV NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ ESTOQUE
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF WS-CNT-EST < 200
                           ADD 1 TO WS-CNT-EST
                           SET WS-IDX-EST TO WS-CNT-EST
                           UNSTRING REG-ESTOQUE DELIMITED BY ','
                               INTO WS-E-CODIGO (WS-IDX-EST)
                                    WS-E-NOME (WS-IDX-EST)
                                    WS-E-QNT (WS-IDX-EST)
                                    WS-E-MIN (WS-IDX-EST)
                                    WS-E-VALOR-UNIT (WS-IDX-EST)
                           END-UNSTRING
                       ELSE
                           DISPLAY 'ESTOQUE EXCEDE A TABELA - '
                               'CONSISTENCIA ABORTADA'
                           MOVE 12 TO RETURN-CODE
                           CLOSE ESTOQUE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ESTOQUE.

      *----------------------------------------------------------------*
      * CASAMENTO: CADA LINHA DOS ARQUIVOS DE ESTOQUE APONTA PARA A
      * ENTRADA DO SEU PROD-ID; CODIGO QUE NAO CASA OU REPETIDO SAI
      * NA PRIMEIRA SECAO E FICA FORA DAS DEMAIS
      *----------------------------------------------------------------*
       0200-CASA-CODIGOS.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT.
           MOVE 'CODIGOS SEM PROD-ID OU REPETIDOS' TO REG-RELAT.
           WRITE REG-RELAT.
           PERFORM VARYING WS-IDX-INV FROM 1 BY 1
                   UNTIL WS-IDX-INV > WS-CNT-INV
               MOVE WS-I-PRODID (WS-IDX-INV) TO WS-CODIGO
               PERFORM 0210-POSICAO-DO-CODIGO
               IF WS-POS = ZEROS
                   MOVE 'INVENTARIO.CSV' TO WS-FALTA
                   PERFORM 0220-RELATA-SEM-CASA
               ELSE
                   SET WS-IDX-CHV TO WS-POS
                   IF WS-K-LINHA-INV (WS-IDX-CHV) NOT = ZEROS
                       MOVE 'INVENTARIO.CSV (REPETIDO)' TO WS-FALTA
                       PERFORM 0220-RELATA-SEM-CASA
                   ELSE
                       SET WS-K-LINHA-INV (WS-IDX-CHV) TO WS-IDX-INV
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX-EST FROM 1 BY 1
                   UNTIL WS-IDX-EST > WS-CNT-EST
               MOVE WS-E-CODIGO (WS-IDX-EST) TO WS-CODIGO
               PERFORM 0210-POSICAO-DO-CODIGO
               IF WS-POS = ZEROS
                   MOVE 'ESTOQUE.CSV' TO WS-FALTA
                   PERFORM 0220-RELATA-SEM-CASA
               ELSE
                   SET WS-IDX-CHV TO WS-POS
                   IF WS-K-LINHA-EST (WS-IDX-CHV) NOT = ZEROS
                       MOVE 'ESTOQUE.CSV (REPETIDO)' TO WS-FALTA
                       PERFORM 0220-RELATA-SEM-CASA
                   ELSE
                       SET WS-K-LINHA-EST (WS-IDX-CHV) TO WS-IDX-EST
                   END-IF
               END-IF
           END-PERFORM.

      * AS TRES ULTIMAS POSICOES DO CODIGO SAO O PROD-ID; A POSICAO NA
      *  TABELA E O PROD-ID + 1 (ZERO QUANDO O CODIGO NAO CASA)
       0210-POSICAO-DO-CODIGO.
           IF WS-CODIGO (2:3) IS NUMERIC
               MOVE WS-CODIGO (2:3) TO WS-COD-NUM
               COMPUTE WS-POS = WS-COD-NUM + 1
           ELSE
               MOVE ZEROS TO WS-POS
           END-IF.

       0220-RELATA-SEM-CASA.
           MOVE SPACES TO REG-RELAT.
           STRING '  CODIGO ' WS-CODIGO ' NO ' WS-FALTA
               DELIMITED BY SIZE INTO REG-RELAT.
           WRITE REG-RELAT.
           ADD 1 TO WS-CT-SEM-CASA.

      *----------------------------------------------------------------*
      * RELATORIO: UMA PASSADA PELA TABELA DE CHAVES POR SECAO
      *----------------------------------------------------------------*
       0300-RELATA-CONSISTENCIA.
           OPEN OUTPUT CONSISTE-RLT.
           IF FS-RELAT NOT = 00
               DISPLAY 'ERRO NA ABERTURA DO RELATORIO: ' FS-RELAT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO REG-RELAT.
           STRING 'CONSISTENCIA DO CADASTRO DE PRODUTOS - '
               WS-DATA-HOJE DELIMITED BY SIZE INTO REG-RELAT.
           WRITE REG-RELAT.
           PERFORM 0200-CASA-CODIGOS.
           MOVE 'F' TO WS-SECAO.
           PERFORM 0310-SECAO.
           MOVE 'Q' TO WS-SECAO.
           PERFORM 0310-SECAO.
           MOVE 'V' TO WS-SECAO.
           PERFORM 0310-SECAO.
           MOVE 'I' TO WS-SECAO.
           PERFORM 0310-SECAO.
           MOVE 'N' TO WS-SECAO.
           PERFORM 0310-SECAO.
           PERFORM 0390-RESUMO.
           CLOSE CONSISTE-RLT.

       0310-SECAO.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT.
           EVALUATE WS-SECAO
               WHEN 'F'
                   MOVE 'PRODUTOS QUE FALTAM EM ALGUM ARQUIVO'
                       TO REG-RELAT
               WHEN 'Q'
                   MOVE 'QTD-ESTOQUE DIFERENTE DOS ARQUIVOS DE ESTOQUE'
                       TO REG-RELAT
               WHEN 'V'
                   MOVE 'VALOR UNITARIO DO ESTOQUE.CSV DIFERENTE DO '
                       & 'PRECO-UNIT' TO REG-RELAT
               WHEN 'I'
                   MOVE 'PRODUTOS INATIVOS AINDA COM ESTOQUE'
                       TO REG-RELAT
               WHEN 'N'
                   MOVE 'NOMES DIVERGENTES DO PRODUTOS.DAT'
                       TO REG-RELAT
           END-EVALUATE.
           WRITE REG-RELAT.
           PERFORM VARYING WS-IDX-CHV FROM 1 BY 1
                   UNTIL WS-IDX-CHV > 1000
               IF WS-K-EM-PROD (WS-IDX-CHV) = 'S'
                  OR WS-K-LINHA-INV (WS-IDX-CHV) NOT = ZEROS
                  OR WS-K-LINHA-EST (WS-IDX-CHV) NOT = ZEROS
                   PERFORM 0320-CODIGO-DA-CHAVE
                   EVALUATE WS-SECAO
                       WHEN 'F' PERFORM 0330-VERIFICA-FALTA
                       WHEN 'Q' PERFORM 0340-VERIFICA-QUANTIDADE
                       WHEN 'V' PERFORM 0350-VERIFICA-VALOR
                       WHEN 'I' PERFORM 0360-VERIFICA-INATIVO
                       WHEN 'N' PERFORM 0370-VERIFICA-NOME
                   END-EVALUATE
               END-IF
           END-PERFORM.

      * O CODIGO MOSTRADO E O DO ARQUIVO DE ESTOQUE QUANDO HA, SENAO O
      *  PROD-ID DO CADASTRO
       0320-CODIGO-DA-CHAVE.
           SET WS-POS TO WS-IDX-CHV.
           COMPUTE WS-COD-NUM = WS-POS - 1.
           MOVE SPACES TO WS-CODIGO.
           MOVE WS-COD-NUM TO WS-CODIGO (2:3).
           IF WS-K-LINHA-INV (WS-IDX-CHV) NOT = ZEROS
               SET WS-IDX-INV TO WS-K-LINHA-INV (WS-IDX-CHV)
               MOVE WS-I-PRODID (WS-IDX-INV) TO WS-CODIGO
           ELSE
               IF WS-K-LINHA-EST (WS-IDX-CHV) NOT = ZEROS
                   SET WS-IDX-EST TO WS-K-LINHA-EST (WS-IDX-CHV)
                   MOVE WS-E-CODIGO (WS-IDX-EST) TO WS-CODIGO
               END-IF
           END-IF.

       0330-VERIFICA-FALTA.
           MOVE SPACES TO WS-FALTA.
           MOVE 1 TO WS-POS.
           IF WS-K-EM-PROD (WS-IDX-CHV) NOT = 'S'
               STRING 'PRODUTOS.DAT ' DELIMITED BY SIZE
                   INTO WS-FALTA WITH POINTER WS-POS
           END-IF.
           IF WS-K-LINHA-INV (WS-IDX-CHV) = ZEROS
               STRING 'INVENTARIO.CSV ' DELIMITED BY SIZE
                   INTO WS-FALTA WITH POINTER WS-POS
           END-IF.
           IF WS-K-LINHA-EST (WS-IDX-CHV) = ZEROS
               STRING 'ESTOQUE.CSV ' DELIMITED BY SIZE
                   INTO WS-FALTA WITH POINTER WS-POS
           END-IF.
           IF WS-FALTA NOT = SPACES
               MOVE SPACES TO REG-RELAT
               STRING '  ' WS-CODIGO ' ' WS-K-NOME (WS-IDX-CHV)
                   ' FALTA EM: ' WS-FALTA
                   DELIMITED BY SIZE INTO REG-RELAT
               WRITE REG-RELAT
               ADD 1 TO WS-CT-FALTA
           END-IF.

       0340-VERIFICA-QUANTIDADE.
           IF WS-K-EM-PROD (WS-IDX-CHV) = 'S'
               IF WS-K-LINHA-INV (WS-IDX-CHV) NOT = ZEROS
                   SET WS-IDX-INV TO WS-K-LINHA-INV (WS-IDX-CHV)
                   MOVE WS-I-QNT (WS-IDX-INV) TO WS-QTD-ARQ
                   MOVE 'INVENTARIO.CSV' TO WS-FALTA
                   PERFORM 0345-COMPARA-QUANTIDADE
               END-IF
               IF WS-K-LINHA-EST (WS-IDX-CHV) NOT = ZEROS
                   SET WS-IDX-EST TO WS-K-LINHA-EST (WS-IDX-CHV)
                   MOVE WS-E-QNT (WS-IDX-EST) TO WS-QTD-ARQ
                   MOVE 'ESTOQUE.CSV' TO WS-FALTA
                   PERFORM 0345-COMPARA-QUANTIDADE
               END-IF
           END-IF.

       0345-COMPARA-QUANTIDADE.
           IF WS-QTD-ARQ NOT = WS-K-QTD (WS-IDX-CHV)
               MOVE WS-K-QTD (WS-IDX-CHV) TO WS-ED-QTD1
               MOVE WS-QTD-ARQ TO WS-ED-QTD2
               MOVE SPACES TO REG-RELAT
               STRING '  ' WS-CODIGO ' ' WS-K-NOME (WS-IDX-CHV)
                   ' QTD-ESTOQUE ' WS-ED-QTD1 '  ' WS-FALTA (1:14)
                   ' ' WS-ED-QTD2
                   DELIMITED BY SIZE INTO REG-RELAT
               WRITE REG-RELAT
               ADD 1 TO WS-CT-QTD
           END-IF.

       0350-VERIFICA-VALOR.
           IF WS-K-EM-PROD (WS-IDX-CHV) = 'S'
              AND WS-K-LINHA-EST (WS-IDX-CHV) NOT = ZEROS
               SET WS-IDX-EST TO WS-K-LINHA-EST (WS-IDX-CHV)
               IF WS-E-VALOR-UNIT (WS-IDX-EST) NOT =
                       WS-K-PRECO (WS-IDX-CHV)
                   MOVE WS-K-PRECO (WS-IDX-CHV) TO WS-ED-VALOR1
                   MOVE WS-E-VALOR-UNIT (WS-IDX-EST) TO WS-ED-VALOR2
                   MOVE SPACES TO REG-RELAT
                   STRING '  ' WS-CODIGO ' ' WS-K-NOME (WS-IDX-CHV)
                       ' PRECO-UNIT ' WS-ED-VALOR1
                       '  ESTOQUE.CSV ' WS-ED-VALOR2
                       DELIMITED BY SIZE INTO REG-RELAT
                   WRITE REG-RELAT
                   ADD 1 TO WS-CT-VALOR
               END-IF
           END-IF.

       0360-VERIFICA-INATIVO.
           IF WS-K-EM-PROD (WS-IDX-CHV) = 'S'
              AND WS-K-SITUACAO (WS-IDX-CHV) = 'I'
               MOVE WS-K-QTD (WS-IDX-CHV) TO WS-QTD-ARQ
               IF WS-K-LINHA-INV (WS-IDX-CHV) NOT = ZEROS
                   SET WS-IDX-INV TO WS-K-LINHA-INV (WS-IDX-CHV)
                   ADD WS-I-QNT (WS-IDX-INV) TO WS-QTD-ARQ
               END-IF
               IF WS-K-LINHA-EST (WS-IDX-CHV) NOT = ZEROS
                   SET WS-IDX-EST TO WS-K-LINHA-EST (WS-IDX-CHV)
                   ADD WS-E-QNT (WS-IDX-EST) TO WS-QTD-ARQ
               END-IF
               IF WS-QTD-ARQ > ZEROS
                   MOVE WS-K-QTD (WS-IDX-CHV) TO WS-ED-QTD1
                   MOVE SPACES TO REG-RELAT
                   STRING '  ' WS-CODIGO ' ' WS-K-NOME (WS-IDX-CHV)
                       ' INATIVO - QTD-ESTOQUE ' WS-ED-QTD1
                       ' (SOMA NOS TRES ARQUIVOS ' WS-QTD-ARQ ')'
                       DELIMITED BY SIZE INTO REG-RELAT
                   WRITE REG-RELAT
                   ADD 1 TO WS-CT-INATIVO
               END-IF
           END-IF.

       0370-VERIFICA-NOME.
           IF WS-K-EM-PROD (WS-IDX-CHV) = 'S'
               IF WS-K-LINHA-INV (WS-IDX-CHV) NOT = ZEROS
                   SET WS-IDX-INV TO WS-K-LINHA-INV (WS-IDX-CHV)
                   IF WS-I-NOME (WS-IDX-INV) NOT =
                           WS-K-NOME (WS-IDX-CHV) (1:18)
                       MOVE SPACES TO REG-RELAT
                       STRING '  ' WS-CODIGO ' ' WS-K-NOME (WS-IDX-CHV)
                           ' INVENTARIO.CSV: ' WS-I-NOME (WS-IDX-INV)
                           DELIMITED BY SIZE INTO REG-RELAT
                       WRITE REG-RELAT
                       ADD 1 TO WS-CT-NOME
                   END-IF
               END-IF
               IF WS-K-LINHA-EST (WS-IDX-CHV) NOT = ZEROS
                   SET WS-IDX-EST TO WS-K-LINHA-EST (WS-IDX-CHV)
                   IF WS-E-NOME (WS-IDX-EST) NOT =
                           WS-K-NOME (WS-IDX-CHV) (1:11)
                       MOVE SPACES TO REG-RELAT
                       STRING '  ' WS-CODIGO ' ' WS-K-NOME (WS-IDX-CHV)
                           ' ESTOQUE.CSV: ' WS-E-NOME (WS-IDX-EST)
                           DELIMITED BY SIZE INTO REG-RELAT
                       WRITE REG-RELAT
                       ADD 1 TO WS-CT-NOME
                   END-IF
               END-IF
           END-IF.

       0390-RESUMO.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT.
           MOVE 'PRODUTOS NO PRODUTOS.DAT' TO WS-LR-ROTULO.
           MOVE WS-CT-PRODUTOS TO WS-LR-QTD.
           WRITE REG-RELAT FROM WS-LINHA-RESUMO.
           MOVE 'CODIGOS SEM PROD-ID OU REPETIDOS' TO WS-LR-ROTULO.
           MOVE WS-CT-SEM-CASA TO WS-LR-QTD.
           WRITE REG-RELAT FROM WS-LINHA-RESUMO.
           MOVE 'PRODUTOS FALTANDO EM ALGUM ARQUIVO' TO WS-LR-ROTULO.
           MOVE WS-CT-FALTA TO WS-LR-QTD.
           WRITE REG-RELAT FROM WS-LINHA-RESUMO.
           MOVE 'DIFERENCAS DE QUANTIDADE' TO WS-LR-ROTULO.
           MOVE WS-CT-QTD TO WS-LR-QTD.
           WRITE REG-RELAT FROM WS-LINHA-RESUMO.
           MOVE 'VALORES UNITARIOS DIVERGENTES' TO WS-LR-ROTULO.
           MOVE WS-CT-VALOR TO WS-LR-QTD.
           WRITE REG-RELAT FROM WS-LINHA-RESUMO.
           MOVE 'INATIVOS COM ESTOQUE' TO WS-LR-ROTULO.
           MOVE WS-CT-INATIVO TO WS-LR-QTD.
           WRITE REG-RELAT FROM WS-LINHA-RESUMO.
           MOVE 'NOMES DIVERGENTES' TO WS-LR-ROTULO.
           MOVE WS-CT-NOME TO WS-LR-QTD.
           WRITE REG-RELAT FROM WS-LINHA-RESUMO.
           DISPLAY 'CODIGOS SEM PROD-ID/REPETIDOS: ' WS-CT-SEM-CASA.
           DISPLAY 'FALTANDO EM ALGUM ARQUIVO....: ' WS-CT-FALTA.
           DISPLAY 'DIFERENCAS DE QUANTIDADE.....: ' WS-CT-QTD.
           DISPLAY 'VALORES DIVERGENTES..........: ' WS-CT-VALOR.
           DISPLAY 'INATIVOS COM ESTOQUE.........: ' WS-CT-INATIVO.
           DISPLAY 'NOMES DIVERGENTES............: ' WS-CT-NOME.
           IF WS-CT-SEM-CASA > ZEROS OR WS-CT-FALTA > ZEROS
              OR WS-CT-QTD > ZEROS OR WS-CT-VALOR > ZEROS
              OR WS-CT-INATIVO > ZEROS OR WS-CT-NOME > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      * SINCRONIZACAO: CONTA O QUE MUDARIA, PEDE A CONFIRMACAO E SO
      * ENTAO REGRAVA OS DOIS ARQUIVOS, LOGANDO CADA CAMPO ALTERADO
      *----------------------------------------------------------------*
       0600-SINCRONIZA.
           PERFORM 0605-CASA-CODIGOS.
           MOVE ZEROS TO WS-CT-MUDA-INV.
           MOVE ZEROS TO WS-CT-MUDA-EST.
           PERFORM VARYING WS-IDX-CHV FROM 1 BY 1
                   UNTIL WS-IDX-CHV > 1000
               IF WS-K-EM-PROD (WS-IDX-CHV) = 'S'
                   PERFORM 0610-CONTA-MUDANCA
               END-IF
           END-PERFORM.
           DISPLAY 'LINHAS DO INVENTARIO.CSV A ALTERAR: '
               WS-CT-MUDA-INV.
           DISPLAY 'LINHAS DO ESTOQUE.CSV A ALTERAR...: '
               WS-CT-MUDA-EST.
           IF WS-CT-MUDA-INV = ZEROS AND WS-CT-MUDA-EST = ZEROS
               DISPLAY 'ARQUIVOS JA SINCRONIZADOS'
           ELSE
               DISPLAY 'CONFIRMA A SINCRONIZACAO (S/N)? '
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                   PERFORM 0620-APLICA-SINCRONIA
               ELSE
                   DISPLAY 'SINCRONIZACAO CANCELADA'
               END-IF
           END-IF.

      * O MESMO CASAMENTO DO RELATORIO, SEM IMPRIMIR OS CODIGOS
       0605-CASA-CODIGOS.
           PERFORM VARYING WS-IDX-INV FROM 1 BY 1
                   UNTIL WS-IDX-INV > WS-CNT-INV
               MOVE WS-I-PRODID (WS-IDX-INV) TO WS-CODIGO
               PERFORM 0210-POSICAO-DO-CODIGO
               IF WS-POS NOT = ZEROS
                   SET WS-IDX-CHV TO WS-POS
                   IF WS-K-LINHA-INV (WS-IDX-CHV) = ZEROS
                       SET WS-K-LINHA-INV (WS-IDX-CHV) TO WS-IDX-INV
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX-EST FROM 1 BY 1
                   UNTIL WS-IDX-EST > WS-CNT-EST
               MOVE WS-E-CODIGO (WS-IDX-EST) TO WS-CODIGO
               PERFORM 0210-POSICAO-DO-CODIGO
               IF WS-POS NOT = ZEROS
                   SET WS-IDX-CHV TO WS-POS
                   IF WS-K-LINHA-EST (WS-IDX-CHV) = ZEROS
                       SET WS-K-LINHA-EST (WS-IDX-CHV) TO WS-IDX-EST
                   END-IF
               END-IF
           END-PERFORM.

       0610-CONTA-MUDANCA.
           IF WS-K-LINHA-INV (WS-IDX-CHV) NOT = ZEROS
               SET WS-IDX-INV TO WS-K-LINHA-INV (WS-IDX-CHV)
               IF WS-I-NOME (WS-IDX-INV) NOT =
                       WS-K-NOME (WS-IDX-CHV) (1:18)
                   ADD 1 TO WS-CT-MUDA-INV
               END-IF
           END-IF.
           IF WS-K-LINHA-EST (WS-IDX-CHV) NOT = ZEROS
               SET WS-IDX-EST TO WS-K-LINHA-EST (WS-IDX-CHV)
               IF WS-E-NOME (WS-IDX-EST) NOT =
                       WS-K-NOME (WS-IDX-CHV) (1:11)
                  OR WS-E-VALOR-UNIT (WS-IDX-EST) NOT =
                       WS-K-PRECO (WS-IDX-CHV)
                   ADD 1 TO WS-CT-MUDA-EST
               END-IF
           END-IF.

       0620-APLICA-SINCRONIA.
           OPEN EXTEND SINCRONIA-LOG.
           IF FS-LOG = 35
               OPEN OUTPUT SINCRONIA-LOG
           END-IF.
           MOVE WS-DATA-HOJE TO WS-LG-DATA.
           PERFORM VARYING WS-IDX-CHV FROM 1 BY 1
                   UNTIL WS-IDX-CHV > 1000
               IF WS-K-EM-PROD (WS-IDX-CHV) = 'S'
                   PERFORM 0630-SINCRONIZA-PRODUTO
               END-IF
           END-PERFORM.
           CLOSE SINCRONIA-LOG.
           IF WS-CT-MUDA-INV > ZEROS
               PERFORM 0700-REGRAVA-INVENTARIO
           END-IF.
           IF WS-CT-MUDA-EST > ZEROS
               PERFORM 0750-REGRAVA-ESTOQUE
           END-IF.
           DISPLAY 'SINCRONIZACAO CONCLUIDA - VER O LOG'.

       0630-SINCRONIZA-PRODUTO.
           IF WS-K-LINHA-INV (WS-IDX-CHV) NOT = ZEROS
               SET WS-IDX-INV TO WS-K-LINHA-INV (WS-IDX-CHV)
               IF WS-I-NOME (WS-IDX-INV) NOT =
                       WS-K-NOME (WS-IDX-CHV) (1:18)
                   MOVE 'INVENTARIO.CSV' TO WS-LG-ARQUIVO
                   MOVE WS-I-PRODID (WS-IDX-INV) TO WS-LG-CODIGO
                   MOVE 'NOME' TO WS-LG-CAMPO
                   MOVE WS-I-NOME (WS-IDX-INV) TO WS-LG-ANTES
                   MOVE WS-K-NOME (WS-IDX-CHV) (1:18) TO
                       WS-I-NOME (WS-IDX-INV)
                   MOVE WS-I-NOME (WS-IDX-INV) TO WS-LG-DEPOIS
                   WRITE REG-LOG FROM WS-LINHA-LOG
               END-IF
           END-IF.
           IF WS-K-LINHA-EST (WS-IDX-CHV) NOT = ZEROS
               SET WS-IDX-EST TO WS-K-LINHA-EST (WS-IDX-CHV)
               MOVE 'ESTOQUE.CSV' TO WS-LG-ARQUIVO
               MOVE WS-E-CODIGO (WS-IDX-EST) TO WS-LG-CODIGO
               IF WS-E-NOME (WS-IDX-EST) NOT =
                       WS-K-NOME (WS-IDX-CHV) (1:11)
                   MOVE 'NOME' TO WS-LG-CAMPO
                   MOVE WS-E-NOME (WS-IDX-EST) TO WS-LG-ANTES
                   MOVE WS-K-NOME (WS-IDX-CHV) (1:11) TO
                       WS-E-NOME (WS-IDX-EST)
                   MOVE WS-E-NOME (WS-IDX-EST) TO WS-LG-DEPOIS
                   WRITE REG-LOG FROM WS-LINHA-LOG
               END-IF
               IF WS-E-VALOR-UNIT (WS-IDX-EST) NOT =
                       WS-K-PRECO (WS-IDX-CHV)
                   MOVE 'PRECO' TO WS-LG-CAMPO
                   MOVE WS-E-VALOR-UNIT (WS-IDX-EST) TO WS-ED-VALOR1
                   MOVE WS-ED-VALOR1 TO WS-LG-ANTES
                   MOVE WS-K-PRECO (WS-IDX-CHV) TO
                       WS-E-VALOR-UNIT (WS-IDX-EST)
                   MOVE WS-E-VALOR-UNIT (WS-IDX-EST) TO WS-ED-VALOR2
                   MOVE WS-ED-VALOR2 TO WS-LG-DEPOIS
                   WRITE REG-LOG FROM WS-LINHA-LOG
               END-IF
           END-IF.

       0700-REGRAVA-INVENTARIO.
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

       0750-REGRAVA-ESTOQUE.
           OPEN OUTPUT ESTOQUE.
           PERFORM VARYING WS-IDX-EST FROM 1 BY 1
                   UNTIL WS-IDX-EST > WS-CNT-EST
               MOVE WS-E-CODIGO (WS-IDX-EST) TO WS-LE-CODIGO
               MOVE WS-E-NOME (WS-IDX-EST) TO WS-LE-NOME
               MOVE WS-E-QNT (WS-IDX-EST) TO WS-LE-QNT
               MOVE WS-E-MIN (WS-IDX-EST) TO WS-LE-MIN
               MOVE WS-E-VALOR-UNIT (WS-IDX-EST) TO WS-LE-VALOR-UNIT
               WRITE REG-ESTOQUE FROM WS-LINHA-ESTOQUE
           END-PERFORM.
           CLOSE ESTOQUE.

       END PROGRAM CONSISTE-PRODUTOS.
