      ******************************************************************
      * Author:
      * Date:
      * Purpose: Taxa de devolucao por produto e por loja, para achar
      *  os itens problema. Soma, no periodo informado, as unidades
      *  vendidas do historico de vendas postadas que o POSTA-VENDAS
      *  grava (DATA;LOJA;PRODUTO;QUANTIDADE) e as devolvidas do
      *  historico de devolucoes do POSTA-DEVOLUCOES (separando as
      *  que foram para a quarentena como avariadas), e imprime por
      *  produto e, abaixo dele, por loja: vendido, devolvido,
      *  avariado e a taxa de devolucao. Produto ou loja com taxa
      *  acima de TAXA-MAXIMA (%, padrao 5) e pelo menos
      *  MINIMO-DEVOLVIDO unidades devolvidas (padrao 3) sai marcado
      *  como problema (devol-param.txt, linhas NOME;VALOR).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXA-DEVOLUCOES.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL VENDAS-POSTADAS ASSIGN TO WS-ARQ-VENDAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENDAS.

               SELECT OPTIONAL DEVOLUCOES-HIST ASSIGN TO WS-ARQ-DEVOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEVOL.

               SELECT OPTIONAL INVENTARIO ASSIGN TO WS-ARQ-INVENT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INVENT.

               SELECT OPTIONAL DEVOL-PARAM ASSIGN TO WS-ARQ-PARAM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM.

               SELECT TAXA-RELAT ASSIGN TO WS-ARQ-RELAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           FD VENDAS-POSTADAS.
           01 REG-VENDA                PIC X(30).

           FD DEVOLUCOES-HIST.
           01 REG-DEVOL                PIC X(60).

           FD INVENTARIO.
           01 REGISTRO                 PIC X(45).

           FD DEVOL-PARAM.
           01 REG-PARAM                PIC X(40).

           FD TAXA-RELAT.
           01 REG-RELAT                PIC X(90).

       WORKING-STORAGE SECTION.
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      *  EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG)
           01 WS-CAMINHOS.
               05 WS-ARQ-VENDAS        PIC X(80) VALUE
                   "C:\exe-cobol\vendas-postadas.txt".
               05 WS-ARQ-DEVOL         PIC X(80) VALUE
                   "C:\exe-cobol\devolucoes-historico.txt".
               05 WS-ARQ-INVENT        PIC X(80) VALUE
                   "C:\exe-cobol\inventario.csv".
               05 WS-ARQ-PARAM         PIC X(80) VALUE
                   "C:\exe-cobol\devol-param.txt".
               05 WS-ARQ-RELAT         PIC X(80) VALUE
                   "C:\exe-cobol\taxa-devolucoes.txt".

           01 WS-CFG-CHAMADA.
               05 WS-CFG-LOGICO        PIC X(20).
               05 WS-CFG-CAMINHO       PIC X(80).
               05 WS-CFG-ACHOU         PIC X(01).

           01 WS-STATUS.
               05 FS-VENDAS            PIC 9(02).
               05 FS-DEVOL             PIC 9(02).
               05 FS-INVENT            PIC 9(02).
               05 FS-PARAM             PIC 9(02).
               05 FS-RELAT             PIC 9(02).

      * HISTORICO DE DEVOLUCOES POSTADAS
           COPY DVHLIN.

           01 WS-CAMPOS-VENDA.
               05 WS-VP-DATA-TX        PIC X(08).
               05 WS-VP-LOJA           PIC X(06).
               05 WS-VP-PRODID         PIC X(04).
               05 WS-VP-QTD-TX         PIC X(06).
           01 WS-VP-DATA               PIC 9(08) VALUE ZEROS.

           01 WS-CAMPOS-PARAM.
               05 WS-P-NOME            PIC X(20).
               05 WS-P-VALOR1          PIC X(10).

           01 WS-CRITERIOS.
               05 WS-TAXA-MAXIMA       PIC 9(03)V99 VALUE 5.
               05 WS-MINIMO-DEVOLVIDO  PIC 9(05) VALUE 3.

           01 WS-TAB-INVENT.
               05 WS-CNT-INV           PIC 9(03) VALUE ZEROS.
               05 WS-INV-ITEM OCCURS 200 TIMES
                                INDEXED BY WS-IDX-INV.
                   10 WS-I-PRODID      PIC X(04).
                   10 WS-I-NOME        PIC X(18).
                   10 WS-I-QNT         PIC 9(03).
                   10 WS-I-MIN         PIC 9(03).
                   10 WS-I-MAX         PIC 9(03).

      * ACUMULADORES POR PRODUTO E POR PRODUTO + LOJA
           01 WS-TAB-PRODUTO.
               05 WS-CNT-PROD          PIC 9(03) VALUE ZEROS.
               05 WS-PROD-ITEM OCCURS 200 TIMES
                                INDEXED BY WS-IDX-PROD.
                   10 WS-PR-PRODID     PIC X(04).
                   10 WS-PR-VENDIDO    PIC 9(07).
                   10 WS-PR-DEVOLVIDO  PIC 9(07).
                   10 WS-PR-AVARIADO   PIC 9(07).
           01 WS-TAB-PROD-LOJA.
               05 WS-CNT-PL            PIC 9(03) VALUE ZEROS.
               05 WS-PL-ITEM OCCURS 500 TIMES
                                INDEXED BY WS-IDX-PL.
                   10 WS-PL-PRODID     PIC X(04).
                   10 WS-PL-LOJA       PIC X(06).
                   10 WS-PL-VENDIDO    PIC 9(07).
                   10 WS-PL-DEVOLVIDO  PIC 9(07).
                   10 WS-PL-AVARIADO   PIC 9(07).

           01 AUX.
               05 WS-EOF               PIC X(01) VALUE 'N'.
               05 WS-ACHOU             PIC X(01) VALUE 'N'.
               05 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
               05 WS-DATA-INI          PIC 9(08) VALUE ZEROS.
               05 WS-DATA-FIM          PIC 9(08) VALUE ZEROS.
               05 WS-CHAVE-PRODID      PIC X(04) VALUE SPACES.
               05 WS-CHAVE-LOJA        PIC X(06) VALUE SPACES.
               05 WS-QTD-VENDIDA       PIC 9(05) VALUE ZEROS.
               05 WS-QTD-DEVOLVIDA     PIC 9(05) VALUE ZEROS.
               05 WS-QTD-AVARIADA      PIC 9(05) VALUE ZEROS.
               05 WS-TAXA              PIC 9(05)V99 VALUE ZEROS.
               05 WS-CT-PROBLEMA       PIC 9(05) VALUE ZEROS.
               05 WS-CT-TABELA-CHEIA   PIC 9(05) VALUE ZEROS.
               05 WS-TOT-VENDIDO       PIC 9(09) VALUE ZEROS.
               05 WS-TOT-DEVOLVIDO     PIC 9(09) VALUE ZEROS.
               05 WS-TOT-AVARIADO      PIC 9(09) VALUE ZEROS.

           01 WS-CAB1.
               05 FILLER               PIC X(34) VALUE
                   'TAXA DE DEVOLUCAO - PERIODO DE '.
               05 WS-C1-INI            PIC 9(08).
               05 FILLER               PIC X(03) VALUE ' A '.
               05 WS-C1-FIM            PIC 9(08).
           01 WS-CAB2.
               05 FILLER               PIC X(06) VALUE 'PROD'.
               05 FILLER               PIC X(20) VALUE 'NOME / LOJA'.
               05 FILLER               PIC X(09) VALUE '  VENDIDO'.
               05 FILLER               PIC X(09) VALUE '  DEVOLV.'.
               05 FILLER               PIC X(09) VALUE ' AVARIADO'.
               05 FILLER               PIC X(09) VALUE '   TAXA %'.

           01 WS-DET.
               05 WS-D-PRODID          PIC X(04).
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-D-NOME            PIC X(18).
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-D-VENDIDO         PIC ZZZZZZZZ9.
               05 WS-D-DEVOLVIDO       PIC ZZZZZZZZ9.
               05 WS-D-AVARIADO        PIC ZZZZZZZZ9.
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-D-TAXA            PIC ZZZZ9.99.
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-D-OBS             PIC X(16).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0005-RESOLVE-CAMINHOS.
           PERFORM 0100-INICIALIZA.
           PERFORM 0200-SOMA-VENDAS.
           PERFORM 0300-SOMA-DEVOLUCOES.
           PERFORM 0400-IMPRIME-TAXAS.
           PERFORM 0900-FINALIZA.
           STOP RUN.

      * RESOLVE O CAMINHO DE CADA ARQUIVO PELO NOME LOGICO NA
      *  CONFIGURACAO EXTERNA, ANTES DE QUALQUER OPEN
       0005-RESOLVE-CAMINHOS.
           MOVE 'VENDAS-POSTADAS' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-VENDAS
           END-IF.
           MOVE 'DEVOLUCOES-HIST' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-DEVOL
           END-IF.
           MOVE 'INVENTARIO-CSV' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-INVENT
           END-IF.
           MOVE 'DEVOL-PARAM' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-PARAM
           END-IF.
           MOVE 'TAXA-DEVOLUCOES' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-RELAT
           END-IF.

       0006-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.

      * DATA INICIAL ZERADA PEGA OS HISTORICOS DESDE O COMECO E A
      *  FINAL ZERADA VAI ATE HOJE
       0100-INICIALIZA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'DATA INICIAL (AAAAMMDD): '.
           ACCEPT WS-DATA-INI.
           DISPLAY 'DATA FINAL (AAAAMMDD, 0 = HOJE): '.
           ACCEPT WS-DATA-FIM.
           IF WS-DATA-FIM = ZEROS
               MOVE WS-DATA-HOJE TO WS-DATA-FIM
           END-IF.
           PERFORM 0110-CARREGA-PARAMETROS.
           PERFORM 0120-CARREGA-INVENTARIO.
           OPEN OUTPUT TAXA-RELAT.
           IF FS-RELAT NOT = 00
               DISPLAY 'ERRO NA ABERTURA DO RELATORIO: ' FS-RELAT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       0110-CARREGA-PARAMETROS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT DEVOL-PARAM.
           IF FS-PARAM NOT = 00
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ DEVOL-PARAM
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-CAMPOS-PARAM
                       UNSTRING REG-PARAM DELIMITED BY ';'
                           INTO WS-P-NOME WS-P-VALOR1
                       END-UNSTRING
                       EVALUATE WS-P-NOME
                           WHEN 'TAXA-MAXIMA'
                               COMPUTE WS-TAXA-MAXIMA =
                                   FUNCTION NUMVAL (WS-P-VALOR1)
                           WHEN 'MINIMO-DEVOLVIDO'
                               COMPUTE WS-MINIMO-DEVOLVIDO =
                                   FUNCTION NUMVAL (WS-P-VALOR1)
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE DEVOL-PARAM.

       0120-CARREGA-INVENTARIO.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT INVENTARIO.
           IF FS-INVENT NOT = 00
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
           CLOSE INVENTARIO.

       0200-SOMA-VENDAS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT VENDAS-POSTADAS.
           IF FS-VENDAS NOT = 00
               DISPLAY 'SEM HISTORICO DE VENDAS POSTADAS'
               MOVE 'S' TO WS-EOF
           END-IF.
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
                       IF WS-VP-DATA NOT < WS-DATA-INI
                          AND WS-VP-DATA NOT > WS-DATA-FIM
                           MOVE WS-VP-PRODID TO WS-CHAVE-PRODID
                           MOVE WS-VP-LOJA TO WS-CHAVE-LOJA
                           COMPUTE WS-QTD-VENDIDA =
                               FUNCTION NUMVAL (WS-VP-QTD-TX)
                           MOVE ZEROS TO WS-QTD-DEVOLVIDA
                           MOVE ZEROS TO WS-QTD-AVARIADA
                           PERFORM 0500-ACUMULA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VENDAS-POSTADAS.

       0300-SOMA-DEVOLUCOES.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT DEVOLUCOES-HIST.
           IF FS-DEVOL NOT = 00
               DISPLAY 'SEM HISTORICO DE DEVOLUCOES'
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ DEVOLUCOES-HIST INTO WS-LINHA-DEVOL-HIST
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF WS-DH-DATA NOT < WS-DATA-INI
                          AND WS-DH-DATA NOT > WS-DATA-FIM
                           MOVE WS-DH-PRODID TO WS-CHAVE-PRODID
                           MOVE WS-DH-LOJA TO WS-CHAVE-LOJA
                           MOVE ZEROS TO WS-QTD-VENDIDA
                           MOVE WS-DH-QTD TO WS-QTD-DEVOLVIDA
                           MOVE ZEROS TO WS-QTD-AVARIADA
                           IF WS-DH-QUARENTENA
                               MOVE WS-DH-QTD TO WS-QTD-AVARIADA
                           END-IF
                           PERFORM 0500-ACUMULA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEVOLUCOES-HIST.

      *----------------------------------------------------------------*
      * RELATORIO: CADA PRODUTO COM O SEU TOTAL E, ABAIXO, AS LOJAS
      * QUE O VENDERAM OU RECEBERAM DE VOLTA
      *----------------------------------------------------------------*
       0400-IMPRIME-TAXAS.
           MOVE WS-DATA-INI TO WS-C1-INI.
           MOVE WS-DATA-FIM TO WS-C1-FIM.
           WRITE REG-RELAT FROM WS-CAB1.
           MOVE SPACES TO REG-RELAT.
           STRING 'PROBLEMA: TAXA ACIMA DE ' WS-TAXA-MAXIMA
               '% COM NO MINIMO ' WS-MINIMO-DEVOLVIDO
               ' UNIDADES DEVOLVIDAS' DELIMITED BY SIZE
               INTO REG-RELAT.
           WRITE REG-RELAT.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT.
           WRITE REG-RELAT FROM WS-CAB2.
           PERFORM 0410-IMPRIME-PRODUTO
               VARYING WS-IDX-PROD FROM 1 BY 1
               UNTIL WS-IDX-PROD > WS-CNT-PROD.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT.
           MOVE SPACES TO WS-D-PRODID.
           MOVE 'TOTAL' TO WS-D-NOME.
           MOVE WS-TOT-VENDIDO TO WS-D-VENDIDO.
           MOVE WS-TOT-DEVOLVIDO TO WS-D-DEVOLVIDO.
           MOVE WS-TOT-AVARIADO TO WS-D-AVARIADO.
           IF WS-TOT-VENDIDO > ZEROS
               COMPUTE WS-TAXA ROUNDED =
                   WS-TOT-DEVOLVIDO * 100 / WS-TOT-VENDIDO
           ELSE
               MOVE ZEROS TO WS-TAXA
           END-IF.
           MOVE WS-TAXA TO WS-D-TAXA.
           MOVE SPACES TO WS-D-OBS.
           WRITE REG-RELAT FROM WS-DET.

       0410-IMPRIME-PRODUTO.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT.
           MOVE WS-PR-PRODID (WS-IDX-PROD) TO WS-D-PRODID.
           MOVE 'NAO CADASTRADO' TO WS-D-NOME.
           PERFORM VARYING WS-IDX-INV FROM 1 BY 1
                   UNTIL WS-IDX-INV > WS-CNT-INV
               IF WS-I-PRODID (WS-IDX-INV) =
                       WS-PR-PRODID (WS-IDX-PROD)
                   MOVE WS-I-NOME (WS-IDX-INV) TO WS-D-NOME
               END-IF
           END-PERFORM.
           MOVE WS-PR-VENDIDO (WS-IDX-PROD) TO WS-QTD-VENDIDA.
           MOVE WS-PR-DEVOLVIDO (WS-IDX-PROD) TO WS-QTD-DEVOLVIDA.
           MOVE WS-PR-AVARIADO (WS-IDX-PROD) TO WS-QTD-AVARIADA.
           PERFORM 0450-LINHA-DE-TAXA.
           ADD WS-PR-VENDIDO (WS-IDX-PROD) TO WS-TOT-VENDIDO.
           ADD WS-PR-DEVOLVIDO (WS-IDX-PROD) TO WS-TOT-DEVOLVIDO.
           ADD WS-PR-AVARIADO (WS-IDX-PROD) TO WS-TOT-AVARIADO.
           PERFORM VARYING WS-IDX-PL FROM 1 BY 1
                   UNTIL WS-IDX-PL > WS-CNT-PL
               IF WS-PL-PRODID (WS-IDX-PL) =
                       WS-PR-PRODID (WS-IDX-PROD)
                   MOVE SPACES TO WS-D-PRODID
                   MOVE SPACES TO WS-D-NOME
                   STRING '  LOJA ' WS-PL-LOJA (WS-IDX-PL)
                       DELIMITED BY SIZE INTO WS-D-NOME
                   MOVE WS-PL-VENDIDO (WS-IDX-PL) TO WS-QTD-VENDIDA
                   MOVE WS-PL-DEVOLVIDO (WS-IDX-PL)
                       TO WS-QTD-DEVOLVIDA
                   MOVE WS-PL-AVARIADO (WS-IDX-PL)
                       TO WS-QTD-AVARIADA
                   PERFORM 0450-LINHA-DE-TAXA
               END-IF
           END-PERFORM.

      * DEVOLUCAO SEM VENDA NO PERIODO (VENDA ORIGINAL ANTERIOR) NAO
      *  TEM TAXA, MAS AINDA CONTA PARA O MINIMO DE DEVOLVIDAS
       0450-LINHA-DE-TAXA.
           MOVE WS-QTD-VENDIDA TO WS-D-VENDIDO.
           MOVE WS-QTD-DEVOLVIDA TO WS-D-DEVOLVIDO.
           MOVE WS-QTD-AVARIADA TO WS-D-AVARIADO.
           IF WS-QTD-VENDIDA > ZEROS
               COMPUTE WS-TAXA ROUNDED =
                   WS-QTD-DEVOLVIDA * 100 / WS-QTD-VENDIDA
           ELSE
               MOVE ZEROS TO WS-TAXA
           END-IF.
           MOVE WS-TAXA TO WS-D-TAXA.
           MOVE SPACES TO WS-D-OBS.
           IF WS-QTD-DEVOLVIDA NOT < WS-MINIMO-DEVOLVIDO
              AND WS-QTD-DEVOLVIDA > ZEROS
              AND (WS-TAXA > WS-TAXA-MAXIMA
                   OR WS-QTD-VENDIDA = ZEROS)
               MOVE '** PROBLEMA' TO WS-D-OBS
               ADD 1 TO WS-CT-PROBLEMA
           END-IF.
           WRITE REG-RELAT FROM WS-DET.

      * SOMA VENDIDO/DEVOLVIDO/AVARIADO NO PRODUTO E NO PAR
      *  PRODUTO + LOJA, ABRINDO A ENTRADA QUANDO NOVA
       0500-ACUMULA.
           MOVE 'N' TO WS-ACHOU.
           PERFORM VARYING WS-IDX-PROD FROM 1 BY 1
                   UNTIL WS-IDX-PROD > WS-CNT-PROD
                      OR WS-ACHOU = 'S'
               IF WS-PR-PRODID (WS-IDX-PROD) = WS-CHAVE-PRODID
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = 'S'
               SET WS-IDX-PROD DOWN BY 1
           ELSE
               IF WS-CNT-PROD < 200
                   ADD 1 TO WS-CNT-PROD
                   SET WS-IDX-PROD TO WS-CNT-PROD
                   MOVE WS-CHAVE-PRODID TO WS-PR-PRODID (WS-IDX-PROD)
                   MOVE ZEROS TO WS-PR-VENDIDO (WS-IDX-PROD)
                   MOVE ZEROS TO WS-PR-DEVOLVIDO (WS-IDX-PROD)
                   MOVE ZEROS TO WS-PR-AVARIADO (WS-IDX-PROD)
                   MOVE 'S' TO WS-ACHOU
               ELSE
                   ADD 1 TO WS-CT-TABELA-CHEIA
               END-IF
           END-IF.
           IF WS-ACHOU = 'S'
               ADD WS-QTD-VENDIDA TO WS-PR-VENDIDO (WS-IDX-PROD)
               ADD WS-QTD-DEVOLVIDA TO WS-PR-DEVOLVIDO (WS-IDX-PROD)
               ADD WS-QTD-AVARIADA TO WS-PR-AVARIADO (WS-IDX-PROD)
               PERFORM 0510-ACUMULA-LOJA
           END-IF.

       0510-ACUMULA-LOJA.
           MOVE 'N' TO WS-ACHOU.
           PERFORM VARYING WS-IDX-PL FROM 1 BY 1
                   UNTIL WS-IDX-PL > WS-CNT-PL
                      OR WS-ACHOU = 'S'
               IF WS-PL-PRODID (WS-IDX-PL) = WS-CHAVE-PRODID
                  AND WS-PL-LOJA (WS-IDX-PL) = WS-CHAVE-LOJA
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = 'S'
               SET WS-IDX-PL DOWN BY 1
           ELSE
               IF WS-CNT-PL < 500
                   ADD 1 TO WS-CNT-PL
                   SET WS-IDX-PL TO WS-CNT-PL
                   MOVE WS-CHAVE-PRODID TO WS-PL-PRODID (WS-IDX-PL)
                   MOVE WS-CHAVE-LOJA TO WS-PL-LOJA (WS-IDX-PL)
                   MOVE ZEROS TO WS-PL-VENDIDO (WS-IDX-PL)
                   MOVE ZEROS TO WS-PL-DEVOLVIDO (WS-IDX-PL)
                   MOVE ZEROS TO WS-PL-AVARIADO (WS-IDX-PL)
                   MOVE 'S' TO WS-ACHOU
               ELSE
                   ADD 1 TO WS-CT-TABELA-CHEIA
               END-IF
           END-IF.
           IF WS-ACHOU = 'S'
               ADD WS-QTD-VENDIDA TO WS-PL-VENDIDO (WS-IDX-PL)
               ADD WS-QTD-DEVOLVIDA TO WS-PL-DEVOLVIDO (WS-IDX-PL)
               ADD WS-QTD-AVARIADA TO WS-PL-AVARIADO (WS-IDX-PL)
           END-IF.

       0900-FINALIZA.
           CLOSE TAXA-RELAT.
           DISPLAY 'PRODUTOS ANALISADOS.....: ' WS-CNT-PROD.
           DISPLAY 'LINHAS COM PROBLEMA.....: ' WS-CT-PROBLEMA.
           IF WS-CT-TABELA-CHEIA > ZEROS
               DISPLAY 'MOVIMENTOS FORA DA TABELA: '
                   WS-CT-TABELA-CHEIA
           END-IF.
           IF WS-CT-PROBLEMA > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM TAXA-DEVOLUCOES.
