      *  desconhecido e venda maior que o estoque para o arquivo de
      *  rejeitos no padrao da suite (job de origem e codigo de
      *  motivo nas primeiras posicoes, como o TRATA-ERROS grava) e
      *  imprime os totais de movimento do dia. Cada venda baixada
      *  vai tambem para o kardex (sub-rotina GRAVA-KARDEX) como
      *  saida ao custo medio vigente do produto, e para o
      *  historico de vendas postadas (DATA;LOJA;PRODUTO;QUANTIDADE;
      *  VENDEDOR), base do TAXA-DEVOLUCOES para a taxa de devolucao
      *  e do APURA-COMISSOES para a comissao. A linha de venda traz
      *  no fim o codigo do vendedor (vendedores.dat liga o codigo ao
      *  CPF da folha); venda sem vendedor posta igual, sem comissao.
      *  Depois do vendedor a linha pode trazer o fone do cliente
      *  (CLIENTES-FONE) que se identificou no caixa; ele segue para o
      *  historico de vendas postadas, de onde o APURA-PONTOS tira os
      *  pontos de fidelidade por real gasto. Sem fone, nao ha pontos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REJ.

               SELECT VENDAS-POSTADAS ASSIGN TO WS-ARQ-POSTADAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-POSTADAS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           FD VENDAS-MOVTO.
           01 REG-VENDA                PIC X(50).

           FD INVENTARIO.
           01 REGISTRO                 PIC X(45).
           FD VENDAS-REJEITADAS.
           01 REG-REJEITADO            PIC X(74).

           FD VENDAS-POSTADAS.
           01 REG-POSTADA              PIC X(40).

       WORKING-STORAGE SECTION.
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      *  EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG)
                   "C:\exe-cobol\inventario.csv".
               05 WS-ARQ-REJ           PIC X(80) VALUE
                   "C:\exe-cobol\vendas-rejeitadas.csv".
               05 WS-ARQ-POSTADAS      PIC X(80) VALUE
                   "C:\exe-cobol\vendas-postadas.txt".

           01 WS-CFG-CHAMADA.
               05 WS-CFG-LOGICO        PIC X(20).
               05 FS-VENDAS            PIC 9(02).
               05 FS-INVENT            PIC 9(02).
               05 FS-REJ               PIC 9(02).
               05 FS-POSTADAS          PIC 9(02).

           01 WS-CAMPOS-VENDA.
               05 WS-V-PRODID          PIC X(04).
               05 WS-V-QTD-TX          PIC X(06).
               05 WS-V-LOJA            PIC X(03).
               05 WS-V-DATA            PIC X(08).
               05 WS-V-VENDEDOR        PIC X(04).
               05 WS-V-FONE            PIC X(09).
           01 WS-V-QTD                 PIC 9(04) VALUE ZEROS.

      * PARAMETROS DA SUB-ROTINA GRAVA-KARDEX (RAZAO DE MOVIMENTOS
      *  DE ESTOQUE); VENDA SEM DATA NA LINHA ENTRA COM A DE HOJE
           01 WS-KARDEX-CHAMADA.
               05 WS-KC-PRODID         PIC X(04).
               05 WS-KC-DATA           PIC 9(08).
               05 WS-KC-TIPO           PIC X(01) VALUE 'V'.
               05 WS-KC-QTD            PIC S9(05).
               05 WS-KC-SALDO          PIC 9(05).
               05 WS-KC-CUSTO          PIC 9(06)V99.
               05 WS-KC-ORIGEM         PIC X(12) VALUE
                   'POSTA-VENDAS'.

           01 WS-TAB-INVENT.
               05 WS-CNT-INV           PIC 9(03) VALUE ZEROS.
               05 WS-INV-ITEM OCCURS 200 TIMES
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-REJ-MOTIVO        PIC X(20) VALUE SPACES.

      * HISTORICO DE VENDAS POSTADAS (APPEND-ONLY), UMA LINHA POR
      *  VENDA BAIXADA; O VENDEDOR E O FONE DO CLIENTE VAO NO FIM,
      *  PARA OS LEITORES DAS PRIMEIRAS COLUNAS NAO MUDAREM
           01 WS-LINHA-POSTADA.
               05 WS-VP-DATA           PIC 9(08).
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-VP-LOJA           PIC X(06).
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-VP-PRODID         PIC X(04).
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-VP-QTD            PIC 9(04).
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-VP-VENDEDOR       PIC X(04).
               05 FILLER               PIC X(01) VALUE ';'.
               05 WS-VP-FONE           PIC X(09).

           01 WS-LINHA-INVENT.
               05 WS-CSV-PRODID        PIC X(04).
               05 FILLER               PIC X(01) VALUE ','.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-REJ
           END-IF.
           MOVE 'VENDAS-POSTADAS' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-POSTADAS
           END-IF.

       0006-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               STOP RUN
           END-IF.
           OPEN OUTPUT VENDAS-REJEITADAS.
           OPEN EXTEND VENDAS-POSTADAS.
           IF FS-POSTADAS = 35
               OPEN OUTPUT VENDAS-POSTADAS
           END-IF.

       0200-CARREGA-INVENTARIO.
           READ INVENTARIO
                   MOVE SPACES TO WS-CAMPOS-VENDA
                   UNSTRING REG-VENDA DELIMITED BY ';'
                       INTO WS-V-PRODID WS-V-QTD-TX WS-V-LOJA
                            WS-V-DATA WS-V-VENDEDOR WS-V-FONE
                   END-UNSTRING
                   COMPUTE WS-V-QTD =
                       FUNCTION NUMVAL (WS-V-QTD-TX)
                           WS-I-QNT (WS-IDX-INV)
                       ADD 1 TO WS-CT-BAIXADAS
                       ADD WS-V-QTD TO WS-TOT-UNIDADES
                       PERFORM 0450-GRAVA-KARDEX
                   END-IF
               END-IF
           END-PERFORM.
               PERFORM 0500-GRAVA-REJEITO
           END-IF.

       0450-GRAVA-KARDEX.
           MOVE WS-V-PRODID TO WS-KC-PRODID.
           IF WS-V-DATA IS NUMERIC
               MOVE WS-V-DATA TO WS-KC-DATA
           ELSE
               ACCEPT WS-KC-DATA FROM DATE YYYYMMDD
           END-IF.
           COMPUTE WS-KC-QTD = 0 - WS-V-QTD.
           MOVE WS-I-QNT (WS-IDX-INV) TO WS-KC-SALDO.
           MOVE ZEROS TO WS-KC-CUSTO.
           CALL 'GRAVA-KARDEX' USING WS-KC-PRODID WS-KC-DATA
               WS-KC-TIPO WS-KC-QTD WS-KC-SALDO WS-KC-CUSTO
               WS-KC-ORIGEM.
           MOVE WS-KC-DATA TO WS-VP-DATA.
           MOVE WS-V-LOJA TO WS-VP-LOJA.
           MOVE WS-V-PRODID TO WS-VP-PRODID.
           MOVE WS-V-QTD TO WS-VP-QTD.
           MOVE WS-V-VENDEDOR TO WS-VP-VENDEDOR.
           IF WS-V-FONE IS NUMERIC
               MOVE WS-V-FONE TO WS-VP-FONE
           ELSE
               MOVE SPACES TO WS-VP-FONE
           END-IF.
           WRITE REG-POSTADA FROM WS-LINHA-POSTADA.

       0500-GRAVA-REJEITO.
           MOVE REG-VENDA TO WS-REJ-DETALHE.
           WRITE REG-REJEITADO FROM WS-LINHA-REJEITADO.
           DISPLAY 'VENDAS REJEITADAS......: ' WS-CT-REJEITADAS.
           CLOSE VENDAS-MOVTO.
           CLOSE VENDAS-REJEITADAS.
           CLOSE VENDAS-POSTADAS.

       END PROGRAM POSTA-VENDAS.
