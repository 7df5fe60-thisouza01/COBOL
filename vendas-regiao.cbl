      *  programa para aparecer nos totais.
      * Tectonics: cobc
      ******************************************************************
      * 15/10/2026 TS Devolucoes de cliente passaram a entrar como
      *               linha propria de cada regiao e loja, em vez de
      *               venda negativa: o arquivo de devolucoes por loja
      *               gravado pelo POSTA-DEVOLUCOES (loja|regiao|data|
      *               valor) e consolidado junto com as vendas, o
      *               relatorio mostra devolucoes e venda liquida por
      *               regiao e as devolucoes de cada loja no ranking,
      *               e o arquivo e esvaziado depois de consolidado; o
      *               historico continua com a venda bruta
      * 02/09/2026 TS Consolidacao abriu o detalhe por loja: o mestre
      *               de lojas (codigo;nome;regiao, validado contra
      *               regioes.dat) entra em tabela, cada venda soma
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REJ.

               SELECT OPTIONAL DEVOLUCOES-REGIAO ASSIGN TO
                "C:\exe-cobol\devolucoes-regiao.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEVOL.

       DATA DIVISION.
       FILE SECTION.
           FD VENDAS-REGIAO.
           FD VENDAS-REJEITADAS.
           01 REG-REJEITADO           PIC X(74).

      * DEVOLUCOES DE CLIENTE POSTADAS DESDE A ULTIMA CONSOLIDACAO:
      *  LOJA|REGIAO|DATA|VALOR (VALOR COM O PONTO DECIMAL)
           FD DEVOLUCOES-REGIAO.
           01 REG-DEVOLUCAO           PIC X(40).

       WORKING-STORAGE SECTION.
           01 WS-REGISTRO.
               05 WS-LOJA             PIC X(06).
                   10 WS-REGIAO-VALOR    PIC 9(10)V99 VALUE ZEROS.
                   10 WS-REGIAO-CNT      PIC 9(04) VALUE ZEROS.
                   10 WS-REGIAO-MEDIA    PIC 9(08)V99 VALUE ZEROS.
                   10 WS-REGIAO-DEV-VALOR PIC 9(10)V99 VALUE ZEROS.
                   10 WS-REGIAO-DEV-CNT  PIC 9(04) VALUE ZEROS.

           01 AUX.
               05 EOF                 PIC X(01) VALUE 'N'.
               05 WS-ACHOU-LOJA       PIC X(01) VALUE 'N'.
               05 WS-CT-DATA-INVAL    PIC 9(05) VALUE ZEROS.
               05 WS-CT-LOJA-DESC     PIC 9(05) VALUE ZEROS.
               05 EOF-DEVOL           PIC X(01) VALUE 'N'.
               05 WS-CT-DEVOL-DESC    PIC 9(05) VALUE ZEROS.
               05 WS-VENDA-LIQUIDA    PIC S9(10)V99 VALUE ZEROS.

      * MESTRE DE LOJAS EM MEMORIA, COM OS ACUMULADORES POR LOJA
           01 WS-TAB-LOJAS.
                   10 WS-L-REGIAO     PIC A(05).
                   10 WS-L-VALOR      PIC 9(10)V99.
                   10 WS-L-CNT        PIC 9(04).
                   10 WS-L-DEV-VALOR  PIC 9(10)V99.
                   10 WS-L-DEV-CNT    PIC 9(04).
           01 WS-CAMPOS-LOJA.
               05 WS-LJ-CODIGO        PIC X(06).
               05 WS-LJ-NOME          PIC X(20).
               05 WS-LJ-REGIAO        PIC X(05).
           01 WS-CAMPOS-DEVOL.
               05 WS-DV-LOJA          PIC X(06).
               05 WS-DV-REGIAO        PIC X(05).
               05 WS-DV-DATA          PIC X(08).
               05 WS-DV-VALOR-TX      PIC X(12).
           01 WS-DV-VALOR             PIC 9(08)V99 VALUE ZEROS.
           01 WS-IDX-LJ2              PIC 9(03) VALUE ZEROS.
           01 WS-MELHOR-IDX           PIC 9(03) VALUE ZEROS.
           01 WS-PARTICIPACAO         PIC 9(03)V99 VALUE ZEROS.
               05 FS-HISTORICO        PIC 9(02).
               05 FS-LOJAS            PIC 9(02).
               05 FS-REJ              PIC 9(02).
               05 FS-DEVOL            PIC 9(02).

           01 WS-DATA-EXECUCAO        PIC 9(08) VALUE ZEROS.

                   END-IF
               END-IF
           END-PERFORM.
           PERFORM 0520-CONSOLIDA-DEVOLUCOES.
           PERFORM 0550-MEDIA-REGIAO.
           PERFORM 0600-MOSTRA-VALOR-REGIAO.
           PERFORM 0650-RANKING-POR-LOJA.
           PERFORM 0700-GRAVA-HISTORICO.
           PERFORM 0750-ESVAZIA-DEVOLUCOES.
           PERFORM 1000-FECHA-REGISTRO.
            STOP RUN.

                                   WS-L-VALOR (WS-IDX-LOJA)
                               MOVE ZEROS TO
                                   WS-L-CNT (WS-IDX-LOJA)
                               MOVE ZEROS TO
                                   WS-L-DEV-VALOR (WS-IDX-LOJA)
                               MOVE ZEROS TO
                                   WS-L-DEV-CNT (WS-IDX-LOJA)
                           END-IF
                       END-IF
               END-READ
               DISPLAY 'REGIAO INEXISTENTE'
           END-IF.

      * DEVOLUCAO NAO ABATE A VENDA: SOMA EM ACUMULADORES PROPRIOS
      *  DA LOJA E DA REGIAO DA LOJA NO MESTRE
       0520-CONSOLIDA-DEVOLUCOES.
           OPEN INPUT DEVOLUCOES-REGIAO.
           IF FS-DEVOL NOT = 00
               MOVE 'Y' TO EOF-DEVOL
           END-IF.
           PERFORM UNTIL EOF-DEVOL = 'Y'
               READ DEVOLUCOES-REGIAO
                   AT END MOVE 'Y' TO EOF-DEVOL
                   NOT AT END
                       MOVE SPACES TO WS-CAMPOS-DEVOL
                       UNSTRING REG-DEVOLUCAO DELIMITED BY '|'
                           INTO WS-DV-LOJA WS-DV-REGIAO WS-DV-DATA
                                WS-DV-VALOR-TX
                       END-UNSTRING
                       COMPUTE WS-DV-VALOR =
                           FUNCTION NUMVAL (WS-DV-VALOR-TX)
                       PERFORM 0530-SOMA-DEVOLUCAO
               END-READ
           END-PERFORM.
           CLOSE DEVOLUCOES-REGIAO.

       0530-SOMA-DEVOLUCAO.
           MOVE 'N' TO WS-ACHOU-LOJA.
           PERFORM VARYING WS-IDX-LOJA FROM 1 BY 1
                   UNTIL WS-IDX-LOJA > WS-CNT-LOJAS
                      OR WS-ACHOU-LOJA = 'S'
               IF WS-L-CODIGO (WS-IDX-LOJA) = WS-DV-LOJA
                   MOVE 'S' TO WS-ACHOU-LOJA
                   ADD WS-DV-VALOR TO WS-L-DEV-VALOR (WS-IDX-LOJA)
                   ADD 1 TO WS-L-DEV-CNT (WS-IDX-LOJA)
                   PERFORM VARYING WS-IDX-REGIAO FROM 1 BY 1
                           UNTIL WS-IDX-REGIAO > WS-CNT-REGIOES
                       IF WS-REGIAO-NOME (WS-IDX-REGIAO) =
                               WS-L-REGIAO (WS-IDX-LOJA)
                           ADD WS-DV-VALOR TO
                               WS-REGIAO-DEV-VALOR (WS-IDX-REGIAO)
                           ADD 1 TO
                               WS-REGIAO-DEV-CNT (WS-IDX-REGIAO)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF WS-ACHOU-LOJA = 'N'
               ADD 1 TO WS-CT-DEVOL-DESC
               DISPLAY 'LOJA DESCONHECIDA NA DEVOLUCAO: ' WS-DV-LOJA
                   ' - IGNORADA'
           END-IF.

       0550-MEDIA-REGIAO.
           PERFORM VARYING WS-IDX-REGIAO FROM 1 BY 1
                   UNTIL WS-IDX-REGIAO > WS-CNT-REGIOES
                   DISPLAY 'VALOR DAS VENDAS: '
                       WS-REGIAO-VALOR (WS-IDX-REGIAO)
                   DISPLAY 'MEDIA: 'WS-REGIAO-MEDIA (WS-IDX-REGIAO)
                   IF WS-REGIAO-DEV-CNT (WS-IDX-REGIAO) > 0
                       DISPLAY 'DEVOLUCOES: '
                           WS-REGIAO-DEV-CNT (WS-IDX-REGIAO)
                           ' VALOR: '
                           WS-REGIAO-DEV-VALOR (WS-IDX-REGIAO)
                       COMPUTE WS-VENDA-LIQUIDA =
                           WS-REGIAO-VALOR (WS-IDX-REGIAO) -
                           WS-REGIAO-DEV-VALOR (WS-IDX-REGIAO)
                       DISPLAY 'VENDA LIQUIDA: ' WS-VENDA-LIQUIDA
                   END-IF
                   IF WS-REGIAO-VALOR (WS-IDX-REGIAO) > WS-LIMIAR-ALTA
                       DISPLAY 'REGIAO DE ALTA VENDA'
                   END-IF
               IF WS-PARTICIPACAO < WS-LIMIAR-PART
                   DISPLAY '    ** ABAIXO DA PARTICIPACAO MINIMA **'
               END-IF
               IF WS-L-DEV-CNT (WS-IDX-LOJA) > ZEROS
                   DISPLAY '     DEVOLUCOES '
                       WS-L-DEV-CNT (WS-IDX-LOJA)
                       ' VALOR ' WS-L-DEV-VALOR (WS-IDX-LOJA)
               END-IF
      * ZERA A CONTAGEM DA LOJA JA LISTADA PARA A PROXIMA PASSADA
      * ESCOLHER A SEGUINTE (O VALOR FICA PARA O HISTORICO)
               MOVE ZEROS TO WS-L-CNT (WS-IDX-LOJA)
           END-PERFORM.
           CLOSE VENDAS-HISTORICO.

      * DEVOLUCOES JA CONSOLIDADAS SAEM DO ARQUIVO, PARA A PROXIMA
      *  RODADA NAO CONTA-LAS DE NOVO
       0750-ESVAZIA-DEVOLUCOES.
           OPEN OUTPUT DEVOLUCOES-REGIAO.
           CLOSE DEVOLUCOES-REGIAO.

       1000-FECHA-REGISTRO.
           CLOSE VENDAS-REGIAO.
           CLOSE VENDAS-REJEITADAS.
               DISPLAY 'REGISTROS REJEITADOS POR LOJA: '
                   WS-CT-LOJA-DESC
           END-IF.
           IF WS-CT-DEVOL-DESC > ZEROS
               DISPLAY 'DEVOLUCOES IGNORADAS POR LOJA: '
                   WS-CT-DEVOL-DESC
           END-IF.

       END PROGRAM VENDAS-REGIAO.
