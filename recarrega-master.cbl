       COPY CLIREG.

       FD CONTAS.
       COPY CONTAREG.

       FD PRODUTOS.
       COPY PRODREG.
           05 FILLER               PIC X(03).
           05 WS-TRL-QTD           PIC 9(07).
           05 FILLER               PIC X(190).
      * CONTA DESCARREGADA ANTES DO SALDO COM CENTAVOS E SINAL
      * (NUMERO + SALDO INTEIRO); NO LEIAUTE NOVO A POSICAO 6 DO
      * PAYLOAD E O SINAL DO SALDO
       01 WS-IMG-CONTA-ANTIGA REDEFINES WS-LINHA-IMG.
           05 FILLER               PIC X(03).
           05 WS-ANT-NUMERO        PIC 9(05).
           05 WS-ANT-SALDO         PIC 9(07).
           05 FILLER               PIC X(185).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   NOT INVALID KEY ADD 1 TO WS-CT-GRAVADOS
               END-WRITE
           WHEN 2
               IF WS-IMG-PAYLOAD (6:1) = '+' OR '-'
                   MOVE WS-IMG-PAYLOAD (1:17) TO CONTAS-REG
               ELSE
                   MOVE WS-ANT-NUMERO TO CONTA-NUMERO
                   MOVE WS-ANT-SALDO TO CONTA-SALDO
               END-IF
               MOVE WS-IMG-PAYLOAD (1:5) TO WS-CHAVE-ATUAL (1:5)
               WRITE CONTAS-REG
                   INVALID KEY PERFORM 0350-ERRO-CHAVE
