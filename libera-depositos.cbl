      * Purpose: Batida noturna de compensacao dos depositos em
      *  envelope do caixa eletronico. O deposito fica retido em
      *  ATM-DEPOSITOS-PEND.DAT na hora da sessao; esta batida libera
      *  todo deposito pendente com D+N dias uteis (N do parametro
      *  DIAS-CLEARING do ATM-LIMITES.TXT, padrao 1; os dias uteis
      *  vem do calendario de feriados pela sub-rotina DIA-UTIL -
      *  deposito de sexta com D+1 so libera na segunda, ou no
      *  primeiro dia util seguinte se for feriado), credita o valor
      *  no CLIENTES-SALDO, marca a pendencia como L (liberada) e
      *  registra a liberacao no diario de operacoes do caixa
      *  (ATM-JOURNAL.TXT), que e de onde contestacoes e balanco do
      *  caixa enxergam o movimento. A linha da liberacao leva o
      *  terminal LOTE, reservado a batida, fora dos caixas da rede.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
           03 DEP-SITUACAO      PIC X(01).

       FD ATM-JOURNAL.
       01 REG-JOURNAL           PIC X(80).

       FD ATM-LIMITES.
       01 REG-LIMITE            PIC X(40).
           05 WS-EOF-LIMITES   PIC X(01) VALUE 'N'.
           05 WS-DIAS-CLEARING PIC 9(03) VALUE 1.
           05 WS-DATA-HOJE     PIC 9(08) VALUE ZEROS.
           05 WS-DATA-LIBERA   PIC 9(08) VALUE ZEROS.
           05 WS-CT-LIBERADOS  PIC 9(04) VALUE ZEROS.
           05 WS-CT-AGUARDANDO PIC 9(04) VALUE ZEROS.
           05 WS-TOT-LIBERADO  PIC 9(09)V99 VALUE ZEROS.

      * PARAMETROS DA SUB-ROTINA DE CALENDARIO DIA-UTIL
       01 WS-DU-CHAMADA.
           05 WS-DU-FUNCAO     PIC X(01).
           05 WS-DU-DATA       PIC 9(08).
           05 WS-DU-DIAS       PIC 9(03).
           05 WS-DU-RESULTADO  PIC 9(08).
           05 WS-DU-UTIL       PIC X(01).

       01 WS-LIM-CAMPOS.
           03 WS-LIM-NOME    PIC X(14).
           03 WS-LIM-TXT1    PIC X(12).
           03 WS-JR-SALDO      PIC ZZZZZZZ9.99.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 WS-JR-RESULTADO  PIC X(08).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 WS-JR-TERMINAL   PIC X(04) VALUE 'LOTE'.
      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

       3-ABRE-ARQUIVOS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O CLIENTES.
           IF CLIENTES-STATUS NOT = 00
               DISPLAY 'CLIENTES.DAT NAO ENCONTRADO'
           END-IF.

      *----------------------------------------------------------------*
      * DEPOSITO PENDENTE COM D+N DIAS UTEIS VENCIDOS (A DATA DE
      * LIBERACAO VEM DA DIA-UTIL): CREDITA O CLIENTES-SALDO, MARCA L
      * E LANCA A LIBERACAO NO DIARIO
      *----------------------------------------------------------------*
       4-LIBERA-VENCIDOS.
           READ ATM-DEPOSITOS-PEND NEXT RECORD
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   IF DEP-SITUACAO = 'P'
                       PERFORM 41-DATA-LIBERACAO
                       IF WS-DATA-HOJE >= WS-DATA-LIBERA
                           PERFORM 5-LIBERA-UM
                       ELSE
                           ADD 1 TO WS-CT-AGUARDANDO
                   END-IF
           END-READ.

       41-DATA-LIBERACAO.
           MOVE 'S' TO WS-DU-FUNCAO.
           MOVE DEP-DATA TO WS-DU-DATA.
           MOVE WS-DIAS-CLEARING TO WS-DU-DIAS.
           CALL 'DIA-UTIL' USING WS-DU-FUNCAO WS-DU-DATA WS-DU-DIAS
               WS-DU-RESULTADO WS-DU-UTIL.
           MOVE WS-DU-RESULTADO TO WS-DATA-LIBERA.

       5-LIBERA-UM.
           MOVE DEP-FONE TO CLIENTES-FONE.
           READ CLIENTES
