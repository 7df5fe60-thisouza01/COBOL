      *  unitario do estoque.csv - e, com a aprovacao do supervisor,
      *  aplica os ajustes no inventario.csv gravando cada correcao
      *  livro-para-fisico no diario de ajustes, para a auditoria.
      *  Cada ajuste aplicado vai tambem para o kardex (sub-rotina
      *  GRAVA-KARDEX) como sobra ou falta ao custo medio vigente.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               05 WS-CT-VARIACOES      PIC 9(03) VALUE ZEROS.
               05 WS-CT-DESCONHEC      PIC 9(03) VALUE ZEROS.

      * PARAMETROS DA SUB-ROTINA GRAVA-KARDEX (RAZAO DE MOVIMENTOS
      *  DE ESTOQUE)
           01 WS-KARDEX-CHAMADA.
               05 WS-KC-PRODID         PIC X(04).
               05 WS-KC-DATA           PIC 9(08).
               05 WS-KC-TIPO           PIC X(01) VALUE 'A'.
               05 WS-KC-QTD            PIC S9(05).
               05 WS-KC-SALDO          PIC 9(05).
               05 WS-KC-CUSTO          PIC 9(06)V99.
               05 WS-KC-ORIGEM         PIC X(12) VALUE
                   'CONTAGEM-EST'.

           01 WS-LINHA-FOLHA.
               05 WS-F-PRODID          PIC X(04).
               05 FILLER               PIC X(02) VALUE SPACES.
                   WRITE REG-DIARIO FROM WS-LINHA-DIARIO
                   MOVE WS-I-CONTADO (WS-IDX-INV) TO
                       WS-I-QNT (WS-IDX-INV)
                   PERFORM 0650-GRAVA-KARDEX
               END-IF
           END-PERFORM.
           CLOSE DIARIO-AJUSTES.
           PERFORM 0700-REGRAVA-INVENTARIO.
           DISPLAY WS-CT-VARIACOES ' AJUSTES APLICADOS'.

       0650-GRAVA-KARDEX.
           MOVE WS-D-PRODID TO WS-KC-PRODID.
           MOVE WS-DATA-HOJE TO WS-KC-DATA.
           MOVE WS-D-DIF TO WS-KC-QTD.
           MOVE WS-D-CONTADO TO WS-KC-SALDO.
           MOVE ZEROS TO WS-KC-CUSTO.
           CALL 'GRAVA-KARDEX' USING WS-KC-PRODID WS-KC-DATA
               WS-KC-TIPO WS-KC-QTD WS-KC-SALDO WS-KC-CUSTO
               WS-KC-ORIGEM.

       0700-REGRAVA-INVENTARIO.
           OPEN OUTPUT INVENTARIO.
           PERFORM VARYING WS-IDX-INV FROM 1 BY 1
