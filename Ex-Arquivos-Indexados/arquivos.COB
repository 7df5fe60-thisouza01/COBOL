      *
      * OBJETIVO:     GERAR ARQUIVO DE SAIDA QUE CONTEM APENAS AS DU-
      *               PLICATAS QUE NAO FORAM CANCELADAS (SITUACAO DA
      *               DUPLICATA DEVE SER DIFERENTE DE "CNC"), NEM
      *               LIQUIDADAS ("LIQ", "LJU", "LDS") OU BAIXADAS
      *               ("BXA") PELO RETORNO DO BANCO, E CUJO
      *               VENCIMENTO CAIA DENTRO DO PERIODO DE PROJECAO
      *               INFORMADO PELO CHAMADOR
      *
      *               080826  SELECAO RESTRITA AO PERIODO INFORMADO;
      *                       CONTADOR E VALOR DAS CANCELADAS; QUEBRA
      *                       DE SUBTOTAIS POR CD-CATEGORIA
      *               151026  DUPLICATAS LIQUIDADAS OU BAIXADAS PELO
      *                       RETORNO DA COBRANCA (CRP0308) FICAM
      *                       FORA DA PROJECAO
      *
      *----------------------------------------------------------------*

           03 CRA0205-VL-FATURA        PIC S9(013)V9(002).
           03 CRA0205-CD-CATEGORIA     PIC  X(003).
           03 CRA0205-ST-DUPLICATA     PIC  X(003).
               88 CRA0205-LIQUIDADA        VALUE 'LIQ' 'LJU' 'LDS'.
               88 CRA0205-BAIXADA          VALUE 'BXA'.

      *----------------------------------------------------------------*
      * DUPLICATAS ATIVAS EMITIDAS NO PERIODO
           03 WT-CT-GRAVADOS           PIC  9(006) VALUE ZEROS.
           03 WT-CT-CANCELADAS         PIC  9(006) VALUE ZEROS.
           03 WT-CT-FORA-PERIODO       PIC  9(006) VALUE ZEROS.
           03 WT-CT-LIQUIDADAS         PIC  9(006) VALUE ZEROS.

       01 WT-VALORES.
           03 WT-VL-GRAVADAS           PIC S9(013)V9(002) VALUE ZEROS.
           03 WT-VL-CANCELADAS         PIC S9(013)V9(002) VALUE ZEROS.
           03 WT-VL-FORA-PERIODO       PIC S9(013)V9(002) VALUE ZEROS.
           03 WT-VL-LIQUIDADAS         PIC S9(013)V9(002) VALUE ZEROS.
           03 WT-VL-TOTAL-LIDO         PIC S9(013)V9(002) VALUE ZEROS.

      *----------------------------------------------------------------*
               ADD 1 TO WT-CT-CANCELADAS
               ADD CRA0205-VL-FATURA TO WT-VL-CANCELADAS
           ELSE
             IF CRA0205-LIQUIDADA OR CRA0205-BAIXADA
               ADD 1 TO WT-CT-LIQUIDADAS
               ADD CRA0205-VL-FATURA TO WT-VL-LIQUIDADAS
             ELSE
               IF CRA0205-DT-VENCIMENTO NOT < WT-DT-INICIO
                  AND CRA0205-DT-VENCIMENTO NOT > WT-DT-FIM
                   PERFORM 21-GRAVA-SAIDA THRU 21-FIM
                   ADD 1 TO WT-CT-FORA-PERIODO
                   ADD CRA0205-VL-FATURA TO WT-VL-FORA-PERIODO
               END-IF
             END-IF
           END-IF

           READ CRA0205.
               ' VALOR= ' WT-VL-CANCELADAS.
           DISPLAY 'FORA DO PERIODO= ' WT-CT-FORA-PERIODO
               ' VALOR= ' WT-VL-FORA-PERIODO.
           DISPLAY 'LIQUID/BAIXADAS= ' WT-CT-LIQUIDADAS
               ' VALOR= ' WT-VL-LIQUIDADAS.
           DISPLAY 'VALOR GRAVADO=   ' WT-VL-GRAVADAS.
           DISPLAY 'VALOR TOTAL LIDO=' WT-VL-TOTAL-LIDO.

