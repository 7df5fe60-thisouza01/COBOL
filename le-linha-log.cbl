      *================================================================*
      * Author:
      * Date:
      * Purpose: Sub-rotina compartilhada de leitura de uma linha do
      *  TRANS-LOG. Recebe a linha crua e devolve os campos ja
      *  decompostos (copybook TLOGCAM), com valor e saldo em
      *  centavos e com sinal. Reconhece os dois leiautes: o novo
      *  (copybook TLOGLIN, valor e saldo editados com centavos e
      *  sinal, ponto decimal do valor na coluna 32) e o antigo, de
      *  valor e saldo inteiros sem sinal, que continua nos arquivos
      *  mortos do FECHA-TRANSLOG e nas linhas gravadas antes da
      *  troca. Devolve a sequencia, a hora e, no estorno, a
      *  sequencia do lancamento original (zeradas na linha que nao
      *  as tem) e tambem a natureza do lancamento (credito,
      *  debito ou transporte), para que a lista de tipos que
      *  entram na conta viva num lugar so. Pensada para ser chamada
      *  (CALL) como a SITUACAO-CONTA, sem estado entre chamadas.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LE-LINHA-LOG.
      *================================================================*
       DATA DIVISION.
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      * LINHA NO LEIAUTE ANTIGO: VALOR COM 5 E SALDO COM 7 POSICOES
      * INTEIRAS; O OPERADOR SO O TRANS-BANC GRAVAVA
       01 WS-LINHA-ANTIGA.
           05 WS-ANT-CONTA     PIC 9(05).
           05 FILLER           PIC X(02).
           05 WS-ANT-TIPO      PIC X(12).
           05 FILLER           PIC X(02).
           05 WS-ANT-VALOR-TX  PIC X(05).
           05 FILLER           PIC X(02).
           05 WS-ANT-SALDO-TX  PIC X(07).
           05 FILLER           PIC X(02).
           05 WS-ANT-DATA      PIC 9(08).
           05 FILLER           PIC X(02).
           05 WS-ANT-OPERADOR  PIC X(06).
           05 FILLER           PIC X(67).

      * LINHA NO LEIAUTE NOVO, LIDA COMO TEXTO (MESMAS POSICOES DO
      * COPYBOOK TLOGLIN)
       01 WS-LINHA-NOVA.
           05 WS-NOV-CONTA     PIC 9(05).
           05 FILLER           PIC X(02).
           05 WS-NOV-TIPO      PIC X(12).
           05 FILLER           PIC X(02).
           05 WS-NOV-VALOR-TX  PIC X(13).
           05 FILLER           PIC X(02).
           05 WS-NOV-SALDO-TX  PIC X(13).
           05 FILLER           PIC X(02).
           05 WS-NOV-DATA      PIC 9(08).
           05 FILLER           PIC X(02).
           05 WS-NOV-OPERADOR  PIC X(06).
           05 FILLER           PIC X(02).
           05 WS-NOV-SEQ-TX    PIC X(09).
           05 FILLER           PIC X(02).
           05 WS-NOV-HORA-TX   PIC X(06).
           05 FILLER           PIC X(02).
           05 WS-NOV-ORIG-TX   PIC X(09).
           05 FILLER           PIC X(23).

       LINKAGE SECTION.
       01 LK-LINHA             PIC X(120).
       COPY TLOGCAM.

      *================================================================*
       PROCEDURE DIVISION USING LK-LINHA TLG-CAMPOS.
      *----------------------------------------------------------------*
       0-PRINCIPAL.
           IF LK-LINHA (32:1) = '.'
               PERFORM 1-DECOMPOE-NOVA
           ELSE
               PERFORM 2-DECOMPOE-ANTIGA
           END-IF.
           PERFORM 3-CLASSIFICA-NATUREZA.
           GOBACK.

       1-DECOMPOE-NOVA.
           MOVE LK-LINHA TO WS-LINHA-NOVA.
           SET TLG-LEIAUTE-NOVO TO TRUE.
           MOVE WS-NOV-CONTA TO TLG-CONTA.
           MOVE WS-NOV-TIPO TO TLG-TIPO.
           COMPUTE TLG-VALOR = FUNCTION NUMVAL (WS-NOV-VALOR-TX).
           COMPUTE TLG-SALDO = FUNCTION NUMVAL (WS-NOV-SALDO-TX).
           MOVE WS-NOV-DATA TO TLG-DATA.
           MOVE WS-NOV-OPERADOR TO TLG-OPERADOR.
           PERFORM 4-DECOMPOE-SEQUENCIA.

      * NO LEIAUTE ANTIGO VALOR E SALDO SAO REAIS INTEIROS; CHEGAM
      * AQUI COM CENTAVOS ZERADOS
       2-DECOMPOE-ANTIGA.
           MOVE LK-LINHA TO WS-LINHA-ANTIGA.
           SET TLG-LEIAUTE-ANTIGO TO TRUE.
           MOVE WS-ANT-CONTA TO TLG-CONTA.
           MOVE WS-ANT-TIPO TO TLG-TIPO.
           COMPUTE TLG-VALOR = FUNCTION NUMVAL (WS-ANT-VALOR-TX).
           COMPUTE TLG-SALDO = FUNCTION NUMVAL (WS-ANT-SALDO-TX).
           MOVE WS-ANT-DATA TO TLG-DATA.
           MOVE WS-ANT-OPERADOR TO TLG-OPERADOR.
           MOVE ZEROS TO TLG-SEQ.
           MOVE ZEROS TO TLG-HORA.
           MOVE ZEROS TO TLG-SEQ-ORIG.

      *----------------------------------------------------------------*
      * LISTA DOS TIPOS QUE ENTRAM NA CONTA. TIPO NOVO DE CREDITO E
      * ACRESCENTADO AQUI; QUALQUER OUTRO TIPO E DEBITO, MENOS O
      * TRANSPORTE DO FECHAMENTO MENSAL, QUE SO POSICIONA O SALDO
      *----------------------------------------------------------------*
       3-CLASSIFICA-NATUREZA.
           IF TLG-TIPO = 'SALDO-ANTER'
               SET TLG-TRANSPORTE TO TRUE
           ELSE
           IF TLG-TIPO = 'DEPOSITO'
              OR TLG-TIPO = 'TRANSF-ENTRA'
              OR TLG-TIPO = 'AGEND-ENTRA'
              OR TLG-TIPO = 'JUROS'
              OR TLG-TIPO = 'RENDIM-POUP'
              OR TLG-TIPO = 'EMPREST-ENTR'
              OR TLG-TIPO = 'RENEG-ENTRA'
              OR TLG-TIPO = 'RENEG-ABATIM'
              OR TLG-TIPO = 'DEVOL-TRANSF'
              OR TLG-TIPO = 'AJUSTE-CRED'
              OR TLG-TIPO = 'ESTORNO-CRED'
              OR TLG-TIPO = 'RESGATE-PTS'
               SET TLG-CREDITO TO TRUE
           ELSE
               SET TLG-DEBITO TO TRUE
           END-IF
           END-IF.

      * LINHA NOVA GRAVADA ANTES DA NUMERACAO TEM BRANCOS NA
      * SEQUENCIA; VOLTA ZERADA, COMO A LINHA ANTIGA
       4-DECOMPOE-SEQUENCIA.
           IF WS-NOV-SEQ-TX IS NUMERIC
               MOVE WS-NOV-SEQ-TX TO TLG-SEQ
           ELSE
               MOVE ZEROS TO TLG-SEQ
           END-IF.
           IF WS-NOV-HORA-TX IS NUMERIC
               MOVE WS-NOV-HORA-TX TO TLG-HORA
           ELSE
               MOVE ZEROS TO TLG-HORA
           END-IF.
           IF WS-NOV-ORIG-TX IS NUMERIC
               MOVE WS-NOV-ORIG-TX TO TLG-SEQ-ORIG
           ELSE
               MOVE ZEROS TO TLG-SEQ-ORIG
           END-IF.
      *================================================================*
