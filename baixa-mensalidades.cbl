      *================================================================*
      * Author:
      * Date:
      * Purpose: Baixa das mensalidades pagas, pelo arquivo de
      *  retorno do banco. Cada linha do retorno traz o nosso numero
      *  do boleto (matricula + competencia, a chave de
      *  MENSALIDADES.DAT), a data do pagamento (AAAAMMDD) e o valor
      *  pago em centavos. Pagamento depois do vencimento - vencimento
      *  em fim de semana ou feriado passa para o dia util seguinte
      *  (sub-rotina DIA-UTIL), como no COBRA-ATRASO - deve a multa
      *  fixa (MULTA;pct) e os juros do mes pro rata dia (JUROS-MES;
      *  pct) do arquivo de parametros das mensalidades; o pagamento
      *  que cobre valor e encargos quita a mensalidade, o que fica
      *  abaixo e anotado e a mensalidade continua aberta com o
      *  saldo. Nosso numero desconhecido, mensalidade ja paga e
      *  pagamento ja baixado (retorno reprocessado) sao recusados e
      *  saem no relatorio da baixa.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAIXA-MENSALIDADES.
      *================================================================*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MENSALIDADES ASSIGN TO WS-ARQ-MENSAL
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-MENSAL
             RECORD KEY MEN-CHAVE.

           SELECT OPTIONAL MENSALIDADE-PARAM ASSIGN TO WS-ARQ-PARAM
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-PARAM.

           SELECT RETORNO-MENSAL ASSIGN TO WS-ARQ-RETORNO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-RETORNO.

           SELECT RELATORIO-BAIXA ASSIGN TO WS-ARQ-RELAT
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-RELAT.

      *================================================================*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD MENSALIDADES.
       COPY MENSREG.

       FD MENSALIDADE-PARAM.
       01 REG-PARAM PIC X(40).

       FD RETORNO-MENSAL.
       01 REG-RETORNO PIC X(40).

       FD RELATORIO-BAIXA.
       01 REG-RELAT PIC X(100).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      * EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG)
      *----------------------------------------------------------------*
       01 WS-ARQ-MENSAL     PIC X(80) VALUE
           'C:\exe-cobol\mensalidades.dat'.
       01 WS-ARQ-PARAM      PIC X(80) VALUE
           'C:\exe-cobol\mensalidade-param.txt'.
       01 WS-ARQ-RETORNO    PIC X(80) VALUE
           'C:\exe-cobol\mensalidades-retorno.txt'.
       01 WS-ARQ-RELAT      PIC X(80) VALUE
           'C:\exe-cobol\mensalidades-baixa.txt'.
       01 WS-CFG-LOGICO     PIC X(20).
       01 WS-CFG-CAMINHO    PIC X(80).
       01 WS-CFG-ACHOU      PIC X(01).

       01 WS-STATUS.
           05 WS-FS-MENSAL     PIC X(02).
           05 WS-FS-PARAM      PIC X(02).
           05 WS-FS-RETORNO    PIC X(02).
           05 WS-FS-RELAT      PIC X(02).

      * ENCARGOS DO PAGAMENTO EM ATRASO: MULTA FIXA (%) E JUROS AO
      * MES (%), COBRADOS PRO RATA DIA
       01 WS-PARAMETROS.
           05 WS-PCT-MULTA     PIC 9(02)V99 VALUE ZEROS.
           05 WS-PCT-JUROS-MES PIC 9(02)V99 VALUE ZEROS.

       01 WS-PARAM-CAMPOS.
           05 WS-P-NOME        PIC X(15).
           05 WS-P-VALOR1      PIC X(10).

       01 WS-RETORNO-CAMPOS.
           05 WS-RT-NOSSO-NUM  PIC X(12).
           05 WS-RT-DATA-TX    PIC X(08).
           05 WS-RT-VALOR-TX   PIC X(10).
       01 WS-RT-DATA           PIC 9(08) VALUE ZEROS.
       01 WS-RT-CENTAVOS       PIC 9(10) VALUE ZEROS.
       01 WS-RT-VALOR          PIC 9(08)V99 VALUE ZEROS.

       01 WS-CONTROLE.
           05 WS-EOF           PIC X(01) VALUE 'N'.
           05 WS-EOF-PARAM     PIC X(01) VALUE 'N'.
           05 WS-VALIDO        PIC X(01) VALUE 'S'.
           05 WS-VENC-UTIL     PIC 9(08) VALUE ZEROS.
           05 WS-DIAS-ATRASO   PIC 9(05) VALUE ZEROS.
           05 WS-CT-LIDOS      PIC 9(05) VALUE ZEROS.
           05 WS-CT-QUITADAS   PIC 9(05) VALUE ZEROS.
           05 WS-CT-PARCIAIS   PIC 9(05) VALUE ZEROS.
           05 WS-CT-RECUSADOS  PIC 9(05) VALUE ZEROS.
           05 WS-TOT-RECEBIDO  PIC 9(09)V99 VALUE ZEROS.
           05 WS-TOT-ENCARGOS  PIC 9(08)V99 VALUE ZEROS.

      * PARAMETROS DA SUB-ROTINA DE CALENDARIO DIA-UTIL
       01 WS-DU-CHAMADA.
           05 WS-DU-FUNCAO     PIC X(01).
           05 WS-DU-DATA       PIC 9(08).
           05 WS-DU-DIAS       PIC 9(03).
           05 WS-DU-RESULTADO  PIC 9(08).
           05 WS-DU-UTIL       PIC X(01).

       01 WS-CALCULO.
           05 WS-ENCARGOS      PIC 9(05)V99 VALUE ZEROS.
           05 WS-DEVIDO        PIC 9(06)V99 VALUE ZEROS.
           05 WS-PAGO-TOTAL    PIC 9(08)V99 VALUE ZEROS.
           05 WS-FALTA         PIC 9(06)V99 VALUE ZEROS.

       01 WS-CABECALHO.
           05 FILLER           PIC X(13) VALUE 'NOSSO NUMERO'.
           05 FILLER           PIC X(09) VALUE 'DT PAGTO'.
           05 FILLER           PIC X(11) VALUE '      PAGO'.
           05 FILLER           PIC X(10) VALUE '    VALOR'.
           05 FILLER           PIC X(10) VALUE ' ENCARGOS'.
           05 FILLER           PIC X(06) VALUE ' DIAS'.
           05 FILLER           PIC X(09) VALUE 'RESULTADO'.

       01 WS-LINHA-BAIXA.
           05 WS-LB-NOSSO-NUM  PIC X(12).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-LB-DATA       PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-LB-PAGO       PIC ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-LB-VALOR      PIC ZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-LB-ENCARGOS   PIC ZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-LB-DIAS       PIC ZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-LB-RESULTADO  PIC X(35).

       01 WS-LINHA-FALTA.
           05 FILLER           PIC X(20) VALUE 'PAGO A MENOR - FALTA'.
           05 WS-LF-FALTA      PIC ZZZ.ZZ9,99.
      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       0-PRINCIPAL.
           PERFORM 1-RESOLVE-CAMINHOS.
           PERFORM 2-CARREGA-PARAMETROS.
           PERFORM 3-ABRE-ARQUIVOS.
           PERFORM 4-LE-RETORNO UNTIL WS-EOF = 'S'.
           PERFORM 9-FINALIZA.
           STOP RUN.

       1-RESOLVE-CAMINHOS.
           MOVE 'MENSALIDADES-DAT' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-MENSAL
           END-IF.
           MOVE 'MENSALIDADE-PARAM' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-PARAM
           END-IF.
           MOVE 'MENSALIDADES-RET' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-RETORNO
           END-IF.
           MOVE 'MENSALIDADES-BXA' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-RELAT
           END-IF.

       11-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.

      * LINHAS MULTA;PCT E JUROS-MES;PCT; SEM O ARQUIVO O PAGAMENTO
      * EM ATRASO E BAIXADO SEM ENCARGOS
       2-CARREGA-PARAMETROS.
           OPEN INPUT MENSALIDADE-PARAM.
           IF WS-FS-PARAM = '00'
               PERFORM 21-LE-PARAMETRO UNTIL WS-EOF-PARAM = 'S'
           ELSE
               DISPLAY 'SEM ARQUIVO DE PARAMETROS - BAIXA SEM '
                   'ENCARGOS'
           END-IF.
           CLOSE MENSALIDADE-PARAM.

       21-LE-PARAMETRO.
           READ MENSALIDADE-PARAM
               AT END MOVE 'S' TO WS-EOF-PARAM
               NOT AT END
                   MOVE SPACES TO WS-PARAM-CAMPOS
                   UNSTRING REG-PARAM DELIMITED BY ';'
                       INTO WS-P-NOME WS-P-VALOR1
                   END-UNSTRING
                   EVALUATE WS-P-NOME
                   WHEN 'MULTA'
                       COMPUTE WS-PCT-MULTA =
                           FUNCTION NUMVAL (WS-P-VALOR1)
                   WHEN 'JUROS-MES'
                       COMPUTE WS-PCT-JUROS-MES =
                           FUNCTION NUMVAL (WS-P-VALOR1)
                   WHEN 'DIA-VENCIMENTO'
                   WHEN 'DESCONTO-IRMAO'
                   WHEN 'MESES-BLOQUEIO'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'PARAMETRO DESCONHECIDO: ' WS-P-NOME
                   END-EVALUATE
           END-READ.

       3-ABRE-ARQUIVOS.
           OPEN INPUT RETORNO-MENSAL.
           IF WS-FS-RETORNO NOT = '00'
               DISPLAY 'SEM ARQUIVO DE RETORNO DO BANCO: '
                   WS-FS-RETORNO
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O MENSALIDADES.
           IF WS-FS-MENSAL NOT = '00'
               DISPLAY 'ERRO AO ABRIR MENSALIDADES.DAT: '
                   WS-FS-MENSAL
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RELATORIO-BAIXA.
           MOVE 'BAIXA DAS MENSALIDADES PELO RETORNO DO BANCO'
               TO REG-RELAT.
           WRITE REG-RELAT.
           MOVE WS-CABECALHO TO REG-RELAT.
           WRITE REG-RELAT.

       4-LE-RETORNO.
           READ RETORNO-MENSAL
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-CT-LIDOS
                   PERFORM 5-TRATA-PAGAMENTO
           END-READ.

      *----------------------------------------------------------------*
      * CONFERE A LINHA E A MENSALIDADE; O PAGAMENTO SO E APLICADO A
      * MENSALIDADE ABERTA E COM DATA POSTERIOR A ULTIMA BAIXA
      *----------------------------------------------------------------*
       5-TRATA-PAGAMENTO.
           MOVE SPACES TO WS-RETORNO-CAMPOS.
           UNSTRING REG-RETORNO DELIMITED BY ';'
               INTO WS-RT-NOSSO-NUM WS-RT-DATA-TX WS-RT-VALOR-TX
           END-UNSTRING.
           MOVE SPACES TO WS-LINHA-BAIXA.
           MOVE WS-RT-NOSSO-NUM TO WS-LB-NOSSO-NUM.
           MOVE WS-RT-DATA-TX TO WS-LB-DATA.
           MOVE ZEROS TO WS-LB-PAGO WS-LB-VALOR WS-LB-ENCARGOS.
           MOVE ZEROS TO WS-LB-DIAS.
           MOVE 'S' TO WS-VALIDO.
           IF WS-RT-NOSSO-NUM NOT NUMERIC
              OR WS-RT-DATA-TX NOT NUMERIC
               MOVE 'LINHA INVALIDA' TO WS-LB-RESULTADO
               MOVE 'N' TO WS-VALIDO
           ELSE
               MOVE WS-RT-DATA-TX TO WS-RT-DATA
               COMPUTE WS-RT-CENTAVOS =
                   FUNCTION NUMVAL (WS-RT-VALOR-TX)
               COMPUTE WS-RT-VALOR = WS-RT-CENTAVOS / 100
               MOVE WS-RT-VALOR TO WS-LB-PAGO
               MOVE WS-RT-NOSSO-NUM TO MEN-CHAVE
               READ MENSALIDADES
                   INVALID KEY
                       MOVE 'NOSSO NUMERO DESCONHECIDO'
                           TO WS-LB-RESULTADO
                       MOVE 'N' TO WS-VALIDO
               END-READ
           END-IF.
           IF WS-VALIDO = 'S'
               MOVE MEN-VALOR TO WS-LB-VALOR
               EVALUATE TRUE
               WHEN MEN-PAGA
                   MOVE 'MENSALIDADE JA PAGA' TO WS-LB-RESULTADO
                   MOVE 'N' TO WS-VALIDO
               WHEN MEN-VALOR-PAGO > ZEROS
                    AND MEN-DATA-PAGTO NOT < WS-RT-DATA
                   MOVE 'PAGAMENTO JA BAIXADO' TO WS-LB-RESULTADO
                   MOVE 'N' TO WS-VALIDO
               WHEN WS-RT-VALOR = ZEROS
                   MOVE 'VALOR PAGO ZERADO' TO WS-LB-RESULTADO
                   MOVE 'N' TO WS-VALIDO
               END-EVALUATE
           END-IF.
           IF WS-VALIDO = 'S'
               PERFORM 6-APLICA-PAGAMENTO
           ELSE
               ADD 1 TO WS-CT-RECUSADOS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           MOVE WS-LINHA-BAIXA TO REG-RELAT.
           WRITE REG-RELAT.

      *----------------------------------------------------------------*
      * ENCARGOS CONTADOS DO VENCIMENTO UTIL ATE A DATA DO PAGAMENTO,
      * SOBRE O VALOR DA MENSALIDADE; O PAGAMENTO SOMA AO QUE JA FOI
      * PAGO ANTES (PAGAMENTO PARCIAL) PARA VER SE QUITA
      *----------------------------------------------------------------*
       6-APLICA-PAGAMENTO.
           MOVE 'P' TO WS-DU-FUNCAO.
           MOVE MEN-VENCIMENTO TO WS-DU-DATA.
           MOVE ZEROS TO WS-DU-DIAS.
           CALL 'DIA-UTIL' USING WS-DU-FUNCAO WS-DU-DATA WS-DU-DIAS
               WS-DU-RESULTADO WS-DU-UTIL.
           MOVE WS-DU-RESULTADO TO WS-VENC-UTIL.
           MOVE ZEROS TO WS-DIAS-ATRASO WS-ENCARGOS.
           IF WS-RT-DATA > WS-VENC-UTIL
               COMPUTE WS-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE (WS-RT-DATA) -
                   FUNCTION INTEGER-OF-DATE (WS-VENC-UTIL)
               COMPUTE WS-ENCARGOS ROUNDED =
                   MEN-VALOR * WS-PCT-MULTA / 100 +
                   MEN-VALOR * WS-PCT-JUROS-MES / 100 / 30
                       * WS-DIAS-ATRASO
           END-IF.
           MOVE WS-DIAS-ATRASO TO WS-LB-DIAS.
           MOVE WS-ENCARGOS TO WS-LB-ENCARGOS.
           COMPUTE WS-DEVIDO = MEN-VALOR + WS-ENCARGOS.
           COMPUTE WS-PAGO-TOTAL = MEN-VALOR-PAGO + WS-RT-VALOR.
           MOVE WS-PAGO-TOTAL TO MEN-VALOR-PAGO.
           MOVE WS-ENCARGOS TO MEN-ENCARGOS.
           MOVE WS-RT-DATA TO MEN-DATA-PAGTO.
           IF WS-PAGO-TOTAL NOT < WS-DEVIDO
               SET MEN-PAGA TO TRUE
               ADD 1 TO WS-CT-QUITADAS
               MOVE 'QUITADA' TO WS-LB-RESULTADO
           ELSE
               ADD 1 TO WS-CT-PARCIAIS
               COMPUTE WS-FALTA = WS-DEVIDO - WS-PAGO-TOTAL
               MOVE WS-FALTA TO WS-LF-FALTA
               MOVE WS-LINHA-FALTA TO WS-LB-RESULTADO
           END-IF.
           REWRITE MENSALIDADE-REG
               INVALID KEY
                   DISPLAY 'ERRO AO BAIXAR A MENSALIDADE ' MEN-CHAVE
                       ': ' WS-FS-MENSAL
                   MOVE 'ERRO NA GRAVACAO' TO WS-LB-RESULTADO
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD WS-RT-VALOR TO WS-TOT-RECEBIDO
                   ADD WS-ENCARGOS TO WS-TOT-ENCARGOS
           END-REWRITE.

       9-FINALIZA.
           DISPLAY 'PAGAMENTOS LIDOS.......: ' WS-CT-LIDOS.
           DISPLAY 'MENSALIDADES QUITADAS..: ' WS-CT-QUITADAS.
           DISPLAY 'PAGAS A MENOR..........: ' WS-CT-PARCIAIS.
           DISPLAY 'PAGAMENTOS RECUSADOS...: ' WS-CT-RECUSADOS.
           DISPLAY 'TOTAL RECEBIDO.........: ' WS-TOT-RECEBIDO.
           DISPLAY 'ENCARGOS DE ATRASO.....: ' WS-TOT-ENCARGOS.
           CLOSE MENSALIDADES.
           CLOSE RETORNO-MENSAL.
           CLOSE RELATORIO-BAIXA.
      *================================================================*
