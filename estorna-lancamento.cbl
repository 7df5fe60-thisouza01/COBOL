      *================================================================*
      * Author:
      * Date:
      * Purpose: Estorno de um lancamento individual do TRANS-LOG por
      *  supervisor. Deposito na CONTA-NUMERO errada ou JUROS mal
      *  postado eram consertados editando o CONTAS.DAT na mao, e o
      *  log deixava de reproduzir o saldo no VERIFICA-SALDOS. Agora
      *  o supervisor assina pela ASSINA-OPERADOR com nivel 3, informa
      *  a sequencia do lancamento e, depois de conferir o original
      *  na tela, o programa posta o lancamento contrario - um
      *  ESTORNO-DEB para desfazer credito, um ESTORNO-CRED para
      *  desfazer debito - pelo mesmo valor, com a sequencia do
      *  original amarrada na linha. Lancamento ja estornado, o
      *  proprio estorno e o transporte SALDO-ANTER sao recusados.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTORNA-LANCAMENTO.
      *================================================================*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS ASSIGN TO WS-ARQ-CONTAS
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-CONTAS
             RECORD KEY CONTA-NUMERO.

           SELECT TRANS-LOG ASSIGN TO WS-ARQ-LOG
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-LOG.

      *================================================================*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD CONTAS.
       COPY CONTAREG.

       FD TRANS-LOG.
       01 REG-LOG PIC X(120).

       WORKING-STORAGE SECTION.
      * O SUPERVISOR ASSINADO PELA SUB-ROTINA COMPARTILHADA
      * ASSINA-OPERADOR, CARIMBADO NO LANCAMENTO DE ESTORNO
       01 OPERADOR-ASSINADO PIC X(06) EXTERNAL.
       01 WS-ASSINATURA.
           05 WS-NIVEL-MINIMO  PIC 9(01) VALUE 3.
           05 WS-OPERADOR      PIC X(06) VALUE SPACES.
           05 WS-NIVEL-OPER    PIC 9(01) VALUE ZEROS.
           05 WS-ASSINADO-OK   PIC X(01) VALUE 'N'.
      *----------------------------------------------------------------*
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      * EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG)
      *----------------------------------------------------------------*
       01 WS-ARQ-CONTAS     PIC X(80) VALUE 'C:\COBOL\CONTAS.DAT'.
       01 WS-ARQ-LOG        PIC X(80) VALUE 'C:\COBOL\TRANS-LOG.TXT'.
       01 WS-CFG-LOGICO     PIC X(20).
       01 WS-CFG-CAMINHO    PIC X(80).
       01 WS-CFG-ACHOU      PIC X(01).

       01 WS-STATUS.
           05 WS-FS-CONTAS  PIC X(02).
           05 WS-FS-LOG     PIC X(02).

       01 WS-CONTROLE.
           05 WS-EOF           PIC X(01) VALUE 'N'.
           05 WS-DATA-HOJE     PIC 9(08) VALUE ZEROS.
           05 WS-SEQ-PEDIDA    PIC 9(09) VALUE ZEROS.
           05 WS-ACHOU-ORIG    PIC X(01) VALUE 'N'.
           05 WS-SEQ-ESTORNO   PIC 9(09) VALUE ZEROS.
           05 WS-RESPOSTA      PIC X(01) VALUE 'N'.
           05 WS-VALOR-ED      PIC ZZZZZZZZ9.99.
           05 WS-SALDO-ED      PIC -ZZZZZZZZ9.99.

      * O LANCAMENTO ORIGINAL, GUARDADO NA LEITURA DO LOG
       01 WS-ORIGINAL.
           05 WS-O-CONTA       PIC 9(05).
           05 WS-O-TIPO        PIC X(12).
           05 WS-O-VALOR       PIC S9(09)V99.
           05 WS-O-DATA        PIC 9(08).
           05 WS-O-HORA        PIC 9(06).
           05 WS-O-OPERADOR    PIC X(06).
           05 WS-O-NATUREZA    PIC X(01).
           05 WS-O-SEQ-ORIG    PIC 9(09).

      * LANCAMENTO LIDO (QUALQUER LEIAUTE) E A LINHA DO ESTORNO
       COPY TLOGCAM.
       COPY TLOGLIN.
      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       0-PRINCIPAL.
      * ESTORNO MEXE EM SALDO JA POSTADO: SO SUPERVISOR (NIVEL 3)
           CALL 'ASSINA-OPERADOR' USING WS-NIVEL-MINIMO WS-OPERADOR
               WS-NIVEL-OPER WS-ASSINADO-OK.
           IF WS-ASSINADO-OK NOT = 'S'
               DISPLAY 'ACESSO NEGADO'
               STOP RUN
           END-IF.
           PERFORM 1-RESOLVE-CAMINHOS.
           PERFORM 2-RECEBE-SEQUENCIA.
           PERFORM 3-LOCALIZA-ORIGINAL.
           PERFORM 4-VALIDA-ORIGINAL.
           PERFORM 5-CONFIRMA.
           PERFORM 6-POSTA-ESTORNO.
           STOP RUN.

       1-RESOLVE-CAMINHOS.
           MOVE 'CONTAS-DAT' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-CONTAS
           END-IF.
           MOVE 'TRANS-LOG' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-LOG
           END-IF.

       11-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.

       2-RECEBE-SEQUENCIA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'ESTORNO DE LANCAMENTO DO TRANS-LOG'.
           DISPLAY 'SEQUENCIA DO LANCAMENTO: '.
           ACCEPT WS-SEQ-PEDIDA.
           IF WS-SEQ-PEDIDA = ZEROS
               DISPLAY 'SEQUENCIA INVALIDA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------*
      * UMA PASSADA NO LOG VIVO: GUARDA O LANCAMENTO DA SEQUENCIA
      * PEDIDA E VERIFICA SE ALGUM ESTORNO JA APONTA PARA ELE
      *----------------------------------------------------------------*
       3-LOCALIZA-ORIGINAL.
           OPEN INPUT TRANS-LOG.
           IF WS-FS-LOG NOT = '00'
               DISPLAY 'TRANS-LOG VAZIO OU INEXISTENTE'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 31-LE-LANCAMENTO UNTIL WS-EOF = 'S'.
           CLOSE TRANS-LOG.

       31-LE-LANCAMENTO.
           READ TRANS-LOG
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   CALL 'LE-LINHA-LOG' USING REG-LOG TLG-CAMPOS
                   IF TLG-SEQ = WS-SEQ-PEDIDA
                       MOVE 'S' TO WS-ACHOU-ORIG
                       MOVE TLG-CONTA TO WS-O-CONTA
                       MOVE TLG-TIPO TO WS-O-TIPO
                       MOVE TLG-VALOR TO WS-O-VALOR
                       MOVE TLG-DATA TO WS-O-DATA
                       MOVE TLG-HORA TO WS-O-HORA
                       MOVE TLG-OPERADOR TO WS-O-OPERADOR
                       MOVE TLG-NATUREZA TO WS-O-NATUREZA
                       MOVE TLG-SEQ-ORIG TO WS-O-SEQ-ORIG
                   END-IF
                   IF TLG-SEQ-ORIG = WS-SEQ-PEDIDA
                       MOVE TLG-SEQ TO WS-SEQ-ESTORNO
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * SO SE ESTORNA UMA VEZ, E SO MOVIMENTO: O PROPRIO ESTORNO E O
      * TRANSPORTE DO FECHAMENTO MENSAL NAO TEM O QUE DESFAZER
      *----------------------------------------------------------------*
       4-VALIDA-ORIGINAL.
           IF WS-ACHOU-ORIG = 'N'
               DISPLAY 'LANCAMENTO ' WS-SEQ-PEDIDA ' NAO ENCONTRADO '
                   'NO LOG VIVO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-SEQ-ESTORNO NOT = ZEROS
               DISPLAY 'LANCAMENTO ' WS-SEQ-PEDIDA ' JA ESTORNADO '
                   'PELO LANCAMENTO ' WS-SEQ-ESTORNO
                   ' - ESTORNO RECUSADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-O-SEQ-ORIG NOT = ZEROS
               DISPLAY 'LANCAMENTO ' WS-SEQ-PEDIDA ' E ESTORNO DO '
                   'LANCAMENTO ' WS-O-SEQ-ORIG
                   ' - ESTORNO RECUSADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-O-NATUREZA = 'T'
               DISPLAY 'TRANSPORTE DE SALDO NAO SE ESTORNA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       5-CONFIRMA.
           MOVE WS-O-VALOR TO WS-VALOR-ED.
           DISPLAY 'CONTA....: ' WS-O-CONTA.
           DISPLAY 'TIPO.....: ' WS-O-TIPO.
           DISPLAY 'VALOR....: ' WS-VALOR-ED.
           DISPLAY 'DATA/HORA: ' WS-O-DATA ' ' WS-O-HORA.
           DISPLAY 'OPERADOR.: ' WS-O-OPERADOR.
           DISPLAY 'CONFIRMA O ESTORNO (S/N)? '.
           ACCEPT WS-RESPOSTA.
           IF WS-RESPOSTA NOT = 'S'
               DISPLAY 'ESTORNO CANCELADO'
               STOP RUN
           END-IF.

      *----------------------------------------------------------------*
      * CREDITO SE DESFAZ COM ESTORNO-DEB, DEBITO COM ESTORNO-CRED;
      * O SALDO PODE FICAR NEGATIVO (O DINHEIRO JA SAIU DA CONTA
      * ERRADA), E O SUPERVISOR E AVISADO
      *----------------------------------------------------------------*
       6-POSTA-ESTORNO.
           OPEN I-O CONTAS.
           IF WS-FS-CONTAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR CONTAS.DAT: ' WS-FS-CONTAS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-O-CONTA TO CONTA-NUMERO.
           READ CONTAS
               INVALID KEY
                   DISPLAY 'CONTA ' WS-O-CONTA ' NAO ENCONTRADA - '
                       'ESTORNO NAO POSTADO'
                   MOVE 12 TO RETURN-CODE
                   CLOSE CONTAS
                   STOP RUN
           END-READ.
           IF WS-O-NATUREZA = 'C'
               SUBTRACT WS-O-VALOR FROM CONTA-SALDO
               MOVE 'ESTORNO-DEB' TO WS-LOG-TIPO
           ELSE
               ADD WS-O-VALOR TO CONTA-SALDO
               MOVE 'ESTORNO-CRED' TO WS-LOG-TIPO
           END-IF.
           REWRITE CONTAS-REG
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR A CONTA ' WS-O-CONTA
                   MOVE 12 TO RETURN-CODE
                   CLOSE CONTAS
                   STOP RUN
           END-REWRITE.
           CLOSE CONTAS.
           OPEN EXTEND TRANS-LOG
               IF WS-FS-LOG EQUAL '35'
                   OPEN OUTPUT TRANS-LOG
                   CLOSE TRANS-LOG
                   OPEN EXTEND TRANS-LOG
               END-IF.
           MOVE WS-O-CONTA TO WS-LOG-CONTA.
           MOVE WS-O-VALOR TO WS-LOG-VALOR.
           MOVE CONTA-SALDO TO WS-LOG-SALDO.
           MOVE WS-DATA-HOJE TO WS-LOG-DATA.
           MOVE WS-OPERADOR TO WS-LOG-OPERADOR.
           MOVE WS-SEQ-PEDIDA TO WS-LOG-SEQ-ORIG.
           CALL 'NUMERA-LOG' USING WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.
           CLOSE TRANS-LOG.
           MOVE CONTA-SALDO TO WS-SALDO-ED.
           DISPLAY 'ESTORNO POSTADO - SEQUENCIA ' WS-LOG-SEQ
               ' (' WS-LOG-TIPO ')'.
           DISPLAY 'SALDO DA CONTA ' WS-O-CONTA ': ' WS-SALDO-ED.
           IF CONTA-SALDO < ZEROS
               DISPLAY 'ATENCAO: CONTA FICOU COM SALDO NEGATIVO'
           END-IF.
      *================================================================*
