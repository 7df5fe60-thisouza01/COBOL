      *================================================================*
      * Author:
      * Date:
      * Purpose: Acompanhamento dos casos de movimentacao em especie
      *  (COAF-CASOS.DAT) abertos pela batida MONITORA-ESPECIE. A
      *  conformidade lista os casos abertos, consulta um caso pelo
      *  numero e fecha o caso com o parecer; o fechamento carimba o
      *  operador assinado e a data. Exige assinatura de nivel 2
      *  (ASSINA-OPERADOR), pois o parecer encerra a analise.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTEM-CASOS-COAF.
      *================================================================*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COAF-CASOS ASSIGN TO WS-ARQ-CASOS
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-CASOS
             RECORD KEY CASO-NUMERO
             ALTERNATE RECORD KEY CASO-ASSINATURA.

      *================================================================*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD COAF-CASOS.
       COPY COAFREG.

       WORKING-STORAGE SECTION.
      * O ANALISTA ASSINADO PELA SUB-ROTINA COMPARTILHADA
      * ASSINA-OPERADOR, CARIMBADO NO FECHAMENTO DO CASO
       01 OPERADOR-ASSINADO PIC X(06) EXTERNAL.
       01 WS-ASSINATURA.
           05 WS-NIVEL-MINIMO  PIC 9(01) VALUE 2.
           05 WS-OPERADOR      PIC X(06) VALUE SPACES.
           05 WS-NIVEL-OPER    PIC 9(01) VALUE ZEROS.
           05 WS-ASSINADO-OK   PIC X(01) VALUE 'N'.
      *----------------------------------------------------------------*
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      * EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG)
      *----------------------------------------------------------------*
       01 WS-ARQ-CASOS      PIC X(80) VALUE
           'C:\COBOL\COAF-CASOS.DAT'.
       01 WS-CFG-LOGICO     PIC X(20).
       01 WS-CFG-CAMINHO    PIC X(80).
       01 WS-CFG-ACHOU      PIC X(01).

       01 WS-STATUS.
           05 WS-FS-CASOS   PIC X(02).

       01 WS-CONTROLE.
           05 WS-OPCAO         PIC X(01) VALUE SPACE.
           05 WS-EOF           PIC X(01) VALUE 'N'.
           05 WS-RESPOSTA      PIC X(01) VALUE 'N'.
           05 WS-NUMERO        PIC 9(06) VALUE ZEROS.
           05 WS-PARECER       PIC X(40) VALUE SPACES.
           05 WS-DATA-HOJE     PIC 9(08) VALUE ZEROS.
           05 WS-CT-LISTADOS   PIC 9(04) VALUE ZEROS.
           05 WS-TOTAL-ED      PIC ZZZZZZZZ9,99.
           05 WS-TIPO-TEXTO    PIC X(13).
      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       0-PRINCIPAL.
      * O PARECER ENCERRA A ANALISE: SO ANALISTA DE NIVEL 2 OU MAIS
           CALL 'ASSINA-OPERADOR' USING WS-NIVEL-MINIMO WS-OPERADOR
               WS-NIVEL-OPER WS-ASSINADO-OK.
           IF WS-ASSINADO-OK NOT = 'S'
               DISPLAY 'ACESSO NEGADO'
               STOP RUN
           END-IF.
           PERFORM 1-RESOLVE-CAMINHOS.
           PERFORM 2-ABRE-ARQUIVOS.
           PERFORM 4-MENU UNTIL WS-OPCAO = 'X'.
           PERFORM 9-FINALIZA.
           STOP RUN.

       1-RESOLVE-CAMINHOS.
           MOVE 'COAF-CASOS' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-CASOS
           END-IF.

       11-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.

       2-ABRE-ARQUIVOS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O COAF-CASOS.
           IF WS-FS-CASOS NOT = '00'
               DISPLAY 'COAF-CASOS.DAT NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       4-MENU.
           DISPLAY 'CASOS DE MOVIMENTACAO EM ESPECIE (COAF)'.
           DISPLAY '1 - LISTAR CASOS ABERTOS'.
           DISPLAY '2 - CONSULTAR CASO'.
           DISPLAY '3 - FECHAR CASO'.
           DISPLAY 'X - SAIDA'.
           DISPLAY 'OPCAO: '.
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM 5-LISTAR-ABERTOS
               WHEN '2'
                   PERFORM 6-CONSULTAR
               WHEN '3'
                   PERFORM 7-FECHAR
               WHEN OTHER
                   IF WS-OPCAO NOT = 'X'
                       DISPLAY 'ENTRE COM A OPCAO CORRETA'
                   END-IF
           END-EVALUATE.

       5-LISTAR-ABERTOS.
           MOVE ZEROS TO WS-CT-LISTADOS.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO CASO-NUMERO.
           START COAF-CASOS KEY IS NOT LESS THAN CASO-NUMERO
               INVALID KEY MOVE 'S' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'S'
               READ COAF-CASOS NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF CASO-ABERTO
                           ADD 1 TO WS-CT-LISTADOS
                           PERFORM 51-MOSTRA-RESUMO
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CT-LISTADOS = ZEROS
               DISPLAY 'NENHUM CASO ABERTO'
           END-IF.

       51-MOSTRA-RESUMO.
           IF CASO-ACIMA-LIMITE
               MOVE 'ACIMA LIMITE' TO WS-TIPO-TEXTO
           ELSE
               MOVE 'FRACIONAMENTO' TO WS-TIPO-TEXTO
           END-IF.
           MOVE CASO-TOTAL TO WS-TOTAL-ED.
           DISPLAY 'CASO ' CASO-NUMERO ' ' WS-TIPO-TEXTO
               ' CLIENTE ' CASO-FONE ' CONTA ' CASO-CONTA
               ' OPER ' CASO-QTDE-OPER ' TOTAL ' WS-TOTAL-ED
               ' ABERTO ' CASO-DATA-ABERTURA.

       6-CONSULTAR.
           PERFORM 61-LE-CASO.
           IF WS-FS-CASOS = '00'
               PERFORM 51-MOSTRA-RESUMO
               DISPLAY '  OPERACOES DE ' CASO-DATA-INI ' A '
                   CASO-DATA-FIM
               IF CASO-FECHADO
                   DISPLAY '  FECHADO EM ' CASO-DATA-FECHAMENTO
                       ' POR ' CASO-OPERADOR-FECH
                   DISPLAY '  PARECER: ' CASO-PARECER
               ELSE
                   DISPLAY '  CASO EM ABERTO'
               END-IF
           END-IF.

       61-LE-CASO.
           DISPLAY 'NUMERO DO CASO: '.
           ACCEPT WS-NUMERO.
           MOVE WS-NUMERO TO CASO-NUMERO.
           READ COAF-CASOS
               INVALID KEY
                   DISPLAY 'CASO NAO ENCONTRADO'
           END-READ.

      * O PARECER E OBRIGATORIO; CASO FECHADO NAO E REABERTO AQUI
       7-FECHAR.
           PERFORM 61-LE-CASO.
           IF WS-FS-CASOS = '00'
               IF CASO-FECHADO
                   DISPLAY 'CASO JA FECHADO EM ' CASO-DATA-FECHAMENTO
               ELSE
                   PERFORM 51-MOSTRA-RESUMO
                   PERFORM 71-GRAVA-FECHAMENTO
               END-IF
           END-IF.

       71-GRAVA-FECHAMENTO.
           DISPLAY 'PARECER DA CONFORMIDADE: '.
           MOVE SPACES TO WS-PARECER.
           ACCEPT WS-PARECER.
           IF WS-PARECER = SPACES
               DISPLAY 'PARECER OBRIGATORIO - CASO NAO FECHADO'
           ELSE
               DISPLAY 'CONFIRMA O FECHAMENTO (S/N)? '
               ACCEPT WS-RESPOSTA
               IF WS-RESPOSTA = 'S'
                   SET CASO-FECHADO TO TRUE
                   MOVE WS-DATA-HOJE TO CASO-DATA-FECHAMENTO
                   MOVE OPERADOR-ASSINADO TO CASO-OPERADOR-FECH
                   MOVE WS-PARECER TO CASO-PARECER
                   REWRITE COAF-CASO-REG
                       INVALID KEY
                           DISPLAY 'ERRO AO REGRAVAR O CASO'
                       NOT INVALID KEY
                           DISPLAY 'CASO ' CASO-NUMERO ' FECHADO'
                   END-REWRITE
               ELSE
                   DISPLAY 'FECHAMENTO CANCELADO'
               END-IF
           END-IF.

       9-FINALIZA.
           CLOSE COAF-CASOS.
      *================================================================*
