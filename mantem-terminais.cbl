      *================================================================*
      * Author:
      * Date:
      * Purpose: Manutencao do cadastro de caixas eletronicos da rede
      *  (ATM-TERMINAIS.DAT). Inclui terminal (codigo de 4 posicoes,
      *  local de instalacao e data), altera local e situacao - A
      *  ativo, M em manutencao (so o supervisor opera), D desativado
      *  (nao abre sessao nem entra na ordem de reabastecimento) -,
      *  configura os cassetes (ate 6, denominacao e capacidade de
      *  cada um; o caixa so aceita reabastecer nota configurada e
      *  ate a capacidade) e lista a rede. O codigo LOTE e reservado
      *  as linhas do diario gravadas pela batida de liberacao de
      *  depositos. Desativar terminal com notas nos cassetes so sai
      *  com aviso para o recolhimento. Exige assinatura de nivel 2
      *  (ASSINA-OPERADOR).
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTEM-TERMINAIS.
      *================================================================*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATM-TERMINAIS ASSIGN TO WS-ARQ-TERMINAIS
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-TERMINAIS
             RECORD KEY TRM-ID.

           SELECT ATM-CASSETES ASSIGN TO WS-ARQ-CASSETES
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-CASSETES
             RECORD KEY CAS-CHAVE.

      *================================================================*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD ATM-TERMINAIS.
       COPY ATMTERM.

       FD ATM-CASSETES.
       COPY CASSREG.

       WORKING-STORAGE SECTION.
      * O OPERADOR ASSINADO PELA SUB-ROTINA COMPARTILHADA
      * ASSINA-OPERADOR
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
       01 WS-ARQ-TERMINAIS  PIC X(80) VALUE
           'C:\COBOL\ATM-TERMINAIS.DAT'.
       01 WS-ARQ-CASSETES   PIC X(80) VALUE
           'C:\COBOL\ATM-CASSETES.DAT'.
       01 WS-CFG-LOGICO     PIC X(20).
       01 WS-CFG-CAMINHO    PIC X(80).
       01 WS-CFG-ACHOU      PIC X(01).

       01 WS-STATUS.
           05 WS-FS-TERMINAIS PIC X(02).
           05 WS-FS-CASSETES  PIC X(02).

       01 WS-CONTROLE.
           05 WS-OPCAO         PIC X(01) VALUE SPACE.
           05 WS-EOF           PIC X(01) VALUE 'N'.
           05 WS-VALIDO        PIC X(01) VALUE 'S'.
           05 WS-TEM-CASSETES  PIC X(01) VALUE 'N'.
           05 WS-ID            PIC X(04) VALUE SPACES.
           05 WS-LOCAL         PIC X(30) VALUE SPACES.
           05 WS-SITUACAO      PIC X(01) VALUE SPACE.
           05 WS-DATA-HOJE     PIC 9(08) VALUE ZEROS.
           05 WS-QTD-CASSETES  PIC 9(01) VALUE ZEROS.
           05 WS-IDX-CFG       PIC 9(01) VALUE ZEROS.
           05 WS-IDX-OUTRO     PIC 9(01) VALUE ZEROS.
           05 WS-DENOM         PIC 9(03) VALUE ZEROS.
           05 WS-CAPAC         PIC 9(05) VALUE ZEROS.
           05 WS-NOTAS-CARREG  PIC 9(07) VALUE ZEROS.
           05 WS-CT-LISTADOS   PIC 9(03) VALUE ZEROS.

      * AS NOTAS EM CIRCULACAO QUE UM CASSETE PODE CONTER
       01 WS-NOTA              PIC 9(03) VALUE ZEROS.
           88 WS-NOTA-VALIDA   VALUE 2 5 10 20 50 100 200.

      * CONFIGURACAO DIGITADA, SO GRAVADA SE TODA ELA FOR VALIDA
       01 WS-TAB-CONFIG.
           05 WS-CFG-ITEM OCCURS 6 TIMES.
               10 WS-CFG-DENOM PIC 9(03).
               10 WS-CFG-CAPAC PIC 9(05).
      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       0-PRINCIPAL.
      * A CONFIGURACAO DOS CAIXAS E FUNCAO DE SUPERVISAO
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
           MOVE 'ATM-TERMINAIS' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-TERMINAIS
           END-IF.
           MOVE 'ATM-CASSETES' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-CASSETES
           END-IF.

       11-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.

      * O CADASTRO E CRIADO NA PRIMEIRA INCLUSAO; O INVENTARIO DOS
      * CASSETES SO E CONSULTADO, SE EXISTIR
       2-ABRE-ARQUIVOS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O ATM-TERMINAIS
               IF WS-FS-TERMINAIS EQUAL '35' THEN
                   OPEN OUTPUT ATM-TERMINAIS
                   CLOSE ATM-TERMINAIS
                   OPEN I-O ATM-TERMINAIS
               END-IF.
           IF WS-FS-TERMINAIS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ATM-TERMINAIS.DAT: '
                   WS-FS-TERMINAIS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ATM-CASSETES.
           IF WS-FS-CASSETES = '00'
               MOVE 'S' TO WS-TEM-CASSETES
           END-IF.

       4-MENU.
           DISPLAY 'CADASTRO DE TERMINAIS (CAIXAS ELETRONICOS)'.
           DISPLAY '1 - INCLUIR TERMINAL'.
           DISPLAY '2 - ALTERAR LOCAL/SITUACAO'.
           DISPLAY '3 - CONFIGURAR CASSETES'.
           DISPLAY '4 - LISTAR A REDE'.
           DISPLAY 'X - SAIDA'.
           DISPLAY 'OPCAO: '.
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM 5-INCLUIR
               WHEN '2'
                   PERFORM 6-ALTERAR
               WHEN '3'
                   PERFORM 7-CONFIGURA-CASSETES
               WHEN '4'
                   PERFORM 8-LISTAR
               WHEN OTHER
                   IF WS-OPCAO NOT = 'X'
                       DISPLAY 'ENTRE COM A OPCAO CORRETA'
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
      * INCLUSAO: CODIGO NOVO E NAO RESERVADO, LOCAL OBRIGATORIO;
      * O TERMINAL NASCE EM MANUTENCAO E SEM CASSETES - SO ATENDE
      * DEPOIS DE CONFIGURADO E ATIVADO
      *----------------------------------------------------------------*
       5-INCLUIR.
           DISPLAY 'CODIGO DO TERMINAL (4 POSICOES): '.
           MOVE SPACES TO WS-ID.
           ACCEPT WS-ID.
           DISPLAY 'LOCAL DE INSTALACAO: '.
           MOVE SPACES TO WS-LOCAL.
           ACCEPT WS-LOCAL.
           MOVE 'S' TO WS-VALIDO.
           IF WS-ID = SPACES OR WS-ID = 'LOTE' OR WS-ID = 'REDE'
               DISPLAY 'CODIGO INVALIDO OU RESERVADO'
               MOVE 'N' TO WS-VALIDO
           END-IF.
           IF WS-LOCAL = SPACES
               DISPLAY 'LOCAL OBRIGATORIO'
               MOVE 'N' TO WS-VALIDO
           END-IF.
           IF WS-VALIDO = 'S'
               MOVE WS-ID TO TRM-ID
               READ ATM-TERMINAIS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY 'TERMINAL ' WS-ID ' JA CADASTRADO: '
                           TRM-LOCAL
                       MOVE 'N' TO WS-VALIDO
               END-READ
           END-IF.
           IF WS-VALIDO = 'S'
               MOVE SPACES TO TERMINAL-REG
               MOVE WS-ID TO TRM-ID
               MOVE WS-LOCAL TO TRM-LOCAL
               SET TRM-MANUTENCAO TO TRUE
               MOVE WS-DATA-HOJE TO TRM-DATA-INSTALACAO
               MOVE ZEROS TO TRM-CNT-CASSETES
               PERFORM VARYING WS-IDX-CFG FROM 1 BY 1
                       UNTIL WS-IDX-CFG > 6
                   MOVE ZEROS TO TRM-CAS-DENOM (WS-IDX-CFG)
                   MOVE ZEROS TO TRM-CAS-CAPAC (WS-IDX-CFG)
               END-PERFORM
               WRITE TERMINAL-REG
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR O TERMINAL'
                   NOT INVALID KEY
                       DISPLAY 'TERMINAL ' WS-ID
                           ' INCLUIDO EM MANUTENCAO - CONFIGURE OS '
                           'CASSETES E ATIVE'
               END-WRITE
           END-IF.

      *----------------------------------------------------------------*
      * ALTERACAO DE LOCAL E SITUACAO (EM BRANCO MANTEM O ATUAL);
      * ATIVAR EXIGE CASSETE CONFIGURADO, E DESATIVAR COM NOTAS NOS
      * CASSETES AVISA PARA O RECOLHIMENTO
      *----------------------------------------------------------------*
       6-ALTERAR.
           PERFORM 61-LE-TERMINAL.
           IF WS-FS-TERMINAIS = '00'
               PERFORM 81-MOSTRA-TERMINAL
               DISPLAY 'NOVO LOCAL (EM BRANCO MANTEM): '
               MOVE SPACES TO WS-LOCAL
               ACCEPT WS-LOCAL
               DISPLAY 'NOVA SITUACAO A/M/D (EM BRANCO MANTEM): '
               MOVE SPACE TO WS-SITUACAO
               ACCEPT WS-SITUACAO
               MOVE 'S' TO WS-VALIDO
               IF WS-SITUACAO NOT = SPACE
                   IF WS-SITUACAO NOT = 'A' AND NOT = 'M'
                                      AND NOT = 'D'
                       DISPLAY 'SITUACAO INVALIDA'
                       MOVE 'N' TO WS-VALIDO
                   END-IF
                   IF WS-SITUACAO = 'A' AND TRM-CNT-CASSETES = ZEROS
                       DISPLAY 'TERMINAL SEM CASSETES CONFIGURADOS '
                           '- NAO PODE SER ATIVADO'
                       MOVE 'N' TO WS-VALIDO
                   END-IF
               END-IF
               IF WS-VALIDO = 'S'
                   IF WS-LOCAL NOT = SPACES
                       MOVE WS-LOCAL TO TRM-LOCAL
                   END-IF
                   IF WS-SITUACAO NOT = SPACE
                       MOVE WS-SITUACAO TO TRM-SITUACAO
                   END-IF
                   REWRITE TERMINAL-REG
                       INVALID KEY
                           DISPLAY 'ERRO AO REGRAVAR O TERMINAL'
                       NOT INVALID KEY
                           DISPLAY 'TERMINAL ' TRM-ID ' ALTERADO'
                   END-REWRITE
                   IF TRM-DESATIVADO
                       PERFORM 62-CONFERE-NOTAS
                   END-IF
               END-IF
           END-IF.

       61-LE-TERMINAL.
           DISPLAY 'CODIGO DO TERMINAL: '.
           MOVE SPACES TO WS-ID.
           ACCEPT WS-ID.
           MOVE WS-ID TO TRM-ID.
           READ ATM-TERMINAIS
               INVALID KEY
                   DISPLAY 'TERMINAL NAO ENCONTRADO'
           END-READ.

      * SOMA AS NOTAS AINDA CARREGADAS NOS CASSETES DO TERMINAL
       62-CONFERE-NOTAS.
           MOVE ZEROS TO WS-NOTAS-CARREG.
           IF WS-TEM-CASSETES = 'S'
               MOVE 'N' TO WS-EOF
               MOVE TRM-ID TO CAS-TERMINAL
               MOVE ZEROS TO CAS-DENOM
               START ATM-CASSETES KEY IS NOT LESS THAN CAS-CHAVE
                   INVALID KEY MOVE 'S' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'S'
                   READ ATM-CASSETES NEXT RECORD
                       AT END MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF CAS-TERMINAL NOT = TRM-ID
                               MOVE 'S' TO WS-EOF
                           ELSE
                               ADD CAS-QTD TO WS-NOTAS-CARREG
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-NOTAS-CARREG > ZEROS
               DISPLAY 'AVISO: TERMINAL DESATIVADO COM '
                   WS-NOTAS-CARREG ' NOTA(S) NOS CASSETES - '
                   'PROGRAMAR O RECOLHIMENTO'
           END-IF.

      *----------------------------------------------------------------*
      * CONFIGURACAO DOS CASSETES: DE 1 A 6, CADA UM COM NOTA EM
      * CIRCULACAO, SEM REPETIR DENOMINACAO, E CAPACIDADE MAIOR QUE
      * ZERO; A CONFIGURACAO NOVA SUBSTITUI A ANTERIOR INTEIRA
      *----------------------------------------------------------------*
       7-CONFIGURA-CASSETES.
           PERFORM 61-LE-TERMINAL.
           IF WS-FS-TERMINAIS = '00'
               PERFORM 81-MOSTRA-TERMINAL
               DISPLAY 'QUANTIDADE DE CASSETES (1 A 6): '
               ACCEPT WS-QTD-CASSETES
               MOVE 'S' TO WS-VALIDO
               IF WS-QTD-CASSETES < 1 OR WS-QTD-CASSETES > 6
                   DISPLAY 'QUANTIDADE INVALIDA'
                   MOVE 'N' TO WS-VALIDO
               ELSE
                   PERFORM VARYING WS-IDX-CFG FROM 1 BY 1
                           UNTIL WS-IDX-CFG > WS-QTD-CASSETES
                       PERFORM 71-RECEBE-CASSETE
                   END-PERFORM
               END-IF
               IF WS-VALIDO = 'S'
                   MOVE WS-QTD-CASSETES TO TRM-CNT-CASSETES
                   PERFORM VARYING WS-IDX-CFG FROM 1 BY 1
                           UNTIL WS-IDX-CFG > 6
                       IF WS-IDX-CFG > WS-QTD-CASSETES
                           MOVE ZEROS TO TRM-CAS-DENOM (WS-IDX-CFG)
                           MOVE ZEROS TO TRM-CAS-CAPAC (WS-IDX-CFG)
                       ELSE
                           MOVE WS-CFG-DENOM (WS-IDX-CFG) TO
                               TRM-CAS-DENOM (WS-IDX-CFG)
                           MOVE WS-CFG-CAPAC (WS-IDX-CFG) TO
                               TRM-CAS-CAPAC (WS-IDX-CFG)
                       END-IF
                   END-PERFORM
                   REWRITE TERMINAL-REG
                       INVALID KEY
                           DISPLAY 'ERRO AO REGRAVAR O TERMINAL'
                       NOT INVALID KEY
                           DISPLAY 'CASSETES DO TERMINAL ' TRM-ID
                               ' CONFIGURADOS'
                   END-REWRITE
               ELSE
                   DISPLAY 'CONFIGURACAO NAO GRAVADA'
               END-IF
           END-IF.

       71-RECEBE-CASSETE.
           DISPLAY 'CASSETE ' WS-IDX-CFG ' - DENOMINACAO DA NOTA: '.
           ACCEPT WS-DENOM.
           DISPLAY 'CASSETE ' WS-IDX-CFG ' - CAPACIDADE (NOTAS): '.
           ACCEPT WS-CAPAC.
           MOVE WS-DENOM TO WS-NOTA.
           IF NOT WS-NOTA-VALIDA
               DISPLAY 'NOTA DE ' WS-DENOM ' NAO EXISTE'
               MOVE 'N' TO WS-VALIDO
           END-IF.
           IF WS-CAPAC = ZEROS
               DISPLAY 'CAPACIDADE OBRIGATORIA'
               MOVE 'N' TO WS-VALIDO
           END-IF.
           PERFORM VARYING WS-IDX-OUTRO FROM 1 BY 1
                   UNTIL WS-IDX-OUTRO >= WS-IDX-CFG
               IF WS-CFG-DENOM (WS-IDX-OUTRO) = WS-DENOM
                   DISPLAY 'NOTA DE ' WS-DENOM ' REPETIDA'
                   MOVE 'N' TO WS-VALIDO
               END-IF
           END-PERFORM.
           MOVE WS-DENOM TO WS-CFG-DENOM (WS-IDX-CFG).
           MOVE WS-CAPAC TO WS-CFG-CAPAC (WS-IDX-CFG).

       8-LISTAR.
           MOVE ZEROS TO WS-CT-LISTADOS.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO TRM-ID.
           START ATM-TERMINAIS KEY IS NOT LESS THAN TRM-ID
               INVALID KEY MOVE 'S' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'S'
               READ ATM-TERMINAIS NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CT-LISTADOS
                       PERFORM 81-MOSTRA-TERMINAL
               END-READ
           END-PERFORM.
           IF WS-CT-LISTADOS = ZEROS
               DISPLAY 'NENHUM TERMINAL CADASTRADO'
           END-IF.

       81-MOSTRA-TERMINAL.
           DISPLAY 'TERMINAL ' TRM-ID ' ' TRM-LOCAL
               ' SITUACAO ' TRM-SITUACAO
               ' INSTALADO ' TRM-DATA-INSTALACAO.
           PERFORM VARYING WS-IDX-CFG FROM 1 BY 1
                   UNTIL WS-IDX-CFG > TRM-CNT-CASSETES
               DISPLAY '  CASSETE ' WS-IDX-CFG ' NOTA DE '
                   TRM-CAS-DENOM (WS-IDX-CFG) ' CAPACIDADE '
                   TRM-CAS-CAPAC (WS-IDX-CFG)
           END-PERFORM.

       9-FINALIZA.
           CLOSE ATM-TERMINAIS.
           IF WS-TEM-CASSETES = 'S'
               CLOSE ATM-CASSETES
           END-IF.
      *================================================================*
