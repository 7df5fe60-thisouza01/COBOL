      *================================================================*
      * Author:
      * Date:
      * Purpose: Contestacao de saque do caixa eletronico - o cliente
      *  diz que o saque foi debitado e as notas nao sairam. O caso
      *  (ATM-CONTESTACOES.DAT) e aberto contra uma sessao do diario
      *  ATM-JOURNAL.TXT: pelo cartao e o dia sao listados os saques
      *  aprovados e o analista escolhe o contestado (a mesma sessao
      *  nao vira dois casos). A consulta e a analise mostram o
      *  balanco daquele terminal naquele dia (historico
      *  ATM-BALANCO-HIST.TXT do BALANCO-CAIXA), com a diferenca em
      *  reais - sobra no caixa favorece o cliente. O caso passa de
      *  aberto a em analise e o supervisor (nivel 2) decide:
      *  reembolso, creditado no CLIENTES-SALDO com linha propria no
      *  diario, ou negativa com o motivo. O relatorio de casos em
      *  aberto (ATM-CONTESTACOES-ABERTAS.TXT) traz a idade de cada
      *  caso, em dias corridos desde a abertura, contra o prazo
      *  regulatorio (linha PRAZO-CONTESTACAO;N do ATM-LIMITES.TXT,
      *  padrao 10 dias), marcando os vencidos e os que vencem nos
      *  dois dias seguintes. Exige assinatura de nivel 1
      *  (ASSINA-OPERADOR).
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTESTA-SAQUE.
      *================================================================*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATM-CONTESTACOES ASSIGN TO WS-ARQ-CONTEST
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-CONTEST
             RECORD KEY CTS-NUMERO.

           SELECT CLIENTES ASSIGN TO WS-ARQ-CLIENTES
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-CLIENTES
             RECORD KEY CLIENTES-KEY.

           SELECT ATM-JOURNAL ASSIGN TO WS-ARQ-JOURNAL
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-JOURNAL.

           SELECT OPTIONAL ATM-BALANCO-HIST ASSIGN TO WS-ARQ-BAL-HIST
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-BAL-HIST.

           SELECT OPTIONAL ATM-LIMITES ASSIGN TO WS-ARQ-LIMITES
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-LIMITES.

           SELECT CONTEST-ABERTAS ASSIGN TO WS-ARQ-ABERTAS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-ABERTAS.

      *================================================================*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD ATM-CONTESTACOES.
       COPY CONTREG.

       FD CLIENTES.
       COPY CLIREG.

       FD ATM-JOURNAL.
       01 REG-JOURNAL           PIC X(80).

       FD ATM-BALANCO-HIST.
       01 REG-BAL-HIST          PIC X(60).

       FD ATM-LIMITES.
       01 REG-LIMITE            PIC X(40).

       FD CONTEST-ABERTAS.
       01 REG-ABERTA            PIC X(100).

       WORKING-STORAGE SECTION.
      * O OPERADOR ASSINADO PELA SUB-ROTINA COMPARTILHADA
      * ASSINA-OPERADOR, CARIMBADO NA ABERTURA E NA DECISAO
       01 OPERADOR-ASSINADO PIC X(06) EXTERNAL.
       01 WS-ASSINATURA.
           05 WS-NIVEL-MINIMO  PIC 9(01) VALUE 1.
           05 WS-OPERADOR      PIC X(06) VALUE SPACES.
           05 WS-NIVEL-OPER    PIC 9(01) VALUE ZEROS.
           05 WS-ASSINADO-OK   PIC X(01) VALUE 'N'.
      * A DECISAO (REEMBOLSO OU NEGATIVA) E DE SUPERVISOR
       01 WS-NIVEL-DECISAO  PIC 9(01) VALUE 2.
      *----------------------------------------------------------------*
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      * EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG)
      *----------------------------------------------------------------*
       01 WS-ARQ-CONTEST    PIC X(80) VALUE
           'C:\COBOL\ATM-CONTESTACOES.DAT'.
       01 WS-ARQ-CLIENTES   PIC X(80) VALUE 'C:\COBOL\CLIENTES.DAT'.
       01 WS-ARQ-JOURNAL    PIC X(80) VALUE
           'C:\COBOL\ATM-JOURNAL.TXT'.
       01 WS-ARQ-BAL-HIST   PIC X(80) VALUE
           'C:\COBOL\ATM-BALANCO-HIST.TXT'.
       01 WS-ARQ-LIMITES    PIC X(80) VALUE
           'C:\COBOL\ATM-LIMITES.TXT'.
       01 WS-ARQ-ABERTAS    PIC X(80) VALUE
           'C:\COBOL\ATM-CONTESTACOES-ABERTAS.TXT'.
       01 WS-CFG-LOGICO     PIC X(20).
       01 WS-CFG-CAMINHO    PIC X(80).
       01 WS-CFG-ACHOU      PIC X(01).

       01 WS-STATUS.
           05 WS-FS-CONTEST  PIC X(02).
           05 WS-FS-CLIENTES PIC X(02).
           05 WS-FS-JOURNAL  PIC X(02).
           05 WS-FS-BAL-HIST PIC X(02).
           05 WS-FS-LIMITES  PIC X(02).
           05 WS-FS-ABERTAS  PIC X(02).

       01 WS-CONTROLE.
           05 WS-OPCAO         PIC X(01) VALUE SPACE.
           05 WS-EOF           PIC X(01) VALUE 'N'.
           05 WS-RESPOSTA      PIC X(01) VALUE 'N'.
           05 WS-VALIDO        PIC X(01) VALUE 'S'.
           05 WS-NUMERO        PIC 9(06) VALUE ZEROS.
           05 WS-PROX-CASO     PIC 9(06) VALUE 1.
           05 WS-FONE          PIC 9(09) VALUE ZEROS.
           05 WS-DATA          PIC 9(08) VALUE ZEROS.
           05 WS-ESCOLHA       PIC 9(02) VALUE ZEROS.
           05 WS-DATA-HOJE     PIC 9(08) VALUE ZEROS.
           05 WS-PRAZO         PIC 9(03) VALUE 10.
           05 WS-IDADE         PIC 9(05) VALUE ZEROS.
           05 WS-MOTIVO        PIC X(40) VALUE SPACES.
           05 WS-CASO-REPETIDO PIC 9(06) VALUE ZEROS.
           05 WS-TEM-BALANCO   PIC X(01) VALUE 'N'.
           05 WS-DIF-REAIS     PIC S9(07)V99 VALUE ZEROS.
           05 WS-VALOR-ED      PIC ZZZZZZ9,99.
           05 WS-DIF-ED        PIC -ZZZZZZ9,99.
           05 WS-EOF-LIMITES   PIC X(01) VALUE 'N'.

       01 WS-LIM-CAMPOS.
           03 WS-LIM-NOME    PIC X(20).
           03 WS-LIM-TXT1    PIC X(12).

      * TERMINAL DAS LINHAS ANTIGAS DO DIARIO, SEM TERMINAL: O CAIXA
      * UNICO DE ANTES DA REDE
       01 WS-TERMINAL-PADRAO PIC X(04) VALUE 'AT01'.

      * A LINHA DO DIARIO COMO O CAIXA A GRAVA, PARA LEITURA
       01 WS-LINHA-JOURNAL.
           03 WS-JR-DATAHORA   PIC 9(14).
           03 FILLER           PIC X(01).
           03 WS-JR-FONE       PIC 9(09).
           03 FILLER           PIC X(01).
           03 WS-JR-OPERACAO   PIC X(12).
           03 FILLER           PIC X(01).
           03 WS-JR-VALOR-TX   PIC X(09).
           03 FILLER           PIC X(01).
           03 WS-JR-SALDO-TX   PIC X(10).
           03 FILLER           PIC X(01).
           03 WS-JR-RESULTADO  PIC X(08).
           03 FILLER           PIC X(01).
           03 WS-JR-TERMINAL   PIC X(04).

      * A LINHA DO REEMBOLSO, NO LEIAUTE DE GRAVACAO DO CAIXA
       01 WS-JR-DATA          PIC 9(08)    VALUE ZEROS.
       01 WS-JR-HORA          PIC 9(08)    VALUE ZEROS.
       01 WS-LINHA-REEMBOLSO.
           03 WS-JG-DATAHORA   PIC 9(14).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 WS-JG-FONE       PIC 9(09).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 WS-JG-OPERACAO   PIC X(12) VALUE 'CONTESTACAO'.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 WS-JG-VALOR      PIC ZZZZZ9.99.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 WS-JG-SALDO      PIC ZZZZZZZ9.99.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 WS-JG-RESULTADO  PIC X(08) VALUE 'APROVADO'.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 WS-JG-TERMINAL   PIC X(04).

      * SAQUES APROVADOS DO CARTAO NO DIA, PARA A ESCOLHA DA SESSAO
       01 WS-TAB-SAQUES.
           05 WS-CNT-SAQUES    PIC 9(02) VALUE ZEROS.
           05 WS-SAQUE-ITEM OCCURS 20 TIMES
                             INDEXED BY WS-IDX-SAQ.
               10 WS-S-DATAHORA PIC 9(14).
               10 WS-S-TERMINAL PIC X(04).
               10 WS-S-VALOR    PIC 9(07)V99.

      * BALANCO DO TERMINAL NO DIA, POR DENOMINACAO (A ULTIMA BATIDA
      * DO DIA PREVALECE)
       COPY BALHLIN.
       01 WS-TAB-BALANCO.
           05 WS-CNT-BALANCO   PIC 9(02) VALUE ZEROS.
           05 WS-BALANCO-ITEM OCCURS 10 TIMES
                               INDEXED BY WS-IDX-BAL.
               10 WS-BL-DENOM   PIC 9(03).
               10 WS-BL-LIVRO   PIC 9(06).
               10 WS-BL-FISICO  PIC 9(06).
               10 WS-BL-DIF     PIC S9(06).
       01 WS-BAL-ACHOU         PIC X(01) VALUE 'N'.

      * RELATORIO DE CASOS EM ABERTO POR IDADE
       01 WS-FAIXAS-IDADE.
           05 WS-CT-ATE-5      PIC 9(05) VALUE ZEROS.
           05 WS-CT-ATE-10     PIC 9(05) VALUE ZEROS.
           05 WS-CT-ATE-30     PIC 9(05) VALUE ZEROS.
           05 WS-CT-MAIS-30    PIC 9(05) VALUE ZEROS.
           05 WS-CT-VENCIDOS   PIC 9(05) VALUE ZEROS.
           05 WS-CT-ABERTOS    PIC 9(05) VALUE ZEROS.

       01 WS-LINHA-ABERTA.
           05 FILLER           PIC X(05) VALUE 'CASO '.
           05 WS-LA-NUMERO     PIC 9(06).
           05 FILLER           PIC X(08) VALUE ' CARTAO '.
           05 WS-LA-FONE       PIC 9(09).
           05 FILLER           PIC X(06) VALUE ' TERM '.
           05 WS-LA-TERMINAL   PIC X(04).
           05 FILLER           PIC X(07) VALUE ' SAQUE '.
           05 WS-LA-VALOR      PIC ZZZZZZ9,99.
           05 FILLER           PIC X(08) VALUE ' ABERTO '.
           05 WS-LA-ABERTURA   PIC 9(08).
           05 FILLER           PIC X(07) VALUE ' IDADE '.
           05 WS-LA-IDADE      PIC ZZZZ9.
           05 FILLER           PIC X(05) VALUE ' SIT '.
           05 WS-LA-SITUACAO   PIC X(01).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-LA-ALERTA     PIC X(08).

       01 WS-LINHA-RESUMO.
           05 WS-LR-ROTULO     PIC X(30).
           05 WS-LR-QTD        PIC ZZZZ9.
      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       0-PRINCIPAL.
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
           MOVE 'ATM-CONTESTACOES' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-CONTEST
           END-IF.
           MOVE 'CLIENTES-DAT' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-CLIENTES
           END-IF.
           MOVE 'ATM-JOURNAL' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-JOURNAL
           END-IF.
           MOVE 'ATM-BALANCO-HIST' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-BAL-HIST
           END-IF.
           MOVE 'ATM-LIMITES' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-LIMITES
           END-IF.
           MOVE 'ATM-CONTEST-ABERTAS' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-ABERTAS
           END-IF.

       11-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.

      * O CADASTRO DE CASOS E CRIADO NA PRIMEIRA ABERTURA E DA O
      * PROXIMO NUMERO; O PRAZO VEM DO ARQUIVO DE PARAMETROS
       2-ABRE-ARQUIVOS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O ATM-CONTESTACOES
               IF WS-FS-CONTEST EQUAL '35' THEN
                   OPEN OUTPUT ATM-CONTESTACOES
                   CLOSE ATM-CONTESTACOES
                   OPEN I-O ATM-CONTESTACOES
               END-IF.
           IF WS-FS-CONTEST NOT = '00'
               DISPLAY 'ERRO AO ABRIR ATM-CONTESTACOES.DAT: '
                   WS-FS-CONTEST
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CLIENTES.
           IF WS-FS-CLIENTES NOT = '00'
               DISPLAY 'CLIENTES.DAT NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO CTS-NUMERO.
           START ATM-CONTESTACOES KEY IS NOT LESS THAN CTS-NUMERO
               INVALID KEY MOVE 'S' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'S'
               READ ATM-CONTESTACOES NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF CTS-NUMERO >= WS-PROX-CASO
                           COMPUTE WS-PROX-CASO = CTS-NUMERO + 1
                       END-IF
               END-READ
           END-PERFORM.
           OPEN INPUT ATM-LIMITES.
           IF WS-FS-LIMITES = '00'
               PERFORM 21-LE-LIMITE UNTIL WS-EOF-LIMITES = 'S'
           END-IF.
           CLOSE ATM-LIMITES.

       21-LE-LIMITE.
           READ ATM-LIMITES
               AT END MOVE 'S' TO WS-EOF-LIMITES
               NOT AT END
                   UNSTRING REG-LIMITE DELIMITED BY ';'
                       INTO WS-LIM-NOME WS-LIM-TXT1
                   END-UNSTRING
                   IF WS-LIM-NOME = 'PRAZO-CONTESTACAO'
                       COMPUTE WS-PRAZO =
                           FUNCTION NUMVAL (WS-LIM-TXT1)
                   END-IF
           END-READ.

       4-MENU.
           DISPLAY 'CONTESTACOES DE SAQUE DO CAIXA ELETRONICO'.
           DISPLAY '1 - ABRIR CONTESTACAO'.
           DISPLAY '2 - CONSULTAR CASO'.
           DISPLAY '3 - INICIAR ANALISE'.
           DISPLAY '4 - DECIDIR CASO (SUPERVISOR)'.
           DISPLAY '5 - RELATORIO DE CASOS EM ABERTO'.
           DISPLAY 'X - SAIDA'.
           DISPLAY 'OPCAO: '.
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM 5-ABRIR
               WHEN '2'
                   PERFORM 6-CONSULTAR
               WHEN '3'
                   PERFORM 7-ANALISAR
               WHEN '4'
                   PERFORM 8-DECIDIR
               WHEN '5'
                   PERFORM 85-RELATORIO-ABERTOS
               WHEN OTHER
                   IF WS-OPCAO NOT = 'X'
                       DISPLAY 'ENTRE COM A OPCAO CORRETA'
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
      * ABERTURA: LISTA OS SAQUES APROVADOS DO CARTAO NO DIA, O
      * ANALISTA ESCOLHE A SESSAO CONTESTADA E O CASO NASCE ABERTO,
      * JA MOSTRANDO O BALANCO DO TERMINAL NAQUELE DIA
      *----------------------------------------------------------------*
       5-ABRIR.
           DISPLAY 'CARTAO (FONE) DO CLIENTE: '.
           ACCEPT WS-FONE.
           DISPLAY 'DATA DO SAQUE (AAAAMMDD): '.
           ACCEPT WS-DATA.
           MOVE WS-FONE TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   DISPLAY 'CLIENTE NAO ENCONTRADO'
           END-READ.
           IF WS-FS-CLIENTES = '00'
               PERFORM 51-LISTA-SAQUES
               IF WS-CNT-SAQUES = ZEROS
                   DISPLAY 'NENHUM SAQUE APROVADO DO CARTAO NO DIA'
               ELSE
                   DISPLAY 'SESSAO CONTESTADA (NUMERO DA LISTA): '
                   ACCEPT WS-ESCOLHA
                   IF WS-ESCOLHA < 1 OR WS-ESCOLHA > WS-CNT-SAQUES
                       DISPLAY 'ESCOLHA INVALIDA'
                   ELSE
                       SET WS-IDX-SAQ TO WS-ESCOLHA
                       PERFORM 52-CONFERE-REPETIDO
                       IF WS-CASO-REPETIDO NOT = ZEROS
                           DISPLAY 'SESSAO JA CONTESTADA NO CASO '
                               WS-CASO-REPETIDO
                       ELSE
                           PERFORM 53-GRAVA-CASO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       51-LISTA-SAQUES.
           MOVE ZEROS TO WS-CNT-SAQUES.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT ATM-JOURNAL.
           IF WS-FS-JOURNAL NOT = '00'
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               MOVE SPACES TO WS-LINHA-JOURNAL
               READ ATM-JOURNAL INTO WS-LINHA-JOURNAL
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF WS-JR-DATAHORA (1:8) = WS-DATA
                          AND WS-JR-FONE = WS-FONE
                          AND WS-JR-OPERACAO = 'SAQUE'
                          AND WS-JR-RESULTADO = 'APROVADO'
                          AND WS-CNT-SAQUES < 20
                           ADD 1 TO WS-CNT-SAQUES
                           SET WS-IDX-SAQ TO WS-CNT-SAQUES
                           MOVE WS-JR-DATAHORA TO
                               WS-S-DATAHORA (WS-IDX-SAQ)
                           IF WS-JR-TERMINAL = SPACES
                               MOVE WS-TERMINAL-PADRAO TO
                                   WS-S-TERMINAL (WS-IDX-SAQ)
                           ELSE
                               MOVE WS-JR-TERMINAL TO
                                   WS-S-TERMINAL (WS-IDX-SAQ)
                           END-IF
                           COMPUTE WS-S-VALOR (WS-IDX-SAQ) =
                               FUNCTION NUMVAL (WS-JR-VALOR-TX)
                           MOVE WS-S-VALOR (WS-IDX-SAQ) TO WS-VALOR-ED
                           DISPLAY WS-CNT-SAQUES ' - '
                               WS-JR-DATAHORA (9:6) ' TERMINAL '
                               WS-S-TERMINAL (WS-IDX-SAQ)
                               ' VALOR ' WS-VALOR-ED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ATM-JOURNAL.

      * A MESMA SESSAO (CARTAO E DATA/HORA DO SAQUE) NAO ABRE OUTRO
      * CASO, QUALQUER QUE SEJA A SITUACAO DO PRIMEIRO
       52-CONFERE-REPETIDO.
           MOVE ZEROS TO WS-CASO-REPETIDO.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO CTS-NUMERO.
           START ATM-CONTESTACOES KEY IS NOT LESS THAN CTS-NUMERO
               INVALID KEY MOVE 'S' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'S'
               READ ATM-CONTESTACOES NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF CTS-FONE = WS-FONE
                          AND CTS-DATAHORA =
                              WS-S-DATAHORA (WS-IDX-SAQ)
                           MOVE CTS-NUMERO TO WS-CASO-REPETIDO
                           MOVE 'S' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM.

       53-GRAVA-CASO.
           MOVE SPACES TO CONTESTACAO-REG.
           MOVE WS-PROX-CASO TO CTS-NUMERO.
           MOVE WS-FONE TO CTS-FONE.
           MOVE WS-S-TERMINAL (WS-IDX-SAQ) TO CTS-TERMINAL.
           MOVE WS-S-DATAHORA (WS-IDX-SAQ) TO CTS-DATAHORA.
           MOVE WS-S-VALOR (WS-IDX-SAQ) TO CTS-VALOR.
           MOVE WS-DATA-HOJE TO CTS-DATA-ABERTURA.
           MOVE OPERADOR-ASSINADO TO CTS-OPERADOR-ABERT.
           SET CTS-ABERTA TO TRUE.
           MOVE ZEROS TO CTS-DIF-BALANCO.
           MOVE ZEROS TO CTS-DATA-DECISAO.
           WRITE CONTESTACAO-REG
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O CASO'
               NOT INVALID KEY
                   ADD 1 TO WS-PROX-CASO
                   DISPLAY 'CASO ' CTS-NUMERO ' ABERTO'
                   PERFORM 71-MOSTRA-BALANCO
           END-WRITE.

       6-CONSULTAR.
           PERFORM 61-LE-CASO.
           IF WS-FS-CONTEST = '00'
               PERFORM 62-MOSTRA-CASO
               PERFORM 71-MOSTRA-BALANCO
           END-IF.

       61-LE-CASO.
           DISPLAY 'NUMERO DO CASO: '.
           ACCEPT WS-NUMERO.
           MOVE WS-NUMERO TO CTS-NUMERO.
           READ ATM-CONTESTACOES
               INVALID KEY
                   DISPLAY 'CASO NAO ENCONTRADO'
           END-READ.

       62-MOSTRA-CASO.
           MOVE CTS-VALOR TO WS-VALOR-ED.
           DISPLAY 'CASO ' CTS-NUMERO ' CARTAO ' CTS-FONE
               ' TERMINAL ' CTS-TERMINAL ' SAQUE DE ' CTS-DATAHORA
               ' VALOR ' WS-VALOR-ED.
           DISPLAY '  ABERTO EM ' CTS-DATA-ABERTURA ' POR '
               CTS-OPERADOR-ABERT ' SITUACAO ' CTS-SITUACAO.
           IF CTS-REEMBOLSADA OR CTS-NEGADA
               DISPLAY '  DECIDIDO EM ' CTS-DATA-DECISAO ' POR '
                   CTS-OPERADOR-DECISAO
           END-IF.
           IF CTS-NEGADA
               DISPLAY '  MOTIVO: ' CTS-MOTIVO
           END-IF.

      *----------------------------------------------------------------*
      * ANALISE: O CASO ABERTO PASSA A EM ANALISE, GUARDANDO A
      * DIFERENCA DO BALANCO DO TERMINAL NO DIA DO SAQUE
      *----------------------------------------------------------------*
       7-ANALISAR.
           PERFORM 61-LE-CASO.
           IF WS-FS-CONTEST = '00'
               IF NOT CTS-ABERTA
                   DISPLAY 'CASO NAO ESTA ABERTO - SITUACAO '
                       CTS-SITUACAO
               ELSE
                   PERFORM 62-MOSTRA-CASO
                   PERFORM 71-MOSTRA-BALANCO
                   SET CTS-EM-ANALISE TO TRUE
                   MOVE WS-DIF-REAIS TO CTS-DIF-BALANCO
                   REWRITE CONTESTACAO-REG
                       INVALID KEY
                           DISPLAY 'ERRO AO REGRAVAR O CASO'
                       NOT INVALID KEY
                           DISPLAY 'CASO ' CTS-NUMERO ' EM ANALISE'
                   END-REWRITE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * BALANCO DO TERMINAL NO DIA DO SAQUE, DO HISTORICO DO
      * BALANCO-CAIXA: DIFERENCA POR DENOMINACAO E O TOTAL EM REAIS.
      * SOBRA NO CAIXA E NOTA QUE FICOU - FAVORECE O CLIENTE
      *----------------------------------------------------------------*
       71-MOSTRA-BALANCO.
           MOVE ZEROS TO WS-CNT-BALANCO.
           MOVE ZEROS TO WS-DIF-REAIS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT ATM-BALANCO-HIST.
           IF WS-FS-BAL-HIST NOT = '00'
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ ATM-BALANCO-HIST INTO WS-LINHA-BAL-HIST
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF WS-BH-DATA = CTS-DATAHORA (1:8)
                          AND WS-BH-TERMINAL = CTS-TERMINAL
                           PERFORM 72-GUARDA-BALANCO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ATM-BALANCO-HIST.
           IF WS-CNT-BALANCO = ZEROS
               DISPLAY '  SEM BALANCO DO TERMINAL ' CTS-TERMINAL
                   ' NO DIA ' CTS-DATAHORA (1:8)
           ELSE
               DISPLAY '  BALANCO DO TERMINAL ' CTS-TERMINAL
                   ' NO DIA ' CTS-DATAHORA (1:8) ':'
               PERFORM VARYING WS-IDX-BAL FROM 1 BY 1
                       UNTIL WS-IDX-BAL > WS-CNT-BALANCO
                   DISPLAY '    NOTA DE ' WS-BL-DENOM (WS-IDX-BAL)
                       ' LIVRO ' WS-BL-LIVRO (WS-IDX-BAL)
                       ' FISICO ' WS-BL-FISICO (WS-IDX-BAL)
                       ' DIFERENCA ' WS-BL-DIF (WS-IDX-BAL)
                   COMPUTE WS-DIF-REAIS = WS-DIF-REAIS +
                       WS-BL-DIF (WS-IDX-BAL) * WS-BL-DENOM (WS-IDX-BAL)
               END-PERFORM
               MOVE WS-DIF-REAIS TO WS-DIF-ED
               EVALUATE TRUE
                   WHEN WS-DIF-REAIS > ZEROS
                       DISPLAY '  SOBRA NO CAIXA DE ' WS-DIF-ED
                           ' - FAVORECE O CLIENTE'
                   WHEN WS-DIF-REAIS < ZEROS
                       DISPLAY '  FALTA NO CAIXA DE ' WS-DIF-ED
                   WHEN OTHER
                       DISPLAY '  CAIXA SEM DIFERENCA NO DIA'
               END-EVALUATE
           END-IF.

       72-GUARDA-BALANCO.
           MOVE 'N' TO WS-BAL-ACHOU.
           PERFORM VARYING WS-IDX-BAL FROM 1 BY 1
                   UNTIL WS-IDX-BAL > WS-CNT-BALANCO
                      OR WS-BAL-ACHOU = 'S'
               IF WS-BL-DENOM (WS-IDX-BAL) = WS-BH-DENOM
                   MOVE 'S' TO WS-BAL-ACHOU
               END-IF
           END-PERFORM.
           IF WS-BAL-ACHOU = 'S'
               SET WS-IDX-BAL DOWN BY 1
           ELSE
               IF WS-CNT-BALANCO < 10
                   ADD 1 TO WS-CNT-BALANCO
                   SET WS-IDX-BAL TO WS-CNT-BALANCO
                   MOVE 'S' TO WS-BAL-ACHOU
               END-IF
           END-IF.
           IF WS-BAL-ACHOU = 'S'
               MOVE WS-BH-DENOM TO WS-BL-DENOM (WS-IDX-BAL)
               MOVE WS-BH-LIVRO TO WS-BL-LIVRO (WS-IDX-BAL)
               MOVE WS-BH-FISICO TO WS-BL-FISICO (WS-IDX-BAL)
               MOVE WS-BH-DIF TO WS-BL-DIF (WS-IDX-BAL)
           END-IF.

      *----------------------------------------------------------------*
      * DECISAO DO SUPERVISOR SOBRE O CASO EM ANALISE: REEMBOLSO
      * (CREDITO NO SALDO DO CLIENTE E LINHA NO DIARIO) OU NEGATIVA
      * COM MOTIVO OBRIGATORIO
      *----------------------------------------------------------------*
       8-DECIDIR.
           IF WS-NIVEL-OPER < WS-NIVEL-DECISAO
               DISPLAY 'DECISAO EXIGE SUPERVISOR (NIVEL '
                   WS-NIVEL-DECISAO ')'
           ELSE
               PERFORM 61-LE-CASO
               IF WS-FS-CONTEST = '00'
                   IF NOT CTS-EM-ANALISE
                       DISPLAY 'SO CASO EM ANALISE E DECIDIDO - '
                           'SITUACAO ' CTS-SITUACAO
                   ELSE
                       PERFORM 62-MOSTRA-CASO
                       MOVE CTS-DIF-BALANCO TO WS-DIF-ED
                       DISPLAY '  DIFERENCA DO BALANCO NA ANALISE: '
                           WS-DIF-ED
                       DISPLAY 'REEMBOLSAR (R) OU NEGAR (N)? '
                       ACCEPT WS-RESPOSTA
                       EVALUATE WS-RESPOSTA
                           WHEN 'R'
                               PERFORM 81-REEMBOLSA
                           WHEN 'N'
                               PERFORM 82-NEGA
                           WHEN OTHER
                               DISPLAY 'DECISAO CANCELADA'
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

       81-REEMBOLSA.
           MOVE CTS-FONE TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   DISPLAY 'CLIENTE NAO ENCONTRADO - REEMBOLSO '
                       'NAO EFETUADO'
           END-READ.
           IF WS-FS-CLIENTES = '00'
               ADD CTS-VALOR TO CLIENTES-SALDO
               REWRITE CLIENTES-REG
                   INVALID KEY
                       DISPLAY 'ERRO AO CREDITAR O CLIENTE'
               END-REWRITE
           END-IF.
           IF WS-FS-CLIENTES = '00'
               PERFORM 83-GRAVA-JOURNAL
               SET CTS-REEMBOLSADA TO TRUE
               PERFORM 84-GRAVA-DECISAO
           END-IF.

       82-NEGA.
           DISPLAY 'MOTIVO DA NEGATIVA: '.
           MOVE SPACES TO WS-MOTIVO.
           ACCEPT WS-MOTIVO.
           IF WS-MOTIVO = SPACES
               DISPLAY 'MOTIVO OBRIGATORIO - CASO NAO DECIDIDO'
           ELSE
               SET CTS-NEGADA TO TRUE
               MOVE WS-MOTIVO TO CTS-MOTIVO
               PERFORM 84-GRAVA-DECISAO
           END-IF.

       83-GRAVA-JOURNAL.
           OPEN EXTEND ATM-JOURNAL
               IF WS-FS-JOURNAL EQUAL '35' THEN
                   OPEN OUTPUT ATM-JOURNAL
                   CLOSE ATM-JOURNAL
                   OPEN EXTEND ATM-JOURNAL
               END-IF.
           ACCEPT WS-JR-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-JR-HORA FROM TIME.
           MOVE WS-JR-DATA TO WS-JG-DATAHORA (1:8).
           MOVE WS-JR-HORA (1:6) TO WS-JG-DATAHORA (9:6).
           MOVE CTS-FONE TO WS-JG-FONE.
           MOVE CTS-VALOR TO WS-JG-VALOR.
           MOVE CLIENTES-SALDO TO WS-JG-SALDO.
           MOVE CTS-TERMINAL TO WS-JG-TERMINAL.
           WRITE REG-JOURNAL FROM WS-LINHA-REEMBOLSO.
           CLOSE ATM-JOURNAL.

       84-GRAVA-DECISAO.
           MOVE WS-DATA-HOJE TO CTS-DATA-DECISAO.
           MOVE OPERADOR-ASSINADO TO CTS-OPERADOR-DECISAO.
           REWRITE CONTESTACAO-REG
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O CASO'
               NOT INVALID KEY
                   DISPLAY 'CASO ' CTS-NUMERO ' DECIDIDO - SITUACAO '
                       CTS-SITUACAO
           END-REWRITE.

      *----------------------------------------------------------------*
      * CASOS ABERTOS E EM ANALISE, DO MAIS ANTIGO AO MAIS NOVO (A
      * NUMERACAO SEGUE A ORDEM DE ABERTURA), COM A IDADE EM DIAS
      * CORRIDOS, VENCIDO ACIMA DO PRAZO E A VENCER NOS DOIS DIAS
      * ANTES DELE; RESUMO POR FAIXA DE IDADE NO FIM
      *----------------------------------------------------------------*
       85-RELATORIO-ABERTOS.
           INITIALIZE WS-FAIXAS-IDADE.
           OPEN OUTPUT CONTEST-ABERTAS.
           MOVE SPACES TO REG-ABERTA.
           STRING 'CONTESTACOES EM ABERTO EM ' WS-DATA-HOJE
               ' - PRAZO ' WS-PRAZO ' DIAS CORRIDOS'
               DELIMITED BY SIZE INTO REG-ABERTA
           END-STRING.
           WRITE REG-ABERTA.
           DISPLAY REG-ABERTA.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO CTS-NUMERO.
           START ATM-CONTESTACOES KEY IS NOT LESS THAN CTS-NUMERO
               INVALID KEY MOVE 'S' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'S'
               READ ATM-CONTESTACOES NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF CTS-PENDENTE
                           PERFORM 86-LINHA-ABERTO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'CASOS EM ABERTO..............' TO WS-LR-ROTULO.
           MOVE WS-CT-ABERTOS TO WS-LR-QTD.
           PERFORM 87-GRAVA-RESUMO.
           MOVE 'ATE 5 DIAS...................' TO WS-LR-ROTULO.
           MOVE WS-CT-ATE-5 TO WS-LR-QTD.
           PERFORM 87-GRAVA-RESUMO.
           MOVE 'DE 6 A 10 DIAS...............' TO WS-LR-ROTULO.
           MOVE WS-CT-ATE-10 TO WS-LR-QTD.
           PERFORM 87-GRAVA-RESUMO.
           MOVE 'DE 11 A 30 DIAS..............' TO WS-LR-ROTULO.
           MOVE WS-CT-ATE-30 TO WS-LR-QTD.
           PERFORM 87-GRAVA-RESUMO.
           MOVE 'MAIS DE 30 DIAS..............' TO WS-LR-ROTULO.
           MOVE WS-CT-MAIS-30 TO WS-LR-QTD.
           PERFORM 87-GRAVA-RESUMO.
           MOVE 'PRAZO VENCIDO................' TO WS-LR-ROTULO.
           MOVE WS-CT-VENCIDOS TO WS-LR-QTD.
           PERFORM 87-GRAVA-RESUMO.
           CLOSE CONTEST-ABERTAS.

       86-LINHA-ABERTO.
           ADD 1 TO WS-CT-ABERTOS.
           COMPUTE WS-IDADE =
               FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE) -
               FUNCTION INTEGER-OF-DATE (CTS-DATA-ABERTURA).
           EVALUATE TRUE
               WHEN WS-IDADE <= 5
                   ADD 1 TO WS-CT-ATE-5
               WHEN WS-IDADE <= 10
                   ADD 1 TO WS-CT-ATE-10
               WHEN WS-IDADE <= 30
                   ADD 1 TO WS-CT-ATE-30
               WHEN OTHER
                   ADD 1 TO WS-CT-MAIS-30
           END-EVALUATE.
           MOVE SPACES TO WS-LA-ALERTA.
           IF WS-IDADE > WS-PRAZO
               MOVE 'VENCIDO' TO WS-LA-ALERTA
               ADD 1 TO WS-CT-VENCIDOS
           ELSE
               IF WS-IDADE + 2 >= WS-PRAZO
                   MOVE 'A VENCER' TO WS-LA-ALERTA
               END-IF
           END-IF.
           MOVE CTS-NUMERO TO WS-LA-NUMERO.
           MOVE CTS-FONE TO WS-LA-FONE.
           MOVE CTS-TERMINAL TO WS-LA-TERMINAL.
           MOVE CTS-VALOR TO WS-LA-VALOR.
           MOVE CTS-DATA-ABERTURA TO WS-LA-ABERTURA.
           MOVE WS-IDADE TO WS-LA-IDADE.
           MOVE CTS-SITUACAO TO WS-LA-SITUACAO.
           WRITE REG-ABERTA FROM WS-LINHA-ABERTA.
           DISPLAY WS-LINHA-ABERTA.

       87-GRAVA-RESUMO.
           WRITE REG-ABERTA FROM WS-LINHA-RESUMO.
           DISPLAY WS-LINHA-RESUMO.

       9-FINALIZA.
           CLOSE ATM-CONTESTACOES.
           CLOSE CLIENTES.
      *================================================================*
