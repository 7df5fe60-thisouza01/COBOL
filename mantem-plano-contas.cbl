      *================================================================*
      * Author:
      * Date:
      * Purpose: Manutencao do plano de contas da contabilidade
      *  (PLANO-CONTAS.DAT). Inclui conta (codigo de 6 digitos,
      *  descricao, grupo - A ativo, P passivo, L patrimonio liquido,
      *  R receita, D despesa - e o saldo de implantacao, informado
      *  na natureza da conta), altera descricao e situacao (conta
      *  inativa nao recebe lancamento do CONTABILIZA-DIA) e lista o
      *  plano. O grupo e o saldo de implantacao so se informam na
      *  inclusao: depois do primeiro lote contabilizado, mudar um
      *  deles refaria o balancete dos meses ja fechados. Exige
      *  assinatura de nivel 2 (ASSINA-OPERADOR).
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTEM-PLANO-CONTAS.
      *================================================================*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANO-CONTAS ASSIGN TO WS-ARQ-PLANO
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-PLANO
             RECORD KEY PLC-CODIGO.

      *================================================================*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD PLANO-CONTAS.
       COPY PLCTREG.

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
       01 WS-ARQ-PLANO      PIC X(80) VALUE
           'C:\COBOL\PLANO-CONTAS.DAT'.
       01 WS-CFG-LOGICO     PIC X(20).
       01 WS-CFG-CAMINHO    PIC X(80).
       01 WS-CFG-ACHOU      PIC X(01).

       01 WS-STATUS.
           05 WS-FS-PLANO   PIC X(02).

       01 WS-CONTROLE.
           05 WS-OPCAO         PIC X(01) VALUE SPACE.
           05 WS-EOF           PIC X(01) VALUE 'N'.
           05 WS-VALIDO        PIC X(01) VALUE 'S'.
           05 WS-CODIGO        PIC 9(06) VALUE ZEROS.
           05 WS-DESCRICAO     PIC X(30) VALUE SPACES.
           05 WS-GRUPO         PIC X(01) VALUE SPACE.
           05 WS-SITUACAO      PIC X(01) VALUE SPACE.
           05 WS-SALDO-INFORM  PIC 9(11)V99 VALUE ZEROS.
           05 WS-DATA-HOJE     PIC 9(08) VALUE ZEROS.
           05 WS-CT-LISTADOS   PIC 9(04) VALUE ZEROS.

       01 WS-SALDO-ED       PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       0-PRINCIPAL.
      * O PLANO DE CONTAS E FUNCAO DE SUPERVISAO
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
           MOVE 'PLANO-CONTAS' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-PLANO
           END-IF.

       11-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.

      * O PLANO E CRIADO NA PRIMEIRA INCLUSAO
       2-ABRE-ARQUIVOS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O PLANO-CONTAS
               IF WS-FS-PLANO EQUAL '35' THEN
                   OPEN OUTPUT PLANO-CONTAS
                   CLOSE PLANO-CONTAS
                   OPEN I-O PLANO-CONTAS
               END-IF.
           IF WS-FS-PLANO NOT = '00'
               DISPLAY 'ERRO AO ABRIR PLANO-CONTAS.DAT: ' WS-FS-PLANO
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       4-MENU.
           DISPLAY 'PLANO DE CONTAS DA CONTABILIDADE'.
           DISPLAY '1 - INCLUIR CONTA'.
           DISPLAY '2 - ALTERAR DESCRICAO/SITUACAO'.
           DISPLAY '3 - LISTAR O PLANO'.
           DISPLAY 'X - SAIDA'.
           DISPLAY 'OPCAO: '.
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM 5-INCLUIR
               WHEN '2'
                   PERFORM 6-ALTERAR
               WHEN '3'
                   PERFORM 8-LISTAR
               WHEN OTHER
                   IF WS-OPCAO NOT = 'X'
                       DISPLAY 'ENTRE COM A OPCAO CORRETA'
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
      * INCLUSAO: CODIGO NOVO, DESCRICAO OBRIGATORIA E GRUPO VALIDO;
      * A NATUREZA SAI DO GRUPO E O SALDO DE IMPLANTACAO, DIGITADO NA
      * NATUREZA DA CONTA, E GUARDADO NO SENTIDO DEVEDOR
      *----------------------------------------------------------------*
       5-INCLUIR.
           DISPLAY 'CODIGO DA CONTA (6 DIGITOS): '.
           MOVE ZEROS TO WS-CODIGO.
           ACCEPT WS-CODIGO.
           DISPLAY 'DESCRICAO: '.
           MOVE SPACES TO WS-DESCRICAO.
           ACCEPT WS-DESCRICAO.
           DISPLAY 'GRUPO (A ATIVO, P PASSIVO, L PATRIMONIO LIQUIDO, '
               'R RECEITA, D DESPESA): '.
           MOVE SPACE TO WS-GRUPO.
           ACCEPT WS-GRUPO.
           DISPLAY 'SALDO DE IMPLANTACAO NA NATUREZA DA CONTA: '.
           MOVE ZEROS TO WS-SALDO-INFORM.
           ACCEPT WS-SALDO-INFORM.
           MOVE 'S' TO WS-VALIDO.
           IF WS-CODIGO = ZEROS
               DISPLAY 'CODIGO INVALIDO'
               MOVE 'N' TO WS-VALIDO
           END-IF.
           IF WS-DESCRICAO = SPACES
               DISPLAY 'DESCRICAO OBRIGATORIA'
               MOVE 'N' TO WS-VALIDO
           END-IF.
           MOVE WS-GRUPO TO PLC-GRUPO.
           IF NOT PLC-GRUPO-VALIDO
               DISPLAY 'GRUPO INVALIDO'
               MOVE 'N' TO WS-VALIDO
           END-IF.
           IF WS-VALIDO = 'S'
               MOVE WS-CODIGO TO PLC-CODIGO
               READ PLANO-CONTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY 'CONTA ' WS-CODIGO ' JA CADASTRADA: '
                           PLC-DESCRICAO
                       MOVE 'N' TO WS-VALIDO
               END-READ
           END-IF.
           IF WS-VALIDO = 'S'
               MOVE SPACES TO PLANO-CONTA-REG
               MOVE WS-CODIGO TO PLC-CODIGO
               MOVE WS-DESCRICAO TO PLC-DESCRICAO
               MOVE WS-GRUPO TO PLC-GRUPO
               IF PLC-ATIVO OR PLC-DESPESA
                   SET PLC-DEVEDORA TO TRUE
                   MOVE WS-SALDO-INFORM TO PLC-SALDO-IMPLANT
               ELSE
                   SET PLC-CREDORA TO TRUE
                   COMPUTE PLC-SALDO-IMPLANT = ZEROS - WS-SALDO-INFORM
               END-IF
               SET PLC-ATIVA TO TRUE
               MOVE WS-DATA-HOJE TO PLC-DATA-IMPLANT
               WRITE PLANO-CONTA-REG
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR A CONTA'
                   NOT INVALID KEY
                       DISPLAY 'CONTA ' WS-CODIGO ' INCLUIDA'
               END-WRITE
           END-IF.

      *----------------------------------------------------------------*
      * ALTERACAO DE DESCRICAO E SITUACAO (EM BRANCO MANTEM A ATUAL)
      *----------------------------------------------------------------*
       6-ALTERAR.
           PERFORM 61-LE-CONTA.
           IF WS-FS-PLANO = '00'
               PERFORM 81-MOSTRA-CONTA
               DISPLAY 'NOVA DESCRICAO (EM BRANCO MANTEM): '
               MOVE SPACES TO WS-DESCRICAO
               ACCEPT WS-DESCRICAO
               DISPLAY 'NOVA SITUACAO A/I (EM BRANCO MANTEM): '
               MOVE SPACE TO WS-SITUACAO
               ACCEPT WS-SITUACAO
               MOVE 'S' TO WS-VALIDO
               IF WS-SITUACAO NOT = SPACE
                  AND WS-SITUACAO NOT = 'A' AND NOT = 'I'
                   DISPLAY 'SITUACAO INVALIDA'
                   MOVE 'N' TO WS-VALIDO
               END-IF
               IF WS-VALIDO = 'S'
                   IF WS-DESCRICAO NOT = SPACES
                       MOVE WS-DESCRICAO TO PLC-DESCRICAO
                   END-IF
                   IF WS-SITUACAO NOT = SPACE
                       MOVE WS-SITUACAO TO PLC-SITUACAO
                   END-IF
                   REWRITE PLANO-CONTA-REG
                       INVALID KEY
                           DISPLAY 'ERRO AO REGRAVAR A CONTA'
                       NOT INVALID KEY
                           DISPLAY 'CONTA ' PLC-CODIGO ' ALTERADA'
                   END-REWRITE
               END-IF
           END-IF.

       61-LE-CONTA.
           DISPLAY 'CODIGO DA CONTA: '.
           MOVE ZEROS TO WS-CODIGO.
           ACCEPT WS-CODIGO.
           MOVE WS-CODIGO TO PLC-CODIGO.
           READ PLANO-CONTAS
               INVALID KEY
                   DISPLAY 'CONTA NAO ENCONTRADA'
           END-READ.

       8-LISTAR.
           MOVE ZEROS TO WS-CT-LISTADOS.
           MOVE 'N' TO WS-EOF.
           MOVE ZEROS TO PLC-CODIGO.
           START PLANO-CONTAS KEY IS NOT LESS THAN PLC-CODIGO
               INVALID KEY MOVE 'S' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'S'
               READ PLANO-CONTAS NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CT-LISTADOS
                       PERFORM 81-MOSTRA-CONTA
               END-READ
           END-PERFORM.
           IF WS-CT-LISTADOS = ZEROS
               DISPLAY 'NENHUMA CONTA CADASTRADA'
           END-IF.

       81-MOSTRA-CONTA.
           MOVE PLC-SALDO-IMPLANT TO WS-SALDO-ED.
           DISPLAY 'CONTA ' PLC-CODIGO ' ' PLC-DESCRICAO
               ' GRUPO ' PLC-GRUPO ' NATUREZA ' PLC-NATUREZA
               ' SITUACAO ' PLC-SITUACAO.
           DISPLAY '  IMPLANTADA EM ' PLC-DATA-IMPLANT
               ' SALDO (DEVEDOR +) ' WS-SALDO-ED.

       9-FINALIZA.
           CLOSE PLANO-CONTAS.
      *================================================================*
