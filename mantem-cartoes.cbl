      *================================================================*
      * Author:
      * Date:
      * Purpose: Manutencao do cadastro de cartoes do caixa
      *  eletronico (ATM-CARTOES.DAT). Emite cartao para cliente do
      *  CLIENTES.DAT (conta de CONTAS.DAT opcional, um cartao ativo
      *  por cliente), com numero sequencial, PIN inicial digitado
      *  pelo cliente e validade de 5 anos; reemite (nova via, mesmo
      *  cliente, conta e PIN - a via anterior ativa ou bloqueada e
      *  cancelada, a perdida ou roubada mantem a situacao para o
      *  caixa continuar recusando ou retendo); troca o PIN com o
      *  PIN atual conferido; registra a comunicacao de perda ou
      *  roubo; bloqueia e desbloqueia; e lista os cartoes de um
      *  cliente. Toda alteracao carimba a data e o operador.
      *  Exige assinatura de nivel 2 (ASSINA-OPERADOR).
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTEM-CARTOES.
      *================================================================*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATM-CARTOES ASSIGN TO WS-ARQ-CARTOES
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-CARTOES
             RECORD KEY CRT-NUMERO.

           SELECT CLIENTES ASSIGN TO WS-ARQ-CLIENTES
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-CLIENTES
             RECORD KEY CLIENTES-KEY.

           SELECT CONTAS ASSIGN TO WS-ARQ-CONTAS
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-CONTAS
             RECORD KEY CONTA-NUMERO.

      *================================================================*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD ATM-CARTOES.
       COPY CARTREG.

       FD CLIENTES.
       COPY CLIREG.

       FD CONTAS.
       COPY CONTAREG.

       WORKING-STORAGE SECTION.
      * O OPERADOR ASSINADO PELA SUB-ROTINA COMPARTILHADA
      * ASSINA-OPERADOR, CARIMBADO EM TODA ALTERACAO DO CARTAO
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
       01 WS-ARQ-CARTOES    PIC X(80) VALUE
           'C:\COBOL\ATM-CARTOES.DAT'.
       01 WS-ARQ-CLIENTES   PIC X(80) VALUE 'C:\COBOL\CLIENTES.DAT'.
       01 WS-ARQ-CONTAS     PIC X(80) VALUE 'C:\COBOL\CONTAS.DAT'.
       01 WS-CFG-LOGICO     PIC X(20).
       01 WS-CFG-CAMINHO    PIC X(80).
       01 WS-CFG-ACHOU      PIC X(01).

       01 WS-STATUS.
           05 WS-FS-CARTOES  PIC X(02).
           05 WS-FS-CLIENTES PIC X(02).
           05 WS-FS-CONTAS   PIC X(02).

       01 WS-CONTROLE.
           05 WS-OPCAO         PIC X(01) VALUE SPACE.
           05 WS-EOF           PIC X(01) VALUE 'N'.
           05 WS-VALIDO        PIC X(01) VALUE 'S'.
           05 WS-RESPOSTA      PIC X(01) VALUE 'N'.
           05 WS-TEM-CONTAS    PIC X(01) VALUE 'N'.
           05 WS-SITUACAO      PIC X(01) VALUE SPACE.
           05 WS-CARTAO        PIC 9(16) VALUE ZEROS.
           05 WS-FONE          PIC 9(09) VALUE ZEROS.
           05 WS-CONTA         PIC 9(05) VALUE ZEROS.
           05 WS-PIN           PIC 9(04) VALUE ZEROS.
           05 WS-PIN-NOVO      PIC 9(04) VALUE ZEROS.
           05 WS-PIN-CONFIRMA  PIC 9(04) VALUE ZEROS.
           05 WS-DATA-HOJE     PIC 9(08) VALUE ZEROS.
           05 WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
               10 WS-HOJE-ANO  PIC 9(04).
               10 WS-HOJE-MES  PIC 9(02).
               10 WS-HOJE-DIA  PIC 9(02).
           05 WS-ATIVO-DO-FONE PIC 9(16) VALUE ZEROS.
           05 WS-CT-LISTADOS   PIC 9(03) VALUE ZEROS.

      * NUMERACAO DOS CARTOES: O PRIMEIRO EMITIDO E O SEGUINTE AO
      * MAIOR JA CADASTRADO
       01 WS-PRIMEIRO-CARTAO PIC 9(16) VALUE 5078000000000001.
       01 WS-PROX-CARTAO     PIC 9(16) VALUE ZEROS.

      * VALIDADE DO CARTAO EMITIDO OU REEMITIDO: ANO E MES DA
      * EMISSAO MAIS OS ANOS DE VALIDADE
       01 WS-ANOS-VALIDADE   PIC 9(02) VALUE 5.
       01 WS-VALIDADE        PIC 9(06) VALUE ZEROS.

      * A VIA ANTERIOR, GUARDADA NA REEMISSAO
       01 WS-CARTAO-ANTERIOR.
           05 WS-ANT-NUMERO    PIC 9(16).
           05 WS-ANT-FONE      PIC 9(09).
           05 WS-ANT-CONTA     PIC 9(05).
           05 WS-ANT-PIN       PIC 9(04).
           05 WS-ANT-VIA       PIC 9(02).
           05 WS-ANT-SITUACAO  PIC X(01).
      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       0-PRINCIPAL.
      * A EMISSAO E A MANUTENCAO DOS CARTOES SAO FUNCAO DE AGENCIA
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
           MOVE 'ATM-CARTOES' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-CARTOES
           END-IF.
           MOVE 'CLIENTES-DAT' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-CLIENTES
           END-IF.
           MOVE 'CONTAS-DAT' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-CONTAS
           END-IF.

       11-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.

      * O CADASTRO DE CARTOES E CRIADO NA PRIMEIRA EMISSAO E DA O
      * PROXIMO NUMERO; CLIENTES E CONTAS SO SAO CONSULTADOS
       2-ABRE-ARQUIVOS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-VALIDADE = (WS-HOJE-ANO + WS-ANOS-VALIDADE)
               * 100 + WS-HOJE-MES.
           OPEN I-O ATM-CARTOES
               IF WS-FS-CARTOES EQUAL '35' THEN
                   OPEN OUTPUT ATM-CARTOES
                   CLOSE ATM-CARTOES
                   OPEN I-O ATM-CARTOES
               END-IF.
           IF WS-FS-CARTOES NOT = '00'
               DISPLAY 'ERRO AO ABRIR ATM-CARTOES.DAT: ' WS-FS-CARTOES
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CLIENTES.
           IF WS-FS-CLIENTES NOT = '00'
               DISPLAY 'CLIENTES.DAT NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CONTAS.
           IF WS-FS-CONTAS = '00'
               MOVE 'S' TO WS-TEM-CONTAS
           END-IF.
           MOVE WS-PRIMEIRO-CARTAO TO WS-PROX-CARTAO.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO CRT-NUMERO.
           START ATM-CARTOES KEY IS NOT LESS THAN CRT-NUMERO
               INVALID KEY MOVE 'S' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'S'
               READ ATM-CARTOES NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF CRT-NUMERO >= WS-PROX-CARTAO
                           COMPUTE WS-PROX-CARTAO = CRT-NUMERO + 1
                       END-IF
               END-READ
           END-PERFORM.

       4-MENU.
           DISPLAY 'CADASTRO DE CARTOES DO CAIXA ELETRONICO'.
           DISPLAY '1 - EMITIR CARTAO'.
           DISPLAY '2 - REEMITIR CARTAO (NOVA VIA)'.
           DISPLAY '3 - TROCAR PIN'.
           DISPLAY '4 - COMUNICAR PERDA OU ROUBO'.
           DISPLAY '5 - BLOQUEAR/DESBLOQUEAR'.
           DISPLAY '6 - LISTAR CARTOES DO CLIENTE'.
           DISPLAY 'X - SAIDA'.
           DISPLAY 'OPCAO: '.
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM 5-EMITIR
               WHEN '2'
                   PERFORM 6-REEMITIR
               WHEN '3'
                   PERFORM 7-TROCA-PIN
               WHEN '4'
                   PERFORM 8-PERDA-ROUBO
               WHEN '5'
                   PERFORM 81-BLOQUEIO
               WHEN '6'
                   PERFORM 82-LISTAR
               WHEN OTHER
                   IF WS-OPCAO NOT = 'X'
                       DISPLAY 'ENTRE COM A OPCAO CORRETA'
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
      * EMISSAO: CLIENTE CADASTRADO E SEM OUTRO CARTAO ATIVO, CONTA
      * EXISTENTE QUANDO INFORMADA, PIN INICIAL DIGITADO DUAS VEZES
      *----------------------------------------------------------------*
       5-EMITIR.
           DISPLAY 'CLIENTE (FONE): '.
           ACCEPT WS-FONE.
           DISPLAY 'CONTA LIGADA (0 = NENHUMA): '.
           ACCEPT WS-CONTA.
           MOVE 'S' TO WS-VALIDO.
           MOVE WS-FONE TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   DISPLAY 'CLIENTE NAO ENCONTRADO'
                   MOVE 'N' TO WS-VALIDO
           END-READ.
           IF WS-CONTA NOT = ZEROS
               PERFORM 51-CONFERE-CONTA
           END-IF.
           IF WS-VALIDO = 'S'
               PERFORM 52-ACHA-ATIVO-DO-FONE
               IF WS-ATIVO-DO-FONE NOT = ZEROS
                   DISPLAY 'CLIENTE JA TEM O CARTAO ATIVO '
                       WS-ATIVO-DO-FONE ' - USE A REEMISSAO'
                   MOVE 'N' TO WS-VALIDO
               END-IF
           END-IF.
           IF WS-VALIDO = 'S'
               PERFORM 53-PEDE-PIN-NOVO
           END-IF.
           IF WS-VALIDO = 'S'
               MOVE SPACES TO CARTAO-REG
               MOVE WS-PROX-CARTAO TO CRT-NUMERO
               MOVE WS-FONE TO CRT-FONE
               MOVE WS-CONTA TO CRT-CONTA
               MOVE WS-PIN-NOVO TO CRT-PIN
               MOVE 1 TO CRT-VIA
               PERFORM 54-GRAVA-EMISSAO
           END-IF.

       51-CONFERE-CONTA.
           IF WS-TEM-CONTAS = 'S'
               MOVE WS-CONTA TO CONTA-NUMERO
               READ CONTAS
                   INVALID KEY
                       DISPLAY 'CONTA NAO ENCONTRADA'
                       MOVE 'N' TO WS-VALIDO
               END-READ
           END-IF.

       52-ACHA-ATIVO-DO-FONE.
           MOVE ZEROS TO WS-ATIVO-DO-FONE.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO CRT-NUMERO.
           START ATM-CARTOES KEY IS NOT LESS THAN CRT-NUMERO
               INVALID KEY MOVE 'S' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'S'
               READ ATM-CARTOES NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF CRT-FONE = WS-FONE AND CRT-ATIVO
                           MOVE CRT-NUMERO TO WS-ATIVO-DO-FONE
                           MOVE 'S' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM.

       53-PEDE-PIN-NOVO.
           DISPLAY 'PIN NOVO (4 DIGITOS): '.
           ACCEPT WS-PIN-NOVO.
           DISPLAY 'CONFIRME O PIN NOVO: '.
           ACCEPT WS-PIN-CONFIRMA.
           IF WS-PIN-NOVO = ZEROS
               DISPLAY 'PIN NOVO INVALIDO'
               MOVE 'N' TO WS-VALIDO
           ELSE
               IF WS-PIN-NOVO NOT = WS-PIN-CONFIRMA
                   DISPLAY 'CONFIRMACAO NAO CONFERE'
                   MOVE 'N' TO WS-VALIDO
               END-IF
           END-IF.

       54-GRAVA-EMISSAO.
           MOVE WS-VALIDADE TO CRT-VALIDADE.
           SET CRT-ATIVO TO TRUE.
           MOVE WS-DATA-HOJE TO CRT-DATA-EMISSAO.
           MOVE WS-DATA-HOJE TO CRT-DATA-SITUACAO.
           MOVE OPERADOR-ASSINADO TO CRT-OPERADOR.
           WRITE CARTAO-REG
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O CARTAO'
                   MOVE 'N' TO WS-VALIDO
               NOT INVALID KEY
                   ADD 1 TO WS-PROX-CARTAO
                   DISPLAY 'CARTAO ' CRT-NUMERO ' VIA ' CRT-VIA
                       ' EMITIDO - VALIDADE ' CRT-VALIDADE (5:2) '/'
                       CRT-VALIDADE (1:4)
           END-WRITE.

       55-LE-CARTAO.
           DISPLAY 'NUMERO DO CARTAO: '.
           ACCEPT WS-CARTAO.
           MOVE WS-CARTAO TO CRT-NUMERO.
           READ ATM-CARTOES
               INVALID KEY
                   DISPLAY 'CARTAO NAO ENCONTRADO'
           END-READ.

       56-REGRAVA-CARTAO.
           MOVE WS-DATA-HOJE TO CRT-DATA-SITUACAO.
           MOVE OPERADOR-ASSINADO TO CRT-OPERADOR.
           REWRITE CARTAO-REG
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O CARTAO'
                   MOVE 'N' TO WS-VALIDO
           END-REWRITE.

      *----------------------------------------------------------------*
      * REEMISSAO: NOVA VIA COM NUMERO NOVO, MESMO CLIENTE, CONTA E
      * PIN. A VIA ANTERIOR ATIVA OU BLOQUEADA E CANCELADA; PERDIDA
      * OU ROUBADA FICA COMO ESTA, E O CAIXA SEGUE RECUSANDO OU
      * RETENDO O PLASTICO ANTIGO
      *----------------------------------------------------------------*
       6-REEMITIR.
           PERFORM 55-LE-CARTAO.
           IF WS-FS-CARTOES = '00'
               IF CRT-CANCELADO
                   DISPLAY 'CARTAO CANCELADO NAO E REEMITIDO'
               ELSE
                   MOVE CRT-NUMERO TO WS-ANT-NUMERO
                   MOVE CRT-FONE TO WS-ANT-FONE
                   MOVE CRT-CONTA TO WS-ANT-CONTA
                   MOVE CRT-PIN TO WS-ANT-PIN
                   MOVE CRT-VIA TO WS-ANT-VIA
                   MOVE CRT-SITUACAO TO WS-ANT-SITUACAO
                   MOVE 'S' TO WS-VALIDO
                   IF CRT-ATIVO OR CRT-BLOQUEADO
                       SET CRT-CANCELADO TO TRUE
                       PERFORM 56-REGRAVA-CARTAO
                   END-IF
                   IF WS-VALIDO = 'S'
                       MOVE SPACES TO CARTAO-REG
                       MOVE WS-PROX-CARTAO TO CRT-NUMERO
                       MOVE WS-ANT-FONE TO CRT-FONE
                       MOVE WS-ANT-CONTA TO CRT-CONTA
                       MOVE WS-ANT-PIN TO CRT-PIN
                       COMPUTE CRT-VIA = WS-ANT-VIA + 1
                       PERFORM 54-GRAVA-EMISSAO
                       DISPLAY 'SUBSTITUI O CARTAO ' WS-ANT-NUMERO
                           ' (SITUACAO ANTERIOR ' WS-ANT-SITUACAO ')'
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * TROCA DE PIN: SO CARTAO ATIVO, COM O PIN ATUAL CONFERIDO
      *----------------------------------------------------------------*
       7-TROCA-PIN.
           PERFORM 55-LE-CARTAO.
           IF WS-FS-CARTOES = '00'
               IF NOT CRT-ATIVO
                   DISPLAY 'CARTAO NAO ESTA ATIVO - SITUACAO '
                       CRT-SITUACAO
               ELSE
                   DISPLAY 'PIN ATUAL: '
                   ACCEPT WS-PIN
                   IF WS-PIN NOT = CRT-PIN
                       DISPLAY 'PIN ATUAL INCORRETO'
                   ELSE
                       MOVE 'S' TO WS-VALIDO
                       PERFORM 53-PEDE-PIN-NOVO
                       IF WS-VALIDO = 'S'
                           MOVE WS-PIN-NOVO TO CRT-PIN
                           PERFORM 56-REGRAVA-CARTAO
                           IF WS-VALIDO = 'S'
                               DISPLAY 'PIN TROCADO'
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * COMUNICACAO DE PERDA (P) OU ROUBO (R): SO DE CARTAO ATIVO OU
      * BLOQUEADO; O ROUBADO E RETIDO PELO CAIXA SE FOR USADO
      *----------------------------------------------------------------*
       8-PERDA-ROUBO.
           PERFORM 55-LE-CARTAO.
           IF WS-FS-CARTOES = '00'
               IF NOT CRT-ATIVO AND NOT CRT-BLOQUEADO
                   DISPLAY 'CARTAO COM SITUACAO ' CRT-SITUACAO
                       ' - COMUNICACAO NAO REGISTRADA'
               ELSE
                   DISPLAY 'PERDA (P) OU ROUBO (R)? '
                   ACCEPT WS-SITUACAO
                   IF WS-SITUACAO NOT = 'P' AND WS-SITUACAO NOT = 'R'
                       DISPLAY 'COMUNICACAO CANCELADA'
                   ELSE
                       MOVE WS-SITUACAO TO CRT-SITUACAO
                       MOVE 'S' TO WS-VALIDO
                       PERFORM 56-REGRAVA-CARTAO
                       IF WS-VALIDO = 'S'
                           DISPLAY 'CARTAO ' CRT-NUMERO
                               ' REGISTRADO COMO ' CRT-SITUACAO
                               ' - OFERECA A REEMISSAO'
                       END-IF
                   END-IF
               END-IF
           END-IF.

       81-BLOQUEIO.
           PERFORM 55-LE-CARTAO.
           IF WS-FS-CARTOES = '00'
               MOVE 'S' TO WS-VALIDO
               EVALUATE TRUE
                   WHEN CRT-ATIVO
                       SET CRT-BLOQUEADO TO TRUE
                       PERFORM 56-REGRAVA-CARTAO
                       IF WS-VALIDO = 'S'
                           DISPLAY 'CARTAO BLOQUEADO'
                       END-IF
                   WHEN CRT-BLOQUEADO
                       SET CRT-ATIVO TO TRUE
                       PERFORM 56-REGRAVA-CARTAO
                       IF WS-VALIDO = 'S'
                           DISPLAY 'CARTAO DESBLOQUEADO'
                       END-IF
                   WHEN OTHER
                       DISPLAY 'CARTAO COM SITUACAO ' CRT-SITUACAO
                           ' NAO E BLOQUEADO NEM DESBLOQUEADO'
               END-EVALUATE
           END-IF.

       82-LISTAR.
           DISPLAY 'CLIENTE (FONE): '.
           ACCEPT WS-FONE.
           MOVE ZEROS TO WS-CT-LISTADOS.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO CRT-NUMERO.
           START ATM-CARTOES KEY IS NOT LESS THAN CRT-NUMERO
               INVALID KEY MOVE 'S' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'S'
               READ ATM-CARTOES NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF CRT-FONE = WS-FONE
                           ADD 1 TO WS-CT-LISTADOS
                           DISPLAY CRT-NUMERO ' VIA ' CRT-VIA
                               ' CONTA ' CRT-CONTA ' VALIDADE '
                               CRT-VALIDADE (5:2) '/'
                               CRT-VALIDADE (1:4) ' SITUACAO '
                               CRT-SITUACAO ' DESDE '
                               CRT-DATA-SITUACAO ' POR ' CRT-OPERADOR
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY 'CARTOES LISTADOS: ' WS-CT-LISTADOS.

       9-FINALIZA.
           CLOSE ATM-CARTOES.
           CLOSE CLIENTES.
           IF WS-TEM-CONTAS = 'S'
               CLOSE CONTAS
           END-IF.
      *================================================================*
