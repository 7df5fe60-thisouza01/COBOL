      *               zero no prompt), com autenticacao propria, e
      *               tanto o bloqueio quanto o desbloqueio sao
      *               gravados no diario de operacoes do caixa
      * 15/10/2026 TS Rede com mais de um caixa: o terminal se
      *               identifica na abertura (ATM-TERMINAL-ID) e e
      *               conferido no cadastro ATM-TERMINAIS; so o ativo
      *               atende cliente, o em manutencao aceita apenas
      *               o supervisor. Cassetes por terminal e
      *               denominacao, reabastecimento limitado as notas
      *               e capacidades configuradas, e o terminal vai em
      *               toda linha do diario e da posicao
      * 15/10/2026 TS Cadastro de cartoes (ATM-CARTOES, mantido pelo
      *               MANTEM-CARTOES): a sessao pede o numero do
      *               cartao e confere o PIN do proprio cartao no
      *               lugar do PIN unico; cartao vencido, perdido,
      *               bloqueado ou cancelado e recusado e o roubado
      *               e retido, com linha no diario. A conta ligada
      *               ao cartao dispensa a referencia cruzada. O
      *               supervisor assina pelo ASSINA-OPERADOR (nivel
      *               2) em vez do PIN fixo de supervisao
      * 15/10/2026 TS Extrato dos ultimos 10 movimentos (diario do
      *               caixa e TRANS-LOG das contas do cliente) no
      *               comprovante, transferencia entre as contas do
      *               proprio cliente na referencia cruzada (sub-
      *               rotina TRANSFERE-CONTAS, o caminho em duas
      *               fases do Trans-Banc) e pagamento de boleto,
      *               gravado em ATM-PAGAMENTOS para a liquidacao do
      *               dia seguinte. Transferencia e pagamento contam
      *               no limite diario junto com o saque; as tres
      *               operacoes vao para o diario. SAIR passou a 7
      *================================================================*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-CASSETES
             RECORD KEY CAS-CHAVE.

           SELECT OPTIONAL ATM-IDENT ASSIGN TO WS-ARQ-IDENT
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-IDENT.

           SELECT ATM-TERMINAIS ASSIGN TO WS-ARQ-TERMINAIS
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-TERMINAIS
             RECORD KEY TRM-ID.

           SELECT ATM-CARTOES ASSIGN TO WS-ARQ-CARTOES
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-CARTOES
             RECORD KEY CRT-NUMERO.

           SELECT ATM-POSICAO ASSIGN TO WS-ARQ-POSICAO
             ORGANIZATION IS LINE SEQUENTIAL
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-XREF.

           SELECT OPTIONAL TRANS-LOG ASSIGN TO WS-ARQ-TRANS-LOG
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-TRANS-LOG.

           SELECT ATM-PAGAMENTOS ASSIGN TO WS-ARQ-PAGAMENTOS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-PAGAMENTOS.

           SELECT ATM-DEPOSITOS-PEND ASSIGN TO WS-ARQ-DEP-PEND
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
      * OPERACAO, VALOR, SALDO RESULTANTE E RESULTADO
      *----------------------------------------------------------------*
       FD ATM-JOURNAL.
       01 REG-JOURNAL           PIC X(80).

      *----------------------------------------------------------------*
      * ACUMULADOR PERSISTENTE DE SAQUES POR CARTAO E DIA: O LIMITE
      * DIARIO VALE ATRAVES DE QUANTAS SESSOES O CLIENTE ABRIR. AS
      * TRANSFERENCIAS E OS PAGAMENTOS DE BOLETO SOMAM NO MESMO
      * ACUMULADO - O LIMITE E DO QUE SAI PELO CAIXA NO DIA
      *----------------------------------------------------------------*
       FD ATM-SAQUES-DIA.
       01 SAQUE-DIA-REG.

      *----------------------------------------------------------------*
      * INVENTARIO FISICO DOS CASSETES: QUANTIDADE DE NOTAS POR
      * TERMINAL E DENOMINACAO, CARREGADO PELO SUPERVISOR NO
      * REABASTECIMENTO E DECREMENTADO A CADA SAQUE DISPENSADO
      *----------------------------------------------------------------*
       FD ATM-CASSETES.
       COPY CASSREG.

      *----------------------------------------------------------------*
      * IDENTIFICACAO DESTE TERMINAL: ARQUIVO LOCAL DE CADA MAQUINA,
      * COM O CODIGO DO TERMINAL NA PRIMEIRA LINHA
      *----------------------------------------------------------------*
       FD ATM-IDENT.
       01 REG-IDENT             PIC X(20).

      *----------------------------------------------------------------*
      * CADASTRO DOS TERMINAIS DA REDE (LOCAL, SITUACAO E CONFIGURACAO
      * DOS CASSETES)
      *----------------------------------------------------------------*
       FD ATM-TERMINAIS.
       COPY ATMTERM.

      *----------------------------------------------------------------*
      * CADASTRO DE CARTOES: O CARTAO LIGA A SESSAO AO CLIENTE E A
      * CONTA, COM PIN, VALIDADE E SITUACAO PROPRIOS
      *----------------------------------------------------------------*
       FD ATM-CARTOES.
       COPY CARTREG.

      *----------------------------------------------------------------*
      * RELATORIO DIARIO DE POSICAO/REABASTECIMENTO DOS CASSETES,
      * DE SITUACAO CADASTRAL DA SESSAO
      *----------------------------------------------------------------*
       FD XREF-CLIENTES.
       01 REG-XREF              PIC X(30).

      *----------------------------------------------------------------*
      * LOG DE TRANSACOES DAS CONTAS, LIDO PARA O EXTRATO (A LINHA E
      * DECOMPOSTA PELA SUB-ROTINA LE-LINHA-LOG)
      *----------------------------------------------------------------*
       FD TRANS-LOG.
       01 REG-TRANS-LOG         PIC X(120).

      *----------------------------------------------------------------*
      * BOLETOS PAGOS NO CAIXA (APPEND-ONLY), A LIQUIDAR NO DIA
      * SEGUINTE: DATA;HORA;TERMINAL;CARTAO(FONE);LINHA DIGITAVEL;
      * VALOR;SITUACAO (P PENDENTE DE LIQUIDACAO)
      *----------------------------------------------------------------*
       FD ATM-PAGAMENTOS.
       01 REG-PAGAMENTO         PIC X(100).

      *----------------------------------------------------------------*
      * DEPOSITOS EM ENVELOPE RETIDOS PARA COMPENSACAO: O VALOR SO
           'C:\COBOL\CLIENTES-CONTAS-XREF.TXT'.
       01 WS-ARQ-DEP-PEND    PIC X(80) VALUE
           'C:\COBOL\ATM-DEPOSITOS-PEND.DAT'.
       01 WS-ARQ-IDENT       PIC X(80) VALUE
           'C:\COBOL\ATM-TERMINAL-ID.TXT'.
       01 WS-ARQ-TERMINAIS   PIC X(80) VALUE
           'C:\COBOL\ATM-TERMINAIS.DAT'.
       01 WS-ARQ-CARTOES     PIC X(80) VALUE
           'C:\COBOL\ATM-CARTOES.DAT'.
       01 WS-ARQ-TRANS-LOG   PIC X(80) VALUE
           'C:\COBOL\TRANS-LOG.TXT'.
       01 WS-ARQ-PAGAMENTOS  PIC X(80) VALUE
           'C:\COBOL\ATM-PAGAMENTOS.TXT'.
       01 WS-CFG-LOGICO      PIC X(20).
       01 WS-CFG-CAMINHO     PIC X(80).
       01 WS-CFG-ACHOU       PIC X(01).
       01 WS-FS-COMPROV      PIC 9(02).
       01 WS-FS-XREF         PIC 9(02).
       01 WS-FS-DEP-PEND     PIC 9(02).
       01 WS-FS-IDENT        PIC 9(02).
       01 WS-FS-TERMINAIS    PIC 9(02).
       01 WS-FS-CARTOES      PIC 9(02).
       01 WS-FS-TRANS-LOG    PIC 9(02).
       01 WS-FS-PAGAMENTOS   PIC 9(02).
       01 WS-SALDO-RETIDO    PIC 9(07)V99 VALUE ZEROS.
       01 WS-DEP-SEQ-LIVRE   PIC 9(03)    VALUE ZEROS.
       01 WS-EOF-DEP         PIC X(01)    VALUE 'N'.

      *----------------------------------------------------------------*
      * TERMINAL DESTA MAQUINA: SEM O ARQUIVO DE IDENTIFICACAO VALE
      * AT01, O CAIXA UNICO DE ANTES DA REDE. COM O CADASTRO DE
      * TERMINAIS PRESENTE O TERMINAL TEM DE ESTAR NELE; SEM O
      * CADASTRO O CAIXA FUNCIONA COMO ANTES, SEM CONFERENCIA DE
      * CONFIGURACAO DOS CASSETES
      *----------------------------------------------------------------*
       01 WS-TERMINAL        PIC X(04)    VALUE 'AT01'.
       01 WS-TERMINAL-OK     PIC X(01)    VALUE 'S'.
       01 WS-TRM-MANUTENCAO  PIC X(01)    VALUE 'N'.
       01 WS-TEM-CADASTRO    PIC X(01)    VALUE 'N'.
       01 WS-REPO-OK         PIC X(01)    VALUE 'S'.
       01 WS-CASSETE-EXISTE  PIC X(01)    VALUE 'N'.
       01 WS-IDX-CFG         PIC 9(01)    VALUE ZEROS.
       01 WS-CAPAC-CFG       PIC 9(05)    VALUE ZEROS.

      *----------------------------------------------------------------*
      * SITUACAO CADASTRAL DA CONTA MAPEADA PELO CARTAO: CONSULTADA
      * NA ABERTURA DA SESSAO PELA SUB-ROTINA SITUACAO-CONTA; CONTA
      * BLOQUEADA, ENCERRADA OU DORMENTE RECUSA A SESSAO INTEIRA
      *----------------------------------------------------------------*
       COPY XREFLIN.
       01 WS-EOF-XREF        PIC X(01)    VALUE 'N'.
       01 WS-CONTA-MAPEADA   PIC 9(05)    VALUE ZEROS.
       01 WS-SIT-SITUACAO    PIC X(01)    VALUE SPACE.

       01 WS-LINHA-POSICAO.
           03 WS-POS-DATA       PIC 9(08).
           03 FILLER            PIC X(10) VALUE ' TERMINAL '.
           03 WS-POS-TERMINAL   PIC X(04).
           03 FILLER            PIC X(08) VALUE ' NOTA DE'.
           03 WS-POS-DENOM      PIC ZZ9.
           03 FILLER            PIC X(13) VALUE ' QUANTIDADE: '.
       01 WS-SAQUE-DISPONIVEL PIC 9(07)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      * SUPERVISAO: O SUPERVISOR ASSINA COM O PROPRIO OPERADOR
      * (SUB-ROTINA ASSINA-OPERADOR, NIVEL 2) PARA AS FUNCOES DE
      * DESBLOQUEIO E CASSETES (ACIONADAS INFORMANDO CARTAO ZERO)
      *----------------------------------------------------------------*
       01 OPERADOR-ASSINADO   PIC X(06)    EXTERNAL.
       01 WS-SUP-NIVEL-MINIMO PIC 9(01)    VALUE 2.
       01 WS-SUP-OPERADOR     PIC X(06)    VALUE SPACES.
       01 WS-SUP-NIVEL        PIC 9(01)    VALUE ZEROS.
       01 WS-SUP-ASSINADO     PIC X(01)    VALUE 'N'.
       01 WS-FONE-DESBLOQUEIO PIC 9(09)    VALUE ZEROS.
       01 WS-TEM-BLOQUEIO     PIC X(01)    VALUE 'N'.

           03 WS-JR-SALDO      PIC ZZZZZZZ9.99.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 WS-JR-RESULTADO  PIC X(08).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 WS-JR-TERMINAL   PIC X(04).

      *----------------------------------------------------------------*
      * EXTRATO: OS ULTIMOS 10 MOVIMENTOS DO DIARIO DO CAIXA (PELO
      * FONE DO CARTAO) E DO TRANS-LOG (PELAS CONTAS DO CLIENTE NA
      * REFERENCIA CRUZADA), EM ORDEM DE DATA/HORA; COM A TABELA
      * CHEIA O MAIS ANTIGO SAI PARA O MAIS NOVO ENTRAR
      *----------------------------------------------------------------*
       01 WS-TAB-EXTRATO.
           03 WS-CNT-EXTRATO    PIC 9(02) VALUE ZEROS.
           03 WS-EXT-ITEM OCCURS 10 TIMES.
               05 WS-EXT-DATAHORA  PIC 9(14).
               05 WS-EXT-ORIGEM    PIC X(05).
               05 WS-EXT-TIPO      PIC X(12).
               05 WS-EXT-SINAL     PIC X(01).
               05 WS-EXT-VALOR     PIC 9(09)V99.
       01 WS-EXT-NOVO.
           03 WS-NOVO-DATAHORA  PIC 9(14).
           03 WS-NOVO-ORIGEM    PIC X(05).
           03 WS-NOVO-TIPO      PIC X(12).
           03 WS-NOVO-SINAL     PIC X(01).
           03 WS-NOVO-VALOR     PIC 9(09)V99.
       01 WS-IDX-EXT         PIC 9(02)    VALUE ZEROS.
       01 WS-EXT-ENTRA       PIC X(01)    VALUE 'N'.
       01 WS-EXT-POSICAO-OK  PIC X(01)    VALUE 'N'.
       01 WS-EOF-JOURNAL     PIC X(01)    VALUE 'N'.
       01 WS-EOF-TRANS-LOG   PIC X(01)    VALUE 'N'.

      * LINHA DO DIARIO RELIDA PARA O EXTRATO (LEIAUTE DE
      * WS-LINHA-JOURNAL, COM VALOR E SALDO EM TEXTO)
       01 WS-JL-LINHA.
           03 WS-JL-DATAHORA   PIC 9(14).
           03 FILLER           PIC X(01).
           03 WS-JL-FONE       PIC 9(09).
           03 FILLER           PIC X(01).
           03 WS-JL-OPERACAO   PIC X(12).
           03 FILLER           PIC X(01).
           03 WS-JL-VALOR      PIC X(09).
           03 FILLER           PIC X(01).
           03 WS-JL-SALDO      PIC X(11).
           03 FILLER           PIC X(01).
           03 WS-JL-RESULTADO  PIC X(08).
           03 FILLER           PIC X(01).
           03 WS-JL-TERMINAL   PIC X(04).
           03 FILLER           PIC X(07).

       COPY TLOGCAM.

       01 WS-LINHA-EXTRATO.
           03 WS-LE-DIA         PIC 9(02).
           03 FILLER            PIC X(01) VALUE '/'.
           03 WS-LE-MES         PIC 9(02).
           03 FILLER            PIC X(01) VALUE SPACES.
           03 WS-LE-ORIGEM      PIC X(05).
           03 FILLER            PIC X(01) VALUE SPACES.
           03 WS-LE-TIPO        PIC X(12).
           03 FILLER            PIC X(01) VALUE SPACES.
           03 WS-LE-SINAL       PIC X(01).
           03 WS-LE-VALOR       PIC ZZZZZZZ9.99.

      *----------------------------------------------------------------*
      * CONTAS DO PROPRIO CLIENTE: A CONTA DO CARTAO E AS CONTAS EM
      * QUE O FONE E TITULAR OU CO-TITULAR NA REFERENCIA CRUZADA
      * (PROCURADOR NAO CONTA COMO CONTA PROPRIA)
      *----------------------------------------------------------------*
       01 WS-TAB-CONTAS-CLI.
           03 WS-CNT-CONTAS-CLI PIC 9(02) VALUE ZEROS.
           03 WS-CONTA-CLI      PIC 9(05) OCCURS 10 TIMES.
       01 WS-IDX-CTA         PIC 9(02)    VALUE ZEROS.
       01 WS-CONTA-PROPRIA   PIC X(01)    VALUE 'N'.

      *----------------------------------------------------------------*
      * TRANSFERENCIA ENTRE AS CONTAS DO CLIENTE PELA SUB-ROTINA
      * TRANSFERE-CONTAS (DIARIO DE TRANSFERENCIAS EM DUAS FASES,
      * EM REAIS INTEIROS); O OPERADOR GRAVADO NO LOG E O TERMINAL
      *----------------------------------------------------------------*
       01 WS-OPER-OK         PIC X(01)    VALUE 'N'.
       01 WS-OPC-ORIGEM      PIC 9(02)    VALUE ZEROS.
       01 WS-OPC-DESTINO     PIC 9(02)    VALUE ZEROS.
       01 WS-TRF-ORIGEM      PIC 9(05)    VALUE ZEROS.
       01 WS-TRF-DESTINO     PIC 9(05)    VALUE ZEROS.
       01 WS-TRF-OPERADOR    PIC X(06)    VALUE SPACES.
       01 WS-TRF-RESULTADO   PIC X(01)    VALUE 'N'.
       01 WS-TRF-SALDO-ORIGEM PIC S9(09)V99 VALUE ZEROS.
       01 WS-CMP-SALDO-SINAL PIC -ZZZZZZZ9.99.

      *----------------------------------------------------------------*
      * PAGAMENTO DE BOLETO: LINHA DIGITAVEL DE 47 DIGITOS, COM O
      * VALOR NAS DEZ ULTIMAS POSICOES (ZERO = VALOR INFORMADO PELO
      * CLIENTE NA HORA)
      *----------------------------------------------------------------*
       01 WS-BOLETO.
           03 WS-BOL-CAMPOS     PIC X(37).
           03 WS-BOL-VALOR      PIC 9(08)V99.
       01 WS-BOLETO-R REDEFINES WS-BOLETO.
           03 WS-BOL-PARTE1     PIC X(24).
           03 WS-BOL-PARTE2     PIC X(23).
       01 WS-CONFIRMA        PIC X(01)    VALUE SPACE.

       01 WS-LINHA-PAGAMENTO.
           03 WS-PG-DATA        PIC 9(08).
           03 FILLER            PIC X(01) VALUE ';'.
           03 WS-PG-HORA        PIC 9(06).
           03 FILLER            PIC X(01) VALUE ';'.
           03 WS-PG-TERMINAL    PIC X(04).
           03 FILLER            PIC X(01) VALUE ';'.
           03 WS-PG-FONE        PIC 9(09).
           03 FILLER            PIC X(01) VALUE ';'.
           03 WS-PG-BOLETO      PIC X(47).
           03 FILLER            PIC X(01) VALUE ';'.
           03 WS-PG-VALOR       PIC 9(07),99.
           03 FILLER            PIC X(01) VALUE ';'.
           03 WS-PG-SITUACAO    PIC X(01) VALUE 'P'.

       01 WS-SALDO-CONTA     PIC 9(07)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      * AUTENTICACAO E LIMITE DIARIO DE SAQUE
      *----------------------------------------------------------------*
       01 WS-CARTAO           PIC 9(16)    VALUE ZEROS.
       01 WS-TEM-CARTOES      PIC X(01)    VALUE 'N'.
       01 WS-CARTAO-OK        PIC X(01)    VALUE 'N'.
       01 WS-PIN              PIC 9(04)    VALUE ZEROS.
       01 WS-PIN-OK           PIC X(01)    VALUE 'N'.
       01 WS-TENTATIVAS-PIN   PIC 9(01)    VALUE ZEROS.

       0-PRINCIPAL.
           PERFORM 00-RESOLVE-CAMINHOS.
           PERFORM 01-ABRE-ARQUIVO.
           IF WS-TERMINAL-OK = 'S'
               PERFORM 02-IDENTIFICA-CONTA
           END-IF.

           IF WS-PIN-OK = 'S'
               PERFORM UNTIL WS-ESCOLHA = 7
                   PERFORM 1-INICIAR
                   PERFORM 2-PROCESSAR
                   PERFORM 3-FINALIZAR
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-DEP-PEND
           END-IF.
           MOVE 'ATM-TERMINAL-ID' TO WS-CFG-LOGICO.
           PERFORM 001-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-IDENT
           END-IF.
           MOVE 'ATM-TERMINAIS' TO WS-CFG-LOGICO.
           PERFORM 001-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-TERMINAIS
           END-IF.
           MOVE 'ATM-CARTOES' TO WS-CFG-LOGICO.
           PERFORM 001-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-CARTOES
           END-IF.
           MOVE 'TRANS-LOG' TO WS-CFG-LOGICO.
           PERFORM 001-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-TRANS-LOG
           END-IF.
           MOVE 'ATM-PAGAMENTOS' TO WS-CFG-LOGICO.
           PERFORM 001-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-PAGAMENTOS
           END-IF.

       001-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
                   CLOSE ATM-DEPOSITOS-PEND
                   OPEN I-O ATM-DEPOSITOS-PEND
               END-IF.
           OPEN EXTEND ATM-PAGAMENTOS
               IF WS-FS-PAGAMENTOS EQUAL 35 THEN
                   OPEN OUTPUT ATM-PAGAMENTOS
                   CLOSE ATM-PAGAMENTOS
                   OPEN EXTEND ATM-PAGAMENTOS
               END-IF.
           OPEN INPUT ATM-CARTOES.
           IF WS-FS-CARTOES = 00
               MOVE 'S' TO WS-TEM-CARTOES
           END-IF.
           ACCEPT WS-DATA-SESSAO FROM DATE YYYYMMDD.
           PERFORM 011-CARREGA-LIMITES.
           PERFORM 013-IDENTIFICA-TERMINAL.

      *----------------------------------------------------------------*
      * CARREGA AS FAIXAS DE LIMITE DIARIO DO ARQUIVO DE PARAMETROS
           END-READ.

      *----------------------------------------------------------------*
      * LE O CODIGO DESTE TERMINAL E CONFERE A SITUACAO NO CADASTRO:
      * DESATIVADO OU FORA DO CADASTRO NAO ABRE SESSAO NENHUMA; EM
      * MANUTENCAO SO ATENDE O SUPERVISOR. O CADASTRO FICA ABERTO
      * PARA A CONFERENCIA DOS REABASTECIMENTOS
      *----------------------------------------------------------------*
       013-IDENTIFICA-TERMINAL.
           OPEN INPUT ATM-IDENT.
           IF WS-FS-IDENT = 00
               READ ATM-IDENT
                   NOT AT END
                       IF REG-IDENT (1:4) NOT = SPACES
                           MOVE REG-IDENT (1:4) TO WS-TERMINAL
                       END-IF
               END-READ
           END-IF.
           CLOSE ATM-IDENT.
           OPEN INPUT ATM-TERMINAIS.
           IF WS-FS-TERMINAIS = 00
               MOVE 'S' TO WS-TEM-CADASTRO
               MOVE WS-TERMINAL TO TRM-ID
               READ ATM-TERMINAIS
                   INVALID KEY
                       DISPLAY 'TERMINAL ' WS-TERMINAL
                           ' FORA DO CADASTRO - CAIXA FECHADO'
                       MOVE 'N' TO WS-TERMINAL-OK
                   NOT INVALID KEY
                       IF TRM-DESATIVADO
                           DISPLAY 'TERMINAL ' WS-TERMINAL
                               ' DESATIVADO - CAIXA FECHADO'
                           MOVE 'N' TO WS-TERMINAL-OK
                       END-IF
                       IF TRM-MANUTENCAO
                           MOVE 'S' TO WS-TRM-MANUTENCAO
                       END-IF
               END-READ
           END-IF.
           IF WS-TERMINAL-OK = 'S'
               DISPLAY 'TERMINAL ' WS-TERMINAL
           END-IF.

      *----------------------------------------------------------------*
      * PERGUNTA O CARTAO E O PIN; SO LIBERA O MENU SE O CARTAO
      * ESTIVER ATIVO E NA VALIDADE, O CLIENTE LIGADO A ELE EXISTIR
      * NO ARQUIVO DE CLIENTES E O PIN DO CARTAO ESTIVER CORRETO
      *----------------------------------------------------------------*
       02-IDENTIFICA-CONTA.
           DISPLAY 'NUMERO DO CARTAO (0 = SUPERVISOR): '.
           ACCEPT WS-CARTAO.

           IF WS-CARTAO = ZEROS
               PERFORM 025-FUNCAO-SUPERVISOR
               MOVE 'N' TO WS-PIN-OK
           ELSE
           IF WS-TRM-MANUTENCAO = 'S'
               DISPLAY 'TERMINAL EM MANUTENCAO - ATENDIMENTO SUSPENSO'
               MOVE 'N' TO WS-PIN-OK
           ELSE
           PERFORM 0201-CONFERE-CARTAO
           IF WS-CARTAO-OK = 'N'
               MOVE 'N' TO WS-PIN-OK
           ELSE
           MOVE CRT-FONE TO CLIENTES-FONE
           READ CLIENTES
               INVALID KEY
                   DISPLAY 'CONTA NAO ENCONTRADA'
                   END-IF
                   END-IF
           END-READ
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
      * CONFERE O CARTAO NO CADASTRO: SO O ATIVO E DENTRO DA
      * VALIDADE (ANO E MES) ABRE SESSAO; O ROUBADO E RETIDO
      *----------------------------------------------------------------*
       0201-CONFERE-CARTAO.
           MOVE 'N' TO WS-CARTAO-OK.
           IF WS-TEM-CARTOES = 'N'
               DISPLAY 'CADASTRO DE CARTOES INDISPONIVEL - '
                   'ATENDIMENTO SUSPENSO'
           ELSE
               MOVE WS-CARTAO TO CRT-NUMERO
               READ ATM-CARTOES
                   INVALID KEY
                       DISPLAY 'CARTAO NAO RECONHECIDO'
                   NOT INVALID KEY
                       EVALUATE TRUE
                       WHEN CRT-ROUBADO
                           PERFORM 0202-RETEM-CARTAO
                       WHEN CRT-PERDIDO
                           DISPLAY 'CARTAO COMUNICADO COMO PERDIDO - '
                               'PROCURE SUA AGENCIA'
                       WHEN CRT-BLOQUEADO
                           DISPLAY 'CARTAO BLOQUEADO - PROCURE SUA '
                               'AGENCIA'
                       WHEN CRT-CANCELADO
                           DISPLAY 'CARTAO CANCELADO'
                       WHEN CRT-VALIDADE < WS-DATA-SESSAO (1:6)
                           DISPLAY 'CARTAO VENCIDO EM '
                               CRT-VALIDADE (5:2) '/'
                               CRT-VALIDADE (1:4)
                       WHEN CRT-ATIVO
                           MOVE 'S' TO WS-CARTAO-OK
                       WHEN OTHER
                           DISPLAY 'CARTAO COM SITUACAO INVALIDA'
                       END-EVALUATE
               END-READ
           END-IF.

      *----------------------------------------------------------------*
      * CARTAO COMUNICADO COMO ROUBADO: O CAIXA RETEM O PLASTICO E A
      * RETENCAO VAI PARA O DIARIO, EM NOME DO CLIENTE DO CARTAO
      *----------------------------------------------------------------*
       0202-RETEM-CARTAO.
           DISPLAY 'CARTAO RETIDO - PROCURE SUA AGENCIA'.
           MOVE CRT-FONE TO WS-JR-FONE.
           MOVE 'RETENCAO' TO WS-JR-OPERACAO.
           MOVE ZEROS TO WS-JR-VALOR.
           MOVE ZEROS TO WS-JR-SALDO.
           MOVE 'RETIDO' TO WS-JR-RESULTADO.
           PERFORM 029-GRAVA-JOURNAL.

      *----------------------------------------------------------------*
      * A CONTA DE CONTAS.DAT E A LIGADA AO CARTAO; CARTAO SEM CONTA
      * LIGADA E MAPEADO PELA REFERENCIA CRUZADA. A SITUACAO
      * CADASTRAL E CONSULTADA PELA SUB-ROTINA COMPARTILHADA; CARTAO
      * SEM MAPEAMENTO SEGUE LIBERADO (CADASTRO ANTIGO SEM CONTA)
      *----------------------------------------------------------------*
       024-VERIFICA-SITUACAO-CONTA.
           MOVE SPACE TO WS-SIT-SITUACAO.
           MOVE 'S' TO WS-SIT-PODE.
           MOVE CRT-CONTA TO WS-CONTA-MAPEADA.
           MOVE 'N' TO WS-EOF-XREF.
           IF WS-CONTA-MAPEADA = ZEROS
               OPEN INPUT XREF-CLIENTES
               IF WS-FS-XREF NOT = 00
                   MOVE 'S' TO WS-EOF-XREF
               END-IF
           ELSE
               MOVE 'S' TO WS-EOF-XREF
           END-IF.
           PERFORM UNTIL WS-EOF-XREF = 'S'
                       END-IF
               END-READ
           END-PERFORM.
           IF CRT-CONTA = ZEROS
               CLOSE XREF-CLIENTES
           END-IF.
           IF WS-CONTA-MAPEADA NOT = ZEROS
               CALL 'SITUACAO-CONTA' USING WS-CONTA-MAPEADA
                   WS-SIT-SITUACAO WS-SIT-PODE
           END-READ.

      *----------------------------------------------------------------*
      * PERSISTE O ACUMULADO DO DIA DEPOIS DE CADA SAQUE,
      * TRANSFERENCIA OU PAGAMENTO APROVADO
      *----------------------------------------------------------------*
       028-GRAVA-SAQUES-DO-DIA.
           MOVE CLIENTES-FONE TO SDK-FONE.
           END-READ.

      *----------------------------------------------------------------*
      * CONFERE O PIN DIGITADO COM O DO CARTAO, COM ATE 3 TENTATIVAS
      * ACUMULADAS - O CONTADOR E PERSISTIDO POR CLIENTE, ENTAO
      * RELANCAR O PROGRAMA NAO DA TENTATIVAS NOVAS; NA TERCEIRA
      * FALHA O CARTAO E BLOQUEADO NO ARQUIVO E O EVENTO VAI PARA O
      * DIARIO
      *----------------------------------------------------------------*
       021-VALIDA-PIN.
           DISPLAY 'DIGITE O PIN: '.
           ACCEPT WS-PIN.
           ADD 1 TO WS-TENTATIVAS-PIN.

           IF WS-PIN = CRT-PIN
               MOVE 'S' TO WS-PIN-OK
               MOVE ZEROS TO WS-TENTATIVAS-PIN
               PERFORM 022-GRAVA-TENTATIVAS
           PERFORM 029-GRAVA-JOURNAL.

      *----------------------------------------------------------------*
      * FUNCAO DE SUPERVISOR (CARTAO ZERO): COM O SUPERVISOR
      * ASSINADO, DESBLOQUEIA UM CARTAO E ZERA AS TENTATIVAS; O
      * DESBLOQUEIO TAMBEM E AUDITADO NO DIARIO
      *----------------------------------------------------------------*
       025-FUNCAO-SUPERVISOR.
           CALL 'ASSINA-OPERADOR' USING WS-SUP-NIVEL-MINIMO
               WS-SUP-OPERADOR WS-SUP-NIVEL WS-SUP-ASSINADO.
           IF WS-SUP-ASSINADO NOT = 'S'
               DISPLAY 'SUPERVISOR NAO ASSINADO'
           ELSE
               DISPLAY 'FUNCOES DE SUPERVISAO:'
               DISPLAY '1 - DESBLOQUEAR CARTAO'
           ACCEPT WS-JR-HORA FROM TIME.
           MOVE WS-JR-DATA TO WS-JR-DATAHORA (1:8).
           MOVE WS-JR-HORA (1:6) TO WS-JR-DATAHORA (9:6).
           MOVE WS-TERMINAL TO WS-JR-TERMINAL.
           WRITE REG-JOURNAL FROM WS-LINHA-JOURNAL.

      *----------------------------------------------------------------*
           CLOSE ATM-SAQUES-DIA.
           CLOSE ATM-CASSETES.
           CLOSE ATM-COMPROVANTES.
           CLOSE ATM-PAGAMENTOS.
           IF WS-TEM-CADASTRO = 'S'
               CLOSE ATM-TERMINAIS
           END-IF.
           IF WS-TEM-CARTOES = 'S'
               CLOSE ATM-CARTOES
           END-IF.

       1-INICIAR.
               DISPLAY 'CAIXA ELETRONICO '
               DISPLAY '1 - SAQUE'
               DISPLAY '2 - DEPOSITO'
               DISPLAY '3 - CONSULTA AO SALDO'
               DISPLAY '4 - EXTRATO (ULTIMOS MOVIMENTOS)'
               DISPLAY '5 - TRANSFERENCIA ENTRE SUAS CONTAS'
               DISPLAY '6 - PAGAMENTO DE BOLETO'
               DISPLAY '7 - SAIR'
               ACCEPT WS-ESCOLHA.

       2-PROCESSAR.
                   PERFORM 214-JOURNAL-CONSULTA

               WHEN 4
                   DISPLAY 'EXTRATO'
                   PERFORM 28-EXTRATO

               WHEN 5
                   DISPLAY 'TRANSFERENCIA ENTRE SUAS CONTAS'
                   PERFORM 29-TRANSFERE-CONTAS

               WHEN 6
                   DISPLAY 'PAGAMENTO DE BOLETO'
                   PERFORM 20-PAGA-BOLETO

               WHEN 7
                   DISPLAY 'OBRIGADO'

               WHEN OTHER
           MOVE ALL '-' TO REG-COMPROVANTE.
           WRITE REG-COMPROVANTE.

      *----------------------------------------------------------------*
      * TRANSFERENCIA E PAGAMENTO SOMAM NO LIMITE DIARIO DO SAQUE;
      * SEM LIMITE DISPONIVEL A OPERACAO E RECUSADA (NAO HA NOTAS A
      * REDUZIR COMO NO SAQUE)
      *----------------------------------------------------------------*
       216-CONFERE-LIMITE-DIA.
           IF (WS-SAC-DIA + WS-VALOR) > WS-LIMITE-DIARIO
               COMPUTE WS-SAQUE-DISPONIVEL =
                   WS-LIMITE-DIARIO - WS-SAC-DIA
               DISPLAY 'LIMITE DIARIO DO CAIXA EXCEDIDO - '
                   'DISPONIVEL HOJE: ' WS-SAQUE-DISPONIVEL
               MOVE 'N' TO WS-OPER-OK
           END-IF.

       217-JOURNAL-RECUSADO.
           MOVE CLIENTES-FONE TO WS-JR-FONE.
           MOVE WS-VALOR TO WS-JR-VALOR.
           MOVE WS-SALDO-CONTA TO WS-JR-SALDO.
           MOVE 'RECUSADO' TO WS-JR-RESULTADO.
           PERFORM 029-GRAVA-JOURNAL.

      *----------------------------------------------------------------*
      * DEPOSITO EM ENVELOPE NAO CREDITA O SALDO NA HORA: O VALOR
      * FICA RETIDO NO ARQUIVO DE DEPOSITOS PENDENTES ATE A BATIDA
           END-REWRITE.

      *----------------------------------------------------------------*
      * LE O INVENTARIO DOS CASSETES DESTE TERMINAL PARA A TABELA
      * (ORDEM CRESCENTE DE DENOMINACAO PELA CHAVE DO ARQUIVO)
      *----------------------------------------------------------------*
       240-CARREGA-CASSETES.
           MOVE ZEROS TO WS-CNT-CASSETES.
           MOVE 'N' TO WS-EOF-CASSETES.
           MOVE WS-TERMINAL TO CAS-TERMINAL.
           MOVE ZEROS TO CAS-DENOM.
           START ATM-CASSETES KEY IS NOT LESS THAN CAS-CHAVE
               INVALID KEY MOVE 'S' TO WS-EOF-CASSETES
           END-START.
           PERFORM UNTIL WS-EOF-CASSETES = 'S'
               READ ATM-CASSETES NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF-CASSETES
                   NOT AT END
                       IF CAS-TERMINAL NOT = WS-TERMINAL
                           MOVE 'S' TO WS-EOF-CASSETES
                       ELSE
                       IF WS-CNT-CASSETES < 10
                           ADD 1 TO WS-CNT-CASSETES
                           SET WS-IDX-CAS TO WS-CNT-CASSETES
                           MOVE CAS-QTD TO WS-CAS-QTD (WS-IDX-CAS)
                           MOVE ZEROS TO WS-CAS-USAR (WS-IDX-CAS)
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.

               IF WS-CAS-USAR (WS-IDX-CAS) > ZEROS
                   DISPLAY '  ' WS-CAS-USAR (WS-IDX-CAS)
                       ' NOTA(S) DE ' WS-CAS-DENOM (WS-IDX-CAS)
                   MOVE WS-TERMINAL TO CAS-TERMINAL
                   MOVE WS-CAS-DENOM (WS-IDX-CAS) TO CAS-DENOM
                   READ ATM-CASSETES
                       INVALID KEY

      *----------------------------------------------------------------*
      * REABASTECIMENTO DE CASSETE PELO SUPERVISOR: SOMA AS NOTAS
      * CARREGADAS AO CASSETE DA DENOMINACAO DESTE TERMINAL
      * (CRIANDO-O SE NOVO) E REGISTRA O EVENTO NO DIARIO. COM O
      * CADASTRO DE TERMINAIS, SO ACEITA DENOMINACAO CONFIGURADA NO
      * TERMINAL E SEM PASSAR DA CAPACIDADE DO CASSETE
      *----------------------------------------------------------------*
       26-REABASTECE-CASSETE.
           DISPLAY 'DENOMINACAO DA NOTA: '.
           ACCEPT WS-DENOM-REPO.
           DISPLAY 'QUANTIDADE CARREGADA: '.
           ACCEPT WS-QTD-REPO.
           MOVE 'S' TO WS-REPO-OK.
           MOVE WS-TERMINAL TO CAS-TERMINAL.
           MOVE WS-DENOM-REPO TO CAS-DENOM.
           READ ATM-CASSETES
               INVALID KEY
                   MOVE ZEROS TO CAS-QTD
                   MOVE 'N' TO WS-CASSETE-EXISTE
               NOT INVALID KEY
                   MOVE 'S' TO WS-CASSETE-EXISTE
           END-READ.
           IF WS-TEM-CADASTRO = 'S'
               PERFORM 261-CONFERE-CONFIGURACAO
           END-IF.
           IF WS-REPO-OK = 'S'
               ADD WS-QTD-REPO TO CAS-QTD
               IF WS-CASSETE-EXISTE = 'N'
                   MOVE WS-TERMINAL TO CAS-TERMINAL
                   MOVE WS-DENOM-REPO TO CAS-DENOM
                   WRITE CASSETE-REG
                       INVALID KEY
                           DISPLAY 'ERRO AO CRIAR O CASSETE'
                   END-WRITE
               ELSE
                   REWRITE CASSETE-REG
                       INVALID KEY
                           DISPLAY 'ERRO AO REABASTECER O CASSETE'
                   END-REWRITE
               END-IF
               DISPLAY 'CASSETE DE ' WS-DENOM-REPO ' COM ' CAS-QTD
                   ' NOTA(S)'
               MOVE ZEROS TO WS-JR-FONE
               MOVE 'REABASTECE' TO WS-JR-OPERACAO
               MOVE WS-QTD-REPO TO WS-JR-VALOR
               MOVE ZEROS TO WS-JR-SALDO
               MOVE 'EFETUADO' TO WS-JR-RESULTADO
               PERFORM 029-GRAVA-JOURNAL
           END-IF.

      *----------------------------------------------------------------*
      * A DENOMINACAO TEM DE ESTAR ENTRE OS CASSETES CONFIGURADOS DO
      * TERMINAL E A CARGA, SOMADA AO QUE JA HA NO CASSETE, NAO PODE
      * PASSAR DA CAPACIDADE; TERMINAL SEM CONFIGURACAO NAO LIMITA
      *----------------------------------------------------------------*
       261-CONFERE-CONFIGURACAO.
           MOVE WS-TERMINAL TO TRM-ID.
           READ ATM-TERMINAIS
               INVALID KEY
                   MOVE ZEROS TO TRM-CNT-CASSETES
           END-READ.
           IF TRM-CNT-CASSETES > ZEROS
               MOVE ZEROS TO WS-CAPAC-CFG
               PERFORM VARYING WS-IDX-CFG FROM 1 BY 1
                       UNTIL WS-IDX-CFG > TRM-CNT-CASSETES
                   IF TRM-CAS-DENOM (WS-IDX-CFG) = WS-DENOM-REPO
                       MOVE TRM-CAS-CAPAC (WS-IDX-CFG) TO WS-CAPAC-CFG
                   END-IF
               END-PERFORM
               IF WS-CAPAC-CFG = ZEROS
                   DISPLAY 'NOTA DE ' WS-DENOM-REPO
                       ' NAO CONFIGURADA NO TERMINAL ' WS-TERMINAL
                   MOVE 'N' TO WS-REPO-OK
               ELSE
                   IF CAS-QTD + WS-QTD-REPO > WS-CAPAC-CFG
                       DISPLAY 'CARGA PASSA DA CAPACIDADE DO CASSETE ('
                           WS-CAPAC-CFG ' NOTAS, JA HA ' CAS-QTD ')'
                       MOVE 'N' TO WS-REPO-OK
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * POSICAO DO DIA DOS CASSETES, EXIBIDA E GRAVADA NO RELATORIO
           PERFORM VARYING WS-IDX-CAS FROM 1 BY 1
                   UNTIL WS-IDX-CAS > WS-CNT-CASSETES
               MOVE WS-DATA-SESSAO TO WS-POS-DATA
               MOVE WS-TERMINAL TO WS-POS-TERMINAL
               MOVE WS-CAS-DENOM (WS-IDX-CAS) TO WS-POS-DENOM
               MOVE WS-CAS-QTD (WS-IDX-CAS) TO WS-POS-QTD
               DISPLAY WS-LINHA-POSICAO
               WRITE REG-POSICAO FROM WS-LINHA-POSICAO
           END-PERFORM.
           CLOSE ATM-POSICAO.

      *----------------------------------------------------------------*
      * EXTRATO DOS ULTIMOS 10 MOVIMENTOS: O DIARIO DO CAIXA (SAQUES,
      * PAGAMENTOS, DEPOSITOS E CONTESTACOES APROVADOS DO CARTAO) E O
      * TRANS-LOG DAS CONTAS DO CLIENTE, EXIBIDO E IMPRESSO NO
      * COMPROVANTE. O PEDIDO DE EXTRATO VAI PARA O DIARIO
      *----------------------------------------------------------------*
       28-EXTRATO.
           MOVE ZEROS TO WS-CNT-EXTRATO.
           PERFORM 281-EXTRATO-JOURNAL.
           PERFORM 291-CARREGA-CONTAS-CLIENTE.
           PERFORM 282-EXTRATO-TRANS-LOG.
           MOVE 'EXTRATO' TO WS-JR-OPERACAO.
           MOVE ZEROS TO WS-VALOR.
           PERFORM 212-JOURNAL-APROVADO.
           PERFORM 284-IMPRIME-EXTRATO.

      * O DIARIO FICA ABERTO EM EXTEND A SESSAO INTEIRA: E FECHADO,
      * RELIDO E REABERTO NO FIM PARA AS PROXIMAS GRAVACOES
       281-EXTRATO-JOURNAL.
           CLOSE ATM-JOURNAL.
           MOVE 'N' TO WS-EOF-JOURNAL.
           OPEN INPUT ATM-JOURNAL.
           IF WS-FS-JOURNAL = 00
               PERFORM UNTIL WS-EOF-JOURNAL = 'S'
                   READ ATM-JOURNAL INTO WS-JL-LINHA
                       AT END MOVE 'S' TO WS-EOF-JOURNAL
                       NOT AT END PERFORM 2811-SELECIONA-JOURNAL
                   END-READ
               END-PERFORM
               CLOSE ATM-JOURNAL
           END-IF.
           OPEN EXTEND ATM-JOURNAL.

       2811-SELECIONA-JOURNAL.
           IF WS-JL-FONE = CLIENTES-FONE
              AND WS-JL-RESULTADO = 'APROVADO'
               MOVE 'S' TO WS-EXT-ENTRA
               EVALUATE WS-JL-OPERACAO
                   WHEN 'SAQUE'
                   WHEN 'PAGAMENTO'
                       MOVE '-' TO WS-NOVO-SINAL
                   WHEN 'DEP-LIBERADO'
                   WHEN 'CONTESTACAO'
                       MOVE '+' TO WS-NOVO-SINAL
                   WHEN 'DEP-RETIDO'
                       MOVE SPACE TO WS-NOVO-SINAL
                   WHEN OTHER
                       MOVE 'N' TO WS-EXT-ENTRA
               END-EVALUATE
               IF WS-EXT-ENTRA = 'S'
                   MOVE WS-JL-DATAHORA TO WS-NOVO-DATAHORA
                   MOVE 'CAIXA' TO WS-NOVO-ORIGEM
                   MOVE WS-JL-OPERACAO TO WS-NOVO-TIPO
                   COMPUTE WS-NOVO-VALOR =
                       FUNCTION NUMVAL (WS-JL-VALOR)
                   PERFORM 283-INSERE-MOVIMENTO
               END-IF
           END-IF.

      * LANCAMENTOS DAS CONTAS PROPRIAS; A LINHA DE TRANSPORTE DE
      * SALDO NAO E MOVIMENTO
       282-EXTRATO-TRANS-LOG.
           MOVE 'N' TO WS-EOF-TRANS-LOG.
           OPEN INPUT TRANS-LOG.
           IF WS-FS-TRANS-LOG = 00
               PERFORM UNTIL WS-EOF-TRANS-LOG = 'S'
                   READ TRANS-LOG
                       AT END MOVE 'S' TO WS-EOF-TRANS-LOG
                       NOT AT END PERFORM 2821-SELECIONA-LOG
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE TRANS-LOG.

       2821-SELECIONA-LOG.
           CALL 'LE-LINHA-LOG' USING REG-TRANS-LOG TLG-CAMPOS.
           MOVE 'N' TO WS-CONTA-PROPRIA.
           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA > WS-CNT-CONTAS-CLI
               IF WS-CONTA-CLI (WS-IDX-CTA) = TLG-CONTA
                   MOVE 'S' TO WS-CONTA-PROPRIA
               END-IF
           END-PERFORM.
           IF WS-CONTA-PROPRIA = 'S' AND NOT TLG-TRANSPORTE
               COMPUTE WS-NOVO-DATAHORA =
                   TLG-DATA * 1000000 + TLG-HORA
               MOVE TLG-CONTA TO WS-NOVO-ORIGEM
               MOVE TLG-TIPO TO WS-NOVO-TIPO
               IF TLG-CREDITO
                   MOVE '+' TO WS-NOVO-SINAL
               ELSE
                   MOVE '-' TO WS-NOVO-SINAL
               END-IF
               IF TLG-VALOR < ZEROS
                   COMPUTE WS-NOVO-VALOR = ZEROS - TLG-VALOR
               ELSE
                   MOVE TLG-VALOR TO WS-NOVO-VALOR
               END-IF
               PERFORM 283-INSERE-MOVIMENTO
           END-IF.

      * INSERE O MOVIMENTO NA TABELA EM ORDEM DE DATA/HORA; COM A
      * TABELA CHEIA O MAIS ANTIGO SAI, E UM MOVIMENTO MAIS ANTIGO
      * QUE TODOS OS GUARDADOS NEM ENTRA
       283-INSERE-MOVIMENTO.
           MOVE 'S' TO WS-EXT-ENTRA.
           IF WS-CNT-EXTRATO = 10
               IF WS-NOVO-DATAHORA < WS-EXT-DATAHORA (1)
                   MOVE 'N' TO WS-EXT-ENTRA
               ELSE
                   PERFORM VARYING WS-IDX-EXT FROM 1 BY 1
                           UNTIL WS-IDX-EXT > 9
                       MOVE WS-EXT-ITEM (WS-IDX-EXT + 1)
                           TO WS-EXT-ITEM (WS-IDX-EXT)
                   END-PERFORM
                   MOVE 9 TO WS-CNT-EXTRATO
               END-IF
           END-IF.
           IF WS-EXT-ENTRA = 'S'
               MOVE WS-CNT-EXTRATO TO WS-IDX-EXT
               MOVE 'N' TO WS-EXT-POSICAO-OK
               PERFORM UNTIL WS-EXT-POSICAO-OK = 'S'
                   IF WS-IDX-EXT = ZEROS
                       MOVE 'S' TO WS-EXT-POSICAO-OK
                   ELSE
                       IF WS-EXT-DATAHORA (WS-IDX-EXT) >
                          WS-NOVO-DATAHORA
                           MOVE WS-EXT-ITEM (WS-IDX-EXT)
                               TO WS-EXT-ITEM (WS-IDX-EXT + 1)
                           SUBTRACT 1 FROM WS-IDX-EXT
                       ELSE
                           MOVE 'S' TO WS-EXT-POSICAO-OK
                       END-IF
                   END-IF
               END-PERFORM
               ADD 1 TO WS-IDX-EXT
               MOVE WS-EXT-NOVO TO WS-EXT-ITEM (WS-IDX-EXT)
               ADD 1 TO WS-CNT-EXTRATO
           END-IF.

       284-IMPRIME-EXTRATO.
           MOVE ALL '-' TO REG-COMPROVANTE.
           WRITE REG-COMPROVANTE.
           MOVE SPACES TO WS-LINHA-COMPROV.
           MOVE 'COMPROVANTE' TO WS-CMP-ROTULO.
           MOVE 'EXTRATO - ULTIMOS MOVIMENTOS' TO WS-CMP-CONTEUDO.
           WRITE REG-COMPROVANTE FROM WS-LINHA-COMPROV.
           MOVE SPACES TO WS-LINHA-COMPROV.
           MOVE 'DATA/HORA' TO WS-CMP-ROTULO.
           MOVE WS-JR-DATAHORA TO WS-CMP-CONTEUDO.
           WRITE REG-COMPROVANTE FROM WS-LINHA-COMPROV.
           MOVE SPACES TO WS-LINHA-COMPROV.
           MOVE 'CONTA' TO WS-CMP-ROTULO.
           MOVE CLIENTES-FONE TO WS-CMP-CONTEUDO.
           WRITE REG-COMPROVANTE FROM WS-LINHA-COMPROV.
           IF WS-CNT-EXTRATO = ZEROS
               DISPLAY 'NENHUM MOVIMENTO ENCONTRADO'
               MOVE SPACES TO WS-LINHA-COMPROV
               MOVE 'NENHUM MOVIMENTO' TO WS-CMP-CONTEUDO
               WRITE REG-COMPROVANTE FROM WS-LINHA-COMPROV
           END-IF.
           PERFORM VARYING WS-IDX-EXT FROM 1 BY 1
                   UNTIL WS-IDX-EXT > WS-CNT-EXTRATO
               MOVE WS-EXT-DATAHORA (WS-IDX-EXT) (7:2) TO WS-LE-DIA
               MOVE WS-EXT-DATAHORA (WS-IDX-EXT) (5:2) TO WS-LE-MES
               MOVE WS-EXT-ORIGEM (WS-IDX-EXT) TO WS-LE-ORIGEM
               MOVE WS-EXT-TIPO (WS-IDX-EXT) TO WS-LE-TIPO
               MOVE WS-EXT-SINAL (WS-IDX-EXT) TO WS-LE-SINAL
               MOVE WS-EXT-VALOR (WS-IDX-EXT) TO WS-LE-VALOR
               DISPLAY WS-LINHA-EXTRATO
               WRITE REG-COMPROVANTE FROM WS-LINHA-EXTRATO
           END-PERFORM.
           MOVE SPACES TO WS-LINHA-COMPROV.
           MOVE 'SALDO' TO WS-CMP-ROTULO.
           MOVE WS-SALDO-CONTA TO WS-CMP-SALDO-ED.
           MOVE WS-CMP-SALDO-ED TO WS-CMP-CONTEUDO.
           WRITE REG-COMPROVANTE FROM WS-LINHA-COMPROV.
           MOVE ALL '-' TO REG-COMPROVANTE.
           WRITE REG-COMPROVANTE.

      *----------------------------------------------------------------*
      * TRANSFERENCIA ENTRE AS CONTAS DO PROPRIO CLIENTE, PELO MESMO
      * CAMINHO EM DUAS FASES DO TRANS-BANC (SUB-ROTINA TRANSFERE-
      * CONTAS, QUE CONFERE SITUACAO, SALDO E LIMITE DAS CONTAS).
      * VALOR EM REAIS INTEIROS, SOMADO NO LIMITE DIARIO DO CAIXA
      *----------------------------------------------------------------*
       29-TRANSFERE-CONTAS.
           PERFORM 291-CARREGA-CONTAS-CLIENTE.
           IF WS-CNT-CONTAS-CLI < 2
               DISPLAY 'TRANSFERENCIA INDISPONIVEL - O CARTAO NAO '
                   'TEM DUAS CONTAS PROPRIAS LIGADAS'
           ELSE
               PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                       UNTIL WS-IDX-CTA > WS-CNT-CONTAS-CLI
                   DISPLAY WS-IDX-CTA ' - CONTA '
                       WS-CONTA-CLI (WS-IDX-CTA)
               END-PERFORM
               DISPLAY 'CONTA DE ORIGEM (NUMERO DA LISTA)?'
               ACCEPT WS-OPC-ORIGEM
               DISPLAY 'CONTA DE DESTINO (NUMERO DA LISTA)?'
               ACCEPT WS-OPC-DESTINO
               DISPLAY 'QUAL O VALOR DA TRANSFERENCIA (REAIS '
                   'INTEIROS)?'
               ACCEPT WS-VALOR
               PERFORM 293-EFETUA-TRANSFERENCIA
           END-IF.

      * A CONTA DO CARTAO E AS CONTAS EM QUE O FONE E TITULAR OU
      * CO-TITULAR NA REFERENCIA CRUZADA, SEM REPETIR
       291-CARREGA-CONTAS-CLIENTE.
           MOVE ZEROS TO WS-CNT-CONTAS-CLI.
           IF CRT-CONTA NOT = ZEROS
               MOVE 1 TO WS-CNT-CONTAS-CLI
               MOVE CRT-CONTA TO WS-CONTA-CLI (1)
           END-IF.
           MOVE 'N' TO WS-EOF-XREF.
           OPEN INPUT XREF-CLIENTES.
           IF WS-FS-XREF = 00
               PERFORM UNTIL WS-EOF-XREF = 'S'
                   READ XREF-CLIENTES
                       AT END MOVE 'S' TO WS-EOF-XREF
                       NOT AT END
                           MOVE REG-XREF TO WS-LINHA-XREF
                           IF WS-XR-FONE = CLIENTES-FONE
                              AND (WS-XR-TITULAR OR WS-XR-CO-TITULAR)
                               PERFORM 2911-ACRESCENTA-CONTA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE XREF-CLIENTES.

       2911-ACRESCENTA-CONTA.
           MOVE 'N' TO WS-CONTA-PROPRIA.
           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA > WS-CNT-CONTAS-CLI
               IF WS-CONTA-CLI (WS-IDX-CTA) = WS-XR-CONTA
                   MOVE 'S' TO WS-CONTA-PROPRIA
               END-IF
           END-PERFORM.
           IF WS-CONTA-PROPRIA = 'N' AND WS-CNT-CONTAS-CLI < 10
               ADD 1 TO WS-CNT-CONTAS-CLI
               MOVE WS-XR-CONTA TO WS-CONTA-CLI (WS-CNT-CONTAS-CLI)
           END-IF.

       293-EFETUA-TRANSFERENCIA.
           MOVE 'S' TO WS-OPER-OK.
           IF WS-OPC-ORIGEM < 1 OR WS-OPC-ORIGEM > WS-CNT-CONTAS-CLI
              OR WS-OPC-DESTINO < 1
              OR WS-OPC-DESTINO > WS-CNT-CONTAS-CLI
              OR WS-OPC-ORIGEM = WS-OPC-DESTINO
               DISPLAY 'CONTAS DE ORIGEM E DESTINO INVALIDAS'
               MOVE 'N' TO WS-OPER-OK
           END-IF.
           MOVE WS-VALOR TO WS-VALOR-INTEIRO.
           IF WS-OPER-OK = 'S'
              AND (WS-VALOR = ZEROS OR WS-VALOR NOT = WS-VALOR-INTEIRO)
               DISPLAY 'VALOR INVALIDO - INFORME REAIS INTEIROS'
               MOVE 'N' TO WS-OPER-OK
           END-IF.
           IF WS-OPER-OK = 'S'
               PERFORM 216-CONFERE-LIMITE-DIA
           END-IF.
           IF WS-OPER-OK = 'S'
               MOVE WS-CONTA-CLI (WS-OPC-ORIGEM) TO WS-TRF-ORIGEM
               MOVE WS-CONTA-CLI (WS-OPC-DESTINO) TO WS-TRF-DESTINO
               MOVE WS-TERMINAL TO WS-TRF-OPERADOR
               CALL 'TRANSFERE-CONTAS' USING WS-TRF-ORIGEM
                   WS-TRF-DESTINO WS-VALOR-INTEIRO WS-TRF-OPERADOR
                   WS-TRF-RESULTADO WS-TRF-SALDO-ORIGEM
               IF WS-TRF-RESULTADO NOT = 'S'
                   DISPLAY 'TRANSFERENCIA RECUSADA PELA CONTA'
                   MOVE 'N' TO WS-OPER-OK
               END-IF
           END-IF.
           MOVE 'TRANSF-CONTA' TO WS-JR-OPERACAO.
           IF WS-OPER-OK = 'S'
               ADD WS-VALOR TO WS-SAC-DIA
               PERFORM 028-GRAVA-SAQUES-DO-DIA
               DISPLAY 'TRANSFERENCIA REALIZADA'
               PERFORM 212-JOURNAL-APROVADO
               PERFORM 292-COMPROVANTE-TRANSF
           ELSE
               PERFORM 217-JOURNAL-RECUSADO
           END-IF.

       292-COMPROVANTE-TRANSF.
           MOVE ALL '-' TO REG-COMPROVANTE.
           WRITE REG-COMPROVANTE.
           MOVE SPACES TO WS-LINHA-COMPROV.
           MOVE 'COMPROVANTE' TO WS-CMP-ROTULO.
           MOVE 'TRANSFERENCIA ENTRE CONTAS' TO WS-CMP-CONTEUDO.
           WRITE REG-COMPROVANTE FROM WS-LINHA-COMPROV.
           MOVE SPACES TO WS-LINHA-COMPROV.
           MOVE 'DATA/HORA' TO WS-CMP-ROTULO.
           MOVE WS-JR-DATAHORA TO WS-CMP-CONTEUDO.
           WRITE REG-COMPROVANTE FROM WS-LINHA-COMPROV.
           MOVE SPACES TO WS-LINHA-COMPROV.
           MOVE 'ORIGEM' TO WS-CMP-ROTULO.
           MOVE WS-TRF-ORIGEM TO WS-CMP-CONTEUDO.
           WRITE REG-COMPROVANTE FROM WS-LINHA-COMPROV.
           MOVE SPACES TO WS-LINHA-COMPROV.
           MOVE 'DESTINO' TO WS-CMP-ROTULO.
           MOVE WS-TRF-DESTINO TO WS-CMP-CONTEUDO.
           WRITE REG-COMPROVANTE FROM WS-LINHA-COMPROV.
           MOVE SPACES TO WS-LINHA-COMPROV.
           MOVE 'VALOR' TO WS-CMP-ROTULO.
           MOVE WS-VALOR TO WS-CMP-VALOR-ED.
           MOVE WS-CMP-VALOR-ED TO WS-CMP-CONTEUDO.
           WRITE REG-COMPROVANTE FROM WS-LINHA-COMPROV.
           MOVE SPACES TO WS-LINHA-COMPROV.
           MOVE 'SALDO ORIGEM' TO WS-CMP-ROTULO.
           MOVE WS-TRF-SALDO-ORIGEM TO WS-CMP-SALDO-SINAL.
           MOVE WS-CMP-SALDO-SINAL TO WS-CMP-CONTEUDO.
           WRITE REG-COMPROVANTE FROM WS-LINHA-COMPROV.
           MOVE ALL '-' TO REG-COMPROVANTE.
           WRITE REG-COMPROVANTE.

      *----------------------------------------------------------------*
      * PAGAMENTO DE BOLETO PELA LINHA DIGITAVEL: DEBITA O SALDO DO
      * CLIENTE, SOMA NO LIMITE DIARIO E GRAVA O BOLETO NO ARQUIVO
      * DE PAGAMENTOS PARA A LIQUIDACAO DO DIA SEGUINTE
      *----------------------------------------------------------------*
       20-PAGA-BOLETO.
           MOVE 'S' TO WS-OPER-OK.
           MOVE ZEROS TO WS-VALOR.
           MOVE SPACES TO WS-BOLETO.
           DISPLAY 'LINHA DIGITAVEL DO BOLETO (47 DIGITOS)?'.
           ACCEPT WS-BOLETO.
           IF WS-BOLETO NOT NUMERIC OR WS-BOLETO = ALL '0'
               DISPLAY 'LINHA DIGITAVEL INVALIDA'
               MOVE 'N' TO WS-OPER-OK
           END-IF.
           IF WS-OPER-OK = 'S'
               IF WS-BOL-VALOR = ZEROS
                   DISPLAY 'BOLETO SEM VALOR - QUAL O VALOR A PAGAR?'
                   ACCEPT WS-VALOR
               ELSE
                   IF WS-BOL-VALOR > 99999,99
                       DISPLAY 'VALOR DO BOLETO ACIMA DO PERMITIDO '
                           'NO CAIXA'
                       MOVE 'N' TO WS-OPER-OK
                   ELSE
                       MOVE WS-BOL-VALOR TO WS-VALOR
                   END-IF
               END-IF
           END-IF.
           IF WS-OPER-OK = 'S' AND WS-VALOR = ZEROS
               DISPLAY 'VALOR INVALIDO'
               MOVE 'N' TO WS-OPER-OK
           END-IF.
           IF WS-OPER-OK = 'S' AND WS-VALOR > WS-SALDO-CONTA
               DISPLAY 'SALDO INSUFICIENTE PARA O PAGAMENTO'
               MOVE 'N' TO WS-OPER-OK
           END-IF.
           IF WS-OPER-OK = 'S'
               PERFORM 216-CONFERE-LIMITE-DIA
           END-IF.
           IF WS-OPER-OK = 'S'
               DISPLAY 'VALOR: ' WS-VALOR
                   ' - CONFIRMA O PAGAMENTO (S/N)?'
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
                   DISPLAY 'PAGAMENTO CANCELADO'
                   MOVE 'N' TO WS-OPER-OK
               END-IF
           END-IF.
           MOVE 'PAGAMENTO' TO WS-JR-OPERACAO.
           IF WS-OPER-OK = 'S'
               SUBTRACT WS-VALOR FROM WS-SALDO-CONTA
               PERFORM 23-ATUALIZA-SALDO
               ADD WS-VALOR TO WS-SAC-DIA
               PERFORM 028-GRAVA-SAQUES-DO-DIA
               PERFORM 201-GRAVA-PAGAMENTO
               DISPLAY 'PAGAMENTO REALIZADO'
               PERFORM 212-JOURNAL-APROVADO
               PERFORM 202-COMPROVANTE-BOLETO
           ELSE
               PERFORM 217-JOURNAL-RECUSADO
           END-IF.

       201-GRAVA-PAGAMENTO.
           ACCEPT WS-JR-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-JR-HORA FROM TIME.
           MOVE WS-JR-DATA TO WS-PG-DATA.
           MOVE WS-JR-HORA (1:6) TO WS-PG-HORA.
           MOVE WS-TERMINAL TO WS-PG-TERMINAL.
           MOVE CLIENTES-FONE TO WS-PG-FONE.
           MOVE WS-BOLETO TO WS-PG-BOLETO.
           MOVE WS-VALOR TO WS-PG-VALOR.
           MOVE 'P' TO WS-PG-SITUACAO.
           WRITE REG-PAGAMENTO FROM WS-LINHA-PAGAMENTO.
           IF WS-FS-PAGAMENTOS NOT = 00
               DISPLAY 'ERRO AO GRAVAR O PAGAMENTO: ' WS-FS-PAGAMENTOS
           END-IF.

       202-COMPROVANTE-BOLETO.
           MOVE ALL '-' TO REG-COMPROVANTE.
           WRITE REG-COMPROVANTE.
           MOVE SPACES TO WS-LINHA-COMPROV.
           MOVE 'COMPROVANTE' TO WS-CMP-ROTULO.
           MOVE 'PAGAMENTO DE BOLETO' TO WS-CMP-CONTEUDO.
           WRITE REG-COMPROVANTE FROM WS-LINHA-COMPROV.
           MOVE SPACES TO WS-LINHA-COMPROV.
           MOVE 'DATA/HORA' TO WS-CMP-ROTULO.
           MOVE WS-JR-DATAHORA TO WS-CMP-CONTEUDO.
           WRITE REG-COMPROVANTE FROM WS-LINHA-COMPROV.
           MOVE SPACES TO WS-LINHA-COMPROV.
           MOVE 'CONTA' TO WS-CMP-ROTULO.
           MOVE CLIENTES-FONE TO WS-CMP-CONTEUDO.
           WRITE REG-COMPROVANTE FROM WS-LINHA-COMPROV.
           MOVE SPACES TO WS-LINHA-COMPROV.
           MOVE 'BOLETO' TO WS-CMP-ROTULO.
           MOVE WS-BOL-PARTE1 TO WS-CMP-CONTEUDO.
           WRITE REG-COMPROVANTE FROM WS-LINHA-COMPROV.
           MOVE SPACES TO WS-LINHA-COMPROV.
           MOVE WS-BOL-PARTE2 TO WS-CMP-CONTEUDO.
           WRITE REG-COMPROVANTE FROM WS-LINHA-COMPROV.
           MOVE SPACES TO WS-LINHA-COMPROV.
           MOVE 'VALOR' TO WS-CMP-ROTULO.
           MOVE WS-VALOR TO WS-CMP-VALOR-ED.
           MOVE WS-CMP-VALOR-ED TO WS-CMP-CONTEUDO.
           WRITE REG-COMPROVANTE FROM WS-LINHA-COMPROV.
           MOVE SPACES TO WS-LINHA-COMPROV.
           MOVE 'SALDO' TO WS-CMP-ROTULO.
           MOVE WS-SALDO-CONTA TO WS-CMP-SALDO-ED.
           MOVE WS-CMP-SALDO-ED TO WS-CMP-CONTEUDO.
           WRITE REG-COMPROVANTE FROM WS-LINHA-COMPROV.
           MOVE ALL '-' TO REG-COMPROVANTE.
           WRITE REG-COMPROVANTE.
      *================================================================*
