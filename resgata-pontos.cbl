      *================================================================*
      * Author:
      * Date:
      * Purpose: Resgate de pontos de fidelidade em credito na conta
      *  do cliente. O operador assina pela ASSINA-OPERADOR com nivel
      *  2, informa o fone do cliente, ve o saldo de pontos do razao
      *  (PONTOS-RAZAO.TXT, ultima linha do fone), e informa quantos
      *  pontos resgatar e em que conta creditar - conta de que o
      *  cliente e titular ou co-titular no XREF, liberada para
      *  movimento (SITUACAO-CONTA). O valor e o numero de pontos
      *  vezes o VALOR-PONTO do arquivo de regras (PONTOS-REGRAS.TXT,
      *  que tambem da o RESGATE-MINIMO). Confirmado, o credito entra
      *  pelo caminho normal do dinheiro: CONTA-SALDO regravado e
      *  lancamento RESGATE-PTS no TRANS-LOG, numerado pela
      *  NUMERA-LOG; o razao de pontos recebe a linha R com a conta e
      *  a sequencia do lancamento, baixando o saldo de pontos.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESGATA-PONTOS.
      *================================================================*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PONTOS-REGRAS ASSIGN TO WS-ARQ-REGRAS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-REGRAS.

           SELECT OPTIONAL PONTOS-RAZAO ASSIGN TO WS-ARQ-RAZAO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-RAZAO.

           SELECT CLIENTES ASSIGN TO WS-ARQ-CLIENTES
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-CLIENTES
             RECORD KEY CLIENTES-KEY.

           SELECT XREF-CLIENTES ASSIGN TO WS-ARQ-XREF
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-XREF.

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
       FD PONTOS-REGRAS.
       01 REG-REGRA PIC X(40).

       FD PONTOS-RAZAO.
       01 REG-PONTOS PIC X(80).

       FD CLIENTES.
       COPY CLIREG.

       FD XREF-CLIENTES.
       01 REG-XREF PIC X(30).

       FD CONTAS.
       COPY CONTAREG.

       FD TRANS-LOG.
       01 REG-LOG PIC X(120).

       WORKING-STORAGE SECTION.
      * O OPERADOR ASSINADO PELA SUB-ROTINA COMPARTILHADA
      * ASSINA-OPERADOR, CARIMBADO NO LANCAMENTO DO RESGATE
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
       01 WS-ARQ-REGRAS     PIC X(80) VALUE
           'C:\COBOL\PONTOS-REGRAS.TXT'.
       01 WS-ARQ-RAZAO      PIC X(80) VALUE
           'C:\COBOL\PONTOS-RAZAO.TXT'.
       01 WS-ARQ-CLIENTES   PIC X(80) VALUE 'C:\COBOL\CLIENTES.DAT'.
       01 WS-ARQ-XREF       PIC X(80) VALUE
           'C:\COBOL\CLIENTES-CONTAS-XREF.TXT'.
       01 WS-ARQ-CONTAS     PIC X(80) VALUE 'C:\COBOL\CONTAS.DAT'.
       01 WS-ARQ-LOG        PIC X(80) VALUE 'C:\COBOL\TRANS-LOG.TXT'.
       01 WS-CFG-LOGICO     PIC X(20).
       01 WS-CFG-CAMINHO    PIC X(80).
       01 WS-CFG-ACHOU      PIC X(01).

       01 WS-STATUS.
           05 WS-FS-REGRAS   PIC X(02).
           05 WS-FS-RAZAO    PIC X(02).
           05 WS-FS-CLIENTES PIC X(02).
           05 WS-FS-XREF     PIC X(02).
           05 WS-FS-CONTAS   PIC X(02).
           05 WS-FS-LOG      PIC X(02).

       01 WS-CONTROLE.
           05 WS-EOF           PIC X(01) VALUE 'N'.
           05 WS-DATA-HOJE     PIC 9(08) VALUE ZEROS.
           05 WS-FONE          PIC 9(09) VALUE ZEROS.
           05 WS-CONTA         PIC 9(05) VALUE ZEROS.
           05 WS-PONTOS        PIC 9(07) VALUE ZEROS.
           05 WS-SALDO-PTS     PIC 9(07) VALUE ZEROS.
           05 WS-VALOR         PIC 9(09)V99 VALUE ZEROS.
           05 WS-PAPEL-CONTA   PIC X(10) VALUE SPACES.
           05 WS-RESPOSTA      PIC X(01) VALUE 'N'.
           05 WS-PONTOS-ED     PIC Z,ZZZ,ZZ9.
           05 WS-VALOR-ED      PIC ZZZZZZZZ9.99.
           05 WS-SALDO-ED      PIC -ZZZZZZZZ9.99.

      * SITUACAO CADASTRAL DA CONTA (SUB-ROTINA SITUACAO-CONTA)
       01 WS-SIT-CHAMADA.
           05 WS-SIT-CONTA     PIC 9(05).
           05 WS-SIT-SITUACAO  PIC X(01).
           05 WS-SIT-PODE      PIC X(01).

      * REGRAS DE RESGATE: PARAMETRO;VALOR
       01 WS-REGRA-CAMPOS.
           05 WS-RG-NOME       PIC X(15).
           05 WS-RG-VALOR-TX   PIC X(12).
       01 WS-REGRAS.
           05 WS-VALOR-PONTO   PIC 9(01)V9(04) VALUE ZEROS.
           05 WS-RESGATE-MINIMO PIC 9(07) VALUE ZEROS.

       COPY PONTLIN.
       COPY XREFLIN.
       COPY TLOGLIN.
      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       0-PRINCIPAL.
      * RESGATE CREDITA DINHEIRO NA CONTA: NIVEL DE MANUTENCAO (2)
           CALL 'ASSINA-OPERADOR' USING WS-NIVEL-MINIMO WS-OPERADOR
               WS-NIVEL-OPER WS-ASSINADO-OK.
           IF WS-ASSINADO-OK NOT = 'S'
               DISPLAY 'ACESSO NEGADO'
               STOP RUN
           END-IF.
           PERFORM 1-RESOLVE-CAMINHOS.
           PERFORM 2-CARREGA-REGRAS.
           PERFORM 3-RECEBE-CLIENTE.
           PERFORM 4-RECEBE-RESGATE.
           PERFORM 5-CONFIRMA.
           PERFORM 6-POSTA-RESGATE.
           STOP RUN.

       1-RESOLVE-CAMINHOS.
           MOVE 'PONTOS-REGRAS' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-REGRAS
           END-IF.
           MOVE 'PONTOS-RAZAO' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-RAZAO
           END-IF.
           MOVE 'CLIENTES-DAT' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-CLIENTES
           END-IF.
           MOVE 'CLIENTES-XREF' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-XREF
           END-IF.
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

      * SEM VALOR DO PONTO NAS REGRAS NAO HA COMO CONVERTER
       2-CARREGA-REGRAS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT PONTOS-REGRAS.
           IF WS-FS-REGRAS NOT = '00'
               DISPLAY 'SEM ARQUIVO DE REGRAS DE PONTOS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 21-LE-REGRA UNTIL WS-EOF = 'S'.
           CLOSE PONTOS-REGRAS.
           IF WS-VALOR-PONTO = ZEROS
               DISPLAY 'VALOR-PONTO AUSENTE NAS REGRAS - RESGATE '
                   'SUSPENSO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       21-LE-REGRA.
           READ PONTOS-REGRAS
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   MOVE SPACES TO WS-REGRA-CAMPOS
                   UNSTRING REG-REGRA DELIMITED BY ';'
                       INTO WS-RG-NOME WS-RG-VALOR-TX
                   END-UNSTRING
                   EVALUATE WS-RG-NOME
                       WHEN 'VALOR-PONTO'
                           COMPUTE WS-VALOR-PONTO =
                               FUNCTION NUMVAL (WS-RG-VALOR-TX)
                       WHEN 'RESGATE-MINIMO'
                           COMPUTE WS-RESGATE-MINIMO =
                               FUNCTION NUMVAL (WS-RG-VALOR-TX)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      *----------------------------------------------------------------*
      * O CLIENTE TEM DE ESTAR NO CADASTRO; O SALDO DE PONTOS E O DA
      * ULTIMA LINHA DO FONE NO RAZAO
      *----------------------------------------------------------------*
       3-RECEBE-CLIENTE.
           DISPLAY 'RESGATE DE PONTOS DE FIDELIDADE'.
           DISPLAY 'FONE DO CLIENTE: '.
           ACCEPT WS-FONE.
           OPEN INPUT CLIENTES.
           IF WS-FS-CLIENTES NOT = '00'
               DISPLAY 'CLIENTES.DAT NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-FONE TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   DISPLAY 'CLIENTE ' WS-FONE ' NAO ENCONTRADO'
                   MOVE 8 TO RETURN-CODE
                   CLOSE CLIENTES
                   STOP RUN
           END-READ.
           CLOSE CLIENTES.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PONTOS-RAZAO.
           IF WS-FS-RAZAO NOT = '00'
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM 31-LE-RAZAO UNTIL WS-EOF = 'S'.
           CLOSE PONTOS-RAZAO.
           MOVE WS-SALDO-PTS TO WS-PONTOS-ED.
           DISPLAY 'CLIENTE..: ' CLIENTES-NAME.
           DISPLAY 'PONTOS...: ' WS-PONTOS-ED.
           IF WS-SALDO-PTS = ZEROS
               DISPLAY 'CLIENTE SEM PONTOS A RESGATAR'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       31-LE-RAZAO.
           READ PONTOS-RAZAO
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   MOVE REG-PONTOS TO WS-LINHA-PONTOS
                   IF WS-PT-FONE = WS-FONE
                       MOVE WS-PT-SALDO TO WS-SALDO-PTS
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * PONTOS DENTRO DO SALDO E ACIMA DO MINIMO; A CONTA TEM DE SER
      * DO CLIENTE (TITULAR OU CO-TITULAR) E ESTAR LIBERADA
      *----------------------------------------------------------------*
       4-RECEBE-RESGATE.
           DISPLAY 'PONTOS A RESGATAR: '.
           ACCEPT WS-PONTOS.
           IF WS-PONTOS = ZEROS OR WS-PONTOS > WS-SALDO-PTS
               DISPLAY 'QUANTIDADE INVALIDA OU MAIOR QUE O SALDO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PONTOS < WS-RESGATE-MINIMO
               MOVE WS-RESGATE-MINIMO TO WS-PONTOS-ED
               DISPLAY 'RESGATE MINIMO E DE ' WS-PONTOS-ED ' PONTOS'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-VALOR = WS-PONTOS * WS-VALOR-PONTO.
           IF WS-VALOR = ZEROS
               DISPLAY 'PONTOS INSUFICIENTES PARA UM CENTAVO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'CONTA A CREDITAR: '.
           ACCEPT WS-CONTA.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT XREF-CLIENTES.
           IF WS-FS-XREF NOT = '00'
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM 41-LE-XREF UNTIL WS-EOF = 'S'.
           CLOSE XREF-CLIENTES.
           IF WS-PAPEL-CONTA = SPACES
               DISPLAY 'CONTA ' WS-CONTA ' NAO E DO CLIENTE '
                   '(TITULAR OU CO-TITULAR) - RESGATE RECUSADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CONTA TO WS-SIT-CONTA.
           CALL 'SITUACAO-CONTA' USING WS-SIT-CONTA WS-SIT-SITUACAO
               WS-SIT-PODE.
           IF WS-SIT-PODE = 'N'
               DISPLAY 'CONTA ' WS-CONTA ' COM SITUACAO '
                   WS-SIT-SITUACAO ' (BLOQUEADA/ENCERRADA/DORMENTE)'
                   ' - RESGATE RECUSADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       41-LE-XREF.
           READ XREF-CLIENTES
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   MOVE REG-XREF TO WS-LINHA-XREF
                   IF WS-XR-FONE = WS-FONE
                      AND WS-XR-CONTA = WS-CONTA
                      AND (WS-XR-TITULAR OR WS-XR-CO-TITULAR)
                       MOVE WS-XR-PAPEL TO WS-PAPEL-CONTA
                       IF WS-PAPEL-CONTA = SPACES
                           MOVE 'TITULAR' TO WS-PAPEL-CONTA
                       END-IF
                   END-IF
           END-READ.

       5-CONFIRMA.
           MOVE WS-PONTOS TO WS-PONTOS-ED.
           MOVE WS-VALOR TO WS-VALOR-ED.
           DISPLAY 'PONTOS...: ' WS-PONTOS-ED.
           DISPLAY 'VALOR....: ' WS-VALOR-ED.
           DISPLAY 'CONTA....: ' WS-CONTA ' (' WS-PAPEL-CONTA ')'.
           DISPLAY 'CONFIRMA O RESGATE (S/N)? '.
           ACCEPT WS-RESPOSTA.
           IF WS-RESPOSTA NOT = 'S'
               DISPLAY 'RESGATE CANCELADO'
               STOP RUN
           END-IF.

      *----------------------------------------------------------------*
      * CREDITO NA CONTA E LANCAMENTO RESGATE-PTS NO TRANS-LOG; SO
      * DEPOIS O RAZAO DE PONTOS BAIXA O SALDO, AMARRADO A SEQUENCIA
      * DO LANCAMENTO
      *----------------------------------------------------------------*
       6-POSTA-RESGATE.
           OPEN I-O CONTAS.
           IF WS-FS-CONTAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR CONTAS.DAT: ' WS-FS-CONTAS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CONTA TO CONTA-NUMERO.
           READ CONTAS
               INVALID KEY
                   DISPLAY 'CONTA ' WS-CONTA ' NAO ENCONTRADA - '
                       'RESGATE NAO POSTADO'
                   MOVE 12 TO RETURN-CODE
                   CLOSE CONTAS
                   STOP RUN
           END-READ.
           ADD WS-VALOR TO CONTA-SALDO.
           REWRITE CONTAS-REG
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR A CONTA ' WS-CONTA
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
           MOVE WS-CONTA TO WS-LOG-CONTA.
           MOVE 'RESGATE-PTS' TO WS-LOG-TIPO.
           MOVE WS-VALOR TO WS-LOG-VALOR.
           MOVE CONTA-SALDO TO WS-LOG-SALDO.
           MOVE WS-DATA-HOJE TO WS-LOG-DATA.
           MOVE WS-OPERADOR TO WS-LOG-OPERADOR.
           CALL 'NUMERA-LOG' USING WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.
           CLOSE TRANS-LOG.
           OPEN EXTEND PONTOS-RAZAO
               IF WS-FS-RAZAO EQUAL '35'
                   OPEN OUTPUT PONTOS-RAZAO
                   CLOSE PONTOS-RAZAO
                   OPEN EXTEND PONTOS-RAZAO
               END-IF.
           SUBTRACT WS-PONTOS FROM WS-SALDO-PTS.
           MOVE WS-FONE TO WS-PT-FONE.
           MOVE WS-DATA-HOJE TO WS-PT-DATA.
           MOVE WS-DATA-HOJE (1:6) TO WS-PT-COMPET.
           MOVE 'R' TO WS-PT-TIPO.
           MOVE 'RESGATE' TO WS-PT-ORIGEM.
           MOVE WS-PONTOS TO WS-PT-PONTOS.
           MOVE WS-SALDO-PTS TO WS-PT-SALDO.
           MOVE WS-CONTA TO WS-PT-CONTA.
           MOVE WS-LOG-SEQ TO WS-PT-SEQ-LOG.
           WRITE REG-PONTOS FROM WS-LINHA-PONTOS.
           CLOSE PONTOS-RAZAO.
           MOVE CONTA-SALDO TO WS-SALDO-ED.
           MOVE WS-SALDO-PTS TO WS-PONTOS-ED.
           DISPLAY 'RESGATE POSTADO - SEQUENCIA ' WS-LOG-SEQ
               ' (RESGATE-PTS)'.
           DISPLAY 'SALDO DA CONTA ' WS-CONTA ': ' WS-SALDO-ED.
           DISPLAY 'PONTOS RESTANTES: ' WS-PONTOS-ED.
      *================================================================*
