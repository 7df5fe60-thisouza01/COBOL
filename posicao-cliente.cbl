      *================================================================*
      * Author:
      * Date:
      * Purpose: Consulta da posicao completa do cliente, para o
      *  atendimento responder uma ligacao sem rodar cada programa em
      *  separado. Pelo fone do cliente mostra numa tela so: o
      *  cadastro e o endereco (CLIENTES.DAT); cada conta ligada a
      *  ele no XREF, com o papel, o saldo e a situacao
      *  (SITUACAO-CONTA); os emprestimos em aberto dessas contas,
      *  com a proxima parcela e o valor vencido; as transferencias
      *  agendadas pendentes; os depositos retidos no caixa
      *  eletronico; a situacao de bloqueio do cartao; e os ultimos
      *  N lancamentos das contas no TRANS-LOG. So consulta, nada
      *  e alterado. Exige assinatura de nivel 1 (ASSINA-OPERADOR) e
      *  cada consulta deixa uma linha CONSULTA no CLIENTES-AUDIT.LOG
      *  com o operador, pois expoe dados do cliente.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSICAO-CLIENTE.
      *================================================================*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT EMPRESTIMOS ASSIGN TO WS-ARQ-EMPREST
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-EMPREST
             RECORD KEY EMP-CONTRATO.

           SELECT EMPRESTIMO-PARC ASSIGN TO WS-ARQ-PARC
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-PARC
             RECORD KEY PAR-CHAVE.

           SELECT OPTIONAL TRANSF-AGENDADAS ASSIGN TO WS-ARQ-AGENDA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-AGENDA.

           SELECT ATM-DEPOSITOS-PEND ASSIGN TO WS-ARQ-DEP-PEND
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-DEP-PEND
             RECORD KEY DEP-CHAVE.

           SELECT ATM-BLOQUEIOS ASSIGN TO WS-ARQ-BLOQUEIOS
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-BLOQUEIOS
             RECORD KEY BLQ-FONE.

           SELECT TRANS-LOG ASSIGN TO WS-ARQ-LOG
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-LOG.

           SELECT CLIENTES-AUDIT ASSIGN TO WS-ARQ-AUDIT
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-AUDIT.

      *================================================================*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD CLIENTES.
       COPY CLIREG.

       FD XREF-CLIENTES.
       01 REG-XREF PIC X(30).

       FD CONTAS.
       COPY CONTAREG.

       FD EMPRESTIMOS.
       COPY EMPRREG.

       FD EMPRESTIMO-PARC.
       COPY PARCREG.

       FD TRANSF-AGENDADAS.
       01 REG-AGENDA PIC X(60).

       FD ATM-DEPOSITOS-PEND.
       01 DEPOSITO-PEND-REG.
           03 DEP-CHAVE.
               05 DEP-FONE      PIC 9(09).
               05 DEP-DATA      PIC 9(08).
               05 DEP-SEQ       PIC 9(03).
           03 DEP-VALOR         PIC 9(07)V99.
           03 DEP-SITUACAO      PIC X(01).

       FD ATM-BLOQUEIOS.
       01 BLOQUEIO-REG.
           03 BLQ-FONE          PIC 9(09).
           03 BLQ-TENTATIVAS    PIC 9(01).
           03 BLQ-SITUACAO      PIC X(01).

       FD TRANS-LOG.
       01 REG-LOG PIC X(120).

       FD CLIENTES-AUDIT.
       01 REG-AUDIT PIC X(190).

       WORKING-STORAGE SECTION.
      * O ATENDENTE ASSINADO PELA SUB-ROTINA COMPARTILHADA
      * ASSINA-OPERADOR, CARIMBADO NA LINHA DE AUDITORIA DA CONSULTA
       01 OPERADOR-ASSINADO PIC X(06) EXTERNAL.
       01 WS-ASSINATURA.
           05 WS-NIVEL-MINIMO  PIC 9(01) VALUE 1.
           05 WS-OPERADOR      PIC X(06) VALUE SPACES.
           05 WS-NIVEL-OPER    PIC 9(01) VALUE ZEROS.
           05 WS-ASSINADO-OK   PIC X(01) VALUE 'N'.
      *----------------------------------------------------------------*
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      * EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG)
      *----------------------------------------------------------------*
       01 WS-ARQ-CLIENTES   PIC X(80) VALUE 'C:\COBOL\CLIENTES.DAT'.
       01 WS-ARQ-XREF       PIC X(80) VALUE
           'C:\COBOL\CLIENTES-CONTAS-XREF.TXT'.
       01 WS-ARQ-CONTAS     PIC X(80) VALUE 'C:\COBOL\CONTAS.DAT'.
       01 WS-ARQ-EMPREST    PIC X(80) VALUE
           'C:\COBOL\EMPRESTIMOS.DAT'.
       01 WS-ARQ-PARC       PIC X(80) VALUE
           'C:\COBOL\EMPRESTIMO-PARC.DAT'.
       01 WS-ARQ-AGENDA     PIC X(80) VALUE
           'C:\COBOL\TRANSF-AGENDADAS.TXT'.
       01 WS-ARQ-DEP-PEND   PIC X(80) VALUE
           'C:\COBOL\ATM-DEPOSITOS-PEND.DAT'.
       01 WS-ARQ-BLOQUEIOS  PIC X(80) VALUE
           'C:\COBOL\ATM-BLOQUEIOS.DAT'.
       01 WS-ARQ-LOG        PIC X(80) VALUE 'C:\COBOL\TRANS-LOG.TXT'.
       01 WS-ARQ-AUDIT      PIC X(80) VALUE
           'C:\COBOL\CLIENTES-AUDIT.LOG'.
       01 WS-CFG-LOGICO     PIC X(20).
       01 WS-CFG-CAMINHO    PIC X(80).
       01 WS-CFG-ACHOU      PIC X(01).

       01 WS-STATUS.
           05 WS-FS-CLIENTES  PIC X(02).
           05 WS-FS-XREF      PIC X(02).
           05 WS-FS-CONTAS    PIC X(02).
           05 WS-FS-EMPREST   PIC X(02).
           05 WS-FS-PARC      PIC X(02).
           05 WS-FS-AGENDA    PIC X(02).
           05 WS-FS-DEP-PEND  PIC X(02).
           05 WS-FS-BLOQUEIOS PIC X(02).
           05 WS-FS-LOG       PIC X(02).
           05 WS-FS-AUDIT     PIC X(02).

       01 WS-CONTROLE.
           05 WS-EOF           PIC X(01) VALUE 'N'.
           05 WS-EOF-PARC      PIC X(01) VALUE 'N'.
           05 WS-FONE          PIC 9(09) VALUE ZEROS.
           05 WS-ACHOU-CLI     PIC X(01) VALUE 'N'.
           05 WS-ACHOU         PIC X(01) VALUE 'N'.
           05 WS-DATA-HOJE     PIC 9(08) VALUE ZEROS.
           05 WS-QTDE-ULTIMOS  PIC 9(02) VALUE ZEROS.
           05 WS-CT-ITENS      PIC 9(04) VALUE ZEROS.
           05 WS-PROX-VENC     PIC 9(08) VALUE ZEROS.
           05 WS-PROX-VALOR    PIC 9(07) VALUE ZEROS.
           05 WS-PROX-NUMERO   PIC 9(03) VALUE ZEROS.
           05 WS-VENCIDO       PIC 9(09) VALUE ZEROS.
           05 WS-CT-VENCIDAS   PIC 9(03) VALUE ZEROS.
           05 WS-TOT-RETIDO    PIC 9(09)V99 VALUE ZEROS.
           05 WS-SALDO-ED      PIC -ZZZZZZZZ9.99.
           05 WS-VALOR-ED      PIC ZZZZZZZZ9.99.
           05 WS-INTEIRO-ED    PIC ZZZZZZZZ9.
           05 WS-SIT-CONTA     PIC 9(05) VALUE ZEROS.
           05 WS-SIT-SITUACAO  PIC X(01) VALUE SPACE.
           05 WS-SIT-PODE      PIC X(01) VALUE 'S'.
           05 WS-SIT-TEXTO     PIC X(10).
           05 WS-SENTIDO       PIC X(07).
           05 WS-SALDO-APOS-ED PIC -ZZZZZZZZ9.99.
           05 WS-ABERTO        PIC X(01) VALUE 'N'.

       COPY XREFLIN.

      * AS CONTAS DO CLIENTE CONSULTADO, COM O PAPEL DELE EM CADA UMA
       01 WS-TAB-CONTAS-CLI.
           05 WS-CNT-CONTAS    PIC 9(02) VALUE ZEROS.
           05 WS-CONTA-ITEM OCCURS 50 TIMES
                             INDEXED BY WS-IDX-CTA.
               10 WS-C-CONTA   PIC 9(05).
               10 WS-C-PAPEL   PIC X(10).

      * LINHA DA AGENDA DE TRANSFERENCIAS (LEIAUTE DO
      * EXECUTA-AGENDADAS); P E O AGENDAMENTO AINDA PENDENTE
       01 WS-LINHA-AGENDA.
           05 WS-AG-ID         PIC 9(05).
           05 FILLER           PIC X(01).
           05 WS-AG-ORIGEM     PIC 9(05).
           05 FILLER           PIC X(01).
           05 WS-AG-DESTINO    PIC 9(05).
           05 FILLER           PIC X(01).
           05 WS-AG-VALOR      PIC 9(05).
           05 FILLER           PIC X(01).
           05 WS-AG-DATA-EXEC  PIC 9(08).
           05 FILLER           PIC X(01).
           05 WS-AG-STATUS     PIC X(01).
           05 FILLER           PIC X(01).
           05 WS-AG-RECORR     PIC X(01).
           05 FILLER           PIC X(01).
           05 WS-AG-DATA-FIM   PIC 9(08).
           05 FILLER           PIC X(01).
           05 WS-AG-OCORR      PIC 9(03).

      * LANCAMENTO DECOMPOSTO PELA SUB-ROTINA LE-LINHA-LOG
       COPY TLOGCAM.

      * OS ULTIMOS N LANCAMENTOS DAS CONTAS DO CLIENTE: O LOG E LIDO
      * INTEIRO E A TABELA GIRA, FICANDO SEMPRE COM OS MAIS RECENTES
       01 WS-TAB-ULTIMOS.
           05 WS-CNT-ULTIMOS   PIC 9(02) VALUE ZEROS.
           05 WS-POS-ULTIMO    PIC 9(02) VALUE ZEROS.
           05 WS-ULTIMO-ITEM OCCURS 50 TIMES
                             INDEXED BY WS-IDX-ULT.
               10 WS-U-DATA    PIC 9(08).
               10 WS-U-CONTA   PIC 9(05).
               10 WS-U-TIPO    PIC X(12).
               10 WS-U-VALOR   PIC S9(09)V99.
               10 WS-U-SALDO   PIC S9(09)V99.

      * LINHA DE AUDITORIA (LEIAUTE DO CLIENTES-AUDIT.LOG); NA
      * CONSULTA O ANTES E O DEPOIS SAO O MESMO CADASTRO
       01 WS-LINHA-AUDIT.
           05 WS-AUDIT-DATAHORA  PIC 9(14).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-AUDIT-OPERACAO  PIC X(10).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-AUDIT-FONE      PIC 9(09).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-AUDIT-NOME-ANT  PIC X(30).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-AUDIT-NOME-DEP  PIC X(30).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-AUDIT-EMAIL-ANT PIC X(40).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-AUDIT-EMAIL-DEP PIC X(40).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-AUDIT-OPERADOR  PIC X(06).
       01 WS-AUD-DATA            PIC 9(08).
       01 WS-AUD-HORA            PIC 9(08).
      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       0-PRINCIPAL.
      * A CONSULTA EXPOE DADOS DO CLIENTE: QUALQUER OPERADOR
      * ASSINADO (NIVEL 1 OU MAIS), NUNCA ANONIMO
           CALL 'ASSINA-OPERADOR' USING WS-NIVEL-MINIMO WS-OPERADOR
               WS-NIVEL-OPER WS-ASSINADO-OK.
           IF WS-ASSINADO-OK NOT = 'S'
               DISPLAY 'ACESSO NEGADO'
               STOP RUN
           END-IF.
           PERFORM 1-RESOLVE-CAMINHOS.
           PERFORM 2-ABRE-ARQUIVOS.
           PERFORM 3-RECEBE-FONE.
           PERFORM 4-CONSULTA UNTIL WS-FONE = ZEROS.
           PERFORM 9-FINALIZA.
           STOP RUN.

       1-RESOLVE-CAMINHOS.
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
           MOVE 'EMPRESTIMOS-DAT' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-EMPREST
           END-IF.
           MOVE 'EMPRESTIMO-PARC' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-PARC
           END-IF.
           MOVE 'TRANSF-AGENDADAS' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-AGENDA
           END-IF.
           MOVE 'ATM-DEPOSITOS-PEND' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-DEP-PEND
           END-IF.
           MOVE 'ATM-BLOQUEIOS' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-BLOQUEIOS
           END-IF.
           MOVE 'TRANS-LOG' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-LOG
           END-IF.
           MOVE 'CLIENTES-AUDIT' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-AUDIT
           END-IF.

       11-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.

      * O CADASTRO E A AUDITORIA SAO OBRIGATORIOS; OS DEMAIS
      * ARQUIVOS SAO ABERTOS A CADA CONSULTA E, SE FALTAREM, A
      * SECAO CORRESPONDENTE SAI COMO INDISPONIVEL
       2-ABRE-ARQUIVOS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT CLIENTES.
           IF WS-FS-CLIENTES NOT = '00'
               DISPLAY 'CLIENTES.DAT NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND CLIENTES-AUDIT
               IF WS-FS-AUDIT EQUAL '35'
                   OPEN OUTPUT CLIENTES-AUDIT
                   CLOSE CLIENTES-AUDIT
                   OPEN EXTEND CLIENTES-AUDIT
               END-IF.
           IF WS-FS-AUDIT NOT = '00'
               DISPLAY 'ERRO AO ABRIR O LOG DE AUDITORIA - CONSULTA '
                   'NAO PERMITIDA'
               CLOSE CLIENTES
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'QUANTOS ULTIMOS LANCAMENTOS MOSTRAR (0 = 10): '.
           ACCEPT WS-QTDE-ULTIMOS.
           IF WS-QTDE-ULTIMOS = ZEROS
               MOVE 10 TO WS-QTDE-ULTIMOS
           END-IF.
           IF WS-QTDE-ULTIMOS > 50
               MOVE 50 TO WS-QTDE-ULTIMOS
           END-IF.

       3-RECEBE-FONE.
           DISPLAY ' '.
           DISPLAY 'FONE DO CLIENTE (0 = SAIR): '.
           ACCEPT WS-FONE.

      *----------------------------------------------------------------*
      * UMA CONSULTA: A LINHA DE AUDITORIA VEM ANTES DE QUALQUER DADO
      * NA TELA, E E GRAVADA MESMO PARA FONE SEM CADASTRO
      *----------------------------------------------------------------*
       4-CONSULTA.
           MOVE WS-FONE TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   MOVE 'N' TO WS-ACHOU-CLI
               NOT INVALID KEY
                   MOVE 'S' TO WS-ACHOU-CLI
           END-READ.
           PERFORM 41-AUDITA-CONSULTA.
           IF WS-ACHOU-CLI = 'N'
               DISPLAY 'CLIENTE ' WS-FONE ' NAO CADASTRADO'
           ELSE
               PERFORM 5-MOSTRA-CADASTRO
               PERFORM 6-MOSTRA-CONTAS
               PERFORM 7-MOSTRA-EMPRESTIMOS
               PERFORM 71-MOSTRA-AGENDADAS
               PERFORM 72-MOSTRA-DEPOSITOS
               PERFORM 73-MOSTRA-CARTAO
               PERFORM 8-MOSTRA-ULTIMOS
           END-IF.
           PERFORM 3-RECEBE-FONE.

       41-AUDITA-CONSULTA.
           ACCEPT WS-AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-HORA FROM TIME.
           MOVE WS-AUD-DATA TO WS-AUDIT-DATAHORA (1:8).
           MOVE WS-AUD-HORA (1:6) TO WS-AUDIT-DATAHORA (9:6).
           MOVE 'CONSULTA' TO WS-AUDIT-OPERACAO.
           MOVE WS-FONE TO WS-AUDIT-FONE.
           IF WS-ACHOU-CLI = 'S'
               MOVE CLIENTES-NAME TO WS-AUDIT-NOME-ANT
                   WS-AUDIT-NOME-DEP
               MOVE CLIENTES-EMAIL TO WS-AUDIT-EMAIL-ANT
                   WS-AUDIT-EMAIL-DEP
           ELSE
               MOVE SPACES TO WS-AUDIT-NOME-ANT WS-AUDIT-NOME-DEP
                   WS-AUDIT-EMAIL-ANT WS-AUDIT-EMAIL-DEP
           END-IF.
           MOVE OPERADOR-ASSINADO TO WS-AUDIT-OPERADOR.
           WRITE REG-AUDIT FROM WS-LINHA-AUDIT.

       5-MOSTRA-CADASTRO.
           DISPLAY '=============================================='.
           DISPLAY 'CLIENTE.: ' CLIENTES-FONE ' ' CLIENTES-NAME.
           DISPLAY 'EMAIL...: ' CLIENTES-EMAIL.
           DISPLAY 'ENDERECO: ' CLIENTES-LOGRADOURO ', '
               CLIENTES-NUMERO ' ' CLIENTES-COMPLEMENTO.
           DISPLAY '          ' CLIENTES-BAIRRO ' - ' CLIENTES-CIDADE
               '/' CLIENTES-UF ' CEP ' CLIENTES-CEP.

      *----------------------------------------------------------------*
      * CONTAS: TODA LINHA DO XREF COM O FONE, EM QUALQUER PAPEL
      *----------------------------------------------------------------*
       6-MOSTRA-CONTAS.
           MOVE ZEROS TO WS-CNT-CONTAS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT XREF-CLIENTES.
           IF WS-FS-XREF NOT = '00'
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ XREF-CLIENTES INTO WS-LINHA-XREF
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF WS-XR-FONE = WS-FONE AND WS-CNT-CONTAS < 50
                           ADD 1 TO WS-CNT-CONTAS
                           SET WS-IDX-CTA TO WS-CNT-CONTAS
                           MOVE WS-XR-CONTA TO WS-C-CONTA (WS-IDX-CTA)
                           IF WS-XR-PAPEL = SPACES
                               MOVE 'TITULAR' TO
                                   WS-C-PAPEL (WS-IDX-CTA)
                           ELSE
                               MOVE WS-XR-PAPEL TO
                                   WS-C-PAPEL (WS-IDX-CTA)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE XREF-CLIENTES.
           DISPLAY '--- CONTAS -----------------------------------'.
           IF WS-CNT-CONTAS = ZEROS
               DISPLAY 'NENHUMA CONTA LIGADA AO CLIENTE'
           END-IF.
           MOVE 'N' TO WS-ABERTO.
           OPEN INPUT CONTAS.
           IF WS-FS-CONTAS = '00'
               MOVE 'S' TO WS-ABERTO
           END-IF.
           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA > WS-CNT-CONTAS
               PERFORM 61-MOSTRA-UMA-CONTA
           END-PERFORM.
           IF WS-ABERTO = 'S'
               CLOSE CONTAS
           END-IF.

       61-MOSTRA-UMA-CONTA.
           MOVE WS-C-CONTA (WS-IDX-CTA) TO WS-SIT-CONTA.
           CALL 'SITUACAO-CONTA' USING WS-SIT-CONTA WS-SIT-SITUACAO
               WS-SIT-PODE.
           EVALUATE WS-SIT-SITUACAO
               WHEN 'A'
                   MOVE 'ATIVA' TO WS-SIT-TEXTO
               WHEN 'B'
                   MOVE 'BLOQUEADA' TO WS-SIT-TEXTO
               WHEN 'E'
                   MOVE 'ENCERRADA' TO WS-SIT-TEXTO
               WHEN 'D'
                   MOVE 'DORMENTE' TO WS-SIT-TEXTO
               WHEN OTHER
                   MOVE 'ATIVA' TO WS-SIT-TEXTO
           END-EVALUATE.
           MOVE ZEROS TO WS-SALDO-ED.
           IF WS-ABERTO = 'S'
               MOVE WS-C-CONTA (WS-IDX-CTA) TO CONTA-NUMERO
               READ CONTAS
                   INVALID KEY
                       MOVE 'SEM SALDO' TO WS-SIT-TEXTO
                   NOT INVALID KEY
                       MOVE CONTA-SALDO TO WS-SALDO-ED
               END-READ
           END-IF.
           DISPLAY 'CONTA ' WS-C-CONTA (WS-IDX-CTA) ' '
               WS-C-PAPEL (WS-IDX-CTA) ' SALDO ' WS-SALDO-ED
               ' ' WS-SIT-TEXTO.

      *----------------------------------------------------------------*
      * EMPRESTIMOS NAO QUITADOS DAS CONTAS DO CLIENTE: O PLANO DE
      * PARCELAS DA A PROXIMA PARCELA EM ABERTO E O QUE JA VENCEU
      *----------------------------------------------------------------*
       7-MOSTRA-EMPRESTIMOS.
           DISPLAY '--- EMPRESTIMOS EM ABERTO ---------------------'.
           MOVE ZEROS TO WS-CT-ITENS.
           MOVE 'N' TO WS-EOF.
           MOVE 'N' TO WS-ABERTO.
           OPEN INPUT EMPRESTIMOS.
           IF WS-FS-EMPREST NOT = '00'
               MOVE 'S' TO WS-EOF
           ELSE
               MOVE 'S' TO WS-ABERTO
               OPEN INPUT EMPRESTIMO-PARC
               MOVE LOW-VALUES TO EMP-CONTRATO
               START EMPRESTIMOS KEY IS NOT LESS THAN EMP-CONTRATO
                   INVALID KEY MOVE 'S' TO WS-EOF
               END-START
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ EMPRESTIMOS NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF EMP-SITUACAO NOT = 'Q'
                           PERFORM 74-CONTA-DO-CLIENTE
                           IF WS-ACHOU = 'S'
                               PERFORM 75-MOSTRA-CONTRATO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ABERTO = 'S'
               CLOSE EMPRESTIMOS
               CLOSE EMPRESTIMO-PARC
           END-IF.
           IF WS-CT-ITENS = ZEROS
               DISPLAY 'NENHUM EMPRESTIMO EM ABERTO'
           END-IF.

      * AGENDAMENTOS PENDENTES QUE SAEM OU ENTRAM NAS CONTAS
       71-MOSTRA-AGENDADAS.
           DISPLAY '--- TRANSFERENCIAS AGENDADAS PENDENTES -------'.
           MOVE ZEROS TO WS-CT-ITENS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT TRANSF-AGENDADAS.
           IF WS-FS-AGENDA NOT = '00'
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ TRANSF-AGENDADAS INTO WS-LINHA-AGENDA
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF WS-AG-STATUS = 'P'
                           PERFORM 76-MOSTRA-AGENDAMENTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANSF-AGENDADAS.
           IF WS-CT-ITENS = ZEROS
               DISPLAY 'NENHUM AGENDAMENTO PENDENTE'
           END-IF.

      * DEPOSITOS DO ENVELOPE AINDA RETIDOS (P) NO CAIXA ELETRONICO
       72-MOSTRA-DEPOSITOS.
           DISPLAY '--- DEPOSITOS RETIDOS NO CAIXA ELETRONICO -----'.
           MOVE ZEROS TO WS-CT-ITENS WS-TOT-RETIDO.
           MOVE 'N' TO WS-EOF.
           MOVE 'N' TO WS-ABERTO.
           OPEN INPUT ATM-DEPOSITOS-PEND.
           IF WS-FS-DEP-PEND NOT = '00'
               MOVE 'S' TO WS-EOF
           ELSE
               MOVE 'S' TO WS-ABERTO
               MOVE WS-FONE TO DEP-FONE
               MOVE ZEROS TO DEP-DATA DEP-SEQ
               START ATM-DEPOSITOS-PEND KEY IS NOT LESS THAN DEP-CHAVE
                   INVALID KEY MOVE 'S' TO WS-EOF
               END-START
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ ATM-DEPOSITOS-PEND NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF DEP-FONE NOT = WS-FONE
                           MOVE 'S' TO WS-EOF
                       ELSE
                           IF DEP-SITUACAO = 'P'
                               ADD 1 TO WS-CT-ITENS
                               ADD DEP-VALOR TO WS-TOT-RETIDO
                               MOVE DEP-VALOR TO WS-VALOR-ED
                               DISPLAY 'DEPOSITO DE ' DEP-DATA
                                   ' SEQ ' DEP-SEQ ' VALOR '
                                   WS-VALOR-ED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ABERTO = 'S'
               CLOSE ATM-DEPOSITOS-PEND
           END-IF.
           IF WS-CT-ITENS = ZEROS
               DISPLAY 'NENHUM DEPOSITO RETIDO'
           ELSE
               MOVE WS-TOT-RETIDO TO WS-VALOR-ED
               DISPLAY 'TOTAL RETIDO: ' WS-VALOR-ED
           END-IF.

       73-MOSTRA-CARTAO.
           DISPLAY '--- CARTAO DO CAIXA ELETRONICO ----------------'.
           OPEN INPUT ATM-BLOQUEIOS.
           IF WS-FS-BLOQUEIOS NOT = '00'
               DISPLAY 'CARTAO LIBERADO (SEM REGISTRO DE BLOQUEIO)'
           ELSE
               MOVE WS-FONE TO BLQ-FONE
               READ ATM-BLOQUEIOS
                   INVALID KEY
                       DISPLAY 'CARTAO LIBERADO (SEM REGISTRO DE '
                           'BLOQUEIO)'
                   NOT INVALID KEY
                       IF BLQ-SITUACAO = 'B'
                           DISPLAY 'CARTAO BLOQUEADO'
                       ELSE
                           DISPLAY 'CARTAO LIBERADO - TENTATIVAS DE '
                               'SENHA ERRADA: ' BLQ-TENTATIVAS
                       END-IF
               END-READ
               CLOSE ATM-BLOQUEIOS
           END-IF.

       74-CONTA-DO-CLIENTE.
           MOVE 'N' TO WS-ACHOU.
           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA > WS-CNT-CONTAS
                      OR WS-ACHOU = 'S'
               IF WS-C-CONTA (WS-IDX-CTA) = EMP-CONTA
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM.

      * PARCELA EM ABERTO (P) VENCIDA ANTES DE HOJE SOMA NO VENCIDO;
      * A PRIMEIRA EM ABERTO A PARTIR DE HOJE E A PROXIMA
       75-MOSTRA-CONTRATO.
           ADD 1 TO WS-CT-ITENS.
           MOVE ZEROS TO WS-PROX-VENC WS-PROX-VALOR WS-PROX-NUMERO
               WS-VENCIDO WS-CT-VENCIDAS.
           MOVE 'N' TO WS-EOF-PARC.
           MOVE EMP-CONTRATO TO PAR-CONTRATO.
           MOVE ZEROS TO PAR-NUMERO.
           START EMPRESTIMO-PARC KEY IS NOT LESS THAN PAR-CHAVE
               INVALID KEY MOVE 'S' TO WS-EOF-PARC
           END-START.
           PERFORM UNTIL WS-EOF-PARC = 'S'
               READ EMPRESTIMO-PARC NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF-PARC
                   NOT AT END
                       IF PAR-CONTRATO NOT = EMP-CONTRATO
                           MOVE 'S' TO WS-EOF-PARC
                       ELSE
                           IF PAR-SITUACAO = 'P'
                               PERFORM 751-CLASSIFICA-PARCELA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE EMP-SALDO-DEV TO WS-INTEIRO-ED.
           DISPLAY 'CONTRATO ' EMP-CONTRATO ' CONTA ' EMP-CONTA
               ' PAGAS ' EMP-PAGAS '/' EMP-PARCELAS
               ' SALDO DEVEDOR ' WS-INTEIRO-ED.
           IF WS-PROX-NUMERO NOT = ZEROS
               MOVE WS-PROX-VALOR TO WS-INTEIRO-ED
               DISPLAY '   PROXIMA PARCELA ' WS-PROX-NUMERO
                   ' EM ' WS-PROX-VENC ' VALOR ' WS-INTEIRO-ED
           END-IF.
           IF WS-CT-VENCIDAS NOT = ZEROS
               MOVE WS-VENCIDO TO WS-INTEIRO-ED
               DISPLAY '   EM ATRASO: ' WS-CT-VENCIDAS
                   ' PARCELA(S) VALOR ' WS-INTEIRO-ED
           END-IF.

       751-CLASSIFICA-PARCELA.
           IF PAR-VENCIMENTO < WS-DATA-HOJE
               ADD 1 TO WS-CT-VENCIDAS
               ADD PAR-VALOR TO WS-VENCIDO
           ELSE
               IF WS-PROX-NUMERO = ZEROS
                   MOVE PAR-NUMERO TO WS-PROX-NUMERO
                   MOVE PAR-VENCIMENTO TO WS-PROX-VENC
                   MOVE PAR-VALOR TO WS-PROX-VALOR
               END-IF
           END-IF.

       76-MOSTRA-AGENDAMENTO.
           MOVE 'N' TO WS-ACHOU.
           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA > WS-CNT-CONTAS
                      OR WS-ACHOU = 'S'
               IF WS-C-CONTA (WS-IDX-CTA) = WS-AG-ORIGEM
                   MOVE 'S' TO WS-ACHOU
                   MOVE 'SAIDA' TO WS-SENTIDO
               END-IF
               IF WS-C-CONTA (WS-IDX-CTA) = WS-AG-DESTINO
                   MOVE 'S' TO WS-ACHOU
                   MOVE 'ENTRADA' TO WS-SENTIDO
               END-IF
           END-PERFORM.
           IF WS-ACHOU = 'S'
               ADD 1 TO WS-CT-ITENS
               MOVE WS-AG-VALOR TO WS-INTEIRO-ED
               DISPLAY 'AGENDAMENTO ' WS-AG-ID ' ' WS-SENTIDO
                   ' ' WS-AG-ORIGEM ' -> ' WS-AG-DESTINO
                   ' VALOR ' WS-INTEIRO-ED ' EM ' WS-AG-DATA-EXEC
                   ' RECORRENTE ' WS-AG-RECORR
           END-IF.

      *----------------------------------------------------------------*
      * ULTIMOS LANCAMENTOS: A TABELA DE N POSICOES E REGRAVADA EM
      * RODIZIO; NO FIM DO LOG A POSICAO SEGUINTE A ULTIMA GRAVADA E
      * O LANCAMENTO MAIS ANTIGO DOS QUE FICARAM
      *----------------------------------------------------------------*
       8-MOSTRA-ULTIMOS.
           DISPLAY '--- ULTIMOS LANCAMENTOS ----------------------'.
           MOVE ZEROS TO WS-CNT-ULTIMOS WS-POS-ULTIMO.
           MOVE 'N' TO WS-EOF.
           MOVE 'N' TO WS-ABERTO.
           OPEN INPUT TRANS-LOG.
           IF WS-FS-LOG = '00'
               MOVE 'S' TO WS-ABERTO
           END-IF.
           IF WS-FS-LOG NOT = '00' OR WS-CNT-CONTAS = ZEROS
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ TRANS-LOG
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       CALL 'LE-LINHA-LOG' USING REG-LOG TLG-CAMPOS
                       IF NOT TLG-TRANSPORTE
                           PERFORM 81-GUARDA-LANCAMENTO
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ABERTO = 'S'
               CLOSE TRANS-LOG
           END-IF.
           IF WS-CNT-ULTIMOS = ZEROS
               DISPLAY 'NENHUM LANCAMENTO NAS CONTAS DO CLIENTE'
           ELSE
               IF WS-CNT-ULTIMOS < WS-QTDE-ULTIMOS
                   MOVE ZEROS TO WS-POS-ULTIMO
               END-IF
               PERFORM WS-CNT-ULTIMOS TIMES
                   ADD 1 TO WS-POS-ULTIMO
                   IF WS-POS-ULTIMO > WS-QTDE-ULTIMOS
                       MOVE 1 TO WS-POS-ULTIMO
                   END-IF
                   PERFORM 82-MOSTRA-LANCAMENTO
               END-PERFORM
           END-IF.

       81-GUARDA-LANCAMENTO.
           MOVE 'N' TO WS-ACHOU.
           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA > WS-CNT-CONTAS
                      OR WS-ACHOU = 'S'
               IF WS-C-CONTA (WS-IDX-CTA) = TLG-CONTA
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = 'S'
               ADD 1 TO WS-POS-ULTIMO
               IF WS-POS-ULTIMO > WS-QTDE-ULTIMOS
                   MOVE 1 TO WS-POS-ULTIMO
               END-IF
               IF WS-CNT-ULTIMOS < WS-QTDE-ULTIMOS
                   ADD 1 TO WS-CNT-ULTIMOS
               END-IF
               SET WS-IDX-ULT TO WS-POS-ULTIMO
               MOVE TLG-DATA TO WS-U-DATA (WS-IDX-ULT)
               MOVE TLG-CONTA TO WS-U-CONTA (WS-IDX-ULT)
               MOVE TLG-TIPO TO WS-U-TIPO (WS-IDX-ULT)
               MOVE TLG-VALOR TO WS-U-VALOR (WS-IDX-ULT)
               MOVE TLG-SALDO TO WS-U-SALDO (WS-IDX-ULT)
           END-IF.

       82-MOSTRA-LANCAMENTO.
           SET WS-IDX-ULT TO WS-POS-ULTIMO.
           MOVE WS-U-VALOR (WS-IDX-ULT) TO WS-SALDO-ED.
           MOVE WS-U-SALDO (WS-IDX-ULT) TO WS-SALDO-APOS-ED.
           DISPLAY WS-U-DATA (WS-IDX-ULT) ' CONTA '
               WS-U-CONTA (WS-IDX-ULT) ' ' WS-U-TIPO (WS-IDX-ULT)
               ' ' WS-SALDO-ED ' SALDO ' WS-SALDO-APOS-ED.

       9-FINALIZA.
           CLOSE CLIENTES.
           CLOSE CLIENTES-AUDIT.
      *================================================================*
