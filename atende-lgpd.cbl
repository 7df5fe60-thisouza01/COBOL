      *================================================================*
      * Author:
      * Date:
      * Purpose: Atendimento ao titular de dados (LGPD). Pelo fone do
      *  cliente:
      *  1) relatorio de toda ocorrencia de dado pessoal dele - o
      *     cadastro (CLIENTES.DAT), o consentimento de marketing, as
      *     contas no XREF, o historico de arquivados
      *     (CLIENTES-ARCHIVE), o log de auditoria vivo e os logs ja
      *     fechados pelo FECHA-AUDIT-LOGS (as datas registradas no
      *     indice de fechamentos e as informadas pelo operador), a
      *     ultima extracao de MALA-DIRETA (pelo nome) e o diario do
      *     caixa eletronico - num arquivo LGPD-TITULAR-<FONE>.TXT;
      *  2) anonimizacao do ex-cliente: so quem ja saiu do cadastro,
      *     nao tem mais conta no XREF e foi arquivado ha mais que a
      *     retencao legal. Nome, email e endereco viram o texto fixo
      *     ANONIMIZADO LGPD no historico de arquivados e nos logs de
      *     auditoria (vivo e fechados); fone, datas e valores ficam.
      *     Exige nivel 3 e confirmacao, e entra no log de auditoria;
      *  3) registro do consentimento de marketing (CLIENTES-CONSENT),
      *     respeitado pela MALA-DIRETA.
      *  Exige assinatura de nivel 2 (ASSINA-OPERADOR); cada relatorio,
      *  anonimizacao e consentimento deixa uma linha no
      *  CLIENTES-AUDIT.LOG com o operador.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATENDE-LGPD.
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

           SELECT CLIENTES-CONSENT ASSIGN TO WS-ARQ-CONSENT
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-CONSENT
             RECORD KEY CNS-FONE.

           SELECT OPTIONAL XREF-CLIENTES ASSIGN TO WS-ARQ-XREF
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-XREF.

           SELECT OPTIONAL CLIENTES-ARCHIVE ASSIGN TO WS-ARQ-ARCHIVE
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-ARCHIVE.

      * O LOG VIVO OU UM LOG FECHADO, CONFORME O CAMINHO DA VEZ
           SELECT OPTIONAL CLIENTES-AUDIT ASSIGN TO WS-ARQ-AUDIT
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-AUDIT.

           SELECT OPTIONAL AUDIT-FECHAM ASSIGN TO WS-ARQ-FECHAM
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-FECHAM.

           SELECT OPTIONAL MALA-SAIDA ASSIGN TO WS-ARQ-MALA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-MALA.

           SELECT OPTIONAL ATM-JOURNAL ASSIGN TO WS-ARQ-JOURNAL
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-JOURNAL.

           SELECT LGPD-RELATORIO ASSIGN TO WS-ARQ-RELAT
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-RELAT.

           SELECT LGPD-TRABALHO ASSIGN TO WS-ARQ-TRABALHO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-TRABALHO.

      *================================================================*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD CLIENTES.
       COPY CLIREG.

       FD CLIENTES-CONSENT.
       COPY CONSREG.

       FD XREF-CLIENTES.
       01 REG-XREF PIC X(30).

       FD CLIENTES-ARCHIVE.
       01 REG-ARCHIVE PIC X(200).

       FD CLIENTES-AUDIT.
       01 REG-AUDIT PIC X(190).

      * INDICE DE FECHAMENTOS DO LOG (UMA DATA AAAAMMDD POR LINHA),
      * GRAVADO PELO FECHA-AUDIT-LOGS
       FD AUDIT-FECHAM.
       01 REG-FECHAM PIC X(20).

       FD MALA-SAIDA.
       01 REG-MALA PIC X(140).

       FD ATM-JOURNAL.
       01 REG-JOURNAL PIC X(80).

       FD LGPD-RELATORIO.
       01 REG-RELAT PIC X(220).

      * COPIA DE TRABALHO NA REGRAVACAO DO HISTORICO E DOS LOGS
       FD LGPD-TRABALHO.
       01 REG-TRABALHO PIC X(200).

       WORKING-STORAGE SECTION.
      * O OPERADOR ASSINADO PELA SUB-ROTINA COMPARTILHADA
      * ASSINA-OPERADOR, CARIMBADO NAS LINHAS DE AUDITORIA
       01 OPERADOR-ASSINADO PIC X(06) EXTERNAL.
       01 WS-ASSINATURA.
           05 WS-NIVEL-MINIMO  PIC 9(01) VALUE 2.
           05 WS-OPERADOR      PIC X(06) VALUE SPACES.
           05 WS-NIVEL-OPER    PIC 9(01) VALUE ZEROS.
           05 WS-ASSINADO-OK   PIC X(01) VALUE 'N'.
      * A ANONIMIZACAO NAO TEM VOLTA: SO NIVEL TOTAL
           05 WS-NIVEL-ANONIMIZA PIC 9(01) VALUE 3.
      *----------------------------------------------------------------*
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      * EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG)
      *----------------------------------------------------------------*
       01 WS-ARQ-CLIENTES   PIC X(80) VALUE 'C:\COBOL\CLIENTES.DAT'.
       01 WS-ARQ-CONSENT    PIC X(80) VALUE
           'C:\COBOL\CLIENTES-CONSENT.DAT'.
       01 WS-ARQ-XREF       PIC X(80) VALUE
           'C:\COBOL\CLIENTES-CONTAS-XREF.TXT'.
       01 WS-ARQ-ARCHIVE    PIC X(80) VALUE
           'C:\COBOL\CLIENTES-ARCHIVE.TXT'.
       01 WS-ARQ-AUDIT      PIC X(80) VALUE SPACES.
       01 WS-ARQ-AUDIT-VIVO PIC X(80) VALUE
           'C:\COBOL\CLIENTES-AUDIT.LOG'.
       01 WS-ARQ-MORTO-BASE PIC X(80) VALUE
           'C:\COBOL\CLIENTES-AUDIT-ARQ'.
       01 WS-ARQ-MORTO      PIC X(80) VALUE SPACES.
       01 WS-ARQ-FECHAM     PIC X(80) VALUE
           'C:\COBOL\CLIAUDIT-FECHAMENTOS.TXT'.
       01 WS-ARQ-MALA       PIC X(80) VALUE
           'C:\COBOL\MALA-DIRETA.TXT'.
       01 WS-ARQ-JOURNAL    PIC X(80) VALUE
           'C:\COBOL\ATM-JOURNAL.TXT'.
       01 WS-ARQ-RELAT-BASE PIC X(80) VALUE
           'C:\COBOL\LGPD-TITULAR'.
       01 WS-ARQ-RELAT      PIC X(80) VALUE SPACES.
       01 WS-ARQ-TRABALHO   PIC X(80) VALUE
           'C:\COBOL\LGPD-TRABALHO.TMP'.
       01 WS-CFG-LOGICO     PIC X(20).
       01 WS-CFG-CAMINHO    PIC X(80).
       01 WS-CFG-ACHOU      PIC X(01).

       01 WS-STATUS.
           05 WS-FS-CLIENTES  PIC X(02).
           05 WS-FS-CONSENT   PIC X(02).
           05 WS-FS-XREF      PIC X(02).
           05 WS-FS-ARCHIVE   PIC X(02).
           05 WS-FS-AUDIT     PIC X(02).
           05 WS-FS-FECHAM    PIC X(02).
           05 WS-FS-MALA      PIC X(02).
           05 WS-FS-JOURNAL   PIC X(02).
           05 WS-FS-RELAT     PIC X(02).
           05 WS-FS-TRABALHO  PIC X(02).

       01 WS-CONTROLE.
           05 WS-EOF           PIC X(01) VALUE 'N'.
           05 WS-OPCAO         PIC 9(01) VALUE ZEROS.
           05 WS-FONE          PIC 9(09) VALUE ZEROS.
           05 WS-FONE-X REDEFINES WS-FONE PIC X(09).
           05 WS-ACHOU-CLI     PIC X(01) VALUE 'N'.
           05 WS-TEM-CONSENT   PIC X(01) VALUE 'N'.
           05 WS-ELEGIVEL      PIC X(01) VALUE 'N'.
           05 WS-CONFIRMA      PIC X(01) VALUE SPACE.
           05 WS-RESPOSTA      PIC X(01) VALUE SPACE.
           05 WS-CANAL         PIC X(10) VALUE SPACES.
           05 WS-DATA-HOJE     PIC 9(08) VALUE ZEROS.
           05 WS-TAM-BASE      PIC 9(02) VALUE ZEROS.
           05 WS-NOME-TITULAR  PIC X(30) VALUE SPACES.
           05 WS-ULT-ARQUIVAMENTO PIC 9(08) VALUE ZEROS.
           05 WS-ULT-ANONIMO   PIC X(01) VALUE 'N'.
           05 WS-DATA-LIMITE   PIC 9(08) VALUE ZEROS.
           05 WS-CT-SECAO      PIC 9(05) VALUE ZEROS.
           05 WS-CT-TOTAL      PIC 9(05) VALUE ZEROS.
           05 WS-CT-ALTERADAS  PIC 9(05) VALUE ZEROS.
           05 WS-CT-LINHAS     PIC 9(05) VALUE ZEROS.

      * RETENCAO LEGAL DOS DADOS DO EX-CLIENTE, CONTADA DA DATA DO
      * ARQUIVAMENTO (FIM DO RELACIONAMENTO)
       01 WS-RETENCAO-ANOS  PIC 9(02) VALUE 05.
      * TEXTO QUE SUBSTITUI O DADO PESSOAL NA ANONIMIZACAO
       01 WS-TEXTO-ANONIMO  PIC X(16) VALUE 'ANONIMIZADO LGPD'.

      * DATAS DE FECHAMENTO DO LOG DE AUDITORIA A PESQUISAR
       01 WS-TAB-FECHAM.
           05 WS-CNT-FECHAM    PIC 9(03) VALUE ZEROS.
           05 WS-FECHAM-ITEM OCCURS 200 TIMES
                             INDEXED BY WS-IDX-FEC.
               10 WS-F-DATA    PIC 9(08).
       01 WS-DATA-MORTO     PIC 9(08) VALUE ZEROS.
       01 WS-DATA-LIDA      PIC 9(08) VALUE ZEROS.
       01 WS-ACHOU-DATA     PIC X(01) VALUE 'N'.

       COPY XREFLIN.

      * LINHA DO HISTORICO DE ARQUIVADOS: DATA + REGISTRO NO LEIAUTE
      * DO CLIREG, COM O ENDERECO COMO UM BLOCO SO
       01 WS-LINHA-ARCHIVE.
           03 WS-ARC-DATA       PIC 9(08).
           03 FILLER            PIC X(01).
           03 WS-ARC-FONE       PIC 9(09).
           03 WS-ARC-NOME       PIC X(30).
           03 WS-ARC-EMAIL      PIC X(40).
           03 WS-ARC-SALDO      PIC X(09).
           03 WS-ARC-ENDERECO.
               05 WS-ARC-LOGRADOURO PIC X(30).
               05 WS-ARC-RESTO      PIC X(63).
               05 WS-ARC-CEP        PIC 9(08).

      * LINHA DE AUDITORIA LIDA: OS CAMPOS PESSOAIS SAO O NOME E O
      * EMAIL ANTES/DEPOIS (LEIAUTE DO CLIENTES-AUDIT.LOG)
       01 WS-LINHA-AUD-LIDA.
           05 WS-AL-CABECA     PIC X(26).
           05 WS-AL-FONE       PIC X(09).
           05 FILLER           PIC X(01).
           05 WS-AL-NOME-ANT   PIC X(30).
           05 FILLER           PIC X(01).
           05 WS-AL-NOME-DEP   PIC X(30).
           05 FILLER           PIC X(01).
           05 WS-AL-EMAIL-ANT  PIC X(40).
           05 FILLER           PIC X(01).
           05 WS-AL-EMAIL-DEP  PIC X(40).
           05 WS-AL-RESTO      PIC X(11).

      * LINHA DE AUDITORIA GRAVADA (RELATORIO, ANONIMIZACAO E
      * CONSENTIMENTO): SEM NOME NEM EMAIL, SO O FONE E O OPERADOR
       01 WS-LINHA-AUDIT.
           05 WS-AUDIT-DATAHORA  PIC 9(14).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-AUDIT-OPERACAO  PIC X(10).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-AUDIT-FONE      PIC 9(09).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-AUDIT-NOME-ANT  PIC X(30) VALUE SPACES.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-AUDIT-NOME-DEP  PIC X(30) VALUE SPACES.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-AUDIT-EMAIL-ANT PIC X(40) VALUE SPACES.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-AUDIT-EMAIL-DEP PIC X(40) VALUE SPACES.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-AUDIT-OPERADOR  PIC X(06).
       01 WS-AUD-DATA            PIC 9(08).
       01 WS-AUD-HORA            PIC 9(08).

      * LINHA DO RELATORIO: ORIGEM DA OCORRENCIA E A LINHA COMO ESTA
      * NO ARQUIVO
       01 WS-LINHA-REL.
           05 WS-REL-ORIGEM    PIC X(24).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-REL-DETALHE   PIC X(195).
       01 WS-SALDO-ED          PIC ZZZZZZ9,99.
       01 WS-CONTADOR-ED       PIC ZZZZ9.
      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       0-PRINCIPAL.
      * DADO PESSOAL DE QUALQUER CLIENTE: SO SUPERVISOR (NIVEL 2)
           CALL 'ASSINA-OPERADOR' USING WS-NIVEL-MINIMO WS-OPERADOR
               WS-NIVEL-OPER WS-ASSINADO-OK.
           IF WS-ASSINADO-OK NOT = 'S'
               DISPLAY 'ACESSO NEGADO'
               STOP RUN
           END-IF.
           PERFORM 1-RESOLVE-CAMINHOS.
           PERFORM 2-ABRE-ARQUIVOS.
           PERFORM 3-MENU.
           PERFORM 4-ATENDE UNTIL WS-OPCAO = ZEROS.
           PERFORM 9-FINALIZA.
           STOP RUN.

       1-RESOLVE-CAMINHOS.
           MOVE 'CLIENTES-DAT' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-CLIENTES
           END-IF.
           MOVE 'CLIENTES-CONSENT' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-CONSENT
           END-IF.
           MOVE 'CLIENTES-XREF' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-XREF
           END-IF.
           MOVE 'CLIENTES-ARCHIVE' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-ARCHIVE
           END-IF.
           MOVE 'CLIENTES-AUDIT' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-AUDIT-VIVO
           END-IF.
           MOVE 'CLIAUDIT-ARCHIVE' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-MORTO-BASE
           END-IF.
           MOVE 'CLIAUDIT-FECHAM' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-FECHAM
           END-IF.
           MOVE 'MALA-DIRETA' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-MALA
           END-IF.
           MOVE 'ATM-JOURNAL' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-JOURNAL
           END-IF.
           MOVE 'LGPD-TITULAR' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-RELAT-BASE
           END-IF.
           MOVE 'LGPD-TRABALHO' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-TRABALHO
           END-IF.
           MOVE WS-ARQ-AUDIT-VIVO TO WS-ARQ-AUDIT.

       11-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.

      * O LOG FECHADO DE UMA DATA E A BASE CONFIGURADA + -AAAAMMDD.LOG,
      * O MESMO NOME QUE O FECHA-AUDIT-LOGS GRAVA
       12-MONTA-CAMINHO-MORTO.
           PERFORM VARYING WS-TAM-BASE FROM 80 BY -1
                   UNTIL WS-TAM-BASE < 1
                      OR WS-ARQ-MORTO-BASE (WS-TAM-BASE:1)
                         NOT = SPACE
               CONTINUE
           END-PERFORM.
           MOVE SPACES TO WS-ARQ-MORTO.
           STRING WS-ARQ-MORTO-BASE (1:WS-TAM-BASE) '-'
               WS-DATA-MORTO '.LOG'
               DELIMITED BY SIZE INTO WS-ARQ-MORTO.

      * UM RELATORIO POR TITULAR: BASE CONFIGURADA + -FONE.TXT
       13-MONTA-CAMINHO-RELAT.
           PERFORM VARYING WS-TAM-BASE FROM 80 BY -1
                   UNTIL WS-TAM-BASE < 1
                      OR WS-ARQ-RELAT-BASE (WS-TAM-BASE:1)
                         NOT = SPACE
               CONTINUE
           END-PERFORM.
           MOVE SPACES TO WS-ARQ-RELAT.
           STRING WS-ARQ-RELAT-BASE (1:WS-TAM-BASE) '-'
               WS-FONE '.TXT'
               DELIMITED BY SIZE INTO WS-ARQ-RELAT.

       2-ABRE-ARQUIVOS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT CLIENTES.
           IF WS-FS-CLIENTES NOT = '00'
               DISPLAY 'CLIENTES.DAT NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CLIENTES-CONSENT
               IF WS-FS-CONSENT EQUAL '35'
                   OPEN OUTPUT CLIENTES-CONSENT
                   CLOSE CLIENTES-CONSENT
                   OPEN I-O CLIENTES-CONSENT
               END-IF.
           IF WS-FS-CONSENT NOT = '00'
               DISPLAY 'ERRO AO ABRIR CLIENTES-CONSENT.DAT: '
                   WS-FS-CONSENT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       3-MENU.
           DISPLAY ' '.
           DISPLAY 'ATENDIMENTO AO TITULAR DE DADOS (LGPD)'.
           DISPLAY '1 - RELATORIO DE DADOS PESSOAIS DO TITULAR'.
           DISPLAY '2 - ANONIMIZAR EX-CLIENTE'.
           DISPLAY '3 - CONSENTIMENTO DE MARKETING'.
           DISPLAY '0 - SAIR'.
           ACCEPT WS-OPCAO.

       4-ATENDE.
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM 5-RELATORIO
               WHEN 2
                   PERFORM 7-ANONIMIZA
               WHEN 3
                   PERFORM 8-CONSENTIMENTO
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
           PERFORM 3-MENU.

       41-RECEBE-FONE.
           DISPLAY 'FONE DO TITULAR (0 = VOLTAR): '.
           ACCEPT WS-FONE.

      *----------------------------------------------------------------*
      * DATAS DOS LOGS DE AUDITORIA JA FECHADOS: AS DO INDICE DE
      * FECHAMENTOS, SEM REPETIR, MAIS AS QUE O OPERADOR INFORMAR
      * (FECHAMENTOS ANTERIORES AO INDICE)
      *----------------------------------------------------------------*
       42-CARREGA-FECHAMENTOS.
           MOVE ZEROS TO WS-CNT-FECHAM.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT AUDIT-FECHAM.
           IF WS-FS-FECHAM NOT = '00'
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ AUDIT-FECHAM
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF REG-FECHAM (1:8) IS NUMERIC
                           MOVE REG-FECHAM (1:8) TO WS-DATA-LIDA
                           PERFORM 421-GUARDA-FECHAMENTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FECHAM.
           DISPLAY 'FECHAMENTOS DO LOG NO INDICE: ' WS-CNT-FECHAM.
           MOVE 1 TO WS-DATA-LIDA.
           PERFORM UNTIL WS-DATA-LIDA = ZEROS
               DISPLAY 'OUTRA DATA DE FECHAMENTO DO LOG (AAAAMMDD, '
                   '0 = NENHUMA): '
               ACCEPT WS-DATA-LIDA
               IF WS-DATA-LIDA NOT = ZEROS
                   PERFORM 421-GUARDA-FECHAMENTO
               END-IF
           END-PERFORM.

       421-GUARDA-FECHAMENTO.
           MOVE 'N' TO WS-ACHOU-DATA.
           PERFORM VARYING WS-IDX-FEC FROM 1 BY 1
                   UNTIL WS-IDX-FEC > WS-CNT-FECHAM
               IF WS-F-DATA (WS-IDX-FEC) = WS-DATA-LIDA
                   MOVE 'S' TO WS-ACHOU-DATA
               END-IF
           END-PERFORM.
           IF WS-ACHOU-DATA = 'N'
               IF WS-CNT-FECHAM < 200
                   ADD 1 TO WS-CNT-FECHAM
                   SET WS-IDX-FEC TO WS-CNT-FECHAM
                   MOVE WS-DATA-LIDA TO WS-F-DATA (WS-IDX-FEC)
               ELSE
                   DISPLAY 'TABELA DE FECHAMENTOS CHEIA - DATA '
                       WS-DATA-LIDA ' IGNORADA'
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * RELATORIO DO TITULAR: UMA SECAO POR ARQUIVO, COM CADA
      * OCORRENCIA COMO ESTA GRAVADA, E O TOTAL NO FIM
      *----------------------------------------------------------------*
       5-RELATORIO.
           PERFORM 41-RECEBE-FONE.
           IF WS-FONE NOT = ZEROS
               PERFORM 42-CARREGA-FECHAMENTOS
               PERFORM 13-MONTA-CAMINHO-RELAT
               OPEN OUTPUT LGPD-RELATORIO
               IF WS-FS-RELAT NOT = '00'
                   DISPLAY 'ERRO AO ABRIR O RELATORIO: ' WS-FS-RELAT
               ELSE
                   MOVE ZEROS TO WS-CT-TOTAL
                   MOVE SPACES TO WS-NOME-TITULAR
                   PERFORM 50-CABECALHO
                   PERFORM 51-REL-CADASTRO
                   PERFORM 52-REL-CONSENTIMENTO
                   PERFORM 53-REL-XREF
                   PERFORM 54-REL-ARCHIVE
                   PERFORM 55-REL-AUDITORIA
                   PERFORM 56-REL-MALA
                   PERFORM 57-REL-JOURNAL
                   PERFORM 58-RODAPE
                   CLOSE LGPD-RELATORIO
                   MOVE 'RELAT-LGPD' TO WS-AUDIT-OPERACAO
                   PERFORM 91-GRAVA-AUDITORIA
                   DISPLAY 'OCORRENCIAS: ' WS-CT-TOTAL
                       ' - RELATORIO EM ' WS-ARQ-RELAT
               END-IF
           END-IF.

       50-CABECALHO.
           MOVE ALL '=' TO REG-RELAT.
           WRITE REG-RELAT.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'DADOS PESSOAIS - LGPD' TO WS-REL-ORIGEM.
           STRING 'TITULAR (FONE) ' WS-FONE ' EMITIDO EM '
               WS-DATA-HOJE ' POR ' OPERADOR-ASSINADO
               DELIMITED BY SIZE INTO WS-REL-DETALHE.
           WRITE REG-RELAT FROM WS-LINHA-REL.
           MOVE ALL '=' TO REG-RELAT.
           WRITE REG-RELAT.

       51-REL-CADASTRO.
           MOVE 'CADASTRO (CLIENTES.DAT)' TO WS-REL-ORIGEM.
           PERFORM 59-TITULO-SECAO.
           MOVE WS-FONE TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   MOVE 'N' TO WS-ACHOU-CLI
               NOT INVALID KEY
                   MOVE 'S' TO WS-ACHOU-CLI
           END-READ.
           IF WS-ACHOU-CLI = 'S'
               MOVE CLIENTES-NAME TO WS-NOME-TITULAR
               MOVE SPACES TO WS-REL-DETALHE
               STRING 'NOME: ' CLIENTES-NAME ' EMAIL: '
                   CLIENTES-EMAIL
                   DELIMITED BY SIZE INTO WS-REL-DETALHE
               PERFORM 591-GRAVA-OCORRENCIA
               MOVE SPACES TO WS-REL-DETALHE
               STRING 'ENDERECO: ' CLIENTES-LOGRADOURO ' '
                   CLIENTES-NUMERO ' ' CLIENTES-COMPLEMENTO ' '
                   CLIENTES-BAIRRO ' ' CLIENTES-CIDADE '/'
                   CLIENTES-UF ' CEP ' CLIENTES-CEP
                   DELIMITED BY SIZE INTO WS-REL-DETALHE
               PERFORM 591-GRAVA-OCORRENCIA
               MOVE CLIENTES-SALDO TO WS-SALDO-ED
               MOVE SPACES TO WS-REL-DETALHE
               STRING 'SALDO: ' WS-SALDO-ED
                   DELIMITED BY SIZE INTO WS-REL-DETALHE
               PERFORM 591-GRAVA-OCORRENCIA
           END-IF.
           PERFORM 592-FECHA-SECAO.

       52-REL-CONSENTIMENTO.
           MOVE 'CONSENTIMENTO MARKETING' TO WS-REL-ORIGEM.
           PERFORM 59-TITULO-SECAO.
           MOVE WS-FONE TO CNS-FONE.
           READ CLIENTES-CONSENT
               INVALID KEY
                   MOVE 'N' TO WS-TEM-CONSENT
               NOT INVALID KEY
                   MOVE 'S' TO WS-TEM-CONSENT
           END-READ.
           IF WS-TEM-CONSENT = 'S'
               MOVE SPACES TO WS-REL-DETALHE
               STRING 'MARKETING: ' CNS-MARKETING ' DESDE '
                   CNS-DATA ' CANAL ' CNS-CANAL ' OPERADOR '
                   CNS-OPERADOR
                   DELIMITED BY SIZE INTO WS-REL-DETALHE
               PERFORM 591-GRAVA-OCORRENCIA
           END-IF.
           PERFORM 592-FECHA-SECAO.

       53-REL-XREF.
           MOVE 'CONTAS (XREF)' TO WS-REL-ORIGEM.
           PERFORM 59-TITULO-SECAO.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT XREF-CLIENTES.
           IF WS-FS-XREF NOT = '00'
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ XREF-CLIENTES
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE REG-XREF TO WS-LINHA-XREF
                       IF WS-XR-FONE = WS-FONE
                           MOVE REG-XREF TO WS-REL-DETALHE
                           PERFORM 591-GRAVA-OCORRENCIA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE XREF-CLIENTES.
           PERFORM 592-FECHA-SECAO.

      * SEM CADASTRO VIVO, O NOME PARA A BUSCA NA MALA DIRETA E O
      * DA ULTIMA ENTRADA ARQUIVADA
       54-REL-ARCHIVE.
           MOVE 'HISTORICO ARQUIVADOS' TO WS-REL-ORIGEM.
           PERFORM 59-TITULO-SECAO.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT CLIENTES-ARCHIVE.
           IF WS-FS-ARCHIVE NOT = '00'
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ CLIENTES-ARCHIVE INTO WS-LINHA-ARCHIVE
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF WS-ARC-FONE = WS-FONE
                           MOVE REG-ARCHIVE TO WS-REL-DETALHE
                           PERFORM 591-GRAVA-OCORRENCIA
                           IF WS-ACHOU-CLI = 'N'
                               MOVE WS-ARC-NOME TO WS-NOME-TITULAR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLIENTES-ARCHIVE.
           PERFORM 592-FECHA-SECAO.

      * O LOG VIVO E DEPOIS CADA LOG FECHADO
       55-REL-AUDITORIA.
           MOVE 'AUDITORIA (LOG VIVO)' TO WS-REL-ORIGEM.
           PERFORM 59-TITULO-SECAO.
           MOVE WS-ARQ-AUDIT-VIVO TO WS-ARQ-AUDIT.
           PERFORM 551-VARRE-AUDITORIA.
           PERFORM 592-FECHA-SECAO.
           PERFORM VARYING WS-IDX-FEC FROM 1 BY 1
                   UNTIL WS-IDX-FEC > WS-CNT-FECHAM
               MOVE WS-F-DATA (WS-IDX-FEC) TO WS-DATA-MORTO
               PERFORM 12-MONTA-CAMINHO-MORTO
               MOVE WS-ARQ-MORTO TO WS-ARQ-AUDIT
               MOVE SPACES TO WS-REL-ORIGEM
               STRING 'AUDITORIA FECH ' WS-DATA-MORTO
                   DELIMITED BY SIZE INTO WS-REL-ORIGEM
               PERFORM 59-TITULO-SECAO
               PERFORM 551-VARRE-AUDITORIA
               PERFORM 592-FECHA-SECAO
           END-PERFORM.
           MOVE WS-ARQ-AUDIT-VIVO TO WS-ARQ-AUDIT.

       551-VARRE-AUDITORIA.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT CLIENTES-AUDIT.
           IF WS-FS-AUDIT NOT = '00'
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ CLIENTES-AUDIT
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF REG-AUDIT (27:9) = WS-FONE-X
                           MOVE REG-AUDIT TO WS-REL-DETALHE
                           PERFORM 591-GRAVA-OCORRENCIA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLIENTES-AUDIT.

      * A SAIDA DA MALA DIRETA NAO TEM O FONE: A BUSCA E PELO NOME
       56-REL-MALA.
           MOVE 'MALA DIRETA (ULTIMA)' TO WS-REL-ORIGEM.
           PERFORM 59-TITULO-SECAO.
           MOVE 'N' TO WS-EOF.
           IF WS-NOME-TITULAR = SPACES
               MOVE 'S' TO WS-EOF
           ELSE
               OPEN INPUT MALA-SAIDA
               IF WS-FS-MALA NOT = '00'
                   MOVE 'S' TO WS-EOF
               END-IF
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ MALA-SAIDA
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF REG-MALA (1:30) = WS-NOME-TITULAR
                           MOVE REG-MALA TO WS-REL-DETALHE
                           PERFORM 591-GRAVA-OCORRENCIA
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-NOME-TITULAR NOT = SPACES
               CLOSE MALA-SAIDA
           END-IF.
           PERFORM 592-FECHA-SECAO.

       57-REL-JOURNAL.
           MOVE 'DIARIO CAIXA ELETRONICO' TO WS-REL-ORIGEM.
           PERFORM 59-TITULO-SECAO.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT ATM-JOURNAL.
           IF WS-FS-JOURNAL NOT = '00'
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ ATM-JOURNAL
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF REG-JOURNAL (16:9) = WS-FONE-X
                           MOVE REG-JOURNAL TO WS-REL-DETALHE
                           PERFORM 591-GRAVA-OCORRENCIA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ATM-JOURNAL.
           PERFORM 592-FECHA-SECAO.

       58-RODAPE.
           MOVE ALL '=' TO REG-RELAT.
           WRITE REG-RELAT.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE 'TOTAL DE OCORRENCIAS' TO WS-REL-ORIGEM.
           MOVE WS-CT-TOTAL TO WS-CONTADOR-ED.
           MOVE WS-CONTADOR-ED TO WS-REL-DETALHE.
           WRITE REG-RELAT FROM WS-LINHA-REL.

       59-TITULO-SECAO.
           MOVE ZEROS TO WS-CT-SECAO.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT.
           MOVE SPACES TO WS-REL-DETALHE.
           MOVE '--- SECAO ---' TO WS-REL-DETALHE.
           WRITE REG-RELAT FROM WS-LINHA-REL.

       591-GRAVA-OCORRENCIA.
           WRITE REG-RELAT FROM WS-LINHA-REL.
           ADD 1 TO WS-CT-SECAO.
           ADD 1 TO WS-CT-TOTAL.

       592-FECHA-SECAO.
           MOVE SPACES TO WS-REL-DETALHE.
           IF WS-CT-SECAO = ZEROS
               MOVE 'NENHUMA OCORRENCIA' TO WS-REL-DETALHE
           ELSE
               MOVE WS-CT-SECAO TO WS-CONTADOR-ED
               STRING WS-CONTADOR-ED ' OCORRENCIA(S)'
                   DELIMITED BY SIZE INTO WS-REL-DETALHE
           END-IF.
           WRITE REG-RELAT FROM WS-LINHA-REL.

      *----------------------------------------------------------------*
      * ANONIMIZACAO DO EX-CLIENTE: CONFERE A ELEGIBILIDADE, PEDE
      * CONFIRMACAO E REGRAVA O HISTORICO E OS LOGS DE AUDITORIA COM
      * O TEXTO FIXO NO LUGAR DO DADO PESSOAL
      *----------------------------------------------------------------*
       7-ANONIMIZA.
           IF WS-NIVEL-OPER < WS-NIVEL-ANONIMIZA
               DISPLAY 'ANONIMIZACAO EXIGE OPERADOR DE NIVEL '
                   WS-NIVEL-ANONIMIZA
           ELSE
               PERFORM 41-RECEBE-FONE
               IF WS-FONE NOT = ZEROS
                   PERFORM 71-CONFERE-ELEGIVEL
                   IF WS-ELEGIVEL = 'S'
                       DISPLAY 'ANONIMIZAR ' WS-FONE ' ('
                           WS-NOME-TITULAR ') - NAO TEM VOLTA. '
                           'CONFIRMA (S/N)? '
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA = 'S' OR 's'
                           PERFORM 42-CARREGA-FECHAMENTOS
                           PERFORM 72-ANONIMIZA-ARCHIVE
                           PERFORM 73-ANONIMIZA-AUDITORIAS
                           PERFORM 74-REVOGA-CONSENTIMENTO
                           MOVE 'ANONIMIZA' TO WS-AUDIT-OPERACAO
                           PERFORM 91-GRAVA-AUDITORIA
                           DISPLAY 'EX-CLIENTE ' WS-FONE
                               ' ANONIMIZADO'
                       ELSE
                           DISPLAY 'ANONIMIZACAO CANCELADA'
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * FIM DO RELACIONAMENTO = FORA DO CADASTRO E DO XREF; A
      * RETENCAO CONTA DA ULTIMA DATA DE ARQUIVAMENTO DO FONE
       71-CONFERE-ELEGIVEL.
           MOVE 'S' TO WS-ELEGIVEL.
           MOVE WS-FONE TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'CLIENTE AINDA ATIVO EM CLIENTES.DAT - '
                       'ANONIMIZACAO RECUSADA'
                   MOVE 'N' TO WS-ELEGIVEL
           END-READ.
           IF WS-ELEGIVEL = 'S'
               PERFORM 711-CONFERE-XREF
           END-IF.
           IF WS-ELEGIVEL = 'S'
               PERFORM 712-CONFERE-ARCHIVE
           END-IF.
           IF WS-ELEGIVEL = 'S'
               COMPUTE WS-DATA-LIMITE = WS-ULT-ARQUIVAMENTO
                   + WS-RETENCAO-ANOS * 10000
               IF WS-DATA-LIMITE > WS-DATA-HOJE
                   DISPLAY 'RETENCAO LEGAL AINDA EM CURSO - VENCE EM '
                       WS-DATA-LIMITE
                   MOVE 'N' TO WS-ELEGIVEL
               END-IF
           END-IF.

       711-CONFERE-XREF.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT XREF-CLIENTES.
           IF WS-FS-XREF NOT = '00'
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ XREF-CLIENTES
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE REG-XREF TO WS-LINHA-XREF
                       IF WS-XR-FONE = WS-FONE
                           DISPLAY 'FONE AINDA LIGADO A CONTA '
                               WS-XR-CONTA ' NO XREF - '
                               'ANONIMIZACAO RECUSADA'
                           MOVE 'N' TO WS-ELEGIVEL
                           MOVE 'S' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE XREF-CLIENTES.

       712-CONFERE-ARCHIVE.
           MOVE ZEROS TO WS-ULT-ARQUIVAMENTO.
           MOVE 'N' TO WS-ULT-ANONIMO.
           MOVE SPACES TO WS-NOME-TITULAR.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT CLIENTES-ARCHIVE.
           IF WS-FS-ARCHIVE NOT = '00'
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ CLIENTES-ARCHIVE INTO WS-LINHA-ARCHIVE
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF WS-ARC-FONE = WS-FONE
                          AND WS-ARC-DATA NOT < WS-ULT-ARQUIVAMENTO
                           MOVE WS-ARC-DATA TO WS-ULT-ARQUIVAMENTO
                           MOVE WS-ARC-NOME TO WS-NOME-TITULAR
                           IF WS-ARC-NOME = WS-TEXTO-ANONIMO
                               MOVE 'S' TO WS-ULT-ANONIMO
                           ELSE
                               MOVE 'N' TO WS-ULT-ANONIMO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLIENTES-ARCHIVE.
           IF WS-ULT-ARQUIVAMENTO = ZEROS
               DISPLAY 'FONE NAO CONSTA DO HISTORICO DE ARQUIVADOS - '
                   'ANONIMIZACAO RECUSADA'
               MOVE 'N' TO WS-ELEGIVEL
           ELSE
               IF WS-ULT-ANONIMO = 'S'
                   DISPLAY 'EX-CLIENTE JA ANONIMIZADO'
                   MOVE 'N' TO WS-ELEGIVEL
               END-IF
           END-IF.

      * O HISTORICO E COPIADO PARA O TRABALHO JA ANONIMIZADO E
      * DEVOLVIDO POR CIMA DO ORIGINAL
       72-ANONIMIZA-ARCHIVE.
           MOVE ZEROS TO WS-CT-ALTERADAS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT CLIENTES-ARCHIVE.
           OPEN OUTPUT LGPD-TRABALHO.
           PERFORM UNTIL WS-EOF = 'S'
               READ CLIENTES-ARCHIVE INTO WS-LINHA-ARCHIVE
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF WS-ARC-FONE = WS-FONE
                           MOVE WS-TEXTO-ANONIMO TO WS-ARC-NOME
                           MOVE WS-TEXTO-ANONIMO TO WS-ARC-EMAIL
                           MOVE SPACES TO WS-ARC-ENDERECO
                           MOVE WS-TEXTO-ANONIMO TO WS-ARC-LOGRADOURO
                           MOVE ZEROS TO WS-ARC-CEP
                           ADD 1 TO WS-CT-ALTERADAS
                       END-IF
                       WRITE REG-TRABALHO FROM WS-LINHA-ARCHIVE
               END-READ
           END-PERFORM.
           CLOSE CLIENTES-ARCHIVE.
           CLOSE LGPD-TRABALHO.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT LGPD-TRABALHO.
           OPEN OUTPUT CLIENTES-ARCHIVE.
           PERFORM UNTIL WS-EOF = 'S'
               READ LGPD-TRABALHO
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       WRITE REG-ARCHIVE FROM REG-TRABALHO
               END-READ
           END-PERFORM.
           CLOSE LGPD-TRABALHO.
           CLOSE CLIENTES-ARCHIVE.
           DISPLAY 'HISTORICO DE ARQUIVADOS: ' WS-CT-ALTERADAS
               ' ENTRADA(S) ANONIMIZADA(S)'.

      * O LOG VIVO E CADA LOG FECHADO, UM DE CADA VEZ
       73-ANONIMIZA-AUDITORIAS.
           MOVE WS-ARQ-AUDIT-VIVO TO WS-ARQ-AUDIT.
           PERFORM 731-ANONIMIZA-UM-LOG.
           PERFORM VARYING WS-IDX-FEC FROM 1 BY 1
                   UNTIL WS-IDX-FEC > WS-CNT-FECHAM
               MOVE WS-F-DATA (WS-IDX-FEC) TO WS-DATA-MORTO
               PERFORM 12-MONTA-CAMINHO-MORTO
               MOVE WS-ARQ-MORTO TO WS-ARQ-AUDIT
               PERFORM 731-ANONIMIZA-UM-LOG
           END-PERFORM.
           MOVE WS-ARQ-AUDIT-VIVO TO WS-ARQ-AUDIT.

      * SO O LOG QUE TEVE LINHA DO FONE E REGRAVADO
       731-ANONIMIZA-UM-LOG.
           MOVE SPACES TO WS-FS-TRABALHO.
           MOVE ZEROS TO WS-CT-ALTERADAS.
           MOVE ZEROS TO WS-CT-LINHAS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT CLIENTES-AUDIT.
           IF WS-FS-AUDIT NOT = '00'
               MOVE 'S' TO WS-EOF
           ELSE
               OPEN OUTPUT LGPD-TRABALHO
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ CLIENTES-AUDIT INTO WS-LINHA-AUD-LIDA
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CT-LINHAS
                       IF WS-AL-FONE = WS-FONE-X
                           PERFORM 7311-LIMPA-LINHA-AUDIT
                       END-IF
                       WRITE REG-TRABALHO FROM WS-LINHA-AUD-LIDA
               END-READ
           END-PERFORM.
           CLOSE CLIENTES-AUDIT.
           IF WS-FS-TRABALHO = '00'
               CLOSE LGPD-TRABALHO
           END-IF.
           IF WS-CT-ALTERADAS > ZEROS
               MOVE 'N' TO WS-EOF
               OPEN INPUT LGPD-TRABALHO
               OPEN OUTPUT CLIENTES-AUDIT
               PERFORM UNTIL WS-EOF = 'S'
                   READ LGPD-TRABALHO
                       AT END MOVE 'S' TO WS-EOF
                       NOT AT END
                           WRITE REG-AUDIT FROM REG-TRABALHO
                   END-READ
               END-PERFORM
               CLOSE LGPD-TRABALHO
               CLOSE CLIENTES-AUDIT
               DISPLAY 'LOG ' WS-ARQ-AUDIT
               DISPLAY '    ' WS-CT-ALTERADAS
                   ' LINHA(S) ANONIMIZADA(S)'
           END-IF.
           MOVE SPACES TO WS-FS-TRABALHO.

      * NOME E EMAIL ANTES/DEPOIS; BRANCO E O 'DELETED' DA EXCLUSAO
      * NAO SAO DADO PESSOAL E FICAM COMO ESTAO
       7311-LIMPA-LINHA-AUDIT.
           IF WS-AL-NOME-ANT NOT = SPACES
              AND WS-AL-NOME-ANT NOT = 'DELETED'
               MOVE WS-TEXTO-ANONIMO TO WS-AL-NOME-ANT
           END-IF.
           IF WS-AL-NOME-DEP NOT = SPACES
              AND WS-AL-NOME-DEP NOT = 'DELETED'
               MOVE WS-TEXTO-ANONIMO TO WS-AL-NOME-DEP
           END-IF.
           IF WS-AL-EMAIL-ANT NOT = SPACES
              AND WS-AL-EMAIL-ANT NOT = 'DELETED'
               MOVE WS-TEXTO-ANONIMO TO WS-AL-EMAIL-ANT
           END-IF.
           IF WS-AL-EMAIL-DEP NOT = SPACES
              AND WS-AL-EMAIL-DEP NOT = 'DELETED'
               MOVE WS-TEXTO-ANONIMO TO WS-AL-EMAIL-DEP
           END-IF.
           ADD 1 TO WS-CT-ALTERADAS.

      * O EX-CLIENTE ANONIMIZADO NAO RECEBE MAIS MARKETING
       74-REVOGA-CONSENTIMENTO.
           MOVE WS-FONE TO CNS-FONE.
           READ CLIENTES-CONSENT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO CNS-MARKETING
                   MOVE WS-DATA-HOJE TO CNS-DATA
                   MOVE 'ANONIMIZA' TO CNS-CANAL
                   MOVE OPERADOR-ASSINADO TO CNS-OPERADOR
                   REWRITE CONSENT-REG
                       INVALID KEY
                           DISPLAY 'ERRO AO REVOGAR O CONSENTIMENTO'
                   END-REWRITE
           END-READ.

      *----------------------------------------------------------------*
      * CONSENTIMENTO DE MARKETING DO CLIENTE CADASTRADO: S OU N,
      * COM O CANAL DO PEDIDO; CADA MANIFESTACAO VAI PARA O LOG
      *----------------------------------------------------------------*
       8-CONSENTIMENTO.
           PERFORM 41-RECEBE-FONE.
           IF WS-FONE NOT = ZEROS
               MOVE WS-FONE TO CLIENTES-FONE
               READ CLIENTES
                   INVALID KEY
                       DISPLAY 'CLIENTE NAO CADASTRADO'
                   NOT INVALID KEY
                       PERFORM 81-REGISTRA-CONSENTIMENTO
               END-READ
           END-IF.

       81-REGISTRA-CONSENTIMENTO.
           DISPLAY 'CLIENTE: ' CLIENTES-NAME.
           MOVE WS-FONE TO CNS-FONE.
           READ CLIENTES-CONSENT
               INVALID KEY
                   MOVE 'N' TO WS-TEM-CONSENT
                   DISPLAY 'SEM REGISTRO DE CONSENTIMENTO (NAO '
                       'CONSENTIU)'
               NOT INVALID KEY
                   MOVE 'S' TO WS-TEM-CONSENT
                   DISPLAY 'MARKETING: ' CNS-MARKETING ' DESDE '
                       CNS-DATA ' (' CNS-CANAL ')'
           END-READ.
           DISPLAY 'CONSENTE COM COMUNICACAO DE MARKETING (S/N)? '.
           ACCEPT WS-RESPOSTA.
           IF WS-RESPOSTA = 's'
               MOVE 'S' TO WS-RESPOSTA
           END-IF.
           IF WS-RESPOSTA = 'n'
               MOVE 'N' TO WS-RESPOSTA
           END-IF.
           IF WS-RESPOSTA NOT = 'S' AND WS-RESPOSTA NOT = 'N'
               DISPLAY 'RESPOSTA INVALIDA - NADA ALTERADO'
           ELSE
               DISPLAY 'CANAL DO PEDIDO (AGENCIA/TELEFONE/INTERNET): '
               ACCEPT WS-CANAL
               MOVE WS-FONE TO CNS-FONE
               MOVE WS-RESPOSTA TO CNS-MARKETING
               MOVE WS-DATA-HOJE TO CNS-DATA
               MOVE WS-CANAL TO CNS-CANAL
               MOVE OPERADOR-ASSINADO TO CNS-OPERADOR
               IF WS-TEM-CONSENT = 'S'
                   REWRITE CONSENT-REG
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR O CONSENTIMENTO'
                   END-REWRITE
               ELSE
                   WRITE CONSENT-REG
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR O CONSENTIMENTO'
                   END-WRITE
               END-IF
               IF CNS-CONSENTE
                   MOVE 'CONSENT-S' TO WS-AUDIT-OPERACAO
               ELSE
                   MOVE 'CONSENT-N' TO WS-AUDIT-OPERACAO
               END-IF
               PERFORM 91-GRAVA-AUDITORIA
               DISPLAY 'CONSENTIMENTO REGISTRADO'
           END-IF.

      *----------------------------------------------------------------*
      * LINHA NO LOG VIVO DE AUDITORIA, SEM DADO PESSOAL ALEM DO FONE
      *----------------------------------------------------------------*
       91-GRAVA-AUDITORIA.
           MOVE WS-ARQ-AUDIT-VIVO TO WS-ARQ-AUDIT.
           OPEN EXTEND CLIENTES-AUDIT.
           IF WS-FS-AUDIT = '35'
               OPEN OUTPUT CLIENTES-AUDIT
               CLOSE CLIENTES-AUDIT
               OPEN EXTEND CLIENTES-AUDIT
           END-IF.
           ACCEPT WS-AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-HORA FROM TIME.
           MOVE WS-AUD-DATA TO WS-AUDIT-DATAHORA (1:8).
           MOVE WS-AUD-HORA (1:6) TO WS-AUDIT-DATAHORA (9:6).
           MOVE WS-FONE TO WS-AUDIT-FONE.
           MOVE OPERADOR-ASSINADO TO WS-AUDIT-OPERADOR.
           WRITE REG-AUDIT FROM WS-LINHA-AUDIT.
           CLOSE CLIENTES-AUDIT.

       9-FINALIZA.
           CLOSE CLIENTES.
           CLOSE CLIENTES-CONSENT.
      *================================================================*
