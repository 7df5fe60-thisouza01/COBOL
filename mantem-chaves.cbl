      *================================================================*
      * Author:
      * Date:
      * Purpose: Manutencao do diretorio de chaves de pagamento
      *  instantaneo (CHAVES-PIX.DAT). Registra uma chave para uma
      *  conta - o fone do cliente (CLIENTES-FONE), o email do
      *  cliente (CLIENTES-EMAIL) ou uma chave aleatoria gerada -,
      *  faz a portabilidade de uma chave para outra conta e exclui
      *  a chave. A chave e unica no banco inteiro; o cliente tem de
      *  ser titular ou co-titular da conta no CLIENTES-CONTAS-XREF
      *  (procurador nao registra chave) e cada conta tem no maximo
      *  WS-MAX-CHAVES chaves. O Trans-Banc transfere pela chave
      *  atraves da sub-rotina RESOLVE-CHAVE.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTEM-CHAVES.
      *================================================================*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHAVES-PIX ASSIGN TO WS-ARQ-CHAVES
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-CHAVES
             RECORD KEY CHV-CHAVE
             ALTERNATE RECORD KEY CHV-CONTA WITH DUPLICATES.

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

           SELECT OPTIONAL XREF-CLIENTES ASSIGN TO WS-ARQ-XREF
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-XREF.

      *================================================================*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD CHAVES-PIX.
       COPY CHAVEREG.

       FD CLIENTES.
       COPY CLIREG.

       FD CONTAS.
       COPY CONTAREG.

       FD XREF-CLIENTES.
       01 REG-XREF PIC X(30).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      * EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG)
      *----------------------------------------------------------------*
       01 WS-ARQ-CHAVES    PIC X(80) VALUE 'C:\COBOL\CHAVES-PIX.DAT'.
       01 WS-ARQ-CLIENTES  PIC X(80) VALUE 'C:\COBOL\CLIENTES.DAT'.
       01 WS-ARQ-CONTAS    PIC X(80) VALUE 'C:\COBOL\CONTAS.DAT'.
       01 WS-ARQ-XREF      PIC X(80) VALUE
           'C:\COBOL\CLIENTES-CONTAS-XREF.TXT'.
       01 WS-CFG-LOGICO    PIC X(20).
       01 WS-CFG-CAMINHO   PIC X(80).
       01 WS-CFG-ACHOU     PIC X(01).

       01 WS-STATUS.
           05 WS-FS-CHAVES   PIC X(02).
           05 WS-FS-CLIENTES PIC X(02).
           05 WS-FS-CONTAS   PIC X(02).
           05 WS-FS-XREF     PIC X(02).

      * TETO DE CHAVES POR CONTA
       01 WS-MAX-CHAVES      PIC 9(02) VALUE 5.

       01 WS-CONTROLE.
           05 WS-OPCAO         PIC X(01) VALUE SPACE.
           05 WS-TIPO-OPCAO    PIC X(01) VALUE SPACE.
           05 WS-CONFIRMA      PIC X(01) VALUE 'N'.
           05 WS-EOF           PIC X(01) VALUE 'N'.
           05 WS-FONE          PIC 9(09) VALUE ZEROS.
           05 WS-CONTA         PIC 9(05) VALUE ZEROS.
           05 WS-CHAVE         PIC X(40) VALUE SPACES.
           05 WS-VALIDO        PIC X(01) VALUE 'S'.
           05 WS-CT-CHAVES     PIC 9(02) VALUE ZEROS.
           05 WS-DATA-HOJE     PIC 9(08) VALUE ZEROS.
           05 WS-CARIMBO       PIC X(21) VALUE SPACES.

      * O XREF EM TABELA, PARA CONFERIR SE O CLIENTE E TITULAR OU
      * CO-TITULAR DA CONTA
       01 WS-TAB-XREF.
           05 WS-CNT-XREF      PIC 9(04) VALUE ZEROS.
           05 WS-XREF-ITEM OCCURS 500 TIMES
                             INDEXED BY WS-IDX-XRF.
               10 WS-X-FONE    PIC 9(09).
               10 WS-X-CONTA   PIC 9(05).
               10 WS-X-PAPEL   PIC X(10).
       COPY XREFLIN.
      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       0-PRINCIPAL.
           PERFORM 1-RESOLVE-CAMINHOS.
           PERFORM 2-ABRE-ARQUIVOS.
           PERFORM 3-CARREGA-XREF.
           PERFORM 4-MENU UNTIL WS-OPCAO = 'X'.
           PERFORM 9-FINALIZA.
           STOP RUN.

       1-RESOLVE-CAMINHOS.
           MOVE 'CHAVES-PIX' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-CHAVES
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
           MOVE 'CLIENTES-XREF' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-XREF
           END-IF.

       11-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.

       2-ABRE-ARQUIVOS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT CLIENTES.
           IF WS-FS-CLIENTES NOT = '00'
               DISPLAY 'CLIENTES.DAT NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CONTAS.
           IF WS-FS-CONTAS NOT = '00'
               DISPLAY 'CONTAS.DAT NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CHAVES-PIX
               IF WS-FS-CHAVES EQUAL '35'
                   OPEN OUTPUT CHAVES-PIX
                   CLOSE CHAVES-PIX
                   OPEN I-O CHAVES-PIX
               END-IF.

       3-CARREGA-XREF.
           MOVE ZEROS TO WS-CNT-XREF.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT XREF-CLIENTES.
           IF WS-FS-XREF NOT = '00'
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ XREF-CLIENTES
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF WS-CNT-XREF < 500
                           MOVE REG-XREF TO WS-LINHA-XREF
                           IF WS-XR-PAPEL = SPACES
                               MOVE 'TITULAR' TO WS-XR-PAPEL
                           END-IF
                           ADD 1 TO WS-CNT-XREF
                           SET WS-IDX-XRF TO WS-CNT-XREF
                           MOVE WS-XR-FONE TO WS-X-FONE (WS-IDX-XRF)
                           MOVE WS-XR-CONTA TO
                               WS-X-CONTA (WS-IDX-XRF)
                           MOVE WS-XR-PAPEL TO
                               WS-X-PAPEL (WS-IDX-XRF)
                       ELSE
                           DISPLAY 'XREF EXCEDE A TABELA - '
                               'MANUTENCAO ABORTADA'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE XREF-CLIENTES.

       4-MENU.
           DISPLAY 'DIRETORIO DE CHAVES DE PAGAMENTO INSTANTANEO'.
           DISPLAY '1 - REGISTRAR CHAVE'.
           DISPLAY '2 - PORTABILIDADE DE CHAVE PARA OUTRA CONTA'.
           DISPLAY '3 - EXCLUIR CHAVE'.
           DISPLAY '4 - LISTAR CHAVES DA CONTA'.
           DISPLAY 'X - SAIDA'.
           DISPLAY 'OPCAO: '.
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM 5-REGISTRAR
               WHEN '2'
                   PERFORM 6-PORTABILIDADE
               WHEN '3'
                   PERFORM 7-EXCLUIR
               WHEN '4'
                   PERFORM 8-LISTAR
               WHEN OTHER
                   IF WS-OPCAO NOT = 'X'
                       DISPLAY 'ENTRE COM A OPCAO CORRETA'
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
      * REGISTRO: CLIENTE NO CADASTRO, CONTA NO MASTER, CLIENTE
      * TITULAR OU CO-TITULAR DA CONTA, CONTA ABAIXO DO TETO DE
      * CHAVES E CHAVE AINDA LIVRE NO BANCO
      *----------------------------------------------------------------*
       5-REGISTRAR.
           DISPLAY 'FONE DO CLIENTE: '.
           ACCEPT WS-FONE.
           DISPLAY 'NUMERO DA CONTA: '.
           ACCEPT WS-CONTA.
           MOVE 'S' TO WS-VALIDO.
           MOVE WS-FONE TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   DISPLAY 'FONE ' WS-FONE ' NAO EXISTE EM '
                       'CLIENTES.DAT'
                   MOVE 'N' TO WS-VALIDO
           END-READ.
           IF WS-VALIDO = 'S'
               PERFORM 51-VALIDA-CONTA
           END-IF.
           IF WS-VALIDO = 'S'
               DISPLAY 'TIPO (F=FONE E=EMAIL A=ALEATORIA): '
               ACCEPT WS-TIPO-OPCAO
               PERFORM 52-MONTA-CHAVE
           END-IF.
           IF WS-VALIDO = 'S'
               MOVE WS-CHAVE TO CHV-CHAVE
               MOVE WS-TIPO-OPCAO TO CHV-TIPO
               MOVE WS-CONTA TO CHV-CONTA
               MOVE WS-FONE TO CHV-FONE-DONO
               MOVE WS-DATA-HOJE TO CHV-DATA-REGISTRO
               WRITE CHAVE-PIX-REG
                   INVALID KEY
                       DISPLAY 'CHAVE ' WS-CHAVE
                       DISPLAY 'JA REGISTRADA NO BANCO - USE A '
                           'PORTABILIDADE'
                   NOT INVALID KEY
                       DISPLAY 'CHAVE REGISTRADA: ' WS-CHAVE
               END-WRITE
           END-IF.

      * A CONTA EXISTE, O CLIENTE E TITULAR OU CO-TITULAR DELA E ELA
      * AINDA TEM VAGA PARA MAIS UMA CHAVE
       51-VALIDA-CONTA.
           MOVE WS-CONTA TO CONTA-NUMERO.
           READ CONTAS
               INVALID KEY
                   DISPLAY 'CONTA ' WS-CONTA ' NAO EXISTE EM '
                       'CONTAS.DAT'
                   MOVE 'N' TO WS-VALIDO
           END-READ.
           IF WS-VALIDO = 'S'
               MOVE 'N' TO WS-VALIDO
               PERFORM VARYING WS-IDX-XRF FROM 1 BY 1
                       UNTIL WS-IDX-XRF > WS-CNT-XREF
                   IF WS-X-FONE (WS-IDX-XRF) = WS-FONE
                      AND WS-X-CONTA (WS-IDX-XRF) = WS-CONTA
                      AND (WS-X-PAPEL (WS-IDX-XRF) = 'TITULAR'
                        OR WS-X-PAPEL (WS-IDX-XRF) = 'CO-TITULAR')
                       MOVE 'S' TO WS-VALIDO
                   END-IF
               END-PERFORM
               IF WS-VALIDO = 'N'
                   DISPLAY 'CLIENTE ' WS-FONE ' NAO E TITULAR NEM '
                       'CO-TITULAR DA CONTA ' WS-CONTA
               END-IF
           END-IF.
           IF WS-VALIDO = 'S'
               PERFORM 81-CONTA-CHAVES
               IF WS-CT-CHAVES NOT < WS-MAX-CHAVES
                   DISPLAY 'CONTA ' WS-CONTA ' JA TEM ' WS-CT-CHAVES
                       ' CHAVES - TETO ATINGIDO'
                   MOVE 'N' TO WS-VALIDO
               END-IF
           END-IF.

      * FONE E EMAIL VEM DO CADASTRO DO CLIENTE (NAO SE DIGITA A
      * CHAVE); A ALEATORIA E MONTADA DO INSTANTE DO REGISTRO COM A
      * CONTA E O FONE, O QUE A FAZ UNICA NA PRATICA - O WRITE
      * CONFERE DE QUALQUER FORMA
       52-MONTA-CHAVE.
           MOVE SPACES TO WS-CHAVE.
           EVALUATE WS-TIPO-OPCAO
               WHEN 'F'
                   MOVE CLIENTES-FONE TO WS-CHAVE (1:9)
               WHEN 'E'
                   IF CLIENTES-EMAIL = SPACES
                       DISPLAY 'CLIENTE SEM EMAIL NO CADASTRO'
                       MOVE 'N' TO WS-VALIDO
                   ELSE
                       MOVE CLIENTES-EMAIL TO WS-CHAVE
                   END-IF
               WHEN 'A'
                   MOVE FUNCTION CURRENT-DATE TO WS-CARIMBO
                   STRING WS-CARIMBO (1:16) WS-CONTA WS-FONE
                       DELIMITED BY SIZE INTO WS-CHAVE
               WHEN OTHER
                   DISPLAY 'TIPO DE CHAVE INVALIDO'
                   MOVE 'N' TO WS-VALIDO
           END-EVALUATE.

      *----------------------------------------------------------------*
      * PORTABILIDADE: A CHAVE PASSA PARA OUTRA CONTA DO MESMO DONO,
      * QUE TEM DE SER TITULAR OU CO-TITULAR DA CONTA NOVA E ELA TEM
      * DE TER VAGA; A CHAVE NAO MUDA, SO A CONTA PARA ONDE APONTA
      *----------------------------------------------------------------*
       6-PORTABILIDADE.
           DISPLAY 'CHAVE: '.
           ACCEPT WS-CHAVE.
           MOVE WS-CHAVE TO CHV-CHAVE.
           READ CHAVES-PIX
               INVALID KEY
                   DISPLAY 'CHAVE NAO REGISTRADA'
               NOT INVALID KEY
                   PERFORM 61-PORTA-CHAVE
           END-READ.

       61-PORTA-CHAVE.
           DISPLAY 'CHAVE ATUAL NA CONTA ' CHV-CONTA
               ' (DONO ' CHV-FONE-DONO ')'.
           DISPLAY 'CONTA NOVA: '.
           ACCEPT WS-CONTA.
           MOVE CHV-FONE-DONO TO WS-FONE.
           MOVE 'S' TO WS-VALIDO.
           IF WS-CONTA = CHV-CONTA
               DISPLAY 'CHAVE JA APONTA PARA ESSA CONTA'
               MOVE 'N' TO WS-VALIDO
           ELSE
               PERFORM 51-VALIDA-CONTA
           END-IF.
           IF WS-VALIDO = 'S'
      * A CONTAGEM DE CHAVES PERCORRE O ARQUIVO; O REGISTRO DA CHAVE
      * E RELIDO ANTES DO REWRITE
               MOVE WS-CHAVE TO CHV-CHAVE
               READ CHAVES-PIX
                   INVALID KEY
                       MOVE 'N' TO WS-VALIDO
               END-READ
           END-IF.
           IF WS-VALIDO = 'S'
               DISPLAY 'CONFIRMA A PORTABILIDADE DA CONTA ' CHV-CONTA
                   ' PARA A CONTA ' WS-CONTA ' (S/N)? '
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = 'S'
                   MOVE WS-CONTA TO CHV-CONTA
                   MOVE WS-DATA-HOJE TO CHV-DATA-REGISTRO
                   REWRITE CHAVE-PIX-REG
                       INVALID KEY
                           DISPLAY 'ERRO AO REGRAVAR A CHAVE'
                       NOT INVALID KEY
                           DISPLAY 'CHAVE PORTADA PARA A CONTA '
                               WS-CONTA
                   END-REWRITE
               ELSE
                   DISPLAY 'PORTABILIDADE CANCELADA'
               END-IF
           END-IF.

       7-EXCLUIR.
           DISPLAY 'CHAVE A EXCLUIR: '.
           ACCEPT WS-CHAVE.
           MOVE WS-CHAVE TO CHV-CHAVE.
           READ CHAVES-PIX
               INVALID KEY
                   DISPLAY 'CHAVE NAO REGISTRADA'
               NOT INVALID KEY
                   DISPLAY 'CHAVE DA CONTA ' CHV-CONTA ' (DONO '
                       CHV-FONE-DONO ') - CONFIRMA A EXCLUSAO (S/N)? '
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = 'S'
                       DELETE CHAVES-PIX
                           INVALID KEY
                               DISPLAY 'ERRO AO EXCLUIR A CHAVE'
                           NOT INVALID KEY
                               DISPLAY 'CHAVE EXCLUIDA'
                       END-DELETE
                   END-IF
           END-READ.

       8-LISTAR.
           DISPLAY 'NUMERO DA CONTA: '.
           ACCEPT WS-CONTA.
           PERFORM 81-CONTA-CHAVES.
           IF WS-CT-CHAVES = ZEROS
               DISPLAY 'CONTA SEM CHAVES'
           END-IF.

      * PERCORRE AS CHAVES DA CONTA PELA CHAVE ALTERNATIVA, CONTANDO
      * (E LISTANDO, QUANDO CHAMADA PELA OPCAO DE LISTAGEM)
       81-CONTA-CHAVES.
           MOVE ZEROS TO WS-CT-CHAVES.
           MOVE 'N' TO WS-EOF.
           MOVE WS-CONTA TO CHV-CONTA.
           START CHAVES-PIX KEY IS EQUAL TO CHV-CONTA
               INVALID KEY MOVE 'S' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'S'
               READ CHAVES-PIX NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF CHV-CONTA NOT = WS-CONTA
                           MOVE 'S' TO WS-EOF
                       ELSE
                           ADD 1 TO WS-CT-CHAVES
                           IF WS-OPCAO = '4'
                               DISPLAY CHV-TIPO ' ' CHV-CHAVE ' DONO '
                                   CHV-FONE-DONO ' DESDE '
                                   CHV-DATA-REGISTRO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       9-FINALIZA.
           CLOSE CHAVES-PIX.
           CLOSE CLIENTES.
           CLOSE CONTAS.
      *================================================================*
