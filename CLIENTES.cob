             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ARCHIVE-STATUS.

           SELECT CLIENTES-DEVOL ASSIGN TO WS-ARQ-DEVOL
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS DEVOL-STATUS
             RECORD KEY DEV-FONE.


      *================================================================*
       DATA DIVISION.
       FD CLIENTES-ARCHIVE.
       01 REG-ARCHIVE PIC X(200).

      *----------------------------------------------------------------*
      * ENDERECOS DEVOLVIDOS PELOS CORREIOS (CARREGA-DEVOLUCOES): A
      * MARCA DO CLIENTE SAI QUANDO O ENDERECO E ALTERADO AQUI
      *----------------------------------------------------------------*
       FD CLIENTES-DEVOL.
       COPY DEVREG.

       WORKING-STORAGE SECTION.
      * O OPERADOR ASSINADO PELA SUB-ROTINA COMPARTILHADA
      * ASSINA-OPERADOR, CARIMBADO NAS LINHAS DE AUDITORIA
           'C:\COBOL\CLIENTES-AUDIT.LOG'.
       01 WS-ARQ-ARCHIVE   PIC X(80) VALUE
           'C:\COBOL\CLIENTES-ARCHIVE.TXT'.
       01 WS-ARQ-DEVOL     PIC X(80) VALUE
           'C:\COBOL\CLIENTES-DEVOL.DAT'.
       01 WS-CFG-LOGICO    PIC X(20).
       01 WS-CFG-CAMINHO   PIC X(80).
       01 WS-CFG-ACHOU     PIC X(01).
       01 RLT-STATUS       PIC X(02).
       01 AUDIT-STATUS     PIC X(02).
       01 ARCHIVE-STATUS   PIC X(02).
       01 DEVOL-STATUS     PIC X(02).
       01 WS-ENDERECO-ANTES PIC X(101) VALUE SPACES.

       01 WS-LINHA-ARCHIVE.
           03 WS-ARC-DATA      PIC 9(08).
           IF WS-CFG-ACHOU EQUAL 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-ARCHIVE
           END-IF.
           MOVE 'CLIENTES-DEVOL' TO WS-CFG-LOGICO.
           PERFORM 0910-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU EQUAL 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-DEVOL
           END-IF.

       0910-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               NOT INVALID KEY
                   MOVE CLIENTES-NAME TO WS-AUD-NOME-ANTES
                   MOVE CLIENTES-EMAIL TO WS-AUD-EMAIL-ANTES
                   MOVE CLIENTES-ENDERECO TO WS-ENDERECO-ANTES
                   DISPLAY SS-DADOS
                   ACCEPT SS-DADOS
                   MOVE SPACES TO ERRO
                           MOVE 'REGISTRO ALTERADO' TO ERRO
                           MOVE 'ALTERACAO' TO WS-AUDIT-OPERACAO
                           PERFORM 0900-GRAVA-AUDITORIA
                           IF CLIENTES-ENDERECO NOT EQUAL
                              WS-ENDERECO-ANTES
                               PERFORM 0310-LIBERA-DEVOLUCAO
                           END-IF
                   END-REWRITE
                   END-IF
           END-READ.
           MOVE SPACES TO CLIENTES-ENDERECO.
           MOVE ZEROS TO CLIENTES-CEP.

      *----------------------------------------------------------------*
      * ENDERECO NOVO: SE O ANTIGO ESTAVA MARCADO COMO DEVOLVIDO, A
      * MARCA SAI E A LIBERACAO ENTRA NA AUDITORIA. SEM O ARQUIVO DE
      * DEVOLUCOES NAO HA MARCA A TIRAR
      *----------------------------------------------------------------*
       0310-LIBERA-DEVOLUCAO.
           OPEN I-O CLIENTES-DEVOL.
           IF DEVOL-STATUS EQUAL '00'
               MOVE CLIENTES-FONE TO DEV-FONE
               DELETE CLIENTES-DEVOL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'ALTERADO - DEVOLUCAO LIBERADA' TO ERRO
                       MOVE 'DEVOL-LIB' TO WS-AUDIT-OPERACAO
                       PERFORM 0900-GRAVA-AUDITORIA
               END-DELETE
               CLOSE CLIENTES-DEVOL
           END-IF.

      *----------------------------------------------------------------*
       0400-EXCLUIR.
           MOVE 'MODULO - EXCLUSAO' TO MODULO.
