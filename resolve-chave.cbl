      *================================================================*
      * Author:
      * Date:
      * Purpose: Sub-rotina compartilhada de consulta ao diretorio de
      *  chaves de pagamento instantaneo (CHAVES-PIX.DAT, mantido
      *  pelo MANTEM-CHAVES). Recebe a chave digitada (fone, email
      *  ou chave aleatoria) e devolve a conta para onde ela aponta
      *  e o nome do dono da chave em CLIENTES.DAT, para o programa
      *  de movimento mostrar ao cliente antes de confirmar a
      *  transferencia. Chave inexistente devolve ACHOU = 'N'.
      *  Pensada para ser chamada (CALL) como a SITUACAO-CONTA, sem
      *  estado entre chamadas.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESOLVE-CHAVE.
      *================================================================*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CHAVES-PIX ASSIGN TO WS-ARQ-CHAVES
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

      *================================================================*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD CHAVES-PIX.
       COPY CHAVEREG.

       FD CLIENTES.
       COPY CLIREG.

       WORKING-STORAGE SECTION.
      * CAMINHOS FISICOS, RESOLVIDOS NA CONFIGURACAO EXTERNA PELO
      * NOME LOGICO (SUB-ROTINA BUSCA-CONFIG)
       01 WS-ARQ-CHAVES        PIC X(80) VALUE
           'C:\COBOL\CHAVES-PIX.DAT'.
       01 WS-ARQ-CLIENTES      PIC X(80) VALUE
           'C:\COBOL\CLIENTES.DAT'.
       01 WS-CFG-LOGICO        PIC X(20).
       01 WS-CFG-CAMINHO       PIC X(80).
       01 WS-CFG-ACHOU         PIC X(01).

       01 WS-FS-CHAVES         PIC X(02).
       01 WS-FS-CLIENTES       PIC X(02).

       LINKAGE SECTION.
       01 LK-CHAVE             PIC X(40).
       01 LK-CONTA             PIC 9(05).
       01 LK-NOME              PIC X(30).
       01 LK-ACHOU             PIC X(01).

      *================================================================*
       PROCEDURE DIVISION USING LK-CHAVE LK-CONTA LK-NOME LK-ACHOU.
      *----------------------------------------------------------------*
       0-PRINCIPAL.
           PERFORM 1-RESOLVE-CAMINHOS.
           MOVE 'N' TO LK-ACHOU.
           MOVE ZEROS TO LK-CONTA.
           MOVE SPACES TO LK-NOME.
           OPEN INPUT CHAVES-PIX.
           IF WS-FS-CHAVES = '00'
               PERFORM 2-CONSULTA-CHAVE
               CLOSE CHAVES-PIX
           END-IF.
           GOBACK.

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

       11-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.

       2-CONSULTA-CHAVE.
           MOVE LK-CHAVE TO CHV-CHAVE.
           READ CHAVES-PIX
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO LK-ACHOU
                   MOVE CHV-CONTA TO LK-CONTA
                   PERFORM 3-NOME-DO-DONO
           END-READ.

      * DONO FORA DO CADASTRO (CLIENTE EXCLUIDO DEPOIS DO REGISTRO)
      * VOLTA SEM NOME; O CHAMADOR MOSTRA A CONTA ASSIM MESMO
       3-NOME-DO-DONO.
           OPEN INPUT CLIENTES.
           IF WS-FS-CLIENTES = '00'
               MOVE CHV-FONE-DONO TO CLIENTES-FONE
               READ CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLIENTES-NAME TO LK-NOME
               END-READ
               CLOSE CLIENTES
           END-IF.
      *================================================================*
