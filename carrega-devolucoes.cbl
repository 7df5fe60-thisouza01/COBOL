      *================================================================*
      * Author:
      * Date:
      * Purpose: Carga do arquivo de devolucoes dos Correios. Cada
      *  linha (FONE;CEP;MOTIVO;AAAAMMDD - motivo DESCONHECIDO,
      *  MUDOU-SE ou RECUSADO; data da devolucao em branco vale a da
      *  carga) marca o endereco do cliente como nao entregavel em
      *  CLIENTES-DEVOL.DAT, com o motivo e a data. Devolucao de
      *  cliente fora do cadastro, de motivo desconhecido ou de um
      *  CEP que ja nao e o do cadastro (o endereco foi corrigido
      *  depois da postagem) e recusada e listada. Com a marca o
      *  ENTREGA-EXTRATOS manda o extrato por EMAIL ou o retem, a
      *  MALA-DIRETA pula o cliente e o HIGIENE-ENDERECOS o lista
      *  para atualizacao; a marca cai sozinha quando o endereco e
      *  alterado no CLIENTES.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARREGA-DEVOLUCOES.
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

           SELECT CLIENTES-DEVOL ASSIGN TO WS-ARQ-DEVOL
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-DEVOL
             RECORD KEY DEV-FONE.

           SELECT DEVOL-CORREIO ASSIGN TO WS-ARQ-CORREIO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-CORREIO.

      *================================================================*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD CLIENTES.
       COPY CLIREG.

       FD CLIENTES-DEVOL.
       COPY DEVREG.

      * ARQUIVO DE RETORNO DOS CORREIOS: FONE;CEP;MOTIVO;AAAAMMDD
       FD DEVOL-CORREIO.
       01 REG-CORREIO PIC X(60).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      * EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG)
      *----------------------------------------------------------------*
       01 WS-ARQ-CLIENTES   PIC X(80) VALUE 'C:\COBOL\CLIENTES.DAT'.
       01 WS-ARQ-DEVOL      PIC X(80) VALUE
           'C:\COBOL\CLIENTES-DEVOL.DAT'.
       01 WS-ARQ-CORREIO    PIC X(80) VALUE
           'C:\COBOL\DEVOLUCOES-CORREIO.TXT'.
       01 WS-CFG-LOGICO     PIC X(20).
       01 WS-CFG-CAMINHO    PIC X(80).
       01 WS-CFG-ACHOU      PIC X(01).

       01 WS-STATUS.
           05 WS-FS-CLIENTES PIC X(02).
           05 WS-FS-DEVOL    PIC X(02).
           05 WS-FS-CORREIO  PIC X(02).

       01 WS-CONTROLE.
           05 WS-EOF           PIC X(01) VALUE 'N'.
           05 WS-DATA-HOJE     PIC 9(08) VALUE ZEROS.
           05 WS-MOTIVO-REJ    PIC X(30) VALUE SPACES.
           05 WS-CT-LIDOS      PIC 9(05) VALUE ZEROS.
           05 WS-CT-MARCADOS   PIC 9(05) VALUE ZEROS.
           05 WS-CT-REMARCADOS PIC 9(05) VALUE ZEROS.
           05 WS-CT-RECUSADOS  PIC 9(05) VALUE ZEROS.

      * CAMPOS DA LINHA DE DEVOLUCAO, SEPARADOS PELO ';'
       01 WS-LINHA-CORREIO.
           05 WS-DC-FONE-TX    PIC X(12).
           05 WS-DC-CEP-TX     PIC X(10).
           05 WS-DC-MOTIVO     PIC X(12).
           05 WS-DC-DATA-TX    PIC X(10).
       01 WS-DC-FONE        PIC 9(09) VALUE ZEROS.
       01 WS-DC-CEP         PIC 9(08) VALUE ZEROS.
       01 WS-DC-DATA        PIC 9(08) VALUE ZEROS.
      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       0-PRINCIPAL.
           PERFORM 1-RESOLVE-CAMINHOS.
           PERFORM 2-ABRE-ARQUIVOS.
           PERFORM 3-LE-DEVOLUCAO UNTIL WS-EOF = 'S'.
           PERFORM 9-FINALIZA.
           STOP RUN.

       1-RESOLVE-CAMINHOS.
           MOVE 'CLIENTES-DAT' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-CLIENTES
           END-IF.
           MOVE 'CLIENTES-DEVOL' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-DEVOL
           END-IF.
           MOVE 'DEVOL-CORREIO' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-CORREIO
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
           OPEN INPUT DEVOL-CORREIO.
           IF WS-FS-CORREIO NOT = '00'
               DISPLAY 'ARQUIVO DE DEVOLUCOES NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CLIENTES-DEVOL
               IF WS-FS-DEVOL EQUAL '35' THEN
                   OPEN OUTPUT CLIENTES-DEVOL
                   CLOSE CLIENTES-DEVOL
                   OPEN I-O CLIENTES-DEVOL
               END-IF.
           IF WS-FS-DEVOL NOT = '00'
               DISPLAY 'ERRO AO ABRIR CLIENTES-DEVOL.DAT: '
                   WS-FS-DEVOL
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       3-LE-DEVOLUCAO.
           READ DEVOL-CORREIO
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   IF REG-CORREIO NOT = SPACES
                       ADD 1 TO WS-CT-LIDOS
                       PERFORM 4-VALIDA-DEVOLUCAO
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * A DEVOLUCAO SO MARCA O ENDERECO SE O CLIENTE EXISTE, O MOTIVO
      * E CONHECIDO E O CEP DO ENVELOPE AINDA E O DO CADASTRO
      *----------------------------------------------------------------*
       4-VALIDA-DEVOLUCAO.
           MOVE SPACES TO WS-LINHA-CORREIO.
           MOVE SPACES TO WS-MOTIVO-REJ.
           UNSTRING REG-CORREIO DELIMITED BY ';'
               INTO WS-DC-FONE-TX WS-DC-CEP-TX WS-DC-MOTIVO
                    WS-DC-DATA-TX
           END-UNSTRING.
           COMPUTE WS-DC-FONE = FUNCTION NUMVAL (WS-DC-FONE-TX).
           COMPUTE WS-DC-CEP = FUNCTION NUMVAL (WS-DC-CEP-TX).
           IF WS-DC-DATA-TX = SPACES
               MOVE WS-DATA-HOJE TO WS-DC-DATA
           ELSE
               COMPUTE WS-DC-DATA = FUNCTION NUMVAL (WS-DC-DATA-TX)
           END-IF.
           MOVE WS-DC-MOTIVO TO DEV-MOTIVO.
           IF NOT DEV-MOTIVO-VALIDO
               MOVE 'MOTIVO DE DEVOLUCAO INVALIDO' TO WS-MOTIVO-REJ
           ELSE
               MOVE WS-DC-FONE TO CLIENTES-FONE
               READ CLIENTES
                   INVALID KEY
                       MOVE 'CLIENTE NAO CADASTRADO' TO WS-MOTIVO-REJ
                   NOT INVALID KEY
                       IF CLIENTES-CEP NOT = WS-DC-CEP
                           MOVE 'CEP JA NAO E O DO CADASTRO'
                               TO WS-MOTIVO-REJ
                       END-IF
               END-READ
           END-IF.
           IF WS-MOTIVO-REJ NOT = SPACES
               DISPLAY 'RECUSADA: ' REG-CORREIO
               DISPLAY '    ' WS-MOTIVO-REJ
               ADD 1 TO WS-CT-RECUSADOS
           ELSE
               PERFORM 5-MARCA-ENDERECO
           END-IF.

      * CLIENTE JA MARCADO FICA COM A DEVOLUCAO MAIS RECENTE
       5-MARCA-ENDERECO.
           MOVE WS-DC-FONE TO DEV-FONE.
           READ CLIENTES-DEVOL
               INVALID KEY
                   MOVE WS-DC-FONE TO DEV-FONE
                   MOVE WS-DC-CEP TO DEV-CEP
                   MOVE WS-DC-MOTIVO TO DEV-MOTIVO
                   MOVE WS-DC-DATA TO DEV-DATA
                   MOVE WS-DATA-HOJE TO DEV-CARGA
                   WRITE DEVOLUCAO-REG
                       INVALID KEY
                           DISPLAY 'ERRO AO MARCAR ' WS-DC-FONE
                       NOT INVALID KEY
                           ADD 1 TO WS-CT-MARCADOS
                   END-WRITE
               NOT INVALID KEY
                   IF WS-DC-DATA NOT < DEV-DATA
                       MOVE WS-DC-CEP TO DEV-CEP
                       MOVE WS-DC-MOTIVO TO DEV-MOTIVO
                       MOVE WS-DC-DATA TO DEV-DATA
                       MOVE WS-DATA-HOJE TO DEV-CARGA
                       REWRITE DEVOLUCAO-REG
                           INVALID KEY
                               DISPLAY 'ERRO AO MARCAR ' WS-DC-FONE
                       END-REWRITE
                   END-IF
                   ADD 1 TO WS-CT-REMARCADOS
           END-READ.

       9-FINALIZA.
           DISPLAY 'DEVOLUCOES LIDAS.......: ' WS-CT-LIDOS.
           DISPLAY 'ENDERECOS MARCADOS.....: ' WS-CT-MARCADOS.
           DISPLAY 'JA MARCADOS............: ' WS-CT-REMARCADOS.
           DISPLAY 'RECUSADAS..............: ' WS-CT-RECUSADOS.
           CLOSE CLIENTES.
           CLOSE CLIENTES-DEVOL.
           CLOSE DEVOL-CORREIO.
      *================================================================*
