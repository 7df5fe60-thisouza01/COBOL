      *               parametros (GERACOES;N, padrao 5); o
      *               RECARREGA-MASTER lista o catalogo e deixa o
      *               operador escolher de qual geracao reconstruir
      * 15/10/2026 TS O HDR da imagem de CONTAS leva tambem a hora da
      *               descarga e a ultima sequencia do TRANS-LOG ja
      *               numerada (controle TRANS-LOG-SEQ), o ponto de
      *               partida da recuperacao para frente do
      *               RECUPERA-CONTAS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESCARREGA-MASTERS.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FS-PARAM.

               SELECT OPTIONAL SEQ-CONTROLE ASSIGN TO WS-ARQ-SEQ
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FS-SEQ.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
       COPY CLIREG.

       FD CONTAS.
       COPY CONTAREG.

       FD PRODUTOS.
       COPY PRODREG.
       FD BACKUP-PARAM.
       01 REG-PARAM            PIC X(20).

      * CONTROLE DE SEQUENCIA DO TRANS-LOG (SUB-ROTINA NUMERA-LOG)
       FD SEQ-CONTROLE.
       01 REG-SEQ              PIC 9(09).

       WORKING-STORAGE SECTION.
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      *  EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG); SEM
               'C:\backup\backup-catalogo.txt'.
           05 WS-ARQ-PARAM         PIC X(80) VALUE
               'C:\backup\backup-param.txt'.
           05 WS-ARQ-SEQ           PIC X(80) VALUE
               'C:\COBOL\TRANS-LOG-SEQ.TXT'.

       01 WS-CFG-CHAMADA.
           05 WS-CFG-LOGICO        PIC X(20).
           05 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
           05 WS-FS-CATALOGO       PIC 9(02) VALUE ZEROS.
           05 WS-FS-PARAM          PIC 9(02) VALUE ZEROS.
           05 WS-FS-SEQ            PIC 9(02) VALUE ZEROS.
           05 WS-HORA-AGORA        PIC 9(08) VALUE ZEROS.
           05 WS-NOME-BASE         PIC X(80) VALUE SPACES.
           05 WS-NOME-DATADO       PIC X(80) VALUE SPACES.
           05 WS-TAM-BASE          PIC 9(02) VALUE ZEROS.
           05 WS-HDR-DATA          PIC 9(08).
           05 FILLER               PIC X(01).
           05 WS-HDR-NOME          PIC X(20).
      * SO NA IMAGEM DE CONTAS: HORA DA DESCARGA E ULTIMA SEQUENCIA
      *  DO TRANS-LOG QUE A IMAGEM JA CONTEM
           05 FILLER               PIC X(01).
           05 WS-HDR-HORA          PIC 9(06).
           05 FILLER               PIC X(01).
           05 WS-HDR-ULT-SEQ       PIC 9(09).
           05 FILLER               PIC X(151).
       01 WS-IMG-TRL REDEFINES WS-LINHA-IMG.
           05 FILLER               PIC X(03).
           05 WS-TRL-QTD           PIC 9(07).
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-IMG-CONTAS-MST
           END-IF.
           MOVE 'TRANS-LOG-SEQ' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-SEQ
           END-IF.

       0006-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               MOVE 'HDR' TO WS-IMG-TIPO
               MOVE WS-DATA-HOJE TO WS-HDR-DATA
               MOVE 'CONTAS' TO WS-HDR-NOME
               PERFORM 0210-CARIMBA-SEQUENCIA
               WRITE REG-IMG-CONTAS FROM WS-LINHA-IMG
               MOVE 'N' TO WS-EOF
               MOVE LOW-VALUES TO CONTA-NUMERO
               PERFORM 0600-CATALOGA-GERACAO
           END-IF.

      * A ULTIMA SEQUENCIA NUMERADA PELA NUMERA-LOG NO MOMENTO DA
      *  DESCARGA; SEM O CONTROLE FICA ZERO E A RECUPERACAO PARA
      *  FRENTE SE GUIA PELA DATA E HORA DO HDR
       0210-CARIMBA-SEQUENCIA.
           ACCEPT WS-HORA-AGORA FROM TIME.
           MOVE WS-HORA-AGORA (1:6) TO WS-HDR-HORA.
           MOVE ZEROS TO WS-HDR-ULT-SEQ.
           OPEN INPUT SEQ-CONTROLE.
           IF WS-FS-SEQ = 00
               READ SEQ-CONTROLE
                   AT END CONTINUE
                   NOT AT END
                       IF REG-SEQ IS NUMERIC
                           MOVE REG-SEQ TO WS-HDR-ULT-SEQ
                       END-IF
               END-READ
           END-IF.
           CLOSE SEQ-CONTROLE.

       0220-COPIA-CONTA.
           READ CONTAS NEXT RECORD
               AT END MOVE 'S' TO WS-EOF
