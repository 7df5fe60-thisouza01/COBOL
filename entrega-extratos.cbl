      * Purpose: Distribuicao dos extratos por cliente para a casa de
      *  postagem. O EXTRATO-TRANSLOG imprime tudo num arquivo so e
      *  alguem fatiava na mao; este job cruza a referencia
      *  CLIENTES-CONTAS-XREF (FONE;CONTA;PAPEL) com o cadastro de
      *  CLIENTES.DAT e gera UM documento de extrato por cliente e
      *  conta - cabecalho com nome, email e o endereco postal
      *  formatado do bloco CLIENTES-ENDERECO, a conta com todos os
      *  seus clientes e papeis, seguido dos lancamentos da conta no
      *  TRANS-LOG - mais o manifesto de entrega (cliente, conta,
      *  paginas, canal: EMAIL quando o CLIENTES-EMAIL esta
      *  preenchido, POSTAL quando nao, e papel). Conta conjunta ou
      *  com procurador gera um documento para cada cliente da conta.
      *  O documento sai num arquivo proprio por cliente e conta
      *  (BASE-FONE-CONTA.TXT). Cliente com o endereco marcado como
      *  devolvido pelos Correios (CLIENTES-DEVOL, carregado pelo
      *  CARREGA-DEVOLUCOES) e sem email tem o extrato RETIDO no
      *  manifesto, em vez de POSTAL, ate o endereco ser corrigido.
      *  No fim do documento vem os pontos de fidelidade do cliente:
      *  os movimentos do razao de pontos (PONTOS-RAZAO, acumulo,
      *  resgate e expiracao) e o saldo vigente.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-MANIF.

           SELECT OPTIONAL CLIENTES-DEVOL ASSIGN TO WS-ARQ-DEVOL
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-DEVOL
             RECORD KEY DEV-FONE.

           SELECT OPTIONAL PONTOS-RAZAO ASSIGN TO WS-ARQ-RAZAO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-RAZAO.

      *================================================================*
       DATA DIVISION.
      *----------------------------------------------------------------*
       COPY CLIREG.

       FD XREF-CLIENTES.
       01 REG-XREF PIC X(30).

       FD TRANS-LOG.
       01 REG-LOG PIC X(120).

       FD DOCUMENTO.
       01 REG-DOC PIC X(100).

       FD MANIFESTO.
       01 REG-MANIF PIC X(80).

       FD CLIENTES-DEVOL.
       COPY DEVREG.

       FD PONTOS-RAZAO.
       01 REG-PONTOS PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      * EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG); O
      * DOCUMENTO DE CADA CLIENTE SAI EM BASE-FONE-CONTA.TXT
      *----------------------------------------------------------------*
       01 WS-ARQ-CLIENTES   PIC X(80) VALUE 'C:\COBOL\CLIENTES.DAT'.
       01 WS-ARQ-XREF       PIC X(80) VALUE
       01 WS-ARQ-DOC        PIC X(80) VALUE SPACES.
       01 WS-ARQ-MANIF      PIC X(80) VALUE
           'C:\COBOL\MANIFESTO-ENTREGA.TXT'.
       01 WS-ARQ-DEVOL      PIC X(80) VALUE
           'C:\COBOL\CLIENTES-DEVOL.DAT'.
       01 WS-ARQ-RAZAO      PIC X(80) VALUE
           'C:\COBOL\PONTOS-RAZAO.TXT'.
       01 WS-CFG-LOGICO     PIC X(20).
       01 WS-CFG-CAMINHO    PIC X(80).
       01 WS-CFG-ACHOU      PIC X(01).
           05 WS-FS-LOG      PIC X(02).
           05 WS-FS-DOC      PIC X(02).
           05 WS-FS-MANIF    PIC X(02).
           05 WS-FS-DEVOL    PIC X(02).
           05 WS-FS-RAZAO    PIC X(02).

       01 WS-CONTROLE.
           05 WS-EOF           PIC X(01) VALUE 'N'.
           05 WS-CT-LINHAS-DOC PIC 9(05) VALUE ZEROS.
           05 WS-CT-PAGINAS    PIC 9(03) VALUE ZEROS.
           05 WS-CANAL         PIC X(06) VALUE SPACES.
           05 WS-DEVOL-ABERTO  PIC X(01) VALUE 'N'.
           05 WS-DEVOLVIDO     PIC X(01) VALUE 'N'.
           05 WS-CT-RETIDOS    PIC 9(04) VALUE ZEROS.
           05 WS-CT-DEVOL-EMAIL PIC 9(04) VALUE ZEROS.
           05 WS-EOF-PONTOS    PIC X(01) VALUE 'N'.
           05 WS-TEM-PONTOS    PIC X(01) VALUE 'N'.
           05 WS-SALDO-PTS     PIC 9(07) VALUE ZEROS.

       COPY XREFLIN.

      * O XREF EM TABELA, PARA O CABECALHO LISTAR TODOS OS CLIENTES
      * DA CONTA EM CADA DOCUMENTO
       01 WS-TAB-XREF.
           05 WS-CNT-XREF      PIC 9(04) VALUE ZEROS.
           05 WS-XREF-ITEM OCCURS 500 TIMES
                             INDEXED BY WS-IDX-XRF WS-IDX-TIT.
               10 WS-X-FONE    PIC 9(09).
               10 WS-X-CONTA   PIC 9(05).
               10 WS-X-PAPEL   PIC X(10).

      * O LANCAMENTO E LIDO PELA SUB-ROTINA LE-LINHA-LOG E REMONTADO
      * NO LEIAUTE NOVO, PARA O DOCUMENTO SAIR UNIFORME MESMO QUANDO
      * O LOG AINDA TEM LINHAS DO LEIAUTE ANTIGO; A LINHA LEVA A
      * SEQUENCIA E A HORA DO LANCAMENTO E, NO ESTORNO, A SEQUENCIA
      * DO LANCAMENTO ESTORNADO, PARA O CLIENTE VER O PAR
       COPY TLOGCAM.
       COPY TLOGLIN.

       01 WS-TAB-LANC.
           05 WS-CNT-LANC      PIC 9(04) VALUE ZEROS.
           05 WS-LANC-ITEM OCCURS 1000 TIMES
                             INDEXED BY WS-IDX-LAN.
               10 WS-L-LINHA   PIC X(100).
               10 WS-L-CONTA   PIC 9(05).

       01 WS-LINHA-MANIF.
           05 WS-M-PAGINAS     PIC 9(03).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-M-CANAL       PIC X(06).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-M-PAPEL       PIC X(10).

       01 WS-LINHA-ENDER.
           05 WS-E-TEXTO       PIC X(80).

      * O RAZAO DE PONTOS EM TABELA, JA NA LINHA DO DOCUMENTO; O
      * SALDO DE CADA LINHA E O DO CLIENTE DEPOIS DO MOVIMENTO
       COPY PONTLIN.
       01 WS-TAB-PONTOS.
           05 WS-CNT-PONTOS    PIC 9(04) VALUE ZEROS.
           05 WS-PONTOS-ITEM OCCURS 2000 TIMES
                               INDEXED BY WS-IDX-PTS.
               10 WS-P-FONE    PIC 9(09).
               10 WS-P-SALDO   PIC 9(07).
               10 WS-P-LINHA   PIC X(80).

       01 WS-LINHA-PTS-DOC.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-PD-DATA       PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-PD-COMPET     PIC 9(06).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-PD-TIPO       PIC X(09).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-PD-ORIGEM     PIC X(12).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-PD-PONTOS     PIC Z,ZZZ,ZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-PD-SALDO      PIC Z,ZZZ,ZZ9.
       01 WS-LINHA-PTS-SALDO.
           05 FILLER           PIC X(24) VALUE
               'SALDO DE PONTOS.......: '.
           05 WS-PS-SALDO      PIC Z,ZZZ,ZZ9.
      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           PERFORM 1-RESOLVE-CAMINHOS.
           PERFORM 2-ABRE-ARQUIVOS.
           PERFORM 3-CARREGA-LOG UNTIL WS-EOF = 'S'.
           PERFORM 4-CARREGA-XREF UNTIL WS-EOF-XREF = 'S'.
           PERFORM 41-CARREGA-PONTOS UNTIL WS-EOF-PONTOS = 'S'.
           PERFORM VARYING WS-IDX-XRF FROM 1 BY 1
                   UNTIL WS-IDX-XRF > WS-CNT-XREF
               PERFORM 5-DOCUMENTO-DE-UM-CLIENTE
           END-PERFORM.
           PERFORM 9-FINALIZA.
           STOP RUN.

           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-MANIF
           END-IF.
           MOVE 'CLIENTES-DEVOL' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-DEVOL
           END-IF.
           MOVE 'PONTOS-RAZAO' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-RAZAO
           END-IF.

       11-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               STOP RUN
           END-IF.
           OPEN OUTPUT MANIFESTO.
      * SEM O ARQUIVO DE DEVOLUCOES NENHUM ENDERECO ESTA MARCADO
           OPEN INPUT CLIENTES-DEVOL.
           IF WS-FS-DEVOL = '00'
               MOVE 'S' TO WS-DEVOL-ABERTO
           END-IF.
      * SEM RAZAO DE PONTOS O DOCUMENTO SAI SEM A SECAO DE PONTOS
           OPEN INPUT PONTOS-RAZAO.
           IF WS-FS-RAZAO NOT = '00'
               MOVE 'S' TO WS-EOF-PONTOS
           END-IF.

       3-CARREGA-LOG.
           READ TRANS-LOG
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   IF WS-CNT-LANC < 1000
                       ADD 1 TO WS-CNT-LANC
                       SET WS-IDX-LAN TO WS-CNT-LANC
                       PERFORM 31-REMONTA-LINHA
                       MOVE WS-LINHA-LOG TO WS-L-LINHA (WS-IDX-LAN)
                       MOVE TLG-CONTA TO WS-L-CONTA (WS-IDX-LAN)
                   ELSE
                       DISPLAY 'TABELA DE LANCAMENTOS CHEIA - '
                           'DISTRIBUICAO ABORTADA'
                   END-IF
           END-READ.

       31-REMONTA-LINHA.
           CALL 'LE-LINHA-LOG' USING REG-LOG TLG-CAMPOS.
           MOVE TLG-CONTA TO WS-LOG-CONTA.
           MOVE TLG-TIPO TO WS-LOG-TIPO.
           MOVE TLG-VALOR TO WS-LOG-VALOR.
           MOVE TLG-SALDO TO WS-LOG-SALDO.
           MOVE TLG-DATA TO WS-LOG-DATA.
           MOVE TLG-OPERADOR TO WS-LOG-OPERADOR.
           MOVE TLG-SEQ TO WS-LOG-SEQ.
           MOVE TLG-HORA TO WS-LOG-HORA.
           MOVE TLG-SEQ-ORIG TO WS-LOG-SEQ-ORIG.

       4-CARREGA-XREF.
           READ XREF-CLIENTES
               AT END MOVE 'S' TO WS-EOF-XREF
               NOT AT END
                   IF WS-CNT-XREF < 500
                       MOVE REG-XREF TO WS-LINHA-XREF
                       IF WS-XR-PAPEL = SPACES
                           MOVE 'TITULAR' TO WS-XR-PAPEL
                       END-IF
                       ADD 1 TO WS-CNT-XREF
                       SET WS-IDX-XRF TO WS-CNT-XREF
                       MOVE WS-XR-FONE TO WS-X-FONE (WS-IDX-XRF)
                       MOVE WS-XR-CONTA TO WS-X-CONTA (WS-IDX-XRF)
                       MOVE WS-XR-PAPEL TO WS-X-PAPEL (WS-IDX-XRF)
                   ELSE
                       DISPLAY 'XREF EXCEDE A TABELA - '
                           'DISTRIBUICAO ABORTADA'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.

       41-CARREGA-PONTOS.
           READ PONTOS-RAZAO
               AT END MOVE 'S' TO WS-EOF-PONTOS
               NOT AT END
                   IF WS-CNT-PONTOS < 2000
                       MOVE REG-PONTOS TO WS-LINHA-PONTOS
                       ADD 1 TO WS-CNT-PONTOS
                       SET WS-IDX-PTS TO WS-CNT-PONTOS
                       PERFORM 42-MONTA-LINHA-PONTOS
                   ELSE
                       DISPLAY 'RAZAO DE PONTOS EXCEDE A TABELA - '
                           'DISTRIBUICAO ABORTADA'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.

       42-MONTA-LINHA-PONTOS.
           MOVE WS-PT-FONE TO WS-P-FONE (WS-IDX-PTS).
           MOVE WS-PT-SALDO TO WS-P-SALDO (WS-IDX-PTS).
           MOVE WS-PT-DATA TO WS-PD-DATA.
           MOVE WS-PT-COMPET TO WS-PD-COMPET.
           EVALUATE TRUE
               WHEN WS-PT-ACUMULO
                   MOVE 'ACUMULO' TO WS-PD-TIPO
               WHEN WS-PT-RESGATE
                   MOVE 'RESGATE' TO WS-PD-TIPO
               WHEN WS-PT-EXPIRACAO
                   MOVE 'EXPIRACAO' TO WS-PD-TIPO
               WHEN OTHER
                   MOVE WS-PT-TIPO TO WS-PD-TIPO
           END-EVALUATE.
           MOVE WS-PT-ORIGEM TO WS-PD-ORIGEM.
           MOVE WS-PT-PONTOS TO WS-PD-PONTOS.
           MOVE WS-PT-SALDO TO WS-PD-SALDO.
           MOVE WS-LINHA-PTS-DOC TO WS-P-LINHA (WS-IDX-PTS).

      *----------------------------------------------------------------*
      * UMA LINHA DO XREF = UM DOCUMENTO: LE O CADASTRO DO CLIENTE,
      * ABRE O ARQUIVO PROPRIO DO DOCUMENTO, IMPRIME O CABECALHO COM
      * O ENDERECO, OS CLIENTES DA CONTA E OS LANCAMENTOS, E SAI NO
      * MANIFESTO
      *----------------------------------------------------------------*
       5-DOCUMENTO-DE-UM-CLIENTE.
           MOVE WS-X-FONE (WS-IDX-XRF) TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   DISPLAY 'CLIENTE ' WS-X-FONE (WS-IDX-XRF)
                       ' DO XREF NAO ENCONTRADO NO CADASTRO'
                   ADD 1 TO WS-CT-SEM-CAD
               NOT INVALID KEY
                   PERFORM 6-MONTA-DOCUMENTO
           END-READ.

      * OS DADOS DO DESTINATARIO VAO PARA O MANIFESTO ANTES DO
      * CABECALHO, QUE RELE O CADASTRO PARA NOMEAR OS DEMAIS
      * CLIENTES DA CONTA. ENDERECO DEVOLVIDO SEM EMAIL: RETIDO
       6-MONTA-DOCUMENTO.
           PERFORM 64-CONFERE-DEVOLUCAO.
           IF CLIENTES-EMAIL NOT = SPACES
               MOVE 'EMAIL' TO WS-CANAL
               IF WS-DEVOLVIDO = 'S'
                   ADD 1 TO WS-CT-DEVOL-EMAIL
               END-IF
           ELSE
               IF WS-DEVOLVIDO = 'S'
                   MOVE 'RETIDO' TO WS-CANAL
                   ADD 1 TO WS-CT-RETIDOS
               ELSE
                   MOVE 'POSTAL' TO WS-CANAL
               END-IF
           END-IF.
           MOVE CLIENTES-FONE TO WS-M-FONE.
           MOVE CLIENTES-NAME TO WS-M-NOME.
           MOVE WS-X-CONTA (WS-IDX-XRF) TO WS-M-CONTA.
           MOVE WS-CANAL TO WS-M-CANAL.
           MOVE WS-X-PAPEL (WS-IDX-XRF) TO WS-M-PAPEL.
           PERFORM 61-MONTA-CAMINHO-DOC.
           OPEN OUTPUT DOCUMENTO.
           MOVE ZEROS TO WS-CT-LINHAS-DOC.
           PERFORM 62-CABECALHO.
           PERFORM 63-CLIENTES-DA-CONTA.
           PERFORM VARYING WS-IDX-LAN FROM 1 BY 1
                   UNTIL WS-IDX-LAN > WS-CNT-LANC
               IF WS-L-CONTA (WS-IDX-LAN) = WS-X-CONTA (WS-IDX-XRF)
                   WRITE REG-DOC FROM WS-L-LINHA (WS-IDX-LAN)
                   ADD 1 TO WS-CT-LINHAS-DOC
               END-IF
           END-PERFORM.
           PERFORM 65-PONTOS-DO-CLIENTE.
           CLOSE DOCUMENTO.
      * 60 LINHAS POR PAGINA, ARREDONDANDO PARA CIMA
           COMPUTE WS-CT-PAGINAS = (WS-CT-LINHAS-DOC + 59) / 60.
           MOVE WS-CT-PAGINAS TO WS-M-PAGINAS.
           WRITE REG-MANIF FROM WS-LINHA-MANIF.
           ADD 1 TO WS-CT-DOCS.

           END-PERFORM.
           MOVE SPACES TO WS-ARQ-DOC.
           STRING WS-ARQ-DOC-BASE (1:WS-TAM-BASE) '-'
               WS-X-FONE (WS-IDX-XRF) '-' WS-X-CONTA (WS-IDX-XRF)
               '.TXT'
               DELIMITED BY SIZE INTO WS-ARQ-DOC.

      * CABECALHO DO DOCUMENTO: NOME, EMAIL E O ENDERECO POSTAL
           WRITE REG-DOC.
           MOVE 6 TO WS-CT-LINHAS-DOC.

      * A CONTA E TODOS OS SEUS CLIENTES, COM O PAPEL DE CADA UM
       63-CLIENTES-DA-CONTA.
           MOVE SPACES TO WS-LINHA-ENDER.
           STRING 'CONTA ' WS-X-CONTA (WS-IDX-XRF) ' - CLIENTES:'
               DELIMITED BY SIZE INTO WS-E-TEXTO.
           WRITE REG-DOC FROM WS-LINHA-ENDER.
           ADD 1 TO WS-CT-LINHAS-DOC.
           PERFORM VARYING WS-IDX-TIT FROM 1 BY 1
                   UNTIL WS-IDX-TIT > WS-CNT-XREF
               IF WS-X-CONTA (WS-IDX-TIT) = WS-X-CONTA (WS-IDX-XRF)
                   MOVE WS-X-FONE (WS-IDX-TIT) TO CLIENTES-FONE
                   READ CLIENTES
                       INVALID KEY
                           MOVE SPACES TO CLIENTES-NAME
                   END-READ
                   MOVE SPACES TO WS-LINHA-ENDER
                   STRING '  ' WS-X-PAPEL (WS-IDX-TIT) ' '
                       WS-X-FONE (WS-IDX-TIT) ' ' CLIENTES-NAME
                       DELIMITED BY SIZE INTO WS-E-TEXTO
                   WRITE REG-DOC FROM WS-LINHA-ENDER
                   ADD 1 TO WS-CT-LINHAS-DOC
               END-IF
           END-PERFORM.
           MOVE ALL '=' TO REG-DOC.
           WRITE REG-DOC.
           ADD 1 TO WS-CT-LINHAS-DOC.

      * O CLIENTE AINDA ESTA NO REGISTRO LIDO PELO 5-: A MARCA E
      * PELO FONE DELE
       64-CONFERE-DEVOLUCAO.
           MOVE 'N' TO WS-DEVOLVIDO.
           IF WS-DEVOL-ABERTO = 'S'
               MOVE CLIENTES-FONE TO DEV-FONE
               READ CLIENTES-DEVOL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-DEVOLVIDO
               END-READ
           END-IF.

      * PONTOS DE FIDELIDADE DO DESTINATARIO: OS MOVIMENTOS DO RAZAO
      * E O SALDO DA ULTIMA LINHA; CLIENTE SEM PONTOS NAO TEM A SECAO
       65-PONTOS-DO-CLIENTE.
           MOVE 'N' TO WS-TEM-PONTOS.
           PERFORM VARYING WS-IDX-PTS FROM 1 BY 1
                   UNTIL WS-IDX-PTS > WS-CNT-PONTOS
               IF WS-P-FONE (WS-IDX-PTS) = WS-X-FONE (WS-IDX-XRF)
                   IF WS-TEM-PONTOS = 'N'
                       MOVE 'S' TO WS-TEM-PONTOS
                       MOVE ALL '=' TO REG-DOC
                       WRITE REG-DOC
                       MOVE 'PONTOS DE FIDELIDADE' TO REG-DOC
                       WRITE REG-DOC
                       ADD 2 TO WS-CT-LINHAS-DOC
                   END-IF
                   WRITE REG-DOC FROM WS-P-LINHA (WS-IDX-PTS)
                   ADD 1 TO WS-CT-LINHAS-DOC
                   MOVE WS-P-SALDO (WS-IDX-PTS) TO WS-SALDO-PTS
               END-IF
           END-PERFORM.
           IF WS-TEM-PONTOS = 'S'
               MOVE WS-SALDO-PTS TO WS-PS-SALDO
               WRITE REG-DOC FROM WS-LINHA-PTS-SALDO
               ADD 1 TO WS-CT-LINHAS-DOC
           END-IF.

       9-FINALIZA.
           DISPLAY 'DOCUMENTOS GERADOS.....: ' WS-CT-DOCS.
           DISPLAY 'XREF SEM CADASTRO......: ' WS-CT-SEM-CAD.
           DISPLAY 'DEVOLVIDOS VIA EMAIL...: ' WS-CT-DEVOL-EMAIL.
           DISPLAY 'EXTRATOS RETIDOS.......: ' WS-CT-RETIDOS.
           CLOSE CLIENTES.
           CLOSE XREF-CLIENTES.
           CLOSE TRANS-LOG.
           CLOSE MANIFESTO.
           IF WS-DEVOL-ABERTO = 'S'
               CLOSE CLIENTES-DEVOL
           END-IF.
           CLOSE PONTOS-RAZAO.
      *================================================================*
