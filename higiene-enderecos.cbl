      *  (tabela de referencia UF-CEP-TAB.TXT, via a sub-rotina
      *  compartilhada VALIDA-UF-CEP) ou logradouro em branco com o
      *  resto do endereco preenchido. Sai um motivo por linha no
      *  relatorio, com os totais por motivo no rodape. O relatorio
      *  e tambem a lista de trabalho da atualizacao de endereco:
      *  todo cliente com o endereco marcado como devolvido pelos
      *  Correios (CLIENTES-DEVOL) sai com o motivo e a data da
      *  devolucao, ate o endereco ser alterado no CLIENTES.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-RELAT.

           SELECT OPTIONAL CLIENTES-DEVOL ASSIGN TO WS-ARQ-DEVOL
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-DEVOL
             RECORD KEY DEV-FONE.

      *================================================================*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FD RELATORIO-HIG.
       01 REG-RELAT PIC X(80).

       FD CLIENTES-DEVOL.
       COPY DEVREG.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
       01 WS-ARQ-CLIENTES   PIC X(80) VALUE 'C:\COBOL\CLIENTES.DAT'.
       01 WS-ARQ-RELAT      PIC X(80) VALUE
           'C:\COBOL\HIGIENE-ENDERECOS.TXT'.
       01 WS-ARQ-DEVOL      PIC X(80) VALUE
           'C:\COBOL\CLIENTES-DEVOL.DAT'.
       01 WS-CFG-LOGICO     PIC X(20).
       01 WS-CFG-CAMINHO    PIC X(80).
       01 WS-CFG-ACHOU      PIC X(01).
       01 WS-STATUS.
           05 WS-FS-CLIENTES PIC X(02).
           05 WS-FS-RELAT    PIC X(02).
           05 WS-FS-DEVOL    PIC X(02).

       01 WS-CONTROLE.
           05 WS-EOF           PIC X(01) VALUE 'N'.
           05 WS-CT-UF-RUIM    PIC 9(05) VALUE ZEROS.
           05 WS-CT-CEP-RUIM   PIC 9(05) VALUE ZEROS.
           05 WS-CT-LOGR-RUIM  PIC 9(05) VALUE ZEROS.
           05 WS-CT-DEVOLVIDO  PIC 9(05) VALUE ZEROS.
           05 WS-DEVOL-ABERTO  PIC X(01) VALUE 'N'.

       01 WS-UF-VALIDA      PIC X(02).
       01 WS-CEP-VALIDA     PIC 9(08).
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-RELAT
           END-IF.
           MOVE 'CLIENTES-DEVOL' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-DEVOL
           END-IF.

       11-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               STOP RUN
           END-IF.
           OPEN OUTPUT RELATORIO-HIG.
           OPEN INPUT CLIENTES-DEVOL.
           IF WS-FS-DEVOL = '00'
               MOVE 'S' TO WS-DEVOL-ABERTO
           END-IF.
           MOVE 'HIGIENE DO BLOCO DE ENDERECO - CLIENTES.DAT'
               TO REG-RELAT.
           WRITE REG-RELAT.
      *----------------------------------------------------------------*
      * REGISTRO COM ENDERECO TODO EM BRANCO NAO E APONTADO (CADASTRO
      * ANTIGO QUE NUNCA PREENCHEU O BLOCO); QUALQUER CAMPO
      * PREENCHIDO LIGA AS TRES VERIFICACOES. A DEVOLUCAO DOS
      * CORREIOS E CONFERIDA EM TODO REGISTRO
      *----------------------------------------------------------------*
       3-VARRE-CADASTRO.
           READ CLIENTES NEXT RECORD
                   IF CLIENTES-ENDERECO NOT = SPACES
                       PERFORM 4-VERIFICA-REGISTRO
                   END-IF
                   IF WS-DEVOL-ABERTO = 'S'
                       PERFORM 41-VERIFICA-DEVOLUCAO
                   END-IF
           END-READ.

       4-VERIFICA-REGISTRO.
               ADD 1 TO WS-CT-LOGR-RUIM
           END-IF.

      * ENDERECO DEVOLVIDO: MOTIVO E DATA DA DEVOLUCAO
       41-VERIFICA-DEVOLUCAO.
           MOVE CLIENTES-FONE TO DEV-FONE.
           READ CLIENTES-DEVOL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO WS-R-MOTIVO
                   STRING 'DEVOLVIDO ' DEV-MOTIVO DEV-DATA
                       DELIMITED BY SIZE INTO WS-R-MOTIVO
                   PERFORM 5-GRAVA-APONTAMENTO
                   ADD 1 TO WS-CT-DEVOLVIDO
           END-READ.

       5-GRAVA-APONTAMENTO.
           MOVE CLIENTES-FONE TO WS-R-FONE.
           MOVE CLIENTES-NAME TO WS-R-NOME.
           DISPLAY 'UF DESCONHECIDA........: ' WS-CT-UF-RUIM.
           DISPLAY 'CEP ZERADO/FORA FAIXA..: ' WS-CT-CEP-RUIM.
           DISPLAY 'LOGRADOURO EM BRANCO...: ' WS-CT-LOGR-RUIM.
           DISPLAY 'DEVOLVIDO PELO CORREIO.: ' WS-CT-DEVOLVIDO.
           CLOSE CLIENTES.
           CLOSE RELATORIO-HIG.
           IF WS-DEVOL-ABERTO = 'S'
               CLOSE CLIENTES-DEVOL
           END-IF.
      *================================================================*
