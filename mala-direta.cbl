      *  formatadas, ordenado por CEP crescente para o desconto de
      *  postagem em lote, mais o resumo de selecionados e pulados
      *  com o motivo de cada descarte (endereco incompleto, CEP
      *  zerado, fora do filtro). So entra quem deu consentimento
      *  de marketing (LGPD) no CLIENTES-CONSENT, mantido pelo
      *  ATENDE-LGPD; cliente sem registro la nao consentiu e fica
      *  de fora, contado a parte. Endereco marcado como devolvido
      *  pelos Correios (CLIENTES-DEVOL) tambem fica de fora ate ser
      *  corrigido no CLIENTES. O filtro por segmento usa o perfil
      *  de relacionamento gravado pelo APURA-SEGMENTOS
      *  (CLIENTES-PERFIL); cliente ainda nao segmentado fica fora
      *  quando o filtro e informado.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-MALA.

           SELECT OPTIONAL CLIENTES-CONSENT ASSIGN TO WS-ARQ-CONSENT
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-CONSENT
             RECORD KEY CNS-FONE.

           SELECT OPTIONAL CLIENTES-DEVOL ASSIGN TO WS-ARQ-DEVOL
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-DEVOL
             RECORD KEY DEV-FONE.

           SELECT OPTIONAL CLIENTES-PERFIL ASSIGN TO WS-ARQ-PERFIL
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-PERFIL
             RECORD KEY PRF-FONE.

      *================================================================*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FD MALA-SAIDA.
       01 REG-MALA PIC X(140).

       FD CLIENTES-CONSENT.
       COPY CONSREG.

       FD CLIENTES-DEVOL.
       COPY DEVREG.

       FD CLIENTES-PERFIL.
       COPY PERFREG.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
       01 WS-ARQ-CLIENTES   PIC X(80) VALUE 'C:\COBOL\CLIENTES.DAT'.
       01 WS-ARQ-MALA       PIC X(80) VALUE
           'C:\COBOL\MALA-DIRETA.TXT'.
       01 WS-ARQ-CONSENT    PIC X(80) VALUE
           'C:\COBOL\CLIENTES-CONSENT.DAT'.
       01 WS-ARQ-DEVOL      PIC X(80) VALUE
           'C:\COBOL\CLIENTES-DEVOL.DAT'.
       01 WS-ARQ-PERFIL     PIC X(80) VALUE
           'C:\COBOL\CLIENTES-PERFIL.DAT'.
       01 WS-CFG-LOGICO     PIC X(20).
       01 WS-CFG-CAMINHO    PIC X(80).
       01 WS-CFG-ACHOU      PIC X(01).
       01 WS-STATUS.
           05 WS-FS-CLIENTES PIC X(02).
           05 WS-FS-MALA     PIC X(02).
           05 WS-FS-CONSENT  PIC X(02).
           05 WS-FS-DEVOL    PIC X(02).
           05 WS-FS-PERFIL   PIC X(02).

       01 WS-FILTROS.
           05 WS-F-CIDADE      PIC X(20) VALUE SPACES.
           05 WS-F-SALDO-MIN   PIC 9(07)V99 VALUE ZEROS.
           05 WS-F-SALDO-MAX   PIC 9(07)V99 VALUE ZEROS.
           05 WS-F-SO-COMPLETO PIC X(01) VALUE 'S'.
           05 WS-F-SEGMENTO    PIC X(10) VALUE SPACES.

       01 WS-CONTROLE.
           05 WS-EOF           PIC X(01) VALUE 'N'.
           05 WS-CT-INCOMPLETO PIC 9(05) VALUE ZEROS.
           05 WS-CT-CEP-ZERO   PIC 9(05) VALUE ZEROS.
           05 WS-CT-FILTRADO   PIC 9(05) VALUE ZEROS.
           05 WS-CT-SEM-CONSENT PIC 9(05) VALUE ZEROS.
           05 WS-CONSENT-ABERTO PIC X(01) VALUE 'N'.
           05 WS-CONSENTIU     PIC X(01) VALUE 'N'.
           05 WS-CT-DEVOLVIDO  PIC 9(05) VALUE ZEROS.
           05 WS-DEVOL-ABERTO  PIC X(01) VALUE 'N'.
           05 WS-DEVOLVIDO     PIC X(01) VALUE 'N'.
           05 WS-PERFIL-ABERTO PIC X(01) VALUE 'N'.
           05 WS-NO-SEGMENTO   PIC X(01) VALUE 'S'.
           05 WS-IDX-TROCA     PIC 9(04) VALUE ZEROS.
           05 WS-TROCOU        PIC X(01) VALUE 'N'.

           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-MALA
           END-IF.
           MOVE 'CLIENTES-CONSENT' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-CONSENT
           END-IF.
           MOVE 'CLIENTES-DEVOL' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-DEVOL
           END-IF.
           MOVE 'CLIENTES-PERFIL' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-PERFIL
           END-IF.

       11-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
           ACCEPT WS-F-SALDO-MAX.
           DISPLAY 'SO ENDERECO COMPLETO (S/N)? '.
           ACCEPT WS-F-SO-COMPLETO.
           DISPLAY 'SEGMENTO (BRANCO = TODOS): '.
           ACCEPT WS-F-SEGMENTO.

       3-ABRE-ARQUIVOS.
           OPEN INPUT CLIENTES.
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      * SEM O ARQUIVO DE CONSENTIMENTO NINGUEM CONSENTIU
           OPEN INPUT CLIENTES-CONSENT.
           IF WS-FS-CONSENT = '00'
               MOVE 'S' TO WS-CONSENT-ABERTO
           ELSE
               DISPLAY 'SEM CONSENTIMENTOS REGISTRADOS ('
                   WS-FS-CONSENT ')'
           END-IF.
      * SEM O ARQUIVO DE DEVOLUCOES NENHUM ENDERECO ESTA MARCADO
           OPEN INPUT CLIENTES-DEVOL.
           IF WS-FS-DEVOL = '00'
               MOVE 'S' TO WS-DEVOL-ABERTO
           END-IF.
      * SEM O ARQUIVO DE PERFIS NINGUEM FOI SEGMENTADO AINDA
           OPEN INPUT CLIENTES-PERFIL.
           IF WS-FS-PERFIL = '00'
               MOVE 'S' TO WS-PERFIL-ABERTO
           ELSE
               IF WS-F-SEGMENTO NOT = SPACES
                   DISPLAY 'SEM PERFIS DE SEGMENTO GRAVADOS ('
                       WS-FS-PERFIL ')'
               END-IF
           END-IF.
           MOVE LOW-VALUES TO CLIENTES-KEY.
           START CLIENTES KEY IS NOT LESS THAN CLIENTES-KEY
               INVALID KEY MOVE 'S' TO WS-EOF
           END-START.

      *----------------------------------------------------------------*
      * CADA REGISTRO PASSA PELOS FILTROS NA ORDEM: CONSENTIMENTO
      * DE MARKETING, ENDERECO DEVOLVIDO PELOS CORREIOS, ENDERECO
      * UTILIZAVEL (LOGRADOURO E CIDADE PREENCHIDOS QUANDO EXIGIDO),
      * CEP DIFERENTE DE ZERO, DEPOIS CIDADE/UF/SALDO/SEGMENTO - CADA
      * DESCARTE SOMA NO SEU MOTIVO
      *----------------------------------------------------------------*
       4-SELECIONA.
           END-READ.

       5-APLICA-FILTROS.
           PERFORM 52-CONFERE-CONSENTIMENTO.
           PERFORM 53-CONFERE-DEVOLUCAO.
           PERFORM 54-CONFERE-SEGMENTO.
           IF WS-CONSENTIU NOT = 'S'
               ADD 1 TO WS-CT-SEM-CONSENT
           ELSE
           IF WS-DEVOLVIDO = 'S'
               ADD 1 TO WS-CT-DEVOLVIDO
           ELSE
           IF WS-F-SO-COMPLETO = 'S'
              AND (CLIENTES-LOGRADOURO = SPACES
                   OR CLIENTES-CIDADE = SPACES
                  AND CLIENTES-SALDO < WS-F-SALDO-MIN)
              OR (WS-F-SALDO-MAX > ZEROS
                  AND CLIENTES-SALDO > WS-F-SALDO-MAX)
              OR WS-NO-SEGMENTO NOT = 'S'
               ADD 1 TO WS-CT-FILTRADO
           ELSE
               PERFORM 51-GUARDA-SELECIONADO
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       51-GUARDA-SELECIONADO.
               STOP RUN
           END-IF.

      * CONSENTIU SO QUEM TEM REGISTRO COM MARKETING = S
       52-CONFERE-CONSENTIMENTO.
           MOVE 'N' TO WS-CONSENTIU.
           IF WS-CONSENT-ABERTO = 'S'
               MOVE CLIENTES-FONE TO CNS-FONE
               READ CLIENTES-CONSENT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CNS-CONSENTE
                           MOVE 'S' TO WS-CONSENTIU
                       END-IF
               END-READ
           END-IF.

       53-CONFERE-DEVOLUCAO.
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

      * SEM FILTRO DE SEGMENTO TODOS PASSAM; COM ELE, SO QUEM TEM
      * PERFIL NO SEGMENTO INFORMADO
       54-CONFERE-SEGMENTO.
           MOVE 'S' TO WS-NO-SEGMENTO.
           IF WS-F-SEGMENTO NOT = SPACES
               MOVE 'N' TO WS-NO-SEGMENTO
               IF WS-PERFIL-ABERTO = 'S'
                   MOVE CLIENTES-FONE TO PRF-FONE
                   READ CLIENTES-PERFIL
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PRF-SEGMENTO = WS-F-SEGMENTO
                               MOVE 'S' TO WS-NO-SEGMENTO
                           END-IF
                   END-READ
               END-IF
           END-IF.

      * ORDENACAO POR CEP CRESCENTE (BOLHA SOBRE A TABELA)
       6-ORDENA-POR-CEP.
           MOVE 'S' TO WS-TROCOU.
           DISPLAY 'ENDERECO INCOMPLETO....: ' WS-CT-INCOMPLETO.
           DISPLAY 'CEP ZERADO.............: ' WS-CT-CEP-ZERO.
           DISPLAY 'FORA DOS FILTROS.......: ' WS-CT-FILTRADO.
           DISPLAY 'SEM CONSENTIMENTO......: ' WS-CT-SEM-CONSENT.
           DISPLAY 'ENDERECO DEVOLVIDO.....: ' WS-CT-DEVOLVIDO.
           CLOSE CLIENTES.
           IF WS-CONSENT-ABERTO = 'S'
               CLOSE CLIENTES-CONSENT
           END-IF.
           IF WS-DEVOL-ABERTO = 'S'
               CLOSE CLIENTES-DEVOL
           END-IF.
           IF WS-PERFIL-ABERTO = 'S'
               CLOSE CLIENTES-PERFIL
           END-IF.
      *================================================================*
