      *================================================================*
      * Author:
      * Date:
      * Purpose: Conversao unica do arquivo ATM-CASSETES.DAT do
      *  leiaute de caixa unico (chave so pela denominacao) para o
      *  leiaute do copybook CASSREG, com a chave terminal +
      *  denominacao. Le o arquivo atual, grava ATM-CASSETES-NOVO.DAT
      *  com todos os cassetes no terminal AT01 (o caixa que ja
      *  existia) e exibe as contagens e o total de notas dos dois
      *  lados para conferencia. Depois da conferencia a operacao
      *  troca o arquivo novo pelo antigo (guardando o antigo como
      *  copia de seguranca), na mesma janela em que os programas
      *  que abrem o ATM-CASSETES.DAT entram com o leiaute novo, e
      *  cadastra o AT01 no MANTEM-TERMINAIS.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTE-CASSETES.
      *================================================================*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASSETES-ANTIGO ASSIGN TO WS-ARQ-ANTIGO
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-ANTIGO
             RECORD KEY ANT-DENOM.

           SELECT CASSETES-NOVO ASSIGN TO WS-ARQ-NOVO
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-NOVO
             RECORD KEY CAS-CHAVE.

      *================================================================*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD CASSETES-ANTIGO.
       01 ANT-REG.
           03 ANT-DENOM         PIC 9(03).
           03 ANT-QTD           PIC 9(05).

       FD CASSETES-NOVO.
       COPY CASSREG.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      * EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG)
      *----------------------------------------------------------------*
       01 WS-ARQ-ANTIGO     PIC X(80) VALUE
           'C:\COBOL\ATM-CASSETES.DAT'.
       01 WS-ARQ-NOVO       PIC X(80) VALUE
           'C:\COBOL\ATM-CASSETES-NOVO.DAT'.
       01 WS-CFG-LOGICO     PIC X(20).
       01 WS-CFG-CAMINHO    PIC X(80).
       01 WS-CFG-ACHOU      PIC X(01).

      * O CAIXA UNICO DE ANTES DA REDE
       01 WS-TERMINAL       PIC X(04) VALUE 'AT01'.

       01 WS-FS-ANTIGO      PIC 9(02) VALUE ZEROS.
       01 WS-FS-NOVO        PIC 9(02) VALUE ZEROS.
       01 WS-EOF            PIC X(01) VALUE 'N'.
       01 WS-CT-LIDOS       PIC 9(05) VALUE ZEROS.
       01 WS-CT-CONVERTIDOS PIC 9(05) VALUE ZEROS.
      * TOTAIS DE NOTAS DOS DOIS LADOS - TEM DE BATER NOTA A NOTA
       01 WS-TOT-ANTIGO     PIC 9(09) VALUE ZEROS.
       01 WS-TOT-NOVO       PIC 9(09) VALUE ZEROS.
      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       0-PRINCIPAL.
           PERFORM 1-RESOLVE-CAMINHOS.
           PERFORM 2-ABRE-ARQUIVOS.
           PERFORM 3-CONVERTE-REGISTRO UNTIL WS-EOF = 'S'.
           PERFORM 9-FINALIZA.
           STOP RUN.

       1-RESOLVE-CAMINHOS.
           MOVE 'ATM-CASSETES' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-ANTIGO
           END-IF.
           MOVE 'ATM-CASSETES-NOVO' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-NOVO
           END-IF.

       11-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.

       2-ABRE-ARQUIVOS.
           OPEN INPUT CASSETES-ANTIGO.
           IF WS-FS-ANTIGO NOT = 00
               DISPLAY 'ERRO AO ABRIR O ARQUIVO ANTIGO: '
                   WS-FS-ANTIGO
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CASSETES-NOVO.
           IF WS-FS-NOVO NOT = 00
               DISPLAY 'ERRO AO ABRIR O ARQUIVO NOVO: ' WS-FS-NOVO
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO ANT-DENOM.
           START CASSETES-ANTIGO KEY IS NOT LESS THAN ANT-DENOM
               INVALID KEY MOVE 'S' TO WS-EOF
           END-START.

      * CADA CASSETE ANTIGO VIRA O CASSETE DA MESMA DENOMINACAO NO
      * TERMINAL AT01, COM A MESMA QUANTIDADE DE NOTAS
       3-CONVERTE-REGISTRO.
           READ CASSETES-ANTIGO NEXT RECORD
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-CT-LIDOS
                   ADD ANT-QTD TO WS-TOT-ANTIGO
                   MOVE WS-TERMINAL TO CAS-TERMINAL
                   MOVE ANT-DENOM TO CAS-DENOM
                   MOVE ANT-QTD TO CAS-QTD
                   WRITE CASSETE-REG
                       INVALID KEY
                           DISPLAY 'CHAVE DUPLICADA NA CONVERSAO: '
                               ANT-DENOM
                       NOT INVALID KEY
                           ADD 1 TO WS-CT-CONVERTIDOS
                           ADD CAS-QTD TO WS-TOT-NOVO
                   END-WRITE
           END-READ.

       9-FINALIZA.
           DISPLAY 'LIDOS= ' WS-CT-LIDOS
               ' CONVERTIDOS= ' WS-CT-CONVERTIDOS.
           DISPLAY 'NOTAS NO ARQUIVO ANTIGO= ' WS-TOT-ANTIGO.
           DISPLAY 'NOTAS NO ARQUIVO NOVO  = ' WS-TOT-NOVO.
           IF WS-CT-LIDOS NOT = WS-CT-CONVERTIDOS
              OR WS-TOT-ANTIGO NOT = WS-TOT-NOVO
               DISPLAY 'CONTAGENS NAO FECHAM - NAO TROCAR O ARQUIVO'
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE CASSETES-ANTIGO.
           CLOSE CASSETES-NOVO.
      *================================================================*
