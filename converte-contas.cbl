      *================================================================*
      * Author:
      * Date:
      * Purpose: Conversao unica do arquivo CONTAS.DAT do leiaute
      *  antigo (saldo inteiro, sem centavos e sem sinal) para o
      *  leiaute do copybook CONTAREG, com saldo em centavos e sinal.
      *  Le o arquivo atual, grava CONTAS-NOVO.DAT com o mesmo saldo
      *  (centavos zerados) e exibe as contagens e os totais de saldo
      *  dos dois lados para conferencia. Depois da conferencia a
      *  operacao troca o arquivo novo pelo antigo (guardando o
      *  antigo como copia de seguranca), na mesma janela em que os
      *  programas que abrem o CONTAS.DAT entram com o leiaute novo.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTE-CONTAS.
      *================================================================*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS-ANTIGO ASSIGN TO WS-ARQ-ANTIGO
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-ANTIGO
             RECORD KEY ANT-NUMERO.

           SELECT CONTAS-NOVO ASSIGN TO WS-ARQ-NOVO
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-NOVO
             RECORD KEY CONTA-NUMERO.

      *================================================================*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD CONTAS-ANTIGO.
       01 ANT-REG.
           03 ANT-NUMERO        PIC 9(05).
           03 ANT-SALDO         PIC 9(07).

       FD CONTAS-NOVO.
       COPY CONTAREG.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      * EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG)
      *----------------------------------------------------------------*
       01 WS-ARQ-ANTIGO     PIC X(80) VALUE 'C:\COBOL\CONTAS.DAT'.
       01 WS-ARQ-NOVO       PIC X(80) VALUE
           'C:\COBOL\CONTAS-NOVO.DAT'.
       01 WS-CFG-LOGICO     PIC X(20).
       01 WS-CFG-CAMINHO    PIC X(80).
       01 WS-CFG-ACHOU      PIC X(01).

       01 WS-FS-ANTIGO      PIC 9(02) VALUE ZEROS.
       01 WS-FS-NOVO        PIC 9(02) VALUE ZEROS.
       01 WS-EOF            PIC X(01) VALUE 'N'.
       01 WS-CT-LIDOS       PIC 9(05) VALUE ZEROS.
       01 WS-CT-CONVERTIDOS PIC 9(05) VALUE ZEROS.
      * TOTAIS DE SALDO DOS DOIS LADOS - TEM DE BATER CENTAVO A
      * CENTAVO, JA QUE A CONVERSAO SO ACRESCENTA CENTAVOS ZERADOS
       01 WS-TOT-ANTIGO     PIC S9(11)V99 VALUE ZEROS.
       01 WS-TOT-NOVO       PIC S9(11)V99 VALUE ZEROS.
       01 WS-TOT-EDIT       PIC -ZZZZZZZZZZ9.99.
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
           MOVE 'CONTAS-DAT' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-ANTIGO
           END-IF.
           MOVE 'CONTAS-DAT-NOVO' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-NOVO
           END-IF.

       11-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.

       2-ABRE-ARQUIVOS.
           OPEN INPUT CONTAS-ANTIGO.
           IF WS-FS-ANTIGO NOT = 00
               DISPLAY 'ERRO AO ABRIR O ARQUIVO ANTIGO: '
                   WS-FS-ANTIGO
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CONTAS-NOVO.
           IF WS-FS-NOVO NOT = 00
               DISPLAY 'ERRO AO ABRIR O ARQUIVO NOVO: ' WS-FS-NOVO
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO ANT-NUMERO.
           START CONTAS-ANTIGO KEY IS NOT LESS THAN ANT-NUMERO
               INVALID KEY MOVE 'S' TO WS-EOF
           END-START.

      * CADA CONTA ANTIGA VIRA UMA CONTA NOVA COM O MESMO SALDO EM
      * REAIS E CENTAVOS ZERADOS; O SINAL SO PASSA A SER USADO PELOS
      * PROGRAMAS DE MOVIMENTO DEPOIS DA TROCA DO ARQUIVO
       3-CONVERTE-REGISTRO.
           READ CONTAS-ANTIGO NEXT RECORD
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-CT-LIDOS
                   ADD ANT-SALDO TO WS-TOT-ANTIGO
                   MOVE ANT-NUMERO TO CONTA-NUMERO
                   MOVE ANT-SALDO TO CONTA-SALDO
                   WRITE CONTAS-REG
                       INVALID KEY
                           DISPLAY 'CHAVE DUPLICADA NA CONVERSAO: '
                               ANT-NUMERO
                       NOT INVALID KEY
                           ADD 1 TO WS-CT-CONVERTIDOS
                           ADD CONTA-SALDO TO WS-TOT-NOVO
                   END-WRITE
           END-READ.

       9-FINALIZA.
           DISPLAY 'LIDOS= ' WS-CT-LIDOS
               ' CONVERTIDOS= ' WS-CT-CONVERTIDOS.
           MOVE WS-TOT-ANTIGO TO WS-TOT-EDIT.
           DISPLAY 'SALDO TOTAL ANTIGO= ' WS-TOT-EDIT.
           MOVE WS-TOT-NOVO TO WS-TOT-EDIT.
           DISPLAY 'SALDO TOTAL NOVO  = ' WS-TOT-EDIT.
           IF WS-CT-LIDOS NOT = WS-CT-CONVERTIDOS
              OR WS-TOT-ANTIGO NOT = WS-TOT-NOVO
               DISPLAY 'CONTAGENS NAO FECHAM - NAO TROCAR O ARQUIVO'
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE CONTAS-ANTIGO.
           CLOSE CONTAS-NOVO.
      *================================================================*
