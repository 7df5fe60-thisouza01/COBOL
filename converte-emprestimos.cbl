      *================================================================*
      * Author:
      * Date:
      * Purpose: Conversao unica do mestre de emprestimos
      *  (EMPRESTIMOS.DAT) e do plano de parcelas
      *  (EMPRESTIMO-PARC.DAT) do leiaute antigo para o leiaute dos
      *  copybooks EMPRREG e PARCREG, que trazem o sistema de
      *  amortizacao do contrato e a abertura de cada parcela em
      *  amortizacao, juros e saldo devedor. Todo contrato existente
      *  foi aberto a juros simples e sai com sistema S; a parcela
      *  antiga recebe a sua parte do juros simples do plano (juros
      *  total / parcelas, com o resto na ultima, como o plano era
      *  montado), a amortizacao e o resto do valor e o saldo vai
      *  baixando do principal. Grava EMPRESTIMOS-NOVO.DAT e
      *  EMPRESTIMO-PARC-NOVO.DAT e exibe as contagens e os totais
      *  dos dois lados para conferencia. Depois da conferencia a
      *  operacao troca os arquivos novos pelos antigos, como na
      *  conversao do CONTAS.DAT.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTE-EMPRESTIMOS.
      *================================================================*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPREST-ANTIGO ASSIGN TO WS-ARQ-EMP-ANTIGO
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-EMP-ANTIGO
             RECORD KEY ANT-CONTRATO.

           SELECT EMPRESTIMOS ASSIGN TO WS-ARQ-EMP-NOVO
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-EMP-NOVO
             RECORD KEY EMP-CONTRATO.

           SELECT PARC-ANTIGO ASSIGN TO WS-ARQ-PAR-ANTIGO
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-PAR-ANTIGO
             RECORD KEY ANP-CHAVE.

           SELECT EMPRESTIMO-PARC ASSIGN TO WS-ARQ-PAR-NOVO
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-PAR-NOVO
             RECORD KEY PAR-CHAVE.

      *================================================================*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD EMPREST-ANTIGO.
       01 ANT-REG.
           03 ANT-CONTRATO     PIC 9(06).
           03 ANT-CONTA        PIC 9(05).
           03 ANT-PRINCIPAL    PIC 9(07).
           03 ANT-TAXA         PIC 9(02)V99.
           03 ANT-PARCELAS     PIC 9(03).
           03 ANT-VLR-PARCELA  PIC 9(07).
           03 ANT-PAGAS        PIC 9(03).
           03 ANT-SALDO-DEV    PIC 9(08).
           03 ANT-SITUACAO     PIC X(01).

       FD EMPRESTIMOS.
       COPY EMPRREG.

       FD PARC-ANTIGO.
       01 ANP-REG.
           03 ANP-CHAVE.
               05 ANP-CONTRATO PIC 9(06).
               05 ANP-NUMERO   PIC 9(03).
           03 ANP-VALOR        PIC 9(07).
           03 ANP-VENCIMENTO   PIC 9(08).
           03 ANP-SITUACAO     PIC X(01).

       FD EMPRESTIMO-PARC.
       COPY PARCREG.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      * EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG)
      *----------------------------------------------------------------*
       01 WS-ARQ-EMP-ANTIGO PIC X(80) VALUE
           'C:\COBOL\EMPRESTIMOS.DAT'.
       01 WS-ARQ-EMP-NOVO   PIC X(80) VALUE
           'C:\COBOL\EMPRESTIMOS-NOVO.DAT'.
       01 WS-ARQ-PAR-ANTIGO PIC X(80) VALUE
           'C:\COBOL\EMPRESTIMO-PARC.DAT'.
       01 WS-ARQ-PAR-NOVO   PIC X(80) VALUE
           'C:\COBOL\EMPRESTIMO-PARC-NOVO.DAT'.
       01 WS-CFG-LOGICO     PIC X(20).
       01 WS-CFG-CAMINHO    PIC X(80).
       01 WS-CFG-ACHOU      PIC X(01).

       01 WS-FS-EMP-ANTIGO  PIC 9(02) VALUE ZEROS.
       01 WS-FS-EMP-NOVO    PIC 9(02) VALUE ZEROS.
       01 WS-FS-PAR-ANTIGO  PIC 9(02) VALUE ZEROS.
       01 WS-FS-PAR-NOVO    PIC 9(02) VALUE ZEROS.
       01 WS-EOF            PIC X(01) VALUE 'N'.
       01 WS-CT-EMP-LIDOS   PIC 9(06) VALUE ZEROS.
       01 WS-CT-EMP-CONV    PIC 9(06) VALUE ZEROS.
       01 WS-CT-PAR-LIDAS   PIC 9(07) VALUE ZEROS.
       01 WS-CT-PAR-CONV    PIC 9(07) VALUE ZEROS.
      * TOTAIS DOS DOIS LADOS - TEM DE BATER, JA QUE A CONVERSAO SO
      * ACRESCENTA CAMPOS E NAO MEXE NOS VALORES
       01 WS-TOT-DEV-ANTIGO PIC 9(12) VALUE ZEROS.
       01 WS-TOT-DEV-NOVO   PIC 9(12) VALUE ZEROS.
       01 WS-TOT-PAR-ANTIGO PIC 9(12) VALUE ZEROS.
       01 WS-TOT-PAR-NOVO   PIC 9(12) VALUE ZEROS.

      * JUROS SIMPLES DO CONTRATO DAS PARCELAS EM CONVERSAO, RATEADO
      * POR PARCELA COMO O PLANO ANTIGO ERA MONTADO
       01 WS-RATEIO.
           05 WS-CONTRATO-ATUAL PIC 9(06) VALUE ZEROS.
           05 WS-CONTRATO-OK   PIC X(01) VALUE 'N'.
           05 WS-PARCELAS      PIC 9(03) VALUE ZEROS.
           05 WS-JUROS-TOTAL   PIC 9(08) VALUE ZEROS.
           05 WS-JUROS-PARC    PIC 9(07) VALUE ZEROS.
           05 WS-JUROS-RESTO   PIC 9(07) VALUE ZEROS.
           05 WS-SALDO-PLANO   PIC 9(07) VALUE ZEROS.
      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       0-PRINCIPAL.
           PERFORM 1-RESOLVE-CAMINHOS.
           PERFORM 2-ABRE-ARQUIVOS.
           PERFORM 3-CONVERTE-CONTRATO UNTIL WS-EOF = 'S'.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO ANP-CHAVE.
           START PARC-ANTIGO KEY IS NOT LESS THAN ANP-CHAVE
               INVALID KEY MOVE 'S' TO WS-EOF
           END-START.
           PERFORM 4-CONVERTE-PARCELA UNTIL WS-EOF = 'S'.
           PERFORM 9-FINALIZA.
           STOP RUN.

       1-RESOLVE-CAMINHOS.
           MOVE 'EMPRESTIMOS-DAT' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-EMP-ANTIGO
           END-IF.
           MOVE 'EMPRESTIMOS-DAT-NOVO' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-EMP-NOVO
           END-IF.
           MOVE 'EMPRESTIMO-PARC' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-PAR-ANTIGO
           END-IF.
           MOVE 'EMPRESTIMO-PARC-NOVO' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-PAR-NOVO
           END-IF.

       11-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.

       2-ABRE-ARQUIVOS.
           OPEN INPUT EMPREST-ANTIGO.
           IF WS-FS-EMP-ANTIGO NOT = 00
               DISPLAY 'ERRO AO ABRIR O MESTRE ANTIGO: '
                   WS-FS-EMP-ANTIGO
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PARC-ANTIGO.
           IF WS-FS-PAR-ANTIGO NOT = 00
               DISPLAY 'ERRO AO ABRIR O PLANO ANTIGO: '
                   WS-FS-PAR-ANTIGO
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT EMPRESTIMOS.
           IF WS-FS-EMP-NOVO NOT = 00
               DISPLAY 'ERRO AO ABRIR O MESTRE NOVO: ' WS-FS-EMP-NOVO
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT EMPRESTIMO-PARC.
           IF WS-FS-PAR-NOVO NOT = 00
               DISPLAY 'ERRO AO ABRIR O PLANO NOVO: ' WS-FS-PAR-NOVO
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO ANT-CONTRATO.
           START EMPREST-ANTIGO KEY IS NOT LESS THAN ANT-CONTRATO
               INVALID KEY MOVE 'S' TO WS-EOF
           END-START.

      * CONTRATO ANTIGO SAI IGUAL, COM O SISTEMA DE JUROS SIMPLES
       3-CONVERTE-CONTRATO.
           READ EMPREST-ANTIGO NEXT RECORD
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-CT-EMP-LIDOS
                   ADD ANT-SALDO-DEV TO WS-TOT-DEV-ANTIGO
                   MOVE ANT-CONTRATO TO EMP-CONTRATO
                   MOVE ANT-CONTA TO EMP-CONTA
                   MOVE ANT-PRINCIPAL TO EMP-PRINCIPAL
                   MOVE ANT-TAXA TO EMP-TAXA
                   MOVE ANT-PARCELAS TO EMP-PARCELAS
                   MOVE ANT-VLR-PARCELA TO EMP-VLR-PARCELA
                   MOVE ANT-PAGAS TO EMP-PAGAS
                   MOVE ANT-SALDO-DEV TO EMP-SALDO-DEV
                   MOVE ANT-SITUACAO TO EMP-SITUACAO
                   SET EMP-JUROS-SIMPLES TO TRUE
                   MOVE ZEROS TO EMP-CONTRATO-ORIG
                   SET EMP-DEBITO-CONTA TO TRUE
                   MOVE SPACES TO EMP-CPF-CONSIG
                   MOVE ZEROS TO EMP-COMPET-FOLHA EMP-VLR-FOLHA
                   WRITE EMPRESTIMO-REG
                       INVALID KEY
                           DISPLAY 'CHAVE DUPLICADA NA CONVERSAO: '
                               ANT-CONTRATO
                       NOT INVALID KEY
                           ADD 1 TO WS-CT-EMP-CONV
                           ADD EMP-SALDO-DEV TO WS-TOT-DEV-NOVO
                   END-WRITE
           END-READ.

      *----------------------------------------------------------------*
      * A PARCELA ANTIGA GANHA A SUA PARTE DO JUROS SIMPLES DO PLANO;
      * O QUE SOBRA DO VALOR E AMORTIZACAO E O SALDO BAIXA DO
      * PRINCIPAL. PARCELA DE CONTRATO QUE NAO ESTA NO MESTRE PASSA
      * COM A ABERTURA ZERADA
      *----------------------------------------------------------------*
       4-CONVERTE-PARCELA.
           READ PARC-ANTIGO NEXT RECORD
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-CT-PAR-LIDAS
                   ADD ANP-VALOR TO WS-TOT-PAR-ANTIGO
                   IF ANP-CONTRATO NOT = WS-CONTRATO-ATUAL
                       PERFORM 41-RATEIO-CONTRATO
                   END-IF
                   MOVE ANP-CHAVE TO PAR-CHAVE
                   MOVE ANP-VALOR TO PAR-VALOR
                   MOVE ANP-VENCIMENTO TO PAR-VENCIMENTO
                   MOVE ANP-SITUACAO TO PAR-SITUACAO
                   PERFORM 42-ABRE-PARCELA
                   WRITE PARCELA-REG
                       INVALID KEY
                           DISPLAY 'CHAVE DUPLICADA NA CONVERSAO: '
                               ANP-CONTRATO ' ' ANP-NUMERO
                       NOT INVALID KEY
                           ADD 1 TO WS-CT-PAR-CONV
                           ADD PAR-VALOR TO WS-TOT-PAR-NOVO
                   END-WRITE
           END-READ.

       41-RATEIO-CONTRATO.
           MOVE ANP-CONTRATO TO WS-CONTRATO-ATUAL.
           MOVE ANP-CONTRATO TO ANT-CONTRATO.
           MOVE 'S' TO WS-CONTRATO-OK.
           READ EMPREST-ANTIGO
               INVALID KEY
                   MOVE 'N' TO WS-CONTRATO-OK
                   DISPLAY 'PARCELAS SEM CONTRATO NO MESTRE: '
                       ANP-CONTRATO
           END-READ.
           IF WS-CONTRATO-OK = 'S' AND ANT-PARCELAS > ZEROS
               MOVE ANT-PARCELAS TO WS-PARCELAS
               MOVE ANT-PRINCIPAL TO WS-SALDO-PLANO
               COMPUTE WS-JUROS-TOTAL ROUNDED =
                   ANT-PRINCIPAL * (ANT-TAXA / 100) * ANT-PARCELAS
               DIVIDE WS-JUROS-TOTAL BY ANT-PARCELAS
                   GIVING WS-JUROS-PARC REMAINDER WS-JUROS-RESTO
           ELSE
               MOVE 'N' TO WS-CONTRATO-OK
           END-IF.

       42-ABRE-PARCELA.
           MOVE ZEROS TO PAR-AMORTIZACAO PAR-JUROS PAR-SALDO.
           IF WS-CONTRATO-OK = 'S'
               MOVE WS-JUROS-PARC TO PAR-JUROS
               IF ANP-NUMERO = WS-PARCELAS
                   ADD WS-JUROS-RESTO TO PAR-JUROS
               END-IF
               IF PAR-JUROS > PAR-VALOR
                   MOVE PAR-VALOR TO PAR-JUROS
               END-IF
               COMPUTE PAR-AMORTIZACAO = PAR-VALOR - PAR-JUROS
               IF PAR-AMORTIZACAO > WS-SALDO-PLANO
                   MOVE WS-SALDO-PLANO TO PAR-AMORTIZACAO
               END-IF
               SUBTRACT PAR-AMORTIZACAO FROM WS-SALDO-PLANO
               MOVE WS-SALDO-PLANO TO PAR-SALDO
           END-IF.

       9-FINALIZA.
           DISPLAY 'CONTRATOS LIDOS= ' WS-CT-EMP-LIDOS
               ' CONVERTIDOS= ' WS-CT-EMP-CONV.
           DISPLAY 'PARCELAS LIDAS=  ' WS-CT-PAR-LIDAS
               ' CONVERTIDAS= ' WS-CT-PAR-CONV.
           DISPLAY 'SALDO DEVEDOR ANTIGO= ' WS-TOT-DEV-ANTIGO
               ' NOVO= ' WS-TOT-DEV-NOVO.
           DISPLAY 'VALOR DAS PARCELAS ANTIGO= ' WS-TOT-PAR-ANTIGO
               ' NOVO= ' WS-TOT-PAR-NOVO.
           IF WS-CT-EMP-LIDOS NOT = WS-CT-EMP-CONV
              OR WS-CT-PAR-LIDAS NOT = WS-CT-PAR-CONV
              OR WS-TOT-DEV-ANTIGO NOT = WS-TOT-DEV-NOVO
              OR WS-TOT-PAR-ANTIGO NOT = WS-TOT-PAR-NOVO
               DISPLAY 'CONTAGENS NAO FECHAM - NAO TROCAR OS ARQUIVOS'
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE EMPREST-ANTIGO.
           CLOSE EMPRESTIMOS.
           CLOSE PARC-ANTIGO.
           CLOSE EMPRESTIMO-PARC.
      *================================================================*
