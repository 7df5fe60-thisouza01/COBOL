      *================================================================*
      * Author:
      * Date:
      * Purpose: Declaracao anual de pagamento das mensalidades por
      *  familia, para o imposto de renda do responsavel financeiro.
      *  O operador informa o ano e um CPF (ou branco para todos);
      *  cada mensalidade com pagamento naquele ano em
      *  MENSALIDADES.DAT entra na declaracao do CPF que era o
      *  responsavel quando ela foi gerada, aluno por aluno - os
      *  irmaos saem na mesma declaracao -, com a competencia, a data
      *  e o valor pago (a multa e os juros do atraso inclusos, como
      *  foram pagos) e o total do ano. Mensalidade sem responsavel
      *  cadastrado nao tem a quem ser declarada e sai so no aviso do
      *  final.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLARA-MENSALIDADES.
      *================================================================*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNOS ASSIGN TO WS-ARQ-ALUNOS
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-ALUNOS
             RECORD KEY ALU-MATRICULA.

           SELECT MENSALIDADES ASSIGN TO WS-ARQ-MENSAL
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-MENSAL
             RECORD KEY MEN-CHAVE.

           SELECT DECLARACAO-SAIDA ASSIGN TO WS-ARQ-DECLARA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-DECLARA.

      *================================================================*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD ALUNOS.
       COPY ALUNOREG.

       FD MENSALIDADES.
       COPY MENSREG.

       FD DECLARACAO-SAIDA.
       01 REG-DECLARA PIC X(90).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      * EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG)
      *----------------------------------------------------------------*
       01 WS-ARQ-ALUNOS     PIC X(80) VALUE
           'C:\exe-cobol\alunos.dat'.
       01 WS-ARQ-MENSAL     PIC X(80) VALUE
           'C:\exe-cobol\mensalidades.dat'.
       01 WS-ARQ-DECLARA    PIC X(80) VALUE
           'C:\exe-cobol\declaracao-mensalidades.txt'.
       01 WS-CFG-LOGICO     PIC X(20).
       01 WS-CFG-CAMINHO    PIC X(80).
       01 WS-CFG-ACHOU      PIC X(01).

       01 WS-STATUS.
           05 WS-FS-ALUNOS     PIC X(02).
           05 WS-FS-MENSAL     PIC X(02).
           05 WS-FS-DECLARA    PIC X(02).

       01 WS-CONTROLE.
           05 WS-EOF           PIC X(01) VALUE 'N'.
           05 WS-ACHOU         PIC X(01) VALUE 'N'.
           05 WS-ANO-PEDIDO    PIC 9(04) VALUE ZEROS.
           05 WS-CPF-PEDIDO    PIC X(11) VALUE SPACES.
           05 WS-CT-SEM-RESP   PIC 9(04) VALUE ZEROS.
           05 WS-TOT-FAMILIA   PIC 9(08)V99 VALUE ZEROS.

      * PAGAMENTOS DO ANO, NA ORDEM DE MENSALIDADES.DAT (MATRICULA E
      * COMPETENCIA), E OS RESPONSAVEIS QUE OS PAGARAM
       01 WS-TAB-PAGAMENTOS.
           05 WS-CNT-PAGTOS    PIC 9(05) VALUE ZEROS.
           05 WS-PAGTO-ITEM OCCURS 5000 TIMES
                              INDEXED BY WS-IDX-PAG.
               10 WS-P-CPF       PIC 9(11).
               10 WS-P-MATRICULA PIC 9(06).
               10 WS-P-COMPET    PIC 9(06).
               10 WS-P-DATA      PIC 9(08).
               10 WS-P-VALOR     PIC 9(06)V99.
       01 WS-TAB-FAMILIAS.
           05 WS-CNT-FAMILIAS  PIC 9(04) VALUE ZEROS.
           05 WS-FAMILIA-ITEM OCCURS 1000 TIMES
                              INDEXED BY WS-IDX-FAM.
               10 WS-F-CPF       PIC 9(11).
               10 WS-F-MATRICULA PIC 9(06).

       01 WS-LINHA-PAGTO.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-LP-MATRICULA  PIC 9(06).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-LP-NOME       PIC X(30).
           05 FILLER           PIC X(07) VALUE ' COMP. '.
           05 WS-LP-COMPET     PIC 9(06).
           05 FILLER           PIC X(07) VALUE ' PAGO: '.
           05 WS-LP-DATA       PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-LP-VALOR      PIC ZZZ.ZZ9,99.

       01 WS-LINHA-TOTAL.
           05 FILLER           PIC X(23) VALUE
               'TOTAL PAGO NO ANO.....:'.
           05 WS-LT-VALOR      PIC Z.ZZZ.ZZ9,99.
      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       0-PRINCIPAL.
           PERFORM 1-RESOLVE-CAMINHOS.
           PERFORM 2-ABRE-ARQUIVOS.
           PERFORM 3-LE-MENSALIDADE UNTIL WS-EOF = 'S'.
           PERFORM 5-IMPRIME-DECLARACOES.
           PERFORM 9-FINALIZA.
           STOP RUN.

       1-RESOLVE-CAMINHOS.
           MOVE 'ALUNOS-MASTER' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-ALUNOS
           END-IF.
           MOVE 'MENSALIDADES-DAT' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-MENSAL
           END-IF.
           MOVE 'DECLARA-MENSAL' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-DECLARA
           END-IF.

       11-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.

       2-ABRE-ARQUIVOS.
           DISPLAY 'ANO DA DECLARACAO (AAAA): '.
           ACCEPT WS-ANO-PEDIDO.
           DISPLAY 'CPF DO RESPONSAVEL (BRANCO = TODOS): '.
           ACCEPT WS-CPF-PEDIDO.
           OPEN INPUT MENSALIDADES.
           IF WS-FS-MENSAL NOT = '00'
               DISPLAY 'SEM MENSALIDADES GERADAS: ' WS-FS-MENSAL
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ALUNOS.
           IF WS-FS-ALUNOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ALUNOS.DAT: ' WS-FS-ALUNOS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT DECLARACAO-SAIDA.
           MOVE LOW-VALUES TO MEN-CHAVE.
           START MENSALIDADES KEY IS NOT LESS THAN MEN-CHAVE
               INVALID KEY MOVE 'S' TO WS-EOF
           END-START.

      * TODO PAGAMENTO FEITO NO ANO, QUITANDO OU NAO A MENSALIDADE
       3-LE-MENSALIDADE.
           READ MENSALIDADES NEXT RECORD
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   IF MEN-VALOR-PAGO > ZEROS
                      AND MEN-DATA-PAGTO (1:4) = WS-ANO-PEDIDO
                      AND (WS-CPF-PEDIDO = SPACES
                           OR MEN-RESP-CPF = WS-CPF-PEDIDO)
                       PERFORM 4-GUARDA-PAGAMENTO
                   END-IF
           END-READ.

       4-GUARDA-PAGAMENTO.
           IF MEN-RESP-CPF = ZEROS
               ADD 1 TO WS-CT-SEM-RESP
           ELSE
               IF WS-CNT-PAGTOS < 5000
                   ADD 1 TO WS-CNT-PAGTOS
                   SET WS-IDX-PAG TO WS-CNT-PAGTOS
                   MOVE MEN-RESP-CPF TO WS-P-CPF (WS-IDX-PAG)
                   MOVE MEN-MATRICULA TO WS-P-MATRICULA (WS-IDX-PAG)
                   MOVE MEN-COMPET TO WS-P-COMPET (WS-IDX-PAG)
                   MOVE MEN-DATA-PAGTO TO WS-P-DATA (WS-IDX-PAG)
                   MOVE MEN-VALOR-PAGO TO WS-P-VALOR (WS-IDX-PAG)
                   PERFORM 41-GUARDA-FAMILIA
               ELSE
                   DISPLAY 'PAGAMENTOS EXCEDEM A TABELA - '
                       'DECLARACAO ABORTADA'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      * O PRIMEIRO ALUNO DO CPF DA O NOME DO RESPONSAVEL
       41-GUARDA-FAMILIA.
           MOVE 'N' TO WS-ACHOU.
           PERFORM VARYING WS-IDX-FAM FROM 1 BY 1
                   UNTIL WS-IDX-FAM > WS-CNT-FAMILIAS
                      OR WS-ACHOU = 'S'
               IF WS-F-CPF (WS-IDX-FAM) = MEN-RESP-CPF
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = 'N'
               IF WS-CNT-FAMILIAS < 1000
                   ADD 1 TO WS-CNT-FAMILIAS
                   SET WS-IDX-FAM TO WS-CNT-FAMILIAS
                   MOVE MEN-RESP-CPF TO WS-F-CPF (WS-IDX-FAM)
                   MOVE MEN-MATRICULA TO WS-F-MATRICULA (WS-IDX-FAM)
               ELSE
                   DISPLAY 'RESPONSAVEIS EXCEDEM A TABELA - '
                       'DECLARACAO ABORTADA'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       5-IMPRIME-DECLARACOES.
           PERFORM VARYING WS-IDX-FAM FROM 1 BY 1
                   UNTIL WS-IDX-FAM > WS-CNT-FAMILIAS
               PERFORM 6-DECLARACAO-DE-UM-CPF
           END-PERFORM.
           IF WS-CNT-FAMILIAS = ZEROS
               MOVE 'NENHUM PAGAMENTO DE MENSALIDADE NO ANO PEDIDO'
                   TO REG-DECLARA
               WRITE REG-DECLARA
           END-IF.
           IF WS-CT-SEM-RESP > ZEROS
               MOVE SPACES TO REG-DECLARA
               STRING 'AVISO: ' WS-CT-SEM-RESP
                   ' MENSALIDADE(S) PAGA(S) SEM RESPONSAVEL '
                   'CADASTRADO - FORA DAS DECLARACOES'
                   DELIMITED BY SIZE INTO REG-DECLARA
               WRITE REG-DECLARA
               DISPLAY WS-CT-SEM-RESP ' MENSALIDADE(S) PAGA(S) SEM '
                   'RESPONSAVEL'
               MOVE 4 TO RETURN-CODE
           END-IF.

       6-DECLARACAO-DE-UM-CPF.
           MOVE ALL '=' TO REG-DECLARA.
           WRITE REG-DECLARA.
           MOVE SPACES TO REG-DECLARA.
           STRING 'DECLARACAO DE PAGAMENTO DE MENSALIDADES - ANO '
               WS-ANO-PEDIDO DELIMITED BY SIZE INTO REG-DECLARA.
           WRITE REG-DECLARA.
           MOVE WS-F-MATRICULA (WS-IDX-FAM) TO ALU-MATRICULA.
           READ ALUNOS
               INVALID KEY
                   MOVE SPACES TO ALU-RESP-NOME
           END-READ.
           MOVE SPACES TO REG-DECLARA.
           STRING 'RESPONSAVEL: ' ALU-RESP-NOME ' CPF '
               WS-F-CPF (WS-IDX-FAM)
               DELIMITED BY SIZE INTO REG-DECLARA.
           WRITE REG-DECLARA.
           MOVE ZEROS TO WS-TOT-FAMILIA.
           PERFORM VARYING WS-IDX-PAG FROM 1 BY 1
                   UNTIL WS-IDX-PAG > WS-CNT-PAGTOS
               IF WS-P-CPF (WS-IDX-PAG) = WS-F-CPF (WS-IDX-FAM)
                   PERFORM 61-LINHA-PAGAMENTO
               END-IF
           END-PERFORM.
           MOVE WS-TOT-FAMILIA TO WS-LT-VALOR.
           MOVE WS-LINHA-TOTAL TO REG-DECLARA.
           WRITE REG-DECLARA.

       61-LINHA-PAGAMENTO.
           MOVE WS-P-MATRICULA (WS-IDX-PAG) TO WS-LP-MATRICULA.
           MOVE WS-P-MATRICULA (WS-IDX-PAG) TO ALU-MATRICULA.
           READ ALUNOS
               INVALID KEY
                   MOVE 'MATRICULA NAO CADASTRADA' TO WS-LP-NOME
               NOT INVALID KEY
                   MOVE ALU-NOME TO WS-LP-NOME
           END-READ.
           MOVE WS-P-COMPET (WS-IDX-PAG) TO WS-LP-COMPET.
           MOVE WS-P-DATA (WS-IDX-PAG) TO WS-LP-DATA.
           MOVE WS-P-VALOR (WS-IDX-PAG) TO WS-LP-VALOR.
           MOVE WS-LINHA-PAGTO TO REG-DECLARA.
           WRITE REG-DECLARA.
           ADD WS-P-VALOR (WS-IDX-PAG) TO WS-TOT-FAMILIA.

       9-FINALIZA.
           DISPLAY 'DECLARACOES GERADAS: ' WS-CNT-FAMILIAS.
           CLOSE ALUNOS.
           CLOSE MENSALIDADES.
           CLOSE DECLARACAO-SAIDA.
      *================================================================*
