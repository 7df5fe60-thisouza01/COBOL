      *================================================================*
      * Author:
      * Date:
      * Purpose: Cadastro de cheques das contas correntes
      *  (CHEQUES.DAT). Emite talao para conta corrente (tipo C)
      *  ativa, numerando as folhas em sequencia a partir do ultimo
      *  cheque ja emitido para a conta; faz a sustacao de um cheque
      *  a pedido de um titular ou co-titular da conta (conferido no
      *  CLIENTES-CONTAS-XREF), e lista os cheques da conta com a
      *  situacao de cada folha (emitido, pago, sustado, devolvido) e
      *  o motivo da ultima devolucao. O pagamento e a devolucao sao
      *  feitos pela batida de compensacao COMPENSA-CHEQUES.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTEM-CHEQUES.
      *================================================================*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHEQUES ASSIGN TO WS-ARQ-CHEQUES
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-CHEQUES
             RECORD KEY CHQ-CHAVE.

           SELECT CONTAS ASSIGN TO WS-ARQ-CONTAS
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-CONTAS
             RECORD KEY CONTA-NUMERO.

           SELECT OPTIONAL CONTAS-SITUACAO ASSIGN TO WS-ARQ-SITUACAO
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-SITUACAO
             RECORD KEY SIT-CONTA.

           SELECT OPTIONAL XREF-CLIENTES ASSIGN TO WS-ARQ-XREF
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-XREF.

      *================================================================*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD CHEQUES.
       COPY CHEQREG.

       FD CONTAS.
       COPY CONTAREG.

       FD CONTAS-SITUACAO.
       01 SITUACAO-REG.
           03 SIT-CONTA        PIC 9(05).
           03 SIT-TIPO         PIC X(01).
           03 SIT-SITUACAO     PIC X(01).
           03 SIT-DATA-ABERT   PIC 9(08).
           03 SIT-DATA-ENCER   PIC 9(08).

       FD XREF-CLIENTES.
       01 REG-XREF PIC X(30).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      * EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG)
      *----------------------------------------------------------------*
       01 WS-ARQ-CHEQUES   PIC X(80) VALUE 'C:\COBOL\CHEQUES.DAT'.
       01 WS-ARQ-CONTAS    PIC X(80) VALUE 'C:\COBOL\CONTAS.DAT'.
       01 WS-ARQ-SITUACAO  PIC X(80) VALUE
           'C:\COBOL\CONTAS-SITUACAO.DAT'.
       01 WS-ARQ-XREF      PIC X(80) VALUE
           'C:\COBOL\CLIENTES-CONTAS-XREF.TXT'.
       01 WS-CFG-LOGICO    PIC X(20).
       01 WS-CFG-CAMINHO   PIC X(80).
       01 WS-CFG-ACHOU     PIC X(01).

       01 WS-STATUS.
           05 WS-FS-CHEQUES  PIC X(02).
           05 WS-FS-CONTAS   PIC X(02).
           05 WS-FS-SITUACAO PIC X(02).
           05 WS-FS-XREF     PIC X(02).

       01 WS-CONTROLE.
           05 WS-OPCAO         PIC X(01) VALUE SPACE.
           05 WS-EOF           PIC X(01) VALUE 'N'.
           05 WS-VALIDO        PIC X(01) VALUE 'S'.
           05 WS-CONFIRMA      PIC X(01) VALUE 'N'.
           05 WS-FONE          PIC 9(09) VALUE ZEROS.
           05 WS-CONTA         PIC 9(05) VALUE ZEROS.
           05 WS-NUMERO        PIC 9(06) VALUE ZEROS.
           05 WS-FOLHAS        PIC 9(02) VALUE ZEROS.
           05 WS-ULT-NUMERO    PIC 9(06) VALUE ZEROS.
           05 WS-ULT-TALAO     PIC 9(04) VALUE ZEROS.
           05 WS-PRIM-NUMERO   PIC 9(06) VALUE ZEROS.
           05 WS-CT-FOLHA      PIC 9(02) VALUE ZEROS.
           05 WS-CT-LISTADOS   PIC 9(05) VALUE ZEROS.
           05 WS-VALOR-ED      PIC ZZZZZZ9.99.
           05 WS-DATA-HOJE     PIC 9(08) VALUE ZEROS.

      * TALAO PADRAO DE 20 FOLHAS; O OPERADOR PODE PEDIR ATE 50
       01 WS-FOLHAS-PADRAO    PIC 9(02) VALUE 20.
       01 WS-FOLHAS-MAX       PIC 9(02) VALUE 50.

      * O XREF EM TABELA, PARA CONFERIR SE QUEM PEDE A SUSTACAO E
      * TITULAR OU CO-TITULAR DA CONTA
       01 WS-TAB-XREF.
           05 WS-CNT-XREF      PIC 9(04) VALUE ZEROS.
           05 WS-XREF-ITEM OCCURS 500 TIMES
                             INDEXED BY WS-IDX-XRF.
               10 WS-X-FONE    PIC 9(09).
               10 WS-X-CONTA   PIC 9(05).
               10 WS-X-PAPEL   PIC X(10).
       COPY XREFLIN.
      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       0-PRINCIPAL.
           PERFORM 1-RESOLVE-CAMINHOS.
           PERFORM 2-ABRE-ARQUIVOS.
           PERFORM 3-CARREGA-XREF.
           PERFORM 4-MENU UNTIL WS-OPCAO = 'X'.
           PERFORM 9-FINALIZA.
           STOP RUN.

       1-RESOLVE-CAMINHOS.
           MOVE 'CHEQUES-DAT' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-CHEQUES
           END-IF.
           MOVE 'CONTAS-DAT' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-CONTAS
           END-IF.
           MOVE 'CONTAS-SITUACAO' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-SITUACAO
           END-IF.
           MOVE 'CLIENTES-XREF' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-XREF
           END-IF.

       11-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.

       2-ABRE-ARQUIVOS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT CONTAS.
           IF WS-FS-CONTAS NOT = '00'
               DISPLAY 'CONTAS.DAT NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CONTAS-SITUACAO.
           OPEN I-O CHEQUES
               IF WS-FS-CHEQUES EQUAL '35'
                   OPEN OUTPUT CHEQUES
                   CLOSE CHEQUES
                   OPEN I-O CHEQUES
               END-IF.

       3-CARREGA-XREF.
           MOVE ZEROS TO WS-CNT-XREF.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT XREF-CLIENTES.
           IF WS-FS-XREF NOT = '00'
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ XREF-CLIENTES
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF WS-CNT-XREF < 500
                           MOVE REG-XREF TO WS-LINHA-XREF
                           IF WS-XR-PAPEL = SPACES
                               MOVE 'TITULAR' TO WS-XR-PAPEL
                           END-IF
                           ADD 1 TO WS-CNT-XREF
                           SET WS-IDX-XRF TO WS-CNT-XREF
                           MOVE WS-XR-FONE TO WS-X-FONE (WS-IDX-XRF)
                           MOVE WS-XR-CONTA TO
                               WS-X-CONTA (WS-IDX-XRF)
                           MOVE WS-XR-PAPEL TO
                               WS-X-PAPEL (WS-IDX-XRF)
                       ELSE
                           DISPLAY 'XREF EXCEDE A TABELA - '
                               'MANUTENCAO ABORTADA'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE XREF-CLIENTES.

       4-MENU.
           DISPLAY 'CADASTRO DE CHEQUES'.
           DISPLAY '1 - EMITIR TALAO'.
           DISPLAY '2 - SUSTAR CHEQUE'.
           DISPLAY '3 - LISTAR CHEQUES DA CONTA'.
           DISPLAY 'X - SAIDA'.
           DISPLAY 'OPCAO: '.
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM 5-EMITIR-TALAO
               WHEN '2'
                   PERFORM 6-SUSTAR
               WHEN '3'
                   PERFORM 7-LISTAR
               WHEN OTHER
                   IF WS-OPCAO NOT = 'X'
                       DISPLAY 'ENTRE COM A OPCAO CORRETA'
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
      * EMISSAO DE TALAO: SO CONTA CORRENTE (C) ATIVA, COMO O LIMITE
      * DE CHEQUE ESPECIAL. AS FOLHAS CONTINUAM A NUMERACAO DA CONTA
      * (ULTIMO CHEQUE JA EMITIDO MAIS UM) E O TALAO GANHA O NUMERO
      * SEGUINTE AO ULTIMO TALAO DA CONTA
      *----------------------------------------------------------------*
       5-EMITIR-TALAO.
           DISPLAY 'NUMERO DA CONTA: '.
           ACCEPT WS-CONTA.
           MOVE 'S' TO WS-VALIDO.
           MOVE WS-CONTA TO CONTA-NUMERO.
           READ CONTAS
               INVALID KEY
                   DISPLAY 'CONTA ' WS-CONTA ' NAO EXISTE EM '
                       'CONTAS.DAT'
                   MOVE 'N' TO WS-VALIDO
           END-READ.
           IF WS-VALIDO = 'S'
               MOVE WS-CONTA TO SIT-CONTA
               READ CONTAS-SITUACAO
                   INVALID KEY
                       MOVE 'N' TO WS-VALIDO
               END-READ
               IF WS-VALIDO = 'N' OR SIT-TIPO NOT = 'C'
                  OR SIT-SITUACAO NOT = 'A'
                   DISPLAY 'TALAO SO PARA CONTA CORRENTE ATIVA'
                   MOVE 'N' TO WS-VALIDO
               END-IF
           END-IF.
           IF WS-VALIDO = 'S'
               DISPLAY 'QUANTIDADE DE FOLHAS (ENTER = '
                   WS-FOLHAS-PADRAO '): '
               ACCEPT WS-FOLHAS
               IF WS-FOLHAS = ZEROS
                   MOVE WS-FOLHAS-PADRAO TO WS-FOLHAS
               END-IF
               IF WS-FOLHAS > WS-FOLHAS-MAX
                   DISPLAY 'TALAO DE NO MAXIMO ' WS-FOLHAS-MAX
                       ' FOLHAS'
                   MOVE 'N' TO WS-VALIDO
               END-IF
           END-IF.
           IF WS-VALIDO = 'S'
               PERFORM 51-ULTIMO-CHEQUE
               ADD 1 TO WS-ULT-TALAO
               COMPUTE WS-PRIM-NUMERO = WS-ULT-NUMERO + 1
               PERFORM 52-GRAVA-FOLHA
                   VARYING WS-CT-FOLHA FROM 1 BY 1
                   UNTIL WS-CT-FOLHA > WS-FOLHAS
               DISPLAY 'TALAO ' WS-ULT-TALAO ' DA CONTA ' WS-CONTA
                   ' - CHEQUES ' WS-PRIM-NUMERO ' A ' WS-ULT-NUMERO
           END-IF.

      * PERCORRE OS CHEQUES DA CONTA (A CONTA E O INICIO DA CHAVE)
      * GUARDANDO O MAIOR NUMERO DE CHEQUE E DE TALAO
       51-ULTIMO-CHEQUE.
           MOVE ZEROS TO WS-ULT-NUMERO WS-ULT-TALAO.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO CHQ-CHAVE.
           MOVE WS-CONTA TO CHQ-CONTA.
           START CHEQUES KEY IS NOT LESS THAN CHQ-CHAVE
               INVALID KEY MOVE 'S' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'S'
               READ CHEQUES NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF CHQ-CONTA NOT = WS-CONTA
                           MOVE 'S' TO WS-EOF
                       ELSE
                           MOVE CHQ-NUMERO TO WS-ULT-NUMERO
                           IF CHQ-TALAO > WS-ULT-TALAO
                               MOVE CHQ-TALAO TO WS-ULT-TALAO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       52-GRAVA-FOLHA.
           ADD 1 TO WS-ULT-NUMERO.
           MOVE WS-CONTA TO CHQ-CONTA.
           MOVE WS-ULT-NUMERO TO CHQ-NUMERO.
           MOVE WS-ULT-TALAO TO CHQ-TALAO.
           SET CHQ-EMITIDO TO TRUE.
           MOVE WS-DATA-HOJE TO CHQ-DATA-EMISSAO.
           MOVE ZEROS TO CHQ-VALOR CHQ-DATA-SITUACAO
               CHQ-APRESENTACOES CHQ-MOTIVO.
           WRITE CHEQUE-REG
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O CHEQUE ' WS-ULT-NUMERO
           END-WRITE.

      *----------------------------------------------------------------*
      * SUSTACAO: PEDIDA POR TITULAR OU CO-TITULAR DA CONTA. SO FOLHA
      * AINDA NAO PAGA PODE SER SUSTADA - A EMITIDA OU A DEVOLVIDA
      * SEM FUNDOS NA PRIMEIRA APRESENTACAO, QUE AINDA PODE VOLTAR
      *----------------------------------------------------------------*
       6-SUSTAR.
           DISPLAY 'FONE DO CLIENTE: '.
           ACCEPT WS-FONE.
           DISPLAY 'NUMERO DA CONTA: '.
           ACCEPT WS-CONTA.
           DISPLAY 'NUMERO DO CHEQUE: '.
           ACCEPT WS-NUMERO.
           MOVE 'N' TO WS-VALIDO.
           PERFORM VARYING WS-IDX-XRF FROM 1 BY 1
                   UNTIL WS-IDX-XRF > WS-CNT-XREF
               IF WS-X-FONE (WS-IDX-XRF) = WS-FONE
                  AND WS-X-CONTA (WS-IDX-XRF) = WS-CONTA
                  AND (WS-X-PAPEL (WS-IDX-XRF) = 'TITULAR'
                    OR WS-X-PAPEL (WS-IDX-XRF) = 'CO-TITULAR')
                   MOVE 'S' TO WS-VALIDO
               END-IF
           END-PERFORM.
           IF WS-VALIDO = 'N'
               DISPLAY 'CLIENTE ' WS-FONE ' NAO E TITULAR NEM '
                   'CO-TITULAR DA CONTA ' WS-CONTA
           ELSE
               MOVE WS-CONTA TO CHQ-CONTA
               MOVE WS-NUMERO TO CHQ-NUMERO
               READ CHEQUES
                   INVALID KEY
                       DISPLAY 'CHEQUE ' WS-NUMERO ' NAO EMITIDO '
                           'PARA A CONTA ' WS-CONTA
                   NOT INVALID KEY
                       PERFORM 61-SUSTA-FOLHA
               END-READ
           END-IF.

       61-SUSTA-FOLHA.
           EVALUATE TRUE
               WHEN CHQ-PAGO
                   DISPLAY 'CHEQUE JA PAGO EM ' CHQ-DATA-SITUACAO
               WHEN CHQ-SUSTADO
                   DISPLAY 'CHEQUE JA SUSTADO EM ' CHQ-DATA-SITUACAO
               WHEN CHQ-DEVOLVIDO AND NOT CHQ-MOT-SEM-FUNDOS-1
                   DISPLAY 'CHEQUE DEVOLVIDO EM DEFINITIVO (MOTIVO '
                       CHQ-MOTIVO ')'
               WHEN OTHER
                   DISPLAY 'CONFIRMA A SUSTACAO DO CHEQUE '
                       CHQ-NUMERO ' (S/N)? '
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = 'S'
                       SET CHQ-SUSTADO TO TRUE
                       MOVE WS-DATA-HOJE TO CHQ-DATA-SITUACAO
                       REWRITE CHEQUE-REG
                           INVALID KEY
                               DISPLAY 'ERRO AO REGRAVAR O CHEQUE'
                           NOT INVALID KEY
                               DISPLAY 'CHEQUE ' CHQ-NUMERO
                                   ' SUSTADO'
                       END-REWRITE
                   ELSE
                       DISPLAY 'SUSTACAO CANCELADA'
                   END-IF
           END-EVALUATE.

       7-LISTAR.
           DISPLAY 'NUMERO DA CONTA: '.
           ACCEPT WS-CONTA.
           MOVE ZEROS TO WS-CT-LISTADOS.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO CHQ-CHAVE.
           MOVE WS-CONTA TO CHQ-CONTA.
           START CHEQUES KEY IS NOT LESS THAN CHQ-CHAVE
               INVALID KEY MOVE 'S' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'S'
               READ CHEQUES NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF CHQ-CONTA NOT = WS-CONTA
                           MOVE 'S' TO WS-EOF
                       ELSE
                           ADD 1 TO WS-CT-LISTADOS
                           MOVE CHQ-VALOR TO WS-VALOR-ED
                           DISPLAY 'CHEQUE ' CHQ-NUMERO
                               ' TALAO ' CHQ-TALAO
                               ' SITUACAO ' CHQ-SITUACAO
                               ' EM ' CHQ-DATA-SITUACAO
                               ' VALOR ' WS-VALOR-ED
                               ' MOTIVO ' CHQ-MOTIVO
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CT-LISTADOS = ZEROS
               DISPLAY 'CONTA SEM CHEQUES EMITIDOS'
           END-IF.

       9-FINALIZA.
           CLOSE CHEQUES.
           CLOSE CONTAS.
           CLOSE CONTAS-SITUACAO.
      *================================================================*
