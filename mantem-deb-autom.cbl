      *================================================================*
      * Author:
      * Date:
      * Purpose: Manutencao das autorizacoes de debito automatico de
      *  contas de consumo (DEB-AUTORIZ.DAT). O cliente autoriza a
      *  conta a pagar as faturas de um convenio (empresa de agua,
      *  luz) para um contrato seu, ate um valor maximo por fatura.
      *  A inclusao exige a conta em CONTAS.DAT; a alteracao muda o
      *  valor maximo; a autorizacao e suspensa e reativada pelo
      *  campo de ativa (nunca apagada, para o historico do ultimo
      *  vencimento pago ficar); a listagem mostra as autorizacoes de
      *  uma conta. A batida noturna DEBITO-AUTOMATICO debita as
      *  faturas dos convenios contra estas autorizacoes.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTEM-DEB-AUTOM.
      *================================================================*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEB-AUTORIZ ASSIGN TO WS-ARQ-AUTORIZ
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-AUTORIZ
             RECORD KEY DA-CHAVE.

           SELECT CONTAS ASSIGN TO WS-ARQ-CONTAS
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-CONTAS
             RECORD KEY CONTA-NUMERO.

      *================================================================*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD DEB-AUTORIZ.
       COPY DEBAUREG.

       FD CONTAS.
       COPY CONTAREG.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      * EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG)
      *----------------------------------------------------------------*
       01 WS-ARQ-AUTORIZ   PIC X(80) VALUE
           'C:\COBOL\DEB-AUTORIZ.DAT'.
       01 WS-ARQ-CONTAS    PIC X(80) VALUE 'C:\COBOL\CONTAS.DAT'.
       01 WS-CFG-LOGICO    PIC X(20).
       01 WS-CFG-CAMINHO   PIC X(80).
       01 WS-CFG-ACHOU     PIC X(01).

       01 WS-STATUS.
           05 WS-FS-AUTORIZ  PIC X(02).
           05 WS-FS-CONTAS   PIC X(02).

       01 WS-CONTROLE.
           05 WS-OPCAO         PIC X(01) VALUE SPACE.
           05 WS-EOF           PIC X(01) VALUE 'N'.
           05 WS-CONTA         PIC 9(05) VALUE ZEROS.
           05 WS-CONVENIO      PIC 9(04) VALUE ZEROS.
           05 WS-CONTRATO      PIC X(20) VALUE SPACES.
           05 WS-VALOR-MAX     PIC 9(07)V99 VALUE ZEROS.
           05 WS-VALOR-ED      PIC ZZZZZZ9.99.
           05 WS-DATA-HOJE     PIC 9(08) VALUE ZEROS.
           05 WS-CT-LISTADAS   PIC 9(03) VALUE ZEROS.
      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       0-PRINCIPAL.
           PERFORM 1-RESOLVE-CAMINHOS.
           PERFORM 2-ABRE-ARQUIVOS.
           PERFORM 4-MENU UNTIL WS-OPCAO = 'X'.
           PERFORM 9-FINALIZA.
           STOP RUN.

       1-RESOLVE-CAMINHOS.
           MOVE 'DEB-AUTORIZ' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-AUTORIZ
           END-IF.
           MOVE 'CONTAS-DAT' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-CONTAS
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
           OPEN I-O DEB-AUTORIZ
               IF WS-FS-AUTORIZ EQUAL '35'
                   OPEN OUTPUT DEB-AUTORIZ
                   CLOSE DEB-AUTORIZ
                   OPEN I-O DEB-AUTORIZ
               END-IF.

       4-MENU.
           DISPLAY 'AUTORIZACOES DE DEBITO AUTOMATICO'.
           DISPLAY '1 - INCLUIR AUTORIZACAO'.
           DISPLAY '2 - ALTERAR VALOR MAXIMO'.
           DISPLAY '3 - SUSPENDER/REATIVAR'.
           DISPLAY '4 - LISTAR AUTORIZACOES DA CONTA'.
           DISPLAY 'X - SAIDA'.
           DISPLAY 'OPCAO: '.
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM 5-INCLUIR
               WHEN '2'
                   PERFORM 6-ALTERAR
               WHEN '3'
                   PERFORM 7-SUSPENDE-REATIVA
               WHEN '4'
                   PERFORM 8-LISTAR
               WHEN OTHER
                   IF WS-OPCAO NOT = 'X'
                       DISPLAY 'ENTRE COM A OPCAO CORRETA'
                   END-IF
           END-EVALUATE.

      * CONTA, CONVENIO E CONTRATO IDENTIFICAM A AUTORIZACAO
       41-PEDE-CHAVE.
           DISPLAY 'NUMERO DA CONTA: '.
           ACCEPT WS-CONTA.
           DISPLAY 'CODIGO DO CONVENIO (9999): '.
           ACCEPT WS-CONVENIO.
           DISPLAY 'CONTRATO DO CLIENTE NO CONVENIO: '.
           ACCEPT WS-CONTRATO.
           MOVE WS-CONTA TO DA-CONTA.
           MOVE WS-CONVENIO TO DA-CONVENIO.
           MOVE WS-CONTRATO TO DA-CONTRATO.

       5-INCLUIR.
           PERFORM 41-PEDE-CHAVE.
           MOVE WS-CONTA TO CONTA-NUMERO.
           READ CONTAS
               INVALID KEY
                   DISPLAY 'CONTA ' WS-CONTA ' NAO EXISTE EM '
                       'CONTAS.DAT'
               NOT INVALID KEY
                   PERFORM 51-GRAVA-AUTORIZACAO
           END-READ.

       51-GRAVA-AUTORIZACAO.
           DISPLAY 'VALOR MAXIMO POR FATURA: '.
           ACCEPT WS-VALOR-MAX.
           IF WS-VALOR-MAX = ZEROS
               DISPLAY 'VALOR MAXIMO INVALIDO'
           ELSE
               MOVE WS-VALOR-MAX TO DA-VALOR-MAX
               SET DA-AUTORIZ-ATIVA TO TRUE
               MOVE WS-DATA-HOJE TO DA-DATA-AUTORIZ
               MOVE ZEROS TO DA-ULT-VENC-PAGO
               WRITE DEB-AUTORIZ-REG
                   INVALID KEY
                       DISPLAY 'AUTORIZACAO JA EXISTE'
                   NOT INVALID KEY
                       DISPLAY 'AUTORIZACAO INCLUIDA'
               END-WRITE
           END-IF.

       6-ALTERAR.
           PERFORM 41-PEDE-CHAVE.
           READ DEB-AUTORIZ
               INVALID KEY
                   DISPLAY 'AUTORIZACAO NAO ENCONTRADA'
               NOT INVALID KEY
                   MOVE DA-VALOR-MAX TO WS-VALOR-ED
                   DISPLAY 'VALOR MAXIMO ATUAL: ' WS-VALOR-ED
                   DISPLAY 'NOVO VALOR MAXIMO: '
                   ACCEPT WS-VALOR-MAX
                   IF WS-VALOR-MAX = ZEROS
                       DISPLAY 'VALOR MAXIMO INVALIDO'
                   ELSE
                       MOVE WS-VALOR-MAX TO DA-VALOR-MAX
                       REWRITE DEB-AUTORIZ-REG
                           INVALID KEY
                               DISPLAY 'ERRO AO REGRAVAR'
                           NOT INVALID KEY
                               DISPLAY 'VALOR MAXIMO ALTERADO'
                       END-REWRITE
                   END-IF
           END-READ.

       7-SUSPENDE-REATIVA.
           PERFORM 41-PEDE-CHAVE.
           READ DEB-AUTORIZ
               INVALID KEY
                   DISPLAY 'AUTORIZACAO NAO ENCONTRADA'
               NOT INVALID KEY
                   IF DA-AUTORIZ-ATIVA
                       SET DA-AUTORIZ-INATIVA TO TRUE
                       DISPLAY 'AUTORIZACAO SUSPENSA'
                   ELSE
                       SET DA-AUTORIZ-ATIVA TO TRUE
                       DISPLAY 'AUTORIZACAO REATIVADA'
                   END-IF
                   REWRITE DEB-AUTORIZ-REG
                       INVALID KEY
                           DISPLAY 'ERRO AO REGRAVAR'
                   END-REWRITE
           END-READ.

      * A CONTA E O INICIO DA CHAVE: POSICIONA NA PRIMEIRA
      * AUTORIZACAO DA CONTA E LE ATE A CONTA MUDAR
       8-LISTAR.
           DISPLAY 'NUMERO DA CONTA: '.
           ACCEPT WS-CONTA.
           MOVE ZEROS TO WS-CT-LISTADAS.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO DA-CHAVE.
           MOVE WS-CONTA TO DA-CONTA.
           START DEB-AUTORIZ KEY IS NOT LESS THAN DA-CHAVE
               INVALID KEY MOVE 'S' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'S'
               READ DEB-AUTORIZ NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF DA-CONTA NOT = WS-CONTA
                           MOVE 'S' TO WS-EOF
                       ELSE
                           ADD 1 TO WS-CT-LISTADAS
                           MOVE DA-VALOR-MAX TO WS-VALOR-ED
                           DISPLAY 'CONVENIO ' DA-CONVENIO
                               ' CONTRATO ' DA-CONTRATO
                               ' MAXIMO ' WS-VALOR-ED
                               ' ATIVA ' DA-ATIVA
                               ' ULT.VENC ' DA-ULT-VENC-PAGO
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CT-LISTADAS = ZEROS
               DISPLAY 'CONTA SEM AUTORIZACOES'
           END-IF.

       9-FINALIZA.
           CLOSE DEB-AUTORIZ.
           CLOSE CONTAS.
      *================================================================*
