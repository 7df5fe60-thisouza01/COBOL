      *================================================================*
      * Author:
      * Date:
      * Purpose: Balancete mensal de verificacao sobre o diario da
      *  contabilidade (DIARIO-CONTABIL.TXT, gravado pelo
      *  CONTABILIZA-DIA). Para o mes informado traz, conta a conta
      *  na ordem do plano (PLANO-CONTAS.DAT): o saldo anterior (saldo
      *  de implantacao mais tudo o que foi lancado antes do mes), os
      *  debitos e os creditos do mes e o saldo atual, cada saldo com
      *  a indicacao D devedor ou C credor. Conta lancada no diario e
      *  ausente do plano sai assim mesmo, marcada. No rodape, os
      *  totais: debitos iguais aos creditos do mes e soma dos saldos
      *  devedores igual a dos credores, senao o balancete termina
      *  com RETURN-CODE 8. Sai no BALANCETE.TXT.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANCETE-MENSAL.
      *================================================================*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANO-CONTAS ASSIGN TO WS-ARQ-PLANO
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-PLANO
             RECORD KEY PLC-CODIGO.

           SELECT OPTIONAL DIARIO-CONTABIL ASSIGN TO WS-ARQ-DIARIO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-DIARIO.

           SELECT BALANCETE ASSIGN TO WS-ARQ-BALANCETE
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-BALANCETE.

      *================================================================*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD PLANO-CONTAS.
       COPY PLCTREG.

       FD DIARIO-CONTABIL.
       01 REG-DIARIO PIC X(80).

       FD BALANCETE.
       01 REG-BALANCETE PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      * EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG)
      *----------------------------------------------------------------*
       01 WS-ARQ-PLANO      PIC X(80) VALUE
           'C:\COBOL\PLANO-CONTAS.DAT'.
       01 WS-ARQ-DIARIO     PIC X(80) VALUE
           'C:\COBOL\DIARIO-CONTABIL.TXT'.
       01 WS-ARQ-BALANCETE  PIC X(80) VALUE
           'C:\COBOL\BALANCETE.TXT'.
       01 WS-CFG-LOGICO     PIC X(20).
       01 WS-CFG-CAMINHO    PIC X(80).
       01 WS-CFG-ACHOU      PIC X(01).

       01 WS-STATUS.
           05 WS-FS-PLANO     PIC X(02).
           05 WS-FS-DIARIO    PIC X(02).
           05 WS-FS-BALANCETE PIC X(02).

       01 WS-CONTROLE.
           05 WS-EOF           PIC X(01) VALUE 'N'.
           05 WS-ACHOU         PIC X(01) VALUE 'N'.
           05 WS-MES-PEDIDO    PIC 9(06) VALUE ZEROS.
           05 WS-DATA-HOJE     PIC 9(08) VALUE ZEROS.
           05 WS-INICIO-MES    PIC 9(08) VALUE ZEROS.
           05 WS-FIM-MES       PIC 9(08) VALUE ZEROS.
           05 WS-ANO           PIC 9(04) VALUE ZEROS.
           05 WS-MES           PIC 9(02) VALUE ZEROS.
           05 WS-CT-FORA-PLANO PIC 9(04) VALUE ZEROS.
           05 WS-CT-LINHAS     PIC 9(07) VALUE ZEROS.
           05 WS-SALDO-EDITAR  PIC S9(13)V99 VALUE ZEROS.

      * LINHA DO DIARIO DA CONTABILIDADE
       COPY DIARLIN.

      * CONTAS DO PLANO E OS ACUMULADOS DO MES; SALDOS NO SENTIDO
      * DEVEDOR (DEBITOS MENOS CREDITOS)
       01 WS-TAB-CONTAS.
           05 WS-CNT-CONTAS    PIC 9(03) VALUE ZEROS.
           05 WS-CONTA-ITEM OCCURS 500 TIMES
                              INDEXED BY WS-IDX-CTA.
               10 WS-C-CODIGO    PIC 9(06).
               10 WS-C-DESCRICAO PIC X(30).
               10 WS-C-ANTERIOR  PIC S9(13)V99.
               10 WS-C-DEBITOS   PIC 9(13)V99.
               10 WS-C-CREDITOS  PIC 9(13)V99.
               10 WS-C-ATUAL     PIC S9(13)V99.

       01 WS-TOTAIS.
           05 WS-T-ANT-DEVEDOR PIC 9(13)V99 VALUE ZEROS.
           05 WS-T-ANT-CREDOR  PIC 9(13)V99 VALUE ZEROS.
           05 WS-T-DEBITOS     PIC 9(13)V99 VALUE ZEROS.
           05 WS-T-CREDITOS    PIC 9(13)V99 VALUE ZEROS.
           05 WS-T-ATU-DEVEDOR PIC 9(13)V99 VALUE ZEROS.
           05 WS-T-ATU-CREDOR  PIC 9(13)V99 VALUE ZEROS.

       01 WS-SALDO-ED.
           05 WS-SE-VALOR      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-SE-DC         PIC X(01).

       01 WS-CAB-1.
           05 FILLER           PIC X(38) VALUE 'CONTA  DESCRICAO'.
           05 FILLER           PIC X(21) VALUE
               '      SALDO ANTERIOR'.
           05 FILLER           PIC X(19) VALUE
               '           DEBITOS'.
           05 FILLER           PIC X(19) VALUE
               '          CREDITOS'.
           05 FILLER           PIC X(21) VALUE
               '         SALDO ATUAL'.

       01 WS-LINHA-CONTA.
           05 WS-L-CODIGO      PIC 9(06).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-L-DESCRICAO   PIC X(30).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-L-ANTERIOR    PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-L-DEBITOS     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-L-CREDITOS    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-L-ATUAL       PIC X(20).

       01 WS-LINHA-SALDOS.
           05 WS-LS-TEXTO      PIC X(38).
           05 WS-LS-DEVEDOR    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 WS-LS-CREDOR     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       0-PRINCIPAL.
           PERFORM 1-RESOLVE-CAMINHOS.
           PERFORM 2-INICIALIZA.
           PERFORM 3-CARREGA-PLANO.
           PERFORM 4-ACUMULA-DIARIO.
           PERFORM 5-IMPRIME.
           PERFORM 9-FINALIZA.
           STOP RUN.

       1-RESOLVE-CAMINHOS.
           MOVE 'PLANO-CONTAS' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-PLANO
           END-IF.
           MOVE 'DIARIO-CONTABIL' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-DIARIO
           END-IF.
           MOVE 'BALANCETE' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-BALANCETE
           END-IF.

       11-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.

      * O MES VAI DO DIA 1 AO ULTIMO DIA (VESPERA DO DIA 1 SEGUINTE)
       2-INICIALIZA.
           DISPLAY 'MES DO BALANCETE (AAAAMM, 0 = MES CORRENTE): '.
           ACCEPT WS-MES-PEDIDO.
           IF WS-MES-PEDIDO = ZEROS
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               MOVE WS-DATA-HOJE (1:6) TO WS-MES-PEDIDO
           END-IF.
           MOVE WS-MES-PEDIDO (1:4) TO WS-ANO.
           MOVE WS-MES-PEDIDO (5:2) TO WS-MES.
           IF WS-MES < 1 OR WS-MES > 12
               DISPLAY 'MES INVALIDO: ' WS-MES-PEDIDO
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-INICIO-MES = WS-ANO * 10000 + WS-MES * 100 + 1.
           ADD 1 TO WS-MES.
           IF WS-MES > 12
               MOVE 1 TO WS-MES
               ADD 1 TO WS-ANO
           END-IF.
           COMPUTE WS-FIM-MES = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE
                   (WS-ANO * 10000 + WS-MES * 100 + 1) - 1).

      *----------------------------------------------------------------*
      * O SALDO DE IMPLANTACAO ENTRA NO ANTERIOR DA CONTA IMPLANTADA
      * ATE O FIM DO MES
      *----------------------------------------------------------------*
       3-CARREGA-PLANO.
           OPEN INPUT PLANO-CONTAS.
           IF WS-FS-PLANO NOT = '00'
               DISPLAY 'PLANO-CONTAS.DAT INDISPONIVEL: ' WS-FS-PLANO
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF.
           MOVE ZEROS TO PLC-CODIGO.
           START PLANO-CONTAS KEY IS NOT LESS THAN PLC-CODIGO
               INVALID KEY MOVE 'S' TO WS-EOF
           END-START.
           PERFORM 31-LE-PLANO UNTIL WS-EOF = 'S'.
           CLOSE PLANO-CONTAS.

       31-LE-PLANO.
           READ PLANO-CONTAS NEXT RECORD
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   IF WS-CNT-CONTAS < 500
                       ADD 1 TO WS-CNT-CONTAS
                       SET WS-IDX-CTA TO WS-CNT-CONTAS
                       MOVE PLC-CODIGO TO WS-C-CODIGO (WS-IDX-CTA)
                       MOVE PLC-DESCRICAO TO
                           WS-C-DESCRICAO (WS-IDX-CTA)
                       MOVE ZEROS TO WS-C-ANTERIOR (WS-IDX-CTA)
                           WS-C-DEBITOS (WS-IDX-CTA)
                           WS-C-CREDITOS (WS-IDX-CTA)
                           WS-C-ATUAL (WS-IDX-CTA)
                       IF PLC-DATA-IMPLANT NOT > WS-FIM-MES
                           MOVE PLC-SALDO-IMPLANT TO
                               WS-C-ANTERIOR (WS-IDX-CTA)
                       END-IF
                   ELSE
                       DISPLAY 'PLANO DE CONTAS EXCEDE A TABELA - '
                           'CONTA IGNORADA ' PLC-CODIGO
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * LANCAMENTO ANTERIOR AO MES COMPOE O SALDO ANTERIOR; O DO MES
      * VAI PARA DEBITOS OU CREDITOS; O POSTERIOR NAO ENTRA
      *----------------------------------------------------------------*
       4-ACUMULA-DIARIO.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT DIARIO-CONTABIL.
           IF WS-FS-DIARIO NOT = '00'
               DISPLAY 'DIARIO-CONTABIL VAZIO OU INEXISTENTE'
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM 41-LE-DIARIO UNTIL WS-EOF = 'S'.
           CLOSE DIARIO-CONTABIL.

       41-LE-DIARIO.
           READ DIARIO-CONTABIL
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   MOVE REG-DIARIO TO WS-LINHA-DIARIO-CTB
                   IF WS-DC-DATA NOT > WS-FIM-MES
                       ADD 1 TO WS-CT-LINHAS
                       PERFORM 42-LOCALIZA-CONTA
                       PERFORM 43-ACUMULA-LINHA
                   END-IF
           END-READ.

       42-LOCALIZA-CONTA.
           MOVE 'N' TO WS-ACHOU.
           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA > WS-CNT-CONTAS
                      OR WS-ACHOU = 'S'
               IF WS-C-CODIGO (WS-IDX-CTA) = WS-DC-CONTA
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = 'S'
               SET WS-IDX-CTA DOWN BY 1
           ELSE
               IF WS-CNT-CONTAS < 500
                   ADD 1 TO WS-CNT-CONTAS
                   ADD 1 TO WS-CT-FORA-PLANO
                   SET WS-IDX-CTA TO WS-CNT-CONTAS
                   MOVE WS-DC-CONTA TO WS-C-CODIGO (WS-IDX-CTA)
                   MOVE '*** CONTA FORA DO PLANO' TO
                       WS-C-DESCRICAO (WS-IDX-CTA)
                   MOVE ZEROS TO WS-C-ANTERIOR (WS-IDX-CTA)
                       WS-C-DEBITOS (WS-IDX-CTA)
                       WS-C-CREDITOS (WS-IDX-CTA)
                       WS-C-ATUAL (WS-IDX-CTA)
               ELSE
                   DISPLAY 'TABELA DE CONTAS CHEIA - BALANCETE '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       43-ACUMULA-LINHA.
           IF WS-DC-DATA < WS-INICIO-MES
               IF WS-DC-DEBITO
                   ADD WS-DC-VALOR TO WS-C-ANTERIOR (WS-IDX-CTA)
               ELSE
                   SUBTRACT WS-DC-VALOR FROM WS-C-ANTERIOR (WS-IDX-CTA)
               END-IF
           ELSE
               IF WS-DC-DEBITO
                   ADD WS-DC-VALOR TO WS-C-DEBITOS (WS-IDX-CTA)
               ELSE
                   ADD WS-DC-VALOR TO WS-C-CREDITOS (WS-IDX-CTA)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * UMA LINHA POR CONTA COM SALDO OU MOVIMENTO, NA ORDEM DO PLANO
      * (AS FORA DO PLANO NO FIM), E O RODAPE COM A PROVA
      *----------------------------------------------------------------*
       5-IMPRIME.
           OPEN OUTPUT BALANCETE.
           MOVE SPACES TO REG-BALANCETE.
           STRING 'BALANCETE DE VERIFICACAO - MES ' WS-MES-PEDIDO
               ' (' WS-INICIO-MES ' A ' WS-FIM-MES ')'
               DELIMITED BY SIZE INTO REG-BALANCETE.
           WRITE REG-BALANCETE.
           MOVE SPACES TO REG-BALANCETE.
           WRITE REG-BALANCETE.
           WRITE REG-BALANCETE FROM WS-CAB-1.
           PERFORM 51-IMPRIME-CONTA
               VARYING WS-IDX-CTA FROM 1 BY 1
               UNTIL WS-IDX-CTA > WS-CNT-CONTAS.
           MOVE SPACES TO REG-BALANCETE.
           WRITE REG-BALANCETE.
           MOVE SPACES TO WS-LINHA-CONTA.
           MOVE 'TOTAL DO MES' TO WS-L-DESCRICAO.
           MOVE WS-T-DEBITOS TO WS-L-DEBITOS.
           MOVE WS-T-CREDITOS TO WS-L-CREDITOS.
           WRITE REG-BALANCETE FROM WS-LINHA-CONTA.
           MOVE 'SALDOS ANTERIORES DEVEDOR / CREDOR' TO WS-LS-TEXTO.
           MOVE WS-T-ANT-DEVEDOR TO WS-LS-DEVEDOR.
           MOVE WS-T-ANT-CREDOR TO WS-LS-CREDOR.
           WRITE REG-BALANCETE FROM WS-LINHA-SALDOS.
           MOVE 'SALDOS ATUAIS DEVEDOR / CREDOR' TO WS-LS-TEXTO.
           MOVE WS-T-ATU-DEVEDOR TO WS-LS-DEVEDOR.
           MOVE WS-T-ATU-CREDOR TO WS-LS-CREDOR.
           WRITE REG-BALANCETE FROM WS-LINHA-SALDOS.
           MOVE SPACES TO REG-BALANCETE.
           IF WS-T-DEBITOS = WS-T-CREDITOS
              AND WS-T-ATU-DEVEDOR = WS-T-ATU-CREDOR
               MOVE 'BALANCETE FECHADO' TO REG-BALANCETE
           ELSE
               MOVE '*** BALANCETE NAO FECHA' TO REG-BALANCETE
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE REG-BALANCETE.
           CLOSE BALANCETE.

       51-IMPRIME-CONTA.
           COMPUTE WS-C-ATUAL (WS-IDX-CTA) =
               WS-C-ANTERIOR (WS-IDX-CTA) + WS-C-DEBITOS (WS-IDX-CTA)
               - WS-C-CREDITOS (WS-IDX-CTA).
           IF WS-C-ANTERIOR (WS-IDX-CTA) NOT = ZEROS
              OR WS-C-DEBITOS (WS-IDX-CTA) NOT = ZEROS
              OR WS-C-CREDITOS (WS-IDX-CTA) NOT = ZEROS
               MOVE WS-C-CODIGO (WS-IDX-CTA) TO WS-L-CODIGO
               MOVE WS-C-DESCRICAO (WS-IDX-CTA) TO WS-L-DESCRICAO
               MOVE WS-C-ANTERIOR (WS-IDX-CTA) TO WS-SALDO-EDITAR
               PERFORM 52-EDITA-SALDO
               MOVE WS-SALDO-ED TO WS-L-ANTERIOR
               IF WS-SALDO-EDITAR < ZEROS
                   SUBTRACT WS-SALDO-EDITAR FROM WS-T-ANT-CREDOR
               ELSE
                   ADD WS-SALDO-EDITAR TO WS-T-ANT-DEVEDOR
               END-IF
               MOVE WS-C-DEBITOS (WS-IDX-CTA) TO WS-L-DEBITOS
               MOVE WS-C-CREDITOS (WS-IDX-CTA) TO WS-L-CREDITOS
               ADD WS-C-DEBITOS (WS-IDX-CTA) TO WS-T-DEBITOS
               ADD WS-C-CREDITOS (WS-IDX-CTA) TO WS-T-CREDITOS
               MOVE WS-C-ATUAL (WS-IDX-CTA) TO WS-SALDO-EDITAR
               PERFORM 52-EDITA-SALDO
               MOVE WS-SALDO-ED TO WS-L-ATUAL
               IF WS-SALDO-EDITAR < ZEROS
                   SUBTRACT WS-SALDO-EDITAR FROM WS-T-ATU-CREDOR
               ELSE
                   ADD WS-SALDO-EDITAR TO WS-T-ATU-DEVEDOR
               END-IF
               WRITE REG-BALANCETE FROM WS-LINHA-CONTA
           END-IF.

      * SALDO NO SENTIDO DEVEDOR VIRA VALOR ABSOLUTO COM D OU C
       52-EDITA-SALDO.
           IF WS-SALDO-EDITAR < ZEROS
               COMPUTE WS-SE-VALOR = ZEROS - WS-SALDO-EDITAR
               MOVE 'C' TO WS-SE-DC
           ELSE
               MOVE WS-SALDO-EDITAR TO WS-SE-VALOR
               IF WS-SALDO-EDITAR = ZEROS
                   MOVE SPACE TO WS-SE-DC
               ELSE
                   MOVE 'D' TO WS-SE-DC
               END-IF
           END-IF.

       9-FINALIZA.
           DISPLAY 'BALANCETE DO MES.......: ' WS-MES-PEDIDO.
           DISPLAY 'CONTAS NO PLANO........: ' WS-CNT-CONTAS.
           DISPLAY 'LINHAS DO DIARIO LIDAS.: ' WS-CT-LINHAS.
           DISPLAY 'CONTAS FORA DO PLANO...: ' WS-CT-FORA-PLANO.
           DISPLAY 'TOTAL DE DEBITOS.......: ' WS-T-DEBITOS.
           DISPLAY 'TOTAL DE CREDITOS......: ' WS-T-CREDITOS.
      *================================================================*
