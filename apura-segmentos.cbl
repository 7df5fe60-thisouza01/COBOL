      *================================================================*
      * Author:
      * Date:
      * Purpose: Segmentacao mensal dos clientes pela rentabilidade do
      *  relacionamento. Para a competencia informada calcula a
      *  contribuicao de cada cliente do CLIENTES.DAT (pelo fone),
      *  somando tudo que esta ligado a ele pelas contas de que e
      *  titular: a receita do saldo medio (media dos saldos gravados
      *  nos lancamentos da conta no TRANS-LOG da competencia, vivo ou
      *  arquivo morto, a TAXA-SALDO ao mes), as tarifas (TARIFA), os
      *  juros de cheque especial (JUROS-CH-ESP) e os juros de
      *  emprestimo (parte de juros das parcelas com vencimento na
      *  competencia ja pagas, mais a MORA-EMPREST cobrada), menos os
      *  juros pagos ao cliente (JUROS e RENDIM-POUP) e o custo do uso
      *  do caixa eletronico (operacoes do fone no ATM-JOURNAL vezes o
      *  CUSTO-ATM). Lancamento desfeito pelo ESTORNA-LANCAMENTO
      *  (estorno achado pela sequencia de origem) sai da conta.
      *  O segmento sai das faixas do arquivo de regras
      *  (linhas SEGMENTO;NOME;CONTRIBUICAO-MINIMA, mais TAXA-SALDO e
      *  CUSTO-ATM): o cliente fica na faixa de maior minimo que a
      *  contribuicao alcanca, ou na menor se nao alcanca nenhuma. O
      *  segmento fica gravado no perfil do cliente (CLIENTES-PERFIL,
      *  lido pela MALA-DIRETA para o filtro de campanhas) e o
      *  relatorio mostra quem subiu, desceu ou entrou, com o resumo
      *  por segmento. Repetir a competencia refaz a apuracao contra o
      *  segmento de antes dela; competencia anterior a uma ja
      *  apurada e recusada.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APURA-SEGMENTOS.
      *================================================================*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEGMENTO-REGRAS ASSIGN TO WS-ARQ-REGRAS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-REGRAS.

           SELECT CLIENTES-PERFIL ASSIGN TO WS-ARQ-PERFIL
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-PERFIL
             RECORD KEY PRF-FONE.

           SELECT CLIENTES ASSIGN TO WS-ARQ-CLIENTES
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-CLIENTES
             RECORD KEY CLIENTES-KEY.

           SELECT XREF-CLIENTES ASSIGN TO WS-ARQ-XREF
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-XREF.

           SELECT EMPRESTIMOS ASSIGN TO WS-ARQ-EMPREST
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-EMPREST
             RECORD KEY EMP-CONTRATO.

           SELECT EMPRESTIMO-PARC ASSIGN TO WS-ARQ-PARC
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-PARC
             RECORD KEY PAR-CHAVE.

           SELECT OPTIONAL TRANS-LOG ASSIGN TO WS-ARQ-LOG
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-LOG.

           SELECT OPTIONAL ATM-JOURNAL ASSIGN TO WS-ARQ-JOURNAL
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-JOURNAL.

           SELECT RELATORIO-SEGMENTOS ASSIGN TO WS-ARQ-RELAT
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-RELAT.

      *================================================================*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD SEGMENTO-REGRAS.
       01 REG-REGRA PIC X(40).

       FD CLIENTES-PERFIL.
       COPY PERFREG.

       FD CLIENTES.
       COPY CLIREG.

       FD XREF-CLIENTES.
       01 REG-XREF PIC X(30).

       FD EMPRESTIMOS.
       COPY EMPRREG.

       FD EMPRESTIMO-PARC.
       COPY PARCREG.

       FD TRANS-LOG.
       01 REG-LOG PIC X(120).

       FD ATM-JOURNAL.
       01 REG-JOURNAL PIC X(80).

       FD RELATORIO-SEGMENTOS.
       01 REG-RELAT PIC X(110).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      * EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG); O MESMO
      * SELECT DO LOG E REABERTO COM O ARQUIVO MORTO DA COMPETENCIA
      *----------------------------------------------------------------*
       01 WS-ARQ-REGRAS     PIC X(80) VALUE
           'C:\COBOL\SEGMENTO-REGRAS.TXT'.
       01 WS-ARQ-PERFIL     PIC X(80) VALUE
           'C:\COBOL\CLIENTES-PERFIL.DAT'.
       01 WS-ARQ-CLIENTES   PIC X(80) VALUE 'C:\COBOL\CLIENTES.DAT'.
       01 WS-ARQ-XREF       PIC X(80) VALUE
           'C:\COBOL\CLIENTES-CONTAS-XREF.TXT'.
       01 WS-ARQ-EMPREST    PIC X(80) VALUE
           'C:\COBOL\EMPRESTIMOS.DAT'.
       01 WS-ARQ-PARC       PIC X(80) VALUE
           'C:\COBOL\EMPRESTIMO-PARC.DAT'.
       01 WS-ARQ-LOG-VIVO   PIC X(80) VALUE 'C:\COBOL\TRANS-LOG.TXT'.
       01 WS-ARQ-MORTO-BASE PIC X(80) VALUE
           'C:\COBOL\TRANS-LOG-ARQ'.
       01 WS-ARQ-LOG        PIC X(80) VALUE SPACES.
       01 WS-ARQ-JOURNAL    PIC X(80) VALUE
           'C:\COBOL\ATM-JOURNAL.TXT'.
       01 WS-ARQ-RELAT      PIC X(80) VALUE
           'C:\COBOL\apura-segmentos.txt'.
       01 WS-CFG-LOGICO     PIC X(20).
       01 WS-CFG-CAMINHO    PIC X(80).
       01 WS-CFG-ACHOU      PIC X(01).

       01 WS-STATUS.
           05 WS-FS-REGRAS   PIC X(02).
           05 WS-FS-PERFIL   PIC X(02).
           05 WS-FS-CLIENTES PIC X(02).
           05 WS-FS-XREF     PIC X(02).
           05 WS-FS-EMPREST  PIC X(02).
           05 WS-FS-PARC     PIC X(02).
           05 WS-FS-LOG      PIC X(02).
           05 WS-FS-JOURNAL  PIC X(02).
           05 WS-FS-RELAT    PIC X(02).

       01 WS-CONTROLE.
           05 WS-EOF           PIC X(01) VALUE 'N'.
           05 WS-EOF-PARC      PIC X(01) VALUE 'N'.
           05 WS-ACHOU         PIC X(01) VALUE 'N'.
           05 WS-ABRIU-EMPREST PIC X(01) VALUE 'N'.
           05 WS-ABRIU-PARC    PIC X(01) VALUE 'N'.
           05 WS-TEM-PERFIL    PIC X(01) VALUE 'N'.
           05 WS-TROCOU        PIC X(01) VALUE 'N'.
           05 WS-DATA-HOJE     PIC 9(08) VALUE ZEROS.
           05 WS-COMPET-ATUAL  PIC 9(06) VALUE ZEROS.
           05 WS-COMPETENCIA   PIC 9(06) VALUE ZEROS.
           05 WS-COMPET-POSTERIOR PIC 9(06) VALUE ZEROS.
           05 WS-TAM-BASE      PIC 9(02) VALUE ZEROS.
           05 WS-CONTA-BUSCA   PIC 9(05) VALUE ZEROS.
           05 WS-FONE-BUSCA    PIC 9(09) VALUE ZEROS.
           05 WS-IDX-TROCA     PIC 9(02) VALUE ZEROS.
           05 WS-VALOR-ABS     PIC 9(09)V99 VALUE ZEROS.
           05 WS-PARCELA-LANC  PIC X(01) VALUE SPACE.
           05 WS-CT-LANC       PIC 9(07) VALUE ZEROS.
           05 WS-CT-PARCELAS   PIC 9(05) VALUE ZEROS.
           05 WS-CT-ATM        PIC 9(07) VALUE ZEROS.
           05 WS-CT-CLIENTES   PIC 9(05) VALUE ZEROS.
           05 WS-CT-SUBIRAM    PIC 9(05) VALUE ZEROS.
           05 WS-CT-DESCERAM   PIC 9(05) VALUE ZEROS.
           05 WS-CT-NOVOS      PIC 9(05) VALUE ZEROS.
           05 WS-CT-MANTIDOS   PIC 9(05) VALUE ZEROS.
           05 WS-CT-RECLASSIF  PIC 9(05) VALUE ZEROS.
           05 WS-CT-ESTORNADOS PIC 9(05) VALUE ZEROS.

      * REGRAS DE SEGMENTACAO: PARAMETRO;VALOR OU, PARA CADA FAIXA,
      * SEGMENTO;NOME;CONTRIBUICAO-MINIMA. A TAXA-SALDO E O
      * PERCENTUAL AO MES QUE O SALDO MEDIO RENDE AO BANCO; SEM
      * LINHA PROPRIA FICAM OS VALORES ABAIXO
       01 WS-REGRA-CAMPOS.
           05 WS-RG-NOME       PIC X(15).
           05 WS-RG-VALOR-TX   PIC X(12).
           05 WS-RG-VALOR2-TX  PIC X(12).
       01 WS-REGRAS.
           05 WS-TAXA-SALDO    PIC 9(03)V9999 VALUE 0.5.
           05 WS-CUSTO-ATM     PIC 9(03)V99 VALUE 1.5.

      * FAIXAS DE SEGMENTO, ORDENADAS PELO MINIMO: A POSICAO NA
      * TABELA E O NIVEL QUE DIZ SE O CLIENTE SUBIU OU DESCEU
       01 WS-TAB-SEGMENTOS.
           05 WS-CNT-SEG       PIC 9(02) VALUE ZEROS.
           05 WS-SEG-ITEM OCCURS 9 TIMES
                            INDEXED BY WS-IDX-SEG.
               10 WS-S-NOME        PIC X(10).
               10 WS-S-MINIMO      PIC S9(09)V99.
               10 WS-S-CLIENTES    PIC 9(05).
               10 WS-S-SUBIRAM     PIC 9(05).
               10 WS-S-DESCERAM    PIC 9(05).
               10 WS-S-NOVOS       PIC 9(05).
       01 WS-TROCA-SEG         PIC X(41).

       COPY XREFLIN.

      * LANCAMENTO DECOMPOSTO PELA SUB-ROTINA LE-LINHA-LOG (LOG VIVO
      * E ARQUIVO MORTO, EM QUALQUER DOS DOIS LEIAUTES)
       COPY TLOGCAM.

      *----------------------------------------------------------------*
      * O XREF EM TABELA: SO O TITULAR RESPONDE PELA CONTA, ENTAO
      * CADA CONTA APARECE UMA VEZ E CARREGA O QUE A COMPETENCIA
      * RENDEU E CUSTOU NELA
      *----------------------------------------------------------------*
       01 WS-TAB-XREF.
           05 WS-CNT-XREF      PIC 9(04) VALUE ZEROS.
           05 WS-XREF-ITEM OCCURS 500 TIMES
                             INDEXED BY WS-IDX-XRF.
               10 WS-X-FONE        PIC 9(09).
               10 WS-X-CONTA       PIC 9(05).
               10 WS-X-SOMA-SALDOS PIC S9(11)V99.
               10 WS-X-QTD-SALDOS  PIC 9(05).
               10 WS-X-TARIFAS     PIC 9(09)V99.
               10 WS-X-JUROS-CH    PIC 9(09)V99.
               10 WS-X-JUROS-EMP   PIC 9(09)V99.
               10 WS-X-JUROS-PAGOS PIC 9(09)V99.

      * LANCAMENTOS DA COMPETENCIA QUE ENTRARAM NA CONTRIBUICAO, PELA
      * SEQUENCIA, COM A CONTA (POSICAO NO XREF), A PARCELA EM QUE
      * SOMARAM (T TARIFA, C CHEQUE ESPECIAL, E EMPRESTIMO, P JUROS
      * PAGOS) E O VALOR, PARA O ESTORNO QUE APONTAR PARA UM DELES
      * SAIR DA CONTA
       01 WS-TAB-RECEITAS.
           05 WS-CNT-RECEITAS  PIC 9(04) VALUE ZEROS.
           05 WS-RECEITA-ITEM OCCURS 5000 TIMES
                               INDEXED BY WS-IDX-REC.
               10 WS-R-SEQ         PIC 9(09).
               10 WS-R-XRF         PIC 9(04).
               10 WS-R-PARCELA     PIC X(01).
               10 WS-R-VALOR       PIC 9(09)V99.

      * OPERACOES NO CAIXA ELETRONICO POR FONE NA COMPETENCIA
       01 WS-TAB-ATM.
           05 WS-CNT-ATM       PIC 9(04) VALUE ZEROS.
           05 WS-ATM-ITEM OCCURS 3000 TIMES
                            INDEXED BY WS-IDX-ATM.
               10 WS-A-FONE        PIC 9(09).
               10 WS-A-OPERACOES   PIC 9(05).

      * LINHA DO DIARIO DO CAIXA ELETRONICO (SO DATA/HORA E FONE)
       01 WS-LINHA-JOURNAL.
           05 WS-JL-DATAHORA   PIC 9(14).
           05 FILLER           PIC X(01).
           05 WS-JL-FONE       PIC 9(09).
           05 FILLER           PIC X(56).

      * CONTRIBUICAO DO CLIENTE NA COMPETENCIA
       01 WS-CALCULO.
           05 WS-MEDIA-CONTA   PIC S9(09)V99 VALUE ZEROS.
           05 WS-SALDO-MEDIO   PIC S9(09)V99 VALUE ZEROS.
           05 WS-RECEITA       PIC S9(09)V99 VALUE ZEROS.
           05 WS-CUSTO         PIC S9(09)V99 VALUE ZEROS.
           05 WS-CONTRIBUICAO  PIC S9(09)V99 VALUE ZEROS.
           05 WS-QTD-ATM       PIC 9(05) VALUE ZEROS.
           05 WS-SEGMENTO      PIC X(10) VALUE SPACES.
           05 WS-SEG-ANTERIOR  PIC X(10) VALUE SPACES.
           05 WS-NIVEL-NOVO    PIC 9(02) VALUE ZEROS.
           05 WS-NIVEL-ANT     PIC 9(02) VALUE ZEROS.
           05 WS-MOVIMENTO     PIC X(10) VALUE SPACES.

       01 WS-LINHA-TITULO.
           05 FILLER           PIC X(37) VALUE
               'MOVIMENTO DE SEGMENTOS DE CLIENTES - '.
           05 WS-LT-COMPET     PIC 9(06).
       01 WS-LINHA-CABEC.
           05 FILLER           PIC X(10) VALUE 'FONE'.
           05 FILLER           PIC X(31) VALUE 'NOME'.
           05 FILLER           PIC X(11) VALUE 'ANTERIOR'.
           05 FILLER           PIC X(11) VALUE 'ATUAL'.
           05 FILLER           PIC X(11) VALUE 'MOVIMENTO'.
           05 FILLER           PIC X(14) VALUE '  SALDO MEDIO'.
           05 FILLER           PIC X(13) VALUE ' CONTRIBUICAO'.
       01 WS-LINHA-CLIENTE.
           05 WS-LC-FONE       PIC 9(09).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-LC-NOME       PIC X(30).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-LC-ANTERIOR   PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-LC-ATUAL      PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-LC-MOVIMENTO  PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-LC-SALDO      PIC -(10)9.99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-LC-CONTRIB    PIC -(10)9.99.
       01 WS-LINHA-CABEC-RESUMO.
           05 FILLER           PIC X(11) VALUE 'SEGMENTO'.
           05 FILLER           PIC X(16) VALUE ' CONTRIB. MINIMA'.
           05 FILLER           PIC X(10) VALUE '  CLIENTES'.
           05 FILLER           PIC X(09) VALUE '  SUBIRAM'.
           05 FILLER           PIC X(09) VALUE ' DESCERAM'.
           05 FILLER           PIC X(08) VALUE '   NOVOS'.
       01 WS-LINHA-SEGMENTO.
           05 WS-LS-NOME       PIC X(10).
           05 FILLER           PIC X(03) VALUE SPACES.
           05 WS-LS-MINIMO     PIC -(10)9.99.
           05 WS-LS-CLIENTES   PIC ZZZZZZZZZ9.
           05 WS-LS-SUBIRAM    PIC ZZZZZZZZ9.
           05 WS-LS-DESCERAM   PIC ZZZZZZZZ9.
           05 WS-LS-NOVOS      PIC ZZZZZZZ9.
       01 WS-LINHA-TOTAL.
           05 FILLER           PIC X(10) VALUE 'CLIENTES: '.
           05 WS-LTT-CLIENTES  PIC ZZZZ9.
           05 FILLER           PIC X(11) VALUE '  SUBIRAM: '.
           05 WS-LTT-SUBIRAM   PIC ZZZZ9.
           05 FILLER           PIC X(12) VALUE '  DESCERAM: '.
           05 WS-LTT-DESCERAM  PIC ZZZZ9.
           05 FILLER           PIC X(09) VALUE '  NOVOS: '.
           05 WS-LTT-NOVOS     PIC ZZZZ9.
           05 FILLER           PIC X(11) VALUE '  MANTIDOS:'.
           05 WS-LTT-MANTIDOS  PIC ZZZZZ9.
      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       0-PRINCIPAL.
           PERFORM 1-RESOLVE-CAMINHOS.
           PERFORM 2-PEDE-COMPETENCIA.
           PERFORM 3-CARREGA-REGRAS.
           PERFORM 4-CONFERE-PERFIS.
           PERFORM 5-CARREGA-XREF.
           PERFORM 6-APURA-MOVIMENTO.
           PERFORM 7-CONTA-USO-ATM.
           PERFORM 8-SEGMENTA-CLIENTES.
           PERFORM 9-FINALIZA.
           STOP RUN.

       1-RESOLVE-CAMINHOS.
           MOVE 'SEGMENTO-REGRAS' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-REGRAS
           END-IF.
           MOVE 'CLIENTES-PERFIL' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-PERFIL
           END-IF.
           MOVE 'CLIENTES-DAT' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-CLIENTES
           END-IF.
           MOVE 'CLIENTES-XREF' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-XREF
           END-IF.
           MOVE 'EMPRESTIMOS-DAT' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-EMPREST
           END-IF.
           MOVE 'EMPRESTIMO-PARC' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-PARC
           END-IF.
           MOVE 'TRANS-LOG' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-LOG-VIVO
           END-IF.
           MOVE 'TRANSLOG-ARCHIVE' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-MORTO-BASE
           END-IF.
           MOVE 'ATM-JOURNAL' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-JOURNAL
           END-IF.
           MOVE 'APURA-SEGMENTOS' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-RELAT
           END-IF.

       11-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.

       2-PEDE-COMPETENCIA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE (1:6) TO WS-COMPET-ATUAL.
           DISPLAY 'SEGMENTACAO DE CLIENTES POR RENTABILIDADE'.
           DISPLAY 'COMPETENCIA (AAAAMM): '.
           ACCEPT WS-COMPETENCIA.
           IF WS-COMPETENCIA > WS-COMPET-ATUAL
              OR WS-COMPETENCIA (5:2) < '01'
              OR WS-COMPETENCIA (5:2) > '12'
               DISPLAY 'COMPETENCIA INVALIDA OU FUTURA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * SEM ARQUIVO DE REGRAS OU SEM NENHUMA FAIXA NAO HA COMO
      * SEGMENTAR
       3-CARREGA-REGRAS.
           OPEN INPUT SEGMENTO-REGRAS.
           IF WS-FS-REGRAS NOT = '00'
               DISPLAY 'SEM ARQUIVO DE REGRAS DE SEGMENTACAO - NADA '
                   'A APURAR'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM 31-LE-REGRA UNTIL WS-EOF = 'S'.
           CLOSE SEGMENTO-REGRAS.
           IF WS-CNT-SEG = ZEROS
               DISPLAY 'NENHUMA FAIXA DE SEGMENTO NAS REGRAS - NADA '
                   'A APURAR'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 32-ORDENA-SEGMENTOS.

       31-LE-REGRA.
           READ SEGMENTO-REGRAS
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   MOVE SPACES TO WS-REGRA-CAMPOS
                   UNSTRING REG-REGRA DELIMITED BY ';'
                       INTO WS-RG-NOME WS-RG-VALOR-TX WS-RG-VALOR2-TX
                   END-UNSTRING
                   EVALUATE WS-RG-NOME
                       WHEN 'TAXA-SALDO'
                           COMPUTE WS-TAXA-SALDO =
                               FUNCTION NUMVAL (WS-RG-VALOR-TX)
                       WHEN 'CUSTO-ATM'
                           COMPUTE WS-CUSTO-ATM =
                               FUNCTION NUMVAL (WS-RG-VALOR-TX)
                       WHEN 'SEGMENTO'
                           PERFORM 311-GUARDA-SEGMENTO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       311-GUARDA-SEGMENTO.
           IF WS-CNT-SEG < 9
               ADD 1 TO WS-CNT-SEG
               SET WS-IDX-SEG TO WS-CNT-SEG
               INITIALIZE WS-SEG-ITEM (WS-IDX-SEG)
               MOVE WS-RG-VALOR-TX TO WS-S-NOME (WS-IDX-SEG)
               COMPUTE WS-S-MINIMO (WS-IDX-SEG) =
                   FUNCTION NUMVAL (WS-RG-VALOR2-TX)
           ELSE
               DISPLAY 'MAIS DE 9 FAIXAS DE SEGMENTO - IGNORADA: '
                   WS-RG-VALOR-TX
           END-IF.

      * ORDENACAO DAS FAIXAS PELO MINIMO CRESCENTE (BOLHA SOBRE A
      * TABELA)
       32-ORDENA-SEGMENTOS.
           MOVE 'S' TO WS-TROCOU.
           PERFORM UNTIL WS-TROCOU = 'N'
               MOVE 'N' TO WS-TROCOU
               PERFORM VARYING WS-IDX-TROCA FROM 1 BY 1
                       UNTIL WS-IDX-TROCA >= WS-CNT-SEG
                   IF WS-S-MINIMO (WS-IDX-TROCA) >
                           WS-S-MINIMO (WS-IDX-TROCA + 1)
                       MOVE WS-SEG-ITEM (WS-IDX-TROCA)
                           TO WS-TROCA-SEG
                       MOVE WS-SEG-ITEM (WS-IDX-TROCA + 1)
                           TO WS-SEG-ITEM (WS-IDX-TROCA)
                       MOVE WS-TROCA-SEG
                           TO WS-SEG-ITEM (WS-IDX-TROCA + 1)
                       MOVE 'S' TO WS-TROCOU
                   END-IF
               END-PERFORM
           END-PERFORM.

      * O PERFIL GUARDA A COMPETENCIA DA ULTIMA APURACAO; APURAR UMA
      * ANTERIOR A ELA DESFARIA A HISTORIA DE SEGMENTO DO CLIENTE
       4-CONFERE-PERFIS.
           OPEN INPUT CLIENTES-PERFIL.
           MOVE 'N' TO WS-EOF.
           IF WS-FS-PERFIL NOT = '00'
               MOVE 'S' TO WS-EOF
           ELSE
               MOVE LOW-VALUES TO PRF-FONE
               START CLIENTES-PERFIL KEY IS NOT LESS THAN PRF-FONE
                   INVALID KEY MOVE 'S' TO WS-EOF
               END-START
           END-IF.
           PERFORM 41-LE-PERFIL UNTIL WS-EOF = 'S'.
           IF WS-FS-PERFIL NOT = '35'
               CLOSE CLIENTES-PERFIL
           END-IF.
           IF WS-COMPET-POSTERIOR > ZEROS
               DISPLAY 'SEGMENTACAO DA COMPETENCIA '
                   WS-COMPET-POSTERIOR ' JA APURADA - '
                   WS-COMPETENCIA ' NAO PODE SER APURADA DEPOIS'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       41-LE-PERFIL.
           READ CLIENTES-PERFIL NEXT RECORD
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   IF PRF-COMPET > WS-COMPETENCIA
                      AND PRF-COMPET > WS-COMPET-POSTERIOR
                       MOVE PRF-COMPET TO WS-COMPET-POSTERIOR
                   END-IF
           END-READ.

       5-CARREGA-XREF.
           OPEN INPUT XREF-CLIENTES.
           MOVE 'N' TO WS-EOF.
           IF WS-FS-XREF NOT = '00'
               DISPLAY 'SEM REFERENCIA CRUZADA - CONTAS E '
                   'EMPRESTIMOS NAO CONTRIBUEM'
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM 51-LE-XREF UNTIL WS-EOF = 'S'.
           CLOSE XREF-CLIENTES.

       51-LE-XREF.
           READ XREF-CLIENTES
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   MOVE REG-XREF TO WS-LINHA-XREF
                   IF WS-XR-TITULAR
                       IF WS-CNT-XREF < 500
                           ADD 1 TO WS-CNT-XREF
                           SET WS-IDX-XRF TO WS-CNT-XREF
                           INITIALIZE WS-XREF-ITEM (WS-IDX-XRF)
                           MOVE WS-XR-FONE TO WS-X-FONE (WS-IDX-XRF)
                           MOVE WS-XR-CONTA TO
                               WS-X-CONTA (WS-IDX-XRF)
                       ELSE
                           DISPLAY 'XREF EXCEDE A TABELA - '
                               'APURACAO ABORTADA SEM GRAVAR'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * MOVIMENTO DA COMPETENCIA POR CONTA: O LOG DO MES ESTA NO
      * ARQUIVO MORTO DEPOIS DO FECHAMENTO MENSAL, OU AINDA NO LOG
      * VIVO; O SALDO-ANTER DO INICIO DO MES ENTRA NA MEDIA COMO
      * SALDO DE ABERTURA. DEPOIS OS JUROS DAS PARCELAS DO MES
      *----------------------------------------------------------------*
       6-APURA-MOVIMENTO.
           PERFORM VARYING WS-TAM-BASE FROM 80 BY -1
                   UNTIL WS-TAM-BASE < 1
                      OR WS-ARQ-MORTO-BASE (WS-TAM-BASE:1)
                         NOT = SPACE
               CONTINUE
           END-PERFORM.
           MOVE SPACES TO WS-ARQ-LOG.
           STRING WS-ARQ-MORTO-BASE (1:WS-TAM-BASE) '-'
               WS-COMPETENCIA '.TXT'
               DELIMITED BY SIZE INTO WS-ARQ-LOG.
           PERFORM 61-VARRE-UM-LOG.
           MOVE WS-ARQ-LOG-VIVO TO WS-ARQ-LOG.
           PERFORM 61-VARRE-UM-LOG.
           PERFORM 64-JUROS-EMPRESTIMOS.

       61-VARRE-UM-LOG.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT TRANS-LOG.
           IF WS-FS-LOG NOT = '00'
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ TRANS-LOG
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       CALL 'LE-LINHA-LOG' USING REG-LOG TLG-CAMPOS
                       IF TLG-TIPO = 'ESTORNO-DEB'
                          OR TLG-TIPO = 'ESTORNO-CRED'
                           PERFORM 67-DESCONTA-ESTORNO
                       END-IF
                       IF TLG-DATA (1:6) = WS-COMPETENCIA
                           PERFORM 62-CLASSIFICA-LANCAMENTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANS-LOG.

       62-CLASSIFICA-LANCAMENTO.
           MOVE TLG-CONTA TO WS-CONTA-BUSCA.
           PERFORM 63-ACHA-CONTA.
           IF WS-ACHOU = 'S'
               ADD 1 TO WS-CT-LANC
               ADD TLG-SALDO TO WS-X-SOMA-SALDOS (WS-IDX-XRF)
               ADD 1 TO WS-X-QTD-SALDOS (WS-IDX-XRF)
               MOVE TLG-VALOR TO WS-VALOR-ABS
               EVALUATE TLG-TIPO
                   WHEN 'TARIFA'
                       ADD WS-VALOR-ABS TO WS-X-TARIFAS (WS-IDX-XRF)
                       MOVE 'T' TO WS-PARCELA-LANC
                       PERFORM 621-GUARDA-RECEITA
                   WHEN 'JUROS-CH-ESP'
                       ADD WS-VALOR-ABS TO WS-X-JUROS-CH (WS-IDX-XRF)
                       MOVE 'C' TO WS-PARCELA-LANC
                       PERFORM 621-GUARDA-RECEITA
                   WHEN 'MORA-EMPREST'
                       ADD WS-VALOR-ABS TO
                           WS-X-JUROS-EMP (WS-IDX-XRF)
                       MOVE 'E' TO WS-PARCELA-LANC
                       PERFORM 621-GUARDA-RECEITA
                   WHEN 'JUROS'
                   WHEN 'RENDIM-POUP'
                       ADD WS-VALOR-ABS TO
                           WS-X-JUROS-PAGOS (WS-IDX-XRF)
                       MOVE 'P' TO WS-PARCELA-LANC
                       PERFORM 621-GUARDA-RECEITA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       621-GUARDA-RECEITA.
           IF TLG-SEQ NOT = ZEROS
               IF WS-CNT-RECEITAS < 5000
                   ADD 1 TO WS-CNT-RECEITAS
                   SET WS-IDX-REC TO WS-CNT-RECEITAS
                   MOVE TLG-SEQ TO WS-R-SEQ (WS-IDX-REC)
                   SET WS-R-XRF (WS-IDX-REC) TO WS-IDX-XRF
                   MOVE WS-PARCELA-LANC TO WS-R-PARCELA (WS-IDX-REC)
                   MOVE WS-VALOR-ABS TO WS-R-VALOR (WS-IDX-REC)
               ELSE
                   DISPLAY 'LANCAMENTOS DA COMPETENCIA EXCEDEM A '
                       'TABELA - APURACAO ABORTADA SEM GRAVAR'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      * POSICIONA WS-IDX-XRF NA CONTA PROCURADA (WS-ACHOU = S)
       63-ACHA-CONTA.
           MOVE 'N' TO WS-ACHOU.
           PERFORM VARYING WS-IDX-XRF FROM 1 BY 1
                   UNTIL WS-IDX-XRF > WS-CNT-XREF
                      OR WS-ACHOU = 'S'
               IF WS-X-CONTA (WS-IDX-XRF) = WS-CONTA-BUSCA
                   MOVE 'S' TO WS-ACHOU
                   SET WS-IDX-XRF DOWN BY 1
               END-IF
           END-PERFORM.

      * O LOG E LIDO EM ORDEM CRONOLOGICA (ARQUIVO MORTO DA
      * COMPETENCIA, DEPOIS O VIVO), ENTAO O LANCAMENTO QUE O ESTORNO
      * DESFEZ JA ESTA NA TABELA; ESTORNO DE OUTRO LANCAMENTO OU DE
      * OUTRA COMPETENCIA NAO ACHA NADA. O ITEM DESCONTADO TEM A
      * SEQUENCIA ZERADA PARA NAO SER DESCONTADO DE NOVO
       67-DESCONTA-ESTORNO.
           PERFORM VARYING WS-IDX-REC FROM 1 BY 1
                   UNTIL WS-IDX-REC > WS-CNT-RECEITAS
               IF WS-R-SEQ (WS-IDX-REC) = TLG-SEQ-ORIG
                  AND TLG-SEQ-ORIG NOT = ZEROS
                   SET WS-IDX-XRF TO WS-R-XRF (WS-IDX-REC)
                   PERFORM 671-DESCONTA-PARCELA
                   MOVE ZEROS TO WS-R-SEQ (WS-IDX-REC)
                   ADD 1 TO WS-CT-ESTORNADOS
               END-IF
           END-PERFORM.

       671-DESCONTA-PARCELA.
           EVALUATE WS-R-PARCELA (WS-IDX-REC)
               WHEN 'T'
                   SUBTRACT WS-R-VALOR (WS-IDX-REC)
                       FROM WS-X-TARIFAS (WS-IDX-XRF)
               WHEN 'C'
                   SUBTRACT WS-R-VALOR (WS-IDX-REC)
                       FROM WS-X-JUROS-CH (WS-IDX-XRF)
               WHEN 'E'
                   SUBTRACT WS-R-VALOR (WS-IDX-REC)
                       FROM WS-X-JUROS-EMP (WS-IDX-XRF)
               WHEN 'P'
                   SUBTRACT WS-R-VALOR (WS-IDX-REC)
                       FROM WS-X-JUROS-PAGOS (WS-IDX-XRF)
           END-EVALUATE.

      * JUROS DE EMPRESTIMO: A PARTE DE JUROS DA PARCELA COM
      * VENCIMENTO NA COMPETENCIA JA PAGA (EFETIVADA, EM FOLHA OU
      * LIQUIDADA), DE QUALQUER CONTRATO DA CONTA
       64-JUROS-EMPRESTIMOS.
           OPEN INPUT EMPRESTIMOS.
           MOVE 'N' TO WS-EOF.
           IF WS-FS-EMPREST NOT = '00'
               DISPLAY 'SEM EMPRESTIMOS.DAT - JUROS DE EMPRESTIMO '
                   'NAO CONTRIBUEM'
               MOVE 'S' TO WS-EOF
           ELSE
               MOVE 'S' TO WS-ABRIU-EMPREST
               OPEN INPUT EMPRESTIMO-PARC
               IF WS-FS-PARC NOT = '00'
                   DISPLAY 'SEM EMPRESTIMO-PARC.DAT - JUROS DE '
                       'EMPRESTIMO NAO CONTRIBUEM'
                   MOVE 'S' TO WS-EOF
               ELSE
                   MOVE 'S' TO WS-ABRIU-PARC
               END-IF
               MOVE LOW-VALUES TO EMP-CONTRATO
               START EMPRESTIMOS KEY IS NOT LESS THAN EMP-CONTRATO
                   INVALID KEY MOVE 'S' TO WS-EOF
               END-START
           END-IF.
           PERFORM 65-LE-CONTRATO UNTIL WS-EOF = 'S'.
           IF WS-ABRIU-EMPREST = 'S'
               CLOSE EMPRESTIMOS
           END-IF.
           IF WS-ABRIU-PARC = 'S'
               CLOSE EMPRESTIMO-PARC
           END-IF.

       65-LE-CONTRATO.
           READ EMPRESTIMOS NEXT RECORD
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   MOVE EMP-CONTA TO WS-CONTA-BUSCA
                   PERFORM 63-ACHA-CONTA
                   IF WS-ACHOU = 'S'
                       PERFORM 66-SOMA-PARCELAS
                   END-IF
           END-READ.

       66-SOMA-PARCELAS.
           MOVE 'N' TO WS-EOF-PARC.
           MOVE EMP-CONTRATO TO PAR-CONTRATO.
           MOVE ZEROS TO PAR-NUMERO.
           START EMPRESTIMO-PARC KEY IS NOT LESS THAN PAR-CHAVE
               INVALID KEY MOVE 'S' TO WS-EOF-PARC
           END-START.
           PERFORM UNTIL WS-EOF-PARC = 'S'
               READ EMPRESTIMO-PARC NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF-PARC
                   NOT AT END
                       IF PAR-CONTRATO NOT = EMP-CONTRATO
                           MOVE 'S' TO WS-EOF-PARC
                       ELSE
                           IF PAR-VENCIMENTO (1:6) = WS-COMPETENCIA
                              AND (PAR-SITUACAO = 'E'
                                OR PAR-SITUACAO = 'F'
                                OR PAR-SITUACAO = 'L')
                               ADD 1 TO WS-CT-PARCELAS
                               ADD PAR-JUROS TO
                                   WS-X-JUROS-EMP (WS-IDX-XRF)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * CADA LINHA DO DIARIO DO CAIXA NA COMPETENCIA E UMA OPERACAO
      * DO CLIENTE NO TERMINAL, APROVADA OU RECUSADA
       7-CONTA-USO-ATM.
           OPEN INPUT ATM-JOURNAL.
           MOVE 'N' TO WS-EOF.
           IF WS-FS-JOURNAL NOT = '00'
               DISPLAY 'SEM DIARIO DO CAIXA ELETRONICO - USO DE ATM '
                   'SEM CUSTO'
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM 71-LE-JOURNAL UNTIL WS-EOF = 'S'.
           CLOSE ATM-JOURNAL.

       71-LE-JOURNAL.
           READ ATM-JOURNAL
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   MOVE REG-JOURNAL TO WS-LINHA-JOURNAL
                   IF WS-JL-DATAHORA (1:6) = WS-COMPETENCIA
                      AND WS-JL-FONE IS NUMERIC
                      AND WS-JL-FONE > ZEROS
                       ADD 1 TO WS-CT-ATM
                       MOVE WS-JL-FONE TO WS-FONE-BUSCA
                       PERFORM 72-ACHA-FONE-ATM
                       ADD 1 TO WS-A-OPERACOES (WS-IDX-ATM)
                   END-IF
           END-READ.

      * POSICIONA WS-IDX-ATM NO FONE PROCURADO, ABRINDO O ITEM SE E
      * A PRIMEIRA OPERACAO DELE
       72-ACHA-FONE-ATM.
           MOVE 'N' TO WS-ACHOU.
           PERFORM VARYING WS-IDX-ATM FROM 1 BY 1
                   UNTIL WS-IDX-ATM > WS-CNT-ATM
                      OR WS-ACHOU = 'S'
               IF WS-A-FONE (WS-IDX-ATM) = WS-FONE-BUSCA
                   MOVE 'S' TO WS-ACHOU
                   SET WS-IDX-ATM DOWN BY 1
               END-IF
           END-PERFORM.
           IF WS-ACHOU = 'N'
               IF WS-CNT-ATM < 3000
                   ADD 1 TO WS-CNT-ATM
                   SET WS-IDX-ATM TO WS-CNT-ATM
                   MOVE WS-FONE-BUSCA TO WS-A-FONE (WS-IDX-ATM)
                   MOVE ZEROS TO WS-A-OPERACOES (WS-IDX-ATM)
               ELSE
                   DISPLAY 'CLIENTES COM USO DE ATM EXCEDEM A TABELA '
                       '- APURACAO ABORTADA SEM GRAVAR'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * CADA CLIENTE DO CADASTRO: CONTRIBUICAO, SEGMENTO, PERFIL
      * REGRAVADO E, SE O SEGMENTO MUDOU, A LINHA DO MOVIMENTO
      *----------------------------------------------------------------*
       8-SEGMENTA-CLIENTES.
           OPEN INPUT CLIENTES.
           IF WS-FS-CLIENTES NOT = '00'
               DISPLAY 'CLIENTES.DAT NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CLIENTES-PERFIL
               IF WS-FS-PERFIL EQUAL '35'
                   OPEN OUTPUT CLIENTES-PERFIL
                   CLOSE CLIENTES-PERFIL
                   OPEN I-O CLIENTES-PERFIL
               END-IF.
           IF WS-FS-PERFIL NOT = '00'
               DISPLAY 'ERRO AO ABRIR CLIENTES-PERFIL.DAT: '
                   WS-FS-PERFIL
               MOVE 12 TO RETURN-CODE
               CLOSE CLIENTES
               STOP RUN
           END-IF.
           OPEN OUTPUT RELATORIO-SEGMENTOS.
           MOVE WS-COMPETENCIA TO WS-LT-COMPET.
           WRITE REG-RELAT FROM WS-LINHA-TITULO.
           WRITE REG-RELAT FROM WS-LINHA-CABEC.
           MOVE ALL '-' TO REG-RELAT.
           WRITE REG-RELAT.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO CLIENTES-KEY.
           START CLIENTES KEY IS NOT LESS THAN CLIENTES-KEY
               INVALID KEY MOVE 'S' TO WS-EOF
           END-START.
           PERFORM 81-LE-CLIENTE UNTIL WS-EOF = 'S'.
           PERFORM 86-RESUMO-SEGMENTOS.
           CLOSE CLIENTES-PERFIL.
           CLOSE RELATORIO-SEGMENTOS.

       81-LE-CLIENTE.
           READ CLIENTES NEXT RECORD
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-CT-CLIENTES
                   PERFORM 82-CALCULA-CONTRIBUICAO
                   PERFORM 83-ATRIBUI-SEGMENTO
                   PERFORM 84-GRAVA-PERFIL
                   IF WS-MOVIMENTO NOT = 'MANTEVE'
                       PERFORM 85-LINHA-MOVIMENTO
                   END-IF
           END-READ.

      * RECEITA: SALDO MEDIO POSITIVO A TAXA-SALDO, TARIFAS, JUROS DE
      * CHEQUE ESPECIAL E DE EMPRESTIMO; CUSTO: JUROS PAGOS E USO DO
      * CAIXA ELETRONICO. O SALDO MEDIO DO CLIENTE E A SOMA DAS
      * MEDIAS DAS CONTAS DE QUE ELE E TITULAR
       82-CALCULA-CONTRIBUICAO.
           MOVE ZEROS TO WS-SALDO-MEDIO WS-RECEITA WS-CUSTO.
           PERFORM VARYING WS-IDX-XRF FROM 1 BY 1
                   UNTIL WS-IDX-XRF > WS-CNT-XREF
               IF WS-X-FONE (WS-IDX-XRF) = CLIENTES-FONE
                   IF WS-X-QTD-SALDOS (WS-IDX-XRF) > ZEROS
                       COMPUTE WS-MEDIA-CONTA ROUNDED =
                           WS-X-SOMA-SALDOS (WS-IDX-XRF) /
                           WS-X-QTD-SALDOS (WS-IDX-XRF)
                       ADD WS-MEDIA-CONTA TO WS-SALDO-MEDIO
                   END-IF
                   ADD WS-X-TARIFAS (WS-IDX-XRF)
                       WS-X-JUROS-CH (WS-IDX-XRF)
                       WS-X-JUROS-EMP (WS-IDX-XRF) TO WS-RECEITA
                   ADD WS-X-JUROS-PAGOS (WS-IDX-XRF) TO WS-CUSTO
               END-IF
           END-PERFORM.
           IF WS-SALDO-MEDIO > ZEROS
               COMPUTE WS-RECEITA ROUNDED = WS-RECEITA +
                   WS-SALDO-MEDIO * WS-TAXA-SALDO / 100
           END-IF.
           MOVE ZEROS TO WS-QTD-ATM.
           PERFORM VARYING WS-IDX-ATM FROM 1 BY 1
                   UNTIL WS-IDX-ATM > WS-CNT-ATM
               IF WS-A-FONE (WS-IDX-ATM) = CLIENTES-FONE
                   MOVE WS-A-OPERACOES (WS-IDX-ATM) TO WS-QTD-ATM
               END-IF
           END-PERFORM.
           COMPUTE WS-CUSTO = WS-CUSTO + WS-QTD-ATM * WS-CUSTO-ATM.
           COMPUTE WS-CONTRIBUICAO = WS-RECEITA - WS-CUSTO.

      * A FAIXA DE MAIOR MINIMO QUE A CONTRIBUICAO ALCANCA; ABAIXO
      * DE TODAS, A PRIMEIRA
       83-ATRIBUI-SEGMENTO.
           MOVE 1 TO WS-NIVEL-NOVO.
           PERFORM VARYING WS-IDX-SEG FROM 1 BY 1
                   UNTIL WS-IDX-SEG > WS-CNT-SEG
               IF WS-CONTRIBUICAO >= WS-S-MINIMO (WS-IDX-SEG)
                   SET WS-NIVEL-NOVO TO WS-IDX-SEG
               END-IF
           END-PERFORM.
           MOVE WS-S-NOME (WS-NIVEL-NOVO) TO WS-SEGMENTO.
           ADD 1 TO WS-S-CLIENTES (WS-NIVEL-NOVO).

      * O SEGMENTO DE ANTES E O DO PERFIL; NA REPETICAO DA MESMA
      * COMPETENCIA E O QUE O PERFIL TINHA ANTES DELA
       84-GRAVA-PERFIL.
           MOVE CLIENTES-FONE TO PRF-FONE.
           READ CLIENTES-PERFIL
               INVALID KEY
                   MOVE 'N' TO WS-TEM-PERFIL
               NOT INVALID KEY
                   MOVE 'S' TO WS-TEM-PERFIL
           END-READ.
           MOVE SPACES TO WS-SEG-ANTERIOR.
           IF WS-TEM-PERFIL = 'S'
               IF PRF-COMPET = WS-COMPETENCIA
                   MOVE PRF-SEGMENTO-ANT TO WS-SEG-ANTERIOR
               ELSE
                   MOVE PRF-SEGMENTO TO WS-SEG-ANTERIOR
               END-IF
           ELSE
               INITIALIZE PERFIL-REG
               MOVE CLIENTES-FONE TO PRF-FONE
           END-IF.
           MOVE WS-SEGMENTO TO PRF-SEGMENTO.
           MOVE WS-SEG-ANTERIOR TO PRF-SEGMENTO-ANT.
           MOVE WS-COMPETENCIA TO PRF-COMPET.
           MOVE WS-CONTRIBUICAO TO PRF-CONTRIBUICAO.
           MOVE WS-SALDO-MEDIO TO PRF-SALDO-MEDIO.
           MOVE WS-DATA-HOJE TO PRF-DATA.
           IF WS-TEM-PERFIL = 'S'
               REWRITE PERFIL-REG
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR PERFIL ' PRF-FONE
               END-REWRITE
           ELSE
               WRITE PERFIL-REG
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR PERFIL ' PRF-FONE
               END-WRITE
           END-IF.
           PERFORM 841-CLASSIFICA-MOVIMENTO.

      * SUBIU OU DESCEU PELA POSICAO DAS FAIXAS; SEGMENTO ANTERIOR
      * QUE SAIU DAS REGRAS NAO TEM COMO SER COMPARADO
       841-CLASSIFICA-MOVIMENTO.
           MOVE ZEROS TO WS-NIVEL-ANT.
           PERFORM VARYING WS-IDX-SEG FROM 1 BY 1
                   UNTIL WS-IDX-SEG > WS-CNT-SEG
               IF WS-S-NOME (WS-IDX-SEG) = WS-SEG-ANTERIOR
                   SET WS-NIVEL-ANT TO WS-IDX-SEG
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-SEG-ANTERIOR = SPACES
                   MOVE 'NOVO' TO WS-MOVIMENTO
                   ADD 1 TO WS-CT-NOVOS
                   ADD 1 TO WS-S-NOVOS (WS-NIVEL-NOVO)
               WHEN WS-NIVEL-ANT = ZEROS
                   MOVE 'RECLASSIF.' TO WS-MOVIMENTO
                   ADD 1 TO WS-CT-RECLASSIF
               WHEN WS-NIVEL-NOVO > WS-NIVEL-ANT
                   MOVE 'SUBIU' TO WS-MOVIMENTO
                   ADD 1 TO WS-CT-SUBIRAM
                   ADD 1 TO WS-S-SUBIRAM (WS-NIVEL-NOVO)
               WHEN WS-NIVEL-NOVO < WS-NIVEL-ANT
                   MOVE 'DESCEU' TO WS-MOVIMENTO
                   ADD 1 TO WS-CT-DESCERAM
                   ADD 1 TO WS-S-DESCERAM (WS-NIVEL-NOVO)
               WHEN OTHER
                   MOVE 'MANTEVE' TO WS-MOVIMENTO
                   ADD 1 TO WS-CT-MANTIDOS
           END-EVALUATE.

       85-LINHA-MOVIMENTO.
           MOVE CLIENTES-FONE TO WS-LC-FONE.
           MOVE CLIENTES-NAME TO WS-LC-NOME.
           MOVE WS-SEG-ANTERIOR TO WS-LC-ANTERIOR.
           MOVE WS-SEGMENTO TO WS-LC-ATUAL.
           MOVE WS-MOVIMENTO TO WS-LC-MOVIMENTO.
           MOVE WS-SALDO-MEDIO TO WS-LC-SALDO.
           MOVE WS-CONTRIBUICAO TO WS-LC-CONTRIB.
           WRITE REG-RELAT FROM WS-LINHA-CLIENTE.

       86-RESUMO-SEGMENTOS.
           MOVE ALL '-' TO REG-RELAT.
           WRITE REG-RELAT.
           WRITE REG-RELAT FROM WS-LINHA-CABEC-RESUMO.
           PERFORM VARYING WS-IDX-SEG FROM 1 BY 1
                   UNTIL WS-IDX-SEG > WS-CNT-SEG
               MOVE WS-S-NOME (WS-IDX-SEG) TO WS-LS-NOME
               MOVE WS-S-MINIMO (WS-IDX-SEG) TO WS-LS-MINIMO
               MOVE WS-S-CLIENTES (WS-IDX-SEG) TO WS-LS-CLIENTES
               MOVE WS-S-SUBIRAM (WS-IDX-SEG) TO WS-LS-SUBIRAM
               MOVE WS-S-DESCERAM (WS-IDX-SEG) TO WS-LS-DESCERAM
               MOVE WS-S-NOVOS (WS-IDX-SEG) TO WS-LS-NOVOS
               WRITE REG-RELAT FROM WS-LINHA-SEGMENTO
           END-PERFORM.
           MOVE ALL '-' TO REG-RELAT.
           WRITE REG-RELAT.
           MOVE WS-CT-CLIENTES TO WS-LTT-CLIENTES.
           MOVE WS-CT-SUBIRAM TO WS-LTT-SUBIRAM.
           MOVE WS-CT-DESCERAM TO WS-LTT-DESCERAM.
           MOVE WS-CT-NOVOS TO WS-LTT-NOVOS.
           MOVE WS-CT-MANTIDOS TO WS-LTT-MANTIDOS.
           WRITE REG-RELAT FROM WS-LINHA-TOTAL.

       9-FINALIZA.
           DISPLAY 'LANCAMENTOS DA COMPETENCIA: ' WS-CT-LANC.
           DISPLAY 'LANCAMENTOS ESTORNADOS....: ' WS-CT-ESTORNADOS.
           DISPLAY 'PARCELAS COM JUROS........: ' WS-CT-PARCELAS.
           DISPLAY 'OPERACOES EM ATM..........: ' WS-CT-ATM.
           DISPLAY 'CLIENTES SEGMENTADOS......: ' WS-CT-CLIENTES.
           DISPLAY 'SUBIRAM DE SEGMENTO.......: ' WS-CT-SUBIRAM.
           DISPLAY 'DESCERAM DE SEGMENTO......: ' WS-CT-DESCERAM.
           DISPLAY 'NOVOS NA SEGMENTACAO......: ' WS-CT-NOVOS.
           DISPLAY 'RECLASSIFICADOS...........: ' WS-CT-RECLASSIF.
           DISPLAY 'MANTIDOS NO SEGMENTO......: ' WS-CT-MANTIDOS.
           CLOSE CLIENTES.
      *================================================================*
