      ******************************************************************
      * Author:
      * Date:
      * Purpose: Recuperacao para frente do CONTAS.DAT. A recarga da
      *  imagem (RECARREGA-MASTER) devolve o arquivo como estava na
      *  ultima descarga; o que entrou depois - Trans-Banc, caixa
      *  eletronico, batidas do dia - se perde. Este utilitario
      *  recarrega a geracao escolhida no catalogo do
      *  DESCARREGA-MASTERS e reaplica, na ordem em que foram
      *  gravados, todos os lancamentos do TRANS-LOG posteriores a
      *  imagem: pela sequencia da NUMERA-LOG carimbada no HDR da
      *  imagem e, para linha ou imagem sem sequencia, pela data e
      *  hora. Conta aberta depois da imagem (sem registro nela) e
      *  criada com saldo zero no primeiro lancamento, como no
      *  Trans-Banc. Lancamento que nao pode ser aplicado sai no
      *  relatorio. A prova final confere o saldo de cada conta com
      *  o saldo da ultima linha dela no TRANS-LOG; lancamento
      *  rejeitado ou saldo divergente termina com RETURN-CODE 8 e o
      *  aviso para nao colocar o arquivo em producao.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECUPERA-CONTAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CONTAS ASSIGN TO WS-ARQ-CONTAS
                 ORGANIZATION INDEXED
                 ACCESS MODE IS DYNAMIC
                 FILE STATUS IS WS-FS-CONTAS
                 RECORD KEY CONTA-NUMERO.

               SELECT IMAGEM ASSIGN TO WS-ARQ-IMAGEM
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FS-IMAGEM.

               SELECT OPTIONAL BACKUP-CATALOGO ASSIGN TO
                   WS-ARQ-CATALOGO
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FS-CATALOGO.

               SELECT TRANS-LOG ASSIGN TO WS-ARQ-LOG
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FS-LOG.

               SELECT RELATORIO-RECUP ASSIGN TO WS-ARQ-RELAT
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FS-RELAT.

       DATA DIVISION.
       FILE SECTION.
       FD CONTAS.
       COPY CONTAREG.

       FD IMAGEM.
       01 REG-IMAGEM           PIC X(200).

      * CATALOGO DE GERACOES DO DESCARREGA-MASTERS
       FD BACKUP-CATALOGO.
       01 REG-CATALOGO         PIC X(110).

       FD TRANS-LOG.
       01 REG-LOG              PIC X(120).

       FD RELATORIO-RECUP.
       01 REG-RELAT            PIC X(100).

       WORKING-STORAGE SECTION.
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      *  EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG); SEM
      *  ENTRADA NA CONFIGURACAO VALE O CAMINHO PADRAO DE PRODUCAO
       01 WS-CAMINHOS.
           05 WS-ARQ-CONTAS        PIC X(80) VALUE
               'C:\COBOL\CONTAS.DAT'.
           05 WS-ARQ-IMAGEM        PIC X(80) VALUE SPACES.
           05 WS-ARQ-CATALOGO      PIC X(80) VALUE
               'C:\backup\backup-catalogo.txt'.
           05 WS-ARQ-LOG           PIC X(80) VALUE
               'C:\COBOL\TRANS-LOG.TXT'.
           05 WS-ARQ-RELAT         PIC X(80) VALUE
               'C:\COBOL\recupera-contas.txt'.

       01 WS-CFG-CHAMADA.
           05 WS-CFG-LOGICO        PIC X(20).
           05 WS-CFG-CAMINHO       PIC X(80).
           05 WS-CFG-ACHOU         PIC X(01).

       01 WS-STATUS.
           05 WS-FS-CONTAS         PIC 9(02).
           05 WS-FS-IMAGEM         PIC 9(02).
           05 WS-FS-CATALOGO       PIC 9(02).
           05 WS-FS-LOG            PIC 9(02).
           05 WS-FS-RELAT          PIC 9(02).

      * ESCOLHA DE GERACAO NO CATALOGO
       01 WS-GERACAO.
           05 WS-DATA-PEDIDA       PIC 9(08) VALUE ZEROS.
           05 WS-EOF-CAT           PIC X(01) VALUE 'N'.
           05 WS-ACHOU-GERACAO     PIC X(01) VALUE 'N'.

       01 WS-LINHA-CATALOGO.
           05 WS-CAT-DATA          PIC 9(08).
           05 FILLER               PIC X(01).
           05 WS-CAT-MESTRE        PIC X(12).
           05 FILLER               PIC X(01).
           05 WS-CAT-CAMINHO       PIC X(70).
           05 FILLER               PIC X(01).
           05 WS-CAT-QTD           PIC 9(07).
           05 FILLER               PIC X(01).
           05 WS-CAT-STATUS        PIC X(08).

       01 AUX.
           05 WS-EOF               PIC X(01) VALUE 'N'.
           05 WS-CT-GRAVADOS       PIC 9(07) VALUE ZEROS.
           05 WS-TRL-VISTO         PIC X(01) VALUE 'N'.
           05 WS-CARGA-OK          PIC X(01) VALUE 'S'.
           05 WS-CT-LIDOS          PIC 9(07) VALUE ZEROS.
           05 WS-CT-ANTERIORES     PIC 9(07) VALUE ZEROS.
           05 WS-CT-APLICADOS      PIC 9(07) VALUE ZEROS.
           05 WS-CT-REJEITADOS     PIC 9(07) VALUE ZEROS.
           05 WS-CT-PROVADAS       PIC 9(05) VALUE ZEROS.
           05 WS-CT-DIVERGENTES    PIC 9(05) VALUE ZEROS.
           05 WS-CT-CRIADAS        PIC 9(05) VALUE ZEROS.
           05 WS-POSTERIOR         PIC X(01) VALUE 'N'.
           05 WS-REJEITA           PIC X(01) VALUE 'N'.
           05 WS-MOTIVO            PIC X(40) VALUE SPACES.
           05 WS-SALDO-ARQUIVO     PIC S9(09)V99 VALUE ZEROS.

      * PONTO DE PARTIDA DA IMAGEM (HDR DO DESCARREGA-MASTERS); IMAGEM
      *  ANTIGA, SEM HORA NEM SEQUENCIA, FICA COM OS DOIS ZERADOS
       01 WS-PARTIDA.
           05 WS-PART-DATA         PIC 9(08) VALUE ZEROS.
           05 WS-PART-HORA         PIC 9(06) VALUE ZEROS.
           05 WS-PART-SEQ          PIC 9(09) VALUE ZEROS.

      * O PAYLOAD COMPORTA O MAIOR REGISTRO MESTRE (CLIENTES COM O
      * BLOCO DE ENDERECO)
       01 WS-LINHA-IMG.
           05 WS-IMG-TIPO          PIC X(03).
           05 WS-IMG-PAYLOAD       PIC X(197).
       01 WS-IMG-HDR REDEFINES WS-LINHA-IMG.
           05 FILLER               PIC X(03).
           05 WS-HDR-DATA          PIC 9(08).
           05 FILLER               PIC X(01).
           05 WS-HDR-NOME          PIC X(20).
           05 FILLER               PIC X(01).
           05 WS-HDR-HORA          PIC 9(06).
           05 FILLER               PIC X(01).
           05 WS-HDR-ULT-SEQ       PIC 9(09).
           05 FILLER               PIC X(151).
       01 WS-IMG-TRL REDEFINES WS-LINHA-IMG.
           05 FILLER               PIC X(03).
           05 WS-TRL-QTD           PIC 9(07).
           05 FILLER               PIC X(190).
      * CONTA DESCARREGADA ANTES DO SALDO COM CENTAVOS E SINAL
      * (NUMERO + SALDO INTEIRO); NO LEIAUTE NOVO A POSICAO 6 DO
      * PAYLOAD E O SINAL DO SALDO
       01 WS-IMG-CONTA-ANTIGA REDEFINES WS-LINHA-IMG.
           05 FILLER               PIC X(03).
           05 WS-ANT-NUMERO        PIC 9(05).
           05 WS-ANT-SALDO         PIC 9(07).
           05 FILLER               PIC X(185).

      * LANCAMENTO DECOMPOSTO PELA SUB-ROTINA LE-LINHA-LOG, QUE LE
      * OS DOIS LEIAUTES DO LOG E CLASSIFICA A NATUREZA
       COPY TLOGCAM.

      * SALDO DA ULTIMA LINHA DE CADA CONTA NO TRANS-LOG, A PROVA DA
      *  RECUPERACAO
       01 WS-TAB-PROVA.
           05 WS-CNT-PROVA         PIC 9(04) VALUE ZEROS.
           05 WS-PROVA-ITEM OCCURS 3000 TIMES
                              INDEXED BY WS-IDX-PRV.
               10 WS-P-CONTA       PIC 9(05).
               10 WS-P-SALDO       PIC S9(09)V99.
       01 WS-ACHOU-CONTA           PIC X(01) VALUE 'N'.

       01 WS-LINHA-REJEITO.
           05 FILLER               PIC X(11) VALUE 'REJEITADO: '.
           05 WS-RJ-SEQ            PIC Z(08)9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-RJ-CONTA          PIC 9(05).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-RJ-TIPO           PIC X(12).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-RJ-VALOR          PIC -ZZZZZZZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-RJ-MOTIVO         PIC X(40).

       01 WS-LINHA-DIVERGE.
           05 FILLER               PIC X(07) VALUE 'CONTA: '.
           05 WS-DG-CONTA          PIC 9(05).
           05 FILLER               PIC X(12) VALUE ' RECUPERADO:'.
           05 WS-DG-ARQUIVO        PIC -ZZZZZZZZ9.99.
           05 FILLER               PIC X(15) VALUE ' ULTIMO NO LOG:'.
           05 WS-DG-LOG            PIC -ZZZZZZZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DG-NOTA           PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0005-RESOLVE-CAMINHOS.
           PERFORM 0060-ESCOLHE-GERACAO.
           PERFORM 0100-ABRE-IMAGEM.
           PERFORM 0150-RECARREGA-IMAGEM.
           PERFORM 0200-REAPLICA-LOG.
           PERFORM 0400-PROVA-SALDOS.
           PERFORM 0500-FINALIZA.
           STOP RUN.

      * RESOLVE O CAMINHO DE CADA ARQUIVO PELO NOME LOGICO NA
      *  CONFIGURACAO EXTERNA, ANTES DE QUALQUER OPEN
       0005-RESOLVE-CAMINHOS.
           MOVE 'CONTAS-DAT' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-CONTAS
           END-IF.
           MOVE 'CATALOGO-BACKUP' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-CATALOGO
           END-IF.
           MOVE 'TRANS-LOG' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-LOG
           END-IF.
           MOVE 'RECUPERA-CONTAS' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-RELAT
           END-IF.

       0006-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.

      *----------------------------------------------------------------*
      * LISTA AS GERACOES DE CONTAS NO CATALOGO E DEIXA O OPERADOR
      * ESCOLHER A DATA (0 = A ATIVA MAIS RECENTE), COMO NA RECARGA;
      * SEM CATALOGO NAO HA PONTO DE PARTIDA CONHECIDO
      *----------------------------------------------------------------*
       0060-ESCOLHE-GERACAO.
           OPEN INPUT BACKUP-CATALOGO.
           IF WS-FS-CATALOGO NOT = 00
               DISPLAY 'SEM CATALOGO DE GERACOES - RECUPERACAO '
                   'RECUSADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'GERACOES DE CONTAS NO CATALOGO:'.
           PERFORM 0065-LISTA-GERACOES UNTIL WS-EOF-CAT = 'S'.
           CLOSE BACKUP-CATALOGO.
           DISPLAY 'DATA DA GERACAO (0 = ATIVA MAIS RECENTE): '.
           ACCEPT WS-DATA-PEDIDA.
           MOVE 'N' TO WS-EOF-CAT.
           OPEN INPUT BACKUP-CATALOGO.
           PERFORM 0070-LOCALIZA-GERACAO UNTIL WS-EOF-CAT = 'S'.
           CLOSE BACKUP-CATALOGO.
           IF WS-ACHOU-GERACAO = 'N'
               DISPLAY 'GERACAO NAO ENCONTRADA NO CATALOGO - '
                   'RECUPERACAO RECUSADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       0065-LISTA-GERACOES.
           READ BACKUP-CATALOGO INTO WS-LINHA-CATALOGO
               AT END MOVE 'S' TO WS-EOF-CAT
               NOT AT END
                   IF WS-CAT-MESTRE = 'CONTAS'
                       DISPLAY '  ' WS-CAT-DATA ' '
                           WS-CAT-QTD ' REGISTROS '
                           WS-CAT-STATUS
                   END-IF
           END-READ.

      * COM DATA ZERO A ULTIMA GERACAO ATIVA LIDA VENCE (O CATALOGO
      *  E CRONOLOGICO); COM DATA INFORMADA SO ELA SERVE
       0070-LOCALIZA-GERACAO.
           READ BACKUP-CATALOGO INTO WS-LINHA-CATALOGO
               AT END MOVE 'S' TO WS-EOF-CAT
               NOT AT END
                   IF WS-CAT-MESTRE = 'CONTAS'
                       IF WS-DATA-PEDIDA = ZEROS
                           IF WS-CAT-STATUS (1:5) = 'ATIVA'
                               MOVE WS-CAT-CAMINHO TO WS-ARQ-IMAGEM
                               MOVE 'S' TO WS-ACHOU-GERACAO
                           END-IF
                       ELSE
                           IF WS-CAT-DATA = WS-DATA-PEDIDA
                               MOVE WS-CAT-CAMINHO TO WS-ARQ-IMAGEM
                               MOVE 'S' TO WS-ACHOU-GERACAO
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      * O HDR PRECISA SER DE UMA IMAGEM DE CONTAS; DELE SAI O PONTO
      *  DE PARTIDA DA REAPLICACAO
       0100-ABRE-IMAGEM.
           OPEN INPUT IMAGEM.
           IF WS-FS-IMAGEM NOT = 00
               DISPLAY 'IMAGEM NAO ENCONTRADA: ' WS-ARQ-IMAGEM
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ IMAGEM INTO WS-LINHA-IMG
               AT END MOVE 'S' TO WS-EOF
           END-READ.
           IF WS-EOF = 'S' OR WS-IMG-TIPO NOT = 'HDR'
              OR WS-HDR-NOME NOT = 'CONTAS'
               DISPLAY 'IMAGEM SEM HDR DE CONTAS - RECUPERACAO '
                   'RECUSADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-HDR-DATA TO WS-PART-DATA.
           IF WS-HDR-HORA IS NUMERIC
               MOVE WS-HDR-HORA TO WS-PART-HORA
           END-IF.
           IF WS-HDR-ULT-SEQ IS NUMERIC
               MOVE WS-HDR-ULT-SEQ TO WS-PART-SEQ
           END-IF.
           DISPLAY 'IMAGEM DE ' WS-PART-DATA ' ' WS-PART-HORA
               ' - ULTIMA SEQUENCIA DO LOG ' WS-PART-SEQ.

      *----------------------------------------------------------------*
      * RECARGA DA IMAGEM, COM A MESMA PROVA DO RECARREGA-MASTER
      * (CONTAGEM DO TRL E CHAVES SEM REPETICAO); IMAGEM QUE NAO
      * FECHA NAO SERVE DE PONTO DE PARTIDA
      *----------------------------------------------------------------*
       0150-RECARREGA-IMAGEM.
           OPEN OUTPUT CONTAS.
           IF WS-FS-CONTAS NOT = 00
               DISPLAY 'ERRO AO ABRIR O CONTAS.DAT DE SAIDA: '
                   WS-FS-CONTAS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0160-LE-IMAGEM UNTIL WS-EOF = 'S'.
           CLOSE IMAGEM.
           CLOSE CONTAS.
           IF WS-TRL-VISTO = 'N'
               DISPLAY 'IMAGEM SEM REGISTRO TRL'
               MOVE 'N' TO WS-CARGA-OK
           ELSE
               IF WS-TRL-QTD NOT = WS-CT-GRAVADOS
                   DISPLAY 'CONTAGEM NAO FECHA: GRAVADOS '
                       WS-CT-GRAVADOS ' X TRL ' WS-TRL-QTD
                   MOVE 'N' TO WS-CARGA-OK
               END-IF
           END-IF.
           IF WS-CARGA-OK = 'N'
               DISPLAY 'RECARGA DA IMAGEM COM DIVERGENCIA - '
                   'RECUPERACAO INTERROMPIDA, NAO COLOCAR O ARQUIVO '
                   'EM PRODUCAO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'IMAGEM RECARREGADA: ' WS-CT-GRAVADOS ' CONTAS'.

       0160-LE-IMAGEM.
           READ IMAGEM INTO WS-LINHA-IMG
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   EVALUATE WS-IMG-TIPO
                   WHEN 'REG'
                       PERFORM 0170-GRAVA-CONTA
                   WHEN 'TRL'
                       MOVE 'S' TO WS-TRL-VISTO
                   WHEN OTHER
                       DISPLAY 'LINHA INVALIDA NA IMAGEM - IGNORADA'
                   END-EVALUATE
           END-READ.

       0170-GRAVA-CONTA.
           IF WS-IMG-PAYLOAD (6:1) = '+' OR '-'
               MOVE WS-IMG-PAYLOAD (1:17) TO CONTAS-REG
           ELSE
               MOVE WS-ANT-NUMERO TO CONTA-NUMERO
               MOVE WS-ANT-SALDO TO CONTA-SALDO
           END-IF.
           WRITE CONTAS-REG
               INVALID KEY
                   DISPLAY 'CHAVE DUPLICADA OU FORA DE ORDEM NA '
                       'IMAGEM: ' CONTA-NUMERO
                   MOVE 'N' TO WS-CARGA-OK
               NOT INVALID KEY
                   ADD 1 TO WS-CT-GRAVADOS
           END-WRITE.

      *----------------------------------------------------------------*
      * REAPLICA O TRANS-LOG NA ORDEM DE GRAVACAO. TODA LINHA ALIMENTA
      * A PROVA; SO A POSTERIOR A IMAGEM MEXE NO SALDO
      *----------------------------------------------------------------*
       0200-REAPLICA-LOG.
           OPEN I-O CONTAS.
           OPEN OUTPUT RELATORIO-RECUP.
           MOVE 'RECUPERACAO PARA FRENTE DO CONTAS.DAT' TO REG-RELAT.
           WRITE REG-RELAT.
           MOVE SPACES TO REG-RELAT.
           STRING 'IMAGEM DE ' WS-PART-DATA ' ' WS-PART-HORA
                  ' - ULTIMA SEQUENCIA ' WS-PART-SEQ
               DELIMITED BY SIZE INTO REG-RELAT
           END-STRING.
           WRITE REG-RELAT.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT TRANS-LOG.
           IF WS-FS-LOG NOT = 00
               DISPLAY 'TRANS-LOG VAZIO OU INEXISTENTE - NADA A '
                   'REAPLICAR'
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM 0210-LE-LANCAMENTO UNTIL WS-EOF = 'S'.
           CLOSE TRANS-LOG.

       0210-LE-LANCAMENTO.
           READ TRANS-LOG
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-CT-LIDOS
                   CALL 'LE-LINHA-LOG' USING REG-LOG TLG-CAMPOS
                   PERFORM 0250-GUARDA-ULTIMO-SALDO
                   PERFORM 0220-CONFERE-POSTERIOR
                   IF WS-POSTERIOR = 'S'
                       PERFORM 0230-APLICA-LANCAMENTO
                   ELSE
                       ADD 1 TO WS-CT-ANTERIORES
                   END-IF
           END-READ.

      * LINHA E IMAGEM NUMERADAS: VALE A SEQUENCIA. SEM SEQUENCIA
      *  DE UM DOS LADOS VALE A DATA E, NO DIA DA IMAGEM, A HORA
       0220-CONFERE-POSTERIOR.
           MOVE 'N' TO WS-POSTERIOR.
           IF WS-PART-SEQ > ZEROS AND TLG-SEQ > ZEROS
               IF TLG-SEQ > WS-PART-SEQ
                   MOVE 'S' TO WS-POSTERIOR
               END-IF
           ELSE
               IF TLG-DATA > WS-PART-DATA
                   MOVE 'S' TO WS-POSTERIOR
               END-IF
               IF TLG-DATA = WS-PART-DATA
                  AND WS-PART-HORA > ZEROS
                  AND TLG-HORA > WS-PART-HORA
                   MOVE 'S' TO WS-POSTERIOR
               END-IF
           END-IF.

      * O TRANSPORTE DO FECHAMENTO MENSAL POSICIONA O SALDO; CREDITO
      *  SOMA E DEBITO SUBTRAI, COMO NA VERIFICA-SALDOS
       0230-APLICA-LANCAMENTO.
           MOVE 'N' TO WS-REJEITA.
           MOVE TLG-CONTA TO CONTA-NUMERO.
           READ CONTAS
               INVALID KEY
                   PERFORM 0235-CRIA-CONTA
           END-READ.
           IF WS-REJEITA = 'N'
               EVALUATE TRUE
               WHEN TLG-TRANSPORTE
                   MOVE TLG-SALDO TO CONTA-SALDO
               WHEN TLG-CREDITO
                   ADD TLG-VALOR TO CONTA-SALDO
                       ON SIZE ERROR
                           MOVE 'S' TO WS-REJEITA
                           MOVE 'SALDO ESTOURA O CAMPO' TO WS-MOTIVO
                   END-ADD
               WHEN OTHER
                   SUBTRACT TLG-VALOR FROM CONTA-SALDO
                       ON SIZE ERROR
                           MOVE 'S' TO WS-REJEITA
                           MOVE 'SALDO ESTOURA O CAMPO' TO WS-MOTIVO
                   END-SUBTRACT
               END-EVALUATE
           END-IF.
           IF WS-REJEITA = 'N'
               REWRITE CONTAS-REG
                   INVALID KEY
                       MOVE 'S' TO WS-REJEITA
                       MOVE 'ERRO NA REGRAVACAO DA CONTA' TO WS-MOTIVO
               END-REWRITE
           END-IF.
           IF WS-REJEITA = 'S'
               ADD 1 TO WS-CT-REJEITADOS
               MOVE TLG-SEQ TO WS-RJ-SEQ
               MOVE TLG-CONTA TO WS-RJ-CONTA
               MOVE TLG-TIPO TO WS-RJ-TIPO
               MOVE TLG-VALOR TO WS-RJ-VALOR
               MOVE WS-MOTIVO TO WS-RJ-MOTIVO
               WRITE REG-RELAT FROM WS-LINHA-REJEITO
               DISPLAY WS-LINHA-REJEITO
           ELSE
               ADD 1 TO WS-CT-APLICADOS
           END-IF.

      * CONTA ABERTA DEPOIS DA IMAGEM NAO TEM REGISTRO NELA; NASCE
      *  COM SALDO ZERO E RECEBE O LANCAMENTO, COMO NO TRANS-BANC E
      *  NO MANTEM-CONTAS
       0235-CRIA-CONTA.
           INITIALIZE CONTAS-REG.
           MOVE TLG-CONTA TO CONTA-NUMERO.
           MOVE ZEROS TO CONTA-SALDO.
           WRITE CONTAS-REG
               INVALID KEY
                   MOVE 'S' TO WS-REJEITA
                   MOVE 'ERRO NA CRIACAO DA CONTA' TO WS-MOTIVO
               NOT INVALID KEY
                   ADD 1 TO WS-CT-CRIADAS
           END-WRITE.

       0250-GUARDA-ULTIMO-SALDO.
           MOVE 'N' TO WS-ACHOU-CONTA.
           SET WS-IDX-PRV TO 1.
           SEARCH WS-PROVA-ITEM
               AT END CONTINUE
               WHEN WS-IDX-PRV > WS-CNT-PROVA
                   CONTINUE
               WHEN WS-P-CONTA (WS-IDX-PRV) = TLG-CONTA
                   MOVE 'S' TO WS-ACHOU-CONTA
           END-SEARCH.
           IF WS-ACHOU-CONTA = 'N'
               IF WS-CNT-PROVA < 3000
                   ADD 1 TO WS-CNT-PROVA
                   SET WS-IDX-PRV TO WS-CNT-PROVA
                   MOVE TLG-CONTA TO WS-P-CONTA (WS-IDX-PRV)
                   MOVE 'S' TO WS-ACHOU-CONTA
               ELSE
                   DISPLAY 'TABELA DA PROVA CHEIA - CONTA '
                       TLG-CONTA ' FICARIA SEM PROVA'
                   DISPLAY 'RECUPERACAO ABORTADA POR FALTA DE '
                       'CAPACIDADE - NAO COLOCAR O ARQUIVO EM '
                       'PRODUCAO'
                   MOVE 12 TO RETURN-CODE
                   CLOSE TRANS-LOG
                   CLOSE CONTAS
                   CLOSE RELATORIO-RECUP
                   STOP RUN
               END-IF
           END-IF.
           MOVE TLG-SALDO TO WS-P-SALDO (WS-IDX-PRV).

      *----------------------------------------------------------------*
      * PROVA: O SALDO RECUPERADO DE CADA CONTA DO LOG TEM DE SER O
      * SALDO DA ULTIMA LINHA DELA NO TRANS-LOG
      *----------------------------------------------------------------*
       0400-PROVA-SALDOS.
           PERFORM 0410-PROVA-CONTA
               VARYING WS-IDX-PRV FROM 1 BY 1
               UNTIL WS-IDX-PRV > WS-CNT-PROVA.

       0410-PROVA-CONTA.
           MOVE SPACES TO WS-DG-NOTA.
           MOVE WS-P-CONTA (WS-IDX-PRV) TO CONTA-NUMERO.
           READ CONTAS
               INVALID KEY
                   MOVE ZEROS TO WS-SALDO-ARQUIVO
                   MOVE 'AUSENTE DO ARQUIVO' TO WS-DG-NOTA
               NOT INVALID KEY
                   MOVE CONTA-SALDO TO WS-SALDO-ARQUIVO
           END-READ.
           IF WS-DG-NOTA = SPACES
              AND WS-SALDO-ARQUIVO = WS-P-SALDO (WS-IDX-PRV)
               ADD 1 TO WS-CT-PROVADAS
           ELSE
               ADD 1 TO WS-CT-DIVERGENTES
               MOVE WS-P-CONTA (WS-IDX-PRV) TO WS-DG-CONTA
               MOVE WS-SALDO-ARQUIVO TO WS-DG-ARQUIVO
               MOVE WS-P-SALDO (WS-IDX-PRV) TO WS-DG-LOG
               WRITE REG-RELAT FROM WS-LINHA-DIVERGE
               DISPLAY WS-LINHA-DIVERGE
           END-IF.

       0500-FINALIZA.
           CLOSE CONTAS.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT.
           MOVE SPACES TO REG-RELAT.
           STRING 'LINHAS DO LOG: ' WS-CT-LIDOS
                  '  ANTERIORES A IMAGEM: ' WS-CT-ANTERIORES
                  '  REAPLICADAS: ' WS-CT-APLICADOS
                  '  REJEITADAS: ' WS-CT-REJEITADOS
               DELIMITED BY SIZE INTO REG-RELAT
           END-STRING.
           WRITE REG-RELAT.
           DISPLAY REG-RELAT.
           MOVE SPACES TO REG-RELAT.
           STRING 'CONTAS PROVADAS: ' WS-CT-PROVADAS
                  '  DIVERGENTES: ' WS-CT-DIVERGENTES
                  '  CRIADAS APOS A IMAGEM: ' WS-CT-CRIADAS
               DELIMITED BY SIZE INTO REG-RELAT
           END-STRING.
           WRITE REG-RELAT.
           DISPLAY REG-RELAT.
           MOVE SPACES TO REG-RELAT.
           IF WS-CT-REJEITADOS = ZEROS AND WS-CT-DIVERGENTES = ZEROS
               STRING 'RECUPERACAO PROVADA - CONTAS.DAT LIBERADO '
                      'PARA PRODUCAO'
                   DELIMITED BY SIZE INTO REG-RELAT
               END-STRING
           ELSE
               MOVE 8 TO RETURN-CODE
               STRING 'RECUPERACAO COM DIVERGENCIA - NAO COLOCAR O '
                      'ARQUIVO EM PRODUCAO'
                   DELIMITED BY SIZE INTO REG-RELAT
               END-STRING
           END-IF.
           WRITE REG-RELAT.
           DISPLAY REG-RELAT.
           CLOSE RELATORIO-RECUP.

       END PROGRAM RECUPERA-CONTAS.
