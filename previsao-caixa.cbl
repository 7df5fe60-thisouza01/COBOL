      *================================================================*
      * Author:
      * Date:
      * Purpose: Previsao de demanda de numerario dos caixas
      *  eletronicos da rede e ordem de reabastecimento unica para a
      *  transportadora, terminal a terminal. Varre o
      *  diario ATM-JOURNAL.TXT, toma os saques aprovados dos mesmos
      *  dias da semana do dia seguinte nas ultimas N semanas
      *  (parametro SEMANAS-PREV do ATM-LIMITES.TXT, padrao 4),
      *  notas por denominacao. A projecao e comparada com a posicao
      *  carregada em ATM-CASSETES.DAT: a ordem de reabastecimento
      *  lista o que falta por denominacao e marca SECARA em cassete
      *  projetado para esvaziar. Cada saque e decomposto nas notas
      *  do proprio terminal (linha antiga sem terminal e do AT01) e
      *  a media e tirada pelos dias observados de cada terminal; a
      *  ordem traz um bloco por terminal com o local do cadastro
      *  ATM-TERMINAIS.DAT e fecha com o total da rede por
      *  denominacao. Terminal desativado no cadastro fica fora.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-CASSETES
             RECORD KEY CAS-CHAVE.

           SELECT ATM-TERMINAIS ASSIGN TO WS-ARQ-TERMINAIS
             ORGANIZATION INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS WS-FS-TERMINAIS
             RECORD KEY TRM-ID.

           SELECT OPTIONAL ATM-LIMITES ASSIGN TO WS-ARQ-LIMITES
             ORGANIZATION IS LINE SEQUENTIAL
      *----------------------------------------------------------------*
       FILE SECTION.
       FD ATM-JOURNAL.
       01 REG-JOURNAL           PIC X(80).

       FD ATM-CASSETES.
       COPY CASSREG.

       FD ATM-TERMINAIS.
       COPY ATMTERM.

       FD ATM-LIMITES.
       01 REG-LIMITE            PIC X(40).
           'C:\COBOL\ATM-LIMITES.TXT'.
       01 WS-ARQ-ORDEM       PIC X(80) VALUE
           'C:\COBOL\ORDEM-REABASTECIMENTO.TXT'.
       01 WS-ARQ-TERMINAIS   PIC X(80) VALUE
           'C:\COBOL\ATM-TERMINAIS.DAT'.
       01 WS-CFG-LOGICO      PIC X(20).
       01 WS-CFG-CAMINHO     PIC X(80).
       01 WS-CFG-ACHOU       PIC X(01).
       01 WS-FS-CASSETES     PIC 9(02).
       01 WS-FS-LIMITES      PIC 9(02).
       01 WS-FS-ORDEM        PIC 9(02).
       01 WS-FS-TERMINAIS    PIC 9(02).

       01 WS-CONTROLE.
           05 WS-EOF           PIC X(01) VALUE 'N'.
           05 WS-VALOR-SAQUE   PIC 9(07) VALUE ZEROS.
           05 WS-RESTO         PIC 9(07) VALUE ZEROS.
           05 WS-NOTAS         PIC 9(05) VALUE ZEROS.
           05 WS-CT-SECARA     PIC 9(02) VALUE ZEROS.
           05 WS-TRM-ATUAL     PIC X(04) VALUE SPACES.
           05 WS-TRM-PROCURA   PIC X(04) VALUE SPACES.
           05 WS-TRM-ACHOU     PIC X(01) VALUE 'N'.
           05 WS-IDX-ACHADO    PIC 9(02) VALUE ZEROS.
           05 WS-IDX-REDE      PIC 9(02) VALUE ZEROS.
           05 WS-IDX-DESLOCA   PIC 9(02) VALUE ZEROS.
           05 WS-PEDIR         PIC 9(05) VALUE ZEROS.

      * TERMINAL DAS LINHAS ANTIGAS DO DIARIO, SEM TERMINAL: O CAIXA
      * UNICO DE ANTES DA REDE
       01 WS-TERMINAL-PADRAO PIC X(04) VALUE 'AT01'.

       01 WS-LIM-CAMPOS.
           03 WS-LIM-NOME    PIC X(14).
           03 WS-JR-SALDO-TX   PIC X(10).
           03 FILLER           PIC X(01).
           03 WS-JR-RESULTADO  PIC X(08).
           03 FILLER           PIC X(01).
           03 WS-JR-TERMINAL   PIC X(04).

      * TERMINAIS COM CASSETE: FAIXA DOS SEUS CASSETES NA TABELA
      * ABAIXO, LOCAL E SITUACAO DO CADASTRO E DIAS OBSERVADOS
       01 WS-TAB-TERMINAIS.
           03 WS-CNT-TERMINAIS  PIC 9(02) VALUE ZEROS.
           03 WS-TERMINAL-ITEM OCCURS 10 TIMES
                                INDEXED BY WS-IDX-TRM.
               05 WS-T-ID         PIC X(04).
               05 WS-T-LOCAL      PIC X(30).
               05 WS-T-SITUACAO   PIC X(01).
               05 WS-T-PRIM       PIC 9(02).
               05 WS-T-ULT        PIC 9(02).
               05 WS-T-CT-DIAS    PIC 9(03).
               05 WS-T-DATA-VISTA PIC 9(08).

      * CASSETES CARREGADOS (DE CADA TERMINAL JUNTOS, EM ORDEM
      * CRESCENTE DE DENOMINACAO PELA CHAVE) COM O ACUMULADO DE NOTAS
      * DA JANELA E A PROJECAO
       01 WS-TAB-CASSETES.
           03 WS-CNT-CASSETES   PIC 9(02) VALUE ZEROS.
           03 WS-CASSETE-ITEM OCCURS 60 TIMES
                                INDEXED BY WS-IDX-CAS.
               05 WS-CAS-DENOM  PIC 9(03).
               05 WS-CAS-QTD    PIC 9(05).
               05 WS-CAS-PREV   PIC 9(05).
       01 WS-IDX-VOLTA       PIC 9(02) VALUE ZEROS.

      * TOTAL DA REDE POR DENOMINACAO (ORDEM CRESCENTE)
       01 WS-TAB-REDE.
           03 WS-CNT-REDE       PIC 9(02) VALUE ZEROS.
           03 WS-REDE-ITEM OCCURS 11 TIMES.
               05 WS-R-DENOM    PIC 9(03).
               05 WS-R-PREV     PIC 9(06).
               05 WS-R-CARGA    PIC 9(06).
               05 WS-R-PEDIR    PIC 9(06).

       01 WS-LINHA-TERMINAL.
           05 FILLER           PIC X(09) VALUE 'TERMINAL '.
           05 WS-OT-TERMINAL   PIC X(04).
           05 FILLER           PIC X(03) VALUE ' - '.
           05 WS-OT-LOCAL      PIC X(30).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-OT-OBS        PIC X(33).

       01 WS-LINHA-ORDEM.
           05 WS-O-TERMINAL    PIC X(04).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 FILLER           PIC X(08) VALUE 'NOTA DE '.
           05 WS-O-DENOM       PIC ZZ9.
           05 FILLER           PIC X(11) VALUE ' PREVISTAS '.
           05 WS-O-PREV        PIC ZZZZZ9.
           05 FILLER           PIC X(11) VALUE ' CARREGADAS'.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-O-CARGA       PIC ZZZZZ9.
           05 FILLER           PIC X(07) VALUE ' PEDIR '.
           05 WS-O-PEDIR       PIC ZZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-O-ALERTA      PIC X(06).
      *================================================================*
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-ORDEM
           END-IF.
           MOVE 'ATM-TERMINAIS' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-TERMINAIS
           END-IF.

       11-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
                   END-IF
           END-READ.

      * CASSETES DE TODOS OS TERMINAIS; OS DE CADA UM VEM JUNTOS PELA
      * CHAVE E FORMAM A FAIXA DO TERMINAL NA TABELA
       3-CARREGA-CASSETES.
           OPEN INPUT ATM-CASSETES.
           IF WS-FS-CASSETES NOT = 00
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO CAS-CHAVE.
           START ATM-CASSETES KEY IS NOT LESS THAN CAS-CHAVE
               INVALID KEY MOVE 'S' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'S'
               READ ATM-CASSETES NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       PERFORM 31-GUARDA-CASSETE
               END-READ
           END-PERFORM.
           CLOSE ATM-CASSETES.
           PERFORM 32-LOCAL-TERMINAIS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT ATM-JOURNAL.
           IF WS-FS-JOURNAL NOT = 00
               MOVE 'S' TO WS-EOF
           END-IF.

       31-GUARDA-CASSETE.
           IF CAS-TERMINAL NOT = WS-TRM-ATUAL
               IF WS-CNT-TERMINAIS < 10
                   ADD 1 TO WS-CNT-TERMINAIS
                   SET WS-IDX-TRM TO WS-CNT-TERMINAIS
                   MOVE CAS-TERMINAL TO WS-T-ID (WS-IDX-TRM)
                   MOVE SPACES TO WS-T-LOCAL (WS-IDX-TRM)
                   MOVE 'A' TO WS-T-SITUACAO (WS-IDX-TRM)
                   COMPUTE WS-T-PRIM (WS-IDX-TRM) =
                       WS-CNT-CASSETES + 1
                   MOVE WS-CNT-CASSETES TO WS-T-ULT (WS-IDX-TRM)
                   MOVE ZEROS TO WS-T-CT-DIAS (WS-IDX-TRM)
                   MOVE ZEROS TO WS-T-DATA-VISTA (WS-IDX-TRM)
                   MOVE CAS-TERMINAL TO WS-TRM-ATUAL
               ELSE
                   DISPLAY 'TERMINAL ' CAS-TERMINAL
                       ' EXCEDE A TABELA - FORA DA PREVISAO'
               END-IF
           END-IF.
           IF CAS-TERMINAL = WS-TRM-ATUAL
              AND WS-CNT-CASSETES < 60
               ADD 1 TO WS-CNT-CASSETES
               SET WS-IDX-CAS TO WS-CNT-CASSETES
               MOVE CAS-DENOM TO WS-CAS-DENOM (WS-IDX-CAS)
               MOVE CAS-QTD TO WS-CAS-QTD (WS-IDX-CAS)
               MOVE ZEROS TO WS-CAS-ACUM (WS-IDX-CAS)
               MOVE ZEROS TO WS-CAS-PREV (WS-IDX-CAS)
               MOVE WS-CNT-CASSETES TO WS-T-ULT (WS-CNT-TERMINAIS)
           END-IF.

      * LOCAL E SITUACAO DE CADA TERMINAL NO CADASTRO; SEM O CADASTRO
      * TODO TERMINAL COM CASSETE ENTRA NA ORDEM
       32-LOCAL-TERMINAIS.
           OPEN INPUT ATM-TERMINAIS.
           IF WS-FS-TERMINAIS = 00
               PERFORM VARYING WS-IDX-TRM FROM 1 BY 1
                       UNTIL WS-IDX-TRM > WS-CNT-TERMINAIS
                   MOVE WS-T-ID (WS-IDX-TRM) TO TRM-ID
                   READ ATM-TERMINAIS
                       INVALID KEY
                           MOVE 'FORA DO CADASTRO' TO
                               WS-T-LOCAL (WS-IDX-TRM)
                       NOT INVALID KEY
                           MOVE TRM-LOCAL TO WS-T-LOCAL (WS-IDX-TRM)
                           MOVE TRM-SITUACAO TO
                               WS-T-SITUACAO (WS-IDX-TRM)
                   END-READ
               END-PERFORM
               CLOSE ATM-TERMINAIS
           END-IF.

       33-ACHA-TERMINAL.
           MOVE 'N' TO WS-TRM-ACHOU.
           IF WS-TRM-PROCURA = SPACES
               MOVE WS-TERMINAL-PADRAO TO WS-TRM-PROCURA
           END-IF.
           PERFORM VARYING WS-IDX-TRM FROM 1 BY 1
                   UNTIL WS-IDX-TRM > WS-CNT-TERMINAIS
                      OR WS-TRM-ACHOU = 'S'
               IF WS-T-ID (WS-IDX-TRM) = WS-TRM-PROCURA
                   MOVE 'S' TO WS-TRM-ACHOU
                   SET WS-IDX-ACHADO TO WS-IDX-TRM
               END-IF
           END-PERFORM.
           IF WS-TRM-ACHOU = 'S'
               SET WS-IDX-TRM TO WS-IDX-ACHADO
           END-IF.

      *----------------------------------------------------------------*
      * SO OS SAQUES APROVADOS DO MESMO DIA DA SEMANA DO ALVO, DENTRO
      * DA JANELA DE N SEMANAS, ENTRAM NA MEDIA; CADA VALOR E
      * DECOMPOSTO NAS DENOMINACOES DO PROPRIO TERMINAL COMO A
      * DISPENSA FAZ
      *----------------------------------------------------------------*
       4-VARRE-JOURNAL.
           MOVE SPACES TO WS-LINHA-JOURNAL.
           READ ATM-JOURNAL INTO WS-LINHA-JOURNAL
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   IF WS-JR-OPERACAO = 'SAQUE'
                      AND WS-JR-RESULTADO = 'APROVADO'
                       MOVE WS-JR-TERMINAL TO WS-TRM-PROCURA
                       PERFORM 33-ACHA-TERMINAL
                       IF WS-TRM-ACHOU = 'S'
                           PERFORM 5-CLASSIFICA-SAQUE
                       END-IF
                   END-IF
           END-READ.

              AND (WS-DIA-HOJE -
                   FUNCTION INTEGER-OF-DATE (WS-DIA-LANC))
                  <= WS-JANELA-DIAS
               IF WS-DIA-LANC NOT = WS-T-DATA-VISTA (WS-IDX-TRM)
                   ADD 1 TO WS-T-CT-DIAS (WS-IDX-TRM)
                   MOVE WS-DIA-LANC TO WS-T-DATA-VISTA (WS-IDX-TRM)
               END-IF
               COMPUTE WS-VALOR-SAQUE =
                   FUNCTION NUMVAL (WS-JR-VALOR-TX)

       51-DECOMPOE-EM-NOTAS.
           MOVE WS-VALOR-SAQUE TO WS-RESTO.
           PERFORM VARYING WS-IDX-VOLTA FROM WS-T-ULT (WS-IDX-TRM)
                   BY -1 UNTIL WS-IDX-VOLTA < WS-T-PRIM (WS-IDX-TRM)
               SET WS-IDX-CAS TO WS-IDX-VOLTA
               IF WS-CAS-DENOM (WS-IDX-CAS) > ZEROS
                   COMPUTE WS-NOTAS =
           END-PERFORM.

      *----------------------------------------------------------------*
      * PROJECAO = MEDIA DE NOTAS POR DIA OBSERVADO NO TERMINAL
      * (ARREDONDANDO PARA CIMA); A ORDEM PEDE A DIFERENCA PARA O QUE
      * ESTA CARREGADO E MARCA SECARA QUANDO A CARGA NAO COBRE A
      * PROJECAO. UM BLOCO POR TERMINAL E O TOTAL DA REDE NO FIM
      *----------------------------------------------------------------*
       6-PROJETA-E-ORDENA.
           OPEN OUTPUT ORDEM-REPO.
           MOVE 'ORDEM DE REABASTECIMENTO - PREVISAO DO DIA SEGUINTE'
               TO REG-ORDEM.
           WRITE REG-ORDEM.
           PERFORM VARYING WS-IDX-TRM FROM 1 BY 1
                   UNTIL WS-IDX-TRM > WS-CNT-TERMINAIS
               PERFORM 61-ORDENA-TERMINAL
           END-PERFORM.
           PERFORM 63-TOTAL-REDE.
           CLOSE ORDEM-REPO.

       61-ORDENA-TERMINAL.
           MOVE WS-T-ID (WS-IDX-TRM) TO WS-OT-TERMINAL.
           MOVE WS-T-LOCAL (WS-IDX-TRM) TO WS-OT-LOCAL.
           MOVE SPACES TO WS-OT-OBS.
           IF WS-T-SITUACAO (WS-IDX-TRM) = 'D'
               MOVE 'DESATIVADO - SEM REABASTECIMENTO' TO WS-OT-OBS
           ELSE
               IF WS-T-CT-DIAS (WS-IDX-TRM) = ZEROS
                   MOVE 'SEM HISTORICO DO DIA NA JANELA' TO WS-OT-OBS
               END-IF
           END-IF.
           MOVE WS-LINHA-TERMINAL TO REG-ORDEM.
           WRITE REG-ORDEM.
           DISPLAY WS-LINHA-TERMINAL.
           IF WS-T-SITUACAO (WS-IDX-TRM) NOT = 'D'
               PERFORM VARYING WS-IDX-CAS FROM WS-T-PRIM (WS-IDX-TRM)
                       BY 1 UNTIL WS-IDX-CAS > WS-T-ULT (WS-IDX-TRM)
                   PERFORM 62-ORDENA-CASSETE
               END-PERFORM
           END-IF.

       62-ORDENA-CASSETE.
           IF WS-T-CT-DIAS (WS-IDX-TRM) > ZEROS
               COMPUTE WS-CAS-PREV (WS-IDX-CAS) =
                   (WS-CAS-ACUM (WS-IDX-CAS)
                    + WS-T-CT-DIAS (WS-IDX-TRM) - 1)
                   / WS-T-CT-DIAS (WS-IDX-TRM)
           END-IF.
           MOVE WS-T-ID (WS-IDX-TRM) TO WS-O-TERMINAL.
           MOVE WS-CAS-DENOM (WS-IDX-CAS) TO WS-O-DENOM.
           MOVE WS-CAS-PREV (WS-IDX-CAS) TO WS-O-PREV.
           MOVE WS-CAS-QTD (WS-IDX-CAS) TO WS-O-CARGA.
           IF WS-CAS-PREV (WS-IDX-CAS) > WS-CAS-QTD (WS-IDX-CAS)
               COMPUTE WS-PEDIR =
                   WS-CAS-PREV (WS-IDX-CAS) -
                   WS-CAS-QTD (WS-IDX-CAS)
               MOVE 'SECARA' TO WS-O-ALERTA
               ADD 1 TO WS-CT-SECARA
           ELSE
               MOVE ZEROS TO WS-PEDIR
               MOVE SPACES TO WS-O-ALERTA
           END-IF.
           MOVE WS-PEDIR TO WS-O-PEDIR.
           MOVE WS-LINHA-ORDEM TO REG-ORDEM.
           WRITE REG-ORDEM.
           DISPLAY WS-LINHA-ORDEM.
           PERFORM 64-ACUMULA-REDE.

       63-TOTAL-REDE.
           MOVE 'TOTAL DA REDE' TO REG-ORDEM.
           WRITE REG-ORDEM.
           PERFORM VARYING WS-IDX-REDE FROM 1 BY 1
                   UNTIL WS-IDX-REDE > WS-CNT-REDE
               MOVE 'REDE' TO WS-O-TERMINAL
               MOVE WS-R-DENOM (WS-IDX-REDE) TO WS-O-DENOM
               MOVE WS-R-PREV (WS-IDX-REDE) TO WS-O-PREV
               MOVE WS-R-CARGA (WS-IDX-REDE) TO WS-O-CARGA
               MOVE WS-R-PEDIR (WS-IDX-REDE) TO WS-O-PEDIR
               MOVE SPACES TO WS-O-ALERTA
               MOVE WS-LINHA-ORDEM TO REG-ORDEM
               WRITE REG-ORDEM
               DISPLAY WS-LINHA-ORDEM
           END-PERFORM.

      * SOMA O CASSETE NA LINHA DA DENOMINACAO, ABRINDO A LINHA NA
      * POSICAO CERTA QUANDO A DENOMINACAO AINDA NAO APARECEU
       64-ACUMULA-REDE.
           MOVE 1 TO WS-IDX-REDE.
           PERFORM UNTIL WS-IDX-REDE > WS-CNT-REDE
                   OR WS-R-DENOM (WS-IDX-REDE) >=
                      WS-CAS-DENOM (WS-IDX-CAS)
               ADD 1 TO WS-IDX-REDE
           END-PERFORM.
           IF WS-IDX-REDE > WS-CNT-REDE
              OR WS-R-DENOM (WS-IDX-REDE) >
                 WS-CAS-DENOM (WS-IDX-CAS)
               IF WS-CNT-REDE < 10
                   PERFORM VARYING WS-IDX-DESLOCA FROM WS-CNT-REDE
                           BY -1 UNTIL WS-IDX-DESLOCA < WS-IDX-REDE
                       MOVE WS-REDE-ITEM (WS-IDX-DESLOCA) TO
                           WS-REDE-ITEM (WS-IDX-DESLOCA + 1)
                   END-PERFORM
                   ADD 1 TO WS-CNT-REDE
                   MOVE WS-CAS-DENOM (WS-IDX-CAS) TO
                       WS-R-DENOM (WS-IDX-REDE)
                   MOVE ZEROS TO WS-R-PREV (WS-IDX-REDE)
                   MOVE ZEROS TO WS-R-CARGA (WS-IDX-REDE)
                   MOVE ZEROS TO WS-R-PEDIR (WS-IDX-REDE)
               ELSE
                   MOVE 11 TO WS-IDX-REDE
               END-IF
           END-IF.
           IF WS-IDX-REDE NOT > 10
               ADD WS-CAS-PREV (WS-IDX-CAS) TO
                   WS-R-PREV (WS-IDX-REDE)
               ADD WS-CAS-QTD (WS-IDX-CAS) TO
                   WS-R-CARGA (WS-IDX-REDE)
               ADD WS-PEDIR TO WS-R-PEDIR (WS-IDX-REDE)
           END-IF.

       9-FINALIZA.
           DISPLAY 'TERMINAIS NA ORDEM.....: ' WS-CNT-TERMINAIS.
           DISPLAY 'CASSETES QUE SECARIAM..: ' WS-CT-SECARA.
           CLOSE ATM-JOURNAL.
      *================================================================*
