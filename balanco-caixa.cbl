      *================================================================*
      * Author:
      * Date:
      * Purpose: Balanco de numerario dos caixas eletronicos no fim
      *  do dia, por terminal e com o total da rede. O operador conta
      *  fisicamente cada cassete e digita o resultado em
      *  ATM-CONTAGEM.TXT (linhas TERMINAL;DENOM;QTD-CONTADA; a linha
      *  antiga DENOM;QTD vale para o terminal AT01, o caixa unico de
      *  antes da rede); este job compara a contagem com a posicao
      *  contabil de
      *  ATM-CASSETES.DAT, reconstituindo ao lado o movimento do dia
      *  no diario ATM-JOURNAL.TXT (saques aprovados decompostos por
      *  denominacao da maior nota para a menor, como a dispensa faz,
      *  horario do diario). Diferenca acima da tolerancia (linha
      *  TOLERANCIA;QTD do ATM-LIMITES.TXT, padrao zero) cai no
      *  arquivo de excecoes para o supervisor do bloqueio/
      *  desbloqueio tratar, e o job termina com RETURN-CODE 8. O
      *  diario e decomposto nas notas do proprio terminal de cada
      *  linha (linha antiga sem terminal e do AT01), o local vem do
      *  cadastro ATM-TERMINAIS.DAT e o total da rede soma, por
      *  denominacao, todos os terminais. Cada linha de terminal e
      *  denominacao tambem e acrescentada ao historico
      *  ATM-BALANCO-HIST.TXT, que a analise das contestacoes de
      *  saque consulta pelo terminal e dia.
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

           SELECT ATM-CONTAGEM ASSIGN TO WS-ARQ-CONTAGEM
             ORGANIZATION IS LINE SEQUENTIAL
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-EXCECOES.

           SELECT ATM-BALANCO-HIST ASSIGN TO WS-ARQ-BAL-HIST
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-BAL-HIST.

      *================================================================*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD ATM-JOURNAL.
       01 REG-JOURNAL           PIC X(80).

       FD ATM-CASSETES.
       COPY CASSREG.

       FD ATM-TERMINAIS.
       COPY ATMTERM.

       FD ATM-CONTAGEM.
       01 REG-CONTAGEM          PIC X(20).
       FD ATM-EXCECOES.
       01 REG-EXCECAO           PIC X(80).

       FD ATM-BALANCO-HIST.
       01 REG-BAL-HIST          PIC X(60).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
           'C:\COBOL\ATM-LIMITES.TXT'.
       01 WS-ARQ-EXCECOES    PIC X(80) VALUE
           'C:\COBOL\ATM-EXCECOES.TXT'.
       01 WS-ARQ-TERMINAIS   PIC X(80) VALUE
           'C:\COBOL\ATM-TERMINAIS.DAT'.
       01 WS-ARQ-BAL-HIST    PIC X(80) VALUE
           'C:\COBOL\ATM-BALANCO-HIST.TXT'.
       01 WS-CFG-LOGICO      PIC X(20).
       01 WS-CFG-CAMINHO     PIC X(80).
       01 WS-CFG-ACHOU       PIC X(01).
       01 WS-FS-CONTAGEM     PIC 9(02).
       01 WS-FS-LIMITES      PIC 9(02).
       01 WS-FS-EXCECOES     PIC 9(02).
       01 WS-FS-TERMINAIS    PIC 9(02).
       01 WS-FS-BAL-HIST     PIC 9(02).

       01 WS-CONTROLE.
           05 WS-EOF           PIC X(01) VALUE 'N'.
           05 WS-NOTAS         PIC 9(05) VALUE ZEROS.
           05 WS-DIFERENCA     PIC S9(06) VALUE ZEROS.
           05 WS-CT-EXCECOES   PIC 9(02) VALUE ZEROS.
           05 WS-TOT-REABAST   PIC 9(07) VALUE ZEROS.
           05 WS-TRM-ATUAL     PIC X(04) VALUE SPACES.
           05 WS-TRM-PROCURA   PIC X(04) VALUE SPACES.
           05 WS-TRM-ACHOU     PIC X(01) VALUE 'N'.
           05 WS-IDX-ACHADO    PIC 9(02) VALUE ZEROS.
           05 WS-IDX-REDE      PIC 9(02) VALUE ZEROS.
           05 WS-IDX-DESLOCA   PIC 9(02) VALUE ZEROS.

      * TERMINAL DAS LINHAS ANTIGAS (DIARIO E CONTAGEM SEM TERMINAL):
      * O CAIXA UNICO DE ANTES DA REDE
       01 WS-TERMINAL-PADRAO PIC X(04) VALUE 'AT01'.

       01 WS-LIM-CAMPOS.
           03 WS-LIM-NOME    PIC X(14).
           03 WS-LIM-TXT1    PIC X(12).

       01 WS-CONTAGEM-CAMPOS.
           03 WS-CTG-TERM-TX  PIC X(06).
           03 WS-CTG-DENOM-TX PIC X(06).
           03 WS-CTG-QTD-TX   PIC X(10).
       01 WS-CTG-DENOM       PIC 9(03) VALUE ZEROS.
           03 WS-JR-SALDO-TX   PIC X(10).
           03 FILLER           PIC X(01).
           03 WS-JR-RESULTADO  PIC X(08).
           03 FILLER           PIC X(01).
           03 WS-JR-TERMINAL   PIC X(04).

      * TERMINAIS COM CASSETE: FAIXA DOS SEUS CASSETES NA TABELA
      * ABAIXO, LOCAL DO CADASTRO, FAIXA DE SESSOES DO DIA E NOTAS
      * REABASTECIDAS
       01 WS-TAB-TERMINAIS.
           03 WS-CNT-TERMINAIS  PIC 9(02) VALUE ZEROS.
           03 WS-TERMINAL-ITEM OCCURS 10 TIMES
                                INDEXED BY WS-IDX-TRM.
               05 WS-T-ID         PIC X(04).
               05 WS-T-LOCAL      PIC X(30).
               05 WS-T-PRIM       PIC 9(02).
               05 WS-T-ULT        PIC 9(02).
               05 WS-T-HORA-INI   PIC 9(14).
               05 WS-T-HORA-FIM   PIC 9(14).
               05 WS-T-REABAST    PIC 9(07).

      * POR TERMINAL E DENOMINACAO: POSICAO CONTABIL, CONTAGEM
      * FISICA E O MOVIMENTO DO DIA RECONSTITUIDO DO DIARIO
       01 WS-TAB-CASSETES.
           03 WS-CNT-CASSETES   PIC 9(02) VALUE ZEROS.
           03 WS-CASSETE-ITEM OCCURS 60 TIMES
                                INDEXED BY WS-IDX-CAS.
               05 WS-CAS-DENOM  PIC 9(03).
               05 WS-CAS-LIVRO  PIC 9(05).
               05 WS-CAS-SAIDAS PIC 9(07).
       01 WS-IDX-VOLTA       PIC 9(02) VALUE ZEROS.

      * TOTAL DA REDE POR DENOMINACAO (ORDEM CRESCENTE)
       01 WS-TAB-REDE.
           03 WS-CNT-REDE       PIC 9(02) VALUE ZEROS.
           03 WS-REDE-ITEM OCCURS 11 TIMES.
               05 WS-R-DENOM    PIC 9(03).
               05 WS-R-LIVRO    PIC 9(06).
               05 WS-R-FISICO   PIC 9(06).
               05 WS-R-SAIDAS   PIC 9(07).

       01 WS-LINHA-BALANCO.
           05 WS-B-TERMINAL    PIC X(04).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 FILLER           PIC X(08) VALUE 'NOTA DE '.
           05 WS-B-DENOM       PIC ZZ9.
           05 FILLER           PIC X(07) VALUE ' LIVRO '.
           05 WS-B-LIVRO       PIC ZZZZZ9.
           05 FILLER           PIC X(08) VALUE ' FISICO '.
           05 WS-B-FISICO      PIC ZZZZZ9.
           05 FILLER           PIC X(11) VALUE ' DISPENSADO'.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-B-SAIDAS      PIC ZZZZZZ9.
           05 FILLER           PIC X(11) VALUE ' DIFERENCA '.
           05 WS-B-DIF         PIC -ZZZZZ9.

       COPY BALHLIN.
      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-EXCECOES
           END-IF.
           MOVE 'ATM-TERMINAIS' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-TERMINAIS
           END-IF.
           MOVE 'ATM-BALANCO-HIST' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-BAL-HIST
           END-IF.

       11-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * POSICAO CONTABIL DOS CASSETES (OS DE CADA TERMINAL VEM JUNTOS
      * PELA CHAVE), LOCAL DOS TERMINAIS E CONTAGEM FISICA DO OPERADOR
      *----------------------------------------------------------------*
       3-CARREGA-POSICOES.
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
                       PERFORM 32-GUARDA-CASSETE
               END-READ
           END-PERFORM.
           CLOSE ATM-CASSETES.
           PERFORM 33-LOCAL-TERMINAIS.
           OPEN INPUT ATM-CONTAGEM.
           IF WS-FS-CONTAGEM NOT = 00
               DISPLAY 'SEM ARQUIVO DE CONTAGEM - BALANCO ABORTADO'
           END-IF.

       31-LE-CONTAGEM.
           MOVE SPACES TO WS-CONTAGEM-CAMPOS.
           READ ATM-CONTAGEM
               AT END MOVE 'S' TO WS-EOF-CONTAGEM
               NOT AT END
                   UNSTRING REG-CONTAGEM DELIMITED BY ';'
                       INTO WS-CTG-TERM-TX WS-CTG-DENOM-TX
                            WS-CTG-QTD-TX
                   END-UNSTRING
                   IF WS-CTG-QTD-TX = SPACES
                       MOVE WS-CTG-DENOM-TX TO WS-CTG-QTD-TX
                       MOVE WS-CTG-TERM-TX TO WS-CTG-DENOM-TX
                       MOVE WS-TERMINAL-PADRAO TO WS-CTG-TERM-TX
                   END-IF
                   COMPUTE WS-CTG-DENOM =
                       FUNCTION NUMVAL (WS-CTG-DENOM-TX)
                   COMPUTE WS-CTG-QTD =
                       FUNCTION NUMVAL (WS-CTG-QTD-TX)
                   MOVE WS-CTG-TERM-TX (1:4) TO WS-TRM-PROCURA
                   PERFORM 34-ACHA-TERMINAL
                   IF WS-TRM-ACHOU = 'N'
                       DISPLAY 'AVISO: CONTAGEM DO TERMINAL '
                           WS-TRM-PROCURA ' SEM CASSETE CADASTRADO'
                   ELSE
                   PERFORM VARYING WS-IDX-CAS FROM
                           WS-T-PRIM (WS-IDX-TRM) BY 1
                           UNTIL WS-IDX-CAS > WS-T-ULT (WS-IDX-TRM)
                       IF WS-CAS-DENOM (WS-IDX-CAS) = WS-CTG-DENOM
                           MOVE WS-CTG-QTD TO
                               WS-CAS-FISICO (WS-IDX-CAS)
                           MOVE 'S' TO WS-CAS-TEM-CT (WS-IDX-CAS)
                       END-IF
                   END-PERFORM
                   END-IF
           END-READ.

      * CASSETE DE TERMINAL NOVO ABRE UMA ENTRADA NA TABELA DE
      * TERMINAIS; OS SEGUINTES SO ESTENDEM A FAIXA DELE
       32-GUARDA-CASSETE.
           IF CAS-TERMINAL NOT = WS-TRM-ATUAL
               IF WS-CNT-TERMINAIS < 10
                   ADD 1 TO WS-CNT-TERMINAIS
                   SET WS-IDX-TRM TO WS-CNT-TERMINAIS
                   MOVE CAS-TERMINAL TO WS-T-ID (WS-IDX-TRM)
                   MOVE SPACES TO WS-T-LOCAL (WS-IDX-TRM)
                   COMPUTE WS-T-PRIM (WS-IDX-TRM) =
                       WS-CNT-CASSETES + 1
                   MOVE WS-CNT-CASSETES TO WS-T-ULT (WS-IDX-TRM)
                   MOVE ZEROS TO WS-T-HORA-INI (WS-IDX-TRM)
                   MOVE ZEROS TO WS-T-HORA-FIM (WS-IDX-TRM)
                   MOVE ZEROS TO WS-T-REABAST (WS-IDX-TRM)
                   MOVE CAS-TERMINAL TO WS-TRM-ATUAL
               ELSE
                   DISPLAY 'TERMINAL ' CAS-TERMINAL
                       ' EXCEDE A TABELA - FORA DO BALANCO'
               END-IF
           END-IF.
           IF CAS-TERMINAL = WS-TRM-ATUAL
              AND WS-CNT-CASSETES < 60
               ADD 1 TO WS-CNT-CASSETES
               SET WS-IDX-CAS TO WS-CNT-CASSETES
               MOVE CAS-DENOM TO WS-CAS-DENOM (WS-IDX-CAS)
               MOVE CAS-QTD TO WS-CAS-LIVRO (WS-IDX-CAS)
               MOVE ZEROS TO WS-CAS-FISICO (WS-IDX-CAS)
               MOVE 'N' TO WS-CAS-TEM-CT (WS-IDX-CAS)
               MOVE ZEROS TO WS-CAS-SAIDAS (WS-IDX-CAS)
               MOVE WS-CNT-CASSETES TO WS-T-ULT (WS-CNT-TERMINAIS)
           END-IF.

      * LOCAL DE CADA TERMINAL NO CADASTRO; SEM O CADASTRO O BALANCO
      * SAI SO COM O CODIGO DO TERMINAL
       33-LOCAL-TERMINAIS.
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
                   END-READ
               END-PERFORM
               CLOSE ATM-TERMINAIS
           END-IF.

       34-ACHA-TERMINAL.
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
      * RECONSTITUI O MOVIMENTO DO DIA DE CADA TERMINAL: SAQUES
      * APROVADOS DECOMPOSTOS NAS DENOMINACOES DO PROPRIO TERMINAL E
      * A FAIXA DE SESSOES (PRIMEIRO/ULTIMO HORARIO); O
      * REABASTECIMENTO ENTRA PELO TOTAL DE NOTAS. LINHA DE TERMINAL
      * SEM CASSETE (A BATIDA DE LIBERACAO, POR EXEMPLO) NAO ENTRA
      *----------------------------------------------------------------*
       4-VARRE-JOURNAL.
           MOVE SPACES TO WS-LINHA-JOURNAL.
           READ ATM-JOURNAL INTO WS-LINHA-JOURNAL
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   IF WS-JR-DATAHORA (1:8) = WS-DATA-BALANCO
                       MOVE WS-JR-TERMINAL TO WS-TRM-PROCURA
                       PERFORM 34-ACHA-TERMINAL
                       IF WS-TRM-ACHOU = 'S'
                           PERFORM 41-MOVIMENTO-TERMINAL
                       END-IF
                   END-IF
           END-READ.

       41-MOVIMENTO-TERMINAL.
           IF WS-T-HORA-INI (WS-IDX-TRM) = ZEROS
               MOVE WS-JR-DATAHORA TO WS-T-HORA-INI (WS-IDX-TRM)
           END-IF.
           MOVE WS-JR-DATAHORA TO WS-T-HORA-FIM (WS-IDX-TRM).
           IF WS-JR-OPERACAO = 'SAQUE'
              AND WS-JR-RESULTADO = 'APROVADO'
               COMPUTE WS-VALOR-SAQUE =
                   FUNCTION NUMVAL (WS-JR-VALOR-TX)
               PERFORM 5-DECOMPOE-EM-NOTAS
           END-IF.
           IF WS-JR-OPERACAO = 'REABASTECE'
               COMPUTE WS-T-REABAST (WS-IDX-TRM) =
                   WS-T-REABAST (WS-IDX-TRM)
                   + FUNCTION NUMVAL (WS-JR-VALOR-TX)
               COMPUTE WS-TOT-REABAST = WS-TOT-REABAST
                   + FUNCTION NUMVAL (WS-JR-VALOR-TX)
           END-IF.

       5-DECOMPOE-EM-NOTAS.
           MOVE WS-VALOR-SAQUE TO WS-RESTO.
           PERFORM VARYING WS-IDX-VOLTA FROM WS-T-ULT (WS-IDX-TRM)
                   BY -1 UNTIL WS-IDX-VOLTA < WS-T-PRIM (WS-IDX-TRM)
               SET WS-IDX-CAS TO WS-IDX-VOLTA
               IF WS-CAS-DENOM (WS-IDX-CAS) > ZEROS
                   COMPUTE WS-NOTAS =
           END-PERFORM.

      *----------------------------------------------------------------*
      * SOBRA/FALTA = CONTAGEM FISICA - POSICAO CONTABIL, TERMINAL A
      * TERMINAL; ACIMA DA TOLERANCIA VIRA EXCECAO PARA O SUPERVISOR
      * E RETURN-CODE 8. NO FIM, O TOTAL DA REDE POR DENOMINACAO
      *----------------------------------------------------------------*
       6-CONFRONTA.
           OPEN OUTPUT ATM-EXCECOES.
           OPEN EXTEND ATM-BALANCO-HIST
               IF WS-FS-BAL-HIST EQUAL 35 THEN
                   OPEN OUTPUT ATM-BALANCO-HIST
                   CLOSE ATM-BALANCO-HIST
                   OPEN EXTEND ATM-BALANCO-HIST
               END-IF.
           DISPLAY 'BALANCO DO DIA ' WS-DATA-BALANCO.
           PERFORM VARYING WS-IDX-TRM FROM 1 BY 1
                   UNTIL WS-IDX-TRM > WS-CNT-TERMINAIS
               PERFORM 61-CONFRONTA-TERMINAL
           END-PERFORM.
           CLOSE ATM-EXCECOES.
           CLOSE ATM-BALANCO-HIST.
           PERFORM 63-TOTAL-REDE.

       61-CONFRONTA-TERMINAL.
           DISPLAY 'TERMINAL ' WS-T-ID (WS-IDX-TRM) ' '
               WS-T-LOCAL (WS-IDX-TRM)
               ' SESSOES DE ' WS-T-HORA-INI (WS-IDX-TRM)
               ' A ' WS-T-HORA-FIM (WS-IDX-TRM).
           PERFORM VARYING WS-IDX-CAS FROM WS-T-PRIM (WS-IDX-TRM)
                   BY 1 UNTIL WS-IDX-CAS > WS-T-ULT (WS-IDX-TRM)
               MOVE WS-T-ID (WS-IDX-TRM) TO WS-B-TERMINAL
               MOVE WS-CAS-DENOM (WS-IDX-CAS) TO WS-B-DENOM
               MOVE WS-CAS-LIVRO (WS-IDX-CAS) TO WS-B-LIVRO
               MOVE WS-CAS-FISICO (WS-IDX-CAS) TO WS-B-FISICO
                   WRITE REG-EXCECAO FROM WS-LINHA-BALANCO
                   ADD 1 TO WS-CT-EXCECOES
               END-IF
               MOVE WS-DATA-BALANCO TO WS-BH-DATA
               MOVE WS-T-ID (WS-IDX-TRM) TO WS-BH-TERMINAL
               MOVE WS-CAS-DENOM (WS-IDX-CAS) TO WS-BH-DENOM
               MOVE WS-CAS-LIVRO (WS-IDX-CAS) TO WS-BH-LIVRO
               MOVE WS-CAS-FISICO (WS-IDX-CAS) TO WS-BH-FISICO
               MOVE WS-CAS-SAIDAS (WS-IDX-CAS) TO WS-BH-SAIDAS
               MOVE WS-DIFERENCA TO WS-BH-DIF
               WRITE REG-BAL-HIST FROM WS-LINHA-BAL-HIST
               PERFORM 62-ACUMULA-REDE
           END-PERFORM.
           DISPLAY 'NOTAS REABASTECIDAS NO TERMINAL: '
               WS-T-REABAST (WS-IDX-TRM).

      * SOMA O CASSETE NA LINHA DA DENOMINACAO, ABRINDO A LINHA NA
      * POSICAO CERTA QUANDO A DENOMINACAO AINDA NAO APARECEU
       62-ACUMULA-REDE.
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
                   MOVE ZEROS TO WS-R-LIVRO (WS-IDX-REDE)
                   MOVE ZEROS TO WS-R-FISICO (WS-IDX-REDE)
                   MOVE ZEROS TO WS-R-SAIDAS (WS-IDX-REDE)
               ELSE
                   MOVE 11 TO WS-IDX-REDE
               END-IF
           END-IF.
           IF WS-IDX-REDE NOT > 10
               ADD WS-CAS-LIVRO (WS-IDX-CAS) TO
                   WS-R-LIVRO (WS-IDX-REDE)
               ADD WS-CAS-FISICO (WS-IDX-CAS) TO
                   WS-R-FISICO (WS-IDX-REDE)
               ADD WS-CAS-SAIDAS (WS-IDX-CAS) TO
                   WS-R-SAIDAS (WS-IDX-REDE)
           END-IF.

       63-TOTAL-REDE.
           DISPLAY 'TOTAL DA REDE - ' WS-CNT-TERMINAIS ' TERMINAL(IS)'.
           PERFORM VARYING WS-IDX-REDE FROM 1 BY 1
                   UNTIL WS-IDX-REDE > WS-CNT-REDE
               MOVE 'REDE' TO WS-B-TERMINAL
               MOVE WS-R-DENOM (WS-IDX-REDE) TO WS-B-DENOM
               MOVE WS-R-LIVRO (WS-IDX-REDE) TO WS-B-LIVRO
               MOVE WS-R-FISICO (WS-IDX-REDE) TO WS-B-FISICO
               MOVE WS-R-SAIDAS (WS-IDX-REDE) TO WS-B-SAIDAS
               COMPUTE WS-DIFERENCA =
                   WS-R-FISICO (WS-IDX-REDE) -
                   WS-R-LIVRO (WS-IDX-REDE)
               MOVE WS-DIFERENCA TO WS-B-DIF
               DISPLAY WS-LINHA-BALANCO
           END-PERFORM.

       9-FINALIZA.
           DISPLAY 'NOTAS REABASTECIDAS NA REDE: ' WS-TOT-REABAST.
           DISPLAY 'EXCECOES ACIMA DA TOLERANCIA: ' WS-CT-EXCECOES.
           IF WS-CT-EXCECOES > ZEROS
               MOVE 8 TO RETURN-CODE
