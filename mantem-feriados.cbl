      *================================================================*
      * Author:
      * Date:
      * Purpose: Manutencao do calendario de feriados FERIADOS.TXT
      *  (linhas AAAAMMDD;T;DESCRICAO), consultado pela sub-rotina
      *  DIA-UTIL na liberacao de depositos, nos vencimentos de
      *  emprestimo, nas transferencias agendadas e na cobranca de
      *  atraso. Inclui feriado nacional (N) ou local (L) - ano 0000
      *  para o feriado fixo, que vale todo ano -, exclui pela data
      *  e lista o calendario de um ano (os fixos entram em todos).
      *  A data nao pode repetir nem ser invalida.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTEM-FERIADOS.
      *================================================================*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FERIADOS ASSIGN TO WS-ARQ-FERIADOS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-FERIADOS.

      *================================================================*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD FERIADOS.
       01 REG-FERIADO PIC X(60).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * CAMINHO FISICO DO ARQUIVO, RESOLVIDO NA CONFIGURACAO
      * EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG)
      *----------------------------------------------------------------*
       01 WS-ARQ-FERIADOS  PIC X(80) VALUE 'C:\COBOL\FERIADOS.TXT'.
       01 WS-CFG-LOGICO    PIC X(20).
       01 WS-CFG-CAMINHO   PIC X(80).
       01 WS-CFG-ACHOU     PIC X(01).

       01 WS-STATUS.
           05 WS-FS-FERIADOS PIC X(02).

       01 WS-CONTROLE.
           05 WS-OPCAO         PIC X(01) VALUE SPACE.
           05 WS-EOF           PIC X(01) VALUE 'N'.
           05 WS-VALIDO        PIC X(01) VALUE 'S'.
           05 WS-DATA          PIC 9(08) VALUE ZEROS.
           05 WS-DATA-R REDEFINES WS-DATA.
               10 WS-DT-ANO    PIC 9(04).
               10 WS-DT-MES    PIC 9(02).
               10 WS-DT-DIA    PIC 9(02).
           05 WS-DATA-TESTE    PIC 9(08) VALUE ZEROS.
           05 WS-TIPO          PIC X(01) VALUE SPACE.
           05 WS-DESCRICAO     PIC X(40) VALUE SPACES.
           05 WS-ANO           PIC 9(04) VALUE ZEROS.
           05 WS-IDX-EXCLUIR   PIC 9(03) VALUE ZEROS.
           05 WS-CT-LISTADOS   PIC 9(03) VALUE ZEROS.

       01 WS-TAB-FERIADOS.
           05 WS-CNT-FERIADOS  PIC 9(03) VALUE ZEROS.
           05 WS-FERIADO-ITEM OCCURS 400 TIMES
                             INDEXED BY WS-IDX-FER.
               10 WS-F-DATA      PIC 9(08).
               10 WS-F-TIPO      PIC X(01).
               10 WS-F-DESCRICAO PIC X(40).
       COPY FERIALIN.
      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       0-PRINCIPAL.
           PERFORM 1-RESOLVE-CAMINHOS.
           PERFORM 3-CARREGA-FERIADOS.
           PERFORM 4-MENU UNTIL WS-OPCAO = 'X'.
           STOP RUN.

       1-RESOLVE-CAMINHOS.
           MOVE 'FERIADOS' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-FERIADOS
           END-IF.

       11-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.

       3-CARREGA-FERIADOS.
           MOVE ZEROS TO WS-CNT-FERIADOS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT FERIADOS.
           IF WS-FS-FERIADOS NOT = '00'
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ FERIADOS
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF WS-CNT-FERIADOS < 400
                           MOVE REG-FERIADO TO WS-LINHA-FERIADO
                           ADD 1 TO WS-CNT-FERIADOS
                           SET WS-IDX-FER TO WS-CNT-FERIADOS
                           MOVE WS-FR-DATA TO WS-F-DATA (WS-IDX-FER)
                           MOVE WS-FR-TIPO TO WS-F-TIPO (WS-IDX-FER)
                           MOVE WS-FR-DESCRICAO TO
                               WS-F-DESCRICAO (WS-IDX-FER)
                       ELSE
                           DISPLAY 'CALENDARIO EXCEDE A TABELA - '
                               'MANUTENCAO ABORTADA'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FERIADOS.

       4-MENU.
           DISPLAY 'CALENDARIO DE FERIADOS'.
           DISPLAY '1 - INCLUIR FERIADO'.
           DISPLAY '2 - EXCLUIR FERIADO'.
           DISPLAY '3 - LISTAR ANO'.
           DISPLAY 'X - SAIDA'.
           DISPLAY 'OPCAO: '.
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM 5-INCLUIR
               WHEN '2'
                   PERFORM 6-EXCLUIR
               WHEN '3'
                   PERFORM 7-LISTAR
               WHEN OTHER
                   IF WS-OPCAO NOT = 'X'
                       DISPLAY 'ENTRE COM A OPCAO CORRETA'
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
      * INCLUSAO: DATA VALIDA (O FIXO E CONFERIDO NUM ANO BISSEXTO,
      * PARA ACEITAR 29/02), TIPO N OU L, DESCRICAO OBRIGATORIA E
      * DATA AINDA NAO CADASTRADA
      *----------------------------------------------------------------*
       5-INCLUIR.
           DISPLAY 'DATA DO FERIADO (AAAAMMDD, ANO 0000 = FIXO): '.
           ACCEPT WS-DATA.
           DISPLAY 'TIPO (N=NACIONAL L=LOCAL): '.
           ACCEPT WS-TIPO.
           DISPLAY 'DESCRICAO: '.
           MOVE SPACES TO WS-DESCRICAO.
           ACCEPT WS-DESCRICAO.
           MOVE 'S' TO WS-VALIDO.
           MOVE WS-DATA TO WS-DATA-TESTE.
           IF WS-DT-ANO = ZEROS
               MOVE 2000 TO WS-DATA-TESTE (1:4)
           END-IF.
           IF WS-DATA-TESTE (1:4) < '1601'
              OR WS-DT-MES < 1 OR WS-DT-MES > 12
              OR WS-DT-DIA < 1 OR WS-DT-DIA > 31
               DISPLAY 'DATA INVALIDA'
               MOVE 'N' TO WS-VALIDO
           ELSE
               IF FUNCTION INTEGER-OF-DATE (WS-DATA-TESTE) = ZEROS
                   DISPLAY 'DATA INVALIDA'
                   MOVE 'N' TO WS-VALIDO
               END-IF
           END-IF.
           MOVE WS-TIPO TO WS-FR-TIPO.
           IF NOT WS-FR-TIPO-VALIDO
               DISPLAY 'TIPO INVALIDO'
               MOVE 'N' TO WS-VALIDO
           END-IF.
           IF WS-DESCRICAO = SPACES
               DISPLAY 'DESCRICAO OBRIGATORIA'
               MOVE 'N' TO WS-VALIDO
           END-IF.
           PERFORM VARYING WS-IDX-FER FROM 1 BY 1
                   UNTIL WS-IDX-FER > WS-CNT-FERIADOS
               IF WS-F-DATA (WS-IDX-FER) = WS-DATA
                   DISPLAY 'DATA ' WS-DATA ' JA CADASTRADA: '
                       WS-F-DESCRICAO (WS-IDX-FER)
                   MOVE 'N' TO WS-VALIDO
               END-IF
           END-PERFORM.
           IF WS-VALIDO = 'S' AND WS-CNT-FERIADOS >= 400
               DISPLAY 'CALENDARIO CHEIO'
               MOVE 'N' TO WS-VALIDO
           END-IF.
           IF WS-VALIDO = 'S'
               ADD 1 TO WS-CNT-FERIADOS
               SET WS-IDX-FER TO WS-CNT-FERIADOS
               MOVE WS-DATA TO WS-F-DATA (WS-IDX-FER)
               MOVE WS-TIPO TO WS-F-TIPO (WS-IDX-FER)
               MOVE WS-DESCRICAO TO WS-F-DESCRICAO (WS-IDX-FER)
               PERFORM 75-REGRAVA-FERIADOS
               DISPLAY 'FERIADO INCLUIDO'
           END-IF.

       6-EXCLUIR.
           DISPLAY 'DATA DO FERIADO A EXCLUIR (AAAAMMDD): '.
           ACCEPT WS-DATA.
           MOVE ZEROS TO WS-IDX-EXCLUIR.
           PERFORM VARYING WS-IDX-FER FROM 1 BY 1
                   UNTIL WS-IDX-FER > WS-CNT-FERIADOS
               IF WS-F-DATA (WS-IDX-FER) = WS-DATA
                   SET WS-IDX-EXCLUIR TO WS-IDX-FER
               END-IF
           END-PERFORM.
           IF WS-IDX-EXCLUIR = ZEROS
               DISPLAY 'FERIADO NAO ENCONTRADO'
           ELSE
               SET WS-IDX-FER TO WS-IDX-EXCLUIR
               PERFORM UNTIL WS-IDX-FER >= WS-CNT-FERIADOS
                   MOVE WS-FERIADO-ITEM (WS-IDX-FER + 1)
                       TO WS-FERIADO-ITEM (WS-IDX-FER)
                   SET WS-IDX-FER UP BY 1
               END-PERFORM
               SUBTRACT 1 FROM WS-CNT-FERIADOS
               PERFORM 75-REGRAVA-FERIADOS
               DISPLAY 'FERIADO EXCLUIDO'
           END-IF.

       7-LISTAR.
           DISPLAY 'ANO (AAAA): '.
           ACCEPT WS-ANO.
           MOVE ZEROS TO WS-CT-LISTADOS.
           PERFORM VARYING WS-IDX-FER FROM 1 BY 1
                   UNTIL WS-IDX-FER > WS-CNT-FERIADOS
               MOVE WS-F-DATA (WS-IDX-FER) TO WS-DATA
               IF WS-DT-ANO = WS-ANO OR WS-DT-ANO = ZEROS
                   ADD 1 TO WS-CT-LISTADOS
                   DISPLAY WS-DT-DIA '/' WS-DT-MES ' '
                       WS-F-TIPO (WS-IDX-FER) ' '
                       WS-F-DESCRICAO (WS-IDX-FER)
               END-IF
           END-PERFORM.
           IF WS-CT-LISTADOS = ZEROS
               DISPLAY 'NENHUM FERIADO NO ANO ' WS-ANO
           END-IF.

       75-REGRAVA-FERIADOS.
           OPEN OUTPUT FERIADOS.
           PERFORM VARYING WS-IDX-FER FROM 1 BY 1
                   UNTIL WS-IDX-FER > WS-CNT-FERIADOS
               MOVE WS-F-DATA (WS-IDX-FER) TO WS-FR-DATA
               MOVE WS-F-TIPO (WS-IDX-FER) TO WS-FR-TIPO
               MOVE WS-F-DESCRICAO (WS-IDX-FER) TO WS-FR-DESCRICAO
               WRITE REG-FERIADO FROM WS-LINHA-FERIADO
           END-PERFORM.
           CLOSE FERIADOS.
      *================================================================*
