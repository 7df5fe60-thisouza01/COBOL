      ******************************************************************
      * Author:
      * Date:
      * Purpose: Agenda de pagamentos a fornecedores para a tesouraria.
      *  Le o contas-pagar.dat mantido pelo LANCA-NOTAS-FORNEC e lista,
      *  dia a dia, as notas liberadas para pagamento (conferidas na
      *  conferencia em tres vias ou aprovadas pelo comprador) que
      *  vencem ate HORIZONTE-DIAS a frente (pagar-param.txt, 30 dias
      *  se ausente). Nota ja vencida e nao paga entra no dia de hoje,
      *  marcada VENCIDA. Subtotal por dia e total geral; ao final,
      *  as notas retidas que ainda aguardam o comprador, que nao
      *  podem ser pagas ate a decisao.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDA-PAGAMENTOS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CONTAS-PAGAR ASSIGN TO WS-ARQ-PAGAR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAG-CHAVE
               FILE STATUS IS FS-PAGAR.

               SELECT OPTIONAL FORNECEDORES ASSIGN TO WS-ARQ-FORNEC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FORNEC.

               SELECT OPTIONAL PAGAR-PARAM ASSIGN TO WS-ARQ-PARAM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM.

               SELECT AGENDA-PAGTOS ASSIGN TO WS-ARQ-AGENDA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AGENDA.

               SELECT ORDENA-PAGTOS ASSIGN TO 'SORT-PAG'.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           FD CONTAS-PAGAR.
           COPY PAGARREG.

           FD FORNECEDORES.
           01 REG-FORNEC               PIC X(40).

           FD PAGAR-PARAM.
           01 REG-PARAM                PIC X(40).

           FD AGENDA-PAGTOS.
           01 REG-AGENDA               PIC X(80).

      * REGISTRO DE TRABALHO DO SORT: DIA EM QUE A NOTA ENTRA NA
      *  AGENDA (O VENCIMENTO, OU HOJE PARA A VENCIDA)
           SD ORDENA-PAGTOS.
           01 ORD-PAG.
               05 ORD-DATA-PAGTO       PIC 9(08).
               05 ORD-FORNEC           PIC 9(04).
               05 ORD-NOTA             PIC 9(09).
               05 ORD-VENCIMENTO       PIC 9(08).
               05 ORD-VALOR            PIC 9(09)V99.
               05 ORD-SITUACAO         PIC X(01).

       WORKING-STORAGE SECTION.
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      *  EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG)
           01 WS-CAMINHOS.
               05 WS-ARQ-PAGAR         PIC X(80) VALUE
                   "C:\exe-cobol\contas-pagar.dat".
               05 WS-ARQ-FORNEC        PIC X(80) VALUE
                   "C:\exe-cobol\fornecedores.dat".
               05 WS-ARQ-PARAM         PIC X(80) VALUE
                   "C:\exe-cobol\pagar-param.txt".
               05 WS-ARQ-AGENDA        PIC X(80) VALUE
                   "C:\exe-cobol\agenda-pagamentos.txt".

           01 WS-CFG-CHAMADA.
               05 WS-CFG-LOGICO        PIC X(20).
               05 WS-CFG-CAMINHO       PIC X(80).
               05 WS-CFG-ACHOU         PIC X(01).

           01 WS-STATUS.
               05 FS-PAGAR             PIC 9(02).
               05 FS-FORNEC            PIC 9(02).
               05 FS-PARAM             PIC 9(02).
               05 FS-AGENDA            PIC 9(02).

           01 WS-CAMPOS-PARAM.
               05 WS-P-NOME            PIC X(20).
               05 WS-P-VALOR1          PIC X(10).
           01 WS-HORIZONTE             PIC 9(03) VALUE 30.

      * NOMES DOS FORNECEDORES PARA A LISTAGEM
           01 WS-TAB-FORNEC.
               05 WS-CNT-FORNEC        PIC 9(03) VALUE ZEROS.
               05 WS-FORNEC-ITEM OCCURS 50 TIMES
                                   INDEXED BY WS-IDX-FOR.
                   10 WS-F-CODIGO      PIC 9(04).
                   10 WS-F-NOME        PIC X(20).
           01 WS-CAMPOS-FORNEC.
               05 WS-P-TXT1            PIC X(10).
               05 WS-P-TXT2            PIC X(20).

      * NOTAS RETIDAS AGUARDANDO O COMPRADOR, LISTADAS AO FINAL
           01 WS-TAB-RETIDAS.
               05 WS-CNT-RET           PIC 9(03) VALUE ZEROS.
               05 WS-RET-ITEM OCCURS 100 TIMES
                                INDEXED BY WS-IDX-RET.
                   10 WS-T-FORNEC      PIC 9(04).
                   10 WS-T-NOTA        PIC 9(09).
                   10 WS-T-EMISSAO     PIC 9(08).
                   10 WS-T-VALOR       PIC 9(09)V99.

           01 AUX.
               05 WS-EOF               PIC X(01) VALUE 'N'.
               05 WS-EOF-ORD           PIC X(01) VALUE 'N'.
               05 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
               05 WS-DATA-LIMITE       PIC 9(08) VALUE ZEROS.
               05 WS-DIA-ATUAL         PIC 9(08) VALUE ZEROS.
               05 WS-NOME-ACHADO       PIC X(20) VALUE SPACES.
               05 WS-FORNEC-BUSCA      PIC 9(04) VALUE ZEROS.
               05 WS-CT-AGENDADAS      PIC 9(05) VALUE ZEROS.
               05 WS-CT-DIA            PIC 9(05) VALUE ZEROS.
               05 WS-TOT-DIA           PIC 9(11)V99 VALUE ZEROS.
               05 WS-TOT-GERAL         PIC 9(11)V99 VALUE ZEROS.
               05 WS-TOT-RETIDAS       PIC 9(11)V99 VALUE ZEROS.

           01 WS-CAB1.
               05 FILLER               PIC X(30) VALUE
                   'AGENDA DE PAGAMENTOS - EMISSAO'.
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-C1-HOJE           PIC 9(08).
               05 FILLER               PIC X(10) VALUE '  ATE DIA '.
               05 WS-C1-LIMITE         PIC 9(08).
           01 WS-CAB2.
               05 FILLER               PIC X(09) VALUE 'PAGAR EM'.
               05 FILLER               PIC X(05) VALUE 'FORN'.
               05 FILLER               PIC X(21) VALUE 'NOME'.
               05 FILLER               PIC X(10) VALUE 'NOTA'.
               05 FILLER               PIC X(09) VALUE 'VENCTO'.
               05 FILLER               PIC X(15) VALUE
                   '          VALOR'.
               05 FILLER               PIC X(09) VALUE ' SITUACAO'.

           01 WS-DET.
               05 WS-D-DATA            PIC 9(08).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-D-FORNEC          PIC 9(04).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-D-NOME            PIC X(20).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-D-NOTA            PIC 9(09).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-D-VENCTO          PIC 9(08).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-D-VALOR           PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-D-OBS             PIC X(10).

           01 WS-LINHA-TOTAL.
               05 WS-TT-ROTULO         PIC X(30).
               05 WS-TT-QTD            PIC ZZ,ZZ9.
               05 FILLER               PIC X(16) VALUE
                   ' NOTA(S)  VALOR '.
               05 WS-TT-VALOR          PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0005-RESOLVE-CAMINHOS.
           PERFORM 0100-INICIALIZA.
           SORT ORDENA-PAGTOS
               ON ASCENDING KEY ORD-DATA-PAGTO ORD-FORNEC ORD-NOTA
               INPUT PROCEDURE IS 0300-LIBERA-NOTAS
               OUTPUT PROCEDURE IS 0400-IMPRIME-AGENDA.
           PERFORM 0500-LISTA-RETIDAS.
           PERFORM 0600-FINALIZA.
           STOP RUN.

      * RESOLVE O CAMINHO DE CADA ARQUIVO PELO NOME LOGICO NA
      *  CONFIGURACAO EXTERNA, ANTES DE QUALQUER OPEN
       0005-RESOLVE-CAMINHOS.
           MOVE 'CONTAS-PAGAR' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-PAGAR
           END-IF.
           MOVE 'FORNECEDORES' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-FORNEC
           END-IF.
           MOVE 'PAGAR-PARAM' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-PARAM
           END-IF.
           MOVE 'AGENDA-PAGTOS' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-AGENDA
           END-IF.

       0006-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.

       0100-INICIALIZA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0110-CARREGA-PARAMETROS.
           COMPUTE WS-DATA-LIMITE = FUNCTION DATE-OF-INTEGER (
               FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE) + WS-HORIZONTE).
           PERFORM 0120-CARREGA-FORNECEDORES.
           OPEN OUTPUT AGENDA-PAGTOS.
           IF FS-AGENDA NOT = 00
               DISPLAY 'ERRO NA ABERTURA DA AGENDA: ' FS-AGENDA
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-DATA-HOJE TO WS-C1-HOJE.
           MOVE WS-DATA-LIMITE TO WS-C1-LIMITE.
           WRITE REG-AGENDA FROM WS-CAB1.
           MOVE SPACES TO REG-AGENDA.
           WRITE REG-AGENDA.
           WRITE REG-AGENDA FROM WS-CAB2.

       0110-CARREGA-PARAMETROS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PAGAR-PARAM.
           IF FS-PARAM NOT = 00
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ PAGAR-PARAM
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-CAMPOS-PARAM
                       UNSTRING REG-PARAM DELIMITED BY ';'
                           INTO WS-P-NOME WS-P-VALOR1
                       END-UNSTRING
                       IF WS-P-NOME = 'HORIZONTE-DIAS'
                           COMPUTE WS-HORIZONTE =
                               FUNCTION NUMVAL (WS-P-VALOR1)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAGAR-PARAM.

       0120-CARREGA-FORNECEDORES.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT FORNECEDORES.
           IF FS-FORNEC NOT = 00
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ FORNECEDORES
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-CAMPOS-FORNEC
                       UNSTRING REG-FORNEC DELIMITED BY ';'
                           INTO WS-P-TXT1 WS-P-TXT2
                       END-UNSTRING
                       IF WS-CNT-FORNEC < 50
                           ADD 1 TO WS-CNT-FORNEC
                           SET WS-IDX-FOR TO WS-CNT-FORNEC
                           COMPUTE WS-F-CODIGO (WS-IDX-FOR) =
                               FUNCTION NUMVAL (WS-P-TXT1)
                           MOVE WS-P-TXT2 TO WS-F-NOME (WS-IDX-FOR)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FORNECEDORES.

      * RETIDAS AGUARDANDO O COMPRADOR: NAO ENTRAM NA AGENDA
       0500-LISTA-RETIDAS.
           MOVE SPACES TO REG-AGENDA.
           WRITE REG-AGENDA.
           MOVE 'NOTAS RETIDAS AGUARDANDO O COMPRADOR (DATA DE EMISSAO)'
               TO REG-AGENDA.
           WRITE REG-AGENDA.
           IF WS-CNT-RET = ZEROS
               MOVE '  NENHUMA' TO REG-AGENDA
               WRITE REG-AGENDA
           END-IF.
           PERFORM VARYING WS-IDX-RET FROM 1 BY 1
                   UNTIL WS-IDX-RET > WS-CNT-RET
               MOVE WS-T-FORNEC (WS-IDX-RET) TO WS-FORNEC-BUSCA
               PERFORM 0910-BUSCA-NOME
               MOVE ZEROS TO WS-D-DATA
               MOVE WS-T-FORNEC (WS-IDX-RET) TO WS-D-FORNEC
               MOVE WS-NOME-ACHADO TO WS-D-NOME
               MOVE WS-T-NOTA (WS-IDX-RET) TO WS-D-NOTA
               MOVE WS-T-EMISSAO (WS-IDX-RET) TO WS-D-VENCTO
               MOVE WS-T-VALOR (WS-IDX-RET) TO WS-D-VALOR
               MOVE 'RETIDA' TO WS-D-OBS
               WRITE REG-AGENDA FROM WS-DET
               ADD WS-T-VALOR (WS-IDX-RET) TO WS-TOT-RETIDAS
           END-PERFORM.
           MOVE 'TOTAL RETIDO' TO WS-TT-ROTULO.
           MOVE WS-CNT-RET TO WS-TT-QTD.
           MOVE WS-TOT-RETIDAS TO WS-TT-VALOR.
           WRITE REG-AGENDA FROM WS-LINHA-TOTAL.

       0600-FINALIZA.
           CLOSE AGENDA-PAGTOS.
           DISPLAY 'NOTAS AGENDADAS.........: ' WS-CT-AGENDADAS.
           DISPLAY 'NOTAS RETIDAS...........: ' WS-CNT-RET.

      * PERCORRE O CONTAS A PAGAR: NOTA LIBERADA (CONFERIDA OU
      *  APROVADA) QUE VENCE ATE O LIMITE VAI PARA O SORT; A VENCIDA
      *  ENTRA NO DIA DE HOJE
       0300-LIBERA-NOTAS SECTION.
       0301-LIBERA-NOTAS.
           OPEN INPUT CONTAS-PAGAR.
           IF FS-PAGAR NOT = 00
               DISPLAY 'SEM ARQUIVO DE CONTAS A PAGAR'
               MOVE 'S' TO WS-EOF
           ELSE
               MOVE 'N' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ CONTAS-PAGAR NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       PERFORM 0920-SELECIONA-NOTA
               END-READ
           END-PERFORM.
           IF FS-PAGAR NOT = 35
               CLOSE CONTAS-PAGAR
           END-IF.
       0302-LIBERA-NOTAS-EXIT.
           EXIT.

      * LISTAGEM COM QUEBRA POR DIA DE PAGAMENTO
       0400-IMPRIME-AGENDA SECTION.
       0401-IMPRIME-AGENDA.
           PERFORM 0930-RETORNA-NOTA.
           PERFORM UNTIL WS-EOF-ORD = 'S'
               IF ORD-DATA-PAGTO NOT = WS-DIA-ATUAL
                   IF WS-DIA-ATUAL NOT = ZEROS
                       PERFORM 0940-TOTAL-DIA
                   END-IF
                   MOVE ORD-DATA-PAGTO TO WS-DIA-ATUAL
               END-IF
               PERFORM 0950-DETALHE
               PERFORM 0930-RETORNA-NOTA
           END-PERFORM.
           IF WS-DIA-ATUAL NOT = ZEROS
               PERFORM 0940-TOTAL-DIA
           END-IF.
           MOVE SPACES TO REG-AGENDA.
           WRITE REG-AGENDA.
           MOVE 'TOTAL GERAL A PAGAR' TO WS-TT-ROTULO.
           MOVE WS-CT-AGENDADAS TO WS-TT-QTD.
           MOVE WS-TOT-GERAL TO WS-TT-VALOR.
           WRITE REG-AGENDA FROM WS-LINHA-TOTAL.
       0402-IMPRIME-AGENDA-EXIT.
           EXIT.

      * AS ROTINAS DE APOIO FICAM EM SECAO PROPRIA PARA AS SECOES DO
      *  SORT TERMINAREM NO SEU EXIT
       0900-ROTINAS-APOIO SECTION.
       0910-BUSCA-NOME.
           MOVE 'NAO CADASTRADO' TO WS-NOME-ACHADO.
           PERFORM VARYING WS-IDX-FOR FROM 1 BY 1
                   UNTIL WS-IDX-FOR > WS-CNT-FORNEC
               IF WS-F-CODIGO (WS-IDX-FOR) = WS-FORNEC-BUSCA
                   MOVE WS-F-NOME (WS-IDX-FOR) TO WS-NOME-ACHADO
               END-IF
           END-PERFORM.

       0920-SELECIONA-NOTA.
           EVALUATE TRUE
               WHEN PAG-A-PAGAR
                   IF PAG-VENCIMENTO NOT > WS-DATA-LIMITE
                       MOVE PAG-VENCIMENTO TO ORD-DATA-PAGTO
                       IF PAG-VENCIMENTO < WS-DATA-HOJE
                           MOVE WS-DATA-HOJE TO ORD-DATA-PAGTO
                       END-IF
                       MOVE PAG-FORNEC TO ORD-FORNEC
                       MOVE PAG-NOTA TO ORD-NOTA
                       MOVE PAG-VENCIMENTO TO ORD-VENCIMENTO
                       MOVE PAG-VALOR TO ORD-VALOR
                       MOVE PAG-SITUACAO TO ORD-SITUACAO
                       RELEASE ORD-PAG
                   END-IF
               WHEN PAG-RETIDA
                   IF WS-CNT-RET < 100
                       ADD 1 TO WS-CNT-RET
                       SET WS-IDX-RET TO WS-CNT-RET
                       MOVE PAG-FORNEC TO WS-T-FORNEC (WS-IDX-RET)
                       MOVE PAG-NOTA TO WS-T-NOTA (WS-IDX-RET)
                       MOVE PAG-EMISSAO TO WS-T-EMISSAO (WS-IDX-RET)
                       MOVE PAG-VALOR TO WS-T-VALOR (WS-IDX-RET)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0930-RETORNA-NOTA.
           RETURN ORDENA-PAGTOS
               AT END MOVE 'S' TO WS-EOF-ORD
           END-RETURN.

       0940-TOTAL-DIA.
           MOVE 'TOTAL DO DIA' TO WS-TT-ROTULO.
           MOVE WS-CT-DIA TO WS-TT-QTD.
           MOVE WS-TOT-DIA TO WS-TT-VALOR.
           WRITE REG-AGENDA FROM WS-LINHA-TOTAL.
           MOVE SPACES TO REG-AGENDA.
           WRITE REG-AGENDA.
           MOVE ZEROS TO WS-CT-DIA WS-TOT-DIA.

       0950-DETALHE.
           MOVE ORD-FORNEC TO WS-FORNEC-BUSCA.
           PERFORM 0910-BUSCA-NOME.
           MOVE ORD-DATA-PAGTO TO WS-D-DATA.
           MOVE ORD-FORNEC TO WS-D-FORNEC.
           MOVE WS-NOME-ACHADO TO WS-D-NOME.
           MOVE ORD-NOTA TO WS-D-NOTA.
           MOVE ORD-VENCIMENTO TO WS-D-VENCTO.
           MOVE ORD-VALOR TO WS-D-VALOR.
           MOVE SPACES TO WS-D-OBS.
           IF ORD-VENCIMENTO < WS-DATA-HOJE
               MOVE 'VENCIDA' TO WS-D-OBS
           ELSE
               IF ORD-SITUACAO = 'A'
                   MOVE 'APROVADA' TO WS-D-OBS
               END-IF
           END-IF.
           WRITE REG-AGENDA FROM WS-DET.
           ADD 1 TO WS-CT-DIA WS-CT-AGENDADAS.
           ADD ORD-VALOR TO WS-TOT-DIA WS-TOT-GERAL.

       END PROGRAM AGENDA-PAGAMENTOS.
