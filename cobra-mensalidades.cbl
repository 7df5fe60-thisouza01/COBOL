      *================================================================*
      * Author:
      * Date:
      * Purpose: Cobranca das mensalidades em atraso e lista de
      *  rematricula. Percorre MENSALIDADES.DAT e, para cada aluno
      *  com mensalidade aberta vencida (vencimento em dia nao util
      *  passa para o dia util seguinte, sub-rotina DIA-UTIL), soma
      *  quantas mensalidades estao em atraso - os meses em atraso -,
      *  o saldo em aberto e a multa e os juros ate hoje, com os
      *  mesmos parametros da baixa (MULTA;pct, JUROS-MES;pct). O
      *  relatorio de inadimplencia sai agrupado pelos meses em
      *  atraso, do maior para o menor, com o responsavel financeiro
      *  para a secretaria cobrar. A lista de rematricula do ano
      *  letivo seguinte traz todo aluno matriculado no ano anterior
      *  a ele, marcado como PENDENTE quando os meses em atraso
      *  passam do limite do arquivo de parametros (MESES-BLOQUEIO;n,
      *  3 sem o arquivo) - a rematricula desse aluno depende de
      *  acerto com a tesouraria.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRA-MENSALIDADES.
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

           SELECT OPTIONAL MENSALIDADE-PARAM ASSIGN TO WS-ARQ-PARAM
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-PARAM.

           SELECT RELATORIO-INAD ASSIGN TO WS-ARQ-INAD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-INAD.

           SELECT LISTA-REMATRICULA ASSIGN TO WS-ARQ-REMAT
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-REMAT.

      *================================================================*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD ALUNOS.
       COPY ALUNOREG.

       FD MENSALIDADES.
       COPY MENSREG.

       FD MENSALIDADE-PARAM.
       01 REG-PARAM PIC X(40).

       FD RELATORIO-INAD.
       01 REG-INAD PIC X(100).

       FD LISTA-REMATRICULA.
       01 REG-REMAT PIC X(100).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      * EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG)
      *----------------------------------------------------------------*
       01 WS-ARQ-ALUNOS     PIC X(80) VALUE
           'C:\exe-cobol\alunos.dat'.
       01 WS-ARQ-MENSAL     PIC X(80) VALUE
           'C:\exe-cobol\mensalidades.dat'.
       01 WS-ARQ-PARAM      PIC X(80) VALUE
           'C:\exe-cobol\mensalidade-param.txt'.
       01 WS-ARQ-INAD       PIC X(80) VALUE
           'C:\exe-cobol\mensalidades-atraso.txt'.
       01 WS-ARQ-REMAT      PIC X(80) VALUE
           'C:\exe-cobol\rematricula-lista.txt'.
       01 WS-CFG-LOGICO     PIC X(20).
       01 WS-CFG-CAMINHO    PIC X(80).
       01 WS-CFG-ACHOU      PIC X(01).

       01 WS-STATUS.
           05 WS-FS-ALUNOS     PIC X(02).
           05 WS-FS-MENSAL     PIC X(02).
           05 WS-FS-PARAM      PIC X(02).
           05 WS-FS-INAD       PIC X(02).
           05 WS-FS-REMAT      PIC X(02).

      * ENCARGOS ATE HOJE (MULTA FIXA E JUROS AO MES PRO RATA DIA) E
      * MESES EM ATRASO A PARTIR DOS QUAIS A REMATRICULA FICA PENDENTE
       01 WS-PARAMETROS.
           05 WS-PCT-MULTA     PIC 9(02)V99 VALUE ZEROS.
           05 WS-PCT-JUROS-MES PIC 9(02)V99 VALUE ZEROS.
           05 WS-MESES-LIMITE  PIC 9(02) VALUE 3.

       01 WS-PARAM-CAMPOS.
           05 WS-P-NOME        PIC X(15).
           05 WS-P-VALOR1      PIC X(10).

       01 WS-CONTROLE.
           05 WS-EOF           PIC X(01) VALUE 'N'.
           05 WS-EOF-PARAM     PIC X(01) VALUE 'N'.
           05 WS-ACHOU         PIC X(01) VALUE 'N'.
           05 WS-DATA-HOJE     PIC 9(08) VALUE ZEROS.
           05 WS-ANO-REMAT     PIC 9(04) VALUE ZEROS.
           05 WS-ANO-ATUAL     PIC 9(04) VALUE ZEROS.
           05 WS-VENC-UTIL     PIC 9(08) VALUE ZEROS.
           05 WS-DIAS-ATRASO   PIC 9(05) VALUE ZEROS.
           05 WS-MESES         PIC 9(03) VALUE ZEROS.
           05 WS-MAIOR-MESES   PIC 9(03) VALUE ZEROS.
           05 WS-CT-LISTADOS   PIC 9(04) VALUE ZEROS.
           05 WS-CT-REMAT      PIC 9(04) VALUE ZEROS.
           05 WS-CT-PENDENTES  PIC 9(04) VALUE ZEROS.
           05 WS-TOT-ABERTO    PIC 9(09)V99 VALUE ZEROS.
           05 WS-TOT-ENCARGOS  PIC 9(08)V99 VALUE ZEROS.

      * PARAMETROS DA SUB-ROTINA DE CALENDARIO DIA-UTIL
       01 WS-DU-CHAMADA.
           05 WS-DU-FUNCAO     PIC X(01).
           05 WS-DU-DATA       PIC 9(08).
           05 WS-DU-DIAS       PIC 9(03).
           05 WS-DU-RESULTADO  PIC 9(08).
           05 WS-DU-UTIL       PIC X(01).

       01 WS-CALCULO.
           05 WS-SALDO         PIC 9(06)V99 VALUE ZEROS.
           05 WS-ENCARGOS      PIC 9(05)V99 VALUE ZEROS.

      * ALUNOS COM MENSALIDADE VENCIDA EM ABERTO: MESES EM ATRASO,
      * SALDO, ENCARGOS ATE HOJE E A COMPETENCIA MAIS ANTIGA
       01 WS-TAB-ATRASO.
           05 WS-CNT-ATRASO    PIC 9(04) VALUE ZEROS.
           05 WS-ATRASO-ITEM OCCURS 2000 TIMES
                              INDEXED BY WS-IDX-ATR.
               10 WS-A-MATRICULA PIC 9(06).
               10 WS-A-MESES     PIC 9(03).
               10 WS-A-SALDO     PIC 9(07)V99.
               10 WS-A-ENCARGOS  PIC 9(06)V99.
               10 WS-A-DESDE     PIC 9(06).

       01 WS-CABECALHO.
           05 FILLER           PIC X(07) VALUE 'MATRIC '.
           05 FILLER           PIC X(26) VALUE 'NOME'.
           05 FILLER           PIC X(06) VALUE 'TURMA'.
           05 FILLER           PIC X(07) VALUE 'DESDE'.
           05 FILLER           PIC X(11) VALUE '     SALDO'.
           05 FILLER           PIC X(10) VALUE ' ENCARGOS'.
           05 FILLER           PIC X(11) VALUE 'RESPONSAVEL'.

       01 WS-LINHA-ATRASO.
           05 WS-LA-MATRICULA  PIC 9(06).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-LA-NOME       PIC X(25).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-LA-TURMA      PIC X(05).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-LA-DESDE      PIC 9(06).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-LA-SALDO      PIC ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-LA-ENCARGOS   PIC ZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-LA-RESP-CPF   PIC 9(11).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-LA-RESP-NOME  PIC X(20).

       01 WS-LINHA-GRUPO.
           05 FILLER           PIC X(17) VALUE
               '--- EM ATRASO HA '.
           05 WS-LG-MESES      PIC ZZ9.
           05 FILLER           PIC X(18) VALUE ' MENSALIDADE(S) --'.

       01 WS-LINHA-TOTAL.
           05 FILLER           PIC X(19) VALUE 'ALUNOS EM ATRASO: '.
           05 WS-LT-QTD        PIC ZZZ9.
           05 FILLER           PIC X(10) VALUE ' - SALDO: '.
           05 WS-LT-SALDO      PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(13) VALUE ' - ENCARGOS: '.
           05 WS-LT-ENCARGOS   PIC Z.ZZZ.ZZ9,99.

       01 WS-LINHA-REMAT.
           05 WS-LR-MATRICULA  PIC 9(06).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-LR-NOME       PIC X(30).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-LR-TURMA      PIC X(05).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-LR-SITUACAO   PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-LR-MOTIVO     PIC X(40).

       01 WS-MOTIVO-PENDENTE.
           05 WS-MP-MESES      PIC ZZ9.
           05 FILLER           PIC X(30) VALUE
               ' MENSALIDADE(S) EM ATRASO'.
      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       0-PRINCIPAL.
           PERFORM 1-RESOLVE-CAMINHOS.
           PERFORM 2-CARREGA-PARAMETROS.
           PERFORM 3-ABRE-ARQUIVOS.
           PERFORM 4-LE-MENSALIDADE UNTIL WS-EOF = 'S'.
           PERFORM 6-RELATORIO-ATRASO.
           PERFORM 7-LISTA-REMATRICULA.
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
           MOVE 'MENSALIDADE-PARAM' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-PARAM
           END-IF.
           MOVE 'MENSALIDADES-INAD' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-INAD
           END-IF.
           MOVE 'REMATRICULA-LISTA' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-REMAT
           END-IF.

       11-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.

      * LINHAS MULTA;PCT, JUROS-MES;PCT E MESES-BLOQUEIO;N; SEM O
      * ARQUIVO NAO HA ENCARGOS E O LIMITE E DE 3 MESES
       2-CARREGA-PARAMETROS.
           OPEN INPUT MENSALIDADE-PARAM.
           IF WS-FS-PARAM = '00'
               PERFORM 21-LE-PARAMETRO UNTIL WS-EOF-PARAM = 'S'
           ELSE
               DISPLAY 'SEM ARQUIVO DE PARAMETROS - SEM ENCARGOS E '
                   'LIMITE DE 3 MESES'
           END-IF.
           CLOSE MENSALIDADE-PARAM.

       21-LE-PARAMETRO.
           READ MENSALIDADE-PARAM
               AT END MOVE 'S' TO WS-EOF-PARAM
               NOT AT END
                   MOVE SPACES TO WS-PARAM-CAMPOS
                   UNSTRING REG-PARAM DELIMITED BY ';'
                       INTO WS-P-NOME WS-P-VALOR1
                   END-UNSTRING
                   EVALUATE WS-P-NOME
                   WHEN 'MULTA'
                       COMPUTE WS-PCT-MULTA =
                           FUNCTION NUMVAL (WS-P-VALOR1)
                   WHEN 'JUROS-MES'
                       COMPUTE WS-PCT-JUROS-MES =
                           FUNCTION NUMVAL (WS-P-VALOR1)
                   WHEN 'MESES-BLOQUEIO'
                       COMPUTE WS-MESES-LIMITE =
                           FUNCTION NUMVAL (WS-P-VALOR1)
                   WHEN 'DIA-VENCIMENTO'
                   WHEN 'DESCONTO-IRMAO'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'PARAMETRO DESCONHECIDO: ' WS-P-NOME
                   END-EVALUATE
           END-READ.

      * O ANO DA REMATRICULA EM BRANCO E O ANO SEGUINTE AO CORRENTE;
      * A LISTA TRAZ OS MATRICULADOS NO ANO ANTERIOR A ELE
       3-ABRE-ARQUIVOS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'ANO LETIVO DA REMATRICULA (EM BRANCO = PROXIMO '
               'ANO): '.
           MOVE ZEROS TO WS-ANO-REMAT.
           ACCEPT WS-ANO-REMAT.
           IF WS-ANO-REMAT = ZEROS
               MOVE WS-DATA-HOJE (1:4) TO WS-ANO-REMAT
               ADD 1 TO WS-ANO-REMAT
           END-IF.
           COMPUTE WS-ANO-ATUAL = WS-ANO-REMAT - 1.
           OPEN INPUT ALUNOS.
           IF WS-FS-ALUNOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ALUNOS.DAT: ' WS-FS-ALUNOS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT MENSALIDADES.
           IF WS-FS-MENSAL NOT = '00'
               DISPLAY 'SEM MENSALIDADES GERADAS - NADA A COBRAR'
               MOVE 'S' TO WS-EOF
           ELSE
               MOVE LOW-VALUES TO MEN-CHAVE
               START MENSALIDADES KEY IS NOT LESS THAN MEN-CHAVE
                   INVALID KEY MOVE 'S' TO WS-EOF
               END-START
           END-IF.
           OPEN OUTPUT RELATORIO-INAD.
           MOVE SPACES TO REG-INAD.
           STRING 'MENSALIDADES EM ATRASO EM ' WS-DATA-HOJE
               ' - POR MESES EM ATRASO' DELIMITED BY SIZE
               INTO REG-INAD.
           WRITE REG-INAD.
           MOVE WS-CABECALHO TO REG-INAD.
           WRITE REG-INAD.
           OPEN OUTPUT LISTA-REMATRICULA.
           MOVE SPACES TO REG-REMAT.
           STRING 'LISTA DE REMATRICULA - ANO LETIVO ' WS-ANO-REMAT
               DELIMITED BY SIZE INTO REG-REMAT.
           WRITE REG-REMAT.

      *----------------------------------------------------------------*
      * MENSALIDADE ABERTA COM VENCIMENTO UTIL ANTERIOR A HOJE ENTRA
      * NO ATRASO DO ALUNO: UM MES A MAIS, O SALDO (VALOR MENOS O JA
      * PAGO A MENOR) E OS ENCARGOS ATE HOJE, COMO A BAIXA OS
      * CALCULARIA - O QUE FOI PAGO ALEM DO VALOR ABATE DOS ENCARGOS
      *----------------------------------------------------------------*
       4-LE-MENSALIDADE.
           READ MENSALIDADES NEXT RECORD
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   IF MEN-ABERTA AND MEN-VENCIMENTO < WS-DATA-HOJE
                       PERFORM 41-VENCIMENTO-UTIL
                       IF WS-VENC-UTIL < WS-DATA-HOJE
                           PERFORM 5-ACUMULA-ATRASO
                       END-IF
                   END-IF
           END-READ.

       41-VENCIMENTO-UTIL.
           MOVE 'P' TO WS-DU-FUNCAO.
           MOVE MEN-VENCIMENTO TO WS-DU-DATA.
           MOVE ZEROS TO WS-DU-DIAS.
           CALL 'DIA-UTIL' USING WS-DU-FUNCAO WS-DU-DATA WS-DU-DIAS
               WS-DU-RESULTADO WS-DU-UTIL.
           MOVE WS-DU-RESULTADO TO WS-VENC-UTIL.

       5-ACUMULA-ATRASO.
           COMPUTE WS-DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE) -
               FUNCTION INTEGER-OF-DATE (WS-VENC-UTIL).
           COMPUTE WS-ENCARGOS ROUNDED =
               MEN-VALOR * WS-PCT-MULTA / 100 +
               MEN-VALOR * WS-PCT-JUROS-MES / 100 / 30
                   * WS-DIAS-ATRASO.
           MOVE ZEROS TO WS-SALDO.
           IF MEN-VALOR > MEN-VALOR-PAGO
               COMPUTE WS-SALDO = MEN-VALOR - MEN-VALOR-PAGO
           ELSE
               IF MEN-VALOR-PAGO - MEN-VALOR < WS-ENCARGOS
                   COMPUTE WS-ENCARGOS =
                       WS-ENCARGOS - (MEN-VALOR-PAGO - MEN-VALOR)
               ELSE
                   MOVE ZEROS TO WS-ENCARGOS
               END-IF
           END-IF.
           MOVE 'N' TO WS-ACHOU.
           PERFORM VARYING WS-IDX-ATR FROM 1 BY 1
                   UNTIL WS-IDX-ATR > WS-CNT-ATRASO
                      OR WS-ACHOU = 'S'
               IF WS-A-MATRICULA (WS-IDX-ATR) = MEN-MATRICULA
                   MOVE 'S' TO WS-ACHOU
                   SET WS-IDX-ATR DOWN BY 1
               END-IF
           END-PERFORM.
           IF WS-ACHOU = 'N'
               IF WS-CNT-ATRASO < 2000
                   ADD 1 TO WS-CNT-ATRASO
                   SET WS-IDX-ATR TO WS-CNT-ATRASO
                   MOVE MEN-MATRICULA TO WS-A-MATRICULA (WS-IDX-ATR)
                   MOVE ZEROS TO WS-A-MESES (WS-IDX-ATR)
                   MOVE ZEROS TO WS-A-SALDO (WS-IDX-ATR)
                   MOVE ZEROS TO WS-A-ENCARGOS (WS-IDX-ATR)
                   MOVE MEN-COMPET TO WS-A-DESDE (WS-IDX-ATR)
               ELSE
                   DISPLAY 'TABELA DE ATRASO CHEIA - MATRICULA '
                       MEN-MATRICULA ' FICARIA FORA DO RELATORIO'
                   MOVE 8 TO RETURN-CODE
                   MOVE 'X' TO WS-ACHOU
               END-IF
           END-IF.
           IF WS-ACHOU NOT = 'X'
               ADD 1 TO WS-A-MESES (WS-IDX-ATR)
               ADD WS-SALDO TO WS-A-SALDO (WS-IDX-ATR)
               ADD WS-ENCARGOS TO WS-A-ENCARGOS (WS-IDX-ATR)
               IF WS-A-MESES (WS-IDX-ATR) > WS-MAIOR-MESES
                   MOVE WS-A-MESES (WS-IDX-ATR) TO WS-MAIOR-MESES
               END-IF
           END-IF.

      * UM GRUPO POR QUANTIDADE DE MESES EM ATRASO, DO MAIOR PARA O
      * MENOR
       6-RELATORIO-ATRASO.
           PERFORM VARYING WS-MESES FROM WS-MAIOR-MESES BY -1
                   UNTIL WS-MESES < 1
               PERFORM 61-GRUPO-MESES
           END-PERFORM.
           IF WS-CNT-ATRASO = ZEROS
               MOVE 'NENHUMA MENSALIDADE EM ATRASO' TO REG-INAD
               WRITE REG-INAD
           END-IF.
           MOVE WS-CNT-ATRASO TO WS-LT-QTD.
           MOVE WS-TOT-ABERTO TO WS-LT-SALDO.
           MOVE WS-TOT-ENCARGOS TO WS-LT-ENCARGOS.
           MOVE WS-LINHA-TOTAL TO REG-INAD.
           WRITE REG-INAD.

       61-GRUPO-MESES.
           MOVE ZEROS TO WS-CT-LISTADOS.
           PERFORM VARYING WS-IDX-ATR FROM 1 BY 1
                   UNTIL WS-IDX-ATR > WS-CNT-ATRASO
               IF WS-A-MESES (WS-IDX-ATR) = WS-MESES
                   IF WS-CT-LISTADOS = ZEROS
                       MOVE WS-MESES TO WS-LG-MESES
                       MOVE WS-LINHA-GRUPO TO REG-INAD
                       WRITE REG-INAD
                   END-IF
                   ADD 1 TO WS-CT-LISTADOS
                   PERFORM 62-LINHA-ALUNO
               END-IF
           END-PERFORM.

       62-LINHA-ALUNO.
           MOVE WS-A-MATRICULA (WS-IDX-ATR) TO WS-LA-MATRICULA.
           MOVE WS-A-MATRICULA (WS-IDX-ATR) TO ALU-MATRICULA.
           READ ALUNOS
               INVALID KEY
                   MOVE 'MATRICULA NAO CADASTRADA' TO WS-LA-NOME
                   MOVE SPACES TO WS-LA-TURMA WS-LA-RESP-NOME
                   MOVE ZEROS TO WS-LA-RESP-CPF
               NOT INVALID KEY
                   MOVE ALU-NOME TO WS-LA-NOME
                   MOVE ALU-TURMA TO WS-LA-TURMA
                   MOVE ALU-RESP-CPF TO WS-LA-RESP-CPF
                   MOVE ALU-RESP-NOME TO WS-LA-RESP-NOME
           END-READ.
           MOVE WS-A-DESDE (WS-IDX-ATR) TO WS-LA-DESDE.
           MOVE WS-A-SALDO (WS-IDX-ATR) TO WS-LA-SALDO.
           MOVE WS-A-ENCARGOS (WS-IDX-ATR) TO WS-LA-ENCARGOS.
           MOVE WS-LINHA-ATRASO TO REG-INAD.
           WRITE REG-INAD.
           ADD WS-A-SALDO (WS-IDX-ATR) TO WS-TOT-ABERTO.
           ADD WS-A-ENCARGOS (WS-IDX-ATR) TO WS-TOT-ENCARGOS.

      *----------------------------------------------------------------*
      * TODO ALUNO MATRICULADO NO ANO ANTERIOR AO DA REMATRICULA; COM
      * MAIS MESES EM ATRASO QUE O LIMITE A REMATRICULA FICA PENDENTE
      *----------------------------------------------------------------*
       7-LISTA-REMATRICULA.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO ALU-MATRICULA.
           START ALUNOS KEY IS NOT LESS THAN ALU-MATRICULA
               INVALID KEY MOVE 'S' TO WS-EOF
           END-START.
           PERFORM 71-LE-ALUNO UNTIL WS-EOF = 'S'.
           IF WS-CT-REMAT = ZEROS
               MOVE SPACES TO REG-REMAT
               STRING 'NENHUM ALUNO MATRICULADO EM ' WS-ANO-ATUAL
                   DELIMITED BY SIZE INTO REG-REMAT
               WRITE REG-REMAT
           END-IF.

       71-LE-ALUNO.
           READ ALUNOS NEXT RECORD
               AT END MOVE 'S' TO WS-EOF
               NOT AT END
                   IF ALU-MATRICULADO AND ALU-ANO = WS-ANO-ATUAL
                       PERFORM 72-LINHA-REMATRICULA
                   END-IF
           END-READ.

       72-LINHA-REMATRICULA.
           ADD 1 TO WS-CT-REMAT.
           MOVE ALU-MATRICULA TO WS-LR-MATRICULA.
           MOVE ALU-NOME TO WS-LR-NOME.
           MOVE ALU-TURMA TO WS-LR-TURMA.
           MOVE 'LIBERADA' TO WS-LR-SITUACAO.
           MOVE SPACES TO WS-LR-MOTIVO.
           PERFORM VARYING WS-IDX-ATR FROM 1 BY 1
                   UNTIL WS-IDX-ATR > WS-CNT-ATRASO
               IF WS-A-MATRICULA (WS-IDX-ATR) = ALU-MATRICULA
                  AND WS-A-MESES (WS-IDX-ATR) > WS-MESES-LIMITE
                   MOVE 'PENDENTE' TO WS-LR-SITUACAO
                   MOVE WS-A-MESES (WS-IDX-ATR) TO WS-MP-MESES
                   MOVE WS-MOTIVO-PENDENTE TO WS-LR-MOTIVO
                   ADD 1 TO WS-CT-PENDENTES
               END-IF
           END-PERFORM.
           MOVE WS-LINHA-REMAT TO REG-REMAT.
           WRITE REG-REMAT.

       9-FINALIZA.
           DISPLAY 'ALUNOS EM ATRASO.......: ' WS-CNT-ATRASO.
           DISPLAY 'ALUNOS NA REMATRICULA..: ' WS-CT-REMAT.
           DISPLAY 'REMATRICULAS PENDENTES.: ' WS-CT-PENDENTES.
           CLOSE ALUNOS.
           CLOSE MENSALIDADES.
           CLOSE RELATORIO-INAD.
           CLOSE LISTA-REMATRICULA.
      *================================================================*
