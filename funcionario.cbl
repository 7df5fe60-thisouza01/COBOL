      *               MANTEM-FUNCIONARIOS); funcionario desligado com
      *               a data ja vencida e pulado da folha com aviso,
      *               em vez de ser pago para sempre
      * 15/10/2026 TS Emprestimo consignado em folha: as parcelas dos
      *               contratos do CPF vencidas ate a competencia sao
      *               descontadas no contracheque antes do liquido,
      *               dentro da margem (percentual do liquido depois
      *               de INSS e IRRF, do CONSIG-PARAM), e ficam pagas
      *               em folha no plano do EMPRESTIMO-PARC.DAT; parcela
      *               que nao cabe na margem fica pendente e e avisada
      * 15/10/2026 TS Ponto do mes na folha: o arquivo de ponto (por
      *               CPF: horas extras a 50% e 100%, horas noturnas,
      *               faltas injustificadas e horas de atraso) vira
      *               proventos e descontos no contracheque antes do
      *               INSS e do IRRF, com o DSR sobre as horas extras
      *               (dias de descanso do mes pelo calendario da
      *               DIA-UTIL) e a perda do DSR pelas faltas;
      *               funcionario sem linha de ponto na competencia
      *               vai para os rejeitos (R016) em vez de ser pago
      *               pelo salario fixo, e o relatorio mostra o custo
      *               de horas extras por departamento
      * 15/10/2026 TS Diferencas retroativas do dissidio: as linhas
      *               do DISSIDIO-RETRO com pagamento na competencia
      *               (gravadas pelo APLICA-DISSIDIO) entram no
      *               contracheque como provento proprio, com INSS
      *               e IRRF calculados a parte sobre a diferenca,
      *               e somam no bruto, nos descontos e no historico
      * 15/10/2026 TS Comissoes de venda: as linhas do COMISSOES-FOLHA
      *               com pagamento na competencia (gravadas pelo
      *               APURA-COMISSOES) somam no bruto como provento
      *               variavel, tributado com o resto do mes, e saem
      *               em linha propria no contracheque
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUNCIONARIO.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORICO.

               SELECT OPTIONAL CONSIG-PARAM ASSIGN TO WS-ARQ-CONSIG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONSIG.

               SELECT EMPRESTIMOS ASSIGN TO WS-ARQ-EMPREST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CONTRATO
               FILE STATUS IS WS-FS-EMPREST.

               SELECT EMPRESTIMO-PARC ASSIGN TO WS-ARQ-PARC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAR-CHAVE
               FILE STATUS IS WS-FS-PARC.

               SELECT OPTIONAL PONTO-MENSAL ASSIGN TO WS-ARQ-PONTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PONTO.

               SELECT OPTIONAL PONTO-PARAM ASSIGN TO WS-ARQ-PONTO-PARAM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PONTO-PARAM.

               SELECT OPTIONAL DISSIDIO-RETRO ASSIGN TO WS-ARQ-RETRO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RETRO.

               SELECT OPTIONAL COMISSOES-FOLHA ASSIGN TO
                   WS-ARQ-COMISSOES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COMISSOES.

       DATA DIVISION.
       FILE SECTION.

           FD FOLHA-HISTORICO.
           01 REG-HISTORICO                PIC X(60).

      * PARAMETRO DO CONSIGNADO: MARGEM;PERCENTUAL DO LIQUIDO
           FD CONSIG-PARAM.
           01 REG-CONSIG                   PIC X(30).

      * MESTRE DE EMPRESTIMOS E PLANO DE AMORTIZACAO DO BANCO, SO
      *  PARA OS CONTRATOS CONSIGNADOS EM FOLHA
           FD EMPRESTIMOS.
           COPY EMPRREG.

           FD EMPRESTIMO-PARC.
           COPY PARCREG.

      * PONTO DO MES: COMPETENCIA;CPF;HORAS EXTRAS 50%;HORAS EXTRAS
      *  100%;HORAS NOTURNAS;DIAS DE FALTA;HORAS DE ATRASO
           FD PONTO-MENSAL.
           01 REG-PONTO                    PIC X(60).

      * PARAMETROS DO PONTO: NOME;VALOR (HORAS-MES, ADIC-NOTURNO)
           FD PONTO-PARAM.
           01 REG-PONTO-PARAM              PIC X(30).

      * DIFERENCAS DO DISSIDIO A PAGAR: PAGAR-EM;CPF;COMPETENCIA DE
      *  REFERENCIA;VALOR;VIGENCIA
           FD DISSIDIO-RETRO.
           01 REG-RETRO                    PIC X(50).

      * COMISSOES DE VENDA A PAGAR: PAGAR-EM;CPF;COMPETENCIA DAS
      *  VENDAS;VALOR
           FD COMISSOES-FOLHA.
           01 REG-COMISSAO                 PIC X(40).

       WORKING-STORAGE SECTION.

      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
                   "C:\exe-cobol\irrf-tab.dat".
               05 WS-ARQ-HISTORICO     PIC X(80) VALUE
                   "C:\exe-cobol\folha-historico.txt".
               05 WS-ARQ-CONSIG        PIC X(80) VALUE
                   "C:\exe-cobol\consig-param.dat".
               05 WS-ARQ-EMPREST       PIC X(80) VALUE
                   "C:\COBOL\EMPRESTIMOS.DAT".
               05 WS-ARQ-PARC          PIC X(80) VALUE
                   "C:\COBOL\EMPRESTIMO-PARC.DAT".
               05 WS-ARQ-PONTO         PIC X(80) VALUE
                   "C:\exe-cobol\ponto-mensal.txt".
               05 WS-ARQ-PONTO-PARAM   PIC X(80) VALUE
                   "C:\exe-cobol\ponto-param.dat".
               05 WS-ARQ-RETRO         PIC X(80) VALUE
                   "C:\exe-cobol\dissidio-retroativo.txt".
               05 WS-ARQ-COMISSOES     PIC X(80) VALUE
                   "C:\exe-cobol\comissoes-folha.txt".

           01 WS-CFG-CHAMADA.
               05 WS-CFG-LOGICO        PIC X(20).
                   10 WS-DEPT-MEDIA        PIC 9(07)V99 VALUE ZEROS.
                   10 WS-DEPT-DESCONTOS    PIC 9(08)V99 VALUE ZEROS.
                   10 WS-DEPT-LIQUIDO      PIC 9(08)V99 VALUE ZEROS.
                   10 WS-DEPT-HORA-EXTRA   PIC 9(08)V99 VALUE ZEROS.

      * TABELAS DE FAIXAS DE INSS (TETO;ALIQUOTA) E IRRF (TETO;
      *  ALIQUOTA;PARCELA A DEDUZIR), CARREGADAS DOS ARQUIVOS DE
               05 WS-IRRF              PIC 9(06)V99 VALUE ZEROS.
               05 WS-DESCONTOS         PIC 9(06)V99 VALUE ZEROS.
               05 WS-LIQUIDO           PIC 9(06)V99 VALUE ZEROS.
               05 WS-CONSIGNADO        PIC 9(06)V99 VALUE ZEROS.

      * CONSIGNADO EM FOLHA: MARGEM DO CONSIG-PARAM (PADRAO 35% DO
      *  LIQUIDO DEPOIS DE INSS E IRRF) E OS CONTRATOS CONSIGNADOS
      *  EM ABERTO, CARREGADOS DO MESTRE DE EMPRESTIMOS NA ABERTURA;
      *  A COMPETENCIA DA FOLHA NO CONTRATO SEGURA A REPETICAO DA
      *  RODADA NO MESMO MES
           01 WS-CONSIG.
               05 WS-CONSIG-ATIVO      PIC X(01) VALUE 'N'.
               05 WS-PCT-MARGEM        PIC 9(03)V99 VALUE 35.
               05 WS-MARGEM            PIC 9(06)V99 VALUE ZEROS.
               05 WS-CSG-DO-CONTRATO   PIC 9(07) VALUE ZEROS.
               05 WS-CSG-PARCELAS      PIC 9(03) VALUE ZEROS.
               05 WS-CSG-CABE          PIC X(01) VALUE 'Y'.
               05 WS-EOF-PARC          PIC X(01) VALUE 'N'.
               05 WS-CT-PARC-FOLHA     PIC 9(05) VALUE ZEROS.
               05 WS-CT-FORA-MARGEM    PIC 9(05) VALUE ZEROS.
           01 WS-TAB-CONSIG.
               05 WS-CNT-CONSIG        PIC 9(03) VALUE ZEROS.
               05 WS-CSG-ITEM OCCURS 300 TIMES
                                 INDEXED BY WS-IDX-CSG.
                   10 WS-CSG-CONTRATO      PIC 9(06).
                   10 WS-CSG-CPF           PIC X(11).
                   10 WS-CSG-COMPET        PIC 9(06).
                   10 WS-CSG-VALOR         PIC 9(07).

      * PONTO DA COMPETENCIA, CARREGADO NA ABERTURA: UMA ENTRADA POR
      *  CPF. O VALOR DA HORA E O SALARIO SOBRE AS HORAS DO MES (PADRAO
      *  220) E O ADICIONAL NOTURNO E O PERCENTUAL DO PONTO-PARAM
      *  (PADRAO 20%). DIAS UTEIS (SEGUNDA A SABADO SEM FERIADO) E
      *  DIAS DE DSR (DOMINGOS E FERIADOS) SAEM DO CALENDARIO DO MES
           01 WS-TAB-PONTO.
               05 WS-CNT-PONTO         PIC 9(03) VALUE ZEROS.
               05 WS-PONTO-ITEM OCCURS 500 TIMES
                                 INDEXED BY WS-IDX-PONTO.
                   10 WS-PT-CPF            PIC X(11).
                   10 WS-PT-HE50           PIC 9(03)V99.
                   10 WS-PT-HE100          PIC 9(03)V99.
                   10 WS-PT-NOTURNO        PIC 9(03)V99.
                   10 WS-PT-FALTAS         PIC 9(02).
                   10 WS-PT-ATRASOS        PIC 9(03)V99.
      * DIFERENCAS RETROATIVAS DO DISSIDIO A PAGAR NA COMPETENCIA,
      *  SOMADAS POR CPF, E O INSS E O IRRF PROPRIOS DA DIFERENCA DO
      *  FUNCIONARIO EM PROCESSAMENTO
           01 WS-TAB-RETRO.
               05 WS-CNT-RETRO         PIC 9(03) VALUE ZEROS.
               05 WS-RETRO-ITEM OCCURS 300 TIMES
                                 INDEXED BY WS-IDX-RETRO.
                   10 WS-RT-CPF            PIC X(11).
                   10 WS-RT-VALOR          PIC 9(07)V99.
           01 WS-RETRO-CAMPOS.
               05 WS-RC-PAGAR-EM       PIC X(06).
               05 WS-RC-CPF            PIC X(11).
               05 WS-RC-COMPET         PIC X(06).
               05 WS-RC-VALOR          PIC X(12).
           01 WS-CALCULO-RETRO.
               05 WS-VLR-RETRO         PIC 9(06)V99 VALUE ZEROS.
               05 WS-INSS-RETRO        PIC 9(06)V99 VALUE ZEROS.
               05 WS-BASE-IRRF-RETRO   PIC 9(06)V99 VALUE ZEROS.
               05 WS-IRRF-RETRO        PIC S9(06)V99 VALUE ZEROS.
               05 WS-BASE-INSS-RETRO   PIC 9(07)V99 VALUE ZEROS.
               05 WS-CT-RETRO-PAGOS    PIC 9(05) VALUE ZEROS.
               05 WS-ACHOU-RETRO       PIC X(01) VALUE 'N'.
               05 WS-RETRO-ACHADO      PIC 9(03) VALUE ZEROS.
      * COMISSOES DE VENDA A PAGAR NA COMPETENCIA, SOMADAS POR CPF
           01 WS-TAB-COMISSAO.
               05 WS-CNT-COMIS         PIC 9(03) VALUE ZEROS.
               05 WS-COMIS-ITEM OCCURS 300 TIMES
                                 INDEXED BY WS-IDX-COMIS.
                   10 WS-CM-CPF            PIC X(11).
                   10 WS-CM-VALOR          PIC 9(07)V99.
           01 WS-COMIS-CAMPOS.
               05 WS-CO-PAGAR-EM       PIC X(06).
               05 WS-CO-CPF            PIC X(11).
               05 WS-CO-COMPET         PIC X(06).
               05 WS-CO-VALOR          PIC X(12).
           01 WS-CALCULO-COMIS.
               05 WS-VLR-COMISSAO      PIC 9(06)V99 VALUE ZEROS.
               05 WS-CT-COMIS-PAGAS    PIC 9(05) VALUE ZEROS.
               05 WS-ACHOU-COMIS       PIC X(01) VALUE 'N'.
               05 WS-COMIS-ACHADO      PIC 9(03) VALUE ZEROS.

           01 WS-PONTO-CAMPOS.
               05 WS-PC-COMPET         PIC X(06).
               05 WS-PC-CPF            PIC X(11).
               05 WS-PC-HE50           PIC X(08).
               05 WS-PC-HE100          PIC X(08).
               05 WS-PC-NOTURNO        PIC X(08).
               05 WS-PC-FALTAS         PIC X(04).
               05 WS-PC-ATRASOS        PIC X(08).
           01 WS-PONTO.
               05 WS-HORAS-MES         PIC 9(03) VALUE 220.
               05 WS-PCT-NOTURNO       PIC 9(03)V99 VALUE 20.
               05 WS-DIAS-UTEIS        PIC 9(02) VALUE ZEROS.
               05 WS-DIAS-DSR          PIC 9(02) VALUE ZEROS.
               05 WS-DIAS-MES          PIC 9(02) VALUE ZEROS.
               05 WS-DIA-MES           PIC 9(02) VALUE ZEROS.
               05 WS-DIA-INICIO        PIC 9(07) VALUE ZEROS.
               05 WS-DIA-SEMANA        PIC 9(01) VALUE ZEROS.
               05 WS-DATA-PROX-MES     PIC 9(08) VALUE ZEROS.
               05 WS-ACHOU-PONTO       PIC X(01) VALUE 'N'.
               05 WS-PONTO-ACHADO      PIC 9(03) VALUE ZEROS.
               05 WS-CT-SEM-PONTO      PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-HORA-EXTRA  PIC 9(08)V99 VALUE ZEROS.

      * PROVENTOS E DESCONTOS DO PONTO DO FUNCIONARIO EM
      *  PROCESSAMENTO; O BRUTO E A BASE DO INSS E DO IRRF
           01 WS-CALCULO-PONTO.
               05 WS-VALOR-HORA        PIC 9(05)V9(04) VALUE ZEROS.
               05 WS-VALOR-DIA         PIC 9(05)V9(04) VALUE ZEROS.
               05 WS-VLR-HE50          PIC 9(06)V99 VALUE ZEROS.
               05 WS-VLR-HE100         PIC 9(06)V99 VALUE ZEROS.
               05 WS-VLR-NOTURNO       PIC 9(06)V99 VALUE ZEROS.
               05 WS-VLR-DSR-HE        PIC 9(06)V99 VALUE ZEROS.
               05 WS-VLR-FALTAS        PIC 9(06)V99 VALUE ZEROS.
               05 WS-VLR-DSR-PERDIDO   PIC 9(06)V99 VALUE ZEROS.
               05 WS-VLR-ATRASOS       PIC 9(06)V99 VALUE ZEROS.
               05 WS-DSR-PERDIDOS      PIC 9(02) VALUE ZEROS.
               05 WS-PROVENTOS         PIC 9(06)V99 VALUE ZEROS.
               05 WS-DESC-PONTO        PIC 9(06)V99 VALUE ZEROS.
               05 WS-BRUTO             PIC 9(06)V99 VALUE ZEROS.

      * CHAMADA DA SUB-ROTINA DE CALENDARIO DIA-UTIL
           01 WS-DU-CHAMADA.
               05 WS-DU-FUNCAO         PIC X(01).
               05 WS-DU-DATA           PIC 9(08).
               05 WS-DU-DIAS           PIC 9(03).
               05 WS-DU-RESULTADO      PIC 9(08).
               05 WS-DU-UTIL           PIC X(01).

           01 WS-PARAM-TAB.
               05 WS-P-TXT1            PIC X(12).
               05 EOF                      PIC X(01) VALUE 'N'.
               05 EOF-DEPT                 PIC X(01) VALUE 'N'.
               05 WS-ACHOU-DEPT            PIC X(01) VALUE 'N'.
               05 WS-DEPT-ACHADO           PIC 9(03) VALUE ZEROS.
               05 WS-TOTAL-SALARIO         PIC 9(08)V99 VALUE ZEROS.
               05 WS-TOTAL-SAL-EDIT   PIC ZZZ,ZZ9.9(02) BLANK WHEN ZERO.
               05 WS-TOTAL-FUNC            PIC 9(05) VALUE ZEROS.
               05 WS-FS-IRRF               PIC 9(02).
               05 WS-FS-CONTRACHEQUE       PIC 9(02).
               05 WS-FS-HISTORICO          PIC 9(02).
               05 WS-FS-CONSIG             PIC 9(02).
               05 WS-FS-EMPREST            PIC 9(02).
               05 WS-FS-PARC               PIC 9(02).
               05 WS-FS-PONTO              PIC 9(02).
               05 WS-FS-PONTO-PARAM        PIC 9(02).
               05 WS-FS-RETRO              PIC 9(02).
               05 WS-FS-COMISSOES          PIC 9(02).

      * CONTRACHEQUE EM MONTAGEM E A AMARRACAO DO TRAILER: A SOMA
      *  DOS LIQUIDOS DOS CONTRACHEQUES DEVE FECHAR COM O TOTAL
               05 FILLER               PIC X(06) VALUE ' LIQ: '.
               05 WS-LIQUIDO-O         PIC ZZZ,ZZ9.99.

      * CUSTO DE HORAS EXTRAS (50%, 100% E DSR SOBRE ELAS) POR
      *  DEPARTAMENTO, DEPOIS DO TOTAL GERAL
           01 WS-LINHA-HORA-EXTRA.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-HE-DEPT-O         PIC A(10).
               05 FILLER               PIC X(22) VALUE
                   '   CUSTO HORA EXTRA: '.
               05 WS-HE-VALOR-O        PIC ZZ,ZZZ,ZZ9.99.

           01 WS-LINHA-TOTAL.
               05 FILLER               PIC X(15) VALUE 'TOTAL GERAL: '.
               05 WS-TOTAL-FUNC-O      PIC ZZZ9.
           PERFORM 0090-CARREGA-IRRF THRU 0090-CARREGA-IRRF-EXIT.

           PERFORM 0100-ABRE-ARQUIVO THRU 0100-ABRE-ARQUIVO-EXIT.
           PERFORM 0110-ABRE-CONSIGNADO THRU 0110-ABRE-CONSIGNADO-EXIT.
           PERFORM 0130-CARREGA-PONTO THRU 0130-CARREGA-PONTO-EXIT.
           PERFORM 0140-CARREGA-RETROATIVOS THRU
               0140-CARREGA-RETROATIVOS-EXIT.
           PERFORM 0150-CARREGA-COMISSOES THRU
               0150-CARREGA-COMISSOES-EXIT.
           PERFORM 0200-LE-ARQUIVO UNTIL EOF = 'Y'.
           PERFORM 1000-FECHA-ARQUIVO THRU 1000-FECHA-ARQUIVO-EXIT.
           PERFORM 0910-REGISTRA-FIM THRU 0910-REGISTRA-FIM-EXIT.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-HISTORICO
           END-IF.
           MOVE 'CONSIG-PARAM' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-CONSIG
           END-IF.
           MOVE 'EMPRESTIMOS-DAT' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-EMPREST
           END-IF.
           MOVE 'EMPRESTIMO-PARC' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-PARC
           END-IF.
           MOVE 'PONTO-MENSAL' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-PONTO
           END-IF.
           MOVE 'PONTO-PARAM' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-PONTO-PARAM
           END-IF.
           MOVE 'DISSIDIO-RETRO' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-RETRO
           END-IF.
           MOVE 'COMISSOES-FOLHA' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-COMISSOES
           END-IF.
       0005-RESOLVE-CAMINHOS-EXIT. EXIT.

       0006-BUSCA-CAMINHO.
           MOVE WS-DATA-COMPET (1:6) TO WS-COMPETENCIA.
       0100-ABRE-ARQUIVO-EXIT. EXIT.

      * MARGEM DO CONSIGNADO (LINHA MARGEM;PERCENTUAL, SEM O ARQUIVO
      *  VALE O PADRAO) E TABELA DOS CONTRATOS CONSIGNADOS EM ABERTO;
      *  SEM O MESTRE DE EMPRESTIMOS A FOLHA RODA SEM CONSIGNADO, COM
      *  AVISO
       0110-ABRE-CONSIGNADO.
           MOVE 'N' TO WS-EOF-TAB.
           OPEN INPUT CONSIG-PARAM.
           IF WS-FS-CONSIG NOT = 00
               MOVE 'Y' TO WS-EOF-TAB
           END-IF.
           PERFORM UNTIL WS-EOF-TAB = 'Y'
               READ CONSIG-PARAM
                   AT END MOVE 'Y' TO WS-EOF-TAB
                   NOT AT END
                       UNSTRING REG-CONSIG DELIMITED BY ';'
                           INTO WS-P-TXT1 WS-P-TXT2
                       END-UNSTRING
                       IF WS-P-TXT1 = 'MARGEM'
                           COMPUTE WS-PCT-MARGEM =
                               FUNCTION NUMVAL (WS-P-TXT2)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONSIG-PARAM.
           OPEN I-O EMPRESTIMOS.
           OPEN I-O EMPRESTIMO-PARC.
           IF WS-FS-EMPREST = 00 AND WS-FS-PARC = 00
               MOVE 'Y' TO WS-CONSIG-ATIVO
               PERFORM 0120-CARREGA-CONSIGNADOS THRU
                   0120-CARREGA-CONSIGNADOS-EXIT
           ELSE
               DISPLAY 'AVISO: EMPRESTIMOS INDISPONIVEIS (FS '
                   WS-FS-EMPREST '/' WS-FS-PARC
                   ') - FOLHA SEM DESCONTO DE CONSIGNADO'
           END-IF.
       0110-ABRE-CONSIGNADO-EXIT. EXIT.

       0120-CARREGA-CONSIGNADOS.
           MOVE 'N' TO WS-EOF-PARC.
           MOVE ZEROS TO EMP-CONTRATO.
           START EMPRESTIMOS KEY IS NOT LESS THAN EMP-CONTRATO
               INVALID KEY MOVE 'Y' TO WS-EOF-PARC
           END-START.
           PERFORM UNTIL WS-EOF-PARC = 'Y'
               READ EMPRESTIMOS NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-PARC
                   NOT AT END
                       IF EMP-CONSIGNADO
                          AND EMP-SITUACAO NOT = 'Q'
                          AND EMP-SITUACAO NOT = 'R'
                          AND WS-CNT-CONSIG < 300
                           ADD 1 TO WS-CNT-CONSIG
                           SET WS-IDX-CSG TO WS-CNT-CONSIG
                           MOVE EMP-CONTRATO TO
                               WS-CSG-CONTRATO (WS-IDX-CSG)
                           MOVE EMP-CPF-CONSIG TO
                               WS-CSG-CPF (WS-IDX-CSG)
                           MOVE EMP-COMPET-FOLHA TO
                               WS-CSG-COMPET (WS-IDX-CSG)
                           MOVE EMP-VLR-FOLHA TO
                               WS-CSG-VALOR (WS-IDX-CSG)
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY 'CONTRATOS CONSIGNADOS EM ABERTO: ' WS-CNT-CONSIG.
       0120-CARREGA-CONSIGNADOS-EXIT. EXIT.

      * PARAMETROS DO PONTO, CALENDARIO DO MES E AS LINHAS DE PONTO
      *  DA COMPETENCIA; SEM O ARQUIVO DE PONTO NINGUEM TEM LINHA E
      *  TODOS CAEM NOS REJEITOS - A FOLHA NAO PAGA O FIXO AS CEGAS
       0130-CARREGA-PONTO.
           MOVE 'N' TO WS-EOF-TAB.
           OPEN INPUT PONTO-PARAM.
           IF WS-FS-PONTO-PARAM NOT = 00
               MOVE 'Y' TO WS-EOF-TAB
           END-IF.
           PERFORM UNTIL WS-EOF-TAB = 'Y'
               READ PONTO-PARAM
                   AT END MOVE 'Y' TO WS-EOF-TAB
                   NOT AT END
                       UNSTRING REG-PONTO-PARAM DELIMITED BY ';'
                           INTO WS-P-TXT1 WS-P-TXT2
                       END-UNSTRING
                       EVALUATE WS-P-TXT1
                           WHEN 'HORAS-MES'
                               COMPUTE WS-HORAS-MES =
                                   FUNCTION NUMVAL (WS-P-TXT2)
                           WHEN 'ADIC-NOTURNO'
                               COMPUTE WS-PCT-NOTURNO =
                                   FUNCTION NUMVAL (WS-P-TXT2)
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE PONTO-PARAM.
           PERFORM 0135-CALENDARIO-MES THRU 0135-CALENDARIO-MES-EXIT.
           MOVE 'N' TO WS-EOF-TAB.
           OPEN INPUT PONTO-MENSAL.
           IF WS-FS-PONTO NOT = 00
               MOVE 'Y' TO WS-EOF-TAB
           END-IF.
           PERFORM UNTIL WS-EOF-TAB = 'Y'
               READ PONTO-MENSAL
                   AT END MOVE 'Y' TO WS-EOF-TAB
                   NOT AT END
                       MOVE SPACES TO WS-PONTO-CAMPOS
                       UNSTRING REG-PONTO DELIMITED BY ';'
                           INTO WS-PC-COMPET WS-PC-CPF WS-PC-HE50
                                WS-PC-HE100 WS-PC-NOTURNO
                                WS-PC-FALTAS WS-PC-ATRASOS
                       END-UNSTRING
                       IF WS-PC-COMPET = WS-COMPETENCIA
                          AND WS-CNT-PONTO < 500
                           ADD 1 TO WS-CNT-PONTO
                           SET WS-IDX-PONTO TO WS-CNT-PONTO
                           MOVE WS-PC-CPF TO WS-PT-CPF (WS-IDX-PONTO)
                           COMPUTE WS-PT-HE50 (WS-IDX-PONTO) =
                               FUNCTION NUMVAL (WS-PC-HE50)
                           COMPUTE WS-PT-HE100 (WS-IDX-PONTO) =
                               FUNCTION NUMVAL (WS-PC-HE100)
                           COMPUTE WS-PT-NOTURNO (WS-IDX-PONTO) =
                               FUNCTION NUMVAL (WS-PC-NOTURNO)
                           COMPUTE WS-PT-FALTAS (WS-IDX-PONTO) =
                               FUNCTION NUMVAL (WS-PC-FALTAS)
                           COMPUTE WS-PT-ATRASOS (WS-IDX-PONTO) =
                               FUNCTION NUMVAL (WS-PC-ATRASOS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PONTO-MENSAL.
           DISPLAY 'LINHAS DE PONTO DA COMPETENCIA: ' WS-CNT-PONTO.
           DISPLAY 'DIAS UTEIS/DSR DO MES: ' WS-DIAS-UTEIS '/'
               WS-DIAS-DSR.
       0130-CARREGA-PONTO-EXIT. EXIT.

      * DIFERENCAS DO DISSIDIO MARCADAS PARA PAGAR NESTA COMPETENCIA,
      *  SOMADAS POR CPF; SEM O ARQUIVO NAO HA RETROATIVO A PAGAR
       0140-CARREGA-RETROATIVOS.
           MOVE 'N' TO WS-EOF-TAB.
           OPEN INPUT DISSIDIO-RETRO.
           IF WS-FS-RETRO NOT = 00
               MOVE 'Y' TO WS-EOF-TAB
           END-IF.
           PERFORM UNTIL WS-EOF-TAB = 'Y'
               READ DISSIDIO-RETRO
                   AT END MOVE 'Y' TO WS-EOF-TAB
                   NOT AT END
                       MOVE SPACES TO WS-RETRO-CAMPOS
                       UNSTRING REG-RETRO DELIMITED BY ';'
                           INTO WS-RC-PAGAR-EM WS-RC-CPF
                                WS-RC-COMPET WS-RC-VALOR
                       END-UNSTRING
                       IF WS-RC-PAGAR-EM = WS-COMPETENCIA
                           PERFORM 0145-SOMA-RETROATIVO THRU
                               0145-SOMA-RETROATIVO-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DISSIDIO-RETRO.
           DISPLAY 'FUNCIONARIOS COM RETROATIVO DE DISSIDIO: '
               WS-CNT-RETRO.
       0140-CARREGA-RETROATIVOS-EXIT. EXIT.

       0145-SOMA-RETROATIVO.
           MOVE 'N' TO WS-ACHOU-RETRO.
           PERFORM VARYING WS-IDX-RETRO FROM 1 BY 1
                   UNTIL WS-IDX-RETRO > WS-CNT-RETRO
               IF WS-RT-CPF (WS-IDX-RETRO) = WS-RC-CPF
                   SET WS-RETRO-ACHADO TO WS-IDX-RETRO
                   MOVE 'Y' TO WS-ACHOU-RETRO
               END-IF
           END-PERFORM.
           IF WS-ACHOU-RETRO = 'N'
               IF WS-CNT-RETRO < 300
                   ADD 1 TO WS-CNT-RETRO
                   MOVE WS-CNT-RETRO TO WS-RETRO-ACHADO
                   SET WS-IDX-RETRO TO WS-CNT-RETRO
                   MOVE WS-RC-CPF TO WS-RT-CPF (WS-IDX-RETRO)
                   MOVE ZEROS TO WS-RT-VALOR (WS-IDX-RETRO)
                   MOVE 'Y' TO WS-ACHOU-RETRO
               ELSE
                   DISPLAY 'TABELA DE RETROATIVOS CHEIA - CPF '
                       WS-RC-CPF ' FICA SEM A DIFERENCA'
               END-IF
           END-IF.
           IF WS-ACHOU-RETRO = 'Y'
               SET WS-IDX-RETRO TO WS-RETRO-ACHADO
               COMPUTE WS-RT-VALOR (WS-IDX-RETRO) =
                   WS-RT-VALOR (WS-IDX-RETRO)
                   + FUNCTION NUMVAL (WS-RC-VALOR)
           END-IF.
       0145-SOMA-RETROATIVO-EXIT. EXIT.

      * COMISSOES DE VENDA MARCADAS PARA PAGAR NESTA COMPETENCIA,
      *  SOMADAS POR CPF; SEM O ARQUIVO NAO HA COMISSAO A PAGAR
       0150-CARREGA-COMISSOES.
           MOVE 'N' TO WS-EOF-TAB.
           OPEN INPUT COMISSOES-FOLHA.
           IF WS-FS-COMISSOES NOT = 00
               MOVE 'Y' TO WS-EOF-TAB
           END-IF.
           PERFORM UNTIL WS-EOF-TAB = 'Y'
               READ COMISSOES-FOLHA
                   AT END MOVE 'Y' TO WS-EOF-TAB
                   NOT AT END
                       MOVE SPACES TO WS-COMIS-CAMPOS
                       UNSTRING REG-COMISSAO DELIMITED BY ';'
                           INTO WS-CO-PAGAR-EM WS-CO-CPF
                                WS-CO-COMPET WS-CO-VALOR
                       END-UNSTRING
                       IF WS-CO-PAGAR-EM = WS-COMPETENCIA
                           PERFORM 0155-SOMA-COMISSAO THRU
                               0155-SOMA-COMISSAO-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COMISSOES-FOLHA.
           DISPLAY 'FUNCIONARIOS COM COMISSAO DE VENDA: '
               WS-CNT-COMIS.
       0150-CARREGA-COMISSOES-EXIT. EXIT.

       0155-SOMA-COMISSAO.
           MOVE 'N' TO WS-ACHOU-COMIS.
           PERFORM VARYING WS-IDX-COMIS FROM 1 BY 1
                   UNTIL WS-IDX-COMIS > WS-CNT-COMIS
               IF WS-CM-CPF (WS-IDX-COMIS) = WS-CO-CPF
                   SET WS-COMIS-ACHADO TO WS-IDX-COMIS
                   MOVE 'Y' TO WS-ACHOU-COMIS
               END-IF
           END-PERFORM.
           IF WS-ACHOU-COMIS = 'N'
               IF WS-CNT-COMIS < 300
                   ADD 1 TO WS-CNT-COMIS
                   MOVE WS-CNT-COMIS TO WS-COMIS-ACHADO
                   SET WS-IDX-COMIS TO WS-CNT-COMIS
                   MOVE WS-CO-CPF TO WS-CM-CPF (WS-IDX-COMIS)
                   MOVE ZEROS TO WS-CM-VALOR (WS-IDX-COMIS)
                   MOVE 'Y' TO WS-ACHOU-COMIS
               ELSE
                   DISPLAY 'TABELA DE COMISSOES CHEIA - CPF '
                       WS-CO-CPF ' FICA SEM A COMISSAO'
               END-IF
           END-IF.
           IF WS-ACHOU-COMIS = 'Y'
               SET WS-IDX-COMIS TO WS-COMIS-ACHADO
               COMPUTE WS-CM-VALOR (WS-IDX-COMIS) =
                   WS-CM-VALOR (WS-IDX-COMIS)
                   + FUNCTION NUMVAL (WS-CO-VALOR)
           END-IF.
       0155-SOMA-COMISSAO-EXIT. EXIT.

      * DOMINGO E FERIADO (DIA QUE A DIA-UTIL NAO DA COMO UTIL E NAO
      *  E SABADO) SAO DSR; O RESTO E DIA UTIL PARA O REFLEXO DAS
      *  HORAS EXTRAS. O DIA JULIANO 1 (01/01/1601) E SEGUNDA-FEIRA
       0135-CALENDARIO-MES.
           MOVE ZEROS TO WS-DIAS-UTEIS WS-DIAS-DSR.
           COMPUTE WS-DU-DATA = WS-COMPETENCIA * 100 + 1.
           IF WS-COMPETENCIA (5:2) = '12'
               COMPUTE WS-DATA-PROX-MES =
                   (WS-COMPETENCIA + 89) * 100 + 1
           ELSE
               COMPUTE WS-DATA-PROX-MES =
                   (WS-COMPETENCIA + 1) * 100 + 1
           END-IF.
           COMPUTE WS-DIA-INICIO =
               FUNCTION INTEGER-OF-DATE (WS-DU-DATA).
           COMPUTE WS-DIAS-MES = FUNCTION INTEGER-OF-DATE
               (WS-DATA-PROX-MES) - WS-DIA-INICIO.
           MOVE 'U' TO WS-DU-FUNCAO.
           MOVE ZEROS TO WS-DU-DIAS.
           PERFORM VARYING WS-DIA-MES FROM 0 BY 1
                   UNTIL WS-DIA-MES >= WS-DIAS-MES
               COMPUTE WS-DU-DATA = FUNCTION DATE-OF-INTEGER
                   (WS-DIA-INICIO + WS-DIA-MES)
               COMPUTE WS-DIA-SEMANA = FUNCTION MOD
                   (WS-DIA-INICIO + WS-DIA-MES, 7)
               IF WS-DIA-SEMANA = 0
                   ADD 1 TO WS-DIAS-DSR
               ELSE
                   CALL 'DIA-UTIL' USING WS-DU-FUNCAO WS-DU-DATA
                       WS-DU-DIAS WS-DU-RESULTADO WS-DU-UTIL
                   IF WS-DU-UTIL = 'N' AND WS-DIA-SEMANA NOT = 6
                       ADD 1 TO WS-DIAS-DSR
                   ELSE
                       ADD 1 TO WS-DIAS-UTEIS
                   END-IF
               END-IF
           END-PERFORM.
       0135-CALENDARIO-MES-EXIT. EXIT.

       0200-LE-ARQUIVO.
           IF WS-FS-FUNCIONARIOS = 00
               READ FUNCIONARIOS INTO WS-FUNCIONARIOS
                   ADD 1 TO WS-CT-DESLIGADOS
               ELSE
               IF WS-CPF-VALIDO = 'S'
                   PERFORM 0230-BUSCA-PONTO THRU 0230-BUSCA-PONTO-EXIT
                   IF WS-ACHOU-PONTO = 'Y'
                       PERFORM 0250-CALCULA-SALDEPT THRU
                           0250-CALCULA-SALDEPT-EXIT
                   ELSE
                       PERFORM 0258-REJEITA-SEM-PONTO THRU
                           0258-REJEITA-SEM-PONTO-EXIT
                   END-IF
               ELSE
                   PERFORM 0255-GRAVA-REJEITADO THRU
                       0255-GRAVA-REJEITADO-EXIT
           DISPLAY 'CPF INVALIDO: ' WS-CPF-FUNC ' (' WS-NOME ')'.
       0255-GRAVA-REJEITADO-EXIT. EXIT.

      * FUNCIONARIO SEM LINHA DE PONTO NA COMPETENCIA CAI NOS
      *  REJEITOS DA FOLHA COM O CODIGO PROPRIO, PARA O RH CONFERIR
       0258-REJEITA-SEM-PONTO.
           MOVE 'R016' TO WS-REJ-CODIGO.
           MOVE 'SEM PONTO NO MES' TO WS-REJ-MOTIVO.
           MOVE REGISTRO TO WS-REJ-DETALHE.
           WRITE REG-REJEITADO FROM WS-LINHA-REJEITADO.
           ADD 1 TO WS-RUN-REJ.
           ADD 1 TO WS-CT-SEM-PONTO.
           DISPLAY 'SEM PONTO NA COMPETENCIA: ' WS-CPF-FUNC
               ' (' WS-NOME ')'.
           MOVE 'R006' TO WS-REJ-CODIGO.
           MOVE 'CPF INVALIDO' TO WS-REJ-MOTIVO.
       0258-REJEITA-SEM-PONTO-EXIT. EXIT.

       0230-BUSCA-PONTO.
           MOVE 'N' TO WS-ACHOU-PONTO.
           PERFORM VARYING WS-IDX-PONTO FROM 1 BY 1
                   UNTIL WS-IDX-PONTO > WS-CNT-PONTO
               IF WS-PT-CPF (WS-IDX-PONTO) = WS-CPF-FUNC
                   SET WS-PONTO-ACHADO TO WS-IDX-PONTO
                   MOVE 'Y' TO WS-ACHOU-PONTO
               END-IF
           END-PERFORM.
       0230-BUSCA-PONTO-EXIT. EXIT.

      * PROVENTOS DO PONTO: HORA EXTRA A 50% E A 100% E ADICIONAL
      *  NOTURNO SOBRE O VALOR DA HORA, E O DSR SOBRE AS HORAS EXTRAS
      *  (HORAS EXTRAS / DIAS UTEIS X DIAS DE DSR). DESCONTOS: A
      *  FALTA PELO VALOR DO DIA (SALARIO / 30), UM DSR PERDIDO POR
      *  FALTA (ATE OS DIAS DE DSR DO MES) E AS HORAS DE ATRASO. O
      *  BRUTO NUNCA FICA NEGATIVO
       0235-CALCULA-PONTO.
           COMPUTE WS-VALOR-HORA ROUNDED = WS-SALARIO / WS-HORAS-MES.
           COMPUTE WS-VALOR-DIA ROUNDED = WS-SALARIO / 30.
           SET WS-IDX-PONTO TO WS-PONTO-ACHADO.
           COMPUTE WS-VLR-HE50 ROUNDED = WS-PT-HE50 (WS-IDX-PONTO)
               * WS-VALOR-HORA * 1.5.
           COMPUTE WS-VLR-HE100 ROUNDED = WS-PT-HE100 (WS-IDX-PONTO)
               * WS-VALOR-HORA * 2.
           COMPUTE WS-VLR-NOTURNO ROUNDED =
               WS-PT-NOTURNO (WS-IDX-PONTO) * WS-VALOR-HORA
               * WS-PCT-NOTURNO / 100.
           MOVE ZEROS TO WS-VLR-DSR-HE.
           IF WS-DIAS-UTEIS > ZEROS
               COMPUTE WS-VLR-DSR-HE ROUNDED =
                   (WS-VLR-HE50 + WS-VLR-HE100) / WS-DIAS-UTEIS
                   * WS-DIAS-DSR
           END-IF.
           COMPUTE WS-VLR-FALTAS ROUNDED =
               WS-PT-FALTAS (WS-IDX-PONTO) * WS-VALOR-DIA.
           MOVE WS-PT-FALTAS (WS-IDX-PONTO) TO WS-DSR-PERDIDOS.
           IF WS-DSR-PERDIDOS > WS-DIAS-DSR
               MOVE WS-DIAS-DSR TO WS-DSR-PERDIDOS
           END-IF.
           COMPUTE WS-VLR-DSR-PERDIDO ROUNDED =
               WS-DSR-PERDIDOS * WS-VALOR-DIA.
           COMPUTE WS-VLR-ATRASOS ROUNDED =
               WS-PT-ATRASOS (WS-IDX-PONTO) * WS-VALOR-HORA.
           COMPUTE WS-PROVENTOS = WS-SALARIO + WS-VLR-HE50
               + WS-VLR-HE100 + WS-VLR-NOTURNO + WS-VLR-DSR-HE.
           COMPUTE WS-DESC-PONTO = WS-VLR-FALTAS + WS-VLR-DSR-PERDIDO
               + WS-VLR-ATRASOS.
           IF WS-DESC-PONTO < WS-PROVENTOS
               COMPUTE WS-BRUTO = WS-PROVENTOS - WS-DESC-PONTO
           ELSE
               MOVE ZEROS TO WS-BRUTO
           END-IF.
       0235-CALCULA-PONTO-EXIT. EXIT.

      * COMISSAO DE VENDA DO MES: PROVENTO VARIAVEL QUE SOMA NO BRUTO
      *  ANTES DOS DESCONTOS, TRIBUTADO JUNTO COM O SALARIO
       0236-SOMA-COMISSAO.
           MOVE ZEROS TO WS-VLR-COMISSAO.
           PERFORM VARYING WS-IDX-COMIS FROM 1 BY 1
                   UNTIL WS-IDX-COMIS > WS-CNT-COMIS
               IF WS-CM-CPF (WS-IDX-COMIS) = WS-CPF-FUNC
                   MOVE WS-CM-VALOR (WS-IDX-COMIS) TO WS-VLR-COMISSAO
               END-IF
           END-PERFORM.
           IF WS-VLR-COMISSAO > ZEROS
               ADD WS-VLR-COMISSAO TO WS-BRUTO
               ADD 1 TO WS-CT-COMIS-PAGAS
           END-IF.
       0236-SOMA-COMISSAO-EXIT. EXIT.

      * LOCALIZA O DEPARTAMENTO NA TABELA CARREGADA DE DEPTS-MASTER
      *  E ACUMULA O SALARIO/QUANTIDADE NO SUBSCRITO CORRESPONDENTE
       0250-CALCULA-SALDEPT.
           PERFORM 0235-CALCULA-PONTO THRU 0235-CALCULA-PONTO-EXIT.
           PERFORM 0236-SOMA-COMISSAO THRU 0236-SOMA-COMISSAO-EXIT.
           PERFORM 0240-CALCULA-DESCONTOS THRU
               0240-CALCULA-DESCONTOS-EXIT.
           MOVE 'N' TO WS-ACHOU-DEPT
           PERFORM VARYING WS-IDX-DEPT FROM 1 BY 1
                   UNTIL WS-IDX-DEPT > WS-CNT-DEPTS
               IF WS-DEPT-NOME (WS-IDX-DEPT) = WS-DEPARTAMENTO
                   SET WS-DEPT-ACHADO TO WS-IDX-DEPT
                   MOVE 'Y' TO WS-ACHOU-DEPT
               END-IF
           END-PERFORM.
      * SO FUNCIONARIO COM DEPARTAMENTO CONHECIDO GANHA
      *  CONTRACHEQUE E ENTRA NOS TOTAIS; DO CONTRARIO O REGISTRO
      *  VAI PARA O ARQUIVO DE REJEITOS COM O CODIGO PROPRIO, COMO
      *  NO CAMINHO DO CPF, E O TRAILER CONTINUA FECHANDO. O
      *  CONSIGNADO SO E DESCONTADO DE QUEM ENTRA NA FOLHA
           IF WS-ACHOU-DEPT = 'Y'
               PERFORM 0242-DESCONTA-CONSIGNADO THRU
                   0242-DESCONTA-CONSIGNADO-EXIT
               PERFORM 0238-CALCULA-RETROATIVO THRU
                   0238-CALCULA-RETROATIVO-EXIT
               ADD WS-BRUTO TO WS-DEPT-SALARIO (WS-DEPT-ACHADO)
               COMPUTE WS-DEPT-HORA-EXTRA (WS-DEPT-ACHADO) =
                   WS-DEPT-HORA-EXTRA (WS-DEPT-ACHADO) + WS-VLR-HE50
                   + WS-VLR-HE100 + WS-VLR-DSR-HE
               ADD 1 TO WS-DEPT-CNT (WS-DEPT-ACHADO)
               ADD WS-DESCONTOS TO WS-DEPT-DESCONTOS (WS-DEPT-ACHADO)
               ADD WS-LIQUIDO TO WS-DEPT-LIQUIDO (WS-DEPT-ACHADO)
               PERFORM 0245-GRAVA-CONTRACHEQUE THRU
                   0245-GRAVA-CONTRACHEQUE-EXIT
           ELSE
       0257-REJEITA-DEPARTAMENTO-EXIT. EXIT.

      * DESCONTOS DO FUNCIONARIO EM PROCESSAMENTO: O INSS SAI DA
      *  FAIXA CUJO TETO COMPORTA O BRUTO (SALARIO MAIS PROVENTOS
      *  MENOS DESCONTOS DO PONTO), O IRRF DA FAIXA
      *  DA BASE (BRUTO MENOS INSS) COM A PARCELA A DEDUZIR, E O
      *  LIQUIDO E O QUE SOBRA
       0240-CALCULA-DESCONTOS.
           MOVE ZEROS TO WS-INSS.
           PERFORM VARYING WS-IDX-INSS FROM 1 BY 1
                   UNTIL WS-IDX-INSS > WS-CNT-INSS
               IF WS-BRUTO <= WS-INSS-TETO (WS-IDX-INSS)
                  AND WS-INSS = ZEROS
                   COMPUTE WS-INSS ROUNDED = WS-BRUTO *
                       WS-INSS-ALIQ (WS-IDX-INSS) / 100
               END-IF
           END-PERFORM.
           COMPUTE WS-BASE-IRRF = WS-BRUTO - WS-INSS.
           MOVE ZEROS TO WS-IRRF.
           PERFORM VARYING WS-IDX-IRRF FROM 1 BY 1
                   UNTIL WS-IDX-IRRF > WS-CNT-IRRF
               END-IF
           END-PERFORM.
           COMPUTE WS-DESCONTOS = WS-INSS + WS-IRRF.
           COMPUTE WS-LIQUIDO = WS-BRUTO - WS-DESCONTOS.
       0240-CALCULA-DESCONTOS-EXIT. EXIT.

      * DIFERENCA RETROATIVA DO DISSIDIO: PROVENTO A PARTE, FORA DA
      *  MARGEM DO CONSIGNADO. O INSS DA DIFERENCA SAI NA ALIQUOTA DA
      *  FAIXA DO BRUTO DO MES MAIS A DIFERENCA; O IRRF E CALCULADO
      *  EM SEPARADO SOBRE A DIFERENCA MENOS O INSS DELA, NA TABELA
      *  DO MES. DIFERENCA, INSS E IRRF SOMAM NO BRUTO, NOS DESCONTOS
      *  E NO LIQUIDO DO CONTRACHEQUE
       0238-CALCULA-RETROATIVO.
           MOVE ZEROS TO WS-VLR-RETRO WS-INSS-RETRO WS-IRRF-RETRO.
           PERFORM VARYING WS-IDX-RETRO FROM 1 BY 1
                   UNTIL WS-IDX-RETRO > WS-CNT-RETRO
               IF WS-RT-CPF (WS-IDX-RETRO) = WS-CPF-FUNC
                   MOVE WS-RT-VALOR (WS-IDX-RETRO) TO WS-VLR-RETRO
               END-IF
           END-PERFORM.
           IF WS-VLR-RETRO > ZEROS
               PERFORM 0239-DESCONTOS-RETROATIVO THRU
                   0239-DESCONTOS-RETROATIVO-EXIT
           END-IF.
       0238-CALCULA-RETROATIVO-EXIT. EXIT.

       0239-DESCONTOS-RETROATIVO.
           COMPUTE WS-BASE-INSS-RETRO = WS-BRUTO + WS-VLR-RETRO.
           PERFORM VARYING WS-IDX-INSS FROM 1 BY 1
                   UNTIL WS-IDX-INSS > WS-CNT-INSS
               IF WS-BASE-INSS-RETRO <= WS-INSS-TETO (WS-IDX-INSS)
                  AND WS-INSS-RETRO = ZEROS
                   COMPUTE WS-INSS-RETRO ROUNDED = WS-VLR-RETRO *
                       WS-INSS-ALIQ (WS-IDX-INSS) / 100
               END-IF
           END-PERFORM.
           COMPUTE WS-BASE-IRRF-RETRO = WS-VLR-RETRO - WS-INSS-RETRO.
           PERFORM VARYING WS-IDX-IRRF FROM 1 BY 1
                   UNTIL WS-IDX-IRRF > WS-CNT-IRRF
               IF WS-BASE-IRRF-RETRO <= WS-IRRF-TETO (WS-IDX-IRRF)
                  AND WS-IRRF-RETRO = ZEROS
                   COMPUTE WS-IRRF-RETRO ROUNDED =
                       (WS-BASE-IRRF-RETRO *
                       WS-IRRF-ALIQ (WS-IDX-IRRF) / 100) -
                       WS-IRRF-DEDUZIR (WS-IDX-IRRF)
                   IF WS-IRRF-RETRO < ZEROS
                       MOVE ZEROS TO WS-IRRF-RETRO
                   END-IF
               END-IF
           END-PERFORM.
           ADD WS-VLR-RETRO TO WS-BRUTO.
           COMPUTE WS-DESCONTOS = WS-DESCONTOS + WS-INSS-RETRO
               + WS-IRRF-RETRO.
           COMPUTE WS-LIQUIDO = WS-BRUTO - WS-DESCONTOS.
           ADD 1 TO WS-CT-RETRO-PAGOS.
       0239-DESCONTOS-RETROATIVO-EXIT. EXIT.

      * CONSIGNADO DO FUNCIONARIO: A MARGEM E O PERCENTUAL DO
      *  LIQUIDO DEPOIS DE INSS E IRRF. PRIMEIRO ENTRA O QUE A FOLHA
      *  DESTA COMPETENCIA JA DESCONTOU (RODADA REPETIDA), DEPOIS OS
      *  CONTRATOS AINDA NAO DESCONTADOS NO MES. O TOTAL ENTRA NOS
      *  DESCONTOS E SAI DO LIQUIDO
       0242-DESCONTA-CONSIGNADO.
           MOVE ZEROS TO WS-CONSIGNADO.
           IF WS-CONSIG-ATIVO = 'Y'
               COMPUTE WS-MARGEM ROUNDED =
                   WS-LIQUIDO * WS-PCT-MARGEM / 100
               PERFORM VARYING WS-IDX-CSG FROM 1 BY 1
                       UNTIL WS-IDX-CSG > WS-CNT-CONSIG
                   IF WS-CSG-CPF (WS-IDX-CSG) = WS-CPF-FUNC
                      AND WS-CSG-COMPET (WS-IDX-CSG) = WS-COMPETENCIA
                       ADD WS-CSG-VALOR (WS-IDX-CSG) TO WS-CONSIGNADO
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-IDX-CSG FROM 1 BY 1
                       UNTIL WS-IDX-CSG > WS-CNT-CONSIG
                   IF WS-CSG-CPF (WS-IDX-CSG) = WS-CPF-FUNC
                      AND WS-CSG-COMPET (WS-IDX-CSG) NOT =
                          WS-COMPETENCIA
                       PERFORM 0243-PARCELAS-CONTRATO THRU
                           0243-PARCELAS-CONTRATO-EXIT
                   END-IF
               END-PERFORM
               ADD WS-CONSIGNADO TO WS-DESCONTOS
               SUBTRACT WS-CONSIGNADO FROM WS-LIQUIDO
           END-IF.
       0242-DESCONTA-CONSIGNADO-EXIT. EXIT.

      * PARCELAS PENDENTES DO CONTRATO COM VENCIMENTO ATE A
      *  COMPETENCIA, NA ORDEM DO PLANO, ENQUANTO COUBEREM NA MARGEM
      *  QUE SOBRA; A PRIMEIRA QUE NAO CABE PARA O CONTRATO E FICA
      *  PENDENTE PARA A PROXIMA FOLHA
       0243-PARCELAS-CONTRATO.
           MOVE ZEROS TO WS-CSG-DO-CONTRATO WS-CSG-PARCELAS.
           MOVE 'Y' TO WS-CSG-CABE.
           MOVE 'N' TO WS-EOF-PARC.
           MOVE WS-CSG-CONTRATO (WS-IDX-CSG) TO PAR-CONTRATO.
           MOVE ZEROS TO PAR-NUMERO.
           START EMPRESTIMO-PARC KEY IS NOT LESS THAN PAR-CHAVE
               INVALID KEY MOVE 'Y' TO WS-EOF-PARC
           END-START.
           PERFORM UNTIL WS-EOF-PARC = 'Y' OR WS-CSG-CABE = 'N'
               READ EMPRESTIMO-PARC NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-PARC
                   NOT AT END
                       IF PAR-CONTRATO NOT =
                          WS-CSG-CONTRATO (WS-IDX-CSG)
                           MOVE 'Y' TO WS-EOF-PARC
                       ELSE
                           PERFORM 0244-DESCONTA-PARCELA THRU
                               0244-DESCONTA-PARCELA-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CSG-PARCELAS > ZEROS
               PERFORM 0247-ATUALIZA-CONTRATO THRU
                   0247-ATUALIZA-CONTRATO-EXIT
           END-IF.
       0243-PARCELAS-CONTRATO-EXIT. EXIT.

       0244-DESCONTA-PARCELA.
           IF PAR-SITUACAO = 'P'
              AND PAR-VENCIMENTO (1:6) <= WS-COMPETENCIA
               IF WS-CONSIGNADO + PAR-VALOR > WS-MARGEM
                   MOVE 'N' TO WS-CSG-CABE
                   ADD 1 TO WS-CT-FORA-MARGEM
                   DISPLAY 'CONSIGNADO FORA DA MARGEM: CONTRATO '
                       PAR-CONTRATO ' PARCELA ' PAR-NUMERO ' ('
                       WS-NOME ')'
               ELSE
                   MOVE 'F' TO PAR-SITUACAO
                   REWRITE PARCELA-REG
                       INVALID KEY
                           DISPLAY 'ERRO AO MARCAR A PARCELA '
                               PAR-CONTRATO '/' PAR-NUMERO
                       NOT INVALID KEY
                           ADD PAR-VALOR TO WS-CONSIGNADO
                           ADD PAR-VALOR TO WS-CSG-DO-CONTRATO
                           ADD 1 TO WS-CSG-PARCELAS
                           ADD 1 TO WS-CT-PARC-FOLHA
                   END-REWRITE
               END-IF
           END-IF.
       0244-DESCONTA-PARCELA-EXIT. EXIT.

      * O CONTRATO GANHA AS PARCELAS PAGAS EM FOLHA, PERDE O VALOR
      *  DELAS NO SALDO DEVEDOR, QUITA NA ULTIMA E GUARDA A
      *  COMPETENCIA E O VALOR DESCONTADO
       0247-ATUALIZA-CONTRATO.
           MOVE WS-CSG-CONTRATO (WS-IDX-CSG) TO EMP-CONTRATO.
           READ EMPRESTIMOS
               INVALID KEY
                   DISPLAY 'CONTRATO CONSIGNADO ' EMP-CONTRATO
                       ' NAO ENCONTRADO'
               NOT INVALID KEY
                   ADD WS-CSG-PARCELAS TO EMP-PAGAS
                   IF WS-CSG-DO-CONTRATO < EMP-SALDO-DEV
                       SUBTRACT WS-CSG-DO-CONTRATO FROM EMP-SALDO-DEV
                   ELSE
                       MOVE ZEROS TO EMP-SALDO-DEV
                   END-IF
                   IF EMP-PAGAS >= EMP-PARCELAS
                       MOVE 'Q' TO EMP-SITUACAO
                       DISPLAY 'CONTRATO ' EMP-CONTRATO
                           ' QUITADO EM FOLHA'
                   END-IF
                   MOVE WS-COMPETENCIA TO EMP-COMPET-FOLHA
                   MOVE WS-CSG-DO-CONTRATO TO EMP-VLR-FOLHA
                   REWRITE EMPRESTIMO-REG
                       INVALID KEY
                           DISPLAY 'ERRO AO ATUALIZAR O CONTRATO '
                               EMP-CONTRATO
                   END-REWRITE
                   MOVE WS-COMPETENCIA TO WS-CSG-COMPET (WS-IDX-CSG)
                   MOVE WS-CSG-DO-CONTRATO TO
                       WS-CSG-VALOR (WS-IDX-CSG)
           END-READ.
       0247-ATUALIZA-CONTRATO-EXIT. EXIT.

      * UMA PAGINA DE CONTRACHEQUE POR FUNCIONARIO, NA MESMA PASSADA
      *  DA FOLHA, PARA O RH IMPRIMIR E DISTRIBUIR
       0245-GRAVA-CONTRACHEQUE.
           MOVE WS-DEPARTAMENTO TO WS-CC-TEXTO.
           MOVE WS-CC-LINHA-ROTULO TO REG-CONTRACHEQUE.
           WRITE REG-CONTRACHEQUE.
           MOVE 'SALARIO BASE.:' TO WS-CC-ROTULO-V.
           MOVE WS-SALARIO TO WS-CC-VALOR.
           MOVE WS-CC-LINHA-VALOR TO REG-CONTRACHEQUE.
           WRITE REG-CONTRACHEQUE.
           PERFORM 0246-LINHAS-PONTO THRU 0246-LINHAS-PONTO-EXIT.
           IF WS-VLR-COMISSAO > ZEROS
               MOVE 'COMISSOES....:' TO WS-CC-ROTULO-V
               MOVE WS-VLR-COMISSAO TO WS-CC-VALOR
               MOVE WS-CC-LINHA-VALOR TO REG-CONTRACHEQUE
               WRITE REG-CONTRACHEQUE
           END-IF.
           IF WS-VLR-RETRO > ZEROS
               MOVE 'DIF.DISSIDIO.:' TO WS-CC-ROTULO-V
               MOVE WS-VLR-RETRO TO WS-CC-VALOR
               MOVE WS-CC-LINHA-VALOR TO REG-CONTRACHEQUE
               WRITE REG-CONTRACHEQUE
           END-IF.
           MOVE 'SALARIO BRUTO:' TO WS-CC-ROTULO-V.
           MOVE WS-BRUTO TO WS-CC-VALOR.
           MOVE WS-CC-LINHA-VALOR TO REG-CONTRACHEQUE.
           WRITE REG-CONTRACHEQUE.
           MOVE 'INSS.........:' TO WS-CC-ROTULO-V.
           MOVE WS-INSS TO WS-CC-VALOR.
           MOVE WS-CC-LINHA-VALOR TO REG-CONTRACHEQUE.
           MOVE WS-IRRF TO WS-CC-VALOR.
           MOVE WS-CC-LINHA-VALOR TO REG-CONTRACHEQUE.
           WRITE REG-CONTRACHEQUE.
           IF WS-VLR-RETRO > ZEROS
               MOVE 'INSS DISSIDIO:' TO WS-CC-ROTULO-V
               MOVE WS-INSS-RETRO TO WS-CC-VALOR
               MOVE WS-CC-LINHA-VALOR TO REG-CONTRACHEQUE
               WRITE REG-CONTRACHEQUE
               MOVE 'IRRF DISSIDIO:' TO WS-CC-ROTULO-V
               MOVE WS-IRRF-RETRO TO WS-CC-VALOR
               MOVE WS-CC-LINHA-VALOR TO REG-CONTRACHEQUE
               WRITE REG-CONTRACHEQUE
           END-IF.
           IF WS-CONSIGNADO > ZEROS
               MOVE 'CONSIGNADO...:' TO WS-CC-ROTULO-V
               MOVE WS-CONSIGNADO TO WS-CC-VALOR
               MOVE WS-CC-LINHA-VALOR TO REG-CONTRACHEQUE
               WRITE REG-CONTRACHEQUE
           END-IF.
           MOVE 'LIQUIDO......:' TO WS-CC-ROTULO-V.
           MOVE WS-LIQUIDO TO WS-CC-VALOR.
           MOVE WS-CC-LINHA-VALOR TO REG-CONTRACHEQUE.
      *  HISTORICO DA FOLHA, DE ONDE SAI O INFORME ANUAL
           MOVE WS-COMPETENCIA TO WS-H-COMPET.
           MOVE WS-CPF-FUNC TO WS-H-CPF.
           MOVE WS-BRUTO TO WS-H-BRUTO.
           COMPUTE WS-H-INSS = WS-INSS + WS-INSS-RETRO.
           COMPUTE WS-H-IRRF = WS-IRRF + WS-IRRF-RETRO.
           MOVE WS-LIQUIDO TO WS-H-LIQUIDO.
           WRITE REG-HISTORICO FROM WS-LINHA-HISTORICO.
       0245-GRAVA-CONTRACHEQUE-EXIT. EXIT.

      * PROVENTOS E DESCONTOS DO PONTO NO CONTRACHEQUE, SO OS QUE
      *  TEM VALOR, ENTRE O SALARIO BASE E O BRUTO
       0246-LINHAS-PONTO.
           IF WS-VLR-HE50 > ZEROS
               MOVE 'H.EXTRA 50%..:' TO WS-CC-ROTULO-V
               MOVE WS-VLR-HE50 TO WS-CC-VALOR
               MOVE WS-CC-LINHA-VALOR TO REG-CONTRACHEQUE
               WRITE REG-CONTRACHEQUE
           END-IF.
           IF WS-VLR-HE100 > ZEROS
               MOVE 'H.EXTRA 100%.:' TO WS-CC-ROTULO-V
               MOVE WS-VLR-HE100 TO WS-CC-VALOR
               MOVE WS-CC-LINHA-VALOR TO REG-CONTRACHEQUE
               WRITE REG-CONTRACHEQUE
           END-IF.
           IF WS-VLR-DSR-HE > ZEROS
               MOVE 'DSR S/ H.EXT.:' TO WS-CC-ROTULO-V
               MOVE WS-VLR-DSR-HE TO WS-CC-VALOR
               MOVE WS-CC-LINHA-VALOR TO REG-CONTRACHEQUE
               WRITE REG-CONTRACHEQUE
           END-IF.
           IF WS-VLR-NOTURNO > ZEROS
               MOVE 'ADIC.NOTURNO.:' TO WS-CC-ROTULO-V
               MOVE WS-VLR-NOTURNO TO WS-CC-VALOR
               MOVE WS-CC-LINHA-VALOR TO REG-CONTRACHEQUE
               WRITE REG-CONTRACHEQUE
           END-IF.
           IF WS-VLR-FALTAS > ZEROS
               MOVE '(-) FALTAS...:' TO WS-CC-ROTULO-V
               MOVE WS-VLR-FALTAS TO WS-CC-VALOR
               MOVE WS-CC-LINHA-VALOR TO REG-CONTRACHEQUE
               WRITE REG-CONTRACHEQUE
           END-IF.
           IF WS-VLR-DSR-PERDIDO > ZEROS
               MOVE '(-) DSR......:' TO WS-CC-ROTULO-V
               MOVE WS-VLR-DSR-PERDIDO TO WS-CC-VALOR
               MOVE WS-CC-LINHA-VALOR TO REG-CONTRACHEQUE
               WRITE REG-CONTRACHEQUE
           END-IF.
           IF WS-VLR-ATRASOS > ZEROS
               MOVE '(-) ATRASOS..:' TO WS-CC-ROTULO-V
               MOVE WS-VLR-ATRASOS TO WS-CC-VALOR
               MOVE WS-CC-LINHA-VALOR TO REG-CONTRACHEQUE
               WRITE REG-CONTRACHEQUE
           END-IF.
       0246-LINHAS-PONTO-EXIT. EXIT.

       0260-CALCULA-MEDIA-DPT.
           PERFORM VARYING WS-IDX-DEPT FROM 1 BY 1
                   UNTIL WS-IDX-DEPT > WS-CNT-DEPTS
           MOVE WS-TOTAL-LIQUIDO TO WS-TOTAL-LIQ-O
           MOVE WS-LINHA-TOTAL TO REG-RELATORIO
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'CUSTO DE HORAS EXTRAS POR DEPARTAMENTO (COM DSR)'
               TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ZEROS TO WS-TOTAL-HORA-EXTRA.
           PERFORM VARYING WS-IDX-DEPT FROM 1 BY 1
                   UNTIL WS-IDX-DEPT > WS-CNT-DEPTS
               MOVE WS-DEPT-NOME (WS-IDX-DEPT) TO WS-HE-DEPT-O
               MOVE WS-DEPT-HORA-EXTRA (WS-IDX-DEPT) TO WS-HE-VALOR-O
               MOVE WS-LINHA-HORA-EXTRA TO REG-RELATORIO
               WRITE REG-RELATORIO
               ADD WS-DEPT-HORA-EXTRA (WS-IDX-DEPT) TO
                   WS-TOTAL-HORA-EXTRA
           END-PERFORM.
           MOVE 'TOTAL' TO WS-HE-DEPT-O.
           MOVE WS-TOTAL-HORA-EXTRA TO WS-HE-VALOR-O.
           MOVE WS-LINHA-HORA-EXTRA TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       0300-MOSTRA-DEPARTAMENTO-EXIT. EXIT.

       1000-FECHA-ARQUIVO.
           DISPLAY 'DESLIGADOS PULADOS DA FOLHA: ' WS-CT-DESLIGADOS.
           DISPLAY 'SEM PONTO NA COMPETENCIA (REJEITADOS): '
               WS-CT-SEM-PONTO.
           DISPLAY 'RETROATIVOS DE DISSIDIO PAGOS: ' WS-CT-RETRO-PAGOS.
           DISPLAY 'COMISSOES DE VENDA PAGAS: ' WS-CT-COMIS-PAGAS.
           PERFORM 1010-TRAILER-CONTRACHEQUES THRU
               1010-TRAILER-CONTRACHEQUES-EXIT.
           CLOSE FUNCIONARIOS, FUNCIONARIO-RLT, FUNCIONARIO-REJ.
           CLOSE CONTRACHEQUES.
           CLOSE FOLHA-HISTORICO.
           IF WS-CONSIG-ATIVO = 'Y'
               DISPLAY 'PARCELAS CONSIGNADAS PAGAS EM FOLHA: '
                   WS-CT-PARC-FOLHA
               DISPLAY 'PARCELAS FORA DA MARGEM (PENDENTES): '
                   WS-CT-FORA-MARGEM
               CLOSE EMPRESTIMOS EMPRESTIMO-PARC
           END-IF.
       1000-FECHA-ARQUIVO-EXIT. EXIT.

      * O TRAILER AMARRA A SOMA DOS LIQUIDOS DOS CONTRACHEQUES AO
