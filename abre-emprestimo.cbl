      * Author:
      * Date:
      * Purpose: Abertura de emprestimo para titulares de CONTAS.DAT.
      *  Recebe a conta, o principal, a taxa mensal, o numero de
      *  parcelas e o sistema de amortizacao escolhido pelo operador
      *  - Price (parcela fixa) ou SAC (amortizacao constante, parcela
      *  decrescente) -, gera e grava o plano de amortizacao completo
      *  (uma parcela por mes a partir da data informada, cada uma
      *  aberta em amortizacao, juros do mes sobre o saldo devedor e
      *  saldo que fica; a ultima parcela amortiza o que restar do
      *  principal; vencimento que cai em fim de semana ou
      *  feriado passa para o dia util seguinte pela sub-rotina
      *  DIA-UTIL, e dia 29 a 31 em mes mais curto vence no ultimo
      *  dia do mes), credita o principal na conta e lanca a
      *  liberacao no TRANS-LOG. A cobranca mensal e da batida
      *  DEBITA-PARCELAS e a posicao dos contratos sai no
      *  POSICAO-EMPRESTIMOS. O emprestimo pode ser consignado em
      *  folha: o CPF informado tem de ser de funcionario ativo no
      *  funcionario.csv (com a conta de credito do salario igual a
      *  conta do emprestimo, quando informada) e as parcelas passam
      *  a ser descontadas no contracheque pelo FUNCIONARIO.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-POLITICA.

           SELECT FUNCIONARIOS ASSIGN TO WS-ARQ-FUNC
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FS-FUNC.

      *================================================================*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD CONTAS.
       COPY CONTAREG.

       FD TRANS-LOG.
       01 REG-LOG PIC X(120).

       FD EMPRESTIMOS.
       COPY EMPRREG.

       FD EMPRESTIMO-PARC.
       COPY PARCREG.

      * O MESMO TRANS-LOG, ABERTO EM LEITURA SO DURANTE A ANALISE DE
      * ELEGIBILIDADE (SALDO MEDIO E VOLUME DE MOVIMENTO DA CONTA)
       FD TRANS-HISTORICO.
       01 REG-HIST PIC X(120).

      * POLITICA DE CREDITO: MESES;N, MULT-SALDO;X, MAX-CONTRATOS;N
       FD CREDITO-PARAM.
       01 REG-POLITICA PIC X(40).

      * CADASTRO DA FOLHA (CPF,NOME,DEPTO,SALARIO,CONTA,DESLIGAMENTO),
      * LIDO SO NA ABERTURA DE CONSIGNADO
       FD FUNCIONARIOS.
       01 REG-FUNC PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
           'C:\COBOL\EMPRESTIMO-PARC.DAT'.
       01 WS-ARQ-POLITICA   PIC X(80) VALUE
           'C:\COBOL\CREDITO-PARAM.TXT'.
       01 WS-ARQ-FUNC       PIC X(80) VALUE
           'C:\exe-cobol\funcionario.csv'.
       01 WS-CFG-LOGICO     PIC X(20).
       01 WS-CFG-CAMINHO    PIC X(80).
       01 WS-CFG-ACHOU      PIC X(01).
           05 WS-FS-PARC    PIC X(02).
           05 WS-FS-HIST    PIC X(02).
           05 WS-FS-POLITICA PIC X(02).
           05 WS-FS-FUNC    PIC X(02).

       01 WS-ENTRADA.
           05 WS-CONTA         PIC 9(05) VALUE ZEROS.
           05 WS-TAXA          PIC 9(02)V99 VALUE ZEROS.
           05 WS-NUM-PARCELAS  PIC 9(03) VALUE ZEROS.
           05 WS-DATA-PRIMEIRA PIC 9(08) VALUE ZEROS.
           05 WS-SISTEMA       PIC X(01) VALUE SPACE.
           05 WS-CONSIG        PIC X(01) VALUE 'N'.
           05 WS-CPF-CONSIG    PIC X(11) VALUE SPACES.

      * FUNCIONARIO DO CONSIGNADO, PROCURADO PELO CPF NO CADASTRO DA
      * FOLHA
       01 WS-CONSIGNADO.
           05 WS-CPF-VALIDO    PIC X(01) VALUE 'N'.
           05 WS-FUNC-ACHOU    PIC X(01) VALUE 'N'.
           05 WS-EOF-FUNC      PIC X(01) VALUE 'N'.
           05 WS-FC-CPF        PIC X(11).
           05 WS-FC-NOME       PIC X(10).
           05 WS-FC-DEPTO      PIC X(10).
           05 WS-FC-SALARIO    PIC X(10).
           05 WS-FC-CONTA      PIC X(05).
           05 WS-FC-DESLIG     PIC X(08).

       01 WS-CALCULO.
           05 WS-JUROS-TOTAL   PIC 9(08) VALUE ZEROS.
           05 WS-TOTAL-PAGAR   PIC 9(08) VALUE ZEROS.
           05 WS-VLR-PARCELA   PIC 9(07) VALUE ZEROS.
           05 WS-PMT-PRICE     PIC 9(07) VALUE ZEROS.
           05 WS-AMORT-SAC     PIC 9(07) VALUE ZEROS.
           05 WS-FATOR         PIC 9(09)V9(09) VALUE ZEROS.
           05 WS-PLANO-OK      PIC X(01) VALUE 'S'.
           05 WS-PROX-CONTRATO PIC 9(06) VALUE ZEROS.
           05 WS-IDX-PARC      PIC 9(03) VALUE ZEROS.
           05 WS-VENC-ANO      PIC 9(04) VALUE ZEROS.
           05 WS-EOF           PIC X(01) VALUE 'N'.
           05 WS-CONTA-EXISTE  PIC X(01) VALUE 'N'.

      * UMA LINHA DO PLANO: SALDO DEVEDOR ANTES DA PARCELA, JUROS DO
      * MES SOBRE ELE, AMORTIZACAO E VALOR DA PARCELA
       01 WS-LINHA-PLANO.
           05 WS-SALDO-PLANO   PIC 9(07) VALUE ZEROS.
           05 WS-JUROS-LINHA   PIC 9(07) VALUE ZEROS.
           05 WS-AMORT-LINHA   PIC 9(07) VALUE ZEROS.
           05 WS-VALOR-LINHA   PIC 9(07) VALUE ZEROS.

      * PARAMETROS DA SUB-ROTINA DE CALENDARIO DIA-UTIL
       01 WS-DU-CHAMADA.
           05 WS-DU-FUNCAO     PIC X(01).
           05 WS-DU-DATA       PIC 9(08).
           05 WS-DU-DIAS       PIC 9(03).
           05 WS-DU-RESULTADO  PIC 9(08).
           05 WS-DU-UTIL       PIC X(01).

       COPY TLOGLIN.

      * A LINHA DO LOG COMO LIDA NA ANALISE, DECOMPOSTA PELA
      * SUB-ROTINA LE-LINHA-LOG EM QUALQUER DOS DOIS LEIAUTES
       COPY TLOGCAM.

      *----------------------------------------------------------------*
      * POLITICA DE CREDITO E NUMEROS DA ANALISE: SALDO MEDIO E
           05 WS-CORTE-ANO     PIC 9(04) VALUE ZEROS.
           05 WS-CORTE-MES     PIC S9(05) VALUE ZEROS.
           05 WS-CT-MOVIMENTOS PIC 9(05) VALUE ZEROS.
           05 WS-SOMA-SALDOS   PIC S9(12)V99 VALUE ZEROS.
           05 WS-SALDO-MEDIO   PIC S9(09)V99 VALUE ZEROS.
           05 WS-TETO-PRINC    PIC S9(09)V99 VALUE ZEROS.
           05 WS-MEDIO-ED      PIC -ZZZZZZZZ9.99.
           05 WS-TETO-ED       PIC -ZZZZZZZZ9.99.
           05 WS-CT-CONTRATOS  PIC 9(03) VALUE ZEROS.
           05 WS-CT-VENCIDAS   PIC 9(03) VALUE ZEROS.
           05 WS-CONTRATO-LIDO PIC 9(06) VALUE ZEROS.
           END-IF.
           IF WS-CONTA-EXISTE = 'S' AND WS-ELEGIVEL = 'S'
               PERFORM 4-CALCULA-PLANO
           END-IF.
           IF WS-CONTA-EXISTE = 'S' AND WS-ELEGIVEL = 'S'
              AND WS-PLANO-OK = 'S'
               PERFORM 5-GRAVA-CONTRATO
               PERFORM 6-GRAVA-PARCELAS
               PERFORM 7-LIBERA-PRINCIPAL
           STOP RUN.

       1-RESOLVE-CAMINHOS.
           MOVE 'FUNCIONARIO-CSV' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-FUNC
           END-IF.
           MOVE 'CREDITO-PARAM' TO WS-CFG-LOGICO.
           PERFORM 11-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               ACCEPT WS-NUM-PARCELAS
               DISPLAY 'DATA DA PRIMEIRA PARCELA (AAAAMMDD): '
               ACCEPT WS-DATA-PRIMEIRA
               DISPLAY 'SISTEMA DE AMORTIZACAO (P PRICE / C SAC): '
               ACCEPT WS-SISTEMA
               IF WS-PRINCIPAL = ZEROS OR WS-NUM-PARCELAS = ZEROS
                   DISPLAY 'PRINCIPAL E PARCELAS DEVEM SER MAIORES '
                       'QUE ZERO'
                   MOVE 'N' TO WS-CONTA-EXISTE
               END-IF
               IF WS-SISTEMA NOT = 'P' AND WS-SISTEMA NOT = 'C'
                   DISPLAY 'SISTEMA DE AMORTIZACAO DEVE SER P OU C'
                   MOVE 'N' TO WS-CONTA-EXISTE
               END-IF
           END-IF.
           IF WS-CONTA-EXISTE = 'S'
               DISPLAY 'CONSIGNADO EM FOLHA (S/N): '
               ACCEPT WS-CONSIG
               IF WS-CONSIG = 'S'
                   PERFORM 31-VALIDA-CONSIGNADO
               END-IF
           END-IF.

      * O CONSIGNADO E DE UM FUNCIONARIO ATIVO: CPF VALIDO, PRESENTE
      * NO CADASTRO DA FOLHA E SEM DESLIGAMENTO VENCIDO; SE O
      * CADASTRO TRAZ A CONTA DE CREDITO DO SALARIO, ELA TEM DE SER A
      * CONTA DO EMPRESTIMO, QUE E PARA ONDE A COBRANCA VOLTA NO
      * DESLIGAMENTO
       31-VALIDA-CONSIGNADO.
           DISPLAY 'CPF DO FUNCIONARIO: '.
           ACCEPT WS-CPF-CONSIG.
           CALL 'Verifica-CPF' USING WS-CPF-CONSIG WS-CPF-VALIDO.
           IF WS-CPF-VALIDO NOT = 'S'
               DISPLAY 'CPF INVALIDO: ' WS-CPF-CONSIG
               MOVE 'N' TO WS-CONTA-EXISTE
           ELSE
               PERFORM 32-BUSCA-FUNCIONARIO
               IF WS-FUNC-ACHOU NOT = 'S'
                   DISPLAY 'CPF ' WS-CPF-CONSIG
                       ' NAO E DE FUNCIONARIO ATIVO'
                   MOVE 'N' TO WS-CONTA-EXISTE
               END-IF
           END-IF.

       32-BUSCA-FUNCIONARIO.
           MOVE 'N' TO WS-FUNC-ACHOU.
           MOVE 'N' TO WS-EOF-FUNC.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT FUNCIONARIOS.
           IF WS-FS-FUNC NOT = '00'
               DISPLAY 'CADASTRO DE FUNCIONARIOS INDISPONIVEL (FS '
                   WS-FS-FUNC ')'
               MOVE 'S' TO WS-EOF-FUNC
           END-IF.
           PERFORM UNTIL WS-EOF-FUNC = 'S'
               READ FUNCIONARIOS
                   AT END MOVE 'S' TO WS-EOF-FUNC
                   NOT AT END
                       MOVE SPACES TO WS-FC-CONTA WS-FC-DESLIG
                       UNSTRING REG-FUNC DELIMITED BY ','
                           INTO WS-FC-CPF WS-FC-NOME WS-FC-DEPTO
                                WS-FC-SALARIO WS-FC-CONTA WS-FC-DESLIG
                       END-UNSTRING
                       IF WS-FC-CPF = WS-CPF-CONSIG
                           PERFORM 321-CONFERE-FUNCIONARIO
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-FS-FUNC = '00' OR WS-FS-FUNC = '10'
               CLOSE FUNCIONARIOS
           END-IF.

       321-CONFERE-FUNCIONARIO.
           MOVE 'S' TO WS-EOF-FUNC.
           IF WS-FC-DESLIG NOT = SPACES
              AND FUNCTION NUMVAL (WS-FC-DESLIG) <= WS-DATA-HOJE
               DISPLAY 'FUNCIONARIO ' WS-FC-NOME ' DESLIGADO EM '
                   WS-FC-DESLIG
           ELSE
               IF WS-FC-CONTA NOT = SPACES
                  AND FUNCTION NUMVAL (WS-FC-CONTA) NOT = WS-CONTA
                   DISPLAY 'SALARIO DE ' WS-FC-NOME
                       ' E CREDITADO NA CONTA ' WS-FC-CONTA
               ELSE
                   MOVE 'S' TO WS-FUNC-ACHOU
                   DISPLAY 'CONSIGNADO EM FOLHA DE ' WS-FC-NOME
                       ' (' WS-FC-DEPTO ')'
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * PRICE: PARCELA FIXA = PRINCIPAL * I * (1+I)**N / ((1+I)**N - 1)
      * (SEM TAXA, PRINCIPAL / N); SAC: AMORTIZACAO FIXA = PRINCIPAL
      * / N. O PLANO E PERCORRIDO UMA VEZ AQUI PARA OS TOTAIS (JUROS
      * E TOTAL A PAGAR, QUE E O SALDO DEVEDOR DO CONTRATO) E DE NOVO
      * NA GRAVACAO DAS PARCELAS, PELA MESMA 41-CALCULA-LINHA
      *----------------------------------------------------------------*
       4-CALCULA-PLANO.
           MOVE 'S' TO WS-PLANO-OK.
           MOVE ZEROS TO WS-PMT-PRICE WS-AMORT-SAC.
           IF WS-SISTEMA = 'P'
               IF WS-TAXA = ZEROS
                   COMPUTE WS-PMT-PRICE ROUNDED =
                       WS-PRINCIPAL / WS-NUM-PARCELAS
               ELSE
                   COMPUTE WS-FATOR ROUNDED =
                       (1 + WS-TAXA / 100) ** WS-NUM-PARCELAS
                       ON SIZE ERROR MOVE 'N' TO WS-PLANO-OK
                   END-COMPUTE
                   IF WS-PLANO-OK = 'S'
                       COMPUTE WS-PMT-PRICE ROUNDED =
                           WS-PRINCIPAL * (WS-TAXA / 100) * WS-FATOR
                           / (WS-FATOR - 1)
                           ON SIZE ERROR MOVE 'N' TO WS-PLANO-OK
                       END-COMPUTE
                   END-IF
               END-IF
           ELSE
               DIVIDE WS-PRINCIPAL BY WS-NUM-PARCELAS
                   GIVING WS-AMORT-SAC
           END-IF.
           IF WS-PLANO-OK NOT = 'S'
               DISPLAY 'RECUSADO: TAXA E PRAZO FORA DA CAPACIDADE '
                   'DO CALCULO DO PLANO'
           ELSE
               MOVE ZEROS TO WS-JUROS-TOTAL WS-TOTAL-PAGAR
               MOVE WS-PRINCIPAL TO WS-SALDO-PLANO
               PERFORM VARYING WS-IDX-PARC FROM 1 BY 1
                       UNTIL WS-IDX-PARC > WS-NUM-PARCELAS
                   PERFORM 41-CALCULA-LINHA
                   IF WS-IDX-PARC = 1
                       MOVE WS-VALOR-LINHA TO WS-VLR-PARCELA
                   END-IF
                   ADD WS-JUROS-LINHA TO WS-JUROS-TOTAL
                   ADD WS-VALOR-LINHA TO WS-TOTAL-PAGAR
               END-PERFORM
               DISPLAY 'JUROS TOTAL: ' WS-JUROS-TOTAL
                   ' TOTAL A PAGAR: ' WS-TOTAL-PAGAR
                   ' PRIMEIRA PARCELA: ' WS-VLR-PARCELA
           END-IF.

      * JUROS DO MES SOBRE O SALDO DEVEDOR; NO PRICE A AMORTIZACAO E
      * O QUE A PARCELA FIXA DEIXA DEPOIS DOS JUROS, NO SAC E FIXA.
      * A ULTIMA PARCELA AMORTIZA O SALDO QUE RESTOU DOS ARREDONDAMENTOS
       41-CALCULA-LINHA.
           COMPUTE WS-JUROS-LINHA ROUNDED =
               WS-SALDO-PLANO * WS-TAXA / 100.
           IF WS-IDX-PARC = WS-NUM-PARCELAS
               MOVE WS-SALDO-PLANO TO WS-AMORT-LINHA
           ELSE
               IF WS-SISTEMA = 'P'
                   IF WS-PMT-PRICE > WS-JUROS-LINHA
                       COMPUTE WS-AMORT-LINHA =
                           WS-PMT-PRICE - WS-JUROS-LINHA
                   ELSE
                       MOVE ZEROS TO WS-AMORT-LINHA
                   END-IF
               ELSE
                   MOVE WS-AMORT-SAC TO WS-AMORT-LINHA
               END-IF
               IF WS-AMORT-LINHA > WS-SALDO-PLANO
                   MOVE WS-SALDO-PLANO TO WS-AMORT-LINHA
               END-IF
           END-IF.
           COMPUTE WS-VALOR-LINHA = WS-AMORT-LINHA + WS-JUROS-LINHA.
           SUBTRACT WS-AMORT-LINHA FROM WS-SALDO-PLANO.

       5-GRAVA-CONTRATO.
           MOVE WS-PROX-CONTRATO TO EMP-CONTRATO.
           MOVE ZEROS TO EMP-PAGAS.
           MOVE WS-TOTAL-PAGAR TO EMP-SALDO-DEV.
           MOVE 'A' TO EMP-SITUACAO.
           MOVE WS-SISTEMA TO EMP-SISTEMA.
           MOVE ZEROS TO EMP-CONTRATO-ORIG.
           IF WS-CONSIG = 'S'
               SET EMP-CONSIGNADO TO TRUE
               MOVE WS-CPF-CONSIG TO EMP-CPF-CONSIG
           ELSE
               SET EMP-DEBITO-CONTA TO TRUE
               MOVE SPACES TO EMP-CPF-CONSIG
           END-IF.
           MOVE ZEROS TO EMP-COMPET-FOLHA EMP-VLR-FOLHA.
           WRITE EMPRESTIMO-REG
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O CONTRATO'
           END-WRITE.

      * UMA PARCELA POR MES A PARTIR DA DATA INFORMADA; A VIRADA DE
      * ANO E TRATADA SOMANDO O MES E ROLANDO PARA JANEIRO. O DIA
      * NOMINAL SE MANTEM DE MES A MES; SO O VENCIMENTO GRAVADO E
      * LEVADO AO DIA UTIL PELA DIA-UTIL
       6-GRAVA-PARCELAS.
           MOVE WS-DATA-PRIMEIRA (1:4) TO WS-VENC-ANO.
           MOVE WS-DATA-PRIMEIRA (5:2) TO WS-VENC-MES.
           MOVE WS-DATA-PRIMEIRA (7:2) TO WS-VENC-DIA.
           MOVE WS-PRINCIPAL TO WS-SALDO-PLANO.
           PERFORM VARYING WS-IDX-PARC FROM 1 BY 1
                   UNTIL WS-IDX-PARC > WS-NUM-PARCELAS
               MOVE WS-PROX-CONTRATO TO PAR-CONTRATO
               MOVE WS-IDX-PARC TO PAR-NUMERO
               PERFORM 41-CALCULA-LINHA
               MOVE WS-VALOR-LINHA TO PAR-VALOR
               MOVE WS-AMORT-LINHA TO PAR-AMORTIZACAO
               MOVE WS-JUROS-LINHA TO PAR-JUROS
               MOVE WS-SALDO-PLANO TO PAR-SALDO
               MOVE WS-VENC-ANO TO WS-DU-DATA (1:4)
               MOVE WS-VENC-MES TO WS-DU-DATA (5:2)
               MOVE WS-VENC-DIA TO WS-DU-DATA (7:2)
               MOVE 'P' TO WS-DU-FUNCAO
               MOVE ZEROS TO WS-DU-DIAS
               CALL 'DIA-UTIL' USING WS-DU-FUNCAO WS-DU-DATA
                   WS-DU-DIAS WS-DU-RESULTADO WS-DU-UTIL
               MOVE WS-DU-RESULTADO TO PAR-VENCIMENTO
               MOVE 'P' TO PAR-SITUACAO
               WRITE PARCELA-REG
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR A PARCELA '
                           PAR-NUMERO
                   NOT INVALID KEY
                       DISPLAY 'PARCELA ' PAR-NUMERO
                           ' VENC ' PAR-VENCIMENTO
                           ' VALOR ' PAR-VALOR
                           ' AMORT ' PAR-AMORTIZACAO
                           ' JUROS ' PAR-JUROS
                           ' SALDO ' PAR-SALDO
               END-WRITE
               ADD 1 TO WS-VENC-MES
               IF WS-VENC-MES > 12
                   MOVE WS-PRINCIPAL TO WS-LOG-VALOR
                   MOVE CONTA-SALDO TO WS-LOG-SALDO
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LOG-DATA
                   CALL 'NUMERA-LOG' USING WS-LINHA-LOG
                   WRITE REG-LOG FROM WS-LINHA-LOG
           END-READ.

           PERFORM 83-LEVANTA-CONTRATOS.
           COMPUTE WS-TETO-PRINC ROUNDED =
               WS-SALDO-MEDIO * WS-POL-MULT.
           MOVE WS-SALDO-MEDIO TO WS-MEDIO-ED.
           MOVE WS-TETO-PRINC TO WS-TETO-ED.
           DISPLAY 'ANALISE: SALDO MEDIO ' WS-MEDIO-ED
               ' MOVIMENTOS ' WS-CT-MOVIMENTOS
               ' CONTRATOS ABERTOS ' WS-CT-CONTRATOS
               ' PARCELAS VENCIDAS ' WS-CT-VENCIDAS.
           IF WS-PRINCIPAL > WS-TETO-PRINC
               DISPLAY 'RECUSADO: PRINCIPAL ' WS-PRINCIPAL
                   ' ACIMA DE ' WS-POL-MULT ' X SALDO MEDIO ('
                   WS-TETO-ED ')'
               MOVE 'N' TO WS-ELEGIVEL
           END-IF.
           IF WS-CT-CONTRATOS >= WS-POL-MAX-CONTR
           END-IF.

       821-LE-HISTORICO.
           READ TRANS-HISTORICO
               AT END MOVE 'S' TO WS-EOF-HIST
               NOT AT END
                   CALL 'LE-LINHA-LOG' USING REG-HIST TLG-CAMPOS
                   IF TLG-CONTA = WS-CONTA
                      AND TLG-DATA >= WS-DATA-CORTE
                      AND NOT TLG-TRANSPORTE
                       ADD 1 TO WS-CT-MOVIMENTOS
                       ADD TLG-SALDO TO WS-SOMA-SALDOS
                   END-IF
           END-READ.

               NOT AT END
                   IF EMP-CONTA = WS-CONTA
                      AND EMP-SITUACAO NOT = 'Q'
                      AND NOT (EMP-SITUACAO = 'R'
                               AND EMP-SALDO-DEV = ZEROS)
                       ADD 1 TO WS-CT-CONTRATOS
                       MOVE EMP-CONTRATO TO WS-CONTRATO-LIDO
                       PERFORM 832-CONTA-VENCIDAS
