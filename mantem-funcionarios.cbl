      *  (credito de salario) e data de desligamento no fim da linha
      *  - linha antiga sem eles segue valendo como ativo sem conta.
      *  Toda mudanca sai no log de auditoria da folha, como o
      *  CLIENTES-AUDIT.LOG. Desligamento de quem tem emprestimo
      *  consignado em aberto devolve o contrato para o debito em
      *  conta (as parcelas pendentes voltam para o DEBITA-PARCELAS)
      *  e lista o contrato no relatorio de consignados revertidos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDIT.

               SELECT EMPRESTIMOS ASSIGN TO WS-ARQ-EMPREST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CONTRATO
               FILE STATUS IS WS-FS-EMPREST.

               SELECT CONSIG-REVERTIDOS ASSIGN TO WS-ARQ-REVERTIDOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REVERTIDOS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           FD FUNC-AUDIT.
           01 REG-AUDIT                PIC X(80).

      * MESTRE DE EMPRESTIMOS DO BANCO, SO PARA OS CONSIGNADOS DO
      *  FUNCIONARIO DESLIGADO
           FD EMPRESTIMOS.
           COPY EMPRREG.

      * CONSIGNADOS DEVOLVIDOS AO DEBITO EM CONTA NO DESLIGAMENTO,
      *  PARA A MESA DE CREDITO (ACUMULA ENTRE EXECUCOES)
           FD CONSIG-REVERTIDOS.
           01 REG-REVERTIDO            PIC X(82).

       WORKING-STORAGE SECTION.
      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      *  EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG)
                   "C:\exe-cobol\depts.dat".
               05 WS-ARQ-AUDIT         PIC X(80) VALUE
                   "C:\exe-cobol\funcionario-audit.log".
               05 WS-ARQ-EMPREST       PIC X(80) VALUE
                   "C:\COBOL\EMPRESTIMOS.DAT".
               05 WS-ARQ-REVERTIDOS    PIC X(80) VALUE
                   "C:\exe-cobol\consignado-revertidos.txt".

           01 WS-CFG-CHAMADA.
               05 WS-CFG-LOGICO        PIC X(20).
               05 WS-FS-FUNC           PIC 9(02).
               05 WS-FS-DEPTS          PIC 9(02).
               05 WS-FS-AUDIT          PIC 9(02).
               05 WS-FS-EMPREST        PIC 9(02).
               05 WS-FS-REVERTIDOS     PIC 9(02).

           01 WS-CONTROLE.
               05 WS-OPCAO             PIC X(01) VALUE SPACE.
           01 WS-AUD-DATA              PIC 9(08).
           01 WS-AUD-HORA              PIC 9(08).

      * CONSIGNADO REVERTIDO NO DESLIGAMENTO: CONTRATO, CONTA QUE
      *  PASSA A SER DEBITADA, SALDO DEVEDOR E PARCELAS QUE FALTAM
           01 WS-CONSIG.
               05 WS-EOF-EMP           PIC X(01) VALUE 'N'.
               05 WS-CT-REVERTIDOS     PIC 9(03) VALUE ZEROS.
               05 WS-CSG-NOME          PIC A(10).
               05 WS-CSG-DESLIG        PIC 9(08).

           01 WS-LINHA-REVERTIDO.
               05 WS-REV-DATA          PIC 9(08).
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-REV-CPF           PIC X(11).
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-REV-NOME          PIC A(10).
               05 FILLER               PIC X(06) VALUE ' CTR. '.
               05 WS-REV-CONTRATO      PIC 9(06).
               05 FILLER               PIC X(07) VALUE ' CONTA '.
               05 WS-REV-CONTA         PIC 9(05).
               05 FILLER               PIC X(07) VALUE ' SALDO '.
               05 WS-REV-SALDO         PIC ZZ,ZZZ,ZZ9.
               05 FILLER               PIC X(07) VALUE ' FALTA '.
               05 WS-REV-FALTAM        PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0005-RESOLVE-CAMINHOS.
               ELSE
                   DISPLAY 'DATA DO DESLIGAMENTO (AAAAMMDD): '
                   ACCEPT WS-F-DESLIG (WS-IDX-FUN)
                   MOVE 'DESLIGAM' TO WS-AUD-OPERACAO
                   MOVE 'ATIVO' TO WS-AUD-ANTES
                   MOVE SPACES TO WS-AUD-DEPOIS
                   MOVE WS-F-DESLIG (WS-IDX-FUN)
                       TO WS-AUD-DEPOIS (1:8)
                   MOVE WS-F-NOME (WS-IDX-FUN) TO WS-CSG-NOME
                   MOVE WS-F-DESLIG (WS-IDX-FUN) TO WS-CSG-DESLIG
                   PERFORM 0900-REGRAVA-MESTRE
                   PERFORM 0950-GRAVA-AUDITORIA
                   DISPLAY 'DESLIGAMENTO REGISTRADO'
                   PERFORM 0610-REVERTE-CONSIGNADOS
               END-IF
           END-IF.

      * CONSIGNADO EM ABERTO DO DESLIGADO SAI DA FOLHA: O CONTRATO
      *  VOLTA PARA O DEBITO NA CONTA DO EMPRESTIMO, AS PARCELAS
      *  PENDENTES PASSAM A SER COBRADAS PELO DEBITA-PARCELAS E O
      *  CONTRATO E LISTADO PARA A MESA DE CREDITO
       0610-REVERTE-CONSIGNADOS.
           MOVE ZEROS TO WS-CT-REVERTIDOS.
           OPEN I-O EMPRESTIMOS.
           IF WS-FS-EMPREST NOT = 00
               DISPLAY 'AVISO: EMPRESTIMOS INDISPONIVEIS (FS '
                   WS-FS-EMPREST ') - CONFERIR CONSIGNADOS DO CPF '
                   WS-CPF-PEDIDO
           ELSE
               MOVE 'N' TO WS-EOF-EMP
               MOVE ZEROS TO EMP-CONTRATO
               START EMPRESTIMOS KEY IS NOT LESS THAN EMP-CONTRATO
                   INVALID KEY MOVE 'S' TO WS-EOF-EMP
               END-START
               PERFORM UNTIL WS-EOF-EMP = 'S'
                   READ EMPRESTIMOS NEXT RECORD
                       AT END MOVE 'S' TO WS-EOF-EMP
                       NOT AT END
                           IF EMP-CONSIGNADO
                              AND EMP-CPF-CONSIG = WS-CPF-PEDIDO
                              AND EMP-SITUACAO NOT = 'Q'
                              AND EMP-SITUACAO NOT = 'R'
                               PERFORM 0620-REVERTE-CONTRATO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPRESTIMOS
               IF WS-CT-REVERTIDOS > ZEROS
                   DISPLAY 'CONSIGNADOS DEVOLVIDOS AO DEBITO EM '
                       'CONTA: ' WS-CT-REVERTIDOS
               END-IF
           END-IF.

       0620-REVERTE-CONTRATO.
           SET EMP-DEBITO-CONTA TO TRUE.
           REWRITE EMPRESTIMO-REG
               INVALID KEY
                   DISPLAY 'ERRO AO REVERTER O CONTRATO ' EMP-CONTRATO
               NOT INVALID KEY
                   ADD 1 TO WS-CT-REVERTIDOS
                   DISPLAY 'CONTRATO ' EMP-CONTRATO
                       ' VOLTA AO DEBITO NA CONTA ' EMP-CONTA
                   MOVE WS-CSG-DESLIG TO WS-REV-DATA
                   MOVE WS-CPF-PEDIDO TO WS-REV-CPF
                   MOVE WS-CSG-NOME TO WS-REV-NOME
                   MOVE EMP-CONTRATO TO WS-REV-CONTRATO
                   MOVE EMP-CONTA TO WS-REV-CONTA
                   MOVE EMP-SALDO-DEV TO WS-REV-SALDO
                   COMPUTE WS-REV-FALTAM = EMP-PARCELAS - EMP-PAGAS
                   OPEN EXTEND CONSIG-REVERTIDOS
                   IF WS-FS-REVERTIDOS = 35
                       OPEN OUTPUT CONSIG-REVERTIDOS
                       CLOSE CONSIG-REVERTIDOS
                       OPEN EXTEND CONSIG-REVERTIDOS
                   END-IF
                   WRITE REG-REVERTIDO FROM WS-LINHA-REVERTIDO
                   CLOSE CONSIG-REVERTIDOS
                   MOVE 'CONSIG-CONTA' TO WS-AUD-OPERACAO
                   MOVE SPACES TO WS-AUD-ANTES WS-AUD-DEPOIS
                   STRING 'FOLHA ' EMP-CONTRATO
                       DELIMITED BY SIZE INTO WS-AUD-ANTES
                   STRING 'CONTA ' EMP-CONTA
                       DELIMITED BY SIZE INTO WS-AUD-DEPOIS
                   PERFORM 0950-GRAVA-AUDITORIA
           END-REWRITE.

       0650-CONTA-CREDITO.
           DISPLAY 'CPF: '.
           ACCEPT WS-CPF-PEDIDO.
