      ******************************************************************
      * Author:
      * Date:
      * Purpose: Contas a pagar a partir da nota fiscal do fornecedor.
      *  Lanca a nota (fornecedor, numero, emissao e ate 10 itens
      *  produto/quantidade/preco) no arquivo indexado contas-pagar
      *  .dat, chave fornecedor + numero da nota, e confere cada item
      *  em tres vias: contra a ordem de compra (quantidade pedida e
      *  preco combinado das linhas do ordens-abertas.txt gravadas
      *  pelo INVENTARIO) e contra o que de fato entrou (quantidade
      *  recebida no receb-historico.txt do RECEBE-MERCADORIA),
      *  descontadas as quantidades ja cobradas em notas anteriores
      *  do mesmo fornecedor. As tolerancias de quantidade e de preco
      *  (em %) vem do pagar-param.txt. Nota com todos os itens
      *  conferidos ganha o vencimento pela condicao de pagamento do
      *  fornecedor (quinto campo do fornecedores.dat, 30 dias se
      *  ausente); com qualquer divergencia fica RETIDA ate o
      *  comprador aprovar ou recusar (opcao 2, nivel 2). O
      *  pagamento efetuado pela tesouraria e baixado na opcao 3; o
      *  AGENDA-PAGAMENTOS lista o que vence a cada dia.
      *  Exige assinatura de nivel 1 (ASSINA-OPERADOR).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LANCA-NOTAS-FORNEC.
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

               SELECT OPTIONAL ORDENS-ABERTAS ASSIGN TO WS-ARQ-ORDENS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ORDENS.

               SELECT OPTIONAL RECEB-HISTORICO ASSIGN TO WS-ARQ-HIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HIST.

               SELECT OPTIONAL PAGAR-PARAM ASSIGN TO WS-ARQ-PARAM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           FD CONTAS-PAGAR.
           COPY PAGARREG.

      * MESTRE DE FORNECEDORES: CODIGO;NOME;PRAZO-DE-ENTREGA-DIAS;
      *  PEDIDO-MINIMO;CONDICAO-DE-PAGAMENTO-DIAS
           FD FORNECEDORES.
           01 REG-FORNEC               PIC X(40).

      * ORDENS DE COMPRA (FORNECEDOR;PROD_ID;RESTANTE;EMISSAO;PRAZO;
      *  STATUS;QTD-PEDIDA;PRECO), ABERTAS OU JA ATENDIDAS
           FD ORDENS-ABERTAS.
           01 REG-ORDEM-AB             PIC X(45).

      * HISTORICO DE RECEBIMENTOS (FORNECEDOR;PROD_ID;QTD-REC;
      *  QTD-ORD;EMISSAO;DATA-REC;SITUACAO)
           FD RECEB-HISTORICO.
           01 REG-HIST                 PIC X(50).

      * PARAMETROS (NOME;VALOR): TOLERANCIA-QTD E TOLERANCIA-PRECO
      *  EM PERCENTUAL
           FD PAGAR-PARAM.
           01 REG-PARAM                PIC X(40).

       WORKING-STORAGE SECTION.
      * O OPERADOR ASSINADO PELA SUB-ROTINA COMPARTILHADA
      *  ASSINA-OPERADOR, CARIMBADO NA NOTA LANCADA E NA DECISAO
           01 OPERADOR-ASSINADO PIC X(06) EXTERNAL.
           01 WS-ASSINATURA.
               05 WS-NIVEL-MINIMO      PIC 9(01) VALUE 1.
               05 WS-OPERADOR          PIC X(06) VALUE SPACES.
               05 WS-NIVEL-OPER        PIC 9(01) VALUE ZEROS.
               05 WS-ASSINADO-OK       PIC X(01) VALUE 'N'.

      * CAMINHOS FISICOS DOS ARQUIVOS, RESOLVIDOS NA CONFIGURACAO
      *  EXTERNA PELO NOME LOGICO (SUB-ROTINA BUSCA-CONFIG)
           01 WS-CAMINHOS.
               05 WS-ARQ-PAGAR         PIC X(80) VALUE
                   "C:\exe-cobol\contas-pagar.dat".
               05 WS-ARQ-FORNEC        PIC X(80) VALUE
                   "C:\exe-cobol\fornecedores.dat".
               05 WS-ARQ-ORDENS        PIC X(80) VALUE
                   "C:\exe-cobol\ordens-abertas.txt".
               05 WS-ARQ-HIST          PIC X(80) VALUE
                   "C:\exe-cobol\receb-historico.txt".
               05 WS-ARQ-PARAM         PIC X(80) VALUE
                   "C:\exe-cobol\pagar-param.txt".

           01 WS-CFG-CHAMADA.
               05 WS-CFG-LOGICO        PIC X(20).
               05 WS-CFG-CAMINHO       PIC X(80).
               05 WS-CFG-ACHOU         PIC X(01).

           01 WS-STATUS.
               05 FS-PAGAR             PIC 9(02).
               05 FS-FORNEC            PIC 9(02).
               05 FS-ORDENS            PIC 9(02).
               05 FS-HIST              PIC 9(02).
               05 FS-PARAM             PIC 9(02).

      * TOLERANCIAS DA CONFERENCIA (PADRAO: NENHUMA FOLGA NA
      *  QUANTIDADE, 2% NO PRECO)
           01 WS-PARAMETROS.
               05 WS-TOL-QTD           PIC 9(02)V99 VALUE ZEROS.
               05 WS-TOL-PRECO         PIC 9(02)V99 VALUE 2.
               05 WS-COND-PADRAO       PIC 9(03) VALUE 30.
           01 WS-CAMPOS-PARAM.
               05 WS-P-NOME            PIC X(20).
               05 WS-P-VALOR1          PIC X(10).

      * MESTRE DE FORNECEDORES CARREGADO EM MEMORIA
           01 WS-TAB-FORNEC.
               05 WS-CNT-FORNEC        PIC 9(03) VALUE ZEROS.
               05 WS-FORNEC-ITEM OCCURS 50 TIMES
                                   INDEXED BY WS-IDX-FOR.
                   10 WS-F-CODIGO      PIC 9(04).
                   10 WS-F-NOME        PIC X(20).
                   10 WS-F-COND        PIC 9(03).
           01 WS-CAMPOS-FORNEC.
               05 WS-P-TXT1            PIC X(10).
               05 WS-P-TXT2            PIC X(20).
               05 WS-P-TXT3            PIC X(10).
               05 WS-P-TXT4            PIC X(10).
               05 WS-P-TXT5            PIC X(10).

      * LINHAS DE ORDEM DE COMPRA CARREGADAS EM MEMORIA
           01 WS-TAB-ORDENS.
               05 WS-CNT-ORD           PIC 9(03) VALUE ZEROS.
               05 WS-ORD-ITEM OCCURS 200 TIMES
                                INDEXED BY WS-IDX-ORD.
                   10 WS-O-FORNEC      PIC 9(04).
                   10 WS-O-PRODID      PIC X(04).
                   10 WS-O-EMISSAO     PIC 9(08).
                   10 WS-O-QTD-PEDIDA  PIC 9(04).
                   10 WS-O-PRECO       PIC 9(06)V99.
           01 WS-CAMPOS-ORDEM.
               05 WS-OA-FORNEC-TX      PIC X(06).
               05 WS-OA-PRODID         PIC X(04).
               05 WS-OA-QTD-TX         PIC X(06).
               05 WS-OA-EMISSAO-TX     PIC X(08).
               05 WS-OA-PRAZO-TX       PIC X(04).
               05 WS-OA-STATUS         PIC X(01).
               05 WS-OA-QTD-PEDIDA-TX  PIC X(06).
               05 WS-OA-PRECO-TX       PIC X(10).

      * RECEBIMENTOS CONTRA ORDEM, SOMADOS POR FORNECEDOR E PRODUTO
           01 WS-TAB-RECEB.
               05 WS-CNT-REC           PIC 9(03) VALUE ZEROS.
               05 WS-REC-ITEM OCCURS 200 TIMES
                                INDEXED BY WS-IDX-REC.
                   10 WS-R-FORNEC      PIC 9(04).
                   10 WS-R-PRODID      PIC X(04).
                   10 WS-R-QTD         PIC 9(05).
           01 WS-CAMPOS-HIST.
               05 WS-H-FORNEC-TX       PIC X(06).
               05 WS-H-PRODID          PIC X(04).
               05 WS-H-QTD-REC-TX      PIC X(06).
               05 WS-H-QTD-ORD-TX      PIC X(06).
               05 WS-H-EMISSAO-TX      PIC X(08).
               05 WS-H-DATA-REC-TX     PIC X(08).
               05 WS-H-SIT             PIC X(01).
               05 WS-H-FORNEC          PIC 9(04).

      * ITENS DA NOTA EM DIGITACAO, CONFERIDOS ANTES DE GRAVAR
           01 WS-TAB-ITENS.
               05 WS-CNT-IT            PIC 9(02) VALUE ZEROS.
               05 WS-IT-ITEM OCCURS 10 TIMES
                                INDEXED BY WS-IDX-IT WS-IDX-IT2.
                   10 WS-I-PRODID      PIC X(04).
                   10 WS-I-QTD         PIC 9(04).
                   10 WS-I-PRECO       PIC 9(06)V99.
                   10 WS-I-PRECO-ORD   PIC 9(06)V99.
                   10 WS-I-QTD-PEDIDA  PIC 9(05).
                   10 WS-I-QTD-RECEB   PIC 9(05).
                   10 WS-I-QTD-ANTES   PIC 9(05).
                   10 WS-I-CONFERE     PIC X(01).

           01 WS-NOTA.
               05 WS-N-FORNEC          PIC 9(04) VALUE ZEROS.
               05 WS-N-NOTA            PIC 9(09) VALUE ZEROS.
               05 WS-N-EMISSAO         PIC 9(08) VALUE ZEROS.
               05 WS-N-VALOR           PIC 9(09)V99 VALUE ZEROS.
               05 WS-N-COND            PIC 9(03) VALUE ZEROS.
               05 WS-N-NOME            PIC X(20) VALUE SPACES.
               05 WS-N-RETIDA          PIC X(01) VALUE 'N'.

           01 WS-ENTRADA.
               05 WS-E-PRODID          PIC X(04) VALUE SPACES.
               05 WS-E-QTD             PIC 9(04) VALUE ZEROS.
               05 WS-E-PRECO-TX        PIC X(10) VALUE SPACES.
               05 WS-E-DATA            PIC 9(08) VALUE ZEROS.
               05 WS-E-DECISAO         PIC X(01) VALUE SPACE.

           01 AUX.
               05 WS-OPCAO             PIC X(01) VALUE SPACE.
               05 WS-EOF               PIC X(01) VALUE 'N'.
               05 WS-ACHOU             PIC X(01) VALUE 'N'.
               05 WS-FIM-ITENS         PIC X(01) VALUE 'N'.
               05 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
               05 WS-EMISSAO-ORD       PIC 9(08) VALUE ZEROS.
               05 WS-LIMITE-QTD        PIC 9(06)V99 VALUE ZEROS.
               05 WS-BASE-QTD          PIC 9(05) VALUE ZEROS.
               05 WS-DIF-PRECO         PIC S9(06)V99 VALUE ZEROS.
               05 WS-LIMITE-PRECO      PIC 9(06)V99 VALUE ZEROS.
               05 WS-SUB               PIC 9(02) VALUE ZEROS.

           01 WS-LINHA-ITEM.
               05 WS-LI-PRODID         PIC X(04).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LI-QTD            PIC Z,ZZ9.
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LI-PRECO          PIC ZZZ,ZZ9.99.
               05 FILLER               PIC X(07) VALUE ' ORDEM '.
               05 WS-LI-PRECO-ORD      PIC ZZZ,ZZ9.99.
               05 FILLER               PIC X(06) VALUE ' RECEB'.
               05 WS-LI-QTD-RECEB      PIC ZZ,ZZ9.
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LI-CONFERE        PIC X(16).
           01 WS-VALOR-ED              PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'ASSINA-OPERADOR' USING WS-NIVEL-MINIMO WS-OPERADOR
               WS-NIVEL-OPER WS-ASSINADO-OK.
           IF WS-ASSINADO-OK NOT = 'S'
               DISPLAY 'ACESSO NEGADO'
               STOP RUN
           END-IF.
           PERFORM 0005-RESOLVE-CAMINHOS.
           PERFORM 0100-ABRE-ARQUIVOS.
           PERFORM UNTIL WS-OPCAO = 'X'
               PERFORM 0200-MENU
           END-PERFORM.
           CLOSE CONTAS-PAGAR.
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
           MOVE 'ORDENS-ABERTAS' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-ORDENS
           END-IF.
           MOVE 'RECEB-HISTORICO' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-HIST
           END-IF.
           MOVE 'PAGAR-PARAM' TO WS-CFG-LOGICO.
           PERFORM 0006-BUSCA-CAMINHO.
           IF WS-CFG-ACHOU = 'S'
               MOVE WS-CFG-CAMINHO TO WS-ARQ-PARAM
           END-IF.

       0006-BUSCA-CAMINHO.
           CALL 'BUSCA-CONFIG' USING WS-CFG-LOGICO WS-CFG-CAMINHO
               WS-CFG-ACHOU.

      * ABRE O CONTAS A PAGAR (CRIADO VAZIO NA PRIMEIRA VEZ) E CARREGA
      *  PARAMETROS, FORNECEDORES, ORDENS E RECEBIMENTOS
       0100-ABRE-ARQUIVOS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O CONTAS-PAGAR.
           IF FS-PAGAR = 35
               OPEN OUTPUT CONTAS-PAGAR
               CLOSE CONTAS-PAGAR
               OPEN I-O CONTAS-PAGAR
           END-IF.
           IF FS-PAGAR NOT = 00
               DISPLAY 'ERRO NA ABERTURA DO CONTAS A PAGAR: ' FS-PAGAR
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0110-CARREGA-PARAMETROS.
           PERFORM 0120-CARREGA-FORNECEDORES.
           PERFORM 0130-CARREGA-ORDENS.
           PERFORM 0140-CARREGA-RECEBIMENTOS.

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
                       EVALUATE WS-P-NOME
                       WHEN 'TOLERANCIA-QTD'
                           COMPUTE WS-TOL-QTD =
                               FUNCTION NUMVAL (WS-P-VALOR1)
                       WHEN 'TOLERANCIA-PRECO'
                           COMPUTE WS-TOL-PRECO =
                               FUNCTION NUMVAL (WS-P-VALOR1)
                       WHEN 'HORIZONTE-DIAS'
                           CONTINUE
                       WHEN OTHER
                           DISPLAY 'PARAMETRO DESCONHECIDO: '
                               WS-P-NOME
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE PAGAR-PARAM.

      * FORNECEDOR SEM O QUINTO CAMPO PAGA NA CONDICAO PADRAO
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
                           INTO WS-P-TXT1 WS-P-TXT2 WS-P-TXT3
                                WS-P-TXT4 WS-P-TXT5
                       END-UNSTRING
                       IF WS-CNT-FORNEC < 50
                           ADD 1 TO WS-CNT-FORNEC
                           SET WS-IDX-FOR TO WS-CNT-FORNEC
                           COMPUTE WS-F-CODIGO (WS-IDX-FOR) =
                               FUNCTION NUMVAL (WS-P-TXT1)
                           MOVE WS-P-TXT2 TO WS-F-NOME (WS-IDX-FOR)
                           MOVE WS-COND-PADRAO TO
                               WS-F-COND (WS-IDX-FOR)
                           IF WS-P-TXT5 NOT = SPACES
                               COMPUTE WS-F-COND (WS-IDX-FOR) =
                                   FUNCTION NUMVAL (WS-P-TXT5)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FORNECEDORES.

      * TODA LINHA DE ORDEM CONTA, ATENDIDA OU NAO; LINHA ANTIGA SEM
      *  QUANTIDADE PEDIDA ASSUME O RESTANTE, SEM PRECO FICA ZERO
       0130-CARREGA-ORDENS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT ORDENS-ABERTAS.
           IF FS-ORDENS NOT = 00
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ ORDENS-ABERTAS
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-CAMPOS-ORDEM
                       UNSTRING REG-ORDEM-AB DELIMITED BY ';'
                           INTO WS-OA-FORNEC-TX WS-OA-PRODID
                                WS-OA-QTD-TX WS-OA-EMISSAO-TX
                                WS-OA-PRAZO-TX WS-OA-STATUS
                                WS-OA-QTD-PEDIDA-TX WS-OA-PRECO-TX
                       END-UNSTRING
                       IF WS-CNT-ORD < 200
                           ADD 1 TO WS-CNT-ORD
                           SET WS-IDX-ORD TO WS-CNT-ORD
                           PERFORM 0131-GUARDA-ORDEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ORDENS-ABERTAS.

       0131-GUARDA-ORDEM.
           COMPUTE WS-O-FORNEC (WS-IDX-ORD) =
               FUNCTION NUMVAL (WS-OA-FORNEC-TX).
           MOVE WS-OA-PRODID TO WS-O-PRODID (WS-IDX-ORD).
           COMPUTE WS-O-EMISSAO (WS-IDX-ORD) =
               FUNCTION NUMVAL (WS-OA-EMISSAO-TX).
           IF WS-OA-QTD-PEDIDA-TX = SPACES
               COMPUTE WS-O-QTD-PEDIDA (WS-IDX-ORD) =
                   FUNCTION NUMVAL (WS-OA-QTD-TX)
           ELSE
               COMPUTE WS-O-QTD-PEDIDA (WS-IDX-ORD) =
                   FUNCTION NUMVAL (WS-OA-QTD-PEDIDA-TX)
           END-IF.
           IF WS-OA-PRECO-TX = SPACES
               MOVE ZEROS TO WS-O-PRECO (WS-IDX-ORD)
           ELSE
               COMPUTE WS-O-PRECO (WS-IDX-ORD) =
                   FUNCTION NUMVAL (WS-OA-PRECO-TX)
           END-IF.

      * SOMA O RECEBIDO POR FORNECEDOR E PRODUTO; ENTREGA SEM ORDEM
      *  (SITUACAO 'S') NAO SUSTENTA COBRANCA
       0140-CARREGA-RECEBIMENTOS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT RECEB-HISTORICO.
           IF FS-HIST NOT = 00
               MOVE 'S' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'S'
               READ RECEB-HISTORICO
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-CAMPOS-HIST
                       UNSTRING REG-HIST DELIMITED BY ';'
                           INTO WS-H-FORNEC-TX WS-H-PRODID
                                WS-H-QTD-REC-TX WS-H-QTD-ORD-TX
                                WS-H-EMISSAO-TX WS-H-DATA-REC-TX
                                WS-H-SIT
                       END-UNSTRING
                       IF WS-H-SIT NOT = 'S'
                           PERFORM 0141-SOMA-RECEBIDO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RECEB-HISTORICO.

       0141-SOMA-RECEBIDO.
           COMPUTE WS-H-FORNEC = FUNCTION NUMVAL (WS-H-FORNEC-TX).
           MOVE 'N' TO WS-ACHOU.
           PERFORM VARYING WS-IDX-REC FROM 1 BY 1
                   UNTIL WS-IDX-REC > WS-CNT-REC
                      OR WS-ACHOU = 'S'
               IF WS-R-FORNEC (WS-IDX-REC) = WS-H-FORNEC
                  AND WS-R-PRODID (WS-IDX-REC) = WS-H-PRODID
                   MOVE 'S' TO WS-ACHOU
                   COMPUTE WS-R-QTD (WS-IDX-REC) =
                       WS-R-QTD (WS-IDX-REC) +
                       FUNCTION NUMVAL (WS-H-QTD-REC-TX)
               END-IF
           END-PERFORM.
           IF WS-ACHOU = 'N' AND WS-CNT-REC < 200
               ADD 1 TO WS-CNT-REC
               SET WS-IDX-REC TO WS-CNT-REC
               MOVE WS-H-FORNEC TO WS-R-FORNEC (WS-IDX-REC)
               MOVE WS-H-PRODID TO WS-R-PRODID (WS-IDX-REC)
               COMPUTE WS-R-QTD (WS-IDX-REC) =
                   FUNCTION NUMVAL (WS-H-QTD-REC-TX)
           END-IF.

       0200-MENU.
           DISPLAY 'CONTAS A PAGAR - NOTAS DE FORNECEDOR'.
           DISPLAY '1 - LANCAR NOTA'.
           DISPLAY '2 - APROVAR/RECUSAR NOTA RETIDA'.
           DISPLAY '3 - REGISTRAR PAGAMENTO'.
           DISPLAY '4 - CONSULTAR NOTA'.
           DISPLAY 'X - SAIDA'.
           DISPLAY 'OPCAO: '.
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM 0300-LANCA-NOTA
               WHEN '2'
                   PERFORM 0600-DECIDE-RETIDA
               WHEN '3'
                   PERFORM 0700-REGISTRA-PAGAMENTO
               WHEN '4'
                   PERFORM 0800-CONSULTA
               WHEN OTHER
                   IF WS-OPCAO NOT = 'X'
                       DISPLAY 'ENTRE COM A OPCAO CORRETA'
                   END-IF
           END-EVALUATE.

      * CABECALHO DA NOTA, DIGITACAO DOS ITENS, CONFERENCIA E GRAVACAO
       0300-LANCA-NOTA.
           DISPLAY 'FORNECEDOR: '.
           ACCEPT WS-N-FORNEC.
           PERFORM 0310-BUSCA-FORNECEDOR.
           IF WS-ACHOU = 'N'
               DISPLAY 'FORNECEDOR NAO CADASTRADO'
           ELSE
               DISPLAY 'NUMERO DA NOTA: '
               ACCEPT WS-N-NOTA
               MOVE WS-N-FORNEC TO PAG-FORNEC
               MOVE WS-N-NOTA TO PAG-NOTA
               READ CONTAS-PAGAR
                   INVALID KEY CONTINUE
               END-READ
               IF FS-PAGAR = 00
                   DISPLAY 'NOTA JA LANCADA PARA ESTE FORNECEDOR'
               ELSE
                   DISPLAY 'DATA DE EMISSAO (AAAAMMDD): '
                   ACCEPT WS-N-EMISSAO
                   IF FUNCTION TEST-DATE-YYYYMMDD (WS-N-EMISSAO)
                           NOT = 0
                      OR WS-N-EMISSAO > WS-DATA-HOJE
                       DISPLAY 'DATA DE EMISSAO INVALIDA'
                   ELSE
                       PERFORM 0320-DIGITA-ITENS
                       IF WS-CNT-IT = ZEROS
                           DISPLAY 'NOTA SEM ITENS - NAO LANCADA'
                       ELSE
                           PERFORM 0400-CONFERE-NOTA
                           PERFORM 0500-GRAVA-NOTA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0310-BUSCA-FORNECEDOR.
           MOVE 'N' TO WS-ACHOU.
           PERFORM VARYING WS-IDX-FOR FROM 1 BY 1
                   UNTIL WS-IDX-FOR > WS-CNT-FORNEC
                      OR WS-ACHOU = 'S'
               IF WS-F-CODIGO (WS-IDX-FOR) = WS-N-FORNEC
                   MOVE 'S' TO WS-ACHOU
                   MOVE WS-F-NOME (WS-IDX-FOR) TO WS-N-NOME
                   MOVE WS-F-COND (WS-IDX-FOR) TO WS-N-COND
               END-IF
           END-PERFORM.

      * ATE 10 ITENS; PRODUTO EM BRANCO ENCERRA A DIGITACAO
       0320-DIGITA-ITENS.
           MOVE ZEROS TO WS-CNT-IT.
           MOVE 'N' TO WS-FIM-ITENS.
           PERFORM UNTIL WS-FIM-ITENS = 'S' OR WS-CNT-IT = 10
               MOVE SPACES TO WS-E-PRODID
               DISPLAY 'PRODUTO (PROD_ID, EM BRANCO ENCERRA): '
               ACCEPT WS-E-PRODID
               IF WS-E-PRODID = SPACES
                   MOVE 'S' TO WS-FIM-ITENS
               ELSE
                   DISPLAY 'QUANTIDADE FATURADA: '
                   ACCEPT WS-E-QTD
                   DISPLAY 'PRECO UNITARIO (EX. 12.50): '
                   ACCEPT WS-E-PRECO-TX
                   IF WS-E-QTD = ZEROS
                      OR FUNCTION TEST-NUMVAL (WS-E-PRECO-TX) NOT = 0
                       DISPLAY 'ITEM INVALIDO - REDIGITE'
                   ELSE
                       ADD 1 TO WS-CNT-IT
                       SET WS-IDX-IT TO WS-CNT-IT
                       MOVE WS-E-PRODID TO WS-I-PRODID (WS-IDX-IT)
                       MOVE WS-E-QTD TO WS-I-QTD (WS-IDX-IT)
                       COMPUTE WS-I-PRECO (WS-IDX-IT) =
                           FUNCTION NUMVAL (WS-E-PRECO-TX)
                   END-IF
               END-IF
           END-PERFORM.

      * CONFERENCIA EM TRES VIAS DE CADA ITEM. A NOTA FICA RETIDA SE
      *  QUALQUER ITEM DIVERGIR
       0400-CONFERE-NOTA.
           PERFORM 0410-SOMA-NOTAS-ANTERIORES.
           MOVE 'N' TO WS-N-RETIDA.
           MOVE ZEROS TO WS-N-VALOR.
           PERFORM VARYING WS-IDX-IT FROM 1 BY 1
                   UNTIL WS-IDX-IT > WS-CNT-IT
               PERFORM 0420-CONFERE-ITEM
               IF WS-I-CONFERE (WS-IDX-IT) NOT = 'C'
                   MOVE 'S' TO WS-N-RETIDA
               END-IF
               COMPUTE WS-N-VALOR = WS-N-VALOR +
                   WS-I-QTD (WS-IDX-IT) * WS-I-PRECO (WS-IDX-IT)
           END-PERFORM.

      * QUANTIDADE JA COBRADA DE CADA PRODUTO NAS NOTAS ANTERIORES DO
      *  FORNECEDOR (RECUSADAS NAO CONTAM) E NOS ITENS ANTERIORES DA
      *  PROPRIA NOTA
       0410-SOMA-NOTAS-ANTERIORES.
           PERFORM VARYING WS-IDX-IT FROM 1 BY 1
                   UNTIL WS-IDX-IT > WS-CNT-IT
               MOVE ZEROS TO WS-I-QTD-ANTES (WS-IDX-IT)
               PERFORM VARYING WS-IDX-IT2 FROM 1 BY 1
                       UNTIL WS-IDX-IT2 NOT < WS-IDX-IT
                   IF WS-I-PRODID (WS-IDX-IT2) =
                      WS-I-PRODID (WS-IDX-IT)
                       ADD WS-I-QTD (WS-IDX-IT2) TO
                           WS-I-QTD-ANTES (WS-IDX-IT)
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE WS-N-FORNEC TO PAG-FORNEC.
           MOVE ZEROS TO PAG-NOTA.
           MOVE 'N' TO WS-EOF.
           START CONTAS-PAGAR KEY IS NOT LESS THAN PAG-CHAVE
               INVALID KEY MOVE 'S' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'S'
               READ CONTAS-PAGAR NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF
               END-READ
               IF WS-EOF = 'N'
                   IF PAG-FORNEC NOT = WS-N-FORNEC
                       MOVE 'S' TO WS-EOF
                   ELSE
                       IF NOT PAG-RECUSADA
                           PERFORM 0411-SOMA-ITENS-NOTA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       0411-SOMA-ITENS-NOTA.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > PAG-QT-ITENS
               PERFORM VARYING WS-IDX-IT FROM 1 BY 1
                       UNTIL WS-IDX-IT > WS-CNT-IT
                   IF WS-I-PRODID (WS-IDX-IT) =
                      PAG-IT-PRODID (WS-SUB)
                       ADD PAG-IT-QTD (WS-SUB) TO
                           WS-I-QTD-ANTES (WS-IDX-IT)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * ORDEM: SOMA DO PEDIDO DO FORNECEDOR PARA O PRODUTO, PRECO DA
      *  ORDEM MAIS RECENTE COM PRECO. A QUANTIDADE COBRADA (COM AS
      *  ANTERIORES) NAO PODE PASSAR DO MENOR ENTRE PEDIDO E RECEBIDO,
      *  ACRESCIDO DA TOLERANCIA; O PRECO NAO PODE SE AFASTAR DO DA
      *  ORDEM MAIS QUE A TOLERANCIA
       0420-CONFERE-ITEM.
           MOVE ZEROS TO WS-I-QTD-PEDIDA (WS-IDX-IT)
                         WS-I-PRECO-ORD (WS-IDX-IT)
                         WS-I-QTD-RECEB (WS-IDX-IT)
                         WS-EMISSAO-ORD.
           PERFORM VARYING WS-IDX-ORD FROM 1 BY 1
                   UNTIL WS-IDX-ORD > WS-CNT-ORD
               IF WS-O-FORNEC (WS-IDX-ORD) = WS-N-FORNEC
                  AND WS-O-PRODID (WS-IDX-ORD) =
                      WS-I-PRODID (WS-IDX-IT)
                   ADD WS-O-QTD-PEDIDA (WS-IDX-ORD) TO
                       WS-I-QTD-PEDIDA (WS-IDX-IT)
                   IF WS-O-PRECO (WS-IDX-ORD) > ZEROS
                      AND WS-O-EMISSAO (WS-IDX-ORD) NOT <
                          WS-EMISSAO-ORD
                       MOVE WS-O-EMISSAO (WS-IDX-ORD) TO
                           WS-EMISSAO-ORD
                       MOVE WS-O-PRECO (WS-IDX-ORD) TO
                           WS-I-PRECO-ORD (WS-IDX-IT)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX-REC FROM 1 BY 1
                   UNTIL WS-IDX-REC > WS-CNT-REC
               IF WS-R-FORNEC (WS-IDX-REC) = WS-N-FORNEC
                  AND WS-R-PRODID (WS-IDX-REC) =
                      WS-I-PRODID (WS-IDX-IT)
                   MOVE WS-R-QTD (WS-IDX-REC) TO
                       WS-I-QTD-RECEB (WS-IDX-IT)
               END-IF
           END-PERFORM.
           IF WS-I-QTD-PEDIDA (WS-IDX-IT) < WS-I-QTD-RECEB (WS-IDX-IT)
               MOVE WS-I-QTD-PEDIDA (WS-IDX-IT) TO WS-BASE-QTD
           ELSE
               MOVE WS-I-QTD-RECEB (WS-IDX-IT) TO WS-BASE-QTD
           END-IF.
           COMPUTE WS-LIMITE-QTD =
               WS-BASE-QTD * (100 + WS-TOL-QTD) / 100.
           COMPUTE WS-DIF-PRECO = WS-I-PRECO (WS-IDX-IT) -
               WS-I-PRECO-ORD (WS-IDX-IT).
           IF WS-DIF-PRECO < ZEROS
               COMPUTE WS-DIF-PRECO = ZEROS - WS-DIF-PRECO
           END-IF.
           COMPUTE WS-LIMITE-PRECO ROUNDED =
               WS-I-PRECO-ORD (WS-IDX-IT) * WS-TOL-PRECO / 100.
           EVALUATE TRUE
               WHEN WS-I-QTD-PEDIDA (WS-IDX-IT) = ZEROS
                   MOVE 'S' TO WS-I-CONFERE (WS-IDX-IT)
               WHEN WS-I-QTD-RECEB (WS-IDX-IT) = ZEROS
                   MOVE 'R' TO WS-I-CONFERE (WS-IDX-IT)
               WHEN WS-I-QTD-ANTES (WS-IDX-IT) +
                    WS-I-QTD (WS-IDX-IT) > WS-LIMITE-QTD
                   MOVE 'Q' TO WS-I-CONFERE (WS-IDX-IT)
               WHEN WS-I-PRECO-ORD (WS-IDX-IT) = ZEROS
                   MOVE 'V' TO WS-I-CONFERE (WS-IDX-IT)
               WHEN WS-DIF-PRECO > WS-LIMITE-PRECO
                   MOVE 'V' TO WS-I-CONFERE (WS-IDX-IT)
               WHEN OTHER
                   MOVE 'C' TO WS-I-CONFERE (WS-IDX-IT)
           END-EVALUATE.

      * NOTA CONFERIDA JA SAI COM VENCIMENTO; RETIDA ESPERA O
      *  COMPRADOR
       0500-GRAVA-NOTA.
           INITIALIZE PAGAR-REG.
           MOVE WS-N-FORNEC TO PAG-FORNEC.
           MOVE WS-N-NOTA TO PAG-NOTA.
           MOVE WS-N-EMISSAO TO PAG-EMISSAO.
           MOVE WS-DATA-HOJE TO PAG-LANCAMENTO.
           MOVE WS-N-VALOR TO PAG-VALOR.
           MOVE WS-OPERADOR TO PAG-OPERADOR.
           MOVE WS-CNT-IT TO PAG-QT-ITENS.
           PERFORM VARYING WS-IDX-IT FROM 1 BY 1
                   UNTIL WS-IDX-IT > WS-CNT-IT
               SET WS-SUB TO WS-IDX-IT
               MOVE WS-I-PRODID (WS-IDX-IT) TO PAG-IT-PRODID (WS-SUB)
               MOVE WS-I-QTD (WS-IDX-IT) TO PAG-IT-QTD (WS-SUB)
               MOVE WS-I-PRECO (WS-IDX-IT) TO PAG-IT-PRECO (WS-SUB)
               MOVE WS-I-PRECO-ORD (WS-IDX-IT) TO
                   PAG-IT-PRECO-ORD (WS-SUB)
               MOVE WS-I-QTD-RECEB (WS-IDX-IT) TO
                   PAG-IT-QTD-RECEB (WS-SUB)
               MOVE WS-I-CONFERE (WS-IDX-IT) TO
                   PAG-IT-CONFERE (WS-SUB)
           END-PERFORM.
           IF WS-N-RETIDA = 'S'
               MOVE 'R' TO PAG-SITUACAO
           ELSE
               MOVE 'C' TO PAG-SITUACAO
               PERFORM 0510-CALCULA-VENCIMENTO
           END-IF.
           WRITE PAGAR-REG
               INVALID KEY
                   DISPLAY 'ERRO NA GRAVACAO DA NOTA: ' FS-PAGAR
               NOT INVALID KEY
                   PERFORM 0900-MOSTRA-NOTA
                   IF PAG-RETIDA
                       DISPLAY 'NOTA RETIDA PARA APROVACAO DO '
                           'COMPRADOR'
                   ELSE
                       DISPLAY 'NOTA CONFERIDA - VENCIMENTO '
                           PAG-VENCIMENTO
                   END-IF
           END-WRITE.

       0510-CALCULA-VENCIMENTO.
           COMPUTE PAG-VENCIMENTO = FUNCTION DATE-OF-INTEGER (
               FUNCTION INTEGER-OF-DATE (PAG-EMISSAO) + WS-N-COND).

      * O COMPRADOR (NIVEL 2) APROVA A NOTA RETIDA, QUE PASSA A
      *  VENCER PELA CONDICAO DO FORNECEDOR, OU A RECUSA
       0600-DECIDE-RETIDA.
           IF WS-NIVEL-OPER < 2
               DISPLAY 'APROVACAO EXIGE NIVEL 2'
           ELSE
               PERFORM 0910-LE-NOTA
               IF FS-PAGAR NOT = 00
                   DISPLAY 'NOTA NAO ENCONTRADA'
               ELSE
                   IF NOT PAG-RETIDA
                       DISPLAY 'NOTA NAO ESTA RETIDA'
                   ELSE
                       PERFORM 0900-MOSTRA-NOTA
                       DISPLAY 'A - APROVAR  R - RECUSAR: '
                       ACCEPT WS-E-DECISAO
                       PERFORM 0610-APLICA-DECISAO
                   END-IF
               END-IF
           END-IF.

       0610-APLICA-DECISAO.
           EVALUATE WS-E-DECISAO
               WHEN 'A'
                   MOVE 'A' TO PAG-SITUACAO
                   MOVE PAG-FORNEC TO WS-N-FORNEC
                   PERFORM 0310-BUSCA-FORNECEDOR
                   IF WS-ACHOU = 'N'
                       MOVE WS-COND-PADRAO TO WS-N-COND
                   END-IF
                   PERFORM 0510-CALCULA-VENCIMENTO
               WHEN 'R'
                   MOVE 'X' TO PAG-SITUACAO
               WHEN OTHER
                   DISPLAY 'DECISAO INVALIDA - NOTA SEGUE RETIDA'
           END-EVALUATE.
           IF PAG-APROVADA OR PAG-RECUSADA
               MOVE WS-OPERADOR TO PAG-APROVADOR
               MOVE WS-DATA-HOJE TO PAG-DT-DECISAO
               REWRITE PAGAR-REG
                   INVALID KEY
                       DISPLAY 'ERRO NA REGRAVACAO: ' FS-PAGAR
                   NOT INVALID KEY
                       DISPLAY 'DECISAO REGISTRADA'
               END-REWRITE
           END-IF.

      * BAIXA DO PAGAMENTO FEITO PELA TESOURARIA (NIVEL 2)
       0700-REGISTRA-PAGAMENTO.
           IF WS-NIVEL-OPER < 2
               DISPLAY 'BAIXA DE PAGAMENTO EXIGE NIVEL 2'
           ELSE
               PERFORM 0910-LE-NOTA
               IF FS-PAGAR NOT = 00
                   DISPLAY 'NOTA NAO ENCONTRADA'
               ELSE
                   IF NOT PAG-A-PAGAR
                       DISPLAY 'NOTA NAO ESTA LIBERADA PARA PAGAMENTO'
                   ELSE
                       MOVE ZEROS TO WS-E-DATA
                       DISPLAY 'DATA DO PAGAMENTO (AAAAMMDD, '
                           'ZERO = HOJE): '
                       ACCEPT WS-E-DATA
                       IF WS-E-DATA = ZEROS
                           MOVE WS-DATA-HOJE TO WS-E-DATA
                       END-IF
                       IF FUNCTION TEST-DATE-YYYYMMDD (WS-E-DATA)
                               NOT = 0
                           DISPLAY 'DATA INVALIDA'
                       ELSE
                           MOVE 'P' TO PAG-SITUACAO
                           MOVE WS-E-DATA TO PAG-DT-PAGTO
                           REWRITE PAGAR-REG
                               INVALID KEY
                                   DISPLAY 'ERRO NA REGRAVACAO: '
                                       FS-PAGAR
                               NOT INVALID KEY
                                   DISPLAY 'PAGAMENTO REGISTRADO'
                           END-REWRITE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0800-CONSULTA.
           PERFORM 0910-LE-NOTA.
           IF FS-PAGAR NOT = 00
               DISPLAY 'NOTA NAO ENCONTRADA'
           ELSE
               PERFORM 0900-MOSTRA-NOTA
           END-IF.

       0900-MOSTRA-NOTA.
           MOVE PAG-VALOR TO WS-VALOR-ED.
           DISPLAY 'FORNECEDOR ' PAG-FORNEC ' NOTA ' PAG-NOTA
               ' EMISSAO ' PAG-EMISSAO ' VALOR ' WS-VALOR-ED.
           DISPLAY 'SITUACAO ' PAG-SITUACAO ' VENCIMENTO '
               PAG-VENCIMENTO ' LANCADA POR ' PAG-OPERADOR
               ' DECISAO ' PAG-APROVADOR ' ' PAG-DT-DECISAO.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > PAG-QT-ITENS
               MOVE PAG-IT-PRODID (WS-SUB) TO WS-LI-PRODID
               MOVE PAG-IT-QTD (WS-SUB) TO WS-LI-QTD
               MOVE PAG-IT-PRECO (WS-SUB) TO WS-LI-PRECO
               MOVE PAG-IT-PRECO-ORD (WS-SUB) TO WS-LI-PRECO-ORD
               MOVE PAG-IT-QTD-RECEB (WS-SUB) TO WS-LI-QTD-RECEB
               EVALUATE TRUE
                   WHEN PAG-IT-OK (WS-SUB)
                       MOVE 'CONFERE' TO WS-LI-CONFERE
                   WHEN PAG-IT-QTD-DIV (WS-SUB)
                       MOVE 'QTD DIVERGENTE' TO WS-LI-CONFERE
                   WHEN PAG-IT-PRECO-DIV (WS-SUB)
                       MOVE 'PRECO DIVERGENTE' TO WS-LI-CONFERE
                   WHEN PAG-IT-SEM-ORDEM (WS-SUB)
                       MOVE 'SEM ORDEM' TO WS-LI-CONFERE
                   WHEN PAG-IT-SEM-RECEB (WS-SUB)
                       MOVE 'SEM RECEBIMENTO' TO WS-LI-CONFERE
               END-EVALUATE
               DISPLAY WS-LINHA-ITEM
           END-PERFORM.

       0910-LE-NOTA.
           DISPLAY 'FORNECEDOR: '.
           ACCEPT PAG-FORNEC.
           DISPLAY 'NUMERO DA NOTA: '.
           ACCEPT PAG-NOTA.
           READ CONTAS-PAGAR
               INVALID KEY CONTINUE
           END-READ.

       END PROGRAM LANCA-NOTAS-FORNEC.
