      *----------------------------------------------------------------*
       FILE SECTION.
       FD CONTAS.
       COPY CONTAREG.

       FD TRANS-LOG.
       01 REG-LOG PIC X(120).

      *----------------------------------------------------------------*
      * DIARIO DE INTENCAO DAS TRANSFERENCIAS: CADA TRANSFERENCIA E
      * REMESSA DO DIA PARA O PARCEIRO BANCARIO: UMA LINHA POR
      * TRANSFERENCIA EXTERNA CAPTURADA, STATUS P (PENDENTE DE
      * RETORNO), A (ACEITA) OU R (REJEITADA E ESTORNADA), MOVIDO
      * PELO PROCESSADOR DE RETORNO (RETORNO-INTERBANC), E L (ACEITA
      * E LIQUIDADA PELO PARCEIRO, MOVIDO PELO CONCILIA-INTERBANC)
      *----------------------------------------------------------------*
       FD REMESSA-EXT.
       01 REG-REMESSA PIC X(60).

       01 WS-CONTA-ORIGEM   PIC 9(05) VALUE ZEROS.
       01 WS-CONTA-DESTINO  PIC 9(05) VALUE ZEROS.
       01 WS-SALDO-ORIGEM   PIC S9(09)V99 VALUE ZEROS.
       01 WS-SALDO-DESTINO  PIC S9(09)V99 VALUE ZEROS.
       01 WS-SALDO-ED       PIC -ZZZZZZZZ9.99.
       01 WS-ORIGEM-EXISTE  PIC X(01) VALUE 'N'.
       01 WS-DESTINO-EXISTE PIC X(01) VALUE 'N'.

      * CAMPOS AUXILIARES PARA A SUB-ROTINA COMPARTILHADA
      * RESOLVE-CHAVE: A CHAVE DIGITADA DEVOLVE A CONTA DE DESTINO E
      * O NOME DO DONO PARA A CONFIRMACAO
       01 WS-CHV-CHAVE      PIC X(40) VALUE SPACES.
       01 WS-CHV-CONTA      PIC 9(05) VALUE ZEROS.
       01 WS-CHV-NOME       PIC X(30) VALUE SPACES.
       01 WS-CHV-ACHOU      PIC X(01) VALUE 'N'.
       01 WS-CHV-CONFIRMA   PIC X(01) VALUE 'N'.

      *----------------------------------------------------------------*
      * CAMPOS AUXILIARES PARA CHAMAR A SUB-ROTINA COMPARTILHADA
      * VALIDA-FAIXA (VALOR DEVE SER MAIOR QUE ZERO E NAO PASSAR DO
      * SALDO DA CONTA DE ORIGEM MAIS O LIMITE DE CHEQUE ESPECIAL)
      *----------------------------------------------------------------*
       01 WS-LIMITE-CHEQUE  PIC 9(09)V99 VALUE ZEROS.
       01 WS-FAIXA-VALOR    PIC S9(10)V9(02) VALUE ZEROS.
       01 WS-FAIXA-INF      PIC S9(10)V9(02) VALUE 0.01.
       01 WS-FAIXA-SUP      PIC S9(10)V9(02) VALUE ZEROS.
                               INDEXED BY WS-IDX-AGD.
               10 WS-T-LINHA   PIC X(60).

       COPY TLOGLIN.
      *================================================================*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           DISPLAY '5 - SAIR'
           DISPLAY '6 - LISTAR RECORRENTES POR CONTA'
           DISPLAY '7 - TRANSFERENCIA PARA OUTRO BANCO'
           DISPLAY '8 - TRANSFERENCIA POR CHAVE'
           ACCEPT WS-OPCAO.

      * RESOLVE O CAMINHO DE CADA ARQUIVO PELO NOME LOGICO NA
                       ACCEPT WS-CONTA-ORIGEM
                       DISPLAY 'CONTA DE DESTINO: '
                       ACCEPT WS-CONTA-DESTINO
                       PERFORM 0280-EXECUTA-TRANSFERENCIA
                   WHEN 2
                       DISPLAY 'DEPOSITO'
                       DISPLAY 'CONTA: '
                       PERFORM 18-LISTA-RECORRENTES
                   WHEN 7
                       PERFORM 19-TRANSFERE-EXTERNA
                   WHEN 8
                       PERFORM 20-TRANSFERE-POR-CHAVE
               END-EVALUATE
           END-IF.

      * TRANSFERENCIA ENTRE CONTAS DO BANCO, JA COM ORIGEM E DESTINO
      * INFORMADOS: SITUACAO DAS DUAS CONTAS, SALDO, TETO DIARIO E O
      * DIARIO EM DUAS FASES
       0280-EXECUTA-TRANSFERENCIA.
           MOVE 'S' TO WS-SIT-OK.
           MOVE WS-CONTA-ORIGEM TO WS-SIT-CONTA.
           PERFORM 0270-VALIDA-SITUACAO.
           MOVE WS-CONTA-DESTINO TO WS-SIT-CONTA.
           PERFORM 0270-VALIDA-SITUACAO.
           IF WS-SIT-OK = 'S'
               PERFORM 11-VERIFICA-SALDO
               IF WS-VALOR-OK EQUAL 'Y'
                   PERFORM 0290-VERIFICA-LIMITE
                   IF WS-LIMITE-OK = 'S'
                       PERFORM 12-TRANSFERE-VALOR
                       PERFORM 0295-ACUMULA-DIA
                   END-IF
               ELSE
                   DISPLAY 'TRANSFERENCIA CANCELADA - '
                       '3 TENTATIVAS'
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * TRANSFERENCIA PELA CHAVE DO DIRETORIO DE PAGAMENTO INSTANTANEO
      * (FONE, EMAIL OU CHAVE ALEATORIA): A CHAVE VIRA A CONTA DE
      * DESTINO PELA SUB-ROTINA RESOLVE-CHAVE, O NOME DO DONO E
      * MOSTRADO PARA O CLIENTE CONFIRMAR, E DAI EM DIANTE E A MESMA
      * TRANSFERENCIA DA OPCAO 1
      *----------------------------------------------------------------*
       20-TRANSFERE-POR-CHAVE.
           DISPLAY 'TRANSFERENCIA POR CHAVE'.
           DISPLAY 'CONTA DE ORIGEM: '.
           ACCEPT WS-CONTA-ORIGEM.
           DISPLAY 'CHAVE DO RECEBEDOR (FONE, EMAIL OU ALEATORIA): '.
           ACCEPT WS-CHV-CHAVE.
           CALL 'RESOLVE-CHAVE' USING WS-CHV-CHAVE WS-CHV-CONTA
               WS-CHV-NOME WS-CHV-ACHOU.
           IF WS-CHV-ACHOU NOT = 'S'
               DISPLAY 'CHAVE NAO ENCONTRADA - TRANSFERENCIA CANCELADA'
           ELSE
               DISPLAY 'RECEBEDOR: ' WS-CHV-NOME
               DISPLAY 'CONTA....: ' WS-CHV-CONTA
               DISPLAY 'CONFIRMA O RECEBEDOR (S/N)? '
               ACCEPT WS-CHV-CONFIRMA
               IF WS-CHV-CONFIRMA NOT = 'S'
                   DISPLAY 'TRANSFERENCIA CANCELADA PELO CLIENTE'
               ELSE
               IF WS-CHV-CONTA = WS-CONTA-ORIGEM
                   DISPLAY 'CHAVE DA PROPRIA CONTA DE ORIGEM - '
                       'TRANSFERENCIA CANCELADA'
               ELSE
                   MOVE WS-CHV-CONTA TO WS-CONTA-DESTINO
                   PERFORM 0280-EXECUTA-TRANSFERENCIA
               END-IF
               END-IF
           END-IF.

      * REGISTRA UMA TRANSFERENCIA FUTURA NO ARQUIVO DE AGENDAMENTO;
      * A BATIDA NOTURNA EXECUTA-AGENDADAS EXECUTA AS QUE VENCEREM
       14-AGENDA-TRANSFERENCIA.
           CLOSE REMESSA-EXT.

       3-FINALIZAR.
           MOVE WS-SALDO-ORIGEM TO WS-SALDO-ED.
           DISPLAY 'SALDO CONTA ' WS-CONTA-ORIGEM ': ' WS-SALDO-ED.
           IF WS-OPCAO = 1 OR WS-OPCAO = 8
               MOVE WS-SALDO-DESTINO TO WS-SALDO-ED
               DISPLAY
                   'SALDO CONTA ' WS-CONTA-DESTINO ': ' WS-SALDO-ED
           END-IF.
           CLOSE CONTAS.
           CLOSE TRANS-LOG.
      * PEDE O VALOR DA TRANSFERENCIA E SO AVANCA QUANDO ELE FOR
      *  POSITIVO E CABER NO SALDO DA CONTA DE ORIGEM, VALIDADO PELA
      *  SUB-ROTINA COMPARTILHADA VALIDA-FAIXA EM VEZ DE UM LACO
      *  PROPRIO; CONTA COM CHEQUE ESPECIAL PODE FICAR NEGATIVA ATE O
      *  LIMITE CONTRATADO (SUB-ROTINA LIMITE-CONTA)
       11-VERIFICA-SALDO.
           MOVE 'N' TO WS-VALOR-OK.
           PERFORM 0200-LE-CONTA-ORIGEM.
           DISPLAY 'QUAL O VALOR:'.
           ACCEPT WS-VALOR.
           MOVE WS-VALOR TO WS-FAIXA-VALOR.
           CALL 'LIMITE-CONTA' USING WS-CONTA-ORIGEM
               WS-LIMITE-CHEQUE.
           COMPUTE WS-FAIXA-SUP = WS-SALDO-ORIGEM + WS-LIMITE-CHEQUE.
           CALL 'VALIDA-FAIXA' USING WS-FAIXA-VALOR WS-FAIXA-INF
               WS-FAIXA-SUP WS-FAIXA-STATUS.
           MOVE WS-FAIXA-VALOR TO WS-VALOR.
       0300-GRAVA-LOG.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LOG-DATA.
           MOVE OPERADOR-ASSINADO TO WS-LOG-OPERADOR.
           CALL 'NUMERA-LOG' USING WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.
      *================================================================*
