      * Purpose: Manutencao e integridade da referencia cruzada
      *  CLIENTES-CONTAS-XREF.TXT (linhas FONE;CONTA), que ate aqui
      *  era editada na mao e engolida sem critica pelo
      *  CONCILIA-SALDOS. Uma conta pode ter varios clientes, cada
      *  um com o seu papel (TITULAR, CO-TITULAR, PROCURADOR): a
      *  conta tem um titular so, e o cliente e titular de uma conta
      *  so (o par cujo saldo o CONCILIA-SALDOS compara), mas pode
      *  ser co-titular ou procurador de quantas precisar. A
      *  inclusao valida os dois lados (fone existe em CLIENTES.DAT,
      *  conta existe em CONTAS.DAT, par ainda nao mapeado, regras do
      *  titular; co-titular e procurador so entram em conta que ja
      *  tem titular) e a exclusao tira a linha do par informado (o
      *  titular so sai depois dos demais clientes da conta). A
      *  passada de integridade (opcao da grade noturna) reporta os
      *  orfaos nas tres direcoes: linha do xref apontando para
      *  registro inexistente, conta sem cliente mapeado ou sem
      *  titular, e cliente com saldo movimentado sem conta mapeada
      *  - alem de papel invalido, conta com mais de um titular e
      *  cliente titular de mais de uma conta - e termina com
      *  RETURN-CODE 8 quando acha qualquer orfao.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
       COPY CLIREG.

       FD CONTAS.
       COPY CONTAREG.

       FD XREF-CLIENTES.
       01 REG-XREF PIC X(30).

       FD RELATORIO-INTEG.
       01 REG-RELAT PIC X(80).
           05 WS-VALIDO        PIC X(01) VALUE 'S'.
           05 WS-ACHOU         PIC X(01) VALUE 'N'.
           05 WS-CT-ORFAOS     PIC 9(04) VALUE ZEROS.
           05 WS-PAPEL-OPCAO   PIC X(01) VALUE SPACE.
           05 WS-PAPEL         PIC X(10) VALUE SPACES.
           05 WS-ACHOU-TITULAR PIC X(01) VALUE 'N'.
           05 WS-CT-DA-CONTA   PIC 9(04) VALUE ZEROS.
           05 WS-CT-TITULARES  PIC 9(04) VALUE ZEROS.
           05 WS-IDX-EXCLUIR   PIC 9(04) VALUE ZEROS.

       01 WS-TAB-XREF.
           05 WS-CNT-XREF      PIC 9(04) VALUE ZEROS.
           05 WS-XREF-ITEM OCCURS 500 TIMES
                             INDEXED BY WS-IDX-XRF WS-IDX-XR2.
               10 WS-X-FONE    PIC 9(09).
               10 WS-X-CONTA   PIC 9(05).
               10 WS-X-PAPEL   PIC X(10).
       COPY XREFLIN.

       01 WS-LINHA-ORFAO.
           05 WS-R-DIRECAO     PIC X(22).
                               WS-X-FONE (WS-IDX-XRF)
                           MOVE WS-XR-CONTA TO
                               WS-X-CONTA (WS-IDX-XRF)
                           IF WS-XR-PAPEL = SPACES
                               MOVE 'TITULAR' TO WS-XR-PAPEL
                           END-IF
                           MOVE WS-XR-PAPEL TO
                               WS-X-PAPEL (WS-IDX-XRF)
                       ELSE
                           DISPLAY 'XREF EXCEDE A TABELA - '
                               'MANUTENCAO ABORTADA'

      *----------------------------------------------------------------*
      * INCLUSAO COM OS DOIS LADOS VALIDADOS: FONE NO CADASTRO,
      * CONTA NO MASTER, PAR AINDA NAO MAPEADO E AS REGRAS DO PAPEL -
      * UM TITULAR POR CONTA E UMA CONTA POR TITULAR; CO-TITULAR E
      * PROCURADOR SO EM CONTA QUE JA TEM TITULAR
      *----------------------------------------------------------------*
       5-INCLUIR.
           DISPLAY 'FONE DO CLIENTE: '.
           ACCEPT WS-FONE.
           DISPLAY 'NUMERO DA CONTA: '.
           ACCEPT WS-CONTA.
           DISPLAY 'PAPEL (T=TITULAR C=CO-TITULAR P=PROCURADOR): '.
           ACCEPT WS-PAPEL-OPCAO.
           MOVE 'S' TO WS-VALIDO.
           EVALUATE WS-PAPEL-OPCAO
               WHEN 'T'
                   MOVE 'TITULAR' TO WS-PAPEL
               WHEN 'C'
                   MOVE 'CO-TITULAR' TO WS-PAPEL
               WHEN 'P'
                   MOVE 'PROCURADOR' TO WS-PAPEL
               WHEN OTHER
                   DISPLAY 'PAPEL INVALIDO'
                   MOVE 'N' TO WS-VALIDO
           END-EVALUATE.
           MOVE WS-FONE TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                       'CONTAS.DAT'
                   MOVE 'N' TO WS-VALIDO
           END-READ.
           MOVE 'N' TO WS-ACHOU-TITULAR.
           PERFORM VARYING WS-IDX-XRF FROM 1 BY 1
                   UNTIL WS-IDX-XRF > WS-CNT-XREF
               IF WS-X-FONE (WS-IDX-XRF) = WS-FONE
                  AND WS-X-CONTA (WS-IDX-XRF) = WS-CONTA
                   DISPLAY 'FONE ' WS-FONE ' JA MAPEADO PARA A '
                       'CONTA ' WS-CONTA ' COMO '
                       WS-X-PAPEL (WS-IDX-XRF)
                   MOVE 'N' TO WS-VALIDO
               END-IF
               IF WS-X-CONTA (WS-IDX-XRF) = WS-CONTA
                  AND WS-X-PAPEL (WS-IDX-XRF) = 'TITULAR'
                   MOVE 'S' TO WS-ACHOU-TITULAR
                   IF WS-PAPEL = 'TITULAR'
                       DISPLAY 'CONTA ' WS-CONTA ' JA TEM O TITULAR '
                           WS-X-FONE (WS-IDX-XRF)
                       MOVE 'N' TO WS-VALIDO
                   END-IF
               END-IF
               IF WS-X-FONE (WS-IDX-XRF) = WS-FONE
                  AND WS-X-PAPEL (WS-IDX-XRF) = 'TITULAR'
                  AND WS-PAPEL = 'TITULAR'
                   DISPLAY 'FONE ' WS-FONE ' JA E TITULAR DA '
                       'CONTA ' WS-X-CONTA (WS-IDX-XRF)
                   MOVE 'N' TO WS-VALIDO
               END-IF
           END-PERFORM.
           IF WS-PAPEL NOT = 'TITULAR' AND WS-ACHOU-TITULAR = 'N'
               DISPLAY 'CONTA ' WS-CONTA ' SEM TITULAR - INCLUA '
                   'O TITULAR ANTES'
               MOVE 'N' TO WS-VALIDO
           END-IF.
           IF WS-VALIDO = 'S' AND WS-CNT-XREF < 500
               ADD 1 TO WS-CNT-XREF
               SET WS-IDX-XRF TO WS-CNT-XREF
               MOVE WS-FONE TO WS-X-FONE (WS-IDX-XRF)
               MOVE WS-CONTA TO WS-X-CONTA (WS-IDX-XRF)
               MOVE WS-PAPEL TO WS-X-PAPEL (WS-IDX-XRF)
               PERFORM 75-REGRAVA-XREF
               DISPLAY 'MAPEAMENTO INCLUIDO'
           END-IF.

      * O PAR E FONE + CONTA; O TITULAR SO SAI QUANDO E O ULTIMO
      * CLIENTE DA CONTA, PARA A CONTA NAO FICAR SO COM CO-TITULAR
      * OU PROCURADOR
       6-EXCLUIR.
           DISPLAY 'FONE DO MAPEAMENTO A EXCLUIR: '.
           ACCEPT WS-FONE.
           DISPLAY 'CONTA DO MAPEAMENTO A EXCLUIR: '.
           ACCEPT WS-CONTA.
           MOVE ZEROS TO WS-IDX-EXCLUIR.
           MOVE ZEROS TO WS-CT-DA-CONTA.
           PERFORM VARYING WS-IDX-XRF FROM 1 BY 1
                   UNTIL WS-IDX-XRF > WS-CNT-XREF
               IF WS-X-CONTA (WS-IDX-XRF) = WS-CONTA
                   ADD 1 TO WS-CT-DA-CONTA
                   IF WS-X-FONE (WS-IDX-XRF) = WS-FONE
                       SET WS-IDX-EXCLUIR TO WS-IDX-XRF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-IDX-EXCLUIR = ZEROS
               DISPLAY 'MAPEAMENTO NAO ENCONTRADO'
           ELSE
               SET WS-IDX-XRF TO WS-IDX-EXCLUIR
               IF WS-X-PAPEL (WS-IDX-XRF) = 'TITULAR'
                  AND WS-CT-DA-CONTA > 1
                   DISPLAY 'CONTA ' WS-CONTA ' TEM OUTROS CLIENTES -'
                       ' EXCLUA-OS ANTES DO TITULAR'
               ELSE
                   PERFORM UNTIL WS-IDX-XRF >= WS-CNT-XREF
                       MOVE WS-XREF-ITEM (WS-IDX-XRF + 1)
                           TO WS-XREF-ITEM (WS-IDX-XRF)
                       SET WS-IDX-XRF UP BY 1
                   END-PERFORM
                   SUBTRACT 1 FROM WS-CNT-XREF
                   PERFORM 75-REGRAVA-XREF
                   DISPLAY 'MAPEAMENTO EXCLUIDO'
               END-IF
           END-IF.

       7-LISTAR.
                   UNTIL WS-IDX-XRF > WS-CNT-XREF
               DISPLAY 'FONE ' WS-X-FONE (WS-IDX-XRF)
                   ' CONTA ' WS-X-CONTA (WS-IDX-XRF)
                   ' ' WS-X-PAPEL (WS-IDX-XRF)
           END-PERFORM.
           IF WS-CNT-XREF = ZEROS
               DISPLAY 'XREF VAZIO'
                   UNTIL WS-IDX-XRF > WS-CNT-XREF
               MOVE WS-X-FONE (WS-IDX-XRF) TO WS-XR-FONE
               MOVE WS-X-CONTA (WS-IDX-XRF) TO WS-XR-CONTA
               MOVE WS-X-PAPEL (WS-IDX-XRF) TO WS-XR-PAPEL
               WRITE REG-XREF FROM WS-LINHA-XREF
           END-PERFORM.
           CLOSE XREF-CLIENTES.

      *----------------------------------------------------------------*
      * PASSADA DE INTEGRIDADE NAS TRES DIRECOES: XREF -> MASTERS,
      * CONTAS SEM CLIENTE MAPEADO (OU SEM TITULAR) E CLIENTES COM
      * SALDO MOVIMENTADO SEM CONTA MAPEADA; MAIS AS REGRAS DO PAPEL.
      * CONTA COM VARIOS CLIENTES NAO E ORFAO. QUALQUER APONTAMENTO
      * LIGA O RETURN-CODE 8
      *----------------------------------------------------------------*
       8-INTEGRIDADE.
           MOVE ZEROS TO WS-CT-ORFAOS.
           PERFORM 81-XREF-SEM-MASTER.
           PERFORM 82-CONTAS-SEM-CLIENTE.
           PERFORM 83-CLIENTES-SEM-CONTA.
           PERFORM 84-TITULAR-DE-VARIAS.
           CLOSE RELATORIO-INTEG.
           DISPLAY 'ORFAOS APONTADOS: ' WS-CT-ORFAOS.
           IF WS-CT-ORFAOS > ZEROS
       81-XREF-SEM-MASTER.
           PERFORM VARYING WS-IDX-XRF FROM 1 BY 1
                   UNTIL WS-IDX-XRF > WS-CNT-XREF
               MOVE WS-X-PAPEL (WS-IDX-XRF) TO WS-XR-PAPEL
               IF NOT WS-XR-PAPEL-VALIDO
                   MOVE 'PAPEL INVALIDO' TO WS-R-DIRECAO
                   MOVE SPACES TO WS-R-CHAVE
                   MOVE WS-X-FONE (WS-IDX-XRF) TO WS-R-CHAVE (1:9)
                   MOVE WS-X-CONTA (WS-IDX-XRF) TO WS-R-CHAVE (11:5)
                   PERFORM 85-GRAVA-ORFAO
               END-IF
               MOVE WS-X-FONE (WS-IDX-XRF) TO CLIENTES-FONE
               READ CLIENTES
                   INVALID KEY
               READ CONTAS NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE ZEROS TO WS-CT-DA-CONTA
                       MOVE ZEROS TO WS-CT-TITULARES
                       PERFORM VARYING WS-IDX-XRF FROM 1 BY 1
                               UNTIL WS-IDX-XRF > WS-CNT-XREF
                           IF WS-X-CONTA (WS-IDX-XRF) =
                                   CONTA-NUMERO
                               ADD 1 TO WS-CT-DA-CONTA
                               IF WS-X-PAPEL (WS-IDX-XRF) = 'TITULAR'
                                   ADD 1 TO WS-CT-TITULARES
                               END-IF
                           END-IF
                       END-PERFORM
                       MOVE SPACES TO WS-R-DIRECAO
                       IF WS-CT-DA-CONTA = ZEROS
                           MOVE 'CONTA SEM CLIENTE' TO WS-R-DIRECAO
                       ELSE
                       IF WS-CT-TITULARES = ZEROS
                           MOVE 'CONTA SEM TITULAR' TO WS-R-DIRECAO
                       ELSE
                       IF WS-CT-TITULARES > 1
                           MOVE 'CONTA COM 2+ TITULARES'
                               TO WS-R-DIRECAO
                       END-IF
                       END-IF
                       END-IF
                       IF WS-R-DIRECAO NOT = SPACES
                           MOVE SPACES TO WS-R-CHAVE
                           MOVE CONTA-NUMERO TO WS-R-CHAVE (1:5)
                           PERFORM 85-GRAVA-ORFAO
               END-READ
           END-PERFORM.

      * O CLIENTE E TITULAR DE UMA CONTA SO: E A CONTA CUJO SALDO O
      * CONCILIA-SALDOS COMPARA COM O DELE
       84-TITULAR-DE-VARIAS.
           PERFORM VARYING WS-IDX-XRF FROM 1 BY 1
                   UNTIL WS-IDX-XRF > WS-CNT-XREF
               IF WS-X-PAPEL (WS-IDX-XRF) = 'TITULAR'
                   PERFORM VARYING WS-IDX-XR2 FROM WS-IDX-XRF BY 1
                           UNTIL WS-IDX-XR2 > WS-CNT-XREF
                       IF WS-IDX-XR2 > WS-IDX-XRF
                          AND WS-X-FONE (WS-IDX-XR2) =
                              WS-X-FONE (WS-IDX-XRF)
                          AND WS-X-PAPEL (WS-IDX-XR2) = 'TITULAR'
                           MOVE 'FONE TITULAR EM 2 CTAS'
                               TO WS-R-DIRECAO
                           MOVE SPACES TO WS-R-CHAVE
                           MOVE WS-X-FONE (WS-IDX-XRF)
                               TO WS-R-CHAVE (1:9)
                           PERFORM 85-GRAVA-ORFAO
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       85-GRAVA-ORFAO.
           MOVE WS-LINHA-ORFAO TO REG-RELAT.
           WRITE REG-RELAT.
