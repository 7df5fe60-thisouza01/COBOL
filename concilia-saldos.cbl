      *  pela operacao) e, para cada par mapeado, compara os dois
      *  saldos e reporta as diferencas com os dois valores - a unica
      *  resposta consistente para "qual e o saldo desse cliente".
      *  Na conta com varios clientes (conta conjunta, procurador) so
      *  o par do TITULAR tem os saldos comparados; os demais
      *  vinculos sao conferidos apenas quanto a existencia dos dois
      *  cadastros e contados a parte.
      *  Roda toda noite depois da grade batch.
      * Tectonics: cobc
      *================================================================*
       COPY CLIREG.

       FD CONTAS.
       COPY CONTAREG.

       FD XREF-CLIENTES.
       01 REG-XREF PIC X(30).

       FD RELATORIO-CONC.
       01 REG-RELAT PIC X(80).

       01 WS-EOF            PIC X(01) VALUE 'N'.

       COPY XREFLIN.

       01 WS-COMPARACAO.
           05 WS-SALDO-CLIENTE PIC S9(09)V99 VALUE ZEROS.
           05 WS-SALDO-CONTA   PIC S9(09)V99 VALUE ZEROS.
           05 WS-DIFERENCA     PIC S9(09)V99 VALUE ZEROS.
           05 WS-PAR-OK        PIC X(01) VALUE 'S'.
           05 WS-CT-PARES      PIC 9(05) VALUE ZEROS.
           05 WS-CT-BATEM      PIC 9(05) VALUE ZEROS.
           05 WS-CT-DIFEREM    PIC 9(05) VALUE ZEROS.
           05 WS-CT-INCOMPLETO PIC 9(05) VALUE ZEROS.
           05 WS-CT-VINCULOS   PIC 9(05) VALUE ZEROS.

      * O LADO SUGERIDO E O CLIENTES: O SALDO DE CONTAS.DAT E O QUE
      * O VERIFICA-SALDOS PROVA CONTRA O TRANS-LOG, ENTAO O LADO

       4-COMPARA-PAR.
           MOVE 'S' TO WS-PAR-OK.
           IF NOT WS-XR-PAPEL-VALIDO
               DISPLAY 'FONE ' WS-XR-FONE ' CONTA ' WS-XR-CONTA
                   ' COM PAPEL INVALIDO: ' WS-XR-PAPEL
               MOVE 'N' TO WS-PAR-OK
           END-IF.
           MOVE WS-XR-FONE TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
           END-READ.
           IF WS-PAR-OK = 'N'
               ADD 1 TO WS-CT-INCOMPLETO
           ELSE
           IF NOT WS-XR-TITULAR
               ADD 1 TO WS-CT-VINCULOS
           ELSE
               COMPUTE WS-DIFERENCA =
                   WS-SALDO-CLIENTE - WS-SALDO-CONTA
                   DISPLAY WS-LINHA-DIFF
                   PERFORM 5-GRAVA-PROPOSTA
               END-IF
           END-IF
           END-IF.

       5-GRAVA-PROPOSTA.
           DISPLAY 'SALDOS QUE BATEM......: ' WS-CT-BATEM.
           DISPLAY 'SALDOS DIFERENTES.....: ' WS-CT-DIFEREM.
           DISPLAY 'PARES INCOMPLETOS.....: ' WS-CT-INCOMPLETO.
           DISPLAY 'CO-TITULAR/PROCURADOR.: ' WS-CT-VINCULOS.
           IF WS-CT-DIFEREM > ZEROS OR WS-CT-INCOMPLETO > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF.
