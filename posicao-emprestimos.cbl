      * Purpose: Relatorio de posicao da carteira de emprestimos: uma
      *  linha por contrato com a conta do titular, o principal, as
      *  parcelas pagas sobre o total, o saldo devedor e a situacao
      *  (ATIVO/QUITADO/RENEGOC), com os totais da carteira no
      *  fechamento. Contrato renegociado sai como RENEGOC e so soma
      *  no saldo devedor o que ficou nele de parcelas a vencer.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD EMPRESTIMOS.
       COPY EMPRREG.

       FD RELATORIO-POSICAO.
       01 REG-RELAT PIC X(80).
       01 WS-EOF            PIC X(01) VALUE 'N'.
       01 WS-CT-ATIVOS      PIC 9(04) VALUE ZEROS.
       01 WS-CT-QUITADOS    PIC 9(04) VALUE ZEROS.
       01 WS-CT-RENEGOCIADOS PIC 9(04) VALUE ZEROS.
       01 WS-TOT-DEVEDOR    PIC 9(10) VALUE ZEROS.

       01 WS-LINHA-POSICAO.
                   IF EMP-SITUACAO = 'Q'
                       MOVE 'QUITADO' TO WS-P-SITUACAO
                       ADD 1 TO WS-CT-QUITADOS
                   ELSE
                   IF EMP-SITUACAO = 'R'
                       MOVE 'RENEGOC' TO WS-P-SITUACAO
                       ADD 1 TO WS-CT-RENEGOCIADOS
                       ADD EMP-SALDO-DEV TO WS-TOT-DEVEDOR
                   ELSE
                       MOVE 'ATIVO' TO WS-P-SITUACAO
                       ADD 1 TO WS-CT-ATIVOS
                       ADD EMP-SALDO-DEV TO WS-TOT-DEVEDOR
                   END-IF
                   END-IF
                   MOVE WS-LINHA-POSICAO TO REG-RELAT
                   WRITE REG-RELAT
                   DISPLAY WS-LINHA-POSICAO
       9-FINALIZA.
           DISPLAY 'CONTRATOS ATIVOS.......: ' WS-CT-ATIVOS.
           DISPLAY 'CONTRATOS QUITADOS.....: ' WS-CT-QUITADOS.
           DISPLAY 'CONTRATOS RENEGOCIADOS.: ' WS-CT-RENEGOCIADOS.
           DISPLAY 'SALDO DEVEDOR TOTAL....: ' WS-TOT-DEVEDOR.
           CLOSE EMPRESTIMOS.
           CLOSE RELATORIO-POSICAO.
