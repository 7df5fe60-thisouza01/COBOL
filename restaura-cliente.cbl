      *  daquele cliente para CLIENTES.DAT, conferindo antes se o
      *  telefone nao colidiu com um cadastro novo. A entrada
      *  restaurada sai do historico (o arquivo e regravado sem ela)
      *  e a restauracao entra no log de auditoria. Entrada ja
      *  anonimizada pelo ATENDE-LGPD nao volta ao cadastro.
      * Tectonics: cobc
      *================================================================*
       IDENTIFICATION DIVISION.
           03 FILLER           PIC X(09).
           03 WS-ARC-FONE      PIC 9(09).
           03 WS-ARC-NOME      PIC X(30).
               88 WS-ARC-ANONIMIZADO VALUE 'ANONIMIZADO LGPD'.
           03 FILLER           PIC X(152).

      * ENTRADAS DO HISTORICO CARREGADAS EM MEMORIA PARA A LISTAGEM
           END-IF.
           SET WS-IDX-ARC TO WS-IDX-ESCOLHIDO.
           MOVE WS-T-LINHA (WS-IDX-ARC) TO WS-LINHA-ARCHIVE.
           IF WS-ARC-ANONIMIZADO
               DISPLAY 'EX-CLIENTE ANONIMIZADO (LGPD) - NAO HA O QUE '
                   'RESTAURAR'
               GO TO 5-RESTAURA-FIM
           END-IF.
           MOVE WS-ARC-REGISTRO TO CLIENTES-REG.
           WRITE CLIENTES-REG
               INVALID KEY
