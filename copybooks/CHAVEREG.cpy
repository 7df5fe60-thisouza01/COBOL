      *----------------------------------------------------------------*
      * REGISTRO DO ARQUIVO CHAVES-PIX.DAT - DIRETORIO DE CHAVES DE
      * PAGAMENTO INSTANTANEO: CADA CHAVE (FONE, EMAIL OU CHAVE
      * ALEATORIA GERADA) APONTA PARA UMA CONTA, E E UNICA NO BANCO
      * INTEIRO (CHAVE PRIMARIA DO ARQUIVO). A CHAVE ALTERNATIVA PELA
      * CONTA LISTA E CONTA AS CHAVES DE CADA CONTA. O DONO E O
      * CLIENTE (FONE) QUE REGISTROU A CHAVE, CUJO NOME APARECE NA
      * CONFIRMACAO DA TRANSFERENCIA. MANTIDO PELO MANTEM-CHAVES;
      * LEIAUTE UNICO, COPIADO POR TODO PROGRAMA QUE ABRE O ARQUIVO
      *----------------------------------------------------------------*
       01 CHAVE-PIX-REG.
           03 CHV-CHAVE        PIC X(40).
           03 CHV-TIPO         PIC X(01).
               88 CHV-TIPO-FONE      VALUE 'F'.
               88 CHV-TIPO-EMAIL     VALUE 'E'.
               88 CHV-TIPO-ALEATORIA VALUE 'A'.
           03 CHV-CONTA        PIC 9(05).
           03 CHV-FONE-DONO    PIC 9(09).
           03 CHV-DATA-REGISTRO PIC 9(08).
