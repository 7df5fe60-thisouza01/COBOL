      *----------------------------------------------------------------*
      * REGISTRO DO ARQUIVO ATM-TERMINAIS.DAT - CADASTRO DOS CAIXAS
      * ELETRONICOS DA REDE: IDENTIFICACAO DO TERMINAL (CHAVE), LOCAL
      * DE INSTALACAO, SITUACAO E A CONFIGURACAO DOS CASSETES
      * (DENOMINACAO E CAPACIDADE DE CADA UM). SO O TERMINAL ATIVO
      * ATENDE CLIENTE; EM MANUTENCAO ACEITA APENAS O SUPERVISOR
      * (REABASTECIMENTO E POSICAO) E O DESATIVADO NAO ABRE SESSAO NEM
      * ENTRA NA ORDEM DE REABASTECIMENTO. MANTIDO PELO
      * MANTEM-TERMINAIS; LEIAUTE UNICO, COPIADO POR TODO PROGRAMA
      * QUE ABRE O ARQUIVO
      *----------------------------------------------------------------*
       01 TERMINAL-REG.
           03 TRM-ID             PIC X(04).
           03 TRM-LOCAL          PIC X(30).
           03 TRM-SITUACAO       PIC X(01).
               88 TRM-ATIVO            VALUE 'A'.
               88 TRM-MANUTENCAO       VALUE 'M'.
               88 TRM-DESATIVADO       VALUE 'D'.
               88 TRM-SITUACAO-VALIDA  VALUE 'A' 'M' 'D'.
           03 TRM-DATA-INSTALACAO PIC 9(08).
           03 TRM-CNT-CASSETES   PIC 9(01).
           03 TRM-CASSETE OCCURS 6 TIMES.
               05 TRM-CAS-DENOM  PIC 9(03).
               05 TRM-CAS-CAPAC  PIC 9(05).
