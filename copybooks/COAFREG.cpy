      *----------------------------------------------------------------*
      * REGISTRO DO ARQUIVO COAF-CASOS.DAT - CASOS DE MOVIMENTACAO EM
      * ESPECIE APONTADOS PELA BATIDA MONITORA-ESPECIE PARA A AREA DE
      * CONFORMIDADE: O TIPO O E UMA OPERACAO UNICA NO LIMITE DE
      * COMUNICACAO OU ACIMA DELE; O TIPO F E O FRACIONAMENTO (VARIAS
      * OPERACOES LOGO ABAIXO DO LIMITE DENTRO DA JANELA DE DIAS). O
      * CLIENTE E O FONE; FONE ZERO E LANCAMENTO DE CONTA SEM TITULAR
      * NO XREF, E AI A CONTA IDENTIFICA O CASO. A ASSINATURA (TIPO,
      * CLIENTE E A PRIMEIRA OPERACAO DO CASO) E CHAVE ALTERNADA SEM
      * DUPLICATAS: A MESMA OCORRENCIA NAO VIRA DOIS CASOS QUANDO A
      * BATIDA RODA DE NOVO. O CASO NASCE ABERTO E E FECHADO PELA
      * CONFORMIDADE NO MANTEM-CASOS-COAF, COM O OPERADOR E O PARECER
      *----------------------------------------------------------------*
       01 COAF-CASO-REG.
           03 CASO-NUMERO          PIC 9(06).
           03 CASO-ASSINATURA.
               05 CASO-AS-TIPO     PIC X(01).
               05 CASO-AS-FONE     PIC 9(09).
               05 CASO-AS-CONTA    PIC 9(05).
               05 CASO-AS-ORIGEM   PIC X(01).
               05 CASO-AS-REF      PIC X(14).
           03 CASO-TIPO            PIC X(01).
               88 CASO-ACIMA-LIMITE    VALUE 'O'.
               88 CASO-FRACIONAMENTO   VALUE 'F'.
           03 CASO-FONE            PIC 9(09).
           03 CASO-CONTA           PIC 9(05).
           03 CASO-QTDE-OPER       PIC 9(03).
           03 CASO-TOTAL           PIC 9(09)V99.
           03 CASO-DATA-INI        PIC 9(08).
           03 CASO-DATA-FIM        PIC 9(08).
           03 CASO-DATA-ABERTURA   PIC 9(08).
           03 CASO-SITUACAO        PIC X(01).
               88 CASO-ABERTO          VALUE 'A'.
               88 CASO-FECHADO         VALUE 'F'.
           03 CASO-DATA-FECHAMENTO PIC 9(08).
           03 CASO-OPERADOR-FECH   PIC X(06).
           03 CASO-PARECER         PIC X(40).
