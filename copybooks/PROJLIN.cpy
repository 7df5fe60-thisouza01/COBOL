      *----------------------------------------------------------------*
      * LINHA DO PROJETOS-APROVADOS.TXT - PROJETO DE INVESTIMENTO
      * APROVADO PELO COMITE, GRAVADO PELO MANTEM-PROJETOS COM OS
      * FLUXOS PROJETADOS COPIADOS DO ARQUIVO DE PROJETOS DO
      * COMPARA-PROJETOS NA DATA DA APROVACAO. O REALIZADO DE CADA
      * PERIODO E LANCADO DEPOIS, EM ORDEM (REALIZADOS = QUANTOS
      * PERIODOS JA TEM O REALIZADO LANCADO); A POS-AUDITORIA DO
      * AUDITA-PROJETOS COMPARA UM COM O OUTRO. LEIAUTE UNICO,
      * COPIADO POR TODO PROGRAMA QUE GRAVA OU LE OS APROVADOS
      *----------------------------------------------------------------*
       01 WS-LINHA-PROJETO.
           05 WS-PJ-NOME       PIC X(20).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-PJ-APROVACAO  PIC 9(08).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-PJ-INVEST     PIC 9(10)V99.
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-PJ-TAXA       PIC 9(05)V99.
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-PJ-PERIODOS   PIC 9(02).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-PJ-REALIZADOS PIC 9(02).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-PJ-ULT-LANC   PIC 9(08).
           05 WS-PJ-FLUXO OCCURS 24 TIMES.
               10 FILLER       PIC X(01) VALUE ';'.
               10 WS-PJ-PROJETADO PIC S9(10)V99 SIGN LEADING SEPARATE.
               10 FILLER       PIC X(01) VALUE ';'.
               10 WS-PJ-REALIZADO PIC S9(10)V99 SIGN LEADING SEPARATE.
           05 FILLER           PIC X(12) VALUE SPACES.
