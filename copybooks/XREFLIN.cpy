      *----------------------------------------------------------------*
      * LINHA DO CLIENTES-CONTAS-XREF.TXT (FONE;CONTA;PAPEL) - LEIAUTE
      * UNICO, COPIADO POR TODO PROGRAMA QUE LE OU REGRAVA O XREF.
      * UMA CONTA PODE TER VARIOS CLIENTES, CADA UM COM O SEU PAPEL:
      * UM SO TITULAR (O CLIENTE CUJO SALDO O CONCILIA-SALDOS COMPARA
      * COM O DA CONTA), E QUANTOS CO-TITULARES E PROCURADORES
      * HOUVER. LINHA SEM PAPEL (GRAVADA NO LEIAUTE FONE;CONTA) E DO
      * TITULAR
      *----------------------------------------------------------------*
      * 15/10/2026 TS Papel do cliente na conta (conta conjunta e
      * procuradores); antes era um fone por conta e vice-versa
       01 WS-LINHA-XREF.
           05 WS-XR-FONE       PIC 9(09).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-XR-CONTA      PIC 9(05).
           05 FILLER           PIC X(01) VALUE ';'.
           05 WS-XR-PAPEL      PIC X(10) VALUE SPACES.
               88 WS-XR-TITULAR      VALUE 'TITULAR' SPACES.
               88 WS-XR-CO-TITULAR   VALUE 'CO-TITULAR'.
               88 WS-XR-PROCURADOR   VALUE 'PROCURADOR'.
               88 WS-XR-PAPEL-VALIDO VALUE 'TITULAR' 'CO-TITULAR'
                                           'PROCURADOR' SPACES.
           05 FILLER           PIC X(04) VALUE SPACES.
