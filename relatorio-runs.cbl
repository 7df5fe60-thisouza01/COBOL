               READ RUN-CONTROL INTO WS-LINHA-RUN
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
      * SO O INI/FIM DO PROPRIO JOB CONTA NO QUADRO; AS FASES DE
      *  PORTEIRA (OVR) E DE PASSO DO ORQUESTRADOR (PSO) FICAM FORA
                       IF WS-RUN-DATA = WS-DATA-ALVO
                          AND (WS-RUN-FASE = 'INI'
                            OR WS-RUN-FASE = 'FIM')
                           PERFORM 0300-ACUMULA-JOB
                       END-IF
               END-READ
