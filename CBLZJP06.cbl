      ******************************************************************
       2100-PROCESSAR-REGISTRO         SECTION.
           IF JR-CONTA = WS-CONTA-CORRENTE
              AND JR-EMISSOR-PROPRIO
              AND (WS-DATA-INICIO = ZEROS
                   OR JR-DATA NOT < WS-DATA-INICIO)
              AND (WS-DATA-FIM = ZEROS
