      ******************************************************************
      *    JORNINTW - AREAS DE TRABALHO DO SELO DE INTEGRIDADE DO      *
      *    DIARIO DE TRANSACOES, COMUNS AOS PROGRAMAS QUE GRAVAM O     *
      *    DIARIO E AOS QUE CONFEREM A CADEIA. O VERIFICADOR DO        *
      *    REGISTRO E UM RESTO DE DIVISAO POLINOMIAL SOBRE OS BYTES    *
      *    COBERTOS; O DA CADEIA COMBINA O DO REGISTRO COM O DA CADEIA *
      *    DO REGISTRO ANTERIOR. QUALQUER MUDANCA NO CALCULO DEVE SER  *
      *    FEITA AQUI E NOS PROCEDIMENTOS DE TODOS ESSES PROGRAMAS.    *
      ******************************************************************
      *    SEQUENCIA E CADEIA DO ULTIMO REGISTRO DO DIARIO, DE ONDE O
      *    PROXIMO REGISTRO CONTINUA
       01  WS-INTEG-ULTIMA-SEQUENCIA       PIC 9(009)   VALUE ZEROS.
       01  WS-INTEG-ULTIMA-CADEIA          PIC 9(009)   VALUE ZEROS.

      *    PARTE DO REGISTRO COBERTA PELO VERIFICADOR: TODOS OS CAMPOS
      *    DO DIARIO MAIS A SEQUENCIA, SEM OS DOIS VERIFICADORES
       01  WS-INTEG-TAM-COBERTO            PIC 9(003)   VALUE 183.
       01  WS-INTEG-AREA                   PIC X(183)   VALUE SPACES.
       01  WS-INTEG-AREA-R REDEFINES WS-INTEG-AREA.
           05  WS-INTEG-BYTE OCCURS 183 TIMES
                                           PIC X(001).
       01  WS-INTEG-POS                    PIC 9(003)   VALUE ZEROS.

      *    TABELA DE CARACTERES: O VALOR DE CADA BYTE NO CALCULO E A
      *    SUA POSICAO NA TABELA; UM CARACTERE FORA DELA VALE UM A
      *    MAIS QUE A QUANTIDADE DA TABELA
       01  WS-INTEG-TAB-CARACTERES.
           05  FILLER                      PIC X(040)   VALUE
               '0123456789 ABCDEFGHIJKLMNOPQRSTUVWXYZabc'.
           05  FILLER                      PIC X(040)   VALUE
               'defghijklmnopqrstuvwxyz.,-/:;*()+&#@%$=<'.
       01  WS-INTEG-TAB-CARACTERES-R REDEFINES WS-INTEG-TAB-CARACTERES.
           05  WS-INTEG-CARACTERE OCCURS 80 TIMES
                                           PIC X(001).
       01  WS-INTEG-QTD-CARACTERES         PIC 9(003)   VALUE 80.
       01  WS-INTEG-POS-CARACTERE          PIC 9(003)   VALUE ZEROS.
       01  WS-INTEG-VALOR-BYTE             PIC 9(003)   VALUE ZEROS.

       01  WS-FLAG-INTEG-ACHOU             PIC X(001)   VALUE 'N'.
           88  WS-INTEG-ACHOU                           VALUE 'S'.
           88  WS-INTEG-NAO-ACHOU                       VALUE 'N'.

      *    CONSTANTES DO CALCULO: O MODULO E PRIMO E CABE NOS NOVE
      *    DIGITOS DOS VERIFICADORES
       01  WS-INTEG-MODULO                 PIC 9(009)   VALUE 999999937.
       01  WS-INTEG-MULT-BYTE              PIC 9(009)   VALUE 257.
       01  WS-INTEG-MULT-CADEIA            PIC 9(009)   VALUE 1000003.

       01  WS-INTEG-HASH                   PIC 9(009)   VALUE ZEROS.
       01  WS-INTEG-CADEIA                 PIC 9(009)   VALUE ZEROS.
       01  WS-INTEG-ACUMULADO              PIC 9(016)   VALUE ZEROS.
       01  WS-INTEG-QUOCIENTE              PIC 9(016)   VALUE ZEROS.

       01  WS-FLAG-INTEG-FIM-JORNAL        PIC X(001)   VALUE 'N'.
           88  WS-INTEG-FIM-JORNAL                      VALUE 'S'.
           88  WS-INTEG-NAO-FIM-JORNAL                  VALUE 'N'.
