
      *    RELACAO DOS CODIGOS DE MOTIVO ENCONTRADOS NO DIARIO,
      *    MONTADA DINAMICAMENTE PARA QUE UM CODIGO NOVO NOS
      *    PROGRAMAS GRAVADORES APARECA NO RELATORIO SEM RECOMPILAR;
      *    DIMENSIONADA COM FOLGA SOBRE OS CODIGOS JA EXISTENTES (O
      *    PROGRAMA DE SAQUES SOZINHO JA PASSA DE QUINZE, CONTANDO A
      *    CONTA BLOQUEADA PELA PREVENCAO A FRAUDE)
       01  WS-MAX-CODIGOS                  PIC 9(002)   VALUE 30.
       01  WS-QTD-CODIGOS                  PIC 9(002)   VALUE ZEROS.
       01  WS-TAB-CODIGO.
           05  WS-TAB-CODIGO-ITEM OCCURS 30 TIMES.
               10  WS-CODIGO-MOTIVO        PIC X(003).
       01  WS-POS-CODIGO                   PIC 9(002)   VALUE ZEROS.
       01  WS-POS-CODIGO-ACHADO            PIC 9(002)   VALUE ZEROS.
       01  WS-TAB-TERMINAL.
           05  WS-TAB-TERMINAL-ITEM OCCURS 2000 TIMES.
               10  WS-TERM-ID              PIC X(008).
               10  WS-TERM-CELULA OCCURS 30 TIMES.
                   15  WS-CEL-QTD          PIC 9(007).
                   15  WS-CEL-VALOR        PIC 9(013)V99.
       01  WS-POS-TERMINAL                 PIC 9(004)   VALUE ZEROS.

      *    TOTAIS DA REDE POR CODIGO DE MOTIVO
       01  WS-TAB-TOTAL-REDE.
           05  WS-TAB-TOTAL-ITEM OCCURS 30 TIMES.
               10  WS-TOT-QTD              PIC 9(009).
               10  WS-TOT-VALOR            PIC 9(013)V99.

