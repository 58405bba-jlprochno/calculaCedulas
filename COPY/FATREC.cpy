      ******************************************************************
      *    FATREC - LINHA DE FATURA DE VISITA DA TRANSPORTADORA        *
      *    (FATTRANS, E FATESPER PARA A FATURA ESPERADA)               *
      *    UMA LINHA POR VISITA A TERMINAL: TIPO DA VISITA, CASSETES   *
      *    MANUSEADOS, VALOR TRANSPORTADO E VALOR COBRADO. A FATURA DA *
      *    TRANSPORTADORA CHEGA NESTE LEIAUTE, COM CABECALHO E RODAPE  *
      *    DE CONTROLE, E A CONFERENCIA DE FATURAMENTO GRAVA A FATURA  *
      *    ESPERADA NO MESMO LEIAUTE (COM COPY REPLACING DO PREFIXO),  *
      *    PARA QUE AS DUAS POSSAM SER COMPARADAS LINHA A LINHA.       *
      ******************************************************************
       01  FT-REGISTRO.
           05  FT-TRANSPORTADORA           PIC X(004).
           05  FT-TERMINAL                 PIC X(008).
           05  FT-DATA-VISITA              PIC 9(008).
      *    VISITA PROGRAMADA (P), NO DIA DE ROTA DO TERMINAL, OU
      *    EMERGENCIAL (E), FORA DELE
           05  FT-TIPO-VISITA              PIC X(001).
               88  FT-VISITA-PROGRAMADA                 VALUE 'P'.
               88  FT-VISITA-EMERGENCIAL                VALUE 'E'.
           05  FT-QTD-CASSETES             PIC 9(003).
           05  FT-VALOR-TRANSPORTADO       PIC 9(013)V99.
           05  FT-VALOR-COBRADO            PIC 9(013)V99.
