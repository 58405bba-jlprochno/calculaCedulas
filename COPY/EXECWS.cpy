      ******************************************************************
      *    EXECWS - AREAS DE TRABALHO DO CONTROLE DE EXECUCAO DA       *
      *    CADEIA DE FIM DE DIA, COMUNS A TODOS OS PASSOS. CADA        *
      *    PROGRAMA INFORMA O PROPRIO NOME E OS PASSOS DE QUE DEPENDE  *
      *    E ALIMENTA AS QUANTIDADES DA EXECUCAO, GRAVADAS NO CONTROLE *
      *    (EXECCTL) AO TERMINAR.                                      *
      ******************************************************************
       01  WS-STATUS-EXECCTL               PIC X(002)   VALUE SPACES.
       01  WS-STATUS-PARMEXEC              PIC X(002)   VALUE SPACES.

       01  WS-EXEC-PROGRAMA                PIC X(008)   VALUE SPACES.
       01  WS-EXEC-DATA-PROCESSAMENTO      PIC 9(008)   VALUE ZEROS.
       01  WS-EXEC-DATA-SISTEMA            PIC 9(008)   VALUE ZEROS.
       01  WS-EXEC-HORA-SISTEMA            PIC 9(008)   VALUE ZEROS.

      *    PASSOS QUE PRECISAM ESTAR CONCLUIDOS NA MESMA DATA DE
      *    PROCESSAMENTO ANTES DESTE PASSO RODAR
       01  WS-EXEC-MAX-DEPENDENCIAS        PIC 9(002)   VALUE 5.
       01  WS-EXEC-QTD-DEPENDENCIAS        PIC 9(002)   VALUE ZEROS.
       01  WS-EXEC-TAB-DEPENDENCIA.
           05  WS-EXEC-DEPENDENCIA-ITEM OCCURS 5 TIMES.
               10  WS-EXEC-DEPENDENCIA     PIC X(008).
       01  WS-EXEC-POS-DEPENDENCIA         PIC 9(002)   VALUE ZEROS.

       01  WS-FLAG-EXEC-FORCADA            PIC X(001)   VALUE 'N'.
           88  WS-EXEC-FORCADA                          VALUE 'S'.
           88  WS-EXEC-NAO-FORCADA                      VALUE 'N'.

       01  WS-FLAG-EXEC-LIBERADA           PIC X(001)   VALUE 'S'.
           88  WS-EXEC-LIBERADA                         VALUE 'S'.
           88  WS-EXEC-RECUSADA                         VALUE 'N'.

      *    LIGADO PELO PROGRAMA NOS ERROS QUE IMPEDEM O PASSO DE
      *    CUMPRIR O SEU PAPEL; O PASSO TERMINA COMO FALHA, OS
      *    SEGUINTES FICAM RETIDOS E ELE PODE RODAR DE NOVO SEM
      *    REEXECUCAO FORCADA
       01  WS-FLAG-EXEC-FALHA              PIC X(001)   VALUE 'N'.
           88  WS-EXEC-COM-FALHA                        VALUE 'S'.
           88  WS-EXEC-SEM-FALHA                        VALUE 'N'.

       01  WS-EXEC-QTD-LIDOS               PIC 9(009)   VALUE ZEROS.
       01  WS-EXEC-QTD-PROCESSADOS         PIC 9(009)   VALUE ZEROS.
       01  WS-EXEC-QTD-REJEITADOS          PIC 9(009)   VALUE ZEROS.
