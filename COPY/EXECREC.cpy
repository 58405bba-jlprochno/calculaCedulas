      ******************************************************************
      *    EXECREC - REGISTRO DO CONTROLE DE EXECUCAO DA CADEIA DE FIM *
      *    DE DIA (EXECCTL), UM REGISTRO POR PASSO E POR DATA DE       *
      *    PROCESSAMENTO. CADA PROGRAMA DA CADEIA GRAVA O INICIO AO    *
      *    ENTRAR E O FIM (CONCLUIDO OU COM FALHA) AO SAIR, COM AS     *
      *    QUANTIDADES DA EXECUCAO; OS PASSOS SEGUINTES SO RODAM COM   *
      *    AS DEPENDENCIAS CONCLUIDAS, E UM PASSO CONCLUIDO NAO RODA   *
      *    DE NOVO NA MESMA DATA SEM REEXECUCAO FORCADA. LIDO TAMBEM   *
      *    PELO RELATORIO DE SITUACAO DA CADEIA.                       *
      ******************************************************************
       01  EX-REGISTRO.
           05  EX-CHAVE.
               10  EX-DATA-PROCESSAMENTO   PIC 9(008).
               10  EX-PROGRAMA             PIC X(008).
      *    I = INICIADO (EM ANDAMENTO OU INTERROMPIDO NO MEIO),
      *    F = CONCLUIDO, E = TERMINADO COM FALHA
           05  EX-SITUACAO                 PIC X(001).
               88  EX-SITUACAO-INICIADO             VALUE 'I'.
               88  EX-SITUACAO-CONCLUIDO            VALUE 'F'.
               88  EX-SITUACAO-FALHOU               VALUE 'E'.
           05  EX-DATA-INICIO              PIC 9(008).
           05  EX-HORA-INICIO              PIC 9(008).
           05  EX-DATA-FIM                 PIC 9(008).
           05  EX-HORA-FIM                 PIC 9(008).
           05  EX-QTD-LIDOS                PIC 9(009).
           05  EX-QTD-PROCESSADOS          PIC 9(009).
           05  EX-QTD-REJEITADOS           PIC 9(009).
      *    QUANTAS VEZES O PASSO FOI INICIADO NA DATA, E SE A ULTIMA
      *    EXECUCAO FOI UMA REEXECUCAO FORCADA PELA OPERACAO
           05  EX-QTD-EXECUCOES            PIC 9(003).
           05  EX-REEXECUCAO-FORCADA       PIC X(001).
               88  EX-FOI-FORCADA                   VALUE 'S'.
               88  EX-NAO-FOI-FORCADA               VALUE 'N'.
