      ******************************************************************
      *    BLOQREC - REGISTRO DA LISTA DE CONTAS BLOQUEADAS (CTABLOQ)  *
      *    UM REGISTRO POR CONTA QUE JA PASSOU PELA LISTA: BLOQUEADA   *
      *    PELO MONITORAMENTO DE FRAUDE (AUTOMATICO, ACIMA DA          *
      *    SEVERIDADE PARAMETRIZADA) OU PELA MESA DE FRAUDE (MANUAL).  *
      *    A LIBERACAO NAO EXCLUI O REGISTRO: MUDA A SITUACAO E GUARDA *
      *    QUEM E QUANDO LIBEROU, PARA QUE O HISTORICO FIQUE NA LISTA. *
      *    O PROGRAMA DE SAQUES RECUSA CONTA COM SITUACAO BLOQUEADA.   *
      *    COMPARTILHADO ENTRE O MONITORAMENTO, A MANUTENCAO DE        *
      *    CADASTROS E O PROGRAMA DE SAQUES.                           *
      ******************************************************************
       01  BQ-REGISTRO.
           05  BQ-CONTA                    PIC 9(010).
           05  BQ-SITUACAO                 PIC X(001).
               88  BQ-SITUACAO-BLOQUEADA                VALUE 'B'.
               88  BQ-SITUACAO-LIBERADA                 VALUE 'L'.
      *    ORIGEM DO BLOQUEIO VIGENTE: MONITORAMENTO (A) OU MESA DE
      *    FRAUDE (M)
           05  BQ-ORIGEM                   PIC X(001).
               88  BQ-ORIGEM-AUTOMATICA                 VALUE 'A'.
               88  BQ-ORIGEM-MANUAL                     VALUE 'M'.
           05  BQ-DATA-BLOQUEIO            PIC 9(008).
           05  BQ-HORA-BLOQUEIO            PIC 9(008).
      *    SEVERIDADE E PADROES DA EXCECAO QUE GEROU O BLOQUEIO
      *    AUTOMATICO (V = VELOCIDADE, T = TERMINAIS, L = LIMITE);
      *    ZEROS E BRANCOS NO BLOQUEIO MANUAL
           05  BQ-SEVERIDADE               PIC 9(001).
           05  BQ-PADROES                  PIC X(003).
           05  BQ-MOTIVO                   PIC X(030).
           05  BQ-OPERADOR                 PIC X(008).
           05  BQ-DATA-LIBERACAO           PIC 9(008).
           05  BQ-OPERADOR-LIBERACAO       PIC X(008).
