      ******************************************************************
      *    EXECPARM - PARAMETROS DA CADEIA DE FIM DE DIA (PARMEXEC),   *
      *    LIDOS POR TODOS OS PASSOS DA CADEIA E PELO RELATORIO DE     *
      *    SITUACAO. A DATA DE PROCESSAMENTO ZERADA (OU O ARQUIVO      *
      *    AUSENTE) USA A DATA DA MAQUINA. A REEXECUCAO FORCADA SO     *
      *    VALE PARA O PASSO NOMEADO E COM A DATA INFORMADA, PARA QUE  *
      *    UM PARAMETRO ESQUECIDO NAO LIBERE OUTRO PASSO NEM OUTRO DIA *
      ******************************************************************
       01  PE-REGISTRO.
           05  PE-DATA-PROCESSAMENTO       PIC 9(008).
           05  PE-PROGRAMA-REEXECUCAO      PIC X(008).
           05  PE-REEXECUTAR               PIC X(001).
               88  PE-REEXECUTAR-SIM                VALUE 'S'.
