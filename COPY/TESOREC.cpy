      ******************************************************************
      *    TESOREC - REGISTRO DO ESTOQUE DA TESOURARIA (TESOURO)       *
      *    UM REGISTRO POR DENOMINACAO: CEDULAS GUARDADAS NA CASA-     *
      *    FORTE DA TESOURARIA, FORA DOS CASSETES DOS TERMINAIS. A     *
      *    CARGA DE CASSETE SAI DESTE ESTOQUE, A DESCARGA CONTADA      *
      *    VOLTA PARA ELE E A MANUTENCAO DE CADASTROS REGISTRA OS      *
      *    SUPRIMENTOS RECEBIDOS E OS RECOLHIMENTOS REMETIDOS AO       *
      *    CUSTODIANTE. OS CAMPOS DE POSICAO SAO DO DIA EM             *
      *    TS-DATA-POSICAO: O PRIMEIRO PROGRAMA QUE MOVIMENTA A        *
      *    DENOMINACAO NUM DIA NOVO ABRE A POSICAO COM O ESTOQUE       *
      *    CORRENTE E ZERA OS MOVIMENTOS. COMPARTILHADO ENTRE CARGA,   *
      *    DESCARGA, PLANEJAMENTO, MANUTENCAO E POSICAO DA TESOURARIA. *
      ******************************************************************
       01  TS-REGISTRO.
           05  TS-DENOM-VALOR              PIC 9(005).
      *    ESTOQUE CORRENTE DE CEDULAS DA DENOMINACAO
           05  TS-QTDE                     PIC 9(009).
           05  TS-DENOM-DESCR              PIC X(020).
      *    POSICAO DO DIA: ABERTURA, CEDULAS EMITIDAS PARA CARGA DE
      *    CASSETE, DEVOLVIDAS POR DESCARGA CONTADA, SUPRIDAS E
      *    RECOLHIDAS PELA MANUTENCAO. O FECHAMENTO E O ESTOQUE
      *    CORRENTE E DEVE BATER COM ABERTURA - EMITIDA + DEVOLVIDA
      *    + SUPRIDA - RECOLHIDA
           05  TS-DATA-POSICAO             PIC 9(008).
           05  TS-QTDE-ABERTURA            PIC 9(009).
           05  TS-QTDE-EMITIDA             PIC 9(009).
           05  TS-QTDE-DEVOLVIDA           PIC 9(009).
           05  TS-QTDE-SUPRIDA             PIC 9(009).
           05  TS-QTDE-RECOLHIDA           PIC 9(009).
