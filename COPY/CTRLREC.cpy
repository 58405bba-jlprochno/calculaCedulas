           05  CT-SEQUENCIA                PIC 9(006).
      *    PREENCHIDOS SOMENTE NO RODAPE: QUANTIDADE DE REGISTROS DE
      *    MOVIMENTO E SOMA DO VALOR DELES (NO ARQUIVO DE SAQUES, A
      *    SOMA DOS VALORES SOLICITADOS; NOS ARQUIVOS DE CARGA E
      *    DESCARGA DA TRANSPORTADORA, A SOMA DE DENOMINACAO VEZES
      *    QUANTIDADE; NA FATURA DA TRANSPORTADORA, A SOMA DOS VALORES
      *    COBRADOS)
           05  CT-QTD-REGISTROS            PIC 9(009).
           05  CT-HASH-VALOR               PIC 9(015)V99.
