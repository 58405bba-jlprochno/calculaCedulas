      *    FORA DO MOVIMENTO DO COFRE
               88  JR-STATUS-AJUSTE                     VALUE 'A'.
      *    MANUTENCAO DE CADASTRO APLICADA PELO LOTE DE MANUTENCAO
      *    (CASSETE, CONTA, LISTA DE CONTAS BLOQUEADAS OU ESTOQUE DA
      *    TESOURARIA), PARA QUE AS CONCILIACOES EXPLIQUEM UM MINIMO,
      *    LIMITE OU ESTOQUE QUE MUDOU FORA DO FLUXO DE TRANSACOES E A
      *    AUDITORIA VEJA QUEM BLOQUEOU OU LIBEROU CADA CONTA; O
      *    MOTIVO IDENTIFICA A ENTIDADE E A ACAO. NAO MOVIMENTA SALDO
      *    DE COFRE NEM DE CONTA
               88  JR-STATUS-MANUTENCAO                 VALUE 'M'.
      *    DEPOSITO EM DINHEIRO CREDITADO NA CONTA (O SENTIDO
      *    INVERSO DO SAQUE): O VALOR E O TOTAL CONTADO PELA MAQUINA E
      *    O DETALHE TRAZ AS CEDULAS DEVOLVIDAS AOS CASSETES QUANDO O
      *    TERMINAL E RECICLADOR; NOS DEMAIS, O DETALHE VAI ZERADO E
      *    AS CEDULAS FICAM FORA DO SALDO DO COFRE
               88  JR-STATUS-DEPOSITO                   VALUE 'P'.
           05  JR-QTD-DENOMINACOES         PIC 9(002).
           05  JR-DETALHE OCCURS 10 TIMES
                          INDEXED BY JR-IDX-DENOM.
      *    DEVOLVIDO A SWITCH NO ARQUIVO DE RESPOSTA; BRANCOS EM
      *    TRANSACOES APROVADAS
           05  JR-COD-MOTIVO               PIC X(003).
      *    CARTAO DE OUTRO EMISSOR (OFF-US): EMISSOR DO CARTAO, REDE
      *    PARCEIRA QUE AUTORIZOU A TRANSACAO E O CODIGO DA
      *    AUTORIZACAO DA REDE. BRANCOS PARA CARTAO DO PROPRIO BANCO
      *    E NOS MOVIMENTOS QUE NAO SAO DE CLIENTE (CARGA, DESCARGA,
      *    AJUSTE, MANUTENCAO). SAQUE E ESTORNO OFF-US NAO MOVIMENTAM
      *    O CADASTRO DE CONTAS: SAO LIQUIDADOS COM A REDE
           05  JR-DADOS-REDE.
               10  JR-EMISSOR              PIC X(004).
                   88  JR-EMISSOR-PROPRIO               VALUE SPACES.
               10  JR-REDE                 PIC X(004).
               10  JR-COD-AUTORIZACAO      PIC X(006).
      *    SELO DE INTEGRIDADE, PREENCHIDO POR QUEM GRAVA O DIARIO NO
      *    MOMENTO DA GRAVACAO: NUMERO DE SEQUENCIA DO REGISTRO NO
      *    ARQUIVO (UM, DOIS, TRES... SEM SALTOS), VERIFICADOR DO
      *    PROPRIO REGISTRO (CALCULADO SOBRE TODOS OS CAMPOS ACIMA E A
      *    SEQUENCIA) E VERIFICADOR DA CADEIA (QUE COMBINA O DO
      *    REGISTRO COM O DA CADEIA DO REGISTRO ANTERIOR). UM REGISTRO
      *    EXCLUIDO, INCLUIDO OU ALTERADO FORA DOS PROGRAMAS QUE GRAVAM
      *    O DIARIO QUEBRA A SEQUENCIA OU A CADEIA
           05  JR-INTEGRIDADE.
               10  JR-SEQUENCIA            PIC 9(009).
               10  JR-VERIF-REGISTRO       PIC 9(009).
               10  JR-VERIF-CADEIA         PIC 9(009).
