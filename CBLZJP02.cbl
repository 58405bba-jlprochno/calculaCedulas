               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-CONTA
               FILE STATUS IS WS-STATUS-SALDO.
      *    LISTA DE CONTAS BLOQUEADAS PELA PREVENCAO A FRAUDE: SAQUE
      *    DE CONTA COM BLOQUEIO VIGENTE E RECUSADO
           SELECT BLOQUEIO-FILE ASSIGN TO "CTABLOQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BQ-CONTA
               FILE STATUS IS WS-STATUS-BLOQ.
      *    CONTROLE DE NSU: UM REGISTRO POR TRANSACAO EFETIVADA, COM A
      *    CHAVE TERMINAL/DATA/NSU, PARA REJEITAR A RETRANSMISSAO DE
      *    UM ARQUIVO DA SWITCH JA PROCESSADO. O CHECKPOINT PROTEGE
           SELECT CHECKPOINT-FILE ASSIGN TO "CKPTSAQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CKPT.
      *    CONTROLE DE EXECUCAO DA CADEIA DE FIM DE DIA: DEPENDENCIAS
      *    ENTRE OS PASSOS E PROTECAO CONTRA REEXECUCAO NA MESMA DATA
           SELECT EXECUCAO-FILE ASSIGN TO "EXECCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-CHAVE
               FILE STATUS IS WS-STATUS-EXECCTL.
      *    PARAMETROS DA CADEIA: DATA DE PROCESSAMENTO E REEXECUCAO
      *    FORCADA DE UM PASSO
           SELECT PARM-EXECUCAO-FILE ASSIGN TO "PARMEXEC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARMEXEC.

       DATA DIVISION.
       FILE SECTION.
           05  SQ-TERMINAL                  PIC X(008).
           05  SQ-CONTA                     PIC 9(010).
           05  SQ-VALOR-SAQUE               PIC 9(013)V99.
      *    TIPO DA TRANSACAO: SAQUE, ESTORNO DE UM SAQUE JA
      *    DEBITADO CUJAS CEDULAS NAO FORAM ENTREGUES (MAQUINA
      *    TRAVADA) OU DEPOSITO EM DINHEIRO CONTADO PELO TERMINAL.
      *    BRANCO E ACEITO COMO SAQUE PARA REGISTROS
      *    GRAVADOS NO LEIAUTE NOVO COM O CAMPO AINDA NAO PREENCHIDO
      *    PELA SWITCH; ARQUIVOS NO LEIAUTE ANTIGO (REGISTRO MAIS
      *    CURTO) NAO SAO SUPORTADOS E DEVEM SER RECONVERTIDOS
           05  SQ-TIPO                      PIC X(001).
               88  SQ-TIPO-SAQUE                VALUES 'S' SPACE.
               88  SQ-TIPO-ESTORNO              VALUE 'E'.
               88  SQ-TIPO-DEPOSITO             VALUE 'D'.
      *    NUMERO SEQUENCIAL UNICO ATRIBUIDO PELA SWITCH A CADA
      *    TRANSACAO; ZEROS (CAMPO AINDA NAO PREENCHIDO PELA SWITCH
      *    NO LEIAUTE NOVO) DESLIGA A PROTECAO CONTRA DUPLICIDADE
      *    PARA O REGISTRO
           05  SQ-NSU                       PIC 9(012).
      *    CEDULAS CONTADAS PELO TERMINAL NUM DEPOSITO, POR
      *    DENOMINACAO; A SOMA DEVE FECHAR COM O VALOR DO DEPOSITO.
      *    NAO PREENCHIDO NOS DEMAIS TIPOS DE TRANSACAO
           05  SQ-DEP-QTD-DENOMINACOES      PIC 9(002).
           05  SQ-DEP-DETALHE OCCURS 10 TIMES.
               10  SQ-DEP-DENOM-VALOR       PIC 9(005).
               10  SQ-DEP-DENOM-QTDE        PIC 9(004).
      *    CARTAO DE OUTRO EMISSOR (OFF-US), PAGO PELO TERMINAL PARA
      *    CLIENTE DE REDE PARCEIRA: EMISSOR DO CARTAO, REDE QUE
      *    AUTORIZOU O SAQUE, CODIGO E VALOR DA AUTORIZACAO DA REDE.
      *    EMISSOR EM BRANCO E CARTAO DO PROPRIO BANCO, CONFERIDO NO
      *    CADASTRO DE CONTAS COMO SEMPRE; O SAQUE OFF-US E APROVADO
      *    PELA AUTORIZACAO DA REDE E NAO MOVIMENTA O CADASTRO
           05  SQ-EMISSOR                   PIC X(004).
               88  SQ-EMISSOR-PROPRIO           VALUE SPACES.
           05  SQ-REDE                      PIC X(004).
           05  SQ-COD-AUTORIZACAO           PIC X(006).
           05  SQ-VALOR-AUTORIZADO          PIC 9(013)V99.
      *    VISAO DE CONTROLE DO MESMO REGISTRO: CABECALHO E RODAPE DA
      *    REMESSA DA SWITCH, VALIDADOS ANTES DA PRIMEIRA TRANSACAO
      *    SER EFETIVADA (COPYBOOK)
           05  RS-ACAO                     PIC X(001).
               88  RS-ACAO-APROVADO                     VALUE 'A'.
               88  RS-ACAO-NEGADO                       VALUE 'N'.
      *    SAQUE NEGADO POR ESCASSEZ (MOTIVO ESC) EM QUE OS CASSETES
      *    AINDA PAGAM UM VALOR MENOR: A SWITCH OFERECE AO CLIENTE O
      *    VALOR DE RS-VALOR-OFERTA, QUE VOLTA COMO UM SAQUE NOVO
               88  RS-ACAO-OFERTA                       VALUE 'O'.
           05  RS-COD-MOTIVO               PIC X(003).
           05  RS-QTD-DENOMINACOES         PIC 9(002).
           05  RS-DETALHE OCCURS 10 TIMES
                          INDEXED BY RS-IDX-DENOM.
               10  RS-DENOM-VALOR          PIC 9(005).
               10  RS-DENOM-QTDE           PIC 9(004).
      *    MAIOR VALOR ABAIXO DO SOLICITADO QUE O TERMINAL CONSEGUE
      *    PAGAR COM OS CASSETES ATUAIS; ZEROS FORA DA ACAO DE OFERTA
           05  RS-VALOR-OFERTA             PIC 9(013)V99.

       FD  NSU-FILE.
       01  NS-REGISTRO.
      *    GRATUITOS
           05  BM-CATEGORIA                PIC X(001).
           05  BM-QTD-SAQUES-HOJE          PIC 9(003).
      *    LIMITE DE CHEQUE ESPECIAL PRE-APROVADO E QUANTO DELE ESTA
      *    EM USO; COM CHEQUE ESPECIAL EM USO O SALDO FICA ZERADO
           05  BM-LIMITE-CHEQUE-ESPECIAL   PIC 9(013)V99.
           05  BM-CHEQUE-ESPECIAL-USADO    PIC 9(013)V99.

       FD  BLOQUEIO-FILE.
      *    REGISTRO DA LISTA DE CONTAS BLOQUEADAS COMPARTILHADO COM O
      *    MONITORAMENTO DE FRAUDE E A MANUTENCAO DE CADASTROS
      *    (COPYBOOK)
           COPY BLOQREC.

      *    ALEM DA SEQUENCIA DA ULTIMA TRANSACAO PROCESSADA, O
      *    CHECKPOINT CARREGA OS TOTALIZADORES DO LOTE (TRANSACOES,
           05  CK-TOTAL-ESTORNOS           PIC 9(007).
           05  CK-TOTAL-TARIFAS            PIC 9(013)V99.
           05  CK-TOTAL-DUPLICADOS         PIC 9(007).
           05  CK-TOTAL-DEPOSITOS          PIC 9(007).
           05  CK-TOTAL-VALOR-DEPOSITOS    PIC 9(013)V99.
           05  CK-TOTAL-OFERTAS            PIC 9(007).
           05  CK-TOTAL-VALOR-OFERTAS      PIC 9(013)V99.
           05  CK-TOTAL-VALOR-ESCASSEZ     PIC 9(013)V99.
           05  CK-TOTAL-OFF-US             PIC 9(007).
           05  CK-TOTAL-VALOR-OFF-US       PIC 9(013)V99.
           05  CK-QTD-DENOMINACOES         PIC 9(002).
           05  CK-TAB-DENOM OCCURS 20 TIMES.
               10  CK-DENOM-VALOR          PIC 9(005).
                   15  CK-TERM-DENOM-VALOR PIC 9(005).
                   15  CK-TERM-DENOM-NOTAS PIC 9(007).

       FD  EXECUCAO-FILE.
      *    REGISTRO DO CONTROLE DE EXECUCAO COMPARTILHADO COM OS DEMAIS
      *    PASSOS DA CADEIA E COM O RELATORIO DE SITUACAO (COPYBOOK)
           COPY EXECREC.

       FD  PARM-EXECUCAO-FILE.
           COPY EXECPARM.

       WORKING-STORAGE SECTION.

      *    CONTROLE DE EXECUCAO DA CADEIA DE FIM DE DIA (COPYBOOK)
           COPY EXECWS.

      *    SELO DE INTEGRIDADE DO DIARIO DE TRANSACOES (COPYBOOK)
           COPY JORNINTW.

       01  WS-SAQUE-VALOR                 PIC 9(013)V99 VALUES ZEROS.
       01  WS-SAQUE-VALOR-R  REDEFINES WS-SAQUE-VALOR.
           05  WS-SAQUE-VALOR-INTEIRO      PIC 9(013).
       01  WS-STATUS-FERIADO               PIC X(002)   VALUE SPACES.
       01  WS-STATUS-NSU                   PIC X(002)   VALUE SPACES.
       01  WS-STATUS-TERMCAD               PIC X(002)   VALUE SPACES.
       01  WS-STATUS-BLOQ                  PIC X(002)   VALUE SPACES.

      *    GUARDA O STATUS DA ABERTURA DO CADASTRO DE TERMINAIS; COM O
      *    ARQUIVO INDISPONIVEL O LOTE PROSSEGUE SEM A CONFERENCIA DE
      *    DOS CASSETES DE UM TERMINAL
       01  WS-STATUS-CASHVLT-ABERTURA      PIC X(002)   VALUE SPACES.

      *    GUARDA O STATUS DA ABERTURA DA LISTA DE CONTAS BLOQUEADAS;
      *    COM A LISTA INDISPONIVEL O LOTE PROSSEGUE SEM A CONFERENCIA
      *    DE BLOQUEIO, COM AVISO NA ABERTURA, COMO NO CONTROLE DE NSU
       01  WS-STATUS-BLOQ-ABERTURA         PIC X(002)   VALUE SPACES.

      *    CONTA E TOTAL SACADO NO DIA, USADOS NA CONFERENCIA DE SALDO
      *    E LIMITE DIARIO ANTES DE CALCULAR AS CEDULAS
       01  WS-CONTA                        PIC 9(010)   VALUE ZEROS.
      *    COBRADAS NO TURNO
       01  WS-VALOR-TARIFA                 PIC 9(013)V99 VALUE ZEROS.
       01  WS-TOTAL-DEBITO                 PIC 9(013)V99 VALUE ZEROS.
      *    VALOR QUE A CONTA PODE DEBITAR: SALDO MAIS O QUE RESTA DO
      *    LIMITE DE CHEQUE ESPECIAL
       01  WS-CHEQUE-DISPONIVEL            PIC 9(013)V99 VALUE ZEROS.
       01  WS-SALDO-DISPONIVEL             PIC 9(014)V99 VALUE ZEROS.
       01  WS-QTD-SAQUES-NOVO              PIC 9(003)   VALUE ZEROS.
       01  WS-TOTAL-TARIFAS                PIC 9(013)V99 VALUE ZEROS.
      *    MASCARA PROPRIA DO TOTAL DE TARIFAS, COM O ZERO VISIVEL,
      *    PARA QUE UM TURNO SEM COBRANCA IMPRIMA 0,00 E NAO BRANCOS
       01  WS-MASC-TARIFAS                 PIC ZZ.ZZZ.ZZZ.ZZ9,99.

      *    DEPOSITOS EM DINHEIRO: VALOR CREDITADO NO TURNO, SOMA DAS
      *    CEDULAS CONTADAS NA TRANSACAO CORRENTE PARA CONFRONTO COM O
      *    VALOR INFORMADO, POSICAO NO DETALHE DO DEPOSITO E POSICAO
      *    DO CASSETE DA MESMA CEDULA NA TABELA DE DENOMINACOES
       01  WS-TOTAL-VALOR-DEPOSITOS        PIC 9(013)V99 VALUE ZEROS.
       01  WS-MASC-DEPOSITOS               PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-DEP-VALOR-CONTADO            PIC 9(013)V99 VALUE ZEROS.
       01  WS-POS-DEP                      PIC 9(002)   VALUE ZEROS.
       01  WS-POS-DEP-CASSETE              PIC 9(002)   VALUE ZEROS.

       01  WS-FLAG-DEP-CASSETE-ACHADO      PIC X(001)   VALUE 'N'.
           88  WS-DEP-CASSETE-ACHADO                    VALUE 'S'.
           88  WS-DEP-CASSETE-NAO-ACHADO                VALUE 'N'.

       01  WS-RESTO-DIVISAO                PIC 9(013)    VALUE ZEROS.
       01  WS-RESTO-VERIF-5                PIC 9(013)    VALUE ZEROS.

           88  WS-MOTIVO-DUPLICADO                      VALUE 'DUP'.
           88  WS-MOTIVO-TERM-DESCONHECIDO              VALUE 'TNC'.
           88  WS-MOTIVO-TERM-INATIVO                   VALUE 'TIN'.
           88  WS-MOTIVO-DEPOSITO-INVALIDO              VALUE 'DEP'.
           88  WS-MOTIVO-CONTA-BLOQUEADA                VALUE 'BLQ'.
           88  WS-MOTIVO-REDE-NAO-AUTORIZOU             VALUE 'NAU'.
           88  WS-MOTIVO-CHEQUE-ESGOTADO                VALUE 'CHE'.

       01  WS-DATA-SISTEMA                PIC 9(008)    VALUE ZEROS.
       01  WS-HORA-SISTEMA                PIC 9(008)    VALUE ZEROS.
           05  WS-TOTAL-REJEITADOS         PIC 9(007) VALUE ZEROS.
           05  WS-TOTAL-ESTORNOS           PIC 9(007) VALUE ZEROS.
           05  WS-TOTAL-DUPLICADOS         PIC 9(007) VALUE ZEROS.
           05  WS-TOTAL-DEPOSITOS          PIC 9(007) VALUE ZEROS.
           05  WS-TOTAL-OFERTAS            PIC 9(007) VALUE ZEROS.

      *    VALOR SOLICITADO NOS SAQUES NEGADOS POR ESCASSEZ E VALOR
      *    OFERECIDO EM TROCA, PARA MEDIR O QUANTO A FALTA DE CEDULAS
      *    CUSTA EM SAQUES NAO PAGOS
       01  WS-TOTAL-VALOR-ESCASSEZ         PIC 9(013)V99 VALUE ZEROS.
       01  WS-TOTAL-VALOR-OFERTAS          PIC 9(013)V99 VALUE ZEROS.
       01  WS-MASC-ESCASSEZ                PIC ZZ.ZZZ.ZZZ.ZZ9,99.

      *    SAQUES DE CARTAO DE OUTRO EMISSOR PAGOS NO TURNO, A
      *    RECEBER DAS REDES NA LIQUIDACAO DE FIM DE DIA
       01  WS-TOTAL-OFF-US                 PIC 9(007)   VALUE ZEROS.
       01  WS-TOTAL-VALOR-OFF-US           PIC 9(013)V99 VALUE ZEROS.

      *    VALOR OFERECIDO NA TRANSACAO CORRENTE QUANDO O VALOR EXATO
      *    NAO PODE SER PAGO: O MAIOR VALOR, MULTIPLO DE R$5,00 E NAO
      *    ABAIXO DO MINIMO, QUE A PROGRAMACAO DINAMICA CONSEGUE
      *    FORMAR COM OS CASSETES DO TERMINAL
       01  WS-VALOR-OFERTA                 PIC 9(013)V99 VALUE ZEROS.
       01  WS-OFERTA-RESTO                 PIC 9(005)   VALUE ZEROS.
       01  WS-OFERTA-QUOCIENTE             PIC 9(005)   VALUE ZEROS.

       01  WS-FLAG-OFERTA                  PIC X(001)   VALUE 'N'.
           88  WS-OFERTA-SIM                            VALUE 'S'.
           88  WS-OFERTA-NAO                            VALUE 'N'.

      *    TOTAL DE CEDULAS DISPENSADAS NO TURNO POR DENOMINACAO, DA
      *    FROTA INTEIRA, ACUMULADO PELO VALOR DA CEDULA E NAO PELA
           88  WS-TERMINAL-VALIDO                       VALUE 'S'.
           88  WS-TERMINAL-INVALIDO                     VALUE 'N'.

      *    TERMINAL DE ORIGEM MARCADO COMO RECICLADOR NO CADASTRO: AS
      *    CEDULAS DE UM DEPOSITO VOLTAM AOS CASSETES DE SAQUE. COM O
      *    CADASTRO INDISPONIVEL O TERMINAL E TRATADO COMO COMUM E O
      *    DEPOSITO NAO ALTERA O COFRE
       01  WS-FLAG-TERMINAL-RECICLADOR     PIC X(001)   VALUE 'N'.
           88  WS-TERMINAL-RECICLADOR                   VALUE 'S'.
           88  WS-TERMINAL-NAO-RECICLADOR               VALUE 'N'.

      *    NOME DO LOCAL DE INSTALACAO DE UM TERMINAL, BUSCADO NO
      *    CADASTRO PARA OS RELATORIOS; BRANCOS QUANDO O CADASTRO NAO
      *    ESTA DISPONIVEL OU O TERMINAL NAO ESTA CADASTRADO
              PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.

           PERFORM 0100-CONTROLAR-EXECUCAO
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-PROCESSAR
           PERFORM 3000-FINALIZAR
       0000-PRINCIPAL-FIM.
           EXIT.

      ******************************************************************
      *    CONTROLE DE EXECUCAO DA CADEIA DE FIM DE DIA: IDENTIFICA O  *
      *    PASSO E OS PASSOS DE QUE ELE DEPENDE, CONFERE NO CONTROLE   *
      *    DE EXECUCAO QUE AS DEPENDENCIAS JA CONCLUIRAM E QUE ESTE    *
      *    PASSO AINDA NAO CONCLUIU NA DATA DE PROCESSAMENTO, E        *
      *    REGISTRA O INICIO. UMA EXECUCAO RECUSADA TERMINA AQUI, SEM  *
      *    TOCAR EM NENHUM ARQUIVO DO PROCESSAMENTO                    *
      ******************************************************************
       0100-CONTROLAR-EXECUCAO         SECTION.
           MOVE 'CBLZJP02' TO WS-EXEC-PROGRAMA
           MOVE ZEROS      TO WS-EXEC-QTD-DEPENDENCIAS
           PERFORM 0110-CARREGAR-PARM-EXECUCAO
           PERFORM 0120-ABRIR-CONTROLE-EXECUCAO
           IF WS-EXEC-LIBERADA
               PERFORM 0130-CONFERIR-DEPENDENCIAS
               PERFORM 0140-CONFERIR-EXECUCAO-DO-DIA
               IF WS-EXEC-LIBERADA
                   PERFORM 0150-REGISTRAR-INICIO
               END-IF
               CLOSE EXECUCAO-FILE
           END-IF
           IF WS-EXEC-RECUSADA
               DISPLAY 'EXECUCAO DE ' WS-EXEC-PROGRAMA
                       ' RECUSADA PARA A DATA '
                       WS-EXEC-DATA-PROCESSAMENTO '.'
               STOP RUN
           END-IF
           .
       0100-CONTROLAR-EXECUCAO-FIM.
           EXIT.

      ******************************************************************
      *    LE A DATA DE PROCESSAMENTO E A REEXECUCAO FORCADA DOS       *
      *    PARAMETROS DA CADEIA; SEM DATA INFORMADA, USA A DATA DA     *
      *    MAQUINA. A REEXECUCAO FORCADA SO VALE COM A DATA INFORMADA  *
      *    E COM ESTE PASSO NOMEADO NO PARAMETRO                       *
      ******************************************************************
       0110-CARREGAR-PARM-EXECUCAO     SECTION.
           OPEN INPUT PARM-EXECUCAO-FILE
           IF WS-STATUS-PARMEXEC = '00'
               READ PARM-EXECUCAO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PE-DATA-PROCESSAMENTO NOT = ZEROS
                           MOVE PE-DATA-PROCESSAMENTO
                               TO WS-EXEC-DATA-PROCESSAMENTO
                           IF PE-REEXECUTAR-SIM AND
                              PE-PROGRAMA-REEXECUCAO = WS-EXEC-PROGRAMA
                               MOVE 'S' TO WS-FLAG-EXEC-FORCADA
                           END-IF
                       END-IF
               END-READ
               CLOSE PARM-EXECUCAO-FILE
           ELSE
               DISPLAY 'PARAMETROS DA CADEIA NAO ENCONTRADOS, '
                       'USANDO A DATA DA MAQUINA.'
           END-IF
           IF WS-EXEC-DATA-PROCESSAMENTO = ZEROS
               ACCEPT WS-EXEC-DATA-PROCESSAMENTO FROM DATE YYYYMMDD
           END-IF
           DISPLAY 'CONTROLE DE EXECUCAO: PASSO ' WS-EXEC-PROGRAMA
                   ' DATA DE PROCESSAMENTO ' WS-EXEC-DATA-PROCESSAMENTO
           IF WS-EXEC-FORCADA
               DISPLAY 'ATENCAO: REEXECUCAO FORCADA PELA OPERACAO.'
           END-IF
           .
       0110-CARREGAR-PARM-EXECUCAO-FIM.
           EXIT.

      ******************************************************************
      *    ABRE O CONTROLE DE EXECUCAO PARA CONSULTA E ATUALIZACAO; NA *
      *    PRIMEIRA EXECUCAO DA CADEIA O ARQUIVO E CRIADO VAZIO. SEM O *
      *    CONTROLE NAO HA COMO CONFERIR AS DEPENDENCIAS, E A EXECUCAO *
      *    E RECUSADA POR SEGURANCA                                    *
      ******************************************************************
       0120-ABRIR-CONTROLE-EXECUCAO    SECTION.
           OPEN I-O EXECUCAO-FILE
           IF WS-STATUS-EXECCTL = '35'
               OPEN OUTPUT EXECUCAO-FILE
               CLOSE EXECUCAO-FILE
               OPEN I-O EXECUCAO-FILE
           END-IF
           IF WS-STATUS-EXECCTL NOT = '00'
               DISPLAY 'ERRO AO ABRIR O CONTROLE DE EXECUCAO: '
                       WS-STATUS-EXECCTL
               MOVE 'N' TO WS-FLAG-EXEC-LIBERADA
           END-IF
           .
       0120-ABRIR-CONTROLE-EXECUCAO-FIM.
           EXIT.

      ******************************************************************
      *    CONFERE QUE CADA PASSO DE QUE ESTE DEPENDE ESTA CONCLUIDO   *
      *    NA MESMA DATA DE PROCESSAMENTO; NA REEXECUCAO FORCADA A     *
      *    PENDENCIA E APENAS AVISADA                                  *
      ******************************************************************
       0130-CONFERIR-DEPENDENCIAS      SECTION.
           PERFORM 0135-CONFERIR-UMA-DEPENDENCIA
               VARYING WS-EXEC-POS-DEPENDENCIA FROM 1 BY 1
               UNTIL WS-EXEC-POS-DEPENDENCIA > WS-EXEC-QTD-DEPENDENCIAS
           .
       0130-CONFERIR-DEPENDENCIAS-FIM.
           EXIT.

       0135-CONFERIR-UMA-DEPENDENCIA   SECTION.
           MOVE WS-EXEC-DATA-PROCESSAMENTO TO EX-DATA-PROCESSAMENTO
           MOVE WS-EXEC-DEPENDENCIA(WS-EXEC-POS-DEPENDENCIA)
               TO EX-PROGRAMA
           READ EXECUCAO-FILE
               INVALID KEY
                   DISPLAY 'PASSO ANTERIOR '
                           WS-EXEC-DEPENDENCIA(WS-EXEC-POS-DEPENDENCIA)
                           ' AINDA NAO EXECUTADO NA DATA.'
                   PERFORM 0138-RECUSAR-POR-DEPENDENCIA
               NOT INVALID KEY
                   IF NOT EX-SITUACAO-CONCLUIDO
                       DISPLAY 'PASSO ANTERIOR '
                           WS-EXEC-DEPENDENCIA(WS-EXEC-POS-DEPENDENCIA)
                           ' NAO CONCLUIDO NA DATA (SITUACAO '
                           EX-SITUACAO ').'
                       PERFORM 0138-RECUSAR-POR-DEPENDENCIA
                   END-IF
           END-READ
           .
       0135-CONFERIR-UMA-DEPENDENCIA-FIM.
           EXIT.

       0138-RECUSAR-POR-DEPENDENCIA    SECTION.
           IF WS-EXEC-FORCADA
               DISPLAY 'ATENCAO: DEPENDENCIA IGNORADA PELA '
                       'REEXECUCAO FORCADA.'
           ELSE
               MOVE 'N' TO WS-FLAG-EXEC-LIBERADA
           END-IF
           .
       0138-RECUSAR-POR-DEPENDENCIA-FIM.
           EXIT.

      ******************************************************************
      *    CONFERE A EXECUCAO DESTE PASSO NA DATA: UM PASSO JA         *
      *    CONCLUIDO SO RODA DE NOVO COM REEXECUCAO FORCADA; UM PASSO  *
      *    QUE TERMINOU COM FALHA, OU QUE FOI INTERROMPIDO NO MEIO,    *
      *    PODE RODAR DE NOVO SEM PARAMETRO                            *
      ******************************************************************
       0140-CONFERIR-EXECUCAO-DO-DIA   SECTION.
           MOVE WS-EXEC-DATA-PROCESSAMENTO TO EX-DATA-PROCESSAMENTO
           MOVE WS-EXEC-PROGRAMA           TO EX-PROGRAMA
           READ EXECUCAO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN EX-SITUACAO-CONCLUIDO AND WS-EXEC-FORCADA
                           DISPLAY 'ATENCAO: PASSO JA CONCLUIDO EM '
                                   EX-DATA-FIM ' ' EX-HORA-FIM
                                   ', REEXECUTADO POR FORCA DO '
                                   'PARAMETRO.'
                       WHEN EX-SITUACAO-CONCLUIDO
                           DISPLAY 'PASSO JA CONCLUIDO NA DATA EM '
                                   EX-DATA-FIM ' ' EX-HORA-FIM '.'
                           MOVE 'N' TO WS-FLAG-EXEC-LIBERADA
                       WHEN EX-SITUACAO-INICIADO
                           DISPLAY 'ATENCAO: EXECUCAO INICIADA EM '
                                   EX-DATA-INICIO ' ' EX-HORA-INICIO
                                   ' NAO FOI TERMINADA; RODANDO DE '
                                   'NOVO.'
                       WHEN OTHER
                           DISPLAY 'ATENCAO: EXECUCAO ANTERIOR '
                                   'TERMINOU COM FALHA; RODANDO DE '
                                   'NOVO.'
                   END-EVALUATE
           END-READ
           .
       0140-CONFERIR-EXECUCAO-DO-DIA-FIM.
           EXIT.

      ******************************************************************
      *    REGISTRA O INICIO DA EXECUCAO: INCLUI O REGISTRO DO PASSO   *
      *    NA DATA OU, NUMA NOVA EXECUCAO, ATUALIZA O EXISTENTE E      *
      *    SOMA UMA EXECUCAO                                           *
      ******************************************************************
       0150-REGISTRAR-INICIO           SECTION.
           ACCEPT WS-EXEC-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-EXEC-HORA-SISTEMA FROM TIME
           MOVE WS-EXEC-DATA-PROCESSAMENTO TO EX-DATA-PROCESSAMENTO
           MOVE WS-EXEC-PROGRAMA           TO EX-PROGRAMA
           READ EXECUCAO-FILE
               INVALID KEY
                   MOVE ZEROS TO EX-QTD-EXECUCOES
                   PERFORM 0155-MONTAR-INICIO
                   WRITE EX-REGISTRO
               NOT INVALID KEY
                   PERFORM 0155-MONTAR-INICIO
                   REWRITE EX-REGISTRO
           END-READ
           IF WS-STATUS-EXECCTL NOT = '00'
               DISPLAY 'ERRO AO REGISTRAR O INICIO DA EXECUCAO: '
                       WS-STATUS-EXECCTL
               MOVE 'N' TO WS-FLAG-EXEC-LIBERADA
           END-IF
           .
       0150-REGISTRAR-INICIO-FIM.
           EXIT.

       0155-MONTAR-INICIO              SECTION.
           MOVE WS-EXEC-DATA-PROCESSAMENTO TO EX-DATA-PROCESSAMENTO
           MOVE WS-EXEC-PROGRAMA           TO EX-PROGRAMA
           MOVE 'I'                        TO EX-SITUACAO
           MOVE WS-EXEC-DATA-SISTEMA       TO EX-DATA-INICIO
           MOVE WS-EXEC-HORA-SISTEMA       TO EX-HORA-INICIO
           MOVE ZEROS                      TO EX-DATA-FIM
           MOVE ZEROS                      TO EX-HORA-FIM
           MOVE ZEROS                      TO EX-QTD-LIDOS
           MOVE ZEROS                      TO EX-QTD-PROCESSADOS
           MOVE ZEROS                      TO EX-QTD-REJEITADOS
           MOVE WS-FLAG-EXEC-FORCADA       TO EX-REEXECUCAO-FORCADA
           ADD 1 TO EX-QTD-EXECUCOES
           .
       0155-MONTAR-INICIO-FIM.
           EXIT.

      ******************************************************************
      *    INICIALIZACAO DO PROGRAMA                                   *
      ******************************************************************
           PERFORM 1500-ABRIR-CONTAS
      *    ABRE O CONTROLE DE NSU CONTRA DUPLICIDADE DE LOTES
           PERFORM 1550-ABRIR-NSU
      *    ABRE A LISTA DE CONTAS BLOQUEADAS PELA PREVENCAO A FRAUDE
           PERFORM 1560-ABRIR-BLOQUEIOS
           .
       1000-INICIALIZAR-FIM.
           EXIT.
           IF WS-STATUS-CASHVLT NOT = '00'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE COFRE: '
                       WS-STATUS-CASHVLT
               MOVE 'S' TO WS-FLAG-EXEC-FALHA
           END-IF
           .
       1100-ABRIR-COFRE-FIM.
      *    OS REGISTROS DO DIA SE ACUMULEM A CADA EXECUCAO             *
      ******************************************************************
       1200-ABRIR-JORNAL               SECTION.
           PERFORM 1210-RECUPERAR-CADEIA-JORNAL
           OPEN EXTEND JOURNAL-FILE
           IF WS-STATUS-JORNAL = '35'
               OPEN OUTPUT JOURNAL-FILE
           IF WS-STATUS-JORNAL NOT = '00'
               DISPLAY 'ERRO AO ABRIR O DIARIO DE TRANSACOES: '
                       WS-STATUS-JORNAL
               MOVE 'S' TO WS-FLAG-EXEC-FALHA
           END-IF
           .
       1200-ABRIR-JORNAL-FIM.
           EXIT.

      ******************************************************************
      *    LE O DIARIO JA GRAVADO ATE O FIM PARA RECUPERAR A SEQUENCIA *
      *    E A CADEIA DO ULTIMO REGISTRO, DE ONDE OS REGISTROS DESTA   *
      *    EXECUCAO CONTINUAM; SEM DIARIO, A CADEIA COMECA DO ZERO     *
      ******************************************************************
       1210-RECUPERAR-CADEIA-JORNAL    SECTION.
           MOVE ZEROS TO WS-INTEG-ULTIMA-SEQUENCIA
           MOVE ZEROS TO WS-INTEG-ULTIMA-CADEIA
           OPEN INPUT JOURNAL-FILE
           IF WS-STATUS-JORNAL = '00'
               MOVE 'N' TO WS-FLAG-INTEG-FIM-JORNAL
               PERFORM 1215-LER-CADEIA-JORNAL
                   UNTIL WS-INTEG-FIM-JORNAL
               CLOSE JOURNAL-FILE
           END-IF
           .
       1210-RECUPERAR-CADEIA-JORNAL-FIM.
           EXIT.

       1215-LER-CADEIA-JORNAL          SECTION.
           READ JOURNAL-FILE
               AT END MOVE 'S' TO WS-FLAG-INTEG-FIM-JORNAL
               NOT AT END
                   MOVE JR-SEQUENCIA    TO WS-INTEG-ULTIMA-SEQUENCIA
                   MOVE JR-VERIF-CADEIA TO WS-INTEG-ULTIMA-CADEIA
           END-READ
           IF WS-STATUS-JORNAL NOT = '00' AND
              WS-STATUS-JORNAL NOT = '10'
               DISPLAY 'ERRO AO LER O DIARIO DE TRANSACOES: '
                       WS-STATUS-JORNAL
               MOVE 'S' TO WS-FLAG-INTEG-FIM-JORNAL
           END-IF
           .
       1215-LER-CADEIA-JORNAL-FIM.
           EXIT.

      ******************************************************************
      *    ABRE O ARQUIVO DE RESPOSTA EM MODO DE INCLUSAO, PARA QUE UM *
      *    LOTE RETOMADO DE CHECKPOINT CONTINUE O ARQUIVO DO PONTO EM  *
           IF WS-STATUS-RESPOSTA NOT = '00'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RESPOSTA: '
                       WS-STATUS-RESPOSTA
               MOVE 'S' TO WS-FLAG-EXEC-FALHA
           END-IF
           .
       1250-ABRIR-RESPOSTA-FIM.
           IF WS-STATUS-SAQUEIN NOT = '00'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE SAQUES: '
                       WS-STATUS-SAQUEIN
               MOVE 'S' TO WS-FLAG-EXEC-FALHA
               MOVE 'S' TO WS-FLAG-FIM-SAQUEIN
           ELSE
      *        PRE-LEITURA DE CONFERENCIA: PERCORRE O ARQUIVO INTEIRO
      *            RETRANSMISSAO CORRETA DA REMESSA
                   CLOSE SAQUE-INPUT-FILE
                   MOVE 'S' TO WS-FLAG-FIM-SAQUEIN
                   MOVE 'S' TO WS-FLAG-EXEC-FALHA
               ELSE
                   CLOSE SAQUE-INPUT-FILE
                   OPEN INPUT SAQUE-INPUT-FILE
           MOVE CK-TOTAL-ESTORNOS   TO WS-TOTAL-ESTORNOS
           MOVE CK-TOTAL-TARIFAS    TO WS-TOTAL-TARIFAS
           MOVE CK-TOTAL-DUPLICADOS TO WS-TOTAL-DUPLICADOS
           MOVE CK-TOTAL-DEPOSITOS  TO WS-TOTAL-DEPOSITOS
           MOVE CK-TOTAL-VALOR-DEPOSITOS
                                    TO WS-TOTAL-VALOR-DEPOSITOS
           MOVE CK-TOTAL-OFERTAS    TO WS-TOTAL-OFERTAS
           MOVE CK-TOTAL-VALOR-OFERTAS
                                    TO WS-TOTAL-VALOR-OFERTAS
           MOVE CK-TOTAL-VALOR-ESCASSEZ
                                    TO WS-TOTAL-VALOR-ESCASSEZ
           MOVE CK-TOTAL-OFF-US     TO WS-TOTAL-OFF-US
           MOVE CK-TOTAL-VALOR-OFF-US
                                    TO WS-TOTAL-VALOR-OFF-US
      *    OS TOTAIS POR DENOMINACAO SAO GUARDADOS PELO VALOR DA
      *    CEDULA, E NAO PELA POSICAO NOS CASSETES, ENTAO A
      *    RESTAURACAO INDEPENDE DA CONFIGURACAO DO COFRE NO MOMENTO
           IF WS-STATUS-SALDO NOT = '00'
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE CONTAS: '
                       WS-STATUS-SALDO
               MOVE 'S' TO WS-FLAG-EXEC-FALHA
           END-IF
           .
       1500-ABRIR-CONTAS-FIM.
       1550-ABRIR-NSU-FIM.
           EXIT.

      ******************************************************************
      *    ABRE A LISTA DE CONTAS BLOQUEADAS, SOMENTE PARA CONSULTA.   *
      *    A LISTA NASCE NO MONITORAMENTO DE FRAUDE OU NA MANUTENCAO   *
      *    DE CADASTROS; ENQUANTO NAO EXISTIR NENHUMA CONTA ESTA       *
      *    BLOQUEADA. COM A LISTA INDISPONIVEL POR OUTRO MOTIVO O LOTE *
      *    PROSSEGUE SEM A CONFERENCIA, COM AVISO NO CONSOLE           *
      ******************************************************************
       1560-ABRIR-BLOQUEIOS            SECTION.
           OPEN INPUT BLOQUEIO-FILE
           MOVE WS-STATUS-BLOQ TO WS-STATUS-BLOQ-ABERTURA
           EVALUATE WS-STATUS-BLOQ
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'LISTA DE CONTAS BLOQUEADAS AINDA NAO '
                           'CRIADA, NENHUMA CONTA BLOQUEADA.'
               WHEN OTHER
                   DISPLAY 'ERRO AO ABRIR A LISTA DE CONTAS '
                           'BLOQUEADAS: ' WS-STATUS-BLOQ
                   DISPLAY 'ATENCAO: LOTE PROSSEGUE SEM A '
                           'CONFERENCIA DE CONTAS BLOQUEADAS.'
           END-EVALUATE
           .
       1560-ABRIR-BLOQUEIOS-FIM.
           EXIT.

      ******************************************************************
      *    LOGICA CENTRAL DO PROGRAMA                                  *
      ******************************************************************
           MOVE SQ-CONTA       TO WS-CONTA
           MOVE SQ-VALOR-SAQUE TO WS-SAQUE-VALOR
           MOVE ZEROS          TO WS-VALOR-TARIFA
           MOVE ZEROS          TO WS-VALOR-OFERTA
           MOVE 'N'            TO WS-FLAG-OFERTA
      *    O DIARIO E A CONFERENCIA DE LIMITE DIARIO USAM A DATA DE
      *    PROCESSAMENTO DO LOTE, DEFINIDA NA INICIALIZACAO, E NAO A
      *    DATA DO RELOGIO: UM LOTE QUE VIRA A NOITE OU E REPROCESSADO
               IF WS-DUPLICADO-SIM
                   PERFORM 2078-REJEITAR-DUPLICADO
               ELSE
                   EVALUATE TRUE
      *                CREDITA DE VOLTA UM SAQUE JA DEBITADO CUJAS
      *                CEDULAS NAO FORAM ENTREGUES PELO CAIXA
      *                ELETRONICO
                       WHEN SQ-TIPO-ESTORNO
                           PERFORM 2075-PROCESSAR-ESTORNO
      *                CREDITA NA CONTA O DINHEIRO DEPOSITADO E, NO
      *                TERMINAL RECICLADOR, DEVOLVE AS CEDULAS AOS
      *                CASSETES
                       WHEN SQ-TIPO-DEPOSITO
                           PERFORM 2240-PROCESSAR-DEPOSITO
                       WHEN SQ-TIPO-SAQUE
                           PERFORM 2058-PROCESSAR-SAQUE
      *                TIPO DESCONHECIDO: REJEITA SEM MOVIMENTAR NADA
                       WHEN OTHER
                           MOVE 'S' TO WS-FLAG-VALOR-INVALIDO
                           MOVE 'TIPO DE TRANSACAO INVALIDO' TO
                                WS-MOTIVO-REJEICAO
                           MOVE 'TIP' TO WS-COD-MOTIVO
                           PERFORM 2070-REJEITAR-SAQUE
                   END-EVALUATE
               END-IF
           END-IF
      *    DEVOLVE O RESULTADO DA TRANSACAO A SWITCH NO ARQUIVO DE
      ******************************************************************
       2052-VALIDAR-TERMINAL           SECTION.
           MOVE 'S' TO WS-FLAG-TERMINAL-VALIDO
           MOVE 'N' TO WS-FLAG-TERMINAL-RECICLADOR
           IF WS-STATUS-TERMCAD-ABERTURA = '00'
               MOVE WS-TERMINAL TO TM-TERMINAL
               READ TERMINAL-MASTER-FILE
                                WS-MOTIVO-REJEICAO
                           MOVE 'TIN' TO WS-COD-MOTIVO
                       END-IF
                       IF TM-RECICLADOR-SIM
                           MOVE 'S' TO WS-FLAG-TERMINAL-RECICLADOR
                       END-IF
               END-READ
           END-IF
           .
           ADD 1 TO WS-TOTAL-REJEITADOS
           MOVE 'R' TO JR-STATUS
           PERFORM 2213-MONTAR-CABECALHO-JORNAL
           PERFORM 2950-SELAR-REGISTRO-JORNAL
           WRITE JR-REGISTRO
           IF WS-STATUS-JORNAL NOT = '00'
               DISPLAY 'ERRO AO GRAVAR NO DIARIO DE TRANSACOES: '
                       WS-STATUS-JORNAL
               MOVE 'S' TO WS-FLAG-EXEC-FALHA
           END-IF
           .
       2054-REJEITAR-TERMINAL-FIM.
       2058-PROCESSAR-SAQUE            SECTION.
      *    VALIDA O VALOR ANTES DE CALCULAR AS CEDULAS
           PERFORM 2060-VALIDAR-SAQUE
      *    CONFERE SALDO E LIMITE DIARIO DA CONTA ANTES DE PROSSEGUIR;
      *    CARTAO DE OUTRO EMISSOR E CONFERIDO PELA AUTORIZACAO DA
      *    REDE, POIS A CONTA NAO ESTA NO CADASTRO DO BANCO
           IF WS-VALOR-VALIDO
               IF SQ-EMISSOR-PROPRIO
                   PERFORM 2065-VERIFICAR-CONTA
               ELSE
                   PERFORM 2063-VERIFICAR-AUTORIZACAO-REDE
               END-IF
           END-IF
           IF WS-VALOR-VALIDO
               MOVE WS-SAQUE-VALOR TO WS-RESTO
      *        DEBITA A CONTA SOMENTE SE AS CEDULAS FORAM DISPENSADAS;
      *        SEM DISPENSA NAO HA COBRANCA DE TARIFA
               IF WS-ESCASSEZ-NAO
                   IF SQ-EMISSOR-PROPRIO
                       PERFORM 2180-DEBITAR-CONTA
                   ELSE
                       ADD 1 TO WS-TOTAL-OFF-US
                       ADD WS-SAQUE-VALOR TO WS-TOTAL-VALOR-OFF-US
                   END-IF
      *            MARCA O NSU COMO EFETIVADO SOMENTE QUANDO HOUVE
      *            DEBITO, PARA QUE UMA REAPRESENTACAO LEGITIMA DE
      *            TRANSACAO REJEITADA OU EM ESCASSEZ POSSA PROSSEGUIR
           PERFORM 2212-MONTAR-DETALHE-ZERO
               VARYING WS-IDX-DENOM FROM 1 BY 1
               UNTIL WS-IDX-DENOM > WS-QTD-DENOMINACOES
           PERFORM 2950-SELAR-REGISTRO-JORNAL
           WRITE JR-REGISTRO
           IF WS-STATUS-JORNAL NOT = '00'
               DISPLAY 'ERRO AO GRAVAR NO DIARIO DE TRANSACOES: '
                       WS-STATUS-JORNAL
               MOVE 'S' TO WS-FLAG-EXEC-FALHA
           END-IF
           .
       2078-REJEITAR-DUPLICADO-FIM.
           MOVE 'N'    TO WS-FLAG-ESCASSEZ
           MOVE SPACES TO WS-MOTIVO-REJEICAO
           MOVE SPACES TO WS-COD-MOTIVO
      *    ESTORNO DE SAQUE OFF-US NAO CREDITA CONTA DO BANCO: O
      *    REGISTRO NO DIARIO, COM O EMISSOR, ABATE O SAQUE NA
      *    LIQUIDACAO COM A REDE
           IF SQ-EMISSOR-PROPRIO
               PERFORM 2076-VERIFICAR-CONTA-ESTORNO
           END-IF
           IF WS-VALOR-VALIDO
               IF SQ-EMISSOR-PROPRIO
                   PERFORM 2077-CREDITAR-CONTA
               ELSE
                   IF WS-SAQUE-VALOR > WS-TOTAL-VALOR-OFF-US
                       MOVE ZEROS TO WS-TOTAL-VALOR-OFF-US
                   ELSE
                       SUBTRACT WS-SAQUE-VALOR
                           FROM WS-TOTAL-VALOR-OFF-US
                   END-IF
               END-IF
               PERFORM 2085-REGISTRAR-NSU
               MOVE WS-SAQUE-VALOR TO WS-MASCARA
               DISPLAY 'ESTORNO EFETUADO DE R$: ' WS-MASCARA
               PERFORM 2212-MONTAR-DETALHE-ZERO
                   VARYING WS-IDX-DENOM FROM 1 BY 1
                   UNTIL WS-IDX-DENOM > WS-QTD-DENOMINACOES
               PERFORM 2950-SELAR-REGISTRO-JORNAL
               WRITE JR-REGISTRO
               IF WS-STATUS-JORNAL NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR NO DIARIO DE TRANSACOES: '
                           WS-STATUS-JORNAL
                   MOVE 'S' TO WS-FLAG-EXEC-FALHA
               END-IF
           ELSE
               PERFORM 2070-REJEITAR-SAQUE
      *    SACADO NO DIA, SEM DEIXA-LO NEGATIVO                        *
      ******************************************************************
       2077-CREDITAR-CONTA             SECTION.
           PERFORM 2079-CREDITAR-SALDO
           IF WS-SAQUE-VALOR > BM-SACADO-HOJE
               MOVE ZEROS TO BM-SACADO-HOJE
           ELSE
       2077-CREDITAR-CONTA-FIM.
           EXIT.

      ******************************************************************
      *    CREDITA WS-SAQUE-VALOR NA CONTA JA LIDA: O CREDITO COBRE    *
      *    PRIMEIRO O CHEQUE ESPECIAL EM USO E SO O RESTANTE VAI PARA  *
      *    O SALDO                                                     *
      ******************************************************************
       2079-CREDITAR-SALDO             SECTION.
           IF WS-SAQUE-VALOR > BM-CHEQUE-ESPECIAL-USADO
               COMPUTE BM-SALDO = BM-SALDO + WS-SAQUE-VALOR
                                - BM-CHEQUE-ESPECIAL-USADO
               MOVE ZEROS TO BM-CHEQUE-ESPECIAL-USADO
           ELSE
               SUBTRACT WS-SAQUE-VALOR FROM BM-CHEQUE-ESPECIAL-USADO
           END-IF
           .
       2079-CREDITAR-SALDO-FIM.
           EXIT.

      ******************************************************************
      *    PROCESSA UM DEPOSITO EM DINHEIRO: CONFERE AS CEDULAS        *
      *    CONTADAS CONTRA O VALOR INFORMADO, CREDITA O VALOR NA CONTA *
      *    E, NO TERMINAL RECICLADOR, SOMA AS CEDULAS AOS CASSETES DE  *
      *    SAQUE. REGISTRA NO DIARIO COM STATUS PROPRIO, O SENTIDO     *
      *    INVERSO DO SAQUE: DEPOSITO NAO COBRA TARIFA E NAO CONSOME   *
      *    NEM DEVOLVE LIMITE DIARIO OU FRANQUIA                       *
      ******************************************************************
       2240-PROCESSAR-DEPOSITO         SECTION.
           MOVE 'N'    TO WS-FLAG-VALOR-INVALIDO
           MOVE 'N'    TO WS-FLAG-ESCASSEZ
           MOVE SPACES TO WS-MOTIVO-REJEICAO
           MOVE SPACES TO WS-COD-MOTIVO
           PERFORM 2241-VALIDAR-DEPOSITO
           IF WS-VALOR-VALIDO
               PERFORM 2242-VERIFICAR-CONTA-DEPOSITO
           END-IF
           IF WS-VALOR-VALIDO
               PERFORM 2243-CREDITAR-DEPOSITO
               PERFORM 2085-REGISTRAR-NSU
      *        O DETALHE DO DIARIO LEVA AS CEDULAS DEVOLVIDAS A CADA
      *        CASSETE; FORA DO RECICLADOR ELE VAI ZERADO
               PERFORM 2101-ZERAR-QTD-NOTAS
                   VARYING WS-IDX-DENOM FROM 1 BY 1
                   UNTIL WS-IDX-DENOM > WS-QTD-DENOMINACOES
               IF WS-TERMINAL-RECICLADOR
                  AND WS-STATUS-CASHVLT-ABERTURA = '00'
                   PERFORM 2245-RECICLAR-UMA-DENOMINACAO
                       VARYING WS-POS-DEP FROM 1 BY 1
                       UNTIL WS-POS-DEP > SQ-DEP-QTD-DENOMINACOES
               END-IF
               MOVE WS-SAQUE-VALOR TO WS-MASCARA
               DISPLAY 'DEPOSITO EFETUADO DE R$: ' WS-MASCARA
                       ' NA CONTA ' WS-CONTA
               ADD 1 TO WS-TOTAL-TRANSACOES
               ADD 1 TO WS-TOTAL-DEPOSITOS
               ADD WS-SAQUE-VALOR TO WS-TOTAL-VALOR-DEPOSITOS
               MOVE 'P' TO JR-STATUS
               PERFORM 2213-MONTAR-CABECALHO-JORNAL
               PERFORM 2211-MONTAR-DETALHE-SUCESSO
                   VARYING WS-IDX-DENOM FROM 1 BY 1
                   UNTIL WS-IDX-DENOM > WS-QTD-DENOMINACOES
               PERFORM 2950-SELAR-REGISTRO-JORNAL
               WRITE JR-REGISTRO
               IF WS-STATUS-JORNAL NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR NO DIARIO DE TRANSACOES: '
                           WS-STATUS-JORNAL
                   MOVE 'S' TO WS-FLAG-EXEC-FALHA
               END-IF
           ELSE
               PERFORM 2070-REJEITAR-SAQUE
           END-IF
           .
       2240-PROCESSAR-DEPOSITO-FIM.
           EXIT.

      ******************************************************************
      *    CONFERE O DETALHE DO DEPOSITO: AO MENOS UMA DENOMINACAO,    *
      *    NO MAXIMO O TAMANHO DO DETALHE, E A SOMA DAS CEDULAS        *
      *    CONTADAS IGUAL AO VALOR INFORMADO PELA SWITCH               *
      ******************************************************************
       2241-VALIDAR-DEPOSITO           SECTION.
           MOVE ZEROS TO WS-DEP-VALOR-CONTADO
           IF SQ-DEP-QTD-DENOMINACOES = ZEROS
              OR SQ-DEP-QTD-DENOMINACOES > WS-MAX-DENOMINACOES
               MOVE 'S' TO WS-FLAG-VALOR-INVALIDO
               MOVE 'DEPOSITO SEM DETALHE DE CEDULAS VALIDO' TO
                    WS-MOTIVO-REJEICAO
               MOVE 'DEP' TO WS-COD-MOTIVO
           ELSE
               PERFORM 2244-SOMAR-UMA-DENOMINACAO
                   VARYING WS-POS-DEP FROM 1 BY 1
                   UNTIL WS-POS-DEP > SQ-DEP-QTD-DENOMINACOES
               IF WS-SAQUE-VALOR = ZEROS
                  OR WS-DEP-VALOR-CONTADO NOT = WS-SAQUE-VALOR
                   MOVE 'S' TO WS-FLAG-VALOR-INVALIDO
                   MOVE 'VALOR DO DEPOSITO DIFERE DAS CEDULAS CONTADAS'
                       TO WS-MOTIVO-REJEICAO
                   MOVE 'DEP' TO WS-COD-MOTIVO
               END-IF
           END-IF
           .
       2241-VALIDAR-DEPOSITO-FIM.
           EXIT.

       2244-SOMAR-UMA-DENOMINACAO      SECTION.
           COMPUTE WS-DEP-VALOR-CONTADO = WS-DEP-VALOR-CONTADO
               + SQ-DEP-DENOM-VALOR(WS-POS-DEP)
               * SQ-DEP-DENOM-QTDE(WS-POS-DEP)
           .
       2244-SOMAR-UMA-DENOMINACAO-FIM.
           EXIT.

      ******************************************************************
      *    CONFERE SE A CONTA DO DEPOSITO EXISTE; O CREDITO NAO        *
      *    DEPENDE DE SALDO NEM DE LIMITE, E O ACUMULADO SACADO DO DIA *
      *    FICA COMO ESTA                                              *
      ******************************************************************
       2242-VERIFICAR-CONTA-DEPOSITO   SECTION.
           EVALUATE TRUE
      *        DEPOSITO SO E ACEITO EM CARTAO DO PROPRIO BANCO: NAO HA
      *        CONTA NO CADASTRO PARA CREDITAR O DE OUTRO EMISSOR
               WHEN NOT SQ-EMISSOR-PROPRIO
                   MOVE 'S' TO WS-FLAG-VALOR-INVALIDO
                   MOVE 'DEPOSITO NAO ACEITO PARA CARTAO DE OUTRO BANCO'
                       TO WS-MOTIVO-REJEICAO
                   MOVE 'TIP' TO WS-COD-MOTIVO
               WHEN WS-STATUS-SALDO-ABERTURA NOT = '00'
                   MOVE 'S' TO WS-FLAG-VALOR-INVALIDO
                   MOVE 'CADASTRO DE CONTAS INDISPONIVEL' TO
                        WS-MOTIVO-REJEICAO
                   MOVE 'IND' TO WS-COD-MOTIVO
               WHEN OTHER
                   MOVE WS-CONTA TO BM-CONTA
                   READ BALANCE-MASTER-FILE
                       INVALID KEY
                           MOVE 'S' TO WS-FLAG-VALOR-INVALIDO
                           MOVE 'CONTA NAO ENCONTRADA' TO
                                WS-MOTIVO-REJEICAO
                           MOVE 'CTA' TO WS-COD-MOTIVO
                   END-READ
           END-EVALUATE
           .
       2242-VERIFICAR-CONTA-DEPOSITO-FIM.
           EXIT.

      ******************************************************************
      *    CREDITA O VALOR DO DEPOSITO NA CONTA, COBRINDO ANTES O      *
      *    CHEQUE ESPECIAL EM USO                                      *
      ******************************************************************
       2243-CREDITAR-DEPOSITO          SECTION.
           PERFORM 2079-CREDITAR-SALDO
           REWRITE BM-REGISTRO
           IF WS-STATUS-SALDO NOT = '00'
               DISPLAY 'ERRO AO CREDITAR O DEPOSITO: ' WS-STATUS-SALDO
           END-IF
           .
       2243-CREDITAR-DEPOSITO-FIM.
           EXIT.

      ******************************************************************
      *    DEVOLVE AO CASSETE DA MESMA CEDULA AS NOTAS DE UMA          *
      *    DENOMINACAO DO DEPOSITO E REGRAVA O SALDO NO COFRE; CEDULA  *
      *    SEM CASSETE NO TERMINAL FICA NO COMPARTIMENTO DE DEPOSITO,  *
      *    FORA DO SALDO DO COFRE                                      *
      ******************************************************************
       2245-RECICLAR-UMA-DENOMINACAO   SECTION.
           IF SQ-DEP-DENOM-QTDE(WS-POS-DEP) NOT = ZEROS
               MOVE 'N'   TO WS-FLAG-DEP-CASSETE-ACHADO
               MOVE ZEROS TO WS-POS-DEP-CASSETE
               PERFORM 2246-COMPARAR-CASSETE-DEPOSITO
                   VARYING WS-IDX-DENOM FROM 1 BY 1
                   UNTIL WS-IDX-DENOM > WS-QTD-DENOMINACOES
                       OR WS-DEP-CASSETE-ACHADO
               IF WS-DEP-CASSETE-ACHADO
                   SET WS-IDX-DENOM TO WS-POS-DEP-CASSETE
                   ADD SQ-DEP-DENOM-QTDE(WS-POS-DEP)
                       TO WS-TAB-QTD-NOTAS(WS-IDX-DENOM)
                   ADD SQ-DEP-DENOM-QTDE(WS-POS-DEP)
                       TO WS-TAB-DISPONIVEL(WS-IDX-DENOM)
                   PERFORM 2247-GRAVAR-CASSETE-DEPOSITO
               ELSE
                   DISPLAY 'CEDULA R$' SQ-DEP-DENOM-VALOR(WS-POS-DEP)
                           ' SEM CASSETE NO TERMINAL ' WS-TERMINAL
                           ', MANTIDA NO COMPARTIMENTO DE DEPOSITO.'
               END-IF
           END-IF
           .
       2245-RECICLAR-UMA-DENOMINACAO-FIM.
           EXIT.

       2246-COMPARAR-CASSETE-DEPOSITO  SECTION.
           IF WS-TAB-VALOR(WS-IDX-DENOM)
                   = SQ-DEP-DENOM-VALOR(WS-POS-DEP)
               SET WS-POS-DEP-CASSETE TO WS-IDX-DENOM
               MOVE 'S' TO WS-FLAG-DEP-CASSETE-ACHADO
           END-IF
           .
       2246-COMPARAR-CASSETE-DEPOSITO-FIM.
           EXIT.

      ******************************************************************
      *    GRAVA NO COFRE O NOVO SALDO DO CASSETE QUE RECEBEU AS       *
      *    CEDULAS DO DEPOSITO, RELENDO O REGISTRO ANTES DE REGRAVAR   *
      *    COMO NA BAIXA DE UM SAQUE                                   *
      ******************************************************************
       2247-GRAVAR-CASSETE-DEPOSITO    SECTION.
           MOVE WS-TERMINAL                TO CV-TERMINAL
           MOVE WS-TAB-VALOR(WS-IDX-DENOM) TO CV-DENOM-VALOR
           READ CASH-VAULT-FILE
               INVALID KEY
                   DISPLAY 'ERRO AO ATUALIZAR O COFRE: '
                           WS-STATUS-CASHVLT
               NOT INVALID KEY
                   MOVE WS-TAB-DISPONIVEL(WS-IDX-DENOM)
                       TO CV-DENOM-QTDE
                   REWRITE CV-REGISTRO
                   IF WS-STATUS-CASHVLT NOT = '00'
                       DISPLAY 'ERRO AO ATUALIZAR O COFRE: '
                               WS-STATUS-CASHVLT
                   END-IF
           END-READ
           .
       2247-GRAVAR-CASSETE-DEPOSITO-FIM.
           EXIT.

      ******************************************************************
      *    MONTA A TABELA DE DENOMINACOES COM OS CASSETES DO TERMINAL  *
      *    DA TRANSACAO CORRENTE, LENDO DO COFRE OS REGISTROS DESSE    *
           EXIT.

      ******************************************************************
      *    CONFERE A AUTORIZACAO DA REDE PARCEIRA PARA O SAQUE COM     *
      *    CARTAO DE OUTRO EMISSOR: O SALDO DO CLIENTE E DO EMISSOR,   *
      *    ENTAO O SAQUE SO E PAGO COM CODIGO DE AUTORIZACAO DA REDE E *
      *    VALOR AUTORIZADO QUE COBRE O SOLICITADO. NAO HA TARIFA AO   *
      *    CLIENTE: O BANCO RECEBE A TARIFA DE INTERCAMBIO DA REDE     *
      ******************************************************************
       2063-VERIFICAR-AUTORIZACAO-REDE SECTION.
           MOVE ZEROS TO WS-VALOR-TARIFA
           IF SQ-REDE = SPACES
              OR SQ-COD-AUTORIZACAO = SPACES
              OR SQ-VALOR-AUTORIZADO < WS-SAQUE-VALOR
               MOVE 'S' TO WS-FLAG-VALOR-INVALIDO
               MOVE 'SAQUE NAO AUTORIZADO PELA REDE DO EMISSOR' TO
                    WS-MOTIVO-REJEICAO
               MOVE 'NAU' TO WS-COD-MOTIVO
           END-IF
           .
       2063-VERIFICAR-AUTORIZACAO-REDE-FIM.
           EXIT.

      ******************************************************************
      *    CONFERE SE A CONTA EXISTE, SE NAO ESTA NA LISTA DE CONTAS   *
      *    BLOQUEADAS, SE HA SALDO SUFICIENTE E SE O SAQUE NAO ESTOURA *
      *    O LIMITE DIARIO ANTES DE LIBERAR AS CEDULAS                 *
      ******************************************************************
       2065-VERIFICAR-CONTA            SECTION.
           IF WS-STATUS-SALDO-ABERTURA NOT = '00'
                            WS-MOTIVO-REJEICAO
                       MOVE 'CTA' TO WS-COD-MOTIVO
                   NOT INVALID KEY
                       PERFORM 2068-VERIFICAR-BLOQUEIO
                       IF WS-VALOR-VALIDO
                           PERFORM 2069-CONFERIR-SALDO-LIMITE
                       END-IF
               END-READ
           END-IF
       2065-VERIFICAR-CONTA-FIM.
           EXIT.

      ******************************************************************
      *    RECUSA O SAQUE DE CONTA COM BLOQUEIO VIGENTE NA LISTA DA    *
      *    PREVENCAO A FRAUDE; CONTA FORA DA LISTA OU JA LIBERADA      *
      *    SEGUE PARA A CONFERENCIA DE SALDO E LIMITE                  *
      ******************************************************************
       2068-VERIFICAR-BLOQUEIO         SECTION.
           IF WS-STATUS-BLOQ-ABERTURA = '00'
               MOVE WS-CONTA TO BQ-CONTA
               READ BLOQUEIO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BQ-SITUACAO-BLOQUEADA
                           MOVE 'S' TO WS-FLAG-VALOR-INVALIDO
                           MOVE 'CONTA BLOQUEADA POR SUSPEITA DE FRAUDE'
                               TO WS-MOTIVO-REJEICAO
                           MOVE 'BLQ' TO WS-COD-MOTIVO
                       END-IF
               END-READ
           END-IF
           .
       2068-VERIFICAR-BLOQUEIO-FIM.
           EXIT.

      ******************************************************************
      *    CONFERE O SALDO E O LIMITE DIARIO DA CONTA JA LIDA E FORA   *
      *    DA LISTA DE BLOQUEIO, COM A TARIFA JA SOMADA AO DEBITO      *
      ******************************************************************
       2069-CONFERIR-SALDO-LIMITE      SECTION.
      *    UM NOVO DIA ZERA O ACUMULADO SACADO E A CONTAGEM DE
      *    SAQUES, PARA QUE O LIMITE DIARIO E A FRANQUIA NAO VIREM
      *    LIMITES VITALICIOS
           IF BM-DATA-ULTIMO-SAQUE NOT = WS-DATA-SISTEMA
               MOVE ZEROS TO BM-SACADO-HOJE
               MOVE ZEROS TO BM-QTD-SAQUES-HOJE
           END-IF
      *    A TARIFA E CONHECIDA ANTES DA CONFERENCIA DE SALDO, PARA
      *    QUE O DEBITO CONJUNTO (VALOR MAIS TARIFA) NUNCA PASSE DO
      *    SALDO MAIS O CHEQUE ESPECIAL AINDA DISPONIVEL
           PERFORM 2066-CALCULAR-TARIFA
           COMPUTE WS-TOTAL-DEBITO =
               WS-SAQUE-VALOR + WS-VALOR-TARIFA
           MOVE ZEROS TO WS-CHEQUE-DISPONIVEL
           IF BM-LIMITE-CHEQUE-ESPECIAL > BM-CHEQUE-ESPECIAL-USADO
               COMPUTE WS-CHEQUE-DISPONIVEL =
                   BM-LIMITE-CHEQUE-ESPECIAL - BM-CHEQUE-ESPECIAL-USADO
           END-IF
           COMPUTE WS-SALDO-DISPONIVEL =
               BM-SALDO + WS-CHEQUE-DISPONIVEL
      *    CONTA SEM CHEQUE ESPECIAL CONTINUA NEGADA POR SALDO; COM
      *    CHEQUE ESPECIAL, A NEGATIVA INDICA O LIMITE ESGOTADO
           EVALUATE TRUE
               WHEN WS-TOTAL-DEBITO NOT > BM-SALDO
                   CONTINUE
               WHEN BM-LIMITE-CHEQUE-ESPECIAL = ZEROS
                   MOVE 'S' TO WS-FLAG-VALOR-INVALIDO
                   MOVE 'SALDO INSUFICIENTE' TO WS-MOTIVO-REJEICAO
                   MOVE 'SAL' TO WS-COD-MOTIVO
               WHEN WS-TOTAL-DEBITO > WS-SALDO-DISPONIVEL
                   MOVE 'S' TO WS-FLAG-VALOR-INVALIDO
                   MOVE 'LIMITE DE CHEQUE ESPECIAL ESGOTADO'
                       TO WS-MOTIVO-REJEICAO
                   MOVE 'CHE' TO WS-COD-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-VALOR-VALIDO
               COMPUTE WS-TOTAL-SACADO-DIA =
                   BM-SACADO-HOJE + WS-SAQUE-VALOR
               IF WS-TOTAL-SACADO-DIA > BM-LIMITE-DIARIO
                   MOVE 'S' TO WS-FLAG-VALOR-INVALIDO
                   MOVE 'LIMITE DIARIO DE SAQUE EXCEDIDO'
                       TO WS-MOTIVO-REJEICAO
                   MOVE 'LIM' TO WS-COD-MOTIVO
               END-IF
           END-IF
           .
       2069-CONFERIR-SALDO-LIMITE-FIM.
           EXIT.

      ******************************************************************
      *    CALCULA A TARIFA DO SAQUE CORRENTE: LOCALIZA A CATEGORIA DA *
      *    CONTA NA TABELA DE TARIFAS E COBRA O VALOR DA TARIFA QUANDO *
           PERFORM 2212-MONTAR-DETALHE-ZERO
               VARYING WS-IDX-DENOM FROM 1 BY 1
               UNTIL WS-IDX-DENOM > WS-QTD-DENOMINACOES
           PERFORM 2950-SELAR-REGISTRO-JORNAL
           WRITE JR-REGISTRO
           IF WS-STATUS-JORNAL NOT = '00'
               DISPLAY 'ERRO AO GRAVAR NO DIARIO DE TRANSACOES: '
                       WS-STATUS-JORNAL
               MOVE 'S' TO WS-FLAG-EXEC-FALHA
           END-IF
           .
       2070-REJEITAR-SAQUE-FIM.
           EXIT.
           MOVE WS-SAQUE-VALOR       TO RS-VALOR-SAQUE
           MOVE WS-COD-MOTIVO        TO RS-COD-MOTIVO
           MOVE WS-QTD-DENOMINACOES  TO RS-QTD-DENOMINACOES
           MOVE ZEROS                TO RS-VALOR-OFERTA
           IF WS-VALOR-VALIDO AND WS-ESCASSEZ-NAO
               MOVE 'A' TO RS-ACAO
      *        ESTORNO E DEPOSITO APROVADOS NAO DISPENSAM CEDULAS: O
      *        DETALHE VOLTA ZERADO PARA A SWITCH
               IF SQ-TIPO-ESTORNO OR SQ-TIPO-DEPOSITO
                   PERFORM 2082-MONTAR-RESP-ZERO
                       VARYING WS-IDX-DENOM FROM 1 BY 1
                       UNTIL WS-IDX-DENOM > WS-QTD-DENOMINACOES
               END-IF
           ELSE
               MOVE 'N' TO RS-ACAO
      *        ESCASSEZ COM VALOR MENOR PAGAVEL: A NEGATIVA VAI COMO
      *        OFERTA, MANTENDO O MOTIVO ESC
               IF WS-ESCASSEZ-SIM AND WS-OFERTA-SIM
                   MOVE 'O'             TO RS-ACAO
                   MOVE WS-VALOR-OFERTA TO RS-VALOR-OFERTA
               END-IF
               PERFORM 2082-MONTAR-RESP-ZERO
                   VARYING WS-IDX-DENOM FROM 1 BY 1
                   UNTIL WS-IDX-DENOM > WS-QTD-DENOMINACOES
           MOVE WS-TOTAL-ESTORNOS     TO CK-TOTAL-ESTORNOS
           MOVE WS-TOTAL-TARIFAS      TO CK-TOTAL-TARIFAS
           MOVE WS-TOTAL-DUPLICADOS   TO CK-TOTAL-DUPLICADOS
           MOVE WS-TOTAL-DEPOSITOS    TO CK-TOTAL-DEPOSITOS
           MOVE WS-TOTAL-VALOR-DEPOSITOS
                                      TO CK-TOTAL-VALOR-DEPOSITOS
           MOVE WS-TOTAL-OFERTAS      TO CK-TOTAL-OFERTAS
           MOVE WS-TOTAL-VALOR-OFERTAS
                                      TO CK-TOTAL-VALOR-OFERTAS
           MOVE WS-TOTAL-VALOR-ESCASSEZ
                                      TO CK-TOTAL-VALOR-ESCASSEZ
           MOVE WS-TOTAL-OFF-US       TO CK-TOTAL-OFF-US
           MOVE WS-TOTAL-VALOR-OFF-US
                                      TO CK-TOTAL-VALOR-OFF-US
           MOVE WS-QTD-RESUMO         TO CK-QTD-DENOMINACOES
           PERFORM 2091-GRAVAR-TOTAL-DENOMINACAO
               VARYING WS-POS-RESUMO FROM 1 BY 1
           IF WS-DP-IMPOSSIVEL-SIM
               MOVE 'S' TO WS-FLAG-ESCASSEZ
               MOVE 'ESC' TO WS-COD-MOTIVO
      *        PROCURA NA MESMA TABELA O MAIOR VALOR MENOR QUE O
      *        SOLICITADO QUE OS CASSETES CONSEGUEM PAGAR, PARA A
      *        SWITCH OFERECER AO CLIENTE
               IF WS-DP-QTD-UNIDADES NOT > WS-DP-MAX-UNIDADES
                   PERFORM 2108-PROCURAR-VALOR-OFERTA
               END-IF
           ELSE
               PERFORM 2106-RECONSTRUIR-DP
               PERFORM 2170-CONFIRMAR-CONSUMO
       2107-APLICAR-UM-GRUPO-DP-FIM.
           EXIT.

      ******************************************************************
      *    PERCORRE A TABELA DA PROGRAMACAO DINAMICA DO VALOR PEDIDO   *
      *    PARA BAIXO ATE O PRIMEIRO VALOR QUE TEM COMBINACAO DE       *
      *    CEDULAS POSSIVEL E QUE UM SAQUE NOVO ACEITARIA (MULTIPLO DE *
      *    R$5,00 E NAO ABAIXO DO MINIMO). SALDO E LIMITE JA FORAM     *
      *    CONFERIDOS PARA O VALOR MAIOR E VALEM PARA O MENOR. NADA E  *
      *    BAIXADO DO COFRE: A OFERTA ACEITA VOLTA COMO SAQUE NOVO     *
      ******************************************************************
       2108-PROCURAR-VALOR-OFERTA      SECTION.
           MOVE 'N'   TO WS-FLAG-OFERTA
           MOVE ZEROS TO WS-VALOR-OFERTA
           PERFORM 2109-TESTAR-VALOR-OFERTA
               VARYING WS-DP-U FROM WS-DP-QTD-UNIDADES BY -1
               UNTIL WS-DP-U = ZEROS
                   OR WS-OFERTA-SIM
           .
       2108-PROCURAR-VALOR-OFERTA-FIM.
           EXIT.

       2109-TESTAR-VALOR-OFERTA        SECTION.
           IF WS-DP-QTD-NOTAS-MIN(WS-DP-U + 1) < WS-DP-INFINITO
              AND WS-DP-U < WS-DP-QTD-UNIDADES
               DIVIDE WS-DP-U BY 5
                   GIVING WS-OFERTA-QUOCIENTE
                   REMAINDER WS-OFERTA-RESTO
               IF WS-OFERTA-RESTO = ZEROS
                  AND WS-DP-U NOT < WS-VALOR-MINIMO
                   MOVE WS-DP-U TO WS-VALOR-OFERTA
                   MOVE 'S' TO WS-FLAG-OFERTA
               END-IF
           END-IF
           .
       2109-TESTAR-VALOR-OFERTA-FIM.
           EXIT.

      ******************************************************************
      *    GRAVA NO COFRE O SALDO DE UMA DENOMINACAO DOS CASSETES DO   *
      *    TERMINAL DE ORIGEM APOS UM SAQUE BEM SUCEDIDO               *
      *    DEBITA O VALOR DO SAQUE E A TARIFA DEVIDA EM UM UNICO       *
      *    MOVIMENTO E ATUALIZA O ACUMULADO SACADO E A CONTAGEM DE     *
      *    SAQUES DO DIA; A TARIFA NAO CONSOME O LIMITE DIARIO, QUE    *
      *    CONTROLA APENAS O VALOR ENTREGUE EM CEDULAS. O QUE PASSA DO *
      *    SALDO ENTRA NO CHEQUE ESPECIAL E O SALDO FICA ZERADO        *
      ******************************************************************
       2180-DEBITAR-CONTA              SECTION.
           COMPUTE WS-TOTAL-DEBITO =
               WS-SAQUE-VALOR + WS-VALOR-TARIFA
           IF WS-TOTAL-DEBITO > BM-SALDO
               COMPUTE BM-CHEQUE-ESPECIAL-USADO =
                   BM-CHEQUE-ESPECIAL-USADO + WS-TOTAL-DEBITO - BM-SALDO
               MOVE ZEROS TO BM-SALDO
           ELSE
               SUBTRACT WS-TOTAL-DEBITO FROM BM-SALDO
           END-IF
           COMPUTE BM-SACADO-HOJE = BM-SACADO-HOJE + WS-SAQUE-VALOR
           ADD 1 TO BM-QTD-SAQUES-HOJE
           ADD WS-VALOR-TARIFA TO WS-TOTAL-TARIFAS
           IF WS-ESCASSEZ-SIM
               DISPLAY 'SAQUE NAO ATENDIDO: CASSETES SEM CEDULAS '
                       'SUFICIENTES PARA COMPLETAR O VALOR SOLICITADO.'
               IF WS-OFERTA-SIM
                   MOVE WS-VALOR-OFERTA TO WS-MASCARA
                   DISPLAY 'VALOR OFERECIDO AO CLIENTE R$: '
                           WS-MASCARA
               END-IF
           ELSE
      *        IMPRIME NO CONSOLE A QUANTIDADE DE NOTAS DE CADA VALOR.
               PERFORM 2205-IMPRIME-UMA-DENOMINACAO
                   VARYING WS-IDX-DENOM FROM 1 BY 1
                   UNTIL WS-IDX-DENOM > WS-QTD-DENOMINACOES
           END-IF
           PERFORM 2950-SELAR-REGISTRO-JORNAL
           WRITE JR-REGISTRO
           IF WS-STATUS-JORNAL NOT = '00'
               DISPLAY 'ERRO AO GRAVAR NO DIARIO DE TRANSACOES: '
                       WS-STATUS-JORNAL
               MOVE 'S' TO WS-FLAG-EXEC-FALHA
           END-IF
           .
       2210-GRAVAR-JORNAL-FIM.
           MOVE WS-QTD-DENOMINACOES  TO JR-QTD-DENOMINACOES
           MOVE WS-VALOR-TARIFA      TO JR-VALOR-TARIFA
           MOVE WS-COD-MOTIVO        TO JR-COD-MOTIVO
           MOVE SQ-EMISSOR           TO JR-EMISSOR
           MOVE SQ-REDE              TO JR-REDE
           MOVE SQ-COD-AUTORIZACAO   TO JR-COD-AUTORIZACAO
           .
       2213-MONTAR-CABECALHO-JORNAL-FIM.
           EXIT.
           ADD 1 TO WS-TOTAL-TRANSACOES
           IF WS-ESCASSEZ-SIM
               ADD 1 TO WS-TOTAL-ESCASSEZ
               ADD WS-SAQUE-VALOR TO WS-TOTAL-VALOR-ESCASSEZ
               IF WS-OFERTA-SIM
                   ADD 1 TO WS-TOTAL-OFERTAS
                   ADD WS-VALOR-OFERTA TO WS-TOTAL-VALOR-OFERTAS
               END-IF
           ELSE
               PERFORM 2225-ACUMULAR-UMA-DENOMINACAO
                   VARYING WS-IDX-DENOM FROM 1 BY 1
           .
       2227-PROCURAR-TERMINAL-FIM.
           EXIT.

      ******************************************************************
      *    SELA O REGISTRO DO DIARIO ANTES DA GRAVACAO: PROXIMO NUMERO *
      *    DE SEQUENCIA, VERIFICADOR DO REGISTRO E VERIFICADOR DA      *
      *    CADEIA, QUE PASSA A SER O ULTIMO PARA O REGISTRO SEGUINTE   *
      ******************************************************************
       2950-SELAR-REGISTRO-JORNAL      SECTION.
           ADD 1 TO WS-INTEG-ULTIMA-SEQUENCIA
           MOVE WS-INTEG-ULTIMA-SEQUENCIA TO JR-SEQUENCIA
           MOVE JR-REGISTRO TO WS-INTEG-AREA
           PERFORM 2955-CALCULAR-VERIF-REGISTRO
           MOVE WS-INTEG-HASH TO JR-VERIF-REGISTRO
           PERFORM 2958-CALCULAR-VERIF-CADEIA
           MOVE WS-INTEG-CADEIA TO JR-VERIF-CADEIA
           MOVE WS-INTEG-CADEIA TO WS-INTEG-ULTIMA-CADEIA
           .
       2950-SELAR-REGISTRO-JORNAL-FIM.
           EXIT.

      ******************************************************************
      *    CALCULA O VERIFICADOR DOS BYTES COBERTOS DO REGISTRO, JA    *
      *    COPIADOS PARA A AREA DE INTEGRIDADE: A CADA BYTE, O         *
      *    VERIFICADOR E MULTIPLICADO PELA BASE, SOMADO AO VALOR DO    *
      *    BYTE E REDUZIDO AO RESTO DA DIVISAO PELO MODULO             *
      ******************************************************************
       2955-CALCULAR-VERIF-REGISTRO    SECTION.
           MOVE ZEROS TO WS-INTEG-HASH
           PERFORM 2956-SOMAR-BYTE-REGISTRO
               VARYING WS-INTEG-POS FROM 1 BY 1
               UNTIL WS-INTEG-POS > WS-INTEG-TAM-COBERTO
           .
       2955-CALCULAR-VERIF-REGISTRO-FIM.
           EXIT.

       2956-SOMAR-BYTE-REGISTRO        SECTION.
           MOVE 'N' TO WS-FLAG-INTEG-ACHOU
           PERFORM 2957-PROCURAR-CARACTERE
               VARYING WS-INTEG-POS-CARACTERE FROM 1 BY 1
               UNTIL WS-INTEG-POS-CARACTERE > WS-INTEG-QTD-CARACTERES
                   OR WS-INTEG-ACHOU
           IF WS-INTEG-NAO-ACHOU
               COMPUTE WS-INTEG-VALOR-BYTE =
                       WS-INTEG-QTD-CARACTERES + 1
           END-IF
           COMPUTE WS-INTEG-ACUMULADO =
                   WS-INTEG-HASH * WS-INTEG-MULT-BYTE
                   + WS-INTEG-VALOR-BYTE
           DIVIDE WS-INTEG-ACUMULADO BY WS-INTEG-MODULO
               GIVING WS-INTEG-QUOCIENTE
               REMAINDER WS-INTEG-HASH
           .
       2956-SOMAR-BYTE-REGISTRO-FIM.
           EXIT.

       2957-PROCURAR-CARACTERE         SECTION.
           IF WS-INTEG-CARACTERE(WS-INTEG-POS-CARACTERE) =
              WS-INTEG-BYTE(WS-INTEG-POS)
               MOVE WS-INTEG-POS-CARACTERE TO WS-INTEG-VALOR-BYTE
               MOVE 'S' TO WS-FLAG-INTEG-ACHOU
           END-IF
           .
       2957-PROCURAR-CARACTERE-FIM.
           EXIT.

      ******************************************************************
      *    COMBINA O VERIFICADOR DO REGISTRO COM O DA CADEIA ANTERIOR  *
      *    (EM WS-INTEG-ULTIMA-CADEIA) NO VERIFICADOR DA CADEIA        *
      ******************************************************************
       2958-CALCULAR-VERIF-CADEIA      SECTION.
           COMPUTE WS-INTEG-ACUMULADO =
                   WS-INTEG-ULTIMA-CADEIA * WS-INTEG-MULT-CADEIA
                   + WS-INTEG-HASH
           DIVIDE WS-INTEG-ACUMULADO BY WS-INTEG-MODULO
               GIVING WS-INTEG-QUOCIENTE
               REMAINDER WS-INTEG-CADEIA
           .
       2958-CALCULAR-VERIF-CADEIA-FIM.
           EXIT.

      ******************************************************************
      *    FINALIZAR PROGRAMA                                          *
      ******************************************************************
           CLOSE SAQUE-INPUT-FILE
           CLOSE BALANCE-MASTER-FILE
           CLOSE NSU-FILE
           CLOSE BLOQUEIO-FILE
      *    SO ZERA O CHECKPOINT SE O ARQUIVO DE SAQUES FOI REALMENTE
      *    ABERTO E LIDO ATE O FIM; SE A ABERTURA FALHOU, O LOTE NAO
      *    FOI PROCESSADO E UM CHECKPOINT DE UMA QUEDA ANTERIOR NAO
           DISPLAY ' '
           DISPLAY 'OBRIGADA POR UTILIZAR OS NOSSOS SERVICOS!'
           DISPLAY 'FINALIZANDO O PROGRAMA!'
      *    REGISTRA O FIM DO PASSO NO CONTROLE DA CADEIA
           MOVE WS-TOTAL-TRANSACOES TO WS-EXEC-QTD-LIDOS
           ADD WS-TOTAL-REJEITADOS WS-TOTAL-DUPLICADOS
               GIVING WS-EXEC-QTD-REJEITADOS
           SUBTRACT WS-EXEC-QTD-REJEITADOS FROM WS-EXEC-QTD-LIDOS
               GIVING WS-EXEC-QTD-PROCESSADOS
           PERFORM 3900-REGISTRAR-FIM-EXECUCAO
           STOP RUN
           .
       3000-FINALIZAR-FIM.
                   WS-TOTAL-TRANSACOES
           DISPLAY 'TOTAL DE TRANSACOES COM ESCASSEZ: '
                   WS-TOTAL-ESCASSEZ
           MOVE WS-TOTAL-VALOR-ESCASSEZ TO WS-MASC-ESCASSEZ
           DISPLAY 'VALOR NEGADO POR ESCASSEZ R$:     '
                   WS-MASC-ESCASSEZ
           DISPLAY 'TOTAL DE OFERTAS DE VALOR MENOR:  '
                   WS-TOTAL-OFERTAS
           MOVE WS-TOTAL-VALOR-OFERTAS TO WS-MASC-ESCASSEZ
           DISPLAY 'VALOR OFERECIDO EM TROCA R$:      '
                   WS-MASC-ESCASSEZ
           DISPLAY 'TOTAL DE TRANSACOES REJEITADAS:   '
                   WS-TOTAL-REJEITADOS
           DISPLAY 'TOTAL DE ESTORNOS EFETUADOS:      '
                   WS-TOTAL-ESTORNOS
           DISPLAY 'TOTAL DE NSU DUPLICADOS:          '
                   WS-TOTAL-DUPLICADOS
           DISPLAY 'TOTAL DE DEPOSITOS EFETUADOS:     '
                   WS-TOTAL-DEPOSITOS
           MOVE WS-TOTAL-VALOR-DEPOSITOS TO WS-MASC-DEPOSITOS
           DISPLAY 'TOTAL DEPOSITADO R$:              '
                   WS-MASC-DEPOSITOS
           MOVE WS-TOTAL-TARIFAS TO WS-MASC-TARIFAS
           DISPLAY 'TOTAL DE TARIFAS COBRADAS R$:     '
                   WS-MASC-TARIFAS
           DISPLAY 'SAQUES DE CARTAO DE OUTRO BANCO:  '
                   WS-TOTAL-OFF-US
           MOVE WS-TOTAL-VALOR-OFF-US TO WS-MASC-TARIFAS
           DISPLAY 'A RECEBER DAS REDES R$:           '
                   WS-MASC-TARIFAS
           DISPLAY '-----------------------------------------'
           PERFORM 3110-IMPRIME-TOTAL-UMA-DENOMINACAO
               VARYING WS-POS-RESUMO FROM 1 BY 1
       3125-IMPRIME-DENOM-TERMINAL-FIM.
           EXIT.

      ******************************************************************
      *    REGISTRA O FIM DA EXECUCAO NO CONTROLE DA CADEIA: CONCLUIDO *
      *    OU, COM ERRO QUE IMPEDIU O PASSO DE CUMPRIR O SEU PAPEL,    *
      *    COM FALHA, QUE RETEM OS PASSOS SEGUINTES; GRAVA TAMBEM AS   *
      *    QUANTIDADES DA EXECUCAO                                     *
      ******************************************************************
       3900-REGISTRAR-FIM-EXECUCAO     SECTION.
           ACCEPT WS-EXEC-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-EXEC-HORA-SISTEMA FROM TIME
           OPEN I-O EXECUCAO-FILE
           IF WS-STATUS-EXECCTL NOT = '00'
               DISPLAY 'ERRO AO ABRIR O CONTROLE DE EXECUCAO: '
                       WS-STATUS-EXECCTL
               DISPLAY 'ATENCAO: FIM DA EXECUCAO NAO REGISTRADO, O '
                       'PASSO CONSTA COMO INICIADO.'
           ELSE
               MOVE WS-EXEC-DATA-PROCESSAMENTO TO EX-DATA-PROCESSAMENTO
               MOVE WS-EXEC-PROGRAMA           TO EX-PROGRAMA
               READ EXECUCAO-FILE
                   INVALID KEY
                       DISPLAY 'REGISTRO DE INICIO DA EXECUCAO NAO '
                               'ENCONTRADO NO CONTROLE.'
                   NOT INVALID KEY
                       PERFORM 3910-MONTAR-FIM
                       REWRITE EX-REGISTRO
                       IF WS-STATUS-EXECCTL NOT = '00'
                           DISPLAY 'ERRO AO REGISTRAR O FIM DA '
                                   'EXECUCAO: ' WS-STATUS-EXECCTL
                       END-IF
               END-READ
               CLOSE EXECUCAO-FILE
           END-IF
           .
       3900-REGISTRAR-FIM-EXECUCAO-FIM.
           EXIT.

       3910-MONTAR-FIM                 SECTION.
           IF WS-EXEC-COM-FALHA
               MOVE 'E' TO EX-SITUACAO
               DISPLAY 'PASSO ' WS-EXEC-PROGRAMA ' REGISTRADO COM '
                       'FALHA; OS PASSOS SEGUINTES FICAM RETIDOS.'
           ELSE
               MOVE 'F' TO EX-SITUACAO
               DISPLAY 'PASSO ' WS-EXEC-PROGRAMA ' REGISTRADO COMO '
                       'CONCLUIDO.'
           END-IF
           MOVE WS-EXEC-DATA-SISTEMA    TO EX-DATA-FIM
           MOVE WS-EXEC-HORA-SISTEMA    TO EX-HORA-FIM
           MOVE WS-EXEC-QTD-LIDOS       TO EX-QTD-LIDOS
           MOVE WS-EXEC-QTD-PROCESSADOS TO EX-QTD-PROCESSADOS
           MOVE WS-EXEC-QTD-REJEITADOS  TO EX-QTD-REJEITADOS
           .
       3910-MONTAR-FIM-FIM.
           EXIT.

       END PROGRAM CBLZJP02.
