      ******************************************************************
      * Author: JENYFFER LAURA PROCHNO PEREIRA
      * Date: 02092026
      * Purpose: MANUTENCAO EM LOTE DO CADASTRO DE CASSETES DO COFRE,
      *          DO CADASTRO DE CONTAS, DA LISTA DE CONTAS BLOQUEADAS
      *          PELA MESA DE FRAUDE E DO ESTOQUE DA TESOURARIA
      *          (SUPRIMENTOS E RECOLHIMENTOS), DIRIGIDA POR UM
      *          ARQUIVO DE MOVIMENTOS COM ACOES DE INCLUSAO,
      *          ALTERACAO E EXCLUSAO, COM VALIDACAO COMPLETA
      *          (CATEGORIA CONTRA A TABELA DE TARIFAS, CASSETE SO
      *          EXCLUIDO VAZIO, CONTA SO EXCLUIDA ZERADA), RELATORIO
      *          DE AUDITORIA COM O ANTES E O DEPOIS DE CADA REGISTRO
      *          E CADA ALTERACAO APLICADA GRAVADA NO DIARIO, PARA QUE
      *          AS CONCILIACOES EXPLIQUEM UM MINIMO OU LIMITE QUE
      *          MUDOU FORA DO FLUXO DE TRANSACOES
      * Tectonics: .CBL
      ******************************************************************
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-CONTA
               FILE STATUS IS WS-STATUS-SALDO.
      *    LISTA DE CONTAS BLOQUEADAS: BLOQUEIO E LIBERACAO MANUAIS
      *    DA MESA DE FRAUDE, CRIADA VAZIA NA PRIMEIRA EXECUCAO
           SELECT BLOQUEIO-FILE ASSIGN TO "CTABLOQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BQ-CONTA
               FILE STATUS IS WS-STATUS-BLOQ.
      *    ESTOQUE DA TESOURARIA POR DENOMINACAO: SUPRIMENTOS
      *    RECEBIDOS E RECOLHIMENTOS REMETIDOS AO CUSTODIANTE, CRIADO
      *    VAZIO NA PRIMEIRA EXECUCAO
           SELECT TESOURO-FILE ASSIGN TO "TESOURO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TS-DENOM-VALOR
               FILE STATUS IS WS-STATUS-TESOURO.
      *    DIARIO DE TRANSACOES: CADA MANUTENCAO APLICADA GERA UM
      *    REGISTRO PROPRIO PARA A TRILHA DE AUDITORIA DO DIA
           SELECT JOURNAL-FILE ASSIGN TO "JORNAL"
           SELECT TARIFA-FILE ASSIGN TO "TARSAQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-TARIFA.
      *    MOVIMENTOS DE MANUTENCAO PREPARADOS PELA OPERACAO E PELA
      *    MESA DE FRAUDE: UMA ACAO POR REGISTRO, SOBRE CASSETE, CONTA,
      *    LISTA DE CONTAS BLOQUEADAS OU ESTOQUE DA TESOURARIA
           SELECT MANUTENCAO-INPUT-FILE ASSIGN TO "MANUTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-MANUTIN.
      *    PARAMETROS DA CADEIA DE FIM DE DIA: A POSICAO DO DIA DA
      *    TESOURARIA E A DA DATA DE PROCESSAMENTO, A MESMA QUE A
      *    CARGA E A DESCARGA USAM PARA ABRIR A POSICAO
           SELECT PARM-EXECUCAO-FILE ASSIGN TO "PARMEXEC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARMEXEC.

       DATA DIVISION.
       FILE SECTION.
           05  BM-DATA-ULTIMO-SAQUE        PIC 9(008).
           05  BM-CATEGORIA                PIC X(001).
           05  BM-QTD-SAQUES-HOJE          PIC 9(003).
           05  BM-LIMITE-CHEQUE-ESPECIAL   PIC 9(013)V99.
           05  BM-CHEQUE-ESPECIAL-USADO    PIC 9(013)V99.

       FD  BLOQUEIO-FILE.
      *    REGISTRO DA LISTA DE CONTAS BLOQUEADAS COMPARTILHADO COM O
      *    MONITORAMENTO DE FRAUDE E O PROGRAMA DE SAQUES (COPYBOOK)
           COPY BLOQREC.

       FD  TESOURO-FILE.
      *    REGISTRO DO ESTOQUE DA TESOURARIA COMPARTILHADO COM A
      *    CARGA, A DESCARGA E O PLANEJAMENTO (COPYBOOK)
           COPY TESOREC.

       FD  JOURNAL-FILE.
      *    REGISTRO DO DIARIO COMPARTILHADO COM OS DEMAIS PROGRAMAS

       FD  MANUTENCAO-INPUT-FILE.
       01  MT-REGISTRO.
      *    ENTIDADE ALVO DO MOVIMENTO: CASSETE DO COFRE, CONTA DO
      *    CADASTRO OU CONTA NA LISTA DE BLOQUEIO (NESTA, INCLUSAO
      *    BLOQUEIA, ALTERACAO TROCA O MOTIVO DO BLOQUEIO VIGENTE E
      *    EXCLUSAO LIBERA, MANTENDO O REGISTRO COMO HISTORICO) OU
      *    DENOMINACAO DO ESTOQUE DA TESOURARIA (NESTA, ALTERACAO
      *    LANCA UM SUPRIMENTO OU UM RECOLHIMENTO)
           05  MT-ENTIDADE                 PIC X(001).
               88  MT-ENTIDADE-CASSETE                  VALUE 'C'.
               88  MT-ENTIDADE-CONTA                    VALUE 'B'.
               88  MT-ENTIDADE-BLOQUEIO                 VALUE 'L'.
               88  MT-ENTIDADE-TESOURO                  VALUE 'T'.
           05  MT-ACAO                     PIC X(001).
               88  MT-ACAO-INCLUSAO                     VALUE 'I'.
               88  MT-ACAO-ALTERACAO                    VALUE 'A'.
               10  MT-CTA-CONTA            PIC 9(010).
               10  MT-CTA-LIMITE           PIC 9(013)V99.
               10  MT-CTA-CATEGORIA        PIC X(001).
      *        LIMITE DE CHEQUE ESPECIAL PRE-APROVADO DA CONTA; ZERO
      *        DEIXA A CONTA SEM CHEQUE ESPECIAL
               10  MT-CTA-LIMITE-CHEQUE    PIC 9(011)V99.
               10  FILLER                  PIC X(001).
           05  MT-DADOS-BLOQUEIO REDEFINES MT-DADOS.
               10  MT-BLQ-CONTA            PIC 9(010).
               10  MT-BLQ-OPERADOR         PIC X(008).
               10  MT-BLQ-MOTIVO           PIC X(022).
           05  MT-DADOS-TESOURO REDEFINES MT-DADOS.
               10  MT-TES-DENOM-VALOR      PIC 9(005).
      *        TIPO DO LANCAMENTO DA ALTERACAO: SUPRIMENTO RECEBIDO DO
      *        CUSTODIANTE (S) OU RECOLHIMENTO REMETIDO A ELE (R)
               10  MT-TES-TIPO             PIC X(001).
                   88  MT-TES-SUPRIMENTO                VALUE 'S'.
                   88  MT-TES-RECOLHIMENTO              VALUE 'R'.
               10  MT-TES-QTDE             PIC 9(009).
               10  MT-TES-DENOM-DESCR      PIC X(020).
               10  FILLER                  PIC X(005).

       FD  PARM-EXECUCAO-FILE.
           COPY EXECPARM.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-JORNAL                PIC X(002)   VALUE SPACES.
       01  WS-STATUS-TARIFA                PIC X(002)   VALUE SPACES.
       01  WS-STATUS-MANUTIN               PIC X(002)   VALUE SPACES.
       01  WS-STATUS-BLOQ                  PIC X(002)   VALUE SPACES.
       01  WS-STATUS-TESOURO               PIC X(002)   VALUE SPACES.
       01  WS-STATUS-PARMEXEC              PIC X(002)   VALUE SPACES.

      *    SELO DE INTEGRIDADE DO DIARIO DE TRANSACOES (COPYBOOK)
           COPY JORNINTW.

      *    STATUS DAS ABERTURAS DO COFRE E DO CADASTRO, SEPARADOS DOS
      *    STATUS QUE MUDAM A CADA LEITURA/GRAVACAO
       01  WS-STATUS-CASHVLT-ABERTURA      PIC X(002)   VALUE SPACES.
       01  WS-STATUS-SALDO-ABERTURA        PIC X(002)   VALUE SPACES.
       01  WS-STATUS-BLOQ-ABERTURA         PIC X(002)   VALUE SPACES.
       01  WS-STATUS-TESOURO-ABERTURA      PIC X(002)   VALUE SPACES.

       01  WS-FLAG-FIM-MANUTIN             PIC X(001)   VALUE 'N'.
           88  WS-FIM-MANUTIN                           VALUE 'S'.
       01  WS-DATA-SISTEMA                 PIC 9(008)   VALUE ZEROS.
       01  WS-HORA-SISTEMA                 PIC 9(008)   VALUE ZEROS.

      *    DATA DA POSICAO DO DIA DA TESOURARIA: A DE PROCESSAMENTO
      *    DOS PARAMETROS DA CADEIA OU, SEM ELA, A DATA DA MAQUINA
       01  WS-DATA-POSICAO                 PIC 9(008)   VALUE ZEROS.

      *    CATEGORIAS VALIDAS DE CONTA, CARREGADAS DA TABELA DE
      *    TARIFAS; COM A TABELA AUSENTE OU VAZIA A VALIDACAO DE
      *    CATEGORIA FICA DESLIGADA, COM AVISO, JA QUE O PROGRAMA DE

      *    CODIGO DO MOTIVO GRAVADO NO DIARIO DA MANUTENCAO APLICADA:
      *    PRIMEIRA LETRA M DE MANUTENCAO, SEGUNDA A ENTIDADE (C =
      *    CASSETE, B = CONTA, L = LISTA DE BLOQUEIO, T = ESTOQUE DA
      *    TESOURARIA), TERCEIRA A ACAO (I, A OU E)
       01  WS-COD-MOTIVO                   PIC X(003)   VALUE SPACES.
       01  WS-COD-MOTIVO-R REDEFINES WS-COD-MOTIVO.
           05  FILLER                      PIC X(001).
      *    INICIALIZACAO DO PROGRAMA                                   *
      ******************************************************************
       1000-INICIALIZAR                SECTION.
      *    DEFINE A DATA DA POSICAO DO DIA DA TESOURARIA
           PERFORM 1050-CARREGAR-DATA-POSICAO
      *    ABRE O COFRE DE CEDULAS, CRIANDO-O VAZIO NA PRIMEIRA
      *    EXECUCAO (E ESTE PROGRAMA QUE CRIA OS CASSETES)
           PERFORM 1100-ABRIR-COFRE
      *    ABRE O CADASTRO DE CONTAS, CRIANDO-O VAZIO NA PRIMEIRA
      *    EXECUCAO
           PERFORM 1200-ABRIR-CONTAS
      *    ABRE A LISTA DE CONTAS BLOQUEADAS, CRIANDO-A VAZIA NA
      *    PRIMEIRA EXECUCAO
           PERFORM 1250-ABRIR-BLOQUEIOS
      *    ABRE O ESTOQUE DA TESOURARIA, CRIANDO-O VAZIO NA PRIMEIRA
      *    EXECUCAO
           PERFORM 1270-ABRIR-TESOURO
      *    ABRE O DIARIO DE TRANSACOES PARA A TRILHA DE AUDITORIA
           PERFORM 1300-ABRIR-JORNAL
      *    CARREGA AS CATEGORIAS VALIDAS DA TABELA DE TARIFAS
       1000-INICIALIZAR-FIM.
           EXIT.

      ******************************************************************
      *    LE A DATA DE PROCESSAMENTO DOS PARAMETROS DA CADEIA; SEM O  *
      *    ARQUIVO OU COM A DATA ZERADA, USA A DATA DA MAQUINA, COMO   *
      *    OS PASSOS DA CADEIA                                         *
      ******************************************************************
       1050-CARREGAR-DATA-POSICAO      SECTION.
           OPEN INPUT PARM-EXECUCAO-FILE
           IF WS-STATUS-PARMEXEC = '00'
               READ PARM-EXECUCAO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PE-DATA-PROCESSAMENTO TO WS-DATA-POSICAO
               END-READ
               CLOSE PARM-EXECUCAO-FILE
           ELSE
               DISPLAY 'PARAMETROS DA CADEIA NAO ENCONTRADOS, '
                       'USANDO A DATA DA MAQUINA.'
           END-IF
           IF WS-DATA-POSICAO = ZEROS
               ACCEPT WS-DATA-POSICAO FROM DATE YYYYMMDD
           END-IF
           .
       1050-CARREGAR-DATA-POSICAO-FIM.
           EXIT.

       1100-ABRIR-COFRE                SECTION.
           OPEN I-O CASH-VAULT-FILE
           IF WS-STATUS-CASHVLT = '35'
       1200-ABRIR-CONTAS-FIM.
           EXIT.

       1250-ABRIR-BLOQUEIOS            SECTION.
           OPEN I-O BLOQUEIO-FILE
           IF WS-STATUS-BLOQ = '35'
               OPEN OUTPUT BLOQUEIO-FILE
               CLOSE BLOQUEIO-FILE
               OPEN I-O BLOQUEIO-FILE
           END-IF
           MOVE WS-STATUS-BLOQ TO WS-STATUS-BLOQ-ABERTURA
           IF WS-STATUS-BLOQ NOT = '00'
               DISPLAY 'ERRO AO ABRIR A LISTA DE CONTAS BLOQUEADAS: '
                       WS-STATUS-BLOQ
           END-IF
           .
       1250-ABRIR-BLOQUEIOS-FIM.
           EXIT.

       1270-ABRIR-TESOURO              SECTION.
           OPEN I-O TESOURO-FILE
           IF WS-STATUS-TESOURO = '35'
               OPEN OUTPUT TESOURO-FILE
               CLOSE TESOURO-FILE
               OPEN I-O TESOURO-FILE
           END-IF
           MOVE WS-STATUS-TESOURO TO WS-STATUS-TESOURO-ABERTURA
           IF WS-STATUS-TESOURO NOT = '00'
               DISPLAY 'ERRO AO ABRIR O ESTOQUE DA TESOURARIA: '
                       WS-STATUS-TESOURO
           END-IF
           .
       1270-ABRIR-TESOURO-FIM.
           EXIT.

      ******************************************************************
      *    ABRE O DIARIO DE TRANSACOES EM MODO DE INCLUSAO, PARA QUE   *
      *    AS MANUTENCOES SE SOMEM AOS DEMAIS REGISTROS DO DIA         *
      ******************************************************************
       1300-ABRIR-JORNAL               SECTION.
           PERFORM 1310-RECUPERAR-CADEIA-JORNAL
           OPEN EXTEND JOURNAL-FILE
           IF WS-STATUS-JORNAL = '35'
               OPEN OUTPUT JOURNAL-FILE
       1300-ABRIR-JORNAL-FIM.
           EXIT.

      ******************************************************************
      *    LE O DIARIO JA GRAVADO ATE O FIM PARA RECUPERAR A SEQUENCIA *
      *    E A CADEIA DO ULTIMO REGISTRO, DE ONDE OS REGISTROS DESTA   *
      *    EXECUCAO CONTINUAM; SEM DIARIO, A CADEIA COMECA DO ZERO     *
      ******************************************************************
       1310-RECUPERAR-CADEIA-JORNAL    SECTION.
           MOVE ZEROS TO WS-INTEG-ULTIMA-SEQUENCIA
           MOVE ZEROS TO WS-INTEG-ULTIMA-CADEIA
           OPEN INPUT JOURNAL-FILE
           IF WS-STATUS-JORNAL = '00'
               MOVE 'N' TO WS-FLAG-INTEG-FIM-JORNAL
               PERFORM 1315-LER-CADEIA-JORNAL
                   UNTIL WS-INTEG-FIM-JORNAL
               CLOSE JOURNAL-FILE
           END-IF
           .
       1310-RECUPERAR-CADEIA-JORNAL-FIM.
           EXIT.

       1315-LER-CADEIA-JORNAL          SECTION.
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
       1315-LER-CADEIA-JORNAL-FIM.
           EXIT.

      ******************************************************************
      *    CARREGA AS CATEGORIAS VALIDAS DA TABELA DE TARIFAS, USADAS  *
      *    PARA VALIDAR A CATEGORIA NA MANUTENCAO DE CONTAS; SEM A     *
                       PERFORM 2100-MANUTENCAO-CASSETE
                   WHEN MT-ENTIDADE-CONTA
                       PERFORM 2200-MANUTENCAO-CONTA
                   WHEN MT-ENTIDADE-BLOQUEIO
                       PERFORM 2300-MANUTENCAO-BLOQUEIO
                   WHEN MT-ENTIDADE-TESOURO
                       PERFORM 2360-MANUTENCAO-TESOURO
                   WHEN OTHER
                       MOVE 'ENTIDADE DESCONHECIDA' TO
                            WS-MOTIVO-REJEICAO
                       MOVE ZEROS            TO BM-DATA-ULTIMO-SAQUE
                       MOVE MT-CTA-CATEGORIA TO BM-CATEGORIA
                       MOVE ZEROS            TO BM-QTD-SAQUES-HOJE
                       MOVE MT-CTA-LIMITE-CHEQUE
                           TO BM-LIMITE-CHEQUE-ESPECIAL
                       MOVE ZEROS TO BM-CHEQUE-ESPECIAL-USADO
                       WRITE BM-REGISTRO
                           INVALID KEY
                               MOVE 'ERRO DE GRAVACAO NO CADASTRO' TO
                       PERFORM 2240-IMPRIMIR-ANTES-CONTA
                       MOVE MT-CTA-LIMITE    TO BM-LIMITE-DIARIO
                       MOVE MT-CTA-CATEGORIA TO BM-CATEGORIA
      *                UM LIMITE REDUZIDO ABAIXO DO CHEQUE ESPECIAL JA
      *                EM USO E ACEITO: A CONTA SO DEIXA DE ENTRAR EM
      *                CHEQUE ESPECIAL ATE O USO VOLTAR AO LIMITE
                       MOVE MT-CTA-LIMITE-CHEQUE
                           TO BM-LIMITE-CHEQUE-ESPECIAL
                       REWRITE BM-REGISTRO
                       IF WS-STATUS-SALDO NOT = '00'
                           MOVE 'ERRO DE GRAVACAO NO CADASTRO' TO
                   MOVE 'CONTA NAO CADASTRADA' TO WS-MOTIVO-REJEICAO
                   PERFORM 2400-REJEITAR-MOVIMENTO
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN BM-SALDO NOT = ZEROS
                           MOVE 'CONTA COM SALDO, ZERAR ANTES' TO
                                WS-MOTIVO-REJEICAO
                           PERFORM 2400-REJEITAR-MOVIMENTO
                       WHEN BM-CHEQUE-ESPECIAL-USADO NOT = ZEROS
                           MOVE 'CONTA COM CHEQUE ESPECIAL EM USO' TO
                                WS-MOTIVO-REJEICAO
                           PERFORM 2400-REJEITAR-MOVIMENTO
                       WHEN OTHER
                           PERFORM 2240-IMPRIMIR-ANTES-CONTA
                           DELETE BALANCE-MASTER-FILE
                           IF WS-STATUS-SALDO NOT = '00'
                               MOVE 'ERRO DE GRAVACAO NO CADASTRO' TO
                                    WS-MOTIVO-REJEICAO
                               PERFORM 2400-REJEITAR-MOVIMENTO
                           ELSE
                               DISPLAY '  DEPOIS: (EXCLUIDA)'
                               PERFORM 2600-GRAVAR-JORNAL-CONTA
                           END-IF
                   END-EVALUATE
           END-READ
           .
       2230-EXCLUIR-CONTA-FIM.
           MOVE BM-LIMITE-DIARIO TO WS-MASC-REAIS
           DISPLAY '  ANTES:  LIMITE R$' WS-MASC-REAIS
                   ' CATEGORIA ' BM-CATEGORIA
           MOVE BM-LIMITE-CHEQUE-ESPECIAL TO WS-MASC-REAIS
           DISPLAY '          CHEQUE ESPECIAL R$' WS-MASC-REAIS
           MOVE BM-CHEQUE-ESPECIAL-USADO TO WS-MASC-REAIS
           DISPLAY '          CHEQUE ESPECIAL USADO R$' WS-MASC-REAIS
           .
       2240-IMPRIMIR-ANTES-CONTA-FIM.
           EXIT.
           MOVE BM-LIMITE-DIARIO TO WS-MASC-REAIS
           DISPLAY '  DEPOIS: LIMITE R$' WS-MASC-REAIS
                   ' CATEGORIA ' BM-CATEGORIA
           MOVE BM-LIMITE-CHEQUE-ESPECIAL TO WS-MASC-REAIS
           DISPLAY '          CHEQUE ESPECIAL R$' WS-MASC-REAIS
           MOVE BM-CHEQUE-ESPECIAL-USADO TO WS-MASC-REAIS
           DISPLAY '          CHEQUE ESPECIAL USADO R$' WS-MASC-REAIS
           .
       2250-IMPRIMIR-DEPOIS-CONTA-FIM.
           EXIT.
       2270-COMPARAR-CATEGORIA-FIM.
           EXIT.

      ******************************************************************
      *    MANUTENCAO DA LISTA DE CONTAS BLOQUEADAS PELA MESA DE       *
      *    FRAUDE: INCLUSAO BLOQUEIA A CONTA (OU BLOQUEIA DE NOVO UMA  *
      *    CONTA JA LIBERADA), ALTERACAO TROCA O MOTIVO DE UM BLOQUEIO *
      *    VIGENTE E EXCLUSAO LIBERA A CONTA SEM APAGAR O REGISTRO.    *
      *    O OPERADOR E OBRIGATORIO, POIS ELE E A TRILHA DE QUEM       *
      *    BLOQUEOU OU LIBEROU                                         *
      ******************************************************************
       2300-MANUTENCAO-BLOQUEIO        SECTION.
           IF WS-STATUS-BLOQ-ABERTURA NOT = '00'
               MOVE 'LISTA DE CONTAS BLOQUEADAS INDISPONIVEL' TO
                    WS-MOTIVO-REJEICAO
               PERFORM 2400-REJEITAR-MOVIMENTO
           ELSE
               IF MT-BLQ-CONTA = ZEROS
                  OR MT-BLQ-OPERADOR = SPACES
                   MOVE 'CONTA OU OPERADOR INVALIDOS' TO
                        WS-MOTIVO-REJEICAO
                   PERFORM 2400-REJEITAR-MOVIMENTO
               ELSE
                   EVALUATE TRUE
                       WHEN MT-ACAO-INCLUSAO
                           PERFORM 2310-BLOQUEAR-CONTA
                       WHEN MT-ACAO-ALTERACAO
                           PERFORM 2320-ALTERAR-BLOQUEIO
                       WHEN MT-ACAO-EXCLUSAO
                           PERFORM 2330-LIBERAR-CONTA
                   END-EVALUATE
               END-IF
           END-IF
           .
       2300-MANUTENCAO-BLOQUEIO-FIM.
           EXIT.

       2310-BLOQUEAR-CONTA             SECTION.
           MOVE MT-BLQ-CONTA TO BQ-CONTA
           READ BLOQUEIO-FILE
               INVALID KEY
                   PERFORM 2315-MONTAR-BLOQUEIO
                   WRITE BQ-REGISTRO
                       INVALID KEY
                           MOVE 'ERRO DE GRAVACAO NA LISTA' TO
                                WS-MOTIVO-REJEICAO
                           PERFORM 2400-REJEITAR-MOVIMENTO
                       NOT INVALID KEY
                           DISPLAY 'CONTA BLOQUEADA - ' BQ-CONTA
                           PERFORM 2350-IMPRIMIR-DEPOIS-BLOQUEIO
                           PERFORM 2650-GRAVAR-JORNAL-BLOQUEIO
                   END-WRITE
               NOT INVALID KEY
                   IF BQ-SITUACAO-BLOQUEADA
                       MOVE 'CONTA JA BLOQUEADA' TO WS-MOTIVO-REJEICAO
                       PERFORM 2400-REJEITAR-MOVIMENTO
                   ELSE
                       PERFORM 2340-IMPRIMIR-ANTES-BLOQUEIO
                       PERFORM 2315-MONTAR-BLOQUEIO
                       REWRITE BQ-REGISTRO
                       IF WS-STATUS-BLOQ NOT = '00'
                           MOVE 'ERRO DE GRAVACAO NA LISTA' TO
                                WS-MOTIVO-REJEICAO
                           PERFORM 2400-REJEITAR-MOVIMENTO
                       ELSE
                           PERFORM 2350-IMPRIMIR-DEPOIS-BLOQUEIO
                           PERFORM 2650-GRAVAR-JORNAL-BLOQUEIO
                       END-IF
                   END-IF
           END-READ
           .
       2310-BLOQUEAR-CONTA-FIM.
           EXIT.

       2315-MONTAR-BLOQUEIO            SECTION.
           MOVE MT-BLQ-CONTA       TO BQ-CONTA
           MOVE 'B'                TO BQ-SITUACAO
           MOVE 'M'                TO BQ-ORIGEM
           MOVE WS-DATA-SISTEMA    TO BQ-DATA-BLOQUEIO
           MOVE WS-HORA-SISTEMA    TO BQ-HORA-BLOQUEIO
           MOVE ZEROS              TO BQ-SEVERIDADE
           MOVE SPACES             TO BQ-PADROES
           MOVE MT-BLQ-MOTIVO      TO BQ-MOTIVO
           MOVE MT-BLQ-OPERADOR    TO BQ-OPERADOR
           MOVE ZEROS              TO BQ-DATA-LIBERACAO
           MOVE SPACES             TO BQ-OPERADOR-LIBERACAO
           .
       2315-MONTAR-BLOQUEIO-FIM.
           EXIT.

       2320-ALTERAR-BLOQUEIO           SECTION.
           MOVE MT-BLQ-CONTA TO BQ-CONTA
           READ BLOQUEIO-FILE
               INVALID KEY
                   MOVE 'CONTA FORA DA LISTA DE BLOQUEIO' TO
                        WS-MOTIVO-REJEICAO
                   PERFORM 2400-REJEITAR-MOVIMENTO
               NOT INVALID KEY
                   IF NOT BQ-SITUACAO-BLOQUEADA
                       MOVE 'CONTA NAO ESTA BLOQUEADA' TO
                            WS-MOTIVO-REJEICAO
                       PERFORM 2400-REJEITAR-MOVIMENTO
                   ELSE
                       PERFORM 2340-IMPRIMIR-ANTES-BLOQUEIO
                       MOVE MT-BLQ-MOTIVO   TO BQ-MOTIVO
                       MOVE MT-BLQ-OPERADOR TO BQ-OPERADOR
                       REWRITE BQ-REGISTRO
                       IF WS-STATUS-BLOQ NOT = '00'
                           MOVE 'ERRO DE GRAVACAO NA LISTA' TO
                                WS-MOTIVO-REJEICAO
                           PERFORM 2400-REJEITAR-MOVIMENTO
                       ELSE
                           PERFORM 2350-IMPRIMIR-DEPOIS-BLOQUEIO
                           PERFORM 2650-GRAVAR-JORNAL-BLOQUEIO
                       END-IF
                   END-IF
           END-READ
           .
       2320-ALTERAR-BLOQUEIO-FIM.
           EXIT.

       2330-LIBERAR-CONTA              SECTION.
           MOVE MT-BLQ-CONTA TO BQ-CONTA
           READ BLOQUEIO-FILE
               INVALID KEY
                   MOVE 'CONTA FORA DA LISTA DE BLOQUEIO' TO
                        WS-MOTIVO-REJEICAO
                   PERFORM 2400-REJEITAR-MOVIMENTO
               NOT INVALID KEY
                   IF NOT BQ-SITUACAO-BLOQUEADA
                       MOVE 'CONTA NAO ESTA BLOQUEADA' TO
                            WS-MOTIVO-REJEICAO
                       PERFORM 2400-REJEITAR-MOVIMENTO
                   ELSE
                       PERFORM 2340-IMPRIMIR-ANTES-BLOQUEIO
                       MOVE 'L'             TO BQ-SITUACAO
                       MOVE WS-DATA-SISTEMA TO BQ-DATA-LIBERACAO
                       MOVE MT-BLQ-OPERADOR TO BQ-OPERADOR-LIBERACAO
                       REWRITE BQ-REGISTRO
                       IF WS-STATUS-BLOQ NOT = '00'
                           MOVE 'ERRO DE GRAVACAO NA LISTA' TO
                                WS-MOTIVO-REJEICAO
                           PERFORM 2400-REJEITAR-MOVIMENTO
                       ELSE
                           PERFORM 2350-IMPRIMIR-DEPOIS-BLOQUEIO
                           PERFORM 2650-GRAVAR-JORNAL-BLOQUEIO
                       END-IF
                   END-IF
           END-READ
           .
       2330-LIBERAR-CONTA-FIM.
           EXIT.

       2340-IMPRIMIR-ANTES-BLOQUEIO    SECTION.
           DISPLAY 'LISTA DE BLOQUEIO - CONTA ' BQ-CONTA
           DISPLAY '  ANTES:  SITUACAO ' BQ-SITUACAO
                   ' ORIGEM ' BQ-ORIGEM
                   ' DESDE ' BQ-DATA-BLOQUEIO
                   ' POR ' BQ-OPERADOR
           DISPLAY '          MOTIVO ' BQ-MOTIVO
           .
       2340-IMPRIMIR-ANTES-BLOQUEIO-FIM.
           EXIT.

       2350-IMPRIMIR-DEPOIS-BLOQUEIO   SECTION.
           DISPLAY '  DEPOIS: SITUACAO ' BQ-SITUACAO
                   ' ORIGEM ' BQ-ORIGEM
                   ' DESDE ' BQ-DATA-BLOQUEIO
                   ' POR ' BQ-OPERADOR
           DISPLAY '          MOTIVO ' BQ-MOTIVO
           IF BQ-SITUACAO-LIBERADA
               DISPLAY '          LIBERADA EM ' BQ-DATA-LIBERACAO
                       ' POR ' BQ-OPERADOR-LIBERACAO
           END-IF
           .
       2350-IMPRIMIR-DEPOIS-BLOQUEIO-FIM.
           EXIT.

      ******************************************************************
      *    MANUTENCAO DE UMA DENOMINACAO DO ESTOQUE DA TESOURARIA:     *
      *    INCLUSAO NASCE COM O ESTOQUE ZERADO, ALTERACAO LANCA UM     *
      *    SUPRIMENTO OU UM RECOLHIMENTO (E TROCA A DESCRICAO, SE      *
      *    INFORMADA) E EXCLUSAO SO E ACEITA COM O ESTOQUE ZERADO. O   *
      *    MOVIMENTO DE CARGA E DESCARGA NAO PASSA POR AQUI, SO PELOS  *
      *    PROGRAMAS DE CARGA E DE TROCA DE CASSETES                   *
      ******************************************************************
       2360-MANUTENCAO-TESOURO         SECTION.
           IF WS-STATUS-TESOURO-ABERTURA NOT = '00'
               MOVE 'ESTOQUE DA TESOURARIA INDISPONIVEL' TO
                    WS-MOTIVO-REJEICAO
               PERFORM 2400-REJEITAR-MOVIMENTO
           ELSE
               IF MT-TES-DENOM-VALOR = ZEROS
                   MOVE 'DENOMINACAO INVALIDA' TO WS-MOTIVO-REJEICAO
                   PERFORM 2400-REJEITAR-MOVIMENTO
               ELSE
                   EVALUATE TRUE
                       WHEN MT-ACAO-INCLUSAO
                           PERFORM 2365-INCLUIR-TESOURO
                       WHEN MT-ACAO-ALTERACAO
                           PERFORM 2370-LANCAR-TESOURO
                       WHEN MT-ACAO-EXCLUSAO
                           PERFORM 2375-EXCLUIR-TESOURO
                   END-EVALUATE
               END-IF
           END-IF
           .
       2360-MANUTENCAO-TESOURO-FIM.
           EXIT.

       2365-INCLUIR-TESOURO            SECTION.
           MOVE MT-TES-DENOM-VALOR TO TS-DENOM-VALOR
           READ TESOURO-FILE
               INVALID KEY
                   MOVE MT-TES-DENOM-VALOR TO TS-DENOM-VALOR
                   MOVE ZEROS              TO TS-QTDE
                   MOVE MT-TES-DENOM-DESCR TO TS-DENOM-DESCR
                   MOVE WS-DATA-POSICAO    TO TS-DATA-POSICAO
                   MOVE ZEROS              TO TS-QTDE-ABERTURA
                   MOVE ZEROS              TO TS-QTDE-EMITIDA
                   MOVE ZEROS              TO TS-QTDE-DEVOLVIDA
                   MOVE ZEROS              TO TS-QTDE-SUPRIDA
                   MOVE ZEROS              TO TS-QTDE-RECOLHIDA
                   WRITE TS-REGISTRO
                       INVALID KEY
                           MOVE 'ERRO DE GRAVACAO NA TESOURARIA' TO
                                WS-MOTIVO-REJEICAO
                           PERFORM 2400-REJEITAR-MOVIMENTO
                       NOT INVALID KEY
                           DISPLAY 'DENOMINACAO INCLUIDA NA '
                                   'TESOURARIA - CEDULA R$'
                                   TS-DENOM-VALOR
                           PERFORM 2385-IMPRIMIR-DEPOIS-TESOURO
                           PERFORM 2660-GRAVAR-JORNAL-TESOURO
                   END-WRITE
               NOT INVALID KEY
                   MOVE 'DENOMINACAO JA CADASTRADA NA TESOURARIA' TO
                        WS-MOTIVO-REJEICAO
                   PERFORM 2400-REJEITAR-MOVIMENTO
           END-READ
           .
       2365-INCLUIR-TESOURO-FIM.
           EXIT.

       2370-LANCAR-TESOURO             SECTION.
           MOVE MT-TES-DENOM-VALOR TO TS-DENOM-VALOR
           READ TESOURO-FILE
               INVALID KEY
                   MOVE 'DENOMINACAO NAO CADASTRADA NA TESOURARIA' TO
                        WS-MOTIVO-REJEICAO
                   PERFORM 2400-REJEITAR-MOVIMENTO
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT MT-TES-SUPRIMENTO
                        AND NOT MT-TES-RECOLHIMENTO
                           MOVE 'TIPO DE LANCAMENTO INVALIDO' TO
                                WS-MOTIVO-REJEICAO
                           PERFORM 2400-REJEITAR-MOVIMENTO
                       WHEN MT-TES-RECOLHIMENTO
                        AND MT-TES-QTDE > TS-QTDE
                           MOVE 'RECOLHIMENTO MAIOR QUE O ESTOQUE' TO
                                WS-MOTIVO-REJEICAO
                           PERFORM 2400-REJEITAR-MOVIMENTO
                       WHEN OTHER
                           PERFORM 2380-IMPRIMIR-ANTES-TESOURO
                           PERFORM 2372-APLICAR-LANCAMENTO
                   END-EVALUATE
           END-READ
           .
       2370-LANCAR-TESOURO-FIM.
           EXIT.

      ******************************************************************
      *    APLICA O SUPRIMENTO OU RECOLHIMENTO NO ESTOQUE, ABRINDO A   *
      *    POSICAO DO DIA SE FOR O PRIMEIRO MOVIMENTO DA DENOMINACAO   *
      ******************************************************************
       2372-APLICAR-LANCAMENTO         SECTION.
           IF TS-DATA-POSICAO NOT = WS-DATA-POSICAO
               MOVE WS-DATA-POSICAO TO TS-DATA-POSICAO
               MOVE TS-QTDE         TO TS-QTDE-ABERTURA
               MOVE ZEROS           TO TS-QTDE-EMITIDA
               MOVE ZEROS           TO TS-QTDE-DEVOLVIDA
               MOVE ZEROS           TO TS-QTDE-SUPRIDA
               MOVE ZEROS           TO TS-QTDE-RECOLHIDA
           END-IF
           IF MT-TES-SUPRIMENTO
               ADD MT-TES-QTDE TO TS-QTDE
               ADD MT-TES-QTDE TO TS-QTDE-SUPRIDA
           ELSE
               SUBTRACT MT-TES-QTDE FROM TS-QTDE
               ADD MT-TES-QTDE TO TS-QTDE-RECOLHIDA
           END-IF
           IF MT-TES-DENOM-DESCR NOT = SPACES
               MOVE MT-TES-DENOM-DESCR TO TS-DENOM-DESCR
           END-IF
           REWRITE TS-REGISTRO
           IF WS-STATUS-TESOURO NOT = '00'
               MOVE 'ERRO DE GRAVACAO NA TESOURARIA' TO
                    WS-MOTIVO-REJEICAO
               PERFORM 2400-REJEITAR-MOVIMENTO
           ELSE
               PERFORM 2385-IMPRIMIR-DEPOIS-TESOURO
               PERFORM 2660-GRAVAR-JORNAL-TESOURO
           END-IF
           .
       2372-APLICAR-LANCAMENTO-FIM.
           EXIT.

       2375-EXCLUIR-TESOURO            SECTION.
           MOVE MT-TES-DENOM-VALOR TO TS-DENOM-VALOR
           READ TESOURO-FILE
               INVALID KEY
                   MOVE 'DENOMINACAO NAO CADASTRADA NA TESOURARIA' TO
                        WS-MOTIVO-REJEICAO
                   PERFORM 2400-REJEITAR-MOVIMENTO
               NOT INVALID KEY
                   IF TS-QTDE NOT = ZEROS
                       MOVE 'DENOMINACAO COM ESTOQUE, RECOLHER ANTES'
                           TO WS-MOTIVO-REJEICAO
                       PERFORM 2400-REJEITAR-MOVIMENTO
                   ELSE
                       PERFORM 2380-IMPRIMIR-ANTES-TESOURO
                       DELETE TESOURO-FILE
                       IF WS-STATUS-TESOURO NOT = '00'
                           MOVE 'ERRO DE GRAVACAO NA TESOURARIA' TO
                                WS-MOTIVO-REJEICAO
                           PERFORM 2400-REJEITAR-MOVIMENTO
                       ELSE
                           DISPLAY '  DEPOIS: (EXCLUIDA)'
                           PERFORM 2660-GRAVAR-JORNAL-TESOURO
                       END-IF
                   END-IF
           END-READ
           .
       2375-EXCLUIR-TESOURO-FIM.
           EXIT.

       2380-IMPRIMIR-ANTES-TESOURO     SECTION.
           DISPLAY 'TESOURARIA - CEDULA R$' TS-DENOM-VALOR
           DISPLAY '  ANTES:  ESTOQUE ' TS-QTDE
                   ' DESCR ' TS-DENOM-DESCR
           IF MT-ACAO-ALTERACAO
               DISPLAY '  LANCAMENTO ' MT-TES-TIPO
                       ' QTDE ' MT-TES-QTDE
           END-IF
           .
       2380-IMPRIMIR-ANTES-TESOURO-FIM.
           EXIT.

       2385-IMPRIMIR-DEPOIS-TESOURO    SECTION.
           DISPLAY '  DEPOIS: ESTOQUE ' TS-QTDE
                   ' DESCR ' TS-DENOM-DESCR
           .
       2385-IMPRIMIR-DEPOIS-TESOURO-FIM.
           EXIT.

      ******************************************************************
      *    REJEITA UM MOVIMENTO DE MANUTENCAO COM O MOTIVO JA          *
      *    DEFINIDO; NADA E MOVIMENTADO E NADA VAI AO DIARIO, POIS SO  *
       2600-GRAVAR-JORNAL-CONTA-FIM.
           EXIT.

      ******************************************************************
      *    GRAVA NO DIARIO A MANUTENCAO DA LISTA DE BLOQUEIO APLICADA: *
      *    A CONTA FICA NA TRILHA COM O MOTIVO DA ACAO (MLI BLOQUEIO,  *
      *    MLA TROCA DE MOTIVO, MLE LIBERACAO); O OPERADOR RESPONSAVEL *
      *    FICA NO REGISTRO DA LISTA                                   *
      ******************************************************************
       2650-GRAVAR-JORNAL-BLOQUEIO     SECTION.
           MOVE '*CTABLQ*'      TO WS-JORNAL-TERMINAL
           MOVE MT-BLQ-CONTA    TO WS-JORNAL-CONTA
           MOVE ZEROS           TO WS-JORNAL-VALOR
           MOVE ZEROS           TO WS-JORNAL-DENOM-VALOR
           PERFORM 2700-GRAVAR-JORNAL-MANUT
           .
       2650-GRAVAR-JORNAL-BLOQUEIO-FIM.
           EXIT.

      ******************************************************************
      *    GRAVA NO DIARIO A MANUTENCAO DA TESOURARIA APLICADA: A      *
      *    DENOMINACAO E O VALOR LANCADO (QUANTIDADE VEZES CEDULA)     *
      *    FICAM NA TRILHA PARA EXPLICAR UM ESTOQUE QUE MUDOU FORA DA  *
      *    CARGA E DA DESCARGA; O TIPO DO LANCAMENTO FICA NO RELATORIO *
      ******************************************************************
       2660-GRAVAR-JORNAL-TESOURO      SECTION.
           MOVE '*TESOUR*'         TO WS-JORNAL-TERMINAL
           MOVE ZEROS              TO WS-JORNAL-CONTA
           IF MT-ACAO-ALTERACAO
               COMPUTE WS-JORNAL-VALOR =
                   MT-TES-DENOM-VALOR * MT-TES-QTDE
           ELSE
               MOVE ZEROS          TO WS-JORNAL-VALOR
           END-IF
           MOVE MT-TES-DENOM-VALOR TO WS-JORNAL-DENOM-VALOR
           PERFORM 2700-GRAVAR-JORNAL-MANUT
           .
       2660-GRAVAR-JORNAL-TESOURO-FIM.
           EXIT.

      ******************************************************************
      *    GRAVA O REGISTRO DE MANUTENCAO NO DIARIO COM O STATUS       *
      *    PROPRIO E O MOTIVO MONTADO DE ENTIDADE E ACAO (MCI, MCA,    *
      *    MCE, MBI, MBA, MBE, MLI, MLA, MLE, MTI, MTA, MTE)           *
      ******************************************************************
       2700-GRAVAR-JORNAL-MANUT        SECTION.
           MOVE 'M'                TO WS-COD-MOTIVO
           MOVE WS-JORNAL-VALOR    TO JR-VALOR-SAQUE
           MOVE ZEROS              TO JR-VALOR-TARIFA
           MOVE WS-COD-MOTIVO      TO JR-COD-MOTIVO
           MOVE SPACES             TO JR-DADOS-REDE
           IF WS-JORNAL-DENOM-VALOR = ZEROS
               MOVE ZEROS          TO JR-QTD-DENOMINACOES
           ELSE
               MOVE WS-JORNAL-DENOM-VALOR TO JR-DENOM-VALOR(1)
               MOVE ZEROS          TO JR-DENOM-QTDE(1)
           END-IF
           PERFORM 2950-SELAR-REGISTRO-JORNAL
           WRITE JR-REGISTRO
           IF WS-STATUS-JORNAL NOT = '00'
               DISPLAY 'ERRO AO GRAVAR NO DIARIO DE TRANSACOES: '
       2900-LER-MANUTIN-FIM.
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
           DISPLAY '========================================='
           CLOSE CASH-VAULT-FILE
           CLOSE BALANCE-MASTER-FILE
           CLOSE BLOQUEIO-FILE
           CLOSE TESOURO-FILE
           CLOSE JOURNAL-FILE
           CLOSE MANUTENCAO-INPUT-FILE
           STOP RUN
