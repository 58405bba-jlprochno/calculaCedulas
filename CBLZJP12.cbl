      *          JANELA DE TEMPO E TOTAL SACADO ENCOSTANDO NO LIMITE
      *          DIARIO, GERANDO O RELATORIO DE EXCECOES ORDENADO POR
      *          CRITICIDADE PARA A MESA DE FRAUDE ANTES DO PROXIMO
      *          LOTE E INCLUINDO NA LISTA DE CONTAS BLOQUEADAS AS
      *          EXCECOES A PARTIR DA SEVERIDADE PARAMETRIZADA, PARA
      *          QUE O PROXIMO LOTE DE SAQUES JA AS RECUSE; PARA BASE
      *          HISTORICA, APONTAR O DIARIO PARA O CONSOLIDADO DE
      *          DIARIOS ARQUIVADOS
      * Tectonics: .CBL
      ******************************************************************
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-CONTA
               FILE STATUS IS WS-STATUS-SALDO.
      *    LISTA DE CONTAS BLOQUEADAS: RECEBE AS EXCECOES GRAVES O
      *    BASTANTE PARA O BLOQUEIO AUTOMATICO, CRIADA VAZIA NA
      *    PRIMEIRA EXECUCAO
           SELECT BLOQUEIO-FILE ASSIGN TO "CTABLOQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BQ-CONTA
               FILE STATUS IS WS-STATUS-BLOQ.
      *    PARAMETROS DO MONITORAMENTO: LIMIARES DOS PADROES
           SELECT PARM-FILE ASSIGN TO "PARMFRD"
               ORGANIZATION IS SEQUENTIAL
           05  BM-DATA-ULTIMO-SAQUE        PIC 9(008).
           05  BM-CATEGORIA                PIC X(001).
           05  BM-QTD-SAQUES-HOJE          PIC 9(003).
           05  BM-LIMITE-CHEQUE-ESPECIAL   PIC 9(013)V99.
           05  BM-CHEQUE-ESPECIAL-USADO    PIC 9(013)V99.

       FD  BLOQUEIO-FILE.
      *    REGISTRO DA LISTA DE CONTAS BLOQUEADAS COMPARTILHADO COM O
      *    PROGRAMA DE SAQUES E A MANUTENCAO DE CADASTROS (COPYBOOK)
           COPY BLOQREC.

       FD  PARM-FILE.
       01  FR-REGISTRO.
      *    PERCENTUAL DO LIMITE DIARIO A PARTIR DO QUAL O TOTAL
      *    SACADO E APONTADO
           05  FR-PERCENTUAL-LIMITE        PIC 9(003).
      *    QUANTIDADE DE PADROES APONTADOS A PARTIR DA QUAL A CONTA E
      *    BLOQUEADA AUTOMATICAMENTE; 9 DESLIGA O BLOQUEIO AUTOMATICO
           05  FR-SEVERIDADE-BLOQUEIO      PIC 9(001).

       WORKING-STORAGE SECTION.

       01  WS-STATUS-JORNAL                PIC X(002)   VALUE SPACES.
       01  WS-STATUS-SALDO                 PIC X(002)   VALUE SPACES.
       01  WS-STATUS-PARM                  PIC X(002)   VALUE SPACES.
       01  WS-STATUS-BLOQ                  PIC X(002)   VALUE SPACES.

      *    GUARDA O STATUS DA ABERTURA DA LISTA DE CONTAS BLOQUEADAS;
      *    COM A LISTA INDISPONIVEL O RELATORIO SAI SEM O BLOQUEIO
      *    AUTOMATICO, COM AVISO
       01  WS-STATUS-BLOQ-ABERTURA         PIC X(002)   VALUE SPACES.

      *    GUARDA O STATUS DA ABERTURA DO CADASTRO DE CONTAS; COM O
      *    CADASTRO INDISPONIVEL O PADRAO DE PROXIMIDADE DO LIMITE
       01  WS-MAX-TERMINAIS-JANELA         PIC 9(003)   VALUE 3.
       01  WS-JANELA-MINUTOS               PIC 9(004)   VALUE 120.
       01  WS-PERCENTUAL-LIMITE            PIC 9(003)   VALUE 80.
       01  WS-SEVERIDADE-BLOQUEIO          PIC 9(001)   VALUE 2.

      *    DATA E HORA DA EXECUCAO, CARIMBADAS NO BLOQUEIO AUTOMATICO
       01  WS-DATA-SISTEMA                 PIC 9(008)   VALUE ZEROS.
       01  WS-HORA-SISTEMA                 PIC 9(008)   VALUE ZEROS.

      *    MOVIMENTO POR CONTA DOS SAQUES EFETIVADOS DO DIARIO: ALEM
      *    DOS TOTAIS, GUARDA ATE 20 PARES TERMINAL/HORARIO POR CONTA
               10  WS-EXC-VALOR-TOTAL      PIC 9(013)V99.
               10  WS-EXC-LIMITE-DIARIO    PIC 9(013)V99.
               10  WS-EXC-PADROES          PIC X(003).
      *            RESULTADO NA LISTA DE BLOQUEIO: BLOQUEADA AGORA,
      *            JA BLOQUEADA OU LIBERADA HOJE PELA MESA E MANTIDA
      *            LIBERADA; BRANCO ABAIXO DA SEVERIDADE DE BLOQUEIO
               10  WS-EXC-BLOQUEIO         PIC X(001).
                   88  WS-EXC-BLOQ-NOVO                 VALUE 'N'.
                   88  WS-EXC-BLOQ-EXISTENTE            VALUE 'J'.
                   88  WS-EXC-BLOQ-LIBERADA             VALUE 'M'.
                   88  WS-EXC-BLOQ-NENHUM               VALUE SPACE.
       01  WS-POS-EXCECAO                  PIC 9(004)   VALUE ZEROS.
       01  WS-POS-EXC-INTERNA              PIC 9(004)   VALUE ZEROS.
       01  WS-POS-EXC-MAIOR                PIC 9(004)   VALUE ZEROS.
           05  WS-EXC-TEMP-VALOR           PIC 9(013)V99.
           05  WS-EXC-TEMP-LIMITE          PIC 9(013)V99.
           05  WS-EXC-TEMP-PADROES         PIC X(003).
           05  WS-EXC-TEMP-BLOQUEIO        PIC X(001).

      *    TOTAIS DO BLOQUEIO AUTOMATICO, PARA O RELATORIO
       01  WS-TOTAL-BLOQ-NOVOS             PIC 9(004)   VALUE ZEROS.
       01  WS-TOTAL-BLOQ-EXISTENTES        PIC 9(004)   VALUE ZEROS.

       01  WS-MASC-REAIS                   PIC ZZ.ZZZ.ZZZ.ZZ9,99.

           PERFORM 1100-CARREGAR-PARAMETROS
      *    ABRE O CADASTRO DE CONTAS PARA O LIMITE DIARIO
           PERFORM 1200-ABRIR-CONTAS
      *    ABRE A LISTA DE CONTAS BLOQUEADAS PARA O BLOQUEIO AUTOMATICO
           PERFORM 1250-ABRIR-BLOQUEIOS
      *    ABRE O DIARIO DE TRANSACOES E LE O PRIMEIRO REGISTRO
           PERFORM 1300-ABRIR-JORNAL
           .
                           MOVE FR-PERCENTUAL-LIMITE
                               TO WS-PERCENTUAL-LIMITE
                       END-IF
                       IF FR-SEVERIDADE-BLOQUEIO NOT = ZEROS
                           MOVE FR-SEVERIDADE-BLOQUEIO
                               TO WS-SEVERIDADE-BLOQUEIO
                       END-IF
               END-READ
               CLOSE PARM-FILE
           ELSE
                   WS-MAX-TERMINAIS-JANELA ' TERMINAIS EM '
                   WS-JANELA-MINUTOS ' MINUTOS, '
                   WS-PERCENTUAL-LIMITE ' PORCENTO DO LIMITE DIARIO.'
           DISPLAY 'BLOQUEIO AUTOMATICO A PARTIR DE '
                   WS-SEVERIDADE-BLOQUEIO ' PADROES APONTADOS.'
           .
       1100-CARREGAR-PARAMETROS-FIM.
           EXIT.
       1200-ABRIR-CONTAS-FIM.
           EXIT.

      ******************************************************************
      *    ABRE A LISTA DE CONTAS BLOQUEADAS, CRIANDO-A VAZIA NA       *
      *    PRIMEIRA EXECUCAO; COM A LISTA INDISPONIVEL O RELATORIO SAI *
      *    NORMALMENTE, SEM O BLOQUEIO AUTOMATICO, COM AVISO           *
      ******************************************************************
       1250-ABRIR-BLOQUEIOS            SECTION.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
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
               DISPLAY 'BLOQUEIO AUTOMATICO DESLIGADO.'
           END-IF
           .
       1250-ABRIR-BLOQUEIOS-FIM.
           EXIT.

       1300-ABRIR-JORNAL               SECTION.
           OPEN INPUT JOURNAL-FILE
           IF WS-STATUS-JORNAL NOT = '00'
      *    A JANELA DE TEMPO                                           *
      ******************************************************************
       2050-PROCESSAR-REGISTRO         SECTION.
      *    SAQUE DE CARTAO DE OUTRO EMISSOR FICA FORA: A CONTA E DE
      *    OUTRO BANCO E NAO PODE SER BLOQUEADA NA LISTA DO BANCO
           IF JR-STATUS-OK AND JR-EMISSOR-PROPRIO
               PERFORM 2100-LOCALIZAR-CONTA
               IF WS-POS-CONTA-ACHADA NOT = ZEROS
                   ADD 1 TO WS-TAB-QTD-SAQUES(WS-POS-CONTA-ACHADA)
               MOVE WS-LIMITE-DIARIO-CONTA
                   TO WS-EXC-LIMITE-DIARIO(WS-QTD-EXCECOES)
               MOVE SPACES TO WS-EXC-PADROES(WS-QTD-EXCECOES)
               MOVE SPACE  TO WS-EXC-BLOQUEIO(WS-QTD-EXCECOES)
               IF WS-PADRAO-VELOCIDADE
                   MOVE 'V' TO WS-EXC-PADROES(WS-QTD-EXCECOES)(1:1)
               END-IF
       3000-FINALIZAR                  SECTION.
      *    ORDENA AS EXCECOES DA MAIOR PARA A MENOR CRITICIDADE
           PERFORM 3100-ORDENAR-EXCECOES
      *    BLOQUEIA AS CONTAS A PARTIR DA SEVERIDADE PARAMETRIZADA
           IF WS-STATUS-BLOQ-ABERTURA = '00'
               PERFORM 3150-BLOQUEAR-UMA-EXCECAO
                   VARYING WS-POS-EXCECAO FROM 1 BY 1
                   UNTIL WS-POS-EXCECAO > WS-QTD-EXCECOES
           END-IF
      *    IMPRIME O RELATORIO PARA A MESA DE FRAUDE
           PERFORM 3200-IMPRIMIR-RELATORIO
           CLOSE JOURNAL-FILE
           CLOSE BALANCE-MASTER-FILE
           CLOSE BLOQUEIO-FILE
           STOP RUN
           .
       3000-FINALIZAR-FIM.
       3120-COMPARAR-POSICAO-FIM.
           EXIT.

      ******************************************************************
      *    BLOQUEIO AUTOMATICO DE UMA EXCECAO A PARTIR DA SEVERIDADE   *
      *    PARAMETRIZADA: CONTA FORA DA LISTA E INCLUIDA BLOQUEADA;    *
      *    CONTA JA BLOQUEADA FICA COMO ESTA; CONTA LIBERADA E         *
      *    BLOQUEADA DE NOVO, EXCETO QUANDO A MESA DE FRAUDE A LIBEROU *
      *    HOJE, POIS ENTAO A LIBERACAO JA CONSIDEROU ESTE MOVIMENTO   *
      ******************************************************************
       3150-BLOQUEAR-UMA-EXCECAO       SECTION.
           IF WS-EXC-QTD-PADROES(WS-POS-EXCECAO)
                   NOT < WS-SEVERIDADE-BLOQUEIO
               MOVE WS-EXC-CONTA(WS-POS-EXCECAO) TO BQ-CONTA
               READ BLOQUEIO-FILE
                   INVALID KEY
                       PERFORM 3160-MONTAR-BLOQUEIO
                       WRITE BQ-REGISTRO
                       PERFORM 3170-CONFERIR-GRAVACAO
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN BQ-SITUACAO-BLOQUEADA
                               MOVE 'J' TO
                                   WS-EXC-BLOQUEIO(WS-POS-EXCECAO)
                               ADD 1 TO WS-TOTAL-BLOQ-EXISTENTES
                           WHEN BQ-DATA-LIBERACAO = WS-DATA-SISTEMA
                               MOVE 'M' TO
                                   WS-EXC-BLOQUEIO(WS-POS-EXCECAO)
                           WHEN OTHER
                               PERFORM 3160-MONTAR-BLOQUEIO
                               REWRITE BQ-REGISTRO
                               PERFORM 3170-CONFERIR-GRAVACAO
                       END-EVALUATE
               END-READ
           END-IF
           .
       3150-BLOQUEAR-UMA-EXCECAO-FIM.
           EXIT.

       3160-MONTAR-BLOQUEIO            SECTION.
           MOVE WS-EXC-CONTA(WS-POS-EXCECAO) TO BQ-CONTA
           MOVE 'B'                 TO BQ-SITUACAO
           MOVE 'A'                 TO BQ-ORIGEM
           MOVE WS-DATA-SISTEMA     TO BQ-DATA-BLOQUEIO
           MOVE WS-HORA-SISTEMA     TO BQ-HORA-BLOQUEIO
           MOVE WS-EXC-QTD-PADROES(WS-POS-EXCECAO) TO BQ-SEVERIDADE
           MOVE WS-EXC-PADROES(WS-POS-EXCECAO)     TO BQ-PADROES
           MOVE 'MONITORAMENTO DE FRAUDE'          TO BQ-MOTIVO
           MOVE 'CBLZJP12'          TO BQ-OPERADOR
           MOVE ZEROS               TO BQ-DATA-LIBERACAO
           MOVE SPACES              TO BQ-OPERADOR-LIBERACAO
           .
       3160-MONTAR-BLOQUEIO-FIM.
           EXIT.

       3170-CONFERIR-GRAVACAO          SECTION.
           IF WS-STATUS-BLOQ = '00'
               MOVE 'N' TO WS-EXC-BLOQUEIO(WS-POS-EXCECAO)
               ADD 1 TO WS-TOTAL-BLOQ-NOVOS
           ELSE
               DISPLAY 'ERRO AO GRAVAR NA LISTA DE CONTAS BLOQUEADAS: '
                       WS-STATUS-BLOQ ' CONTA '
                       WS-EXC-CONTA(WS-POS-EXCECAO)
           END-IF
           .
       3170-CONFERIR-GRAVACAO-FIM.
           EXIT.

      ******************************************************************
      *    RELATORIO DE EXCECOES PARA A MESA DE FRAUDE: CONTAS         *
      *    ORDENADAS POR CRITICIDADE, COM OS PADROES APONTADOS, AS     *
           DISPLAY '==============================================='
           DISPLAY 'CONTAS MONITORADAS.: ' WS-QTD-CONTAS
           DISPLAY 'CONTAS APONTADAS...: ' WS-QTD-EXCECOES
           DISPLAY 'CONTAS BLOQUEADAS..: ' WS-TOTAL-BLOQ-NOVOS
                   '  (JA BLOQUEADAS: ' WS-TOTAL-BLOQ-EXISTENTES ')'
           IF WS-QTD-EXCECOES = ZEROS
               DISPLAY 'NENHUM PADRAO APONTADO NO DIARIO PROCESSADO.'
           ELSE
                   TO WS-MASC-REAIS
               DISPLAY '  LIMITE DIARIO......R$..: ' WS-MASC-REAIS
           END-IF
           EVALUATE TRUE
               WHEN WS-EXC-BLOQ-NOVO(WS-POS-EXCECAO)
                   DISPLAY '  LISTA DE BLOQUEIO......: '
                           'BLOQUEADA AUTOMATICAMENTE'
               WHEN WS-EXC-BLOQ-EXISTENTE(WS-POS-EXCECAO)
                   DISPLAY '  LISTA DE BLOQUEIO......: '
                           'JA BLOQUEADA'
               WHEN WS-EXC-BLOQ-LIBERADA(WS-POS-EXCECAO)
                   DISPLAY '  LISTA DE BLOQUEIO......: '
                           'LIBERADA HOJE PELA MESA, MANTIDA'
           END-EVALUATE
           .
       3210-IMPRIMIR-UMA-EXCECAO-FIM.
           EXIT.
