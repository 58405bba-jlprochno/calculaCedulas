      *          E A POSICAO ATUAL DO COFRE, CALCULA O CONSUMO MEDIO
      *          DIARIO POR TERMINAL E DENOMINACAO, PROJETA OS DIAS
      *          ATE O MINIMO DE CADA CASSETE, GERA O ARQUIVO DE CARGA
      *          SUGERIDA PARA A TRANSPORTADORA, CONFERE A SUGESTAO
      *          CONTRA O ESTOQUE DA TESOURARIA E IMPRIME OS TERMINAIS
      *          ORDENADOS PELA DATA PROJETADA DE ESGOTAMENTO
      * Tectonics: .CBL
      ******************************************************************
           SELECT PARM-FILE ASSIGN TO "PARMPRV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARM.
      *    ESTOQUE DA TESOURARIA POR DENOMINACAO: DE ONDE SAIRAO AS
      *    CEDULAS DA CARGA SUGERIDA
           SELECT TESOURO-FILE ASSIGN TO "TESOURO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TS-DENOM-VALOR
               FILE STATUS IS WS-STATUS-TESOURO.
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
       01  PV-REGISTRO.
           05  PV-DIAS-COBERTURA           PIC 9(003).

       FD  TESOURO-FILE.
      *    REGISTRO DO ESTOQUE DA TESOURARIA COMPARTILHADO COM OS
      *    DEMAIS PROGRAMAS (COPYBOOK)
           COPY TESOREC.

       FD  EXECUCAO-FILE.
      *    REGISTRO DO CONTROLE DE EXECUCAO COMPARTILHADO COM OS DEMAIS
      *    PASSOS DA CADEIA E COM O RELATORIO DE SITUACAO (COPYBOOK)
           COPY EXECREC.

       FD  PARM-EXECUCAO-FILE.
           COPY EXECPARM.

       WORKING-STORAGE SECTION.

      *    CONTROLE DE EXECUCAO DA CADEIA DE FIM DE DIA (COPYBOOK)
           COPY EXECWS.

       01  WS-STATUS-HISTORICO             PIC X(002)   VALUE SPACES.
       01  WS-STATUS-CASHVLT               PIC X(002)   VALUE SPACES.
       01  WS-STATUS-TERMCAD               PIC X(002)   VALUE SPACES.
       01  WS-STATUS-SUGESTAO              PIC X(002)   VALUE SPACES.
       01  WS-STATUS-PARM                  PIC X(002)   VALUE SPACES.
       01  WS-STATUS-TESOURO               PIC X(002)   VALUE SPACES.

      *    GUARDA O STATUS DA ABERTURA DO CADASTRO DE TERMINAIS; COM O
      *    ARQUIVO INDISPONIVEL O RELATORIO SAI SEM OS NOMES DE LOCAL
           88  WS-FIM-CASHVLT                           VALUE 'S'.
           88  WS-NAO-FIM-CASHVLT                       VALUE 'N'.

       01  WS-FLAG-FIM-TESOURO             PIC X(001)   VALUE 'N'.
           88  WS-FIM-TESOURO                           VALUE 'S'.
           88  WS-NAO-FIM-TESOURO                       VALUE 'N'.

      *    COM O ESTOQUE DA TESOURARIA INDISPONIVEL A SUGESTAO SAI SEM
      *    A CONFERENCIA, COM AVISO NO RELATORIO
       01  WS-FLAG-TESOURO-CARREGADO       PIC X(001)   VALUE 'N'.
           88  WS-TESOURO-CARREGADO                     VALUE 'S'.
           88  WS-TESOURO-NAO-CARREGADO                 VALUE 'N'.

      *    ESTOQUE DA TESOURARIA POR DENOMINACAO E O TOTAL JA PEDIDO
      *    PELAS SUGESTOES GRAVADAS; A DENOMINACAO CUJO PEDIDO PASSA
      *    DO ESTOQUE E APONTADA NO RELATORIO. DENOMINACAO SUGERIDA
      *    QUE NAO EXISTE NA TESOURARIA ENTRA COM ESTOQUE ZERO
       01  WS-MAX-TESOURO                  PIC 9(002)   VALUE 20.
       01  WS-QTD-TESOURO                  PIC 9(002)   VALUE ZEROS.
       01  WS-TAB-TESOURO.
           05  WS-TAB-TESOURO-ITEM OCCURS 20 TIMES.
               10  WS-TES-DENOM-VALOR      PIC 9(005).
               10  WS-TES-ESTOQUE          PIC 9(009).
               10  WS-TES-SUGERIDO         PIC 9(009).
       01  WS-POS-TESOURO                  PIC 9(002)   VALUE ZEROS.
       01  WS-POS-TESOURO-ACHADA           PIC 9(002)   VALUE ZEROS.

       01  WS-FLAG-TESOURO-ACHADO          PIC X(001)   VALUE 'N'.
           88  WS-TESOURO-ACHADO                        VALUE 'S'.
           88  WS-TESOURO-NAO-ACHADO                    VALUE 'N'.

       01  WS-FALTA-TESOURO                PIC 9(009)   VALUE ZEROS.

      *    DIAS DE COBERTURA QUE A CARGA SUGERIDA DEVE GARANTIR ALEM
      *    DO MINIMO DO CASSETE, AJUSTAVEL PELA OPERACAO SEM
      *    RECOMPILAR
               10  WS-PROJ-MEDIA           PIC 9(007)V9.
               10  WS-PROJ-DIAS            PIC 9(003).
               10  WS-PROJ-SUGESTAO        PIC 9(004).
      *            'S' QUANDO A TESOURARIA NAO TEM MAIS CEDULAS DA
      *            DENOMINACAO PARA ATENDER A SUGESTAO DO CASSETE
               10  WS-PROJ-SEM-ESTOQUE     PIC X(001).
       01  WS-POS-PROJECAO                 PIC 9(005)   VALUE ZEROS.

      *    UM TERMINAL POR LINHA, COM O MENOR PRAZO ENTRE OS SEUS
      *    TOTALIZADORES DA EXECUCAO
       01  WS-TOTAL-SUGESTOES              PIC 9(007)   VALUE ZEROS.
       01  WS-TOTAL-REGISTROS-HIST         PIC 9(009)   VALUE ZEROS.
       01  WS-TOTAL-SEM-ESTOQUE            PIC 9(007)   VALUE ZEROS.

      *    CONTROLE DO ARQUIVO DE CARGA SUGERIDA: DATA DA GERACAO E
      *    SOMA DE DENOMINACAO VEZES QUANTIDADE, GRAVADAS NO CABECALHO
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
           MOVE 'CBLZJP08' TO WS-EXEC-PROGRAMA
           MOVE 1          TO WS-EXEC-QTD-DEPENDENCIAS
           MOVE 'CBLZJP04' TO WS-EXEC-DEPENDENCIA(1)
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
           PERFORM 1150-ABRIR-TERMINAIS
      *    ACUMULA O CONSUMO HISTORICO POR TERMINAL E DENOMINACAO
           PERFORM 1200-CARREGAR-HISTORICO
      *    CARREGA O ESTOQUE DA TESOURARIA POR DENOMINACAO
           PERFORM 1300-CARREGAR-TESOURO
      *    ABRE O ARQUIVO DE CARGA SUGERIDA
           PERFORM 1400-ABRIR-SUGESTAO
           .
           IF WS-STATUS-HISTORICO NOT = '00'
               DISPLAY 'ERRO AO ABRIR O CONSOLIDADO DE DIARIOS: '
                       WS-STATUS-HISTORICO
               MOVE 'S' TO WS-FLAG-EXEC-FALHA
               DISPLAY 'SEM HISTORICO DE CONSUMO, NENHUMA CARGA SERA '
                       'SUGERIDA.'
               MOVE 'S' TO WS-FLAG-FIM-HISTORICO
       1290-LER-HISTORICO-FIM.
           EXIT.

      ******************************************************************
      *    CARREGA O ESTOQUE CORRENTE DA TESOURARIA POR DENOMINACAO,   *
      *    CONTRA O QUAL A CARGA SUGERIDA E CONFERIDA; SEM O ARQUIVO A *
      *    SUGESTAO SAI SEM A CONFERENCIA                              *
      ******************************************************************
       1300-CARREGAR-TESOURO           SECTION.
           MOVE ZEROS TO WS-QTD-TESOURO
           OPEN INPUT TESOURO-FILE
           IF WS-STATUS-TESOURO NOT = '00'
               DISPLAY 'ERRO AO ABRIR O ESTOQUE DA TESOURARIA: '
                       WS-STATUS-TESOURO
               DISPLAY 'CARGA SUGERIDA SAIRA SEM A CONFERENCIA DO '
                       'ESTOQUE.'
           ELSE
               MOVE 'S' TO WS-FLAG-TESOURO-CARREGADO
               MOVE 'N' TO WS-FLAG-FIM-TESOURO
               READ TESOURO-FILE NEXT RECORD
                   AT END MOVE 'S' TO WS-FLAG-FIM-TESOURO
               END-READ
               PERFORM 1310-CARREGAR-UMA-DENOMINACAO
                   UNTIL WS-FIM-TESOURO
               CLOSE TESOURO-FILE
           END-IF
           .
       1300-CARREGAR-TESOURO-FIM.
           EXIT.

       1310-CARREGAR-UMA-DENOMINACAO   SECTION.
           IF WS-QTD-TESOURO >= WS-MAX-TESOURO
               DISPLAY 'TABELA DA TESOURARIA CHEIA, IGNORANDO DEMAIS '
                       'DENOMINACOES DO ESTOQUE.'
               MOVE 'S' TO WS-FLAG-FIM-TESOURO
           ELSE
               ADD 1 TO WS-QTD-TESOURO
               MOVE TS-DENOM-VALOR
                   TO WS-TES-DENOM-VALOR(WS-QTD-TESOURO)
               MOVE TS-QTDE TO WS-TES-ESTOQUE(WS-QTD-TESOURO)
               MOVE ZEROS   TO WS-TES-SUGERIDO(WS-QTD-TESOURO)
               READ TESOURO-FILE NEXT RECORD
                   AT END MOVE 'S' TO WS-FLAG-FIM-TESOURO
               END-READ
           END-IF
           .
       1310-CARREGAR-UMA-DENOMINACAO-FIM.
           EXIT.

      ******************************************************************
      *    ABRE O ARQUIVO DE CARGA SUGERIDA E GRAVA O CABECALHO DE     *
      *    CONTROLE COM A DATA DA GERACAO; O RODAPE COM OS TOTAIS SAI  *
           IF WS-STATUS-SUGESTAO NOT = '00'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CARGA SUGERIDA: '
                       WS-STATUS-SUGESTAO
               MOVE 'S' TO WS-FLAG-EXEC-FALHA
           ELSE
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
               MOVE SPACES          TO CGC-CONTROLE
               IF WS-STATUS-SUGESTAO NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR NO ARQUIVO DE CARGA '
                           'SUGERIDA: ' WS-STATUS-SUGESTAO
                   MOVE 'S' TO WS-FLAG-EXEC-FALHA
               END-IF
           END-IF
           .
           IF WS-STATUS-CASHVLT NOT = '00'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE COFRE: '
                       WS-STATUS-CASHVLT
               MOVE 'S' TO WS-FLAG-EXEC-FALHA
               MOVE 'S' TO WS-FLAG-FIM-CASHVLT
           ELSE
               READ CASH-VAULT-FILE NEXT RECORD
                                TO WS-PROJ-DIAS(WS-QTD-PROJECOES)
           MOVE WS-QTDE-SUGERIDA
                                TO WS-PROJ-SUGESTAO(WS-QTD-PROJECOES)
           MOVE 'N'             TO WS-PROJ-SEM-ESTOQUE(WS-QTD-PROJECOES)
      *    SO ACUMULA NA LINHA DE ORDENACAO SE ELA E MESMO DO TERMINAL
      *    CORRENTE: COM A TABELA DE ORDENACAO CHEIA O TERMINAL FICOU
      *    SEM LINHA, E OS CASSETES DELE NAO PODEM ENTRAR NA FATIA DO
           IF WS-STATUS-SUGESTAO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR NO ARQUIVO DE CARGA SUGERIDA: '
                       WS-STATUS-SUGESTAO
               MOVE 'S' TO WS-FLAG-EXEC-FALHA
           END-IF
           ADD 1 TO WS-TOTAL-SUGESTOES
           COMPUTE WS-VALOR-SUGESTAO =
               CV-DENOM-VALOR * WS-QTDE-SUGERIDA
           ADD WS-VALOR-SUGESTAO TO WS-CTRL-HASH-GERADO
           IF WS-TESOURO-CARREGADO
               PERFORM 2510-CONFERIR-TESOURO
           END-IF
           .
       2500-GRAVAR-SUGESTAO-FIM.
           EXIT.

      ******************************************************************
      *    SOMA A SUGESTAO DO CASSETE NO PEDIDO DA DENOMINACAO E       *
      *    MARCA O CASSETE QUANDO O PEDIDO ACUMULADO PASSA DO ESTOQUE  *
      *    DA TESOURARIA: A SUGESTAO CONTINUA NO ARQUIVO, MAS A        *
      *    OPERACAO PRECISA CORTA-LA OU PROVIDENCIAR SUPRIMENTO ANTES  *
      *    DE ENVIAR OS MALOTES                                        *
      ******************************************************************
       2510-CONFERIR-TESOURO           SECTION.
           MOVE 'N'   TO WS-FLAG-TESOURO-ACHADO
           MOVE ZEROS TO WS-POS-TESOURO-ACHADA
           PERFORM 2515-COMPARAR-TESOURO
               VARYING WS-POS-TESOURO FROM 1 BY 1
               UNTIL WS-POS-TESOURO > WS-QTD-TESOURO
                   OR WS-TESOURO-ACHADO
           IF WS-TESOURO-NAO-ACHADO
               IF WS-QTD-TESOURO >= WS-MAX-TESOURO
                   DISPLAY 'TABELA DA TESOURARIA CHEIA, CEDULA '
                           CV-DENOM-VALOR ' NAO SERA CONFERIDA.'
               ELSE
                   ADD 1 TO WS-QTD-TESOURO
                   MOVE WS-QTD-TESOURO TO WS-POS-TESOURO-ACHADA
                   MOVE CV-DENOM-VALOR
                       TO WS-TES-DENOM-VALOR(WS-POS-TESOURO-ACHADA)
                   MOVE ZEROS TO WS-TES-ESTOQUE(WS-POS-TESOURO-ACHADA)
                   MOVE ZEROS TO WS-TES-SUGERIDO(WS-POS-TESOURO-ACHADA)
               END-IF
           END-IF
           IF WS-POS-TESOURO-ACHADA NOT = ZEROS
               ADD WS-QTDE-SUGERIDA
                   TO WS-TES-SUGERIDO(WS-POS-TESOURO-ACHADA)
               IF WS-TES-SUGERIDO(WS-POS-TESOURO-ACHADA)
                       > WS-TES-ESTOQUE(WS-POS-TESOURO-ACHADA)
                   MOVE 'S' TO WS-PROJ-SEM-ESTOQUE(WS-QTD-PROJECOES)
                   ADD 1 TO WS-TOTAL-SEM-ESTOQUE
               END-IF
           END-IF
           .
       2510-CONFERIR-TESOURO-FIM.
           EXIT.

       2515-COMPARAR-TESOURO           SECTION.
           IF WS-TES-DENOM-VALOR(WS-POS-TESOURO) = CV-DENOM-VALOR
               MOVE WS-POS-TESOURO TO WS-POS-TESOURO-ACHADA
               MOVE 'S' TO WS-FLAG-TESOURO-ACHADO
           END-IF
           .
       2515-COMPARAR-TESOURO-FIM.
           EXIT.

      ******************************************************************
      *    FINALIZAR PROGRAMA                                          *
      ******************************************************************
           CLOSE CASH-VAULT-FILE
           CLOSE TERMINAL-MASTER-FILE
           CLOSE CARGA-SUGERIDA-FILE
      *    REGISTRA O FIM DO PASSO NO CONTROLE DA CADEIA
           MOVE WS-TOTAL-REGISTROS-HIST TO WS-EXEC-QTD-LIDOS
           MOVE WS-TOTAL-SUGESTOES TO WS-EXEC-QTD-PROCESSADOS
           PERFORM 3900-REGISTRAR-FIM-EXECUCAO
           STOP RUN
           .
       3000-FINALIZAR-FIM.
           IF WS-STATUS-SUGESTAO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR NO ARQUIVO DE CARGA '
                       'SUGERIDA: ' WS-STATUS-SUGESTAO
               MOVE 'S' TO WS-FLAG-EXEC-FALHA
           END-IF
           .
       3050-GRAVAR-RODAPE-SUGESTAO-FIM.
           PERFORM 3210-IMPRIMIR-UM-TERMINAL
               VARYING WS-POS-RANK FROM 1 BY 1
               UNTIL WS-POS-RANK > WS-QTD-RANK
           PERFORM 3300-IMPRIMIR-TESOURO
           DISPLAY '==============================================='
           .
       3200-IMPRIMIR-RELATORIO-FIM.
                   ' MEDIA/DIA ' WS-PROJ-MEDIA(WS-POS-PROJECAO)
                   ' DIAS ' WS-PROJ-DIAS(WS-POS-PROJECAO)
                   ' SUGESTAO ' WS-PROJ-SUGESTAO(WS-POS-PROJECAO)
           IF WS-PROJ-SEM-ESTOQUE(WS-POS-PROJECAO) = 'S'
               DISPLAY '      *** TESOURARIA SEM ESTOQUE PARA ESTA '
                       'SUGESTAO ***'
           END-IF
           .
       3220-IMPRIMIR-UM-CASSETE-FIM.
           EXIT.

      ******************************************************************
      *    CONFERENCIA DA CARGA SUGERIDA CONTRA O ESTOQUE DA           *
      *    TESOURARIA: PEDIDO TOTAL, ESTOQUE E FALTA POR DENOMINACAO,  *
      *    APONTANDO AS QUE A TESOURARIA NAO CONSEGUE SUPRIR           *
      ******************************************************************
       3300-IMPRIMIR-TESOURO           SECTION.
           DISPLAY '-----------------------------------------------'
           DISPLAY 'CONFERENCIA COM O ESTOQUE DA TESOURARIA'
           IF WS-TESOURO-NAO-CARREGADO
               DISPLAY '  ESTOQUE INDISPONIVEL, SUGESTAO NAO CONFERIDA.'
           ELSE
               PERFORM 3310-IMPRIMIR-UMA-DENOMINACAO
                   VARYING WS-POS-TESOURO FROM 1 BY 1
                   UNTIL WS-POS-TESOURO > WS-QTD-TESOURO
               DISPLAY '  CASSETES SEM ESTOQUE PARA A SUGESTAO: '
                       WS-TOTAL-SEM-ESTOQUE
           END-IF
           .
       3300-IMPRIMIR-TESOURO-FIM.
           EXIT.

       3310-IMPRIMIR-UMA-DENOMINACAO   SECTION.
           IF WS-TES-SUGERIDO(WS-POS-TESOURO) NOT = ZEROS
               DISPLAY '  CEDULA R$' WS-TES-DENOM-VALOR(WS-POS-TESOURO)
                       ' PEDIDO ' WS-TES-SUGERIDO(WS-POS-TESOURO)
                       ' ESTOQUE ' WS-TES-ESTOQUE(WS-POS-TESOURO)
               IF WS-TES-SUGERIDO(WS-POS-TESOURO)
                       > WS-TES-ESTOQUE(WS-POS-TESOURO)
                   COMPUTE WS-FALTA-TESOURO =
                       WS-TES-SUGERIDO(WS-POS-TESOURO)
                           - WS-TES-ESTOQUE(WS-POS-TESOURO)
                   DISPLAY '    *** TESOURARIA NAO SUPRE: FALTAM '
                           WS-FALTA-TESOURO ' NOTA(S) ***'
               END-IF
           END-IF
           .
       3310-IMPRIMIR-UMA-DENOMINACAO-FIM.
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

       END PROGRAM CBLZJP08.
