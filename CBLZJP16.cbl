       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZJP16.
      ******************************************************************
      * Author: JENYFFER LAURA PROCHNO PEREIRA
      * Date: 15102026
      * Purpose: LIQUIDACAO DE FIM DE DIA DOS SAQUES FEITOS NOS
      *          TERMINAIS DO BANCO COM CARTAO DE OUTRO EMISSOR
      *          (OFF-US): SOMA NO DIARIO DE TRANSACOES OS SAQUES E
      *          ESTORNOS DE CADA REDE PARCEIRA, POR EMISSOR, CALCULA
      *          A TARIFA DE INTERCAMBIO DEVIDA AO BANCO PELA TABELA
      *          DE TARIFAS DAS REDES E GRAVA O ARQUIVO DE LIQUIDACAO
      *          POR REDE, COM O VALOR A RECEBER, E OS LANCAMENTOS
      *          CONTABEIS CORRESPONDENTES NO LEIAUTE DA INTERFACE
      *          CONTABIL, AMARRADOS POR DATA
      * Tectonics: .CBL
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    DIARIO DE TRANSACOES GRAVADO PELO PROGRAMA DE SAQUES, COM O
      *    EMISSOR E A REDE DE CADA SAQUE OFF-US
           SELECT JOURNAL-FILE ASSIGN TO "JORNAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-JORNAL.
      *    TABELA DE TARIFAS DE INTERCAMBIO: O QUE CADA REDE PAGA AO
      *    BANCO POR SAQUE FEITO EM TERMINAL DO BANCO
           SELECT TARIFA-REDE-FILE ASSIGN TO "TARREDE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-TARIFA.
      *    ARQUIVO DE LIQUIDACAO ENVIADO AS REDES: UM REGISTRO POR
      *    EMISSOR E UM DE TOTAL POR REDE E DATA
           SELECT LIQUIDACAO-FILE ASSIGN TO "LIQREDE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-LIQUIDACAO.
      *    LANCAMENTOS DA LIQUIDACAO PARA A IMPORTACAO NO RAZAO GERAL,
      *    NO MESMO LEIAUTE DO ARQUIVO CONTABIL DE FIM DE DIA
           SELECT CONTABIL-FILE ASSIGN TO "CONTREDE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONTABIL.
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
       FD  JOURNAL-FILE.
      *    REGISTRO DO DIARIO COMPARTILHADO COM OS DEMAIS PROGRAMAS
      *    (COPYBOOK)
           COPY JORNREC.

       FD  TARIFA-REDE-FILE.
       01  TR-REGISTRO.
           05  TR-REDE                     PIC X(004).
      *    TARIFA FIXA POR SAQUE E PERCENTUAL SOBRE O VALOR SACADO
           05  TR-VALOR-FIXO               PIC 9(005)V99.
           05  TR-PERC-VALOR               PIC 9(003)V9(004).

       FD  LIQUIDACAO-FILE.
      *    LIQUIDACAO DE UMA REDE NUMA DATA: OS REGISTROS DE EMISSOR
      *    VEM PRIMEIRO E O DE TOTAL FECHA A REDE. O LIQUIDO E O VALOR
      *    SACADO MENOS O ESTORNADO; O VALOR A RECEBER SOMA A ELE A
      *    TARIFA DE INTERCAMBIO
       01  LQ-REGISTRO.
           05  LQ-TIPO                     PIC X(001).
               88  LQ-TIPO-EMISSOR                      VALUE 'E'.
               88  LQ-TIPO-TOTAL                        VALUE 'T'.
           05  LQ-DATA                     PIC 9(008).
           05  LQ-REDE                     PIC X(004).
      *    BRANCOS NO REGISTRO DE TOTAL DA REDE
           05  LQ-EMISSOR                  PIC X(004).
           05  LQ-QTD-SAQUES               PIC 9(007).
           05  LQ-VALOR-SAQUES             PIC 9(013)V99.
           05  LQ-QTD-ESTORNOS             PIC 9(007).
           05  LQ-VALOR-ESTORNOS           PIC 9(013)V99.
           05  LQ-VALOR-LIQUIDO            PIC 9(013)V99.
           05  LQ-VALOR-INTERCAMBIO        PIC 9(013)V99.
           05  LQ-VALOR-A-RECEBER          PIC 9(013)V99.

       FD  CONTABIL-FILE.
      *    MESMO LEIAUTE DA INTERFACE CONTABIL DE FIM DE DIA: CADA
      *    MOVIMENTO GERA UM PAR DEBITO/CREDITO DE MESMO VALOR E O
      *    REGISTRO DE TOTAIS POR DATA PROVA O BALANCEAMENTO
       01  LC-REGISTRO.
           05  LC-TIPO                     PIC X(001).
               88  LC-TIPO-LANCAMENTO                   VALUE 'L'.
               88  LC-TIPO-TOTAL                        VALUE 'T'.
           05  LC-DATA                     PIC 9(008).
           05  LC-CONTA-CONTABIL           PIC X(008).
           05  LC-NATUREZA                 PIC X(001).
               88  LC-NATUREZA-DEBITO                   VALUE 'D'.
               88  LC-NATUREZA-CREDITO                  VALUE 'C'.
           05  LC-VALOR                    PIC 9(013)V99.
           05  LC-TERMINAL                 PIC X(008).
           05  LC-HISTORICO                PIC X(030).
       01  LT-REGISTRO.
           05  LT-TIPO                     PIC X(001).
           05  LT-DATA                     PIC 9(008).
           05  LT-QTD-LANCAMENTOS          PIC 9(009).
           05  LT-TOTAL-DEBITOS            PIC 9(015)V99.
           05  LT-TOTAL-CREDITOS           PIC 9(015)V99.
           05  FILLER                      PIC X(012).

       FD  EXECUCAO-FILE.
      *    REGISTRO DO CONTROLE DE EXECUCAO COMPARTILHADO COM OS DEMAIS
      *    PASSOS DA CADEIA E COM O RELATORIO DE SITUACAO (COPYBOOK)
           COPY EXECREC.

       FD  PARM-EXECUCAO-FILE.
           COPY EXECPARM.

       WORKING-STORAGE SECTION.

      *    CONTROLE DE EXECUCAO DA CADEIA DE FIM DE DIA (COPYBOOK)
           COPY EXECWS.

       01  WS-STATUS-JORNAL                PIC X(002)   VALUE SPACES.
       01  WS-STATUS-TARIFA                PIC X(002)   VALUE SPACES.
       01  WS-STATUS-LIQUIDACAO            PIC X(002)   VALUE SPACES.
       01  WS-STATUS-CONTABIL              PIC X(002)   VALUE SPACES.

      *    STATUS DAS ABERTURAS, SEPARADOS DOS STATUS QUE MUDAM A CADA
      *    LEITURA/GRAVACAO, PARA FECHAR SOMENTE O QUE FOI ABERTO
       01  WS-STATUS-JORNAL-ABERTURA       PIC X(002)   VALUE SPACES.
       01  WS-STATUS-LIQUIDACAO-ABERTURA   PIC X(002)   VALUE SPACES.
       01  WS-STATUS-CONTABIL-ABERTURA     PIC X(002)   VALUE SPACES.

       01  WS-FLAG-FIM-JORNAL              PIC X(001)   VALUE 'N'.
           88  WS-FIM-JORNAL                            VALUE 'S'.
           88  WS-NAO-FIM-JORNAL                        VALUE 'N'.

       01  WS-FLAG-FIM-TARIFA              PIC X(001)   VALUE 'N'.
           88  WS-FIM-TARIFA                            VALUE 'S'.
           88  WS-NAO-FIM-TARIFA                        VALUE 'N'.

      *    PLANO DE CONTAS DA LIQUIDACAO: O SAQUE OFF-US SAI DO
      *    NUMERARIO EM ATM CONTRA VALORES A RECEBER DA REDE (NO
      *    LUGAR DE CONTAS DE CLIENTES), O ESTORNO DEVOLVE, E A
      *    TARIFA DE INTERCAMBIO E RECEITA A RECEBER DA MESMA REDE
       01  WS-CTA-REDE-RECEBER             PIC X(008) VALUE '11301001'.
       01  WS-CTA-NUMERARIO-ATM            PIC X(008) VALUE '11102001'.
       01  WS-CTA-RECEITA-INTERCAMBIO      PIC X(008) VALUE '41201001'.

      *    TARIFAS DE INTERCAMBIO CARREGADAS DO ARQUIVO; REDE SEM
      *    TARIFA E LIQUIDADA SEM INTERCAMBIO, COM AVISO
       01  WS-MAX-TARIFAS                  PIC 9(003)   VALUE 50.
       01  WS-QTD-TARIFAS                  PIC 9(003)   VALUE ZEROS.
       01  WS-TAB-TARIFA.
           05  WS-TAB-TARIFA-ITEM OCCURS 50 TIMES.
               10  WS-TAR-REDE             PIC X(004).
               10  WS-TAR-VALOR-FIXO       PIC 9(005)V99.
               10  WS-TAR-PERC-VALOR       PIC 9(003)V9(004).
       01  WS-POS-TARIFA                   PIC 9(003)   VALUE ZEROS.
       01  WS-POS-TARIFA-ACHADA            PIC 9(003)   VALUE ZEROS.

       01  WS-FLAG-TARIFA-ACHADA           PIC X(001)   VALUE 'N'.
           88  WS-TARIFA-ACHADA                         VALUE 'S'.
           88  WS-TARIFA-NAO-ACHADA                     VALUE 'N'.

      *    TOTAIS POR DATA E REDE, COM A POSICAO DA TARIFA DA REDE
      *    (ZERO QUANDO A REDE NAO TEM TARIFA CADASTRADA) E O LIQUIDO
      *    E O INTERCAMBIO DO SEU REGISTRO DE TOTAL, PARA O RESUMO
       01  WS-MAX-REDES                    PIC 9(003)   VALUE 100.
       01  WS-QTD-REDES                    PIC 9(003)   VALUE ZEROS.
       01  WS-TAB-REDE.
           05  WS-TAB-REDE-ITEM OCCURS 100 TIMES.
               10  WS-RED-DATA             PIC 9(008).
               10  WS-RED-ID               PIC X(004).
               10  WS-RED-POS-TARIFA       PIC 9(003).
               10  WS-RED-QTD-SAQUES       PIC 9(007).
               10  WS-RED-VALOR-SAQUES     PIC 9(013)V99.
               10  WS-RED-QTD-ESTORNOS     PIC 9(007).
               10  WS-RED-VALOR-ESTORNOS   PIC 9(013)V99.
               10  WS-RED-TARIFA-SAQUES    PIC 9(013)V99.
               10  WS-RED-TARIFA-ESTORNOS  PIC 9(013)V99.
               10  WS-RED-LIQUIDO          PIC 9(013)V99.
               10  WS-RED-INTERCAMBIO      PIC 9(013)V99.
       01  WS-POS-REDE                     PIC 9(003)   VALUE ZEROS.
       01  WS-POS-REDE-ACHADA              PIC 9(003)   VALUE ZEROS.

       01  WS-FLAG-REDE-ACHADA             PIC X(001)   VALUE 'N'.
           88  WS-REDE-ACHADA                           VALUE 'S'.
           88  WS-REDE-NAO-ACHADA                       VALUE 'N'.

      *    TOTAIS POR DATA, REDE E EMISSOR, PARA O DETALHE DA
      *    LIQUIDACAO DE CADA REDE
       01  WS-MAX-EMISSORES                PIC 9(003)   VALUE 500.
       01  WS-QTD-EMISSORES                PIC 9(003)   VALUE ZEROS.
       01  WS-TAB-EMISSOR.
           05  WS-TAB-EMISSOR-ITEM OCCURS 500 TIMES.
               10  WS-EMI-DATA             PIC 9(008).
               10  WS-EMI-REDE             PIC X(004).
               10  WS-EMI-ID               PIC X(004).
               10  WS-EMI-QTD-SAQUES       PIC 9(007).
               10  WS-EMI-VALOR-SAQUES     PIC 9(013)V99.
               10  WS-EMI-QTD-ESTORNOS     PIC 9(007).
               10  WS-EMI-VALOR-ESTORNOS   PIC 9(013)V99.
               10  WS-EMI-TARIFA-SAQUES    PIC 9(013)V99.
               10  WS-EMI-TARIFA-ESTORNOS  PIC 9(013)V99.
       01  WS-POS-EMISSOR                  PIC 9(003)   VALUE ZEROS.
       01  WS-POS-EMISSOR-ACHADA           PIC 9(003)   VALUE ZEROS.

       01  WS-FLAG-EMISSOR-ACHADO          PIC X(001)   VALUE 'N'.
           88  WS-EMISSOR-ACHADO                        VALUE 'S'.
           88  WS-EMISSOR-NAO-ACHADO                    VALUE 'N'.

      *    TARIFA DE INTERCAMBIO DO REGISTRO CORRENTE; O ESTORNO
      *    DEVOLVE A TARIFA DO SAQUE QUE DESFAZ
       01  WS-VALOR-INTERCAMBIO            PIC 9(013)V99 VALUE ZEROS.

      *    VALORES DE TRABALHO DA LIQUIDACAO DE UMA LINHA
       01  WS-LIQ-LIQUIDO                  PIC 9(013)V99 VALUE ZEROS.
       01  WS-LIQ-INTERCAMBIO              PIC 9(013)V99 VALUE ZEROS.

      *    SOMA DAS LINHAS DE EMISSOR GRAVADAS PARA A REDE NA DATA; O
      *    REGISTRO DE TOTAL E A TARIFA LANCADA SAEM DELA, PARA QUE O
      *    TOTAL DA REDE FECHE COM AS LINHAS DOS EMISSORES; O AJUSTE
      *    SOMA OS ESTORNOS ACIMA DOS SAQUES DOS EMISSORES ZERADOS, QUE
      *    O LANCAMENTO CONTABIL DEVOLVE PARA FECHAR COM A LIQUIDACAO
       01  WS-SOMA-LIQUIDO                 PIC 9(013)V99 VALUE ZEROS.
       01  WS-SOMA-INTERCAMBIO             PIC 9(013)V99 VALUE ZEROS.
       01  WS-SOMA-AJUSTE                  PIC 9(013)V99 VALUE ZEROS.

      *    TOTAIS POR DATA DE PROCESSAMENTO PARA OS REGISTROS DE
      *    AMARRACAO DO ARQUIVO CONTABIL
       01  WS-MAX-DATAS                    PIC 9(002)   VALUE 31.
       01  WS-QTD-DATAS                    PIC 9(002)   VALUE ZEROS.
       01  WS-TAB-DATA.
           05  WS-TAB-DATA-ITEM OCCURS 31 TIMES.
               10  WS-TAB-DATA-PROC        PIC 9(008).
               10  WS-TAB-QTD-LANC         PIC 9(009).
               10  WS-TAB-TOT-DEBITOS      PIC 9(015)V99.
               10  WS-TAB-TOT-CREDITOS     PIC 9(015)V99.
       01  WS-POS-DATA                     PIC 9(002)   VALUE ZEROS.
       01  WS-POS-DATA-ACHADA              PIC 9(002)   VALUE ZEROS.

       01  WS-FLAG-DATA-ACHADA             PIC X(001)   VALUE 'N'.
           88  WS-DATA-ACHADA                           VALUE 'S'.
           88  WS-DATA-NAO-ACHADA                       VALUE 'N'.

      *    CAMPOS DO LANCAMENTO EM MONTAGEM, GRAVADOS POR UMA UNICA
      *    SECAO, COMO NA INTERFACE CONTABIL; O HISTORICO LEVA A REDE
       01  WS-LANC-DATA                    PIC 9(008)   VALUE ZEROS.
       01  WS-LANC-CONTA                   PIC X(008)   VALUE SPACES.
       01  WS-LANC-NATUREZA                PIC X(001)   VALUE SPACES.
       01  WS-LANC-VALOR                   PIC 9(013)V99 VALUE ZEROS.
       01  WS-LANC-HISTORICO.
           05  WS-LANC-HIST-TEXTO          PIC X(026)   VALUE SPACES.
           05  WS-LANC-HIST-REDE           PIC X(004)   VALUE SPACES.

      *    TOTALIZADORES DA EXECUCAO
       01  WS-TOTAL-OFF-US                 PIC 9(009)   VALUE ZEROS.
       01  WS-TOTAL-LANCAMENTOS            PIC 9(009)   VALUE ZEROS.
       01  WS-TOTAL-A-RECEBER              PIC 9(015)V99 VALUE ZEROS.
       01  WS-TOTAL-INTERCAMBIO            PIC 9(015)V99 VALUE ZEROS.
       01  WS-MASC-REAIS                   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.

           PERFORM 0100-CONTROLAR-EXECUCAO
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-PROCESSAR
           PERFORM 3000-FINALIZAR
           .
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
           MOVE 'CBLZJP16' TO WS-EXEC-PROGRAMA
           MOVE 1          TO WS-EXEC-QTD-DEPENDENCIAS
           MOVE 'CBLZJP02' TO WS-EXEC-DEPENDENCIA(1)
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
       1000-INICIALIZAR                SECTION.
      *    CARREGA AS TARIFAS DE INTERCAMBIO DAS REDES
           PERFORM 1100-CARREGAR-TARIFAS
      *    ABRE OS ARQUIVOS DE LIQUIDACAO E DE LANCAMENTOS
           PERFORM 1200-ABRIR-SAIDAS
      *    ABRE O DIARIO DE TRANSACOES E LE O PRIMEIRO REGISTRO
           PERFORM 1300-ABRIR-JORNAL
           .
       1000-INICIALIZAR-FIM.
           EXIT.

       1100-CARREGAR-TARIFAS           SECTION.
           MOVE ZEROS TO WS-QTD-TARIFAS
           MOVE 'N'   TO WS-FLAG-FIM-TARIFA
           OPEN INPUT TARIFA-REDE-FILE
           IF WS-STATUS-TARIFA = '00'
               READ TARIFA-REDE-FILE
                   AT END MOVE 'S' TO WS-FLAG-FIM-TARIFA
               END-READ
               PERFORM 1110-CARREGAR-UMA-TARIFA
                   UNTIL WS-FIM-TARIFA
               CLOSE TARIFA-REDE-FILE
           ELSE
               DISPLAY 'TABELA DE TARIFAS DAS REDES NAO ENCONTRADA, '
                       'LIQUIDANDO SEM INTERCAMBIO.'
           END-IF
           .
       1100-CARREGAR-TARIFAS-FIM.
           EXIT.

       1110-CARREGAR-UMA-TARIFA        SECTION.
           IF WS-QTD-TARIFAS >= WS-MAX-TARIFAS
               DISPLAY 'TABELA DE TARIFAS DAS REDES CHEIA, IGNORANDO '
                       'DEMAIS REGISTROS.'
               MOVE 'S' TO WS-FLAG-FIM-TARIFA
           ELSE
               ADD 1 TO WS-QTD-TARIFAS
               MOVE TR-REDE       TO WS-TAR-REDE(WS-QTD-TARIFAS)
               MOVE TR-VALOR-FIXO TO WS-TAR-VALOR-FIXO(WS-QTD-TARIFAS)
               MOVE TR-PERC-VALOR TO WS-TAR-PERC-VALOR(WS-QTD-TARIFAS)
               READ TARIFA-REDE-FILE
                   AT END MOVE 'S' TO WS-FLAG-FIM-TARIFA
               END-READ
           END-IF
           .
       1110-CARREGAR-UMA-TARIFA-FIM.
           EXIT.

       1200-ABRIR-SAIDAS               SECTION.
           OPEN OUTPUT LIQUIDACAO-FILE
           MOVE WS-STATUS-LIQUIDACAO TO WS-STATUS-LIQUIDACAO-ABERTURA
           IF WS-STATUS-LIQUIDACAO NOT = '00'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE LIQUIDACAO: '
                       WS-STATUS-LIQUIDACAO
               MOVE 'S' TO WS-FLAG-EXEC-FALHA
           END-IF
           OPEN OUTPUT CONTABIL-FILE
           MOVE WS-STATUS-CONTABIL TO WS-STATUS-CONTABIL-ABERTURA
           IF WS-STATUS-CONTABIL NOT = '00'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO CONTABIL: '
                       WS-STATUS-CONTABIL
               MOVE 'S' TO WS-FLAG-EXEC-FALHA
           END-IF
           .
       1200-ABRIR-SAIDAS-FIM.
           EXIT.

       1300-ABRIR-JORNAL               SECTION.
           OPEN INPUT JOURNAL-FILE
           MOVE WS-STATUS-JORNAL TO WS-STATUS-JORNAL-ABERTURA
           IF WS-STATUS-JORNAL NOT = '00'
               DISPLAY 'ERRO AO ABRIR O DIARIO DE TRANSACOES: '
                       WS-STATUS-JORNAL
               MOVE 'S' TO WS-FLAG-EXEC-FALHA
               MOVE 'S' TO WS-FLAG-FIM-JORNAL
           ELSE
               PERFORM 2900-LER-JORNAL
           END-IF
           .
       1300-ABRIR-JORNAL-FIM.
           EXIT.

      ******************************************************************
      *    LOGICA CENTRAL DO PROGRAMA                                  *
      ******************************************************************
       2000-PROCESSAR                  SECTION.
           PERFORM 2050-PROCESSAR-REGISTRO
               UNTIL WS-FIM-JORNAL
           .
       2000-PROCESSAR-FIM.
           EXIT.

      ******************************************************************
      *    ACUMULA UM REGISTRO DO DIARIO: SOMENTE SAQUE EFETUADO E     *
      *    ESTORNO DE CARTAO DE OUTRO EMISSOR ENTRAM NA LIQUIDACAO; OS *
      *    DO PROPRIO BANCO SAO LANCADOS PELA INTERFACE CONTABIL       *
      ******************************************************************
       2050-PROCESSAR-REGISTRO         SECTION.
           IF (JR-STATUS-OK OR JR-STATUS-ESTORNO)
              AND NOT JR-EMISSOR-PROPRIO
               ADD 1 TO WS-TOTAL-OFF-US
               PERFORM 2100-LOCALIZAR-REDE
               PERFORM 2150-LOCALIZAR-EMISSOR
               PERFORM 2200-CALCULAR-INTERCAMBIO
               IF WS-POS-REDE-ACHADA NOT = ZEROS
                  AND WS-POS-EMISSOR-ACHADA NOT = ZEROS
                   PERFORM 2300-ACUMULAR-MOVIMENTO
               END-IF
           END-IF
           PERFORM 2900-LER-JORNAL
           .
       2050-PROCESSAR-REGISTRO-FIM.
           EXIT.

      ******************************************************************
      *    LOCALIZA A DATA E REDE DO REGISTRO NA TABELA DE REDES,      *
      *    INCLUINDO-A COM A POSICAO DA TARIFA SE FOR A PRIMEIRA VEZ   *
      ******************************************************************
       2100-LOCALIZAR-REDE             SECTION.
           MOVE 'N'   TO WS-FLAG-REDE-ACHADA
           MOVE ZEROS TO WS-POS-REDE-ACHADA
           PERFORM 2110-COMPARAR-REDE
               VARYING WS-POS-REDE FROM 1 BY 1
               UNTIL WS-POS-REDE > WS-QTD-REDES
                   OR WS-REDE-ACHADA
           IF WS-REDE-NAO-ACHADA
               IF WS-QTD-REDES >= WS-MAX-REDES
                   DISPLAY 'TABELA DE REDES CHEIA, REDE ' JR-REDE
                           ' DE ' JR-DATA ' NAO SERA LIQUIDADA.'
                   MOVE 'S' TO WS-FLAG-EXEC-FALHA
               ELSE
                   ADD 1 TO WS-QTD-REDES
                   MOVE WS-QTD-REDES TO WS-POS-REDE-ACHADA
                   MOVE JR-DATA TO WS-RED-DATA(WS-POS-REDE-ACHADA)
                   MOVE JR-REDE TO WS-RED-ID(WS-POS-REDE-ACHADA)
                   MOVE ZEROS
                       TO WS-RED-QTD-SAQUES(WS-POS-REDE-ACHADA)
                   MOVE ZEROS
                       TO WS-RED-VALOR-SAQUES(WS-POS-REDE-ACHADA)
                   MOVE ZEROS
                       TO WS-RED-QTD-ESTORNOS(WS-POS-REDE-ACHADA)
                   MOVE ZEROS
                       TO WS-RED-VALOR-ESTORNOS(WS-POS-REDE-ACHADA)
                   MOVE ZEROS
                       TO WS-RED-TARIFA-SAQUES(WS-POS-REDE-ACHADA)
                   MOVE ZEROS
                       TO WS-RED-TARIFA-ESTORNOS(WS-POS-REDE-ACHADA)
                   MOVE ZEROS
                       TO WS-RED-LIQUIDO(WS-POS-REDE-ACHADA)
                   MOVE ZEROS
                       TO WS-RED-INTERCAMBIO(WS-POS-REDE-ACHADA)
                   PERFORM 2120-LOCALIZAR-TARIFA
                   MOVE WS-POS-TARIFA-ACHADA
                       TO WS-RED-POS-TARIFA(WS-POS-REDE-ACHADA)
                   IF WS-TARIFA-NAO-ACHADA
                       DISPLAY 'REDE ' JR-REDE ' SEM TARIFA DE '
                               'INTERCAMBIO CADASTRADA, LIQUIDADA '
                               'SEM INTERCAMBIO.'
                   END-IF
               END-IF
           END-IF
           .
       2100-LOCALIZAR-REDE-FIM.
           EXIT.

       2110-COMPARAR-REDE              SECTION.
           IF WS-RED-DATA(WS-POS-REDE) = JR-DATA
              AND WS-RED-ID(WS-POS-REDE) = JR-REDE
               MOVE WS-POS-REDE TO WS-POS-REDE-ACHADA
               MOVE 'S' TO WS-FLAG-REDE-ACHADA
           END-IF
           .
       2110-COMPARAR-REDE-FIM.
           EXIT.

       2120-LOCALIZAR-TARIFA           SECTION.
           MOVE 'N'   TO WS-FLAG-TARIFA-ACHADA
           MOVE ZEROS TO WS-POS-TARIFA-ACHADA
           PERFORM 2125-COMPARAR-TARIFA
               VARYING WS-POS-TARIFA FROM 1 BY 1
               UNTIL WS-POS-TARIFA > WS-QTD-TARIFAS
                   OR WS-TARIFA-ACHADA
           .
       2120-LOCALIZAR-TARIFA-FIM.
           EXIT.

       2125-COMPARAR-TARIFA            SECTION.
           IF WS-TAR-REDE(WS-POS-TARIFA) = JR-REDE
               MOVE WS-POS-TARIFA TO WS-POS-TARIFA-ACHADA
               MOVE 'S' TO WS-FLAG-TARIFA-ACHADA
           END-IF
           .
       2125-COMPARAR-TARIFA-FIM.
           EXIT.

       2150-LOCALIZAR-EMISSOR          SECTION.
           MOVE 'N'   TO WS-FLAG-EMISSOR-ACHADO
           MOVE ZEROS TO WS-POS-EMISSOR-ACHADA
           PERFORM 2160-COMPARAR-EMISSOR
               VARYING WS-POS-EMISSOR FROM 1 BY 1
               UNTIL WS-POS-EMISSOR > WS-QTD-EMISSORES
                   OR WS-EMISSOR-ACHADO
           IF WS-EMISSOR-NAO-ACHADO
               IF WS-QTD-EMISSORES >= WS-MAX-EMISSORES
                   DISPLAY 'TABELA DE EMISSORES CHEIA, EMISSOR '
                           JR-EMISSOR ' DA REDE ' JR-REDE
                           ' NAO SERA LIQUIDADO.'
                   MOVE 'S' TO WS-FLAG-EXEC-FALHA
               ELSE
                   ADD 1 TO WS-QTD-EMISSORES
                   MOVE WS-QTD-EMISSORES TO WS-POS-EMISSOR-ACHADA
                   MOVE JR-DATA TO WS-EMI-DATA(WS-POS-EMISSOR-ACHADA)
                   MOVE JR-REDE TO WS-EMI-REDE(WS-POS-EMISSOR-ACHADA)
                   MOVE JR-EMISSOR
                       TO WS-EMI-ID(WS-POS-EMISSOR-ACHADA)
                   MOVE ZEROS
                       TO WS-EMI-QTD-SAQUES(WS-POS-EMISSOR-ACHADA)
                   MOVE ZEROS
                       TO WS-EMI-VALOR-SAQUES(WS-POS-EMISSOR-ACHADA)
                   MOVE ZEROS
                       TO WS-EMI-QTD-ESTORNOS(WS-POS-EMISSOR-ACHADA)
                   MOVE ZEROS
                       TO WS-EMI-VALOR-ESTORNOS(WS-POS-EMISSOR-ACHADA)
                   MOVE ZEROS
                       TO WS-EMI-TARIFA-SAQUES(WS-POS-EMISSOR-ACHADA)
                   MOVE ZEROS
                       TO WS-EMI-TARIFA-ESTORNOS(WS-POS-EMISSOR-ACHADA)
               END-IF
           END-IF
           .
       2150-LOCALIZAR-EMISSOR-FIM.
           EXIT.

       2160-COMPARAR-EMISSOR           SECTION.
           IF WS-EMI-DATA(WS-POS-EMISSOR) = JR-DATA
              AND WS-EMI-REDE(WS-POS-EMISSOR) = JR-REDE
              AND WS-EMI-ID(WS-POS-EMISSOR) = JR-EMISSOR
               MOVE WS-POS-EMISSOR TO WS-POS-EMISSOR-ACHADA
               MOVE 'S' TO WS-FLAG-EMISSOR-ACHADO
           END-IF
           .
       2160-COMPARAR-EMISSOR-FIM.
           EXIT.

      ******************************************************************
      *    CALCULA A TARIFA DE INTERCAMBIO DO REGISTRO PELA TARIFA DA  *
      *    REDE: VALOR FIXO POR SAQUE MAIS O PERCENTUAL SOBRE O VALOR  *
      ******************************************************************
       2200-CALCULAR-INTERCAMBIO       SECTION.
           MOVE ZEROS TO WS-VALOR-INTERCAMBIO
           IF WS-POS-REDE-ACHADA NOT = ZEROS
               MOVE WS-RED-POS-TARIFA(WS-POS-REDE-ACHADA)
                   TO WS-POS-TARIFA-ACHADA
               IF WS-POS-TARIFA-ACHADA NOT = ZEROS
                   COMPUTE WS-VALOR-INTERCAMBIO ROUNDED =
                       WS-TAR-VALOR-FIXO(WS-POS-TARIFA-ACHADA)
                     + JR-VALOR-SAQUE
                           * WS-TAR-PERC-VALOR(WS-POS-TARIFA-ACHADA)
                           / 100
               END-IF
           END-IF
           .
       2200-CALCULAR-INTERCAMBIO-FIM.
           EXIT.

       2300-ACUMULAR-MOVIMENTO         SECTION.
           IF JR-STATUS-OK
               ADD 1 TO WS-RED-QTD-SAQUES(WS-POS-REDE-ACHADA)
               ADD JR-VALOR-SAQUE
                   TO WS-RED-VALOR-SAQUES(WS-POS-REDE-ACHADA)
               ADD WS-VALOR-INTERCAMBIO
                   TO WS-RED-TARIFA-SAQUES(WS-POS-REDE-ACHADA)
               ADD 1 TO WS-EMI-QTD-SAQUES(WS-POS-EMISSOR-ACHADA)
               ADD JR-VALOR-SAQUE
                   TO WS-EMI-VALOR-SAQUES(WS-POS-EMISSOR-ACHADA)
               ADD WS-VALOR-INTERCAMBIO
                   TO WS-EMI-TARIFA-SAQUES(WS-POS-EMISSOR-ACHADA)
           ELSE
               ADD 1 TO WS-RED-QTD-ESTORNOS(WS-POS-REDE-ACHADA)
               ADD JR-VALOR-SAQUE
                   TO WS-RED-VALOR-ESTORNOS(WS-POS-REDE-ACHADA)
               ADD WS-VALOR-INTERCAMBIO
                   TO WS-RED-TARIFA-ESTORNOS(WS-POS-REDE-ACHADA)
               ADD 1 TO WS-EMI-QTD-ESTORNOS(WS-POS-EMISSOR-ACHADA)
               ADD JR-VALOR-SAQUE
                   TO WS-EMI-VALOR-ESTORNOS(WS-POS-EMISSOR-ACHADA)
               ADD WS-VALOR-INTERCAMBIO
                   TO WS-EMI-TARIFA-ESTORNOS(WS-POS-EMISSOR-ACHADA)
           END-IF
           .
       2300-ACUMULAR-MOVIMENTO-FIM.
           EXIT.

       2900-LER-JORNAL                 SECTION.
           READ JOURNAL-FILE
               AT END
                   MOVE 'S' TO WS-FLAG-FIM-JORNAL
               NOT AT END
                   ADD 1 TO WS-EXEC-QTD-LIDOS
           END-READ
           .
       2900-LER-JORNAL-FIM.
           EXIT.

      ******************************************************************
      *    FINALIZAR PROGRAMA                                          *
      ******************************************************************
       3000-FINALIZAR                  SECTION.
      *    GRAVA A LIQUIDACAO E OS LANCAMENTOS DE CADA REDE E DATA
           PERFORM 3100-LIQUIDAR-REDE
               VARYING WS-POS-REDE FROM 1 BY 1
               UNTIL WS-POS-REDE > WS-QTD-REDES
      *    GRAVA OS REGISTROS DE TOTAIS POR DATA DO ARQUIVO CONTABIL
           PERFORM 3200-GRAVAR-TOTAL-DATA
               VARYING WS-POS-DATA FROM 1 BY 1
               UNTIL WS-POS-DATA > WS-QTD-DATAS
           PERFORM 3300-IMPRIMIR-RESUMO
           IF WS-STATUS-JORNAL-ABERTURA = '00'
               CLOSE JOURNAL-FILE
           END-IF
           IF WS-STATUS-LIQUIDACAO-ABERTURA = '00'
               CLOSE LIQUIDACAO-FILE
           END-IF
           IF WS-STATUS-CONTABIL-ABERTURA = '00'
               CLOSE CONTABIL-FILE
           END-IF
      *    REGISTRA O FIM DO PASSO NO CONTROLE DA CADEIA
           MOVE WS-TOTAL-OFF-US TO WS-EXEC-QTD-PROCESSADOS
           PERFORM 3900-REGISTRAR-FIM-EXECUCAO
           STOP RUN
           .
       3000-FINALIZAR-FIM.
           EXIT.

      ******************************************************************
      *    LIQUIDA UMA REDE NUMA DATA: GRAVA OS REGISTROS DOS SEUS     *
      *    EMISSORES, O REGISTRO DE TOTAL E OS LANCAMENTOS CONTABEIS   *
      ******************************************************************
       3100-LIQUIDAR-REDE              SECTION.
           MOVE ZEROS TO WS-SOMA-LIQUIDO
           MOVE ZEROS TO WS-SOMA-INTERCAMBIO
           MOVE ZEROS TO WS-SOMA-AJUSTE
           PERFORM 3110-GRAVAR-EMISSOR
               VARYING WS-POS-EMISSOR FROM 1 BY 1
               UNTIL WS-POS-EMISSOR > WS-QTD-EMISSORES
           PERFORM 3120-GRAVAR-TOTAL-REDE
           PERFORM 3130-LANCAR-REDE
           .
       3100-LIQUIDAR-REDE-FIM.
           EXIT.

       3110-GRAVAR-EMISSOR             SECTION.
           IF WS-EMI-DATA(WS-POS-EMISSOR) = WS-RED-DATA(WS-POS-REDE)
              AND WS-EMI-REDE(WS-POS-EMISSOR) = WS-RED-ID(WS-POS-REDE)
               PERFORM 3115-CALCULAR-LIQUIDO-EMISSOR
               MOVE 'E'                          TO LQ-TIPO
               MOVE WS-EMI-DATA(WS-POS-EMISSOR)  TO LQ-DATA
               MOVE WS-EMI-REDE(WS-POS-EMISSOR)  TO LQ-REDE
               MOVE WS-EMI-ID(WS-POS-EMISSOR)    TO LQ-EMISSOR
               MOVE WS-EMI-QTD-SAQUES(WS-POS-EMISSOR)
                   TO LQ-QTD-SAQUES
               MOVE WS-EMI-VALOR-SAQUES(WS-POS-EMISSOR)
                   TO LQ-VALOR-SAQUES
               MOVE WS-EMI-QTD-ESTORNOS(WS-POS-EMISSOR)
                   TO LQ-QTD-ESTORNOS
               MOVE WS-EMI-VALOR-ESTORNOS(WS-POS-EMISSOR)
                   TO LQ-VALOR-ESTORNOS
               MOVE WS-LIQ-LIQUIDO               TO LQ-VALOR-LIQUIDO
               MOVE WS-LIQ-INTERCAMBIO       TO LQ-VALOR-INTERCAMBIO
               COMPUTE LQ-VALOR-A-RECEBER =
                   WS-LIQ-LIQUIDO + WS-LIQ-INTERCAMBIO
               PERFORM 3190-GRAVAR-LIQUIDACAO
               ADD WS-LIQ-LIQUIDO     TO WS-SOMA-LIQUIDO
               ADD WS-LIQ-INTERCAMBIO TO WS-SOMA-INTERCAMBIO
           END-IF
           .
       3110-GRAVAR-EMISSOR-FIM.
           EXIT.

      ******************************************************************
      *    LIQUIDO DO EMISSOR: SACADO MENOS ESTORNADO, E INTERCAMBIO   *
      *    DOS SAQUES MENOS O DEVOLVIDO NOS ESTORNOS, SEM FICAR        *
      *    NEGATIVO (ESTORNO DE SAQUE DE OUTRO DIA); O EMISSOR COM     *
      *    ESTORNOS ACIMA DOS SAQUES E APONTADO PARA A TESOURARIA      *
      *    ACERTAR A DIFERENCA COM A REDE, QUE VAI PARA O AJUSTE DO    *
      *    LANCAMENTO CONTABIL                                         *
      ******************************************************************
       3115-CALCULAR-LIQUIDO-EMISSOR   SECTION.
           MOVE ZEROS TO WS-LIQ-LIQUIDO
           MOVE ZEROS TO WS-LIQ-INTERCAMBIO
           IF WS-EMI-VALOR-SAQUES(WS-POS-EMISSOR)
                   > WS-EMI-VALOR-ESTORNOS(WS-POS-EMISSOR)
               COMPUTE WS-LIQ-LIQUIDO =
                   WS-EMI-VALOR-SAQUES(WS-POS-EMISSOR)
                 - WS-EMI-VALOR-ESTORNOS(WS-POS-EMISSOR)
           END-IF
           IF WS-EMI-VALOR-ESTORNOS(WS-POS-EMISSOR)
                   > WS-EMI-VALOR-SAQUES(WS-POS-EMISSOR)
               DISPLAY 'EMISSOR ' WS-EMI-ID(WS-POS-EMISSOR)
                       ' DA REDE ' WS-EMI-REDE(WS-POS-EMISSOR)
                       ' EM ' WS-EMI-DATA(WS-POS-EMISSOR)
                       ' COM ESTORNOS ACIMA DOS SAQUES, LIQUIDO '
                       'ZERADO.'
               COMPUTE WS-SOMA-AJUSTE = WS-SOMA-AJUSTE
                   + WS-EMI-VALOR-ESTORNOS(WS-POS-EMISSOR)
                   - WS-EMI-VALOR-SAQUES(WS-POS-EMISSOR)
           END-IF
           IF WS-EMI-TARIFA-SAQUES(WS-POS-EMISSOR)
                   > WS-EMI-TARIFA-ESTORNOS(WS-POS-EMISSOR)
               COMPUTE WS-LIQ-INTERCAMBIO =
                   WS-EMI-TARIFA-SAQUES(WS-POS-EMISSOR)
                 - WS-EMI-TARIFA-ESTORNOS(WS-POS-EMISSOR)
           END-IF
           .
       3115-CALCULAR-LIQUIDO-EMISSOR-FIM.
           EXIT.

       3120-GRAVAR-TOTAL-REDE          SECTION.
           PERFORM 3125-CALCULAR-LIQUIDO-REDE
           MOVE 'T'                          TO LQ-TIPO
           MOVE WS-RED-DATA(WS-POS-REDE)     TO LQ-DATA
           MOVE WS-RED-ID(WS-POS-REDE)       TO LQ-REDE
           MOVE SPACES                       TO LQ-EMISSOR
           MOVE WS-RED-QTD-SAQUES(WS-POS-REDE)     TO LQ-QTD-SAQUES
           MOVE WS-RED-VALOR-SAQUES(WS-POS-REDE)   TO LQ-VALOR-SAQUES
           MOVE WS-RED-QTD-ESTORNOS(WS-POS-REDE)   TO LQ-QTD-ESTORNOS
           MOVE WS-RED-VALOR-ESTORNOS(WS-POS-REDE)
               TO LQ-VALOR-ESTORNOS
           MOVE WS-LIQ-LIQUIDO               TO LQ-VALOR-LIQUIDO
           MOVE WS-LIQ-INTERCAMBIO           TO LQ-VALOR-INTERCAMBIO
           COMPUTE LQ-VALOR-A-RECEBER =
               WS-LIQ-LIQUIDO + WS-LIQ-INTERCAMBIO
           PERFORM 3190-GRAVAR-LIQUIDACAO
           MOVE WS-LIQ-LIQUIDO     TO WS-RED-LIQUIDO(WS-POS-REDE)
           MOVE WS-LIQ-INTERCAMBIO TO WS-RED-INTERCAMBIO(WS-POS-REDE)
           ADD LQ-VALOR-A-RECEBER TO WS-TOTAL-A-RECEBER
           ADD WS-LIQ-INTERCAMBIO TO WS-TOTAL-INTERCAMBIO
           .
       3120-GRAVAR-TOTAL-REDE-FIM.
           EXIT.

      ******************************************************************
      *    LIQUIDO DA REDE: SOMA DAS LINHAS DOS EMISSORES, CADA UMA JA *
      *    SEM VALOR NEGATIVO                                          *
      ******************************************************************
       3125-CALCULAR-LIQUIDO-REDE      SECTION.
           MOVE WS-SOMA-LIQUIDO     TO WS-LIQ-LIQUIDO
           MOVE WS-SOMA-INTERCAMBIO TO WS-LIQ-INTERCAMBIO
           .
       3125-CALCULAR-LIQUIDO-REDE-FIM.
           EXIT.

      ******************************************************************
      *    LANCAMENTOS DA REDE NA DATA: O SAQUE OFF-US DEBITA VALORES  *
      *    A RECEBER DA REDE E CREDITA NUMERARIO EM ATM; O ESTORNO     *
      *    FAZ O INVERSO; OS ESTORNOS ACIMA DOS SAQUES DOS EMISSORES   *
      *    ZERADOS VOLTAM A VALORES A RECEBER, PARA O SALDO DA REDE    *
      *    FECHAR COM O LIQUIDO DO ARQUIVO DE LIQUIDACAO; A TARIFA DE  *
      *    INTERCAMBIO LIQUIDA DEBITA VALORES A RECEBER E CREDITA A    *
      *    RECEITA DE INTERCAMBIO                                      *
      ******************************************************************
       3130-LANCAR-REDE                SECTION.
           MOVE WS-RED-DATA(WS-POS-REDE) TO WS-LANC-DATA
           MOVE WS-RED-ID(WS-POS-REDE)   TO WS-LANC-HIST-REDE
           IF WS-RED-VALOR-SAQUES(WS-POS-REDE) NOT = ZEROS
               MOVE WS-CTA-REDE-RECEBER  TO WS-LANC-CONTA
               MOVE 'D'                  TO WS-LANC-NATUREZA
               MOVE WS-RED-VALOR-SAQUES(WS-POS-REDE)
                   TO WS-LANC-VALOR
               MOVE 'SAQUES OFF-US A RECEBER  '
                   TO WS-LANC-HIST-TEXTO
               PERFORM 3150-GRAVAR-LANCAMENTO
               MOVE WS-CTA-NUMERARIO-ATM TO WS-LANC-CONTA
               MOVE 'C'                  TO WS-LANC-NATUREZA
               PERFORM 3150-GRAVAR-LANCAMENTO
           END-IF
           IF WS-RED-VALOR-ESTORNOS(WS-POS-REDE) NOT = ZEROS
               MOVE WS-CTA-NUMERARIO-ATM TO WS-LANC-CONTA
               MOVE 'D'                  TO WS-LANC-NATUREZA
               MOVE WS-RED-VALOR-ESTORNOS(WS-POS-REDE)
                   TO WS-LANC-VALOR
               MOVE 'ESTORNOS OFF-US DA REDE  '
                   TO WS-LANC-HIST-TEXTO
               PERFORM 3150-GRAVAR-LANCAMENTO
               MOVE WS-CTA-REDE-RECEBER  TO WS-LANC-CONTA
               MOVE 'C'                  TO WS-LANC-NATUREZA
               PERFORM 3150-GRAVAR-LANCAMENTO
           END-IF
           IF WS-SOMA-AJUSTE NOT = ZEROS
               MOVE WS-CTA-REDE-RECEBER  TO WS-LANC-CONTA
               MOVE 'D'                  TO WS-LANC-NATUREZA
               MOVE WS-SOMA-AJUSTE       TO WS-LANC-VALOR
               MOVE 'ESTORNOS ACIMA DOS SAQUES'
                   TO WS-LANC-HIST-TEXTO
               PERFORM 3150-GRAVAR-LANCAMENTO
               MOVE WS-CTA-NUMERARIO-ATM TO WS-LANC-CONTA
               MOVE 'C'                  TO WS-LANC-NATUREZA
               PERFORM 3150-GRAVAR-LANCAMENTO
           END-IF
           IF WS-LIQ-INTERCAMBIO NOT = ZEROS
               MOVE WS-CTA-REDE-RECEBER  TO WS-LANC-CONTA
               MOVE 'D'                  TO WS-LANC-NATUREZA
               MOVE WS-LIQ-INTERCAMBIO   TO WS-LANC-VALOR
               MOVE 'TARIFA DE INTERCAMBIO    '
                   TO WS-LANC-HIST-TEXTO
               PERFORM 3150-GRAVAR-LANCAMENTO
               MOVE WS-CTA-RECEITA-INTERCAMBIO TO WS-LANC-CONTA
               MOVE 'C'                  TO WS-LANC-NATUREZA
               PERFORM 3150-GRAVAR-LANCAMENTO
           END-IF
           .
       3130-LANCAR-REDE-FIM.
           EXIT.

      ******************************************************************
      *    GRAVA UMA PARTIDA NO ARQUIVO CONTABIL E A ACUMULA NOS       *
      *    TOTAIS DA SUA DATA, PARA O REGISTRO DE AMARRACAO            *
      ******************************************************************
       3150-GRAVAR-LANCAMENTO          SECTION.
           MOVE 'L'                 TO LC-TIPO
           MOVE WS-LANC-DATA        TO LC-DATA
           MOVE WS-LANC-CONTA       TO LC-CONTA-CONTABIL
           MOVE WS-LANC-NATUREZA    TO LC-NATUREZA
           MOVE WS-LANC-VALOR       TO LC-VALOR
           MOVE SPACES              TO LC-TERMINAL
           MOVE WS-LANC-HISTORICO   TO LC-HISTORICO
           WRITE LC-REGISTRO
           IF WS-STATUS-CONTABIL NOT = '00'
               DISPLAY 'ERRO AO GRAVAR NO ARQUIVO CONTABIL: '
                       WS-STATUS-CONTABIL
               MOVE 'S' TO WS-FLAG-EXEC-FALHA
           END-IF
           ADD 1 TO WS-TOTAL-LANCAMENTOS
           PERFORM 3160-ACUMULAR-TOTAL-DATA
           .
       3150-GRAVAR-LANCAMENTO-FIM.
           EXIT.

       3160-ACUMULAR-TOTAL-DATA        SECTION.
           MOVE 'N'   TO WS-FLAG-DATA-ACHADA
           MOVE ZEROS TO WS-POS-DATA-ACHADA
           PERFORM 3165-COMPARAR-DATA
               VARYING WS-POS-DATA FROM 1 BY 1
               UNTIL WS-POS-DATA > WS-QTD-DATAS
                   OR WS-DATA-ACHADA
           IF WS-DATA-NAO-ACHADA
               IF WS-QTD-DATAS >= WS-MAX-DATAS
                   DISPLAY 'TABELA DE DATAS CHEIA, TOTAIS DA DATA '
                           WS-LANC-DATA ' NAO SERAO AMARRADOS.'
               ELSE
                   ADD 1 TO WS-QTD-DATAS
                   MOVE WS-QTD-DATAS TO WS-POS-DATA-ACHADA
                   MOVE WS-LANC-DATA
                       TO WS-TAB-DATA-PROC(WS-POS-DATA-ACHADA)
                   MOVE ZEROS TO WS-TAB-QTD-LANC(WS-POS-DATA-ACHADA)
                   MOVE ZEROS
                       TO WS-TAB-TOT-DEBITOS(WS-POS-DATA-ACHADA)
                   MOVE ZEROS
                       TO WS-TAB-TOT-CREDITOS(WS-POS-DATA-ACHADA)
               END-IF
           END-IF
           IF WS-POS-DATA-ACHADA NOT = ZEROS
               ADD 1 TO WS-TAB-QTD-LANC(WS-POS-DATA-ACHADA)
               IF WS-LANC-NATUREZA = 'D'
                   ADD WS-LANC-VALOR
                       TO WS-TAB-TOT-DEBITOS(WS-POS-DATA-ACHADA)
               ELSE
                   ADD WS-LANC-VALOR
                       TO WS-TAB-TOT-CREDITOS(WS-POS-DATA-ACHADA)
               END-IF
           END-IF
           .
       3160-ACUMULAR-TOTAL-DATA-FIM.
           EXIT.

       3165-COMPARAR-DATA              SECTION.
           IF WS-TAB-DATA-PROC(WS-POS-DATA) = WS-LANC-DATA
               MOVE WS-POS-DATA TO WS-POS-DATA-ACHADA
               MOVE 'S' TO WS-FLAG-DATA-ACHADA
           END-IF
           .
       3165-COMPARAR-DATA-FIM.
           EXIT.

       3190-GRAVAR-LIQUIDACAO          SECTION.
           WRITE LQ-REGISTRO
           IF WS-STATUS-LIQUIDACAO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR NO ARQUIVO DE LIQUIDACAO: '
                       WS-STATUS-LIQUIDACAO
               MOVE 'S' TO WS-FLAG-EXEC-FALHA
           END-IF
           .
       3190-GRAVAR-LIQUIDACAO-FIM.
           EXIT.

       3200-GRAVAR-TOTAL-DATA          SECTION.
           MOVE SPACES TO LT-REGISTRO
           MOVE 'T' TO LT-TIPO
           MOVE WS-TAB-DATA-PROC(WS-POS-DATA)    TO LT-DATA
           MOVE WS-TAB-QTD-LANC(WS-POS-DATA)     TO LT-QTD-LANCAMENTOS
           MOVE WS-TAB-TOT-DEBITOS(WS-POS-DATA)  TO LT-TOTAL-DEBITOS
           MOVE WS-TAB-TOT-CREDITOS(WS-POS-DATA) TO LT-TOTAL-CREDITOS
           WRITE LT-REGISTRO
           IF WS-STATUS-CONTABIL NOT = '00'
               DISPLAY 'ERRO AO GRAVAR NO ARQUIVO CONTABIL: '
                       WS-STATUS-CONTABIL
               MOVE 'S' TO WS-FLAG-EXEC-FALHA
           END-IF
           .
       3200-GRAVAR-TOTAL-DATA-FIM.
           EXIT.

      ******************************************************************
      *    RESUMO DA LIQUIDACAO: POR REDE E DATA, SAQUES, ESTORNOS,    *
      *    INTERCAMBIO E VALOR A RECEBER                               *
      ******************************************************************
       3300-IMPRIMIR-RESUMO            SECTION.
           DISPLAY ' '
           DISPLAY '========================================='
           DISPLAY '  LIQUIDACAO DE SAQUES OFF-US - RESUMO   '
           DISPLAY '========================================='
           DISPLAY 'REGISTROS OFF-US.....: ' WS-TOTAL-OFF-US
           DISPLAY 'LANCAMENTOS GERADOS..: ' WS-TOTAL-LANCAMENTOS
           PERFORM 3310-IMPRIMIR-UMA-REDE
               VARYING WS-POS-REDE FROM 1 BY 1
               UNTIL WS-POS-REDE > WS-QTD-REDES
           DISPLAY '-----------------------------------------'
           MOVE WS-TOTAL-INTERCAMBIO TO WS-MASC-REAIS
           DISPLAY 'INTERCAMBIO TOTAL.R$: ' WS-MASC-REAIS
           MOVE WS-TOTAL-A-RECEBER TO WS-MASC-REAIS
           DISPLAY 'A RECEBER TOTAL...R$: ' WS-MASC-REAIS
           DISPLAY '========================================='
           .
       3300-IMPRIMIR-RESUMO-FIM.
           EXIT.

       3310-IMPRIMIR-UMA-REDE          SECTION.
           DISPLAY '-----------------------------------------'
           DISPLAY 'REDE ' WS-RED-ID(WS-POS-REDE)
                   ' DATA ' WS-RED-DATA(WS-POS-REDE)
           IF WS-RED-POS-TARIFA(WS-POS-REDE) = ZEROS
               DISPLAY '  *** REDE SEM TARIFA DE INTERCAMBIO ***'
           END-IF
           MOVE WS-RED-VALOR-SAQUES(WS-POS-REDE) TO WS-MASC-REAIS
           DISPLAY '  SAQUES....: ' WS-RED-QTD-SAQUES(WS-POS-REDE)
                   ' R$' WS-MASC-REAIS
           MOVE WS-RED-VALOR-ESTORNOS(WS-POS-REDE) TO WS-MASC-REAIS
           DISPLAY '  ESTORNOS..: ' WS-RED-QTD-ESTORNOS(WS-POS-REDE)
                   ' R$' WS-MASC-REAIS
           MOVE WS-RED-INTERCAMBIO(WS-POS-REDE) TO WS-MASC-REAIS
           DISPLAY '  INTERCAMBIO.......R$' WS-MASC-REAIS
           COMPUTE WS-MASC-REAIS = WS-RED-LIQUIDO(WS-POS-REDE)
                                 + WS-RED-INTERCAMBIO(WS-POS-REDE)
           DISPLAY '  A RECEBER.........R$' WS-MASC-REAIS
           .
       3310-IMPRIMIR-UMA-REDE-FIM.
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

       END PROGRAM CBLZJP16.
