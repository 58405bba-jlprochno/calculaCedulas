       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZJP15.
      ******************************************************************
      * Author: JENYFFER LAURA PROCHNO PEREIRA
      * Date: 15102026
      * Purpose: CONFERENCIA MENSAL DA FATURA DA TRANSPORTADORA DE
      *          VALORES: MONTA AS VISITAS DO MES A PARTIR DAS CARGAS,
      *          DESCARGAS E AJUSTES DO CONSOLIDADO DE DIARIOS,
      *          PRECIFICA CADA VISITA PELA TABELA DE TARIFAS
      *          CONTRATADAS (POR TRANSPORTADORA, REGIAO DO TERMINAL E
      *          TIPO DE VISITA), GRAVA A FATURA ESPERADA POR
      *          TRANSPORTADORA E A COMPARA LINHA A LINHA COM A FATURA
      *          RECEBIDA, LISTANDO PARA CONTESTACAO AS VISITAS
      *          COBRADAS SEM MOVIMENTO NO DIARIO E AS DIFERENCAS DE
      *          VALOR ANTES DO PAGAMENTO
      * Tectonics: .CBL
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    CONSOLIDADO DE DIARIOS ARQUIVADOS: AS CARGAS, DESCARGAS E
      *    AJUSTES DO MES SAO A PROVA DE CADA VISITA DA TRANSPORTADORA
           SELECT HISTORICO-FILE ASSIGN TO "JORNHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-HISTORICO.
      *    CADASTRO DE TERMINAIS: REGIAO, TRANSPORTADORA E DIAS DE
      *    VISITA PROGRAMADA DE CADA TERMINAL
           SELECT TERMINAL-MASTER-FILE ASSIGN TO "TERMCAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TERMINAL
               FILE STATUS IS WS-STATUS-TERMCAD.
      *    TABELA DE TARIFAS CONTRATADAS COM AS TRANSPORTADORAS: UM
      *    REGISTRO POR TRANSPORTADORA, REGIAO E TIPO DE VISITA
           SELECT TARIFA-TRANSP-FILE ASSIGN TO "TARTRANS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-TARIFA.
      *    FATURA MENSAL RECEBIDA DA TRANSPORTADORA: UMA LINHA POR
      *    VISITA COBRADA, COM CABECALHO E RODAPE DE CONTROLE
           SELECT FATURA-FILE ASSIGN TO "FATTRANS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-FATURA.
      *    FATURA ESPERADA, NO MESMO LEIAUTE DA FATURA RECEBIDA,
      *    AGRUPADA POR TRANSPORTADORA
           SELECT FATURA-ESPERADA-FILE ASSIGN TO "FATESPER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-ESPERADA.
      *    PARAMETROS DA CONFERENCIA: MES DE REFERENCIA
           SELECT PARM-FILE ASSIGN TO "PARMFAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARM.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORICO-FILE.
      *    REGISTRO DO DIARIO COMPARTILHADO COM OS DEMAIS PROGRAMAS
      *    (COPYBOOK)
           COPY JORNREC.

       FD  TERMINAL-MASTER-FILE.
      *    REGISTRO DO CADASTRO DE TERMINAIS COMPARTILHADO COM OS
      *    DEMAIS PROGRAMAS (COPYBOOK)
           COPY TERMREC.

       FD  TARIFA-TRANSP-FILE.
       01  TX-REGISTRO.
           05  TX-TRANSPORTADORA           PIC X(004).
           05  TX-REGIAO                   PIC X(002).
           05  TX-TIPO-VISITA              PIC X(001).
      *    PRECO FIXO DA VISITA, PRECO POR CASSETE MANUSEADO E
      *    PERCENTUAL SOBRE O VALOR TRANSPORTADO (AD VALOREM)
           05  TX-VALOR-VISITA             PIC 9(007)V99.
           05  TX-VALOR-CASSETE            PIC 9(007)V99.
           05  TX-PERC-AD-VALOREM          PIC 9(003)V9(004).

       FD  FATURA-FILE.
      *    LINHA DE FATURA DA TRANSPORTADORA (COPYBOOK)
           COPY FATREC.
      *    VISAO DE CONTROLE DO MESMO REGISTRO: CABECALHO E RODAPE DA
      *    FATURA, VALIDADOS ANTES DA PRIMEIRA LINHA SER CONFERIDA
      *    (COPYBOOK)
           COPY CTRLREC REPLACING LEADING ==CT== BY ==FTC==.

       FD  FATURA-ESPERADA-FILE.
      *    MESMO LEIAUTE DA FATURA RECEBIDA, COM O PREFIXO TROCADO
      *    PARA CONVIVER COM ELA NO MESMO PROGRAMA
           COPY FATREC REPLACING LEADING ==FT== BY ==FE==.
           COPY CTRLREC REPLACING LEADING ==CT== BY ==FEC==.

       FD  PARM-FILE.
       01  PF-REGISTRO.
      *    MES DE REFERENCIA (AAAAMM); ZEROS CONFERE O MES ANTERIOR
      *    AO DA DATA DA MAQUINA
           05  PF-ANO-MES                  PIC 9(006).

       WORKING-STORAGE SECTION.

       01  WS-STATUS-HISTORICO             PIC X(002)   VALUE SPACES.
       01  WS-STATUS-TERMCAD               PIC X(002)   VALUE SPACES.
       01  WS-STATUS-TARIFA                PIC X(002)   VALUE SPACES.
       01  WS-STATUS-FATURA                PIC X(002)   VALUE SPACES.
       01  WS-STATUS-ESPERADA              PIC X(002)   VALUE SPACES.
       01  WS-STATUS-PARM                  PIC X(002)   VALUE SPACES.

      *    GUARDA O STATUS DA ABERTURA DO CADASTRO DE TERMINAIS; SEM
      *    ELE NENHUMA VISITA TEM REGIAO NEM TRANSPORTADORA, E TODAS
      *    SAEM SEM TARIFA
       01  WS-STATUS-TERMCAD-ABERTURA      PIC X(002)   VALUE SPACES.

      *    STATUS DA ABERTURA DA FATURA E DA FATURA ESPERADA, PARA
      *    FECHAR SOMENTE O QUE ESTA ABERTO; A FATURA RECUSADA NA
      *    CONFERENCIA DE CONTROLE JA SAI FECHADA DA ABERTURA
       01  WS-STATUS-FATURA-ABERTURA       PIC X(002)   VALUE SPACES.
       01  WS-STATUS-ESPERADA-ABERTURA     PIC X(002)   VALUE SPACES.

       01  WS-FLAG-FIM-HISTORICO           PIC X(001)   VALUE 'N'.
           88  WS-FIM-HISTORICO                         VALUE 'S'.
           88  WS-NAO-FIM-HISTORICO                     VALUE 'N'.

       01  WS-FLAG-FIM-TARIFA              PIC X(001)   VALUE 'N'.
           88  WS-FIM-TARIFA                            VALUE 'S'.
           88  WS-NAO-FIM-TARIFA                        VALUE 'N'.

       01  WS-FLAG-FIM-FATURA              PIC X(001)   VALUE 'N'.
           88  WS-FIM-FATURA                            VALUE 'S'.
           88  WS-NAO-FIM-FATURA                        VALUE 'N'.

      *    RESULTADO DA CONFERENCIA DO CABECALHO E RODAPE DA FATURA:
      *    FATURA TRUNCADA OU DIVERGENTE NAO E CONFERIDA, POIS UMA
      *    CONFERENCIA PARCIAL APONTARIA VISITAS NAO COBRADAS QUE
      *    ESTAO NA PARTE PERDIDA
       01  WS-FLAG-LOTE-VALIDO             PIC X(001)   VALUE 'N'.
           88  WS-LOTE-VALIDO                           VALUE 'S'.
           88  WS-LOTE-INVALIDO                         VALUE 'N'.

       01  WS-FLAG-RODAPE-ACHADO           PIC X(001)   VALUE 'N'.
           88  WS-RODAPE-ACHADO                         VALUE 'S'.
           88  WS-RODAPE-NAO-ACHADO                     VALUE 'N'.

      *    ACUMULADORES DA PRE-LEITURA DE CONFERENCIA E OS DADOS DO
      *    CABECALHO, GUARDADOS PARA CONFRONTO COM O RODAPE
       01  WS-CTRL-QTD-LIDA                PIC 9(009)   VALUE ZEROS.
       01  WS-CTRL-HASH-LIDO               PIC 9(015)V99 VALUE ZEROS.
       01  WS-CTRL-DATA-ARQUIVO            PIC 9(008)   VALUE ZEROS.
       01  WS-CTRL-SEQUENCIA               PIC 9(006)   VALUE ZEROS.

      *    CONTROLE DA FATURA ESPERADA, GRAVADO NO RODAPE
       01  WS-CTRL-QTD-GERADA              PIC 9(009)   VALUE ZEROS.
       01  WS-CTRL-HASH-GERADO             PIC 9(015)V99 VALUE ZEROS.

      *    MES DE REFERENCIA DA CONFERENCIA (AAAAMM)
       01  WS-ANO-MES-REFERENCIA           PIC 9(006)   VALUE ZEROS.
       01  WS-ANO-MES-REFERENCIA-R REDEFINES WS-ANO-MES-REFERENCIA.
           05  WS-REF-ANO                  PIC 9(004).
           05  WS-REF-MES                  PIC 9(002).

       01  WS-DATA-SISTEMA                 PIC 9(008)   VALUE ZEROS.
       01  WS-DATA-SISTEMA-R REDEFINES WS-DATA-SISTEMA.
           05  WS-DATA-SIS-ANO             PIC 9(004).
           05  WS-DATA-SIS-MES             PIC 9(002).
           05  WS-DATA-SIS-DIA             PIC 9(002).

      *    DATA EM TRABALHO (REGISTRO DO DIARIO OU VISITA), COM A
      *    VISAO DE MES DE REFERENCIA E A DE ANO, MES E DIA
       01  WS-DATA-TRABALHO                PIC 9(008)   VALUE ZEROS.
       01  WS-DATA-TRABALHO-R REDEFINES WS-DATA-TRABALHO.
           05  WS-DATA-TRAB-ANO-MES        PIC 9(006).
           05  FILLER                      PIC 9(002).
       01  WS-DATA-TRABALHO-D REDEFINES WS-DATA-TRABALHO.
           05  WS-DATA-TRAB-ANO            PIC 9(004).
           05  WS-DATA-TRAB-MES            PIC 9(002).
           05  WS-DATA-TRAB-DIA            PIC 9(002).

      *    CAMPOS DA CONGRUENCIA DE ZELLER PARA O DIA DA SEMANA DA
      *    VISITA, COMO NO CALENDARIO DO PROGRAMA DE SAQUES
       01  WS-ZEL-ANO                      PIC 9(004)   VALUE ZEROS.
       01  WS-ZEL-MES                      PIC 9(002)   VALUE ZEROS.
       01  WS-ZEL-DIA                      PIC 9(002)   VALUE ZEROS.
       01  WS-ZEL-SECULO                   PIC 9(002)   VALUE ZEROS.
       01  WS-ZEL-ANO-SECULO               PIC 9(002)   VALUE ZEROS.
       01  WS-ZEL-TERMO-MES                PIC 9(003)   VALUE ZEROS.
       01  WS-ZEL-QUARTO-ANO               PIC 9(002)   VALUE ZEROS.
       01  WS-ZEL-QUARTO-SECULO            PIC 9(002)   VALUE ZEROS.
       01  WS-ZEL-SOMA                     PIC 9(005)   VALUE ZEROS.
       01  WS-ZEL-QUOCIENTE                PIC 9(005)   VALUE ZEROS.
       01  WS-DIA-SEMANA                   PIC 9(001)   VALUE ZEROS.
      *    POSICAO DO DIA NA ROTA DO CADASTRO (1 DOMINGO A 7 SABADO)
       01  WS-POS-DIA-ROTA                 PIC 9(001)   VALUE ZEROS.

      *    TARIFAS CONTRATADAS, CARREGADAS DO ARQUIVO DE TARIFAS
       01  WS-MAX-TARIFAS                  PIC 9(003)   VALUE 200.
       01  WS-QTD-TARIFAS                  PIC 9(003)   VALUE ZEROS.
       01  WS-TAB-TARIFA.
           05  WS-TAB-TARIFA-ITEM OCCURS 200 TIMES.
               10  WS-TAR-TRANSPORTADORA   PIC X(004).
               10  WS-TAR-REGIAO           PIC X(002).
               10  WS-TAR-TIPO-VISITA      PIC X(001).
               10  WS-TAR-VALOR-VISITA     PIC 9(007)V99.
               10  WS-TAR-VALOR-CASSETE    PIC 9(007)V99.
               10  WS-TAR-PERC-AD-VALOREM  PIC 9(003)V9(004).
       01  WS-POS-TARIFA                   PIC 9(003)   VALUE ZEROS.
       01  WS-POS-TARIFA-ACHADA            PIC 9(003)   VALUE ZEROS.

       01  WS-FLAG-TARIFA-ACHADA           PIC X(001)   VALUE 'N'.
           88  WS-TARIFA-ACHADA                         VALUE 'S'.
           88  WS-TARIFA-NAO-ACHADA                     VALUE 'N'.

      *    VISITAS DO MES: UMA POR TERMINAL E DATA COM CARGA, DESCARGA
      *    OU AJUSTE NO DIARIO, COM AS DENOMINACOES MANUSEADAS (CADA
      *    UMA E UM CASSETE), O VALOR TRANSPORTADO NOS DOIS SENTIDOS E
      *    O VALOR ESPERADO PELA TARIFA. DIMENSIONADA PARA A FROTA
      *    INTEIRA EM UM MES DE ROTAS
       01  WS-MAX-VISITAS                  PIC 9(005)   VALUE 20000.
       01  WS-QTD-VISITAS                  PIC 9(005)   VALUE ZEROS.
       01  WS-TAB-VISITA.
           05  WS-TAB-VISITA-ITEM OCCURS 20000 TIMES.
               10  WS-VIS-TERMINAL         PIC X(008).
               10  WS-VIS-DATA             PIC 9(008).
               10  WS-VIS-TRANSPORTADORA   PIC X(004).
               10  WS-VIS-REGIAO           PIC X(002).
               10  WS-VIS-TIPO             PIC X(001).
               10  WS-VIS-QTD-CASSETES     PIC 9(003).
               10  WS-VIS-DENOM            PIC 9(005) OCCURS 10 TIMES.
               10  WS-VIS-VALOR-TRANSP     PIC S9(013)V99.
               10  WS-VIS-VALOR-ESPERADO   PIC 9(013)V99.
      *            'S' QUANDO NAO HA TARIFA CONTRATADA PARA A VISITA
               10  WS-VIS-SEM-TARIFA       PIC X(001).
      *            QUANTAS LINHAS DA FATURA COBRARAM A VISITA
               10  WS-VIS-QTD-COBRANCAS    PIC 9(002).
       01  WS-POS-VISITA                   PIC 9(005)   VALUE ZEROS.
       01  WS-POS-VISITA-ACHADA            PIC 9(005)   VALUE ZEROS.
       01  WS-POS-CASSETE                  PIC 9(003)   VALUE ZEROS.

       01  WS-FLAG-VISITA-ACHADA           PIC X(001)   VALUE 'N'.
           88  WS-VISITA-ACHADA                         VALUE 'S'.
           88  WS-VISITA-NAO-ACHADA                     VALUE 'N'.

       01  WS-FLAG-CASSETE-ACHADO          PIC X(001)   VALUE 'N'.
           88  WS-CASSETE-ACHADO                        VALUE 'S'.
           88  WS-CASSETE-NAO-ACHADO                    VALUE 'N'.

      *    TOTAIS POR TRANSPORTADORA: FATURA ESPERADA, FATURA COBRADA
      *    E VALOR A CONTESTAR; TRANSPORTADORA EM BRANCO REUNE AS
      *    VISITAS A TERMINAIS SEM CADASTRO
       01  WS-MAX-TRANSP                   PIC 9(002)   VALUE 20.
       01  WS-QTD-TRANSP                   PIC 9(002)   VALUE ZEROS.
       01  WS-TAB-TRANSP.
           05  WS-TAB-TRANSP-ITEM OCCURS 20 TIMES.
               10  WS-TRP-ID               PIC X(004).
               10  WS-TRP-QTD-ESPERADAS    PIC 9(007).
               10  WS-TRP-VALOR-ESPERADO   PIC 9(013)V99.
               10  WS-TRP-QTD-COBRADAS     PIC 9(007).
               10  WS-TRP-VALOR-COBRADO    PIC 9(013)V99.
               10  WS-TRP-VALOR-CONTESTADO PIC 9(013)V99.
       01  WS-POS-TRANSP                   PIC 9(002)   VALUE ZEROS.
       01  WS-POS-TRANSP-ACHADA            PIC 9(002)   VALUE ZEROS.
       01  WS-TRANSP-PROCURADA             PIC X(004)   VALUE SPACES.

       01  WS-FLAG-TRANSP-ACHADA           PIC X(001)   VALUE 'N'.
           88  WS-TRANSP-ACHADA                         VALUE 'S'.
           88  WS-TRANSP-NAO-ACHADA                     VALUE 'N'.

      *    CAMPOS DE TRABALHO DA CONFERENCIA DE UMA LINHA DA FATURA
       01  WS-VALOR-TRANSPORTADO           PIC 9(013)V99 VALUE ZEROS.
       01  WS-DIFERENCA-VALOR              PIC S9(013)V99 VALUE ZEROS.
       01  WS-FLAG-LINHA-DIVERGENTE        PIC X(001)   VALUE 'N'.
           88  WS-LINHA-DIVERGENTE                      VALUE 'S'.
           88  WS-LINHA-CONFERE                         VALUE 'N'.

      *    TOTALIZADORES DA EXECUCAO
       01  WS-TOTAL-MOVIMENTOS             PIC 9(009)   VALUE ZEROS.
       01  WS-TOTAL-LINHAS-FATURA          PIC 9(007)   VALUE ZEROS.
       01  WS-TOTAL-SEM-MOVIMENTO          PIC 9(007)   VALUE ZEROS.
       01  WS-TOTAL-DUPLICADAS             PIC 9(007)   VALUE ZEROS.
       01  WS-TOTAL-DIVERGENTES            PIC 9(007)   VALUE ZEROS.
       01  WS-TOTAL-NAO-COBRADAS           PIC 9(007)   VALUE ZEROS.
       01  WS-TOTAL-SEM-TARIFA             PIC 9(007)   VALUE ZEROS.

       01  WS-MASC-REAIS                   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-MASC-ESPERADO                PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-MASC-DIFERENCA               PIC +ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZAR
           PERFORM 2000-PROCESSAR
           PERFORM 3000-FINALIZAR
           .
       0000-PRINCIPAL-FIM.
           EXIT.

      ******************************************************************
      *    INICIALIZACAO DO PROGRAMA                                   *
      ******************************************************************
       1000-INICIALIZAR                SECTION.
      *    DEFINE O MES DE REFERENCIA DA CONFERENCIA
           PERFORM 1100-CARREGAR-PARAMETROS
      *    CARREGA AS TARIFAS CONTRATADAS
           PERFORM 1200-CARREGAR-TARIFAS
      *    ABRE O CADASTRO DE TERMINAIS PARA REGIAO E ROTA
           PERFORM 1300-ABRIR-TERMINAIS
      *    CONFERE O CONTROLE DA FATURA RECEBIDA E LE A PRIMEIRA LINHA
           PERFORM 1400-ABRIR-FATURA
      *    ABRE A FATURA ESPERADA COM O CABECALHO DE CONTROLE
           PERFORM 1500-ABRIR-FATURA-ESPERADA
           .
       1000-INICIALIZAR-FIM.
           EXIT.

      ******************************************************************
      *    LE O MES DE REFERENCIA DO ARQUIVO DE PARAMETROS; SEM O      *
      *    ARQUIVO OU COM ZEROS, CONFERE O MES ANTERIOR AO DA DATA DA  *
      *    MAQUINA, QUE E O MES FATURADO NO INICIO DO MES SEGUINTE     *
      ******************************************************************
       1100-CARREGAR-PARAMETROS        SECTION.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           OPEN INPUT PARM-FILE
           IF WS-STATUS-PARM = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PF-ANO-MES TO WS-ANO-MES-REFERENCIA
               END-READ
               CLOSE PARM-FILE
           ELSE
               DISPLAY 'ARQUIVO DE PARAMETROS NAO ENCONTRADO, '
                       'CONFERINDO O MES ANTERIOR.'
           END-IF
           IF WS-ANO-MES-REFERENCIA = ZEROS
               MOVE WS-DATA-SIS-ANO TO WS-REF-ANO
               MOVE WS-DATA-SIS-MES TO WS-REF-MES
               IF WS-REF-MES = 1
                   MOVE 12 TO WS-REF-MES
                   SUBTRACT 1 FROM WS-REF-ANO
               ELSE
                   SUBTRACT 1 FROM WS-REF-MES
               END-IF
           END-IF
           DISPLAY 'MES DE REFERENCIA DA CONFERENCIA: '
                   WS-ANO-MES-REFERENCIA
           .
       1100-CARREGAR-PARAMETROS-FIM.
           EXIT.

      ******************************************************************
      *    CARREGA A TABELA DE TARIFAS CONTRATADAS; SEM ELA TODAS AS   *
      *    VISITAS SAEM SEM TARIFA E A FATURA INTEIRA FICA PARA        *
      *    CONFERENCIA MANUAL                                          *
      ******************************************************************
       1200-CARREGAR-TARIFAS           SECTION.
           MOVE ZEROS TO WS-QTD-TARIFAS
           MOVE 'N'   TO WS-FLAG-FIM-TARIFA
           OPEN INPUT TARIFA-TRANSP-FILE
           IF WS-STATUS-TARIFA = '00'
               READ TARIFA-TRANSP-FILE
                   AT END MOVE 'S' TO WS-FLAG-FIM-TARIFA
               END-READ
               PERFORM 1210-CARREGAR-UMA-TARIFA
                   UNTIL WS-FIM-TARIFA
               CLOSE TARIFA-TRANSP-FILE
           ELSE
               DISPLAY 'ERRO AO ABRIR A TABELA DE TARIFAS DA '
                       'TRANSPORTADORA: ' WS-STATUS-TARIFA
           END-IF
           IF WS-QTD-TARIFAS = ZEROS
               DISPLAY 'TABELA DE TARIFAS AUSENTE OU VAZIA, NENHUMA '
                       'VISITA SERA PRECIFICADA.'
           END-IF
           .
       1200-CARREGAR-TARIFAS-FIM.
           EXIT.

       1210-CARREGAR-UMA-TARIFA        SECTION.
           IF WS-QTD-TARIFAS >= WS-MAX-TARIFAS
               DISPLAY 'TABELA DE TARIFAS CHEIA, IGNORANDO DEMAIS '
                       'REGISTROS DO ARQUIVO DE TARIFAS.'
               MOVE 'S' TO WS-FLAG-FIM-TARIFA
           ELSE
               ADD 1 TO WS-QTD-TARIFAS
               MOVE TX-TRANSPORTADORA
                   TO WS-TAR-TRANSPORTADORA(WS-QTD-TARIFAS)
               MOVE TX-REGIAO      TO WS-TAR-REGIAO(WS-QTD-TARIFAS)
               MOVE TX-TIPO-VISITA
                   TO WS-TAR-TIPO-VISITA(WS-QTD-TARIFAS)
               MOVE TX-VALOR-VISITA
                   TO WS-TAR-VALOR-VISITA(WS-QTD-TARIFAS)
               MOVE TX-VALOR-CASSETE
                   TO WS-TAR-VALOR-CASSETE(WS-QTD-TARIFAS)
               MOVE TX-PERC-AD-VALOREM
                   TO WS-TAR-PERC-AD-VALOREM(WS-QTD-TARIFAS)
               READ TARIFA-TRANSP-FILE
                   AT END MOVE 'S' TO WS-FLAG-FIM-TARIFA
               END-READ
           END-IF
           .
       1210-CARREGAR-UMA-TARIFA-FIM.
           EXIT.

       1300-ABRIR-TERMINAIS            SECTION.
           OPEN INPUT TERMINAL-MASTER-FILE
           MOVE WS-STATUS-TERMCAD TO WS-STATUS-TERMCAD-ABERTURA
           IF WS-STATUS-TERMCAD NOT = '00'
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE TERMINAIS: '
                       WS-STATUS-TERMCAD
               DISPLAY 'VISITAS SAIRAO SEM REGIAO, TRANSPORTADORA E '
                       'TARIFA.'
           END-IF
           .
       1300-ABRIR-TERMINAIS-FIM.
           EXIT.

      ******************************************************************
      *    ABRE A FATURA DA TRANSPORTADORA, CONFERE O CABECALHO E O    *
      *    RODAPE ANTES DE CONFERIR QUALQUER LINHA E FAZ A LEITURA DE  *
      *    ABERTURA; FATURA TRUNCADA OU DIVERGENTE NAO E CONFERIDA, E  *
      *    SO A FATURA ESPERADA E GRAVADA                              *
      ******************************************************************
       1400-ABRIR-FATURA               SECTION.
           OPEN INPUT FATURA-FILE
           IF WS-STATUS-FATURA NOT = '00'
               DISPLAY 'ERRO AO ABRIR A FATURA DA TRANSPORTADORA: '
                       WS-STATUS-FATURA
               MOVE 'S' TO WS-FLAG-FIM-FATURA
           ELSE
               PERFORM 1420-VALIDAR-CONTROLE-ARQUIVO
               IF WS-LOTE-INVALIDO
                   CLOSE FATURA-FILE
                   MOVE 'S' TO WS-FLAG-FIM-FATURA
               ELSE
                   CLOSE FATURA-FILE
                   OPEN INPUT FATURA-FILE
                   MOVE WS-STATUS-FATURA TO WS-STATUS-FATURA-ABERTURA
                   MOVE 'N' TO WS-FLAG-FIM-FATURA
      *            DESCARTA O CABECALHO JA CONFERIDO
                   READ FATURA-FILE
                       AT END MOVE 'S' TO WS-FLAG-FIM-FATURA
                   END-READ
                   PERFORM 2390-LER-FATURA
               END-IF
           END-IF
           .
       1400-ABRIR-FATURA-FIM.
           EXIT.

      ******************************************************************
      *    CONFERE O CABECALHO E O RODAPE DA FATURA EM UMA PRE-LEITURA *
      *    COMPLETA: O PRIMEIRO REGISTRO DEVE SER O CABECALHO, O       *
      *    RODAPE DEVE EXISTIR E A QUANTIDADE DE LINHAS E A SOMA DOS   *
      *    VALORES COBRADOS DEVEM BATER COM O QUE FOI LIDO             *
      ******************************************************************
       1420-VALIDAR-CONTROLE-ARQUIVO   SECTION.
           MOVE 'N'   TO WS-FLAG-LOTE-VALIDO
           MOVE 'N'   TO WS-FLAG-RODAPE-ACHADO
           MOVE ZEROS TO WS-CTRL-QTD-LIDA
           MOVE ZEROS TO WS-CTRL-HASH-LIDO
           READ FATURA-FILE
               AT END
                   DISPLAY 'FATURA DA TRANSPORTADORA VAZIA, RECUSADA.'
               NOT AT END
                   IF FTC-ID-CABECALHO
                       MOVE FTC-DATA-ARQUIVO TO WS-CTRL-DATA-ARQUIVO
                       MOVE FTC-SEQUENCIA    TO WS-CTRL-SEQUENCIA
                       DISPLAY 'FATURA DA TRANSPORTADORA DE '
                               WS-CTRL-DATA-ARQUIVO
                               ' SEQUENCIA ' WS-CTRL-SEQUENCIA
                       PERFORM 1430-CONFERIR-UM-REGISTRO
                           UNTIL WS-RODAPE-ACHADO
                               OR WS-FIM-FATURA
                       IF WS-RODAPE-NAO-ACHADO
                           DISPLAY 'FATURA SEM RODAPE DE CONTROLE '
                                   '(TRANSMISSAO TRUNCADA), RECUSADA.'
                       END-IF
                   ELSE
                       DISPLAY 'FATURA SEM CABECALHO DE CONTROLE, '
                               'RECUSADA.'
                   END-IF
           END-READ
           .
       1420-VALIDAR-CONTROLE-ARQUIVO-FIM.
           EXIT.

       1430-CONFERIR-UM-REGISTRO       SECTION.
           READ FATURA-FILE
               AT END
                   MOVE 'S' TO WS-FLAG-FIM-FATURA
               NOT AT END
                   IF FTC-ID-RODAPE
                       MOVE 'S' TO WS-FLAG-RODAPE-ACHADO
                       PERFORM 1440-CONFERIR-RODAPE
                   ELSE
                       ADD 1 TO WS-CTRL-QTD-LIDA
                       ADD FT-VALOR-COBRADO TO WS-CTRL-HASH-LIDO
                   END-IF
           END-READ
           .
       1430-CONFERIR-UM-REGISTRO-FIM.
           EXIT.

       1440-CONFERIR-RODAPE            SECTION.
           MOVE 'S' TO WS-FLAG-LOTE-VALIDO
           IF FTC-QTD-REGISTROS NOT = WS-CTRL-QTD-LIDA
               DISPLAY 'QUANTIDADE DO RODAPE (' FTC-QTD-REGISTROS
                       ') DIVERGE DAS ' WS-CTRL-QTD-LIDA
                       ' LINHAS LIDAS, FATURA RECUSADA.'
               MOVE 'N' TO WS-FLAG-LOTE-VALIDO
           END-IF
           IF FTC-HASH-VALOR NOT = WS-CTRL-HASH-LIDO
               DISPLAY 'TOTAL COBRADO DO RODAPE DIVERGE DO SOMADO '
                       'NA LEITURA, FATURA RECUSADA.'
               MOVE 'N' TO WS-FLAG-LOTE-VALIDO
           END-IF
           IF FTC-DATA-ARQUIVO NOT = WS-CTRL-DATA-ARQUIVO
              OR FTC-SEQUENCIA NOT = WS-CTRL-SEQUENCIA
               DISPLAY 'DATA/SEQUENCIA DO RODAPE NAO CONFEREM COM O '
                       'CABECALHO, FATURA RECUSADA.'
               MOVE 'N' TO WS-FLAG-LOTE-VALIDO
           END-IF
           .
       1440-CONFERIR-RODAPE-FIM.
           EXIT.

      ******************************************************************
      *    ABRE A FATURA ESPERADA E GRAVA O CABECALHO DE CONTROLE COM  *
      *    A DATA DA GERACAO; O RODAPE SAI NO FECHAMENTO               *
      ******************************************************************
       1500-ABRIR-FATURA-ESPERADA      SECTION.
           OPEN OUTPUT FATURA-ESPERADA-FILE
           MOVE WS-STATUS-ESPERADA TO WS-STATUS-ESPERADA-ABERTURA
           IF WS-STATUS-ESPERADA NOT = '00'
               DISPLAY 'ERRO AO ABRIR A FATURA ESPERADA: '
                       WS-STATUS-ESPERADA
           ELSE
               MOVE SPACES          TO FEC-CONTROLE
               MOVE '*CABECA*'      TO FEC-ID
               MOVE WS-DATA-SISTEMA TO FEC-DATA-ARQUIVO
               MOVE 1               TO FEC-SEQUENCIA
               MOVE ZEROS           TO FEC-QTD-REGISTROS
               MOVE ZEROS           TO FEC-HASH-VALOR
               WRITE FEC-CONTROLE
               IF WS-STATUS-ESPERADA NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR NA FATURA ESPERADA: '
                           WS-STATUS-ESPERADA
               END-IF
           END-IF
           .
       1500-ABRIR-FATURA-ESPERADA-FIM.
           EXIT.

      ******************************************************************
      *    LOGICA CENTRAL DO PROGRAMA                                  *
      ******************************************************************
       2000-PROCESSAR                  SECTION.
      *    MONTA AS VISITAS DO MES A PARTIR DO CONSOLIDADO DE DIARIOS
           PERFORM 2100-CARREGAR-VISITAS
      *    PRECIFICA CADA VISITA PELA TARIFA CONTRATADA
           PERFORM 2200-PRECIFICAR-VISITA
               VARYING WS-POS-VISITA FROM 1 BY 1
               UNTIL WS-POS-VISITA > WS-QTD-VISITAS
      *    CONFERE A FATURA RECEBIDA LINHA A LINHA
           PERFORM 2300-CONFERIR-FATURA
           .
       2000-PROCESSAR-FIM.
           EXIT.

      ******************************************************************
      *    LE O CONSOLIDADO DE DIARIOS E MONTA AS VISITAS DO MES DE    *
      *    REFERENCIA; SEM O ARQUIVO NAO HA VISITA ESPERADA, E TODA    *
      *    LINHA DA FATURA SAI PARA CONTESTACAO                        *
      ******************************************************************
       2100-CARREGAR-VISITAS           SECTION.
           OPEN INPUT HISTORICO-FILE
           IF WS-STATUS-HISTORICO NOT = '00'
               DISPLAY 'ERRO AO ABRIR O CONSOLIDADO DE DIARIOS: '
                       WS-STATUS-HISTORICO
               MOVE 'S' TO WS-FLAG-FIM-HISTORICO
           ELSE
               PERFORM 2190-LER-HISTORICO
           END-IF
           PERFORM 2110-PROCESSAR-HISTORICO
               UNTIL WS-FIM-HISTORICO
           IF WS-STATUS-HISTORICO = '00' OR WS-STATUS-HISTORICO = '10'
               CLOSE HISTORICO-FILE
           END-IF
           DISPLAY 'MOVIMENTOS DA TRANSPORTADORA NO MES: '
                   WS-TOTAL-MOVIMENTOS ' EM ' WS-QTD-VISITAS
                   ' VISITA(S).'
           .
       2100-CARREGAR-VISITAS-FIM.
           EXIT.

      ******************************************************************
      *    ACUMULA UM REGISTRO DO HISTORICO: SOMENTE CARGA, DESCARGA E *
      *    AJUSTE DO MES DE REFERENCIA SAO MOVIMENTO DA TRANSPORTADORA *
      *    (CARGA REJEITADA NAO ENTROU NO TERMINAL E NAO CONTA)        *
      ******************************************************************
       2110-PROCESSAR-HISTORICO        SECTION.
           MOVE JR-DATA TO WS-DATA-TRABALHO
           IF WS-DATA-TRAB-ANO-MES = WS-ANO-MES-REFERENCIA
              AND (JR-STATUS-CARGA OR JR-STATUS-DESCARGA
                   OR JR-STATUS-AJUSTE)
               ADD 1 TO WS-TOTAL-MOVIMENTOS
               PERFORM 2120-LOCALIZAR-VISITA
               IF WS-POS-VISITA-ACHADA NOT = ZEROS
                   PERFORM 2130-ACUMULAR-MOVIMENTO
               END-IF
           END-IF
           PERFORM 2190-LER-HISTORICO
           .
       2110-PROCESSAR-HISTORICO-FIM.
           EXIT.

      ******************************************************************
      *    LOCALIZA A VISITA DO TERMINAL E DATA DO REGISTRO CORRENTE,  *
      *    INCLUINDO-A SE FOR O PRIMEIRO MOVIMENTO DELA; OS MOVIMENTOS *
      *    DE UMA VISITA COSTUMAM VIR SEGUIDOS NO DIARIO, ENTAO A      *
      *    ULTIMA VISITA USADA E CONFERIDA ANTES DA PESQUISA           *
      ******************************************************************
       2120-LOCALIZAR-VISITA           SECTION.
           MOVE 'N' TO WS-FLAG-VISITA-ACHADA
           IF WS-POS-VISITA-ACHADA NOT = ZEROS
               IF WS-VIS-TERMINAL(WS-POS-VISITA-ACHADA) = JR-TERMINAL
                  AND WS-VIS-DATA(WS-POS-VISITA-ACHADA) = JR-DATA
                   MOVE 'S' TO WS-FLAG-VISITA-ACHADA
               END-IF
           END-IF
           IF WS-VISITA-NAO-ACHADA
               MOVE ZEROS TO WS-POS-VISITA-ACHADA
               PERFORM 2125-COMPARAR-VISITA
                   VARYING WS-POS-VISITA FROM 1 BY 1
                   UNTIL WS-POS-VISITA > WS-QTD-VISITAS
                       OR WS-VISITA-ACHADA
           END-IF
           IF WS-VISITA-NAO-ACHADA
               IF WS-QTD-VISITAS >= WS-MAX-VISITAS
                   DISPLAY 'TABELA DE VISITAS CHEIA, VISITA AO '
                           'TERMINAL ' JR-TERMINAL ' EM ' JR-DATA
                           ' NAO SERA CONFERIDA.'
               ELSE
                   ADD 1 TO WS-QTD-VISITAS
                   MOVE WS-QTD-VISITAS TO WS-POS-VISITA-ACHADA
                   MOVE JR-TERMINAL
                       TO WS-VIS-TERMINAL(WS-POS-VISITA-ACHADA)
                   MOVE JR-DATA TO WS-VIS-DATA(WS-POS-VISITA-ACHADA)
                   MOVE SPACES
                       TO WS-VIS-TRANSPORTADORA(WS-POS-VISITA-ACHADA)
                   MOVE SPACES TO WS-VIS-REGIAO(WS-POS-VISITA-ACHADA)
                   MOVE 'P'    TO WS-VIS-TIPO(WS-POS-VISITA-ACHADA)
                   MOVE ZEROS
                       TO WS-VIS-QTD-CASSETES(WS-POS-VISITA-ACHADA)
                   MOVE ZEROS
                       TO WS-VIS-VALOR-TRANSP(WS-POS-VISITA-ACHADA)
                   MOVE ZEROS
                       TO WS-VIS-VALOR-ESPERADO(WS-POS-VISITA-ACHADA)
                   MOVE 'N'
                       TO WS-VIS-SEM-TARIFA(WS-POS-VISITA-ACHADA)
                   MOVE ZEROS
                       TO WS-VIS-QTD-COBRANCAS(WS-POS-VISITA-ACHADA)
               END-IF
           END-IF
           .
       2120-LOCALIZAR-VISITA-FIM.
           EXIT.

       2125-COMPARAR-VISITA            SECTION.
           IF WS-VIS-TERMINAL(WS-POS-VISITA) = JR-TERMINAL
              AND WS-VIS-DATA(WS-POS-VISITA) = JR-DATA
               MOVE WS-POS-VISITA TO WS-POS-VISITA-ACHADA
               MOVE 'S' TO WS-FLAG-VISITA-ACHADA
           END-IF
           .
       2125-COMPARAR-VISITA-FIM.
           EXIT.

      ******************************************************************
      *    SOMA O MOVIMENTO NA VISITA: CARGA E DESCARGA CONTAM O       *
      *    CASSETE DA DENOMINACAO (UMA TROCA DE CASSETE E UM CASSETE   *
      *    SO) E O VALOR TRANSPORTADO; O AJUSTE CORRIGE O VALOR DA     *
      *    DESCARGA PARA O RESIDUO CONTADO (SOBRA SOMA, FALTA SUBTRAI) *
      ******************************************************************
       2130-ACUMULAR-MOVIMENTO         SECTION.
           EVALUATE TRUE
               WHEN JR-STATUS-AJUSTE AND JR-COD-MOTIVO = 'FAL'
                   SUBTRACT JR-VALOR-SAQUE
                       FROM WS-VIS-VALOR-TRANSP(WS-POS-VISITA-ACHADA)
               WHEN JR-STATUS-AJUSTE
                   ADD JR-VALOR-SAQUE
                       TO WS-VIS-VALOR-TRANSP(WS-POS-VISITA-ACHADA)
               WHEN OTHER
                   ADD JR-VALOR-SAQUE
                       TO WS-VIS-VALOR-TRANSP(WS-POS-VISITA-ACHADA)
                   IF JR-QTD-DENOMINACOES NOT = ZEROS
                       PERFORM 2135-CONTAR-CASSETE
                   END-IF
           END-EVALUATE
           .
       2130-ACUMULAR-MOVIMENTO-FIM.
           EXIT.

       2135-CONTAR-CASSETE             SECTION.
           MOVE 'N' TO WS-FLAG-CASSETE-ACHADO
           PERFORM 2137-COMPARAR-CASSETE
               VARYING WS-POS-CASSETE FROM 1 BY 1
               UNTIL WS-POS-CASSETE >
                       WS-VIS-QTD-CASSETES(WS-POS-VISITA-ACHADA)
                   OR WS-CASSETE-ACHADO
           IF WS-CASSETE-NAO-ACHADO
               IF WS-VIS-QTD-CASSETES(WS-POS-VISITA-ACHADA) >= 10
                   DISPLAY 'VISITA AO TERMINAL ' JR-TERMINAL ' EM '
                           JR-DATA ' COM MAIS DE 10 CASSETES, '
                           'CEDULA ' JR-DENOM-VALOR(1)
                           ' NAO SERA CONTADA.'
               ELSE
                   ADD 1 TO WS-VIS-QTD-CASSETES(WS-POS-VISITA-ACHADA)
                   MOVE WS-VIS-QTD-CASSETES(WS-POS-VISITA-ACHADA)
                       TO WS-POS-CASSETE
                   MOVE JR-DENOM-VALOR(1)
                       TO WS-VIS-DENOM(WS-POS-VISITA-ACHADA,
                                       WS-POS-CASSETE)
               END-IF
           END-IF
           .
       2135-CONTAR-CASSETE-FIM.
           EXIT.

       2137-COMPARAR-CASSETE           SECTION.
           IF WS-VIS-DENOM(WS-POS-VISITA-ACHADA, WS-POS-CASSETE)
                   = JR-DENOM-VALOR(1)
               MOVE 'S' TO WS-FLAG-CASSETE-ACHADO
           END-IF
           .
       2137-COMPARAR-CASSETE-FIM.
           EXIT.

       2190-LER-HISTORICO              SECTION.
           READ HISTORICO-FILE
               AT END MOVE 'S' TO WS-FLAG-FIM-HISTORICO
           END-READ
           .
       2190-LER-HISTORICO-FIM.
           EXIT.

      ******************************************************************
      *    PRECIFICA UMA VISITA: BUSCA REGIAO, TRANSPORTADORA E ROTA   *
      *    NO CADASTRO DE TERMINAIS, CLASSIFICA A VISITA EM PROGRAMADA *
      *    OU EMERGENCIAL PELO DIA DA SEMANA E APLICA A TARIFA         *
      *    CONTRATADA: PRECO DA VISITA, MAIS O PRECO POR CASSETE, MAIS *
      *    O PERCENTUAL SOBRE O VALOR TRANSPORTADO                     *
      ******************************************************************
       2200-PRECIFICAR-VISITA          SECTION.
           PERFORM 2210-BUSCAR-TERMINAL
           MOVE WS-VIS-TRANSPORTADORA(WS-POS-VISITA)
               TO WS-TRANSP-PROCURADA
           PERFORM 2250-LOCALIZAR-TRANSPORTADORA
           PERFORM 2230-LOCALIZAR-TARIFA
           IF WS-VIS-VALOR-TRANSP(WS-POS-VISITA) < ZEROS
               MOVE ZEROS TO WS-VALOR-TRANSPORTADO
           ELSE
               MOVE WS-VIS-VALOR-TRANSP(WS-POS-VISITA)
                   TO WS-VALOR-TRANSPORTADO
           END-IF
           IF WS-TARIFA-NAO-ACHADA
               MOVE 'S' TO WS-VIS-SEM-TARIFA(WS-POS-VISITA)
               MOVE ZEROS TO WS-VIS-VALOR-ESPERADO(WS-POS-VISITA)
               ADD 1 TO WS-TOTAL-SEM-TARIFA
           ELSE
               COMPUTE WS-VIS-VALOR-ESPERADO(WS-POS-VISITA) ROUNDED =
                   WS-TAR-VALOR-VISITA(WS-POS-TARIFA-ACHADA)
                 + WS-TAR-VALOR-CASSETE(WS-POS-TARIFA-ACHADA)
                       * WS-VIS-QTD-CASSETES(WS-POS-VISITA)
                 + WS-VALOR-TRANSPORTADO
                       * WS-TAR-PERC-AD-VALOREM(WS-POS-TARIFA-ACHADA)
                       / 100
           END-IF
           IF WS-POS-TRANSP-ACHADA NOT = ZEROS
               ADD 1 TO WS-TRP-QTD-ESPERADAS(WS-POS-TRANSP-ACHADA)
               ADD WS-VIS-VALOR-ESPERADO(WS-POS-VISITA)
                   TO WS-TRP-VALOR-ESPERADO(WS-POS-TRANSP-ACHADA)
           END-IF
           .
       2200-PRECIFICAR-VISITA-FIM.
           EXIT.

      ******************************************************************
      *    BUSCA O TERMINAL DA VISITA NO CADASTRO E CLASSIFICA A       *
      *    VISITA: FORA DOS DIAS DE ROTA DO TERMINAL E EMERGENCIAL;    *
      *    TERMINAL SEM ROTA CADASTRADA TEM TODA VISITA PROGRAMADA     *
      ******************************************************************
       2210-BUSCAR-TERMINAL            SECTION.
           IF WS-STATUS-TERMCAD-ABERTURA = '00'
               MOVE WS-VIS-TERMINAL(WS-POS-VISITA) TO TM-TERMINAL
               READ TERMINAL-MASTER-FILE
                   INVALID KEY
                       DISPLAY 'TERMINAL ' TM-TERMINAL
                               ' NAO CADASTRADO, VISITA SEM TARIFA.'
                   NOT INVALID KEY
                       MOVE TM-TRANSPORTADORA
                           TO WS-VIS-TRANSPORTADORA(WS-POS-VISITA)
                       MOVE TM-REGIAO
                           TO WS-VIS-REGIAO(WS-POS-VISITA)
                       IF TM-DIAS-VISITA NOT = SPACES
                           PERFORM 2220-CALCULAR-DIA-SEMANA
                           IF TM-DIA-VISITA(WS-POS-DIA-ROTA) NOT = 'S'
                               MOVE 'E' TO WS-VIS-TIPO(WS-POS-VISITA)
                           END-IF
                       END-IF
               END-READ
           END-IF
           .
       2210-BUSCAR-TERMINAL-FIM.
           EXIT.

      ******************************************************************
      *    CALCULA O DIA DA SEMANA DA VISITA PELA CONGRUENCIA DE       *
      *    ZELLER (COM AS DIVISOES INTEIRAS EM PASSOS SEPARADOS, PARA  *
      *    PRESERVAR O TRUNCAMENTO) E A POSICAO DELE NA ROTA DO        *
      *    CADASTRO, QUE COMECA NO DOMINGO                             *
      ******************************************************************
       2220-CALCULAR-DIA-SEMANA        SECTION.
           MOVE WS-VIS-DATA(WS-POS-VISITA) TO WS-DATA-TRABALHO
           MOVE WS-DATA-TRAB-ANO TO WS-ZEL-ANO
           MOVE WS-DATA-TRAB-MES TO WS-ZEL-MES
           MOVE WS-DATA-TRAB-DIA TO WS-ZEL-DIA
           IF WS-ZEL-MES < 3
               ADD 12 TO WS-ZEL-MES
               SUBTRACT 1 FROM WS-ZEL-ANO
           END-IF
           COMPUTE WS-ZEL-TERMO-MES = 13 * (WS-ZEL-MES + 1)
           DIVIDE WS-ZEL-TERMO-MES BY 5
               GIVING WS-ZEL-TERMO-MES
           DIVIDE WS-ZEL-ANO BY 100
               GIVING WS-ZEL-SECULO
               REMAINDER WS-ZEL-ANO-SECULO
           DIVIDE WS-ZEL-ANO-SECULO BY 4
               GIVING WS-ZEL-QUARTO-ANO
           DIVIDE WS-ZEL-SECULO BY 4
               GIVING WS-ZEL-QUARTO-SECULO
           COMPUTE WS-ZEL-SOMA = WS-ZEL-DIA + WS-ZEL-TERMO-MES
               + WS-ZEL-ANO-SECULO + WS-ZEL-QUARTO-ANO
               + WS-ZEL-QUARTO-SECULO + 5 * WS-ZEL-SECULO
           DIVIDE WS-ZEL-SOMA BY 7
               GIVING WS-ZEL-QUOCIENTE
               REMAINDER WS-DIA-SEMANA
      *    ZERO E SABADO, UM E DOMINGO; NA ROTA O SABADO E O SETIMO
           IF WS-DIA-SEMANA = 0
               MOVE 7 TO WS-POS-DIA-ROTA
           ELSE
               MOVE WS-DIA-SEMANA TO WS-POS-DIA-ROTA
           END-IF
           .
       2220-CALCULAR-DIA-SEMANA-FIM.
           EXIT.

       2230-LOCALIZAR-TARIFA           SECTION.
           MOVE 'N'   TO WS-FLAG-TARIFA-ACHADA
           MOVE ZEROS TO WS-POS-TARIFA-ACHADA
           PERFORM 2235-COMPARAR-TARIFA
               VARYING WS-POS-TARIFA FROM 1 BY 1
               UNTIL WS-POS-TARIFA > WS-QTD-TARIFAS
                   OR WS-TARIFA-ACHADA
           .
       2230-LOCALIZAR-TARIFA-FIM.
           EXIT.

       2235-COMPARAR-TARIFA            SECTION.
           IF WS-TAR-TRANSPORTADORA(WS-POS-TARIFA)
                   = WS-VIS-TRANSPORTADORA(WS-POS-VISITA)
              AND WS-TAR-REGIAO(WS-POS-TARIFA)
                   = WS-VIS-REGIAO(WS-POS-VISITA)
              AND WS-TAR-TIPO-VISITA(WS-POS-TARIFA)
                   = WS-VIS-TIPO(WS-POS-VISITA)
               MOVE WS-POS-TARIFA TO WS-POS-TARIFA-ACHADA
               MOVE 'S' TO WS-FLAG-TARIFA-ACHADA
           END-IF
           .
       2235-COMPARAR-TARIFA-FIM.
           EXIT.

      ******************************************************************
      *    LOCALIZA A TRANSPORTADORA EM WS-TRANSP-PROCURADA NA TABELA  *
      *    DE TOTAIS, INCLUINDO-A SE FOR A PRIMEIRA VEZ                *
      ******************************************************************
       2250-LOCALIZAR-TRANSPORTADORA   SECTION.
           MOVE 'N'   TO WS-FLAG-TRANSP-ACHADA
           MOVE ZEROS TO WS-POS-TRANSP-ACHADA
           PERFORM 2255-COMPARAR-TRANSPORTADORA
               VARYING WS-POS-TRANSP FROM 1 BY 1
               UNTIL WS-POS-TRANSP > WS-QTD-TRANSP
                   OR WS-TRANSP-ACHADA
           IF WS-TRANSP-NAO-ACHADA
               IF WS-QTD-TRANSP >= WS-MAX-TRANSP
                   DISPLAY 'TABELA DE TRANSPORTADORAS CHEIA, '
                           WS-TRANSP-PROCURADA
                           ' FICARA FORA DOS TOTAIS.'
               ELSE
                   ADD 1 TO WS-QTD-TRANSP
                   MOVE WS-QTD-TRANSP TO WS-POS-TRANSP-ACHADA
                   MOVE WS-TRANSP-PROCURADA
                       TO WS-TRP-ID(WS-POS-TRANSP-ACHADA)
                   MOVE ZEROS
                       TO WS-TRP-QTD-ESPERADAS(WS-POS-TRANSP-ACHADA)
                   MOVE ZEROS
                       TO WS-TRP-VALOR-ESPERADO(WS-POS-TRANSP-ACHADA)
                   MOVE ZEROS
                       TO WS-TRP-QTD-COBRADAS(WS-POS-TRANSP-ACHADA)
                   MOVE ZEROS
                       TO WS-TRP-VALOR-COBRADO(WS-POS-TRANSP-ACHADA)
                   MOVE ZEROS
                       TO WS-TRP-VALOR-CONTESTADO(WS-POS-TRANSP-ACHADA)
               END-IF
           END-IF
           .
       2250-LOCALIZAR-TRANSPORTADORA-FIM.
           EXIT.

       2255-COMPARAR-TRANSPORTADORA    SECTION.
           IF WS-TRP-ID(WS-POS-TRANSP) = WS-TRANSP-PROCURADA
               MOVE WS-POS-TRANSP TO WS-POS-TRANSP-ACHADA
               MOVE 'S' TO WS-FLAG-TRANSP-ACHADA
           END-IF
           .
       2255-COMPARAR-TRANSPORTADORA-FIM.
           EXIT.

      ******************************************************************
      *    CONFERE A FATURA RECEBIDA LINHA A LINHA CONTRA AS VISITAS   *
      *    DO DIARIO, LISTANDO PARA CONTESTACAO CADA LINHA SEM         *
      *    MOVIMENTO, COBRADA EM DUPLICIDADE OU COM VALOR DIVERGENTE;  *
      *    SEM O CADASTRO DE TERMINAIS NAO HA REGIAO, TARIFA NEM       *
      *    TRANSPORTADORA DAS VISITAS, E A FATURA NAO E CONFERIDA      *
      ******************************************************************
       2300-CONFERIR-FATURA            SECTION.
           DISPLAY ' '
           DISPLAY '==============================================='
           DISPLAY '  CONFERENCIA DA FATURA DA TRANSPORTADORA      '
           DISPLAY '==============================================='
           EVALUATE TRUE
               WHEN WS-LOTE-INVALIDO
                   DISPLAY 'FATURA AUSENTE OU RECUSADA NO CONTROLE, '
                           'NENHUMA LINHA CONFERIDA.'
               WHEN WS-STATUS-TERMCAD-ABERTURA NOT = '00'
                   DISPLAY 'CADASTRO DE TERMINAIS INDISPONIVEL, '
                           'FATURA NAO CONFERIDA.'
                   MOVE 'S' TO WS-FLAG-FIM-FATURA
           END-EVALUATE
           PERFORM 2310-CONFERIR-UMA-LINHA
               UNTIL WS-FIM-FATURA
           .
       2300-CONFERIR-FATURA-FIM.
           EXIT.

       2310-CONFERIR-UMA-LINHA         SECTION.
           ADD 1 TO WS-TOTAL-LINHAS-FATURA
           MOVE FT-TRANSPORTADORA TO WS-TRANSP-PROCURADA
           PERFORM 2250-LOCALIZAR-TRANSPORTADORA
           IF WS-POS-TRANSP-ACHADA NOT = ZEROS
               ADD 1 TO WS-TRP-QTD-COBRADAS(WS-POS-TRANSP-ACHADA)
               ADD FT-VALOR-COBRADO
                   TO WS-TRP-VALOR-COBRADO(WS-POS-TRANSP-ACHADA)
           END-IF
           MOVE 'N'   TO WS-FLAG-VISITA-ACHADA
           MOVE ZEROS TO WS-POS-VISITA-ACHADA
           PERFORM 2315-COMPARAR-VISITA-FATURADA
               VARYING WS-POS-VISITA FROM 1 BY 1
               UNTIL WS-POS-VISITA > WS-QTD-VISITAS
                   OR WS-VISITA-ACHADA
           EVALUATE TRUE
               WHEN WS-VISITA-NAO-ACHADA
                   ADD 1 TO WS-TOTAL-SEM-MOVIMENTO
                   DISPLAY '-----------------------------------------'
                   DISPLAY 'VISITA COBRADA SEM MOVIMENTO NO DIARIO'
                   PERFORM 2330-IMPRIMIR-LINHA-FATURA
                   PERFORM 2350-CONTESTAR-LINHA-INTEIRA
               WHEN WS-VIS-QTD-COBRANCAS(WS-POS-VISITA-ACHADA)
                       NOT = ZEROS
                   ADD 1 TO WS-VIS-QTD-COBRANCAS(WS-POS-VISITA-ACHADA)
                   ADD 1 TO WS-TOTAL-DUPLICADAS
                   DISPLAY '-----------------------------------------'
                   DISPLAY 'VISITA COBRADA EM DUPLICIDADE'
                   PERFORM 2330-IMPRIMIR-LINHA-FATURA
                   PERFORM 2350-CONTESTAR-LINHA-INTEIRA
               WHEN OTHER
                   ADD 1 TO WS-VIS-QTD-COBRANCAS(WS-POS-VISITA-ACHADA)
                   PERFORM 2340-COMPARAR-LINHA
           END-EVALUATE
           PERFORM 2390-LER-FATURA
           .
       2310-CONFERIR-UMA-LINHA-FIM.
           EXIT.

       2315-COMPARAR-VISITA-FATURADA   SECTION.
           IF WS-VIS-TERMINAL(WS-POS-VISITA) = FT-TERMINAL
              AND WS-VIS-DATA(WS-POS-VISITA) = FT-DATA-VISITA
               MOVE WS-POS-VISITA TO WS-POS-VISITA-ACHADA
               MOVE 'S' TO WS-FLAG-VISITA-ACHADA
           END-IF
           .
       2315-COMPARAR-VISITA-FATURADA-FIM.
           EXIT.

       2330-IMPRIMIR-LINHA-FATURA      SECTION.
           MOVE FT-VALOR-COBRADO TO WS-MASC-REAIS
           DISPLAY '  TRANSPORTADORA ' FT-TRANSPORTADORA
                   ' TERMINAL ' FT-TERMINAL
                   ' DATA ' FT-DATA-VISITA
                   ' TIPO ' FT-TIPO-VISITA
           DISPLAY '  CASSETES ' FT-QTD-CASSETES
                   ' COBRADO R$' WS-MASC-REAIS
           .
       2330-IMPRIMIR-LINHA-FATURA-FIM.
           EXIT.

      ******************************************************************
      *    COMPARA A LINHA COBRADA COM A VISITA DO DIARIO: TIPO DA     *
      *    VISITA, CASSETES, VALOR E A TRANSPORTADORA DO CADASTRO DO   *
      *    TERMINAL; VALOR COBRADO A MAIOR ENTRA NA CONTESTACAO, E A   *
      *    MENOR SO E APONTADO                                         *
      ******************************************************************
       2340-COMPARAR-LINHA             SECTION.
           MOVE 'N' TO WS-FLAG-LINHA-DIVERGENTE
           COMPUTE WS-DIFERENCA-VALOR =
               FT-VALOR-COBRADO
                   - WS-VIS-VALOR-ESPERADO(WS-POS-VISITA-ACHADA)
           IF WS-DIFERENCA-VALOR NOT = ZEROS
              OR FT-TIPO-VISITA NOT = WS-VIS-TIPO(WS-POS-VISITA-ACHADA)
              OR FT-QTD-CASSETES
                   NOT = WS-VIS-QTD-CASSETES(WS-POS-VISITA-ACHADA)
              OR FT-TRANSPORTADORA
                   NOT = WS-VIS-TRANSPORTADORA(WS-POS-VISITA-ACHADA)
               MOVE 'S' TO WS-FLAG-LINHA-DIVERGENTE
           END-IF
           IF WS-LINHA-DIVERGENTE
               ADD 1 TO WS-TOTAL-DIVERGENTES
               DISPLAY '-----------------------------------------'
               DISPLAY 'VISITA COBRADA COM DIVERGENCIA'
               PERFORM 2330-IMPRIMIR-LINHA-FATURA
               MOVE WS-VIS-VALOR-ESPERADO(WS-POS-VISITA-ACHADA)
                   TO WS-MASC-ESPERADO
               DISPLAY '  DIARIO: TIPO '
                       WS-VIS-TIPO(WS-POS-VISITA-ACHADA)
                       ' CASSETES '
                       WS-VIS-QTD-CASSETES(WS-POS-VISITA-ACHADA)
                       ' ESPERADO R$' WS-MASC-ESPERADO
               EVALUATE TRUE
                   WHEN FT-TRANSPORTADORA
                       = WS-VIS-TRANSPORTADORA(WS-POS-VISITA-ACHADA)
                       CONTINUE
                   WHEN WS-VIS-TRANSPORTADORA(WS-POS-VISITA-ACHADA)
                       = SPACES
                       DISPLAY '  *** TERMINAL SEM CADASTRO ***'
                   WHEN OTHER
                       DISPLAY '  *** TERMINAL ATENDIDO PELA '
                               'TRANSPORTADORA '
                          WS-VIS-TRANSPORTADORA(WS-POS-VISITA-ACHADA)
                               ' NO CADASTRO ***'
               END-EVALUATE
               IF WS-VIS-SEM-TARIFA(WS-POS-VISITA-ACHADA) = 'S'
                   DISPLAY '  *** SEM TARIFA CONTRATADA PARA A '
                           'REGIAO E TIPO DA VISITA ***'
               END-IF
               MOVE WS-DIFERENCA-VALOR TO WS-MASC-DIFERENCA
               DISPLAY '  DIFERENCA R$' WS-MASC-DIFERENCA
               IF WS-DIFERENCA-VALOR > ZEROS
                  AND WS-POS-TRANSP-ACHADA NOT = ZEROS
                   ADD WS-DIFERENCA-VALOR
                       TO WS-TRP-VALOR-CONTESTADO(WS-POS-TRANSP-ACHADA)
               END-IF
           END-IF
           .
       2340-COMPARAR-LINHA-FIM.
           EXIT.

       2350-CONTESTAR-LINHA-INTEIRA    SECTION.
           IF WS-POS-TRANSP-ACHADA NOT = ZEROS
               ADD FT-VALOR-COBRADO
                   TO WS-TRP-VALOR-CONTESTADO(WS-POS-TRANSP-ACHADA)
           END-IF
           .
       2350-CONTESTAR-LINHA-INTEIRA-FIM.
           EXIT.

      ******************************************************************
      *    LE A PROXIMA LINHA DA FATURA; O RODAPE, JA CONFERIDO NA     *
      *    ABERTURA, ENCERRA A CONFERENCIA COMO UM FIM DE ARQUIVO      *
      ******************************************************************
       2390-LER-FATURA                 SECTION.
           READ FATURA-FILE
               AT END
                   MOVE 'S' TO WS-FLAG-FIM-FATURA
               NOT AT END
                   IF FTC-ID-RODAPE OR FTC-ID-CABECALHO
                       MOVE 'S' TO WS-FLAG-FIM-FATURA
                   END-IF
           END-READ
           .
       2390-LER-FATURA-FIM.
           EXIT.

      ******************************************************************
      *    FINALIZAR PROGRAMA                                          *
      ******************************************************************
       3000-FINALIZAR                  SECTION.
      *    GRAVA A FATURA ESPERADA, TRANSPORTADORA POR TRANSPORTADORA
           PERFORM 3100-GRAVAR-FATURA-ESPERADA
               VARYING WS-POS-TRANSP FROM 1 BY 1
               UNTIL WS-POS-TRANSP > WS-QTD-TRANSP
           PERFORM 3150-GRAVAR-RODAPE-ESPERADA
      *    LISTA AS VISITAS NAO COBRADAS E AS SEM TARIFA
           PERFORM 3200-IMPRIMIR-PENDENCIAS
      *    IMPRIME OS TOTAIS POR TRANSPORTADORA
           PERFORM 3300-IMPRIMIR-RESUMO
           IF WS-STATUS-TERMCAD-ABERTURA = '00'
               CLOSE TERMINAL-MASTER-FILE
           END-IF
           IF WS-STATUS-FATURA-ABERTURA = '00'
               CLOSE FATURA-FILE
           END-IF
           IF WS-STATUS-ESPERADA-ABERTURA = '00'
               CLOSE FATURA-ESPERADA-FILE
           END-IF
           STOP RUN
           .
       3000-FINALIZAR-FIM.
           EXIT.

       3100-GRAVAR-FATURA-ESPERADA     SECTION.
           PERFORM 3110-GRAVAR-UMA-VISITA
               VARYING WS-POS-VISITA FROM 1 BY 1
               UNTIL WS-POS-VISITA > WS-QTD-VISITAS
           .
       3100-GRAVAR-FATURA-ESPERADA-FIM.
           EXIT.

      ******************************************************************
      *    GRAVA NA FATURA ESPERADA A VISITA CORRENTE, SE FOR DA       *
      *    TRANSPORTADORA CORRENTE, NO LEIAUTE DA FATURA RECEBIDA      *
      ******************************************************************
       3110-GRAVAR-UMA-VISITA          SECTION.
           IF WS-VIS-TRANSPORTADORA(WS-POS-VISITA)
                   = WS-TRP-ID(WS-POS-TRANSP)
              AND WS-STATUS-ESPERADA = '00'
               MOVE WS-VIS-TRANSPORTADORA(WS-POS-VISITA)
                   TO FE-TRANSPORTADORA
               MOVE WS-VIS-TERMINAL(WS-POS-VISITA) TO FE-TERMINAL
               MOVE WS-VIS-DATA(WS-POS-VISITA)     TO FE-DATA-VISITA
               MOVE WS-VIS-TIPO(WS-POS-VISITA)     TO FE-TIPO-VISITA
               MOVE WS-VIS-QTD-CASSETES(WS-POS-VISITA)
                   TO FE-QTD-CASSETES
               IF WS-VIS-VALOR-TRANSP(WS-POS-VISITA) < ZEROS
                   MOVE ZEROS TO FE-VALOR-TRANSPORTADO
               ELSE
                   MOVE WS-VIS-VALOR-TRANSP(WS-POS-VISITA)
                       TO FE-VALOR-TRANSPORTADO
               END-IF
               MOVE WS-VIS-VALOR-ESPERADO(WS-POS-VISITA)
                   TO FE-VALOR-COBRADO
               WRITE FE-REGISTRO
               IF WS-STATUS-ESPERADA NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR NA FATURA ESPERADA: '
                           WS-STATUS-ESPERADA
               ELSE
                   ADD 1 TO WS-CTRL-QTD-GERADA
                   ADD FE-VALOR-COBRADO TO WS-CTRL-HASH-GERADO
               END-IF
           END-IF
           .
       3110-GRAVAR-UMA-VISITA-FIM.
           EXIT.

       3150-GRAVAR-RODAPE-ESPERADA     SECTION.
           IF WS-STATUS-ESPERADA = '00'
               MOVE SPACES              TO FEC-CONTROLE
               MOVE '*RODAPE*'          TO FEC-ID
               MOVE WS-DATA-SISTEMA     TO FEC-DATA-ARQUIVO
               MOVE 1                   TO FEC-SEQUENCIA
               MOVE WS-CTRL-QTD-GERADA  TO FEC-QTD-REGISTROS
               MOVE WS-CTRL-HASH-GERADO TO FEC-HASH-VALOR
               WRITE FEC-CONTROLE
               IF WS-STATUS-ESPERADA NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR NA FATURA ESPERADA: '
                           WS-STATUS-ESPERADA
               END-IF
           END-IF
           .
       3150-GRAVAR-RODAPE-ESPERADA-FIM.
           EXIT.

      ******************************************************************
      *    VISITAS DO DIARIO QUE A FATURA NAO COBROU (A TRANSPORTADORA *
      *    PODE COBRA-LAS NA PROXIMA FATURA) E VISITAS SEM TARIFA      *
      *    CONTRATADA, QUE PRECISAM DE CONFERENCIA MANUAL              *
      ******************************************************************
       3200-IMPRIMIR-PENDENCIAS        SECTION.
           DISPLAY ' '
           DISPLAY '==============================================='
           DISPLAY '  VISITAS NAO COBRADAS OU SEM TARIFA           '
           DISPLAY '==============================================='
           PERFORM 3210-IMPRIMIR-UMA-PENDENCIA
               VARYING WS-POS-VISITA FROM 1 BY 1
               UNTIL WS-POS-VISITA > WS-QTD-VISITAS
           .
       3200-IMPRIMIR-PENDENCIAS-FIM.
           EXIT.

       3210-IMPRIMIR-UMA-PENDENCIA     SECTION.
           IF WS-VIS-QTD-COBRANCAS(WS-POS-VISITA) = ZEROS
              AND WS-LOTE-VALIDO
              AND WS-STATUS-TERMCAD-ABERTURA = '00'
               ADD 1 TO WS-TOTAL-NAO-COBRADAS
               MOVE WS-VIS-VALOR-ESPERADO(WS-POS-VISITA)
                   TO WS-MASC-ESPERADO
               DISPLAY 'NAO COBRADA   - TRANSPORTADORA '
                       WS-VIS-TRANSPORTADORA(WS-POS-VISITA)
                       ' TERMINAL ' WS-VIS-TERMINAL(WS-POS-VISITA)
                       ' DATA ' WS-VIS-DATA(WS-POS-VISITA)
                       ' R$' WS-MASC-ESPERADO
           END-IF
           IF WS-VIS-SEM-TARIFA(WS-POS-VISITA) = 'S'
               DISPLAY 'SEM TARIFA    - TRANSPORTADORA '
                       WS-VIS-TRANSPORTADORA(WS-POS-VISITA)
                       ' TERMINAL ' WS-VIS-TERMINAL(WS-POS-VISITA)
                       ' DATA ' WS-VIS-DATA(WS-POS-VISITA)
                       ' REGIAO ' WS-VIS-REGIAO(WS-POS-VISITA)
                       ' TIPO ' WS-VIS-TIPO(WS-POS-VISITA)
           END-IF
           .
       3210-IMPRIMIR-UMA-PENDENCIA-FIM.
           EXIT.

      ******************************************************************
      *    RESUMO POR TRANSPORTADORA: FATURA ESPERADA, FATURA COBRADA  *
      *    E VALOR A CONTESTAR ANTES DO PAGAMENTO                      *
      ******************************************************************
       3300-IMPRIMIR-RESUMO            SECTION.
           DISPLAY ' '
           DISPLAY '==============================================='
           DISPLAY '  RESUMO DA CONFERENCIA DE FATURAMENTO         '
           DISPLAY '==============================================='
           DISPLAY 'MES DE REFERENCIA.........: '
                   WS-ANO-MES-REFERENCIA
           DISPLAY 'VISITAS NO DIARIO.........: ' WS-QTD-VISITAS
           DISPLAY 'LINHAS DA FATURA..........: '
                   WS-TOTAL-LINHAS-FATURA
           DISPLAY 'COBRADAS SEM MOVIMENTO....: '
                   WS-TOTAL-SEM-MOVIMENTO
           DISPLAY 'COBRADAS EM DUPLICIDADE...: ' WS-TOTAL-DUPLICADAS
           DISPLAY 'COBRADAS COM DIVERGENCIA..: '
                   WS-TOTAL-DIVERGENTES
           DISPLAY 'VISITAS NAO COBRADAS......: '
                   WS-TOTAL-NAO-COBRADAS
           DISPLAY 'VISITAS SEM TARIFA........: ' WS-TOTAL-SEM-TARIFA
           PERFORM 3310-IMPRIMIR-UMA-TRANSPORTADORA
               VARYING WS-POS-TRANSP FROM 1 BY 1
               UNTIL WS-POS-TRANSP > WS-QTD-TRANSP
           DISPLAY '==============================================='
           .
       3300-IMPRIMIR-RESUMO-FIM.
           EXIT.

       3310-IMPRIMIR-UMA-TRANSPORTADORA SECTION.
           DISPLAY '-----------------------------------------------'
           IF WS-TRP-ID(WS-POS-TRANSP) = SPACES
               DISPLAY 'TRANSPORTADORA (TERMINAL SEM CADASTRO)'
           ELSE
               DISPLAY 'TRANSPORTADORA ' WS-TRP-ID(WS-POS-TRANSP)
           END-IF
           MOVE WS-TRP-VALOR-ESPERADO(WS-POS-TRANSP) TO WS-MASC-REAIS
           DISPLAY '  ESPERADO..: ' WS-TRP-QTD-ESPERADAS(WS-POS-TRANSP)
                   ' VISITA(S) R$' WS-MASC-REAIS
           MOVE WS-TRP-VALOR-COBRADO(WS-POS-TRANSP) TO WS-MASC-REAIS
           DISPLAY '  COBRADO...: ' WS-TRP-QTD-COBRADAS(WS-POS-TRANSP)
                   ' LINHA(S)  R$' WS-MASC-REAIS
           MOVE WS-TRP-VALOR-CONTESTADO(WS-POS-TRANSP)
               TO WS-MASC-REAIS
           DISPLAY '  A CONTESTAR ANTES DO PAGAMENTO R$' WS-MASC-REAIS
           .
       3310-IMPRIMIR-UMA-TRANSPORTADORA-FIM.
           EXIT.

       END PROGRAM CBLZJP15.
