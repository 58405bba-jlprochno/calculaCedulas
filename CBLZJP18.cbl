       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZJP18.
      ******************************************************************
      * Author: JENYFFER LAURA PROCHNO PEREIRA
      * Date: 15102026
      * Purpose: COMUNICACAO MENSAL AO COAF DE SAQUES EM ESPECIE:
      *          SOMA NO CONSOLIDADO DE DIARIOS OS SAQUES EFETUADOS
      *          DE CADA CONTA NO MES DE REFERENCIA, APONTA CADA SAQUE
      *          IGUAL OU ACIMA DO VALOR DE COMUNICACAO E AS CONTAS
      *          CUJOS SAQUES REPETIDOS LOGO ABAIXO DESSE VALOR SOMAM
      *          O VALOR DE COMUNICACAO OU MAIS (FRACIONAMENTO), LISTA
      *          AS OCORRENCIAS PARA A REVISAO DO COMPLIANCE E GRAVA O
      *          ARQUIVO DE ENVIO EM LEIAUTE FIXO. O ARQUIVO DE
      *          CONTROLE GUARDA OS MESES JA COMUNICADOS, E UM MES
      *          COMUNICADO NUNCA GERA NOVO ARQUIVO DE ENVIO
      * Tectonics: .CBL
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    CONSOLIDADO DE DIARIOS ARQUIVADOS: OS SAQUES EFETUADOS DO
      *    MES SAO A BASE DA COMUNICACAO
           SELECT HISTORICO-FILE ASSIGN TO "JORNHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-HISTORICO.
      *    PARAMETROS DA COMUNICACAO: MES DE REFERENCIA E LIMITES
           SELECT PARM-FILE ASSIGN TO "PARMCOAF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARM.
      *    CONTROLE DOS MESES JA COMUNICADOS: UM REGISTRO POR ARQUIVO
      *    DE ENVIO GERADO, ACRESCENTADO AO FINAL
           SELECT CONTROLE-FILE ASSIGN TO "COAFCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONTROLE.
      *    ARQUIVO DE ENVIO AO COAF, EM LEIAUTE FIXO COM CABECALHO E
      *    RODAPE DE CONTROLE
           SELECT ENVIO-FILE ASSIGN TO "COAFENV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-ENVIO.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORICO-FILE.
      *    REGISTRO DO DIARIO COMPARTILHADO COM OS DEMAIS PROGRAMAS
      *    (COPYBOOK)
           COPY JORNREC.

       FD  PARM-FILE.
       01  PC-REGISTRO.
      *    MES DE REFERENCIA (AAAAMM); ZEROS COMUNICA O MES ANTERIOR
      *    AO DA DATA DA MAQUINA
           05  PC-ANO-MES                  PIC 9(006).
      *    VALOR DE COMUNICACAO: SAQUE IGUAL OU ACIMA DELE E
      *    COMUNICADO SOZINHO; ZEROS MANTEM O PADRAO
           05  PC-VALOR-LIMITE             PIC 9(013)V99.
      *    FAIXA LOGO ABAIXO DO VALOR DE COMUNICACAO, EM PERCENTUAL
      *    DELE: SAQUE A PARTIR DESTE PERCENTUAL E ABAIXO DO VALOR
      *    CONTA PARA O FRACIONAMENTO; ZEROS MANTEM O PADRAO
           05  PC-PERC-FAIXA               PIC 9(003).
      *    QUANTIDADE MINIMA DE SAQUES NA FAIXA PARA CARACTERIZAR O
      *    FRACIONAMENTO; ZEROS MANTEM O PADRAO
           05  PC-QTD-MINIMA               PIC 9(003).

       FD  CONTROLE-FILE.
       01  CF-REGISTRO.
           05  CF-ANO-MES                  PIC 9(006).
           05  CF-DATA-GERACAO             PIC 9(008).
           05  CF-HORA-GERACAO             PIC 9(008).
           05  CF-QTD-OCORRENCIAS          PIC 9(007).
           05  CF-VALOR-TOTAL              PIC 9(015)V99.

       FD  ENVIO-FILE.
      *    OCORRENCIA COMUNICADA: SAQUE DE VALOR ELEVADO (E), COM A
      *    DATA E O TERMINAL DO SAQUE, OU FRACIONAMENTO (F), COM A
      *    QUANTIDADE E A SOMA DOS SAQUES NA FAIXA E A DATA DO ULTIMO
      *    DELES; O TOTAL SACADO NO MES PELA CONTA VAI NOS DOIS
       01  CE-REGISTRO.
           05  CE-TIPO-REGISTRO            PIC X(001).
               88  CE-TIPO-CABECALHO                    VALUE 'H'.
               88  CE-TIPO-DETALHE                      VALUE 'D'.
               88  CE-TIPO-RODAPE                       VALUE 'T'.
           05  CE-ANO-MES                  PIC 9(006).
           05  CE-CONTA                    PIC 9(010).
           05  CE-TIPO-OCORRENCIA          PIC X(001).
               88  CE-OCORRENCIA-ELEVADO                VALUE 'E'.
               88  CE-OCORRENCIA-FRACIONADO             VALUE 'F'.
           05  CE-DATA                     PIC 9(008).
           05  CE-TERMINAL                 PIC X(008).
           05  CE-QTD-SAQUES               PIC 9(005).
           05  CE-VALOR                    PIC 9(013)V99.
           05  CE-VALOR-MES                PIC 9(013)V99.
           05  FILLER                      PIC X(011).
      *    CABECALHO: MES COMUNICADO, DATA DE GERACAO E OS LIMITES
      *    USADOS NA APURACAO
       01  CE-CABECALHO.
           05  CE-CAB-TIPO-REGISTRO        PIC X(001).
           05  CE-CAB-ANO-MES              PIC 9(006).
           05  CE-CAB-DATA-GERACAO         PIC 9(008).
           05  CE-CAB-VALOR-LIMITE         PIC 9(013)V99.
           05  CE-CAB-PERC-FAIXA           PIC 9(003).
           05  CE-CAB-QTD-MINIMA           PIC 9(003).
           05  FILLER                      PIC X(044).
      *    RODAPE: QUANTIDADE DE DETALHES E SOMA DOS VALORES DELES
       01  CE-RODAPE.
           05  CE-ROD-TIPO-REGISTRO        PIC X(001).
           05  CE-ROD-ANO-MES              PIC 9(006).
           05  CE-ROD-QTD-REGISTROS        PIC 9(009).
           05  CE-ROD-VALOR-TOTAL          PIC 9(015)V99.
           05  FILLER                      PIC X(047).

       WORKING-STORAGE SECTION.

       01  WS-STATUS-HISTORICO             PIC X(002)   VALUE SPACES.
       01  WS-STATUS-PARM                  PIC X(002)   VALUE SPACES.
       01  WS-STATUS-CONTROLE              PIC X(002)   VALUE SPACES.
       01  WS-STATUS-ENVIO                 PIC X(002)   VALUE SPACES.

      *    STATUS DA ABERTURA DO ARQUIVO DE ENVIO, PARA FECHA-LO MESMO
      *    QUANDO UMA GRAVACAO FALHA NO MEIO
       01  WS-STATUS-ENVIO-ABERTURA        PIC X(002)   VALUE SPACES.

      *    STATUS DA ABERTURA DO CONSOLIDADO, PARA FECHAR SOMENTE O QUE
      *    FOI ABERTO
       01  WS-STATUS-HISTORICO-ABERTURA    PIC X(002)   VALUE SPACES.

       01  WS-FLAG-FIM-HISTORICO           PIC X(001)   VALUE 'N'.
           88  WS-FIM-HISTORICO                         VALUE 'S'.
           88  WS-NAO-FIM-HISTORICO                     VALUE 'N'.

       01  WS-FLAG-FIM-CONTROLE            PIC X(001)   VALUE 'N'.
           88  WS-FIM-CONTROLE                          VALUE 'S'.
           88  WS-NAO-FIM-CONTROLE                      VALUE 'N'.

      *    CONTROLE PRESENTE MAS ILEGIVEL: SEM SABER SE O MES JA FOI
      *    COMUNICADO, O ARQUIVO DE ENVIO NAO E GERADO
       01  WS-FLAG-ERRO-CONTROLE           PIC X(001)   VALUE 'N'.
           88  WS-ERRO-CONTROLE                         VALUE 'S'.
           88  WS-SEM-ERRO-CONTROLE                     VALUE 'N'.

      *    MES JA CONSTA DO CONTROLE: A REVISAO E IMPRESSA, MAS NAO
      *    HA NOVO ARQUIVO DE ENVIO NEM NOVO REGISTRO DE CONTROLE
       01  WS-FLAG-MES-COMUNICADO          PIC X(001)   VALUE 'N'.
           88  WS-MES-COMUNICADO                        VALUE 'S'.
           88  WS-MES-NAO-COMUNICADO                    VALUE 'N'.
       01  WS-DATA-COMUNICACAO             PIC 9(008)   VALUE ZEROS.

      *    O ARQUIVO DE ENVIO SO E GERADO PARA MES NAO COMUNICADO E
      *    COM O CONSOLIDADO DE DIARIOS DISPONIVEL
       01  WS-FLAG-GERAR-ENVIO             PIC X(001)   VALUE 'N'.
           88  WS-GERAR-ENVIO                           VALUE 'S'.
           88  WS-NAO-GERAR-ENVIO                       VALUE 'N'.

      *    LIMITES DA APURACAO, COM OS PADROES USADOS QUANDO O
      *    PARAMETRO VEM ZERADO OU AUSENTE
       01  WS-VALOR-LIMITE                 PIC 9(013)V99 VALUE 50000.
       01  WS-PERC-FAIXA                   PIC 9(003)   VALUE 80.
       01  WS-QTD-MINIMA                   PIC 9(003)   VALUE 2.
      *    PISO DA FAIXA LOGO ABAIXO DO VALOR DE COMUNICACAO
       01  WS-VALOR-FAIXA                  PIC 9(013)V99 VALUE ZEROS.

      *    MES DE REFERENCIA DA COMUNICACAO (AAAAMM)
       01  WS-ANO-MES-REFERENCIA           PIC 9(006)   VALUE ZEROS.
       01  WS-ANO-MES-REFERENCIA-R REDEFINES WS-ANO-MES-REFERENCIA.
           05  WS-REF-ANO                  PIC 9(004).
           05  WS-REF-MES                  PIC 9(002).

       01  WS-DATA-SISTEMA                 PIC 9(008)   VALUE ZEROS.
       01  WS-DATA-SISTEMA-R REDEFINES WS-DATA-SISTEMA.
           05  WS-DATA-SIS-ANO             PIC 9(004).
           05  WS-DATA-SIS-MES             PIC 9(002).
           05  WS-DATA-SIS-DIA             PIC 9(002).
       01  WS-HORA-SISTEMA                 PIC 9(008)   VALUE ZEROS.

      *    DATA DO REGISTRO DO HISTORICO, COM A VISAO DE MES
       01  WS-DATA-TRABALHO                PIC 9(008)   VALUE ZEROS.
       01  WS-DATA-TRABALHO-R REDEFINES WS-DATA-TRABALHO.
           05  WS-DATA-TRAB-ANO-MES        PIC 9(006).
           05  FILLER                      PIC 9(002).

      *    SAQUES DO MES POR CONTA: TOTAL SACADO E SAQUES NA FAIXA
      *    LOGO ABAIXO DO VALOR DE COMUNICACAO, COM A DATA DO ULTIMO
       01  WS-MAX-CONTAS                   PIC 9(005)   VALUE 10000.
       01  WS-QTD-CONTAS                   PIC 9(005)   VALUE ZEROS.
       01  WS-TAB-CONTA.
           05  WS-TAB-CONTA-ITEM OCCURS 10000 TIMES
                                 INDEXED BY WS-IDX-CONTA.
               10  WS-TAB-CONTA-NUM        PIC 9(010).
               10  WS-TAB-QTD-SAQUES       PIC 9(005).
               10  WS-TAB-VALOR-MES        PIC 9(013)V99.
               10  WS-TAB-QTD-FAIXA        PIC 9(005).
               10  WS-TAB-VALOR-FAIXA      PIC 9(013)V99.
               10  WS-TAB-DATA-FAIXA       PIC 9(008).
       01  WS-POS-CONTA                    PIC 9(005)   VALUE ZEROS.
       01  WS-POS-CONTA-ACHADA             PIC 9(005)   VALUE ZEROS.

       01  WS-FLAG-CONTA-ACHADA            PIC X(001)   VALUE 'N'.
           88  WS-CONTA-ACHADA                          VALUE 'S'.
           88  WS-CONTA-NAO-ACHADA                      VALUE 'N'.

      *    SAQUES IGUAIS OU ACIMA DO VALOR DE COMUNICACAO, GUARDADOS
      *    COM A POSICAO DA CONTA PARA O TOTAL DO MES
       01  WS-MAX-ELEVADOS                 PIC 9(004)   VALUE 2000.
       01  WS-QTD-ELEVADOS                 PIC 9(004)   VALUE ZEROS.
       01  WS-TAB-ELEVADO.
           05  WS-TAB-ELEVADO-ITEM OCCURS 2000 TIMES.
               10  WS-ELE-POS-CONTA        PIC 9(005).
               10  WS-ELE-DATA             PIC 9(008).
               10  WS-ELE-TERMINAL         PIC X(008).
               10  WS-ELE-VALOR            PIC 9(013)V99.
       01  WS-POS-ELEVADO                  PIC 9(004)   VALUE ZEROS.

      *    TOTALIZADORES DA APURACAO
       01  WS-TOTAL-LIDOS                  PIC 9(009)   VALUE ZEROS.
       01  WS-TOTAL-SAQUES-MES             PIC 9(009)   VALUE ZEROS.
       01  WS-TOTAL-VALOR-MES              PIC 9(015)V99 VALUE ZEROS.
       01  WS-TOTAL-OCOR-ELEVADO           PIC 9(007)   VALUE ZEROS.
       01  WS-TOTAL-OCOR-FRACIONADO        PIC 9(007)   VALUE ZEROS.
       01  WS-TOTAL-OCORRENCIAS            PIC 9(007)   VALUE ZEROS.
       01  WS-TOTAL-VALOR-OCORRENCIAS      PIC 9(015)V99 VALUE ZEROS.
       01  WS-MASC-REAIS                   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-MASC-TOTAL                   PIC ZZZZ.ZZZ.ZZZ.ZZ9,99.

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
      *    DEFINE O MES DE REFERENCIA E OS LIMITES DA APURACAO
           PERFORM 1100-CARREGAR-PARAMETROS
      *    CONFERE SE O MES JA FOI COMUNICADO
           PERFORM 1200-VERIFICAR-CONTROLE
      *    ABRE O CONSOLIDADO DE DIARIOS E LE O PRIMEIRO REGISTRO
           PERFORM 1300-ABRIR-HISTORICO
           .
       1000-INICIALIZAR-FIM.
           EXIT.

      ******************************************************************
      *    LE O MES DE REFERENCIA E OS LIMITES DO ARQUIVO DE           *
      *    PARAMETROS; SEM O ARQUIVO OU COM ZEROS, COMUNICA O MES      *
      *    ANTERIOR AO DA DATA DA MAQUINA COM OS LIMITES PADRAO        *
      ******************************************************************
       1100-CARREGAR-PARAMETROS        SECTION.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           OPEN INPUT PARM-FILE
           IF WS-STATUS-PARM = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PC-ANO-MES TO WS-ANO-MES-REFERENCIA
                       IF PC-VALOR-LIMITE NOT = ZEROS
                           MOVE PC-VALOR-LIMITE TO WS-VALOR-LIMITE
                       END-IF
                       IF PC-PERC-FAIXA NOT = ZEROS
                          AND PC-PERC-FAIXA < 100
                           MOVE PC-PERC-FAIXA TO WS-PERC-FAIXA
                       END-IF
                       IF PC-QTD-MINIMA NOT = ZEROS
                           MOVE PC-QTD-MINIMA TO WS-QTD-MINIMA
                       END-IF
               END-READ
               CLOSE PARM-FILE
           ELSE
               DISPLAY 'ARQUIVO DE PARAMETROS NAO ENCONTRADO, '
                       'COMUNICANDO O MES ANTERIOR COM OS LIMITES '
                       'PADRAO.'
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
           COMPUTE WS-VALOR-FAIXA ROUNDED =
               WS-VALOR-LIMITE * WS-PERC-FAIXA / 100
           .
       1100-CARREGAR-PARAMETROS-FIM.
           EXIT.

      ******************************************************************
      *    PROCURA O MES DE REFERENCIA NO CONTROLE DE COMUNICACOES;    *
      *    SEM O ARQUIVO NENHUM MES FOI COMUNICADO AINDA; COM O        *
      *    ARQUIVO PRESENTE E ILEGIVEL, NADA E GERADO                  *
      ******************************************************************
       1200-VERIFICAR-CONTROLE         SECTION.
           MOVE 'N' TO WS-FLAG-MES-COMUNICADO
           MOVE 'N' TO WS-FLAG-FIM-CONTROLE
           MOVE 'N' TO WS-FLAG-ERRO-CONTROLE
           OPEN INPUT CONTROLE-FILE
           EVALUATE WS-STATUS-CONTROLE
               WHEN '00'
                   PERFORM 1210-LER-CONTROLE
                   PERFORM 1220-CONFERIR-CONTROLE
                       UNTIL WS-FIM-CONTROLE
                           OR WS-MES-COMUNICADO
                   CLOSE CONTROLE-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO AO ABRIR O CONTROLE DE COMUNICACOES: '
                           WS-STATUS-CONTROLE
                   MOVE 'S' TO WS-FLAG-ERRO-CONTROLE
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-ERRO-CONTROLE
                   DISPLAY 'SEM A CONFERENCIA DO CONTROLE, ARQUIVO DE '
                           'ENVIO NAO SERA GERADO.'
                   MOVE 'N' TO WS-FLAG-GERAR-ENVIO
               WHEN WS-MES-COMUNICADO
                   DISPLAY 'MES ' WS-ANO-MES-REFERENCIA
                           ' JA COMUNICADO AO COAF EM '
                           WS-DATA-COMUNICACAO
                           ', ARQUIVO DE ENVIO NAO SERA GERADO.'
               WHEN OTHER
                   MOVE 'S' TO WS-FLAG-GERAR-ENVIO
           END-EVALUATE
           .
       1200-VERIFICAR-CONTROLE-FIM.
           EXIT.

       1210-LER-CONTROLE               SECTION.
           READ CONTROLE-FILE
               AT END MOVE 'S' TO WS-FLAG-FIM-CONTROLE
           END-READ
           IF WS-STATUS-CONTROLE NOT = '00' AND
              WS-STATUS-CONTROLE NOT = '10'
               DISPLAY 'ERRO AO LER O CONTROLE DE COMUNICACOES: '
                       WS-STATUS-CONTROLE
               MOVE 'S' TO WS-FLAG-ERRO-CONTROLE
               MOVE 'S' TO WS-FLAG-FIM-CONTROLE
               MOVE 'N' TO WS-FLAG-GERAR-ENVIO
           END-IF
           .
       1210-LER-CONTROLE-FIM.
           EXIT.

       1220-CONFERIR-CONTROLE          SECTION.
           IF CF-ANO-MES = WS-ANO-MES-REFERENCIA
               MOVE 'S' TO WS-FLAG-MES-COMUNICADO
               MOVE CF-DATA-GERACAO TO WS-DATA-COMUNICACAO
           ELSE
               PERFORM 1210-LER-CONTROLE
           END-IF
           .
       1220-CONFERIR-CONTROLE-FIM.
           EXIT.

       1300-ABRIR-HISTORICO            SECTION.
           OPEN INPUT HISTORICO-FILE
           MOVE WS-STATUS-HISTORICO TO WS-STATUS-HISTORICO-ABERTURA
           IF WS-STATUS-HISTORICO NOT = '00'
               DISPLAY 'ERRO AO ABRIR O CONSOLIDADO DE DIARIOS: '
                       WS-STATUS-HISTORICO
               DISPLAY 'SEM O CONSOLIDADO NAO HA COMUNICACAO A GERAR.'
               MOVE 'S' TO WS-FLAG-FIM-HISTORICO
               MOVE 'N' TO WS-FLAG-GERAR-ENVIO
           ELSE
               PERFORM 2900-LER-HISTORICO
           END-IF
           .
       1300-ABRIR-HISTORICO-FIM.
           EXIT.

      ******************************************************************
      *    LOGICA CENTRAL DO PROGRAMA                                  *
      ******************************************************************
       2000-PROCESSAR                  SECTION.
           PERFORM 2050-PROCESSAR-HISTORICO
               UNTIL WS-FIM-HISTORICO
           .
       2000-PROCESSAR-FIM.
           EXIT.

      ******************************************************************
      *    ACUMULA UM REGISTRO DO HISTORICO: SOMENTE SAQUE EFETUADO    *
      *    DO MES COM CARTAO DO PROPRIO BANCO E DA CONTA DO CLIENTE;   *
      *    O SAQUE OFF-US E COMUNICADO PELO BANCO EMISSOR DO CARTAO    *
      ******************************************************************
       2050-PROCESSAR-HISTORICO        SECTION.
           ADD 1 TO WS-TOTAL-LIDOS
           MOVE JR-DATA TO WS-DATA-TRABALHO
           IF WS-DATA-TRAB-ANO-MES = WS-ANO-MES-REFERENCIA
              AND JR-STATUS-OK
              AND JR-EMISSOR-PROPRIO
               PERFORM 2100-LOCALIZAR-CONTA
               IF WS-POS-CONTA-ACHADA NOT = ZEROS
                   PERFORM 2200-ACUMULAR-SAQUE
               END-IF
           END-IF
           PERFORM 2900-LER-HISTORICO
           .
       2050-PROCESSAR-HISTORICO-FIM.
           EXIT.

      ******************************************************************
      *    LOCALIZA A CONTA DO REGISTRO CORRENTE NA TABELA DO MES,     *
      *    INCLUINDO-A ZERADA SE FOR A PRIMEIRA VEZ                    *
      ******************************************************************
       2100-LOCALIZAR-CONTA            SECTION.
           MOVE 'N'   TO WS-FLAG-CONTA-ACHADA
           MOVE ZEROS TO WS-POS-CONTA-ACHADA
           PERFORM 2110-COMPARAR-CONTA
               VARYING WS-IDX-CONTA FROM 1 BY 1
               UNTIL WS-IDX-CONTA > WS-QTD-CONTAS
                   OR WS-CONTA-ACHADA
           IF WS-CONTA-NAO-ACHADA
               IF WS-QTD-CONTAS >= WS-MAX-CONTAS
                   DISPLAY 'TABELA DE CONTAS CHEIA, CONTA ' JR-CONTA
                           ' FORA DA APURACAO.'
                   MOVE 'N' TO WS-FLAG-GERAR-ENVIO
               ELSE
                   ADD 1 TO WS-QTD-CONTAS
                   SET WS-IDX-CONTA TO WS-QTD-CONTAS
                   MOVE JR-CONTA
                       TO WS-TAB-CONTA-NUM(WS-IDX-CONTA)
                   MOVE ZEROS TO WS-TAB-QTD-SAQUES(WS-IDX-CONTA)
                   MOVE ZEROS TO WS-TAB-VALOR-MES(WS-IDX-CONTA)
                   MOVE ZEROS TO WS-TAB-QTD-FAIXA(WS-IDX-CONTA)
                   MOVE ZEROS TO WS-TAB-VALOR-FAIXA(WS-IDX-CONTA)
                   MOVE ZEROS TO WS-TAB-DATA-FAIXA(WS-IDX-CONTA)
                   MOVE WS-QTD-CONTAS TO WS-POS-CONTA-ACHADA
               END-IF
           END-IF
           .
       2100-LOCALIZAR-CONTA-FIM.
           EXIT.

       2110-COMPARAR-CONTA             SECTION.
           IF WS-TAB-CONTA-NUM(WS-IDX-CONTA) = JR-CONTA
               SET WS-POS-CONTA-ACHADA TO WS-IDX-CONTA
               MOVE 'S' TO WS-FLAG-CONTA-ACHADA
           END-IF
           .
       2110-COMPARAR-CONTA-FIM.
           EXIT.

      ******************************************************************
      *    SOMA O SAQUE NO TOTAL DO MES DA CONTA; SAQUE IGUAL OU ACIMA *
      *    DO VALOR DE COMUNICACAO E GUARDADO PARA COMUNICACAO E SAQUE *
      *    NA FAIXA LOGO ABAIXO DELE SOMA NO FRACIONAMENTO DA CONTA    *
      ******************************************************************
       2200-ACUMULAR-SAQUE             SECTION.
           ADD 1 TO WS-TOTAL-SAQUES-MES
           ADD JR-VALOR-SAQUE TO WS-TOTAL-VALOR-MES
           ADD 1 TO WS-TAB-QTD-SAQUES(WS-POS-CONTA-ACHADA)
           ADD JR-VALOR-SAQUE TO WS-TAB-VALOR-MES(WS-POS-CONTA-ACHADA)
           EVALUATE TRUE
               WHEN JR-VALOR-SAQUE >= WS-VALOR-LIMITE
                   PERFORM 2250-GUARDAR-SAQUE-ELEVADO
               WHEN JR-VALOR-SAQUE >= WS-VALOR-FAIXA
                   ADD 1 TO WS-TAB-QTD-FAIXA(WS-POS-CONTA-ACHADA)
                   ADD JR-VALOR-SAQUE
                       TO WS-TAB-VALOR-FAIXA(WS-POS-CONTA-ACHADA)
                   MOVE JR-DATA
                       TO WS-TAB-DATA-FAIXA(WS-POS-CONTA-ACHADA)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       2200-ACUMULAR-SAQUE-FIM.
           EXIT.

       2250-GUARDAR-SAQUE-ELEVADO      SECTION.
           IF WS-QTD-ELEVADOS >= WS-MAX-ELEVADOS
               DISPLAY 'TABELA DE SAQUES ELEVADOS CHEIA, SAQUE DA '
                       'CONTA ' JR-CONTA ' EM ' JR-DATA
                       ' FORA DA COMUNICACAO.'
               MOVE 'N' TO WS-FLAG-GERAR-ENVIO
           ELSE
               ADD 1 TO WS-QTD-ELEVADOS
               MOVE WS-POS-CONTA-ACHADA
                   TO WS-ELE-POS-CONTA(WS-QTD-ELEVADOS)
               MOVE JR-DATA        TO WS-ELE-DATA(WS-QTD-ELEVADOS)
               MOVE JR-TERMINAL    TO WS-ELE-TERMINAL(WS-QTD-ELEVADOS)
               MOVE JR-VALOR-SAQUE TO WS-ELE-VALOR(WS-QTD-ELEVADOS)
           END-IF
           .
       2250-GUARDAR-SAQUE-ELEVADO-FIM.
           EXIT.

       2900-LER-HISTORICO              SECTION.
           READ HISTORICO-FILE
               AT END MOVE 'S' TO WS-FLAG-FIM-HISTORICO
           END-READ
           .
       2900-LER-HISTORICO-FIM.
           EXIT.

      ******************************************************************
      *    FINALIZAR PROGRAMA                                          *
      ******************************************************************
       3000-FINALIZAR                  SECTION.
           PERFORM 3100-ABRIR-ENVIO
           DISPLAY ' '
           DISPLAY '==============================================='
           DISPLAY '  COAF - SAQUES EM ESPECIE PARA REVISAO        '
           DISPLAY '==============================================='
           DISPLAY 'MES DE REFERENCIA.....: ' WS-ANO-MES-REFERENCIA
           MOVE WS-VALOR-LIMITE TO WS-MASC-REAIS
           DISPLAY 'VALOR DE COMUNICACAO R$: ' WS-MASC-REAIS
           MOVE WS-VALOR-FAIXA TO WS-MASC-REAIS
           DISPLAY 'FAIXA DE FRACIONAMENTO A PARTIR DE R$: '
                   WS-MASC-REAIS
                   '  MINIMO ' WS-QTD-MINIMA ' SAQUE(S)'
      *    CADA SAQUE ELEVADO E UMA OCORRENCIA
           PERFORM 3200-COMUNICAR-ELEVADO
               VARYING WS-POS-ELEVADO FROM 1 BY 1
               UNTIL WS-POS-ELEVADO > WS-QTD-ELEVADOS
      *    CADA CONTA COM FRACIONAMENTO E UMA OCORRENCIA
           PERFORM 3300-AVALIAR-FRACIONAMENTO
               VARYING WS-POS-CONTA FROM 1 BY 1
               UNTIL WS-POS-CONTA > WS-QTD-CONTAS
           PERFORM 3400-FECHAR-ENVIO
           PERFORM 3600-IMPRIMIR-RESUMO
           IF WS-STATUS-HISTORICO-ABERTURA = '00'
               CLOSE HISTORICO-FILE
           END-IF
           STOP RUN
           .
       3000-FINALIZAR-FIM.
           EXIT.

      ******************************************************************
      *    ABRE O ARQUIVO DE ENVIO COM O CABECALHO; UMA FALHA NA       *
      *    ABERTURA SUSPENDE A GERACAO, E O MES SEGUE NAO COMUNICADO   *
      ******************************************************************
       3100-ABRIR-ENVIO                SECTION.
           IF WS-GERAR-ENVIO
               OPEN OUTPUT ENVIO-FILE
               MOVE WS-STATUS-ENVIO TO WS-STATUS-ENVIO-ABERTURA
               IF WS-STATUS-ENVIO NOT = '00'
                   DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ENVIO: '
                           WS-STATUS-ENVIO
                   MOVE 'N' TO WS-FLAG-GERAR-ENVIO
               ELSE
                   MOVE SPACES TO CE-CABECALHO
                   MOVE 'H'                   TO CE-CAB-TIPO-REGISTRO
                   MOVE WS-ANO-MES-REFERENCIA TO CE-CAB-ANO-MES
                   MOVE WS-DATA-SISTEMA       TO CE-CAB-DATA-GERACAO
                   MOVE WS-VALOR-LIMITE       TO CE-CAB-VALOR-LIMITE
                   MOVE WS-PERC-FAIXA         TO CE-CAB-PERC-FAIXA
                   MOVE WS-QTD-MINIMA         TO CE-CAB-QTD-MINIMA
                   WRITE CE-CABECALHO
                   PERFORM 3190-CONFERIR-GRAVACAO
               END-IF
           END-IF
           .
       3100-ABRIR-ENVIO-FIM.
           EXIT.

       3190-CONFERIR-GRAVACAO          SECTION.
           IF WS-STATUS-ENVIO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR NO ARQUIVO DE ENVIO: '
                       WS-STATUS-ENVIO
               MOVE 'N' TO WS-FLAG-GERAR-ENVIO
           END-IF
           .
       3190-CONFERIR-GRAVACAO-FIM.
           EXIT.

      ******************************************************************
      *    SAQUE IGUAL OU ACIMA DO VALOR DE COMUNICACAO: LINHA DA      *
      *    REVISAO E DETALHE DO ARQUIVO DE ENVIO                       *
      ******************************************************************
       3200-COMUNICAR-ELEVADO          SECTION.
           MOVE WS-ELE-POS-CONTA(WS-POS-ELEVADO) TO WS-POS-CONTA
           ADD 1 TO WS-TOTAL-OCOR-ELEVADO
           ADD 1 TO WS-TOTAL-OCORRENCIAS
           ADD WS-ELE-VALOR(WS-POS-ELEVADO)
               TO WS-TOTAL-VALOR-OCORRENCIAS
           DISPLAY '-----------------------------------------------'
           DISPLAY 'SAQUE ELEVADO  CONTA '
                   WS-TAB-CONTA-NUM(WS-POS-CONTA)
           MOVE WS-ELE-VALOR(WS-POS-ELEVADO) TO WS-MASC-REAIS
           DISPLAY '  EM ' WS-ELE-DATA(WS-POS-ELEVADO)
                   ' TERMINAL ' WS-ELE-TERMINAL(WS-POS-ELEVADO)
                   ' R$' WS-MASC-REAIS
           MOVE WS-TAB-VALOR-MES(WS-POS-CONTA) TO WS-MASC-REAIS
           DISPLAY '  TOTAL SACADO NO MES R$' WS-MASC-REAIS
                   ' EM ' WS-TAB-QTD-SAQUES(WS-POS-CONTA) ' SAQUE(S)'
           IF WS-GERAR-ENVIO
               MOVE SPACES TO CE-REGISTRO
               MOVE 'D'                            TO CE-TIPO-REGISTRO
               MOVE WS-ANO-MES-REFERENCIA          TO CE-ANO-MES
               MOVE WS-TAB-CONTA-NUM(WS-POS-CONTA) TO CE-CONTA
               MOVE 'E'                       TO CE-TIPO-OCORRENCIA
               MOVE WS-ELE-DATA(WS-POS-ELEVADO)     TO CE-DATA
               MOVE WS-ELE-TERMINAL(WS-POS-ELEVADO) TO CE-TERMINAL
               MOVE 1                               TO CE-QTD-SAQUES
               MOVE WS-ELE-VALOR(WS-POS-ELEVADO)    TO CE-VALOR
               MOVE WS-TAB-VALOR-MES(WS-POS-CONTA)  TO CE-VALOR-MES
               WRITE CE-REGISTRO
               PERFORM 3190-CONFERIR-GRAVACAO
           END-IF
           .
       3200-COMUNICAR-ELEVADO-FIM.
           EXIT.

      ******************************************************************
      *    FRACIONAMENTO: A CONTA TEM A QUANTIDADE MINIMA DE SAQUES NA *
      *    FAIXA LOGO ABAIXO DO VALOR DE COMUNICACAO E ELES SOMAM ESSE *
      *    VALOR OU MAIS                                               *
      ******************************************************************
       3300-AVALIAR-FRACIONAMENTO      SECTION.
           IF WS-TAB-QTD-FAIXA(WS-POS-CONTA) >= WS-QTD-MINIMA
              AND WS-TAB-VALOR-FAIXA(WS-POS-CONTA) >= WS-VALOR-LIMITE
               ADD 1 TO WS-TOTAL-OCOR-FRACIONADO
               ADD 1 TO WS-TOTAL-OCORRENCIAS
               ADD WS-TAB-VALOR-FAIXA(WS-POS-CONTA)
                   TO WS-TOTAL-VALOR-OCORRENCIAS
               DISPLAY '-----------------------------------------------'
               DISPLAY 'FRACIONAMENTO  CONTA '
                       WS-TAB-CONTA-NUM(WS-POS-CONTA)
               MOVE WS-TAB-VALOR-FAIXA(WS-POS-CONTA) TO WS-MASC-REAIS
               DISPLAY '  ' WS-TAB-QTD-FAIXA(WS-POS-CONTA)
                       ' SAQUE(S) NA FAIXA R$' WS-MASC-REAIS
                       ' ULTIMO EM ' WS-TAB-DATA-FAIXA(WS-POS-CONTA)
               MOVE WS-TAB-VALOR-MES(WS-POS-CONTA) TO WS-MASC-REAIS
               DISPLAY '  TOTAL SACADO NO MES R$' WS-MASC-REAIS
                       ' EM ' WS-TAB-QTD-SAQUES(WS-POS-CONTA)
                       ' SAQUE(S)'
               IF WS-GERAR-ENVIO
                   PERFORM 3310-GRAVAR-FRACIONAMENTO
               END-IF
           END-IF
           .
       3300-AVALIAR-FRACIONAMENTO-FIM.
           EXIT.

       3310-GRAVAR-FRACIONAMENTO       SECTION.
           MOVE SPACES TO CE-REGISTRO
           MOVE 'D'                               TO CE-TIPO-REGISTRO
           MOVE WS-ANO-MES-REFERENCIA             TO CE-ANO-MES
           MOVE WS-TAB-CONTA-NUM(WS-POS-CONTA)    TO CE-CONTA
           MOVE 'F'                               TO CE-TIPO-OCORRENCIA
           MOVE WS-TAB-DATA-FAIXA(WS-POS-CONTA)   TO CE-DATA
           MOVE SPACES                            TO CE-TERMINAL
           MOVE WS-TAB-QTD-FAIXA(WS-POS-CONTA)    TO CE-QTD-SAQUES
           MOVE WS-TAB-VALOR-FAIXA(WS-POS-CONTA)  TO CE-VALOR
           MOVE WS-TAB-VALOR-MES(WS-POS-CONTA)    TO CE-VALOR-MES
           WRITE CE-REGISTRO
           PERFORM 3190-CONFERIR-GRAVACAO
           .
       3310-GRAVAR-FRACIONAMENTO-FIM.
           EXIT.

      ******************************************************************
      *    FECHA O ARQUIVO DE ENVIO COM O RODAPE E REGISTRA O MES NO   *
      *    CONTROLE; SE ALGUMA GRAVACAO FALHOU, O MES NAO E            *
      *    REGISTRADO E O ARQUIVO DEVE SER GERADO DE NOVO              *
      ******************************************************************
       3400-FECHAR-ENVIO               SECTION.
           IF WS-GERAR-ENVIO
               MOVE SPACES TO CE-RODAPE
               MOVE 'T'                   TO CE-ROD-TIPO-REGISTRO
               MOVE WS-ANO-MES-REFERENCIA TO CE-ROD-ANO-MES
               MOVE WS-TOTAL-OCORRENCIAS  TO CE-ROD-QTD-REGISTROS
               MOVE WS-TOTAL-VALOR-OCORRENCIAS TO CE-ROD-VALOR-TOTAL
               WRITE CE-RODAPE
               PERFORM 3190-CONFERIR-GRAVACAO
           END-IF
           IF WS-STATUS-ENVIO-ABERTURA = '00'
               CLOSE ENVIO-FILE
           END-IF
           IF WS-GERAR-ENVIO
               PERFORM 3500-GRAVAR-CONTROLE
           END-IF
           .
       3400-FECHAR-ENVIO-FIM.
           EXIT.

       3500-GRAVAR-CONTROLE            SECTION.
           OPEN EXTEND CONTROLE-FILE
           IF WS-STATUS-CONTROLE = '35'
               OPEN OUTPUT CONTROLE-FILE
           END-IF
           IF WS-STATUS-CONTROLE NOT = '00'
               DISPLAY 'ERRO AO ABRIR O CONTROLE DE COMUNICACOES: '
                       WS-STATUS-CONTROLE
               DISPLAY 'REGISTRAR O MES MANUALMENTE ANTES DE NOVA '
                       'EXECUCAO.'
           ELSE
               MOVE WS-ANO-MES-REFERENCIA      TO CF-ANO-MES
               MOVE WS-DATA-SISTEMA            TO CF-DATA-GERACAO
               MOVE WS-HORA-SISTEMA            TO CF-HORA-GERACAO
               MOVE WS-TOTAL-OCORRENCIAS       TO CF-QTD-OCORRENCIAS
               MOVE WS-TOTAL-VALOR-OCORRENCIAS TO CF-VALOR-TOTAL
               WRITE CF-REGISTRO
               IF WS-STATUS-CONTROLE NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR O CONTROLE DE '
                           'COMUNICACOES: ' WS-STATUS-CONTROLE
               END-IF
               CLOSE CONTROLE-FILE
           END-IF
           .
       3500-GRAVAR-CONTROLE-FIM.
           EXIT.

       3600-IMPRIMIR-RESUMO            SECTION.
           DISPLAY '==============================================='
           DISPLAY 'REGISTROS LIDOS.......: ' WS-TOTAL-LIDOS
           MOVE WS-TOTAL-VALOR-MES TO WS-MASC-TOTAL
           DISPLAY 'SAQUES NO MES.........: ' WS-TOTAL-SAQUES-MES
                   '  R$' WS-MASC-TOTAL
           DISPLAY 'CONTAS COM SAQUE......: ' WS-QTD-CONTAS
           DISPLAY 'SAQUES ELEVADOS.......: ' WS-TOTAL-OCOR-ELEVADO
           DISPLAY 'FRACIONAMENTOS........: ' WS-TOTAL-OCOR-FRACIONADO
           MOVE WS-TOTAL-VALOR-OCORRENCIAS TO WS-MASC-TOTAL
           DISPLAY 'VALOR DAS OCORRENCIAS R$' WS-MASC-TOTAL
           EVALUATE TRUE
               WHEN WS-MES-COMUNICADO
                   DISPLAY 'MES JA COMUNICADO EM ' WS-DATA-COMUNICACAO
                           ': LISTA SOMENTE PARA CONSULTA.'
               WHEN WS-GERAR-ENVIO
                   DISPLAY 'ARQUIVO DE ENVIO GERADO E MES REGISTRADO '
                           'NO CONTROLE.'
               WHEN OTHER
                   DISPLAY 'ARQUIVO DE ENVIO NAO GERADO: O MES SEGUE '
                           'PENDENTE DE COMUNICACAO.'
           END-EVALUATE
           DISPLAY '==============================================='
           .
       3600-IMPRIMIR-RESUMO-FIM.
           EXIT.

       END PROGRAM CBLZJP18.
