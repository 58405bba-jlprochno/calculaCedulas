       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZJP14.
      ******************************************************************
      * Author: JENYFFER LAURA PROCHNO PEREIRA
      * Date: 15102026
      * Purpose: POSICAO DIARIA DO ESTOQUE DA TESOURARIA: PARA CADA
      *          DENOMINACAO, ESTOQUE DE ABERTURA, CEDULAS EMITIDAS
      *          PARA CARGA DE CASSETES, DEVOLVIDAS PELAS DESCARGAS
      *          CONTADAS, SUPRIDAS E RECOLHIDAS PELA MANUTENCAO E
      *          ESTOQUE DE FECHAMENTO, EM NOTAS E EM REAIS, COM A
      *          PROVA DE QUE O FECHAMENTO FECHA COM O MOVIMENTO
      * Tectonics: .CBL
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ESTOQUE DA TESOURARIA POR DENOMINACAO, COM A POSICAO DO DIA
      *    MANTIDA PELA CARGA, PELA DESCARGA E PELA MANUTENCAO
           SELECT TESOURO-FILE ASSIGN TO "TESOURO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TS-DENOM-VALOR
               FILE STATUS IS WS-STATUS-TESOURO.
      *    PARAMETROS DA CADEIA DE FIM DE DIA: A POSICAO LISTADA E A
      *    DA DATA DE PROCESSAMENTO, A MESMA QUE A CARGA E A DESCARGA
      *    USARAM PARA ABRIR A POSICAO DO DIA
           SELECT PARM-EXECUCAO-FILE ASSIGN TO "PARMEXEC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARMEXEC.

       DATA DIVISION.
       FILE SECTION.
       FD  TESOURO-FILE.
      *    REGISTRO DO ESTOQUE DA TESOURARIA COMPARTILHADO COM OS
      *    DEMAIS PROGRAMAS (COPYBOOK)
           COPY TESOREC.

       FD  PARM-EXECUCAO-FILE.
           COPY EXECPARM.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-TESOURO               PIC X(002)   VALUE SPACES.
       01  WS-STATUS-PARMEXEC              PIC X(002)   VALUE SPACES.

       01  WS-FLAG-FIM-TESOURO             PIC X(001)   VALUE 'N'.
           88  WS-FIM-TESOURO                           VALUE 'S'.
           88  WS-NAO-FIM-TESOURO                       VALUE 'N'.

      *    DATA DA POSICAO: A DE PROCESSAMENTO DOS PARAMETROS DA
      *    CADEIA OU, SEM ELA, A DATA DA MAQUINA
       01  WS-DATA-POSICAO                 PIC 9(008)   VALUE ZEROS.

      *    POSICAO DA DENOMINACAO CORRENTE NO DIA DO RELATORIO: UMA
      *    DENOMINACAO SEM MOVIMENTO NO DIA TEM A POSICAO GRAVADA DE
      *    OUTRO DIA, E ENTAO ABRE E FECHA COM O ESTOQUE CORRENTE
       01  WS-QTDE-ABERTURA                PIC 9(009)   VALUE ZEROS.
       01  WS-QTDE-EMITIDA                 PIC 9(009)   VALUE ZEROS.
       01  WS-QTDE-DEVOLVIDA               PIC 9(009)   VALUE ZEROS.
       01  WS-QTDE-SUPRIDA                 PIC 9(009)   VALUE ZEROS.
       01  WS-QTDE-RECOLHIDA               PIC 9(009)   VALUE ZEROS.
       01  WS-QTDE-FECHAMENTO              PIC 9(009)   VALUE ZEROS.

      *    FECHAMENTO CALCULADO PELO MOVIMENTO, COM SINAL, PARA A
      *    PROVA CONTRA O ESTOQUE GRAVADO
       01  WS-QTDE-CALCULADA               PIC S9(010)  VALUE ZEROS.

      *    VALOR EM REAIS DE UMA QUANTIDADE DA DENOMINACAO CORRENTE
       01  WS-VALOR-LINHA                  PIC 9(013)V99 VALUE ZEROS.

      *    TOTALIZADORES DO RELATORIO, EM REAIS
       01  WS-TOTAL-ABERTURA               PIC 9(013)V99 VALUE ZEROS.
       01  WS-TOTAL-EMITIDA                PIC 9(013)V99 VALUE ZEROS.
       01  WS-TOTAL-DEVOLVIDA              PIC 9(013)V99 VALUE ZEROS.
       01  WS-TOTAL-SUPRIDA                PIC 9(013)V99 VALUE ZEROS.
       01  WS-TOTAL-RECOLHIDA              PIC 9(013)V99 VALUE ZEROS.
       01  WS-TOTAL-FECHAMENTO             PIC 9(013)V99 VALUE ZEROS.
       01  WS-TOTAL-DENOMINACOES           PIC 9(005)   VALUE ZEROS.
       01  WS-TOTAL-DIVERGENTES            PIC 9(005)   VALUE ZEROS.

       01  WS-MASC-REAIS                   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-MASC-NOTAS                   PIC ZZZ.ZZZ.ZZ9.

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
      *    DEFINE A DATA DA POSICAO A LISTAR
           PERFORM 1050-CARREGAR-DATA-POSICAO
      *    ABRE O ESTOQUE DA TESOURARIA E LE A PRIMEIRA DENOMINACAO
           PERFORM 1100-ABRIR-TESOURO
           DISPLAY ' '
           DISPLAY '==============================================='
           DISPLAY '  POSICAO DIARIA DO ESTOQUE DA TESOURARIA      '
           DISPLAY '==============================================='
           DISPLAY 'DATA DA POSICAO: ' WS-DATA-POSICAO
           .
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

       1100-ABRIR-TESOURO              SECTION.
           OPEN INPUT TESOURO-FILE
           IF WS-STATUS-TESOURO NOT = '00'
               DISPLAY 'ERRO AO ABRIR O ESTOQUE DA TESOURARIA: '
                       WS-STATUS-TESOURO
               MOVE 'S' TO WS-FLAG-FIM-TESOURO
           ELSE
               PERFORM 2900-LER-TESOURO
           END-IF
           .
       1100-ABRIR-TESOURO-FIM.
           EXIT.

      ******************************************************************
      *    LOGICA CENTRAL DO PROGRAMA                                  *
      ******************************************************************
       2000-PROCESSAR                  SECTION.
      *    IMPRIME A POSICAO DE CADA DENOMINACAO, NA ORDEM DO VALOR
      *    DA CEDULA
           PERFORM 2100-PROCESSAR-DENOMINACAO
               UNTIL WS-FIM-TESOURO
           .
       2000-PROCESSAR-FIM.
           EXIT.

      ******************************************************************
      *    MONTA A POSICAO DO DIA DE UMA DENOMINACAO, IMPRIME A LINHA  *
      *    E CONFERE SE O FECHAMENTO (ESTOQUE GRAVADO) BATE COM A      *
      *    ABERTURA MAIS O MOVIMENTO DO DIA                            *
      ******************************************************************
       2100-PROCESSAR-DENOMINACAO      SECTION.
           ADD 1 TO WS-TOTAL-DENOMINACOES
           IF TS-DATA-POSICAO = WS-DATA-POSICAO
               MOVE TS-QTDE-ABERTURA  TO WS-QTDE-ABERTURA
               MOVE TS-QTDE-EMITIDA   TO WS-QTDE-EMITIDA
               MOVE TS-QTDE-DEVOLVIDA TO WS-QTDE-DEVOLVIDA
               MOVE TS-QTDE-SUPRIDA   TO WS-QTDE-SUPRIDA
               MOVE TS-QTDE-RECOLHIDA TO WS-QTDE-RECOLHIDA
           ELSE
               MOVE TS-QTDE           TO WS-QTDE-ABERTURA
               MOVE ZEROS             TO WS-QTDE-EMITIDA
               MOVE ZEROS             TO WS-QTDE-DEVOLVIDA
               MOVE ZEROS             TO WS-QTDE-SUPRIDA
               MOVE ZEROS             TO WS-QTDE-RECOLHIDA
           END-IF
           MOVE TS-QTDE TO WS-QTDE-FECHAMENTO
           PERFORM 2200-IMPRIMIR-DENOMINACAO
           PERFORM 2300-ACUMULAR-TOTAIS
           COMPUTE WS-QTDE-CALCULADA =
               WS-QTDE-ABERTURA - WS-QTDE-EMITIDA
                   + WS-QTDE-DEVOLVIDA + WS-QTDE-SUPRIDA
                   - WS-QTDE-RECOLHIDA
           IF WS-QTDE-CALCULADA NOT = WS-QTDE-FECHAMENTO
               ADD 1 TO WS-TOTAL-DIVERGENTES
               DISPLAY '  *** FECHAMENTO NAO BATE COM O MOVIMENTO DO '
                       'DIA ***'
           END-IF
           PERFORM 2900-LER-TESOURO
           .
       2100-PROCESSAR-DENOMINACAO-FIM.
           EXIT.

       2200-IMPRIMIR-DENOMINACAO       SECTION.
           DISPLAY '-----------------------------------------------'
           DISPLAY 'CEDULA R$' TS-DENOM-VALOR ' ' TS-DENOM-DESCR
           MOVE WS-QTDE-ABERTURA TO WS-MASC-NOTAS
           DISPLAY '  ABERTURA....: ' WS-MASC-NOTAS ' NOTA(S)'
           MOVE WS-QTDE-EMITIDA TO WS-MASC-NOTAS
           DISPLAY '  EMITIDAS....: ' WS-MASC-NOTAS ' NOTA(S)'
           MOVE WS-QTDE-DEVOLVIDA TO WS-MASC-NOTAS
           DISPLAY '  DEVOLVIDAS..: ' WS-MASC-NOTAS ' NOTA(S)'
           IF WS-QTDE-SUPRIDA NOT = ZEROS
              OR WS-QTDE-RECOLHIDA NOT = ZEROS
               MOVE WS-QTDE-SUPRIDA TO WS-MASC-NOTAS
               DISPLAY '  SUPRIDAS....: ' WS-MASC-NOTAS ' NOTA(S)'
               MOVE WS-QTDE-RECOLHIDA TO WS-MASC-NOTAS
               DISPLAY '  RECOLHIDAS..: ' WS-MASC-NOTAS ' NOTA(S)'
           END-IF
           MOVE WS-QTDE-FECHAMENTO TO WS-MASC-NOTAS
           COMPUTE WS-VALOR-LINHA =
               TS-DENOM-VALOR * WS-QTDE-FECHAMENTO
           MOVE WS-VALOR-LINHA TO WS-MASC-REAIS
           DISPLAY '  FECHAMENTO..: ' WS-MASC-NOTAS ' NOTA(S) R$'
                   WS-MASC-REAIS
           .
       2200-IMPRIMIR-DENOMINACAO-FIM.
           EXIT.

      ******************************************************************
      *    SOMA A POSICAO DA DENOMINACAO, EM REAIS, NOS TOTAIS DO      *
      *    RELATORIO                                                   *
      ******************************************************************
       2300-ACUMULAR-TOTAIS            SECTION.
           COMPUTE WS-VALOR-LINHA = TS-DENOM-VALOR * WS-QTDE-ABERTURA
           ADD WS-VALOR-LINHA TO WS-TOTAL-ABERTURA
           COMPUTE WS-VALOR-LINHA = TS-DENOM-VALOR * WS-QTDE-EMITIDA
           ADD WS-VALOR-LINHA TO WS-TOTAL-EMITIDA
           COMPUTE WS-VALOR-LINHA = TS-DENOM-VALOR * WS-QTDE-DEVOLVIDA
           ADD WS-VALOR-LINHA TO WS-TOTAL-DEVOLVIDA
           COMPUTE WS-VALOR-LINHA = TS-DENOM-VALOR * WS-QTDE-SUPRIDA
           ADD WS-VALOR-LINHA TO WS-TOTAL-SUPRIDA
           COMPUTE WS-VALOR-LINHA = TS-DENOM-VALOR * WS-QTDE-RECOLHIDA
           ADD WS-VALOR-LINHA TO WS-TOTAL-RECOLHIDA
           COMPUTE WS-VALOR-LINHA =
               TS-DENOM-VALOR * WS-QTDE-FECHAMENTO
           ADD WS-VALOR-LINHA TO WS-TOTAL-FECHAMENTO
           .
       2300-ACUMULAR-TOTAIS-FIM.
           EXIT.

       2900-LER-TESOURO                SECTION.
           READ TESOURO-FILE NEXT RECORD
               AT END MOVE 'S' TO WS-FLAG-FIM-TESOURO
           END-READ
           .
       2900-LER-TESOURO-FIM.
           EXIT.

      ******************************************************************
      *    FINALIZAR PROGRAMA                                          *
      ******************************************************************
       3000-FINALIZAR                  SECTION.
           PERFORM 3100-IMPRIMIR-TOTAIS
           CLOSE TESOURO-FILE
           STOP RUN
           .
       3000-FINALIZAR-FIM.
           EXIT.

      ******************************************************************
      *    TOTAIS DA POSICAO EM REAIS E QUANTIDADE DE DENOMINACOES     *
      *    CUJO FECHAMENTO NAO FECHOU COM O MOVIMENTO                  *
      ******************************************************************
       3100-IMPRIMIR-TOTAIS            SECTION.
           DISPLAY '==============================================='
           DISPLAY 'DENOMINACOES NO ESTOQUE: ' WS-TOTAL-DENOMINACOES
           MOVE WS-TOTAL-ABERTURA TO WS-MASC-REAIS
           DISPLAY 'ABERTURA.........R$: ' WS-MASC-REAIS
           MOVE WS-TOTAL-EMITIDA TO WS-MASC-REAIS
           DISPLAY 'EMITIDO..........R$: ' WS-MASC-REAIS
           MOVE WS-TOTAL-DEVOLVIDA TO WS-MASC-REAIS
           DISPLAY 'DEVOLVIDO........R$: ' WS-MASC-REAIS
           MOVE WS-TOTAL-SUPRIDA TO WS-MASC-REAIS
           DISPLAY 'SUPRIDO..........R$: ' WS-MASC-REAIS
           MOVE WS-TOTAL-RECOLHIDA TO WS-MASC-REAIS
           DISPLAY 'RECOLHIDO........R$: ' WS-MASC-REAIS
           MOVE WS-TOTAL-FECHAMENTO TO WS-MASC-REAIS
           DISPLAY 'FECHAMENTO.......R$: ' WS-MASC-REAIS
           IF WS-TOTAL-DIVERGENTES NOT = ZEROS
               DISPLAY 'DENOMINACOES COM FECHAMENTO DIVERGENTE: '
                       WS-TOTAL-DIVERGENTES
               DISPLAY 'ACIONAR A TESOURARIA PARA A RECONTAGEM.'
           END-IF
           DISPLAY '==============================================='
           .
       3100-IMPRIMIR-TOTAIS-FIM.
           EXIT.

       END PROGRAM CBLZJP14.
