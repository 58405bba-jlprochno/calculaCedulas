       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZJP19.
      ******************************************************************
      * Author: JENYFFER LAURA PROCHNO PEREIRA
      * Date: 15102026
      * Purpose: SITUACAO DA CADEIA DE FIM DE DIA: PERCORRE O
      *          CONTROLE DE EXECUCAO E, PARA CADA DATA DE
      *          PROCESSAMENTO, LISTA OS PASSOS DA CADEIA NA ORDEM EM
      *          QUE RODAM, COMO CONCLUIDOS, COM FALHA, INICIADOS (EM
      *          ANDAMENTO OU INTERROMPIDOS) OU PENDENTES, COM OS
      *          HORARIOS E AS QUANTIDADES DE CADA EXECUCAO
      * Tectonics: .CBL
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    CONTROLE DE EXECUCAO GRAVADO PELOS PASSOS DA CADEIA, NA
      *    ORDEM DE DATA DE PROCESSAMENTO E PROGRAMA
           SELECT EXECUCAO-FILE ASSIGN TO "EXECCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-CHAVE
               FILE STATUS IS WS-STATUS-EXECCTL.
      *    PARAMETROS DA CADEIA: COM A DATA DE PROCESSAMENTO
      *    INFORMADA, O RELATORIO MOSTRA SOMENTE ESSA DATA
           SELECT PARM-EXECUCAO-FILE ASSIGN TO "PARMEXEC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARMEXEC.

       DATA DIVISION.
       FILE SECTION.
       FD  EXECUCAO-FILE.
      *    REGISTRO DO CONTROLE DE EXECUCAO COMPARTILHADO COM OS
      *    PASSOS DA CADEIA (COPYBOOK)
           COPY EXECREC.

       FD  PARM-EXECUCAO-FILE.
           COPY EXECPARM.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-EXECCTL               PIC X(002)   VALUE SPACES.
       01  WS-STATUS-PARMEXEC              PIC X(002)   VALUE SPACES.

       01  WS-FLAG-FIM-EXECUCAO            PIC X(001)   VALUE 'N'.
           88  WS-FIM-EXECUCAO                          VALUE 'S'.
           88  WS-NAO-FIM-EXECUCAO                      VALUE 'N'.

      *    DATA PEDIDA NOS PARAMETROS (ZERADA LISTA TODAS AS DATAS DO
      *    CONTROLE) E DATA CUJOS PASSOS ESTAO SENDO REUNIDOS
       01  WS-DATA-PEDIDA                  PIC 9(008)   VALUE ZEROS.
       01  WS-DATA-CORRENTE                PIC 9(008)   VALUE ZEROS.

      *    PASSOS DA CADEIA DE FIM DE DIA NA ORDEM EM QUE RODAM; A
      *    ORDEM ACOMPANHA AS DEPENDENCIAS QUE CADA PROGRAMA CONFERE
      *    AO ENTRAR, E UM PASSO NOVO NA CADEIA PRECISA SER INCLUIDO
      *    AQUI PARA APARECER NO RELATORIO
       01  WS-MAX-PASSOS                   PIC 9(002)   VALUE 9.
       01  WS-QTD-PASSOS                   PIC 9(002)   VALUE 9.
       01  WS-PASSOS-VALORES.
           05  FILLER                      PIC X(008) VALUE 'CBLZJP02'.
           05  FILLER                      PIC X(026)
                                   VALUE 'LOTE DE SAQUES'.
           05  FILLER                      PIC X(008) VALUE 'CBLZJP09'.
           05  FILLER                      PIC X(026)
                                   VALUE 'DESCARGA DE CASSETES'.
           05  FILLER                      PIC X(008) VALUE 'CBLZJP04'.
           05  FILLER                      PIC X(026)
                                   VALUE 'CARGA DE CASSETES'.
           05  FILLER                      PIC X(008) VALUE 'CBLZJP03'.
           05  FILLER                      PIC X(026)
                                   VALUE 'CONCILIACAO DO COFRE'.
           05  FILLER                      PIC X(008) VALUE 'CBLZJP10'.
           05  FILLER                      PIC X(026)
                                   VALUE 'CONCILIACAO DE CONTAS'.
           05  FILLER                      PIC X(008) VALUE 'CBLZJP16'.
           05  FILLER                      PIC X(026)
                                   VALUE 'LIQUIDACAO DE INTERCAMBIO'.
           05  FILLER                      PIC X(008) VALUE 'CBLZJP07'.
           05  FILLER                      PIC X(026)
                                   VALUE 'LANCAMENTOS CONTABEIS'.
           05  FILLER                      PIC X(008) VALUE 'CBLZJP11'.
           05  FILLER                      PIC X(026)
                                   VALUE 'CORTE DO DIARIO'.
           05  FILLER                      PIC X(008) VALUE 'CBLZJP08'.
           05  FILLER                      PIC X(026)
                                   VALUE 'SUGESTAO DE CARGAS'.
       01  WS-TAB-PASSO REDEFINES WS-PASSOS-VALORES.
           05  WS-TAB-PASSO-ITEM OCCURS 9 TIMES.
               10  WS-PASSO-PROGRAMA       PIC X(008).
               10  WS-PASSO-DESCRICAO      PIC X(026).
       01  WS-POS-PASSO                    PIC 9(002)   VALUE ZEROS.
       01  WS-POS-PASSO-ACHADO             PIC 9(002)   VALUE ZEROS.

       01  WS-FLAG-PASSO-ACHADO            PIC X(001)   VALUE 'N'.
           88  WS-PASSO-ACHADO                          VALUE 'S'.
           88  WS-PASSO-NAO-ACHADO                      VALUE 'N'.

      *    REGISTRO DE CONTROLE DE CADA PASSO NA DATA CORRENTE, NA
      *    MESMA POSICAO DA TABELA DE PASSOS; EM BRANCO, O PASSO AINDA
      *    NAO RODOU NA DATA
       01  WS-TAB-DIA.
           05  WS-TAB-DIA-ITEM OCCURS 9 TIMES.
               10  WS-DIA-REGISTRO         PIC X(080).

      *    MESMO LEIAUTE DO CONTROLE, COM O PREFIXO TROCADO, PARA
      *    IMPRIMIR UM PASSO GUARDADO SEM TOCAR NO REGISTRO LIDO
           COPY EXECREC REPLACING LEADING ==EX== BY ==WE==.

      *    HORARIO DO CONTROLE (HHMMSSCC) SEPARADO PARA IMPRESSAO
       01  WS-HORA                         PIC 9(008)   VALUE ZEROS.
       01  WS-HORA-R REDEFINES WS-HORA.
           05  WS-HORA-HH                  PIC 9(002).
           05  WS-HORA-MM                  PIC 9(002).
           05  WS-HORA-SS                  PIC 9(002).
           05  WS-HORA-CC                  PIC 9(002).

       01  WS-DESC-SITUACAO                PIC X(010)   VALUE SPACES.

      *    CONTADORES DA DATA CORRENTE
       01  WS-DIA-CONCLUIDOS               PIC 9(002)   VALUE ZEROS.
       01  WS-DIA-COM-FALHA                PIC 9(002)   VALUE ZEROS.
       01  WS-DIA-INICIADOS                PIC 9(002)   VALUE ZEROS.
       01  WS-DIA-PENDENTES                PIC 9(002)   VALUE ZEROS.

      *    TOTALIZADORES DO RELATORIO
       01  WS-TOTAL-DIAS                   PIC 9(005)   VALUE ZEROS.
       01  WS-TOTAL-DIAS-COMPLETOS         PIC 9(005)   VALUE ZEROS.
       01  WS-TOTAL-FORA-CADEIA            PIC 9(007)   VALUE ZEROS.

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
      *    LE A DATA PEDIDA NOS PARAMETROS DA CADEIA
           PERFORM 1100-CARREGAR-PARAMETROS
      *    ABRE O CONTROLE DE EXECUCAO E LE O PRIMEIRO REGISTRO
           PERFORM 1200-ABRIR-CONTROLE
           DISPLAY ' '
           DISPLAY '==============================================='
           DISPLAY '  SITUACAO DA CADEIA DE FIM DE DIA             '
           DISPLAY '==============================================='
           IF WS-DATA-PEDIDA NOT = ZEROS
               DISPLAY 'DATA DE PROCESSAMENTO PEDIDA: ' WS-DATA-PEDIDA
           ELSE
               DISPLAY 'TODAS AS DATAS DO CONTROLE DE EXECUCAO.'
           END-IF
           .
       1000-INICIALIZAR-FIM.
           EXIT.

      ******************************************************************
      *    LE A DATA DE PROCESSAMENTO DOS PARAMETROS DA CADEIA; SEM O  *
      *    ARQUIVO OU COM A DATA ZERADA, LISTA TODAS AS DATAS          *
      ******************************************************************
       1100-CARREGAR-PARAMETROS        SECTION.
           OPEN INPUT PARM-EXECUCAO-FILE
           IF WS-STATUS-PARMEXEC = '00'
               READ PARM-EXECUCAO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PE-DATA-PROCESSAMENTO TO WS-DATA-PEDIDA
               END-READ
               CLOSE PARM-EXECUCAO-FILE
           ELSE
               DISPLAY 'PARAMETROS DA CADEIA NAO ENCONTRADOS, '
                       'LISTANDO TODAS AS DATAS.'
           END-IF
           .
       1100-CARREGAR-PARAMETROS-FIM.
           EXIT.

       1200-ABRIR-CONTROLE             SECTION.
           OPEN INPUT EXECUCAO-FILE
           IF WS-STATUS-EXECCTL NOT = '00'
               DISPLAY 'ERRO AO ABRIR O CONTROLE DE EXECUCAO: '
                       WS-STATUS-EXECCTL
               MOVE 'S' TO WS-FLAG-FIM-EXECUCAO
           ELSE
               PERFORM 2900-LER-EXECUCAO
           END-IF
           .
       1200-ABRIR-CONTROLE-FIM.
           EXIT.

      ******************************************************************
      *    LOGICA CENTRAL DO PROGRAMA: REUNE OS PASSOS DE CADA DATA NA *
      *    ORDEM DO CONTROLE E IMPRIME A DATA QUANDO ELA MUDA; A DATA  *
      *    PEDIDA SEM NENHUM PASSO EXECUTADO E IMPRESSA TODA PENDENTE  *
      ******************************************************************
       2000-PROCESSAR                  SECTION.
           MOVE SPACES TO WS-TAB-DIA
           PERFORM 2100-PROCESSAR-REGISTRO
               UNTIL WS-FIM-EXECUCAO
           IF WS-DATA-CORRENTE NOT = ZEROS
               PERFORM 2500-IMPRIMIR-DIA
           ELSE
               IF WS-DATA-PEDIDA NOT = ZEROS
                   MOVE WS-DATA-PEDIDA TO WS-DATA-CORRENTE
                   PERFORM 2500-IMPRIMIR-DIA
               END-IF
           END-IF
           .
       2000-PROCESSAR-FIM.
           EXIT.

       2100-PROCESSAR-REGISTRO         SECTION.
           IF WS-DATA-PEDIDA = ZEROS OR
              EX-DATA-PROCESSAMENTO = WS-DATA-PEDIDA
               IF EX-DATA-PROCESSAMENTO NOT = WS-DATA-CORRENTE
                   IF WS-DATA-CORRENTE NOT = ZEROS
                       PERFORM 2500-IMPRIMIR-DIA
                   END-IF
                   MOVE EX-DATA-PROCESSAMENTO TO WS-DATA-CORRENTE
                   MOVE SPACES TO WS-TAB-DIA
               END-IF
               PERFORM 2200-LOCALIZAR-PASSO
               IF WS-PASSO-ACHADO
                   MOVE EX-REGISTRO
                       TO WS-DIA-REGISTRO(WS-POS-PASSO-ACHADO)
               ELSE
                   ADD 1 TO WS-TOTAL-FORA-CADEIA
               END-IF
           END-IF
           PERFORM 2900-LER-EXECUCAO
           .
       2100-PROCESSAR-REGISTRO-FIM.
           EXIT.

       2200-LOCALIZAR-PASSO            SECTION.
           MOVE 'N' TO WS-FLAG-PASSO-ACHADO
           PERFORM 2210-COMPARAR-PASSO
               VARYING WS-POS-PASSO FROM 1 BY 1
               UNTIL WS-POS-PASSO > WS-QTD-PASSOS
                   OR WS-PASSO-ACHADO
           .
       2200-LOCALIZAR-PASSO-FIM.
           EXIT.

       2210-COMPARAR-PASSO             SECTION.
           IF WS-PASSO-PROGRAMA(WS-POS-PASSO) = EX-PROGRAMA
               MOVE 'S'          TO WS-FLAG-PASSO-ACHADO
               MOVE WS-POS-PASSO TO WS-POS-PASSO-ACHADO
           END-IF
           .
       2210-COMPARAR-PASSO-FIM.
           EXIT.

      ******************************************************************
      *    IMPRIME OS PASSOS DE UMA DATA DE PROCESSAMENTO NA ORDEM DA  *
      *    CADEIA, COM A CONTAGEM POR SITUACAO                         *
      ******************************************************************
       2500-IMPRIMIR-DIA               SECTION.
           MOVE ZEROS TO WS-DIA-CONCLUIDOS
           MOVE ZEROS TO WS-DIA-COM-FALHA
           MOVE ZEROS TO WS-DIA-INICIADOS
           MOVE ZEROS TO WS-DIA-PENDENTES
           DISPLAY ' '
           DISPLAY 'DATA DE PROCESSAMENTO: ' WS-DATA-CORRENTE
           DISPLAY '-----------------------------------------------'
           PERFORM 2510-IMPRIMIR-UM-PASSO
               VARYING WS-POS-PASSO FROM 1 BY 1
               UNTIL WS-POS-PASSO > WS-QTD-PASSOS
           DISPLAY '-----------------------------------------------'
           DISPLAY 'CONCLUIDOS: ' WS-DIA-CONCLUIDOS
                   '  COM FALHA: ' WS-DIA-COM-FALHA
                   '  INICIADOS: ' WS-DIA-INICIADOS
                   '  PENDENTES: ' WS-DIA-PENDENTES
           IF WS-DIA-CONCLUIDOS = WS-QTD-PASSOS
               DISPLAY 'CADEIA DO DIA COMPLETA.'
               ADD 1 TO WS-TOTAL-DIAS-COMPLETOS
           END-IF
           ADD 1 TO WS-TOTAL-DIAS
           .
       2500-IMPRIMIR-DIA-FIM.
           EXIT.

       2510-IMPRIMIR-UM-PASSO          SECTION.
           IF WS-DIA-REGISTRO(WS-POS-PASSO) = SPACES
               ADD 1 TO WS-DIA-PENDENTES
               DISPLAY WS-PASSO-PROGRAMA(WS-POS-PASSO) ' '
                       WS-PASSO-DESCRICAO(WS-POS-PASSO) ' PENDENTE'
           ELSE
               MOVE WS-DIA-REGISTRO(WS-POS-PASSO) TO WE-REGISTRO
               EVALUATE TRUE
                   WHEN WE-SITUACAO-CONCLUIDO
                       MOVE 'CONCLUIDO' TO WS-DESC-SITUACAO
                       ADD 1 TO WS-DIA-CONCLUIDOS
                   WHEN WE-SITUACAO-FALHOU
                       MOVE 'COM FALHA' TO WS-DESC-SITUACAO
                       ADD 1 TO WS-DIA-COM-FALHA
                   WHEN OTHER
                       MOVE 'INICIADO'  TO WS-DESC-SITUACAO
                       ADD 1 TO WS-DIA-INICIADOS
               END-EVALUATE
               DISPLAY WS-PASSO-PROGRAMA(WS-POS-PASSO) ' '
                       WS-PASSO-DESCRICAO(WS-POS-PASSO) ' '
                       WS-DESC-SITUACAO
               PERFORM 2520-IMPRIMIR-DETALHE
           END-IF
           .
       2510-IMPRIMIR-UM-PASSO-FIM.
           EXIT.

      ******************************************************************
      *    HORARIOS E QUANTIDADES DA ULTIMA EXECUCAO DO PASSO; UM      *
      *    PASSO INICIADO E AINDA SEM FIM PODE ESTAR RODANDO OU TER    *
      *    SIDO INTERROMPIDO, E RODA DE NOVO SEM REEXECUCAO FORCADA    *
      ******************************************************************
       2520-IMPRIMIR-DETALHE           SECTION.
           MOVE WE-HORA-INICIO TO WS-HORA
           DISPLAY '    INICIO......: ' WE-DATA-INICIO ' '
                   WS-HORA-HH ':' WS-HORA-MM ':' WS-HORA-SS
           IF WE-DATA-FIM NOT = ZEROS
               MOVE WE-HORA-FIM TO WS-HORA
               DISPLAY '    FIM.........: ' WE-DATA-FIM ' '
                       WS-HORA-HH ':' WS-HORA-MM ':' WS-HORA-SS
               DISPLAY '    LIDOS.......: ' WE-QTD-LIDOS
                       '  PROCESSADOS: ' WE-QTD-PROCESSADOS
                       '  REJEITADOS: ' WE-QTD-REJEITADOS
           ELSE
               DISPLAY '    SEM FIM REGISTRADO: EM ANDAMENTO OU '
                       'INTERROMPIDO.'
           END-IF
           DISPLAY '    EXECUCOES...: ' WE-QTD-EXECUCOES
           IF WE-FOI-FORCADA
               DISPLAY '    ULTIMA EXECUCAO FORCADA PELA OPERACAO.'
           END-IF
           .
       2520-IMPRIMIR-DETALHE-FIM.
           EXIT.

       2900-LER-EXECUCAO               SECTION.
           READ EXECUCAO-FILE NEXT RECORD
               AT END MOVE 'S' TO WS-FLAG-FIM-EXECUCAO
           END-READ
           .
       2900-LER-EXECUCAO-FIM.
           EXIT.

      ******************************************************************
      *    FINALIZAR PROGRAMA                                          *
      ******************************************************************
       3000-FINALIZAR                  SECTION.
           IF WS-STATUS-EXECCTL = '00' OR WS-STATUS-EXECCTL = '10'
               CLOSE EXECUCAO-FILE
           END-IF
           DISPLAY ' '
           DISPLAY '==============================================='
           DISPLAY 'DATAS LISTADAS..........: ' WS-TOTAL-DIAS
           DISPLAY 'DATAS COM CADEIA COMPLETA: ' WS-TOTAL-DIAS-COMPLETOS
           IF WS-TOTAL-FORA-CADEIA NOT = ZEROS
               DISPLAY 'REGISTROS DE PROGRAMAS FORA DA CADEIA: '
                       WS-TOTAL-FORA-CADEIA
           END-IF
           DISPLAY '==============================================='
           STOP RUN
           .
       3000-FINALIZAR-FIM.
           EXIT.

       END PROGRAM CBLZJP19.
