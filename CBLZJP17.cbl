       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZJP17.
      ******************************************************************
      * Author: JENYFFER LAURA PROCHNO PEREIRA
      * Date: 15102026
      * Purpose: EXPOSICAO DIARIA EM CHEQUE ESPECIAL: PERCORRE O
      *          CADASTRO DE CONTAS E LISTA CADA CONTA COM CHEQUE
      *          ESPECIAL EM USO (LIMITE, USADO, DISPONIVEL E
      *          PERCENTUAL DE USO), DESTACANDO AS QUE ESTAO PERTO DO
      *          LIMITE OU ACIMA DELE, COM TOTAIS POR CATEGORIA DE
      *          CONTA E O TOTAL DE LIMITE CONCEDIDO E DE EXPOSICAO
      * Tectonics: .CBL
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    CADASTRO DE CONTAS COM O LIMITE DE CHEQUE ESPECIAL E O USO
      *    CORRENTE, MANTIDOS PELO PROGRAMA DE SAQUES E PELA
      *    MANUTENCAO DE CADASTROS
           SELECT BALANCE-MASTER-FILE ASSIGN TO "SALDOCTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-CONTA
               FILE STATUS IS WS-STATUS-SALDO.

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-MASTER-FILE.
       01  BM-REGISTRO.
           05  BM-CONTA                    PIC 9(010).
           05  BM-SALDO                    PIC 9(013)V99.
           05  BM-LIMITE-DIARIO            PIC 9(013)V99.
           05  BM-SACADO-HOJE              PIC 9(013)V99.
           05  BM-DATA-ULTIMO-SAQUE        PIC 9(008).
           05  BM-CATEGORIA                PIC X(001).
           05  BM-QTD-SAQUES-HOJE          PIC 9(003).
           05  BM-LIMITE-CHEQUE-ESPECIAL   PIC 9(013)V99.
           05  BM-CHEQUE-ESPECIAL-USADO    PIC 9(013)V99.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-SALDO                 PIC X(002)   VALUE SPACES.

       01  WS-FLAG-FIM-SALDO               PIC X(001)   VALUE 'N'.
           88  WS-FIM-SALDO                             VALUE 'S'.
           88  WS-NAO-FIM-SALDO                         VALUE 'N'.

       01  WS-DATA-SISTEMA                 PIC 9(008)   VALUE ZEROS.

      *    PERCENTUAL DE USO A PARTIR DO QUAL A CONTA E DESTACADA
      *    COMO PERTO DO LIMITE
       01  WS-PERC-ALERTA                  PIC 9(003)   VALUE 90.

      *    VALORES DA CONTA CORRENTE: DISPONIVEL NO CHEQUE ESPECIAL E
      *    PERCENTUAL DO LIMITE EM USO
       01  WS-CHEQUE-DISPONIVEL            PIC 9(013)V99 VALUE ZEROS.
       01  WS-PERC-USO                     PIC 9(005)V99 VALUE ZEROS.

      *    TOTAIS POR CATEGORIA DE CONTA
       01  WS-MAX-CATEGORIAS               PIC 9(002)   VALUE 20.
       01  WS-QTD-CATEGORIAS               PIC 9(002)   VALUE ZEROS.
       01  WS-TAB-CATEGORIA.
           05  WS-TAB-CATEGORIA-ITEM OCCURS 20 TIMES.
               10  WS-CAT-COD              PIC X(001).
               10  WS-CAT-QTD-COM-LIMITE   PIC 9(007).
               10  WS-CAT-QTD-EM-USO       PIC 9(007).
               10  WS-CAT-TOTAL-LIMITE     PIC 9(015)V99.
               10  WS-CAT-TOTAL-USADO      PIC 9(015)V99.
       01  WS-POS-CATEGORIA                PIC 9(002)   VALUE ZEROS.
       01  WS-POS-CATEGORIA-ACHADA         PIC 9(002)   VALUE ZEROS.

       01  WS-FLAG-CATEGORIA-ACHADA        PIC X(001)   VALUE 'N'.
           88  WS-CATEGORIA-ACHADA                      VALUE 'S'.
           88  WS-CATEGORIA-NAO-ACHADA                  VALUE 'N'.

      *    TOTALIZADORES DO RELATORIO
       01  WS-TOTAL-CONTAS                 PIC 9(007)   VALUE ZEROS.
       01  WS-TOTAL-COM-LIMITE             PIC 9(007)   VALUE ZEROS.
       01  WS-TOTAL-EM-USO                 PIC 9(007)   VALUE ZEROS.
       01  WS-TOTAL-PERTO-LIMITE           PIC 9(007)   VALUE ZEROS.
       01  WS-TOTAL-ACIMA-LIMITE           PIC 9(007)   VALUE ZEROS.
       01  WS-TOTAL-INCONSISTENTES         PIC 9(007)   VALUE ZEROS.
       01  WS-TOTAL-LIMITE                 PIC 9(015)V99 VALUE ZEROS.
       01  WS-TOTAL-USADO                  PIC 9(015)V99 VALUE ZEROS.
       01  WS-TOTAL-DISPONIVEL             PIC 9(015)V99 VALUE ZEROS.

       01  WS-MASC-REAIS                   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-MASC-TOTAL                   PIC ZZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-MASC-PERC                    PIC ZZ.ZZ9,99.

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
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
      *    ABRE O CADASTRO DE CONTAS E LE A PRIMEIRA CONTA
           PERFORM 1100-ABRIR-CONTAS
           DISPLAY ' '
           DISPLAY '==============================================='
           DISPLAY '  EXPOSICAO DIARIA EM CHEQUE ESPECIAL          '
           DISPLAY '==============================================='
           DISPLAY 'DATA DA POSICAO: ' WS-DATA-SISTEMA
           .
       1000-INICIALIZAR-FIM.
           EXIT.

       1100-ABRIR-CONTAS               SECTION.
           OPEN INPUT BALANCE-MASTER-FILE
           IF WS-STATUS-SALDO NOT = '00'
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE CONTAS: '
                       WS-STATUS-SALDO
               MOVE 'S' TO WS-FLAG-FIM-SALDO
           ELSE
               PERFORM 2900-LER-CONTA
           END-IF
           .
       1100-ABRIR-CONTAS-FIM.
           EXIT.

      ******************************************************************
      *    LOGICA CENTRAL DO PROGRAMA                                  *
      ******************************************************************
       2000-PROCESSAR                  SECTION.
      *    PERCORRE O CADASTRO NA ORDEM DA CONTA
           PERFORM 2100-PROCESSAR-CONTA
               UNTIL WS-FIM-SALDO
           .
       2000-PROCESSAR-FIM.
           EXIT.

      ******************************************************************
      *    CONTA COM LIMITE OU COM USO DE CHEQUE ESPECIAL ENTRA NOS    *
      *    TOTAIS; A CONTA COM USO E LISTADA                           *
      ******************************************************************
       2100-PROCESSAR-CONTA            SECTION.
           ADD 1 TO WS-TOTAL-CONTAS
           IF BM-LIMITE-CHEQUE-ESPECIAL NOT = ZEROS
              OR BM-CHEQUE-ESPECIAL-USADO NOT = ZEROS
               PERFORM 2150-LOCALIZAR-CATEGORIA
               PERFORM 2300-ACUMULAR-TOTAIS
               IF BM-CHEQUE-ESPECIAL-USADO NOT = ZEROS
                   PERFORM 2200-IMPRIMIR-CONTA
               END-IF
           END-IF
           PERFORM 2900-LER-CONTA
           .
       2100-PROCESSAR-CONTA-FIM.
           EXIT.

       2150-LOCALIZAR-CATEGORIA        SECTION.
           MOVE 'N'   TO WS-FLAG-CATEGORIA-ACHADA
           MOVE ZEROS TO WS-POS-CATEGORIA-ACHADA
           PERFORM 2160-COMPARAR-CATEGORIA
               VARYING WS-POS-CATEGORIA FROM 1 BY 1
               UNTIL WS-POS-CATEGORIA > WS-QTD-CATEGORIAS
                   OR WS-CATEGORIA-ACHADA
           IF WS-CATEGORIA-NAO-ACHADA
               IF WS-QTD-CATEGORIAS >= WS-MAX-CATEGORIAS
                   DISPLAY 'TABELA DE CATEGORIAS CHEIA, CATEGORIA '
                           BM-CATEGORIA ' FORA DOS TOTAIS.'
               ELSE
                   ADD 1 TO WS-QTD-CATEGORIAS
                   MOVE WS-QTD-CATEGORIAS TO WS-POS-CATEGORIA-ACHADA
                   MOVE BM-CATEGORIA
                       TO WS-CAT-COD(WS-POS-CATEGORIA-ACHADA)
                   MOVE ZEROS
                       TO WS-CAT-QTD-COM-LIMITE(WS-POS-CATEGORIA-ACHADA)
                   MOVE ZEROS
                       TO WS-CAT-QTD-EM-USO(WS-POS-CATEGORIA-ACHADA)
                   MOVE ZEROS
                       TO WS-CAT-TOTAL-LIMITE(WS-POS-CATEGORIA-ACHADA)
                   MOVE ZEROS
                       TO WS-CAT-TOTAL-USADO(WS-POS-CATEGORIA-ACHADA)
               END-IF
           END-IF
           .
       2150-LOCALIZAR-CATEGORIA-FIM.
           EXIT.

       2160-COMPARAR-CATEGORIA         SECTION.
           IF WS-CAT-COD(WS-POS-CATEGORIA) = BM-CATEGORIA
               MOVE WS-POS-CATEGORIA TO WS-POS-CATEGORIA-ACHADA
               MOVE 'S' TO WS-FLAG-CATEGORIA-ACHADA
           END-IF
           .
       2160-COMPARAR-CATEGORIA-FIM.
           EXIT.

      ******************************************************************
      *    LINHA DA CONTA EM CHEQUE ESPECIAL: USO ACIMA DO LIMITE SO   *
      *    ACONTECE QUANDO A MANUTENCAO REDUZ O LIMITE; SALDO COM      *
      *    CHEQUE ESPECIAL EM USO E INCONSISTENCIA, POIS TODO CREDITO  *
      *    COBRE PRIMEIRO O CHEQUE ESPECIAL                            *
      ******************************************************************
       2200-IMPRIMIR-CONTA             SECTION.
           MOVE ZEROS TO WS-CHEQUE-DISPONIVEL
           IF BM-LIMITE-CHEQUE-ESPECIAL > BM-CHEQUE-ESPECIAL-USADO
               COMPUTE WS-CHEQUE-DISPONIVEL =
                   BM-LIMITE-CHEQUE-ESPECIAL - BM-CHEQUE-ESPECIAL-USADO
           END-IF
           IF BM-LIMITE-CHEQUE-ESPECIAL = ZEROS
               MOVE 100 TO WS-PERC-USO
           ELSE
               COMPUTE WS-PERC-USO ROUNDED =
                   BM-CHEQUE-ESPECIAL-USADO * 100
                       / BM-LIMITE-CHEQUE-ESPECIAL
                   ON SIZE ERROR
                       MOVE 99999,99 TO WS-PERC-USO
               END-COMPUTE
           END-IF
           DISPLAY '-----------------------------------------------'
           DISPLAY 'CONTA ' BM-CONTA ' CATEGORIA ' BM-CATEGORIA
           MOVE BM-LIMITE-CHEQUE-ESPECIAL TO WS-MASC-REAIS
           DISPLAY '  LIMITE......R$: ' WS-MASC-REAIS
           MOVE BM-CHEQUE-ESPECIAL-USADO TO WS-MASC-REAIS
           MOVE WS-PERC-USO TO WS-MASC-PERC
           DISPLAY '  USADO.......R$: ' WS-MASC-REAIS
                   '  (' WS-MASC-PERC '%)'
           MOVE WS-CHEQUE-DISPONIVEL TO WS-MASC-REAIS
           DISPLAY '  DISPONIVEL..R$: ' WS-MASC-REAIS
           EVALUATE TRUE
               WHEN BM-CHEQUE-ESPECIAL-USADO > BM-LIMITE-CHEQUE-ESPECIAL
                   ADD 1 TO WS-TOTAL-ACIMA-LIMITE
                   DISPLAY '  *** USO ACIMA DO LIMITE ***'
               WHEN WS-PERC-USO >= WS-PERC-ALERTA
                   ADD 1 TO WS-TOTAL-PERTO-LIMITE
                   DISPLAY '  *** PERTO DO LIMITE ***'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF BM-SALDO NOT = ZEROS
               ADD 1 TO WS-TOTAL-INCONSISTENTES
               MOVE BM-SALDO TO WS-MASC-REAIS
               DISPLAY '  *** SALDO DE R$' WS-MASC-REAIS
                       ' COM CHEQUE ESPECIAL EM USO ***'
           END-IF
           .
       2200-IMPRIMIR-CONTA-FIM.
           EXIT.

       2300-ACUMULAR-TOTAIS            SECTION.
           IF BM-LIMITE-CHEQUE-ESPECIAL NOT = ZEROS
               ADD 1 TO WS-TOTAL-COM-LIMITE
           END-IF
           ADD BM-LIMITE-CHEQUE-ESPECIAL TO WS-TOTAL-LIMITE
           IF BM-CHEQUE-ESPECIAL-USADO NOT = ZEROS
               ADD 1 TO WS-TOTAL-EM-USO
               ADD BM-CHEQUE-ESPECIAL-USADO TO WS-TOTAL-USADO
           END-IF
           IF BM-LIMITE-CHEQUE-ESPECIAL > BM-CHEQUE-ESPECIAL-USADO
               COMPUTE WS-TOTAL-DISPONIVEL = WS-TOTAL-DISPONIVEL
                   + BM-LIMITE-CHEQUE-ESPECIAL
                   - BM-CHEQUE-ESPECIAL-USADO
           END-IF
           IF WS-POS-CATEGORIA-ACHADA NOT = ZEROS
               IF BM-LIMITE-CHEQUE-ESPECIAL NOT = ZEROS
                   ADD 1
                       TO WS-CAT-QTD-COM-LIMITE(WS-POS-CATEGORIA-ACHADA)
               END-IF
               ADD BM-LIMITE-CHEQUE-ESPECIAL
                   TO WS-CAT-TOTAL-LIMITE(WS-POS-CATEGORIA-ACHADA)
               IF BM-CHEQUE-ESPECIAL-USADO NOT = ZEROS
                   ADD 1 TO WS-CAT-QTD-EM-USO(WS-POS-CATEGORIA-ACHADA)
                   ADD BM-CHEQUE-ESPECIAL-USADO
                       TO WS-CAT-TOTAL-USADO(WS-POS-CATEGORIA-ACHADA)
               END-IF
           END-IF
           .
       2300-ACUMULAR-TOTAIS-FIM.
           EXIT.

       2900-LER-CONTA                  SECTION.
           READ BALANCE-MASTER-FILE NEXT RECORD
               AT END MOVE 'S' TO WS-FLAG-FIM-SALDO
           END-READ
           .
       2900-LER-CONTA-FIM.
           EXIT.

      ******************************************************************
      *    FINALIZAR PROGRAMA                                          *
      ******************************************************************
       3000-FINALIZAR                  SECTION.
           PERFORM 3100-IMPRIMIR-TOTAIS
           CLOSE BALANCE-MASTER-FILE
           STOP RUN
           .
       3000-FINALIZAR-FIM.
           EXIT.

      ******************************************************************
      *    TOTAIS POR CATEGORIA E GERAIS: LIMITE CONCEDIDO, EXPOSICAO  *
      *    (CHEQUE ESPECIAL EM USO) E LIMITE AINDA DISPONIVEL          *
      ******************************************************************
       3100-IMPRIMIR-TOTAIS            SECTION.
           DISPLAY '==============================================='
           DISPLAY 'TOTAIS POR CATEGORIA'
           PERFORM 3110-IMPRIMIR-CATEGORIA
               VARYING WS-POS-CATEGORIA FROM 1 BY 1
               UNTIL WS-POS-CATEGORIA > WS-QTD-CATEGORIAS
           DISPLAY '==============================================='
           DISPLAY 'CONTAS NO CADASTRO.........: ' WS-TOTAL-CONTAS
           DISPLAY 'CONTAS COM CHEQUE ESPECIAL.: ' WS-TOTAL-COM-LIMITE
           DISPLAY 'CONTAS EM CHEQUE ESPECIAL..: ' WS-TOTAL-EM-USO
           DISPLAY 'PERTO DO LIMITE............: '
                   WS-TOTAL-PERTO-LIMITE
           DISPLAY 'ACIMA DO LIMITE............: '
                   WS-TOTAL-ACIMA-LIMITE
           MOVE WS-TOTAL-LIMITE TO WS-MASC-TOTAL
           DISPLAY 'LIMITE CONCEDIDO.......R$: ' WS-MASC-TOTAL
           MOVE WS-TOTAL-USADO TO WS-MASC-TOTAL
           DISPLAY 'EXPOSICAO (USADO)......R$: ' WS-MASC-TOTAL
           MOVE WS-TOTAL-DISPONIVEL TO WS-MASC-TOTAL
           DISPLAY 'LIMITE DISPONIVEL......R$: ' WS-MASC-TOTAL
           IF WS-TOTAL-INCONSISTENTES NOT = ZEROS
               DISPLAY 'CONTAS COM SALDO E CHEQUE ESPECIAL EM USO: '
                       WS-TOTAL-INCONSISTENTES
               DISPLAY 'CONFERIR NA CONCILIACAO DE CONTAS.'
           END-IF
           DISPLAY '==============================================='
           .
       3100-IMPRIMIR-TOTAIS-FIM.
           EXIT.

       3110-IMPRIMIR-CATEGORIA         SECTION.
           DISPLAY '-----------------------------------------------'
           DISPLAY 'CATEGORIA ' WS-CAT-COD(WS-POS-CATEGORIA)
                   '  CONTAS COM LIMITE: '
                   WS-CAT-QTD-COM-LIMITE(WS-POS-CATEGORIA)
                   '  EM USO: ' WS-CAT-QTD-EM-USO(WS-POS-CATEGORIA)
           MOVE WS-CAT-TOTAL-LIMITE(WS-POS-CATEGORIA) TO WS-MASC-TOTAL
           DISPLAY '  LIMITE.....R$: ' WS-MASC-TOTAL
           MOVE WS-CAT-TOTAL-USADO(WS-POS-CATEGORIA) TO WS-MASC-TOTAL
           DISPLAY '  USADO......R$: ' WS-MASC-TOTAL
           .
       3110-IMPRIMIR-CATEGORIA-FIM.
           EXIT.

       END PROGRAM CBLZJP17.
