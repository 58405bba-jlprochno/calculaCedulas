       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLZJP20.
      ******************************************************************
      * Author: JENYFFER LAURA PROCHNO PEREIRA
      * Date: 15102026
      * Purpose: CONFERENCIA DE INTEGRIDADE DO DIARIO DE TRANSACOES:
      *          PERCORRE O DIARIO CORRENTE OU O ARQUIVO DATADO DE UM
      *          DIA CORTADO E CONFERE O SELO GRAVADO EM CADA
      *          REGISTRO, APONTANDO SALTOS DE SEQUENCIA (REGISTROS
      *          EXCLUIDOS), SEQUENCIAS REPETIDAS OU FORA DE ORDEM
      *          (REGISTROS INCLUIDOS), REGISTROS ALTERADOS DEPOIS DE
      *          GRAVADOS E QUEBRAS DA CADEIA DE VERIFICADORES
      * Tectonics: .CBL
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    DIARIO DE TRANSACOES CORRENTE, AINDA NAO CORTADO
           SELECT JOURNAL-FILE ASSIGN TO "JORNAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-JORNAL.
      *    ARQUIVO DATADO DE UM DIA CORTADO, GRAVADO PELO CORTE DIARIO
           SELECT ARQUIVO-DIA-FILE ASSIGN TO "JORNARQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-ARQUIVO.
      *    PARAMETROS DA CONFERENCIA: ORIGEM 'A' CONFERE O ARQUIVO
      *    DATADO; QUALQUER OUTRA, OU SEM O ARQUIVO, O DIARIO CORRENTE
           SELECT PARM-FILE ASSIGN TO "PARMVERJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARM.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
      *    REGISTRO DO DIARIO COMPARTILHADO COM OS DEMAIS PROGRAMAS
      *    (COPYBOOK)
           COPY JORNREC.

       FD  ARQUIVO-DIA-FILE.
      *    MESMO LEIAUTE DO DIARIO, COM O PREFIXO TROCADO PARA
      *    CONVIVER COM O FD DO DIARIO CORRENTE NO MESMO PROGRAMA
           COPY JORNREC REPLACING LEADING ==JR== BY ==AQ==.

       FD  PARM-FILE.
       01  VP-REGISTRO.
           05  VP-ORIGEM                   PIC X(001).
               88  VP-ORIGEM-ARQUIVO                    VALUE 'A'.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-JORNAL                PIC X(002)   VALUE SPACES.
       01  WS-STATUS-ARQUIVO               PIC X(002)   VALUE SPACES.
       01  WS-STATUS-PARM                  PIC X(002)   VALUE SPACES.

      *    SELO DE INTEGRIDADE DO DIARIO DE TRANSACOES (COPYBOOK)
           COPY JORNINTW.

      *    REGISTRO EM CONFERENCIA, LIDO DE UMA DAS DUAS ORIGENS
           COPY JORNREC REPLACING LEADING ==JR== BY ==VJ==.

       01  WS-FLAG-ORIGEM                  PIC X(001)   VALUE 'J'.
           88  WS-ORIGEM-JORNAL                         VALUE 'J'.
           88  WS-ORIGEM-ARQUIVO                        VALUE 'A'.
       01  WS-DESC-ORIGEM                  PIC X(030)   VALUE SPACES.

       01  WS-FLAG-FIM-DIARIO              PIC X(001)   VALUE 'N'.
           88  WS-FIM-DIARIO                            VALUE 'S'.
           88  WS-NAO-FIM-DIARIO                        VALUE 'N'.

       01  WS-FLAG-DIARIO-ABERTO           PIC X(001)   VALUE 'N'.
           88  WS-DIARIO-ABERTO                         VALUE 'S'.
           88  WS-DIARIO-FECHADO                        VALUE 'N'.

      *    SEQUENCIA ESPERADA PARA O REGISTRO LIDO (A DO ANTERIOR MAIS
      *    UM) E REGISTROS QUE FALTAM NUM SALTO
       01  WS-SEQ-ESPERADA                 PIC 9(009)   VALUE ZEROS.
       01  WS-QTD-FALTANTES                PIC 9(009)   VALUE ZEROS.

       01  WS-DESC-OCORRENCIA              PIC X(040)   VALUE SPACES.

      *    TOTALIZADORES DA CONFERENCIA
       01  WS-TOTAL-LIDOS                  PIC 9(009)   VALUE ZEROS.
       01  WS-TOTAL-SEM-SELO               PIC 9(009)   VALUE ZEROS.
       01  WS-TOTAL-SALTOS                 PIC 9(009)   VALUE ZEROS.
       01  WS-TOTAL-FALTANTES              PIC 9(009)   VALUE ZEROS.
       01  WS-TOTAL-FORA-ORDEM             PIC 9(009)   VALUE ZEROS.
       01  WS-TOTAL-ALTERADOS              PIC 9(009)   VALUE ZEROS.
       01  WS-TOTAL-QUEBRAS                PIC 9(009)   VALUE ZEROS.
       01  WS-TOTAL-OCORRENCIAS            PIC 9(009)   VALUE ZEROS.

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
      *    LE A ORIGEM A CONFERIR
           PERFORM 1100-CARREGAR-PARAMETROS
      *    ABRE A ORIGEM E LE O PRIMEIRO REGISTRO
           PERFORM 1200-ABRIR-DIARIO
           DISPLAY ' '
           DISPLAY '==============================================='
           DISPLAY '  CONFERENCIA DE INTEGRIDADE DO DIARIO         '
           DISPLAY '==============================================='
           DISPLAY 'ORIGEM CONFERIDA: ' WS-DESC-ORIGEM
           .
       1000-INICIALIZAR-FIM.
           EXIT.

      ******************************************************************
      *    LE A ORIGEM DOS PARAMETROS; SEM O ARQUIVO, CONFERE O DIARIO *
      *    CORRENTE                                                    *
      ******************************************************************
       1100-CARREGAR-PARAMETROS        SECTION.
           OPEN INPUT PARM-FILE
           IF WS-STATUS-PARM = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF VP-ORIGEM-ARQUIVO
                           MOVE 'A' TO WS-FLAG-ORIGEM
                       END-IF
               END-READ
               CLOSE PARM-FILE
           ELSE
               DISPLAY 'ARQUIVO DE PARAMETROS NAO ENCONTRADO, '
                       'CONFERINDO O DIARIO CORRENTE.'
           END-IF
           IF WS-ORIGEM-ARQUIVO
               MOVE 'ARQUIVO DATADO (JORNARQ)' TO WS-DESC-ORIGEM
           ELSE
               MOVE 'DIARIO CORRENTE (JORNAL)' TO WS-DESC-ORIGEM
           END-IF
           .
       1100-CARREGAR-PARAMETROS-FIM.
           EXIT.

       1200-ABRIR-DIARIO               SECTION.
           IF WS-ORIGEM-ARQUIVO
               OPEN INPUT ARQUIVO-DIA-FILE
               IF WS-STATUS-ARQUIVO NOT = '00'
                   DISPLAY 'ERRO AO ABRIR O ARQUIVO DATADO: '
                           WS-STATUS-ARQUIVO
                   MOVE 'S' TO WS-FLAG-FIM-DIARIO
               ELSE
                   MOVE 'S' TO WS-FLAG-DIARIO-ABERTO
               END-IF
           ELSE
               OPEN INPUT JOURNAL-FILE
               IF WS-STATUS-JORNAL NOT = '00'
                   DISPLAY 'ERRO AO ABRIR O DIARIO DE TRANSACOES: '
                           WS-STATUS-JORNAL
                   MOVE 'S' TO WS-FLAG-FIM-DIARIO
               ELSE
                   MOVE 'S' TO WS-FLAG-DIARIO-ABERTO
               END-IF
           END-IF
           IF WS-DIARIO-ABERTO
               PERFORM 2900-LER-DIARIO
           END-IF
           .
       1200-ABRIR-DIARIO-FIM.
           EXIT.

      ******************************************************************
      *    LOGICA CENTRAL DO PROGRAMA: CONFERE CADA REGISTRO CONTRA O  *
      *    ANTERIOR. O PRIMEIRO REGISTRO DEVE TER A SEQUENCIA UM E A   *
      *    CADEIA PARTE DO ZERO, COMO GRAVAM OS PROGRAMAS DO DIARIO    *
      *    DEPOIS DE CADA CORTE                                        *
      ******************************************************************
       2000-PROCESSAR                  SECTION.
           MOVE ZEROS TO WS-INTEG-ULTIMA-SEQUENCIA
           MOVE ZEROS TO WS-INTEG-ULTIMA-CADEIA
           PERFORM 2100-CONFERIR-REGISTRO
               UNTIL WS-FIM-DIARIO
           .
       2000-PROCESSAR-FIM.
           EXIT.

      ******************************************************************
      *    CONFERE O SELO DO REGISTRO LIDO. A CONFERENCIA SEGUE SEMPRE *
      *    DOS VALORES GRAVADOS NO REGISTRO, PARA QUE UMA OCORRENCIA   *
      *    (UM SALTO, UM REGISTRO ALTERADO) NAO SE REPITA EM TODOS OS  *
      *    REGISTROS SEGUINTES                                         *
      ******************************************************************
       2100-CONFERIR-REGISTRO          SECTION.
           ADD 1 TO WS-TOTAL-LIDOS
           IF VJ-SEQUENCIA = ZEROS
      *        REGISTRO GRAVADO SEM O SELO: NAO HA O QUE RECALCULAR
               MOVE 'REGISTRO SEM SELO DE INTEGRIDADE'
                   TO WS-DESC-OCORRENCIA
               PERFORM 2500-IMPRIMIR-OCORRENCIA
               ADD 1 TO WS-TOTAL-SEM-SELO
           ELSE
               PERFORM 2200-CONFERIR-SEQUENCIA
               PERFORM 2300-CONFERIR-VERIFICADORES
               MOVE VJ-SEQUENCIA    TO WS-INTEG-ULTIMA-SEQUENCIA
               MOVE VJ-VERIF-CADEIA TO WS-INTEG-ULTIMA-CADEIA
           END-IF
           PERFORM 2900-LER-DIARIO
           .
       2100-CONFERIR-REGISTRO-FIM.
           EXIT.

      ******************************************************************
      *    SEQUENCIA ACIMA DA ESPERADA: REGISTROS EXCLUIDOS ANTES DO   *
      *    LIDO; ABAIXO: REGISTRO INCLUIDO, REPETIDO OU FORA DE ORDEM  *
      ******************************************************************
       2200-CONFERIR-SEQUENCIA         SECTION.
           COMPUTE WS-SEQ-ESPERADA = WS-INTEG-ULTIMA-SEQUENCIA + 1
           EVALUATE TRUE
               WHEN VJ-SEQUENCIA = WS-SEQ-ESPERADA
                   CONTINUE
               WHEN VJ-SEQUENCIA > WS-SEQ-ESPERADA
                   COMPUTE WS-QTD-FALTANTES =
                           VJ-SEQUENCIA - WS-SEQ-ESPERADA
                   MOVE 'SALTO DE SEQUENCIA ANTES DESTE REGISTRO'
                       TO WS-DESC-OCORRENCIA
                   PERFORM 2500-IMPRIMIR-OCORRENCIA
                   DISPLAY '    ESPERADA ' WS-SEQ-ESPERADA
                           ', FALTAM ' WS-QTD-FALTANTES
                           ' REGISTRO(S).'
                   ADD 1 TO WS-TOTAL-SALTOS
                   ADD WS-QTD-FALTANTES TO WS-TOTAL-FALTANTES
               WHEN OTHER
                   MOVE 'SEQUENCIA REPETIDA OU FORA DE ORDEM'
                       TO WS-DESC-OCORRENCIA
                   PERFORM 2500-IMPRIMIR-OCORRENCIA
                   DISPLAY '    ESPERADA ' WS-SEQ-ESPERADA '.'
                   ADD 1 TO WS-TOTAL-FORA-ORDEM
           END-EVALUATE
           .
       2200-CONFERIR-SEQUENCIA-FIM.
           EXIT.

      ******************************************************************
      *    RECALCULA O VERIFICADOR DO REGISTRO E O DA CADEIA: O        *
      *    PRIMEIRO DIFERENTE DO GRAVADO APONTA UM REGISTRO ALTERADO;  *
      *    O SEGUNDO, CALCULADO COM O VERIFICADOR GRAVADO DO REGISTRO, *
      *    APONTA A CADEIA QUEBRADA (REGISTRO EXCLUIDO OU INCLUIDO COM *
      *    A SEQUENCIA REFEITA)                                        *
      ******************************************************************
       2300-CONFERIR-VERIFICADORES     SECTION.
           MOVE VJ-REGISTRO TO WS-INTEG-AREA
           PERFORM 2955-CALCULAR-VERIF-REGISTRO
           IF WS-INTEG-HASH NOT = VJ-VERIF-REGISTRO
               MOVE 'REGISTRO ALTERADO DEPOIS DE GRAVADO'
                   TO WS-DESC-OCORRENCIA
               PERFORM 2500-IMPRIMIR-OCORRENCIA
               ADD 1 TO WS-TOTAL-ALTERADOS
           END-IF
           MOVE VJ-VERIF-REGISTRO TO WS-INTEG-HASH
           PERFORM 2958-CALCULAR-VERIF-CADEIA
           IF WS-INTEG-CADEIA NOT = VJ-VERIF-CADEIA
               MOVE 'CADEIA QUEBRADA NESTE REGISTRO'
                   TO WS-DESC-OCORRENCIA
               PERFORM 2500-IMPRIMIR-OCORRENCIA
               ADD 1 TO WS-TOTAL-QUEBRAS
           END-IF
           .
       2300-CONFERIR-VERIFICADORES-FIM.
           EXIT.

      ******************************************************************
      *    IMPRIME A OCORRENCIA COM A IDENTIFICACAO DO REGISTRO        *
      ******************************************************************
       2500-IMPRIMIR-OCORRENCIA        SECTION.
           ADD 1 TO WS-TOTAL-OCORRENCIAS
           DISPLAY 'REGISTRO ' WS-TOTAL-LIDOS
                   ' SEQ ' VJ-SEQUENCIA
                   ' - ' WS-DESC-OCORRENCIA
           DISPLAY '    DATA ' VJ-DATA ' HORA ' VJ-HORA
                   ' TERMINAL ' VJ-TERMINAL ' CONTA ' VJ-CONTA
                   ' STATUS ' VJ-STATUS
           .
       2500-IMPRIMIR-OCORRENCIA-FIM.
           EXIT.

       2900-LER-DIARIO                 SECTION.
           IF WS-ORIGEM-ARQUIVO
               READ ARQUIVO-DIA-FILE INTO VJ-REGISTRO
                   AT END MOVE 'S' TO WS-FLAG-FIM-DIARIO
               END-READ
               IF WS-STATUS-ARQUIVO NOT = '00' AND
                  WS-STATUS-ARQUIVO NOT = '10'
                   DISPLAY 'ERRO AO LER O ARQUIVO DATADO: '
                           WS-STATUS-ARQUIVO
                   ADD 1 TO WS-TOTAL-OCORRENCIAS
                   MOVE 'S' TO WS-FLAG-FIM-DIARIO
               END-IF
           ELSE
               READ JOURNAL-FILE INTO VJ-REGISTRO
                   AT END MOVE 'S' TO WS-FLAG-FIM-DIARIO
               END-READ
               IF WS-STATUS-JORNAL NOT = '00' AND
                  WS-STATUS-JORNAL NOT = '10'
                   DISPLAY 'ERRO AO LER O DIARIO DE TRANSACOES: '
                           WS-STATUS-JORNAL
                   ADD 1 TO WS-TOTAL-OCORRENCIAS
                   MOVE 'S' TO WS-FLAG-FIM-DIARIO
               END-IF
           END-IF
           .
       2900-LER-DIARIO-FIM.
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
       3000-FINALIZAR                  SECTION.
           IF WS-DIARIO-ABERTO
               IF WS-ORIGEM-ARQUIVO
                   CLOSE ARQUIVO-DIA-FILE
               ELSE
                   CLOSE JOURNAL-FILE
               END-IF
           END-IF
           DISPLAY ' '
           DISPLAY '==============================================='
           DISPLAY 'REGISTROS CONFERIDOS....: ' WS-TOTAL-LIDOS
           DISPLAY 'ULTIMA SEQUENCIA........: '
                   WS-INTEG-ULTIMA-SEQUENCIA
           DISPLAY 'REGISTROS SEM SELO......: ' WS-TOTAL-SEM-SELO
           DISPLAY 'SALTOS DE SEQUENCIA.....: ' WS-TOTAL-SALTOS
           DISPLAY 'REGISTROS FALTANTES.....: ' WS-TOTAL-FALTANTES
           DISPLAY 'SEQUENCIAS FORA DE ORDEM: ' WS-TOTAL-FORA-ORDEM
           DISPLAY 'REGISTROS ALTERADOS.....: ' WS-TOTAL-ALTERADOS
           DISPLAY 'QUEBRAS DE CADEIA.......: ' WS-TOTAL-QUEBRAS
           DISPLAY '==============================================='
           EVALUATE TRUE
               WHEN WS-DIARIO-FECHADO
                   DISPLAY 'DIARIO NAO CONFERIDO.'
               WHEN WS-TOTAL-OCORRENCIAS NOT = ZEROS
                   DISPLAY 'DIARIO REPROVADO: ' WS-TOTAL-OCORRENCIAS
                           ' OCORRENCIA(S) DE INTEGRIDADE.'
               WHEN WS-TOTAL-LIDOS = ZEROS
                   DISPLAY 'DIARIO VAZIO, NADA A CONFERIR.'
               WHEN OTHER
                   DISPLAY 'DIARIO INTEGRO.'
           END-EVALUATE
           DISPLAY '==============================================='
           STOP RUN
           .
       3000-FINALIZAR-FIM.
           EXIT.

       END PROGRAM CBLZJP20.
