           SELECT PARM-FILE ASSIGN TO "PARMARQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARM.
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
       01  AR-REGISTRO.
           05  AR-DIAS-RETENCAO-NSU        PIC 9(003).

       FD  EXECUCAO-FILE.
      *    REGISTRO DO CONTROLE DE EXECUCAO COMPARTILHADO COM OS DEMAIS
      *    PASSOS DA CADEIA E COM O RELATORIO DE SITUACAO (COPYBOOK)
           COPY EXECREC.

       FD  PARM-EXECUCAO-FILE.
           COPY EXECPARM.

       WORKING-STORAGE SECTION.

      *    CONTROLE DE EXECUCAO DA CADEIA DE FIM DE DIA (COPYBOOK)
           COPY EXECWS.

      *    SELO DE INTEGRIDADE DO DIARIO DE TRANSACOES (COPYBOOK)
           COPY JORNINTW.

       01  WS-STATUS-JORNAL                PIC X(002)   VALUE SPACES.
       01  WS-STATUS-ARQUIVO               PIC X(002)   VALUE SPACES.
       01  WS-STATUS-HISTORICO             PIC X(002)   VALUE SPACES.
           88  WS-CORTE-AUTORIZADO                      VALUE 'S'.
           88  WS-CORTE-NAO-AUTORIZADO                  VALUE 'N'.

      *    CONFERENCIA DA CADEIA DE INTEGRIDADE DO DIARIO NA PRIMEIRA
      *    PASSADA: SEQUENCIA SEM SALTOS A PARTIR DE UM, VERIFICADOR
      *    DE CADA REGISTRO E DA CADEIA; UM DIARIO REPROVADO NAO E
      *    ARQUIVADO NEM ZERADO, COMO UM DIARIO SEM AS PROVAS
       01  WS-FLAG-DIARIO-INTEGRO          PIC X(001)   VALUE 'S'.
           88  WS-DIARIO-INTEGRO                        VALUE 'S'.
           88  WS-DIARIO-VIOLADO                        VALUE 'N'.
       01  WS-INTEG-SEQ-ESPERADA           PIC 9(009)   VALUE ZEROS.
       01  WS-TOTAL-OCORR-INTEGRIDADE      PIC 9(009)   VALUE ZEROS.

      *    MAIOR DATA DO DIARIO CORTADO, BASE DA JANELA DE RETENCAO DO
      *    EXPURGO DE NSU; COM O DIARIO VAZIO, USA A DATA DA MAQUINA
       01  WS-DATA-BASE                    PIC 9(008)   VALUE ZEROS.
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
           MOVE 'CBLZJP11' TO WS-EXEC-PROGRAMA
           MOVE 2          TO WS-EXEC-QTD-DEPENDENCIAS
           MOVE 'CBLZJP07' TO WS-EXEC-DEPENDENCIA(1)
           MOVE 'CBLZJP16' TO WS-EXEC-DEPENDENCIA(2)
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
           IF WS-STATUS-JORNAL NOT = '00'
               DISPLAY 'ERRO AO ABRIR O DIARIO DE TRANSACOES: '
                       WS-STATUS-JORNAL
               MOVE 'S' TO WS-FLAG-EXEC-FALHA
               MOVE 'S' TO WS-FLAG-FIM-JORNAL
           ELSE
               PERFORM 2900-LER-JORNAL
           EXIT.

       1210-LEVANTAR-UMA-DATA          SECTION.
           ADD 1 TO WS-EXEC-QTD-LIDOS
           PERFORM 1230-CONFERIR-INTEGRIDADE
           MOVE 'N' TO WS-FLAG-DATA-ACHADA
           PERFORM 1220-COMPARAR-DATA
               VARYING WS-POS-DATA FROM 1 BY 1
       1220-COMPARAR-DATA-FIM.
           EXIT.

      ******************************************************************
      *    CONFERE O SELO DE INTEGRIDADE DO REGISTRO LIDO: A SEQUENCIA *
      *    DEVE SER A SEGUINTE A DO REGISTRO ANTERIOR, O VERIFICADOR   *
      *    DO REGISTRO DEVE BATER COM O RECALCULADO E O DA CADEIA COM  *
      *    O DA CADEIA ANTERIOR COMBINADO AO DO REGISTRO. A            *
      *    CONFERENCIA SEGUE DOS VALORES GRAVADOS, PARA QUE UMA        *
      *    OCORRENCIA NAO SE REPITA EM TODOS OS REGISTROS SEGUINTES    *
      ******************************************************************
       1230-CONFERIR-INTEGRIDADE       SECTION.
           COMPUTE WS-INTEG-SEQ-ESPERADA =
                   WS-INTEG-ULTIMA-SEQUENCIA + 1
           IF JR-SEQUENCIA NOT = WS-INTEG-SEQ-ESPERADA
               DISPLAY 'DIARIO: SEQUENCIA ' JR-SEQUENCIA
                       ' ONDE SE ESPERAVA ' WS-INTEG-SEQ-ESPERADA '.'
               MOVE 'N' TO WS-FLAG-DIARIO-INTEGRO
               ADD 1 TO WS-TOTAL-OCORR-INTEGRIDADE
           END-IF
           MOVE JR-REGISTRO TO WS-INTEG-AREA
           PERFORM 2955-CALCULAR-VERIF-REGISTRO
           IF WS-INTEG-HASH NOT = JR-VERIF-REGISTRO
               DISPLAY 'DIARIO: REGISTRO DE SEQUENCIA ' JR-SEQUENCIA
                       ' ALTERADO DEPOIS DE GRAVADO.'
               MOVE 'N' TO WS-FLAG-DIARIO-INTEGRO
               ADD 1 TO WS-TOTAL-OCORR-INTEGRIDADE
           END-IF
           MOVE JR-VERIF-REGISTRO TO WS-INTEG-HASH
           PERFORM 2958-CALCULAR-VERIF-CADEIA
           IF WS-INTEG-CADEIA NOT = JR-VERIF-CADEIA
               DISPLAY 'DIARIO: CADEIA QUEBRADA NO REGISTRO DE '
                       'SEQUENCIA ' JR-SEQUENCIA '.'
               MOVE 'N' TO WS-FLAG-DIARIO-INTEGRO
               ADD 1 TO WS-TOTAL-OCORR-INTEGRIDADE
           END-IF
           MOVE JR-SEQUENCIA    TO WS-INTEG-ULTIMA-SEQUENCIA
           MOVE JR-VERIF-CADEIA TO WS-INTEG-ULTIMA-CADEIA
           .
       1230-CONFERIR-INTEGRIDADE-FIM.
           EXIT.

      ******************************************************************
      *    LE O ARQUIVO DE PROVAS DE CONCILIACAO E MARCA, PARA CADA    *
      *    DATA DO DIARIO, OS LADOS (COFRE E CONTAS) JA PROVADOS       *
               PERFORM 1410-CONFERIR-UMA-DATA
                   VARYING WS-POS-DATA FROM 1 BY 1
                   UNTIL WS-POS-DATA > WS-QTD-DATAS
               IF WS-DIARIO-VIOLADO
                   DISPLAY 'DIARIO REPROVADO NA CONFERENCIA DE '
                           'INTEGRIDADE: ' WS-TOTAL-OCORR-INTEGRIDADE
                           ' OCORRENCIA(S).'
                   MOVE 'N' TO WS-FLAG-CORTE-AUTORIZADO
               END-IF
           END-IF
           IF WS-CORTE-AUTORIZADO
               DISPLAY 'PROVAS DE CONCILIACAO CONFERIDAS, CORTE '
               IF WS-STATUS-JORNAL NOT = '00'
                   DISPLAY 'ERRO AO ZERAR O DIARIO DE TRANSACOES: '
                           WS-STATUS-JORNAL
                   MOVE 'S' TO WS-FLAG-EXEC-FALHA
               ELSE
                   CLOSE JOURNAL-FILE
                   DISPLAY 'DIARIO ARQUIVADO E ZERADO: '
       2900-LER-JORNAL-FIM.
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
           ELSE
               DISPLAY 'CORTE DO DIARIO NAO EXECUTADO.'
           END-IF
           DISPLAY 'OCORRENCIAS DE INTEGRID.: '
                   WS-TOTAL-OCORR-INTEGRIDADE
           DISPLAY 'NSU EXAMINADOS..........: ' WS-TOTAL-NSU-LIDOS
           DISPLAY 'NSU EXPURGADOS..........: '
                   WS-TOTAL-NSU-EXPURGADOS
           DISPLAY '========================================='
      *    UM DIARIO COM MOVIMENTO QUE NAO FOI CORTADO DEIXA O PASSO
      *    COM FALHA, PARA SER RODADO DE NOVO DEPOIS DE RESOLVIDA A
      *    PENDENCIA
           IF WS-CORTE-NAO-AUTORIZADO AND WS-QTD-DATAS NOT = ZEROS
               MOVE 'S' TO WS-FLAG-EXEC-FALHA
           END-IF
      *    REGISTRA O FIM DO PASSO NO CONTROLE DA CADEIA
           MOVE WS-TOTAL-ARQUIVADOS TO WS-EXEC-QTD-PROCESSADOS
           PERFORM 3900-REGISTRAR-FIM-EXECUCAO
           STOP RUN
           .
       3000-FINALIZAR-FIM.
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

       END PROGRAM CBLZJP11.
