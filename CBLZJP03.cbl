           SELECT CONCILIACAO-FILE ASSIGN TO "CONCCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONCIL.
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
      *    DIARIO (COPYBOOK)
           COPY CONCREC.

       FD  EXECUCAO-FILE.
      *    REGISTRO DO CONTROLE DE EXECUCAO COMPARTILHADO COM OS DEMAIS
      *    PASSOS DA CADEIA E COM O RELATORIO DE SITUACAO (COPYBOOK)
           COPY EXECREC.

       FD  PARM-EXECUCAO-FILE.
           COPY EXECPARM.

       WORKING-STORAGE SECTION.

      *    CONTROLE DE EXECUCAO DA CADEIA DE FIM DE DIA (COPYBOOK)
           COPY EXECWS.

       01  WS-STATUS-ABERTURA              PIC X(002)   VALUE SPACES.
       01  WS-STATUS-FECHAMENTO            PIC X(002)   VALUE SPACES.
       01  WS-STATUS-JORNAL                PIC X(002)   VALUE SPACES.
               10  WS-TAB-NOTAS-JORNAL     PIC 9(009).
               10  WS-TAB-NOTAS-CARGA      PIC 9(009).
               10  WS-TAB-NOTAS-DESCARGA   PIC 9(009).
               10  WS-TAB-NOTAS-DEPOSITO   PIC 9(009).

      *    POSICAO CORRENTE E POSICAO LOCALIZADA NA TABELA DE
      *    CONCILIACAO; ZERO EM WS-POS-ACHADA SIGNIFICA DENOMINACAO
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
           MOVE 'CBLZJP03' TO WS-EXEC-PROGRAMA
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
           IF WS-STATUS-ABERTURA NOT = '00'
               DISPLAY 'ERRO AO ABRIR A POSICAO DE ABERTURA DO COFRE: '
                       WS-STATUS-ABERTURA
               MOVE 'S' TO WS-FLAG-EXEC-FALHA
               MOVE 'S' TO WS-FLAG-FIM-ABERTURA
           ELSE
               READ VAULT-ABERTURA-FILE NEXT RECORD
           IF WS-STATUS-FECHAMENTO NOT = '00'
               DISPLAY 'ERRO AO ABRIR A POSICAO DE FECHAMENTO DO '
                       'COFRE: ' WS-STATUS-FECHAMENTO
               MOVE 'S' TO WS-FLAG-EXEC-FALHA
               MOVE 'S' TO WS-FLAG-FIM-FECHAMENTO
           ELSE
               READ VAULT-FECHAMENTO-FILE NEXT RECORD
           IF WS-STATUS-JORNAL NOT = '00'
               DISPLAY 'ERRO AO ABRIR O DIARIO DE TRANSACOES: '
                       WS-STATUS-JORNAL
               MOVE 'S' TO WS-FLAG-EXEC-FALHA
               MOVE 'S' TO WS-FLAG-FIM-JORNAL
           ELSE
               PERFORM 2900-LER-JORNAL
               MOVE ZEROS TO WS-TAB-NOTAS-JORNAL(WS-POS-ACHADA)
               MOVE ZEROS TO WS-TAB-NOTAS-CARGA(WS-POS-ACHADA)
               MOVE ZEROS TO WS-TAB-NOTAS-DESCARGA(WS-POS-ACHADA)
               MOVE ZEROS TO WS-TAB-NOTAS-DEPOSITO(WS-POS-ACHADA)
           END-IF
           .
       1520-INCLUIR-DENOMINACAO-FIM.
      ******************************************************************
      *    SOMA NO TOTAL POR DENOMINACAO AS CEDULAS DISPENSADAS DE UM  *
      *    REGISTRO DE SAQUE BEM SUCEDIDO, AS CEDULAS CARREGADAS DE UM *
      *    REGISTRO DE CARGA DE CASSETE, AS CEDULAS RETIRADAS EM UMA   *
      *    DESCARGA DE TROCA DE CASSETE E AS CEDULAS DE DEPOSITO       *
      *    DEVOLVIDAS AOS CASSETES DE UM TERMINAL RECICLADOR;          *
      *    REJEICOES, ESCASSEZ, ESTORNOS E AJUSTES DE CONTAGEM NAO     *
      *    MOVIMENTAM O SALDO DO COFRE                                 *
      ******************************************************************
       2050-PROCESSAR-REGISTRO         SECTION.
      *    TODA DATA LIDA ENTRA NA RELACAO DE DATAS CONCILIADAS, POIS
      *    A CONFERENCIA COBRE O DIARIO INTEIRO
           PERFORM 2150-CONTAR-DATA
           IF JR-STATUS-OK OR JR-STATUS-CARGA OR JR-STATUS-DESCARGA
              OR JR-STATUS-DEPOSITO
               PERFORM 2100-ACUMULAR-DETALHE
                   VARYING JR-IDX-DENOM FROM 1 BY 1
                   UNTIL JR-IDX-DENOM > JR-QTD-DENOMINACOES
                       WHEN JR-STATUS-DESCARGA
                           ADD JR-DENOM-QTDE(JR-IDX-DENOM)
                               TO WS-TAB-NOTAS-DESCARGA(WS-POS-ACHADA)
                       WHEN JR-STATUS-DEPOSITO
                           ADD JR-DENOM-QTDE(JR-IDX-DENOM)
                               TO WS-TAB-NOTAS-DEPOSITO(WS-POS-ACHADA)
                       WHEN OTHER
                           ADD JR-DENOM-QTDE(JR-IDX-DENOM)
                               TO WS-TAB-NOTAS-JORNAL(WS-POS-ACHADA)

       2900-LER-JORNAL                 SECTION.
           READ JOURNAL-FILE
               AT END
                   MOVE 'S' TO WS-FLAG-FIM-JORNAL
               NOT AT END
                   ADD 1 TO WS-EXEC-QTD-LIDOS
           END-READ
           .
       2900-LER-JORNAL-FIM.
           CLOSE VAULT-ABERTURA-FILE
           CLOSE VAULT-FECHAMENTO-FILE
           CLOSE JOURNAL-FILE
      *    REGISTRA O FIM DO PASSO NO CONTROLE DA CADEIA
           MOVE WS-EXEC-QTD-LIDOS TO WS-EXEC-QTD-PROCESSADOS
           PERFORM 3900-REGISTRAR-FIM-EXECUCAO
           STOP RUN
           .
       3000-FINALIZAR-FIM.
               IF WS-STATUS-CONCIL NOT = '00'
                   DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PROVAS DE '
                           'CONCILIACAO: ' WS-STATUS-CONCIL
                   MOVE 'S' TO WS-FLAG-EXEC-FALHA
               ELSE
                   ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
                   ACCEPT WS-HORA-EXECUCAO FROM TIME
           IF WS-STATUS-CONCIL NOT = '00'
               DISPLAY 'ERRO AO GRAVAR A PROVA DE CONCILIACAO: '
                       WS-STATUS-CONCIL
               MOVE 'S' TO WS-FLAG-EXEC-FALHA
           END-IF
           .
       3210-GRAVAR-UMA-PROVA-FIM.

      ******************************************************************
      *    RELATORIO DA CONCILIACAO: PARA CADA DENOMINACAO, COMPARA O  *
      *    MOVIMENTO DO COFRE (ABERTURA MAIS CARGAS MAIS DEPOSITOS     *
      *    RECICLADOS MENOS DESCARGAS MENOS FECHAMENTO) COM O TOTAL DE *
      *    CEDULAS DISPENSADAS                                         *
      *    SEGUNDO O DIARIO E APONTA A DIFERENCA EM NOTAS E EM REAIS   *
      ******************************************************************
       3100-IMPRIMIR-CONCILIACAO       SECTION.
           COMPUTE WS-MOVIMENTO-COFRE =
               WS-TAB-QTDE-ABERTURA(WS-POS-DENOM)
                   + WS-TAB-NOTAS-CARGA(WS-POS-DENOM)
                   + WS-TAB-NOTAS-DEPOSITO(WS-POS-DENOM)
                   - WS-TAB-NOTAS-DESCARGA(WS-POS-DENOM)
                   - WS-TAB-QTDE-FECHAMENTO(WS-POS-DENOM)
           COMPUTE WS-DIFERENCA-NOTAS =
                   WS-TAB-QTDE-ABERTURA(WS-POS-DENOM)
           DISPLAY '  CARGAS NO DIARIO.....: '
                   WS-TAB-NOTAS-CARGA(WS-POS-DENOM)
           DISPLAY '  DEPOSITOS RECICLADOS.: '
                   WS-TAB-NOTAS-DEPOSITO(WS-POS-DENOM)
           DISPLAY '  DESCARGAS NO DIARIO..: '
                   WS-TAB-NOTAS-DESCARGA(WS-POS-DENOM)
           DISPLAY '  FECHAMENTO DO COFRE..: '
       3110-CONCILIAR-UMA-DENOMINACAO-FIM.
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

       END PROGRAM CBLZJP03.
