           SELECT CONTABIL-FILE ASSIGN TO "CONTABIL"
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
           05  BM-DATA-ULTIMO-SAQUE        PIC 9(008).
           05  BM-CATEGORIA                PIC X(001).
           05  BM-QTD-SAQUES-HOJE          PIC 9(003).
           05  BM-LIMITE-CHEQUE-ESPECIAL   PIC 9(013)V99.
           05  BM-CHEQUE-ESPECIAL-USADO    PIC 9(013)V99.

       FD  CONTABIL-FILE.
      *    LANCAMENTO DE PARTIDA SIMPLES: CADA MOVIMENTO DO DIARIO
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
       01  WS-STATUS-SALDO                 PIC X(002)   VALUE SPACES.
       01  WS-STATUS-CONTABIL              PIC X(002)   VALUE SPACES.
      *    TOTALIZADORES DA EXECUCAO, PARA O RESUMO FINAL
       01  WS-TOTAL-LANCAMENTOS            PIC 9(009)   VALUE ZEROS.
       01  WS-TOTAL-IGNORADOS              PIC 9(009)   VALUE ZEROS.
       01  WS-TOTAL-OFF-US                 PIC 9(009)   VALUE ZEROS.
       01  WS-MASC-REAIS                   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

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
           MOVE 'CBLZJP07' TO WS-EXEC-PROGRAMA
           MOVE 2          TO WS-EXEC-QTD-DEPENDENCIAS
           MOVE 'CBLZJP03' TO WS-EXEC-DEPENDENCIA(1)
           MOVE 'CBLZJP10' TO WS-EXEC-DEPENDENCIA(2)
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
           IF WS-STATUS-CONTABIL NOT = '00'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO CONTABIL: '
                       WS-STATUS-CONTABIL
               MOVE 'S' TO WS-FLAG-EXEC-FALHA
           END-IF
           .
       1200-ABRIR-CONTABIL-FIM.
           IF WS-STATUS-JORNAL NOT = '00'
               DISPLAY 'ERRO AO ABRIR O DIARIO DE TRANSACOES: '
                       WS-STATUS-JORNAL
               MOVE 'S' TO WS-FLAG-EXEC-FALHA
               MOVE 'S' TO WS-FLAG-FIM-JORNAL
           ELSE
               PERFORM 2900-LER-JORNAL
      *    GERA AS PARTIDAS CONTABEIS DE UM REGISTRO DO DIARIO:        *
      *    SAQUE EFETUADO DEBITA CLIENTES E CREDITA NUMERARIO EM ATM   *
      *    (E A TARIFA DEBITA CLIENTES CONTRA A RECEITA DA CATEGORIA); *
      *    ESTORNO GERA A CONTRAPARTIDA INVERSA DO VALOR, ASSIM COMO O *
      *    DEPOSITO EM DINHEIRO, QUE ENTRA NO ATM A CREDITO DE         *
      *    CLIENTES; CARGA DE CASSETE DEBITA NUMERARIO EM ATM CONTRA   *
      *    NUMERARIO EM TRANSITO E A DESCARGA DA TROCA FAZ O CAMINHO   *
      *    INVERSO; A DIFERENCA DE CONTAGEM DA TROCA VAI PARA SOBRAS E *
      *    FALTAS DE CAIXA, AJUSTANDO O TRANSITO PARA O VALOR CONTADO. *
      *    REJEICOES, ESCASSEZ, DUPLICIDADES E MANUTENCOES DE CADASTRO *
      *    NAO MOVIMENTAM CONTA NEM COFRE E NAO GERAM LANCAMENTO.      *
      *    SAQUE E ESTORNO DE CARTAO DE OUTRO EMISSOR NAO DEBITAM      *
      *    CLIENTES: SAO LANCADOS PELA LIQUIDACAO COM A REDE, CONTRA   *
      *    VALORES A RECEBER DA REDE, E SO SAO CONTADOS AQUI           *
      ******************************************************************
       2050-PROCESSAR-REGISTRO         SECTION.
           EVALUATE TRUE
               WHEN (JR-STATUS-OK OR JR-STATUS-ESTORNO)
                    AND NOT JR-EMISSOR-PROPRIO
                   ADD 1 TO WS-TOTAL-OFF-US
               WHEN JR-STATUS-OK
                   PERFORM 2100-LANCAR-SAQUE
               WHEN JR-STATUS-ESTORNO
                   PERFORM 2200-LANCAR-ESTORNO
               WHEN JR-STATUS-DEPOSITO
                   PERFORM 2250-LANCAR-DEPOSITO
               WHEN JR-STATUS-CARGA
                   PERFORM 2300-LANCAR-CARGA
               WHEN JR-STATUS-DESCARGA
       2200-LANCAR-ESTORNO-FIM.
           EXIT.

      ******************************************************************
      *    PARTIDAS DE UM DEPOSITO EM DINHEIRO: O NUMERARIO ENTRA NO   *
      *    ATM E O VALOR E CREDITADO EM CONTAS DE CLIENTES, O SENTIDO  *
      *    INVERSO DO SAQUE; DEPOSITO NAO COBRA TARIFA                 *
      ******************************************************************
       2250-LANCAR-DEPOSITO            SECTION.
           MOVE WS-CTA-NUMERARIO-ATM TO WS-LANC-CONTA
           MOVE 'D'                 TO WS-LANC-NATUREZA
           MOVE JR-VALOR-SAQUE      TO WS-LANC-VALOR
           MOVE 'DEPOSITO EM CAIXA ELETRONICO' TO WS-LANC-HISTORICO
           PERFORM 2500-GRAVAR-LANCAMENTO
           MOVE WS-CTA-CLIENTES     TO WS-LANC-CONTA
           MOVE 'C'                 TO WS-LANC-NATUREZA
           PERFORM 2500-GRAVAR-LANCAMENTO
           .
       2250-LANCAR-DEPOSITO-FIM.
           EXIT.

      ******************************************************************
      *    PARTIDAS DE UMA CARGA DE CASSETE: O NUMERARIO SAI DO        *
      *    TRANSITO COM A TRANSPORTADORA E ENTRA NO ATM                *
           IF WS-STATUS-CONTABIL NOT = '00'
               DISPLAY 'ERRO AO GRAVAR NO ARQUIVO CONTABIL: '
                       WS-STATUS-CONTABIL
               MOVE 'S' TO WS-FLAG-EXEC-FALHA
           END-IF
           ADD 1 TO WS-TOTAL-LANCAMENTOS
           PERFORM 2600-ACUMULAR-TOTAL-DATA

       2900-LER-JORNAL                 SECTION.
           READ JOURNAL-FILE
               AT END
                   MOVE 'S' TO WS-FLAG-FIM-JORNAL
               NOT AT END
                   ADD 1 TO WS-EXEC-QTD-LIDOS
           END-READ
           .
       2900-LER-JORNAL-FIM.
           CLOSE JOURNAL-FILE
           CLOSE BALANCE-MASTER-FILE
           CLOSE CONTABIL-FILE
      *    REGISTRA O FIM DO PASSO NO CONTROLE DA CADEIA
           MOVE WS-TOTAL-LANCAMENTOS TO WS-EXEC-QTD-PROCESSADOS
           PERFORM 3900-REGISTRAR-FIM-EXECUCAO
           STOP RUN
           .
       3000-FINALIZAR-FIM.
           IF WS-STATUS-CONTABIL NOT = '00'
               DISPLAY 'ERRO AO GRAVAR NO ARQUIVO CONTABIL: '
                       WS-STATUS-CONTABIL
               MOVE 'S' TO WS-FLAG-EXEC-FALHA
           END-IF
           .
       3100-GRAVAR-TOTAL-DATA-FIM.
           DISPLAY '========================================='
           DISPLAY 'LANCAMENTOS GERADOS..: ' WS-TOTAL-LANCAMENTOS
           DISPLAY 'REGISTROS SEM EFEITO.: ' WS-TOTAL-IGNORADOS
           DISPLAY 'OFF-US (LIQUIDACAO)..: ' WS-TOTAL-OFF-US
           PERFORM 3210-IMPRIMIR-UMA-DATA
               VARYING WS-POS-DATA FROM 1 BY 1
               UNTIL WS-POS-DATA > WS-QTD-DATAS
       3210-IMPRIMIR-UMA-DATA-FIM.
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

       END PROGRAM CBLZJP07.
