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
           05  BM-DATA-ULTIMO-SAQUE        PIC 9(008).
           05  BM-CATEGORIA                PIC X(001).
           05  BM-QTD-SAQUES-HOJE          PIC 9(003).
           05  BM-LIMITE-CHEQUE-ESPECIAL   PIC 9(013)V99.
           05  BM-CHEQUE-ESPECIAL-USADO    PIC 9(013)V99.

       FD  CONCILIACAO-FILE.
      *    REGISTRO DE PROVA DE CONCILIACAO COMPARTILHADO COM O CORTE
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

       01  WS-STATUS-JORNAL                PIC X(002)   VALUE SPACES.
       01  WS-STATUS-SALDO                 PIC X(002)   VALUE SPACES.
       01  WS-STATUS-CONCIL                PIC X(002)   VALUE SPACES.
      *    DA CONTA, O LIQUIDO SACADO E A CONTAGEM DESSA DATA (UMA
      *    DATA NOVA ZERA OS ACUMULADOS, COMO 2065/2076 FAZEM NO
      *    CADASTRO, E CADA ESTORNO E ABATIDO COM PISO EM ZERO, COMO
      *    2077) E AS TARIFAS COBRADAS NA DATA. OS DEPOSITOS EM
      *    DINHEIRO SAO O SENTIDO INVERSO DO SAQUE: CREDITAM O SALDO
      *    SEM MEXER NO ACUMULADO SACADO NEM NA DATA DO ULTIMO SAQUE,
      *    ENTAO FICAM EM TOTAIS PROPRIOS, FORA DA VIRADA DE DATA
       01  WS-MAX-CONTAS                   PIC 9(005)   VALUE 10000.
       01  WS-QTD-CONTAS                   PIC 9(005)   VALUE ZEROS.
       01  WS-TAB-CONTA.
               10  WS-TAB-VALOR-LIQUIDO    PIC 9(013)V99.
               10  WS-TAB-QTD-LIQUIDA      PIC 9(005).
               10  WS-TAB-VALOR-TARIFAS    PIC 9(013)V99.
               10  WS-TAB-VALOR-DEPOSITOS  PIC 9(013)V99.
               10  WS-TAB-QTD-DEPOSITOS    PIC 9(005).
       01  WS-POS-CONTA                    PIC 9(005)   VALUE ZEROS.
       01  WS-POS-CONTA-ACHADA             PIC 9(005)   VALUE ZEROS.

       01  WS-DIFERENCA-QTD                PIC S9(005)  VALUE ZEROS.

       01  WS-TOTAL-DIVERGENTES            PIC 9(005)   VALUE ZEROS.

      *    CHEQUE ESPECIAL DAS CONTAS MOVIMENTADAS: O PROGRAMA DE
      *    SAQUES SO USA CHEQUE ESPECIAL COM O SALDO ZERADO E TODO
      *    CREDITO COBRE PRIMEIRO O CHEQUE ESPECIAL, ENTAO SALDO E
      *    CHEQUE ESPECIAL EM USO NA MESMA CONTA SAO DIVERGENCIA
       01  WS-FLAG-CHEQUE-INCONSISTENTE    PIC X(001)   VALUE 'N'.
           88  WS-CHEQUE-INCONSISTENTE                  VALUE 'S'.
           88  WS-CHEQUE-CONSISTENTE                    VALUE 'N'.
       01  WS-TOTAL-EM-CHEQUE              PIC 9(005)   VALUE ZEROS.
       01  WS-TOTAL-VALOR-CHEQUE           PIC 9(013)V99 VALUE ZEROS.
       01  WS-TOTAL-CHEQUE-ACIMA-LIMITE    PIC 9(005)   VALUE ZEROS.

      *    DEPOSITOS EM DINHEIRO CREDITADOS SEGUNDO O DIARIO, DE TODAS
      *    AS CONTAS, PARA O CABECALHO DO RELATORIO
       01  WS-TOTAL-DEPOSITOS              PIC 9(009)   VALUE ZEROS.
       01  WS-TOTAL-VALOR-DEPOSITOS        PIC 9(013)V99 VALUE ZEROS.
       01  WS-MASC-REAIS                   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-MASC-DIFERENCA               PIC +ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-MASC-QTD                     PIC +ZZ.ZZ9.
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
           MOVE 'CBLZJP10' TO WS-EXEC-PROGRAMA
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
           IF WS-STATUS-SALDO NOT = '00'
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE CONTAS: '
                       WS-STATUS-SALDO
               MOVE 'S' TO WS-FLAG-EXEC-FALHA
               DISPLAY 'SEM O CADASTRO NAO HA CONCILIACAO DE CONTAS.'
           END-IF
           .
           IF WS-STATUS-JORNAL NOT = '00'
               DISPLAY 'ERRO AO ABRIR O DIARIO DE TRANSACOES: '
                       WS-STATUS-JORNAL
               MOVE 'S' TO WS-FLAG-EXEC-FALHA
               MOVE 'S' TO WS-FLAG-FIM-JORNAL
           ELSE
               PERFORM 2900-LER-JORNAL
      *    NA ORDEM DE GRAVACAO E COM A MESMA MECANICA DO PROGRAMA DE  *
      *    SAQUES: UMA DATA NOVA ZERA OS ACUMULADOS DA CONTA E CADA    *
      *    ESTORNO E ABATIDO COM PISO EM ZERO. SOMENTE SAQUE           *
      *    EFETIVADO E ESTORNO MOVIMENTAM O ACUMULADO SACADO; O        *
      *    DEPOSITO CREDITA A CONTA NO SENTIDO INVERSO E E SOMADO A    *
      *    PARTE; REJEICOES, ESCASSEZ, DUPLICIDADES, CARGAS E          *
      *    DESCARGAS NAO MOVIMENTAM NINGUEM, MAS TODA DATA LIDA ENTRA  *
      *    NA RELACAO DE DATAS CONCILIADAS: UMA DATA SO DE CARGAS OU   *
      *    DE REJEICOES NAO TEM LADO DE CONTA A CONFERIR E E PROVADA   *
      *    VAZIA, PARA QUE O CORTE DIARIO NAO FIQUE BLOQUEADO A ESPERA *
      *    DE UMA PROVA IMPOSSIVEL                                     *
      ******************************************************************
       2050-PROCESSAR-REGISTRO         SECTION.
           PERFORM 2150-CONTAR-DATA
      *    SAQUE E ESTORNO DE CARTAO DE OUTRO EMISSOR NAO PASSAM PELO
      *    CADASTRO DE CONTAS (SAO LIQUIDADOS COM A REDE) E FICAM FORA
      *    DA CONCILIACAO
           IF (JR-STATUS-OK OR JR-STATUS-ESTORNO)
              AND JR-EMISSOR-PROPRIO
               PERFORM 2100-LOCALIZAR-CONTA
               IF WS-POS-CONTA-ACHADA NOT = ZEROS
                   PERFORM 2200-APLICAR-NA-CONTA
               END-IF
           END-IF
           IF JR-STATUS-DEPOSITO
               PERFORM 2100-LOCALIZAR-CONTA
               IF WS-POS-CONTA-ACHADA NOT = ZEROS
                   PERFORM 2250-APLICAR-DEPOSITO
               END-IF
           END-IF
           PERFORM 2900-LER-JORNAL
           .
       2050-PROCESSAR-REGISTRO-FIM.
       2200-APLICAR-NA-CONTA-FIM.
           EXIT.

      ******************************************************************
      *    SOMA UM DEPOSITO NOS CREDITOS DA CONTA: O DEPOSITO NAO      *
      *    CARIMBA A DATA DO ULTIMO SAQUE NEM DEVOLVE LIMITE, ENTAO    *
      *    NAO PARTICIPA DA VIRADA DE DATA DOS ACUMULADOS DE SAQUE     *
      ******************************************************************
       2250-APLICAR-DEPOSITO           SECTION.
           ADD JR-VALOR-SAQUE
               TO WS-TAB-VALOR-DEPOSITOS(WS-POS-CONTA-ACHADA)
           ADD 1 TO WS-TAB-QTD-DEPOSITOS(WS-POS-CONTA-ACHADA)
           ADD JR-VALOR-SAQUE TO WS-TOTAL-VALOR-DEPOSITOS
           ADD 1 TO WS-TOTAL-DEPOSITOS
           .
       2250-APLICAR-DEPOSITO-FIM.
           EXIT.

      ******************************************************************
      *    LOCALIZA A CONTA DO REGISTRO CORRENTE NA TABELA DE          *
      *    MOVIMENTO, INCLUINDO-A ZERADA SE FOR A PRIMEIRA VEZ         *
                       TO WS-TAB-QTD-LIQUIDA(WS-IDX-CONTA)
                   MOVE ZEROS
                       TO WS-TAB-VALOR-TARIFAS(WS-IDX-CONTA)
                   MOVE ZEROS
                       TO WS-TAB-VALOR-DEPOSITOS(WS-IDX-CONTA)
                   MOVE ZEROS
                       TO WS-TAB-QTD-DEPOSITOS(WS-IDX-CONTA)
                   MOVE WS-QTD-CONTAS TO WS-POS-CONTA-ACHADA
               END-IF
           END-IF

       2900-LER-JORNAL                 SECTION.
           READ JOURNAL-FILE
               AT END
                   MOVE 'S' TO WS-FLAG-FIM-JORNAL
               NOT AT END
                   ADD 1 TO WS-EXEC-QTD-LIDOS
           END-READ
           .
       2900-LER-JORNAL-FIM.
           PERFORM 3200-GRAVAR-PROVA-CONCILIACAO
           CLOSE JOURNAL-FILE
           CLOSE BALANCE-MASTER-FILE
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
       3250-GRAVAR-UMA-PROVA-FIM.
           DISPLAY '==========================================='
           DISPLAY 'DATAS NO DIARIO..........: ' WS-QTD-DATAS
           DISPLAY 'CONTAS MOVIMENTADAS......: ' WS-QTD-CONTAS
           MOVE WS-TOTAL-VALOR-DEPOSITOS TO WS-MASC-REAIS
           DISPLAY 'DEPOSITOS NO DIARIO......: ' WS-TOTAL-DEPOSITOS
                   '  R$: ' WS-MASC-REAIS
           IF WS-TOTAL-FORA-ORDEM NOT = ZEROS
               DISPLAY 'REGISTROS FORA DE ORDEM..: '
                       WS-TOTAL-FORA-ORDEM
                   UNTIL WS-POS-CONTA > WS-QTD-CONTAS
           END-IF
           DISPLAY '-------------------------------------------'
           MOVE WS-TOTAL-VALOR-CHEQUE TO WS-MASC-REAIS
           DISPLAY 'CONTAS EM CHEQUE ESPECIAL: ' WS-TOTAL-EM-CHEQUE
                   '  R$: ' WS-MASC-REAIS
           IF WS-TOTAL-CHEQUE-ACIMA-LIMITE NOT = ZEROS
               DISPLAY '  USO ACIMA DO LIMITE....: '
                       WS-TOTAL-CHEQUE-ACIMA-LIMITE
                       '  (LIMITE REDUZIDO NA MANUTENCAO)'
           END-IF
           IF WS-TOTAL-DIVERGENTES = ZEROS
              AND WS-STATUS-SALDO-ABERTURA = '00'
               DISPLAY 'CONTAS CONFERIDAS: DIARIO E CADASTRO BATEM.'
      *    PROGRAMA DE SAQUES) CONTRA O SACADO HOJE E A CONTAGEM DO    *
      *    CADASTRO; A DATA DO ULTIMO SAQUE DO CADASTRO DEVE SER A     *
      *    MESMA ULTIMA DATA DO DIARIO, SENAO O CADASTRO NAO           *
      *    REGISTROU O MOVIMENTO E A CONTA E DIVERGENTE. CONTA SO COM  *
      *    DEPOSITOS NAO TEM ACUMULADO DE SAQUE A CONFERIR: BASTA QUE  *
      *    EXISTA NO CADASTRO                                          *
      ******************************************************************
       3110-CONCILIAR-UMA-CONTA        SECTION.
           MOVE ZEROS TO WS-CADASTRO-VALOR
           MOVE ZEROS TO WS-CADASTRO-QTD
           MOVE ZEROS TO WS-CADASTRO-DATA
           MOVE 'N'   TO WS-FLAG-CONTA-DIVERGE
           MOVE 'N'   TO WS-FLAG-CHEQUE-INCONSISTENTE
           MOVE WS-TAB-CONTA-NUM(WS-POS-CONTA) TO BM-CONTA
           READ BALANCE-MASTER-FILE
               INVALID KEY
                   MOVE 'S' TO WS-FLAG-CONTA-DIVERGE
               NOT INVALID KEY
                   MOVE BM-DATA-ULTIMO-SAQUE TO WS-CADASTRO-DATA
                   IF WS-TAB-DATA-MOVTO(WS-POS-CONTA) NOT = ZEROS
                       PERFORM 3115-CONFERIR-ACUMULADO
                   END-IF
                   PERFORM 3117-CONFERIR-CHEQUE-ESPECIAL
           END-READ
           IF WS-CONTA-DIVERGE
               ADD 1 TO WS-TOTAL-DIVERGENTES
       3110-CONCILIAR-UMA-CONTA-FIM.
           EXIT.

       3115-CONFERIR-ACUMULADO         SECTION.
           IF BM-DATA-ULTIMO-SAQUE
                   = WS-TAB-DATA-MOVTO(WS-POS-CONTA)
               MOVE BM-SACADO-HOJE     TO WS-CADASTRO-VALOR
               MOVE BM-QTD-SAQUES-HOJE TO WS-CADASTRO-QTD
           ELSE
      *        O CADASTRO NAO CARIMBOU A ULTIMA DATA EM QUE O DIARIO
      *        MOVIMENTOU A CONTA: ALGUM DEBITO OU ESTORNO NAO CHEGOU
      *        AO CADASTRO
               MOVE 'S' TO WS-FLAG-CONTA-DIVERGE
           END-IF
           IF WS-CADASTRO-VALOR NOT =
                   WS-TAB-VALOR-LIQUIDO(WS-POS-CONTA)
              OR WS-CADASTRO-QTD NOT =
                   WS-TAB-QTD-LIQUIDA(WS-POS-CONTA)
               MOVE 'S' TO WS-FLAG-CONTA-DIVERGE
           END-IF
           .
       3115-CONFERIR-ACUMULADO-FIM.
           EXIT.

      ******************************************************************
      *    CONFERE O CHEQUE ESPECIAL DA CONTA LIDA: SOMA O USO NOS     *
      *    TOTAIS E MARCA A CONTA DIVERGENTE QUANDO TEM SALDO E        *
      *    CHEQUE ESPECIAL EM USO AO MESMO TEMPO; USO ACIMA DO LIMITE  *
      *    SO E CONTADO, POIS A MANUTENCAO PODE REDUZIR O LIMITE       *
      ******************************************************************
       3117-CONFERIR-CHEQUE-ESPECIAL   SECTION.
           IF BM-CHEQUE-ESPECIAL-USADO NOT = ZEROS
               ADD 1 TO WS-TOTAL-EM-CHEQUE
               ADD BM-CHEQUE-ESPECIAL-USADO TO WS-TOTAL-VALOR-CHEQUE
               IF BM-CHEQUE-ESPECIAL-USADO > BM-LIMITE-CHEQUE-ESPECIAL
                   ADD 1 TO WS-TOTAL-CHEQUE-ACIMA-LIMITE
               END-IF
               IF BM-SALDO NOT = ZEROS
                   MOVE 'S' TO WS-FLAG-CHEQUE-INCONSISTENTE
                   MOVE 'S' TO WS-FLAG-CONTA-DIVERGE
               END-IF
           END-IF
           .
       3117-CONFERIR-CHEQUE-ESPECIAL-FIM.
           EXIT.

       3120-IMPRIMIR-DIVERGENCIA       SECTION.
           DISPLAY '-------------------------------------------'
           DISPLAY 'CONTA ' WS-TAB-CONTA-NUM(WS-POS-CONTA)
               DISPLAY '  TARIFAS NO DIARIO..R$: ' WS-MASC-REAIS
                       '  (FORA DO ACUMULADO DO CADASTRO)'
           END-IF
           IF WS-TAB-QTD-DEPOSITOS(WS-POS-CONTA) NOT = ZEROS
               MOVE WS-TAB-VALOR-DEPOSITOS(WS-POS-CONTA)
                   TO WS-MASC-REAIS
               DISPLAY '  DEPOSITOS NO DIARIO R$: ' WS-MASC-REAIS
                       '  QTDE: ' WS-TAB-QTD-DEPOSITOS(WS-POS-CONTA)
                       '  (CREDITADOS NO SALDO)'
           END-IF
           IF WS-CHEQUE-INCONSISTENTE
               MOVE BM-SALDO TO WS-MASC-REAIS
               DISPLAY '  SALDO NO CADASTRO..R$: ' WS-MASC-REAIS
               MOVE BM-CHEQUE-ESPECIAL-USADO TO WS-MASC-REAIS
               DISPLAY '  CHEQUE ESP. USADO..R$: ' WS-MASC-REAIS
               DISPLAY '  (SALDO E CHEQUE ESPECIAL EM USO AO MESMO '
                       'TEMPO)'
           END-IF
           .
       3120-IMPRIMIR-DIVERGENCIA-FIM.
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

       END PROGRAM CBLZJP10.
