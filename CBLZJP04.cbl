      * Date: 23082026
      * Purpose: CARGA DE CEDULAS NOS CASSETES DOS TERMINAIS A PARTIR
      *          DOS MOVIMENTOS DA TRANSPORTADORA DE VALORES, COM
      *          BAIXA DAS CEDULAS NO ESTOQUE DA TESOURARIA E
      *          REGISTRO DE CADA CARGA NO DIARIO DE TRANSACOES
      * Tectonics: .CBL
      ******************************************************************
           SELECT CARGA-INPUT-FILE ASSIGN TO "CARGAIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CARGAIN.
      *    ESTOQUE DA TESOURARIA POR DENOMINACAO: DE ONDE SAEM AS
      *    CEDULAS DE CADA CARGA
           SELECT TESOURO-FILE ASSIGN TO "TESOURO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TS-DENOM-VALOR
               FILE STATUS IS WS-STATUS-TESOURO.
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
      *    CARGA SER APLICADA NO COFRE (COPYBOOK)
           COPY CTRLREC REPLACING LEADING ==CT== BY ==CGC==.

       FD  TESOURO-FILE.
      *    REGISTRO DO ESTOQUE DA TESOURARIA COMPARTILHADO COM OS
      *    DEMAIS PROGRAMAS (COPYBOOK)
           COPY TESOREC.

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

       01  WS-STATUS-CASHVLT               PIC X(002)   VALUE SPACES.
       01  WS-STATUS-JORNAL                PIC X(002)   VALUE SPACES.
       01  WS-STATUS-CARGAIN               PIC X(002)   VALUE SPACES.
       01  WS-STATUS-TESOURO               PIC X(002)   VALUE SPACES.

      *    GUARDA O STATUS DA ABERTURA DO COFRE, SEPARADO DO STATUS
      *    QUE MUDA A CADA LEITURA/GRAVACAO DE CASSETE
       01  WS-STATUS-CASHVLT-ABERTURA      PIC X(002)   VALUE SPACES.
      *    IDEM PARA O ESTOQUE DA TESOURARIA: SEM ELE NAO HA COMO
      *    SABER SE A CARGA ESTA COBERTA, E NENHUMA CARGA E APLICADA
       01  WS-STATUS-TESOURO-ABERTURA      PIC X(002)   VALUE SPACES.

      *    RESULTADO DA CONFERENCIA DA CARGA CONTRA O ESTOQUE DA
      *    TESOURARIA
       01  WS-FLAG-TESOURO-COBRE           PIC X(001)   VALUE 'N'.
           88  WS-TESOURO-COBRE                         VALUE 'S'.
           88  WS-TESOURO-NAO-COBRE                     VALUE 'N'.

       01  WS-FLAG-FIM-CARGAIN             PIC X(001)   VALUE 'N'.
           88  WS-FIM-CARGAIN                           VALUE 'S'.
      *    CODIGO FIXO DO MOTIVO DE UMA CARGA REJEITADA, GRAVADO NO
      *    DIARIO PARA O RELATORIO DE REJEICOES: DEN = DENOMINACAO NAO
      *    CADASTRADA, IND = COFRE INDISPONIVEL, ERR = ERRO DE
      *    GRAVACAO NO COFRE, TES = ESTOQUE DA TESOURARIA INSUFICIENTE
      *    OU INDISPONIVEL; BRANCOS EM CARGA EFETUADA
       01  WS-COD-MOTIVO                   PIC X(003)   VALUE SPACES.

      *    TOTALIZADORES DA EXECUCAO, PARA O RESUMO FINAL
       01  WS-TOTAL-CARGAS                 PIC 9(007)   VALUE ZEROS.
       01  WS-TOTAL-REJEITADAS             PIC 9(007)   VALUE ZEROS.
       01  WS-TOTAL-SEM-TESOURO            PIC 9(007)   VALUE ZEROS.

      *    TOTAL DE CEDULAS CARREGADAS POR DENOMINACAO, DA FROTA
      *    INTEIRA, ACUMULADO PELO VALOR DA CEDULA
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
           MOVE 'CBLZJP04' TO WS-EXEC-PROGRAMA
           MOVE 1          TO WS-EXEC-QTD-DEPENDENCIAS
           MOVE 'CBLZJP09' TO WS-EXEC-DEPENDENCIA(1)
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
       1000-INICIALIZAR                SECTION.
      *    ABRE O COFRE DE CEDULAS PARA ATUALIZACAO DOS CASSETES
           PERFORM 1100-ABRIR-COFRE
      *    ABRE O ESTOQUE DA TESOURARIA PARA A BAIXA DAS CARGAS
           PERFORM 1150-ABRIR-TESOURO
      *    ABRE O DIARIO DE TRANSACOES PARA REGISTRO DAS CARGAS
           PERFORM 1200-ABRIR-JORNAL
      *    ABRE O ARQUIVO DE MOVIMENTOS DE CARGA E LE O PRIMEIRO
           IF WS-STATUS-CASHVLT NOT = '00'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE COFRE: '
                       WS-STATUS-CASHVLT
               MOVE 'S' TO WS-FLAG-EXEC-FALHA
           END-IF
           .
       1100-ABRIR-COFRE-FIM.
           EXIT.

      ******************************************************************
      *    ABRE O ESTOQUE DA TESOURARIA; O ARQUIVO E CRIADO PELA       *
      *    MANUTENCAO DE CADASTROS, E SEM ELE TODAS AS CARGAS SAO      *
      *    RECUSADAS, POIS NENHUMA PODE SER CONFERIDA CONTRA O ESTOQUE *
      ******************************************************************
       1150-ABRIR-TESOURO              SECTION.
           OPEN I-O TESOURO-FILE
           MOVE WS-STATUS-TESOURO TO WS-STATUS-TESOURO-ABERTURA
           IF WS-STATUS-TESOURO NOT = '00'
               DISPLAY 'ERRO AO ABRIR O ESTOQUE DA TESOURARIA: '
                       WS-STATUS-TESOURO
               DISPLAY 'NENHUMA CARGA SERA APLICADA SEM A CONFERENCIA '
                       'DO ESTOQUE.'
           END-IF
           .
       1150-ABRIR-TESOURO-FIM.
           EXIT.

      ******************************************************************
      *    ABRE O DIARIO DE TRANSACOES EM MODO DE INCLUSAO, PARA QUE   *
      *    AS CARGAS SE SOMEM AOS REGISTROS DE SAQUE DO DIA            *
      ******************************************************************
       1200-ABRIR-JORNAL               SECTION.
           PERFORM 1210-RECUPERAR-CADEIA-JORNAL
           OPEN EXTEND JOURNAL-FILE
           IF WS-STATUS-JORNAL = '35'
               OPEN OUTPUT JOURNAL-FILE
           IF WS-STATUS-JORNAL NOT = '00'
               DISPLAY 'ERRO AO ABRIR O DIARIO DE TRANSACOES: '
                       WS-STATUS-JORNAL
               MOVE 'S' TO WS-FLAG-EXEC-FALHA
           END-IF
           .
       1200-ABRIR-JORNAL-FIM.
           EXIT.

      ******************************************************************
      *    LE O DIARIO JA GRAVADO ATE O FIM PARA RECUPERAR A SEQUENCIA *
      *    E A CADEIA DO ULTIMO REGISTRO, DE ONDE OS REGISTROS DESTA   *
      *    EXECUCAO CONTINUAM; SEM DIARIO, A CADEIA COMECA DO ZERO     *
      ******************************************************************
       1210-RECUPERAR-CADEIA-JORNAL    SECTION.
           MOVE ZEROS TO WS-INTEG-ULTIMA-SEQUENCIA
           MOVE ZEROS TO WS-INTEG-ULTIMA-CADEIA
           OPEN INPUT JOURNAL-FILE
           IF WS-STATUS-JORNAL = '00'
               MOVE 'N' TO WS-FLAG-INTEG-FIM-JORNAL
               PERFORM 1215-LER-CADEIA-JORNAL
                   UNTIL WS-INTEG-FIM-JORNAL
               CLOSE JOURNAL-FILE
           END-IF
           .
       1210-RECUPERAR-CADEIA-JORNAL-FIM.
           EXIT.

       1215-LER-CADEIA-JORNAL          SECTION.
           READ JOURNAL-FILE
               AT END MOVE 'S' TO WS-FLAG-INTEG-FIM-JORNAL
               NOT AT END
                   MOVE JR-SEQUENCIA    TO WS-INTEG-ULTIMA-SEQUENCIA
                   MOVE JR-VERIF-CADEIA TO WS-INTEG-ULTIMA-CADEIA
           END-READ
           IF WS-STATUS-JORNAL NOT = '00' AND
              WS-STATUS-JORNAL NOT = '10'
               DISPLAY 'ERRO AO LER O DIARIO DE TRANSACOES: '
                       WS-STATUS-JORNAL
               MOVE 'S' TO WS-FLAG-INTEG-FIM-JORNAL
           END-IF
           .
       1215-LER-CADEIA-JORNAL-FIM.
           EXIT.

      ******************************************************************
      *    ABRE O ARQUIVO DE MOVIMENTOS DE CARGA, CONFERE O CABECALHO  *
      *    E O RODAPE ANTES DE APLICAR QUALQUER CARGA NO COFRE E FAZ   *
           IF WS-STATUS-CARGAIN NOT = '00'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CARGAS: '
                       WS-STATUS-CARGAIN
               MOVE 'S' TO WS-FLAG-EXEC-FALHA
               MOVE 'S' TO WS-FLAG-FIM-CARGAIN
           ELSE
               PERFORM 1320-VALIDAR-CONTROLE-ARQUIVO
               IF WS-LOTE-INVALIDO
                   CLOSE CARGA-INPUT-FILE
                   MOVE 'S' TO WS-FLAG-FIM-CARGAIN
                   MOVE 'S' TO WS-FLAG-EXEC-FALHA
               ELSE
                   CLOSE CARGA-INPUT-FILE
                   OPEN INPUT CARGA-INPUT-FILE
      *    TERMINAL E DENOMINACAO INFORMADOS, SOMA AS CEDULAS E        *
      *    REGISTRA NO DIARIO; UMA DENOMINACAO NAO CADASTRADA NO       *
      *    COFRE E REJEITADA E REPORTADA, POIS E ASSIM QUE SE PEGA UM  *
      *    CASSETE CONFIGURADO COM O VALOR DE CEDULA ERRADO; UMA CARGA *
      *    QUE O ESTOQUE DA TESOURARIA NAO COBRE TAMBEM E REJEITADA    *
      ******************************************************************
       2050-PROCESSAR-CARGA            SECTION.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
                       MOVE 'DEN' TO WS-COD-MOTIVO
                       PERFORM 2200-REJEITAR-CARGA
                   NOT INVALID KEY
                       PERFORM 2060-CONFERIR-TESOURO
                       IF WS-TESOURO-COBRE
                           PERFORM 2100-APLICAR-CARGA
                       END-IF
               END-READ
           END-IF
           PERFORM 2900-LER-CARGAIN
       2050-PROCESSAR-CARGA-FIM.
           EXIT.

      ******************************************************************
      *    CONFERE A CARGA CONTRA O ESTOQUE DA TESOURARIA: A           *
      *    DENOMINACAO PRECISA ESTAR CADASTRADA E TER CEDULAS          *
      *    SUFICIENTES; CARGA NAO COBERTA E REJEITADA COM O MOTIVO TES *
      *    ANTES DE MEXER NO CASSETE. O REGISTRO LIDO FICA NA AREA DO  *
      *    ARQUIVO PARA A BAIXA FEITA DEPOIS DA CARGA APLICADA         *
      ******************************************************************
       2060-CONFERIR-TESOURO           SECTION.
           MOVE 'N' TO WS-FLAG-TESOURO-COBRE
           IF WS-STATUS-TESOURO-ABERTURA NOT = '00'
               DISPLAY 'ESTOQUE DA TESOURARIA INDISPONIVEL'
               MOVE 'TES' TO WS-COD-MOTIVO
               ADD 1 TO WS-TOTAL-SEM-TESOURO
               PERFORM 2200-REJEITAR-CARGA
           ELSE
               MOVE CG-DENOM-VALOR TO TS-DENOM-VALOR
               READ TESOURO-FILE
                   INVALID KEY
                       DISPLAY 'DENOMINACAO NAO CADASTRADA NA '
                               'TESOURARIA: R$' CG-DENOM-VALOR
                       MOVE 'TES' TO WS-COD-MOTIVO
                       ADD 1 TO WS-TOTAL-SEM-TESOURO
                       PERFORM 2200-REJEITAR-CARGA
                   NOT INVALID KEY
                       IF TS-QTDE < CG-QTDE
                           DISPLAY 'ESTOQUE DA TESOURARIA INSUFICIENTE '
                                   'PARA A CEDULA R$' CG-DENOM-VALOR
                                   ': ' TS-QTDE ' NOTA(S)'
                           MOVE 'TES' TO WS-COD-MOTIVO
                           ADD 1 TO WS-TOTAL-SEM-TESOURO
                           PERFORM 2200-REJEITAR-CARGA
                       ELSE
                           MOVE 'S' TO WS-FLAG-TESOURO-COBRE
                       END-IF
               END-READ
           END-IF
           .
       2060-CONFERIR-TESOURO-FIM.
           EXIT.

      ******************************************************************
      *    SOMA AS CEDULAS DA CARGA NO CASSETE E GRAVA O MOVIMENTO NO  *
      *    DIARIO E NOS TOTALIZADORES                                  *
                       ' QTDE ' CG-QTDE
                       ' LACRE ' CG-LACRE
               ADD 1 TO WS-TOTAL-CARGAS
               PERFORM 2150-BAIXAR-TESOURO
               PERFORM 2300-ACUMULAR-RESUMO
               MOVE 'C' TO JR-STATUS
               PERFORM 2400-GRAVAR-JORNAL-CARGA
       2100-APLICAR-CARGA-FIM.
           EXIT.

      ******************************************************************
      *    BAIXA AS CEDULAS CARREGADAS DO ESTOQUE DA TESOURARIA LIDO   *
      *    NA CONFERENCIA, ABRINDO A POSICAO DO DIA SE FOR O PRIMEIRO  *
      *    MOVIMENTO DA DENOMINACAO; AS CEDULAS JA ESTAO NO CASSETE,   *
      *    ENTAO UM ERRO DE GRAVACAO AQUI SO E REPORTADO               *
      ******************************************************************
       2150-BAIXAR-TESOURO             SECTION.
           PERFORM 2160-ABRIR-POSICAO-TESOURO
           SUBTRACT CG-QTDE FROM TS-QTDE
           ADD CG-QTDE TO TS-QTDE-EMITIDA
           REWRITE TS-REGISTRO
           IF WS-STATUS-TESOURO NOT = '00'
               DISPLAY 'ERRO AO ATUALIZAR O ESTOQUE DA TESOURARIA: '
                       WS-STATUS-TESOURO ' CEDULA R$' CG-DENOM-VALOR
                       ' QTDE ' CG-QTDE
           END-IF
           .
       2150-BAIXAR-TESOURO-FIM.
           EXIT.

       2160-ABRIR-POSICAO-TESOURO      SECTION.
           IF TS-DATA-POSICAO NOT = WS-EXEC-DATA-PROCESSAMENTO
               MOVE WS-EXEC-DATA-PROCESSAMENTO TO TS-DATA-POSICAO
               MOVE TS-QTDE         TO TS-QTDE-ABERTURA
               MOVE ZEROS           TO TS-QTDE-EMITIDA
               MOVE ZEROS           TO TS-QTDE-DEVOLVIDA
               MOVE ZEROS           TO TS-QTDE-SUPRIDA
               MOVE ZEROS           TO TS-QTDE-RECOLHIDA
           END-IF
           .
       2160-ABRIR-POSICAO-TESOURO-FIM.
           EXIT.

      ******************************************************************
      *    REJEITA UM MOVIMENTO DE CARGA QUE NAO PODE SER APLICADO NO  *
      *    COFRE (O MOTIVO JA FOI EXIBIDO PELO CHAMADOR), REPORTANDO   *
           MOVE WS-VALOR-CARGA  TO JR-VALOR-SAQUE
           MOVE ZEROS           TO JR-VALOR-TARIFA
           MOVE WS-COD-MOTIVO   TO JR-COD-MOTIVO
           MOVE SPACES          TO JR-DADOS-REDE
           MOVE 1               TO JR-QTD-DENOMINACOES
           MOVE CG-DENOM-VALOR  TO JR-DENOM-VALOR(1)
           IF JR-STATUS-CARGA
           ELSE
               MOVE ZEROS       TO JR-DENOM-QTDE(1)
           END-IF
           PERFORM 2950-SELAR-REGISTRO-JORNAL
           WRITE JR-REGISTRO
           IF WS-STATUS-JORNAL NOT = '00'
               DISPLAY 'ERRO AO GRAVAR NO DIARIO DE TRANSACOES: '
                       WS-STATUS-JORNAL
               MOVE 'S' TO WS-FLAG-EXEC-FALHA
           END-IF
           .
       2400-GRAVAR-JORNAL-CARGA-FIM.
               NOT AT END
                   IF CGC-ID-RODAPE OR CGC-ID-CABECALHO
                       MOVE 'S' TO WS-FLAG-FIM-CARGAIN
                   ELSE
                       ADD 1 TO WS-EXEC-QTD-LIDOS
                   END-IF
           END-READ
           .
       2900-LER-CARGAIN-FIM.
           EXIT.

      ******************************************************************
      *    SELA O REGISTRO DO DIARIO ANTES DA GRAVACAO: PROXIMO NUMERO *
      *    DE SEQUENCIA, VERIFICADOR DO REGISTRO E VERIFICADOR DA      *
      *    CADEIA, QUE PASSA A SER O ULTIMO PARA O REGISTRO SEGUINTE   *
      ******************************************************************
       2950-SELAR-REGISTRO-JORNAL      SECTION.
           ADD 1 TO WS-INTEG-ULTIMA-SEQUENCIA
           MOVE WS-INTEG-ULTIMA-SEQUENCIA TO JR-SEQUENCIA
           MOVE JR-REGISTRO TO WS-INTEG-AREA
           PERFORM 2955-CALCULAR-VERIF-REGISTRO
           MOVE WS-INTEG-HASH TO JR-VERIF-REGISTRO
           PERFORM 2958-CALCULAR-VERIF-CADEIA
           MOVE WS-INTEG-CADEIA TO JR-VERIF-CADEIA
           MOVE WS-INTEG-CADEIA TO WS-INTEG-ULTIMA-CADEIA
           .
       2950-SELAR-REGISTRO-JORNAL-FIM.
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
           CLOSE CASH-VAULT-FILE
           CLOSE JOURNAL-FILE
           CLOSE CARGA-INPUT-FILE
           CLOSE TESOURO-FILE
      *    REGISTRA O FIM DO PASSO NO CONTROLE DA CADEIA
           MOVE WS-TOTAL-CARGAS TO WS-EXEC-QTD-PROCESSADOS
           MOVE WS-TOTAL-REJEITADAS TO WS-EXEC-QTD-REJEITADOS
           PERFORM 3900-REGISTRAR-FIM-EXECUCAO
           STOP RUN
           .
       3000-FINALIZAR-FIM.
           DISPLAY '========================================='
           DISPLAY 'CARGAS EFETUADAS..: ' WS-TOTAL-CARGAS
           DISPLAY 'CARGAS REJEITADAS.: ' WS-TOTAL-REJEITADAS
           DISPLAY '  SEM ESTOQUE NA TESOURARIA: ' WS-TOTAL-SEM-TESOURO
           DISPLAY '-----------------------------------------'
           PERFORM 3110-IMPRIMIR-UMA-DENOMINACAO
               VARYING WS-POS-RESUMO FROM 1 BY 1
       3110-IMPRIMIR-UMA-DENOMINACAO-FIM.
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

       END PROGRAM CBLZJP04.
