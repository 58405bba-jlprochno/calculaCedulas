      *          DE DESCARGA DA TRANSPORTADORA (CASSETE RETIRADO COM
      *          RESIDUO CONTADO), COMPARA A CONTAGEM COM O SALDO DO
      *          COFRE, APONTA SOBRA/FALTA POR CASSETE COM O LACRE,
      *          BAIXA O SALDO DO COFRE, DEVOLVE O RESIDUO CONTADO AO
      *          ESTOQUE DA TESOURARIA E REGISTRA A DESCARGA E O
      *          AJUSTE NO DIARIO PARA A CONCILIACAO DE FIM DE DIA
      * Tectonics: .CBL
      ******************************************************************
           SELECT DESCARGA-INPUT-FILE ASSIGN TO "DESCARGA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-DESCARGA.
      *    ESTOQUE DA TESOURARIA POR DENOMINACAO: RECEBE DE VOLTA AS
      *    CEDULAS CONTADAS NOS CASSETES RETIRADOS
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
      *    DESCARGA SER APLICADA NO COFRE (COPYBOOK)
           COPY CTRLREC REPLACING LEADING ==CT== BY ==DSC==.

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
       01  WS-STATUS-DESCARGA              PIC X(002)   VALUE SPACES.
       01  WS-STATUS-TESOURO               PIC X(002)   VALUE SPACES.

      *    GUARDA O STATUS DA ABERTURA DO COFRE, SEPARADO DO STATUS
      *    QUE MUDA A CADA LEITURA/GRAVACAO DE CASSETE
       01  WS-STATUS-CASHVLT-ABERTURA      PIC X(002)   VALUE SPACES.
      *    IDEM PARA O ESTOQUE DA TESOURARIA: SEM ELE A DESCARGA
      *    SEGUE (O CASSETE JA FOI RETIRADO) E A DEVOLUCAO FICA
      *    PENDENTE NO RESUMO PARA LANCAMENTO PELA MANUTENCAO
       01  WS-STATUS-TESOURO-ABERTURA      PIC X(002)   VALUE SPACES.

       01  WS-FLAG-FIM-DESCARGA            PIC X(001)   VALUE 'N'.
           88  WS-FIM-DESCARGA                          VALUE 'S'.
       01  WS-TOTAL-DIVERGENTES            PIC 9(007)   VALUE ZEROS.
       01  WS-TOTAL-NOTAS-SOBRA            PIC 9(009)   VALUE ZEROS.
       01  WS-TOTAL-NOTAS-FALTA            PIC 9(009)   VALUE ZEROS.
       01  WS-TOTAL-NOTAS-DEVOLVIDAS       PIC 9(009)   VALUE ZEROS.
       01  WS-TOTAL-NOTAS-PENDENTES        PIC 9(009)   VALUE ZEROS.

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
           MOVE 'CBLZJP09' TO WS-EXEC-PROGRAMA
           MOVE 1          TO WS-EXEC-QTD-DEPENDENCIAS
           MOVE 'CBLZJP02' TO WS-EXEC-DEPENDENCIA(1)
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
      *    ABRE O COFRE DE CEDULAS PARA A BAIXA DOS CASSETES
           PERFORM 1100-ABRIR-COFRE
      *    ABRE O ESTOQUE DA TESOURARIA PARA A DEVOLUCAO DO RESIDUO
           PERFORM 1150-ABRIR-TESOURO
      *    ABRE O DIARIO DE TRANSACOES PARA REGISTRO DAS DESCARGAS
           PERFORM 1200-ABRIR-JORNAL
      *    ABRE O ARQUIVO DE MOVIMENTOS DE DESCARGA E LE O PRIMEIRO
           IF WS-STATUS-CASHVLT NOT = '00'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE COFRE: '
                       WS-STATUS-CASHVLT
               MOVE 'S' TO WS-FLAG-EXEC-FALHA
           END-IF
           .
       1100-ABRIR-COFRE-FIM.
           EXIT.

       1150-ABRIR-TESOURO              SECTION.
           OPEN I-O TESOURO-FILE
           MOVE WS-STATUS-TESOURO TO WS-STATUS-TESOURO-ABERTURA
           IF WS-STATUS-TESOURO NOT = '00'
               DISPLAY 'ERRO AO ABRIR O ESTOQUE DA TESOURARIA: '
                       WS-STATUS-TESOURO
               DISPLAY 'RESIDUOS CONTADOS FICARAO PENDENTES DE '
                       'DEVOLUCAO AO ESTOQUE.'
           END-IF
           .
       1150-ABRIR-TESOURO-FIM.
           EXIT.

      ******************************************************************
      *    ABRE O DIARIO DE TRANSACOES EM MODO DE INCLUSAO, PARA QUE   *
      *    AS DESCARGAS SE SOMEM AOS DEMAIS REGISTROS DO DIA           *
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
      *    ABRE O ARQUIVO DE MOVIMENTOS DE DESCARGA, CONFERE O         *
      *    CABECALHO E O RODAPE ANTES DE QUALQUER BAIXA NO COFRE E FAZ *
           IF WS-STATUS-DESCARGA NOT = '00'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE DESCARGAS: '
                       WS-STATUS-DESCARGA
               MOVE 'S' TO WS-FLAG-EXEC-FALHA
               MOVE 'S' TO WS-FLAG-FIM-DESCARGA
           ELSE
               PERFORM 1320-VALIDAR-CONTROLE-ARQUIVO
               IF WS-LOTE-INVALIDO
                   CLOSE DESCARGA-INPUT-FILE
                   MOVE 'S' TO WS-FLAG-FIM-DESCARGA
                   MOVE 'S' TO WS-FLAG-EXEC-FALHA
               ELSE
                   CLOSE DESCARGA-INPUT-FILE
                   OPEN INPUT DESCARGA-INPUT-FILE
                       ' CONTADO ' DS-QTDE-CONTADA
                       ' LACRE ' DS-LACRE
               ADD 1 TO WS-TOTAL-DESCARGAS
               PERFORM 2150-DEVOLVER-TESOURO
      *        REGISTRA NO DIARIO A SAIDA DO SALDO DO COFRE, PARA QUE
      *        A CONCILIACAO DESCONTE A DESCARGA DO MOVIMENTO
               MOVE 'U' TO WS-STATUS-GRAVACAO
       2100-APLICAR-DESCARGA-FIM.
           EXIT.

      ******************************************************************
      *    DEVOLVE AO ESTOQUE DA TESOURARIA O RESIDUO CONTADO DO       *
      *    CASSETE RETIRADO (O QUE FISICAMENTE VOLTOU, NAO O QUE O     *
      *    COFRE ESPERAVA), ABRINDO A POSICAO DO DIA SE FOR O PRIMEIRO *
      *    MOVIMENTO DA DENOMINACAO; DENOMINACAO AINDA SEM REGISTRO NA *
      *    TESOURARIA E INCLUIDA, POIS AS CEDULAS ESTAO NA CASA-FORTE  *
      ******************************************************************
       2150-DEVOLVER-TESOURO           SECTION.
           IF DS-QTDE-CONTADA NOT = ZEROS
               IF WS-STATUS-TESOURO-ABERTURA NOT = '00'
                   ADD DS-QTDE-CONTADA TO WS-TOTAL-NOTAS-PENDENTES
               ELSE
                   MOVE DS-DENOM-VALOR TO TS-DENOM-VALOR
                   READ TESOURO-FILE
                       INVALID KEY
                           PERFORM 2170-INCLUIR-TESOURO
                       NOT INVALID KEY
                           PERFORM 2160-ABRIR-POSICAO-TESOURO
                           ADD DS-QTDE-CONTADA TO TS-QTDE
                           ADD DS-QTDE-CONTADA TO TS-QTDE-DEVOLVIDA
                           REWRITE TS-REGISTRO
                   END-READ
                   IF WS-STATUS-TESOURO NOT = '00'
                       DISPLAY 'ERRO AO ATUALIZAR O ESTOQUE DA '
                               'TESOURARIA: ' WS-STATUS-TESOURO
                               ' CEDULA R$' DS-DENOM-VALOR
                       ADD DS-QTDE-CONTADA TO WS-TOTAL-NOTAS-PENDENTES
                   ELSE
                       ADD DS-QTDE-CONTADA TO WS-TOTAL-NOTAS-DEVOLVIDAS
                   END-IF
               END-IF
           END-IF
           .
       2150-DEVOLVER-TESOURO-FIM.
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

       2170-INCLUIR-TESOURO            SECTION.
           DISPLAY 'DENOMINACAO R$' DS-DENOM-VALOR
                   ' INCLUIDA NO ESTOQUE DA TESOURARIA PELA DESCARGA'
           MOVE DS-DENOM-VALOR  TO TS-DENOM-VALOR
           MOVE DS-QTDE-CONTADA TO TS-QTDE
           MOVE SPACES          TO TS-DENOM-DESCR
           MOVE WS-EXEC-DATA-PROCESSAMENTO TO TS-DATA-POSICAO
           MOVE ZEROS           TO TS-QTDE-ABERTURA
           MOVE ZEROS           TO TS-QTDE-EMITIDA
           MOVE DS-QTDE-CONTADA TO TS-QTDE-DEVOLVIDA
           MOVE ZEROS           TO TS-QTDE-SUPRIDA
           MOVE ZEROS           TO TS-QTDE-RECOLHIDA
           WRITE TS-REGISTRO
           .
       2170-INCLUIR-TESOURO-FIM.
           EXIT.

      ******************************************************************
      *    REJEITA UM MOVIMENTO DE DESCARGA QUE NAO PODE SER APLICADO  *
      *    NO COFRE (O MOTIVO JA FOI EXIBIDO PELO CHAMADOR),           *
           MOVE WS-VALOR-PARCELA   TO JR-VALOR-SAQUE
           MOVE ZEROS              TO JR-VALOR-TARIFA
           MOVE WS-COD-MOTIVO      TO JR-COD-MOTIVO
           MOVE SPACES             TO JR-DADOS-REDE
           MOVE 1                  TO JR-QTD-DENOMINACOES
           MOVE DS-DENOM-VALOR     TO JR-DENOM-VALOR(1)
           MOVE WS-QTDE-PARCELA    TO JR-DENOM-QTDE(1)
           PERFORM 2950-SELAR-REGISTRO-JORNAL
           WRITE JR-REGISTRO
           IF WS-STATUS-JORNAL NOT = '00'
               DISPLAY 'ERRO AO GRAVAR NO DIARIO DE TRANSACOES: '
                       WS-STATUS-JORNAL
               MOVE 'S' TO WS-FLAG-EXEC-FALHA
           END-IF
           MOVE ZEROS TO WS-QTDE-PARCELA
           .
               NOT AT END
                   IF DSC-ID-RODAPE OR DSC-ID-CABECALHO
                       MOVE 'S' TO WS-FLAG-FIM-DESCARGA
                   ELSE
                       ADD 1 TO WS-EXEC-QTD-LIDOS
                   END-IF
           END-READ
           .
       2900-LER-DESCARGA-FIM.
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
           CLOSE DESCARGA-INPUT-FILE
           CLOSE TESOURO-FILE
      *    REGISTRA O FIM DO PASSO NO CONTROLE DA CADEIA
           MOVE WS-TOTAL-DESCARGAS TO WS-EXEC-QTD-PROCESSADOS
           MOVE WS-TOTAL-REJEITADAS TO WS-EXEC-QTD-REJEITADOS
           PERFORM 3900-REGISTRAR-FIM-EXECUCAO
           STOP RUN
           .
       3000-FINALIZAR-FIM.
           DISPLAY 'COM DIVERGENCIA.......: ' WS-TOTAL-DIVERGENTES
           DISPLAY 'NOTAS EM SOBRA........: ' WS-TOTAL-NOTAS-SOBRA
           DISPLAY 'NOTAS EM FALTA........: ' WS-TOTAL-NOTAS-FALTA
           DISPLAY 'NOTAS DEVOLVIDAS A TESOURARIA: '
                   WS-TOTAL-NOTAS-DEVOLVIDAS
           IF WS-TOTAL-DIVERGENTES NOT = ZEROS
               DISPLAY 'ACIONAR A TESOURARIA PARA A CONFERENCIA DOS '
                       'LACRES DIVERGENTES.'
           END-IF
           IF WS-TOTAL-NOTAS-PENDENTES NOT = ZEROS
               DISPLAY 'NOTAS NAO DEVOLVIDAS AO ESTOQUE: '
                       WS-TOTAL-NOTAS-PENDENTES
               DISPLAY 'LANCAR COMO SUPRIMENTO NA MANUTENCAO DA '
                       'TESOURARIA.'
           END-IF
           DISPLAY '========================================='
           .
       3100-IMPRIMIR-RESUMO-FIM.
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

       END PROGRAM CBLZJP09.
