               88  TM-STATUS-ATIVO                      VALUE 'A'.
               88  TM-STATUS-MANUTENCAO                 VALUE 'M'.
               88  TM-STATUS-DESATIVADO                 VALUE 'D'.
      *    TERMINAL RECICLADOR: A MAQUINA ACEITA DEPOSITO EM DINHEIRO
      *    E DEVOLVE AS CEDULAS CONTADAS AOS CASSETES DE SAQUE; NOS
      *    DEMAIS TERMINAIS O DEPOSITO FICA NA GAVETA DE ENVELOPES E
      *    NAO ALTERA O SALDO DO COFRE
           05  TM-RECICLADOR               PIC X(001).
               88  TM-RECICLADOR-SIM                    VALUE 'S'.
               88  TM-RECICLADOR-NAO            VALUES 'N' SPACE.
      *    REGIAO DO TERMINAL E TRANSPORTADORA DE VALORES CONTRATADA
      *    PARA ELE, QUE DEFINEM A TARIFA DAS VISITAS NA CONFERENCIA
      *    DA FATURA DA TRANSPORTADORA
           05  TM-REGIAO                   PIC X(002).
           05  TM-TRANSPORTADORA           PIC X(004).
      *    DIAS DA SEMANA DE VISITA PROGRAMADA DA TRANSPORTADORA, DE
      *    DOMINGO A SABADO ('S' EM DIA DE ROTA); VISITA EM OUTRO DIA
      *    E EMERGENCIAL. TUDO EM BRANCO TRATA TODA VISITA COMO
      *    PROGRAMADA
           05  TM-DIAS-VISITA              PIC X(007).
           05  TM-DIAS-VISITA-R REDEFINES TM-DIAS-VISITA.
               10  TM-DIA-VISITA           PIC X(001) OCCURS 7 TIMES.
