      *  PENDENTE DO XPGR47 E FILA DE SESSAO QUE NAO ESCOOU - CADA
      *  CONDICAO COM SEU OK/ATENCAO. SUBSTITUI O RITUAL MATINAL DE
      *  ABRIR OS QUATRO ARQUIVOS NA MAO.
      *
      *  TAMBEM E' POR AQUI QUE O OPERADOR PEDE A PARADA DE UM
      *  PROGRAMA LONGO EM ANDAMENTO: "PAINEL PARAR <NOME|TODOS>"
      *  OU A PERGUNTA NO FIM DO QUADRO ACRESCENTAM UMA LINHA EM
      *  PARAR.TXT, QUE O PROGRAMA CONSULTA DE TEMPOS EM TEMPOS.
      *
      *  O ANDAMENTO DAS RODADAS EM CURSO VEM DO PULSO QUE CADA
      *  PROGRAMA LONGO DEIXA EM PROGRESSO.TXT: LIDOS, PERCENTUAL
      *  DO TOTAL ESPERADO E PREVISAO DE TERMINO PELO RITMO ATE'
      *  O ULTIMO PULSO; A RODADA QUE O VIGIA DA AGENDA JULGOU
      *  TRAVADA APARECE COMO TAL.
      *
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-SESSAO
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PPARAR         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-PARAR
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PPROGR         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-PROGR
                        ACCESS         MODE      IS   SEQUENTIAL.

       DATA        DIVISION.
       FILE        SECTION.
           02  RL-GRAVADOS            PIC 9(09).
           02  FILLER                 PIC X(02).
           02  RL-EVENTO              PIC X(01).
      *    LINHA "V" (PARAMVER) SEGUE COM ARQUIVO, VERSAO E CONFERENCIA
           02  RL-PARAMETROS          PIC X(31).
           02  FILLER                 PIC X(02).
           02  RL-AMBIENTE            PIC X(10).

       FD  PSAILOG
           LABEL RECORD ARE STANDARD
           02  FILLER                 PIC X(02).
           02  SES-STATUS             PIC X(01).

       FD  PPARAR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARAR.TXT".
       01  REG-PARAR.
           02  PA-PROGRAMA            PIC X(10).
           02  FILLER                 PIC X(02).
           02  PA-DATA                PIC X(06).
           02  FILLER                 PIC X(02).
           02  PA-HORA                PIC X(06).
           02  FILLER                 PIC X(02).
           02  PA-ORIGEM              PIC X(10).

       FD  PPROGR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PROGRESSO.TXT".
       01  REG-PROGR.
           02  PG-PROGRAMA            PIC X(10).
           02  FILLER                 PIC X(02).
           02  PG-DATA                PIC X(06).
           02  FILLER                 PIC X(02).
           02  PG-HORA                PIC X(06).
           02  FILLER                 PIC X(02).
           02  PG-LIDOS               PIC 9(09).
           02  FILLER                 PIC X(02).
           02  PG-TOTAL               PIC 9(09).
           02  FILLER                 PIC X(02).
           02  PG-INI-DATA            PIC X(06).
           02  FILLER                 PIC X(02).
           02  PG-INI-HORA            PIC X(06).
           02  FILLER                 PIC X(02).
           02  PG-EVENTO              PIC X(01).

       WORKING-STORAGE  SECTION.
       77  W-FS-RUNLOG            PIC X(002) VALUE SPACES.
       77  W-FS-SAILOG            PIC X(002) VALUE SPACES.
       77  W-FS-CKPT              PIC X(002) VALUE SPACES.
       77  W-FS-SESSAO            PIC X(002) VALUE SPACES.
       77  W-FS-PARAR             PIC X(002) VALUE SPACES.
       77  W-FS-PROGR             PIC X(002) VALUE SPACES.
       77  W-IND-PULSO            PIC 9(002) VALUE ZEROS.
       77  W-QTDE-CURSO           PIC 9(002) VALUE ZEROS.
       77  W-PULSO-PCT            PIC 9(003) VALUE ZEROS.
       77  W-SEG-INI              PIC 9(006) VALUE ZEROS.
       77  W-SEG-PULSO            PIC 9(006) VALUE ZEROS.
       77  W-SEG-DECORRIDO        PIC 9(009) VALUE ZEROS.
       77  W-SEG-RESTANTE         PIC 9(011) VALUE ZEROS.
       77  W-SEG-PREVISTO         PIC 9(011) VALUE ZEROS.
       77  W-DIAS-PREVISTO        PIC 9(003) VALUE ZEROS.
       77  W-PREV-HH              PIC 9(002) VALUE ZEROS.
       77  W-PREV-MM              PIC 9(002) VALUE ZEROS.
       77  W-ARGC                 PIC 9(002) VALUE ZEROS.
       77  W-ACAO                 PIC X(010) VALUE SPACES.
       77  W-PARAR-NOME           PIC X(010) VALUE SPACES.
       77  W-SES-TEM-I            PIC X(001) VALUE "N".
       77  W-SES-PROG-I           PIC X(010) VALUE SPACES.
       77  W-SES-TEM-E            PIC X(001) VALUE "N".
       77  W-SES-TEM-F            PIC X(001) VALUE "N".
       77  W-SES-PROG-E           PIC X(010) VALUE SPACES.
              03 TU-HORA          PIC X(006).
              03 TU-LIDOS         PIC 9(009).
              03 TU-GRAVADOS      PIC 9(009).
              03 TU-PAUSA         PIC X(001).

      *---------------------------------------------------- ULTIMO
      *    PULSO EM PROGRESSO.TXT POR PROGRAMA.
       01  TAB-PULSO.
           02 TP-ENTRADA OCCURS 5 TIMES.
              03 TP-NOME          PIC X(010).
              03 TP-TEM           PIC X(001).
              03 TP-DATA          PIC X(006).
              03 TP-HORA          PIC X(006).
              03 TP-LIDOS         PIC 9(009).
              03 TP-TOTAL         PIC 9(009).
              03 TP-INI-DATA      PIC X(006).
              03 TP-INI-HORA      PIC X(006).
              03 TP-EVENTO        PIC X(001).

       01  W-HORA-CALC.
           02  W-HC-HH            PIC 9(002).
           02  W-HC-MM            PIC 9(002).
           02  W-HC-SS            PIC 9(002).

       01  W-DATE.
           02  W-ANO              PIC 9(002).
           02  W-MES              PIC 9(002).
           02  W-DIA              PIC 9(002).
       01  W-TIME.
           02  W-HHMMSS           PIC X(006).
           02  FILLER             PIC X(002).

       01  W-LINHA-PROG.
           02  WL-NOME             PIC X(010).
           02  FILLER              PIC X(002) VALUE SPACES.
           02  WL-SITUACAO         PIC X(050).

      *    AMBIENTE DE EXECUCAO (MESMO LAYOUT DA LINKAGE DO AMBIENTE)
       01  W-AMBIENTE.
           02  W-AM-NOME          PIC X(10).
           02  W-AM-DIRETORIO     PIC X(60).
           02  W-AM-PRODUCAO      PIC X(01).
               88  AMBIENTE-PRODUCAO               VALUE "S".
           02  W-AM-RET           PIC X(01).
           02  W-AM-MENSAGEM      PIC X(40).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ESCOLHE-AMBIENTE    THRU FIM-ESCOLHE-AMBIENTE
           ACCEPT  W-ARGC    FROM      ARGUMENT-NUMBER.
           IF      W-ARGC    NOT       <         2
                   DISPLAY   1         UPON      ARGUMENT-NUMBER
                   ACCEPT    W-ACAO    FROM      ARGUMENT-VALUE
                   DISPLAY   2         UPON      ARGUMENT-NUMBER
                   ACCEPT    W-PARAR-NOME        FROM ARGUMENT-VALUE
                   IF        W-ACAO    EQUAL     "PARAR"
                             PERFORM   PEDE-PARADA
                                       THRU      FIM-PEDE-PARADA
                             STOP      RUN.

           PERFORM MONTA-GRADE         THRU      FIM-MONTA-GRADE.
           PERFORM LE-RUNLOG-TODO      THRU      FIM-LE-RUNLOG-TODO.
           PERFORM LE-SAILOG-TODO      THRU      FIM-LE-SAILOG-TODO.
           PERFORM LE-CHECKPOINT       THRU      FIM-LE-CHECKPOINT.
           PERFORM LE-SESSAO           THRU      FIM-LE-SESSAO.
           PERFORM LE-PROGRESSO-TODO   THRU      FIM-LE-PROGRESSO-TODO.

           DISPLAY "================================================="
           DISPLAY "PAINEL - SITUACAO DA OPERACAO"
           PERFORM MOSTRA-ENGORDA      THRU      FIM-MOSTRA-ENGORDA.
           PERFORM MOSTRA-CHECKPOINT   THRU      FIM-MOSTRA-CHECKPOINT.
           PERFORM MOSTRA-SESSAO       THRU      FIM-MOSTRA-SESSAO.
           PERFORM MOSTRA-PULSO        THRU      FIM-MOSTRA-PULSO
                    VARYING W-IND-PULSO FROM 1 BY 1
                    UNTIL   W-IND-PULSO > 5.
           IF      W-QTDE-CURSO        EQUAL     ZEROS
                   DISPLAY "ANDAMENTO  OK       NENHUMA RODADA EM "
                           "CURSO (PROGRESSO.TXT)".
           DISPLAY "================================================="
           DISPLAY "PEDIR PARADA (NOME/TODOS, ENTER = NAO): "
           ACCEPT  W-PARAR-NOME
           IF      W-PARAR-NOME        NOT       EQUAL     SPACES
                   PERFORM   PEDE-PARADA         THRU FIM-PEDE-PARADA.
           STOP    RUN.

       MONTA-GRADE.
           PERFORM ZERA-ULTIMA         THRU      FIM-ZERA-ULTIMA
                    VARYING W-IND-PROG FROM 1 BY 1
                    UNTIL   W-IND-PROG > 4.
           MOVE    "BINGON"  TO        TP-NOME(1)
           MOVE    "TRUNCA"  TO        TP-NOME(2)
           MOVE    "SORT"    TO        TP-NOME(3)
           MOVE    "ENGORDA" TO        TP-NOME(4)
           MOVE    "XPGR47"  TO        TP-NOME(5)
           PERFORM ZERA-PULSO          THRU      FIM-ZERA-PULSO
                    VARYING W-IND-PULSO FROM 1 BY 1
                    UNTIL   W-IND-PULSO > 5.
       FIM-MONTA-GRADE.
           EXIT.

           MOVE    SPACES    TO        TU-DATA(W-IND-PROG)
                                       TU-HORA(W-IND-PROG)
           MOVE    ZEROS     TO        TU-LIDOS(W-IND-PROG)
                                       TU-GRAVADOS(W-IND-PROG)
           MOVE    "N"       TO        TU-PAUSA(W-IND-PROG).
       FIM-ZERA-ULTIMA.
           EXIT.

       ZERA-PULSO.
           MOVE    "N"       TO        TP-TEM(W-IND-PULSO)
           MOVE    SPACES    TO        TP-DATA(W-IND-PULSO)
                                       TP-HORA(W-IND-PULSO)
                                       TP-INI-DATA(W-IND-PULSO)
                                       TP-INI-HORA(W-IND-PULSO)
                                       TP-EVENTO(W-IND-PULSO)
           MOVE    ZEROS     TO        TP-LIDOS(W-IND-PULSO)
                                       TP-TOTAL(W-IND-PULSO).
       FIM-ZERA-PULSO.
           EXIT.

      *-----------------------------------------------------------
      *    LE-RUNLOG-TODO: GUARDA A ULTIMA LINHA DE CADA PROGRAMA
      *    (O ARQUIVO E' ACUMULATIVO, A ULTIMA OCORRENCIA VENCE).

       GUARDA-ULTIMA.
      *    LINHA DE INICIO ("I") NAO E' UMA RODADA CONCLUIDA - O
      *    QUADRO CONTINUA MOSTRANDO A ULTIMA RODADA FECHADA. A
      *    PAUSA ("P") FECHA A RODADA, MAS FICA MARCADA COMO TAL.
      *    A LINHA DE VERSAO DE PARAMETRO ("V") NAO E' RODADA.
           IF      RL-EVENTO EQUAL     "I" OR "V"
                   GO        FIM-GUARDA-ULTIMA.
           IF      RL-PROGRAMA         EQUAL     TU-NOME(W-IND-PROG)
                   MOVE      "S"       TO        TU-TEM(W-IND-PROG)
                   MOVE      RL-HORA   TO        TU-HORA(W-IND-PROG)
                   MOVE      RL-LIDOS  TO        TU-LIDOS(W-IND-PROG)
                   MOVE      RL-GRAVADOS
                                       TO  TU-GRAVADOS(W-IND-PROG)
                   MOVE      "N"       TO  TU-PAUSA(W-IND-PROG)
                   IF        RL-EVENTO EQUAL     "P"
                             MOVE      "S" TO TU-PAUSA(W-IND-PROG).
       FIM-GUARDA-ULTIMA.
           EXIT.

                   MOVE      SES-PROGRAMA        TO   W-SES-PROG-F.
           IF      SES-STATUS          EQUAL     "N"
                   ADD       1         TO        W-SES-QT-N.
           IF      SES-STATUS          EQUAL     "I"
                   MOVE      "S"       TO        W-SES-TEM-I
                   MOVE      SES-PROGRAMA        TO   W-SES-PROG-I.
           GO      LE-SESSAO-LINHA.
       FIM-LE-SESSAO.
           EXIT.

      *-----------------------------------------------------------
      *    LE-PROGRESSO-TODO: COMO NO RUNLOG, A ULTIMA LINHA DE CADA
      *    PROGRAMA EM PROGRESSO.TXT E' A QUE VALE.
      *-----------------------------------------------------------
       LE-PROGRESSO-TODO.
           OPEN    INPUT     PPROGR
           IF      W-FS-PROGR          NOT       EQUAL     "00"
                   GO        FIM-LE-PROGRESSO-TODO.
       LE-PROGRESSO-LINHA.
           READ    PPROGR    AT        END
                   CLOSE     PPROGR
                   GO        FIM-LE-PROGRESSO-TODO.
           PERFORM GUARDA-PULSO        THRU      FIM-GUARDA-PULSO
                    VARYING W-IND-PULSO FROM 1 BY 1
                    UNTIL   W-IND-PULSO > 5.
           GO      LE-PROGRESSO-LINHA.
       FIM-LE-PROGRESSO-TODO.
           EXIT.

       GUARDA-PULSO.
           IF      PG-PROGRAMA         NOT EQUAL TP-NOME(W-IND-PULSO)
                   GO        FIM-GUARDA-PULSO.
           MOVE    "S"       TO        TP-TEM(W-IND-PULSO)
           MOVE    PG-DATA   TO        TP-DATA(W-IND-PULSO)
           MOVE    PG-HORA   TO        TP-HORA(W-IND-PULSO)
           MOVE    PG-LIDOS  TO        TP-LIDOS(W-IND-PULSO)
           MOVE    PG-TOTAL  TO        TP-TOTAL(W-IND-PULSO)
           MOVE    PG-INI-DATA         TO   TP-INI-DATA(W-IND-PULSO)
           MOVE    PG-INI-HORA         TO   TP-INI-HORA(W-IND-PULSO)
           MOVE    PG-EVENTO TO        TP-EVENTO(W-IND-PULSO).
       FIM-GUARDA-PULSO.
           EXIT.

       MOSTRA-PROGRAMA.
           IF      TU-PAUSA(W-IND-PROG) EQUAL    "S"
                   DISPLAY TU-NOME(W-IND-PROG)
                           " ATENCAO  PAUSADA PELO OPERADOR 20"
                           TU-DATA(W-IND-PROG) " "
                           TU-HORA(W-IND-PROG) (1 : 2) ":"
                           TU-HORA(W-IND-PROG) (3 : 2)
                           "  LIDOS " TU-LIDOS(W-IND-PROG)
                   GO      FIM-MOSTRA-PROGRAMA.
           IF      TU-TEM(W-IND-PROG)  EQUAL     "S"
                   DISPLAY TU-NOME(W-IND-PROG)
                           " OK       ULTIMA RODADA 20"

      *    CADEIA COM PASSO "F" PAROU ALI (OS "N" FICARAM SEM
      *    RODAR); "E" SEM FIM DE RODADA E' PASSO EM EXECUCAO OU
      *    DERRUBADO; "I" FOI PARADO A PEDIDO DO OPERADOR E
      *    ESPERA A RETOMADA; "P"/BRANCO SAO OS QUE AINDA NAO
      *    ESCOARAM.
       MOSTRA-SESSAO.
           IF      W-SES-TEM-I         EQUAL     "S"
                   DISPLAY "SESSAO     ATENCAO  INTERROMPIDA EM "
                           W-SES-PROG-I " - RETOMAR PELO MENU"
                   GO      FIM-MOSTRA-SESSAO.
           IF      W-SES-TEM-F         EQUAL     "S"
                   DISPLAY "SESSAO     ATENCAO  CADEIA PAROU EM "
                           W-SES-PROG-F " (FALHOU) - "
                   DISPLAY "SESSAO     OK       FILA VAZIA".
       FIM-MOSTRA-SESSAO.
           EXIT.

      *-----------------------------------------------------------
      *    MOSTRA-PULSO: SO' ENTRA NO QUADRO O PROGRAMA CUJO ULTIMO
      *    PULSO E' DE ANDAMENTO ("A") OU FOI MARCADO TRAVADO ("T").
      *    A PREVISAO PROJETA O QUE FALTA PELO RITMO ENTRE A PARTIDA
      *    E O ULTIMO PULSO (RODADA QUE VIRA A MEIA-NOITE CONTA UM
      *    DIA A MAIS); SEM TOTAL DECLARADO NAO HA PERCENTUAL.
      *-----------------------------------------------------------
       MOSTRA-PULSO.
           IF      TP-TEM(W-IND-PULSO) NOT       EQUAL     "S"
                   GO        FIM-MOSTRA-PULSO.
           IF      TP-EVENTO(W-IND-PULSO) NOT EQUAL "A" AND "T"
                   GO        FIM-MOSTRA-PULSO.
           ADD     1         TO        W-QTDE-CURSO
           IF      TP-EVENTO(W-IND-PULSO) EQUAL  "T"
                   DISPLAY TP-NOME(W-IND-PULSO)
                           " ATENCAO  TRAVADA? SEM PULSO DESDE 20"
                           TP-DATA(W-IND-PULSO) " "
                           TP-HORA(W-IND-PULSO) (1 : 2) ":"
                           TP-HORA(W-IND-PULSO) (3 : 2)
                           "  LIDOS " TP-LIDOS(W-IND-PULSO)
                   GO      FIM-MOSTRA-PULSO.
           IF      TP-TOTAL(W-IND-PULSO) EQUAL   ZEROS
                   DISPLAY TP-NOME(W-IND-PULSO)
                           " ANDAMENTO LIDOS " TP-LIDOS(W-IND-PULSO)
                           " - TOTAL DESCONHECIDO  PULSO "
                           TP-HORA(W-IND-PULSO) (1 : 2) ":"
                           TP-HORA(W-IND-PULSO) (3 : 2)
                   GO      FIM-MOSTRA-PULSO.
           COMPUTE W-PULSO-PCT = TP-LIDOS(W-IND-PULSO) * 100
                               / TP-TOTAL(W-IND-PULSO)
           IF      W-PULSO-PCT         >         100
                   MOVE      100       TO        W-PULSO-PCT.
           PERFORM CALCULA-PREVISAO    THRU      FIM-CALCULA-PREVISAO.
           IF      W-SEG-DECORRIDO     EQUAL     ZEROS
                   DISPLAY TP-NOME(W-IND-PULSO)
                           " ANDAMENTO " W-PULSO-PCT "%  LIDOS "
                           TP-LIDOS(W-IND-PULSO) " DE "
                           TP-TOTAL(W-IND-PULSO)
                           "  PREVISAO INDEFINIDA"
                   GO      FIM-MOSTRA-PULSO.
           IF      W-DIAS-PREVISTO     EQUAL     ZEROS
                   DISPLAY TP-NOME(W-IND-PULSO)
                           " ANDAMENTO " W-PULSO-PCT "%  LIDOS "
                           TP-LIDOS(W-IND-PULSO) " DE "
                           TP-TOTAL(W-IND-PULSO)
                           "  PREVISAO " W-PREV-HH ":" W-PREV-MM
           ELSE
                   DISPLAY TP-NOME(W-IND-PULSO)
                           " ANDAMENTO " W-PULSO-PCT "%  LIDOS "
                           TP-LIDOS(W-IND-PULSO) " DE "
                           TP-TOTAL(W-IND-PULSO)
                           "  PREVISAO " W-PREV-HH ":" W-PREV-MM
                           " (+" W-DIAS-PREVISTO " DIA)".
       FIM-MOSTRA-PULSO.
           EXIT.

       CALCULA-PREVISAO.
           MOVE    ZEROS     TO        W-SEG-DECORRIDO W-DIAS-PREVISTO
           IF      TP-INI-HORA(W-IND-PULSO) NOT NUMERIC
           OR      TP-HORA(W-IND-PULSO)     NOT NUMERIC
           OR      TP-LIDOS(W-IND-PULSO)    EQUAL ZEROS
                   GO        FIM-CALCULA-PREVISAO.
           MOVE    TP-INI-HORA(W-IND-PULSO) TO    W-HORA-CALC
           COMPUTE W-SEG-INI   = W-HC-HH * 3600 + W-HC-MM * 60
                               + W-HC-SS
           MOVE    TP-HORA(W-IND-PULSO)     TO    W-HORA-CALC
           COMPUTE W-SEG-PULSO = W-HC-HH * 3600 + W-HC-MM * 60
                               + W-HC-SS
           IF      TP-DATA(W-IND-PULSO) EQUAL TP-INI-DATA(W-IND-PULSO)
                   IF        W-SEG-PULSO   >   W-SEG-INI
                             COMPUTE W-SEG-DECORRIDO =
                                     W-SEG-PULSO - W-SEG-INI
                   ELSE
                             NEXT SENTENCE
           ELSE
                   COMPUTE   W-SEG-DECORRIDO =
                             W-SEG-PULSO + 86400 - W-SEG-INI.
           IF      W-SEG-DECORRIDO     EQUAL     ZEROS
                   GO        FIM-CALCULA-PREVISAO.
           MOVE    ZEROS     TO        W-SEG-RESTANTE
           IF      TP-TOTAL(W-IND-PULSO) >       TP-LIDOS(W-IND-PULSO)
                   COMPUTE   W-SEG-RESTANTE =
                             (TP-TOTAL(W-IND-PULSO)
                             - TP-LIDOS(W-IND-PULSO))
                             * W-SEG-DECORRIDO
                             / TP-LIDOS(W-IND-PULSO).
           COMPUTE W-SEG-PREVISTO = W-SEG-PULSO + W-SEG-RESTANTE
           DIVIDE  W-SEG-PREVISTO      BY        86400
                   GIVING    W-DIAS-PREVISTO
                   REMAINDER W-SEG-PULSO
           DIVIDE  W-SEG-PULSO         BY        3600
                   GIVING    W-PREV-HH
                   REMAINDER W-SEG-INI
           DIVIDE  W-SEG-INI           BY        60
                   GIVING    W-PREV-MM.
       FIM-CALCULA-PREVISAO.
           EXIT.

      *-----------------------------------------------------------
      *    PEDE-PARADA: ACRESCENTA O PEDIDO EM PARAR.TXT COM A
      *    DATA/HORA DE AGORA. O PROGRAMA NOMEADO (OU TODOS) SO'
      *    ATENDE PEDIDO FEITO DEPOIS DA PROPRIA PARTIDA, ENTAO O
      *    ARQUIVO PODE ACUMULAR LINHAS SEM PRECISAR SER LIMPO.
      *-----------------------------------------------------------
       PEDE-PARADA.
           IF      W-PARAR-NOME NOT EQUAL "BINGON"  AND "TRUNCA"
                                      AND "SORT"    AND "ENGORDA"
                                      AND "XPGR47"  AND "TODOS"
                   DISPLAY   "PROGRAMA INVALIDO PARA PARADA: "
                             W-PARAR-NOME
                   GO        FIM-PEDE-PARADA.
           OPEN    EXTEND    PPARAR
           IF      W-FS-PARAR          NOT       EQUAL     "00"
                   OPEN      OUTPUT    PPARAR.
           ACCEPT  W-DATE    FROM      DATE
           ACCEPT  W-TIME    FROM      TIME
           MOVE    SPACES    TO        REG-PARAR
           MOVE    W-PARAR-NOME        TO        PA-PROGRAMA
           MOVE    W-DATE    TO        PA-DATA
           MOVE    W-HHMMSS  TO        PA-HORA
           MOVE    "PAINEL"  TO        PA-ORIGEM
           WRITE   REG-PARAR
           CLOSE   PPARAR
           DISPLAY "PARADA PEDIDA PARA " W-PARAR-NOME
                   " - O PROGRAMA PARA NO PROXIMO PONTO DE CONTROLE".
       FIM-PEDE-PARADA.
           EXIT.

      *-----------------------------------------------------------
      *    ESCOLHE-AMBIENTE: PRODUCAO, HOMOLOG OU TESTE, PELO
      *    AMBIENTE.TXT. COM O AMBIENTE RECUSADO O PROGRAMA NAO RODA.
      *-----------------------------------------------------------
       ESCOLHE-AMBIENTE.
           CALL    "AMBIENTE" USING    W-AMBIENTE
                   ON EXCEPTION
                   MOVE      "9"       TO        W-AM-RET
                   MOVE      "PROGRAMA AMBIENTE INDISPONIVEL"
                             TO        W-AM-MENSAGEM
           END-CALL
           IF      W-AM-RET  NOT       EQUAL     "0"
                   DISPLAY   "AMBIENTE RECUSADO - " W-AM-MENSAGEM
                   STOP      RUN.
           DISPLAY "AMBIENTE: "        W-AM-NOME.
       FIM-ESCOLHE-AMBIENTE.
           EXIT.
