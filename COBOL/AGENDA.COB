      *
      *  SO' ENTRAM NA AGENDA OS PROGRAMAS QUE PARTICIPAM DA SESSAO
      *  GUIADA: BINGON, TRUNCA, SORT, ENGORDA E CERTIFICA.
      *
      *  ANTES DE AVALIAR O PLANO A AGENDA FAZ A RONDA DO VIGIA:
      *  PROGRAMA CUJA ULTIMA LINHA EM PROGRESSO.TXT E' DE ANDAMENTO
      *  ("A") E CUJO PULSO TEM MAIS MINUTOS QUE O LIMITE DELE EM
      *  VIGIA.TXT (SEM LINHA, 30 MINUTOS) E' DADO COMO TRAVADO -
      *  VAI PARA O INCIDENTE.TXT E PARA O DIARIO, E GANHA UMA LINHA
      *  "T" NO PROGRESSO PARA NAO SER ACUSADO DE NOVO NA PROXIMA
      *  RONDA (SE VOLTAR A PULSAR, O "A" SEGUINTE O REABILITA).
      *
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-LOG
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PPROGR         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-PROGR
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PVIGIA         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-VIGIA
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PINCID         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-INCID
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

       FD  PJANELA
           LABEL RECORD ARE STANDARD
           02  FILLER                 PIC X(02).
           02  LG-MOTIVO              PIC X(40).

      *    PULSO DAS RODADAS EM CURSO (A ULTIMA LINHA DE CADA
      *    PROGRAMA E' A QUE VALE).
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

      *    LIMITE DE SILENCIO POR PROGRAMA, EM MINUTOS.
       FD  PVIGIA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VIGIA.TXT".
       01  REG-VIGIA.
           02  VG-PROGRAMA            PIC X(10).
           02  FILLER                 PIC X(02).
           02  VG-LIMITE              PIC 9(04).

       FD  PINCID
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "INCIDENTE.TXT".
       01  REG-INCID.
           02  IN-PROGRAMA            PIC X(10).
           02  FILLER                 PIC X(02).
           02  IN-DATA                PIC X(06).
           02  FILLER                 PIC X(02).
           02  IN-HORA                PIC X(06).
           02  FILLER                 PIC X(02).
           02  IN-MOTIVO              PIC X(40).
           02  FILLER                 PIC X(02).
           02  IN-LIDOS               PIC 9(09).
           02  FILLER                 PIC X(02).
           02  IN-GRAVADOS            PIC 9(09).
           02  FILLER                 PIC X(02).
           02  IN-VOLUME              PIC 9(03).

       WORKING-STORAGE  SECTION.
       77  W-FS-AGENDA            PIC X(002) VALUE SPACES.
       77  W-FS-SESSAO            PIC X(002) VALUE SPACES.
       77  W-JAN-UTIL             PIC X(001) VALUE SPACES.
       77  W-DENTRO-JANELA        PIC X(001) VALUE "S".
       77  W-DIA-UTIL             PIC X(001) VALUE "S".
       77  W-FS-PROGR             PIC X(002) VALUE SPACES.
       77  W-FS-VIGIA             PIC X(002) VALUE SPACES.
       77  W-FS-INCID             PIC X(002) VALUE SPACES.
       77  W-QT-PULSO             PIC 9(002) VALUE ZEROS.
       77  W-IND-PULSO            PIC 9(002) VALUE ZEROS.
       77  W-QT-TRAVADOS          PIC 9(002) VALUE ZEROS.
       77  W-VIGIA-LIMITE         PIC 9(004) VALUE ZEROS.
       77  W-VIGIA-PADRAO         PIC 9(004) VALUE 30.
       77  W-DIAS-AGORA           PIC 9(009) VALUE ZEROS.
       77  W-DIAS-PULSO           PIC 9(009) VALUE ZEROS.
       77  W-MIN-AGORA            PIC 9(009) VALUE ZEROS.
       77  W-MIN-PULSO            PIC 9(009) VALUE ZEROS.
       77  W-MIN-SILENCIO         PIC 9(009) VALUE ZEROS.
       77  W-MIN-EDITADO          PIC 9(004) VALUE ZEROS.
       01  TAB-JOBS.
           03 TJ-ENT OCCURS 20 TIMES.
              05 TJ-PROGRAMA      PIC X(10).
       01  TAB-RODADOS.
           03 TR-PROGRAMA OCCURS 50 TIMES       PIC X(10).

      *    ULTIMO PULSO DE CADA PROGRAMA EM PROGRESSO.TXT.
       01  TAB-PULSO.
           03 TP-ENT OCCURS 20 TIMES.
              05 TP-PROGRAMA      PIC X(10).
              05 TP-DATA          PIC X(06).
              05 TP-HORA          PIC X(06).
              05 TP-LIDOS         PIC 9(09).
              05 TP-TOTAL         PIC 9(09).
              05 TP-INI-DATA      PIC X(06).
              05 TP-INI-HORA      PIC X(06).
              05 TP-EVENTO        PIC X(01).
       01  W-DATA-CALC            PIC 9(08) VALUE ZEROS.
       01  FILLER REDEFINES W-DATA-CALC.
           02 W-DC-SECULO         PIC 9(02).
           02 W-DC-AAMMDD         PIC X(06).
       01  W-HORA-CALC.
           02 W-HC-HH             PIC 9(02).
           02 W-HC-MM             PIC 9(02).
           02 W-HC-SS             PIC 9(02).

       01  W-DATE.
           02 W-ANO   PIC 9(02).
           02 W-MES   PIC 9(02).
           02 W-MINU  PIC 9(02).
           02 W-SEGU  PIC 9(02).

      *    AREA DE CHAMADA DO PARAMVER (MESMO LAYOUT DA LINKAGE DELE)
       01  W-PARAMVER.
           02  W-PM-MODO          PIC X(01).
           02  W-PM-PROGRAMA      PIC X(10).
           02  W-PM-ARQUIVO       PIC X(20).
           02  W-PM-VERSAO        PIC 9(04).
           02  W-PM-LINHAS        PIC 9(05).
           02  W-PM-SOMA          PIC 9(09).
           02  W-PM-SITUACAO      PIC X(01).
           02  W-PM-RET           PIC X(01).

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
           ACCEPT  W-DATE    FROM      DATE
           ACCEPT  W-TIME    FROM      TIME
           MOVE    W-DATE    TO        W-HOJE
           MOVE    W-HORA    TO        W-HORA-AGORA (1 : 2)
           MOVE    W-MINU    TO        W-HORA-AGORA (3 : 2)

           PERFORM RONDA-VIGIA         THRU FIM-RONDA-VIGIA.

           MOVE    "AGENDA.TXT"        TO        W-PM-ARQUIVO
           PERFORM ANOTA-PARAMETRO     THRU FIM-ANOTA-PARAMETRO
           MOVE    "JANELA.TXT"        TO        W-PM-ARQUIVO
           PERFORM ANOTA-PARAMETRO     THRU FIM-ANOTA-PARAMETRO
           PERFORM CARREGA-AGENDA      THRU FIM-CARREGA-AGENDA.
           IF      W-QT-JOBS EQUAL     ZEROS
                   DISPLAY "AGENDA.TXT AUSENTE OU VAZIA - NADA A "
      *****************************************************************
      *    CARREGA-RODADOS: PROGRAMAS COM LINHA DE FIM DE RODADA NO
      *    RUNLOG COM A DATA DE HOJE ("F" OU BRANCO NO EVENTO -
      *    LINHAS "I" SAO SO' A PARTIDA, "P" UMA PAUSA A PEDIDO DO
      *    OPERADOR E "V" A VERSAO DE UM PARAMETRO LIDO, NENHUMA
      *    DELAS CONTA).
      *****************************************************************
       CARREGA-RODADOS.
           MOVE    ZEROS     TO        W-QT-RODADOS
                   GO        FIM-CARREGA-RODADOS.
           IF      RL-DATA   NOT       EQUAL     W-HOJE
                   GO        LE-RUNLOG.
           IF      RL-EVENTO EQUAL     "I" OR "P" OR "V"
                   GO        LE-RUNLOG.
           MOVE    RL-PROGRAMA         TO        W-PRED-TESTE
           PERFORM TESTA-PREDECESSOR   THRU FIM-TESTA-PREDECESSOR
           CLOSE   PLOG.
       FIM-GRAVA-LOG-PROG.
           EXIT.

      *****************************************************************
      *    RONDA-VIGIA: CARREGA O ULTIMO PULSO DE CADA PROGRAMA E
      *    CONFERE O SILENCIO DOS QUE ESTAO EM ANDAMENTO CONTRA O
      *    LIMITE DE CADA UM. O SILENCIO E' CONTADO EM MINUTOS DESDE
      *    O PULSO, ATRAVESSANDO DIAS PELO CALENDARIO.
      *****************************************************************
       RONDA-VIGIA.
           MOVE    ZEROS     TO        W-QT-PULSO W-QT-TRAVADOS
           OPEN    INPUT     PPROGR
           IF      W-FS-PROGR          NOT       EQUAL     "00"
                   GO        FIM-RONDA-VIGIA.
       LE-PROGRESSO.
           READ    PPROGR    AT        END
                   CLOSE     PPROGR
                   GO        AVALIA-RONDA.
           IF      PG-PROGRAMA         EQUAL     SPACES
                   GO        LE-PROGRESSO.
           PERFORM GUARDA-PULSO        THRU FIM-GUARDA-PULSO
           GO      LE-PROGRESSO.
       AVALIA-RONDA.
           MOVE    20        TO        W-DC-SECULO
           MOVE    W-HOJE    TO        W-DC-AAMMDD
           COMPUTE W-DIAS-AGORA = FUNCTION INTEGER-OF-DATE(W-DATA-CALC)
           COMPUTE W-MIN-AGORA  = W-DIAS-AGORA * 1440
                                + W-HORA * 60 + W-MINU
           PERFORM CONFERE-PULSO       THRU FIM-CONFERE-PULSO
                    VARYING W-IND-PULSO FROM 1 BY 1
                    UNTIL   W-IND-PULSO > W-QT-PULSO.
           IF      W-QT-TRAVADOS       >         ZEROS
                   DISPLAY "VIGIA: " W-QT-TRAVADOS " RODADA(S) SEM "
                           "PULSO - VER INCIDENTE.TXT".
       FIM-RONDA-VIGIA.
           EXIT.

      *    GUARDA-PULSO: A LINHA MAIS RECENTE DO PROGRAMA SUBSTITUI
      *    A ANTERIOR NA TABELA (ATE 20 PROGRAMAS).
       GUARDA-PULSO.
           MOVE    1         TO        W-IND-PULSO.
       PROCURA-PULSO.
           IF      W-IND-PULSO         >         W-QT-PULSO
                   IF        W-QT-PULSO NOT < 20
                             GO        FIM-GUARDA-PULSO
                   ELSE
                             ADD       1    TO   W-QT-PULSO
                             MOVE      W-QT-PULSO     TO   W-IND-PULSO
                             GO        ATUALIZA-PULSO.
           IF      TP-PROGRAMA(W-IND-PULSO)      EQUAL  PG-PROGRAMA
                   GO        ATUALIZA-PULSO.
           ADD     1         TO        W-IND-PULSO
           GO      PROCURA-PULSO.
       ATUALIZA-PULSO.
           MOVE    PG-PROGRAMA         TO   TP-PROGRAMA(W-IND-PULSO)
           MOVE    PG-DATA             TO   TP-DATA(W-IND-PULSO)
           MOVE    PG-HORA             TO   TP-HORA(W-IND-PULSO)
           MOVE    PG-LIDOS            TO   TP-LIDOS(W-IND-PULSO)
           MOVE    PG-TOTAL            TO   TP-TOTAL(W-IND-PULSO)
           MOVE    PG-INI-DATA         TO   TP-INI-DATA(W-IND-PULSO)
           MOVE    PG-INI-HORA         TO   TP-INI-HORA(W-IND-PULSO)
           MOVE    PG-EVENTO           TO   TP-EVENTO(W-IND-PULSO).
       FIM-GUARDA-PULSO.
           EXIT.

       CONFERE-PULSO.
           IF      TP-EVENTO(W-IND-PULSO)        NOT EQUAL "A"
                   GO        FIM-CONFERE-PULSO.
           IF      TP-DATA(W-IND-PULSO)          NOT NUMERIC
           OR      TP-HORA(W-IND-PULSO)          NOT NUMERIC
                   GO        FIM-CONFERE-PULSO.
           MOVE    20        TO        W-DC-SECULO
           MOVE    TP-DATA(W-IND-PULSO)          TO   W-DC-AAMMDD
           COMPUTE W-DIAS-PULSO = FUNCTION INTEGER-OF-DATE(W-DATA-CALC)
           MOVE    TP-HORA(W-IND-PULSO)          TO   W-HORA-CALC
           COMPUTE W-MIN-PULSO  = W-DIAS-PULSO * 1440
                                + W-HC-HH * 60 + W-HC-MM
           IF      W-MIN-PULSO         NOT       <    W-MIN-AGORA
                   GO        FIM-CONFERE-PULSO.
           COMPUTE W-MIN-SILENCIO = W-MIN-AGORA - W-MIN-PULSO
           PERFORM BUSCA-LIMITE        THRU FIM-BUSCA-LIMITE
           IF      W-MIN-SILENCIO      NOT       >    W-VIGIA-LIMITE
                   GO        FIM-CONFERE-PULSO.
           ADD     1         TO        W-QT-TRAVADOS
           IF      W-MIN-SILENCIO      >         9999
                   MOVE      9999      TO        W-MIN-EDITADO
           ELSE
                   MOVE      W-MIN-SILENCIO      TO   W-MIN-EDITADO.
           MOVE    SPACES    TO        W-MOTIVO
           STRING  "SEM PULSO HA " W-MIN-EDITADO " MIN - LIMITE "
                   W-VIGIA-LIMITE " MIN"
                   DELIMITED BY SIZE INTO W-MOTIVO
           PERFORM GRAVA-INCIDENTE-VIGIA
                   THRU FIM-GRAVA-INCIDENTE-VIGIA
           PERFORM MARCA-TRAVADO       THRU FIM-MARCA-TRAVADO
           MOVE    "TRAVADO"           TO        W-DECISAO
           MOVE    TP-PROGRAMA(W-IND-PULSO)      TO   W-LOG-PROG
           PERFORM GRAVA-LOG-PROG      THRU FIM-GRAVA-LOG-PROG.
       FIM-CONFERE-PULSO.
           EXIT.

      *    BUSCA-LIMITE: LIMITE DO PROGRAMA EM VIGIA.TXT (A ULTIMA
      *    LINHA DELE VALE); SEM LINHA OU LIMITE ZERADO, O PADRAO.
       BUSCA-LIMITE.
           MOVE    W-VIGIA-PADRAO      TO        W-VIGIA-LIMITE
           OPEN    INPUT     PVIGIA
           IF      W-FS-VIGIA          NOT       EQUAL     "00"
                   GO        FIM-BUSCA-LIMITE.
       LE-VIGIA.
           READ    PVIGIA    AT        END
                   CLOSE     PVIGIA
                   GO        FIM-BUSCA-LIMITE.
           IF      VG-PROGRAMA         EQUAL  TP-PROGRAMA(W-IND-PULSO)
           AND     VG-LIMITE           NUMERIC
           AND     VG-LIMITE           >         ZEROS
                   MOVE      VG-LIMITE TO        W-VIGIA-LIMITE.
           GO      LE-VIGIA.
       FIM-BUSCA-LIMITE.
           EXIT.

       GRAVA-INCIDENTE-VIGIA.
           OPEN    EXTEND    PINCID
           IF      W-FS-INCID          NOT       EQUAL     "00"
                   OPEN      OUTPUT    PINCID.
           IF      W-FS-INCID          NOT       EQUAL     "00"
                   GO        FIM-GRAVA-INCIDENTE-VIGIA.
           MOVE    SPACES    TO        REG-INCID
           MOVE    TP-PROGRAMA(W-IND-PULSO)      TO   IN-PROGRAMA
           MOVE    W-HOJE    TO        IN-DATA
           MOVE    W-TIME    TO        IN-HORA
           MOVE    W-MOTIVO  TO        IN-MOTIVO
           MOVE    TP-LIDOS(W-IND-PULSO)         TO   IN-LIDOS
           MOVE    ZEROS     TO        IN-GRAVADOS IN-VOLUME
           WRITE   REG-INCID
           CLOSE   PINCID.
       FIM-GRAVA-INCIDENTE-VIGIA.
           EXIT.

      *    MARCA-TRAVADO: REPETE O ULTIMO PULSO COM O EVENTO "T" -
      *    A DATA/HORA FICAM AS DO PULSO, QUE O PAINEL MOSTRA COMO
      *    "SEM PULSO DESDE".
       MARCA-TRAVADO.
           OPEN    EXTEND    PPROGR
           IF      W-FS-PROGR          NOT       EQUAL     "00"
                   GO        FIM-MARCA-TRAVADO.
           MOVE    SPACES    TO        REG-PROGR
           MOVE    TP-PROGRAMA(W-IND-PULSO)      TO   PG-PROGRAMA
           MOVE    TP-DATA(W-IND-PULSO)          TO   PG-DATA
           MOVE    TP-HORA(W-IND-PULSO)          TO   PG-HORA
           MOVE    TP-LIDOS(W-IND-PULSO)         TO   PG-LIDOS
           MOVE    TP-TOTAL(W-IND-PULSO)         TO   PG-TOTAL
           MOVE    TP-INI-DATA(W-IND-PULSO)      TO   PG-INI-DATA
           MOVE    TP-INI-HORA(W-IND-PULSO)      TO   PG-INI-HORA
           MOVE    "T"       TO        PG-EVENTO
           WRITE   REG-PROGR
           CLOSE   PPROGR.
       FIM-MARCA-TRAVADO.
           EXIT.

      *-----------------------------------------------------------
      *    ANOTA-PARAMETRO: A VERSAO DO ARQUIVO DE PARAMETROS LIDO
      *    (W-PM-ARQUIVO) VAI PARA O RUNLOG, PELO PARAMVER.
      *-----------------------------------------------------------
       ANOTA-PARAMETRO.
           MOVE    "R"       TO        W-PM-MODO
           MOVE    "AGENDA"  TO        W-PM-PROGRAMA
           CALL    "PARAMVER" USING    W-PARAMVER
                   ON EXCEPTION
                   DISPLAY "PARAMVER INDISPONIVEL - VERSAO DE "
                           W-PM-ARQUIVO " NAO ANOTADA"
           END-CALL.
       FIM-ANOTA-PARAMETRO.
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
