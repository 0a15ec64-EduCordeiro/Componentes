                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-RUNLOG
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PPARAR         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-PARAR
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PPROGR         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-PROGR
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PINCID         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-INCID
           02  RL-GRAVADOS            PIC 9(09).
           02  FILLER                 PIC X(02).
           02  RL-EVENTO              PIC X(01).
           02  FILLER                 PIC X(33).
           02  RL-AMBIENTE            PIC X(10).

      *-----------------------------------------------------------
      *    PEDIDO DE PARADA DO OPERADOR (PARAR.TXT, GRAVADO PELO
      *    PAINEL/MENU): NOME DO PROGRAMA OU "TODOS", DATA/HORA DO
      *    PEDIDO E ORIGEM. SO' VALE O PEDIDO FEITO DEPOIS DA
      *    PARTIDA DESTA RODADA - OS ANTIGOS FICAM SEM EFEITO.
      *-----------------------------------------------------------
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

      *-----------------------------------------------------------
      *    REGISTRO DE INCIDENTES: TODA PARADA ANORMAL DEIXA UMA
           02  FILLER                 PIC X(02).
           02  IN-VOLUME              PIC 9(03).

      *-----------------------------------------------------------
      *    PULSO DA RODADA (PROGRESSO.TXT): A CADA W-PROGR-CADENCIA
      *    REGISTROS UMA LINHA COM O LIDO ATE' AGORA, O TOTAL
      *    ESPERADO (CONTROLE DO PIPELINE, ZEROS = DESCONHECIDO) E A
      *    PARTIDA DA RODADA. EVENTO "A" EM ANDAMENTO, "F" FIM, "P"
      *    PAUSA, "T" MARCADO COMO TRAVADO PELO VIGIA. ARQUIVO
      *    COMPARTILHADO POR BINGON, TRUNCA, SORT, ENGORDA E XPGR47;
      *    A ULTIMA LINHA DE CADA PROGRAMA E' A QUE VALE.
      *-----------------------------------------------------------
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

      *-----------------------------------------------------------
      *    CONTROLE DO PIPELINE: QUEM PRODUZ UM ARQUIVO DECLARA AQUI
      *    NOME, VOLUMES, REGISTROS E DATA/HORA DA GERACAO; QUEM
       77  W-DENTRO-JANELA        PIC X(001) VALUE "S".
       77  W-FS-SESSAO            PIC X(002) VALUE SPACES.
       77  W-FS-RUNLOG            PIC X(002) VALUE SPACES.
       77  W-FS-PARAR             PIC X(002) VALUE SPACES.
       77  W-PARAR-CONT           PIC 9(009) VALUE ZEROS.
       77  W-PARAR-CADENCIA       PIC 9(009) VALUE 1000.
       77  W-PARADA               PIC X(001) VALUE "N".
           88  PARADA-PEDIDA                 VALUE "S".
       77  W-FS-PROGR             PIC X(002) VALUE SPACES.
       77  W-PROGR-CONT           PIC 9(009) VALUE ZEROS.
       77  W-PROGR-CADENCIA       PIC 9(009) VALUE 5000.
       77  W-PROGR-TOTAL          PIC 9(009) VALUE ZEROS.
       77  W-PROGR-EVENTO         PIC X(001) VALUE SPACES.
       01  W-PARAR-INICIO.
           02  W-PARAR-INI-DATA       PIC X(06) VALUE SPACES.
           02  W-PARAR-INI-HORA       PIC X(06) VALUE SPACES.
       01  W-PARAR-PEDIDO.
           02  W-PARAR-PED-DATA       PIC X(06) VALUE SPACES.
           02  W-PARAR-PED-HORA       PIC X(06) VALUE SPACES.
       77  W-PROX-PROGRAMA        PIC X(010) VALUE SPACES.
       77  W-QTDE-FILA-SES        PIC 9(002) VALUE ZEROS.
       77  W-IND-FILA-SES         PIC 9(002) VALUE ZEROS.
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

       SCREEN SECTION.
       01  TELA1.
           02  LINE 01 COLUMN 60 VALUE "AMBIENTE:".
           02  LINE 01 COLUMN 70 PIC X(10) FROM W-AM-NOME.
           02  LINE 05 COLUMN 10 VALUE "BINGOS - CONCATENA€ÇO".
           02  LINE 10 COLUMN 10 VALUE "INFORME O PRIMEIRO ARQUIVO".
           02  LINE 12 COLUMN 10 VALUE

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ESCOLHE-AMBIENTE    THRU FIM-ESCOLHE-AMBIENTE
      *---------------------------------------------------------
      *    RODA DESATENDIDO QUANDO OS PARAMETROS SAO INFORMADOS
      *    NA CHAMADA (JOB NOTURNO); DO CONTRARIO SEGUE O FLUXO
           PERFORM GRAVA-RUNLOG-INICIO THRU FIM-GRAVA-RUNLOG-INICIO.
           PERFORM CARREGA-CAMPOS THRU FIM-CARREGA-CAMPOS.
           PERFORM DETECTA-VOLUMES THRU FIM-DETECTA-VOLUMES.
           PERFORM TOTAL-PROGRESSO THRU FIM-TOTAL-PROGRESSO.
           MOVE    "A"       TO        W-PROGR-EVENTO
           PERFORM GRAVA-PROGRESSO THRU FIM-GRAVA-PROGRESSO.
           IF      ENTRADA-EM-VOLUMES
                   GO        PROCESSA-VOLUMES.


       TERMINO.
           PERFORM GRAVA-RUNLOG       THRU      FIM-GRAVA-RUNLOG.
           MOVE    "F"       TO        W-PROGR-EVENTO
           PERFORM GRAVA-PROGRESSO    THRU      FIM-GRAVA-PROGRESSO.
           IF      NOT       MODO-SIMULACAO
                   PERFORM   GRAVA-CONTROLE THRU FIM-GRAVA-CONTROLE.
           PERFORM VERIFICA-SESSAO    THRU      FIM-VERIFICA-SESSAO.
           END-IF
           IF      W-PROX-PROGRAMA    EQUAL     "CERTIFICA"
                   CHAIN "CERTIFICA"
           END-IF
           IF      W-PROX-PROGRAMA    EQUAL     "AFERE"
                   CHAIN "AFERE"
           END-IF.

           STOP    RUN.

      *****************************************************************
      *    PAUSA-RODADA: PARADA PEDIDA PELO OPERADOR EM PARAR.TXT. O
      *    TRUNCA NAO TEM CHECKPOINT - FECHA OS ARQUIVOS, NAO DECLARA
      *    A SAIDA PARCIAL NO CONTROLE (NINGUEM A CONSOME), GRAVA O
      *    "P" NO RUNLOG, MARCA O PASSO DA SESSAO COMO INTERROMPIDO
      *    E SOLTA A TRAVA. A RETOMADA REFAZ O TRUNCA DO INICIO.
      *****************************************************************
       PAUSA-RODADA.
           CLOSE   ENTRADA1  SAIDA     DESCARTE.
           PERFORM GRAVA-RUNLOG-PAUSA  THRU FIM-GRAVA-RUNLOG-PAUSA.
           MOVE    "P"       TO        W-PROGR-EVENTO
           PERFORM GRAVA-PROGRESSO     THRU FIM-GRAVA-PROGRESSO.
           PERFORM MARCA-SESSAO-INTERROMPIDA
                   THRU FIM-MARCA-SESSAO-INTERROMPIDA.
           PERFORM LIBERA-TRAVA        THRU FIM-LIBERA-TRAVA.
           DISPLAY "RODADA PAUSADA A PEDIDO DO OPERADOR - LIDOS "
                   W-LIDOS " GRAVADOS " W-GRAVADOS.
           STOP    RUN.

      *****************************************************************
      *    VERIFICA-PARADA: A CADA W-PARAR-CADENCIA REGISTROS OLHA O
      *    PARAR.TXT. PEDIDO COM O NOME DESTE PROGRAMA OU "TODOS",
      *    FEITO DEPOIS DA PARTIDA DESTA RODADA, LIGA PARADA-PEDIDA.
      *    SEM O ARQUIVO, SEGUE NORMALMENTE.
      *****************************************************************
       VERIFICA-PARADA.
           ADD     1         TO        W-PARAR-CONT
           IF      W-PARAR-CONT        <         W-PARAR-CADENCIA
                   GO        FIM-VERIFICA-PARADA.
           MOVE    ZEROS     TO        W-PARAR-CONT
           OPEN    INPUT     PPARAR
           IF      W-FS-PARAR          NOT       EQUAL     "00"
                   GO        FIM-VERIFICA-PARADA.
       LE-PARAR.
           READ    PPARAR    AT        END
                   CLOSE     PPARAR
                   GO        FIM-VERIFICA-PARADA.
           IF      PA-PROGRAMA         NOT       EQUAL     "TRUNCA"
           AND     PA-PROGRAMA         NOT       EQUAL     "TODOS"
                   GO        LE-PARAR.
           MOVE    PA-DATA   TO        W-PARAR-PED-DATA
           MOVE    PA-HORA   TO        W-PARAR-PED-HORA
           IF      W-PARAR-PEDIDO      <         W-PARAR-INICIO
                   GO        LE-PARAR.
           MOVE    "S"       TO        W-PARADA
           CLOSE   PPARAR.
       FIM-VERIFICA-PARADA.
           EXIT.
      *****************************************************************
      *    CONTA-PROGRESSO: A CADA W-PROGR-CADENCIA REGISTROS DEIXA O
      *    PULSO "A" EM PROGRESSO.TXT - O PAINEL TIRA DAI O
      *    PERCENTUAL E A PREVISAO DE TERMINO, E O VIGIA DA AGENDA
      *    ACUSA A RODADA CUJO PULSO PAROU.
      *****************************************************************
       CONTA-PROGRESSO.
           ADD     1         TO        W-PROGR-CONT
           IF      W-PROGR-CONT        <         W-PROGR-CADENCIA
                   GO        FIM-CONTA-PROGRESSO.
           MOVE    ZEROS     TO        W-PROGR-CONT
           MOVE    "A"       TO        W-PROGR-EVENTO
           PERFORM GRAVA-PROGRESSO     THRU      FIM-GRAVA-PROGRESSO.
       FIM-CONTA-PROGRESSO.
           EXIT.

       GRAVA-PROGRESSO.
           OPEN    EXTEND    PPROGR
           IF      W-FS-PROGR          NOT       EQUAL     "00"
                   OPEN      OUTPUT    PPROGR.
           IF      W-FS-PROGR          NOT       EQUAL     "00"
                   GO        FIM-GRAVA-PROGRESSO.
           ACCEPT  W-DATE    FROM      DATE
           ACCEPT  W-TIME    FROM      TIME
           MOVE    SPACES    TO        REG-PROGR
           MOVE    "TRUNCA"  TO        PG-PROGRAMA
           MOVE    W-DATE    TO        PG-DATA
           MOVE    W-TIME    TO        PG-HORA
           MOVE    W-LIDOS   TO        PG-LIDOS
           MOVE    W-PROGR-TOTAL       TO        PG-TOTAL
           MOVE    W-PARAR-INI-DATA    TO        PG-INI-DATA
           MOVE    W-PARAR-INI-HORA    TO        PG-INI-HORA
           MOVE    W-PROGR-EVENTO      TO        PG-EVENTO
           WRITE   REG-PROGR
           CLOSE   PPROGR.
       FIM-GRAVA-PROGRESSO.
           EXIT.

      *    TOTAL-PROGRESSO: TOTAL ESPERADO DA RODADA SEGUNDO O
      *    CONTROLE DO PIPELINE - A SOMA DOS VOLUMES DECLARADOS NO
      *    CONJUNTO, OU A DECLARACAO EXATA DO ARQUIVO UNICO. SEM
      *    DECLARACAO O TOTAL FICA ZERADO (DESCONHECIDO).
       TOTAL-PROGRESSO.
           MOVE    ZEROS     TO        W-PROGR-TOTAL
           IF      ENTRADA-EM-VOLUMES
                   PERFORM   SOMA-VOL-PROGRESSO
                             THRU FIM-SOMA-VOL-PROGRESSO
                             VARYING W-VOL-ENT FROM 1 BY 1
                             UNTIL   W-VOL-ENT > W-VOLS-DECL
                   GO        FIM-TOTAL-PROGRESSO.
           MOVE    "N"       TO        W-CC-ACHOU
           OPEN    INPUT     PCONTR
           IF      W-FS-CONTR          NOT       EQUAL     "00"
                   GO        FIM-TOTAL-PROGRESSO.
       LE-CONTR-PROGRESSO.
           READ    PCONTR    AT        END
                   CLOSE     PCONTR
                   GO        AVALIA-TOTAL-PROGRESSO.
           PERFORM CASA-CONTROLE       THRU      FIM-CASA-CONTROLE
           GO      LE-CONTR-PROGRESSO.
       AVALIA-TOTAL-PROGRESSO.
           IF      W-CC-ACHOU          EQUAL     "S"
           AND     W-CC-EXATO          EQUAL     "S"
                   MOVE      W-CC-REGISTROS      TO   W-PROGR-TOTAL.
       FIM-TOTAL-PROGRESSO.
           EXIT.

       SOMA-VOL-PROGRESSO.
           ADD     TV-ENT-REGS(W-VOL-ENT)        TO   W-PROGR-TOTAL.
       FIM-SOMA-VOL-PROGRESSO.
           EXIT.
      *****************************************************************
      *    VERIFICA-SESSAO: SE ESTE PROGRAMA RODA NUMA SESSAO GUIADA,
      *    SESSAO.TXT TRAZ A FILA COM O STATUS DE CADA PASSO
      *    (P=PENDENTE, E=EXECUTANDO, C=CONCLUIDO, F=FALHOU,
      *    N=NAO RODADO, I=INTERROMPIDO; BRANCO = PENDENTE, PELO
      *    FORMATO ANTIGO).
      *    AO TERMINAR BEM, O PASSO "E" DESTA RODADA VIRA "C", O
      *    PROXIMO PENDENTE VIRA "E" E RECEBE O CHAIN. NA AUSENCIA
      *    DO ARQUIVO (RODADA AVULSA), SEGUE PARANDO NORMALMENTE.

       TESTA-EXEC-SES.
           IF      W-IND-EXEC-SES      EQUAL     ZEROS
           AND     TFS-STATUS(W-IND-FILA-SES)    EQUAL     "E" OR "I"
                   MOVE      W-IND-FILA-SES TO   W-IND-EXEC-SES.
       FIM-TESTA-EXEC-SES.
           EXIT.
                                       TFS-STATUS(W-IND-FILA-SES).
       FIM-MARCA-NAO-RODADO.
           EXIT.

      *    MARCA-SESSAO-INTERROMPIDA: PAUSA A PEDIDO DO OPERADOR - O
      *    PASSO EM EXECUCAO VIRA "I" E OS PENDENTES FICAM COMO
      *    ESTAO. O PAINEL MOSTRA ONDE PAROU E O MENU RETOMA DALI.
       MARCA-SESSAO-INTERROMPIDA.
           PERFORM CARREGA-FILA-SES    THRU      FIM-CARREGA-FILA-SES
           IF      W-QTDE-FILA-SES     EQUAL     ZEROS
                   GO        FIM-MARCA-SESSAO-INTERROMPIDA.
           PERFORM ACHA-EXEC-SES       THRU      FIM-ACHA-EXEC-SES
           IF      W-IND-EXEC-SES      EQUAL     ZEROS
                   GO        FIM-MARCA-SESSAO-INTERROMPIDA.
           MOVE    "I"       TO        TFS-STATUS(W-IND-EXEC-SES)
           PERFORM REGRAVA-FILA-SES    THRU      FIM-REGRAVA-FILA-SES.
       FIM-MARCA-SESSAO-INTERROMPIDA.
           EXIT.
      *****************************************************************
      *    GRAVA-RUNLOG: UMA LINHA DE AUDITORIA EM RUNLOG.TXT AO FIM
      *    DE CADA RODADA - ARQUIVO COMPARTILHADO POR BINGON, TRUNCA,
           MOVE    W-LIDOS   TO        RL-LIDOS
           MOVE    W-GRAVADOS          TO        RL-GRAVADOS
           MOVE    "F"       TO        RL-EVENTO
           MOVE    W-AM-NOME TO        RL-AMBIENTE
           WRITE   REG-RUNLOG
           CLOSE   PRUNLOG.
       FIM-GRAVA-RUNLOG.
           MOVE    W-TIME    TO        RL-HORA
           MOVE    ZEROS     TO        RL-LIDOS RL-GRAVADOS
           MOVE    "I"       TO        RL-EVENTO
           MOVE    W-AM-NOME TO        RL-AMBIENTE
           WRITE   REG-RUNLOG
           CLOSE   PRUNLOG.
           MOVE    W-DATE    TO        W-PARAR-INI-DATA
           MOVE    W-TIME    TO        W-PARAR-INI-HORA.
       FIM-GRAVA-RUNLOG-INICIO.
           EXIT.

      *    GRAVA-RUNLOG-PAUSA: RODADA PAUSADA A PEDIDO DO OPERADOR
      *    ("P") - FECHA O PAR DA LINHA "I" SEM CONTAR COMO RODADA
      *    CONCLUIDA, COM OS CONTADORES DO PONTO DA PARADA.
       GRAVA-RUNLOG-PAUSA.
           OPEN    EXTEND    PRUNLOG
           IF      W-FS-RUNLOG         NOT       EQUAL     "00"
                   OPEN      OUTPUT    PRUNLOG.
           ACCEPT  W-DATE    FROM      DATE
           ACCEPT  W-TIME    FROM      TIME
           MOVE    SPACES    TO        REG-RUNLOG
           MOVE    "TRUNCA"  TO        RL-PROGRAMA
           MOVE    W-DATE    TO        RL-DATA
           MOVE    W-TIME    TO        RL-HORA
           MOVE    W-LIDOS   TO        RL-LIDOS
           MOVE    W-GRAVADOS          TO        RL-GRAVADOS
           MOVE    "P"       TO        RL-EVENTO
           MOVE    W-AM-NOME TO        RL-AMBIENTE
           WRITE   REG-RUNLOG
           CLOSE   PRUNLOG.
       FIM-GRAVA-RUNLOG-PAUSA.
           EXIT.
      *****************************************************************
      *    GRAVA-INCIDENTE: UMA LINHA EM INCIDENTE.TXT COM O MOTIVO
      *    (W-MOT-INCID) E OS CONTADORES DO MOMENTO DA PARADA, ANTES
      *****************************************************************
       VERIFICA-JANELA.
           MOVE    "N"       TO        W-JAN-ACHOU
           MOVE    "JANELA.TXT"        TO        W-PM-ARQUIVO
           PERFORM ANOTA-PARAMETRO     THRU FIM-ANOTA-PARAMETRO
           OPEN    INPUT     PJANELA
           IF      W-FS-JANELA         NOT       EQUAL     "00"
                   GO        FIM-VERIFICA-JANELA.
                   WRITE     REG-SAIDA.
           ADD     1                   TO    W-GRAVADOS
           DISPLAY (23 05) "MSG=>  GRAVADOS ... " W-GRAVADOS
           PERFORM CONTA-PROGRESSO     THRU  FIM-CONTA-PROGRESSO
           PERFORM VERIFICA-PARADA     THRU  FIM-VERIFICA-PARADA
           IF      PARADA-PEDIDA
                   GO        PAUSA-RODADA.
           GO      PROCESSA1.
       PROCESSOU1.
           EXIT.
           ADD 1 TO W-I.
       FIM-CONTA-NAO-BRANCO-ITEM.
           EXIT.

      *-----------------------------------------------------------
      *    ANOTA-PARAMETRO: A VERSAO DO ARQUIVO DE PARAMETROS LIDO
      *    (W-PM-ARQUIVO) VAI PARA O RUNLOG, PELO PARAMVER.
      *-----------------------------------------------------------
       ANOTA-PARAMETRO.
           MOVE    "R"       TO        W-PM-MODO
           MOVE    "TRUNCA"  TO        W-PM-PROGRAMA
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
