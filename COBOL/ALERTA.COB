       IDENTIFICATION DIVISION.
       PROGRAM-ID.      ALERTA.
      *
      *  DESPACHO DOS ALERTAS DE PLANTAO: O INCIDENTE.TXT JA' RECEBE
      *  TODO FIM ANORMAL DE RODADA, A RODADA SEM PULSO ACUSADA PELO
      *  VIGIA DA AGENDA E O ALARME DE CHEGADA DO PEDREG - MAS DE
      *  MADRUGADA NINGUEM LE O ARQUIVO. RODADO PELO SCHEDULER DE
      *  POUCOS EM POUCOS MINUTOS, O ALERTA:
      *    - PEGA CADA INCIDENTE NOVO (DAS ULTIMAS 24 HORAS, AINDA
      *      SEM TRIAGEM) E O MANDA AO PLANTONISTA DE NIVEL 1 DA
      *      ESCALA DO TURNO CORRENTE;
      *    - SE A TRIAGEM NAO RECONHECEU O INCIDENTE EM N MINUTOS
      *      DESDE O ULTIMO AVISO, ESCALA PARA O NIVEL SEGUINTE DA
      *      ESCALA; SEM NIVEL SEGUINTE, REGISTRA A ESCALA ESGOTADA;
      *    - INCIDENTE RECONHECIDO OU RESOLVIDO NO TRIAGEM ENCERRA O
      *      ALERTA COM O TEMPO DE RESPOSTA.
      *  OS AVISOS SAEM EM ALERTA_FILA.TXT (UMA LINHA POR MENSAGEM
      *  COM CANAL E CONTATO - O ARQUIVO QUE SEGUE PARA O DISPARADOR
      *  DE E-MAIL/SMS, COMO O NOTIFICA_LOTE.TXT) E CADA ENVIO,
      *  ESCALADA E RECONHECIMENTO FICA EM ALERTA_LOG.TXT, QUE E'
      *  TAMBEM A MEMORIA DO ALERTA ENTRE UMA RODADA E OUTRA.
      *
      *  ESCALA.TXT: QUEM ESTA' DE PLANTAO, POR NIVEL. A LINHA COM
      *  DATA VALE PARA AQUELA DATA E TURNO E SUBSTITUI A ESCALA
      *  PADRAO; A LINHA SEM DATA E' A ESCALA PADRAO DO TIPO DE DIA
      *  (U=UTIL, N=NAO UTIL PELA TABELA_ANO.TXT, BRANCO=QUALQUER).
      *  TURNO D DAS 08:00 AS 19:59, TURNO N DAS 20:00 AS 07:59 - A
      *  MADRUGADA PERTENCE AO PLANTAO DA NOITE ANTERIOR.
      *
      *  CHAMADA DESATENDIDA:  ALERTA [MINUTOS-PARA-ESCALAR]
      *  (PADRAO 15 MINUTOS)
      *
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT       PINCID         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-INCID
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PTRIAGEM       ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-TRIAGEM
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PESCALA        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-ESCALA
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PTABANO        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-TABANO
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PFILA          ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-FILA
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PALOG          ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-ALOG
                        ACCESS         MODE      IS   SEQUENTIAL.

       DATA        DIVISION.
       FILE        SECTION.
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

       FD  PTRIAGEM
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "INCIDENTE_TRIAGEM.TXT".
       01  REG-TRIAGEM.
           02  TG-PROGRAMA            PIC X(10).
           02  FILLER                 PIC X(02).
           02  TG-DATA                PIC X(06).
           02  FILLER                 PIC X(02).
           02  TG-HORA                PIC X(06).
           02  FILLER                 PIC X(02).
           02  TG-SITUACAO            PIC X(01).
           02  FILLER                 PIC X(02).
           02  TG-CAUSA               PIC X(03).
           02  FILLER                 PIC X(02).
           02  TG-OPERADOR            PIC X(04).
           02  FILLER                 PIC X(02).
           02  TG-DATA-TRAT           PIC X(06).
           02  FILLER                 PIC X(02).
           02  TG-HORA-TRAT           PIC X(06).

      *-----------------------------------------------------------
      *    ESCALA DE PLANTAO: DATA (AAMMDD, BRANCO = PADRAO), TIPO
      *    DE DIA (U/N/BRANCO), TURNO (D/N), NIVEL DE ESCALADA (1 =
      *    PRIMEIRO A SER AVISADO), NOME, CANAL (EMAIL/SMS) E
      *    CONTATO (ENDERECO OU TELEFONE).
      *-----------------------------------------------------------
       FD  PESCALA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ESCALA.TXT".
       01  REG-ESCALA.
           02  ES-DATA                PIC X(06).
           02  FILLER                 PIC X(02).
           02  ES-TIPO-DIA            PIC X(01).
           02  FILLER                 PIC X(02).
           02  ES-TURNO               PIC X(01).
           02  FILLER                 PIC X(02).
           02  ES-NIVEL               PIC 9(01).
           02  FILLER                 PIC X(02).
           02  ES-NOME                PIC X(20).
           02  FILLER                 PIC X(02).
           02  ES-CANAL               PIC X(05).
           02  FILLER                 PIC X(02).
           02  ES-CONTATO             PIC X(40).

       FD  PTABANO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "TABELA_ANO.TXT".
       01  REG-TABANO.
           02  TA-DIA                 PIC 9(003).
           02  FILLER                 PIC X(001).
           02  TA-CLASSIF             PIC 9(001).

      *    FILA DE SAIDA PARA O DISPARADOR DE E-MAIL/SMS.
       FD  PFILA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ALERTA_FILA.TXT".
       01  REG-FILA.
           02  AF-CANAL               PIC X(05).
           02  FILLER                 PIC X(02).
           02  AF-CONTATO             PIC X(40).
           02  FILLER                 PIC X(02).
           02  AF-NOME                PIC X(20).
           02  FILLER                 PIC X(02).
           02  AF-TEXTO               PIC X(80).

      *-----------------------------------------------------------
      *    DIARIO DO ALERTA: DATA/HORA DO REGISTRO, EVENTO (E=ENVIADO
      *    S=ESCALADO R=RECONHECIDO X=ESCALA ESGOTADA), CHAVE DO
      *    INCIDENTE, NIVEL E PLANTONISTA AVISADO, MINUTOS DESDE O
      *    INCIDENTE (NO "R", O TEMPO DE RESPOSTA) E, NO "R", O
      *    OPERADOR QUE RECONHECEU. A ULTIMA LINHA DE CADA INCIDENTE
      *    E' A SITUACAO DO ALERTA.
      *-----------------------------------------------------------
       FD  PALOG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ALERTA_LOG.TXT".
       01  REG-ALOG.
           02  AL-DATA                PIC X(06).
           02  FILLER                 PIC X(01).
           02  AL-HORA                PIC X(06).
           02  FILLER                 PIC X(02).
           02  AL-EVENTO              PIC X(01).
           02  FILLER                 PIC X(02).
           02  AL-INC-PROGRAMA        PIC X(10).
           02  FILLER                 PIC X(02).
           02  AL-INC-DATA            PIC X(06).
           02  FILLER                 PIC X(02).
           02  AL-INC-HORA            PIC X(06).
           02  FILLER                 PIC X(02).
           02  AL-NIVEL               PIC 9(01).
           02  FILLER                 PIC X(02).
           02  AL-NOME                PIC X(20).
           02  FILLER                 PIC X(02).
           02  AL-MINUTOS             PIC 9(05).
           02  FILLER                 PIC X(02).
           02  AL-OPERADOR            PIC X(04).

       WORKING-STORAGE  SECTION.
       77  W-FS-INCID             PIC X(002) VALUE SPACES.
       77  W-FS-TRIAGEM           PIC X(002) VALUE SPACES.
       77  W-FS-ESCALA            PIC X(002) VALUE SPACES.
       77  W-FS-TABANO            PIC X(002) VALUE SPACES.
       77  W-FS-FILA              PIC X(002) VALUE SPACES.
       77  W-FS-ALOG              PIC X(002) VALUE SPACES.
       77  W-ARGC                 PIC 9(002) VALUE ZEROS.
       77  W-PARAM                PIC X(004) VALUE SPACES.
       77  W-ESCALA-MIN           PIC 9(004) VALUE 15.
       77  W-JANELA-MIN           PIC 9(004) VALUE 1440.
       77  W-QT-TRI               PIC 9(004) VALUE ZEROS.
       77  W-IND-TRI              PIC 9(004) VALUE ZEROS.
       77  W-ACHOU-TRI            PIC 9(004) VALUE ZEROS.
       77  W-QT-EST               PIC 9(004) VALUE ZEROS.
       77  W-IND-EST              PIC 9(004) VALUE ZEROS.
       77  W-ACHOU-EST            PIC 9(004) VALUE ZEROS.
       77  W-QT-ESC               PIC 9(003) VALUE ZEROS.
       77  W-IND-ESC              PIC 9(003) VALUE ZEROS.
       77  W-ACHOU-ESC            PIC 9(003) VALUE ZEROS.
       77  W-ESC-DO-DIA           PIC X(001) VALUE "N".
       77  W-NIVEL                PIC 9(001) VALUE ZEROS.
       77  W-EVENTO               PIC X(001) VALUE SPACES.
       77  W-NOME-AVISO           PIC X(020) VALUE SPACES.
       77  W-OPERADOR             PIC X(004) VALUE SPACES.
       77  W-MINUTOS              PIC 9(009) VALUE ZEROS.
       77  W-MIN-AGORA            PIC 9(009) VALUE ZEROS.
       77  W-MIN-INC              PIC 9(009) VALUE ZEROS.
       77  W-MIN-RESP             PIC 9(009) VALUE ZEROS.
       77  W-CALC-DATA            PIC X(006) VALUE SPACES.
       77  W-CALC-HORA            PIC X(006) VALUE SPACES.
       77  W-CALC-MIN             PIC 9(009) VALUE ZEROS.
       77  W-INT-DIA              PIC 9(008) VALUE ZEROS.
       77  W-HORA-AGORA           PIC X(004) VALUE SPACES.
       77  W-TURNO                PIC X(001) VALUE SPACES.
       77  W-DATA-PLANTAO         PIC X(006) VALUE SPACES.
       77  W-TIPO-DIA             PIC X(001) VALUE SPACES.
       77  W-QT-ENVIADOS          PIC 9(004) VALUE ZEROS.
       77  W-QT-ESCALADOS         PIC 9(004) VALUE ZEROS.
       77  W-QT-RECONHECIDOS      PIC 9(004) VALUE ZEROS.
       77  W-QT-ESGOTADOS         PIC 9(004) VALUE ZEROS.

      *    SITUACAO DE TRIAGEM POR INCIDENTE (ULTIMA LINHA VALE).
       01  TAB-TRI.
           02  TT-ENT OCCURS 500 TIMES.
               03 TT-PROGRAMA     PIC X(010).
               03 TT-DATA         PIC X(006).
               03 TT-HORA         PIC X(006).
               03 TT-SITUACAO     PIC X(001).
               03 TT-OPERADOR     PIC X(004).
               03 TT-DATA-TRAT    PIC X(006).
               03 TT-HORA-TRAT    PIC X(006).
      *    SITUACAO DO ALERTA POR INCIDENTE, DO ALERTA_LOG.TXT.
       01  TAB-EST.
           02  TE-ENT OCCURS 500 TIMES.
               03 TE-PROGRAMA     PIC X(010).
               03 TE-DATA         PIC X(006).
               03 TE-HORA         PIC X(006).
               03 TE-EVENTO       PIC X(001).
               03 TE-NIVEL        PIC 9(001).
               03 TE-NOME         PIC X(020).
               03 TE-MIN-AVISO    PIC 9(009).
      *    ESCALA DE PLANTAO CARREGADA.
       01  TAB-ESC.
           02  TS-ENT OCCURS 100 TIMES.
               03 TS-DATA         PIC X(006).
               03 TS-TIPO-DIA     PIC X(001).
               03 TS-TURNO        PIC X(001).
               03 TS-NIVEL        PIC 9(001).
               03 TS-NOME         PIC X(020).
               03 TS-CANAL        PIC X(005).
               03 TS-CONTATO      PIC X(040).

       01  W-DATA-CALC            PIC 9(008) VALUE ZEROS.
       01  FILLER REDEFINES W-DATA-CALC.
           02 W-DC-SECULO         PIC 9(002).
           02 W-DC-AAMMDD         PIC X(006).
       01  W-JULIANO              PIC 9(007) VALUE ZEROS.
       01  FILLER REDEFINES W-JULIANO.
           02 W-JU-ANO            PIC 9(004).
           02 W-JU-DIA            PIC 9(003).
       01  W-HORA-CALC.
           02 W-HC-HH             PIC 9(002).
           02 W-HC-MM             PIC 9(002).
           02 W-HC-SS             PIC 9(002).
       01  W-TEXTO.
           02 W-TX-PREFIXO        PIC X(014).
           02 W-TX-PROGRAMA       PIC X(010).
           02 FILLER              PIC X(001) VALUE SPACE.
           02 W-TX-DATA           PIC X(006).
           02 FILLER              PIC X(001) VALUE SPACE.
           02 W-TX-HORA           PIC X(006).
           02 FILLER              PIC X(002) VALUE ": ".
           02 W-TX-MOTIVO         PIC X(040).

       01  W-DATE.
           02 W-ANO   PIC 9(02).
           02 W-MES   PIC 9(02).
           02 W-DIA   PIC 9(02).
       01  W-TIME.
           02 W-HORA  PIC 9(02).
           02 W-MINU  PIC 9(02).
           02 W-SEGU  PIC 9(02).
           02 FILLER  PIC 9(02).

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
           IF      W-ARGC    NOT       <         1
                   DISPLAY   1         UPON      ARGUMENT-NUMBER
                   ACCEPT    W-PARAM   FROM      ARGUMENT-VALUE
                   IF        W-PARAM   NUMERIC
                   AND       W-PARAM   >         ZEROS
                             MOVE      W-PARAM   TO   W-ESCALA-MIN.
           ACCEPT  W-DATE    FROM      DATE
           ACCEPT  W-TIME    FROM      TIME
           MOVE    W-DATE    TO        W-CALC-DATA
           MOVE    W-TIME (1 : 6)      TO        W-CALC-HORA
           PERFORM CALCULA-MINUTOS     THRU FIM-CALCULA-MINUTOS
           MOVE    W-CALC-MIN          TO        W-MIN-AGORA

           PERFORM DEFINE-PLANTAO      THRU FIM-DEFINE-PLANTAO.
           PERFORM CARREGA-ESCALA      THRU FIM-CARREGA-ESCALA.
           PERFORM CARREGA-TRIAGEM     THRU FIM-CARREGA-TRIAGEM.
           PERFORM CARREGA-ESTADO      THRU FIM-CARREGA-ESTADO.

           OPEN    INPUT     PINCID
           IF      W-FS-INCID          NOT       EQUAL     "00"
                   DISPLAY "INCIDENTE.TXT AUSENTE - NADA A ALERTAR"
                   STOP RUN.
       LE-INCIDENTE.
           READ    PINCID    AT        END
                   CLOSE     PINCID
                   GO        TERMINO.
           IF      IN-PROGRAMA         EQUAL     SPACES
                   GO        LE-INCIDENTE.
           PERFORM TRATA-INCIDENTE     THRU FIM-TRATA-INCIDENTE
           GO      LE-INCIDENTE.
       TERMINO.
           DISPLAY "ALERTA - PLANTAO " W-DATA-PLANTAO " TURNO "
                   W-TURNO " (DIA " W-TIPO-DIA ")"
           DISPLAY "  ENVIADOS......: " W-QT-ENVIADOS
           DISPLAY "  ESCALADOS.....: " W-QT-ESCALADOS
           DISPLAY "  RECONHECIDOS..: " W-QT-RECONHECIDOS
           DISPLAY "  SEM PLANTAO...: " W-QT-ESGOTADOS
           STOP    RUN.

      *****************************************************************
      *    TRATA-INCIDENTE: O CICLO DE UM INCIDENTE - NOVO (AVISA O
      *    NIVEL 1), EM ABERTO (ESCALA QUANDO VENCE O PRAZO) OU
      *    RECONHECIDO (FECHA O ALERTA COM O TEMPO DE RESPOSTA).
      *****************************************************************
       TRATA-INCIDENTE.
           MOVE    IN-DATA   TO        W-CALC-DATA
           MOVE    IN-HORA   TO        W-CALC-HORA
           PERFORM CALCULA-MINUTOS     THRU FIM-CALCULA-MINUTOS
           IF      W-CALC-MIN          EQUAL     ZEROS
                   GO        FIM-TRATA-INCIDENTE.
           MOVE    W-CALC-MIN          TO        W-MIN-INC
           MOVE    ZEROS     TO        W-MINUTOS
           IF      W-MIN-AGORA         >         W-MIN-INC
                   COMPUTE   W-MINUTOS = W-MIN-AGORA - W-MIN-INC.
           PERFORM PROCURA-TRIAGEM     THRU FIM-PROCURA-TRIAGEM
           PERFORM PROCURA-ESTADO      THRU FIM-PROCURA-ESTADO

           IF      W-ACHOU-EST         EQUAL     ZEROS
                   IF        W-ACHOU-TRI NOT EQUAL ZEROS
                   OR        W-MINUTOS >         W-JANELA-MIN
                             GO        FIM-TRATA-INCIDENTE
                   ELSE
                             MOVE      1         TO   W-NIVEL
                             MOVE      "E"       TO   W-EVENTO
                             PERFORM   AVISA-NIVEL
                                       THRU FIM-AVISA-NIVEL
                             GO        FIM-TRATA-INCIDENTE.

           IF      TE-EVENTO(W-ACHOU-EST)        EQUAL     "R"
                   GO        FIM-TRATA-INCIDENTE.
           IF      W-ACHOU-TRI         NOT       EQUAL     ZEROS
                   PERFORM   REGISTRA-RECONHECIMENTO
                             THRU FIM-REGISTRA-RECONHECIMENTO
                   GO        FIM-TRATA-INCIDENTE.
           IF      TE-EVENTO(W-ACHOU-EST)        EQUAL     "X"
                   GO        FIM-TRATA-INCIDENTE.
           IF      W-MIN-AGORA         <
                   TE-MIN-AVISO(W-ACHOU-EST) + W-ESCALA-MIN
                   GO        FIM-TRATA-INCIDENTE.
           IF      TE-NIVEL(W-ACHOU-EST)         NOT       <    9
                   MOVE      9         TO        W-NIVEL
                   MOVE      "X"       TO        W-EVENTO
                   MOVE      SPACES    TO        W-NOME-AVISO
                   PERFORM   GRAVA-ALOG          THRU FIM-GRAVA-ALOG
                   ADD       1         TO        W-QT-ESGOTADOS
                   GO        FIM-TRATA-INCIDENTE.
           COMPUTE W-NIVEL = TE-NIVEL(W-ACHOU-EST) + 1
           MOVE    "S"       TO        W-EVENTO
           PERFORM AVISA-NIVEL         THRU FIM-AVISA-NIVEL.
       FIM-TRATA-INCIDENTE.
           EXIT.

      *    AVISA-NIVEL: PROCURA O PLANTONISTA DO NIVEL W-NIVEL NO
      *    TURNO CORRENTE; ACHANDO, ENFILEIRA A MENSAGEM E REGISTRA
      *    O EVENTO (E/S); NAO ACHANDO, A ESCALA ESTA' ESGOTADA (X).
       AVISA-NIVEL.
           PERFORM PROCURA-PLANTONISTA THRU FIM-PROCURA-PLANTONISTA
           IF      W-ACHOU-ESC         EQUAL     ZEROS
                   MOVE      "X"       TO        W-EVENTO
                   MOVE      SPACES    TO        W-NOME-AVISO
                   PERFORM   GRAVA-ALOG          THRU FIM-GRAVA-ALOG
                   ADD       1         TO        W-QT-ESGOTADOS
                   DISPLAY   "SEM PLANTONISTA NIVEL " W-NIVEL
                             " PARA " IN-PROGRAMA " " IN-DATA " "
                             IN-HORA
                   GO        FIM-AVISA-NIVEL.
           MOVE    TS-NOME(W-ACHOU-ESC)          TO   W-NOME-AVISO
           IF      W-EVENTO  EQUAL     "E"
                   MOVE      "INCIDENTE    "   TO   W-TX-PREFIXO
                   ADD       1         TO        W-QT-ENVIADOS
           ELSE
                   MOVE      SPACES    TO        W-TX-PREFIXO
                   STRING    "ESCALADO N" W-NIVEL " "
                             DELIMITED BY SIZE INTO W-TX-PREFIXO
                   ADD       1         TO        W-QT-ESCALADOS.
           MOVE    IN-PROGRAMA         TO        W-TX-PROGRAMA
           MOVE    IN-DATA             TO        W-TX-DATA
           MOVE    IN-HORA             TO        W-TX-HORA
           MOVE    IN-MOTIVO           TO        W-TX-MOTIVO
           PERFORM GRAVA-FILA          THRU FIM-GRAVA-FILA
           PERFORM GRAVA-ALOG          THRU FIM-GRAVA-ALOG.
       FIM-AVISA-NIVEL.
           EXIT.

      *    REGISTRA-RECONHECIMENTO: O TEMPO DE RESPOSTA VAI DO
      *    INCIDENTE ATE' O TRATAMENTO NO TRIAGEM (SEM A HORA DO
      *    TRATAMENTO, ATE' AGORA).
       REGISTRA-RECONHECIMENTO.
           MOVE    W-MIN-AGORA         TO        W-MIN-RESP
           MOVE    TT-DATA-TRAT(W-ACHOU-TRI)     TO   W-CALC-DATA
           MOVE    TT-HORA-TRAT(W-ACHOU-TRI)     TO   W-CALC-HORA
           PERFORM CALCULA-MINUTOS     THRU FIM-CALCULA-MINUTOS
           IF      W-CALC-MIN          NOT       EQUAL     ZEROS
                   MOVE      W-CALC-MIN          TO   W-MIN-RESP.
           MOVE    ZEROS     TO        W-MINUTOS
           IF      W-MIN-RESP          >         W-MIN-INC
                   COMPUTE   W-MINUTOS = W-MIN-RESP - W-MIN-INC.
           MOVE    "R"       TO        W-EVENTO
           MOVE    TE-NIVEL(W-ACHOU-EST)         TO   W-NIVEL
           MOVE    TE-NOME(W-ACHOU-EST)          TO   W-NOME-AVISO
           MOVE    TT-OPERADOR(W-ACHOU-TRI)      TO   W-OPERADOR
           PERFORM GRAVA-ALOG          THRU FIM-GRAVA-ALOG
           MOVE    SPACES    TO        W-OPERADOR
           ADD     1         TO        W-QT-RECONHECIDOS.
       FIM-REGISTRA-RECONHECIMENTO.
           EXIT.

      *****************************************************************
      *    DEFINE-PLANTAO: TURNO E DATA DO PLANTAO CORRENTE E O TIPO
      *    DO DIA DO PLANTAO NA TABELA_ANO.TXT (DIA DO ANO, 1 =
      *    UTIL). SEM A TABELA O TIPO FICA EM BRANCO E QUALQUER
      *    ESCALA PADRAO SERVE.
      *****************************************************************
       DEFINE-PLANTAO.
           MOVE    W-HORA    TO        W-HORA-AGORA (1 : 2)
           MOVE    W-MINU    TO        W-HORA-AGORA (3 : 2)
           MOVE    20        TO        W-DC-SECULO
           MOVE    W-DATE    TO        W-DC-AAMMDD
           COMPUTE W-INT-DIA = FUNCTION INTEGER-OF-DATE(W-DATA-CALC)
           IF      W-HORA-AGORA        <         "0800"
                   MOVE      "N"       TO        W-TURNO
                   SUBTRACT  1         FROM      W-INT-DIA
           ELSE
                   IF        W-HORA-AGORA        <    "2000"
                             MOVE      "D"       TO   W-TURNO
                   ELSE
                             MOVE      "N"       TO   W-TURNO.
           COMPUTE W-DATA-CALC = FUNCTION DATE-OF-INTEGER(W-INT-DIA)
           MOVE    W-DC-AAMMDD         TO        W-DATA-PLANTAO
           COMPUTE W-JULIANO   = FUNCTION DAY-OF-INTEGER(W-INT-DIA)
           MOVE    SPACES    TO        W-TIPO-DIA
           OPEN    INPUT     PTABANO
           IF      W-FS-TABANO         NOT       EQUAL     "00"
                   GO        FIM-DEFINE-PLANTAO.
       LE-TABANO.
           READ    PTABANO   AT        END
                   CLOSE     PTABANO
                   GO        FIM-DEFINE-PLANTAO.
           IF      TA-DIA    EQUAL     W-JU-DIA
                   IF        TA-CLASSIF          EQUAL     1
                             MOVE      "U"       TO   W-TIPO-DIA
                   ELSE
                             MOVE      "N"       TO   W-TIPO-DIA.
           GO      LE-TABANO.
       FIM-DEFINE-PLANTAO.
           EXIT.

      *****************************************************************
      *    CARREGA-ESCALA: LE ESCALA.TXT (ATE 100 LINHAS) E NOTA SE
      *    HA ESCALA PROPRIA PARA A DATA E O TURNO DO PLANTAO - NESSE
      *    CASO A ESCALA PADRAO NAO ENTRA.
      *****************************************************************
       CARREGA-ESCALA.
           MOVE    ZEROS     TO        W-QT-ESC
           OPEN    INPUT     PESCALA
           IF      W-FS-ESCALA         NOT       EQUAL     "00"
                   DISPLAY "ESCALA.TXT AUSENTE - NINGUEM SERA AVISADO"
                   GO        FIM-CARREGA-ESCALA.
       LE-ESCALA.
           READ    PESCALA   AT        END
                   CLOSE     PESCALA
                   GO        FIM-CARREGA-ESCALA.
           IF      ES-NOME   EQUAL     SPACES
           OR      ES-NIVEL  NOT       NUMERIC
                   GO        LE-ESCALA.
           IF      W-QT-ESC  NOT       <         100
                   GO        LE-ESCALA.
           ADD     1         TO        W-QT-ESC
           MOVE    ES-DATA             TO   TS-DATA(W-QT-ESC)
           MOVE    ES-TIPO-DIA         TO   TS-TIPO-DIA(W-QT-ESC)
           MOVE    ES-TURNO            TO   TS-TURNO(W-QT-ESC)
           MOVE    ES-NIVEL            TO   TS-NIVEL(W-QT-ESC)
           MOVE    ES-NOME             TO   TS-NOME(W-QT-ESC)
           MOVE    ES-CANAL            TO   TS-CANAL(W-QT-ESC)
           MOVE    ES-CONTATO          TO   TS-CONTATO(W-QT-ESC)
           IF      ES-DATA   EQUAL     W-DATA-PLANTAO
           AND     ES-TURNO  EQUAL     W-TURNO
                   MOVE      "S"       TO        W-ESC-DO-DIA.
           GO      LE-ESCALA.
       FIM-CARREGA-ESCALA.
           EXIT.

      *    PROCURA-PLANTONISTA: A PRIMEIRA LINHA DO NIVEL W-NIVEL
      *    QUE VALE PARA O PLANTAO CORRENTE.
       PROCURA-PLANTONISTA.
           MOVE    ZEROS     TO        W-ACHOU-ESC
           PERFORM TESTA-PLANTONISTA   THRU FIM-TESTA-PLANTONISTA
                    VARYING W-IND-ESC  FROM 1 BY 1
                    UNTIL   W-IND-ESC  > W-QT-ESC
                    OR      W-ACHOU-ESC NOT EQUAL ZEROS.
       FIM-PROCURA-PLANTONISTA.
           EXIT.

       TESTA-PLANTONISTA.
           IF      TS-NIVEL(W-IND-ESC) NOT       EQUAL     W-NIVEL
                   GO        FIM-TESTA-PLANTONISTA.
           IF      TS-TURNO(W-IND-ESC) NOT EQUAL W-TURNO AND SPACE
                   GO        FIM-TESTA-PLANTONISTA.
           IF      W-ESC-DO-DIA        EQUAL     "S"
                   IF        TS-DATA(W-IND-ESC) EQUAL W-DATA-PLANTAO
                   AND       TS-TURNO(W-IND-ESC) EQUAL W-TURNO
                             MOVE      W-IND-ESC TO   W-ACHOU-ESC
                             GO        FIM-TESTA-PLANTONISTA
                   ELSE
                             GO        FIM-TESTA-PLANTONISTA.
           IF      TS-DATA(W-IND-ESC)  NOT       EQUAL     SPACES
                   GO        FIM-TESTA-PLANTONISTA.
           IF      TS-TIPO-DIA(W-IND-ESC)        NOT EQUAL SPACE
           AND     W-TIPO-DIA          NOT       EQUAL     SPACE
           AND     TS-TIPO-DIA(W-IND-ESC)        NOT EQUAL W-TIPO-DIA
                   GO        FIM-TESTA-PLANTONISTA.
           MOVE    W-IND-ESC TO        W-ACHOU-ESC.
       FIM-TESTA-PLANTONISTA.
           EXIT.

      *****************************************************************
      *    CARREGA-TRIAGEM: SITUACAO DE CADA INCIDENTE TRATADO NO
      *    TRIAGEM (A/R), COM OPERADOR E DATA/HORA DO TRATAMENTO.
      *****************************************************************
       CARREGA-TRIAGEM.
           MOVE    ZEROS     TO        W-QT-TRI
           OPEN    INPUT     PTRIAGEM
           IF      W-FS-TRIAGEM        NOT       EQUAL     "00"
                   GO        FIM-CARREGA-TRIAGEM.
       LE-TRIAGEM.
           READ    PTRIAGEM  AT        END
                   CLOSE     PTRIAGEM
                   GO        FIM-CARREGA-TRIAGEM.
           IF      TG-SITUACAO         NOT EQUAL "A" AND "R"
                   GO        LE-TRIAGEM.
      *    O PRIMEIRO TRATAMENTO DA CHAVE E' O RECONHECIMENTO - OS
      *    SEGUINTES NAO MUDAM O TEMPO DE RESPOSTA.
           PERFORM BUSCA-TRIAGEM       THRU FIM-BUSCA-TRIAGEM
           IF      W-ACHOU-TRI         NOT       EQUAL     ZEROS
                   GO        LE-TRIAGEM.
           IF      W-QT-TRI            NOT       <         500
                   GO        LE-TRIAGEM.
           ADD     1         TO        W-QT-TRI
           MOVE    TG-PROGRAMA         TO   TT-PROGRAMA(W-QT-TRI)
           MOVE    TG-DATA             TO   TT-DATA(W-QT-TRI)
           MOVE    TG-HORA             TO   TT-HORA(W-QT-TRI)
           MOVE    TG-SITUACAO         TO   TT-SITUACAO(W-QT-TRI)
           MOVE    TG-OPERADOR         TO   TT-OPERADOR(W-QT-TRI)
           MOVE    TG-DATA-TRAT        TO   TT-DATA-TRAT(W-QT-TRI)
           MOVE    TG-HORA-TRAT        TO   TT-HORA-TRAT(W-QT-TRI)
           GO      LE-TRIAGEM.
       FIM-CARREGA-TRIAGEM.
           EXIT.

       BUSCA-TRIAGEM.
           MOVE    ZEROS     TO        W-ACHOU-TRI
           PERFORM TESTA-TRIAGEM-TG    THRU FIM-TESTA-TRIAGEM-TG
                    VARYING W-IND-TRI  FROM 1 BY 1
                    UNTIL   W-IND-TRI  > W-QT-TRI.
       FIM-BUSCA-TRIAGEM.
           EXIT.

       TESTA-TRIAGEM-TG.
           IF      TT-PROGRAMA(W-IND-TRI) EQUAL  TG-PROGRAMA
           AND     TT-DATA(W-IND-TRI)     EQUAL  TG-DATA
           AND     TT-HORA(W-IND-TRI)     EQUAL  TG-HORA
                   MOVE      W-IND-TRI TO        W-ACHOU-TRI.
       FIM-TESTA-TRIAGEM-TG.
           EXIT.

       PROCURA-TRIAGEM.
           MOVE    ZEROS     TO        W-ACHOU-TRI
           PERFORM TESTA-TRIAGEM-IN    THRU FIM-TESTA-TRIAGEM-IN
                    VARYING W-IND-TRI  FROM 1 BY 1
                    UNTIL   W-IND-TRI  > W-QT-TRI.
       FIM-PROCURA-TRIAGEM.
           EXIT.

       TESTA-TRIAGEM-IN.
           IF      TT-PROGRAMA(W-IND-TRI) EQUAL  IN-PROGRAMA
           AND     TT-DATA(W-IND-TRI)     EQUAL  IN-DATA
           AND     TT-HORA(W-IND-TRI)     EQUAL  IN-HORA
                   MOVE      W-IND-TRI TO        W-ACHOU-TRI.
       FIM-TESTA-TRIAGEM-IN.
           EXIT.

      *****************************************************************
      *    CARREGA-ESTADO: A ULTIMA LINHA DE CADA INCIDENTE NO
      *    ALERTA_LOG.TXT DIZ ONDE O ALERTA PAROU; O ULTIMO AVISO
      *    (E/S) MARCA A PARTIDA DO PRAZO DE ESCALADA.
      *****************************************************************
       CARREGA-ESTADO.
           MOVE    ZEROS     TO        W-QT-EST
           OPEN    INPUT     PALOG
           IF      W-FS-ALOG           NOT       EQUAL     "00"
                   GO        FIM-CARREGA-ESTADO.
       LE-ALOG.
           READ    PALOG     AT        END
                   CLOSE     PALOG
                   GO        FIM-CARREGA-ESTADO.
           IF      AL-INC-PROGRAMA     EQUAL     SPACES
                   GO        LE-ALOG.
           MOVE    ZEROS     TO        W-ACHOU-EST
           PERFORM TESTA-ESTADO-AL     THRU FIM-TESTA-ESTADO-AL
                    VARYING W-IND-EST  FROM 1 BY 1
                    UNTIL   W-IND-EST  > W-QT-EST
           IF      W-ACHOU-EST         EQUAL     ZEROS
                   IF        W-QT-EST  NOT       <         500
                             GO        LE-ALOG
                   ELSE
                             ADD       1         TO   W-QT-EST
                             MOVE      W-QT-EST  TO   W-ACHOU-EST
                             MOVE      AL-INC-PROGRAMA
                                       TO   TE-PROGRAMA(W-ACHOU-EST)
                             MOVE      AL-INC-DATA
                                       TO   TE-DATA(W-ACHOU-EST)
                             MOVE      AL-INC-HORA
                                       TO   TE-HORA(W-ACHOU-EST)
                             MOVE      ZEROS
                                       TO   TE-MIN-AVISO(W-ACHOU-EST).
           MOVE    AL-EVENTO           TO   TE-EVENTO(W-ACHOU-EST)
           MOVE    AL-NIVEL            TO   TE-NIVEL(W-ACHOU-EST)
           IF      AL-EVENTO           EQUAL     "E" OR "S"
                   MOVE      AL-NOME   TO   TE-NOME(W-ACHOU-EST)
                   MOVE      AL-DATA   TO   W-CALC-DATA
                   MOVE      AL-HORA   TO   W-CALC-HORA
                   PERFORM   CALCULA-MINUTOS THRU FIM-CALCULA-MINUTOS
                   MOVE      W-CALC-MIN
                             TO   TE-MIN-AVISO(W-ACHOU-EST).
           GO      LE-ALOG.
       FIM-CARREGA-ESTADO.
           EXIT.

       TESTA-ESTADO-AL.
           IF      TE-PROGRAMA(W-IND-EST) EQUAL  AL-INC-PROGRAMA
           AND     TE-DATA(W-IND-EST)     EQUAL  AL-INC-DATA
           AND     TE-HORA(W-IND-EST)     EQUAL  AL-INC-HORA
                   MOVE      W-IND-EST TO        W-ACHOU-EST.
       FIM-TESTA-ESTADO-AL.
           EXIT.

       PROCURA-ESTADO.
           MOVE    ZEROS     TO        W-ACHOU-EST
           PERFORM TESTA-ESTADO-IN     THRU FIM-TESTA-ESTADO-IN
                    VARYING W-IND-EST  FROM 1 BY 1
                    UNTIL   W-IND-EST  > W-QT-EST.
       FIM-PROCURA-ESTADO.
           EXIT.

       TESTA-ESTADO-IN.
           IF      TE-PROGRAMA(W-IND-EST) EQUAL  IN-PROGRAMA
           AND     TE-DATA(W-IND-EST)     EQUAL  IN-DATA
           AND     TE-HORA(W-IND-EST)     EQUAL  IN-HORA
                   MOVE      W-IND-EST TO        W-ACHOU-EST.
       FIM-TESTA-ESTADO-IN.
           EXIT.

      *****************************************************************
      *    CALCULA-MINUTOS: W-CALC-DATA (AAMMDD) + W-CALC-HORA
      *    (HHMMSS) EM MINUTOS CORRIDOS PELO CALENDARIO, PARA MEDIR
      *    PRAZOS QUE ATRAVESSAM A MEIA-NOITE. DATA OU HORA
      *    INVALIDA DEVOLVE ZEROS.
      *****************************************************************
       CALCULA-MINUTOS.
           MOVE    ZEROS     TO        W-CALC-MIN
           IF      W-CALC-DATA         NOT       NUMERIC
           OR      W-CALC-HORA         NOT       NUMERIC
                   GO        FIM-CALCULA-MINUTOS.
           MOVE    20        TO        W-DC-SECULO
           MOVE    W-CALC-DATA         TO        W-DC-AAMMDD
           MOVE    W-CALC-HORA         TO        W-HORA-CALC
           IF      W-DATA-CALC (5 : 2) <    "01" OR > "12"
           OR      W-DATA-CALC (7 : 2) <    "01" OR > "31"
           OR      W-HC-HH   >         23
           OR      W-HC-MM   >         59
                   GO        FIM-CALCULA-MINUTOS.
           COMPUTE W-CALC-MIN = FUNCTION INTEGER-OF-DATE(W-DATA-CALC)
                              * 1440 + W-HC-HH * 60 + W-HC-MM.
       FIM-CALCULA-MINUTOS.
           EXIT.

       GRAVA-FILA.
           OPEN    EXTEND    PFILA
           IF      W-FS-FILA NOT       EQUAL     "00"
                   OPEN      OUTPUT    PFILA.
           IF      W-FS-FILA NOT       EQUAL     "00"
                   GO        FIM-GRAVA-FILA.
           MOVE    SPACES    TO        REG-FILA
           MOVE    TS-CANAL(W-ACHOU-ESC)         TO   AF-CANAL
           MOVE    TS-CONTATO(W-ACHOU-ESC)       TO   AF-CONTATO
           MOVE    TS-NOME(W-ACHOU-ESC)          TO   AF-NOME
           MOVE    W-TEXTO   TO        AF-TEXTO
           WRITE   REG-FILA
           CLOSE   PFILA.
       FIM-GRAVA-FILA.
           EXIT.

      *    GRAVA-ALOG: REGISTRA O EVENTO E ATUALIZA A SITUACAO DO
      *    INCIDENTE NA TABELA (O MESMO INCIDENTE NAO SE REPETE NA
      *    MESMA RODADA, MAS A TABELA FICA COERENTE COM O DIARIO).
       GRAVA-ALOG.
           OPEN    EXTEND    PALOG
           IF      W-FS-ALOG NOT       EQUAL     "00"
                   OPEN      OUTPUT    PALOG.
           IF      W-FS-ALOG NOT       EQUAL     "00"
                   GO        FIM-GRAVA-ALOG.
           MOVE    SPACES    TO        REG-ALOG
           MOVE    W-DATE    TO        AL-DATA
           MOVE    W-TIME (1 : 6)      TO        AL-HORA
           MOVE    W-EVENTO  TO        AL-EVENTO
           MOVE    IN-PROGRAMA         TO        AL-INC-PROGRAMA
           MOVE    IN-DATA   TO        AL-INC-DATA
           MOVE    IN-HORA   TO        AL-INC-HORA
           MOVE    W-NIVEL   TO        AL-NIVEL
           MOVE    W-NOME-AVISO        TO        AL-NOME
           IF      W-MINUTOS >         99999
                   MOVE      99999     TO        AL-MINUTOS
           ELSE
                   MOVE      W-MINUTOS TO        AL-MINUTOS.
           MOVE    W-OPERADOR          TO        AL-OPERADOR
           WRITE   REG-ALOG
           CLOSE   PALOG.
           IF      W-ACHOU-EST         EQUAL     ZEROS
           AND     W-QT-EST            <         500
                   ADD       1         TO        W-QT-EST
                   MOVE      W-QT-EST  TO        W-ACHOU-EST
                   MOVE      IN-PROGRAMA TO TE-PROGRAMA(W-ACHOU-EST)
                   MOVE      IN-DATA   TO   TE-DATA(W-ACHOU-EST)
                   MOVE      IN-HORA   TO   TE-HORA(W-ACHOU-EST).
           IF      W-ACHOU-EST         EQUAL     ZEROS
                   GO        FIM-GRAVA-ALOG.
           MOVE    W-EVENTO  TO        TE-EVENTO(W-ACHOU-EST)
           MOVE    W-NIVEL   TO        TE-NIVEL(W-ACHOU-EST)
           IF      W-EVENTO  EQUAL     "E" OR "S"
                   MOVE      W-NOME-AVISO TO TE-NOME(W-ACHOU-EST)
                   MOVE      W-MIN-AGORA
                             TO        TE-MIN-AVISO(W-ACHOU-EST).
       FIM-GRAVA-ALOG.
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
