       IDENTIFICATION DIVISION.
       PROGRAM-ID.      INSERCAO.
      *
      *  CONCILIACAO DA ENVELOPADORA: OS SPOOLS DO COMPOE, DO
      *  COMPOEPRE E DO CARNE PASSAM PELA DOBRADEIRA/ENVELOPADORA
      *  E NADA CONFERIA SE CADA ENVELOPE LEVOU AS PAGINAS E OS
      *  ANEXOS CERTOS - UMA DUPLA ALIMENTACAO POE O DEBITO DE UM
      *  ASSINANTE NO ENVELOPE DE OUTRO. TODA PAGINA COMPOSTA TRAZ
      *  A MARCA DE INTEGRIDADE ("#IM " NA LINHA 60 - PECA, PAGINA
      *  N DE M, FIM DE PECA, ESTACOES DE ANEXO, ORIGEM E SEQUENCIA
      *  DE ORIGEM); AQUI O LOG DA ENVELOPADORA E' CONFERIDO PECA A
      *  PECA CONTRA AS MARCAS DO SPOOL.
      *
      *  LOG DA ENVELOPADORA: UMA LINHA POR PECA TRATADA -
      *    01-07 PECA   09 SITUACAO (C = COMPLETA, D = DESVIADA,
      *    M = FALTANTE)   11-12 FOLHAS LIDAS   14-16 ESTACOES
      *    ACIONADAS ("0" = ESTACAO PARADA)   18-23 HORA.
      *
      *  PECA COMPLETA COM AS FOLHAS E AS ESTACOES DA MARCA = OK.
      *  DESVIADA, FALTANTE, AUSENTE DO LOG, LIDA MAIS DE UMA VEZ
      *  OU COM FOLHAS/ESTACOES DIVERGENTES VOLTA PARA A IMPRESSAO:
      *  A SEQUENCIA DE ORIGEM (E-SEQ-REG) VAI PARA A LISTA DO
      *  PEDIDO, REIMPRIME_LISTA_<PEDIDO>.TXT, QUE O REIMPRIME LE
      *  (O RETPROD ACRESCENTA NA MESMA LISTA AS ESTRAGADAS NO
      *  BUREAU); PECA SEM PEDIDO
      *  DE ORIGEM (PRESENTEADO, CARNE MESTRE/RENEGOCIACAO) FICA
      *  COMO "RECOMPOR". CADA PECA CONFERIDA GANHA UMA LINHA NA
      *  TRILHA DE AUDITORIA (INSERCAO_AUDITORIA.TXT), INCLUSIVE AS
      *  PECAS DO LOG QUE NAO EXISTEM NO SPOOL.
      *
      *  CHAMADA DESATENDIDA:
      *     INSERCAO <SPOOL> <LOG-DA-ENVELOPADORA> <PEDIDO>
      *
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT       PSPOOL         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-SPOOL
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PLOG           ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-LOG
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PLISTA         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-LISTA
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PAUDIT         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-AUDIT
                        ACCESS         MODE      IS   SEQUENTIAL.

       DATA        DIVISION.
       FILE        SECTION.
       FD  PSPOOL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS ARQ-SPOOL.
       01  REG-SPOOL.
           03 SP-ASA              PIC X(001).
           03 SP-TEXTO            PIC X(090).

       FD  PLOG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS ARQ-LOG.
       01  REG-LOG.
           02  LI-PECA            PIC 9(007).
           02  FILLER             PIC X(001).
           02  LI-SITUACAO        PIC X(001).
           02  FILLER             PIC X(001).
           02  LI-PAGINAS         PIC 9(002).
           02  FILLER             PIC X(001).
           02  LI-ESTACOES        PIC X(003).
           02  FILLER             PIC X(001).
           02  LI-HORA            PIC X(006).

      *    MESMO LAYOUT QUE O REIMPRIME LE (VALOR UNICO - FIM ZERADO).
       FD  PLISTA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS ARQ-LISTA.
       01  REG-LISTA.
           02  RL-INI             PIC 9(010).
           02  FILLER             PIC X(001).
           02  RL-FIM             PIC 9(010).

      *    TRILHA DE AUDITORIA: UMA LINHA POR PECA CONFERIDA.
       FD  PAUDIT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "INSERCAO_AUDITORIA.TXT".
       01  REG-AUDIT.
           02  AU-DATA            PIC X(008).
           02  FILLER             PIC X(001).
           02  AU-HORA            PIC X(006).
           02  FILLER             PIC X(001).
           02  AU-SPOOL           PIC X(030).
           02  FILLER             PIC X(001).
           02  AU-PECA            PIC 9(007).
           02  FILLER             PIC X(001).
           02  AU-ORIGEM          PIC X(005).
           02  FILLER             PIC X(001).
           02  AU-SEQ             PIC X(010).
           02  FILLER             PIC X(001).
           02  AU-PAG-MARCA       PIC 9(002).
           02  FILLER             PIC X(001).
           02  AU-PAG-LIDAS       PIC 9(002).
           02  FILLER             PIC X(001).
           02  AU-EST-MARCA       PIC X(003).
           02  FILLER             PIC X(001).
           02  AU-EST-LIDAS       PIC X(003).
           02  FILLER             PIC X(001).
           02  AU-SITUACAO        PIC X(001).
           02  FILLER             PIC X(001).
           02  AU-RESULTADO       PIC X(010).
           02  FILLER             PIC X(001).
           02  AU-MOTIVO          PIC X(032).

       WORKING-STORAGE  SECTION.
       77  W-FS-SPOOL             PIC X(002) VALUE SPACES.
       77  W-FS-LOG               PIC X(002) VALUE SPACES.
       77  W-FS-LISTA             PIC X(002) VALUE SPACES.
       77  W-FS-AUDIT             PIC X(002) VALUE SPACES.
       77  ARQ-SPOOL              PIC X(030) VALUE SPACES.
       77  ARQ-LOG                PIC X(030) VALUE SPACES.
       77  ARQ-LISTA              PIC X(050) VALUE SPACES.
       77  W-NOME-PEDIDO          PIC X(020) VALUE SPACES.
       77  W-ARGC                 PIC 9(002) VALUE ZEROS.
       77  W-IND                  PIC 9(007) VALUE ZEROS.
       77  W-MAIOR-PECA           PIC 9(007) VALUE ZEROS.
       77  W-MAX-PECAS            PIC 9(007) VALUE 50000.
       77  W-PECA-ABERTA          PIC X(001) VALUE "N".
       77  W-PAG-VISTAS           PIC 9(002) VALUE ZEROS.
       77  W-RESULTADO            PIC X(010) VALUE SPACES.
       77  W-MOTIVO               PIC X(032) VALUE SPACES.
       77  W-QT-LOG               PIC 9(007) VALUE ZEROS.
       77  W-QT-FORA-TAB          PIC 9(007) VALUE ZEROS.
       77  W-QT-PECAS             PIC 9(007) VALUE ZEROS.
       77  W-QT-OK                PIC 9(007) VALUE ZEROS.
       77  W-QT-REIMP             PIC 9(007) VALUE ZEROS.
       77  W-QT-RECOMPOR          PIC 9(007) VALUE ZEROS.
       77  W-QT-ESTRANHAS         PIC 9(007) VALUE ZEROS.
       77  W-QT-LISTA             PIC 9(004) VALUE ZEROS.
       77  W-IND-LISTA            PIC 9(004) VALUE ZEROS.
       77  W-ACHOU                PIC X(001) VALUE "N".
       01  W-HOJE                 PIC X(008) VALUE SPACES.
       01  W-TIME.
           02 W-HHMMSS            PIC X(006).
           02 W-CENTESIMOS        PIC X(002).
      *    MARCA DE INTEGRIDADE - MESMO LAYOUT DO W-MARCA DO COMPOE.
       01  W-MARCA.
           02 MK-ID               PIC X(004).
           02 MK-PECA             PIC 9(007).
           02 FILLER              PIC X(001).
           02 MK-PAG              PIC 9(002).
           02 FILLER              PIC X(001).
           02 MK-TOT-PAG          PIC 9(002).
           02 FILLER              PIC X(001).
           02 MK-FIM              PIC X(001).
           02 FILLER              PIC X(001).
           02 MK-ESTACOES         PIC X(003).
           02 FILLER              PIC X(001).
           02 MK-ORIGEM           PIC X(005).
           02 FILLER              PIC X(001).
           02 MK-SEQ              PIC X(010).
           02 MK-SEQ-N REDEFINES MK-SEQ        PIC 9(010).
           02 FILLER              PIC X(001).
           02 MK-ANEXOS           PIC X(021).
           02 FILLER              PIC X(028).
      *    LOG DA ENVELOPADORA POR NUMERO DE PECA (SITUACAO EM BRANCO
      *    = PECA QUE NAO PASSOU PELA MAQUINA).
       01  TAB-LOG.
           02 TI-ENT OCCURS 50000 TIMES.
              03 TI-SIT           PIC X(001).
              03 TI-PAG           PIC 9(002).
              03 TI-EST           PIC X(003).
              03 TI-VEZES         PIC 9(001).
              03 TI-NO-SPOOL      PIC X(001).
      *    SEQUENCIAS A REIMPRIMIR
       01  TAB-LISTA.
           02 TR-SEQ OCCURS 5000 TIMES         PIC 9(010).

      *    AMBIENTE DE EXECUCAO (MESMO LAYOUT DA LINKAGE DO AMBIENTE)
       01  W-AMBIENTE.
           02  W-AM-NOME          PIC X(10).
           02  W-AM-DIRETORIO     PIC X(60).
           02  W-AM-PRODUCAO      PIC X(01).
               88  AMBIENTE-PRODUCAO               VALUE "S".
           02  W-AM-RET           PIC X(01).
           02  W-AM-MENSAGEM      PIC X(40).

       PROCEDURE   DIVISION.
       INICIO.
           PERFORM ESCOLHE-AMBIENTE    THRU FIM-ESCOLHE-AMBIENTE
           ACCEPT  W-ARGC    FROM      ARGUMENT-NUMBER.
           IF      W-ARGC    NOT       <         2
                   DISPLAY 1 UPON      ARGUMENT-NUMBER
                   ACCEPT  ARQ-SPOOL   FROM      ARGUMENT-VALUE
                   DISPLAY 2 UPON      ARGUMENT-NUMBER
                   ACCEPT  ARQ-LOG     FROM      ARGUMENT-VALUE
           ELSE
                   DISPLAY "INSERCAO - CONCILIACAO DA ENVELOPADORA"
                   DISPLAY "SPOOL MARCADO...........: "
                   ACCEPT  ARQ-SPOOL
                   DISPLAY "LOG DA ENVELOPADORA.....: "
                   ACCEPT  ARQ-LOG
                   DISPLAY "NOME DO PEDIDO..........: "
                   ACCEPT  W-NOME-PEDIDO.
           IF      W-ARGC    NOT       <         3
                   DISPLAY 3 UPON      ARGUMENT-NUMBER
                   ACCEPT  W-NOME-PEDIDO         FROM ARGUMENT-VALUE.
           IF      W-NOME-PEDIDO       EQUAL     SPACES
                   DISPLAY "NOME DO PEDIDO NAO INFORMADO - A LISTA DO "
                           "REIMPRIME E' POR PEDIDO"
                   STOP RUN.
           MOVE    SPACES    TO        ARQ-LISTA
           STRING  "REIMPRIME_LISTA_" W-NOME-PEDIDO DELIMITED BY SPACE
                   ".TXT"    DELIMITED BY SIZE   INTO ARQ-LISTA.
           ACCEPT  W-HOJE    FROM      DATE YYYYMMDD
           ACCEPT  W-TIME    FROM      TIME

           PERFORM CARREGA-LOG         THRU FIM-CARREGA-LOG.
           IF      W-FS-LOG  NOT       EQUAL     "00"
                   DISPLAY "LOG DA ENVELOPADORA NAO ENCONTRADO: "
                           ARQ-LOG
                   STOP RUN.
           OPEN    INPUT     PSPOOL.
           IF      W-FS-SPOOL          NOT       EQUAL     "00"
                   DISPLAY "SPOOL NAO ENCONTRADO: " ARQ-SPOOL
                   STOP RUN.
           OPEN    EXTEND    PAUDIT
           IF      W-FS-AUDIT          NOT       EQUAL     "00"
                   OPEN      OUTPUT    PAUDIT.
           IF      W-FS-AUDIT          NOT       EQUAL     "00"
                   DISPLAY "INSERCAO_AUDITORIA.TXT SEM GRAVACAO = "
                           W-FS-AUDIT
                   CLOSE     PSPOOL
                   STOP RUN.

       LE-SPOOL.
           READ    PSPOOL    AT        END
                   GO        FECHA-SPOOL.
           IF      SP-TEXTO (1 : 4)    NOT       EQUAL     "#IM "
                   GO        LE-SPOOL.
           MOVE    SP-TEXTO  TO        W-MARCA
           IF      MK-PAG    EQUAL     1
           OR      W-PECA-ABERTA       EQUAL     "N"
                   MOVE      ZEROS     TO        W-PAG-VISTAS.
           ADD     1         TO        W-PAG-VISTAS
           MOVE    "S"       TO        W-PECA-ABERTA
           IF      MK-FIM    EQUAL     "F"
                   PERFORM   AVALIA-PECA         THRU FIM-AVALIA-PECA
                   MOVE      "N"       TO        W-PECA-ABERTA.
           GO      LE-SPOOL.

      *    SPOOL QUE TERMINA NO MEIO DE UMA PECA: A PECA E' CONFERIDA
      *    ASSIM MESMO (FALTA A PAGINA COM O FIM DE PECA).
       FECHA-SPOOL.
           IF      W-PECA-ABERTA       EQUAL     "S"
                   PERFORM   AVALIA-PECA         THRU FIM-AVALIA-PECA.
           CLOSE   PSPOOL
           PERFORM CONFERE-ESTRANHA    THRU FIM-CONFERE-ESTRANHA
                    VARYING W-IND FROM 1 BY 1
                    UNTIL   W-IND > W-MAIOR-PECA
           CLOSE   PAUDIT
           PERFORM GRAVA-LISTA         THRU FIM-GRAVA-LISTA
           DISPLAY "LINHAS DO LOG .........: " W-QT-LOG
           IF      W-QT-FORA-TAB       >         ZEROS
                   DISPLAY "PECAS ACIMA DE " W-MAX-PECAS
                           " IGNORADAS..: " W-QT-FORA-TAB.
           DISPLAY "PECAS NO SPOOL ........: " W-QT-PECAS
           DISPLAY "PECAS CONFERIDAS OK ...: " W-QT-OK
           DISPLAY "PECAS A REIMPRIMIR ....: " W-QT-REIMP
           DISPLAY "PECAS A RECOMPOR ......: " W-QT-RECOMPOR
           DISPLAY "PECAS FORA DO SPOOL ...: " W-QT-ESTRANHAS
           IF      W-QT-LISTA          >         ZEROS
                   DISPLAY "SEQUENCIAS EM " ARQ-LISTA
                   DISPLAY "   QUANTIDADE ........: " W-QT-LISTA.
           DISPLAY "TRILHA EM INSERCAO_AUDITORIA.TXT"
           STOP    RUN.

      *****************************************************************
      *    CARREGA-LOG: O LOG DA ENVELOPADORA NA TABELA, PELO NUMERO
      *    DA PECA; A MESMA PECA LIDA DE NOVO FICA COM A ULTIMA
      *    LEITURA E A CONTAGEM DE VEZES.
      *****************************************************************
       CARREGA-LOG.
           MOVE    SPACES    TO        TAB-LOG
           OPEN    INPUT     PLOG
           IF      W-FS-LOG  NOT       EQUAL     "00"
                   GO        FIM-CARREGA-LOG.
       LE-LOG.
           READ    PLOG      AT        END
                   CLOSE     PLOG
                   MOVE      "00"      TO        W-FS-LOG
                   GO        FIM-CARREGA-LOG.
           IF      LI-PECA   NOT       NUMERIC
           OR      LI-PECA   EQUAL     ZEROS
                   GO        LE-LOG.
           ADD     1         TO        W-QT-LOG
           IF      LI-PECA   >         W-MAX-PECAS
                   ADD       1         TO        W-QT-FORA-TAB
                   GO        LE-LOG.
           MOVE    LI-PECA   TO        W-IND
           IF      W-IND     >         W-MAIOR-PECA
                   MOVE      W-IND     TO        W-MAIOR-PECA.
           IF      TI-SIT(W-IND)       EQUAL     SPACES
                   MOVE      ZEROS     TO        TI-VEZES(W-IND).
           IF      TI-VEZES(W-IND)     <         9
                   ADD       1         TO        TI-VEZES(W-IND).
           MOVE    LI-SITUACAO         TO        TI-SIT(W-IND)
           MOVE    LI-ESTACOES         TO        TI-EST(W-IND)
           IF      LI-PAGINAS          NUMERIC
                   MOVE      LI-PAGINAS          TO   TI-PAG(W-IND)
           ELSE
                   MOVE      ZEROS     TO        TI-PAG(W-IND).
           GO      LE-LOG.
       FIM-CARREGA-LOG.
           EXIT.

      *****************************************************************
      *    AVALIA-PECA: MARCA DA ULTIMA PAGINA DA PECA CONTRA O LOG.
      *    A PRIMEIRA DIVERGENCIA ACHADA E' O MOTIVO DA AUDITORIA.
      *****************************************************************
       AVALIA-PECA.
           ADD     1         TO        W-QT-PECAS
           MOVE    "OK"      TO        W-RESULTADO
           MOVE    SPACES    TO        W-MOTIVO
           MOVE    SPACES    TO        REG-AUDIT
           MOVE    ZEROS     TO        AU-PAG-LIDAS
           MOVE    MK-PECA   TO        W-IND
           IF      MK-PECA   >         W-MAX-PECAS
           OR      MK-PECA   EQUAL     ZEROS
                   MOVE      "PECA FORA DA TABELA DO LOG"
                                       TO        W-MOTIVO
                   GO        DECIDE-PECA.
           MOVE    "S"       TO        TI-NO-SPOOL(W-IND)
           MOVE    TI-SIT(W-IND)       TO        AU-SITUACAO
           MOVE    TI-EST(W-IND)       TO        AU-EST-LIDAS
           IF      TI-SIT(W-IND)       NOT       EQUAL     SPACES
                   MOVE      TI-PAG(W-IND)       TO   AU-PAG-LIDAS.
           IF      W-PAG-VISTAS        NOT       EQUAL     MK-TOT-PAG
           OR      MK-FIM    NOT       EQUAL     "F"
                   MOVE      "SPOOL SEM TODAS AS PAGINAS"
                                       TO        W-MOTIVO
                   GO        DECIDE-PECA.
           IF      TI-SIT(W-IND)       EQUAL     SPACES
                   MOVE      "PECA AUSENTE DO LOG"
                                       TO        W-MOTIVO
                   GO        DECIDE-PECA.
           IF      TI-SIT(W-IND)       EQUAL     "M"
                   MOVE      "FALTANTE NA ENVELOPADORA"
                                       TO        W-MOTIVO
                   GO        DECIDE-PECA.
           IF      TI-SIT(W-IND)       EQUAL     "D"
                   MOVE      "DESVIADA PELA ENVELOPADORA"
                                       TO        W-MOTIVO
                   GO        DECIDE-PECA.
           IF      TI-SIT(W-IND)       NOT       EQUAL     "C"
                   MOVE      "SITUACAO INVALIDA NO LOG"
                                       TO        W-MOTIVO
                   GO        DECIDE-PECA.
           IF      TI-VEZES(W-IND)     >         1
                   MOVE      "PECA LIDA MAIS DE UMA VEZ"
                                       TO        W-MOTIVO
                   GO        DECIDE-PECA.
           IF      TI-PAG(W-IND)       NOT       EQUAL     MK-TOT-PAG
                   MOVE      "FOLHAS DIVERGENTES"
                                       TO        W-MOTIVO
                   GO        DECIDE-PECA.
           IF      TI-EST(W-IND)       NOT       EQUAL     MK-ESTACOES
                   MOVE      "ANEXOS DIVERGENTES"
                                       TO        W-MOTIVO
                   GO        DECIDE-PECA.
           ADD     1         TO        W-QT-OK
           GO      GRAVA-AUDITORIA.
      *    PECA COM PEDIDO DE ORIGEM VAI PARA O REIMPRIME PELA
      *    SEQUENCIA; SEM ELE, SO' RECOMPONDO A PECA. A SEQUENCIA DO
      *    PRESENTEADO (PR-SEQ) NAO E' E-SEQ-REG.
       DECIDE-PECA.
           IF      MK-ORIGEM EQUAL     "PRESE"
           OR      MK-SEQ    EQUAL     SPACES
           OR      MK-SEQ-N  NOT       NUMERIC
           OR      MK-SEQ-N  EQUAL     ZEROS
                   MOVE      "RECOMPOR"          TO   W-RESULTADO
                   ADD       1         TO        W-QT-RECOMPOR
                   GO        GRAVA-AUDITORIA.
           MOVE    "REIMPRIMIR"        TO        W-RESULTADO
           ADD     1         TO        W-QT-REIMP
           PERFORM GUARDA-SEQUENCIA    THRU FIM-GUARDA-SEQUENCIA.
       GRAVA-AUDITORIA.
           MOVE    MK-PECA   TO        AU-PECA
           MOVE    MK-ORIGEM TO        AU-ORIGEM
           MOVE    MK-SEQ    TO        AU-SEQ
           MOVE    MK-TOT-PAG          TO        AU-PAG-MARCA
           MOVE    MK-ESTACOES         TO        AU-EST-MARCA
           PERFORM GRAVA-LINHA-AUDIT   THRU FIM-GRAVA-LINHA-AUDIT.
       FIM-AVALIA-PECA.
           EXIT.

      *    PECA DO LOG QUE NENHUMA MARCA DO SPOOL TROUXE (LOG DE
      *    OUTRO SPOOL OU LEITURA ERRADA DA MARCA) - SO' AUDITORIA.
       CONFERE-ESTRANHA.
           IF      TI-SIT(W-IND)       EQUAL     SPACES
           OR      TI-NO-SPOOL(W-IND)  EQUAL     "S"
                   GO        FIM-CONFERE-ESTRANHA.
           ADD     1         TO        W-QT-ESTRANHAS
           MOVE    SPACES    TO        REG-AUDIT
           MOVE    W-IND     TO        AU-PECA
           MOVE    ZEROS     TO        AU-PAG-MARCA
           MOVE    TI-PAG(W-IND)       TO        AU-PAG-LIDAS
           MOVE    TI-EST(W-IND)       TO        AU-EST-LIDAS
           MOVE    TI-SIT(W-IND)       TO        AU-SITUACAO
           MOVE    "CONFERIR" TO       W-RESULTADO
           MOVE    "PECA DO LOG FORA DO SPOOL"
                             TO        W-MOTIVO
           PERFORM GRAVA-LINHA-AUDIT   THRU FIM-GRAVA-LINHA-AUDIT.
       FIM-CONFERE-ESTRANHA.
           EXIT.

       GRAVA-LINHA-AUDIT.
           MOVE    W-HOJE    TO        AU-DATA
           MOVE    W-HHMMSS  TO        AU-HORA
           MOVE    ARQ-SPOOL TO        AU-SPOOL
           MOVE    W-RESULTADO         TO        AU-RESULTADO
           MOVE    W-MOTIVO  TO        AU-MOTIVO
           WRITE   REG-AUDIT.
       FIM-GRAVA-LINHA-AUDIT.
           EXIT.

      *    A MESMA SEQUENCIA SO' ENTRA UMA VEZ NA LISTA.
       GUARDA-SEQUENCIA.
           MOVE    "N"       TO        W-ACHOU
           PERFORM PROCURA-SEQUENCIA   THRU FIM-PROCURA-SEQUENCIA
                    VARYING W-IND-LISTA FROM 1 BY 1
                    UNTIL   W-IND-LISTA > W-QT-LISTA
                    OR      W-ACHOU EQUAL "S"
           IF      W-ACHOU   EQUAL     "S"
                   GO        FIM-GUARDA-SEQUENCIA.
           IF      W-QT-LISTA          NOT       <    5000
                   DISPLAY "MAIS DE 5000 SEQUENCIAS A REIMPRIMIR - "
                           "PECA " MK-PECA " SO' NA AUDITORIA"
                   GO        FIM-GUARDA-SEQUENCIA.
           ADD     1         TO        W-QT-LISTA
           MOVE    MK-SEQ-N  TO        TR-SEQ(W-QT-LISTA).
       FIM-GUARDA-SEQUENCIA.
           EXIT.

       PROCURA-SEQUENCIA.
           IF      TR-SEQ(W-IND-LISTA) EQUAL     MK-SEQ-N
                   MOVE      "S"       TO        W-ACHOU.
       FIM-PROCURA-SEQUENCIA.
           EXIT.

      *****************************************************************
      *    GRAVA-LISTA: A LISTA DO PEDIDO SO' E' TOCADA QUANDO HA'
      *    O QUE REIMPRIMIR, E SEMPRE POR ACRESCIMO - AS ESTRAGADAS
      *    QUE O RETPROD JA' LANCOU (OU UMA LISTA MONTADA A MAO) NAO
      *    SE PERDEM. SEQUENCIA REPETIDA NA LISTA NAO DOBRA A
      *    REIMPRESSAO (O REIMPRIME CASA POR FAIXA).
      *****************************************************************
       GRAVA-LISTA.
           IF      W-QT-LISTA          EQUAL     ZEROS
                   GO        FIM-GRAVA-LISTA.
           OPEN    EXTEND    PLISTA
           IF      W-FS-LISTA          NOT       EQUAL     "00"
                   OPEN      OUTPUT    PLISTA.
           IF      W-FS-LISTA          NOT       EQUAL     "00"
                   DISPLAY "LISTA " ARQ-LISTA " SEM GRAVACAO = "
                           W-FS-LISTA
                   MOVE      ZEROS     TO        W-QT-LISTA
                   GO        FIM-GRAVA-LISTA.
           PERFORM GRAVA-SEQUENCIA     THRU FIM-GRAVA-SEQUENCIA
                    VARYING W-IND-LISTA FROM 1 BY 1
                    UNTIL   W-IND-LISTA > W-QT-LISTA
           CLOSE   PLISTA.
       FIM-GRAVA-LISTA.
           EXIT.

       GRAVA-SEQUENCIA.
           MOVE    SPACES    TO        REG-LISTA
           MOVE    TR-SEQ(W-IND-LISTA) TO        RL-INI
           MOVE    ZEROS     TO        RL-FIM
           WRITE   REG-LISTA.
       FIM-GRAVA-SEQUENCIA.
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
