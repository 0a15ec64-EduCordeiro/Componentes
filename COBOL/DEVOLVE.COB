       IDENTIFICATION DIVISION.
       PROGRAM-ID.      DEVOLVE.
      *
      *  RETORNO DA DEVOLUCAO A ORIGEM: O XPGR47 GRAVA POR PEDIDO O
      *  DEVOLVE_ORIGEM.TXT (CABECALHO "H", UMA LINHA "D" POR
      *  REGISTRO CRITICADO OU RETIDO COM O CODIGO PADRAO DO MOTIVO
      *  E O VALOR OFENSOR, TRAILER "T") E O DEVSELO O LACRA EM
      *  DEVOLVE_<PEDIDO>.ENV, ANOTANDO O ENVIO EM DEVOLVE_CTL.TXT.
      *  A ORIGEM DEVOLVE UM ARQUIVO DE CONFIRMACAO:
      *     "H" + BRANCO + NOME DO PEDIDO (20)
      *     "A" + BRANCO + E-SEQ-REG (10) + BRANCO + E-COD-ASS (9)
      *         + BRANCO + CODIGO (3)        - UMA POR LINHA "D"
      *     "T" + BRANCO + QUANTIDADE DE LINHAS "A" (6)
      *
      *  MODO C (CONFERE): CASA A CONFIRMACAO COM O ENVELOPE DO
      *  ULTIMO ENVIO DAQUELE PEDIDO. LINHA ENVIADA SEM CONFIRMACAO,
      *  CONFIRMACAO DE LINHA NAO ENVIADA OU TRAILER QUE NAO BATE
      *  SAEM EM DEVOLVE_CONF.TXT; O ENVIO PASSA A CONFIRMADO OU
      *  DIVERGENTE NO DEVOLVE_CTL.TXT, E A DIVERGENCIA VIRA
      *  INCIDENTE COM RETURN-CODE 8.
      *
      *  MODO L (LISTA): ENVIOS AINDA SEM CONFIRMACAO DA ORIGEM.
      *
      *  CHAMADA DESATENDIDA:
      *     DEVOLVE C <ARQUIVO-DE-CONFIRMACAO>
      *     DEVOLVE L
      *
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT       PCONFIRMA      ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-CONFIRMA
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PENVELOPE      ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-ENVELOPE
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PCONTROL       ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-CONTROL
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PRELAT         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-RELAT
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PINCID         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-INCID
                        ACCESS         MODE      IS   SEQUENTIAL.

       DATA        DIVISION.
       FILE        SECTION.
       FD  PCONFIRMA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS ARQ-CONFIRMA.
       01  REG-CONFIRMA.
           02  CF-TIPO            PIC X(001).
           02  FILLER             PIC X(001).
           02  CF-DADOS           PIC X(098).
       01  REG-CONFIRMA-A.
           02  FILLER             PIC X(002).
           02  CF-SEQ-REG         PIC X(010).
           02  FILLER             PIC X(001).
           02  CF-COD-ASS         PIC X(009).
           02  FILLER             PIC X(001).
           02  CF-CODIGO          PIC X(003).
       01  REG-CONFIRMA-T.
           02  FILLER             PIC X(002).
           02  CF-QTDE            PIC X(006).

      *    ENVELOPE DO DEVSELO: LACRE, DEVOLVE_ORIGEM.TXT, LACRE
       FD  PENVELOPE
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS ARQ-ENVELOPE.
       01  REG-ENVELOPE.
           02  EV-TIPO            PIC X(001).
           02  FILLER             PIC X(001).
           02  EV-SEQ-REG         PIC X(010).
           02  FILLER             PIC X(001).
           02  EV-COD-ASS         PIC X(009).
           02  FILLER             PIC X(001).
           02  EV-CODIGO          PIC X(003).
           02  FILLER             PIC X(001).
           02  EV-DESCR           PIC X(030).
           02  FILLER             PIC X(001).
           02  EV-VALOR           PIC X(040).

      *    CONTROLE DAS DEVOLUCOES (MESMO LAYOUT DO DEVSELO)
       FD  PCONTROL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DEVOLVE_CTL.TXT".
       01  REG-CONTROL            PIC X(107).

       FD  PRELAT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DEVOLVE_CONF.TXT".
       01  REG-RELAT              PIC X(132).

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
       77  W-FS-CONFIRMA          PIC X(002) VALUE SPACES.
       77  W-FS-ENVELOPE          PIC X(002) VALUE SPACES.
       77  W-FS-CONTROL           PIC X(002) VALUE SPACES.
       77  W-FS-RELAT             PIC X(002) VALUE SPACES.
       77  W-FS-INCID             PIC X(002) VALUE SPACES.
       77  W-ARGC                 PIC 9(002) VALUE ZEROS.
       77  W-MODO                 PIC X(001) VALUE SPACES.
       77  ARQ-CONFIRMA           PIC X(050) VALUE SPACES.
       77  ARQ-ENVELOPE           PIC X(030) VALUE SPACES.
       77  W-NOME                 PIC X(020) VALUE SPACES.
       77  W-QT-CTL               PIC 9(004) VALUE ZEROS.
       77  W-ACHOU-CTL            PIC 9(004) VALUE ZEROS.
       77  W-QT-ACK               PIC 9(005) VALUE ZEROS.
       77  W-QT-ACK-DECL          PIC 9(006) VALUE ZEROS.
       77  W-TEM-TRAILER          PIC X(001) VALUE "N".
       77  W-ACHOU-ACK            PIC 9(005) VALUE ZEROS.
       77  W-QT-ENVIADAS          PIC 9(006) VALUE ZEROS.
       77  W-QT-CONFIRMADAS       PIC 9(006) VALUE ZEROS.
       77  W-QT-SEM-CONF          PIC 9(006) VALUE ZEROS.
       77  W-QT-SEM-ENVIO         PIC 9(006) VALUE ZEROS.
       77  W-QT-PENDENTES         PIC 9(004) VALUE ZEROS.
       77  W-IND                  PIC 9(005) VALUE ZEROS.
       77  W-MOT-INCID            PIC X(040) VALUE SPACES.
       77  W-DIVERGE              PIC X(001) VALUE "N".
           88  HA-DIVERGENCIA              VALUE "S".
      *    ENTRADA DO CONTROLE (MESMO LAYOUT DO DEVSELO)
       01  W-REG-CONTROL.
           02  CT-NOME            PIC X(020).
           02  FILLER             PIC X(001).
           02  CT-ENVELOPE        PIC X(030).
           02  FILLER             PIC X(001).
           02  CT-DATA            PIC 9(008).
           02  FILLER             PIC X(001).
           02  CT-HORA            PIC 9(006).
           02  FILLER             PIC X(001).
           02  CT-LINHAS          PIC 9(009).
           02  FILLER             PIC X(001).
           02  CT-SOMA            PIC 9(009).
           02  FILLER             PIC X(001).
           02  CT-SITUACAO        PIC X(010).
           02  FILLER             PIC X(001).
           02  CT-DT-SIT          PIC 9(008).
       01  TAB-CONTROL.
           02  TC-REG OCCURS 2000 TIMES  PIC X(107).
      *    CONFIRMACOES DA ORIGEM E A MARCA DE CASAMENTO
       01  TAB-ACK.
           02  TK-ENT OCCURS 5000 TIMES.
               03  TK-SEQ-REG     PIC X(010).
               03  TK-COD-ASS     PIC X(009).
               03  TK-CODIGO      PIC X(003).
               03  TK-CASOU       PIC X(001).
       01  W-HOJE                 PIC 9(008) VALUE ZEROS.
       01  W-DATE.
           02 W-ANO   PIC 9(02).
           02 W-MES   PIC 9(02).
           02 W-DIA   PIC 9(02).
       01  W-TIME.
           02 W-HORA  PIC 9(02).
           02 W-MINU  PIC 9(02).
           02 W-SEGU  PIC 9(02).

      *    LINHA DE AMBIENTE NO ALTO DOS RELATORIOS
       01  W-CAB-AMBIENTE.
           02  FILLER             PIC X(10) VALUE "AMBIENTE: ".
           02  W-CA-NOME          PIC X(10) VALUE SPACES.

      *    AREA DE CHAMADA DO ARQREL (MESMO LAYOUT DA LINKAGE DELE)
       01  W-ARQREL.
           02  W-AQ-ARQUIVO       PIC X(40).
           02  W-AQ-RELATORIO     PIC X(20).
           02  W-AQ-PROGRAMA      PIC X(10).
           02  W-AQ-PEDIDO        PIC X(20).
           02  W-AQ-COPIA         PIC X(40).
           02  W-AQ-RET           PIC X(01).

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
                   DISPLAY 1 UPON      ARGUMENT-NUMBER
                   ACCEPT  W-MODO      FROM      ARGUMENT-VALUE
           ELSE
                   DISPLAY "DEVOLVE - RETORNO DA DEVOLUCAO A ORIGEM"
                   DISPLAY "MODO (C=CONFERE L=LISTA): "
                   ACCEPT  W-MODO.
           IF      W-ARGC    NOT       <         2
                   DISPLAY 2 UPON      ARGUMENT-NUMBER
                   ACCEPT  ARQ-CONFIRMA FROM     ARGUMENT-VALUE.
           IF      W-MODO    EQUAL     "c"
                   MOVE      "C"       TO        W-MODO.
           IF      W-MODO    EQUAL     "l"
                   MOVE      "L"       TO        W-MODO.
           IF      W-MODO    EQUAL     "C"
           AND     ARQ-CONFIRMA        EQUAL     SPACES
                   DISPLAY "ARQUIVO DE CONFIRMACAO DA ORIGEM: "
                   ACCEPT  ARQ-CONFIRMA.
           ACCEPT  W-HOJE    FROM      DATE      YYYYMMDD
           PERFORM CARREGA-CONTROLE    THRU FIM-CARREGA-CONTROLE
           IF      W-MODO    EQUAL     "C"
                   GO        CONFERE-RETORNO.
           IF      W-MODO    EQUAL     "L"
                   GO        LISTA-PENDENTES.
           DISPLAY "MODO INVALIDO (USE C OU L)"
           STOP    RUN.

      *****************************************************************
      *    MODO C: A CONFIRMACAO DA ORIGEM CONTRA O ENVELOPE DO
      *    ULTIMO ENVIO DO PEDIDO.
      *****************************************************************
       CONFERE-RETORNO.
           OPEN    INPUT     PCONFIRMA.
           IF      W-FS-CONFIRMA       NOT       EQUAL     "00"
                   DISPLAY "ARQUIVO NAO ENCONTRADO: " ARQ-CONFIRMA
                   STOP RUN.
           PERFORM CARREGA-CONFIRMACAO THRU FIM-CARREGA-CONFIRMACAO.
           IF      W-NOME    EQUAL     SPACES
                   DISPLAY "CONFIRMACAO SEM CABECALHO - RECUSADA"
                   MOVE    "CONFIRMACAO DA ORIGEM SEM CABECALHO"
                           TO        W-MOT-INCID
                   PERFORM GRAVA-INCIDENTE THRU FIM-GRAVA-INCIDENTE
                   MOVE    8         TO        RETURN-CODE
                   STOP    RUN.

      *    O ULTIMO ENVIO DO PEDIDO E' O QUE VALE - O PEDIDO PODE
      *    TER SIDO CRITICADO DE NOVO DEPOIS DE CORRIGIDO.
           MOVE    ZEROS     TO        W-ACHOU-CTL
           PERFORM PROCURA-ENVIO       THRU FIM-PROCURA-ENVIO
                    VARYING W-IND FROM 1 BY 1
                    UNTIL   W-IND > W-QT-CTL.
           IF      W-ACHOU-CTL         EQUAL     ZEROS
                   DISPLAY "PEDIDO " W-NOME
                           " SEM DEVOLUCAO ENVIADA (DEVOLVE_CTL.TXT)"
                   MOVE    "CONFIRMACAO DE PEDIDO SEM DEVOLUCAO"
                           TO        W-MOT-INCID
                   PERFORM GRAVA-INCIDENTE THRU FIM-GRAVA-INCIDENTE
                   MOVE    8         TO        RETURN-CODE
                   STOP    RUN.
           MOVE    TC-REG(W-ACHOU-CTL) TO        W-REG-CONTROL
           MOVE    CT-ENVELOPE         TO        ARQ-ENVELOPE

           OPEN    OUTPUT    PRELAT
           WRITE   REG-RELAT FROM      W-CAB-AMBIENTE
           MOVE    SPACES    TO        REG-RELAT
           STRING  "CONFERENCIA DA DEVOLUCAO A ORIGEM - PEDIDO "
                   W-NOME    " ENVIADO EM " CT-DATA
                   " (" ARQ-ENVELOPE ")"
                   DELIMITED BY SIZE INTO REG-RELAT
           WRITE   REG-RELAT
           MOVE    SPACES    TO        REG-RELAT
           WRITE   REG-RELAT

           OPEN    INPUT     PENVELOPE.
           IF      W-FS-ENVELOPE       NOT       EQUAL     "00"
                   MOVE    "S"       TO        W-DIVERGE
                   MOVE    SPACES    TO        REG-RELAT
                   STRING  "ENVELOPE NAO ENCONTRADO: " ARQ-ENVELOPE
                           DELIMITED BY SIZE INTO REG-RELAT
                   WRITE   REG-RELAT
                   GO      CONFERE-SOBRA.
       CONFERE-LINHA.
           MOVE    SPACES    TO        REG-ENVELOPE
           READ    PENVELOPE AT        END
                   CLOSE     PENVELOPE
                   GO        CONFERE-SOBRA.
           IF      EV-TIPO   NOT       EQUAL     "D"
                   GO        CONFERE-LINHA.
           ADD     1         TO        W-QT-ENVIADAS
           MOVE    ZEROS     TO        W-ACHOU-ACK
           PERFORM PROCURA-ACK         THRU FIM-PROCURA-ACK
                    VARYING W-IND FROM 1 BY 1
                    UNTIL   W-IND > W-QT-ACK
                    OR      W-ACHOU-ACK > ZEROS.
           IF      W-ACHOU-ACK         >         ZEROS
                   MOVE    "S"       TO        TK-CASOU(W-ACHOU-ACK)
                   ADD     1         TO        W-QT-CONFIRMADAS
                   GO      CONFERE-LINHA.
           ADD     1         TO        W-QT-SEM-CONF
           MOVE    "S"       TO        W-DIVERGE
           MOVE    SPACES    TO        REG-RELAT
           STRING  "SEM CONFIRMACAO   SEQ " EV-SEQ-REG
                   " ASS " EV-COD-ASS " COD " EV-CODIGO " "
                   EV-DESCR " " EV-VALOR
                   DELIMITED BY SIZE INTO REG-RELAT
           WRITE   REG-RELAT
           GO      CONFERE-LINHA.

      *    CONFIRMACAO QUE NAO CASOU COM NENHUMA LINHA ENVIADA
       CONFERE-SOBRA.
           PERFORM RELATA-SOBRA        THRU FIM-RELATA-SOBRA
                    VARYING W-IND FROM 1 BY 1
                    UNTIL   W-IND > W-QT-ACK.
           IF      W-TEM-TRAILER       NOT       EQUAL     "S"
                   MOVE    "S"       TO        W-DIVERGE
                   MOVE    "CONFIRMACAO SEM TRAILER"
                           TO        REG-RELAT
                   WRITE   REG-RELAT
           ELSE
                   IF      W-QT-ACK-DECL NOT EQUAL W-QT-ACK
                           MOVE    "S"       TO        W-DIVERGE
                           MOVE    SPACES    TO        REG-RELAT
                           STRING  "TRAILER DECLARA " W-QT-ACK-DECL
                                   " CONFIRMACOES - APURADAS "
                                   W-QT-ACK
                                   DELIMITED BY SIZE INTO REG-RELAT
                           WRITE   REG-RELAT
                   END-IF
           END-IF.

           MOVE    SPACES    TO        REG-RELAT
           WRITE   REG-RELAT
           MOVE    SPACES    TO        REG-RELAT
           STRING  "ENVIADAS " W-QT-ENVIADAS
                   "  CONFIRMADAS " W-QT-CONFIRMADAS
                   "  SEM CONFIRMACAO " W-QT-SEM-CONF
                   "  CONFIRMADAS SEM ENVIO " W-QT-SEM-ENVIO
                   DELIMITED BY SIZE INTO REG-RELAT
           WRITE   REG-RELAT

           IF      HA-DIVERGENCIA
                   MOVE    "DIVERGENTE"        TO        CT-SITUACAO
           ELSE
                   MOVE    "CONFIRMADO"        TO        CT-SITUACAO.
           MOVE    W-HOJE    TO        CT-DT-SIT
           MOVE    W-REG-CONTROL       TO        TC-REG(W-ACHOU-CTL)
           PERFORM GRAVA-CONTROLE      THRU FIM-GRAVA-CONTROLE
           MOVE    SPACES    TO        REG-RELAT
           STRING  "SITUACAO DO ENVIO: " CT-SITUACAO
                   DELIMITED BY SIZE INTO REG-RELAT
           WRITE   REG-RELAT
           CLOSE   PRELAT
           PERFORM ARQUIVA-RELATORIO   THRU FIM-ARQUIVA-RELATORIO
           DISPLAY "PEDIDO " W-NOME " - " CT-SITUACAO
                   " (VER DEVOLVE_CONF.TXT)"
           IF      HA-DIVERGENCIA
                   MOVE    "RETORNO DA ORIGEM DIVERGENTE DO ENVIO"
                           TO        W-MOT-INCID
                   PERFORM GRAVA-INCIDENTE THRU FIM-GRAVA-INCIDENTE
                   MOVE    8         TO        RETURN-CODE.
           STOP    RUN.

      *****************************************************************
      *    MODO L: ENVIOS AINDA SEM RETORNO DA ORIGEM
      *****************************************************************
       LISTA-PENDENTES.
           PERFORM LISTA-UM-ENVIO      THRU FIM-LISTA-UM-ENVIO
                    VARYING W-IND FROM 1 BY 1
                    UNTIL   W-IND > W-QT-CTL.
           DISPLAY W-QT-PENDENTES " DEVOLUCAO(OES) AGUARDANDO "
                   "CONFIRMACAO DA ORIGEM"
           STOP    RUN.

       LISTA-UM-ENVIO.
           MOVE    TC-REG(W-IND)       TO        W-REG-CONTROL
           IF      CT-SITUACAO         NOT       EQUAL     "ENVIADO"
                   GO        FIM-LISTA-UM-ENVIO.
           ADD     1         TO        W-QT-PENDENTES
           DISPLAY CT-NOME " " CT-DATA " " CT-HORA " " CT-ENVELOPE.
       FIM-LISTA-UM-ENVIO.
           EXIT.

       CARREGA-CONTROLE.
           MOVE    ZEROS     TO        W-QT-CTL
           OPEN    INPUT     PCONTROL
           IF      W-FS-CONTROL        NOT       EQUAL     "00"
                   GO        FIM-CARREGA-CONTROLE.
       LE-CONTROLE.
           READ    PCONTROL  AT        END
                   CLOSE     PCONTROL
                   GO        FIM-CARREGA-CONTROLE.
           IF      REG-CONTROL         EQUAL     SPACES
                   GO        LE-CONTROLE.
      *    CONTROLE ALEM DA TABELA: NADA E' REGRAVADO PELA METADE.
           IF      W-QT-CTL  NOT       <         2000
                   CLOSE     PCONTROL
                   DISPLAY "DEVOLVE_CTL.TXT ACIMA DE 2000 ENVIOS - "
                           "ARQUIVAR OS ANTIGOS"
                   STOP RUN.
           ADD     1         TO        W-QT-CTL
           MOVE    REG-CONTROL         TO        TC-REG(W-QT-CTL)
           GO      LE-CONTROLE.
       FIM-CARREGA-CONTROLE.
           EXIT.

       GRAVA-CONTROLE.
           OPEN    OUTPUT    PCONTROL
           IF      W-FS-CONTROL        NOT       EQUAL     "00"
                   DISPLAY "DEVOLVE_CTL.TXT SEM GRAVACAO"
                   GO        FIM-GRAVA-CONTROLE.
           PERFORM GRAVA-UM-CONTROLE   THRU FIM-GRAVA-UM-CONTROLE
                    VARYING W-IND FROM 1 BY 1
                    UNTIL   W-IND > W-QT-CTL
           CLOSE   PCONTROL.
       FIM-GRAVA-CONTROLE.
           EXIT.

       GRAVA-UM-CONTROLE.
           MOVE    TC-REG(W-IND)       TO        REG-CONTROL
           WRITE   REG-CONTROL.
       FIM-GRAVA-UM-CONTROLE.
           EXIT.

       PROCURA-ENVIO.
           IF      TC-REG(W-IND) (1 : 20)        EQUAL  W-NOME
                   MOVE      W-IND     TO        W-ACHOU-CTL.
       FIM-PROCURA-ENVIO.
           EXIT.

       CARREGA-CONFIRMACAO.
           MOVE    SPACES    TO        W-NOME
           MOVE    ZEROS     TO        W-QT-ACK.
       LE-CONFIRMACAO.
           MOVE    SPACES    TO        REG-CONFIRMA
           READ    PCONFIRMA AT        END
                   CLOSE     PCONFIRMA
                   GO        FIM-CARREGA-CONFIRMACAO.
           IF      CF-TIPO   EQUAL     "H"
                   MOVE      CF-DADOS (1 : 20) TO  W-NOME
                   GO        LE-CONFIRMACAO.
           IF      CF-TIPO   EQUAL     "T"
                   MOVE      "S"       TO        W-TEM-TRAILER
                   MOVE      ZEROS     TO        W-QT-ACK-DECL
                   IF        CF-QTDE   NUMERIC
                             MOVE CF-QTDE TO     W-QT-ACK-DECL
                   END-IF
                   GO        LE-CONFIRMACAO.
           IF      CF-TIPO   NOT       EQUAL     "A"
                   GO        LE-CONFIRMACAO.
           IF      W-QT-ACK  NOT       <         5000
                   GO        LE-CONFIRMACAO.
           ADD     1         TO        W-QT-ACK
           MOVE    CF-SEQ-REG          TO        TK-SEQ-REG(W-QT-ACK)
           MOVE    CF-COD-ASS          TO        TK-COD-ASS(W-QT-ACK)
           MOVE    CF-CODIGO           TO        TK-CODIGO(W-QT-ACK)
           MOVE    "N"       TO        TK-CASOU(W-QT-ACK)
           GO      LE-CONFIRMACAO.
       FIM-CARREGA-CONFIRMACAO.
           EXIT.

       PROCURA-ACK.
           IF      TK-CASOU(W-IND)     EQUAL     "N"
           AND     TK-SEQ-REG(W-IND)   EQUAL     EV-SEQ-REG
           AND     TK-COD-ASS(W-IND)   EQUAL     EV-COD-ASS
           AND     TK-CODIGO(W-IND)    EQUAL     EV-CODIGO
                   MOVE      W-IND     TO        W-ACHOU-ACK.
       FIM-PROCURA-ACK.
           EXIT.

       RELATA-SOBRA.
           IF      TK-CASOU(W-IND)     EQUAL     "S"
                   GO        FIM-RELATA-SOBRA.
           ADD     1         TO        W-QT-SEM-ENVIO
           MOVE    "S"       TO        W-DIVERGE
           MOVE    SPACES    TO        REG-RELAT
           STRING  "CONFIRMADA SEM ENVIO SEQ " TK-SEQ-REG(W-IND)
                   " ASS " TK-COD-ASS(W-IND)
                   " COD " TK-CODIGO(W-IND)
                   DELIMITED BY SIZE INTO REG-RELAT
           WRITE   REG-RELAT.
       FIM-RELATA-SOBRA.
           EXIT.

       GRAVA-INCIDENTE.
           OPEN    EXTEND    PINCID
           IF      W-FS-INCID          NOT       EQUAL     "00"
                   OPEN      OUTPUT    PINCID.
           IF      W-FS-INCID          NOT       EQUAL     "00"
                   GO        FIM-GRAVA-INCIDENTE.
           ACCEPT  W-DATE    FROM      DATE
           ACCEPT  W-TIME    FROM      TIME
           MOVE    SPACES    TO        REG-INCID
           MOVE    "DEVOLVE" TO        IN-PROGRAMA
           MOVE    W-DATE    TO        IN-DATA
           MOVE    W-TIME    TO        IN-HORA
           MOVE    W-MOT-INCID         TO        IN-MOTIVO
           MOVE    W-QT-ACK  TO        IN-LIDOS
           MOVE    W-QT-CONFIRMADAS    TO        IN-GRAVADOS
           MOVE    ZEROS     TO        IN-VOLUME
           WRITE   REG-INCID
           CLOSE   PINCID.
       FIM-GRAVA-INCIDENTE.
           EXIT.

      *-----------------------------------------------------------
      *    ARQUIVA-RELATORIO: COPIA DATADA DO RELATORIO NO ARQUIVO
      *    DE RELATORIOS (ARQREL, INDICE ARQUIVO_REL.TXT) - A
      *    PROXIMA RODADA REGRAVA O RELATORIO NO MESMO NOME.
      *-----------------------------------------------------------
       ARQUIVA-RELATORIO.
           MOVE    SPACES    TO        W-ARQREL
           MOVE    "DEVOLVE_CONF.TXT"  TO        W-AQ-ARQUIVO
           MOVE    "DEVOLVE"           TO        W-AQ-PROGRAMA
           MOVE    W-NOME    TO        W-AQ-PEDIDO
           CALL    "ARQREL"  USING     W-ARQREL
                   ON EXCEPTION
                   MOVE      "9"       TO        W-AQ-RET
           END-CALL
           IF      W-AQ-RET  NOT       EQUAL     "0"
                   DISPLAY "RELATORIO " W-AQ-ARQUIVO
                           " NAO ARQUIVADO (ARQUIVO_REL.TXT)".
       FIM-ARQUIVA-RELATORIO.
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
           MOVE    W-AM-NOME TO        W-CA-NOME
           DISPLAY "AMBIENTE: "        W-AM-NOME.
       FIM-ESCOLHE-AMBIENTE.
           EXIT.
