       IDENTIFICATION DIVISION.
       PROGRAM-ID.      DEVSELO.
      *------------------------------------------------------------
      * LACRE DA DEVOLUCAO A ORIGEM. CHAMADO (CALL "DEVSELO") PELO
      * XPGR47 NO FECHO DE CADA PEDIDO: O DEVOLVE_ORIGEM.TXT RECEM
      * FECHADO VAI PARA O ENVELOPE DO TRANSMITE ("##SELO0" /
      * CONTEUDO / "##SELO9", COM CONTAGEM DE LINHAS E SOMA DE
      * VERIFICACAO) EM DEVOLVE_<PEDIDO>.ENV - A ORIGEM CONFERE COM
      * O TRANSMITE C - E O ENVIO FICA ANOTADO EM DEVOLVE_CTL.TXT
      * COMO ENVIADO, PARA O DEVOLVE CASAR O RETORNO DA ORIGEM.
      *
      * RETORNO EM LK-DS-RET:
      *    "0" ENVELOPE GRAVADO E ENVIO ANOTADO
      *    "1" DEVOLVE_ORIGEM.TXT AUSENTE
      *    "9" ENVELOPE OU CONTROLE SEM GRAVACAO
      *------------------------------------------------------------
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT       PENTRA         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-ENTRA
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PSAIDA         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-SAIDA
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PCONTROL       ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-CONTROL
                        ACCESS         MODE      IS   SEQUENTIAL.

       DATA        DIVISION.
       FILE        SECTION.
       FD  PENTRA
           LABEL RECORD ARE STANDARD
           RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
                      DEPENDING ON W-TAM-LIDO
           VALUE OF FILE-ID IS "DEVOLVE_ORIGEM.TXT".
       01  REG-ENTRA              PIC X(200).

       FD  PSAIDA
           LABEL RECORD ARE STANDARD
           RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
                      DEPENDING ON W-TAM-GRAVA
           VALUE OF FILE-ID IS ARQ-ENVELOPE.
       01  REG-SAIDA              PIC X(200).

      *    CONTROLE DAS DEVOLUCOES (MESMO LAYOUT DO DEVOLVE)
       FD  PCONTROL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DEVOLVE_CTL.TXT".
       01  REG-CONTROL.
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

       WORKING-STORAGE  SECTION.
       77  W-FS-ENTRA             PIC X(002) VALUE SPACES.
       77  W-FS-SAIDA             PIC X(002) VALUE SPACES.
       77  W-FS-CONTROL           PIC X(002) VALUE SPACES.
       77  ARQ-ENVELOPE           PIC X(030) VALUE SPACES.
       77  W-BASE-NOME            PIC X(020) VALUE SPACES.
       77  W-TAM-LIDO             PIC 9(004) VALUE ZEROS.
       77  W-TAM-GRAVA            PIC 9(004) VALUE ZEROS.
       77  W-TAM-UTIL             PIC 9(004) VALUE ZEROS.
       77  W-I                    PIC 9(004) VALUE ZEROS.
       77  W-QT-LINHAS            PIC 9(009) VALUE ZEROS.
       77  W-SOMA                 PIC 9(009) VALUE ZEROS.
       77  W-FIM-ENTRA            PIC X(001) VALUE "N".
      *    O LACRE DO TRANSMITE: MARCA, CONTAGEM E SOMA
       01  W-SELO.
           02 SL-MARCA            PIC X(06).
           02 SL-TIPO             PIC X(01).
           02 FILLER              PIC X(01).
           02 SL-LINHAS           PIC 9(09).
           02 FILLER              PIC X(01).
           02 SL-SOMA             PIC 9(09).
       01  W-DATA-HOJE            PIC 9(008) VALUE ZEROS.
       01  W-HORA-HOJE.
           02  W-HHMMSS           PIC 9(006).
           02  FILLER             PIC 9(002).

       LINKAGE SECTION.
       01  LK-DEVSELO.
      *    ENTRADA
           02  LK-DS-NOME         PIC X(020).
      *    SAIDA
           02  LK-DS-ENVELOPE     PIC X(030).
           02  LK-DS-LINHAS       PIC 9(009).
           02  LK-DS-SOMA         PIC 9(009).
           02  LK-DS-RET          PIC X(001).

       PROCEDURE DIVISION USING LK-DEVSELO.
       INICIO.
           MOVE    "0"       TO        LK-DS-RET
           MOVE    ZEROS     TO        W-QT-LINHAS W-SOMA
           MOVE    "N"       TO        W-FIM-ENTRA

      *    DEVOLVE_<NOME DO PEDIDO SEM A EXTENSAO>.ENV
           MOVE    SPACES    TO        W-BASE-NOME ARQ-ENVELOPE
           UNSTRING LK-DS-NOME DELIMITED BY "." OR SPACE
                   INTO      W-BASE-NOME
           STRING  "DEVOLVE_" DELIMITED BY SIZE
                   W-BASE-NOME         DELIMITED BY SPACE
                   ".ENV"    DELIMITED BY SIZE
                   INTO      ARQ-ENVELOPE
           MOVE    ARQ-ENVELOPE        TO        LK-DS-ENVELOPE

      *    PRIMEIRA PASSADA: CONTAGEM E SOMA
           OPEN    INPUT     PENTRA
           IF      W-FS-ENTRA          NOT       EQUAL     "00"
                   MOVE      "1"       TO        LK-DS-RET
                   GO        FIM.
           PERFORM SOMA-CONTEUDO       THRU FIM-SOMA-CONTEUDO
                    UNTIL W-FIM-ENTRA EQUAL "S"
           CLOSE   PENTRA
           MOVE    W-QT-LINHAS         TO        LK-DS-LINHAS
           MOVE    W-SOMA    TO        LK-DS-SOMA

      *    SEGUNDA PASSADA: O ENVELOPE
           MOVE    SPACES    TO        W-SELO
           MOVE    "##SELO"  TO        SL-MARCA
           MOVE    "0"       TO        SL-TIPO
           MOVE    W-QT-LINHAS         TO        SL-LINHAS
           MOVE    W-SOMA    TO        SL-SOMA
           OPEN    OUTPUT    PSAIDA
           IF      W-FS-SAIDA          NOT       EQUAL     "00"
                   MOVE      "9"       TO        LK-DS-RET
                   GO        FIM.
           MOVE    27        TO        W-TAM-GRAVA
           WRITE   REG-SAIDA FROM      W-SELO
           OPEN    INPUT     PENTRA.
       COPIA-CONTEUDO.
           READ    PENTRA    AT        END
                   GO        FECHA-ENVELOPE.
           MOVE    W-TAM-LIDO          TO        W-TAM-GRAVA
           WRITE   REG-SAIDA FROM      REG-ENTRA
           GO      COPIA-CONTEUDO.
       FECHA-ENVELOPE.
           CLOSE   PENTRA
           MOVE    "9"       TO        SL-TIPO
           MOVE    27        TO        W-TAM-GRAVA
           WRITE   REG-SAIDA FROM      W-SELO
           CLOSE   PSAIDA
           PERFORM ANOTA-ENVIO         THRU FIM-ANOTA-ENVIO.
       FIM.
           GOBACK.

      *    SOMA-CONTEUDO / SOMA-LINHA: A CONTA DO TRANSMITE -
      *    ROLAMENTO (SOMA * 31 + BYTE) MODULO 9 DIGITOS SOBRE O
      *    CONTEUDO UTIL DE CADA LINHA.
       SOMA-CONTEUDO.
           READ    PENTRA    AT        END
                   MOVE      "S"       TO        W-FIM-ENTRA
                   GO        FIM-SOMA-CONTEUDO.
           PERFORM SOMA-LINHA          THRU FIM-SOMA-LINHA.
       FIM-SOMA-CONTEUDO.
           EXIT.

       SOMA-LINHA.
           ADD     1         TO        W-QT-LINHAS
           MOVE    W-TAM-LIDO          TO        W-TAM-UTIL.
       MEDE-UTIL.
           IF      W-TAM-UTIL          >         ZEROS
           AND     REG-ENTRA (W-TAM-UTIL : 1)    EQUAL     SPACE
                   SUBTRACT  1         FROM      W-TAM-UTIL
                   GO        MEDE-UTIL.
           PERFORM SOMA-BYTE           THRU FIM-SOMA-BYTE
                    VARYING W-I FROM 1 BY 1
                    UNTIL   W-I > W-TAM-UTIL.
       FIM-SOMA-LINHA.
           EXIT.

       SOMA-BYTE.
           COMPUTE W-SOMA = FUNCTION MOD(
                   (W-SOMA * 31)
                   + FUNCTION ORD(REG-ENTRA (W-I : 1)),
                   999999999).
       FIM-SOMA-BYTE.
           EXIT.

       ANOTA-ENVIO.
           OPEN    EXTEND    PCONTROL
           IF      W-FS-CONTROL        NOT       EQUAL     "00"
                   OPEN      OUTPUT    PCONTROL.
           IF      W-FS-CONTROL        NOT       EQUAL     "00"
                   MOVE      "9"       TO        LK-DS-RET
                   GO        FIM-ANOTA-ENVIO.
           ACCEPT  W-DATA-HOJE FROM    DATE      YYYYMMDD
           ACCEPT  W-HORA-HOJE FROM    TIME
           MOVE    SPACES    TO        REG-CONTROL
           MOVE    LK-DS-NOME          TO        CT-NOME
           MOVE    ARQ-ENVELOPE        TO        CT-ENVELOPE
           MOVE    W-DATA-HOJE         TO        CT-DATA CT-DT-SIT
           MOVE    W-HHMMSS  TO        CT-HORA
           MOVE    W-QT-LINHAS         TO        CT-LINHAS
           MOVE    W-SOMA    TO        CT-SOMA
           MOVE    "ENVIADO" TO        CT-SITUACAO
           WRITE   REG-CONTROL
           CLOSE   PCONTROL.
       FIM-ANOTA-ENVIO.
           EXIT.
