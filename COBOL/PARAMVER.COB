       IDENTIFICATION DIVISION.
       PROGRAM-ID.      PARAMVER.
      *------------------------------------------------------------
      * VERSAO DE UM ARQUIVO DE PARAMETROS. CHAMADO (CALL
      * "PARAMVER") PELOS PROGRAMAS DA NOITE LOGO DEPOIS DE LER
      * CADA ARQUIVO DE PARAMETROS (DESTINO, JANELA, RETENCAO,
      * TARIFAS, PROJETOS ...) E PELO PROPRIO PARAMS.
      *
      * CALCULA CONTAGEM DE LINHAS E SOMA DE VERIFICACAO DO
      * ARQUIVO COMO ESTA' NO DISCO (A MESMA CONTA DO TRANSMITE:
      * ROLAMENTO SOMA * 31 + BYTE, MODULO 9 DIGITOS, SOBRE O
      * CONTEUDO UTIL DE CADA LINHA) E CONFRONTA COM A ULTIMA
      * VERSAO DAQUELE ARQUIVO NO CATALOGO DO PARAMS
      * (PARAMS_VERSAO.TXT).
      *
      * MODO "R" (RODADA): ANOTA NO RUNLOG.TXT UMA LINHA DE EVENTO
      * "V" COM O PROGRAMA, O ARQUIVO, A VERSAO E A CONFERENCIA -
      * O RASTRO DE QUAL VERSAO DE CADA PARAMETRO A RODADA USOU.
      * MODO "S" (SO' A SOMA): NADA E' GRAVADO (USADO PELO PARAMS).
      *
      * CONFERENCIA EM LK-PV-SITUACAO:
      *    " " ARQUIVO IGUAL A' VERSAO LK-PV-VERSAO DO CATALOGO
      *    "*" ARQUIVO ALTERADO FORA DO PARAMS DEPOIS DA VERSAO
      *        LK-PV-VERSAO
      *    "N" ARQUIVO NUNCA REGISTRADO NO PARAMS (VERSAO ZERO)
      *    "A" ARQUIVO AUSENTE (O PROGRAMA SEGUIU COM O PADRAO)
      *
      * RETORNO EM LK-PV-RET:
      *    "0" CONFERENCIA FEITA
      *    "9" RUNLOG.TXT SEM GRAVACAO (SO' NO MODO "R")
      *------------------------------------------------------------
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT       PPARAM         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-PARAM
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PVERSAO        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-VERSAO
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PRUNLOG        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-RUNLOG
                        ACCESS         MODE      IS   SEQUENTIAL.

       DATA        DIVISION.
       FILE        SECTION.
       FD  PPARAM
           LABEL RECORD ARE STANDARD
           RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
                      DEPENDING ON W-TAM-LIDO
           VALUE OF FILE-ID IS ARQ-PARAM.
       01  REG-PARAM              PIC X(200).

      *    CATALOGO DE VERSOES (GRAVADO PELO PARAMS) - UMA LINHA POR
      *    VERSAO, EM ORDEM DE GRAVACAO.
       FD  PVERSAO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARAMS_VERSAO.TXT".
       01  REG-VERSAO.
           02  PV-ARQUIVO         PIC X(020).
           02  FILLER             PIC X(002).
           02  PV-VERSAO          PIC 9(004).
           02  FILLER             PIC X(002).
           02  PV-DATA            PIC X(006).
           02  FILLER             PIC X(002).
           02  PV-HORA            PIC X(006).
           02  FILLER             PIC X(002).
           02  PV-OPERADOR        PIC X(004).
           02  FILLER             PIC X(002).
           02  PV-ACAO            PIC X(001).
           02  FILLER             PIC X(002).
           02  PV-ORIGEM          PIC 9(004).
           02  FILLER             PIC X(002).
           02  PV-LINHAS          PIC 9(005).
           02  FILLER             PIC X(002).
           02  PV-SOMA            PIC 9(009).
           02  FILLER             PIC X(002).
           02  PV-MOTIVO          PIC X(040).

      *    LINHA DE PARAMETRO NO RUNLOG: O LAYOUT COMUM (EVENTO "V",
      *    LIDOS/GRAVADOS ZERADOS) SEGUIDO DO ARQUIVO, DA VERSAO E
      *    DA CONFERENCIA; NO FIM, O AMBIENTE DA RODADA.
       FD  PRUNLOG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RUNLOG.TXT".
       01  REG-RUNLOG.
           02  RL-PROGRAMA        PIC X(010).
           02  FILLER             PIC X(002).
           02  RL-DATA            PIC X(006).
           02  FILLER             PIC X(002).
           02  RL-HORA            PIC X(006).
           02  FILLER             PIC X(002).
           02  RL-LIDOS           PIC 9(009).
           02  FILLER             PIC X(002).
           02  RL-GRAVADOS        PIC 9(009).
           02  FILLER             PIC X(002).
           02  RL-EVENTO          PIC X(001).
           02  FILLER             PIC X(002).
           02  RL-PARAMETRO       PIC X(020).
           02  FILLER             PIC X(002).
           02  RL-VERSAO          PIC 9(004).
           02  FILLER             PIC X(002).
           02  RL-CONFERE         PIC X(001).
           02  FILLER             PIC X(002).
           02  RL-AMBIENTE        PIC X(010).

       WORKING-STORAGE  SECTION.
       77  W-FS-PARAM             PIC X(002) VALUE SPACES.
       77  W-FS-VERSAO            PIC X(002) VALUE SPACES.
       77  W-FS-RUNLOG            PIC X(002) VALUE SPACES.
       77  ARQ-PARAM              PIC X(020) VALUE SPACES.
       77  W-TAM-LIDO             PIC 9(004) VALUE ZEROS.
       77  W-TAM-UTIL             PIC 9(004) VALUE ZEROS.
       77  W-I                    PIC 9(004) VALUE ZEROS.
       77  W-QT-LINHAS            PIC 9(005) VALUE ZEROS.
       77  W-SOMA                 PIC 9(009) VALUE ZEROS.
       77  W-CAT-VERSAO           PIC 9(004) VALUE ZEROS.
       77  W-CAT-LINHAS           PIC 9(005) VALUE ZEROS.
       77  W-CAT-SOMA             PIC 9(009) VALUE ZEROS.
       01  W-DATE.
           02  W-ANO              PIC 9(002).
           02  W-MES              PIC 9(002).
           02  W-DIA              PIC 9(002).
       01  W-TIME.
           02  W-HHMMSS           PIC 9(006).
           02  FILLER             PIC 9(002).
      *    AMBIENTE DA RODADA (JA' ESCOLHIDO PELO PROGRAMA CHAMADOR -
      *    O AMBIENTE SO' DEVOLVE O QUE TEM GUARDADO)
       01  W-AMBIENTE.
           02  W-AM-NOME          PIC X(010).
           02  W-AM-DIRETORIO     PIC X(060).
           02  W-AM-PRODUCAO      PIC X(001).
           02  W-AM-RET           PIC X(001).
           02  W-AM-MENSAGEM      PIC X(040).

       LINKAGE SECTION.
       01  LK-PARAMVER.
      *    ENTRADA
           02  LK-PV-MODO         PIC X(001).
           02  LK-PV-PROGRAMA     PIC X(010).
           02  LK-PV-ARQUIVO      PIC X(020).
      *    SAIDA
           02  LK-PV-VERSAO       PIC 9(004).
           02  LK-PV-LINHAS       PIC 9(005).
           02  LK-PV-SOMA         PIC 9(009).
           02  LK-PV-SITUACAO     PIC X(001).
           02  LK-PV-RET          PIC X(001).

       PROCEDURE DIVISION USING LK-PARAMVER.
       INICIO.
           MOVE    "0"       TO        LK-PV-RET
           MOVE    ZEROS     TO        LK-PV-VERSAO LK-PV-LINHAS
                                       LK-PV-SOMA
           MOVE    SPACES    TO        LK-PV-SITUACAO
           MOVE    LK-PV-ARQUIVO       TO        ARQ-PARAM
           PERFORM SOMA-ARQUIVO        THRU FIM-SOMA-ARQUIVO
           PERFORM BUSCA-CATALOGO      THRU FIM-BUSCA-CATALOGO
           MOVE    W-CAT-VERSAO        TO        LK-PV-VERSAO
           IF      LK-PV-SITUACAO      EQUAL     "A"
                   GO        ANOTA.
           MOVE    W-QT-LINHAS         TO        LK-PV-LINHAS
           MOVE    W-SOMA              TO        LK-PV-SOMA
           IF      W-CAT-VERSAO        EQUAL     ZEROS
                   MOVE      "N"       TO        LK-PV-SITUACAO
                   GO        ANOTA.
           IF      W-QT-LINHAS         NOT EQUAL W-CAT-LINHAS
           OR      W-SOMA              NOT EQUAL W-CAT-SOMA
                   MOVE      "*"       TO        LK-PV-SITUACAO.
       ANOTA.
           IF      LK-PV-MODO          EQUAL     "R"
                   PERFORM   GRAVA-RUNLOG THRU FIM-GRAVA-RUNLOG.
       FIM.
           GOBACK.

      *    SOMA-ARQUIVO / SOMA-LINHA: CONTAGEM E SOMA DO ARQUIVO
      *    COMO ESTA' NO DISCO - LINHA EM BRANCO TAMBEM CONTA.
       SOMA-ARQUIVO.
           MOVE    ZEROS     TO        W-QT-LINHAS W-SOMA
           OPEN    INPUT     PPARAM
           IF      W-FS-PARAM          NOT       EQUAL     "00"
                   MOVE      "A"       TO        LK-PV-SITUACAO
                   GO        FIM-SOMA-ARQUIVO.
       LE-PARAM.
           READ    PPARAM    AT        END
                   CLOSE     PPARAM
                   GO        FIM-SOMA-ARQUIVO.
           PERFORM SOMA-LINHA          THRU FIM-SOMA-LINHA
           GO      LE-PARAM.
       FIM-SOMA-ARQUIVO.
           EXIT.

       SOMA-LINHA.
           ADD     1         TO        W-QT-LINHAS
           MOVE    W-TAM-LIDO          TO        W-TAM-UTIL.
       MEDE-UTIL.
           IF      W-TAM-UTIL          >         ZEROS
           AND     REG-PARAM (W-TAM-UTIL : 1)    EQUAL     SPACE
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
                   + FUNCTION ORD(REG-PARAM (W-I : 1)),
                   999999999).
       FIM-SOMA-BYTE.
           EXIT.

      *    BUSCA-CATALOGO: A ULTIMA LINHA DO ARQUIVO NO CATALOGO E'
      *    A VERSAO EM VIGOR. SEM CATALOGO, VERSAO ZERO.
       BUSCA-CATALOGO.
           MOVE    ZEROS     TO        W-CAT-VERSAO W-CAT-LINHAS
                                       W-CAT-SOMA
           OPEN    INPUT     PVERSAO
           IF      W-FS-VERSAO         NOT       EQUAL     "00"
                   GO        FIM-BUSCA-CATALOGO.
       LE-CATALOGO.
           READ    PVERSAO   AT        END
                   CLOSE     PVERSAO
                   GO        FIM-BUSCA-CATALOGO.
           IF      PV-ARQUIVO          NOT       EQUAL     ARQ-PARAM
           OR      PV-VERSAO           NOT       NUMERIC
                   GO        LE-CATALOGO.
           MOVE    PV-VERSAO           TO        W-CAT-VERSAO
           MOVE    PV-LINHAS           TO        W-CAT-LINHAS
           MOVE    PV-SOMA             TO        W-CAT-SOMA
           GO      LE-CATALOGO.
       FIM-BUSCA-CATALOGO.
           EXIT.

       GRAVA-RUNLOG.
           OPEN    EXTEND    PRUNLOG
           IF      W-FS-RUNLOG         NOT       EQUAL     "00"
                   OPEN      OUTPUT    PRUNLOG.
           IF      W-FS-RUNLOG         NOT       EQUAL     "00"
                   MOVE      "9"       TO        LK-PV-RET
                   GO        FIM-GRAVA-RUNLOG.
           ACCEPT  W-DATE    FROM      DATE
           ACCEPT  W-TIME    FROM      TIME
           MOVE    SPACES    TO        REG-RUNLOG
           MOVE    LK-PV-PROGRAMA      TO        RL-PROGRAMA
           MOVE    W-DATE    TO        RL-DATA
           MOVE    W-HHMMSS  TO        RL-HORA
           MOVE    ZEROS     TO        RL-LIDOS RL-GRAVADOS
           MOVE    "V"       TO        RL-EVENTO
           MOVE    LK-PV-ARQUIVO       TO        RL-PARAMETRO
           MOVE    LK-PV-VERSAO        TO        RL-VERSAO
           MOVE    LK-PV-SITUACAO      TO        RL-CONFERE
           MOVE    SPACES    TO        W-AM-NOME
           CALL    "AMBIENTE" USING    W-AMBIENTE
                   ON EXCEPTION
                   MOVE      SPACES    TO        W-AM-NOME
           END-CALL
           MOVE    W-AM-NOME TO        RL-AMBIENTE
           WRITE   REG-RUNLOG
           CLOSE   PRUNLOG.
       FIM-GRAVA-RUNLOG.
           EXIT.
