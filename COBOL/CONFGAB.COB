       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CONFGAB.
      *
      *  CONFERENCIA DO GABARITO DO GERAPED CONTRA AS EXCECOES DA
      *  RODADA DO XPGR47 SOBRE O PEDIDO SINTETICO: CADA DEFEITO
      *  PLANTADO TEM QUE APARECER NO ARQUIVO DE EXCECAO CERTO, NA
      *  SEQUENCIA DE LEITURA CERTA (E COM O E-COD-ASS CERTO ONDE O
      *  ARQUIVO TRAZ O CODIGO). O QUE NAO APARECEU SAI NO RELATORIO
      *  GABARITO_CONF.TXT COMO FALTANTE E REPROVA A CONFERENCIA
      *  (RETURN-CODE 8, PARA A CADEIA PARAR).
      *
      *  A CRITICA QUE APONTA UM DOCUMENTO SEM DEFEITO PLANTADO SAI
      *  COMO EXCESSO - SO' INFORMATIVO, PORQUE AS LISTAS DA RODADA
      *  (CEP_HOLD, REPETIDO, FRAUDE) TAMBEM PODEM PEGAR UM DOCUMENTO
      *  LIMPO. O EXCESSO SO' E' CONTADO NOS ARQUIVOS REGRAVADOS A
      *  CADA RODADA E, NOS ACUMULADOS (CEP_INVALIDO, PROJ_INVALIDO),
      *  NAS LINHAS DO PEDIDO CONFERIDO; O CARTA_RETIDA.TXT NAO TRAZ
      *  O PEDIDO, ENTAO NELE SO' SE CONFIRMA O PLANTADO.
      *
      *  OS ARQUIVOS DE EXCECAO SAO LIDOS COM OS NOMES PADRAO DO
      *  XPGR47 - A RODADA DE ENSAIO NAO PODE SER PARTICIONADA.
      *
      *  CHAMADA DESATENDIDA:
      *     CONFGAB <GABARITO> <NOME-PEDIDO>
      *  (O NOME-PEDIDO E' O MESMO NOME PASSADO AO XPGR47)
      *
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT       PGABAR         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-GABAR
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PEXCECAO       ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-EXCECAO
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       RELAT          ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-RELAT
                        ACCESS         MODE      IS   SEQUENTIAL.

       DATA        DIVISION.
       FILE        SECTION.
      *    MESMO LAYOUT DO GERAPED.
       FD  PGABAR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS ARQ-GABARITO.
       01  REG-GABARITO.
           02  GB-SEQ             PIC 9(006).
           02  FILLER             PIC X(001).
           02  GB-SEQ-REG         PIC 9(010).
           02  FILLER             PIC X(001).
           02  GB-COD             PIC X(009).
           02  FILLER             PIC X(001).
           02  GB-DEFEITO         PIC X(002).
           02  FILLER             PIC X(001).
           02  GB-ARQUIVO         PIC X(023).
           02  FILLER             PIC X(001).
           02  GB-DESCR           PIC X(025).

      *    UM ARQUIVO DE EXCECAO DE CADA VEZ; O MAIS LARGO E' O
      *    CARTA_RETIDA.TXT (O REGENTR-1 INTEIRO).
       FD  PEXCECAO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS ARQ-EXCECAO.
       01  REG-EXCECAO            PIC X(1810).

       FD  RELAT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "GABARITO_CONF.TXT".
       01  REG-RELAT              PIC X(100).

       WORKING-STORAGE  SECTION.
       77  W-FS-GABAR             PIC X(002) VALUE SPACES.
       77  W-FS-EXCECAO           PIC X(002) VALUE SPACES.
       77  W-FS-RELAT             PIC X(002) VALUE SPACES.
       77  W-ARGC                 PIC 9(002) VALUE ZEROS.
       77  ARQ-GABARITO           PIC X(030) VALUE SPACES.
       77  ARQ-EXCECAO            PIC X(030) VALUE SPACES.
       77  W-NOME-PEDIDO          PIC X(020) VALUE SPACES.
       77  W-IND                  PIC 9(001) VALUE ZEROS.
       77  W-DEF                  PIC 9(001) VALUE ZEROS.
       77  W-QT-GAB               PIC 9(005) VALUE ZEROS.
       77  W-IND-GAB              PIC 9(005) VALUE ZEROS.
       77  W-BIN-LO               PIC 9(005) VALUE ZEROS.
       77  W-BIN-HI               PIC 9(005) VALUE ZEROS.
       77  W-BIN-MID              PIC 9(005) VALUE ZEROS.
       77  W-ACHOU                PIC 9(005) VALUE ZEROS.
       77  W-SEQ-ANT              PIC 9(010) VALUE ZEROS.
       77  W-CHAVE                PIC 9(010) VALUE ZEROS.
       77  W-CHAVE-TAB            PIC 9(010) VALUE ZEROS.
      *    CHAVE DA BUSCA: "L" SEQUENCIA DE LEITURA DO XPGR47, "R"
      *    E-SEQ-REG (SO' O CARTA_RETIDA, QUE E' O PROPRIO REGISTRO).
       77  W-TIPO-CHAVE           PIC X(001) VALUE "L".
       77  W-COD-LIDO             PIC X(009) VALUE SPACES.
       77  W-CONFERE              PIC X(001) VALUE "N".
           88  LINHA-CONFERE                 VALUE "S".
       77  W-CONTA-EXCESSO        PIC X(001) VALUE "S".
       77  W-TOT-PLANT            PIC 9(007) VALUE ZEROS.
       77  W-TOT-CONF             PIC 9(007) VALUE ZEROS.
       77  W-TOT-FALT             PIC 9(007) VALUE ZEROS.
       77  W-TOT-EXC              PIC 9(007) VALUE ZEROS.

      *    GABARITO CARREGADO, EM ORDEM CRESCENTE DE SEQUENCIA (UM
      *    DEFEITO POR DOCUMENTO).
       01  TAB-GABARITO.
           02  TG-ENT OCCURS 20000 TIMES.
               03  TG-SEQ         PIC 9(006).
               03  TG-SEQ-REG     PIC 9(010).
               03  TG-COD         PIC X(009).
               03  TG-DEF         PIC 9(001).
               03  TG-ACHOU       PIC X(001).

      *    DEFEITOS NA ORDEM DO GERAPED, COM O ARQUIVO DE EXCECAO DO
      *    XPGR47 QUE TEM QUE APONTA-LOS.
       01  TAB-DEF-FIXA.
           02  FILLER PIC X(50) VALUE
           "CECEP_INVALIDO.TXT       CEP INVALIDO             ".
           02  FILLER PIC X(50) VALUE
           "DBDEBITO_INVALIDO.TXT    DEBITO INVALIDO          ".
           02  FILLER PIC X(50) VALUE
           "VGPROJ_INVALIDO.TXT      VIGENCIA INCOERENTE      ".
           02  FILLER PIC X(50) VALUE
           "DUASSINANTE_DUPLICADO.TXTCODIGO DUPLICADO         ".
           02  FILLER PIC X(50) VALUE
           "CTCARTA_RETIDA.TXT       MODELO DE CARTA INVALIDO ".
           02  FILLER PIC X(50) VALUE
           "SUSUPRIMIDOS.TXT         ASSINANTE SUPRIMIDO      ".
           02  FILLER PIC X(50) VALUE
           "SAQUALIDADE.TXT          SAUDACAO RUIM            ".
       01  FILLER REDEFINES TAB-DEF-FIXA.
           02  TN-ENT OCCURS 7 TIMES.
               03  TN-COD         PIC X(002).
               03  TN-ARQUIVO     PIC X(023).
               03  TN-DESCR       PIC X(025).
       01  TAB-TOTAIS.
           02  TT-ENT OCCURS 7 TIMES.
               03  TT-PLANT       PIC 9(007).
               03  TT-CONF        PIC 9(007).
               03  TT-EXC         PIC 9(007).
               03  TT-AUSENTE     PIC X(001).

      *    VISOES DAS LINHAS DE EXCECAO DO XPGR47 (A SEQUENCIA DE
      *    LEITURA VEM EM 9(06) NA FRENTE DE UM CAMPO X(09)).
       01  W-LIN-CEPINV.
           02  FILLER             PIC X(014).
           02  LC-PEDIDO          PIC X(012).
           02  FILLER             PIC X(002).
           02  LC-SEQ             PIC X(006).
           02  FILLER             PIC X(1776).
       01  W-LIN-PROJIN.
           02  FILLER             PIC X(014).
           02  LP-PEDIDO          PIC X(012).
           02  FILLER             PIC X(002).
           02  LP-SEQ             PIC X(006).
           02  FILLER             PIC X(005).
           02  LP-MOTIVO          PIC X(008).
           02  FILLER             PIC X(1763).
       01  W-LIN-ASSDUP.
           02  FILLER             PIC X(007).
           02  LU-SEQ2            PIC X(006).
           02  FILLER             PIC X(002).
           02  LU-COD             PIC X(009).
           02  FILLER             PIC X(1786).
       01  W-LIN-SEQCOD.
           02  LS-SEQ             PIC X(006).
           02  FILLER             PIC X(005).
           02  LS-COD             PIC X(009).
           02  FILLER             PIC X(1790).
       01  W-LIN-RETIDA.
           02  FILLER             PIC X(003).
           02  LR-SEQ-REG         PIC X(010).
           02  FILLER             PIC X(021).
           02  LR-CARTA           PIC X(002).
           02  FILLER             PIC X(046).
           02  LR-COD             PIC X(009).
           02  FILLER             PIC X(1719).

      *    LINHAS DO RELATORIO
       01  W-CAB-AMBIENTE.
           02  FILLER             PIC X(10) VALUE "AMBIENTE: ".
           02  W-CA-NOME          PIC X(10) VALUE SPACES.
       01  W-CAB-1.
           02  FILLER             PIC X(24)
                                  VALUE "CONFERENCIA DO GABARITO ".
           02  W-C1-GABARITO      PIC X(30) VALUE SPACES.
           02  FILLER             PIC X(08) VALUE " PEDIDO ".
           02  W-C1-PEDIDO        PIC X(20) VALUE SPACES.
       01  W-CAB-FALTA.
           02  FILLER             PIC X(50) VALUE
           "DEFEITOS PLANTADOS QUE A CRITICA NAO APONTOU:     ".
       01  W-CAB-FALTA-2.
           02  FILLER             PIC X(50) VALUE
           "  SEQ   SEQ-REG    CODIGO    DEF ARQUIVO ESPERADO ".
       01  W-DET-FALTA.
           02  W-DF-SEQ           PIC 9(006).
           02  FILLER             PIC X(001) VALUE SPACES.
           02  W-DF-SEQ-REG       PIC 9(010).
           02  FILLER             PIC X(001) VALUE SPACES.
           02  W-DF-COD           PIC X(009).
           02  FILLER             PIC X(002) VALUE SPACES.
           02  W-DF-DEF           PIC X(002).
           02  FILLER             PIC X(002) VALUE SPACES.
           02  W-DF-ARQUIVO       PIC X(023).
       01  W-CAB-TOT.
           02  FILLER             PIC X(50) VALUE
           "DEFEITO                   PLANTADOS CONFIRMADOS  F".
           02  FILLER             PIC X(30) VALUE
           "ALTANTES   EXCESSO            ".
       01  W-DET-TOT.
           02  W-DT-DESCR         PIC X(025).
           02  FILLER             PIC X(002) VALUE SPACES.
           02  W-DT-PLANT         PIC ZZZZZZ9.
           02  FILLER             PIC X(004) VALUE SPACES.
           02  W-DT-CONF          PIC ZZZZZZ9.
           02  FILLER             PIC X(003) VALUE SPACES.
           02  W-DT-FALT          PIC ZZZZZZ9.
           02  FILLER             PIC X(003) VALUE SPACES.
           02  W-DT-EXC           PIC ZZZZZZ9.
           02  FILLER             PIC X(002) VALUE SPACES.
           02  W-DT-OBS           PIC X(018) VALUE SPACES.
       01  W-LIN-VEREDITO.
           02  FILLER             PIC X(10) VALUE "VEREDITO: ".
           02  W-LV-VEREDITO      PIC X(10) VALUE SPACES.

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
           IF      W-ARGC    NOT       <         2
                   PERFORM   RECEBE-PARAM        THRU FIM-RECEBE-PARAM
                   GO        CARREGA.

           DISPLAY "CONFGAB - CONFERENCIA DO GABARITO DO GERAPED"
           DISPLAY "ARQUIVO DO GABARITO......: "
           ACCEPT  ARQ-GABARITO
           DISPLAY "NOME DO PEDIDO NO XPGR47.: "
           ACCEPT  W-NOME-PEDIDO.

       CARREGA.
           INITIALIZE TAB-TOTAIS
           PERFORM CARREGA-GABARITO    THRU FIM-CARREGA-GABARITO
           IF      W-QT-GAB  EQUAL     ZEROS
                   DISPLAY "GABARITO VAZIO OU AUSENTE: " ARQ-GABARITO
                   MOVE      8         TO        RETURN-CODE
                   STOP RUN.

           PERFORM CONFERE-ARQUIVO     THRU FIM-CONFERE-ARQUIVO
                    VARYING W-DEF FROM 1 BY 1
                    UNTIL   W-DEF > 7

           OPEN    OUTPUT    RELAT
           WRITE   REG-RELAT FROM      W-CAB-AMBIENTE
           MOVE    ARQ-GABARITO        TO        W-C1-GABARITO
           MOVE    W-NOME-PEDIDO       TO        W-C1-PEDIDO
           WRITE   REG-RELAT FROM      W-CAB-1
           MOVE    SPACES    TO        REG-RELAT
           WRITE   REG-RELAT
           WRITE   REG-RELAT FROM      W-CAB-FALTA
           WRITE   REG-RELAT FROM      W-CAB-FALTA-2
           PERFORM LISTA-FALTANTE      THRU FIM-LISTA-FALTANTE
                    VARYING W-IND-GAB FROM 1 BY 1
                    UNTIL   W-IND-GAB > W-QT-GAB
           IF      W-TOT-FALT          EQUAL     ZEROS
                   MOVE      "  NENHUM"          TO        REG-RELAT
                   WRITE     REG-RELAT.
           MOVE    SPACES    TO        REG-RELAT
           WRITE   REG-RELAT
           WRITE   REG-RELAT FROM      W-CAB-TOT
           PERFORM LISTA-TOTAL         THRU FIM-LISTA-TOTAL
                    VARYING W-IND FROM 1 BY 1
                    UNTIL   W-IND > 7
           MOVE    "TOTAL"   TO        W-DT-DESCR
           MOVE    W-TOT-PLANT         TO        W-DT-PLANT
           MOVE    W-TOT-CONF          TO        W-DT-CONF
           MOVE    W-TOT-FALT          TO        W-DT-FALT
           MOVE    W-TOT-EXC           TO        W-DT-EXC
           MOVE    SPACES    TO        W-DT-OBS
           WRITE   REG-RELAT FROM      W-DET-TOT
           MOVE    SPACES    TO        REG-RELAT
           WRITE   REG-RELAT
           IF      W-TOT-FALT          EQUAL     ZEROS
                   MOVE      "APROVADO"          TO   W-LV-VEREDITO
           ELSE
                   MOVE      "REPROVADO"         TO   W-LV-VEREDITO.
           WRITE   REG-RELAT FROM      W-LIN-VEREDITO
           CLOSE   RELAT
           PERFORM ARQUIVA-RELATORIO   THRU FIM-ARQUIVA-RELATORIO

           DISPLAY "PLANTADOS: " W-TOT-PLANT
                   "  CONFIRMADOS: " W-TOT-CONF
                   "  FALTANTES: " W-TOT-FALT
                   "  EXCESSO: " W-TOT-EXC
           DISPLAY "VEREDITO: " W-LV-VEREDITO
                   " - DETALHE EM GABARITO_CONF.TXT"
      *    O ARQREL ZERA O RETURN-CODE - O VEREDITO VAI DEPOIS DELE.
           IF      W-TOT-FALT          >         ZEROS
                   MOVE      8         TO        RETURN-CODE.
           STOP    RUN.

       RECEBE-PARAM.
           DISPLAY 1         UPON      ARGUMENT-NUMBER
           ACCEPT  ARQ-GABARITO        FROM      ARGUMENT-VALUE
           DISPLAY 2         UPON      ARGUMENT-NUMBER
           ACCEPT  W-NOME-PEDIDO       FROM      ARGUMENT-VALUE.
       FIM-RECEBE-PARAM.
           EXIT.

      *****************************************************************
      *    CARREGA-GABARITO: O GERAPED GRAVA O GABARITO EM ORDEM DE
      *    DOCUMENTO; FORA DE ORDEM (OU ACIMA DA TABELA) A CONFERENCIA
      *    NAO E' FEITA.
      *****************************************************************
       CARREGA-GABARITO.
           MOVE    ZEROS     TO        W-QT-GAB W-SEQ-ANT
           OPEN    INPUT     PGABAR.
           IF      W-FS-GABAR          NOT       EQUAL     "00"
                   GO        FIM-CARREGA-GABARITO.
       LE-GABARITO.
           READ    PGABAR    AT        END
                   CLOSE     PGABAR
                   GO        FIM-CARREGA-GABARITO.
           IF      GB-SEQ    NOT       NUMERIC
           OR      GB-SEQ-REG          NOT       NUMERIC
                   GO        LE-GABARITO.
           MOVE    ZEROS     TO        W-IND
           PERFORM ACHA-DEFEITO        THRU FIM-ACHA-DEFEITO
                    VARYING W-DEF FROM 1 BY 1
                    UNTIL   W-DEF > 7
           IF      W-IND     EQUAL     ZEROS
                   DISPLAY "DEFEITO DESCONHECIDO NO GABARITO: "
                           GB-DEFEITO " SEQ " GB-SEQ
                   GO        LE-GABARITO.
           IF      GB-SEQ    NOT       >         W-SEQ-ANT
                   DISPLAY "GABARITO FORA DE ORDEM NA SEQ " GB-SEQ
                   CLOSE     PGABAR
                   MOVE      8         TO        RETURN-CODE
                   STOP      RUN.
           IF      W-QT-GAB  NOT       <         20000
                   DISPLAY "GABARITO COM MAIS DE 20000 DEFEITOS - "
                           "GERAR PEDIDO MENOR OU CADENCIA MAIOR"
                   CLOSE     PGABAR
                   MOVE      8         TO        RETURN-CODE
                   STOP      RUN.
           ADD     1         TO        W-QT-GAB
           MOVE    GB-SEQ    TO        TG-SEQ (W-QT-GAB) W-SEQ-ANT
           MOVE    GB-SEQ-REG          TO        TG-SEQ-REG (W-QT-GAB)
           MOVE    GB-COD    TO        TG-COD (W-QT-GAB)
           MOVE    W-IND     TO        TG-DEF (W-QT-GAB)
           MOVE    "N"       TO        TG-ACHOU (W-QT-GAB)
           ADD     1         TO        TT-PLANT (W-IND)
           GO      LE-GABARITO.
       FIM-CARREGA-GABARITO.
           EXIT.

       ACHA-DEFEITO.
           IF      TN-COD (W-DEF)      EQUAL     GB-DEFEITO
                   MOVE      W-DEF     TO        W-IND.
       FIM-ACHA-DEFEITO.
           EXIT.

      *****************************************************************
      *    CONFERE-ARQUIVO: PASSA UM ARQUIVO DE EXCECAO INTEIRO,
      *    CONFIRMANDO OS PLANTADOS DO DEFEITO DELE. ARQUIVO AUSENTE
      *    SO' E' ANOTADO - OS PLANTADOS FICAM FALTANTES.
      *****************************************************************
       CONFERE-ARQUIVO.
           MOVE    TN-ARQUIVO (W-DEF)  TO        ARQ-EXCECAO
           MOVE    "N"       TO        TT-AUSENTE (W-DEF)
           OPEN    INPUT     PEXCECAO.
           IF      W-FS-EXCECAO        NOT       EQUAL     "00"
                   MOVE      "S"       TO        TT-AUSENTE (W-DEF)
                   GO        FIM-CONFERE-ARQUIVO.
       LE-EXCECAO.
           READ    PEXCECAO  AT        END
                   CLOSE     PEXCECAO
                   GO        FIM-CONFERE-ARQUIVO.
           MOVE    "N"       TO        W-CONFERE
           MOVE    "S"       TO        W-CONTA-EXCESSO
           MOVE    "L"       TO        W-TIPO-CHAVE
           MOVE    SPACES    TO        W-COD-LIDO
           GO TO   LINHA-CEP           LINHA-DEBITO
                   LINHA-VIGENCIA      LINHA-DUPLICADO
                   LINHA-RETIDA        LINHA-SEQCOD
                   LINHA-SEQCOD
                   DEPENDING ON        W-DEF.
           GO      LE-EXCECAO.
       LINHA-CEP.
           MOVE    REG-EXCECAO         TO        W-LIN-CEPINV
           IF      LC-PEDIDO NOT       EQUAL     W-NOME-PEDIDO (1 : 12)
           OR      LC-SEQ    NOT       NUMERIC
                   GO        LE-EXCECAO.
           MOVE    LC-SEQ    TO        W-CHAVE
           MOVE    "S"       TO        W-CONFERE
           GO      PROCURA-LINHA.
       LINHA-DEBITO.
           MOVE    REG-EXCECAO         TO        W-LIN-SEQCOD
           IF      LS-SEQ    NOT       NUMERIC
                   GO        LE-EXCECAO.
           MOVE    LS-SEQ    TO        W-CHAVE
           MOVE    "S"       TO        W-CONFERE
           GO      PROCURA-LINHA.
      *    NO PROJ_INVALIDO SO' A CRITICA DE VIGENCIA CONFIRMA; AS
      *    DEMAIS LINHAS DO PEDIDO SAO EXCESSO.
       LINHA-VIGENCIA.
           MOVE    REG-EXCECAO         TO        W-LIN-PROJIN
           IF      LP-PEDIDO NOT       EQUAL     W-NOME-PEDIDO (1 : 12)
           OR      LP-SEQ    NOT       NUMERIC
                   GO        LE-EXCECAO.
           MOVE    LP-SEQ    TO        W-CHAVE
           IF      LP-MOTIVO EQUAL     "VIGENCIA"
                   MOVE      "S"       TO        W-CONFERE.
           GO      PROCURA-LINHA.
       LINHA-DUPLICADO.
           MOVE    REG-EXCECAO         TO        W-LIN-ASSDUP
           IF      LU-SEQ2   NOT       NUMERIC
                   GO        LE-EXCECAO.
           MOVE    LU-SEQ2   TO        W-CHAVE
           MOVE    LU-COD    TO        W-COD-LIDO
           MOVE    "S"       TO        W-CONFERE
           GO      PROCURA-LINHA.
      *    CARTA_RETIDA: O REGISTRO RETIDO INTEIRO; SO' CONFIRMA A
      *    RETENCAO PELO MODELO FORJADO DO GERAPED ("ZZ"...).
       LINHA-RETIDA.
           MOVE    REG-EXCECAO         TO        W-LIN-RETIDA
           MOVE    "N"       TO        W-CONTA-EXCESSO
           IF      LR-SEQ-REG          NOT       NUMERIC
                   GO        LE-EXCECAO.
           MOVE    LR-SEQ-REG          TO        W-CHAVE
           MOVE    "R"       TO        W-TIPO-CHAVE
           MOVE    LR-COD    TO        W-COD-LIDO
           IF      LR-CARTA  EQUAL     "ZZ"
                   MOVE      "S"       TO        W-CONFERE.
           GO      PROCURA-LINHA.
       LINHA-SEQCOD.
           MOVE    REG-EXCECAO         TO        W-LIN-SEQCOD
           IF      LS-SEQ    NOT       NUMERIC
                   GO        LE-EXCECAO.
           MOVE    LS-SEQ    TO        W-CHAVE
           MOVE    LS-COD    TO        W-COD-LIDO
           MOVE    "S"       TO        W-CONFERE.
       PROCURA-LINHA.
           PERFORM BUSCA-GABARITO      THRU FIM-BUSCA-GABARITO
           IF      W-ACHOU   EQUAL     ZEROS
           OR      NOT       LINHA-CONFERE
                   GO        CONTA-EXCESSO.
           IF      TG-DEF (W-ACHOU)    NOT       EQUAL     W-DEF
                   GO        CONTA-EXCESSO.
           IF      W-COD-LIDO          NOT       EQUAL     SPACES
           AND     W-COD-LIDO          NOT  EQUAL     TG-COD (W-ACHOU)
                   GO        CONTA-EXCESSO.
           IF      TG-ACHOU (W-ACHOU)  EQUAL     "N"
                   MOVE      "S"       TO        TG-ACHOU (W-ACHOU)
                   ADD       1         TO        TT-CONF (W-DEF).
           GO      LE-EXCECAO.
       CONTA-EXCESSO.
           IF      W-CONTA-EXCESSO     EQUAL     "S"
                   ADD       1         TO        TT-EXC (W-DEF).
           GO      LE-EXCECAO.
       FIM-CONFERE-ARQUIVO.
           EXIT.

      *    BUSCA BINARIA NA TABELA DO GABARITO (AS DUAS CHAVES SOBEM
      *    JUNTAS, UMA VEZ QUE O GABARITO SAI EM ORDEM DE DOCUMENTO).
       BUSCA-GABARITO.
           MOVE    ZEROS     TO        W-ACHOU
           MOVE    1         TO        W-BIN-LO
           MOVE    W-QT-GAB  TO        W-BIN-HI.
       DIVIDE-FAIXA.
           IF      W-BIN-LO  >         W-BIN-HI
                   GO        FIM-BUSCA-GABARITO.
           COMPUTE W-BIN-MID =         (W-BIN-LO + W-BIN-HI) / 2
           IF      W-TIPO-CHAVE        EQUAL     "R"
                   MOVE      TG-SEQ-REG (W-BIN-MID) TO   W-CHAVE-TAB
           ELSE
                   MOVE      TG-SEQ (W-BIN-MID)     TO   W-CHAVE-TAB.
           IF      W-CHAVE-TAB         EQUAL     W-CHAVE
                   MOVE      W-BIN-MID TO        W-ACHOU
                   GO        FIM-BUSCA-GABARITO.
           IF      W-CHAVE-TAB         <         W-CHAVE
                   COMPUTE   W-BIN-LO  =         W-BIN-MID + 1
           ELSE
                   COMPUTE   W-BIN-HI  =         W-BIN-MID - 1.
           GO      DIVIDE-FAIXA.
       FIM-BUSCA-GABARITO.
           EXIT.

       LISTA-FALTANTE.
           ADD     1         TO        W-TOT-PLANT
           IF      TG-ACHOU (W-IND-GAB)          EQUAL     "S"
                   ADD       1         TO        W-TOT-CONF
                   GO        FIM-LISTA-FALTANTE.
           ADD     1         TO        W-TOT-FALT
           MOVE    TG-DEF (W-IND-GAB)  TO        W-IND
           MOVE    TG-SEQ (W-IND-GAB)  TO        W-DF-SEQ
           MOVE    TG-SEQ-REG (W-IND-GAB)        TO        W-DF-SEQ-REG
           MOVE    TG-COD (W-IND-GAB)  TO        W-DF-COD
           MOVE    TN-COD (W-IND)      TO        W-DF-DEF
           MOVE    TN-ARQUIVO (W-IND)  TO        W-DF-ARQUIVO
           WRITE   REG-RELAT FROM      W-DET-FALTA.
       FIM-LISTA-FALTANTE.
           EXIT.

       LISTA-TOTAL.
           MOVE    TN-DESCR (W-IND)    TO        W-DT-DESCR
           MOVE    TT-PLANT (W-IND)    TO        W-DT-PLANT
           MOVE    TT-CONF (W-IND)     TO        W-DT-CONF
           COMPUTE W-DT-FALT =         TT-PLANT (W-IND)
                                       - TT-CONF (W-IND)
           MOVE    TT-EXC (W-IND)      TO        W-DT-EXC
           ADD     TT-EXC (W-IND)      TO        W-TOT-EXC
           MOVE    SPACES    TO        W-DT-OBS
           IF      TT-AUSENTE (W-IND)  EQUAL     "S"
                   MOVE      "ARQUIVO AUSENTE"   TO        W-DT-OBS.
           WRITE   REG-RELAT FROM      W-DET-TOT.
       FIM-LISTA-TOTAL.
           EXIT.

      *-----------------------------------------------------------
      *    ARQUIVA-RELATORIO: COPIA DATADA DO RELATORIO NO ARQUIVO
      *    DE RELATORIOS (ARQREL, INDICE ARQUIVO_REL.TXT) - A
      *    PROXIMA RODADA REGRAVA O RELATORIO NO MESMO NOME.
      *-----------------------------------------------------------
       ARQUIVA-RELATORIO.
           MOVE    SPACES    TO        W-ARQREL
           MOVE    "GABARITO_CONF.TXT" TO        W-AQ-ARQUIVO
           MOVE    "CONFGAB"           TO        W-AQ-PROGRAMA
           MOVE    W-NOME-PEDIDO       TO        W-AQ-PEDIDO
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
           MOVE W-AM-NOME TO W-CA-NOME
           DISPLAY "AMBIENTE: "        W-AM-NOME.
       FIM-ESCOLHE-AMBIENTE.
           EXIT.
