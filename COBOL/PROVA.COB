       IDENTIFICATION DIVISION.
       PROGRAM-ID.      PROVA.
      *------------------------------------------------------------
      * PROVA DO PEDIDO ANTES DO REPASSE AO BUREAU. CHAMADO
      * (CALL "PROVA") PELO XPGR47 E PELO REUNE NO FIM DA CRITICA:
      * PARA CADA MODELO DE CARTA (E-CARTA) DO PEDIDO, AS PRIMEIRAS
      * CARTAS E UMA AMOSTRA SORTEADA DAS DEMAIS SAO COMPOSTAS COM
      * OS DADOS REAIS (MESMA PAGINA DO COMPOE, COM UMA FAIXA DE
      * PROVA NO TOPO) NUM SPOOL PROPRIO DO PEDIDO,
      * PROVA_<PEDIDO>.TXT, PARA O OPERADOR CONFERIR TEXTO E CAMPOS
      * ANTES QUE MILHARES DE ASSINANTES RECEBAM A CARTA ERRADA.
      *
      * PROVA.TXT LIGA A PROVA (AUSENTE = SEM PROVA, COMO SEMPRE
      * FOI):
      *    NNN TTTTT MMM
      *      NNN   PRIMEIRAS CARTAS DE CADA MODELO (PADRAO 5)
      *      TTTTT UMA EM CADA TTTTT DAS DEMAIS ENTRA NA AMOSTRA
      *            (ZEROS = SEM AMOSTRA)
      *      MMM   TETO DA AMOSTRA POR MODELO (PADRAO 5)
      *
      * OS MODELOS DO PEDIDO FICAM EM PROVA_MODELOS.TXT COM A
      * SITUACAO "A" (AGUARDANDO PROVA) PARA A APROVACAO NO
      * REDESPACHO P; UMA NOVA PROVA DO MESMO PEDIDO SUBSTITUI AS
      * LINHAS DA ANTERIOR.
      *
      * RETORNO EM LK-PV-RET:
      *    "0" PROVA DESLIGADA (SEM PROVA.TXT) - NADA FEITO
      *    "1" PROVA COMPOSTA - PEDIDO AGUARDA A APROVACAO
      *    "3" PEDIDO AUSENTE - NADA FEITO
      *    "9" PROVA SEM GRAVACAO OU MODELOS DEMAIS NO PEDIDO
      *------------------------------------------------------------
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT  IS COMMA.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT       PENTR          ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-ENTR
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PSPOOL         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-SPOOL
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PPROVCFG       ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-PROVCFG
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PMODELOS       ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-MODELOS
                        ACCESS         MODE      IS   SEQUENTIAL.

       DATA        DIVISION.
       FILE        SECTION.
       FD  PENTR
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS ARQ-PEDIDO.
       01  REGENTR-1.
         03 E-TIPO            PIC X(02).
         03 E-COD-IMPRES      PIC X(01).
         03 E-SEQ-REG         PIC 9(10).
         03 E-SEQ-CARNE       PIC 9(10).
         03 E-ASS-GERENTE.
           05 FILLER          PIC X(02).
           05 E-ASS-GER       PIC 9(03).
           05 FILLER          PIC X(06).
         03 E-CARTA           PIC X(07).
         03 E-CHAVE-ABRIL     PIC X(41).
         03 E-DADOS-ASSINANTE.
           05 E-PARTE1-ASS.
             07 E-COD-ASS     PIC X(09).
             07 E-NOME-ASS    PIC X(30).
             07 E-CHAMADA-ASS PIC X(20).
             07 E-END-ASS     PIC X(30).
             07 E-CID-ASS     PIC X(15).
             07 E-BAI-ASS     PIC X(15).
             07 E-UF-ASS      PIC X(02).
           05 E-CEP5-ASS      PIC 9(05).
           05 E-CEP3-ASS      PIC 9(03).
           05 E-SEXO-ASS      PIC X(01).
         03 E-DADOS-PRESENT.
           05 E-PARTE1-PRE.
             07 E-COD-PRE     PIC X(09).
             07 E-NOME-PRE    PIC X(30).
             07 E-CHAMADA-PRE PIC X(20).
             07 E-END-PRE     PIC X(30).
             07 E-CID-PRE     PIC X(15).
             07 E-BAI-PRE     PIC X(15).
             07 E-UF-PRE      PIC X(02).
           05 E-CEP5-PRE      PIC 9(05).
           05 E-CEP3-PRE      PIC 9(03).
           05 E-SEXO-PRE      PIC X(01).
           05 E-DT-PROC       PIC X(08).
         03 E-PROJETO OCCURS 6 TIMES.
           05 E-NR-PROJ       PIC X(03). 
           05 E-NUM-PROJ REDEFINES E-NR-PROJ.
             07 FILLER         PIC X(01). 
             07 E-REVISTA      PIC 9(02). 
           05 E-NOME-PROJ      PIC X(30).
           05 E-EDI-INIC       PIC X(07).
           05 E-EDI-FIM        PIC X(07).
           05 E-NR-COPIAS      PIC X(03).
           05 E-DT-VIG-INIC    PIC X(08).  
           05 E-MMAA-INIC      PIC X(17).
           05 E-DT-EDI-INIC    PIC X(10).  
           05 E-DT-VIG-FIM     PIC X(08).  
           05 E-MMAA-FIM       PIC X(17).
           05 E-DT-EDI-FIM     PIC X(10).  
           05 E-VL-PARC        PIC 9(09).
           05 E-VL-ASS-CAPA    PIC 9(09).
           05 E-VIGENCIA       PIC X(05).
         03 E-QTDE-PARC        PIC 9(02).
         03 E-PARC-ATRAS-1     PIC 9(02).
         03 E-PARC-PAGAS       PIC 9(02).
         03 E-TOT-DEB-ATRAS    PIC 9(09).
         03 E-TOT-PAGO         PIC 9(09).
         03 E-PARC-ATRASADAS OCCURS 5 TIMES.
           05 E-VL-PARC-ATRAS  PIC 9(09).
           05 E-VENC.
             07 E-DD-VENC-ATRAS  PIC X(02).
             07 E-MM-VENC-ATRAS  PIC X(02).
             07 E-AA-VENC-ATRAS  PIC X(04).
           05 E-PARC-ATRAS-2   PIC 9(02).
         03 FILLER             PIC X(22).
         03 E-CENTRAL-ATEND.
           05 E-0800           PIC X(12).
           05 E-GSP            PIC X(09).
         03 FILLER             PIC X(36).
         03 E-EDI-PERD-INI     PIC X(07).
         03 E-EDI-PERD-FIM     PIC X(07).
         03 E-DEBITO-CARTAO.
           05 E-SIGLA-DB         PIC X(02).     
           05 FILLER             PIC X(01).
           05 E-DB-CARTAO        PIC X(18).
         03 E-DB-BCO.
           05 E-BANCO          PIC X(03).
           05 E-AGENCIA        PIC X(05).     
           05 E-CONTA          PIC X(10).
         03 E-NOME-INST       PIC X(25).     
         03 FILLER            PIC X(11).
         03 E-TIPO-ENTREGA    PIC X(01).
         03 E-ENTR-DIRETA.
           05 E-PRIORI-DISTRIB PIC X(04).
           05 E-CENTRALIZ     PIC X(06).
           05 E-DISTRIBUIDOR  PIC X(06).
           05 E-AG-DIRETA     PIC X(20).
           05 E-ROTEIRO       PIC X(10).
      *---------------------> outras informacoes: ver layout original
         03 E-OUTRAS.
           05 FILLER          PIC X(06).
           05 EXT-ACAO.
             10 E-TP-ACAO     PIC X(01).
             10 E-COD-ACAO    PIC X(04).
             10 FILLER        PIC X(01).
           05 FILLER          PIC X(29).
           05 E-ANEXO123      PIC X(21).           
           05 FILLER          PIC X(44).
           05 E-EMPRESA       PIC X(10).
           05 E-OPTIN-DIGITAL PIC X(01).
             88 OPTOU-DIGITAL           VALUE "S".
           05 FILLER          PIC X(57).
           05 E-GERENTE       PIC X(08).
           05 E-PRACA         PIC X(06).

       FD  PSPOOL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS ARQ-SPOOL.
       01  REG-SPOOL.
           03 SP-ASA         PIC X(01).
           03 SP-TEXTO       PIC X(90).

       FD  PPROVCFG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PROVA.TXT".
       01  REG-PROVCFG.
           02  PC-PRIMEIRAS       PIC 9(003).
           02  FILLER             PIC X(001).
           02  PC-TAXA            PIC 9(005).
           02  FILLER             PIC X(001).
           02  PC-MAX             PIC 9(003).

      *    MODELOS EM PROVA - MESMO LAYOUT DO REDESPACHO. SITUACAO
      *    A = AGUARDANDO PROVA; A DECISAO (P OU R) VAI PARA O
      *    PROVA_DECISAO.TXT E A LINHA SAI DAQUI.
       FD  PMODELOS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PROVA_MODELOS.TXT".
       01  REG-MODELO.
           02  PM-NOME            PIC X(020).
           02  FILLER             PIC X(001).
           02  PM-DATA            PIC X(008).
           02  FILLER             PIC X(001).
           02  PM-CARTA           PIC X(007).
           02  FILLER             PIC X(001).
           02  PM-QT-PEDIDO       PIC 9(007).
           02  FILLER             PIC X(001).
           02  PM-QT-PROVA        PIC 9(005).
           02  FILLER             PIC X(001).
           02  PM-SITUACAO        PIC X(001).
           02  FILLER             PIC X(001).
           02  PM-SPOOL           PIC X(030).

       WORKING-STORAGE  SECTION.
       77  W-FS-ENTR              PIC X(002) VALUE SPACES.
       77  W-FS-SPOOL             PIC X(002) VALUE SPACES.
       77  W-FS-PROVCFG           PIC X(002) VALUE SPACES.
       77  W-FS-MODELOS           PIC X(002) VALUE SPACES.
       77  ARQ-PEDIDO             PIC X(050) VALUE SPACES.
       77  ARQ-SPOOL              PIC X(030) VALUE SPACES.
       77  W-PRIMEIRAS            PIC 9(003) VALUE ZEROS.
       77  W-TAXA                 PIC 9(005) VALUE ZEROS.
       77  W-MAX-AMOSTRA          PIC 9(003) VALUE ZEROS.
       77  W-QT-MOD               PIC 9(003) VALUE ZEROS.
       77  W-IND-MOD              PIC 9(003) VALUE ZEROS.
       77  W-ACHOU                PIC 9(003) VALUE ZEROS.
       77  W-QT-LIN               PIC 9(003) VALUE ZEROS.
       77  W-IND-LIN              PIC 9(003) VALUE ZEROS.
       77  W-PAGINAS              PIC 9(007) VALUE ZEROS.
       77  W-SEMENTE              PIC 9(008) VALUE ZEROS.
       77  W-SORTEIO              PIC 9V9(06) VALUE ZEROS.
       77  W-PRODUTO              PIC 9(005)V9(06) VALUE ZEROS.
       77  W-ESTOURO              PIC X(001) VALUE "N".
       77  W-ENTRA                PIC X(001) VALUE "N".
       77  W-ORIGEM               PIC X(009) VALUE SPACES.
       77  W-ORDEM-ED             PIC Z(006)9.
       77  W-IND                  PIC 9(001) VALUE ZEROS.
       77  W-VALOR                PIC Z.ZZZ.ZZ9,99.
       01  W-LINHA                PIC X(090) VALUE SPACES.
       01  W-CEP-ED.
           02 W-CEP-ED-5          PIC 9(005).
           02 W-CEP-TRACO         PIC X(001).
           02 W-CEP-ED-3          PIC 9(003).
       01  W-TIME.
           02 W-HHMMSS            PIC 9(006).
           02 W-CENTESIMOS        PIC 9(002).
      *    MODELOS DO PEDIDO: CARTAS NO PEDIDO, NA PROVA E SORTEADAS
       01  TAB-MOD.
           02 TM-ENT OCCURS 200 TIMES.
              03 TM-CARTA         PIC X(007).
              03 TM-QT            PIC 9(007).
              03 TM-PROVA         PIC 9(005).
              03 TM-SORTE         PIC 9(003).
      *    LINHAS DE OUTROS PEDIDOS AINDA AGUARDANDO PROVA
       01  TAB-LIN.
           02 TL-LIN OCCURS 500 TIMES      PIC X(084).

       LINKAGE SECTION.
       01  LK-PROVA.
      *    ENTRADA
           02  LK-PV-ARQUIVO      PIC X(050).
           02  LK-PV-NOME         PIC X(020).
           02  LK-PV-DATA         PIC X(008).
      *    SAIDA
           02  LK-PV-SPOOL        PIC X(030).
           02  LK-PV-MODELOS      PIC 9(003).
           02  LK-PV-CARTAS       PIC 9(007).
           02  LK-PV-RET          PIC X(001).

       PROCEDURE DIVISION USING LK-PROVA.
       INICIO.
           MOVE    "0"       TO        LK-PV-RET
           MOVE    SPACES    TO        LK-PV-SPOOL
           MOVE    ZEROS     TO        LK-PV-MODELOS LK-PV-CARTAS
           MOVE    ZEROS     TO        W-QT-MOD W-PAGINAS
           MOVE    "N"       TO        W-ESTOURO
           PERFORM CARREGA-PROVCFG     THRU FIM-CARREGA-PROVCFG
           IF      W-FS-PROVCFG        NOT       EQUAL     "00"
                   GO        FIM.

           MOVE    LK-PV-ARQUIVO       TO        ARQ-PEDIDO
           OPEN    INPUT     PENTR
           IF      W-FS-ENTR           NOT       EQUAL     "00"
                   MOVE      "3"       TO        LK-PV-RET
                   GO        FIM.
           MOVE    SPACES    TO        ARQ-SPOOL
           STRING  "PROVA_"  DELIMITED BY SIZE
                   LK-PV-NOME DELIMITED BY SPACE
                   ".TXT"    DELIMITED BY SIZE INTO ARQ-SPOOL
           OPEN    OUTPUT    PSPOOL
           IF      W-FS-SPOOL          NOT       EQUAL     "00"
                   CLOSE     PENTR
                   MOVE      "9"       TO        LK-PV-RET
                   GO        FIM.
      *    SEMENTE DO SORTEIO PELA HORA - CADA PROVA SORTEIA OUTRA
      *    AMOSTRA
           ACCEPT  W-TIME    FROM      TIME
           COMPUTE W-SEMENTE = W-HHMMSS * 100 + W-CENTESIMOS
           COMPUTE W-SORTEIO = FUNCTION RANDOM (W-SEMENTE).
       LE-PEDIDO.
           READ    PENTR     AT        END
                   GO        FECHA-PROVA.
           IF      E-TIPO    NOT EQUAL "NO" AND "DN" AND "PR"
                   GO        LE-PEDIDO.
           PERFORM SELECIONA-CARTA     THRU FIM-SELECIONA-CARTA
           IF      W-ESTOURO EQUAL     "S"
                   CLOSE     PENTR PSPOOL
                   MOVE      "9"       TO        LK-PV-RET
                   GO        FIM.
           IF      W-ENTRA   EQUAL     "S"
                   PERFORM   COMPOE-PAGINA THRU FIM-COMPOE-PAGINA.
           GO      LE-PEDIDO.
       FECHA-PROVA.
           CLOSE   PENTR PSPOOL
           PERFORM REGISTRA-MODELOS    THRU FIM-REGISTRA-MODELOS
           IF      W-FS-MODELOS        NOT       EQUAL     "00"
                   MOVE      "9"       TO        LK-PV-RET
                   GO        FIM.
           MOVE    "1"       TO        LK-PV-RET
           MOVE    ARQ-SPOOL TO        LK-PV-SPOOL
           MOVE    W-QT-MOD  TO        LK-PV-MODELOS
           MOVE    W-PAGINAS TO        LK-PV-CARTAS.
       FIM.
           MOVE    ZEROS     TO        RETURN-CODE
           GOBACK.

      *    CARREGA-PROVCFG: PROVA.TXT AUSENTE DEIXA A PROVA DESLIGADA;
      *    CAMPO EM BRANCO OU NAO NUMERICO FICA COM O PADRAO.
       CARREGA-PROVCFG.
           MOVE    5         TO        W-PRIMEIRAS W-MAX-AMOSTRA
           MOVE    ZEROS     TO        W-TAXA
           OPEN    INPUT     PPROVCFG
           IF      W-FS-PROVCFG        NOT       EQUAL     "00"
                   GO        FIM-CARREGA-PROVCFG.
           MOVE    SPACES    TO        REG-PROVCFG
           READ    PPROVCFG  AT        END
                   MOVE      SPACES    TO        REG-PROVCFG.
           CLOSE   PPROVCFG
           MOVE    "00"      TO        W-FS-PROVCFG
           IF      PC-PRIMEIRAS        NUMERIC
                   MOVE      PC-PRIMEIRAS        TO   W-PRIMEIRAS.
           IF      PC-TAXA   NUMERIC
                   MOVE      PC-TAXA   TO        W-TAXA.
           IF      PC-MAX    NUMERIC
                   MOVE      PC-MAX    TO        W-MAX-AMOSTRA.
       FIM-CARREGA-PROVCFG.
           EXIT.

      *****************************************************************
      *    SELECIONA-CARTA: AS PRIMEIRAS DE CADA MODELO SEMPRE VAO A
      *    PROVA; DAS DEMAIS, UMA EM CADA W-TAXA E' SORTEADA ATE' O
      *    TETO DA AMOSTRA DO MODELO.
      *****************************************************************
       SELECIONA-CARTA.
           MOVE    "N"       TO        W-ENTRA
           MOVE    ZEROS     TO        W-ACHOU
           PERFORM PROCURA-MODELO      THRU FIM-PROCURA-MODELO
                    VARYING W-IND-MOD FROM 1 BY 1
                    UNTIL   W-IND-MOD > W-QT-MOD
                    OR      W-ACHOU > ZEROS
           IF      W-ACHOU   EQUAL     ZEROS
                   IF        W-QT-MOD  NOT       <         200
                             MOVE      "S"       TO        W-ESTOURO
                             GO        FIM-SELECIONA-CARTA
                   END-IF
                   ADD       1         TO        W-QT-MOD
                   MOVE      W-QT-MOD  TO        W-ACHOU
                   MOVE      E-CARTA   TO        TM-CARTA(W-ACHOU)
                   MOVE      ZEROS     TO        TM-QT(W-ACHOU)
                                                 TM-PROVA(W-ACHOU)
                                                 TM-SORTE(W-ACHOU).
           ADD     1         TO        TM-QT(W-ACHOU)
           IF      TM-QT(W-ACHOU)      NOT       >    W-PRIMEIRAS
                   MOVE      "S"       TO        W-ENTRA
                   MOVE      "PRIMEIRAS"         TO   W-ORIGEM
                   GO        FIM-SELECIONA-CARTA.
           IF      W-TAXA    EQUAL     ZEROS
           OR      TM-SORTE(W-ACHOU)   NOT       <    W-MAX-AMOSTRA
                   GO        FIM-SELECIONA-CARTA.
           COMPUTE W-SORTEIO = FUNCTION RANDOM
           COMPUTE W-PRODUTO = W-SORTEIO * W-TAXA
           IF      W-PRODUTO <         1
                   MOVE      "S"       TO        W-ENTRA
                   MOVE      "AMOSTRA" TO        W-ORIGEM
                   ADD       1         TO        TM-SORTE(W-ACHOU).
       FIM-SELECIONA-CARTA.
           EXIT.

       PROCURA-MODELO.
           IF      TM-CARTA(W-IND-MOD) EQUAL     E-CARTA
                   MOVE      W-IND-MOD TO        W-ACHOU.
       FIM-PROCURA-MODELO.
           EXIT.

      *****************************************************************
      *    COMPOE-PAGINA: FAIXA DA PROVA (PEDIDO, MODELO, ORDEM DA
      *    CARTA NO MODELO, PRIMEIRAS/AMOSTRA E SEQUENCIA) E A PAGINA
      *    DO ASSINANTE COMO O COMPOE A MONTA.
      *****************************************************************
       COMPOE-PAGINA.
           ADD     1         TO        W-PAGINAS TM-PROVA(W-ACHOU)
           MOVE    TM-QT(W-ACHOU)      TO        W-ORDEM-ED
           MOVE    SPACES    TO        REG-SPOOL
           MOVE    "1"       TO        SP-ASA
           STRING  "*** PROVA *** " DELIMITED BY SIZE
                   LK-PV-NOME          DELIMITED BY SPACE
                   " MODELO " E-CARTA " CARTA " W-ORDEM-ED " ("
                                       DELIMITED BY SIZE
                   W-ORIGEM            DELIMITED BY SPACE
                   ") SEQ " E-SEQ-REG  DELIMITED BY SIZE
                   INTO    SP-TEXTO
           WRITE   REG-SPOOL
           MOVE    SPACES    TO        W-LINHA
           PERFORM GRAVA-TEXTO         THRU FIM-GRAVA-TEXTO
           MOVE    E-NOME-ASS          TO        W-LINHA
           PERFORM GRAVA-TEXTO         THRU FIM-GRAVA-TEXTO
           MOVE    E-END-ASS TO        W-LINHA
           PERFORM GRAVA-TEXTO         THRU FIM-GRAVA-TEXTO
           MOVE    SPACES    TO        W-LINHA
           STRING  E-BAI-ASS " - " E-CID-ASS " - " E-UF-ASS
                   DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-TEXTO         THRU FIM-GRAVA-TEXTO
           MOVE    SPACES    TO        W-LINHA
           MOVE    E-CEP5-ASS          TO        W-CEP-ED-5
           MOVE    "-"       TO        W-CEP-TRACO
           MOVE    E-CEP3-ASS          TO        W-CEP-ED-3
           STRING  "CEP " W-CEP-ED DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-TEXTO         THRU FIM-GRAVA-TEXTO
           MOVE    SPACES    TO        W-LINHA
           PERFORM GRAVA-TEXTO         THRU FIM-GRAVA-TEXTO

      *    SAUDACAO COMO NO COMPOE: CHAMADA EM BRANCO CAI PARA O NOME
           MOVE    SPACES    TO        W-LINHA
           IF      E-CHAMADA-ASS       EQUAL     SPACES
                   IF        E-SEXO-ASS          EQUAL     "F"
                             STRING    "PREZADA " E-NOME-ASS ","
                                       DELIMITED BY SIZE INTO W-LINHA
                   ELSE
                             STRING    "PREZADO " E-NOME-ASS ","
                                       DELIMITED BY SIZE INTO W-LINHA
                   END-IF
           ELSE
                   IF        E-SEXO-ASS          EQUAL     "F"
                             STRING    "PREZADA " E-CHAMADA-ASS ","
                                       DELIMITED BY SIZE INTO W-LINHA
                   ELSE
                             STRING    "PREZADO " E-CHAMADA-ASS ","
                                       DELIMITED BY SIZE INTO W-LINHA
                   END-IF
           END-IF
           PERFORM GRAVA-TEXTO         THRU FIM-GRAVA-TEXTO
           MOVE    SPACES    TO        W-LINHA
           PERFORM GRAVA-TEXTO         THRU FIM-GRAVA-TEXTO
           MOVE    "BEM-VINDO(A)! E UM PRAZER TER VOCE COMO ASSINANTE."
                   TO        W-LINHA
           PERFORM GRAVA-TEXTO         THRU FIM-GRAVA-TEXTO
           MOVE    "ESTES SAO OS DADOS DA SUA ASSINATURA:"
                   TO        W-LINHA
           PERFORM GRAVA-TEXTO         THRU FIM-GRAVA-TEXTO
           MOVE    SPACES    TO        W-LINHA
           PERFORM GRAVA-TEXTO         THRU FIM-GRAVA-TEXTO

           PERFORM COMPOE-PROJETO      THRU FIM-COMPOE-PROJETO
                    VARYING W-IND FROM 1 BY 1
                    UNTIL   W-IND > 6

           MOVE    SPACES    TO        W-LINHA
           PERFORM GRAVA-TEXTO         THRU FIM-GRAVA-TEXTO
           MOVE    SPACES    TO        W-LINHA
           STRING  "CENTRAL DE ATENDIMENTO: " E-0800
                   "  GRANDE SP: " E-GSP
                   DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-TEXTO         THRU FIM-GRAVA-TEXTO.
       FIM-COMPOE-PAGINA.
           EXIT.

       GRAVA-TEXTO.
           MOVE    SPACES    TO        REG-SPOOL
           MOVE    W-LINHA   TO        SP-TEXTO
           WRITE   REG-SPOOL.
       FIM-GRAVA-TEXTO.
           EXIT.

       COMPOE-PROJETO.
           IF      E-NR-PROJ(W-IND)    EQUAL     SPACES
           AND     E-NOME-PROJ(W-IND)  EQUAL     SPACES
                   GO        FIM-COMPOE-PROJETO.
           MOVE    SPACES    TO        W-LINHA
           IF      E-VL-PARC(W-IND)    NUMERIC
                   DIVIDE    E-VL-PARC(W-IND)    BY   100
                             GIVING    W-VALOR
                   STRING    "  " E-NOME-PROJ(W-IND)
                             " VIGENCIA " E-MMAA-INIC(W-IND) (1 : 7)
                             " A " E-MMAA-FIM(W-IND) (1 : 7)
                             " PARCELA R$ " W-VALOR
                             DELIMITED BY SIZE INTO W-LINHA
           ELSE
                   STRING    "  " E-NOME-PROJ(W-IND)
                             " VIGENCIA " E-MMAA-INIC(W-IND) (1 : 7)
                             " A " E-MMAA-FIM(W-IND) (1 : 7)
                             DELIMITED BY SIZE INTO W-LINHA.
           PERFORM GRAVA-TEXTO         THRU FIM-GRAVA-TEXTO.
       FIM-COMPOE-PROJETO.
           EXIT.

      *****************************************************************
      *    REGISTRA-MODELOS: REGRAVA PROVA_MODELOS.TXT COM AS LINHAS
      *    DOS OUTROS PEDIDOS AINDA AGUARDANDO PROVA E OS MODELOS
      *    DESTE PEDIDO (SITUACAO A).
      *****************************************************************
       REGISTRA-MODELOS.
           MOVE    ZEROS     TO        W-QT-LIN
           OPEN    INPUT     PMODELOS
           IF      W-FS-MODELOS        NOT       EQUAL     "00"
                   GO        REGRAVA-MODELOS.
       LE-MODELO.
           READ    PMODELOS  AT        END
                   CLOSE     PMODELOS
                   GO        REGRAVA-MODELOS.
           IF      PM-SITUACAO         NOT       EQUAL     "A"
                   GO        LE-MODELO.
           IF      PM-NOME   EQUAL     LK-PV-NOME
           AND     PM-DATA   EQUAL     LK-PV-DATA
                   GO        LE-MODELO.
           IF      W-QT-LIN  NOT       <         500
                   GO        LE-MODELO.
           ADD     1         TO        W-QT-LIN
           MOVE    REG-MODELO          TO        TL-LIN(W-QT-LIN)
           GO      LE-MODELO.
       REGRAVA-MODELOS.
           OPEN    OUTPUT    PMODELOS
           IF      W-FS-MODELOS        NOT       EQUAL     "00"
                   GO        FIM-REGISTRA-MODELOS.
           PERFORM GRAVA-LINHA-ANT     THRU FIM-GRAVA-LINHA-ANT
                    VARYING W-IND-LIN FROM 1 BY 1
                    UNTIL   W-IND-LIN > W-QT-LIN
           PERFORM GRAVA-MODELO        THRU FIM-GRAVA-MODELO
                    VARYING W-IND-MOD FROM 1 BY 1
                    UNTIL   W-IND-MOD > W-QT-MOD
           CLOSE   PMODELOS
           MOVE    "00"      TO        W-FS-MODELOS.
       FIM-REGISTRA-MODELOS.
           EXIT.

       GRAVA-LINHA-ANT.
           MOVE    TL-LIN(W-IND-LIN)   TO        REG-MODELO
           WRITE   REG-MODELO.
       FIM-GRAVA-LINHA-ANT.
           EXIT.

       GRAVA-MODELO.
           MOVE    SPACES    TO        REG-MODELO
           MOVE    LK-PV-NOME          TO        PM-NOME
           MOVE    LK-PV-DATA          TO        PM-DATA
           MOVE    TM-CARTA(W-IND-MOD) TO        PM-CARTA
           MOVE    TM-QT(W-IND-MOD)    TO        PM-QT-PEDIDO
           MOVE    TM-PROVA(W-IND-MOD) TO        PM-QT-PROVA
           MOVE    "A"       TO        PM-SITUACAO
           MOVE    ARQ-SPOOL TO        PM-SPOOL
           WRITE   REG-MODELO.
       FIM-GRAVA-MODELO.
           EXIT.
