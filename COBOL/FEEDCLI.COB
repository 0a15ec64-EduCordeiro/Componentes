       IDENTIFICATION DIVISION.
       PROGRAM-ID.      FEEDCLI.
      *
      *  ALIMENTACAO DIARIA DO CRM E DA CENTRAL DE ATENDIMENTO COM
      *  AS MUDANCAS DO CADASTRO DE CLIENTES: EM VEZ DA COPIA CHEIA
      *  DO CLIENTE.TXT (QUE PASSAVA POR CIMA DAS CORRECOES FEITAS
      *  DO LADO DE LA'), SAI SO' O QUE O JORNAL_CLIENTE.TXT
      *  REGISTROU DESDE A ULTIMA REMESSA - INCLUSOES, ALTERACOES E
      *  EXCLUSOES, CADA UMA COM A IMAGEM E O CODIGO DA OPERACAO.
      *
      *  ARQUIVO DE INTERFACE DE POSICAO FIXA FEEDCLI_<AAAAMMDD>
      *  <HHMMSS>.TXT, TIPO NA COLUNA 1 (COMO A REMESSA BANCARIA):
      *    "0" HEADER  - MODO, DATA/HORA DA GERACAO, NUMERO DA
      *                  REMESSA E A FAIXA PEDIDA (NO DIARIO, O
      *                  CARIMBO DA MARCA, EXCLUSIVE, ATE' A HORA
      *                  DA GERACAO);
      *    "1" DETALHE - OPERACAO (I=INCLUSAO, A=ALTERACAO,
      *                  E=EXCLUSAO), CARIMBO E OPERADOR DO JORNAL,
      *                  CODIGO DO CLIENTE E A IMAGEM DO REGISTRO
      *                  (MESMO LAYOUT DO CLIENTE.TXT). NA EXCLUSAO
      *                  VAI A IMAGEM ANTERIOR, QUE TRAZ A CHAVE;
      *    "9" TRAILER - CONTAGEM POR OPERACAO, DE DETALHES E DE
      *                  REGISTROS (COM HEADER E TRAILER) E O
      *                  CARIMBO DA ULTIMA OPERACAO REMETIDA.
      *  CARGA E PADRONIZA SAEM COMO I E A; AS DEMAIS OPERACOES DO
      *  JORNAL NAO MEXEM NO CADASTRO E SO' SAO CONTADAS.
      *
      *  MODO D (DIARIO): A MARCA FEEDCLI_MARCA.TXT GUARDA O CARIMBO
      *  (DATA/HORA) DA ULTIMA OPERACAO REMETIDA E QUANTAS OPERACOES
      *  DAQUELE MESMO CARIMBO JA' FORAM. SO' SAI O QUE VEM DEPOIS,
      *  E A MARCA SO' AVANCA COM O ARQUIVO GRAVADO E FECHADO - UMA
      *  NOITE QUE CAIU NO MEIO REMETE, NA SEGUINTE, EXATAMENTE O
      *  QUE FALTOU. SEM MARCA VAI O JORNAL INTEIRO.
      *
      *  MODO R (REENVIO): O LADO DE LA' PERDEU UM ARQUIVO - SAEM AS
      *  OPERACOES DO JORNAL ENTRE DUAS DATAS (AAAAMMDD, INCLUSIVE)
      *  NUM ARQUIVO NOVO, COM A MESMA NUMERACAO. A MARCA NAO MEXE.
      *
      *  CHAMADA DESATENDIDA:
      *     FEEDCLI D
      *     FEEDCLI R <DATA-INICIAL> <DATA-FINAL>
      *
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT       PJORNAL        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-JORNAL
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PFEED          ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-FEED
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PMARCA         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-MARCA
                        ACCESS         MODE      IS   SEQUENTIAL.

       DATA        DIVISION.
       FILE        SECTION.
      *    MESMO LAYOUT DO LISTA_CLIENTE.
       FD  PJORNAL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "JORNAL_CLIENTE.TXT".
       01  REG-JORNAL.
           02 JR-OPER          PIC X(009).
           02 FILLER           PIC X(002).
           02 JR-DATA          PIC X(006).
           02 FILLER           PIC X(002).
           02 JR-HORA          PIC X(006).
           02 FILLER           PIC X(002).
           02 JR-COD           PIC X(004).
           02 FILLER           PIC X(002).
           02 JR-ANTES         PIC X(295).
           02 FILLER           PIC X(002).
           02 JR-DEPOIS        PIC X(295).

      *    INTERFACE DE POSICAO FIXA: TIPO NA COLUNA 1 - "0" HEADER,
      *    "1" DETALHE, "9" TRAILER.
       FD  PFEED
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS ARQ-FEED.
       01  REG-FEED.
           02  FD-TIPO            PIC X(001).
           02  FD-OPER            PIC X(001).
           02  FD-DATA            PIC 9(008).
           02  FD-HORA            PIC 9(006).
           02  FD-OPERADOR        PIC X(004).
           02  FD-CODIGO          PIC 9(009).
           02  FD-IMAGEM          PIC X(295).
       01  REG-FEED-HEADER.
           02  FH-TIPO            PIC X(001).
           02  FH-MODO            PIC X(001).
           02  FH-DT-GERACAO      PIC 9(008).
           02  FH-HR-GERACAO      PIC 9(006).
           02  FH-SISTEMA         PIC X(008).
           02  FH-REMESSA         PIC 9(006).
           02  FH-CARIMBO-DE      PIC 9(014).
           02  FH-CARIMBO-ATE     PIC 9(014).
           02  FILLER             PIC X(266).
       01  REG-FEED-TRAILER.
           02  FT-TIPO            PIC X(001).
           02  FT-QT-INCLUSOES    PIC 9(007).
           02  FT-QT-ALTERACOES   PIC 9(007).
           02  FT-QT-EXCLUSOES    PIC 9(007).
           02  FT-QT-DETALHES     PIC 9(007).
           02  FT-QT-REGISTROS    PIC 9(007).
           02  FT-REMESSA         PIC 9(006).
           02  FT-CARIMBO-ULT     PIC 9(014).
           02  FILLER             PIC X(268).

      *    MARCA D'AGUA DA REMESSA DIARIA: CARIMBO DA ULTIMA OPERACAO
      *    REMETIDA (NO FORMATO DO JORNAL), QUANTAS OPERACOES DESSE
      *    CARIMBO JA' FORAM, E O NUMERO/DATA DA ULTIMA REMESSA.
       FD  PMARCA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FEEDCLI_MARCA.TXT".
       01  REG-MARCA.
           02  MC-DATA            PIC X(006).
           02  FILLER             PIC X(002).
           02  MC-HORA            PIC X(006).
           02  FILLER             PIC X(002).
           02  MC-QT-CARIMBO      PIC 9(004).
           02  FILLER             PIC X(002).
           02  MC-REMESSA         PIC 9(006).
           02  FILLER             PIC X(002).
           02  MC-DT-GERACAO      PIC 9(008).
           02  FILLER             PIC X(002).
           02  MC-HR-GERACAO      PIC 9(006).

       WORKING-STORAGE  SECTION.
       77  W-FS-JORNAL            PIC X(002) VALUE SPACES.
       77  W-FS-FEED              PIC X(002) VALUE SPACES.
       77  W-FS-MARCA             PIC X(002) VALUE SPACES.
       77  W-ARGC                 PIC 9(002) VALUE ZEROS.
       77  W-MODO                 PIC X(001) VALUE SPACES.
       77  ARQ-FEED               PIC X(030) VALUE SPACES.
       77  W-HOJE                 PIC 9(008) VALUE ZEROS.
       77  W-AGORA                PIC 9(006) VALUE ZEROS.
       77  W-DT-INICIAL           PIC 9(008) VALUE ZEROS.
       77  W-DT-FINAL             PIC 9(008) VALUE ZEROS.
       77  W-DT-JORNAL            PIC 9(008) VALUE ZEROS.
       77  W-TEM-MARCA            PIC X(001) VALUE "N".
       77  W-REMESSA              PIC 9(006) VALUE ZEROS.
       77  W-OPER                 PIC X(001) VALUE SPACES.
       77  W-QT-LIDAS             PIC 9(007) VALUE ZEROS.
       77  W-QT-JA-REMETIDAS      PIC 9(007) VALUE ZEROS.
       77  W-QT-FORA-FAIXA        PIC 9(007) VALUE ZEROS.
       77  W-QT-IGNORADAS         PIC 9(007) VALUE ZEROS.
       77  W-QT-INCLUSOES         PIC 9(007) VALUE ZEROS.
       77  W-QT-ALTERACOES        PIC 9(007) VALUE ZEROS.
       77  W-QT-EXCLUSOES         PIC 9(007) VALUE ZEROS.
       77  W-QT-DETALHES          PIC 9(007) VALUE ZEROS.
      *    OPERACOES COM O CARIMBO DA LINHA CORRENTE (EMPATE NO
      *    MESMO SEGUNDO).
       77  W-QT-NO-CARIMBO        PIC 9(004) VALUE ZEROS.
       01  W-CARIMBO-JR.
           02 W-CJ-DATA           PIC X(006).
           02 W-CJ-HORA           PIC X(006).
       01  W-CARIMBO-ANT          PIC X(012) VALUE SPACES.
      *    CARIMBO DA MARCA LIDA E O DA ULTIMA OPERACAO REMETIDA.
       01  W-CARIMBO-MARCA.
           02 W-CM-DATA           PIC X(006).
           02 W-CM-HORA           PIC X(006).
       77  W-QT-MARCA             PIC 9(004) VALUE ZEROS.
       01  W-CARIMBO-NOVO         PIC X(012) VALUE SPACES.
       77  W-QT-NOVO              PIC 9(004) VALUE ZEROS.
       01  W-CARIMBO-PRIM         PIC X(012) VALUE SPACES.
      *    CARIMBO DO JORNAL (AAMMDDHHMMSS) EM AAAAMMDDHHMMSS.
       01  W-CARIMBO-14.
           02 W-C14-SECULO        PIC 9(002) VALUE 20.
           02 W-C14-RESTO         PIC X(012) VALUE SPACES.
       01  W-IMAGEM.
           02 FILLER              PIC X(277).
           02 W-IM-CODIGO         PIC X(009).
           02 FILLER              PIC X(009).
       01  W-TIME.
           02 W-HORA              PIC 9(002).
           02 W-MINU              PIC 9(002).
           02 W-SEGU              PIC 9(002).
           02 FILLER              PIC 9(002).

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
                   DISPLAY "FEEDCLI - MUDANCAS DO CADASTRO DE CLIENTES"
                   DISPLAY "MODO (D=DIARIO R=REENVIO POR DATAS): "
                   ACCEPT  W-MODO.
           IF      W-MODO    EQUAL     "d"
                   MOVE      "D"       TO        W-MODO.
           IF      W-MODO    EQUAL     "r"
                   MOVE      "R"       TO        W-MODO.
           IF      W-MODO    NOT       EQUAL     "D" AND "R"
                   DISPLAY "MODO INVALIDO (USE D OU R)"
                   STOP RUN.
           IF      W-MODO    EQUAL     "R"
                   PERFORM LE-FAIXA    THRU FIM-LE-FAIXA.
           ACCEPT  W-HOJE    FROM      DATE      YYYYMMDD
           ACCEPT  W-TIME    FROM      TIME
           MOVE    W-TIME (1 : 6)      TO        W-AGORA
           PERFORM LE-MARCA            THRU FIM-LE-MARCA
           OPEN    INPUT     PJORNAL
           IF      W-FS-JORNAL         NOT       EQUAL     "00"
                   DISPLAY "JORNAL_CLIENTE.TXT NAO ENCONTRADO = "
                           W-FS-JORNAL
                   STOP RUN.
           ADD     1         TO        W-REMESSA
           MOVE    SPACES    TO        ARQ-FEED
           STRING  "FEEDCLI_" W-HOJE W-AGORA ".TXT"
                   DELIMITED BY SIZE INTO ARQ-FEED
           OPEN    OUTPUT    PFEED
           IF      W-FS-FEED NOT       EQUAL     "00"
                   DISPLAY ARQ-FEED " NAO PODE SER GRAVADO = "
                           W-FS-FEED
                   CLOSE   PJORNAL
                   STOP RUN.
           MOVE    SPACES    TO        REG-FEED-HEADER
           MOVE    "0"       TO        FH-TIPO
           MOVE    W-MODO    TO        FH-MODO
           MOVE    W-HOJE    TO        FH-DT-GERACAO
           MOVE    W-AGORA   TO        FH-HR-GERACAO
           MOVE    "CLIENTES"          TO        FH-SISTEMA
           MOVE    W-REMESSA TO        FH-REMESSA
           MOVE    ZEROS     TO        FH-CARIMBO-DE
           MOVE    W-HOJE    TO        FH-CARIMBO-ATE (1 : 8)
           MOVE    W-AGORA   TO        FH-CARIMBO-ATE (9 : 6)
           IF      W-MODO    EQUAL     "R"
                   MOVE      W-DT-INICIAL TO FH-CARIMBO-DE (1 : 8)
                   MOVE      W-DT-FINAL   TO FH-CARIMBO-ATE (1 : 8)
                   MOVE      235959       TO FH-CARIMBO-ATE (9 : 6)
           ELSE
              IF   W-TEM-MARCA         EQUAL     "S"
                   MOVE      W-CARIMBO-MARCA     TO   W-C14-RESTO
                   MOVE      W-CARIMBO-14        TO   FH-CARIMBO-DE.
           WRITE   REG-FEED-HEADER
           MOVE    SPACES    TO        W-CARIMBO-ANT
           MOVE    W-CARIMBO-MARCA     TO        W-CARIMBO-NOVO
           MOVE    W-QT-MARCA          TO        W-QT-NOVO.
       LE-JORNAL.
           READ    PJORNAL   AT        END
                   GO        FECHA-REMESSA.
           ADD     1         TO        W-QT-LIDAS
           EVALUATE JR-OPER
               WHEN "INCLUSAO"
               WHEN "CARGA"
                   MOVE      "I"       TO        W-OPER
               WHEN "ALTERACAO"
               WHEN "PADRONIZA"
                   MOVE      "A"       TO        W-OPER
               WHEN "EXCLUSAO"
                   MOVE      "E"       TO        W-OPER
               WHEN OTHER
                   MOVE      SPACES    TO        W-OPER
           END-EVALUATE
           IF      W-OPER    EQUAL     SPACES
                   ADD       1         TO        W-QT-IGNORADAS
                   GO        LE-JORNAL.
           MOVE    JR-DATA   TO        W-CJ-DATA
           MOVE    JR-HORA   TO        W-CJ-HORA
           IF      W-CARIMBO-JR        EQUAL     W-CARIMBO-ANT
                   ADD       1         TO        W-QT-NO-CARIMBO
           ELSE
                   MOVE      1         TO        W-QT-NO-CARIMBO
                   MOVE      W-CARIMBO-JR        TO   W-CARIMBO-ANT.
           IF      W-MODO    EQUAL     "R"
                   GO        CONFERE-FAIXA.
      *    DIARIO: SO' O QUE VEM DEPOIS DA MARCA. NO CARIMBO DA
      *    MARCA, AS PRIMEIRAS MC-QT-CARIMBO OPERACOES JA' FORAM.
           IF      W-TEM-MARCA         EQUAL     "S"
              IF   W-CARIMBO-JR        <         W-CARIMBO-MARCA
              OR  (W-CARIMBO-JR        EQUAL     W-CARIMBO-MARCA
              AND  W-QT-NO-CARIMBO     NOT >     W-QT-MARCA)
                   ADD       1         TO        W-QT-JA-REMETIDAS
                   GO        LE-JORNAL.
           GO      REMETE-OPERACAO.
       CONFERE-FAIXA.
           MOVE    20        TO        W-DT-JORNAL (1 : 2)
           MOVE    JR-DATA   TO        W-DT-JORNAL (3 : 6)
           IF      JR-DATA   NOT       NUMERIC
           OR      W-DT-JORNAL         <         W-DT-INICIAL
           OR      W-DT-JORNAL         >         W-DT-FINAL
                   ADD       1         TO        W-QT-FORA-FAIXA
                   GO        LE-JORNAL.
       REMETE-OPERACAO.
           MOVE    SPACES    TO        REG-FEED
           MOVE    "1"       TO        FD-TIPO
           MOVE    W-OPER    TO        FD-OPER
           MOVE    W-CARIMBO-JR        TO        W-C14-RESTO
           MOVE    W-CARIMBO-14 (1 : 8)          TO   FD-DATA
           MOVE    W-CARIMBO-14 (9 : 6)          TO   FD-HORA
           MOVE    JR-COD    TO        FD-OPERADOR
      *    EXCLUSAO NAO TEM IMAGEM POSTERIOR - VAI A ANTERIOR.
           IF      W-OPER    EQUAL     "E"
                   MOVE      JR-ANTES  TO        W-IMAGEM
           ELSE
                   MOVE      JR-DEPOIS TO        W-IMAGEM.
           MOVE    W-IMAGEM  TO        FD-IMAGEM
           IF      W-IM-CODIGO         NUMERIC
                   MOVE      W-IM-CODIGO         TO   FD-CODIGO
           ELSE
                   MOVE      ZEROS     TO        FD-CODIGO.
           WRITE   REG-FEED
           ADD     1         TO        W-QT-DETALHES
           IF      W-OPER    EQUAL     "I"
                   ADD       1         TO        W-QT-INCLUSOES.
           IF      W-OPER    EQUAL     "A"
                   ADD       1         TO        W-QT-ALTERACOES.
           IF      W-OPER    EQUAL     "E"
                   ADD       1         TO        W-QT-EXCLUSOES.
           IF      W-CARIMBO-PRIM      EQUAL     SPACES
                   MOVE      W-CARIMBO-JR        TO   W-CARIMBO-PRIM.
           MOVE    W-CARIMBO-JR        TO        W-CARIMBO-NOVO
           MOVE    W-QT-NO-CARIMBO     TO        W-QT-NOVO
           GO      LE-JORNAL.
       FECHA-REMESSA.
           CLOSE   PJORNAL
           MOVE    SPACES    TO        REG-FEED-TRAILER
           MOVE    "9"       TO        FT-TIPO
           MOVE    W-QT-INCLUSOES      TO        FT-QT-INCLUSOES
           MOVE    W-QT-ALTERACOES     TO        FT-QT-ALTERACOES
           MOVE    W-QT-EXCLUSOES      TO        FT-QT-EXCLUSOES
           MOVE    W-QT-DETALHES       TO        FT-QT-DETALHES
           COMPUTE FT-QT-REGISTROS     =         W-QT-DETALHES + 2
           MOVE    W-REMESSA TO        FT-REMESSA
           MOVE    ZEROS     TO        FT-CARIMBO-ULT
           IF      W-QT-DETALHES       >         ZEROS
                   MOVE      W-CARIMBO-NOVO      TO   W-C14-RESTO
                   MOVE      W-CARIMBO-14        TO   FT-CARIMBO-ULT.
           WRITE   REG-FEED-TRAILER
           CLOSE   PFEED
           IF      W-FS-FEED NOT       EQUAL     "00"
                   DISPLAY ARQ-FEED " NAO FECHOU DIREITO = "
                           W-FS-FEED " - MARCA MANTIDA"
                   STOP RUN.
           PERFORM GRAVA-MARCA         THRU FIM-GRAVA-MARCA
           DISPLAY "REMESSA " W-REMESSA " EM " ARQ-FEED
           DISPLAY "OPERACOES LIDAS NO JORNAL ..: " W-QT-LIDAS
           IF      W-MODO    EQUAL     "D"
                   DISPLAY "JA' REMETIDAS ANTES .......: "
                           W-QT-JA-REMETIDAS
           ELSE
                   DISPLAY "FORA DAS DATAS PEDIDAS ....: "
                           W-QT-FORA-FAIXA.
           DISPLAY "SEM EFEITO NO CADASTRO ....: " W-QT-IGNORADAS
           DISPLAY "INCLUSOES .................: " W-QT-INCLUSOES
           DISPLAY "ALTERACOES ................: " W-QT-ALTERACOES
           DISPLAY "EXCLUSOES .................: " W-QT-EXCLUSOES
           IF      W-QT-DETALHES       >         ZEROS
                   DISPLAY "CARIMBOS REMETIDOS ........: "
                           W-CARIMBO-PRIM " A " W-CARIMBO-NOVO.
           STOP    RUN.

      *****************************************************************
      *    LE-FAIXA: DATAS DO REENVIO (AAAAMMDD), DA LINHA DE COMANDO
      *    OU DO OPERADOR.
      *****************************************************************
       LE-FAIXA.
           IF      W-ARGC    NOT       <         3
                   DISPLAY 2 UPON      ARGUMENT-NUMBER
                   ACCEPT  W-DT-INICIAL          FROM ARGUMENT-VALUE
                   DISPLAY 3 UPON      ARGUMENT-NUMBER
                   ACCEPT  W-DT-FINAL  FROM      ARGUMENT-VALUE
           ELSE
                   DISPLAY "DATA INICIAL (AAAAMMDD): "
                   ACCEPT  W-DT-INICIAL
                   DISPLAY "DATA FINAL   (AAAAMMDD): "
                   ACCEPT  W-DT-FINAL.
           IF      W-DT-INICIAL        EQUAL     ZEROS
           OR      W-DT-FINAL          <         W-DT-INICIAL
                   DISPLAY "FAIXA DE DATAS INVALIDA"
                   STOP RUN.
       FIM-LE-FAIXA.
           EXIT.

      *****************************************************************
      *    LE-MARCA: ULTIMA OPERACAO REMETIDA E NUMERO DA ULTIMA
      *    REMESSA. SEM MARCA, A REMESSA DIARIA LEVA O JORNAL TODO.
      *****************************************************************
       LE-MARCA.
           MOVE    "N"       TO        W-TEM-MARCA
           MOVE    SPACES    TO        W-CARIMBO-MARCA
           MOVE    ZEROS     TO        W-QT-MARCA    W-REMESSA
           OPEN    INPUT     PMARCA
           IF      W-FS-MARCA          NOT       EQUAL     "00"
                   GO        SEM-MARCA.
           READ    PMARCA    AT        END
                   CLOSE     PMARCA
                   GO        SEM-MARCA.
           CLOSE   PMARCA
           IF      MC-REMESSA          NUMERIC
                   MOVE      MC-REMESSA          TO   W-REMESSA.
           IF      MC-DATA   EQUAL     SPACES
                   GO        SEM-MARCA.
           MOVE    "S"       TO        W-TEM-MARCA
           MOVE    MC-DATA   TO        W-CM-DATA
           MOVE    MC-HORA   TO        W-CM-HORA
           IF      MC-QT-CARIMBO       NUMERIC
                   MOVE      MC-QT-CARIMBO       TO   W-QT-MARCA.
           GO      FIM-LE-MARCA.
       SEM-MARCA.
           IF      W-MODO    EQUAL     "D"
                   DISPLAY "SEM FEEDCLI_MARCA.TXT - REMETENDO O "
                           "JORNAL INTEIRO".
       FIM-LE-MARCA.
           EXIT.

      *****************************************************************
      *    GRAVA-MARCA: SO' DEPOIS DA REMESSA FECHADA. NO DIARIO A
      *    MARCA AVANCA PARA A ULTIMA OPERACAO REMETIDA (OU FICA ONDE
      *    ESTAVA, SE NADA SAIU); NO REENVIO SO' O NUMERO ANDA.
      *****************************************************************
       GRAVA-MARCA.
           MOVE    SPACES    TO        REG-MARCA
           IF      W-MODO    EQUAL     "D"
                   MOVE      W-CARIMBO-NOVO (1 : 6) TO MC-DATA
                   MOVE      W-CARIMBO-NOVO (7 : 6) TO MC-HORA
                   MOVE      W-QT-NOVO TO        MC-QT-CARIMBO
           ELSE
                   MOVE      W-CM-DATA TO        MC-DATA
                   MOVE      W-CM-HORA TO        MC-HORA
                   MOVE      W-QT-MARCA          TO   MC-QT-CARIMBO.
           MOVE    W-REMESSA TO        MC-REMESSA
           MOVE    W-HOJE    TO        MC-DT-GERACAO
           MOVE    W-AGORA   TO        MC-HR-GERACAO
           OPEN    OUTPUT    PMARCA
           IF      W-FS-MARCA          NOT       EQUAL     "00"
                   DISPLAY "FEEDCLI_MARCA.TXT NAO PODE SER GRAVADO = "
                           W-FS-MARCA
                   DISPLAY "A PROXIMA REMESSA DIARIA REPETIRA' ESTA"
                   GO        FIM-GRAVA-MARCA.
           WRITE   REG-MARCA
           CLOSE   PMARCA.
       FIM-GRAVA-MARCA.
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
