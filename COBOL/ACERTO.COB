       IDENTIFICATION DIVISION.
       PROGRAM-ID.      ACERTO.
      *
      *  ACERTO MENSAL DA ENTREGA DIRETA POR DISTRIBUIDOR:
      *
      *    ACERTO <AAAAMM>
      *
      *  CONFERE AS ENTREGAS DE MANIFESTO (MANIFESTO_ITENS.TXT, DO
      *  MANIFESTO, COM A CONFIRMACAO ANOTADA PELO ENTREGA) DOS
      *  MANIFESTOS EMITIDOS ATE' O MES. SO' SE PAGA A ENTREGA
      *  CONFIRMADA COMO ENTREGUE ATE' O FIM DO MES, PELA TARIFA DO
      *  DISTRIBUIDOR E PRIORIDADE EM DISTRIB_TARIFAS.TXT:
      *       01-06 DISTRIBUIDOR   08-11 PRIORIDADE (BRANCO = TODAS)
      *       13-19 VALOR POR ENTREGA, EM CENTAVOS
      *  A ENTREGUE PAGA E A NAO ENTREGUE FICAM MARCADAS COM O MES
      *  DO ACERTO E NAO VOLTAM NOS MESES SEGUINTES; A SEM
      *  CONFIRMACAO (OU SEM TARIFA) NAO E' PAGA E FICA EM ABERTO
      *  PARA O PROXIMO ACERTO. REPETIR O MESMO MES REFAZ O ACERTO.
      *
      *  O EXTRATO (ACERTO_REL.TXT) FECHA CADA MANIFESTO COM O QUE
      *  FOI EMITIDO: EMITIDAS = PAGAS + NAO ENTREGUES + SEM
      *  CONFIRMACAO + SEM TARIFA + JA' ACERTADAS EM MES ANTERIOR.
      *  ACERTO_DISTRIB.TXT TRAZ UMA LINHA POR DISTRIBUIDOR PARA O
      *  CONTAS A PAGAR.
      *
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT       PITENS         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-ITENS
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PTARIFA        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-TARIFA
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       WORK-ACE       ASSIGN    TO   "WSACERTO".
           SELECT       RELAT          ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-RELAT
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PRESUMO        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-RESUMO
                        ACCESS         MODE      IS   SEQUENTIAL.

       DATA        DIVISION.
       FILE        SECTION.
      *    MESMO LAYOUT DO MANIFESTO.
       FD  PITENS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MANIFESTO_ITENS.TXT".
       01  REG-ITEM               PIC X(124).

       FD  PTARIFA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DISTRIB_TARIFAS.TXT".
       01  REG-TARIFA.
           02  TF-DISTRIB         PIC X(06).
           02  FILLER             PIC X(01).
           02  TF-PRIORI          PIC X(04).
           02  FILLER             PIC X(01).
           02  TF-VALOR           PIC 9(05)V99.

       SD  WORK-ACE.
       01  SD-REC.
           02  SD-DISTRIB         PIC X(06).
           02  SD-MANIFESTO       PIC X(12).
           02  SD-SEQ             PIC X(09).
           02  SD-IND             PIC 9(05).

       FD  RELAT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ACERTO_REL.TXT".
       01  REG-RELAT              PIC X(120).

       FD  PRESUMO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ACERTO_DISTRIB.TXT".
       01  REG-RESUMO.
           02  RS-MES             PIC 9(06).
           02  FILLER             PIC X(01).
           02  RS-DISTRIB         PIC X(06).
           02  FILLER             PIC X(01).
           02  RS-EMITIDAS        PIC 9(06).
           02  FILLER             PIC X(01).
           02  RS-PAGAS           PIC 9(06).
           02  FILLER             PIC X(01).
           02  RS-NAO-ENTREG      PIC 9(06).
           02  FILLER             PIC X(01).
           02  RS-SEM-CONF        PIC 9(06).
           02  FILLER             PIC X(01).
           02  RS-SEM-TARIFA      PIC 9(06).
           02  FILLER             PIC X(01).
           02  RS-VALOR           PIC 9(09)V99.

       WORKING-STORAGE  SECTION.
       77  W-FS-ITENS             PIC X(002) VALUE SPACES.
       77  W-FS-TARIFA            PIC X(002) VALUE SPACES.
       77  W-FS-RELAT             PIC X(002) VALUE SPACES.
       77  W-FS-RESUMO            PIC X(002) VALUE SPACES.
       77  W-ARGC                 PIC 9(002) VALUE ZEROS.
       77  W-MES-ARG              PIC X(006) VALUE SPACES.
       77  W-MES                  PIC 9(006) VALUE ZEROS.
       77  W-FIM-SORT             PIC X(001) VALUE "N".
       77  W-QT-ITENS             PIC 9(005) VALUE ZEROS.
       77  W-QT-TARIFAS           PIC 9(003) VALUE ZEROS.
       77  W-IND                  PIC 9(005) VALUE ZEROS.
       77  W-IND-TF               PIC 9(003) VALUE ZEROS.
       77  W-ACHOU-TF             PIC 9(003) VALUE ZEROS.
       77  W-DISTRIB-ATUAL        PIC X(006) VALUE SPACES.
       77  W-MANIF-ATUAL          PIC X(012) VALUE SPACES.
       77  W-OCORRENCIA           PIC X(040) VALUE SPACES.
       77  W-TARIFA               PIC 9(05)V99 VALUE ZEROS.
       77  W-QT-DISTRIB           PIC 9(004) VALUE ZEROS.
       77  W-NIVEL                PIC 9(001) VALUE ZEROS.
       01  W-LINHA-REL            PIC X(120) VALUE SPACES.
       01  W-VALOR-ED             PIC ZZZ,ZZZ,ZZ9.99.
      *    CONTAGENS DO MANIFESTO, DO DISTRIBUIDOR E GERAL.
       01  W-CONTAGENS.
           02  W-CT OCCURS 3 TIMES.
               03  CT-EMITIDAS    PIC 9(06).
               03  CT-PAGAS       PIC 9(06).
               03  CT-NAO-ENTREG  PIC 9(06).
               03  CT-SEM-CONF    PIC 9(06).
               03  CT-SEM-TARIFA  PIC 9(06).
               03  CT-JA-ACERT    PIC 9(06).
               03  CT-VALOR       PIC 9(09)V99.
      *    ENTREGA DE MANIFESTO EM TRABALHO (MESMO LAYOUT DO
      *    MANIFESTO).
       01  W-ITEM.
           02  MI-MANIFESTO       PIC 9(12).
           02  FILLER             PIC X(01).
           02  MI-DISTRIB         PIC X(06).
           02  FILLER             PIC X(01).
           02  MI-SEQ             PIC X(09).
           02  FILLER             PIC X(01).
           02  MI-CENTRALIZ       PIC X(06).
           02  FILLER             PIC X(01).
           02  MI-PRIORI          PIC X(04).
           02  FILLER             PIC X(01).
           02  MI-ROTEIRO         PIC X(10).
           02  FILLER             PIC X(01).
           02  MI-NOME            PIC X(30).
           02  FILLER             PIC X(01).
           02  MI-COD-ASS         PIC X(09).
           02  FILLER             PIC X(01).
           02  MI-CEP             PIC X(08).
           02  FILLER             PIC X(01).
           02  MI-SITUACAO        PIC X(01).
           02  FILLER             PIC X(01).
           02  MI-MOTIVO          PIC X(03).
           02  FILLER             PIC X(01).
           02  MI-DT-CONF         PIC 9(08).
           02  FILLER             PIC X(01).
           02  MI-ACERTO          PIC 9(06).
       01  W-ITEM-R REDEFINES W-ITEM.
           02  MI-MES-MANIF       PIC 9(06).
           02  FILLER             PIC X(103).
           02  MI-MES-CONF        PIC 9(06).
           02  FILLER             PIC X(09).
      *    TODAS AS ENTREGAS DE MANIFESTO, REGRAVADAS NO FIM.
       01  TAB-ITENS.
           02  TI-REG OCCURS 50000 TIMES     PIC X(124).
       01  TAB-TARIFAS.
           02  TT-ENT OCCURS 500 TIMES.
               03  TT-DISTRIB     PIC X(06).
               03  TT-PRIORI      PIC X(04).
               03  TT-VALOR       PIC 9(05)V99.

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

      *    LINHA DE AMBIENTE NO ALTO DOS RELATORIOS
       01  W-CAB-AMBIENTE.
           02  FILLER             PIC X(10) VALUE "AMBIENTE: ".
           02  W-CA-NOME          PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ESCOLHE-AMBIENTE    THRU FIM-ESCOLHE-AMBIENTE
           ACCEPT  W-ARGC    FROM      ARGUMENT-NUMBER
           IF      W-ARGC    NOT <     1
                   DISPLAY   1         UPON      ARGUMENT-NUMBER
                   ACCEPT    W-MES-ARG FROM      ARGUMENT-VALUE
           ELSE
                   DISPLAY "MES DO ACERTO (AAAAMM): " WITH NO ADVANCING
                   ACCEPT    W-MES-ARG.
           IF      W-MES-ARG NOT NUMERIC
                   DISPLAY "MES INVALIDO: " W-MES-ARG
                   STOP      RUN.
           MOVE    W-MES-ARG TO        W-MES
           IF      W-MES(5:2)          <         "01"
           OR      W-MES(5:2)          >         "12"
                   DISPLAY "MES INVALIDO: " W-MES-ARG
                   STOP      RUN.

           PERFORM CARREGA-TARIFAS     THRU FIM-CARREGA-TARIFAS
           IF      W-QT-TARIFAS        EQUAL     ZEROS
                   DISPLAY "DISTRIB_TARIFAS.TXT NAO ENCONTRADO OU "
                           "VAZIO - NADA A ACERTAR"
                   STOP      RUN.
           PERFORM CARREGA-ITENS       THRU FIM-CARREGA-ITENS
           IF      W-QT-ITENS          EQUAL     ZEROS
                   DISPLAY "NENHUMA ENTREGA EM MANIFESTO_ITENS.TXT"
                   STOP      RUN.
           OPEN    OUTPUT    RELAT     PRESUMO
           IF      W-FS-RELAT          NOT EQUAL "00"
           OR      W-FS-RESUMO         NOT EQUAL "00"
                   DISPLAY "ERRO NA ABERTURA DOS RELATORIOS = "
                           W-FS-RELAT " " W-FS-RESUMO
                   STOP      RUN.
           WRITE   REG-RELAT           FROM      W-CAB-AMBIENTE
           MOVE    SPACES    TO        W-LINHA-REL
           STRING  "ACERTO DA ENTREGA DIRETA - MES " W-MES
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL
           MOVE    ZEROS     TO        W-CONTAGENS

           SORT    WORK-ACE
                   ASCENDING KEY SD-DISTRIB SD-MANIFESTO SD-SEQ
                   INPUT  PROCEDURE IS SELECIONA-ITENS
                   OUTPUT PROCEDURE IS EMITE-EXTRATO.

           PERFORM REGRAVA-ITENS       THRU FIM-REGRAVA-ITENS
           CLOSE   RELAT     PRESUMO
           PERFORM ARQUIVA-RELATORIO   THRU FIM-ARQUIVA-RELATORIO
           MOVE    CT-VALOR(3)         TO        W-VALOR-ED
           DISPLAY "DISTRIBUIDORES .......: " W-QT-DISTRIB
           DISPLAY "ENTREGAS EMITIDAS ....: " CT-EMITIDAS(3)
           DISPLAY "PAGAS ................: " CT-PAGAS(3)
           DISPLAY "NAO ENTREGUES ........: " CT-NAO-ENTREG(3)
           DISPLAY "SEM CONFIRMACAO ......: " CT-SEM-CONF(3)
           DISPLAY "SEM TARIFA ...........: " CT-SEM-TARIFA(3)
           DISPLAY "VALOR A PAGAR ........: " W-VALOR-ED
           DISPLAY "EXTRATO EM ACERTO_REL.TXT E ACERTO_DISTRIB.TXT"
           STOP    RUN.

      *****************************************************************
       SELECIONA-ITENS SECTION.
      *    ENTRAM OS MANIFESTOS EMITIDOS ATE' O MES, MENOS AS
      *    ENTREGAS JA' FECHADAS POR ACERTO DE MES POSTERIOR.
       SELECIONA-ITEM.
           PERFORM LIBERA-ITEM         THRU FIM-LIBERA-ITEM
                    VARYING W-IND FROM 1 BY 1
                    UNTIL   W-IND > W-QT-ITENS.
           GO      FIM-SELECIONA-ITENS.
       LIBERA-ITEM.
           MOVE    TI-REG(W-IND)       TO        W-ITEM
           IF      MI-MANIFESTO        NOT NUMERIC
           OR      MI-MES-MANIF        >         W-MES
                   GO        FIM-LIBERA-ITEM.
           IF      MI-ACERTO NUMERIC
           AND     MI-ACERTO >         W-MES
                   GO        FIM-LIBERA-ITEM.
           MOVE    MI-DISTRIB          TO        SD-DISTRIB
           MOVE    W-ITEM(1:12)        TO        SD-MANIFESTO
           MOVE    MI-SEQ    TO        SD-SEQ
           MOVE    W-IND     TO        SD-IND
           RELEASE SD-REC.
       FIM-LIBERA-ITEM.
           EXIT.
       FIM-SELECIONA-ITENS.
           EXIT.

      *****************************************************************
       EMITE-EXTRATO SECTION.
       PREPARA-EXTRATO.
           MOVE    SPACES    TO        W-DISTRIB-ATUAL
                                       W-MANIF-ATUAL
           MOVE    "N"       TO        W-FIM-SORT.
       LE-ORDENADO.
           RETURN  WORK-ACE  AT        END
                   MOVE      "S"       TO        W-FIM-SORT
                   GO        ENCERRA-EXTRATO.
           IF      SD-DISTRIB          NOT EQUAL W-DISTRIB-ATUAL
                   IF        W-DISTRIB-ATUAL NOT EQUAL SPACES
                             PERFORM   FECHA-MANIFESTO
                                       THRU FIM-FECHA-MANIFESTO
                             PERFORM   FECHA-DISTRIB
                                       THRU FIM-FECHA-DISTRIB
                   END-IF
                   MOVE      SD-DISTRIB TO       W-DISTRIB-ATUAL
                   MOVE      SPACES     TO       W-MANIF-ATUAL
                   PERFORM   ABRE-DISTRIB THRU FIM-ABRE-DISTRIB.
           IF      SD-MANIFESTO        NOT EQUAL W-MANIF-ATUAL
                   IF        W-MANIF-ATUAL NOT EQUAL SPACES
                             PERFORM   FECHA-MANIFESTO
                                       THRU FIM-FECHA-MANIFESTO
                   END-IF
                   MOVE      SD-MANIFESTO        TO  W-MANIF-ATUAL.
           PERFORM CONFERE-ITEM        THRU FIM-CONFERE-ITEM
           GO      LE-ORDENADO.
       ENCERRA-EXTRATO.
           IF      W-DISTRIB-ATUAL     NOT EQUAL SPACES
                   PERFORM   FECHA-MANIFESTO THRU FIM-FECHA-MANIFESTO
                   PERFORM   FECHA-DISTRIB   THRU FIM-FECHA-DISTRIB.
           MOVE    SPACES    TO        W-LINHA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL
           MOVE    3         TO        W-NIVEL
           MOVE    "TOTAL GERAL"       TO        W-LINHA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL
           PERFORM LISTA-CONTAGEM      THRU FIM-LISTA-CONTAGEM
           GO      FIM-EMITE-EXTRATO.

      *    CONFERE-ITEM: O QUE FAZER COM UMA ENTREGA NO ACERTO.
       CONFERE-ITEM.
           MOVE    TI-REG(SD-IND)      TO        W-ITEM
           MOVE    SPACES    TO        W-OCORRENCIA
           ADD     1         TO        CT-EMITIDAS(1)
           IF      MI-ACERTO NUMERIC
           AND     MI-ACERTO >         ZEROS
           AND     MI-ACERTO <         W-MES
                   ADD       1         TO        CT-JA-ACERT(1)
                   GO        FIM-CONFERE-ITEM.
           MOVE    ZEROS     TO        MI-ACERTO
           IF      MI-SITUACAO         EQUAL     "P"
                   MOVE      "SEM CONFIRMACAO - NAO PAGA"
                             TO        W-OCORRENCIA
                   GO        EM-ABERTO.
           IF      MI-DT-CONF          NOT NUMERIC
           OR      MI-MES-CONF         >         W-MES
                   MOVE      "CONFIRMADA APOS O MES - NAO PAGA"
                             TO        W-OCORRENCIA
                   GO        EM-ABERTO.
           IF      MI-SITUACAO         EQUAL     "N"
                   ADD       1         TO        CT-NAO-ENTREG(1)
                   MOVE      W-MES     TO        MI-ACERTO
                   GO        ANOTA-ITEM.
           PERFORM PROCURA-TARIFA      THRU FIM-PROCURA-TARIFA
           IF      W-ACHOU-TF          EQUAL     ZEROS
                   ADD       1         TO        CT-SEM-TARIFA(1)
                   MOVE      "SEM TARIFA PARA O DISTRIBUIDOR/PRIOR."
                             TO        W-OCORRENCIA
                   GO        LISTA-ITEM.
           ADD     1         TO        CT-PAGAS(1)
           ADD     W-TARIFA  TO        CT-VALOR(1)
           MOVE    W-MES     TO        MI-ACERTO
           GO      ANOTA-ITEM.
       EM-ABERTO.
           ADD     1         TO        CT-SEM-CONF(1).
       LISTA-ITEM.
           MOVE    SPACES    TO        W-LINHA-REL
           STRING  "    " W-MANIF-ATUAL " SEQ " MI-SEQ " PRIOR "
                   MI-PRIORI " " MI-NOME " " W-OCORRENCIA
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL.
       ANOTA-ITEM.
           MOVE    W-ITEM    TO        TI-REG(SD-IND).
       FIM-CONFERE-ITEM.
           EXIT.

      *    TARIFA DO DISTRIBUIDOR NA PRIORIDADE DA ENTREGA; NA FALTA,
      *    A TARIFA UNICA DO DISTRIBUIDOR (PRIORIDADE EM BRANCO).
       PROCURA-TARIFA.
           MOVE    ZEROS     TO        W-ACHOU-TF
                                       W-TARIFA
           PERFORM TESTA-TARIFA        THRU FIM-TESTA-TARIFA
                    VARYING W-IND-TF FROM 1 BY 1
                    UNTIL   W-IND-TF > W-QT-TARIFAS
                    OR      W-ACHOU-TF > ZEROS
           IF      W-ACHOU-TF          EQUAL     ZEROS
                   PERFORM   TESTA-TARIFA-UNICA
                             THRU FIM-TESTA-TARIFA-UNICA
                             VARYING W-IND-TF FROM 1 BY 1
                             UNTIL   W-IND-TF > W-QT-TARIFAS
                             OR      W-ACHOU-TF > ZEROS.
           IF      W-ACHOU-TF          >         ZEROS
                   MOVE      TT-VALOR(W-ACHOU-TF) TO     W-TARIFA.
       FIM-PROCURA-TARIFA.
           EXIT.

       TESTA-TARIFA.
           IF      TT-DISTRIB(W-IND-TF) EQUAL    MI-DISTRIB
           AND     TT-PRIORI(W-IND-TF)  EQUAL    MI-PRIORI
                   MOVE      W-IND-TF  TO        W-ACHOU-TF.
       FIM-TESTA-TARIFA.
           EXIT.

       TESTA-TARIFA-UNICA.
           IF      TT-DISTRIB(W-IND-TF) EQUAL    MI-DISTRIB
           AND     TT-PRIORI(W-IND-TF)  EQUAL    SPACES
                   MOVE      W-IND-TF  TO        W-ACHOU-TF.
       FIM-TESTA-TARIFA-UNICA.
           EXIT.

       ABRE-DISTRIB.
           MOVE    SPACES    TO        W-LINHA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL
           STRING  "DISTRIBUIDOR " SD-DISTRIB
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL
           MOVE    "  MANIFESTO    EMITID  PAGAS NAO-EN SEM-CF SEM-TF "
                 & "JA-ACE           VALOR" TO W-LINHA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL.
       FIM-ABRE-DISTRIB.
           EXIT.

      *    FECHA-MANIFESTO: O MANIFESTO INTEIRAMENTE ACERTADO EM MES
      *    ANTERIOR NAO VOLTA AO EXTRATO.
       FECHA-MANIFESTO.
           IF      CT-EMITIDAS(1)      EQUAL     CT-JA-ACERT(1)
                   GO        ZERA-MANIFESTO.
           MOVE    CT-VALOR(1)         TO        W-VALOR-ED
           MOVE    SPACES    TO        W-LINHA-REL
           STRING  "  " W-MANIF-ATUAL " " CT-EMITIDAS(1) " "
                   CT-PAGAS(1) " " CT-NAO-ENTREG(1) " "
                   CT-SEM-CONF(1) " " CT-SEM-TARIFA(1) " "
                   CT-JA-ACERT(1) " " W-VALOR-ED
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL
           ADD     CT-EMITIDAS(1)      TO        CT-EMITIDAS(2)
           ADD     CT-PAGAS(1)         TO        CT-PAGAS(2)
           ADD     CT-NAO-ENTREG(1)    TO        CT-NAO-ENTREG(2)
           ADD     CT-SEM-CONF(1)      TO        CT-SEM-CONF(2)
           ADD     CT-SEM-TARIFA(1)    TO        CT-SEM-TARIFA(2)
           ADD     CT-JA-ACERT(1)      TO        CT-JA-ACERT(2)
           ADD     CT-VALOR(1)         TO        CT-VALOR(2).
       ZERA-MANIFESTO.
           MOVE    ZEROS     TO        W-CT(1).
       FIM-FECHA-MANIFESTO.
           EXIT.

       FECHA-DISTRIB.
           MOVE    2         TO        W-NIVEL
           MOVE    SPACES    TO        W-LINHA-REL
           STRING  "  TOTAL DO DISTRIBUIDOR " W-DISTRIB-ATUAL
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL
           PERFORM LISTA-CONTAGEM      THRU FIM-LISTA-CONTAGEM
           IF      CT-EMITIDAS(2)      EQUAL     ZEROS
                   GO        ZERA-DISTRIB.
           ADD     1         TO        W-QT-DISTRIB
           MOVE    SPACES    TO        REG-RESUMO
           MOVE    W-MES     TO        RS-MES
           MOVE    W-DISTRIB-ATUAL     TO        RS-DISTRIB
           MOVE    CT-EMITIDAS(2)      TO        RS-EMITIDAS
           MOVE    CT-PAGAS(2)         TO        RS-PAGAS
           MOVE    CT-NAO-ENTREG(2)    TO        RS-NAO-ENTREG
           MOVE    CT-SEM-CONF(2)      TO        RS-SEM-CONF
           MOVE    CT-SEM-TARIFA(2)    TO        RS-SEM-TARIFA
           MOVE    CT-VALOR(2)         TO        RS-VALOR
           WRITE   REG-RESUMO
           ADD     CT-EMITIDAS(2)      TO        CT-EMITIDAS(3)
           ADD     CT-PAGAS(2)         TO        CT-PAGAS(3)
           ADD     CT-NAO-ENTREG(2)    TO        CT-NAO-ENTREG(3)
           ADD     CT-SEM-CONF(2)      TO        CT-SEM-CONF(3)
           ADD     CT-SEM-TARIFA(2)    TO        CT-SEM-TARIFA(3)
           ADD     CT-JA-ACERT(2)      TO        CT-JA-ACERT(3)
           ADD     CT-VALOR(2)         TO        CT-VALOR(3).
       ZERA-DISTRIB.
           MOVE    ZEROS     TO        W-CT(2).
       FIM-FECHA-DISTRIB.
           EXIT.

      *    LISTA-CONTAGEM: FECHAMENTO DO DISTRIBUIDOR (NIVEL 2) OU
      *    GERAL (NIVEL 3) CONTRA O EMITIDO.
       LISTA-CONTAGEM.
           MOVE    SPACES    TO        W-LINHA-REL
           STRING  "    ENTREGAS EMITIDAS .........: "
                   CT-EMITIDAS(W-NIVEL)
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL
           MOVE    SPACES    TO        W-LINHA-REL
           STRING  "    ENTREGUES E PAGAS .........: "
                   CT-PAGAS(W-NIVEL)
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL
           MOVE    SPACES    TO        W-LINHA-REL
           STRING  "    NAO ENTREGUES (DEVOLVIDAS) : "
                   CT-NAO-ENTREG(W-NIVEL)
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL
           MOVE    SPACES    TO        W-LINHA-REL
           STRING  "    SEM CONFIRMACAO - NAO PAGAS: "
                   CT-SEM-CONF(W-NIVEL)
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL
           MOVE    SPACES    TO        W-LINHA-REL
           STRING  "    SEM TARIFA - NAO PAGAS ....: "
                   CT-SEM-TARIFA(W-NIVEL)
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL
           MOVE    SPACES    TO        W-LINHA-REL
           STRING  "    JA' ACERTADAS ANTES .......: "
                   CT-JA-ACERT(W-NIVEL)
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL
           MOVE    CT-VALOR(W-NIVEL)   TO        W-VALOR-ED
           MOVE    SPACES    TO        W-LINHA-REL
           STRING  "    VALOR A PAGAR .............: " W-VALOR-ED
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL.
       FIM-LISTA-CONTAGEM.
           EXIT.
       FIM-EMITE-EXTRATO.
           EXIT.

      *****************************************************************
       ROTINAS-ACERTO SECTION.
       CARREGA-TARIFAS.
           MOVE    "TARIFAS.TXT"       TO        W-PM-ARQUIVO
           PERFORM ANOTA-PARAMETRO     THRU FIM-ANOTA-PARAMETRO
           OPEN    INPUT     PTARIFA
           IF      W-FS-TARIFA         NOT EQUAL "00"
                   GO        FIM-CARREGA-TARIFAS.
       LE-TARIFA.
           READ    PTARIFA   AT        END
                   CLOSE     PTARIFA
                   GO        FIM-CARREGA-TARIFAS.
           IF      TF-DISTRIB          EQUAL     SPACES
           OR      TF-VALOR            NOT NUMERIC
                   GO        LE-TARIFA.
           IF      W-QT-TARIFAS        NOT <     500
                   DISPLAY "DISTRIB_TARIFAS.TXT ACIMA DE 500 TARIFAS"
                   CLOSE     PTARIFA
                   GO        FIM-CARREGA-TARIFAS.
           ADD     1         TO        W-QT-TARIFAS
           MOVE    TF-DISTRIB          TO  TT-DISTRIB(W-QT-TARIFAS)
           MOVE    TF-PRIORI TO        TT-PRIORI(W-QT-TARIFAS)
           MOVE    TF-VALOR  TO        TT-VALOR(W-QT-TARIFAS)
           GO      LE-TARIFA.
       FIM-CARREGA-TARIFAS.
           EXIT.

       CARREGA-ITENS.
           OPEN    INPUT     PITENS
           IF      W-FS-ITENS          NOT EQUAL "00"
                   GO        FIM-CARREGA-ITENS.
       LE-ITEM.
           READ    PITENS    AT        END
                   CLOSE     PITENS
                   GO        FIM-CARREGA-ITENS.
           IF      REG-ITEM  EQUAL     SPACES
                   GO        LE-ITEM.
           IF      W-QT-ITENS          NOT <     50000
                   DISPLAY "MANIFESTO_ITENS.TXT ACIMA DE 50000 "
                           "ENTREGAS"
                   CLOSE     PITENS
                   STOP      RUN.
           ADD     1         TO        W-QT-ITENS
           MOVE    REG-ITEM  TO        TI-REG(W-QT-ITENS)
           GO      LE-ITEM.
       FIM-CARREGA-ITENS.
           EXIT.

       REGRAVA-ITENS.
           OPEN    OUTPUT    PITENS
           IF      W-FS-ITENS          NOT EQUAL "00"
                   DISPLAY "ERRO NA REGRAVACAO DO MANIFESTO_ITENS.TXT"
                           " = " W-FS-ITENS
                   GO        FIM-REGRAVA-ITENS.
           PERFORM GRAVA-ITEM          THRU FIM-GRAVA-ITEM
                    VARYING W-IND FROM 1 BY 1
                    UNTIL   W-IND > W-QT-ITENS
           CLOSE   PITENS.
       FIM-REGRAVA-ITENS.
           EXIT.

       GRAVA-ITEM.
           MOVE    TI-REG(W-IND)       TO        REG-ITEM
           WRITE   REG-ITEM.
       FIM-GRAVA-ITEM.
           EXIT.

       GRAVA-REL.
           MOVE    W-LINHA-REL         TO        REG-RELAT
           WRITE   REG-RELAT
           MOVE    SPACES    TO        W-LINHA-REL.
       FIM-GRAVA-REL.
           EXIT.

      *-----------------------------------------------------------
      *    ANOTA-PARAMETRO: A VERSAO DO ARQUIVO DE PARAMETROS LIDO
      *    (W-PM-ARQUIVO) VAI PARA O RUNLOG, PELO PARAMVER.
      *-----------------------------------------------------------
       ANOTA-PARAMETRO.
           MOVE    "R"       TO        W-PM-MODO
           MOVE    "ACERTO"  TO        W-PM-PROGRAMA
           CALL    "PARAMVER" USING    W-PARAMVER
                   ON EXCEPTION
                   DISPLAY "PARAMVER INDISPONIVEL - VERSAO DE "
                           W-PM-ARQUIVO " NAO ANOTADA"
           END-CALL.
       FIM-ANOTA-PARAMETRO.
           EXIT.

      *-----------------------------------------------------------
      *    ARQUIVA-RELATORIO: COPIA DATADA DO RELATORIO NO ARQUIVO
      *    DE RELATORIOS (ARQREL, INDICE ARQUIVO_REL.TXT) - A
      *    PROXIMA RODADA REGRAVA O RELATORIO NO MESMO NOME.
      *-----------------------------------------------------------
       ARQUIVA-RELATORIO.
           MOVE    SPACES    TO        W-ARQREL
           MOVE    "ACERTO_REL.TXT"    TO        W-AQ-ARQUIVO
           MOVE    "ACERTO"            TO        W-AQ-PROGRAMA
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
