       IDENTIFICATION DIVISION.
       PROGRAM-ID.      ENTREGA.
      *
      *  CONFIRMACAO DA ENTREGA DIRETA: O DISTRIBUIDOR DEVOLVE, POR
      *  ENTREGA DO MANIFESTO QUE ASSINOU NA DOCA, SE ENTREGOU OU
      *  NAO E POR QUE. A CONFIRMACAO CHEGA EM ARQUIVO OU E'
      *  DIGITADA DO MANIFESTO ASSINADO:
      *
      *    ENTREGA C [ARQUIVO]                (ENTREGA_CONF.TXT)
      *       ARQUIVO DO DISTRIBUIDOR, UMA LINHA POR ENTREGA:
      *       01-12 NUMERO DO MANIFESTO   14-19 DISTRIBUIDOR
      *       21-29 SEQUENCIA             31    E = ENTREGUE,
      *                                         N = NAO ENTREGUE
      *       33-35 MOTIVO (NAO ENTREGUE) 37-44 DATA (AAAAMMDD)
      *    ENTREGA D <MANIFESTO> <DISTRIBUIDOR>
      *       DIGITACAO: CADA ENTREGA PENDENTE DO MANIFESTO NA TELA;
      *       O DIGITADO FICA EM ENTREGA_DIGITADA.TXT NO MESMO
      *       LAYOUT DO ARQUIVO DO DISTRIBUIDOR.
      *
      *  A CONFIRMACAO ATUALIZA A ENTREGA EM MANIFESTO_ITENS.TXT
      *  (GRAVADO PELO MANIFESTO). ENTREGA JA' CONFIRMADA PODE SER
      *  CORRIGIDA ATE' O ACERTO DO MES; DEPOIS DO ACERTO NAO MUDA.
      *  A ENTREGA NAO FEITA VAI PARA O DEVOLVIDAS.TXT (LAYOUT DO
      *  DEVOLUCAO) COM O MOTIVO DO DISTRIBUIDOR, E O DEVOLUCAO A
      *  TRATA COMO AS DEVOLUCOES DO CORREIO. LISTAGEM EM
      *  ENTREGA_REL.TXT.
      *
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT       PCONF          ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-CONF
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PITENS         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-ITENS
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PDIGIT         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-DIGIT
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PDEVOL         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-DEVOL
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       RELAT          ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-RELAT
                        ACCESS         MODE      IS   SEQUENTIAL.

       DATA        DIVISION.
       FILE        SECTION.
       FD  PCONF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS W-ARQ-CONF.
       01  REG-CONF               PIC X(44).

      *    MESMO LAYOUT DO MANIFESTO.
       FD  PITENS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MANIFESTO_ITENS.TXT".
       01  REG-ITEM               PIC X(124).

       FD  PDIGIT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ENTREGA_DIGITADA.TXT".
       01  REG-DIGIT              PIC X(44).

      *    MESMO LAYOUT DO DEVOLUCAO.
       FD  PDEVOL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DEVOLVIDAS.TXT".
       01  REG-DEVOL.
           02  DV-COD             PIC X(09).
           02  FILLER             PIC X(01).
           02  DV-CEP             PIC X(08).
           02  FILLER             PIC X(01).
           02  DV-NOME            PIC X(30).
           02  FILLER             PIC X(01).
           02  DV-MOTIVO          PIC X(03).
           02  FILLER             PIC X(01).
           02  DV-DATA            PIC X(08).

       FD  RELAT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ENTREGA_REL.TXT".
       01  REG-RELAT              PIC X(100).

       WORKING-STORAGE  SECTION.
       77  W-FS-CONF              PIC X(002) VALUE SPACES.
       77  W-FS-ITENS             PIC X(002) VALUE SPACES.
       77  W-FS-DIGIT             PIC X(002) VALUE SPACES.
       77  W-FS-DEVOL             PIC X(002) VALUE SPACES.
       77  W-FS-RELAT             PIC X(002) VALUE SPACES.
       77  W-ARQ-CONF             PIC X(060) VALUE "ENTREGA_CONF.TXT".
       77  W-ARGC                 PIC 9(002) VALUE ZEROS.
       77  W-MODO                 PIC X(001) VALUE SPACES.
       77  W-FIM                  PIC X(001) VALUE "N".
       77  W-DEVOL-ABERTO         PIC X(001) VALUE "N".
       77  W-DIGIT-ABERTO         PIC X(001) VALUE "N".
       77  W-RESPOSTA             PIC X(001) VALUE SPACES.
       77  W-MOTIVO-DIG           PIC X(003) VALUE SPACES.
       77  W-DATA-DIG             PIC X(008) VALUE SPACES.
       77  W-MANIF-DIG            PIC X(012) VALUE SPACES.
       77  W-DISTRIB-DIG          PIC X(006) VALUE SPACES.
       77  W-HOJE-AAAAMMDD        PIC 9(008) VALUE ZEROS.
       77  W-QT-ITENS             PIC 9(005) VALUE ZEROS.
       77  W-IND                  PIC 9(005) VALUE ZEROS.
       77  W-ACHOU                PIC 9(005) VALUE ZEROS.
       77  W-QT-LIDAS             PIC 9(006) VALUE ZEROS.
       77  W-QT-ENTREGUES         PIC 9(006) VALUE ZEROS.
       77  W-QT-NAO-ENTREG        PIC 9(006) VALUE ZEROS.
       77  W-QT-CORRIGIDAS        PIC 9(006) VALUE ZEROS.
       77  W-QT-REPETIDAS         PIC 9(006) VALUE ZEROS.
       77  W-QT-ACERTADAS         PIC 9(006) VALUE ZEROS.
       77  W-QT-FORA              PIC 9(006) VALUE ZEROS.
       77  W-QT-INVALIDAS         PIC 9(006) VALUE ZEROS.
       77  W-QT-PENDENTES         PIC 9(006) VALUE ZEROS.
       77  W-OCORRENCIA           PIC X(030) VALUE SPACES.
       01  W-LINHA-REL            PIC X(100) VALUE SPACES.
      *    CONFIRMACAO EM TRABALHO (LIDA OU DIGITADA).
       01  W-CONF.
           02  CF-MANIFESTO       PIC 9(12).
           02  FILLER             PIC X(01).
           02  CF-DISTRIB         PIC X(06).
           02  FILLER             PIC X(01).
           02  CF-SEQ             PIC X(09).
           02  FILLER             PIC X(01).
           02  CF-SITUACAO        PIC X(01).
           02  FILLER             PIC X(01).
           02  CF-MOTIVO          PIC X(03).
           02  FILLER             PIC X(01).
           02  CF-DATA            PIC 9(08).
      *    ENTREGA DO MANIFESTO EM TRABALHO (MESMO LAYOUT DO
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
      *    TODAS AS ENTREGAS DE MANIFESTO, REGRAVADAS NO FIM.
       01  TAB-ITENS.
           02  TI-ENT OCCURS 50000 TIMES.
               03  TI-CHAVE.
                   04  TI-MANIFESTO   PIC X(12).
                   04  TI-DISTRIB     PIC X(06).
                   04  TI-SEQ         PIC X(09).
               03  TI-SITUACAO        PIC X(01).
               03  TI-REG             PIC X(124).
       01  W-CHAVE.
           02  W-CH-MANIFESTO     PIC X(12).
           02  W-CH-DISTRIB       PIC X(06).
           02  W-CH-SEQ           PIC X(09).

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
                   ACCEPT    W-MODO    FROM      ARGUMENT-VALUE
           ELSE
                   DISPLAY "MODO (C = ARQUIVO DO DISTRIBUIDOR, "
                           "D = DIGITACAO DO MANIFESTO): "
                           WITH NO ADVANCING
                   ACCEPT    W-MODO.
           IF      W-MODO    NOT EQUAL "C" AND W-MODO NOT EQUAL "D"
                   DISPLAY "MODO INVALIDO: " W-MODO
                   STOP      RUN.
           IF      W-MODO    EQUAL     "C"
           AND     W-ARGC    NOT <     2
                   DISPLAY   2         UPON      ARGUMENT-NUMBER
                   ACCEPT    W-ARQ-CONF FROM     ARGUMENT-VALUE.
           IF      W-MODO    EQUAL     "D"
                   PERFORM   PEDE-MANIFESTO THRU FIM-PEDE-MANIFESTO.

           ACCEPT  W-HOJE-AAAAMMDD     FROM      DATE YYYYMMDD
           PERFORM CARREGA-ITENS       THRU FIM-CARREGA-ITENS
           IF      W-QT-ITENS          EQUAL     ZEROS
                   DISPLAY "NENHUMA ENTREGA EM MANIFESTO_ITENS.TXT - "
                           "RODE O MANIFESTO ANTES"
                   STOP      RUN.
           OPEN    OUTPUT    RELAT
           IF      W-FS-RELAT          NOT EQUAL "00"
                   DISPLAY "ERRO NA ABERTURA DO ENTREGA_REL.TXT = "
                           W-FS-RELAT
                   STOP      RUN.
           WRITE   REG-RELAT           FROM      W-CAB-AMBIENTE
           MOVE    SPACES    TO        W-LINHA-REL
           IF      W-MODO    EQUAL     "C"
                   STRING "CONFIRMACAO DE ENTREGA DIRETA DE "
                          W-HOJE-AAAAMMDD " - ARQUIVO " W-ARQ-CONF
                          DELIMITED BY SIZE INTO W-LINHA-REL
           ELSE
                   STRING "CONFIRMACAO DE ENTREGA DIRETA DE "
                          W-HOJE-AAAAMMDD " - DIGITACAO DO MANIFESTO "
                          W-MANIF-DIG " DISTRIBUIDOR " W-DISTRIB-DIG
                          DELIMITED BY SIZE INTO W-LINHA-REL.
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL
           MOVE    "MANIFESTO    DISTR  SEQUENCIA S MOT DATA     "
                 & "OCORRENCIA" TO W-LINHA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL

           IF      W-MODO    EQUAL     "C"
                   PERFORM   LE-ARQUIVO THRU FIM-LE-ARQUIVO
           ELSE
                   PERFORM   DIGITA-MANIFESTO
                             THRU FIM-DIGITA-MANIFESTO.
           IF      W-DEVOL-ABERTO      EQUAL     "S"
                   CLOSE     PDEVOL.
           IF      W-DIGIT-ABERTO      EQUAL     "S"
                   CLOSE     PDIGIT.
           PERFORM REGRAVA-ITENS       THRU FIM-REGRAVA-ITENS
           PERFORM RESUMO              THRU FIM-RESUMO
           CLOSE   RELAT
           PERFORM ARQUIVA-RELATORIO   THRU FIM-ARQUIVA-RELATORIO

           DISPLAY "CONFIRMACOES LIDAS ...: " W-QT-LIDAS
           DISPLAY "ENTREGUES ............: " W-QT-ENTREGUES
           DISPLAY "NAO ENTREGUES ........: " W-QT-NAO-ENTREG
           DISPLAY "CORRIGIDAS ...........: " W-QT-CORRIGIDAS
           DISPLAY "RECUSADAS/FORA .......: " W-QT-FORA " / "
                   W-QT-INVALIDAS " / " W-QT-ACERTADAS
           DISPLAY "LISTAGEM EM ENTREGA_REL.TXT"
           STOP    RUN.

       PEDE-MANIFESTO.
           IF      W-ARGC    NOT <     2
                   DISPLAY   2         UPON      ARGUMENT-NUMBER
                   ACCEPT    W-MANIF-DIG FROM    ARGUMENT-VALUE
           ELSE
                   DISPLAY "NUMERO DO MANIFESTO: " WITH NO ADVANCING
                   ACCEPT    W-MANIF-DIG.
           IF      W-ARGC    NOT <     3
                   DISPLAY   3         UPON      ARGUMENT-NUMBER
                   ACCEPT    W-DISTRIB-DIG FROM  ARGUMENT-VALUE
           ELSE
                   DISPLAY "DISTRIBUIDOR.......: " WITH NO ADVANCING
                   ACCEPT    W-DISTRIB-DIG.
           IF      W-MANIF-DIG         NOT NUMERIC
                   DISPLAY "NUMERO DE MANIFESTO INVALIDO: " W-MANIF-DIG
                   STOP      RUN.
           DISPLAY "DATA DA ENTREGA (AAAAMMDD, BRANCO = HOJE): "
                   WITH NO ADVANCING
           ACCEPT  W-DATA-DIG.
       FIM-PEDE-MANIFESTO.
           EXIT.

      *****************************************************************
      *    CARGA E REGRAVACAO DAS ENTREGAS DE MANIFESTO.
      *****************************************************************
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
           MOVE    REG-ITEM  TO        W-ITEM
           MOVE    REG-ITEM  TO        TI-REG(W-QT-ITENS)
           MOVE    REG-ITEM(1:12)      TO  TI-MANIFESTO(W-QT-ITENS)
           MOVE    MI-DISTRIB          TO  TI-DISTRIB(W-QT-ITENS)
           MOVE    MI-SEQ    TO        TI-SEQ(W-QT-ITENS)
           MOVE    MI-SITUACAO         TO  TI-SITUACAO(W-QT-ITENS)
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

      *****************************************************************
      *    LE-ARQUIVO: CONFIRMACOES DO ARQUIVO DO DISTRIBUIDOR.
      *****************************************************************
       LE-ARQUIVO.
           OPEN    INPUT     PCONF
           IF      W-FS-CONF           NOT EQUAL "00"
                   DISPLAY "ARQUIVO DE CONFIRMACAO " W-ARQ-CONF
                           " NAO ENCONTRADO = " W-FS-CONF
                   GO        FIM-LE-ARQUIVO.
       LE-CONFIRMACAO.
           READ    PCONF     INTO      W-CONF    AT        END
                   CLOSE     PCONF
                   GO        FIM-LE-ARQUIVO.
           IF      W-CONF    EQUAL     SPACES
                   GO        LE-CONFIRMACAO.
           PERFORM APLICA-CONFIRMACAO  THRU FIM-APLICA-CONFIRMACAO
           GO      LE-CONFIRMACAO.
       FIM-LE-ARQUIVO.
           EXIT.

      *****************************************************************
      *    DIGITA-MANIFESTO: CADA ENTREGA AINDA PENDENTE DO MANIFESTO
      *    E DISTRIBUIDOR INFORMADOS, NA ORDEM EM QUE FOI EMITIDA.
      *****************************************************************
       DIGITA-MANIFESTO.
           MOVE    "N"       TO        W-FIM
           PERFORM DIGITA-ENTREGA      THRU FIM-DIGITA-ENTREGA
                    VARYING W-IND FROM 1 BY 1
                    UNTIL   W-IND > W-QT-ITENS OR W-FIM EQUAL "S".
       FIM-DIGITA-MANIFESTO.
           EXIT.

       DIGITA-ENTREGA.
           IF      TI-MANIFESTO(W-IND) NOT EQUAL W-MANIF-DIG
           OR      TI-DISTRIB(W-IND)   NOT EQUAL W-DISTRIB-DIG
           OR      TI-SITUACAO(W-IND)  NOT EQUAL "P"
                   GO        FIM-DIGITA-ENTREGA.
           MOVE    TI-REG(W-IND)       TO        W-ITEM
           DISPLAY "SEQ " MI-SEQ " " MI-NOME " ROTEIRO " MI-ROTEIRO
           DISPLAY "  E = ENTREGUE  N = NAO ENTREGUE  BRANCO = PULA"
                   "  F = FIM: " WITH NO ADVANCING
           MOVE    SPACES    TO        W-RESPOSTA
           ACCEPT  W-RESPOSTA
           IF      W-RESPOSTA          EQUAL     "F"
                   MOVE      "S"       TO        W-FIM
                   GO        FIM-DIGITA-ENTREGA.
           IF      W-RESPOSTA          NOT EQUAL "E"
           AND     W-RESPOSTA          NOT EQUAL "N"
                   GO        FIM-DIGITA-ENTREGA.
           MOVE    SPACES    TO        W-MOTIVO-DIG
           IF      W-RESPOSTA          EQUAL     "N"
                   DISPLAY "  MOTIVO (3 LETRAS): " WITH NO ADVANCING
                   ACCEPT    W-MOTIVO-DIG.
           MOVE    SPACES    TO        W-CONF
           MOVE    MI-MANIFESTO        TO        CF-MANIFESTO
           MOVE    MI-DISTRIB          TO        CF-DISTRIB
           MOVE    MI-SEQ    TO        CF-SEQ
           MOVE    W-RESPOSTA          TO        CF-SITUACAO
           MOVE    W-MOTIVO-DIG        TO        CF-MOTIVO
           MOVE    W-HOJE-AAAAMMDD     TO        CF-DATA
           IF      W-DATA-DIG          NUMERIC
                   MOVE      W-DATA-DIG          TO        CF-DATA.
           PERFORM GRAVA-DIGITADA      THRU FIM-GRAVA-DIGITADA
           PERFORM APLICA-CONFIRMACAO  THRU FIM-APLICA-CONFIRMACAO.
       FIM-DIGITA-ENTREGA.
           EXIT.

       GRAVA-DIGITADA.
           IF      W-DIGIT-ABERTO      EQUAL     "S"
                   GO        DETALHE-DIGITADA.
           OPEN    EXTEND    PDIGIT
           IF      W-FS-DIGIT          NOT EQUAL "00"
                   OPEN      OUTPUT    PDIGIT.
           IF      W-FS-DIGIT          NOT EQUAL "00"
                   GO        FIM-GRAVA-DIGITADA.
           MOVE    "S"       TO        W-DIGIT-ABERTO.
       DETALHE-DIGITADA.
           MOVE    W-CONF    TO        REG-DIGIT
           WRITE   REG-DIGIT.
       FIM-GRAVA-DIGITADA.
           EXIT.

      *****************************************************************
      *    APLICA-CONFIRMACAO: UMA CONFIRMACAO CONTRA AS ENTREGAS DE
      *    MANIFESTO. A SEQUENCIA REPETIDA NO MESMO MANIFESTO CASA
      *    PRIMEIRO COM A ENTREGA AINDA PENDENTE.
      *****************************************************************
       APLICA-CONFIRMACAO.
           ADD     1         TO        W-QT-LIDAS
           MOVE    SPACES    TO        W-OCORRENCIA
           IF      CF-DATA   NOT NUMERIC
           OR      CF-DATA   EQUAL     ZEROS
                   MOVE      W-HOJE-AAAAMMDD     TO        CF-DATA.
           IF      CF-MANIFESTO        NOT NUMERIC
           OR     (CF-SITUACAO NOT EQUAL "E" AND NOT EQUAL "N")
           OR     (CF-SITUACAO EQUAL "N" AND CF-MOTIVO EQUAL SPACES)
           OR      CF-DATA   <         19000101
                   ADD       1         TO        W-QT-INVALIDAS
                   MOVE      "CONFIRMACAO INVALIDA"
                             TO        W-OCORRENCIA
                   GO        LISTA-CONFIRMACAO.
           MOVE    W-CONF(1:12)        TO        W-CH-MANIFESTO
           MOVE    CF-DISTRIB          TO        W-CH-DISTRIB
           MOVE    CF-SEQ    TO        W-CH-SEQ
           MOVE    ZEROS     TO        W-ACHOU
           PERFORM PROCURA-PENDENTE    THRU FIM-PROCURA-PENDENTE
                    VARYING W-IND FROM 1 BY 1
                    UNTIL   W-IND > W-QT-ITENS OR W-ACHOU > ZEROS
           IF      W-ACHOU   EQUAL     ZEROS
                   PERFORM   PROCURA-ITEM THRU FIM-PROCURA-ITEM
                             VARYING W-IND FROM 1 BY 1
                             UNTIL   W-IND > W-QT-ITENS
                             OR      W-ACHOU > ZEROS.
           IF      W-ACHOU   EQUAL     ZEROS
                   ADD       1         TO        W-QT-FORA
                   MOVE      "FORA DOS MANIFESTOS EMITIDOS"
                             TO        W-OCORRENCIA
                   GO        LISTA-CONFIRMACAO.
           MOVE    TI-REG(W-ACHOU)     TO        W-ITEM
           IF      MI-SITUACAO         EQUAL     "P"
                   GO        ANOTA-CONFIRMACAO.
           IF      MI-ACERTO NUMERIC   AND       MI-ACERTO > ZEROS
                   ADD       1         TO        W-QT-ACERTADAS
                   MOVE      "JA' ACERTADA - NAO ALTERADA"
                             TO        W-OCORRENCIA
                   GO        LISTA-CONFIRMACAO.
           IF      MI-SITUACAO         EQUAL     CF-SITUACAO
           AND     MI-MOTIVO EQUAL     CF-MOTIVO
                   ADD       1         TO        W-QT-REPETIDAS
                   MOVE      "JA' CONFIRMADA"    TO   W-OCORRENCIA
                   GO        LISTA-CONFIRMACAO.
           ADD     1         TO        W-QT-CORRIGIDAS
           MOVE    "CORRIGIDA - ERA "  TO        W-OCORRENCIA
           MOVE    MI-SITUACAO         TO        W-OCORRENCIA(17:1)
           MOVE    MI-MOTIVO TO        W-OCORRENCIA(19:3).
       ANOTA-CONFIRMACAO.
           IF      CF-SITUACAO         EQUAL     "E"
                   ADD       1         TO        W-QT-ENTREGUES
                   MOVE      SPACES    TO        CF-MOTIVO
           ELSE
                   ADD       1         TO        W-QT-NAO-ENTREG
                   IF        MI-SITUACAO NOT EQUAL "N"
                             PERFORM   GRAVA-DEVOLVIDA
                                       THRU FIM-GRAVA-DEVOLVIDA.
           MOVE    CF-SITUACAO         TO        MI-SITUACAO
           MOVE    CF-MOTIVO TO        MI-MOTIVO
           MOVE    CF-DATA   TO        MI-DT-CONF
           MOVE    W-ITEM    TO        TI-REG(W-ACHOU)
           MOVE    CF-SITUACAO         TO        TI-SITUACAO(W-ACHOU).
       LISTA-CONFIRMACAO.
           MOVE    SPACES    TO        W-LINHA-REL
           STRING  W-CONF(1:12) " " CF-DISTRIB " " CF-SEQ " "
                   CF-SITUACAO " " CF-MOTIVO " " CF-DATA " "
                   W-OCORRENCIA
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL.
       FIM-APLICA-CONFIRMACAO.
           EXIT.

       PROCURA-PENDENTE.
           IF      TI-CHAVE(W-IND)     EQUAL     W-CHAVE
           AND     TI-SITUACAO(W-IND)  EQUAL     "P"
                   MOVE      W-IND     TO        W-ACHOU.
       FIM-PROCURA-PENDENTE.
           EXIT.

       PROCURA-ITEM.
           IF      TI-CHAVE(W-IND)     EQUAL     W-CHAVE
                   MOVE      W-IND     TO        W-ACHOU.
       FIM-PROCURA-ITEM.
           EXIT.

      *    ENTREGA NAO FEITA: ACRESCENTA AO DEVOLVIDAS.TXT DO CICLO,
      *    ABERTO SO' NA PRIMEIRA DA RODADA.
       GRAVA-DEVOLVIDA.
           IF      W-DEVOL-ABERTO      EQUAL     "S"
                   GO        DETALHE-DEVOLVIDA.
           OPEN    EXTEND    PDEVOL
           IF      W-FS-DEVOL          NOT EQUAL "00"
                   OPEN      OUTPUT    PDEVOL.
           IF      W-FS-DEVOL          NOT EQUAL "00"
                   DISPLAY "ERRO NA ABERTURA DO DEVOLVIDAS.TXT = "
                           W-FS-DEVOL
                   GO        FIM-GRAVA-DEVOLVIDA.
           MOVE    "S"       TO        W-DEVOL-ABERTO.
       DETALHE-DEVOLVIDA.
           MOVE    SPACES    TO        REG-DEVOL
           MOVE    MI-COD-ASS          TO        DV-COD
           MOVE    MI-CEP    TO        DV-CEP
           MOVE    MI-NOME   TO        DV-NOME
           MOVE    CF-MOTIVO TO        DV-MOTIVO
           MOVE    CF-DATA   TO        DV-DATA
           WRITE   REG-DEVOL.
       FIM-GRAVA-DEVOLVIDA.
           EXIT.

       RESUMO.
           MOVE    ZEROS     TO        W-QT-PENDENTES
           PERFORM CONTA-PENDENTE      THRU FIM-CONTA-PENDENTE
                    VARYING W-IND FROM 1 BY 1
                    UNTIL   W-IND > W-QT-ITENS
           MOVE    SPACES    TO        W-LINHA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL
           MOVE    SPACES    TO        W-LINHA-REL
           STRING  "CONFIRMACOES ..............: " W-QT-LIDAS
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL
           MOVE    SPACES    TO        W-LINHA-REL
           STRING  "ENTREGUES .................: " W-QT-ENTREGUES
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL
           MOVE    SPACES    TO        W-LINHA-REL
           STRING  "NAO ENTREGUES (DEVOLVIDAS) : " W-QT-NAO-ENTREG
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL
           MOVE    SPACES    TO        W-LINHA-REL
           STRING  "CORRIGIDAS ................: " W-QT-CORRIGIDAS
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL
           MOVE    SPACES    TO        W-LINHA-REL
           STRING  "JA' CONFIRMADAS ...........: " W-QT-REPETIDAS
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL
           MOVE    SPACES    TO        W-LINHA-REL
           STRING  "RECUSADAS - JA' ACERTADAS .: " W-QT-ACERTADAS
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL
           MOVE    SPACES    TO        W-LINHA-REL
           STRING  "RECUSADAS - FORA DOS MANIF.: " W-QT-FORA
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL
           MOVE    SPACES    TO        W-LINHA-REL
           STRING  "RECUSADAS - INVALIDAS .....: " W-QT-INVALIDAS
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL
           MOVE    SPACES    TO        W-LINHA-REL
           STRING  "ENTREGAS AINDA PENDENTES ..: " W-QT-PENDENTES
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL.
       FIM-RESUMO.
           EXIT.

       CONTA-PENDENTE.
           IF      TI-SITUACAO(W-IND)  EQUAL     "P"
                   ADD       1         TO        W-QT-PENDENTES.
       FIM-CONTA-PENDENTE.
           EXIT.

       GRAVA-REL.
           MOVE    W-LINHA-REL         TO        REG-RELAT
           WRITE   REG-RELAT.
       FIM-GRAVA-REL.
           EXIT.

      *-----------------------------------------------------------
      *    ARQUIVA-RELATORIO: COPIA DATADA DO RELATORIO NO ARQUIVO
      *    DE RELATORIOS (ARQREL, INDICE ARQUIVO_REL.TXT) - A
      *    PROXIMA RODADA REGRAVA O RELATORIO NO MESMO NOME.
      *-----------------------------------------------------------
       ARQUIVA-RELATORIO.
           MOVE    SPACES    TO        W-ARQREL
           MOVE    "ENTREGA_REL.TXT"   TO        W-AQ-ARQUIVO
           MOVE    "ENTREGA"           TO        W-AQ-PROGRAMA
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
