       IDENTIFICATION DIVISION.
       PROGRAM-ID.      PEDREG.
      *
      *  REGISTRO DE CHEGADA DOS PEDIDOS DA ORIGEM
      *  (PEDIDOS_REG.TXT): OS ARQUIVOS DE PEDIDO CAEM NA PASTA E
      *  ATE' AQUI SO' ERAM NOTADOS QUANDO O XPGR47N ERA APONTADO
      *  PARA UM DELES. CADA ARQUIVO QUE CHEGA E' REGISTRADO COM
      *  DATA/HORA DA CHEGADA, A SOMA DE VERIFICACAO DO CONTEUDO
      *  (A MESMA CONTA DO TRANSMITE - ROLAMENTO BYTE A BYTE,
      *  MODULO 9 DIGITOS) E A IDENTIDADE DO PEDIDO - DATA DE
      *  PROCESSAMENTO E QUANTIDADES DE REGISTROS E CARTAS DO
      *  TRAILER "XX" (E-DATA-PROC E' A MESMA DO CABECALHO). A
      *  SITUACAO ANDA PELO CICLO DE VIDA
      *     RECEBIDO -> CRITICADO -> REPASSADO/PENDENTE ->
      *     IMPRESSO -> POSTADO -> FATURADO
      *  PELO PEDSIT (CHAMADO PELO XPGR47 E PELO REDESPACHO, PELO
      *  RETPROD NO RETORNO DE PRODUCAO DO BUREAU, OU PELO MODO S
      *  DAQUI DEPOIS DA IMPRESSAO E DO FATURAMENTO).
      *
      *  MODO R (REGISTRA): LE O ARQUIVO, CALCULA SOMA E CONTAGEM E
      *  CONFRONTA COM O REGISTRO. MESMA SOMA OU MESMA IDENTIDADE DE
      *  CABECALHO DE UM PEDIDO JA REGISTRADO E' SEGUNDA ENTREGA:
      *  RECUSADO, COM INCIDENTE E RETURN-CODE 8 PARA O SCHEDULER
      *  NAO SEGUIR COM O XPGR47N.
      *
      *  MODO S (SITUACAO): GRAVA A SITUACAO NOVA NA ULTIMA ENTRADA
      *  DO CAMINHO. RETROCESSO NO CICLO E' RECUSADO.
      *
      *  MODO A (ALARME): EM DIA UTIL PELA TABELA_ANO.TXT, PASSADO O
      *  HORARIO DE CORTE (PADRAO 12:00) SEM NENHUM PEDIDO
      *  REGISTRADO HOJE, O ALARME VAI PARA INCIDENTE.TXT.
      *
      *  MODO L (LISTA): PEDREG_REL.TXT COM AS ENTRADAS CHEGADAS A
      *  PARTIR DA DATA INFORMADA (PADRAO: TODAS) E O TOTAL POR
      *  SITUACAO.
      *
      *  CHAMADA DESATENDIDA:
      *     PEDREG R <CAMINHO> [NOME]
      *     PEDREG S <CAMINHO> <SITUACAO>
      *     PEDREG A [HHMM-CORTE]
      *     PEDREG L [AAAAMMDD-INICIO]
      *
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT       PENTRA         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-ENTRA
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PPEDREG        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-PEDREG
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PTABANO        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-TABANO
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
       FD  PENTRA
           LABEL RECORD ARE STANDARD
           RECORD IS VARYING IN SIZE FROM 1 TO 4610 CHARACTERS
                      DEPENDING ON W-TAM-LIDO
           VALUE OF FILE-ID IS ARQ-ENTRADA.
       01  REG-ENTRA              PIC X(4610).

      *    REGISTRO DE CHEGADA: CAMINHO, NOME, CHEGADA (AAAAMMDD
      *    HHMMSS), SOMA E LINHAS DO CONTEUDO, IDENTIDADE DO TRAILER
      *    (DATA DDMMAAAA, REGISTROS, CARTAS) E A SITUACAO COM O
      *    CARIMBO DA ULTIMA MUDANCA.
       FD  PPEDREG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PEDIDOS_REG.TXT".
       01  REG-PEDREG             PIC X(165).

       FD  PTABANO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "TABELA_ANO.TXT".
       01  REG-TABANO.
           02  TA-DIA             PIC 9(003).
           02  FILLER             PIC X(001).
           02  TA-CLASSIF         PIC 9(001).

       FD  PRELAT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PEDREG_REL.TXT".
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
       77  W-FS-ENTRA             PIC X(002) VALUE SPACES.
       77  W-FS-PEDREG            PIC X(002) VALUE SPACES.
       77  W-FS-TABANO            PIC X(002) VALUE SPACES.
       77  W-FS-RELAT             PIC X(002) VALUE SPACES.
       77  W-FS-INCID             PIC X(002) VALUE SPACES.
       77  W-ARGC                 PIC 9(002) VALUE ZEROS.
       77  W-MODO                 PIC X(001) VALUE SPACES.
       77  W-PARAM-2              PIC X(050) VALUE SPACES.
       77  W-PARAM-3              PIC X(020) VALUE SPACES.
       77  ARQ-ENTRADA            PIC X(050) VALUE SPACES.
       77  W-NOME                 PIC X(020) VALUE SPACES.
       77  W-TAM-PATH             PIC 9(002) VALUE ZEROS.
       77  W-POS-BARRA            PIC 9(002) VALUE ZEROS.
       77  W-TAM-LIDO             PIC 9(004) VALUE ZEROS.
       77  W-QT-LINHAS            PIC 9(009) VALUE ZEROS.
       77  W-SOMA                 PIC 9(009) VALUE ZEROS.
       77  W-I                    PIC 9(004) VALUE ZEROS.
       77  W-TAM-UTIL             PIC 9(004) VALUE ZEROS.
       77  W-TEM-TRAILER          PIC X(001) VALUE "N".
       77  W-DT-CABEC             PIC X(008) VALUE SPACES.
       77  W-QTDE-REG             PIC 9(010) VALUE ZEROS.
       77  W-QTDE-CARTAS          PIC 9(010) VALUE ZEROS.
       77  W-RECUSA               PIC X(001) VALUE SPACES.
           88  RECUSA-SOMA                   VALUE "S".
           88  RECUSA-CABEC                  VALUE "C".
       77  W-NOME-ANT             PIC X(020) VALUE SPACES.
       77  W-CHEGADA-ANT          PIC 9(008) VALUE ZEROS.
       77  W-MOT-INCID            PIC X(040) VALUE SPACES.
       77  W-CORTE                PIC X(004) VALUE "1200".
       77  W-HORA-AGORA           PIC X(004) VALUE SPACES.
       77  W-DIA-UTIL             PIC X(001) VALUE SPACES.
       77  W-QT-HOJE              PIC 9(005) VALUE ZEROS.
       77  W-DT-INICIO            PIC 9(008) VALUE ZEROS.
       77  W-QT-LISTADOS          PIC 9(005) VALUE ZEROS.
       77  W-IND-SIT              PIC 9(001) VALUE ZEROS.
      *    ENTRADA DO REGISTRO DE CHEGADA (MESMO LAYOUT DO PEDSIT)
       01  W-REG-PEDREG.
           02  RG-ARQUIVO         PIC X(050).
           02  FILLER             PIC X(001).
           02  RG-NOME            PIC X(020).
           02  FILLER             PIC X(001).
           02  RG-DT-CHEGADA      PIC 9(008).
           02  FILLER             PIC X(001).
           02  RG-HR-CHEGADA      PIC 9(006).
           02  FILLER             PIC X(001).
           02  RG-SOMA            PIC 9(009).
           02  FILLER             PIC X(001).
           02  RG-LINHAS          PIC 9(009).
           02  FILLER             PIC X(001).
           02  RG-DT-CABEC        PIC X(008).
           02  FILLER             PIC X(001).
           02  RG-QTDE-REG        PIC 9(010).
           02  FILLER             PIC X(001).
           02  RG-QTDE-CARTAS     PIC 9(010).
           02  FILLER             PIC X(001).
           02  RG-SITUACAO        PIC X(010).
           02  FILLER             PIC X(001).
           02  RG-DT-SIT          PIC 9(008).
           02  FILLER             PIC X(001).
           02  RG-HR-SIT          PIC 9(006).
      *    AREA DE CHAMADA DO PEDSIT (MESMO LAYOUT DA LINKAGE DELE)
       01  W-PEDSIT.
           02  W-PS-ARQUIVO       PIC X(050).
           02  W-PS-SITUACAO      PIC X(010).
           02  W-PS-SIT-ANT       PIC X(010).
           02  W-PS-RET           PIC X(001).
      *    TOTAIS DA LISTAGEM POR SITUACAO DO CICLO
       01  TAB-TOT-VALORES.
           02  FILLER             PIC X(010) VALUE "RECEBIDO".
           02  FILLER             PIC X(010) VALUE "CRITICADO".
           02  FILLER             PIC X(010) VALUE "PENDENTE".
           02  FILLER             PIC X(010) VALUE "REPASSADO".
           02  FILLER             PIC X(010) VALUE "IMPRESSO".
           02  FILLER             PIC X(010) VALUE "POSTADO".
           02  FILLER             PIC X(010) VALUE "FATURADO".
       01  TAB-TOT-NOMES REDEFINES TAB-TOT-VALORES.
           02  TT-SITUACAO OCCURS 7 TIMES  PIC X(010).
       01  TAB-TOT-QTDES.
           02  TT-QTDE OCCURS 7 TIMES      PIC 9(005).
       01  W-LINHA-REL.
           02  LR-NOME            PIC X(020).
           02  FILLER             PIC X(001).
           02  LR-DT-CHEGADA      PIC 9(008).
           02  FILLER             PIC X(001).
           02  LR-HR-CHEGADA      PIC 9(006).
           02  FILLER             PIC X(001).
           02  LR-DT-CABEC        PIC X(008).
           02  FILLER             PIC X(001).
           02  LR-QTDE-REG        PIC Z(09)9.
           02  FILLER             PIC X(001).
           02  LR-QTDE-CARTAS     PIC Z(09)9.
           02  FILLER             PIC X(001).
           02  LR-SOMA            PIC 9(009).
           02  FILLER             PIC X(001).
           02  LR-SITUACAO        PIC X(010).
           02  FILLER             PIC X(001).
           02  LR-DT-SIT          PIC 9(008).
           02  FILLER             PIC X(001).
           02  LR-ARQUIVO         PIC X(033).
       01  W-HOJE                 PIC 9(008) VALUE ZEROS.
       01  W-DIA-JULIANO          PIC 9(005) VALUE ZEROS.
       01  FILLER REDEFINES W-DIA-JULIANO.
           02  W-DJ-ANO           PIC 9(002).
           02  W-DJ-DIA           PIC 9(003).
       01  W-DATE.
           02 W-ANO   PIC 9(02).
           02 W-MES   PIC 9(02).
           02 W-DIA   PIC 9(02).
       01  W-TIME.
           02 W-HORA  PIC 9(02).
           02 W-MINU  PIC 9(02).
           02 W-SEGU  PIC 9(02).

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
           ACCEPT  W-ARGC    FROM      ARGUMENT-NUMBER.
           IF      W-ARGC    NOT       <         1
                   DISPLAY 1 UPON      ARGUMENT-NUMBER
                   ACCEPT  W-MODO      FROM      ARGUMENT-VALUE
           ELSE
                   DISPLAY "PEDREG - REGISTRO DE CHEGADA DOS PEDIDOS"
                   DISPLAY "MODO (R=REGISTRA S=SITUACAO A=ALARME "
                           "L=LISTA): "
                   ACCEPT  W-MODO.
           IF      W-ARGC    NOT       <         2
                   DISPLAY 2 UPON      ARGUMENT-NUMBER
                   ACCEPT  W-PARAM-2   FROM      ARGUMENT-VALUE.
           IF      W-ARGC    NOT       <         3
                   DISPLAY 3 UPON      ARGUMENT-NUMBER
                   ACCEPT  W-PARAM-3   FROM      ARGUMENT-VALUE.
           IF      W-MODO    EQUAL     "r"
                   MOVE      "R"       TO        W-MODO.
           IF      W-MODO    EQUAL     "s"
                   MOVE      "S"       TO        W-MODO.
           IF      W-MODO    EQUAL     "a"
                   MOVE      "A"       TO        W-MODO.
           IF      W-MODO    EQUAL     "l"
                   MOVE      "L"       TO        W-MODO.
           IF      W-ARGC    <         1
           AND     W-MODO    NOT       EQUAL     "A"
           AND     W-MODO    NOT       EQUAL     "L"
                   DISPLAY "CAMINHO DO ARQUIVO DO PEDIDO: "
                   ACCEPT  W-PARAM-2.
           IF      W-ARGC    <         1
           AND     W-MODO    EQUAL     "S"
                   DISPLAY "SITUACAO NOVA: "
                   ACCEPT  W-PARAM-3.
           ACCEPT  W-HOJE    FROM      DATE      YYYYMMDD
           IF      W-MODO    EQUAL     "R"
                   GO        REGISTRA-CHEGADA.
           IF      W-MODO    EQUAL     "S"
                   GO        MUDA-SITUACAO.
           IF      W-MODO    EQUAL     "A"
                   GO        ALARME-CHEGADA.
           IF      W-MODO    EQUAL     "L"
                   GO        LISTA-REGISTRO.
           DISPLAY "MODO INVALIDO (USE R, S, A OU L)"
           STOP    RUN.

      *****************************************************************
      *    MODO R: SOMA E CONTAGEM DO CONTEUDO E A IDENTIDADE DO
      *    TRAILER; SEGUNDA ENTREGA (MESMA SOMA OU MESMA IDENTIDADE)
      *    E' RECUSADA, O RESTO ENTRA COMO RECEBIDO.
      *****************************************************************
       REGISTRA-CHEGADA.
           MOVE    W-PARAM-2 TO        ARQ-ENTRADA
           MOVE    W-PARAM-3 TO        W-NOME
           IF      ARQ-ENTRADA         EQUAL     SPACES
                   DISPLAY "CAMINHO DO ARQUIVO NAO INFORMADO"
                   STOP RUN.
           IF      W-NOME    EQUAL     SPACES
                   PERFORM MONTA-NOME-PADRAO THRU FIM-MONTA-NOME-PADRAO.
           OPEN    INPUT     PENTRA.
           IF      W-FS-ENTRA          NOT       EQUAL     "00"
                   DISPLAY "ARQUIVO NAO ENCONTRADO: " ARQ-ENTRADA
                   MOVE    "PEDIDO A REGISTRAR NAO ENCONTRADO"
                           TO        W-MOT-INCID
                   PERFORM GRAVA-INCIDENTE     THRU FIM-GRAVA-INCIDENTE
                   MOVE    8         TO        RETURN-CODE
                   STOP RUN.
           PERFORM SOMA-CONTEUDO       THRU FIM-SOMA-CONTEUDO
                    UNTIL W-FS-ENTRA EQUAL "10"
           CLOSE   PENTRA.
           IF      W-TEM-TRAILER       EQUAL     "N"
                   DISPLAY "ATENCAO: PEDIDO SEM TRAILER XX - "
                           "REGISTRADO SEM IDENTIDADE DE CABECALHO"
                   MOVE    "PEDIDO REGISTRADO SEM TRAILER XX"
                           TO        W-MOT-INCID
                   PERFORM GRAVA-INCIDENTE     THRU FIM-GRAVA-INCIDENTE.

           MOVE    SPACES    TO        W-RECUSA
           OPEN    INPUT     PPEDREG.
           IF      W-FS-PEDREG         NOT       EQUAL     "00"
                   GO        INCLUI-CHEGADA.
       CONFRONTA-REGISTRO.
           READ    PPEDREG   INTO      W-REG-PEDREG
                   AT        END
                   CLOSE     PPEDREG
                   GO        INCLUI-CHEGADA.
           IF      RG-SOMA   EQUAL     W-SOMA
           AND     RG-LINHAS EQUAL     W-QT-LINHAS
                   MOVE      "S"       TO        W-RECUSA
                   CLOSE     PPEDREG
                   GO        RECUSA-CHEGADA.
           IF      W-TEM-TRAILER       EQUAL     "S"
           AND     RG-DT-CABEC         EQUAL     W-DT-CABEC
           AND     RG-QTDE-REG         EQUAL     W-QTDE-REG
           AND     RG-QTDE-CARTAS      EQUAL     W-QTDE-CARTAS
                   MOVE      "C"       TO        W-RECUSA
                   CLOSE     PPEDREG
                   GO        RECUSA-CHEGADA.
           GO      CONFRONTA-REGISTRO.
       RECUSA-CHEGADA.
           MOVE    RG-NOME   TO        W-NOME-ANT
           MOVE    RG-DT-CHEGADA       TO        W-CHEGADA-ANT
           IF      RECUSA-SOMA
                   DISPLAY "PEDIDO RECUSADO - MESMA SOMA DE "
                           W-NOME-ANT " (CHEGADA " W-CHEGADA-ANT ")"
                   MOVE    "PEDIDO DUPLICADO (SOMA) - RECUSADO"
                           TO        W-MOT-INCID
           ELSE
                   DISPLAY "PEDIDO RECUSADO - MESMO CABECALHO DE "
                           W-NOME-ANT " (CHEGADA " W-CHEGADA-ANT ")"
                   MOVE    "PEDIDO DUPLICADO (CABECALHO) - RECUSADO"
                           TO        W-MOT-INCID.
           PERFORM GRAVA-INCIDENTE     THRU FIM-GRAVA-INCIDENTE
           MOVE    8         TO        RETURN-CODE
           STOP    RUN.
       INCLUI-CHEGADA.
           ACCEPT  W-TIME    FROM      TIME
           MOVE    SPACES    TO        W-REG-PEDREG
           MOVE    ARQ-ENTRADA         TO        RG-ARQUIVO
           MOVE    W-NOME    TO        RG-NOME
           MOVE    W-HOJE    TO        RG-DT-CHEGADA RG-DT-SIT
           MOVE    W-TIME    TO        RG-HR-CHEGADA RG-HR-SIT
           MOVE    W-SOMA    TO        RG-SOMA
           MOVE    W-QT-LINHAS         TO        RG-LINHAS
           MOVE    W-DT-CABEC          TO        RG-DT-CABEC
           MOVE    W-QTDE-REG          TO        RG-QTDE-REG
           MOVE    W-QTDE-CARTAS       TO        RG-QTDE-CARTAS
           MOVE    "RECEBIDO"          TO        RG-SITUACAO
           OPEN    EXTEND    PPEDREG
           IF      W-FS-PEDREG         NOT       EQUAL     "00"
                   OPEN      OUTPUT    PPEDREG.
           WRITE   REG-PEDREG          FROM      W-REG-PEDREG
           CLOSE   PPEDREG
           DISPLAY "PEDIDO REGISTRADO: " W-NOME " - " W-QT-LINHAS
                   " LINHA(S), SOMA " W-SOMA
           DISPLAY "CABECALHO " W-DT-CABEC " REGS " W-QTDE-REG
                   " CARTAS " W-QTDE-CARTAS
           STOP    RUN.

      *****************************************************************
      *    MODO S: A SITUACAO NOVA VAI PELO PEDSIT, QUE GUARDA A
      *    ORDEM DO CICLO DE VIDA.
      *****************************************************************
       MUDA-SITUACAO.
           MOVE    W-PARAM-2 TO        W-PS-ARQUIVO
           MOVE    W-PARAM-3 TO        W-PS-SITUACAO
           INSPECT W-PS-SITUACAO       CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO        "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           CALL    "PEDSIT"  USING     W-PEDSIT
                   ON EXCEPTION
                   DISPLAY "PEDSIT INDISPONIVEL - SITUACAO NAO GRAVADA"
                   STOP RUN
           END-CALL.
           EVALUATE W-PS-RET
               WHEN "0"
                   DISPLAY "SITUACAO " W-PS-SIT-ANT " -> "
                           W-PS-SITUACAO
               WHEN "1"
                   DISPLAY "PEDIDO NAO REGISTRADO: " W-PS-ARQUIVO
               WHEN "2"
                   DISPLAY "RETROCESSO RECUSADO - PEDIDO JA ESTA "
                           W-PS-SIT-ANT
               WHEN "3"
                   DISPLAY "SITUACAO DESCONHECIDA: " W-PS-SITUACAO
               WHEN OTHER
                   DISPLAY "PEDIDOS_REG.TXT AUSENTE OU INDISPONIVEL"
           END-EVALUATE.
           IF      W-PS-RET  NOT       EQUAL     "0"
                   MOVE      8         TO        RETURN-CODE.
           STOP    RUN.

      *****************************************************************
      *    MODO A: DIA UTIL PELA TABELA_ANO.TXT (DIA DO ANO, 1 =
      *    UTIL), PASSADO O CORTE, SEM CHEGADA REGISTRADA HOJE.
      *****************************************************************
       ALARME-CHEGADA.
           IF      W-PARAM-2 (1 : 4)   NUMERIC
                   MOVE      W-PARAM-2 (1 : 4)   TO   W-CORTE.
           ACCEPT  W-TIME    FROM      TIME
           MOVE    W-HORA    TO        W-HORA-AGORA (1 : 2)
           MOVE    W-MINU    TO        W-HORA-AGORA (3 : 2)
           IF      W-HORA-AGORA        <         W-CORTE
                   DISPLAY "ANTES DO CORTE (" W-CORTE
                           ") - NADA A CONFERIR"
                   STOP RUN.
           ACCEPT  W-DIA-JULIANO       FROM      DAY
           MOVE    SPACES    TO        W-DIA-UTIL
           OPEN    INPUT     PTABANO
           IF      W-FS-TABANO         NOT       EQUAL     "00"
                   DISPLAY "TABELA_ANO.TXT AUSENTE - RODE O TABELA"
                   MOVE    "ALARME DE CHEGADA SEM TABELA_ANO.TXT"
                           TO        W-MOT-INCID
                   PERFORM GRAVA-INCIDENTE     THRU FIM-GRAVA-INCIDENTE
                   STOP RUN.
       LE-TABANO.
           READ    PTABANO   AT        END
                   CLOSE     PTABANO
                   GO        AVALIA-DIA.
           IF      TA-DIA    EQUAL     W-DJ-DIA
                   IF        TA-CLASSIF          EQUAL     1
                             MOVE      "S"       TO   W-DIA-UTIL
                   ELSE
                             MOVE      "N"       TO   W-DIA-UTIL.
           GO      LE-TABANO.
       AVALIA-DIA.
           IF      W-DIA-UTIL          EQUAL     SPACES
                   DISPLAY "DIA " W-DJ-DIA
                           " SEM CLASSIFICACAO NA TABELA_ANO.TXT"
                   MOVE    "ALARME DE CHEGADA: DIA SEM CLASSIFICACAO"
                           TO        W-MOT-INCID
                   PERFORM GRAVA-INCIDENTE     THRU FIM-GRAVA-INCIDENTE
                   STOP RUN.
           IF      W-DIA-UTIL          EQUAL     "N"
                   DISPLAY "DIA NAO UTIL - NENHUM PEDIDO ESPERADO"
                   STOP RUN.
           MOVE    ZEROS     TO        W-QT-HOJE
           OPEN    INPUT     PPEDREG
           IF      W-FS-PEDREG         NOT       EQUAL     "00"
                   GO        DISPARA-ALARME.
       CONTA-HOJE.
           READ    PPEDREG   INTO      W-REG-PEDREG
                   AT        END
                   CLOSE     PPEDREG
                   GO        DISPARA-ALARME.
           IF      RG-DT-CHEGADA       EQUAL     W-HOJE
                   ADD       1         TO        W-QT-HOJE.
           GO      CONTA-HOJE.
       DISPARA-ALARME.
           IF      W-QT-HOJE NOT       EQUAL     ZEROS
                   DISPLAY W-QT-HOJE " PEDIDO(S) REGISTRADO(S) HOJE"
                   STOP RUN.
           DISPLAY "*** ALARME: DIA UTIL SEM PEDIDO ATE' O CORTE ("
                   W-CORTE ") ***"
           MOVE    "PEDIDO ESPERADO NAO CHEGOU ATE' O CORTE"
                   TO        W-MOT-INCID
           PERFORM GRAVA-INCIDENTE     THRU FIM-GRAVA-INCIDENTE
           MOVE    8         TO        RETURN-CODE
           STOP    RUN.

      *****************************************************************
      *    MODO L: LISTAGEM DAS CHEGADAS A PARTIR DA DATA PEDIDA, COM
      *    O TOTAL POR SITUACAO NO FIM.
      *****************************************************************
       LISTA-REGISTRO.
           IF      W-PARAM-2 (1 : 8)   NUMERIC
                   MOVE      W-PARAM-2 (1 : 8)   TO   W-DT-INICIO.
           MOVE    ZEROS     TO        TAB-TOT-QTDES W-QT-LISTADOS
           OPEN    INPUT     PPEDREG
           IF      W-FS-PEDREG         NOT       EQUAL     "00"
                   DISPLAY "PEDIDOS_REG.TXT AUSENTE - NADA A LISTAR"
                   STOP RUN.
           OPEN    OUTPUT    PRELAT
           WRITE   REG-RELAT           FROM      W-CAB-AMBIENTE
           MOVE    SPACES    TO        REG-RELAT
           STRING  "REGISTRO DE CHEGADA DOS PEDIDOS - DESDE "
                   W-DT-INICIO "  EMITIDO EM " W-HOJE
                   DELIMITED BY SIZE INTO REG-RELAT
           WRITE   REG-RELAT
           MOVE    "NOME                 CHEGADA  HORA   CABEC    "
                   TO        REG-RELAT
           MOVE    "      REGS     CARTAS SOMA      SITUACAO   "
                   TO        REG-RELAT (47 : 44)
           MOVE    "DESDE    ARQUIVO"  TO        REG-RELAT (90 : 16)
           WRITE   REG-RELAT.
       LE-LISTA.
           READ    PPEDREG   INTO      W-REG-PEDREG
                   AT        END
                   GO        FECHA-LISTA.
           IF      RG-DT-CHEGADA       <         W-DT-INICIO
                   GO        LE-LISTA.
           ADD     1         TO        W-QT-LISTADOS
           MOVE    SPACES    TO        W-LINHA-REL
           MOVE    RG-NOME   TO        LR-NOME
           MOVE    RG-DT-CHEGADA       TO        LR-DT-CHEGADA
           MOVE    RG-HR-CHEGADA       TO        LR-HR-CHEGADA
           MOVE    RG-DT-CABEC         TO        LR-DT-CABEC
           MOVE    RG-QTDE-REG         TO        LR-QTDE-REG
           MOVE    RG-QTDE-CARTAS      TO        LR-QTDE-CARTAS
           MOVE    RG-SOMA   TO        LR-SOMA
           MOVE    RG-SITUACAO         TO        LR-SITUACAO
           MOVE    RG-DT-SIT TO        LR-DT-SIT
           MOVE    RG-ARQUIVO          TO        LR-ARQUIVO
           MOVE    W-LINHA-REL         TO        REG-RELAT
           WRITE   REG-RELAT
           PERFORM SOMA-SITUACAO       THRU FIM-SOMA-SITUACAO
                    VARYING W-IND-SIT FROM 1 BY 1
                    UNTIL   W-IND-SIT > 7.
           GO      LE-LISTA.
       FECHA-LISTA.
           MOVE    SPACES    TO        REG-RELAT
           WRITE   REG-RELAT
           MOVE    SPACES    TO        REG-RELAT
           STRING  "TOTAL DE PEDIDOS: " W-QT-LISTADOS
                   DELIMITED BY SIZE INTO REG-RELAT
           WRITE   REG-RELAT
           PERFORM GRAVA-TOTAL-SIT     THRU FIM-GRAVA-TOTAL-SIT
                    VARYING W-IND-SIT FROM 1 BY 1
                    UNTIL   W-IND-SIT > 7.
           CLOSE   PPEDREG   PRELAT
           PERFORM ARQUIVA-RELATORIO   THRU FIM-ARQUIVA-RELATORIO
           DISPLAY W-QT-LISTADOS " PEDIDO(S) LISTADO(S) EM "
                   "PEDREG_REL.TXT"
           STOP    RUN.

       SOMA-SITUACAO.
           IF      TT-SITUACAO(W-IND-SIT)        EQUAL  RG-SITUACAO
                   ADD       1         TO        TT-QTDE(W-IND-SIT).
       FIM-SOMA-SITUACAO.
           EXIT.

       GRAVA-TOTAL-SIT.
           MOVE    SPACES    TO        REG-RELAT
           STRING  "   " TT-SITUACAO(W-IND-SIT) " "
                   TT-QTDE(W-IND-SIT)
                   DELIMITED BY SIZE INTO REG-RELAT
           WRITE   REG-RELAT.
       FIM-GRAVA-TOTAL-SIT.
           EXIT.

      *****************************************************************
      *    SOMA-CONTEUDO / SOMA-LINHA: A CONTA DO TRANSMITE - O
      *    ROLAMENTO (SOMA * 31 + BYTE) MODULO 9 DIGITOS SOBRE O
      *    CONTEUDO UTIL DE CADA LINHA. O TRAILER "XX" DA' A
      *    IDENTIDADE DO PEDIDO (BYTES 33-40 DATA, 41-50 REGISTROS,
      *    51-60 CARTAS - A VISAO REGENTR-2 DO XPGR47).
      *****************************************************************
       SOMA-CONTEUDO.
           MOVE    SPACES    TO        REG-ENTRA
           READ    PENTRA    AT        END
                   MOVE      "10"      TO        W-FS-ENTRA
                   GO        FIM-SOMA-CONTEUDO.
           PERFORM SOMA-LINHA          THRU FIM-SOMA-LINHA.
           IF      REG-ENTRA (1 : 2)   NOT       EQUAL     "XX"
                   GO        FIM-SOMA-CONTEUDO.
           MOVE    "S"       TO        W-TEM-TRAILER
           MOVE    REG-ENTRA (33 : 8)  TO        W-DT-CABEC
           MOVE    ZEROS     TO        W-QTDE-REG W-QTDE-CARTAS
           IF      REG-ENTRA (41 : 10) NUMERIC
                   MOVE      REG-ENTRA (41 : 10) TO   W-QTDE-REG.
           IF      REG-ENTRA (51 : 10) NUMERIC
                   MOVE      REG-ENTRA (51 : 10) TO   W-QTDE-CARTAS.
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

      *****************************************************************
      *    MONTA-NOME-PADRAO: SEM NOME INFORMADO, O PEDIDO LEVA O
      *    NOME DO ARQUIVO (TRECHO APOS A ULTIMA "/" OU "\"), COMO NO
      *    XPGR47N.
      *****************************************************************
       MONTA-NOME-PADRAO.
           MOVE    50             TO        W-TAM-PATH.
       ACHA-FIM-PATH.
           IF      W-TAM-PATH     <         1
                   GO             TO        ACHA-BARRA.
           IF      ARQ-ENTRADA(W-TAM-PATH:1) NOT EQUAL SPACE
                   GO             TO        ACHA-BARRA.
           SUBTRACT 1             FROM      W-TAM-PATH.
           GO      TO             ACHA-FIM-PATH.
       ACHA-BARRA.
           MOVE    W-TAM-PATH     TO        W-POS-BARRA.
       ACHA-BARRA-LOOP.
           IF      W-POS-BARRA    <         1
                   GO             TO        FIM-MONTA-NOME-PADRAO.
           IF      ARQ-ENTRADA(W-POS-BARRA:1) EQUAL "/" OR "\"
                   GO             TO        COPIA-NOME-PADRAO.
           SUBTRACT 1             FROM      W-POS-BARRA.
           GO      TO             ACHA-BARRA-LOOP.
       COPIA-NOME-PADRAO.
           IF      W-POS-BARRA    NOT       <         W-TAM-PATH
                   GO             TO        FIM-MONTA-NOME-PADRAO.
           MOVE    ARQ-ENTRADA(W-POS-BARRA + 1 :
                               W-TAM-PATH - W-POS-BARRA)
                                  TO        W-NOME.
       FIM-MONTA-NOME-PADRAO.
           IF      W-NOME         EQUAL     SPACES
                   MOVE    ARQ-ENTRADA(1:W-TAM-PATH) TO    W-NOME.
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
           MOVE    "PEDREG"  TO        IN-PROGRAMA
           MOVE    W-DATE    TO        IN-DATA
           MOVE    W-TIME    TO        IN-HORA
           MOVE    W-MOT-INCID         TO        IN-MOTIVO
           MOVE    W-QT-LINHAS         TO        IN-LIDOS
           MOVE    ZEROS     TO        IN-GRAVADOS IN-VOLUME
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
           MOVE    "PEDREG_REL.TXT"    TO        W-AQ-ARQUIVO
           MOVE    "PEDREG"            TO        W-AQ-PROGRAMA
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
