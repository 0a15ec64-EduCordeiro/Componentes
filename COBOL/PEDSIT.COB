       IDENTIFICATION DIVISION.
       PROGRAM-ID.      PEDSIT.
      *------------------------------------------------------------
      * ANDAMENTO DE UM PEDIDO NO REGISTRO DE CHEGADA
      * (PEDIDOS_REG.TXT, MANTIDO PELO PEDREG). CHAMADO
      * (CALL "PEDSIT") COM O CAMINHO DO ARQUIVO DO PEDIDO E A
      * SITUACAO NOVA; A ULTIMA ENTRADA DAQUELE CAMINHO RECEBE A
      * SITUACAO E O CARIMBO DE DATA/HORA, E O REGISTRO E'
      * REGRAVADO INTEIRO (COMO O GERSPOOL FAZ COM O SPOOL_JOBS).
      *
      * O CICLO DE VIDA SO' ANDA PARA A FRENTE:
      *    RECEBIDO -> CRITICADO -> PENDENTE -> REPASSADO ->
      *    IMPRESSO -> POSTADO -> FATURADO
      * (O PENDENTE PODE SER PULADO; REPETIR A SITUACAO ATUAL SO'
      * RENOVA O CARIMBO.)
      *
      * RETORNO EM LK-PS-RET:
      *    "0" SITUACAO GRAVADA
      *    "1" CAMINHO NAO CONSTA DO REGISTRO
      *    "2" RETROCESSO RECUSADO (SITUACAO ATUAL EM LK-PS-SIT-ANT)
      *    "3" SITUACAO DESCONHECIDA
      *    "9" REGISTRO AUSENTE, CHEIO OU SEM GRAVACAO
      *------------------------------------------------------------
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT       PPEDREG        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-PEDREG
                        ACCESS         MODE      IS   SEQUENTIAL.

       DATA        DIVISION.
       FILE        SECTION.
       FD  PPEDREG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PEDIDOS_REG.TXT".
       01  REG-PEDREG             PIC X(165).

       WORKING-STORAGE  SECTION.
       77  W-FS-PEDREG            PIC X(002) VALUE SPACES.
       77  W-QT-REG               PIC 9(004) VALUE ZEROS.
       77  W-IND                  PIC 9(004) VALUE ZEROS.
       77  W-ACHOU                PIC 9(004) VALUE ZEROS.
       77  W-ORDEM-ATU            PIC 9(001) VALUE ZEROS.
       77  W-ORDEM-NOVA           PIC 9(001) VALUE ZEROS.
       77  W-IND-SIT              PIC 9(001) VALUE ZEROS.
       77  W-SIT-BUSCA            PIC X(010) VALUE SPACES.
       77  W-ORDEM-BUSCA          PIC 9(001) VALUE ZEROS.
      *    ENTRADA DO REGISTRO DE CHEGADA (MESMO LAYOUT DO PEDREG)
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
       01  TAB-PEDREG.
           02  TR-REG OCCURS 5000 TIMES  PIC X(165).
      *    ORDEM DO CICLO DE VIDA - A SITUACAO NOVA NAO PODE TER
      *    ORDEM MENOR QUE A ATUAL.
       01  TAB-CICLO-VALORES.
           02  FILLER             PIC X(011) VALUE "RECEBIDO  1".
           02  FILLER             PIC X(011) VALUE "CRITICADO 2".
           02  FILLER             PIC X(011) VALUE "PENDENTE  3".
           02  FILLER             PIC X(011) VALUE "REPASSADO 4".
           02  FILLER             PIC X(011) VALUE "IMPRESSO  5".
           02  FILLER             PIC X(011) VALUE "POSTADO   6".
           02  FILLER             PIC X(011) VALUE "FATURADO  7".
       01  TAB-CICLO REDEFINES TAB-CICLO-VALORES.
           02  TC-ENT OCCURS 7 TIMES.
               03  TC-SITUACAO    PIC X(010).
               03  TC-ORDEM       PIC 9(001).
       01  W-DATA-HOJE            PIC 9(008) VALUE ZEROS.
       01  W-HORA-HOJE.
           02  W-HHMMSS           PIC 9(006).
           02  FILLER             PIC 9(002).

       LINKAGE SECTION.
       01  LK-PEDSIT.
      *    ENTRADA
           02  LK-PS-ARQUIVO      PIC X(050).
           02  LK-PS-SITUACAO     PIC X(010).
      *    SAIDA
           02  LK-PS-SIT-ANT      PIC X(010).
           02  LK-PS-RET          PIC X(001).

       PROCEDURE DIVISION USING LK-PEDSIT.
       INICIO.
           MOVE    "0"       TO        LK-PS-RET
           MOVE    SPACES    TO        LK-PS-SIT-ANT
           MOVE    LK-PS-SITUACAO      TO        W-SIT-BUSCA
           PERFORM ORDEM-SITUACAO      THRU FIM-ORDEM-SITUACAO
           IF      W-ORDEM-BUSCA       EQUAL     ZEROS
                   MOVE      "3"       TO        LK-PS-RET
                   GO        FIM.
           MOVE    W-ORDEM-BUSCA       TO        W-ORDEM-NOVA
           PERFORM CARREGA-REGISTRO    THRU FIM-CARREGA-REGISTRO
           IF      LK-PS-RET NOT       EQUAL     "0"
                   GO        FIM.

      *    A ULTIMA ENTRADA DO CAMINHO E' A QUE VALE - O MESMO
      *    CAMINHO PODE TER RECEBIDO OUTRO PEDIDO EM OUTRO DIA.
           MOVE    ZEROS     TO        W-ACHOU
           PERFORM TESTA-CAMINHO       THRU FIM-TESTA-CAMINHO
                    VARYING W-IND FROM 1 BY 1
                    UNTIL   W-IND > W-QT-REG.
           IF      W-ACHOU   EQUAL     ZEROS
                   MOVE      "1"       TO        LK-PS-RET
                   GO        FIM.
           MOVE    TR-REG(W-ACHOU)     TO        W-REG-PEDREG
           MOVE    RG-SITUACAO         TO        LK-PS-SIT-ANT
           MOVE    RG-SITUACAO         TO        W-SIT-BUSCA
           PERFORM ORDEM-SITUACAO      THRU FIM-ORDEM-SITUACAO
           MOVE    W-ORDEM-BUSCA       TO        W-ORDEM-ATU
           IF      W-ORDEM-NOVA        <         W-ORDEM-ATU
                   MOVE      "2"       TO        LK-PS-RET
                   GO        FIM.

           ACCEPT  W-DATA-HOJE FROM    DATE      YYYYMMDD
           ACCEPT  W-HORA-HOJE FROM    TIME
           MOVE    LK-PS-SITUACAO      TO        RG-SITUACAO
           MOVE    W-DATA-HOJE         TO        RG-DT-SIT
           MOVE    W-HHMMSS            TO        RG-HR-SIT
           MOVE    W-REG-PEDREG        TO        TR-REG(W-ACHOU)
           PERFORM GRAVA-REGISTRO      THRU FIM-GRAVA-REGISTRO.
       FIM.
           GOBACK.

       TESTA-CAMINHO.
           IF      TR-REG(W-IND) (1 : 50)        EQUAL  LK-PS-ARQUIVO
                   MOVE      W-IND     TO        W-ACHOU.
       FIM-TESTA-CAMINHO.
           EXIT.

       ORDEM-SITUACAO.
           MOVE    ZEROS     TO        W-ORDEM-BUSCA
           PERFORM TESTA-SITUACAO      THRU FIM-TESTA-SITUACAO
                    VARYING W-IND-SIT FROM 1 BY 1
                    UNTIL   W-IND-SIT > 7.
       FIM-ORDEM-SITUACAO.
           EXIT.

       TESTA-SITUACAO.
           IF      TC-SITUACAO(W-IND-SIT)        EQUAL  W-SIT-BUSCA
                   MOVE      TC-ORDEM(W-IND-SIT) TO   W-ORDEM-BUSCA.
       FIM-TESTA-SITUACAO.
           EXIT.

       CARREGA-REGISTRO.
           MOVE    ZEROS     TO        W-QT-REG
           OPEN    INPUT     PPEDREG
           IF      W-FS-PEDREG         NOT       EQUAL     "00"
                   MOVE      "9"       TO        LK-PS-RET
                   GO        FIM-CARREGA-REGISTRO.
       LE-REGISTRO.
           READ    PPEDREG   AT        END
                   CLOSE     PPEDREG
                   GO        FIM-CARREGA-REGISTRO.
           IF      REG-PEDREG          EQUAL     SPACES
                   GO        LE-REGISTRO.
      *    REGISTRO ALEM DA TABELA NAO E' REGRAVADO PELA METADE -
      *    NADA E' ATUALIZADO E O PEDREG L MOSTRA O TAMANHO.
           IF      W-QT-REG  NOT       <         5000
                   CLOSE     PPEDREG
                   MOVE      "9"       TO        LK-PS-RET
                   GO        FIM-CARREGA-REGISTRO.
           ADD     1         TO        W-QT-REG
           MOVE    REG-PEDREG          TO        TR-REG(W-QT-REG)
           GO      LE-REGISTRO.
       FIM-CARREGA-REGISTRO.
           EXIT.

       GRAVA-REGISTRO.
           OPEN    OUTPUT    PPEDREG
           IF      W-FS-PEDREG         NOT       EQUAL     "00"
                   MOVE      "9"       TO        LK-PS-RET
                   GO        FIM-GRAVA-REGISTRO.
           PERFORM GRAVA-UMA-ENTRADA   THRU FIM-GRAVA-UMA-ENTRADA
                    VARYING W-IND FROM 1 BY 1
                    UNTIL   W-IND > W-QT-REG
           CLOSE   PPEDREG.
       FIM-GRAVA-REGISTRO.
           EXIT.

       GRAVA-UMA-ENTRADA.
           MOVE    TR-REG(W-IND)       TO        REG-PEDREG
           WRITE   REG-PEDREG.
       FIM-GRAVA-UMA-ENTRADA.
           EXIT.
