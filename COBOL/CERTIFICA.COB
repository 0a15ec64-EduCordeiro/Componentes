           02  RL-GRAVADOS            PIC 9(09).
           02  FILLER                 PIC X(02).
           02  RL-EVENTO              PIC X(01).
           02  FILLER                 PIC X(33).
           02  RL-AMBIENTE            PIC X(10).

       WORKING-STORAGE  SECTION.
       77  W-FS-ENSAIO            PIC X(002) VALUE SPACES.
           02 W-MINU  PIC 9(02).
           02 W-SEGU  PIC 9(02).

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
           PERFORM CARREGA-ENSAIO      THRU FIM-CARREGA-ENSAIO.
           IF      W-QTDE-ETAPAS       EQUAL     ZEROS
                   DISPLAY "ENSAIO.TXT AUSENTE OU VAZIO - NADA A "
      *    ETAPAS (ATE 10).
      *****************************************************************
       CARREGA-ENSAIO.
           MOVE    "ENSAIO.TXT"        TO        W-PM-ARQUIVO
           PERFORM ANOTA-PARAMETRO     THRU FIM-ANOTA-PARAMETRO
           OPEN    INPUT     PENSAIO
           IF      W-FS-ENSAIO         NOT       EQUAL     "00"
                   GO        FIM-CARREGA-ENSAIO.
           MOVE    W-LIDOS-TOTAL       TO        RL-LIDOS
           MOVE    W-REPROVADAS        TO        RL-GRAVADOS
           MOVE    "F"       TO        RL-EVENTO
           MOVE    W-AM-NOME TO        RL-AMBIENTE
           WRITE   REG-RUNLOG
           CLOSE   PRUNLOG.
       FIM-GRAVA-RUNLOG.
           WRITE   REG-SESSAO.
       FIM-GRAVA-FILA-ENC.
           EXIT.

      *-----------------------------------------------------------
      *    ANOTA-PARAMETRO: A VERSAO DO ARQUIVO DE PARAMETROS LIDO
      *    (W-PM-ARQUIVO) VAI PARA O RUNLOG, PELO PARAMVER.
      *-----------------------------------------------------------
       ANOTA-PARAMETRO.
           MOVE    "R"       TO        W-PM-MODO
           MOVE    "CERTIFICA" TO        W-PM-PROGRAMA
           CALL    "PARAMVER" USING    W-PARAMVER
                   ON EXCEPTION
                   DISPLAY "PARAMVER INDISPONIVEL - VERSAO DE "
                           W-PM-ARQUIVO " NAO ANOTADA"
           END-CALL.
       FIM-ANOTA-PARAMETRO.
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
