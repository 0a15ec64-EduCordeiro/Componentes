           02  RL-GRAVADOS            PIC 9(09).
           02  FILLER                 PIC X(02).
           02  RL-EVENTO              PIC X(01).
      *    LINHA "V" (PARAMVER) SEGUE COM ARQUIVO, VERSAO E CONFERENCIA
           02  RL-PARAMETROS          PIC X(31).
           02  FILLER                 PIC X(02).
           02  RL-AMBIENTE            PIC X(10).

       FD  PNOVO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RUNLOG.NOV".
       01  REG-NOVO               PIC X(94).

       FD  PARQMES
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS ARQ-ARQMES.
       01  REG-ARQMES             PIC X(94).

       FD  PINCID
           LABEL RECORD ARE STANDARD
       77  W-ARQ-VELHO            PIC X(030) VALUE "RUNLOG.TXT".
       77  W-ARQ-NOVO             PIC X(030) VALUE "RUNLOG.NOV".

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
      *****************************************************************
      *    CONSOLIDA-RUNLOG: UMA PASSADA - LINHA DO MES VAI PARA O
      *    ARQUIVO MENSAL E PARA OS ACUMULADORES (SO' AS LINHAS DE
      *    FIM DE RODADA CONTAM COMO RODADA; AS DE PARTIDA "I" E AS
      *    DE PAUSA "P" SAO ARQUIVADAS SEM CONTAR); LINHA DE OUTRO
      *    MES VAI PARA O RUNLOG.NOV, QUE NO FIM TOMA O LUGAR DO
      *    RUNLOG.TXT.
      *****************************************************************
       CONSOLIDA-RUNLOG.
           OPEN    INPUT     PRUNLOG.
                   GO        LE-RUNLOG.
           ADD     1         TO        W-QT-ARQUIVADAS
           WRITE   REG-ARQMES          FROM      REG-RUNLOG
           IF      RL-EVENTO EQUAL     "I" OR "P" OR "V"
                   GO        LE-RUNLOG.
           MOVE    RL-PROGRAMA         TO        W-PROG-BUSCA
           PERFORM ACHA-PROG THRU      FIM-ACHA-PROG

       GRAVA-TENDENCIA.
           OPEN    OUTPUT    PRELAT
           WRITE   REG-RELAT           FROM      W-CAB-AMBIENTE
           MOVE    SPACES    TO        REG-RELAT
           STRING  "TENDENCIA DO MES " W-MES " CONTRA " W-MES-ANT
                   DELIMITED BY SIZE INTO REG-RELAT
           PERFORM GRAVA-TEND-PROG     THRU FIM-GRAVA-TEND-PROG
                    VARYING W-IND-PROG FROM 1 BY 1
                    UNTIL   W-IND-PROG > W-QT-PROGS
           CLOSE   PRELAT
           PERFORM ARQUIVA-RELATORIO   THRU FIM-ARQUIVA-RELATORIO.
       FIM-GRAVA-TENDENCIA.
           EXIT.

           MOVE    W-MM-N    TO        W-MES-ANT (3 : 2).
       FIM-CALCULA-MES-ANT.
           EXIT.

      *-----------------------------------------------------------
      *    ARQUIVA-RELATORIO: COPIA DATADA DO RELATORIO NO ARQUIVO
      *    DE RELATORIOS (ARQREL, INDICE ARQUIVO_REL.TXT) - A
      *    PROXIMA RODADA REGRAVA O RELATORIO NO MESMO NOME.
      *-----------------------------------------------------------
       ARQUIVA-RELATORIO.
           MOVE    SPACES    TO        W-ARQREL
           MOVE    "FECHAMES_REL.TXT"  TO        W-AQ-ARQUIVO
           MOVE    "FECHAMES"          TO        W-AQ-PROGRAMA
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
