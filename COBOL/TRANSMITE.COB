           02 W-MINU  PIC 9(02).
           02 W-SEGU  PIC 9(02).

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
           IF      W-ARGC    NOT       <         3
                   DISPLAY 1 UPON      ARGUMENT-NUMBER
           IF      W-MODO    NOT       EQUAL     "E"
                   DISPLAY "MODO INVALIDO (USE E OU C)"
                   STOP RUN.
      *    O ENVELOPE E' O QUE SAI DE CASA: FORA DA PRODUCAO NAO SE
      *    EMBALA NADA PARA O BUREAU.
           IF      NOT       AMBIENTE-PRODUCAO
                   DISPLAY "AMBIENTE " W-AM-NOME " NAO EMBALA "
                           "ARQUIVO PARA O BUREAU - RECUSADO"
                   STOP RUN.

      *****************************************************************
      *    MODO E: DUAS PASSADAS - A PRIMEIRA CONTA E SOMA, A
       AVALIA-LACRE.
           CLOSE   PENTRA    PSAIDA
           MOVE    "S"       TO        W-SELO-OK
      *    CABECALHO E TRAILER SO' DIFEREM NO TIPO (BYTE 7).
           IF      W-SELO-CAB (1 : 6)  NOT EQUAL W-SELO-LIDO (1 : 6)
           OR      W-SELO-CAB (8 : 20) NOT EQUAL W-SELO-LIDO (8 : 20)
                   MOVE      "N"       TO        W-SELO-OK.
           IF      SD-LINHAS NOT       EQUAL     W-QT-LINHAS
                   MOVE      "N"       TO        W-SELO-OK.
           CLOSE   PINCID.
       FIM-GRAVA-INCIDENTE.
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
