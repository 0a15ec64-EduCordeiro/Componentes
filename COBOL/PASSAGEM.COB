           03 PE-PATH        PIC X(50).
           03 PE-NOME        PIC X(20).
           03 PE-DATA        PIC X(08).
           03 PE-MOTIVO      PIC X(40).
           03 PE-LIBERADO    PIC X(04).

       FD  PQUAREN
           LABEL RECORD ARE STANDARD
           02  TG-OPERADOR            PIC X(04).
           02  FILLER                 PIC X(02).
           02  TG-DATA-TRAT           PIC X(06).
           02  FILLER                 PIC X(02).
           02  TG-HORA-TRAT           PIC X(06).

       FD  PCHECKP
           LABEL RECORD ARE STANDARD
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
           MOVE    "BINGON.LCK"        TO        TV-NOME(1)
           MOVE    "TRUNCA.LCK"        TO        TV-NOME(2)
           MOVE    "SORT.LCK"          TO        TV-NOME(3)
           ADD     1         TO        W-QT-PENDEN
           MOVE    "S"       TO        W-TEM-ALGO
           MOVE    SPACES    TO        REG-FOLHA
           IF      PE-MOTIVO NOT EQUAL SPACES
           AND     PE-LIBERADO         EQUAL     SPACES
                   STRING  "  PEDIDO " PE-NOME " DE " PE-DATA
                           " RETIDO: " PE-MOTIVO
                           DELIMITED BY SIZE INTO REG-FOLHA
           ELSE
                   STRING  "  PEDIDO " PE-NOME " DE " PE-DATA
                           DELIMITED BY SIZE INTO REG-FOLHA
           END-IF
           PERFORM GRAVA-FOLHA         THRU FIM-GRAVA-FOLHA
           GO      LE-PENDEN.
       FECHA-REPASSES.
           WRITE   REG-FOLHA.
       FIM-LINHA-BRANCA.
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
