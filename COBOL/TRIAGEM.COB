      *-----------------------------------------------------------
      *    TRIAGEM: UMA LINHA POR INCIDENTE TRATADO - A CHAVE DO
      *    INCIDENTE, A SITUACAO (A=RECONHECIDO R=RESOLVIDO), O
      *    CODIGO DE CAUSA, O OPERADOR E A DATA/HORA DO TRATAMENTO
      *    (A HORA DA' AO ALERTA O TEMPO DE RESPOSTA DO PLANTAO).
      *    EXTEND PARA ACUMULAR; A ULTIMA LINHA DA CHAVE VALE.
      *-----------------------------------------------------------
       FD  PTRIAGEM
           02  TG-OPERADOR            PIC X(04).
           02  FILLER                 PIC X(02).
           02  TG-DATA-TRAT           PIC X(06).
           02  FILLER                 PIC X(02).
           02  TG-HORA-TRAT           PIC X(06).

       WORKING-STORAGE  SECTION.
       77  W-FS-INCID             PIC X(002) VALUE SPACES.
           02 W-ANO   PIC 9(02).
           02 W-MES   PIC 9(02).
           02 W-DIA   PIC 9(02).
       01  W-TIME.
           02 W-HORA  PIC 9(02).
           02 W-MINU  PIC 9(02).
           02 W-SEGU  PIC 9(02).
           02 FILLER  PIC 9(02).

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
           DISPLAY "TRIAGEM - INCIDENTES DO PARQUE"
           DISPLAY "CODIGO DO OPERADOR: "
           ACCEPT  W-OPERADOR
           MOVE    W-CAUSA             TO        TG-CAUSA
           MOVE    W-OPERADOR          TO        TG-OPERADOR
           MOVE    W-DATE              TO        TG-DATA-TRAT
           ACCEPT  W-TIME    FROM      TIME
           MOVE    W-TIME (1 : 6)      TO        TG-HORA-TRAT
           WRITE   REG-TRIAGEM
           CLOSE   PTRIAGEM.
       FIM-GRAVA-TRIAGEM.
                           GR-MOTIVO(W-IND-GRP).
       FIM-MOSTRA-GRUPO.
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
