           02  RL-GRAVADOS        PIC 9(09).
           02  FILLER             PIC X(02).
           02  RL-EVENTO          PIC X(01).
      *    LINHA "V" (PARAMVER) SEGUE COM ARQUIVO, VERSAO E CONFERENCIA
           02  RL-PARAMETROS      PIC X(31).
           02  FILLER             PIC X(02).
           02  RL-AMBIENTE        PIC X(10).

       FD  RELAT
           LABEL RECORD ARE STANDARD
           02  FILLER             PIC X(002) VALUE SPACES.
           02  WD-TEXTO           PIC X(080).

      *    LINHA DE AMBIENTE NO ALTO DOS RELATORIOS
       01  W-CAB-AMBIENTE.
           02  FILLER             PIC X(10) VALUE "AMBIENTE: ".
           02  W-CA-NOME          PIC X(10) VALUE SPACES.

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

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ESCOLHE-AMBIENTE    THRU FIM-ESCOLHE-AMBIENTE
           ACCEPT  W-HOJE    FROM      DATE YYYYMMDD
           MOVE    W-HOJE-ANO          TO        W-ANO-PLAN
           COMPUTE W-MES-PLAN = W-HOJE-MES + 1
           PERFORM CALCULA-DIAS-MES    THRU      FIM-CALCULA-DIAS-MES.

           OPEN    OUTPUT    RELAT.
           WRITE   REG-RELAT FROM      W-CAB-AMBIENTE
           MOVE    SPACES    TO        REG-RELAT
           STRING  "PLANEJA - CALENDARIO DE PROCESSAMENTO DE "
                   W-MES-PLAN "/" W-ANO-PLAN

           PERFORM ALERTA-FECHAMENTO   THRU      FIM-ALERTA-FECHAMENTO.
           CLOSE   RELAT.
           PERFORM ARQUIVA-RELATORIO   THRU      FIM-ARQUIVA-RELATORIO.
           DISPLAY "PLANEJA - CALENDARIO GRAVADO EM PLANEJA.TXT".
           STOP    RUN.

           IF      RL-EVENTO EQUAL     "I"
                   MOVE      RL-HORA   TO   TP-ULT-INI(W-IND-PROG)
                   GO        FIM-ACUMULA-PROGRAMA.
      *    PAUSA A PEDIDO DO OPERADOR ("P") NAO E' RODADA CONCLUIDA -
      *    A RETOMADA ABRE OUTRO PAR I/F.
           IF      RL-EVENTO EQUAL     "P"
                   GO        FIM-ACUMULA-PROGRAMA.
      *    VERSAO DE PARAMETRO LIDO ("V", DO PARAMVER) TAMBEM NAO.
           IF      RL-EVENTO EQUAL     "V"
                   GO        FIM-ACUMULA-PROGRAMA.
           IF      TP-ULT-INI(W-IND-PROG)        NOT EQUAL SPACES
                   MOVE      TP-ULT-INI(W-IND-PROG) TO W-HORA-NUM
                   COMPUTE   W-SEG-INI = (W-HN-HORA * 3600)
                   WRITE REG-RELAT.
       FIM-ALERTA-FECHAMENTO.
           EXIT.

      *-----------------------------------------------------------
      *    ARQUIVA-RELATORIO: COPIA DATADA DO RELATORIO NO ARQUIVO
      *    DE RELATORIOS (ARQREL, INDICE ARQUIVO_REL.TXT) - A
      *    PROXIMA RODADA REGRAVA O RELATORIO NO MESMO NOME.
      *-----------------------------------------------------------
       ARQUIVA-RELATORIO.
           MOVE    SPACES    TO        W-ARQREL
           MOVE    "PLANEJA.TXT"       TO        W-AQ-ARQUIVO
           MOVE    "PLANEJA"           TO        W-AQ-PROGRAMA
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
           MOVE    W-AM-NOME TO        W-CA-NOME
           DISPLAY "AMBIENTE: "        W-AM-NOME.
       FIM-ESCOLHE-AMBIENTE.
           EXIT.
