           02  RL-GRAVADOS            PIC 9(09).
           02  FILLER                 PIC X(02).
           02  RL-EVENTO              PIC X(01).
      *    LINHA "V" (PARAMVER) SEGUE COM ARQUIVO, VERSAO E CONFERENCIA
           02  RL-PARAMETROS          PIC X(31).
           02  FILLER                 PIC X(02).
           02  RL-AMBIENTE            PIC X(10).

       FD  RELAT
           LABEL RECORD ARE STANDARD
           "RELOPER - RESUMO OPERACIONAL DE 20".
           02  WC-DATA             PIC X(006).

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
           PERFORM CALCULA-ONTEM       THRU      FIM-CALCULA-ONTEM.
           PERFORM MONTA-GRADE         THRU      FIM-MONTA-GRADE.

                   DISPLAY "RELOPER - ERRO ABERTURA = " W-FS-RELAT
                   STOP RUN.

           WRITE   REG-RELAT           FROM      W-CAB-AMBIENTE
           MOVE    W-ONTEM   TO        WC-DATA
           WRITE   REG-RELAT           FROM      W-LINHA-CABEC
           MOVE    SPACES    TO        REG-RELAT
                    VARYING W-IND-PROG FROM 1 BY 1
                    UNTIL   W-IND-PROG > 4.

           CLOSE   RELAT
           PERFORM ARQUIVA-RELATORIO   THRU FIM-ARQUIVA-RELATORIO.
           DISPLAY "RELOPER - RESUMO GRAVADO EM RELOPER.TXT".
           STOP    RUN.

           IF      RL-EVENTO EQUAL     "I"
                   MOVE      RL-HORA   TO   TP-ULT-INI(W-IND-PROG)
                   GO        FIM-ACUMULA-RODADA.
      *    PAUSA A PEDIDO DO OPERADOR ("P") NAO E' RODADA CONCLUIDA -
      *    A RETOMADA ABRE OUTRO PAR I/F.
           IF      RL-EVENTO EQUAL     "P"
                   GO        FIM-ACUMULA-RODADA.
      *    VERSAO DE PARAMETRO LIDO ("V", DO PARAMVER) TAMBEM NAO.
           IF      RL-EVENTO EQUAL     "V"
                   GO        FIM-ACUMULA-RODADA.
           IF      TP-QT-RODADAS(W-IND-PROG)     NOT       <         50
                   GO        FIM-ACUMULA-RODADA.
           ADD     1         TO        TP-QT-RODADAS(W-IND-PROG)
           WRITE   REG-RELAT           FROM      W-LINHA-RODADA.
       FIM-IMPRIME-RODADA.
           EXIT.

      *-----------------------------------------------------------
      *    ARQUIVA-RELATORIO: COPIA DATADA DO RELATORIO NO ARQUIVO
      *    DE RELATORIOS (ARQREL, INDICE ARQUIVO_REL.TXT) - A
      *    PROXIMA RODADA REGRAVA O RELATORIO NO MESMO NOME.
      *-----------------------------------------------------------
       ARQUIVA-RELATORIO.
           MOVE    SPACES    TO        W-ARQREL
           MOVE    "RELOPER.TXT"       TO        W-AQ-ARQUIVO
           MOVE    "RELOPER"           TO        W-AQ-PROGRAMA
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
