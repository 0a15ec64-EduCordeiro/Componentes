       IDENTIFICATION DIVISION.
       PROGRAM-ID.      LIBDCX.
      *
      *  MANUTENCAO DO REGISTRO PERMANENTE DOS DCX JA PROCESSADOS
      *  PELO BINGON (DCX_REGISTRO.IDX - UMA ENTRADA POR DCX + LADO
      *  QUE FOI PARA A SAIDA, COM DATA/HORA DA RODADA, ENTRADA,
      *  VOLUME DE SAIDA E SEQUENCIA RENUMERADA). O BINGON MANDA
      *  PARA A QUARENTENA TODO DCX + LADO QUE JA ESTA NO REGISTRO
      *  DENTRO DO PRAZO DE RETENCAO; AQUI FICAM:
      *    - A CONSULTA POR FAIXA DE DCX;
      *    - A LIBERACAO MANUAL DE UMA FAIXA, PARA REPROCESSAMENTO
      *      LEGITIMO (REIMPRESSAO PEDIDA PELO BUREAU, LOTE
      *      PERDIDO). LIBERAR TEM CONTROLE DUPLO: O PEDIDO FICA
      *      PENDENTE NO APROVACOES.TXT (VIA APROVA) E SO' E'
      *      APLICADO NA OPCAO 3, QUANDO OUTRO OPERADOR COM
      *      AUTORIZACAO DE SUPERVISOR CONFIRMA O PROTOCOLO. CADA
      *      ENTRADA SOLTA VAI PARA O HISTORICO DCX_LIBERADOS.TXT;
      *    - O EXPURGO DAS ENTRADAS MAIS VELHAS QUE O PRAZO
      *      (DCX_PRAZO.TXT, DIAS NAS COLUNAS 1-3, MANTIDO PELO
      *      PARAMS; SEM O ARQUIVO, 90 DIAS). O BINGON JA IGNORA O
      *      VENCIDO - O EXPURGO SO' ENXUGA O ARQUIVO. ROTINA DA
      *      NOITE: "LIBDCX E" FAZ O EXPURGO SEM PERGUNTAS.
      *  O DOCUMENTO RETIDO E LIBERADO PELO LIBERAQ E' SOLTO POR ELE
      *  MESMO, NA GERACAO.
      *
      *  HISTORICO DCX_LIBERADOS.TXT:
      *    01-08 DATA AAAAMMDD  10-15 HORA  17-22 PROTOCOLO
      *    24-27 SOLICITANTE  29-32 APROVADOR  34-40 DCX  42-43 LADO
      *    45-52 DATA DA RODADA QUE O REGISTROU  54-83 ENTRADA
      *
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT       PREGDCX        ASSIGN    TO   DISK
                        ORGANIZATION             IS   INDEXED
                        ACCESS         MODE      IS   DYNAMIC
                        RECORD         KEY       IS   RG-CHAVE
                        FILE STATUS              IS   W-FS-REGDCX.
           SELECT       PDCXPRAZO      ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-DCXPRAZO
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PLIBERADOS     ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-LIBERADOS
                        ACCESS         MODE      IS   SEQUENTIAL.

       DATA        DIVISION.
       FILE        SECTION.
      *    MESMO LAYOUT DO BINGON.
       FD  PREGDCX
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DCX_REGISTRO.IDX".
       01  REG-REGDCX.
           02  RG-CHAVE.
               03 RG-DCX          PIC X(07).
               03 RG-LADO         PIC X(02).
           02  RG-DATA            PIC 9(08).
           02  RG-HORA            PIC 9(06).
           02  RG-ENTRADA         PIC X(30).
           02  RG-SAIDA           PIC X(30).
           02  RG-SEQ             PIC 9(07).

       FD  PDCXPRAZO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DCX_PRAZO.TXT".
       01  REG-DCXPRAZO.
           02  DP-DIAS            PIC 9(03).

       FD  PLIBERADOS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DCX_LIBERADOS.TXT".
       01  REG-LIBERADOS.
           02  LB-DATA            PIC 9(08).
           02  FILLER             PIC X(01).
           02  LB-HORA            PIC 9(06).
           02  FILLER             PIC X(01).
           02  LB-PROTOCOLO       PIC 9(06).
           02  FILLER             PIC X(01).
           02  LB-SOLICITANTE     PIC X(04).
           02  FILLER             PIC X(01).
           02  LB-APROVADOR       PIC X(04).
           02  FILLER             PIC X(01).
           02  LB-DCX             PIC X(07).
           02  FILLER             PIC X(01).
           02  LB-LADO            PIC X(02).
           02  FILLER             PIC X(01).
           02  LB-DATA-RODADA     PIC 9(08).
           02  FILLER             PIC X(01).
           02  LB-ENTRADA         PIC X(30).

       WORKING-STORAGE  SECTION.
       77  W-FS-REGDCX            PIC X(002) VALUE SPACES.
       77  W-FS-DCXPRAZO          PIC X(002) VALUE SPACES.
       77  W-FS-LIBERADOS         PIC X(002) VALUE SPACES.
       77  W-ARGC                 PIC 9(002) VALUE ZEROS.
       77  W-ARG-MODO             PIC X(001) VALUE SPACES.
       77  W-OPCAO                PIC X(001) VALUE SPACES.
       77  W-FIM                  PIC X(001) VALUE "N".
       77  W-HOJE                 PIC 9(008) VALUE ZEROS.
       77  W-PRAZO                PIC 9(003) VALUE 090.
       77  W-LIMITE               PIC 9(008) VALUE ZEROS.
       77  W-DCX-INI              PIC X(007) VALUE SPACES.
       77  W-DCX-FIM              PIC X(007) VALUE SPACES.
       77  W-SITUACAO             PIC X(008) VALUE SPACES.
       77  W-QT-LISTADOS          PIC 9(007) VALUE ZEROS.
       77  W-QT-SOLTOS            PIC 9(007) VALUE ZEROS.
       77  W-QT-EXPURGADOS        PIC 9(007) VALUE ZEROS.
       01  W-TIME.
           02 W-HHMMSS            PIC 9(06).
           02 FILLER              PIC 9(02).

      *    PARAMETROS DO PEDIDO DE LIBERACAO, COMO FICAM NO
      *    APROVACOES.TXT.
       01  W-PARAM-FAIXA.
           02  FILLER             PIC X(04) VALUE "DCX ".
           02  PF-DCX-INI         PIC X(07).
           02  FILLER             PIC X(03) VALUE " A ".
           02  PF-DCX-FIM         PIC X(07).
           02  FILLER             PIC X(39) VALUE SPACES.

      *    AREA DE CHAMADA DO APROVA (MESMO LAYOUT DA LINKAGE DELE)
       01  W-APROVA.
           02  W-AP-FUNCAO        PIC X(01).
           02  W-AP-PROGRAMA      PIC X(10).
           02  W-AP-ACAO          PIC X(10).
           02  W-AP-PARAMETROS    PIC X(60).
           02  W-AP-SOLICITANTE   PIC X(04).
           02  W-AP-VALIDADO      PIC X(01).
           02  W-AP-APROVADOR     PIC X(04).
           02  W-AP-PROTOCOLO     PIC 9(06).
           02  W-AP-RET           PIC X(01).
           02  W-AP-MENSAGEM      PIC X(40).

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
           DISPLAY "LIBDCX - REGISTRO DE DCX JA PROCESSADOS DO BINGON"
           PERFORM CALCULA-LIMITE      THRU FIM-CALCULA-LIMITE
           ACCEPT  W-ARGC    FROM      ARGUMENT-NUMBER
           IF      W-ARGC    >         ZEROS
                   DISPLAY   1         UPON      ARGUMENT-NUMBER
                   ACCEPT    W-ARG-MODO          FROM ARGUMENT-VALUE
                   IF        W-ARG-MODO          EQUAL     "E"
                             PERFORM   EXPURGA-VENCIDOS
                                       THRU FIM-EXPURGA-VENCIDOS
                             GO        TERMINO
                   END-IF
                   DISPLAY   "MODO INVALIDO - USE E (EXPURGO)"
                   GO        TERMINO.
       MENU-PRINCIPAL.
           DISPLAY " "
           DISPLAY "1=CONSULTAR FAIXA  2=PEDIR LIBERACAO  "
                   "3=APROVAR LIBERACAO  4=EXPURGAR VENCIDOS  5=SAIR"
           ACCEPT  W-OPCAO
           EVALUATE W-OPCAO
               WHEN "1" PERFORM CONSULTA-FAIXA
                             THRU FIM-CONSULTA-FAIXA
               WHEN "2" PERFORM PEDE-LIBERACAO
                             THRU FIM-PEDE-LIBERACAO
               WHEN "3" PERFORM APROVA-LIBERACAO
                             THRU FIM-APROVA-LIBERACAO
               WHEN "4" PERFORM EXPURGA-VENCIDOS
                             THRU FIM-EXPURGA-VENCIDOS
               WHEN "5" GO TO TERMINO
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE
           GO      MENU-PRINCIPAL.
       TERMINO.
           STOP    RUN.

      *-----------------------------------------------------------
      *    CALCULA-LIMITE: ENTRADA REGISTRADA ANTES DE W-LIMITE
      *    (HOJE MENOS O PRAZO DE DCX_PRAZO.TXT) ESTA VENCIDA - O
      *    MESMO CALCULO DO BINGON.
      *-----------------------------------------------------------
       CALCULA-LIMITE.
           ACCEPT  W-HOJE    FROM      DATE YYYYMMDD
           OPEN    INPUT     PDCXPRAZO
           IF      W-FS-DCXPRAZO       EQUAL     "00"
                   READ      PDCXPRAZO
                             AT END MOVE ZEROS TO DP-DIAS
                   END-READ
                   CLOSE     PDCXPRAZO
                   IF        DP-DIAS   NUMERIC
                      AND    DP-DIAS   >         ZEROS
                             MOVE      DP-DIAS   TO   W-PRAZO
                   END-IF
           END-IF.
           COMPUTE W-LIMITE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (W-HOJE) - W-PRAZO).
           DISPLAY "PRAZO DE RETENCAO: " W-PRAZO " DIAS - VENCIDO O "
                   "QUE FOI REGISTRADO ANTES DE " W-LIMITE.
       FIM-CALCULA-LIMITE.
           EXIT.

      *    PEDE-FAIXA: DCX INICIAL E FINAL (7 DIGITOS CADA).
       PEDE-FAIXA.
           MOVE    SPACES    TO        W-DCX-INI W-DCX-FIM
           DISPLAY "DCX INICIAL (7 DIGITOS): "
           ACCEPT  W-DCX-INI
           DISPLAY "DCX FINAL (7 DIGITOS, BRANCO = O MESMO): "
           ACCEPT  W-DCX-FIM
           IF      W-DCX-FIM EQUAL     SPACES
                   MOVE      W-DCX-INI TO        W-DCX-FIM.
       FIM-PEDE-FAIXA.
           EXIT.

      *-----------------------------------------------------------
      *    CONSULTA-FAIXA: AS ENTRADAS DO REGISTRO ENTRE OS DOIS
      *    DCX, COM A RODADA QUE AS REGISTROU E A SITUACAO.
      *-----------------------------------------------------------
       CONSULTA-FAIXA.
           PERFORM PEDE-FAIXA          THRU      FIM-PEDE-FAIXA
           MOVE    ZEROS     TO        W-QT-LISTADOS
           OPEN    INPUT     PREGDCX
           IF      W-FS-REGDCX         NOT       EQUAL     "00"
                   DISPLAY "DCX_REGISTRO.IDX AUSENTE - O BINGON AINDA "
                           "NAO REGISTROU NADA"
                   GO        FIM-CONSULTA-FAIXA.
           PERFORM POSICIONA-FAIXA     THRU      FIM-POSICIONA-FAIXA.
       LE-CONSULTA.
           IF      W-FIM     EQUAL     "S"
                   GO        FECHA-CONSULTA.
           READ    PREGDCX   NEXT RECORD AT END
                   GO        FECHA-CONSULTA.
           IF      RG-DCX    >         W-DCX-FIM
                   GO        FECHA-CONSULTA.
           ADD     1         TO        W-QT-LISTADOS
           MOVE    "ATIVO"   TO        W-SITUACAO
           IF      RG-DATA   NOT       NUMERIC
           OR      RG-DATA   <         W-LIMITE
                   MOVE      "VENCIDO" TO        W-SITUACAO.
           DISPLAY "DCX " RG-DCX " " RG-LADO " EM " RG-DATA "-"
                   RG-HORA " " W-SITUACAO " SEQ " RG-SEQ
                   " ENTRADA " RG-ENTRADA
           GO      LE-CONSULTA.
       FECHA-CONSULTA.
           CLOSE   PREGDCX
           DISPLAY "ENTRADAS NA FAIXA: " W-QT-LISTADOS.
       FIM-CONSULTA-FAIXA.
           EXIT.

      *    POSICIONA-FAIXA: START NO PRIMEIRO DCX + LADO NAO MENOR
      *    QUE W-DCX-INI; W-FIM = "S" QUANDO NAO HA NENHUM.
       POSICIONA-FAIXA.
           MOVE    "N"       TO        W-FIM
           MOVE    W-DCX-INI TO        RG-DCX
           MOVE    LOW-VALUES          TO        RG-LADO
           START   PREGDCX   KEY       NOT <     RG-CHAVE
                   INVALID KEY MOVE "S" TO W-FIM
           END-START.
       FIM-POSICIONA-FAIXA.
           EXIT.

      *-----------------------------------------------------------
      *    PEDE-LIBERACAO: A FAIXA VIRA PEDIDO PENDENTE - O APROVA
      *    CONFERE O SOLICITANTE E DA' O PROTOCOLO. NADA E' SOLTO
      *    AGORA.
      *-----------------------------------------------------------
       PEDE-LIBERACAO.
           PERFORM PEDE-FAIXA          THRU      FIM-PEDE-FAIXA
           IF      W-DCX-INI NOT       NUMERIC
           OR      W-DCX-FIM NOT       NUMERIC
           OR      W-DCX-INI >         W-DCX-FIM
                   DISPLAY "FAIXA INVALIDA"
                   GO        FIM-PEDE-LIBERACAO.
           MOVE    SPACES    TO        W-APROVA
           MOVE    "P"       TO        W-AP-FUNCAO
           MOVE    "LIBDCX"  TO        W-AP-PROGRAMA
           MOVE    "LIBERADCX"         TO        W-AP-ACAO
           MOVE    "N"       TO        W-AP-VALIDADO
           MOVE    ZEROS     TO        W-AP-PROTOCOLO
           MOVE    W-DCX-INI TO        PF-DCX-INI
           MOVE    W-DCX-FIM TO        PF-DCX-FIM
           MOVE    W-PARAM-FAIXA       TO        W-AP-PARAMETROS
           CALL    "APROVA"  USING     W-APROVA
                   ON EXCEPTION
                   MOVE      "9"       TO        W-AP-RET
                   MOVE      "PROGRAMA APROVA INDISPONIVEL"
                             TO        W-AP-MENSAGEM
           END-CALL
           IF      W-AP-RET  NOT       EQUAL     "0"
                   DISPLAY "PEDIDO NAO REGISTRADO - " W-AP-MENSAGEM
                   GO        FIM-PEDE-LIBERACAO.
           DISPLAY "LIBERACAO DOS DCX " W-DCX-INI " A " W-DCX-FIM
                   " REGISTRADA NO PROTOCOLO " W-AP-PROTOCOLO
           DISPLAY "AGUARDA APROVACAO DE OUTRO SUPERVISOR (OPCAO 3)".
       FIM-PEDE-LIBERACAO.
           EXIT.

      *-----------------------------------------------------------
      *    APROVA-LIBERACAO: OUTRO SUPERVISOR CONFIRMA O PROTOCOLO
      *    NO APROVA; A FAIXA DO PEDIDO SAI DO REGISTRO NA HORA E
      *    CADA ENTRADA SOLTA VAI PARA DCX_LIBERADOS.TXT COM OS DOIS
      *    NOMES E O PROTOCOLO.
      *-----------------------------------------------------------
       APROVA-LIBERACAO.
           MOVE    SPACES    TO        W-APROVA
           MOVE    "C"       TO        W-AP-FUNCAO
           MOVE    "LIBDCX"  TO        W-AP-PROGRAMA
           MOVE    "LIBERADCX"         TO        W-AP-ACAO
           MOVE    ZEROS     TO        W-AP-PROTOCOLO
           CALL    "APROVA"  USING     W-APROVA
                   ON EXCEPTION
                   MOVE      "9"       TO        W-AP-RET
                   MOVE      "PROGRAMA APROVA INDISPONIVEL"
                             TO        W-AP-MENSAGEM
           END-CALL
           IF      W-AP-RET  NOT       EQUAL     "0"
                   DISPLAY "NADA LIBERADO - " W-AP-MENSAGEM
                   GO        FIM-APROVA-LIBERACAO.
           MOVE    W-AP-PARAMETROS     TO        W-PARAM-FAIXA
           MOVE    PF-DCX-INI          TO        W-DCX-INI
           MOVE    PF-DCX-FIM          TO        W-DCX-FIM
           DISPLAY "PROTOCOLO " W-AP-PROTOCOLO " PEDIDO POR "
                   W-AP-SOLICITANTE " APROVADO POR " W-AP-APROVADOR
                   " - DCX " W-DCX-INI " A " W-DCX-FIM
           MOVE    ZEROS     TO        W-QT-SOLTOS
           OPEN    I-O       PREGDCX
           IF      W-FS-REGDCX         NOT       EQUAL     "00"
                   DISPLAY "DCX_REGISTRO.IDX INDISPONIVEL = "
                           W-FS-REGDCX " - NADA LIBERADO"
                   GO        FIM-APROVA-LIBERACAO.
           OPEN    EXTEND    PLIBERADOS
           IF      W-FS-LIBERADOS      NOT       EQUAL     "00"
                   OPEN      OUTPUT    PLIBERADOS.
           ACCEPT  W-TIME    FROM      TIME
           PERFORM POSICIONA-FAIXA     THRU      FIM-POSICIONA-FAIXA.
       LE-LIBERACAO.
           IF      W-FIM     EQUAL     "S"
                   GO        FECHA-LIBERACAO.
           READ    PREGDCX   NEXT RECORD AT END
                   GO        FECHA-LIBERACAO.
           IF      RG-DCX    >         W-DCX-FIM
                   GO        FECHA-LIBERACAO.
           MOVE    SPACES    TO        REG-LIBERADOS
           MOVE    W-HOJE    TO        LB-DATA
           MOVE    W-HHMMSS  TO        LB-HORA
           MOVE    W-AP-PROTOCOLO      TO        LB-PROTOCOLO
           MOVE    W-AP-SOLICITANTE    TO        LB-SOLICITANTE
           MOVE    W-AP-APROVADOR      TO        LB-APROVADOR
           MOVE    RG-DCX    TO        LB-DCX
           MOVE    RG-LADO   TO        LB-LADO
           MOVE    ZEROS     TO        LB-DATA-RODADA
           IF      RG-DATA   NUMERIC
                   MOVE      RG-DATA   TO        LB-DATA-RODADA.
           MOVE    RG-ENTRADA          TO        LB-ENTRADA
           DELETE  PREGDCX   RECORD
                   INVALID KEY
                   GO        LE-LIBERACAO
           END-DELETE.
           WRITE   REG-LIBERADOS
           ADD     1         TO        W-QT-SOLTOS
           GO      LE-LIBERACAO.
       FECHA-LIBERACAO.
           CLOSE   PREGDCX   PLIBERADOS
           DISPLAY "DCX SOLTOS DO REGISTRO: " W-QT-SOLTOS
                   " (A PROXIMA RODADA DO BINGON OS ACEITA)".
       FIM-APROVA-LIBERACAO.
           EXIT.

      *-----------------------------------------------------------
      *    EXPURGA-VENCIDOS: UMA PASSADA NO REGISTRO INTEIRO,
      *    APAGANDO O QUE FOI REGISTRADO ANTES DE W-LIMITE.
      *-----------------------------------------------------------
       EXPURGA-VENCIDOS.
           MOVE    ZEROS     TO        W-QT-EXPURGADOS
           OPEN    I-O       PREGDCX
           IF      W-FS-REGDCX         NOT       EQUAL     "00"
                   DISPLAY "DCX_REGISTRO.IDX INDISPONIVEL = "
                           W-FS-REGDCX " - NADA EXPURGADO"
                   GO        FIM-EXPURGA-VENCIDOS.
           MOVE    LOW-VALUES          TO        W-DCX-INI
           PERFORM POSICIONA-FAIXA     THRU      FIM-POSICIONA-FAIXA.
       LE-EXPURGO.
           IF      W-FIM     EQUAL     "S"
                   GO        FECHA-EXPURGO.
           READ    PREGDCX   NEXT RECORD AT END
                   GO        FECHA-EXPURGO.
           IF      RG-DATA   NUMERIC
              AND  RG-DATA   NOT       <         W-LIMITE
                   GO        LE-EXPURGO.
           DELETE  PREGDCX   RECORD
                   INVALID KEY
                   GO        LE-EXPURGO
           END-DELETE.
           ADD     1         TO        W-QT-EXPURGADOS
           GO      LE-EXPURGO.
       FECHA-EXPURGO.
           CLOSE   PREGDCX
           DISPLAY "ENTRADAS VENCIDAS EXPURGADAS: " W-QT-EXPURGADOS.
       FIM-EXPURGA-VENCIDOS.
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
