      *  UTILITARIO RETIRA O PRIMEIRO PENDENTE DA FILA, REGRAVA O
      *  RESTANTE E DISPARA SO' O PASSO DO XPGR42 PARA ELE - SEM
      *  REPETIR A CRITICA DA NOITE. RODAR UMA VEZ POR PENDENCIA.
      *  O PEDIDO REDESPACHADO PASSA A REPASSADO NO REGISTRO DE
      *  CHEGADA (PEDIDOS_REG.TXT, VIA PEDSIT).
      *
      *  PEDIDO RETIDO PELO ACEITE DO XPGR47 (TAXA DE CRITICA ACIMA
      *  DO LIMITE DE ACEITE.TXT - MOTIVO NA FILA) E' PULADO ATE' UM
      *  SUPERVISOR (COLUNA 66 DO OPERADOR.TXT) LIBERA-LO:
      *    REDESPACHO L  - LISTA OS RETIDOS, PEDE O SUPERVISOR E O
      *                    PEDIDO E REGISTRA O PEDIDO DE LIBERACAO
      *                    NO APROVA (CONTROLE DUPLO) - NADA E'
      *                    LIBERADO AINDA.
      *    REDESPACHO A  - OUTRO SUPERVISOR ESCOLHE O PROTOCOLO E
      *                    CONFIRMA COM A PROPRIA SENHA; SO' ENTAO O
      *                    PEDIDO E' LIBERADO. O CODIGO DO APROVADOR
      *                    FICA NA FILA E NO ACEITE_LIBERADO.TXT,
      *                    COM O DO SOLICITANTE.
      *
      *  PEDIDO AGUARDANDO PROVA (PROVA.TXT LIGADO - O XPGR47 OU O
      *  REUNE COMPOS A PROVA DE CADA MODELO EM PROVA_<PEDIDO>.TXT
      *  E ANOTOU OS MODELOS EM PROVA_MODELOS.TXT) TAMBEM E' PULADO
      *  ATE' A DECISAO DE UM SUPERVISOR, MODELO A MODELO:
      *    REDESPACHO P  - LISTA OS PEDIDOS EM PROVA, PEDE O
      *                    SUPERVISOR E O PEDIDO E, PARA CADA
      *                    MODELO, APROVA OU REPROVA. CADA DECISAO
      *                    VAI PARA PROVA_DECISAO.TXT (SUPERVISOR,
      *                    DATA/HORA - O ARQUIVO DE CONTESTACAO COM O
      *                    BUREAU). AS CARTAS DE MODELO REPROVADO
      *                    SAEM DO PEDIDO PARA CARTA_RETIDA.TXT (O
      *                    PEDIDO DA PROVA FICA COMO .PRO) E VIRAM
      *                    INCIDENTE; O RESTO SEGUE NO PROXIMO
      *                    REDESPACHO. TUDO REPROVADO TIRA O PEDIDO
      *                    DA FILA.
      *
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-PENDEN
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       POPERADOR      ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-OPERADOR
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PACESSO        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-ACESSO
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PLIBERA        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-LIBERA
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PMODELOS       ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-MODELOS
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PDECISAO       ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-DECISAO
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PPEDIDO        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-PEDIDO
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PNOVO          ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-NOVO
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PRETID         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-RETID
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PINCID         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-INCID
                        ACCESS         MODE      IS   SEQUENTIAL.

       DATA        DIVISION.
       FILE        SECTION.
           03 PE-PATH        PIC X(50).
           03 PE-NOME        PIC X(20).
           03 PE-DATA        PIC X(08).
           03 PE-MOTIVO      PIC X(40).
           03 PE-LIBERADO    PIC X(04).

      *    MESMO LAYOUT DO ADMOPER (SO' O QUE A LIBERACAO USA).
       FD  POPERADOR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "OPERADOR.TXT".
       01  REG-OPERADOR.
           02  OP-COD             PIC X(004).
           02  FILLER             PIC X(001).
           02  OP-NOME            PIC X(030).
           02  FILLER             PIC X(001).
           02  OP-ATIVO           PIC X(001).
           02  FILLER             PIC X(005).
           02  OP-SENHA           PIC X(012).
           02  FILLER             PIC X(001).
           02  OP-SENHA-VAL       PIC X(006).
           02  FILLER             PIC X(001).
           02  OP-FALHAS          PIC X(001).
           02  OP-BLOQUEADO       PIC X(001).
           02  FILLER             PIC X(001).
           02  OP-AUT-SUPERV      PIC X(001).

      *    MESMO LAYOUT DOS VALIDA-ACESSO.
       FD  PACESSO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ACESSO_LOG.TXT".
       01  REG-ACESSO.
           02  AC-COD             PIC X(004).
           02  FILLER             PIC X(002).
           02  AC-PROGRAMA        PIC X(012).
           02  FILLER             PIC X(002).
           02  AC-DATA            PIC X(006).
           02  FILLER             PIC X(002).
           02  AC-HORA            PIC X(006).
           02  FILLER             PIC X(002).
           02  AC-RESULT          PIC X(009).

      *    TRILHA DAS LIBERACOES DO ACEITE - UMA LINHA POR PEDIDO
      *    LIBERADO, COM O SUPERVISOR QUE LIBEROU.
       FD  PLIBERA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ACEITE_LIBERADO.TXT".
       01  REG-LIBERA.
           02  LB-NOME            PIC X(020).
           02  FILLER             PIC X(001).
           02  LB-DATA-PED        PIC X(008).
           02  FILLER             PIC X(001).
           02  LB-OPERADOR        PIC X(004).
           02  FILLER             PIC X(001).
           02  LB-DATA            PIC 9(008).
           02  FILLER             PIC X(001).
           02  LB-HORA            PIC 9(006).
           02  FILLER             PIC X(001).
           02  LB-MOTIVO          PIC X(040).
           02  FILLER             PIC X(001).
           02  LB-PATH            PIC X(050).
           02  FILLER             PIC X(001).
           02  LB-SOLICITANTE     PIC X(004).

      *    MODELOS EM PROVA - MESMO LAYOUT DO PROVA (SITUACAO A =
      *    AGUARDANDO); A LINHA DECIDIDA SAI DAQUI PARA O
      *    PROVA_DECISAO.TXT.
       FD  PMODELOS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PROVA_MODELOS.TXT".
       01  REG-MODELO.
           02  PM-NOME            PIC X(020).
           02  FILLER             PIC X(001).
           02  PM-DATA            PIC X(008).
           02  FILLER             PIC X(001).
           02  PM-CARTA           PIC X(007).
           02  FILLER             PIC X(001).
           02  PM-QT-PEDIDO       PIC 9(007).
           02  FILLER             PIC X(001).
           02  PM-QT-PROVA        PIC 9(005).
           02  FILLER             PIC X(001).
           02  PM-SITUACAO        PIC X(001).
           02  FILLER             PIC X(001).
           02  PM-SPOOL           PIC X(030).

      *    TRILHA DAS DECISOES DE PROVA - UMA LINHA POR MODELO
      *    DECIDIDO, COM O SUPERVISOR E O MOMENTO. E' O QUE SE MOSTRA
      *    AO BUREAU NUMA CONTESTACAO.
       FD  PDECISAO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PROVA_DECISAO.TXT".
       01  REG-DECISAO.
           02  PD-NOME            PIC X(020).
           02  FILLER             PIC X(001).
           02  PD-DATA-PED        PIC X(008).
           02  FILLER             PIC X(001).
           02  PD-CARTA           PIC X(007).
           02  FILLER             PIC X(001).
           02  PD-DECISAO         PIC X(009).
           02  FILLER             PIC X(001).
           02  PD-OPERADOR        PIC X(004).
           02  FILLER             PIC X(001).
           02  PD-DATA            PIC 9(008).
           02  FILLER             PIC X(001).
           02  PD-HORA            PIC 9(006).
           02  FILLER             PIC X(001).
           02  PD-QT-PEDIDO       PIC 9(007).
           02  FILLER             PIC X(001).
           02  PD-QT-PROVA        PIC 9(005).
           02  FILLER             PIC X(001).
           02  PD-SPOOL           PIC X(030).
           02  FILLER             PIC X(001).
           02  PD-PATH            PIC X(050).

      *    O PEDIDO (LAYOUT PENTR DO XPGR47 - SO' O TIPO E O MODELO)
      *    E A COPIA SEM OS MODELOS REPROVADOS
       FD  PPEDIDO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS ARQ-PEDIDO.
       01  REG-PEDIDO.
           02  RP-TIPO            PIC X(002).
           02  FILLER             PIC X(032).
           02  RP-CARTA           PIC X(007).
           02  FILLER             PIC X(1769).

       FD  PNOVO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS ARQ-NOVO.
       01  REG-NOVO               PIC X(1810).

      *    CARTAS RETIDAS - O MESMO ARQUIVO DAS RETENCOES DO XPGR47
       FD  PRETID
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CARTA_RETIDA.TXT".
       01  REG-RETID              PIC X(1810).

      *    MESMO LAYOUT DO INCIDENTE.TXT DO XPGR47
       FD  PINCID
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "INCIDENTE.TXT".
       01  REG-INCID.
           02  IN-PROGRAMA        PIC X(010).
           02  FILLER             PIC X(002).
           02  IN-DATA            PIC X(006).
           02  FILLER             PIC X(002).
           02  IN-HORA            PIC X(006).
           02  FILLER             PIC X(002).
           02  IN-MOTIVO          PIC X(040).
           02  FILLER             PIC X(002).
           02  IN-LIDOS           PIC 9(009).
           02  FILLER             PIC X(002).
           02  IN-GRAVADOS        PIC 9(009).
           02  FILLER             PIC X(002).
           02  IN-VOLUME          PIC 9(003).

       WORKING-STORAGE  SECTION.
       77  W-FS-PENDEN            PIC X(02) VALUE SPACES.
       77  W-FS-OPERADOR          PIC X(02) VALUE SPACES.
       77  W-FS-ACESSO            PIC X(02) VALUE SPACES.
       77  W-FS-LIBERA            PIC X(02) VALUE SPACES.
       77  W-FS-MODELOS           PIC X(02) VALUE SPACES.
       77  W-FS-DECISAO           PIC X(02) VALUE SPACES.
       77  W-FS-PEDIDO            PIC X(02) VALUE SPACES.
       77  W-FS-NOVO              PIC X(02) VALUE SPACES.
       77  W-FS-RETID             PIC X(02) VALUE SPACES.
       77  W-FS-INCID             PIC X(02) VALUE SPACES.
       77  ARQ-PEDIDO             PIC X(50) VALUE SPACES.
       77  ARQ-NOVO               PIC X(50) VALUE SPACES.
       77  ARQ-PROVA              PIC X(50) VALUE SPACES.
       77  W-RC                   PIC 9(04) VALUE ZEROS COMP.
       77  W-AGUARDA-PROVA        PIC X(16) VALUE "AGUARDANDO PROVA".
       77  W-QT-MODELO            PIC 9(03) VALUE ZEROS.
       77  W-IND-MOD              PIC 9(03) VALUE ZEROS.
       77  W-QT-EM-PROVA          PIC 9(03) VALUE ZEROS.
       77  W-QT-APROV             PIC 9(03) VALUE ZEROS.
       77  W-QT-REPROV            PIC 9(03) VALUE ZEROS.
       77  W-QT-RETIDAS           PIC 9(07) VALUE ZEROS.
       77  W-RESP                 PIC X(01) VALUE SPACES.
       77  W-EH-REPROV            PIC X(01) VALUE "N".
       77  LK-PATH                PIC X(50) VALUE SPACES.
       77  LK-NOME                PIC X(20) VALUE SPACES.
       77  LK-DATA                PIC X(08) VALUE SPACES.
       77  W-QTDE-RESTO           PIC 9(03) VALUE ZEROS.
       77  W-QTDE-FILA            PIC 9(03) VALUE ZEROS.
       77  W-QTDE-RETIDO          PIC 9(03) VALUE ZEROS.
       77  W-ESCOLHIDO            PIC 9(03) VALUE ZEROS.
       77  W-PULA                 PIC 9(03) VALUE ZEROS.
       77  W-IND                  PIC 9(03) VALUE ZEROS.
       77  W-ARGC                 PIC 9(02) VALUE ZEROS.
       77  W-MODO                 PIC X(01) VALUE SPACES.
       77  W-NOME-LIB             PIC X(20) VALUE SPACES.
       77  W-MOTIVO-LIB           PIC X(40) VALUE SPACES.
       77  W-OPERADOR             PIC X(04) VALUE SPACES.
       77  W-ACHOU-OPERADOR       PIC X(01) VALUE "N".
           88  OPERADOR-AUTORIZADO         VALUE "S".
       77  W-OP-SENHA             PIC X(12) VALUE SPACES.
       77  W-OP-BLOQ              PIC X(01) VALUE SPACES.
       77  W-OP-AUT-SUPERV        PIC X(01) VALUE SPACES.
       77  W-SENHA-DIG            PIC X(12) VALUE SPACES.
       77  W-SENHA-EMB            PIC X(12) VALUE SPACES.
       77  W-AC-RESULT            PIC X(09) VALUE SPACES.
       77  W-HOJE                 PIC 9(08) VALUE ZEROS.
       77  W-SOLICITANTE-LIB      PIC X(04) VALUE SPACES.
       01  TAB-RESTO.
           02 TR-ENT OCCURS 100 TIMES.
              03 TR-PATH          PIC X(50).
              03 TR-NOME          PIC X(20).
              03 TR-DATA          PIC X(08).
              03 TR-MOTIVO        PIC X(40).
              03 TR-LIBERADO      PIC X(04).
      *    PROVA_MODELOS.TXT EM MEMORIA (SITUACAO DECIDIDA AQUI) E
      *    AS CARTAS RETIDAS DE CADA MODELO REPROVADO
       01  TAB-MODELO.
           02 TM-ENT OCCURS 500 TIMES.
              03 TM-LINHA         PIC X(84).
              03 TM-RETIDAS       PIC 9(07).
       01  W-MODELO.
           02 WM-NOME             PIC X(20).
           02 FILLER              PIC X(01).
           02 WM-DATA             PIC X(08).
           02 FILLER              PIC X(01).
           02 WM-CARTA            PIC X(07).
           02 FILLER              PIC X(01).
           02 WM-QT-PEDIDO        PIC 9(07).
           02 FILLER              PIC X(01).
           02 WM-QT-PROVA         PIC 9(05).
           02 FILLER              PIC X(01).
           02 WM-SITUACAO         PIC X(01).
           02 FILLER              PIC X(01).
           02 WM-SPOOL            PIC X(30).
       01  W-DATE.
           02 W-ANO               PIC 9(02).
           02 W-MES               PIC 9(02).
           02 W-DIA               PIC 9(02).
       01  W-TIME.
           02 W-HHMMSS            PIC 9(06).
           02 FILLER              PIC 9(02).
       01  W-ALFA-CLARO.
           03 FILLER  PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           03 FILLER  PIC X(10) VALUE "0123456789".
       01  W-ALFA-EMB.
           03 FILLER  PIC X(26) VALUE "QAZWSXEDCRFVTGBYHNUJMIKOLP".
           03 FILLER  PIC X(10) VALUE "5316097284".
      *    AREA DE CHAMADA DO PEDSIT (MESMO LAYOUT DA LINKAGE DELE)
       01  W-PEDSIT.
           02  W-PS-ARQUIVO       PIC X(50).
           02  W-PS-SITUACAO      PIC X(10).
           02  W-PS-SIT-ANT       PIC X(10).
           02  W-PS-RET           PIC X(01).

      *    AREA DE CHAMADA DO APROVA (MESMO LAYOUT DA LINKAGE DELE)
       01  W-APROVA.
           02  W-AP-FUNCAO        PIC X(01).
           02  W-AP-PROGRAMA      PIC X(10).
           02  W-AP-ACAO          PIC X(10).
           02  W-AP-PARAMETROS.
               03  W-APP-NOME     PIC X(20).
               03  W-APP-DATA     PIC X(08).
               03  FILLER         PIC X(32).
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
           ACCEPT  W-ARGC    FROM      ARGUMENT-NUMBER
           IF      W-ARGC    >         ZEROS
                   DISPLAY   1         UPON      ARGUMENT-NUMBER
                   ACCEPT    W-MODO    FROM      ARGUMENT-VALUE.
           IF      W-MODO    EQUAL     "l"
                   MOVE      "L"       TO        W-MODO.
           IF      W-MODO    EQUAL     "p"
                   MOVE      "P"       TO        W-MODO.
           IF      W-MODO    EQUAL     "a"
                   MOVE      "A"       TO        W-MODO.

           OPEN    INPUT     PPENDEN.
           IF      W-FS-PENDEN         NOT       EQUAL     "00"
                   DISPLAY "NENHUM REPASSE PENDENTE "
                           "(HANDOFF_PENDENTE.TXT AUSENTE)"
                   STOP RUN.
           PERFORM CARREGA-FILA        THRU      FIM-CARREGA-FILA.
           IF      W-QTDE-FILA         EQUAL     ZEROS
                   DISPLAY "NENHUM REPASSE PENDENTE"
                   STOP RUN.
           IF      W-MODO    EQUAL     "L"
                   PERFORM   LIBERA-RETIDO  THRU  FIM-LIBERA-RETIDO
                   STOP      RUN.
           IF      W-MODO    EQUAL     "A"
                   PERFORM   APROVA-LIBERACAO
                             THRU      FIM-APROVA-LIBERACAO
                   STOP      RUN.
           IF      W-MODO    EQUAL     "P"
                   PERFORM   APROVA-PROVA   THRU  FIM-APROVA-PROVA
                   STOP      RUN.

      *    O PRIMEIRO DA FILA QUE NAO ESTA RETIDO PELO ACEITE NEM
      *    AGUARDANDO PROVA (OU QUE O SUPERVISOR JA LIBEROU) E' O
      *    REDESPACHADO.
           MOVE    ZEROS     TO        W-ESCOLHIDO
           PERFORM ESCOLHE-PENDENTE    THRU      FIM-ESCOLHE-PENDENTE
                    VARYING W-IND      FROM 1 BY 1
                    UNTIL   W-IND      > W-QTDE-FILA
                    OR      W-ESCOLHIDO > ZEROS.
           IF      W-ESCOLHIDO         EQUAL     ZEROS
                   DISPLAY W-QTDE-RETIDO " PEDIDO(S) RETIDO(S) PELO "
                           "ACEITE OU EM PROVA - LIBERAR COM "
                           "REDESPACHO L E A, OU P"
                   STOP RUN.
      *    FORA DA PRODUCAO A FILA E' SO' CONSULTADA: NADA SAI PARA O
      *    XPGR42 E O PEDIDO CONTINUA PENDENTE.
           IF      NOT       AMBIENTE-PRODUCAO
                   DISPLAY "AMBIENTE " W-AM-NOME " NAO ENTREGA AO "
                           "XPGR42 - PEDIDO " TR-NOME(W-ESCOLHIDO)
                           " CONTINUA PENDENTE"
                   STOP RUN.
           MOVE    TR-PATH(W-ESCOLHIDO)          TO        LK-PATH
           MOVE    TR-NOME(W-ESCOLHIDO)          TO        LK-NOME
           MOVE    TR-DATA(W-ESCOLHIDO)          TO        LK-DATA
           COMPUTE W-QTDE-RESTO = W-QTDE-FILA - 1
           MOVE    W-ESCOLHIDO         TO        W-PULA

           OPEN    OUTPUT    PPENDEN
           PERFORM GRAVA-RESTO         THRU      FIM-GRAVA-RESTO
                    VARYING W-IND      FROM 1 BY 1
                    UNTIL   W-IND      > W-QTDE-FILA
           CLOSE   PPENDEN

           DISPLAY "REDESPACHANDO PEDIDO " LK-NOME
                   " (RESTAM " W-QTDE-RESTO " PENDENTES)"
           MOVE    LK-PATH   TO        W-PS-ARQUIVO
           MOVE    "REPASSADO"         TO        W-PS-SITUACAO
           CALL    "PEDSIT"  USING     W-PEDSIT
                   ON EXCEPTION
                   DISPLAY "PEDSIT INDISPONIVEL - REGISTRO DE "
                           "CHEGADA NAO ATUALIZADO"
           END-CALL.
           CHAIN   "XPGR42.INT"        USING     LK-PATH LK-NOME
                                                 LK-DATA.
           STOP    RUN.

       CARREGA-FILA.
           MOVE    ZEROS     TO        W-QTDE-FILA.
       LE-FILA.
           READ    PPENDEN   AT        END
                   CLOSE     PPENDEN
                   GO        FIM-CARREGA-FILA.
           IF      W-QTDE-FILA         NOT       <         100
                   GO        LE-FILA.
           ADD     1         TO        W-QTDE-FILA
           MOVE    PE-PATH   TO        TR-PATH(W-QTDE-FILA)
           MOVE    PE-NOME   TO        TR-NOME(W-QTDE-FILA)
           MOVE    PE-DATA   TO        TR-DATA(W-QTDE-FILA)
           MOVE    PE-MOTIVO TO        TR-MOTIVO(W-QTDE-FILA)
           MOVE    PE-LIBERADO TO      TR-LIBERADO(W-QTDE-FILA)
           GO      LE-FILA.
       FIM-CARREGA-FILA.
           EXIT.

       ESCOLHE-PENDENTE.
           IF      TR-MOTIVO(W-IND)    EQUAL     SPACES
           OR      TR-LIBERADO(W-IND)  NOT EQUAL SPACES
                   MOVE      W-IND     TO        W-ESCOLHIDO
           ELSE
                   ADD       1         TO        W-QTDE-RETIDO.
       FIM-ESCOLHE-PENDENTE.
           EXIT.

       GRAVA-RESTO.
           IF      W-IND     EQUAL     W-PULA
                   GO        FIM-GRAVA-RESTO.
           MOVE    SPACES    TO        REG-PENDEN
           MOVE    TR-PATH(W-IND)      TO        PE-PATH
           MOVE    TR-NOME(W-IND)      TO        PE-NOME
           MOVE    TR-DATA(W-IND)      TO        PE-DATA
           MOVE    TR-MOTIVO(W-IND)    TO        PE-MOTIVO
           MOVE    TR-LIBERADO(W-IND)  TO        PE-LIBERADO
           WRITE   REG-PENDEN.
       FIM-GRAVA-RESTO.
           EXIT.

      *-----------------------------------------------------------
      *    LIBERA-RETIDO: O SUPERVISOR VE OS PEDIDOS RETIDOS PELO
      *    ACEITE E PEDE A LIBERACAO DE UM PELO NOME. O PEDIDO VAI
      *    PARA O APROVA (PARAMETROS: NOME E DATA DO PEDIDO) E A
      *    FILA NAO MUDA ATE' OUTRO SUPERVISOR APROVAR (MODO A).
      *-----------------------------------------------------------
       LIBERA-RETIDO.
           MOVE    ZEROS     TO        W-QTDE-RETIDO
           PERFORM LISTA-RETIDO        THRU      FIM-LISTA-RETIDO
                    VARYING W-IND      FROM 1 BY 1
                    UNTIL   W-IND      > W-QTDE-FILA.
           IF      W-QTDE-RETIDO       EQUAL     ZEROS
                   DISPLAY "NENHUM PEDIDO RETIDO PELO ACEITE"
                   GO        FIM-LIBERA-RETIDO.
           PERFORM VALIDA-ACESSO       THRU      FIM-VALIDA-ACESSO
           IF      NOT       OPERADOR-AUTORIZADO
                   DISPLAY "ACESSO NEGADO"
                   GO        FIM-LIBERA-RETIDO.
           IF      W-OP-AUT-SUPERV     NOT EQUAL "S"
                   DISPLAY "OPERADOR SEM AUTORIZACAO DE SUPERVISOR "
                           "PARA LIBERAR PEDIDO - VER ADMOPER"
                   MOVE      "NEGADO"  TO        W-AC-RESULT
                   PERFORM   GRAVA-ACESSO THRU FIM-GRAVA-ACESSO
                   GO        FIM-LIBERA-RETIDO.
           MOVE    "LIBERACAO"         TO        W-AC-RESULT
           PERFORM GRAVA-ACESSO        THRU      FIM-GRAVA-ACESSO
           DISPLAY "PEDIDO A LIBERAR: "
           ACCEPT  W-NOME-LIB
           MOVE    ZEROS     TO        W-ESCOLHIDO
           PERFORM PROCURA-RETIDO      THRU      FIM-PROCURA-RETIDO
                    VARYING W-IND      FROM 1 BY 1
                    UNTIL   W-IND      > W-QTDE-FILA
                    OR      W-ESCOLHIDO > ZEROS.
           IF      W-ESCOLHIDO         EQUAL     ZEROS
                   DISPLAY "PEDIDO " W-NOME-LIB
                           " NAO ESTA RETIDO NA FILA"
                   GO        FIM-LIBERA-RETIDO.

           MOVE    SPACES    TO        W-APROVA
           MOVE    "P"       TO        W-AP-FUNCAO
           MOVE    "REDESPACHO"        TO        W-AP-PROGRAMA
           MOVE    "LIBERACAO"         TO        W-AP-ACAO
           MOVE    W-NOME-LIB          TO        W-APP-NOME
           MOVE    TR-DATA(W-ESCOLHIDO) TO       W-APP-DATA
           MOVE    W-OPERADOR          TO        W-AP-SOLICITANTE
           MOVE    "S"       TO        W-AP-VALIDADO
           MOVE    ZEROS     TO        W-AP-PROTOCOLO
           CALL    "APROVA"  USING     W-APROVA
                   ON EXCEPTION
                   MOVE      "9"       TO        W-AP-RET
                   MOVE      "PROGRAMA APROVA INDISPONIVEL"
                             TO        W-AP-MENSAGEM
           END-CALL
           IF      W-AP-RET  NOT       EQUAL     "0"
                   DISPLAY "PEDIDO DE LIBERACAO NAO REGISTRADO - "
                           W-AP-MENSAGEM
                   GO        FIM-LIBERA-RETIDO.
           DISPLAY "LIBERACAO DE " W-NOME-LIB " PEDIDA POR "
                   W-OPERADOR " NO PROTOCOLO " W-AP-PROTOCOLO
           DISPLAY "AGUARDA APROVACAO DE OUTRO SUPERVISOR "
                   "(REDESPACHO A)".
       FIM-LIBERA-RETIDO.
           EXIT.

      *-----------------------------------------------------------
      *    APROVA-LIBERACAO: OUTRO SUPERVISOR CONFIRMA UM PROTOCOLO
      *    DE LIBERACAO NO APROVA (QUE CONFERE O APROVADOR, A SENHA
      *    E A AUTORIZACAO DE SUPERVISOR) E O PEDIDO RETIDO COM O
      *    MESMO NOME E DATA E' LIBERADO EM NOME DO APROVADOR.
      *-----------------------------------------------------------
       APROVA-LIBERACAO.
           MOVE    SPACES    TO        W-APROVA
           MOVE    "C"       TO        W-AP-FUNCAO
           MOVE    "REDESPACHO"        TO        W-AP-PROGRAMA
           MOVE    "LIBERACAO"         TO        W-AP-ACAO
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
           MOVE    W-APP-NOME          TO        W-NOME-LIB
           MOVE    ZEROS     TO        W-ESCOLHIDO
           PERFORM PROCURA-RETIDO      THRU      FIM-PROCURA-RETIDO
                    VARYING W-IND      FROM 1 BY 1
                    UNTIL   W-IND      > W-QTDE-FILA
                    OR      W-ESCOLHIDO > ZEROS.
           IF      W-ESCOLHIDO         EQUAL     ZEROS
                   DISPLAY "PEDIDO " W-NOME-LIB
                           " NAO ESTA MAIS RETIDO NA FILA"
                   GO        FIM-APROVA-LIBERACAO.
           IF      TR-DATA(W-ESCOLHIDO) NOT EQUAL W-APP-DATA
                   DISPLAY "PEDIDO " W-NOME-LIB " NA FILA E' DE "
                           TR-DATA(W-ESCOLHIDO) " - O PROTOCOLO E' DE "
                           W-APP-DATA
                   GO        FIM-APROVA-LIBERACAO.
           MOVE    W-AP-APROVADOR      TO        W-OPERADOR
           MOVE    W-AP-SOLICITANTE    TO        W-SOLICITANTE-LIB
           PERFORM EFETIVA-LIBERACAO   THRU FIM-EFETIVA-LIBERACAO.
       FIM-APROVA-LIBERACAO.
           EXIT.

      *    EFETIVA-LIBERACAO: APLICA A LIBERACAO APROVADA AO PEDIDO
      *    W-ESCOLHIDO DA FILA, EM NOME DO APROVADOR (W-OPERADOR).
       EFETIVA-LIBERACAO.
      *    PEDIDO QUE TAMBEM TEM PROVA PENDENTE SAI DO ACEITE PARA
      *    A PROVA - A LIBERACAO SO' VEM COM A APROVACAO DOS MODELOS.
           MOVE    TR-MOTIVO(W-ESCOLHIDO)        TO   W-MOTIVO-LIB
           PERFORM CARREGA-MODELOS     THRU      FIM-CARREGA-MODELOS
           IF      W-QT-EM-PROVA       >         ZEROS
                   MOVE      W-AGUARDA-PROVA
                             TO        TR-MOTIVO(W-ESCOLHIDO)
           ELSE
                   MOVE      W-OPERADOR
                             TO        TR-LIBERADO(W-ESCOLHIDO).
           OPEN    OUTPUT    PPENDEN
           IF      W-FS-PENDEN         NOT       EQUAL     "00"
                   DISPLAY "HANDOFF_PENDENTE.TXT SEM GRAVACAO - "
                           "NADA LIBERADO"
                   GO        FIM-EFETIVA-LIBERACAO.
           MOVE    ZEROS     TO        W-PULA
           PERFORM GRAVA-RESTO         THRU      FIM-GRAVA-RESTO
                    VARYING W-IND      FROM 1 BY 1
                    UNTIL   W-IND      > W-QTDE-FILA
           CLOSE   PPENDEN
           PERFORM GRAVA-LIBERACAO     THRU      FIM-GRAVA-LIBERACAO
           IF      W-QT-EM-PROVA       >         ZEROS
                   DISPLAY "PEDIDO " W-NOME-LIB " LIBERADO DO ACEITE "
                           "POR " W-OPERADOR " - AGUARDA A PROVA "
                           "(REDESPACHO P)"
           ELSE
                   DISPLAY "PEDIDO " W-NOME-LIB " LIBERADO POR "
                           W-OPERADOR " - SEGUE NO PROXIMO REDESPACHO".
       FIM-EFETIVA-LIBERACAO.
           EXIT.

       LISTA-RETIDO.
           IF      TR-MOTIVO(W-IND)    EQUAL     SPACES
           OR      TR-MOTIVO(W-IND)    EQUAL     W-AGUARDA-PROVA
           OR      TR-LIBERADO(W-IND)  NOT EQUAL SPACES
                   GO        FIM-LISTA-RETIDO.
           ADD     1         TO        W-QTDE-RETIDO
           DISPLAY TR-NOME(W-IND) " " TR-DATA(W-IND) " "
                   TR-MOTIVO(W-IND).
       FIM-LISTA-RETIDO.
           EXIT.

       PROCURA-RETIDO.
           IF      TR-NOME(W-IND)      EQUAL     W-NOME-LIB
           AND     TR-MOTIVO(W-IND)    NOT EQUAL SPACES
           AND     TR-MOTIVO(W-IND)    NOT EQUAL W-AGUARDA-PROVA
           AND     TR-LIBERADO(W-IND)  EQUAL     SPACES
                   MOVE      W-IND     TO        W-ESCOLHIDO.
       FIM-PROCURA-RETIDO.
           EXIT.

       GRAVA-LIBERACAO.
           OPEN    EXTEND    PLIBERA
           IF      W-FS-LIBERA         NOT       EQUAL     "00"
                   OPEN      OUTPUT    PLIBERA.
           IF      W-FS-LIBERA         NOT       EQUAL     "00"
                   DISPLAY "ACEITE_LIBERADO.TXT SEM GRAVACAO"
                   GO        FIM-GRAVA-LIBERACAO.
           ACCEPT  W-HOJE    FROM      DATE YYYYMMDD
           ACCEPT  W-TIME    FROM      TIME
           MOVE    SPACES    TO        REG-LIBERA
           MOVE    W-NOME-LIB          TO        LB-NOME
           MOVE    TR-DATA(W-ESCOLHIDO) TO       LB-DATA-PED
           MOVE    W-OPERADOR          TO        LB-OPERADOR
           MOVE    W-HOJE    TO        LB-DATA
           MOVE    W-HHMMSS  TO        LB-HORA
           MOVE    W-MOTIVO-LIB        TO        LB-MOTIVO
           MOVE    TR-PATH(W-ESCOLHIDO) TO       LB-PATH
           MOVE    W-SOLICITANTE-LIB   TO        LB-SOLICITANTE
           WRITE   REG-LIBERA
           CLOSE   PLIBERA.
       FIM-GRAVA-LIBERACAO.
           EXIT.

      *-----------------------------------------------------------
      *    APROVA-PROVA: O SUPERVISOR CONFERE A PROVA DE UM PEDIDO
      *    (PROVA_<PEDIDO>.TXT) E DECIDE CADA MODELO. NADA E'
      *    APLICADO SEM A TRILHA DAS DECISOES; AS CARTAS DOS
      *    MODELOS REPROVADOS SAEM DO PEDIDO ANTES DA LIBERACAO.
      *-----------------------------------------------------------
       APROVA-PROVA.
           MOVE    ZEROS     TO        W-QTDE-RETIDO
           PERFORM LISTA-EM-PROVA      THRU      FIM-LISTA-EM-PROVA
                    VARYING W-IND      FROM 1 BY 1
                    UNTIL   W-IND      > W-QTDE-FILA.
           IF      W-QTDE-RETIDO       EQUAL     ZEROS
                   DISPLAY "NENHUM PEDIDO AGUARDANDO PROVA"
                   GO        FIM-APROVA-PROVA.
           PERFORM VALIDA-ACESSO       THRU      FIM-VALIDA-ACESSO
           IF      NOT       OPERADOR-AUTORIZADO
                   DISPLAY "ACESSO NEGADO"
                   GO        FIM-APROVA-PROVA.
           IF      W-OP-AUT-SUPERV     NOT EQUAL "S"
                   DISPLAY "OPERADOR SEM AUTORIZACAO DE SUPERVISOR "
                           "PARA DECIDIR A PROVA - VER ADMOPER"
                   MOVE      "NEGADO"  TO        W-AC-RESULT
                   PERFORM   GRAVA-ACESSO THRU FIM-GRAVA-ACESSO
                   GO        FIM-APROVA-PROVA.
           MOVE    "PROVA"   TO        W-AC-RESULT
           PERFORM GRAVA-ACESSO        THRU      FIM-GRAVA-ACESSO
           DISPLAY "PEDIDO A DECIDIR: "
           ACCEPT  W-NOME-LIB
           MOVE    ZEROS     TO        W-ESCOLHIDO
           PERFORM PROCURA-EM-PROVA    THRU      FIM-PROCURA-EM-PROVA
                    VARYING W-IND      FROM 1 BY 1
                    UNTIL   W-IND      > W-QTDE-FILA
                    OR      W-ESCOLHIDO > ZEROS.
           IF      W-ESCOLHIDO         EQUAL     ZEROS
                   DISPLAY "PEDIDO " W-NOME-LIB
                           " NAO ESTA AGUARDANDO PROVA NA FILA"
                   GO        FIM-APROVA-PROVA.
           PERFORM CARREGA-MODELOS     THRU      FIM-CARREGA-MODELOS
           IF      W-QT-EM-PROVA       EQUAL     ZEROS
                   DISPLAY "NENHUM MODELO DO PEDIDO EM "
                           "PROVA_MODELOS.TXT - PEDIDO CONTINUA RETIDO"
                   GO        FIM-APROVA-PROVA.

           MOVE    ZEROS     TO        W-QT-APROV W-QT-REPROV
                                       W-QT-RETIDAS
           PERFORM DECIDE-MODELO       THRU      FIM-DECIDE-MODELO
                    VARYING W-IND-MOD  FROM 1 BY 1
                    UNTIL   W-IND-MOD  > W-QT-MODELO.

           OPEN    EXTEND    PDECISAO
           IF      W-FS-DECISAO        NOT       EQUAL     "00"
                   OPEN      OUTPUT    PDECISAO.
           IF      W-FS-DECISAO        NOT       EQUAL     "00"
                   DISPLAY "PROVA_DECISAO.TXT SEM GRAVACAO - NADA "
                           "DECIDIDO"
                   GO        FIM-APROVA-PROVA.
           IF      W-QT-REPROV         >         ZEROS
                   PERFORM   RETEM-REPROVADOS
                             THRU      FIM-RETEM-REPROVADOS
                   IF        W-RC      NOT       EQUAL     ZEROS
                             CLOSE     PDECISAO
                             DISPLAY "PEDIDO " W-NOME-LIB
                                     " SEM GRAVACAO - REPROVACAO NAO "
                                     "APLICADA, CONTINUA EM PROVA"
                             GO        FIM-APROVA-PROVA.
           ACCEPT  W-HOJE    FROM      DATE YYYYMMDD
           ACCEPT  W-DATE    FROM      DATE
           ACCEPT  W-TIME    FROM      TIME
           PERFORM GRAVA-DECISAO       THRU      FIM-GRAVA-DECISAO
                    VARYING W-IND-MOD  FROM 1 BY 1
                    UNTIL   W-IND-MOD  > W-QT-MODELO
           CLOSE   PDECISAO
           PERFORM REGRAVA-MODELOS     THRU      FIM-REGRAVA-MODELOS
           PERFORM GRAVA-INCIDENTE     THRU      FIM-GRAVA-INCIDENTE
                    VARYING W-IND-MOD  FROM 1 BY 1
                    UNTIL   W-IND-MOD  > W-QT-MODELO

      *    ALGUM MODELO APROVADO: O PEDIDO (JA' SEM OS REPROVADOS)
      *    SEGUE NO PROXIMO REDESPACHO. TUDO REPROVADO: SAI DA FILA.
           MOVE    ZEROS     TO        W-PULA
           IF      W-QT-APROV          EQUAL     ZEROS
                   MOVE      W-ESCOLHIDO         TO   W-PULA
           ELSE
                   MOVE      W-OPERADOR
                             TO        TR-LIBERADO(W-ESCOLHIDO).
           OPEN    OUTPUT    PPENDEN
           IF      W-FS-PENDEN         NOT       EQUAL     "00"
                   DISPLAY "HANDOFF_PENDENTE.TXT SEM GRAVACAO - "
                           "DECISOES GRAVADAS, FILA INALTERADA"
                   GO        FIM-APROVA-PROVA.
           PERFORM GRAVA-RESTO         THRU      FIM-GRAVA-RESTO
                    VARYING W-IND      FROM 1 BY 1
                    UNTIL   W-IND      > W-QTDE-FILA
           CLOSE   PPENDEN
           IF      W-QT-REPROV         >         ZEROS
                   DISPLAY W-QT-REPROV " MODELO(S) REPROVADO(S) - "
                           W-QT-RETIDAS " CARTA(S) EM CARTA_RETIDA.TXT"
                           " (INCIDENTE.TXT)".
           IF      W-QT-APROV          EQUAL     ZEROS
                   DISPLAY "PEDIDO " W-NOME-LIB " REPROVADO EM TODOS "
                           "OS MODELOS - RETIRADO DA FILA"
           ELSE
                   DISPLAY "PEDIDO " W-NOME-LIB " APROVADO POR "
                           W-OPERADOR " - SEGUE NO PROXIMO REDESPACHO".
       FIM-APROVA-PROVA.
           EXIT.

       LISTA-EM-PROVA.
           IF      TR-MOTIVO(W-IND)    NOT EQUAL W-AGUARDA-PROVA
           OR      TR-LIBERADO(W-IND)  NOT EQUAL SPACES
                   GO        FIM-LISTA-EM-PROVA.
           ADD     1         TO        W-QTDE-RETIDO
           DISPLAY TR-NOME(W-IND) " " TR-DATA(W-IND) " "
                   TR-MOTIVO(W-IND).
       FIM-LISTA-EM-PROVA.
           EXIT.

       PROCURA-EM-PROVA.
           IF      TR-NOME(W-IND)      EQUAL     W-NOME-LIB
           AND     TR-MOTIVO(W-IND)    EQUAL     W-AGUARDA-PROVA
           AND     TR-LIBERADO(W-IND)  EQUAL     SPACES
                   MOVE      W-IND     TO        W-ESCOLHIDO.
       FIM-PROCURA-EM-PROVA.
           EXIT.

      *    CARREGA-MODELOS: PROVA_MODELOS.TXT INTEIRO NA TABELA E A
      *    CONTAGEM DOS MODELOS DO PEDIDO ESCOLHIDO AINDA EM PROVA.
       CARREGA-MODELOS.
           MOVE    ZEROS     TO        W-QT-MODELO W-QT-EM-PROVA
           OPEN    INPUT     PMODELOS
           IF      W-FS-MODELOS        NOT       EQUAL     "00"
                   GO        FIM-CARREGA-MODELOS.
       LE-MODELO.
           READ    PMODELOS  AT        END
                   CLOSE     PMODELOS
                   GO        FIM-CARREGA-MODELOS.
           IF      W-QT-MODELO         NOT       <         500
                   GO        LE-MODELO.
           ADD     1         TO        W-QT-MODELO
           MOVE    REG-MODELO          TO        TM-LINHA(W-QT-MODELO)
           MOVE    ZEROS     TO        TM-RETIDAS(W-QT-MODELO)
           IF      PM-NOME   EQUAL     TR-NOME(W-ESCOLHIDO)
           AND     PM-DATA   EQUAL     TR-DATA(W-ESCOLHIDO)
           AND     PM-SITUACAO         EQUAL     "A"
                   ADD       1         TO        W-QT-EM-PROVA.
           GO      LE-MODELO.
       FIM-CARREGA-MODELOS.
           EXIT.

      *    DECIDE-MODELO: APROVA (P) OU REPROVA (R) UM MODELO DO
      *    PEDIDO ESCOLHIDO - SO' NA TABELA; A GRAVACAO VEM DEPOIS.
       DECIDE-MODELO.
           MOVE    TM-LINHA(W-IND-MOD) TO        W-MODELO
           IF      WM-NOME   NOT EQUAL TR-NOME(W-ESCOLHIDO)
           OR      WM-DATA   NOT EQUAL TR-DATA(W-ESCOLHIDO)
           OR      WM-SITUACAO         NOT EQUAL "A"
                   GO        FIM-DECIDE-MODELO.
           DISPLAY "MODELO " WM-CARTA " - " WM-QT-PEDIDO
                   " CARTA(S) NO PEDIDO, " WM-QT-PROVA
                   " NA PROVA (" WM-SPOOL ")".
       PEDE-DECISAO.
           DISPLAY "APROVA (A) OU REPROVA (R): "
           ACCEPT  W-RESP
           IF      W-RESP    EQUAL     "a"
                   MOVE      "A"       TO        W-RESP.
           IF      W-RESP    EQUAL     "r"
                   MOVE      "R"       TO        W-RESP.
           IF      W-RESP    NOT EQUAL "A" AND "R"
                   GO        PEDE-DECISAO.
           IF      W-RESP    EQUAL     "A"
                   MOVE      "P"       TO        WM-SITUACAO
                   ADD       1         TO        W-QT-APROV
           ELSE
                   MOVE      "R"       TO        WM-SITUACAO
                   ADD       1         TO        W-QT-REPROV.
           MOVE    W-MODELO  TO        TM-LINHA(W-IND-MOD).
       FIM-DECIDE-MODELO.
           EXIT.

      *-----------------------------------------------------------
      *    RETEM-REPROVADOS: AS CARTAS DOS MODELOS REPROVADOS VAO
      *    PARA CARTA_RETIDA.TXT E O PEDIDO E' REGRAVADO SEM ELAS
      *    (.PRV TOMA O LUGAR DO PEDIDO, QUE FICA COMO .PRO, COMO NA
      *    CONVERSAO DO CONVPED). W-RC DIFERENTE DE ZEROS = PEDIDO
      *    INTACTO.
      *-----------------------------------------------------------
       RETEM-REPROVADOS.
           MOVE    1         TO        W-RC
           MOVE    TR-PATH(W-ESCOLHIDO)          TO   ARQ-PEDIDO
           MOVE    SPACES    TO        ARQ-NOVO ARQ-PROVA
           STRING  ARQ-PEDIDO DELIMITED BY "."
                   ".PRV"    DELIMITED BY SIZE INTO ARQ-NOVO
           STRING  ARQ-PEDIDO DELIMITED BY "."
                   ".PRO"    DELIMITED BY SIZE INTO ARQ-PROVA
           OPEN    INPUT     PPEDIDO
           IF      W-FS-PEDIDO         NOT       EQUAL     "00"
                   GO        FIM-RETEM-REPROVADOS.
           OPEN    OUTPUT    PNOVO
           IF      W-FS-NOVO NOT       EQUAL     "00"
                   CLOSE     PPEDIDO
                   GO        FIM-RETEM-REPROVADOS.
           OPEN    EXTEND    PRETID
           IF      W-FS-RETID          NOT       EQUAL     "00"
                   OPEN      OUTPUT    PRETID.
           IF      W-FS-RETID          NOT       EQUAL     "00"
                   CLOSE     PPEDIDO PNOVO
                   CALL      "CBL_DELETE_FILE"   USING ARQ-NOVO
                             RETURNING W-RC
                   MOVE      1         TO        W-RC
                   GO        FIM-RETEM-REPROVADOS.
       LE-SEPARA.
           MOVE    SPACES    TO        REG-PEDIDO
           READ    PPEDIDO   AT        END
                   GO        FECHA-SEPARA.
           MOVE    "N"       TO        W-EH-REPROV
           IF      RP-TIPO   EQUAL     "NO" OR "DN" OR "PR"
                   PERFORM   TESTA-REPROVADO
                             THRU      FIM-TESTA-REPROVADO
                             VARYING W-IND-MOD FROM 1 BY 1
                             UNTIL   W-IND-MOD > W-QT-MODELO
                             OR      W-EH-REPROV EQUAL "S".
           IF      W-EH-REPROV         EQUAL     "S"
                   WRITE     REG-RETID FROM      REG-PEDIDO
                   ADD       1         TO        W-QT-RETIDAS
           ELSE
                   WRITE     REG-NOVO  FROM      REG-PEDIDO.
           GO      LE-SEPARA.
       FECHA-SEPARA.
           CLOSE   PPEDIDO PNOVO PRETID
           CALL    "CBL_DELETE_FILE"   USING     ARQ-PROVA
                   RETURNING W-RC
           CALL    "CBL_RENAME_FILE"   USING     ARQ-PEDIDO
                                                 ARQ-PROVA
                   RETURNING W-RC
           IF      W-RC      NOT       EQUAL     ZEROS
                   CALL      "CBL_DELETE_FILE"   USING ARQ-NOVO
                             RETURNING W-RC
                   MOVE      1         TO        W-RC
                   GO        FIM-RETEM-REPROVADOS.
           CALL    "CBL_RENAME_FILE"   USING     ARQ-NOVO
                                                 ARQ-PEDIDO
                   RETURNING W-RC
           IF      W-RC      NOT       EQUAL     ZEROS
                   CALL      "CBL_RENAME_FILE"   USING ARQ-PROVA
                                                       ARQ-PEDIDO
                             RETURNING W-RC
                   MOVE      1         TO        W-RC.
       FIM-RETEM-REPROVADOS.
           EXIT.

       TESTA-REPROVADO.
           MOVE    TM-LINHA(W-IND-MOD) TO        W-MODELO
           IF      WM-NOME   EQUAL     TR-NOME(W-ESCOLHIDO)
           AND     WM-DATA   EQUAL     TR-DATA(W-ESCOLHIDO)
           AND     WM-SITUACAO         EQUAL     "R"
           AND     WM-CARTA  EQUAL     RP-CARTA
                   MOVE      "S"       TO        W-EH-REPROV
                   ADD       1         TO        TM-RETIDAS(W-IND-MOD).
       FIM-TESTA-REPROVADO.
           EXIT.

      *    GRAVA-DECISAO: UMA LINHA POR MODELO DECIDIDO AGORA
       GRAVA-DECISAO.
           MOVE    TM-LINHA(W-IND-MOD) TO        W-MODELO
           IF      WM-NOME   NOT EQUAL TR-NOME(W-ESCOLHIDO)
           OR      WM-DATA   NOT EQUAL TR-DATA(W-ESCOLHIDO)
           OR      WM-SITUACAO         EQUAL     "A"
                   GO        FIM-GRAVA-DECISAO.
           MOVE    SPACES    TO        REG-DECISAO
           MOVE    WM-NOME   TO        PD-NOME
           MOVE    WM-DATA   TO        PD-DATA-PED
           MOVE    WM-CARTA  TO        PD-CARTA
           IF      WM-SITUACAO         EQUAL     "P"
                   MOVE      "APROVADO"          TO   PD-DECISAO
           ELSE
                   MOVE      "REPROVADO"         TO   PD-DECISAO.
           MOVE    W-OPERADOR          TO        PD-OPERADOR
           MOVE    W-HOJE    TO        PD-DATA
           MOVE    W-HHMMSS  TO        PD-HORA
           MOVE    WM-QT-PEDIDO        TO        PD-QT-PEDIDO
           MOVE    WM-QT-PROVA         TO        PD-QT-PROVA
           MOVE    WM-SPOOL  TO        PD-SPOOL
           MOVE    TR-PATH(W-ESCOLHIDO)          TO   PD-PATH
           WRITE   REG-DECISAO.
       FIM-GRAVA-DECISAO.
           EXIT.

      *    REGRAVA-MODELOS: OS MODELOS DECIDIDOS SAEM DO
      *    PROVA_MODELOS.TXT (A TRILHA FICA NO PROVA_DECISAO.TXT)
       REGRAVA-MODELOS.
           OPEN    OUTPUT    PMODELOS
           IF      W-FS-MODELOS        NOT       EQUAL     "00"
                   DISPLAY "PROVA_MODELOS.TXT SEM GRAVACAO"
                   GO        FIM-REGRAVA-MODELOS.
           PERFORM GRAVA-MODELO        THRU      FIM-GRAVA-MODELO
                    VARYING W-IND-MOD  FROM 1 BY 1
                    UNTIL   W-IND-MOD  > W-QT-MODELO
           CLOSE   PMODELOS.
       FIM-REGRAVA-MODELOS.
           EXIT.

       GRAVA-MODELO.
           MOVE    TM-LINHA(W-IND-MOD) TO        W-MODELO
           IF      WM-NOME   EQUAL     TR-NOME(W-ESCOLHIDO)
           AND     WM-DATA   EQUAL     TR-DATA(W-ESCOLHIDO)
           AND     WM-SITUACAO         NOT EQUAL "A"
                   GO        FIM-GRAVA-MODELO.
           WRITE   REG-MODELO          FROM      W-MODELO.
       FIM-GRAVA-MODELO.
           EXIT.

      *    GRAVA-INCIDENTE: UM INCIDENTE POR MODELO REPROVADO
       GRAVA-INCIDENTE.
           MOVE    TM-LINHA(W-IND-MOD) TO        W-MODELO
           IF      WM-NOME   NOT EQUAL TR-NOME(W-ESCOLHIDO)
           OR      WM-DATA   NOT EQUAL TR-DATA(W-ESCOLHIDO)
           OR      WM-SITUACAO         NOT EQUAL "R"
                   GO        FIM-GRAVA-INCIDENTE.
           OPEN    EXTEND    PINCID
           IF      W-FS-INCID          NOT       EQUAL     "00"
                   OPEN      OUTPUT    PINCID.
           IF      W-FS-INCID          NOT       EQUAL     "00"
                   GO        FIM-GRAVA-INCIDENTE.
           MOVE    SPACES    TO        REG-INCID
           MOVE    "REDESPACHO"        TO        IN-PROGRAMA
           MOVE    W-DATE    TO        IN-DATA
           MOVE    W-HHMMSS  TO        IN-HORA
           STRING  "PROVA REPROVADA - MODELO " WM-CARTA
                   DELIMITED BY SIZE INTO IN-MOTIVO
           MOVE    WM-QT-PEDIDO        TO        IN-LIDOS
           MOVE    TM-RETIDAS(W-IND-MOD)         TO   IN-GRAVADOS
           MOVE    ZEROS     TO        IN-VOLUME
           WRITE   REG-INCID
           CLOSE   PINCID.
       FIM-GRAVA-INCIDENTE.
           EXIT.

      *-----------------------------------------------------------
      *    VALIDA-ACESSO: OPERADOR ATIVO E NAO BLOQUEADO DO
      *    OPERADOR.TXT, COM A SENHA QUANDO CADASTRADA (MESMO
      *    EMBARALHAMENTO DO ADMOPER); GUARDA A AUTORIZACAO DE
      *    SUPERVISOR (COLUNA 66).
      *-----------------------------------------------------------
       VALIDA-ACESSO.
           MOVE    "N"       TO        W-ACHOU-OPERADOR
           MOVE    SPACES    TO        W-OP-AUT-SUPERV
           DISPLAY "CODIGO DO SUPERVISOR: "
           ACCEPT  W-OPERADOR
           OPEN    INPUT     POPERADOR
           IF      W-FS-OPERADOR       NOT       EQUAL     "00"
                   DISPLAY "OPERADOR.TXT INDISPONIVEL"
                   GO        FIM-VALIDA-ACESSO.
       PROCURA-OPERADOR.
           READ    POPERADOR AT        END
                   GO        FIM-PROCURA-OPERADOR.
           IF      OP-COD    EQUAL     W-OPERADOR
           AND     OP-ATIVO  NOT EQUAL "N"
                   MOVE      "S"       TO        W-ACHOU-OPERADOR
                   MOVE      OP-SENHA  TO        W-OP-SENHA
                   MOVE      OP-BLOQUEADO        TO   W-OP-BLOQ
                   MOVE      OP-AUT-SUPERV       TO   W-OP-AUT-SUPERV.
           GO      PROCURA-OPERADOR.
       FIM-PROCURA-OPERADOR.
           CLOSE   POPERADOR.
           IF      NOT       OPERADOR-AUTORIZADO
                   GO        NEGA-ACESSO.
           IF      W-OP-BLOQ EQUAL     "B"
                   DISPLAY "OPERADOR BLOQUEADO - VER ADMOPER"
                   MOVE      "N"       TO        W-ACHOU-OPERADOR
                   MOVE      "BLOQUEADO"         TO   W-AC-RESULT
                   PERFORM   GRAVA-ACESSO THRU FIM-GRAVA-ACESSO
                   GO        FIM-VALIDA-ACESSO.
           IF      W-OP-SENHA          EQUAL     SPACES
                   GO        FIM-VALIDA-ACESSO.
           DISPLAY "SENHA: "
           ACCEPT  W-SENHA-DIG
           MOVE    W-SENHA-DIG         TO        W-SENHA-EMB
           INSPECT W-SENHA-EMB CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT W-SENHA-EMB CONVERTING W-ALFA-CLARO
                   TO W-ALFA-EMB
           IF      W-SENHA-EMB         EQUAL     W-OP-SENHA
                   GO        FIM-VALIDA-ACESSO.
           MOVE    "N"       TO        W-ACHOU-OPERADOR.
       NEGA-ACESSO.
           MOVE    "NEGADO"  TO        W-AC-RESULT
           PERFORM GRAVA-ACESSO        THRU FIM-GRAVA-ACESSO.
       FIM-VALIDA-ACESSO.
           EXIT.

       GRAVA-ACESSO.
           OPEN    EXTEND    PACESSO
           IF      W-FS-ACESSO         NOT       EQUAL     "00"
                   OPEN      OUTPUT    PACESSO.
           IF      W-FS-ACESSO         NOT       EQUAL     "00"
                   GO        FIM-GRAVA-ACESSO.
           ACCEPT  W-DATE    FROM      DATE
           ACCEPT  W-TIME    FROM      TIME
           MOVE    SPACES    TO        REG-ACESSO
           MOVE    W-OPERADOR          TO        AC-COD
           MOVE    "REDESPACHO"        TO        AC-PROGRAMA
           MOVE    W-DATE    TO        AC-DATA
           MOVE    W-HHMMSS  TO        AC-HORA
           MOVE    W-AC-RESULT         TO        AC-RESULT
           WRITE   REG-ACESSO
           CLOSE   PACESSO.
       FIM-GRAVA-ACESSO.
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
