      *  UM PROXIMO NOME NA FILA, DA CHAIN NELE EM VEZ DE PARAR -
      *  DO CONTRARIO SEGUE PARANDO NORMALMENTE, DO JEITO QUE
      *  SEMPRE FUNCIONOU QUANDO RODADO SOZINHO (SEM SESSAO.TXT).
      *
      *  PASSO PARADO A PEDIDO DO OPERADOR FICA "I" NA SESSAO; O
      *  MENU OFERECE A RETOMADA DELE ANTES DE MONTAR OUTRA FILA.
      *  O XPGR47 PARADO DEIXA NA PROPRIA LINHA O PEDIDO QUE CRITICAVA
      *  (CAMINHO/NOME/DATA), QUE O MENU DEVOLVE NO CHAIN DA RETOMADA.
      *  SEM NADA PARA INCLUIR, O MENU PERGUNTA SE O OPERADOR QUER
      *  PEDIR A PARADA DE UM PROGRAMA EM ANDAMENTO (PARAR.TXT).
      *
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PPARAR         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-PARAR
                        ACCESS         MODE      IS   SEQUENTIAL.

       DATA        DIVISION.
       FILE        SECTION.
           02  SES-PROGRAMA           PIC X(10).
           02  FILLER                 PIC X(02).
           02  SES-STATUS             PIC X(01).
      *    SO' NO PASSO "I" DO XPGR47: O PEDIDO QUE ELE CRITICAVA.
           02  FILLER                 PIC X(01).
           02  SES-PATH               PIC X(50).
           02  SES-NOME               PIC X(20).
           02  SES-DATA               PIC X(08).

       FD  PPARAR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARAR.TXT".
       01  REG-PARAR.
           02  PA-PROGRAMA            PIC X(10).
           02  FILLER                 PIC X(02).
           02  PA-DATA                PIC X(06).
           02  FILLER                 PIC X(02).
           02  PA-HORA                PIC X(06).
           02  FILLER                 PIC X(02).
           02  PA-ORIGEM              PIC X(10).

       WORKING-STORAGE  SECTION.
       77  W-FS                   PIC X(002) VALUE SPACES.
       77  W-SN                   PIC X(001) VALUE SPACES.
       77  W-QTDE-FILA            PIC 9(002) VALUE ZEROS.
       77  W-IND-FILA             PIC 9(002) VALUE ZEROS.
       77  W-FS-PARAR             PIC X(002) VALUE SPACES.
       77  W-PARAR-NOME           PIC X(010) VALUE SPACES.
       77  W-QTDE-SES             PIC 9(002) VALUE ZEROS.
       77  W-IND-SES              PIC 9(002) VALUE ZEROS.
       77  W-PROG-I               PIC X(010) VALUE SPACES.
       77  W-PED-PATH             PIC X(050) VALUE SPACES.
       77  W-PED-NOME             PIC X(020) VALUE SPACES.
       77  W-PED-DATA             PIC X(008) VALUE SPACES.
       01  TABELA-FILA.
           03 TF-PROGRAMA  OCCURS 4 TIMES  PIC X(10).
      *    SESSAO.TXT COMO ESTA, PARA A RETOMADA DO PASSO "I".
       01  TABELA-SESSAO.
           03 TS-ENTRADA   OCCURS 20 TIMES.
              05 TS-PROGRAMA              PIC X(10).
              05 TS-STATUS                PIC X(01).
       01  W-DATE.
           02  W-ANO              PIC 9(002).
           02  W-MES              PIC 9(002).
           02  W-DIA              PIC 9(002).
       01  W-TIME.
           02  W-HHMMSS           PIC X(006).
           02  FILLER             PIC X(002).

      *    AMBIENTE DE EXECUCAO (MESMO LAYOUT DA LINKAGE DO AMBIENTE)
       01  W-AMBIENTE.
           02  W-AM-NOME          PIC X(10).
           02  W-AM-DIRETORIO     PIC X(60).
           02  W-AM-PRODUCAO      PIC X(01).
               88  AMBIENTE-PRODUCAO               VALUE "S".
           02  W-AM-RET           PIC X(01).
           02  W-AM-MENSAGEM      PIC X(40).

       SCREEN SECTION.
       01  TELAMENU.
           02  LINE 01 COLUMN 60 VALUE "AMBIENTE:".
           02  LINE 01 COLUMN 70 PIC X(10) FROM W-AM-NOME.
           02  LINE 03 COLUMN 10 VALUE "PAINEL DO OPERADOR".
           02  LINE 05 COLUMN 10 VALUE "INCLUIR BINGON  NA SESSAO?".
           02  LINE 05 COLUMN 44 VALUE "[ ]".
           02  LINE 09 COLUMN 44 VALUE "[ ]".
           02  LINE 11 COLUMN 10 VALUE "INCLUIR ENGORDA NA SESSAO?".
           02  LINE 11 COLUMN 44 VALUE "[ ]".
           02  LINE 13 COLUMN 10 VALUE "PEDIR PARADA (NOME/TODOS)?".
           02  LINE 13 COLUMN 44 VALUE "[          ]".
           02  LINE 23 COLUMN 05 VALUE "<ESC> DESISTIR".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ESCOLHE-AMBIENTE THRU FIM-ESCOLHE-AMBIENTE
           DISPLAY TELAMENU
           MOVE ZEROS TO W-QTDE-FILA

           PERFORM LE-SESSAO     THRU FIM-LE-SESSAO.
           IF      W-PROG-I          NOT       EQUAL     SPACES
                   PERFORM RETOMA-INTERROMPIDO
                           THRU FIM-RETOMA-INTERROMPIDO.

           PERFORM PERGUNTA-INCLUSAO THRU FIM-PERGUNTA-INCLUSAO
                    VARYING W-IND-FILA FROM 1 BY 1
                    UNTIL   W-IND-FILA > 4.

           IF      W-QTDE-FILA       EQUAL     ZEROS
                   PERFORM PEDE-PARADA THRU FIM-PEDE-PARADA
                   GO TERMINO.

           PERFORM GRAVA-SESSAO THRU FIM-GRAVA-SESSAO.
       FIM-GRAVA-ITEM-SESSAO.
           EXIT.
      *****************************************************************
      *    LE-SESSAO: CARREGA SESSAO.TXT NA TABELA-SESSAO E GUARDA
      *    EM W-PROG-I O PASSO PARADO A PEDIDO DO OPERADOR ("I").
      *****************************************************************
       LE-SESSAO.
           MOVE    ZEROS     TO        W-QTDE-SES
           OPEN    INPUT     PSESSAO
           IF      W-FS                NOT       EQUAL     "00"
                   GO        FIM-LE-SESSAO.
       LE-SESSAO-LINHA.
           READ    PSESSAO   AT        END
                   CLOSE     PSESSAO
                   GO        FIM-LE-SESSAO.
           IF      SES-PROGRAMA        EQUAL     SPACES
           OR      W-QTDE-SES          NOT       <         20
                   GO        LE-SESSAO-LINHA.
           ADD     1         TO        W-QTDE-SES
           MOVE    SES-PROGRAMA        TO        TS-PROGRAMA(W-QTDE-SES)
           MOVE    SES-STATUS          TO        TS-STATUS(W-QTDE-SES)
           IF      SES-STATUS          EQUAL     "I"
                   MOVE      SES-PROGRAMA        TO   W-PROG-I
                   MOVE      SES-PATH            TO   W-PED-PATH
                   MOVE      SES-NOME            TO   W-PED-NOME
                   MOVE      SES-DATA            TO   W-PED-DATA.
           GO      LE-SESSAO-LINHA.
       FIM-LE-SESSAO.
           EXIT.
      *****************************************************************
      *    RETOMA-INTERROMPIDO: O PASSO "I" VOLTA A "E" E E' CHAMADO
      *    DE NOVO PELO DESPACHA; O PROPRIO PROGRAMA RETOMA DO SEU
      *    PONTO DE CONTROLE E OS PENDENTES SEGUEM NA FILA COMO
      *    ESTAVAM. RECUSANDO, O MENU SEGUE PARA UMA FILA NOVA.
      *****************************************************************
       RETOMA-INTERROMPIDO.
           DISPLAY (15 10) "RETOMAR " W-PROG-I " INTERROMPIDO?"
           DISPLAY (15 44) "[ ]"
           ACCEPT  (15 45)    W-SN
           ACCEPT  TECLA       FROM      ESCAPE KEY
           IF      TECLA       EQUAL     01
                   GO          TERMINO.

           IF      W-SN        NOT       EQUAL     "S" AND "s"
                   GO          FIM-RETOMA-INTERROMPIDO.

           IF      W-PROG-I            EQUAL     "XPGR47"
           AND     W-PED-PATH          EQUAL     SPACES
                   DISPLAY (21 10) "XPGR47 SEM PEDIDO NA SESSAO - "
                                   "REDISPARAR PELO XPGR47N"
                   GO          TERMINO.

           OPEN    OUTPUT    PSESSAO
           PERFORM REGRAVA-ITEM-SESSAO THRU   FIM-REGRAVA-ITEM-SESSAO
                    VARYING W-IND-SES FROM 1 BY 1
                    UNTIL   W-IND-SES > W-QTDE-SES
           CLOSE   PSESSAO

           MOVE    W-PROG-I          TO        W-OPCAO
           GO      DESPACHA.
       FIM-RETOMA-INTERROMPIDO.
           EXIT.

       REGRAVA-ITEM-SESSAO.
           MOVE    SPACES    TO        REG-SESSAO
           MOVE    TS-PROGRAMA(W-IND-SES)   TO   SES-PROGRAMA
           MOVE    TS-STATUS(W-IND-SES)     TO   SES-STATUS
           IF      SES-STATUS          EQUAL     "I"
                   MOVE      "E"       TO        SES-STATUS.
           WRITE   REG-SESSAO.
       FIM-REGRAVA-ITEM-SESSAO.
           EXIT.
      *****************************************************************
      *    PEDE-PARADA: SEM FILA NOVA, O OPERADOR PODE PEDIR A
      *    PARADA DE UM PROGRAMA EM ANDAMENTO (OU DE TODOS). O
      *    PEDIDO VAI PARA O FIM DE PARAR.TXT COM A DATA/HORA DE
      *    AGORA; O PROGRAMA SO' ATENDE PEDIDO POSTERIOR A PARTIDA.
      *****************************************************************
       PEDE-PARADA.
           ACCEPT  (13 45)    W-PARAR-NOME
           ACCEPT  TECLA       FROM      ESCAPE KEY
           IF      TECLA       EQUAL     01
                   GO          TERMINO.

           IF      W-PARAR-NOME        EQUAL     SPACES
                   GO          FIM-PEDE-PARADA.
           IF      W-PARAR-NOME NOT EQUAL "BINGON"  AND "TRUNCA"
                                      AND "SORT"    AND "ENGORDA"
                                      AND "XPGR47"  AND "TODOS"
                   DISPLAY (21 10) "PROGRAMA INVALIDO PARA PARADA"
                   GO          FIM-PEDE-PARADA.

           OPEN    EXTEND    PPARAR
           IF      W-FS-PARAR          NOT       EQUAL     "00"
                   OPEN      OUTPUT    PPARAR.
           ACCEPT  W-DATE    FROM      DATE
           ACCEPT  W-TIME    FROM      TIME
           MOVE    SPACES    TO        REG-PARAR
           MOVE    W-PARAR-NOME        TO        PA-PROGRAMA
           MOVE    W-DATE    TO        PA-DATA
           MOVE    W-HHMMSS  TO        PA-HORA
           MOVE    "MENU"    TO        PA-ORIGEM
           WRITE   REG-PARAR
           CLOSE   PPARAR
           DISPLAY (21 10) "PARADA PEDIDA PARA " W-PARAR-NOME.
       FIM-PEDE-PARADA.
           EXIT.
      *****************************************************************
      *    DESPACHA: O CHAIN PRECISA DE UM LITERAL DE PROGRAMA, ENTAO
      *    O DESVIO E' FEITO POR COMPARACAO, DO MESMO JEITO QUE
      *    SORT.COB RAMIFICA ENTRE OS SORTs DE CHAVE UNICA/DUPLA.
      *    O XPGR47 SO' CHEGA AQUI NA RETOMADA, COM O PEDIDO LIDO DA
      *    SESSAO; ELE MESMO RETOMA DO CHECKPOINT.TXT.
      *****************************************************************
       DESPACHA.
           IF      W-OPCAO     EQUAL     "BINGON"
           IF      W-OPCAO     EQUAL     "ENGORDA"
                   CHAIN       "ENGORDA"
           END-IF
           IF      W-OPCAO     EQUAL     "XPGR47"
                   CHAIN       "XPGR47"  USING     W-PED-PATH
                                         W-PED-NOME W-PED-DATA
           END-IF
           GO      TERMINO.

      *****************************************************************
      *    ESCOLHE-AMBIENTE: PRODUCAO, HOMOLOG OU TESTE, PELO
      *    AMBIENTE.TXT. COM O AMBIENTE RECUSADO O PROGRAMA NAO RODA.
      *****************************************************************
       ESCOLHE-AMBIENTE.
           CALL "AMBIENTE" USING W-AMBIENTE
               ON EXCEPTION
                  MOVE "9" TO W-AM-RET
                  MOVE "PROGRAMA AMBIENTE INDISPONIVEL" TO W-AM-MENSAGEM
           END-CALL
           IF W-AM-RET NOT EQUAL "0"
              DISPLAY "AMBIENTE RECUSADO - " W-AM-MENSAGEM
              STOP RUN.
           DISPLAY "AMBIENTE: " W-AM-NOME.
       FIM-ESCOLHE-AMBIENTE.
           EXIT.
