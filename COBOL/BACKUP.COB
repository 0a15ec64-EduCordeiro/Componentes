      *  CONTAGEM CONTRA O CATALOGO. RECUPERAR VIRA ESCOLHER UMA
      *  GERACAO, NAO CACAR NO DISCO A COPIA COM CARA DE MAIS NOVA.
      *
      *  RESTAURAR O CLIENTE.TXT A UMA GERACAO MAIS ANTIGA QUE A
      *  ULTIMA DO CATALOGO JOGA FORA O QUE FOI GRAVADO DEPOIS DELA
      *  E TEM CONTROLE DUPLO: A PRIMEIRA PASSADA REGISTRA O PEDIDO
      *  NO APROVA (PROTOCOLO 0) E PARA; A RESTAURACAO SO' RODA
      *  QUANDO SE INFORMA O PROTOCOLO E OUTRO OPERADOR COM
      *  AUTORIZACAO DE SUPERVISOR O CONFIRMA COM A PROPRIA SENHA.
      *  NA CHAMADA DESATENDIDA NAO HA QUEM APROVE - ESSA
      *  RESTAURACAO E' RECUSADA. A RESTAURACAO DA ULTIMA GERACAO
      *  (O CASO DA QUEDA) SEGUE SEM APROVACAO.
      *
      *  CHAMADA DESATENDIDA:
      *     BACKUP <C|E> B [MANTER-N]      (BACKUP DE CLIENTE/ENGORDA)
      *     BACKUP <C|E> R <GERACAO>       (RESTAURACAO)
           SELECT CLIENTE ASSIGN TO "CLIENTE.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLIENTE-CODIGO
           ALTERNATE RECORD KEY IS CLIENTE-CEP WITH DUPLICATES
           ALTERNATE RECORD KEY IS CLIENTE-NOME WITH DUPLICATES
           FILE STATUS IS FS-CLIENTE.

           02 CLIENTE-TELEFONE PIC X(015).
           02 CLIENTE-EMAIL    PIC X(050).
           02 CLIENTE-PREF-CON PIC X(001).
      *    CODIGO DO CLIENTE (CHAVE PRINCIPAL, GERADO NA INCLUSAO)
      *    E VINCULO COM O CODIGO DO ASSINANTE (E-COD-ASS DO XPGR47).
           02 CLIENTE-CODIGO   PIC 9(009).
           02 CLIENTE-COD-ASS  PIC X(009).

       FD  ENGDAT
           RECORD IS VARYING IN SIZE FROM 9 TO 209 CHARACTERS
       77  W-REGS-CAT          PIC 9(009) VALUE ZEROS.
       77  W-ACAO-CAT          PIC X(010) VALUE SPACES.
       77  W-ACHOU-CAT         PIC X(001) VALUE "N".
       77  W-GER-PEDIDA        PIC 9(003) VALUE ZEROS.
       77  W-GER-ULTIMA        PIC 9(003) VALUE ZEROS.
       01  W-PARM-RESTORE.
           02 FILLER           PIC X(009) VALUE "CLIENTE.G".
           02 W-PR-GER         PIC 9(003) VALUE ZEROS.
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
       01  W-DATE.
           02 W-ANO   PIC 9(02).
           02 W-MES   PIC 9(02).
       77  W-TRVC-TOMADA       PIC X(001) VALUE "N".
       01  W-DATA-TRVC         PIC 9(006) VALUE ZEROS.
       01  W-HORA-TRVC         PIC 9(006) VALUE ZEROS.
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
           IF      W-ARGC    NOT       <         2
                   PERFORM   RECEBE-PARAM        THRU FIM-RECEBE-PARAM
                   MOVE "CLIENTE"  TO W-NOME-BASE
           ELSE
                   MOVE "ENGORDA"  TO W-NOME-BASE.
           IF      ALVO-CLIENTE      AND       ACAO-RESTORE
                   PERFORM CONFERE-APROVACAO
                           THRU FIM-CONFERE-APROVACAO.
           IF      ALVO-CLIENTE
                   PERFORM TOMA-TRAVA-CLIENTE
                           THRU FIM-TOMA-TRAVA-CLIENTE.
       FIM-MONTA-NOME-ENGDAT.
           EXIT.

      *-----------------------------------------------------------
      *    CONFERE-APROVACAO: RESTAURACAO DO CLIENTE.TXT A GERACAO
      *    ANTERIOR A ULTIMA DO CATALOGO SO' COM PEDIDO APROVADO.
      *    PROTOCOLO 0 REGISTRA O PEDIDO E ENCERRA A RODADA; COM O
      *    PROTOCOLO O APROVA PEDE O APROVADOR E A GERACAO DO
      *    PEDIDO TEM DE SER A MESMA DESTA RODADA.
      *-----------------------------------------------------------
       CONFERE-APROVACAO.
           MOVE    W-GERACAO TO        W-GER-PEDIDA
           PERFORM ACHA-ULTIMA-GERACAO THRU FIM-ACHA-ULTIMA-GERACAO
           MOVE    W-GERACAO TO        W-GER-ULTIMA
           MOVE    W-GER-PEDIDA        TO        W-GERACAO
           IF      W-GER-PEDIDA        EQUAL     ZEROS
           OR      W-GER-PEDIDA        NOT  <    W-GER-ULTIMA
                   GO        FIM-CONFERE-APROVACAO.
           IF      W-ARGC    NOT       <         2
                   DISPLAY "RODADA RECUSADA - GERACAO " W-GER-PEDIDA
                           " E' ANTERIOR A ULTIMA (" W-GER-ULTIMA
                           ") E PRECISA DE APROVACAO"
                   STOP      RUN.
           MOVE    W-GER-PEDIDA        TO        W-PR-GER
           MOVE    SPACES    TO        W-APROVA
           MOVE    "BACKUP"  TO        W-AP-PROGRAMA
           MOVE    "RESTAURA" TO       W-AP-ACAO
           MOVE    W-PARM-RESTORE      TO        W-AP-PARAMETROS
           MOVE    "N"       TO        W-AP-VALIDADO
           DISPLAY "GERACAO " W-GER-PEDIDA " E' ANTERIOR A ULTIMA ("
                   W-GER-ULTIMA ") - PRECISA DE APROVACAO"
           DISPLAY "PROTOCOLO DE APROVACAO (0 = REGISTRAR PEDIDO): "
           ACCEPT  W-AP-PROTOCOLO
           IF      W-AP-PROTOCOLO      EQUAL     ZEROS
                   MOVE      "P"       TO        W-AP-FUNCAO
           ELSE
                   MOVE      "C"       TO        W-AP-FUNCAO.
           CALL    "APROVA"  USING     W-APROVA
                   ON EXCEPTION
                   MOVE      "9"       TO        W-AP-RET
                   MOVE      "PROGRAMA APROVA INDISPONIVEL"
                             TO        W-AP-MENSAGEM
           END-CALL
           IF      W-AP-RET  NOT       EQUAL     "0"
                   DISPLAY "RESTAURACAO NAO FEITA - " W-AP-MENSAGEM
                   STOP      RUN.
           IF      W-AP-FUNCAO         EQUAL     "P"
                   DISPLAY "PEDIDO REGISTRADO NO PROTOCOLO "
                           W-AP-PROTOCOLO " - RODE DE NOVO COM ELE "
                           "QUANDO OUTRO SUPERVISOR ESTIVER PRESENTE"
                   STOP      RUN.
           IF      W-AP-PARAMETROS     NOT EQUAL W-PARM-RESTORE
                   DISPLAY "PROTOCOLO " W-AP-PROTOCOLO " E' DE "
                           W-AP-PARAMETROS (1 : 12)
                           " - RESTAURACAO NAO FEITA"
                   STOP      RUN.
           DISPLAY "RESTAURACAO PEDIDA POR " W-AP-SOLICITANTE
                   " E APROVADA POR " W-AP-APROVADOR.
       FIM-CONFERE-APROVACAO.
           EXIT.

      *-----------------------------------------------------------
      *    ACHA-ULTIMA-GERACAO: MAIOR GERACAO "GERADO" DO ARQUIVO
      *    NO CATALOGO (ZERO QUANDO NAO HA CATALOGO AINDA).
       FIM-FAZ-RESTORE.
           EXIT.

      *    IMAGEM ANTERIOR AO CODIGO DO CLIENTE (SEM CLIENTE-CODIGO)
      *    NAO ENTRA: A RECARGA DELA E' COM O MIGCOD + RECUPERA, QUE
      *    DISTRIBUEM OS CODIGOS.
       RECARGA-CLIENTE.
           OPEN    OUTPUT    CLIENTE
           IF      FS-CLIENTE          NOT       EQUAL     "00"
                   CLOSE     CLIENTE
                   GO        FIM-RECARGA-CLIENTE.
           MOVE    REG-IMAGEM          TO        REG-CLIENTE
           IF      CLIENTE-CODIGO      NOT       NUMERIC
              OR   CLIENTE-CODIGO      EQUAL     ZEROS
                   DISPLAY "IMAGEM SEM CODIGO DE CLIENTE - CEP "
                           CLIENTE-CEP " - USE O RECUPERA"
                   GO        RELE-CLIENTE.
           WRITE   REG-CLIENTE
               INVALID KEY
                   DISPLAY "CHAVE REPETIDA NA IMAGEM: " CLIENTE-CODIGO
               NOT INVALID KEY
                   ADD 1 TO W-REGS
           END-WRITE
           CLOSE   PTRAVAC.
       FIM-LIBERA-TRAVA-CLIENTE.
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
