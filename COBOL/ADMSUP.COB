      *  SUPRESSAO_JORNAL.TXT COM OPERADOR E DATA/HORA - ACABA A
      *  EDICAO DA LISTA CRUA NO EDITOR.
      *
      *  REMOCAO TEM CONTROLE DUPLO: O OPERADOR QUE PEDE A REMOCAO
      *  SO' REGISTRA O PEDIDO NO APROVACOES.TXT (VIA APROVA); A
      *  ENTRADA SAI DA LISTA NA OPCAO 6, QUANDO OUTRO OPERADOR COM
      *  AUTORIZACAO DE SUPERVISOR CONFIRMA O PROTOCOLO COM A
      *  PROPRIA SENHA. O JORNAL DA REMOCAO LEVA O SOLICITANTE E O
      *  APROVADOR (COLUNAS 98-101).
      *
      *  LAYOUT DE SUPRESSAO.TXT (RETROCOMPATIVEL - LINHA ANTIGA SO'
      *  COM COD/CEP/NOME CONTINUA VALENDO):
      *    01-09 CODIGO    11-18 CEP    20-49 NOME
           02  JR-ACAO            PIC X(008).
           02  FILLER             PIC X(002).
           02  JR-ENTRADA         PIC X(064).
           02  FILLER             PIC X(002).
           02  JR-APROVADOR       PIC X(004).

       WORKING-STORAGE  SECTION.
       77  W-FS-SUPTAB            PIC X(002) VALUE SPACES.
       77  W-HOJE                 PIC 9(008) VALUE ZEROS.
       77  W-VALID-N              PIC 9(008) VALUE ZEROS.
       77  W-QT-EXPURGO           PIC 9(005) VALUE ZEROS.
       77  W-OPERADOR-SALVO       PIC X(004) VALUE SPACES.
       77  W-APROVADOR-JR         PIC X(004) VALUE SPACES.
      *    LISTA MAIOR QUE A TABELA: A CARGA MARCA E A REGRAVACAO
      *    RECUSA - REGRAVAR A PARTIR DE UMA TABELA TRUNCADA
      *    APAGARIA EM SILENCIO TUDO O QUE PASSOU DO TETO.
           02 W-MINU  PIC 9(02).
           02 W-SEGU  PIC 9(02).

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
           DISPLAY "ADMSUP - LISTA NAO-PERTURBE (SUPRESSAO.TXT)"
           DISPLAY "CODIGO DO OPERADOR: "
           ACCEPT  W-OPERADOR
       MENU-PRINCIPAL.
           DISPLAY " "
           DISPLAY "1=LISTAR  2=INCLUIR  3=REMOVER  "
                   "4=EXPURGAR VENCIDAS  5=SAIR  6=APROVAR REMOCAO"
           ACCEPT  W-OPCAO
           EVALUATE W-OPCAO
               WHEN "1" PERFORM LISTA-SUPRESSAO
               WHEN "4" PERFORM EXPURGA-VENCIDAS
                             THRU FIM-EXPURGA-VENCIDAS
               WHEN "5" GO TO TERMINO
               WHEN "6" PERFORM APROVA-REMOCAO
                             THRU FIM-APROVA-REMOCAO
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE
           GO      MENU-PRINCIPAL.
                   DISPLAY "ENTRADA NAO ENCONTRADA"
                   GO        FIM-REMOVE-ENTRADA.
           MOVE    W-ACHOU   TO        W-IND-SUP
           MOVE    SPACES    TO        W-APROVA
           MOVE    "P"       TO        W-AP-FUNCAO
           MOVE    "ADMSUP"  TO        W-AP-PROGRAMA
           MOVE    "REMOCAO" TO        W-AP-ACAO
           MOVE    W-OPERADOR          TO        W-AP-SOLICITANTE
           MOVE    "N"       TO        W-AP-VALIDADO
           MOVE    ZEROS     TO        W-AP-PROTOCOLO
           STRING  TS-COD(W-IND-SUP) " " TS-CEP(W-IND-SUP) " "
                   TS-NOME(W-IND-SUP)
                   DELIMITED BY SIZE INTO W-AP-PARAMETROS
           CALL    "APROVA"  USING     W-APROVA
                   ON EXCEPTION
                   MOVE      "9"       TO        W-AP-RET
                   MOVE      "PROGRAMA APROVA INDISPONIVEL"
                             TO        W-AP-MENSAGEM
           END-CALL
           IF      W-AP-RET  NOT       EQUAL     "0"
                   DISPLAY "PEDIDO NAO REGISTRADO - " W-AP-MENSAGEM
                   GO        FIM-REMOVE-ENTRADA.
           DISPLAY "REMOCAO REGISTRADA NO PROTOCOLO " W-AP-PROTOCOLO
                   " - AGUARDA APROVACAO DE OUTRO SUPERVISOR (OPCAO 6)".
       FIM-REMOVE-ENTRADA.
           EXIT.

      *-----------------------------------------------------------
      *    APROVA-REMOCAO: OUTRO SUPERVISOR CONFIRMA O PROTOCOLO NO
      *    APROVA E A ENTRADA SAI NA HORA. A LISTA E' RELIDA DO
      *    DISCO ANTES, PARA NAO REGRAVAR POR CIMA DE MANUTENCAO
      *    FEITA DEPOIS DA CARGA DESTA SESSAO.
      *-----------------------------------------------------------
       APROVA-REMOCAO.
           MOVE    SPACES    TO        W-APROVA
           MOVE    "C"       TO        W-AP-FUNCAO
           MOVE    "ADMSUP"  TO        W-AP-PROGRAMA
           MOVE    "REMOCAO" TO        W-AP-ACAO
           MOVE    ZEROS     TO        W-AP-PROTOCOLO
           CALL    "APROVA"  USING     W-APROVA
                   ON EXCEPTION
                   MOVE      "9"       TO        W-AP-RET
                   MOVE      "PROGRAMA APROVA INDISPONIVEL"
                             TO        W-AP-MENSAGEM
           END-CALL
           IF      W-AP-RET  NOT       EQUAL     "0"
                   DISPLAY "NADA REMOVIDO - " W-AP-MENSAGEM
                   GO        FIM-APROVA-REMOCAO.
           PERFORM CARREGA-SUPRESSAO   THRU FIM-CARREGA-SUPRESSAO
           MOVE    W-AP-PARAMETROS (1 : 9)       TO   W-COD-BUSCA
           MOVE    ZEROS     TO        W-ACHOU
           PERFORM TESTA-ENTRADA       THRU      FIM-TESTA-ENTRADA
                    VARYING W-IND-SUP  FROM 1 BY 1
                    UNTIL   W-IND-SUP  > W-QTDE-SUP
           IF      W-ACHOU   EQUAL     ZEROS
                   DISPLAY "ENTRADA " W-COD-BUSCA " JA NAO CONSTA DA "
                           "LISTA - NADA REMOVIDO"
                   GO        FIM-APROVA-REMOCAO.
           MOVE    W-ACHOU   TO        W-IND-SUP
           MOVE    W-OPERADOR          TO        W-OPERADOR-SALVO
           MOVE    W-AP-SOLICITANTE    TO        W-OPERADOR
           MOVE    W-AP-APROVADOR      TO        W-APROVADOR-JR
           MOVE    "REMOVIDA" TO       W-ACAO-JR
           PERFORM GRAVA-JORNAL        THRU      FIM-GRAVA-JORNAL
           MOVE    W-OPERADOR-SALVO    TO        W-OPERADOR
           MOVE    SPACES    TO        W-APROVADOR-JR
           PERFORM RETIRA-ENTRADA      THRU      FIM-RETIRA-ENTRADA
           PERFORM GRAVA-SUPRESSAO     THRU      FIM-GRAVA-SUPRESSAO
           DISPLAY "ENTRADA " W-COD-BUSCA " REMOVIDA - PEDIDA POR "
                   W-AP-SOLICITANTE " E APROVADA POR " W-AP-APROVADOR.
       FIM-APROVA-REMOCAO.
           EXIT.

       TESTA-ENTRADA.
           MOVE    W-TIME    TO        JR-HORA
           MOVE    W-OPERADOR          TO        JR-OPERADOR
           MOVE    W-ACAO-JR           TO        JR-ACAO
           MOVE    W-APROVADOR-JR      TO        JR-APROVADOR
           MOVE    SPACES    TO        JR-ENTRADA
           STRING  TS-COD(W-IND-SUP) " " TS-CEP(W-IND-SUP) " "
                   TS-NOME(W-IND-SUP) " " TS-MOTIVO(W-IND-SUP) " "
           CLOSE   PJORNAL.
       FIM-GRAVA-JORNAL.
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
