       IDENTIFICATION DIVISION.
       PROGRAM-ID.      APROVA.
      *------------------------------------------------------------
      * CONTROLE DUPLO DAS OPERACOES SENSIVEIS. CHAMADO (CALL
      * "APROVA") PELOS PROGRAMAS QUE LIBERAM QUARENTENA INTEIRA
      * (LIBERAQ), REMOVEM SUPRESSAO (ADMSUP), RESTAURAM GERACAO
      * ANTIGA DO CADASTRO (BACKUP, RECUPERA), LIBERAM PEDIDO
      * RETIDO PELO ACEITE (REDESPACHO) OU MEXEM EM AUTORIZACAO DE
      * OPERADOR (ADMOPER). NENHUM DELES FAZ ISSO SOZINHO: A ACAO
      * VIRA UM PEDIDO PENDENTE E SO' VALE QUANDO UM SEGUNDO
      * OPERADOR, DIFERENTE DO SOLICITANTE, COM AUTORIZACAO DE
      * SUPERVISOR (COLUNA 66 DO OPERADOR.TXT) CONFIRMA COM A
      * PROPRIA SENHA. QUEM APLICA A ACAO E' O PROGRAMA CHAMADOR,
      * LOGO DEPOIS DA CONFIRMACAO, COM OS PARAMETROS DO PEDIDO.
      *
      * FUNCAO EM LK-AP-FUNCAO:
      *    "P" REGISTRA O PEDIDO (ACAO, PARAMETROS, SOLICITANTE) E
      *        DEVOLVE O PROTOCOLO. SOLICITANTE NAO VALIDADO PELO
      *        CHAMADOR (LK-AP-VALIDADO <> "S") E' CONFERIDO AQUI -
      *        CODIGO EM BRANCO E' PERGUNTADO.
      *    "C" CONFIRMA O PEDIDO DO PROTOCOLO (ZERO = MOSTRA OS
      *        PENDENTES DAQUELA ACAO E PERGUNTA), PEDE O CODIGO E
      *        A SENHA DO APROVADOR E DEVOLVE SOLICITANTE, APROVADOR
      *        E PARAMETROS. PEDIDO MAIS VELHO QUE O PRAZO VENCE.
      *
      * APROVACOES.TXT E' UM DIARIO - NADA E' REGRAVADO: CADA
      * PROTOCOLO TEM A LINHA "P" DO PEDIDO E, NO FIM DA VIDA, UMA
      * LINHA "A" (APROVADO, COM O APROVADOR) OU "V" (VENCIDO).
      *    01-06 PROTOCOLO  09 EVENTO  12-21 PROGRAMA  24-33 ACAO
      *    36-39 SOLICITANTE  42-45 APROVADOR  48-55 DATA AAAAMMDD
      *    58-63 HORA  66-125 PARAMETROS
      *
      * PRAZO DE VALIDADE DO PEDIDO EM APROVA.TXT (HORAS NAS
      * COLUNAS 1-3, MANTIDO PELO PARAMS; SEM O ARQUIVO, 24 HORAS).
      *
      * TRILHA: PEDIDO, APROVACAO, RECUSA E VENCIMENTO SAEM NO
      * ACESSO_LOG.TXT COM O SOLICITANTE (AC-COD), O APROVADOR E O
      * PROTOCOLO - OS DOIS NOMES EM CADA ACAO SENSIVEL.
      *
      * RETORNO EM LK-AP-RET:
      *    "0" PEDIDO REGISTRADO / CONFIRMADO
      *    "1" SOLICITANTE OU APROVADOR RECUSADO
      *    "2" PROTOCOLO INEXISTENTE, DE OUTRA ACAO OU JA APROVADO
      *    "3" PEDIDO VENCIDO
      *    "9" APROVACOES.TXT SEM GRAVACAO OU FUNCAO INVALIDA
      *------------------------------------------------------------
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT       PAPROVA        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-APROVA
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PPRAZO         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-PRAZO
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       POPERADOR      ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-OPERADOR
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PACESSO        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-ACESSO
                        ACCESS         MODE      IS   SEQUENTIAL.

       DATA        DIVISION.
       FILE        SECTION.
       FD  PAPROVA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "APROVACOES.TXT".
       01  REG-APROVA.
           02  AP-PROTOCOLO       PIC 9(006).
           02  FILLER             PIC X(002).
           02  AP-EVENTO          PIC X(001).
           02  FILLER             PIC X(002).
           02  AP-PROGRAMA        PIC X(010).
           02  FILLER             PIC X(002).
           02  AP-ACAO            PIC X(010).
           02  FILLER             PIC X(002).
           02  AP-SOLICITANTE     PIC X(004).
           02  FILLER             PIC X(002).
           02  AP-APROVADOR       PIC X(004).
           02  FILLER             PIC X(002).
           02  AP-DATA            PIC X(008).
           02  FILLER             PIC X(002).
           02  AP-HORA            PIC X(006).
           02  FILLER             PIC X(002).
           02  AP-PARAMETROS      PIC X(060).

       FD  PPRAZO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "APROVA.TXT".
       01  REG-PRAZO.
           02  PZ-HORAS           PIC X(003).
           02  FILLER             PIC X(077).

      *    MESMO LAYOUT DO ADMOPER (SO' O QUE A CONFERENCIA USA).
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

      *    MESMO LAYOUT DOS VALIDA-ACESSO, ESTENDIDO COM O APROVADOR
      *    E O PROTOCOLO DA APROVACAO (COLUNAS 59-62 E 65-70).
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
           02  FILLER             PIC X(002).
           02  AC-ASSINANTE       PIC X(009).
           02  FILLER             PIC X(002).
           02  AC-APROVADOR       PIC X(004).
           02  FILLER             PIC X(002).
           02  AC-PROTOCOLO       PIC 9(006).

       WORKING-STORAGE  SECTION.
       77  W-FS-APROVA            PIC X(002) VALUE SPACES.
       77  W-FS-PRAZO             PIC X(002) VALUE SPACES.
       77  W-FS-OPERADOR          PIC X(002) VALUE SPACES.
       77  W-FS-ACESSO            PIC X(002) VALUE SPACES.
       77  W-PRAZO-HORAS          PIC 9(003) VALUE 24.
       77  W-PRAZO-MIN            PIC 9(006) VALUE ZEROS.
       77  W-ULT-PROTOCOLO        PIC 9(006) VALUE ZEROS.
       77  W-EVENTO               PIC X(001) VALUE SPACES.
       77  W-EV-APROVADOR         PIC X(004) VALUE SPACES.
       77  W-AC-COD               PIC X(004) VALUE SPACES.
       77  W-AC-RESULT            PIC X(009) VALUE SPACES.
       77  W-AC-APROVADOR         PIC X(004) VALUE SPACES.
       77  W-COD-VALIDA           PIC X(004) VALUE SPACES.
       77  W-EXIGE-SENHA          PIC X(001) VALUE "N".
       77  W-VAL-OK               PIC X(001) VALUE "N".
       77  W-VAL-ACHOU            PIC X(001) VALUE "N".
       77  W-VAL-SENHA            PIC X(012) VALUE SPACES.
       77  W-VAL-BLOQ             PIC X(001) VALUE SPACES.
       77  W-VAL-SUPERV           PIC X(001) VALUE SPACES.
       77  W-SENHA-DIG            PIC X(012) VALUE SPACES.
       77  W-SENHA-EMB            PIC X(012) VALUE SPACES.
       77  W-IND                  PIC 9(004) VALUE ZEROS.
       77  W-LIVRE                PIC 9(004) VALUE ZEROS.
       77  W-QT-ABERTOS           PIC 9(004) VALUE ZEROS.
       77  W-QT-VALIDOS           PIC 9(004) VALUE ZEROS.
       77  W-MIN-AGORA            PIC 9(009) VALUE ZEROS.
       77  W-MIN-PEDIDO           PIC 9(009) VALUE ZEROS.
       77  W-IDADE-MIN            PIC 9(009) VALUE ZEROS.
       77  W-CALC-MIN             PIC 9(009) VALUE ZEROS.
       77  W-CALC-DATA            PIC X(008) VALUE SPACES.
       77  W-CALC-HORA            PIC X(006) VALUE SPACES.

      *    ALFABETOS DO EMBARALHAMENTO FIXO DA SENHA - TEM QUE SER
      *    IDENTICOS AOS DO ADMOPER E DOS VALIDA-ACESSO.
       01  W-ALFA-CLARO.
           03 FILLER  PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           03 FILLER  PIC X(10) VALUE "0123456789".
       01  W-ALFA-EMB.
           03 FILLER  PIC X(26) VALUE "QAZWSXEDCRFVTGBYHNUJMIKOLP".
           03 FILLER  PIC X(10) VALUE "5316097284".

       01  W-HOJE                 PIC 9(008) VALUE ZEROS.
       01  W-TIME.
           02  W-HHMMSS           PIC 9(006).
           02  FILLER             PIC 9(002).
       01  W-DATE                 PIC 9(006) VALUE ZEROS.

       01  W-DATA-CALC            PIC 9(008) VALUE ZEROS.
       01  FILLER REDEFINES W-DATA-CALC.
           02 W-DC-ANO            PIC 9(004).
           02 W-DC-MES            PIC 9(002).
           02 W-DC-DIA            PIC 9(002).
       01  W-HORA-CALC            PIC 9(006) VALUE ZEROS.
       01  FILLER REDEFINES W-HORA-CALC.
           02 W-HC-HH             PIC 9(002).
           02 W-HC-MM             PIC 9(002).
           02 W-HC-SS             PIC 9(002).

      *    O PEDIDO DO PROTOCOLO PROCURADO (LINHA "P") E O ULTIMO
      *    EVENTO DELE NO DIARIO.
       01  W-PEDIDO.
           02  W-PD-EVENTO        PIC X(001).
           02  W-PD-PROGRAMA      PIC X(010).
           02  W-PD-ACAO          PIC X(010).
           02  W-PD-SOLICITANTE   PIC X(004).
           02  W-PD-DATA          PIC X(008).
           02  W-PD-HORA          PIC X(006).
           02  W-PD-PARAMETROS    PIC X(060).

      *    PEDIDOS EM ABERTO DA ACAO (LINHA "P" SEM "A"/"V" DEPOIS).
      *    VAGA DE PEDIDO ENCERRADO (PROTOCOLO ZERO) E' REAPROVEITADA.
       01  TAB-ABERTOS.
           02  TA-ENT OCCURS 200 TIMES.
               03 TA-PROTOCOLO    PIC 9(006).
               03 TA-SOLICITANTE  PIC X(004).
               03 TA-DATA         PIC X(008).
               03 TA-HORA         PIC X(006).
               03 TA-PARAMETROS   PIC X(060).

       LINKAGE SECTION.
       01  LK-APROVA.
      *    ENTRADA
           02  LK-AP-FUNCAO       PIC X(001).
           02  LK-AP-PROGRAMA     PIC X(010).
           02  LK-AP-ACAO         PIC X(010).
      *    ENTRADA NO "P", SAIDA NO "C"
           02  LK-AP-PARAMETROS   PIC X(060).
           02  LK-AP-SOLICITANTE  PIC X(004).
           02  LK-AP-VALIDADO     PIC X(001).
      *    SAIDA NO "C"
           02  LK-AP-APROVADOR    PIC X(004).
      *    SAIDA NO "P", ENTRADA NO "C"
           02  LK-AP-PROTOCOLO    PIC 9(006).
      *    SAIDA
           02  LK-AP-RET          PIC X(001).
           02  LK-AP-MENSAGEM     PIC X(040).

       PROCEDURE DIVISION USING LK-APROVA.
       INICIO.
           MOVE    "0"       TO        LK-AP-RET
           MOVE    SPACES    TO        LK-AP-MENSAGEM
           PERFORM LE-PRAZO            THRU FIM-LE-PRAZO
           ACCEPT  W-HOJE    FROM      DATE YYYYMMDD
           ACCEPT  W-DATE    FROM      DATE
           ACCEPT  W-TIME    FROM      TIME
           MOVE    W-HOJE    TO        W-CALC-DATA
           MOVE    W-HHMMSS  TO        W-CALC-HORA
           PERFORM CALCULA-MINUTOS     THRU FIM-CALCULA-MINUTOS
           MOVE    W-CALC-MIN          TO        W-MIN-AGORA
           IF      LK-AP-FUNCAO        EQUAL     "P"
                   PERFORM   REGISTRA-PEDIDO
                             THRU FIM-REGISTRA-PEDIDO
                   GO        FIM.
           IF      LK-AP-FUNCAO        EQUAL     "C"
                   PERFORM   CONFIRMA-PEDIDO
                             THRU FIM-CONFIRMA-PEDIDO
                   GO        FIM.
           MOVE    "9"       TO        LK-AP-RET
           MOVE    "FUNCAO INVALIDA NO APROVA"   TO   LK-AP-MENSAGEM.
       FIM.
           GOBACK.

      *    LE-PRAZO: HORAS DE VALIDADE DO PEDIDO (APROVA.TXT,
      *    COLUNAS 1-3); AUSENTE OU INVALIDO FICA NAS 24 HORAS.
       LE-PRAZO.
           MOVE    24        TO        W-PRAZO-HORAS
           OPEN    INPUT     PPRAZO
           IF      W-FS-PRAZO          NOT       EQUAL     "00"
                   GO        CALCULA-PRAZO.
           READ    PPRAZO    AT        END
                   MOVE      SPACES    TO        REG-PRAZO.
           CLOSE   PPRAZO
           IF      PZ-HORAS  NUMERIC
           AND     PZ-HORAS  NOT       EQUAL     "000"
                   MOVE      PZ-HORAS  TO        W-PRAZO-HORAS.
       CALCULA-PRAZO.
           COMPUTE W-PRAZO-MIN = W-PRAZO-HORAS * 60.
       FIM-LE-PRAZO.
           EXIT.

      *-----------------------------------------------------------
      *    REGISTRA-PEDIDO: CONFERE O SOLICITANTE (QUANDO O
      *    CHAMADOR NAO CONFERIU), DA' O PROXIMO PROTOCOLO E GRAVA
      *    A LINHA "P" NO DIARIO.
      *-----------------------------------------------------------
       REGISTRA-PEDIDO.
           MOVE    ZEROS     TO        LK-AP-PROTOCOLO
           IF      LK-AP-VALIDADO      EQUAL     "S"
                   GO        NUMERA-PEDIDO.
           MOVE    LK-AP-SOLICITANTE   TO        W-COD-VALIDA
           IF      W-COD-VALIDA        EQUAL     SPACES
                   DISPLAY   "CODIGO DO SOLICITANTE: "
                   ACCEPT    W-COD-VALIDA.
           MOVE    "N"       TO        W-EXIGE-SENHA
           PERFORM VALIDA-OPERADOR     THRU FIM-VALIDA-OPERADOR
           IF      W-VAL-OK  NOT       EQUAL     "S"
                   MOVE      "1"       TO        LK-AP-RET
                   MOVE      W-COD-VALIDA        TO   W-AC-COD
                   MOVE      SPACES    TO        W-AC-APROVADOR
                   MOVE      "NEGADO"  TO        W-AC-RESULT
                   PERFORM   GRAVA-ACESSO THRU FIM-GRAVA-ACESSO
                   GO        FIM-REGISTRA-PEDIDO.
           MOVE    W-COD-VALIDA        TO        LK-AP-SOLICITANTE.
       NUMERA-PEDIDO.
           PERFORM ACHA-ULTIMO-PROTOCOLO
                             THRU FIM-ACHA-ULTIMO-PROTOCOLO
           COMPUTE LK-AP-PROTOCOLO = W-ULT-PROTOCOLO + 1
           MOVE    "P"       TO        W-EVENTO
           MOVE    SPACES    TO        W-EV-APROVADOR
           MOVE    LK-AP-PROGRAMA      TO        W-PD-PROGRAMA
           MOVE    LK-AP-ACAO          TO        W-PD-ACAO
           MOVE    LK-AP-SOLICITANTE   TO        W-PD-SOLICITANTE
           MOVE    LK-AP-PARAMETROS    TO        W-PD-PARAMETROS
           PERFORM GRAVA-EVENTO        THRU FIM-GRAVA-EVENTO
           IF      LK-AP-RET NOT       EQUAL     "0"
                   MOVE      ZEROS     TO        LK-AP-PROTOCOLO
                   GO        FIM-REGISTRA-PEDIDO.
           MOVE    LK-AP-SOLICITANTE   TO        W-AC-COD
           MOVE    SPACES    TO        W-AC-APROVADOR
           MOVE    "PEDIDO"  TO        W-AC-RESULT
           PERFORM GRAVA-ACESSO        THRU FIM-GRAVA-ACESSO
           MOVE    "PEDIDO REGISTRADO - AGUARDA APROVACAO"
                             TO        LK-AP-MENSAGEM.
       FIM-REGISTRA-PEDIDO.
           EXIT.

       ACHA-ULTIMO-PROTOCOLO.
           MOVE    ZEROS     TO        W-ULT-PROTOCOLO
           OPEN    INPUT     PAPROVA
           IF      W-FS-APROVA         NOT       EQUAL     "00"
                   GO        FIM-ACHA-ULTIMO-PROTOCOLO.
       LE-ULTIMO-PROTOCOLO.
           READ    PAPROVA   AT        END
                   CLOSE     PAPROVA
                   GO        FIM-ACHA-ULTIMO-PROTOCOLO.
           IF      AP-PROTOCOLO        NUMERIC
           AND     AP-PROTOCOLO        >         W-ULT-PROTOCOLO
                   MOVE      AP-PROTOCOLO        TO   W-ULT-PROTOCOLO.
           GO      LE-ULTIMO-PROTOCOLO.
       FIM-ACHA-ULTIMO-PROTOCOLO.
           EXIT.

      *-----------------------------------------------------------
      *    CONFIRMA-PEDIDO: O PEDIDO TEM QUE ESTAR EM ABERTO, SER
      *    DA MESMA ACAO E DENTRO DO PRAZO; O APROVADOR TEM QUE SER
      *    OUTRO OPERADOR, ATIVO, NAO BLOQUEADO, SUPERVISOR E COM
      *    SENHA CADASTRADA (CONFIRMACAO SO' POR CODIGO NAO VALE).
      *-----------------------------------------------------------
       CONFIRMA-PEDIDO.
           MOVE    SPACES    TO        LK-AP-APROVADOR
           IF      LK-AP-PROTOCOLO     NOT       EQUAL     ZEROS
                   GO        CONFERE-PEDIDO.
           PERFORM LISTA-PENDENTES     THRU FIM-LISTA-PENDENTES
           IF      W-QT-VALIDOS        EQUAL     ZEROS
                   MOVE      "2"       TO        LK-AP-RET
                   MOVE      "NENHUM PEDIDO PENDENTE DE APROVACAO"
                             TO        LK-AP-MENSAGEM
                   GO        FIM-CONFIRMA-PEDIDO.
           DISPLAY "PROTOCOLO A APROVAR (0 = DESISTE): "
           ACCEPT  LK-AP-PROTOCOLO
           IF      LK-AP-PROTOCOLO     EQUAL     ZEROS
                   MOVE      "2"       TO        LK-AP-RET
                   MOVE      "APROVACAO ABANDONADA"
                             TO        LK-AP-MENSAGEM
                   GO        FIM-CONFIRMA-PEDIDO.
       CONFERE-PEDIDO.
           PERFORM BUSCA-PROTOCOLO     THRU FIM-BUSCA-PROTOCOLO
           IF      W-PD-EVENTO         EQUAL     SPACE
                   MOVE      "2"       TO        LK-AP-RET
                   MOVE      "PROTOCOLO NAO ENCONTRADO"
                             TO        LK-AP-MENSAGEM
                   GO        FIM-CONFIRMA-PEDIDO.
           IF      W-PD-PROGRAMA       NOT EQUAL LK-AP-PROGRAMA
           OR      W-PD-ACAO           NOT EQUAL LK-AP-ACAO
                   MOVE      "2"       TO        LK-AP-RET
                   MOVE      "PROTOCOLO DE OUTRA ACAO"
                             TO        LK-AP-MENSAGEM
                   GO        FIM-CONFIRMA-PEDIDO.
           IF      W-PD-EVENTO         EQUAL     "A"
                   MOVE      "2"       TO        LK-AP-RET
                   MOVE      "PEDIDO JA APROVADO"
                             TO        LK-AP-MENSAGEM
                   GO        FIM-CONFIRMA-PEDIDO.
           IF      W-PD-EVENTO         EQUAL     "V"
                   MOVE      "3"       TO        LK-AP-RET
                   MOVE      "PEDIDO VENCIDO - REGISTRE DE NOVO"
                             TO        LK-AP-MENSAGEM
                   GO        FIM-CONFIRMA-PEDIDO.
           MOVE    W-PD-DATA TO        W-CALC-DATA
           MOVE    W-PD-HORA TO        W-CALC-HORA
           PERFORM CALCULA-MINUTOS     THRU FIM-CALCULA-MINUTOS
           IF      W-CALC-MIN          EQUAL     ZEROS
           OR      W-CALC-MIN          >         W-MIN-AGORA
                   MOVE      ZEROS     TO        W-IDADE-MIN
           ELSE
                   COMPUTE   W-IDADE-MIN = W-MIN-AGORA - W-CALC-MIN.
           IF      W-CALC-MIN          EQUAL     ZEROS
           OR      W-IDADE-MIN         >         W-PRAZO-MIN
                   PERFORM   VENCE-PEDIDO THRU FIM-VENCE-PEDIDO
                   GO        FIM-CONFIRMA-PEDIDO.
           DISPLAY "PROTOCOLO " LK-AP-PROTOCOLO " - " W-PD-ACAO
                   " PEDIDO POR " W-PD-SOLICITANTE " EM "
                   W-PD-DATA " " W-PD-HORA
           DISPLAY "PARAMETROS: " W-PD-PARAMETROS
           DISPLAY "CODIGO DO APROVADOR: "
           ACCEPT  W-COD-VALIDA
           MOVE    W-COD-VALIDA        TO        W-AC-COD
           MOVE    SPACES    TO        W-AC-APROVADOR
           IF      W-COD-VALIDA        EQUAL     W-PD-SOLICITANTE
                   MOVE      "1"       TO        LK-AP-RET
                   MOVE      "APROVADOR TEM QUE SER OUTRO OPERADOR"
                             TO        LK-AP-MENSAGEM
                   MOVE      "NEGADO"  TO        W-AC-RESULT
                   PERFORM   GRAVA-ACESSO THRU FIM-GRAVA-ACESSO
                   GO        FIM-CONFIRMA-PEDIDO.
           MOVE    "S"       TO        W-EXIGE-SENHA
           PERFORM VALIDA-OPERADOR     THRU FIM-VALIDA-OPERADOR
           IF      W-VAL-OK  EQUAL     "S"
           AND     W-VAL-SUPERV        NOT EQUAL "S"
                   MOVE      "N"       TO        W-VAL-OK
                   MOVE      "APROVADOR SEM AUTORIZACAO DE SUPERVISOR"
                             TO        LK-AP-MENSAGEM.
           IF      W-VAL-OK  NOT       EQUAL     "S"
                   MOVE      "1"       TO        LK-AP-RET
                   MOVE      "NEGADO"  TO        W-AC-RESULT
                   PERFORM   GRAVA-ACESSO THRU FIM-GRAVA-ACESSO
                   GO        FIM-CONFIRMA-PEDIDO.
           MOVE    "A"       TO        W-EVENTO
           MOVE    W-COD-VALIDA        TO        W-EV-APROVADOR
           PERFORM GRAVA-EVENTO        THRU FIM-GRAVA-EVENTO
           IF      LK-AP-RET NOT       EQUAL     "0"
                   GO        FIM-CONFIRMA-PEDIDO.
           MOVE    W-PD-SOLICITANTE    TO        LK-AP-SOLICITANTE
           MOVE    W-COD-VALIDA        TO        LK-AP-APROVADOR
           MOVE    W-PD-PARAMETROS     TO        LK-AP-PARAMETROS
           MOVE    W-PD-SOLICITANTE    TO        W-AC-COD
           MOVE    W-COD-VALIDA        TO        W-AC-APROVADOR
           MOVE    "APROVADO"          TO        W-AC-RESULT
           PERFORM GRAVA-ACESSO        THRU FIM-GRAVA-ACESSO
           MOVE    "PEDIDO APROVADO"   TO        LK-AP-MENSAGEM.
       FIM-CONFIRMA-PEDIDO.
           EXIT.

      *    VENCE-PEDIDO: PEDIDO FORA DO PRAZO GANHA A LINHA "V" E
      *    NAO PODE MAIS SER APROVADO.
       VENCE-PEDIDO.
           MOVE    "V"       TO        W-EVENTO
           MOVE    SPACES    TO        W-EV-APROVADOR
           PERFORM GRAVA-EVENTO        THRU FIM-GRAVA-EVENTO
           MOVE    W-PD-SOLICITANTE    TO        W-AC-COD
           MOVE    SPACES    TO        W-AC-APROVADOR
           MOVE    "VENCIDO" TO        W-AC-RESULT
           PERFORM GRAVA-ACESSO        THRU FIM-GRAVA-ACESSO
           MOVE    "3"       TO        LK-AP-RET
           MOVE    "PEDIDO VENCIDO - REGISTRE DE NOVO"
                             TO        LK-AP-MENSAGEM.
       FIM-VENCE-PEDIDO.
           EXIT.

      *    BUSCA-PROTOCOLO: A LINHA "P" DO PROTOCOLO E O ULTIMO
      *    EVENTO DELE (W-PD-EVENTO EM BRANCO = NAO EXISTE).
       BUSCA-PROTOCOLO.
           MOVE    SPACES    TO        W-PEDIDO
           OPEN    INPUT     PAPROVA
           IF      W-FS-APROVA         NOT       EQUAL     "00"
                   GO        FIM-BUSCA-PROTOCOLO.
       LE-BUSCA-PROTOCOLO.
           READ    PAPROVA   AT        END
                   CLOSE     PAPROVA
                   GO        FIM-BUSCA-PROTOCOLO.
           IF      AP-PROTOCOLO        NOT       NUMERIC
           OR      AP-PROTOCOLO        NOT EQUAL LK-AP-PROTOCOLO
                   GO        LE-BUSCA-PROTOCOLO.
           IF      AP-EVENTO EQUAL     "P"
                   MOVE      AP-PROGRAMA         TO   W-PD-PROGRAMA
                   MOVE      AP-ACAO   TO        W-PD-ACAO
                   MOVE      AP-SOLICITANTE      TO   W-PD-SOLICITANTE
                   MOVE      AP-DATA   TO        W-PD-DATA
                   MOVE      AP-HORA   TO        W-PD-HORA
                   MOVE      AP-PARAMETROS       TO   W-PD-PARAMETROS.
           MOVE    AP-EVENTO TO        W-PD-EVENTO
           GO      LE-BUSCA-PROTOCOLO.
       FIM-BUSCA-PROTOCOLO.
           EXIT.

      *-----------------------------------------------------------
      *    LISTA-PENDENTES: OS PEDIDOS EM ABERTO DO PROGRAMA E DA
      *    ACAO, COM A IDADE; OS JA' FORA DO PRAZO APARECEM COMO
      *    VENCIDOS (E VENCEM DE FATO NA TENTATIVA DE APROVAR).
      *-----------------------------------------------------------
       LISTA-PENDENTES.
           MOVE    ZEROS     TO        W-QT-ABERTOS W-QT-VALIDOS
           OPEN    INPUT     PAPROVA
           IF      W-FS-APROVA         NOT       EQUAL     "00"
                   GO        FIM-LISTA-PENDENTES.
       LE-PENDENTE.
           READ    PAPROVA   AT        END
                   CLOSE     PAPROVA
                   GO        MOSTRA-PENDENTES.
           IF      AP-PROTOCOLO        NOT       NUMERIC
           OR      AP-PROGRAMA         NOT EQUAL LK-AP-PROGRAMA
           OR      AP-ACAO   NOT       EQUAL     LK-AP-ACAO
                   GO        LE-PENDENTE.
           IF      AP-EVENTO EQUAL     "P"
                   PERFORM   ABRE-PENDENTE THRU FIM-ABRE-PENDENTE
           ELSE
                   PERFORM   FECHA-PENDENTE THRU FIM-FECHA-PENDENTE
                             VARYING W-IND FROM 1 BY 1
                             UNTIL   W-IND > W-QT-ABERTOS.
           GO      LE-PENDENTE.
       MOSTRA-PENDENTES.
           PERFORM MOSTRA-PENDENTE     THRU FIM-MOSTRA-PENDENTE
                    VARYING W-IND FROM 1 BY 1
                    UNTIL   W-IND > W-QT-ABERTOS.
       FIM-LISTA-PENDENTES.
           EXIT.

       ABRE-PENDENTE.
           MOVE    ZEROS     TO        W-LIVRE
           PERFORM ACHA-VAGA           THRU FIM-ACHA-VAGA
                    VARYING W-IND FROM 1 BY 1
                    UNTIL   W-IND > W-QT-ABERTOS
                    OR      W-LIVRE > ZEROS.
           IF      W-LIVRE   EQUAL     ZEROS
                   IF        W-QT-ABERTOS        NOT       <    200
                             GO        FIM-ABRE-PENDENTE
                   END-IF
                   ADD       1         TO        W-QT-ABERTOS
                   MOVE      W-QT-ABERTOS        TO   W-LIVRE.
           MOVE    AP-PROTOCOLO        TO   TA-PROTOCOLO(W-LIVRE)
           MOVE    AP-SOLICITANTE      TO   TA-SOLICITANTE(W-LIVRE)
           MOVE    AP-DATA             TO   TA-DATA(W-LIVRE)
           MOVE    AP-HORA             TO   TA-HORA(W-LIVRE)
           MOVE    AP-PARAMETROS       TO   TA-PARAMETROS(W-LIVRE).
       FIM-ABRE-PENDENTE.
           EXIT.

       ACHA-VAGA.
           IF      TA-PROTOCOLO(W-IND) EQUAL     ZEROS
                   MOVE      W-IND     TO        W-LIVRE.
       FIM-ACHA-VAGA.
           EXIT.

       FECHA-PENDENTE.
           IF      TA-PROTOCOLO(W-IND) EQUAL     AP-PROTOCOLO
                   MOVE      ZEROS     TO        TA-PROTOCOLO(W-IND).
       FIM-FECHA-PENDENTE.
           EXIT.

       MOSTRA-PENDENTE.
           IF      TA-PROTOCOLO(W-IND) EQUAL     ZEROS
                   GO        FIM-MOSTRA-PENDENTE.
           MOVE    TA-DATA(W-IND)      TO        W-CALC-DATA
           MOVE    TA-HORA(W-IND)      TO        W-CALC-HORA
           PERFORM CALCULA-MINUTOS     THRU FIM-CALCULA-MINUTOS
           IF      W-CALC-MIN          EQUAL     ZEROS
           OR      W-MIN-AGORA - W-CALC-MIN      >    W-PRAZO-MIN
                   DISPLAY TA-PROTOCOLO(W-IND) " "
                           TA-SOLICITANTE(W-IND) " "
                           TA-DATA(W-IND) " " TA-HORA(W-IND)
                           " (VENCIDO) " TA-PARAMETROS(W-IND)
                   GO        FIM-MOSTRA-PENDENTE.
           ADD     1         TO        W-QT-VALIDOS
           DISPLAY TA-PROTOCOLO(W-IND) " " TA-SOLICITANTE(W-IND) " "
                   TA-DATA(W-IND) " " TA-HORA(W-IND) " "
                   TA-PARAMETROS(W-IND).
       FIM-MOSTRA-PENDENTE.
           EXIT.

      *    GRAVA-EVENTO: UMA LINHA NO DIARIO PARA O PROTOCOLO EM
      *    LK-AP-PROTOCOLO, COM OS DADOS DO PEDIDO EM W-PEDIDO.
       GRAVA-EVENTO.
           OPEN    EXTEND    PAPROVA
           IF      W-FS-APROVA         NOT       EQUAL     "00"
                   OPEN      OUTPUT    PAPROVA.
           IF      W-FS-APROVA         NOT       EQUAL     "00"
                   MOVE      "9"       TO        LK-AP-RET
                   MOVE      "APROVACOES.TXT SEM GRAVACAO"
                             TO        LK-AP-MENSAGEM
                   GO        FIM-GRAVA-EVENTO.
           MOVE    SPACES    TO        REG-APROVA
           MOVE    LK-AP-PROTOCOLO     TO        AP-PROTOCOLO
           MOVE    W-EVENTO  TO        AP-EVENTO
           MOVE    W-PD-PROGRAMA       TO        AP-PROGRAMA
           MOVE    W-PD-ACAO TO        AP-ACAO
           MOVE    W-PD-SOLICITANTE    TO        AP-SOLICITANTE
           MOVE    W-EV-APROVADOR      TO        AP-APROVADOR
           MOVE    W-HOJE    TO        AP-DATA
           MOVE    W-HHMMSS  TO        AP-HORA
           MOVE    W-PD-PARAMETROS     TO        AP-PARAMETROS
           WRITE   REG-APROVA
           CLOSE   PAPROVA.
       FIM-GRAVA-EVENTO.
           EXIT.

      *-----------------------------------------------------------
      *    VALIDA-OPERADOR: W-COD-VALIDA ATIVO E NAO BLOQUEADO NO
      *    OPERADOR.TXT, COM A SENHA QUANDO CADASTRADA (MESMO
      *    EMBARALHAMENTO DO ADMOPER). COM W-EXIGE-SENHA = "S" O
      *    OPERADOR SEM SENHA E' RECUSADO. DEVOLVE W-VAL-OK E A
      *    AUTORIZACAO DE SUPERVISOR (COLUNA 66).
      *-----------------------------------------------------------
       VALIDA-OPERADOR.
           MOVE    "N"       TO        W-VAL-OK W-VAL-ACHOU
           MOVE    SPACES    TO        W-VAL-SUPERV W-VAL-SENHA
                                       W-VAL-BLOQ
           MOVE    "OPERADOR NAO CADASTRADO OU INATIVO"
                             TO        LK-AP-MENSAGEM
           IF      W-COD-VALIDA        EQUAL     SPACES
                   GO        FIM-VALIDA-OPERADOR.
           OPEN    INPUT     POPERADOR
           IF      W-FS-OPERADOR       NOT       EQUAL     "00"
                   MOVE      "OPERADOR.TXT INDISPONIVEL"
                             TO        LK-AP-MENSAGEM
                   GO        FIM-VALIDA-OPERADOR.
       LE-VALIDA-OPERADOR.
           READ    POPERADOR AT        END
                   CLOSE     POPERADOR
                   GO        CONFERE-VALIDA-OPERADOR.
           IF      OP-COD    EQUAL     W-COD-VALIDA
           AND     OP-ATIVO  NOT EQUAL "N"
                   MOVE      "S"       TO        W-VAL-ACHOU
                   MOVE      OP-SENHA  TO        W-VAL-SENHA
                   MOVE      OP-BLOQUEADO        TO   W-VAL-BLOQ
                   MOVE      OP-AUT-SUPERV       TO   W-VAL-SUPERV.
           GO      LE-VALIDA-OPERADOR.
       CONFERE-VALIDA-OPERADOR.
           IF      W-VAL-ACHOU         NOT       EQUAL     "S"
                   GO        FIM-VALIDA-OPERADOR.
           IF      W-VAL-BLOQ          EQUAL     "B"
                   MOVE      "OPERADOR BLOQUEADO - VER ADMOPER"
                             TO        LK-AP-MENSAGEM
                   GO        FIM-VALIDA-OPERADOR.
           IF      W-VAL-SENHA         EQUAL     SPACES
                   IF        W-EXIGE-SENHA       EQUAL     "S"
                             MOVE "APROVADOR SEM SENHA - VER ADMOPER"
                                  TO   LK-AP-MENSAGEM
                   ELSE
                             MOVE "S"  TO        W-VAL-OK
                   END-IF
                   GO        FIM-VALIDA-OPERADOR.
           DISPLAY "SENHA: "
           ACCEPT  W-SENHA-DIG
           MOVE    W-SENHA-DIG         TO        W-SENHA-EMB
           INSPECT W-SENHA-EMB CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT W-SENHA-EMB CONVERTING W-ALFA-CLARO
                   TO W-ALFA-EMB
           MOVE    SPACES    TO        W-SENHA-DIG
           IF      W-SENHA-EMB         EQUAL     W-VAL-SENHA
                   MOVE      "S"       TO        W-VAL-OK
           ELSE
                   MOVE      "SENHA NAO CONFERE" TO   LK-AP-MENSAGEM.
       FIM-VALIDA-OPERADOR.
           EXIT.

      *    CALCULA-MINUTOS: W-CALC-DATA (AAAAMMDD) + W-CALC-HORA
      *    (HHMMSS) EM MINUTOS CORRIDOS PELO CALENDARIO, PARA MEDIR
      *    PRAZOS QUE ATRAVESSAM A MEIA-NOITE. DATA OU HORA
      *    INVALIDA DEVOLVE ZEROS.
       CALCULA-MINUTOS.
           MOVE    ZEROS     TO        W-CALC-MIN
           IF      W-CALC-DATA         NOT       NUMERIC
           OR      W-CALC-HORA         NOT       NUMERIC
                   GO        FIM-CALCULA-MINUTOS.
           MOVE    W-CALC-DATA         TO        W-DATA-CALC
           MOVE    W-CALC-HORA         TO        W-HORA-CALC
           IF      W-DC-ANO  <         1601
           OR      W-DC-MES  <         01  OR >  12
           OR      W-DC-DIA  <         01  OR >  31
           OR      W-HC-HH   >         23
           OR      W-HC-MM   >         59
                   GO        FIM-CALCULA-MINUTOS.
           COMPUTE W-CALC-MIN = FUNCTION INTEGER-OF-DATE(W-DATA-CALC)
                              * 1440 + W-HC-HH * 60 + W-HC-MM.
       FIM-CALCULA-MINUTOS.
           EXIT.

       GRAVA-ACESSO.
           OPEN    EXTEND    PACESSO
           IF      W-FS-ACESSO         NOT       EQUAL     "00"
                   OPEN      OUTPUT    PACESSO.
           IF      W-FS-ACESSO         NOT       EQUAL     "00"
                   GO        FIM-GRAVA-ACESSO.
           MOVE    SPACES    TO        REG-ACESSO
           MOVE    W-AC-COD  TO        AC-COD
           MOVE    LK-AP-PROGRAMA      TO        AC-PROGRAMA
           MOVE    W-DATE    TO        AC-DATA
           MOVE    W-HHMMSS  TO        AC-HORA
           MOVE    W-AC-RESULT         TO        AC-RESULT
           MOVE    W-AC-APROVADOR      TO        AC-APROVADOR
           MOVE    LK-AP-PROTOCOLO     TO        AC-PROTOCOLO
           WRITE   REG-ACESSO
           CLOSE   PACESSO.
       FIM-GRAVA-ACESSO.
           EXIT.
