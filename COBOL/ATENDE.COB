       IDENTIFICATION DIVISION.
       PROGRAM-ID.      ATENDE.
      *
      *  REGISTRO DOS CONTATOS DO SAC (LIGACOES PARA O 0800/GSP
      *  IMPRESSO NAS CARTAS, E-MAIL, CARTA, BALCAO), NOS MOLDES DO
      *  ADMSUP. CADA CONTATO FICA EM ATENDIMENTOS.TXT AMARRADO AO
      *  E-COD-ASS OU, PARA QUEM AINDA NAO E' ASSINANTE, AO CEP DO
      *  CLIENTE, COM DATA/HORA, CANAL, MOTIVO (TABELA
      *  MOTIVOS_SAC.TXT), TEXTO LIVRE, SOLUCAO, OPERADOR, DATA DE
      *  RETORNO E SITUACAO ABERTO/FECHADO. O CONSASS MOSTRA OS
      *  CONTATOS NA TELA DO ASSINANTE.
      *
      *  VARIOS OPERADORES TRABALHAM AO MESMO TEMPO: O CONTATO NOVO
      *  E' ACRESCENTADO NO FIM DO ARQUIVO E A ALTERACAO PASSA O
      *  ARQUIVO PARA ATENDIMENTOS.NOV, QUE TOMA O LUGAR DELE - AS
      *  DUAS SOB A TRAVA ATENDIMENTOS.LCK, QUE TAMBEM GARANTE O
      *  NUMERO DO CONTATO. CONSULTAS E LISTAGENS LEEM O ARQUIVO.
      *
      *  ROTINAS DE LOTE:
      *    P - PENDENTES: CONTATOS ABERTOS COM O RETORNO JA VENCIDO
      *        (ATENDE_PEND.TXT), PARA A RODADA DIARIA;
      *    S - SEMANAL: CONTATOS DOS ULTIMOS 7 DIAS POR MOTIVO
      *        (ATENDE_SEMANA.TXT) - O QUE ESTA' GERANDO LIGACAO.
      *
      *  LAYOUT DE ATENDIMENTOS.TXT:
      *    01-06 NUMERO     08-16 CODIGO     18-25 CEP
      *    27-34 DATA       36-41 HORA       43 CANAL (T=TELEFONE
      *    E=E-MAIL C=CARTA B=BALCAO)        45-47 MOTIVO
      *    49-52 OPERADOR   54 SITUACAO (A=ABERTO F=FECHADO)
      *    56-63 RETORNO    65-72 FECHAMENTO (AAAAMMDD)
      *    74-133 TEXTO     135-174 SOLUCAO
      *
      *  LAYOUT DE MOTIVOS_SAC.TXT:
      *    01-03 MOTIVO     05-34 DESCRICAO
      *  SEM O ARQUIVO, A TABELA PADRAO ABAIXO E' GRAVADA NELE.
      *
      * CHAMADA DESATENDIDA:  ATENDE P   /   ATENDE S
      *
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT  IS COMMA.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT       PSAC           ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-SAC
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PSACNOV        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-SACNOV
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PTRAVA         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-TRAVA
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PMOTIVO        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-MOTIVO
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PRELAT         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-RELAT
                        ACCESS         MODE      IS   SEQUENTIAL.

       DATA        DIVISION.
       FILE        SECTION.
       FD  PSAC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ATENDIMENTOS.TXT".
       01  REG-SAC.
           02  SC-NUM             PIC 9(006).
           02  FILLER             PIC X(001).
           02  SC-COD             PIC X(009).
           02  FILLER             PIC X(001).
           02  SC-CEP             PIC X(008).
           02  FILLER             PIC X(001).
           02  SC-DATA            PIC 9(008).
           02  FILLER             PIC X(001).
           02  SC-HORA            PIC X(006).
           02  FILLER             PIC X(001).
           02  SC-CANAL           PIC X(001).
           02  FILLER             PIC X(001).
           02  SC-MOTIVO          PIC X(003).
           02  FILLER             PIC X(001).
           02  SC-OPERADOR        PIC X(004).
           02  FILLER             PIC X(001).
           02  SC-SITUACAO        PIC X(001).
           02  FILLER             PIC X(001).
           02  SC-RETORNO         PIC 9(008).
           02  FILLER             PIC X(001).
           02  SC-DT-FECHA        PIC 9(008).
           02  FILLER             PIC X(001).
           02  SC-TEXTO           PIC X(060).
           02  FILLER             PIC X(001).
           02  SC-SOLUCAO         PIC X(040).

       FD  PSACNOV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ATENDIMENTOS.NOV".
       01  REG-SACNOV             PIC X(174).

      *-----------------------------------------------------------
      *    TRAVA DO ATENDIMENTOS.TXT: "L" = EM USO (COM DATA/HORA E
      *    O OPERADOR QUE TOMOU), "F" = LIVRE - MESMO ESQUEMA DA
      *    CLIENTE.LCK.
      *-----------------------------------------------------------
       FD  PTRAVA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ATENDIMENTOS.LCK".
       01  REG-TRAVA.
           02  TV-STATUS          PIC X(001).
           02  FILLER             PIC X(002).
           02  TV-DATA            PIC X(006).
           02  FILLER             PIC X(002).
           02  TV-HORA            PIC X(006).
           02  FILLER             PIC X(002).
           02  TV-ORIGEM          PIC X(010).

       FD  PMOTIVO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MOTIVOS_SAC.TXT".
       01  REG-MOTIVO.
           02  MS-COD             PIC X(003).
           02  FILLER             PIC X(001).
           02  MS-DESCR           PIC X(030).

       FD  PRELAT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS W-NOME-RELAT.
       01  REG-RELAT              PIC X(100).

       WORKING-STORAGE  SECTION.
       77  W-FS-SAC               PIC X(002) VALUE SPACES.
       77  W-FS-SACNOV            PIC X(002) VALUE SPACES.
       77  W-FS-TRAVA             PIC X(002) VALUE SPACES.
       77  W-FS-MOTIVO            PIC X(002) VALUE SPACES.
       77  W-FS-RELAT             PIC X(002) VALUE SPACES.
       77  W-NOME-RELAT           PIC X(020) VALUE SPACES.
       77  W-ARGC                 PIC 9(002) VALUE ZEROS.
       77  W-MODO                 PIC X(001) VALUE SPACES.
       77  W-OPCAO                PIC X(001) VALUE SPACES.
       77  W-OPERADOR             PIC X(004) VALUE SPACES.
       77  W-FIM-SAC              PIC X(001) VALUE "N".
       77  W-ULT-NUM              PIC 9(006) VALUE ZEROS.
       77  W-NUM-BUSCA            PIC 9(006) VALUE ZEROS.
       77  W-COD-BUSCA            PIC X(009) VALUE SPACES.
       77  W-CEP-BUSCA            PIC X(008) VALUE SPACES.
       77  W-ACHOU                PIC 9(005) VALUE ZEROS.
       77  W-TRAVA-TOMADA         PIC X(001) VALUE "N".
       77  W-RESP-TRAVA           PIC X(001) VALUE SPACES.
       77  W-TENTATIVAS           PIC 9(002) VALUE ZEROS.
       77  W-ESPERA-SEG           PIC 9(002) VALUE 1.
       77  W-DATA-TRAVA           PIC 9(006) VALUE ZEROS.
       77  W-HORA-TRAVA           PIC 9(008) VALUE ZEROS.
       77  W-RC                   PIC 9(004) VALUE ZEROS COMP.
       77  W-ARQ-VELHO            PIC X(020) VALUE "ATENDIMENTOS.TXT".
       77  W-ARQ-NOVO             PIC X(020) VALUE "ATENDIMENTOS.NOV".
       77  W-QTDE-MOT             PIC 9(003) VALUE ZEROS.
       77  W-IND-MOT              PIC 9(003) VALUE ZEROS.
       77  W-ACHOU-MOT            PIC 9(003) VALUE ZEROS.
       77  W-MOTIVO-BUSCA         PIC X(003) VALUE SPACES.
       77  W-HOJE                 PIC 9(008) VALUE ZEROS.
       77  W-INI-SEMANA           PIC 9(008) VALUE ZEROS.
       77  W-RETORNO-X            PIC X(008) VALUE SPACES.
       77  W-QT-LISTADOS          PIC 9(005) VALUE ZEROS.
       77  W-TOT-SEMANA           PIC 9(005) VALUE ZEROS.
       77  W-TOT-ABERTOS          PIC 9(005) VALUE ZEROS.
       77  W-PERC                 PIC 9(003) VALUE ZEROS.
       77  W-ED-QT                PIC ZZ.ZZ9.
       77  W-ED-QT2               PIC ZZ.ZZ9.
       77  W-ED-PERC              PIC ZZ9.
       77  W-LINHA                PIC X(100) VALUE SPACES.
      *    CONTATO EM TRABALHO (MESMO LAYOUT DO ATENDIMENTOS.TXT).
       01  W-CONTATO.
           02  W-CT-NUM           PIC 9(006).
           02  FILLER             PIC X(001).
           02  W-CT-COD           PIC X(009).
           02  FILLER             PIC X(001).
           02  W-CT-CEP           PIC X(008).
           02  FILLER             PIC X(001).
           02  W-CT-DATA          PIC 9(008).
           02  FILLER             PIC X(001).
           02  W-CT-HORA          PIC X(006).
           02  FILLER             PIC X(001).
           02  W-CT-CANAL         PIC X(001).
           02  FILLER             PIC X(001).
           02  W-CT-MOTIVO        PIC X(003).
           02  FILLER             PIC X(001).
           02  W-CT-OPERADOR      PIC X(004).
           02  FILLER             PIC X(001).
           02  W-CT-SITUACAO      PIC X(001).
           02  FILLER             PIC X(001).
           02  W-CT-RETORNO       PIC 9(008).
           02  FILLER             PIC X(001).
           02  W-CT-DT-FECHA      PIC 9(008).
           02  FILLER             PIC X(001).
           02  W-CT-TEXTO         PIC X(060).
           02  FILLER             PIC X(001).
           02  W-CT-SOLUCAO       PIC X(040).
       01  TAB-MOTIVO.
           02  TM-ENT OCCURS 100 TIMES.
               03 TM-COD          PIC X(003).
               03 TM-DESCR        PIC X(030).
               03 TM-QT-SEMANA    PIC 9(005).
               03 TM-QT-ABERTOS   PIC 9(005).
      *    TABELA PADRAO, GRAVADA EM MOTIVOS_SAC.TXT NA PRIMEIRA VEZ.
       01  TAB-MOTIVO-PADRAO.
           02 FILLER PIC X(33) VALUE "EDIEDICAO NAO RECEBIDA/PERDIDA".
           02 FILLER PIC X(33) VALUE "COBCOBRANCA INDEVIDA/EM DOBRO".
           02 FILLER PIC X(33) VALUE "ENDENDERECO ERRADO/MUDANCA".
           02 FILLER PIC X(33) VALUE "CANPEDIDO DE CANCELAMENTO".
           02 FILLER PIC X(33) VALUE "RENRENOVACAO".
           02 FILLER PIC X(33) VALUE "PAGPAGAMENTO/SEGUNDA VIA".
           02 FILLER PIC X(33) VALUE "PREPRESENTE/PRESENTEADO".
           02 FILLER PIC X(33) VALUE "OUTOUTROS".
       01  FILLER REDEFINES TAB-MOTIVO-PADRAO.
           02  TP-ENT OCCURS 8 TIMES.
               03 TP-COD          PIC X(003).
               03 TP-DESCR        PIC X(030).
       01  W-DATE.
           02 W-ANO   PIC 9(02).
           02 W-MES   PIC 9(02).
           02 W-DIA   PIC 9(02).
       01  W-TIME.
           02 W-HORA  PIC 9(02).
           02 W-MINU  PIC 9(02).
           02 W-SEGU  PIC 9(02).

      *    AREA DE CHAMADA DO ARQREL (MESMO LAYOUT DA LINKAGE DELE)
       01  W-ARQREL.
           02  W-AQ-ARQUIVO       PIC X(40).
           02  W-AQ-RELATORIO     PIC X(20).
           02  W-AQ-PROGRAMA      PIC X(10).
           02  W-AQ-PEDIDO        PIC X(20).
           02  W-AQ-COPIA         PIC X(40).
           02  W-AQ-RET           PIC X(01).

      *    LINHA DE AMBIENTE NO ALTO DOS RELATORIOS
       01  W-CAB-AMBIENTE.
           02  FILLER             PIC X(10) VALUE "AMBIENTE: ".
           02  W-CA-NOME          PIC X(10) VALUE SPACES.

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
           ACCEPT  W-ARGC    FROM      ARGUMENT-NUMBER.
           IF      W-ARGC    NOT <     1
                   DISPLAY 1 UPON ARGUMENT-NUMBER
                   ACCEPT  W-MODO FROM ARGUMENT-VALUE.
           PERFORM CARREGA-MOTIVOS     THRU FIM-CARREGA-MOTIVOS
           IF      W-MODO    EQUAL     "P"
                   PERFORM   LISTA-PENDENTES
                             THRU FIM-LISTA-PENDENTES
                   GO        TERMINO.
           IF      W-MODO    EQUAL     "S"
                   PERFORM   RELATORIO-SEMANAL
                             THRU FIM-RELATORIO-SEMANAL
                   GO        TERMINO.
           DISPLAY "ATENDE - CONTATOS DO SAC (ATENDIMENTOS.TXT)"
           DISPLAY "CODIGO DO OPERADOR: "
           ACCEPT  W-OPERADOR.
       MENU-PRINCIPAL.
           DISPLAY " "
           DISPLAY "1=REGISTRAR  2=CONSULTAR  3=ATUALIZAR/FECHAR  "
                   "4=PENDENTES  5=SEMANAL  6=MOTIVOS  7=SAIR"
           ACCEPT  W-OPCAO
           EVALUATE W-OPCAO
               WHEN "1" PERFORM REGISTRA-CONTATO
                             THRU FIM-REGISTRA-CONTATO
               WHEN "2" PERFORM CONSULTA-CONTATOS
                             THRU FIM-CONSULTA-CONTATOS
               WHEN "3" PERFORM ATUALIZA-CONTATO
                             THRU FIM-ATUALIZA-CONTATO
               WHEN "4" PERFORM LISTA-PENDENTES
                             THRU FIM-LISTA-PENDENTES
               WHEN "5" PERFORM RELATORIO-SEMANAL
                             THRU FIM-RELATORIO-SEMANAL
               WHEN "6" PERFORM MANTEM-MOTIVOS
                             THRU FIM-MANTEM-MOTIVOS
               WHEN "7" GO TO TERMINO
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE
           GO      MENU-PRINCIPAL.
       TERMINO.
           STOP    RUN.

      *-----------------------------------------------------------
      *    CARREGA-MOTIVOS: TABELA DE MOTIVOS; SEM O ARQUIVO, USA
      *    A PADRAO E JA' A GRAVA PARA O OPERADOR AMPLIAR.
      *-----------------------------------------------------------
       CARREGA-MOTIVOS.
           MOVE    ZEROS     TO        W-QTDE-MOT
           OPEN    INPUT     PMOTIVO
           IF      W-FS-MOTIVO         NOT       EQUAL     "00"
                   GO        MOTIVOS-PADRAO.
       LE-MOTIVO.
           READ    PMOTIVO   AT        END
                   CLOSE     PMOTIVO
                   GO        FIM-CARREGA-MOTIVOS.
           IF      MS-COD    EQUAL     SPACES
           OR      W-QTDE-MOT          NOT       <         100
                   GO        LE-MOTIVO.
           ADD     1         TO        W-QTDE-MOT
           MOVE    MS-COD    TO        TM-COD(W-QTDE-MOT)
           MOVE    MS-DESCR  TO        TM-DESCR(W-QTDE-MOT)
           GO      LE-MOTIVO.
       MOTIVOS-PADRAO.
           PERFORM COPIA-MOTIVO-PADRAO THRU FIM-COPIA-MOTIVO-PADRAO
                    VARYING W-IND-MOT  FROM 1 BY 1
                    UNTIL   W-IND-MOT  > 8
           MOVE    8         TO        W-QTDE-MOT
           PERFORM GRAVA-MOTIVOS       THRU FIM-GRAVA-MOTIVOS.
       FIM-CARREGA-MOTIVOS.
           EXIT.

       COPIA-MOTIVO-PADRAO.
           MOVE    TP-COD(W-IND-MOT)   TO        TM-COD(W-IND-MOT)
           MOVE    TP-DESCR(W-IND-MOT) TO        TM-DESCR(W-IND-MOT).
       FIM-COPIA-MOTIVO-PADRAO.
           EXIT.

       GRAVA-MOTIVOS.
           OPEN    OUTPUT    PMOTIVO
           IF      W-FS-MOTIVO         NOT       EQUAL     "00"
                   DISPLAY "ERRO AO GRAVAR MOTIVOS_SAC.TXT = "
                           W-FS-MOTIVO
                   GO        FIM-GRAVA-MOTIVOS.
           PERFORM GRAVA-UM-MOTIVO     THRU FIM-GRAVA-UM-MOTIVO
                    VARYING W-IND-MOT  FROM 1 BY 1
                    UNTIL   W-IND-MOT  > W-QTDE-MOT
           CLOSE   PMOTIVO.
       FIM-GRAVA-MOTIVOS.
           EXIT.

       GRAVA-UM-MOTIVO.
           MOVE    SPACES    TO        REG-MOTIVO
           MOVE    TM-COD(W-IND-MOT)   TO        MS-COD
           MOVE    TM-DESCR(W-IND-MOT) TO        MS-DESCR
           WRITE   REG-MOTIVO.
       FIM-GRAVA-UM-MOTIVO.
           EXIT.

       PROCURA-MOTIVO.
           MOVE    ZEROS     TO        W-ACHOU-MOT
           PERFORM TESTA-MOTIVO        THRU FIM-TESTA-MOTIVO
                    VARYING W-IND-MOT  FROM 1 BY 1
                    UNTIL   W-IND-MOT  > W-QTDE-MOT.
       FIM-PROCURA-MOTIVO.
           EXIT.

       TESTA-MOTIVO.
           IF      TM-COD(W-IND-MOT)   EQUAL     W-MOTIVO-BUSCA
                   MOVE      W-IND-MOT TO        W-ACHOU-MOT.
       FIM-TESTA-MOTIVO.
           EXIT.

       MANTEM-MOTIVOS.
           PERFORM MOSTRA-MOTIVO       THRU FIM-MOSTRA-MOTIVO
                    VARYING W-IND-MOT  FROM 1 BY 1
                    UNTIL   W-IND-MOT  > W-QTDE-MOT
           DISPLAY "NOVO MOTIVO (BRANCO = VOLTAR): "
           ACCEPT  W-MOTIVO-BUSCA
           IF      W-MOTIVO-BUSCA      EQUAL     SPACES
                   GO        FIM-MANTEM-MOTIVOS.
           PERFORM PROCURA-MOTIVO      THRU FIM-PROCURA-MOTIVO
           IF      W-ACHOU-MOT         NOT       EQUAL     ZEROS
                   DISPLAY "MOTIVO JA CADASTRADO"
                   GO        FIM-MANTEM-MOTIVOS.
           IF      W-QTDE-MOT          NOT       <         100
                   DISPLAY "TABELA DE MOTIVOS CHEIA (100)"
                   GO        FIM-MANTEM-MOTIVOS.
           ADD     1         TO        W-QTDE-MOT
           MOVE    W-MOTIVO-BUSCA      TO        TM-COD(W-QTDE-MOT)
           DISPLAY "DESCRICAO: "
           ACCEPT  TM-DESCR(W-QTDE-MOT)
           PERFORM GRAVA-MOTIVOS       THRU FIM-GRAVA-MOTIVOS
           DISPLAY "MOTIVO INCLUIDO".
       FIM-MANTEM-MOTIVOS.
           EXIT.

       MOSTRA-MOTIVO.
           DISPLAY TM-COD(W-IND-MOT) " " TM-DESCR(W-IND-MOT).
       FIM-MOSTRA-MOTIVO.
           EXIT.

      *-----------------------------------------------------------
      *    ABRE-SAC / LE-SAC: LEITURA DO ATENDIMENTOS.TXT PARA AS
      *    CONSULTAS E LISTAGENS. W-FIM-SAC = "S" NO FIM DO ARQUIVO
      *    (JA' FECHADO) OU QUANDO ELE AINDA NAO EXISTE.
      *-----------------------------------------------------------
       ABRE-SAC.
           MOVE    "N"       TO        W-FIM-SAC
           OPEN    INPUT     PSAC
           IF      W-FS-SAC  NOT       EQUAL     "00"
                   MOVE      "S"       TO        W-FIM-SAC.
       FIM-ABRE-SAC.
           EXIT.

       LE-SAC.
           READ    PSAC      AT        END
                   CLOSE     PSAC
                   MOVE      "S"       TO        W-FIM-SAC
                   GO        FIM-LE-SAC.
           IF      SC-NUM    NOT       NUMERIC
                   GO        LE-SAC.
       FIM-LE-SAC.
           EXIT.

      *-----------------------------------------------------------
      *    TOMA-TRAVA: SO' UM OPERADOR GRAVA NO ATENDIMENTOS.TXT POR
      *    VEZ. TRAVA EM USO: ESPERA ALGUNS SEGUNDOS (A GRAVACAO DO
      *    OUTRO E' RAPIDA); SE CONTINUAR EM USO, O OPERADOR DECIDE
      *    SE SOBREPOE (TRAVA VELHA DE UMA QUEDA) OU DESISTE.
      *-----------------------------------------------------------
       TOMA-TRAVA.
           MOVE    ZEROS     TO        W-TENTATIVAS.
       TESTA-TRAVA.
           OPEN    INPUT     PTRAVA
           IF      W-FS-TRAVA          NOT       EQUAL     "00"
                   GO        REGISTRA-TRAVA.
           READ    PTRAVA    AT        END
                   CLOSE     PTRAVA
                   GO        REGISTRA-TRAVA.
           CLOSE   PTRAVA
           IF      TV-STATUS NOT       EQUAL     "L"
                   GO        REGISTRA-TRAVA.
           IF      W-TENTATIVAS        <         10
                   ADD       1         TO        W-TENTATIVAS
                   CALL      "C$SLEEP" USING     W-ESPERA-SEG
                             ON EXCEPTION
                             CONTINUE
                   END-CALL
                   GO        TESTA-TRAVA.
           DISPLAY "ATENDIMENTOS.TXT EM USO POR " TV-ORIGEM
                   " DESDE " TV-DATA " " TV-HORA
           DISPLAY "SOBREPOR A TRAVA E PROSSEGUIR (S/N)? "
           ACCEPT  W-RESP-TRAVA
           IF      W-RESP-TRAVA NOT EQUAL "S" AND "s"
                   GO        FIM-TOMA-TRAVA.
       REGISTRA-TRAVA.
           OPEN    OUTPUT    PTRAVA
           IF      W-FS-TRAVA          NOT       EQUAL     "00"
                   DISPLAY "ERRO NA TRAVA ATENDIMENTOS.LCK = "
                           W-FS-TRAVA
                   GO        FIM-TOMA-TRAVA.
           ACCEPT  W-DATA-TRAVA        FROM      DATE
           ACCEPT  W-HORA-TRAVA        FROM      TIME
           MOVE    SPACES    TO        REG-TRAVA
           MOVE    "L"       TO        TV-STATUS
           MOVE    W-DATA-TRAVA        TO        TV-DATA
           MOVE    W-HORA-TRAVA (1 : 6)          TO   TV-HORA
           STRING  "SAC " W-OPERADOR DELIMITED BY SIZE INTO TV-ORIGEM
           WRITE   REG-TRAVA
           MOVE    "S"       TO        W-TRAVA-TOMADA
           CLOSE   PTRAVA.
       FIM-TOMA-TRAVA.
           EXIT.

      *    LIBERA-TRAVA: REGRAVA A TRAVA COMO LIVRE - SO' A TRAVA
      *    QUE ESTE OPERADOR TOMOU.
       LIBERA-TRAVA.
           IF      W-TRAVA-TOMADA      NOT       EQUAL     "S"
                   GO        FIM-LIBERA-TRAVA.
           OPEN    OUTPUT    PTRAVA
           IF      W-FS-TRAVA          NOT       EQUAL     "00"
                   GO        FIM-LIBERA-TRAVA.
           ACCEPT  W-DATA-TRAVA        FROM      DATE
           ACCEPT  W-HORA-TRAVA        FROM      TIME
           MOVE    SPACES    TO        REG-TRAVA
           MOVE    "F"       TO        TV-STATUS
           MOVE    W-DATA-TRAVA        TO        TV-DATA
           MOVE    W-HORA-TRAVA (1 : 6)          TO   TV-HORA
           STRING  "SAC " W-OPERADOR DELIMITED BY SIZE INTO TV-ORIGEM
           WRITE   REG-TRAVA
           MOVE    "N"       TO        W-TRAVA-TOMADA
           CLOSE   PTRAVA.
       FIM-LIBERA-TRAVA.
           EXIT.

      *-----------------------------------------------------------
      *    REGISTRA-CONTATO: NOVO CONTATO, NUMERADO EM SEQUENCIA.
      *    SEM DATA DE RETORNO O CONTATO PODE SAIR JA' FECHADO. O
      *    NUMERO SAI DO ULTIMO DO ARQUIVO, LIDO JA' COM A TRAVA, E
      *    O CONTATO VAI PARA O FIM DO ARQUIVO.
      *-----------------------------------------------------------
       REGISTRA-CONTATO.
           MOVE    SPACES    TO        W-CONTATO
           DISPLAY "CODIGO DO ASSINANTE (BRANCO = POR CEP)....: "
           ACCEPT  W-CT-COD
           DISPLAY "CEP DO CLIENTE (8 DIGITOS)................: "
           ACCEPT  W-CT-CEP
           IF      W-CT-COD  EQUAL     SPACES
           AND     W-CT-CEP  EQUAL     SPACES
                   DISPLAY "CODIGO OU CEP OBRIGATORIO"
                   GO        FIM-REGISTRA-CONTATO.
           DISPLAY "CANAL (T=TELEFONE E=E-MAIL C=CARTA B=BALCAO): "
           ACCEPT  W-CT-CANAL
           IF      W-CT-CANAL NOT EQUAL "T" AND "E" AND "C" AND "B"
                   MOVE      "T"       TO        W-CT-CANAL.
       PEDE-MOTIVO.
           DISPLAY "MOTIVO (6 NO MENU LISTA A TABELA).........: "
           ACCEPT  W-MOTIVO-BUSCA
           PERFORM PROCURA-MOTIVO      THRU FIM-PROCURA-MOTIVO
           IF      W-ACHOU-MOT         EQUAL     ZEROS
                   DISPLAY "MOTIVO FORA DA TABELA MOTIVOS_SAC"
                   GO        PEDE-MOTIVO.
           MOVE    W-MOTIVO-BUSCA      TO        W-CT-MOTIVO
           DISPLAY "TEXTO DO CONTATO..........................: "
           ACCEPT  W-CT-TEXTO
           DISPLAY "SOLUCAO DADA (BRANCO = EM ANDAMENTO)......: "
           ACCEPT  W-CT-SOLUCAO
           DISPLAY "RETORNO EM (AAAAMMDD, BRANCO = SEM RETORNO): "
           ACCEPT  W-RETORNO-X
           MOVE    ZEROS     TO        W-CT-RETORNO
           IF      W-RETORNO-X         NUMERIC
                   MOVE      W-RETORNO-X         TO   W-CT-RETORNO.
           ACCEPT  W-TIME    FROM      TIME
           MOVE    W-HOJE    TO        W-CT-DATA
           MOVE    W-TIME    TO        W-CT-HORA
           MOVE    W-OPERADOR          TO        W-CT-OPERADOR
           MOVE    ZEROS     TO        W-CT-DT-FECHA
           MOVE    "A"       TO        W-CT-SITUACAO
           IF      W-CT-RETORNO        EQUAL     ZEROS
           AND     W-CT-SOLUCAO        NOT EQUAL SPACES
                   MOVE      "F"       TO        W-CT-SITUACAO
                   MOVE      W-HOJE    TO        W-CT-DT-FECHA.
           PERFORM TOMA-TRAVA          THRU FIM-TOMA-TRAVA
           IF      W-TRAVA-TOMADA      NOT       EQUAL     "S"
                   DISPLAY "CONTATO NAO REGISTRADO"
                   GO        FIM-REGISTRA-CONTATO.
           MOVE    ZEROS     TO        W-ULT-NUM
           PERFORM ABRE-SAC            THRU FIM-ABRE-SAC
           PERFORM ACHA-ULTIMO         THRU FIM-ACHA-ULTIMO
                    UNTIL   W-FIM-SAC  EQUAL     "S"
           ADD     1         TO        W-ULT-NUM
           MOVE    W-ULT-NUM TO        W-CT-NUM
           OPEN    EXTEND    PSAC
           IF      W-FS-SAC  EQUAL     "35"
                   OPEN      OUTPUT    PSAC.
           IF      W-FS-SAC  NOT       EQUAL     "00"
                   DISPLAY "ERRO AO GRAVAR ATENDIMENTOS.TXT = "
                           W-FS-SAC
                   PERFORM   LIBERA-TRAVA        THRU FIM-LIBERA-TRAVA
                   GO        FIM-REGISTRA-CONTATO.
           WRITE   REG-SAC   FROM      W-CONTATO
           CLOSE   PSAC
           PERFORM LIBERA-TRAVA        THRU FIM-LIBERA-TRAVA
           DISPLAY "CONTATO " W-CT-NUM " REGISTRADO - " W-CT-SITUACAO.
       FIM-REGISTRA-CONTATO.
           EXIT.

       ACHA-ULTIMO.
           PERFORM LE-SAC              THRU FIM-LE-SAC
           IF      W-FIM-SAC EQUAL     "S"
                   GO        FIM-ACHA-ULTIMO.
           IF      SC-NUM    >         W-ULT-NUM
                   MOVE      SC-NUM    TO        W-ULT-NUM.
       FIM-ACHA-ULTIMO.
           EXIT.

      *-----------------------------------------------------------
      *    CONSULTA-CONTATOS: HISTORICO DO ASSINANTE OU DO CEP.
      *-----------------------------------------------------------
       CONSULTA-CONTATOS.
           DISPLAY "CODIGO DO ASSINANTE (BRANCO = POR CEP): "
           ACCEPT  W-COD-BUSCA
           MOVE    SPACES    TO        W-CEP-BUSCA
           IF      W-COD-BUSCA         EQUAL     SPACES
                   DISPLAY "CEP (8 DIGITOS): "
                   ACCEPT  W-CEP-BUSCA.
           MOVE    ZEROS     TO        W-QT-LISTADOS
           PERFORM ABRE-SAC            THRU FIM-ABRE-SAC
           PERFORM TESTA-CONTATO       THRU FIM-TESTA-CONTATO
                    UNTIL   W-FIM-SAC  EQUAL     "S"
           IF      W-QT-LISTADOS       EQUAL     ZEROS
                   DISPLAY "NENHUM CONTATO".
       FIM-CONSULTA-CONTATOS.
           EXIT.

       TESTA-CONTATO.
           PERFORM LE-SAC              THRU FIM-LE-SAC
           IF      W-FIM-SAC EQUAL     "S"
                   GO        FIM-TESTA-CONTATO.
           IF      W-COD-BUSCA         NOT EQUAL SPACES
           AND     SC-COD    NOT EQUAL W-COD-BUSCA
                   GO        FIM-TESTA-CONTATO.
           IF      W-COD-BUSCA         EQUAL     SPACES
           AND     SC-CEP    NOT EQUAL W-CEP-BUSCA
                   GO        FIM-TESTA-CONTATO.
           ADD     1         TO        W-QT-LISTADOS
           MOVE    REG-SAC   TO        W-CONTATO
           PERFORM MOSTRA-CONTATO      THRU FIM-MOSTRA-CONTATO.
       FIM-TESTA-CONTATO.
           EXIT.

       MOSTRA-CONTATO.
           DISPLAY W-CT-NUM " " W-CT-DATA " " W-CT-HORA " "
                   W-CT-CANAL " " W-CT-MOTIVO " OPER "
                   W-CT-OPERADOR " SIT " W-CT-SITUACAO " RETORNO "
                   W-CT-RETORNO
           DISPLAY "       " W-CT-TEXTO
           IF      W-CT-SOLUCAO        NOT EQUAL SPACES
                   DISPLAY "       SOLUCAO: " W-CT-SOLUCAO.
       FIM-MOSTRA-CONTATO.
           EXIT.

      *-----------------------------------------------------------
      *    ATUALIZA-CONTATO: NOVA SOLUCAO, NOVO RETORNO OU
      *    FECHAMENTO DE UM CONTATO PELO NUMERO.
      *-----------------------------------------------------------
       ATUALIZA-CONTATO.
           DISPLAY "NUMERO DO CONTATO: "
           ACCEPT  W-NUM-BUSCA
           MOVE    ZEROS     TO        W-ACHOU
           PERFORM ABRE-SAC            THRU FIM-ABRE-SAC
           PERFORM PROCURA-CONTATO     THRU FIM-PROCURA-CONTATO
                    UNTIL   W-FIM-SAC  EQUAL     "S"
           IF      W-ACHOU   EQUAL     ZEROS
                   DISPLAY "CONTATO NAO ENCONTRADO"
                   GO        FIM-ATUALIZA-CONTATO.
           PERFORM MOSTRA-CONTATO      THRU FIM-MOSTRA-CONTATO
           IF      W-CT-SITUACAO       EQUAL     "F"
                   DISPLAY "CONTATO JA FECHADO EM " W-CT-DT-FECHA
                   GO        FIM-ATUALIZA-CONTATO.
           DISPLAY "SOLUCAO (BRANCO = MANTEM)..................: "
           ACCEPT  W-LINHA
           IF      W-LINHA   NOT EQUAL SPACES
                   MOVE      W-LINHA   TO        W-CT-SOLUCAO.
           DISPLAY "FECHAR O CONTATO (S/N)....................: "
           ACCEPT  W-OPCAO
           IF      W-OPCAO   EQUAL     "S" OR "s"
                   MOVE      "F"       TO        W-CT-SITUACAO
                   MOVE      W-HOJE    TO        W-CT-DT-FECHA
           ELSE
                   DISPLAY "NOVO RETORNO (AAAAMMDD, BRANCO = MANTEM): "
                   ACCEPT  W-RETORNO-X
                   IF      W-RETORNO-X         NUMERIC
                           MOVE    W-RETORNO-X TO   W-CT-RETORNO.
           PERFORM TOMA-TRAVA          THRU FIM-TOMA-TRAVA
           IF      W-TRAVA-TOMADA      NOT       EQUAL     "S"
                   DISPLAY "CONTATO NAO ATUALIZADO"
                   GO        FIM-ATUALIZA-CONTATO.
           PERFORM REGRAVA-SAC         THRU FIM-REGRAVA-SAC
           PERFORM LIBERA-TRAVA        THRU FIM-LIBERA-TRAVA.
       FIM-ATUALIZA-CONTATO.
           EXIT.

       PROCURA-CONTATO.
           PERFORM LE-SAC              THRU FIM-LE-SAC
           IF      W-FIM-SAC EQUAL     "S"
                   GO        FIM-PROCURA-CONTATO.
           IF      SC-NUM    NOT       EQUAL     W-NUM-BUSCA
                   GO        FIM-PROCURA-CONTATO.
           MOVE    REG-SAC   TO        W-CONTATO
           MOVE    1         TO        W-ACHOU
           CLOSE   PSAC
           MOVE    "S"       TO        W-FIM-SAC.
       FIM-PROCURA-CONTATO.
           EXIT.

      *-----------------------------------------------------------
      *    REGRAVA-SAC: PASSA O ATENDIMENTOS.TXT PARA O .NOV COM O
      *    CONTATO ALTERADO E O .NOV TOMA O LUGAR DELE. FEITO COM A
      *    TRAVA, ENTAO O QUE OUTROS OPERADORES GRAVARAM ATE' AQUI
      *    SEGUE NO ARQUIVO.
      *-----------------------------------------------------------
       REGRAVA-SAC.
           MOVE    ZEROS     TO        W-ACHOU
           PERFORM ABRE-SAC            THRU FIM-ABRE-SAC
           IF      W-FIM-SAC EQUAL     "S"
                   DISPLAY "ATENDIMENTOS.TXT INDISPONIVEL = "
                           W-FS-SAC
                   GO        FIM-REGRAVA-SAC.
           OPEN    OUTPUT    PSACNOV
           IF      W-FS-SACNOV         NOT       EQUAL     "00"
                   DISPLAY "ERRO AO GRAVAR ATENDIMENTOS.NOV = "
                           W-FS-SACNOV
                   CLOSE     PSAC
                   GO        FIM-REGRAVA-SAC.
           PERFORM COPIA-CONTATO       THRU FIM-COPIA-CONTATO
                    UNTIL   W-FIM-SAC  EQUAL     "S"
           CLOSE   PSACNOV
           IF      W-ACHOU   EQUAL     ZEROS
                   CALL "CBL_DELETE_FILE" USING W-ARQ-NOVO
                                          RETURNING W-RC
                   DISPLAY "CONTATO " W-NUM-BUSCA
                           " SAIU DO ARQUIVO - NADA ALTERADO"
                   GO        FIM-REGRAVA-SAC.
           CALL    "CBL_DELETE_FILE"   USING     W-ARQ-VELHO
                                       RETURNING W-RC
           CALL    "CBL_RENAME_FILE"   USING     W-ARQ-NOVO W-ARQ-VELHO
                                       RETURNING W-RC
           IF      W-RC      NOT       EQUAL     ZEROS
                   DISPLAY "ATENCAO: ATENDIMENTOS.NOV NAO PODE SER "
                           "RENOMEADO - RENOMEIE PARA ATENDIMENTOS.TXT "
                           "NA MAO"
                   GO        FIM-REGRAVA-SAC.
           DISPLAY "CONTATO ATUALIZADO".
       FIM-REGRAVA-SAC.
           EXIT.

       COPIA-CONTATO.
           READ    PSAC      AT        END
                   CLOSE     PSAC
                   MOVE      "S"       TO        W-FIM-SAC
                   GO        FIM-COPIA-CONTATO.
           IF      SC-NUM    NUMERIC
           AND     SC-NUM    EQUAL     W-NUM-BUSCA
                   MOVE      W-CT-SOLUCAO        TO   SC-SOLUCAO
                   MOVE      W-CT-SITUACAO       TO   SC-SITUACAO
                   MOVE      W-CT-RETORNO        TO   SC-RETORNO
                   MOVE      W-CT-DT-FECHA       TO   SC-DT-FECHA
                   ADD       1         TO        W-ACHOU.
           WRITE   REG-SACNOV          FROM      REG-SAC.
       FIM-COPIA-CONTATO.
           EXIT.

      *-----------------------------------------------------------
      *    LISTA-PENDENTES: ABERTOS COM RETORNO ANTERIOR A HOJE.
      *-----------------------------------------------------------
       LISTA-PENDENTES.
           MOVE    "ATENDE_PEND.TXT"   TO        W-NOME-RELAT
           OPEN    OUTPUT    PRELAT
           IF      W-FS-RELAT          NOT       EQUAL     "00"
                   DISPLAY "ERRO AO GRAVAR " W-NOME-RELAT " = "
                           W-FS-RELAT
                   GO        FIM-LISTA-PENDENTES.
           WRITE   REG-RELAT FROM      W-CAB-AMBIENTE
           MOVE    SPACES    TO        W-LINHA
           STRING  "CONTATOS DO SAC COM RETORNO VENCIDO EM "
                   W-HOJE DELIMITED BY SIZE INTO W-LINHA
           WRITE   REG-RELAT FROM      W-LINHA
           MOVE    SPACES    TO        W-LINHA
           STRING  "NUMERO CODIGO    CEP      RETORNO  MOT OPER "
                   "TEXTO" DELIMITED BY SIZE INTO W-LINHA
           WRITE   REG-RELAT FROM      W-LINHA
           MOVE    ZEROS     TO        W-QT-LISTADOS
           PERFORM ABRE-SAC            THRU FIM-ABRE-SAC
           PERFORM TESTA-PENDENTE      THRU FIM-TESTA-PENDENTE
                    UNTIL   W-FIM-SAC  EQUAL     "S"
           MOVE    W-QT-LISTADOS       TO        W-ED-QT
           MOVE    SPACES    TO        W-LINHA
           STRING  "TOTAL PENDENTE: " W-ED-QT
                   DELIMITED BY SIZE INTO W-LINHA
           WRITE   REG-RELAT FROM      W-LINHA
           CLOSE   PRELAT
           PERFORM ARQUIVA-RELATORIO   THRU FIM-ARQUIVA-RELATORIO
           DISPLAY "PENDENTES COM RETORNO VENCIDO: " W-ED-QT
                   " (ATENDE_PEND.TXT)".
       FIM-LISTA-PENDENTES.
           EXIT.

       TESTA-PENDENTE.
           PERFORM LE-SAC              THRU FIM-LE-SAC
           IF      W-FIM-SAC EQUAL     "S"
                   GO        FIM-TESTA-PENDENTE.
           IF      SC-SITUACAO         NOT EQUAL "A"
           OR      SC-RETORNO          EQUAL     ZEROS
           OR      SC-RETORNO          NOT <     W-HOJE
                   GO        FIM-TESTA-PENDENTE.
           ADD     1         TO        W-QT-LISTADOS
           MOVE    SPACES    TO        W-LINHA
           STRING  SC-NUM " " SC-COD " " SC-CEP " " SC-RETORNO " "
                   SC-MOTIVO " " SC-OPERADOR " " SC-TEXTO
                   DELIMITED BY SIZE INTO W-LINHA
           WRITE   REG-RELAT FROM      W-LINHA.
       FIM-TESTA-PENDENTE.
           EXIT.

      *-----------------------------------------------------------
      *    RELATORIO-SEMANAL: CONTATOS DOS ULTIMOS 7 DIAS (HOJE
      *    INCLUSIVE) POR MOTIVO, COM OS AINDA ABERTOS E O PESO DE
      *    CADA MOTIVO NO TOTAL.
      *-----------------------------------------------------------
       RELATORIO-SEMANAL.
           COMPUTE W-INI-SEMANA =
                   FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(W-HOJE) - 6)
           MOVE    ZEROS     TO        W-TOT-SEMANA
           MOVE    ZEROS     TO        W-TOT-ABERTOS
           PERFORM ZERA-MOTIVO         THRU FIM-ZERA-MOTIVO
                    VARYING W-IND-MOT  FROM 1 BY 1
                    UNTIL   W-IND-MOT  > W-QTDE-MOT
           PERFORM ABRE-SAC            THRU FIM-ABRE-SAC
           PERFORM SOMA-SEMANA         THRU FIM-SOMA-SEMANA
                    UNTIL   W-FIM-SAC  EQUAL     "S"
           MOVE    "ATENDE_SEMANA.TXT" TO        W-NOME-RELAT
           OPEN    OUTPUT    PRELAT
           IF      W-FS-RELAT          NOT       EQUAL     "00"
                   DISPLAY "ERRO AO GRAVAR " W-NOME-RELAT " = "
                           W-FS-RELAT
                   GO        FIM-RELATORIO-SEMANAL.
           WRITE   REG-RELAT FROM      W-CAB-AMBIENTE
           MOVE    SPACES    TO        W-LINHA
           STRING  "CONTATOS DO SAC POR MOTIVO - " W-INI-SEMANA
                   " A " W-HOJE DELIMITED BY SIZE INTO W-LINHA
           WRITE   REG-RELAT FROM      W-LINHA
           MOVE    SPACES    TO        W-LINHA
           STRING  "MOT DESCRICAO                      CONTATOS "
                   "ABERTOS   %" DELIMITED BY SIZE INTO W-LINHA
           WRITE   REG-RELAT FROM      W-LINHA
           PERFORM IMPRIME-MOTIVO      THRU FIM-IMPRIME-MOTIVO
                    VARYING W-IND-MOT  FROM 1 BY 1
                    UNTIL   W-IND-MOT  > W-QTDE-MOT
           MOVE    W-TOT-SEMANA        TO        W-ED-QT
           MOVE    W-TOT-ABERTOS       TO        W-ED-QT2
           MOVE    SPACES    TO        W-LINHA
           STRING  "    TOTAL DA SEMANA                  " W-ED-QT
                   "  " W-ED-QT2 DELIMITED BY SIZE INTO W-LINHA
           WRITE   REG-RELAT FROM      W-LINHA
           CLOSE   PRELAT
           PERFORM ARQUIVA-RELATORIO   THRU FIM-ARQUIVA-RELATORIO
           DISPLAY "CONTATOS NA SEMANA: " W-ED-QT
                   " (ATENDE_SEMANA.TXT)".
       FIM-RELATORIO-SEMANAL.
           EXIT.

       ZERA-MOTIVO.
           MOVE    ZEROS     TO        TM-QT-SEMANA(W-IND-MOT)
           MOVE    ZEROS     TO        TM-QT-ABERTOS(W-IND-MOT).
       FIM-ZERA-MOTIVO.
           EXIT.

      *    MOTIVO QUE SAIU DA TABELA CONTA NO TOTAL, SEM LINHA.
       SOMA-SEMANA.
           PERFORM LE-SAC              THRU FIM-LE-SAC
           IF      W-FIM-SAC EQUAL     "S"
                   GO        FIM-SOMA-SEMANA.
           IF      SC-DATA   <         W-INI-SEMANA
           OR      SC-DATA   >         W-HOJE
                   GO        FIM-SOMA-SEMANA.
           ADD     1         TO        W-TOT-SEMANA
           IF      SC-SITUACAO         EQUAL     "A"
                   ADD       1         TO        W-TOT-ABERTOS.
           MOVE    SC-MOTIVO TO        W-MOTIVO-BUSCA
           PERFORM PROCURA-MOTIVO      THRU FIM-PROCURA-MOTIVO
           IF      W-ACHOU-MOT         EQUAL     ZEROS
                   GO        FIM-SOMA-SEMANA.
           ADD     1         TO        TM-QT-SEMANA(W-ACHOU-MOT)
           IF      SC-SITUACAO         EQUAL     "A"
                   ADD       1         TO   TM-QT-ABERTOS(W-ACHOU-MOT).
       FIM-SOMA-SEMANA.
           EXIT.

       IMPRIME-MOTIVO.
           IF      TM-QT-SEMANA(W-IND-MOT)       EQUAL     ZEROS
                   GO        FIM-IMPRIME-MOTIVO.
           COMPUTE W-PERC ROUNDED =
                   TM-QT-SEMANA(W-IND-MOT) * 100 / W-TOT-SEMANA
           MOVE    TM-QT-SEMANA(W-IND-MOT)       TO   W-ED-QT
           MOVE    TM-QT-ABERTOS(W-IND-MOT)      TO   W-ED-QT2
           MOVE    W-PERC    TO        W-ED-PERC
           MOVE    SPACES    TO        W-LINHA
           STRING  TM-COD(W-IND-MOT) " " TM-DESCR(W-IND-MOT) "  "
                   W-ED-QT "  " W-ED-QT2 "  " W-ED-PERC
                   DELIMITED BY SIZE INTO W-LINHA
           WRITE   REG-RELAT FROM      W-LINHA.
       FIM-IMPRIME-MOTIVO.
           EXIT.

      *-----------------------------------------------------------
      *    ARQUIVA-RELATORIO: COPIA DATADA DO RELATORIO NO ARQUIVO
      *    DE RELATORIOS (ARQREL, INDICE ARQUIVO_REL.TXT) - A
      *    PROXIMA RODADA REGRAVA O RELATORIO NO MESMO NOME.
      *-----------------------------------------------------------
       ARQUIVA-RELATORIO.
           MOVE    SPACES    TO        W-ARQREL
           MOVE    W-NOME-RELAT        TO        W-AQ-ARQUIVO
           MOVE    "ATENDE"            TO        W-AQ-PROGRAMA
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
