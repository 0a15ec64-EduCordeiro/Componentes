                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-RUNLOG
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PPARAR         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-PARAR
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       POPERADOR      ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-OPERADOR
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-QUAREN
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PPROGR         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-PROGR
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PINCID         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-INCID
                        ACCESS         MODE      IS   DYNAMIC
                        RECORD         KEY       IS   AB-DCX
                        FILE STATUS              IS   W-FS-ABIDX.
      *    REGISTRO PERMANENTE DOS DCX JA PROCESSADOS (ESTE NAO E'
      *    RECRIADO - ATRAVESSA AS NOITES) E O PRAZO DE RETENCAO DELE.
           SELECT       PREGDCX        ASSIGN    TO   DISK
                        ORGANIZATION             IS   INDEXED
                        ACCESS         MODE      IS   RANDOM
                        RECORD         KEY       IS   RG-CHAVE
                        FILE STATUS              IS   W-FS-REGDCX.
           SELECT       PDCXPRAZO      ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-DCXPRAZO
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PBCKPT         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-BCKPT

      *    RL-EVENTO: "I" = INICIO DA RODADA, "F" = FIM (BRANCO NAS
      *    LINHAS ANTIGAS = FIM). O PAR I/F DA' A DURACAO REAL DA
      *    RODADA PARA O RELOPER E O PLANEJA. RL-AMBIENTE (COLUNA 85)
      *    E' O AMBIENTE EM QUE A RODADA ACONTECEU.
       FD  PRUNLOG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RUNLOG.TXT".
           02  RL-GRAVADOS            PIC 9(09).
           02  FILLER                 PIC X(02).
           02  RL-EVENTO              PIC X(01).
           02  FILLER                 PIC X(33).
           02  RL-AMBIENTE            PIC X(10).

      *-----------------------------------------------------------
      *    PEDIDO DE PARADA DO OPERADOR (PARAR.TXT, GRAVADO PELO
      *    PAINEL/MENU): NOME DO PROGRAMA OU "TODOS", DATA/HORA DO
      *    PEDIDO E ORIGEM. SO' VALE O PEDIDO FEITO DEPOIS DA
      *    PARTIDA DESTA RODADA - OS ANTIGOS FICAM SEM EFEITO.
      *-----------------------------------------------------------
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

      *-----------------------------------------------------------
      *    CADASTRO DE OPERADORES (MANTIDO PELO ADMOPER): CODIGO,
           02  FILLER             PIC X(001).
           02  OP-FALHAS          PIC X(001).
           02  OP-BLOQUEADO       PIC X(001).
           02  FILLER             PIC X(002).

      *-----------------------------------------------------------
      *    TRILHA DE ACESSOS: CADA TENTATIVA (CONCEDIDA OU NEGADA)
           VALUE OF FILE-ID IS "QUARENTENA.TXT".
       01  REG-QUAREN                 PIC X(4610).

      *-----------------------------------------------------------
      *    PULSO DA RODADA (PROGRESSO.TXT): A CADA W-PROGR-CADENCIA
      *    REGISTROS UMA LINHA COM O LIDO ATE' AGORA, O TOTAL
      *    ESPERADO (CONTROLE DO PIPELINE, ZEROS = DESCONHECIDO) E A
      *    PARTIDA DA RODADA. EVENTO "A" EM ANDAMENTO, "F" FIM, "P"
      *    PAUSA, "T" MARCADO COMO TRAVADO PELO VIGIA. ARQUIVO
      *    COMPARTILHADO POR BINGON, TRUNCA, SORT, ENGORDA E XPGR47;
      *    A ULTIMA LINHA DE CADA PROGRAMA E' A QUE VALE.
      *-----------------------------------------------------------
       FD  PPROGR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PROGRESSO.TXT".
       01  REG-PROGR.
           02  PG-PROGRAMA            PIC X(10).
           02  FILLER                 PIC X(02).
           02  PG-DATA                PIC X(06).
           02  FILLER                 PIC X(02).
           02  PG-HORA                PIC X(06).
           02  FILLER                 PIC X(02).
           02  PG-LIDOS               PIC 9(09).
           02  FILLER                 PIC X(02).
           02  PG-TOTAL               PIC 9(09).
           02  FILLER                 PIC X(02).
           02  PG-INI-DATA            PIC X(06).
           02  FILLER                 PIC X(02).
           02  PG-INI-HORA            PIC X(06).
           02  FILLER                 PIC X(02).
           02  PG-EVENTO              PIC X(01).

      *-----------------------------------------------------------
      *    REGISTRO DE INCIDENTES: TODA PARADA ANORMAL DEIXA UMA
      *    LINHA AQUI ANTES DO STOP RUN - ARQUIVO COMPARTILHADO POR
           02  AB-TEM-B           PIC X(01).
           02  AB-ARQ             PIC X(08).

      *-----------------------------------------------------------
      *    REGISTRO DOS DCX JA PROCESSADOS, DE NOITE PARA NOITE: UMA
      *    ENTRADA POR DCX + LADO QUE FOI PARA A SAIDA, COM A DATA E
      *    A HORA DE INICIO DA RODADA (QUE IDENTIFICAM A RODADA - A
      *    RETOMADA HERDA AS DA ORIGINAL PELO CHECKPOINT), O ARQUIVO
      *    DE ENTRADA DE ONDE VEIO, O VOLUME DE SAIDA E A SEQUENCIA
      *    RENUMERADA. O MESMO DCX + LADO CHEGANDO NUMA RODADA
      *    POSTERIOR, DENTRO DO PRAZO, VAI PARA A QUARENTENA COM O
      *    MOTIVO "DCX JA PROCESSADO EM DD/MM/AA". A LIBERACAO
      *    MANUAL (REPROCESSAMENTO LEGITIMO) E O EXPURGO DOS
      *    VENCIDOS SAO DO LIBDCX; A LIBERACAO DO DOCUMENTO RETIDO
      *    PELO LIBERAQ TAMBEM SOLTA O DCX.
      *-----------------------------------------------------------
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

      *    PRAZO DE RETENCAO DO REGISTRO (DIAS NAS COLUNAS 1-3,
      *    MANTIDO PELO PARAMS; SEM O ARQUIVO, 90 DIAS). ENTRADA MAIS
      *    VELHA QUE O PRAZO NAO ACUSA REPETICAO.
       FD  PDCXPRAZO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DCX_PRAZO.TXT".
       01  REG-DCXPRAZO.
           02  DP-DIAS                PIC 9(03).

      *-----------------------------------------------------------
      *    CHECKPOINT DA RODADA (BINGON_CKPT.TXT, NOS MOLDES DO
      *    CHECKPOINT.TXT DO XPGR47): POSICAO EM CADA ENTRADA (EM
           02  CK-GRAVADOS-VOL    PIC 9(07).
           02  FILLER             PIC X(01).
           02  CK-TAB-VOLS        PIC X(1400).
           02  FILLER             PIC X(01).
           02  CK-RG-DATA         PIC 9(08).
           02  FILLER             PIC X(01).
           02  CK-RG-HORA         PIC 9(06).


      *-----------------------------------------------------------
       77  W-DENTRO-JANELA        PIC X(001) VALUE "S".
       77  W-FS-SESSAO            PIC X(002) VALUE SPACES.
       77  W-FS-RUNLOG            PIC X(002) VALUE SPACES.
       77  W-FS-PARAR             PIC X(002) VALUE SPACES.
       77  W-PARAR-CONT           PIC 9(009) VALUE ZEROS.
       77  W-PARAR-CADENCIA       PIC 9(009) VALUE 1000.
       77  W-PARADA               PIC X(001) VALUE "N".
           88  PARADA-PEDIDA                 VALUE "S".
       77  W-FS-PROGR             PIC X(002) VALUE SPACES.
       77  W-PROGR-CONT           PIC 9(009) VALUE ZEROS.
       77  W-PROGR-CADENCIA       PIC 9(009) VALUE 5000.
       77  W-PROGR-TOTAL          PIC 9(009) VALUE ZEROS.
       77  W-PROGR-EVENTO         PIC X(001) VALUE SPACES.
       01  W-PROGR-ENTRADAS.
           02  W-PROGR-REG-E      PIC 9(009) OCCURS 3 TIMES.
           02  W-PROGR-ACHOU      PIC X(001) OCCURS 3 TIMES.
       01  W-PARAR-INICIO.
           02  W-PARAR-INI-DATA       PIC X(06) VALUE SPACES.
           02  W-PARAR-INI-HORA       PIC X(06) VALUE SPACES.
       01  W-PARAR-PEDIDO.
           02  W-PARAR-PED-DATA       PIC X(06) VALUE SPACES.
           02  W-PARAR-PED-HORA       PIC X(06) VALUE SPACES.
       77  W-FS-SAIDA             PIC X(002) VALUE SPACES.
       77  W-FS-EXCEPOES          PIC X(002) VALUE SPACES.
       77  W-ABRIU-SAIDA          PIC X(001) VALUE "N".
       77  W-QT-OPLIN             PIC 9(003) VALUE ZEROS.
       77  W-IND-OPLIN            PIC 9(003) VALUE ZEROS.
       01  TAB-OPLIN.
           02  TL-LIN OCCURS 100 TIMES    PIC X(066).
      *    ALFABETOS DO EMBARALHAMENTO FIXO DA SENHA - IDENTICOS AOS
      *    DO ADMOPER, QUE E' QUEM GRAVA A SENHA EMBARALHADA.
       01  W-ALFA-CLARO.
       77  W-FALTA-SAIDA           PIC 9(007) VALUE ZEROS.
       77  W-FALTA-QUAR            PIC 9(007) VALUE ZEROS.

      *---------------------------------------------------- REGISTRO
      *    DOS DCX JA PROCESSADOS (DCX_REGISTRO.IDX): IDENTIFICACAO
      *    DESTA RODADA, PRAZO DE RETENCAO E A DATA LIMITE DELE, E A
      *    CHAVE EM CONSULTA/REGISTRO. REPETICAO DE RODADA ANTERIOR
      *    VAI SEMPRE PARA A QUARENTENA, MESMO FORA DO MODO
      *    QUARENTENA - POR ISSO QUARENTENA.TXT E' ABERTO EM TODA
      *    RODADA QUE ABRE O REGISTRO.
       77  W-FS-REGDCX             PIC X(002) VALUE SPACES.
       77  W-FS-DCXPRAZO           PIC X(002) VALUE SPACES.
       77  W-RG-DATA-ROD           PIC 9(008) VALUE ZEROS.
       77  W-RG-HORA-ROD           PIC 9(006) VALUE ZEROS.
       77  W-RG-PRAZO              PIC 9(003) VALUE 090.
       77  W-RG-LIMITE             PIC 9(008) VALUE ZEROS.
       77  W-RG-DCX                PIC X(007) VALUE SPACES.
       77  W-RG-LADO               PIC X(002) VALUE SPACES.
       77  W-RG-ENTRADA            PIC X(030) VALUE SPACES.
       77  W-DCX-REPETIDO          PIC X(001) VALUE "N".
       77  W-USA-QUAREN            PIC X(001) VALUE "N".
           88  USA-QUARENTENA             VALUE "S".
       01  W-REG-REGDCX-NOVO       PIC X(090) VALUE SPACES.
       01  W-RG-DATA-LIDA          PIC 9(008) VALUE ZEROS.
       01  W-RG-DATA-PARTES REDEFINES W-RG-DATA-LIDA.
           02  W-RG-SECULO         PIC 9(002).
           02  W-RG-ANO            PIC 9(002).
           02  W-RG-MES            PIC 9(002).
           02  W-RG-DIA            PIC 9(002).
       01  W-MOTIVO-REPETIDO.
           02  FILLER              PIC X(021)
                                   VALUE "DCX JA PROCESSADO EM ".
           02  WR-DIA              PIC 9(002).
           02  FILLER              PIC X(001) VALUE "/".
           02  WR-MES              PIC 9(002).
           02  FILLER              PIC X(001) VALUE "/".
           02  WR-ANO              PIC 9(002).

      *---------------------------------------------------- MODO DE
      *    CONCILIACAO A/B: TODO DOCUMENTO DEVE EXISTIR COMO LADO A
      *    (FRENTE) E LADO -B (VERSO) DA PAGINA DICONIX - UM VERSO
           02 W-MINU  PIC 9(02).
           02 W-SEGU  PIC 9(02).

      *    AREA DE CHAMADA DO PARAMVER (MESMO LAYOUT DA LINKAGE DELE)
       01  W-PARAMVER.
           02  W-PM-MODO          PIC X(01).
           02  W-PM-PROGRAMA      PIC X(10).
           02  W-PM-ARQUIVO       PIC X(20).
           02  W-PM-VERSAO        PIC 9(04).
           02  W-PM-LINHAS        PIC 9(05).
           02  W-PM-SOMA          PIC 9(09).
           02  W-PM-SITUACAO      PIC X(01).
           02  W-PM-RET           PIC X(01).

      *    AMBIENTE DE EXECUCAO (MESMO LAYOUT DA LINKAGE DO AMBIENTE)
       01  W-AMBIENTE.
           02  W-AM-NOME          PIC X(10).
           02  W-AM-DIRETORIO     PIC X(60).
           02  W-AM-PRODUCAO      PIC X(01).
               88  AMBIENTE-PRODUCAO               VALUE "S".
           02  W-AM-RET           PIC X(01).
           02  W-AM-MENSAGEM      PIC X(40).

       SCREEN SECTION.
       01  TELA1.
           02  LINE 01 COLUMN 60 VALUE "AMBIENTE:".
           02  LINE 01 COLUMN 70 PIC X(10) FROM W-AM-NOME.
           02  LINE 05 COLUMN 10 VALUE "BINGOS - CONCATENA��O".
           02  LINE 10 COLUMN 10 VALUE "INFORME O PRIMEIRO ARQUIVO".
           02  LINE 12 COLUMN 10 VALUE

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ESCOLHE-AMBIENTE    THRU FIM-ESCOLHE-AMBIENTE
      *---------------------------------------------------------
      *    RODA DESATENDIDO QUANDO OS NOMES DOS ARQUIVOS SAO
      *    INFORMADOS COMO PARAMETROS DE CHAMADA (JOB NOTURNO), SEM
                   OPEN      I-O       PDCXIDX
           ELSE
                   OPEN      OUTPUT    PDCXIDX.
           IF      MODO-QUARENTENA
                   MOVE      "S"       TO        W-USA-QUAREN.
           PERFORM ABRE-REGISTRO-DCX   THRU FIM-ABRE-REGISTRO-DCX.
           IF      MODO-CONCILIA
                   IF        RETOMADA-BCKPT
                             OPEN      I-O       PABIDX
                             OPEN      OUTPUT    PABIDX
                             CLOSE     PABIDX
                             OPEN      I-O       PABIDX.
           IF      USA-QUARENTENA
                   IF        RETOMADA-BCKPT
                             PERFORM   CONTA-FISICO-QUAREN
                                       THRU FIM-CONTA-FISICO-QUAREN
           ACCEPT  W-TIME    FROM      TIME
           MOVE    W-DATE    TO        WE-DATA
           MOVE    W-TIME    TO        WE-HORA.
           PERFORM TOTAL-PROGRESSO     THRU      FIM-TOTAL-PROGRESSO.
           MOVE    "A"       TO        W-PROGR-EVENTO
           PERFORM GRAVA-PROGRESSO     THRU      FIM-GRAVA-PROGRESSO.
      *    O BYTE DE FILLER ENTRE O CAMPO E O DCX NUNCA E' MOVIDO -
      *    LIMPA O REGISTRO DE SAIDA INTEIRO UMA VEZ PARA NAO GRAVAR
      *    LIXO DO BUFFER NESSA POSICAO.
           IF      GERA-TRAILER-SAIDA  AND NOT   MODO-SIMULACAO
                   PERFORM   GRAVA-TRAILER-SAIDA
                             THRU FIM-GRAVA-TRAILER-SAIDA.
           CLOSE   ENTRADA1  ENTRADA2  SAIDA     EXCEPOES  PDCXIDX
                   PREGDCX.
      *    RODADA CHEGOU AO FIM DAS ENTRADAS - ZERA O CHECKPOINT
      *    PARA A PROXIMA PARTIDA NAO SER TRATADA COMO CONTINUACAO.
           IF      NOT       MODO-SIMULACAO
                   PERFORM   LIMPA-BCKPT THRU FIM-LIMPA-BCKPT.
           IF      TEM-ENTRADA3
                   CLOSE     ENTRADA3.
           IF      USA-QUARENTENA
                   CLOSE     PQUAREN.
           PERFORM VALIDA-TRAILERS     THRU FIM-VALIDA-TRAILERS.
           IF      MODO-CONCILIA
           MOVE    CK-VOL-ATUAL        TO        W-VOL-ATUAL
           MOVE    CK-GRAVADOS-VOL     TO        W-GRAVADOS-VOL
           MOVE    CK-TAB-VOLS         TO        TAB-VOLS-SAIDA
           IF      CK-RG-DATA          NUMERIC
              AND  CK-RG-DATA          NOT EQUAL ZEROS
                   MOVE      CK-RG-DATA          TO   W-RG-DATA-ROD
                   MOVE      CK-RG-HORA          TO   W-RG-HORA-ROD.
           DISPLAY "RETOMADA DE CHECKPOINT - CONTINUANDO DO "
                   "REGISTRO " CK-GRAVADOS.
       FIM-LER-BCKPT.
           MOVE    W-VOL-ATUAL         TO        CK-VOL-ATUAL
           MOVE    W-GRAVADOS-VOL      TO        CK-GRAVADOS-VOL
           MOVE    TAB-VOLS-SAIDA      TO        CK-TAB-VOLS
           MOVE    W-RG-DATA-ROD       TO        CK-RG-DATA
           MOVE    W-RG-HORA-ROD       TO        CK-RG-HORA
           WRITE   REG-BCKPT
           CLOSE   PBCKPT.
       FIM-GRAVA-BCKPT.
           IF      W-FIS-SAIDA         >         W-GRAVADOS-VOL
                   COMPUTE   W-FALTA-SAIDA =
                             W-FIS-SAIDA - W-GRAVADOS-VOL.
           IF      USA-QUARENTENA
                   IF        W-FIS-QUAR >        W-QTD-QUARENTENA
                             COMPUTE   W-FALTA-QUAR =
                                       W-FIS-QUAR - W-QTD-QUARENTENA.
      *****************************************************************
       VERIFICA-JANELA.
           MOVE    "N"       TO        W-JAN-ACHOU
           MOVE    "JANELA.TXT"        TO        W-PM-ARQUIVO
           PERFORM ANOTA-PARAMETRO     THRU FIM-ANOTA-PARAMETRO
           OPEN    INPUT     PJANELA
           IF      W-FS-JANELA         NOT       EQUAL     "00"
                   GO        FIM-VERIFICA-JANELA.
           STOP    RUN.

       TERMINO.
           MOVE    "F"       TO        W-PROGR-EVENTO
           PERFORM GRAVA-PROGRESSO    THRU      FIM-GRAVA-PROGRESSO.
           DISPLAY (01 01) ERASE
           DISPLAY (01 60) "AMBIENTE: " W-AM-NOME
           DISPLAY (02 05) "BINGON - RESUMO DA CONCATENA��O"
           DISPLAY (04 05) "ENTRADA1 LIDOS...: " W-LIDOS-E1
           DISPLAY (05 05) "ENTRADA1 LADO -B.: " W-LADOB-E1
                   DISPLAY (14 05) "DOCS SEM PAR A/B (VER CONCILIA_AB."
                            "TXT): " W-QT-ORFAOS
           END-IF
           IF      USA-QUARENTENA
                   DISPLAY (15 05) "RETIDOS EM QUARENTENA.TXT.......: "
                            W-QTD-QUARENTENA
           END-IF
           END-IF
           IF      W-PROX-PROGRAMA    EQUAL     "CERTIFICA"
                   CHAIN "CERTIFICA"
           END-IF
           IF      W-PROX-PROGRAMA    EQUAL     "AFERE"
                   CHAIN "AFERE"
           END-IF.

           STOP    RUN.

      *****************************************************************
      *    PAUSA-RODADA: PARADA PEDIDA PELO OPERADOR EM PARAR.TXT. O
      *    PONTO E' LOGO DEPOIS DE UM REGISTRO GRAVADO - O CHECKPOINT
      *    TIRADO AQUI (BINGON_CKPT.TXT) E' EXATO E A RETOMADA SEGUE
      *    DO REGISTRO SEGUINTE, SEM RECONTAGEM. FECHA OS ARQUIVOS
      *    SEM TRAILER, GRAVA O "P" NO RUNLOG, MARCA O PASSO DA
      *    SESSAO COMO INTERROMPIDO E SOLTA A TRAVA.
      *****************************************************************
       PAUSA-RODADA.
           IF      NOT       MODO-SIMULACAO
                   PERFORM   GRAVA-BCKPT THRU FIM-GRAVA-BCKPT.
           CLOSE   ENTRADA1  ENTRADA2  SAIDA     EXCEPOES  PDCXIDX
                   PREGDCX.
           IF      TEM-ENTRADA3
                   CLOSE     ENTRADA3.
           IF      USA-QUARENTENA
                   CLOSE     PQUAREN.
           IF      MODO-CONCILIA
                   CLOSE     PABIDX.
           PERFORM GRAVA-RUNLOG-PAUSA  THRU FIM-GRAVA-RUNLOG-PAUSA.
           MOVE    "P"       TO        W-PROGR-EVENTO
           PERFORM GRAVA-PROGRESSO     THRU FIM-GRAVA-PROGRESSO.
           PERFORM MARCA-SESSAO-INTERROMPIDA
                   THRU FIM-MARCA-SESSAO-INTERROMPIDA.
           PERFORM LIBERA-TRAVA        THRU FIM-LIBERA-TRAVA.
           DISPLAY (23 05) "RODADA PAUSADA A PEDIDO DO OPERADOR - "
                           "GRAVADOS " W-GRAVADOS.
           STOP    RUN.

      *****************************************************************
      *    CONTA-PROGRESSO: A CADA W-PROGR-CADENCIA REGISTROS DEIXA O
      *    PULSO "A" EM PROGRESSO.TXT - O PAINEL TIRA DAI O
      *    PERCENTUAL E A PREVISAO DE TERMINO, E O VIGIA DA AGENDA
      *    ACUSA A RODADA CUJO PULSO PAROU. O LIDO E' A SOMA DAS
      *    ENTRADAS (NA RETOMADA, DESDE O INICIO DA RODADA ORIGINAL).
      *****************************************************************
       CONTA-PROGRESSO.
           ADD     1         TO        W-PROGR-CONT
           IF      W-PROGR-CONT        <         W-PROGR-CADENCIA
                   GO        FIM-CONTA-PROGRESSO.
           MOVE    ZEROS     TO        W-PROGR-CONT
           MOVE    "A"       TO        W-PROGR-EVENTO
           PERFORM GRAVA-PROGRESSO     THRU      FIM-GRAVA-PROGRESSO.
       FIM-CONTA-PROGRESSO.
           EXIT.

       GRAVA-PROGRESSO.
           OPEN    EXTEND    PPROGR
           IF      W-FS-PROGR          NOT       EQUAL     "00"
                   OPEN      OUTPUT    PPROGR.
           IF      W-FS-PROGR          NOT       EQUAL     "00"
                   GO        FIM-GRAVA-PROGRESSO.
           ACCEPT  W-DATE    FROM      DATE
           ACCEPT  W-TIME    FROM      TIME
           MOVE    SPACES    TO        REG-PROGR
           MOVE    "BINGON"  TO        PG-PROGRAMA
           MOVE    W-DATE    TO        PG-DATA
           MOVE    W-TIME    TO        PG-HORA
           MOVE    ZEROS     TO        PG-LIDOS
           ADD     W-LIDOS-E1          TO        PG-LIDOS
           ADD     W-LIDOS-E2          TO        PG-LIDOS
           ADD     W-LIDOS-E3          TO        PG-LIDOS
           MOVE    W-PROGR-TOTAL       TO        PG-TOTAL
           MOVE    W-PARAR-INI-DATA    TO        PG-INI-DATA
           MOVE    W-PARAR-INI-HORA    TO        PG-INI-HORA
           MOVE    W-PROGR-EVENTO      TO        PG-EVENTO
           WRITE   REG-PROGR
           CLOSE   PPROGR.
       FIM-GRAVA-PROGRESSO.
           EXIT.

      *    TOTAL-PROGRESSO: TOTAL ESPERADO DA RODADA - A SOMA DAS
      *    DECLARACOES EXATAS DE CADA ENTRADA NO CONTROLE DO
      *    PIPELINE (A ULTIMA DE CADA UMA VALE). O TRAILER "XX" SO'
      *    E' LIDO NO FIM DA ENTRADA; FALTANDO A DECLARACAO DE
      *    ALGUMA, O TOTAL FICA ZERADO (DESCONHECIDO).
       TOTAL-PROGRESSO.
           MOVE    ZEROS     TO        W-PROGR-TOTAL
                                       W-PROGR-REG-E(1)
                                       W-PROGR-REG-E(2)
                                       W-PROGR-REG-E(3)
           MOVE    "N"       TO        W-PROGR-ACHOU(1)
                                       W-PROGR-ACHOU(2)
                                       W-PROGR-ACHOU(3)
           IF      NOT       TEM-ENTRADA3
                   MOVE      "S"       TO        W-PROGR-ACHOU(3).
           OPEN    INPUT     PCONTR
           IF      W-FS-CONTR          NOT       EQUAL     "00"
                   GO        FIM-TOTAL-PROGRESSO.
       LE-CONTR-PROGRESSO.
           READ    PCONTR    AT        END
                   CLOSE     PCONTR
                   GO        AVALIA-TOTAL-PROGRESSO.
           IF      CP-ARQUIVO          EQUAL     ARQ-ENTRADA1
                   MOVE      "S"       TO        W-PROGR-ACHOU(1)
                   MOVE      CP-REGISTROS   TO   W-PROGR-REG-E(1).
           IF      CP-ARQUIVO          EQUAL     ARQ-ENTRADA2
                   MOVE      "S"       TO        W-PROGR-ACHOU(2)
                   MOVE      CP-REGISTROS   TO   W-PROGR-REG-E(2).
           IF      TEM-ENTRADA3
           AND     CP-ARQUIVO          EQUAL     ARQ-ENTRADA3
                   MOVE      "S"       TO        W-PROGR-ACHOU(3)
                   MOVE      CP-REGISTROS   TO   W-PROGR-REG-E(3).
           GO      LE-CONTR-PROGRESSO.
       AVALIA-TOTAL-PROGRESSO.
           IF      W-PROGR-ACHOU(1)    EQUAL     "S"
           AND     W-PROGR-ACHOU(2)    EQUAL     "S"
           AND     W-PROGR-ACHOU(3)    EQUAL     "S"
                   ADD       W-PROGR-REG-E(1)    W-PROGR-REG-E(2)
                             W-PROGR-REG-E(3)    TO   W-PROGR-TOTAL.
       FIM-TOTAL-PROGRESSO.
           EXIT.

      *****************************************************************
      *    VERIFICA-PARADA: A CADA W-PARAR-CADENCIA REGISTROS OLHA O
      *    PARAR.TXT. PEDIDO COM O NOME DESTE PROGRAMA OU "TODOS",
      *    FEITO DEPOIS DA PARTIDA DESTA RODADA, LIGA PARADA-PEDIDA.
      *    DURANTE A RECONTAGEM DE UMA RETOMADA O ESTADO DOS ARQUIVOS
      *    AINDA NAO BATE COM O CHECKPOINT - A PARADA ESPERA O FIM
      *    DELA. O INTERCALAMENTO POR DCX (MERGE) NAO CONSULTA: CADA
      *    ENTRADA TEM UM REGISTRO LIDO A FRENTE, SEM PONTO EXATO DE
      *    RETOMADA NO MEIO DA INTERCALACAO.
      *****************************************************************
       VERIFICA-PARADA.
           IF      EM-RECONTAGEM
                   GO        FIM-VERIFICA-PARADA.
           ADD     1         TO        W-PARAR-CONT
           IF      W-PARAR-CONT        <         W-PARAR-CADENCIA
                   GO        FIM-VERIFICA-PARADA.
           MOVE    ZEROS     TO        W-PARAR-CONT
           OPEN    INPUT     PPARAR
           IF      W-FS-PARAR          NOT       EQUAL     "00"
                   GO        FIM-VERIFICA-PARADA.
       LE-PARAR.
           READ    PPARAR    AT        END
                   CLOSE     PPARAR
                   GO        FIM-VERIFICA-PARADA.
           IF      PA-PROGRAMA         NOT       EQUAL     "BINGON"
           AND     PA-PROGRAMA         NOT       EQUAL     "TODOS"
                   GO        LE-PARAR.
           MOVE    PA-DATA   TO        W-PARAR-PED-DATA
           MOVE    PA-HORA   TO        W-PARAR-PED-HORA
           IF      W-PARAR-PEDIDO      <         W-PARAR-INICIO
                   GO        LE-PARAR.
           MOVE    "S"       TO        W-PARADA
           CLOSE   PPARAR.
       FIM-VERIFICA-PARADA.
           EXIT.
      *****************************************************************
      *    VERIFICA-SESSAO: SE ESTE PROGRAMA RODA NUMA SESSAO GUIADA,
      *    SESSAO.TXT TRAZ A FILA COM O STATUS DE CADA PASSO
      *    (P=PENDENTE, E=EXECUTANDO, C=CONCLUIDO, F=FALHOU,
      *    N=NAO RODADO, I=INTERROMPIDO; BRANCO = PENDENTE, PELO
      *    FORMATO ANTIGO).
      *    AO TERMINAR BEM, O PASSO "E" DESTA RODADA VIRA "C", O
      *    PROXIMO PENDENTE VIRA "E" E RECEBE O CHAIN. NA AUSENCIA
      *    DO ARQUIVO (RODADA AVULSA), SEGUE PARANDO NORMALMENTE.

       TESTA-EXEC-SES.
           IF      W-IND-EXEC-SES      EQUAL     ZEROS
           AND     TFS-STATUS(W-IND-FILA-SES)    EQUAL     "E" OR "I"
                   MOVE      W-IND-FILA-SES TO   W-IND-EXEC-SES.
       FIM-TESTA-EXEC-SES.
           EXIT.
                                       TFS-STATUS(W-IND-FILA-SES).
       FIM-MARCA-NAO-RODADO.
           EXIT.

      *    MARCA-SESSAO-INTERROMPIDA: PAUSA A PEDIDO DO OPERADOR - O
      *    PASSO EM EXECUCAO VIRA "I" E OS PENDENTES FICAM COMO
      *    ESTAO. O PAINEL MOSTRA ONDE PAROU E O MENU RETOMA DALI.
       MARCA-SESSAO-INTERROMPIDA.
           PERFORM CARREGA-FILA-SES    THRU      FIM-CARREGA-FILA-SES
           IF      W-QTDE-FILA-SES     EQUAL     ZEROS
                   GO        FIM-MARCA-SESSAO-INTERROMPIDA.
           PERFORM ACHA-EXEC-SES       THRU      FIM-ACHA-EXEC-SES
           IF      W-IND-EXEC-SES      EQUAL     ZEROS
                   GO        FIM-MARCA-SESSAO-INTERROMPIDA.
           MOVE    "I"       TO        TFS-STATUS(W-IND-EXEC-SES)
           PERFORM REGRAVA-FILA-SES    THRU      FIM-REGRAVA-FILA-SES.
       FIM-MARCA-SESSAO-INTERROMPIDA.
           EXIT.
      *****************************************************************
      *    GRAVA-INCIDENTE: UMA LINHA EM INCIDENTE.TXT COM O MOTIVO
      *    (W-MOT-INCID) E OS CONTADORES DO MOMENTO DA PARADA, ANTES
           ADD     W-LIDOS-E3          TO        RL-LIDOS
           MOVE    W-GRAVADOS          TO        RL-GRAVADOS
           MOVE    "F"       TO        RL-EVENTO
           MOVE    W-AM-NOME TO        RL-AMBIENTE
           WRITE   REG-RUNLOG
           CLOSE   PRUNLOG.
       FIM-GRAVA-RUNLOG.
           MOVE    W-TIME    TO        RL-HORA
           MOVE    ZEROS     TO        RL-LIDOS RL-GRAVADOS
           MOVE    "I"       TO        RL-EVENTO
           MOVE    W-AM-NOME TO        RL-AMBIENTE
           WRITE   REG-RUNLOG
           CLOSE   PRUNLOG.
           MOVE    W-DATE    TO        W-PARAR-INI-DATA
           MOVE    W-TIME    TO        W-PARAR-INI-HORA.
       FIM-GRAVA-RUNLOG-INICIO.
           EXIT.

      *    GRAVA-RUNLOG-PAUSA: RODADA PAUSADA A PEDIDO DO OPERADOR
      *    ("P") - FECHA O PAR DA LINHA "I" SEM CONTAR COMO RODADA
      *    CONCLUIDA, COM OS CONTADORES DO PONTO DA PARADA.
       GRAVA-RUNLOG-PAUSA.
           OPEN    EXTEND    PRUNLOG
           IF      W-FS-RUNLOG         NOT       EQUAL     "00"
                   OPEN      OUTPUT    PRUNLOG.
           ACCEPT  W-DATE    FROM      DATE
           ACCEPT  W-TIME    FROM      TIME
           MOVE    SPACES    TO        REG-RUNLOG
           MOVE    "BINGON"  TO        RL-PROGRAMA
           MOVE    W-DATE    TO        RL-DATA
           MOVE    W-TIME    TO        RL-HORA
           MOVE    W-LIDOS-E1          TO        RL-LIDOS
           ADD     W-LIDOS-E2          TO        RL-LIDOS
           ADD     W-LIDOS-E3          TO        RL-LIDOS
           MOVE    W-GRAVADOS          TO        RL-GRAVADOS
           MOVE    "P"       TO        RL-EVENTO
           MOVE    W-AM-NOME TO        RL-AMBIENTE
           WRITE   REG-RUNLOG
           CLOSE   PRUNLOG.
       FIM-GRAVA-RUNLOG-PAUSA.
           EXIT.
      *****************************************************************
      *    GRAVA-CONTROLE: DECLARA NO CONTROLE DO PIPELINE CADA
      *    VOLUME GERADO (NOME COM O SUFIXO .NNN, REGISTROS DO
      *****************************************************************
       PREFLIGHT-ESPACO.
           MOVE    ZEROS     TO        W-LIVRE-KB
           MOVE    "ESPACO.TXT"        TO        W-PM-ARQUIVO
           PERFORM ANOTA-PARAMETRO     THRU FIM-ANOTA-PARAMETRO
           OPEN    INPUT     PESPACO
           IF      W-FS-ESPACO         NOT       EQUAL     "00"
                   GO        FIM-PREFLIGHT-ESPACO.
      *    EM MODO QUARENTENA O REGISTRO CRITICADO E' DESVIADO
      *    INTEIRO PARA QUARENTENA.TXT E FICA FORA DA RENUMERACAO
      *    E DA SAIDA.
           IF      (MODO-QUARENTENA AND W-REG-CRITICADO EQUAL "S")
              OR   W-DCX-REPETIDO      EQUAL     "S"
                   IF        EM-RECONTAGEM
                             PERFORM   RECONTA-QUARENTENA
                                  THRU FIM-RECONTA-QUARENTENA

           MOVE    E-CAMPO1            TO    S-CAMPO
           MOVE    E-LADO1             TO    S-LADO
           MOVE    E-DCX1              TO    W-RG-DCX
           MOVE    E-LADO1             TO    W-RG-LADO
           MOVE    ARQ-ENTRADA1        TO    W-RG-ENTRADA


           IF      EM-RECONTAGEM
                   PERFORM   REGISTRA-DCX  THRU FIM-REGISTRA-DCX
                   PERFORM   RECONTA-SAIDA THRU FIM-RECONTA-SAIDA
           ELSE IF NOT       MODO-SIMULACAO
                   WRITE     REG-SAIDA
                                THRU FIM-GRAVA-INCIDENTE
                           STOP RUN
                   END-IF
                   PERFORM REGISTRA-DCX THRU FIM-REGISTRA-DCX
                   ADD       1         TO    W-GRAVADOS-VOL
                   IF      W-GRAVADOS-VOL NOT < W-LIMITE-VOLUME
                           PERFORM TROCA-VOLUME THRU FIM-TROCA-VOLUME
           ADD     1                   TO    W-GRAVADOS
           PERFORM CADENCIA-BCKPT      THRU  FIM-CADENCIA-BCKPT
           DISPLAY (23 05) "MSG=>  GRAVADOS ... " W-GRAVADOS
           PERFORM CONTA-PROGRESSO     THRU  FIM-CONTA-PROGRESSO
           PERFORM VERIFICA-PARADA     THRU  FIM-VERIFICA-PARADA
           IF      PARADA-PEDIDA
                   GO        PAUSA-RODADA.
           GO      PROCESSA1.
       PROCESSOU1.
           EXIT.
                   MOVE      "ENTRADA2" TO   W-AB-ARQ
                   PERFORM   REGISTRA-AB THRU FIM-REGISTRA-AB
           END-IF.
           IF      (MODO-QUARENTENA AND W-REG-CRITICADO EQUAL "S")
              OR   W-DCX-REPETIDO      EQUAL     "S"
                   IF        EM-RECONTAGEM
                             PERFORM   RECONTA-QUARENTENA
                                  THRU FIM-RECONTA-QUARENTENA

           MOVE    E-CAMPO2            TO    S-CAMPO
           MOVE    E-LADO2             TO    S-LADO
           MOVE    E-DCX2              TO    W-RG-DCX
           MOVE    E-LADO2             TO    W-RG-LADO
           MOVE    ARQ-ENTRADA2        TO    W-RG-ENTRADA

           IF      EM-RECONTAGEM
                   PERFORM   REGISTRA-DCX  THRU FIM-REGISTRA-DCX
                   PERFORM   RECONTA-SAIDA THRU FIM-RECONTA-SAIDA
           ELSE IF NOT       MODO-SIMULACAO
                   WRITE     REG-SAIDA
                                THRU FIM-GRAVA-INCIDENTE
                           STOP RUN
                   END-IF
                   PERFORM REGISTRA-DCX THRU FIM-REGISTRA-DCX
                   ADD       1         TO    W-GRAVADOS-VOL
                   IF      W-GRAVADOS-VOL NOT < W-LIMITE-VOLUME
                           PERFORM TROCA-VOLUME THRU FIM-TROCA-VOLUME
           ADD     1                   TO    W-GRAVADOS
           PERFORM CADENCIA-BCKPT      THRU  FIM-CADENCIA-BCKPT
           DISPLAY (23 05) "MSG=>  GRAVADOS ... " W-GRAVADOS
           PERFORM CONTA-PROGRESSO     THRU  FIM-CONTA-PROGRESSO
           PERFORM VERIFICA-PARADA     THRU  FIM-VERIFICA-PARADA
           IF      PARADA-PEDIDA
                   GO        PAUSA-RODADA.
           GO      PROCESSA2.
       PROCESSOU2.
           EXIT.
                   MOVE      "ENTRADA3" TO   W-AB-ARQ
                   PERFORM   REGISTRA-AB THRU FIM-REGISTRA-AB
           END-IF.
           IF      (MODO-QUARENTENA AND W-REG-CRITICADO EQUAL "S")
              OR   W-DCX-REPETIDO      EQUAL     "S"
                   IF        EM-RECONTAGEM
                             PERFORM   RECONTA-QUARENTENA
                                  THRU FIM-RECONTA-QUARENTENA

           MOVE    E-CAMPO3            TO    S-CAMPO
           MOVE    E-LADO3             TO    S-LADO
           MOVE    E-DCX3              TO    W-RG-DCX
           MOVE    E-LADO3             TO    W-RG-LADO
           MOVE    ARQ-ENTRADA3        TO    W-RG-ENTRADA

           IF      EM-RECONTAGEM
                   PERFORM   REGISTRA-DCX  THRU FIM-REGISTRA-DCX
                   PERFORM   RECONTA-SAIDA THRU FIM-RECONTA-SAIDA
           ELSE IF NOT       MODO-SIMULACAO
                   WRITE     REG-SAIDA
                                THRU FIM-GRAVA-INCIDENTE
                           STOP RUN
                   END-IF
                   PERFORM REGISTRA-DCX THRU FIM-REGISTRA-DCX
                   ADD       1         TO    W-GRAVADOS-VOL
                   IF      W-GRAVADOS-VOL NOT < W-LIMITE-VOLUME
                           PERFORM TROCA-VOLUME THRU FIM-TROCA-VOLUME
           ADD     1                   TO    W-GRAVADOS
           PERFORM CADENCIA-BCKPT      THRU  FIM-CADENCIA-BCKPT
           DISPLAY (23 05) "MSG=>  GRAVADOS ... " W-GRAVADOS
           PERFORM CONTA-PROGRESSO     THRU  FIM-CONTA-PROGRESSO
           PERFORM VERIFICA-PARADA     THRU  FIM-VERIFICA-PARADA
           IF      PARADA-PEDIDA
                   GO        PAUSA-RODADA.
           GO      PROCESSA3.
       PROCESSOU3.
           EXIT.
           IF      W-MELHOR-MB         EQUAL     ZEROS
                   GO        FIM-PROCESSA-MERGE.
           PERFORM GRAVA-REG-MERGE     THRU      FIM-GRAVA-REG-MERGE
           PERFORM CONTA-PROGRESSO     THRU      FIM-CONTA-PROGRESSO
           IF      W-MELHOR-MB         EQUAL     1
                   PERFORM   LE-MERGE-B1 THRU    FIM-LE-MERGE-B1
           ELSE
                   MOVE      W-LIDOS   TO    S-DCX.
           MOVE    W-M-CAMPO           TO    S-CAMPO
           MOVE    W-M-LADO            TO    S-LADO
           MOVE    W-M-DCX             TO    W-RG-DCX
           MOVE    W-M-LADO            TO    W-RG-LADO
           IF      W-MELHOR-MB         EQUAL     1
                   MOVE      ARQ-ENTRADA1        TO    W-RG-ENTRADA
           ELSE
             IF    W-MELHOR-MB         EQUAL     2
                   MOVE      ARQ-ENTRADA2        TO    W-RG-ENTRADA
             ELSE
                   MOVE      ARQ-ENTRADA3        TO    W-RG-ENTRADA
             END-IF
           END-IF
           IF      EM-RECONTAGEM
                   PERFORM   REGISTRA-DCX  THRU FIM-REGISTRA-DCX
                   PERFORM   RECONTA-SAIDA THRU FIM-RECONTA-SAIDA
           ELSE IF NOT       MODO-SIMULACAO
                   WRITE     REG-SAIDA
                                THRU FIM-GRAVA-INCIDENTE
                           STOP RUN
                   END-IF
                   PERFORM REGISTRA-DCX THRU FIM-REGISTRA-DCX
                   ADD       1         TO    W-GRAVADOS-VOL
                   IF      W-GRAVADOS-VOL NOT < W-LIMITE-VOLUME
                           PERFORM TROCA-VOLUME THRU FIM-TROCA-VOLUME
                   MOVE      "ENTRADA1" TO   W-AB-ARQ
                   PERFORM   REGISTRA-AB THRU FIM-REGISTRA-AB
           END-IF.
           IF      (MODO-QUARENTENA AND W-REG-CRITICADO EQUAL "S")
              OR   W-DCX-REPETIDO      EQUAL     "S"
                   IF        EM-RECONTAGEM
                             PERFORM   RECONTA-QUARENTENA
                                  THRU FIM-RECONTA-QUARENTENA
                   MOVE      "ENTRADA2" TO   W-AB-ARQ
                   PERFORM   REGISTRA-AB THRU FIM-REGISTRA-AB
           END-IF.
           IF      (MODO-QUARENTENA AND W-REG-CRITICADO EQUAL "S")
              OR   W-DCX-REPETIDO      EQUAL     "S"
                   IF        EM-RECONTAGEM
                             PERFORM   RECONTA-QUARENTENA
                                  THRU FIM-RECONTA-QUARENTENA
                   MOVE      "ENTRADA3" TO   W-AB-ARQ
                   PERFORM   REGISTRA-AB THRU FIM-REGISTRA-AB
           END-IF.
           IF      (MODO-QUARENTENA AND W-REG-CRITICADO EQUAL "S")
              OR   W-DCX-REPETIDO      EQUAL     "S"
                   IF        EM-RECONTAGEM
                             PERFORM   RECONTA-QUARENTENA
                                  THRU FIM-RECONTA-QUARENTENA
      *    CRITICA DO E-DCX DE ORIGEM ANTES DA RENUMERACAO
      *----------------------------------------------------------
       VALIDA1.
           MOVE    "N"       TO        W-DCX-REPETIDO
           IF      E-DCX1    NOT       NUMERIC
                   MOVE      "ENTRADA1"          TO WE-ARQUIVO
                   MOVE      ZEROS               TO WE-DCX
                   END-IF
                   ADD       1                   TO W-QTD-EXC
                   MOVE      "S"                 TO W-REG-CRITICADO.
           MOVE    "ENTRADA1"          TO        WE-ARQUIVO
           MOVE    E-DCX1    TO        W-RG-DCX
           MOVE    E-LADO1   TO        W-RG-LADO
           PERFORM TESTA-DCX-REPETIDO  THRU      FIM-TESTA-DCX-REPETIDO.
       FIM-VALIDA1.
           EXIT.

       FIM-TESTA-DCX-DUP.
           EXIT.

      *----------------------------------------------------------
      *    TESTA-DCX-REPETIDO: O DCX + LADO EM W-RG-DCX/W-RG-LADO
      *    CONTRA O REGISTRO PERMANENTE. ENTRADA DE OUTRA RODADA
      *    (DATA/HORA DE INICIO DIFERENTES DAS DESTA), AINDA DENTRO
      *    DO PRAZO, E' REPETICAO: CRITICA "DCX JA PROCESSADO EM
      *    DD/MM/AA" E O REGISTRO VAI PARA A QUARENTENA. ENTRADA
      *    DESTA MESMA RODADA (RETOMADA, RECONTAGEM) NAO E'
      *    REPETICAO; ENTRADA VENCIDA E' SUBSTITUIDA NA GRAVACAO.
      *    REGISTRO JA CRITICADO NAO E' CONSULTADO.
      *----------------------------------------------------------
       TESTA-DCX-REPETIDO.
           IF      W-REG-CRITICADO     EQUAL     "S"
                   GO        FIM-TESTA-DCX-REPETIDO.
           MOVE    W-RG-DCX  TO        RG-DCX
           MOVE    W-RG-LADO TO        RG-LADO
           READ    PREGDCX
                   INVALID KEY
                   GO        FIM-TESTA-DCX-REPETIDO
           END-READ.
           IF      RG-DATA   NOT       NUMERIC
                   GO        FIM-TESTA-DCX-REPETIDO.
           IF      RG-DATA   <         W-RG-LIMITE
                   GO        FIM-TESTA-DCX-REPETIDO.
           IF      RG-DATA   EQUAL     W-RG-DATA-ROD
              AND  RG-HORA   EQUAL     W-RG-HORA-ROD
                   GO        FIM-TESTA-DCX-REPETIDO.
           MOVE    "S"       TO        W-DCX-REPETIDO
           MOVE    RG-DATA   TO        W-RG-DATA-LIDA
           MOVE    W-RG-DIA  TO        WR-DIA
           MOVE    W-RG-MES  TO        WR-MES
           MOVE    W-RG-ANO  TO        WR-ANO
           MOVE    W-RG-DCX  TO        WE-DCX
           MOVE    W-MOTIVO-REPETIDO   TO        WE-MOTIVO
           IF      NOT       EM-RECONTAGEM
                   WRITE     REG-EXCEPOES        FROM W-LINHA-EXC.
           ADD     1         TO        W-QTD-EXC
           MOVE    "S"       TO        W-REG-CRITICADO.
       FIM-TESTA-DCX-REPETIDO.
           EXIT.

      *----------------------------------------------------------
      *    REGISTRA-DCX: ANOTA NO REGISTRO PERMANENTE O DCX + LADO
      *    QUE ACABOU DE IR PARA A SAIDA (W-RG-DCX, W-RG-LADO,
      *    W-RG-ENTRADA), COM A RODADA, O VOLUME E A SEQUENCIA
      *    RENUMERADA. CHAVE JA EXISTENTE FICA COMO ESTA (DUPLICATA
      *    DO PROPRIO ARQUIVO, RECONTAGEM DA RETOMADA), A MENOS QUE
      *    ESTEJA VENCIDA - AI A ENTRADA E' REGRAVADA COM ESTA
      *    RODADA. DCX INVALIDO (JA CRITICADO) NAO E' REGISTRADO.
      *----------------------------------------------------------
       REGISTRA-DCX.
           IF      W-RG-DCX  NOT       NUMERIC
                   GO        FIM-REGISTRA-DCX.
           IF      W-RG-DCX  EQUAL     "0000000"
                   GO        FIM-REGISTRA-DCX.
           MOVE    SPACES    TO        REG-REGDCX
           MOVE    W-RG-DCX  TO        RG-DCX
           MOVE    W-RG-LADO TO        RG-LADO
           MOVE    W-RG-DATA-ROD       TO        RG-DATA
           MOVE    W-RG-HORA-ROD       TO        RG-HORA
           MOVE    W-RG-ENTRADA        TO        RG-ENTRADA
           MOVE    ARQ-SAIDA TO        RG-SAIDA
           MOVE    S-DCX     TO        RG-SEQ
           MOVE    REG-REGDCX          TO        W-REG-REGDCX-NOVO
           WRITE   REG-REGDCX
                   INVALID KEY
                   PERFORM   RENOVA-REGDCX THRU FIM-RENOVA-REGDCX
           END-WRITE.
       FIM-REGISTRA-DCX.
           EXIT.

       RENOVA-REGDCX.
           READ    PREGDCX
                   INVALID KEY
                   GO        FIM-RENOVA-REGDCX
           END-READ.
           IF      RG-DATA   NUMERIC
              AND  RG-DATA   NOT       <         W-RG-LIMITE
                   GO        FIM-RENOVA-REGDCX.
           MOVE    W-REG-REGDCX-NOVO   TO        REG-REGDCX
           REWRITE REG-REGDCX.
       FIM-RENOVA-REGDCX.
           EXIT.

      *****************************************************************
      *    ABRE-REGISTRO-DCX: IDENTIFICA A RODADA (DATA E HORA DE
      *    INICIO - NA RETOMADA, AS DA RODADA ORIGINAL, QUE VEM DO
      *    CHECKPOINT), CALCULA A DATA LIMITE DO PRAZO DE RETENCAO
      *    (DCX_PRAZO.TXT) E ABRE O REGISTRO PERMANENTE, CRIADO
      *    VAZIO NA PRIMEIRA VEZ. SEM O REGISTRO A RODADA NAO SEGUE
      *    - E' ELE QUE SEGURA A IMPRESSAO EM DOBRO.
      *****************************************************************
       ABRE-REGISTRO-DCX.
           IF      W-RG-DATA-ROD       EQUAL     ZEROS
                   ACCEPT    W-RG-DATA-ROD       FROM DATE YYYYMMDD
                   ACCEPT    W-TIME    FROM      TIME
                   MOVE      W-TIME    TO        W-RG-HORA-ROD.
           MOVE    "DCX_PRAZO.TXT"     TO        W-PM-ARQUIVO
           PERFORM ANOTA-PARAMETRO     THRU FIM-ANOTA-PARAMETRO
           OPEN    INPUT     PDCXPRAZO
           IF      W-FS-DCXPRAZO       EQUAL     "00"
                   READ      PDCXPRAZO
                             AT END MOVE ZEROS TO DP-DIAS
                   END-READ
                   CLOSE     PDCXPRAZO
                   IF        DP-DIAS   NUMERIC
                      AND    DP-DIAS   >         ZEROS
                             MOVE      DP-DIAS   TO   W-RG-PRAZO
                   END-IF
           END-IF.
           COMPUTE W-RG-LIMITE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (W-RG-DATA-ROD)
                    - W-RG-PRAZO).
           OPEN    I-O       PREGDCX
           IF      W-FS-REGDCX         EQUAL     "35"
                   OPEN      OUTPUT    PREGDCX
                   CLOSE     PREGDCX
                   OPEN      I-O       PREGDCX.
           IF      W-FS-REGDCX         NOT       EQUAL     "00"
                   DISPLAY (23 05) "ERRO ABERTURA DCX_REGISTRO.IDX = "
                                    W-FS-REGDCX
                   MOVE    "ERRO NA ABERTURA DO REGISTRO DE DCX"
                           TO W-MOT-INCID
                   PERFORM GRAVA-INCIDENTE THRU FIM-GRAVA-INCIDENTE
                   STOP RUN.
           MOVE    "S"       TO        W-USA-QUAREN.
       FIM-ABRE-REGISTRO-DCX.
           EXIT.

       VALIDA2.
           MOVE    "N"       TO        W-DCX-REPETIDO
           IF      E-DCX2    NOT       NUMERIC
                   MOVE      "ENTRADA2"          TO WE-ARQUIVO
                   MOVE      ZEROS               TO WE-DCX
                   END-IF
                   ADD       1                   TO W-QTD-EXC
                   MOVE      "S"                 TO W-REG-CRITICADO.
           MOVE    "ENTRADA2"          TO        WE-ARQUIVO
           MOVE    E-DCX2    TO        W-RG-DCX
           MOVE    E-LADO2   TO        W-RG-LADO
           PERFORM TESTA-DCX-REPETIDO  THRU      FIM-TESTA-DCX-REPETIDO.
       FIM-VALIDA2.
           EXIT.

       VALIDA3.
           MOVE    "N"       TO        W-DCX-REPETIDO
           IF      E-DCX3    NOT       NUMERIC
                   MOVE      "ENTRADA3"          TO WE-ARQUIVO
                   MOVE      ZEROS               TO WE-DCX
                   END-IF
                   ADD       1                   TO W-QTD-EXC
                   MOVE      "S"                 TO W-REG-CRITICADO.
           MOVE    "ENTRADA3"          TO        WE-ARQUIVO
           MOVE    E-DCX3    TO        W-RG-DCX
           MOVE    E-LADO3   TO        W-RG-LADO
           PERFORM TESTA-DCX-REPETIDO  THRU      FIM-TESTA-DCX-REPETIDO.
       FIM-VALIDA3.
           EXIT.

       FIM-VERIFICA-ORFAO.
           EXIT.

      *-----------------------------------------------------------
      *    ANOTA-PARAMETRO: A VERSAO DO ARQUIVO DE PARAMETROS LIDO
      *    (W-PM-ARQUIVO) VAI PARA O RUNLOG, PELO PARAMVER.
      *-----------------------------------------------------------
       ANOTA-PARAMETRO.
           MOVE    "R"       TO        W-PM-MODO
           MOVE    "BINGON"  TO        W-PM-PROGRAMA
           CALL    "PARAMVER" USING    W-PARAMVER
                   ON EXCEPTION
                   DISPLAY "PARAMVER INDISPONIVEL - VERSAO DE "
                           W-PM-ARQUIVO " NAO ANOTADA"
           END-CALL.
       FIM-ANOTA-PARAMETRO.
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
