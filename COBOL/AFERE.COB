       IDENTIFICATION DIVISION.
       PROGRAM-ID.      AFERE.
      *
      *  AFERICAO DE VAZAO DA CADEIA: MEDE QUANTOS REGISTROS POR
      *  SEGUNDO O XPGR47, O BINGON, O TRUNCA E O SORT AGUENTAM EM
      *  CARGAS DE TAMANHO FIXO, PARA QUE UMA ALTERACAO QUE DEIXOU
      *  ALGUM DELES MAIS LENTO APARECA ANTES DA PROMOCAO - E NAO NA
      *  NOITE QUE ESTOURA A JANELA. RODA AO LADO DO CERTIFICA: O
      *  CERTIFICA DIZ SE A CADEIA CONTINUA CERTA, O AFERE SE ELA
      *  CONTINUA NO MESMO RITMO.
      *
      *  AS CARGAS SAO PREPARADAS ANTES, NO TAMANHO DESEJADO (POR
      *  EXEMPLO 10 MIL, 100 MIL E 1 MILHAO DE DOCUMENTOS), COM OS
      *  GERADORES DE SEMPRE - GERAAB PARA O PAR DICONIX DO BINGON,
      *  ENGORDA PARA ENCORPAR AS ENTRADAS DO TRUNCA/SORT E GERAPED
      *  PARA O PEDIDO DO XPGR47. O ROTEIRO FICA EM AFERICAO.TXT:
      *    "C" - UMA LINHA POR CARGA: ROTULO, TAMANHO NOMINAL E O
      *          PEDIDO (CAMINHO E NOME) QUE O XPGR47 VAI CRITICAR -
      *          SEM PEDIDO, A CARGA NAO AFERE O XPGR47;
      *    "T" - TOLERANCIA, EM PORCENTO, DA PERDA DE VAZAO ACEITA
      *          ANTES DE ACUSAR UMA ETAPA (SEM LINHA, 10%).
      *
      *  PARA CADA CARGA A PARTIDA MONTA A FILA DA SESSAO GUIADA
      *  (SESSAO.TXT, O MESMO MECANISMO DO PAINEL E DO CERTIFICA):
      *  XPGR47 (QUE RECEBE O PEDIDO PELO CHAIN, COMO DO XPGR47N),
      *  BINGON, TRUNCA, SORT E ESTE PROPRIO PROGRAMA NO FIM. QUANDO
      *  A FILA SE ESGOTA E DEVOLVE O CHAIN, A APURACAO DA CARGA
      *  TIRA DO RUNLOG.TXT O PAR INICIO/FIM ("I"/"F") DE CADA ETAPA
      *  DESDE A PARTIDA - DESCONTADAS AS PAUSAS - E GRAVA UMA LINHA
      *  POR ETAPA EM BENCHMARK.TXT (RODADA, PROGRAMA, CARGA, LIDOS,
      *  SEGUNDOS, REGISTROS POR SEGUNDO). ENTAO PARTE A CARGA
      *  SEGUINTE; DEPOIS DA ULTIMA SAI O COMPARATIVO EM
      *  BENCHMARK_REL.TXT: CADA ETAPA CONTRA A AFERICAO ANTERIOR E
      *  CONTRA A REFERENCIA (BENCHMARK_REF.TXT), MARCANDO "LENTO" O
      *  QUE PERDEU MAIS QUE A TOLERANCIA - COM ALGUMA ETAPA LENTA O
      *  PROGRAMA TERMINA COM RETURN-CODE 8.
      *
      *  A FASE (AFERICAO EM CURSO E QUAL CARGA) FICA EM AFERE.EST.
      *  A AFERICAO NAO RODA NA PRODUCAO.
      *
      *  A REFERENCIA E' FIXADA A MAO, DEPOIS DE UMA AFERICAO ACEITA
      *  COMO PADRAO (COPIA A ULTIMA RODADA DO BENCHMARK.TXT):
      *     AFERE REFERENCIA
      *
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT       PAFERIC        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-AFERIC
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PSESSAO        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-SESSAO
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PESTADO        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-ESTADO
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PBENCH         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-BENCH
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PREFER         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-REFER
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PRELAT         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-RELAT
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PRUNLOG        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-RUNLOG
                        ACCESS         MODE      IS   SEQUENTIAL.

       DATA        DIVISION.
       FILE        SECTION.
      *-----------------------------------------------------------
      *    ROTEIRO DA AFERICAO: "C" = CARGA (ROTULO, TAMANHO
      *    NOMINAL, PEDIDO DO XPGR47), "T" = TOLERANCIA EM PORCENTO.
      *-----------------------------------------------------------
       FD  PAFERIC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "AFERICAO.TXT".
       01  REG-AFERIC.
           02  AF-TIPO                PIC X(01).
           02  FILLER                 PIC X(01).
           02  AF-CARGA               PIC X(10).
           02  FILLER                 PIC X(02).
           02  AF-QTDE                PIC 9(09).
           02  FILLER                 PIC X(02).
           02  AF-PEDIDO              PIC X(50).
           02  FILLER                 PIC X(02).
           02  AF-NOME                PIC X(20).
       01  REG-AFERIC-T.
           02  FILLER                 PIC X(02).
           02  AF-TOLERANCIA          PIC 9(03).
           02  FILLER                 PIC X(92).

       FD  PSESSAO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "SESSAO.TXT".
       01  REG-SESSAO.
           02  SES-PROGRAMA           PIC X(10).
           02  FILLER                 PIC X(02).
           02  SES-STATUS             PIC X(01).

      *    FASE DA AFERICAO: "E" = CADEIA DA CARGA ES-CARGA EM CURSO
      *    (A PROXIMA ENTRADA NESTE PROGRAMA E' A APURACAO DELA),
      *    "F" = ENCERRADA. ES-DATA/ES-HORA = PARTIDA DA CARGA;
      *    ES-RODADA = PARTIDA DA PRIMEIRA CARGA (IDENTIFICA A
      *    AFERICAO INTEIRA NO BENCHMARK.TXT).
       FD  PESTADO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "AFERE.EST".
       01  REG-ESTADO.
           02  ES-STATUS              PIC X(01).
           02  FILLER                 PIC X(02).
           02  ES-DATA                PIC X(06).
           02  FILLER                 PIC X(02).
           02  ES-HORA                PIC X(06).
           02  FILLER                 PIC X(02).
           02  ES-CARGA               PIC 9(02).
           02  FILLER                 PIC X(02).
           02  ES-RODADA              PIC X(12).

      *    HISTORICO DAS AFERICOES, SO' ACRESCIDO: UMA LINHA POR
      *    ETAPA E CARGA. BM-SITUACAO "M" = MEDIDA, "N" = SEM PAR
      *    INICIO/FIM NO RUNLOG (ETAPA NAO RODOU OU NAO TERMINOU).
       FD  PBENCH
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "BENCHMARK.TXT".
       01  REG-BENCH.
           02  BM-RODADA              PIC X(12).
           02  FILLER                 PIC X(02).
           02  BM-PROGRAMA            PIC X(10).
           02  FILLER                 PIC X(02).
           02  BM-CARGA               PIC X(10).
           02  FILLER                 PIC X(02).
           02  BM-QTDE                PIC 9(09).
           02  FILLER                 PIC X(02).
           02  BM-LIDOS               PIC 9(09).
           02  FILLER                 PIC X(02).
           02  BM-SEGUNDOS            PIC 9(07).
           02  FILLER                 PIC X(02).
           02  BM-VAZAO               PIC 9(09).
           02  FILLER                 PIC X(02).
           02  BM-SITUACAO            PIC X(01).
           02  FILLER                 PIC X(02).
           02  BM-AMBIENTE            PIC X(10).

      *    REFERENCIA: UMA AFERICAO INTEIRA ACEITA COMO PADRAO, NO
      *    MESMO LAYOUT DO BENCHMARK.TXT.
       FD  PREFER
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "BENCHMARK_REF.TXT".
       01  REG-REFER.
           02  RF-RODADA              PIC X(12).
           02  FILLER                 PIC X(02).
           02  RF-PROGRAMA            PIC X(10).
           02  FILLER                 PIC X(02).
           02  RF-CARGA               PIC X(10).
           02  FILLER                 PIC X(02).
           02  RF-QTDE                PIC 9(09).
           02  FILLER                 PIC X(02).
           02  RF-LIDOS               PIC 9(09).
           02  FILLER                 PIC X(02).
           02  RF-SEGUNDOS            PIC 9(07).
           02  FILLER                 PIC X(02).
           02  RF-VAZAO               PIC 9(09).
           02  FILLER                 PIC X(02).
           02  RF-SITUACAO            PIC X(01).
           02  FILLER                 PIC X(02).
           02  RF-AMBIENTE            PIC X(10).

       FD  PRELAT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "BENCHMARK_REL.TXT".
       01  REG-RELAT              PIC X(100).

       FD  PRUNLOG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RUNLOG.TXT".
       01  REG-RUNLOG.
           02  RL-PROGRAMA            PIC X(10).
           02  FILLER                 PIC X(02).
           02  RL-DATA                PIC X(06).
           02  FILLER                 PIC X(02).
           02  RL-HORA                PIC X(06).
           02  FILLER                 PIC X(02).
           02  RL-LIDOS               PIC 9(09).
           02  FILLER                 PIC X(02).
           02  RL-GRAVADOS            PIC 9(09).
           02  FILLER                 PIC X(02).
           02  RL-EVENTO              PIC X(01).
           02  FILLER                 PIC X(33).
           02  RL-AMBIENTE            PIC X(10).

       WORKING-STORAGE  SECTION.
       77  W-FS-AFERIC            PIC X(002) VALUE SPACES.
       77  W-FS-SESSAO            PIC X(002) VALUE SPACES.
       77  W-FS-ESTADO            PIC X(002) VALUE SPACES.
       77  W-FS-BENCH             PIC X(002) VALUE SPACES.
       77  W-FS-REFER             PIC X(002) VALUE SPACES.
       77  W-FS-RELAT             PIC X(002) VALUE SPACES.
       77  W-FS-RUNLOG            PIC X(002) VALUE SPACES.
       77  W-ARGC                 PIC 9(002) VALUE ZEROS.
       77  W-OPCAO                PIC X(010) VALUE SPACES.
       77  W-FASE                 PIC X(001) VALUE SPACES.
       77  W-TOLERANCIA           PIC 9(003) VALUE 10.
       77  W-QTDE-CARGAS          PIC 9(002) VALUE ZEROS.
       77  W-IND-CARGA            PIC 9(002) VALUE ZEROS.
       77  W-CARGA-ATUAL          PIC 9(002) VALUE ZEROS.
       77  W-RODADA               PIC X(012) VALUE SPACES.
       77  W-PARTIDA-CARGA        PIC X(012) VALUE SPACES.
       77  W-IND-PASSO            PIC 9(002) VALUE ZEROS.
       77  W-PASSO-ACHADO         PIC 9(002) VALUE ZEROS.
       77  W-PRIMEIRO-PASSO       PIC 9(002) VALUE ZEROS.
       77  W-CARIMBO-RL           PIC X(012) VALUE SPACES.
       77  W-SEG-INI              PIC 9(007) VALUE ZEROS.
       77  W-SEG-FIM              PIC 9(007) VALUE ZEROS.
       77  W-TRECHO               PIC 9(007) VALUE ZEROS.
       77  W-QTDE-MED             PIC 9(002) VALUE ZEROS.
       77  W-IND-MED              PIC 9(002) VALUE ZEROS.
       77  W-MED-ACHADA           PIC 9(002) VALUE ZEROS.
       77  W-VARIACAO             PIC S9(005) VALUE ZEROS.
       77  W-QT-LENTOS            PIC 9(002) VALUE ZEROS.
       77  W-QT-SEM-MEDIDA        PIC 9(002) VALUE ZEROS.
       77  W-QT-MEDIDOS           PIC 9(009) VALUE ZEROS.
       77  W-ULTIMA-RODADA        PIC X(012) VALUE SPACES.
       77  W-QT-COPIADAS          PIC 9(005) VALUE ZEROS.
       77  W-PED-PATH             PIC X(050) VALUE SPACES.
       77  W-PED-NOME             PIC X(020) VALUE SPACES.
       77  W-PED-DATA             PIC X(008) VALUE SPACES.
       77  W-QTDE-FILA            PIC 9(002) VALUE ZEROS.
       77  W-IND-FILA             PIC 9(002) VALUE ZEROS.
       01  TABELA-FILA-ENC.
           03 TFC-ITEM OCCURS 10 TIMES.
              05 TFC-PROGRAMA     PIC X(10).
              05 TFC-STATUS       PIC X(01).

       01  TABELA-CARGAS.
           03 TC-ITEM OCCURS 10 TIMES.
              05 TC-CARGA         PIC X(10).
              05 TC-QTDE          PIC 9(09).
              05 TC-PEDIDO        PIC X(50).
              05 TC-NOME          PIC X(20).

      *    ETAPAS AFERIDAS, NA ORDEM DA FILA. O XPGR47 VEM PRIMEIRO
      *    PORQUE SO' ELE PRECISA RECEBER PARAMETROS PELO CHAIN.
       01  NOMES-PASSOS.
           03 FILLER              PIC X(10) VALUE "XPGR47".
           03 FILLER              PIC X(10) VALUE "BINGON".
           03 FILLER              PIC X(10) VALUE "TRUNCA".
           03 FILLER              PIC X(10) VALUE "SORT".
       01  TABELA-NOMES-PASSOS    REDEFINES NOMES-PASSOS.
           03 TN-PASSO            PIC X(10) OCCURS 4 TIMES.

       01  TABELA-PASSOS.
           03 TP-ITEM OCCURS 4 TIMES.
              05 TP-INICIO        PIC X(12).
              05 TP-SEGUNDOS      PIC 9(07).
              05 TP-LIDOS         PIC 9(09).
              05 TP-FECHOU        PIC X(01).

      *    MEDIDAS DA AFERICAO CORRENTE PARA O COMPARATIVO (ATE 10
      *    CARGAS DE 4 ETAPAS), COM A VAZAO DA ANTERIOR E DA
      *    REFERENCIA PARA A MESMA ETAPA E CARGA.
       01  TABELA-MEDIDAS.
           03 TM-ITEM OCCURS 40 TIMES.
              05 TM-PROGRAMA      PIC X(10).
              05 TM-CARGA         PIC X(10).
              05 TM-LIDOS         PIC 9(09).
              05 TM-SEGUNDOS      PIC 9(07).
              05 TM-VAZAO         PIC 9(09).
              05 TM-SITUACAO      PIC X(01).
              05 TM-VZ-ANT        PIC 9(09).
              05 TM-TEM-ANT       PIC X(01).
              05 TM-VZ-REF        PIC 9(09).
              05 TM-TEM-REF       PIC X(01).

       01  W-CARIMBO.
           02 W-CB-DATA           PIC X(06).
           02 W-CB-HORA           PIC 9(02).
           02 W-CB-MINU           PIC 9(02).
           02 W-CB-SEGU           PIC 9(02).

       01  W-DATE.
           02 W-ANO   PIC 9(02).
           02 W-MES   PIC 9(02).
           02 W-DIA   PIC 9(02).

       01  W-TIME.
           02 W-HORA  PIC 9(02).
           02 W-MINU  PIC 9(02).
           02 W-SEGU  PIC 9(02).

       01  W-CAB-AMBIENTE.
           02  FILLER             PIC X(10) VALUE "AMBIENTE: ".
           02  W-CA-NOME          PIC X(10) VALUE SPACES.
       01  W-CAB-1.
           02  FILLER             PIC X(30) VALUE
               "AFERICAO DE VAZAO DA CADEIA - ".
           02  W-C1-DIA           PIC 9(02).
           02  FILLER             PIC X(01) VALUE "/".
           02  W-C1-MES           PIC 9(02).
           02  FILLER             PIC X(01) VALUE "/".
           02  W-C1-ANO           PIC 9(02).
           02  FILLER             PIC X(13) VALUE "  TOLERANCIA ".
           02  W-C1-TOLER         PIC ZZ9.
           02  FILLER             PIC X(01) VALUE "%".
       01  W-CAB-2.
           02  FILLER             PIC X(40) VALUE
               "PROGRAMA   CARGA          LIDOS SEGUNDO ".
           02  FILLER             PIC X(35) VALUE
               "    REG/S    ANT%    REF%  SITUACAO".
       01  W-LINHA-MEDIDA.
           02  W-LM-PROGRAMA      PIC X(10).
           02  FILLER             PIC X(01) VALUE SPACE.
           02  W-LM-CARGA         PIC X(10).
           02  FILLER             PIC X(01) VALUE SPACE.
           02  W-LM-LIDOS         PIC ZZZZZZZZ9.
           02  FILLER             PIC X(01) VALUE SPACE.
           02  W-LM-SEGUNDOS      PIC ZZZZZZ9.
           02  FILLER             PIC X(01) VALUE SPACE.
           02  W-LM-VAZAO         PIC ZZZZZZZZ9.
           02  FILLER             PIC X(01) VALUE SPACE.
           02  W-LM-VAR-ANT       PIC X(07).
           02  FILLER             PIC X(01) VALUE SPACE.
           02  W-LM-VAR-REF       PIC X(07).
           02  FILLER             PIC X(02) VALUE SPACES.
           02  W-LM-SITUACAO      PIC X(10).
       01  W-VAR-EDITADA          PIC -----9.

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
           IF      AMBIENTE-PRODUCAO
                   DISPLAY "AFERICAO NAO RODA NA PRODUCAO - USAR "
                           "HOMOLOG OU TESTE"
                   STOP RUN.
           ACCEPT  W-ARGC    FROM      ARGUMENT-NUMBER
           IF      W-ARGC    >         ZEROS
                   DISPLAY   1         UPON      ARGUMENT-NUMBER
                   ACCEPT    W-OPCAO   FROM      ARGUMENT-VALUE.
           IF      W-OPCAO   EQUAL     "REFERENCIA"
                   GO        FIXA-REFERENCIA.
           PERFORM CARREGA-ROTEIRO     THRU FIM-CARREGA-ROTEIRO.
           IF      W-QTDE-CARGAS       EQUAL     ZEROS
                   DISPLAY "AFERICAO.TXT AUSENTE OU SEM CARGAS - NADA "
                           "A AFERIR"
                   STOP RUN.
           PERFORM LE-ESTADO           THRU FIM-LE-ESTADO.
           IF      W-FASE    EQUAL     "E"
                   GO        APURACAO.
           ACCEPT  W-DATE    FROM      DATE
           ACCEPT  W-TIME    FROM      TIME
           MOVE    SPACES    TO        W-RODADA
           STRING  W-DATE W-TIME DELIMITED BY SIZE INTO W-RODADA
           MOVE    1         TO        W-CARGA-ATUAL
           GO      PARTIDA.

      *****************************************************************
      *    PARTIDA: FILA DA SESSAO GUIADA PARA A CARGA W-CARGA-ATUAL -
      *    XPGR47 (QUANDO A CARGA TEM PEDIDO), BINGON, TRUNCA, SORT E
      *    ESTE PROGRAMA NO FIM COMO PENDENTE. A PRIMEIRA ETAPA JA' SAI
      *    "E" E RECEBE O CHAIN; DAI EM DIANTE A CADEIA ANDA SOZINHA.
      *    A HORA DA PARTIDA VAI PARA O AFERE.EST: SO' CONTAM, NA
      *    APURACAO, AS LINHAS DO RUNLOG DALI EM DIANTE.
      *****************************************************************
       PARTIDA.
           MOVE    1         TO        W-PRIMEIRO-PASSO
           IF      TC-PEDIDO(W-CARGA-ATUAL)      EQUAL     SPACES
                   MOVE      2         TO        W-PRIMEIRO-PASSO.
           OPEN    OUTPUT    PSESSAO
           PERFORM GRAVA-ITEM-SESSAO   THRU FIM-GRAVA-ITEM-SESSAO
                    VARYING W-IND-PASSO FROM W-PRIMEIRO-PASSO BY 1
                    UNTIL   W-IND-PASSO > 4
           MOVE    SPACES    TO        REG-SESSAO
           MOVE    "AFERE"   TO        SES-PROGRAMA
           MOVE    "P"       TO        SES-STATUS
           WRITE   REG-SESSAO
           CLOSE   PSESSAO.
           PERFORM GRAVA-ESTADO-E      THRU FIM-GRAVA-ESTADO-E.
           DISPLAY "AFERICAO " W-RODADA " - CARGA "
                   TC-CARGA(W-CARGA-ATUAL) " ("
                   W-CARGA-ATUAL " DE " W-QTDE-CARGAS ")"
           DISPLAY "PRIMEIRA ETAPA: " TN-PASSO(W-PRIMEIRO-PASSO).
           IF      W-PRIMEIRO-PASSO    EQUAL     1
                   MOVE      TC-PEDIDO(W-CARGA-ATUAL)
                             TO        W-PED-PATH
                   MOVE      TC-NOME(W-CARGA-ATUAL)
                             TO        W-PED-NOME
                   IF        W-PED-NOME          EQUAL     SPACES
                             MOVE      W-PED-PATH TO       W-PED-NOME
                   END-IF
                   MOVE      SPACES    TO        W-PED-DATA
                   STRING    W-DIA "/" W-MES "/" W-ANO
                             DELIMITED BY SIZE INTO W-PED-DATA
                   CHAIN "XPGR47" USING W-PED-PATH W-PED-NOME
                                        W-PED-DATA
           END-IF
           CHAIN   "BINGON".

      *****************************************************************
      *    APURACAO: A CADEIA DA CARGA TERMINOU E DEVOLVEU O CHAIN -
      *    MEDE CADA ETAPA PELO RUNLOG, GRAVA AS LINHAS DA CARGA NO
      *    BENCHMARK.TXT E PARTE A CARGA SEGUINTE; DEPOIS DA ULTIMA,
      *    SAI O COMPARATIVO.
      *****************************************************************
       APURACAO.
           PERFORM MEDE-CARGA          THRU FIM-MEDE-CARGA.
           PERFORM GRAVA-BENCHMARK     THRU FIM-GRAVA-BENCHMARK.
           IF      W-CARGA-ATUAL       <         W-QTDE-CARGAS
                   ADD       1         TO        W-CARGA-ATUAL
                   ACCEPT    W-DATE    FROM      DATE
                   ACCEPT    W-TIME    FROM      TIME
                   GO        PARTIDA.
           PERFORM GRAVA-ESTADO-F      THRU FIM-GRAVA-ESTADO-F.
           PERFORM CARREGA-MEDIDAS     THRU FIM-CARREGA-MEDIDAS.
           PERFORM EMITE-COMPARATIVO   THRU FIM-EMITE-COMPARATIVO.
           PERFORM ENCERRA-SESSAO      THRU FIM-ENCERRA-SESSAO
           PERFORM GRAVA-RUNLOG        THRU FIM-GRAVA-RUNLOG
           PERFORM ARQUIVA-RELATORIO   THRU FIM-ARQUIVA-RELATORIO
           IF      W-QT-LENTOS         >         ZEROS
                   MOVE      8         TO        RETURN-CODE.
           STOP    RUN.

      *****************************************************************
      *    MEDE-CARGA: VARRE O RUNLOG.TXT A PARTIR DA PARTIDA DA CARGA.
      *    "I" ABRE O TRECHO DA ETAPA; "P" (PAUSA DO OPERADOR) FECHA
      *    O TRECHO SEM ENCERRAR A ETAPA - A RETOMADA ABRE OUTRO "I";
      *    "F" (OU BRANCO, FORMATO ANTIGO) FECHA O TRECHO E A ETAPA E
      *    TRAZ OS LIDOS. O TEMPO DA ETAPA E' A SOMA DOS TRECHOS.
      *****************************************************************
       MEDE-CARGA.
           PERFORM ZERA-PASSO          THRU FIM-ZERA-PASSO
                    VARYING W-IND-PASSO FROM 1 BY 1
                    UNTIL   W-IND-PASSO > 4
           OPEN    INPUT     PRUNLOG
           IF      W-FS-RUNLOG         NOT       EQUAL     "00"
                   GO        FIM-MEDE-CARGA.
       LE-RUNLOG-CARGA.
           READ    PRUNLOG   AT        END
                   CLOSE     PRUNLOG
                   GO        FIM-MEDE-CARGA.
           MOVE    SPACES    TO        W-CARIMBO-RL
           STRING  RL-DATA RL-HORA DELIMITED BY SIZE INTO W-CARIMBO-RL
           IF      W-CARIMBO-RL        <         W-PARTIDA-CARGA
                   GO        LE-RUNLOG-CARGA.
           MOVE    ZEROS     TO        W-PASSO-ACHADO
           PERFORM ACHA-PASSO          THRU FIM-ACHA-PASSO
                    VARYING W-IND-PASSO FROM 1 BY 1
                    UNTIL   W-IND-PASSO > 4
           IF      W-PASSO-ACHADO      EQUAL     ZEROS
                   GO        LE-RUNLOG-CARGA.
           MOVE    W-PASSO-ACHADO      TO        W-IND-PASSO
           IF      RL-EVENTO EQUAL     "I"
                   MOVE      W-CARIMBO-RL TO     TP-INICIO(W-IND-PASSO)
                   GO        LE-RUNLOG-CARGA.
           IF      RL-EVENTO NOT       EQUAL     "P"
           AND     RL-EVENTO NOT       EQUAL     "F"
           AND     RL-EVENTO NOT       EQUAL     SPACE
                   GO        LE-RUNLOG-CARGA.
           IF      TP-INICIO(W-IND-PASSO)        EQUAL     SPACES
                   GO        LE-RUNLOG-CARGA.
           PERFORM SOMA-TRECHO         THRU FIM-SOMA-TRECHO
           MOVE    SPACES    TO        TP-INICIO(W-IND-PASSO)
           IF      RL-EVENTO EQUAL     "P"
                   GO        LE-RUNLOG-CARGA.
           MOVE    RL-LIDOS  TO        TP-LIDOS(W-IND-PASSO)
           MOVE    "S"       TO        TP-FECHOU(W-IND-PASSO)
           GO      LE-RUNLOG-CARGA.
       FIM-MEDE-CARGA.
           EXIT.

       ZERA-PASSO.
           MOVE    SPACES    TO        TP-INICIO(W-IND-PASSO)
           MOVE    ZEROS     TO        TP-SEGUNDOS(W-IND-PASSO)
                                       TP-LIDOS(W-IND-PASSO)
           MOVE    "N"       TO        TP-FECHOU(W-IND-PASSO).
       FIM-ZERA-PASSO.
           EXIT.

       ACHA-PASSO.
           IF      W-PASSO-ACHADO      EQUAL     ZEROS
           AND     RL-PROGRAMA         EQUAL     TN-PASSO(W-IND-PASSO)
                   MOVE      W-IND-PASSO         TO   W-PASSO-ACHADO.
       FIM-ACHA-PASSO.
           EXIT.

      *    SOMA-TRECHO: SEGUNDOS ENTRE O "I" GUARDADO E A LINHA LIDA.
      *    TRECHO QUE VIROU A MEIA-NOITE GANHA AS 24 HORAS (COMO NO
      *    RELOPER).
       SOMA-TRECHO.
           MOVE    TP-INICIO(W-IND-PASSO)        TO        W-CARIMBO
           COMPUTE W-SEG-INI = (W-CB-HORA * 3600) + (W-CB-MINU * 60)
                             + W-CB-SEGU
           MOVE    W-CARIMBO-RL        TO        W-CARIMBO
           COMPUTE W-SEG-FIM = (W-CB-HORA * 3600) + (W-CB-MINU * 60)
                             + W-CB-SEGU
           IF      RL-DATA   EQUAL     TP-INICIO(W-IND-PASSO)(1:6)
           AND     W-SEG-FIM NOT       <         W-SEG-INI
                   COMPUTE   W-TRECHO  =         W-SEG-FIM - W-SEG-INI
           ELSE
                   COMPUTE   W-TRECHO  =  W-SEG-FIM + 86400 - W-SEG-INI.
           ADD     W-TRECHO  TO        TP-SEGUNDOS(W-IND-PASSO).
       FIM-SOMA-TRECHO.
           EXIT.

      *****************************************************************
      *    GRAVA-BENCHMARK: UMA LINHA POR ETAPA DA CARGA NO HISTORICO.
      *    VAZAO = LIDOS / SEGUNDOS; ETAPA QUE COUBE NO MESMO SEGUNDO
      *    DO RUNLOG CONTA COMO UM SEGUNDO.
      *****************************************************************
       GRAVA-BENCHMARK.
           OPEN    EXTEND    PBENCH
           IF      W-FS-BENCH          NOT       EQUAL     "00"
                   OPEN      OUTPUT    PBENCH.
           MOVE    1         TO        W-PRIMEIRO-PASSO
           IF      TC-PEDIDO(W-CARGA-ATUAL)      EQUAL     SPACES
                   MOVE      2         TO        W-PRIMEIRO-PASSO.
           PERFORM GRAVA-LINHA-BENCH   THRU FIM-GRAVA-LINHA-BENCH
                    VARYING W-IND-PASSO FROM W-PRIMEIRO-PASSO BY 1
                    UNTIL   W-IND-PASSO > 4
           CLOSE   PBENCH.
       FIM-GRAVA-BENCHMARK.
           EXIT.

       GRAVA-LINHA-BENCH.
           MOVE    SPACES    TO        REG-BENCH
           MOVE    W-RODADA  TO        BM-RODADA
           MOVE    TN-PASSO(W-IND-PASSO)         TO        BM-PROGRAMA
           MOVE    TC-CARGA(W-CARGA-ATUAL)       TO        BM-CARGA
           MOVE    TC-QTDE(W-CARGA-ATUAL)        TO        BM-QTDE
           MOVE    TP-LIDOS(W-IND-PASSO)         TO        BM-LIDOS
           MOVE    TP-SEGUNDOS(W-IND-PASSO)      TO        BM-SEGUNDOS
           MOVE    W-AM-NOME TO        BM-AMBIENTE
           MOVE    ZEROS     TO        BM-VAZAO
           IF      TP-FECHOU(W-IND-PASSO)        NOT       EQUAL  "S"
                   MOVE      "N"       TO        BM-SITUACAO
                   DISPLAY   "ETAPA " TN-PASSO(W-IND-PASSO)
                             " SEM PAR INICIO/FIM NO RUNLOG"
                   GO        ESCREVE-LINHA-BENCH.
           MOVE    "M"       TO        BM-SITUACAO
           IF      TP-SEGUNDOS(W-IND-PASSO)      EQUAL     ZEROS
                   MOVE      TP-LIDOS(W-IND-PASSO)         TO BM-VAZAO
           ELSE
                   DIVIDE    TP-LIDOS(W-IND-PASSO)
                             BY        TP-SEGUNDOS(W-IND-PASSO)
                             GIVING    BM-VAZAO.
           DISPLAY "ETAPA " TN-PASSO(W-IND-PASSO) " LIDOS "
                   BM-LIDOS " SEGUNDOS " BM-SEGUNDOS " REG/S "
                   BM-VAZAO.
       ESCREVE-LINHA-BENCH.
           WRITE   REG-BENCH.
       FIM-GRAVA-LINHA-BENCH.
           EXIT.

      *****************************************************************
      *    CARREGA-MEDIDAS: AS LINHAS DESTA AFERICAO VAO PARA A TABELA
      *    DO COMPARATIVO; NUMA SEGUNDA PASSADA, A ULTIMA MEDIDA DE
      *    CADA ETAPA/CARGA NAS AFERICOES ANTERIORES (O HISTORICO E'
      *    CRONOLOGICO - A ULTIMA LIDA E' A MAIS RECENTE); DEPOIS A
      *    REFERENCIA.
      *****************************************************************
       CARREGA-MEDIDAS.
           MOVE    ZEROS     TO        W-QTDE-MED
           OPEN    INPUT     PBENCH
           IF      W-FS-BENCH          NOT       EQUAL     "00"
                   GO        FIM-CARREGA-MEDIDAS.
       LE-BENCH-ATUAL.
           READ    PBENCH    AT        END
                   CLOSE     PBENCH
                   GO        CARREGA-ANTERIOR.
           IF      BM-RODADA NOT       EQUAL     W-RODADA
                   GO        LE-BENCH-ATUAL.
           IF      W-QTDE-MED          NOT       <         40
                   GO        LE-BENCH-ATUAL.
           ADD     1         TO        W-QTDE-MED
           MOVE    BM-PROGRAMA         TO        TM-PROGRAMA(W-QTDE-MED)
           MOVE    BM-CARGA  TO        TM-CARGA(W-QTDE-MED)
           MOVE    BM-LIDOS  TO        TM-LIDOS(W-QTDE-MED)
           MOVE    BM-SEGUNDOS         TO        TM-SEGUNDOS(W-QTDE-MED)
           MOVE    BM-VAZAO  TO        TM-VAZAO(W-QTDE-MED)
           MOVE    BM-SITUACAO         TO        TM-SITUACAO(W-QTDE-MED)
           MOVE    ZEROS     TO        TM-VZ-ANT(W-QTDE-MED)
                                       TM-VZ-REF(W-QTDE-MED)
           MOVE    "N"       TO        TM-TEM-ANT(W-QTDE-MED)
                                       TM-TEM-REF(W-QTDE-MED)
           GO      LE-BENCH-ATUAL.
       CARREGA-ANTERIOR.
           OPEN    INPUT     PBENCH
           IF      W-FS-BENCH          NOT       EQUAL     "00"
                   GO        CARREGA-REFERENCIA.
       LE-BENCH-ANTERIOR.
           READ    PBENCH    AT        END
                   CLOSE     PBENCH
                   GO        CARREGA-REFERENCIA.
           IF      BM-RODADA NOT       <         W-RODADA
           OR      BM-SITUACAO         NOT       EQUAL     "M"
                   GO        LE-BENCH-ANTERIOR.
           MOVE    ZEROS     TO        W-MED-ACHADA
           PERFORM ACHA-MEDIDA-BENCH   THRU FIM-ACHA-MEDIDA-BENCH
                    VARYING W-IND-MED  FROM 1 BY 1
                    UNTIL   W-IND-MED  > W-QTDE-MED
           IF      W-MED-ACHADA        >         ZEROS
                   MOVE      BM-VAZAO  TO   TM-VZ-ANT(W-MED-ACHADA)
                   MOVE      "S"       TO   TM-TEM-ANT(W-MED-ACHADA).
           GO      LE-BENCH-ANTERIOR.
       CARREGA-REFERENCIA.
           OPEN    INPUT     PREFER
           IF      W-FS-REFER          NOT       EQUAL     "00"
                   GO        FIM-CARREGA-MEDIDAS.
       LE-REFERENCIA.
           READ    PREFER    AT        END
                   CLOSE     PREFER
                   GO        FIM-CARREGA-MEDIDAS.
           IF      RF-SITUACAO         NOT       EQUAL     "M"
                   GO        LE-REFERENCIA.
           MOVE    ZEROS     TO        W-MED-ACHADA
           PERFORM ACHA-MEDIDA-REF     THRU FIM-ACHA-MEDIDA-REF
                    VARYING W-IND-MED  FROM 1 BY 1
                    UNTIL   W-IND-MED  > W-QTDE-MED
           IF      W-MED-ACHADA        >         ZEROS
                   MOVE      RF-VAZAO  TO   TM-VZ-REF(W-MED-ACHADA)
                   MOVE      "S"       TO   TM-TEM-REF(W-MED-ACHADA).
           GO      LE-REFERENCIA.
       FIM-CARREGA-MEDIDAS.
           EXIT.

       ACHA-MEDIDA-BENCH.
           IF      W-MED-ACHADA        EQUAL     ZEROS
           AND     TM-PROGRAMA(W-IND-MED)        EQUAL     BM-PROGRAMA
           AND     TM-CARGA(W-IND-MED) EQUAL     BM-CARGA
                   MOVE      W-IND-MED TO        W-MED-ACHADA.
       FIM-ACHA-MEDIDA-BENCH.
           EXIT.

       ACHA-MEDIDA-REF.
           IF      W-MED-ACHADA        EQUAL     ZEROS
           AND     TM-PROGRAMA(W-IND-MED)        EQUAL     RF-PROGRAMA
           AND     TM-CARGA(W-IND-MED) EQUAL     RF-CARGA
                   MOVE      W-IND-MED TO        W-MED-ACHADA.
       FIM-ACHA-MEDIDA-REF.
           EXIT.

      *****************************************************************
      *    EMITE-COMPARATIVO: BENCHMARK_REL.TXT - UMA LINHA POR ETAPA
      *    E CARGA COM A VARIACAO DA VAZAO CONTRA A AFERICAO ANTERIOR
      *    E CONTRA A REFERENCIA; QUEDA MAIOR QUE A TOLERANCIA EM
      *    QUALQUER DAS DUAS MARCA A ETAPA COMO "LENTO".
      *****************************************************************
       EMITE-COMPARATIVO.
           MOVE    ZEROS     TO        W-QT-LENTOS W-QT-SEM-MEDIDA
                                       W-QT-MEDIDOS
           OPEN    OUTPUT    PRELAT
           WRITE   REG-RELAT FROM      W-CAB-AMBIENTE
           ACCEPT  W-DATE    FROM      DATE
           MOVE    W-DIA     TO        W-C1-DIA
           MOVE    W-MES     TO        W-C1-MES
           MOVE    W-ANO     TO        W-C1-ANO
           MOVE    W-TOLERANCIA        TO        W-C1-TOLER
           WRITE   REG-RELAT FROM      W-CAB-1
           MOVE    SPACES    TO        REG-RELAT
           STRING  "RODADA " W-RODADA DELIMITED BY SIZE INTO REG-RELAT
           WRITE   REG-RELAT
           MOVE    SPACES    TO        REG-RELAT
           WRITE   REG-RELAT
           WRITE   REG-RELAT FROM      W-CAB-2
           PERFORM EMITE-LINHA-MEDIDA  THRU FIM-EMITE-LINHA-MEDIDA
                    VARYING W-IND-MED  FROM 1 BY 1
                    UNTIL   W-IND-MED  > W-QTDE-MED
           MOVE    SPACES    TO        REG-RELAT
           WRITE   REG-RELAT
           IF      W-QT-LENTOS         EQUAL     ZEROS
                   STRING "VEREDITO: NENHUMA ETAPA PERDEU MAIS QUE "
                          W-TOLERANCIA "% DE VAZAO"
                          DELIMITED BY SIZE INTO REG-RELAT
           ELSE
                   STRING "VEREDITO: " W-QT-LENTOS
                          " ETAPA(S) PERDERAM MAIS QUE "
                          W-TOLERANCIA "% DE VAZAO - NAO PROMOVER"
                          DELIMITED BY SIZE INTO REG-RELAT.
           WRITE   REG-RELAT
           DISPLAY REG-RELAT
           IF      W-QT-SEM-MEDIDA     >         ZEROS
                   MOVE      SPACES    TO        REG-RELAT
                   STRING    "ATENCAO: " W-QT-SEM-MEDIDA
                             " ETAPA(S) SEM MEDIDA - CONFERIR A "
                             "FILA DA SESSAO"
                             DELIMITED BY SIZE INTO REG-RELAT
                   WRITE     REG-RELAT
                   DISPLAY   REG-RELAT.
           CLOSE   PRELAT
           DISPLAY "COMPARATIVO EM BENCHMARK_REL.TXT".
       FIM-EMITE-COMPARATIVO.
           EXIT.

       EMITE-LINHA-MEDIDA.
           MOVE    TM-PROGRAMA(W-IND-MED)        TO        W-LM-PROGRAMA
           MOVE    TM-CARGA(W-IND-MED) TO        W-LM-CARGA
           MOVE    TM-LIDOS(W-IND-MED) TO        W-LM-LIDOS
           MOVE    TM-SEGUNDOS(W-IND-MED)        TO        W-LM-SEGUNDOS
           MOVE    TM-VAZAO(W-IND-MED) TO        W-LM-VAZAO
           MOVE    "     -"  TO        W-LM-VAR-ANT W-LM-VAR-REF
           MOVE    "OK"      TO        W-LM-SITUACAO
           IF      TM-SITUACAO(W-IND-MED)        NOT       EQUAL  "M"
                   MOVE      "SEM MEDIDA"        TO    W-LM-SITUACAO
                   ADD       1         TO        W-QT-SEM-MEDIDA
                   GO        ESCREVE-LINHA-MEDIDA.
           ADD     1         TO        W-QT-MEDIDOS
           IF      TM-TEM-ANT(W-IND-MED)         EQUAL     "S"
           AND     TM-VZ-ANT(W-IND-MED)          >         ZEROS
                   COMPUTE   W-VARIACAO =
                           (TM-VAZAO(W-IND-MED) - TM-VZ-ANT(W-IND-MED))
                           * 100 / TM-VZ-ANT(W-IND-MED)
                   MOVE      W-VARIACAO          TO   W-VAR-EDITADA
                   MOVE      W-VAR-EDITADA       TO   W-LM-VAR-ANT
                   IF        W-VARIACAO + W-TOLERANCIA < ZEROS
                             MOVE   "LENTO"      TO   W-LM-SITUACAO
                   END-IF
           END-IF
           IF      TM-TEM-REF(W-IND-MED)         EQUAL     "S"
           AND     TM-VZ-REF(W-IND-MED)          >         ZEROS
                   COMPUTE   W-VARIACAO =
                           (TM-VAZAO(W-IND-MED) - TM-VZ-REF(W-IND-MED))
                           * 100 / TM-VZ-REF(W-IND-MED)
                   MOVE      W-VARIACAO          TO   W-VAR-EDITADA
                   MOVE      W-VAR-EDITADA       TO   W-LM-VAR-REF
                   IF        W-VARIACAO + W-TOLERANCIA < ZEROS
                             MOVE   "LENTO"      TO   W-LM-SITUACAO
                   END-IF
           END-IF
           IF      W-LM-SITUACAO       EQUAL     "LENTO"
                   ADD       1         TO        W-QT-LENTOS
                   DISPLAY   "LENTO: " TM-PROGRAMA(W-IND-MED)
                             " CARGA " TM-CARGA(W-IND-MED).
       ESCREVE-LINHA-MEDIDA.
           WRITE   REG-RELAT FROM      W-LINHA-MEDIDA.
       FIM-EMITE-LINHA-MEDIDA.
           EXIT.

      *****************************************************************
      *    FIXA-REFERENCIA: A ULTIMA AFERICAO DO BENCHMARK.TXT (A
      *    RODADA DA ULTIMA LINHA) PASSA A SER A REFERENCIA - SUBSTITUI
      *    O BENCHMARK_REF.TXT INTEIRO.
      *****************************************************************
       FIXA-REFERENCIA.
           MOVE    SPACES    TO        W-ULTIMA-RODADA
           OPEN    INPUT     PBENCH
           IF      W-FS-BENCH          NOT       EQUAL     "00"
                   DISPLAY   "BENCHMARK.TXT AUSENTE - NENHUMA AFERICAO "
                             "PARA FIXAR"
                   STOP      RUN.
       LE-ULTIMA-RODADA.
           READ    PBENCH    AT        END
                   CLOSE     PBENCH
                   GO        COPIA-REFERENCIA.
           MOVE    BM-RODADA TO        W-ULTIMA-RODADA
           GO      LE-ULTIMA-RODADA.
       COPIA-REFERENCIA.
           IF      W-ULTIMA-RODADA     EQUAL     SPACES
                   DISPLAY   "BENCHMARK.TXT VAZIO - NENHUMA AFERICAO "
                             "PARA FIXAR"
                   STOP      RUN.
           OPEN    INPUT     PBENCH
           OPEN    OUTPUT    PREFER
           MOVE    ZEROS     TO        W-QT-COPIADAS.
       LE-COPIA-REFERENCIA.
           READ    PBENCH    AT        END
                   CLOSE     PBENCH    PREFER
                   DISPLAY   "REFERENCIA FIXADA: AFERICAO "
                             W-ULTIMA-RODADA " (" W-QT-COPIADAS
                             " LINHAS EM BENCHMARK_REF.TXT)"
                   STOP      RUN.
           IF      BM-RODADA NOT       EQUAL     W-ULTIMA-RODADA
                   GO        LE-COPIA-REFERENCIA.
           WRITE   REG-REFER FROM      REG-BENCH
           ADD     1         TO        W-QT-COPIADAS
           GO      LE-COPIA-REFERENCIA.

      *****************************************************************
      *    CARREGA-ROTEIRO: CARGAS (ATE 10) E TOLERANCIA DO
      *    AFERICAO.TXT.
      *****************************************************************
       CARREGA-ROTEIRO.
           MOVE    "AFERICAO.TXT"      TO        W-PM-ARQUIVO
           PERFORM ANOTA-PARAMETRO     THRU FIM-ANOTA-PARAMETRO
           OPEN    INPUT     PAFERIC
           IF      W-FS-AFERIC         NOT       EQUAL     "00"
                   GO        FIM-CARREGA-ROTEIRO.
       LE-ROTEIRO.
           READ    PAFERIC   AT        END
                   CLOSE     PAFERIC
                   GO        FIM-CARREGA-ROTEIRO.
           IF      AF-TIPO   EQUAL     "T"
           AND     AF-TOLERANCIA       NUMERIC
                   MOVE      AF-TOLERANCIA       TO   W-TOLERANCIA
                   GO        LE-ROTEIRO.
           IF      AF-TIPO   NOT       EQUAL     "C"
                   GO        LE-ROTEIRO.
           IF      AF-CARGA  EQUAL     SPACES
                   GO        LE-ROTEIRO.
           IF      W-QTDE-CARGAS       NOT       <         10
                   GO        LE-ROTEIRO.
           ADD     1         TO        W-QTDE-CARGAS
           MOVE    AF-CARGA  TO        TC-CARGA(W-QTDE-CARGAS)
           MOVE    ZEROS     TO        TC-QTDE(W-QTDE-CARGAS)
           IF      AF-QTDE   NUMERIC
                   MOVE      AF-QTDE   TO   TC-QTDE(W-QTDE-CARGAS).
           MOVE    AF-PEDIDO TO        TC-PEDIDO(W-QTDE-CARGAS)
           MOVE    AF-NOME   TO        TC-NOME(W-QTDE-CARGAS)
           GO      LE-ROTEIRO.
       FIM-CARREGA-ROTEIRO.
           EXIT.

      *    A PRIMEIRA ETAPA DA CARGA SAI "E" (RECEBE O CHAIN AGORA);
      *    AS DEMAIS "P".
       GRAVA-ITEM-SESSAO.
           MOVE    SPACES    TO        REG-SESSAO
           MOVE    TN-PASSO(W-IND-PASSO)         TO        SES-PROGRAMA
           IF      W-IND-PASSO         EQUAL     W-PRIMEIRO-PASSO
                   MOVE      "E"       TO        SES-STATUS
           ELSE
                   MOVE      "P"       TO        SES-STATUS.
           WRITE   REG-SESSAO.
       FIM-GRAVA-ITEM-SESSAO.
           EXIT.

      *    LE-ESTADO: "E" = CARGA EM CURSO (ESTA ENTRADA E' A
      *    APURACAO DELA); QUALQUER OUTRA COISA (OU ARQUIVO AUSENTE)
      *    E' UMA AFERICAO NOVA.
       LE-ESTADO.
           MOVE    SPACES    TO        W-FASE
           OPEN    INPUT     PESTADO
           IF      W-FS-ESTADO         NOT       EQUAL     "00"
                   GO        FIM-LE-ESTADO.
           READ    PESTADO   AT        END
                   CLOSE     PESTADO
                   GO        FIM-LE-ESTADO.
           MOVE    ES-STATUS TO        W-FASE
           MOVE    ES-RODADA TO        W-RODADA
           MOVE    ES-CARGA  TO        W-CARGA-ATUAL
           MOVE    SPACES    TO        W-PARTIDA-CARGA
           STRING  ES-DATA ES-HORA DELIMITED BY SIZE
                   INTO      W-PARTIDA-CARGA
           CLOSE   PESTADO.
           IF      W-CARGA-ATUAL       EQUAL     ZEROS
           OR      W-CARGA-ATUAL       >         W-QTDE-CARGAS
                   MOVE      SPACES    TO        W-FASE.
       FIM-LE-ESTADO.
           EXIT.

       GRAVA-ESTADO-E.
           OPEN    OUTPUT    PESTADO
           MOVE    SPACES    TO        REG-ESTADO
           MOVE    "E"       TO        ES-STATUS
           MOVE    W-DATE    TO        ES-DATA
           MOVE    W-TIME    TO        ES-HORA
           MOVE    W-CARGA-ATUAL       TO        ES-CARGA
           MOVE    W-RODADA  TO        ES-RODADA
           WRITE   REG-ESTADO
           CLOSE   PESTADO.
       FIM-GRAVA-ESTADO-E.
           EXIT.

       GRAVA-ESTADO-F.
           OPEN    OUTPUT    PESTADO
           ACCEPT  W-DATE    FROM      DATE
           ACCEPT  W-TIME    FROM      TIME
           MOVE    SPACES    TO        REG-ESTADO
           MOVE    "F"       TO        ES-STATUS
           MOVE    W-DATE    TO        ES-DATA
           MOVE    W-TIME    TO        ES-HORA
           MOVE    W-CARGA-ATUAL       TO        ES-CARGA
           MOVE    W-RODADA  TO        ES-RODADA
           WRITE   REG-ESTADO
           CLOSE   PESTADO.
       FIM-GRAVA-ESTADO-F.
           EXIT.

      *    GRAVA-RUNLOG: UMA LINHA DE AUDITORIA DO COMPARATIVO, NO
      *    MESMO FORMATO DOS DEMAIS PROGRAMAS (LIDOS = ETAPAS
      *    MEDIDAS, GRAVADOS = ETAPAS LENTAS).
       GRAVA-RUNLOG.
           OPEN    EXTEND    PRUNLOG
           IF      W-FS-RUNLOG         NOT       EQUAL     "00"
                   OPEN      OUTPUT    PRUNLOG.
           ACCEPT  W-DATE    FROM      DATE
           ACCEPT  W-TIME    FROM      TIME
           MOVE    SPACES    TO        REG-RUNLOG
           MOVE    "AFERE"   TO        RL-PROGRAMA
           MOVE    W-DATE    TO        RL-DATA
           MOVE    W-TIME    TO        RL-HORA
           MOVE    W-QT-MEDIDOS        TO        RL-LIDOS
           MOVE    W-QT-LENTOS         TO        RL-GRAVADOS
           MOVE    "F"       TO        RL-EVENTO
           MOVE    W-AM-NOME TO        RL-AMBIENTE
           WRITE   REG-RUNLOG
           CLOSE   PRUNLOG.
       FIM-GRAVA-RUNLOG.
           EXIT.

      *    ENCERRA-SESSAO: A APURACAO FINAL E' O PASSO "E" DA FILA DA
      *    ULTIMA CARGA - AO TERMINAR, A PROPRIA LINHA VIRA "C" (A
      *    MESMA DANCA DO ENCERRA-SESSAO DO CERTIFICA). NAS CARGAS
      *    INTERMEDIARIAS A PARTIDA SEGUINTE REGRAVA A FILA INTEIRA.
       ENCERRA-SESSAO.
           MOVE    ZEROS     TO        W-QTDE-FILA
           OPEN    INPUT     PSESSAO.
           IF      W-FS-SESSAO         NOT       EQUAL     "00"
                   GO        FIM-ENCERRA-SESSAO.
       LE-FILA-ENC.
           READ    PSESSAO   AT        END
                   CLOSE     PSESSAO
                   GO        REGRAVA-FILA-ENC.
           IF      SES-PROGRAMA        EQUAL     SPACES
                   GO        LE-FILA-ENC.
           IF      W-QTDE-FILA         NOT       <         10
                   GO        LE-FILA-ENC.
           ADD     1         TO        W-QTDE-FILA
           MOVE    SES-PROGRAMA  TO    TFC-PROGRAMA(W-QTDE-FILA)
           MOVE    SES-STATUS    TO    TFC-STATUS(W-QTDE-FILA)
           IF      SES-PROGRAMA        EQUAL     "AFERE"
           AND     SES-STATUS          EQUAL     "E"
                   MOVE      "C"       TO   TFC-STATUS(W-QTDE-FILA).
           GO      LE-FILA-ENC.
       REGRAVA-FILA-ENC.
           IF      W-QTDE-FILA         EQUAL     ZEROS
                   GO        FIM-ENCERRA-SESSAO.
           OPEN    OUTPUT    PSESSAO
           IF      W-FS-SESSAO         NOT       EQUAL     "00"
                   GO        FIM-ENCERRA-SESSAO.
           PERFORM GRAVA-FILA-ENC      THRU FIM-GRAVA-FILA-ENC
                    VARYING W-IND-FILA FROM 1 BY 1
                    UNTIL   W-IND-FILA > W-QTDE-FILA
           CLOSE   PSESSAO.
       FIM-ENCERRA-SESSAO.
           EXIT.

       GRAVA-FILA-ENC.
           MOVE    SPACES    TO        REG-SESSAO
           MOVE    TFC-PROGRAMA(W-IND-FILA)      TO  SES-PROGRAMA
           MOVE    TFC-STATUS(W-IND-FILA)        TO  SES-STATUS
           WRITE   REG-SESSAO.
       FIM-GRAVA-FILA-ENC.
           EXIT.

      *-----------------------------------------------------------
      *    ARQUIVA-RELATORIO: COPIA DATADA DO COMPARATIVO NO ARQUIVO
      *    DE RELATORIOS (ARQUIVO_REL.TXT), PELO ARQREL.
      *-----------------------------------------------------------
       ARQUIVA-RELATORIO.
           MOVE    SPACES    TO        W-ARQREL
           MOVE    "BENCHMARK_REL.TXT" TO        W-AQ-ARQUIVO
           MOVE    "AFERE"   TO        W-AQ-PROGRAMA
           MOVE    W-RODADA  TO        W-AQ-PEDIDO
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
      *    ANOTA-PARAMETRO: A VERSAO DO ARQUIVO DE PARAMETROS LIDO
      *    (W-PM-ARQUIVO) VAI PARA O RUNLOG, PELO PARAMVER.
      *-----------------------------------------------------------
       ANOTA-PARAMETRO.
           MOVE    "R"       TO        W-PM-MODO
           MOVE    "AFERE"   TO        W-PM-PROGRAMA
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
           MOVE    W-AM-NOME TO        W-CA-NOME
           DISPLAY "AMBIENTE: "        W-AM-NOME.
       FIM-ESCOLHE-AMBIENTE.
           EXIT.
