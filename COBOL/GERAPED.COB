       IDENTIFICATION DIVISION.
       PROGRAM-ID.      GERAPED.
      *
      *  GERADOR DE PEDIDO SINTETICO PARA A CRITICA DO XPGR47: GRAVA
      *  UM PEDIDO COMPLETO NO LAYOUT PENTR (REGENTR-1, 1810 BYTES) -
      *  CABECALHO "HH", DOCUMENTOS NO/DN/PR E TRAILER "XX" COM
      *  E-QTDE-REG (TODO REGISTRO NAO-XX, CABECALHO INCLUSIVE) E
      *  E-QTDE-CARTAS (SO' OS DOCUMENTOS) FECHANDO REDONDO, NA
      *  MESMA CONVENCAO DO SEPEMP/PARTICAO.
      *
      *  OS DOCUMENTOS SAO PLAUSIVEIS: NOMES, CHAMADA E SEXO DE UMA
      *  TABELA FIXA, CEP SORTEADO DENTRO DAS FAIXAS DE
      *  CEP_FAIXAS.TXT (CIDADE = CAPITAL DA UF DA FAIXA), PROJETOS
      *  DE PROJETOS.TXT COM A PARCELA DENTRO DE PT-VL-MIN/PT-VL-MAX,
      *  MODELO DE CARTA ATIVO DE CARTAS.TXT E DEBITO EM CARTAO, EM
      *  CONTA OU BOLETO, ALTERNADOS. TODO VALOR SAI DO NUMERO DO
      *  DOCUMENTO - A MESMA PARAMETRIZACAO REPRODUZ SEMPRE O MESMO
      *  PEDIDO.
      *
      *  OS BOTOES DE DEFEITO INJETAM, NA CADENCIA ESCOLHIDA (1 A
      *  CADA N DOCUMENTOS; 0 = DESLIGADO, COMO NO GERAAB), O CASO
      *  QUE CADA CRITICA DO XPGR47 TEM QUE PEGAR:
      *    CE - CEP INVALIDO (CEP DO ASSINANTE ZERADO)
      *    DB - DEBITO INVALIDO (CARTAO SEM NUMERO / CONTA ZERADA)
      *    VG - VIGENCIA INCOERENTE (FIM ANTERIOR AO INICIO)
      *    DU - E-COD-ASS DUPLICADO (REPETE UM CODIGO JA' GRAVADO)
      *    CT - MODELO DE CARTA INVALIDO (FORA DO CARTAS.TXT)
      *    SU - ASSINANTE SUPRIMIDO (CODIGO DA LISTA SUPRESSAO.TXT)
      *    SA - SAUDACAO RUIM (CHAMADA EM BRANCO, CHAMADA COM
      *         PONTUACAO NA FRENTE OU SEXO FORA DE M/F)
      *  CADA DOCUMENTO LEVA NO MAXIMO UM DEFEITO (O SUPRIMIDO E O
      *  RETIDO NEM PASSAM PELAS DEMAIS CRITICAS): QUANDO DUAS
      *  CADENCIAS CAEM NO MESMO DOCUMENTO, A SEGUNDA FICA PENDENTE
      *  E VAI NO DOCUMENTO SEGUINTE, NA ORDEM DA LISTA ACIMA.
      *  SEM CARTAS.TXT O BOTAO CT E' DESLIGADO; SEM CODIGO VIGENTE
      *  NO SUPRESSAO.TXT, O BOTAO SU - A CRITICA NAO TERIA COMO
      *  PEGAR O DEFEITO.
      *
      *  CADA DEFEITO PLANTADO SAI NO GABARITO, UMA LINHA POR
      *  DOCUMENTO DEFEITUOSO:
      *    01-06 SEQUENCIA DE LEITURA NO XPGR47 (O CABECALHO E' A 1)
      *    08-17 E-SEQ-REG   19-27 E-COD-ASS   29-30 DEFEITO
      *    32-54 ARQUIVO DE EXCECAO ESPERADO   56-80 DESCRICAO
      *  O CONFGAB CONFERE O GABARITO CONTRA AS EXCECOES DA RODADA.
      *
      *  CHAMADA DESATENDIDA:
      *     GERAPED <PEDIDO> <GABARITO> <QTDE-DOCS> [CAD-CE]
      *             [CAD-DB] [CAD-VG] [CAD-DU] [CAD-CT] [CAD-SU]
      *             [CAD-SA]
      *
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT       PSAIDA         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-SAIDA
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PGABAR         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-GABAR
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PPROJTAB       ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-PROJTAB
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PFAIXAS        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-FAIXAS
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PCARTAB        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-CARTAB
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PSUPTAB        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-SUPTAB
                        ACCESS         MODE      IS   SEQUENTIAL.

       DATA        DIVISION.
       FILE        SECTION.
       FD  PSAIDA
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS ARQ-SAIDA.
       01  REGENTR-1.
         03 E-TIPO            PIC X(02).
         03 E-COD-IMPRES      PIC X(01).
         03 E-SEQ-REG         PIC 9(10).
         03 E-SEQ-CARNE       PIC 9(10).
         03 E-ASS-GERENTE.
           05 FILLER          PIC X(02).
           05 E-ASS-GER       PIC 9(03).
           05 FILLER          PIC X(06).
         03 E-CARTA           PIC X(07).
         03 E-CHAVE-ABRIL     PIC X(41).
         03 E-DADOS-ASSINANTE.
           05 E-PARTE1-ASS.
             07 E-COD-ASS     PIC X(09).
             07 E-NOME-ASS    PIC X(30).
             07 E-CHAMADA-ASS PIC X(20).
             07 E-END-ASS     PIC X(30).
             07 E-CID-ASS     PIC X(15).
             07 E-BAI-ASS     PIC X(15).
             07 E-UF-ASS      PIC X(02).
           05 E-CEP5-ASS      PIC 9(05).
           05 E-CEP3-ASS      PIC 9(03).
           05 E-SEXO-ASS      PIC X(01).
         03 E-DADOS-PRESENT.
           05 E-PARTE1-PRE.
             07 E-COD-PRE     PIC X(09).
             07 E-NOME-PRE    PIC X(30).
             07 E-CHAMADA-PRE PIC X(20).
             07 E-END-PRE     PIC X(30).
             07 E-CID-PRE     PIC X(15).
             07 E-BAI-PRE     PIC X(15).
             07 E-UF-PRE      PIC X(02).
           05 E-CEP5-PRE      PIC 9(05).
           05 E-CEP3-PRE      PIC 9(03).
           05 E-SEXO-PRE      PIC X(01).
           05 E-DT-PROC       PIC X(08).
         03 E-PROJETO OCCURS 6 TIMES.
           05 E-NR-PROJ.
             07 E-NR-PROJ-1   PIC X(01).
             07 E-REVISTA     PIC 9(02).
           05 E-NOME-PROJ      PIC X(30).
           05 E-EDI-INIC       PIC X(07).
           05 E-EDI-FIM        PIC X(07).
           05 E-NR-COPIAS      PIC X(03).
           05 E-DT-VIG-INIC    PIC X(08).
           05 E-MMAA-INIC      PIC X(17).
           05 E-DT-EDI-INIC    PIC X(10).
           05 E-DT-VIG-FIM     PIC X(08).
           05 E-MMAA-FIM       PIC X(17).
           05 E-DT-EDI-FIM     PIC X(10).
           05 E-VL-PARC        PIC 9(09).
           05 E-VL-ASS-CAPA    PIC 9(09).
           05 E-VIGENCIA       PIC X(05).
         03 E-QTDE-PARC        PIC 9(02).
         03 E-PARC-ATRAS-1     PIC 9(02).
         03 E-PARC-PAGAS       PIC 9(02).
         03 E-TOT-DEB-ATRAS    PIC 9(09).
         03 E-TOT-PAGO         PIC 9(09).
         03 E-PARC-ATRASADAS OCCURS 5 TIMES.
           05 E-VL-PARC-ATRAS  PIC 9(09).
           05 E-VENC.
             07 E-DD-VENC-ATRAS  PIC X(02).
             07 E-MM-VENC-ATRAS  PIC X(02).
             07 E-AA-VENC-ATRAS  PIC X(04).
           05 E-PARC-ATRAS-2   PIC 9(02).
         03 FILLER             PIC X(22).
         03 E-CENTRAL-ATEND.
           05 E-0800           PIC X(12).
           05 E-GSP            PIC X(09).
         03 FILLER             PIC X(36).
         03 E-EDI-PERD-INI     PIC X(07).
         03 E-EDI-PERD-FIM     PIC X(07).
         03 E-DEBITO-CARTAO.
           05 E-SIGLA-DB         PIC X(02).
           05 FILLER             PIC X(01).
           05 E-DB-CARTAO        PIC X(18).
         03 E-DB-BCO.
           05 E-BANCO          PIC X(03).
           05 E-AGENCIA        PIC X(05).
           05 E-CONTA          PIC X(10).
         03 E-NOME-INST       PIC X(25).
         03 FILLER            PIC X(11).
         03 E-TIPO-ENTREGA    PIC X(01).
         03 E-ENTR-DIRETA.
           05 E-PRIORI-DISTRIB PIC X(04).
           05 E-CENTRALIZ     PIC X(06).
           05 E-DISTRIBUIDOR  PIC X(06).
           05 E-AG-DIRETA     PIC X(20).
           05 E-ROTEIRO       PIC X(10).
         03 E-OUTRAS.
           05 FILLER          PIC X(06).
           05 E-TP-ACAO       PIC X(01).
           05 E-COD-ACAO      PIC X(04).
           05 FILLER          PIC X(01).
           05 FILLER          PIC X(29).
           05 E-ANEXO123      PIC X(21).
           05 FILLER          PIC X(44).
           05 E-EMPRESA       PIC X(10).
           05 E-OPTIN-DIGITAL PIC X(01).
           05 FILLER          PIC X(57).
           05 E-GERENTE       PIC X(08).
           05 E-PRACA         PIC X(06).
           05 FILLER          PIC X(80).
      *    CABECALHO/TRAILER: DATA DE PROCESSAMENTO NOS BYTES 33-40 E,
      *    NO TRAILER, AS CONTAGENS NOS BYTES 41-50 E 51-60.
       01  REGENTR-2.
         05 FILLER            PIC X(32).
         05 E-DATA-PROC.
          07 E-DD-PROC        PIC 9(02).
          07 E-MM-PROC        PIC 9(02).
          07 E-AA-PROC        PIC 9(04).
         05 E-QTDE-REG        PIC 9(10).
         05 E-QTDE-CARTAS     PIC 9(10).
         05 FILLER            PIC X(1750).

       FD  PGABAR
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS ARQ-GABARITO.
       01  REG-GABARITO.
           02  GB-SEQ             PIC 9(006).
           02  FILLER             PIC X(001).
           02  GB-SEQ-REG         PIC 9(010).
           02  FILLER             PIC X(001).
           02  GB-COD             PIC X(009).
           02  FILLER             PIC X(001).
           02  GB-DEFEITO         PIC X(002).
           02  FILLER             PIC X(001).
           02  GB-ARQUIVO         PIC X(023).
           02  FILLER             PIC X(001).
           02  GB-DESCR           PIC X(025).

      *    MESMO LAYOUT DO XPGR47.
       FD  PPROJTAB
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "PROJETOS.TXT".
       01  REG-PROJTAB.
           03 PT-NR-PROJ     PIC 9(02).
           03 FILLER         PIC X(01).
           03 PT-NOME-PROJ   PIC X(30).
           03 FILLER         PIC X(01).
           03 PT-VL-MIN      PIC 9(09).
           03 FILLER         PIC X(01).
           03 PT-VL-MAX      PIC 9(09).

      *    MESMO LAYOUT DO LISTA_CLIENTE.
       FD  PFAIXAS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CEP_FAIXAS.TXT".
       01  REG-FAIXA.
           02  FX-UF              PIC X(002).
           02  FILLER             PIC X(001).
           02  FX-INI             PIC 9(008).
           02  FILLER             PIC X(001).
           02  FX-FIM             PIC 9(008).

      *    MESMO LAYOUT DO XPGR47.
       FD  PCARTAB
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "CARTAS.TXT".
       01  REG-CARTAB.
           03 CB-CODIGO      PIC X(07).
           03 FILLER         PIC X(01).
           03 CB-ATIVO       PIC X(01).
           03 FILLER         PIC X(01).
           03 CB-ANEXOS      PIC X(21).
           03 FILLER         PIC X(01).
           03 CB-DESCR       PIC X(30).

      *    MESMO LAYOUT DO XPGR47 (SO' OS CAMPOS USADOS AQUI).
       FD  PSUPTAB
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "SUPRESSAO.TXT".
       01  REG-SUPTAB.
           03 SU-COD         PIC X(09).
           03 FILLER         PIC X(01).
           03 SU-CEP         PIC X(08).
           03 FILLER         PIC X(01).
           03 SU-NOME        PIC X(30).
           03 FILLER         PIC X(01).
           03 SU-MOTIVO      PIC X(03).
           03 FILLER         PIC X(01).
           03 SU-FONTE       PIC X(01).
           03 FILLER         PIC X(01).
           03 SU-VALIDADE    PIC X(08).

       WORKING-STORAGE  SECTION.
       77  W-FS-SAIDA             PIC X(002) VALUE SPACES.
       77  W-FS-GABAR             PIC X(002) VALUE SPACES.
       77  W-FS-PROJTAB           PIC X(002) VALUE SPACES.
       77  W-FS-FAIXAS            PIC X(002) VALUE SPACES.
       77  W-FS-CARTAB            PIC X(002) VALUE SPACES.
       77  W-FS-SUPTAB            PIC X(002) VALUE SPACES.
       77  W-ARGC                 PIC 9(002) VALUE ZEROS.
       77  W-NUM-ARG              PIC 9(002) VALUE ZEROS.
       77  ARQ-SAIDA              PIC X(030) VALUE SPACES.
       77  ARQ-GABARITO           PIC X(030) VALUE SPACES.
       77  W-QTDE-DOCS            PIC 9(007) VALUE ZEROS.
       77  W-DOC                  PIC 9(007) VALUE ZEROS.
       77  W-GRAVADOS             PIC 9(007) VALUE ZEROS.
       77  W-NO-GABARITO          PIC 9(007) VALUE ZEROS.
       77  W-RESTO                PIC 9(009) VALUE ZEROS.
       77  W-QUOC                 PIC 9(012) VALUE ZEROS.
       77  W-PRODUTO              PIC 9(012) VALUE ZEROS.
       77  W-VAO                  PIC 9(009) VALUE ZEROS.
       77  W-IND                  PIC 9(003) VALUE ZEROS.
       77  W-IND-PRJ              PIC 9(003) VALUE ZEROS.
       77  W-IND-TAB              PIC 9(003) VALUE ZEROS.
       77  W-QT-PRJ-DOC           PIC 9(001) VALUE ZEROS.
       77  W-DEFEITO              PIC 9(001) VALUE ZEROS.
       77  W-BRANCOS              PIC 9(002) VALUE ZEROS.
       77  W-HOJE                 PIC 9(008) VALUE ZEROS.
       77  W-ANO-ANT              PIC 9(004) VALUE ZEROS.
       77  W-ANO-SEG              PIC 9(004) VALUE ZEROS.
       77  W-COD-ALVO             PIC X(009) VALUE SPACES.
       77  W-IND-SUP              PIC 9(003) VALUE ZEROS.
       77  W-TEM-CARTAS           PIC X(001) VALUE "N".
       77  W-CARTA-OK             PIC X(007) VALUE "WELCOME".
       77  W-ANEXOS-OK            PIC X(021) VALUE SPACES.
       77  W-UF-DOC               PIC X(002) VALUE SPACES.
       77  W-CIDADE-DOC           PIC X(015) VALUE SPACES.
       77  W-NR-ED                PIC ZZZ9.
       77  W-NR-ED-X REDEFINES W-NR-ED PIC X(04).

      *    DATA DE HOJE (DDMMAAAA PARA O PEDIDO)
       01  W-DATA-SIS.
           02  W-DS-ANO           PIC 9(04).
           02  W-DS-MES           PIC 9(02).
           02  W-DS-DIA           PIC 9(02).
       01  W-DATA-PROC.
           02  W-DP-DIA           PIC 9(02).
           02  W-DP-MES           PIC 9(02).
           02  W-DP-ANO           PIC 9(04).
      *    VIGENCIA E EDICAO COMECAM NO DIA 1 DO MES CORRENTE (NUNCA
      *    CAI NUM 29/02 INEXISTENTE AO SOMAR OU TIRAR UM ANO).
       01  W-VIG.
           02  W-VIG-DIA          PIC X(02) VALUE "01".
           02  W-VIG-MES          PIC 9(02) VALUE ZEROS.
           02  W-VIG-ANO          PIC 9(04) VALUE ZEROS.
       01  W-EDI.
           02  W-EDI-DIA          PIC X(02) VALUE "01".
           02  FILLER             PIC X(01) VALUE "/".
           02  W-EDI-MES          PIC 9(02) VALUE ZEROS.
           02  FILLER             PIC X(01) VALUE "/".
           02  W-EDI-ANO          PIC 9(04) VALUE ZEROS.
       01  W-MMAA.
           02  W-MMAA-MES         PIC 9(02) VALUE ZEROS.
           02  FILLER             PIC X(01) VALUE "/".
           02  W-MMAA-ANO         PIC 9(04) VALUE ZEROS.

      *    CODIGO DO ASSINANTE GERADO: "G" + NUMERO DO DOCUMENTO.
       01  W-COD-GER.
           02  FILLER             PIC X(01) VALUE "G".
           02  W-COD-GER-NR       PIC 9(08) VALUE ZEROS.
       01  W-CARTAO-GER.
           02  FILLER             PIC X(04) VALUE "4000".
           02  W-CARTAO-GER-NR    PIC 9(12) VALUE ZEROS.
       01  W-CARTA-RUIM.
           02  FILLER             PIC X(02) VALUE "ZZ".
           02  W-CARTA-RUIM-NR    PIC 9(05) VALUE ZEROS.
       01  W-CEP-GER              PIC 9(08) VALUE ZEROS.
       01  FILLER REDEFINES W-CEP-GER.
           02  W-CEP-GER-5        PIC 9(05).
           02  W-CEP-GER-3        PIC 9(03).

      *-----------------------------------------------------------
      *    BOTOES DE DEFEITO: CADENCIA (1 A CADA N; 0 = DESLIGADO),
      *    PENDENCIA (CADENCIA QUE CAIU NUM DOCUMENTO JA' DEFEITUOSO)
      *    E QUANTIDADE INJETADA. O CODIGO, O ARQUIVO DE EXCECAO DO
      *    XPGR47 E A DESCRICAO DE CADA UM VEM NA TABELA FIXA.
      *-----------------------------------------------------------
       01  TAB-DEFEITOS.
           02  TD-ENT OCCURS 7 TIMES.
               03  TD-CAD         PIC 9(004).
               03  TD-PEND        PIC 9(007).
               03  TD-INJ         PIC 9(007).
       01  TAB-DEF-FIXA.
           02  FILLER PIC X(50) VALUE
           "CECEP_INVALIDO.TXT       CEP INVALIDO             ".
           02  FILLER PIC X(50) VALUE
           "DBDEBITO_INVALIDO.TXT    DEBITO INVALIDO          ".
           02  FILLER PIC X(50) VALUE
           "VGPROJ_INVALIDO.TXT      VIGENCIA INCOERENTE      ".
           02  FILLER PIC X(50) VALUE
           "DUASSINANTE_DUPLICADO.TXTCODIGO DUPLICADO         ".
           02  FILLER PIC X(50) VALUE
           "CTCARTA_RETIDA.TXT       MODELO DE CARTA INVALIDO ".
           02  FILLER PIC X(50) VALUE
           "SUSUPRIMIDOS.TXT         ASSINANTE SUPRIMIDO      ".
           02  FILLER PIC X(50) VALUE
           "SAQUALIDADE.TXT          SAUDACAO RUIM            ".
       01  FILLER REDEFINES TAB-DEF-FIXA.
           02  TN-ENT OCCURS 7 TIMES.
               03  TN-COD         PIC X(002).
               03  TN-ARQUIVO     PIC X(023).
               03  TN-DESCR       PIC X(025).

      *    TABELAS CARREGADAS DOS ARQUIVOS DE PARAMETRO
       77  W-QT-PROJ              PIC 9(003) VALUE ZEROS.
       01  TAB-PROJ.
           02  TP-ENT OCCURS 99 TIMES.
               03  TP-NR          PIC 9(002).
               03  TP-NOME        PIC X(030).
               03  TP-VL-MIN      PIC 9(009).
               03  TP-VL-MAX      PIC 9(009).
       77  W-QT-FAIXA             PIC 9(003) VALUE ZEROS.
       01  TAB-FAIXA.
           02  TF-ENT OCCURS 100 TIMES.
               03  TF-UF          PIC X(002).
               03  TF-INI         PIC 9(008).
               03  TF-FIM         PIC 9(008).
       77  W-QT-SUPCOD            PIC 9(003) VALUE ZEROS.
       01  TAB-SUPCOD.
           02  TS-COD             PIC X(009) OCCURS 500 TIMES.

      *-----------------------------------------------------------
      *    TABELAS FIXAS DE NOMES E ENDERECOS. O PRENOME TRAZ O SEXO
      *    NA ULTIMA POSICAO.
      *-----------------------------------------------------------
       01  TAB-PRENOME-V.
           02  FILLER PIC X(44) VALUE
               "JOSE      MMARIA     FANTONIO   MANA       F".
           02  FILLER PIC X(44) VALUE
               "CARLOS    MFRANCISCA FPAULO     MADRIANA   F".
           02  FILLER PIC X(44) VALUE
               "PEDRO     MJULIANA   FLUCAS     MMARCIA    F".
           02  FILLER PIC X(44) VALUE
               "LUIZ      MFERNANDA  FMARCOS    MPATRICIA  F".
           02  FILLER PIC X(44) VALUE
               "RAFAEL    MALINE     FRICARDO   MSANDRA    F".
       01  FILLER REDEFINES TAB-PRENOME-V.
           02  TPN-ENT OCCURS 20 TIMES.
               03  TPN-NOME       PIC X(010).
               03  TPN-SEXO       PIC X(001).
       01  TAB-SOBRENOME-V.
           02  FILLER PIC X(50) VALUE
               "SILVA     SANTOS    OLIVEIRA  SOUZA     RODRIGUES ".
           02  FILLER PIC X(50) VALUE
               "FERREIRA  ALVES     PEREIRA   LIMA      GOMES     ".
           02  FILLER PIC X(50) VALUE
               "COSTA     RIBEIRO   MARTINS   CARVALHO  ALMEIDA   ".
           02  FILLER PIC X(50) VALUE
               "LOPES     SOARES    FERNANDES VIEIRA    BARBOSA   ".
       01  FILLER REDEFINES TAB-SOBRENOME-V.
           02  TSN-NOME           PIC X(010) OCCURS 20 TIMES.
       01  TAB-LOGRADOURO-V.
           02  FILLER PIC X(40) VALUE
               "RUA DAS FLORES      AV BRASIL           ".
           02  FILLER PIC X(40) VALUE
               "RUA 7 DE SETEMBRO   RUA TIRADENTES      ".
           02  FILLER PIC X(40) VALUE
               "AV SANTOS DUMONT    RUA DOM PEDRO II    ".
           02  FILLER PIC X(40) VALUE
               "RUA DA CONSOLACAO   AV GETULIO VARGAS   ".
           02  FILLER PIC X(40) VALUE
               "RUA QUINZE DE NOV   RUA BARAO DO RIO BCO".
       01  FILLER REDEFINES TAB-LOGRADOURO-V.
           02  TLG-NOME           PIC X(020) OCCURS 10 TIMES.
       01  TAB-BAIRRO-V.
           02  FILLER PIC X(45) VALUE
               "CENTRO         JARDIM AMERICA VILA NOVA      ".
           02  FILLER PIC X(45) VALUE
               "BELA VISTA     SANTA CRUZ     BOA VISTA      ".
           02  FILLER PIC X(45) VALUE
               "SAO JOSE       LIBERDADE      SAO FRANCISCO  ".
           02  FILLER PIC X(15) VALUE
               "ALTO DA SERRA  ".
       01  FILLER REDEFINES TAB-BAIRRO-V.
           02  TBR-NOME           PIC X(015) OCCURS 10 TIMES.
       01  TAB-CAPITAL-V.
           02  FILLER PIC X(51) VALUE
               "ACRIO BRANCO     ALMACEIO         APMACAPA         ".
           02  FILLER PIC X(51) VALUE
               "AMMANAUS         BASALVADOR       CEFORTALEZA      ".
           02  FILLER PIC X(51) VALUE
               "DFBRASILIA       ESVITORIA        GOGOIANIA        ".
           02  FILLER PIC X(51) VALUE
               "MASAO LUIS       MTCUIABA         MSCAMPO GRANDE   ".
           02  FILLER PIC X(51) VALUE
               "MGBELO HORIZONTE PABELEM          PBJOAO PESSOA    ".
           02  FILLER PIC X(51) VALUE
               "PRCURITIBA       PERECIFE         PITERESINA       ".
           02  FILLER PIC X(51) VALUE
               "RJRIO DE JANEIRO RNNATAL          RSPORTO ALEGRE   ".
           02  FILLER PIC X(51) VALUE
               "ROPORTO VELHO    RRBOA VISTA      SCFLORIANOPOLIS  ".
           02  FILLER PIC X(51) VALUE
               "SPSAO PAULO      SEARACAJU        TOPALMAS         ".
       01  FILLER REDEFINES TAB-CAPITAL-V.
           02  TCP-ENT OCCURS 27 TIMES.
               03  TCP-UF         PIC X(002).
               03  TCP-CIDADE     PIC X(015).

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
           INITIALIZE TAB-DEFEITOS
           ACCEPT  W-ARGC    FROM      ARGUMENT-NUMBER.
           IF      W-ARGC    NOT       <         3
                   PERFORM   RECEBE-PARAM        THRU FIM-RECEBE-PARAM
                   GO        CARREGA-TABELAS.

           DISPLAY "GERAPED - PEDIDO SINTETICO PARA A CRITICA"
           DISPLAY "ARQUIVO DO PEDIDO........: "
           ACCEPT  ARQ-SAIDA
           DISPLAY "ARQUIVO DO GABARITO......: "
           ACCEPT  ARQ-GABARITO
           DISPLAY "QUANTIDADE DE DOCUMENTOS.: "
           ACCEPT  W-QTDE-DOCS
           PERFORM PERGUNTA-CADENCIA   THRU FIM-PERGUNTA-CADENCIA
                    VARYING W-IND FROM 1 BY 1
                    UNTIL   W-IND > 7.

       CARREGA-TABELAS.
           IF      W-QTDE-DOCS         EQUAL     ZEROS
                   DISPLAY "QUANTIDADE DE DOCUMENTOS ZERADA - NADA "
                           "A GERAR"
                   STOP RUN.
           IF      ARQ-SAIDA EQUAL     ARQ-GABARITO
                   DISPLAY "GABARITO NAO PODE SER O PROPRIO PEDIDO"
                   STOP RUN.
           PERFORM CARREGA-PROJETOS    THRU FIM-CARREGA-PROJETOS
           IF      W-QT-PROJ           EQUAL     ZEROS
                   DISPLAY "PROJETOS.TXT AUSENTE OU SEM FAIXA DE "
                           "PARCELA - PEDIDO NAO GERADO"
                   STOP RUN.
           PERFORM CARREGA-FAIXAS      THRU FIM-CARREGA-FAIXAS
           PERFORM CARREGA-CARTAS      THRU FIM-CARREGA-CARTAS
           PERFORM CARREGA-SUPRESSAO   THRU FIM-CARREGA-SUPRESSAO.

       ABRE-ARQUIVOS.
           OPEN    OUTPUT    PSAIDA.
           IF      W-FS-SAIDA          NOT       EQUAL     "00"
                   DISPLAY "ERRO NA ABERTURA DO PEDIDO = " W-FS-SAIDA
                   STOP RUN.
           OPEN    OUTPUT    PGABAR.
           IF      W-FS-GABAR          NOT       EQUAL     "00"
                   DISPLAY "ERRO NA ABERTURA DO GABARITO = "
                           W-FS-GABAR
                   CLOSE   PSAIDA
                   STOP RUN.
           ACCEPT  W-DATA-SIS          FROM      DATE YYYYMMDD
           MOVE    W-DS-DIA  TO        W-DP-DIA
           MOVE    W-DS-MES  TO        W-DP-MES
           MOVE    W-DS-ANO  TO        W-DP-ANO
           MOVE    W-DS-MES  TO        W-VIG-MES W-EDI-MES W-MMAA-MES
           COMPUTE W-ANO-ANT =         W-DS-ANO - 1
           COMPUTE W-ANO-SEG =         W-DS-ANO + 1

           PERFORM GRAVA-CABECALHO     THRU FIM-GRAVA-CABECALHO
           PERFORM GERA-DOCUMENTO      THRU FIM-GERA-DOCUMENTO
                    VARYING W-DOC FROM 1 BY 1
                    UNTIL   W-DOC > W-QTDE-DOCS
           PERFORM GRAVA-TRAILER       THRU FIM-GRAVA-TRAILER
           CLOSE   PSAIDA    PGABAR

           DISPLAY "DOCUMENTOS GERADOS ...: " W-GRAVADOS
           PERFORM MOSTRA-INJETADOS    THRU FIM-MOSTRA-INJETADOS
                    VARYING W-IND FROM 1 BY 1
                    UNTIL   W-IND > 7
           DISPLAY "DEFEITOS NO GABARITO .: " W-NO-GABARITO
           DISPLAY "PEDIDO ...............: " ARQ-SAIDA
           DISPLAY "GABARITO .............: " ARQ-GABARITO
           STOP    RUN.

       RECEBE-PARAM.
           DISPLAY 1         UPON      ARGUMENT-NUMBER
           ACCEPT  ARQ-SAIDA           FROM      ARGUMENT-VALUE
           DISPLAY 2         UPON      ARGUMENT-NUMBER
           ACCEPT  ARQ-GABARITO        FROM      ARGUMENT-VALUE
           DISPLAY 3         UPON      ARGUMENT-NUMBER
           ACCEPT  W-QTDE-DOCS         FROM      ARGUMENT-VALUE
           PERFORM RECEBE-CADENCIA     THRU FIM-RECEBE-CADENCIA
                    VARYING W-IND FROM 1 BY 1
                    UNTIL   W-IND > 7.
       FIM-RECEBE-PARAM.
           EXIT.

      *    AS CADENCIAS VEM DO QUARTO PARAMETRO EM DIANTE, NA ORDEM
      *    DA TABELA DE DEFEITOS; A QUE FALTAR FICA DESLIGADA.
       RECEBE-CADENCIA.
           COMPUTE W-NUM-ARG =         W-IND + 3
           IF      W-NUM-ARG           >         W-ARGC
                   GO        FIM-RECEBE-CADENCIA.
           DISPLAY W-NUM-ARG           UPON      ARGUMENT-NUMBER
           ACCEPT  TD-CAD (W-IND)      FROM      ARGUMENT-VALUE.
       FIM-RECEBE-CADENCIA.
           EXIT.

       PERGUNTA-CADENCIA.
           DISPLAY TN-DESCR (W-IND) " A CADA (0=NAO): "
           ACCEPT  TD-CAD (W-IND).
       FIM-PERGUNTA-CADENCIA.
           EXIT.

       MOSTRA-INJETADOS.
           DISPLAY TN-DESCR (W-IND) ": " TD-INJ (W-IND)
                   "  (CADENCIA " TD-CAD (W-IND) ")".
       FIM-MOSTRA-INJETADOS.
           EXIT.

      *****************************************************************
      *    CARREGA-PROJETOS: SO' ENTRAM OS PROJETOS COM A FAIXA DE
      *    PARCELA DECLARADA - SEM ELA NAO HA COMO GERAR UM VALOR QUE
      *    A CRITICA DE PARCELA DO XPGR47 ACEITE.
      *****************************************************************
       CARREGA-PROJETOS.
           MOVE    ZEROS     TO        W-QT-PROJ
           OPEN    INPUT     PPROJTAB.
           IF      W-FS-PROJTAB        NOT       EQUAL     "00"
                   GO        FIM-CARREGA-PROJETOS.
       LE-PROJETO.
           READ    PPROJTAB  AT        END
                   CLOSE     PPROJTAB
                   GO        FIM-CARREGA-PROJETOS.
           IF      PT-NR-PROJ          NOT       NUMERIC
           OR      PT-NR-PROJ          EQUAL     ZEROS
           OR      PT-VL-MIN           NOT       NUMERIC
           OR      PT-VL-MAX           NOT       NUMERIC
                   GO        LE-PROJETO.
           IF      PT-VL-MAX           EQUAL     ZEROS
           OR      PT-VL-MAX           <         PT-VL-MIN
           OR      W-QT-PROJ           NOT       <         99
                   GO        LE-PROJETO.
           ADD     1         TO        W-QT-PROJ
           MOVE    PT-NR-PROJ          TO        TP-NR (W-QT-PROJ)
           MOVE    PT-NOME-PROJ        TO        TP-NOME (W-QT-PROJ)
           MOVE    PT-VL-MIN           TO        TP-VL-MIN (W-QT-PROJ)
           MOVE    PT-VL-MAX           TO        TP-VL-MAX (W-QT-PROJ)
           GO      LE-PROJETO.
       FIM-CARREGA-PROJETOS.
           EXIT.

      *****************************************************************
      *    CARREGA-FAIXAS: AS FAIXAS DE CEP POR UF. SEM O ARQUIVO, OS
      *    CEPS SAEM DE UMA FAIXA UNICA DA CAPITAL PAULISTA.
      *****************************************************************
       CARREGA-FAIXAS.
           MOVE    ZEROS     TO        W-QT-FAIXA
           OPEN    INPUT     PFAIXAS.
           IF      W-FS-FAIXAS         NOT       EQUAL     "00"
                   GO        FAIXA-PADRAO.
       LE-FAIXA.
           READ    PFAIXAS   AT        END
                   CLOSE     PFAIXAS
                   GO        FAIXA-PADRAO.
           IF      FX-INI    NOT       NUMERIC
           OR      FX-FIM    NOT       NUMERIC
                   GO        LE-FAIXA.
           IF      FX-INI    <         1000000
           OR      FX-FIM    <         FX-INI
           OR      W-QT-FAIXA          NOT       <         100
                   GO        LE-FAIXA.
           ADD     1         TO        W-QT-FAIXA
           MOVE    FX-UF     TO        TF-UF (W-QT-FAIXA)
           MOVE    FX-INI    TO        TF-INI (W-QT-FAIXA)
           MOVE    FX-FIM    TO        TF-FIM (W-QT-FAIXA)
           GO      LE-FAIXA.
       FAIXA-PADRAO.
           IF      W-QT-FAIXA          >         ZEROS
                   GO        FIM-CARREGA-FAIXAS.
           DISPLAY "CEP_FAIXAS.TXT AUSENTE - CEPS DE 01000-000 A "
                   "05999-999 (SP)"
           MOVE    1         TO        W-QT-FAIXA
           MOVE    "SP"      TO        TF-UF (1)
           MOVE    01000000  TO        TF-INI (1)
           MOVE    05999999  TO        TF-FIM (1).
       FIM-CARREGA-FAIXAS.
           EXIT.

      *****************************************************************
      *    CARREGA-CARTAS: O PRIMEIRO MODELO ATIVO DO CARTAS.TXT VAI
      *    EM TODO DOCUMENTO, COM OS ANEXOS QUE ELE EXIGE. SEM O
      *    ARQUIVO O XPGR47 NAO CRITICA O MODELO - O BOTAO CT E'
      *    DESLIGADO.
      *****************************************************************
       CARREGA-CARTAS.
           MOVE    "N"       TO        W-TEM-CARTAS
           OPEN    INPUT     PCARTAB.
           IF      W-FS-CARTAB         NOT       EQUAL     "00"
                   GO        SEM-CARTAS.
       LE-CARTA.
           READ    PCARTAB   AT        END
                   CLOSE     PCARTAB
                   GO        SEM-CARTAS.
           IF      CB-CODIGO EQUAL     SPACES
           OR      CB-ATIVO  EQUAL     "N"
                   GO        LE-CARTA.
           MOVE    CB-CODIGO TO        W-CARTA-OK
           MOVE    CB-ANEXOS TO        W-ANEXOS-OK
           MOVE    "S"       TO        W-TEM-CARTAS
           CLOSE   PCARTAB
           GO      FIM-CARREGA-CARTAS.
       SEM-CARTAS.
           IF      TD-CAD (5)          >         ZEROS
                   DISPLAY "CARTAS.TXT AUSENTE OU SEM MODELO ATIVO - "
                           "MODELO INVALIDO DESLIGADO"
                   MOVE      ZEROS     TO        TD-CAD (5).
       FIM-CARREGA-CARTAS.
           EXIT.

      *****************************************************************
      *    CARREGA-SUPRESSAO: OS CODIGOS VIGENTES DA LISTA
      *    NAO-PERTURBE (ENTRADA COM CODIGO E VALIDADE EM BRANCO OU
      *    AINDA NAO VENCIDA - MESMO FILTRO DO XPGR47), ATE' 500.
      *****************************************************************
       CARREGA-SUPRESSAO.
           MOVE    ZEROS     TO        W-QT-SUPCOD
           ACCEPT  W-HOJE    FROM      DATE YYYYMMDD
           OPEN    INPUT     PSUPTAB.
           IF      W-FS-SUPTAB         NOT       EQUAL     "00"
                   GO        SEM-SUPRESSAO.
       LE-SUPRESSAO.
           READ    PSUPTAB   AT        END
                   CLOSE     PSUPTAB
                   GO        SEM-SUPRESSAO.
           IF      SU-COD    EQUAL     SPACES
           OR      W-QT-SUPCOD         NOT       <         500
                   GO        LE-SUPRESSAO.
           IF      SU-VALIDADE         NUMERIC
           AND     SU-VALIDADE         NOT       EQUAL     "00000000"
           AND     SU-VALIDADE         <         W-HOJE
                   GO        LE-SUPRESSAO.
           ADD     1         TO        W-QT-SUPCOD
           MOVE    SU-COD    TO        TS-COD (W-QT-SUPCOD)
           GO      LE-SUPRESSAO.
       SEM-SUPRESSAO.
           IF      W-QT-SUPCOD         EQUAL     ZEROS
           AND     TD-CAD (6)          >         ZEROS
                   DISPLAY "SUPRESSAO.TXT SEM CODIGO VIGENTE - "
                           "ASSINANTE SUPRIMIDO DESLIGADO"
                   MOVE      ZEROS     TO        TD-CAD (6).
       FIM-CARREGA-SUPRESSAO.
           EXIT.

      *****************************************************************
      *    GERA-DOCUMENTO: MONTA O DOCUMENTO LIMPO, ESCOLHE O DEFEITO
      *    DA VEZ (SE HOUVER), GRAVA O DOCUMENTO E A LINHA DO
      *    GABARITO.
      *****************************************************************
       GERA-DOCUMENTO.
           PERFORM MONTA-DOCUMENTO     THRU FIM-MONTA-DOCUMENTO
           PERFORM ESCOLHE-DEFEITO     THRU FIM-ESCOLHE-DEFEITO
           IF      W-DEFEITO           >         ZEROS
                   PERFORM   INJETA-DEFEITO
                             THRU      FIM-INJETA-DEFEITO
                   PERFORM   GRAVA-GABARITO
                             THRU      FIM-GRAVA-GABARITO.

      *    O ALVO DA DUPLICIDADE E' UM DOCUMENTO QUE CHEGA A CRITICA
      *    DE DUPLICIDADE DO XPGR47 (NEM SUPRIMIDO NEM RETIDO, NEM
      *    ELE MESMO DUPLICADO) E ESTA' DENTRO DOS 5000 CODIGOS QUE
      *    A CRITICA GUARDA.
           IF      W-DOC     <         5000
           AND     W-DEFEITO NOT       EQUAL     4 AND 5 AND 6
                   MOVE      E-COD-ASS TO        W-COD-ALVO.

           WRITE   REGENTR-1
           ADD     1         TO        W-GRAVADOS.
       FIM-GERA-DOCUMENTO.
           EXIT.

      *    ESCOLHE-DEFEITO: AS CADENCIAS QUE CAEM NESTE DOCUMENTO
      *    VIRAM PENDENCIA; A PRIMEIRA PENDENCIA QUE PODE SER
      *    ATENDIDA VAI NELE.
       ESCOLHE-DEFEITO.
           MOVE    ZEROS     TO        W-DEFEITO
           PERFORM MARCA-PENDENCIA     THRU FIM-MARCA-PENDENCIA
                    VARYING W-IND FROM 1 BY 1
                    UNTIL   W-IND > 7
           PERFORM PROCURA-PENDENCIA   THRU FIM-PROCURA-PENDENCIA
                    VARYING W-IND FROM 1 BY 1
                    UNTIL   W-IND > 7
                    OR      W-DEFEITO >         ZEROS.
       FIM-ESCOLHE-DEFEITO.
           EXIT.

       MARCA-PENDENCIA.
           IF      TD-CAD (W-IND)      EQUAL     ZEROS
                   GO        FIM-MARCA-PENDENCIA.
           DIVIDE  W-DOC     BY        TD-CAD (W-IND)
                   GIVING    W-QUOC    REMAINDER W-RESTO
           IF      W-RESTO   EQUAL     ZEROS
                   ADD       1         TO        TD-PEND (W-IND).
       FIM-MARCA-PENDENCIA.
           EXIT.

       PROCURA-PENDENCIA.
           IF      TD-PEND (W-IND)     EQUAL     ZEROS
                   GO        FIM-PROCURA-PENDENCIA.
           IF      W-IND     EQUAL     4
           AND     W-COD-ALVO          EQUAL     SPACES
                   GO        FIM-PROCURA-PENDENCIA.
           SUBTRACT 1        FROM      TD-PEND (W-IND)
           ADD     1         TO        TD-INJ (W-IND)
           MOVE    W-IND     TO        W-DEFEITO.
       FIM-PROCURA-PENDENCIA.
           EXIT.

      *****************************************************************
      *    MONTA-DOCUMENTO: O DOCUMENTO LIMPO - PASSA POR TODAS AS
      *    CRITICAS DO XPGR47 SEM LINHA DE EXCECAO.
      *****************************************************************
       MONTA-DOCUMENTO.
           MOVE    SPACES    TO        REGENTR-1
           DIVIDE  W-DOC     BY        3
                   GIVING    W-QUOC    REMAINDER W-RESTO
           IF      W-RESTO   EQUAL     ZEROS
                   MOVE      "PR"      TO        E-TIPO
           ELSE
               IF  W-RESTO   EQUAL     1
                   MOVE      "NO"      TO        E-TIPO
               ELSE
                   MOVE      "DN"      TO        E-TIPO.
           MOVE    "1"       TO        E-COD-IMPRES
           MOVE    W-DOC     TO        E-SEQ-REG
           MOVE    W-DOC     TO        E-SEQ-CARNE
           MOVE    1         TO        E-ASS-GER
           MOVE    W-CARTA-OK          TO        E-CARTA
           MOVE    W-ANEXOS-OK         TO        E-ANEXO123
           STRING  "ENSAIO GERAPED " W-DOC
                   DELIMITED BY SIZE INTO E-CHAVE-ABRIL
           MOVE    W-DOC     TO        W-COD-GER-NR
           MOVE    W-COD-GER TO        E-COD-ASS
           PERFORM MONTA-NOME          THRU FIM-MONTA-NOME
           PERFORM MONTA-ENDERECO      THRU FIM-MONTA-ENDERECO
           PERFORM MONTA-PRESENTEADO   THRU FIM-MONTA-PRESENTEADO
           MOVE    W-DATA-PROC         TO        E-DT-PROC
           PERFORM MONTA-PROJETOS      THRU FIM-MONTA-PROJETOS
           MOVE    12        TO        E-QTDE-PARC
           MOVE    ZEROS     TO        E-PARC-ATRAS-1 E-PARC-PAGAS
                                       E-TOT-DEB-ATRAS E-TOT-PAGO
           PERFORM ZERA-ATRASO         THRU FIM-ZERA-ATRASO
                    VARYING W-IND FROM 1 BY 1
                    UNTIL   W-IND > 5
           PERFORM MONTA-DEBITO        THRU FIM-MONTA-DEBITO
           MOVE    "ABRIL"   TO        E-EMPRESA
           MOVE    "N"       TO        E-OPTIN-DIGITAL
           MOVE    "GER00001"          TO        E-GERENTE
           MOVE    "PRC001"  TO        E-PRACA.
       FIM-MONTA-DOCUMENTO.
           EXIT.

       ZERA-ATRASO.
           MOVE    ZEROS     TO        E-VL-PARC-ATRAS (W-IND)
                                       E-PARC-ATRAS-2 (W-IND).
       FIM-ZERA-ATRASO.
           EXIT.

      *    NOME = PRENOME + DOIS SOBRENOMES; A CHAMADA E' O PRENOME.
       MONTA-NOME.
           DIVIDE  W-DOC     BY        20
                   GIVING    W-QUOC    REMAINDER W-RESTO
           COMPUTE W-IND     =         W-RESTO + 1
           DIVIDE  W-QUOC    BY        20
                   GIVING    W-QUOC    REMAINDER W-RESTO
           COMPUTE W-IND-TAB =         W-RESTO + 1
           COMPUTE W-PRODUTO =         W-DOC * 7
           DIVIDE  W-PRODUTO BY        20
                   GIVING    W-QUOC    REMAINDER W-RESTO
           ADD     1         TO        W-RESTO
           STRING  TPN-NOME (W-IND)    DELIMITED BY SPACE
                   " "                 DELIMITED BY SIZE
                   TSN-NOME (W-IND-TAB) DELIMITED BY SPACE
                   " "                 DELIMITED BY SIZE
                   TSN-NOME (W-RESTO)  DELIMITED BY SPACE
                   INTO      E-NOME-ASS
           MOVE    TPN-NOME (W-IND)    TO        E-CHAMADA-ASS
           MOVE    TPN-SEXO (W-IND)    TO        E-SEXO-ASS.
       FIM-MONTA-NOME.
           EXIT.

      *    ENDERECO: LOGRADOURO + NUMERO, BAIRRO, CEP SORTEADO NUMA
      *    FAIXA E CIDADE = CAPITAL DA UF DA FAIXA.
       MONTA-ENDERECO.
           DIVIDE  W-DOC     BY        10
                   GIVING    W-QUOC    REMAINDER W-RESTO
           COMPUTE W-IND     =         W-RESTO + 1
           COMPUTE W-PRODUTO =         W-DOC * 13
           DIVIDE  W-PRODUTO BY        1999
                   GIVING    W-QUOC    REMAINDER W-RESTO
           ADD     1         TO        W-RESTO
           MOVE    W-RESTO   TO        W-NR-ED
           MOVE    ZEROS     TO        W-BRANCOS
           INSPECT W-NR-ED-X TALLYING  W-BRANCOS FOR LEADING SPACES
           STRING  TLG-NOME (W-IND)    DELIMITED BY "  "
                   ", "                DELIMITED BY SIZE
                   W-NR-ED-X (W-BRANCOS + 1 : 4 - W-BRANCOS)
                                       DELIMITED BY SIZE
                   INTO      E-END-ASS
           COMPUTE W-PRODUTO =         W-DOC * 3
           DIVIDE  W-PRODUTO BY        10
                   GIVING    W-QUOC    REMAINDER W-RESTO
           COMPUTE W-IND     =         W-RESTO + 1
           MOVE    TBR-NOME (W-IND)    TO        E-BAI-ASS

           DIVIDE  W-DOC     BY        W-QT-FAIXA
                   GIVING    W-QUOC    REMAINDER W-RESTO
           COMPUTE W-IND     =         W-RESTO + 1
           COMPUTE W-VAO     =         TF-FIM (W-IND) - TF-INI (W-IND)
                                       + 1
           COMPUTE W-PRODUTO =         W-DOC * 7919
           DIVIDE  W-PRODUTO BY        W-VAO
                   GIVING    W-QUOC    REMAINDER W-RESTO
           COMPUTE W-CEP-GER =         TF-INI (W-IND) + W-RESTO
           MOVE    W-CEP-GER-5         TO        E-CEP5-ASS
           MOVE    W-CEP-GER-3         TO        E-CEP3-ASS
           MOVE    TF-UF (W-IND)       TO        W-UF-DOC E-UF-ASS
           MOVE    "INTERIOR"          TO        W-CIDADE-DOC
           PERFORM PROCURA-CAPITAL     THRU FIM-PROCURA-CAPITAL
                    VARYING W-IND-TAB FROM 1 BY 1
                    UNTIL   W-IND-TAB > 27
           MOVE    W-CIDADE-DOC        TO        E-CID-ASS.
       FIM-MONTA-ENDERECO.
           EXIT.

       PROCURA-CAPITAL.
           IF      TCP-UF (W-IND-TAB)  EQUAL     W-UF-DOC
                   MOVE      TCP-CIDADE (W-IND-TAB)
                                       TO        W-CIDADE-DOC.
       FIM-PROCURA-CAPITAL.
           EXIT.

      *    PRESENTEADO: UM DOCUMENTO EM CADA QUATRO E' ASSINATURA DE
      *    PRESENTE (PRESENTEADO NO MESMO ENDERECO, OUTRO PRENOME).
      *    NOS DEMAIS O BLOCO VAI SEM NOME, MAS COM O CEP DO
      *    ASSINANTE - A CRITICA DE CEP DO PRESENTEADO NAO OLHA O
      *    NOME, E CEP ZERADO ALI SERIA UM DEFEITO NAO PLANTADO.
       MONTA-PRESENTEADO.
           MOVE    E-CEP5-ASS          TO        E-CEP5-PRE
           MOVE    E-CEP3-ASS          TO        E-CEP3-PRE
           DIVIDE  W-DOC     BY        4
                   GIVING    W-QUOC    REMAINDER W-RESTO
           IF      W-RESTO   NOT       EQUAL     ZEROS
                   GO        FIM-MONTA-PRESENTEADO.
           DIVIDE  W-DOC     BY        20
                   GIVING    W-QUOC    REMAINDER W-RESTO
           COMPUTE W-IND     =         20 - W-RESTO
           MOVE    "P"       TO        E-COD-PRE
           MOVE    W-DOC     TO        E-COD-PRE (2 : 8)
           STRING  TPN-NOME (W-IND)    DELIMITED BY SPACE
                   " "                 DELIMITED BY SIZE
                   E-NOME-ASS          DELIMITED BY SIZE
                   INTO      E-NOME-PRE
           MOVE    TPN-NOME (W-IND)    TO        E-CHAMADA-PRE
           MOVE    TPN-SEXO (W-IND)    TO        E-SEXO-PRE
           MOVE    E-END-ASS TO        E-END-PRE
           MOVE    E-CID-ASS TO        E-CID-PRE
           MOVE    E-BAI-ASS TO        E-BAI-PRE
           MOVE    E-UF-ASS  TO        E-UF-PRE.
       FIM-MONTA-PRESENTEADO.
           EXIT.

      *    PROJETOS: UM OU DOIS POR DOCUMENTO, RODANDO A TABELA; A
      *    PARCELA CAI DENTRO DA FAIXA DO PROJETO, A VIGENCIA VAI DO
      *    MES CORRENTE AO MESMO MES DO ANO SEGUINTE.
       MONTA-PROJETOS.
           DIVIDE  W-DOC     BY        2
                   GIVING    W-QUOC    REMAINDER W-RESTO
           COMPUTE W-QT-PRJ-DOC =      W-RESTO + 1
           IF      W-QT-PRJ-DOC        >         W-QT-PROJ
                   MOVE      W-QT-PROJ TO        W-QT-PRJ-DOC.
           PERFORM MONTA-UM-PROJETO    THRU FIM-MONTA-UM-PROJETO
                    VARYING W-IND-PRJ FROM 1 BY 1
                    UNTIL   W-IND-PRJ > W-QT-PRJ-DOC.
       FIM-MONTA-PROJETOS.
           EXIT.

       MONTA-UM-PROJETO.
           COMPUTE W-PRODUTO =         W-DOC + W-IND-PRJ - 1
           DIVIDE  W-PRODUTO BY        W-QT-PROJ
                   GIVING    W-QUOC    REMAINDER W-RESTO
           COMPUTE W-IND-TAB =         W-RESTO + 1
           MOVE    "0"       TO        E-NR-PROJ-1 (W-IND-PRJ)
           MOVE    TP-NR (W-IND-TAB)   TO        E-REVISTA (W-IND-PRJ)
           MOVE    TP-NOME (W-IND-TAB) TO        E-NOME-PROJ (W-IND-PRJ)
           MOVE    "0000001" TO        E-EDI-INIC (W-IND-PRJ)
           MOVE    "0000012" TO        E-EDI-FIM (W-IND-PRJ)
           MOVE    "001"     TO        E-NR-COPIAS (W-IND-PRJ)
           MOVE    W-DS-ANO  TO        W-VIG-ANO W-EDI-ANO W-MMAA-ANO
           MOVE    W-VIG     TO        E-DT-VIG-INIC (W-IND-PRJ)
           MOVE    W-EDI     TO        E-DT-EDI-INIC (W-IND-PRJ)
           MOVE    W-MMAA    TO        E-MMAA-INIC (W-IND-PRJ)
           MOVE    W-ANO-SEG TO        W-VIG-ANO W-EDI-ANO W-MMAA-ANO
           MOVE    W-VIG     TO        E-DT-VIG-FIM (W-IND-PRJ)
           MOVE    W-EDI     TO        E-DT-EDI-FIM (W-IND-PRJ)
           MOVE    W-MMAA    TO        E-MMAA-FIM (W-IND-PRJ)
           COMPUTE W-VAO     =         TP-VL-MAX (W-IND-TAB)
                                       - TP-VL-MIN (W-IND-TAB) + 1
           COMPUTE W-PRODUTO =         W-DOC * 37
           DIVIDE  W-PRODUTO BY        W-VAO
                   GIVING    W-QUOC    REMAINDER W-RESTO
           COMPUTE E-VL-PARC (W-IND-PRJ) =
                   TP-VL-MIN (W-IND-TAB) + W-RESTO
           MOVE    E-VL-PARC (W-IND-PRJ)
                   TO      E-VL-ASS-CAPA (W-IND-PRJ)
           MOVE    "12"      TO        E-VIGENCIA (W-IND-PRJ).
       FIM-MONTA-UM-PROJETO.
           EXIT.

      *    FORMA DE PAGAMENTO ALTERNADA: CARTAO, DEBITO EM CONTA OU
      *    BOLETO (SEM DADOS DE DEBITO). CARTAO E CONTA SAO UNICOS
      *    POR DOCUMENTO, PARA NAO ACENDER A CRITICA DE FRAUDE.
       MONTA-DEBITO.
           DIVIDE  W-DOC     BY        3
                   GIVING    W-QUOC    REMAINDER W-RESTO
           IF      W-RESTO   EQUAL     ZEROS
                   MOVE      "VI"      TO        E-SIGLA-DB
                   MOVE      W-DOC     TO        W-CARTAO-GER-NR
                   MOVE      W-CARTAO-GER        TO        E-DB-CARTAO
                   GO        FIM-MONTA-DEBITO.
           IF      W-RESTO   EQUAL     2
                   GO        FIM-MONTA-DEBITO.
           MOVE    "341"     TO        E-BANCO
           DIVIDE  W-DOC     BY        9999
                   GIVING    W-QUOC    REMAINDER W-RESTO
           ADD     1         TO        W-RESTO
           MOVE    W-RESTO   TO        E-AGENCIA
           COMPUTE W-PRODUTO =         (W-DOC * 10) + 7
           MOVE    W-PRODUTO TO        E-CONTA
           MOVE    "BANCO ITAU"        TO        E-NOME-INST.
       FIM-MONTA-DEBITO.
           EXIT.

      *****************************************************************
      *    INJETA-DEFEITO: ALTERA O DOCUMENTO LIMPO NO PONTO EXATO
      *    QUE A CRITICA CORRESPONDENTE DO XPGR47 EXAMINA.
      *****************************************************************
       INJETA-DEFEITO.
           GO TO   INJETA-CEP          INJETA-DEBITO
                   INJETA-VIGENCIA     INJETA-DUPLICADO
                   INJETA-CARTA        INJETA-SUPRIMIDO
                   INJETA-SAUDACAO
                   DEPENDING ON        W-DEFEITO.
           GO      FIM-INJETA-DEFEITO.
       INJETA-CEP.
           MOVE    ZEROS     TO        E-CEP5-ASS
           GO      FIM-INJETA-DEFEITO.
      *    DEBITO: ALTERNA CARTAO SEM NUMERO E CONTA ZERADA.
       INJETA-DEBITO.
           MOVE    SPACES    TO        E-DEBITO-CARTAO E-DB-BCO
                                       E-NOME-INST
           DIVIDE  TD-INJ (2) BY       2
                   GIVING    W-QUOC    REMAINDER W-RESTO
           IF      W-RESTO   EQUAL     1
                   MOVE      "VI"      TO        E-SIGLA-DB
                   GO        FIM-INJETA-DEFEITO.
           MOVE    "341"     TO        E-BANCO
           MOVE    "00001"   TO        E-AGENCIA
           MOVE    ZEROS     TO        E-CONTA
           MOVE    "BANCO ITAU"        TO        E-NOME-INST
           GO      FIM-INJETA-DEFEITO.
      *    VIGENCIA: O FIM DO PRIMEIRO PROJETO VOLTA UM ANO ANTES DO
      *    INICIO (AS DATAS CONTINUAM SENDO DATAS REAIS).
       INJETA-VIGENCIA.
           MOVE    W-ANO-ANT TO        W-VIG-ANO
           MOVE    W-VIG     TO        E-DT-VIG-FIM (1)
           GO      FIM-INJETA-DEFEITO.
       INJETA-DUPLICADO.
           MOVE    W-COD-ALVO          TO        E-COD-ASS
           GO      FIM-INJETA-DEFEITO.
       INJETA-CARTA.
           MOVE    W-DOC     TO        W-CARTA-RUIM-NR
           MOVE    W-CARTA-RUIM        TO        E-CARTA
           GO      FIM-INJETA-DEFEITO.
       INJETA-SUPRIMIDO.
           DIVIDE  TD-INJ (6) BY       W-QT-SUPCOD
                   GIVING    W-QUOC    REMAINDER W-RESTO
           COMPUTE W-IND-SUP =         W-RESTO + 1
           MOVE    TS-COD (W-IND-SUP)  TO        E-COD-ASS
           GO      FIM-INJETA-DEFEITO.
      *    SAUDACAO: ALTERNA CHAMADA EM BRANCO, CHAMADA COM PONTO NA
      *    FRENTE E SEXO FORA DE M/F.
       INJETA-SAUDACAO.
           DIVIDE  TD-INJ (7) BY       3
                   GIVING    W-QUOC    REMAINDER W-RESTO
           IF      W-RESTO   EQUAL     1
                   MOVE      SPACES    TO        E-CHAMADA-ASS
                   GO        FIM-INJETA-DEFEITO.
           IF      W-RESTO   EQUAL     2
                   MOVE      SPACES    TO        E-CHAMADA-ASS
                   STRING    "."       DELIMITED BY SIZE
                             E-NOME-ASS          DELIMITED BY SPACE
                             INTO      E-CHAMADA-ASS
                   GO        FIM-INJETA-DEFEITO.
           MOVE    "X"       TO        E-SEXO-ASS.
       FIM-INJETA-DEFEITO.
           EXIT.

       GRAVA-GABARITO.
           MOVE    SPACES    TO        REG-GABARITO
           COMPUTE GB-SEQ    =         W-DOC + 1
           MOVE    W-DOC     TO        GB-SEQ-REG
           MOVE    E-COD-ASS TO        GB-COD
           MOVE    TN-COD (W-DEFEITO)  TO        GB-DEFEITO
           MOVE    TN-ARQUIVO (W-DEFEITO)        TO        GB-ARQUIVO
           MOVE    TN-DESCR (W-DEFEITO)          TO        GB-DESCR
           WRITE   REG-GABARITO
           ADD     1         TO        W-NO-GABARITO.
       FIM-GRAVA-GABARITO.
           EXIT.

      *    CABECALHO "HH" COM A DATA DE PROCESSAMENTO; O TRAILER "XX"
      *    FECHA COM TODO REGISTRO NAO-XX (DOCUMENTOS + CABECALHO) E
      *    COM OS DOCUMENTOS - E' O QUE A CONTAGEM DO XPGR47 CONFERE.
       GRAVA-CABECALHO.
           MOVE    SPACES    TO        REGENTR-2
           MOVE    "HH"      TO        E-TIPO
           MOVE    W-DATA-PROC         TO        E-DATA-PROC
           MOVE    ZEROS     TO        E-QTDE-REG E-QTDE-CARTAS
           WRITE   REGENTR-2.
       FIM-GRAVA-CABECALHO.
           EXIT.

       GRAVA-TRAILER.
           MOVE    SPACES    TO        REGENTR-2
           MOVE    "XX"      TO        E-TIPO
           MOVE    W-DATA-PROC         TO        E-DATA-PROC
           COMPUTE E-QTDE-REG =        W-GRAVADOS + 1
           MOVE    W-GRAVADOS          TO        E-QTDE-CARTAS
           WRITE   REGENTR-2.
       FIM-GRAVA-TRAILER.
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
