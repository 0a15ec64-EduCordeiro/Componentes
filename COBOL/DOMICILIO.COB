       IDENTIFICATION DIVISION.
       PROGRAM-ID.      DOMICILIO.
      *
      *  AGRUPAMENTO DO CADASTRO DE CLIENTES POR DOMICILIO: O DUPCLI
      *  ACHA A MESMA PESSOA CADASTRADA DUAS VEZES, MAS PESSOAS
      *  DIFERENTES NO MESMO ENDERECO (CASAL, PAIS E FILHOS) GANHAM
      *  UM ENVELOPE CADA NAS ETIQUETAS E NA PROSPECCAO. ESTA
      *  RODADA NORMALIZA O ENDERECO DE CADA CLIENTE - CEP + RUA
      *  (COM NUMERO E COMPLEMENTO) EM MAIUSCULAS, PONTUACAO FORA,
      *  BRANCOS COMPRIMIDOS E CADA PALAVRA PASSADA PELA TABELA DE
      *  ABREVIATURAS DO PADRONIZA (ABREVIA.TXT) - E DA' UM CODIGO
      *  DE DOMICILIO A CADA GRUPO:
      *     DOMICILIO  = CODIGO DO MEMBRO MAIS ANTIGO (MENOR CODIGO
      *                  DE CLIENTE), QUE E' TAMBEM O PRINCIPAL
      *     SOBRENOME  = ULTIMO NOME DO PRINCIPAL (SEM FILHO, JUNIOR,
      *                  NETO, SOBRINHO), PARA O "FAMILIA <SOBRENOME>"
      *  CLIENTE SEM RUA OU SEM CEP FICA SOZINHO NO SEU DOMICILIO.
      *
      *  SAIDAS: DOMICILIOS.TXT (UMA LINHA POR CLIENTE, EM ORDEM DE
      *  CODIGO - E' O QUE AS ETIQUETAS DO LISTA_CLIENTE E O
      *  PROSPECT CONSULTAM NA OPCAO DE UMA PECA POR DOMICILIO) E
      *  DOMICILIO_REL.TXT COM OS DOMICILIOS DE MAIS DE UM MEMBRO.
      *
      *  QUEM MANDA UMA PECA POR DOMICILIO ACRESCENTA EM
      *  ECONOMIA_DOMIC.TXT UMA LINHA "P" POR PECA POUPADA (UF E
      *  CEP5) E, NO FIM, UMA LINHA "T" COM A CAMPANHA, AS PECAS
      *  ENVIADAS E AS POUPADAS. A OPCAO E DESTE PROGRAMA PRECIFICA
      *  AS PECAS POUPADAS PELA TABELA DE TARIFAS DO CUSTEIO
      *  (TARIFAS.TXT, CARTA BASE DE 20G POR OMISSAO) E RELATA EM
      *  DOMICILIO_ECON.TXT QUANTAS PECAS E QUANTO DE POSTAGEM CADA
      *  CAMPANHA ECONOMIZOU.
      *
      *  CHAMADA DESATENDIDA:
      *     DOMICILIO A               (AGRUPA O CADASTRO)
      *     DOMICILIO E [PESO-BASE-G] (RELATORIO DE ECONOMIA)
      *
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT       CLIENTE        ASSIGN    TO   "CLIENTE.TXT"
                        ORGANIZATION             IS   INDEXED
                        ACCESS         MODE      IS   SEQUENTIAL
                        RECORD         KEY       IS   CLIENTE-CODIGO
                        ALTERNATE RECORD KEY IS CLIENTE-CEP
                                  WITH DUPLICATES
                        ALTERNATE RECORD KEY IS CLIENTE-NOME
                                  WITH DUPLICATES
                        FILE STATUS              IS   FS-CLIENTE.
           SELECT       PABREV         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-ABREV
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       WORK-DOM       ASSIGN    TO   "WSDOM".
           SELECT       WORK-COD       ASSIGN    TO   "WSDOMC".
           SELECT       PTEMP          ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-TEMP
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PDOMIC         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-DOMIC
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PRELAT         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-RELAT
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PECON          ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-ECON
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PTARIFA        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-TARIFA
                        ACCESS         MODE      IS   SEQUENTIAL.

       DATA        DIVISION.
       FILE        SECTION.
      *    MESMO LAYOUT DO LISTA_CLIENTE.
       FD  CLIENTE.
       01  REG-CLIENTE.
           02 CLIENTE-NOME        PIC X(040).
           02 CLIENTE-RUA         PIC X(080).
           02 CLIENTE-BAIRRO      PIC X(040).
           02 CLIENTE-CIDADE      PIC X(040).
           02 CLIENTE-UF          PIC X(003).
           02 CLIENTE-CEP         PIC 9(008).
           02 CLIENTE-TELEFONE    PIC X(015).
           02 CLIENTE-EMAIL       PIC X(050).
           02 CLIENTE-PREF-CON    PIC X(001).
           02 CLIENTE-CODIGO      PIC 9(009).
           02 CLIENTE-COD-ASS     PIC X(009).

      *    MESMO LAYOUT DO PADRONIZA.
       FD  PABREV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ABREVIA.TXT".
       01  REG-ABREVIA.
           02  AB-DE              PIC X(015).
           02  FILLER             PIC X(001).
           02  AB-PARA            PIC X(020).

       SD  WORK-DOM.
       01  SD-REC.
           02  SD-CEP             PIC 9(008).
           02  SD-RUA-NORM        PIC X(080).
           02  SD-CODIGO          PIC 9(009).
           02  SD-NOME            PIC X(040).
           02  SD-RUA             PIC X(080).

       SD  WORK-COD.
       01  SC-REC.
           02  SC-CODIGO          PIC 9(009).
           02  FILLER             PIC X(078).

       FD  PTEMP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DOMICILIO.TMP".
       01  REG-TEMP               PIC X(087).

      *-----------------------------------------------------------
      *    DOMICILIO DE CADA CLIENTE, EM ORDEM DE CODIGO: CODIGO DO
      *    DOMICILIO, "S" NO PRINCIPAL, QUANTIDADE DE MEMBROS, E O
      *    SOBRENOME E O NOME DO PRINCIPAL (REPETIDOS EM CADA
      *    MEMBRO, PARA QUEM CONSULTA NAO PRECISAR DE OUTRA LEITURA).
      *-----------------------------------------------------------
       FD  PDOMIC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DOMICILIOS.TXT".
       01  REG-DOMIC.
           02  HD-CODIGO          PIC 9(009).
           02  FILLER             PIC X(001).
           02  HD-DOMICILIO       PIC 9(009).
           02  FILLER             PIC X(001).
           02  HD-PRINCIPAL       PIC X(001).
           02  FILLER             PIC X(001).
           02  HD-QT-MEMBROS      PIC 9(003).
           02  FILLER             PIC X(001).
           02  HD-SOBRENOME       PIC X(020).
           02  FILLER             PIC X(001).
           02  HD-NOME-PRINC      PIC X(040).

       FD  PRELAT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS ARQ-RELAT.
       01  REG-RELAT              PIC X(132).

      *-----------------------------------------------------------
      *    ECONOMIA DAS PECAS POR DOMICILIO, ACRESCIDA PELAS
      *    ETIQUETAS DO LISTA_CLIENTE E PELO PROSPECT: "P" = UMA
      *    PECA POUPADA (UF/CEP5); "T" = FECHAMENTO DA CAMPANHA COM
      *    AS PECAS ENVIADAS E AS POUPADAS (VEM DEPOIS DAS "P").
      *-----------------------------------------------------------
       FD  PECON
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ECONOMIA_DOMIC.TXT".
       01  REG-ECON.
           02  EC-TIPO            PIC X(001).
           02  FILLER             PIC X(001).
           02  EC-CAMPANHA        PIC X(010).
           02  FILLER             PIC X(001).
           02  EC-DATA            PIC 9(008).
           02  FILLER             PIC X(001).
           02  EC-UF              PIC X(002).
           02  FILLER             PIC X(001).
           02  EC-CEP5            PIC 9(005).
           02  FILLER             PIC X(001).
           02  EC-QT-PECAS        PIC 9(007).
           02  FILLER             PIC X(001).
           02  EC-QT-POUPADAS     PIC 9(007).

      *    MESMO LAYOUT DO CUSTEIO.
       FD  PTARIFA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "TARIFAS.TXT".
       01  REG-TARIFA.
           02  TA-UF                  PIC X(02).
           02  FILLER                 PIC X(01).
           02  TA-CEP-INI             PIC 9(05).
           02  FILLER                 PIC X(01).
           02  TA-CEP-FIM             PIC 9(05).
           02  FILLER                 PIC X(01).
           02  TA-PESO-ATE            PIC 9(04).
           02  FILLER                 PIC X(01).
           02  TA-TARIFA              PIC 9(07).

       WORKING-STORAGE  SECTION.
       01  FS-CLIENTE             PIC X(002) VALUE SPACES.
       77  W-FS-ABREV             PIC X(002) VALUE SPACES.
       77  W-FS-TEMP              PIC X(002) VALUE SPACES.
       77  W-FS-DOMIC             PIC X(002) VALUE SPACES.
       77  W-FS-RELAT             PIC X(002) VALUE SPACES.
       77  W-FS-ECON              PIC X(002) VALUE SPACES.
       77  W-FS-TARIFA            PIC X(002) VALUE SPACES.
       77  W-ARGC                 PIC 9(002) VALUE ZEROS.
       77  W-OPCAO                PIC X(001) VALUE SPACES.
       77  ARQ-RELAT              PIC X(030) VALUE SPACES.
       77  W-QT-LIDOS             PIC 9(007) VALUE ZEROS.
       77  W-QT-DOMIC             PIC 9(007) VALUE ZEROS.
       77  W-QT-MULTI             PIC 9(007) VALUE ZEROS.
       77  W-QT-AGRUPADOS         PIC 9(007) VALUE ZEROS.
       77  W-FIM-SORT             PIC X(001) VALUE "N".
       77  W-I                    PIC 9(003) VALUE ZEROS.
       77  W-J                    PIC 9(003) VALUE ZEROS.
       77  W-K                    PIC 9(003) VALUE ZEROS.
       77  W-PTR                  PIC 9(003) VALUE ZEROS.
       77  W-LEN                  PIC 9(003) VALUE ZEROS.
       77  W-PALAVRA              PIC X(080) VALUE SPACES.
       77  W-RUA-TRAB             PIC X(080) VALUE SPACES.
       77  W-RUA-NORM             PIC X(080) VALUE SPACES.
       77  W-NOME-TRAB            PIC X(040) VALUE SPACES.
       77  W-SOBRENOME            PIC X(020) VALUE SPACES.
       77  W-FIM-PAL              PIC 9(003) VALUE ZEROS.
       77  W-INI-PAL              PIC 9(003) VALUE ZEROS.
       77  W-QT-ABREV             PIC 9(003) VALUE ZEROS.
       77  W-IND-ABREV            PIC 9(003) VALUE ZEROS.
       77  W-LEN-DE               PIC 9(002) VALUE ZEROS.
       01  TAB-ABREV.
           02 TAB-ENT OCCURS 200 TIMES.
              03 TAB-DE           PIC X(015).
              03 TAB-PARA         PIC X(020).

      *    MEMBROS DO DOMICILIO CORRENTE (EM ORDEM DE CODIGO; O
      *    PRIMEIRO E' O PRINCIPAL).
       77  W-QT-MEMB              PIC 9(003) VALUE ZEROS.
       77  W-IND-MEMB             PIC 9(003) VALUE ZEROS.
       01  W-CHAVE-ANT.
           02 ANT-CEP             PIC 9(008).
           02 ANT-RUA-NORM        PIC X(080).
       01  TAB-MEMBROS.
           02 TMB-ENT OCCURS 200 TIMES.
              03 TMB-CODIGO       PIC 9(009).
              03 TMB-NOME         PIC X(040).
              03 TMB-RUA          PIC X(080).

      *    RELATORIO DE ECONOMIA.
       77  W-DATA-ED              PIC 9(008) VALUE ZEROS.
       77  W-PESO-BASE            PIC 9(004) VALUE 20.
       77  W-QT-TARIFAS           PIC 9(003) VALUE ZEROS.
       77  W-IND-TAR              PIC 9(003) VALUE ZEROS.
       77  W-ACHOU-TAR            PIC 9(003) VALUE ZEROS.
       77  W-GR-POUPADAS          PIC 9(007) VALUE ZEROS.
       77  W-GR-SEM-TARIFA        PIC 9(007) VALUE ZEROS.
       77  W-GR-CUSTO             PIC 9(011) VALUE ZEROS.
       77  W-QT-CAMPANHAS         PIC 9(005) VALUE ZEROS.
       77  W-TOT-PECAS            PIC 9(009) VALUE ZEROS.
       77  W-TOT-POUPADAS         PIC 9(009) VALUE ZEROS.
       77  W-TOT-CUSTO            PIC 9(013) VALUE ZEROS.
       01  TAB-TARIFAS.
           03 TT-ENT OCCURS 100 TIMES.
              05 TT-UF            PIC X(02).
              05 TT-CEP-INI       PIC 9(05).
              05 TT-CEP-FIM       PIC 9(05).
              05 TT-PESO-ATE      PIC 9(04).
              05 TT-TARIFA        PIC 9(07).

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

      *    LINHA DE AMBIENTE NO ALTO DOS RELATORIOS
       01  W-CAB-AMBIENTE.
           02  FILLER             PIC X(10) VALUE "AMBIENTE: ".
           02  W-CA-NOME          PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ESCOLHE-AMBIENTE    THRU FIM-ESCOLHE-AMBIENTE
           ACCEPT  W-ARGC    FROM      ARGUMENT-NUMBER.
           IF      W-ARGC    NOT       <         1
                   DISPLAY 1 UPON      ARGUMENT-NUMBER
                   ACCEPT  W-OPCAO     FROM      ARGUMENT-VALUE
           ELSE
                   DISPLAY "DOMICILIO - AGRUPAMENTO POR ENDERECO"
                   DISPLAY "A = AGRUPA O CADASTRO  E = RELATORIO DE "
                           "ECONOMIA: "
                   ACCEPT  W-OPCAO.
           IF      W-ARGC    NOT       <         2
                   DISPLAY 2 UPON      ARGUMENT-NUMBER
                   ACCEPT  W-PESO-BASE FROM      ARGUMENT-VALUE.
           IF      W-PESO-BASE         EQUAL     ZEROS
                   MOVE      20        TO        W-PESO-BASE.
           IF      W-OPCAO   EQUAL     "E"  OR   "e"
                   PERFORM   RELATA-ECONOMIA
                             THRU FIM-RELATA-ECONOMIA
                   STOP RUN.
           IF      W-OPCAO   NOT       EQUAL     "A"  AND  "a"
                   DISPLAY "OPCAO INVALIDA - USE A OU E"
                   STOP RUN.
           PERFORM CARREGA-ABREVIA     THRU FIM-CARREGA-ABREVIA
           MOVE    "DOMICILIO_REL.TXT" TO        ARQ-RELAT
           OPEN    OUTPUT    PTEMP     PRELAT
           WRITE   REG-RELAT           FROM      W-CAB-AMBIENTE
           MOVE    SPACES    TO        REG-RELAT
           STRING  "DOMICILIOS COM MAIS DE UM MEMBRO (PRINCIPAL "
                   "PRIMEIRO)" DELIMITED BY SIZE INTO REG-RELAT
           WRITE   REG-RELAT
           SORT    WORK-DOM
                   ASCENDING KEY SD-CEP SD-RUA-NORM SD-CODIGO
                   INPUT  PROCEDURE IS CARREGA-CADASTRO
                   OUTPUT PROCEDURE IS AGRUPA-DOMICILIOS.
           CLOSE   PTEMP
           SORT    WORK-COD
                   ASCENDING KEY SC-CODIGO
                   USING     PTEMP
                   GIVING    PDOMIC.
           MOVE    SPACES    TO        REG-RELAT
           WRITE   REG-RELAT
           STRING  "CLIENTES " W-QT-LIDOS "  DOMICILIOS " W-QT-DOMIC
                   "  COM MAIS DE UM MEMBRO " W-QT-MULTI
                   "  PECAS A MENOS POR RODADA " W-QT-AGRUPADOS
                   DELIMITED BY SIZE INTO REG-RELAT
           WRITE   REG-RELAT
           CLOSE   PRELAT
           PERFORM ARQUIVA-RELATORIO   THRU FIM-ARQUIVA-RELATORIO
           DISPLAY "CLIENTES LIDOS .......: " W-QT-LIDOS
           DISPLAY "DOMICILIOS ...........: " W-QT-DOMIC
           DISPLAY "COM MAIS DE UM MEMBRO : " W-QT-MULTI
           DISPLAY "PECAS A MENOS/RODADA .: " W-QT-AGRUPADOS
           DISPLAY "DOMICILIOS EM DOMICILIOS.TXT - DETALHE EM "
                   "DOMICILIO_REL.TXT"
           STOP    RUN.

      *****************************************************************
       CARREGA-CADASTRO SECTION.
       ABRE-CADASTRO.
           OPEN    INPUT     CLIENTE.
           IF      FS-CLIENTE          NOT       EQUAL     "00"
                   DISPLAY "CLIENTE.TXT NAO DISPONIVEL - FS "
                           FS-CLIENTE
                   GO        FIM-CARREGA-CADASTRO.
       LE-CADASTRO.
           READ    CLIENTE   AT        END
                   CLOSE     CLIENTE
                   GO        FIM-CARREGA-CADASTRO.
           ADD     1         TO        W-QT-LIDOS
           MOVE    CLIENTE-RUA         TO        W-RUA-TRAB
           PERFORM NORMALIZA-RUA       THRU FIM-NORMALIZA-RUA
      *    SEM RUA OU SEM CEP NAO HA COMO AGRUPAR: A CHAVE LEVA O
      *    CODIGO E O CLIENTE FICA SOZINHO.
           IF      W-RUA-NORM          EQUAL     SPACES
           OR      CLIENTE-CEP         EQUAL     ZEROS
                   MOVE      SPACES    TO        W-RUA-NORM
                   STRING    "*" CLIENTE-CODIGO
                             DELIMITED BY SIZE INTO W-RUA-NORM.
           MOVE    CLIENTE-CEP         TO        SD-CEP
           MOVE    W-RUA-NORM          TO        SD-RUA-NORM
           MOVE    CLIENTE-CODIGO      TO        SD-CODIGO
           MOVE    CLIENTE-NOME        TO        SD-NOME
           MOVE    CLIENTE-RUA         TO        SD-RUA
           RELEASE SD-REC
           GO      LE-CADASTRO.
       FIM-CARREGA-CADASTRO.
           EXIT.

      *****************************************************************
       AGRUPA-DOMICILIOS SECTION.
       PREPARA-AGRUPA.
           MOVE    ZEROS     TO        W-QT-MEMB
           MOVE    "N"       TO        W-FIM-SORT.
       LE-ORDENADO.
           RETURN  WORK-DOM  AT        END
                   MOVE      "S"       TO        W-FIM-SORT
                   IF        W-QT-MEMB >         ZEROS
                             PERFORM   FECHA-DOMICILIO
                                       THRU FIM-FECHA-DOMICILIO
                   END-IF
                   GO        FIM-AGRUPA-DOMICILIOS.
           IF      W-QT-MEMB >         ZEROS
           AND     (SD-CEP   NOT       EQUAL     ANT-CEP
            OR      SD-RUA-NORM        NOT       EQUAL     ANT-RUA-NORM)
                   PERFORM   FECHA-DOMICILIO
                             THRU FIM-FECHA-DOMICILIO.
           IF      W-QT-MEMB EQUAL     ZEROS
                   MOVE      SD-CEP    TO        ANT-CEP
                   MOVE      SD-RUA-NORM         TO   ANT-RUA-NORM.
      *    DOMICILIO COM MAIS MEMBROS QUE A TABELA: OS EXCEDENTES
      *    ABREM UM DOMICILIO NOVO COM A MESMA CHAVE.
           IF      W-QT-MEMB NOT       <         200
                   PERFORM   FECHA-DOMICILIO
                             THRU FIM-FECHA-DOMICILIO.
           ADD     1         TO        W-QT-MEMB
           MOVE    SD-CODIGO TO        TMB-CODIGO (W-QT-MEMB)
           MOVE    SD-NOME   TO        TMB-NOME (W-QT-MEMB)
           MOVE    SD-RUA    TO        TMB-RUA (W-QT-MEMB)
           GO      LE-ORDENADO.
       FIM-AGRUPA-DOMICILIOS.
           EXIT.

      *****************************************************************
       DOMICILIOS SECTION.
      *    FECHA-DOMICILIO: GRAVA OS MEMBROS DO GRUPO CORRENTE E, SE
      *    FOR MAIS DE UM, RELATA O DOMICILIO.
       FECHA-DOMICILIO.
           ADD     1         TO        W-QT-DOMIC
           MOVE    TMB-NOME (1)        TO        W-NOME-TRAB
           PERFORM ACHA-SOBRENOME      THRU FIM-ACHA-SOBRENOME
           IF      W-QT-MEMB >         1
                   ADD       1         TO        W-QT-MULTI
                   COMPUTE   W-QT-AGRUPADOS = W-QT-AGRUPADOS
                             + W-QT-MEMB - 1
                   MOVE      SPACES    TO        REG-RELAT
                   WRITE     REG-RELAT
                   STRING    "DOMICILIO " TMB-CODIGO (1) "  CEP "
                             ANT-CEP "  " W-QT-MEMB " MEMBROS  "
                             "FAMILIA " W-SOBRENOME
                             DELIMITED BY SIZE INTO REG-RELAT
                   WRITE     REG-RELAT.
           PERFORM GRAVA-MEMBRO        THRU FIM-GRAVA-MEMBRO
                   VARYING   W-IND-MEMB FROM 1 BY 1
                   UNTIL     W-IND-MEMB >        W-QT-MEMB
           MOVE    ZEROS     TO        W-QT-MEMB
           IF      W-FIM-SORT          EQUAL     "N"
                   MOVE      SD-CEP    TO        ANT-CEP
                   MOVE      SD-RUA-NORM         TO   ANT-RUA-NORM.
       FIM-FECHA-DOMICILIO.
           EXIT.

       GRAVA-MEMBRO.
           MOVE    SPACES    TO        REG-DOMIC
           MOVE    TMB-CODIGO (W-IND-MEMB)       TO   HD-CODIGO
           MOVE    TMB-CODIGO (1)      TO        HD-DOMICILIO
           MOVE    "N"       TO        HD-PRINCIPAL
           IF      W-IND-MEMB          EQUAL     1
                   MOVE      "S"       TO        HD-PRINCIPAL.
           MOVE    W-QT-MEMB TO        HD-QT-MEMBROS
           MOVE    W-SOBRENOME         TO        HD-SOBRENOME
           MOVE    TMB-NOME (1)        TO        HD-NOME-PRINC
           MOVE    REG-DOMIC TO        REG-TEMP
           WRITE   REG-TEMP
           IF      W-QT-MEMB NOT       >         1
                   GO        FIM-GRAVA-MEMBRO.
           MOVE    SPACES    TO        REG-RELAT
           STRING  "   " TMB-CODIGO (W-IND-MEMB) " " HD-PRINCIPAL " "
                   TMB-NOME (W-IND-MEMB) " " TMB-RUA (W-IND-MEMB)
                   DELIMITED BY SIZE INTO REG-RELAT
           WRITE   REG-RELAT.
       FIM-GRAVA-MEMBRO.
           EXIT.

      *****************************************************************
      *    ACHA-SOBRENOME: ULTIMA PALAVRA DE W-NOME-TRAB; FILHO,
      *    JUNIOR, JR, NETO E SOBRINHO NAO CONTAM (PEGA A ANTERIOR).
      *****************************************************************
       ACHA-SOBRENOME.
           INSPECT W-NOME-TRAB CONVERTING
                   "abcdefghijklmnopqrstuvwxyz." TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ "
           MOVE    SPACES    TO        W-SOBRENOME
           MOVE    40        TO        W-FIM-PAL.
       ACHA-FIM-PALAVRA.
           IF      W-FIM-PAL <         1
                   GO        FIM-ACHA-SOBRENOME.
           IF      W-NOME-TRAB (W-FIM-PAL : 1)   EQUAL     SPACE
                   SUBTRACT  1         FROM      W-FIM-PAL
                   GO        ACHA-FIM-PALAVRA.
           MOVE    W-FIM-PAL TO        W-INI-PAL.
       ACHA-INI-PALAVRA.
           IF      W-INI-PAL >         1
           AND     W-NOME-TRAB (W-INI-PAL - 1 : 1) NOT EQUAL SPACE
                   SUBTRACT  1         FROM      W-INI-PAL
                   GO        ACHA-INI-PALAVRA.
           COMPUTE W-LEN     =         W-FIM-PAL - W-INI-PAL + 1
           MOVE    SPACES    TO        W-PALAVRA
           MOVE    W-NOME-TRAB (W-INI-PAL : W-LEN) TO W-PALAVRA
      *    NOME DE UMA PALAVRA SO' FICA COM ELA MESMO.
           IF      W-INI-PAL >         1
           AND     (W-PALAVRA          EQUAL     "FILHO"
            OR      W-PALAVRA          EQUAL     "JUNIOR"
            OR      W-PALAVRA          EQUAL     "JR"
            OR      W-PALAVRA          EQUAL     "NETO"
            OR      W-PALAVRA          EQUAL     "SOBRINHO")
                   COMPUTE   W-FIM-PAL =         W-INI-PAL - 1
                   GO        ACHA-FIM-PALAVRA.
           MOVE    W-PALAVRA TO        W-SOBRENOME.
       FIM-ACHA-SOBRENOME.
           EXIT.

      *****************************************************************
      *    NORMALIZA-RUA: MAIUSCULAS, PONTUACAO VIRA BRANCO, E CADA
      *    PALAVRA PASSA PELA TABELA DE ABREVIATURAS (A FORMA PADRAO
      *    DO PADRONIZA), COM UM BRANCO SO' ENTRE ELAS - "AV. PAULISTA,
      *    1000 AP.12" E "AVENIDA PAULISTA 1000 AP 12" CAEM JUNTOS.
      *****************************************************************
       NORMALIZA-RUA.
           INSPECT W-RUA-TRAB CONVERTING
                   "abcdefghijklmnopqrstuvwxyz.,;:-/#()" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ         "
           MOVE    SPACES    TO        W-RUA-NORM
           MOVE    1         TO        W-PTR
           MOVE    ZEROS     TO        W-J.
       PROXIMA-PALAVRA.
           IF      W-PTR     >         80
                   GO        FIM-NORMALIZA-RUA.
           MOVE    SPACES    TO        W-PALAVRA
           UNSTRING W-RUA-TRAB DELIMITED BY ALL SPACE
                   INTO      W-PALAVRA
                   WITH POINTER W-PTR
           END-UNSTRING
           IF      W-PALAVRA EQUAL     SPACES
                   GO        PROXIMA-PALAVRA.
           PERFORM TROCA-ABREVIATURA   THRU FIM-TROCA-ABREVIATURA
           MOVE    ZEROS     TO        W-LEN
           INSPECT W-PALAVRA TALLYING  W-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
           IF      W-J       >         ZEROS
                   ADD       1         TO        W-J.
           IF      W-J + W-LEN         >         80
                   GO        FIM-NORMALIZA-RUA.
           MOVE    W-PALAVRA (1 : W-LEN)
                   TO        W-RUA-NORM (W-J + 1 : W-LEN)
           ADD     W-LEN     TO        W-J
           GO      PROXIMA-PALAVRA.
       FIM-NORMALIZA-RUA.
           EXIT.

       TROCA-ABREVIATURA.
           MOVE    1         TO        W-IND-ABREV.
       TESTA-ABREVIATURA.
           IF      W-IND-ABREV         >         W-QT-ABREV
                   GO        FIM-TROCA-ABREVIATURA.
           IF      W-PALAVRA EQUAL     TAB-DE (W-IND-ABREV)
                   MOVE      TAB-PARA (W-IND-ABREV) TO W-PALAVRA
                   INSPECT   W-PALAVRA CONVERTING
                             "abcdefghijklmnopqrstuvwxyz" TO
                             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   GO        FIM-TROCA-ABREVIATURA.
           ADD     1         TO        W-IND-ABREV
           GO      TESTA-ABREVIATURA.
       FIM-TROCA-ABREVIATURA.
           EXIT.

      *    CARREGA-ABREVIA: COMO A PONTUACAO JA' SAIU DA RUA, O "DE"
      *    DA TABELA E' GUARDADO SEM O PONTO FINAL ("AV." CASA "AV").
       CARREGA-ABREVIA.
           MOVE    "ABREVIA.TXT"       TO        W-PM-ARQUIVO
           PERFORM ANOTA-PARAMETRO     THRU FIM-ANOTA-PARAMETRO
           OPEN    INPUT     PABREV
           IF      W-FS-ABREV          NOT       EQUAL     "00"
                   GO        FIM-CARREGA-ABREVIA.
       LE-ABREVIA.
           READ    PABREV    AT        END
                   CLOSE     PABREV
                   GO        FIM-CARREGA-ABREVIA.
           IF      W-QT-ABREV          NOT       <         200
           OR      AB-DE     EQUAL     SPACES
           OR      AB-PARA   EQUAL     SPACES
                   GO        LE-ABREVIA.
           INSPECT AB-DE     CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE    ZEROS     TO        W-LEN-DE
           INSPECT AB-DE     TALLYING  W-LEN-DE
                   FOR CHARACTERS BEFORE INITIAL SPACE
           IF      AB-DE (W-LEN-DE : 1)          EQUAL     "."
                   MOVE      SPACE     TO        AB-DE (W-LEN-DE : 1).
           IF      AB-DE     EQUAL     SPACES
                   GO        LE-ABREVIA.
           ADD     1         TO        W-QT-ABREV
           MOVE    AB-DE     TO        TAB-DE (W-QT-ABREV)
           MOVE    AB-PARA   TO        TAB-PARA (W-QT-ABREV)
           GO      LE-ABREVIA.
       FIM-CARREGA-ABREVIA.
           EXIT.

      *****************************************************************
      *    RELATA-ECONOMIA: CADA CAMPANHA DO ECONOMIA_DOMIC.TXT (AS
      *    LINHAS "P" SEGUIDAS DO "T" QUE AS FECHA), COM AS PECAS
      *    POUPADAS PRECIFICADAS PELA TARIFA DO CUSTEIO.
      *****************************************************************
       RELATA-ECONOMIA.
           PERFORM CARREGA-TARIFAS     THRU FIM-CARREGA-TARIFAS
           IF      W-QT-TARIFAS        EQUAL     ZEROS
                   DISPLAY "AVISO: TARIFAS.TXT AUSENTE OU VAZIA - "
                           "ECONOMIA SO' EM PECAS".
           OPEN    INPUT     PECON
           IF      W-FS-ECON NOT       EQUAL     "00"
                   DISPLAY "ECONOMIA_DOMIC.TXT NAO ENCONTRADO - "
                           "NENHUMA CAMPANHA POR DOMICILIO"
                   GO        FIM-RELATA-ECONOMIA.
           MOVE    "DOMICILIO_ECON.TXT" TO       ARQ-RELAT
           OPEN    OUTPUT    PRELAT
           WRITE   REG-RELAT           FROM      W-CAB-AMBIENTE
           MOVE    SPACES    TO        REG-RELAT
           STRING  "ECONOMIA DAS PECAS POR DOMICILIO - CARTA BASE "
                   W-PESO-BASE "G (VALORES EM CENTAVOS)"
                   DELIMITED BY SIZE INTO REG-RELAT
           WRITE   REG-RELAT
           MOVE    SPACES    TO        REG-RELAT
           WRITE   REG-RELAT
           MOVE    "CAMPANHA   DATA        PECAS ENVIADAS  POUPADAS  "
                   TO        REG-RELAT
           MOVE    "POSTAGEM POUPADA  SEM TARIFA" TO REG-RELAT (51 : 28)
           WRITE   REG-RELAT
           MOVE    ZEROS     TO        W-GR-POUPADAS  W-GR-CUSTO
                                       W-GR-SEM-TARIFA.
       LE-ECONOMIA.
           READ    PECON     AT        END
                   GO        TOTAL-ECONOMIA.
           IF      EC-TIPO   EQUAL     "T"
                   GO        FECHA-CAMPANHA.
           IF      EC-TIPO   NOT       EQUAL     "P"
           OR      EC-CEP5   NOT       NUMERIC
                   GO        LE-ECONOMIA.
           ADD     1         TO        W-GR-POUPADAS
           PERFORM ACHA-TARIFA         THRU FIM-ACHA-TARIFA
           IF      W-ACHOU-TAR         EQUAL     ZEROS
                   ADD       1         TO        W-GR-SEM-TARIFA
           ELSE
                   ADD       TT-TARIFA (W-ACHOU-TAR) TO W-GR-CUSTO.
           GO      LE-ECONOMIA.
       FECHA-CAMPANHA.
           ADD     1         TO        W-QT-CAMPANHAS
           IF      EC-QT-PECAS         NUMERIC
                   ADD       EC-QT-PECAS         TO   W-TOT-PECAS.
           ADD     W-GR-POUPADAS       TO        W-TOT-POUPADAS
           ADD     W-GR-CUSTO          TO        W-TOT-CUSTO
           MOVE    ZEROS     TO        W-DATA-ED
           IF      EC-DATA   NUMERIC
                   MOVE      EC-DATA   TO        W-DATA-ED.
           MOVE    SPACES    TO        REG-RELAT
           STRING  EC-CAMPANHA " " W-DATA-ED "    " EC-QT-PECAS
                   "         " W-GR-POUPADAS "   " W-GR-CUSTO
                   "       " W-GR-SEM-TARIFA
                   DELIMITED BY SIZE INTO REG-RELAT
           WRITE   REG-RELAT
           MOVE    ZEROS     TO        W-GR-POUPADAS  W-GR-CUSTO
                                       W-GR-SEM-TARIFA
           GO      LE-ECONOMIA.
       TOTAL-ECONOMIA.
           CLOSE   PECON
           MOVE    SPACES    TO        REG-RELAT
           WRITE   REG-RELAT
           STRING  "CAMPANHAS " W-QT-CAMPANHAS
                   "  PECAS ENVIADAS " W-TOT-PECAS
                   "  POUPADAS " W-TOT-POUPADAS
                   "  POSTAGEM POUPADA " W-TOT-CUSTO
                   DELIMITED BY SIZE INTO REG-RELAT
           WRITE   REG-RELAT
           CLOSE   PRELAT
           PERFORM ARQUIVA-RELATORIO   THRU FIM-ARQUIVA-RELATORIO
           DISPLAY "CAMPANHAS ............: " W-QT-CAMPANHAS
           DISPLAY "PECAS ENVIADAS .......: " W-TOT-PECAS
           DISPLAY "PECAS POUPADAS .......: " W-TOT-POUPADAS
           DISPLAY "POSTAGEM POUPADA (CENTAVOS): " W-TOT-CUSTO
           DISPLAY "DETALHE EM DOMICILIO_ECON.TXT".
       FIM-RELATA-ECONOMIA.
           EXIT.

      *    ACHA-TARIFA / CARREGA-TARIFAS: AS MESMAS REGRAS DO
      *    CUSTEIO (A PRIMEIRA FAIXA QUE CASA E' A QUE VALE).
       ACHA-TARIFA.
           MOVE    ZEROS     TO        W-ACHOU-TAR
           PERFORM TESTA-TARIFA        THRU FIM-TESTA-TARIFA
                    VARYING W-IND-TAR FROM 1 BY 1
                    UNTIL   W-IND-TAR > W-QT-TARIFAS
                    OR      W-ACHOU-TAR > ZEROS.
       FIM-ACHA-TARIFA.
           EXIT.

       TESTA-TARIFA.
           IF      TT-UF(W-IND-TAR)    NOT EQUAL "**"
           AND     TT-UF(W-IND-TAR)    NOT EQUAL EC-UF
                   GO        FIM-TESTA-TARIFA.
           IF      TT-CEP-FIM(W-IND-TAR)         >         ZEROS
                   IF        EC-CEP5   <    TT-CEP-INI(W-IND-TAR)
                   OR        EC-CEP5   >    TT-CEP-FIM(W-IND-TAR)
                             GO        FIM-TESTA-TARIFA.
           IF      W-PESO-BASE         >    TT-PESO-ATE(W-IND-TAR)
                   GO        FIM-TESTA-TARIFA.
           MOVE    W-IND-TAR TO        W-ACHOU-TAR.
       FIM-TESTA-TARIFA.
           EXIT.

       CARREGA-TARIFAS.
           MOVE    "TARIFAS.TXT"       TO        W-PM-ARQUIVO
           PERFORM ANOTA-PARAMETRO     THRU FIM-ANOTA-PARAMETRO
           OPEN    INPUT     PTARIFA
           IF      W-FS-TARIFA         NOT       EQUAL     "00"
                   GO        FIM-CARREGA-TARIFAS.
       LE-TARIFA.
           READ    PTARIFA   AT        END
                   CLOSE     PTARIFA
                   GO        FIM-CARREGA-TARIFAS.
           IF      TA-PESO-ATE         NOT       NUMERIC
           OR      TA-TARIFA           NOT       NUMERIC
                   GO        LE-TARIFA.
           IF      W-QT-TARIFAS        NOT       <         100
                   GO        LE-TARIFA.
           ADD     1         TO        W-QT-TARIFAS
           MOVE    TA-UF     TO        TT-UF(W-QT-TARIFAS)
           IF      TA-CEP-INI          NUMERIC
                   MOVE      TA-CEP-INI     TO TT-CEP-INI(W-QT-TARIFAS)
           ELSE
                   MOVE      ZEROS          TO
                             TT-CEP-INI(W-QT-TARIFAS).
           IF      TA-CEP-FIM          NUMERIC
                   MOVE      TA-CEP-FIM     TO TT-CEP-FIM(W-QT-TARIFAS)
           ELSE
                   MOVE      ZEROS          TO
                             TT-CEP-FIM(W-QT-TARIFAS).
           MOVE    TA-PESO-ATE         TO   TT-PESO-ATE(W-QT-TARIFAS)
           MOVE    TA-TARIFA           TO   TT-TARIFA(W-QT-TARIFAS)
           GO      LE-TARIFA.
       FIM-CARREGA-TARIFAS.
           EXIT.

      *-----------------------------------------------------------
      *    ANOTA-PARAMETRO: A VERSAO DO ARQUIVO DE PARAMETROS LIDO
      *    (W-PM-ARQUIVO) VAI PARA O RUNLOG, PELO PARAMVER.
      *-----------------------------------------------------------
       ANOTA-PARAMETRO.
           MOVE    "R"       TO        W-PM-MODO
           MOVE    "DOMICILIO" TO        W-PM-PROGRAMA
           CALL    "PARAMVER" USING    W-PARAMVER
                   ON EXCEPTION
                   DISPLAY "PARAMVER INDISPONIVEL - VERSAO DE "
                           W-PM-ARQUIVO " NAO ANOTADA"
           END-CALL.
       FIM-ANOTA-PARAMETRO.
           EXIT.

      *-----------------------------------------------------------
      *    ARQUIVA-RELATORIO: COPIA DATADA DO RELATORIO NO ARQUIVO
      *    DE RELATORIOS (ARQREL, INDICE ARQUIVO_REL.TXT) - A
      *    PROXIMA RODADA REGRAVA O RELATORIO NO MESMO NOME.
      *-----------------------------------------------------------
       ARQUIVA-RELATORIO.
           MOVE    SPACES    TO        W-ARQREL
           MOVE    ARQ-RELAT           TO        W-AQ-ARQUIVO
           MOVE    "DOMICILIO"         TO        W-AQ-PROGRAMA
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
           MOVE W-AM-NOME TO W-CA-NOME
           DISPLAY "AMBIENTE: "        W-AM-NOME.
       FIM-ESCOLHE-AMBIENTE.
           EXIT.
