       IDENTIFICATION DIVISION.
       PROGRAM-ID.      RATEIO.
      *
      *  RATEIO MENSAL DE CUSTOS POR EMPRESA:
      *
      *    RATEIO <AAAAMM> [POSTAGEM-REAL-EM-CENTAVOS]
      *
      *  OS CUSTOS DO MES SAEM DE UMA CONTA SO'; AQUI CADA UM VAI
      *  PARA A EMPRESA (E-EMPRESA, A MESMA CHAVE DO SEPEMP) QUE O
      *  CAUSOU, PELAS CONTAGENS DE PRODUCAO DO MES:
      *
      *    FATURA DO BUREAU (FATURA_BUREAU.TXT DO MES) - ITEM
      *      "CARTA" PELAS CARTAS DA EMPRESA NAQUELE MODELO; ITEM
      *      "REIMP" PELAS CARTAS REIMPRESSAS DA EMPRESA NO MODELO;
      *      DEMAIS ITENS (ACAO) PELAS CARTAS DA EMPRESA. AS
      *      CONTAGENS VEM DO PRODUCAO_EMPRESA.TXT (XPGR47 E
      *      REIMPRIME, POR EMPRESA E MODELO).
      *    POSTAGEM - A ESTIMADA E' A DO CUSTEIO POR EMPRESA
      *      (CUSTEIO_EMPRESA.TXT); A REAL, QUANDO INFORMADA NA
      *      CHAMADA (FATURA DOS CORREIOS), E' RATEADA NA PROPORCAO
      *      DA ESTIMADA. SEM A REAL, COBRA-SE A ESTIMADA.
      *    ANEXOS - AS SAIDAS DO MES NO ESTOQUE_MOV.TXT, VALORIZADAS
      *      PELO CUSTO DO MILHEIRO EM ANEXO_CUSTO.TXT, PELOS ANEXOS
      *      INSERIDOS NAS CARTAS DE CADA EMPRESA.
      *
      *  SEM DIRECIONADOR NO MES (MODELO SEM CARTA, POR EXEMPLO) O
      *  RATEIO CAI PARA AS CARTAS DA EMPRESA; SEM CARTA NENHUMA O
      *  VALOR FICA "NAO RATEADO" NO RELATORIO, QUE FECHA: RATEADO
      *  + NAO RATEADO = CUSTOS DO MES. O ARREDONDAMENTO E' DE
      *  SALDO ACUMULADO - A SOMA DAS PARCELAS BATE COM O CUSTO.
      *
      *  TABELAS (OPCIONAIS):
      *    CARTA_PAGINAS.TXT - 01-07 MODELO  09-10 PAGINAS POR
      *      CARTA (MODELO FORA DA TABELA = 1 PAGINA).
      *    ANEXO_CUSTO.TXT   - 01-07 ANEXO   09-15 CUSTO DO MILHEIRO
      *      EM CENTAVOS.
      *
      *  SAIDAS:
      *    RATEIO_REL.TXT  - EXTRATO DE COBRANCA POR EMPRESA (CARTAS,
      *      PAGINAS, ANEXOS, POSTAGEM, REIMPRESSOES, TOTAL E CUSTO
      *      POR CARTA) E O COMPARATIVO COM O MES ANTERIOR.
      *    RATEIO_HIST.TXT - UMA LINHA POR MES E EMPRESA; REPETIR O
      *      MES SUBSTITUI AS LINHAS DELE:
      *      01-06 MES  08-17 EMPRESA  19-27 CARTAS  29-37 PAGINAS
      *      39-47 ANEXOS  49-61 BUREAU  63-75 POSTAGEM
      *      77-89 ANEXOS  91-103 REIMPRESSOES  105-117 TOTAL
      *      (VALORES EM CENTAVOS)
      *
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT       PEMPPR         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-EMPPR
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PCUSEMP        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-CUSEMP
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PFATURA        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-FATURA
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PMOVTO         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-MOVTO
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PPAGINA        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-PAGINA
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PANXCUS        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-ANXCUS
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PHIST          ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-HIST
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       RELAT          ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-RELAT
                        ACCESS         MODE      IS   SEQUENTIAL.

       DATA        DIVISION.
       FILE        SECTION.
      *    MESMO LAYOUT DO XPGR47 E DO REIMPRIME.
       FD  PEMPPR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PRODUCAO_EMPRESA.TXT".
       01  REG-EMPPR.
           02  EP-TIPO            PIC X(05).
           02  FILLER             PIC X(02).
           02  EP-CHAVE           PIC X(07).
           02  FILLER             PIC X(02).
           02  EP-EMPRESA         PIC X(10).
           02  FILLER             PIC X(02).
           02  EP-CARTAS          PIC 9(06).
           02  FILLER             PIC X(02).
           02  EP-ANEXOS          PIC 9(06).
           02  FILLER             PIC X(02).
           02  EP-DATA            PIC X(08).
           02  FILLER             PIC X(02).
           02  EP-PEDIDO          PIC X(20).

      *    MESMO LAYOUT DO CUSTEIO.
       FD  PCUSEMP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CUSTEIO_EMPRESA.TXT".
       01  REG-CUSEMP.
           02  CE-DATA            PIC X(08).
           02  FILLER             PIC X(01).
           02  CE-EMPRESA         PIC X(10).
           02  FILLER             PIC X(01).
           02  CE-CARTAS          PIC 9(09).
           02  FILLER             PIC X(01).
           02  CE-CUSTO           PIC 9(13).
           02  FILLER             PIC X(01).
           02  CE-PEDIDO          PIC X(20).

      *    MESMO LAYOUT DO FATURA.
       FD  PFATURA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FATURA_BUREAU.TXT".
       01  REG-FATURA.
           02  FB-TIPO            PIC X(05).
           02  FILLER             PIC X(02).
           02  FB-CHAVE           PIC X(07).
           02  FILLER             PIC X(02).
           02  FB-QTDE            PIC 9(06).
           02  FILLER             PIC X(02).
           02  FB-VALOR           PIC 9(11).

      *    MESMO LAYOUT DO ESTOQUE (DATA AAMMDD).
       FD  PMOVTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ESTOQUE_MOV.TXT".
       01  REG-MOVTO.
           02  MV-DATA            PIC X(006).
           02  FILLER             PIC X(001).
           02  MV-HORA            PIC X(006).
           02  FILLER             PIC X(002).
           02  MV-COD             PIC X(007).
           02  FILLER             PIC X(002).
           02  MV-TIPO            PIC X(001).
           02  FILLER             PIC X(002).
           02  MV-QTDE            PIC 9(008).
           02  FILLER             PIC X(002).
           02  MV-SALDO           PIC 9(008).

       FD  PPAGINA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CARTA_PAGINAS.TXT".
       01  REG-PAGINA.
           02  CP-CARTA           PIC X(07).
           02  FILLER             PIC X(01).
           02  CP-PAGINAS         PIC 9(02).

       FD  PANXCUS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ANEXO_CUSTO.TXT".
       01  REG-ANXCUS.
           02  AC-COD             PIC X(07).
           02  FILLER             PIC X(01).
           02  AC-MILHEIRO        PIC 9(07).

       FD  PHIST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RATEIO_HIST.TXT".
       01  REG-HIST.
           02  RH-MES             PIC 9(06).
           02  FILLER             PIC X(01).
           02  RH-EMPRESA         PIC X(10).
           02  FILLER             PIC X(01).
           02  RH-CARTAS          PIC 9(09).
           02  FILLER             PIC X(01).
           02  RH-PAGINAS         PIC 9(09).
           02  FILLER             PIC X(01).
           02  RH-ANEXOS          PIC 9(09).
           02  FILLER             PIC X(01).
           02  RH-BUREAU          PIC 9(13).
           02  FILLER             PIC X(01).
           02  RH-POSTAGEM        PIC 9(13).
           02  FILLER             PIC X(01).
           02  RH-VL-ANEXOS       PIC 9(13).
           02  FILLER             PIC X(01).
           02  RH-VL-REIMP        PIC 9(13).
           02  FILLER             PIC X(01).
           02  RH-TOTAL           PIC 9(13).

       FD  RELAT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RATEIO_REL.TXT".
       01  REG-RELAT              PIC X(132).

       WORKING-STORAGE  SECTION.
       77  W-FS-EMPPR             PIC X(002) VALUE SPACES.
       77  W-FS-CUSEMP            PIC X(002) VALUE SPACES.
       77  W-FS-FATURA            PIC X(002) VALUE SPACES.
       77  W-FS-MOVTO             PIC X(002) VALUE SPACES.
       77  W-FS-PAGINA            PIC X(002) VALUE SPACES.
       77  W-FS-ANXCUS            PIC X(002) VALUE SPACES.
       77  W-FS-HIST              PIC X(002) VALUE SPACES.
       77  W-FS-RELAT             PIC X(002) VALUE SPACES.
       77  W-ARGC                 PIC 9(002) VALUE ZEROS.
       77  W-MES-ARG              PIC X(006) VALUE SPACES.
       77  W-MES                  PIC 9(006) VALUE ZEROS.
       77  W-MES-ANT              PIC 9(006) VALUE ZEROS.
       77  W-AAMM                 PIC X(004) VALUE SPACES.
       77  W-REAL-ARG             PIC X(013) VALUE SPACES.
       77  W-INFORMOU-REAL        PIC X(001) VALUE "N".
       77  W-QT-EMP               PIC 9(003) VALUE ZEROS.
       77  W-IND-EMP              PIC 9(003) VALUE ZEROS.
       77  W-ACHOU-EMP            PIC 9(003) VALUE ZEROS.
       77  W-EMPRESA              PIC X(010) VALUE SPACES.
       77  W-QT-DRV               PIC 9(004) VALUE ZEROS.
       77  W-IND-DRV              PIC 9(004) VALUE ZEROS.
       77  W-ACHOU-DRV            PIC 9(004) VALUE ZEROS.
       77  W-QT-PAG               PIC 9(003) VALUE ZEROS.
       77  W-IND-PAG              PIC 9(003) VALUE ZEROS.
       77  W-PAGINAS              PIC 9(002) VALUE ZEROS.
       77  W-QT-ANX               PIC 9(003) VALUE ZEROS.
       77  W-IND-ANX              PIC 9(003) VALUE ZEROS.
       77  W-ACHOU-ANX            PIC 9(003) VALUE ZEROS.
       77  W-QT-CUS               PIC 9(004) VALUE ZEROS.
       77  W-IND-CUS              PIC 9(004) VALUE ZEROS.
       77  W-ACHOU-CUS            PIC 9(004) VALUE ZEROS.
       77  W-QT-HIST              PIC 9(004) VALUE ZEROS.
       77  W-IND-HIST             PIC 9(004) VALUE ZEROS.
       77  W-HIST-CHEIO           PIC X(001) VALUE "N".
      *    RATEIO DE UM VALOR: CRITERIO DO PESO (1 = CARTAS DO
      *    TIPO/MODELO, 2 = CARTAS DO TIPO, 3 = CARTAS, 4 = ANEXOS,
      *    5 = POSTAGEM ESTIMADA) E COLUNA DE DESTINO (1 = BUREAU,
      *    2 = POSTAGEM, 3 = ANEXOS, 4 = REIMPRESSOES).
       77  W-CRITERIO             PIC 9(001) VALUE ZEROS.
       77  W-DESTINO              PIC 9(001) VALUE ZEROS.
       77  W-TIPO-DRV             PIC X(005) VALUE SPACES.
       77  W-CHAVE-DRV            PIC X(007) VALUE SPACES.
       77  W-VALOR                PIC 9(013) VALUE ZEROS.
       77  W-PESO-TOT             PIC 9(013) VALUE ZEROS.
       77  W-PESO-ACUM            PIC 9(013) VALUE ZEROS.
       77  W-JA-RATEADO           PIC 9(013) VALUE ZEROS.
       77  W-ACUM-DEVIDO          PIC 9(013) VALUE ZEROS.
       77  W-PARCELA              PIC 9(013) VALUE ZEROS.
      *    TOTAIS DAS FONTES DE CUSTO DO MES (CENTAVOS).
       77  W-QT-ITENS-FAT         PIC 9(005) VALUE ZEROS.
       77  W-TOT-FATURA           PIC 9(013) VALUE ZEROS.
       77  W-TOT-FAT-REIMP        PIC 9(013) VALUE ZEROS.
       77  W-TOT-POST-EST         PIC 9(013) VALUE ZEROS.
       77  W-POST-REAL            PIC 9(013) VALUE ZEROS.
       77  W-QT-ANX-CONS          PIC 9(011) VALUE ZEROS.
       77  W-QT-ANX-SEM-CUSTO     PIC 9(011) VALUE ZEROS.
       77  W-TOT-VL-ANEXOS        PIC 9(013) VALUE ZEROS.
       77  W-NAO-RATEADO          PIC 9(013) VALUE ZEROS.
       77  W-TOT-CUSTOS           PIC 9(013) VALUE ZEROS.
       77  W-TOT-RATEADO          PIC 9(013) VALUE ZEROS.
       77  W-CENTAVOS             PIC 9(013) VALUE ZEROS.
       77  W-VARIACAO             PIC S9(05)V99 VALUE ZEROS.
       01  W-VALOR-ED             PIC ZZZ,ZZZ,ZZ9.99.
       01  W-UNIT-ED              PIC ZZZ,ZZ9.9999.
       01  W-UNIT-ANT-ED          PIC ZZZ,ZZ9.9999.
       01  W-VAR-ED               PIC -ZZZZ9.99.
       01  W-NUM-ED               PIC ZZZ,ZZZ,ZZ9.
       01  W-NUM-ANT-ED           PIC ZZZ,ZZZ,ZZ9.
       01  W-LINHA-REL            PIC X(132) VALUE SPACES.
      *    EMPRESAS DO MES (E DO MES ANTERIOR, PARA O COMPARATIVO).
       01  TAB-EMPRESAS.
           03 TR-ENT OCCURS 50 TIMES.
              05 TR-EMPRESA       PIC X(10).
              05 TR-CARTAS        PIC 9(09).
              05 TR-PAGINAS       PIC 9(09).
              05 TR-ANEXOS        PIC 9(09).
              05 TR-REIMP-CARTAS  PIC 9(09).
              05 TR-POST-EST      PIC 9(13).
              05 TR-PESO          PIC 9(13).
              05 TR-VALORES.
                 07 TR-VALOR      PIC 9(13) OCCURS 4 TIMES.
              05 TR-TOTAL         PIC 9(13).
              05 TR-TEM-ANT       PIC X(01).
              05 TR-ANT-CARTAS    PIC 9(09).
              05 TR-ANT-TOTAL     PIC 9(13).
      *    CONTAGENS DO PRODUCAO_EMPRESA.TXT DO MES, POR TIPO
      *    ("CARTA"/"REIMP"), MODELO E EMPRESA.
       01  TAB-DIRECIONADORES.
           03 TD-ENT OCCURS 2000 TIMES.
              05 TD-TIPO          PIC X(05).
              05 TD-CHAVE         PIC X(07).
              05 TD-EMP           PIC 9(03).
              05 TD-CARTAS        PIC 9(09).
       01  TAB-PAGINAS.
           03 TP-ENT OCCURS 200 TIMES.
              05 TP-CARTA         PIC X(07).
              05 TP-PAGINAS       PIC 9(02).
       01  TAB-ANEXO-CUSTO.
           03 TA-ENT OCCURS 200 TIMES.
              05 TA-COD           PIC X(07).
              05 TA-MILHEIRO      PIC 9(07).
      *    CUSTEIOS DO MES: O ULTIMO DE CADA PEDIDO/EMPRESA VALE.
       01  TAB-CUSTEIO.
           03 TC-ENT OCCURS 2000 TIMES.
              05 TC-PEDIDO        PIC X(20).
              05 TC-EMPRESA       PIC X(10).
              05 TC-CUSTO         PIC 9(13).
      *    HISTORICO DOS OUTROS MESES, REGRAVADO NO FIM.
       01  TAB-HISTORICO.
           03 TH-LINHA OCCURS 3000 TIMES PIC X(117).

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
                   ACCEPT  W-MES-ARG   FROM      ARGUMENT-VALUE
           ELSE
                   DISPLAY "RATEIO - CUSTOS DO MES POR EMPRESA"
                   DISPLAY "MES (AAAAMM): "
                   ACCEPT  W-MES-ARG.
           IF      W-MES-ARG NOT       NUMERIC
                   DISPLAY "MES INVALIDO: " W-MES-ARG
                   STOP RUN.
           MOVE    W-MES-ARG TO        W-MES
           IF      W-MES-ARG (5 : 2)   <         "01"
           OR      W-MES-ARG (5 : 2)   >         "12"
                   DISPLAY "MES INVALIDO: " W-MES-ARG
                   STOP RUN.
           MOVE    W-MES-ARG (3 : 4)   TO        W-AAMM
           IF      W-MES-ARG (5 : 2)   EQUAL     "01"
                   COMPUTE   W-MES-ANT =    W-MES - 89
           ELSE
                   COMPUTE   W-MES-ANT =    W-MES - 1.
           IF      W-ARGC    NOT       <         2
                   DISPLAY 2 UPON      ARGUMENT-NUMBER
                   ACCEPT  W-REAL-ARG  FROM      ARGUMENT-VALUE
                   PERFORM CONVERTE-REAL THRU FIM-CONVERTE-REAL.

           PERFORM CARREGA-PAGINAS     THRU FIM-CARREGA-PAGINAS.
           PERFORM CARREGA-ANEXO-CUSTO THRU FIM-CARREGA-ANEXO-CUSTO.
           PERFORM CARREGA-PRODUCAO    THRU FIM-CARREGA-PRODUCAO.
           PERFORM CARREGA-CUSTEIO     THRU FIM-CARREGA-CUSTEIO.
           PERFORM CARREGA-HISTORICO   THRU FIM-CARREGA-HISTORICO.

           PERFORM RATEIA-FATURA       THRU FIM-RATEIA-FATURA.
           PERFORM RATEIA-POSTAGEM     THRU FIM-RATEIA-POSTAGEM.
           PERFORM RATEIA-ANEXOS       THRU FIM-RATEIA-ANEXOS.
           PERFORM TOTALIZA-EMPRESA    THRU FIM-TOTALIZA-EMPRESA
                    VARYING W-IND-EMP FROM 1 BY 1
                    UNTIL   W-IND-EMP > W-QT-EMP.

           PERFORM EMITE-RELATORIO     THRU FIM-EMITE-RELATORIO.
           PERFORM GRAVA-HISTORICO     THRU FIM-GRAVA-HISTORICO.

           DISPLAY "RATEIO DO MES ........: " W-MES
           DISPLAY "EMPRESAS .............: " W-QT-EMP
           DISPLAY "CUSTOS DO MES (CENT.) : " W-TOT-CUSTOS
           DISPLAY "NAO RATEADO (CENT.) ..: " W-NAO-RATEADO
           DISPLAY "EXTRATO EM RATEIO_REL.TXT"
           STOP    RUN.

      *****************************************************************
      *    CONVERTE-REAL: POSTAGEM REAL DA CHAMADA, EM CENTAVOS,
      *    ALINHADA A DIREITA (O ARGUMENTO CHEGA A ESQUERDA).
      *****************************************************************
       CONVERTE-REAL.
           IF      W-REAL-ARG          EQUAL     SPACES
                   GO        FIM-CONVERTE-REAL.
           MOVE    ZEROS     TO        W-POST-REAL
           PERFORM SOMA-DIGITO-REAL    THRU FIM-SOMA-DIGITO-REAL
                    VARYING W-IND-PAG FROM 1 BY 1
                    UNTIL   W-IND-PAG > 13
                    OR      W-REAL-ARG (W-IND-PAG : 1) EQUAL SPACE.
           IF      W-INFORMOU-REAL     NOT       EQUAL     "X"
                   MOVE      "S"       TO        W-INFORMOU-REAL
           ELSE
                   DISPLAY "POSTAGEM REAL INVALIDA: " W-REAL-ARG
                   STOP RUN.
       FIM-CONVERTE-REAL.
           EXIT.

       SOMA-DIGITO-REAL.
           IF      W-REAL-ARG (W-IND-PAG : 1)    NOT       NUMERIC
                   MOVE      "X"       TO        W-INFORMOU-REAL
                   GO        FIM-SOMA-DIGITO-REAL.
           MOVE    W-REAL-ARG (W-IND-PAG : 1)    TO   W-PAGINAS
           COMPUTE W-POST-REAL = (W-POST-REAL * 10) + W-PAGINAS.
       FIM-SOMA-DIGITO-REAL.
           EXIT.

      *****************************************************************
      *    CARREGA-PRODUCAO: AS CONTAGENS DO MES POR EMPRESA E, POR
      *    TIPO E MODELO, OS DIRECIONADORES DA FATURA DO BUREAU.
      *****************************************************************
       CARREGA-PRODUCAO.
           OPEN    INPUT     PEMPPR
           IF      W-FS-EMPPR          NOT       EQUAL     "00"
                   DISPLAY "PRODUCAO_EMPRESA.TXT AUSENTE - SEM "
                           "CONTAGENS POR EMPRESA"
                   GO        FIM-CARREGA-PRODUCAO.
       LE-PRODUCAO.
           READ    PEMPPR    AT        END
                   CLOSE     PEMPPR
                   GO        FIM-CARREGA-PRODUCAO.
           IF      EP-DATA (1 : 6)     NOT EQUAL W-MES-ARG
           OR      EP-CARTAS           NOT       NUMERIC
                   GO        LE-PRODUCAO.
           IF      EP-ANEXOS           NOT       NUMERIC
                   MOVE      ZEROS     TO        EP-ANEXOS.
           MOVE    EP-EMPRESA          TO        W-EMPRESA
           PERFORM ACHA-EMPRESA        THRU FIM-ACHA-EMPRESA
           IF      W-ACHOU-EMP         EQUAL     ZEROS
                   GO        LE-PRODUCAO.
           IF      EP-TIPO             EQUAL     "REIMP"
                   ADD       EP-CARTAS TO   TR-REIMP-CARTAS(W-ACHOU-EMP)
           ELSE
                   ADD       EP-CARTAS TO   TR-CARTAS(W-ACHOU-EMP)
                   ADD       EP-ANEXOS TO   TR-ANEXOS(W-ACHOU-EMP)
                   PERFORM   ACHA-PAGINAS   THRU FIM-ACHA-PAGINAS
                   COMPUTE   TR-PAGINAS(W-ACHOU-EMP) =
                             TR-PAGINAS(W-ACHOU-EMP)
                             + (EP-CARTAS * W-PAGINAS).
           PERFORM ACUMULA-DIRECIONADOR THRU FIM-ACUMULA-DIRECIONADOR
           GO      LE-PRODUCAO.
       FIM-CARREGA-PRODUCAO.
           EXIT.

       ACUMULA-DIRECIONADOR.
           MOVE    ZEROS     TO        W-ACHOU-DRV
           PERFORM TESTA-DIRECIONADOR  THRU FIM-TESTA-DIRECIONADOR
                    VARYING W-IND-DRV FROM 1 BY 1
                    UNTIL   W-IND-DRV > W-QT-DRV
                    OR      W-ACHOU-DRV > ZEROS.
           IF      W-ACHOU-DRV         EQUAL     ZEROS
                   IF        W-QT-DRV  NOT       <         2000
                             GO        FIM-ACUMULA-DIRECIONADOR
                   END-IF
                   ADD       1         TO        W-QT-DRV
                   MOVE      W-QT-DRV  TO        W-ACHOU-DRV
                   MOVE      EP-TIPO   TO        TD-TIPO(W-ACHOU-DRV)
                   MOVE      EP-CHAVE  TO        TD-CHAVE(W-ACHOU-DRV)
                   MOVE      W-ACHOU-EMP    TO   TD-EMP(W-ACHOU-DRV)
                   MOVE      ZEROS     TO        TD-CARTAS(W-ACHOU-DRV).
           ADD     EP-CARTAS TO        TD-CARTAS(W-ACHOU-DRV).
       FIM-ACUMULA-DIRECIONADOR.
           EXIT.

       TESTA-DIRECIONADOR.
           IF      TD-TIPO(W-IND-DRV)  EQUAL     EP-TIPO
           AND     TD-CHAVE(W-IND-DRV) EQUAL     EP-CHAVE
           AND     TD-EMP(W-IND-DRV)   EQUAL     W-ACHOU-EMP
                   MOVE      W-IND-DRV TO        W-ACHOU-DRV.
       FIM-TESTA-DIRECIONADOR.
           EXIT.

      *****************************************************************
      *    ACHA-EMPRESA: POSICAO DE W-EMPRESA NA TABELA, INCLUINDO
      *    QUANDO NOVA (ZERO = TABELA CHEIA).
      *****************************************************************
       ACHA-EMPRESA.
           MOVE    ZEROS     TO        W-ACHOU-EMP
           PERFORM TESTA-EMPRESA       THRU FIM-TESTA-EMPRESA
                    VARYING W-IND-EMP FROM 1 BY 1
                    UNTIL   W-IND-EMP > W-QT-EMP
                    OR      W-ACHOU-EMP > ZEROS.
           IF      W-ACHOU-EMP         >         ZEROS
                   GO        FIM-ACHA-EMPRESA.
           IF      W-QT-EMP  NOT       <         50
                   DISPLAY "MAIS DE 50 EMPRESAS - IGNORADA: " W-EMPRESA
                   GO        FIM-ACHA-EMPRESA.
           ADD     1         TO        W-QT-EMP
           MOVE    W-QT-EMP  TO        W-ACHOU-EMP
           MOVE    W-EMPRESA TO        TR-EMPRESA(W-ACHOU-EMP)
           MOVE    ZEROS     TO        TR-CARTAS(W-ACHOU-EMP)
                                       TR-PAGINAS(W-ACHOU-EMP)
                                       TR-ANEXOS(W-ACHOU-EMP)
                                       TR-REIMP-CARTAS(W-ACHOU-EMP)
                                       TR-POST-EST(W-ACHOU-EMP)
                                       TR-PESO(W-ACHOU-EMP)
                                       TR-VALORES(W-ACHOU-EMP)
                                       TR-TOTAL(W-ACHOU-EMP)
                                       TR-ANT-CARTAS(W-ACHOU-EMP)
                                       TR-ANT-TOTAL(W-ACHOU-EMP)
           MOVE    "N"       TO        TR-TEM-ANT(W-ACHOU-EMP).
       FIM-ACHA-EMPRESA.
           EXIT.

       TESTA-EMPRESA.
           IF      TR-EMPRESA(W-IND-EMP)         EQUAL     W-EMPRESA
                   MOVE      W-IND-EMP TO        W-ACHOU-EMP.
       FIM-TESTA-EMPRESA.
           EXIT.

       ACHA-PAGINAS.
           MOVE    1         TO        W-PAGINAS
           PERFORM TESTA-PAGINAS       THRU FIM-TESTA-PAGINAS
                    VARYING W-IND-PAG FROM 1 BY 1
                    UNTIL   W-IND-PAG > W-QT-PAG.
       FIM-ACHA-PAGINAS.
           EXIT.

       TESTA-PAGINAS.
           IF      TP-CARTA(W-IND-PAG) EQUAL     EP-CHAVE
                   MOVE      TP-PAGINAS(W-IND-PAG)    TO   W-PAGINAS.
       FIM-TESTA-PAGINAS.
           EXIT.

      *****************************************************************
      *    CARREGA-CUSTEIO: POSTAGEM ESTIMADA DO MES POR EMPRESA. UM
      *    PEDIDO RECUSTEADO SUBSTITUI O CUSTEIO ANTERIOR DELE.
      *****************************************************************
       CARREGA-CUSTEIO.
           OPEN    INPUT     PCUSEMP
           IF      W-FS-CUSEMP         NOT       EQUAL     "00"
                   GO        FIM-CARREGA-CUSTEIO.
       LE-CUSTEIO.
           READ    PCUSEMP   AT        END
                   CLOSE     PCUSEMP
                   GO        SOMA-CUSTEIO.
           IF      CE-DATA (1 : 6)     NOT EQUAL W-MES-ARG
           OR      CE-CUSTO            NOT       NUMERIC
                   GO        LE-CUSTEIO.
           MOVE    ZEROS     TO        W-ACHOU-CUS
           IF      CE-PEDIDO           NOT       EQUAL     SPACES
                   PERFORM   TESTA-CUSTEIO  THRU FIM-TESTA-CUSTEIO
                             VARYING W-IND-CUS FROM 1 BY 1
                             UNTIL   W-IND-CUS > W-QT-CUS
                             OR      W-ACHOU-CUS > ZEROS.
           IF      W-ACHOU-CUS         EQUAL     ZEROS
                   IF        W-QT-CUS  NOT       <         2000
                             GO        LE-CUSTEIO
                   END-IF
                   ADD       1         TO        W-QT-CUS
                   MOVE      W-QT-CUS  TO        W-ACHOU-CUS
                   MOVE      CE-PEDIDO TO   TC-PEDIDO(W-ACHOU-CUS)
                   MOVE      CE-EMPRESA
                             TO        TC-EMPRESA(W-ACHOU-CUS).
           MOVE    CE-CUSTO  TO        TC-CUSTO(W-ACHOU-CUS)
           GO      LE-CUSTEIO.
       SOMA-CUSTEIO.
           PERFORM SOMA-UM-CUSTEIO     THRU FIM-SOMA-UM-CUSTEIO
                    VARYING W-IND-CUS FROM 1 BY 1
                    UNTIL   W-IND-CUS > W-QT-CUS.
       FIM-CARREGA-CUSTEIO.
           EXIT.

       TESTA-CUSTEIO.
           IF      TC-PEDIDO(W-IND-CUS)          EQUAL     CE-PEDIDO
           AND     TC-EMPRESA(W-IND-CUS)         EQUAL     CE-EMPRESA
                   MOVE      W-IND-CUS TO        W-ACHOU-CUS.
       FIM-TESTA-CUSTEIO.
           EXIT.

       SOMA-UM-CUSTEIO.
           MOVE    TC-EMPRESA(W-IND-CUS)         TO   W-EMPRESA
           PERFORM ACHA-EMPRESA        THRU FIM-ACHA-EMPRESA
           IF      W-ACHOU-EMP         EQUAL     ZEROS
                   GO        FIM-SOMA-UM-CUSTEIO.
           ADD     TC-CUSTO(W-IND-CUS) TO   TR-POST-EST(W-ACHOU-EMP)
           ADD     TC-CUSTO(W-IND-CUS) TO   W-TOT-POST-EST.
       FIM-SOMA-UM-CUSTEIO.
           EXIT.

      *****************************************************************
      *    CARREGA-HISTORICO: O MES ANTERIOR VAI PARA O COMPARATIVO;
      *    AS LINHAS DO PROPRIO MES SAEM (O RATEIO AS REFAZ) E AS
      *    DEMAIS FICAM PARA A REGRAVACAO.
      *****************************************************************
       CARREGA-HISTORICO.
           OPEN    INPUT     PHIST
           IF      W-FS-HIST           NOT       EQUAL     "00"
                   GO        FIM-CARREGA-HISTORICO.
       LE-HISTORICO.
           READ    PHIST     AT        END
                   CLOSE     PHIST
                   GO        FIM-CARREGA-HISTORICO.
           IF      RH-MES              NOT       NUMERIC
                   GO        LE-HISTORICO.
           IF      RH-MES              EQUAL     W-MES
                   GO        LE-HISTORICO.
           IF      W-QT-HIST           NOT       <         3000
                   MOVE      "S"       TO        W-HIST-CHEIO
                   GO        LE-HISTORICO.
           ADD     1         TO        W-QT-HIST
           MOVE    REG-HIST  TO        TH-LINHA(W-QT-HIST)
           IF      RH-MES              NOT       EQUAL     W-MES-ANT
                   GO        LE-HISTORICO.
           MOVE    RH-EMPRESA          TO        W-EMPRESA
           PERFORM ACHA-EMPRESA        THRU FIM-ACHA-EMPRESA
           IF      W-ACHOU-EMP         >         ZEROS
                   MOVE      "S"       TO   TR-TEM-ANT(W-ACHOU-EMP)
                   MOVE      RH-CARTAS TO   TR-ANT-CARTAS(W-ACHOU-EMP)
                   MOVE      RH-TOTAL  TO   TR-ANT-TOTAL(W-ACHOU-EMP).
           GO      LE-HISTORICO.
       FIM-CARREGA-HISTORICO.
           EXIT.

      *****************************************************************
      *    RATEIA-FATURA: CADA ITEM DA FATURA DO BUREAU PELO SEU
      *    DIRECIONADOR, CAINDO PARA AS CARTAS DA EMPRESA QUANDO O
      *    MODELO NAO TEVE PRODUCAO NO MES.
      *****************************************************************
       RATEIA-FATURA.
           OPEN    INPUT     PFATURA
           IF      W-FS-FATURA         NOT       EQUAL     "00"
                   DISPLAY "FATURA_BUREAU.TXT AUSENTE - BUREAU SEM "
                           "RATEIO"
                   GO        FIM-RATEIA-FATURA.
       LE-FATURA.
           READ    PFATURA   AT        END
                   CLOSE     PFATURA
                   GO        FIM-RATEIA-FATURA.
           IF      FB-VALOR            NOT       NUMERIC
                   GO        LE-FATURA.
           ADD     1         TO        W-QT-ITENS-FAT
           ADD     FB-VALOR  TO        W-TOT-FATURA
           MOVE    FB-VALOR  TO        W-VALOR
           MOVE    FB-TIPO   TO        W-TIPO-DRV
           MOVE    FB-CHAVE  TO        W-CHAVE-DRV
           MOVE    1         TO        W-DESTINO
           IF      FB-TIPO             EQUAL     "REIMP"
                   ADD       FB-VALOR  TO        W-TOT-FAT-REIMP
                   MOVE      4         TO        W-DESTINO.
           IF      FB-TIPO             NOT EQUAL "CARTA" AND "REIMP"
                   GO        RATEIA-FATURA-CARTAS.
           MOVE    1         TO        W-CRITERIO
           PERFORM RATEIA-VALOR        THRU FIM-RATEIA-VALOR
           IF      W-PESO-TOT          >         ZEROS
                   GO        LE-FATURA.
           IF      FB-TIPO             EQUAL     "REIMP"
                   MOVE      2         TO        W-CRITERIO
                   PERFORM   RATEIA-VALOR   THRU FIM-RATEIA-VALOR
                   IF        W-PESO-TOT     >    ZEROS
                             GO        LE-FATURA.
       RATEIA-FATURA-CARTAS.
           MOVE    3         TO        W-CRITERIO
           PERFORM RATEIA-VALOR        THRU FIM-RATEIA-VALOR
           IF      W-PESO-TOT          EQUAL     ZEROS
                   ADD       W-VALOR   TO        W-NAO-RATEADO.
           GO      LE-FATURA.
       FIM-RATEIA-FATURA.
           EXIT.

      *****************************************************************
      *    RATEIA-POSTAGEM: A REAL (OU, SEM ELA, A ESTIMADA) PELA
      *    ESTIMADA DE CADA EMPRESA; SEM CUSTEIO NO MES, PELAS CARTAS.
      *****************************************************************
       RATEIA-POSTAGEM.
           IF      W-INFORMOU-REAL     NOT       EQUAL     "S"
                   MOVE      W-TOT-POST-EST      TO   W-POST-REAL.
           IF      W-POST-REAL         EQUAL     ZEROS
                   GO        FIM-RATEIA-POSTAGEM.
           MOVE    W-POST-REAL         TO        W-VALOR
           MOVE    2         TO        W-DESTINO
           MOVE    5         TO        W-CRITERIO
           PERFORM RATEIA-VALOR        THRU FIM-RATEIA-VALOR
           IF      W-PESO-TOT          >         ZEROS
                   GO        FIM-RATEIA-POSTAGEM.
           MOVE    3         TO        W-CRITERIO
           PERFORM RATEIA-VALOR        THRU FIM-RATEIA-VALOR
           IF      W-PESO-TOT          EQUAL     ZEROS
                   ADD       W-VALOR   TO        W-NAO-RATEADO.
       FIM-RATEIA-POSTAGEM.
           EXIT.

      *****************************************************************
      *    RATEIA-ANEXOS: AS SAIDAS DE ESTOQUE DO MES VALORIZADAS PELO
      *    MILHEIRO, PELOS ANEXOS INSERIDOS DE CADA EMPRESA.
      *****************************************************************
       RATEIA-ANEXOS.
           OPEN    INPUT     PMOVTO
           IF      W-FS-MOVTO          NOT       EQUAL     "00"
                   GO        FIM-RATEIA-ANEXOS.
       LE-MOVTO.
           READ    PMOVTO    AT        END
                   CLOSE     PMOVTO
                   GO        RATEIA-ANEXOS-VALOR.
           IF      MV-TIPO             NOT       EQUAL     "S"
           OR      MV-DATA (1 : 4)     NOT       EQUAL     W-AAMM
           OR      MV-QTDE             NOT       NUMERIC
                   GO        LE-MOVTO.
           ADD     MV-QTDE   TO        W-QT-ANX-CONS
           MOVE    ZEROS     TO        W-ACHOU-ANX
           PERFORM TESTA-ANEXO-CUSTO   THRU FIM-TESTA-ANEXO-CUSTO
                    VARYING W-IND-ANX FROM 1 BY 1
                    UNTIL   W-IND-ANX > W-QT-ANX
                    OR      W-ACHOU-ANX > ZEROS.
           IF      W-ACHOU-ANX         EQUAL     ZEROS
                   ADD       MV-QTDE   TO        W-QT-ANX-SEM-CUSTO
                   GO        LE-MOVTO.
           COMPUTE W-PARCELA ROUNDED =
                   (MV-QTDE * TA-MILHEIRO(W-ACHOU-ANX)) / 1000
           ADD     W-PARCELA TO        W-TOT-VL-ANEXOS
           GO      LE-MOVTO.
       RATEIA-ANEXOS-VALOR.
           IF      W-TOT-VL-ANEXOS     EQUAL     ZEROS
                   GO        FIM-RATEIA-ANEXOS.
           MOVE    W-TOT-VL-ANEXOS     TO        W-VALOR
           MOVE    3         TO        W-DESTINO
           MOVE    4         TO        W-CRITERIO
           PERFORM RATEIA-VALOR        THRU FIM-RATEIA-VALOR
           IF      W-PESO-TOT          >         ZEROS
                   GO        FIM-RATEIA-ANEXOS.
           MOVE    3         TO        W-CRITERIO
           PERFORM RATEIA-VALOR        THRU FIM-RATEIA-VALOR
           IF      W-PESO-TOT          EQUAL     ZEROS
                   ADD       W-VALOR   TO        W-NAO-RATEADO.
       FIM-RATEIA-ANEXOS.
           EXIT.

       TESTA-ANEXO-CUSTO.
           IF      TA-COD(W-IND-ANX)   EQUAL     MV-COD
                   MOVE      W-IND-ANX TO        W-ACHOU-ANX.
       FIM-TESTA-ANEXO-CUSTO.
           EXIT.

      *****************************************************************
      *    RATEIA-VALOR: DIVIDE W-VALOR ENTRE AS EMPRESAS PELO PESO
      *    DO W-CRITERIO, SOMANDO A PARCELA NA COLUNA W-DESTINO.
      *    PARCELA = DEVIDO ACUMULADO ARREDONDADO MENOS O JA'
      *    RATEADO, PARA A SOMA FECHAR NO CENTAVO. PESO TOTAL ZERO =
      *    NADA RATEADO (QUEM CHAMOU DECIDE O QUE FAZER).
      *****************************************************************
       RATEIA-VALOR.
           MOVE    ZEROS     TO        W-PESO-TOT
           PERFORM ZERA-PESO           THRU FIM-ZERA-PESO
                    VARYING W-IND-EMP FROM 1 BY 1
                    UNTIL   W-IND-EMP > W-QT-EMP.
           IF      W-CRITERIO          <         3
                   PERFORM   PESO-DIRECIONADOR   THRU
                             FIM-PESO-DIRECIONADOR
                             VARYING W-IND-DRV FROM 1 BY 1
                             UNTIL   W-IND-DRV > W-QT-DRV.
           PERFORM SOMA-PESO           THRU FIM-SOMA-PESO
                    VARYING W-IND-EMP FROM 1 BY 1
                    UNTIL   W-IND-EMP > W-QT-EMP.
           IF      W-PESO-TOT          EQUAL     ZEROS
                   GO        FIM-RATEIA-VALOR.
           MOVE    ZEROS     TO        W-PESO-ACUM W-JA-RATEADO
           PERFORM RATEIA-EMPRESA      THRU FIM-RATEIA-EMPRESA
                    VARYING W-IND-EMP FROM 1 BY 1
                    UNTIL   W-IND-EMP > W-QT-EMP.
       FIM-RATEIA-VALOR.
           EXIT.

       ZERA-PESO.
           IF      W-CRITERIO          EQUAL     3
                   MOVE      TR-CARTAS(W-IND-EMP)
                             TO        TR-PESO(W-IND-EMP)
           ELSE
           IF      W-CRITERIO          EQUAL     4
                   MOVE      TR-ANEXOS(W-IND-EMP)
                             TO        TR-PESO(W-IND-EMP)
           ELSE
           IF      W-CRITERIO          EQUAL     5
                   MOVE      TR-POST-EST(W-IND-EMP)
                             TO        TR-PESO(W-IND-EMP)
           ELSE
                   MOVE      ZEROS     TO        TR-PESO(W-IND-EMP).
       FIM-ZERA-PESO.
           EXIT.

       PESO-DIRECIONADOR.
           IF      TD-TIPO(W-IND-DRV)  NOT       EQUAL     W-TIPO-DRV
                   GO        FIM-PESO-DIRECIONADOR.
           IF      W-CRITERIO          EQUAL     1
           AND     TD-CHAVE(W-IND-DRV) NOT       EQUAL     W-CHAVE-DRV
                   GO        FIM-PESO-DIRECIONADOR.
           ADD     TD-CARTAS(W-IND-DRV)
                   TO        TR-PESO(TD-EMP(W-IND-DRV)).
       FIM-PESO-DIRECIONADOR.
           EXIT.

       SOMA-PESO.
           ADD     TR-PESO(W-IND-EMP)  TO        W-PESO-TOT.
       FIM-SOMA-PESO.
           EXIT.

       RATEIA-EMPRESA.
           IF      TR-PESO(W-IND-EMP)  EQUAL     ZEROS
                   GO        FIM-RATEIA-EMPRESA.
           ADD     TR-PESO(W-IND-EMP)  TO        W-PESO-ACUM
           COMPUTE W-ACUM-DEVIDO ROUNDED =
                   (W-VALOR * W-PESO-ACUM) / W-PESO-TOT
           COMPUTE W-PARCELA = W-ACUM-DEVIDO - W-JA-RATEADO
           ADD     W-PARCELA TO        W-JA-RATEADO
           ADD     W-PARCELA TO        TR-VALOR(W-IND-EMP, W-DESTINO).
       FIM-RATEIA-EMPRESA.
           EXIT.

       TOTALIZA-EMPRESA.
           COMPUTE TR-TOTAL(W-IND-EMP) =
                   TR-VALOR(W-IND-EMP, 1) + TR-VALOR(W-IND-EMP, 2)
                   + TR-VALOR(W-IND-EMP, 3) + TR-VALOR(W-IND-EMP, 4)
           ADD     TR-TOTAL(W-IND-EMP) TO        W-TOT-RATEADO.
       FIM-TOTALIZA-EMPRESA.
           EXIT.

      *****************************************************************
      *    EMITE-RELATORIO: FONTES DE CUSTO DO MES, EXTRATO POR
      *    EMPRESA E COMPARATIVO COM O MES ANTERIOR.
      *****************************************************************
       EMITE-RELATORIO.
           COMPUTE W-TOT-CUSTOS = W-TOT-FATURA + W-POST-REAL
                   + W-TOT-VL-ANEXOS
           OPEN    OUTPUT    RELAT
           WRITE   REG-RELAT           FROM      W-CAB-AMBIENTE
           MOVE    SPACES    TO        W-LINHA-REL
           STRING  "RATEIO DE CUSTOS POR EMPRESA - MES " W-MES-ARG
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-LINHA         THRU FIM-GRAVA-LINHA
           PERFORM GRAVA-BRANCO        THRU FIM-GRAVA-BRANCO
           MOVE    "FONTES DE CUSTO DO MES"      TO   W-LINHA-REL
           PERFORM GRAVA-LINHA         THRU FIM-GRAVA-LINHA
           MOVE    W-TOT-FATURA        TO        W-CENTAVOS
           PERFORM EDITA-VALOR         THRU FIM-EDITA-VALOR
           MOVE    W-QT-ITENS-FAT      TO        W-NUM-ED
           STRING  "  FATURA DO BUREAU ...........: " W-VALOR-ED
                   "  ITENS " W-NUM-ED
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-LINHA         THRU FIM-GRAVA-LINHA
           MOVE    W-TOT-FAT-REIMP     TO        W-CENTAVOS
           PERFORM EDITA-VALOR         THRU FIM-EDITA-VALOR
           STRING  "    DOS QUAIS REIMPRESSAO .....: " W-VALOR-ED
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-LINHA         THRU FIM-GRAVA-LINHA
           MOVE    W-TOT-POST-EST      TO        W-CENTAVOS
           PERFORM EDITA-VALOR         THRU FIM-EDITA-VALOR
           STRING  "  POSTAGEM ESTIMADA (CUSTEIO) : " W-VALOR-ED
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-LINHA         THRU FIM-GRAVA-LINHA
           MOVE    W-POST-REAL         TO        W-CENTAVOS
           PERFORM EDITA-VALOR         THRU FIM-EDITA-VALOR
           IF      W-INFORMOU-REAL     EQUAL     "S"
                   STRING  "  POSTAGEM REAL (INFORMADA) ..: "
                           W-VALOR-ED
                           DELIMITED BY SIZE INTO W-LINHA-REL
           ELSE
                   STRING  "  POSTAGEM REAL ..............: "
                           W-VALOR-ED "  (NAO INFORMADA - COBRADA A"
                           " ESTIMADA)"
                           DELIMITED BY SIZE INTO W-LINHA-REL.
           PERFORM GRAVA-LINHA         THRU FIM-GRAVA-LINHA
           MOVE    W-TOT-VL-ANEXOS     TO        W-CENTAVOS
           PERFORM EDITA-VALOR         THRU FIM-EDITA-VALOR
           MOVE    W-QT-ANX-CONS       TO        W-NUM-ED
           STRING  "  ANEXOS CONSUMIDOS ..........: " W-VALOR-ED
                   "  UNIDADES " W-NUM-ED
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-LINHA         THRU FIM-GRAVA-LINHA
           IF      W-QT-ANX-SEM-CUSTO  >         ZEROS
                   MOVE      W-QT-ANX-SEM-CUSTO  TO   W-NUM-ED
                   STRING  "    SEM CUSTO EM ANEXO_CUSTO.TXT "
                           "(NAO VALORIZADOS): " W-NUM-ED " UNIDADES"
                           DELIMITED BY SIZE INTO W-LINHA-REL
                   PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA.
           MOVE    W-TOT-CUSTOS        TO        W-CENTAVOS
           PERFORM EDITA-VALOR         THRU FIM-EDITA-VALOR
           STRING  "  CUSTOS DO MES ..............: " W-VALOR-ED
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-LINHA         THRU FIM-GRAVA-LINHA
           MOVE    W-TOT-RATEADO       TO        W-CENTAVOS
           PERFORM EDITA-VALOR         THRU FIM-EDITA-VALOR
           STRING  "  RATEADO ENTRE AS EMPRESAS ..: " W-VALOR-ED
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-LINHA         THRU FIM-GRAVA-LINHA
           MOVE    W-NAO-RATEADO       TO        W-CENTAVOS
           PERFORM EDITA-VALOR         THRU FIM-EDITA-VALOR
           STRING  "  NAO RATEADO (SEM PRODUCAO) .: " W-VALOR-ED
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-LINHA         THRU FIM-GRAVA-LINHA
           IF      W-TOT-RATEADO + W-NAO-RATEADO
                   NOT       EQUAL     W-TOT-CUSTOS
                   MOVE "  *** RATEADO + NAO RATEADO NAO FECHA COM OS "
                        TO   W-LINHA-REL
                   MOVE "CUSTOS DO MES ***" TO W-LINHA-REL (47 : 17)
                   PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA.
           PERFORM EXTRATO-EMPRESA     THRU FIM-EXTRATO-EMPRESA
                    VARYING W-IND-EMP FROM 1 BY 1
                    UNTIL   W-IND-EMP > W-QT-EMP.
           PERFORM GRAVA-BRANCO        THRU FIM-GRAVA-BRANCO
           STRING  "COMPARATIVO COM O MES ANTERIOR (" W-MES-ANT ")"
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-LINHA         THRU FIM-GRAVA-LINHA
           STRING  "EMPRESA       CARTAS ANT.  CARTAS MES"
                   "      TOTAL ANTERIOR       TOTAL DO MES  VARIA"
                   "CAO %  CUSTO/CARTA ANT.  CUSTO/CARTA MES"
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-LINHA         THRU FIM-GRAVA-LINHA
           PERFORM COMPARA-EMPRESA     THRU FIM-COMPARA-EMPRESA
                    VARYING W-IND-EMP FROM 1 BY 1
                    UNTIL   W-IND-EMP > W-QT-EMP.
           CLOSE   RELAT
           PERFORM ARQUIVA-RELATORIO   THRU FIM-ARQUIVA-RELATORIO.
       FIM-EMITE-RELATORIO.
           EXIT.

       EXTRATO-EMPRESA.
           IF      TR-CARTAS(W-IND-EMP)          EQUAL     ZEROS
           AND     TR-TOTAL(W-IND-EMP)           EQUAL     ZEROS
                   GO        FIM-EXTRATO-EMPRESA.
           PERFORM GRAVA-BRANCO        THRU FIM-GRAVA-BRANCO
           STRING  "EXTRATO DE COBRANCA - EMPRESA "
                   TR-EMPRESA(W-IND-EMP) " - MES " W-MES-ARG
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-LINHA         THRU FIM-GRAVA-LINHA
           MOVE    TR-CARTAS(W-IND-EMP)          TO   W-NUM-ED
           STRING  "  CARTAS .....................: " W-NUM-ED
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-LINHA         THRU FIM-GRAVA-LINHA
           MOVE    TR-PAGINAS(W-IND-EMP)         TO   W-NUM-ED
           STRING  "  PAGINAS ....................: " W-NUM-ED
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-LINHA         THRU FIM-GRAVA-LINHA
           MOVE    TR-ANEXOS(W-IND-EMP)          TO   W-NUM-ED
           STRING  "  ANEXOS .....................: " W-NUM-ED
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-LINHA         THRU FIM-GRAVA-LINHA
           MOVE    TR-REIMP-CARTAS(W-IND-EMP)    TO   W-NUM-ED
           STRING  "  CARTAS REIMPRESSAS .........: " W-NUM-ED
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-LINHA         THRU FIM-GRAVA-LINHA
           MOVE    TR-VALOR(W-IND-EMP, 1)        TO   W-CENTAVOS
           PERFORM EDITA-VALOR         THRU FIM-EDITA-VALOR
           STRING  "  BUREAU (PRODUCAO) ......R$..: " W-VALOR-ED
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-LINHA         THRU FIM-GRAVA-LINHA
           MOVE    TR-POST-EST(W-IND-EMP)        TO   W-CENTAVOS
           PERFORM EDITA-VALOR         THRU FIM-EDITA-VALOR
           STRING  "  POSTAGEM ESTIMADA ......R$..: " W-VALOR-ED
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-LINHA         THRU FIM-GRAVA-LINHA
           MOVE    TR-VALOR(W-IND-EMP, 2)        TO   W-CENTAVOS
           PERFORM EDITA-VALOR         THRU FIM-EDITA-VALOR
           STRING  "  POSTAGEM COBRADA .......R$..: " W-VALOR-ED
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-LINHA         THRU FIM-GRAVA-LINHA
           MOVE    TR-VALOR(W-IND-EMP, 3)        TO   W-CENTAVOS
           PERFORM EDITA-VALOR         THRU FIM-EDITA-VALOR
           STRING  "  ANEXOS .................R$..: " W-VALOR-ED
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-LINHA         THRU FIM-GRAVA-LINHA
           MOVE    TR-VALOR(W-IND-EMP, 4)        TO   W-CENTAVOS
           PERFORM EDITA-VALOR         THRU FIM-EDITA-VALOR
           STRING  "  REIMPRESSOES ...........R$..: " W-VALOR-ED
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-LINHA         THRU FIM-GRAVA-LINHA
           MOVE    TR-TOTAL(W-IND-EMP)           TO   W-CENTAVOS
           PERFORM EDITA-VALOR         THRU FIM-EDITA-VALOR
           STRING  "  TOTAL A PAGAR ..........R$..: " W-VALOR-ED
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-LINHA         THRU FIM-GRAVA-LINHA
           IF      TR-CARTAS(W-IND-EMP)          >         ZEROS
                   COMPUTE   W-UNIT-ED ROUNDED =
                             TR-TOTAL(W-IND-EMP)
                             / (TR-CARTAS(W-IND-EMP) * 100)
                   STRING  "  CUSTO POR CARTA ........R$..: "
                           W-UNIT-ED
                           DELIMITED BY SIZE INTO W-LINHA-REL
           ELSE
                   MOVE "  CUSTO POR CARTA ..........: SEM CARTAS"
                        TO   W-LINHA-REL.
           PERFORM GRAVA-LINHA         THRU FIM-GRAVA-LINHA.
       FIM-EXTRATO-EMPRESA.
           EXIT.

       COMPARA-EMPRESA.
           MOVE    TR-ANT-CARTAS(W-IND-EMP)      TO   W-NUM-ANT-ED
           MOVE    TR-CARTAS(W-IND-EMP)          TO   W-NUM-ED
           MOVE    TR-TOTAL(W-IND-EMP)           TO   W-CENTAVOS
           PERFORM EDITA-VALOR         THRU FIM-EDITA-VALOR
           MOVE    W-VALOR-ED          TO        W-LINHA-REL (56 : 14)
           MOVE    TR-ANT-TOTAL(W-IND-EMP)       TO   W-CENTAVOS
           PERFORM EDITA-VALOR         THRU FIM-EDITA-VALOR
           MOVE    W-VALOR-ED          TO        W-LINHA-REL (37 : 14)
           MOVE    TR-EMPRESA(W-IND-EMP)
                   TO        W-LINHA-REL (1 : 10)
           MOVE    W-NUM-ANT-ED        TO        W-LINHA-REL (12 : 11)
           MOVE    W-NUM-ED            TO        W-LINHA-REL (24 : 11)
           IF      TR-ANT-TOTAL(W-IND-EMP)       EQUAL     ZEROS
                   MOVE      "     NOVA"
                             TO        W-LINHA-REL (72 : 9)
           ELSE
                   COMPUTE   W-VARIACAO ROUNDED =
                             ((TR-TOTAL(W-IND-EMP)
                             - TR-ANT-TOTAL(W-IND-EMP)) * 100)
                             / TR-ANT-TOTAL(W-IND-EMP)
                   MOVE      W-VARIACAO     TO   W-VAR-ED
                   MOVE      W-VAR-ED       TO   W-LINHA-REL (72 : 9).
           IF      TR-ANT-CARTAS(W-IND-EMP)      >         ZEROS
                   COMPUTE   W-UNIT-ANT-ED ROUNDED =
                             TR-ANT-TOTAL(W-IND-EMP)
                             / (TR-ANT-CARTAS(W-IND-EMP) * 100)
                   MOVE      W-UNIT-ANT-ED  TO   W-LINHA-REL (84 : 12).
           IF      TR-CARTAS(W-IND-EMP)          >         ZEROS
                   COMPUTE   W-UNIT-ED ROUNDED =
                             TR-TOTAL(W-IND-EMP)
                             / (TR-CARTAS(W-IND-EMP) * 100)
                   MOVE      W-UNIT-ED      TO   W-LINHA-REL (102 : 12).
           PERFORM GRAVA-LINHA         THRU FIM-GRAVA-LINHA.
       FIM-COMPARA-EMPRESA.
           EXIT.

       EDITA-VALOR.
           COMPUTE W-VALOR-ED = W-CENTAVOS / 100.
       FIM-EDITA-VALOR.
           EXIT.

       GRAVA-LINHA.
           WRITE   REG-RELAT FROM      W-LINHA-REL
           MOVE    SPACES    TO        W-LINHA-REL.
       FIM-GRAVA-LINHA.
           EXIT.

       GRAVA-BRANCO.
           MOVE    SPACES    TO        W-LINHA-REL
           PERFORM GRAVA-LINHA         THRU FIM-GRAVA-LINHA.
       FIM-GRAVA-BRANCO.
           EXIT.

      *****************************************************************
      *    GRAVA-HISTORICO: OS OUTROS MESES COMO ESTAVAM E O MES DO
      *    RATEIO NO FIM. COM A TABELA ESTOURADA O HISTORICO NAO E'
      *    REGRAVADO (PERDERIA LINHAS).
      *****************************************************************
       GRAVA-HISTORICO.
           IF      W-HIST-CHEIO        EQUAL     "S"
                   DISPLAY "RATEIO_HIST.TXT COM MAIS DE 3000 LINHAS - "
                           "HISTORICO NAO ATUALIZADO"
                   GO        FIM-GRAVA-HISTORICO.
           OPEN    OUTPUT    PHIST
           IF      W-FS-HIST           NOT       EQUAL     "00"
                   DISPLAY "RATEIO_HIST.TXT NAO GRAVADO - STATUS "
                           W-FS-HIST
                   GO        FIM-GRAVA-HISTORICO.
           PERFORM GRAVA-HIST-ANTIGO   THRU FIM-GRAVA-HIST-ANTIGO
                    VARYING W-IND-HIST FROM 1 BY 1
                    UNTIL   W-IND-HIST > W-QT-HIST
           PERFORM GRAVA-HIST-MES      THRU FIM-GRAVA-HIST-MES
                    VARYING W-IND-EMP FROM 1 BY 1
                    UNTIL   W-IND-EMP > W-QT-EMP
           CLOSE   PHIST.
       FIM-GRAVA-HISTORICO.
           EXIT.

       GRAVA-HIST-ANTIGO.
           WRITE   REG-HIST  FROM      TH-LINHA(W-IND-HIST).
       FIM-GRAVA-HIST-ANTIGO.
           EXIT.

       GRAVA-HIST-MES.
           IF      TR-CARTAS(W-IND-EMP)          EQUAL     ZEROS
           AND     TR-TOTAL(W-IND-EMP)           EQUAL     ZEROS
                   GO        FIM-GRAVA-HIST-MES.
           MOVE    SPACES    TO        REG-HIST
           MOVE    W-MES     TO        RH-MES
           MOVE    TR-EMPRESA(W-IND-EMP)         TO   RH-EMPRESA
           MOVE    TR-CARTAS(W-IND-EMP)          TO   RH-CARTAS
           MOVE    TR-PAGINAS(W-IND-EMP)         TO   RH-PAGINAS
           MOVE    TR-ANEXOS(W-IND-EMP)          TO   RH-ANEXOS
           MOVE    TR-VALOR(W-IND-EMP, 1)        TO   RH-BUREAU
           MOVE    TR-VALOR(W-IND-EMP, 2)        TO   RH-POSTAGEM
           MOVE    TR-VALOR(W-IND-EMP, 3)        TO   RH-VL-ANEXOS
           MOVE    TR-VALOR(W-IND-EMP, 4)        TO   RH-VL-REIMP
           MOVE    TR-TOTAL(W-IND-EMP)           TO   RH-TOTAL
           WRITE   REG-HIST.
       FIM-GRAVA-HIST-MES.
           EXIT.

      *****************************************************************
      *    TABELAS OPCIONAIS: PAGINAS POR MODELO E CUSTO DO MILHEIRO
      *    POR ANEXO.
      *****************************************************************
       CARREGA-PAGINAS.
           OPEN    INPUT     PPAGINA
           IF      W-FS-PAGINA         NOT       EQUAL     "00"
                   GO        FIM-CARREGA-PAGINAS.
       LE-PAGINA.
           READ    PPAGINA   AT        END
                   CLOSE     PPAGINA
                   GO        FIM-CARREGA-PAGINAS.
           IF      CP-PAGINAS          NOT       NUMERIC
           OR      CP-PAGINAS          EQUAL     ZEROS
                   GO        LE-PAGINA.
           IF      W-QT-PAG  NOT       <         200
                   GO        LE-PAGINA.
           ADD     1         TO        W-QT-PAG
           MOVE    CP-CARTA  TO        TP-CARTA(W-QT-PAG)
           MOVE    CP-PAGINAS          TO        TP-PAGINAS(W-QT-PAG)
           GO      LE-PAGINA.
       FIM-CARREGA-PAGINAS.
           EXIT.

       CARREGA-ANEXO-CUSTO.
           OPEN    INPUT     PANXCUS
           IF      W-FS-ANXCUS         NOT       EQUAL     "00"
                   GO        FIM-CARREGA-ANEXO-CUSTO.
       LE-ANEXO-CUSTO.
           READ    PANXCUS   AT        END
                   CLOSE     PANXCUS
                   GO        FIM-CARREGA-ANEXO-CUSTO.
           IF      AC-MILHEIRO         NOT       NUMERIC
                   GO        LE-ANEXO-CUSTO.
           IF      W-QT-ANX  NOT       <         200
                   GO        LE-ANEXO-CUSTO.
           ADD     1         TO        W-QT-ANX
           MOVE    AC-COD    TO        TA-COD(W-QT-ANX)
           MOVE    AC-MILHEIRO         TO        TA-MILHEIRO(W-QT-ANX)
           GO      LE-ANEXO-CUSTO.
       FIM-CARREGA-ANEXO-CUSTO.
           EXIT.

      *-----------------------------------------------------------
      *    ARQUIVA-RELATORIO: COPIA DATADA DO RELATORIO NO ARQUIVO
      *    DE RELATORIOS (ARQREL, INDICE ARQUIVO_REL.TXT) - A
      *    PROXIMA RODADA REGRAVA O RELATORIO NO MESMO NOME.
      *-----------------------------------------------------------
       ARQUIVA-RELATORIO.
           MOVE    SPACES    TO        W-ARQREL
           MOVE    "RATEIO_REL.TXT"    TO        W-AQ-ARQUIVO
           MOVE    "RATEIO"            TO        W-AQ-PROGRAMA
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
