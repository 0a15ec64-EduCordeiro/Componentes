      *  CARTAS, CUSTO - MAIS O TOTAL DA RODADA E AS CARTAS SEM
      *  FAIXA QUE CASE (PARA A TABELA SER COMPLETADA).
      *
      *  O MESMO CUSTO SAI POR EMPRESA (E-EMPRESA DA CARTA, QUE O
      *  XPGR47 GRAVA NO POSTAGEM.TXT) NO RELATORIO E, ACUMULADO,
      *  EM CUSTEIO_EMPRESA.TXT - A POSTAGEM ESTIMADA QUE O RATEIO
      *  MENSAL COBRA DE CADA EMPRESA. COM O NOME DO PEDIDO NA
      *  CHAMADA, O RATEIO FICA SO' COM O ULTIMO CUSTEIO DO PEDIDO
      *  (RECUSTEIO NAO DUPLICA):
      *    01-08 DATA AAAAMMDD   10-19 EMPRESA   21-29 CARTAS
      *    31-43 CUSTO EM CENTAVOS   45-64 PEDIDO
      *
      *  CHAMADA DESATENDIDA:
      *     CUSTEIO [PESO-BASE-G] [PESO-ANEXO-G] [PEDIDO]
      *
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-RELAT
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PCUSEMP        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-CUSEMP
                        ACCESS         MODE      IS   SEQUENTIAL.

       DATA        DIVISION.
       FILE        SECTION.
           02  PO-CEP5                PIC 9(05).
           02  FILLER                 PIC X(02).
           02  PO-QT-ANEXOS           PIC 9(01).
           02  FILLER                 PIC X(02).
           02  PO-EMPRESA             PIC X(10).

       FD  PRELAT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CUSTEIO_REL.TXT".
       01  REG-RELAT              PIC X(132).

       FD  PCUSEMP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CUSTEIO_EMPRESA.TXT".
       01  REG-CUSEMP.
           02  CE-DATA                PIC 9(08).
           02  FILLER                 PIC X(01).
           02  CE-EMPRESA             PIC X(10).
           02  FILLER                 PIC X(01).
           02  CE-CARTAS              PIC 9(09).
           02  FILLER                 PIC X(01).
           02  CE-CUSTO               PIC 9(13).
           02  FILLER                 PIC X(01).
           02  CE-PEDIDO              PIC X(20).

       WORKING-STORAGE  SECTION.
       77  W-FS-TARIFA            PIC X(002) VALUE SPACES.
       77  W-FS-POSTAG            PIC X(002) VALUE SPACES.
       77  W-FS-RELAT             PIC X(002) VALUE SPACES.
       77  W-FS-CUSEMP            PIC X(002) VALUE SPACES.
       77  W-NOME-PEDIDO          PIC X(020) VALUE SPACES.
       77  W-QT-EMPRESAS          PIC 9(003) VALUE ZEROS.
       77  W-IND-EMP              PIC 9(003) VALUE ZEROS.
       77  W-ACHOU-EMP            PIC 9(003) VALUE ZEROS.
       77  W-ARGC                 PIC 9(002) VALUE ZEROS.
       77  W-PESO-BASE            PIC 9(004) VALUE 20.
       77  W-PESO-ANEXO           PIC 9(004) VALUE 5.
              05 TT-TARIFA        PIC 9(07).
              05 TT-QT-CARTAS     PIC 9(09).
              05 TT-CUSTO         PIC 9(013).
       01  TAB-EMPRESAS.
           03 TE-ENT OCCURS 50 TIMES.
              05 TE-EMPRESA       PIC X(10).
              05 TE-QT-CARTAS     PIC 9(09).
              05 TE-CUSTO         PIC 9(013).
       01  W-DATA-HOJE.
           02 W-AAAAMMDD          PIC 9(008).
       01  W-DATE.
           02 W-ANO   PIC 9(02).
           02 W-MES   PIC 9(02).
           02 W-DIA   PIC 9(02).

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
           IF      W-ARGC    NOT       <         2
                   DISPLAY 2 UPON      ARGUMENT-NUMBER
                   ACCEPT  W-PESO-ANEXO          FROM ARGUMENT-VALUE.
           IF      W-ARGC    NOT       <         3
                   DISPLAY 3 UPON      ARGUMENT-NUMBER
                   ACCEPT  W-NOME-PEDIDO         FROM ARGUMENT-VALUE.
           IF      W-PESO-BASE         EQUAL     ZEROS
                   MOVE      20        TO        W-PESO-BASE.

           COMPUTE W-PESO-CARTA = W-PESO-BASE
                   + (PO-QT-ANEXOS * W-PESO-ANEXO)
           PERFORM ACHA-TARIFA         THRU FIM-ACHA-TARIFA
           PERFORM ACUMULA-EMPRESA     THRU FIM-ACUMULA-EMPRESA
           IF      W-ACHOU-TAR         EQUAL     ZEROS
                   ADD       1         TO        W-QT-SEM-FAIXA
           ELSE

       RESUMO.
           OPEN    OUTPUT    PRELAT
           WRITE   REG-RELAT           FROM      W-CAB-AMBIENTE
           MOVE    SPACES    TO        REG-RELAT
           STRING  "CUSTEIO DE POSTAGEM DA RODADA - CARTA BASE "
                   W-PESO-BASE "G, ANEXO " W-PESO-ANEXO "G"
                   "  CUSTO TOTAL (CENTAVOS): " W-CUSTO-TOTAL
                   DELIMITED BY SIZE INTO REG-RELAT
           WRITE   REG-RELAT
           MOVE    SPACES    TO        REG-RELAT
           WRITE   REG-RELAT
           PERFORM RELATA-EMPRESA      THRU FIM-RELATA-EMPRESA
                    VARYING W-IND-EMP FROM 1 BY 1
                    UNTIL   W-IND-EMP > W-QT-EMPRESAS
           CLOSE   PRELAT
           PERFORM ARQUIVA-RELATORIO   THRU FIM-ARQUIVA-RELATORIO
           PERFORM GRAVA-CUSTO-EMPRESA THRU FIM-GRAVA-CUSTO-EMPRESA
           DISPLAY "CARTAS CUSTEADAS .....: " W-QT-CARTAS
           DISPLAY "SEM FAIXA QUE CASE ...: " W-QT-SEM-FAIXA
           DISPLAY "CUSTO TOTAL (CENTAVOS): " W-CUSTO-TOTAL
       FIM-RELATA-FAIXA.
           EXIT.

       RELATA-EMPRESA.
           MOVE    SPACES    TO        REG-RELAT
           STRING  "EMPRESA " TE-EMPRESA(W-IND-EMP)
                   "  CARTAS " TE-QT-CARTAS(W-IND-EMP)
                   "  CUSTO " TE-CUSTO(W-IND-EMP)
                   DELIMITED BY SIZE INTO REG-RELAT
           WRITE   REG-RELAT.
       FIM-RELATA-EMPRESA.
           EXIT.

      *****************************************************************
      *    ACUMULA-EMPRESA: CARTAS E CUSTO DA CARTA NA EMPRESA DELA
      *    (CARTA SEM FAIXA ENTRA NA CONTAGEM, SEM CUSTO).
      *****************************************************************
       ACUMULA-EMPRESA.
           MOVE    ZEROS     TO        W-ACHOU-EMP
           PERFORM TESTA-EMPRESA       THRU FIM-TESTA-EMPRESA
                    VARYING W-IND-EMP FROM 1 BY 1
                    UNTIL   W-IND-EMP > W-QT-EMPRESAS
                    OR      W-ACHOU-EMP > ZEROS.
           IF      W-ACHOU-EMP         EQUAL     ZEROS
                   IF        W-QT-EMPRESAS       NOT  <    50
                             GO        FIM-ACUMULA-EMPRESA
                   END-IF
                   ADD       1         TO        W-QT-EMPRESAS
                   MOVE      W-QT-EMPRESAS       TO   W-ACHOU-EMP
                   MOVE      PO-EMPRESA     TO TE-EMPRESA(W-ACHOU-EMP)
                   MOVE      ZEROS     TO   TE-QT-CARTAS(W-ACHOU-EMP)
                                            TE-CUSTO(W-ACHOU-EMP).
           ADD     1         TO        TE-QT-CARTAS(W-ACHOU-EMP)
           IF      W-ACHOU-TAR         >         ZEROS
                   ADD       TT-TARIFA(W-ACHOU-TAR)
                             TO        TE-CUSTO(W-ACHOU-EMP).
       FIM-ACUMULA-EMPRESA.
           EXIT.

       TESTA-EMPRESA.
           IF      TE-EMPRESA(W-IND-EMP)         EQUAL     PO-EMPRESA
                   MOVE      W-IND-EMP TO        W-ACHOU-EMP.
       FIM-TESTA-EMPRESA.
           EXIT.

       GRAVA-CUSTO-EMPRESA.
           IF      W-QT-EMPRESAS       EQUAL     ZEROS
                   GO        FIM-GRAVA-CUSTO-EMPRESA.
           OPEN    EXTEND    PCUSEMP
           IF      W-FS-CUSEMP         NOT       EQUAL     "00"
                   OPEN      OUTPUT    PCUSEMP.
           IF      W-FS-CUSEMP         NOT       EQUAL     "00"
                   GO        FIM-GRAVA-CUSTO-EMPRESA.
           ACCEPT  W-DATE    FROM      DATE
           COMPUTE W-AAAAMMDD = 20000000 + (W-ANO * 10000)
                   + (W-MES * 100) + W-DIA
           PERFORM GRAVA-UMA-EMPRESA   THRU FIM-GRAVA-UMA-EMPRESA
                    VARYING W-IND-EMP FROM 1 BY 1
                    UNTIL   W-IND-EMP > W-QT-EMPRESAS
           CLOSE   PCUSEMP.
       FIM-GRAVA-CUSTO-EMPRESA.
           EXIT.

       GRAVA-UMA-EMPRESA.
           MOVE    SPACES    TO        REG-CUSEMP
           MOVE    W-AAAAMMDD          TO   CE-DATA
           MOVE    TE-EMPRESA(W-IND-EMP)    TO   CE-EMPRESA
           MOVE    TE-QT-CARTAS(W-IND-EMP)  TO   CE-CARTAS
           MOVE    TE-CUSTO(W-IND-EMP)      TO   CE-CUSTO
           MOVE    W-NOME-PEDIDO       TO   CE-PEDIDO
           WRITE   REG-CUSEMP.
       FIM-GRAVA-UMA-EMPRESA.
           EXIT.

      *****************************************************************
      *    ACHA-TARIFA: A PRIMEIRA FAIXA DA TABELA QUE CASA COM A
      *    CARTA (UF, FAIXA DE CEP E PESO) E' A QUE VALE - A ORDEM
           EXIT.

       CARREGA-TARIFAS.
           MOVE    "TARIFAS.TXT"       TO        W-PM-ARQUIVO
           PERFORM ANOTA-PARAMETRO     THRU FIM-ANOTA-PARAMETRO
           OPEN    INPUT     PTARIFA
           IF      W-FS-TARIFA         NOT       EQUAL     "00"
                   GO        FIM-CARREGA-TARIFAS.
           GO      LE-TARIFA.
       FIM-CARREGA-TARIFAS.
           EXIT.

      *-----------------------------------------------------------
      *    ANOTA-PARAMETRO: A VERSAO DO ARQUIVO DE PARAMETROS LIDO
      *    (W-PM-ARQUIVO) VAI PARA O RUNLOG, PELO PARAMVER.
      *-----------------------------------------------------------
       ANOTA-PARAMETRO.
           MOVE    "R"       TO        W-PM-MODO
           MOVE    "CUSTEIO" TO        W-PM-PROGRAMA
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
           MOVE    "CUSTEIO_REL.TXT"   TO        W-AQ-ARQUIVO
           MOVE    "CUSTEIO"           TO        W-AQ-PROGRAMA
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
