      *  ESTRAGA PAGINAS, HOJE REPROCESSAMOS O PEDIDO INTEIRO PARA
      *  RECUPERAR CINCO CARTAS. ESTA RODADA EXTRAI DO PEDIDO
      *  CRITICADO EXATAMENTE OS E-SEQ-REG PEDIDOS (VALORES OU
      *  FAIXAS NA LISTA DO PEDIDO) PARA UM MINI-LOTE NO MESMO
      *  LAYOUT - CABECALHOS REPLICADOS E TRAILER COM AS CONTAGENS
      *  DO PROPRIO LOTE - E LANCA A REIMPRESSAO EM PRODUCAO.TXT
      *  SOB O MARCADOR "REIMP" (UMA LINHA POR MODELO DE CARTA),
      *  PARA O FATURAMENTO DO BUREAU SEGUIR HONESTO. A MESMA
      *  REIMPRESSAO SAI POR EMPRESA E MODELO (CARTAS E ANEXOS) EM
      *  PRODUCAO_EMPRESA.TXT, PARA O RATEIO MENSAL COBRAR A
      *  REIMPRESSAO DE QUEM A CAUSOU.
      *
      *  LISTA DO PEDIDO, REIMPRIME_LISTA_<PEDIDO>.TXT (GRAVADA
      *  PELO INSERCAO E PELO RETPROD, OU MONTADA A MAO; OUTRO NOME
      *  PODE SER DADO NO QUARTO ARGUMENTO): UMA FAIXA POR LINHA -
      *    01-10 SEQ INICIAL   12-21 SEQ FINAL (ZEROS/BRANCO = SO'
      *    A INICIAL).
      *
      *  CHAMADA DESATENDIDA:
      *     REIMPRIME <PEDIDO-CRITICADO> <SAIDA-MINI-LOTE> <PEDIDO>
      *               [LISTA]
      *
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-PRODU
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PEMPPR         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-EMPPR
                        ACCESS         MODE      IS   SEQUENTIAL.

       DATA        DIVISION.
       FILE        SECTION.
      *    DO LAYOUT PENTR, SO' O QUE A EXTRACAO PRECISA: TIPO
      *    (1-2), SEQUENCIA (4-13), MODELO DE CARTA (35-41), ANEXOS
      *    (1584-1604) E EMPRESA (1649-1658).
       FD  PENTR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS ARQ-ENTRADA.
           02  E-SEQ-REG          PIC 9(0010).
           02  FILLER             PIC X(0021).
           02  E-CARTA            PIC X(0007).
           02  FILLER             PIC X(1542).
           02  E-ANEXO123         PIC X(0021).
           02  FILLER             PIC X(0044).
           02  E-EMPRESA          PIC X(0010).
           02  FILLER             PIC X(0152).

       FD  PSAIDA
           LABEL RECORD ARE STANDARD

       FD  PLISTA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS ARQ-LISTA.
       01  REG-LISTA.
           02  RL-INI             PIC 9(10).
           02  FILLER             PIC X(01).
           03 FILLER         PIC X(02).
           03 PD-PEDIDO      PIC X(20).

       FD  PEMPPR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PRODUCAO_EMPRESA.TXT".
       01  REG-EMPPR.
           03 EP-TIPO        PIC X(05).
           03 FILLER         PIC X(02).
           03 EP-CHAVE       PIC X(07).
           03 FILLER         PIC X(02).
           03 EP-EMPRESA     PIC X(10).
           03 FILLER         PIC X(02).
           03 EP-CARTAS      PIC 9(06).
           03 FILLER         PIC X(02).
           03 EP-ANEXOS      PIC 9(06).
           03 FILLER         PIC X(02).
           03 EP-DATA        PIC X(08).
           03 FILLER         PIC X(02).
           03 EP-PEDIDO      PIC X(20).

       WORKING-STORAGE  SECTION.
       77  W-FS                   PIC X(002) VALUE SPACES.
       77  W-FS-SAIDA             PIC X(002) VALUE SPACES.
       77  W-FS-LISTA             PIC X(002) VALUE SPACES.
       77  W-FS-PRODU             PIC X(002) VALUE SPACES.
       77  W-FS-EMPPR             PIC X(002) VALUE SPACES.
       77  W-QT-EMPMOD            PIC 9(003) VALUE ZEROS.
       77  W-IND-EMP              PIC 9(003) VALUE ZEROS.
       77  W-ACHOU-EMP            PIC 9(003) VALUE ZEROS.
       77  W-IND-ANX              PIC 9(003) VALUE ZEROS.
       77  W-ARGC                 PIC 9(002) VALUE ZEROS.
       77  ARQ-ENTRADA            PIC X(030) VALUE SPACES.
       77  ARQ-SAIDA              PIC X(030) VALUE SPACES.
       77  W-NOME-PEDIDO          PIC X(020) VALUE SPACES.
       77  ARQ-LISTA              PIC X(050) VALUE SPACES.
       77  W-QT-FAIXAS            PIC 9(003) VALUE ZEROS.
       77  W-IND-FAIXA            PIC 9(003) VALUE ZEROS.
       77  W-QT-EXTRAIDAS         PIC 9(006) VALUE ZEROS.
           03 TM-ENT OCCURS 100 TIMES.
              05 TM-CARTA         PIC X(07).
              05 TM-QTDE          PIC 9(06).
       01  TAB-EMP-MODELO.
           03 TEM-ENT OCCURS 200 TIMES.
              05 TEM-EMPRESA      PIC X(10).
              05 TEM-CARTA        PIC X(07).
              05 TEM-CARTAS       PIC 9(06).
              05 TEM-ANEXOS       PIC 9(06).
       01  W-TRAILER-ORIG         PIC X(1810) VALUE SPACES.
       01  W-DATA-HOJE.
           02 W-AAAAMMDD          PIC 9(008).
           02 W-MES   PIC 9(02).
           02 W-DIA   PIC 9(02).

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
           IF      W-ARGC    NOT       <         3
                   DISPLAY 1 UPON      ARGUMENT-NUMBER
                   ACCEPT  ARQ-SAIDA
                   DISPLAY "NOME DO PEDIDO (PRODUCAO).: "
                   ACCEPT  W-NOME-PEDIDO.
           IF      W-ARGC    NOT       <         4
                   DISPLAY 4 UPON      ARGUMENT-NUMBER
                   ACCEPT  ARQ-LISTA   FROM      ARGUMENT-VALUE.
           IF      ARQ-LISTA           EQUAL     SPACES
                   PERFORM   MONTA-NOME-LISTA
                             THRU      FIM-MONTA-NOME-LISTA.

           PERFORM CARREGA-LISTA       THRU FIM-CARREGA-LISTA.
           IF      W-QT-FAIXAS         EQUAL     ZEROS
                   DISPLAY "LISTA " ARQ-LISTA
                   DISPLAY "   AUSENTE OU VAZIA - NADA A EXTRAIR"
                   STOP RUN.

           OPEN    INPUT     PENTR.
                   GO        LE-PEDIDO.
           ADD     1         TO        W-QT-EXTRAIDAS
           PERFORM ACUMULA-MODELO      THRU FIM-ACUMULA-MODELO
           PERFORM ACUMULA-EMP-MODELO  THRU FIM-ACUMULA-EMP-MODELO
           WRITE   REG-SAIDA FROM      REGENTR
           GO      LE-PEDIDO.

       FIM-TESTA-MODELO.
           EXIT.

      *****************************************************************
      *    ACUMULA-EMP-MODELO: CARTAS E ANEXOS (FATIAS DE 7 DE
      *    E-ANEXO123 PREENCHIDAS) POR EMPRESA E MODELO DE CARTA.
      *****************************************************************
       ACUMULA-EMP-MODELO.
           MOVE    ZEROS     TO        W-ACHOU-EMP
           PERFORM TESTA-EMP-MODELO    THRU FIM-TESTA-EMP-MODELO
                    VARYING W-IND-EMP FROM 1 BY 1
                    UNTIL   W-IND-EMP > W-QT-EMPMOD.
           IF      W-ACHOU-EMP         EQUAL     ZEROS
                   IF        W-QT-EMPMOD         NOT  <    200
                             GO        FIM-ACUMULA-EMP-MODELO
                   END-IF
                   ADD       1         TO        W-QT-EMPMOD
                   MOVE      W-QT-EMPMOD         TO   W-ACHOU-EMP
                   MOVE      E-EMPRESA TO   TEM-EMPRESA(W-ACHOU-EMP)
                   MOVE      E-CARTA   TO   TEM-CARTA(W-ACHOU-EMP)
                   MOVE      ZEROS     TO   TEM-CARTAS(W-ACHOU-EMP)
                                            TEM-ANEXOS(W-ACHOU-EMP).
           ADD     1         TO        TEM-CARTAS(W-ACHOU-EMP)
           PERFORM CONTA-ANEXO         THRU FIM-CONTA-ANEXO
                    VARYING W-IND-ANX FROM 1 BY 7
                    UNTIL   W-IND-ANX > 15.
       FIM-ACUMULA-EMP-MODELO.
           EXIT.

       TESTA-EMP-MODELO.
           IF      TEM-EMPRESA(W-IND-EMP)        EQUAL     E-EMPRESA
           AND     TEM-CARTA(W-IND-EMP)          EQUAL     E-CARTA
                   MOVE      W-IND-EMP TO        W-ACHOU-EMP.
       FIM-TESTA-EMP-MODELO.
           EXIT.

       CONTA-ANEXO.
           IF      E-ANEXO123 (W-IND-ANX : 7)    NOT EQUAL SPACES
                   ADD       1         TO   TEM-ANEXOS(W-ACHOU-EMP).
       FIM-CONTA-ANEXO.
           EXIT.

      *****************************************************************
      *    LANCA-PRODUCAO: UMA LINHA "REIMP" POR MODELO DE CARTA
      *    REIMPRESSO, NO MESMO FORMATO DAS LINHAS "CARTA"/"ACAO" DO
                    VARYING W-IND-MOD FROM 1 BY 1
                    UNTIL   W-IND-MOD > W-QT-MODELOS
           CLOSE   PPRODU.
           OPEN    EXTEND    PEMPPR
           IF      W-FS-EMPPR          NOT       EQUAL     "00"
                   OPEN      OUTPUT    PEMPPR.
           IF      W-FS-EMPPR          NOT       EQUAL     "00"
                   GO        FIM-LANCA-PRODUCAO.
           PERFORM LANCA-EMP-MODELO    THRU FIM-LANCA-EMP-MODELO
                    VARYING W-IND-EMP FROM 1 BY 1
                    UNTIL   W-IND-EMP > W-QT-EMPMOD
           CLOSE   PEMPPR.
       FIM-LANCA-PRODUCAO.
           EXIT.

       FIM-LANCA-MODELO.
           EXIT.

       LANCA-EMP-MODELO.
           MOVE    SPACES    TO        REG-EMPPR
           MOVE    "REIMP"   TO        EP-TIPO
           MOVE    TEM-CARTA(W-IND-EMP)          TO   EP-CHAVE
           MOVE    TEM-EMPRESA(W-IND-EMP)        TO   EP-EMPRESA
           MOVE    TEM-CARTAS(W-IND-EMP)         TO   EP-CARTAS
           MOVE    TEM-ANEXOS(W-IND-EMP)         TO   EP-ANEXOS
           MOVE    W-AAAAMMDD          TO       EP-DATA
           MOVE    W-NOME-PEDIDO       TO       EP-PEDIDO
           WRITE   REG-EMPPR.
       FIM-LANCA-EMP-MODELO.
           EXIT.

       CARREGA-LISTA.
           OPEN    INPUT     PLISTA
           IF      W-FS-LISTA          NOT       EQUAL     "00"
           IF      RL-INI    NOT       NUMERIC
                   GO        LE-LISTA.
           IF      W-QT-FAIXAS         NOT       <         200
                   DISPLAY "LISTA " ARQ-LISTA
                   DISPLAY "   PASSA DE 200 FAIXAS - JUNTE AS "
                           "SEQUENCIAS EM FAIXAS. NADA FOI EXTRAIDO"
                   CLOSE     PLISTA
                   STOP RUN.
           ADD     1         TO        W-QT-FAIXAS
           MOVE    RL-INI    TO        TF-INI(W-QT-FAIXAS)
           IF      RL-FIM    NUMERIC
           GO      LE-LISTA.
       FIM-CARREGA-LISTA.
           EXIT.

      *    MONTA-NOME-LISTA: A LISTA E' A DO PEDIDO - SEM O NOME DO
      *    PEDIDO NAO HA' COMO SABER DE QUEM SAO AS SEQUENCIAS.
       MONTA-NOME-LISTA.
           IF      W-NOME-PEDIDO       EQUAL     SPACES
                   DISPLAY "NOME DO PEDIDO NAO INFORMADO - A LISTA DO "
                           "REIMPRIME E' POR PEDIDO"
                   STOP RUN.
           STRING  "REIMPRIME_LISTA_" W-NOME-PEDIDO DELIMITED BY SPACE
                   ".TXT"    DELIMITED BY SIZE   INTO ARQ-LISTA.
       FIM-MONTA-NOME-LISTA.
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
