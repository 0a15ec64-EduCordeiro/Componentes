       IDENTIFICATION DIVISION.
       PROGRAM-ID.      PARTICAO.
      *
      *  CRITICA PARTICIONADA DE PEDIDO GRANDE: O PEDIDO (LAYOUT
      *  PENTR, 1810 BYTES) E' CORTADO EM N PARTES NA FRONTEIRA DE
      *  REGISTRO, CADA UMA UM PEDIDO VALIDO - O CABECALHO ORIGINAL
      *  REPLICADO E O TRAILER "XX" COM AS CONTAGENS DA PROPRIA
      *  PARTE (COMO NO SEPEMP). AS PARTES SAO FATIAS CONTIGUAS, NA
      *  ORDEM DO PEDIDO, EM <BASE>_Pnn.TXT (BASE = NOME DO PEDIDO
      *  ATE' O ".", NO MAXIMO 12 POSICOES).
      *
      *  O CORTE FICA EM PARTICAO.TXT (LINHA "C" COM O PEDIDO E O
      *  TRAILER ORIGINAL, LINHA "P" POR PARTE COM OS DOCUMENTOS QUE
      *  VEM ANTES DELA) E OS E-COD-ASS DO PEDIDO INTEIRO SAEM EM
      *  PARTICAO_ASS.TXT - A DUPLICIDADE DE ASSINANTE CONTINUA
      *  VENDO O PEDIDO TODO, NAO SO' A PARTE.
      *
      *  CADA PARTE RODA NUMA INSTANCIA PROPRIA DO XPGR47, LADO A
      *  LADO, COM O SEXTO PARAMETRO = NUMERO DA PARTE (DOIS
      *  DIGITOS); DEPOIS DE TODAS, O REUNE JUNTA AS SAIDAS, CONFERE
      *  CONTRA O TRAILER ORIGINAL E FAZ O REPASSE. OS ARQUIVOS .Pnn
      *  QUE SOBRARAM DE UM CORTE ANTERIOR SAO APAGADOS AQUI - PARTE
      *  NOVA COMECA SEM CHECKPOINT VELHO.
      *
      *  PEDIDO NUM LAYOUT DE OUTRA VERSAO E' CONVERTIDO PELO CONVPED
      *  ANTES DO CORTE - AS PARTES JA' SAEM NO LAYOUT ATUAL. VERSAO
      *  DESCONHECIDA NAO E' CORTADA.
      *
      *  CHAMADA DESATENDIDA:
      *     PARTICAO <CAMINHO-DO-PEDIDO> <NOME> <DATA> <PARTES>
      *
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT       PENTR          ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PSAIDA         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-SAIDA
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PPARTIC        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-PARTIC
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PPARTASS       ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-PARTASS
                        ACCESS         MODE      IS   SEQUENTIAL.

       DATA        DIVISION.
       FILE        SECTION.
      *    SO' O QUE O CORTE PRECISA ENXERGAR DO LAYOUT PENTR: O TIPO
      *    (BYTES 1-2), O ASSINANTE (83-91) E AS CONTAGENS DO TRAILER
      *    (41-50 REGISTROS, 51-60 CARTAS).
       FD  PENTR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS ARQ-ENTRADA.
       01  REGENTR.
           02  E-TIPO             PIC X(0002).
           02  FILLER             PIC X(0080).
           02  E-COD-ASS          PIC X(0009).
           02  FILLER             PIC X(1719).
       01  REGENTR-XX.
           02  FILLER             PIC X(0040).
           02  E-QTDE-REG         PIC 9(0010).
           02  E-QTDE-CARTAS      PIC 9(0010).
           02  FILLER             PIC X(1750).

       FD  PSAIDA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS ARQ-PARTE.
       01  REG-SAIDA              PIC X(1810).

      *    CONTROLE DO CORTE (MESMO LAYOUT DO XPGR47 E DO REUNE)
       FD  PPARTIC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARTICAO.TXT".
       01  REG-PARTIC-C.
           02  PC-TIPO            PIC X(001).
           02  FILLER             PIC X(001).
           02  PC-NOME            PIC X(020).
           02  FILLER             PIC X(001).
           02  PC-PATH            PIC X(050).
           02  FILLER             PIC X(001).
           02  PC-DATA            PIC X(008).
           02  FILLER             PIC X(001).
           02  PC-PARTES          PIC 9(002).
           02  FILLER             PIC X(001).
           02  PC-HEADERS         PIC 9(001).
           02  FILLER             PIC X(001).
           02  PC-QTDE-REG        PIC 9(010).
           02  FILLER             PIC X(001).
           02  PC-QTDE-CARTAS     PIC 9(010).
           02  FILLER             PIC X(001).
           02  PC-DOCS            PIC 9(006).
       01  REG-PARTIC-P.
           02  PP-TIPO            PIC X(001).
           02  FILLER             PIC X(001).
           02  PP-PARTE           PIC 9(002).
           02  FILLER             PIC X(001).
           02  PP-ARQUIVO         PIC X(020).
           02  FILLER             PIC X(001).
           02  PP-BASE            PIC 9(006).
           02  FILLER             PIC X(001).
           02  PP-DOCS            PIC 9(006).

       FD  PPARTASS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARTICAO_ASS.TXT".
       01  REG-PARTASS.
           02  PA-PARTE           PIC 9(002).
           02  FILLER             PIC X(001).
           02  PA-SEQ             PIC 9(006).
           02  FILLER             PIC X(001).
           02  PA-COD             PIC X(009).

       WORKING-STORAGE  SECTION.
       77  W-FS                   PIC X(002) VALUE SPACES.
       77  W-FS-SAIDA             PIC X(002) VALUE SPACES.
       77  W-FS-PARTIC            PIC X(002) VALUE SPACES.
       77  W-FS-PARTASS           PIC X(002) VALUE SPACES.
       77  W-ARGC                 PIC 9(002) VALUE ZEROS.
       77  ARQ-ENTRADA            PIC X(050) VALUE SPACES.
       77  ARQ-NOME               PIC X(020) VALUE SPACES.
       77  ARQ-DATA               PIC X(008) VALUE SPACES.
       77  ARQ-PARTE              PIC X(030) VALUE SPACES.
       77  ARQ-VELHO              PIC X(030) VALUE SPACES.
       77  W-PARTES-X             PIC X(002) VALUE SPACES.
       77  W-PARTES               PIC 9(002) VALUE ZEROS.
       77  W-PARTE                PIC 9(002) VALUE ZEROS.
       77  W-BASE-NOME            PIC X(020) VALUE SPACES.
       77  W-BASE-12              PIC X(012) VALUE SPACES.
       77  W-QT-DOCS              PIC 9(006) VALUE ZEROS.
       77  W-TAM-PARTE            PIC 9(006) VALUE ZEROS.
       77  W-RESTO                PIC 9(006) VALUE ZEROS.
       77  W-QT-PARTE             PIC 9(006) VALUE ZEROS.
       77  W-BASE-PARTE           PIC 9(006) VALUE ZEROS.
       77  W-SEQ                  PIC 9(006) VALUE ZEROS.
       77  W-QT-HEADERS           PIC 9(001) VALUE ZEROS.
       77  W-IND-HDR              PIC 9(001) VALUE ZEROS.
       77  W-IND-ARQ              PIC 9(002) VALUE ZEROS.
       77  W-TEM-TRAILER          PIC X(001) VALUE "N".
       77  W-ARQ-ABERTO           PIC X(001) VALUE "N".
       77  W-QTDE-ED              PIC 9(010) VALUE ZEROS.
      *    AREA DE CHAMADA DO CONVPED (MESMO LAYOUT DA LINKAGE DELE)
       01  W-CONVPED.
           02  W-CV-ARQUIVO       PIC X(050).
           02  W-CV-NOME          PIC X(020).
           02  W-CV-VERSAO        PIC X(008).
           02  W-CV-TAMANHO       PIC 9(004).
           02  W-CV-REGS          PIC 9(009).
           02  W-CV-DESCART       PIC 9(003).
           02  W-CV-PADRAO        PIC 9(003).
           02  W-CV-RET           PIC X(001).
       01  TAB-HEADERS.
           03 TH-REG OCCURS 5 TIMES        PIC X(1810).
       01  W-TRAILER-ORIG         PIC X(1810) VALUE SPACES.
       01  W-TRAILER-PARTE        PIC X(1810) VALUE SPACES.
      *    ARQUIVOS PROPRIOS DE CADA INSTANCIA DO XPGR47 NA PARTE
      *    (O RADICAL; A EXTENSAO E' "Pnn")
       01  TAB-ARQ-INST-V.
           03 FILLER PIC X(20) VALUE "XPGR47.".
           03 FILLER PIC X(20) VALUE "CHECKPOINT.".
           03 FILLER PIC X(20) VALUE "FINANC.".
           03 FILLER PIC X(20) VALUE "FINANC_PARC.".
           03 FILLER PIC X(20) VALUE "ROTEIRO.".
           03 FILLER PIC X(20) VALUE "POSTAGEM.".
           03 FILLER PIC X(20) VALUE "NOTIFICA.".
           03 FILLER PIC X(20) VALUE "DEBITO_INVALIDO.".
           03 FILLER PIC X(20) VALUE "ASSINANTE_DUPLICADO.".
           03 FILLER PIC X(20) VALUE "PRESENTEADO.".
           03 FILLER PIC X(20) VALUE "ATRASO_AGING.".
           03 FILLER PIC X(20) VALUE "SUPRIMIDOS.".
           03 FILLER PIC X(20) VALUE "QUALIDADE.".
           03 FILLER PIC X(20) VALUE "DEVOLVE_ORIGEM.".
           03 FILLER PIC X(20) VALUE "CEP_INVALIDO.".
           03 FILLER PIC X(20) VALUE "PROJ_OVERFLOW.".
           03 FILLER PIC X(20) VALUE "PROJ_INVALIDO.".
           03 FILLER PIC X(20) VALUE "CARTA_RETIDA.".
           03 FILLER PIC X(20) VALUE "ASSINANTES.".
           03 FILLER PIC X(20) VALUE "PRODUCAO.".
           03 FILLER PIC X(20) VALUE "ANEXOS.".
           03 FILLER PIC X(20) VALUE "PARCIAL.".
           03 FILLER PIC X(20) VALUE "FRAUDE_SUSPEITA.".
       01  TAB-ARQ-INST REDEFINES TAB-ARQ-INST-V.
           03 TAI-RADICAL OCCURS 23 TIMES  PIC X(20).

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
           IF      W-ARGC    NOT       <         4
                   DISPLAY 1 UPON      ARGUMENT-NUMBER
                   ACCEPT  ARQ-ENTRADA FROM      ARGUMENT-VALUE
                   DISPLAY 2 UPON      ARGUMENT-NUMBER
                   ACCEPT  ARQ-NOME    FROM      ARGUMENT-VALUE
                   DISPLAY 3 UPON      ARGUMENT-NUMBER
                   ACCEPT  ARQ-DATA    FROM      ARGUMENT-VALUE
                   DISPLAY 4 UPON      ARGUMENT-NUMBER
                   ACCEPT  W-PARTES-X  FROM      ARGUMENT-VALUE
           ELSE
                   DISPLAY "PARTICAO - CORTE DO PEDIDO PARA A CRITICA "
                           "EM PARTES"
                   DISPLAY "CAMINHO DO PEDIDO ....: "
                   ACCEPT  ARQ-ENTRADA
                   DISPLAY "NOME DO PEDIDO .......: "
                   ACCEPT  ARQ-NOME
                   DISPLAY "DATA (DD/MM/AA) ......: "
                   ACCEPT  ARQ-DATA
                   DISPLAY "NUMERO DE PARTES (02-20): "
                   ACCEPT  W-PARTES-X.

      *    "4" OU "04" - O NUMERO DE PARTES ACEITA UM OU DOIS DIGITOS
           IF      W-PARTES-X (2 : 1) EQUAL SPACE
                   MOVE    W-PARTES-X (1 : 1) TO W-PARTES-X (2 : 1)
                   MOVE    "0"       TO        W-PARTES-X (1 : 1).
           IF      W-PARTES-X        NOT NUMERIC
                   DISPLAY "NUMERO DE PARTES INVALIDO: " W-PARTES-X
                   MOVE    8         TO        RETURN-CODE
                   STOP RUN.
           MOVE    W-PARTES-X        TO        W-PARTES
           IF      W-PARTES  <       2
           OR      W-PARTES  >       20
                   DISPLAY "NUMERO DE PARTES FORA DE 02-20: " W-PARTES
                   MOVE    8         TO        RETURN-CODE
                   STOP RUN.

           MOVE    SPACES    TO        W-BASE-NOME
           UNSTRING ARQ-NOME DELIMITED BY "." OR SPACE
                   INTO      W-BASE-NOME
           MOVE    W-BASE-NOME         TO        W-BASE-12

      *    VERSAO DO LAYOUT - SEM O CONVPED NO LUGAR, CORTA COMO VEIO
           MOVE    ARQ-ENTRADA         TO        W-CV-ARQUIVO
           MOVE    ARQ-NOME  TO        W-CV-NOME
           MOVE    "0"       TO        W-CV-RET
           CALL    "CONVPED" USING     W-CONVPED
                   ON EXCEPTION MOVE "0" TO W-CV-RET
           END-CALL
           IF      W-CV-RET  EQUAL     "1"
                   DISPLAY "PEDIDO NA VERSAO " W-CV-VERSAO
                           " CONVERTIDO - VER CONVERSAO.TXT".
           IF      W-CV-RET  EQUAL     "2"
                   DISPLAY "VERSAO DE LAYOUT DESCONHECIDA (REGISTRO DE "
                           W-CV-TAMANHO " BYTES) - NAO E' CORTADO"
                   MOVE    8         TO        RETURN-CODE
                   STOP RUN.
           IF      W-CV-RET  EQUAL     "9"
                   DISPLAY "FALHA NA CONVERSAO DO PEDIDO (VERSAO "
                           W-CV-VERSAO ") - NAO E' CORTADO"
                   MOVE    8         TO        RETURN-CODE
                   STOP RUN.

      *    PRIMEIRA PASSADA: CABECALHOS, TRAILER E DOCUMENTOS
           OPEN    INPUT     PENTR.
           IF      W-FS      NOT       EQUAL     "00"
                   DISPLAY "PEDIDO NAO ENCONTRADO: " ARQ-ENTRADA
                   MOVE    8         TO        RETURN-CODE
                   STOP RUN.
           PERFORM CONTA-PEDIDO        THRU FIM-CONTA-PEDIDO
           CLOSE   PENTR
           IF      W-TEM-TRAILER       NOT       EQUAL     "S"
                   DISPLAY "PEDIDO SEM TRAILER XX - NAO E' CORTADO"
                   MOVE    8         TO        RETURN-CODE
                   STOP RUN.
           IF      W-QT-DOCS EQUAL     ZEROS
                   DISPLAY "PEDIDO SEM DOCUMENTOS - NAO E' CORTADO"
                   MOVE    8         TO        RETURN-CODE
                   STOP RUN.

      *    TAMANHO DA PARTE ARREDONDADO PARA CIMA; COM MENOS
      *    DOCUMENTOS QUE PARTES, UMA PARTE POR DOCUMENTO.
           IF      W-QT-DOCS <         W-PARTES
                   MOVE      W-QT-DOCS TO        W-PARTES.
           DIVIDE  W-QT-DOCS BY        W-PARTES
                   GIVING    W-TAM-PARTE
                   REMAINDER W-RESTO
           IF      W-RESTO   >         ZEROS
                   ADD       1         TO        W-TAM-PARTE.
      *    O ARREDONDAMENTO PODE ESGOTAR OS DOCUMENTOS ANTES DA
      *    ULTIMA PARTE (10 EM 4 = 3+3+3+1, MAS 9 EM 4 = 3+3+3)
           DIVIDE  W-QT-DOCS BY        W-TAM-PARTE
                   GIVING    W-PARTES
                   REMAINDER W-RESTO
           IF      W-RESTO   >         ZEROS
                   ADD       1         TO        W-PARTES.

           PERFORM APAGA-RESTOS        THRU FIM-APAGA-RESTOS
                    VARYING W-PARTE FROM 1 BY 1
                    UNTIL   W-PARTE > W-PARTES

           OPEN    OUTPUT    PPARTIC PPARTASS
           IF      W-FS-PARTIC         NOT       EQUAL     "00"
           OR      W-FS-PARTASS        NOT       EQUAL     "00"
                   DISPLAY "ERRO NA GRAVACAO DO CONTROLE DO CORTE = "
                           W-FS-PARTIC " " W-FS-PARTASS
                   MOVE    8         TO        RETURN-CODE
                   STOP RUN.
           MOVE    SPACES    TO        REG-PARTIC-C
           MOVE    "C"       TO        PC-TIPO
           MOVE    ARQ-NOME  TO        PC-NOME
           MOVE    ARQ-ENTRADA         TO        PC-PATH
           MOVE    ARQ-DATA  TO        PC-DATA
           MOVE    W-PARTES  TO        PC-PARTES
           MOVE    W-QT-HEADERS        TO        PC-HEADERS
           MOVE    W-TRAILER-ORIG      TO        REGENTR-XX
           MOVE    E-QTDE-REG          TO        PC-QTDE-REG
           MOVE    E-QTDE-CARTAS       TO        PC-QTDE-CARTAS
           MOVE    W-QT-DOCS TO        PC-DOCS
           WRITE   REG-PARTIC-C

      *    SEGUNDA PASSADA: AS PARTES
           MOVE    ZEROS     TO        W-PARTE W-QT-PARTE W-BASE-PARTE
                                       W-SEQ
           MOVE    "N"       TO        W-ARQ-ABERTO
           OPEN    INPUT     PENTR.
       LE-CORTE.
           READ    PENTR     AT        END
                   GO        ENCERRA-CORTE.
           IF      E-TIPO    NOT EQUAL "NO" AND "DN" AND "PR"
                   GO        LE-CORTE.
           IF      W-ARQ-ABERTO        EQUAL     "N"
           OR      W-QT-PARTE          NOT       <    W-TAM-PARTE
                   PERFORM   FECHA-PARTE         THRU FIM-FECHA-PARTE
                   PERFORM   ABRE-PARTE          THRU FIM-ABRE-PARTE.
           ADD     1         TO        W-QT-PARTE W-SEQ
           WRITE   REG-SAIDA FROM      REGENTR
           IF      E-COD-ASS NOT EQUAL SPACES
                   MOVE      SPACES    TO        REG-PARTASS
                   MOVE      W-PARTE   TO        PA-PARTE
                   COMPUTE   PA-SEQ  = W-QT-HEADERS + W-SEQ
                   MOVE      E-COD-ASS TO        PA-COD
                   WRITE     REG-PARTASS.
           GO      LE-CORTE.
       ENCERRA-CORTE.
           PERFORM FECHA-PARTE         THRU FIM-FECHA-PARTE
           CLOSE   PENTR PPARTIC PPARTASS
           DISPLAY "PEDIDO " ARQ-NOME " - " W-QT-DOCS
                   " DOCUMENTOS EM " W-PARTES " PARTES DE ATE' "
                   W-TAM-PARTE
           DISPLAY "CRITICAR CADA PARTE NO XPGR47 (SEXTO PARAMETRO = "
                   "NUMERO DA PARTE) E CONSOLIDAR COM O REUNE"
           STOP    RUN.

      *****************************************************************
      *    CONTA-PEDIDO: CABECALHOS (TIPOS NAO-DOCUMENTO, ATE' CINCO)
      *    E TRAILER GUARDADOS, DOCUMENTOS CONTADOS.
      *****************************************************************
       CONTA-PEDIDO.
           READ    PENTR     AT        END
                   GO        FIM-CONTA-PEDIDO.
           IF      E-TIPO    EQUAL     "XX"
                   MOVE      REGENTR   TO        W-TRAILER-ORIG
                   MOVE      "S"       TO        W-TEM-TRAILER
                   GO        CONTA-PEDIDO.
           IF      E-TIPO    NOT EQUAL "NO" AND "DN" AND "PR"
                   IF        W-QT-HEADERS        <         5
                             ADD       1         TO   W-QT-HEADERS
                             MOVE      REGENTR   TO
                                       TH-REG(W-QT-HEADERS)
                   END-IF
                   GO        CONTA-PEDIDO.
           ADD     1         TO        W-QT-DOCS
           GO      CONTA-PEDIDO.
       FIM-CONTA-PEDIDO.
           EXIT.

      *****************************************************************
      *    APAGA-RESTOS: OS ARQUIVOS DA INSTANCIA DE CADA PARTE QUE
      *    SOBRARAM DE UM CORTE ANTERIOR (CHECKPOINT, TRAVA, SAIDAS
      *    ACUMULADAS, RESUMO) - A PARTE NOVA COMECA LIMPA.
      *****************************************************************
       APAGA-RESTOS.
           PERFORM APAGA-UM-RESTO      THRU FIM-APAGA-UM-RESTO
                    VARYING W-IND-ARQ FROM 1 BY 1
                    UNTIL   W-IND-ARQ > 23.
       FIM-APAGA-RESTOS.
           EXIT.

       APAGA-UM-RESTO.
           MOVE    SPACES    TO        ARQ-VELHO
           STRING  TAI-RADICAL(W-IND-ARQ)        DELIMITED BY SPACE
                   "P"       W-PARTE   DELIMITED BY SIZE
                   INTO      ARQ-VELHO
           CALL    "CBL_DELETE_FILE"   USING     ARQ-VELHO
           MOVE    ZEROS     TO        RETURN-CODE.
       FIM-APAGA-UM-RESTO.
           EXIT.

      *****************************************************************
      *    ABRE-PARTE: <BASE>_Pnn.TXT COM OS CABECALHOS ORIGINAIS.
      *****************************************************************
       ABRE-PARTE.
           ADD     1         TO        W-PARTE
           MOVE    ZEROS     TO        W-QT-PARTE
           MOVE    SPACES    TO        ARQ-PARTE
           STRING  W-BASE-12 DELIMITED BY SPACE
                   "_P"      W-PARTE   ".TXT"
                             DELIMITED BY SIZE
                   INTO      ARQ-PARTE
           OPEN    OUTPUT    PSAIDA
           IF      W-FS-SAIDA          NOT       EQUAL     "00"
                   DISPLAY "ERRO NA ABERTURA DE " ARQ-PARTE
                           " = " W-FS-SAIDA
                   MOVE    8         TO        RETURN-CODE
                   STOP RUN.
           MOVE    "S"       TO        W-ARQ-ABERTO
           PERFORM REPLICA-HEADER      THRU FIM-REPLICA-HEADER
                    VARYING W-IND-HDR FROM 1 BY 1
                    UNTIL   W-IND-HDR > W-QT-HEADERS.
       FIM-ABRE-PARTE.
           EXIT.

       REPLICA-HEADER.
           WRITE   REG-SAIDA FROM      TH-REG(W-IND-HDR).
       FIM-REPLICA-HEADER.
           EXIT.

      *****************************************************************
      *    FECHA-PARTE: TRAILER COM AS CONTAGENS DA PARTE (41-50
      *    TODO REGISTRO NAO-XX, CABECALHOS INCLUSIVE; 51-60 SO' OS
      *    DOCUMENTOS - MESMO CRITERIO DO SEPEMP) E A LINHA "P" DO
      *    CONTROLE COM OS DOCUMENTOS ANTERIORES A ELA.
      *****************************************************************
       FECHA-PARTE.
           IF      W-ARQ-ABERTO        NOT       EQUAL     "S"
                   GO        FIM-FECHA-PARTE.
           MOVE    W-TRAILER-ORIG      TO        W-TRAILER-PARTE
           COMPUTE W-QTDE-ED = W-QT-HEADERS + W-QT-PARTE
           MOVE    W-QTDE-ED TO        W-TRAILER-PARTE (41 : 10)
           MOVE    W-QT-PARTE          TO        W-QTDE-ED
           MOVE    W-QTDE-ED TO        W-TRAILER-PARTE (51 : 10)
           WRITE   REG-SAIDA FROM      W-TRAILER-PARTE
           CLOSE   PSAIDA
           MOVE    "N"       TO        W-ARQ-ABERTO
           MOVE    SPACES    TO        REG-PARTIC-P
           MOVE    "P"       TO        PP-TIPO
           MOVE    W-PARTE   TO        PP-PARTE
           MOVE    ARQ-PARTE TO        PP-ARQUIVO
           MOVE    W-BASE-PARTE        TO        PP-BASE
           MOVE    W-QT-PARTE          TO        PP-DOCS
           WRITE   REG-PARTIC-P
           ADD     W-QT-PARTE          TO        W-BASE-PARTE
           DISPLAY "PARTE " W-PARTE " => " ARQ-PARTE " : "
                   W-QT-PARTE " DOCUMENTOS".
       FIM-FECHA-PARTE.
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
