       IDENTIFICATION DIVISION.
       PROGRAM-ID.      AUDCEP.
      *
      *  AUDITORIA DE ENDERECOS CONTRA A BASE DOS CORREIOS
      *  (CEP_CORREIOS.DAT, CARREGADA PELO CARGACEP). O CEP_FAIXAS
      *  SO' PEGA CEP DE OUTRA UF; CEP DA UF CERTA E RUA ERRADA E' A
      *  MAIOR CAUSA DE CARTA DEVOLVIDA NO RANKING DO DEVOLUCAO.
      *  PARA CADA ENDERECO COM CEP, CONFERE COM O QUE OS CORREIOS
      *  DIZEM DAQUELE CEP:
      *     CEP   - CEP QUE NAO EXISTE NA BASE
      *     UF    - UF DIFERENTE DA DO CEP
      *     CIDADE, BAIRRO - DIFERENTES DOS DO CEP (EM MAIUSCULAS;
      *             NO PEDIDO, QUE SO' TEM 15 POSICOES, COMPARA COM
      *             O INICIO DO NOME DA BASE)
      *     RUA   - O NOME DO LOGRADOURO DO CEP NAO APARECE NO
      *             ENDERECO (BASTAM AS 15 PRIMEIRAS LETRAS DO NOME,
      *             QUE O ENDERECO DO PEDIDO VEM ABREVIADO). CEP DE
      *             LOCALIDADE (LOGRADOURO EM BRANCO NA BASE) NAO
      *             TEM RUA A CONFERIR.
      *  ENDERECOS CONFERIDOS: OS DO CADASTRO (CLIENTE.TXT) E, SE
      *  INFORMADO, OS DO ASSINANTE E DO PRESENTEADO NO PEDIDO.
      *  RELATORIO EM AUDITORIA_CEP_RUA.TXT: ORIGEM, CHAVE, CEP,
      *  CAMPO, VALOR INFORMADO E VALOR ESPERADO, COM OS TOTAIS.
      *
      *  CHAMADA DESATENDIDA:
      *     AUDCEP [PEDIDO]
      *
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT       PBASE          ASSIGN    TO   DISK
                        ORGANIZATION             IS   INDEXED
                        ACCESS         MODE      IS   DYNAMIC
                        RECORD         KEY       IS   LG-CEP
                        FILE STATUS              IS   W-FS-BASE.
           SELECT       CLIENTE        ASSIGN    TO   "CLIENTE.TXT"
                        ORGANIZATION             IS   INDEXED
                        ACCESS         MODE      IS   DYNAMIC
                        RECORD         KEY       IS   CLIENTE-CODIGO
                        ALTERNATE RECORD KEY IS CLIENTE-CEP
                                  WITH DUPLICATES
                        ALTERNATE RECORD KEY IS CLIENTE-NOME
                                  WITH DUPLICATES
                        FILE STATUS              IS   FS-CLIENTE.
           SELECT       PENTR          ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-ENTR
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PRELAT         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-RELAT
                        ACCESS         MODE      IS   SEQUENTIAL.

       DATA        DIVISION.
       FILE        SECTION.
      *    MESMO LAYOUT DO CARGACEP.
       FD  PBASE
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CEP_CORREIOS.DAT".
       01  REG-BASE.
           02  LG-CEP             PIC 9(008).
           02  LG-DADOS.
               03 LG-TIPO-LOGR    PIC X(020).
               03 LG-LOGRADOURO   PIC X(072).
               03 LG-BAIRRO       PIC X(040).
               03 LG-CIDADE       PIC X(040).
               03 LG-UF           PIC X(002).
           02  LG-DT-CARGA        PIC 9(008).

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

      *    PEDIDO DO XPGR47 - SO' OS ENDERECOS DO ASSINANTE E DO
      *    PRESENTEADO.
       FD  PENTR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS ARQ-ENTRADA.
       01  REGENTR.
           02  E-TIPO             PIC X(0002).
           02  FILLER             PIC X(0080).
           02  E-COD-ASS          PIC X(0009).
           02  E-NOME-ASS         PIC X(0030).
           02  FILLER             PIC X(0020).
           02  E-END-ASS          PIC X(0030).
           02  E-CID-ASS          PIC X(0015).
           02  E-BAI-ASS          PIC X(0015).
           02  E-UF-ASS           PIC X(0002).
           02  E-CEP5-ASS         PIC 9(0005).
           02  E-CEP3-ASS         PIC 9(0003).
           02  FILLER             PIC X(0001).
           02  E-COD-PRE          PIC X(0009).
           02  E-NOME-PRE         PIC X(0030).
           02  FILLER             PIC X(0020).
           02  E-END-PRE          PIC X(0030).
           02  E-CID-PRE          PIC X(0015).
           02  E-BAI-PRE          PIC X(0015).
           02  E-UF-PRE           PIC X(0002).
           02  E-CEP5-PRE         PIC 9(0005).
           02  E-CEP3-PRE         PIC 9(0003).
           02  FILLER             PIC X(1469).

       FD  PRELAT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "AUDITORIA_CEP_RUA.TXT".
       01  REG-RELAT              PIC X(200).

       WORKING-STORAGE  SECTION.
       77  W-FS-BASE              PIC X(002) VALUE SPACES.
       01  FS-CLIENTE             PIC X(002) VALUE SPACES.
       77  W-FS-ENTR              PIC X(002) VALUE SPACES.
       77  W-FS-RELAT             PIC X(002) VALUE SPACES.
       77  W-ARGC                 PIC 9(002) VALUE ZEROS.
       77  ARQ-ENTRADA            PIC X(030) VALUE SPACES.
       77  W-HOJE                 PIC 9(008) VALUE ZEROS.
       77  W-ACHOU                PIC X(001) VALUE "N".
       77  W-DIVERGIU             PIC X(001) VALUE "N".
       77  W-QT-OCOR              PIC 9(003) VALUE ZEROS.
       77  W-TAM-LOGR             PIC 9(002) VALUE ZEROS.
       77  W-QT-CONFERIDOS        PIC 9(007) VALUE ZEROS.
       77  W-QT-SEM-CEP           PIC 9(007) VALUE ZEROS.
       77  W-QT-COM-DIVERG        PIC 9(007) VALUE ZEROS.
       77  W-QT-CEP-INEX          PIC 9(007) VALUE ZEROS.
       77  W-QT-DIV-UF            PIC 9(007) VALUE ZEROS.
       77  W-QT-DIV-CIDADE        PIC 9(007) VALUE ZEROS.
       77  W-QT-DIV-BAIRRO        PIC 9(007) VALUE ZEROS.
       77  W-QT-DIV-RUA           PIC 9(007) VALUE ZEROS.

      *    ENDERECO EM CONFERENCIA (DO CADASTRO OU DO PEDIDO).
      *    W-AU-TAM = TAMANHO DE BAIRRO/CIDADE NA ORIGEM.
       01  W-AUDITADO.
           02 W-AU-ORIGEM         PIC X(010).
           02 W-AU-CHAVE          PIC X(009).
           02 W-AU-NOME           PIC X(040).
           02 W-AU-RUA            PIC X(080).
           02 W-AU-BAIRRO         PIC X(040).
           02 W-AU-CIDADE         PIC X(040).
           02 W-AU-UF             PIC X(002).
           02 W-AU-CEP            PIC 9(008).
           02 W-AU-TAM            PIC 9(002).

       01  W-INFORMADO            PIC X(080) VALUE SPACES.
       01  W-ESPERADO             PIC X(093) VALUE SPACES.
       01  W-CAMPO                PIC X(010) VALUE SPACES.

       01  W-LINHA-REL.
           02 LR-ORIGEM           PIC X(010).
           02 FILLER              PIC X(001).
           02 LR-CHAVE            PIC X(009).
           02 FILLER              PIC X(001).
           02 LR-CEP              PIC 9(008).
           02 FILLER              PIC X(001).
           02 LR-CAMPO            PIC X(010).
           02 FILLER              PIC X(001).
           02 LR-INFORMADO        PIC X(050).
           02 FILLER              PIC X(001).
           02 LR-ESPERADO         PIC X(060).

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
           ACCEPT  W-ARGC    FROM      ARGUMENT-NUMBER.
           IF      W-ARGC    NOT       <         1
                   DISPLAY 1 UPON      ARGUMENT-NUMBER
                   ACCEPT  ARQ-ENTRADA FROM      ARGUMENT-VALUE
           ELSE
                   DISPLAY "AUDCEP - ENDERECOS X BASE DOS CORREIOS"
                   DISPLAY "PEDIDO A CONFERIR (BRANCO = SO' O "
                           "CADASTRO): "
                   ACCEPT  ARQ-ENTRADA.
           OPEN    INPUT     PBASE
           IF      W-FS-BASE NOT       EQUAL     "00"
                   DISPLAY "CEP_CORREIOS.DAT INDISPONIVEL = "
                           W-FS-BASE " - RODE O CARGACEP"
                   STOP RUN.
           OPEN    OUTPUT    PRELAT
           WRITE   REG-RELAT FROM      W-CAB-AMBIENTE
           ACCEPT  W-HOJE    FROM      DATE      YYYYMMDD
           MOVE    SPACES    TO        REG-RELAT
           STRING  "AUDITORIA DE ENDERECOS X BASE DOS CORREIOS - "
                   W-HOJE
                   DELIMITED BY SIZE INTO REG-RELAT
           WRITE   REG-RELAT
           MOVE    SPACES    TO        W-LINHA-REL
           MOVE    "ORIGEM"  TO        LR-ORIGEM
           MOVE    "CHAVE"   TO        LR-CHAVE
           MOVE    "CAMPO"   TO        LR-CAMPO
           MOVE    "INFORMADO"         TO        LR-INFORMADO
           MOVE    "ESPERADO PELO CEP" TO        LR-ESPERADO
           WRITE   REG-RELAT FROM      W-LINHA-REL
           PERFORM CONFERE-CADASTRO    THRU FIM-CONFERE-CADASTRO
           IF      ARQ-ENTRADA         NOT       EQUAL     SPACES
                   PERFORM   CONFERE-PEDIDO THRU FIM-CONFERE-PEDIDO.
           CLOSE   PBASE
           MOVE    SPACES    TO        REG-RELAT
           WRITE   REG-RELAT
           STRING  "CONFERIDOS " W-QT-CONFERIDOS
                   "  COM DIVERGENCIA " W-QT-COM-DIVERG
                   "  SEM CEP " W-QT-SEM-CEP
                   DELIMITED BY SIZE INTO REG-RELAT
           WRITE   REG-RELAT
           MOVE    SPACES    TO        REG-RELAT
           STRING  "CEP INEXISTENTE " W-QT-CEP-INEX
                   "  UF " W-QT-DIV-UF "  CIDADE " W-QT-DIV-CIDADE
                   "  BAIRRO " W-QT-DIV-BAIRRO "  RUA " W-QT-DIV-RUA
                   DELIMITED BY SIZE INTO REG-RELAT
           WRITE   REG-RELAT
           CLOSE   PRELAT
           PERFORM ARQUIVA-RELATORIO   THRU FIM-ARQUIVA-RELATORIO
           DISPLAY "ENDERECOS CONFERIDOS .: " W-QT-CONFERIDOS
           DISPLAY "COM DIVERGENCIA ......: " W-QT-COM-DIVERG
           DISPLAY "SEM CEP ..............: " W-QT-SEM-CEP
           DISPLAY "CEP INEXISTENTE ......: " W-QT-CEP-INEX
           DISPLAY "UF DIVERGENTE ........: " W-QT-DIV-UF
           DISPLAY "CIDADE DIVERGENTE ....: " W-QT-DIV-CIDADE
           DISPLAY "BAIRRO DIVERGENTE ....: " W-QT-DIV-BAIRRO
           DISPLAY "RUA DIVERGENTE .......: " W-QT-DIV-RUA
           DISPLAY "DETALHE EM AUDITORIA_CEP_RUA.TXT"
           STOP    RUN.

      *****************************************************************
      *    CONFERE-CADASTRO: TODOS OS CLIENTES DO CLIENTE.TXT.
      *****************************************************************
       CONFERE-CADASTRO.
           OPEN    INPUT     CLIENTE
           IF      FS-CLIENTE          NOT       EQUAL     "00"
                   DISPLAY "AVISO: CLIENTE.TXT INDISPONIVEL = "
                           FS-CLIENTE " - CADASTRO NAO CONFERIDO"
                   GO        FIM-CONFERE-CADASTRO.
       LE-CLIENTE.
           READ    CLIENTE   NEXT RECORD AT END
                   CLOSE     CLIENTE
                   GO        FIM-CONFERE-CADASTRO.
           MOVE    "CLIENTE" TO        W-AU-ORIGEM
           MOVE    CLIENTE-CODIGO      TO        W-AU-CHAVE
           MOVE    CLIENTE-NOME        TO        W-AU-NOME
           MOVE    CLIENTE-RUA         TO        W-AU-RUA
           MOVE    CLIENTE-BAIRRO      TO        W-AU-BAIRRO
           MOVE    CLIENTE-CIDADE      TO        W-AU-CIDADE
           MOVE    CLIENTE-UF          TO        W-AU-UF
           MOVE    CLIENTE-CEP         TO        W-AU-CEP
           MOVE    40        TO        W-AU-TAM
           PERFORM CONFERE-ENDERECO    THRU FIM-CONFERE-ENDERECO
           GO      LE-CLIENTE.
       FIM-CONFERE-CADASTRO.
           EXIT.

      *****************************************************************
      *    CONFERE-PEDIDO: ASSINANTE E PRESENTEADO DE CADA DETALHE.
      *****************************************************************
       CONFERE-PEDIDO.
           OPEN    INPUT     PENTR
           IF      W-FS-ENTR NOT       EQUAL     "00"
                   DISPLAY "AVISO: PEDIDO NAO ENCONTRADO: "
                           ARQ-ENTRADA
                   GO        FIM-CONFERE-PEDIDO.
       LE-PEDIDO.
           READ    PENTR     AT        END
                   CLOSE     PENTR
                   GO        FIM-CONFERE-PEDIDO.
           IF      E-TIPO    EQUAL     "XX"
                   GO        LE-PEDIDO.
           MOVE    SPACES    TO        W-AUDITADO
           MOVE    "ASSINANTE"         TO        W-AU-ORIGEM
           MOVE    E-COD-ASS TO        W-AU-CHAVE
           MOVE    E-NOME-ASS          TO        W-AU-NOME
           MOVE    E-END-ASS TO        W-AU-RUA
           MOVE    E-BAI-ASS TO        W-AU-BAIRRO
           MOVE    E-CID-ASS TO        W-AU-CIDADE
           MOVE    E-UF-ASS  TO        W-AU-UF
           MOVE    ZEROS     TO        W-AU-CEP
           IF      E-CEP5-ASS          NUMERIC
           AND     E-CEP3-ASS          NUMERIC
                   COMPUTE   W-AU-CEP  =  E-CEP5-ASS * 1000
                                       +  E-CEP3-ASS.
           MOVE    15        TO        W-AU-TAM
           PERFORM CONFERE-ENDERECO    THRU FIM-CONFERE-ENDERECO
           IF      E-NOME-PRE          EQUAL     SPACES
                   GO        LE-PEDIDO.
           MOVE    SPACES    TO        W-AUDITADO
           MOVE    "PRESENTE"          TO        W-AU-ORIGEM
           MOVE    E-COD-PRE TO        W-AU-CHAVE
           MOVE    E-NOME-PRE          TO        W-AU-NOME
           MOVE    E-END-PRE TO        W-AU-RUA
           MOVE    E-BAI-PRE TO        W-AU-BAIRRO
           MOVE    E-CID-PRE TO        W-AU-CIDADE
           MOVE    E-UF-PRE  TO        W-AU-UF
           MOVE    ZEROS     TO        W-AU-CEP
           IF      E-CEP5-PRE          NUMERIC
           AND     E-CEP3-PRE          NUMERIC
                   COMPUTE   W-AU-CEP  =  E-CEP5-PRE * 1000
                                       +  E-CEP3-PRE.
           MOVE    15        TO        W-AU-TAM
           PERFORM CONFERE-ENDERECO    THRU FIM-CONFERE-ENDERECO
           GO      LE-PEDIDO.
       FIM-CONFERE-PEDIDO.
           EXIT.

      *****************************************************************
      *    CONFERE-ENDERECO: W-AUDITADO CONTRA O CEP NA BASE.
      *****************************************************************
       CONFERE-ENDERECO.
           IF      W-AU-CEP  EQUAL     ZEROS
                   ADD       1         TO        W-QT-SEM-CEP
                   GO        FIM-CONFERE-ENDERECO.
           ADD     1         TO        W-QT-CONFERIDOS
           MOVE    "N"       TO        W-DIVERGIU
           INSPECT W-AUDITADO CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE    W-AU-CEP  TO        LG-CEP
           MOVE    "S"       TO        W-ACHOU
           READ    PBASE
                   INVALID KEY MOVE "N" TO W-ACHOU
           END-READ
           IF      W-ACHOU   EQUAL     "N"
                   ADD       1         TO        W-QT-CEP-INEX
                   MOVE      "CEP"     TO        W-CAMPO
                   MOVE      W-AU-NOME TO        W-INFORMADO
                   MOVE      "CEP INEXISTENTE NA BASE DOS CORREIOS"
                                       TO        W-ESPERADO
                   PERFORM   RELATA    THRU      FIM-RELATA
                   GO        CONTA-DIVERGENCIA.
           INSPECT LG-DADOS  CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF      W-AU-UF   NOT       EQUAL     LG-UF
                   ADD       1         TO        W-QT-DIV-UF
                   MOVE      "UF"      TO        W-CAMPO
                   MOVE      W-AU-UF   TO        W-INFORMADO
                   MOVE      LG-UF     TO        W-ESPERADO
                   PERFORM   RELATA    THRU      FIM-RELATA.
           IF      W-AU-CIDADE (1 : W-AU-TAM)    NOT       EQUAL
                   LG-CIDADE (1 : W-AU-TAM)
                   ADD       1         TO        W-QT-DIV-CIDADE
                   MOVE      "CIDADE"  TO        W-CAMPO
                   MOVE      W-AU-CIDADE         TO   W-INFORMADO
                   MOVE      LG-CIDADE TO        W-ESPERADO
                   PERFORM   RELATA    THRU      FIM-RELATA.
           IF      LG-BAIRRO NOT       EQUAL     SPACES
           AND     W-AU-BAIRRO (1 : W-AU-TAM)    NOT       EQUAL
                   LG-BAIRRO (1 : W-AU-TAM)
                   ADD       1         TO        W-QT-DIV-BAIRRO
                   MOVE      "BAIRRO"  TO        W-CAMPO
                   MOVE      W-AU-BAIRRO         TO   W-INFORMADO
                   MOVE      LG-BAIRRO TO        W-ESPERADO
                   PERFORM   RELATA    THRU      FIM-RELATA.
           IF      LG-LOGRADOURO       EQUAL     SPACES
                   GO        CONTA-DIVERGENCIA.
           MOVE    72        TO        W-TAM-LOGR.
       ACHA-FIM-LOGR.
           IF      LG-LOGRADOURO (W-TAM-LOGR : 1) EQUAL SPACE
                   SUBTRACT  1         FROM      W-TAM-LOGR
                   GO        ACHA-FIM-LOGR.
           IF      W-TAM-LOGR          >         15
                   MOVE      15        TO        W-TAM-LOGR.
           MOVE    ZEROS     TO        W-QT-OCOR
           INSPECT W-AU-RUA  TALLYING  W-QT-OCOR
                   FOR ALL   LG-LOGRADOURO (1 : W-TAM-LOGR)
           IF      W-QT-OCOR EQUAL     ZEROS
                   ADD       1         TO        W-QT-DIV-RUA
                   MOVE      "RUA"     TO        W-CAMPO
                   MOVE      W-AU-RUA  TO        W-INFORMADO
                   MOVE      SPACES    TO        W-ESPERADO
                   STRING    LG-TIPO-LOGR DELIMITED BY "  "
                             " "          DELIMITED BY SIZE
                             LG-LOGRADOURO DELIMITED BY SIZE
                             INTO W-ESPERADO
                   PERFORM   RELATA    THRU      FIM-RELATA.
       CONTA-DIVERGENCIA.
           IF      W-DIVERGIU          EQUAL     "S"
                   ADD       1         TO        W-QT-COM-DIVERG.
       FIM-CONFERE-ENDERECO.
           EXIT.

       RELATA.
           MOVE    "S"       TO        W-DIVERGIU
           MOVE    SPACES    TO        W-LINHA-REL
           MOVE    W-AU-ORIGEM         TO        LR-ORIGEM
           MOVE    W-AU-CHAVE          TO        LR-CHAVE
           MOVE    W-AU-CEP  TO        LR-CEP
           MOVE    W-CAMPO   TO        LR-CAMPO
           MOVE    W-INFORMADO         TO        LR-INFORMADO
           MOVE    W-ESPERADO          TO        LR-ESPERADO
           WRITE   REG-RELAT FROM      W-LINHA-REL.
       FIM-RELATA.
           EXIT.

      *-----------------------------------------------------------
      *    ARQUIVA-RELATORIO: COPIA DATADA DO RELATORIO NO ARQUIVO
      *    DE RELATORIOS (ARQREL, INDICE ARQUIVO_REL.TXT) - A
      *    PROXIMA RODADA REGRAVA O RELATORIO NO MESMO NOME.
      *-----------------------------------------------------------
       ARQUIVA-RELATORIO.
           MOVE    SPACES    TO        W-ARQREL
           MOVE    "AUDITORIA_CEP_RUA.TXT"
                   TO        W-AQ-ARQUIVO
           MOVE    "AUDCEP"            TO        W-AQ-PROGRAMA
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
