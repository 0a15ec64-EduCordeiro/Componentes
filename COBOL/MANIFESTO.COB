      *  TRANSPORTADOR ASSINA NA DOCA. SO' ENTRAM AS LINHAS COM
      *  DISTRIBUIDOR INFORMADO (AS DEMAIS SAO ENTREGA PELOS
      *  CORREIOS). SAIDA EM MANIFESTO.TXT.
      *
      *  CADA RODADA NUMERA OS SEUS MANIFESTOS (AAAAMMDDHHMM DA
      *  EMISSAO, IMPRESSO NO CABECALHO DE CADA DISTRIBUIDOR) E
      *  ACRESCENTA CADA ENTREGA EMITIDA A MANIFESTO_ITENS.TXT COMO
      *  PENDENTE: E' ALI QUE O ENTREGA ANOTA A CONFIRMACAO DO
      *  DISTRIBUIDOR E QUE O ACERTO MENSAL CONFERE O QUE PAGAR.
      *
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
                        FILE STATUS              IS   W-FS-ROTEIR
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       WORK-MAN       ASSIGN    TO   "WSMANIF".
           SELECT       PITENS         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-ITENS
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PMANIF         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-MANIF
           02  RT-CENTRALIZ       PIC X(06).
           02  FILLER             PIC X(02).
           02  RT-PRIORI          PIC X(04).
           02  FILLER             PIC X(02).
           02  RT-COD-ASS         PIC X(09).
           02  FILLER             PIC X(02).
           02  RT-CEP             PIC X(08).
           02  FILLER             PIC X(21).

       SD  WORK-MAN.
       01  SD-REC.
           02  SD-SEQ             PIC X(09).
           02  SD-NOME            PIC X(30).
           02  SD-ROTEIRO         PIC X(10).
           02  SD-COD-ASS         PIC X(09).
           02  SD-CEP             PIC X(08).

       FD  PMANIF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MANIFESTO.TXT".
       01  REG-MANIF              PIC X(100).

      *-----------------------------------------------------------
      *    ENTREGAS EMITIDAS, UMA LINHA POR ENTREGA DE MANIFESTO:
      *    SITUACAO P = PENDENTE, E = ENTREGUE, N = NAO ENTREGUE (COM
      *    O MOTIVO DO DISTRIBUIDOR E A DATA DA CONFIRMACAO) E O MES
      *    (AAAAMM) DO ACERTO QUE A FECHOU. MESMO LAYOUT DO ENTREGA
      *    E DO ACERTO.
      *-----------------------------------------------------------
       FD  PITENS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MANIFESTO_ITENS.TXT".
       01  REG-ITEM.
           02  MI-MANIFESTO       PIC 9(12).
           02  FILLER             PIC X(01).
           02  MI-DISTRIB         PIC X(06).
           02  FILLER             PIC X(01).
           02  MI-SEQ             PIC X(09).
           02  FILLER             PIC X(01).
           02  MI-CENTRALIZ       PIC X(06).
           02  FILLER             PIC X(01).
           02  MI-PRIORI          PIC X(04).
           02  FILLER             PIC X(01).
           02  MI-ROTEIRO         PIC X(10).
           02  FILLER             PIC X(01).
           02  MI-NOME            PIC X(30).
           02  FILLER             PIC X(01).
           02  MI-COD-ASS         PIC X(09).
           02  FILLER             PIC X(01).
           02  MI-CEP             PIC X(08).
           02  FILLER             PIC X(01).
           02  MI-SITUACAO        PIC X(01).
           02  FILLER             PIC X(01).
           02  MI-MOTIVO          PIC X(03).
           02  FILLER             PIC X(01).
           02  MI-DT-CONF         PIC 9(08).
           02  FILLER             PIC X(01).
           02  MI-ACERTO          PIC 9(06).

       WORKING-STORAGE  SECTION.
       77  W-FS-ROTEIR            PIC X(002) VALUE SPACES.
       77  W-FS-MANIF             PIC X(002) VALUE SPACES.
       77  W-FS-ITENS             PIC X(002) VALUE SPACES.
       77  W-ITENS-OK             PIC X(001) VALUE "N".
       77  W-QT-ENTREGAS          PIC 9(007) VALUE ZEROS.
       77  W-QT-DISTRIB           PIC 9(003) VALUE ZEROS.
       77  W-IND-DIST             PIC 9(003) VALUE ZEROS.
           02 W-ANO   PIC 9(02).
           02 W-MES   PIC 9(02).
           02 W-DIA   PIC 9(02).
       01  W-NR-MANIF.
           02 W-NM-DATA           PIC 9(08).
           02 W-NM-HHMM           PIC 9(04).
       01  W-NR-MANIF-N REDEFINES W-NR-MANIF
                                  PIC 9(12).
       01  W-TIME.
           02 W-TM-HHMM           PIC 9(04).
           02 FILLER              PIC 9(04).

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
           ACCEPT  W-DATE    FROM      DATE
           OPEN    INPUT     PROTEIR.
           IF      W-FS-ROTEIR         NOT       EQUAL     "00"
                           "XPGR47 ANTES"
                   STOP RUN.
           OPEN    OUTPUT    PMANIF.
           WRITE   REG-MANIF           FROM      W-CAB-AMBIENTE
           ACCEPT  W-NM-DATA FROM      DATE YYYYMMDD
           ACCEPT  W-TIME    FROM      TIME
           MOVE    W-TM-HHMM TO        W-NM-HHMM
           OPEN    EXTEND    PITENS
           IF      W-FS-ITENS          NOT       EQUAL     "00"
                   OPEN      OUTPUT    PITENS.
           IF      W-FS-ITENS          EQUAL     "00"
                   MOVE      "S"       TO        W-ITENS-OK
           ELSE
                   DISPLAY "MANIFESTO_ITENS.TXT SEM GRAVACAO = "
                           W-FS-ITENS " - SEM CONFIRMACAO NEM ACERTO"
                           " PARA ESTA RODADA".

           SORT    WORK-MAN
                   ASCENDING KEY SD-DISTRIB SD-CENTRALIZ SD-PRIORI

           PERFORM FOLHA-DE-ROSTO      THRU FIM-FOLHA-DE-ROSTO
           CLOSE   PROTEIR   PMANIF
           PERFORM ARQUIVA-RELATORIO   THRU FIM-ARQUIVA-RELATORIO
           IF      W-ITENS-OK          EQUAL     "S"
                   CLOSE     PITENS.
           DISPLAY "MANIFESTO NUMERO .....: " W-NR-MANIF
           DISPLAY "ENTREGAS DIRETAS .....: " W-QT-ENTREGAS
           DISPLAY "DISTRIBUIDORES .......: " W-QT-DISTRIB
           DISPLAY "MANIFESTOS EM MANIFESTO.TXT"
           MOVE    RT-SEQ    TO        SD-SEQ
           MOVE    RT-NOME   TO        SD-NOME
           MOVE    RT-ROTEIRO          TO        SD-ROTEIRO
           MOVE    RT-COD-ASS          TO        SD-COD-ASS
           MOVE    RT-CEP    TO        SD-CEP
           RELEASE SD-REC
           GO      LE-ROTEIRO.
       FIM-ALIMENTA-MANIFESTO.
                   "  " SD-NOME
                   DELIMITED BY SIZE INTO REG-MANIF
           WRITE   REG-MANIF
           IF      W-ITENS-OK          EQUAL     "S"
                   PERFORM   GRAVA-ITEM THRU FIM-GRAVA-ITEM.
           GO      LE-ORDENADO.
       ENCERRA-MANIFESTO.
           IF      W-DISTRIB-ATUAL     NOT EQUAL SPACES
           MOVE    SPACES    TO        REG-MANIF
           STRING  "MANIFESTO DE ENTREGA - DISTRIBUIDOR "
                   SD-DISTRIB "  EMISSAO " W-DIA "/" W-MES
                   "/" W-ANO "  NUMERO " W-NR-MANIF
                   DELIMITED BY SIZE INTO REG-MANIF
           WRITE   REG-MANIF.
       FIM-ABRE-DISTRIB.
           EXIT.

      *    ENTREGA EMITIDA, PENDENTE DE CONFIRMACAO DO DISTRIBUIDOR.
       GRAVA-ITEM.
           MOVE    SPACES    TO        REG-ITEM
           MOVE    W-NR-MANIF-N        TO        MI-MANIFESTO
           MOVE    SD-DISTRIB          TO        MI-DISTRIB
           MOVE    SD-SEQ    TO        MI-SEQ
           MOVE    SD-CENTRALIZ        TO        MI-CENTRALIZ
           MOVE    SD-PRIORI TO        MI-PRIORI
           MOVE    SD-ROTEIRO          TO        MI-ROTEIRO
           MOVE    SD-NOME   TO        MI-NOME
           MOVE    SD-COD-ASS          TO        MI-COD-ASS
           MOVE    SD-CEP    TO        MI-CEP
           MOVE    "P"       TO        MI-SITUACAO
           MOVE    ZEROS     TO        MI-DT-CONF
                                       MI-ACERTO
           WRITE   REG-ITEM.
       FIM-GRAVA-ITEM.
           EXIT.

       FECHA-DISTRIB.
           MOVE    SPACES    TO        REG-MANIF
           STRING  "  TOTAL DO DISTRIBUIDOR " W-DISTRIB-ATUAL ": "
           WRITE   REG-MANIF.
       FIM-ROSTO-DISTRIB.
           EXIT.

      *-----------------------------------------------------------
      *    ARQUIVA-RELATORIO: COPIA DATADA DO RELATORIO NO ARQUIVO
      *    DE RELATORIOS (ARQREL, INDICE ARQUIVO_REL.TXT) - A
      *    PROXIMA RODADA REGRAVA O RELATORIO NO MESMO NOME.
      *-----------------------------------------------------------
       ARQUIVA-RELATORIO.
           MOVE    SPACES    TO        W-ARQREL
           MOVE    "MANIFESTO.TXT"     TO        W-AQ-ARQUIVO
           MOVE    "MANIFESTO"         TO        W-AQ-PROGRAMA
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
