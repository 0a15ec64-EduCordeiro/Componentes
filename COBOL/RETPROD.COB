       IDENTIFICATION DIVISION.
       PROGRAM-ID.      RETPROD.
      *
      *  RETORNO DE PRODUCAO DO BUREAU: DEPOIS DO CHAIN PARA O
      *  XPGR42 O PEDIDO SO' DAVA SINAL DE VIDA NA FATURA DO FIM DO
      *  MES. O BUREAU DEVOLVE, POR PEDIDO E POR FAIXA DE
      *  E-SEQ-REG, O QUE FOI IMPRESSO E POSTADO, O QUE ESTRAGOU E O
      *  QUE FICOU SEGURADO LA'. ESTA RODADA CONFRONTA O RETORNO COM
      *  O QUE FOI ENVIADO:
      *    - AS CARTAS (NO/DN/PR) DO PEDIDO ENVIADO, CONTRA O
      *      TRAILER "XX" E AS LINHAS "CARTA" DO PEDIDO NO
      *      PRODUCAO.TXT;
      *    - AS CARTAS RETIDAS AQUI (CARTA_RETIDA.TXT) DENTRO DA
      *      FAIXA DO PEDIDO, QUE NAO FORAM E NAO PODEM VOLTAR
      *      IMPRESSAS.
      *  SAEM EM RETPROD_REL.TXT AS FAIXAS ENVIADAS SEM RETORNO, AS
      *  SEGURADAS E AS ESTRAGADAS; AS ESTRAGADAS VAO TAMBEM PARA A
      *  LISTA DO PEDIDO, REIMPRIME_LISTA_<PEDIDO>.TXT (A MESMA EM
      *  QUE O INSERCAO LANCA AS PECAS DA ENVELOPADORA), PRONTAS
      *  PARA O REIMPRIME. O PRAZO DO
      *  PEDIDO (CHEGADA NO PEDIDOS_REG.TXT ATE' A ULTIMA POSTAGEM)
      *  FICA EM RETPROD_PRAZO.TXT, E O REGISTRO DE CHEGADA ANDA
      *  PELO PEDSIT: POSTADO QUANDO TODA CARTA ENVIADA VOLTOU
      *  IMPRESSA, IMPRESSO ENQUANTO HOUVER PENDENCIA.
      *
      *  RETORNO_BUREAU.TXT (O BUREAU ACUMULA; LINHA POSTERIOR DA
      *  MESMA SEQUENCIA VALE SOBRE A ANTERIOR - A REIMPRESSAO
      *  VOLTA COMO IMPRESSA):
      *    01-20 PEDIDO        22-31 SEQ INICIAL
      *    33-42 SEQ FINAL (ZEROS/BRANCO = SO' A INICIAL)
      *    44    I = IMPRESSA E POSTADA, E = ESTRAGADA,
      *          S = SEGURADA NO BUREAU
      *    46-53 DATA (AAAAMMDD - A DA POSTAGEM NA IMPRESSA)
      *
      *  CHAMADA DESATENDIDA:
      *     RETPROD <PEDIDO-ENVIADO> <PEDIDO> [RETORNO]
      *
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT       PENTR          ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PRETORNO       ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-RETORNO
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PRETID         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-RETID
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PPRODU         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-PRODU
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PPEDREG        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-PEDREG
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PLISTA         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-LISTA
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PPRAZO         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-PRAZO
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       RELAT          ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-RELAT
                        ACCESS         MODE      IS   SEQUENTIAL.

       DATA        DIVISION.
       FILE        SECTION.
      *    DO LAYOUT PENTR, SO' O QUE A CONFERENCIA PRECISA: TIPO
      *    (1-2), SEQUENCIA (4-13) E, NO TRAILER, AS CARTAS (51-60).
       FD  PENTR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS ARQ-ENTRADA.
       01  REGENTR.
           02  E-TIPO             PIC X(0002).
           02  FILLER             PIC X(0001).
           02  E-SEQ-REG          PIC 9(0010).
           02  FILLER             PIC X(0037).
           02  E-QTDE-CARTAS      PIC X(0010).
           02  FILLER             PIC X(1750).

       FD  PRETORNO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS ARQ-RETORNO.
       01  REG-RETORNO.
           02  RB-PEDIDO          PIC X(20).
           02  FILLER             PIC X(01).
           02  RB-SEQ-INI         PIC 9(10).
           02  FILLER             PIC X(01).
           02  RB-SEQ-FIM         PIC 9(10).
           02  FILLER             PIC X(01).
           02  RB-SITUACAO        PIC X(01).
           02  FILLER             PIC X(01).
           02  RB-DATA            PIC 9(08).

      *    CARTAS RETIDAS - O MESMO ARQUIVO DAS RETENCOES DO XPGR47
       FD  PRETID
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CARTA_RETIDA.TXT".
       01  REG-RETID.
           02  RT-TIPO            PIC X(0002).
           02  FILLER             PIC X(0001).
           02  RT-SEQ-REG         PIC 9(0010).
           02  FILLER             PIC X(1797).

      *    MESMO LAYOUT QUE O GRAVA-PRODUCAO DO XPGR47 ACUMULA.
       FD  PPRODU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PRODUCAO.TXT".
       01  REG-PRODU.
           03 PD-TIPO        PIC X(05).
           03 FILLER         PIC X(02).
           03 PD-CHAVE       PIC X(07).
           03 FILLER         PIC X(02).
           03 PD-QTDE        PIC 9(06).
           03 FILLER         PIC X(02).
           03 PD-DATA        PIC X(08).
           03 FILLER         PIC X(02).
           03 PD-PEDIDO      PIC X(20).

      *    REGISTRO DE CHEGADA (MESMO LAYOUT DO PEDREG) - SO' LEITURA;
      *    A SITUACAO E' GRAVADA PELO PEDSIT.
       FD  PPEDREG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PEDIDOS_REG.TXT".
       01  REG-PEDREG.
           02  RG-ARQUIVO         PIC X(050).
           02  FILLER             PIC X(001).
           02  RG-NOME            PIC X(020).
           02  FILLER             PIC X(001).
           02  RG-DT-CHEGADA      PIC 9(008).
           02  FILLER             PIC X(001).
           02  RG-HR-CHEGADA      PIC 9(006).
           02  FILLER             PIC X(078).

      *    MESMO LAYOUT DA LISTA DO REIMPRIME.
       FD  PLISTA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS ARQ-LISTA.
       01  REG-LISTA.
           02  RL-INI             PIC 9(10).
           02  FILLER             PIC X(01).
           02  RL-FIM             PIC 9(10).

      *    PRAZO DO PEDIDO NO BUREAU, UMA LINHA POR CONFERENCIA:
      *    PEDIDO, CHEGADA, ULTIMA POSTAGEM, DIAS CORRIDOS E AS
      *    CONTAGENS DA CONFERENCIA.
       FD  PPRAZO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RETPROD_PRAZO.TXT".
       01  REG-PRAZO.
           02  PZ-PEDIDO          PIC X(20).
           02  FILLER             PIC X(01).
           02  PZ-DT-CHEGADA      PIC 9(08).
           02  FILLER             PIC X(01).
           02  PZ-DT-POSTAGEM     PIC 9(08).
           02  FILLER             PIC X(01).
           02  PZ-DIAS            PIC 9(04).
           02  FILLER             PIC X(01).
           02  PZ-ENVIADAS        PIC 9(07).
           02  FILLER             PIC X(01).
           02  PZ-IMPRESSAS       PIC 9(07).
           02  FILLER             PIC X(01).
           02  PZ-ESTRAGADAS      PIC 9(07).
           02  FILLER             PIC X(01).
           02  PZ-SEGURADAS       PIC 9(07).
           02  FILLER             PIC X(01).
           02  PZ-SEM-RETORNO     PIC 9(07).
           02  FILLER             PIC X(01).
           02  PZ-DT-CONF         PIC 9(08).

       FD  RELAT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RETPROD_REL.TXT".
       01  REG-RELAT              PIC X(100).

       WORKING-STORAGE  SECTION.
       77  W-FS                   PIC X(002) VALUE SPACES.
       77  W-FS-RETORNO           PIC X(002) VALUE SPACES.
       77  W-FS-RETID             PIC X(002) VALUE SPACES.
       77  W-FS-PRODU             PIC X(002) VALUE SPACES.
       77  W-FS-PEDREG            PIC X(002) VALUE SPACES.
       77  W-FS-LISTA             PIC X(002) VALUE SPACES.
       77  W-FS-PRAZO             PIC X(002) VALUE SPACES.
       77  W-FS-RELAT             PIC X(002) VALUE SPACES.
       77  W-ARGC                 PIC 9(002) VALUE ZEROS.
       77  ARQ-ENTRADA            PIC X(050) VALUE SPACES.
       77  ARQ-RETORNO            PIC X(050) VALUE "RETORNO_BUREAU.TXT".
       77  ARQ-LISTA              PIC X(050) VALUE SPACES.
       77  W-NOME-PEDIDO          PIC X(020) VALUE SPACES.
       77  W-LISTA-ABERTA         PIC X(001) VALUE "N".
       77  W-TEM-TRAILER          PIC X(001) VALUE "N".
       77  W-QT-FAIXAS            PIC 9(004) VALUE ZEROS.
       77  W-IND-FAIXA            PIC 9(004) VALUE ZEROS.
       77  W-ACHOU-FAIXA          PIC 9(004) VALUE ZEROS.
       77  W-QT-RETIDAS           PIC 9(004) VALUE ZEROS.
       77  W-IND-RET              PIC 9(004) VALUE ZEROS.
       77  W-SITUACAO             PIC X(001) VALUE SPACES.
       77  W-SEQ-MIN              PIC 9(010) VALUE ZEROS.
       77  W-SEQ-MAX              PIC 9(010) VALUE ZEROS.
       77  W-TRAILER-CARTAS       PIC 9(010) VALUE ZEROS.
       77  W-PRODU-CARTAS         PIC 9(010) VALUE ZEROS.
       77  W-QT-ENVIADAS          PIC 9(007) VALUE ZEROS.
       77  W-QT-IMPRESSAS         PIC 9(007) VALUE ZEROS.
       77  W-QT-ESTRAGADAS        PIC 9(007) VALUE ZEROS.
       77  W-QT-SEGURADAS         PIC 9(007) VALUE ZEROS.
       77  W-QT-SEM-RETORNO       PIC 9(007) VALUE ZEROS.
       77  W-QT-RETIDAS-PED       PIC 9(007) VALUE ZEROS.
       77  W-QT-RETIDAS-IMPR      PIC 9(007) VALUE ZEROS.
       77  W-DT-CHEGADA           PIC 9(008) VALUE ZEROS.
       77  W-DT-POSTAGEM          PIC 9(008) VALUE ZEROS.
       77  W-DIAS                 PIC 9(004) VALUE ZEROS.
       77  W-HOJE-AAAAMMDD        PIC 9(008) VALUE ZEROS.
       77  W-OCORRENCIA           PIC X(030) VALUE SPACES.
       77  W-CLASSE               PIC 9(001) VALUE ZEROS.
       77  W-SEQ                  PIC 9(010) VALUE ZEROS.
       01  W-LINHA-REL            PIC X(100) VALUE SPACES.
      *    FAIXAS DO RETORNO DESTE PEDIDO, NA ORDEM DO ARQUIVO.
       01  TAB-FAIXAS.
           03 TF-ENT OCCURS 3000 TIMES.
              05 TF-INI           PIC 9(10).
              05 TF-FIM           PIC 9(10).
              05 TF-SITUACAO      PIC X(01).
              05 TF-DATA          PIC 9(08).
      *    SEQUENCIAS RETIDAS AQUI; TR-ENVIADA MARCA A QUE FOI SOLTA
      *    DEPOIS E SEGUIU NO PEDIDO.
       01  TAB-RETIDAS.
           03 TR-ENT OCCURS 5000 TIMES.
              05 TR-SEQ           PIC 9(10).
              05 TR-ENVIADA       PIC X(01).
      *    TRECHOS CORRIDOS DE SEQUENCIAS, POR CLASSE: 1 = ESTRAGADA,
      *    2 = SEGURADA, 3 = SEM RETORNO.
       01  TAB-TRECHOS.
           03 TT-ENT OCCURS 3 TIMES.
              05 TT-INI           PIC 9(10).
              05 TT-FIM           PIC 9(10).
       01  TAB-TRECHO-NOMES-VALORES.
           03 FILLER              PIC X(12) VALUE "ESTRAGADA".
           03 FILLER              PIC X(12) VALUE "SEGURADA".
           03 FILLER              PIC X(12) VALUE "SEM RETORNO".
       01  TAB-TRECHO-NOMES REDEFINES TAB-TRECHO-NOMES-VALORES.
           03 TN-NOME OCCURS 3 TIMES      PIC X(12).
      *    AREA DE CHAMADA DO PEDSIT (MESMO LAYOUT DA LINKAGE DELE)
       01  W-PEDSIT.
           02  W-PS-ARQUIVO       PIC X(050).
           02  W-PS-SITUACAO      PIC X(010).
           02  W-PS-SIT-ANT       PIC X(010).
           02  W-PS-RET           PIC X(001).

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
           IF      W-ARGC    NOT       <         2
                   DISPLAY 1 UPON      ARGUMENT-NUMBER
                   ACCEPT  ARQ-ENTRADA FROM      ARGUMENT-VALUE
                   DISPLAY 2 UPON      ARGUMENT-NUMBER
                   ACCEPT  W-NOME-PEDIDO         FROM ARGUMENT-VALUE
           ELSE
                   DISPLAY "RETPROD - RETORNO DE PRODUCAO DO BUREAU"
                   DISPLAY "PEDIDO ENVIADO (ARQUIVO)..: "
                   ACCEPT  ARQ-ENTRADA
                   DISPLAY "NOME DO PEDIDO............: "
                   ACCEPT  W-NOME-PEDIDO.
           IF      W-ARGC    NOT       <         3
                   DISPLAY 3 UPON      ARGUMENT-NUMBER
                   ACCEPT  ARQ-RETORNO FROM      ARGUMENT-VALUE.
           IF      W-NOME-PEDIDO       EQUAL     SPACES
                   DISPLAY "NOME DO PEDIDO NAO INFORMADO - A LISTA DO "
                           "REIMPRIME E' POR PEDIDO"
                   STOP RUN.
           MOVE    SPACES    TO        ARQ-LISTA
           STRING  "REIMPRIME_LISTA_" W-NOME-PEDIDO DELIMITED BY SPACE
                   ".TXT"    DELIMITED BY SIZE   INTO ARQ-LISTA.
           ACCEPT  W-HOJE-AAAAMMDD     FROM      DATE YYYYMMDD

           PERFORM CARREGA-RETORNO     THRU FIM-CARREGA-RETORNO.
           IF      W-QT-FAIXAS         EQUAL     ZEROS
                   DISPLAY "NADA NO RETORNO " ARQ-RETORNO
                           " PARA O PEDIDO " W-NOME-PEDIDO
                   STOP RUN.
           PERFORM CARREGA-RETIDAS     THRU FIM-CARREGA-RETIDAS.

           OPEN    INPUT     PENTR.
           IF      W-FS      NOT       EQUAL     "00"
                   DISPLAY "PEDIDO NAO ENCONTRADO: " ARQ-ENTRADA
                   STOP RUN.
           OPEN    OUTPUT    RELAT.
           WRITE   REG-RELAT           FROM      W-CAB-AMBIENTE
           MOVE    SPACES    TO        W-LINHA-REL
           STRING  "RETORNO DE PRODUCAO DO BUREAU - PEDIDO "
                   W-NOME-PEDIDO " - CONFERIDO EM " W-HOJE-AAAAMMDD
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL
           MOVE    ZEROS     TO        TAB-TRECHOS.

       LE-PEDIDO.
           READ    PENTR     AT        END
                   GO        ENCERRA.
           IF      E-TIPO    EQUAL     "XX"
                   MOVE      "S"       TO        W-TEM-TRAILER
                   IF        E-QTDE-CARTAS       NUMERIC
                             MOVE      E-QTDE-CARTAS
                                       TO        W-TRAILER-CARTAS
                   END-IF
                   GO        LE-PEDIDO.
           IF      E-TIPO    NOT EQUAL "NO" AND "DN" AND "PR"
                   GO        LE-PEDIDO.
           ADD     1         TO        W-QT-ENVIADAS
           MOVE    E-SEQ-REG TO        W-SEQ
           IF      W-QT-ENVIADAS       EQUAL     1
           OR      E-SEQ-REG <         W-SEQ-MIN
                   MOVE      E-SEQ-REG TO        W-SEQ-MIN.
           IF      E-SEQ-REG >         W-SEQ-MAX
                   MOVE      E-SEQ-REG TO        W-SEQ-MAX.
           PERFORM MARCA-RETIDA        THRU FIM-MARCA-RETIDA
                    VARYING W-IND-RET FROM 1 BY 1
                    UNTIL   W-IND-RET > W-QT-RETIDAS.
           PERFORM SITUACAO-SEQUENCIA  THRU FIM-SITUACAO-SEQUENCIA
           IF      W-SITUACAO          EQUAL     "I"
                   ADD       1         TO        W-QT-IMPRESSAS
                   GO        LE-PEDIDO.
           IF      W-SITUACAO          EQUAL     "E"
                   ADD       1         TO        W-QT-ESTRAGADAS
                   MOVE      1         TO        W-CLASSE
           ELSE
           IF      W-SITUACAO          EQUAL     "S"
                   ADD       1         TO        W-QT-SEGURADAS
                   MOVE      2         TO        W-CLASSE
           ELSE
                   ADD       1         TO        W-QT-SEM-RETORNO
                   MOVE      3         TO        W-CLASSE.
           PERFORM ESTENDE-TRECHO      THRU FIM-ESTENDE-TRECHO
           GO      LE-PEDIDO.

       ENCERRA.
           CLOSE   PENTR.
           PERFORM FECHA-TRECHO        THRU FIM-FECHA-TRECHO
                    VARYING W-CLASSE FROM 1 BY 1
                    UNTIL   W-CLASSE > 3.
           IF      W-LISTA-ABERTA      EQUAL     "S"
                   CLOSE     PLISTA.
           PERFORM CONFERE-RETIDAS     THRU FIM-CONFERE-RETIDAS
           PERFORM SOMA-PRODUCAO       THRU FIM-SOMA-PRODUCAO
           PERFORM RESUMO              THRU FIM-RESUMO
           PERFORM GRAVA-PRAZO         THRU FIM-GRAVA-PRAZO
           PERFORM ATUALIZA-PEDREG     THRU FIM-ATUALIZA-PEDREG
           CLOSE   RELAT
           PERFORM ARQUIVA-RELATORIO   THRU FIM-ARQUIVA-RELATORIO
           DISPLAY "CARTAS ENVIADAS ......: " W-QT-ENVIADAS
           DISPLAY "IMPRESSAS E POSTADAS .: " W-QT-IMPRESSAS
           DISPLAY "ESTRAGADAS ...........: " W-QT-ESTRAGADAS
           DISPLAY "SEGURADAS NO BUREAU ..: " W-QT-SEGURADAS
           DISPLAY "SEM RETORNO ..........: " W-QT-SEM-RETORNO
           IF      W-QT-ESTRAGADAS     >         ZEROS
                   DISPLAY "ESTRAGADAS EM " ARQ-LISTA
                   DISPLAY "   RODAR O REIMPRIME DO PEDIDO".
           DISPLAY "CONFERENCIA EM RETPROD_REL.TXT"
           STOP    RUN.

      *****************************************************************
      *    SITUACAO-SEQUENCIA: A ULTIMA FAIXA DO RETORNO QUE COBRE A
      *    SEQUENCIA E' A QUE VALE (BRANCO = SEM RETORNO).
      *****************************************************************
       SITUACAO-SEQUENCIA.
           MOVE    SPACES    TO        W-SITUACAO
           MOVE    ZEROS     TO        W-ACHOU-FAIXA
           PERFORM TESTA-FAIXA         THRU FIM-TESTA-FAIXA
                    VARYING W-IND-FAIXA FROM W-QT-FAIXAS BY -1
                    UNTIL   W-IND-FAIXA < 1
                    OR      W-ACHOU-FAIXA > ZEROS.
           IF      W-ACHOU-FAIXA       EQUAL     ZEROS
                   GO        FIM-SITUACAO-SEQUENCIA.
           MOVE    TF-SITUACAO(W-ACHOU-FAIXA)    TO   W-SITUACAO
           IF      W-SITUACAO          EQUAL     "I"
           AND     TF-DATA(W-ACHOU-FAIXA)        >    W-DT-POSTAGEM
                   MOVE      TF-DATA(W-ACHOU-FAIXA)
                             TO        W-DT-POSTAGEM.
       FIM-SITUACAO-SEQUENCIA.
           EXIT.

       TESTA-FAIXA.
           IF      W-SEQ NOT <     TF-INI(W-IND-FAIXA)
           AND     W-SEQ NOT >     TF-FIM(W-IND-FAIXA)
                   MOVE      W-IND-FAIXA         TO   W-ACHOU-FAIXA.
       FIM-TESTA-FAIXA.
           EXIT.

       MARCA-RETIDA.
           IF      TR-SEQ(W-IND-RET)   EQUAL     W-SEQ
                   MOVE      "S"       TO        TR-ENVIADA(W-IND-RET).
       FIM-MARCA-RETIDA.
           EXIT.

      *****************************************************************
      *    ESTENDE-TRECHO: SEQUENCIAS CORRIDAS DA MESMA CLASSE SAEM
      *    NUMA LINHA SO'; A QUEBRA FECHA O TRECHO ANTERIOR.
      *****************************************************************
       ESTENDE-TRECHO.
           IF      TT-INI(W-CLASSE)    NOT EQUAL ZEROS
           AND     W-SEQ           EQUAL     TT-FIM(W-CLASSE) + 1
                   MOVE      W-SEQ TO        TT-FIM(W-CLASSE)
                   GO        FIM-ESTENDE-TRECHO.
           PERFORM FECHA-TRECHO        THRU FIM-FECHA-TRECHO
           MOVE    W-SEQ TO        TT-INI(W-CLASSE)
                                       TT-FIM(W-CLASSE).
       FIM-ESTENDE-TRECHO.
           EXIT.

       FECHA-TRECHO.
           IF      TT-INI(W-CLASSE)    EQUAL     ZEROS
                   GO        FIM-FECHA-TRECHO.
           MOVE    SPACES    TO        W-LINHA-REL
           STRING  "  " TN-NOME(W-CLASSE) " SEQ " TT-INI(W-CLASSE)
                   " A " TT-FIM(W-CLASSE)
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL
           IF      W-CLASSE  EQUAL     1
                   PERFORM   GRAVA-LISTA THRU FIM-GRAVA-LISTA.
           MOVE    ZEROS     TO        TT-INI(W-CLASSE)
                                       TT-FIM(W-CLASSE).
       FIM-FECHA-TRECHO.
           EXIT.

      *    ESTRAGADA VAI PARA A LISTA DO PEDIDO, QUE SO' E' ABERTA
      *    QUANDO HA' O QUE REIMPRIMIR, E SEMPRE POR ACRESCIMO - AS
      *    PECAS QUE O INSERCAO JA' LANCOU NAO SE PERDEM.
       GRAVA-LISTA.
           IF      W-LISTA-ABERTA      EQUAL     "S"
                   GO        DETALHE-LISTA.
           OPEN    EXTEND    PLISTA
           IF      W-FS-LISTA          NOT       EQUAL     "00"
                   OPEN      OUTPUT    PLISTA.
           IF      W-FS-LISTA          NOT       EQUAL     "00"
                   DISPLAY "ERRO NA ABERTURA DA LISTA " ARQ-LISTA
                           " = " W-FS-LISTA
                   GO        FIM-GRAVA-LISTA.
           MOVE    "S"       TO        W-LISTA-ABERTA.
       DETALHE-LISTA.
           MOVE    SPACES    TO        REG-LISTA
           MOVE    TT-INI(W-CLASSE)    TO        RL-INI
           MOVE    TT-FIM(W-CLASSE)    TO        RL-FIM
           WRITE   REG-LISTA.
       FIM-GRAVA-LISTA.
           EXIT.

      *****************************************************************
      *    CONFERE-RETIDAS: RETIDA AQUI DENTRO DA FAIXA DO PEDIDO E
      *    QUE NAO SEGUIU NELE. SE O BUREAU A DEU COMO IMPRESSA, E'
      *    CARTA QUE NAO MANDAMOS.
      *****************************************************************
       CONFERE-RETIDAS.
           PERFORM CONFERE-UMA-RETIDA  THRU FIM-CONFERE-UMA-RETIDA
                    VARYING W-IND-RET FROM 1 BY 1
                    UNTIL   W-IND-RET > W-QT-RETIDAS.
       FIM-CONFERE-RETIDAS.
           EXIT.

       CONFERE-UMA-RETIDA.
           IF      TR-ENVIADA(W-IND-RET)         EQUAL     "S"
           OR      TR-SEQ(W-IND-RET)   <         W-SEQ-MIN
           OR      TR-SEQ(W-IND-RET)   >         W-SEQ-MAX
                   GO        FIM-CONFERE-UMA-RETIDA.
           ADD     1         TO        W-QT-RETIDAS-PED
           MOVE    TR-SEQ(W-IND-RET)   TO        W-SEQ
           PERFORM SITUACAO-SEQUENCIA  THRU FIM-SITUACAO-SEQUENCIA
           IF      W-SITUACAO          NOT EQUAL "I"
                   GO        FIM-CONFERE-UMA-RETIDA.
           ADD     1         TO        W-QT-RETIDAS-IMPR
           MOVE    SPACES    TO        W-LINHA-REL
           STRING  "  RETIDA AQUI E INFORMADA IMPRESSA SEQ "
                   TR-SEQ(W-IND-RET)
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL.
       FIM-CONFERE-UMA-RETIDA.
           EXIT.

      *    CARTAS DO PEDIDO NO CONTROLE DE PRODUCAO (SO' AS LINHAS
      *    "CARTA"; A REIMPRESSAO "REIMP" E' LANCADA A PARTE).
       SOMA-PRODUCAO.
           OPEN    INPUT     PPRODU
           IF      W-FS-PRODU          NOT       EQUAL     "00"
                   GO        FIM-SOMA-PRODUCAO.
       LE-PRODUCAO.
           READ    PPRODU    AT        END
                   CLOSE     PPRODU
                   GO        FIM-SOMA-PRODUCAO.
           IF      PD-TIPO   EQUAL     "CARTA"
           AND     PD-PEDIDO EQUAL     W-NOME-PEDIDO
           AND     PD-QTDE   NUMERIC
                   ADD       PD-QTDE   TO        W-PRODU-CARTAS.
           GO      LE-PRODUCAO.
       FIM-SOMA-PRODUCAO.
           EXIT.

       RESUMO.
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL
           MOVE    SPACES    TO        W-LINHA-REL
           STRING  "CARTAS ENVIADAS (PEDIDO) .....: " W-QT-ENVIADAS
                   "  SEQ " W-SEQ-MIN " A " W-SEQ-MAX
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL
           MOVE    "NAO CONFERE"       TO        W-OCORRENCIA
           IF      W-TRAILER-CARTAS    EQUAL     W-QT-ENVIADAS
                   MOVE      "CONFERE" TO        W-OCORRENCIA.
           IF      W-TEM-TRAILER       EQUAL     "N"
                   MOVE      "SEM TRAILER"       TO   W-OCORRENCIA.
           MOVE    SPACES    TO        W-LINHA-REL
           STRING  "CARTAS NO TRAILER XX .........: "
                   W-TRAILER-CARTAS " " W-OCORRENCIA
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL
           MOVE    "NAO CONFERE"       TO        W-OCORRENCIA
           IF      W-PRODU-CARTAS      EQUAL     W-QT-ENVIADAS
                   MOVE      "CONFERE" TO        W-OCORRENCIA.
           MOVE    SPACES    TO        W-LINHA-REL
           STRING  "CARTAS NO PRODUCAO.TXT .......: "
                   W-PRODU-CARTAS " " W-OCORRENCIA
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL
           MOVE    SPACES    TO        W-LINHA-REL
           STRING  "RETIDAS AQUI (NAO ENVIADAS) ..: " W-QT-RETIDAS-PED
                   "  INFORMADAS IMPRESSAS: " W-QT-RETIDAS-IMPR
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL
           MOVE    SPACES    TO        W-LINHA-REL
           STRING  "IMPRESSAS E POSTADAS .........: " W-QT-IMPRESSAS
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL
           MOVE    SPACES    TO        W-LINHA-REL
           STRING  "ESTRAGADAS (A REIMPRIMIR) ....: " W-QT-ESTRAGADAS
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL
           MOVE    SPACES    TO        W-LINHA-REL
           STRING  "SEGURADAS NO BUREAU ..........: " W-QT-SEGURADAS
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL
           MOVE    SPACES    TO        W-LINHA-REL
           STRING  "ENVIADAS SEM RETORNO .........: " W-QT-SEM-RETORNO
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL
           IF      W-QT-ESTRAGADAS     >         ZEROS
                   STRING    "REIMPRESSAO: REIMPRIME " DELIMITED BY SIZE
                             ARQ-ENTRADA DELIMITED BY SPACE
                             " <MINI-LOTE> " W-NOME-PEDIDO
                             DELIMITED BY SIZE INTO W-LINHA-REL
                   PERFORM   GRAVA-REL THRU FIM-GRAVA-REL.
       FIM-RESUMO.
           EXIT.

      *****************************************************************
      *    GRAVA-PRAZO: CHEGADA DO PEDIDO (ULTIMA ENTRADA DO NOME NO
      *    REGISTRO DE CHEGADA) ATE' A ULTIMA POSTAGEM INFORMADA.
      *****************************************************************
       GRAVA-PRAZO.
           MOVE    SPACES    TO        W-PS-ARQUIVO
           OPEN    INPUT     PPEDREG
           IF      W-FS-PEDREG         NOT       EQUAL     "00"
                   GO        CALCULA-PRAZO.
       LE-PEDREG.
           READ    PPEDREG   AT        END
                   CLOSE     PPEDREG
                   GO        CALCULA-PRAZO.
           IF      RG-NOME   EQUAL     W-NOME-PEDIDO
                   MOVE      RG-ARQUIVO          TO   W-PS-ARQUIVO
                   MOVE      RG-DT-CHEGADA       TO   W-DT-CHEGADA.
           GO      LE-PEDREG.
       CALCULA-PRAZO.
           MOVE    ZEROS     TO        W-DIAS
           IF      W-DT-CHEGADA        >         ZEROS
           AND     W-DT-POSTAGEM       NOT <     W-DT-CHEGADA
                   COMPUTE   W-DIAS =
                             FUNCTION INTEGER-OF-DATE(W-DT-POSTAGEM)
                           - FUNCTION INTEGER-OF-DATE(W-DT-CHEGADA).
           MOVE    SPACES    TO        W-LINHA-REL
           IF      W-DT-CHEGADA        EQUAL     ZEROS
                   MOVE      "PRAZO: PEDIDO FORA DO REGISTRO DE "
                           & "CHEGADA (PEDIDOS_REG.TXT)"
                             TO        W-LINHA-REL
           ELSE
                   STRING    "PRAZO: CHEGADA " W-DT-CHEGADA
                             "  ULTIMA POSTAGEM " W-DT-POSTAGEM
                             "  DIAS " W-DIAS
                             DELIMITED BY SIZE INTO W-LINHA-REL.
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL
           OPEN    EXTEND    PPRAZO
           IF      W-FS-PRAZO          NOT       EQUAL     "00"
                   OPEN      OUTPUT    PPRAZO.
           IF      W-FS-PRAZO          NOT       EQUAL     "00"
                   GO        FIM-GRAVA-PRAZO.
           MOVE    SPACES    TO        REG-PRAZO
           MOVE    W-NOME-PEDIDO       TO        PZ-PEDIDO
           MOVE    W-DT-CHEGADA        TO        PZ-DT-CHEGADA
           MOVE    W-DT-POSTAGEM       TO        PZ-DT-POSTAGEM
           MOVE    W-DIAS    TO        PZ-DIAS
           MOVE    W-QT-ENVIADAS       TO        PZ-ENVIADAS
           MOVE    W-QT-IMPRESSAS      TO        PZ-IMPRESSAS
           MOVE    W-QT-ESTRAGADAS     TO        PZ-ESTRAGADAS
           MOVE    W-QT-SEGURADAS      TO        PZ-SEGURADAS
           MOVE    W-QT-SEM-RETORNO    TO        PZ-SEM-RETORNO
           MOVE    W-HOJE-AAAAMMDD     TO        PZ-DT-CONF
           WRITE   REG-PRAZO
           CLOSE   PPRAZO.
       FIM-GRAVA-PRAZO.
           EXIT.

      *****************************************************************
      *    ATUALIZA-PEDREG: TODA CARTA ENVIADA DE VOLTA IMPRESSA E
      *    POSTADA FECHA O PEDIDO COMO POSTADO; COM ESTRAGADA,
      *    SEGURADA OU SEM RETORNO FICA IMPRESSO ATE' O PROXIMO
      *    RETORNO. SEM O PEDSIT NO LUGAR SO' FICA O AVISO.
      *****************************************************************
       ATUALIZA-PEDREG.
           IF      W-PS-ARQUIVO        EQUAL     SPACES
           OR      W-QT-IMPRESSAS      EQUAL     ZEROS
                   GO        FIM-ATUALIZA-PEDREG.
           MOVE    "IMPRESSO"          TO        W-PS-SITUACAO
           IF      W-QT-IMPRESSAS      EQUAL     W-QT-ENVIADAS
                   MOVE      "POSTADO" TO        W-PS-SITUACAO.
           CALL "PEDSIT" USING W-PEDSIT
               ON EXCEPTION
                  DISPLAY "PEDSIT INDISPONIVEL - REGISTRO DE CHEGADA "
                          "NAO ATUALIZADO"
                  GO TO FIM-ATUALIZA-PEDREG
           END-CALL
           MOVE    SPACES    TO        W-LINHA-REL
           IF      W-PS-RET  EQUAL     "0"
                   STRING    "REGISTRO DE CHEGADA: " W-PS-SIT-ANT
                             " -> " W-PS-SITUACAO
                             DELIMITED BY SIZE INTO W-LINHA-REL
           ELSE
                   STRING    "REGISTRO DE CHEGADA NAO ATUALIZADO ("
                             W-PS-SITUACAO ") - RETORNO " W-PS-RET
                             " SITUACAO ATUAL " W-PS-SIT-ANT
                             DELIMITED BY SIZE INTO W-LINHA-REL.
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL.
       FIM-ATUALIZA-PEDREG.
           EXIT.

       CARREGA-RETORNO.
           OPEN    INPUT     PRETORNO
           IF      W-FS-RETORNO        NOT       EQUAL     "00"
                   GO        FIM-CARREGA-RETORNO.
       LE-RETORNO.
           READ    PRETORNO  AT        END
                   CLOSE     PRETORNO
                   GO        FIM-CARREGA-RETORNO.
           IF      RB-PEDIDO NOT       EQUAL     W-NOME-PEDIDO
           OR      RB-SEQ-INI          NOT       NUMERIC
                   GO        LE-RETORNO.
           IF      RB-SITUACAO         NOT EQUAL "I" AND "E" AND "S"
                   DISPLAY "SITUACAO DESCONHECIDA NO RETORNO, SEQ "
                           RB-SEQ-INI ": " RB-SITUACAO
                   GO        LE-RETORNO.
           IF      W-QT-FAIXAS         NOT       <         3000
                   DISPLAY "RETORNO ACIMA DE 3000 FAIXAS PARA O PEDIDO"
                   CLOSE     PRETORNO
                   STOP      RUN.
           ADD     1         TO        W-QT-FAIXAS
           MOVE    RB-SEQ-INI          TO        TF-INI(W-QT-FAIXAS)
           MOVE    RB-SEQ-INI          TO        TF-FIM(W-QT-FAIXAS)
           IF      RB-SEQ-FIM          NUMERIC
           AND     RB-SEQ-FIM          >         RB-SEQ-INI
                   MOVE      RB-SEQ-FIM
                             TO        TF-FIM(W-QT-FAIXAS).
           MOVE    RB-SITUACAO         TO   TF-SITUACAO(W-QT-FAIXAS)
           MOVE    ZEROS     TO        TF-DATA(W-QT-FAIXAS)
           IF      RB-DATA   NUMERIC
                   MOVE      RB-DATA   TO        TF-DATA(W-QT-FAIXAS).
           GO      LE-RETORNO.
       FIM-CARREGA-RETORNO.
           EXIT.

       CARREGA-RETIDAS.
           OPEN    INPUT     PRETID
           IF      W-FS-RETID          NOT       EQUAL     "00"
                   GO        FIM-CARREGA-RETIDAS.
       LE-RETIDA.
           READ    PRETID    AT        END
                   CLOSE     PRETID
                   GO        FIM-CARREGA-RETIDAS.
           IF      RT-SEQ-REG          NOT       NUMERIC
           OR      W-QT-RETIDAS        NOT       <         5000
                   GO        LE-RETIDA.
           ADD     1         TO        W-QT-RETIDAS
           MOVE    RT-SEQ-REG          TO        TR-SEQ(W-QT-RETIDAS)
           MOVE    "N"       TO        TR-ENVIADA(W-QT-RETIDAS)
           GO      LE-RETIDA.
       FIM-CARREGA-RETIDAS.
           EXIT.

       GRAVA-REL.
           MOVE    W-LINHA-REL         TO        REG-RELAT
           WRITE   REG-RELAT
           MOVE    SPACES    TO        W-LINHA-REL.
       FIM-GRAVA-REL.
           EXIT.

      *-----------------------------------------------------------
      *    ARQUIVA-RELATORIO: COPIA DATADA DO RELATORIO NO ARQUIVO
      *    DE RELATORIOS (ARQREL, INDICE ARQUIVO_REL.TXT) - A
      *    PROXIMA RODADA REGRAVA O RELATORIO NO MESMO NOME.
      *-----------------------------------------------------------
       ARQUIVA-RELATORIO.
           MOVE    SPACES    TO        W-ARQREL
           MOVE    "RETPROD_REL.TXT"   TO        W-AQ-ARQUIVO
           MOVE    "RETPROD"           TO        W-AQ-PROGRAMA
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
