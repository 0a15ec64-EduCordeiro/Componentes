       IDENTIFICATION DIVISION.
       PROGRAM-ID.      ARQREL.
      *------------------------------------------------------------
      * ARQUIVO DATADO DOS RELATORIOS. CHAMADO (CALL "ARQREL") POR
      * TODO PROGRAMA QUE EMITE RELATORIO, DEPOIS DE FECHA-LO: O
      * RELATORIO E' REGRAVADO A CADA RODADA NO MESMO NOME, ENTAO
      * UMA COPIA DELE VAI PARA ARQREL_NNNNNNN.TXT (NUMERO
      * SEQUENCIAL DO ARQUIVO) E GANHA UMA LINHA NO INDICE
      * ARQUIVO_REL.TXT. O CONSREL LISTA E REIMPRIME QUALQUER COPIA
      * POR RELATORIO E PERIODO; A FAXINA APLICA A RETENCAO POR
      * FAMILIA DE RELATORIO (TIPO R DO RETENCAO.TXT).
      *
      * INDICE ARQUIVO_REL.TXT (UMA LINHA POR COPIA, NADA E'
      * APAGADO - A FAXINA SO' MUDA A SITUACAO):
      *    01-07 NUMERO   10 SITUACAO (D = DISPONIVEL, A = ARQUIVADA
      *    PELA FAXINA COM PREFIXO ARQUIVO-, E = EXCLUIDA)
      *    13-32 RELATORIO (FAMILIA)  35-44 PROGRAMA
      *    47-54 DATA AAAAMMDD  57-62 HORA  65-84 PEDIDO
      *    87-91 PAGINAS (60 LINHAS POR PAGINA, A PAGINA DO .REL)
      *    94-100 LINHAS  103-112 BYTES  115-154 COPIA
      *
      * RETORNO EM LK-AR-RET:
      *    "0" COPIA ARQUIVADA (NOME EM LK-AR-COPIA)
      *    "1" RELATORIO AUSENTE - NADA ARQUIVADO
      *    "9" COPIA OU INDICE SEM GRAVACAO
      * O CHAMADOR SO' AVISA - RELATORIO NAO ARQUIVADO NAO DERRUBA
      * A RODADA.
      *------------------------------------------------------------
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT       PORIGEM        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-ORIGEM
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PCOPIA         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-COPIA
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PINDICE        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-INDICE
                        ACCESS         MODE      IS   SEQUENTIAL.

       DATA        DIVISION.
       FILE        SECTION.
       FD  PORIGEM
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS ARQ-ORIGEM.
       01  REG-ORIGEM             PIC X(1000).

       FD  PCOPIA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS ARQ-COPIA.
       01  REG-COPIA              PIC X(1000).

       FD  PINDICE
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQUIVO_REL.TXT".
       01  REG-INDICE.
           02  AR-NUMERO          PIC 9(007).
           02  FILLER             PIC X(002).
           02  AR-SITUACAO        PIC X(001).
           02  FILLER             PIC X(002).
           02  AR-RELATORIO       PIC X(020).
           02  FILLER             PIC X(002).
           02  AR-PROGRAMA        PIC X(010).
           02  FILLER             PIC X(002).
           02  AR-DATA            PIC 9(008).
           02  FILLER             PIC X(002).
           02  AR-HORA            PIC 9(006).
           02  FILLER             PIC X(002).
           02  AR-PEDIDO          PIC X(020).
           02  FILLER             PIC X(002).
           02  AR-PAGINAS         PIC 9(005).
           02  FILLER             PIC X(002).
           02  AR-LINHAS          PIC 9(007).
           02  FILLER             PIC X(002).
           02  AR-BYTES           PIC 9(010).
           02  FILLER             PIC X(002).
           02  AR-COPIA           PIC X(040).

       WORKING-STORAGE  SECTION.
       77  W-FS-ORIGEM            PIC X(02) VALUE SPACES.
       77  W-FS-COPIA             PIC X(02) VALUE SPACES.
       77  W-FS-INDICE            PIC X(02) VALUE SPACES.
       77  ARQ-ORIGEM             PIC X(40) VALUE SPACES.
       77  ARQ-COPIA              PIC X(40) VALUE SPACES.
       77  W-ULT-NUMERO           PIC 9(07) VALUE ZEROS.
       77  W-LINHAS               PIC 9(07) VALUE ZEROS.
       77  W-PAGINAS              PIC 9(05) VALUE ZEROS.
       77  W-HOJE                 PIC 9(08) VALUE ZEROS.
       01  W-TIME.
           02 W-HHMMSS            PIC 9(06).
           02 FILLER              PIC 9(02).
       01  W-NOME-COPIA.
           02 FILLER              PIC X(07) VALUE "ARQREL_".
           02 W-NC-NUMERO         PIC 9(07) VALUE ZEROS.
           02 FILLER              PIC X(04) VALUE ".TXT".
      *    AREA DEVOLVIDA POR CBL_CHECK_FILE_EXIST (TAMANHO EM BYTES
      *    E DATA/HORA DO ARQUIVO).
       01  W-INFO-ARQUIVO.
           02 W-ARQ-TAMANHO       PIC X(008) COMP-X.
           02 W-ARQ-DIA           PIC X(001) COMP-X.
           02 W-ARQ-MES           PIC X(001) COMP-X.
           02 W-ARQ-ANO           PIC X(002) COMP-X.
           02 W-ARQ-HORA          PIC X(001) COMP-X.
           02 W-ARQ-MINU          PIC X(001) COMP-X.
           02 W-ARQ-SEGU          PIC X(001) COMP-X.
           02 W-ARQ-CENT          PIC X(001) COMP-X.

       LINKAGE SECTION.
       01  LK-ARQREL.
           02  LK-AR-ARQUIVO      PIC X(40).
           02  LK-AR-RELATORIO    PIC X(20).
           02  LK-AR-PROGRAMA     PIC X(10).
           02  LK-AR-PEDIDO       PIC X(20).
           02  LK-AR-COPIA        PIC X(40).
           02  LK-AR-RET          PIC X(01).

       PROCEDURE DIVISION USING LK-ARQREL.
       INICIO.
           MOVE    SPACES    TO        LK-AR-COPIA
           MOVE    "1"       TO        LK-AR-RET
           MOVE    LK-AR-ARQUIVO       TO        ARQ-ORIGEM
           IF      LK-AR-RELATORIO     EQUAL     SPACES
                   MOVE      LK-AR-ARQUIVO       TO   LK-AR-RELATORIO.
           OPEN    INPUT     PORIGEM
           IF      W-FS-ORIGEM         NOT       EQUAL     "00"
                   GO        FIM.

           PERFORM ACHA-ULTIMO-NUMERO  THRU FIM-ACHA-ULTIMO-NUMERO
           ADD     1         TO        W-ULT-NUMERO
           MOVE    W-ULT-NUMERO        TO        W-NC-NUMERO
           MOVE    W-NOME-COPIA        TO        ARQ-COPIA
           MOVE    "9"       TO        LK-AR-RET
           OPEN    OUTPUT    PCOPIA
           IF      W-FS-COPIA          NOT       EQUAL     "00"
                   CLOSE     PORIGEM
                   GO        FIM.
           MOVE    ZEROS     TO        W-LINHAS
           PERFORM COPIA-LINHA         THRU      FIM-COPIA-LINHA
                    UNTIL W-FS-ORIGEM  EQUAL     "10".
           CLOSE   PORIGEM  PCOPIA.
           COMPUTE W-PAGINAS = (W-LINHAS + 59) / 60
           MOVE    ZEROS     TO        W-ARQ-TAMANHO
           CALL    "CBL_CHECK_FILE_EXIST"  USING ARQ-COPIA
                                                 W-INFO-ARQUIVO.

           OPEN    EXTEND    PINDICE
           IF      W-FS-INDICE         NOT       EQUAL     "00"
                   OPEN      OUTPUT    PINDICE.
           IF      W-FS-INDICE         NOT       EQUAL     "00"
                   CALL      "CBL_DELETE_FILE"   USING     ARQ-COPIA
                   GO        FIM.
           ACCEPT  W-HOJE    FROM      DATE YYYYMMDD
           ACCEPT  W-TIME    FROM      TIME
           MOVE    SPACES    TO        REG-INDICE
           MOVE    W-ULT-NUMERO        TO        AR-NUMERO
           MOVE    "D"       TO        AR-SITUACAO
           MOVE    LK-AR-RELATORIO     TO        AR-RELATORIO
           MOVE    LK-AR-PROGRAMA      TO        AR-PROGRAMA
           MOVE    W-HOJE    TO        AR-DATA
           MOVE    W-HHMMSS  TO        AR-HORA
           MOVE    LK-AR-PEDIDO        TO        AR-PEDIDO
           MOVE    W-PAGINAS TO        AR-PAGINAS
           MOVE    W-LINHAS  TO        AR-LINHAS
           MOVE    W-ARQ-TAMANHO       TO        AR-BYTES
           MOVE    ARQ-COPIA TO        AR-COPIA
           WRITE   REG-INDICE
           CLOSE   PINDICE
           MOVE    ARQ-COPIA TO        LK-AR-COPIA
           MOVE    "0"       TO        LK-AR-RET.
       FIM.
      *    AS SONDAGENS DE ARQUIVO DEIXAM RETURN-CODE SUJO - O
      *    CHAMADOR NAO PODE HERDA-LO.
           MOVE    ZEROS     TO        RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------
      *    ACHA-ULTIMO-NUMERO: O NUMERO DA ULTIMA LINHA DO INDICE
      *    (ZERO QUANDO AINDA NAO HA INDICE). A FAXINA NAO APAGA
      *    LINHA, ENTAO O NUMERO NUNCA SE REPETE.
      *-----------------------------------------------------------
       ACHA-ULTIMO-NUMERO.
           MOVE    ZEROS     TO        W-ULT-NUMERO
           OPEN    INPUT     PINDICE
           IF      W-FS-INDICE         NOT       EQUAL     "00"
                   GO        FIM-ACHA-ULTIMO-NUMERO.
       LE-INDICE.
           READ    PINDICE   AT        END
                   CLOSE     PINDICE
                   GO        FIM-ACHA-ULTIMO-NUMERO.
           IF      AR-NUMERO NUMERIC
           AND     AR-NUMERO >         W-ULT-NUMERO
                   MOVE      AR-NUMERO TO        W-ULT-NUMERO.
           GO      LE-INDICE.
       FIM-ACHA-ULTIMO-NUMERO.
           EXIT.

       COPIA-LINHA.
           READ    PORIGEM   AT        END
                   MOVE      "10"      TO        W-FS-ORIGEM
                   GO        FIM-COPIA-LINHA.
      *    LINHA MAIS LONGA QUE O REGISTRO (STATUS 04) VAI CORTADA;
      *    ERRO DE LEITURA ENCERRA A COPIA COMO FIM DE ARQUIVO.
           IF      W-FS-ORIGEM         >         "04"
                   MOVE      "10"      TO        W-FS-ORIGEM
                   GO        FIM-COPIA-LINHA.
           MOVE    REG-ORIGEM          TO        REG-COPIA
           WRITE   REG-COPIA
           ADD     1         TO        W-LINHAS.
       FIM-COPIA-LINHA.
           EXIT.
