           SELECT CLIENTE ASSIGN TO "CLIENTE.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLIENTE-CODIGO
           ALTERNATE RECORD KEY IS CLIENTE-CEP WITH DUPLICATES
           ALTERNATE RECORD KEY IS CLIENTE-NOME WITH DUPLICATES
           FILE STATUS IS FS-CLIENTE.

           02 CLIENTE-TELEFONE PIC X(015).
           02 CLIENTE-EMAIL    PIC X(050).
           02 CLIENTE-PREF-CON PIC X(001).
      *    CODIGO DO CLIENTE (CHAVE PRINCIPAL, GERADO NA INCLUSAO)
      *    E VINCULO COM O CODIGO DO ASSINANTE (E-COD-ASS DO XPGR47).
           02 CLIENTE-CODIGO   PIC 9(009).
           02 CLIENTE-COD-ASS  PIC X(009).

      *    TABELA DE ABREVIATURAS: "DE" (ABREVIADO) E "PARA"
      *    (FORMA PADRAO), COLUNAS FIXAS.
           02 FILLER           PIC X(002).
           02 JR-COD           PIC X(004).
           02 FILLER           PIC X(002).
           02 JR-ANTES         PIC X(295).
           02 FILLER           PIC X(002).
           02 JR-DEPOIS        PIC X(295).

       FD  RELAT
           VALUE OF FILE-ID IS "PADRONIZA_REL.TXT".
       77  W-LEN-RESTO         PIC 9(003) VALUE ZEROS.
       77  W-LEN-NOVO          PIC 9(003) VALUE ZEROS.
       77  W-I                 PIC 9(003) VALUE ZEROS.
       77  W-IMG-ANTES         PIC X(295) VALUE SPACES.
       01  TAB-ABREV.
           02 TAB-ENT OCCURS 200 TIMES.
              03 TAB-DE        PIC X(015).
       77  W-TRVC-TOMADA       PIC X(001) VALUE "N".
       01  W-DATA-TRVC         PIC 9(006) VALUE ZEROS.
       01  W-HORA-TRVC         PIC 9(006) VALUE ZEROS.
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
                             THRU FIM-LIBERA-TRAVA-CLIENTE
                   STOP RUN.
           OPEN    OUTPUT    RELAT.
           WRITE REG-RELAT FROM W-CAB-AMBIENTE.

       LE-CLIENTE.
           READ    CLIENTE   NEXT      AT        END
                   DELIMITED BY SIZE INTO REG-RELAT
           WRITE   REG-RELAT
           CLOSE   RELAT
           PERFORM ARQUIVA-RELATORIO   THRU FIM-ARQUIVA-RELATORIO
           PERFORM LIBERA-TRAVA-CLIENTE THRU FIM-LIBERA-TRAVA-CLIENTE
           DISPLAY "CLIENTES LIDOS .......: " W-QT-LIDOS
           DISPLAY "REGISTROS ALTERADOS ..: " W-QT-ALTERADOS
                   MOVE      "S"       TO        W-CAMPO-RECUSOU
                   ADD       1         TO        W-QT-RECUSADOS
                   MOVE      SPACES    TO        REG-RELAT
                   STRING "RECUSADO CLIENTE " CLIENTE-CODIGO
                          " CEP " CLIENTE-CEP " "
                          W-NOME-CAMPO ": EXPANSAO NAO CABE - "
                          W-CAMPO (1 : 60)
                          DELIMITED BY SIZE INTO REG-RELAT
           IF      W-NOVO    EQUAL     W-CAMPO
                   GO        FIM-NORMALIZA-CAMPO.
           MOVE    SPACES    TO        REG-RELAT
           STRING  "ALTERADO CLIENTE " CLIENTE-CODIGO
                   " CEP " CLIENTE-CEP " "
                   W-NOME-CAMPO ": " W-CAMPO (1 : 40)
                   " => " W-NOVO (1 : 40)
                   DELIMITED BY SIZE INTO REG-RELAT
      *    MESMO SEM BRANCO DEPOIS).
      *****************************************************************
       CARREGA-ABREVIA.
           MOVE    "ABREVIA.TXT"       TO        W-PM-ARQUIVO
           PERFORM ANOTA-PARAMETRO     THRU FIM-ANOTA-PARAMETRO
           OPEN    INPUT     ABREVIA
           IF      FS-ABREVIA          NOT       EQUAL     "00"
                   GO        FIM-CARREGA-ABREVIA.
           CLOSE   PTRAVAC.
       FIM-LIBERA-TRAVA-CLIENTE.
           EXIT.

      *-----------------------------------------------------------
      *    ANOTA-PARAMETRO: A VERSAO DO ARQUIVO DE PARAMETROS LIDO
      *    (W-PM-ARQUIVO) VAI PARA O RUNLOG, PELO PARAMVER.
      *-----------------------------------------------------------
       ANOTA-PARAMETRO.
           MOVE    "R"       TO        W-PM-MODO
           MOVE    "PADRONIZA" TO        W-PM-PROGRAMA
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
           MOVE    "PADRONIZA_REL.TXT" TO        W-AQ-ARQUIVO
           MOVE    "PADRONIZA"         TO        W-AQ-PROGRAMA
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
