      *  BANCARIA (REMESSA_BANCO.TXT) EM REGISTROS DE COBRANCA DE
      *  POSICAO FIXA - HEADER "0", UM DETALHE "1" POR PARCELA EM
      *  ATRASO (NOSSO NUMERO = SEQUENCIA DO DOCUMENTO + NUMERO DA
      *  PARCELA), TRAILER "9" COM CONTAGEM E TOTAL EM CENTAVOS. O
      *  VALOR DO TITULO E' O DEBITO ATUALIZADO ATE' A DATA DA
      *  REMESSA (ENCARGOS - CORRECAO, MULTA E JUROS PRO RATA, COM O
      *  VENCIMENTO EM DIA NAO UTIL DA UF DO ASSINANTE EMPURRADO
      *  PARA O DIA UTIL SEGUINTE); O DETALHE LEVA TAMBEM O
      *  PRINCIPAL E CADA ENCARGO SEPARADO, E O RELATORIO LISTA
      *  TITULO A TITULO. SEM O ENCARGOS VAI O VALOR NOMINAL. A
      *  SEQUENCIA E' A MESMA POSICAO DE DOCUMENTO QUE O XPGR47 USA
      *  NO FINANC.TXT - E' ELA QUE AMARRA O RETORNO AS CARTEIRAS.
      *
      *
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
       SPECIAL-NAMES.
                        DECIMAL-POINT            IS   COMMA.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT       PENTR          ASSIGN    TO   DISK
           02  E-TIPO             PIC X(0002).
           02  FILLER             PIC X(0089).
           02  E-NOME-ASS         PIC X(0030).
           02  FILLER             PIC X(0080).
           02  E-UF-ASS           PIC X(0002).
           02  FILLER             PIC X(1029).
           02  E-PARC-ATRASADAS OCCURS 5 TIMES.
               03 E-VL-PARC-ATRAS PIC 9(09).
               03 E-VENC          PIC X(08).
           02  RM-NOME            PIC X(30).
           02  RM-VENC            PIC X(08).
           02  RM-VALOR           PIC 9(13).
      *    DETALHE DO VALOR ACIMA (SO' NO REGISTRO "1").
           02  RM-PRINCIPAL       PIC 9(13).
           02  RM-CORRECAO        PIC S9(12) SIGN LEADING SEPARATE.
           02  RM-MULTA           PIC 9(13).
           02  RM-JUROS           PIC 9(13).

       FD  PRETOR
           LABEL RECORD ARE STANDARD
       77  W-QT-REJEITADOS        PIC 9(006) VALUE ZEROS.
       77  W-QT-OUTROS            PIC 9(006) VALUE ZEROS.
       77  W-VALOR-12             PIC 9(012) VALUE ZEROS.
       77  W-ENCARGOS-OK          PIC X(001) VALUE "S".
       77  W-HOJE                 PIC 9(008) VALUE ZEROS.
       77  W-PRINC-ED             PIC Z.ZZZ.ZZ9,99.
       77  W-CORR-ED              PIC -.---.--9,99.
       77  W-MULTA-ED             PIC Z.ZZZ.ZZ9,99.
       77  W-JUROS-ED             PIC Z.ZZZ.ZZ9,99.
       77  W-TOTAL-ED             PIC Z.ZZZ.ZZ9,99.
      *    AREA DE CHAMADA DO ENCARGOS (MESMO LAYOUT DA LINKAGE DELE)
       01  W-ENCARGOS.
           02  W-EN-VALOR         PIC 9(009).
           02  W-EN-VENC          PIC 9(008).
           02  W-EN-UF            PIC X(002).
           02  W-EN-DT-BASE       PIC 9(008).
           02  W-EN-VENC-UTIL     PIC 9(008).
           02  W-EN-DIAS          PIC 9(005).
           02  W-EN-CORRECAO      PIC S9(009).
           02  W-EN-MULTA         PIC 9(009).
           02  W-EN-JUROS         PIC 9(009).
           02  W-EN-TOTAL         PIC 9(009).
           02  W-EN-PARAM         PIC X(001).
           02  W-EN-RET           PIC X(001).
       01  W-DATE.
           02 W-ANO   PIC 9(02).
           02 W-MES   PIC 9(02).
           02 W-DIA   PIC 9(02).

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
           IF      W-MODO    NOT       EQUAL     "G"
                   DISPLAY "MODO INVALIDO (USE G OU R)"
                   STOP RUN.
      *    A REMESSA VAI PARA O BANCO: SO' A PRODUCAO GERA.
           IF      NOT       AMBIENTE-PRODUCAO
                   DISPLAY "AMBIENTE " W-AM-NOME " NAO GERA REMESSA "
                           "PARA O BANCO - RECUSADO"
                   STOP RUN.

      *****************************************************************
      *    MODO G: GERA A REMESSA A PARTIR DO PEDIDO CRITICADO.
                   DISPLAY "PEDIDO NAO ENCONTRADO: " ARQ-ENTRADA
                   STOP RUN.
           OPEN    OUTPUT    PREMES    PRELAT
           WRITE   REG-RELAT           FROM      W-CAB-AMBIENTE
           ACCEPT  W-DATE    FROM      DATE
           ACCEPT  W-HOJE    FROM      DATE      YYYYMMDD
           MOVE    SPACES    TO        REG-RELAT
           STRING  "SEQ-DOC   PC VENCTO      PRINCIPAL"
                   "      CORRECAO        MULTA        JUROS"
                   "        TOTAL"
                   DELIMITED BY SIZE INTO REG-RELAT
           WRITE   REG-RELAT
           MOVE    SPACES    TO        REG-REMES
           MOVE    "0"       TO        RM-TIPO
           MOVE    "REMESSA DE COBRANCA DO ATRASO " TO RM-NOME
                   DELIMITED BY SIZE INTO REG-RELAT
           WRITE   REG-RELAT
           CLOSE   PRELAT
           PERFORM ARQUIVA-RELATORIO   THRU FIM-ARQUIVA-RELATORIO
           DISPLAY "TITULOS NA REMESSA ...: " W-QT-TITULOS
           DISPLAY "TOTAL (CENTAVOS) .....: " W-TOTAL-CENTS
           DISPLAY "ARQUIVO: REMESSA_BANCO.TXT"
           IF      E-VL-PARC-ATRAS(W-IND)        EQUAL     ZEROS
                   GO        FIM-GERA-TITULO.
           ADD     1         TO        W-QT-TITULOS
           PERFORM CALCULA-ENCARGOS    THRU FIM-CALCULA-ENCARGOS
           ADD     W-EN-TOTAL          TO        W-TOTAL-CENTS
           MOVE    SPACES    TO        REG-REMES
           MOVE    "1"       TO        RM-TIPO
           MOVE    W-SEQ-DOC TO        RM-SEQ
                   MOVE      W-IND     TO        RM-PARCELA.
           MOVE    E-NOME-ASS          TO        RM-NOME
           MOVE    E-VENC(W-IND)       TO        RM-VENC
           MOVE    W-EN-TOTAL          TO        RM-VALOR
           MOVE    E-VL-PARC-ATRAS(W-IND)        TO   RM-PRINCIPAL
           MOVE    W-EN-CORRECAO       TO        RM-CORRECAO
           MOVE    W-EN-MULTA          TO        RM-MULTA
           MOVE    W-EN-JUROS          TO        RM-JUROS
           WRITE   REG-REMES.
           DIVIDE  E-VL-PARC-ATRAS(W-IND) BY 100 GIVING W-PRINC-ED
           DIVIDE  W-EN-CORRECAO       BY 100    GIVING    W-CORR-ED
           DIVIDE  W-EN-MULTA          BY 100    GIVING    W-MULTA-ED
           DIVIDE  W-EN-JUROS          BY 100    GIVING    W-JUROS-ED
           DIVIDE  W-EN-TOTAL          BY 100    GIVING    W-TOTAL-ED
           MOVE    SPACES    TO        REG-RELAT
           STRING  RM-SEQ " " RM-PARCELA " " RM-VENC " "
                   W-PRINC-ED " " W-CORR-ED " " W-MULTA-ED " "
                   W-JUROS-ED " " W-TOTAL-ED
                   DELIMITED BY SIZE INTO REG-RELAT
           WRITE   REG-RELAT.
       FIM-GERA-TITULO.
           EXIT.

      *****************************************************************
      *    CALCULA-ENCARGOS: DEBITO ATUALIZADO DA PARCELA ATE' HOJE.
      *    O VENCIMENTO DO PEDIDO VEM DDMMAAAA; O ENCARGOS QUER
      *    AAAAMMDD. SEM O ENCARGOS (OU COM VENCIMENTO INVALIDO) O
      *    TITULO SAI PELO VALOR NOMINAL.
      *****************************************************************
       CALCULA-ENCARGOS.
           MOVE    E-VL-PARC-ATRAS(W-IND)        TO   W-EN-VALOR
           MOVE    E-VL-PARC-ATRAS(W-IND)        TO   W-EN-TOTAL
           MOVE    ZEROS     TO        W-EN-CORRECAO  W-EN-MULTA
                                       W-EN-JUROS
           IF      W-ENCARGOS-OK       NOT       EQUAL     "S"
                   GO        FIM-CALCULA-ENCARGOS.
           MOVE    E-VENC(W-IND) (5 : 4)   TO    W-EN-VENC (1 : 4)
           MOVE    E-VENC(W-IND) (3 : 2)   TO    W-EN-VENC (5 : 2)
           MOVE    E-VENC(W-IND) (1 : 2)   TO    W-EN-VENC (7 : 2)
           MOVE    E-UF-ASS  TO        W-EN-UF
           MOVE    W-HOJE    TO        W-EN-DT-BASE
           CALL    "ENCARGOS"          USING     W-ENCARGOS
                   ON EXCEPTION
                   MOVE      "N"       TO        W-ENCARGOS-OK
           END-CALL.
       FIM-CALCULA-ENCARGOS.
           EXIT.

      *****************************************************************
      *    MODO R: PROCESSA O RETORNO DO BANCO - LIQUIDADOS ("06")
      *    VIRAM LINHAS DE PAGAMENTOS.TXT (O COBRANCA FECHA AS
                   DISPLAY "RETORNO_BANCO.TXT NAO ENCONTRADO"
                   STOP RUN.
           OPEN    OUTPUT    PRELAT
           WRITE   REG-RELAT           FROM      W-CAB-AMBIENTE
           OPEN    EXTEND    PPAGTO
           IF      W-FS-PAGTO          NOT       EQUAL     "00"
                   OPEN      OUTPUT    PPAGTO.
                   DELIMITED BY SIZE INTO REG-RELAT
           WRITE   REG-RELAT
           CLOSE   PRELAT
           PERFORM ARQUIVA-RELATORIO   THRU FIM-ARQUIVA-RELATORIO
           DISPLAY "LIQUIDADOS ...........: " W-QT-PAGOS
           DISPLAY "REJEITADOS ...........: " W-QT-REJEITADOS
           DISPLAY "PAGAMENTOS LANCADOS EM PAGAMENTOS.TXT - O "
           WRITE   REG-PAGTO.
       FIM-LANCA-PAGAMENTO.
           EXIT.

      *-----------------------------------------------------------
      *    ARQUIVA-RELATORIO: COPIA DATADA DO RELATORIO NO ARQUIVO
      *    DE RELATORIOS (ARQREL, INDICE ARQUIVO_REL.TXT) - A
      *    PROXIMA RODADA REGRAVA O RELATORIO NO MESMO NOME.
      *-----------------------------------------------------------
       ARQUIVA-RELATORIO.
           MOVE    SPACES    TO        W-ARQREL
           MOVE    "REMESSA_REL.TXT"   TO        W-AQ-ARQUIVO
           MOVE    "REMESSA"           TO        W-AQ-PROGRAMA
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
