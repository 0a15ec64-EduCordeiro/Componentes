       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CARGACEP.
      *
      *  CARGA DA BASE DE ENDERECOS DOS CORREIOS (CEP -> TIPO E NOME
      *  DO LOGRADOURO, BAIRRO, CIDADE E UF) NO ARQUIVO INDEXADO
      *  CEP_CORREIOS.DAT, CHAVE NO CEP. O CEP_FAIXAS.TXT SO' DIZ SE
      *  O CEP E' DA UF; ESTA BASE DIZ DE QUE RUA ELE E' - E' ELA
      *  QUE O AUDCEP (AUDITORIA DE ENDERECOS DO CADASTRO E DO
      *  PEDIDO) E O LISTA_CLIENTE (PREENCHIMENTO DE BAIRRO, CIDADE
      *  E UF PELO CEP) CONSULTAM.
      *
      *  ENTRADA: EXTRATO MENSAL DOS CORREIOS EM POSICOES FIXAS
      *  (PADRAO CEP_CORREIOS.TXT), UMA LINHA POR CEP:
      *    OPERACAO(3) CEP(8) TIPO(20) LOGRADOURO(72) BAIRRO(40)
      *    CIDADE(40) UF(2), SEPARADOS POR UM BRANCO.
      *  DOIS MODOS:
      *
      *  MODO C (BASE COMPLETA): O ARQUIVO TRAZ A BASE INTEIRA - CEP
      *  NOVO E' INCLUIDO, CEP COM DADOS DIFERENTES E' REGRAVADO, E
      *  CEP DA BASE QUE NAO VEIO NO ARQUIVO E' REMOVIDO NO FIM (A
      *  DATA DA ULTIMA CARGA DE CADA CEP DIZ QUEM FICOU DE FORA).
      *  A OPERACAO DA LINHA E' IGNORADA.
      *
      *  MODO D (ATUALIZACAO): SO' AS MUDANCAS DO MES - OPERACAO INC
      *  (INCLUI), ALT (ALTERA) OU EXC (EXCLUI). INC DE CEP QUE JA'
      *  EXISTE VIRA ALTERACAO, ALT DE CEP QUE NAO EXISTE VIRA
      *  INCLUSAO; EXC DE CEP QUE NAO EXISTE SO' E' RELATADA.
      *
      *  RELATORIO DO QUE MUDOU EM CARGACEP_REL.TXT: CADA CEP NOVO,
      *  CADA ALTERACAO (IMAGEM ANTERIOR E NOVA), CADA REMOCAO E
      *  CADA LINHA REJEITADA, COM OS TOTAIS.
      *
      *  CHAMADA DESATENDIDA:
      *     CARGACEP C [ARQUIVO]
      *     CARGACEP D [ARQUIVO]
      *
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT       PCORREIO       ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-CORREIO
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PBASE          ASSIGN    TO   DISK
                        ORGANIZATION             IS   INDEXED
                        ACCESS         MODE      IS   DYNAMIC
                        RECORD         KEY       IS   LG-CEP
                        FILE STATUS              IS   W-FS-BASE.
           SELECT       PRELAT         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-RELAT
                        ACCESS         MODE      IS   SEQUENTIAL.

       DATA        DIVISION.
       FILE        SECTION.
       FD  PCORREIO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS ARQ-ENTRADA.
       01  REG-CORREIO.
           02  CC-OPER            PIC X(003).
           02  FILLER             PIC X(001).
           02  CC-CEP             PIC X(008).
           02  FILLER             PIC X(001).
           02  CC-TIPO-LOGR       PIC X(020).
           02  FILLER             PIC X(001).
           02  CC-LOGRADOURO      PIC X(072).
           02  FILLER             PIC X(001).
           02  CC-BAIRRO          PIC X(040).
           02  FILLER             PIC X(001).
           02  CC-CIDADE          PIC X(040).
           02  FILLER             PIC X(001).
           02  CC-UF              PIC X(002).

      *-----------------------------------------------------------
      *    BASE DE ENDERECOS DOS CORREIOS. CEP DE LOCALIDADE (CIDADE
      *    DE CEP UNICO) VEM COM O LOGRADOURO EM BRANCO. LG-DT-CARGA
      *    = DATA DA ULTIMA CARGA QUE TROUXE O CEP.
      *-----------------------------------------------------------
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

       FD  PRELAT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CARGACEP_REL.TXT".
       01  REG-RELAT              PIC X(200).

       WORKING-STORAGE  SECTION.
       77  W-FS-CORREIO           PIC X(002) VALUE SPACES.
       77  W-FS-BASE              PIC X(002) VALUE SPACES.
       77  W-FS-RELAT             PIC X(002) VALUE SPACES.
       77  W-ARGC                 PIC 9(002) VALUE ZEROS.
       77  W-MODO                 PIC X(001) VALUE SPACES.
       77  ARQ-ENTRADA            PIC X(030) VALUE SPACES.
       77  W-HOJE                 PIC 9(008) VALUE ZEROS.
       77  W-OPER                 PIC X(003) VALUE SPACES.
       77  W-ACHOU                PIC X(001) VALUE "N".
       77  W-FIM                  PIC X(001) VALUE "N".
       77  W-QT-LIDAS             PIC 9(007) VALUE ZEROS.
       77  W-QT-NOVOS             PIC 9(007) VALUE ZEROS.
       77  W-QT-ALTERADOS         PIC 9(007) VALUE ZEROS.
       77  W-QT-IGUAIS            PIC 9(007) VALUE ZEROS.
       77  W-QT-REMOVIDOS         PIC 9(007) VALUE ZEROS.
       77  W-QT-REJEITADOS        PIC 9(007) VALUE ZEROS.
       01  W-CEP                  PIC 9(008) VALUE ZEROS.
       01  W-DADOS-NOVOS.
           02 W-DN-TIPO-LOGR      PIC X(020).
           02 W-DN-LOGRADOURO     PIC X(072).
           02 W-DN-BAIRRO         PIC X(040).
           02 W-DN-CIDADE         PIC X(040).
           02 W-DN-UF             PIC X(002).
       01  W-MOTIVO               PIC X(040) VALUE SPACES.

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
                   ACCEPT  W-MODO      FROM      ARGUMENT-VALUE
           ELSE
                   DISPLAY "CARGACEP - BASE DE ENDERECOS DOS CORREIOS"
                   DISPLAY "MODO (C=BASE COMPLETA D=ATUALIZACAO): "
                   ACCEPT  W-MODO.
           IF      W-MODO    EQUAL     "c"
                   MOVE      "C"       TO        W-MODO.
           IF      W-MODO    EQUAL     "d"
                   MOVE      "D"       TO        W-MODO.
           IF      W-MODO    NOT       EQUAL     "C" AND "D"
                   DISPLAY "MODO INVALIDO (USE C OU D)"
                   STOP RUN.
           IF      W-ARGC    NOT       <         2
                   DISPLAY 2 UPON      ARGUMENT-NUMBER
                   ACCEPT  ARQ-ENTRADA FROM      ARGUMENT-VALUE
           ELSE
              IF   W-ARGC    EQUAL     ZEROS
                   DISPLAY "ARQUIVO DOS CORREIOS (BRANCO = "
                           "CEP_CORREIOS.TXT): "
                   ACCEPT  ARQ-ENTRADA.
           IF      ARQ-ENTRADA         EQUAL     SPACES
                   MOVE      "CEP_CORREIOS.TXT"  TO   ARQ-ENTRADA.
           OPEN    INPUT     PCORREIO
           IF      W-FS-CORREIO        NOT       EQUAL     "00"
                   DISPLAY "ARQUIVO DOS CORREIOS NAO ENCONTRADO: "
                           ARQ-ENTRADA
                   STOP RUN.
           OPEN    I-O       PBASE
           IF      W-FS-BASE EQUAL     "35"
                   OPEN      OUTPUT    PBASE
                   CLOSE     PBASE
                   OPEN      I-O       PBASE.
           IF      W-FS-BASE NOT       EQUAL     "00"
                   DISPLAY "CEP_CORREIOS.DAT NAO PODE SER ABERTO = "
                           W-FS-BASE
                   CLOSE     PCORREIO
                   STOP RUN.
           OPEN    OUTPUT    PRELAT
           WRITE   REG-RELAT           FROM      W-CAB-AMBIENTE
           ACCEPT  W-HOJE    FROM      DATE      YYYYMMDD
           MOVE    SPACES    TO        REG-RELAT
           STRING  "CARGACEP - MODO " W-MODO " - " ARQ-ENTRADA
                   " - " W-HOJE
                   DELIMITED BY SIZE INTO REG-RELAT
           WRITE   REG-RELAT.
       LE-CORREIO.
           READ    PCORREIO  AT        END
                   GO        FIM-CORREIO.
           ADD     1         TO        W-QT-LIDAS
           IF      CC-CEP    NOT       NUMERIC
           OR      CC-CEP    EQUAL     ZEROS
                   MOVE      "CEP INVALIDO"      TO   W-MOTIVO
                   PERFORM   REJEITA   THRU      FIM-REJEITA
                   GO        LE-CORREIO.
           MOVE    CC-CEP    TO        W-CEP
           MOVE    CC-TIPO-LOGR        TO        W-DN-TIPO-LOGR
           MOVE    CC-LOGRADOURO       TO        W-DN-LOGRADOURO
           MOVE    CC-BAIRRO TO        W-DN-BAIRRO
           MOVE    CC-CIDADE TO        W-DN-CIDADE
           MOVE    CC-UF     TO        W-DN-UF
           INSPECT W-DADOS-NOVOS CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE    CC-OPER   TO        W-OPER
           INSPECT W-OPER    CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF      W-MODO    EQUAL     "C"
                   MOVE      "INC"     TO        W-OPER.
           IF      W-OPER    NOT       EQUAL     "INC" AND "ALT"
                                                 AND "EXC"
                   MOVE      "OPERACAO DESCONHECIDA"  TO   W-MOTIVO
                   PERFORM   REJEITA   THRU      FIM-REJEITA
                   GO        LE-CORREIO.
           IF      W-DN-CIDADE         EQUAL     SPACES
           AND     W-OPER    NOT       EQUAL     "EXC"
                   MOVE      "SEM CIDADE"        TO   W-MOTIVO
                   PERFORM   REJEITA   THRU      FIM-REJEITA
                   GO        LE-CORREIO.
           MOVE    "S"       TO        W-ACHOU
           MOVE    W-CEP     TO        LG-CEP
           READ    PBASE
                   INVALID KEY MOVE "N" TO W-ACHOU
           END-READ
           IF      W-OPER    EQUAL     "EXC"
                   PERFORM   EXCLUI-CEP  THRU  FIM-EXCLUI-CEP
                   GO        LE-CORREIO.
           IF      W-ACHOU   EQUAL     "N"
                   PERFORM   INCLUI-CEP  THRU  FIM-INCLUI-CEP
                   GO        LE-CORREIO.
           PERFORM ALTERA-CEP          THRU FIM-ALTERA-CEP
           GO      LE-CORREIO.
       FIM-CORREIO.
           CLOSE   PCORREIO
           IF      W-MODO    EQUAL     "C"
                   PERFORM   VARRE-SOBRAS THRU FIM-VARRE-SOBRAS.
           CLOSE   PBASE
           MOVE    SPACES    TO        REG-RELAT
           WRITE   REG-RELAT
           STRING  "LINHAS LIDAS " W-QT-LIDAS "  NOVOS " W-QT-NOVOS
                   "  ALTERADOS " W-QT-ALTERADOS "  SEM MUDANCA "
                   W-QT-IGUAIS "  REMOVIDOS " W-QT-REMOVIDOS
                   "  REJEITADAS " W-QT-REJEITADOS
                   DELIMITED BY SIZE INTO REG-RELAT
           WRITE   REG-RELAT
           CLOSE   PRELAT
           PERFORM ARQUIVA-RELATORIO   THRU FIM-ARQUIVA-RELATORIO
           DISPLAY "LINHAS LIDAS .........: " W-QT-LIDAS
           DISPLAY "CEPS NOVOS ...........: " W-QT-NOVOS
           DISPLAY "CEPS ALTERADOS .......: " W-QT-ALTERADOS
           DISPLAY "CEPS SEM MUDANCA .....: " W-QT-IGUAIS
           DISPLAY "CEPS REMOVIDOS .......: " W-QT-REMOVIDOS
           DISPLAY "LINHAS REJEITADAS ....: " W-QT-REJEITADOS
           DISPLAY "DETALHE EM CARGACEP_REL.TXT"
           STOP    RUN.

       INCLUI-CEP.
           MOVE    W-CEP     TO        LG-CEP
           MOVE    W-DADOS-NOVOS       TO        LG-DADOS
           MOVE    W-HOJE    TO        LG-DT-CARGA
           WRITE   REG-BASE
               INVALID KEY
                   MOVE "FALHA NA INCLUSAO" TO W-MOTIVO
                   PERFORM REJEITA THRU FIM-REJEITA
                   GO FIM-INCLUI-CEP
           END-WRITE
           ADD     1         TO        W-QT-NOVOS
           MOVE    SPACES    TO        REG-RELAT
           STRING  "NOVO      " LG-CEP " " LG-DADOS
                   DELIMITED BY SIZE INTO REG-RELAT
           WRITE   REG-RELAT.
       FIM-INCLUI-CEP.
           EXIT.

       ALTERA-CEP.
           IF      LG-DADOS  EQUAL     W-DADOS-NOVOS
                   ADD       1         TO        W-QT-IGUAIS
                   GO        CARIMBA-CEP.
           ADD     1         TO        W-QT-ALTERADOS
           MOVE    SPACES    TO        REG-RELAT
           STRING  "ALTERADO  " LG-CEP " " LG-DADOS
                   DELIMITED BY SIZE INTO REG-RELAT
           WRITE   REG-RELAT
           MOVE    SPACES    TO        REG-RELAT
           STRING  "     PARA " LG-CEP " " W-DADOS-NOVOS
                   DELIMITED BY SIZE INTO REG-RELAT
           WRITE   REG-RELAT
           MOVE    W-DADOS-NOVOS       TO        LG-DADOS.
       CARIMBA-CEP.
           MOVE    W-HOJE    TO        LG-DT-CARGA
           REWRITE REG-BASE
               INVALID KEY
                   MOVE "FALHA NA ALTERACAO" TO W-MOTIVO
                   PERFORM REJEITA THRU FIM-REJEITA
           END-REWRITE.
       FIM-ALTERA-CEP.
           EXIT.

       EXCLUI-CEP.
           IF      W-ACHOU   EQUAL     "N"
                   MOVE      "EXCLUSAO DE CEP INEXISTENTE" TO W-MOTIVO
                   PERFORM   REJEITA   THRU      FIM-REJEITA
                   GO        FIM-EXCLUI-CEP.
           PERFORM REMOVE-CEP          THRU FIM-REMOVE-CEP.
       FIM-EXCLUI-CEP.
           EXIT.

       REMOVE-CEP.
           DELETE  PBASE
               INVALID KEY
                   MOVE "FALHA NA EXCLUSAO" TO W-MOTIVO
                   PERFORM REJEITA THRU FIM-REJEITA
                   GO FIM-REMOVE-CEP
           END-DELETE
           ADD     1         TO        W-QT-REMOVIDOS
           MOVE    SPACES    TO        REG-RELAT
           STRING  "REMOVIDO  " LG-CEP " " LG-DADOS
                   DELIMITED BY SIZE INTO REG-RELAT
           WRITE   REG-RELAT.
       FIM-REMOVE-CEP.
           EXIT.

      *****************************************************************
      *    VARRE-SOBRAS: NA BASE COMPLETA, CEP QUE NAO VEIO HOJE SAIU
      *    DA BASE DOS CORREIOS.
      *****************************************************************
       VARRE-SOBRAS.
           MOVE    "N"       TO        W-FIM
           MOVE    ZEROS     TO        LG-CEP
           START   PBASE     KEY       NOT <     LG-CEP
                   INVALID KEY MOVE "S" TO W-FIM
           END-START.
       LE-SOBRA.
           IF      W-FIM     EQUAL     "S"
                   GO        FIM-VARRE-SOBRAS.
           READ    PBASE     NEXT RECORD AT END
                   GO        FIM-VARRE-SOBRAS.
           IF      LG-DT-CARGA         <         W-HOJE
                   PERFORM   REMOVE-CEP THRU     FIM-REMOVE-CEP.
           GO      LE-SOBRA.
       FIM-VARRE-SOBRAS.
           EXIT.

       REJEITA.
           ADD     1         TO        W-QT-REJEITADOS
           MOVE    SPACES    TO        REG-RELAT
           STRING  "REJEITADA " W-MOTIVO " - LINHA " W-QT-LIDAS
                   ": " REG-CORREIO (1 : 120)
                   DELIMITED BY SIZE INTO REG-RELAT
           WRITE   REG-RELAT.
       FIM-REJEITA.
           EXIT.

      *-----------------------------------------------------------
      *    ARQUIVA-RELATORIO: COPIA DATADA DO RELATORIO NO ARQUIVO
      *    DE RELATORIOS (ARQREL, INDICE ARQUIVO_REL.TXT) - A
      *    PROXIMA RODADA REGRAVA O RELATORIO NO MESMO NOME.
      *-----------------------------------------------------------
       ARQUIVA-RELATORIO.
           MOVE    SPACES    TO        W-ARQREL
           MOVE    "CARGACEP_REL.TXT"  TO        W-AQ-ARQUIVO
           MOVE    "CARGACEP"          TO        W-AQ-PROGRAMA
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
