      *
      *  ATENCAO: O CLIENTE.TXT CORRENTE E' SUBSTITUIDO - AFASTE O
      *  ARQUIVO CORROMPIDO ANTES DE RODAR.
      *
      *  IMAGEM SEM CODIGO DE CLIENTE (FORMATOS ANTIGOS, SEM
      *  CLIENTE-CODIGO) GANHA O PROXIMO CODIGO LIVRE - ACIMA DO
      *  MAIOR ENTRE CLIENTE_COD.TXT, A IMAGEM E O JORNAL - E SAI
      *  NO RELATORIO; NO FIM O CLIENTE_COD.TXT E' ACERTADO.
      *
      *  IMAGEM QUE NAO E' A ULTIMA GERACAO DO CLIENTE NO CATALOGO
      *  DO BACKUP (BACKUP_CAT.TXT) TEM CONTROLE DUPLO: PROTOCOLO 0
      *  REGISTRA O PEDIDO NO APROVA E ENCERRA; COM O PROTOCOLO,
      *  OUTRO OPERADOR COM AUTORIZACAO DE SUPERVISOR CONFIRMA COM A
      *  PROPRIA SENHA. NA CHAMADA DESATENDIDA ESSA RECUPERACAO E'
      *  RECUSADA. SEM CATALOGO NAO HA O QUE COMPARAR E SEGUE.
      *
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
           SELECT CLIENTE ASSIGN TO "CLIENTE.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLIENTE-CODIGO
           ALTERNATE RECORD KEY IS CLIENTE-CEP WITH DUPLICATES
           ALTERNATE RECORD KEY IS CLIENTE-NOME WITH DUPLICATES
           FILE STATUS IS FS-CLIENTE.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS W-FS-TRVC.

           SELECT CODCLI ASSIGN TO "CLIENTE_COD.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CODCLI.

           SELECT CATALOGO ASSIGN TO "BACKUP_CAT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CATALOGO.

       DATA        DIVISION.
       FILE        SECTION.
       FD  CLIENTE.
           02 CLIENTE-TELEFONE PIC X(015).
           02 CLIENTE-EMAIL    PIC X(050).
           02 CLIENTE-PREF-CON PIC X(001).
      *    CODIGO DO CLIENTE (CHAVE PRINCIPAL, GERADO NA INCLUSAO)
      *    E VINCULO COM O CODIGO DO ASSINANTE (E-COD-ASS DO XPGR47).
           02 CLIENTE-CODIGO   PIC 9(009).
           02 CLIENTE-COD-ASS  PIC X(009).

      *    IMAGENS DO FORMATO ANTIGO (211 BYTES) ENTRAM COMPLETADAS
      *    COM BRANCOS - O CONTATO NASCE VAZIO NA RECARGA.
       FD  BACKUP
           VALUE OF FILE-ID IS ARQ-BACKUP.
       01  REG-BACKUP          PIC X(295).

       FD  JORNAL.
       01  REG-JORNAL.
           02 FILLER           PIC X(002).
           02 JR-COD           PIC X(004).
           02 FILLER           PIC X(002).
           02 JR-ANTES         PIC X(295).
           02 FILLER           PIC X(002).
           02 JR-DEPOIS        PIC X(295).

       FD  RELAT
           VALUE OF FILE-ID IS "RECUPERA_REL.TXT".
           02 FILLER           PIC X(002).
           02 TC-ORIGEM        PIC X(010).

      *    CONTROLE DO CODIGO DE CLIENTE: ULTIMO CODIGO EMITIDO.
       FD  CODCLI.
       01  REG-CODCLI.
           02 CC-ULTIMO        PIC 9(009).
           02 FILLER           PIC X(002).
           02 CC-DATA          PIC X(006).
           02 FILLER           PIC X(002).
           02 CC-HORA          PIC X(006).
           02 FILLER           PIC X(002).
           02 CC-ORIGEM        PIC X(010).

      *    CATALOGO DE GERACOES DO BACKUP (SO' LEITURA).
       FD  CATALOGO.
       01  REG-CATALOGO.
           02 CT-ARQUIVO       PIC X(012).
           02 FILLER           PIC X(002).
           02 CT-GER           PIC 9(003).
           02 FILLER           PIC X(002).
           02 CT-DATA          PIC X(006).
           02 FILLER           PIC X(002).
           02 CT-HORA          PIC X(006).
           02 FILLER           PIC X(002).
           02 CT-REGS          PIC 9(009).
           02 FILLER           PIC X(002).
           02 CT-ACAO          PIC X(010).

       WORKING-STORAGE  SECTION.
       01  FS-CLIENTE          PIC X(002) VALUE SPACES.
       77  FS-BACKUP           PIC X(002) VALUE SPACES.
       77  W-QT-APLICADOS      PIC 9(007) VALUE ZEROS.
       77  W-QT-CONFLITOS      PIC 9(007) VALUE ZEROS.
       77  W-QT-FORA-JANELA    PIC 9(007) VALUE ZEROS.
       77  W-QT-CODIFICADOS    PIC 9(007) VALUE ZEROS.
       77  FS-CODCLI           PIC X(002) VALUE SPACES.
       77  W-ULT-CODIGO        PIC 9(009) VALUE ZEROS.
       77  FS-CATALOGO         PIC X(002) VALUE SPACES.
       01  W-ULTIMA-IMAGEM.
           02 FILLER           PIC X(009) VALUE "CLIENTE.G".
           02 W-UI-GER         PIC 9(003) VALUE ZEROS.
      *    AREA DE CHAMADA DO APROVA (MESMO LAYOUT DA LINKAGE DELE)
       01  W-APROVA.
           02  W-AP-FUNCAO        PIC X(01).
           02  W-AP-PROGRAMA      PIC X(10).
           02  W-AP-ACAO          PIC X(10).
           02  W-AP-PARAMETROS    PIC X(60).
           02  W-AP-SOLICITANTE   PIC X(04).
           02  W-AP-VALIDADO      PIC X(01).
           02  W-AP-APROVADOR     PIC X(04).
           02  W-AP-PROTOCOLO     PIC 9(06).
           02  W-AP-RET           PIC X(01).
           02  W-AP-MENSAGEM      PIC X(40).
       01  W-IMG-COD           PIC X(009) VALUE SPACES.
       01  W-IMG-COD-N REDEFINES W-IMG-COD PIC 9(009).
       01  W-CARIMBO-JR.
           02 W-CJ-DATA        PIC X(006).
           02 W-CJ-HORA        PIC X(006).
       77  W-TRVC-TOMADA       PIC X(001) VALUE "N".
       01  W-DATA-TRVC         PIC 9(006) VALUE ZEROS.
       01  W-HORA-TRVC         PIC 9(006) VALUE ZEROS.
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
      *---------------------------------------------------------
      *    RODA DESATENDIDO COM PARAMETROS:
      *    RECUPERA <IMAGEM-BACKUP> [DATA-CORTE AAMMDD] [HORA HHMMSS]
                   DISPLAY "IMAGEM DE BACKUP NAO ENCONTRADA: "
                           ARQ-BACKUP
                   STOP RUN.
           PERFORM CONFERE-APROVACAO   THRU FIM-CONFERE-APROVACAO.
           PERFORM TOMA-TRAVA-CLIENTE  THRU FIM-TOMA-TRAVA-CLIENTE.
           OPEN    OUTPUT    RELAT.
           WRITE   REG-RELAT           FROM      W-CAB-AMBIENTE
           OPEN    OUTPUT    CLIENTE.
           IF      FS-CLIENTE          NOT       EQUAL     "00"
                   DISPLAY "ERRO AO CRIAR CLIENTE.TXT = " FS-CLIENTE
                             THRU FIM-LIBERA-TRAVA-CLIENTE
                   STOP RUN.

           PERFORM APURA-ULTIMO-CODIGO THRU FIM-APURA-ULTIMO-CODIGO.
           PERFORM CARREGA-BACKUP      THRU      FIM-CARREGA-BACKUP.
           CLOSE   BACKUP  CLIENTE.

           OPEN    I-O      CLIENTE.
           PERFORM REAPLICA-JORNAL     THRU      FIM-REAPLICA-JORNAL.
           CLOSE   CLIENTE.
           PERFORM GRAVA-ULTIMO-CODIGO THRU FIM-GRAVA-ULTIMO-CODIGO.

           MOVE    SPACES    TO        REG-RELAT
           STRING  "RECUPERADOS DO BACKUP: " W-QT-RECUPERADOS
                   "  JORNAL APLICADO: " W-QT-APLICADOS
                   "  CONFLITOS: " W-QT-CONFLITOS
                   "  FORA DA JANELA: " W-QT-FORA-JANELA
                   "  CODIGOS NOVOS: " W-QT-CODIFICADOS
                   DELIMITED BY SIZE INTO REG-RELAT
           WRITE   REG-RELAT
           CLOSE   RELAT
           PERFORM ARQUIVA-RELATORIO   THRU FIM-ARQUIVA-RELATORIO

           PERFORM LIBERA-TRAVA-CLIENTE THRU FIM-LIBERA-TRAVA-CLIENTE

           DISPLAY "RECUPERADOS DO BACKUP..: " W-QT-RECUPERADOS
           DISPLAY "JORNAL APLICADO........: " W-QT-APLICADOS
           DISPLAY "CONFLITOS..............: " W-QT-CONFLITOS
           DISPLAY "CODIGOS ATRIBUIDOS.....: " W-QT-CODIFICADOS
           DISPLAY "RELATORIO EM RECUPERA_REL.TXT"
           STOP    RUN.

       FIM-RECEBE-PARAM.
           EXIT.

      *-----------------------------------------------------------
      *    CONFERE-APROVACAO: A ULTIMA GERACAO "GERADO" DO CLIENTE
      *    NO CATALOGO DIZ QUAL IMAGEM RECUPERA SEM APROVACAO.
      *    QUALQUER OUTRA PRECISA DE PEDIDO APROVADO COM A MESMA
      *    IMAGEM NOS PARAMETROS.
      *-----------------------------------------------------------
       CONFERE-APROVACAO.
           MOVE    ZEROS     TO        W-UI-GER
           OPEN    INPUT     CATALOGO
           IF      FS-CATALOGO         NOT       EQUAL     "00"
                   GO        FIM-CONFERE-APROVACAO.
       LE-CATALOGO-MAX.
           READ    CATALOGO  AT        END
                   CLOSE     CATALOGO
                   GO        AVALIA-IMAGEM.
           IF      CT-ARQUIVO          EQUAL     "CLIENTE"
           AND     CT-ACAO   EQUAL     "GERADO"
           AND     CT-GER    >         W-UI-GER
                   MOVE      CT-GER    TO        W-UI-GER.
           GO      LE-CATALOGO-MAX.
       AVALIA-IMAGEM.
           IF      W-UI-GER  EQUAL     ZEROS
           OR      ARQ-BACKUP          EQUAL     W-ULTIMA-IMAGEM
                   GO        FIM-CONFERE-APROVACAO.
           IF      W-ARGC    NOT       <         1
                   DISPLAY "RODADA RECUSADA - " ARQ-BACKUP
                           " NAO E' A ULTIMA GERACAO ("
                           W-ULTIMA-IMAGEM ") E PRECISA DE APROVACAO"
                   STOP      RUN.
           MOVE    SPACES    TO        W-APROVA
           MOVE    "RECUPERA" TO       W-AP-PROGRAMA
           MOVE    "RECUPERA" TO       W-AP-ACAO
           MOVE    ARQ-BACKUP          TO        W-AP-PARAMETROS
           MOVE    "N"       TO        W-AP-VALIDADO
           DISPLAY ARQ-BACKUP " NAO E' A ULTIMA GERACAO ("
                   W-ULTIMA-IMAGEM ") - PRECISA DE APROVACAO"
           DISPLAY "PROTOCOLO DE APROVACAO (0 = REGISTRAR PEDIDO): "
           ACCEPT  W-AP-PROTOCOLO
           IF      W-AP-PROTOCOLO      EQUAL     ZEROS
                   MOVE      "P"       TO        W-AP-FUNCAO
           ELSE
                   MOVE      "C"       TO        W-AP-FUNCAO.
           CALL    "APROVA"  USING     W-APROVA
                   ON EXCEPTION
                   MOVE      "9"       TO        W-AP-RET
                   MOVE      "PROGRAMA APROVA INDISPONIVEL"
                             TO        W-AP-MENSAGEM
           END-CALL
           IF      W-AP-RET  NOT       EQUAL     "0"
                   DISPLAY "RECUPERACAO NAO FEITA - " W-AP-MENSAGEM
                   STOP      RUN.
           IF      W-AP-FUNCAO         EQUAL     "P"
                   DISPLAY "PEDIDO REGISTRADO NO PROTOCOLO "
                           W-AP-PROTOCOLO " - RODE DE NOVO COM ELE "
                           "QUANDO OUTRO SUPERVISOR ESTIVER PRESENTE"
                   STOP      RUN.
           IF      W-AP-PARAMETROS     NOT EQUAL ARQ-BACKUP
                   DISPLAY "PROTOCOLO " W-AP-PROTOCOLO " E' DA IMAGEM "
                           W-AP-PARAMETROS (1 : 30)
                           " - RECUPERACAO NAO FEITA"
                   STOP      RUN.
           DISPLAY "RECUPERACAO PEDIDA POR " W-AP-SOLICITANTE
                   " E APROVADA POR " W-AP-APROVADOR.
       FIM-CONFERE-APROVACAO.
           EXIT.

      *-----------------------------------------------------------
      *    CARREGA-BACKUP: RECARREGA O INDEXADO COM CADA REGISTRO DA
      *    IMAGEM SEQUENCIAL. CHAVE REPETIDA NA IMAGEM E' CONFLITO
      *    (IMAGEM SUJA) E VAI PARA O RELATORIO. REGISTRO SEM CODIGO
      *    GANHA UM NOVO.
      *-----------------------------------------------------------
       CARREGA-BACKUP.
           READ    BACKUP    AT        END
                   GO        FIM-CARREGA-BACKUP.
           MOVE    REG-BACKUP          TO        REG-CLIENTE
           IF      CLIENTE-CODIGO      NOT       NUMERIC
              OR   CLIENTE-CODIGO      EQUAL     ZEROS
                   PERFORM   DA-CODIGO THRU      FIM-DA-CODIGO.
           WRITE   REG-CLIENTE
               INVALID KEY
                   ADD 1 TO W-QT-CONFLITOS
                   MOVE SPACES TO REG-RELAT
                   STRING "CONFLITO NO BACKUP: CODIGO " CLIENTE-CODIGO
                          " REPETIDO NA IMAGEM (CEP " CLIENTE-CEP ")"
                          DELIMITED BY SIZE INTO REG-RELAT
                   WRITE REG-RELAT
               NOT INVALID KEY
       FIM-CARREGA-BACKUP.
           EXIT.

      *-----------------------------------------------------------
      *    APURA-ULTIMO-CODIGO: O MAIOR CODIGO JA EMITIDO - O DO
      *    CLIENTE_COD.TXT, O DA IMAGEM OU O DO JORNAL, O QUE FOR
      *    MAIOR. A IMAGEM E' LIDA ATE O FIM E REABERTA.
      *-----------------------------------------------------------
       APURA-ULTIMO-CODIGO.
           MOVE    ZEROS     TO        W-ULT-CODIGO
           OPEN    INPUT     CODCLI
           IF      FS-CODCLI EQUAL     "00"
                   READ      CODCLI
                   IF        FS-CODCLI EQUAL "00"
                      AND    CC-ULTIMO NUMERIC
                             MOVE CC-ULTIMO TO W-ULT-CODIGO
                   END-IF
                   CLOSE     CODCLI.
       APURA-NA-IMAGEM.
           READ    BACKUP    AT        END
                   CLOSE     BACKUP
                   OPEN      INPUT     BACKUP
                   GO        APURA-NO-JORNAL.
           MOVE    REG-BACKUP (278 : 9)          TO        W-IMG-COD
           PERFORM CONFERE-MAIOR-CODIGO THRU FIM-CONFERE-MAIOR-CODIGO
           GO      APURA-NA-IMAGEM.
       APURA-NO-JORNAL.
           OPEN    INPUT     JORNAL
           IF      FS-JORNAL NOT       EQUAL     "00"
                   GO        FIM-APURA-ULTIMO-CODIGO.
       APURA-LE-JORNAL.
           READ    JORNAL    AT        END
                   CLOSE     JORNAL
                   GO        FIM-APURA-ULTIMO-CODIGO.
           MOVE    JR-DEPOIS (278 : 9) TO        W-IMG-COD
           PERFORM CONFERE-MAIOR-CODIGO THRU FIM-CONFERE-MAIOR-CODIGO
           GO      APURA-LE-JORNAL.
       FIM-APURA-ULTIMO-CODIGO.
           EXIT.

       CONFERE-MAIOR-CODIGO.
           IF      W-IMG-COD NUMERIC
              AND  W-IMG-COD-N         >         W-ULT-CODIGO
                   MOVE      W-IMG-COD-N         TO  W-ULT-CODIGO.
       FIM-CONFERE-MAIOR-CODIGO.
           EXIT.

      *    DA-CODIGO: PROXIMO CODIGO PARA O REG-CLIENTE CORRENTE,
      *    RELATADO COM O CEP E O NOME.
       DA-CODIGO.
           ADD     1         TO        W-ULT-CODIGO
           MOVE    W-ULT-CODIGO        TO        CLIENTE-CODIGO
           ADD     1         TO        W-QT-CODIFICADOS
           MOVE    SPACES    TO        REG-RELAT
           STRING  "CODIGO " CLIENTE-CODIGO " ATRIBUIDO AO CEP "
                   CLIENTE-CEP " - " CLIENTE-NOME
                   DELIMITED BY SIZE INTO REG-RELAT
           WRITE   REG-RELAT.
       FIM-DA-CODIGO.
           EXIT.

       GRAVA-ULTIMO-CODIGO.
           OPEN    OUTPUT    CODCLI
           IF      FS-CODCLI NOT       EQUAL     "00"
                   GO        FIM-GRAVA-ULTIMO-CODIGO.
           ACCEPT  W-DATA-TRVC         FROM      DATE
           ACCEPT  W-HORA-TRVC         FROM      TIME
           MOVE    SPACES    TO        REG-CODCLI
           MOVE    W-ULT-CODIGO        TO        CC-ULTIMO
           MOVE    W-DATA-TRVC         TO        CC-DATA
           MOVE    W-HORA-TRVC         TO        CC-HORA
           MOVE    "RECUPERA"          TO        CC-ORIGEM
           WRITE   REG-CODCLI
           CLOSE   CODCLI.
       FIM-GRAVA-ULTIMO-CODIGO.
           EXIT.

      *-----------------------------------------------------------
      *    REAPLICA-JORNAL: REPETE SOBRE O ARQUIVO RECONSTRUIDO AS
      *    OPERACOES DO JORNAL COM CARIMBO IGUAL OU POSTERIOR AO
      *    CORTE INFORMADO (A DATA/HORA DO BACKUP). INCLUSAO/CARGA
      *    REGRAVAM A IMAGEM DEPOIS (SEM CODIGO, GANHA UM NOVO);
      *    ALTERACAO REGRAVA POR CIMA PELO CODIGO (O CEP PODE TER
      *    MUDADO); EXCLUSAO REMOVE PELO CODIGO DA IMAGEM ANTES. O
      *    QUE NAO CASA COM O ESTADO DO ARQUIVO - OU ALTERACAO/
      *    EXCLUSAO SEM CODIGO NA IMAGEM - E' CONFLITO RELATADO.
      *-----------------------------------------------------------
       REAPLICA-JORNAL.
           OPEN    INPUT     JORNAL

       APLICA-INCLUSAO.
           MOVE    JR-DEPOIS TO        REG-CLIENTE
           IF      CLIENTE-CODIGO      NOT       NUMERIC
              OR   CLIENTE-CODIGO      EQUAL     ZEROS
                   PERFORM   DA-CODIGO THRU      FIM-DA-CODIGO.
           WRITE   REG-CLIENTE
               INVALID KEY
                   PERFORM RELATA-CONFLITO THRU FIM-RELATA-CONFLITO

       APLICA-ALTERACAO.
           MOVE    JR-DEPOIS TO        REG-CLIENTE
           IF      CLIENTE-CODIGO      NOT       NUMERIC
              OR   CLIENTE-CODIGO      EQUAL     ZEROS
                   PERFORM   RELATA-CONFLITO THRU FIM-RELATA-CONFLITO
                   GO        FIM-APLICA-ALTERACAO.
           REWRITE REG-CLIENTE
               INVALID KEY
                   PERFORM RELATA-CONFLITO THRU FIM-RELATA-CONFLITO

       APLICA-EXCLUSAO.
           MOVE    JR-ANTES  TO        REG-CLIENTE
           IF      CLIENTE-CODIGO      NOT       NUMERIC
              OR   CLIENTE-CODIGO      EQUAL     ZEROS
                   PERFORM   RELATA-CONFLITO THRU FIM-RELATA-CONFLITO
                   GO        FIM-APLICA-EXCLUSAO.
           DELETE  CLIENTE
               INVALID KEY
                   PERFORM RELATA-CONFLITO THRU FIM-RELATA-CONFLITO
           ADD     1         TO        W-QT-CONFLITOS
           MOVE    SPACES    TO        REG-RELAT
           STRING  "CONFLITO: " JR-OPER " DE " JR-DATA "/" JR-HORA
                   " NAO CASA COM O ARQUIVO (CODIGO "
                   CLIENTE-CODIGO " CEP " CLIENTE-CEP ")"
                   DELIMITED BY SIZE INTO REG-RELAT
           WRITE   REG-RELAT.
       FIM-RELATA-CONFLITO.
           CLOSE   PTRAVAC.
       FIM-LIBERA-TRAVA-CLIENTE.
           EXIT.

      *-----------------------------------------------------------
      *    ARQUIVA-RELATORIO: COPIA DATADA DO RELATORIO NO ARQUIVO
      *    DE RELATORIOS (ARQREL, INDICE ARQUIVO_REL.TXT) - A
      *    PROXIMA RODADA REGRAVA O RELATORIO NO MESMO NOME.
      *-----------------------------------------------------------
       ARQUIVA-RELATORIO.
           MOVE    SPACES    TO        W-ARQREL
           MOVE    "RECUPERA_REL.TXT"  TO        W-AQ-ARQUIVO
           MOVE    "RECUPERA"          TO        W-AQ-PROGRAMA
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
