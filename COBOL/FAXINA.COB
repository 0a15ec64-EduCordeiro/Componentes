      *  A POLITICA VEM DE RETENCAO.TXT (UMA LINHA POR FAMILIA); NA
      *  AUSENCIA DO ARQUIVO VALE A GRADE PADRAO MONTADA ABAIXO,
      *  MESMO CRITERIO DOS DEMAIS ARQUIVOS OPCIONAIS DO SISTEMA.
      *
      *  O ARQUIVO DE RELATORIOS (COPIAS ARQREL_NNNNNNN.TXT INDEXADAS
      *  EM ARQUIVO_REL.TXT PELO ARQREL) TEM RETENCAO POR FAMILIA DE
      *  RELATORIO (TIPO R). A COPIA VENCIDA E' ARQUIVADA OU EXCLUIDA
      *  COMO AS DEMAIS, E O INDICE E' REGRAVADO COM A NOVA SITUACAO
      *  DA LINHA - NENHUMA LINHA SAI DO INDICE.
      *
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-AUDIT
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PARQREL        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-ARQREL
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PNOVOREL       ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-NOVOREL
                        ACCESS         MODE      IS   SEQUENTIAL.

       DATA        DIVISION.
       FILE        SECTION.
           VALUE OF FILE-ID IS "FAXINA_AUD.TXT".
       01  REG-AUDIT              PIC X(100).

      *    INDICE DO ARQUIVO DE RELATORIOS (MESMO LAYOUT DO ARQREL)
       FD  PARQREL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQUIVO_REL.TXT".
       01  REG-ARQREL.
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

      *    INDICE REGRAVADO - SUBSTITUI O ARQUIVO_REL.TXT NO FIM
       FD  PNOVOREL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQUIVO_REL.NOVO".
       01  REG-NOVOREL            PIC X(154).

       WORKING-STORAGE  SECTION.
       77  W-FS-RETEN             PIC X(002) VALUE SPACES.
       77  W-FS-AUDIT             PIC X(002) VALUE SPACES.
       77  W-FS-ARQREL            PIC X(002) VALUE SPACES.
       77  W-FS-NOVOREL           PIC X(002) VALUE SPACES.
       77  W-ARGC                 PIC 9(002) VALUE ZEROS.
       77  W-DRY-RUN              PIC X(001) VALUE "N".
           88  MODO-SIMULACAO             VALUE "S".
       77  W-NOME-ALVO            PIC X(040) VALUE SPACES.
       77  W-NOME-ARQUIVO-NOVO    PIC X(040) VALUE SPACES.
       77  WSN                    PIC X(001) VALUE SPACES.
       77  W-TEM-REL              PIC X(001) VALUE "N".
       77  W-VENCIDO              PIC X(001) VALUE "N".
       77  W-ERRO-NOVO            PIC X(001) VALUE "N".
       77  W-IND-AUX              PIC 9(003) VALUE ZEROS.
       77  W-IND-REL              PIC 9(003) VALUE ZEROS.
       77  W-IND-CURINGA          PIC 9(003) VALUE ZEROS.
       77  W-QTDE-FAMREL          PIC 9(003) VALUE ZEROS.
       77  W-QTDE-MUDADAS         PIC 9(007) VALUE ZEROS.
       77  W-NOME-ARQREL          PIC X(040) VALUE "ARQUIVO_REL.TXT".
       77  W-NOME-NOVOREL         PIC X(040) VALUE "ARQUIVO_REL.NOVO".

      *---------------------------------------------------- POLITICA
      *    UMA ENTRADA POR FAMILIA DE ARTEFATO. TIPO: V = VOLUMES
      *    PARA TIPO V; UMA GERACAO = OS VOLUMES DE UMA MESMA DATA,
      *    JA QUE A NUMERACAO RECOMECA EM .001 A CADA RODADA). ACAO: A = ARQUIVAR (PREFIXO ARQUIVO-),
      *    E = EXCLUIR.
      *    TIPO R = FAMILIA DO ARQUIVO DE RELATORIOS: O NOME E' O DO
      *    RELATORIO NO INDICE (EX.: FATURA_REL.TXT) E "*" VALE PARA
      *    AS FAMILIAS SEM LINHA PROPRIA. CRITERIO D = MANTER N DIAS,
      *    G = MANTER AS N COPIAS MAIS NOVAS.
       01  TAB-FAMILIAS.
           02 TF-ENTRADA OCCURS 20 TIMES.
              03 TF-ARQUIVO       PIC X(030).
       01  TAB-DATAS-VOL.
           02 TV-DATA             PIC 9(008) OCCURS 200 TIMES.

      *    COPIAS AINDA NO DISCO (SITUACAO D OU A) POR FAMILIA DO
      *    ARQUIVO DE RELATORIOS, PARA O CRITERIO G: NA SEGUNDA
      *    PASSADA, COPIA COM TF-LIMITE OU MAIS COPIAS MAIS NOVAS
      *    ESTA' VENCIDA.
       01  TAB-FAMREL.
           02 TR-ENTRADA OCCURS 100 TIMES.
              03 TR-RELATORIO     PIC X(020).
              03 TR-QTDE          PIC 9(007).
              03 TR-VISTOS        PIC 9(007).

      *    AREA DEVOLVIDA POR CBL_CHECK_FILE_EXIST (TAMANHO EM BYTES
      *    E DATA/HORA DO ARQUIVO).
       01  W-INFO-ARQUIVO.
           02 W-MINU  PIC 9(02).
           02 W-SEGU  PIC 9(02).

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
      *---------------------------------------------------------
      *    RODA DESATENDIDO QUANDO O MODO SIMULACAO E' INFORMADO
      *    COMO PARAMETRO DE CHAMADA (JOB NOTURNO); DO CONTRARIO
           PERFORM PROCESSA-FAMILIA    THRU      FIM-PROCESSA-FAMILIA
                    VARYING W-IND-FAM  FROM 1 BY 1
                    UNTIL   W-IND-FAM  > W-QTDE-FAMILIAS.
           PERFORM PROCESSA-ARQUIVO-REL
                    THRU FIM-PROCESSA-ARQUIVO-REL.

           CLOSE   PAUDIT.
           DISPLAY "FAXINA - ARQUIVADOS: " W-QTDE-ARQUIVADOS
      *-----------------------------------------------------------
       CARREGA-RETENCAO.
           MOVE    ZEROS     TO        W-QTDE-FAMILIAS
           MOVE    "RETENCAO.TXT"      TO        W-PM-ARQUIVO
           PERFORM ANOTA-PARAMETRO     THRU FIM-ANOTA-PARAMETRO
           OPEN    INPUT     PRETEN
           IF      W-FS-RETEN          NOT       EQUAL     "00"
                   GO        FIM-CARREGA-RETENCAO.
      *    POR IDADE, SEMPRE ARQUIVANDO (NUNCA EXCLUINDO DIRETO).
      *-----------------------------------------------------------
       MONTA-POLITICA-PADRAO.
           MOVE    8         TO        W-QTDE-FAMILIAS
           MOVE    "SAIDA"   TO        TF-ARQUIVO(1)
           MOVE    "V"       TO        TF-TIPO(1)
           MOVE    "G"       TO        TF-CRITERIO(1)
           MOVE    "U"       TO        TF-TIPO(7)
           MOVE    "D"       TO        TF-CRITERIO(7)
           MOVE    7         TO        TF-LIMITE(7)
           MOVE    "A"       TO        TF-ACAO(7)
      *    AUDITORIA PEDE RELATORIO DE MESES ATRAS - O ARQUIVO DE
      *    RELATORIOS SEGURA MAIS DE UM ANO ANTES DE ARQUIVAR.
           MOVE    "*"       TO        TF-ARQUIVO(8)
           MOVE    "R"       TO        TF-TIPO(8)
           MOVE    "D"       TO        TF-CRITERIO(8)
           MOVE    400       TO        TF-LIMITE(8)
           MOVE    "A"       TO        TF-ACAO(8).
       FIM-MONTA-POLITICA-PADRAO.
           EXIT.

      *-----------------------------------------------------------
      *    PROCESSA-FAMILIA: APLICA A POLITICA DE UMA FAMILIA.
      *    TIPO V VARRE OS VOLUMES BASE.001 A BASE.200; TIPO U
      *    TRATA O ARQUIVO UNICO PELO CRITERIO DE IDADE; TIPO R
      *    FICA PARA O PROCESSA-ARQUIVO-REL, NUMA PASSADA SO' PELO
      *    INDICE.
      *-----------------------------------------------------------
       PROCESSA-FAMILIA.
           IF      TF-TIPO(W-IND-FAM)  EQUAL     "R"
                   MOVE      "S"       TO        W-TEM-REL
                   GO        FIM-PROCESSA-FAMILIA.
           IF      TF-TIPO(W-IND-FAM)  EQUAL     "V"
                   PERFORM PROCESSA-VOLUMES THRU FIM-PROCESSA-VOLUMES
           ELSE
           WRITE   REG-AUDIT           FROM      W-LINHA-AUDIT.
       FIM-EXECUTA-ACAO.
           EXIT.

      *-----------------------------------------------------------
      *    PROCESSA-ARQUIVO-REL: RETENCAO DO ARQUIVO DE RELATORIOS.
      *    PRIMEIRA PASSADA CONTA AS COPIAS DE CADA FAMILIA; A
      *    SEGUNDA APLICA A POLITICA LINHA A LINHA E GRAVA O INDICE
      *    NOVO (ARQUIVO_REL.NOVO), QUE SO' SUBSTITUI O ARQUIVO_REL.TXT
      *    FORA DO MODO SIMULACAO E SE ALGUMA LINHA MUDOU.
      *-----------------------------------------------------------
       PROCESSA-ARQUIVO-REL.
           MOVE    ZEROS     TO        W-QTDE-FAMREL
           MOVE    ZEROS     TO        W-QTDE-MUDADAS
           MOVE    "N"       TO        W-ERRO-NOVO
           IF      W-TEM-REL NOT       EQUAL     "S"
                   GO        FIM-PROCESSA-ARQUIVO-REL.
           OPEN    INPUT     PARQREL
           IF      W-FS-ARQREL         NOT       EQUAL     "00"
                   GO        FIM-PROCESSA-ARQUIVO-REL.
           PERFORM CONTA-ARQREL        THRU      FIM-CONTA-ARQREL
                    UNTIL W-FS-ARQREL  EQUAL     "10".
           CLOSE   PARQREL.

           OPEN    INPUT     PARQREL
           OPEN    OUTPUT    PNOVOREL
           IF      W-FS-NOVOREL        NOT       EQUAL     "00"
                   CLOSE     PARQREL
                   DISPLAY "FAXINA - ARQUIVO_REL.NOVO SEM GRAVACAO - "
                           "ARQUIVO DE RELATORIOS INTOCADO"
                   GO        FIM-PROCESSA-ARQUIVO-REL.
           PERFORM AVALIA-ARQREL       THRU      FIM-AVALIA-ARQREL
                    UNTIL W-FS-ARQREL  EQUAL     "10".
           CLOSE   PARQREL   PNOVOREL.

           IF      MODO-SIMULACAO
           OR      W-QTDE-MUDADAS      EQUAL     ZEROS
           OR      W-ERRO-NOVO         EQUAL     "S"
                   CALL      "CBL_DELETE_FILE"   USING W-NOME-NOVOREL
                   GO        FIM-PROCESSA-ARQUIVO-REL.
           CALL    "CBL_DELETE_FILE"   USING     W-NOME-ARQREL
           CALL    "CBL_RENAME_FILE"   USING     W-NOME-NOVOREL
                                                 W-NOME-ARQREL
           IF      RETURN-CODE         NOT       EQUAL     ZEROS
                   DISPLAY "FAXINA - INDICE NOVO FICOU EM "
                           "ARQUIVO_REL.NOVO - RENOMEAR PARA "
                           "ARQUIVO_REL.TXT".
       FIM-PROCESSA-ARQUIVO-REL.
           EXIT.

       CONTA-ARQREL.
           READ    PARQREL   AT        END
                   MOVE      "10"      TO        W-FS-ARQREL
                   GO        FIM-CONTA-ARQREL.
           IF      AR-SITUACAO         EQUAL     "E"
                   GO        FIM-CONTA-ARQREL.
           PERFORM ACHA-FAMREL         THRU      FIM-ACHA-FAMREL
           IF      W-IND-REL EQUAL     ZEROS
           AND     W-QTDE-FAMREL       <         100
                   ADD       1         TO        W-QTDE-FAMREL
                   MOVE      W-QTDE-FAMREL       TO        W-IND-REL
                   MOVE      AR-RELATORIO
                             TO        TR-RELATORIO(W-IND-REL)
                   MOVE      ZEROS     TO        TR-QTDE(W-IND-REL)
                   MOVE      ZEROS     TO        TR-VISTOS(W-IND-REL).
           IF      W-IND-REL >         ZEROS
                   ADD       1         TO        TR-QTDE(W-IND-REL).
       FIM-CONTA-ARQREL.
           EXIT.

       ACHA-FAMREL.
           MOVE    ZEROS     TO        W-IND-REL
           PERFORM TESTA-FAMREL        THRU      FIM-TESTA-FAMREL
                    VARYING W-IND-AUX  FROM 1 BY 1
                    UNTIL   W-IND-AUX  > W-QTDE-FAMREL
                    OR      W-IND-REL  > ZEROS.
       FIM-ACHA-FAMREL.
           EXIT.

       TESTA-FAMREL.
           IF      TR-RELATORIO(W-IND-AUX)       EQUAL     AR-RELATORIO
                   MOVE      W-IND-AUX TO        W-IND-REL.
       FIM-TESTA-FAMREL.
           EXIT.

       AVALIA-ARQREL.
           READ    PARQREL   AT        END
                   MOVE      "10"      TO        W-FS-ARQREL
                   GO        FIM-AVALIA-ARQREL.
           PERFORM DECIDE-ARQREL       THRU      FIM-DECIDE-ARQREL
           WRITE   REG-NOVOREL         FROM      REG-ARQREL
           IF      W-FS-NOVOREL        NOT       EQUAL     "00"
                   MOVE      "S"       TO        W-ERRO-NOVO.
       FIM-AVALIA-ARQREL.
           EXIT.

      *-----------------------------------------------------------
      *    DECIDE-ARQREL: A COPIA VENCE PELA IDADE (DATA DO INDICE,
      *    CRITERIO D) OU POR TER TF-LIMITE COPIAS MAIS NOVAS DA
      *    MESMA FAMILIA (CRITERIO G). COPIA JA ARQUIVADA SO' SOFRE
      *    ACAO DE EXCLUSAO. A SITUACAO DA LINHA MUDA SO' QUANDO A
      *    ACAO DEU CERTO E FORA DO MODO SIMULACAO.
      *-----------------------------------------------------------
       DECIDE-ARQREL.
           IF      AR-SITUACAO         EQUAL     "E"
                   GO        FIM-DECIDE-ARQREL.
           PERFORM ACHA-FAMREL         THRU      FIM-ACHA-FAMREL
           IF      W-IND-REL EQUAL     ZEROS
                   GO        FIM-DECIDE-ARQREL.
           ADD     1         TO        TR-VISTOS(W-IND-REL)
           PERFORM ACHA-POLITICA-REL   THRU      FIM-ACHA-POLITICA-REL
           IF      W-IND-FAM EQUAL     ZEROS
                   GO        FIM-DECIDE-ARQREL.
           IF      AR-SITUACAO         EQUAL     "A"
           AND     TF-ACAO(W-IND-FAM)  NOT       EQUAL     "E"
                   GO        FIM-DECIDE-ARQREL.
           MOVE    "N"       TO        W-VENCIDO
           IF      TF-CRITERIO(W-IND-FAM)        EQUAL     "G"
                   IF        TR-QTDE(W-IND-REL) - TR-VISTOS(W-IND-REL)
                             NOT       <         TF-LIMITE(W-IND-FAM)
                             MOVE      "S"       TO        W-VENCIDO
                   END-IF
           ELSE
                   IF        AR-DATA   NUMERIC
                   AND       AR-DATA   >         ZEROS
                             COMPUTE W-DATA-ARQ-INT =
                                     FUNCTION INTEGER-OF-DATE(AR-DATA)
                             COMPUTE W-IDADE-DIAS =
                                     W-HOJE-INT - W-DATA-ARQ-INT
                             IF      W-IDADE-DIAS    >
                                     TF-LIMITE(W-IND-FAM)
                                     MOVE "S"        TO   W-VENCIDO
                             END-IF
                   END-IF.
           IF      W-VENCIDO NOT       EQUAL     "S"
                   GO        FIM-DECIDE-ARQREL.

           MOVE    SPACES    TO        W-NOME-ALVO
           IF      AR-SITUACAO         EQUAL     "A"
                   STRING    "ARQUIVO-"          DELIMITED BY SIZE
                             AR-COPIA            DELIMITED BY SPACE
                             INTO W-NOME-ALVO
           ELSE
                   MOVE      AR-COPIA  TO        W-NOME-ALVO.
           CALL    "CBL_CHECK_FILE_EXIST"  USING W-NOME-ALVO
                                                 W-INFO-ARQUIVO
      *    COPIA QUE JA SUMIU DO DISCO: O INDICE SO' ACOMPANHA.
           IF      RETURN-CODE         NOT       EQUAL     ZEROS
                   IF        NOT       MODO-SIMULACAO
                             MOVE      "E"       TO        AR-SITUACAO
                             ADD       1         TO   W-QTDE-MUDADAS
                   END-IF
                   GO        FIM-DECIDE-ARQREL.
           PERFORM EXECUTA-ACAO        THRU      FIM-EXECUTA-ACAO
           IF      MODO-SIMULACAO
           OR      WA-OBS    NOT       EQUAL     SPACES
                   GO        FIM-DECIDE-ARQREL.
           IF      TF-ACAO(W-IND-FAM)  EQUAL     "E"
                   MOVE      "E"       TO        AR-SITUACAO
           ELSE
                   MOVE      "A"       TO        AR-SITUACAO.
           ADD     1         TO        W-QTDE-MUDADAS.
       FIM-DECIDE-ARQREL.
           EXIT.

      *-----------------------------------------------------------
      *    ACHA-POLITICA-REL: A LINHA TIPO R DA FAMILIA DA COPIA EM
      *    W-IND-FAM; SEM LINHA PROPRIA VALE A LINHA "*", E SEM
      *    NENHUMA DAS DUAS W-IND-FAM FICA ZERO (COPIA MANTIDA).
      *-----------------------------------------------------------
       ACHA-POLITICA-REL.
           MOVE    ZEROS     TO        W-IND-FAM
           MOVE    ZEROS     TO        W-IND-CURINGA
           PERFORM TESTA-POLITICA-REL  THRU      FIM-TESTA-POLITICA-REL
                    VARYING W-IND-AUX  FROM 1 BY 1
                    UNTIL   W-IND-AUX  > W-QTDE-FAMILIAS
                    OR      W-IND-FAM  > ZEROS.
           IF      W-IND-FAM EQUAL     ZEROS
                   MOVE      W-IND-CURINGA       TO        W-IND-FAM.
       FIM-ACHA-POLITICA-REL.
           EXIT.

       TESTA-POLITICA-REL.
           IF      TF-TIPO(W-IND-AUX)  NOT       EQUAL     "R"
                   GO        FIM-TESTA-POLITICA-REL.
           IF      TF-ARQUIVO(W-IND-AUX)         EQUAL     "*"
                   IF        W-IND-CURINGA       EQUAL     ZEROS
                             MOVE W-IND-AUX      TO   W-IND-CURINGA
                   END-IF
                   GO        FIM-TESTA-POLITICA-REL.
           IF      TF-ARQUIVO(W-IND-AUX)         EQUAL     AR-RELATORIO
                   MOVE      W-IND-AUX TO        W-IND-FAM.
       FIM-TESTA-POLITICA-REL.
           EXIT.

      *-----------------------------------------------------------
      *    ANOTA-PARAMETRO: A VERSAO DO ARQUIVO DE PARAMETROS LIDO
      *    (W-PM-ARQUIVO) VAI PARA O RUNLOG, PELO PARAMVER.
      *-----------------------------------------------------------
       ANOTA-PARAMETRO.
           MOVE    "R"       TO        W-PM-MODO
           MOVE    "FAXINA"  TO        W-PM-PROGRAMA
           CALL    "PARAMVER" USING    W-PARAMVER
                   ON EXCEPTION
                   DISPLAY "PARAMVER INDISPONIVEL - VERSAO DE "
                           W-PM-ARQUIVO " NAO ANOTADA"
           END-CALL.
       FIM-ANOTA-PARAMETRO.
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
