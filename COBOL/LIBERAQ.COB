      *    - REJEITADOS -> QUARENTENA_REJEITADA.TXT (HISTORICO)
      *    - DEMAIS     -> PERMANECEM EM QUARENTENA.TXT
      *  ACABA A COPIA MANUAL QUE ALGUEM TINHA QUE LEMBRAR DE FAZER.
      *
      *  LIBERACAO TEM CONTROLE DUPLO: GERACAO COM ALGUM DOCUMENTO
      *  MARCADO PARA LIBERAR NAO MOVE NADA - AS MARCAS VAO PARA
      *  LIBERAQ_<PROTOCOLO>.MRC E O PEDIDO FICA PENDENTE NO
      *  APROVACOES.TXT (VIA APROVA). A GERACAO SO' ACONTECE NA
      *  OPCAO 6, QUANDO OUTRO OPERADOR COM AUTORIZACAO DE
      *  SUPERVISOR CONFIRMA O PROTOCOLO COM A PROPRIA SENHA.
      *  GERACAO SO' COM REJEICOES SEGUE DIRETO, COMO SEMPRE.
      *
      *  DOCUMENTO RETIDO COMO REPETICAO DE NOITE ANTERIOR ("DCX JA
      *  PROCESSADO EM ...") QUE E' LIBERADO TEM O DCX + LADO SOLTO
      *  DO REGISTRO PERMANENTE DO BINGON (DCX_REGISTRO.IDX) NA
      *  GERACAO - SENAO A PROXIMA RODADA O RETERIA DE NOVO.
      *
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-RESTO
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PMARCAS        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-MARCAS
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PREGDCX        ASSIGN    TO   DISK
                        ORGANIZATION             IS   INDEXED
                        ACCESS         MODE      IS   RANDOM
                        RECORD         KEY       IS   RG-CHAVE
                        FILE STATUS              IS   W-FS-REGDCX.

       DATA        DIVISION.
       FILE        SECTION.
           VALUE OF FILE-ID IS "QUARENTENA_RESTO.TMP".
       01  REG-RESTO              PIC X(4610).

      *    MARCAS DE UMA GERACAO PENDENTE DE APROVACAO, GUARDADAS
      *    COM O NUMERO DO PROTOCOLO (LIBERAQ_NNNNNN.MRC).
       FD  PMARCAS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS ARQ-MARCAS.
       01  REG-MARCAS.
           02  MC-DCX             PIC X(0007).
           02  FILLER             PIC X(0001).
           02  MC-DECISAO         PIC X(0001).

      *    REGISTRO PERMANENTE DOS DCX JA PROCESSADOS (MESMO LAYOUT
      *    DO BINGON).
       FD  PREGDCX
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DCX_REGISTRO.IDX".
       01  REG-REGDCX.
           02  RG-CHAVE.
               03 RG-DCX          PIC X(07).
               03 RG-LADO         PIC X(02).
           02  RG-DATA            PIC 9(08).
           02  RG-HORA            PIC 9(06).
           02  RG-ENTRADA         PIC X(30).
           02  RG-SAIDA           PIC X(30).
           02  RG-SEQ             PIC 9(07).

       WORKING-STORAGE  SECTION.
       77  W-FS-QUAREN            PIC X(002) VALUE SPACES.
       77  W-FS-EXCEC             PIC X(002) VALUE SPACES.
       77  W-FS-LIBERA            PIC X(002) VALUE SPACES.
       77  W-FS-REJEITA           PIC X(002) VALUE SPACES.
       77  W-FS-RESTO             PIC X(002) VALUE SPACES.
       77  W-FS-MARCAS            PIC X(002) VALUE SPACES.
       77  W-FS-REGDCX            PIC X(002) VALUE SPACES.
       77  W-QT-SOLTOS            PIC 9(005) VALUE ZEROS.
       77  W-REG-ABERTO           PIC X(001) VALUE "N".
       77  W-QT-MARCA-L           PIC 9(004) VALUE ZEROS.
       77  W-QT-MARCA-R           PIC 9(004) VALUE ZEROS.
       77  W-GERA-APROVADA        PIC X(001) VALUE "N".
       77  ARQ-MARCAS             PIC X(030) VALUE SPACES.
       77  W-OPCAO                PIC X(001) VALUE SPACES.
       77  W-QT-LISTADOS          PIC 9(005) VALUE ZEROS.
       77  W-QT-MARCAS            PIC 9(004) VALUE ZEROS.
               03 TM-DCX          PIC X(007).
               03 TM-DECISAO      PIC X(001).

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
           DISPLAY "LIBERAQ - TRIAGEM DA QUARENTENA DO BINGON".
       MENU-PRINCIPAL.
           DISPLAY " "
           DISPLAY "1=LISTAR RETIDOS  2=MARCAR POR DOCUMENTO  "
                   "3=MARCAR POR MOTIVO  4=GERAR  5=SAIR  "
                   "6=APROVAR LIBERACAO"
           ACCEPT  W-OPCAO
           EVALUATE W-OPCAO
               WHEN "1" PERFORM LISTA-RETIDOS
               WHEN "4" PERFORM GERA-SAIDAS
                             THRU FIM-GERA-SAIDAS
               WHEN "5" GO TO TERMINO
               WHEN "6" PERFORM APROVA-LIBERACAO
                             THRU FIM-APROVA-LIBERACAO
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE
           GO      MENU-PRINCIPAL.
      *    QUARENTENA E' REGRAVADA SO' COM OS QUE FICARAM.
      *-----------------------------------------------------------
       GERA-SAIDAS.
           MOVE    ZEROS     TO        W-QT-MARCA-L W-QT-MARCA-R
           PERFORM CONTA-MARCAS        THRU      FIM-CONTA-MARCAS
                    VARYING W-IND-MRC  FROM 1 BY 1
                    UNTIL   W-IND-MRC  > W-QT-MARCAS
           IF      W-QT-MARCA-L        >         ZEROS
           AND     W-GERA-APROVADA     NOT EQUAL "S"
                   PERFORM   PEDE-APROVACAO
                             THRU      FIM-PEDE-APROVACAO
                   GO        FIM-GERA-SAIDAS.
           MOVE    ZEROS     TO        W-QT-LIBERADOS
                                       W-QT-REJEITADOS W-QT-MANTIDOS
           OPEN    INPUT     PQUAREN
           IF      W-FS-REJEITA        NOT       EQUAL     "00"
                   OPEN      OUTPUT    PREJEITA.
           OPEN    OUTPUT    PRESTO.
           MOVE    ZEROS     TO        W-QT-SOLTOS
           MOVE    "N"       TO        W-REG-ABERTO
           IF      W-QT-MARCA-L        >         ZEROS
                   OPEN      I-O       PREGDCX
                   IF        W-FS-REGDCX         EQUAL     "00"
                             MOVE      "S"       TO   W-REG-ABERTO
                   END-IF
           END-IF.
       LE-QUAREN-GERA.
           READ    PQUAREN   AT        END
                   GO        FECHA-GERA.
           IF      TM-DECISAO(W-ACHOU-MRC)       EQUAL     "L"
                   ADD       1         TO        W-QT-LIBERADOS
                   WRITE     REG-LIBERA FROM     REG-QUAREN
                   PERFORM   SOLTA-DCX THRU      FIM-SOLTA-DCX
           ELSE
                   ADD       1         TO        W-QT-REJEITADOS
                   WRITE     REG-REJEITA FROM    REG-QUAREN.
           GO      LE-QUAREN-GERA.
       FECHA-GERA.
           CLOSE   PQUAREN   PLIBERA   PREJEITA  PRESTO
           IF      W-REG-ABERTO        EQUAL     "S"
                   CLOSE     PREGDCX.
      *    A QUARENTENA NOVA E' O RESTO - TROCA OS ARQUIVOS DE
      *    LUGAR, COMO O FAXINA FAZ NOS ARQUIVAMENTOS.
           CALL    "CBL_DELETE_FILE"   USING     W-ARQ-QUAREN
                   " (EM QUARENTENA_LIBERADA.TXT - ENTRADA DA "
                   "PROXIMA RODADA DO BINGON)"
           DISPLAY "REJEITADOS.: " W-QT-REJEITADOS
           DISPLAY "MANTIDOS...: " W-QT-MANTIDOS
           IF      W-QT-SOLTOS         >         ZEROS
                   DISPLAY "SOLTOS DO REGISTRO DE DCX DO BINGON: "
                           W-QT-SOLTOS.
       FIM-GERA-SAIDAS.
           EXIT.

      *-----------------------------------------------------------
      *    SOLTA-DCX: DOCUMENTO LIBERADO QUE FOI RETIDO COMO
      *    REPETICAO DE NOITE ANTERIOR SAI DO REGISTRO PERMANENTE
      *    DO BINGON - O REPROCESSAMENTO FOI APROVADO. SEM O
      *    REGISTRO ABERTO, SO' AVISA.
      *-----------------------------------------------------------
       SOLTA-DCX.
           MOVE    QR-DCX    TO        W-DCX-BUSCA
           PERFORM ACHA-MOTIVO         THRU      FIM-ACHA-MOTIVO
           IF      W-MOTIVO-DOC (1 : 21) NOT EQUAL
                   "DCX JA PROCESSADO EM"
                   GO        FIM-SOLTA-DCX.
           IF      W-REG-ABERTO        NOT       EQUAL     "S"
                   DISPLAY "AVISO: DCX " QR-DCX " NAO SOLTO - "
                           "DCX_REGISTRO.IDX INDISPONIVEL"
                   GO        FIM-SOLTA-DCX.
           MOVE    QR-DCX    TO        RG-DCX
           MOVE    QR-LADO   TO        RG-LADO
           DELETE  PREGDCX   RECORD
                   INVALID KEY
                   GO        FIM-SOLTA-DCX
           END-DELETE.
           ADD     1         TO        W-QT-SOLTOS.
       FIM-SOLTA-DCX.
           EXIT.

       CONTA-MARCAS.
           IF      TM-DECISAO(W-IND-MRC)         EQUAL     "L"
                   ADD       1         TO        W-QT-MARCA-L.
           IF      TM-DECISAO(W-IND-MRC)         EQUAL     "R"
                   ADD       1         TO        W-QT-MARCA-R.
       FIM-CONTA-MARCAS.
           EXIT.

      *-----------------------------------------------------------
      *    PEDE-APROVACAO: A GERACAO COM LIBERACAO VIRA PEDIDO
      *    PENDENTE - O APROVA CONFERE O SOLICITANTE E DA' O
      *    PROTOCOLO, AS MARCAS DA SESSAO VAO PARA O ARQUIVO DO
      *    PROTOCOLO E A SESSAO RECOMECA SEM MARCAS.
      *-----------------------------------------------------------
       PEDE-APROVACAO.
           MOVE    SPACES    TO        W-APROVA
           MOVE    "P"       TO        W-AP-FUNCAO
           MOVE    "LIBERAQ" TO        W-AP-PROGRAMA
           MOVE    "LIBERACAO"         TO        W-AP-ACAO
           MOVE    "N"       TO        W-AP-VALIDADO
           MOVE    ZEROS     TO        W-AP-PROTOCOLO
           STRING  "LIBERAR " W-QT-MARCA-L " REJEITAR " W-QT-MARCA-R
                   " DOCUMENTO(S) DA QUARENTENA"
                   DELIMITED BY SIZE INTO W-AP-PARAMETROS
           CALL    "APROVA"  USING     W-APROVA
                   ON EXCEPTION
                   MOVE      "9"       TO        W-AP-RET
                   MOVE      "PROGRAMA APROVA INDISPONIVEL"
                             TO        W-AP-MENSAGEM
           END-CALL
           IF      W-AP-RET  NOT       EQUAL     "0"
                   DISPLAY "PEDIDO NAO REGISTRADO - " W-AP-MENSAGEM
                   DISPLAY "NADA FOI GERADO - MARCAS MANTIDAS"
                   GO        FIM-PEDE-APROVACAO.
           PERFORM MONTA-NOME-MARCAS   THRU      FIM-MONTA-NOME-MARCAS
           OPEN    OUTPUT    PMARCAS
           IF      W-FS-MARCAS         NOT       EQUAL     "00"
                   DISPLAY "ERRO AO GRAVAR " ARQ-MARCAS " = "
                           W-FS-MARCAS " - O PROTOCOLO "
                           W-AP-PROTOCOLO " NAO PODERA SER APLICADO"
                   GO        FIM-PEDE-APROVACAO.
           PERFORM GRAVA-UMA-MARCA     THRU      FIM-GRAVA-UMA-MARCA
                    VARYING W-IND-MRC  FROM 1 BY 1
                    UNTIL   W-IND-MRC  > W-QT-MARCAS
           CLOSE   PMARCAS
           MOVE    ZEROS     TO        W-QT-MARCAS
           DISPLAY "LIBERACAO REGISTRADA NO PROTOCOLO " W-AP-PROTOCOLO
                   " - AGUARDA APROVACAO DE OUTRO SUPERVISOR (OPCAO 6)".
       FIM-PEDE-APROVACAO.
           EXIT.

       GRAVA-UMA-MARCA.
           IF      TM-DCX(W-IND-MRC)   EQUAL     SPACES
                   GO        FIM-GRAVA-UMA-MARCA.
           MOVE    SPACES    TO        REG-MARCAS
           MOVE    TM-DCX(W-IND-MRC)   TO        MC-DCX
           MOVE    TM-DECISAO(W-IND-MRC)         TO        MC-DECISAO
           WRITE   REG-MARCAS.
       FIM-GRAVA-UMA-MARCA.
           EXIT.

       MONTA-NOME-MARCAS.
           MOVE    SPACES    TO        ARQ-MARCAS
           STRING  "LIBERAQ_"          DELIMITED BY SIZE
                   W-AP-PROTOCOLO      DELIMITED BY SIZE
                   ".MRC"              DELIMITED BY SIZE
                   INTO ARQ-MARCAS.
       FIM-MONTA-NOME-MARCAS.
           EXIT.

      *-----------------------------------------------------------
      *    APROVA-LIBERACAO: OUTRO SUPERVISOR CONFIRMA O PROTOCOLO
      *    NO APROVA; AS MARCAS DO PROTOCOLO SUBSTITUEM AS DA SESSAO
      *    E A GERACAO E' FEITA NA HORA. O ARQUIVO DE MARCAS SAI DO
      *    DISCO DEPOIS DA GERACAO.
      *-----------------------------------------------------------
       APROVA-LIBERACAO.
           MOVE    SPACES    TO        W-APROVA
           MOVE    "C"       TO        W-AP-FUNCAO
           MOVE    "LIBERAQ" TO        W-AP-PROGRAMA
           MOVE    "LIBERACAO"         TO        W-AP-ACAO
           MOVE    ZEROS     TO        W-AP-PROTOCOLO
           CALL    "APROVA"  USING     W-APROVA
                   ON EXCEPTION
                   MOVE      "9"       TO        W-AP-RET
                   MOVE      "PROGRAMA APROVA INDISPONIVEL"
                             TO        W-AP-MENSAGEM
           END-CALL
           IF      W-AP-RET  NOT       EQUAL     "0"
                   DISPLAY "NADA LIBERADO - " W-AP-MENSAGEM
                   GO        FIM-APROVA-LIBERACAO.
           IF      W-QT-MARCAS         >         ZEROS
                   DISPLAY "MARCAS DESTA SESSAO DESCARTADAS - VALEM "
                           "AS DO PROTOCOLO " W-AP-PROTOCOLO.
           MOVE    ZEROS     TO        W-QT-MARCAS
           PERFORM MONTA-NOME-MARCAS   THRU      FIM-MONTA-NOME-MARCAS
           OPEN    INPUT     PMARCAS
           IF      W-FS-MARCAS         NOT       EQUAL     "00"
                   DISPLAY ARQ-MARCAS " AUSENTE - NADA LIBERADO"
                   GO        FIM-APROVA-LIBERACAO.
       LE-MARCA-PEDIDA.
           READ    PMARCAS   AT        END
                   CLOSE     PMARCAS
                   GO        GERA-APROVADA.
           IF      W-QT-MARCAS         NOT       <         2000
                   GO        LE-MARCA-PEDIDA.
           ADD     1         TO        W-QT-MARCAS
           MOVE    MC-DCX    TO        TM-DCX(W-QT-MARCAS)
           MOVE    MC-DECISAO          TO   TM-DECISAO(W-QT-MARCAS)
           GO      LE-MARCA-PEDIDA.
       GERA-APROVADA.
           DISPLAY "PROTOCOLO " W-AP-PROTOCOLO " PEDIDO POR "
                   W-AP-SOLICITANTE " APROVADO POR " W-AP-APROVADOR
           MOVE    "S"       TO        W-GERA-APROVADA
           PERFORM GERA-SAIDAS         THRU      FIM-GERA-SAIDAS
           MOVE    "N"       TO        W-GERA-APROVADA
           MOVE    ZEROS     TO        W-QT-MARCAS
           CALL    "CBL_DELETE_FILE"   USING     ARQ-MARCAS
           MOVE    ZEROS     TO        RETURN-CODE.
       FIM-APROVA-LIBERACAO.
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
