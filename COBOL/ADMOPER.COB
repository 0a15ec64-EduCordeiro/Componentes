      *    43-54 SENHA EMBARALHADA (BRANCO = SEM SENHA, SO' CODIGO)
      *    56-61 VALIDADE DA SENHA AAMMDD (BRANCO = NAO VENCE)
      *    63 FALHAS CONSECUTIVAS DE SENHA    64 BLOQUEIO (B)
      *    66 AUT-PERDA: SUPERVISOR QUE APROVA A BAIXA POR PERDA DO
      *       PERDA (S = SIM; BRANCO OU N = NAO - ESTA NAO VALE
      *       POR OMISSAO)
      *
      *  A SENHA E' GUARDADA EMBARALHADA POR SUBSTITUICAO FIXA DE
      *  CARACTERES - O MESMO EMBARALHAMENTO E' APLICADO AO QUE O
      *
      *  A TRILHA DE ACESSOS (ACESSO_LOG.TXT) E' GRAVADA PELOS
      *  PROPRIOS VALIDA-ACESSO DE BINGON, ENGORDA E LISTA_CLIENTE.
      *
      *  AUTORIZACAO TEM CONTROLE DUPLO: NA INCLUSAO E NA ALTERACAO
      *  AS AUTORIZACOES DIGITADAS NAO VALEM NA HORA - VIRAM UM
      *  PEDIDO PENDENTE NO APROVACOES.TXT (VIA APROVA, QUE CONFERE
      *  O SOLICITANTE) E O OPERADOR INCLUIDO NASCE SEM AUTORIZACAO
      *  NENHUMA. A AUTORIZACAO SO' E' GRAVADA NA OPCAO 6, QUANDO
      *  OUTRO OPERADOR COM AUTORIZACAO DE SUPERVISOR CONFIRMA O
      *  PROTOCOLO COM A PROPRIA SENHA. NOME E SITUACAO SEGUEM
      *  DIRETO. PARAMETROS DO PEDIDO: 01-04 CODIGO, 06-10 AS CINCO
      *  AUTORIZACOES (BINGON, ENGORDA, MANUTENCAO, LISTAGEM,
      *  SUPERVISOR).
      *
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
           02  FILLER             PIC X(001).
           02  OP-FALHAS          PIC X(001).
           02  OP-BLOQUEADO       PIC X(001).
           02  FILLER             PIC X(001).
           02  OP-AUT-PERDA       PIC X(001).

       WORKING-STORAGE  SECTION.
       77  W-FS-OPERADOR          PIC X(002) VALUE SPACES.
               03 TO-SENHA-VAL    PIC X(006).
               03 TO-FALHAS       PIC X(001).
               03 TO-BLOQUEADO    PIC X(001).
               03 TO-AUT-PERDA    PIC X(001).
       77  W-SENHA-NOVA           PIC X(012) VALUE SPACES.
       77  W-SENHA-EMB            PIC X(012) VALUE SPACES.
      *    AUTORIZACOES DO OPERADOR ANTES E DEPOIS DA DIGITACAO (NA
      *    ORDEM DOS PARAMETROS DO PEDIDO DE APROVACAO).
       01  W-AUT-ANTES.
           02  W-AA-BINGON        PIC X(001).
           02  W-AA-ENGORDA       PIC X(001).
           02  W-AA-L-MAN         PIC X(001).
           02  W-AA-L-LIS         PIC X(001).
           02  W-AA-SUPERV        PIC X(001).
       01  W-AUT-PEDIDA.
           02  W-PD-BINGON        PIC X(001).
           02  W-PD-ENGORDA       PIC X(001).
           02  W-PD-L-MAN         PIC X(001).
           02  W-PD-L-LIS         PIC X(001).
           02  W-PD-SUPERV        PIC X(001).
      *    AREA DE CHAMADA DO APROVA (MESMO LAYOUT DA LINKAGE DELE)
       01  W-APROVA.
           02  W-AP-FUNCAO        PIC X(01).
           02  W-AP-PROGRAMA      PIC X(10).
           02  W-AP-ACAO          PIC X(10).
           02  W-AP-PARAMETROS.
               03  W-APP-COD      PIC X(04).
               03  FILLER         PIC X(01).
               03  W-APP-AUT      PIC X(05).
               03  FILLER         PIC X(50).
           02  W-AP-SOLICITANTE   PIC X(04).
           02  W-AP-VALIDADO      PIC X(01).
           02  W-AP-APROVADOR     PIC X(04).
           02  W-AP-PROTOCOLO     PIC 9(06).
           02  W-AP-RET           PIC X(01).
           02  W-AP-MENSAGEM      PIC X(40).
      *    ALFABETOS DO EMBARALHAMENTO FIXO DA SENHA - TEM QUE SER
      *    IDENTICOS AOS DOS VALIDA-ACESSO DE BINGON, ENGORDA E
      *    LISTA_CLIENTE.
           03 FILLER  PIC X(26) VALUE "QAZWSXEDCRFVTGBYHNUJMIKOLP".
           03 FILLER  PIC X(10) VALUE "5316097284".

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
           PERFORM CARREGA-OPERADORES THRU FIM-CARREGA-OPERADORES.
       MENU-PRINCIPAL.
           DISPLAY " "
           DISPLAY "ADMOPER - ADMINISTRACAO DE OPERADORES"
           DISPLAY "1=LISTAR  2=INCLUIR  3=ALTERAR  4=SAIR  "
                   "5=SENHA/DESBLOQUEIO  6=APROVAR AUTORIZACAO"
           ACCEPT  W-OPCAO
           EVALUATE W-OPCAO
               WHEN "1" PERFORM LISTA-OPERADORES
                             THRU FIM-ALTERA-OPERADOR
               WHEN "5" PERFORM SENHA-OPERADOR
                             THRU FIM-SENHA-OPERADOR
               WHEN "6" PERFORM APROVA-AUTORIZACAO
                             THRU FIM-APROVA-AUTORIZACAO
               WHEN "4" GO TO TERMINO
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE
           MOVE    OP-SENHA-VAL       TO   TO-SENHA-VAL(W-QTDE-OPS)
           MOVE    OP-FALHAS          TO   TO-FALHAS(W-QTDE-OPS)
           MOVE    OP-BLOQUEADO       TO   TO-BLOQUEADO(W-QTDE-OPS)
           MOVE    OP-AUT-PERDA       TO   TO-AUT-PERDA(W-QTDE-OPS)
           GO      LE-OPERADOR.
       FIM-CARREGA-OPERADORES.
           EXIT.
           MOVE    TO-SENHA-VAL(W-IND-OP)    TO   OP-SENHA-VAL
           MOVE    TO-FALHAS(W-IND-OP)       TO   OP-FALHAS
           MOVE    TO-BLOQUEADO(W-IND-OP)    TO   OP-BLOQUEADO
           MOVE    TO-AUT-PERDA(W-IND-OP)    TO   OP-AUT-PERDA
           WRITE   REG-OPERADOR.
       FIM-GRAVA-UM-OPERADOR.
           EXIT.
                   DISPLAY "NENHUM OPERADOR CADASTRADO"
                   GO        FIM-LISTA-OPERADORES.
           DISPLAY "COD  NOME                           ATV B E LM LL"
                   " BL SP"
           PERFORM LISTA-UM-OPERADOR   THRU      FIM-LISTA-UM-OPERADOR
                    VARYING W-IND-OP   FROM 1 BY 1
                    UNTIL   W-IND-OP   > W-QTDE-OPS.
                   TO-AUT-ENGORDA(W-IND-OP) " "
                   TO-AUT-L-MAN(W-IND-OP) "  "
                   TO-AUT-L-LIS(W-IND-OP) "  "
                   TO-BLOQUEADO(W-IND-OP) "  "
                   TO-AUT-PERDA(W-IND-OP).
       FIM-LISTA-UM-OPERADOR.
           EXIT.

           MOVE    W-RESP    TO        TO-NOME(W-QTDE-OPS)
           MOVE    "S"       TO        TO-ATIVO(W-QTDE-OPS)
           MOVE    W-QTDE-OPS          TO   W-IND-OP
           MOVE    "NNNNN"   TO        W-AUT-ANTES
           PERFORM PEDE-AUTORIZACOES   THRU FIM-PEDE-AUTORIZACOES
           PERFORM SEPARA-AUTORIZACOES THRU FIM-SEPARA-AUTORIZACOES
           PERFORM GRAVA-OPERADORES    THRU FIM-GRAVA-OPERADORES
           DISPLAY "OPERADOR INCLUIDO SEM AUTORIZACOES"
           PERFORM PEDE-APROVACAO      THRU FIM-PEDE-APROVACAO.
       FIM-INCLUI-OPERADOR.
           EXIT.

           ACCEPT  W-RESP
           IF      W-RESP    EQUAL     "S" OR "N"
                   MOVE      W-RESP    TO        TO-ATIVO(W-IND-OP).
           MOVE    TO-AUT-BINGON(W-IND-OP)       TO   W-AA-BINGON
           MOVE    TO-AUT-ENGORDA(W-IND-OP)      TO   W-AA-ENGORDA
           MOVE    TO-AUT-L-MAN(W-IND-OP)        TO   W-AA-L-MAN
           MOVE    TO-AUT-L-LIS(W-IND-OP)        TO   W-AA-L-LIS
           MOVE    TO-AUT-PERDA(W-IND-OP)        TO   W-AA-SUPERV
           PERFORM PEDE-AUTORIZACOES   THRU FIM-PEDE-AUTORIZACOES
           PERFORM SEPARA-AUTORIZACOES THRU FIM-SEPARA-AUTORIZACOES
           PERFORM GRAVA-OPERADORES    THRU FIM-GRAVA-OPERADORES
           DISPLAY "OPERADOR ALTERADO"
           PERFORM PEDE-APROVACAO      THRU FIM-PEDE-APROVACAO.
       FIM-ALTERA-OPERADOR.
           EXIT.

      *-----------------------------------------------------------
      *    SEPARA-AUTORIZACOES: AS AUTORIZACOES DIGITADAS VAO PARA
      *    W-AUT-PEDIDA (BRANCO = SIM NAS QUATRO DE PROGRAMA E NAO
      *    NA DE SUPERVISOR, COMO NOS VALIDA-ACESSO) E O OPERADOR
      *    VOLTA AS QUE TINHA EM W-AUT-ANTES ATE' A APROVACAO.
      *-----------------------------------------------------------
       SEPARA-AUTORIZACOES.
           MOVE    TO-AUT-BINGON(W-IND-OP)       TO   W-PD-BINGON
           MOVE    TO-AUT-ENGORDA(W-IND-OP)      TO   W-PD-ENGORDA
           MOVE    TO-AUT-L-MAN(W-IND-OP)        TO   W-PD-L-MAN
           MOVE    TO-AUT-L-LIS(W-IND-OP)        TO   W-PD-L-LIS
           MOVE    TO-AUT-PERDA(W-IND-OP)        TO   W-PD-SUPERV
           INSPECT W-AUT-PEDIDA (1 : 4)  REPLACING ALL SPACE BY "S"
           IF      W-PD-SUPERV         NOT EQUAL "S"
                   MOVE      "N"       TO        W-PD-SUPERV.
           MOVE    W-AA-BINGON         TO   TO-AUT-BINGON(W-IND-OP)
           MOVE    W-AA-ENGORDA        TO   TO-AUT-ENGORDA(W-IND-OP)
           MOVE    W-AA-L-MAN          TO   TO-AUT-L-MAN(W-IND-OP)
           MOVE    W-AA-L-LIS          TO   TO-AUT-L-LIS(W-IND-OP)
           MOVE    W-AA-SUPERV         TO   TO-AUT-PERDA(W-IND-OP)
           INSPECT W-AUT-ANTES (1 : 4)   REPLACING ALL SPACE BY "S"
           IF      W-AA-SUPERV         NOT EQUAL "S"
                   MOVE      "N"       TO        W-AA-SUPERV.
       FIM-SEPARA-AUTORIZACOES.
           EXIT.

      *    PEDE-APROVACAO: REGISTRA NO APROVA O PEDIDO DAS
      *    AUTORIZACOES EM W-AUT-PEDIDA PARA O OPERADOR W-COD-BUSCA.
       PEDE-APROVACAO.
           IF      W-AUT-PEDIDA        EQUAL     W-AUT-ANTES
                   GO        FIM-PEDE-APROVACAO.
           MOVE    SPACES    TO        W-APROVA
           MOVE    "P"       TO        W-AP-FUNCAO
           MOVE    "ADMOPER" TO        W-AP-PROGRAMA
           MOVE    "AUTORIZA"          TO        W-AP-ACAO
           MOVE    W-COD-BUSCA         TO        W-APP-COD
           MOVE    W-AUT-PEDIDA        TO        W-APP-AUT
           MOVE    "N"       TO        W-AP-VALIDADO
           MOVE    ZEROS     TO        W-AP-PROTOCOLO
           CALL    "APROVA"  USING     W-APROVA
                   ON EXCEPTION
                   MOVE      "9"       TO        W-AP-RET
                   MOVE      "PROGRAMA APROVA INDISPONIVEL"
                             TO        W-AP-MENSAGEM
           END-CALL
           IF      W-AP-RET  NOT       EQUAL     "0"
                   DISPLAY "AUTORIZACOES NAO ALTERADAS - PEDIDO NAO "
                           "REGISTRADO: " W-AP-MENSAGEM
                   GO        FIM-PEDE-APROVACAO.
           DISPLAY "AUTORIZACOES " W-AUT-PEDIDA " DE "
                   W-COD-BUSCA " REGISTRADAS NO PROTOCOLO "
                   W-AP-PROTOCOLO
           DISPLAY "AGUARDAM APROVACAO DE OUTRO SUPERVISOR (OPCAO 6)".
       FIM-PEDE-APROVACAO.
           EXIT.

      *-----------------------------------------------------------
      *    APROVA-AUTORIZACAO: OUTRO SUPERVISOR CONFIRMA O PROTOCOLO
      *    NO APROVA E AS AUTORIZACOES DO PEDIDO SAO GRAVADAS. O
      *    OPERADOR.TXT E' RELIDO ANTES - OUTRA SESSAO PODE TER
      *    MEXIDO NELE DEPOIS DA CARGA DESTA.
      *-----------------------------------------------------------
       APROVA-AUTORIZACAO.
           MOVE    SPACES    TO        W-APROVA
           MOVE    "C"       TO        W-AP-FUNCAO
           MOVE    "ADMOPER" TO        W-AP-PROGRAMA
           MOVE    "AUTORIZA"          TO        W-AP-ACAO
           MOVE    ZEROS     TO        W-AP-PROTOCOLO
           CALL    "APROVA"  USING     W-APROVA
                   ON EXCEPTION
                   MOVE      "9"       TO        W-AP-RET
                   MOVE      "PROGRAMA APROVA INDISPONIVEL"
                             TO        W-AP-MENSAGEM
           END-CALL
           IF      W-AP-RET  NOT       EQUAL     "0"
                   DISPLAY "NADA ALTERADO - " W-AP-MENSAGEM
                   GO        FIM-APROVA-AUTORIZACAO.
           PERFORM CARREGA-OPERADORES  THRU FIM-CARREGA-OPERADORES
           MOVE    W-APP-COD TO        W-COD-BUSCA
           PERFORM PROCURA-OPERADOR    THRU      FIM-PROCURA-OPERADOR
           IF      W-ACHOU   EQUAL     ZEROS
                   DISPLAY "OPERADOR " W-APP-COD " NAO CADASTRADO - "
                           "NADA ALTERADO"
                   GO        FIM-APROVA-AUTORIZACAO.
           MOVE    W-ACHOU   TO        W-IND-OP
           MOVE    W-APP-AUT TO        W-AUT-PEDIDA
           MOVE    W-PD-BINGON         TO   TO-AUT-BINGON(W-IND-OP)
           MOVE    W-PD-ENGORDA        TO   TO-AUT-ENGORDA(W-IND-OP)
           MOVE    W-PD-L-MAN          TO   TO-AUT-L-MAN(W-IND-OP)
           MOVE    W-PD-L-LIS          TO   TO-AUT-L-LIS(W-IND-OP)
           MOVE    W-PD-SUPERV         TO   TO-AUT-PERDA(W-IND-OP)
           PERFORM GRAVA-OPERADORES    THRU FIM-GRAVA-OPERADORES
           DISPLAY "AUTORIZACOES DE " W-APP-COD " GRAVADAS - PEDIDAS "
                   "POR " W-AP-SOLICITANTE " E APROVADAS POR "
                   W-AP-APROVADOR.
       FIM-APROVA-AUTORIZACAO.
           EXIT.

       PEDE-AUTORIZACOES.
           DISPLAY "AUTORIZA BINGON (S/N)..........: "
           ACCEPT  W-RESP
           ACCEPT  W-RESP
           IF      W-RESP    EQUAL     "S" OR "N"
                   MOVE      W-RESP    TO   TO-AUT-L-LIS(W-IND-OP).
           DISPLAY "SUPERVISOR DA BAIXA POR PERDA..: "
           ACCEPT  W-RESP
           IF      W-RESP    EQUAL     "S" OR "N"
                   MOVE      W-RESP    TO   TO-AUT-PERDA(W-IND-OP).
       FIM-PEDE-AUTORIZACOES.
           EXIT.

                   MOVE      W-IND-OP  TO        W-ACHOU.
       FIM-TESTA-OPERADOR.
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
