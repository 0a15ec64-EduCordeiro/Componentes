      *  PARES COM 60 PONTOS OU MAIS SAEM NA LISTA DE REVISAO
      *  REVISAO_DUPLIC.TXT - SO' SINALIZACAO, NENHUMA FUSAO
      *  AUTOMATICA. AS TELAS DE MANUTENCAO DO LISTA_CLIENTE AVISAM
      *  QUANDO O CLIENTE EM EDICAO (PELO CODIGO) CONSTA DESTA LISTA.
      *
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
           SELECT CLIENTE ASSIGN TO "CLIENTE.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
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

       SD  WORK-DUP.
       01  SD-REC.
           02 SD-RUA           PIC X(080).
           02 SD-BAIRRO        PIC X(040).
           02 SD-CEP           PIC 9(008).
           02 SD-CODIGO        PIC 9(009).

      *    LISTA DE REVISAO CONSUMIDA PELAS TELAS DE MANUTENCAO:
      *    OS DOIS CEPS DO PAR, A PONTUACAO, O NOME DE REFERENCIA E
      *    OS CODIGOS DOS DOIS CLIENTES DO PAR.
       FD  REVISAO.
       01  REG-REVISAO.
           02 RD-CEP1          PIC 9(008).
           02 RD-SCORE         PIC 9(003).
           02 FILLER           PIC X(002).
           02 RD-NOME          PIC X(040).
           02 FILLER           PIC X(002).
           02 RD-COD1          PIC 9(009).
           02 FILLER           PIC X(002).
           02 RD-COD2          PIC 9(009).

       WORKING-STORAGE  SECTION.
       01  FS-CLIENTE          PIC X(002) VALUE SPACES.
           02 ANT-RUA          PIC X(080).
           02 ANT-BAIRRO       PIC X(040).
           02 ANT-CEP          PIC 9(008).
           02 ANT-CODIGO       PIC 9(009).

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
           OPEN    OUTPUT    REVISAO.
           IF      FS-REVISAO          NOT       EQUAL     "00"
                   DISPLAY "ERRO AO CRIAR REVISAO_DUPLIC.TXT = "
           MOVE    CLIENTE-RUA         TO        SD-RUA
           MOVE    CLIENTE-BAIRRO      TO        SD-BAIRRO
           MOVE    CLIENTE-CEP         TO        SD-CEP
           MOVE    CLIENTE-CODIGO      TO        SD-CODIGO
           RELEASE SD-REC
           GO      LE-CADASTRO.
       FIM-CARREGA-CADASTRO.
           MOVE    SD-RUA    TO        ANT-RUA
           MOVE    SD-BAIRRO TO        ANT-BAIRRO
           MOVE    SD-CEP    TO        ANT-CEP
           MOVE    SD-CODIGO TO        ANT-CODIGO
           MOVE    "S"       TO        W-TEM-ANT
           GO      LE-ORDENADO.
       FIM-COMPARA-VIZINHOS.
      *****************************************************************
       PONTUACAO SECTION.
      *    PONTUA-PAR: O REGISTRO CORRENTE (SD-*) CONTRA O ANTERIOR
      *    (ANT-*). COM O CODIGO COMO CHAVE, DOIS CLIENTES NO
      *    MESMO CEP SAO REGISTROS DISTINTOS E TAMBEM SAO PONTUADOS.
       PONTUA-PAR.
           IF      SD-CIDADE NOT       EQUAL     ANT-CIDADE
                   GO        FIM-PONTUA-PAR.
           MOVE    ZEROS     TO        W-SCORE
           IF      SD-NOME-NORM (1 : 15) EQUAL   ANT-NOME-NORM (1 : 15)
                   ADD       50        TO        W-SCORE
           MOVE    SD-CEP    TO        RD-CEP2
           MOVE    W-SCORE   TO        RD-SCORE
           MOVE    SD-NOME   TO        RD-NOME
           MOVE    ANT-CODIGO          TO        RD-COD1
           MOVE    SD-CODIGO TO        RD-COD2
           WRITE   REG-REVISAO.
       FIM-PONTUA-PAR.
           EXIT.
           GO      NORMALIZA-POS.
       FIM-NORMALIZA-NOME.
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
