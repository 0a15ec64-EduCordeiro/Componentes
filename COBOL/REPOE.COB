       IDENTIFICATION DIVISION.
       PROGRAM-ID.      REPOE.
      *------------------------------------------------------------
      * REPOSICAO DE EDICOES PERDIDAS: O XPGR47 SO' CRITICA A FAIXA
      * E-EDI-PERD-INI/E-EDI-PERD-FIM - NINGUEM MANDAVA AS EDICOES
      * QUE O ASSINANTE NAO RECEBEU (A MAIOR CAUSA DE LIGACAO NO
      * 0800). ESTA RODADA LE O PEDIDO CRITICADO (LAYOUT PENTR) E
      * TRANSFORMA TODA FAIXA VALIDA EM ORDENS DE REPOSICAO, UMA
      * LINHA POR EDICAO POR ASSINANTE, PARA CADA PROJETO CUJA FAIXA
      * DE EDICOES (E-EDI-INIC A E-EDI-FIM) COBRE A EDICAO PERDIDA.
      * A ORDEM LEVA O ENDERECO DE ENTREGA (O DO PRESENTEADO QUANDO
      * A ASSINATURA E' PRESENTE) E O E-ROTEIRO/E-DISTRIBUIDOR.
      *
      * TODA ORDEM EMITIDA FICA EM REPOSICAO_HIST.TXT; A MESMA
      * EDICAO NUNCA SAI DUAS VEZES PARA O MESMO ASSINANTE, NEM NA
      * MESMA RODADA NEM EM PEDIDOS SEGUINTES.
      *
      * SAIDAS:
      *    REPOSICAO.TXT     - ORDENS DE REPOSICAO DA RODADA
      *    REPOE_SEPARACAO.TXT - LISTA DE SEPARACAO DO ALMOXARIFADO
      *                        POR REVISTA/EDICAO (CORREIO X DIRETA)
      *
      * CHAMADA DESATENDIDA: REPOE <PEDIDO-CRITICADO>
      *------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT  IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENTR ASSIGN  TO  DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PORDEM ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-ORDEM
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PHIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-HIST
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PSEPARA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-SEPARA
           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PENTR
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS LK-PATH.
       01  REGENTR-1.
         03 E-TIPO            PIC X(02).
         03 E-COD-IMPRES      PIC X(01).
         03 E-SEQ-REG         PIC 9(10).
         03 E-SEQ-CARNE       PIC 9(10).
         03 E-ASS-GERENTE.
           05 FILLER          PIC X(02).
           05 E-ASS-GER       PIC 9(03).
           05 FILLER          PIC X(06).
         03 E-CARTA           PIC X(07).
         03 E-CHAVE-ABRIL     PIC X(41).
         03 E-DADOS-ASSINANTE.
           05 E-PARTE1-ASS.
             07 E-COD-ASS     PIC X(09).
             07 E-NOME-ASS    PIC X(30).
             07 E-CHAMADA-ASS PIC X(20).
             07 E-END-ASS     PIC X(30).
             07 E-CID-ASS     PIC X(15).
             07 E-BAI-ASS     PIC X(15).
             07 E-UF-ASS      PIC X(02).
           05 E-CEP5-ASS      PIC 9(05).
           05 E-CEP3-ASS      PIC 9(03).
           05 E-SEXO-ASS      PIC X(01).
         03 E-DADOS-PRESENT.
           05 E-PARTE1-PRE.
             07 E-COD-PRE     PIC X(09).
             07 E-NOME-PRE    PIC X(30).
             07 E-CHAMADA-PRE PIC X(20).
             07 E-END-PRE     PIC X(30).
             07 E-CID-PRE     PIC X(15).
             07 E-BAI-PRE     PIC X(15).
             07 E-UF-PRE      PIC X(02).
           05 E-CEP5-PRE      PIC 9(05).
           05 E-CEP3-PRE      PIC 9(03).
           05 E-SEXO-PRE      PIC X(01).
           05 E-DT-PROC       PIC X(08).
         03 E-PROJETO OCCURS 6 TIMES.
           05 E-NR-PROJ       PIC X(03). 
           05 E-NUM-PROJ REDEFINES E-NR-PROJ.
             07 FILLER         PIC X(01). 
             07 E-REVISTA      PIC 9(02). 
           05 E-NOME-PROJ      PIC X(30).
           05 E-EDI-INIC       PIC X(07).
           05 E-EDI-FIM        PIC X(07).
           05 E-NR-COPIAS      PIC X(03).
           05 E-DT-VIG-INIC    PIC X(08).  
           05 E-MMAA-INIC      PIC X(17).
           05 E-DT-EDI-INIC    PIC X(10).  
           05 E-DT-VIG-FIM     PIC X(08).  
           05 E-MMAA-FIM       PIC X(17).
           05 E-DT-EDI-FIM     PIC X(10).  
           05 E-VL-PARC        PIC 9(09).
           05 E-VL-ASS-CAPA    PIC 9(09).
           05 E-VIGENCIA       PIC X(05).
         03 E-QTDE-PARC        PIC 9(02).
         03 E-PARC-ATRAS-1     PIC 9(02).
         03 E-PARC-PAGAS       PIC 9(02).
         03 E-TOT-DEB-ATRAS    PIC 9(09).
         03 E-TOT-PAGO         PIC 9(09).
         03 E-PARC-ATRASADAS OCCURS 5 TIMES.
           05 E-VL-PARC-ATRAS  PIC 9(09).
           05 E-VENC.
             07 E-DD-VENC-ATRAS  PIC X(02).
             07 E-MM-VENC-ATRAS  PIC X(02).
             07 E-AA-VENC-ATRAS  PIC X(04).
           05 E-PARC-ATRAS-2   PIC 9(02).
         03 FILLER             PIC X(22).
         03 E-CENTRAL-ATEND.
           05 E-0800           PIC X(12).
           05 E-GSP            PIC X(09).
         03 FILLER             PIC X(36).
         03 E-EDI-PERD-INI     PIC X(07).
         03 E-EDI-PERD-FIM     PIC X(07).
         03 E-DEBITO-CARTAO.
           05 E-SIGLA-DB         PIC X(02).     
           05 FILLER             PIC X(01).
           05 E-DB-CARTAO        PIC X(18).
         03 E-DB-BCO.
           05 E-BANCO          PIC X(03).
           05 E-AGENCIA        PIC X(05).     
           05 E-CONTA          PIC X(10).
         03 E-NOME-INST       PIC X(25).     
         03 FILLER            PIC X(11).
         03 E-TIPO-ENTREGA    PIC X(01).
         03 E-ENTR-DIRETA.
           05 E-PRIORI-DISTRIB PIC X(04).
           05 E-CENTRALIZ     PIC X(06).
           05 E-DISTRIBUIDOR  PIC X(06).
           05 E-AG-DIRETA     PIC X(20).
           05 E-ROTEIRO       PIC X(10).
      *---------------------> outras informacoes: ver layout original
         03 E-OUTRAS.
           05 FILLER          PIC X(06).
           05 EXT-ACAO.
             10 E-TP-ACAO     PIC X(01).
             10 E-COD-ACAO    PIC X(04).
             10 FILLER        PIC X(01).
           05 FILLER          PIC X(29).
           05 E-ANEXO123      PIC X(21).           
           05 FILLER          PIC X(44).
           05 E-EMPRESA       PIC X(10).
           05 E-OPTIN-DIGITAL PIC X(01).
             88 OPTOU-DIGITAL           VALUE "S".
           05 FILLER          PIC X(57).
           05 E-GERENTE       PIC X(08).
           05 E-PRACA         PIC X(06).
           05 FILLER          PIC X(80).

      *-----------------------------------------------------------
      *    ORDEM DE REPOSICAO: ASSINANTE, REVISTA, EDICAO,
      *    EXEMPLARES, ENDERECO DE ENTREGA, TIPO DE ENTREGA,
      *    DISTRIBUIDOR/ROTEIRO E DATA DA EMISSAO (AAAAMMDD).
      *-----------------------------------------------------------
       FD  PORDEM
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "REPOSICAO.TXT".
       01  REG-ORDEM.
           03 RP-COD-ASS     PIC X(09).
           03 FILLER         PIC X(02).
           03 RP-REVISTA     PIC 9(02).
           03 FILLER         PIC X(02).
           03 RP-EDICAO      PIC 9(07).
           03 FILLER         PIC X(02).
           03 RP-COPIAS      PIC 9(03).
           03 FILLER         PIC X(02).
           03 RP-NOME        PIC X(30).
           03 FILLER         PIC X(02).
           03 RP-END         PIC X(30).
           03 FILLER         PIC X(02).
           03 RP-BAI         PIC X(15).
           03 FILLER         PIC X(02).
           03 RP-CID         PIC X(15).
           03 FILLER         PIC X(02).
           03 RP-UF          PIC X(02).
           03 FILLER         PIC X(02).
           03 RP-CEP         PIC X(08).
           03 FILLER         PIC X(02).
           03 RP-TIPO-ENTR   PIC X(01).
           03 FILLER         PIC X(02).
           03 RP-DISTRIB     PIC X(06).
           03 FILLER         PIC X(02).
           03 RP-ROTEIRO     PIC X(10).
           03 FILLER         PIC X(02).
           03 RP-DATA        PIC 9(08).

      *-----------------------------------------------------------
      *    HISTORICO DAS REPOSICOES (ASSINANTE + REVISTA + EDICAO).
      *-----------------------------------------------------------
       FD  PHIST
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "REPOSICAO_HIST.TXT".
       01  REG-HIST.
           03 RH-COD-ASS     PIC X(09).
           03 FILLER         PIC X(02).
           03 RH-REVISTA     PIC 9(02).
           03 FILLER         PIC X(02).
           03 RH-EDICAO      PIC 9(07).
           03 FILLER         PIC X(02).
           03 RH-DATA        PIC 9(08).

       FD  PSEPARA
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "REPOE_SEPARACAO.TXT".
       01  REG-SEPARA        PIC X(100).

       WORKING-STORAGE SECTION.
       77 LK-PATH          PIC X(50) VALUE SPACES.
       77 W-FS             PIC X(02) VALUE SPACES.
       77 W-FS-ORDEM       PIC X(02) VALUE SPACES.
       77 W-FS-HIST        PIC X(02) VALUE SPACES.
       77 W-FS-SEPARA      PIC X(02) VALUE SPACES.
       77 W-ARGC           PIC 9(02) VALUE ZEROS.
       77 W-FIM            PIC X(01) VALUE "N".
       77 W-HIST-OK        PIC X(01) VALUE "N".
       77 W-LIDOS          PIC 9(06) VALUE ZEROS.
       77 W-QT-FAIXAS      PIC 9(06) VALUE ZEROS.
       77 W-QT-ORDENS      PIC 9(06) VALUE ZEROS.
       77 W-QT-REPETIDAS   PIC 9(06) VALUE ZEROS.
       77 W-QT-FORA        PIC 9(06) VALUE ZEROS.
       77 W-QT-LONGAS      PIC 9(06) VALUE ZEROS.
       77 W-IND            PIC 9(01) VALUE ZEROS.
       77 W-COBRIU         PIC X(01) VALUE "N".
       77 W-ACHOU          PIC X(01) VALUE "N".
       77 W-HOJE-AAAAMMDD  PIC 9(08) VALUE ZEROS.
       77 W-EDI-PERD-INI   PIC 9(07) VALUE ZEROS.
       77 W-EDI-PERD-FIM   PIC 9(07) VALUE ZEROS.
       77 W-EDICAO         PIC 9(07) VALUE ZEROS.
       77 W-EDI-INIC       PIC 9(07) VALUE ZEROS.
       77 W-EDI-FIM        PIC 9(07) VALUE ZEROS.
       77 W-COPIAS         PIC 9(03) VALUE ZEROS.
       77 W-REV            PIC 9(02) VALUE ZEROS.
      *    FAIXA MAIOR QUE ISTO E' ERRO DE DIGITACAO, NAO PERDA.
       77 W-MAX-FAIXA      PIC 9(03) VALUE 24.
       77 W-QT-HIST        PIC 9(05) VALUE ZEROS.
       77 W-IND-HIST       PIC 9(05) VALUE ZEROS.
       77 W-QT-SEP         PIC 9(04) VALUE ZEROS.
       77 W-IND-SEP        PIC 9(04) VALUE ZEROS.
       77 W-POS-SEP        PIC 9(04) VALUE ZEROS.
       77 W-TOT-SEP        PIC 9(07) VALUE ZEROS.
       77 W-QTDE-ED        PIC ZZZ.ZZ9.
       01 W-LINHA          PIC X(100) VALUE SPACES.
      *    ENDERECO DE ENTREGA DA ORDEM.
       01 W-ENTREGA.
          02 W-ENT-NOME    PIC X(30).
          02 W-ENT-END     PIC X(30).
          02 W-ENT-CID     PIC X(15).
          02 W-ENT-BAI     PIC X(15).
          02 W-ENT-UF      PIC X(02).
          02 W-ENT-CEP5    PIC 9(05).
          02 W-ENT-CEP3    PIC 9(03).
      *    REPOSICOES JA EMITIDAS (HISTORICO + RODADA).
       01 TAB-HIST.
          02 TH-ENT OCCURS 30000 TIMES.
             03 TH-COD-ASS   PIC X(09).
             03 TH-REVISTA   PIC 9(02).
             03 TH-EDICAO    PIC 9(07).
      *    LISTA DE SEPARACAO, MANTIDA EM ORDEM DE REVISTA/EDICAO.
       01 TAB-SEPARA.
          02 TS-ENT OCCURS 2000 TIMES.
             03 TS-CHAVE.
                04 TS-REVISTA PIC 9(02).
                04 TS-EDICAO  PIC 9(07).
             03 TS-ORDENS    PIC 9(06).
             03 TS-CORREIO   PIC 9(07).
             03 TS-DIRETA    PIC 9(07).
       01 W-CHAVE-SEP.
          02 W-SEP-REVISTA PIC 9(02).
          02 W-SEP-EDICAO  PIC 9(07).

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
           PERFORM ESCOLHE-AMBIENTE THRU FIM-ESCOLHE-AMBIENTE
           ACCEPT W-ARGC FROM ARGUMENT-NUMBER.
           IF W-ARGC NOT < 1
              DISPLAY 1 UPON ARGUMENT-NUMBER
              ACCEPT LK-PATH FROM ARGUMENT-VALUE
           ELSE
              DISPLAY "REPOE - REPOSICAO DE EDICOES PERDIDAS"
              DISPLAY "ARQUIVO DO PEDIDO (CRITICADO): "
              ACCEPT LK-PATH.
           ACCEPT W-HOJE-AAAAMMDD FROM DATE YYYYMMDD

           OPEN INPUT PENTR.
           IF W-FS NOT = "00"
              DISPLAY "PEDIDO NAO ENCONTRADO: " LK-PATH
              STOP RUN.
           PERFORM CARREGA-HIST THRU FIM-CARREGA-HIST
           OPEN OUTPUT PORDEM
           IF W-FS-ORDEM NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO REPOSICAO.TXT = " W-FS-ORDEM
              CLOSE PENTR
              STOP RUN.
           OPEN EXTEND PHIST
           IF W-FS-HIST NOT = "00"
              OPEN OUTPUT PHIST.
           IF W-FS-HIST NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO REPOSICAO_HIST.TXT = "
                      W-FS-HIST
              CLOSE PENTR PORDEM
              STOP RUN.

           PERFORM PROCESSA THRU FIM-PROCESSA
                    UNTIL W-FIM = "S".

           CLOSE PENTR PORDEM PHIST
           PERFORM IMPRIME-SEPARACAO THRU FIM-IMPRIME-SEPARACAO

           DISPLAY "REGISTROS LIDOS..............: " W-LIDOS
           DISPLAY "FAIXAS DE EDICOES PERDIDAS...: " W-QT-FAIXAS
           DISPLAY "ORDENS DE REPOSICAO..........: " W-QT-ORDENS
           DISPLAY "JA REPOSTAS (NAO REENVIADAS).: " W-QT-REPETIDAS
           DISPLAY "EDICOES FORA DA ASSINATURA...: " W-QT-FORA
           DISPLAY "FAIXAS LONGAS DEMAIS (> " W-MAX-FAIXA "): "
                   W-QT-LONGAS
           DISPLAY "ORDENS EM REPOSICAO.TXT, SEPARACAO EM "
                   "REPOE_SEPARACAO.TXT"
           STOP RUN.

       CARREGA-HIST.
           OPEN INPUT PHIST
           IF W-FS-HIST NOT = "00"
              GO TO FIM-CARREGA-HIST.
       LE-HIST.
           READ PHIST AT END
                CLOSE PHIST
                GO TO FIM-CARREGA-HIST.
           IF RH-COD-ASS = SPACES
              GO TO LE-HIST.
           IF W-QT-HIST NOT < 30000
              DISPLAY "REPOSICAO_HIST.TXT PASSA DE 30000 REPOSICOES - "
                      "EXPURGUE O HISTORICO E RODE DE NOVO"
              CLOSE PHIST PENTR
              STOP RUN.
           ADD 1 TO W-QT-HIST
           MOVE RH-COD-ASS TO TH-COD-ASS(W-QT-HIST)
           MOVE RH-REVISTA TO TH-REVISTA(W-QT-HIST)
           MOVE RH-EDICAO  TO TH-EDICAO(W-QT-HIST)
           GO TO LE-HIST.
       FIM-CARREGA-HIST.
           EXIT.

       PROCESSA.
           READ PENTR AT END
                MOVE "S" TO W-FIM
                GO TO FIM-PROCESSA.
           IF E-TIPO = "XX"
              GO TO FIM-PROCESSA.
           ADD 1 TO W-LIDOS
           IF E-TIPO NOT = "NO" AND E-TIPO NOT = "DN" AND
              E-TIPO NOT = "PR"
              GO TO FIM-PROCESSA.
      *    MESMA CRITICA DO CRITICA-PERDIDAS DO XPGR47: FAIXA EM
      *    BRANCO, NAO NUMERICA OU INVERTIDA NAO GERA ORDEM.
           IF E-EDI-PERD-INI = SPACES OR E-EDI-PERD-FIM = SPACES
              GO TO FIM-PROCESSA.
           IF E-EDI-PERD-INI NOT NUMERIC OR
              E-EDI-PERD-FIM NOT NUMERIC
              GO TO FIM-PROCESSA.
           MOVE E-EDI-PERD-INI TO W-EDI-PERD-INI
           MOVE E-EDI-PERD-FIM TO W-EDI-PERD-FIM
           IF W-EDI-PERD-FIM < W-EDI-PERD-INI
              GO TO FIM-PROCESSA.
           IF W-EDI-PERD-FIM - W-EDI-PERD-INI NOT < W-MAX-FAIXA
              ADD 1 TO W-QT-LONGAS
              GO TO FIM-PROCESSA.
           ADD 1 TO W-QT-FAIXAS
           PERFORM MONTA-ENTREGA THRU FIM-MONTA-ENTREGA
           PERFORM REPOE-EDICAO THRU FIM-REPOE-EDICAO
                    VARYING W-EDICAO FROM W-EDI-PERD-INI BY 1
                    UNTIL W-EDICAO > W-EDI-PERD-FIM.
       FIM-PROCESSA.
           EXIT.

      *    ASSINATURA DE PRESENTE E' ENTREGUE NO PRESENTEADO.
       MONTA-ENTREGA.
           IF E-NOME-PRE NOT = SPACES
              MOVE E-NOME-PRE TO W-ENT-NOME
              MOVE E-END-PRE  TO W-ENT-END
              MOVE E-CID-PRE  TO W-ENT-CID
              MOVE E-BAI-PRE  TO W-ENT-BAI
              MOVE E-UF-PRE   TO W-ENT-UF
              MOVE E-CEP5-PRE TO W-ENT-CEP5
              MOVE E-CEP3-PRE TO W-ENT-CEP3
           ELSE
              MOVE E-NOME-ASS TO W-ENT-NOME
              MOVE E-END-ASS  TO W-ENT-END
              MOVE E-CID-ASS  TO W-ENT-CID
              MOVE E-BAI-ASS  TO W-ENT-BAI
              MOVE E-UF-ASS   TO W-ENT-UF
              MOVE E-CEP5-ASS TO W-ENT-CEP5
              MOVE E-CEP3-ASS TO W-ENT-CEP3.
       FIM-MONTA-ENTREGA.
           EXIT.

      *****************************************************************
      *    REPOE-EDICAO: A EDICAO W-EDICAO VAI PARA CADA PROJETO DO
      *    REGISTRO QUE A COBRE. NENHUM PROJETO COBRINDO = EDICAO
      *    FORA DA ASSINATURA (CONTADA, SEM ORDEM).
      *****************************************************************
       REPOE-EDICAO.
           MOVE "N" TO W-COBRIU
           PERFORM REPOE-PROJETO THRU FIM-REPOE-PROJETO
                    VARYING W-IND FROM 1 BY 1
                    UNTIL W-IND > 6
           IF W-COBRIU = "N"
              ADD 1 TO W-QT-FORA.
       FIM-REPOE-EDICAO.
           EXIT.

       REPOE-PROJETO.
           IF E-NR-PROJ(W-IND) = SPACES OR
              E-REVISTA(W-IND) NOT NUMERIC OR
              E-EDI-INIC(W-IND) NOT NUMERIC OR
              E-EDI-FIM(W-IND) NOT NUMERIC
              GO TO FIM-REPOE-PROJETO.
           MOVE E-EDI-INIC(W-IND) TO W-EDI-INIC
           MOVE E-EDI-FIM(W-IND)  TO W-EDI-FIM
           IF W-EDICAO < W-EDI-INIC OR W-EDICAO > W-EDI-FIM
              GO TO FIM-REPOE-PROJETO.
           MOVE E-REVISTA(W-IND) TO W-REV
           IF W-REV = ZEROS
              GO TO FIM-REPOE-PROJETO.
           MOVE "S" TO W-COBRIU
           PERFORM PROCURA-HIST THRU FIM-PROCURA-HIST
           IF W-ACHOU = "S"
              ADD 1 TO W-QT-REPETIDAS
              GO TO FIM-REPOE-PROJETO.
           MOVE 1 TO W-COPIAS
           IF E-NR-COPIAS(W-IND) NUMERIC
              MOVE E-NR-COPIAS(W-IND) TO W-COPIAS.
           IF W-COPIAS = ZEROS
              MOVE 1 TO W-COPIAS.
           PERFORM GRAVA-ORDEM THRU FIM-GRAVA-ORDEM
           PERFORM ACUMULA-SEPARACAO THRU FIM-ACUMULA-SEPARACAO.
       FIM-REPOE-PROJETO.
           EXIT.

       PROCURA-HIST.
           MOVE "N" TO W-ACHOU
           PERFORM COMPARA-HIST THRU FIM-COMPARA-HIST
                    VARYING W-IND-HIST FROM 1 BY 1
                    UNTIL W-IND-HIST > W-QT-HIST OR W-ACHOU = "S".
       FIM-PROCURA-HIST.
           EXIT.

       COMPARA-HIST.
           IF TH-EDICAO(W-IND-HIST) = W-EDICAO AND
              TH-REVISTA(W-IND-HIST) = W-REV AND
              TH-COD-ASS(W-IND-HIST) = E-COD-ASS
              MOVE "S" TO W-ACHOU.
       FIM-COMPARA-HIST.
           EXIT.

      *    SEM LUGAR NA TABELA A ORDEM NAO TERIA COMO SER BARRADA SE
      *    SE REPETISSE - PARA AQUI, COM AS ORDENS JA' GRAVADAS (QUE
      *    ESTAO NO HISTORICO E NAO SAIRAO DE NOVO).
       GRAVA-ORDEM.
           IF W-QT-HIST NOT < 30000
              DISPLAY "HISTORICO DE REPOSICOES CHEIO (30000) NA RODADA"
              DISPLAY "REPOSICAO.TXT FICA COM AS " W-QT-ORDENS
                      " ORDENS JA' EMITIDAS - ENVIE-AS, EXPURGUE O "
                      "REPOSICAO_HIST.TXT E RODE DE NOVO"
              CLOSE PENTR PORDEM PHIST
              STOP RUN.
           MOVE SPACES            TO REG-ORDEM
           MOVE E-COD-ASS         TO RP-COD-ASS
           MOVE W-REV             TO RP-REVISTA
           MOVE W-EDICAO          TO RP-EDICAO
           MOVE W-COPIAS          TO RP-COPIAS
           MOVE W-ENT-NOME        TO RP-NOME
           MOVE W-ENT-END         TO RP-END
           MOVE W-ENT-BAI         TO RP-BAI
           MOVE W-ENT-CID         TO RP-CID
           MOVE W-ENT-UF          TO RP-UF
           MOVE W-ENT-CEP5        TO RP-CEP(1:5)
           MOVE W-ENT-CEP3        TO RP-CEP(6:3)
           MOVE E-TIPO-ENTREGA    TO RP-TIPO-ENTR
           MOVE E-DISTRIBUIDOR    TO RP-DISTRIB
           MOVE E-ROTEIRO         TO RP-ROTEIRO
           MOVE W-HOJE-AAAAMMDD   TO RP-DATA
           WRITE REG-ORDEM
           ADD 1 TO W-QT-ORDENS
           MOVE SPACES            TO REG-HIST
           MOVE E-COD-ASS         TO RH-COD-ASS
           MOVE W-REV             TO RH-REVISTA
           MOVE W-EDICAO          TO RH-EDICAO
           MOVE W-HOJE-AAAAMMDD   TO RH-DATA
           WRITE REG-HIST
      *    A ORDEM ENTRA NA TABELA PARA NAO SE REPETIR NA RODADA.
           ADD 1 TO W-QT-HIST
           MOVE E-COD-ASS TO TH-COD-ASS(W-QT-HIST)
           MOVE W-REV     TO TH-REVISTA(W-QT-HIST)
           MOVE W-EDICAO  TO TH-EDICAO(W-QT-HIST).
       FIM-GRAVA-ORDEM.
           EXIT.

      *****************************************************************
      *    ACUMULA-SEPARACAO: SOMA A ORDEM NA LINHA DA REVISTA/EDICAO
      *    (INCLUINDO NA POSICAO CERTA QUANDO E' NOVA, PARA A LISTA
      *    SAIR EM ORDEM SEM CLASSIFICACAO).
      *****************************************************************
       ACUMULA-SEPARACAO.
           MOVE W-REV    TO W-SEP-REVISTA
           MOVE W-EDICAO TO W-SEP-EDICAO
           MOVE ZEROS    TO W-POS-SEP
           PERFORM PROCURA-SEPARACAO THRU FIM-PROCURA-SEPARACAO
                    VARYING W-IND-SEP FROM 1 BY 1
                    UNTIL W-IND-SEP > W-QT-SEP OR W-POS-SEP NOT = ZEROS
           IF W-POS-SEP = ZEROS
              MOVE W-IND-SEP TO W-POS-SEP.
           IF W-POS-SEP > W-QT-SEP OR
              TS-CHAVE(W-POS-SEP) NOT = W-CHAVE-SEP
              IF W-QT-SEP NOT < 2000
                 GO TO FIM-ACUMULA-SEPARACAO
              ELSE
                 PERFORM ABRE-SEPARACAO THRU FIM-ABRE-SEPARACAO.
           ADD 1 TO TS-ORDENS(W-POS-SEP)
           IF E-DISTRIBUIDOR NOT = SPACES
              ADD W-COPIAS TO TS-DIRETA(W-POS-SEP)
           ELSE
              ADD W-COPIAS TO TS-CORREIO(W-POS-SEP).
       FIM-ACUMULA-SEPARACAO.
           EXIT.

      *    PRIMEIRA POSICAO COM CHAVE IGUAL OU MAIOR.
       PROCURA-SEPARACAO.
           IF TS-CHAVE(W-IND-SEP) NOT < W-CHAVE-SEP
              MOVE W-IND-SEP TO W-POS-SEP.
       FIM-PROCURA-SEPARACAO.
           EXIT.

      *    ABRE ESPACO NA POSICAO W-POS-SEP EMPURRANDO O RESTO.
       ABRE-SEPARACAO.
           PERFORM EMPURRA-SEPARACAO THRU FIM-EMPURRA-SEPARACAO
                    VARYING W-IND-SEP FROM W-QT-SEP BY -1
                    UNTIL W-IND-SEP < W-POS-SEP
           ADD 1 TO W-QT-SEP
           MOVE W-CHAVE-SEP TO TS-CHAVE(W-POS-SEP)
           MOVE ZEROS TO TS-ORDENS(W-POS-SEP) TS-CORREIO(W-POS-SEP)
                         TS-DIRETA(W-POS-SEP).
       FIM-ABRE-SEPARACAO.
           EXIT.

       EMPURRA-SEPARACAO.
           MOVE TS-ENT(W-IND-SEP) TO TS-ENT(W-IND-SEP + 1).
       FIM-EMPURRA-SEPARACAO.
           EXIT.

      *****************************************************************
      *    IMPRIME-SEPARACAO: UMA LINHA POR REVISTA/EDICAO COM AS
      *    ORDENS E OS EXEMPLARES A SEPARAR PARA CORREIO E PARA
      *    ENTREGA DIRETA, QUEBRANDO POR REVISTA.
      *****************************************************************
       IMPRIME-SEPARACAO.
           OPEN OUTPUT PSEPARA
           IF W-FS-SEPARA NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO REPOE_SEPARACAO.TXT = "
                      W-FS-SEPARA
              GO TO FIM-IMPRIME-SEPARACAO.
           MOVE SPACES TO W-LINHA
           STRING "REPOE - LISTA DE SEPARACAO DA REPOSICAO - PEDIDO "
                  LK-PATH DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SEPARA THRU FIM-GRAVA-SEPARA
           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-SEPARA THRU FIM-GRAVA-SEPARA
           MOVE "REV  EDICAO    ORDENS  CORREIO   DIRETA    TOTAL"
                TO W-LINHA
           PERFORM GRAVA-SEPARA THRU FIM-GRAVA-SEPARA
           MOVE ZEROS TO W-SEP-REVISTA
           PERFORM IMPRIME-UMA-SEPARACAO THRU FIM-IMPRIME-UMA-SEPARACAO
                    VARYING W-IND-SEP FROM 1 BY 1
                    UNTIL W-IND-SEP > W-QT-SEP
           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-SEPARA THRU FIM-GRAVA-SEPARA
           MOVE W-QT-ORDENS TO W-QTDE-ED
           STRING "TOTAL DE ORDENS: " W-QTDE-ED
                  DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SEPARA THRU FIM-GRAVA-SEPARA
           CLOSE PSEPARA.
       FIM-IMPRIME-SEPARACAO.
           EXIT.

       IMPRIME-UMA-SEPARACAO.
           IF TS-REVISTA(W-IND-SEP) NOT = W-SEP-REVISTA AND
              W-SEP-REVISTA NOT = ZEROS
              MOVE SPACES TO W-LINHA
              PERFORM GRAVA-SEPARA THRU FIM-GRAVA-SEPARA.
           MOVE TS-REVISTA(W-IND-SEP) TO W-SEP-REVISTA
           MOVE SPACES TO W-LINHA
           MOVE TS-REVISTA(W-IND-SEP) TO W-LINHA(1:2)
           MOVE TS-EDICAO(W-IND-SEP)  TO W-LINHA(6:7)
           MOVE TS-ORDENS(W-IND-SEP)  TO W-QTDE-ED
           MOVE W-QTDE-ED             TO W-LINHA(14:7)
           MOVE TS-CORREIO(W-IND-SEP) TO W-QTDE-ED
           MOVE W-QTDE-ED             TO W-LINHA(23:7)
           MOVE TS-DIRETA(W-IND-SEP)  TO W-QTDE-ED
           MOVE W-QTDE-ED             TO W-LINHA(32:7)
           COMPUTE W-TOT-SEP = TS-CORREIO(W-IND-SEP)
                             + TS-DIRETA(W-IND-SEP)
           MOVE W-TOT-SEP             TO W-QTDE-ED
           MOVE W-QTDE-ED             TO W-LINHA(41:7)
           PERFORM GRAVA-SEPARA THRU FIM-GRAVA-SEPARA.
       FIM-IMPRIME-UMA-SEPARACAO.
           EXIT.

       GRAVA-SEPARA.
           MOVE W-LINHA TO REG-SEPARA
           WRITE REG-SEPARA.
       FIM-GRAVA-SEPARA.
           EXIT.

      *****************************************************************
      *    ESCOLHE-AMBIENTE: PRODUCAO, HOMOLOG OU TESTE, PELO
      *    AMBIENTE.TXT. COM O AMBIENTE RECUSADO O PROGRAMA NAO RODA.
      *****************************************************************
       ESCOLHE-AMBIENTE.
           CALL "AMBIENTE" USING W-AMBIENTE
               ON EXCEPTION
                  MOVE "9" TO W-AM-RET
                  MOVE "PROGRAMA AMBIENTE INDISPONIVEL" TO W-AM-MENSAGEM
           END-CALL
           IF W-AM-RET NOT EQUAL "0"
              DISPLAY "AMBIENTE RECUSADO - " W-AM-MENSAGEM
              STOP RUN.
           DISPLAY "AMBIENTE: " W-AM-NOME.
       FIM-ESCOLHE-AMBIENTE.
           EXIT.
