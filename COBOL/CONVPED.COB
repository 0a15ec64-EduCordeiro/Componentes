       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CONVPED.
      *------------------------------------------------------------
      * VERSAO DO LAYOUT DO PEDIDO (PENTR). CHAMADO (CALL "CONVPED")
      * PELO XPGR47 E PELO PARTICAO ANTES DE LEREM O PEDIDO: O
      * REGENTR-1 E' FIXO, E UM SISTEMA DE ORIGEM QUE AINDA MANDA O
      * LAYOUT ANTERIOR (OU JA' MANDA UM MAIS NOVO) SERIA CRITICADO
      * COM OS CAMPOS DESLOCADOS, SEM AVISO.
      *
      * REGISTRO DE VERSOES: A VERSAO ATUAL (2005, A DO REGENTR-1)
      * ESTA' DESCRITA AQUI MESMO, CAMPO A CAMPO; AS OUTRAS SAO
      * CADASTRADAS EM LAYOUT_PENTR.TXT (OPCIONAL - SEM ELE, SO' A
      * ATUAL E' CONHECIDA):
      *    V VVVVVVVV TTTT PPPP MMMMMMMMMM
      *      VERSAO, TAMANHO DO REGISTRO, POSICAO E TEXTO DA MARCA
      *      NO CABECALHO (MARCA EM BRANCO = RECONHECIDA PELO
      *      TAMANHO)
      *    C VVVVVVVV CAMPO--------------- PPPP TTTT T OO SSSS
      *      CAMPO DA VERSAO: NOME (O MESMO DO REGENTR-1 QUANDO E'
      *      O MESMO DADO), POSICAO, TAMANHO, TIPO (X OU 9),
      *      OCORRENCIAS E O PASSO ENTRE ELAS (TABELAS DE PROJETO
      *      E DE PARCELA)
      *
      * DETECCAO: A MARCA NUM REGISTRO DE CABECALHO (TIPO QUE NAO E'
      * DOCUMENTO NEM TRAILER) VALE PRIMEIRO; SEM MARCA, O MAIOR
      * REGISTRO DO PEDIDO ESCOLHE A VERSAO - TAMANHO EXATO, OU A
      * MENOR VERSAO EM QUE ELE CABE (LINHA COM BRANCOS NO FIM
      * CHEGA MAIS CURTA). MAIOR QUE TODAS = DESCONHECIDA.
      *
      * CONVERSAO: SO' OS DOCUMENTOS (NO/DN/PR) MUDAM DE LAYOUT -
      * CABECALHOS E TRAILER SEGUEM COMO VIERAM. CADA CAMPO DO
      * REGENTR-1 RECEBE O CAMPO DE MESMO NOME DA VERSAO DE ORIGEM
      * (TEXTO ALINHADO A ESQUERDA, NUMERO A DIREITA); CAMPO QUE A
      * ORIGEM NAO TEM NASCE COM O PADRAO (ZEROS OU BRANCOS); CAMPO
      * DA ORIGEM SEM LUGAR NO REGENTR-1 E' DESCARTADO. O PEDIDO
      * CONVERTIDO TOMA O LUGAR DO ORIGINAL, QUE FICA COMO .ORI; O
      * QUE FOI DESCARTADO, PADRONIZADO OU AJUSTADO DE TAMANHO SAI
      * EM CONVERSAO.TXT.
      *
      * RETORNO EM LK-CV-RET:
      *    "0" PEDIDO JA' NA VERSAO ATUAL - NADA FEITO
      *    "1" PEDIDO CONVERTIDO
      *    "2" VERSAO DESCONHECIDA - O PEDIDO NAO PODE SER CRITICADO
      *    "3" PEDIDO AUSENTE - NADA FEITO
      *    "9" CONVERSAO SEM GRAVACAO - ORIGINAL INTACTO
      *------------------------------------------------------------
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT       PENTRA         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-ENTRA
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PSAIDA         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-SAIDA
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PLAYOUT        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-LAYOUT
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PCONVER        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-CONVER
                        ACCESS         MODE      IS   SEQUENTIAL.

       DATA        DIVISION.
       FILE        SECTION.
       FD  PENTRA
           LABEL RECORD ARE STANDARD
           RECORD IS VARYING IN SIZE FROM 1 TO 2000 CHARACTERS
                      DEPENDING ON W-TAM-LIDO
           VALUE OF FILE-ID IS ARQ-PEDIDO.
       01  REG-ENTRA              PIC X(2000).

       FD  PSAIDA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS ARQ-CONVERTIDO.
       01  REG-SAIDA              PIC X(1810).

       FD  PLAYOUT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LAYOUT_PENTR.TXT".
       01  REG-LAYOUT-V.
           02  LV-TIPO            PIC X(001).
           02  FILLER             PIC X(001).
           02  LV-VERSAO          PIC X(008).
           02  FILLER             PIC X(001).
           02  LV-TAMANHO         PIC 9(004).
           02  FILLER             PIC X(001).
           02  LV-MARCA-POS       PIC 9(004).
           02  FILLER             PIC X(001).
           02  LV-MARCA           PIC X(010).
       01  REG-LAYOUT-C.
           02  LC-TIPO            PIC X(001).
           02  FILLER             PIC X(001).
           02  LC-VERSAO          PIC X(008).
           02  FILLER             PIC X(001).
           02  LC-CAMPO           PIC X(020).
           02  FILLER             PIC X(001).
           02  LC-POS             PIC 9(004).
           02  FILLER             PIC X(001).
           02  LC-TAM             PIC 9(004).
           02  FILLER             PIC X(001).
           02  LC-TIPO-DADO       PIC X(001).
           02  FILLER             PIC X(001).
           02  LC-OCORR           PIC 9(002).
           02  FILLER             PIC X(001).
           02  LC-PASSO           PIC 9(004).

       FD  PCONVER
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CONVERSAO.TXT".
       01  REG-CONVER             PIC X(132).

       WORKING-STORAGE  SECTION.
       77  W-FS-ENTRA             PIC X(002) VALUE SPACES.
       77  W-FS-SAIDA             PIC X(002) VALUE SPACES.
       77  W-FS-LAYOUT            PIC X(002) VALUE SPACES.
       77  W-FS-CONVER            PIC X(002) VALUE SPACES.
       77  ARQ-PEDIDO             PIC X(050) VALUE SPACES.
       77  ARQ-CONVERTIDO         PIC X(050) VALUE SPACES.
       77  ARQ-ORIGINAL           PIC X(050) VALUE SPACES.
       77  W-RC                   PIC 9(004) VALUE ZEROS COMP.
       77  W-TAM-LIDO             PIC 9(004) VALUE ZEROS.
       77  W-TAM-MAX              PIC 9(004) VALUE ZEROS.
       77  W-TAM-MARCA            PIC 9(002) VALUE ZEROS.
       77  W-QT-VERSOES           PIC 9(002) VALUE ZEROS.
       77  W-QT-CAMPOS            PIC 9(003) VALUE ZEROS.
       77  W-IND-VER              PIC 9(002) VALUE ZEROS.
       77  W-IND-CMP              PIC 9(003) VALUE ZEROS.
       77  W-IND-ATU              PIC 9(003) VALUE ZEROS.
       77  W-IND-OCO              PIC 9(002) VALUE ZEROS.
       77  W-VER-MARCA            PIC 9(002) VALUE ZEROS.
       77  W-VER-ORIGEM           PIC 9(002) VALUE ZEROS.
       77  W-ACHOU                PIC 9(003) VALUE ZEROS.
       77  W-POS-ORI              PIC 9(004) VALUE ZEROS.
       77  W-POS-DES              PIC 9(004) VALUE ZEROS.
       77  W-TAM-ORI              PIC 9(004) VALUE ZEROS.
       77  W-TAM-DES              PIC 9(004) VALUE ZEROS.
       77  W-QT-REGS              PIC 9(009) VALUE ZEROS.
       77  W-QT-DESCART           PIC 9(003) VALUE ZEROS.
       77  W-QT-PADRAO            PIC 9(003) VALUE ZEROS.
       77  W-QT-AJUSTE            PIC 9(003) VALUE ZEROS.
       77  W-TIPO-REG             PIC X(002) VALUE SPACES.
       01  W-REG-NOVO             PIC X(1810) VALUE SPACES.
       01  W-DATA-HOJE            PIC 9(008) VALUE ZEROS.
       01  W-POS-ED               PIC ZZZ9.
       01  W-TAM-ED               PIC ZZZ9.
       01  W-TAM-ED2              PIC ZZZ9.

      *    VERSOES CONHECIDAS (A PRIMEIRA E' A ATUAL, DO REGENTR-1)
       01  TAB-VERSOES.
           02  TV-ENT OCCURS 10 TIMES.
               03  TV-VERSAO      PIC X(008).
               03  TV-TAMANHO     PIC 9(004).
               03  TV-MARCA-POS   PIC 9(004).
               03  TV-MARCA       PIC X(010).

      *    CAMPOS DAS VERSOES CADASTRADAS EM LAYOUT_PENTR.TXT
       01  TAB-CAMPOS.
           02  TC-ENT OCCURS 600 TIMES.
               03  TC-VERSAO      PIC X(008).
               03  TC-CAMPO       PIC X(020).
               03  TC-POS         PIC 9(004).
               03  TC-TAM         PIC 9(004).
               03  TC-TIPO        PIC X(001).
               03  TC-OCORR       PIC 9(002).
               03  TC-PASSO       PIC 9(004).
               03  TC-USADO       PIC X(001).

      *    O REGENTR-1 (VERSAO 2005), CAMPO A CAMPO: NOME, POSICAO,
      *    TAMANHO, TIPO, OCORRENCIAS E PASSO (FILLERS FORA)
       01  TAB-ATUAL-V.
           02  FILLER PIC X(35) VALUE
               "E-TIPO              00010002X010000".
           02  FILLER PIC X(35) VALUE
               "E-COD-IMPRES        00030001X010000".
           02  FILLER PIC X(35) VALUE
               "E-SEQ-REG           000400109010000".
           02  FILLER PIC X(35) VALUE
               "E-SEQ-CARNE         001400109010000".
           02  FILLER PIC X(35) VALUE
               "E-ASS-GER           002600039010000".
           02  FILLER PIC X(35) VALUE
               "E-CARTA             00350007X010000".
           02  FILLER PIC X(35) VALUE
               "E-CHAVE-ABRIL       00420041X010000".
           02  FILLER PIC X(35) VALUE
               "E-COD-ASS           00830009X010000".
           02  FILLER PIC X(35) VALUE
               "E-NOME-ASS          00920030X010000".
           02  FILLER PIC X(35) VALUE
               "E-CHAMADA-ASS       01220020X010000".
           02  FILLER PIC X(35) VALUE
               "E-END-ASS           01420030X010000".
           02  FILLER PIC X(35) VALUE
               "E-CID-ASS           01720015X010000".
           02  FILLER PIC X(35) VALUE
               "E-BAI-ASS           01870015X010000".
           02  FILLER PIC X(35) VALUE
               "E-UF-ASS            02020002X010000".
           02  FILLER PIC X(35) VALUE
               "E-CEP5-ASS          020400059010000".
           02  FILLER PIC X(35) VALUE
               "E-CEP3-ASS          020900039010000".
           02  FILLER PIC X(35) VALUE
               "E-SEXO-ASS          02120001X010000".
           02  FILLER PIC X(35) VALUE
               "E-COD-PRE           02130009X010000".
           02  FILLER PIC X(35) VALUE
               "E-NOME-PRE          02220030X010000".
           02  FILLER PIC X(35) VALUE
               "E-CHAMADA-PRE       02520020X010000".
           02  FILLER PIC X(35) VALUE
               "E-END-PRE           02720030X010000".
           02  FILLER PIC X(35) VALUE
               "E-CID-PRE           03020015X010000".
           02  FILLER PIC X(35) VALUE
               "E-BAI-PRE           03170015X010000".
           02  FILLER PIC X(35) VALUE
               "E-UF-PRE            03320002X010000".
           02  FILLER PIC X(35) VALUE
               "E-CEP5-PRE          033400059010000".
           02  FILLER PIC X(35) VALUE
               "E-CEP3-PRE          033900039010000".
           02  FILLER PIC X(35) VALUE
               "E-SEXO-PRE          03420001X010000".
           02  FILLER PIC X(35) VALUE
               "E-DT-PROC           03430008X010000".
           02  FILLER PIC X(35) VALUE
               "E-NR-PROJ           03510003X060143".
           02  FILLER PIC X(35) VALUE
               "E-NOME-PROJ         03540030X060143".
           02  FILLER PIC X(35) VALUE
               "E-EDI-INIC          03840007X060143".
           02  FILLER PIC X(35) VALUE
               "E-EDI-FIM           03910007X060143".
           02  FILLER PIC X(35) VALUE
               "E-NR-COPIAS         03980003X060143".
           02  FILLER PIC X(35) VALUE
               "E-DT-VIG-INIC       04010008X060143".
           02  FILLER PIC X(35) VALUE
               "E-MMAA-INIC         04090017X060143".
           02  FILLER PIC X(35) VALUE
               "E-DT-EDI-INIC       04260010X060143".
           02  FILLER PIC X(35) VALUE
               "E-DT-VIG-FIM        04360008X060143".
           02  FILLER PIC X(35) VALUE
               "E-MMAA-FIM          04440017X060143".
           02  FILLER PIC X(35) VALUE
               "E-DT-EDI-FIM        04610010X060143".
           02  FILLER PIC X(35) VALUE
               "E-VL-PARC           047100099060143".
           02  FILLER PIC X(35) VALUE
               "E-VL-ASS-CAPA       048000099060143".
           02  FILLER PIC X(35) VALUE
               "E-VIGENCIA          04890005X060143".
           02  FILLER PIC X(35) VALUE
               "E-QTDE-PARC         120900029010000".
           02  FILLER PIC X(35) VALUE
               "E-PARC-ATRAS-1      121100029010000".
           02  FILLER PIC X(35) VALUE
               "E-PARC-PAGAS        121300029010000".
           02  FILLER PIC X(35) VALUE
               "E-TOT-DEB-ATRAS     121500099010000".
           02  FILLER PIC X(35) VALUE
               "E-TOT-PAGO          122400099010000".
           02  FILLER PIC X(35) VALUE
               "E-VL-PARC-ATRAS     123300099050019".
           02  FILLER PIC X(35) VALUE
               "E-DD-VENC-ATRAS     12420002X050019".
           02  FILLER PIC X(35) VALUE
               "E-MM-VENC-ATRAS     12440002X050019".
           02  FILLER PIC X(35) VALUE
               "E-AA-VENC-ATRAS     12460004X050019".
           02  FILLER PIC X(35) VALUE
               "E-PARC-ATRAS-2      125000029050019".
           02  FILLER PIC X(35) VALUE
               "E-0800              13500012X010000".
           02  FILLER PIC X(35) VALUE
               "E-GSP               13620009X010000".
           02  FILLER PIC X(35) VALUE
               "E-EDI-PERD-INI      14070007X010000".
           02  FILLER PIC X(35) VALUE
               "E-EDI-PERD-FIM      14140007X010000".
           02  FILLER PIC X(35) VALUE
               "E-SIGLA-DB          14210002X010000".
           02  FILLER PIC X(35) VALUE
               "E-DB-CARTAO         14240018X010000".
           02  FILLER PIC X(35) VALUE
               "E-BANCO             14420003X010000".
           02  FILLER PIC X(35) VALUE
               "E-AGENCIA           14450005X010000".
           02  FILLER PIC X(35) VALUE
               "E-CONTA             14500010X010000".
           02  FILLER PIC X(35) VALUE
               "E-NOME-INST         14600025X010000".
           02  FILLER PIC X(35) VALUE
               "E-TIPO-ENTREGA      14960001X010000".
           02  FILLER PIC X(35) VALUE
               "E-PRIORI-DISTRIB    14970004X010000".
           02  FILLER PIC X(35) VALUE
               "E-CENTRALIZ         15010006X010000".
           02  FILLER PIC X(35) VALUE
               "E-DISTRIBUIDOR      15070006X010000".
           02  FILLER PIC X(35) VALUE
               "E-AG-DIRETA         15130020X010000".
           02  FILLER PIC X(35) VALUE
               "E-ROTEIRO           15330010X010000".
           02  FILLER PIC X(35) VALUE
               "E-TP-ACAO           15490001X010000".
           02  FILLER PIC X(35) VALUE
               "E-COD-ACAO          15500004X010000".
           02  FILLER PIC X(35) VALUE
               "E-ANEXO123          15840021X010000".
           02  FILLER PIC X(35) VALUE
               "E-EMPRESA           16490010X010000".
           02  FILLER PIC X(35) VALUE
               "E-OPTIN-DIGITAL     16590001X010000".
           02  FILLER PIC X(35) VALUE
               "E-GERENTE           17170008X010000".
           02  FILLER PIC X(35) VALUE
               "E-PRACA             17250006X010000".
       01  TAB-ATUAL REDEFINES TAB-ATUAL-V.
           02  TA-ENT OCCURS 75 TIMES.
               03  TA-CAMPO       PIC X(020).
               03  TA-POS         PIC 9(004).
               03  TA-TAM         PIC 9(004).
               03  TA-TIPO        PIC X(001).
               03  TA-OCORR       PIC 9(002).
               03  TA-PASSO       PIC 9(004).
      *    PARA CADA CAMPO ATUAL, O CAMPO DE MESMO NOME NA ORIGEM
       01  TAB-MAPA.
           02  TM-ORIGEM OCCURS 75 TIMES PIC 9(003).

       LINKAGE SECTION.
       01  LK-CONVPED.
      *    ENTRADA
           02  LK-CV-ARQUIVO      PIC X(050).
           02  LK-CV-NOME         PIC X(020).
      *    SAIDA
           02  LK-CV-VERSAO       PIC X(008).
           02  LK-CV-TAMANHO      PIC 9(004).
           02  LK-CV-REGS         PIC 9(009).
           02  LK-CV-DESCART      PIC 9(003).
           02  LK-CV-PADRAO       PIC 9(003).
           02  LK-CV-RET          PIC X(001).

       PROCEDURE DIVISION USING LK-CONVPED.
       INICIO.
           MOVE    "0"       TO        LK-CV-RET
           MOVE    SPACES    TO        LK-CV-VERSAO
           MOVE    ZEROS     TO        LK-CV-TAMANHO LK-CV-REGS
                                       LK-CV-DESCART LK-CV-PADRAO
           MOVE    ZEROS     TO        W-TAM-MAX W-VER-MARCA
                                       W-VER-ORIGEM W-QT-REGS
                                       W-QT-DESCART W-QT-PADRAO
                                       W-QT-AJUSTE
           MOVE    LK-CV-ARQUIVO       TO        ARQ-PEDIDO
           PERFORM CARREGA-LAYOUTS     THRU FIM-CARREGA-LAYOUTS

      *    PRIMEIRA PASSADA: MARCA NOS CABECALHOS E MAIOR REGISTRO
           OPEN    INPUT     PENTRA
           IF      W-FS-ENTRA          NOT       EQUAL     "00"
                   MOVE      "3"       TO        LK-CV-RET
                   GO        FIM.
       LE-DETECTA.
           MOVE    SPACES    TO        REG-ENTRA
           READ    PENTRA    AT        END
                   CLOSE     PENTRA
                   GO        ESCOLHE-VERSAO.
           IF      W-TAM-LIDO          >         W-TAM-MAX
                   MOVE      W-TAM-LIDO          TO   W-TAM-MAX.
           MOVE    REG-ENTRA (1 : 2)   TO        W-TIPO-REG
           IF      W-VER-MARCA         EQUAL     ZEROS
           AND     W-TIPO-REG NOT EQUAL "NO" AND "DN" AND "PR" AND "XX"
                   PERFORM PROCURA-MARCA THRU FIM-PROCURA-MARCA
                            VARYING W-IND-VER FROM 1 BY 1
                            UNTIL   W-IND-VER > W-QT-VERSOES
                            OR      W-VER-MARCA > ZEROS.
           GO      LE-DETECTA.
       ESCOLHE-VERSAO.
           MOVE    W-TAM-MAX TO        LK-CV-TAMANHO
           MOVE    W-VER-MARCA         TO        W-VER-ORIGEM
           IF      W-VER-ORIGEM        EQUAL     ZEROS
                   PERFORM PROCURA-TAMANHO THRU FIM-PROCURA-TAMANHO
                            VARYING W-IND-VER FROM 1 BY 1
                            UNTIL   W-IND-VER > W-QT-VERSOES.
           IF      W-VER-ORIGEM        EQUAL     ZEROS
                   PERFORM PROCURA-MAIOR THRU FIM-PROCURA-MAIOR
                            VARYING W-IND-VER FROM 1 BY 1
                            UNTIL   W-IND-VER > W-QT-VERSOES.
           IF      W-VER-ORIGEM        EQUAL     ZEROS
                   MOVE      "2"       TO        LK-CV-RET
                   GO        FIM.
           MOVE    TV-VERSAO(W-VER-ORIGEM)       TO   LK-CV-VERSAO
           IF      W-VER-ORIGEM        EQUAL     1
                   GO        FIM.
      *    VERSAO CADASTRADA SEM OS CAMPOS NAO TEM COMO SER CONVERTIDA
           MOVE    ZEROS     TO        W-ACHOU
           PERFORM CONTA-CAMPOS        THRU FIM-CONTA-CAMPOS
                    VARYING W-IND-CMP FROM 1 BY 1
                    UNTIL   W-IND-CMP > W-QT-CAMPOS
           IF      W-ACHOU   EQUAL     ZEROS
                   MOVE      "2"       TO        LK-CV-RET
                   GO        FIM.

      *    VERSAO ANTIGA (OU NOVA): MAPA DE CAMPOS E SEGUNDA PASSADA
           PERFORM MONTA-MAPA          THRU FIM-MONTA-MAPA
                    VARYING W-IND-ATU FROM 1 BY 1
                    UNTIL   W-IND-ATU > 75
           MOVE    SPACES    TO        ARQ-CONVERTIDO ARQ-ORIGINAL
           STRING  ARQ-PEDIDO DELIMITED BY "."
                   ".CNV"    DELIMITED BY SIZE INTO ARQ-CONVERTIDO
           STRING  ARQ-PEDIDO DELIMITED BY "."
                   ".ORI"    DELIMITED BY SIZE INTO ARQ-ORIGINAL
           OPEN    OUTPUT    PSAIDA
           IF      W-FS-SAIDA          NOT       EQUAL     "00"
                   MOVE      "9"       TO        LK-CV-RET
                   GO        FIM.
           OPEN    INPUT     PENTRA.
       LE-CONVERTE.
           MOVE    SPACES    TO        REG-ENTRA
           READ    PENTRA    AT        END
                   GO        FECHA-CONVERSAO.
           ADD     1         TO        W-QT-REGS
           MOVE    REG-ENTRA (1 : 2)   TO        W-TIPO-REG
           IF      W-TIPO-REG NOT EQUAL "NO" AND "DN" AND "PR"
                   MOVE      REG-ENTRA (1 : 1810)     TO   REG-SAIDA
                   WRITE     REG-SAIDA
                   GO        LE-CONVERTE.
           MOVE    SPACES    TO        W-REG-NOVO
           PERFORM CONVERTE-CAMPO      THRU FIM-CONVERTE-CAMPO
                    VARYING W-IND-ATU FROM 1 BY 1
                    UNTIL   W-IND-ATU > 75
           WRITE   REG-SAIDA FROM      W-REG-NOVO
           GO      LE-CONVERTE.
       FECHA-CONVERSAO.
           CLOSE   PENTRA PSAIDA
      *    O CONVERTIDO TOMA O LUGAR DO PEDIDO; O ORIGINAL FICA .ORI
           CALL    "CBL_DELETE_FILE"   USING     ARQ-ORIGINAL
                   RETURNING W-RC
           CALL    "CBL_RENAME_FILE"   USING     ARQ-PEDIDO
                                                 ARQ-ORIGINAL
                   RETURNING W-RC
           IF      W-RC      NOT       EQUAL     ZEROS
                   CALL      "CBL_DELETE_FILE"   USING ARQ-CONVERTIDO
                             RETURNING W-RC
                   MOVE      "9"       TO        LK-CV-RET
                   GO        FIM.
           CALL    "CBL_RENAME_FILE"   USING     ARQ-CONVERTIDO
                                                 ARQ-PEDIDO
                   RETURNING W-RC
           IF      W-RC      NOT       EQUAL     ZEROS
                   CALL      "CBL_RENAME_FILE"   USING ARQ-ORIGINAL
                                                       ARQ-PEDIDO
                             RETURNING W-RC
                   MOVE      "9"       TO        LK-CV-RET
                   GO        FIM.
           MOVE    "1"       TO        LK-CV-RET
           MOVE    W-QT-REGS TO        LK-CV-REGS
           PERFORM RELATA-CONVERSAO    THRU FIM-RELATA-CONVERSAO
           MOVE    W-QT-DESCART        TO        LK-CV-DESCART
           MOVE    W-QT-PADRAO         TO        LK-CV-PADRAO.
       FIM.
           MOVE    ZEROS     TO        RETURN-CODE
           GOBACK.

      *    CARREGA-LAYOUTS: A ATUAL NA PRIMEIRA POSICAO, AS DEMAIS DE
      *    LAYOUT_PENTR.TXT (LINHA "V" ANTES DAS "C" DA VERSAO)
       CARREGA-LAYOUTS.
           MOVE    1         TO        W-QT-VERSOES
           MOVE    ZEROS     TO        W-QT-CAMPOS
           MOVE    "2005"    TO        TV-VERSAO(1)
           MOVE    1810      TO        TV-TAMANHO(1)
           MOVE    ZEROS     TO        TV-MARCA-POS(1)
           MOVE    SPACES    TO        TV-MARCA(1)
           OPEN    INPUT     PLAYOUT
           IF      W-FS-LAYOUT         NOT       EQUAL     "00"
                   GO        FIM-CARREGA-LAYOUTS.
       LE-LAYOUT.
           READ    PLAYOUT   AT        END
                   CLOSE     PLAYOUT
                   GO        FIM-CARREGA-LAYOUTS.
           IF      LV-TIPO   EQUAL     "V"
           AND     LV-TAMANHO          NUMERIC
           AND     LV-TAMANHO          >         ZEROS
           AND     LV-TAMANHO          NOT       >         2000
           AND     LV-VERSAO NOT       EQUAL     TV-VERSAO(1)
           AND     W-QT-VERSOES        <         10
                   ADD     1         TO        W-QT-VERSOES
                   MOVE    LV-VERSAO TO        TV-VERSAO(W-QT-VERSOES)
                   MOVE    LV-TAMANHO
                           TO        TV-TAMANHO(W-QT-VERSOES)
                   MOVE    ZEROS     TO   TV-MARCA-POS(W-QT-VERSOES)
                   MOVE    LV-MARCA  TO        TV-MARCA(W-QT-VERSOES)
                   IF      LV-MARCA-POS        NUMERIC
                           MOVE    LV-MARCA-POS
                                   TO   TV-MARCA-POS(W-QT-VERSOES)
                   END-IF
                   GO      LE-LAYOUT.
           IF      LC-TIPO   NOT       EQUAL     "C"
           OR      LC-POS    NOT       NUMERIC
           OR      LC-TAM    NOT       NUMERIC
           OR      LC-OCORR  NOT       NUMERIC
           OR      LC-PASSO  NOT       NUMERIC
           OR      W-QT-CAMPOS         NOT       <         600
                   GO        LE-LAYOUT.
           IF      LC-POS    EQUAL     ZEROS
           OR      LC-TAM    EQUAL     ZEROS
                   GO        LE-LAYOUT.
           ADD     1         TO        W-QT-CAMPOS
           MOVE    LC-VERSAO TO        TC-VERSAO(W-QT-CAMPOS)
           MOVE    LC-CAMPO  TO        TC-CAMPO(W-QT-CAMPOS)
           MOVE    LC-POS    TO        TC-POS(W-QT-CAMPOS)
           MOVE    LC-TAM    TO        TC-TAM(W-QT-CAMPOS)
           MOVE    LC-TIPO-DADO        TO        TC-TIPO(W-QT-CAMPOS)
           MOVE    LC-OCORR  TO        TC-OCORR(W-QT-CAMPOS)
           IF      LC-OCORR  EQUAL     ZEROS
                   MOVE      1         TO        TC-OCORR(W-QT-CAMPOS).
           MOVE    LC-PASSO  TO        TC-PASSO(W-QT-CAMPOS)
           MOVE    "N"       TO        TC-USADO(W-QT-CAMPOS)
           GO      LE-LAYOUT.
       FIM-CARREGA-LAYOUTS.
           EXIT.

       PROCURA-MARCA.
           IF      TV-MARCA(W-IND-VER) EQUAL     SPACES
           OR      TV-MARCA-POS(W-IND-VER)       EQUAL     ZEROS
                   GO        FIM-PROCURA-MARCA.
           MOVE    ZEROS     TO        W-TAM-MARCA
           INSPECT TV-MARCA(W-IND-VER) TALLYING  W-TAM-MARCA
                   FOR       CHARACTERS BEFORE INITIAL SPACE
           IF      TV-MARCA-POS(W-IND-VER) + W-TAM-MARCA > 2001
                   GO        FIM-PROCURA-MARCA.
           IF      REG-ENTRA (TV-MARCA-POS(W-IND-VER) : W-TAM-MARCA)
                   EQUAL     TV-MARCA(W-IND-VER) (1 : W-TAM-MARCA)
                   MOVE      W-IND-VER TO        W-VER-MARCA.
       FIM-PROCURA-MARCA.
           EXIT.

      *    SEM MARCA: TAMANHO EXATO DE UMA VERSAO SEM MARCA...
       PROCURA-TAMANHO.
           IF      TV-MARCA(W-IND-VER) NOT       EQUAL     SPACES
                   GO        FIM-PROCURA-TAMANHO.
           IF      TV-TAMANHO(W-IND-VER)         EQUAL     W-TAM-MAX
           AND     W-VER-ORIGEM        EQUAL     ZEROS
                   MOVE      W-IND-VER TO        W-VER-ORIGEM.
       FIM-PROCURA-TAMANHO.
           EXIT.

      *    ... OU A MENOR VERSAO SEM MARCA EM QUE O MAIOR REGISTRO CABE
       PROCURA-MAIOR.
           IF      TV-MARCA(W-IND-VER) NOT       EQUAL     SPACES
           OR      TV-TAMANHO(W-IND-VER)         <         W-TAM-MAX
                   GO        FIM-PROCURA-MAIOR.
           IF      W-VER-ORIGEM        EQUAL     ZEROS
                   MOVE      W-IND-VER TO        W-VER-ORIGEM
                   GO        FIM-PROCURA-MAIOR.
           IF      TV-TAMANHO(W-IND-VER)
                   <         TV-TAMANHO(W-VER-ORIGEM)
                   MOVE      W-IND-VER TO        W-VER-ORIGEM.
       FIM-PROCURA-MAIOR.
           EXIT.

       CONTA-CAMPOS.
           IF      TC-VERSAO(W-IND-CMP)
                   EQUAL     TV-VERSAO(W-VER-ORIGEM)
                   ADD       1         TO        W-ACHOU.
       FIM-CONTA-CAMPOS.
           EXIT.

      *    MONTA-MAPA: O CAMPO DE MESMO NOME NA VERSAO DE ORIGEM
       MONTA-MAPA.
           MOVE    ZEROS     TO        W-ACHOU
           PERFORM PROCURA-CAMPO       THRU FIM-PROCURA-CAMPO
                    VARYING W-IND-CMP FROM 1 BY 1
                    UNTIL   W-IND-CMP > W-QT-CAMPOS
                    OR      W-ACHOU > ZEROS
           MOVE    W-ACHOU   TO        TM-ORIGEM(W-IND-ATU).
       FIM-MONTA-MAPA.
           EXIT.

       PROCURA-CAMPO.
           IF      TC-VERSAO(W-IND-CMP)
                   EQUAL     TV-VERSAO(W-VER-ORIGEM)
           AND     TC-CAMPO(W-IND-CMP) EQUAL     TA-CAMPO(W-IND-ATU)
                   MOVE      W-IND-CMP TO        W-ACHOU
                   MOVE      "S"       TO        TC-USADO(W-IND-CMP).
       FIM-PROCURA-CAMPO.
           EXIT.

      *    CONVERTE-CAMPO: TODAS AS OCORRENCIAS DE UM CAMPO ATUAL
       CONVERTE-CAMPO.
           PERFORM CONVERTE-OCORRENCIA THRU FIM-CONVERTE-OCORRENCIA
                    VARYING W-IND-OCO FROM 1 BY 1
                    UNTIL   W-IND-OCO > TA-OCORR(W-IND-ATU).
       FIM-CONVERTE-CAMPO.
           EXIT.

       CONVERTE-OCORRENCIA.
           COMPUTE W-POS-DES = TA-POS(W-IND-ATU)
                             + (W-IND-OCO - 1) * TA-PASSO(W-IND-ATU)
           MOVE    TA-TAM(W-IND-ATU)   TO        W-TAM-DES
           MOVE    TM-ORIGEM(W-IND-ATU)          TO   W-IND-CMP
      *    SEM O CAMPO (OU SEM A OCORRENCIA) NA ORIGEM: PADRAO
           IF      W-IND-CMP EQUAL     ZEROS
                   GO        PREENCHE-PADRAO.
           IF      W-IND-OCO >         TC-OCORR(W-IND-CMP)
                   GO        PREENCHE-PADRAO.
           COMPUTE W-POS-ORI = TC-POS(W-IND-CMP)
                             + (W-IND-OCO - 1) * TC-PASSO(W-IND-CMP)
           MOVE    TC-TAM(W-IND-CMP)   TO        W-TAM-ORI
           IF      W-POS-ORI + W-TAM-ORI         >         2001
                   GO        PREENCHE-PADRAO.
           IF      TA-TIPO(W-IND-ATU)  NOT       EQUAL     "9"
                   MOVE    REG-ENTRA (W-POS-ORI : W-TAM-ORI)
                           TO        W-REG-NOVO (W-POS-DES : W-TAM-DES)
                   GO      FIM-CONVERTE-OCORRENCIA.
      *    NUMERO: ALINHADO A DIREITA, ZEROS A ESQUERDA
           IF      W-TAM-ORI NOT       <         W-TAM-DES
                   COMPUTE W-POS-ORI = W-POS-ORI + W-TAM-ORI
                                     - W-TAM-DES
                   MOVE    REG-ENTRA (W-POS-ORI : W-TAM-DES)
                           TO        W-REG-NOVO (W-POS-DES : W-TAM-DES)
                   GO      FIM-CONVERTE-OCORRENCIA.
           MOVE    ALL "0"
                   TO        W-REG-NOVO (W-POS-DES : W-TAM-DES)
           COMPUTE W-POS-DES = W-POS-DES + W-TAM-DES - W-TAM-ORI
           MOVE    REG-ENTRA (W-POS-ORI : W-TAM-ORI)
                   TO        W-REG-NOVO (W-POS-DES : W-TAM-ORI)
           GO      FIM-CONVERTE-OCORRENCIA.
       PREENCHE-PADRAO.
           IF      TA-TIPO(W-IND-ATU)  EQUAL     "9"
                   MOVE    ALL "0"
                           TO        W-REG-NOVO (W-POS-DES : W-TAM-DES).
       FIM-CONVERTE-OCORRENCIA.
           EXIT.

      *****************************************************************
      *    RELATA-CONVERSAO: CONVERSAO.TXT (ACUMULADO) - O PEDIDO, AS
      *    VERSOES E CADA CAMPO DESCARTADO, PADRONIZADO OU AJUSTADO.
      *****************************************************************
       RELATA-CONVERSAO.
           OPEN    EXTEND    PCONVER
           IF      W-FS-CONVER         NOT       EQUAL     "00"
                   OPEN      OUTPUT    PCONVER.
           IF      W-FS-CONVER         NOT       EQUAL     "00"
                   GO        CONTA-DESCARTES.
           ACCEPT  W-DATA-HOJE FROM    DATE      YYYYMMDD
           MOVE    TV-TAMANHO(W-VER-ORIGEM)      TO   W-TAM-ED
           MOVE    SPACES    TO        REG-CONVER
           STRING  "PEDIDO " LK-CV-NOME " EM " W-DATA-HOJE
                   " - VERSAO "        DELIMITED BY SIZE
                   TV-VERSAO(W-VER-ORIGEM)       DELIMITED BY SPACE
                   " (" W-TAM-ED " BYTES) CONVERTIDA PARA "
                                       DELIMITED BY SIZE
                   TV-VERSAO(1)        DELIMITED BY SPACE
                   " - " W-QT-REGS " REGISTRO(S)"
                   DELIMITED BY SIZE INTO REG-CONVER
           WRITE   REG-CONVER.
       CONTA-DESCARTES.
           PERFORM RELATA-DESCARTE     THRU FIM-RELATA-DESCARTE
                    VARYING W-IND-CMP FROM 1 BY 1
                    UNTIL   W-IND-CMP > W-QT-CAMPOS
           PERFORM RELATA-PADRAO       THRU FIM-RELATA-PADRAO
                    VARYING W-IND-ATU FROM 1 BY 1
                    UNTIL   W-IND-ATU > 75
           IF      W-FS-CONVER         NOT       EQUAL     "00"
                   GO        FIM-RELATA-CONVERSAO.
           MOVE    SPACES    TO        REG-CONVER
           STRING  "   TOTAL: " W-QT-DESCART " DESCARTADO(S), "
                   W-QT-PADRAO " COM PADRAO, " W-QT-AJUSTE
                   " COM TAMANHO AJUSTADO"
                   DELIMITED BY SIZE INTO REG-CONVER
           WRITE   REG-CONVER
           CLOSE   PCONVER.
       FIM-RELATA-CONVERSAO.
           EXIT.

      *    CAMPO DA ORIGEM QUE NAO TEM LUGAR NO REGENTR-1
       RELATA-DESCARTE.
           IF      TC-VERSAO(W-IND-CMP)
                   NOT EQUAL TV-VERSAO(W-VER-ORIGEM)
           OR      TC-USADO(W-IND-CMP) EQUAL     "S"
                   GO        FIM-RELATA-DESCARTE.
           ADD     1         TO        W-QT-DESCART
           IF      W-FS-CONVER         NOT       EQUAL     "00"
                   GO        FIM-RELATA-DESCARTE.
           MOVE    TC-POS(W-IND-CMP)   TO        W-POS-ED
           MOVE    TC-TAM(W-IND-CMP)   TO        W-TAM-ED
           MOVE    SPACES    TO        REG-CONVER
           STRING  "   DESCARTADO: " TC-CAMPO(W-IND-CMP)
                   " (POSICAO " W-POS-ED " TAMANHO " W-TAM-ED ")"
                   DELIMITED BY SIZE INTO REG-CONVER
           WRITE   REG-CONVER.
       FIM-RELATA-DESCARTE.
           EXIT.

      *    CAMPO ATUAL QUE A ORIGEM NAO TEM (OU TEM COM OUTRO TAMANHO
      *    OU MENOS OCORRENCIAS)
       RELATA-PADRAO.
           MOVE    TM-ORIGEM(W-IND-ATU) TO       W-IND-CMP
           MOVE    SPACES    TO        REG-CONVER
           IF      W-IND-CMP EQUAL     ZEROS
                   ADD     1         TO        W-QT-PADRAO
                   IF      TA-TIPO(W-IND-ATU)  EQUAL     "9"
                           STRING  "   PADRAO    : " TA-CAMPO(W-IND-ATU)
                                   " (ZEROS)"
                                   DELIMITED BY SIZE INTO REG-CONVER
                   ELSE
                           STRING  "   PADRAO    : " TA-CAMPO(W-IND-ATU)
                                   " (BRANCOS)"
                                   DELIMITED BY SIZE INTO REG-CONVER
                   END-IF
                   GO      GRAVA-PADRAO.
           IF      TC-OCORR(W-IND-CMP) <         TA-OCORR(W-IND-ATU)
                   ADD     1         TO        W-QT-PADRAO
                   STRING  "   PADRAO    : " TA-CAMPO(W-IND-ATU)
                           " (OCORRENCIAS ALEM DE " TC-OCORR(W-IND-CMP)
                           ")"
                           DELIMITED BY SIZE INTO REG-CONVER
                   GO      GRAVA-PADRAO.
           IF      TC-TAM(W-IND-CMP)   EQUAL     TA-TAM(W-IND-ATU)
                   GO      FIM-RELATA-PADRAO.
           ADD     1         TO        W-QT-AJUSTE
           MOVE    TC-TAM(W-IND-CMP)   TO        W-TAM-ED
           MOVE    TA-TAM(W-IND-ATU)   TO        W-TAM-ED2
           STRING  "   AJUSTADO  : " TA-CAMPO(W-IND-ATU)
                   " (TAMANHO " W-TAM-ED " PARA " W-TAM-ED2 ")"
                   DELIMITED BY SIZE INTO REG-CONVER.
       GRAVA-PADRAO.
           IF      W-FS-CONVER         EQUAL     "00"
                   WRITE     REG-CONVER.
       FIM-RELATA-PADRAO.
           EXIT.
