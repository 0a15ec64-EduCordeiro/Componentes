       IDENTIFICATION DIVISION.
       PROGRAM-ID.      REUNE.
      *
      *  FECHO DA CRITICA PARTICIONADA: DEPOIS QUE TODAS AS PARTES
      *  CORTADAS PELO PARTICAO PASSARAM PELO XPGR47 (CADA UMA NA
      *  SUA INSTANCIA, COM OS ARQUIVOS PROPRIOS .Pnn), O REUNE
      *  DEVOLVE O PEDIDO INTEIRO AO FLUXO NORMAL DA NOITE:
      *
      *  - SO' REUNE COM TODAS AS PARTES CONCLUIDAS (PARCIAL.Pnn
      *    "CONCLUIDA", DO ARQUIVO DA PARTE E COM TODOS OS REGISTROS
      *    DELA) - FALTANDO UMA, NADA E' MEXIDO, INCIDENTE E
      *    RETURN-CODE 8, PARA A PARTE SER RECRITICADA;
      *  - JUNTA AS SAIDAS DAS PARTES NA ORDEM DO PEDIDO: AS DA
      *    RODADA (FINANC, ROTEIRO, POSTAGEM...) NASCEM DE NOVO, AS
      *    ACUMULADAS (CEP_INVALIDO, PRODUCAO, ANEXOS...) GANHAM AS
      *    LINHAS DAS PARTES NO FIM, E O ATRASO_AGING FECHA COM UM SO'
      *    BLOCO DE TOTAIS;
      *  - REMONTA A DEVOLUCAO A ORIGEM (UM CABECALHO, TODAS AS
      *    LINHAS "D", TRAILER COM AS CONTAGENS SOMADAS) E A LACRA
      *    NO DEVSELO COM O NOME DO PEDIDO ORIGINAL;
      *  - REFAZ O CONSOLIDADO DE ANEXOS DO DIA E CONFERE O ESTOQUE;
      *  - MONTA O .REL DO PEDIDO (CRI<PEDIDO>.REL): OS RELATORIOS
      *    DAS PARTES EM SEQUENCIA E A CONSOLIDACAO - CONTAGENS
      *    CONTRA O TRAILER ORIGINAL, VALORES CONTRA O
      *    CONTROLE_VALORES.TXT E O ACEITE SOBRE O PEDIDO INTEIRO;
      *  - SEGUE O FIM DO XPGR47 PARA O PEDIDO ORIGINAL: REGISTRO
      *    DE CHEGADA, PROVA DOS MODELOS (PROVA.TXT), RETENCAO PELO
      *    ACEITE, DESTINO E O REPASSE AO XPGR42.
      *
      *  ENQUANTO REUNE, TOMA A TRAVA DO XPGR47 (XPGR47.LCK) - AS
      *  ACUMULADAS SAO AS MESMAS DE UMA RODADA NORMAL. NO FIM OS
      *  ARQUIVOS .Pnn SAO APAGADOS (INCLUSIVE O RESUMO, QUE
      *  IMPEDE REUNIR DUAS VEZES O MESMO CORTE).
      *
      *  CHAMADA DESATENDIDA:
      *     REUNE           (TRAVA OCUPADA RECUSA)
      *     REUNE S         (SOBREPOE TRAVA VELHA, COMO NO XPGR47)
      *
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT  IS COMMA.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT       PPARTIC        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-PARTIC
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PPARCIAL       ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-PARCIAL
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PORIGEM        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-ORIGEM
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PALVO          ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-ALVO
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PRELAT         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-RELAT
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PANEXO         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-ANEXO
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PANEXOC        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-ANEXOC
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PESTOQ         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-ESTOQ
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PACEITE        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-ACEITE
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PCTLVAL        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-CTLVAL
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PTRAVA         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-TRAVA
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PDESTINO       ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-DESTINO
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PPENDEN        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-PENDEN
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PINCID         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-INCID
                        ACCESS         MODE      IS   SEQUENTIAL.

       DATA        DIVISION.
       FILE        SECTION.
       FD  PPARTIC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARTICAO.TXT".
       01  REG-PARTIC             PIC X(116).

      *    RESUMO DE CADA PARTE (MESMO LAYOUT DO XPGR47)
       FD  PPARCIAL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS ARQ-PARCIAL.
       01  REG-PARCIAL.
           02  PR-PARTE           PIC 9(002).
           02  FILLER             PIC X(001).
           02  PR-NOME            PIC X(020).
           02  FILLER             PIC X(001).
           02  PR-LIDOS           PIC 9(006).
           02  FILLER             PIC X(001).
           02  PR-CARTAS          PIC 9(006).
           02  FILLER             PIC X(001).
           02  PR-CRITICAS        PIC 9(006).
           02  FILLER             PIC X(001).
           02  PR-SUPRIM          PIC 9(006).
           02  FILLER             PIC X(001).
           02  PR-RETIDAS         PIC 9(006).
           02  FILLER             PIC X(001).
           02  PR-PRESENT         PIC 9(006).
           02  FILLER             PIC X(001).
           02  PR-FALLBACK        PIC 9(006).
           02  FILLER             PIC X(001).
           02  PR-TOT-PARC        PIC 9(013).
           02  FILLER             PIC X(001).
           02  PR-TOT-DEB         PIC 9(013).
           02  FILLER             PIC X(001).
           02  PR-TOT-PAGO        PIC 9(013).
           02  FILLER             PIC X(001).
           02  PR-GT-BASE         PIC 9(006).
           02  PR-GT-TIPO OCCURS 7 TIMES.
               03  FILLER         PIC X(001).
               03  PR-GT-QTDE     PIC 9(006).
           02  PR-AGING OCCURS 4 TIMES.
               03  FILLER         PIC X(001).
               03  PR-AG-QT       PIC 9(006).
               03  FILLER         PIC X(001).
               03  PR-AG-VAL      PIC 9(012).
           02  FILLER             PIC X(001).
           02  PR-SITUACAO        PIC X(010).

      *    ARQUIVO DE UMA PARTE E O DO PEDIDO INTEIRO - LINHA A LINHA,
      *    DO TAMANHO QUE VIER
       FD  PORIGEM
           LABEL RECORD ARE STANDARD
           RECORD IS VARYING IN SIZE FROM 1 TO 2000 CHARACTERS
                      DEPENDING ON W-TAM-LIDO
           VALUE OF FILE-ID IS ARQ-ORIGEM.
       01  REG-ORIGEM             PIC X(2000).

       FD  PALVO
           LABEL RECORD ARE STANDARD
           RECORD IS VARYING IN SIZE FROM 1 TO 2000 CHARACTERS
                      DEPENDING ON W-TAM-GRAVA
           VALUE OF FILE-ID IS ARQ-ALVO.
       01  REG-ALVO               PIC X(2000).

       FD  PRELAT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS ARQ-REL.
       01  REG-REL                PIC X(120).

      *    ANEXOS POR PEDIDO E O CONSOLIDADO (LAYOUT DO XPGR47)
       FD  PANEXO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ANEXOS.TXT".
       01  REG-ANEXO.
           02  AX-COD             PIC X(007).
           02  FILLER             PIC X(002).
           02  AX-QTDE            PIC 9(006).
           02  FILLER             PIC X(002).
           02  AX-DATA            PIC X(006).
           02  FILLER             PIC X(002).
           02  AX-PEDIDO          PIC X(020).

       FD  PANEXOC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ANEXOS_CONSOLIDADO.TXT".
       01  REG-ANEXOC.
           02  AC2-COD            PIC X(007).
           02  FILLER             PIC X(002).
           02  AC2-QTDE           PIC 9(006).

       FD  PESTOQ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ESTOQUE_ANEXOS.TXT".
       01  REG-ESTOQ.
           02  ES-COD             PIC X(007).
           02  FILLER             PIC X(002).
           02  ES-SALDO           PIC 9(008).

       FD  PACEITE
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ACEITE.TXT".
       01  REG-ACEITE.
           02  AL-TIPO            PIC X(010).
           02  FILLER             PIC X(001).
           02  AL-LIMITE          PIC 9(003)V9(002).

       FD  PCTLVAL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CONTROLE_VALORES.TXT".
       01  REG-CTLVAL.
           02  CV-TOT-PARC        PIC 9(013).
           02  FILLER             PIC X(002).
           02  CV-TOT-DEB         PIC 9(013).
           02  FILLER             PIC X(002).
           02  CV-TOT-PAGO        PIC 9(013).

      *    TRAVA DO XPGR47 (MESMO LAYOUT)
       FD  PTRAVA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "XPGR47.LCK".
       01  REG-TRAVA.
           02  TL-STATUS          PIC X(001).
           02  FILLER             PIC X(002).
           02  TL-DATA            PIC X(006).
           02  FILLER             PIC X(002).
           02  TL-HORA            PIC X(006).
           02  FILLER             PIC X(002).
           02  TL-OPERADOR        PIC X(004).

       FD  PDESTINO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DESTINO.TXT".
       01  REG-DESTINO.
           02  DS-ALVO            PIC X(010).

       FD  PPENDEN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "HANDOFF_PENDENTE.TXT".
       01  REG-PENDEN.
           02  PE-PATH            PIC X(050).
           02  PE-NOME            PIC X(020).
           02  PE-DATA            PIC X(008).
           02  PE-MOTIVO          PIC X(040).
           02  PE-LIBERADO        PIC X(004).

       FD  PINCID
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "INCIDENTE.TXT".
       01  REG-INCID.
           02  IN-PROGRAMA            PIC X(10).
           02  FILLER                 PIC X(02).
           02  IN-DATA                PIC X(06).
           02  FILLER                 PIC X(02).
           02  IN-HORA                PIC X(06).
           02  FILLER                 PIC X(02).
           02  IN-MOTIVO              PIC X(40).
           02  FILLER                 PIC X(02).
           02  IN-LIDOS               PIC 9(09).
           02  FILLER                 PIC X(02).
           02  IN-GRAVADOS            PIC 9(09).
           02  FILLER                 PIC X(02).
           02  IN-VOLUME              PIC 9(03).

       WORKING-STORAGE  SECTION.
       77  W-FS-PARTIC            PIC X(002) VALUE SPACES.
       77  W-FS-PARCIAL           PIC X(002) VALUE SPACES.
       77  W-FS-ORIGEM            PIC X(002) VALUE SPACES.
       77  W-FS-ALVO              PIC X(002) VALUE SPACES.
       77  W-FS-RELAT             PIC X(002) VALUE SPACES.
       77  W-FS-ANEXO             PIC X(002) VALUE SPACES.
       77  W-FS-ANEXOC            PIC X(002) VALUE SPACES.
       77  W-FS-ESTOQ             PIC X(002) VALUE SPACES.
       77  W-FS-ACEITE            PIC X(002) VALUE SPACES.
       77  W-FS-CTLVAL            PIC X(002) VALUE SPACES.
       77  W-FS-TRAVA             PIC X(002) VALUE SPACES.
       77  W-FS-DESTINO           PIC X(002) VALUE SPACES.
       77  W-FS-PENDEN            PIC X(002) VALUE SPACES.
       77  W-FS-INCID             PIC X(002) VALUE SPACES.
       77  W-ARGC                 PIC 9(002) VALUE ZEROS.
       77  W-FORCA                PIC X(001) VALUE "N".
       77  ARQ-PARCIAL            PIC X(030) VALUE SPACES.
       77  ARQ-ORIGEM             PIC X(030) VALUE SPACES.
       77  ARQ-ALVO               PIC X(030) VALUE SPACES.
       77  ARQ-REL                PIC X(030) VALUE SPACES.
       77  W-TAM-LIDO             PIC 9(004) VALUE ZEROS.
       77  W-TAM-GRAVA            PIC 9(004) VALUE ZEROS.
       77  W-TEM-CORTE            PIC X(001) VALUE "N".
       77  W-PARTES               PIC 9(002) VALUE ZEROS.
       77  W-QT-LINHAS-P          PIC 9(002) VALUE ZEROS.
       77  W-PARTE                PIC 9(002) VALUE ZEROS.
       77  W-IND-ARQ              PIC 9(002) VALUE ZEROS.
       77  W-IND                  PIC 9(004) VALUE ZEROS.
       77  W-POS                  PIC 9(002) VALUE ZEROS.
       77  W-QT-FALHA             PIC 9(002) VALUE ZEROS.
       77  W-ALVO-ABERTO          PIC X(001) VALUE "N".
       77  W-TEM-DEVOLVE          PIC X(001) VALUE "N".
       77  W-TRAVA-TOMADA         PIC X(001) VALUE "N".
       77  W-MOT-INCID            PIC X(040) VALUE SPACES.
       77  W-NOME-REL             PIC X(020) VALUE SPACES.
       77  W-ESPERADOS            PIC 9(006) VALUE ZEROS.
       77  W-QT-SEM-COBERT        PIC 9(003) VALUE ZEROS.
       77  W-ACHOU-ESTOQ          PIC X(001) VALUE "N".
       77  W-SALDO-ANX            PIC 9(008) VALUE ZEROS.
       77  W-IND-ANX              PIC 9(003) VALUE ZEROS.
       77  W-ACHOU-ANX            PIC 9(003) VALUE ZEROS.
       77  W-TEM-CTLVAL           PIC X(001) VALUE "N".
       77  W-ESP-TOT-PARC         PIC 9(013) VALUE ZEROS.
       77  W-ESP-TOT-DEB          PIC 9(013) VALUE ZEROS.
       77  W-ESP-TOT-PAGO         PIC 9(013) VALUE ZEROS.
       77  W-VAL-ED-A             PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       77  W-VAL-ED-B             PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       77  W-ALVO-HANDOFF         PIC X(010) VALUE "XPGR42".
       77  W-ARQ-ALVO             PIC X(030) VALUE "XPGR42.INT".
       01  W-INFO-ALVO.
           02  W-ALVO-TAM         PIC X(008) COMP-X.
           02  W-ALVO-DATAHORA    PIC X(008) COMP-X.
      *    PEDIDO ORIGINAL, PARA O REPASSE (COMO NO REDESPACHO)
       77  LK-PATH                PIC X(050) VALUE SPACES.
       77  LK-NOME                PIC X(020) VALUE SPACES.
       77  LK-DATA                PIC X(008) VALUE SPACES.
      *    CONTROLE DO CORTE (MESMO LAYOUT DO PARTICAO E DO XPGR47)
       01  W-CORTE-C.
           02  PC-TIPO            PIC X(001).
           02  FILLER             PIC X(001).
           02  PC-NOME            PIC X(020).
           02  FILLER             PIC X(001).
           02  PC-PATH            PIC X(050).
           02  FILLER             PIC X(001).
           02  PC-DATA            PIC X(008).
           02  FILLER             PIC X(001).
           02  PC-PARTES          PIC 9(002).
           02  FILLER             PIC X(001).
           02  PC-HEADERS         PIC 9(001).
           02  FILLER             PIC X(001).
           02  PC-QTDE-REG        PIC 9(010).
           02  FILLER             PIC X(001).
           02  PC-QTDE-CARTAS     PIC 9(010).
           02  FILLER             PIC X(001).
           02  PC-DOCS            PIC 9(006).
       01  W-CORTE-P.
           02  PP-TIPO            PIC X(001).
           02  FILLER             PIC X(001).
           02  PP-PARTE           PIC 9(002).
           02  FILLER             PIC X(001).
           02  PP-ARQUIVO         PIC X(020).
           02  FILLER             PIC X(001).
           02  PP-BASE            PIC 9(006).
           02  FILLER             PIC X(001).
           02  PP-DOCS            PIC 9(006).
       01  W-DT-SYS               PIC X(006) VALUE SPACES.
       01  W-TIME                 PIC X(008) VALUE SPACES.
       01  W-PT-EXT.
           02  FILLER             PIC X(001) VALUE "P".
           02  W-PT-EXT-NR        PIC 9(002) VALUE ZEROS.
      *    AS PARTES DO CORTE, NA ORDEM DO PEDIDO
       01  TAB-PARTES.
           02  TP-ENT OCCURS 20 TIMES.
               03  TP-ARQUIVO     PIC X(020).
               03  TP-DOCS        PIC 9(006).
               03  TP-LIDOS       PIC 9(006).
               03  TP-CARTAS      PIC 9(006).
               03  TP-CRITICAS    PIC 9(006).
               03  TP-SUPRIM      PIC 9(006).
               03  TP-RETIDAS     PIC 9(006).
      *    TOTAIS DO PEDIDO INTEIRO (SOMA DAS PARTES)
       01  W-TOTAIS.
           02  W-TOT-LIDOS        PIC 9(006) VALUE ZEROS.
           02  W-TOT-CARTAS       PIC 9(006) VALUE ZEROS.
           02  W-TOT-CRITICAS     PIC 9(006) VALUE ZEROS.
           02  W-TOT-SUPRIM       PIC 9(006) VALUE ZEROS.
           02  W-TOT-RETIDAS      PIC 9(006) VALUE ZEROS.
           02  W-TOT-PRESENT      PIC 9(006) VALUE ZEROS.
           02  W-TOT-FALLBACK     PIC 9(006) VALUE ZEROS.
           02  W-TOT-PARC         PIC 9(013) VALUE ZEROS.
           02  W-TOT-DEB          PIC 9(013) VALUE ZEROS.
           02  W-TOT-PAGO         PIC 9(013) VALUE ZEROS.
           02  W-TOT-AGING OCCURS 4 TIMES.
               03  W-TOT-AG-QT    PIC 9(006).
               03  W-TOT-AG-VAL   PIC 9(012).
       77  W-IND-AGI              PIC 9(001) VALUE ZEROS.
       01  W-LINHA-AGING-TOT.
           02  FILLER             PIC X(007) VALUE "FAIXA: ".
           02  WAT-FAIXA          PIC X(010).
           02  FILLER             PIC X(006) VALUE "  QT: ".
           02  WAT-QT             PIC ZZZZZ9.
           02  FILLER             PIC X(008) VALUE "  VALOR:".
           02  WAT-VAL            PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  TAB-FAIXAS-V.
           02  FILLER             PIC X(010) VALUE "ATE 30".
           02  FILLER             PIC X(010) VALUE "31-60".
           02  FILLER             PIC X(010) VALUE "61-90".
           02  FILLER             PIC X(010) VALUE "MAIS 90".
       01  TAB-FAIXAS REDEFINES TAB-FAIXAS-V.
           02  TF-FAIXA OCCURS 4 TIMES     PIC X(010).
      *    ACEITE DO PEDIDO (MESMOS TIPOS E NOMES DO XPGR47)
       77  W-GT-BASE              PIC 9(006) VALUE ZEROS.
       77  W-GT-IND               PIC 9(001) VALUE ZEROS.
       77  W-GT-EXCEDIDO          PIC X(001) VALUE "N".
           88  ACEITE-EXCEDIDO             VALUE "S".
       77  W-GT-MOTIVO            PIC X(040) VALUE SPACES.
       77  W-GT-TAXA              PIC 9(003)V9(002) VALUE ZEROS.
       77  W-GT-TAXA-ED           PIC ZZ9,99.
       77  W-GT-LIM-ED            PIC ZZ9,99.
       01  TAB-GT-TIPOS-V.
           02  FILLER PIC X(28) VALUE "CEP       CEP INVALIDO      ".
           02  FILLER PIC X(28) VALUE "DEBITO    DEBITO INVALIDO   ".
           02  FILLER PIC X(28) VALUE "PROJETO   PROJETO INVALIDO  ".
           02  FILLER PIC X(28) VALUE "DATAS     DATAS INCOERENTES ".
           02  FILLER PIC X(28) VALUE "DUPLICADO DUPLICADOS        ".
           02  FILLER PIC X(28) VALUE "QUALIDADE QUALIDADE         ".
           02  FILLER PIC X(28) VALUE "GERAL     REJEICAO GERAL    ".
       01  TAB-GT-TIPOS REDEFINES TAB-GT-TIPOS-V.
           02  TGN-ENT OCCURS 7 TIMES.
               03  TGN-TIPO       PIC X(010).
               03  TGN-NOME       PIC X(018).
       01  TAB-GT.
           02  TGT-ENT OCCURS 7 TIMES.
               03  TGT-QTDE       PIC 9(006).
               03  TGT-LIMITE     PIC 9(003)V9(002).
      *    ANEXOS DO DIA, PARA O CONSOLIDADO E O ESTOQUE
       77  TAX-QT                 PIC 9(003) VALUE ZEROS.
       01  TAB-ANEXO.
           02  TAX-ENT OCCURS 500 TIMES.
               03  TAX-COD        PIC X(007).
               03  TAX-QTDE       PIC 9(008).
      *    DEVOLUCAO A ORIGEM (LAYOUT DO XPGR47): O CABECALHO DA
      *    PRIMEIRA PARTE, AS LINHAS "D" DE TODAS E O TRAILER SOMADO
       01  W-REG-DEVOLV-T.
           02  DT-TIPO            PIC X(001).
           02  FILLER             PIC X(001).
           02  DT-NOME            PIC X(020).
           02  FILLER             PIC X(001).
           02  DT-LIDOS           PIC 9(006).
           02  FILLER             PIC X(001).
           02  DT-DETALHES        PIC 9(006).
           02  DT-FAMILIA OCCURS 6 TIMES.
               03  FILLER         PIC X(001).
               03  DT-QT-FAM      PIC 9(006).
       01  W-DEV-TOTAIS.
           02  W-DEV-DETALHES     PIC 9(006) VALUE ZEROS.
           02  W-DEV-QT-FAM OCCURS 6 TIMES PIC 9(006).
       77  W-DV-IND               PIC 9(001) VALUE ZEROS.
       77  W-TEM-CAB-DEV          PIC X(001) VALUE "N".
      *    AREA DE CHAMADA DO DEVSELO (MESMO LAYOUT DA LINKAGE DELE)
       01  W-DEVSELO.
           02  W-DS-NOME          PIC X(020).
           02  W-DS-ENVELOPE      PIC X(030).
           02  W-DS-LINHAS        PIC 9(009).
           02  W-DS-SOMA          PIC 9(009).
           02  W-DS-RET           PIC X(001).
      *    AREA DE CHAMADA DO PEDSIT (MESMO LAYOUT DA LINKAGE DELE)
       01  W-PEDSIT.
           02  W-PS-ARQUIVO       PIC X(050).
           02  W-PS-SITUACAO      PIC X(010).
           02  W-PS-SIT-ANT       PIC X(010).
           02  W-PS-RET           PIC X(001).
      *    AREA DE CHAMADA DO PROVA (MESMO LAYOUT DA LINKAGE DELE)
       01  W-PROVA.
           02  W-PV-ARQUIVO       PIC X(050).
           02  W-PV-NOME          PIC X(020).
           02  W-PV-DATA          PIC X(008).
           02  W-PV-SPOOL         PIC X(030).
           02  W-PV-MODELOS       PIC 9(003).
           02  W-PV-CARTAS        PIC 9(007).
           02  W-PV-RET           PIC X(001).
       77  W-EM-PROVA             PIC X(001) VALUE "N".
           88  AGUARDA-PROVA               VALUE "S".
      *    ARQUIVOS DE CADA INSTANCIA DO XPGR47 NA PARTE (O RADICAL;
      *    NA PARTE A EXTENSAO E' "Pnn", NO PEDIDO E' "TXT") E O QUE
      *    O REUNE FAZ COM CADA UM (MESMA ORDEM DO XPGR47):
      *    O = SAIDA DA RODADA, NASCE DE NOVO COM AS PARTES EM ORDEM
      *    E = ACUMULADA, RECEBE AS PARTES NO FIM
      *    D = DEVOLUCAO A ORIGEM, REMONTADA A PARTE
      *    X = DA INSTANCIA (TRAVA, CHECKPOINT, RESUMO), SO' APAGADA
       01  TAB-ARQ-INST-V.
           02  FILLER PIC X(21) VALUE "XPGR47.             X".
           02  FILLER PIC X(21) VALUE "CHECKPOINT.         X".
           02  FILLER PIC X(21) VALUE "FINANC.             O".
           02  FILLER PIC X(21) VALUE "FINANC_PARC.        O".
           02  FILLER PIC X(21) VALUE "ROTEIRO.            O".
           02  FILLER PIC X(21) VALUE "POSTAGEM.           O".
           02  FILLER PIC X(21) VALUE "NOTIFICA.           O".
           02  FILLER PIC X(21) VALUE "DEBITO_INVALIDO.    O".
           02  FILLER PIC X(21) VALUE "ASSINANTE_DUPLICADO.O".
           02  FILLER PIC X(21) VALUE "PRESENTEADO.        O".
           02  FILLER PIC X(21) VALUE "ATRASO_AGING.       O".
           02  FILLER PIC X(21) VALUE "SUPRIMIDOS.         O".
           02  FILLER PIC X(21) VALUE "QUALIDADE.          O".
           02  FILLER PIC X(21) VALUE "DEVOLVE_ORIGEM.     D".
           02  FILLER PIC X(21) VALUE "CEP_INVALIDO.       E".
           02  FILLER PIC X(21) VALUE "PROJ_OVERFLOW.      E".
           02  FILLER PIC X(21) VALUE "PROJ_INVALIDO.      E".
           02  FILLER PIC X(21) VALUE "CARTA_RETIDA.       E".
           02  FILLER PIC X(21) VALUE "ASSINANTES.         E".
           02  FILLER PIC X(21) VALUE "PRODUCAO.           E".
           02  FILLER PIC X(21) VALUE "PRODUCAO_EMPRESA.   E".
           02  FILLER PIC X(21) VALUE "ANEXOS.             E".
           02  FILLER PIC X(21) VALUE "PARCIAL.            X".
           02  FILLER PIC X(21) VALUE "FRAUDE_SUSPEITA.    O".
       01  TAB-ARQ-INST REDEFINES TAB-ARQ-INST-V.
           02  TAI-ENT OCCURS 24 TIMES.
               03  TAI-RADICAL    PIC X(020).
               03  TAI-MODO       PIC X(001).

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
                   ACCEPT  W-FORCA     FROM      ARGUMENT-VALUE.
           IF      W-FORCA   EQUAL     "s"
                   MOVE      "S"       TO        W-FORCA.
           ACCEPT  W-DT-SYS  FROM      DATE
           MOVE    ZEROS     TO        W-TOTAIS TAB-GT

           PERFORM CARREGA-CORTE       THRU FIM-CARREGA-CORTE
           PERFORM TOMA-TRAVA          THRU FIM-TOMA-TRAVA

      *    TODAS AS PARTES CONCLUIDAS, OU NADA E' REUNIDO
           MOVE    ZEROS     TO        W-QT-FALHA
           PERFORM CONFERE-PARTE       THRU FIM-CONFERE-PARTE
                    VARYING W-PARTE FROM 1 BY 1
                    UNTIL   W-PARTE > W-PARTES
           IF      W-QT-FALHA          >         ZEROS
                   DISPLAY W-QT-FALHA " PARTE(S) SEM CRITICA "
                           "CONCLUIDA - RECRITICAR E REUNIR DE NOVO"
                   MOVE    "PARTE SEM CRITICA CONCLUIDA - NAO REUNE"
                           TO        W-MOT-INCID
                   PERFORM GRAVA-INCIDENTE THRU FIM-GRAVA-INCIDENTE
                   PERFORM LIBERA-TRAVA    THRU FIM-LIBERA-TRAVA
                   MOVE    8         TO        RETURN-CODE
                   STOP    RUN.
           COMPUTE W-TOT-LIDOS = W-TOT-LIDOS
                               - ((W-PARTES - 1) * PC-HEADERS)

           PERFORM JUNTA-ARQUIVO       THRU FIM-JUNTA-ARQUIVO
                    VARYING W-IND-ARQ FROM 1 BY 1
                    UNTIL   W-IND-ARQ > 24
           PERFORM JUNTA-DEVOLVE       THRU FIM-JUNTA-DEVOLVE
           PERFORM CONSOLIDA-ANEXOS    THRU FIM-CONSOLIDA-ANEXOS
           PERFORM MONTA-RELATORIO     THRU FIM-MONTA-RELATORIO

           PERFORM APAGA-PARTE         THRU FIM-APAGA-PARTE
                    VARYING W-PARTE FROM 1 BY 1
                    UNTIL   W-PARTE > W-PARTES
           PERFORM LIBERA-TRAVA        THRU FIM-LIBERA-TRAVA
           DISPLAY "PEDIDO " PC-NOME " REUNIDO - " W-PARTES
                   " PARTES, " W-TOT-LIDOS " REGISTROS (VER "
                   ARQ-REL ")"

      *    DAQUI EM DIANTE, O FIM DO XPGR47 PARA O PEDIDO ORIGINAL
           MOVE    PC-PATH   TO        LK-PATH
           MOVE    PC-NOME   TO        LK-NOME
           MOVE    PC-DATA   TO        LK-DATA
           MOVE    "CRITICADO"         TO        W-PS-SITUACAO
           PERFORM ATUALIZA-PEDREG     THRU FIM-ATUALIZA-PEDREG
           PERFORM COMPOE-PROVA        THRU FIM-COMPOE-PROVA
           IF      ACEITE-EXCEDIDO
                   MOVE    W-GT-MOTIVO TO        W-MOT-INCID
                   PERFORM GRAVA-INCIDENTE THRU FIM-GRAVA-INCIDENTE
                   PERFORM REGISTRA-PENDENTE THRU FIM-REGISTRA-PENDENTE
                   DISPLAY "PEDIDO RETIDO PELO ACEITE - LIBERACAO "
                           "DO SUPERVISOR NO REDESPACHO"
                   DISPLAY W-GT-MOTIVO
                   STOP    RUN.
           IF      AGUARDA-PROVA
                   PERFORM REGISTRA-PENDENTE THRU FIM-REGISTRA-PENDENTE
                   DISPLAY "PEDIDO AGUARDANDO PROVA (" W-PV-SPOOL
                           ") - APROVACAO NO REDESPACHO P"
                   STOP    RUN.
           PERFORM LE-DESTINO          THRU FIM-LE-DESTINO
           IF      NOT       AMBIENTE-PRODUCAO
                   PERFORM REGISTRA-PENDENTE THRU FIM-REGISTRA-PENDENTE
                   DISPLAY "CRITICA COMPLETA - AMBIENTE " W-AM-NOME
                           " NAO ENTREGA AO XPGR42"
                   STOP    RUN.
           IF      W-ALVO-HANDOFF      EQUAL     "NENHUM"
                   PERFORM REGISTRA-PENDENTE THRU FIM-REGISTRA-PENDENTE
                   DISPLAY "CRITICA COMPLETA - REPASSE DESLIGADO "
                           "(PENDENTE PARA O REDESPACHO)"
                   STOP    RUN.
           CALL    "CBL_CHECK_FILE_EXIST" USING  W-ARQ-ALVO
                                                 W-INFO-ALVO
           IF      RETURN-CODE         NOT       EQUAL     ZEROS
                   MOVE    ZEROS     TO        RETURN-CODE
                   PERFORM REGISTRA-PENDENTE THRU FIM-REGISTRA-PENDENTE
                   DISPLAY "CRITICA COMPLETA - XPGR42 INDISPONIVEL "
                           "(PENDENTE PARA O REDESPACHO)"
                   STOP    RUN.
           MOVE    "REPASSADO"         TO        W-PS-SITUACAO
           PERFORM ATUALIZA-PEDREG     THRU FIM-ATUALIZA-PEDREG
           CHAIN   "XPGR42.INT"        USING     LK-PATH LK-NOME
                                                 LK-DATA.
           STOP    RUN.

      *****************************************************************
      *    CARREGA-CORTE: O PEDIDO ORIGINAL E AS PARTES, DE
      *    PARTICAO.TXT. CORTE INCOMPLETO NAO E' REUNIDO.
      *****************************************************************
       CARREGA-CORTE.
           MOVE    ZEROS     TO        W-QT-LINHAS-P
           OPEN    INPUT     PPARTIC
           IF      W-FS-PARTIC         NOT       EQUAL     "00"
                   DISPLAY "PARTICAO.TXT NAO ENCONTRADO - NENHUM "
                           "PEDIDO PARTICIONADO PARA REUNIR"
                   MOVE    8         TO        RETURN-CODE
                   STOP    RUN.
       LE-CORTE.
           READ    PPARTIC   AT        END
                   CLOSE     PPARTIC
                   GO        TESTA-CORTE.
           IF      REG-PARTIC (1 : 1)  EQUAL     "C"
                   MOVE      REG-PARTIC          TO   W-CORTE-C
                   MOVE      "S"       TO        W-TEM-CORTE
                   MOVE      PC-PARTES TO        W-PARTES
                   GO        LE-CORTE.
           MOVE    REG-PARTIC          TO        W-CORTE-P
           IF      PP-TIPO   NOT       EQUAL     "P"
           OR      PP-PARTE  NOT       NUMERIC
                   GO        LE-CORTE.
           IF      PP-PARTE  <         1
           OR      PP-PARTE  >         20
                   GO        LE-CORTE.
           ADD     1         TO        W-QT-LINHAS-P
           MOVE    PP-ARQUIVO          TO        TP-ARQUIVO(PP-PARTE)
           MOVE    PP-DOCS   TO        TP-DOCS(PP-PARTE)
           GO      LE-CORTE.
       TESTA-CORTE.
           IF      W-TEM-CORTE         EQUAL     "S"
           AND     W-PARTES  >         ZEROS
           AND     W-PARTES  NOT       >         20
           AND     W-QT-LINHAS-P       EQUAL     W-PARTES
                   GO        FIM-CARREGA-CORTE.
           DISPLAY "PARTICAO.TXT INCOMPLETO - CORTAR DE NOVO"
           MOVE    "CONTROLE DO CORTE INCOMPLETO (PARTICAO)"
                   TO        W-MOT-INCID
           PERFORM GRAVA-INCIDENTE     THRU FIM-GRAVA-INCIDENTE
           MOVE    8         TO        RETURN-CODE
           STOP    RUN.
       FIM-CARREGA-CORTE.
           EXIT.

      *****************************************************************
      *    CONFERE-PARTE: O RESUMO DA PARTE TEM QUE SER "CONCLUIDA",
      *    DO ARQUIVO DA PARTE E COM TODOS OS REGISTROS DELA
      *    (CABECALHOS REPLICADOS + DOCUMENTOS DO CORTE).
      *****************************************************************
       CONFERE-PARTE.
           MOVE    W-PARTE   TO        W-PT-EXT-NR
           MOVE    SPACES    TO        ARQ-PARCIAL
           STRING  "PARCIAL." W-PT-EXT DELIMITED BY SIZE
                   INTO      ARQ-PARCIAL
           OPEN    INPUT     PPARCIAL
           IF      W-FS-PARCIAL        NOT       EQUAL     "00"
                   ADD     1         TO        W-QT-FALHA
                   DISPLAY "PARTE " W-PARTE " SEM RESUMO ("
                           ARQ-PARCIAL ")"
                   GO      FIM-CONFERE-PARTE.
           READ    PPARCIAL  AT        END
                   MOVE    SPACES    TO        REG-PARCIAL.
           CLOSE   PPARCIAL
           IF      PR-SITUACAO         NOT       EQUAL     "CONCLUIDA"
           OR      PR-NOME   NOT       EQUAL     TP-ARQUIVO(W-PARTE)
                   ADD     1         TO        W-QT-FALHA
                   DISPLAY "PARTE " W-PARTE " NAO CONCLUIDA ("
                           ARQ-PARCIAL ")"
                   GO      FIM-CONFERE-PARTE.
           COMPUTE W-ESPERADOS = PC-HEADERS + TP-DOCS(W-PARTE)
           IF      PR-LIDOS  NOT       EQUAL     W-ESPERADOS
                   ADD     1         TO        W-QT-FALHA
                   DISPLAY "PARTE " W-PARTE " INCOMPLETA - LIDOS "
                           PR-LIDOS " ESPERADOS " W-ESPERADOS
                   GO      FIM-CONFERE-PARTE.
           MOVE    PR-LIDOS  TO        TP-LIDOS(W-PARTE)
           MOVE    PR-CARTAS TO        TP-CARTAS(W-PARTE)
           MOVE    PR-CRITICAS         TO        TP-CRITICAS(W-PARTE)
           MOVE    PR-SUPRIM TO        TP-SUPRIM(W-PARTE)
           MOVE    PR-RETIDAS          TO        TP-RETIDAS(W-PARTE)
           ADD     PR-LIDOS  TO        W-TOT-LIDOS
           ADD     PR-CARTAS TO        W-TOT-CARTAS
           ADD     PR-CRITICAS         TO        W-TOT-CRITICAS
           ADD     PR-SUPRIM TO        W-TOT-SUPRIM
           ADD     PR-RETIDAS          TO        W-TOT-RETIDAS
           ADD     PR-PRESENT          TO        W-TOT-PRESENT
           ADD     PR-FALLBACK         TO        W-TOT-FALLBACK
           ADD     PR-TOT-PARC         TO        W-TOT-PARC
           ADD     PR-TOT-DEB          TO        W-TOT-DEB
           ADD     PR-TOT-PAGO         TO        W-TOT-PAGO
           ADD     PR-GT-BASE          TO        W-GT-BASE
           PERFORM SOMA-PARTE-ACEITE   THRU FIM-SOMA-PARTE-ACEITE
                    VARYING W-GT-IND FROM 1 BY 1
                    UNTIL   W-GT-IND > 7
           PERFORM SOMA-PARTE-AGING    THRU FIM-SOMA-PARTE-AGING
                    VARYING W-IND-AGI FROM 1 BY 1
                    UNTIL   W-IND-AGI > 4.
       FIM-CONFERE-PARTE.
           EXIT.

       SOMA-PARTE-ACEITE.
           ADD     PR-GT-QTDE(W-GT-IND) TO       TGT-QTDE(W-GT-IND).
       FIM-SOMA-PARTE-ACEITE.
           EXIT.

       SOMA-PARTE-AGING.
           ADD     PR-AG-QT(W-IND-AGI)  TO       W-TOT-AG-QT(W-IND-AGI)
           ADD     PR-AG-VAL(W-IND-AGI) TO      W-TOT-AG-VAL(W-IND-AGI).
       FIM-SOMA-PARTE-AGING.
           EXIT.

      *****************************************************************
      *    JUNTA-ARQUIVO: UM ARQUIVO DA RODADA, MONTADO COM OS DAS
      *    PARTES NA ORDEM DO CORTE. PARTE SEM O ARQUIVO (SAIDA QUE
      *    NAO ABRIU NAQUELA INSTANCIA) E' PULADA; O ARQUIVO DO
      *    PEDIDO SO' E' ABERTO QUANDO ALGUMA PARTE O TEM.
      *****************************************************************
       JUNTA-ARQUIVO.
           IF      TAI-MODO(W-IND-ARQ) NOT       EQUAL     "O"
           AND     TAI-MODO(W-IND-ARQ) NOT       EQUAL     "E"
                   GO        FIM-JUNTA-ARQUIVO.
           MOVE    "N"       TO        W-ALVO-ABERTO
           MOVE    SPACES    TO        ARQ-ALVO
           STRING  TAI-RADICAL(W-IND-ARQ)        DELIMITED BY SPACE
                   "TXT"     DELIMITED BY SIZE
                   INTO      ARQ-ALVO
           PERFORM JUNTA-PARTE         THRU FIM-JUNTA-PARTE
                    VARYING W-PARTE FROM 1 BY 1
                    UNTIL   W-PARTE > W-PARTES
           IF      W-ALVO-ABERTO       NOT       EQUAL     "S"
                   GO        FIM-JUNTA-ARQUIVO.
      *    O ATRASO_AGING FECHA COM OS TOTAIS DO PEDIDO INTEIRO
           IF      TAI-RADICAL(W-IND-ARQ)        EQUAL "ATRASO_AGING."
                   PERFORM FECHA-AGING THRU FIM-FECHA-AGING.
           CLOSE   PALVO.
       FIM-JUNTA-ARQUIVO.
           EXIT.

       JUNTA-PARTE.
           MOVE    W-PARTE   TO        W-PT-EXT-NR
           MOVE    SPACES    TO        ARQ-ORIGEM
           STRING  TAI-RADICAL(W-IND-ARQ)        DELIMITED BY SPACE
                   W-PT-EXT  DELIMITED BY SIZE
                   INTO      ARQ-ORIGEM
           OPEN    INPUT     PORIGEM
           IF      W-FS-ORIGEM         NOT       EQUAL     "00"
                   GO        FIM-JUNTA-PARTE.
           IF      W-ALVO-ABERTO       NOT       EQUAL     "S"
                   PERFORM ABRE-ALVO   THRU FIM-ABRE-ALVO.
       COPIA-LINHA.
           MOVE    SPACES    TO        REG-ORIGEM
           READ    PORIGEM   AT        END
                   CLOSE     PORIGEM
                   GO        FIM-JUNTA-PARTE.
           MOVE    W-TAM-LIDO          TO        W-TAM-GRAVA
           WRITE   REG-ALVO  FROM      REG-ORIGEM
           GO      COPIA-LINHA.
       FIM-JUNTA-PARTE.
           EXIT.

      *    SAIDA DO PEDIDO QUE NAO ABRE PARA A RODADA ANTES DE
      *    QUALQUER OUTRA COISA - AS PARTES FICAM COMO ESTAO PARA
      *    REUNIR DE NOVO DEPOIS DE RESOLVIDO.
       ABRE-ALVO.
           IF      TAI-MODO(W-IND-ARQ) EQUAL     "E"
                   OPEN      EXTEND    PALVO
                   IF        W-FS-ALVO NOT       EQUAL     "00"
                             OPEN      OUTPUT    PALVO
                   END-IF
           ELSE
                   OPEN      OUTPUT    PALVO.
           IF      W-FS-ALVO           EQUAL     "00"
                   MOVE      "S"       TO        W-ALVO-ABERTO
                   GO        FIM-ABRE-ALVO.
           CLOSE   PORIGEM
           DISPLAY "ERRO NA ABERTURA DE " ARQ-ALVO " = " W-FS-ALVO
           MOVE    "SAIDA DO PEDIDO SEM GRAVACAO (REUNE)"
                   TO        W-MOT-INCID
           PERFORM GRAVA-INCIDENTE     THRU FIM-GRAVA-INCIDENTE
           PERFORM LIBERA-TRAVA        THRU FIM-LIBERA-TRAVA
           MOVE    8         TO        RETURN-CODE
           STOP    RUN.
       FIM-ABRE-ALVO.
           EXIT.

      *    FECHO DE ATRASO_AGING.TXT (MESMO BLOCO DO XPGR47)
       FECHA-AGING.
           MOVE    1         TO        W-TAM-GRAVA
           MOVE    SPACES    TO        REG-ALVO
           WRITE   REG-ALVO
           MOVE    39        TO        W-TAM-GRAVA
           MOVE    "** TOTAIS DA RODADA POR FAIXA DE ATRASO"
                   TO        REG-ALVO
           WRITE   REG-ALVO
           PERFORM GRAVA-FAIXA-AGING   THRU FIM-GRAVA-FAIXA-AGING
                    VARYING W-IND-AGI FROM 1 BY 1
                    UNTIL   W-IND-AGI > 4.
       FIM-FECHA-AGING.
           EXIT.

       GRAVA-FAIXA-AGING.
           MOVE    TF-FAIXA(W-IND-AGI) TO        WAT-FAIXA
           MOVE    W-TOT-AG-QT(W-IND-AGI)        TO        WAT-QT
           DIVIDE  W-TOT-AG-VAL(W-IND-AGI) BY 100 GIVING WAT-VAL
           MOVE    55        TO        W-TAM-GRAVA
           WRITE   REG-ALVO  FROM      W-LINHA-AGING-TOT.
       FIM-GRAVA-FAIXA-AGING.
           EXIT.

      *****************************************************************
      *    JUNTA-DEVOLVE: DEVOLVE_ORIGEM.TXT DO PEDIDO INTEIRO - O
      *    CABECALHO DA PRIMEIRA PARTE (JA' COM O NOME DO PEDIDO
      *    ORIGINAL), AS LINHAS "D" DE TODAS E UM TRAILER COM AS
      *    CONTAGENS SOMADAS. DEPOIS, O LACRE DO DEVSELO.
      *****************************************************************
       JUNTA-DEVOLVE.
           MOVE    "N"       TO        W-TEM-DEVOLVE W-TEM-CAB-DEV
           MOVE    ZEROS     TO        W-DEV-TOTAIS
           MOVE    14        TO        W-IND-ARQ
           MOVE    "DEVOLVE_ORIGEM.TXT" TO       ARQ-ALVO
           PERFORM JUNTA-DEVOLVE-PARTE THRU FIM-JUNTA-DEVOLVE-PARTE
                    VARYING W-PARTE FROM 1 BY 1
                    UNTIL   W-PARTE > W-PARTES
           IF      W-TEM-DEVOLVE       NOT       EQUAL     "S"
                   GO        FIM-JUNTA-DEVOLVE.
           MOVE    SPACES    TO        W-REG-DEVOLV-T
           MOVE    "T"       TO        DT-TIPO
           MOVE    PC-NOME   TO        DT-NOME
           MOVE    W-TOT-LIDOS         TO        DT-LIDOS
           MOVE    W-DEV-DETALHES      TO        DT-DETALHES
           PERFORM MOVE-DEVOLVE-FAM    THRU FIM-MOVE-DEVOLVE-FAM
                    VARYING W-DV-IND FROM 1 BY 1
                    UNTIL   W-DV-IND > 6
           MOVE    78        TO        W-TAM-GRAVA
           WRITE   REG-ALVO  FROM      W-REG-DEVOLV-T
           CLOSE   PALVO
           MOVE    PC-NOME   TO        W-DS-NOME
           CALL    "DEVSELO" USING     W-DEVSELO
                   ON EXCEPTION
                   MOVE      "9"       TO        W-DS-RET
           END-CALL
           IF      W-DS-RET  NOT       EQUAL     "0"
                   MOVE    "DEVOLUCAO A ORIGEM NAO LACRADA (DEVSELO)"
                           TO        W-MOT-INCID
                   PERFORM GRAVA-INCIDENTE THRU FIM-GRAVA-INCIDENTE.
       FIM-JUNTA-DEVOLVE.
           EXIT.

       JUNTA-DEVOLVE-PARTE.
           MOVE    W-PARTE   TO        W-PT-EXT-NR
           MOVE    SPACES    TO        ARQ-ORIGEM
           STRING  "DEVOLVE_ORIGEM." W-PT-EXT DELIMITED BY SIZE
                   INTO      ARQ-ORIGEM
           OPEN    INPUT     PORIGEM
           IF      W-FS-ORIGEM         NOT       EQUAL     "00"
                   GO        FIM-JUNTA-DEVOLVE-PARTE.
           IF      W-TEM-DEVOLVE       NOT       EQUAL     "S"
                   MOVE      "O"       TO        TAI-MODO(14)
                   PERFORM   ABRE-ALVO THRU FIM-ABRE-ALVO
                   MOVE      "D"       TO        TAI-MODO(14)
                   MOVE      "S"       TO        W-TEM-DEVOLVE.
       COPIA-DEVOLVE.
           MOVE    SPACES    TO        REG-ORIGEM
           READ    PORIGEM   AT        END
                   CLOSE     PORIGEM
                   GO        FIM-JUNTA-DEVOLVE-PARTE.
           IF      REG-ORIGEM (1 : 1)  EQUAL     "T"
                   MOVE      REG-ORIGEM          TO   W-REG-DEVOLV-T
                   PERFORM   SOMA-DEVOLVE-T THRU FIM-SOMA-DEVOLVE-T
                   GO        COPIA-DEVOLVE.
           IF      REG-ORIGEM (1 : 1)  EQUAL     "H"
                   IF        W-TEM-CAB-DEV       EQUAL     "S"
                             GO        COPIA-DEVOLVE
                   END-IF
                   MOVE      "S"       TO        W-TEM-CAB-DEV.
           MOVE    W-TAM-LIDO          TO        W-TAM-GRAVA
           WRITE   REG-ALVO  FROM      REG-ORIGEM
           GO      COPIA-DEVOLVE.
       FIM-JUNTA-DEVOLVE-PARTE.
           EXIT.

       SOMA-DEVOLVE-T.
           IF      DT-DETALHES         NUMERIC
                   ADD       DT-DETALHES         TO   W-DEV-DETALHES.
           PERFORM SOMA-DEVOLVE-FAM    THRU FIM-SOMA-DEVOLVE-FAM
                    VARYING W-DV-IND FROM 1 BY 1
                    UNTIL   W-DV-IND > 6.
       FIM-SOMA-DEVOLVE-T.
           EXIT.

       SOMA-DEVOLVE-FAM.
           IF      DT-QT-FAM(W-DV-IND) NUMERIC
                   ADD       DT-QT-FAM(W-DV-IND)
                             TO        W-DEV-QT-FAM(W-DV-IND).
       FIM-SOMA-DEVOLVE-FAM.
           EXIT.

       MOVE-DEVOLVE-FAM.
           MOVE    W-DEV-QT-FAM(W-DV-IND) TO     DT-QT-FAM(W-DV-IND).
       FIM-MOVE-DEVOLVE-FAM.
           EXIT.

      *****************************************************************
      *    CONSOLIDA-ANEXOS: ANEXOS_CONSOLIDADO.TXT REFEITO COM AS
      *    LINHAS DE HOJE DE ANEXOS.TXT (JA' COM AS DAS PARTES),
      *    MESMO CRITERIO DO XPGR47.
      *****************************************************************
       CONSOLIDA-ANEXOS.
           MOVE    ZEROS     TO        TAX-QT
           OPEN    INPUT     PANEXO
           IF      W-FS-ANEXO          NOT       EQUAL     "00"
                   GO        FIM-CONSOLIDA-ANEXOS.
       LE-ANEXO-CONS.
           READ    PANEXO    AT        END
                   CLOSE     PANEXO
                   GO        GRAVA-CONSOLIDADO.
           IF      AX-COD    EQUAL     SPACES
           OR      AX-QTDE   NOT       NUMERIC
           OR      AX-DATA   NOT       EQUAL     W-DT-SYS
                   GO        LE-ANEXO-CONS.
           MOVE    ZEROS     TO        W-ACHOU-ANX
           PERFORM PROCURA-ANEXO       THRU FIM-PROCURA-ANEXO
                    VARYING W-IND-ANX FROM 1 BY 1
                    UNTIL   W-IND-ANX > TAX-QT
                    OR      W-ACHOU-ANX > ZEROS
           IF      W-ACHOU-ANX         EQUAL     ZEROS
                   IF        TAX-QT    NOT       <         500
                             GO        LE-ANEXO-CONS
                   END-IF
                   ADD       1         TO        TAX-QT
                   MOVE      TAX-QT    TO        W-ACHOU-ANX
                   MOVE      AX-COD    TO        TAX-COD(TAX-QT)
                   MOVE      ZEROS     TO        TAX-QTDE(TAX-QT).
           ADD     AX-QTDE   TO        TAX-QTDE(W-ACHOU-ANX)
           GO      LE-ANEXO-CONS.
       GRAVA-CONSOLIDADO.
           OPEN    OUTPUT    PANEXOC
           IF      W-FS-ANEXOC         NOT       EQUAL     "00"
                   GO        FIM-CONSOLIDA-ANEXOS.
           PERFORM GRAVA-UM-CONS       THRU FIM-GRAVA-UM-CONS
                    VARYING W-IND-ANX FROM 1 BY 1
                    UNTIL   W-IND-ANX > TAX-QT
           CLOSE   PANEXOC.
       FIM-CONSOLIDA-ANEXOS.
           EXIT.

       PROCURA-ANEXO.
           IF      TAX-COD(W-IND-ANX)  EQUAL     AX-COD
                   MOVE      W-IND-ANX TO        W-ACHOU-ANX.
       FIM-PROCURA-ANEXO.
           EXIT.

       GRAVA-UM-CONS.
           MOVE    SPACES    TO        REG-ANEXOC
           MOVE    TAX-COD(W-IND-ANX)  TO        AC2-COD
           MOVE    TAX-QTDE(W-IND-ANX) TO        AC2-QTDE
           WRITE   REG-ANEXOC.
       FIM-GRAVA-UM-CONS.
           EXIT.

      *****************************************************************
      *    MONTA-RELATORIO: CRI<PEDIDO>.REL - OS RELATORIOS DAS PARTES
      *    EM SEQUENCIA E A CONSOLIDACAO DO PEDIDO INTEIRO.
      *****************************************************************
       MONTA-RELATORIO.
           MOVE    PC-NOME   TO        W-NOME-REL
           PERFORM NOMEIA-REL          THRU FIM-NOMEIA-REL
           MOVE    W-NOME-REL          TO        ARQ-REL
           OPEN    OUTPUT    PRELAT
           IF      W-FS-RELAT          NOT       EQUAL     "00"
                   DISPLAY "ERRO NA ABERTURA DE " ARQ-REL " = "
                           W-FS-RELAT
                   MOVE    "RELATORIO DO PEDIDO SEM GRAVACAO (REUNE)"
                           TO        W-MOT-INCID
                   PERFORM GRAVA-INCIDENTE THRU FIM-GRAVA-INCIDENTE
                   GO      FIM-MONTA-RELATORIO.
           WRITE   REG-REL             FROM      W-CAB-AMBIENTE
           MOVE    SPACES    TO        REG-REL
           STRING  "CRITICA PARTICIONADA DO PEDIDO " PC-NOME
                   " - " W-PARTES " PARTES, REUNIDAS EM "
                   W-DT-SYS
                   DELIMITED BY SIZE INTO REG-REL
           WRITE   REG-REL
           MOVE    SPACES    TO        REG-REL
           WRITE   REG-REL
           PERFORM COPIA-REL-PARTE     THRU FIM-COPIA-REL-PARTE
                    VARYING W-PARTE FROM 1 BY 1
                    UNTIL   W-PARTE > W-PARTES

           MOVE    SPACES    TO        REG-REL
           WRITE   REG-REL
           STRING  "*** CONSOLIDACAO DO PEDIDO " PC-NOME " ***"
                   DELIMITED BY SIZE INTO REG-REL
           WRITE   REG-REL
           MOVE    SPACES    TO        REG-REL
           WRITE   REG-REL
           PERFORM RELATA-PARTE        THRU FIM-RELATA-PARTE
                    VARYING W-PARTE FROM 1 BY 1
                    UNTIL   W-PARTE > W-PARTES
           MOVE    SPACES    TO        REG-REL
           WRITE   REG-REL
           PERFORM VERIFICA-CONTAGEM   THRU FIM-VERIFICA-CONTAGEM
           PERFORM CARREGA-CTLVAL      THRU FIM-CARREGA-CTLVAL
           PERFORM VERIFICA-VALORES    THRU FIM-VERIFICA-VALORES
           MOVE    SPACES    TO        REG-REL
           STRING  "** CARTAS PRESENTEADO GERADAS: " W-TOT-PRESENT
                   DELIMITED BY SIZE INTO REG-REL
           WRITE   REG-REL
           MOVE    SPACES    TO        REG-REL
           STRING  "** CARTAS SUPRIMIDAS (NAO-PERTURBE): "
                   W-TOT-SUPRIM
                   DELIMITED BY SIZE INTO REG-REL
           WRITE   REG-REL
           MOVE    SPACES    TO        REG-REL
           STRING  "** AVISOS DIGITAIS RETIDOS (DEVOLUCAO DIGITAL, "
                   "SEGUE IMPRESSO): " W-TOT-FALLBACK
                   DELIMITED BY SIZE INTO REG-REL
           WRITE   REG-REL
           IF      W-TOT-RETIDAS       >         ZEROS
                   MOVE    SPACES    TO        REG-REL
                   STRING  "** CARTAS RETIDAS (TOTAL, EM "
                           "CARTA_RETIDA.TXT): " W-TOT-RETIDAS
                           DELIMITED BY SIZE INTO REG-REL
                   WRITE   REG-REL.
           PERFORM VERIFICA-ESTOQUE    THRU FIM-VERIFICA-ESTOQUE
           PERFORM CARREGA-ACEITE      THRU FIM-CARREGA-ACEITE
           PERFORM AVALIA-ACEITE       THRU FIM-AVALIA-ACEITE
           MOVE    SPACES    TO        REG-REL
           STRING  "TOTAIS GERAIS - REGISTROS: " W-TOT-LIDOS
                   "  CARTAS: " W-TOT-CARTAS
                   "  CRITICAS: " W-TOT-CRITICAS
                   DELIMITED BY SIZE INTO REG-REL
           WRITE   REG-REL
           MOVE    "*** FIM DO RELATORIO ***" TO  REG-REL
           WRITE   REG-REL
           CLOSE   PRELAT
           PERFORM ARQUIVA-RELATORIO   THRU FIM-ARQUIVA-RELATORIO.
       FIM-MONTA-RELATORIO.
           EXIT.

      *    CRI<NOME>.REL COMO NO XPGR47: A EXTENSAO DO NOME VIRA
      *    "REL"; NOME SEM EXTENSAO GANHA ".REL" NO FIM
       NOMEIA-REL.
           MOVE    ZEROS     TO        W-POS
           INSPECT W-NOME-REL          TALLYING  W-POS
                   FOR       CHARACTERS BEFORE INITIAL "."
           IF      W-POS     <         17
                   MOVE      "REL"     TO   W-NOME-REL (W-POS + 2 : 3)
                   GO        PREFIXA-REL.
           MOVE    ZEROS     TO        W-POS
           INSPECT W-NOME-REL          TALLYING  W-POS
                   FOR       CHARACTERS BEFORE INITIAL SPACE
           IF      W-POS     >         16
                   MOVE      16        TO        W-POS.
           MOVE    ".REL"    TO        W-NOME-REL (W-POS + 1 : 4).
       PREFIXA-REL.
           MOVE    SPACES    TO        ARQ-ORIGEM
           STRING  "CRI"     W-NOME-REL          DELIMITED BY SIZE
                   INTO      ARQ-ORIGEM
           MOVE    ARQ-ORIGEM          TO        W-NOME-REL.
       FIM-NOMEIA-REL.
           EXIT.

      *    O RELATORIO DE UMA PARTE, COM O FECHO TROCADO PELO NUMERO
      *    DA PARTE - SO' O DO PEDIDO INTEIRO TERMINA O .REL
       COPIA-REL-PARTE.
           MOVE    TP-ARQUIVO(W-PARTE) TO        W-NOME-REL
           PERFORM NOMEIA-REL          THRU FIM-NOMEIA-REL
           MOVE    W-NOME-REL          TO        ARQ-ORIGEM
           OPEN    INPUT     PORIGEM
           IF      W-FS-ORIGEM         NOT       EQUAL     "00"
                   MOVE    SPACES    TO        REG-REL
                   STRING  "** RELATORIO DA PARTE " W-PARTE
                           " AUSENTE (" ARQ-ORIGEM ")"
                           DELIMITED BY SIZE INTO REG-REL
                   WRITE   REG-REL
                   GO      FIM-COPIA-REL-PARTE.
       COPIA-REL-LINHA.
           MOVE    SPACES    TO        REG-ORIGEM
           READ    PORIGEM   AT        END
                   CLOSE     PORIGEM
                   GO        FIM-COPIA-REL-PARTE.
           MOVE    REG-ORIGEM (1 : 120) TO       REG-REL
           IF      REG-REL   EQUAL     "*** FIM DO RELATORIO ***"
                   MOVE    SPACES    TO        REG-REL
                   STRING  "*** FIM DA PARTE " W-PARTE " ***"
                           DELIMITED BY SIZE INTO REG-REL.
           WRITE   REG-REL
           GO      COPIA-REL-LINHA.
       FIM-COPIA-REL-PARTE.
           EXIT.

       RELATA-PARTE.
           MOVE    SPACES    TO        REG-REL
           STRING  "PARTE " W-PARTE " " TP-ARQUIVO(W-PARTE)
                   " REGISTROS: " TP-LIDOS(W-PARTE)
                   "  CARTAS: " TP-CARTAS(W-PARTE)
                   "  CRITICAS: " TP-CRITICAS(W-PARTE)
                   "  SUPRIMIDAS: " TP-SUPRIM(W-PARTE)
                   "  RETIDAS: " TP-RETIDAS(W-PARTE)
                   DELIMITED BY SIZE INTO REG-REL
           WRITE   REG-REL.
       FIM-RELATA-PARTE.
           EXIT.

      *    O TRAILER DO PEDIDO ORIGINAL CONTRA A SOMA DAS PARTES (OS
      *    CABECALHOS REPLICADOS EM CADA PARTE CONTAM UMA VEZ SO')
       VERIFICA-CONTAGEM.
           IF      W-TOT-LIDOS         NOT       EQUAL     PC-QTDE-REG
                   MOVE    SPACES    TO        REG-REL
                   STRING  "** DIVERGENCIA: TRAILER INFORMOU "
                           PC-QTDE-REG " REGS, LIDOS " W-TOT-LIDOS
                           DELIMITED BY SIZE INTO REG-REL
                   WRITE   REG-REL.
           IF      (W-TOT-CARTAS + W-TOT-SUPRIM + W-TOT-RETIDAS)
                   NOT       EQUAL     PC-QTDE-CARTAS
                   MOVE    SPACES    TO        REG-REL
                   STRING  "** DIVERGENCIA: TRAILER INFORMOU "
                           PC-QTDE-CARTAS " CARTAS, GERADAS "
                           W-TOT-CARTAS " + SUPRIMIDAS " W-TOT-SUPRIM
                           " + RETIDAS " W-TOT-RETIDAS
                           DELIMITED BY SIZE INTO REG-REL
                   WRITE   REG-REL.
       FIM-VERIFICA-CONTAGEM.
           EXIT.

       CARREGA-CTLVAL.
           MOVE    "N"       TO        W-TEM-CTLVAL
           OPEN    INPUT     PCTLVAL
           IF      W-FS-CTLVAL         NOT       EQUAL     "00"
                   GO        FIM-CARREGA-CTLVAL.
           READ    PCTLVAL   AT        END
                   CLOSE     PCTLVAL
                   GO        FIM-CARREGA-CTLVAL.
           IF      CV-TOT-PARC         NUMERIC
           AND     CV-TOT-DEB          NUMERIC
           AND     CV-TOT-PAGO         NUMERIC
                   MOVE    "S"       TO        W-TEM-CTLVAL
                   MOVE    CV-TOT-PARC         TO   W-ESP-TOT-PARC
                   MOVE    CV-TOT-DEB          TO   W-ESP-TOT-DEB
                   MOVE    CV-TOT-PAGO         TO   W-ESP-TOT-PAGO.
           CLOSE   PCTLVAL.
       FIM-CARREGA-CTLVAL.
           EXIT.

      *    OS VALORES SOMADOS DAS PARTES CONTRA OS TOTAIS DE CONTROLE
      *    DO LOTE (MESMAS LINHAS DO XPGR47)
       VERIFICA-VALORES.
           MOVE    SPACES    TO        REG-REL
           DIVIDE  W-TOT-PARC BY 100   GIVING    W-VAL-ED-A
           DIVIDE  W-TOT-DEB  BY 100   GIVING    W-VAL-ED-B
           STRING  "** VALORES APURADOS - PARCELAS: " W-VAL-ED-A
                   "  DEB.ATRASO: " W-VAL-ED-B
                   DELIMITED BY SIZE INTO REG-REL
           WRITE   REG-REL
           MOVE    SPACES    TO        REG-REL
           DIVIDE  W-TOT-PAGO BY 100   GIVING    W-VAL-ED-A
           STRING  "** VALORES APURADOS - TOTAL PAGO: " W-VAL-ED-A
                   DELIMITED BY SIZE INTO REG-REL
           WRITE   REG-REL
           IF      W-TEM-CTLVAL        EQUAL     "N"
                   GO        FIM-VERIFICA-VALORES.
           IF      W-TOT-PARC          NOT       EQUAL  W-ESP-TOT-PARC
                   MOVE    SPACES    TO        REG-REL
                   DIVIDE  W-ESP-TOT-PARC BY 100 GIVING W-VAL-ED-A
                   DIVIDE  W-TOT-PARC     BY 100 GIVING W-VAL-ED-B
                   STRING  "** DIVERGENCIA DE VALOR: PARCELAS "
                           "ESPERADO " W-VAL-ED-A " APURADO "
                           W-VAL-ED-B
                           DELIMITED BY SIZE INTO REG-REL
                   WRITE   REG-REL.
           IF      W-TOT-DEB           NOT       EQUAL  W-ESP-TOT-DEB
                   MOVE    SPACES    TO        REG-REL
                   DIVIDE  W-ESP-TOT-DEB BY 100 GIVING W-VAL-ED-A
                   DIVIDE  W-TOT-DEB     BY 100 GIVING W-VAL-ED-B
                   STRING  "** DIVERGENCIA DE VALOR: DEB.ATRASO "
                           "ESPERADO " W-VAL-ED-A " APURADO "
                           W-VAL-ED-B
                           DELIMITED BY SIZE INTO REG-REL
                   WRITE   REG-REL.
           IF      W-TOT-PAGO          NOT       EQUAL  W-ESP-TOT-PAGO
                   MOVE    SPACES    TO        REG-REL
                   DIVIDE  W-ESP-TOT-PAGO BY 100 GIVING W-VAL-ED-A
                   DIVIDE  W-TOT-PAGO     BY 100 GIVING W-VAL-ED-B
                   STRING  "** DIVERGENCIA DE VALOR: PAGO ESPERADO "
                           W-VAL-ED-A " APURADO " W-VAL-ED-B
                           DELIMITED BY SIZE INTO REG-REL
                   WRITE   REG-REL.
       FIM-VERIFICA-VALORES.
           EXIT.

      *    ESTOQUE DE ANEXOS CONTRA O CONSOLIDADO DO DIA (MESMO
      *    CRITERIO DO XPGR47; SEM ESTOQUE_ANEXOS.TXT, DESLIGADA)
       VERIFICA-ESTOQUE.
           MOVE    ZEROS     TO        W-QT-SEM-COBERT
           IF      TAX-QT    EQUAL     ZEROS
                   GO        FIM-VERIFICA-ESTOQUE.
           OPEN    INPUT     PESTOQ
           IF      W-FS-ESTOQ          NOT       EQUAL     "00"
                   GO        FIM-VERIFICA-ESTOQUE.
           CLOSE   PESTOQ
           PERFORM CONFERE-UM-ANEXO    THRU FIM-CONFERE-UM-ANEXO
                    VARYING W-IND-ANX FROM 1 BY 1
                    UNTIL   W-IND-ANX > TAX-QT
           IF      W-QT-SEM-COBERT     >         ZEROS
                   MOVE    SPACES    TO        W-MOT-INCID
                   STRING  "ESTOQUE DE ANEXOS INSUFICIENTE ("
                           W-QT-SEM-COBERT " CODIGO/S)"
                           DELIMITED BY SIZE INTO W-MOT-INCID
                   PERFORM GRAVA-INCIDENTE THRU FIM-GRAVA-INCIDENTE.
       FIM-VERIFICA-ESTOQUE.
           EXIT.

       CONFERE-UM-ANEXO.
           MOVE    "N"       TO        W-ACHOU-ESTOQ
           MOVE    ZEROS     TO        W-SALDO-ANX
           OPEN    INPUT     PESTOQ
           IF      W-FS-ESTOQ          NOT       EQUAL     "00"
                   GO        FIM-CONFERE-UM-ANEXO.
       LE-ESTOQ-ANX.
           READ    PESTOQ    AT        END
                   CLOSE     PESTOQ
                   GO        AVALIA-COBERTURA.
           IF      ES-COD    EQUAL     TAX-COD(W-IND-ANX)
                   MOVE      "S"       TO        W-ACHOU-ESTOQ
                   IF        ES-SALDO  NUMERIC
                             MOVE      ES-SALDO  TO   W-SALDO-ANX
                   END-IF.
           GO      LE-ESTOQ-ANX.
       AVALIA-COBERTURA.
           IF      W-ACHOU-ESTOQ       EQUAL     "N"
                   ADD     1         TO        W-QT-SEM-COBERT
                   MOVE    SPACES    TO        REG-REL
                   STRING  "** ANEXO " TAX-COD(W-IND-ANX)
                           " SEM ESTOQUE CADASTRADO - NECESSARIO "
                           TAX-QTDE(W-IND-ANX)
                           DELIMITED BY SIZE INTO REG-REL
                   WRITE   REG-REL
                   GO      FIM-CONFERE-UM-ANEXO.
           IF      TAX-QTDE(W-IND-ANX) >         W-SALDO-ANX
                   ADD     1         TO        W-QT-SEM-COBERT
                   MOVE    SPACES    TO        REG-REL
                   STRING  "** ANEXO " TAX-COD(W-IND-ANX)
                           " INSUFICIENTE - SALDO " W-SALDO-ANX
                           " NECESSARIO " TAX-QTDE(W-IND-ANX)
                           DELIMITED BY SIZE INTO REG-REL
                   WRITE   REG-REL.
       FIM-CONFERE-UM-ANEXO.
           EXIT.

      *    LIMITES DE ACEITE.TXT (TIPO SEM LINHA = SEM LIMITE)
       CARREGA-ACEITE.
           PERFORM LIMITE-PADRAO       THRU FIM-LIMITE-PADRAO
                    VARYING W-GT-IND FROM 1 BY 1
                    UNTIL   W-GT-IND > 7
           OPEN    INPUT     PACEITE
           IF      W-FS-ACEITE         NOT       EQUAL     "00"
                   GO        FIM-CARREGA-ACEITE.
       LE-ACEITE.
           READ    PACEITE   AT        END
                   CLOSE     PACEITE
                   GO        FIM-CARREGA-ACEITE.
           IF      AL-LIMITE NOT       NUMERIC
                   GO        LE-ACEITE.
           PERFORM TESTA-TIPO-ACEITE   THRU FIM-TESTA-TIPO-ACEITE
                    VARYING W-GT-IND FROM 1 BY 1
                    UNTIL   W-GT-IND > 7
           GO      LE-ACEITE.
       FIM-CARREGA-ACEITE.
           EXIT.

       LIMITE-PADRAO.
           MOVE    100       TO        TGT-LIMITE(W-GT-IND).
       FIM-LIMITE-PADRAO.
           EXIT.

       TESTA-TIPO-ACEITE.
           IF      AL-TIPO   EQUAL     TGN-TIPO(W-GT-IND)
                   MOVE      AL-LIMITE TO        TGT-LIMITE(W-GT-IND).
       FIM-TESTA-TIPO-ACEITE.
           EXIT.

      *    O ACEITE SOBRE O PEDIDO INTEIRO - AS BASES E AS CONTAGENS
      *    POR TIPO SOMADAS DAS PARTES (MESMAS LINHAS DO XPGR47)
       AVALIA-ACEITE.
           MOVE    "N"       TO        W-GT-EXCEDIDO
           MOVE    SPACES    TO        W-GT-MOTIVO REG-REL
           WRITE   REG-REL
           STRING  "** ACEITE DO PEDIDO (ACEITE.TXT) - BASE: "
                   W-GT-BASE " REGISTRO(S)"
                   DELIMITED BY SIZE INTO REG-REL
           WRITE   REG-REL
           PERFORM AVALIA-UM-ACEITE    THRU FIM-AVALIA-UM-ACEITE
                    VARYING W-GT-IND FROM 1 BY 1
                    UNTIL   W-GT-IND > 7
           IF      ACEITE-EXCEDIDO
                   MOVE    SPACES    TO        REG-REL
                   STRING  "** PEDIDO RETIDO PELO ACEITE - NAO SEGUE "
                           "AO XPGR42 SEM LIBERACAO DO SUPERVISOR"
                           DELIMITED BY SIZE INTO REG-REL
                   WRITE   REG-REL.
       FIM-AVALIA-ACEITE.
           EXIT.

       AVALIA-UM-ACEITE.
           MOVE    ZEROS     TO        W-GT-TAXA
           IF      W-GT-BASE >         ZEROS
                   COMPUTE W-GT-TAXA ROUNDED =
                           TGT-QTDE(W-GT-IND) * 100 / W-GT-BASE.
           MOVE    W-GT-TAXA TO        W-GT-TAXA-ED
           MOVE    TGT-LIMITE(W-GT-IND) TO       W-GT-LIM-ED
           MOVE    SPACES    TO        REG-REL
           IF      TGT-LIMITE(W-GT-IND) NOT      <         100
                   STRING  "   " TGN-NOME(W-GT-IND) " "
                           TGT-QTDE(W-GT-IND) "  TAXA " W-GT-TAXA-ED
                           "%  SEM LIMITE"
                           DELIMITED BY SIZE INTO REG-REL
                   WRITE   REG-REL
                   GO      FIM-AVALIA-UM-ACEITE.
           IF      W-GT-TAXA NOT       >         TGT-LIMITE(W-GT-IND)
                   STRING  "   " TGN-NOME(W-GT-IND) " "
                           TGT-QTDE(W-GT-IND) "  TAXA " W-GT-TAXA-ED
                           "%  LIMITE " W-GT-LIM-ED "%  OK"
                           DELIMITED BY SIZE INTO REG-REL
                   WRITE   REG-REL
                   GO      FIM-AVALIA-UM-ACEITE.
           STRING  "   " TGN-NOME(W-GT-IND) " "
                   TGT-QTDE(W-GT-IND) "  TAXA " W-GT-TAXA-ED
                   "%  LIMITE " W-GT-LIM-ED "%  EXCEDIDO"
                   DELIMITED BY SIZE INTO REG-REL
           WRITE   REG-REL
           IF      NOT ACEITE-EXCEDIDO
                   MOVE    "S"       TO        W-GT-EXCEDIDO
                   STRING  "ACEITE " DELIMITED BY SIZE
                           TGN-TIPO(W-GT-IND) DELIMITED BY SPACE
                           " " W-GT-TAXA-ED "% > " W-GT-LIM-ED "%"
                           DELIMITED BY SIZE INTO W-GT-MOTIVO.
       FIM-AVALIA-UM-ACEITE.
           EXIT.

      *****************************************************************
      *    APAGA-PARTE: OS ARQUIVOS DA INSTANCIA DA PARTE, JA'
      *    REUNIDOS. O RESUMO VAI JUNTO - O MESMO CORTE NAO E'
      *    REUNIDO DUAS VEZES NAS ACUMULADAS.
      *****************************************************************
       APAGA-PARTE.
           MOVE    W-PARTE   TO        W-PT-EXT-NR
           PERFORM APAGA-UM-ARQUIVO    THRU FIM-APAGA-UM-ARQUIVO
                    VARYING W-IND-ARQ FROM 1 BY 1
                    UNTIL   W-IND-ARQ > 24.
       FIM-APAGA-PARTE.
           EXIT.

       APAGA-UM-ARQUIVO.
           MOVE    SPACES    TO        ARQ-ORIGEM
           STRING  TAI-RADICAL(W-IND-ARQ)        DELIMITED BY SPACE
                   W-PT-EXT  DELIMITED BY SIZE
                   INTO      ARQ-ORIGEM
           CALL    "CBL_DELETE_FILE"   USING     ARQ-ORIGEM
           MOVE    ZEROS     TO        RETURN-CODE.
       FIM-APAGA-UM-ARQUIVO.
           EXIT.

      *****************************************************************
      *    TRAVA DO XPGR47: O REUNE MEXE NAS MESMAS ACUMULADAS DE UMA
      *    RODADA NORMAL. TRAVA OCUPADA RECUSA; TRAVA VELHA DE UMA
      *    QUEDA E' SOBREPOSTA COM O PARAMETRO "S".
      *****************************************************************
       TOMA-TRAVA.
           OPEN    INPUT     PTRAVA
           IF      W-FS-TRAVA          NOT       EQUAL     "00"
                   GO        REGISTRA-TRAVA.
           READ    PTRAVA    AT        END
                   CLOSE     PTRAVA
                   GO        REGISTRA-TRAVA.
           CLOSE   PTRAVA
           IF      TL-STATUS NOT       EQUAL     "L"
                   GO        REGISTRA-TRAVA.
           IF      W-FORCA   EQUAL     "S"
                   DISPLAY "TRAVA DE " TL-DATA " " TL-HORA
                           " SOBREPOSTA POR PARAMETRO"
                   GO        REGISTRA-TRAVA.
           DISPLAY "REUNE RECUSADO - TRAVA ATIVA DESDE "
                   TL-DATA " " TL-HORA " (OPERADOR " TL-OPERADOR ")"
           MOVE    "TRAVA DE CONCORRENCIA ATIVA - RECUSADO"
                   TO        W-MOT-INCID
           PERFORM GRAVA-INCIDENTE     THRU FIM-GRAVA-INCIDENTE
           MOVE    8         TO        RETURN-CODE
           STOP    RUN.
       REGISTRA-TRAVA.
           OPEN    OUTPUT    PTRAVA
           IF      W-FS-TRAVA          NOT       EQUAL     "00"
                   GO        FIM-TOMA-TRAVA.
           ACCEPT  W-TIME    FROM      TIME
           MOVE    SPACES    TO        REG-TRAVA
           MOVE    "L"       TO        TL-STATUS
           MOVE    W-DT-SYS  TO        TL-DATA
           MOVE    W-TIME    TO        TL-HORA
           WRITE   REG-TRAVA
           MOVE    "S"       TO        W-TRAVA-TOMADA
           CLOSE   PTRAVA.
       FIM-TOMA-TRAVA.
           EXIT.

       LIBERA-TRAVA.
           IF      W-TRAVA-TOMADA      NOT       EQUAL     "S"
                   GO        FIM-LIBERA-TRAVA.
           OPEN    OUTPUT    PTRAVA
           IF      W-FS-TRAVA          NOT       EQUAL     "00"
                   GO        FIM-LIBERA-TRAVA.
           ACCEPT  W-DT-SYS  FROM      DATE
           ACCEPT  W-TIME    FROM      TIME
           MOVE    SPACES    TO        REG-TRAVA
           MOVE    "F"       TO        TL-STATUS
           MOVE    W-DT-SYS  TO        TL-DATA
           MOVE    W-TIME    TO        TL-HORA
           WRITE   REG-TRAVA
           MOVE    "N"       TO        W-TRAVA-TOMADA
           CLOSE   PTRAVA.
       FIM-LIBERA-TRAVA.
           EXIT.

      *****************************************************************
      *    FIM DO XPGR47 PARA O PEDIDO ORIGINAL: REGISTRO DE CHEGADA,
      *    DESTINO DO REPASSE E O PENDENTE PARA O REDESPACHO.
      *****************************************************************
       ATUALIZA-PEDREG.
           MOVE    LK-PATH   TO        W-PS-ARQUIVO
           CALL    "PEDSIT"  USING     W-PEDSIT
                   ON EXCEPTION
                   GO        FIM-ATUALIZA-PEDREG
           END-CALL
           IF      W-PS-RET  EQUAL     "1"
                   DISPLAY "PEDIDO FORA DO REGISTRO DE CHEGADA "
                           "(PEDIDOS_REG.TXT)".
       FIM-ATUALIZA-PEDREG.
           EXIT.

       LE-DESTINO.
           MOVE    "XPGR42"  TO        W-ALVO-HANDOFF
           MOVE    "DESTINO.TXT"       TO        W-PM-ARQUIVO
           PERFORM ANOTA-PARAMETRO     THRU FIM-ANOTA-PARAMETRO
           OPEN    INPUT     PDESTINO
           IF      W-FS-DESTINO        NOT       EQUAL     "00"
                   GO        FIM-LE-DESTINO.
           READ    PDESTINO  AT        END
                   CLOSE     PDESTINO
                   GO        FIM-LE-DESTINO.
           IF      DS-ALVO   NOT       EQUAL     SPACES
                   MOVE      DS-ALVO   TO        W-ALVO-HANDOFF.
           CLOSE   PDESTINO.
       FIM-LE-DESTINO.
           EXIT.

      *    COMPOE-PROVA: COMO NO XPGR47 - PROVA COMPOSTA DEIXA O
      *    PEDIDO "AGUARDANDO PROVA"; PROVA LIGADA QUE NAO PODE SER
      *    COMPOSTA RETEM O PEDIDO COMO O ACEITE (COM INCIDENTE).
       COMPOE-PROVA.
           MOVE    LK-PATH   TO        W-PV-ARQUIVO
           MOVE    LK-NOME   TO        W-PV-NOME
           MOVE    LK-DATA   TO        W-PV-DATA
           CALL    "PROVA"   USING     W-PROVA
                   ON EXCEPTION
                   MOVE      "0"       TO        W-PV-RET
           END-CALL
           IF      W-PV-RET  EQUAL     "0"
                   GO        FIM-COMPOE-PROVA.
           IF      W-PV-RET  EQUAL     "1"
                   IF        W-PV-MODELOS        >    ZEROS
                             MOVE      "S"       TO   W-EM-PROVA
                             IF        NOT       ACEITE-EXCEDIDO
                                       MOVE "AGUARDANDO PROVA"
                                            TO   W-GT-MOTIVO
                             END-IF
                   END-IF
                   GO        FIM-COMPOE-PROVA.
           IF      NOT       ACEITE-EXCEDIDO
                   MOVE      "S"       TO        W-GT-EXCEDIDO
                   MOVE      "PROVA DO PEDIDO NAO COMPOSTA"
                             TO        W-GT-MOTIVO.
       FIM-COMPOE-PROVA.
           EXIT.

       REGISTRA-PENDENTE.
           OPEN    EXTEND    PPENDEN
           IF      W-FS-PENDEN         NOT       EQUAL     "00"
                   OPEN      OUTPUT    PPENDEN.
           IF      W-FS-PENDEN         NOT       EQUAL     "00"
                   GO        FIM-REGISTRA-PENDENTE.
           MOVE    SPACES    TO        REG-PENDEN
           MOVE    LK-PATH   TO        PE-PATH
           MOVE    LK-NOME   TO        PE-NOME
           MOVE    LK-DATA   TO        PE-DATA
           MOVE    W-GT-MOTIVO         TO        PE-MOTIVO
           WRITE   REG-PENDEN
           CLOSE   PPENDEN
           MOVE    "PENDENTE"          TO        W-PS-SITUACAO
           PERFORM ATUALIZA-PEDREG     THRU FIM-ATUALIZA-PEDREG.
       FIM-REGISTRA-PENDENTE.
           EXIT.

       GRAVA-INCIDENTE.
           OPEN    EXTEND    PINCID
           IF      W-FS-INCID          NOT       EQUAL     "00"
                   OPEN      OUTPUT    PINCID.
           IF      W-FS-INCID          NOT       EQUAL     "00"
                   GO        FIM-GRAVA-INCIDENTE.
           ACCEPT  W-DT-SYS  FROM      DATE
           ACCEPT  W-TIME    FROM      TIME
           MOVE    SPACES    TO        REG-INCID
           MOVE    "REUNE"   TO        IN-PROGRAMA
           MOVE    W-DT-SYS  TO        IN-DATA
           MOVE    W-TIME    TO        IN-HORA
           MOVE    W-MOT-INCID         TO        IN-MOTIVO
           MOVE    W-TOT-LIDOS         TO        IN-LIDOS
           MOVE    W-TOT-CARTAS        TO        IN-GRAVADOS
           MOVE    ZEROS     TO        IN-VOLUME
           WRITE   REG-INCID
           CLOSE   PINCID.
       FIM-GRAVA-INCIDENTE.
           EXIT.

      *-----------------------------------------------------------
      *    ANOTA-PARAMETRO: A VERSAO DO ARQUIVO DE PARAMETROS LIDO
      *    (W-PM-ARQUIVO) VAI PARA O RUNLOG, PELO PARAMVER.
      *-----------------------------------------------------------
       ANOTA-PARAMETRO.
           MOVE    "R"       TO        W-PM-MODO
           MOVE    "REUNE"   TO        W-PM-PROGRAMA
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
           MOVE    ARQ-REL             TO        W-AQ-ARQUIVO
           MOVE    "XPGR47.REL"        TO        W-AQ-RELATORIO
           MOVE    "REUNE"             TO        W-AQ-PROGRAMA
           MOVE    PC-NOME             TO        W-AQ-PEDIDO
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
