       IDENTIFICATION DIVISION.
       PROGRAM-ID.      DEBITO.
      *------------------------------------------------------------
      * DEBITO AUTOMATICO DAS PARCELAS REGULARES. O XPGR47 CRITICA
      * CONTA (E-BANCO/E-AGENCIA/E-CONTA) E CARTAO (E-SIGLA-DB/
      * E-DB-CARTAO) E GUARDA OS DOIS NO MESTRE, MAS QUEM ESCOLHEU
      * DEBITO CONTINUAVA RECEBENDO CARNE. DOIS MODOS:
      *
      * MODO G (GERACAO): PASSA O MESTRE E, PARA CADA ASSINANTE COM
      * CONTA OU CARTAO VALIDO, GERA O DEBITO DA PARCELA QUE VENCE
      * NO PERIODO (AAAAMM, OMISSAO = MES CORRENTE) - A PARCELA
      * MA-PARC-PAGAS + N, N = MESES ENTRE O ULTIMO PEDIDO
      * (MA-ULT-DATA) E O PERIODO, COMO O CARNE CONTA OS
      * VENCIMENTOS - COM VENCIMENTO NO DIA 10. VALOR = SOMA DAS
      * PARCELAS (MA-VL-PARC) DOS PROJETOS NAO CANCELADOS. CONTA
      * VAI PARA DEBITO_BANCO.TXT, CARTAO PARA DEBITO_CARTAO.TXT
      * (CONTA TEM PREFERENCIA QUANDO HA' OS DOIS). HEADER "0",
      * DETALHE "1" (NOSSO NUMERO = ASSINANTE + PARCELA), TRAILER
      * "9" COM CONTAGEM E TOTAL EM CENTAVOS. PERIODO JA' REMETIDO
      * NAO SAI DE NOVO. PARCELA EM ATRASO NAO ENTRA - ESSA O
      * REMESSA MANDA PARA A COBRANCA.
      *
      * MODO R (RETORNO): LE RETORNO_DEBITO_BANCO.TXT E
      * RETORNO_DEBITO_CARTAO.TXT. DEBITO EFETUADO (OCORRENCIA
      * "00") VAI PARA PAGAMENTOS.TXT COM O ASSINANTE EM PG-COD-ASS
      * (O RAZAO LANCA PELO ASSINANTE) E, QUANDO ELE ESTA NA
      * COBRANCA, A CONTA DELE (MA-SEQ-FINANC) EM PG-SEQ - A BAIXA
      * DA COBRANCA E DA REGUA SAI PELA CONTA; SEM CONTA, PG-SEQ
      * FICA EM BRANCO. ZERA AS RECUSAS. PARCELA JA' LANCADA
      * (RETORNO PROCESSADO DE NOVO) E' IGNORADA E CONTADA COMO
      * REPETIDA. RECUSADO SAI NO
      * RELATORIO COM O MOTIVO; NA N-ESIMA RECUSA SEGUIDA (OMISSAO
      * = 3) O ASSINANTE VOLTA PARA O CARNE (MA-DA-SIT = "C") E O
      * CARNE DAS PARCELAS RESTANTES SAI NA RODADA "CARNE MESTRE".
      *
      * OCORRENCIAS DO RETORNO: 00 DEBITADO  01 SALDO INSUFICIENTE
      *    02 CONTA ENCERRADA  03 CARTAO VENCIDO  04 CONTA/CARTAO
      *    INVALIDO  05 DEBITO NAO AUTORIZADO PELO TITULAR
      *
      * RELATORIO DOS DOIS MODOS EM DEBITO_REL.TXT.
      *
      * CHAMADA DESATENDIDA:
      *    DEBITO G [AAAAMM]
      *    DEBITO R [RECUSAS-PARA-VOLTAR-AO-CARNE]
      *------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT  IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PMESTRE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS MA-COD-ASS
           FILE STATUS  IS W-FS-MESTRE.

           SELECT PDEBBCO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-DEBBCO
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PDEBCAR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-DEBCAR
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PRETBCO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-RETBCO
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PRETCAR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-RETCAR
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PPAGTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-PAGTO
           ACCESS MODE  IS SEQUENTIAL.

           SELECT RELAT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-RELAT
           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    MESMO LAYOUT QUE O ATUALIZA-MESTRE DO XPGR47 MANTEM.
       FD  PMESTRE
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "ASSINANTE.DAT".
       01  REG-MESTRE.
           03 MA-COD-ASS         PIC X(09).
           03 MA-DADOS-ASSINANTE.
              05 MA-PARTE1-ASS.
                 07 MA-NOME-ASS    PIC X(30).
                 07 MA-CHAMADA-ASS PIC X(20).
                 07 MA-END-ASS     PIC X(30).
                 07 MA-CID-ASS     PIC X(15).
                 07 MA-BAI-ASS     PIC X(15).
                 07 MA-UF-ASS      PIC X(02).
              05 MA-CEP5-ASS     PIC 9(05).
              05 MA-CEP3-ASS     PIC 9(03).
              05 MA-SEXO-ASS     PIC X(01).
           03 MA-DADOS-PRESENT.
              05 MA-PARTE1-PRE.
                 07 MA-COD-PRE     PIC X(09).
                 07 MA-NOME-PRE    PIC X(30).
                 07 MA-CHAMADA-PRE PIC X(20).
                 07 MA-END-PRE     PIC X(30).
                 07 MA-CID-PRE     PIC X(15).
                 07 MA-BAI-PRE     PIC X(15).
                 07 MA-UF-PRE      PIC X(02).
              05 MA-CEP5-PRE     PIC 9(05).
              05 MA-CEP3-PRE     PIC 9(03).
              05 MA-SEXO-PRE     PIC X(01).
           03 MA-TIPO-REG        PIC X(02).
           03 MA-CARTA           PIC X(07).
           03 MA-PROJETO OCCURS 6 TIMES.
              05 MA-NR-PROJ      PIC X(03).
              05 MA-NUM-PROJ REDEFINES MA-NR-PROJ.
                 07 FILLER       PIC X(01).
                 07 MA-REVISTA   PIC 9(02).
              05 MA-NOME-PROJ    PIC X(30).
              05 MA-EDI-INIC     PIC X(07).
              05 MA-EDI-FIM      PIC X(07).
              05 MA-NR-COPIAS    PIC X(03).
              05 MA-DT-VIG-INIC  PIC 9(08).
              05 MA-DT-VIG-FIM   PIC 9(08).
              05 MA-VL-PARC      PIC 9(09).
              05 MA-VL-ASS-CAPA  PIC 9(09).
              05 MA-VIGENCIA     PIC X(05).
      *          A = ATIVO  C = CANCELADO (DATA EM MA-DT-SIT)
              05 MA-SIT-PROJ     PIC X(01).
                 88 MA-PROJ-ATIVO          VALUE "A".
                 88 MA-PROJ-CANCELADO      VALUE "C".
              05 MA-DT-SIT       PIC 9(08).
      *          ULTIMO AVISO DE RENOVACAO JA ENVIADO PARA ESTA
      *          VIGENCIA (1/2/3 = DEGRAU, 9 = OFERTA AO PRESENTEADO)
              05 MA-ETAPA-RENOV  PIC 9(01).
              05 MA-DT-RENOV     PIC 9(08).
      *          "S" = CONTRATO DESTA VIGENCIA JA' LANCADO NO RAZAO
      *          DE CONTAS A RECEBER (RAZAO)
              05 MA-RZ-FATURADO  PIC X(01).
           03 MA-QTDE-PARC       PIC 9(02).
           03 MA-PARC-PAGAS      PIC 9(02).
           03 MA-TOT-PAGO        PIC 9(09).
           03 MA-TOT-DEB-ATRAS   PIC 9(09).
           03 MA-TIPO-ENTREGA    PIC X(01).
           03 MA-ENTR-DIRETA.
              05 MA-PRIORI-DISTRIB PIC X(04).
              05 MA-CENTRALIZ    PIC X(06).
              05 MA-DISTRIBUIDOR PIC X(06).
              05 MA-AG-DIRETA    PIC X(20).
              05 MA-ROTEIRO      PIC X(10).
           03 MA-DEBITO-CARTAO.
              05 MA-SIGLA-DB     PIC X(02).
              05 FILLER          PIC X(01).
              05 MA-DB-CARTAO    PIC X(18).
           03 MA-DB-BCO.
              05 MA-BANCO        PIC X(03).
              05 MA-AGENCIA      PIC X(05).
              05 MA-CONTA        PIC X(10).
           03 MA-CENTRAL-ATEND.
              05 MA-0800         PIC X(12).
              05 MA-GSP          PIC X(09).
           03 MA-TP-ACAO         PIC X(01).
           03 MA-COD-ACAO        PIC X(04).
           03 MA-EMPRESA         PIC X(10).
           03 MA-OPTIN-DIGITAL   PIC X(01).
           03 MA-GERENTE         PIC X(08).
           03 MA-PRACA           PIC X(06).
           03 MA-PRIM-PEDIDO     PIC X(20).
           03 MA-PRIM-DATA       PIC 9(08).
           03 MA-ULT-PEDIDO      PIC X(20).
           03 MA-ULT-DATA        PIC 9(08).
           03 MA-QT-PEDIDOS      PIC 9(04).
           03 MA-DT-ATUALIZ      PIC 9(08).
      *    CHAVE DA CONTA EM FINANC.TXT/COBRANCA_ATRIB.TXT NO ULTIMO
      *    PEDIDO (BRANCOS = SEM DEBITO ACIMA DO LIMIAR).
           03 MA-SEQ-FINANC      PIC X(09).
      *    ACAO (E-TP-ACAO/E-COD-ACAO) DO PEDIDO QUE TROUXE O
      *    ASSINANTE - MA-TP/COD-ACAO ACOMPANHAM O ULTIMO PEDIDO.
           03 MA-ACAO-CAPTACAO   PIC X(05).
      *    "S" = JA' CAIU NO FINANC.TXT COMO DEVEDOR EM ALGUM PEDIDO.
           03 MA-JA-DEVEDOR      PIC X(01).
      *    VENCIMENTO MAIS ANTIGO ENTRE AS PARCELAS EM ATRASO DO
      *    ULTIMO PEDIDO (AAAAMMDD; ZEROS = SEM ATRASO).
           03 MA-VENC-ATRASO     PIC 9(08).
      *    ULTIMA CARTA DA REGUA DE COBRANCA (1 = LEMBRETE, 2 =
      *    SEGUNDO AVISO, 3 = AVISO FINAL) E A DATA EM QUE SAIU.
           03 MA-ETAPA-COBR      PIC 9(01).
           03 MA-DT-COBR         PIC 9(08).
      *    RAZAO DE CONTAS A RECEBER: SALDO DO ASSINANTE (DEBITOS -
      *    CREDITOS), PAGAMENTOS JA' CREDITADOS CONTRA O MA-TOT-PAGO
      *    E DATA DO ULTIMO LANCAMENTO.
           03 MA-RZ-SALDO        PIC S9(11) SIGN LEADING SEPARATE.
           03 MA-RZ-PAGO         PIC 9(09).
           03 MA-RZ-DT-ULT       PIC 9(08).
      *    DEBITO AUTOMATICO (DEBITO): SITUACAO (BRANCO = NORMAL,
      *    C = VOLTOU PARA CARNE - CARNE A EMITIR, E = CARNE JA'
      *    EMITIDO), RECUSAS SEGUIDAS, PERIODO (AAAAMM) E PARCELA DA
      *    ULTIMA REMESSA, ULTIMA PARCELA DEBITADA E DATA DA SITUACAO.
           03 MA-DA-SIT          PIC X(01).
           03 MA-DA-FALHAS       PIC 9(02).
           03 MA-DA-ULT-ENVIO    PIC 9(06).
           03 MA-DA-PARC-ENV     PIC 9(02).
           03 MA-DA-PARC-PAGA    PIC 9(02).
           03 MA-DA-DT-SIT       PIC 9(08).
      *    NEGATIVACAO (NEGATIVA): SITUACAO (BRANCO = NENHUMA,
      *    P = PRE-AVISO ENVIADO, I = INCLUIDO NO ORGAO DE PROTECAO
      *    AO CREDITO, R = EXCLUSAO GERADA), DATA DO PRE-AVISO E
      *    DATA DA ULTIMA INCLUSAO/EXCLUSAO.
           03 MA-NG-SIT          PIC X(01).
           03 MA-NG-DT-AVISO     PIC 9(08).
           03 MA-NG-DT-MOV       PIC 9(08).
           03 FILLER             PIC X(01).

      *    REMESSA DE DEBITO EM CONTA: TIPO NA COLUNA 1 - "0"
      *    HEADER, "1" DETALHE, "9" TRAILER (QTDE NO NOSSO NUMERO).
       FD  PDEBBCO
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "DEBITO_BANCO.TXT".
       01  REG-DEBBCO.
           03 RB-TIPO        PIC X(01).
           03 RB-NOSSO-NUM.
              05 RB-COD-ASS  PIC X(09).
              05 RB-PARCELA  PIC 9(02).
           03 RB-QTDE REDEFINES RB-NOSSO-NUM
                             PIC 9(11).
           03 RB-BANCO       PIC X(03).
           03 RB-AGENCIA     PIC X(05).
           03 RB-CONTA       PIC X(10).
           03 RB-NOME        PIC X(30).
           03 RB-VENC        PIC X(08).
           03 RB-VALOR       PIC 9(13).

      *    REMESSA DE DEBITO EM CARTAO: MESMO ESQUEMA.
       FD  PDEBCAR
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "DEBITO_CARTAO.TXT".
       01  REG-DEBCAR.
           03 RC-TIPO        PIC X(01).
           03 RC-NOSSO-NUM.
              05 RC-COD-ASS  PIC X(09).
              05 RC-PARCELA  PIC 9(02).
           03 RC-QTDE REDEFINES RC-NOSSO-NUM
                             PIC 9(11).
           03 RC-SIGLA       PIC X(02).
           03 RC-CARTAO      PIC X(18).
           03 RC-NOME        PIC X(30).
           03 RC-VENC        PIC X(08).
           03 RC-VALOR       PIC 9(13).

      *    RETORNOS (MESMO LAYOUT NOS DOIS): NOSSO NUMERO,
      *    OCORRENCIA, DATA DO DEBITO (DDMMAAAA) E VALOR.
       FD  PRETBCO
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "RETORNO_DEBITO_BANCO.TXT".
       01  REG-RETBCO        PIC X(35).

       FD  PRETCAR
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "RETORNO_DEBITO_CARTAO.TXT".
       01  REG-RETCAR        PIC X(35).

      *    PAGAMENTOS NO FORMATO QUE O COBRANCA JA APLICA (SEQ,
      *    DATA, VALOR), MAIS O ASSINANTE DO DEBITO AUTOMATICO.
       FD  PPAGTO
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "PAGAMENTOS.TXT".
       01  REG-PAGTO.
           03 PG-SEQ         PIC X(09).
           03 FILLER         PIC X(02).
           03 PG-DATA        PIC X(08).
           03 FILLER         PIC X(02).
           03 PG-VALOR       PIC X(12).
           03 FILLER         PIC X(02).
           03 PG-COD-ASS     PIC X(09).

       FD  RELAT
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "DEBITO_REL.TXT".
       01  REG-RELAT         PIC X(120).

       WORKING-STORAGE SECTION.
       77 W-FS-MESTRE      PIC X(02) VALUE SPACES.
       77 W-FS-DEBBCO      PIC X(02) VALUE SPACES.
       77 W-FS-DEBCAR      PIC X(02) VALUE SPACES.
       77 W-FS-RETBCO      PIC X(02) VALUE SPACES.
       77 W-FS-RETCAR      PIC X(02) VALUE SPACES.
       77 W-FS-PAGTO       PIC X(02) VALUE SPACES.
       77 W-FS-RELAT       PIC X(02) VALUE SPACES.
       77 W-ARGC           PIC 9(02) VALUE ZEROS.
       77 W-MODO           PIC X(01) VALUE SPACES.
       77 W-PARAM          PIC X(06) VALUE SPACES.
       77 W-MAX-FALHAS     PIC 9(02) VALUE 3.
       77 W-DIA-DEBITO     PIC 9(02) VALUE 10.
       77 W-MESES          PIC S9(05) VALUE ZEROS.
       77 W-PARCELA        PIC S9(05) VALUE ZEROS.
       77 W-VALOR          PIC 9(11) VALUE ZEROS.
       77 W-IND            PIC 9(01) VALUE ZEROS.
       77 W-FORMA          PIC X(01) VALUE SPACES.
       77 W-QT-LIDOS       PIC 9(07) VALUE ZEROS.
       77 W-QT-BANCO       PIC 9(07) VALUE ZEROS.
       77 W-QT-CARTAO      PIC 9(07) VALUE ZEROS.
       77 W-TOT-BANCO      PIC 9(13) VALUE ZEROS.
       77 W-TOT-CARTAO     PIC 9(13) VALUE ZEROS.
       77 W-QT-JA-ENVIADO  PIC 9(07) VALUE ZEROS.
       77 W-QT-DEBITADOS   PIC 9(07) VALUE ZEROS.
       77 W-TOT-DEBITADO   PIC 9(13) VALUE ZEROS.
       77 W-QT-RECUSADOS   PIC 9(07) VALUE ZEROS.
       77 W-QT-VOLTA       PIC 9(07) VALUE ZEROS.
       77 W-QT-SEM-ASS     PIC 9(07) VALUE ZEROS.
       77 W-QT-REPETIDOS   PIC 9(07) VALUE ZEROS.
       77 W-ORIGEM         PIC X(06) VALUE SPACES.
       77 W-MOTIVO         PIC X(30) VALUE SPACES.
       77 W-VALOR-ED       PIC Z.ZZZ.ZZZ.ZZ9,99.
       77 W-VALOR-12       PIC 9(12) VALUE ZEROS.
       01 W-PERIODO        PIC 9(06) VALUE ZEROS.
       01 W-PERIODO-R REDEFINES W-PERIODO.
          02 W-PER-AAAA    PIC 9(04).
          02 W-PER-MM      PIC 9(02).
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-HOJE-R REDEFINES W-HOJE.
          02 W-HJ-AAAA     PIC 9(04).
          02 W-HJ-MM       PIC 9(02).
          02 W-HJ-DD       PIC 9(02).
       01 W-ULT-DATA       PIC 9(08) VALUE ZEROS.
       01 W-ULT-DATA-R REDEFINES W-ULT-DATA.
          02 W-UD-AAAA     PIC 9(04).
          02 W-UD-MM       PIC 9(02).
          02 W-UD-DD       PIC 9(02).
      *    VENCIMENTO E DATA DE GERACAO NO FORMATO DO BANCO.
       01 W-DDMMAAAA.
          02 W-DM-DD       PIC 9(02).
          02 W-DM-MM       PIC 9(02).
          02 W-DM-AAAA     PIC 9(04).
       01 W-RETORNO.
          02 RD-TIPO       PIC X(01).
          02 RD-COD-ASS    PIC X(09).
          02 RD-PARCELA    PIC 9(02).
          02 RD-OCORR      PIC X(02).
          02 RD-DATA       PIC X(08).
          02 RD-VALOR      PIC 9(13).

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
           PERFORM ESCOLHE-AMBIENTE THRU FIM-ESCOLHE-AMBIENTE
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           ACCEPT W-ARGC FROM ARGUMENT-NUMBER.
           IF W-ARGC NOT < 1
              DISPLAY 1 UPON ARGUMENT-NUMBER
              ACCEPT W-MODO FROM ARGUMENT-VALUE
           ELSE
              DISPLAY "DEBITO - DEBITO AUTOMATICO DAS PARCELAS"
              DISPLAY "MODO (G=GERA REMESSA R=PROCESSA RETORNO): "
              ACCEPT W-MODO.
           IF W-MODO = "g"
              MOVE "G" TO W-MODO.
           IF W-MODO = "r"
              MOVE "R" TO W-MODO.
           IF W-MODO NOT = "G" AND W-MODO NOT = "R"
              DISPLAY "MODO INVALIDO (USE G OU R)"
              STOP RUN.
           IF W-ARGC NOT < 2
              DISPLAY 2 UPON ARGUMENT-NUMBER
              ACCEPT W-PARAM FROM ARGUMENT-VALUE.
           OPEN I-O PMESTRE
           IF W-FS-MESTRE NOT = "00"
              DISPLAY "CADASTRO MESTRE (ASSINANTE.DAT) INDISPONIVEL = "
                      W-FS-MESTRE
              STOP RUN.
           OPEN OUTPUT RELAT
           IF W-FS-RELAT NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO DEBITO_REL.TXT = "
                      W-FS-RELAT
              CLOSE PMESTRE
              STOP RUN.
           WRITE REG-RELAT FROM W-CAB-AMBIENTE
           IF W-MODO = "R"
              GO TO PROCESSA-RETORNO.

      *-----------------------------------------------------------
      *    MODO G: REMESSAS DO PERIODO A PARTIR DO MESTRE.
      *-----------------------------------------------------------
           MOVE W-HOJE (1 : 6) TO W-PERIODO
           IF W-PARAM (1 : 6) NUMERIC
              MOVE W-PARAM (1 : 6) TO W-PERIODO.
           IF W-PER-MM < 1 OR W-PER-MM > 12
              DISPLAY "PERIODO INVALIDO (AAAAMM): " W-PARAM
              CLOSE PMESTRE RELAT
              STOP RUN.
           OPEN OUTPUT PDEBBCO PDEBCAR
           IF W-FS-DEBBCO NOT = "00" OR W-FS-DEBCAR NOT = "00"
              DISPLAY "ERRO NA ABERTURA DAS REMESSAS = "
                      W-FS-DEBBCO " " W-FS-DEBCAR
              CLOSE PMESTRE RELAT
              STOP RUN.
           MOVE W-HJ-DD   TO W-DM-DD
           MOVE W-HJ-MM   TO W-DM-MM
           MOVE W-HJ-AAAA TO W-DM-AAAA
           MOVE SPACES TO REG-DEBBCO REG-DEBCAR
           MOVE "0" TO RB-TIPO RC-TIPO
           MOVE "REMESSA DE DEBITO AUTOMATICO" TO RB-NOME RC-NOME
           MOVE W-DDMMAAAA TO RB-VENC RC-VENC
           WRITE REG-DEBBCO
           WRITE REG-DEBCAR
           MOVE W-DIA-DEBITO TO W-DM-DD
           MOVE W-PER-MM     TO W-DM-MM
           MOVE W-PER-AAAA   TO W-DM-AAAA
           MOVE SPACES TO REG-RELAT
           STRING "DEBITO AUTOMATICO - REMESSA DO PERIODO " W-PER-MM
                  "/" W-PER-AAAA " (VENCIMENTO " W-DM-DD "/" W-DM-MM
                  "/" W-DM-AAAA ")"
                  DELIMITED BY SIZE INTO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE LOW-VALUES TO MA-COD-ASS
           START PMESTRE KEY NOT < MA-COD-ASS
                 INVALID KEY GO TO FECHA-REMESSA
           END-START.
       LE-MESTRE.
           READ PMESTRE NEXT RECORD AT END
                GO TO FECHA-REMESSA.
           ADD 1 TO W-QT-LIDOS
           PERFORM GERA-DEBITO THRU FIM-GERA-DEBITO
           GO TO LE-MESTRE.
       FECHA-REMESSA.
           MOVE SPACES TO REG-DEBBCO REG-DEBCAR
           MOVE "9" TO RB-TIPO RC-TIPO
           MOVE W-QT-BANCO   TO RB-QTDE
           MOVE W-TOT-BANCO  TO RB-VALOR
           MOVE W-QT-CARTAO  TO RC-QTDE
           MOVE W-TOT-CARTAO TO RC-VALOR
           WRITE REG-DEBBCO
           WRITE REG-DEBCAR
           CLOSE PDEBBCO PDEBCAR PMESTRE
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           DIVIDE W-TOT-BANCO BY 100 GIVING W-VALOR-ED
           STRING "DEBITOS EM CONTA .....: " W-QT-BANCO
                  "  TOTAL " W-VALOR-ED
                  DELIMITED BY SIZE INTO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           DIVIDE W-TOT-CARTAO BY 100 GIVING W-VALOR-ED
           STRING "DEBITOS EM CARTAO ....: " W-QT-CARTAO
                  "  TOTAL " W-VALOR-ED
                  DELIMITED BY SIZE INTO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           STRING "JA' REMETIDOS NO PERIODO (NAO REPETIDOS): "
                  W-QT-JA-ENVIADO
                  DELIMITED BY SIZE INTO REG-RELAT
           WRITE REG-RELAT
           CLOSE RELAT
           PERFORM ARQUIVA-RELATORIO THRU FIM-ARQUIVA-RELATORIO
           DISPLAY "ASSINANTES LIDOS .....: " W-QT-LIDOS
           DISPLAY "DEBITOS EM CONTA .....: " W-QT-BANCO
           DISPLAY "DEBITOS EM CARTAO ....: " W-QT-CARTAO
           DISPLAY "ARQUIVOS: DEBITO_BANCO.TXT, DEBITO_CARTAO.TXT"
           STOP RUN.

      *-----------------------------------------------------------
      *    GERA-DEBITO: A PARCELA DO PERIODO DO ASSINANTE LIDO, NA
      *    REMESSA DA CONTA OU DO CARTAO. QUEM VOLTOU PARA O CARNE,
      *    QUEM NAO TEM CONTA/CARTAO VALIDO E QUEM NAO TEM PARCELA
      *    VENCENDO NO PERIODO FICA DE FORA.
      *-----------------------------------------------------------
       GERA-DEBITO.
           IF MA-DA-SIT = "C" OR MA-DA-SIT = "E"
              GO TO FIM-GERA-DEBITO.
           MOVE SPACE TO W-FORMA
           IF MA-BANCO NUMERIC AND MA-AGENCIA NUMERIC AND
              MA-CONTA NUMERIC
              IF MA-BANCO NOT = ZEROS AND MA-AGENCIA NOT = ZEROS AND
                 MA-CONTA NOT = ZEROS
                 MOVE "B" TO W-FORMA.
           IF W-FORMA = SPACE AND MA-SIGLA-DB NOT = SPACES
              IF MA-DB-CARTAO (1 : 16) NUMERIC
                 MOVE "C" TO W-FORMA.
           IF W-FORMA = SPACE
              GO TO FIM-GERA-DEBITO.
           IF MA-QTDE-PARC NOT NUMERIC OR MA-PARC-PAGAS NOT NUMERIC
              OR MA-ULT-DATA NOT NUMERIC
              GO TO FIM-GERA-DEBITO.
           MOVE MA-ULT-DATA TO W-ULT-DATA
           COMPUTE W-MESES = (W-PER-AAAA * 12 + W-PER-MM)
                           - (W-UD-AAAA * 12 + W-UD-MM)
           IF W-MESES < 1
              GO TO FIM-GERA-DEBITO.
           COMPUTE W-PARCELA = MA-PARC-PAGAS + W-MESES
           IF W-PARCELA > MA-QTDE-PARC
              GO TO FIM-GERA-DEBITO.
           IF MA-DA-ULT-ENVIO NOT NUMERIC
              MOVE ZEROS TO MA-DA-ULT-ENVIO MA-DA-PARC-ENV
                            MA-DA-PARC-PAGA.
           IF MA-DA-FALHAS NOT NUMERIC
              MOVE ZEROS TO MA-DA-FALHAS MA-DA-DT-SIT.
           IF MA-DA-ULT-ENVIO = W-PERIODO
              ADD 1 TO W-QT-JA-ENVIADO
              GO TO FIM-GERA-DEBITO.
           IF W-PARCELA NOT > MA-DA-PARC-PAGA
              GO TO FIM-GERA-DEBITO.
           MOVE ZEROS TO W-VALOR
           PERFORM SOMA-PARCELA THRU FIM-SOMA-PARCELA
                    VARYING W-IND FROM 1 BY 1
                    UNTIL W-IND > 6
           IF W-VALOR = ZEROS
              GO TO FIM-GERA-DEBITO.
           IF W-FORMA = "B"
              MOVE SPACES       TO REG-DEBBCO
              MOVE "1"          TO RB-TIPO
              MOVE MA-COD-ASS   TO RB-COD-ASS
              MOVE W-PARCELA    TO RB-PARCELA
              MOVE MA-BANCO     TO RB-BANCO
              MOVE MA-AGENCIA   TO RB-AGENCIA
              MOVE MA-CONTA     TO RB-CONTA
              MOVE MA-NOME-ASS  TO RB-NOME
              MOVE W-DDMMAAAA   TO RB-VENC
              MOVE W-VALOR      TO RB-VALOR
              WRITE REG-DEBBCO
              ADD 1             TO W-QT-BANCO
              ADD W-VALOR       TO W-TOT-BANCO
           ELSE
              MOVE SPACES       TO REG-DEBCAR
              MOVE "1"          TO RC-TIPO
              MOVE MA-COD-ASS   TO RC-COD-ASS
              MOVE W-PARCELA    TO RC-PARCELA
              MOVE MA-SIGLA-DB  TO RC-SIGLA
              MOVE MA-DB-CARTAO TO RC-CARTAO
              MOVE MA-NOME-ASS  TO RC-NOME
              MOVE W-DDMMAAAA   TO RC-VENC
              MOVE W-VALOR      TO RC-VALOR
              WRITE REG-DEBCAR
              ADD 1             TO W-QT-CARTAO
              ADD W-VALOR       TO W-TOT-CARTAO.
           MOVE W-PERIODO TO MA-DA-ULT-ENVIO
           MOVE W-PARCELA TO MA-DA-PARC-ENV
           REWRITE REG-MESTRE
                   INVALID KEY DISPLAY "ERRO NA REGRAVACAO DO MESTRE "
                                       MA-COD-ASS
           END-REWRITE.
       FIM-GERA-DEBITO.
           EXIT.

       SOMA-PARCELA.
           IF MA-NR-PROJ(W-IND) = SPACES OR MA-PROJ-CANCELADO(W-IND)
              GO TO FIM-SOMA-PARCELA.
           IF MA-VL-PARC(W-IND) NUMERIC
              ADD MA-VL-PARC(W-IND) TO W-VALOR.
       FIM-SOMA-PARCELA.
           EXIT.

      *-----------------------------------------------------------
      *    MODO R: OS DOIS RETORNOS - DEBITADO VIRA PAGAMENTO,
      *    RECUSADO CONTA PARA A VOLTA AO CARNE.
      *-----------------------------------------------------------
       PROCESSA-RETORNO.
           IF W-PARAM (1 : 2) NUMERIC
              MOVE W-PARAM (1 : 2) TO W-MAX-FALHAS
           ELSE
              IF W-PARAM (1 : 1) NUMERIC AND W-PARAM (2 : 1) = SPACE
                 MOVE W-PARAM (1 : 1) TO W-MAX-FALHAS.
           IF W-MAX-FALHAS = ZEROS
              MOVE 3 TO W-MAX-FALHAS.
           OPEN INPUT PRETBCO
           OPEN INPUT PRETCAR
           IF W-FS-RETBCO NOT = "00" AND W-FS-RETCAR NOT = "00"
              DISPLAY "RETORNO_DEBITO_BANCO.TXT E "
                      "RETORNO_DEBITO_CARTAO.TXT NAO ENCONTRADOS"
              CLOSE PMESTRE RELAT
              STOP RUN.
           OPEN EXTEND PPAGTO
           IF W-FS-PAGTO NOT = "00"
              OPEN OUTPUT PPAGTO.
           IF W-FS-PAGTO NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO PAGAMENTOS.TXT = "
                      W-FS-PAGTO
              CLOSE PMESTRE RELAT
              STOP RUN.
           MOVE SPACES TO REG-RELAT
           STRING "DEBITO AUTOMATICO - RETORNO PROCESSADO EM "
                  W-HJ-DD "/" W-HJ-MM "/" W-HJ-AAAA
                  "  (VOLTA AO CARNE NA " W-MAX-FALHAS
                  "A. RECUSA SEGUIDA)"
                  DELIMITED BY SIZE INTO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           IF W-FS-RETBCO NOT = "00"
              GO TO RETORNO-CARTAO.
           MOVE "CONTA " TO W-ORIGEM.
       LE-RETBCO.
           READ PRETBCO AT END
                CLOSE PRETBCO
                GO TO RETORNO-CARTAO.
           MOVE REG-RETBCO TO W-RETORNO
           PERFORM TRATA-RETORNO THRU FIM-TRATA-RETORNO
           GO TO LE-RETBCO.
       RETORNO-CARTAO.
           IF W-FS-RETCAR NOT = "00"
              GO TO FECHA-RETORNO.
           MOVE "CARTAO" TO W-ORIGEM.
       LE-RETCAR.
           READ PRETCAR AT END
                CLOSE PRETCAR
                GO TO FECHA-RETORNO.
           MOVE REG-RETCAR TO W-RETORNO
           PERFORM TRATA-RETORNO THRU FIM-TRATA-RETORNO
           GO TO LE-RETCAR.
       FECHA-RETORNO.
           CLOSE PPAGTO PMESTRE
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           DIVIDE W-TOT-DEBITADO BY 100 GIVING W-VALOR-ED
           STRING "DEBITADOS ............: " W-QT-DEBITADOS
                  "  TOTAL " W-VALOR-ED
                  DELIMITED BY SIZE INTO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           STRING "RECUSADOS ............: " W-QT-RECUSADOS
                  DELIMITED BY SIZE INTO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           STRING "VOLTARAM PARA O CARNE : " W-QT-VOLTA
                  DELIMITED BY SIZE INTO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           STRING "SEM ASSINANTE NO MESTRE: " W-QT-SEM-ASS
                  DELIMITED BY SIZE INTO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           STRING "REPETIDOS (JA' LANCADOS): " W-QT-REPETIDOS
                  DELIMITED BY SIZE INTO REG-RELAT
           WRITE REG-RELAT
           CLOSE RELAT
           PERFORM ARQUIVA-RELATORIO THRU FIM-ARQUIVA-RELATORIO
           DISPLAY "DEBITADOS ............: " W-QT-DEBITADOS
           DISPLAY "RECUSADOS ............: " W-QT-RECUSADOS
           DISPLAY "VOLTARAM PARA O CARNE : " W-QT-VOLTA
           DISPLAY "REPETIDOS (JA' LANCADOS): " W-QT-REPETIDOS
           DISPLAY "PAGAMENTOS LANCADOS EM PAGAMENTOS.TXT, RELATORIO "
                   "EM DEBITO_REL.TXT"
           STOP RUN.

      *-----------------------------------------------------------
      *    TRATA-RETORNO: UM DETALHE DO RETORNO (W-RETORNO).
      *-----------------------------------------------------------
       TRATA-RETORNO.
           IF RD-TIPO NOT = "1"
              GO TO FIM-TRATA-RETORNO.
           IF RD-VALOR NOT NUMERIC
              MOVE ZEROS TO RD-VALOR.
           MOVE RD-COD-ASS TO MA-COD-ASS
           READ PMESTRE
                INVALID KEY
                   ADD 1 TO W-QT-SEM-ASS
                   MOVE SPACES TO REG-RELAT
                   STRING W-ORIGEM " ASSINANTE " RD-COD-ASS
                          " FORA DO MESTRE - OCORRENCIA " RD-OCORR
                          " NAO APLICADA"
                          DELIMITED BY SIZE INTO REG-RELAT
                   WRITE REG-RELAT
                   GO TO FIM-TRATA-RETORNO
           END-READ
           IF MA-DA-FALHAS NOT NUMERIC
              MOVE ZEROS TO MA-DA-FALHAS MA-DA-DT-SIT.
           IF MA-DA-ULT-ENVIO NOT NUMERIC
              MOVE ZEROS TO MA-DA-ULT-ENVIO MA-DA-PARC-ENV
                            MA-DA-PARC-PAGA.
           IF RD-OCORR = "00"
              GO TO DEBITO-EFETUADO.
           ADD 1 TO W-QT-RECUSADOS
           IF MA-DA-FALHAS < 99
              ADD 1 TO MA-DA-FALHAS.
           EVALUATE RD-OCORR
              WHEN "01" MOVE "SALDO INSUFICIENTE"       TO W-MOTIVO
              WHEN "02" MOVE "CONTA ENCERRADA"          TO W-MOTIVO
              WHEN "03" MOVE "CARTAO VENCIDO"           TO W-MOTIVO
              WHEN "04" MOVE "CONTA/CARTAO INVALIDO"    TO W-MOTIVO
              WHEN "05" MOVE "NAO AUTORIZADO PELO TITULAR"
                                                        TO W-MOTIVO
              WHEN OTHER
                   MOVE SPACES TO W-MOTIVO
                   STRING "OCORRENCIA " RD-OCORR
                          DELIMITED BY SIZE INTO W-MOTIVO
           END-EVALUATE
           DIVIDE RD-VALOR BY 100 GIVING W-VALOR-ED
           MOVE SPACES TO REG-RELAT
           STRING "RECUSADO " W-ORIGEM " " MA-COD-ASS " "
                  MA-NOME-ASS " PARC " RD-PARCELA " "
                  W-VALOR-ED " " W-MOTIVO " (" MA-DA-FALHAS ")"
                  DELIMITED BY SIZE INTO REG-RELAT
           WRITE REG-RELAT
           IF MA-DA-FALHAS NOT < W-MAX-FALHAS AND MA-DA-SIT = SPACE
              MOVE "C"    TO MA-DA-SIT
              MOVE W-HOJE TO MA-DA-DT-SIT
              ADD 1 TO W-QT-VOLTA
              MOVE SPACES TO REG-RELAT
              STRING "         " MA-COD-ASS
                     " VOLTA PARA O CARNE - CARNE DAS PARCELAS "
                     "RESTANTES NA RODADA CARNE MESTRE"
                     DELIMITED BY SIZE INTO REG-RELAT
              WRITE REG-RELAT.
           GO TO REGRAVA-MESTRE.
       DEBITO-EFETUADO.
      *    PARCELA JA' LANCADA: O MESMO RETORNO PROCESSADO DE NOVO
      *    NAO GERA OUTRO PAGAMENTO.
           IF RD-PARCELA NUMERIC
              IF RD-PARCELA NOT > MA-DA-PARC-PAGA
                 ADD 1 TO W-QT-REPETIDOS
                 MOVE SPACES TO REG-RELAT
                 STRING "REPETIDO " W-ORIGEM " " MA-COD-ASS
                        " PARC " RD-PARCELA
                        " JA' LANCADA - IGNORADO"
                        DELIMITED BY SIZE INTO REG-RELAT
                 WRITE REG-RELAT
                 GO TO FIM-TRATA-RETORNO.
           ADD 1 TO W-QT-DEBITADOS
           ADD RD-VALOR TO W-TOT-DEBITADO
           MOVE ZEROS TO MA-DA-FALHAS
           IF RD-PARCELA NUMERIC
              IF RD-PARCELA > MA-DA-PARC-PAGA
                 MOVE RD-PARCELA TO MA-DA-PARC-PAGA.
           MOVE SPACES      TO REG-PAGTO
           MOVE MA-SEQ-FINANC TO PG-SEQ
           MOVE RD-DATA     TO PG-DATA
           MOVE RD-VALOR (2 : 12) TO W-VALOR-12
           MOVE W-VALOR-12  TO PG-VALOR
           MOVE MA-COD-ASS  TO PG-COD-ASS
           WRITE REG-PAGTO.
       REGRAVA-MESTRE.
           REWRITE REG-MESTRE
                   INVALID KEY DISPLAY "ERRO NA REGRAVACAO DO MESTRE "
                                       MA-COD-ASS
           END-REWRITE.
       FIM-TRATA-RETORNO.
           EXIT.

      *****************************************************************
      *    ARQUIVA-RELATORIO: COPIA DATADA DO RELATORIO NO ARQUIVO
      *    DE RELATORIOS (ARQREL, INDICE ARQUIVO_REL.TXT) - A
      *    PROXIMA RODADA REGRAVA O RELATORIO NO MESMO NOME.
      *****************************************************************
       ARQUIVA-RELATORIO.
           MOVE SPACES TO W-ARQREL
           MOVE "DEBITO_REL.TXT" TO W-AQ-ARQUIVO
           MOVE "DEBITO" TO W-AQ-PROGRAMA
           CALL "ARQREL" USING W-ARQREL
               ON EXCEPTION
                  MOVE "9" TO W-AQ-RET
           END-CALL
           IF W-AQ-RET NOT EQUAL "0"
              DISPLAY "RELATORIO " W-AQ-ARQUIVO
                      " NAO ARQUIVADO (ARQUIVO_REL.TXT)".
       FIM-ARQUIVA-RELATORIO.
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
           MOVE W-AM-NOME TO W-CA-NOME
           DISPLAY "AMBIENTE: " W-AM-NOME.
       FIM-ESCOLHE-AMBIENTE.
           EXIT.
