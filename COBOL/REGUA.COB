       IDENTIFICATION DIVISION.
       PROGRAM-ID.      REGUA.
      *------------------------------------------------------------
      * REGUA DE COBRANCA POR CARTA. O ASSINANTE EM ATRASO GANHA
      * LIGACAO NA CARTEIRA DO COBRANCA E, TALVEZ, BOLETO PELO
      * REMESSA, MAS NUNCA UM LEMBRETE ESCRITO. ESTA RODADA PASSA
      * CADA CONTA EM ABERTO (FINANC.TXT, SEM BAIXA EM
      * COBRANCA_BAIXAS.TXT NEM BAIXA POR PERDA EM
      * BAIXA_PERDA.TXT) POR UMA ESCADA DE CARTAS PELOS DIAS
      * DE ATRASO, CONTADOS DO VENCIMENTO MAIS ANTIGO QUE O XPGR47
      * GUARDA NO CADASTRO MESTRE (ASSINANTE.DAT):
      *    1 - LEMBRETE AMIGAVEL      (10 DIAS POR OMISSAO)
      *    2 - SEGUNDO AVISO          (30 DIAS)
      *    3 - AVISO FINAL, ANTES DA ASSESSORIA DE COBRANCA E DA
      *        NEGATIVACAO            (60 DIAS)
      *
      * A CONTA COM PROMESSA AINDA NO PRAZO (ACORDOS.TXT), COM
      * PAGAMENTO INFORMADO (PAGAMENTOS.TXT) OU COM PLANO DE
      * RENEGOCIACAO EM ANDAMENTO (RENEGOCIACAO.TXT) FICA DE FORA DA
      * RODADA. O DEGRAU ALCANCADO FICA NO MESTRE (MA-ETAPA-COBR,
      * ZERADO PELO XPGR47 QUANDO O DEBITO SAI), ENTAO A RODADA
      * SEGUINTE CONTINUA A ESCADA EM VEZ DE RECOMECAR; QUEM ENTRA
      * ATRASADO RECEBE SO' O DEGRAU ALCANCADO, E ENTRE DUAS CARTAS
      * HA' UM INTERVALO MINIMO (15 DIAS POR OMISSAO).
      *
      * AS CARTAS SAEM NO MESMO SPOOL ASA DO COMPOE ("1" NA COLUNA
      * 1 ABRE PAGINA), EM REGUA_SPOOL.TXT, CADASTRADO NO
      * SPOOL_JOBS.TXT DO GERSPOOL. CADA CARTA FICA NO JORNAL
      * REGUA_HIST.TXT E NA LISTAGEM REGUA_REL.TXT, QUE TAMBEM
      * CONTA AS CONTAS DEIXADAS DE FORA E POR QUE.
      *
      * O AVISO FINAL SEGUE REGISTRADO COM AVISO DE RECEBIMENTO: O
      * OBJETOAR DA' A CADA CARTA UM CODIGO DAS FAIXAS DO CORREIO
      * (AR_FAIXAS.TXT), IMPRESSO NA CARTA, ANOTADO NO CADASTRO DE
      * OBJETOS (AR_OBJETOS.TXT, QUE O RASTREIO ATUALIZA COM A
      * ENTREGA) E NA PRE-LISTA DE POSTAGEM REGUA_PRELISTA.TXT, QUE
      * VAI AO CORREIO COM AS CARTAS. SEM FAIXA LIVRE A CARTA SAI
      * SIMPLES E FICA DESTACADA NA LISTAGEM.
      *
      * CHAMADA DESATENDIDA:
      *    REGUA [DIAS-1] [DIAS-2] [DIAS-3] [INTERVALO]
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

           SELECT PFINANC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-FINANC
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PATRIB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-ATRIB
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PBAIXA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-BAIXA
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PPERDA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-PERDA
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PPAGTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-PAGTO
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PACORDO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-ACORDO
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PRENEG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-RENEG
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PSPOOL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-SPOOL
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PJOBS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-JOBS
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PHIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-HIST
           ACCESS MODE  IS SEQUENTIAL.

           SELECT RELAT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-RELAT
           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------
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

      *    MESMOS LAYOUTS DO COBRANCA.
       FD  PFINANC
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "FINANC.TXT".
       01  REG-FINANC.
           03 FN-SEQ         PIC X(09).
           03 FILLER         PIC X(02).
           03 FN-NOME        PIC X(30).
           03 FILLER         PIC X(02).
           03 FN-DEBITO      PIC X(12).
           03 FILLER         PIC X(02).
           03 FN-PAGO        PIC X(12).
           03 FILLER         PIC X(02).
           03 FN-COD-ASS     PIC X(09).

       FD  PATRIB
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "COBRANCA_ATRIB.TXT".
       01  REG-ATRIB.
           03 AT-SEQ         PIC X(09).
           03 FILLER         PIC X(02).
           03 AT-LOTE        PIC 9(03).

       FD  PBAIXA
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "COBRANCA_BAIXAS.TXT".
       01  REG-BAIXA.
           03 BX-SEQ         PIC X(09).
           03 FILLER         PIC X(02).
           03 BX-LOTE        PIC 9(03).
           03 FILLER         PIC X(02).
           03 BX-DATA        PIC X(08).
           03 FILLER         PIC X(02).
           03 BX-VALOR       PIC X(12).

      *    SO' A CHAVE DO RAZAO DE BAIXAS POR PERDA DO PERDA.
       FD  PPERDA
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "BAIXA_PERDA.TXT".
       01  REG-PERDA.
           03 BP-SEQ         PIC X(09).
           03 FILLER         PIC X(111).

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

       FD  PACORDO
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "ACORDOS.TXT".
       01  REG-ACORDO.
           03 AC-SEQ         PIC X(09).
           03 FILLER         PIC X(02).
           03 AC-DATA-PROM   PIC X(08).
           03 FILLER         PIC X(02).
           03 AC-VALOR       PIC 9(11).
           03 FILLER         PIC X(02).
           03 AC-OPERADOR    PIC X(04).
           03 FILLER         PIC X(02).
           03 AC-LOTE        PIC 9(03).

      *    MESMO LAYOUT DO ACORDO (SO' O QUE A REGUA USA): LINHA "P"
      *    DO PLANO DE RENEGOCIACAO, SITUACAO A = EM ANDAMENTO.
       FD  PRENEG
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "RENEGOCIACAO.TXT".
       01  REG-RENEG.
           03 RN-TIPO        PIC X(01).
           03 FILLER         PIC X(01).
           03 RN-SEQ         PIC X(09).
           03 FILLER         PIC X(01).
           03 FILLER         PIC X(88).
           03 RN-SIT         PIC X(01).
           03 FILLER         PIC X(49).

       FD  PSPOOL
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "REGUA_SPOOL.TXT".
       01  REG-SPOOL.
           03 SP-ASA         PIC X(01).
           03 SP-TEXTO       PIC X(90).

      *    MESMO LAYOUT DO CADASTRO DE TRABALHOS DO GERSPOOL.
       FD  PJOBS
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "SPOOL_JOBS.TXT".
       01  REG-JOB.
           03 JB-ARQUIVO     PIC X(30).
           03 FILLER         PIC X(02).
           03 JB-STATUS      PIC X(01).
           03 FILLER         PIC X(02).
           03 JB-PAGINAS     PIC 9(06).
           03 FILLER         PIC X(02).
           03 JB-DATA        PIC X(06).
           03 FILLER         PIC X(01).
           03 JB-HORA        PIC X(06).

      *-----------------------------------------------------------
      *    JORNAL DAS CARTAS DE COBRANCA: ASSINANTE, CONTA, DEGRAU,
      *    DIAS DE ATRASO, DEBITO (CENTAVOS) E DATA DA EMISSAO.
      *-----------------------------------------------------------
       FD  PHIST
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "REGUA_HIST.TXT".
       01  REG-HIST.
           03 RG-COD-ASS     PIC X(09).
           03 FILLER         PIC X(02).
           03 RG-SEQ         PIC X(09).
           03 FILLER         PIC X(02).
           03 RG-ETAPA       PIC 9(01).
           03 FILLER         PIC X(02).
           03 RG-DIAS        PIC 9(05).
           03 FILLER         PIC X(02).
           03 RG-DEBITO      PIC 9(09).
           03 FILLER         PIC X(02).
           03 RG-DATA        PIC 9(08).

       FD  RELAT
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "REGUA_REL.TXT".
       01  REG-RELAT         PIC X(100).

       WORKING-STORAGE SECTION.
       77 W-FS-MESTRE      PIC X(02) VALUE SPACES.
       77 W-FS-FINANC      PIC X(02) VALUE SPACES.
       77 W-FS-ATRIB       PIC X(02) VALUE SPACES.
       77 W-FS-BAIXA       PIC X(02) VALUE SPACES.
       77 W-FS-PERDA       PIC X(02) VALUE SPACES.
       77 W-FS-PAGTO       PIC X(02) VALUE SPACES.
       77 W-FS-ACORDO      PIC X(02) VALUE SPACES.
       77 W-FS-RENEG       PIC X(02) VALUE SPACES.
       77 W-FS-SPOOL       PIC X(02) VALUE SPACES.
       77 W-FS-JOBS        PIC X(02) VALUE SPACES.
       77 W-FS-HIST        PIC X(02) VALUE SPACES.
       77 W-FS-RELAT       PIC X(02) VALUE SPACES.
       77 W-ARGC           PIC 9(02) VALUE ZEROS.
       77 W-PARAM          PIC 9(03) VALUE ZEROS.
       77 W-DIAS-1         PIC 9(03) VALUE 10.
       77 W-DIAS-2         PIC 9(03) VALUE 30.
       77 W-DIAS-3         PIC 9(03) VALUE 60.
       77 W-INTERVALO      PIC 9(03) VALUE 15.
       77 W-FIM            PIC X(01) VALUE "N".
       77 W-HIST-OK        PIC X(01) VALUE "N".
       77 W-LIDOS          PIC 9(07) VALUE ZEROS.
       77 W-PAGINAS        PIC 9(06) VALUE ZEROS.
       77 W-ETAPA          PIC 9(01) VALUE ZEROS.
       77 W-ETAPA-ANT      PIC 9(01) VALUE ZEROS.
       77 W-HOJE-AAAAMMDD  PIC 9(08) VALUE ZEROS.
       77 W-HOJE-X         PIC X(08) VALUE SPACES.
       77 W-HOJE-INT       PIC 9(08) VALUE ZEROS.
       77 W-DIAS-ATRASO    PIC S9(05) VALUE ZEROS.
       77 W-DIAS-CARTA     PIC S9(05) VALUE ZEROS.
       77 W-DIAS-ED        PIC ZZ.ZZ9.
       77 W-VALOR          PIC Z.ZZZ.ZZ9,99.
       77 W-QT-JOBS        PIC 9(02) VALUE ZEROS.
       77 W-IND-JOB        PIC 9(02) VALUE ZEROS.
       77 W-ACHOU-JOB      PIC 9(02) VALUE ZEROS.
       77 W-QT-CONTAS      PIC 9(04) VALUE ZEROS.
       77 W-IND-CTA        PIC 9(04) VALUE ZEROS.
       77 W-ACHOU-CTA      PIC 9(04) VALUE ZEROS.
       77 W-SEQ-BUSCA      PIC X(09) VALUE SPACES.
       77 W-SEQ-N6         PIC 9(06) VALUE ZEROS.
       77 W-SEQ-N          PIC 9(09) VALUE ZEROS.
       77 W-QT-BAIXADAS    PIC 9(06) VALUE ZEROS.
       77 W-QT-PAGAS       PIC 9(06) VALUE ZEROS.
       77 W-QT-PROMESSA    PIC 9(06) VALUE ZEROS.
       77 W-QT-PLANO       PIC 9(06) VALUE ZEROS.
       77 W-QT-SEM-VENC    PIC 9(06) VALUE ZEROS.
       77 W-QT-NO-PRAZO    PIC 9(06) VALUE ZEROS.
       77 W-QT-INTERVALO   PIC 9(06) VALUE ZEROS.
       77 W-QT-NO-TOPO     PIC 9(06) VALUE ZEROS.
       77 W-QT-SEM-MESTRE  PIC 9(06) VALUE ZEROS.
       77 W-QT-REGISTRADAS PIC 9(06) VALUE ZEROS.
       77 W-QT-SEM-AR      PIC 9(06) VALUE ZEROS.
       01 TAB-QT-ETAPA.
          02 W-QT-ETAPA OCCURS 3 TIMES PIC 9(06).
      *    CONTAS EM ABERTO DO FINANC.TXT: A CHAVE COMO ESTA' NO
      *    FINANC E COM 9 DIGITOS (COMO O REMESSA DEVOLVE DO BANCO),
      *    O LOTE DO COBRADOR E A SITUACAO NA RODADA (A = ABERTA,
      *    B = BAIXADA, P = PAGAMENTO INFORMADO, R = PROMESSA NO
      *    PRAZO, N = PLANO DE RENEGOCIACAO EM ANDAMENTO);
      *    TC-NO-MESTRE MARCA QUEM ACHOU O ASSINANTE.
       01 TAB-CONTAS.
          02 TC-ENT OCCURS 5000 TIMES.
             03 TC-SEQ        PIC X(09).
             03 TC-SEQ9       PIC X(09).
             03 TC-LOTE       PIC 9(03).
             03 TC-SIT        PIC X(01).
             03 TC-NO-MESTRE  PIC X(01).
       01 W-LINHA          PIC X(90) VALUE SPACES.
       01 W-CHAMADA        PIC X(30) VALUE SPACES.
       01 W-LINHA-REL      PIC X(100) VALUE SPACES.
       01 W-CEP-ED.
          02 W-CEP-ED-5    PIC 9(05).
          02 W-CEP-TRACO   PIC X(01).
          02 W-CEP-ED-3    PIC 9(03).
       01 W-DATA-AUX.
          02 W-DA-AAAA     PIC 9(04).
          02 W-DA-MM       PIC 9(02).
          02 W-DA-DD       PIC 9(02).
       01 W-DATA-ED.
          02 W-DE-DD       PIC 9(02).
          02 FILLER        PIC X(01) VALUE "/".
          02 W-DE-MM       PIC 9(02).
          02 FILLER        PIC X(01) VALUE "/".
          02 W-DE-AAAA     PIC 9(04).
       01 TAB-JOBS.
          02 TJ-ENT OCCURS 20 TIMES.
             03 TJ-ARQUIVO   PIC X(30).
             03 TJ-STATUS    PIC X(01).
             03 TJ-PAGINAS   PIC 9(06).
             03 TJ-DATA      PIC X(06).
             03 TJ-HORA      PIC X(06).
       01 W-DATE           PIC 9(06) VALUE ZEROS.
       01 W-TIME           PIC 9(06) VALUE ZEROS.
      *    PARAMETROS DO OBJETOAR (CODIGO DE RASTREAMENTO DO AR).
       01 W-OBJETOAR.
          03 W-AR-FUNCAO     PIC X(01).
          03 W-AR-ORIGEM     PIC X(05) VALUE "REGUA".
          03 W-AR-PRELISTA   PIC X(30) VALUE "REGUA_PRELISTA.TXT".
          03 W-AR-COD-ASS    PIC X(09).
          03 W-AR-CONTA      PIC X(09).
          03 W-AR-NOME       PIC X(30).
          03 W-AR-ENDERECO   PIC X(30).
          03 W-AR-BAIRRO     PIC X(15).
          03 W-AR-CIDADE     PIC X(15).
          03 W-AR-UF         PIC X(02).
          03 W-AR-CEP        PIC X(08).
          03 W-AR-OBJETO     PIC X(13).
          03 W-AR-QTDE       PIC 9(06).
          03 W-AR-RET        PIC X(01).

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
           MOVE ZEROS TO W-QT-ETAPA(1) W-QT-ETAPA(2) W-QT-ETAPA(3)
           ACCEPT W-ARGC FROM ARGUMENT-NUMBER.
           IF W-ARGC NOT < 1
              DISPLAY 1 UPON ARGUMENT-NUMBER
              MOVE ZEROS TO W-PARAM
              ACCEPT W-PARAM FROM ARGUMENT-VALUE
              IF W-PARAM > ZEROS
                 MOVE W-PARAM TO W-DIAS-1.
           IF W-ARGC NOT < 2
              DISPLAY 2 UPON ARGUMENT-NUMBER
              MOVE ZEROS TO W-PARAM
              ACCEPT W-PARAM FROM ARGUMENT-VALUE
              IF W-PARAM > ZEROS
                 MOVE W-PARAM TO W-DIAS-2.
           IF W-ARGC NOT < 3
              DISPLAY 3 UPON ARGUMENT-NUMBER
              MOVE ZEROS TO W-PARAM
              ACCEPT W-PARAM FROM ARGUMENT-VALUE
              IF W-PARAM > ZEROS
                 MOVE W-PARAM TO W-DIAS-3.
           IF W-ARGC NOT < 4
              DISPLAY 4 UPON ARGUMENT-NUMBER
              MOVE ZEROS TO W-PARAM
              ACCEPT W-PARAM FROM ARGUMENT-VALUE
              IF W-PARAM > ZEROS
                 MOVE W-PARAM TO W-INTERVALO.
           IF W-DIAS-1 > W-DIAS-2 OR W-DIAS-2 > W-DIAS-3
              DISPLAY "REGUA DE COBRANCA FORA DE ORDEM: " W-DIAS-1
                      " / " W-DIAS-2 " / " W-DIAS-3
              STOP RUN.

           ACCEPT W-HOJE-AAAAMMDD FROM DATE YYYYMMDD
           MOVE W-HOJE-AAAAMMDD TO W-HOJE-X
           COMPUTE W-HOJE-INT =
                   FUNCTION INTEGER-OF-DATE(W-HOJE-AAAAMMDD)

           PERFORM CARREGA-CONTAS THRU FIM-CARREGA-CONTAS
           IF W-QT-CONTAS = ZEROS
              DISPLAY "NENHUMA CONTA EM ABERTO NO FINANC.TXT"
              STOP RUN.
           PERFORM CARREGA-LOTES    THRU FIM-CARREGA-LOTES
           PERFORM MARCA-BAIXADAS   THRU FIM-MARCA-BAIXADAS
           PERFORM MARCA-PAGAMENTOS THRU FIM-MARCA-PAGAMENTOS
           PERFORM MARCA-PROMESSAS  THRU FIM-MARCA-PROMESSAS
           PERFORM MARCA-PLANOS     THRU FIM-MARCA-PLANOS
           PERFORM CONFERE-OBJETOAR THRU FIM-CONFERE-OBJETOAR

           OPEN I-O PMESTRE
           IF W-FS-MESTRE NOT = "00"
              DISPLAY "CADASTRO MESTRE (ASSINANTE.DAT) INDISPONIVEL = "
                      W-FS-MESTRE
              STOP RUN.
           OPEN OUTPUT PSPOOL
           IF W-FS-SPOOL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO SPOOL = " W-FS-SPOOL
              CLOSE PMESTRE
              STOP RUN.
           OPEN OUTPUT RELAT
           IF W-FS-RELAT NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO REGUA_REL.TXT = " W-FS-RELAT
              CLOSE PMESTRE PSPOOL
              STOP RUN.
           WRITE REG-RELAT FROM W-CAB-AMBIENTE
           OPEN EXTEND PHIST
           IF W-FS-HIST NOT = "00"
              OPEN OUTPUT PHIST.
           IF W-FS-HIST = "00"
              MOVE "S" TO W-HIST-OK.
           MOVE SPACES TO W-LINHA-REL
           STRING "REGUA DE COBRANCA DE " W-HOJE-X
                  " - DEGRAUS A " W-DIAS-1 "/" W-DIAS-2 "/" W-DIAS-3
                  " DIAS, INTERVALO " W-INTERVALO " DIAS"
                  DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL THRU FIM-GRAVA-REL
           MOVE "CODIGO    CONTA     LOTE NOME                      "
             & "     DIAS DEG        DEBITO" TO W-LINHA-REL
           PERFORM GRAVA-REL THRU FIM-GRAVA-REL

           PERFORM LE-MESTRE THRU FIM-LE-MESTRE
                    UNTIL W-FIM = "S".

           PERFORM CONTA-SEM-MESTRE THRU FIM-CONTA-SEM-MESTRE
                    VARYING W-IND-CTA FROM 1 BY 1
                    UNTIL W-IND-CTA > W-QT-CONTAS
           MOVE "F" TO W-AR-FUNCAO
           CALL "OBJETOAR" USING W-OBJETOAR
                ON EXCEPTION
                   DISPLAY "PROGRAMA OBJETOAR INDISPONIVEL - "
                           "REGUA_PRELISTA.TXT NAO FOI FECHADA"
           END-CALL
           PERFORM RESUMO THRU FIM-RESUMO
           CLOSE PMESTRE PSPOOL RELAT
           PERFORM ARQUIVA-RELATORIO THRU FIM-ARQUIVA-RELATORIO
           IF W-HIST-OK = "S"
              CLOSE PHIST.
           PERFORM REGISTRA-SPOOL THRU FIM-REGISTRA-SPOOL

           DISPLAY "CONTAS EM ABERTO........: " W-QT-CONTAS
           DISPLAY "LEMBRETES...............: " W-QT-ETAPA(1)
           DISPLAY "SEGUNDOS AVISOS.........: " W-QT-ETAPA(2)
           DISPLAY "AVISOS FINAIS...........: " W-QT-ETAPA(3)
           DISPLAY "  REGISTRADOS COM AR....: " W-QT-REGISTRADAS
           IF W-QT-SEM-AR > ZEROS
              DISPLAY "  SEM FAIXA DE AR LIVRE.: " W-QT-SEM-AR
                      " - CARTAS SIMPLES".
           DISPLAY "PAGINAS EM REGUA_SPOOL.TXT: " W-PAGINAS
           DISPLAY "LISTAGEM EM REGUA_REL.TXT"
           STOP RUN.

      *****************************************************************
      *    CARGA DAS CONTAS E DAS EXCLUSOES DA RODADA.
      *****************************************************************
       CARREGA-CONTAS.
           OPEN INPUT PFINANC
           IF W-FS-FINANC NOT = "00"
              GO TO FIM-CARREGA-CONTAS.
       LE-FINANC.
           READ PFINANC AT END
                CLOSE PFINANC
                GO TO FIM-CARREGA-CONTAS.
           IF FN-SEQ = SPACES
              GO TO LE-FINANC.
           IF W-QT-CONTAS NOT < 5000
              DISPLAY "FINANC.TXT PASSA DE 5000 CONTAS - O RESTO FICA "
                      "PARA A PROXIMA RODADA"
              CLOSE PFINANC
              GO TO FIM-CARREGA-CONTAS.
           ADD 1 TO W-QT-CONTAS
           MOVE FN-SEQ TO TC-SEQ(W-QT-CONTAS)
           MOVE ZEROS  TO W-SEQ-N
           IF FN-SEQ(1:6) NUMERIC
              MOVE FN-SEQ(1:6) TO W-SEQ-N6
              MOVE W-SEQ-N6 TO W-SEQ-N.
           MOVE W-SEQ-N TO TC-SEQ9(W-QT-CONTAS)
           MOVE ZEROS   TO TC-LOTE(W-QT-CONTAS)
           MOVE "A"     TO TC-SIT(W-QT-CONTAS)
           MOVE "N"     TO TC-NO-MESTRE(W-QT-CONTAS)
           GO TO LE-FINANC.
       FIM-CARREGA-CONTAS.
           EXIT.

       CARREGA-LOTES.
           OPEN INPUT PATRIB
           IF W-FS-ATRIB NOT = "00"
              GO TO FIM-CARREGA-LOTES.
       LE-ATRIB.
           READ PATRIB AT END
                CLOSE PATRIB
                GO TO FIM-CARREGA-LOTES.
           MOVE AT-SEQ TO W-SEQ-BUSCA
           PERFORM LOCALIZA-CONTA THRU FIM-LOCALIZA-CONTA
           IF W-ACHOU-CTA > ZEROS AND AT-LOTE NUMERIC
              MOVE AT-LOTE TO TC-LOTE(W-ACHOU-CTA).
           GO TO LE-ATRIB.
       FIM-CARREGA-LOTES.
           EXIT.

       MARCA-BAIXADAS.
           OPEN INPUT PBAIXA
           IF W-FS-BAIXA NOT = "00"
              GO TO MARCA-PERDAS.
       LE-BAIXA.
           READ PBAIXA AT END
                CLOSE PBAIXA
                GO TO MARCA-PERDAS.
           MOVE BX-SEQ TO W-SEQ-BUSCA
           PERFORM LOCALIZA-CONTA THRU FIM-LOCALIZA-CONTA
           IF W-ACHOU-CTA > ZEROS
              MOVE "B" TO TC-SIT(W-ACHOU-CTA).
           GO TO LE-BAIXA.
       MARCA-PERDAS.
           OPEN INPUT PPERDA
           IF W-FS-PERDA NOT = "00"
              GO TO FIM-MARCA-BAIXADAS.
       LE-PERDA.
           READ PPERDA AT END
                CLOSE PPERDA
                GO TO FIM-MARCA-BAIXADAS.
           MOVE BP-SEQ TO W-SEQ-BUSCA
           PERFORM LOCALIZA-CONTA THRU FIM-LOCALIZA-CONTA
           IF W-ACHOU-CTA > ZEROS
              MOVE "B" TO TC-SIT(W-ACHOU-CTA).
           GO TO LE-PERDA.
       FIM-MARCA-BAIXADAS.
           EXIT.

       MARCA-PAGAMENTOS.
           OPEN INPUT PPAGTO
           IF W-FS-PAGTO NOT = "00"
              GO TO FIM-MARCA-PAGAMENTOS.
       LE-PAGTO.
           READ PPAGTO AT END
                CLOSE PPAGTO
                GO TO FIM-MARCA-PAGAMENTOS.
           MOVE PG-SEQ TO W-SEQ-BUSCA
           PERFORM LOCALIZA-CONTA THRU FIM-LOCALIZA-CONTA
           IF W-ACHOU-CTA > ZEROS
              IF TC-SIT(W-ACHOU-CTA) = "A" OR "R"
                 MOVE "P" TO TC-SIT(W-ACHOU-CTA).
           GO TO LE-PAGTO.
       FIM-MARCA-PAGAMENTOS.
           EXIT.

      *    PROMESSA AINDA NO PRAZO (DATA PROMETIDA HOJE OU DEPOIS).
       MARCA-PROMESSAS.
           OPEN INPUT PACORDO
           IF W-FS-ACORDO NOT = "00"
              GO TO FIM-MARCA-PROMESSAS.
       LE-ACORDO.
           READ PACORDO AT END
                CLOSE PACORDO
                GO TO FIM-MARCA-PROMESSAS.
           IF AC-DATA-PROM < W-HOJE-X
              GO TO LE-ACORDO.
           MOVE AC-SEQ TO W-SEQ-BUSCA
           PERFORM LOCALIZA-CONTA THRU FIM-LOCALIZA-CONTA
           IF W-ACHOU-CTA > ZEROS
              IF TC-SIT(W-ACHOU-CTA) = "A"
                 MOVE "R" TO TC-SIT(W-ACHOU-CTA).
           GO TO LE-ACORDO.
       FIM-MARCA-PROMESSAS.
           EXIT.

      *    CONTA COM PLANO DE RENEGOCIACAO EM ANDAMENTO ESTA' SENDO
      *    PAGA PELO PLANO - O COBRANCA ACOMPANHA AS PARCELAS DELE.
       MARCA-PLANOS.
           OPEN INPUT PRENEG
           IF W-FS-RENEG NOT = "00"
              GO TO FIM-MARCA-PLANOS.
       LE-PLANO.
           READ PRENEG AT END
                CLOSE PRENEG
                GO TO FIM-MARCA-PLANOS.
           IF RN-TIPO NOT = "P" OR RN-SIT NOT = "A"
              GO TO LE-PLANO.
           MOVE RN-SEQ TO W-SEQ-BUSCA
           PERFORM LOCALIZA-CONTA THRU FIM-LOCALIZA-CONTA
           IF W-ACHOU-CTA > ZEROS
              IF TC-SIT(W-ACHOU-CTA) = "A" OR "R"
                 MOVE "N" TO TC-SIT(W-ACHOU-CTA).
           GO TO LE-PLANO.
       FIM-MARCA-PLANOS.
           EXIT.

      *    CONTA PELA CHAVE DO FINANC OU PELOS 9 DIGITOS DO BANCO.
       LOCALIZA-CONTA.
           MOVE ZEROS TO W-ACHOU-CTA
           IF W-SEQ-BUSCA = SPACES
              GO TO FIM-LOCALIZA-CONTA.
           PERFORM TESTA-CONTA THRU FIM-TESTA-CONTA
                    VARYING W-IND-CTA FROM 1 BY 1
                    UNTIL W-IND-CTA > W-QT-CONTAS
                       OR W-ACHOU-CTA > ZEROS.
       FIM-LOCALIZA-CONTA.
           EXIT.

       TESTA-CONTA.
           IF TC-SEQ(W-IND-CTA) = W-SEQ-BUSCA OR
              TC-SEQ9(W-IND-CTA) = W-SEQ-BUSCA
              MOVE W-IND-CTA TO W-ACHOU-CTA.
       FIM-TESTA-CONTA.
           EXIT.

      *****************************************************************
      *    LE-MESTRE: ASSINANTE CUJA CONTA DO ULTIMO PEDIDO ESTA' EM
      *    ABERTO SOBE NA ESCADA ATE' O DEGRAU DOS SEUS DIAS DE
      *    ATRASO; O DEGRAU NOVO E' REGRAVADO NO MESTRE.
      *****************************************************************
       LE-MESTRE.
           READ PMESTRE NEXT AT END
                MOVE "S" TO W-FIM
                GO TO FIM-LE-MESTRE.
           ADD 1 TO W-LIDOS
           IF MA-SEQ-FINANC = SPACES
              GO TO FIM-LE-MESTRE.
           MOVE MA-SEQ-FINANC TO W-SEQ-BUSCA
           PERFORM LOCALIZA-CONTA THRU FIM-LOCALIZA-CONTA
           IF W-ACHOU-CTA = ZEROS
              GO TO FIM-LE-MESTRE.
           MOVE "S" TO TC-NO-MESTRE(W-ACHOU-CTA)
           EVALUATE TC-SIT(W-ACHOU-CTA)
           WHEN "B" ADD 1 TO W-QT-BAIXADAS
                    GO TO FIM-LE-MESTRE
           WHEN "P" ADD 1 TO W-QT-PAGAS
                    GO TO FIM-LE-MESTRE
           WHEN "R" ADD 1 TO W-QT-PROMESSA
                    GO TO FIM-LE-MESTRE
           WHEN "N" ADD 1 TO W-QT-PLANO
                    GO TO FIM-LE-MESTRE
           END-EVALUATE
           IF MA-VENC-ATRASO NOT NUMERIC OR MA-VENC-ATRASO = ZEROS
              ADD 1 TO W-QT-SEM-VENC
              GO TO FIM-LE-MESTRE.
           COMPUTE W-DIAS-ATRASO = W-HOJE-INT
                   - FUNCTION INTEGER-OF-DATE(MA-VENC-ATRASO)
           MOVE ZEROS TO W-ETAPA
           IF W-DIAS-ATRASO NOT < W-DIAS-1
              MOVE 1 TO W-ETAPA.
           IF W-DIAS-ATRASO NOT < W-DIAS-2
              MOVE 2 TO W-ETAPA.
           IF W-DIAS-ATRASO NOT < W-DIAS-3
              MOVE 3 TO W-ETAPA.
           IF W-ETAPA = ZEROS
              ADD 1 TO W-QT-NO-PRAZO
              GO TO FIM-LE-MESTRE.
           MOVE ZEROS TO W-ETAPA-ANT
           IF MA-ETAPA-COBR NUMERIC
              MOVE MA-ETAPA-COBR TO W-ETAPA-ANT.
           IF W-ETAPA NOT > W-ETAPA-ANT
              ADD 1 TO W-QT-NO-TOPO
              GO TO FIM-LE-MESTRE.
           IF W-ETAPA-ANT > ZEROS AND MA-DT-COBR NUMERIC
              AND MA-DT-COBR > ZEROS
              COMPUTE W-DIAS-CARTA = W-HOJE-INT
                      - FUNCTION INTEGER-OF-DATE(MA-DT-COBR)
              IF W-DIAS-CARTA < W-INTERVALO
                 ADD 1 TO W-QT-INTERVALO
                 GO TO FIM-LE-MESTRE.
           MOVE SPACES TO W-AR-OBJETO
           IF W-ETAPA = 3
              PERFORM ALOCA-AR THRU FIM-ALOCA-AR.
           PERFORM COMPOE-CARTA THRU FIM-COMPOE-CARTA
           ADD 1 TO W-QT-ETAPA(W-ETAPA)
           MOVE W-ETAPA         TO MA-ETAPA-COBR
           MOVE W-HOJE-AAAAMMDD TO MA-DT-COBR
           REWRITE REG-MESTRE
                INVALID KEY
                   DISPLAY "FALHA AO REGRAVAR O DEGRAU DE " MA-COD-ASS
           END-REWRITE
           PERFORM LISTA-CARTA THRU FIM-LISTA-CARTA
           IF W-HIST-OK NOT = "S"
              GO TO FIM-LE-MESTRE.
           MOVE SPACES          TO REG-HIST
           MOVE MA-COD-ASS      TO RG-COD-ASS
           MOVE MA-SEQ-FINANC   TO RG-SEQ
           MOVE W-ETAPA         TO RG-ETAPA
           MOVE W-DIAS-ATRASO   TO RG-DIAS
           MOVE ZEROS           TO RG-DEBITO
           IF MA-TOT-DEB-ATRAS NUMERIC
              MOVE MA-TOT-DEB-ATRAS TO RG-DEBITO.
           MOVE W-HOJE-AAAAMMDD TO RG-DATA
           WRITE REG-HIST.
       FIM-LE-MESTRE.
           EXIT.

       LISTA-CARTA.
           MOVE W-DIAS-ATRASO TO W-DIAS-ED
           MOVE ZEROS TO W-VALOR
           IF MA-TOT-DEB-ATRAS NUMERIC
              DIVIDE MA-TOT-DEB-ATRAS BY 100 GIVING W-VALOR.
           MOVE SPACES TO W-LINHA-REL
           STRING MA-COD-ASS " " MA-SEQ-FINANC " "
                  TC-LOTE(W-ACHOU-CTA) "  " MA-NOME-ASS " "
                  W-DIAS-ED "  " W-ETAPA "  " W-VALOR
                  DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL THRU FIM-GRAVA-REL
           IF W-ETAPA NOT = 3
              GO TO FIM-LISTA-CARTA.
           MOVE SPACES TO W-LINHA-REL
           IF W-AR-OBJETO = SPACES
              MOVE "          *** SEM AR - CARTA SIMPLES ***"
                   TO W-LINHA-REL
           ELSE
              STRING "          REGISTRADA COM AR - OBJETO " W-AR-OBJETO
                     DELIMITED BY SIZE INTO W-LINHA-REL.
           PERFORM GRAVA-REL THRU FIM-GRAVA-REL.
       FIM-LISTA-CARTA.
           EXIT.

      *    CONTA ABERTA DO FINANC SEM ASSINANTE NO MESTRE (PEDIDO SEM
      *    E-COD-ASS) NAO TEM ENDERECO PARA A CARTA.
       CONTA-SEM-MESTRE.
           IF TC-SIT(W-IND-CTA) = "A" AND
              TC-NO-MESTRE(W-IND-CTA) NOT = "S"
              ADD 1 TO W-QT-SEM-MESTRE.
       FIM-CONTA-SEM-MESTRE.
           EXIT.

       RESUMO.
           MOVE SPACES TO W-LINHA-REL
           PERFORM GRAVA-REL THRU FIM-GRAVA-REL
           MOVE SPACES TO W-LINHA-REL
           STRING "CONTAS NO FINANC.TXT ........: " W-QT-CONTAS
                  DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL THRU FIM-GRAVA-REL
           MOVE SPACES TO W-LINHA-REL
           STRING "LEMBRETES / SEGUNDOS / FINAIS: " W-QT-ETAPA(1)
                  " / " W-QT-ETAPA(2) " / " W-QT-ETAPA(3)
                  DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL THRU FIM-GRAVA-REL
           MOVE SPACES TO W-LINHA-REL
           STRING "FORA - BAIXADAS ..............: " W-QT-BAIXADAS
                  DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL THRU FIM-GRAVA-REL
           MOVE SPACES TO W-LINHA-REL
           STRING "FORA - PAGAMENTO INFORMADO ...: " W-QT-PAGAS
                  DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL THRU FIM-GRAVA-REL
           MOVE SPACES TO W-LINHA-REL
           STRING "FORA - PROMESSA NO PRAZO .....: " W-QT-PROMESSA
                  DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL THRU FIM-GRAVA-REL
           MOVE SPACES TO W-LINHA-REL
           STRING "FORA - PLANO DE RENEGOCIACAO .: " W-QT-PLANO
                  DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL THRU FIM-GRAVA-REL
           MOVE SPACES TO W-LINHA-REL
           STRING "FORA - ATRASO ABAIXO DO 1O DEGRAU: " W-QT-NO-PRAZO
                  DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL THRU FIM-GRAVA-REL
           MOVE SPACES TO W-LINHA-REL
           STRING "FORA - DEGRAU JA' ENVIADO ....: " W-QT-NO-TOPO
                  DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL THRU FIM-GRAVA-REL
           MOVE SPACES TO W-LINHA-REL
           STRING "FORA - INTERVALO ENTRE CARTAS : " W-QT-INTERVALO
                  DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL THRU FIM-GRAVA-REL
           MOVE SPACES TO W-LINHA-REL
           STRING "FORA - SEM VENCIMENTO NO MESTRE: " W-QT-SEM-VENC
                  DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL THRU FIM-GRAVA-REL
           MOVE SPACES TO W-LINHA-REL
           STRING "FORA - SEM ASSINANTE NO MESTRE: " W-QT-SEM-MESTRE
                  DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL THRU FIM-GRAVA-REL
           MOVE SPACES TO W-LINHA-REL
           STRING "AVISOS FINAIS REGISTRADOS (AR): " W-QT-REGISTRADAS
                  DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL THRU FIM-GRAVA-REL
           IF W-QT-SEM-AR > ZEROS
              MOVE SPACES TO W-LINHA-REL
              STRING "*** AVISOS FINAIS SEM AR (SEM FAIXA LIVRE): "
                     W-QT-SEM-AR " ***"
                     DELIMITED BY SIZE INTO W-LINHA-REL
              PERFORM GRAVA-REL THRU FIM-GRAVA-REL.
       FIM-RESUMO.
           EXIT.

       GRAVA-REL.
           MOVE W-LINHA-REL TO REG-RELAT
           WRITE REG-RELAT.
       FIM-GRAVA-REL.
           EXIT.

      *-----------------------------------------------------------
      *    CONFERE-OBJETOAR: SEM O OBJETOAR O AVISO FINAL SAIRIA SEM
      *    O CODIGO DO AR - A RODADA PARA AQUI, ANTES DE ABRIR O
      *    MESTRE E DE GRAVAR QUALQUER CARTA OU ARQUIVO. A FUNCAO "F"
      *    SEM NADA ABERTO NO OBJETOAR SO' RESPONDE.
      *-----------------------------------------------------------
       CONFERE-OBJETOAR.
           MOVE "F" TO W-AR-FUNCAO
           CALL "OBJETOAR" USING W-OBJETOAR
                ON EXCEPTION
                   DISPLAY "PROGRAMA OBJETOAR INDISPONIVEL - RODADA "
                           "CANCELADA, NADA FOI GRAVADO"
                   STOP RUN
           END-CALL.
       FIM-CONFERE-OBJETOAR.
           EXIT.

      *****************************************************************
      *    ALOCA-AR: CODIGO DE RASTREAMENTO PARA O AVISO FINAL, COM O
      *    ENDERECO QUE VAI NA CARTA. SEM FAIXA LIVRE (OU SEM O
      *    OBJETOAR) A CARTA SAI SIMPLES.
      *****************************************************************
       ALOCA-AR.
           MOVE "A"            TO W-AR-FUNCAO
           MOVE MA-COD-ASS     TO W-AR-COD-ASS
           MOVE MA-SEQ-FINANC  TO W-AR-CONTA
           MOVE MA-NOME-ASS    TO W-AR-NOME
           MOVE MA-END-ASS     TO W-AR-ENDERECO
           MOVE MA-BAI-ASS     TO W-AR-BAIRRO
           MOVE MA-CID-ASS     TO W-AR-CIDADE
           MOVE MA-UF-ASS      TO W-AR-UF
           MOVE MA-CEP5-ASS    TO W-AR-CEP(1:5)
           MOVE MA-CEP3-ASS    TO W-AR-CEP(6:3)
           MOVE "9"            TO W-AR-RET
           CALL "OBJETOAR" USING W-OBJETOAR
                ON EXCEPTION MOVE "9" TO W-AR-RET
           END-CALL
           IF W-AR-RET NOT = "0"
              MOVE SPACES TO W-AR-OBJETO
              ADD 1 TO W-QT-SEM-AR
              GO TO FIM-ALOCA-AR.
           ADD 1 TO W-QT-REGISTRADAS.
       FIM-ALOCA-AR.
           EXIT.

      *****************************************************************
      *    COMPOE-CARTA: PAGINA DA CARTA DE COBRANCA AO ASSINANTE
      *    (QUEM PAGA), COM O DEBITO, O VENCIMENTO MAIS ANTIGO E O
      *    TEXTO DO DEGRAU.
      *****************************************************************
       COMPOE-CARTA.
           PERFORM COMPOE-ENDERECO THRU FIM-COMPOE-ENDERECO
           MOVE MA-VENC-ATRASO TO W-DATA-AUX
           PERFORM EDITA-DATA THRU FIM-EDITA-DATA
           MOVE ZEROS TO W-VALOR
           IF MA-TOT-DEB-ATRAS NUMERIC
              DIVIDE MA-TOT-DEB-ATRAS BY 100 GIVING W-VALOR.
           MOVE W-DIAS-ATRASO TO W-DIAS-ED
           EVALUATE W-ETAPA
           WHEN 1
              MOVE "LEMBRETE DE PAGAMENTO" TO W-LINHA
              PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
              MOVE SPACES TO W-LINHA
              PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
              MOVE SPACES TO W-LINHA
              STRING "AINDA NAO IDENTIFICAMOS O PAGAMENTO DE R$ "
                     W-VALOR DELIMITED BY SIZE INTO W-LINHA
              PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
              MOVE SPACES TO W-LINHA
              STRING "DA SUA ASSINATURA, VENCIDO EM " W-DATA-ED
                     ". SE JA' PAGOU, DESCONSIDERE ESTE AVISO."
                     DELIMITED BY SIZE INTO W-LINHA
              PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
           WHEN 2
              MOVE "SEGUNDO AVISO DE DEBITO" TO W-LINHA
              PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
              MOVE SPACES TO W-LINHA
              PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
              MOVE SPACES TO W-LINHA
              STRING "O DEBITO DE R$ " W-VALOR
                     " DA SUA ASSINATURA CONTINUA EM ABERTO"
                     DELIMITED BY SIZE INTO W-LINHA
              PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
              MOVE SPACES TO W-LINHA
              STRING "HA' " W-DIAS-ED " DIAS (VENCIMENTO EM "
                     W-DATA-ED "). REGULARIZE PARA NAO TER"
                     DELIMITED BY SIZE INTO W-LINHA
              PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
              MOVE "A ENTREGA DA SUA REVISTA SUSPENSA." TO W-LINHA
              PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
           WHEN OTHER
              MOVE "AVISO FINAL DE DEBITO" TO W-LINHA
              PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
              IF W-AR-OBJETO NOT = SPACES
                 MOVE SPACES TO W-LINHA
                 STRING "CARTA REGISTRADA COM AVISO DE RECEBIMENTO - "
                        "OBJETO " W-AR-OBJETO
                        DELIMITED BY SIZE INTO W-LINHA
                 PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
              END-IF
              MOVE SPACES TO W-LINHA
              PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
              MOVE SPACES TO W-LINHA
              STRING "APESAR DOS AVISOS ANTERIORES, O DEBITO DE R$ "
                     W-VALOR DELIMITED BY SIZE INTO W-LINHA
              PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
              MOVE SPACES TO W-LINHA
              STRING "VENCIDO EM " W-DATA-ED " SEGUE EM ABERTO. SEM O"
                     " PAGAMENTO, A CONTA SERA"
                     DELIMITED BY SIZE INTO W-LINHA
              PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
              MOVE "ENCAMINHADA A ASSESSORIA DE COBRANCA E O NOME AOS"
                   TO W-LINHA
              PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
              MOVE "ORGAOS DE PROTECAO AO CREDITO." TO W-LINHA
              PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
           END-EVALUATE
           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
           MOVE "PARA NEGOCIAR OU INFORMAR UM PAGAMENTO, LIGUE PARA A"
                TO W-LINHA
           PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
           MOVE "NOSSA CENTRAL DE ATENDIMENTO." TO W-LINHA
           PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
           PERFORM COMPOE-RODAPE THRU FIM-COMPOE-RODAPE.
       FIM-COMPOE-CARTA.
           EXIT.

      *    BLOCO DE ENDERECO E SAUDACAO DO ASSINANTE, ABRINDO A
      *    PAGINA (SALTO "1" NA PRIMEIRA LINHA) - MESMA REGRA DO
      *    RENOVA.
       COMPOE-ENDERECO.
           ADD 1 TO W-PAGINAS
           MOVE SPACES TO REG-SPOOL
           MOVE "1" TO SP-ASA
           MOVE MA-NOME-ASS TO SP-TEXTO
           WRITE REG-SPOOL
           MOVE SPACES TO W-LINHA
           MOVE MA-END-ASS TO W-LINHA
           PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
           MOVE SPACES TO W-LINHA
           STRING MA-BAI-ASS " - " MA-CID-ASS " - " MA-UF-ASS
                  DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
           MOVE SPACES TO W-LINHA
           MOVE MA-CEP5-ASS TO W-CEP-ED-5
           MOVE "-"         TO W-CEP-TRACO
           MOVE MA-CEP3-ASS TO W-CEP-ED-3
           STRING "CEP " W-CEP-ED DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
           MOVE SPACES TO W-LINHA
           MOVE MA-CHAMADA-ASS TO W-CHAMADA
           IF W-CHAMADA = SPACES
              MOVE MA-NOME-ASS TO W-CHAMADA.
           IF MA-SEXO-ASS = "F"
              STRING "PREZADA " W-CHAMADA ","
                     DELIMITED BY SIZE INTO W-LINHA
           ELSE
              STRING "PREZADO " W-CHAMADA ","
                     DELIMITED BY SIZE INTO W-LINHA.
           PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO.
       FIM-COMPOE-ENDERECO.
           EXIT.

       COMPOE-RODAPE.
           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
           MOVE SPACES TO W-LINHA
           STRING "CENTRAL DE ATENDIMENTO: " MA-0800
                  "  GRANDE SP: " MA-GSP
                  DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO.
       FIM-COMPOE-RODAPE.
           EXIT.

       GRAVA-TEXTO.
           MOVE SPACES TO REG-SPOOL
           MOVE W-LINHA TO SP-TEXTO
           WRITE REG-SPOOL.
       FIM-GRAVA-TEXTO.
           EXIT.

       EDITA-DATA.
           MOVE W-DA-DD   TO W-DE-DD
           MOVE W-DA-MM   TO W-DE-MM
           MOVE W-DA-AAAA TO W-DE-AAAA.
       FIM-EDITA-DATA.
           EXIT.

      *****************************************************************
      *    REGISTRA-SPOOL: CADASTRA (OU ATUALIZA) O REGUA_SPOOL.TXT
      *    NO SPOOL_JOBS.TXT COMO TRABALHO LIVRE, COM AS PAGINAS DA
      *    RODADA - O GERSPOOL IMPRIME DALI COMO OS DEMAIS.
      *****************************************************************
       REGISTRA-SPOOL.
           IF W-PAGINAS = ZEROS
              GO TO FIM-REGISTRA-SPOOL.
           MOVE ZEROS TO W-QT-JOBS W-ACHOU-JOB
           OPEN INPUT PJOBS
           IF W-FS-JOBS NOT = "00"
              GO TO INCLUI-JOB.
       LE-JOB.
           READ PJOBS AT END
                CLOSE PJOBS
                GO TO INCLUI-JOB.
           IF JB-ARQUIVO = SPACES OR W-QT-JOBS NOT < 20
              GO TO LE-JOB.
           ADD 1 TO W-QT-JOBS
           MOVE JB-ARQUIVO TO TJ-ARQUIVO(W-QT-JOBS)
           MOVE JB-STATUS  TO TJ-STATUS(W-QT-JOBS)
           MOVE JB-PAGINAS TO TJ-PAGINAS(W-QT-JOBS)
           MOVE JB-DATA    TO TJ-DATA(W-QT-JOBS)
           MOVE JB-HORA    TO TJ-HORA(W-QT-JOBS)
           IF JB-ARQUIVO = "REGUA_SPOOL.TXT"
              MOVE W-QT-JOBS TO W-ACHOU-JOB.
           GO TO LE-JOB.
       INCLUI-JOB.
           IF W-ACHOU-JOB = ZEROS
              IF W-QT-JOBS NOT < 20
                 DISPLAY "CADASTRO DE TRABALHOS CHEIO - CADASTRE "
                         "REGUA_SPOOL.TXT PELO GERSPOOL"
                 GO TO FIM-REGISTRA-SPOOL
              ELSE
                 ADD 1 TO W-QT-JOBS
                 MOVE W-QT-JOBS TO W-ACHOU-JOB
                 MOVE "REGUA_SPOOL.TXT" TO TJ-ARQUIVO(W-ACHOU-JOB).
           ACCEPT W-DATE FROM DATE
           ACCEPT W-TIME FROM TIME
           MOVE "L"       TO TJ-STATUS(W-ACHOU-JOB)
           MOVE W-PAGINAS TO TJ-PAGINAS(W-ACHOU-JOB)
           MOVE W-DATE    TO TJ-DATA(W-ACHOU-JOB)
           MOVE W-TIME    TO TJ-HORA(W-ACHOU-JOB)
           OPEN OUTPUT PJOBS
           IF W-FS-JOBS NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO SPOOL_JOBS.TXT = " W-FS-JOBS
              GO TO FIM-REGISTRA-SPOOL.
           PERFORM GRAVA-UM-JOB THRU FIM-GRAVA-UM-JOB
                    VARYING W-IND-JOB FROM 1 BY 1
                    UNTIL W-IND-JOB > W-QT-JOBS
           CLOSE PJOBS.
       FIM-REGISTRA-SPOOL.
           EXIT.

       GRAVA-UM-JOB.
           MOVE SPACES                TO REG-JOB
           MOVE TJ-ARQUIVO(W-IND-JOB) TO JB-ARQUIVO
           MOVE TJ-STATUS(W-IND-JOB)  TO JB-STATUS
           MOVE TJ-PAGINAS(W-IND-JOB) TO JB-PAGINAS
           MOVE TJ-DATA(W-IND-JOB)    TO JB-DATA
           MOVE TJ-HORA(W-IND-JOB)    TO JB-HORA
           WRITE REG-JOB.
       FIM-GRAVA-UM-JOB.
           EXIT.

      *****************************************************************
      *    ARQUIVA-RELATORIO: COPIA DATADA DO RELATORIO NO ARQUIVO
      *    DE RELATORIOS (ARQREL, INDICE ARQUIVO_REL.TXT) - A
      *    PROXIMA RODADA REGRAVA O RELATORIO NO MESMO NOME.
      *****************************************************************
       ARQUIVA-RELATORIO.
           MOVE SPACES TO W-ARQREL
           MOVE "REGUA_REL.TXT" TO W-AQ-ARQUIVO
           MOVE "REGUA" TO W-AQ-PROGRAMA
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
