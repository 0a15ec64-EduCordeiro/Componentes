       IDENTIFICATION DIVISION.
       PROGRAM-ID.      RECIBO.
      *------------------------------------------------------------
      * RECIBOS DE PAGAMENTO E INFORME ANUAL DE PAGAMENTOS. DOIS
      * MODOS:
      *
      *    RECIBOS (OMISSAO): TODO PAGAMENTO LANCADO EM
      *    PAGAMENTOS.TXT OU BAIXADO EM COBRANCA_BAIXAS.TXT (O MESMO
      *    PAGAMENTO NOS DOIS CONTA UMA VEZ SO') QUE AINDA NAO TEM
      *    RECIBO GANHA UM RECIBO NUMERADO: NUMERO SEQUENCIAL,
      *    PAGADOR, REVISTA, PARCELAS COBERTAS E VALOR. AS PARCELAS
      *    SAO AS DO FINANC_PARC.TXT QUE O VALOR COBRE EM ORDEM; SEM
      *    ELAS, A CONTA PELO VALOR DA PARCELA DO MESTRE.
      *
      *    ANUAL: INFORME DE PAGAMENTOS DO ANO CIVIL (O ANTERIOR POR
      *    OMISSAO) POR ASSINANTE, COM CADA PAGAMENTO DO ANO, O
      *    NUMERO DO RECIBO E O TOTAL.
      *
      * TODO RECIBO EMITIDO FICA NO REGISTRO RECIBO_REG.TXT (NUMERO,
      * CONTA, DATA, VALOR E ASSINANTE) - E' POR ELE QUE O PAGAMENTO
      * JA' ATENDIDO NAO GANHA OUTRO RECIBO E QUE A NUMERACAO
      * CONTINUA; QUEBRA OU REPETICAO NA NUMERACAO DO REGISTRO SAI
      * NA LISTAGEM. O PAGADOR VEM DO MESTRE PELA CONTA
      * (MA-SEQ-FINANC); SEM O MESTRE, SO' O NOME DO FINANC.TXT.
      *
      * OS DOCUMENTOS SAEM NO SPOOL ASA ("1" NA COLUNA 1 ABRE
      * PAGINA) - RECIBO_SPOOL.TXT OU INFORME_SPOOL.TXT, CADASTRADOS
      * NO SPOOL_JOBS.TXT DO GERSPOOL. PARA QUEM OPTOU PELO CANAL
      * DIGITAL (SEM DEVOLUCAO EM NOTIFICA_BOUNCE.TXT) O DOCUMENTO
      * VAI TAMBEM PARA RECIBO_DIGITAL.TXT, COM O AVISO EM
      * NOTIFICA.TXT PARA O NOTIFICADOR DESPACHAR. LISTAGEM EM
      * RECIBO_REL.TXT.
      *
      * CHAMADA DESATENDIDA:
      *    RECIBO
      *    RECIBO ANUAL [AAAA]
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

           SELECT PPAGTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-PAGTO
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PBAIXA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-BAIXA
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PFINANC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-FINANC
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PFINPARC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-FINPARC
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PREG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-REG
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PBOUNCE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-BOUNCE
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PNOTIFI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-NOTIFI
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PDIGITAL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-DIGITAL
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PSPOOL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-SPOOL
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PJOBS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-JOBS
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PRELAT ASSIGN TO DISK
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

       FD  PPAGTO
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "PAGAMENTOS.TXT".
       01  REG-PAGTO.
           03 PG-SEQ         PIC X(09).
           03 FILLER         PIC X(02).
           03 PG-DATA        PIC X(08).
           03 FILLER         PIC X(02).
           03 PG-VALOR       PIC X(12).
      *    DEBITO AUTOMATICO: ASSINANTE DO DEBITO (CONTA EM BRANCO
      *    QUANDO ELE NAO ESTA NA COBRANCA).
           03 FILLER         PIC X(02).
           03 PG-COD-ASS     PIC X(09).

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

       FD  PFINANC
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "FINANC.TXT".
       01  REG-FINANC.
           03 FN-SEQ         PIC X(09).
           03 FILLER         PIC X(02).
           03 FN-NOME        PIC X(30).
           03 FILLER         PIC X(59).

      *    PARCELAS EM ATRASO DE QUEM ESTA NO FINANC.TXT (XPGR47).
       FD  PFINPARC
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "FINANC_PARC.TXT".
       01  REG-FINPARC.
           03 FP-SEQ         PIC X(09).
           03 FILLER         PIC X(02).
           03 FP-PARCELA     PIC 9(02).
           03 FILLER         PIC X(02).
           03 FP-VENC        PIC 9(08).
           03 FILLER         PIC X(02).
           03 FP-VALOR       PIC 9(09).
           03 FILLER         PIC X(02).
           03 FP-UF          PIC X(02).

      *-----------------------------------------------------------
      *    REGISTRO DOS RECIBOS EMITIDOS: NUMERO, CONTA, DATA E
      *    VALOR (CENTAVOS) DO PAGAMENTO, ASSINANTE, NOME, DATA DA
      *    EMISSAO E CANAL (I = IMPRESSO, D = IMPRESSO E DIGITAL).
      *-----------------------------------------------------------
       FD  PREG
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "RECIBO_REG.TXT".
       01  REG-REG.
           03 RG-NUM         PIC 9(09).
           03 FILLER         PIC X(01).
           03 RG-SEQ         PIC X(09).
           03 FILLER         PIC X(01).
           03 RG-DATA        PIC X(08).
           03 FILLER         PIC X(01).
           03 RG-VALOR       PIC 9(13).
           03 FILLER         PIC X(01).
           03 RG-COD         PIC X(09).
           03 FILLER         PIC X(01).
           03 RG-NOME        PIC X(30).
           03 FILLER         PIC X(01).
           03 RG-EMISSAO     PIC 9(08).
           03 FILLER         PIC X(01).
           03 RG-CANAL       PIC X(01).

       FD  PBOUNCE
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "NOTIFICA_BOUNCE.TXT".
       01  REG-BOUNCE.
           03 BN-COD         PIC X(09).
           03 FILLER         PIC X(02).
           03 BN-NOME        PIC X(30).

      *    MESMO LAYOUT QUE O NOTIFICA-DIGITAL DO XPGR47 GRAVA.
       FD  PNOTIFI
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "NOTIFICA.TXT".
       01  REG-NOTIFI.
           03 NT-SEQ         PIC X(09).
           03 FILLER         PIC X(02).
           03 NT-NOME        PIC X(30).
           03 FILLER         PIC X(02).
           03 NT-CANAL       PIC X(10).
           03 FILLER         PIC X(02).
           03 NT-EMPRESA     PIC X(10).
           03 FILLER         PIC X(02).
           03 NT-COD         PIC X(09).

      *-----------------------------------------------------------
      *    DOCUMENTOS DO CANAL DIGITAL: ASSINANTE, DOCUMENTO (NUMERO
      *    DO RECIBO OU "ANUAL"+ANO) E AS LINHAS DO TEXTO, NA ORDEM.
      *-----------------------------------------------------------
       FD  PDIGITAL
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "RECIBO_DIGITAL.TXT".
       01  REG-DIGITAL.
           03 DG-COD         PIC X(09).
           03 FILLER         PIC X(01).
           03 DG-DOC         PIC X(09).
           03 FILLER         PIC X(01).
           03 DG-TEXTO       PIC X(90).

       FD  PSPOOL
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS W-ARQ-SPOOL.
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

       FD  PRELAT
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "RECIBO_REL.TXT".
       01  REG-RELAT         PIC X(100).

       WORKING-STORAGE SECTION.
       77 W-FS-MESTRE      PIC X(02) VALUE SPACES.
       77 W-FS-PAGTO       PIC X(02) VALUE SPACES.
       77 W-FS-BAIXA       PIC X(02) VALUE SPACES.
       77 W-FS-FINANC      PIC X(02) VALUE SPACES.
       77 W-FS-FINPARC     PIC X(02) VALUE SPACES.
       77 W-FS-REG         PIC X(02) VALUE SPACES.
       77 W-FS-BOUNCE      PIC X(02) VALUE SPACES.
       77 W-FS-NOTIFI      PIC X(02) VALUE SPACES.
       77 W-FS-DIGITAL     PIC X(02) VALUE SPACES.
       77 W-FS-SPOOL       PIC X(02) VALUE SPACES.
       77 W-FS-JOBS        PIC X(02) VALUE SPACES.
       77 W-FS-RELAT       PIC X(02) VALUE SPACES.
       77 W-ARQ-SPOOL      PIC X(30) VALUE "RECIBO_SPOOL.TXT".
       77 W-ARGC           PIC 9(02) VALUE ZEROS.
       77 W-PARAM          PIC X(12) VALUE SPACES.
       77 W-MODO           PIC X(01) VALUE "R".
          88 MODO-RECIBO             VALUE "R".
          88 MODO-ANUAL              VALUE "A".
       77 W-ANO            PIC 9(04) VALUE ZEROS.
       77 W-MESTRE-OK      PIC X(01) VALUE "N".
       77 W-QT-TG          PIC 9(04) VALUE ZEROS.
       77 W-IND            PIC 9(04) VALUE ZEROS.
       77 W-IND2           PIC 9(04) VALUE ZEROS.
       77 W-ACHOU          PIC 9(04) VALUE ZEROS.
       77 W-COD-BUSCA      PIC X(09) VALUE SPACES.
       77 W-QT-FQ          PIC 9(04) VALUE ZEROS.
       77 W-IND-FQ         PIC 9(04) VALUE ZEROS.
       77 W-QT-BOU         PIC 9(04) VALUE ZEROS.
       77 W-IND-BOU        PIC 9(04) VALUE ZEROS.
       77 W-ACHOU-BOU      PIC X(01) VALUE "N".
       77 W-ULT-NUM        PIC 9(09) VALUE ZEROS.
       77 W-QT-REG         PIC 9(06) VALUE ZEROS.
       77 W-QT-FALHAS-NUM  PIC 9(06) VALUE ZEROS.
       77 W-QT-RECIBOS     PIC 9(06) VALUE ZEROS.
       77 W-QT-INFORMES    PIC 9(06) VALUE ZEROS.
       77 W-QT-DIGITAIS    PIC 9(06) VALUE ZEROS.
       77 W-QT-FALLBACK    PIC 9(06) VALUE ZEROS.
       77 W-QT-SEM-NOME    PIC 9(06) VALUE ZEROS.
       77 W-PAGINAS        PIC 9(06) VALUE ZEROS.
       77 W-DIGITAL-DOC    PIC X(01) VALUE "N".
       77 W-DOC-DIGITAL    PIC X(09) VALUE SPACES.
       77 W-VAL-CENTS      PIC 9(13) VALUE ZEROS.
       77 W-I-CHAR         PIC 9(02) VALUE ZEROS.
       77 W-ACUM           PIC 9(13) VALUE ZEROS.
       77 W-QT-COBERTAS    PIC 9(04) VALUE ZEROS.
       77 W-PTR            PIC 9(03) VALUE ZEROS.
       77 W-VL-SOMA        PIC 9(09) VALUE ZEROS.
       77 W-IND-PJ         PIC 9(01) VALUE ZEROS.
       77 W-TOT-INFORME    PIC 9(13) VALUE ZEROS.
       77 W-QT-INFORME     PIC 9(04) VALUE ZEROS.
       77 W-IND-CAPA       PIC 9(04) VALUE ZEROS.
       77 W-CHAVE-ANT      PIC X(10) VALUE SPACES.
       77 W-QT-ORD         PIC 9(04) VALUE ZEROS.
       77 W-MENOR          PIC 9(04) VALUE ZEROS.
       77 W-TROCA-ORD      PIC 9(04) VALUE ZEROS.
       77 W-VALOR-ED       PIC Z.ZZZ.ZZZ.ZZ9,99.
       77 W-QT-JOBS        PIC 9(02) VALUE ZEROS.
       77 W-IND-JOB        PIC 9(02) VALUE ZEROS.
       77 W-ACHOU-JOB      PIC 9(02) VALUE ZEROS.
       01 W-TROCA          PIC X(12) VALUE SPACES.
       01 W-LINHA          PIC X(90) VALUE SPACES.
       01 W-PARC-TXT       PIC X(50) VALUE SPACES.
       01 W-QT-COB-ED      PIC Z9.
       01 W-NUM-ED         PIC 9(09).
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-HOJE-R REDEFINES W-HOJE.
          02 W-HJ-AAAA     PIC 9(04).
          02 W-HJ-MM       PIC 9(02).
          02 W-HJ-DD       PIC 9(02).
       01 W-DATA-X         PIC X(08) VALUE SPACES.
       01 W-DATA-ED.
          02 W-DE-DD       PIC X(02).
          02 FILLER        PIC X(01) VALUE "/".
          02 W-DE-MM       PIC X(02).
          02 FILLER        PIC X(01) VALUE "/".
          02 W-DE-AAAA     PIC X(04).
       01 W-CEP-ED.
          02 W-CEP-ED-5    PIC 9(05).
          02 W-CEP-TRACO   PIC X(01) VALUE "-".
          02 W-CEP-ED-3    PIC 9(03).
       01 W-DATE           PIC 9(06) VALUE ZEROS.
       01 W-TIME           PIC 9(06) VALUE ZEROS.
      *    PAGAMENTOS CONHECIDOS: PAGAMENTOS.TXT, BAIXAS QUE NAO
      *    ESTAO NELE E RECIBOS DO REGISTRO CUJO PAGAMENTO JA' SAIU
      *    DOS ARQUIVOS. TG-NUM = NUMERO DO RECIBO (ZEROS = SEM
      *    RECIBO); TG-CHAVE AGRUPA O INFORME ("A" + ASSINANTE OU
      *    "S" + CONTA QUANDO O ASSINANTE NAO E' CONHECIDO).
       01 TAB-PAGTOS.
          02 TG-ENT OCCURS 5000 TIMES.
             03 TG-SEQ      PIC X(09).
             03 TG-DATA     PIC X(08).
             03 TG-VALOR    PIC 9(13).
             03 TG-NUM      PIC 9(09).
             03 TG-COD      PIC X(09).
             03 TG-NOME     PIC X(30).
             03 TG-REVISTA  PIC X(30).
             03 TG-DIGITAL  PIC X(01).
             03 TG-EMPRESA  PIC X(10).
             03 TG-SOMA-PARC PIC 9(09).
             03 TG-CHAVE    PIC X(10).
       01 TAB-ORDEM.
          02 TO-IND        PIC 9(04) OCCURS 5000 TIMES.
       01 TAB-FINPARC.
          02 FQ-ENT OCCURS 5000 TIMES.
             03 FQ-SEQ      PIC X(09).
             03 FQ-PARCELA  PIC 9(02).
             03 FQ-VALOR    PIC 9(09).
       01 TAB-BOUNCE.
          02 TB-COD        PIC X(09) OCCURS 2000 TIMES.
       01 TAB-JOBS.
          02 TJ-ENT OCCURS 20 TIMES.
             03 TJ-ARQUIVO   PIC X(30).
             03 TJ-STATUS    PIC X(01).
             03 TJ-PAGINAS   PIC 9(06).
             03 TJ-DATA      PIC X(06).
             03 TJ-HORA      PIC X(06).

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
           COMPUTE W-ANO = W-HJ-AAAA - 1
           ACCEPT W-ARGC FROM ARGUMENT-NUMBER.
           IF W-ARGC NOT < 1
              DISPLAY 1 UPON ARGUMENT-NUMBER
              ACCEPT W-PARAM FROM ARGUMENT-VALUE
              IF W-PARAM = "ANUAL" OR W-PARAM = "anual"
                 MOVE "A" TO W-MODO.
           IF MODO-ANUAL AND W-ARGC NOT < 2
              DISPLAY 2 UPON ARGUMENT-NUMBER
              MOVE SPACES TO W-PARAM
              ACCEPT W-PARAM FROM ARGUMENT-VALUE
              IF W-PARAM (1 : 4) NUMERIC
                 MOVE W-PARAM (1 : 4) TO W-ANO.
           IF MODO-ANUAL
              MOVE "INFORME_SPOOL.TXT" TO W-ARQ-SPOOL.

           OPEN OUTPUT PRELAT
           IF W-FS-RELAT NOT = "00"
              DISPLAY "ERRO NA ABERTURA DE RECIBO_REL.TXT = "
                      W-FS-RELAT
              STOP RUN.
           WRITE REG-RELAT FROM W-CAB-AMBIENTE
           MOVE SPACES TO REG-RELAT
           IF MODO-ANUAL
              STRING "RECIBO - INFORME ANUAL DE PAGAMENTOS - ANO "
                     W-ANO DELIMITED BY SIZE INTO REG-RELAT
           ELSE
              MOVE "RECIBO - RECIBOS DE PAGAMENTO" TO REG-RELAT.
           WRITE REG-RELAT

           PERFORM CARREGA-PAGTOS    THRU FIM-CARREGA-PAGTOS
           PERFORM CARREGA-BAIXAS    THRU FIM-CARREGA-BAIXAS
           PERFORM CARREGA-REGISTRO  THRU FIM-CARREGA-REGISTRO
           PERFORM CARREGA-PARCELAS  THRU FIM-CARREGA-PARCELAS
           PERFORM CARREGA-BOUNCE    THRU FIM-CARREGA-BOUNCE
           PERFORM IDENTIFICA-PAGADORES THRU FIM-IDENTIFICA-PAGADORES
           PERFORM NOME-DO-FINANC    THRU FIM-NOME-DO-FINANC

           OPEN OUTPUT PSPOOL
           IF W-FS-SPOOL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO SPOOL = " W-FS-SPOOL
              STOP RUN.
           OPEN EXTEND PNOTIFI
           IF W-FS-NOTIFI NOT = "00"
              OPEN OUTPUT PNOTIFI.
           OPEN EXTEND PDIGITAL
           IF W-FS-DIGITAL NOT = "00"
              OPEN OUTPUT PDIGITAL.

           IF MODO-ANUAL
              PERFORM EMITE-INFORMES THRU FIM-EMITE-INFORMES
           ELSE
              PERFORM EMITE-RECIBOS THRU FIM-EMITE-RECIBOS.

           CLOSE PSPOOL PNOTIFI PDIGITAL
           IF W-MESTRE-OK = "S"
              CLOSE PMESTRE.
           PERFORM REGISTRA-SPOOL THRU FIM-REGISTRA-SPOOL
           PERFORM IMPRIME-RESUMO THRU FIM-IMPRIME-RESUMO
           CLOSE PRELAT
           PERFORM ARQUIVA-RELATORIO THRU FIM-ARQUIVA-RELATORIO
           STOP RUN.

      *-----------------------------------------------------------
      *    CARGA DOS PAGAMENTOS (VALOR EDITADO OU SO' DIGITOS)
      *-----------------------------------------------------------
       CARREGA-PAGTOS.
           OPEN INPUT PPAGTO
           IF W-FS-PAGTO NOT = "00"
              GO TO FIM-CARREGA-PAGTOS.
       LE-PAGTO.
           READ PPAGTO AT END
                CLOSE PPAGTO
                GO TO FIM-CARREGA-PAGTOS.
           IF PG-SEQ = SPACES AND PG-COD-ASS = SPACES
              GO TO LE-PAGTO.
           IF PG-DATA NOT NUMERIC
              GO TO LE-PAGTO.
           MOVE PG-VALOR TO W-TROCA
           PERFORM EXTRAI-CENTAVOS THRU FIM-EXTRAI-CENTAVOS
           MOVE PG-SEQ  TO W-PARAM (1 : 9)
           MOVE PG-DATA TO W-DATA-X
           PERFORM INCLUI-PAGTO THRU FIM-INCLUI-PAGTO
           MOVE PG-COD-ASS TO TG-COD(W-ACHOU)
           GO TO LE-PAGTO.
       FIM-CARREGA-PAGTOS.
           EXIT.

      *    BAIXA DA COBRANCA E' O MESMO PAGAMENTO DO PAGAMENTOS.TXT;
      *    SO' ENTRA A QUE NAO ESTA LA'.
       CARREGA-BAIXAS.
           OPEN INPUT PBAIXA
           IF W-FS-BAIXA NOT = "00"
              GO TO FIM-CARREGA-BAIXAS.
       LE-BAIXA.
           READ PBAIXA AT END
                CLOSE PBAIXA
                GO TO FIM-CARREGA-BAIXAS.
           IF BX-SEQ = SPACES OR BX-DATA NOT NUMERIC
              GO TO LE-BAIXA.
           MOVE BX-VALOR TO W-TROCA
           PERFORM EXTRAI-CENTAVOS THRU FIM-EXTRAI-CENTAVOS
           MOVE BX-SEQ  TO W-PARAM (1 : 9)
           MOVE BX-DATA TO W-DATA-X
           MOVE SPACES  TO W-COD-BUSCA
           PERFORM ACHA-PAGTO THRU FIM-ACHA-PAGTO
           IF W-ACHOU = ZEROS
              PERFORM INCLUI-PAGTO THRU FIM-INCLUI-PAGTO.
           GO TO LE-BAIXA.
       FIM-CARREGA-BAIXAS.
           EXIT.

      *    O RECIBO DO REGISTRO MARCA O PRIMEIRO PAGAMENTO IGUAL AINDA
      *    SEM RECIBO; SEM PAGAMENTO IGUAL (ARQUIVO JA' RENOVADO), O
      *    RECIBO ENTRA SOZINHO - O INFORME DO ANO PRECISA DELE.
       CARREGA-REGISTRO.
           OPEN INPUT PREG
           IF W-FS-REG NOT = "00"
              GO TO FIM-CARREGA-REGISTRO.
       LE-REG.
           READ PREG AT END
                CLOSE PREG
                GO TO FIM-CARREGA-REGISTRO.
           IF RG-NUM NOT NUMERIC
              GO TO LE-REG.
           ADD 1 TO W-QT-REG
           IF RG-NUM NOT = W-ULT-NUM + 1
              ADD 1 TO W-QT-FALHAS-NUM
              MOVE SPACES TO REG-RELAT
              IF RG-NUM > W-ULT-NUM
                 STRING "NUMERACAO DO REGISTRO PULA DE " W-ULT-NUM
                        " PARA " RG-NUM
                        DELIMITED BY SIZE INTO REG-RELAT
              ELSE
                 STRING "NUMERO DE RECIBO REPETIDO/FORA DE ORDEM NO "
                        "REGISTRO: " RG-NUM
                        DELIMITED BY SIZE INTO REG-RELAT
              END-IF
              WRITE REG-RELAT.
           IF RG-NUM > W-ULT-NUM
              MOVE RG-NUM TO W-ULT-NUM.
           MOVE RG-VALOR TO W-VAL-CENTS
           MOVE RG-SEQ   TO W-PARAM (1 : 9)
           MOVE RG-DATA  TO W-DATA-X
           MOVE RG-COD   TO W-COD-BUSCA
           PERFORM ACHA-PAGTO THRU FIM-ACHA-PAGTO
           IF W-ACHOU = ZEROS
              PERFORM INCLUI-PAGTO THRU FIM-INCLUI-PAGTO.
           MOVE RG-NUM  TO TG-NUM(W-ACHOU)
           MOVE RG-COD  TO TG-COD(W-ACHOU)
           MOVE RG-NOME TO TG-NOME(W-ACHOU)
           GO TO LE-REG.
       FIM-CARREGA-REGISTRO.
           EXIT.

      *    PAGAMENTO IGUAL (CONTA, DATA E VALOR) AINDA SEM RECIBO;
      *    SEM CONTA (DEBITO AUTOMATICO), O ASSINANTE TEM DE BATER.
       ACHA-PAGTO.
           MOVE ZEROS TO W-ACHOU
           PERFORM TESTA-PAGTO THRU FIM-TESTA-PAGTO
                    VARYING W-IND FROM 1 BY 1
                    UNTIL W-IND > W-QT-TG OR W-ACHOU > ZEROS.
       FIM-ACHA-PAGTO.
           EXIT.

       TESTA-PAGTO.
           IF TG-SEQ(W-IND) = W-PARAM (1 : 9)
              AND TG-DATA(W-IND) = W-DATA-X
              AND TG-VALOR(W-IND) = W-VAL-CENTS
              AND TG-NUM(W-IND) = ZEROS
              AND (TG-SEQ(W-IND) NOT = SPACES
                   OR TG-COD(W-IND) = W-COD-BUSCA)
              MOVE W-IND TO W-ACHOU.
       FIM-TESTA-PAGTO.
           EXIT.

      *    TABELA CHEIA PARA A RODADA: RECIBO OU INFORME DE
      *    PAGAMENTOS PELA METADE NAO SAI.
       INCLUI-PAGTO.
           IF W-QT-TG NOT < 5000
              MOVE SPACES TO REG-RELAT
              STRING "MAIS DE 5000 PAGAMENTOS EM JOGO - RODADA "
                     "INTERROMPIDA, NADA EMITIDO"
                     DELIMITED BY SIZE INTO REG-RELAT
              WRITE REG-RELAT
              CLOSE PRELAT
              DISPLAY "MAIS DE 5000 PAGAMENTOS EM JOGO - RODADA "
                      "INTERROMPIDA, NADA EMITIDO"
              STOP RUN.
           ADD 1 TO W-QT-TG
           MOVE W-QT-TG TO W-ACHOU
           MOVE W-PARAM (1 : 9) TO TG-SEQ(W-QT-TG)
           MOVE W-DATA-X        TO TG-DATA(W-QT-TG)
           MOVE W-VAL-CENTS     TO TG-VALOR(W-QT-TG)
           MOVE ZEROS           TO TG-NUM(W-QT-TG)
                                   TG-SOMA-PARC(W-QT-TG)
           MOVE SPACES          TO TG-COD(W-QT-TG) TG-NOME(W-QT-TG)
                                   TG-REVISTA(W-QT-TG)
                                   TG-EMPRESA(W-QT-TG)
                                   TG-CHAVE(W-QT-TG)
           MOVE "N"             TO TG-DIGITAL(W-QT-TG).
       FIM-INCLUI-PAGTO.
           EXIT.

       EXTRAI-CENTAVOS.
           MOVE ZEROS TO W-VAL-CENTS
           PERFORM EXTRAI-UM-DIGITO THRU FIM-EXTRAI-UM-DIGITO
                    VARYING W-I-CHAR FROM 1 BY 1
                    UNTIL W-I-CHAR > 12.
       FIM-EXTRAI-CENTAVOS.
           EXIT.

       EXTRAI-UM-DIGITO.
           IF W-TROCA (W-I-CHAR : 1) NUMERIC
              COMPUTE W-VAL-CENTS = (W-VAL-CENTS * 10)
                    + FUNCTION NUMVAL(W-TROCA (W-I-CHAR : 1)).
       FIM-EXTRAI-UM-DIGITO.
           EXIT.

       CARREGA-PARCELAS.
           OPEN INPUT PFINPARC
           IF W-FS-FINPARC NOT = "00"
              GO TO FIM-CARREGA-PARCELAS.
       LE-FINPARC.
           READ PFINPARC AT END
                CLOSE PFINPARC
                GO TO FIM-CARREGA-PARCELAS.
           IF FP-VALOR NOT NUMERIC OR W-QT-FQ NOT < 5000
              GO TO LE-FINPARC.
           ADD 1 TO W-QT-FQ
           MOVE FP-SEQ     TO FQ-SEQ(W-QT-FQ)
           MOVE FP-PARCELA TO FQ-PARCELA(W-QT-FQ)
           MOVE FP-VALOR   TO FQ-VALOR(W-QT-FQ)
           GO TO LE-FINPARC.
       FIM-CARREGA-PARCELAS.
           EXIT.

       CARREGA-BOUNCE.
           OPEN INPUT PBOUNCE
           IF W-FS-BOUNCE NOT = "00"
              GO TO FIM-CARREGA-BOUNCE.
       LE-BOUNCE.
           READ PBOUNCE AT END
                CLOSE PBOUNCE
                GO TO FIM-CARREGA-BOUNCE.
           IF BN-COD = SPACES OR W-QT-BOU NOT < 2000
              GO TO LE-BOUNCE.
           ADD 1 TO W-QT-BOU
           MOVE BN-COD TO TB-COD(W-QT-BOU)
           GO TO LE-BOUNCE.
       FIM-CARREGA-BOUNCE.
           EXIT.

      *-----------------------------------------------------------
      *    IDENTIFICA-PAGADORES: LEITURA SEQUENCIAL DO MESTRE - O
      *    ASSINANTE DONO DA CONTA (MA-SEQ-FINANC) E' O PAGADOR DE
      *    CADA PAGAMENTO AINDA SEM ASSINANTE (O RECIBO JA' EMITIDO
      *    FICA COM O ASSINANTE DO REGISTRO).
      *-----------------------------------------------------------
       IDENTIFICA-PAGADORES.
           OPEN INPUT PMESTRE
           IF W-FS-MESTRE NOT = "00"
              MOVE SPACES TO REG-RELAT
              STRING "CADASTRO MESTRE INDISPONIVEL (" W-FS-MESTRE
                     ") - PAGADOR SO' PELO NOME DO FINANC.TXT"
                     DELIMITED BY SIZE INTO REG-RELAT
              WRITE REG-RELAT
              GO TO MONTA-CHAVES.
           MOVE "S" TO W-MESTRE-OK
           MOVE LOW-VALUES TO MA-COD-ASS
           START PMESTRE KEY NOT < MA-COD-ASS
                 INVALID KEY GO TO MONTA-CHAVES
           END-START.
       LE-MESTRE.
           READ PMESTRE NEXT RECORD AT END
                GO TO MONTA-CHAVES.
           IF MA-SEQ-FINANC = SPACES
              GO TO LE-MESTRE.
           PERFORM ACHA-PAGADOR THRU FIM-ACHA-PAGADOR
                    VARYING W-IND FROM 1 BY 1
                    UNTIL W-IND > W-QT-TG
           GO TO LE-MESTRE.
       MONTA-CHAVES.
           PERFORM PAGADOR-DEBITO THRU FIM-PAGADOR-DEBITO
                    VARYING W-IND FROM 1 BY 1
                    UNTIL W-IND > W-QT-TG
           PERFORM MONTA-CHAVE THRU FIM-MONTA-CHAVE
                    VARYING W-IND FROM 1 BY 1
                    UNTIL W-IND > W-QT-TG.
       FIM-IDENTIFICA-PAGADORES.
           EXIT.

       ACHA-PAGADOR.
           IF TG-SEQ(W-IND) NOT = MA-SEQ-FINANC
              OR TG-COD(W-IND) NOT = SPACES
              GO TO FIM-ACHA-PAGADOR.
       PREENCHE-PAGADOR.
           MOVE MA-COD-ASS       TO TG-COD(W-IND)
           MOVE MA-NOME-ASS      TO TG-NOME(W-IND)
           MOVE MA-OPTIN-DIGITAL TO TG-DIGITAL(W-IND)
           MOVE MA-EMPRESA       TO TG-EMPRESA(W-IND)
           MOVE ZEROS TO W-VL-SOMA
           PERFORM DADOS-PROJETO THRU FIM-DADOS-PROJETO
                    VARYING W-IND-PJ FROM 6 BY -1
                    UNTIL W-IND-PJ < 1
           MOVE W-VL-SOMA TO TG-SOMA-PARC(W-IND).
       FIM-ACHA-PAGADOR.
           EXIT.

      *    PAGAMENTO DO DEBITO AUTOMATICO JA' TRAZ O ASSINANTE: OS
      *    DADOS DELE VEM DO MESTRE PELA CHAVE.
       PAGADOR-DEBITO.
           IF W-MESTRE-OK NOT = "S"
              OR TG-COD(W-IND) = SPACES
              OR TG-NOME(W-IND) NOT = SPACES
              GO TO FIM-PAGADOR-DEBITO.
           MOVE TG-COD(W-IND) TO MA-COD-ASS
           READ PMESTRE
                INVALID KEY GO TO FIM-PAGADOR-DEBITO
           END-READ
           PERFORM PREENCHE-PAGADOR THRU FIM-ACHA-PAGADOR.
       FIM-PAGADOR-DEBITO.
           EXIT.

      *    REVISTA = PRIMEIRO PROJETO ATIVO (A VOLTA E' DE TRAS PARA
      *    A FRENTE); PARCELA = SOMA DOS PROJETOS ATIVOS.
       DADOS-PROJETO.
           IF MA-NR-PROJ(W-IND-PJ) = SPACES
              OR MA-PROJ-CANCELADO(W-IND-PJ)
              GO TO FIM-DADOS-PROJETO.
           MOVE MA-NOME-PROJ(W-IND-PJ) TO TG-REVISTA(W-IND)
           IF MA-VL-PARC(W-IND-PJ) NUMERIC
              ADD MA-VL-PARC(W-IND-PJ) TO W-VL-SOMA.
       FIM-DADOS-PROJETO.
           EXIT.

       MONTA-CHAVE.
           IF TG-COD(W-IND) NOT = SPACES
              STRING "A" TG-COD(W-IND) DELIMITED BY SIZE
                     INTO TG-CHAVE(W-IND)
           ELSE
              STRING "S" TG-SEQ(W-IND) DELIMITED BY SIZE
                     INTO TG-CHAVE(W-IND).
       FIM-MONTA-CHAVE.
           EXIT.

      *    PAGADOR SEM ASSINANTE NO MESTRE: NOME DA CONTA NO FINANC.
       NOME-DO-FINANC.
           OPEN INPUT PFINANC
           IF W-FS-FINANC NOT = "00"
              GO TO FIM-NOME-DO-FINANC.
       LE-FINANC.
           READ PFINANC AT END
                CLOSE PFINANC
                GO TO FIM-NOME-DO-FINANC.
           PERFORM NOME-CONTA THRU FIM-NOME-CONTA
                    VARYING W-IND FROM 1 BY 1
                    UNTIL W-IND > W-QT-TG
           GO TO LE-FINANC.
       FIM-NOME-DO-FINANC.
           EXIT.

       NOME-CONTA.
           IF TG-SEQ(W-IND) = FN-SEQ AND TG-NOME(W-IND) = SPACES
              MOVE FN-NOME TO TG-NOME(W-IND).
       FIM-NOME-CONTA.
           EXIT.

      *****************************************************************
      *    EMITE-RECIBOS: UM RECIBO NUMERADO POR PAGAMENTO SEM
      *    RECIBO, NA ORDEM DOS ARQUIVOS. O NUMERO SO' E' CONSUMIDO
      *    JUNTO COM A LINHA DO REGISTRO.
      *****************************************************************
       EMITE-RECIBOS.
           OPEN EXTEND PREG
           IF W-FS-REG NOT = "00"
              OPEN OUTPUT PREG.
           IF W-FS-REG NOT = "00"
              DISPLAY "ERRO NA ABERTURA DE RECIBO_REG.TXT = " W-FS-REG
                      " - SEM REGISTRO NAO HA' RECIBO"
              GO TO FIM-EMITE-RECIBOS.
           PERFORM COMPOE-RECIBO THRU FIM-COMPOE-RECIBO
                    VARYING W-IND FROM 1 BY 1
                    UNTIL W-IND > W-QT-TG
           CLOSE PREG.
       FIM-EMITE-RECIBOS.
           EXIT.

       COMPOE-RECIBO.
           IF TG-NUM(W-IND) NOT = ZEROS
              GO TO FIM-COMPOE-RECIBO.
           IF TG-NOME(W-IND) = SPACES
              ADD 1 TO W-QT-SEM-NOME
              MOVE "PAGADOR NAO IDENTIFICADO" TO TG-NOME(W-IND).
           ADD 1 TO W-ULT-NUM
           MOVE W-ULT-NUM TO TG-NUM(W-IND)
           ADD 1 TO W-QT-RECIBOS
           MOVE W-ULT-NUM TO W-NUM-ED
           MOVE W-NUM-ED  TO W-DOC-DIGITAL
           MOVE TG-COD(W-IND) TO W-PARAM (1 : 9)
           PERFORM DEFINE-DIGITAL THRU FIM-DEFINE-DIGITAL
           PERFORM DESCREVE-PARCELAS THRU FIM-DESCREVE-PARCELAS

           ADD 1 TO W-PAGINAS
           MOVE SPACES TO W-LINHA
           STRING "RECIBO DE PAGAMENTO NO " W-NUM-ED
                  DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-PAGINA THRU FIM-GRAVA-PAGINA
           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           STRING "RECEBEMOS DE " TG-NOME(W-IND)
                  DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           IF TG-COD(W-IND) = SPACES
              STRING "CONTA " TG-SEQ(W-IND)
                     DELIMITED BY SIZE INTO W-LINHA
           ELSE
              STRING "ASSINANTE " TG-COD(W-IND)
                     "   CONTA " TG-SEQ(W-IND)
                     DELIMITED BY SIZE INTO W-LINHA.
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           IF TG-REVISTA(W-IND) NOT = SPACES
              STRING "REVISTA: " TG-REVISTA(W-IND)
                     DELIMITED BY SIZE INTO W-LINHA
              PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA.
           STRING "REFERENTE A: " W-PARC-TXT
                  DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           MOVE TG-DATA(W-IND) TO W-DATA-X
           PERFORM EDITA-DATA THRU FIM-EDITA-DATA
           DIVIDE TG-VALOR(W-IND) BY 100 GIVING W-VALOR-ED
           STRING "VALOR: R$ " W-VALOR-ED "   PAGO EM " W-DATA-ED
                  DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           MOVE W-HOJE TO W-DATA-X
           PERFORM EDITA-DATA THRU FIM-EDITA-DATA
           STRING "EMITIDO EM " W-DATA-ED
                  DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           PERFORM AVISA-DIGITAL THRU FIM-AVISA-DIGITAL

           MOVE SPACES          TO REG-REG
           MOVE W-ULT-NUM       TO RG-NUM
           MOVE TG-SEQ(W-IND)   TO RG-SEQ
           MOVE TG-DATA(W-IND)  TO RG-DATA
           MOVE TG-VALOR(W-IND) TO RG-VALOR
           MOVE TG-COD(W-IND)   TO RG-COD
           MOVE TG-NOME(W-IND)  TO RG-NOME
           MOVE W-HOJE          TO RG-EMISSAO
           MOVE "I"             TO RG-CANAL
           IF W-DIGITAL-DOC = "S"
              MOVE "D" TO RG-CANAL.
           WRITE REG-REG

           MOVE SPACES TO REG-RELAT
           STRING "RECIBO " W-NUM-ED "  CONTA " TG-SEQ(W-IND)
                  "  " TG-NOME(W-IND) "  " W-VALOR-ED
                  "  " RG-CANAL
                  DELIMITED BY SIZE INTO REG-RELAT
           WRITE REG-RELAT.
       FIM-COMPOE-RECIBO.
           EXIT.

      *    PARCELAS DO FINANC_PARC.TXT QUE O VALOR COBRE EM ORDEM;
      *    SEM ELAS, QUANTAS PARCELAS DO MESTRE O VALOR PAGA.
       DESCREVE-PARCELAS.
           MOVE SPACES TO W-PARC-TXT
           MOVE ZEROS  TO W-ACUM
           MOVE 1      TO W-PTR
           PERFORM COBRE-PARCELA THRU FIM-COBRE-PARCELA
                    VARYING W-IND-FQ FROM 1 BY 1
                    UNTIL W-IND-FQ > W-QT-FQ
           IF W-PTR > 1
              GO TO FIM-DESCREVE-PARCELAS.
           IF TG-SOMA-PARC(W-IND) = ZEROS
              MOVE "DEBITO DA ASSINATURA" TO W-PARC-TXT
              GO TO FIM-DESCREVE-PARCELAS.
           DIVIDE TG-VALOR(W-IND) BY TG-SOMA-PARC(W-IND)
                  GIVING W-QT-COBERTAS
           IF W-QT-COBERTAS = ZEROS
              MOVE "PAGAMENTO PARCIAL DE PARCELA" TO W-PARC-TXT
           ELSE
              MOVE W-QT-COBERTAS TO W-QT-COB-ED
              STRING W-QT-COB-ED " PARCELA(S) DA ASSINATURA"
                     DELIMITED BY SIZE INTO W-PARC-TXT.
       FIM-DESCREVE-PARCELAS.
           EXIT.

       COBRE-PARCELA.
           IF FQ-SEQ(W-IND-FQ) NOT = TG-SEQ(W-IND)
              GO TO FIM-COBRE-PARCELA.
           ADD FQ-VALOR(W-IND-FQ) TO W-ACUM
           IF W-ACUM > TG-VALOR(W-IND) OR W-PTR > 40
              GO TO FIM-COBRE-PARCELA.
           IF W-PTR = 1
              STRING "PARCELA(S) " DELIMITED BY SIZE
                     INTO W-PARC-TXT WITH POINTER W-PTR.
           STRING FQ-PARCELA(W-IND-FQ) " " DELIMITED BY SIZE
                  INTO W-PARC-TXT WITH POINTER W-PTR.
       FIM-COBRE-PARCELA.
           EXIT.

      *    CANAL DIGITAL: OPCAO NO MESTRE E SEM DEVOLUCAO RECENTE.
      *    O ASSINANTE DO DOCUMENTO ESTA EM W-PARAM (1 : 9).
       DEFINE-DIGITAL.
           MOVE "N" TO W-DIGITAL-DOC
           IF TG-DIGITAL(W-IND) NOT = "S" OR W-PARAM (1 : 9) = SPACES
              GO TO FIM-DEFINE-DIGITAL.
           MOVE "N" TO W-ACHOU-BOU
           PERFORM TESTA-BOUNCE THRU FIM-TESTA-BOUNCE
                    VARYING W-IND-BOU FROM 1 BY 1
                    UNTIL W-IND-BOU > W-QT-BOU
           IF W-ACHOU-BOU = "S"
              ADD 1 TO W-QT-FALLBACK
           ELSE
              MOVE "S" TO W-DIGITAL-DOC
              ADD 1 TO W-QT-DIGITAIS.
       FIM-DEFINE-DIGITAL.
           EXIT.

       TESTA-BOUNCE.
           IF TB-COD(W-IND-BOU) = W-PARAM (1 : 9)
              MOVE "S" TO W-ACHOU-BOU.
       FIM-TESTA-BOUNCE.
           EXIT.

      *    AVISO AO NOTIFICADOR DE QUE HA' DOCUMENTO NO CANAL DIGITAL.
       AVISA-DIGITAL.
           IF W-DIGITAL-DOC NOT = "S"
              GO TO FIM-AVISA-DIGITAL.
           MOVE SPACES           TO REG-NOTIFI
           MOVE W-DOC-DIGITAL    TO NT-SEQ
           MOVE TG-NOME(W-IND)   TO NT-NOME
           MOVE "RECIBO"         TO NT-CANAL
           IF MODO-ANUAL
              MOVE "INFORME" TO NT-CANAL.
           MOVE TG-EMPRESA(W-IND) TO NT-EMPRESA
           MOVE TG-COD(W-IND)    TO NT-COD
           WRITE REG-NOTIFI.
       FIM-AVISA-DIGITAL.
           EXIT.

      *****************************************************************
      *    EMITE-INFORMES: PAGAMENTOS DO ANO ORDENADOS POR ASSINANTE
      *    (OU CONTA) E DATA; UM INFORME POR ASSINANTE COM CADA
      *    PAGAMENTO, O RECIBO DELE E O TOTAL DO ANO.
      *****************************************************************
       EMITE-INFORMES.
           MOVE ZEROS TO W-QT-ORD
           PERFORM SELECIONA-ANO THRU FIM-SELECIONA-ANO
                    VARYING W-IND FROM 1 BY 1
                    UNTIL W-IND > W-QT-TG
           IF W-QT-ORD = ZEROS
              MOVE SPACES TO REG-RELAT
              STRING "NENHUM PAGAMENTO EM " W-ANO
                     DELIMITED BY SIZE INTO REG-RELAT
              WRITE REG-RELAT
              GO TO FIM-EMITE-INFORMES.
           PERFORM ORDENA-ANO THRU FIM-ORDENA-ANO
                    VARYING W-IND FROM 1 BY 1
                    UNTIL W-IND NOT < W-QT-ORD
           MOVE SPACES TO W-CHAVE-ANT
           PERFORM INFORMA-PAGTO THRU FIM-INFORMA-PAGTO
                    VARYING W-IND2 FROM 1 BY 1
                    UNTIL W-IND2 > W-QT-ORD
           PERFORM FECHA-INFORME THRU FIM-FECHA-INFORME.
       FIM-EMITE-INFORMES.
           EXIT.

       SELECIONA-ANO.
           IF TG-DATA(W-IND) (1 : 4) NOT = W-ANO
              GO TO FIM-SELECIONA-ANO.
           ADD 1 TO W-QT-ORD
           MOVE W-IND TO TO-IND(W-QT-ORD).
       FIM-SELECIONA-ANO.
           EXIT.

      *    SELECAO SIMPLES: O MENOR (CHAVE + DATA) DO RESTO VEM PARA
      *    A POSICAO W-IND.
       ORDENA-ANO.
           MOVE W-IND TO W-MENOR
           COMPUTE W-ACHOU = W-IND + 1
           PERFORM ACHA-MENOR THRU FIM-ACHA-MENOR
                    VARYING W-ACHOU FROM W-ACHOU BY 1
                    UNTIL W-ACHOU > W-QT-ORD
           IF W-MENOR NOT = W-IND
              MOVE TO-IND(W-IND)   TO W-TROCA-ORD
              MOVE TO-IND(W-MENOR) TO TO-IND(W-IND)
              MOVE W-TROCA-ORD     TO TO-IND(W-MENOR).
       FIM-ORDENA-ANO.
           EXIT.

       ACHA-MENOR.
           IF TG-CHAVE(TO-IND(W-ACHOU)) < TG-CHAVE(TO-IND(W-MENOR))
              MOVE W-ACHOU TO W-MENOR
              GO TO FIM-ACHA-MENOR.
           IF TG-CHAVE(TO-IND(W-ACHOU)) = TG-CHAVE(TO-IND(W-MENOR))
              AND TG-DATA(TO-IND(W-ACHOU)) < TG-DATA(TO-IND(W-MENOR))
              MOVE W-ACHOU TO W-MENOR.
       FIM-ACHA-MENOR.
           EXIT.

       INFORMA-PAGTO.
           MOVE TO-IND(W-IND2) TO W-IND
           IF TG-CHAVE(W-IND) NOT = W-CHAVE-ANT
              PERFORM FECHA-INFORME THRU FIM-FECHA-INFORME
              MOVE TO-IND(W-IND2) TO W-IND
              PERFORM ABRE-INFORME THRU FIM-ABRE-INFORME.
           ADD 1 TO W-QT-INFORME
           ADD TG-VALOR(W-IND) TO W-TOT-INFORME
           MOVE TG-DATA(W-IND) TO W-DATA-X
           PERFORM EDITA-DATA THRU FIM-EDITA-DATA
           DIVIDE TG-VALOR(W-IND) BY 100 GIVING W-VALOR-ED
           IF TG-NUM(W-IND) = ZEROS
              STRING "  " W-DATA-ED "  " TG-SEQ(W-IND) "  "
                     W-VALOR-ED "  SEM RECIBO"
                     DELIMITED BY SIZE INTO W-LINHA
           ELSE
              MOVE TG-NUM(W-IND) TO W-NUM-ED
              STRING "  " W-DATA-ED "  " TG-SEQ(W-IND) "  "
                     W-VALOR-ED "  " W-NUM-ED
                     DELIMITED BY SIZE INTO W-LINHA.
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA.
       FIM-INFORMA-PAGTO.
           EXIT.

      *    CAPA DO INFORME: ASSINANTE E ENDERECO DO MESTRE (QUANDO
      *    CONHECIDO) E O CABECALHO DA LISTA.
       ABRE-INFORME.
           MOVE TG-CHAVE(W-IND) TO W-CHAVE-ANT
           MOVE W-IND TO W-IND-CAPA
           MOVE ZEROS TO W-TOT-INFORME W-QT-INFORME
           ADD 1 TO W-QT-INFORMES
           MOVE SPACES TO W-PARAM
           MOVE "N" TO W-DIGITAL-DOC
           IF TG-COD(W-IND) NOT = SPACES AND W-MESTRE-OK = "S"
              MOVE TG-COD(W-IND) TO MA-COD-ASS
              READ PMESTRE
                   INVALID KEY MOVE SPACES TO MA-COD-ASS
              END-READ
              IF MA-COD-ASS NOT = SPACES
                 MOVE MA-COD-ASS       TO W-PARAM (1 : 9)
                 MOVE MA-OPTIN-DIGITAL TO TG-DIGITAL(W-IND)
                 MOVE MA-EMPRESA       TO TG-EMPRESA(W-IND)
                 PERFORM DEFINE-DIGITAL THRU FIM-DEFINE-DIGITAL.
           MOVE SPACES TO W-DOC-DIGITAL
           STRING "ANUAL" W-ANO DELIMITED BY SIZE INTO W-DOC-DIGITAL
           ADD 1 TO W-PAGINAS
           MOVE SPACES TO W-LINHA
           STRING "INFORME DE PAGAMENTOS - ANO " W-ANO
                  DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-PAGINA THRU FIM-GRAVA-PAGINA
           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           IF TG-NOME(W-IND) = SPACES
              MOVE "PAGADOR NAO IDENTIFICADO" TO TG-NOME(W-IND).
           MOVE TG-NOME(W-IND) TO W-LINHA
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           IF W-PARAM (1 : 9) = SPACES
              STRING "CONTA " TG-SEQ(W-IND)
                     DELIMITED BY SIZE INTO W-LINHA
              PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
              GO TO CABECALHO-INFORME.
           STRING "ASSINANTE " MA-COD-ASS
                  DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           MOVE MA-END-ASS TO W-LINHA
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           STRING MA-BAI-ASS " - " MA-CID-ASS " - " MA-UF-ASS
                  DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           MOVE MA-CEP5-ASS TO W-CEP-ED-5
           MOVE MA-CEP3-ASS TO W-CEP-ED-3
           STRING "CEP " W-CEP-ED DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA.
       CABECALHO-INFORME.
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           MOVE "  DATA        CONTA                   VALOR  RECIBO"
                TO W-LINHA
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA.
       FIM-ABRE-INFORME.
           EXIT.

       FECHA-INFORME.
           IF W-CHAVE-ANT = SPACES
              GO TO FIM-FECHA-INFORME.
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           DIVIDE W-TOT-INFORME BY 100 GIVING W-VALOR-ED
           STRING "  TOTAL PAGO NO ANO (" W-QT-INFORME
                  " PAGAMENTO(S))    " W-VALOR-ED
                  DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           MOVE W-HOJE TO W-DATA-X
           PERFORM EDITA-DATA THRU FIM-EDITA-DATA
           STRING "EMITIDO EM " W-DATA-ED
                  DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           MOVE W-IND-CAPA TO W-IND
           PERFORM AVISA-DIGITAL THRU FIM-AVISA-DIGITAL
           MOVE SPACES TO REG-RELAT
           STRING "INFORME " W-CHAVE-ANT "  " TG-NOME(W-IND)
                  "  " W-QT-INFORME " PAGTO(S) " W-VALOR-ED
                  "  " W-DIGITAL-DOC
                  DELIMITED BY SIZE INTO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO W-CHAVE-ANT.
       FIM-FECHA-INFORME.
           EXIT.

      *-----------------------------------------------------------
      *    GRAVACAO DAS LINHAS: SPOOL SEMPRE; CANAL DIGITAL QUANDO O
      *    DOCUMENTO VAI TAMBEM POR LA'. W-LINHA VOLTA EM BRANCO.
      *-----------------------------------------------------------
       GRAVA-PAGINA.
           MOVE SPACES TO REG-SPOOL
           MOVE "1" TO SP-ASA
           MOVE W-LINHA TO SP-TEXTO
           WRITE REG-SPOOL
           PERFORM GRAVA-DIGITAL THRU FIM-GRAVA-DIGITAL
           MOVE SPACES TO W-LINHA.
       FIM-GRAVA-PAGINA.
           EXIT.

       GRAVA-LINHA.
           MOVE SPACES TO REG-SPOOL
           MOVE W-LINHA TO SP-TEXTO
           WRITE REG-SPOOL
           PERFORM GRAVA-DIGITAL THRU FIM-GRAVA-DIGITAL
           MOVE SPACES TO W-LINHA.
       FIM-GRAVA-LINHA.
           EXIT.

       GRAVA-DIGITAL.
           IF W-DIGITAL-DOC NOT = "S"
              GO TO FIM-GRAVA-DIGITAL.
           MOVE SPACES           TO REG-DIGITAL
           MOVE W-PARAM (1 : 9)  TO DG-COD
           MOVE W-DOC-DIGITAL    TO DG-DOC
           MOVE W-LINHA          TO DG-TEXTO
           WRITE REG-DIGITAL.
       FIM-GRAVA-DIGITAL.
           EXIT.

       EDITA-DATA.
           MOVE W-DATA-X (7 : 2) TO W-DE-DD
           MOVE W-DATA-X (5 : 2) TO W-DE-MM
           MOVE W-DATA-X (1 : 4) TO W-DE-AAAA.
       FIM-EDITA-DATA.
           EXIT.

      *****************************************************************
      *    REGISTRA-SPOOL: CADASTRA (OU ATUALIZA) O SPOOL DA RODADA
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
           IF JB-ARQUIVO = W-ARQ-SPOOL
              MOVE W-QT-JOBS TO W-ACHOU-JOB.
           GO TO LE-JOB.
       INCLUI-JOB.
           IF W-ACHOU-JOB = ZEROS
              IF W-QT-JOBS NOT < 20
                 DISPLAY "CADASTRO DE TRABALHOS CHEIO - CADASTRE "
                         W-ARQ-SPOOL " PELO GERSPOOL"
                 GO TO FIM-REGISTRA-SPOOL
              ELSE
                 ADD 1 TO W-QT-JOBS
                 MOVE W-QT-JOBS TO W-ACHOU-JOB
                 MOVE W-ARQ-SPOOL TO TJ-ARQUIVO(W-ACHOU-JOB).
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

       IMPRIME-RESUMO.
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           STRING "PAGAMENTOS CONHECIDOS: " W-QT-TG
                  "  RECIBOS NO REGISTRO: " W-QT-REG
                  "  FALHAS NA NUMERACAO: " W-QT-FALHAS-NUM
                  DELIMITED BY SIZE INTO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           IF MODO-ANUAL
              STRING "INFORMES EMITIDOS: " W-QT-INFORMES
                     DELIMITED BY SIZE INTO REG-RELAT
           ELSE
              STRING "RECIBOS EMITIDOS: " W-QT-RECIBOS
                     "  ULTIMO NUMERO: " W-ULT-NUM
                     "  SEM PAGADOR IDENTIFICADO: " W-QT-SEM-NOME
                     DELIMITED BY SIZE INTO REG-RELAT.
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           STRING "TAMBEM NO CANAL DIGITAL: " W-QT-DIGITAIS
                  "  SO' IMPRESSO (DEVOLUCAO DIGITAL): " W-QT-FALLBACK
                  "  PAGINAS: " W-PAGINAS
                  DELIMITED BY SIZE INTO REG-RELAT
           WRITE REG-RELAT
           IF MODO-ANUAL
              DISPLAY "INFORMES EMITIDOS..: " W-QT-INFORMES
           ELSE
              DISPLAY "RECIBOS EMITIDOS...: " W-QT-RECIBOS
              DISPLAY "ULTIMO NUMERO......: " W-ULT-NUM.
           DISPLAY "CANAL DIGITAL......: " W-QT-DIGITAIS
           DISPLAY "FALHAS NA NUMERACAO: " W-QT-FALHAS-NUM
           DISPLAY "SPOOL EM " W-ARQ-SPOOL.
       FIM-IMPRIME-RESUMO.
           EXIT.

      *****************************************************************
      *    ARQUIVA-RELATORIO: COPIA DATADA DO RELATORIO NO ARQUIVO
      *    DE RELATORIOS (ARQREL, INDICE ARQUIVO_REL.TXT) - A
      *    PROXIMA RODADA REGRAVA O RELATORIO NO MESMO NOME.
      *****************************************************************
       ARQUIVA-RELATORIO.
           MOVE SPACES TO W-ARQREL
           MOVE "RECIBO_REL.TXT" TO W-AQ-ARQUIVO
           MOVE "RECIBO" TO W-AQ-PROGRAMA
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
