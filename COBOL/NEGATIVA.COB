       IDENTIFICATION DIVISION.
       PROGRAM-ID.      NEGATIVA.
      *------------------------------------------------------------
      * NEGATIVACAO DO DEVEDOR NOS ORGAOS DE PROTECAO AO CREDITO,
      * O PASSO SEGUINTE AO AVISO FINAL DA REGUA. SO' ENTRA O
      * ASSINANTE QUE JA' RECEBEU O AVISO FINAL (MA-ETAPA-COBR = 3
      * NO MESTRE) E CUJA CONTA SEGUE EM ABERTO NO FINANC.TXT (SEM
      * BAIXA EM COBRANCA_BAIXAS.TXT, SEM PAGAMENTO INFORMADO EM
      * PAGAMENTOS.TXT, SEM PROMESSA NO PRAZO EM ACORDOS.TXT E SEM
      * PLANO DE RENEGOCIACAO EM ANDAMENTO EM RENEGOCIACAO.TXT). A
      * BAIXA POR PERDA NAO QUITA A DIVIDA E NAO TIRA A CONTA DAQUI.
      * CADA RODADA LEVA O ASSINANTE UM PASSO ADIANTE:
      *
      *    1 - PRE-AVISO POR ESCRITO (CDC, ART. 43, PAR. 2O), COM A
      *        DATA-LIMITE PARA PAGAR, NO SPOOL ASA NEGATIVA_SPOOL.TXT
      *        (CADASTRADO NO SPOOL_JOBS.TXT DO GERSPOOL) E LANCADO
      *        NO PRODUCAO.TXT COMO TIPO "NEGAT";
      *    2 - PASSADOS OS DIAS UTEIS DO PRAZO (10 POR OMISSAO,
      *        CONTADOS PELO CALENDARIO DO TABELA, PONTO DE ENTRADA
      *        TABELA-ENESIMO-UTIL) SEM PAGAMENTO, A CONTA VAI PARA O
      *        ARQUIVO DE INCLUSAO NEGATIVA_INCLUSAO_<DATA><HORA>.TXT;
      *    3 - CONTA INCLUIDA QUE APARECE PAGA (PAGAMENTOS.TXT OU
      *        BAIXA DA COBRANCA) OU QUE SAIU DO FINANC.TXT VAI PARA O
      *        ARQUIVO DE EXCLUSAO NEGATIVA_EXCLUSAO_<DATA><HORA>.TXT,
      *        COM O PRAZO
      *        LEGAL (5 DIAS UTEIS DO PAGAMENTO POR OMISSAO); EXCLUSAO
      *        GERADA DEPOIS DO PRAZO SAI DESTACADA NA LISTAGEM.
      *
      * PRE-AVISO CUJA CONTA E' PAGA ANTES DA INCLUSAO E' CANCELADO.
      * O PASSO ALCANCADO FICA NO MESTRE (MA-NG-SIT, MA-NG-DT-AVISO,
      * MA-NG-DT-MOV). OS ARQUIVOS DE INCLUSAO E EXCLUSAO TEM HEADER
      * "0", DETALHE "1" E TRAILER "9" (QTDE E TOTAL EM CENTAVOS) E
      * SO' SAO ABERTOS QUANDO A RODADA TEM O QUE MANDAR; O NOME LEVA
      * A DATA E A HORA DA RODADA, ENTAO UM ARQUIVO AINDA NAO
      * TRANSMITIDO NUNCA E' APAGADO PELA RODADA SEGUINTE - CADA UM
      * VAI AO ORGAO NA ORDEM DO NOME. TODO PRE-AVISO,
      * INCLUSAO, EXCLUSAO E CANCELAMENTO FICA NO JORNAL
      * NEGATIVA_HIST.TXT COM AS DATAS; SEM O JORNAL A RODADA NAO
      * ANDA. LISTAGEM EM NEGATIVA_REL.TXT. SEM O TABELA, OS PRAZOS
      * CAEM PARA DIAS CORRIDOS (AVISADO NA LISTAGEM).
      *
      * O PRE-AVISO SEGUE REGISTRADO COM AVISO DE RECEBIMENTO: O
      * OBJETOAR DA' A CADA UM O CODIGO DE RASTREAMENTO (IMPRESSO NO
      * AVISO E NA LISTAGEM), ANOTADO NO CADASTRO DE OBJETOS
      * (AR_OBJETOS.TXT, ATUALIZADO PELO RASTREIO) E NA PRE-LISTA DE
      * POSTAGEM NEGATIVA_PRELISTA.TXT, QUE VAI AO CORREIO COM OS
      * AVISOS. SEM FAIXA LIVRE O AVISO SAI SIMPLES, DESTACADO.
      *
      * CHAMADA DESATENDIDA:
      *    NEGATIVA [DIAS-UTEIS-DO-AVISO] [DIAS-UTEIS-PARA-EXCLUIR]
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

           SELECT PBAIXA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-BAIXA
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

           SELECT PPRODU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-PRODU
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PINCL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-INCL
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PEXCL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-EXCL
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

      *    MESMO LAYOUT DO ACORDO (SO' O QUE A NEGATIVA USA): LINHA
      *    "P" DO PLANO DE RENEGOCIACAO, SITUACAO A = EM ANDAMENTO.
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
        VALUE OF FILE-ID IS "NEGATIVA_SPOOL.TXT".
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

      *    MESMO LAYOUT DO PRODUCAO.TXT DO XPGR47 (FATURA CONFERE).
       FD  PPRODU
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "PRODUCAO.TXT".
       01  REG-PRODU.
           03 PD-TIPO        PIC X(05).
           03 FILLER         PIC X(02).
           03 PD-CHAVE       PIC X(07).
           03 FILLER         PIC X(02).
           03 PD-QTDE        PIC 9(06).
           03 FILLER         PIC X(02).
           03 PD-DATA        PIC X(08).
           03 FILLER         PIC X(02).
           03 PD-PEDIDO      PIC X(20).

      *-----------------------------------------------------------
      *    INCLUSAO NO ORGAO DE PROTECAO AO CREDITO: TIPO NA COLUNA
      *    1 - "0" HEADER (DATA DA GERACAO EM NI-VENC), "1" DETALHE,
      *    "9" TRAILER (QTDE NO ASSINANTE, TOTAL EM NI-VALOR).
      *-----------------------------------------------------------
       FD  PINCL
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS W-ARQ-INCL.
       01  REG-INCL.
           03 NI-TIPO        PIC X(01).
           03 NI-COD-ASS     PIC X(09).
           03 NI-QTDE REDEFINES NI-COD-ASS
                             PIC 9(09).
           03 NI-SEQ         PIC X(09).
           03 NI-NOME        PIC X(30).
           03 NI-END         PIC X(30).
           03 NI-BAI         PIC X(15).
           03 NI-CID         PIC X(15).
           03 NI-UF          PIC X(02).
           03 NI-CEP.
              05 NI-CEP5     PIC 9(05).
              05 NI-CEP3     PIC 9(03).
           03 NI-VENC        PIC X(08).
           03 NI-DT-AVISO    PIC X(08).
           03 NI-VALOR       PIC 9(13).

      *    EXCLUSAO: MESMO ESQUEMA; NE-MOTIVO P = PAGAMENTO INFORMADO,
      *    B = BAIXA DA COBRANCA, Q = CONTA FORA DO FINANC.TXT.
       FD  PEXCL
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS W-ARQ-EXCL.
       01  REG-EXCL.
           03 NE-TIPO        PIC X(01).
           03 NE-COD-ASS     PIC X(09).
           03 NE-QTDE REDEFINES NE-COD-ASS
                             PIC 9(09).
           03 NE-SEQ         PIC X(09).
           03 NE-NOME        PIC X(30).
           03 NE-DT-INCL     PIC X(08).
           03 NE-DT-PAGTO    PIC X(08).
           03 NE-PRAZO       PIC X(08).
           03 NE-MOTIVO      PIC X(01).
           03 NE-VALOR       PIC 9(13).

      *-----------------------------------------------------------
      *    JORNAL DA NEGATIVACAO: ASSINANTE, CONTA, ACAO (AVISO,
      *    INCLUSAO, EXCLUSAO, CANCELA), DATA DA ACAO, DATA DE
      *    REFERENCIA (INCLUSAO: DO PRE-AVISO; EXCLUSAO: DO
      *    PAGAMENTO), PRAZO (AVISO: ULTIMO DIA PARA PAGAR;
      *    EXCLUSAO: LIMITE LEGAL), DEBITO EM CENTAVOS E MOTIVO.
      *-----------------------------------------------------------
       FD  PHIST
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "NEGATIVA_HIST.TXT".
       01  REG-HIST.
           03 NH-COD-ASS     PIC X(09).
           03 FILLER         PIC X(02).
           03 NH-SEQ         PIC X(09).
           03 FILLER         PIC X(02).
           03 NH-ACAO        PIC X(08).
           03 FILLER         PIC X(02).
           03 NH-DATA        PIC 9(08).
           03 FILLER         PIC X(02).
           03 NH-DT-REF      PIC 9(08).
           03 FILLER         PIC X(02).
           03 NH-PRAZO       PIC 9(08).
           03 FILLER         PIC X(02).
           03 NH-DEBITO      PIC 9(09).
           03 FILLER         PIC X(02).
           03 NH-MOTIVO      PIC X(01).

       FD  RELAT
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "NEGATIVA_REL.TXT".
       01  REG-RELAT         PIC X(100).

       WORKING-STORAGE SECTION.
       77 W-FS-MESTRE      PIC X(02) VALUE SPACES.
       77 W-FS-FINANC      PIC X(02) VALUE SPACES.
       77 W-FS-BAIXA       PIC X(02) VALUE SPACES.
       77 W-FS-PAGTO       PIC X(02) VALUE SPACES.
       77 W-FS-ACORDO      PIC X(02) VALUE SPACES.
       77 W-FS-RENEG       PIC X(02) VALUE SPACES.
       77 W-FS-SPOOL       PIC X(02) VALUE SPACES.
       77 W-FS-JOBS        PIC X(02) VALUE SPACES.
       77 W-FS-PRODU       PIC X(02) VALUE SPACES.
       77 W-FS-INCL        PIC X(02) VALUE SPACES.
       77 W-FS-EXCL        PIC X(02) VALUE SPACES.
       77 W-FS-HIST        PIC X(02) VALUE SPACES.
       77 W-FS-RELAT       PIC X(02) VALUE SPACES.
       77 W-ARGC           PIC 9(02) VALUE ZEROS.
       77 W-PARAM          PIC 9(02) VALUE ZEROS.
       77 W-DIAS-AVISO     PIC 9(02) VALUE 10.
       77 W-DIAS-EXCL      PIC 9(02) VALUE 5.
       77 W-FIM            PIC X(01) VALUE "N".
       77 W-INCL-ABERTO    PIC X(01) VALUE "N".
       77 W-EXCL-ABERTO    PIC X(01) VALUE "N".
       77 W-TABELA-OK      PIC X(01) VALUE "S".
       77 W-MOTIVO         PIC X(01) VALUE SPACES.
       77 W-ACAO           PIC X(08) VALUE SPACES.
       77 W-OBS            PIC X(13) VALUE SPACES.
       77 W-LIDOS          PIC 9(07) VALUE ZEROS.
       77 W-PAGINAS        PIC 9(06) VALUE ZEROS.
       77 W-HOJE-X         PIC X(08) VALUE SPACES.
       77 W-AGORA          PIC 9(08) VALUE ZEROS.
       77 W-ARQ-INCL       PIC X(40) VALUE SPACES.
       77 W-ARQ-EXCL       PIC X(40) VALUE SPACES.
       77 W-PRAZO-AVISO    PIC 9(08) VALUE ZEROS.
       77 W-DT-REF         PIC 9(08) VALUE ZEROS.
       77 W-PRAZO          PIC 9(08) VALUE ZEROS.
       77 W-DEBITO         PIC 9(09) VALUE ZEROS.
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
       77 W-QT-AVISOS      PIC 9(06) VALUE ZEROS.
       77 W-QT-INCL        PIC 9(06) VALUE ZEROS.
       77 W-QT-EXCL        PIC 9(06) VALUE ZEROS.
       77 W-QT-EXCL-ATRASO PIC 9(06) VALUE ZEROS.
       77 W-QT-CANCELA     PIC 9(06) VALUE ZEROS.
       77 W-QT-AGUARDA     PIC 9(06) VALUE ZEROS.
       77 W-QT-PROMESSA    PIC 9(06) VALUE ZEROS.
       77 W-QT-PLANO       PIC 9(06) VALUE ZEROS.
       77 W-QT-INCLUIDOS   PIC 9(06) VALUE ZEROS.
       77 W-TOT-INCL       PIC 9(13) VALUE ZEROS.
       77 W-TOT-EXCL       PIC 9(13) VALUE ZEROS.
       77 W-QT-REGISTRADOS PIC 9(06) VALUE ZEROS.
       77 W-QT-SEM-AR      PIC 9(06) VALUE ZEROS.
      *    CONTAS DO FINANC.TXT (CHAVE COMO ESTA' NO FINANC E COM 9
      *    DIGITOS), A SITUACAO NA RODADA (A = ABERTA, B = BAIXADA
      *    PELA COBRANCA, P = PAGAMENTO INFORMADO, R = PROMESSA NO
      *    PRAZO, N = PLANO DE RENEGOCIACAO EM ANDAMENTO) E A DATA DA
      *    BAIXA OU DO PAGAMENTO.
       01 TAB-CONTAS.
          02 TC-ENT OCCURS 5000 TIMES.
             03 TC-SEQ        PIC X(09).
             03 TC-SEQ9       PIC X(09).
             03 TC-SIT        PIC X(01).
             03 TC-DT-PAGTO   PIC X(08).
       01 W-HOJE-AAAAMMDD  PIC 9(08) VALUE ZEROS.
       01 W-HOJE REDEFINES W-HOJE-AAAAMMDD.
          02 W-HJ-AAAA     PIC 9(04).
          02 W-HJ-MM       PIC 9(02).
          02 W-HJ-DD       PIC 9(02).
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
       01 W-DATA-ED2       PIC X(10) VALUE SPACES.
      *    SOMA-UTEIS: W-UT-BASE + W-UT-QTDE DIAS UTEIS = W-UT-RESULT,
      *    COM A ULTIMA CONTA GUARDADA (MUITOS AVISOS DO MESMO DIA).
       01 W-UT-BASE        PIC 9(08) VALUE ZEROS.
       01 W-UT-QTDE        PIC 9(02) VALUE ZEROS.
       01 W-UT-RESULT      PIC 9(08) VALUE ZEROS.
       01 W-UT-BASE-ANT    PIC 9(08) VALUE ZEROS.
       01 W-UT-QTDE-ANT    PIC 9(02) VALUE ZEROS.
       01 W-UT-RESULT-ANT  PIC 9(08) VALUE ZEROS.
       01 W-UT-CONT        PIC 9(02) VALUE ZEROS.
       01 W-UT-MESES       PIC 9(02) VALUE ZEROS.
       01 W-UT-MES.
          02 W-UM-AAAA     PIC 9(04).
          02 W-UM-MM       PIC 9(02).
          02 W-UM-DD       PIC 9(02).
       01 W-DATA-CALL      PIC 9(08) VALUE ZEROS.
       01 W-N-UTIL         PIC 9(02) VALUE ZEROS.
       01 W-DATA-UTIL      PIC 9(08) VALUE ZEROS.
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
          03 W-AR-ORIGEM     PIC X(05) VALUE "NEGAT".
          03 W-AR-PRELISTA   PIC X(30) VALUE "NEGATIVA_PRELISTA.TXT".
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
           ACCEPT W-ARGC FROM ARGUMENT-NUMBER.
           IF W-ARGC NOT < 1
              DISPLAY 1 UPON ARGUMENT-NUMBER
              MOVE ZEROS TO W-PARAM
              ACCEPT W-PARAM FROM ARGUMENT-VALUE
              IF W-PARAM > ZEROS
                 MOVE W-PARAM TO W-DIAS-AVISO.
           IF W-ARGC NOT < 2
              DISPLAY 2 UPON ARGUMENT-NUMBER
              MOVE ZEROS TO W-PARAM
              ACCEPT W-PARAM FROM ARGUMENT-VALUE
              IF W-PARAM > ZEROS
                 MOVE W-PARAM TO W-DIAS-EXCL.

           ACCEPT W-HOJE-AAAAMMDD FROM DATE YYYYMMDD
           MOVE W-HOJE-AAAAMMDD TO W-HOJE-X
           ACCEPT W-AGORA FROM TIME
           STRING "NEGATIVA_INCLUSAO_" W-HOJE-X W-AGORA(1:6) ".TXT"
                  DELIMITED BY SIZE INTO W-ARQ-INCL
           STRING "NEGATIVA_EXCLUSAO_" W-HOJE-X W-AGORA(1:6) ".TXT"
                  DELIMITED BY SIZE INTO W-ARQ-EXCL
           MOVE W-HOJE-AAAAMMDD TO W-UT-BASE
           MOVE W-DIAS-AVISO    TO W-UT-QTDE
           PERFORM SOMA-UTEIS THRU FIM-SOMA-UTEIS
           MOVE W-UT-RESULT     TO W-PRAZO-AVISO

           PERFORM CARREGA-CONTAS THRU FIM-CARREGA-CONTAS
           IF W-QT-CONTAS = ZEROS
              DISPLAY "NENHUMA CONTA NO FINANC.TXT - SEM ELE NAO HA' "
                      "COMO SABER QUEM PAGOU"
              STOP RUN.
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
           OPEN EXTEND PHIST
           IF W-FS-HIST NOT = "00"
              OPEN OUTPUT PHIST.
           IF W-FS-HIST NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO NEGATIVA_HIST.TXT = "
                      W-FS-HIST
              CLOSE PMESTRE
              STOP RUN.
           OPEN OUTPUT PSPOOL
           IF W-FS-SPOOL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO SPOOL = " W-FS-SPOOL
              CLOSE PMESTRE PHIST
              STOP RUN.
           OPEN OUTPUT RELAT
           IF W-FS-RELAT NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO NEGATIVA_REL.TXT = "
                      W-FS-RELAT
              CLOSE PMESTRE PHIST PSPOOL
              STOP RUN.
           WRITE REG-RELAT FROM W-CAB-AMBIENTE
           MOVE W-PRAZO-AVISO TO W-DATA-AUX
           PERFORM EDITA-DATA THRU FIM-EDITA-DATA
           MOVE SPACES TO W-LINHA-REL
           STRING "NEGATIVACAO DE " W-HOJE-X " - PRE-AVISO DE "
                  W-DIAS-AVISO " DIAS UTEIS (PAGAR ATE' " W-DATA-ED
                  "), EXCLUSAO EM " W-DIAS-EXCL " DIAS UTEIS"
                  DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL THRU FIM-GRAVA-REL
           IF W-TABELA-OK NOT = "S"
              MOVE "*** CALENDARIO DO TABELA INDISPONIVEL - PRAZOS EM "
                 & "DIAS CORRIDOS ***" TO W-LINHA-REL
              PERFORM GRAVA-REL THRU FIM-GRAVA-REL.
           MOVE "CODIGO    CONTA     NOME                 ACAO     "
             & "REFERENCIA PRAZO            DEBITO M" TO W-LINHA-REL
           PERFORM GRAVA-REL THRU FIM-GRAVA-REL

           MOVE LOW-VALUES TO MA-COD-ASS
           START PMESTRE KEY NOT < MA-COD-ASS
                 INVALID KEY MOVE "S" TO W-FIM
           END-START
           PERFORM LE-MESTRE THRU FIM-LE-MESTRE
                    UNTIL W-FIM = "S".

           PERFORM FECHA-INCLUSAO THRU FIM-FECHA-INCLUSAO
           PERFORM FECHA-EXCLUSAO THRU FIM-FECHA-EXCLUSAO
           MOVE "F" TO W-AR-FUNCAO
           CALL "OBJETOAR" USING W-OBJETOAR
                ON EXCEPTION
                   DISPLAY "PROGRAMA OBJETOAR INDISPONIVEL - "
                           "NEGATIVA_PRELISTA.TXT NAO FOI FECHADA"
           END-CALL
           PERFORM RESUMO THRU FIM-RESUMO
           CLOSE PMESTRE PHIST PSPOOL RELAT
           PERFORM ARQUIVA-RELATORIO THRU FIM-ARQUIVA-RELATORIO
           PERFORM REGISTRA-SPOOL   THRU FIM-REGISTRA-SPOOL
           PERFORM LANCA-PRODUCAO   THRU FIM-LANCA-PRODUCAO

           DISPLAY "PRE-AVISOS..............: " W-QT-AVISOS
           DISPLAY "  REGISTRADOS COM AR....: " W-QT-REGISTRADOS
           IF W-QT-SEM-AR > ZEROS
              DISPLAY "  SEM FAIXA DE AR LIVRE.: " W-QT-SEM-AR
                      " - AVISOS SIMPLES".
           DISPLAY "INCLUSOES...............: " W-QT-INCL
           IF W-INCL-ABERTO = "S"
              DISPLAY "  A TRANSMITIR EM ......: " W-ARQ-INCL.
           DISPLAY "EXCLUSOES...............: " W-QT-EXCL
           IF W-EXCL-ABERTO = "S"
              DISPLAY "  A TRANSMITIR EM ......: " W-ARQ-EXCL.
           DISPLAY "EXCLUSOES FORA DO PRAZO.: " W-QT-EXCL-ATRASO
           DISPLAY "AVISOS CANCELADOS.......: " W-QT-CANCELA
           DISPLAY "PAGINAS EM NEGATIVA_SPOOL.TXT: " W-PAGINAS
           DISPLAY "LISTAGEM EM NEGATIVA_REL.TXT"
           STOP RUN.

      *****************************************************************
      *    CARGA DAS CONTAS E DA SITUACAO DE CADA UMA NA RODADA.
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
              DISPLAY "FINANC.TXT PASSA DE 5000 CONTAS - NEGATIVACAO "
                      "INTERROMPIDA"
              CLOSE PFINANC
              STOP RUN.
           ADD 1 TO W-QT-CONTAS
           MOVE FN-SEQ TO TC-SEQ(W-QT-CONTAS)
           MOVE ZEROS  TO W-SEQ-N
           IF FN-SEQ(1:6) NUMERIC
              MOVE FN-SEQ(1:6) TO W-SEQ-N6
              MOVE W-SEQ-N6 TO W-SEQ-N.
           MOVE W-SEQ-N TO TC-SEQ9(W-QT-CONTAS)
           MOVE "A"     TO TC-SIT(W-QT-CONTAS)
           MOVE SPACES  TO TC-DT-PAGTO(W-QT-CONTAS)
           GO TO LE-FINANC.
       FIM-CARREGA-CONTAS.
           EXIT.

       MARCA-BAIXADAS.
           OPEN INPUT PBAIXA
           IF W-FS-BAIXA NOT = "00"
              GO TO FIM-MARCA-BAIXADAS.
       LE-BAIXA.
           READ PBAIXA AT END
                CLOSE PBAIXA
                GO TO FIM-MARCA-BAIXADAS.
           MOVE BX-SEQ TO W-SEQ-BUSCA
           PERFORM LOCALIZA-CONTA THRU FIM-LOCALIZA-CONTA
           IF W-ACHOU-CTA > ZEROS
              MOVE "B"     TO TC-SIT(W-ACHOU-CTA)
              MOVE BX-DATA TO TC-DT-PAGTO(W-ACHOU-CTA).
           GO TO LE-BAIXA.
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
                 MOVE "P"     TO TC-SIT(W-ACHOU-CTA)
                 MOVE PG-DATA TO TC-DT-PAGTO(W-ACHOU-CTA).
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
      *    PAGA PELO PLANO - NAO RECEBE PRE-AVISO NEM E' INCLUIDA.
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
      *    LE-MESTRE: LEVA O ASSINANTE UM PASSO ADIANTE CONFORME A
      *    SITUACAO DA NEGATIVACAO GUARDADA NO MESTRE.
      *****************************************************************
       LE-MESTRE.
           READ PMESTRE NEXT AT END
                MOVE "S" TO W-FIM
                GO TO FIM-LE-MESTRE.
           ADD 1 TO W-LIDOS
           IF MA-NG-DT-AVISO NOT NUMERIC OR MA-NG-DT-MOV NOT NUMERIC
              MOVE SPACE TO MA-NG-SIT
              MOVE ZEROS TO MA-NG-DT-AVISO MA-NG-DT-MOV.
           IF MA-NG-SIT = "P" AND MA-NG-DT-AVISO < 19000101
              MOVE SPACE TO MA-NG-SIT.
           MOVE ZEROS TO W-ACHOU-CTA W-DEBITO
           IF MA-SEQ-FINANC NOT = SPACES
              MOVE MA-SEQ-FINANC TO W-SEQ-BUSCA
              PERFORM LOCALIZA-CONTA THRU FIM-LOCALIZA-CONTA.
           IF MA-TOT-DEB-ATRAS NUMERIC
              MOVE MA-TOT-DEB-ATRAS TO W-DEBITO.
           EVALUATE MA-NG-SIT
           WHEN "I"
              PERFORM VERIFICA-EXCLUSAO THRU FIM-VERIFICA-EXCLUSAO
           WHEN "P"
              PERFORM VERIFICA-INCLUSAO THRU FIM-VERIFICA-INCLUSAO
           WHEN OTHER
              PERFORM VERIFICA-AVISO    THRU FIM-VERIFICA-AVISO
           END-EVALUATE.
       FIM-LE-MESTRE.
           EXIT.

      *    ASSINANTE NO AVISO FINAL DA REGUA, COM A CONTA EM ABERTO,
      *    RECEBE O PRE-AVISO.
       VERIFICA-AVISO.
           IF MA-ETAPA-COBR NOT NUMERIC OR MA-ETAPA-COBR < 3
              GO TO FIM-VERIFICA-AVISO.
           IF W-ACHOU-CTA = ZEROS
              GO TO FIM-VERIFICA-AVISO.
           IF TC-SIT(W-ACHOU-CTA) = "R"
              ADD 1 TO W-QT-PROMESSA
              GO TO FIM-VERIFICA-AVISO.
           IF TC-SIT(W-ACHOU-CTA) = "N"
              ADD 1 TO W-QT-PLANO
              GO TO FIM-VERIFICA-AVISO.
           IF TC-SIT(W-ACHOU-CTA) NOT = "A"
              GO TO FIM-VERIFICA-AVISO.
           PERFORM ALOCA-AR THRU FIM-ALOCA-AR
           PERFORM COMPOE-AVISO THRU FIM-COMPOE-AVISO
           ADD 1 TO W-QT-AVISOS
           MOVE "P"             TO MA-NG-SIT
           MOVE W-HOJE-AAAAMMDD TO MA-NG-DT-AVISO MA-NG-DT-MOV
           PERFORM REGRAVA-MESTRE THRU FIM-REGRAVA-MESTRE
           MOVE "AVISO"         TO W-ACAO
           MOVE ZEROS           TO W-DT-REF
           MOVE W-PRAZO-AVISO   TO W-PRAZO
           MOVE SPACE           TO W-MOTIVO
           MOVE W-AR-OBJETO     TO W-OBS
           IF W-AR-OBJETO = SPACES
              MOVE "SEM AR"     TO W-OBS.
           PERFORM REGISTRA-ACAO THRU FIM-REGISTRA-ACAO.
       FIM-VERIFICA-AVISO.
           EXIT.

      *-----------------------------------------------------------
      *    CONFERE-OBJETOAR: SEM O OBJETOAR O PRE-AVISO SAIRIA SEM
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

      *    CODIGO DE RASTREAMENTO DO PRE-AVISO, COM O ENDERECO QUE VAI
      *    NO AVISO. SEM FAIXA LIVRE (OU SEM O OBJETOAR) SAI SIMPLES.
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
           ADD 1 TO W-QT-REGISTRADOS.
       FIM-ALOCA-AR.
           EXIT.

      *    PRE-AVISO EM ANDAMENTO: CONTA PAGA CANCELA O AVISO; PRAZO
      *    VENCIDO SEM PAGAMENTO (NEM PROMESSA NO PRAZO, NEM PLANO
      *    DE RENEGOCIACAO) INCLUI.
       VERIFICA-INCLUSAO.
           IF W-ACHOU-CTA = ZEROS
              MOVE "Q" TO W-MOTIVO
              GO TO CANCELA-AVISO.
           IF TC-SIT(W-ACHOU-CTA) = "B" OR "P"
              MOVE TC-SIT(W-ACHOU-CTA) TO W-MOTIVO
              GO TO CANCELA-AVISO.
           MOVE MA-NG-DT-AVISO TO W-UT-BASE
           MOVE W-DIAS-AVISO   TO W-UT-QTDE
           PERFORM SOMA-UTEIS THRU FIM-SOMA-UTEIS
           IF W-UT-RESULT NOT < W-HOJE-AAAAMMDD
              ADD 1 TO W-QT-AGUARDA
              GO TO FIM-VERIFICA-INCLUSAO.
           IF TC-SIT(W-ACHOU-CTA) = "R"
              ADD 1 TO W-QT-PROMESSA
              GO TO FIM-VERIFICA-INCLUSAO.
           IF TC-SIT(W-ACHOU-CTA) = "N"
              ADD 1 TO W-QT-PLANO
              GO TO FIM-VERIFICA-INCLUSAO.
           PERFORM GRAVA-INCLUSAO THRU FIM-GRAVA-INCLUSAO
           ADD 1 TO W-QT-INCL
           MOVE "I"             TO MA-NG-SIT
           MOVE W-HOJE-AAAAMMDD TO MA-NG-DT-MOV
           PERFORM REGRAVA-MESTRE THRU FIM-REGRAVA-MESTRE
           MOVE "INCLUSAO"      TO W-ACAO
           MOVE MA-NG-DT-AVISO  TO W-DT-REF
           MOVE W-UT-RESULT     TO W-PRAZO
           MOVE SPACE           TO W-MOTIVO
           MOVE SPACES          TO W-OBS
           PERFORM REGISTRA-ACAO THRU FIM-REGISTRA-ACAO
           GO TO FIM-VERIFICA-INCLUSAO.
       CANCELA-AVISO.
           ADD 1 TO W-QT-CANCELA
           MOVE SPACE           TO MA-NG-SIT
           MOVE W-HOJE-AAAAMMDD TO MA-NG-DT-MOV
           PERFORM REGRAVA-MESTRE THRU FIM-REGRAVA-MESTRE
           MOVE "CANCELA"       TO W-ACAO
           MOVE MA-NG-DT-AVISO  TO W-DT-REF
           MOVE ZEROS           TO W-PRAZO
           MOVE SPACES          TO W-OBS
           PERFORM REGISTRA-ACAO THRU FIM-REGISTRA-ACAO.
       FIM-VERIFICA-INCLUSAO.
           EXIT.

      *    CONTA INCLUIDA QUE FOI PAGA OU SAIU DO FINANC.TXT VAI PARA
      *    A EXCLUSAO; O PRAZO LEGAL CONTA DO PAGAMENTO (OU DA
      *    ATUALIZACAO DO MESTRE QUE TIROU A CONTA DO FINANC).
       VERIFICA-EXCLUSAO.
           IF W-ACHOU-CTA = ZEROS
              MOVE "Q" TO W-MOTIVO
              MOVE W-HOJE-AAAAMMDD TO W-DT-REF
              IF MA-DT-ATUALIZ NUMERIC AND MA-DT-ATUALIZ > 19000101
                 MOVE MA-DT-ATUALIZ TO W-DT-REF
              END-IF
              GO TO GERA-EXCLUSAO.
           IF TC-SIT(W-ACHOU-CTA) NOT = "B" AND
              TC-SIT(W-ACHOU-CTA) NOT = "P"
              ADD 1 TO W-QT-INCLUIDOS
              GO TO FIM-VERIFICA-EXCLUSAO.
           MOVE TC-SIT(W-ACHOU-CTA) TO W-MOTIVO
           MOVE W-HOJE-AAAAMMDD TO W-DT-REF
           IF TC-DT-PAGTO(W-ACHOU-CTA) NUMERIC AND
              TC-DT-PAGTO(W-ACHOU-CTA) > "19000101"
              MOVE TC-DT-PAGTO(W-ACHOU-CTA) TO W-DT-REF.
       GERA-EXCLUSAO.
           MOVE W-DT-REF    TO W-UT-BASE
           MOVE W-DIAS-EXCL TO W-UT-QTDE
           PERFORM SOMA-UTEIS THRU FIM-SOMA-UTEIS
           MOVE W-UT-RESULT TO W-PRAZO
           MOVE SPACES TO W-OBS
           IF W-PRAZO < W-HOJE-AAAAMMDD
              ADD 1 TO W-QT-EXCL-ATRASO
              MOVE "FORA DO PRAZO" TO W-OBS.
           PERFORM GRAVA-EXCLUSAO THRU FIM-GRAVA-EXCLUSAO
           ADD 1 TO W-QT-EXCL
           MOVE "R"             TO MA-NG-SIT
           MOVE W-HOJE-AAAAMMDD TO MA-NG-DT-MOV
           PERFORM REGRAVA-MESTRE THRU FIM-REGRAVA-MESTRE
           MOVE "EXCLUSAO"      TO W-ACAO
           PERFORM REGISTRA-ACAO THRU FIM-REGISTRA-ACAO.
       FIM-VERIFICA-EXCLUSAO.
           EXIT.

       REGRAVA-MESTRE.
           REWRITE REG-MESTRE
                INVALID KEY
                   DISPLAY "FALHA AO REGRAVAR A NEGATIVACAO DE "
                           MA-COD-ASS
           END-REWRITE.
       FIM-REGRAVA-MESTRE.
           EXIT.

      *    JORNAL E LISTAGEM DE CADA ACAO DA RODADA.
       REGISTRA-ACAO.
           MOVE SPACES          TO REG-HIST
           MOVE MA-COD-ASS      TO NH-COD-ASS
           MOVE MA-SEQ-FINANC   TO NH-SEQ
           MOVE W-ACAO          TO NH-ACAO
           MOVE W-HOJE-AAAAMMDD TO NH-DATA
           MOVE W-DT-REF        TO NH-DT-REF
           MOVE W-PRAZO         TO NH-PRAZO
           MOVE W-DEBITO        TO NH-DEBITO
           MOVE W-MOTIVO        TO NH-MOTIVO
           WRITE REG-HIST
           MOVE SPACES TO W-DATA-ED2
           IF W-DT-REF > ZEROS
              MOVE W-DT-REF TO W-DATA-AUX
              PERFORM EDITA-DATA THRU FIM-EDITA-DATA
              MOVE W-DATA-ED TO W-DATA-ED2.
           MOVE "  /  /    " TO W-DATA-ED
           IF W-PRAZO > ZEROS
              MOVE W-PRAZO TO W-DATA-AUX
              PERFORM EDITA-DATA THRU FIM-EDITA-DATA.
           DIVIDE W-DEBITO BY 100 GIVING W-VALOR
           MOVE SPACES TO W-LINHA-REL
           STRING MA-COD-ASS " " MA-SEQ-FINANC " " MA-NOME-ASS(1:20)
                  " " W-ACAO " " W-DATA-ED2 " " W-DATA-ED " " W-VALOR
                  " " W-MOTIVO " " W-OBS
                  DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL THRU FIM-GRAVA-REL.
       FIM-REGISTRA-ACAO.
           EXIT.

      *****************************************************************
      *    ARQUIVOS DE INCLUSAO E EXCLUSAO - UM POR RODADA (NOME COM
      *    DATA E HORA), ABERTOS NO PRIMEIRO DETALHE PARA UMA RODADA
      *    VAZIA NAO DEIXAR ARQUIVO SEM NADA A TRANSMITIR.
      *****************************************************************
       GRAVA-INCLUSAO.
           IF W-INCL-ABERTO = "S"
              GO TO DETALHE-INCLUSAO.
           OPEN OUTPUT PINCL
           IF W-FS-INCL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO " W-ARQ-INCL " = "
                      W-FS-INCL
              CLOSE PMESTRE PHIST PSPOOL RELAT
              STOP RUN.
           MOVE "S" TO W-INCL-ABERTO
           MOVE SPACES TO REG-INCL
           MOVE "0" TO NI-TIPO
           MOVE "INCLUSAO DE INADIMPLENTES" TO NI-NOME
           MOVE W-HOJE-X TO NI-VENC
           MOVE ZEROS TO NI-VALOR
           WRITE REG-INCL.
       DETALHE-INCLUSAO.
           MOVE SPACES         TO REG-INCL
           MOVE "1"            TO NI-TIPO
           MOVE MA-COD-ASS     TO NI-COD-ASS
           MOVE MA-SEQ-FINANC  TO NI-SEQ
           MOVE MA-NOME-ASS    TO NI-NOME
           MOVE MA-END-ASS     TO NI-END
           MOVE MA-BAI-ASS     TO NI-BAI
           MOVE MA-CID-ASS     TO NI-CID
           MOVE MA-UF-ASS      TO NI-UF
           MOVE MA-CEP5-ASS    TO NI-CEP5
           MOVE MA-CEP3-ASS    TO NI-CEP3
           MOVE MA-VENC-ATRASO TO NI-VENC
           MOVE MA-NG-DT-AVISO TO NI-DT-AVISO
           MOVE W-DEBITO       TO NI-VALOR
           WRITE REG-INCL
           ADD W-DEBITO TO W-TOT-INCL.
       FIM-GRAVA-INCLUSAO.
           EXIT.

       FECHA-INCLUSAO.
           IF W-INCL-ABERTO NOT = "S"
              GO TO FIM-FECHA-INCLUSAO.
           MOVE SPACES     TO REG-INCL
           MOVE "9"        TO NI-TIPO
           MOVE W-QT-INCL  TO NI-QTDE
           MOVE W-TOT-INCL TO NI-VALOR
           WRITE REG-INCL
           CLOSE PINCL.
       FIM-FECHA-INCLUSAO.
           EXIT.

       GRAVA-EXCLUSAO.
           IF W-EXCL-ABERTO = "S"
              GO TO DETALHE-EXCLUSAO.
           OPEN OUTPUT PEXCL
           IF W-FS-EXCL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO " W-ARQ-EXCL " = "
                      W-FS-EXCL
              CLOSE PMESTRE PHIST PSPOOL RELAT
              STOP RUN.
           MOVE "S" TO W-EXCL-ABERTO
           MOVE SPACES TO REG-EXCL
           MOVE "0" TO NE-TIPO
           MOVE "EXCLUSAO DE INADIMPLENTES" TO NE-NOME
           MOVE W-HOJE-X TO NE-DT-INCL
           MOVE ZEROS TO NE-VALOR
           WRITE REG-EXCL.
       DETALHE-EXCLUSAO.
           MOVE SPACES         TO REG-EXCL
           MOVE "1"            TO NE-TIPO
           MOVE MA-COD-ASS     TO NE-COD-ASS
           MOVE MA-SEQ-FINANC  TO NE-SEQ
           MOVE MA-NOME-ASS    TO NE-NOME
           MOVE MA-NG-DT-MOV   TO NE-DT-INCL
           MOVE W-DT-REF       TO NE-DT-PAGTO
           MOVE W-PRAZO        TO NE-PRAZO
           MOVE W-MOTIVO       TO NE-MOTIVO
           MOVE W-DEBITO       TO NE-VALOR
           WRITE REG-EXCL
           ADD W-DEBITO TO W-TOT-EXCL.
       FIM-GRAVA-EXCLUSAO.
           EXIT.

       FECHA-EXCLUSAO.
           IF W-EXCL-ABERTO NOT = "S"
              GO TO FIM-FECHA-EXCLUSAO.
           MOVE SPACES     TO REG-EXCL
           MOVE "9"        TO NE-TIPO
           MOVE W-QT-EXCL  TO NE-QTDE
           MOVE W-TOT-EXCL TO NE-VALOR
           WRITE REG-EXCL
           CLOSE PEXCL.
       FIM-FECHA-EXCLUSAO.
           EXIT.

      *****************************************************************
      *    SOMA-UTEIS: O W-UT-QTDE-ESIMO DIA UTIL DEPOIS DE W-UT-BASE,
      *    PERCORRENDO OS DIAS UTEIS DE CADA MES PELO TABELA-ENESIMO-
      *    UTIL. SEM O TABELA (OU SE ELE NAO ACHAR DIA UTIL EM UM ANO
      *    INTEIRO) A RODADA PASSA A CONTAR DIAS CORRIDOS.
      *****************************************************************
       SOMA-UTEIS.
           IF W-UT-BASE = W-UT-BASE-ANT AND W-UT-QTDE = W-UT-QTDE-ANT
              MOVE W-UT-RESULT-ANT TO W-UT-RESULT
              GO TO FIM-SOMA-UTEIS.
           MOVE ZEROS TO W-UT-RESULT W-UT-CONT W-UT-MESES W-N-UTIL
           IF W-TABELA-OK NOT = "S"
              GO TO SOMA-CORRIDOS.
           MOVE W-UT-BASE TO W-UT-MES
           MOVE 1 TO W-UM-DD.
       PROXIMO-UTIL.
           ADD 1 TO W-N-UTIL
           MOVE W-UT-MES TO W-DATA-CALL
           CALL "TABELA-ENESIMO-UTIL" USING W-DATA-CALL W-N-UTIL
                                            W-DATA-UTIL
               ON EXCEPTION
                  MOVE "N" TO W-TABELA-OK
                  GO TO SOMA-CORRIDOS
           END-CALL
           IF W-DATA-UTIL = ZEROS
              ADD 1 TO W-UT-MESES
              IF W-UT-MESES > 12
                 MOVE "N" TO W-TABELA-OK
                 GO TO SOMA-CORRIDOS
              END-IF
              ADD 1 TO W-UM-MM
              IF W-UM-MM > 12
                 MOVE 1 TO W-UM-MM
                 ADD 1 TO W-UM-AAAA
              END-IF
              MOVE ZEROS TO W-N-UTIL
              GO TO PROXIMO-UTIL.
           IF W-DATA-UTIL > W-UT-BASE
              ADD 1 TO W-UT-CONT.
           IF W-UT-CONT < W-UT-QTDE
              GO TO PROXIMO-UTIL.
           MOVE W-DATA-UTIL TO W-UT-RESULT
           GO TO GUARDA-UTEIS.
       SOMA-CORRIDOS.
           COMPUTE W-UT-RESULT = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(W-UT-BASE) + W-UT-QTDE).
       GUARDA-UTEIS.
           MOVE W-UT-BASE   TO W-UT-BASE-ANT
           MOVE W-UT-QTDE   TO W-UT-QTDE-ANT
           MOVE W-UT-RESULT TO W-UT-RESULT-ANT.
       FIM-SOMA-UTEIS.
           EXIT.

       RESUMO.
           MOVE SPACES TO W-LINHA-REL
           PERFORM GRAVA-REL THRU FIM-GRAVA-REL
           MOVE SPACES TO W-LINHA-REL
           STRING "ASSINANTES LIDOS NO MESTRE ..: " W-LIDOS
                  DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL THRU FIM-GRAVA-REL
           MOVE SPACES TO W-LINHA-REL
           STRING "PRE-AVISOS ENVIADOS .........: " W-QT-AVISOS
                  "  REGISTRADOS COM AR " W-QT-REGISTRADOS
                  DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL THRU FIM-GRAVA-REL
           IF W-QT-SEM-AR > ZEROS
              MOVE SPACES TO W-LINHA-REL
              STRING "*** PRE-AVISOS SEM AR (SEM FAIXA LIVRE): "
                     W-QT-SEM-AR " ***"
                     DELIMITED BY SIZE INTO W-LINHA-REL
              PERFORM GRAVA-REL THRU FIM-GRAVA-REL.
           DIVIDE W-TOT-INCL BY 100 GIVING W-VALOR
           MOVE SPACES TO W-LINHA-REL
           STRING "INCLUSOES ...................: " W-QT-INCL
                  "  TOTAL " W-VALOR
                  DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL THRU FIM-GRAVA-REL
           IF W-INCL-ABERTO = "S"
              MOVE SPACES TO W-LINHA-REL
              STRING "  A TRANSMITIR EM ...........: " W-ARQ-INCL
                     DELIMITED BY SIZE INTO W-LINHA-REL
              PERFORM GRAVA-REL THRU FIM-GRAVA-REL.
           DIVIDE W-TOT-EXCL BY 100 GIVING W-VALOR
           MOVE SPACES TO W-LINHA-REL
           STRING "EXCLUSOES ...................: " W-QT-EXCL
                  "  TOTAL " W-VALOR
                  DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL THRU FIM-GRAVA-REL
           IF W-EXCL-ABERTO = "S"
              MOVE SPACES TO W-LINHA-REL
              STRING "  A TRANSMITIR EM ...........: " W-ARQ-EXCL
                     DELIMITED BY SIZE INTO W-LINHA-REL
              PERFORM GRAVA-REL THRU FIM-GRAVA-REL.
           MOVE SPACES TO W-LINHA-REL
           STRING "EXCLUSOES FORA DO PRAZO LEGAL: " W-QT-EXCL-ATRASO
                  DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL THRU FIM-GRAVA-REL
           MOVE SPACES TO W-LINHA-REL
           STRING "AVISOS CANCELADOS (PAGOS) ...: " W-QT-CANCELA
                  DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL THRU FIM-GRAVA-REL
           MOVE SPACES TO W-LINHA-REL
           STRING "AVISOS AINDA NO PRAZO .......: " W-QT-AGUARDA
                  DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL THRU FIM-GRAVA-REL
           MOVE SPACES TO W-LINHA-REL
           STRING "FORA - PROMESSA NO PRAZO ....: " W-QT-PROMESSA
                  DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL THRU FIM-GRAVA-REL
           MOVE SPACES TO W-LINHA-REL
           STRING "FORA - PLANO DE RENEGOCIACAO : " W-QT-PLANO
                  DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL THRU FIM-GRAVA-REL
           MOVE SPACES TO W-LINHA-REL
           STRING "SEGUEM INCLUIDOS, SEM PAGTO .: " W-QT-INCLUIDOS
                  DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL THRU FIM-GRAVA-REL
           IF W-TABELA-OK NOT = "S"
              MOVE "*** PRAZOS DA RODADA CONTADOS EM DIAS CORRIDOS ***"
                   TO W-LINHA-REL
              PERFORM GRAVA-REL THRU FIM-GRAVA-REL.
       FIM-RESUMO.
           EXIT.

       GRAVA-REL.
           MOVE W-LINHA-REL TO REG-RELAT
           WRITE REG-RELAT.
       FIM-GRAVA-REL.
           EXIT.

      *****************************************************************
      *    COMPOE-AVISO: PRE-AVISO DE INCLUSAO NOS ORGAOS DE PROTECAO
      *    AO CREDITO, COM O DEBITO, O VENCIMENTO MAIS ANTIGO E A
      *    DATA-LIMITE PARA PAGAR.
      *****************************************************************
       COMPOE-AVISO.
           PERFORM COMPOE-ENDERECO THRU FIM-COMPOE-ENDERECO
           MOVE MA-VENC-ATRASO TO W-DATA-AUX
           PERFORM EDITA-DATA THRU FIM-EDITA-DATA
           MOVE W-DATA-ED TO W-DATA-ED2
           MOVE W-PRAZO-AVISO TO W-DATA-AUX
           PERFORM EDITA-DATA THRU FIM-EDITA-DATA
           DIVIDE W-DEBITO BY 100 GIVING W-VALOR
           MOVE "COMUNICADO DE INCLUSAO EM CADASTRO DE INADIMPLENTES"
                TO W-LINHA
           PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
           IF W-AR-OBJETO NOT = SPACES
              MOVE SPACES TO W-LINHA
              STRING "CARTA REGISTRADA COM AVISO DE RECEBIMENTO - "
                     "OBJETO " W-AR-OBJETO
                     DELIMITED BY SIZE INTO W-LINHA
              PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO.
           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
           MOVE SPACES TO W-LINHA
           STRING "COMUNICAMOS QUE O DEBITO DE R$ " W-VALOR
                  " DA SUA ASSINATURA,"
                  DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
           MOVE SPACES TO W-LINHA
           STRING "VENCIDO EM " W-DATA-ED2 ", CONTINUA EM ABERTO. NAO "
                  "HAVENDO PAGAMENTO ATE' " W-DATA-ED ","
                  DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
           MOVE "O SEU NOME SERA' INCLUIDO NOS ORGAOS DE PROTECAO AO "
              & "CREDITO," TO W-LINHA
           PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
           MOVE "CONFORME O ARTIGO 43, PARAGRAFO 2O, DO CODIGO DE "
              & "DEFESA DO CONSUMIDOR." TO W-LINHA
           PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
           MOVE "SE JA' PAGOU, DESCONSIDERE ESTE COMUNICADO. PARA "
              & "NEGOCIAR OU INFORMAR UM" TO W-LINHA
           PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
           MOVE "PAGAMENTO, LIGUE PARA A NOSSA CENTRAL DE ATENDIMENTO."
                TO W-LINHA
           PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
           PERFORM COMPOE-RODAPE THRU FIM-COMPOE-RODAPE.
       FIM-COMPOE-AVISO.
           EXIT.

      *    BLOCO DE ENDERECO E SAUDACAO DO ASSINANTE, ABRINDO A
      *    PAGINA (SALTO "1" NA PRIMEIRA LINHA) - MESMA REGRA DA
      *    REGUA.
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
      *    LANCA-PRODUCAO: OS PRE-AVISOS DA RODADA ENTRAM NO
      *    PRODUCAO.TXT COMO TIPO "NEGAT", PARA A CONFERENCIA DA
      *    FATURA DO BUREAU.
      *****************************************************************
       LANCA-PRODUCAO.
           IF W-QT-AVISOS = ZEROS
              GO TO FIM-LANCA-PRODUCAO.
           OPEN EXTEND PPRODU
           IF W-FS-PRODU NOT = "00"
              OPEN OUTPUT PPRODU.
           IF W-FS-PRODU NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO PRODUCAO.TXT = " W-FS-PRODU
              GO TO FIM-LANCA-PRODUCAO.
           MOVE SPACES      TO REG-PRODU
           MOVE "NEGAT"     TO PD-TIPO
           MOVE "AVISO"     TO PD-CHAVE
           MOVE W-QT-AVISOS TO PD-QTDE
           MOVE W-HOJE-X    TO PD-DATA
           MOVE "NEGATIVA"  TO PD-PEDIDO
           WRITE REG-PRODU
           CLOSE PPRODU.
       FIM-LANCA-PRODUCAO.
           EXIT.

      *****************************************************************
      *    REGISTRA-SPOOL: CADASTRA (OU ATUALIZA) O NEGATIVA_SPOOL.TXT
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
           IF JB-ARQUIVO = "NEGATIVA_SPOOL.TXT"
              MOVE W-QT-JOBS TO W-ACHOU-JOB.
           GO TO LE-JOB.
       INCLUI-JOB.
           IF W-ACHOU-JOB = ZEROS
              IF W-QT-JOBS NOT < 20
                 DISPLAY "CADASTRO DE TRABALHOS CHEIO - CADASTRE "
                         "NEGATIVA_SPOOL.TXT PELO GERSPOOL"
                 GO TO FIM-REGISTRA-SPOOL
              ELSE
                 ADD 1 TO W-QT-JOBS
                 MOVE W-QT-JOBS TO W-ACHOU-JOB
                 MOVE "NEGATIVA_SPOOL.TXT" TO TJ-ARQUIVO(W-ACHOU-JOB).
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
           MOVE "NEGATIVA_REL.TXT" TO W-AQ-ARQUIVO
           MOVE "NEGATIVA" TO W-AQ-PROGRAMA
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
