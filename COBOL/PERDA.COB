       IDENTIFICATION DIVISION.
       PROGRAM-ID.      PERDA.
      *
      *  BAIXA POR PERDA DA COBRANCA: CONTA QUE NUNCA VAI PAGAR
      *  FICAVA PARA SEMPRE NA CARTEIRA DO COBRANCA, INFLANDO TODO
      *  TOTAL DE SALDO, E A PROVISAO DO FECHAMENTO ERA CALCULADA NA
      *  MAO SOBRE A LISTAGEM DO FINANC.TXT. AQUI:
      *    - PROPOSTA: CONTA EM CARTEIRA (COBRANCA_ATRIB.TXT) SEM
      *      BAIXA, SEM PAGAMENTO INFORMADO (PAGAMENTOS.TXT), SEM
      *      PROMESSA NO PRAZO (ACORDOS.TXT), SEM PLANO DE
      *      RENEGOCIACAO EM ANDAMENTO (RENEGOCIACAO.TXT) E COM O
      *      VENCIMENTO MAIS ANTIGO (MA-VENC-ATRASO DO MESTRE) HA'
      *      MAIS DE N DIAS (180 POR OMISSAO) VAI PARA A LISTA
      *      PERDA_PROPOSTA.TXT;
      *    - APROVACAO: SO' SUPERVISOR (COLUNA 66 DO OPERADOR.TXT,
      *      ADMOPER) APROVA OU REJEITA CADA CONTA DA LISTA. A CONTA
      *      APROVADA SAI DO COBRANCA_ATRIB.TXT E ENTRA NO RAZAO
      *      BAIXA_PERDA.TXT COM VALOR, DATA, MOTIVO E O OPERADOR
      *      QUE APROVOU; O COBRANCA DEIXA DE REPARTI-LA E DE
      *      SOMA-LA NOS TOTAIS;
      *    - PROVISAO DO MES (PERDA_PROVISAO.TXT): O QUE FOI BAIXADO
      *      NO MES POR REVISTA/EMPRESA E O AGING DO QUE CONTINUA EM
      *      ABERTO, COM O PERCENTUAL DE PROVISAO POR FAIXA E A
      *      PROVISAO TOTAL QUE A CONTABILIDADE LANCA NO FECHAMENTO.
      *
      *  CHAMADA DESATENDIDA:
      *    PERDA P [DIAS]     - GERA A PROPOSTA
      *    PERDA R [AAAAMM]   - RELATORIO DE PROVISAO DO MES
      *  A APROVACAO E' SEMPRE PELO MENU, COM O SUPERVISOR LOGADO.
      *
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT  IS COMMA.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT PMESTRE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS MA-COD-ASS
           FILE STATUS  IS W-FS-MESTRE.
           SELECT       PFINANC        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-FINANC
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PATRIB         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-ATRIB
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PATNOV         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-ATNOV
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PBAIXA         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-BAIXA
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PPAGTO         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-PAGTO
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PACORDO        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-ACORDO
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PRENEG         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-RENEG
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PPERDA         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-PERDA
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PPROP          ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-PROP
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       POPERADOR      ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-OPERADOR
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PACESSO        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-ACESSO
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       RELAT          ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-RELAT
                        ACCESS         MODE      IS   SEQUENTIAL.

       DATA        DIVISION.
       FILE        SECTION.
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
           LABEL RECORD ARE STANDARD
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
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "COBRANCA_ATRIB.TXT".
       01  REG-ATRIB.
           03 AT-SEQ         PIC X(09).
           03 FILLER         PIC X(02).
           03 AT-LOTE        PIC 9(03).

      *    CARTEIRA SEM AS CONTAS BAIXADAS - TOMA O LUGAR DO
      *    COBRANCA_ATRIB.TXT NO FIM DO TIRA-DA-CARTEIRA.
       FD  PATNOV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "COBRANCA_ATRIB.NOV".
       01  REG-ATNOV              PIC X(014).

       FD  PBAIXA
           LABEL RECORD ARE STANDARD
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
           LABEL RECORD ARE STANDARD
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
           LABEL RECORD ARE STANDARD
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

      *    MESMO LAYOUT DO ACORDO (SO' O QUE A PROPOSTA USA): LINHA
      *    "P" DO PLANO DE RENEGOCIACAO, SITUACAO A = EM ANDAMENTO.
       FD  PRENEG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RENEGOCIACAO.TXT".
       01  REG-RENEG.
           03 RN-TIPO        PIC X(01).
           03 FILLER         PIC X(01).
           03 RN-SEQ         PIC X(09).
           03 FILLER         PIC X(01).
           03 FILLER         PIC X(88).
           03 RN-SIT         PIC X(01).
           03 FILLER         PIC X(49).

      *-----------------------------------------------------------
      *    RAZAO DAS BAIXAS POR PERDA: UMA LINHA POR CONTA APROVADA,
      *    COM O VALOR (CENTAVOS), A DATA, O SUPERVISOR QUE APROVOU,
      *    REVISTA E EMPRESA DO ASSINANTE, DIAS DE ATRASO NA DATA E
      *    O MOTIVO. EXTEND - NUNCA E' REGRAVADO.
      *-----------------------------------------------------------
       FD  PPERDA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "BAIXA_PERDA.TXT".
       01  REG-PERDA.
           03 BP-SEQ         PIC X(09).
           03 FILLER         PIC X(02).
           03 BP-COD-ASS     PIC X(09).
           03 FILLER         PIC X(02).
           03 BP-LOTE        PIC 9(03).
           03 FILLER         PIC X(02).
           03 BP-VALOR       PIC 9(11).
           03 FILLER         PIC X(02).
           03 BP-DATA        PIC 9(08).
           03 FILLER         PIC X(02).
           03 BP-OPERADOR    PIC X(04).
           03 FILLER         PIC X(02).
           03 BP-REVISTA     PIC 9(02).
           03 FILLER         PIC X(02).
           03 BP-EMPRESA     PIC X(10).
           03 FILLER         PIC X(02).
           03 BP-DIAS        PIC 9(05).
           03 FILLER         PIC X(02).
           03 BP-MOTIVO      PIC X(40).

      *-----------------------------------------------------------
      *    LISTA DE CONTAS PROPOSTAS PARA BAIXA: SITUACAO P =
      *    PENDENTE, A = APROVADA, R = REJEITADA, COM A DATA E O
      *    SUPERVISOR DA DECISAO. CADA PROPOSTA NOVA SUBSTITUI A
      *    LISTA ANTERIOR.
      *-----------------------------------------------------------
       FD  PPROP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PERDA_PROPOSTA.TXT".
       01  REG-PROP.
           03 PP-SEQ         PIC X(09).
           03 FILLER         PIC X(02).
           03 PP-COD-ASS     PIC X(09).
           03 FILLER         PIC X(02).
           03 PP-LOTE        PIC 9(03).
           03 FILLER         PIC X(02).
           03 PP-VALOR       PIC 9(11).
           03 FILLER         PIC X(02).
           03 PP-DIAS        PIC 9(05).
           03 FILLER         PIC X(02).
           03 PP-REVISTA     PIC 9(02).
           03 FILLER         PIC X(02).
           03 PP-EMPRESA     PIC X(10).
           03 FILLER         PIC X(02).
           03 PP-DATA        PIC 9(08).
           03 FILLER         PIC X(02).
           03 PP-SIT         PIC X(01).
           03 FILLER         PIC X(02).
           03 PP-DT-DECISAO  PIC 9(08).
           03 FILLER         PIC X(02).
           03 PP-OPERADOR    PIC X(04).
           03 FILLER         PIC X(02).
           03 PP-NOME        PIC X(30).

      *    MESMO LAYOUT DO ADMOPER (SO' O QUE A APROVACAO USA).
       FD  POPERADOR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "OPERADOR.TXT".
       01  REG-OPERADOR.
           02  OP-COD             PIC X(004).
           02  FILLER             PIC X(001).
           02  OP-NOME            PIC X(030).
           02  FILLER             PIC X(001).
           02  OP-ATIVO           PIC X(001).
           02  FILLER             PIC X(005).
           02  OP-SENHA           PIC X(012).
           02  FILLER             PIC X(001).
           02  OP-SENHA-VAL       PIC X(006).
           02  FILLER             PIC X(001).
           02  OP-FALHAS          PIC X(001).
           02  OP-BLOQUEADO       PIC X(001).
           02  FILLER             PIC X(001).
           02  OP-AUT-PERDA       PIC X(001).

      *    MESMO LAYOUT DOS VALIDA-ACESSO.
       FD  PACESSO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ACESSO_LOG.TXT".
       01  REG-ACESSO.
           02  AC-COD             PIC X(004).
           02  FILLER             PIC X(002).
           02  AC-PROGRAMA        PIC X(012).
           02  FILLER             PIC X(002).
           02  AC-DATA            PIC X(006).
           02  FILLER             PIC X(002).
           02  AC-HORA            PIC X(006).
           02  FILLER             PIC X(002).
           02  AC-RESULT          PIC X(009).

       FD  RELAT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PERDA_PROVISAO.TXT".
       01  REG-RELAT              PIC X(100).

       WORKING-STORAGE  SECTION.
       77  W-FS-MESTRE            PIC X(002) VALUE SPACES.
       77  W-FS-FINANC            PIC X(002) VALUE SPACES.
       77  W-FS-ATRIB             PIC X(002) VALUE SPACES.
       77  W-FS-ATNOV             PIC X(002) VALUE SPACES.
       77  W-FS-BAIXA             PIC X(002) VALUE SPACES.
       77  W-FS-PAGTO             PIC X(002) VALUE SPACES.
       77  W-FS-ACORDO            PIC X(002) VALUE SPACES.
       77  W-FS-RENEG             PIC X(002) VALUE SPACES.
       77  W-FS-PERDA             PIC X(002) VALUE SPACES.
       77  W-FS-PROP              PIC X(002) VALUE SPACES.
       77  W-FS-OPERADOR          PIC X(002) VALUE SPACES.
       77  W-FS-ACESSO            PIC X(002) VALUE SPACES.
       77  W-FS-RELAT             PIC X(002) VALUE SPACES.
       77  W-ARGC                 PIC 9(002) VALUE ZEROS.
       77  W-MODO                 PIC X(001) VALUE SPACES.
       77  W-OPCAO                PIC X(001) VALUE SPACES.
       77  W-PARAM                PIC X(006) VALUE SPACES.
       77  W-DIAS-PERDA           PIC 9(003) VALUE 180.
       77  W-DIAS-INF             PIC 9(003) VALUE ZEROS.
       77  W-MES-REL              PIC X(006) VALUE SPACES.
       77  W-HOJE                 PIC 9(008) VALUE ZEROS.
       77  W-HOJE-X               PIC X(008) VALUE SPACES.
       77  W-HOJE-INT             PIC 9(008) VALUE ZEROS.
       77  W-DIAS                 PIC S9(005) VALUE ZEROS.
       77  W-FIM                  PIC X(001) VALUE "N".
       77  W-PARA                 PIC X(001) VALUE "N".
       77  W-QT-CONTAS            PIC 9(004) VALUE ZEROS.
       77  W-ESTOURO              PIC X(001) VALUE "N".
       77  W-IND-CTA              PIC 9(004) VALUE ZEROS.
       77  W-ACHOU-CTA            PIC 9(004) VALUE ZEROS.
       77  W-SEQ-BUSCA            PIC X(009) VALUE SPACES.
       77  W-SEQ-N6               PIC 9(006) VALUE ZEROS.
       77  W-SEQ-N                PIC 9(009) VALUE ZEROS.
       77  W-I-CHAR               PIC 9(002) VALUE ZEROS.
       77  W-DIGITO               PIC 9(001) VALUE ZEROS.
       77  W-VAL-CENTS            PIC 9(011) VALUE ZEROS.
       77  W-VALOR-X              PIC X(012) VALUE SPACES.
       77  W-IND-PJ               PIC 9(001) VALUE ZEROS.
       77  W-REVISTA              PIC 9(002) VALUE ZEROS.
       77  W-QT-PROP              PIC 9(004) VALUE ZEROS.
       77  W-IND-PR               PIC 9(004) VALUE ZEROS.
       77  W-QT-PEND              PIC 9(004) VALUE ZEROS.
       77  W-QT-APROV             PIC 9(004) VALUE ZEROS.
       77  W-QT-REJ               PIC 9(004) VALUE ZEROS.
       77  W-TOT-PROP             PIC 9(013) VALUE ZEROS.
       77  W-TOT-APROV            PIC 9(013) VALUE ZEROS.
       77  W-ARQ-ATRIB            PIC X(030) VALUE "COBRANCA_ATRIB.TXT".
       77  W-ARQ-ATNOV            PIC X(030) VALUE "COBRANCA_ATRIB.NOV".
       77  W-RC                   PIC 9(004) VALUE ZEROS COMP.
       77  W-APROVADA             PIC X(001) VALUE "N".
       77  W-QT-TIRADAS           PIC 9(004) VALUE ZEROS.
       77  W-MOTIVO               PIC X(040) VALUE SPACES.
       77  W-DIAS-ED              PIC ZZ.ZZ9.
       77  W-QT-GRUPOS            PIC 9(003) VALUE ZEROS.
       77  W-IND-GR               PIC 9(003) VALUE ZEROS.
       77  W-ACHOU-GR             PIC 9(003) VALUE ZEROS.
       77  W-QT-BAIX-MES          PIC 9(005) VALUE ZEROS.
       77  W-TOT-BAIX-MES         PIC 9(013) VALUE ZEROS.
       77  W-IND-FX               PIC 9(001) VALUE ZEROS.
       77  W-QT-ABERTO            PIC 9(005) VALUE ZEROS.
       77  W-TOT-ABERTO           PIC 9(013) VALUE ZEROS.
       77  W-TOT-PROVISAO         PIC 9(013) VALUE ZEROS.
       77  W-VALOR                PIC Z.ZZZ.ZZ9,99.
       77  W-VALOR-G              PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77  W-QT-ED                PIC ZZ.ZZ9.
       77  W-OPERADOR             PIC X(004) VALUE SPACES.
       77  W-ACHOU-OPERADOR       PIC X(001) VALUE "N".
           88  OPERADOR-AUTORIZADO         VALUE "S".
       77  W-OP-SENHA             PIC X(012) VALUE SPACES.
       77  W-OP-BLOQ              PIC X(001) VALUE SPACES.
       77  W-OP-AUT-PERDA         PIC X(001) VALUE SPACES.
       77  W-SENHA-DIG            PIC X(012) VALUE SPACES.
       77  W-SENHA-EMB            PIC X(012) VALUE SPACES.
       77  W-AC-RESULT            PIC X(009) VALUE SPACES.
      *    CONTAS DO FINANC.TXT: A CHAVE COMO ESTA' NO FINANC E COM 9
      *    DIGITOS (COMO O REMESSA DEVOLVE DO BANCO), O DEBITO EM
      *    CENTAVOS, O LOTE, SE ESTA' NA CARTEIRA (COBRANCA_ATRIB),
      *    A SITUACAO (A = ABERTA, B = BAIXADA POR PAGAMENTO, X = JA'
      *    BAIXADA POR PERDA, P = PAGAMENTO INFORMADO, R = PROMESSA
      *    NO PRAZO, N = PLANO DE RENEGOCIACAO EM ANDAMENTO) E, DO
      *    MESTRE, ASSINANTE, VENCIMENTO MAIS ANTIGO, REVISTA E
      *    EMPRESA.
       01  TAB-CONTAS.
           02  TC-ENT OCCURS 2000 TIMES.
               03 TC-SEQ          PIC X(009).
               03 TC-SEQ9         PIC X(009).
               03 TC-NOME         PIC X(030).
               03 TC-VALOR        PIC 9(011).
               03 TC-LOTE         PIC 9(003).
               03 TC-NA-CART      PIC X(001).
               03 TC-SIT          PIC X(001).
               03 TC-COD-ASS      PIC X(009).
               03 TC-VENC         PIC 9(008).
               03 TC-REVISTA      PIC 9(002).
               03 TC-EMPRESA      PIC X(010).
       01  TAB-PROP.
           02  TP-ENT OCCURS 2000 TIMES.
               03 TP-REG          PIC X(123).
               03 TP-NOVA         PIC X(001).
               03 TP-MOTIVO       PIC X(040).
      *    BAIXAS POR PERDA DO MES POR REVISTA/EMPRESA.
       01  TAB-GRUPOS.
           02  GR-ENT OCCURS 200 TIMES.
               03 GR-REVISTA      PIC 9(002).
               03 GR-EMPRESA      PIC X(010).
               03 GR-QT           PIC 9(005).
               03 GR-VALOR        PIC 9(013).
      *    FAIXAS DE ATRASO E PERCENTUAL DE PROVISAO DE CADA UMA: ATE'
      *    O LIMITE EM DIAS (A QUINTA PEGA O RESTO; A SEXTA E' A
      *    CONTA SEM VENCIMENTO NO MESTRE, PROVISIONADA POR INTEIRO).
       01  TAB-FAIXAS-VAL.
           02  FILLER PIC X(28) VALUE "00030005ATE 30 DIAS".
           02  FILLER PIC X(28) VALUE "00060010DE 31 A 60 DIAS".
           02  FILLER PIC X(28) VALUE "00090025DE 61 A 90 DIAS".
           02  FILLER PIC X(28) VALUE "00180050DE 91 A 180 DIAS".
           02  FILLER PIC X(28) VALUE "99999100ACIMA DE 180 DIAS".
           02  FILLER PIC X(28) VALUE "00000100SEM VENCIMENTO".
       01  TAB-FAIXAS REDEFINES TAB-FAIXAS-VAL.
           02  FX-ENT OCCURS 6 TIMES.
               03 FX-LIMITE       PIC 9(005).
               03 FX-PERC         PIC 9(003).
               03 FX-NOME         PIC X(020).
       01  TAB-FAIXAS-ACUM.
           02  FA-ENT OCCURS 6 TIMES.
               03 FA-QT           PIC 9(005).
               03 FA-VALOR        PIC 9(013).
               03 FA-PROV         PIC 9(013).
       01  W-DATA-AUX.
           02 W-DA-AAAA           PIC 9(004).
           02 W-DA-MM             PIC 9(002).
           02 W-DA-DD             PIC 9(002).
       01  W-DATA-ED.
           02 W-DE-DD             PIC 9(002).
           02 FILLER              PIC X(001) VALUE "/".
           02 W-DE-MM             PIC 9(002).
           02 FILLER              PIC X(001) VALUE "/".
           02 W-DE-AAAA           PIC 9(004).
       01  W-DATE.
           02 W-ANO               PIC 9(002).
           02 W-MES               PIC 9(002).
           02 W-DIA               PIC 9(002).
       01  W-TIME.
           02 W-HORA              PIC 9(002).
           02 W-MINU              PIC 9(002).
           02 W-SEGU              PIC 9(002).
       01  W-ALFA-CLARO.
           03 FILLER  PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           03 FILLER  PIC X(10) VALUE "0123456789".
       01  W-ALFA-EMB.
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

      *    LINHA DE AMBIENTE NO ALTO DOS RELATORIOS
       01  W-CAB-AMBIENTE.
           02  FILLER             PIC X(10) VALUE "AMBIENTE: ".
           02  W-CA-NOME          PIC X(10) VALUE SPACES.

      *    AREA DE CHAMADA DO ARQREL (MESMO LAYOUT DA LINKAGE DELE)
       01  W-ARQREL.
           02  W-AQ-ARQUIVO       PIC X(40).
           02  W-AQ-RELATORIO     PIC X(20).
           02  W-AQ-PROGRAMA      PIC X(10).
           02  W-AQ-PEDIDO        PIC X(20).
           02  W-AQ-COPIA         PIC X(40).
           02  W-AQ-RET           PIC X(01).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ESCOLHE-AMBIENTE    THRU FIM-ESCOLHE-AMBIENTE
           ACCEPT  W-HOJE    FROM      DATE YYYYMMDD
           MOVE    W-HOJE    TO        W-HOJE-X
           COMPUTE W-HOJE-INT =
                   FUNCTION INTEGER-OF-DATE(W-HOJE)
           ACCEPT  W-ARGC    FROM      ARGUMENT-NUMBER
           IF      W-ARGC    <         1
                   GO        MENU-PRINCIPAL.
           DISPLAY 1         UPON      ARGUMENT-NUMBER
           ACCEPT  W-MODO    FROM      ARGUMENT-VALUE
           IF      W-MODO    EQUAL     "P"
                   IF        W-ARGC    NOT       <         2
                             DISPLAY   2    UPON ARGUMENT-NUMBER
                             ACCEPT    W-DIAS-INF
                                       FROM ARGUMENT-VALUE
                             IF        W-DIAS-INF   >    ZEROS
                                       MOVE W-DIAS-INF TO W-DIAS-PERDA
                             END-IF
                   END-IF
                   PERFORM   PROPOE    THRU      FIM-PROPOE
                   STOP      RUN.
           IF      W-MODO    EQUAL     "R"
                   MOVE      W-HOJE-X (1 : 6)    TO   W-MES-REL
                   IF        W-ARGC    NOT       <         2
                             DISPLAY   2    UPON ARGUMENT-NUMBER
                             ACCEPT    W-PARAM FROM ARGUMENT-VALUE
                             IF        W-PARAM      NUMERIC
                                       MOVE W-PARAM TO W-MES-REL
                             END-IF
                   END-IF
                   PERFORM   PROVISAO  THRU      FIM-PROVISAO
                   STOP      RUN.
           DISPLAY "USO: PERDA P [DIAS]  OU  PERDA R [AAAAMM]"
           STOP    RUN.

       MENU-PRINCIPAL.
           DISPLAY " "
           DISPLAY "PERDA - BAIXA POR PERDA E PROVISAO DA COBRANCA"
           DISPLAY "1=PROPOR  2=LISTAR PROPOSTA  3=APROVAR  "
                   "4=PROVISAO DO MES  5=SAIR"
           ACCEPT  W-OPCAO
           EVALUATE W-OPCAO
               WHEN "1" PERFORM PEDE-DIAS
                             THRU FIM-PEDE-DIAS
                        PERFORM PROPOE
                             THRU FIM-PROPOE
               WHEN "2" PERFORM LISTA-PROPOSTA
                             THRU FIM-LISTA-PROPOSTA
               WHEN "3" PERFORM APROVA-PROPOSTA
                             THRU FIM-APROVA-PROPOSTA
               WHEN "4" PERFORM PEDE-MES
                             THRU FIM-PEDE-MES
                        PERFORM PROVISAO
                             THRU FIM-PROVISAO
               WHEN "5" GO TO TERMINO
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE
           GO      MENU-PRINCIPAL.
       TERMINO.
           STOP    RUN.

       PEDE-DIAS.
           DISPLAY "DIAS SEM PAGAMENTO PARA PROPOR (BRANCO = "
                   W-DIAS-PERDA "): "
           MOVE    ZEROS     TO        W-DIAS-INF
           ACCEPT  W-DIAS-INF
           IF      W-DIAS-INF          >         ZEROS
                   MOVE      W-DIAS-INF          TO   W-DIAS-PERDA.
       FIM-PEDE-DIAS.
           EXIT.

       PEDE-MES.
           MOVE    W-HOJE-X (1 : 6)    TO        W-MES-REL
           DISPLAY "MES DA PROVISAO AAAAMM (BRANCO = " W-MES-REL "): "
           MOVE    SPACES    TO        W-PARAM
           ACCEPT  W-PARAM
           IF      W-PARAM   NUMERIC
                   MOVE      W-PARAM   TO        W-MES-REL.
       FIM-PEDE-MES.
           EXIT.

      *-----------------------------------------------------------
      *    CARREGA-CONTAS: AS CONTAS DO FINANC.TXT COM A SITUACAO DE
      *    CADA UMA NA COBRANCA E OS DADOS DO ASSINANTE NO MESTRE.
      *-----------------------------------------------------------
       CARREGA-CONTAS.
           MOVE    ZEROS     TO        W-QT-CONTAS
           MOVE    "N"       TO        W-ESTOURO
           OPEN    INPUT     PFINANC
           IF      W-FS-FINANC         NOT       EQUAL     "00"
                   GO        FIM-CARREGA-CONTAS.
       LE-FINANC.
           READ    PFINANC   AT        END
                   CLOSE     PFINANC
                   GO        MARCA-CONTAS.
           IF      FN-SEQ    EQUAL     SPACES
                   GO        LE-FINANC.
           IF      W-QT-CONTAS         NOT       <         2000
                   DISPLAY "FINANC.TXT PASSA DE 2000 CONTAS - "
                           "AUMENTE A TAB-CONTAS DO PERDA"
                   CLOSE     PFINANC
                   MOVE      "S"       TO        W-ESTOURO
                   GO        FIM-CARREGA-CONTAS.
           ADD     1         TO        W-QT-CONTAS
           MOVE    FN-SEQ    TO        TC-SEQ (W-QT-CONTAS)
           MOVE    FN-NOME   TO        TC-NOME (W-QT-CONTAS)
           MOVE    ZEROS     TO        W-SEQ-N
           IF      FN-SEQ (1 : 6)      NUMERIC
                   MOVE      FN-SEQ (1 : 6)      TO   W-SEQ-N6
                   MOVE      W-SEQ-N6  TO        W-SEQ-N.
           MOVE    W-SEQ-N   TO        TC-SEQ9 (W-QT-CONTAS)
           MOVE    FN-DEBITO TO        W-VALOR-X
           PERFORM EXTRAI-CENTAVOS     THRU FIM-EXTRAI-CENTAVOS
           MOVE    W-VAL-CENTS         TO   TC-VALOR (W-QT-CONTAS)
           MOVE    ZEROS     TO        TC-LOTE (W-QT-CONTAS)
                                       TC-VENC (W-QT-CONTAS)
                                       TC-REVISTA (W-QT-CONTAS)
           MOVE    "N"       TO        TC-NA-CART (W-QT-CONTAS)
           MOVE    "A"       TO        TC-SIT (W-QT-CONTAS)
           MOVE    SPACES    TO        TC-COD-ASS (W-QT-CONTAS)
                                       TC-EMPRESA (W-QT-CONTAS)
           GO      LE-FINANC.
       MARCA-CONTAS.
           PERFORM CARREGA-LOTES       THRU FIM-CARREGA-LOTES
           PERFORM MARCA-BAIXADAS      THRU FIM-MARCA-BAIXADAS
           PERFORM MARCA-PERDAS        THRU FIM-MARCA-PERDAS
           PERFORM MARCA-PAGAMENTOS    THRU FIM-MARCA-PAGAMENTOS
           PERFORM MARCA-PROMESSAS     THRU FIM-MARCA-PROMESSAS
           PERFORM MARCA-PLANOS        THRU FIM-MARCA-PLANOS
           PERFORM LE-MESTRE           THRU FIM-LE-MESTRE.
       FIM-CARREGA-CONTAS.
           EXIT.

      *    O VALOR VEM EDITADO (Z.ZZZ.ZZ9,99): OS DIGITOS JUNTOS, COM
      *    OS DOIS DECIMAIS SEMPRE PRESENTES, SAO OS CENTAVOS.
       EXTRAI-CENTAVOS.
           MOVE    ZEROS     TO        W-VAL-CENTS
           PERFORM EXTRAI-UM-DIGITO    THRU FIM-EXTRAI-UM-DIGITO
                    VARYING W-I-CHAR FROM 1 BY 1
                    UNTIL   W-I-CHAR > 12.
       FIM-EXTRAI-CENTAVOS.
           EXIT.

       EXTRAI-UM-DIGITO.
           IF      W-VALOR-X (W-I-CHAR : 1)      NUMERIC
                   MOVE      W-VALOR-X (W-I-CHAR : 1) TO W-DIGITO
                   COMPUTE   W-VAL-CENTS = (W-VAL-CENTS * 10)
                                         + W-DIGITO.
       FIM-EXTRAI-UM-DIGITO.
           EXIT.

       CARREGA-LOTES.
           OPEN    INPUT     PATRIB
           IF      W-FS-ATRIB          NOT       EQUAL     "00"
                   GO        FIM-CARREGA-LOTES.
       LE-ATRIB.
           READ    PATRIB    AT        END
                   CLOSE     PATRIB
                   GO        FIM-CARREGA-LOTES.
           MOVE    AT-SEQ    TO        W-SEQ-BUSCA
           PERFORM LOCALIZA-CONTA      THRU FIM-LOCALIZA-CONTA
           IF      W-ACHOU-CTA         EQUAL     ZEROS
                   GO        LE-ATRIB.
           MOVE    "S"       TO        TC-NA-CART (W-ACHOU-CTA)
           IF      AT-LOTE   NUMERIC
                   MOVE      AT-LOTE   TO        TC-LOTE (W-ACHOU-CTA).
           GO      LE-ATRIB.
       FIM-CARREGA-LOTES.
           EXIT.

       MARCA-BAIXADAS.
           OPEN    INPUT     PBAIXA
           IF      W-FS-BAIXA          NOT       EQUAL     "00"
                   GO        FIM-MARCA-BAIXADAS.
       LE-BAIXA.
           READ    PBAIXA    AT        END
                   CLOSE     PBAIXA
                   GO        FIM-MARCA-BAIXADAS.
           MOVE    BX-SEQ    TO        W-SEQ-BUSCA
           PERFORM LOCALIZA-CONTA      THRU FIM-LOCALIZA-CONTA
           IF      W-ACHOU-CTA         >         ZEROS
                   MOVE      "B"       TO        TC-SIT (W-ACHOU-CTA).
           GO      LE-BAIXA.
       FIM-MARCA-BAIXADAS.
           EXIT.

       MARCA-PERDAS.
           OPEN    INPUT     PPERDA
           IF      W-FS-PERDA          NOT       EQUAL     "00"
                   GO        FIM-MARCA-PERDAS.
       LE-PERDA.
           READ    PPERDA    AT        END
                   CLOSE     PPERDA
                   GO        FIM-MARCA-PERDAS.
           MOVE    BP-SEQ    TO        W-SEQ-BUSCA
           PERFORM LOCALIZA-CONTA      THRU FIM-LOCALIZA-CONTA
           IF      W-ACHOU-CTA         >         ZEROS
                   MOVE      "X"       TO        TC-SIT (W-ACHOU-CTA).
           GO      LE-PERDA.
       FIM-MARCA-PERDAS.
           EXIT.

       MARCA-PAGAMENTOS.
           OPEN    INPUT     PPAGTO
           IF      W-FS-PAGTO          NOT       EQUAL     "00"
                   GO        FIM-MARCA-PAGAMENTOS.
       LE-PAGTO.
           READ    PPAGTO    AT        END
                   CLOSE     PPAGTO
                   GO        FIM-MARCA-PAGAMENTOS.
           MOVE    PG-SEQ    TO        W-SEQ-BUSCA
           PERFORM LOCALIZA-CONTA      THRU FIM-LOCALIZA-CONTA
           IF      W-ACHOU-CTA         >         ZEROS
              IF   TC-SIT (W-ACHOU-CTA)          EQUAL "A" OR "R"
                   MOVE      "P"       TO        TC-SIT (W-ACHOU-CTA).
           GO      LE-PAGTO.
       FIM-MARCA-PAGAMENTOS.
           EXIT.

      *    PROMESSA AINDA NO PRAZO (DATA PROMETIDA HOJE OU DEPOIS).
       MARCA-PROMESSAS.
           OPEN    INPUT     PACORDO
           IF      W-FS-ACORDO         NOT       EQUAL     "00"
                   GO        FIM-MARCA-PROMESSAS.
       LE-ACORDO.
           READ    PACORDO   AT        END
                   CLOSE     PACORDO
                   GO        FIM-MARCA-PROMESSAS.
           IF      AC-DATA-PROM        <         W-HOJE-X
                   GO        LE-ACORDO.
           MOVE    AC-SEQ    TO        W-SEQ-BUSCA
           PERFORM LOCALIZA-CONTA      THRU FIM-LOCALIZA-CONTA
           IF      W-ACHOU-CTA         >         ZEROS
              IF   TC-SIT (W-ACHOU-CTA)          EQUAL     "A"
                   MOVE      "R"       TO        TC-SIT (W-ACHOU-CTA).
           GO      LE-ACORDO.
       FIM-MARCA-PROMESSAS.
           EXIT.

      *    CONTA COM PLANO DE RENEGOCIACAO EM ANDAMENTO ESTA' SENDO
      *    PAGA PELO PLANO - NAO VAI PARA A PROPOSTA DE BAIXA.
       MARCA-PLANOS.
           OPEN    INPUT     PRENEG
           IF      W-FS-RENEG          NOT       EQUAL     "00"
                   GO        FIM-MARCA-PLANOS.
       LE-PLANO.
           READ    PRENEG    AT        END
                   CLOSE     PRENEG
                   GO        FIM-MARCA-PLANOS.
           IF      RN-TIPO   NOT EQUAL "P"
           OR      RN-SIT    NOT EQUAL "A"
                   GO        LE-PLANO.
           MOVE    RN-SEQ    TO        W-SEQ-BUSCA
           PERFORM LOCALIZA-CONTA      THRU FIM-LOCALIZA-CONTA
           IF      W-ACHOU-CTA         >         ZEROS
              IF   TC-SIT (W-ACHOU-CTA)          EQUAL "A" OR "R"
                   MOVE      "N"       TO        TC-SIT (W-ACHOU-CTA).
           GO      LE-PLANO.
       FIM-MARCA-PLANOS.
           EXIT.

      *    CONTA PELA CHAVE DO FINANC OU PELOS 9 DIGITOS DO BANCO.
       LOCALIZA-CONTA.
           MOVE    ZEROS     TO        W-ACHOU-CTA
           IF      W-SEQ-BUSCA         EQUAL     SPACES
                   GO        FIM-LOCALIZA-CONTA.
           PERFORM TESTA-CONTA         THRU FIM-TESTA-CONTA
                    VARYING W-IND-CTA FROM 1 BY 1
                    UNTIL   W-IND-CTA > W-QT-CONTAS
                       OR   W-ACHOU-CTA > ZEROS.
       FIM-LOCALIZA-CONTA.
           EXIT.

       TESTA-CONTA.
           IF      TC-SEQ (W-IND-CTA)  EQUAL     W-SEQ-BUSCA
           OR      TC-SEQ9 (W-IND-CTA) EQUAL     W-SEQ-BUSCA
                   MOVE      W-IND-CTA TO        W-ACHOU-CTA.
       FIM-TESTA-CONTA.
           EXIT.

      *-----------------------------------------------------------
      *    LE-MESTRE: PELA CONTA DO ULTIMO PEDIDO (MA-SEQ-FINANC), O
      *    ASSINANTE, O VENCIMENTO MAIS ANTIGO EM ATRASO, A REVISTA
      *    (PRIMEIRO PROJETO ATIVO; SEM ATIVO, O PRIMEIRO QUE HOUVER)
      *    E A EMPRESA. SEM MESTRE A CONTA FICA SEM VENCIMENTO.
      *-----------------------------------------------------------
       LE-MESTRE.
           MOVE    "N"       TO        W-FIM
           OPEN    INPUT     PMESTRE
           IF      W-FS-MESTRE         NOT       EQUAL     "00"
                   DISPLAY "CADASTRO MESTRE (ASSINANTE.DAT) "
                           "INDISPONIVEL = " W-FS-MESTRE
                           " - CONTAS FICAM SEM VENCIMENTO"
                   GO        FIM-LE-MESTRE.
       LE-UM-MESTRE.
           READ    PMESTRE   NEXT RECORD AT END
                   CLOSE     PMESTRE
                   GO        FIM-LE-MESTRE.
           IF      MA-SEQ-FINANC       EQUAL     SPACES
                   GO        LE-UM-MESTRE.
           MOVE    MA-SEQ-FINANC       TO        W-SEQ-BUSCA
           PERFORM LOCALIZA-CONTA      THRU FIM-LOCALIZA-CONTA
           IF      W-ACHOU-CTA         EQUAL     ZEROS
                   GO        LE-UM-MESTRE.
           MOVE    MA-COD-ASS          TO   TC-COD-ASS (W-ACHOU-CTA)
           MOVE    MA-EMPRESA          TO   TC-EMPRESA (W-ACHOU-CTA)
           IF      MA-VENC-ATRASO      NUMERIC
                   MOVE      MA-VENC-ATRASO
                             TO        TC-VENC (W-ACHOU-CTA).
           MOVE    ZEROS     TO        W-REVISTA
           PERFORM ACHA-REVISTA-ATIVA  THRU FIM-ACHA-REVISTA-ATIVA
                    VARYING W-IND-PJ FROM 1 BY 1
                    UNTIL   W-IND-PJ > 6 OR W-REVISTA > ZEROS
           PERFORM ACHA-REVISTA        THRU FIM-ACHA-REVISTA
                    VARYING W-IND-PJ FROM 1 BY 1
                    UNTIL   W-IND-PJ > 6 OR W-REVISTA > ZEROS
           MOVE    W-REVISTA TO        TC-REVISTA (W-ACHOU-CTA)
           GO      LE-UM-MESTRE.
       FIM-LE-MESTRE.
           EXIT.

       ACHA-REVISTA-ATIVA.
           IF      MA-PROJ-ATIVO (W-IND-PJ)
           AND     MA-NR-PROJ (W-IND-PJ) (2 : 2) NUMERIC
                   MOVE      MA-REVISTA (W-IND-PJ) TO W-REVISTA.
       FIM-ACHA-REVISTA-ATIVA.
           EXIT.

       ACHA-REVISTA.
           IF      MA-NR-PROJ (W-IND-PJ) (2 : 2) NUMERIC
                   MOVE      MA-REVISTA (W-IND-PJ) TO W-REVISTA.
       FIM-ACHA-REVISTA.
           EXIT.

      *-----------------------------------------------------------
      *    PROPOE: REFAZ A LISTA PERDA_PROPOSTA.TXT COM AS CONTAS DA
      *    CARTEIRA EM ABERTO HA' MAIS DE W-DIAS-PERDA DIAS.
      *-----------------------------------------------------------
       PROPOE.
           PERFORM CARREGA-CONTAS      THRU FIM-CARREGA-CONTAS
           IF      W-ESTOURO           EQUAL     "S"
                   DISPLAY "PROPOSTA NAO GERADA"
                   GO        FIM-PROPOE.
           IF      W-QT-CONTAS         EQUAL     ZEROS
                   DISPLAY "FINANC.TXT VAZIO OU AUSENTE - NADA A PROPOR"
                   GO        FIM-PROPOE.
           OPEN    OUTPUT    PPROP
           IF      W-FS-PROP           NOT       EQUAL     "00"
                   DISPLAY "ERRO NA GRAVACAO DO PERDA_PROPOSTA.TXT = "
                           W-FS-PROP
                   GO        FIM-PROPOE.
           MOVE    ZEROS     TO        W-QT-PROP W-TOT-PROP
           PERFORM PROPOE-CONTA        THRU FIM-PROPOE-CONTA
                    VARYING W-IND-CTA FROM 1 BY 1
                    UNTIL   W-IND-CTA > W-QT-CONTAS
           CLOSE   PPROP
           DIVIDE  W-TOT-PROP          BY 100    GIVING    W-VALOR-G
           DISPLAY "CONTAS PROPOSTAS PARA BAIXA: " W-QT-PROP
                   " (MAIS DE " W-DIAS-PERDA " DIAS)"
           DISPLAY "VALOR PROPOSTO.............: " W-VALOR-G
           DISPLAY "LISTA EM PERDA_PROPOSTA.TXT - APROVACAO PELO "
                   "SUPERVISOR (OPCAO 3)".
       FIM-PROPOE.
           EXIT.

       PROPOE-CONTA.
           IF      TC-NA-CART (W-IND-CTA)        NOT EQUAL "S"
           OR      TC-SIT (W-IND-CTA)  NOT EQUAL "A"
                   GO        FIM-PROPOE-CONTA.
           IF      TC-VENC (W-IND-CTA) EQUAL     ZEROS
                   GO        FIM-PROPOE-CONTA.
           COMPUTE W-DIAS = W-HOJE-INT
                   - FUNCTION INTEGER-OF-DATE(TC-VENC (W-IND-CTA))
           IF      W-DIAS    <         W-DIAS-PERDA
                   GO        FIM-PROPOE-CONTA.
           MOVE    SPACES    TO        REG-PROP
           MOVE    TC-SEQ (W-IND-CTA)  TO        PP-SEQ
           MOVE    TC-COD-ASS (W-IND-CTA)        TO   PP-COD-ASS
           MOVE    TC-LOTE (W-IND-CTA) TO        PP-LOTE
           MOVE    TC-VALOR (W-IND-CTA)          TO   PP-VALOR
           MOVE    W-DIAS    TO        PP-DIAS
           MOVE    TC-REVISTA (W-IND-CTA)        TO   PP-REVISTA
           MOVE    TC-EMPRESA (W-IND-CTA)        TO   PP-EMPRESA
           MOVE    W-HOJE    TO        PP-DATA
           MOVE    "P"       TO        PP-SIT
           MOVE    ZEROS     TO        PP-DT-DECISAO
           MOVE    TC-NOME (W-IND-CTA) TO        PP-NOME
           WRITE   REG-PROP
           ADD     1         TO        W-QT-PROP
           ADD     TC-VALOR (W-IND-CTA)          TO   W-TOT-PROP.
       FIM-PROPOE-CONTA.
           EXIT.

       LISTA-PROPOSTA.
           MOVE    ZEROS     TO        W-QT-PEND W-QT-APROV W-QT-REJ
           OPEN    INPUT     PPROP
           IF      W-FS-PROP           NOT       EQUAL     "00"
                   DISPLAY "PERDA_PROPOSTA.TXT AINDA NAO EXISTE"
                   GO        FIM-LISTA-PROPOSTA.
           DISPLAY "CONTA     ASSINANTE NOME                          "
                   "       DEBITO  DIAS SIT OPER".
       LE-LISTA.
           READ    PPROP     AT        END
                   CLOSE     PPROP
                   DISPLAY "PENDENTES " W-QT-PEND "  APROVADAS "
                           W-QT-APROV "  REJEITADAS " W-QT-REJ
                   GO        FIM-LISTA-PROPOSTA.
           EVALUATE PP-SIT
               WHEN "P" ADD 1 TO W-QT-PEND
               WHEN "A" ADD 1 TO W-QT-APROV
               WHEN "R" ADD 1 TO W-QT-REJ
           END-EVALUATE
           DIVIDE  PP-VALOR  BY 100    GIVING    W-VALOR
           DISPLAY PP-SEQ " " PP-COD-ASS " " PP-NOME " " W-VALOR " "
                   PP-DIAS "  " PP-SIT "  " PP-OPERADOR
           GO      LE-LISTA.
       FIM-LISTA-PROPOSTA.
           EXIT.

      *-----------------------------------------------------------
      *    APROVA-PROPOSTA: O SUPERVISOR PASSA PELAS CONTAS
      *    PENDENTES. AS APROVADAS ENTRAM NO BAIXA_PERDA.TXT E SAEM
      *    DO COBRANCA_ATRIB.TXT; A LISTA E' REGRAVADA COM A DECISAO.
      *    SE O RAZAO NAO PUDER SER GRAVADO, NADA E' ALTERADO.
      *-----------------------------------------------------------
       APROVA-PROPOSTA.
           PERFORM VALIDA-ACESSO       THRU FIM-VALIDA-ACESSO
           IF      NOT       OPERADOR-AUTORIZADO
                   DISPLAY "ACESSO NEGADO"
                   GO        FIM-APROVA-PROPOSTA.
           IF      W-OP-AUT-PERDA      NOT EQUAL "S"
                   DISPLAY "OPERADOR SEM AUTORIZACAO DE SUPERVISOR "
                           "PARA BAIXA POR PERDA - VER ADMOPER"
                   MOVE      "NEGADO"  TO        W-AC-RESULT
                   PERFORM   GRAVA-ACESSO THRU FIM-GRAVA-ACESSO
                   GO        FIM-APROVA-PROPOSTA.
           MOVE    "APROVACAO"         TO        W-AC-RESULT
           PERFORM GRAVA-ACESSO        THRU FIM-GRAVA-ACESSO
           PERFORM CARREGA-PROPOSTA    THRU FIM-CARREGA-PROPOSTA
           IF      W-QT-PEND           EQUAL     ZEROS
                   DISPLAY "NENHUMA CONTA PENDENTE NA PROPOSTA"
                   GO        FIM-APROVA-PROPOSTA.
           MOVE    "N"       TO        W-PARA
           MOVE    ZEROS     TO        W-QT-APROV W-QT-REJ W-TOT-APROV
           PERFORM DECIDE-PROPOSTA     THRU FIM-DECIDE-PROPOSTA
                    VARYING W-IND-PR FROM 1 BY 1
                    UNTIL   W-IND-PR > W-QT-PROP OR W-PARA = "S"
           IF      W-QT-APROV          EQUAL     ZEROS
           AND     W-QT-REJ            EQUAL     ZEROS
                   DISPLAY "NENHUMA DECISAO - PROPOSTA INALTERADA"
                   GO        FIM-APROVA-PROPOSTA.
           IF      W-QT-APROV          >         ZEROS
                   OPEN      EXTEND    PPERDA
                   IF        W-FS-PERDA     NOT  EQUAL     "00"
                             OPEN      OUTPUT    PPERDA
                   END-IF
                   IF        W-FS-PERDA     NOT  EQUAL     "00"
                             DISPLAY "ERRO NA GRAVACAO DO "
                                     "BAIXA_PERDA.TXT = " W-FS-PERDA
                                     " - NADA FOI BAIXADO"
                             GO        FIM-APROVA-PROPOSTA
                   END-IF
                   PERFORM   GRAVA-PERDA  THRU FIM-GRAVA-PERDA
                             VARYING W-IND-PR FROM 1 BY 1
                             UNTIL   W-IND-PR > W-QT-PROP
                   CLOSE     PPERDA
                   PERFORM   TIRA-DA-CARTEIRA
                             THRU FIM-TIRA-DA-CARTEIRA.
           PERFORM REGRAVA-PROPOSTA    THRU FIM-REGRAVA-PROPOSTA
           DIVIDE  W-TOT-APROV         BY 100    GIVING    W-VALOR-G
           DISPLAY "APROVADAS " W-QT-APROV "  REJEITADAS " W-QT-REJ
           DISPLAY "VALOR BAIXADO POR PERDA: " W-VALOR-G.
       FIM-APROVA-PROPOSTA.
           EXIT.

       CARREGA-PROPOSTA.
           MOVE    ZEROS     TO        W-QT-PROP W-QT-PEND
           OPEN    INPUT     PPROP
           IF      W-FS-PROP           NOT       EQUAL     "00"
                   DISPLAY "PERDA_PROPOSTA.TXT AINDA NAO EXISTE - "
                           "GERE A PROPOSTA (OPCAO 1)"
                   GO        FIM-CARREGA-PROPOSTA.
       LE-PROPOSTA.
           READ    PPROP     AT        END
                   CLOSE     PPROP
                   GO        FIM-CARREGA-PROPOSTA.
           IF      PP-SEQ    EQUAL     SPACES
                   GO        LE-PROPOSTA.
           IF      W-QT-PROP           NOT       <         2000
                   GO        LE-PROPOSTA.
           ADD     1         TO        W-QT-PROP
           MOVE    REG-PROP  TO        TP-REG (W-QT-PROP)
           MOVE    "N"       TO        TP-NOVA (W-QT-PROP)
           MOVE    SPACES    TO        TP-MOTIVO (W-QT-PROP)
           IF      PP-SIT    EQUAL     "P"
                   ADD       1         TO        W-QT-PEND.
           GO      LE-PROPOSTA.
       FIM-CARREGA-PROPOSTA.
           EXIT.

       DECIDE-PROPOSTA.
           MOVE    TP-REG (W-IND-PR)   TO        REG-PROP
           IF      PP-SIT    NOT EQUAL "P"
                   GO        FIM-DECIDE-PROPOSTA.
           DIVIDE  PP-VALOR  BY 100    GIVING    W-VALOR
           MOVE    PP-DIAS   TO        W-DIAS-ED
           DISPLAY " "
           DISPLAY "CONTA " PP-SEQ "  " PP-NOME
           DISPLAY "  ASSINANTE " PP-COD-ASS "  LOTE " PP-LOTE
                   "  REVISTA " PP-REVISTA "  EMPRESA " PP-EMPRESA
           DISPLAY "  DEBITO R$ " W-VALOR "  EM ATRASO HA' " W-DIAS-ED
                   " DIAS"
           DISPLAY "A=APROVA  R=REJEITA  F=ENCERRA  BRANCO=DEIXA "
                   "PENDENTE: "
           MOVE    SPACES    TO        W-OPCAO
           ACCEPT  W-OPCAO
           IF      W-OPCAO   EQUAL     "F"
                   MOVE      "S"       TO        W-PARA
                   GO        FIM-DECIDE-PROPOSTA.
           IF      W-OPCAO   NOT EQUAL "A" AND NOT EQUAL "R"
                   GO        FIM-DECIDE-PROPOSTA.
           MOVE    W-OPCAO   TO        PP-SIT
           MOVE    W-HOJE    TO        PP-DT-DECISAO
           MOVE    W-OPERADOR          TO        PP-OPERADOR
           MOVE    REG-PROP  TO        TP-REG (W-IND-PR)
           IF      W-OPCAO   EQUAL     "R"
                   ADD       1         TO        W-QT-REJ
                   GO        FIM-DECIDE-PROPOSTA.
           DISPLAY "MOTIVO (BRANCO = SEM PAGAMENTO HA' " W-DIAS-ED
                   " DIAS): "
           MOVE    SPACES    TO        W-MOTIVO
           ACCEPT  W-MOTIVO
           IF      W-MOTIVO  EQUAL     SPACES
                   STRING    "SEM PAGAMENTO HA' " PP-DIAS " DIAS"
                             DELIMITED BY SIZE INTO W-MOTIVO.
           MOVE    W-MOTIVO  TO        TP-MOTIVO (W-IND-PR)
           MOVE    "S"       TO        TP-NOVA (W-IND-PR)
           ADD     1         TO        W-QT-APROV
           ADD     PP-VALOR  TO        W-TOT-APROV.
       FIM-DECIDE-PROPOSTA.
           EXIT.

       GRAVA-PERDA.
           IF      TP-NOVA (W-IND-PR)  NOT EQUAL "S"
                   GO        FIM-GRAVA-PERDA.
           MOVE    TP-REG (W-IND-PR)   TO        REG-PROP
           MOVE    SPACES    TO        REG-PERDA
           MOVE    PP-SEQ    TO        BP-SEQ
           MOVE    PP-COD-ASS          TO        BP-COD-ASS
           MOVE    PP-LOTE   TO        BP-LOTE
           MOVE    PP-VALOR  TO        BP-VALOR
           MOVE    W-HOJE    TO        BP-DATA
           MOVE    W-OPERADOR          TO        BP-OPERADOR
           MOVE    PP-REVISTA          TO        BP-REVISTA
           MOVE    PP-EMPRESA          TO        BP-EMPRESA
           MOVE    PP-DIAS   TO        BP-DIAS
           MOVE    TP-MOTIVO (W-IND-PR)          TO   BP-MOTIVO
           WRITE   REG-PERDA.
       FIM-GRAVA-PERDA.
           EXIT.

       REGRAVA-PROPOSTA.
           OPEN    OUTPUT    PPROP
           IF      W-FS-PROP           NOT       EQUAL     "00"
                   DISPLAY "ERRO NA GRAVACAO DO PERDA_PROPOSTA.TXT = "
                           W-FS-PROP
                   GO        FIM-REGRAVA-PROPOSTA.
           PERFORM GRAVA-UMA-PROPOSTA  THRU FIM-GRAVA-UMA-PROPOSTA
                    VARYING W-IND-PR FROM 1 BY 1
                    UNTIL   W-IND-PR > W-QT-PROP
           CLOSE   PPROP.
       FIM-REGRAVA-PROPOSTA.
           EXIT.

       GRAVA-UMA-PROPOSTA.
           MOVE    TP-REG (W-IND-PR)   TO        REG-PROP
           WRITE   REG-PROP.
       FIM-GRAVA-UMA-PROPOSTA.
           EXIT.

      *    TIRA-DA-CARTEIRA: PASSA O COBRANCA_ATRIB.TXT PARA O
      *    COBRANCA_ATRIB.NOV SEM AS CONTAS APROVADAS NESTA SESSAO E
      *    TROCA UM PELO OUTRO (MESMO EXPEDIENTE DO FECHAMES).
       TIRA-DA-CARTEIRA.
           MOVE    ZEROS     TO        W-QT-TIRADAS
           OPEN    INPUT     PATRIB
           IF      W-FS-ATRIB          NOT       EQUAL     "00"
                   GO        FIM-TIRA-DA-CARTEIRA.
           OPEN    OUTPUT    PATNOV
           IF      W-FS-ATNOV          NOT       EQUAL     "00"
                   DISPLAY "ERRO NA GRAVACAO DO COBRANCA_ATRIB.NOV = "
                           W-FS-ATNOV " - CONTAS CONTINUAM NA CARTEIRA"
                   CLOSE     PATRIB
                   GO        FIM-TIRA-DA-CARTEIRA.
       LE-ATRIB-TIRA.
           READ    PATRIB    AT        END
                   CLOSE     PATRIB    PATNOV
                   GO        TROCA-ATRIB.
           MOVE    "N"       TO        W-APROVADA
           PERFORM TESTA-APROVADA      THRU FIM-TESTA-APROVADA
                    VARYING W-IND-PR FROM 1 BY 1
                    UNTIL   W-IND-PR > W-QT-PROP OR W-APROVADA = "S"
           IF      W-APROVADA          EQUAL     "S"
                   ADD       1         TO        W-QT-TIRADAS
                   GO        LE-ATRIB-TIRA.
           WRITE   REG-ATNOV FROM      REG-ATRIB
           GO      LE-ATRIB-TIRA.
       TROCA-ATRIB.
           CALL    "CBL_DELETE_FILE"   USING     W-ARQ-ATRIB
                   RETURNING W-RC
           CALL    "CBL_RENAME_FILE"   USING     W-ARQ-ATNOV
                                                 W-ARQ-ATRIB
                   RETURNING W-RC.
           IF      W-RC      NOT       EQUAL     ZEROS
                   DISPLAY "ATENCAO: COBRANCA_ATRIB.NOV NAO PODE SER "
                           "RENOMEADO - RENOMEIE PARA "
                           "COBRANCA_ATRIB.TXT NA MAO".
           DISPLAY "CONTAS RETIRADAS DA CARTEIRA: " W-QT-TIRADAS.
       FIM-TIRA-DA-CARTEIRA.
           EXIT.

       TESTA-APROVADA.
           IF      TP-NOVA (W-IND-PR)  EQUAL     "S"
           AND     TP-REG (W-IND-PR) (1 : 9)     EQUAL     AT-SEQ
                   MOVE      "S"       TO        W-APROVADA.
       FIM-TESTA-APROVADA.
           EXIT.

      *-----------------------------------------------------------
      *    PROVISAO: BAIXAS POR PERDA DO MES POR REVISTA/EMPRESA E O
      *    AGING DA CARTEIRA AINDA EM ABERTO (PELO VENCIMENTO MAIS
      *    ANTIGO NO MESTRE), COM A PROVISAO DE CADA FAIXA.
      *-----------------------------------------------------------
       PROVISAO.
           IF      W-MES-REL (5 : 2)   <         "01"
           OR      W-MES-REL (5 : 2)   >         "12"
                   DISPLAY "MES INVALIDO: " W-MES-REL
                   GO        FIM-PROVISAO.
           PERFORM CARREGA-CONTAS      THRU FIM-CARREGA-CONTAS
           IF      W-ESTOURO           EQUAL     "S"
                   DISPLAY "RELATORIO DE PROVISAO NAO EMITIDO"
                   GO        FIM-PROVISAO.
           OPEN    OUTPUT    RELAT
           IF      W-FS-RELAT          NOT       EQUAL     "00"
                   DISPLAY "ERRO NA ABERTURA DO PERDA_PROVISAO.TXT = "
                           W-FS-RELAT
                   GO        FIM-PROVISAO.
           WRITE   REG-RELAT           FROM      W-CAB-AMBIENTE
           MOVE    ZEROS     TO        W-QT-GRUPOS W-QT-BAIX-MES
                                       W-TOT-BAIX-MES W-QT-ABERTO
                                       W-TOT-ABERTO W-TOT-PROVISAO
           PERFORM ZERA-FAIXA          THRU FIM-ZERA-FAIXA
                    VARYING W-IND-FX FROM 1 BY 1
                    UNTIL   W-IND-FX > 6
           PERFORM SOMA-PERDAS-MES     THRU FIM-SOMA-PERDAS-MES
           PERFORM SOMA-ABERTA         THRU FIM-SOMA-ABERTA
                    VARYING W-IND-CTA FROM 1 BY 1
                    UNTIL   W-IND-CTA > W-QT-CONTAS
           MOVE    W-HOJE    TO        W-DATA-AUX
           PERFORM EDITA-DATA          THRU FIM-EDITA-DATA
           MOVE    SPACES    TO        REG-RELAT
           STRING  "PERDA - PROVISAO PARA DEVEDORES DUVIDOSOS - MES "
                   W-MES-REL "  EMITIDO EM " W-DATA-ED
                   DELIMITED BY SIZE INTO REG-RELAT
           WRITE   REG-RELAT
           MOVE    SPACES    TO        REG-RELAT
           WRITE   REG-RELAT
           MOVE    "BAIXAS POR PERDA NO MES (BAIXA_PERDA.TXT)"
                   TO        REG-RELAT
           WRITE   REG-RELAT
           MOVE    "REVISTA  EMPRESA     CONTAS                 VALOR"
                   TO        REG-RELAT
           WRITE   REG-RELAT
           PERFORM IMPRIME-GRUPO       THRU FIM-IMPRIME-GRUPO
                    VARYING W-IND-GR FROM 1 BY 1
                    UNTIL   W-IND-GR > W-QT-GRUPOS
           MOVE    W-QT-BAIX-MES       TO        W-QT-ED
           DIVIDE  W-TOT-BAIX-MES      BY 100    GIVING    W-VALOR-G
           MOVE    SPACES    TO        REG-RELAT
           STRING  "TOTAL BAIXADO       " W-QT-ED "  " W-VALOR-G
                   DELIMITED BY SIZE INTO REG-RELAT
           WRITE   REG-RELAT
           MOVE    SPACES    TO        REG-RELAT
           WRITE   REG-RELAT
           MOVE    "CARTEIRA EM ABERTO POR FAIXA DE ATRASO"
                   TO        REG-RELAT
           WRITE   REG-RELAT
           MOVE    "FAIXA                 CONTAS                 VALOR"
                   TO        REG-RELAT
           MOVE    "PROV%              PROVISAO"
                   TO        REG-RELAT (55 : 27)
           WRITE   REG-RELAT
           PERFORM IMPRIME-FAIXA       THRU FIM-IMPRIME-FAIXA
                    VARYING W-IND-FX FROM 1 BY 1
                    UNTIL   W-IND-FX > 6
           MOVE    W-QT-ABERTO         TO        W-QT-ED
           DIVIDE  W-TOT-ABERTO        BY 100    GIVING    W-VALOR-G
           MOVE    SPACES    TO        REG-RELAT
           STRING  "TOTAL EM ABERTO     " W-QT-ED "  " W-VALOR-G
                   DELIMITED BY SIZE INTO REG-RELAT
           DIVIDE  W-TOT-PROVISAO      BY 100    GIVING    W-VALOR-G
           MOVE    W-VALOR-G TO        REG-RELAT (61 : 17)
           WRITE   REG-RELAT
           MOVE    SPACES    TO        REG-RELAT
           WRITE   REG-RELAT
           MOVE    SPACES    TO        REG-RELAT
           STRING  "PROVISAO PARA DEVEDORES DUVIDOSOS: R$ " W-VALOR-G
                   DELIMITED BY SIZE INTO REG-RELAT
           WRITE   REG-RELAT
           CLOSE   RELAT
           PERFORM ARQUIVA-RELATORIO   THRU FIM-ARQUIVA-RELATORIO
           DISPLAY "BAIXADO POR PERDA NO MES " W-MES-REL ": "
                   W-QT-BAIX-MES " CONTA(S)"
           DISPLAY "PROVISAO PARA DEVEDORES DUVIDOSOS: R$ " W-VALOR-G
           DISPLAY "RELATORIO EM PERDA_PROVISAO.TXT".
       FIM-PROVISAO.
           EXIT.

       ZERA-FAIXA.
           MOVE    ZEROS     TO        FA-QT (W-IND-FX)
                                       FA-VALOR (W-IND-FX)
                                       FA-PROV (W-IND-FX).
       FIM-ZERA-FAIXA.
           EXIT.

       SOMA-PERDAS-MES.
           OPEN    INPUT     PPERDA
           IF      W-FS-PERDA          NOT       EQUAL     "00"
                   GO        FIM-SOMA-PERDAS-MES.
       LE-PERDA-MES.
           READ    PPERDA    AT        END
                   CLOSE     PPERDA
                   GO        FIM-SOMA-PERDAS-MES.
           IF      BP-DATA (1 : 6)     NOT EQUAL W-MES-REL
                   GO        LE-PERDA-MES.
           ADD     1         TO        W-QT-BAIX-MES
           ADD     BP-VALOR  TO        W-TOT-BAIX-MES
           MOVE    ZEROS     TO        W-ACHOU-GR
           PERFORM TESTA-GRUPO         THRU FIM-TESTA-GRUPO
                    VARYING W-IND-GR FROM 1 BY 1
                    UNTIL   W-IND-GR > W-QT-GRUPOS
                       OR   W-ACHOU-GR > ZEROS
           IF      W-ACHOU-GR          EQUAL     ZEROS
              IF   W-QT-GRUPOS         <         200
                   ADD       1         TO        W-QT-GRUPOS
                   MOVE      W-QT-GRUPOS         TO   W-ACHOU-GR
                   MOVE      BP-REVISTA
                             TO        GR-REVISTA (W-ACHOU-GR)
                   MOVE      BP-EMPRESA
                             TO        GR-EMPRESA (W-ACHOU-GR)
                   MOVE      ZEROS     TO        GR-QT (W-ACHOU-GR)
                                                 GR-VALOR (W-ACHOU-GR)
              ELSE
                   MOVE      200       TO        W-ACHOU-GR.
           ADD     1         TO        GR-QT (W-ACHOU-GR)
           ADD     BP-VALOR  TO        GR-VALOR (W-ACHOU-GR)
           GO      LE-PERDA-MES.
       FIM-SOMA-PERDAS-MES.
           EXIT.

       TESTA-GRUPO.
           IF      GR-REVISTA (W-IND-GR)         EQUAL     BP-REVISTA
           AND     GR-EMPRESA (W-IND-GR)         EQUAL     BP-EMPRESA
                   MOVE      W-IND-GR  TO        W-ACHOU-GR.
       FIM-TESTA-GRUPO.
           EXIT.

      *    EM ABERTO: SEM BAIXA, SEM PERDA E SEM PAGAMENTO INFORMADO
      *    (PROMESSA NO PRAZO E PLANO EM ANDAMENTO CONTINUAM EM
      *    ABERTO).
       SOMA-ABERTA.
           IF      TC-SIT (W-IND-CTA)  NOT EQUAL "A" AND NOT EQUAL "R"
                                       AND NOT EQUAL "N"
                   GO        FIM-SOMA-ABERTA.
           IF      TC-VENC (W-IND-CTA) EQUAL     ZEROS
                   MOVE      6         TO        W-IND-FX
                   GO        ACUMULA-FAIXA.
           COMPUTE W-DIAS = W-HOJE-INT
                   - FUNCTION INTEGER-OF-DATE(TC-VENC (W-IND-CTA))
           MOVE    1         TO        W-IND-FX.
       ACHA-FAIXA.
           IF      W-IND-FX  <         5
           AND     W-DIAS    >         FX-LIMITE (W-IND-FX)
                   ADD       1         TO        W-IND-FX
                   GO        ACHA-FAIXA.
       ACUMULA-FAIXA.
           ADD     1         TO        FA-QT (W-IND-FX) W-QT-ABERTO
           ADD     TC-VALOR (W-IND-CTA)
                   TO        FA-VALOR (W-IND-FX) W-TOT-ABERTO.
       FIM-SOMA-ABERTA.
           EXIT.

       IMPRIME-GRUPO.
           MOVE    GR-QT (W-IND-GR)    TO        W-QT-ED
           DIVIDE  GR-VALOR (W-IND-GR) BY 100    GIVING    W-VALOR-G
           MOVE    SPACES    TO        REG-RELAT
           STRING  "  " GR-REVISTA (W-IND-GR) "     "
                   GR-EMPRESA (W-IND-GR) " " W-QT-ED "  " W-VALOR-G
                   DELIMITED BY SIZE INTO REG-RELAT
           WRITE   REG-RELAT.
       FIM-IMPRIME-GRUPO.
           EXIT.

       IMPRIME-FAIXA.
           COMPUTE FA-PROV (W-IND-FX) ROUNDED =
                   FA-VALOR (W-IND-FX) * FX-PERC (W-IND-FX) / 100
           ADD     FA-PROV (W-IND-FX)  TO        W-TOT-PROVISAO
           MOVE    FA-QT (W-IND-FX)    TO        W-QT-ED
           DIVIDE  FA-VALOR (W-IND-FX) BY 100    GIVING    W-VALOR-G
           MOVE    SPACES    TO        REG-RELAT
           STRING  FX-NOME (W-IND-FX) W-QT-ED "  " W-VALOR-G "  "
                   FX-PERC (W-IND-FX) "%"
                   DELIMITED BY SIZE INTO REG-RELAT
           DIVIDE  FA-PROV (W-IND-FX)  BY 100    GIVING    W-VALOR-G
           MOVE    W-VALOR-G TO        REG-RELAT (61 : 17)
           WRITE   REG-RELAT.
       FIM-IMPRIME-FAIXA.
           EXIT.

       EDITA-DATA.
           MOVE    W-DA-DD   TO        W-DE-DD
           MOVE    W-DA-MM   TO        W-DE-MM
           MOVE    W-DA-AAAA TO        W-DE-AAAA.
       FIM-EDITA-DATA.
           EXIT.

      *-----------------------------------------------------------
      *    VALIDA-ACESSO: OPERADOR ATIVO E NAO BLOQUEADO DO
      *    OPERADOR.TXT, COM A SENHA QUANDO CADASTRADA (MESMO
      *    EMBARALHAMENTO DO ADMOPER); GUARDA A AUTORIZACAO DE
      *    SUPERVISOR DA BAIXA POR PERDA (COLUNA 66).
      *-----------------------------------------------------------
       VALIDA-ACESSO.
           MOVE    "N"       TO        W-ACHOU-OPERADOR
           MOVE    SPACES    TO        W-OP-AUT-PERDA
           DISPLAY "CODIGO DO SUPERVISOR: "
           ACCEPT  W-OPERADOR
           OPEN    INPUT     POPERADOR
           IF      W-FS-OPERADOR       NOT       EQUAL     "00"
                   DISPLAY "OPERADOR.TXT INDISPONIVEL"
                   GO        FIM-VALIDA-ACESSO.
       PROCURA-OPERADOR.
           READ    POPERADOR AT        END
                   GO        FIM-PROCURA-OPERADOR.
           IF      OP-COD    EQUAL     W-OPERADOR
           AND     OP-ATIVO  NOT EQUAL "N"
                   MOVE      "S"       TO        W-ACHOU-OPERADOR
                   MOVE      OP-SENHA  TO        W-OP-SENHA
                   MOVE      OP-BLOQUEADO        TO   W-OP-BLOQ
                   MOVE      OP-AUT-PERDA        TO   W-OP-AUT-PERDA.
           GO      PROCURA-OPERADOR.
       FIM-PROCURA-OPERADOR.
           CLOSE   POPERADOR.
           IF      NOT       OPERADOR-AUTORIZADO
                   GO        NEGA-ACESSO.
           IF      W-OP-BLOQ EQUAL     "B"
                   DISPLAY "OPERADOR BLOQUEADO - VER ADMOPER"
                   MOVE      "N"       TO        W-ACHOU-OPERADOR
                   MOVE      "BLOQUEADO"         TO   W-AC-RESULT
                   PERFORM   GRAVA-ACESSO THRU FIM-GRAVA-ACESSO
                   GO        FIM-VALIDA-ACESSO.
           IF      W-OP-SENHA          EQUAL     SPACES
                   GO        FIM-VALIDA-ACESSO.
           DISPLAY "SENHA: "
           ACCEPT  W-SENHA-DIG
           MOVE    W-SENHA-DIG         TO        W-SENHA-EMB
           INSPECT W-SENHA-EMB CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT W-SENHA-EMB CONVERTING W-ALFA-CLARO
                   TO W-ALFA-EMB
           IF      W-SENHA-EMB         EQUAL     W-OP-SENHA
                   GO        FIM-VALIDA-ACESSO.
           MOVE    "N"       TO        W-ACHOU-OPERADOR.
       NEGA-ACESSO.
           MOVE    "NEGADO"  TO        W-AC-RESULT
           PERFORM GRAVA-ACESSO        THRU FIM-GRAVA-ACESSO.
       FIM-VALIDA-ACESSO.
           EXIT.

      *-----------------------------------------------------------
      *    GRAVA-ACESSO: UMA LINHA EM ACESSO_LOG.TXT POR SESSAO DE
      *    APROVACAO (OU TENTATIVA NEGADA), COMO NOS VALIDA-ACESSO.
      *-----------------------------------------------------------
       GRAVA-ACESSO.
           OPEN    EXTEND    PACESSO
           IF      W-FS-ACESSO         NOT       EQUAL     "00"
                   OPEN      OUTPUT    PACESSO.
           IF      W-FS-ACESSO         NOT       EQUAL     "00"
                   GO        FIM-GRAVA-ACESSO.
           ACCEPT  W-DATE    FROM      DATE
           ACCEPT  W-TIME    FROM      TIME
           MOVE    SPACES    TO        REG-ACESSO
           MOVE    W-OPERADOR          TO        AC-COD
           MOVE    "PERDA"   TO        AC-PROGRAMA
           MOVE    W-DATE    TO        AC-DATA
           MOVE    W-TIME    TO        AC-HORA
           MOVE    W-AC-RESULT         TO        AC-RESULT
           WRITE   REG-ACESSO
           CLOSE   PACESSO.
       FIM-GRAVA-ACESSO.
           EXIT.

      *-----------------------------------------------------------
      *    ARQUIVA-RELATORIO: COPIA DATADA DO RELATORIO NO ARQUIVO
      *    DE RELATORIOS (ARQREL, INDICE ARQUIVO_REL.TXT) - A
      *    PROXIMA RODADA REGRAVA O RELATORIO NO MESMO NOME.
      *-----------------------------------------------------------
       ARQUIVA-RELATORIO.
           MOVE    SPACES    TO        W-ARQREL
           MOVE    "PERDA_PROVISAO.TXT"          TO   W-AQ-ARQUIVO
           MOVE    "PERDA"             TO        W-AQ-PROGRAMA
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
           MOVE    W-AM-NOME TO        W-CA-NOME
           DISPLAY "AMBIENTE: "        W-AM-NOME.
       FIM-ESCOLHE-AMBIENTE.
           EXIT.
