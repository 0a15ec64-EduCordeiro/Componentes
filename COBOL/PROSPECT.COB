       IDENTIFICATION DIVISION.
       PROGRAM-ID.      PROSPECT.
      *
      *  SELECAO DE CLIENTES PARA CAMPANHA DE CAPTACAO (MALA DIRETA
      *  A QUEM AINDA NAO E' ASSINANTE). A EXTRACAO DE ETIQUETAS DO
      *  LISTA_CLIENTE PEGA TODA A UF; AQUI O CADASTRO (CLIENTE.TXT)
      *  PASSA PELOS CRITERIOS DO ARQUIVO DE PARAMETROS E PELAS
      *  EXCLUSOES, NESTA ORDEM:
      *     ASSINANTE - CODIGO DE ASSINANTE COM PROJETO ATIVO NO
      *                 MESTRE (ASSINANTE.DAT) OU NOME+CEP NO
      *                 EXTRATO DE ASSINANTES (ASSINANTES.TXT)
      *     SUPRESSAO - LISTA NAO-PERTURBE (SUPRESSAO.TXT) DENTRO DA
      *                 VALIDADE, PELO CODIGO DE ASSINANTE OU PELO
      *                 PAR CEP+NOME (MESMO CASAMENTO DO XPGR47)
      *     SUSPEITO  - ENDERECO MARCADO PELO DEVOLUCAO
      *                 (SUSPEITOS.TXT; MARCA SEM CODIGO VALE PARA O
      *                 CEP INTEIRO)
      *     CAMPANHA  - JA' SELECIONADO NESTA MESMA ACAO, OU
      *                 CONTATADO POR OUTRA ACAO HA MENOS DE N DIAS
      *                 (HISTORICO CAMPANHA_HIST.TXT)
      *
      *  PARAMETROS (PADRAO PROSPECT_PARAM.TXT), UMA LINHA POR ITEM,
      *  TIPO NA COLUNA 1 E VALOR A PARTIR DA COLUNA 3:
      *     A TCCCC DESCRICAO   ACAO DA CAMPANHA (E-TP-ACAO + E-COD-
      *                         ACAO QUE VOLTA NOS PEDIDOS) - OBRIG.
      *     U SP                UF
      *     C NOME DA CIDADE    CIDADE
      *     F 01000000 05999999 FAIXA DE CEP
      *     P C                 PREFERENCIA DE CONTATO (C/T/E; EM
      *                         BRANCO = SEM PREFERENCIA INFORMADA)
      *     D 090               CARENCIA EM DIAS ENTRE CAMPANHAS
      *                         (PADRAO 90)
      *     H F                 UMA PECA POR DOMICILIO (DOMICILIOS.TXT
      *                         DO DOMICILIO): F = ENDERECADA A
      *                         "FAMILIA <SOBRENOME>", P = AO MEMBRO
      *                         PRINCIPAL. SEM A LINHA, UMA POR CLIENTE
      *  CRITERIO SEM LINHA NAO FILTRA; VARIAS LINHAS DO MESMO TIPO
      *  VALEM QUALQUER UMA DELAS.
      *
      *  SAIDAS: ARQUIVO DA CAMPANHA PROSPECT_<ACAO>.TXT (UM
      *  CLIENTE POR LINHA, COM A ACAO NA FRENTE), O HISTORICO
      *  CAMPANHA_HIST.TXT (ACRESCIDO - ACAO, DATA E CLIENTE; E'
      *  DELE QUE A RESPOSTA SE MEDE CONTRA OS PEDIDOS "NO" QUE
      *  VOLTAM COM A ACAO) E O RELATORIO PROSPECT_REL.TXT COM CADA
      *  EXCLUIDO E O MOTIVO, MAIS OS TOTAIS.
      *
      *  NA OPCAO POR DOMICILIO A PECA VAI PARA O PRIMEIRO MEMBRO QUE
      *  PASSA PELAS EXCLUSOES (O CADASTRO E' LIDO EM ORDEM DE CODIGO
      *  E O PRINCIPAL E' O DE MENOR CODIGO, ENTAO E' ELE SEMPRE QUE
      *  NAO FOR EXCLUIDO); OS DEMAIS SAEM NO RELATORIO COMO MESMO
      *  DOMICILIO E CADA PECA POUPADA VAI PARA O ECONOMIA_DOMIC.TXT.
      *
      *  CHAMADA DESATENDIDA:
      *     PROSPECT [ARQUIVO-DE-PARAMETROS]
      *
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT       PPARAM         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-PARAM
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       CLIENTE        ASSIGN    TO   "CLIENTE.TXT"
                        ORGANIZATION             IS   INDEXED
                        ACCESS         MODE      IS   DYNAMIC
                        RECORD         KEY       IS   CLIENTE-CODIGO
                        ALTERNATE RECORD KEY IS CLIENTE-CEP
                                  WITH DUPLICATES
                        ALTERNATE RECORD KEY IS CLIENTE-NOME
                                  WITH DUPLICATES
                        FILE STATUS              IS   FS-CLIENTE.
           SELECT       PMESTRE        ASSIGN    TO   DISK
                        ORGANIZATION             IS   INDEXED
                        ACCESS         MODE      IS   DYNAMIC
                        RECORD         KEY       IS   MA-COD-ASS
                        FILE STATUS              IS   W-FS-MESTRE.
           SELECT       PASSEXT        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-ASSEXT
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PSUPTAB        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-SUPTAB
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PSUSP          ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-SUSP
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PHIST          ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-HIST
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PSAIDA         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-SAIDA
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PRELAT         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-RELAT
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PDOMIC         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-DOMIC
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PECON          ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-ECON
                        ACCESS         MODE      IS   SEQUENTIAL.

       DATA        DIVISION.
       FILE        SECTION.
       FD  PPARAM
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS ARQ-PARAM.
       01  REG-PARAM.
           02  PR-TIPO            PIC X(001).
           02  FILLER             PIC X(001).
           02  PR-VALOR           PIC X(060).
           02  PR-ACAO-CAMP REDEFINES PR-VALOR.
               03 PR-ACAO         PIC X(005).
               03 FILLER          PIC X(001).
               03 PR-DESCR        PIC X(040).
               03 FILLER          PIC X(014).
           02  PR-FAIXA REDEFINES PR-VALOR.
               03 PR-CEP-INI      PIC X(008).
               03 FILLER          PIC X(001).
               03 PR-CEP-FIM      PIC X(008).
               03 FILLER          PIC X(043).
           02  PR-CARENCIA REDEFINES PR-VALOR.
               03 PR-DIAS         PIC X(003).
               03 FILLER          PIC X(057).

      *    MESMO LAYOUT DO LISTA_CLIENTE.
       FD  CLIENTE.
       01  REG-CLIENTE.
           02 CLIENTE-NOME        PIC X(040).
           02 CLIENTE-RUA         PIC X(080).
           02 CLIENTE-BAIRRO      PIC X(040).
           02 CLIENTE-CIDADE      PIC X(040).
           02 CLIENTE-UF          PIC X(003).
           02 CLIENTE-CEP         PIC 9(008).
           02 CLIENTE-TELEFONE    PIC X(015).
           02 CLIENTE-EMAIL       PIC X(050).
           02 CLIENTE-PREF-CON    PIC X(001).
           02 CLIENTE-CODIGO      PIC 9(009).
           02 CLIENTE-COD-ASS     PIC X(009).

      *-----------------------------------------------------------
      *    MESMO LAYOUT QUE O ATUALIZA-MESTRE DO XPGR47 MANTEM.
       FD  PMESTRE
           LABEL RECORD ARE STANDARD
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

      *    MESMO LAYOUT DO REPETIDO.
       FD  PASSEXT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ASSINANTES.TXT".
       01  REG-ASSEXT.
           02  AE-NOME            PIC X(030).
           02  AE-CEP             PIC X(008).
           02  FILLER             PIC X(034).

      *    MESMO LAYOUT DO ADMSUP.
       FD  PSUPTAB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "SUPRESSAO.TXT".
       01  REG-SUPTAB.
           02  SU-COD             PIC X(009).
           02  FILLER             PIC X(001).
           02  SU-CEP             PIC X(008).
           02  FILLER             PIC X(001).
           02  SU-NOME            PIC X(030).
           02  FILLER             PIC X(001).
           02  SU-MOTIVO          PIC X(003).
           02  FILLER             PIC X(001).
           02  SU-FONTE           PIC X(001).
           02  FILLER             PIC X(001).
           02  SU-VALIDADE        PIC X(008).

      *    MESMO LAYOUT DO DEVOLUCAO.
       FD  PSUSP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "SUSPEITOS.TXT".
       01  REG-SUSP.
           02  SP-CEP             PIC 9(008).
           02  FILLER             PIC X(002).
           02  SP-MOTIVO          PIC X(003).
           02  FILLER             PIC X(002).
           02  SP-DATA            PIC X(008).
           02  FILLER             PIC X(002).
           02  SP-CODIGO          PIC 9(009).

      *-----------------------------------------------------------
      *    HISTORICO DAS CAMPANHAS: UMA LINHA POR CLIENTE
      *    SELECIONADO - ACAO, DATA DA SELECAO, CODIGO, CEP E NOME.
      *-----------------------------------------------------------
       FD  PHIST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAMPANHA_HIST.TXT".
       01  REG-HIST.
           02  CH-ACAO            PIC X(005).
           02  FILLER             PIC X(001).
           02  CH-DATA            PIC 9(008).
           02  FILLER             PIC X(001).
           02  CH-CODIGO          PIC 9(009).
           02  FILLER             PIC X(001).
           02  CH-CEP             PIC 9(008).
           02  FILLER             PIC X(001).
           02  CH-NOME            PIC X(040).

      *    ARQUIVO DA CAMPANHA - ENTRADA DA MALA DIRETA.
       FD  PSAIDA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS ARQ-SAIDA.
       01  REG-SAIDA.
           02  PC-ACAO            PIC X(005).
           02  FILLER             PIC X(001).
           02  PC-CODIGO          PIC 9(009).
           02  FILLER             PIC X(001).
           02  PC-NOME            PIC X(040).
           02  FILLER             PIC X(001).
           02  PC-RUA             PIC X(080).
           02  FILLER             PIC X(001).
           02  PC-BAIRRO          PIC X(040).
           02  FILLER             PIC X(001).
           02  PC-CIDADE          PIC X(040).
           02  FILLER             PIC X(001).
           02  PC-UF              PIC X(003).
           02  FILLER             PIC X(001).
           02  PC-CEP             PIC 9(008).
           02  FILLER             PIC X(001).
           02  PC-PREF-CON        PIC X(001).
           02  FILLER             PIC X(001).
           02  PC-EMAIL           PIC X(050).
           02  FILLER             PIC X(001).
           02  PC-TELEFONE        PIC X(015).

       FD  PRELAT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PROSPECT_REL.TXT".
       01  REG-RELAT              PIC X(132).

      *    MESMO LAYOUT DO DOMICILIO.
       FD  PDOMIC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DOMICILIOS.TXT".
       01  REG-DOMIC.
           02  HD-CODIGO          PIC 9(009).
           02  FILLER             PIC X(001).
           02  HD-DOMICILIO       PIC 9(009).
           02  FILLER             PIC X(001).
           02  HD-PRINCIPAL       PIC X(001).
           02  FILLER             PIC X(001).
           02  HD-QT-MEMBROS      PIC 9(003).
           02  FILLER             PIC X(001).
           02  HD-SOBRENOME       PIC X(020).
           02  FILLER             PIC X(001).
           02  HD-NOME-PRINC      PIC X(040).

      *    MESMO LAYOUT DO DOMICILIO.
       FD  PECON
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ECONOMIA_DOMIC.TXT".
       01  REG-ECON.
           02  EC-TIPO            PIC X(001).
           02  FILLER             PIC X(001).
           02  EC-CAMPANHA        PIC X(010).
           02  FILLER             PIC X(001).
           02  EC-DATA            PIC 9(008).
           02  FILLER             PIC X(001).
           02  EC-UF              PIC X(002).
           02  FILLER             PIC X(001).
           02  EC-CEP5            PIC 9(005).
           02  FILLER             PIC X(001).
           02  EC-QT-PECAS        PIC 9(007).
           02  FILLER             PIC X(001).
           02  EC-QT-POUPADAS     PIC 9(007).

       WORKING-STORAGE  SECTION.
       77  W-FS-PARAM             PIC X(002) VALUE SPACES.
       01  FS-CLIENTE             PIC X(002) VALUE SPACES.
       77  W-FS-MESTRE            PIC X(002) VALUE SPACES.
       77  W-FS-ASSEXT            PIC X(002) VALUE SPACES.
       77  W-FS-SUPTAB            PIC X(002) VALUE SPACES.
       77  W-FS-SUSP              PIC X(002) VALUE SPACES.
       77  W-FS-HIST              PIC X(002) VALUE SPACES.
       77  W-FS-SAIDA             PIC X(002) VALUE SPACES.
       77  W-FS-RELAT             PIC X(002) VALUE SPACES.
       77  W-FS-DOMIC             PIC X(002) VALUE SPACES.
       77  W-FS-ECON              PIC X(002) VALUE SPACES.
       77  W-ARGC                 PIC 9(002) VALUE ZEROS.
       77  ARQ-PARAM              PIC X(030) VALUE SPACES.
       77  ARQ-SAIDA              PIC X(030) VALUE SPACES.
       77  W-MESTRE-OK            PIC X(001) VALUE "N".
       77  W-FIM                  PIC X(001) VALUE "N".
       77  W-HOJE                 PIC 9(008) VALUE ZEROS.
       77  W-CORTE                PIC 9(008) VALUE ZEROS.
       77  W-DIAS                 PIC 9(003) VALUE 90.
       77  W-ACAO                 PIC X(005) VALUE SPACES.
       77  W-DESCR                PIC X(040) VALUE SPACES.
       77  W-MOTIVO               PIC X(030) VALUE SPACES.
       77  W-ACHOU                PIC X(001) VALUE "N".
       77  W-IND                  PIC 9(005) VALUE ZEROS.
       77  W-IND-PRJ              PIC 9(001) VALUE ZEROS.
       77  W-VALID-SUP            PIC 9(008) VALUE ZEROS.
       77  W-CIDADE-CLI           PIC X(040) VALUE SPACES.
       77  W-NOME-CLI             PIC X(030) VALUE SPACES.
       77  W-QT-LIDOS             PIC 9(007) VALUE ZEROS.
       77  W-QT-FORA              PIC 9(007) VALUE ZEROS.
       77  W-QT-SELEC             PIC 9(007) VALUE ZEROS.
       77  W-QT-EXC-ASS           PIC 9(007) VALUE ZEROS.
       77  W-QT-EXC-SUP           PIC 9(007) VALUE ZEROS.
       77  W-QT-EXC-SUSP          PIC 9(007) VALUE ZEROS.
       77  W-QT-EXC-CAMP          PIC 9(007) VALUE ZEROS.
       77  W-QT-DOM-POUP          PIC 9(007) VALUE ZEROS.
      *    UMA PECA POR DOMICILIO: F = "FAMILIA <SOBRENOME>",
      *    P = MEMBRO PRINCIPAL, BRANCO = UMA PECA POR CLIENTE.
       77  W-DOMIC-MODO           PIC X(001) VALUE SPACES.
       77  W-NOME-PECA            PIC X(040) VALUE SPACES.
       77  W-ACHOU-DOM            PIC 9(005) VALUE ZEROS.
      *    BUSCA BINARIA E ORDENACAO (INSERCAO DIRETA), COMO NO
      *    CARREGA-SUPRESSAO DO XPGR47.
       77  W-BIN-LO               PIC 9(005) VALUE ZEROS.
       77  W-BIN-HI               PIC 9(005) VALUE ZEROS.
       77  W-BIN-MID              PIC 9(005) VALUE ZEROS.
       77  W-ORD-I                PIC 9(005) VALUE ZEROS.
       77  W-ORD-J                PIC 9(005) VALUE ZEROS.
       77  W-ORD-K                PIC 9(005) VALUE ZEROS.

      *    CRITERIOS DA SELECAO.
       01  TAB-CRITERIOS.
           02 W-QT-UF             PIC 9(002) VALUE ZEROS.
           02 TCR-UF              PIC X(002) OCCURS 30 TIMES.
           02 W-QT-CID            PIC 9(002) VALUE ZEROS.
           02 TCR-CIDADE          PIC X(040) OCCURS 50 TIMES.
           02 W-QT-FX             PIC 9(002) VALUE ZEROS.
           02 TCR-FAIXA OCCURS 50 TIMES.
              03 TCR-CEP-INI      PIC 9(008).
              03 TCR-CEP-FIM      PIC 9(008).
           02 W-QT-PREF           PIC 9(002) VALUE ZEROS.
           02 TCR-PREF            PIC X(001) OCCURS 5 TIMES.

      *    EXTRATO DE ASSINANTES: NOME+CEP, ORDENADO.
       01  TAB-ASSEXT.
           02 W-QT-ASS            PIC 9(005) VALUE ZEROS.
           02 TAS-CHAVE           PIC X(038) OCCURS 20000 TIMES.
       01  W-CHAVE-NC             PIC X(038) VALUE SPACES.
       01  W-ASS-GUARDA           PIC X(038) VALUE SPACES.

      *    NAO-PERTURBE DENTRO DA VALIDADE.
       01  TAB-SUPRESSAO.
           02 W-QT-SUP            PIC 9(004) VALUE ZEROS.
           02 TSU-ENT OCCURS 5000 TIMES.
              03 TSU-COD          PIC X(009).
              03 TSU-CHAVE        PIC X(038).

      *    MARCAS DE ENDERECO SUSPEITO.
       01  TAB-SUSPEITOS.
           02 W-QT-SUSP           PIC 9(004) VALUE ZEROS.
           02 TSP-ENT OCCURS 3000 TIMES.
              03 TSP-CEP          PIC 9(008).
              03 TSP-CODIGO       PIC 9(009).

      *    CONTATOS QUE IMPEDEM A SELECAO: "M" = MESMA ACAO,
      *    "R" = OUTRA ACAO DENTRO DA CARENCIA. ORDENADO POR CODIGO.
       01  TAB-CONTATOS.
           02 W-QT-CONT           PIC 9(005) VALUE ZEROS.
           02 TCT-ENT OCCURS 30000 TIMES.
              03 TCT-CODIGO       PIC 9(009).
              03 TCT-TIPO         PIC X(001).
              03 TCT-ACAO         PIC X(005).
              03 TCT-DATA         PIC 9(008).
       01  W-CONT-GUARDA.
           02 WCG-CODIGO          PIC 9(009).
           02 FILLER              PIC X(014).

      *    MEMBROS DE DOMICILIOS COM MAIS DE UM CLIENTE, NA ORDEM DE
      *    CODIGO EM QUE O DOMICILIO GRAVA O DOMICILIOS.TXT.
       01  TAB-DOMICILIOS.
           02 W-QT-DOM            PIC 9(005) VALUE ZEROS.
           02 TDM-ENT OCCURS 10000 TIMES.
              03 TDM-CODIGO       PIC 9(009).
              03 TDM-DOMICILIO    PIC 9(009).
              03 TDM-SOBRENOME    PIC X(020).

      *    DOMICILIOS QUE JA' RECEBERAM A PECA NESTA RODADA,
      *    ORDENADOS.
       01  TAB-DOM-ENVIADOS.
           02 W-QT-DOM-ENV        PIC 9(005) VALUE ZEROS.
           02 TDE-DOMICILIO       PIC 9(009) OCCURS 10000 TIMES.

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
                   ACCEPT  ARQ-PARAM   FROM      ARGUMENT-VALUE
           ELSE
                   DISPLAY "PROSPECT - SELECAO PARA CAMPANHA"
                   DISPLAY "ARQUIVO DE PARAMETROS (BRANCO = "
                           "PROSPECT_PARAM.TXT): "
                   ACCEPT  ARQ-PARAM.
           IF      ARQ-PARAM EQUAL     SPACES
                   MOVE      "PROSPECT_PARAM.TXT" TO  ARQ-PARAM.
           ACCEPT  W-HOJE    FROM      DATE      YYYYMMDD
           PERFORM CARREGA-PARAMETROS  THRU FIM-CARREGA-PARAMETROS
           IF      W-ACAO    EQUAL     SPACES
                   DISPLAY "PARAMETROS SEM A ACAO DA CAMPANHA (LINHA "
                           "A) - NADA SELECIONADO"
                   STOP RUN.
           COMPUTE W-CORTE   =  FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (W-HOJE) - W-DIAS)
           PERFORM CARREGA-ASSEXT      THRU FIM-CARREGA-ASSEXT
           PERFORM CARREGA-SUPRESSAO   THRU FIM-CARREGA-SUPRESSAO
           PERFORM CARREGA-SUSPEITOS   THRU FIM-CARREGA-SUSPEITOS
           PERFORM CARREGA-HISTORICO   THRU FIM-CARREGA-HISTORICO
           IF      W-DOMIC-MODO        NOT       EQUAL     SPACES
                   PERFORM   CARREGA-DOMICILIOS
                             THRU FIM-CARREGA-DOMICILIOS.
           OPEN    INPUT     CLIENTE
           IF      FS-CLIENTE          NOT       EQUAL     "00"
                   DISPLAY "CLIENTE.TXT INDISPONIVEL = " FS-CLIENTE
                   STOP RUN.
           OPEN    INPUT     PMESTRE
           IF      W-FS-MESTRE         EQUAL     "00"
                   MOVE      "S"       TO        W-MESTRE-OK
           ELSE
                   DISPLAY "AVISO: ASSINANTE.DAT INDISPONIVEL - SO' O "
                           "ASSINANTES.TXT IDENTIFICA ASSINANTES".
           MOVE    SPACES    TO        ARQ-SAIDA
           STRING  "PROSPECT_" W-ACAO ".TXT"
                   DELIMITED BY SIZE INTO ARQ-SAIDA
           OPEN    OUTPUT    PSAIDA    PRELAT
           WRITE   REG-RELAT           FROM      W-CAB-AMBIENTE
           OPEN    EXTEND    PHIST
           IF      W-FS-HIST NOT       EQUAL     "00"
                   OPEN      OUTPUT    PHIST.
           MOVE    SPACES    TO        REG-RELAT
           STRING  "PROSPECT - CAMPANHA " W-ACAO " " W-DESCR
                   " - " W-HOJE
                   DELIMITED BY SIZE INTO REG-RELAT
           WRITE   REG-RELAT
           MOVE    SPACES    TO        REG-RELAT
           STRING  "CRITERIOS: UF " W-QT-UF "  CIDADES " W-QT-CID
                   "  FAIXAS DE CEP " W-QT-FX "  PREFERENCIAS "
                   W-QT-PREF "  CARENCIA " W-DIAS " DIAS (DESDE "
                   W-CORTE ")"
                   DELIMITED BY SIZE INTO REG-RELAT
           WRITE   REG-RELAT
           IF      W-DOMIC-MODO        NOT       EQUAL     SPACES
                   MOVE      SPACES    TO        REG-RELAT
                   STRING    "UMA PECA POR DOMICILIO (" W-DOMIC-MODO
                             ") - " W-QT-DOM " CLIENTES EM DOMICILIOS "
                             "DE MAIS DE UM MEMBRO"
                             DELIMITED BY SIZE INTO REG-RELAT
                   WRITE     REG-RELAT
                   OPEN      EXTEND    PECON
                   IF        W-FS-ECON NOT       EQUAL     "00"
                             OPEN      OUTPUT    PECON.
           MOVE    SPACES    TO        REG-RELAT
           WRITE   REG-RELAT
           MOVE    SPACES    TO        REG-RELAT
           STRING  "CODIGO    NOME" DELIMITED BY SIZE INTO REG-RELAT
           MOVE    "CEP      MOTIVO DA EXCLUSAO" TO REG-RELAT (52 : 26)
           WRITE   REG-RELAT.
       LE-CLIENTE.
           READ    CLIENTE   NEXT RECORD AT END
                   GO        FIM-CLIENTE.
           ADD     1         TO        W-QT-LIDOS
           PERFORM APLICA-CRITERIOS    THRU FIM-APLICA-CRITERIOS
           IF      W-ACHOU   EQUAL     "N"
                   ADD       1         TO        W-QT-FORA
                   GO        LE-CLIENTE.
           PERFORM APLICA-EXCLUSOES    THRU FIM-APLICA-EXCLUSOES
           MOVE    SPACES    TO        W-NOME-PECA
           IF      W-MOTIVO  EQUAL     SPACES
           AND     W-DOMIC-MODO        NOT       EQUAL     SPACES
                   PERFORM   CONFERE-DOMICILIO
                             THRU FIM-CONFERE-DOMICILIO.
           IF      W-MOTIVO  NOT       EQUAL     SPACES
                   MOVE      SPACES    TO        REG-RELAT
                   STRING    CLIENTE-CODIGO " " CLIENTE-NOME " "
                             CLIENTE-CEP " " W-MOTIVO
                             DELIMITED BY SIZE INTO REG-RELAT
                   WRITE     REG-RELAT
                   GO        LE-CLIENTE.
           ADD     1         TO        W-QT-SELEC
           MOVE    SPACES    TO        REG-SAIDA
           MOVE    W-ACAO    TO        PC-ACAO
           MOVE    CLIENTE-CODIGO      TO        PC-CODIGO
           MOVE    CLIENTE-NOME        TO        PC-NOME
           IF      W-NOME-PECA         NOT       EQUAL     SPACES
                   MOVE      W-NOME-PECA         TO   PC-NOME.
           MOVE    CLIENTE-RUA         TO        PC-RUA
           MOVE    CLIENTE-BAIRRO      TO        PC-BAIRRO
           MOVE    CLIENTE-CIDADE      TO        PC-CIDADE
           MOVE    CLIENTE-UF          TO        PC-UF
           MOVE    CLIENTE-CEP         TO        PC-CEP
           MOVE    CLIENTE-PREF-CON    TO        PC-PREF-CON
           MOVE    CLIENTE-EMAIL       TO        PC-EMAIL
           MOVE    CLIENTE-TELEFONE    TO        PC-TELEFONE
           WRITE   REG-SAIDA
           MOVE    SPACES    TO        REG-HIST
           MOVE    W-ACAO    TO        CH-ACAO
           MOVE    W-HOJE    TO        CH-DATA
           MOVE    CLIENTE-CODIGO      TO        CH-CODIGO
           MOVE    CLIENTE-CEP         TO        CH-CEP
           MOVE    CLIENTE-NOME        TO        CH-NOME
           WRITE   REG-HIST
           GO      LE-CLIENTE.
       FIM-CLIENTE.
           CLOSE   CLIENTE   PSAIDA    PHIST
           IF      W-MESTRE-OK         EQUAL     "S"
                   CLOSE     PMESTRE.
           MOVE    SPACES    TO        REG-RELAT
           WRITE   REG-RELAT
           STRING  "CLIENTES LIDOS " W-QT-LIDOS
                   "  FORA DOS CRITERIOS " W-QT-FORA
                   "  SELECIONADOS " W-QT-SELEC
                   DELIMITED BY SIZE INTO REG-RELAT
           WRITE   REG-RELAT
           MOVE    SPACES    TO        REG-RELAT
           STRING  "EXCLUIDOS: ASSINANTES " W-QT-EXC-ASS
                   "  NAO-PERTURBE " W-QT-EXC-SUP
                   "  SUSPEITOS " W-QT-EXC-SUSP
                   "  OUTRA CAMPANHA " W-QT-EXC-CAMP
                   DELIMITED BY SIZE INTO REG-RELAT
           WRITE   REG-RELAT
           IF      W-DOMIC-MODO        NOT       EQUAL     SPACES
                   MOVE      SPACES    TO        REG-RELAT
                   STRING    "POR DOMICILIO: PECAS POUPADAS "
                             W-QT-DOM-POUP
                             DELIMITED BY SIZE INTO REG-RELAT
                   WRITE     REG-RELAT
                   MOVE      SPACES    TO        REG-ECON
                   MOVE      "T"       TO        EC-TIPO
                   MOVE      W-ACAO    TO        EC-CAMPANHA
                   MOVE      W-HOJE    TO        EC-DATA
                   MOVE      ZEROS     TO        EC-CEP5
                   MOVE      W-QT-SELEC          TO   EC-QT-PECAS
                   MOVE      W-QT-DOM-POUP       TO   EC-QT-POUPADAS
                   WRITE     REG-ECON
                   CLOSE     PECON
                   DISPLAY   "POUPADAS POR DOMICILIO: " W-QT-DOM-POUP.
           CLOSE   PRELAT
           PERFORM ARQUIVA-RELATORIO   THRU FIM-ARQUIVA-RELATORIO
           DISPLAY "CLIENTES LIDOS .......: " W-QT-LIDOS
           DISPLAY "FORA DOS CRITERIOS ...: " W-QT-FORA
           DISPLAY "EXCLUIDOS ASSINANTES .: " W-QT-EXC-ASS
           DISPLAY "EXCLUIDOS NAO-PERTURBE: " W-QT-EXC-SUP
           DISPLAY "EXCLUIDOS SUSPEITOS ..: " W-QT-EXC-SUSP
           DISPLAY "EXCLUIDOS CAMPANHA ...: " W-QT-EXC-CAMP
           DISPLAY "SELECIONADOS .........: " W-QT-SELEC
           DISPLAY "ARQUIVO DA CAMPANHA: " ARQ-SAIDA
           STOP    RUN.

      *****************************************************************
      *    CARREGA-PARAMETROS: LINHA DE TIPO DESCONHECIDO OU COM
      *    VALOR INVALIDO E' IGNORADA (COMO NO ENCARGOS).
      *****************************************************************
       CARREGA-PARAMETROS.
           OPEN    INPUT     PPARAM
           IF      W-FS-PARAM          NOT       EQUAL     "00"
                   DISPLAY "ARQUIVO DE PARAMETROS NAO ENCONTRADO: "
                           ARQ-PARAM
                   GO        FIM-CARREGA-PARAMETROS.
       LE-PARAMETRO.
           READ    PPARAM    AT        END
                   CLOSE     PPARAM
                   GO        FIM-CARREGA-PARAMETROS.
           INSPECT REG-PARAM CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF      PR-TIPO   EQUAL     "A"
                   MOVE      PR-ACAO   TO        W-ACAO
                   MOVE      PR-DESCR  TO        W-DESCR
                   GO        LE-PARAMETRO.
           IF      PR-TIPO   EQUAL     "U"
           AND     W-QT-UF   <         30
           AND     PR-VALOR (1 : 2)    NOT       EQUAL     SPACES
                   ADD       1         TO        W-QT-UF
                   MOVE      PR-VALOR (1 : 2)    TO   TCR-UF (W-QT-UF)
                   GO        LE-PARAMETRO.
           IF      PR-TIPO   EQUAL     "C"
           AND     W-QT-CID  <         50
           AND     PR-VALOR  NOT       EQUAL     SPACES
                   ADD       1         TO        W-QT-CID
                   MOVE      PR-VALOR  TO        TCR-CIDADE (W-QT-CID)
                   GO        LE-PARAMETRO.
           IF      PR-TIPO   EQUAL     "F"
           AND     W-QT-FX   <         50
           AND     PR-CEP-INI          NUMERIC
           AND     PR-CEP-FIM          NUMERIC
                   ADD       1         TO        W-QT-FX
                   MOVE      PR-CEP-INI TO       TCR-CEP-INI (W-QT-FX)
                   MOVE      PR-CEP-FIM TO       TCR-CEP-FIM (W-QT-FX)
                   GO        LE-PARAMETRO.
           IF      PR-TIPO   EQUAL     "P"
           AND     W-QT-PREF <         5
                   ADD       1         TO        W-QT-PREF
                   MOVE      PR-VALOR (1 : 1)    TO
                             TCR-PREF (W-QT-PREF)
                   GO        LE-PARAMETRO.
           IF      PR-TIPO   EQUAL     "D"
           AND     PR-DIAS   NUMERIC
                   MOVE      PR-DIAS   TO        W-DIAS
                   GO        LE-PARAMETRO.
           IF      PR-TIPO   EQUAL     "H"
           AND     (PR-VALOR (1 : 1)   EQUAL     "F"
            OR      PR-VALOR (1 : 1)   EQUAL     "P")
                   MOVE      PR-VALOR (1 : 1)    TO   W-DOMIC-MODO.
           GO      LE-PARAMETRO.
       FIM-CARREGA-PARAMETROS.
           EXIT.

      *****************************************************************
      *    CARREGA-ASSEXT: NOME+CEP DO EXTRATO DE ASSINANTES.
      *****************************************************************
       CARREGA-ASSEXT.
           OPEN    INPUT     PASSEXT
           IF      W-FS-ASSEXT         NOT       EQUAL     "00"
                   GO        FIM-CARREGA-ASSEXT.
       LE-ASSEXT.
           READ    PASSEXT   AT        END
                   CLOSE     PASSEXT
                   GO        ORDENA-ASSEXT.
           IF      W-QT-ASS  NOT       <         20000
                   GO        LE-ASSEXT.
           ADD     1         TO        W-QT-ASS
           MOVE    AE-CEP    TO        TAS-CHAVE (W-QT-ASS) (1 : 8)
           MOVE    AE-NOME   TO        TAS-CHAVE (W-QT-ASS) (9 : 30)
           INSPECT TAS-CHAVE (W-QT-ASS) CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           GO      LE-ASSEXT.
       ORDENA-ASSEXT.
           IF      W-QT-ASS  <         2
                   GO        FIM-CARREGA-ASSEXT.
           MOVE    1         TO        W-ORD-I.
       ORDENA-ASS-PASSO.
           ADD     1         TO        W-ORD-I
           IF      W-ORD-I   >         W-QT-ASS
                   GO        FIM-CARREGA-ASSEXT.
           MOVE    TAS-CHAVE (W-ORD-I) TO        W-ASS-GUARDA
           MOVE    W-ORD-I   TO        W-ORD-J.
       ORDENA-ASS-DESLOCA.
           IF      W-ORD-J   <         2
                   GO        ORDENA-ASS-POE.
           COMPUTE W-ORD-K   =         W-ORD-J - 1
           IF      TAS-CHAVE (W-ORD-K) NOT       >    W-ASS-GUARDA
                   GO        ORDENA-ASS-POE.
           MOVE    TAS-CHAVE (W-ORD-K) TO        TAS-CHAVE (W-ORD-J)
           MOVE    W-ORD-K   TO        W-ORD-J
           GO      ORDENA-ASS-DESLOCA.
       ORDENA-ASS-POE.
           MOVE    W-ASS-GUARDA        TO        TAS-CHAVE (W-ORD-J)
           GO      ORDENA-ASS-PASSO.
       FIM-CARREGA-ASSEXT.
           EXIT.

      *****************************************************************
      *    CARREGA-SUPRESSAO: SO' AS ENTRADAS DENTRO DA VALIDADE
      *    (VALIDADE EM BRANCO = SEM PRAZO), COMO NO XPGR47.
      *****************************************************************
       CARREGA-SUPRESSAO.
           OPEN    INPUT     PSUPTAB
           IF      W-FS-SUPTAB         NOT       EQUAL     "00"
                   GO        FIM-CARREGA-SUPRESSAO.
       LE-SUPRESSAO.
           READ    PSUPTAB   AT        END
                   CLOSE     PSUPTAB
                   GO        FIM-CARREGA-SUPRESSAO.
           IF      SU-COD    EQUAL     SPACES
           AND     SU-CEP    EQUAL     SPACES
                   GO        LE-SUPRESSAO.
           IF      SU-VALIDADE         NUMERIC
           AND     SU-VALIDADE         NOT       EQUAL     "00000000"
                   MOVE      SU-VALIDADE         TO   W-VALID-SUP
                   IF        W-VALID-SUP         <    W-HOJE
                             GO        LE-SUPRESSAO.
           IF      W-QT-SUP  NOT       <         5000
                   GO        LE-SUPRESSAO.
           ADD     1         TO        W-QT-SUP
           MOVE    SU-COD    TO        TSU-COD (W-QT-SUP)
           MOVE    SPACES    TO        TSU-CHAVE (W-QT-SUP)
           IF      SU-COD    EQUAL     SPACES
                   MOVE      SU-CEP    TO
                             TSU-CHAVE (W-QT-SUP) (1 : 8)
                   MOVE      SU-NOME   TO
                             TSU-CHAVE (W-QT-SUP) (9 : 30)
                   INSPECT   TSU-CHAVE (W-QT-SUP) CONVERTING
                             "abcdefghijklmnopqrstuvwxyz" TO
                             "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           GO      LE-SUPRESSAO.
       FIM-CARREGA-SUPRESSAO.
           EXIT.

       CARREGA-SUSPEITOS.
           OPEN    INPUT     PSUSP
           IF      W-FS-SUSP NOT       EQUAL     "00"
                   GO        FIM-CARREGA-SUSPEITOS.
       LE-SUSPEITO.
           READ    PSUSP     AT        END
                   CLOSE     PSUSP
                   GO        FIM-CARREGA-SUSPEITOS.
           IF      SP-CEP    NOT       NUMERIC
           OR      W-QT-SUSP NOT       <         3000
                   GO        LE-SUSPEITO.
           ADD     1         TO        W-QT-SUSP
           MOVE    SP-CEP    TO        TSP-CEP (W-QT-SUSP)
           MOVE    ZEROS     TO        TSP-CODIGO (W-QT-SUSP)
           IF      SP-CODIGO NUMERIC
                   MOVE      SP-CODIGO TO        TSP-CODIGO (W-QT-SUSP).
           GO      LE-SUSPEITO.
       FIM-CARREGA-SUSPEITOS.
           EXIT.

      *****************************************************************
      *    CARREGA-HISTORICO: GUARDA SO' OS CONTATOS QUE IMPEDEM -
      *    QUALQUER UM DESTA ACAO (NAO SELECIONA DUAS VEZES) E OS DE
      *    OUTRAS ACOES DESDE A DATA DE CORTE. ORDENA POR CODIGO.
      *****************************************************************
       CARREGA-HISTORICO.
           OPEN    INPUT     PHIST
           IF      W-FS-HIST NOT       EQUAL     "00"
                   GO        FIM-CARREGA-HISTORICO.
       LE-HISTORICO.
           READ    PHIST     AT        END
                   CLOSE     PHIST
                   GO        ORDENA-HISTORICO.
           IF      CH-CODIGO NOT       NUMERIC
           OR      CH-DATA   NOT       NUMERIC
           OR      W-QT-CONT NOT       <         30000
                   GO        LE-HISTORICO.
           IF      CH-ACAO   NOT       EQUAL     W-ACAO
           AND     CH-DATA   <         W-CORTE
                   GO        LE-HISTORICO.
           ADD     1         TO        W-QT-CONT
           MOVE    CH-CODIGO TO        TCT-CODIGO (W-QT-CONT)
           MOVE    CH-ACAO   TO        TCT-ACAO (W-QT-CONT)
           MOVE    CH-DATA   TO        TCT-DATA (W-QT-CONT)
           MOVE    "R"       TO        TCT-TIPO (W-QT-CONT)
           IF      CH-ACAO   EQUAL     W-ACAO
                   MOVE      "M"       TO        TCT-TIPO (W-QT-CONT).
           GO      LE-HISTORICO.
       ORDENA-HISTORICO.
           IF      W-QT-CONT <         2
                   GO        FIM-CARREGA-HISTORICO.
           MOVE    1         TO        W-ORD-I.
       ORDENA-CONT-PASSO.
           ADD     1         TO        W-ORD-I
           IF      W-ORD-I   >         W-QT-CONT
                   GO        FIM-CARREGA-HISTORICO.
           MOVE    TCT-ENT (W-ORD-I)   TO        W-CONT-GUARDA
           MOVE    W-ORD-I   TO        W-ORD-J.
       ORDENA-CONT-DESLOCA.
           IF      W-ORD-J   <         2
                   GO        ORDENA-CONT-POE.
           COMPUTE W-ORD-K   =         W-ORD-J - 1
           IF      TCT-CODIGO (W-ORD-K) NOT      >    WCG-CODIGO
                   GO        ORDENA-CONT-POE.
           MOVE    TCT-ENT (W-ORD-K)   TO        TCT-ENT (W-ORD-J)
           MOVE    W-ORD-K   TO        W-ORD-J
           GO      ORDENA-CONT-DESLOCA.
       ORDENA-CONT-POE.
           MOVE    W-CONT-GUARDA       TO        TCT-ENT (W-ORD-J)
           GO      ORDENA-CONT-PASSO.
       FIM-CARREGA-HISTORICO.
           EXIT.

      *****************************************************************
      *    APLICA-CRITERIOS: W-ACHOU = "S" QUANDO O CLIENTE ATENDE A
      *    TODOS OS CRITERIOS INFORMADOS.
      *****************************************************************
       APLICA-CRITERIOS.
           MOVE    "S"       TO        W-ACHOU
           IF      W-QT-UF   EQUAL     ZEROS
                   GO        CRITERIO-CIDADE.
           MOVE    "N"       TO        W-ACHOU
           PERFORM CONFERE-UF          THRU FIM-CONFERE-UF
                   VARYING   W-IND     FROM 1 BY 1
                   UNTIL     W-IND     >         W-QT-UF
                   OR        W-ACHOU   EQUAL     "S"
           IF      W-ACHOU   EQUAL     "N"
                   GO        FIM-APLICA-CRITERIOS.
       CRITERIO-CIDADE.
           IF      W-QT-CID  EQUAL     ZEROS
                   GO        CRITERIO-FAIXA.
           MOVE    CLIENTE-CIDADE      TO        W-CIDADE-CLI
           INSPECT W-CIDADE-CLI CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE    "N"       TO        W-ACHOU
           PERFORM CONFERE-CIDADE      THRU FIM-CONFERE-CIDADE
                   VARYING   W-IND     FROM 1 BY 1
                   UNTIL     W-IND     >         W-QT-CID
                   OR        W-ACHOU   EQUAL     "S"
           IF      W-ACHOU   EQUAL     "N"
                   GO        FIM-APLICA-CRITERIOS.
       CRITERIO-FAIXA.
           IF      W-QT-FX   EQUAL     ZEROS
                   GO        CRITERIO-PREF.
           MOVE    "N"       TO        W-ACHOU
           PERFORM CONFERE-FAIXA       THRU FIM-CONFERE-FAIXA
                   VARYING   W-IND     FROM 1 BY 1
                   UNTIL     W-IND     >         W-QT-FX
                   OR        W-ACHOU   EQUAL     "S"
           IF      W-ACHOU   EQUAL     "N"
                   GO        FIM-APLICA-CRITERIOS.
       CRITERIO-PREF.
           IF      W-QT-PREF EQUAL     ZEROS
                   GO        FIM-APLICA-CRITERIOS.
           MOVE    "N"       TO        W-ACHOU
           PERFORM CONFERE-PREF        THRU FIM-CONFERE-PREF
                   VARYING   W-IND     FROM 1 BY 1
                   UNTIL     W-IND     >         W-QT-PREF
                   OR        W-ACHOU   EQUAL     "S".
       FIM-APLICA-CRITERIOS.
           EXIT.

       CONFERE-UF.
           IF      TCR-UF (W-IND)      EQUAL     CLIENTE-UF (1 : 2)
                   MOVE      "S"       TO        W-ACHOU.
       FIM-CONFERE-UF.
           EXIT.

       CONFERE-CIDADE.
           IF      TCR-CIDADE (W-IND)  EQUAL     W-CIDADE-CLI
                   MOVE      "S"       TO        W-ACHOU.
       FIM-CONFERE-CIDADE.
           EXIT.

       CONFERE-FAIXA.
           IF      CLIENTE-CEP         NOT  <    TCR-CEP-INI (W-IND)
           AND     CLIENTE-CEP         NOT  >    TCR-CEP-FIM (W-IND)
                   MOVE      "S"       TO        W-ACHOU.
       FIM-CONFERE-FAIXA.
           EXIT.

       CONFERE-PREF.
           IF      TCR-PREF (W-IND)    EQUAL     CLIENTE-PREF-CON
                   MOVE      "S"       TO        W-ACHOU.
       FIM-CONFERE-PREF.
           EXIT.

      *****************************************************************
      *    APLICA-EXCLUSOES: W-MOTIVO EM BRANCO = SELECIONADO; SENAO
      *    TRAZ O MOTIVO DA PRIMEIRA EXCLUSAO QUE PEGOU O CLIENTE.
      *****************************************************************
       APLICA-EXCLUSOES.
           MOVE    SPACES    TO        W-MOTIVO
           MOVE    CLIENTE-NOME        TO        W-NOME-CLI
           INSPECT W-NOME-CLI CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE    CLIENTE-CEP         TO        W-CHAVE-NC (1 : 8)
           MOVE    W-NOME-CLI          TO        W-CHAVE-NC (9 : 30)
           IF      CLIENTE-COD-ASS     EQUAL     SPACES
           OR      W-MESTRE-OK         EQUAL     "N"
                   GO        EXCLUI-ASSEXT.
           MOVE    CLIENTE-COD-ASS     TO        MA-COD-ASS
           READ    PMESTRE
                   INVALID KEY GO EXCLUI-ASSEXT
           END-READ
           MOVE    "N"       TO        W-ACHOU
           PERFORM CONFERE-PROJETO     THRU FIM-CONFERE-PROJETO
                   VARYING   W-IND-PRJ FROM 1 BY 1
                   UNTIL     W-IND-PRJ >         6
           IF      W-ACHOU   EQUAL     "S"
                   MOVE      "ASSINANTE ATIVO NO MESTRE" TO W-MOTIVO
                   ADD       1         TO        W-QT-EXC-ASS
                   GO        FIM-APLICA-EXCLUSOES.
       EXCLUI-ASSEXT.
           IF      W-QT-ASS  EQUAL     ZEROS
                   GO        EXCLUI-SUPRESSAO.
           MOVE    1         TO        W-BIN-LO
           MOVE    W-QT-ASS  TO        W-BIN-HI.
       BUSCA-ASSEXT.
           IF      W-BIN-LO  >         W-BIN-HI
                   GO        EXCLUI-SUPRESSAO.
           COMPUTE W-BIN-MID =         (W-BIN-LO + W-BIN-HI) / 2
           IF      TAS-CHAVE (W-BIN-MID) EQUAL   W-CHAVE-NC
                   MOVE      "ASSINANTE (ASSINANTES.TXT)" TO W-MOTIVO
                   ADD       1         TO        W-QT-EXC-ASS
                   GO        FIM-APLICA-EXCLUSOES.
           IF      TAS-CHAVE (W-BIN-MID) <       W-CHAVE-NC
                   COMPUTE   W-BIN-LO  =         W-BIN-MID + 1
           ELSE
                   COMPUTE   W-BIN-HI  =         W-BIN-MID - 1.
           GO      BUSCA-ASSEXT.
       EXCLUI-SUPRESSAO.
           MOVE    "N"       TO        W-ACHOU
           PERFORM CONFERE-SUPRESSAO   THRU FIM-CONFERE-SUPRESSAO
                   VARYING   W-IND     FROM 1 BY 1
                   UNTIL     W-IND     >         W-QT-SUP
                   OR        W-ACHOU   EQUAL     "S"
           IF      W-ACHOU   EQUAL     "S"
                   MOVE      "LISTA NAO-PERTURBE" TO  W-MOTIVO
                   ADD       1         TO        W-QT-EXC-SUP
                   GO        FIM-APLICA-EXCLUSOES.
           MOVE    "N"       TO        W-ACHOU
           PERFORM CONFERE-SUSPEITO    THRU FIM-CONFERE-SUSPEITO
                   VARYING   W-IND     FROM 1 BY 1
                   UNTIL     W-IND     >         W-QT-SUSP
                   OR        W-ACHOU   EQUAL     "S"
           IF      W-ACHOU   EQUAL     "S"
                   MOVE      "ENDERECO SUSPEITO" TO   W-MOTIVO
                   ADD       1         TO        W-QT-EXC-SUSP
                   GO        FIM-APLICA-EXCLUSOES.
           IF      W-QT-CONT EQUAL     ZEROS
                   GO        FIM-APLICA-EXCLUSOES.
           MOVE    1         TO        W-BIN-LO
           MOVE    W-QT-CONT TO        W-BIN-HI.
       BUSCA-CONTATO.
           IF      W-BIN-LO  >         W-BIN-HI
                   GO        FIM-APLICA-EXCLUSOES.
           COMPUTE W-BIN-MID =         (W-BIN-LO + W-BIN-HI) / 2
           IF      TCT-CODIGO (W-BIN-MID) EQUAL  CLIENTE-CODIGO
                   GO        MARCA-CONTATO.
           IF      TCT-CODIGO (W-BIN-MID) <      CLIENTE-CODIGO
                   COMPUTE   W-BIN-LO  =         W-BIN-MID + 1
           ELSE
                   COMPUTE   W-BIN-HI  =         W-BIN-MID - 1.
           GO      BUSCA-CONTATO.
       MARCA-CONTATO.
           ADD     1         TO        W-QT-EXC-CAMP
           IF      TCT-TIPO (W-BIN-MID) EQUAL    "M"
                   MOVE      "JA' SELECIONADO NESTA ACAO" TO W-MOTIVO
           ELSE
                   STRING    "ACAO " TCT-ACAO (W-BIN-MID) " EM "
                             TCT-DATA (W-BIN-MID)
                             DELIMITED BY SIZE INTO W-MOTIVO.
       FIM-APLICA-EXCLUSOES.
           EXIT.

      *****************************************************************
      *    CARREGA-DOMICILIOS: SO' OS CLIENTES DE DOMICILIOS COM MAIS
      *    DE UM MEMBRO (OS DEMAIS RECEBEM A PECA NORMALMENTE).
      *****************************************************************
       CARREGA-DOMICILIOS.
           OPEN    INPUT     PDOMIC
           IF      W-FS-DOMIC          NOT       EQUAL     "00"
                   DISPLAY "AVISO: DOMICILIOS.TXT NAO ENCONTRADO - "
                           "RODE O DOMICILIO; UMA PECA POR CLIENTE"
                   MOVE      SPACES    TO        W-DOMIC-MODO
                   GO        FIM-CARREGA-DOMICILIOS.
       LE-DOMICILIO.
           READ    PDOMIC    AT        END
                   CLOSE     PDOMIC
                   GO        FIM-CARREGA-DOMICILIOS.
           IF      HD-CODIGO NOT       NUMERIC
           OR      HD-DOMICILIO        NOT       NUMERIC
           OR      HD-QT-MEMBROS       NOT       NUMERIC
                   GO        LE-DOMICILIO.
           IF      HD-QT-MEMBROS       <         2
           OR      W-QT-DOM  NOT       <         10000
                   GO        LE-DOMICILIO.
           ADD     1         TO        W-QT-DOM
           MOVE    HD-CODIGO TO        TDM-CODIGO (W-QT-DOM)
           MOVE    HD-DOMICILIO        TO       TDM-DOMICILIO (W-QT-DOM)
           MOVE    HD-SOBRENOME        TO       TDM-SOBRENOME (W-QT-DOM)
           GO      LE-DOMICILIO.
       FIM-CARREGA-DOMICILIOS.
           EXIT.

      *****************************************************************
      *    CONFERE-DOMICILIO: SE O DOMICILIO DO CLIENTE JA' RECEBEU A
      *    PECA, W-MOTIVO VOLTA PREENCHIDO E A PECA POUPADA VAI PARA O
      *    ECONOMIA_DOMIC.TXT; SENAO O DOMICILIO E' MARCADO E, NA
      *    OPCAO F, W-NOME-PECA TRAZ O "FAMILIA <SOBRENOME>".
      *****************************************************************
       CONFERE-DOMICILIO.
           MOVE    ZEROS     TO        W-ACHOU-DOM
           IF      W-QT-DOM  EQUAL     ZEROS
                   GO        FIM-CONFERE-DOMICILIO.
           MOVE    1         TO        W-BIN-LO
           MOVE    W-QT-DOM  TO        W-BIN-HI.
       BUSCA-DOMICILIO.
           IF      W-BIN-LO  >         W-BIN-HI
                   GO        FIM-CONFERE-DOMICILIO.
           COMPUTE W-BIN-MID =         (W-BIN-LO + W-BIN-HI) / 2
           IF      TDM-CODIGO (W-BIN-MID) EQUAL  CLIENTE-CODIGO
                   MOVE      W-BIN-MID TO        W-ACHOU-DOM
                   GO        BUSCA-ENVIADO.
           IF      TDM-CODIGO (W-BIN-MID) <      CLIENTE-CODIGO
                   COMPUTE   W-BIN-LO  =         W-BIN-MID + 1
           ELSE
                   COMPUTE   W-BIN-HI  =         W-BIN-MID - 1.
           GO      BUSCA-DOMICILIO.
       BUSCA-ENVIADO.
           MOVE    1         TO        W-BIN-LO
           MOVE    W-QT-DOM-ENV        TO        W-BIN-HI.
       BUSCA-ENVIADO-PASSO.
           IF      W-BIN-LO  >         W-BIN-HI
                   GO        MARCA-ENVIADO.
           COMPUTE W-BIN-MID =         (W-BIN-LO + W-BIN-HI) / 2
           IF      TDE-DOMICILIO (W-BIN-MID)
                   EQUAL     TDM-DOMICILIO (W-ACHOU-DOM)
                   GO        POUPA-PECA.
           IF      TDE-DOMICILIO (W-BIN-MID)
                   <         TDM-DOMICILIO (W-ACHOU-DOM)
                   COMPUTE   W-BIN-LO  =         W-BIN-MID + 1
           ELSE
                   COMPUTE   W-BIN-HI  =         W-BIN-MID - 1.
           GO      BUSCA-ENVIADO-PASSO.
      *    INSERE NA POSICAO W-BIN-LO, DESLOCANDO OS MAIORES.
       MARCA-ENVIADO.
           IF      W-DOMIC-MODO        EQUAL     "F"
           AND     TDM-SOBRENOME (W-ACHOU-DOM)   NOT  EQUAL   SPACES
                   STRING    "FAMILIA " TDM-SOBRENOME (W-ACHOU-DOM)
                             DELIMITED BY SIZE INTO W-NOME-PECA.
           IF      W-QT-DOM-ENV        NOT       <         10000
                   GO        FIM-CONFERE-DOMICILIO.
           ADD     1         TO        W-QT-DOM-ENV
           MOVE    W-QT-DOM-ENV        TO        W-ORD-J.
       DESLOCA-ENVIADO.
           IF      W-ORD-J   NOT       >         W-BIN-LO
                   GO        POE-ENVIADO.
           COMPUTE W-ORD-K   =         W-ORD-J - 1
           MOVE    TDE-DOMICILIO (W-ORD-K)
                   TO        TDE-DOMICILIO (W-ORD-J)
           MOVE    W-ORD-K   TO        W-ORD-J
           GO      DESLOCA-ENVIADO.
       POE-ENVIADO.
           MOVE    TDM-DOMICILIO (W-ACHOU-DOM)
                   TO        TDE-DOMICILIO (W-BIN-LO)
           GO      FIM-CONFERE-DOMICILIO.
       POUPA-PECA.
           ADD     1         TO        W-QT-DOM-POUP
           STRING  "MESMO DOMICILIO DE "
                   TDM-DOMICILIO (W-ACHOU-DOM)
                   DELIMITED BY SIZE INTO W-MOTIVO
           MOVE    SPACES    TO        REG-ECON
           MOVE    "P"       TO        EC-TIPO
           MOVE    W-ACAO    TO        EC-CAMPANHA
           MOVE    W-HOJE    TO        EC-DATA
           MOVE    CLIENTE-UF (1 : 2)  TO        EC-UF
           MOVE    CLIENTE-CEP (1 : 5) TO        EC-CEP5
           MOVE    ZEROS     TO        EC-QT-PECAS    EC-QT-POUPADAS
           WRITE   REG-ECON.
       FIM-CONFERE-DOMICILIO.
           EXIT.

       CONFERE-PROJETO.
           IF      MA-NR-PROJ (W-IND-PRJ)        NOT  EQUAL   SPACES
           AND     MA-PROJ-ATIVO (W-IND-PRJ)
                   MOVE      "S"       TO        W-ACHOU.
       FIM-CONFERE-PROJETO.
           EXIT.

       CONFERE-SUPRESSAO.
           IF      TSU-COD (W-IND)     NOT       EQUAL     SPACES
           AND     TSU-COD (W-IND)     EQUAL     CLIENTE-COD-ASS
                   MOVE      "S"       TO        W-ACHOU.
           IF      TSU-COD (W-IND)     EQUAL     SPACES
           AND     TSU-CHAVE (W-IND)   EQUAL     W-CHAVE-NC
                   MOVE      "S"       TO        W-ACHOU.
       FIM-CONFERE-SUPRESSAO.
           EXIT.

       CONFERE-SUSPEITO.
           IF      TSP-CODIGO (W-IND)  EQUAL     CLIENTE-CODIGO
                   MOVE      "S"       TO        W-ACHOU.
           IF      TSP-CODIGO (W-IND)  EQUAL     ZEROS
           AND     TSP-CEP (W-IND)     EQUAL     CLIENTE-CEP
                   MOVE      "S"       TO        W-ACHOU.
       FIM-CONFERE-SUSPEITO.
           EXIT.

      *-----------------------------------------------------------
      *    ARQUIVA-RELATORIO: COPIA DATADA DO RELATORIO NO ARQUIVO
      *    DE RELATORIOS (ARQREL, INDICE ARQUIVO_REL.TXT) - A
      *    PROXIMA RODADA REGRAVA O RELATORIO NO MESMO NOME.
      *-----------------------------------------------------------
       ARQUIVA-RELATORIO.
           MOVE    SPACES    TO        W-ARQREL
           MOVE    "PROSPECT_REL.TXT"  TO        W-AQ-ARQUIVO
           MOVE    "PROSPECT"          TO        W-AQ-PROGRAMA
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
