       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CONSASS.
      *
      *  CONSULTA DO ASSINANTE NUMA TELA SO': QUANDO O ASSINANTE
      *  LIGA, O ATENDENTE ABRIA SEIS ARQUIVOS. A CHAVE E' O
      *  E-COD-ASS (OU PREFIXO DO NOME + CEP, QUE LISTA OS
      *  CANDIDATOS) NO CADASTRO MESTRE (ASSINANTE.DAT), E A TELA
      *  JUNTA:
      *    - CADASTRO, PROJETOS E VIGENCIAS (COM A SITUACAO);
      *    - OS PEDIDOS EM QUE O ASSINANTE CHEGOU (ASSINANTES.TXT);
      *    - DEBITO EM ABERTO (FINANC.TXT), PAGAMENTOS, BAIXAS,
      *      PROMESSAS (CUMPRIDAS, NO PRAZO OU QUEBRADAS, PELA
      *      MESMA REGRA DO ACORDO) E RETORNOS DO BANCO, PELA CONTA
      *      DE COBRANCA QUE O XPGR47 GRAVA NO MESTRE;
      *    - CARTAS DE RENOVACAO E REPOSICOES EMITIDAS, CARTAS
      *      DEVOLVIDAS (DEVOLVIDAS.TXT), SUPRESSAO (SUPRESSAO.TXT)
      *      E O CANAL DIGITAL (OPT-IN E NOTIFICA_BOUNCE.TXT);
      *    - CONTATOS DO SAC REGISTRADOS NO ATENDE.
      *
      *  SO' OPERADOR ATIVO DO OPERADOR.TXT (ADMOPER) CONSULTA, E
      *  TODA CONSULTA FICA EM ACESSO_LOG.TXT COM O OPERADOR E O
      *  ASSINANTE CONSULTADO (COLUNAS 45-53, DEPOIS DO LAYOUT DOS
      *  VALIDA-ACESSO).
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

           SELECT       POPERADOR      ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-OPERADOR
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PACESSO        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-ACESSO
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PASSEXT        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-ASSEXT
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PFINANC        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-FINANC
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PPAGTO         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-PAGTO
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PBAIXA         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-BAIXA
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PACORDO        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-ACORDO
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PRETOR         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-RETOR
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PRENOV         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-RENOV
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PREPOS         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-REPOS
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PREGUA         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-REGUA
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PDEVOL         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-DEVOL
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PSUPTAB        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-SUPTAB
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PBOUNCE        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-BOUNCE
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PSAC           ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-SAC
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

      *    MESMO LAYOUT DO ADMOPER (SO' O QUE A CONSULTA USA).
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
           02  FILLER             PIC X(002).

      *    MESMO LAYOUT DOS VALIDA-ACESSO, MAIS O ASSINANTE
      *    CONSULTADO NO FIM DA LINHA.
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
           02  FILLER             PIC X(002).
           02  AC-ASSINANTE       PIC X(009).

      *    MESMO LAYOUT DO EXTRATO NOTURNO DO XPGR47 (REPETIDO).
       FD  PASSEXT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ASSINANTES.TXT".
       01  REG-ASSEXT.
           03 AE-NOME        PIC X(30).
           03 AE-CEP         PIC X(08).
           03 FILLER         PIC X(01).
           03 AE-DATA        PIC X(06).
           03 AE-HORA        PIC X(06).
           03 FILLER         PIC X(01).
           03 AE-PEDIDO      PIC X(20).

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

      *    MESMO LAYOUT DO RETORNO DO BANCO NO REMESSA.
       FD  PRETOR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RETORNO_BANCO.TXT".
       01  REG-RETOR.
           02  RT-TIPO            PIC X(01).
           02  RT-NOSSO-NUM.
               03 RT-SEQ          PIC 9(09).
               03 RT-PARCELA      PIC 9(02).
           02  RT-OCORR           PIC X(02).
           02  RT-DATA            PIC X(08).
           02  RT-VALOR           PIC 9(13).

      *    JORNAIS DO RENOVA, DO REPOE E DA REGUA.
       FD  PRENOV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RENOVA_HIST.TXT".
       01  REG-RENOV.
           03 RN-COD-ASS     PIC X(09).
           03 FILLER         PIC X(02).
           03 RN-PROJ        PIC X(03).
           03 FILLER         PIC X(02).
           03 RN-VIG-FIM     PIC 9(08).
           03 FILLER         PIC X(02).
           03 RN-ETAPA       PIC 9(01).
           03 FILLER         PIC X(02).
           03 RN-DESTINO     PIC X(01).
           03 FILLER         PIC X(02).
           03 RN-DATA        PIC 9(08).

       FD  PREPOS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REPOSICAO_HIST.TXT".
       01  REG-REPOS.
           03 RP-COD-ASS     PIC X(09).
           03 FILLER         PIC X(02).
           03 RP-REVISTA     PIC 9(02).
           03 FILLER         PIC X(02).
           03 RP-EDICAO      PIC 9(07).
           03 FILLER         PIC X(02).
           03 RP-DATA        PIC 9(08).

       FD  PREGUA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REGUA_HIST.TXT".
       01  REG-REGUA.
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

      *    MESMO LAYOUT DO DEVOLUCAO.
       FD  PDEVOL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DEVOLVIDAS.TXT".
       01  REG-DEVOL.
           03 DV-COD         PIC X(09).
           03 FILLER         PIC X(01).
           03 DV-CEP         PIC X(08).
           03 FILLER         PIC X(01).
           03 DV-NOME        PIC X(30).
           03 FILLER         PIC X(01).
           03 DV-MOTIVO      PIC X(03).
           03 FILLER         PIC X(01).
           03 DV-DATA        PIC X(08).

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

      *    MESMO LAYOUT DO NOTIFICADOR.
       FD  PBOUNCE
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "NOTIFICA_BOUNCE.TXT".
       01  REG-BOUNCE.
           03 BN-COD         PIC X(09).
           03 FILLER         PIC X(02).
           03 BN-NOME        PIC X(30).

      *    MESMO LAYOUT DO ATENDE (SO' O QUE A CONSULTA USA).
       FD  PSAC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ATENDIMENTOS.TXT".
       01  REG-SAC.
           02  SC-NUM             PIC 9(006).
           02  FILLER             PIC X(001).
           02  SC-COD             PIC X(009).
           02  FILLER             PIC X(001).
           02  SC-CEP             PIC X(008).
           02  FILLER             PIC X(001).
           02  SC-DATA            PIC 9(008).
           02  FILLER             PIC X(008).
           02  SC-CANAL           PIC X(001).
           02  FILLER             PIC X(001).
           02  SC-MOTIVO          PIC X(003).
           02  FILLER             PIC X(001).
           02  SC-OPERADOR        PIC X(004).
           02  FILLER             PIC X(001).
           02  SC-SITUACAO        PIC X(001).
           02  FILLER             PIC X(001).
           02  SC-RETORNO         PIC 9(008).
           02  FILLER             PIC X(010).
           02  SC-TEXTO           PIC X(060).
           02  FILLER             PIC X(001).
           02  SC-SOLUCAO         PIC X(040).

       WORKING-STORAGE  SECTION.
       77  W-FS-MESTRE            PIC X(002) VALUE SPACES.
       77  W-FS-OPERADOR          PIC X(002) VALUE SPACES.
       77  W-FS-ACESSO            PIC X(002) VALUE SPACES.
       77  W-FS-ASSEXT            PIC X(002) VALUE SPACES.
       77  W-FS-FINANC            PIC X(002) VALUE SPACES.
       77  W-FS-PAGTO             PIC X(002) VALUE SPACES.
       77  W-FS-BAIXA             PIC X(002) VALUE SPACES.
       77  W-FS-ACORDO            PIC X(002) VALUE SPACES.
       77  W-FS-RETOR             PIC X(002) VALUE SPACES.
       77  W-FS-RENOV             PIC X(002) VALUE SPACES.
       77  W-FS-REPOS             PIC X(002) VALUE SPACES.
       77  W-FS-REGUA             PIC X(002) VALUE SPACES.
       77  W-FS-DEVOL             PIC X(002) VALUE SPACES.
       77  W-FS-SUPTAB            PIC X(002) VALUE SPACES.
       77  W-FS-BOUNCE            PIC X(002) VALUE SPACES.
       77  W-FS-SAC               PIC X(002) VALUE SPACES.
       77  W-OPERADOR             PIC X(004) VALUE SPACES.
       77  W-ACHOU-OPERADOR       PIC X(001) VALUE "N".
           88  OPERADOR-AUTORIZADO         VALUE "S".
       77  W-OP-SENHA             PIC X(012) VALUE SPACES.
       77  W-OP-BLOQ              PIC X(001) VALUE SPACES.
       77  W-SENHA-DIG            PIC X(012) VALUE SPACES.
       77  W-SENHA-EMB            PIC X(012) VALUE SPACES.
       77  W-AC-RESULT            PIC X(009) VALUE SPACES.
       77  W-OPCAO                PIC X(001) VALUE SPACES.
       77  W-COD-BUSCA            PIC X(009) VALUE SPACES.
       77  W-NOME-BUSCA           PIC X(030) VALUE SPACES.
       77  W-CEP-BUSCA            PIC X(008) VALUE SPACES.
       77  W-TAM-BUSCA            PIC 9(002) VALUE ZEROS.
       77  W-FIM                  PIC X(001) VALUE "N".
       77  W-ACHOU                PIC X(001) VALUE "N".
       77  W-QT-CAND              PIC 9(004) VALUE ZEROS.
       77  W-QT-LINHAS            PIC 9(004) VALUE ZEROS.
       77  W-IND                  PIC 9(001) VALUE ZEROS.
       77  W-HOJE                 PIC 9(008) VALUE ZEROS.
       77  W-VALID-N              PIC 9(008) VALUE ZEROS.
       77  W-CEP-ASS              PIC X(008) VALUE SPACES.
      *    CONTA DE COBRANCA DO ASSINANTE: COMO GRAVADA NO FINANC
      *    (W-SEQ-CONTA) E COM 9 DIGITOS, COMO O BANCO DEVOLVE.
       77  W-SEQ-CONTA            PIC X(009) VALUE SPACES.
       77  W-SEQ-N                PIC 9(009) VALUE ZEROS.
       77  W-SEQ-9                PIC X(009) VALUE SPACES.
       77  W-TEM-BAIXA            PIC X(001) VALUE "N".
       77  W-SIT-PROM             PIC X(010) VALUE SPACES.
       77  W-VALOR                PIC Z.ZZZ.ZZ9,99.
       77  W-VALOR-RT             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  W-SEQ-N6               PIC 9(006) VALUE ZEROS.
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
       01  W-DATA-ED2             PIC X(010) VALUE SPACES.
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

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ESCOLHE-AMBIENTE    THRU FIM-ESCOLHE-AMBIENTE
           DISPLAY "CONSASS - CONSULTA DO ASSINANTE"
           ACCEPT  W-HOJE    FROM      DATE YYYYMMDD
           PERFORM VALIDA-ACESSO       THRU FIM-VALIDA-ACESSO
           IF      NOT       OPERADOR-AUTORIZADO
                   DISPLAY "ACESSO NEGADO"
                   STOP RUN.
           OPEN    INPUT     PMESTRE
           IF      W-FS-MESTRE         NOT       EQUAL     "00"
                   DISPLAY "CADASTRO MESTRE (ASSINANTE.DAT) "
                           "INDISPONIVEL = " W-FS-MESTRE
                   STOP RUN.
       MENU-CONSULTA.
           DISPLAY " "
           DISPLAY "BUSCA POR (1=CODIGO 2=NOME+CEP 3=SAIR): "
           ACCEPT  W-OPCAO
           IF      W-OPCAO   EQUAL     "3"
                   CLOSE     PMESTRE
                   STOP      RUN.
           MOVE    SPACES    TO        W-COD-BUSCA
           IF      W-OPCAO   EQUAL     "2"
                   PERFORM BUSCA-NOME  THRU FIM-BUSCA-NOME
           ELSE
                   DISPLAY "CODIGO DO ASSINANTE: "
                   ACCEPT  W-COD-BUSCA.
           IF      W-COD-BUSCA         EQUAL     SPACES
                   GO        MENU-CONSULTA.
           MOVE    W-COD-BUSCA         TO        MA-COD-ASS
           MOVE    "S"       TO        W-ACHOU
           READ    PMESTRE
                   INVALID KEY MOVE "N" TO W-ACHOU
           END-READ
           IF      W-ACHOU   EQUAL     "N"
                   DISPLAY "ASSINANTE " W-COD-BUSCA
                           " NAO ESTA' NO CADASTRO MESTRE"
                   GO        MENU-CONSULTA.
           MOVE    "CONSULTA" TO       W-AC-RESULT
           PERFORM GRAVA-ACESSO        THRU FIM-GRAVA-ACESSO
           PERFORM MOSTRA-ASSINANTE    THRU FIM-MOSTRA-ASSINANTE
           GO      MENU-CONSULTA.

      *-----------------------------------------------------------
      *    VALIDA-ACESSO: OPERADOR ATIVO E NAO BLOQUEADO NO
      *    OPERADOR.TXT, COM A SENHA QUANDO CADASTRADA (MESMO
      *    EMBARALHAMENTO DO BINGON). SEM OPERADOR.TXT NINGUEM
      *    CONSULTA.
      *-----------------------------------------------------------
       VALIDA-ACESSO.
           MOVE    "N"       TO        W-ACHOU-OPERADOR
           DISPLAY "CODIGO DO OPERADOR: "
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
                   MOVE      OP-BLOQUEADO        TO   W-OP-BLOQ.
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
      *    BUSCA-NOME: PREFIXO DO NOME + CEP PERCORRENDO O MESTRE.
      *    UM CANDIDATO SO' VAI DIRETO PARA A TELA; MAIS DE UM SAO
      *    LISTADOS PARA O ATENDENTE ESCOLHER O CODIGO.
      *-----------------------------------------------------------
       BUSCA-NOME.
           DISPLAY "NOME OU PREFIXO....: "
           ACCEPT  W-NOME-BUSCA
           DISPLAY "CEP (8 DIGITOS)....: "
           ACCEPT  W-CEP-BUSCA
           MOVE    30        TO        W-TAM-BUSCA.
       MEDE-BUSCA.
           IF      W-TAM-BUSCA         <         1
                   DISPLAY "NADA A PROCURAR"
                   GO        FIM-BUSCA-NOME.
           IF      W-NOME-BUSCA (W-TAM-BUSCA : 1) EQUAL SPACE
                   SUBTRACT  1         FROM      W-TAM-BUSCA
                   GO        MEDE-BUSCA.
           MOVE    ZEROS     TO        W-QT-CAND
           MOVE    "N"       TO        W-FIM
           MOVE    LOW-VALUES          TO        MA-COD-ASS
           START   PMESTRE   KEY       NOT <     MA-COD-ASS
                   INVALID KEY MOVE "S" TO W-FIM
           END-START.
       LE-CANDIDATO.
           IF      W-FIM     EQUAL     "S"
                   GO        FECHA-BUSCA.
           READ    PMESTRE   NEXT RECORD AT END
                   GO        FECHA-BUSCA.
           MOVE    MA-CEP5-ASS         TO        W-CEP-ASS (1 : 5)
           MOVE    MA-CEP3-ASS         TO        W-CEP-ASS (6 : 3)
           IF      MA-NOME-ASS (1 : W-TAM-BUSCA) NOT EQUAL
                   W-NOME-BUSCA (1 : W-TAM-BUSCA)
                   GO        LE-CANDIDATO.
           IF      W-CEP-BUSCA         NOT EQUAL SPACES
           AND     W-CEP-ASS           NOT EQUAL W-CEP-BUSCA
                   GO        LE-CANDIDATO.
           ADD     1         TO        W-QT-CAND
           MOVE    MA-COD-ASS          TO        W-COD-BUSCA
           DISPLAY "  " MA-COD-ASS " " MA-NOME-ASS " " W-CEP-ASS
                   " " MA-CID-ASS " " MA-UF-ASS
           GO      LE-CANDIDATO.
       FECHA-BUSCA.
           IF      W-QT-CAND           EQUAL     ZEROS
                   DISPLAY "NENHUM ASSINANTE COM ESSE NOME/CEP"
                   MOVE      SPACES    TO        W-COD-BUSCA
                   GO        FIM-BUSCA-NOME.
           IF      W-QT-CAND           >         1
                   DISPLAY "CODIGO DO ASSINANTE (DA LISTA): "
                   ACCEPT  W-COD-BUSCA.
       FIM-BUSCA-NOME.
           EXIT.

      *-----------------------------------------------------------
      *    MOSTRA-ASSINANTE: A TELA INTEIRA DO ASSINANTE LIDO.
      *-----------------------------------------------------------
       MOSTRA-ASSINANTE.
           MOVE    MA-CEP5-ASS         TO        W-CEP-ASS (1 : 5)
           MOVE    MA-CEP3-ASS         TO        W-CEP-ASS (6 : 3)
           DISPLAY " "
           DISPLAY "================================================"
                   "=============================="
           DISPLAY "ASSINANTE " MA-COD-ASS "  " MA-NOME-ASS
           DISPLAY "  " MA-END-ASS " - " MA-BAI-ASS
           DISPLAY "  " MA-CID-ASS " - " MA-UF-ASS "  CEP " W-CEP-ASS
           IF      MA-NOME-PRE         NOT EQUAL SPACES
                   DISPLAY "  PRESENTEADO: " MA-NOME-PRE
                   DISPLAY "  " MA-END-PRE " - " MA-CID-PRE " - "
                           MA-UF-PRE.
           IF      MA-DISTRIBUIDOR     NOT EQUAL SPACES
                   DISPLAY "  ENTREGA DIRETA: DISTRIBUIDOR "
                           MA-DISTRIBUIDOR " ROTEIRO " MA-ROTEIRO
           ELSE
                   DISPLAY "  ENTREGA PELO CORREIO".
           MOVE    MA-PRIM-DATA        TO        W-DATA-AUX
           PERFORM EDITA-DATA          THRU FIM-EDITA-DATA
           DISPLAY "  PRIMEIRO PEDIDO: " MA-PRIM-PEDIDO " EM "
                   W-DATA-ED
           MOVE    MA-ULT-DATA         TO        W-DATA-AUX
           PERFORM EDITA-DATA          THRU FIM-EDITA-DATA
           DISPLAY "  ULTIMO PEDIDO..: " MA-ULT-PEDIDO " EM "
                   W-DATA-ED "  (" MA-QT-PEDIDOS " PEDIDOS)"
           DISPLAY " "
           DISPLAY "PROJETOS E VIGENCIAS"
           PERFORM MOSTRA-PROJETO      THRU FIM-MOSTRA-PROJETO
                    VARYING W-IND FROM 1 BY 1
                    UNTIL   W-IND > 6
           DISPLAY " "
           DISPLAY "PEDIDOS EM QUE CHEGOU (ASSINANTES.TXT)"
           PERFORM MOSTRA-PEDIDOS      THRU FIM-MOSTRA-PEDIDOS
           DISPLAY " "
           PERFORM MOSTRA-FINANCEIRO   THRU FIM-MOSTRA-FINANCEIRO
           DISPLAY " "
           DISPLAY "CORRESPONDENCIA"
           PERFORM MOSTRA-CARTAS       THRU FIM-MOSTRA-CARTAS
           PERFORM MOSTRA-DEVOLVIDAS   THRU FIM-MOSTRA-DEVOLVIDAS
           PERFORM MOSTRA-SUPRESSAO    THRU FIM-MOSTRA-SUPRESSAO
           PERFORM MOSTRA-DIGITAL      THRU FIM-MOSTRA-DIGITAL
           DISPLAY " "
           DISPLAY "CONTATOS COM O SAC (ATENDE)"
           PERFORM MOSTRA-ATENDIMENTOS THRU FIM-MOSTRA-ATENDIMENTOS
           DISPLAY "================================================"
                   "==============================".
       FIM-MOSTRA-ASSINANTE.
           EXIT.

       MOSTRA-PROJETO.
           IF      MA-NR-PROJ (W-IND)  EQUAL     SPACES
                   GO        FIM-MOSTRA-PROJETO.
           MOVE    MA-DT-VIG-INIC (W-IND)        TO   W-DATA-AUX
           PERFORM EDITA-DATA          THRU FIM-EDITA-DATA
           MOVE    W-DATA-ED           TO        W-DATA-ED2
           MOVE    MA-DT-VIG-FIM (W-IND)         TO   W-DATA-AUX
           PERFORM EDITA-DATA          THRU FIM-EDITA-DATA
           DIVIDE  MA-VL-PARC (W-IND)  BY 100    GIVING    W-VALOR
           DISPLAY "  " MA-NR-PROJ (W-IND) " " MA-NOME-PROJ (W-IND)
                   " " W-DATA-ED2 " A " W-DATA-ED
           IF      MA-PROJ-CANCELADO (W-IND)
                   MOVE      MA-DT-SIT (W-IND)   TO   W-DATA-AUX
                   PERFORM   EDITA-DATA          THRU FIM-EDITA-DATA
                   DISPLAY "      CANCELADO EM " W-DATA-ED
                           "  PARCELA R$ " W-VALOR
           ELSE
                   DISPLAY "      ATIVO  EDICOES " MA-EDI-INIC (W-IND)
                           " A " MA-EDI-FIM (W-IND)
                           "  PARCELA R$ " W-VALOR.
       FIM-MOSTRA-PROJETO.
           EXIT.

       MOSTRA-PEDIDOS.
           MOVE    ZEROS     TO        W-QT-LINHAS
           OPEN    INPUT     PASSEXT
           IF      W-FS-ASSEXT         NOT       EQUAL     "00"
                   DISPLAY "  (ASSINANTES.TXT INDISPONIVEL)"
                   GO        FIM-MOSTRA-PEDIDOS.
       LE-PEDIDOS.
           READ    PASSEXT   AT        END
                   CLOSE     PASSEXT
                   GO        FECHA-PEDIDOS.
           IF      AE-NOME   NOT EQUAL MA-NOME-ASS
           OR      AE-CEP    NOT EQUAL W-CEP-ASS
                   GO        LE-PEDIDOS.
           ADD     1         TO        W-QT-LINHAS
           DISPLAY "  " AE-PEDIDO "  RODADA " AE-DATA " " AE-HORA
           GO      LE-PEDIDOS.
       FECHA-PEDIDOS.
           IF      W-QT-LINHAS         EQUAL     ZEROS
                   DISPLAY "  (NENHUM NO EXTRATO)".
       FIM-MOSTRA-PEDIDOS.
           EXIT.

      *-----------------------------------------------------------
      *    MOSTRA-FINANCEIRO: POSICAO DO MESTRE E, PELA CONTA DE
      *    COBRANCA DO ULTIMO PEDIDO, DEBITO EM ABERTO, BAIXAS,
      *    PAGAMENTOS, PROMESSAS E RETORNOS DO BANCO.
      *-----------------------------------------------------------
       MOSTRA-FINANCEIRO.
           DISPLAY "FINANCEIRO"
           DIVIDE  MA-TOT-PAGO         BY 100    GIVING    W-VALOR
           DISPLAY "  PARCELAS " MA-PARC-PAGAS " DE " MA-QTDE-PARC
                   " PAGAS  TOTAL PAGO R$ " W-VALOR
           DIVIDE  MA-TOT-DEB-ATRAS    BY 100    GIVING    W-VALOR
           DISPLAY "  DEBITO EM ATRASO NO ULTIMO PEDIDO R$ " W-VALOR
           MOVE    MA-SEQ-FINANC       TO        W-SEQ-CONTA
           IF      W-SEQ-CONTA         EQUAL     SPACES
                   DISPLAY "  SEM CONTA NA COBRANCA NO ULTIMO PEDIDO"
                   PERFORM   MOSTRA-PAGAMENTOS
                             THRU      FIM-MOSTRA-PAGAMENTOS
                   GO        FIM-MOSTRA-FINANCEIRO.
           MOVE    ZEROS     TO        W-SEQ-N
           IF      W-SEQ-CONTA (1 : 6) NUMERIC
                   MOVE      W-SEQ-CONTA (1 : 6) TO   W-SEQ-N6
                   MOVE      W-SEQ-N6  TO        W-SEQ-N.
           MOVE    W-SEQ-N   TO        W-SEQ-9
           DISPLAY "  CONTA NA COBRANCA: " W-SEQ-CONTA
           PERFORM MOSTRA-FINANC       THRU FIM-MOSTRA-FINANC
           PERFORM MOSTRA-BAIXAS       THRU FIM-MOSTRA-BAIXAS
           PERFORM MOSTRA-PAGAMENTOS   THRU FIM-MOSTRA-PAGAMENTOS
           PERFORM MOSTRA-ACORDOS      THRU FIM-MOSTRA-ACORDOS
           PERFORM MOSTRA-RETORNOS     THRU FIM-MOSTRA-RETORNOS.
       FIM-MOSTRA-FINANCEIRO.
           EXIT.

       MOSTRA-FINANC.
           OPEN    INPUT     PFINANC
           IF      W-FS-FINANC         NOT       EQUAL     "00"
                   GO        FIM-MOSTRA-FINANC.
       LE-FINANC.
           READ    PFINANC   AT        END
                   CLOSE     PFINANC
                   GO        FIM-MOSTRA-FINANC.
           IF      FN-SEQ    NOT EQUAL W-SEQ-CONTA
                   GO        LE-FINANC.
           DISPLAY "  EM ABERTO NA CARTEIRA: DEBITO R$ " FN-DEBITO
                   "  PAGO R$ " FN-PAGO
           GO      LE-FINANC.
       FIM-MOSTRA-FINANC.
           EXIT.

       MOSTRA-BAIXAS.
           MOVE    "N"       TO        W-TEM-BAIXA
           OPEN    INPUT     PBAIXA
           IF      W-FS-BAIXA          NOT       EQUAL     "00"
                   GO        FIM-MOSTRA-BAIXAS.
       LE-BAIXAS.
           READ    PBAIXA    AT        END
                   CLOSE     PBAIXA
                   GO        FIM-MOSTRA-BAIXAS.
           IF      BX-SEQ    NOT EQUAL W-SEQ-CONTA
           AND     BX-SEQ    NOT EQUAL W-SEQ-9
                   GO        LE-BAIXAS.
           MOVE    "S"       TO        W-TEM-BAIXA
           DISPLAY "  BAIXA EM " BX-DATA "  R$ " BX-VALOR
                   "  LOTE " BX-LOTE
           GO      LE-BAIXAS.
       FIM-MOSTRA-BAIXAS.
           EXIT.

       MOSTRA-PAGAMENTOS.
           OPEN    INPUT     PPAGTO
           IF      W-FS-PAGTO          NOT       EQUAL     "00"
                   GO        FIM-MOSTRA-PAGAMENTOS.
       LE-PAGAMENTOS.
           READ    PPAGTO    AT        END
                   CLOSE     PPAGTO
                   GO        FIM-MOSTRA-PAGAMENTOS.
      *    PAGAMENTO DA CONTA OU DEBITO AUTOMATICO DO ASSINANTE.
           IF      PG-COD-ASS          EQUAL     MA-COD-ASS
                   GO        MOSTRA-UM-PAGAMENTO.
           IF      W-SEQ-CONTA         EQUAL     SPACES
                   GO        LE-PAGAMENTOS.
           IF      PG-SEQ    NOT EQUAL W-SEQ-CONTA
           AND     PG-SEQ    NOT EQUAL W-SEQ-9
                   GO        LE-PAGAMENTOS.
       MOSTRA-UM-PAGAMENTO.
           DISPLAY "  PAGAMENTO EM " PG-DATA "  R$ " PG-VALOR
           GO      LE-PAGAMENTOS.
       FIM-MOSTRA-PAGAMENTOS.
           EXIT.

      *    PROMESSA VENCIDA SEM BAIXA DA CONTA E' QUEBRADA (A REGRA
      *    DO APURA-QUEBRADOS DO ACORDO).
       MOSTRA-ACORDOS.
           OPEN    INPUT     PACORDO
           IF      W-FS-ACORDO         NOT       EQUAL     "00"
                   GO        FIM-MOSTRA-ACORDOS.
       LE-ACORDOS.
           READ    PACORDO   AT        END
                   CLOSE     PACORDO
                   GO        FIM-MOSTRA-ACORDOS.
           IF      AC-SEQ    NOT EQUAL W-SEQ-CONTA
                   GO        LE-ACORDOS.
           IF      W-TEM-BAIXA         EQUAL     "S"
                   MOVE      "CUMPRIDA"          TO   W-SIT-PROM
           ELSE
              IF   AC-DATA-PROM        NUMERIC
              AND  AC-DATA-PROM        <         W-HOJE
                   MOVE      "QUEBRADA"          TO   W-SIT-PROM
              ELSE
                   MOVE      "NO PRAZO"          TO   W-SIT-PROM.
           DIVIDE  AC-VALOR  BY 100    GIVING    W-VALOR
           DISPLAY "  PROMESSA PARA " AC-DATA-PROM "  R$ " W-VALOR
                   "  OPER " AC-OPERADOR "  " W-SIT-PROM
           GO      LE-ACORDOS.
       FIM-MOSTRA-ACORDOS.
           EXIT.

       MOSTRA-RETORNOS.
           IF      W-SEQ-N   EQUAL     ZEROS
                   GO        FIM-MOSTRA-RETORNOS.
           OPEN    INPUT     PRETOR
           IF      W-FS-RETOR          NOT       EQUAL     "00"
                   GO        FIM-MOSTRA-RETORNOS.
       LE-RETORNOS.
           READ    PRETOR    AT        END
                   CLOSE     PRETOR
                   GO        FIM-MOSTRA-RETORNOS.
           IF      RT-TIPO   NOT EQUAL "1"
           OR      RT-SEQ    NOT NUMERIC
                   GO        LE-RETORNOS.
           IF      RT-SEQ    NOT EQUAL W-SEQ-N
                   GO        LE-RETORNOS.
           DIVIDE  RT-VALOR  BY 100    GIVING    W-VALOR-RT
           IF      RT-OCORR  EQUAL     "06"
                   DISPLAY "  BANCO: PARCELA " RT-PARCELA
                           " LIQUIDADA EM " RT-DATA " R$ " W-VALOR-RT
           ELSE
                   DISPLAY "  BANCO: PARCELA " RT-PARCELA
                           " DEVOLVIDA (OCORRENCIA " RT-OCORR ") EM "
                           RT-DATA.
           GO      LE-RETORNOS.
       FIM-MOSTRA-RETORNOS.
           EXIT.

      *-----------------------------------------------------------
      *    MOSTRA-CARTAS: AVISOS DO RENOVA, REPOSICOES DO REPOE E
      *    CARTAS DE COBRANCA DA REGUA.
      *-----------------------------------------------------------
       MOSTRA-CARTAS.
           OPEN    INPUT     PRENOV
           IF      W-FS-RENOV          NOT       EQUAL     "00"
                   GO        ABRE-REPOSICOES.
       LE-RENOVACOES.
           READ    PRENOV    AT        END
                   CLOSE     PRENOV
                   GO        ABRE-REPOSICOES.
           IF      RN-COD-ASS          NOT EQUAL MA-COD-ASS
                   GO        LE-RENOVACOES.
           MOVE    RN-DATA   TO        W-DATA-AUX
           PERFORM EDITA-DATA          THRU FIM-EDITA-DATA
           IF      RN-ETAPA  EQUAL     9
                   DISPLAY "  " W-DATA-ED " OFERTA DE CONVERSAO AO "
                           "PRESENTEADO - PROJETO " RN-PROJ
           ELSE
                   DISPLAY "  " W-DATA-ED " AVISO DE RENOVACAO "
                           RN-ETAPA " - PROJETO " RN-PROJ.
           GO      LE-RENOVACOES.
       ABRE-REPOSICOES.
           OPEN    INPUT     PREPOS
           IF      W-FS-REPOS          NOT       EQUAL     "00"
                   GO        ABRE-REGUA.
       LE-REPOSICOES.
           READ    PREPOS    AT        END
                   CLOSE     PREPOS
                   GO        ABRE-REGUA.
           IF      RP-COD-ASS          NOT EQUAL MA-COD-ASS
                   GO        LE-REPOSICOES.
           MOVE    RP-DATA   TO        W-DATA-AUX
           PERFORM EDITA-DATA          THRU FIM-EDITA-DATA
           DISPLAY "  " W-DATA-ED " REPOSICAO DA EDICAO " RP-EDICAO
                   " - REVISTA " RP-REVISTA
           GO      LE-REPOSICOES.
       ABRE-REGUA.
           OPEN    INPUT     PREGUA
           IF      W-FS-REGUA          NOT       EQUAL     "00"
                   GO        FIM-MOSTRA-CARTAS.
       LE-REGUA.
           READ    PREGUA    AT        END
                   CLOSE     PREGUA
                   GO        FIM-MOSTRA-CARTAS.
           IF      RG-COD-ASS          NOT EQUAL MA-COD-ASS
                   GO        LE-REGUA.
           MOVE    RG-DATA   TO        W-DATA-AUX
           PERFORM EDITA-DATA          THRU FIM-EDITA-DATA
           DISPLAY "  " W-DATA-ED " AVISO DE COBRANCA " RG-ETAPA
                   " - CONTA " RG-SEQ " - " RG-DIAS " DIAS"
           GO      LE-REGUA.
       FIM-MOSTRA-CARTAS.
           EXIT.

       MOSTRA-DEVOLVIDAS.
           OPEN    INPUT     PDEVOL
           IF      W-FS-DEVOL          NOT       EQUAL     "00"
                   GO        FIM-MOSTRA-DEVOLVIDAS.
       LE-DEVOLVIDAS.
           READ    PDEVOL    AT        END
                   CLOSE     PDEVOL
                   GO        FIM-MOSTRA-DEVOLVIDAS.
           IF      DV-COD    EQUAL     MA-COD-ASS
                   GO        MOSTRA-DEVOLVIDA.
           IF      DV-COD    EQUAL     SPACES
           AND     DV-CEP    EQUAL     W-CEP-ASS
           AND     DV-NOME   EQUAL     MA-NOME-ASS
                   GO        MOSTRA-DEVOLVIDA.
           GO      LE-DEVOLVIDAS.
       MOSTRA-DEVOLVIDA.
           DISPLAY "  CARTA DEVOLVIDA PELO CORREIO EM " DV-DATA
                   "  MOTIVO " DV-MOTIVO
           GO      LE-DEVOLVIDAS.
       FIM-MOSTRA-DEVOLVIDAS.
           EXIT.

       MOSTRA-SUPRESSAO.
           MOVE    "N"       TO        W-ACHOU
           OPEN    INPUT     PSUPTAB
           IF      W-FS-SUPTAB         NOT       EQUAL     "00"
                   GO        FECHA-SUPRESSAO.
       LE-SUPRESSAO.
           READ    PSUPTAB   AT        END
                   CLOSE     PSUPTAB
                   GO        FECHA-SUPRESSAO.
           IF      SU-COD    EQUAL     MA-COD-ASS
                   GO        MOSTRA-UMA-SUPRESSAO.
           IF      SU-COD    EQUAL     SPACES
           AND     SU-CEP    EQUAL     W-CEP-ASS
           AND     SU-NOME   EQUAL     MA-NOME-ASS
                   GO        MOSTRA-UMA-SUPRESSAO.
           GO      LE-SUPRESSAO.
       MOSTRA-UMA-SUPRESSAO.
           MOVE    "S"       TO        W-ACHOU
           MOVE    ZEROS     TO        W-VALID-N
           IF      SU-VALIDADE         NUMERIC
                   MOVE      SU-VALIDADE         TO   W-VALID-N.
           IF      W-VALID-N >         ZEROS
           AND     W-VALID-N <         W-HOJE
                   DISPLAY "  NAO-PERTURBE VENCIDO EM " SU-VALIDADE
                           " (MOTIVO " SU-MOTIVO " FONTE " SU-FONTE
                           ") - NAO SUPRIME MAIS"
           ELSE
                   DISPLAY "  NA LISTA NAO-PERTURBE: MOTIVO "
                           SU-MOTIVO " FONTE " SU-FONTE
                           " VALIDADE " SU-VALIDADE.
           GO      LE-SUPRESSAO.
       FECHA-SUPRESSAO.
           IF      W-ACHOU   EQUAL     "N"
                   DISPLAY "  FORA DA LISTA NAO-PERTURBE".
       FIM-MOSTRA-SUPRESSAO.
           EXIT.

       MOSTRA-DIGITAL.
           MOVE    "N"       TO        W-ACHOU
           OPEN    INPUT     PBOUNCE
           IF      W-FS-BOUNCE         NOT       EQUAL     "00"
                   GO        FECHA-DIGITAL.
       LE-BOUNCE.
           READ    PBOUNCE   AT        END
                   CLOSE     PBOUNCE
                   GO        FECHA-DIGITAL.
           IF      BN-COD    EQUAL     MA-COD-ASS
                   MOVE      "S"       TO        W-ACHOU.
           GO      LE-BOUNCE.
       FECHA-DIGITAL.
           IF      MA-OPTIN-DIGITAL    NOT EQUAL "S"
                   DISPLAY "  CANAL DIGITAL: SEM OPT-IN (SO' IMPRESSO)"
                   GO        FIM-MOSTRA-DIGITAL.
           IF      W-ACHOU   EQUAL     "S"
                   DISPLAY "  CANAL DIGITAL: OPT-IN, MAS AVISO "
                           "DEVOLVIDO - VOLTOU AO IMPRESSO"
           ELSE
                   DISPLAY "  CANAL DIGITAL: OPT-IN ATIVO ("
                           MA-EMPRESA ")".
       FIM-MOSTRA-DIGITAL.
           EXIT.

      *    CONTATO PELO CODIGO OU, SE REGISTRADO SO' COM O CEP, PELO
      *    CEP DO ASSINANTE.
       MOSTRA-ATENDIMENTOS.
           MOVE    ZEROS     TO        W-QT-LINHAS
           OPEN    INPUT     PSAC
           IF      W-FS-SAC  NOT       EQUAL     "00"
                   GO        FECHA-ATENDIMENTOS.
       LE-ATENDIMENTOS.
           READ    PSAC      AT        END
                   CLOSE     PSAC
                   GO        FECHA-ATENDIMENTOS.
           IF      SC-COD    NOT EQUAL MA-COD-ASS
              IF   SC-COD    NOT EQUAL SPACES
              OR   SC-CEP    NOT EQUAL W-CEP-ASS
                   GO        LE-ATENDIMENTOS.
           ADD     1         TO        W-QT-LINHAS
           MOVE    SC-DATA   TO        W-DATA-AUX
           PERFORM EDITA-DATA          THRU FIM-EDITA-DATA
           DISPLAY "  " SC-NUM " " W-DATA-ED " CANAL " SC-CANAL
                   " MOTIVO " SC-MOTIVO " OPER " SC-OPERADOR
                   " SIT " SC-SITUACAO " RETORNO " SC-RETORNO
           DISPLAY "      " SC-TEXTO
           IF      SC-SOLUCAO          NOT EQUAL SPACES
                   DISPLAY "      SOLUCAO: " SC-SOLUCAO.
           GO      LE-ATENDIMENTOS.
       FECHA-ATENDIMENTOS.
           IF      W-QT-LINHAS         EQUAL     ZEROS
                   DISPLAY "  (NENHUM CONTATO REGISTRADO)".
       FIM-MOSTRA-ATENDIMENTOS.
           EXIT.

      *-----------------------------------------------------------
      *    GRAVA-ACESSO: UMA LINHA EM ACESSO_LOG.TXT POR CONSULTA
      *    (OU TENTATIVA NEGADA), COMO NOS VALIDA-ACESSO.
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
           MOVE    "CONSASS" TO        AC-PROGRAMA
           MOVE    W-DATE    TO        AC-DATA
           MOVE    W-TIME    TO        AC-HORA
           MOVE    W-AC-RESULT         TO        AC-RESULT
           IF      W-AC-RESULT         EQUAL     "CONSULTA"
                   MOVE      MA-COD-ASS          TO   AC-ASSINANTE.
           WRITE   REG-ACESSO
           CLOSE   PACESSO.
       FIM-GRAVA-ACESSO.
           EXIT.

       EDITA-DATA.
           MOVE    W-DA-DD   TO        W-DE-DD
           MOVE    W-DA-MM   TO        W-DE-MM
           MOVE    W-DA-AAAA TO        W-DE-AAAA.
       FIM-EDITA-DATA.
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
