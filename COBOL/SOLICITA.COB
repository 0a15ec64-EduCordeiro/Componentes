       IDENTIFICATION DIVISION.
       PROGRAM-ID.      SOLICITA.
      *
      *  SOLICITACOES DE AUTOATENDIMENTO QUE CHEGAM DO SITE NO
      *  ARQUIVO DIARIO SOLICITACOES.TXT. CADA SOLICITACAO E'
      *  CONFERIDA (CLIENTE/ASSINANTE EXISTE, CAMPOS OBRIGATORIOS,
      *  CEP DENTRO DAS FAIXAS DA UF EM CEP_FAIXAS.TXT) E, ACEITA,
      *  SEGUE O MESMO CAMINHO DA MANUTENCAO FEITA PELO OPERADOR:
      *     E - ENDERECO     REGRAVA O CLIENTE.TXT (SOB A TRAVA
      *                      CLIENTE.LCK) COM AS IMAGENS ANTES/DEPOIS
      *                      NO JORNAL_CLIENTE.TXT; CLIENTE SUSPEITO
      *                      (SUSPEITOS.TXT) VAI PARA A FILA DE
      *                      REENVIO.TXT E A MARCA E' LIMPA, COMO NO
      *                      ALTERA-CLIENTE DO LISTA_CLIENTE
      *     C - CONTATO      TELEFONE, E-MAIL E PREFERENCIA DE
      *                      CONTATO (CAMPO EM BRANCO NAO MUDA), COM
      *                      JORNAL IGUAL AO DO ENDERECO
      *     O - NAO-PERTURBE ENTRA EM SUPRESSAO.TXT COM FONTE "A",
      *                      JORNALIZADO EM SUPRESSAO_JORNAL.TXT COMO
      *                      NO CANCELA
      *     X - CANCELAMENTO ACRESCENTA A LINHA NA FILA
      *                      CANCELAMENTOS.TXT PARA O CANCELA
      *
      *  TODA SOLICITACAO RECEBE UM PROTOCOLO (AAAA + SEQUENCIAL DO
      *  ANO, A PARTIR DO MAIOR JA' GRAVADO EM SOLICITA_PROT.TXT,
      *  COMO NO TITULAR). SOLICITACAO RECUSADA VAI PARA
      *  SOLICITA_REVISAO.TXT COM O MOTIVO, PARA O ATENDIMENTO. O
      *  RETORNO AO SITE E' O SOLICITA_CONFIRMA.TXT: IDENTIFICACAO
      *  DO SITE, PROTOCOLO, SITUACAO (ACEITA / RECUSADA / REPETIDA)
      *  E MOTIVO. IDENTIFICACAO DO SITE JA' PROTOCOLADA (ARQUIVO
      *  REENVIADO) NAO E' APLICADA DE NOVO - VOLTA COMO REPETIDA
      *  COM O PROTOCOLO ORIGINAL.
      *
      *  LAYOUT DE SOLICITACOES.TXT:
      *     01-12 IDENTIFICACAO NO SITE   14 TIPO (E/C/O/X)
      *     16-23 DATA (AAAAMMDD)         25-33 CODIGO DO CLIENTE
      *     35-43 CODIGO DO ASSINANTE     45-   DADOS DO TIPO:
      *     E: RUA (80) BAIRRO (40) CIDADE (40) UF (2) CEP (8)
      *     C: TELEFONE (15) E-MAIL (50) PREFERENCIA C/T/E (1)
      *     O: MOTIVO (3)
      *     X: REVISTA (2) MOTIVO (3) NAO CONTATAR S/N (1)
      *     (CAMPOS DOS DADOS SEPARADOS POR UM BRANCO)
      *  E/C LOCALIZAM O CLIENTE PELO CODIGO DO CLIENTE OU, SEM
      *  ELE, PELO CODIGO DO ASSINANTE VINCULADO; INFORMADOS OS
      *  DOIS, TEM QUE CONFERIR. X EXIGE O ASSINANTE COM PROJETO
      *  ATIVO DA REVISTA NO MESTRE; O ACEITA QUALQUER DOS DOIS.
      *
      *  CHAMADA DESATENDIDA:
      *     SOLICITA [ARQUIVO-DE-SOLICITACOES]
      *
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT       PSOLIC         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-SOLIC
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
           SELECT       PFAIXAS        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-FAIXAS
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PSUSP          ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-SUSP
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PREENVIO       ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-REENVIO
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       JORNAL         ASSIGN    TO
                                       "JORNAL_CLIENTE.TXT"
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   FS-JORNAL.
           SELECT       PTRAVAC        ASSIGN    TO   "CLIENTE.LCK"
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-TRVC.
           SELECT       PSUPTAB        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-SUPTAB
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PSUPJOR        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-SUPJOR
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PCANC          ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-CANC
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PPROT          ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-PROT
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PCONF          ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-CONF
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PREVISAO       ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-REVISAO
                        ACCESS         MODE      IS   SEQUENTIAL.

       DATA        DIVISION.
       FILE        SECTION.
       FD  PSOLIC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS ARQ-SOLIC.
       01  REG-SOLIC.
           02  SL-CABECALHO.
               03 SL-ID-WEB       PIC X(012).
               03 FILLER          PIC X(001).
               03 SL-TIPO         PIC X(001).
                  88 SL-ENDERECO            VALUE "E".
                  88 SL-CONTATO             VALUE "C".
                  88 SL-OPTOUT              VALUE "O".
                  88 SL-CANCELAMENTO        VALUE "X".
               03 FILLER          PIC X(001).
               03 SL-DATA         PIC X(008).
               03 FILLER          PIC X(001).
               03 SL-COD-CLI      PIC X(009).
               03 FILLER          PIC X(001).
               03 SL-COD-ASS      PIC X(009).
               03 FILLER          PIC X(001).
           02  SL-DADOS           PIC X(176).
           02  SL-DADOS-END REDEFINES SL-DADOS.
               03 SL-RUA          PIC X(080).
               03 FILLER          PIC X(001).
               03 SL-BAIRRO       PIC X(040).
               03 FILLER          PIC X(001).
               03 SL-CIDADE       PIC X(040).
               03 FILLER          PIC X(001).
               03 SL-UF           PIC X(002).
               03 FILLER          PIC X(001).
               03 SL-CEP          PIC X(008).
               03 FILLER          PIC X(002).
           02  SL-DADOS-CON REDEFINES SL-DADOS.
               03 SL-TELEFONE     PIC X(015).
               03 FILLER          PIC X(001).
               03 SL-EMAIL        PIC X(050).
               03 FILLER          PIC X(001).
               03 SL-PREF-CON     PIC X(001).
               03 FILLER          PIC X(108).
           02  SL-DADOS-OPT REDEFINES SL-DADOS.
               03 SL-OP-MOTIVO    PIC X(003).
               03 FILLER          PIC X(173).
           02  SL-DADOS-CAN REDEFINES SL-DADOS.
               03 SL-REVISTA      PIC X(002).
               03 FILLER          PIC X(001).
               03 SL-CN-MOTIVO    PIC X(003).
               03 FILLER          PIC X(001).
               03 SL-NAO-CONTATAR PIC X(001).
               03 FILLER          PIC X(168).

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

      *    MESMO LAYOUT DO LISTA_CLIENTE.
       FD  PFAIXAS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CEP_FAIXAS.TXT".
       01  REG-FAIXA.
           02  FX-UF              PIC X(002).
           02  FILLER             PIC X(001).
           02  FX-INI             PIC 9(008).
           02  FILLER             PIC X(001).
           02  FX-FIM             PIC 9(008).

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

      *    FILA DE REENVIO DO REENVIA (MESMO LAYOUT DO LISTA_CLIENTE).
       FD  PREENVIO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REENVIO.TXT".
       01  REG-REENVIO.
           02  RV-CEP             PIC 9(008).
           02  FILLER             PIC X(002).
           02  RV-NOME            PIC X(040).
           02  FILLER             PIC X(002).
           02  RV-RUA             PIC X(080).
           02  FILLER             PIC X(002).
           02  RV-BAIRRO          PIC X(040).
           02  FILLER             PIC X(002).
           02  RV-CIDADE          PIC X(040).
           02  FILLER             PIC X(002).
           02  RV-UF              PIC X(003).

      *    JORNAL DE MANUTENCAO DO CADASTRO (MESMO LAYOUT DO
      *    LISTA_CLIENTE E DO PADRONIZA).
       FD  JORNAL.
       01  REG-JORNAL.
           02  JR-OPER            PIC X(009).
           02  FILLER             PIC X(002).
           02  JR-DATA            PIC X(006).
           02  FILLER             PIC X(002).
           02  JR-HORA            PIC X(006).
           02  FILLER             PIC X(002).
           02  JR-COD             PIC X(004).
           02  FILLER             PIC X(002).
           02  JR-ANTES           PIC X(295).
           02  FILLER             PIC X(002).
           02  JR-DEPOIS          PIC X(295).

      *    TRAVA DE RECURSO DO CLIENTE.TXT (MESMA DO PADRONIZA).
       FD  PTRAVAC.
       01  REG-TRAVAC.
           02  TC-STATUS          PIC X(001).
           02  FILLER             PIC X(002).
           02  TC-DATA            PIC X(006).
           02  FILLER             PIC X(002).
           02  TC-HORA            PIC X(006).
           02  FILLER             PIC X(002).
           02  TC-ORIGEM          PIC X(010).

      *    MESMOS LAYOUTS DO ADMSUP.
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

       FD  PSUPJOR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "SUPRESSAO_JORNAL.TXT".
       01  REG-SUPJOR.
           02  SJ-DATA            PIC X(006).
           02  FILLER             PIC X(001).
           02  SJ-HORA            PIC X(006).
           02  FILLER             PIC X(002).
           02  SJ-OPERADOR        PIC X(004).
           02  FILLER             PIC X(002).
           02  SJ-ACAO            PIC X(008).
           02  FILLER             PIC X(002).
           02  SJ-ENTRADA         PIC X(064).

      *    FILA DE CANCELAMENTOS DO CANCELA (MESMO LAYOUT).
       FD  PCANC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CANCELAMENTOS.TXT".
       01  REG-CANC.
           02  CN-COD-ASS         PIC X(009).
           02  FILLER             PIC X(002).
           02  CN-REVISTA         PIC X(002).
           02  FILLER             PIC X(002).
           02  CN-DATA            PIC X(008).
           02  FILLER             PIC X(002).
           02  CN-MOTIVO          PIC X(003).
           02  FILLER             PIC X(002).
           02  CN-NAO-CONTATAR    PIC X(001).

      *-----------------------------------------------------------
      *    PROTOCOLO DAS SOLICITACOES DO SITE: UMA LINHA POR
      *    SOLICITACAO RECEBIDA, EM TODAS AS RODADAS - PROTOCOLO,
      *    IDENTIFICACAO NO SITE, DATA DA RODADA, TIPO, SITUACAO E
      *    MOTIVO DA RECUSA.
      *-----------------------------------------------------------
       FD  PPROT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "SOLICITA_PROT.TXT".
       01  REG-PROT.
           02  PT-PROTOCOLO       PIC 9(009).
           02  FILLER             PIC X(001).
           02  PT-ID-WEB          PIC X(012).
           02  FILLER             PIC X(001).
           02  PT-DATA            PIC 9(008).
           02  FILLER             PIC X(001).
           02  PT-TIPO            PIC X(001).
           02  FILLER             PIC X(001).
           02  PT-SITUACAO        PIC X(008).
           02  FILLER             PIC X(001).
           02  PT-MOTIVO          PIC X(040).

      *    RETORNO AO SITE.
       FD  PCONF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "SOLICITA_CONFIRMA.TXT".
       01  REG-CONF.
           02  CF-ID-WEB          PIC X(012).
           02  FILLER             PIC X(001).
           02  CF-PROTOCOLO       PIC 9(009).
           02  FILLER             PIC X(001).
           02  CF-SITUACAO        PIC X(008).
           02  FILLER             PIC X(001).
           02  CF-MOTIVO          PIC X(040).

      *    RECUSADAS PARA O ATENDIMENTO: PROTOCOLO, MOTIVO E A
      *    SOLICITACAO COMO CHEGOU.
       FD  PREVISAO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "SOLICITA_REVISAO.TXT".
       01  REG-REVISAO.
           02  RS-PROTOCOLO       PIC 9(009).
           02  FILLER             PIC X(001).
           02  RS-MOTIVO          PIC X(040).
           02  FILLER             PIC X(001).
           02  RS-SOLIC           PIC X(220).

       WORKING-STORAGE  SECTION.
       77  W-FS-SOLIC             PIC X(002) VALUE SPACES.
       01  FS-CLIENTE             PIC X(002) VALUE SPACES.
       77  W-FS-MESTRE            PIC X(002) VALUE SPACES.
       77  W-FS-FAIXAS            PIC X(002) VALUE SPACES.
       77  W-FS-SUSP              PIC X(002) VALUE SPACES.
       77  W-FS-REENVIO           PIC X(002) VALUE SPACES.
       77  FS-JORNAL              PIC X(002) VALUE SPACES.
       77  W-FS-SUPTAB            PIC X(002) VALUE SPACES.
       77  W-FS-SUPJOR            PIC X(002) VALUE SPACES.
       77  W-FS-CANC              PIC X(002) VALUE SPACES.
       77  W-FS-PROT              PIC X(002) VALUE SPACES.
       77  W-FS-CONF              PIC X(002) VALUE SPACES.
       77  W-FS-REVISAO           PIC X(002) VALUE SPACES.
       77  W-ARGC                 PIC 9(002) VALUE ZEROS.
       77  ARQ-SOLIC              PIC X(030) VALUE SPACES.
       77  W-MESTRE-OK            PIC X(001) VALUE "N".
       77  W-HOJE                 PIC 9(008) VALUE ZEROS.
       77  W-DATE                 PIC 9(006) VALUE ZEROS.
       77  W-TIME                 PIC 9(008) VALUE ZEROS.
       77  W-DATA-SOL             PIC 9(008) VALUE ZEROS.
       77  W-INT-SOL              PIC 9(007) VALUE ZEROS.
       77  W-PROTOCOLO            PIC 9(009) VALUE ZEROS.
       77  W-ULT-PROTOCOLO        PIC 9(009) VALUE ZEROS.
       77  W-SITUACAO             PIC X(008) VALUE SPACES.
       77  W-RECUSA               PIC X(040) VALUE SPACES.
       77  W-ACHOU                PIC X(001) VALUE "N".
       77  W-IND                  PIC 9(005) VALUE ZEROS.
       77  W-IND2                 PIC 9(005) VALUE ZEROS.
       77  W-IND-PRJ              PIC 9(001) VALUE ZEROS.
       77  W-QT-ARROBA            PIC 9(003) VALUE ZEROS.
       77  W-CEP-NOVO             PIC 9(008) VALUE ZEROS.
       77  W-UF-NOVA              PIC X(002) VALUE SPACES.
       77  W-CEP-UF-OK            PIC X(001) VALUE "S".
       77  W-UF-TEM-FAIXA         PIC X(001) VALUE "N".
       77  W-CEP-ANTES            PIC 9(008) VALUE ZEROS.
       77  W-E-SUSPEITO           PIC X(001) VALUE "N".
       77  W-SUSP-MUDOU           PIC X(001) VALUE "N".
       77  W-PELO-MESTRE          PIC X(001) VALUE "N".
       77  W-JR-OPER              PIC X(009) VALUE SPACES.
       77  W-IMG-ANTES            PIC X(295) VALUE SPACES.
       77  W-QT-LIDOS             PIC 9(007) VALUE ZEROS.
       77  W-QT-ACEITAS           PIC 9(007) VALUE ZEROS.
       77  W-QT-RECUSADAS         PIC 9(007) VALUE ZEROS.
       77  W-QT-REPETIDAS         PIC 9(007) VALUE ZEROS.
       77  W-QT-ENDERECO          PIC 9(007) VALUE ZEROS.
       77  W-QT-CONTATO           PIC 9(007) VALUE ZEROS.
       77  W-QT-OPTOUT            PIC 9(007) VALUE ZEROS.
       77  W-QT-CANCEL            PIC 9(007) VALUE ZEROS.
       77  W-QT-REENVIO           PIC 9(007) VALUE ZEROS.

      *    TRAVA DE RECURSO DO CLIENTE.TXT.
       77  W-FS-TRVC              PIC X(002) VALUE SPACES.
       77  W-RESP-TRVC            PIC X(001) VALUE SPACES.
       77  W-TRVC-TOMADA          PIC X(001) VALUE "N".
       01  W-DATA-TRVC            PIC 9(006) VALUE ZEROS.
       01  W-HORA-TRVC            PIC 9(006) VALUE ZEROS.

      *    FAIXAS DE CEP POR UF.
       01  TAB-FAIXAS.
           02 W-QT-FAIXAS         PIC 9(003) VALUE ZEROS.
           02 TFX-ENT OCCURS 200 TIMES.
              03 TFX-UF           PIC X(002).
              03 TFX-INI          PIC 9(008).
              03 TFX-FIM          PIC 9(008).

      *    MARCAS DE ENDERECO SUSPEITO (REGRAVADAS NO FIM QUANDO
      *    ALGUMA CAIU).
       01  TAB-SUSPEITOS.
           02 W-QT-SUSP           PIC 9(004) VALUE ZEROS.
           02 TSP-ENT OCCURS 3000 TIMES.
              03 TSP-CEP          PIC 9(008).
              03 TSP-MOTIVO       PIC X(003).
              03 TSP-DATA         PIC X(008).
              03 TSP-CODIGO       PIC 9(009).

      *    IDENTIFICACOES DO SITE JA' PROTOCOLADAS.
       01  TAB-PROTOCOLOS.
           02 W-QT-PROT           PIC 9(005) VALUE ZEROS.
           02 TPR-ENT OCCURS 20000 TIMES.
              03 TPR-ID-WEB       PIC X(012).
              03 TPR-PROTOCOLO    PIC 9(009).
              03 TPR-SITUACAO     PIC X(008).
              03 TPR-MOTIVO       PIC X(040).

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
           ACCEPT  W-ARGC    FROM      ARGUMENT-NUMBER.
           IF      W-ARGC    NOT       <         1
                   DISPLAY 1 UPON      ARGUMENT-NUMBER
                   ACCEPT  ARQ-SOLIC   FROM      ARGUMENT-VALUE
           ELSE
                   DISPLAY "SOLICITA - SOLICITACOES DO SITE"
                   DISPLAY "ARQUIVO DE SOLICITACOES (BRANCO = "
                           "SOLICITACOES.TXT): "
                   ACCEPT  ARQ-SOLIC.
           IF      ARQ-SOLIC EQUAL     SPACES
                   MOVE      "SOLICITACOES.TXT"  TO   ARQ-SOLIC.
           ACCEPT  W-HOJE    FROM      DATE      YYYYMMDD
           OPEN    INPUT     PSOLIC
           IF      W-FS-SOLIC          NOT       EQUAL     "00"
                   DISPLAY "ARQUIVO DE SOLICITACOES NAO ENCONTRADO: "
                           ARQ-SOLIC
                   STOP RUN.
           PERFORM CARREGA-FAIXAS      THRU FIM-CARREGA-FAIXAS
           PERFORM CARREGA-SUSPEITOS   THRU FIM-CARREGA-SUSPEITOS
           PERFORM CARREGA-PROTOCOLOS  THRU FIM-CARREGA-PROTOCOLOS
           PERFORM TOMA-TRAVA-CLIENTE  THRU FIM-TOMA-TRAVA-CLIENTE
           OPEN    I-O       CLIENTE
           IF      FS-CLIENTE          NOT       EQUAL     "00"
                   DISPLAY "CLIENTE.TXT INDISPONIVEL = " FS-CLIENTE
                   CLOSE     PSOLIC
                   PERFORM   LIBERA-TRAVA-CLIENTE
                             THRU FIM-LIBERA-TRAVA-CLIENTE
                   STOP RUN.
           OPEN    INPUT     PMESTRE
           IF      W-FS-MESTRE         EQUAL     "00"
                   MOVE      "S"       TO        W-MESTRE-OK
           ELSE
                   DISPLAY "AVISO: ASSINANTE.DAT INDISPONIVEL - "
                           "SOLICITACOES POR ASSINANTE SERAO RECUSADAS".
           OPEN    OUTPUT    PCONF     PREVISAO
           OPEN    EXTEND    PPROT
           IF      W-FS-PROT NOT       EQUAL     "00"
                   OPEN      OUTPUT    PPROT.
       LE-SOLIC.
           READ    PSOLIC    AT        END
                   GO        FIM-SOLIC.
           IF      REG-SOLIC EQUAL     SPACES
                   GO        LE-SOLIC.
           ADD     1         TO        W-QT-LIDOS
           INSPECT SL-TIPO   CONVERTING "ecox" TO "ECOX"
      *    ARQUIVO REENVIADO PELO SITE: A SOLICITACAO JA' TEM
      *    PROTOCOLO E NAO E' APLICADA DE NOVO.
           MOVE    "N"       TO        W-ACHOU
           IF      SL-ID-WEB NOT       EQUAL     SPACES
                   PERFORM   PROCURA-PROTOCOLO
                             THRU FIM-PROCURA-PROTOCOLO
                             VARYING   W-IND     FROM 1 BY 1
                             UNTIL     W-IND     >         W-QT-PROT
                             OR        W-ACHOU   EQUAL     "S".
           IF      W-ACHOU   EQUAL     "S"
                   ADD       1         TO        W-QT-REPETIDAS
                   MOVE      SPACES    TO        REG-CONF
                   MOVE      SL-ID-WEB TO        CF-ID-WEB
                   MOVE      TPR-PROTOCOLO (W-IND2) TO CF-PROTOCOLO
                   MOVE      "REPETIDA" TO       CF-SITUACAO
                   STRING    "JA' RECEBIDA - " TPR-SITUACAO (W-IND2)
                             DELIMITED BY SIZE INTO CF-MOTIVO
                   WRITE     REG-CONF
                   GO        LE-SOLIC.
           ADD     1         TO        W-ULT-PROTOCOLO
           MOVE    W-ULT-PROTOCOLO     TO        W-PROTOCOLO
           MOVE    SPACES    TO        W-RECUSA
           PERFORM VALIDA-SOLIC        THRU FIM-VALIDA-SOLIC
           IF      W-RECUSA  EQUAL     SPACES
                   PERFORM   APLICA-SOLIC THRU FIM-APLICA-SOLIC.
           IF      W-RECUSA  NOT       EQUAL     SPACES
                   ADD       1         TO        W-QT-RECUSADAS
                   MOVE      "RECUSADA" TO       W-SITUACAO
                   MOVE      SPACES    TO        REG-REVISAO
                   MOVE      W-PROTOCOLO         TO   RS-PROTOCOLO
                   MOVE      W-RECUSA  TO        RS-MOTIVO
                   MOVE      REG-SOLIC TO        RS-SOLIC
                   WRITE     REG-REVISAO
           ELSE
                   ADD       1         TO        W-QT-ACEITAS
                   MOVE      "ACEITA"  TO        W-SITUACAO.
           MOVE    SPACES    TO        REG-CONF
           MOVE    SL-ID-WEB TO        CF-ID-WEB
           MOVE    W-PROTOCOLO         TO        CF-PROTOCOLO
           MOVE    W-SITUACAO          TO        CF-SITUACAO
           MOVE    W-RECUSA  TO        CF-MOTIVO
           WRITE   REG-CONF
           MOVE    SPACES    TO        REG-PROT
           MOVE    W-PROTOCOLO         TO        PT-PROTOCOLO
           MOVE    SL-ID-WEB TO        PT-ID-WEB
           MOVE    W-HOJE    TO        PT-DATA
           MOVE    SL-TIPO   TO        PT-TIPO
           MOVE    W-SITUACAO          TO        PT-SITUACAO
           MOVE    W-RECUSA  TO        PT-MOTIVO
           WRITE   REG-PROT
           IF      SL-ID-WEB NOT       EQUAL     SPACES
           AND     W-QT-PROT <         20000
                   ADD       1         TO        W-QT-PROT
                   MOVE      SL-ID-WEB TO        TPR-ID-WEB (W-QT-PROT)
                   MOVE      W-PROTOCOLO    TO
                             TPR-PROTOCOLO (W-QT-PROT)
                   MOVE      W-SITUACAO     TO
                             TPR-SITUACAO (W-QT-PROT)
                   MOVE      W-RECUSA  TO        TPR-MOTIVO (W-QT-PROT).
           GO      LE-SOLIC.
       FIM-SOLIC.
           CLOSE   PSOLIC    CLIENTE   PCONF     PREVISAO  PPROT
           IF      W-MESTRE-OK         EQUAL     "S"
                   CLOSE     PMESTRE.
           IF      W-SUSP-MUDOU        EQUAL     "S"
                   PERFORM   REGRAVA-SUSPEITOS
                             THRU FIM-REGRAVA-SUSPEITOS.
           PERFORM LIBERA-TRAVA-CLIENTE THRU FIM-LIBERA-TRAVA-CLIENTE
           DISPLAY "SOLICITACOES LIDAS ...: " W-QT-LIDOS
           DISPLAY "ACEITAS ..............: " W-QT-ACEITAS
           DISPLAY "   ENDERECO ..........: " W-QT-ENDERECO
           DISPLAY "   CONTATO ...........: " W-QT-CONTATO
           DISPLAY "   NAO-PERTURBE ......: " W-QT-OPTOUT
           DISPLAY "   CANCELAMENTO ......: " W-QT-CANCEL
           DISPLAY "RECUSADAS (REVISAO) ..: " W-QT-RECUSADAS
           DISPLAY "REPETIDAS ............: " W-QT-REPETIDAS
           DISPLAY "NA FILA DE REENVIO ...: " W-QT-REENVIO
           STOP    RUN.

      *****************************************************************
      *    CARREGA-FAIXAS: SEM O ARQUIVO (OU SEM FAIXA PARA A UF) O
      *    CEP NAO E' JULGADO, COMO NO LISTA_CLIENTE.
      *****************************************************************
       CARREGA-FAIXAS.
           OPEN    INPUT     PFAIXAS
           IF      W-FS-FAIXAS         NOT       EQUAL     "00"
                   GO        FIM-CARREGA-FAIXAS.
       LE-FAIXA.
           READ    PFAIXAS   AT        END
                   CLOSE     PFAIXAS
                   GO        FIM-CARREGA-FAIXAS.
           IF      W-QT-FAIXAS         NOT       <         200
           OR      FX-INI    NOT       NUMERIC
           OR      FX-FIM    NOT       NUMERIC
                   GO        LE-FAIXA.
           ADD     1         TO        W-QT-FAIXAS
           MOVE    FX-UF     TO        TFX-UF (W-QT-FAIXAS)
           MOVE    FX-INI    TO        TFX-INI (W-QT-FAIXAS)
           MOVE    FX-FIM    TO        TFX-FIM (W-QT-FAIXAS)
           GO      LE-FAIXA.
       FIM-CARREGA-FAIXAS.
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
           MOVE    SP-MOTIVO TO        TSP-MOTIVO (W-QT-SUSP)
           MOVE    SP-DATA   TO        TSP-DATA (W-QT-SUSP)
           MOVE    ZEROS     TO        TSP-CODIGO (W-QT-SUSP)
           IF      SP-CODIGO NUMERIC
                   MOVE      SP-CODIGO TO        TSP-CODIGO (W-QT-SUSP).
           GO      LE-SUSPEITO.
       FIM-CARREGA-SUSPEITOS.
           EXIT.

      *****************************************************************
      *    CARREGA-PROTOCOLOS: O MAIOR PROTOCOLO DO ANO (AAAA +
      *    SEQUENCIAL DE 5 DIGITOS) E AS IDENTIFICACOES DO SITE JA'
      *    RECEBIDAS.
      *****************************************************************
       CARREGA-PROTOCOLOS.
           MOVE    W-HOJE (1 : 4)      TO        W-ULT-PROTOCOLO (1 : 4)
           MOVE    ZEROS     TO        W-ULT-PROTOCOLO (5 : 5)
           OPEN    INPUT     PPROT
           IF      W-FS-PROT NOT       EQUAL     "00"
                   GO        FIM-CARREGA-PROTOCOLOS.
       LE-PROTOCOLO.
           READ    PPROT     AT        END
                   CLOSE     PPROT
                   GO        FIM-CARREGA-PROTOCOLOS.
           IF      PT-PROTOCOLO        NOT       NUMERIC
                   GO        LE-PROTOCOLO.
           IF      PT-PROTOCOLO        >         W-ULT-PROTOCOLO
                   MOVE      PT-PROTOCOLO        TO   W-ULT-PROTOCOLO.
           IF      PT-ID-WEB EQUAL     SPACES
           OR      W-QT-PROT NOT       <         20000
                   GO        LE-PROTOCOLO.
           ADD     1         TO        W-QT-PROT
           MOVE    PT-ID-WEB TO        TPR-ID-WEB (W-QT-PROT)
           MOVE    PT-PROTOCOLO        TO   TPR-PROTOCOLO (W-QT-PROT)
           MOVE    PT-SITUACAO         TO   TPR-SITUACAO (W-QT-PROT)
           MOVE    PT-MOTIVO TO        TPR-MOTIVO (W-QT-PROT)
           GO      LE-PROTOCOLO.
       FIM-CARREGA-PROTOCOLOS.
           EXIT.

       PROCURA-PROTOCOLO.
           IF      TPR-ID-WEB (W-IND)  EQUAL     SL-ID-WEB
                   MOVE      "S"       TO        W-ACHOU
                   MOVE      W-IND     TO        W-IND2.
       FIM-PROCURA-PROTOCOLO.
           EXIT.

      *****************************************************************
      *    VALIDA-SOLIC: W-RECUSA EM BRANCO = SOLICITACAO EM ORDEM;
      *    SENAO TRAZ O MOTIVO DA PRIMEIRA FALHA. DEIXA O CLIENTE
      *    (E/C E O PELO CLIENTE) OU O MESTRE (X E O PELO ASSINANTE)
      *    LIDO PARA O APLICA-SOLIC.
      *****************************************************************
       VALIDA-SOLIC.
           IF      SL-ID-WEB EQUAL     SPACES
                   MOVE      "SEM IDENTIFICACAO DO SITE" TO W-RECUSA
                   GO        FIM-VALIDA-SOLIC.
           IF      NOT SL-ENDERECO     AND  NOT SL-CONTATO
           AND     NOT SL-OPTOUT       AND  NOT SL-CANCELAMENTO
                   MOVE      "TIPO DE SOLICITACAO INVALIDO" TO W-RECUSA
                   GO        FIM-VALIDA-SOLIC.
           IF      SL-DATA   NOT       NUMERIC
                   MOVE      "DATA INVALIDA" TO  W-RECUSA
                   GO        FIM-VALIDA-SOLIC.
           MOVE    SL-DATA   TO        W-DATA-SOL
           COMPUTE W-INT-SOL =  FUNCTION INTEGER-OF-DATE (W-DATA-SOL)
           IF      W-INT-SOL EQUAL     ZEROS
           OR      W-DATA-SOL          >         W-HOJE
                   MOVE      "DATA INVALIDA" TO  W-RECUSA
                   GO        FIM-VALIDA-SOLIC.
           IF      SL-CANCELAMENTO
                   GO        VALIDA-CANCELAMENTO.
           IF      SL-OPTOUT
                   GO        VALIDA-OPTOUT.
           PERFORM LOCALIZA-CLIENTE    THRU FIM-LOCALIZA-CLIENTE
           IF      W-RECUSA  NOT       EQUAL     SPACES
                   GO        FIM-VALIDA-SOLIC.
           IF      SL-CONTATO
                   GO        VALIDA-CONTATO.
       VALIDA-ENDERECO.
           INSPECT SL-UF     CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF      SL-RUA    EQUAL     SPACES
           OR      SL-BAIRRO EQUAL     SPACES
           OR      SL-CIDADE EQUAL     SPACES
           OR      SL-UF     EQUAL     SPACES
                   MOVE      "ENDERECO INCOMPLETO" TO W-RECUSA
                   GO        FIM-VALIDA-SOLIC.
           IF      SL-CEP    NOT       NUMERIC
           OR      SL-CEP    EQUAL     "00000000"
                   MOVE      "CEP INVALIDO" TO   W-RECUSA
                   GO        FIM-VALIDA-SOLIC.
           MOVE    SL-CEP    TO        W-CEP-NOVO
           MOVE    SL-UF     TO        W-UF-NOVA
           PERFORM VALIDA-CEP-UF       THRU FIM-VALIDA-CEP-UF
           IF      W-CEP-UF-OK         EQUAL     "N"
                   MOVE      "CEP FORA DAS FAIXAS DA UF" TO W-RECUSA.
           GO      FIM-VALIDA-SOLIC.
       VALIDA-CONTATO.
           IF      SL-TELEFONE         EQUAL     SPACES
           AND     SL-EMAIL  EQUAL     SPACES
           AND     SL-PREF-CON         EQUAL     SPACES
                   MOVE      "NENHUM DADO DE CONTATO INFORMADO"
                             TO        W-RECUSA
                   GO        FIM-VALIDA-SOLIC.
           INSPECT SL-PREF-CON CONVERTING "cte" TO "CTE"
           IF      SL-PREF-CON         NOT       EQUAL     SPACES
           AND     SL-PREF-CON NOT EQUAL "C" AND "T" AND "E"
                   MOVE      "PREFERENCIA DE CONTATO INVALIDA"
                             TO        W-RECUSA
                   GO        FIM-VALIDA-SOLIC.
           MOVE    ZEROS     TO        W-QT-ARROBA
           INSPECT SL-EMAIL  TALLYING  W-QT-ARROBA FOR ALL "@"
           IF      SL-EMAIL  NOT       EQUAL     SPACES
           AND     W-QT-ARROBA         NOT       EQUAL     1
                   MOVE      "E-MAIL INVALIDO" TO W-RECUSA.
           GO      FIM-VALIDA-SOLIC.
       VALIDA-OPTOUT.
           MOVE    "N"       TO        W-PELO-MESTRE
           IF      SL-COD-ASS          NOT       EQUAL     SPACES
                   MOVE      "S"       TO        W-PELO-MESTRE
                   PERFORM   LE-MESTRE THRU FIM-LE-MESTRE
                   GO        FIM-VALIDA-SOLIC.
           IF      SL-COD-CLI          EQUAL     SPACES
                   MOVE      "CLIENTE/ASSINANTE NAO INFORMADO"
                             TO        W-RECUSA
                   GO        FIM-VALIDA-SOLIC.
           PERFORM LOCALIZA-CLIENTE    THRU FIM-LOCALIZA-CLIENTE
           GO      FIM-VALIDA-SOLIC.
       VALIDA-CANCELAMENTO.
           IF      SL-COD-ASS          EQUAL     SPACES
                   MOVE      "ASSINANTE NAO INFORMADO" TO W-RECUSA
                   GO        FIM-VALIDA-SOLIC.
           IF      SL-REVISTA          NOT       NUMERIC
           OR      SL-REVISTA          EQUAL     "00"
                   MOVE      "REVISTA INVALIDA" TO W-RECUSA
                   GO        FIM-VALIDA-SOLIC.
           IF      SL-CN-MOTIVO        EQUAL     SPACES
                   MOVE      "MOTIVO NAO INFORMADO" TO W-RECUSA
                   GO        FIM-VALIDA-SOLIC.
           INSPECT SL-NAO-CONTATAR CONVERTING "sn" TO "SN"
           IF      SL-NAO-CONTATAR     EQUAL     SPACE
                   MOVE      "N"       TO        SL-NAO-CONTATAR.
           IF      SL-NAO-CONTATAR NOT EQUAL "S" AND "N"
                   MOVE      "NAO CONTATAR DEVE SER S OU N" TO W-RECUSA
                   GO        FIM-VALIDA-SOLIC.
           PERFORM LE-MESTRE THRU FIM-LE-MESTRE
           IF      W-RECUSA  NOT       EQUAL     SPACES
                   GO        FIM-VALIDA-SOLIC.
           MOVE    "N"       TO        W-ACHOU
           PERFORM CONFERE-PROJETO     THRU FIM-CONFERE-PROJETO
                   VARYING   W-IND-PRJ FROM 1 BY 1
                   UNTIL     W-IND-PRJ >         6
           IF      W-ACHOU   EQUAL     "N"
                   MOVE      "SEM PROJETO ATIVO DA REVISTA" TO W-RECUSA.
       FIM-VALIDA-SOLIC.
           EXIT.

       CONFERE-PROJETO.
           IF      MA-NR-PROJ (W-IND-PRJ)        NOT  EQUAL   SPACES
           AND     MA-PROJ-ATIVO (W-IND-PRJ)
           AND     MA-REVISTA (W-IND-PRJ)        EQUAL        SL-REVISTA
                   MOVE      "S"       TO        W-ACHOU.
       FIM-CONFERE-PROJETO.
           EXIT.

      *****************************************************************
      *    LOCALIZA-CLIENTE: PELO CODIGO DO CLIENTE (CHAVE); SEM ELE,
      *    PERCORRE O CADASTRO ATRAS DO CODIGO DO ASSINANTE.
      *****************************************************************
       LOCALIZA-CLIENTE.
           IF      SL-COD-CLI          EQUAL     SPACES
                   GO        LOCALIZA-POR-ASSINANTE.
           IF      SL-COD-CLI          NOT       NUMERIC
                   MOVE      "CODIGO DE CLIENTE INVALIDO" TO W-RECUSA
                   GO        FIM-LOCALIZA-CLIENTE.
           MOVE    SL-COD-CLI          TO        CLIENTE-CODIGO
           READ    CLIENTE
                   INVALID KEY MOVE "CLIENTE NAO ENCONTRADO" TO W-RECUSA
           END-READ
           IF      W-RECUSA  NOT       EQUAL     SPACES
                   GO        FIM-LOCALIZA-CLIENTE.
           IF      SL-COD-ASS          NOT       EQUAL     SPACES
           AND     SL-COD-ASS          NOT  EQUAL     CLIENTE-COD-ASS
                   MOVE      "CLIENTE E ASSINANTE NAO CONFEREM"
                             TO        W-RECUSA.
           GO      FIM-LOCALIZA-CLIENTE.
       LOCALIZA-POR-ASSINANTE.
           IF      SL-COD-ASS          EQUAL     SPACES
                   MOVE      "CLIENTE/ASSINANTE NAO INFORMADO"
                             TO        W-RECUSA
                   GO        FIM-LOCALIZA-CLIENTE.
           MOVE    ZEROS     TO        CLIENTE-CODIGO
           START   CLIENTE   KEY       NOT <     CLIENTE-CODIGO
                   INVALID KEY MOVE "CLIENTE NAO ENCONTRADO" TO W-RECUSA
           END-START
           IF      W-RECUSA  NOT       EQUAL     SPACES
                   GO        FIM-LOCALIZA-CLIENTE.
       LOCALIZA-PROXIMO.
           READ    CLIENTE   NEXT RECORD AT END
                   MOVE      "CLIENTE NAO ENCONTRADO" TO W-RECUSA
                   GO        FIM-LOCALIZA-CLIENTE.
           IF      CLIENTE-COD-ASS     NOT       EQUAL     SL-COD-ASS
                   GO        LOCALIZA-PROXIMO.
       FIM-LOCALIZA-CLIENTE.
           EXIT.

       LE-MESTRE.
           IF      W-MESTRE-OK         EQUAL     "N"
                   MOVE      "CADASTRO DE ASSINANTES INDISPONIVEL"
                             TO        W-RECUSA
                   GO        FIM-LE-MESTRE.
           MOVE    SL-COD-ASS          TO        MA-COD-ASS
           READ    PMESTRE
                   INVALID KEY MOVE "ASSINANTE NAO ENCONTRADO"
                                    TO W-RECUSA
           END-READ.
       FIM-LE-MESTRE.
           EXIT.

      *****************************************************************
      *    VALIDA-CEP-UF: MESMA REGRA DO LISTA_CLIENTE - OK QUANDO O
      *    CEP CAI EM ALGUMA FAIXA DA UF, OU QUANDO NAO HA FAIXA
      *    CADASTRADA PARA ELA.
      *****************************************************************
       VALIDA-CEP-UF.
           MOVE    "S"       TO        W-CEP-UF-OK
           MOVE    "N"       TO        W-UF-TEM-FAIXA
           PERFORM CONFERE-FAIXA       THRU FIM-CONFERE-FAIXA
                   VARYING   W-IND     FROM 1 BY 1
                   UNTIL     W-IND     >         W-QT-FAIXAS
           IF      W-UF-TEM-FAIXA      EQUAL     "N"
                   GO        FIM-VALIDA-CEP-UF.
           MOVE    "N"       TO        W-CEP-UF-OK
           PERFORM CONFERE-CEP-FAIXA   THRU FIM-CONFERE-CEP-FAIXA
                   VARYING   W-IND     FROM 1 BY 1
                   UNTIL     W-IND     >         W-QT-FAIXAS
                   OR        W-CEP-UF-OK         EQUAL     "S".
       FIM-VALIDA-CEP-UF.
           EXIT.

       CONFERE-FAIXA.
           IF      TFX-UF (W-IND)      EQUAL     W-UF-NOVA
                   MOVE      "S"       TO        W-UF-TEM-FAIXA.
       FIM-CONFERE-FAIXA.
           EXIT.

       CONFERE-CEP-FAIXA.
           IF      TFX-UF (W-IND)      EQUAL     W-UF-NOVA
           AND     W-CEP-NOVO          NOT  <    TFX-INI (W-IND)
           AND     W-CEP-NOVO          NOT  >    TFX-FIM (W-IND)
                   MOVE      "S"       TO        W-CEP-UF-OK.
       FIM-CONFERE-CEP-FAIXA.
           EXIT.

      *****************************************************************
      *    APLICA-SOLIC: SOLICITACAO VALIDADA SEGUE O CAMINHO DA
      *    MANUTENCAO MANUAL. FALHA NA GRAVACAO DEVOLVE W-RECUSA.
      *****************************************************************
       APLICA-SOLIC.
           IF      SL-CANCELAMENTO
                   GO        APLICA-CANCELAMENTO.
           IF      SL-OPTOUT
                   GO        APLICA-OPTOUT.
           MOVE    REG-CLIENTE         TO        W-IMG-ANTES
           MOVE    CLIENTE-CEP         TO        W-CEP-ANTES
           IF      SL-CONTATO
                   GO        APLICA-CONTATO.
           PERFORM AVISA-SUSPEITO      THRU FIM-AVISA-SUSPEITO
           MOVE    SL-RUA    TO        CLIENTE-RUA
           MOVE    SL-BAIRRO TO        CLIENTE-BAIRRO
           MOVE    SL-CIDADE TO        CLIENTE-CIDADE
           MOVE    SL-UF     TO        CLIENTE-UF
           MOVE    W-CEP-NOVO          TO        CLIENTE-CEP
           PERFORM REGRAVA-CLIENTE     THRU FIM-REGRAVA-CLIENTE
           IF      W-RECUSA  NOT       EQUAL     SPACES
                   GO        FIM-APLICA-SOLIC.
           ADD     1         TO        W-QT-ENDERECO
      *    CLIENTE SUSPEITO CORRIGIDO ENTRA NA FILA DE REENVIO E A
      *    MARCA DE SUSPEITO E' LIMPA, COMO NA MANUTENCAO.
           IF      W-E-SUSPEITO        EQUAL     "S"
                   PERFORM   ENFILEIRA-REENVIO
                             THRU FIM-ENFILEIRA-REENVIO
                   PERFORM   LIMPA-SUSPEITO
                             THRU FIM-LIMPA-SUSPEITO.
           GO      FIM-APLICA-SOLIC.
       APLICA-CONTATO.
           IF      SL-TELEFONE         NOT       EQUAL     SPACES
                   MOVE      SL-TELEFONE         TO   CLIENTE-TELEFONE.
           IF      SL-EMAIL  NOT       EQUAL     SPACES
                   MOVE      SL-EMAIL  TO        CLIENTE-EMAIL.
           IF      SL-PREF-CON         NOT       EQUAL     SPACES
                   MOVE      SL-PREF-CON         TO   CLIENTE-PREF-CON.
           PERFORM REGRAVA-CLIENTE     THRU FIM-REGRAVA-CLIENTE
           IF      W-RECUSA  EQUAL     SPACES
                   ADD       1         TO        W-QT-CONTATO.
           GO      FIM-APLICA-SOLIC.
       APLICA-OPTOUT.
           PERFORM INCLUI-SUPRESSAO    THRU FIM-INCLUI-SUPRESSAO
           IF      W-RECUSA  EQUAL     SPACES
                   ADD       1         TO        W-QT-OPTOUT.
           GO      FIM-APLICA-SOLIC.
       APLICA-CANCELAMENTO.
           OPEN    EXTEND    PCANC
           IF      W-FS-CANC NOT       EQUAL     "00"
                   OPEN      OUTPUT    PCANC.
           IF      W-FS-CANC NOT       EQUAL     "00"
                   MOVE      "ERRO NA GRAVACAO DA FILA DE CANCELAMENTO"
                             TO        W-RECUSA
                   GO        FIM-APLICA-SOLIC.
           MOVE    SPACES    TO        REG-CANC
           MOVE    SL-COD-ASS          TO        CN-COD-ASS
           MOVE    SL-REVISTA          TO        CN-REVISTA
           MOVE    SL-DATA   TO        CN-DATA
           MOVE    SL-CN-MOTIVO        TO        CN-MOTIVO
           MOVE    SL-NAO-CONTATAR     TO        CN-NAO-CONTATAR
           WRITE   REG-CANC
           CLOSE   PCANC
           ADD     1         TO        W-QT-CANCEL.
       FIM-APLICA-SOLIC.
           EXIT.

      *****************************************************************
      *    REGRAVA-CLIENTE: REWRITE E JORNAL ANTES/DEPOIS, OPERADOR
      *    "WEB".
      *****************************************************************
       REGRAVA-CLIENTE.
           REWRITE REG-CLIENTE
                   INVALID KEY MOVE "ERRO NA REGRAVACAO DO CLIENTE"
                                    TO W-RECUSA
           END-REWRITE
           IF      W-RECUSA  NOT       EQUAL     SPACES
                   GO        FIM-REGRAVA-CLIENTE.
           OPEN    EXTEND    JORNAL
           IF      FS-JORNAL NOT       EQUAL     "00"
                   OPEN      OUTPUT    JORNAL.
           IF      FS-JORNAL NOT       EQUAL     "00"
                   DISPLAY "ERRO NA GRAVACAO DO JORNAL_CLIENTE.TXT = "
                           FS-JORNAL
                   GO        FIM-REGRAVA-CLIENTE.
           ACCEPT  W-DATE    FROM      DATE
           ACCEPT  W-TIME    FROM      TIME
           MOVE    SPACES    TO        REG-JORNAL
           MOVE    "ALTERACAO"         TO        JR-OPER
           MOVE    W-DATE    TO        JR-DATA
           MOVE    W-TIME (1 : 6)      TO        JR-HORA
           MOVE    "WEB"     TO        JR-COD
           MOVE    W-IMG-ANTES         TO        JR-ANTES
           MOVE    REG-CLIENTE         TO        JR-DEPOIS
           WRITE   REG-JORNAL
           CLOSE   JORNAL.
       FIM-REGRAVA-CLIENTE.
           EXIT.

      *    MARCA PELO CODIGO DO CLIENTE; MARCA ANTIGA SEM CODIGO,
      *    PELO CEP DE ANTES DA ALTERACAO.
       AVISA-SUSPEITO.
           MOVE    "N"       TO        W-E-SUSPEITO
           PERFORM CONFERE-SUSPEITO    THRU FIM-CONFERE-SUSPEITO
                   VARYING   W-IND     FROM 1 BY 1
                   UNTIL     W-IND     >         W-QT-SUSP
                   OR        W-E-SUSPEITO        EQUAL     "S".
       FIM-AVISA-SUSPEITO.
           EXIT.

       CONFERE-SUSPEITO.
           IF      TSP-CODIGO (W-IND)  EQUAL     CLIENTE-CODIGO
                   MOVE      "S"       TO        W-E-SUSPEITO.
           IF      TSP-CODIGO (W-IND)  EQUAL     ZEROS
           AND     TSP-CEP (W-IND)     EQUAL     W-CEP-ANTES
                   MOVE      "S"       TO        W-E-SUSPEITO.
       FIM-CONFERE-SUSPEITO.
           EXIT.

       ENFILEIRA-REENVIO.
           OPEN    EXTEND    PREENVIO
           IF      W-FS-REENVIO        NOT       EQUAL     "00"
                   OPEN      OUTPUT    PREENVIO.
           IF      W-FS-REENVIO        NOT       EQUAL     "00"
                   GO        FIM-ENFILEIRA-REENVIO.
           MOVE    SPACES    TO        REG-REENVIO
           MOVE    CLIENTE-CEP         TO        RV-CEP
           MOVE    CLIENTE-NOME        TO        RV-NOME
           MOVE    CLIENTE-RUA         TO        RV-RUA
           MOVE    CLIENTE-BAIRRO      TO        RV-BAIRRO
           MOVE    CLIENTE-CIDADE      TO        RV-CIDADE
           MOVE    CLIENTE-UF          TO        RV-UF
           WRITE   REG-REENVIO
           CLOSE   PREENVIO
           ADD     1         TO        W-QT-REENVIO.
       FIM-ENFILEIRA-REENVIO.
           EXIT.

      *****************************************************************
      *    LIMPA-SUSPEITO: TIRA AS MARCAS DO CLIENTE DA TABELA; O
      *    SUSPEITOS.TXT E' REGRAVADO UMA VEZ SO', NO FIM DA RODADA.
      *****************************************************************
       LIMPA-SUSPEITO.
           MOVE    ZEROS     TO        W-IND2
           PERFORM MANTEM-SUSPEITO     THRU FIM-MANTEM-SUSPEITO
                   VARYING   W-IND     FROM 1 BY 1
                   UNTIL     W-IND     >         W-QT-SUSP
           MOVE    W-IND2    TO        W-QT-SUSP
           MOVE    "S"       TO        W-SUSP-MUDOU.
       FIM-LIMPA-SUSPEITO.
           EXIT.

       MANTEM-SUSPEITO.
           IF      TSP-CODIGO (W-IND)  EQUAL     CLIENTE-CODIGO
                   GO        FIM-MANTEM-SUSPEITO.
           IF      TSP-CODIGO (W-IND)  EQUAL     ZEROS
           AND     TSP-CEP (W-IND)     EQUAL     W-CEP-ANTES
                   GO        FIM-MANTEM-SUSPEITO.
           ADD     1         TO        W-IND2
           MOVE    TSP-ENT (W-IND)     TO        TSP-ENT (W-IND2).
       FIM-MANTEM-SUSPEITO.
           EXIT.

       REGRAVA-SUSPEITOS.
           OPEN    OUTPUT    PSUSP
           IF      W-FS-SUSP NOT       EQUAL     "00"
                   DISPLAY "ERRO NA GRAVACAO DO SUSPEITOS.TXT = "
                           W-FS-SUSP
                   GO        FIM-REGRAVA-SUSPEITOS.
           PERFORM GRAVA-SUSPEITO      THRU FIM-GRAVA-SUSPEITO
                   VARYING   W-IND     FROM 1 BY 1
                   UNTIL     W-IND     >         W-QT-SUSP
           CLOSE   PSUSP.
       FIM-REGRAVA-SUSPEITOS.
           EXIT.

       GRAVA-SUSPEITO.
           MOVE    SPACES    TO        REG-SUSP
           MOVE    TSP-CEP (W-IND)     TO        SP-CEP
           MOVE    TSP-MOTIVO (W-IND)  TO        SP-MOTIVO
           MOVE    TSP-DATA (W-IND)    TO        SP-DATA
           MOVE    TSP-CODIGO (W-IND)  TO        SP-CODIGO
           WRITE   REG-SUSP.
       FIM-GRAVA-SUSPEITO.
           EXIT.

      *****************************************************************
      *    INCLUI-SUPRESSAO: NAO-PERTURBE PEDIDO PELO PROPRIO
      *    ASSINANTE/CLIENTE (FONTE "A", SEM PRAZO), JORNALIZADO COMO
      *    NO CANCELA. PELO ASSINANTE, NOME E CEP VEM DO MESTRE; PELO
      *    CLIENTE, DO CADASTRO (COM O ASSINANTE VINCULADO, SE HOUVER).
      *****************************************************************
       INCLUI-SUPRESSAO.
           OPEN    EXTEND    PSUPTAB
           IF      W-FS-SUPTAB         NOT       EQUAL     "00"
                   OPEN      OUTPUT    PSUPTAB.
           IF      W-FS-SUPTAB         NOT       EQUAL     "00"
                   MOVE      "ERRO NA GRAVACAO DO SUPRESSAO.TXT"
                             TO        W-RECUSA
                   GO        FIM-INCLUI-SUPRESSAO.
           MOVE    SPACES    TO        REG-SUPTAB
           IF      W-PELO-MESTRE       EQUAL     "S"
                   MOVE      MA-COD-ASS          TO   SU-COD
                   MOVE      MA-CEP5-ASS         TO   SU-CEP (1 : 5)
                   MOVE      MA-CEP3-ASS         TO   SU-CEP (6 : 3)
                   MOVE      MA-NOME-ASS         TO   SU-NOME
           ELSE
                   MOVE      CLIENTE-COD-ASS     TO   SU-COD
                   MOVE      CLIENTE-CEP         TO   SU-CEP
                   MOVE      CLIENTE-NOME        TO   SU-NOME.
           MOVE    SL-OP-MOTIVO        TO        SU-MOTIVO
           IF      SU-MOTIVO EQUAL     SPACES
                   MOVE      "WEB"     TO        SU-MOTIVO.
           MOVE    "A"       TO        SU-FONTE
           WRITE   REG-SUPTAB
           CLOSE   PSUPTAB
           OPEN    EXTEND    PSUPJOR
           IF      W-FS-SUPJOR         NOT       EQUAL     "00"
                   OPEN      OUTPUT    PSUPJOR.
           IF      W-FS-SUPJOR         NOT       EQUAL     "00"
                   GO        FIM-INCLUI-SUPRESSAO.
           ACCEPT  W-DATE    FROM      DATE
           ACCEPT  W-TIME    FROM      TIME
           MOVE    SPACES    TO        REG-SUPJOR
           MOVE    W-DATE    TO        SJ-DATA
           MOVE    W-TIME (1 : 6)      TO        SJ-HORA
           MOVE    "WEB"     TO        SJ-OPERADOR
           MOVE    "INCLUIDA"          TO        SJ-ACAO
           MOVE    REG-SUPTAB          TO        SJ-ENTRADA
           WRITE   REG-SUPJOR
           CLOSE   PSUPJOR.
       FIM-INCLUI-SUPRESSAO.
           EXIT.

      *****************************************************************
      *    TOMA-TRAVA-CLIENTE / LIBERA-TRAVA-CLIENTE: MESMA TRAVA DE
      *    RECURSO DO CADASTRO DO PADRONIZA.
      *****************************************************************
       TOMA-TRAVA-CLIENTE.
           OPEN    INPUT     PTRAVAC
           IF      W-FS-TRVC NOT       EQUAL     "00"
                   GO        REGISTRA-TRAVA-CLI.
           READ    PTRAVAC   AT        END
                   CLOSE     PTRAVAC
                   GO        REGISTRA-TRAVA-CLI.
           CLOSE   PTRAVAC
           IF      TC-STATUS NOT       EQUAL     "L"
                   GO        REGISTRA-TRAVA-CLI.
      *    NO CAMINHO DESATENDIDO NAO HA QUEM CONFIRME - A RODADA E'
      *    RECUSADA E AS SOLICITACOES FICAM PARA A PROXIMA.
           IF      W-ARGC    NOT       <         1
                   DISPLAY "RODADA RECUSADA - CLIENTE.TXT EM USO POR "
                           TC-ORIGEM " DESDE " TC-DATA " " TC-HORA
                   STOP    RUN.
           DISPLAY "CLIENTE.TXT EM USO POR " TC-ORIGEM
                   " DESDE " TC-DATA " " TC-HORA
           DISPLAY "SOBREPOR A TRAVA E PROSSEGUIR (S/N)? "
           ACCEPT  W-RESP-TRVC
           IF      W-RESP-TRVC NOT EQUAL "S" AND "s"
                   DISPLAY "RODADA ABANDONADA - TRAVA MANTIDA"
                   STOP    RUN.
       REGISTRA-TRAVA-CLI.
           OPEN    OUTPUT    PTRAVAC
           IF      W-FS-TRVC NOT       EQUAL     "00"
                   GO        FIM-TOMA-TRAVA-CLIENTE.
           ACCEPT  W-DATA-TRVC         FROM      DATE
           ACCEPT  W-HORA-TRVC         FROM      TIME
           MOVE    SPACES    TO        REG-TRAVAC
           MOVE    "L"       TO        TC-STATUS
           MOVE    W-DATA-TRVC         TO        TC-DATA
           MOVE    W-HORA-TRVC         TO        TC-HORA
           MOVE    "SOLICITA"          TO        TC-ORIGEM
           WRITE   REG-TRAVAC
           MOVE    "S"       TO        W-TRVC-TOMADA
           CLOSE   PTRAVAC.
       FIM-TOMA-TRAVA-CLIENTE.
           EXIT.

       LIBERA-TRAVA-CLIENTE.
           IF      W-TRVC-TOMADA       NOT       EQUAL     "S"
                   GO        FIM-LIBERA-TRAVA-CLIENTE.
           OPEN    OUTPUT    PTRAVAC
           IF      W-FS-TRVC NOT       EQUAL     "00"
                   GO        FIM-LIBERA-TRAVA-CLIENTE.
           ACCEPT  W-DATA-TRVC         FROM      DATE
           ACCEPT  W-HORA-TRVC         FROM      TIME
           MOVE    SPACES    TO        REG-TRAVAC
           MOVE    "F"       TO        TC-STATUS
           MOVE    W-DATA-TRVC         TO        TC-DATA
           MOVE    W-HORA-TRVC         TO        TC-HORA
           MOVE    "SOLICITA"          TO        TC-ORIGEM
           WRITE   REG-TRAVAC
           MOVE    "N"       TO        W-TRVC-TOMADA
           CLOSE   PTRAVAC.
       FIM-LIBERA-TRAVA-CLIENTE.
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
