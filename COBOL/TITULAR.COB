       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TITULAR.
      *
      *  PEDIDOS DO TITULAR DOS DADOS (LGPD): O CLIENTE/ASSINANTE
      *  PEDE PARA SABER O QUE GUARDAMOS DELE OU PARA SER APAGADO,
      *  E OS DADOS ESTAO ESPALHADOS POR CLIENTE.TXT, O JORNAL DO
      *  CADASTRO, O MESTRE, O EXTRATO ASSINANTES.TXT, AS MARCAS DE
      *  SUSPEITO, AS DEVOLUCOES, OS AVISOS DIGITAIS (NOTIFICA*),
      *  A FILA DE REENVIO, A COBRANCA, AS ANOTACOES DO SAC
      *  (ATENDIMENTOS.TXT), O REGISTRO DE RECIBOS, OS HISTORICOS
      *  DA REGUA E DA NEGATIVACAO E OS HISTORICOS DE EXCECAO.
      *
      *  TODO PEDIDO RECEBE UM PROTOCOLO (AAAA + SEQUENCIAL DO ANO)
      *  EM TITULAR_PEDIDOS.TXT, COM A DATA, O OPERADOR E O PRAZO
      *  LEGAL CONTADO EM DIAS UTEIS (TABELA-ENESIMO-UTIL, COMO NO
      *  NEGATIVA). O ATENDIMENTO GRAVA OUTRA LINHA NO MESMO
      *  ARQUIVO, E A OPCAO DE PRAZOS MOSTRA O QUE ESTA EM ABERTO E
      *  O QUE VENCEU.
      *
      *  DOIS TIPOS DE PEDIDO, LOCALIZANDO O TITULAR PELO CODIGO DO
      *  CLIENTE, PELO CODIGO DO ASSINANTE OU POR NOME + CEP:
      *    E = EXPORTACAO: RELATORIO LEGIVEL DE TUDO O QUE CONSTA
      *        DO TITULAR EM CADA ARQUIVO (TITULAR_<PROTOCOLO>.TXT);
      *    A = ANONIMIZACAO: OS CAMPOS PESSOAIS (NOME, ENDERECO,
      *        TELEFONE, E-MAIL, CARTAO/CONTA) SAO SOBREPOSTOS PELA
      *        MESMA SUBSTITUICAO FIXA DO MASCARA. CODIGOS, CEP,
      *        DATAS, CONTAGENS E VALORES FICAM COMO ESTAO - AS
      *        CHAVES DE AUDITORIA E OS TOTAIS CONTINUAM FECHANDO.
      *        OS ARQUIVOS TEXTO SAO REGRAVADOS EM .NOV E TROCADOS
      *        POR RENOMEACAO (COMO O FECHAMES); O CLIENTE.TXT E'
      *        REGRAVADO SOB A TRAVA CLIENTE.LCK E CADA CLIENTE
      *        ANONIMIZADO GANHA UMA ALTERACAO NO JORNAL, PARA QUE
      *        UM RECUPERA A PARTIR DE IMAGEM ANTERIOR REFACA A
      *        ANONIMIZACAO.
      *
      *  GUARDA LEGAL: COM DEBITO EM ABERTO (ATRASO OU SALDO NO
      *  MESTRE, OU CONTA NA CARTEIRA DO FINANC.TXT) O MESTRE, O
      *  FINANC.TXT E OS ACORDOS.TXT DO TITULAR SAO MANTIDOS COMO
      *  ESTAO E APONTADOS COMO RETIDOS NO RELATORIO E NO
      *  PROTOCOLO.
      *
      *  SO' OPERADOR ATIVO DO OPERADOR.TXT (ADMOPER) USA, E CADA
      *  ATENDIMENTO FICA TAMBEM EM ACESSO_LOG.TXT.
      *
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT  IS COMMA.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT       CLIENTE        ASSIGN    TO   "CLIENTE.TXT"
                        ORGANIZATION             IS   INDEXED
                        ACCESS         MODE      IS   DYNAMIC
                        RECORD         KEY       IS   CLIENTE-CODIGO
                        ALTERNATE RECORD KEY IS CLIENTE-CEP
                                  WITH DUPLICATES
                        ALTERNATE RECORD KEY IS CLIENTE-NOME
                                  WITH DUPLICATES
                        FILE STATUS              IS   FS-CLIENTE.
           SELECT       PMESTRE ASSIGN TO DISK
                        ORGANIZATION             IS   INDEXED
                        ACCESS         MODE      IS   DYNAMIC
                        RECORD         KEY       IS   MA-COD-ASS
                        FILE STATUS              IS   W-FS-MESTRE.
           SELECT       POPERADOR      ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-OPERADOR
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PACESSO        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-ACESSO
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PPEDIDO        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-PEDIDO
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PJORNAL        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-JORNAL
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PARQ           ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-ARQ
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PNOVO          ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-NOVO
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PFINANC        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-FINANC
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       RELAT          ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-RELAT
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PTRAVAC ASSIGN TO "CLIENTE.LCK"
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-TRVC.

       DATA        DIVISION.
       FILE        SECTION.
      *    MESMO LAYOUT DO LISTA_CLIENTE.
       FD  CLIENTE.
       01  REG-CLIENTE.
           02 CLIENTE-NOME     PIC X(040).
           02 CLIENTE-RUA      PIC X(080).
           02 CLIENTE-BAIRRO   PIC X(040).
           02 CLIENTE-CIDADE   PIC X(040).
           02 CLIENTE-UF       PIC X(003).
           02 CLIENTE-CEP      PIC 9(008).
           02 CLIENTE-TELEFONE PIC X(015).
           02 CLIENTE-EMAIL    PIC X(050).
           02 CLIENTE-PREF-CON PIC X(001).
           02 CLIENTE-CODIGO   PIC 9(009).
           02 CLIENTE-COD-ASS  PIC X(009).

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
              05 MA-SIT-PROJ     PIC X(01).
                 88 MA-PROJ-ATIVO          VALUE "A".
                 88 MA-PROJ-CANCELADO      VALUE "C".
              05 MA-DT-SIT       PIC 9(08).
              05 MA-ETAPA-RENOV  PIC 9(01).
              05 MA-DT-RENOV     PIC 9(08).
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
           03 MA-SEQ-FINANC      PIC X(09).
           03 MA-ACAO-CAPTACAO   PIC X(05).
           03 MA-JA-DEVEDOR      PIC X(01).
           03 MA-VENC-ATRASO     PIC 9(08).
           03 MA-ETAPA-COBR      PIC 9(01).
           03 MA-DT-COBR         PIC 9(08).
           03 MA-RZ-SALDO        PIC S9(11) SIGN LEADING SEPARATE.
           03 MA-RZ-PAGO         PIC 9(09).
           03 MA-RZ-DT-ULT       PIC 9(08).
           03 MA-DA-SIT          PIC X(01).
           03 MA-DA-FALHAS       PIC 9(02).
           03 MA-DA-ULT-ENVIO    PIC 9(06).
           03 MA-DA-PARC-ENV     PIC 9(02).
           03 MA-DA-PARC-PAGA    PIC 9(02).
           03 MA-DA-DT-SIT       PIC 9(08).
           03 MA-NG-SIT          PIC X(01).
           03 MA-NG-DT-AVISO     PIC 9(08).
           03 MA-NG-DT-MOV       PIC 9(08).
           03 FILLER             PIC X(01).

      *    MESMO LAYOUT DO ADMOPER (SO' O QUE O PROGRAMA USA).
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

      *    MESMO LAYOUT DO CONSASS (ASSINANTE NO FIM DA LINHA).
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

      *-----------------------------------------------------------
      *    PROTOCOLO DOS PEDIDOS DO TITULAR: UMA LINHA POR EVENTO.
      *    ABERTURA = PEDIDO RECEBIDO (COM O PRAZO LEGAL), ATENDIDO
      *    = RESPOSTA DADA, RETENCAO = DADOS MANTIDOS POR OBRIGACAO
      *    LEGAL NA ANONIMIZACAO (MOTIVO EM TP-OBS). TIPO E =
      *    EXPORTACAO, A = ANONIMIZACAO.
      *-----------------------------------------------------------
       FD  PPEDIDO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "TITULAR_PEDIDOS.TXT".
       01  REG-PEDIDO.
           02  TP-PROTOCOLO       PIC 9(009).
           02  FILLER             PIC X(002).
           02  TP-EVENTO          PIC X(009).
           02  FILLER             PIC X(002).
           02  TP-TIPO            PIC X(001).
           02  FILLER             PIC X(002).
           02  TP-DATA            PIC 9(008).
           02  FILLER             PIC X(002).
           02  TP-HORA            PIC 9(006).
           02  FILLER             PIC X(002).
           02  TP-PRAZO           PIC 9(008).
           02  FILLER             PIC X(002).
           02  TP-OPERADOR        PIC X(004).
           02  FILLER             PIC X(002).
           02  TP-COD-CLI         PIC 9(009).
           02  FILLER             PIC X(002).
           02  TP-COD-ASS         PIC X(009).
           02  FILLER             PIC X(002).
           02  TP-CEP             PIC X(008).
           02  FILLER             PIC X(002).
           02  TP-NOME            PIC X(040).
           02  FILLER             PIC X(002).
           02  TP-OBS             PIC X(040).

      *    MESMO LAYOUT DO LISTA_CLIENTE.
       FD  PJORNAL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "JORNAL_CLIENTE.TXT".
       01  REG-JORNAL.
           02 JR-OPER          PIC X(009).
           02 FILLER           PIC X(002).
           02 JR-DATA          PIC X(006).
           02 FILLER           PIC X(002).
           02 JR-HORA          PIC X(006).
           02 FILLER           PIC X(002).
           02 JR-COD           PIC X(004).
           02 FILLER           PIC X(002).
           02 JR-ANTES         PIC X(295).
           02 FILLER           PIC X(002).
           02 JR-DEPOIS        PIC X(295).

      *-----------------------------------------------------------
      *    ARQUIVO TEXTO VARRIDO (NOME EM ARQ-ORIGEM) E A COPIA
      *    REGRAVADA NA ANONIMIZACAO (ARQ-NOVO). O TAMANHO DE CADA
      *    LINHA E' PRESERVADO - OS DEMAIS LEITORES DESSES ARQUIVOS
      *    NAO PODEM RECEBER LINHA MAIS LONGA QUE O SEU REGISTRO.
      *-----------------------------------------------------------
       FD  PARQ
           LABEL RECORD ARE STANDARD
           RECORD IS VARYING IN SIZE FROM 1 TO 700 CHARACTERS
                      DEPENDING ON W-TAM-LINHA
           VALUE OF FILE-ID IS  ARQ-ORIGEM.
       01  REG-ARQ                PIC X(700).

       FD  PNOVO
           LABEL RECORD ARE STANDARD
           RECORD IS VARYING IN SIZE FROM 1 TO 700 CHARACTERS
                      DEPENDING ON W-TAM-NOVO
           VALUE OF FILE-ID IS  ARQ-NOVO.
       01  REG-NOVO               PIC X(700).

      *    MESMO LAYOUT DO COBRANCA/CONSASS.
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

       FD  RELAT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  ARQ-RELAT.
       01  REG-RELAT              PIC X(132).

      *    MESMO LAYOUT DO LISTA_CLIENTE/DEVOLUCAO.
       FD  PTRAVAC.
       01  REG-TRAVAC.
           02 TC-STATUS        PIC X(001).
           02 FILLER           PIC X(002).
           02 TC-DATA          PIC X(006).
           02 FILLER           PIC X(002).
           02 TC-HORA          PIC X(006).
           02 FILLER           PIC X(002).
           02 TC-ORIGEM        PIC X(010).

       WORKING-STORAGE  SECTION.
       01  FS-CLIENTE             PIC X(002) VALUE SPACES.
       77  W-FS-MESTRE            PIC X(002) VALUE SPACES.
       77  W-FS-OPERADOR          PIC X(002) VALUE SPACES.
       77  W-FS-ACESSO            PIC X(002) VALUE SPACES.
       77  W-FS-PEDIDO            PIC X(002) VALUE SPACES.
       77  W-FS-JORNAL            PIC X(002) VALUE SPACES.
       77  W-FS-ARQ               PIC X(002) VALUE SPACES.
       77  W-FS-NOVO              PIC X(002) VALUE SPACES.
       77  W-FS-FINANC            PIC X(002) VALUE SPACES.
       77  W-FS-RELAT             PIC X(002) VALUE SPACES.
       77  W-FS-TRVC              PIC X(002) VALUE SPACES.
       77  ARQ-ORIGEM             PIC X(030) VALUE SPACES.
       77  ARQ-NOVO               PIC X(030) VALUE SPACES.
       77  ARQ-RELAT              PIC X(030) VALUE SPACES.
       77  W-TAM-LINHA            PIC 9(004) VALUE ZEROS.
       77  W-TAM-NOVO             PIC 9(004) VALUE ZEROS.
       77  W-RC                   PIC 9(004) VALUE ZEROS COMP.
       77  W-OPERADOR             PIC X(004) VALUE SPACES.
       77  W-ACHOU-OPERADOR       PIC X(001) VALUE "N".
           88  OPERADOR-AUTORIZADO         VALUE "S".
       77  W-OP-SENHA             PIC X(012) VALUE SPACES.
       77  W-OP-BLOQ              PIC X(001) VALUE SPACES.
       77  W-SENHA-DIG            PIC X(012) VALUE SPACES.
       77  W-SENHA-EMB            PIC X(012) VALUE SPACES.
       77  W-AC-RESULT            PIC X(009) VALUE SPACES.
       77  W-OPCAO                PIC X(001) VALUE SPACES.
       77  W-RESP                 PIC X(001) VALUE SPACES.
       77  W-ACHOU                PIC X(001) VALUE "N".
       77  W-FIM                  PIC X(001) VALUE "N".
       77  W-CASOU                PIC X(001) VALUE "N".
       77  W-QT-CAND              PIC 9(004) VALUE ZEROS.
       77  W-HOJE                 PIC 9(008) VALUE ZEROS.
      *    PRAZO LEGAL DE RESPOSTA AO TITULAR, EM DIAS UTEIS.
       77  W-DIAS-PRAZO           PIC 9(002) VALUE 15.
       77  W-TABELA-OK            PIC X(001) VALUE "S".
      *-----------------------------------------------------------
      *    PEDIDO EM ATENDIMENTO: PROTOCOLO, TIPO, ABERTURA, PRAZO
      *    E A IDENTIFICACAO DO TITULAR (O QUE FOR CONHECIDO).
      *-----------------------------------------------------------
       77  W-PROTOCOLO            PIC 9(009) VALUE ZEROS.
       77  W-ULT-PROTOCOLO        PIC 9(009) VALUE ZEROS.
       77  W-TIPO-PED             PIC X(001) VALUE SPACES.
           88  PEDIDO-EXPORTA              VALUE "E".
           88  PEDIDO-ANONIMIZA            VALUE "A".
       77  W-DT-ABERTURA          PIC 9(008) VALUE ZEROS.
       77  W-PRAZO                PIC 9(008) VALUE ZEROS.
       77  W-DT-ATENDIDO          PIC 9(008) VALUE ZEROS.
       77  W-TIT-COD-CLI          PIC 9(009) VALUE ZEROS.
       77  W-TIT-COD-ASS          PIC X(009) VALUE SPACES.
       01  W-TIT-CEP              PIC X(008) VALUE SPACES.
       01  W-TIT-CEP-N REDEFINES W-TIT-CEP PIC 9(008).
       77  W-TIT-NOME             PIC X(040) VALUE SPACES.
       77  W-NOME-MASC            PIC X(040) VALUE SPACES.
       77  W-TAM-NOME             PIC 9(002) VALUE ZEROS.
       01  W-COD-CLI-X            PIC X(009) VALUE SPACES.
       77  W-QT-TALLY             PIC 9(004) VALUE ZEROS.
      *    GUARDA LEGAL: "S" = HA DEBITO EM ABERTO, COM O MOTIVO.
       77  W-RETIDO               PIC X(001) VALUE "N".
       77  W-MOTIVO-RET           PIC X(040) VALUE SPACES.
       77  W-SEQ-CONTA            PIC X(009) VALUE SPACES.
      *    VARREDURA DE UM ARQUIVO: TIPO DO LAYOUT (VER TESTA-LINHA),
      *    DESCRICAO, SE PODE SER REGRAVADO E OS CONTADORES.
       77  W-ARQ-TIPO             PIC X(001) VALUE SPACES.
       77  W-DESC-ARQ             PIC X(050) VALUE SPACES.
       77  W-ARQ-REGRAVA          PIC X(001) VALUE "N".
       77  W-REGRAVANDO           PIC X(001) VALUE "N".
       77  W-QT-LIDAS-ARQ         PIC 9(007) VALUE ZEROS.
       77  W-QT-ARQ               PIC 9(006) VALUE ZEROS.
       77  W-QT-MASC-ARQ          PIC 9(006) VALUE ZEROS.
       77  W-QT-TOTAL             PIC 9(006) VALUE ZEROS.
       77  W-QT-ANON              PIC 9(006) VALUE ZEROS.
       77  W-QT-RETIDAS           PIC 9(006) VALUE ZEROS.
       77  W-QT-ARQUIVOS          PIC 9(003) VALUE ZEROS.
       77  W-QT-REL               PIC ZZZ.ZZ9.
       77  W-QT-REL2              PIC ZZZ.ZZ9.
       77  W-VALOR                PIC Z.ZZZ.ZZ9,99.
       77  W-SALDO-ED             PIC -ZZZ.ZZZ.ZZ9,99.
       01  W-LINHA                PIC X(700) VALUE SPACES.
       01  W-DETALHE              PIC X(130) VALUE SPACES.
       01  W-LINHA-REL            PIC X(132) VALUE SPACES.
      *    IMAGEM DE UM REG-CLIENTE (DO CADASTRO OU DO JORNAL).
       01  W-IMG-CLI.
           02 IC-NOME             PIC X(040).
           02 IC-RUA              PIC X(080).
           02 IC-BAIRRO           PIC X(040).
           02 IC-CIDADE           PIC X(040).
           02 IC-UF               PIC X(003).
           02 IC-CEP              PIC 9(008).
           02 IC-TELEFONE         PIC X(015).
           02 IC-EMAIL            PIC X(050).
           02 IC-PREF-CON         PIC X(001).
           02 IC-CODIGO           PIC 9(009).
           02 IC-COD-ASS          PIC X(009).
      *    CLIENTES ANONIMIZADOS NO ATENDIMENTO - VIRAM ALTERACAO NO
      *    JORNAL DEPOIS QUE O JORNAL JA' FOI VARRIDO.
       77  W-QT-ANON-CLI          PIC 9(002) VALUE ZEROS.
       77  W-IND-ANON             PIC 9(002) VALUE ZEROS.
       01  TAB-ANON.
           02 TA-IMAGEM           PIC X(295) OCCURS 20 TIMES.
      *    PEDIDOS DO PROTOCOLO PARA A TELA DE PRAZOS.
       77  W-QT-PED               PIC 9(004) VALUE ZEROS.
       77  W-IND-PED              PIC 9(004) VALUE ZEROS.
       77  W-QT-ABERTOS           PIC 9(004) VALUE ZEROS.
       77  W-QT-VENCIDOS          PIC 9(004) VALUE ZEROS.
       77  W-QT-NO-PRAZO          PIC 9(004) VALUE ZEROS.
       77  W-QT-ATRASADOS         PIC 9(004) VALUE ZEROS.
       77  W-SIT-PED              PIC X(010) VALUE SPACES.
       01  TAB-PEDIDOS.
           02 TB-PED OCCURS 1000 TIMES.
              03 TB-PROTOCOLO     PIC 9(009).
              03 TB-TIPO          PIC X(001).
              03 TB-ABERTURA      PIC 9(008).
              03 TB-PRAZO         PIC 9(008).
              03 TB-ATENDIDO      PIC 9(008).
              03 TB-COD-CLI       PIC 9(009).
              03 TB-COD-ASS       PIC X(009).
      *    EVENTO A GRAVAR NO PROTOCOLO.
       77  W-EV-EVENTO            PIC X(009) VALUE SPACES.
       77  W-EV-OBS               PIC X(040) VALUE SPACES.
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
       01  W-HORA-N               PIC 9(006) VALUE ZEROS.
      *    SENHA DO OPERADOR: MESMO EMBARALHAMENTO DO BINGON.
       01  W-ALFA-SENHA.
           03 FILLER  PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           03 FILLER  PIC X(10) VALUE "0123456789".
       01  W-ALFA-EMB.
           03 FILLER  PIC X(26) VALUE "QAZWSXEDCRFVTGBYHNUJMIKOLP".
           03 FILLER  PIC X(10) VALUE "5316097284".
      *    ANONIMIZACAO: MESMA SUBSTITUICAO FIXA DO MASCARA.
       01  W-ALFA-CLARO.
           03 FILLER  PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           03 FILLER  PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
           03 FILLER  PIC X(10) VALUE "0123456789".
       01  W-ALFA-MASCARA.
           03 FILLER  PIC X(26) VALUE "MQXZKVBWYGJPDNRUSLHTFCAEOI".
           03 FILLER  PIC X(26) VALUE "mqxzkvbwygjpdnruslhtfcaeoi".
           03 FILLER  PIC X(10) VALUE "7390518264".
      *    TRAVA DO CLIENTE.TXT (MESMAS REGRAS DO LISTA_CLIENTE).
       77  W-RESP-TRVC            PIC X(001) VALUE SPACES.
       77  W-TRVC-TOMADA          PIC X(001) VALUE "N".
       01  W-DATA-TRVC            PIC 9(006) VALUE ZEROS.
       01  W-HORA-TRVC            PIC 9(006) VALUE ZEROS.
      *    SOMA-UTEIS: W-UT-BASE + W-UT-QTDE DIAS UTEIS = W-UT-RESULT.
       01  W-UT-BASE              PIC 9(008) VALUE ZEROS.
       01  W-UT-QTDE              PIC 9(002) VALUE ZEROS.
       01  W-UT-RESULT            PIC 9(008) VALUE ZEROS.
       01  W-UT-CONT              PIC 9(002) VALUE ZEROS.
       01  W-UT-MESES             PIC 9(002) VALUE ZEROS.
       01  W-UT-MES.
           02 W-UM-AAAA           PIC 9(004).
           02 W-UM-MM             PIC 9(002).
           02 W-UM-DD             PIC 9(002).
       01  W-DATA-CALL            PIC 9(008) VALUE ZEROS.
       01  W-N-UTIL               PIC 9(002) VALUE ZEROS.
       01  W-DATA-UTIL            PIC 9(008) VALUE ZEROS.

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
           DISPLAY "TITULAR - PEDIDOS DO TITULAR DOS DADOS (LGPD)"
           ACCEPT  W-HOJE    FROM      DATE YYYYMMDD
           PERFORM VALIDA-ACESSO       THRU FIM-VALIDA-ACESSO
           IF      NOT       OPERADOR-AUTORIZADO
                   DISPLAY "ACESSO NEGADO"
                   STOP RUN.
       MENU-TITULAR.
           DISPLAY " "
           DISPLAY "1=NOVO PEDIDO  2=ATENDER PEDIDO  3=PRAZOS  "
                   "4=SAIR: "
           ACCEPT  W-OPCAO
           EVALUATE W-OPCAO
               WHEN "1"
                   PERFORM ABRE-PEDIDO     THRU FIM-ABRE-PEDIDO
               WHEN "2"
                   PERFORM ATENDE-PEDIDO   THRU FIM-ATENDE-PEDIDO
               WHEN "3"
                   PERFORM LISTA-PRAZOS    THRU FIM-LISTA-PRAZOS
               WHEN "4"
                   STOP RUN
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE
           GO      MENU-TITULAR.

      *-----------------------------------------------------------
      *    VALIDA-ACESSO: OPERADOR ATIVO E NAO BLOQUEADO NO
      *    OPERADOR.TXT, COM A SENHA QUANDO CADASTRADA (MESMAS
      *    REGRAS DO CONSASS). SEM OPERADOR.TXT NINGUEM ENTRA.
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
           INSPECT W-SENHA-EMB CONVERTING W-ALFA-SENHA
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
      *    ABRE-PEDIDO: TIPO, TITULAR, PROTOCOLO E PRAZO. O PEDIDO
      *    PODE SER ATENDIDO NA HORA OU DEPOIS, PELA OPCAO 2.
      *-----------------------------------------------------------
       ABRE-PEDIDO.
           DISPLAY "TIPO (E=EXPORTACAO DOS DADOS  A=ANONIMIZACAO): "
           ACCEPT  W-TIPO-PED
           IF      W-TIPO-PED          EQUAL     "e"
                   MOVE      "E"       TO        W-TIPO-PED.
           IF      W-TIPO-PED          EQUAL     "a"
                   MOVE      "A"       TO        W-TIPO-PED.
           IF      NOT PEDIDO-EXPORTA  AND       NOT PEDIDO-ANONIMIZA
                   DISPLAY "TIPO INVALIDO"
                   GO        FIM-ABRE-PEDIDO.
           PERFORM IDENTIFICA-TITULAR  THRU FIM-IDENTIFICA-TITULAR
           IF      W-ACHOU   EQUAL     "N"
                   GO        FIM-ABRE-PEDIDO.
           DISPLAY "TITULAR: " W-TIT-NOME
           DISPLAY "  CEP " W-TIT-CEP "  CLIENTE " W-TIT-COD-CLI
                   "  ASSINANTE " W-TIT-COD-ASS
           DISPLAY "CONFIRMA A ABERTURA DO PEDIDO (S/N)? "
           ACCEPT  W-RESP
           IF      W-RESP    NOT EQUAL "S" AND "s"
                   DISPLAY "PEDIDO NAO ABERTO"
                   GO        FIM-ABRE-PEDIDO.
           PERFORM NUMERA-PROTOCOLO    THRU FIM-NUMERA-PROTOCOLO
           MOVE    W-HOJE    TO        W-DT-ABERTURA  W-UT-BASE
           MOVE    W-DIAS-PRAZO        TO        W-UT-QTDE
           PERFORM SOMA-UTEIS          THRU FIM-SOMA-UTEIS
           MOVE    W-UT-RESULT         TO        W-PRAZO
           MOVE    "ABERTURA"          TO        W-EV-EVENTO
           IF      PEDIDO-EXPORTA
                   MOVE "EXPORTACAO DOS DADOS"     TO W-EV-OBS
           ELSE
                   MOVE "ANONIMIZACAO DOS DADOS"   TO W-EV-OBS.
           PERFORM GRAVA-EVENTO        THRU FIM-GRAVA-EVENTO
           MOVE    W-PRAZO   TO        W-DATA-AUX
           PERFORM EDITA-DATA          THRU FIM-EDITA-DATA
           DISPLAY "PROTOCOLO " W-PROTOCOLO " - RESPONDER ATE' "
                   W-DATA-ED " (" W-DIAS-PRAZO " DIAS UTEIS)"
           DISPLAY "ATENDER AGORA (S/N)? "
           ACCEPT  W-RESP
           IF      W-RESP    EQUAL     "S" OR "s"
                   PERFORM ATENDE-PROTOCOLO
                           THRU FIM-ATENDE-PROTOCOLO.
       FIM-ABRE-PEDIDO.
           EXIT.

      *-----------------------------------------------------------
      *    IDENTIFICA-TITULAR: PELO CODIGO DO CLIENTE, PELO CODIGO
      *    DO ASSINANTE OU POR NOME + CEP. O QUE SE ACHA NUM
      *    CADASTRO COMPLETA O OUTRO (CLIENTE-COD-ASS LIGA OS DOIS).
      *-----------------------------------------------------------
       IDENTIFICA-TITULAR.
           MOVE    "N"       TO        W-ACHOU
           MOVE    ZEROS     TO        W-TIT-COD-CLI
           MOVE    SPACES    TO        W-TIT-COD-ASS W-TIT-CEP
                                       W-TIT-NOME
           DISPLAY "LOCALIZAR POR (1=CODIGO DO CLIENTE  2=CODIGO DO "
                   "ASSINANTE  3=NOME+CEP): "
           ACCEPT  W-OPCAO
           OPEN    INPUT     CLIENTE
           EVALUATE W-OPCAO
               WHEN "1"
                   PERFORM TITULAR-POR-CLIENTE
                           THRU FIM-TITULAR-POR-CLIENTE
               WHEN "2"
                   PERFORM TITULAR-POR-ASSINANTE
                           THRU FIM-TITULAR-POR-ASSINANTE
               WHEN "3"
                   PERFORM TITULAR-POR-NOME
                           THRU FIM-TITULAR-POR-NOME
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE
           IF      FS-CLIENTE          EQUAL     "00"
                   CLOSE     CLIENTE.
       FIM-IDENTIFICA-TITULAR.
           EXIT.

       TITULAR-POR-CLIENTE.
           DISPLAY "CODIGO DO CLIENTE: "
           ACCEPT  W-TIT-COD-CLI
           IF      FS-CLIENTE          NOT       EQUAL     "00"
                   DISPLAY "CLIENTE.TXT INDISPONIVEL"
                   GO        FIM-TITULAR-POR-CLIENTE.
           MOVE    W-TIT-COD-CLI       TO        CLIENTE-CODIGO
           READ    CLIENTE   KEY IS    CLIENTE-CODIGO
                   INVALID KEY
                   DISPLAY "CLIENTE " W-TIT-COD-CLI " NAO CADASTRADO"
                   GO        FIM-TITULAR-POR-CLIENTE
           END-READ
           MOVE    "S"       TO        W-ACHOU
           MOVE    CLIENTE-NOME        TO        W-TIT-NOME
           MOVE    CLIENTE-CEP         TO        W-TIT-CEP-N
           MOVE    CLIENTE-COD-ASS     TO        W-TIT-COD-ASS.
       FIM-TITULAR-POR-CLIENTE.
           EXIT.

       TITULAR-POR-ASSINANTE.
           DISPLAY "CODIGO DO ASSINANTE: "
           ACCEPT  W-TIT-COD-ASS
           IF      W-TIT-COD-ASS       EQUAL     SPACES
                   GO        FIM-TITULAR-POR-ASSINANTE.
           OPEN    INPUT     PMESTRE
           IF      W-FS-MESTRE         NOT       EQUAL     "00"
                   DISPLAY "CADASTRO MESTRE (ASSINANTE.DAT) "
                           "INDISPONIVEL = " W-FS-MESTRE
                   GO        FIM-TITULAR-POR-ASSINANTE.
           MOVE    W-TIT-COD-ASS       TO        MA-COD-ASS
           READ    PMESTRE
                   INVALID KEY
                   DISPLAY "ASSINANTE " W-TIT-COD-ASS
                           " NAO ESTA' NO CADASTRO MESTRE"
                   CLOSE     PMESTRE
                   GO        FIM-TITULAR-POR-ASSINANTE
           END-READ
           MOVE    "S"       TO        W-ACHOU
           MOVE    MA-NOME-ASS         TO        W-TIT-NOME
           MOVE    MA-CEP5-ASS         TO        W-TIT-CEP (1 : 5)
           MOVE    MA-CEP3-ASS         TO        W-TIT-CEP (6 : 3)
           CLOSE   PMESTRE
           PERFORM PROCURA-NO-CEP      THRU FIM-PROCURA-NO-CEP.
       FIM-TITULAR-POR-ASSINANTE.
           EXIT.

       TITULAR-POR-NOME.
           DISPLAY "NOME COMPLETO......: "
           ACCEPT  W-TIT-NOME
           DISPLAY "CEP (8 DIGITOS)....: "
           ACCEPT  W-TIT-CEP
           IF      W-TIT-NOME          EQUAL     SPACES
           OR      W-TIT-CEP           NOT NUMERIC
                   DISPLAY "INFORME O NOME E O CEP"
                   GO        FIM-TITULAR-POR-NOME.
           MOVE    "S"       TO        W-ACHOU
           PERFORM PROCURA-NO-CEP      THRU FIM-PROCURA-NO-CEP
           IF      W-TIT-COD-ASS       EQUAL     SPACES
                   PERFORM PROCURA-NO-MESTRE
                           THRU FIM-PROCURA-NO-MESTRE.
       FIM-TITULAR-POR-NOME.
           EXIT.

      *    PROCURA-NO-CEP: CLIENTES DO CEP DO TITULAR - CASA PELO
      *    CODIGO DO ASSINANTE OU, SEM ELE, PELO NOME. MAIS DE UM
      *    CANDIDATO E' LISTADO PARA O OPERADOR ESCOLHER O CODIGO.
       PROCURA-NO-CEP.
           MOVE    ZEROS     TO        W-QT-CAND
           IF      FS-CLIENTE          NOT       EQUAL     "00"
                   GO        FIM-PROCURA-NO-CEP.
           MOVE    W-TIT-CEP-N         TO        CLIENTE-CEP
           MOVE    "N"       TO        W-FIM
           START   CLIENTE   KEY       EQUAL     CLIENTE-CEP
                   INVALID KEY MOVE "S" TO W-FIM
           END-START.
       LE-NO-CEP.
           IF      W-FIM     EQUAL     "S"
                   GO        FECHA-NO-CEP.
           READ    CLIENTE   NEXT RECORD AT END
                   GO        FECHA-NO-CEP.
           IF      FS-CLIENTE (1 : 1)  NOT       EQUAL     "0"
           OR      CLIENTE-CEP         NOT       EQUAL     W-TIT-CEP-N
                   GO        FECHA-NO-CEP.
           IF      W-TIT-COD-ASS       NOT       EQUAL     SPACES
              IF   CLIENTE-COD-ASS     NOT       EQUAL   W-TIT-COD-ASS
                   GO        LE-NO-CEP
              ELSE
                   NEXT SENTENCE
           ELSE
              IF   CLIENTE-NOME        NOT       EQUAL     W-TIT-NOME
                   GO        LE-NO-CEP.
           ADD     1         TO        W-QT-CAND
           MOVE    CLIENTE-CODIGO      TO        W-TIT-COD-CLI
           DISPLAY "  CLIENTE " CLIENTE-CODIGO " " CLIENTE-NOME
           GO      LE-NO-CEP.
       FECHA-NO-CEP.
           IF      W-QT-CAND           >         1
                   DISPLAY "CODIGO DO CLIENTE (DA LISTA): "
                   ACCEPT  W-TIT-COD-CLI.
           IF      W-QT-CAND           EQUAL     ZEROS
                   GO        FIM-PROCURA-NO-CEP.
           MOVE    W-TIT-COD-CLI       TO        CLIENTE-CODIGO
           READ    CLIENTE   KEY IS    CLIENTE-CODIGO
                   INVALID KEY
                   MOVE      ZEROS     TO        W-TIT-COD-CLI
                   GO        FIM-PROCURA-NO-CEP
           END-READ
           MOVE    CLIENTE-NOME        TO        W-TIT-NOME
           IF      CLIENTE-COD-ASS     NOT       EQUAL     SPACES
                   MOVE      CLIENTE-COD-ASS     TO   W-TIT-COD-ASS.
       FIM-PROCURA-NO-CEP.
           EXIT.

      *    PROCURA-NO-MESTRE: ASSINANTE PELO NOME (30 POSICOES DO
      *    MESTRE) + CEP, PERCORRENDO O MESTRE COMO O CONSASS.
       PROCURA-NO-MESTRE.
           MOVE    ZEROS     TO        W-QT-CAND
           OPEN    INPUT     PMESTRE
           IF      W-FS-MESTRE         NOT       EQUAL     "00"
                   GO        FIM-PROCURA-NO-MESTRE.
           MOVE    "N"       TO        W-FIM
           MOVE    LOW-VALUES          TO        MA-COD-ASS
           START   PMESTRE   KEY       NOT <     MA-COD-ASS
                   INVALID KEY MOVE "S" TO W-FIM
           END-START.
       LE-NO-MESTRE.
           IF      W-FIM     EQUAL     "S"
                   GO        FECHA-NO-MESTRE.
           READ    PMESTRE   NEXT RECORD AT END
                   GO        FECHA-NO-MESTRE.
           IF      MA-NOME-ASS         NOT EQUAL W-TIT-NOME (1 : 30)
           OR      MA-CEP5-ASS         NOT EQUAL W-TIT-CEP (1 : 5)
           OR      MA-CEP3-ASS         NOT EQUAL W-TIT-CEP (6 : 3)
                   GO        LE-NO-MESTRE.
           ADD     1         TO        W-QT-CAND
           MOVE    MA-COD-ASS          TO        W-TIT-COD-ASS
           DISPLAY "  ASSINANTE " MA-COD-ASS " " MA-NOME-ASS
                   " " MA-CID-ASS
           GO      LE-NO-MESTRE.
       FECHA-NO-MESTRE.
           CLOSE   PMESTRE
           IF      W-QT-CAND           >         1
                   DISPLAY "CODIGO DO ASSINANTE (DA LISTA): "
                   ACCEPT  W-TIT-COD-ASS.
       FIM-PROCURA-NO-MESTRE.
           EXIT.

      *-----------------------------------------------------------
      *    NUMERA-PROTOCOLO: AAAA + SEQUENCIAL DE 5 DIGITOS NO ANO,
      *    A PARTIR DO MAIOR PROTOCOLO JA' GRAVADO.
      *-----------------------------------------------------------
       NUMERA-PROTOCOLO.
           MOVE    W-HOJE (1 : 4)      TO        W-ULT-PROTOCOLO (1 : 4)
           MOVE    ZEROS     TO        W-ULT-PROTOCOLO (5 : 5)
           OPEN    INPUT     PPEDIDO
           IF      W-FS-PEDIDO         NOT       EQUAL     "00"
                   GO        DA-PROTOCOLO.
       LE-PROTOCOLOS.
           READ    PPEDIDO   AT        END
                   CLOSE     PPEDIDO
                   GO        DA-PROTOCOLO.
           IF      TP-PROTOCOLO        NUMERIC
           AND     TP-PROTOCOLO        >         W-ULT-PROTOCOLO
                   MOVE      TP-PROTOCOLO        TO   W-ULT-PROTOCOLO.
           GO      LE-PROTOCOLOS.
       DA-PROTOCOLO.
           COMPUTE W-PROTOCOLO         =         W-ULT-PROTOCOLO + 1.
       FIM-NUMERA-PROTOCOLO.
           EXIT.

      *-----------------------------------------------------------
      *    GRAVA-EVENTO: UMA LINHA NO PROTOCOLO PARA O PEDIDO EM
      *    CURSO (W-EV-EVENTO/W-EV-OBS).
      *-----------------------------------------------------------
       GRAVA-EVENTO.
           OPEN    EXTEND    PPEDIDO
           IF      W-FS-PEDIDO         NOT       EQUAL     "00"
                   OPEN      OUTPUT    PPEDIDO.
           IF      W-FS-PEDIDO         NOT       EQUAL     "00"
                   DISPLAY "TITULAR_PEDIDOS.TXT NAO PODE SER GRAVADO "
                           "= " W-FS-PEDIDO
                   GO        FIM-GRAVA-EVENTO.
           ACCEPT  W-TIME    FROM      TIME
           MOVE    W-TIME    TO        W-HORA-N
           MOVE    SPACES    TO        REG-PEDIDO
           MOVE    W-PROTOCOLO         TO        TP-PROTOCOLO
           MOVE    W-EV-EVENTO         TO        TP-EVENTO
           MOVE    W-TIPO-PED          TO        TP-TIPO
           MOVE    W-HOJE    TO        TP-DATA
           MOVE    W-HORA-N  TO        TP-HORA
           MOVE    W-PRAZO   TO        TP-PRAZO
           MOVE    W-OPERADOR          TO        TP-OPERADOR
           MOVE    W-TIT-COD-CLI       TO        TP-COD-CLI
           MOVE    W-TIT-COD-ASS       TO        TP-COD-ASS
           MOVE    W-TIT-CEP TO        TP-CEP
           MOVE    W-TIT-NOME          TO        TP-NOME
           MOVE    W-EV-OBS  TO        TP-OBS
           WRITE   REG-PEDIDO
           CLOSE   PPEDIDO.
       FIM-GRAVA-EVENTO.
           EXIT.

      *-----------------------------------------------------------
      *    ATENDE-PEDIDO: RETOMA UM PEDIDO ABERTO PELO PROTOCOLO.
      *-----------------------------------------------------------
       ATENDE-PEDIDO.
           DISPLAY "PROTOCOLO: "
           ACCEPT  W-PROTOCOLO
           MOVE    "N"       TO        W-ACHOU
           MOVE    ZEROS     TO        W-DT-ATENDIDO
           OPEN    INPUT     PPEDIDO
           IF      W-FS-PEDIDO         NOT       EQUAL     "00"
                   DISPLAY "NENHUM PEDIDO REGISTRADO"
                   GO        FIM-ATENDE-PEDIDO.
       LE-PEDIDO.
           READ    PPEDIDO   AT        END
                   CLOSE     PPEDIDO
                   GO        CONFERE-PEDIDO.
           IF      TP-PROTOCOLO        NOT       EQUAL     W-PROTOCOLO
                   GO        LE-PEDIDO.
           IF      TP-EVENTO           EQUAL     "ATENDIDO"
                   MOVE      TP-DATA   TO        W-DT-ATENDIDO
                   GO        LE-PEDIDO.
           IF      TP-EVENTO           NOT       EQUAL     "ABERTURA"
                   GO        LE-PEDIDO.
           MOVE    "S"       TO        W-ACHOU
           MOVE    TP-TIPO   TO        W-TIPO-PED
           MOVE    TP-DATA   TO        W-DT-ABERTURA
           MOVE    TP-PRAZO  TO        W-PRAZO
           MOVE    TP-COD-CLI          TO        W-TIT-COD-CLI
           MOVE    TP-COD-ASS          TO        W-TIT-COD-ASS
           MOVE    TP-CEP    TO        W-TIT-CEP
           MOVE    TP-NOME   TO        W-TIT-NOME
           GO      LE-PEDIDO.
       CONFERE-PEDIDO.
           IF      W-ACHOU   EQUAL     "N"
                   DISPLAY "PROTOCOLO " W-PROTOCOLO " NAO ENCONTRADO"
                   GO        FIM-ATENDE-PEDIDO.
           IF      W-DT-ATENDIDO       NOT       EQUAL     ZEROS
                   MOVE      W-DT-ATENDIDO       TO   W-DATA-AUX
                   PERFORM   EDITA-DATA THRU FIM-EDITA-DATA
                   DISPLAY "PROTOCOLO " W-PROTOCOLO
                           " JA' ATENDIDO EM " W-DATA-ED
                   GO        FIM-ATENDE-PEDIDO.
           DISPLAY "TITULAR: " W-TIT-NOME "  TIPO " W-TIPO-PED
           PERFORM ATENDE-PROTOCOLO    THRU FIM-ATENDE-PROTOCOLO.
       FIM-ATENDE-PEDIDO.
           EXIT.

      *-----------------------------------------------------------
      *    ATENDE-PROTOCOLO: VARRE CADA ARQUIVO ATRAS DO TITULAR,
      *    RELATANDO (EXPORTACAO) OU ANONIMIZANDO, E FECHA O PEDIDO
      *    NO PROTOCOLO. O RELATORIO DA ANONIMIZACAO SO' TRAZ OS
      *    DADOS JA' MASCARADOS E AS CHAVES.
      *-----------------------------------------------------------
       ATENDE-PROTOCOLO.
           IF      PEDIDO-ANONIMIZA
                   DISPLAY "ANONIMIZACAO NAO TEM VOLTA - CONFIRMA "
                           "(S/N)? "
                   ACCEPT  W-RESP
                   IF      W-RESP    NOT EQUAL "S" AND "s"
                           DISPLAY "PEDIDO MANTIDO EM ABERTO"
                           GO        FIM-ATENDE-PROTOCOLO.
           IF      PEDIDO-ANONIMIZA
                   PERFORM TOMA-TRAVA-CLIENTE
                           THRU FIM-TOMA-TRAVA-CLIENTE
                   IF      W-TRVC-TOMADA       NOT EQUAL "S"
                           DISPLAY "PEDIDO MANTIDO EM ABERTO"
                           GO        FIM-ATENDE-PROTOCOLO.
           MOVE    SPACES    TO        ARQ-RELAT
           STRING  "TITULAR_" W-PROTOCOLO ".TXT"
                   DELIMITED BY SIZE INTO ARQ-RELAT
           OPEN    OUTPUT    RELAT
           IF      W-FS-RELAT          NOT       EQUAL     "00"
                   DISPLAY ARQ-RELAT " NAO PODE SER GRAVADO = "
                           W-FS-RELAT
                   PERFORM LIBERA-TRAVA-CLIENTE
                           THRU FIM-LIBERA-TRAVA-CLIENTE
                   GO      FIM-ATENDE-PROTOCOLO.
           WRITE   REG-RELAT           FROM      W-CAB-AMBIENTE
           MOVE    ZEROS     TO        W-QT-TOTAL    W-QT-ANON
                                       W-QT-RETIDAS  W-QT-ANON-CLI
                                       W-QT-ARQUIVOS
           MOVE    SPACES    TO        W-NOME-MASC
           MOVE    W-TIT-NOME          TO        W-NOME-MASC
           INSPECT W-NOME-MASC CONVERTING W-ALFA-CLARO
                   TO W-ALFA-MASCARA
           MOVE    40        TO        W-TAM-NOME.
       MEDE-NOME.
           IF      W-TAM-NOME          >         ZEROS
              IF   W-TIT-NOME (W-TAM-NOME : 1)   EQUAL     SPACE
                   SUBTRACT  1         FROM      W-TAM-NOME
                   GO        MEDE-NOME.
           MOVE    W-TIT-COD-CLI       TO        W-COD-CLI-X
           PERFORM APURA-DEBITO        THRU FIM-APURA-DEBITO
           PERFORM CABECALHO-RELAT     THRU FIM-CABECALHO-RELAT
           PERFORM VARRE-CLIENTE       THRU FIM-VARRE-CLIENTE
           PERFORM VARRE-MESTRE        THRU FIM-VARRE-MESTRE

           MOVE    "JORNAL_CLIENTE.TXT"          TO   ARQ-ORIGEM
           MOVE    "J"       TO        W-ARQ-TIPO
           MOVE    "JORNAL DE MANUTENCAO DO CADASTRO DE CLIENTES"
                                       TO        W-DESC-ARQ
           PERFORM VARRE-ARQUIVO       THRU FIM-VARRE-ARQUIVO
           PERFORM GRAVA-JORNAL-ANON   THRU FIM-GRAVA-JORNAL-ANON
           MOVE    "ASSINANTES.TXT"    TO        ARQ-ORIGEM
           MOVE    "X"       TO        W-ARQ-TIPO
           MOVE    "EXTRATO DE PEDIDOS (XPGR47)" TO   W-DESC-ARQ
           PERFORM VARRE-ARQUIVO       THRU FIM-VARRE-ARQUIVO
           MOVE    "SUSPEITOS.TXT"     TO        ARQ-ORIGEM
           MOVE    "S"       TO        W-ARQ-TIPO
           MOVE    "MARCAS DE ENDERECO SUSPEITO" TO   W-DESC-ARQ
           PERFORM VARRE-ARQUIVO       THRU FIM-VARRE-ARQUIVO
           MOVE    "DEVOLVIDAS.TXT"    TO        ARQ-ORIGEM
           MOVE    "D"       TO        W-ARQ-TIPO
           MOVE    "CARTAS DEVOLVIDAS PELO CORREIO" TO W-DESC-ARQ
           PERFORM VARRE-ARQUIVO       THRU FIM-VARRE-ARQUIVO
           MOVE    "REENVIO.TXT"       TO        ARQ-ORIGEM
           MOVE    "V"       TO        W-ARQ-TIPO
           MOVE    "FILA DE REENVIO DE CARTAS"   TO   W-DESC-ARQ
           PERFORM VARRE-ARQUIVO       THRU FIM-VARRE-ARQUIVO
           MOVE    "NOTIFICA.TXT"      TO        ARQ-ORIGEM
           MOVE    "N"       TO        W-ARQ-TIPO
           MOVE    "AVISOS DIGITAIS A DESPACHAR" TO   W-DESC-ARQ
           PERFORM VARRE-ARQUIVO       THRU FIM-VARRE-ARQUIVO
           MOVE    "NOTIFICA_LOTE.TXT" TO        ARQ-ORIGEM
           MOVE    "L"       TO        W-ARQ-TIPO
           MOVE    "LOTES DOS AVISOS DIGITAIS"   TO   W-DESC-ARQ
           PERFORM VARRE-ARQUIVO       THRU FIM-VARRE-ARQUIVO
           MOVE    "NOTIFICA_RETORNO.TXT"        TO   ARQ-ORIGEM
           MOVE    "R"       TO        W-ARQ-TIPO
           MOVE    "RETORNO DO DISPARADOR DE AVISOS" TO W-DESC-ARQ
           PERFORM VARRE-ARQUIVO       THRU FIM-VARRE-ARQUIVO
           MOVE    "NOTIFICA_BOUNCE.TXT"         TO   ARQ-ORIGEM
           MOVE    "B"       TO        W-ARQ-TIPO
           MOVE    "AVISOS DIGITAIS DEVOLVIDOS"  TO   W-DESC-ARQ
           PERFORM VARRE-ARQUIVO       THRU FIM-VARRE-ARQUIVO
           MOVE    "FINANC.TXT"        TO        ARQ-ORIGEM
           MOVE    "F"       TO        W-ARQ-TIPO
           MOVE    "CARTEIRA DE COBRANCA"        TO   W-DESC-ARQ
           PERFORM VARRE-ARQUIVO       THRU FIM-VARRE-ARQUIVO
           MOVE    "ACORDOS.TXT"       TO        ARQ-ORIGEM
           MOVE    "C"       TO        W-ARQ-TIPO
           MOVE    "PROMESSAS DE PAGAMENTO"      TO   W-DESC-ARQ
           PERFORM VARRE-ARQUIVO       THRU FIM-VARRE-ARQUIVO
           MOVE    "ATENDIMENTOS.TXT"  TO        ARQ-ORIGEM
           MOVE    "A"       TO        W-ARQ-TIPO
           MOVE    "CONTATOS DO SAC"   TO        W-DESC-ARQ
           PERFORM VARRE-ARQUIVO       THRU FIM-VARRE-ARQUIVO
           MOVE    "RECIBO_REG.TXT"    TO        ARQ-ORIGEM
           MOVE    "G"       TO        W-ARQ-TIPO
           MOVE    "RECIBOS EMITIDOS"  TO        W-DESC-ARQ
           PERFORM VARRE-ARQUIVO       THRU FIM-VARRE-ARQUIVO
           MOVE    "REGUA_HIST.TXT"    TO        ARQ-ORIGEM
           MOVE    "U"       TO        W-ARQ-TIPO
           MOVE    "ETAPAS DA REGUA DE COBRANCA" TO   W-DESC-ARQ
           PERFORM VARRE-ARQUIVO       THRU FIM-VARRE-ARQUIVO
           MOVE    "NEGATIVA_HIST.TXT" TO        ARQ-ORIGEM
           MOVE    "T"       TO        W-ARQ-TIPO
           MOVE    "HISTORICO DE NEGATIVACAO"    TO   W-DESC-ARQ
           PERFORM VARRE-ARQUIVO       THRU FIM-VARRE-ARQUIVO
           MOVE    "H"       TO        W-ARQ-TIPO
           MOVE    "HISTORICO DE EXCECOES"       TO   W-DESC-ARQ
           MOVE    "BINGON.EXC"        TO        ARQ-ORIGEM
           PERFORM VARRE-ARQUIVO       THRU FIM-VARRE-ARQUIVO
           MOVE    "CEP_INVALIDO.TXT"  TO        ARQ-ORIGEM
           PERFORM VARRE-ARQUIVO       THRU FIM-VARRE-ARQUIVO
           MOVE    "PROJ_INVALIDO.TXT" TO        ARQ-ORIGEM
           PERFORM VARRE-ARQUIVO       THRU FIM-VARRE-ARQUIVO
           MOVE    "PROJ_OVERFLOW.TXT" TO        ARQ-ORIGEM
           PERFORM VARRE-ARQUIVO       THRU FIM-VARRE-ARQUIVO

           PERFORM LIBERA-TRAVA-CLIENTE
                   THRU FIM-LIBERA-TRAVA-CLIENTE
           PERFORM RODAPE-RELAT        THRU FIM-RODAPE-RELAT
           CLOSE   RELAT
           PERFORM ARQUIVA-RELATORIO   THRU FIM-ARQUIVA-RELATORIO
           MOVE    W-HOJE    TO        W-DT-ATENDIDO
           MOVE    "ATENDIDO"          TO        W-EV-EVENTO
           MOVE    SPACES    TO        W-EV-OBS
           MOVE    W-QT-TOTAL          TO        W-QT-REL
           IF      PEDIDO-EXPORTA
                   STRING "EXPORTADAS " W-QT-REL " OCORRENCIAS"
                          DELIMITED BY SIZE INTO W-EV-OBS
                   MOVE   "EXPORTA"    TO        W-AC-RESULT
           ELSE
                   MOVE   W-QT-ANON    TO        W-QT-REL
                   MOVE   W-QT-RETIDAS TO        W-QT-REL2
                   STRING "ANONIMIZADAS " W-QT-REL " RETIDAS "
                          W-QT-REL2
                          DELIMITED BY SIZE INTO W-EV-OBS
                   MOVE   "ANONIMIZA"  TO        W-AC-RESULT.
           PERFORM GRAVA-EVENTO        THRU FIM-GRAVA-EVENTO
           IF      W-QT-RETIDAS        >         ZEROS
                   MOVE      "RETENCAO"          TO   W-EV-EVENTO
                   MOVE      W-MOTIVO-RET        TO   W-EV-OBS
                   PERFORM   GRAVA-EVENTO THRU FIM-GRAVA-EVENTO.
           MOVE    W-TIT-COD-ASS       TO        MA-COD-ASS
           PERFORM GRAVA-ACESSO        THRU FIM-GRAVA-ACESSO
           DISPLAY "PEDIDO " W-PROTOCOLO " ATENDIDO - " W-EV-OBS
           IF      W-HOJE    >         W-PRAZO
                   DISPLAY "ATENCAO: ATENDIDO FORA DO PRAZO LEGAL".
           DISPLAY "RELATORIO EM " ARQ-RELAT.
       FIM-ATENDE-PROTOCOLO.
           EXIT.

      *-----------------------------------------------------------
      *    APURA-DEBITO: DEBITO EM ABERTO DO TITULAR - ATRASO OU
      *    SALDO NO MESTRE, OU A CONTA DE COBRANCA AINDA NA CARTEIRA
      *    DO FINANC.TXT. HAVENDO, O QUE SUSTENTA A COBRANCA FICA
      *    RETIDO POR OBRIGACAO LEGAL.
      *-----------------------------------------------------------
       APURA-DEBITO.
           MOVE    "N"       TO        W-RETIDO
           MOVE    SPACES    TO        W-MOTIVO-RET  W-SEQ-CONTA
           IF      W-TIT-COD-ASS       EQUAL     SPACES
                   GO        FIM-APURA-DEBITO.
           OPEN    INPUT     PMESTRE
           IF      W-FS-MESTRE         NOT       EQUAL     "00"
                   GO        FIM-APURA-DEBITO.
           MOVE    W-TIT-COD-ASS       TO        MA-COD-ASS
           READ    PMESTRE
                   INVALID KEY
                   CLOSE     PMESTRE
                   GO        FIM-APURA-DEBITO
           END-READ
           CLOSE   PMESTRE
           MOVE    MA-SEQ-FINANC       TO        W-SEQ-CONTA
           IF      MA-TOT-DEB-ATRAS    >         ZEROS
                   MOVE      "S"       TO        W-RETIDO
                   MOVE      "DEBITO EM ATRASO NO ULTIMO PEDIDO"
                                       TO        W-MOTIVO-RET
                   GO        FIM-APURA-DEBITO.
           IF      MA-RZ-SALDO         >         ZEROS
                   MOVE      "S"       TO        W-RETIDO
                   MOVE      "SALDO DEVEDOR NO RAZAO"
                                       TO        W-MOTIVO-RET
                   GO        FIM-APURA-DEBITO.
           IF      W-SEQ-CONTA         EQUAL     SPACES
                   GO        FIM-APURA-DEBITO.
           OPEN    INPUT     PFINANC
           IF      W-FS-FINANC         NOT       EQUAL     "00"
                   GO        FIM-APURA-DEBITO.
       LE-DEBITO.
           READ    PFINANC   AT        END
                   CLOSE     PFINANC
                   GO        FIM-APURA-DEBITO.
           IF      FN-SEQ    NOT       EQUAL     W-SEQ-CONTA
                   GO        LE-DEBITO.
           MOVE    "S"       TO        W-RETIDO
           MOVE    SPACES    TO        W-MOTIVO-RET
           STRING  "CONTA " W-SEQ-CONTA " NA CARTEIRA DE COBRANCA"
                   DELIMITED BY SIZE INTO W-MOTIVO-RET
           CLOSE   PFINANC.
       FIM-APURA-DEBITO.
           EXIT.

       CABECALHO-RELAT.
           MOVE    SPACES    TO        W-LINHA-REL
           IF      PEDIDO-EXPORTA
                   STRING "TITULAR - EXPORTACAO DOS DADOS PESSOAIS - "
                          "PROTOCOLO " W-PROTOCOLO
                          DELIMITED BY SIZE INTO W-LINHA-REL
           ELSE
                   STRING "TITULAR - ANONIMIZACAO DOS DADOS PESSOAIS "
                          "- PROTOCOLO " W-PROTOCOLO
                          DELIMITED BY SIZE INTO W-LINHA-REL.
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL
           MOVE    W-DT-ABERTURA       TO        W-DATA-AUX
           PERFORM EDITA-DATA          THRU FIM-EDITA-DATA
           MOVE    W-DATA-ED TO        W-DATA-ED2
           MOVE    W-PRAZO   TO        W-DATA-AUX
           PERFORM EDITA-DATA          THRU FIM-EDITA-DATA
           STRING  "PEDIDO EM " W-DATA-ED2 "  PRAZO LEGAL " W-DATA-ED
                   "  OPERADOR " W-OPERADOR
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL
           IF      PEDIDO-EXPORTA
                   STRING "TITULAR " W-TIT-NOME "  CEP " W-TIT-CEP
                          DELIMITED BY SIZE INTO W-LINHA-REL
           ELSE
                   STRING "TITULAR " W-NOME-MASC "  CEP " W-TIT-CEP
                          DELIMITED BY SIZE INTO W-LINHA-REL.
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL
           STRING  "CODIGO DO CLIENTE " W-TIT-COD-CLI
                   "  CODIGO DO ASSINANTE " W-TIT-COD-ASS
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL
           IF      W-RETIDO  EQUAL     "S"
                   STRING "ATENCAO: DEBITO EM ABERTO (" W-MOTIVO-RET
                          ") - MESTRE, COBRANCA E ACORDOS RETIDOS "
                          "POR OBRIGACAO LEGAL"
                          DELIMITED BY SIZE INTO W-LINHA-REL
                   PERFORM GRAVA-REL   THRU FIM-GRAVA-REL.
       FIM-CABECALHO-RELAT.
           EXIT.

       RODAPE-RELAT.
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL
           MOVE    W-QT-ARQUIVOS       TO        W-QT-REL
           STRING  "ARQUIVOS VARRIDOS.......: " W-QT-REL
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL
           MOVE    W-QT-TOTAL          TO        W-QT-REL
           STRING  "OCORRENCIAS DO TITULAR..: " W-QT-REL
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL
           IF      PEDIDO-EXPORTA
                   GO        FIM-RODAPE-RELAT.
           MOVE    W-QT-ANON           TO        W-QT-REL
           STRING  "ANONIMIZADAS............: " W-QT-REL
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL
           MOVE    W-QT-RETIDAS        TO        W-QT-REL
           STRING  "RETIDAS (OBRIGACAO LEGAL): " W-QT-REL
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL
           MOVE    "IMAGENS DE BACKUP ANTERIORES SO' PERDEM O TITULAR "
                   TO        W-LINHA-REL
           MOVE    "PELA RETENCAO (FAXINA) - UM RECUPERA REAPLICA A "
                   TO        W-LINHA-REL (51 : 50)
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL
           MOVE    "ANONIMIZACAO PELO JORNAL."   TO   W-LINHA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL.
       FIM-RODAPE-RELAT.
           EXIT.

      *-----------------------------------------------------------
      *    VARRE-CLIENTE: CLIENTE.TXT INTEIRO PELA CHAVE - CASA PELO
      *    CODIGO DO CLIENTE, PELO CODIGO DO ASSINANTE OU (REGISTRO
      *    SEM CODIGO) POR NOME + CEP. NA ANONIMIZACAO O REGISTRO E'
      *    REGRAVADO E GUARDADO PARA O JORNAL.
      *-----------------------------------------------------------
       VARRE-CLIENTE.
           MOVE    ZEROS     TO        W-QT-ARQ
           MOVE    "CLIENTE.TXT"       TO        ARQ-ORIGEM
           MOVE    "CADASTRO DE CLIENTES"        TO   W-DESC-ARQ
           PERFORM CABECALHO-ARQUIVO   THRU FIM-CABECALHO-ARQUIVO
           IF      PEDIDO-ANONIMIZA
                   OPEN      I-O       CLIENTE
           ELSE
                   OPEN      INPUT     CLIENTE.
           IF      FS-CLIENTE          NOT       EQUAL     "00"
                   MOVE      "  (ARQUIVO INDISPONIVEL)" TO W-LINHA-REL
                   PERFORM   GRAVA-REL THRU      FIM-GRAVA-REL
                   GO        FIM-VARRE-CLIENTE.
           ADD     1         TO        W-QT-ARQUIVOS
           MOVE    "N"       TO        W-FIM
           MOVE    ZEROS     TO        CLIENTE-CODIGO
           START   CLIENTE   KEY       NOT <     CLIENTE-CODIGO
                   INVALID KEY MOVE "S" TO W-FIM
           END-START.
       LE-CLIENTE-TIT.
           IF      W-FIM     EQUAL     "S"
                   GO        FECHA-CLIENTE-TIT.
           READ    CLIENTE   NEXT RECORD AT END
                   GO        FECHA-CLIENTE-TIT.
           MOVE    REG-CLIENTE         TO        W-IMG-CLI
           PERFORM CASA-IMAGEM         THRU FIM-CASA-IMAGEM
           IF      W-CASOU   EQUAL     "N"
                   GO        LE-CLIENTE-TIT.
           ADD     1         TO        W-QT-ARQ
           IF      PEDIDO-EXPORTA
                   GO        MOSTRA-CLIENTE-TIT.
           PERFORM MASCARA-IMAGEM      THRU FIM-MASCARA-IMAGEM
           MOVE    W-IMG-CLI TO        REG-CLIENTE
           REWRITE REG-CLIENTE
               INVALID KEY
                   MOVE "  FALHA AO REGRAVAR O CLIENTE" TO W-LINHA-REL
                   PERFORM GRAVA-REL THRU FIM-GRAVA-REL
                   GO LE-CLIENTE-TIT
           END-REWRITE
           ADD     1         TO        W-QT-ANON
           IF      W-QT-ANON-CLI       <         20
                   ADD       1         TO        W-QT-ANON-CLI
                   MOVE      W-IMG-CLI TO        TA-IMAGEM
                                                 (W-QT-ANON-CLI).
       MOSTRA-CLIENTE-TIT.
           STRING  "  CLIENTE " IC-CODIGO "  " IC-NOME "  CEP " IC-CEP
                   "  ASSINANTE " IC-COD-ASS
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL
           STRING  "    " IC-RUA
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL
           STRING  "    " IC-BAIRRO " " IC-CIDADE " " IC-UF
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL
           STRING  "    TEL " IC-TELEFONE "  E-MAIL " IC-EMAIL
                   "  PREFERE " IC-PREF-CON
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL
           GO      LE-CLIENTE-TIT.
       FECHA-CLIENTE-TIT.
           CLOSE   CLIENTE
           PERFORM FECHA-SECAO         THRU FIM-FECHA-SECAO.
       FIM-VARRE-CLIENTE.
           EXIT.

      *    CASA-IMAGEM: A IMAGEM EM W-IMG-CLI E' DO TITULAR?
       CASA-IMAGEM.
           MOVE    "N"       TO        W-CASOU
           IF      W-IMG-CLI EQUAL     SPACES
                   GO        FIM-CASA-IMAGEM.
           IF      W-TIT-COD-ASS       NOT       EQUAL     SPACES
           AND     IC-COD-ASS          EQUAL     W-TIT-COD-ASS
                   MOVE      "S"       TO        W-CASOU
                   GO        FIM-CASA-IMAGEM.
           IF      IC-CODIGO           NUMERIC
           AND     IC-CODIGO           NOT       EQUAL     ZEROS
              IF   W-TIT-COD-CLI       NOT       EQUAL     ZEROS
              AND  IC-CODIGO           EQUAL     W-TIT-COD-CLI
                   MOVE      "S"       TO        W-CASOU
                   GO        FIM-CASA-IMAGEM
              ELSE
                   GO        FIM-CASA-IMAGEM.
           IF      IC-NOME   EQUAL     W-TIT-NOME
           AND     IC-CEP    EQUAL     W-TIT-CEP-N
                   MOVE      "S"       TO        W-CASOU.
       FIM-CASA-IMAGEM.
           EXIT.

       MASCARA-IMAGEM.
           INSPECT IC-NOME     CONVERTING W-ALFA-CLARO
                   TO W-ALFA-MASCARA
           INSPECT IC-RUA      CONVERTING W-ALFA-CLARO
                   TO W-ALFA-MASCARA
           INSPECT IC-TELEFONE CONVERTING W-ALFA-CLARO
                   TO W-ALFA-MASCARA
           INSPECT IC-EMAIL    CONVERTING W-ALFA-CLARO
                   TO W-ALFA-MASCARA.
       FIM-MASCARA-IMAGEM.
           EXIT.

      *-----------------------------------------------------------
      *    VARRE-MESTRE: O ASSINANTE DO TITULAR NO ASSINANTE.DAT.
      *    COM DEBITO EM ABERTO O REGISTRO FICA COMO ESTA (RETIDO);
      *    SEM DEBITO SAO MASCARADOS NOME, CHAMADA, ENDERECO, CARTAO
      *    E CONTA DE DEBITO - PROJETOS, VALORES E DATAS FICAM.
      *-----------------------------------------------------------
       VARRE-MESTRE.
           MOVE    ZEROS     TO        W-QT-ARQ
           MOVE    "ASSINANTE.DAT"     TO        ARQ-ORIGEM
           MOVE    "CADASTRO MESTRE DE ASSINANTES" TO W-DESC-ARQ
           PERFORM CABECALHO-ARQUIVO   THRU FIM-CABECALHO-ARQUIVO
           IF      W-TIT-COD-ASS       EQUAL     SPACES
                   MOVE      "  (TITULAR SEM CODIGO DE ASSINANTE)"
                                       TO        W-LINHA-REL
                   PERFORM   GRAVA-REL THRU      FIM-GRAVA-REL
                   GO        FIM-VARRE-MESTRE.
           IF      PEDIDO-ANONIMIZA
           AND     W-RETIDO  NOT       EQUAL     "S"
                   OPEN      I-O       PMESTRE
           ELSE
                   OPEN      INPUT     PMESTRE.
           IF      W-FS-MESTRE         NOT       EQUAL     "00"
                   MOVE      "  (ARQUIVO INDISPONIVEL)" TO W-LINHA-REL
                   PERFORM   GRAVA-REL THRU      FIM-GRAVA-REL
                   GO        FIM-VARRE-MESTRE.
           ADD     1         TO        W-QT-ARQUIVOS
           MOVE    W-TIT-COD-ASS       TO        MA-COD-ASS
           READ    PMESTRE
                   INVALID KEY
                   CLOSE     PMESTRE
                   PERFORM   FECHA-SECAO THRU    FIM-FECHA-SECAO
                   GO        FIM-VARRE-MESTRE
           END-READ
           ADD     1         TO        W-QT-ARQ
           IF      PEDIDO-EXPORTA
                   GO        MOSTRA-MESTRE.
           IF      W-RETIDO  EQUAL     "S"
                   ADD       1         TO        W-QT-RETIDAS
                   STRING "  RETIDO POR OBRIGACAO LEGAL - "
                          W-MOTIVO-RET
                          DELIMITED BY SIZE INTO W-LINHA-REL
                   PERFORM   GRAVA-REL THRU      FIM-GRAVA-REL
                   STRING "  ASSINANTE " MA-COD-ASS "  CONTA "
                          MA-SEQ-FINANC
                          DELIMITED BY SIZE INTO W-LINHA-REL
                   PERFORM   GRAVA-REL THRU      FIM-GRAVA-REL
                   GO        FECHA-MESTRE.
           INSPECT MA-NOME-ASS    CONVERTING W-ALFA-CLARO
                   TO W-ALFA-MASCARA
           INSPECT MA-CHAMADA-ASS CONVERTING W-ALFA-CLARO
                   TO W-ALFA-MASCARA
           INSPECT MA-END-ASS     CONVERTING W-ALFA-CLARO
                   TO W-ALFA-MASCARA
           INSPECT MA-DB-CARTAO   CONVERTING W-ALFA-CLARO
                   TO W-ALFA-MASCARA
           INSPECT MA-DB-BCO      CONVERTING W-ALFA-CLARO
                   TO W-ALFA-MASCARA
           REWRITE REG-MESTRE
               INVALID KEY
                   MOVE "  FALHA AO REGRAVAR O ASSINANTE"
                                       TO        W-LINHA-REL
                   PERFORM GRAVA-REL THRU FIM-GRAVA-REL
                   GO FECHA-MESTRE
           END-REWRITE
           ADD     1         TO        W-QT-ANON.
       MOSTRA-MESTRE.
           STRING  "  ASSINANTE " MA-COD-ASS "  " MA-NOME-ASS
                   "  CHAMADA " MA-CHAMADA-ASS
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL
           STRING  "    " MA-END-ASS " " MA-BAI-ASS " " MA-CID-ASS
                   " " MA-UF-ASS " CEP " MA-CEP5-ASS MA-CEP3-ASS
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL
           STRING  "    CARTAO " MA-SIGLA-DB " " MA-DB-CARTAO
                   "  BANCO " MA-BANCO " AG " MA-AGENCIA
                   " CONTA " MA-CONTA
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL
           DIVIDE  MA-TOT-PAGO         BY 100    GIVING    W-VALOR
           STRING  "    PEDIDOS " MA-QT-PEDIDOS "  PARCELAS "
                   MA-PARC-PAGAS "/" MA-QTDE-PARC "  TOTAL PAGO R$ "
                   W-VALOR "  EMPRESA " MA-EMPRESA
                   "  OPT-IN " MA-OPTIN-DIGITAL
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL
           DIVIDE  MA-TOT-DEB-ATRAS    BY 100    GIVING    W-VALOR
           DIVIDE  MA-RZ-SALDO         BY 100    GIVING    W-SALDO-ED
           STRING  "    DEBITO EM ATRASO R$ " W-VALOR
                   "  SALDO NO RAZAO R$ " W-SALDO-ED
                   "  CONTA DE COBRANCA " MA-SEQ-FINANC
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL.
       FECHA-MESTRE.
           CLOSE   PMESTRE
           PERFORM FECHA-SECAO         THRU FIM-FECHA-SECAO.
       FIM-VARRE-MESTRE.
           EXIT.

      *-----------------------------------------------------------
      *    VARRE-ARQUIVO: UM ARQUIVO TEXTO (ARQ-ORIGEM) LINHA A
      *    LINHA. TESTA-LINHA DIZ SE A LINHA E' DO TITULAR, MONTA O
      *    DETALHE E, NA ANONIMIZACAO, MASCARA OS CAMPOS PESSOAIS.
      *    O ARQUIVO SO' E' TROCADO PELA COPIA .NOV QUANDO ALGUMA
      *    LINHA MUDOU.
      *-----------------------------------------------------------
       VARRE-ARQUIVO.
           MOVE    ZEROS     TO        W-QT-ARQ  W-QT-MASC-ARQ
                                       W-QT-LIDAS-ARQ
           MOVE    "N"       TO        W-REGRAVANDO
           PERFORM CABECALHO-ARQUIVO   THRU FIM-CABECALHO-ARQUIVO
           OPEN    INPUT     PARQ
           IF      W-FS-ARQ  NOT       EQUAL     "00"
                   MOVE      "  (ARQUIVO NAO ENCONTRADO)" TO
                             W-LINHA-REL
                   PERFORM   GRAVA-REL THRU      FIM-GRAVA-REL
                   GO        FIM-VARRE-ARQUIVO.
           ADD     1         TO        W-QT-ARQUIVOS
      *    COBRANCA, ACORDOS, SUSPEITOS E OS HISTORICOS DA REGUA E
      *    DA NEGATIVACAO SO' TEM CHAVES/VALORES - NUNCA SAO
      *    REGRAVADOS.
           MOVE    "S"       TO        W-ARQ-REGRAVA
           IF      W-ARQ-TIPO     EQUAL "F" OR "C" OR "S" OR "U" OR "T"
                   MOVE      "N"       TO        W-ARQ-REGRAVA.
           IF      PEDIDO-EXPORTA
           OR      W-ARQ-REGRAVA       EQUAL     "N"
                   GO        LE-ARQUIVO.
           MOVE    SPACES    TO        ARQ-NOVO
           STRING  ARQ-ORIGEM DELIMITED BY "."
                   ".NOV"    DELIMITED BY SIZE INTO ARQ-NOVO
           OPEN    OUTPUT    PNOVO
           IF      W-FS-NOVO NOT       EQUAL     "00"
                   STRING "  ATENCAO: " ARQ-NOVO " NAO PODE SER "
                          "GRAVADO - ARQUIVO NAO ANONIMIZADO"
                          DELIMITED BY SIZE INTO W-LINHA-REL
                   PERFORM   GRAVA-REL THRU      FIM-GRAVA-REL
                   CLOSE     PARQ
                   GO        FIM-VARRE-ARQUIVO.
           MOVE    "S"       TO        W-REGRAVANDO.
       LE-ARQUIVO.
           READ    PARQ      AT        END
                   GO        FECHA-ARQUIVO.
           ADD     1         TO        W-QT-LIDAS-ARQ
           MOVE    SPACES    TO        W-LINHA
           IF      W-TAM-LINHA         >         ZEROS
                   MOVE      REG-ARQ (1 : W-TAM-LINHA) TO W-LINHA.
           MOVE    "N"       TO        W-CASOU
           MOVE    SPACES    TO        W-DETALHE
           PERFORM TESTA-LINHA         THRU FIM-TESTA-LINHA
           IF      W-CASOU   EQUAL     "S"
                   ADD       1         TO        W-QT-ARQ
                   STRING    "  " W-DETALHE
                             DELIMITED BY SIZE INTO W-LINHA-REL
                   PERFORM   GRAVA-REL THRU      FIM-GRAVA-REL.
           IF      W-REGRAVANDO        EQUAL     "S"
                   MOVE      W-TAM-LINHA         TO   W-TAM-NOVO
                   WRITE     REG-NOVO  FROM      W-LINHA.
           GO      LE-ARQUIVO.
       FECHA-ARQUIVO.
           CLOSE   PARQ
           IF      W-REGRAVANDO        EQUAL     "S"
                   CLOSE     PNOVO
                   PERFORM   EFETIVA-ARQUIVO THRU FIM-EFETIVA-ARQUIVO.
           ADD     W-QT-MASC-ARQ       TO        W-QT-ANON
           PERFORM FECHA-SECAO         THRU FIM-FECHA-SECAO.
       FIM-VARRE-ARQUIVO.
           EXIT.

      *    EFETIVA-ARQUIVO: A COPIA .NOV TOMA O LUGAR DO ORIGINAL
      *    (MESMO EXPEDIENTE DE TROCA POR RENOMEACAO DO FECHAMES);
      *    SEM LINHA MASCARADA A COPIA E' SO' APAGADA.
       EFETIVA-ARQUIVO.
           IF      W-QT-MASC-ARQ       EQUAL     ZEROS
                   CALL      "CBL_DELETE_FILE"   USING     ARQ-NOVO
                             RETURNING W-RC
                   GO        FIM-EFETIVA-ARQUIVO.
           CALL    "CBL_DELETE_FILE"   USING     ARQ-ORIGEM
                   RETURNING W-RC
           CALL    "CBL_RENAME_FILE"   USING     ARQ-NOVO
                                                 ARQ-ORIGEM
                   RETURNING W-RC.
           IF      W-RC      NOT       EQUAL     ZEROS
                   STRING "  ATENCAO: " ARQ-NOVO " NAO PODE SER "
                          "RENOMEADO - RENOMEIE PARA " ARQ-ORIGEM
                          " NA MAO"
                          DELIMITED BY SIZE INTO W-LINHA-REL
                   PERFORM   GRAVA-REL THRU      FIM-GRAVA-REL
                   DISPLAY W-LINHA-REL.
       FIM-EFETIVA-ARQUIVO.
           EXIT.

      *-----------------------------------------------------------
      *    TESTA-LINHA: UM LAYOUT POR TIPO DE ARQUIVO.
      *      J JORNAL_CLIENTE      IMAGENS ANTES (34) E DEPOIS (331)
      *      X ASSINANTES.TXT      NOME 1-30, CEP 31-38
      *      S SUSPEITOS.TXT       CEP 1-8, CODIGO DO CLIENTE 24-32
      *      D DEVOLVIDAS.TXT      CODIGO 1-9, CEP 11-18, NOME 20-49
      *      V REENVIO.TXT         CEP 1-8, NOME 11-50, RUA 53-132
      *      N NOTIFICA.TXT        NOME 12-41, CODIGO 68-76
      *      L NOTIFICA_LOTE.TXT   CODIGO 3-11, NOME 13-42
      *      R NOTIFICA_RETORNO    CODIGO 1-9, NOME 23-52
      *      B NOTIFICA_BOUNCE     CODIGO 1-9, NOME 12-41
      *      F FINANC.TXT          CONTA 1-9 (SO' RELATA / RETEM)
      *      C ACORDOS.TXT         CONTA 1-9 (SO' RELATA / RETEM)
      *      A ATENDIMENTOS.TXT    CODIGO 8-16, TEXTO 74-133,
      *                            SOLUCAO 135-174
      *      G RECIBO_REG.TXT      CONTA 11-19, CODIGO 44-52,
      *                            NOME 54-83
      *      U REGUA_HIST.TXT      CODIGO 1-9, CONTA 12-20 (SO' RELATA)
      *      T NEGATIVA_HIST.TXT   CODIGO 1-9, CONTA 12-20 (SO' RELATA)
      *      H HISTORICOS          NOME OU CODIGOS EM QUALQUER PONTO
      *-----------------------------------------------------------
       TESTA-LINHA.
           EVALUATE W-ARQ-TIPO
               WHEN "J"
                   PERFORM TESTA-JORNAL    THRU FIM-TESTA-JORNAL
               WHEN "X"
                   PERFORM TESTA-EXTRATO   THRU FIM-TESTA-EXTRATO
               WHEN "S"
                   PERFORM TESTA-SUSPEITO  THRU FIM-TESTA-SUSPEITO
               WHEN "D"
                   PERFORM TESTA-DEVOLVIDA THRU FIM-TESTA-DEVOLVIDA
               WHEN "V"
                   PERFORM TESTA-REENVIO   THRU FIM-TESTA-REENVIO
               WHEN "N"
                   PERFORM TESTA-NOTIFICA  THRU FIM-TESTA-NOTIFICA
               WHEN "L"
                   PERFORM TESTA-LOTE      THRU FIM-TESTA-LOTE
               WHEN "R"
                   PERFORM TESTA-RETORNO   THRU FIM-TESTA-RETORNO
               WHEN "B"
                   PERFORM TESTA-BOUNCE    THRU FIM-TESTA-BOUNCE
               WHEN "F"
                   PERFORM TESTA-FINANC    THRU FIM-TESTA-FINANC
               WHEN "C"
                   PERFORM TESTA-ACORDO    THRU FIM-TESTA-ACORDO
               WHEN "A"
                   PERFORM TESTA-SAC       THRU FIM-TESTA-SAC
               WHEN "G"
                   PERFORM TESTA-RECIBO    THRU FIM-TESTA-RECIBO
               WHEN "U"
                   PERFORM TESTA-REGUA     THRU FIM-TESTA-REGUA
               WHEN "T"
                   PERFORM TESTA-NEGATIVA  THRU FIM-TESTA-NEGATIVA
               WHEN "H"
                   PERFORM TESTA-HISTORICO THRU FIM-TESTA-HISTORICO
           END-EVALUATE.
       FIM-TESTA-LINHA.
           EXIT.

       TESTA-JORNAL.
           MOVE    W-LINHA (34 : 295)  TO        W-IMG-CLI
           PERFORM CASA-IMAGEM         THRU FIM-CASA-IMAGEM
           IF      W-CASOU   EQUAL     "S"
           AND     PEDIDO-ANONIMIZA
                   PERFORM   MASCARA-IMAGEM THRU FIM-MASCARA-IMAGEM
                   MOVE      W-IMG-CLI TO        W-LINHA (34 : 295).
           MOVE    W-CASOU   TO        W-RESP
           MOVE    W-LINHA (331 : 295) TO        W-IMG-CLI
           PERFORM CASA-IMAGEM         THRU FIM-CASA-IMAGEM
           IF      W-CASOU   EQUAL     "S"
           AND     PEDIDO-ANONIMIZA
                   PERFORM   MASCARA-IMAGEM THRU FIM-MASCARA-IMAGEM
                   MOVE      W-IMG-CLI TO        W-LINHA (331 : 295).
           IF      W-RESP    EQUAL     "S"
                   MOVE      "S"       TO        W-CASOU.
           IF      W-CASOU   EQUAL     "N"
                   GO        FIM-TESTA-JORNAL.
           IF      PEDIDO-ANONIMIZA
                   ADD       1         TO        W-QT-MASC-ARQ.
           IF      W-LINHA (331 : 295) EQUAL     SPACES
                   MOVE      W-LINHA (34 : 295)  TO   W-IMG-CLI
           ELSE
                   MOVE      W-LINHA (331 : 295) TO   W-IMG-CLI.
           STRING  W-LINHA (1 : 9) " " W-LINHA (12 : 6) " "
                   W-LINHA (20 : 6) " OPER " W-LINHA (28 : 4)
                   "  CLIENTE " IC-CODIGO "  " IC-NOME
                   DELIMITED BY SIZE INTO W-DETALHE.
       FIM-TESTA-JORNAL.
           EXIT.

       TESTA-EXTRATO.
           IF      W-LINHA (1 : 30)    NOT EQUAL W-TIT-NOME (1 : 30)
           OR      W-LINHA (31 : 8)    NOT EQUAL W-TIT-CEP
                   GO        FIM-TESTA-EXTRATO.
           MOVE    "S"       TO        W-CASOU
           IF      PEDIDO-ANONIMIZA
                   INSPECT   W-LINHA (1 : 30) CONVERTING W-ALFA-CLARO
                             TO W-ALFA-MASCARA
                   ADD       1         TO        W-QT-MASC-ARQ.
           STRING  "PEDIDO " W-LINHA (53 : 20) " RODADA "
                   W-LINHA (40 : 6) " " W-LINHA (46 : 6)
                   "  " W-LINHA (1 : 30) " CEP " W-LINHA (31 : 8)
                   DELIMITED BY SIZE INTO W-DETALHE.
       FIM-TESTA-EXTRATO.
           EXIT.

      *    MARCA DE SUSPEITO: SO' CEP, MOTIVO, DATA E CODIGO - FICA
      *    COMO ESTA. MARCA ANTIGA, SEM CODIGO, VALE PELO CEP.
       TESTA-SUSPEITO.
           IF      W-LINHA (24 : 9)    NUMERIC
           AND     W-LINHA (24 : 9)    NOT       EQUAL     ZEROS
              IF   W-TIT-COD-CLI       EQUAL     ZEROS
              OR   W-LINHA (24 : 9)    NOT       EQUAL   W-COD-CLI-X
                   GO        FIM-TESTA-SUSPEITO
              ELSE
                   NEXT SENTENCE
           ELSE
              IF   W-LINHA (1 : 8)     NOT       EQUAL     W-TIT-CEP
                   GO        FIM-TESTA-SUSPEITO.
           MOVE    "S"       TO        W-CASOU
           STRING  "CEP " W-LINHA (1 : 8) " MOTIVO " W-LINHA (11 : 3)
                   " EM " W-LINHA (16 : 8) " CLIENTE "
                   W-LINHA (24 : 9) "  (SO' CHAVES - MANTIDA)"
                   DELIMITED BY SIZE INTO W-DETALHE.
       FIM-TESTA-SUSPEITO.
           EXIT.

       TESTA-DEVOLVIDA.
           IF      W-LINHA (1 : 9)     NOT       EQUAL     SPACES
              IF   W-TIT-COD-ASS       EQUAL     SPACES
              OR   W-LINHA (1 : 9)     NOT       EQUAL W-TIT-COD-ASS
                   GO        FIM-TESTA-DEVOLVIDA
              ELSE
                   NEXT SENTENCE
           ELSE
              IF   W-LINHA (11 : 8)    NOT       EQUAL     W-TIT-CEP
              OR   W-LINHA (20 : 30)   NOT EQUAL W-TIT-NOME (1 : 30)
                   GO        FIM-TESTA-DEVOLVIDA.
           MOVE    "S"       TO        W-CASOU
           IF      PEDIDO-ANONIMIZA
                   INSPECT   W-LINHA (20 : 30) CONVERTING
                             W-ALFA-CLARO TO W-ALFA-MASCARA
                   ADD       1         TO        W-QT-MASC-ARQ.
           STRING  "DEVOLVIDA EM " W-LINHA (55 : 8) " MOTIVO "
                   W-LINHA (51 : 3) "  " W-LINHA (20 : 30)
                   " CEP " W-LINHA (11 : 8)
                   DELIMITED BY SIZE INTO W-DETALHE.
       FIM-TESTA-DEVOLVIDA.
           EXIT.

       TESTA-REENVIO.
           IF      W-LINHA (1 : 8)     NOT       EQUAL     W-TIT-CEP
           OR      W-LINHA (11 : 40)   NOT       EQUAL     W-TIT-NOME
                   GO        FIM-TESTA-REENVIO.
           MOVE    "S"       TO        W-CASOU
           IF      PEDIDO-ANONIMIZA
                   INSPECT   W-LINHA (11 : 40) CONVERTING
                             W-ALFA-CLARO TO W-ALFA-MASCARA
                   INSPECT   W-LINHA (53 : 80) CONVERTING
                             W-ALFA-CLARO TO W-ALFA-MASCARA
                   ADD       1         TO        W-QT-MASC-ARQ.
           STRING  "REENVIO " W-LINHA (11 : 40) " "
                   W-LINHA (53 : 60)
                   DELIMITED BY SIZE INTO W-DETALHE.
       FIM-TESTA-REENVIO.
           EXIT.

       TESTA-NOTIFICA.
           IF      W-TIT-COD-ASS       EQUAL     SPACES
           OR      W-LINHA (68 : 9)    NOT       EQUAL W-TIT-COD-ASS
                   GO        FIM-TESTA-NOTIFICA.
           MOVE    "S"       TO        W-CASOU
           IF      PEDIDO-ANONIMIZA
                   INSPECT   W-LINHA (12 : 30) CONVERTING
                             W-ALFA-CLARO TO W-ALFA-MASCARA
                   ADD       1         TO        W-QT-MASC-ARQ.
           STRING  "AVISO " W-LINHA (1 : 9) " " W-LINHA (12 : 30)
                   " CANAL " W-LINHA (44 : 10) " EMPRESA "
                   W-LINHA (56 : 10)
                   DELIMITED BY SIZE INTO W-DETALHE.
       FIM-TESTA-NOTIFICA.
           EXIT.

       TESTA-LOTE.
           IF      W-TIT-COD-ASS       EQUAL     SPACES
           OR      W-LINHA (1 : 2)     NOT       EQUAL     SPACES
           OR      W-LINHA (3 : 9)     NOT       EQUAL W-TIT-COD-ASS
                   GO        FIM-TESTA-LOTE.
           MOVE    "S"       TO        W-CASOU
           IF      PEDIDO-ANONIMIZA
                   INSPECT   W-LINHA (13 : 30) CONVERTING
                             W-ALFA-CLARO TO W-ALFA-MASCARA
                   ADD       1         TO        W-QT-MASC-ARQ.
           STRING  "NO LOTE " W-LINHA (3 : 9) " " W-LINHA (13 : 30)
                   DELIMITED BY SIZE INTO W-DETALHE.
       FIM-TESTA-LOTE.
           EXIT.

       TESTA-RETORNO.
           IF      W-TIT-COD-ASS       EQUAL     SPACES
           OR      W-LINHA (1 : 9)     NOT       EQUAL W-TIT-COD-ASS
                   GO        FIM-TESTA-RETORNO.
           MOVE    "S"       TO        W-CASOU
           IF      PEDIDO-ANONIMIZA
                   INSPECT   W-LINHA (23 : 30) CONVERTING
                             W-ALFA-CLARO TO W-ALFA-MASCARA
                   ADD       1         TO        W-QT-MASC-ARQ.
           STRING  "RETORNO " W-LINHA (12 : 9) " " W-LINHA (23 : 30)
                   DELIMITED BY SIZE INTO W-DETALHE.
       FIM-TESTA-RETORNO.
           EXIT.

       TESTA-BOUNCE.
           IF      W-TIT-COD-ASS       EQUAL     SPACES
           OR      W-LINHA (1 : 9)     NOT       EQUAL W-TIT-COD-ASS
                   GO        FIM-TESTA-BOUNCE.
           MOVE    "S"       TO        W-CASOU
           IF      PEDIDO-ANONIMIZA
                   INSPECT   W-LINHA (12 : 30) CONVERTING
                             W-ALFA-CLARO TO W-ALFA-MASCARA
                   ADD       1         TO        W-QT-MASC-ARQ.
           STRING  "DEVOLVIDO NO CANAL DIGITAL " W-LINHA (12 : 30)
                   DELIMITED BY SIZE INTO W-DETALHE.
       FIM-TESTA-BOUNCE.
           EXIT.

      *    COBRANCA E ACORDOS SUSTENTAM O DEBITO - NA ANONIMIZACAO
      *    FICAM COMO ESTAO E CONTAM COMO RETIDOS.
       TESTA-FINANC.
           IF      W-SEQ-CONTA         EQUAL     SPACES
           OR      W-LINHA (1 : 9)     NOT       EQUAL     W-SEQ-CONTA
                   GO        FIM-TESTA-FINANC.
           MOVE    "S"       TO        W-CASOU
           STRING  "CONTA " W-LINHA (1 : 9) " " W-LINHA (12 : 30)
                   " DEBITO " W-LINHA (44 : 12) " PAGO "
                   W-LINHA (58 : 12)
                   DELIMITED BY SIZE INTO W-DETALHE
      *    O NOME RETIDO NAO VAI PARA O RELATORIO DA ANONIMIZACAO.
           IF      PEDIDO-ANONIMIZA
                   ADD       1         TO        W-QT-RETIDAS
                   MOVE      ALL "*"   TO        W-DETALHE (17 : 30)
                   MOVE      "  RETIDO - OBRIGACAO LEGAL"
                             TO        W-DETALHE (100 : 30).
       FIM-TESTA-FINANC.
           EXIT.

       TESTA-ACORDO.
           IF      W-SEQ-CONTA         EQUAL     SPACES
           OR      W-LINHA (1 : 9)     NOT       EQUAL     W-SEQ-CONTA
                   GO        FIM-TESTA-ACORDO.
           MOVE    "S"       TO        W-CASOU
           STRING  "PROMESSA DA CONTA " W-LINHA (1 : 9) " PARA "
                   W-LINHA (12 : 8) " VALOR " W-LINHA (22 : 11)
                   " OPER " W-LINHA (35 : 4)
                   DELIMITED BY SIZE INTO W-DETALHE
           IF      PEDIDO-ANONIMIZA
                   ADD       1         TO        W-QT-RETIDAS
                   MOVE      "  RETIDO - OBRIGACAO LEGAL"
                             TO        W-DETALHE (100 : 30).
       FIM-TESTA-ACORDO.
           EXIT.

      *    CONTATO DO SAC: CASA PELO CODIGO DO ASSINANTE OU PELO NOME
      *    NAS ANOTACOES. TEXTO E SOLUCAO SAO LIVRES - NA
      *    ANONIMIZACAO SAO MASCARADOS POR INTEIRO.
       TESTA-SAC.
           IF      W-TIT-COD-ASS       NOT       EQUAL     SPACES
           AND     W-LINHA (8 : 9)     EQUAL     W-TIT-COD-ASS
                   MOVE      "S"       TO        W-CASOU.
           MOVE    ZEROS     TO        W-QT-TALLY
           IF      W-TAM-NOME          NOT       <         5
                   INSPECT   W-LINHA (74 : 101) TALLYING W-QT-TALLY
                             FOR ALL W-TIT-NOME (1 : W-TAM-NOME).
           IF      W-QT-TALLY          >         ZEROS
                   MOVE      "S"       TO        W-CASOU.
           IF      W-CASOU   EQUAL     "N"
                   GO        FIM-TESTA-SAC.
           IF      PEDIDO-ANONIMIZA
                   INSPECT   W-LINHA (74 : 101) CONVERTING
                             W-ALFA-CLARO TO W-ALFA-MASCARA
                   ADD       1         TO        W-QT-MASC-ARQ.
           STRING  "CONTATO " W-LINHA (1 : 6) " EM " W-LINHA (27 : 8)
                   " MOTIVO " W-LINHA (45 : 3) " OPER "
                   W-LINHA (49 : 4) "  " W-LINHA (74 : 60)
                   DELIMITED BY SIZE INTO W-DETALHE.
       FIM-TESTA-SAC.
           EXIT.

      *    RECIBO EMITIDO: CASA PELO CODIGO DO ASSINANTE OU, RECIBO
      *    SEM ELE, PELA CONTA DO TITULAR. SO' O NOME E' MASCARADO -
      *    NUMERO, CONTA, DATAS E VALOR SAO A PROVA DO PAGAMENTO.
       TESTA-RECIBO.
           IF      W-LINHA (44 : 9)    NOT       EQUAL     SPACES
              IF   W-TIT-COD-ASS       EQUAL     SPACES
              OR   W-LINHA (44 : 9)    NOT       EQUAL W-TIT-COD-ASS
                   GO        FIM-TESTA-RECIBO
              ELSE
                   NEXT SENTENCE
           ELSE
              IF   W-SEQ-CONTA         EQUAL     SPACES
              OR   W-LINHA (11 : 9)    NOT       EQUAL     W-SEQ-CONTA
                   GO        FIM-TESTA-RECIBO.
           MOVE    "S"       TO        W-CASOU
           IF      PEDIDO-ANONIMIZA
                   INSPECT   W-LINHA (54 : 30) CONVERTING
                             W-ALFA-CLARO TO W-ALFA-MASCARA
                   ADD       1         TO        W-QT-MASC-ARQ.
           STRING  "RECIBO " W-LINHA (1 : 9) " DE " W-LINHA (21 : 8)
                   " VALOR " W-LINHA (30 : 13) "  " W-LINHA (54 : 30)
                   DELIMITED BY SIZE INTO W-DETALHE.
       FIM-TESTA-RECIBO.
           EXIT.

      *    REGUA E NEGATIVACAO: SO' CODIGO, CONTA, DATAS E VALORES -
      *    FICAM COMO ESTAO.
       TESTA-REGUA.
           IF      W-TIT-COD-ASS       EQUAL     SPACES
           OR      W-LINHA (1 : 9)     NOT       EQUAL W-TIT-COD-ASS
                   GO        FIM-TESTA-REGUA.
           MOVE    "S"       TO        W-CASOU
           STRING  "ETAPA " W-LINHA (23 : 1) " DA REGUA EM "
                   W-LINHA (44 : 8) " CONTA " W-LINHA (12 : 9)
                   " DEBITO " W-LINHA (33 : 9)
                   "  (SO' CHAVES - MANTIDA)"
                   DELIMITED BY SIZE INTO W-DETALHE.
       FIM-TESTA-REGUA.
           EXIT.

       TESTA-NEGATIVA.
           IF      W-TIT-COD-ASS       EQUAL     SPACES
           OR      W-LINHA (1 : 9)     NOT       EQUAL W-TIT-COD-ASS
                   GO        FIM-TESTA-NEGATIVA.
           MOVE    "S"       TO        W-CASOU
           STRING  "NEGATIVACAO " W-LINHA (23 : 8) " EM "
                   W-LINHA (33 : 8) " CONTA " W-LINHA (12 : 9)
                   " DEBITO " W-LINHA (63 : 9)
                   "  (SO' CHAVES - MANTIDA)"
                   DELIMITED BY SIZE INTO W-DETALHE.
       FIM-TESTA-NEGATIVA.
           EXIT.

      *    HISTORICOS DE EXCECAO: TEXTO LIVRE CARIMBADO. CASA PELO
      *    NOME COMPLETO (5 LETRAS OU MAIS) OU PELOS CODIGOS; SO' O
      *    NOME E' MASCARADO - CODIGOS E CARIMBOS SAO A AUDITORIA.
       TESTA-HISTORICO.
           MOVE    ZEROS     TO        W-QT-TALLY
           IF      W-TAM-NOME          NOT       <         5
                   INSPECT   W-LINHA TALLYING W-QT-TALLY
                             FOR ALL W-TIT-NOME (1 : W-TAM-NOME).
           IF      W-QT-TALLY          >         ZEROS
                   MOVE      "S"       TO        W-CASOU
                   IF        PEDIDO-ANONIMIZA
                             INSPECT   W-LINHA REPLACING ALL
                                       W-TIT-NOME (1 : W-TAM-NOME) BY
                                       W-NOME-MASC (1 : W-TAM-NOME)
                             ADD       1         TO   W-QT-MASC-ARQ.
           MOVE    ZEROS     TO        W-QT-TALLY
           IF      W-TIT-COD-ASS       NOT       EQUAL     SPACES
                   INSPECT   W-LINHA TALLYING W-QT-TALLY
                             FOR ALL W-TIT-COD-ASS.
           IF      W-TIT-COD-CLI       NOT       EQUAL     ZEROS
                   INSPECT   W-LINHA TALLYING W-QT-TALLY
                             FOR ALL W-COD-CLI-X.
           IF      W-QT-TALLY          >         ZEROS
                   MOVE      "S"       TO        W-CASOU.
           MOVE    W-LINHA (1 : 128)   TO        W-DETALHE.
       FIM-TESTA-HISTORICO.
           EXIT.

      *-----------------------------------------------------------
      *    GRAVA-JORNAL-ANON: CADA CLIENTE ANONIMIZADO VIRA UMA
      *    ALTERACAO NO JORNAL (ANTES = DEPOIS = IMAGEM MASCARADA).
      *    O JORNAL JA' FOI VARRIDO - A LINHA NOVA NAO E' MASCARADA
      *    DE NOVO - E UM RECUPERA SOBRE IMAGEM ANTERIOR REAPLICA A
      *    ANONIMIZACAO AO REPASSAR O JORNAL.
      *-----------------------------------------------------------
       GRAVA-JORNAL-ANON.
           IF      W-QT-ANON-CLI       EQUAL     ZEROS
                   GO        FIM-GRAVA-JORNAL-ANON.
           OPEN    EXTEND    PJORNAL
           IF      W-FS-JORNAL         NOT       EQUAL     "00"
                   OPEN      OUTPUT    PJORNAL.
           IF      W-FS-JORNAL         NOT       EQUAL     "00"
                   MOVE      "  ATENCAO: JORNAL NAO PODE SER GRAVADO"
                                       TO        W-LINHA-REL
                   PERFORM   GRAVA-REL THRU      FIM-GRAVA-REL
                   GO        FIM-GRAVA-JORNAL-ANON.
           ACCEPT  W-DATE    FROM      DATE
           ACCEPT  W-TIME    FROM      TIME
           MOVE    ZEROS     TO        W-IND-ANON.
       GRAVA-UM-ANON.
           ADD     1         TO        W-IND-ANON
           IF      W-IND-ANON          >         W-QT-ANON-CLI
                   CLOSE     PJORNAL
                   GO        FIM-GRAVA-JORNAL-ANON.
           MOVE    SPACES    TO        REG-JORNAL
           MOVE    "ALTERACAO"         TO        JR-OPER
           MOVE    W-DATE    TO        JR-DATA
           MOVE    W-TIME    TO        JR-HORA
           MOVE    W-OPERADOR          TO        JR-COD
           MOVE    TA-IMAGEM (W-IND-ANON)        TO   JR-ANTES
                                                      JR-DEPOIS
           WRITE   REG-JORNAL
           GO      GRAVA-UM-ANON.
       FIM-GRAVA-JORNAL-ANON.
           EXIT.

       CABECALHO-ARQUIVO.
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL
           STRING  ARQ-ORIGEM " - " W-DESC-ARQ
                   DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL.
       FIM-CABECALHO-ARQUIVO.
           EXIT.

       FECHA-SECAO.
           ADD     W-QT-ARQ  TO        W-QT-TOTAL
           MOVE    W-QT-ARQ  TO        W-QT-REL
           IF      W-QT-ARQ  EQUAL     ZEROS
                   MOVE      "  (NADA CONSTA DO TITULAR)" TO
                             W-LINHA-REL
           ELSE
                   STRING    "  OCORRENCIAS: " W-QT-REL
                             DELIMITED BY SIZE INTO W-LINHA-REL.
           PERFORM GRAVA-REL           THRU FIM-GRAVA-REL.
       FIM-FECHA-SECAO.
           EXIT.

       GRAVA-REL.
           WRITE   REG-RELAT           FROM      W-LINHA-REL
           MOVE    SPACES    TO        W-LINHA-REL.
       FIM-GRAVA-REL.
           EXIT.

      *-----------------------------------------------------------
      *    LISTA-PRAZOS: PEDIDOS DO PROTOCOLO - OS EM ABERTO COM O
      *    PRAZO (VENCIDO, VENCE HOJE, NO PRAZO) E A CONTAGEM DOS
      *    ATENDIDOS DENTRO E FORA DO PRAZO.
      *-----------------------------------------------------------
       LISTA-PRAZOS.
           MOVE    ZEROS     TO        W-QT-PED      W-QT-ABERTOS
                                       W-QT-VENCIDOS W-QT-NO-PRAZO
                                       W-QT-ATRASADOS
           OPEN    INPUT     PPEDIDO
           IF      W-FS-PEDIDO         NOT       EQUAL     "00"
                   DISPLAY "NENHUM PEDIDO REGISTRADO"
                   GO        FIM-LISTA-PRAZOS.
       CARREGA-PEDIDO.
           READ    PPEDIDO   AT        END
                   CLOSE     PPEDIDO
                   GO        MOSTRA-PRAZOS.
           IF      TP-EVENTO           EQUAL     "ABERTURA"
              IF   W-QT-PED  <         1000
                   ADD       1         TO        W-QT-PED
                   MOVE      TP-PROTOCOLO TO TB-PROTOCOLO (W-QT-PED)
                   MOVE      TP-TIPO   TO        TB-TIPO (W-QT-PED)
                   MOVE      TP-DATA   TO     TB-ABERTURA (W-QT-PED)
                   MOVE      TP-PRAZO  TO        TB-PRAZO (W-QT-PED)
                   MOVE      ZEROS     TO     TB-ATENDIDO (W-QT-PED)
                   MOVE      TP-COD-CLI  TO   TB-COD-CLI (W-QT-PED)
                   MOVE      TP-COD-ASS  TO   TB-COD-ASS (W-QT-PED)
                   GO        CARREGA-PEDIDO
              ELSE
                   DISPLAY "TABELA DE PEDIDOS CHEIA - PRAZOS "
                           "PARCIAIS"
                   GO        CARREGA-PEDIDO.
           IF      TP-EVENTO           NOT       EQUAL     "ATENDIDO"
                   GO        CARREGA-PEDIDO.
           MOVE    ZEROS     TO        W-IND-PED.
       MARCA-ATENDIDO.
           ADD     1         TO        W-IND-PED
           IF      W-IND-PED >         W-QT-PED
                   GO        CARREGA-PEDIDO.
           IF      TB-PROTOCOLO (W-IND-PED)      NOT EQUAL TP-PROTOCOLO
                   GO        MARCA-ATENDIDO.
           MOVE    TP-DATA   TO        TB-ATENDIDO (W-IND-PED)
           GO      CARREGA-PEDIDO.
       MOSTRA-PRAZOS.
           DISPLAY " "
           DISPLAY "PROTOCOLO T ABERTO EM  PRAZO       SITUACAO   "
                   "CLIENTE   ASSINANTE"
           PERFORM MOSTRA-UM-PRAZO     THRU FIM-MOSTRA-UM-PRAZO
                    VARYING W-IND-PED  FROM 1 BY 1
                    UNTIL   W-IND-PED  >         W-QT-PED
           DISPLAY " "
           DISPLAY "EM ABERTO..............: " W-QT-ABERTOS
                   "  (VENCIDOS " W-QT-VENCIDOS ")"
           DISPLAY "ATENDIDOS NO PRAZO.....: " W-QT-NO-PRAZO
           DISPLAY "ATENDIDOS FORA DO PRAZO: " W-QT-ATRASADOS.
       FIM-LISTA-PRAZOS.
           EXIT.

       MOSTRA-UM-PRAZO.
           IF      TB-ATENDIDO (W-IND-PED)       NOT EQUAL ZEROS
              IF   TB-ATENDIDO (W-IND-PED) > TB-PRAZO (W-IND-PED)
                   ADD       1         TO        W-QT-ATRASADOS
                   GO        FIM-MOSTRA-UM-PRAZO
              ELSE
                   ADD       1         TO        W-QT-NO-PRAZO
                   GO        FIM-MOSTRA-UM-PRAZO.
           ADD     1         TO        W-QT-ABERTOS
           IF      TB-PRAZO (W-IND-PED)          <         W-HOJE
                   MOVE      "VENCIDO"           TO   W-SIT-PED
                   ADD       1         TO        W-QT-VENCIDOS
           ELSE
              IF   TB-PRAZO (W-IND-PED)          EQUAL     W-HOJE
                   MOVE      "VENCE HOJE"        TO   W-SIT-PED
              ELSE
                   MOVE      "NO PRAZO"          TO   W-SIT-PED.
           MOVE    TB-ABERTURA (W-IND-PED)       TO   W-DATA-AUX
           PERFORM EDITA-DATA          THRU FIM-EDITA-DATA
           MOVE    W-DATA-ED TO        W-DATA-ED2
           MOVE    TB-PRAZO (W-IND-PED)          TO   W-DATA-AUX
           PERFORM EDITA-DATA          THRU FIM-EDITA-DATA
           DISPLAY TB-PROTOCOLO (W-IND-PED) " " TB-TIPO (W-IND-PED)
                   " " W-DATA-ED2 " " W-DATA-ED "  " W-SIT-PED " "
                   TB-COD-CLI (W-IND-PED) " " TB-COD-ASS (W-IND-PED).
       FIM-MOSTRA-UM-PRAZO.
           EXIT.

      *****************************************************************
      *    SOMA-UTEIS: O W-UT-QTDE-ESIMO DIA UTIL DEPOIS DE W-UT-BASE,
      *    PERCORRENDO OS DIAS UTEIS DE CADA MES PELO TABELA-ENESIMO-
      *    UTIL (A MESMA CONTA DO NEGATIVA). SEM O TABELA (OU SE ELE
      *    NAO ACHAR DIA UTIL EM UM ANO INTEIRO) CONTA DIAS CORRIDOS.
      *****************************************************************
       SOMA-UTEIS.
           MOVE    ZEROS     TO        W-UT-RESULT   W-UT-CONT
                                       W-UT-MESES    W-N-UTIL
           IF      W-TABELA-OK         NOT       EQUAL     "S"
                   GO        SOMA-CORRIDOS.
           MOVE    W-UT-BASE TO        W-UT-MES
           MOVE    1         TO        W-UM-DD.
       PROXIMO-UTIL.
           ADD     1         TO        W-N-UTIL
           MOVE    W-UT-MES  TO        W-DATA-CALL
           CALL    "TABELA-ENESIMO-UTIL" USING W-DATA-CALL W-N-UTIL
                                               W-DATA-UTIL
               ON EXCEPTION
                   MOVE      "N"       TO        W-TABELA-OK
                   GO        SOMA-CORRIDOS
           END-CALL
           IF      W-DATA-UTIL         EQUAL     ZEROS
                   ADD       1         TO        W-UT-MESES
                   IF        W-UT-MESES          >         12
                             MOVE      "N"       TO   W-TABELA-OK
                             GO        SOMA-CORRIDOS
                   END-IF
                   ADD       1         TO        W-UM-MM
                   IF        W-UM-MM   >         12
                             MOVE      1         TO   W-UM-MM
                             ADD       1         TO   W-UM-AAAA
                   END-IF
                   MOVE      ZEROS     TO        W-N-UTIL
                   GO        PROXIMO-UTIL.
           IF      W-DATA-UTIL         >         W-UT-BASE
                   ADD       1         TO        W-UT-CONT.
           IF      W-UT-CONT <         W-UT-QTDE
                   GO        PROXIMO-UTIL.
           MOVE    W-DATA-UTIL         TO        W-UT-RESULT
           GO      FIM-SOMA-UTEIS.
       SOMA-CORRIDOS.
           COMPUTE W-UT-RESULT = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(W-UT-BASE) + W-UT-QTDE).
       FIM-SOMA-UTEIS.
           EXIT.

      *****************************************************************
      *    TOMA-TRAVA-CLIENTE: TRAVA DE RECURSO DO CADASTRO - SO' UM
      *    PROGRAMA MEXE NO CLIENTE.TXT POR VEZ. TRAVA ATIVA MOSTRA
      *    A IDADE E QUEM TOMOU; O OPERADOR DECIDE SE SOBREPOE (CASO
      *    DE TRAVA VELHA DE UMA QUEDA) OU DEIXA O PEDIDO EM ABERTO.
      *****************************************************************
       TOMA-TRAVA-CLIENTE.
           MOVE    "N"       TO        W-TRVC-TOMADA
           OPEN    INPUT     PTRAVAC
           IF      W-FS-TRVC NOT       EQUAL     "00"
                   GO        REGISTRA-TRAVA-CLI.
           READ    PTRAVAC   AT        END
                   CLOSE     PTRAVAC
                   GO        REGISTRA-TRAVA-CLI.
           CLOSE   PTRAVAC
           IF      TC-STATUS NOT       EQUAL     "L"
                   GO        REGISTRA-TRAVA-CLI.
           DISPLAY "CLIENTE.TXT EM USO POR " TC-ORIGEM
                   " DESDE " TC-DATA " " TC-HORA
           DISPLAY "SOBREPOR A TRAVA E PROSSEGUIR (S/N)? "
           ACCEPT  W-RESP-TRVC
           IF      W-RESP-TRVC NOT EQUAL "S" AND "s"
                   GO        FIM-TOMA-TRAVA-CLIENTE.
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
           MOVE    "TITULAR" TO        TC-ORIGEM
           WRITE   REG-TRAVAC
           MOVE    "S"       TO        W-TRVC-TOMADA
           CLOSE   PTRAVAC.
       FIM-TOMA-TRAVA-CLIENTE.
           EXIT.

      *    LIBERA-TRAVA-CLIENTE: REGRAVA A TRAVA COMO LIVRE - SO' A
      *    TRAVA QUE ESTE ATENDIMENTO TOMOU.
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
           MOVE    "TITULAR" TO        TC-ORIGEM
           WRITE   REG-TRAVAC
           MOVE    "N"       TO        W-TRVC-TOMADA
           CLOSE   PTRAVAC.
       FIM-LIBERA-TRAVA-CLIENTE.
           EXIT.

      *-----------------------------------------------------------
      *    GRAVA-ACESSO: UMA LINHA EM ACESSO_LOG.TXT POR ATENDIMENTO
      *    (OU TENTATIVA NEGADA), COMO NO CONSASS.
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
           MOVE    "TITULAR" TO        AC-PROGRAMA
           MOVE    W-DATE    TO        AC-DATA
           MOVE    W-TIME    TO        AC-HORA
           MOVE    W-AC-RESULT         TO        AC-RESULT
           IF      W-AC-RESULT         EQUAL     "EXPORTA"
                                       OR        "ANONIMIZA"
                   MOVE      W-TIT-COD-ASS       TO   AC-ASSINANTE.
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
      *    ARQUIVA-RELATORIO: COPIA DATADA DO RELATORIO NO ARQUIVO
      *    DE RELATORIOS (ARQREL, INDICE ARQUIVO_REL.TXT) - A
      *    PROXIMA RODADA REGRAVA O RELATORIO NO MESMO NOME.
      *-----------------------------------------------------------
       ARQUIVA-RELATORIO.
           MOVE    SPACES    TO        W-ARQREL
           MOVE    ARQ-RELAT           TO        W-AQ-ARQUIVO
           MOVE    "TITULAR.TXT"       TO        W-AQ-RELATORIO
           MOVE    "TITULAR"           TO        W-AQ-PROGRAMA
           MOVE    W-PROTOCOLO         TO        W-AQ-PEDIDO
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
