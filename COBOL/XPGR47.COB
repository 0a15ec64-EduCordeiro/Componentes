      *               ordenadas com busca binaria; tetos ampliados
      *               (supressao 500 -> 5000 por criterio, anexos
      *               50 -> 500) sem mudanca de comportamento
      * 14/10/2026 - cadastro mestre de assinantes (ASSINANTE.DAT,
      *               indexado por E-COD-ASS) atualizado a cada
      *               rodada com endereco, projetos, parcelas,
      *               entrega e primeiro/ultimo pedido
      * 14/10/2026 - mestre guarda a chave da conta na cobranca;
      *               projeto cancelado nao e' reativado pelo
      *               mesmo pedido
      * 14/10/2026 - mestre guarda a acao de captacao (primeiro
      *               pedido) e marca quem ja' foi devedor
      * 14/10/2026 - mestre guarda o vencimento mais antigo das
      *               parcelas em atraso e o degrau da regua de
      *               cobranca, zerado quando o debito sai
      * 14/10/2026 - mestre guarda o saldo do razao de contas a
      *               receber; vigencia nova volta a ser faturada
      * 14/10/2026 - mestre guarda a situacao do debito automatico;
      *               conta ou cartao novo no pedido zera as recusas
      * 15/10/2026 - pulso de progresso (PROGRESSO.TXT) a cada 5000
      *               registros, no inicio, no fim e na pausa, para
      *               o painel e o vigia de rodada travada
      * 15/10/2026 - mestre guarda a situacao da negativacao
      *               (pre-aviso, inclusao e exclusao)
      * 15/10/2026 - parcelas em atraso de quem vai para o
      *               FINANC.TXT saem em FINANC_PARC.TXT (valor,
      *               vencimento e UF) para o calculo dos encargos
      * 15/10/2026 - andamento do pedido no registro de chegada
      *               (PEDIDOS_REG.TXT, via PEDSIT): criticado,
      *               pendente ou repassado
      * 15/10/2026 - porta de aceite por taxa de critica (ACEITE.TXT):
      *               pedido acima do limite fica pendente com o
      *               motivo, sem repasse, ate' o supervisor liberar
      * 15/10/2026 - devolucao a origem por pedido (DEVOLVE_ORIGEM.TXT):
      *               linha por critica com codigo padrao e valor
      *               ofensor, lacrada pelo DEVSELO no fecho
      * 15/10/2026 - modo particao (sexto parametro = numero da
      *               parte): critica de uma parte do pedido cortado
      *               pelo PARTICAO com trava, checkpoint e arquivos
      *               laterais proprios (.Pnn), sequencia e
      *               duplicidade do pedido inteiro e resumo em
      *               PARCIAL.Pnn para o REUNE consolidar
      * 15/10/2026 - pedido em layout de outra versao (LAYOUT_PENTR.TXT)
      *               convertido para o REGENTR-1 pelo CONVPED antes
      *               da critica; versao desconhecida para a rodada
      *               com incidente
      * 15/10/2026 - indice de meios de pagamento (INSTRUMENTO.DAT,
      *               cartao/conta em hash) por assinante: meio
      *               de muitos nomes/CEPs sai em FRAUDE_SUSPEITA.TXT
      *               com o gerente da venda e, no modo "H" de
      *               FRAUDE.TXT, a carta fica retida ate' a venda
      *               ser verificada (VENDA_VERIFICADA.TXT)
      * 15/10/2026 - prova dos modelos de carta (PROVA.TXT) composta
      *               pelo PROVA no fim da critica; o pedido fica
      *               pendente "AGUARDANDO PROVA" ate' a aprovacao
      *               no REDESPACHO P
      * 15/10/2026 - codigo do assinante e CEP no ROTEIRO.TXT, para a
      *               confirmacao da entrega direta (ENTREGA) mandar
      *               o nao entregue ao DEVOLUCAO
      * 15/10/2026 - cartas e anexos por empresa e modelo de carta
      *               (PRODUCAO_EMPRESA.TXT), base do rateio mensal
      *               de custos por empresa (RATEIO); empresa
      *               da carta no POSTAGEM.TXT
      * 15/10/2026 - pedido de parada do operador (PARAR.TXT): grava o
      *               checkpoint, fecha os arquivos, solta a trava e
      *               registra a pausa ("P") no RUNLOG.TXT
      * 15/10/2026 - copia datada do .REL no arquivo de relatorios
      *               (ARQUIVO_REL.TXT, via ARQREL)
      * 15/10/2026 - passo da sessao guiada (SESSAO.TXT): fora da
      *               producao, ao fim da critica marca o proprio
      *               passo e encadeia o proximo pendente (cadeia
      *               de afericao de vazao do AFERE)
      * 15/10/2026 - registro retido ou suprimido tambem atualiza o
      *               cadastro mestre; registro do mestre preso
      *               espera um segundo entre as tentativas
      * 15/10/2026 - FINANC.TXT leva o E-COD-ASS do assinante depois
      *               do pago, para o plano de renegociacao achar o
      *               mestre pela chave
      * 15/10/2026 - rodada pausada pelo operador marca o passo da
      *               sessao guiada como interrompido ("I"), para o
      *               MENU e o PAINEL oferecerem a retomada; a linha
      *               "I" leva o pedido para o CHAIN de volta
      *------------------------------------------------------------
       ENVIRONMENT DIVISION.                                    
       CONFIGURATION SECTION.                                   
           FILE STATUS  IS W-FS-FINANC
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PFINPARC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-FINPARC
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PPROJTAB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-PROJTAB
           FILE STATUS  IS W-FS-PRODU
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PEMPPR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-EMPPR
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PSUPTAB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-SUPTAB
           FILE STATUS  IS W-FS-RUNLOG
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PPARAR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-PARAR
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PSESSAO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-SESSAO
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PTRAVA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-TRAVA
           FILE STATUS  IS W-FS-QUALID
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PDEVOLV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-DEVOLV
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PASSEXT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-ASSEXT
           ACCESS MODE  IS SEQUENTIAL.


           SELECT PPROGR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-PROGR
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PINCID ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-INCID
           FILE STATUS  IS W-FS-ESTOQ
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PACEITE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-ACEITE
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PPARTIC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-PARTIC
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PPARTASS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-PARTASS
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PPARCIAL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-PARCIAL
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PFRCFG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-FRCFG
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PVERIF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-VERIF
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PFRAUDE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-FRAUDE
           ACCESS MODE  IS SEQUENTIAL.

      *    INDICE DE MEIOS DE PAGAMENTO - ATUALIZADO PELAS PARTES
      *    LADO A LADO: SO' A ATUALIZACAO TRAVA O REGISTRO; A
      *    LEITURA DOS TITULARES NAO PRENDE NADA.
           SELECT PINSTR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS IX-CHAVE
           LOCK MODE    IS MANUAL
           FILE STATUS  IS W-FS-INSTR.

      *    AS PARTES DE UM PEDIDO PARTICIONADO ATUALIZAM O MESTRE
      *    LADO A LADO - TRAVA POR REGISTRO, NAO PELO ARQUIVO.
           SELECT PMESTRE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS MA-COD-ASS
           LOCK MODE    IS AUTOMATIC
           FILE STATUS  IS W-FS-MESTRE.

       DATA DIVISION.
       FILE SECTION.                                            
       FD  PENTR 

       FD  PFINANC
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS W-ARQ-FINANC.
       01  REG-FINANC  PIC X(100).

      *------------------------------------------------------------
      *    PARCELAS EM ATRASO DE CADA CONTA DO FINANC.TXT (MESMA
      *    SEQUENCIA), COM VENCIMENTO AAAAMMDD E UF DO ASSINANTE -
      *    BASE DO CALCULO DE MULTA, JUROS E CORRECAO (ENCARGOS)
      *    NA COBRANCA E NO ACORDO.
      *------------------------------------------------------------
       FD  PFINPARC
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS W-ARQ-FINPARC.
       01  REG-FINPARC PIC X(40).

       FD  PPROJTAB
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "PROJETOS.TXT".
      *    CORRIGIDA.
       FD  PRETID
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS W-ARQ-RETID.
       01  REG-RETID   PIC X(1810).

       FD  PCEPINV
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS W-ARQ-CEPINV.
       01  REG-CEPINV  PIC X(132).

       FD  POVERFL
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS W-ARQ-OVERFL.
       01  REG-OVERFL  PIC X(132).

       FD  PROTEIR
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS W-ARQ-ROTEIR.
       01  REG-ROTEIR  PIC X(120).

      *------------------------------------------------------------
      *------------------------------------------------------------
       FD  PPOSTAG
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS W-ARQ-POSTAG.
       01  REG-POSTAG.
           03 PO-UF          PIC X(02).
           03 FILLER         PIC X(02).
           03 PO-CEP5        PIC 9(05).
           03 FILLER         PIC X(02).
           03 PO-QT-ANEXOS   PIC 9(01).
           03 FILLER         PIC X(02).
           03 PO-EMPRESA     PIC X(10).

       FD  PPROJIN
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS W-ARQ-PROJIN.
       01  REG-PROJIN  PIC X(132).

       FD  PNOTIFI
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS W-ARQ-NOTIFI.
       01  REG-NOTIFI  PIC X(100).

       FD  PDEBINV
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS W-ARQ-DEBINV.
       01  REG-DEBINV  PIC X(100).

       FD  PASSDUP
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS W-ARQ-ASSDUP.
       01  REG-ASSDUP  PIC X(100).

      *------------------------------------------------------------
      *------------------------------------------------------------
       FD  PPRESEN
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS W-ARQ-PRESEN.
       01  REG-PRESEN  PIC X(170).

      *------------------------------------------------------------
      *------------------------------------------------------------
       FD  PAGING
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS W-ARQ-AGING.
       01  REG-AGING   PIC X(132).

      *------------------------------------------------------------
      *------------------------------------------------------------
       FD  PPRODU
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS W-ARQ-PRODU.
       01  REG-PRODU.
           03 PD-TIPO        PIC X(05).
           03 FILLER         PIC X(02).
           03 FILLER         PIC X(02).
           03 PD-PEDIDO      PIC X(20).

       FD  PEMPPR
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS W-ARQ-EMPPR.
       01  REG-EMPPR.
           03 EP-TIPO        PIC X(05).
           03 FILLER         PIC X(02).
           03 EP-CHAVE       PIC X(07).
           03 FILLER         PIC X(02).
           03 EP-EMPRESA     PIC X(10).
           03 FILLER         PIC X(02).
           03 EP-CARTAS      PIC 9(06).
           03 FILLER         PIC X(02).
           03 EP-ANEXOS      PIC 9(06).
           03 FILLER         PIC X(02).
           03 EP-DATA        PIC X(08).
           03 FILLER         PIC X(02).
           03 EP-PEDIDO      PIC X(20).

       FD  PCHECKP
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS W-ARQ-CHECKP.
       01  REG-CHECKP.
           03 CKPT-LIDOS     PIC 9(06).
           03 FILLER         PIC X(02).
           02  RL-GRAVADOS            PIC 9(09).
           02  FILLER                 PIC X(02).
           02  RL-EVENTO              PIC X(01).
           02  FILLER                 PIC X(33).
           02  RL-AMBIENTE            PIC X(10).

      *------------------------------------------------------------
      *    FILA DA SESSAO GUIADA (A MESMA DO PAINEL, DA AGENDA E DO
      *    AFERE): QUANDO O XPGR47 E' UM PASSO DELA, AO FIM DA
      *    CRITICA O PASSO VIRA "C" E O PROXIMO PENDENTE RECEBE O
      *    CHAIN.
      *------------------------------------------------------------
       FD  PSESSAO
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "SESSAO.TXT".
       01  REG-SESSAO.
           02  SES-PROGRAMA           PIC X(10).
           02  FILLER                 PIC X(02).
           02  SES-STATUS             PIC X(01).
      *    PASSO "I" DO XPGR47: PEDIDO PARA O CHAIN DA RETOMADA (MENU).
           02  FILLER                 PIC X(01).
           02  SES-PATH               PIC X(50).
           02  SES-NOME               PIC X(20).
           02  SES-DATA               PIC X(08).

      *    PEDIDO DE PARADA DO OPERADOR (PARAR.TXT, GRAVADO PELO
      *    PAINEL/MENU): NOME DO PROGRAMA OU "TODOS", DATA/HORA DO
      *    PEDIDO E ORIGEM. SO' VALE O PEDIDO FEITO DEPOIS DA
      *    PARTIDA DESTA RODADA - OS ANTIGOS FICAM SEM EFEITO.
       FD  PPARAR
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "PARAR.TXT".
       01  REG-PARAR.
           02  PA-PROGRAMA            PIC X(10).
           02  FILLER                 PIC X(02).
           02  PA-DATA                PIC X(06).
           02  FILLER                 PIC X(02).
           02  PA-HORA                PIC X(06).
           02  FILLER                 PIC X(02).
           02  PA-ORIGEM              PIC X(10).
      *------------------------------------------------------------
      *    LISTA NAO-PERTURBE DO JURIDICO (SUPRESSAO.TXT), CARREGADA
      *    NO INICIO DA RODADA COMO O PROJETOS.TXT: CHAVE PELO

       FD  PSUPRIM
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS W-ARQ-SUPRIM.
       01  REG-SUPRIM  PIC X(100).

      *------------------------------------------------------------
      *-----------------------------------------------------------
       FD  PTRAVA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS W-ARQ-TRAVA.
       01  REG-TRAVA.
           02  TL-STATUS              PIC X(01).
           02  FILLER                 PIC X(02).
      *------------------------------------------------------------
       FD  PANEXO
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS W-ARQ-ANEXO.
       01  REG-ANEXO.
           03 AX-COD         PIC X(07).
           03 FILLER         PIC X(02).
      *------------------------------------------------------------
       FD  PQUALID
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS W-ARQ-QUALID.
       01  REG-QUALID  PIC X(100).

      *------------------------------------------------------------
      *    DEVOLUCAO A ORIGEM (EXTRATO DA ABRIL): UM ARQUIVO POR
      *    PEDIDO, LAYOUT FIXO DE INTERFACE - CABECALHO "H" COM A
      *    IDENTIDADE DO PEDIDO, UMA LINHA "D" POR CRITICA (E-SEQ-REG,
      *    E-COD-ASS, CODIGO PADRAO DA TAB-DEV-COD E O VALOR
      *    OFENSOR) E TRAILER "T" COM AS CONTAGENS. NO FECHO O
      *    DEVSELO LACRA O ARQUIVO NO ENVELOPE DO TRANSMITE.
      *------------------------------------------------------------
       FD  PDEVOLV
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS W-ARQ-DEVOLV.
       01  REG-DEVOLV-H.
           03 DH-TIPO        PIC X(01).
           03 FILLER         PIC X(01).
           03 DH-LAYOUT      PIC X(09).
           03 FILLER         PIC X(01).
           03 DH-NOME        PIC X(20).
           03 FILLER         PIC X(01).
           03 DH-DATA-PED    PIC X(08).
           03 FILLER         PIC X(01).
           03 DH-DT-CRIT     PIC 9(08).
           03 FILLER         PIC X(01).
           03 DH-HR-CRIT     PIC 9(06).
       01  REG-DEVOLV-D.
           03 DD-TIPO        PIC X(01).
           03 FILLER         PIC X(01).
           03 DD-SEQ-REG     PIC 9(10).
           03 FILLER         PIC X(01).
           03 DD-COD-ASS     PIC X(09).
           03 FILLER         PIC X(01).
           03 DD-CODIGO      PIC X(03).
           03 FILLER         PIC X(01).
           03 DD-DESCR       PIC X(30).
           03 FILLER         PIC X(01).
           03 DD-VALOR       PIC X(40).
       01  REG-DEVOLV-T.
           03 DT-TIPO        PIC X(01).
           03 FILLER         PIC X(01).
           03 DT-NOME        PIC X(20).
           03 FILLER         PIC X(01).
           03 DT-LIDOS       PIC 9(06).
           03 FILLER         PIC X(01).
           03 DT-DETALHES    PIC 9(06).
           03 DT-FAMILIA OCCURS 6 TIMES.
              05 FILLER      PIC X(01).
              05 DT-QT-FAM   PIC 9(06).

      *------------------------------------------------------------
      *    EXTRATO AUTOMATICO DE ASSINANTES PARA O CRUZAMENTO DO
      *    LISTA_CLIENTE (OPCAO 4): NOME + CEP5/CEP3 NOS PRIMEIROS
      *------------------------------------------------------------
       FD  PASSEXT
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS W-ARQ-ASSEXT.
       01  REG-ASSEXT.
           03 AE-NOME        PIC X(30).
           03 AE-CEP5        PIC X(05).
           03 PE-PATH        PIC X(50).
           03 PE-NOME        PIC X(20).
           03 PE-DATA        PIC X(08).
      *    PEDIDO RETIDO PELO ACEITE: MOTIVO E, DEPOIS DA LIBERACAO
      *    DO SUPERVISOR NO REDESPACHO, O CODIGO DELE.
           03 PE-MOTIVO      PIC X(40).
           03 PE-LIBERADO    PIC X(04).

      *------------------------------------------------------------
      *    TOTAIS DE CONTROLE FINANCEIRO DO LOTE, FORNECIDOS PELO
           03 FILLER         PIC X(02).
           03 CV-TOT-PAGO    PIC 9(13).

      *-----------------------------------------------------------
      *    PULSO DA RODADA (PROGRESSO.TXT): A CADA W-PROGR-CADENCIA
      *    REGISTROS UMA LINHA COM O LIDO ATE' AGORA, O TOTAL
      *    ESPERADO (ZEROS = DESCONHECIDO - O TRAILER DO PEDIDO SO'
      *    CHEGA NO FIM) E A PARTIDA DA RODADA. EVENTO "A" EM
      *    ANDAMENTO, "F" FIM, "P" PAUSA, "T" MARCADO COMO TRAVADO
      *    PELO VIGIA. A ULTIMA LINHA DE CADA PROGRAMA E' A QUE VALE.
      *-----------------------------------------------------------
       FD  PPROGR
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "PROGRESSO.TXT".
       01  REG-PROGR.
           02  PG-PROGRAMA            PIC X(10).
           02  FILLER                 PIC X(02).
           02  PG-DATA                PIC X(06).
           02  FILLER                 PIC X(02).
           02  PG-HORA                PIC X(06).
           02  FILLER                 PIC X(02).
           02  PG-LIDOS               PIC 9(09).
           02  FILLER                 PIC X(02).
           02  PG-TOTAL               PIC 9(09).
           02  FILLER                 PIC X(02).
           02  PG-INI-DATA            PIC X(06).
           02  FILLER                 PIC X(02).
           02  PG-INI-HORA            PIC X(06).
           02  FILLER                 PIC X(02).
           02  PG-EVENTO              PIC X(01).

      *-----------------------------------------------------------
      *    REGISTRO DE INCIDENTES: TODA PARADA ANORMAL DEIXA UMA
      *    LINHA AQUI ANTES DO STOP RUN - ARQUIVO COMPARTILHADO POR
           03 ES-COD         PIC X(07).
           03 FILLER         PIC X(02).
           03 ES-SALDO       PIC 9(08).

      *-----------------------------------------------------------
      *    LIMITES DE ACEITE DO PEDIDO: TIPO DE CRITICA E O
      *    PERCENTUAL MAXIMO DE REGISTROS CRITICADOS NAQUELE TIPO
      *    (DUAS DECIMAIS IMPLICITAS - 01000 = 10,00%). TIPOS: CEP,
      *    DEBITO, PROJETO, DATAS, DUPLICADO, QUALIDADE E GERAL (O
      *    REGISTRO COM QUALQUER CRITICA OU RETENCAO). TIPO FORA DO
      *    ARQUIVO (OU SEM O ARQUIVO) NAO TEM LIMITE.
       FD  PACEITE
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "ACEITE.TXT".
       01  REG-ACEITE.
           03 AL-TIPO        PIC X(10).
           03 FILLER         PIC X(01).
           03 AL-LIMITE      PIC 9(03)V9(02).

      *------------------------------------------------------------
      *    PEDIDO PARTICIONADO (PARTICAO / REUNE): O CONTROLE DO
      *    CORTE - LINHA "C" COM O PEDIDO ORIGINAL E O TRAILER DELE,
      *    UMA LINHA "P" POR PARTE COM O ARQUIVO DA PARTE E QUANTOS
      *    DOCUMENTOS VEM ANTES DELA NO PEDIDO (A SEQUENCIA DA
      *    RODADA CONTINUA A DO PEDIDO INTEIRO).
      *------------------------------------------------------------
       FD  PPARTIC
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "PARTICAO.TXT".
       01  REG-PARTIC-C.
           03 PC-TIPO        PIC X(01).
           03 FILLER         PIC X(01).
           03 PC-NOME        PIC X(20).
           03 FILLER         PIC X(01).
           03 PC-PATH        PIC X(50).
           03 FILLER         PIC X(01).
           03 PC-DATA        PIC X(08).
           03 FILLER         PIC X(01).
           03 PC-PARTES      PIC 9(02).
           03 FILLER         PIC X(01).
           03 PC-HEADERS     PIC 9(01).
           03 FILLER         PIC X(01).
           03 PC-QTDE-REG    PIC 9(10).
           03 FILLER         PIC X(01).
           03 PC-QTDE-CARTAS PIC 9(10).
           03 FILLER         PIC X(01).
           03 PC-DOCS        PIC 9(06).
       01  REG-PARTIC-P.
           03 PP-TIPO        PIC X(01).
           03 FILLER         PIC X(01).
           03 PP-PARTE       PIC 9(02).
           03 FILLER         PIC X(01).
           03 PP-ARQUIVO     PIC X(20).
           03 FILLER         PIC X(01).
           03 PP-BASE        PIC 9(06).
           03 FILLER         PIC X(01).
           03 PP-DOCS        PIC 9(06).

      *    E-COD-ASS DE TODOS OS DOCUMENTOS DO PEDIDO INTEIRO, COM A
      *    PARTE E A SEQUENCIA - A PARTE CARREGA OS DAS PARTES
      *    ANTERIORES E A DUPLICIDADE CONTINUA VENDO O PEDIDO TODO.
       FD  PPARTASS
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "PARTICAO_ASS.TXT".
       01  REG-PARTASS.
           03 PA-PARTE       PIC 9(02).
           03 FILLER         PIC X(01).
           03 PA-SEQ         PIC 9(06).
           03 FILLER         PIC X(01).
           03 PA-COD         PIC X(09).

      *    RESUMO DA PARTE (PARCIAL.Pnn) PARA O REUNE: CONTAGENS,
      *    VALORES E A BASE DO ACEITE, QUE SO' FAZEM SENTIDO SOMADOS
      *    COM OS DAS OUTRAS PARTES.
       FD  PPARCIAL
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS W-ARQ-PARCIAL.
       01  REG-PARCIAL.
           03 PR-PARTE       PIC 9(02).
           03 FILLER         PIC X(01).
           03 PR-NOME        PIC X(20).
           03 FILLER         PIC X(01).
           03 PR-LIDOS       PIC 9(06).
           03 FILLER         PIC X(01).
           03 PR-CARTAS      PIC 9(06).
           03 FILLER         PIC X(01).
           03 PR-CRITICAS    PIC 9(06).
           03 FILLER         PIC X(01).
           03 PR-SUPRIM      PIC 9(06).
           03 FILLER         PIC X(01).
           03 PR-RETIDAS     PIC 9(06).
           03 FILLER         PIC X(01).
           03 PR-PRESENT     PIC 9(06).
           03 FILLER         PIC X(01).
           03 PR-FALLBACK    PIC 9(06).
           03 FILLER         PIC X(01).
           03 PR-TOT-PARC    PIC 9(13).
           03 FILLER         PIC X(01).
           03 PR-TOT-DEB     PIC 9(13).
           03 FILLER         PIC X(01).
           03 PR-TOT-PAGO    PIC 9(13).
           03 FILLER         PIC X(01).
           03 PR-GT-BASE     PIC 9(06).
           03 PR-GT-TIPO OCCURS 7 TIMES.
              05 FILLER      PIC X(01).
              05 PR-GT-QTDE  PIC 9(06).
      *    TOTAIS DO AGING POR FAIXA - O FECHO DE ATRASO_AGING.TXT
      *    E' UM SO' PARA O PEDIDO INTEIRO.
           03 PR-AGING OCCURS 4 TIMES.
              05 FILLER      PIC X(01).
              05 PR-AG-QT    PIC 9(06).
              05 FILLER      PIC X(01).
              05 PR-AG-VAL   PIC 9(12).
           03 FILLER         PIC X(01).
           03 PR-SITUACAO    PIC X(10).

      *-----------------------------------------------------------
      *    CADASTRO MESTRE DE ASSINANTES (ASSINANTE.DAT, INDEXADO
      *    POR E-COD-ASS): O ASSINANTE DEIXA DE SER SO' UMA POSICAO
      *    NO PEDIDO DA NOITE. CADA RODADA INCLUI OU ATUALIZA O
      *    ASSINANTE COM O ENDERECO CORRENTE, OS PROJETOS (VIGENCIA
      *    EM AAAAMMDD E PLANO DE PARCELAS), A POSICAO DE PAGAMENTO,
      *    OS DADOS DE ENTREGA E O PRIMEIRO/ULTIMO PEDIDO EM QUE
      *    APARECEU - A CHAVE QUE COBRANCA, RENOVACAO E CONSULTA
      *    USAM PARA SE ENCONTRAR. PROJETO NOVO OCUPA A PRIMEIRA
      *    POSICAO LIVRE; SEM POSICAO LIVRE, SUBSTITUI O DE
      *    VIGENCIA MAIS ANTIGA. OS DEMAIS PROGRAMAS QUE LEEM O
      *    MESTRE DECLARAM ESTE MESMO LAYOUT.
      *-----------------------------------------------------------
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

      *    PAGAMENTO COMPARTILHADO (FRAUDE.TXT): A PARTIR DE QUANTOS
      *    NOMES/CEPS DIFERENTES NUM MESMO CARTAO OU CONTA O MEIO E'
      *    SUSPEITO (MAIS QUE O LIMITE; SEM ARQUIVO = 3), O MODO
      *    ("R" = SO' RELATA, PADRAO; "H" = RETEM A CARTA EM
      *    CARTA_RETIDA.TXT) E A CHAVE QUE ENTRA NO HASH DO NUMERO.
      *    TROCAR A CHAVE COMECA O INDICE DE NOVO.
       FD  PFRCFG
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "FRAUDE.TXT".
       01  REG-FRCFG.
           03 FC-LIMITE      PIC 9(02).
           03 FILLER         PIC X(01).
           03 FC-MODO        PIC X(01).
           03 FILLER         PIC X(01).
           03 FC-CHAVE       PIC X(20).

      *    VENDAS JA' VERIFICADAS (UM E-COD-ASS POR LINHA) - A CARTA
      *    DELAS NAO E' MAIS RETIDA, SO' RELATADA.
       FD  PVERIF
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "VENDA_VERIFICADA.TXT".
       01  REG-VERIF.
           03 VV-COD-ASS     PIC X(09).

       FD  PFRAUDE
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS W-ARQ-FRAUDE.
       01  REG-FRAUDE  PIC X(132).

      *    INDICE DE MEIOS DE PAGAMENTO ENTRE RODADAS: O CARTAO
      *    (E-DB-CARTAO) OU A CONTA (E-BANCO/E-AGENCIA/E-CONTA) EM
      *    HASH - NUNCA O NUMERO - POR ASSINANTE QUE O USA, COM O
      *    NOME, O CEP, O GERENTE E A PRACA DA VENDA.
       FD  PINSTR
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "INSTRUMENTO.DAT".
       01  REG-INSTR.
           03 IX-CHAVE.
              05 IX-HASH         PIC X(18).
              05 IX-COD-ASS      PIC X(09).
      *    "C" = CARTAO, "B" = CONTA BANCARIA
           03 IX-FORMA           PIC X(01).
           03 IX-NOME            PIC X(30).
           03 IX-CEP             PIC X(08).
           03 IX-GERENTE         PIC X(08).
           03 IX-PRACA           PIC X(06).
           03 IX-PRIM-DATA       PIC 9(08).
           03 IX-ULT-DATA        PIC 9(08).
           03 IX-ULT-PEDIDO      PIC X(20).
           03 FILLER             PIC X(10).
      *---------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-FS-INCID       PIC X(02) VALUE SPACES.
       77 W-TRAVA-TOMADA   PIC X(01) VALUE "N".
       77 W-FORCA-TRAVA    PIC X(01) VALUE "N".
          88 FORCA-TRAVA              VALUE "S".
       77 W-FS-PARTIC      PIC X(02) VALUE SPACES.
       77 W-FS-PARTASS     PIC X(02) VALUE SPACES.
       77 W-FS-PARCIAL     PIC X(02) VALUE SPACES.
       77 W-TENT-MESTRE    PIC 9(03) VALUE ZEROS.
       77 W-ESPERA-SEG     PIC 9(02) VALUE 1.
       77 W-ESPERA-HORA    PIC X(08) VALUE SPACES.
       77 W-ESPERA-AGORA   PIC X(08) VALUE SPACES.
       77 W-MESTRE-SO-CAD  PIC X(01) VALUE "N".
       77 W-QT-MESTRE-OCUP PIC 9(06) VALUE ZEROS.
       77 W-FS-CTLVAL      PIC X(02) VALUE SPACES.
       77 W-FS-DESTINO     PIC X(02) VALUE SPACES.
       77 W-FS-ASSEXT      PIC X(02) VALUE SPACES.
       77 W-ACHOU-BOU       PIC X(01) VALUE "N".
       77 W-QT-FALLBACK     PIC 9(06) VALUE ZEROS.
       77 W-ABRIU-QUALID   PIC X(01) VALUE "N".
       77 W-ABRIU-FINPARC  PIC X(01) VALUE "N".
       77 W-ABRIU-DEVOLV   PIC X(01) VALUE "N".
       77 W-FS-DEVOLV      PIC X(02) VALUE SPACES.
       01 W-REG-FINPARC.
          05 FP-SEQ         PIC X(09).
          05 FILLER         PIC X(02) VALUE SPACES.
          05 FP-PARCELA     PIC 9(02).
          05 FILLER         PIC X(02) VALUE SPACES.
          05 FP-VENC.
             07 FP-AAAA-VENC PIC X(04).
             07 FP-MM-VENC   PIC X(02).
             07 FP-DD-VENC   PIC X(02).
          05 FILLER         PIC X(02) VALUE SPACES.
          05 FP-VALOR       PIC 9(09).
          05 FILLER         PIC X(02) VALUE SPACES.
          05 FP-UF          PIC X(02).
       01 W-REG-QUALID.
          05 WQ-SEQ         PIC X(09).
          05 FILLER         PIC X(02) VALUE SPACES.
          05 FILLER         PIC X(02) VALUE SPACES.
          05 WQ-MOTIVO      PIC X(35).
       77 W-ASSEXT-OK      PIC X(01) VALUE "N".
       77 W-FS-MESTRE      PIC X(02) VALUE SPACES.
       77 W-MESTRE-OK      PIC X(01) VALUE "N".
       77 W-MESTRE-NOVO    PIC X(01) VALUE "N".
       77 W-QT-MESTRE-INC  PIC 9(06) VALUE ZEROS.
       77 W-QT-MESTRE-ALT  PIC 9(06) VALUE ZEROS.
       77 W-IND-MST        PIC 9(01) VALUE ZEROS.
       77 W-IND-SLT        PIC 9(01) VALUE ZEROS.
       77 W-IND-VNC        PIC 9(01) VALUE ZEROS.
       77 W-SLOT-MST       PIC 9(01) VALUE ZEROS.
       77 W-MENOR-VIG      PIC 9(08) VALUE ZEROS.
       77 W-FS-PENDEN      PIC X(02) VALUE SPACES.
       77 W-ALVO-HANDOFF   PIC X(10) VALUE "XPGR42".
       77 W-ARQ-ALVO       PIC X(30) VALUE "XPGR42.INT".
       77 W-IND-VAL        PIC 9(01) VALUE ZEROS.
       77 W-VAL-ED-A       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       77 W-VAL-ED-B       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *---------------------------------------------------- PAGAMENTO
      *    COMPARTILHADO: INDICE, PARAMETROS, HASH DO MEIO E OS
      *    TITULARES DO MEIO CORRENTE (NOME/CEP DISTINTOS).
       77 W-FS-INSTR       PIC X(02) VALUE SPACES.
       77 W-FS-FRCFG       PIC X(02) VALUE SPACES.
       77 W-FS-VERIF       PIC X(02) VALUE SPACES.
       77 W-FS-FRAUDE      PIC X(02) VALUE SPACES.
       77 W-INSTR-OK       PIC X(01) VALUE "N".
       77 W-INSTR-NOVO     PIC X(01) VALUE "N".
       77 W-ABRIU-FRAUDE   PIC X(01) VALUE "N".
       77 W-TENT-INSTR     PIC 9(03) VALUE ZEROS.
       77 W-FR-LIMITE      PIC 9(02) VALUE 3.
       77 W-FR-MODO        PIC X(01) VALUE "R".
          88 FRAUDE-RETEM             VALUE "H".
       77 W-FR-SUSPEITO    PIC X(01) VALUE "N".
       77 W-FR-VERIFICADA  PIC X(01) VALUE "N".
       77 W-FR-H1          PIC 9(12) VALUE ZEROS.
       77 W-FR-H2          PIC 9(12) VALUE ZEROS.
       77 W-FR-QUOC        PIC 9(12) VALUE ZEROS.
       77 W-FR-POS         PIC 9(02) VALUE ZEROS.
       77 W-FR-QT-TIT      PIC 9(03) VALUE ZEROS.
       77 W-FR-QT-DIST     PIC 9(03) VALUE ZEROS.
       77 W-FR-IND         PIC 9(03) VALUE ZEROS.
       77 W-FR-IND2        PIC 9(03) VALUE ZEROS.
       77 W-FR-REPETE      PIC X(01) VALUE "N".
       77 W-QT-FR-SUSP     PIC 9(06) VALUE ZEROS.
       77 W-QT-RET-FR      PIC 9(06) VALUE ZEROS.
       77 W-QT-VERIF       PIC 9(04) VALUE ZEROS.
       77 W-IND-VER        PIC 9(04) VALUE ZEROS.
       01 W-FR-TEXTO.
          05 W-FR-CHAVE     PIC X(20) VALUE SPACES.
          05 W-FR-FORMA     PIC X(01) VALUE SPACES.
          05 W-FR-NUMERO    PIC X(18) VALUE SPACES.
       01 W-FR-HASH.
          05 W-FR-HASH-1    PIC 9(09).
          05 W-FR-HASH-2    PIC 9(09).
      *    UM CARACTERE DO NUMERO LIDO COMO BINARIO (MEIA PALAVRA
      *    COM O PRIMEIRO BYTE ZERADO) - O VALOR DO CODIGO DELE.
       01 W-FR-BYTE-PAR.
          05 FILLER         PIC X(01) VALUE LOW-VALUE.
          05 W-FR-BYTE      PIC X(01) VALUE LOW-VALUE.
       01 W-FR-BYTE-N REDEFINES W-FR-BYTE-PAR PIC 9(04) COMP.
       01 TAB-FR-TIT.
          05 TFT-ENT OCCURS 100 TIMES.
             07 TFT-COD     PIC X(09).
             07 TFT-NOME    PIC X(30).
             07 TFT-CEP     PIC X(08).
             07 TFT-GERENTE PIC X(08).
             07 TFT-PRACA   PIC X(06).
             07 TFT-ULT-DATA PIC 9(08).
       01 TAB-VERIF.
          05 TVV-COD        PIC X(09) OCCURS 1000 TIMES.
      *---------------------------------------------------- CONTROLE
      *    DE PAGINACAO DO .REL: 60 LINHAS POR PAGINA, CABECALHO
      *    REPETIDO EM CADA QUEBRA E FECHO "FIM DO RELATORIO".
       77 LK-NOME          PIC X(20) VALUE SPACES.
       77 LK-DATA          PIC X(08) VALUE SPACES.
       77 W-FS-RUNLOG      PIC X(02) VALUE SPACES.
       77 W-FS-SESSAO      PIC X(02) VALUE SPACES.
       77 W-PROX-PROGRAMA  PIC X(10) VALUE SPACES.
       77 W-QTDE-FILA-SES  PIC 9(02) VALUE ZEROS.
       77 W-IND-FILA-SES   PIC 9(02) VALUE ZEROS.
       77 W-IND-EXEC-SES   PIC 9(02) VALUE ZEROS.
       77 W-IND-PEND-SES   PIC 9(02) VALUE ZEROS.
       77 W-FS-PARAR       PIC X(02) VALUE SPACES.
       77 W-PARAR-CONT     PIC 9(09) VALUE ZEROS.
       77 W-PARAR-CADENCIA PIC 9(09) VALUE 1000.
       77 W-PARADA         PIC X(01) VALUE "N".
          88 PARADA-PEDIDA           VALUE "S".
       77 W-FS-PROGR       PIC X(02) VALUE SPACES.
       77 W-PROGR-CONT     PIC 9(09) VALUE ZEROS.
       77 W-PROGR-CADENCIA PIC 9(09) VALUE 5000.
       77 W-PROGR-TOTAL    PIC 9(09) VALUE ZEROS.
       77 W-PROGR-EVENTO   PIC X(01) VALUE SPACES.
       01  TABELA-FILA-SESSAO.
           03 TFS-ENT OCCURS 10 TIMES.
              05 TFS-PROGRAMA     PIC X(10).
              05 TFS-STATUS       PIC X(01).
       01  W-PARAR-INICIO.
           02 W-PARAR-INI-DATA PIC X(06) VALUE SPACES.
           02 W-PARAR-INI-HORA PIC X(06) VALUE SPACES.
       01  W-PARAR-PEDIDO.
           02 W-PARAR-PED-DATA PIC X(06) VALUE SPACES.
           02 W-PARAR-PED-HORA PIC X(06) VALUE SPACES.
       01  W-TIME.
           02 W-HORA  PIC 9(02).
           02 W-MINU  PIC 9(02).
           05 CAB-TOTAL   PIC X(06).
           05 FILLER      PIC X(06) VALUE "  PAG.".
           05 CAB-PAG     PIC ZZZ9.
           05 FILLER      PIC X(08) VALUE "  AMB.: ".
           05 CAB-AMBIENTE PIC X(10) VALUE SPACES.
         03 CABEC2.
           05 FILLER      PIC X(100) VALUE 
         "* VERIFICAR VALORES, NR. E NOME DO PROJETO P/ OS REG. ABAIXO".
         03 W-FS-CKPT      PIC X(02) VALUE SPACES.
         03 W-FS-SAIDA     PIC X(02) VALUE SPACES.
         03 W-FS-FINANC    PIC X(02) VALUE SPACES.
         03 W-FS-FINPARC   PIC X(02) VALUE SPACES.
         03 W-FS-CEPINV    PIC X(02) VALUE SPACES.
         03 W-FS-OVERFL    PIC X(02) VALUE SPACES.
         03 W-FS-ROTEIR    PIC X(02) VALUE SPACES.
           05 TAA-ENT OCCURS 50 TIMES.
             07 TAA-CHAVE    PIC X(05).
             07 TAA-QTDE     PIC 9(06).
      *    POR EMPRESA E MODELO DE CARTA, CARTAS E ANEXOS: O
      *    DIRECIONADOR DO RATEIO DE CUSTOS POR EMPRESA.
         03 TAB-EMP-CARTA.
           05 TEC-QT         PIC 9(03) VALUE ZEROS.
           05 TEC-ENT OCCURS 200 TIMES.
             07 TEC-EMPRESA  PIC X(10).
             07 TEC-CARTA    PIC X(07).
             07 TEC-CARTAS   PIC 9(06).
             07 TEC-ANEXOS   PIC 9(06).
         03 W-FS-EMPPR       PIC X(02) VALUE SPACES.
         03 W-CHAVE-CARTA    PIC X(07) VALUE SPACES.
         03 W-CHAVE-ACAO     PIC X(05) VALUE SPACES.
         03 W-IND-PRODU      PIC 9(03) VALUE ZEROS.
            05 W-PP-PATH     PIC X(50).
            05 W-PP-NOME     PIC X(20).
            05 W-PP-DATA     PIC X(08).
      *    AREA DE CHAMADA DO PEDSIT (MESMO LAYOUT DA LINKAGE DELE) -
      *    ANDAMENTO DO PEDIDO NO REGISTRO DE CHEGADA (PEDIDOS_REG)
         03 W-PEDSIT.
            05 W-PS-ARQUIVO  PIC X(50).
            05 W-PS-SITUACAO PIC X(10).
            05 W-PS-SIT-ANT  PIC X(10).
            05 W-PS-RET      PIC X(01).
      *    AREA DE CHAMADA DO CONVPED (MESMO LAYOUT DA LINKAGE DELE) -
      *    VERSAO DO LAYOUT DO PEDIDO E CONVERSAO PARA O REGENTR-1
         03 W-CONVPED.
            05 W-CV-ARQUIVO  PIC X(50).
            05 W-CV-NOME     PIC X(20).
            05 W-CV-VERSAO   PIC X(08).
            05 W-CV-TAMANHO  PIC 9(04).
            05 W-CV-REGS     PIC 9(09).
            05 W-CV-DESCART  PIC 9(03).
            05 W-CV-PADRAO   PIC 9(03).
            05 W-CV-RET      PIC X(01) VALUE "0".
      *    AREA DE CHAMADA DO PROVA (MESMO LAYOUT DA LINKAGE DELE) -
      *    PROVA DOS MODELOS DE CARTA ANTES DO REPASSE AO BUREAU
         03 W-PROVA.
            05 W-PV-ARQUIVO  PIC X(50).
            05 W-PV-NOME     PIC X(20).
            05 W-PV-DATA     PIC X(08).
            05 W-PV-SPOOL    PIC X(30).
            05 W-PV-MODELOS  PIC 9(03).
            05 W-PV-CARTAS   PIC 9(07).
            05 W-PV-RET      PIC X(01) VALUE "0".
         03 W-EM-PROVA       PIC X(01) VALUE "N".
            88 AGUARDA-PROVA            VALUE "S".
      *    PORTA DE ACEITE DO PEDIDO - POR TIPO DE CRITICA (1 CEP,
      *    2 DEBITO, 3 PROJETO, 4 DATAS, 5 DUPLICADO, 6 QUALIDADE,
      *    7 GERAL) A MARCA DO REGISTRO CORRENTE, OS REGISTROS
      *    CRITICADOS NA RODADA E O LIMITE DE ACEITE.TXT. PEDIDO
      *    ACIMA DE QUALQUER LIMITE NAO SEGUE AO XPGR42.
         03 W-FS-ACEITE      PIC X(02) VALUE SPACES.
         03 W-GT-BASE        PIC 9(06) VALUE ZEROS.
         03 W-GT-IND         PIC 9(01) VALUE ZEROS.
         03 W-GT-EXCEDIDO    PIC X(01) VALUE "N".
            88 ACEITE-EXCEDIDO          VALUE "S".
         03 W-GT-MOTIVO      PIC X(40) VALUE SPACES.
         03 W-GT-TAXA        PIC 9(03)V9(02) VALUE ZEROS.
         03 W-GT-TAXA-ED     PIC ZZ9,99.
         03 W-GT-LIM-ED      PIC ZZ9,99.
         03 W-GT-MARCAS      PIC X(07) VALUE "NNNNNNN".
         03 FILLER REDEFINES W-GT-MARCAS.
            05 W-GT-MARCA    PIC X(01) OCCURS 7 TIMES.
         03 TAB-GT-TIPOS-V.
            05 FILLER PIC X(28) VALUE "CEP       CEP INVALIDO      ".
            05 FILLER PIC X(28) VALUE "DEBITO    DEBITO INVALIDO   ".
            05 FILLER PIC X(28) VALUE "PROJETO   PROJETO INVALIDO  ".
            05 FILLER PIC X(28) VALUE "DATAS     DATAS INCOERENTES ".
            05 FILLER PIC X(28) VALUE "DUPLICADO DUPLICADOS        ".
            05 FILLER PIC X(28) VALUE "QUALIDADE QUALIDADE         ".
            05 FILLER PIC X(28) VALUE "GERAL     REJEICAO GERAL    ".
         03 TAB-GT-TIPOS REDEFINES TAB-GT-TIPOS-V.
            05 TGN-ENT OCCURS 7 TIMES.
               07 TGN-TIPO   PIC X(10).
               07 TGN-NOME   PIC X(18).
         03 TAB-GT.
            05 TGT-ENT OCCURS 7 TIMES.
               07 TGT-QTDE   PIC 9(06).
               07 TGT-LIMITE PIC 9(03)V9(02).
      *    DEVOLUCAO A ORIGEM - CODIGO PADRAO DO MOTIVO (O PRIMEIRO
      *    DIGITO E' A FAMILIA: 1 CEP_INVALIDO, 2 DEBITO_INVALIDO,
      *    3 PROJ_INVALIDO, 4 ASSINANTE_DUPLICADO, 5 QUALIDADE,
      *    6 CARTA_RETIDA), VALOR OFENSOR E CONTAGENS DO TRAILER.
         03 W-DV-COD         PIC X(03) VALUE SPACES.
         03 W-DV-COD-R REDEFINES W-DV-COD.
            05 W-DV-FAM      PIC 9(01).
            05 FILLER        PIC X(02).
         03 W-DV-VALOR       PIC X(40) VALUE SPACES.
         03 W-DV-IND         PIC 9(02) VALUE ZEROS.
      *    AREA DE CHAMADA DO DEVSELO (MESMO LAYOUT DA LINKAGE DELE)
         03 W-DEVSELO.
            05 W-DS-NOME     PIC X(20).
            05 W-DS-ENVELOPE PIC X(30).
            05 W-DS-LINHAS   PIC 9(09).
            05 W-DS-SOMA     PIC 9(09).
            05 W-DS-RET      PIC X(01).
         03 W-DV-ACHOU       PIC 9(02) VALUE ZEROS.
         03 W-DV-DETALHES    PIC 9(06) VALUE ZEROS.
         03 W-DV-FAMILIAS    VALUE ZEROS.
            05 W-DV-QT-FAM   PIC 9(06) OCCURS 6 TIMES.
         03 W-DV-HOJE        PIC 9(08) VALUE ZEROS.
         03 W-DV-AGORA.
            05 W-DV-HHMMSS   PIC 9(06).
            05 FILLER        PIC 9(02).
         03 TAB-DEV-COD-V.
            05 FILLER PIC X(33) VALUE
               "101CEP DO ASSINANTE INVALIDO     ".
            05 FILLER PIC X(33) VALUE
               "102CEP DO PRESENTEADO INVALIDO   ".
            05 FILLER PIC X(33) VALUE
               "201NUMERO DO CARTAO INVALIDO     ".
            05 FILLER PIC X(33) VALUE
               "202CODIGO DO BANCO INVALIDO      ".
            05 FILLER PIC X(33) VALUE
               "203AGENCIA INVALIDA              ".
            05 FILLER PIC X(33) VALUE
               "204CONTA INVALIDA                ".
            05 FILLER PIC X(33) VALUE
               "301PROJETO NAO NUMERICO          ".
            05 FILLER PIC X(33) VALUE
               "302PROJETO DESCONHECIDO          ".
            05 FILLER PIC X(33) VALUE
               "303PARCELA FORA DA FAIXA         ".
            05 FILLER PIC X(33) VALUE
               "311DATAS DO PROJETO INCOERENTES  ".
            05 FILLER PIC X(33) VALUE
               "312EDICOES PERDIDAS INCOERENTES  ".
            05 FILLER PIC X(33) VALUE
               "401ASSINANTE DUPLICADO NO PEDIDO ".
            05 FILLER PIC X(33) VALUE
               "501CHAMADA INVALIDA              ".
            05 FILLER PIC X(33) VALUE
               "502SEXO DO ASSINANTE INVALIDO    ".
            05 FILLER PIC X(33) VALUE
               "503SEXO DO PRESENTEADO INVALIDO  ".
            05 FILLER PIC X(33) VALUE
               "601MODELO DE CARTA DESCONHECIDO  ".
            05 FILLER PIC X(33) VALUE
               "602MODELO DE CARTA INATIVO       ".
            05 FILLER PIC X(33) VALUE
               "603PARCELA FORA DA FAIXA - RETIDA".
            05 FILLER PIC X(33) VALUE
               "604BOAS-VINDAS REPETIDA          ".
            05 FILLER PIC X(33) VALUE
               "605FAIXA DE CEP SEGURADA         ".
            05 FILLER PIC X(33) VALUE
               "606PAGAMENTO COMPARTILHADO       ".
         03 TAB-DEV-COD REDEFINES TAB-DEV-COD-V.
            05 TDV-ENT OCCURS 21 TIMES.
               07 TDV-COD    PIC X(03).
               07 TDV-DESCR  PIC X(30).
      *    PEDIDO PARTICIONADO: NUMERO DA PARTE (SEXTO PARAMETRO -
      *    ZERO = PEDIDO INTEIRO, COMO SEMPRE), DOCUMENTOS DAS PARTES
      *    ANTERIORES, NOME DO PEDIDO ORIGINAL (O QUE VAI NOS
      *    ARQUIVOS DE SAIDA) E OS ARQUIVOS PROPRIOS DA INSTANCIA -
      *    NA PARTE, A EXTENSAO ".TXT" VIRA ".Pnn" E CADA INSTANCIA
      *    TEM SUA TRAVA, SEU CHECKPOINT E SEUS ARQUIVOS LATERAIS.
         03 W-PARTE          PIC 9(02) VALUE ZEROS.
            88 MODO-PARTICAO            VALUE 1 THRU 99.
         03 W-PT-BASE        PIC 9(06) VALUE ZEROS.
         03 W-PT-ACHOU       PIC X(01) VALUE "N".
         03 W-PT-POS         PIC 9(02) VALUE ZEROS.
         03 W-PT-IND         PIC 9(02) VALUE ZEROS.
         03 W-PT-EXT.
            05 FILLER        PIC X(01) VALUE "P".
            05 W-PT-EXT-NR   PIC 9(02) VALUE ZEROS.
         03 W-NOME-PEDIDO    PIC X(20) VALUE SPACES.
         03 W-ARQS-INST.
            05 W-ARQ-TRAVA   PIC X(30) VALUE "XPGR47.LCK".
            05 W-ARQ-CHECKP  PIC X(30) VALUE "CHECKPOINT.TXT".
            05 W-ARQ-FINANC  PIC X(30) VALUE "FINANC.TXT".
            05 W-ARQ-FINPARC PIC X(30) VALUE "FINANC_PARC.TXT".
            05 W-ARQ-ROTEIR  PIC X(30) VALUE "ROTEIRO.TXT".
            05 W-ARQ-POSTAG  PIC X(30) VALUE "POSTAGEM.TXT".
            05 W-ARQ-NOTIFI  PIC X(30) VALUE "NOTIFICA.TXT".
            05 W-ARQ-DEBINV  PIC X(30) VALUE "DEBITO_INVALIDO.TXT".
            05 W-ARQ-ASSDUP  PIC X(30)
                             VALUE "ASSINANTE_DUPLICADO.TXT".
            05 W-ARQ-PRESEN  PIC X(30) VALUE "PRESENTEADO.TXT".
            05 W-ARQ-AGING   PIC X(30) VALUE "ATRASO_AGING.TXT".
            05 W-ARQ-SUPRIM  PIC X(30) VALUE "SUPRIMIDOS.TXT".
            05 W-ARQ-QUALID  PIC X(30) VALUE "QUALIDADE.TXT".
            05 W-ARQ-DEVOLV  PIC X(30) VALUE "DEVOLVE_ORIGEM.TXT".
            05 W-ARQ-CEPINV  PIC X(30) VALUE "CEP_INVALIDO.TXT".
            05 W-ARQ-OVERFL  PIC X(30) VALUE "PROJ_OVERFLOW.TXT".
            05 W-ARQ-PROJIN  PIC X(30) VALUE "PROJ_INVALIDO.TXT".
            05 W-ARQ-RETID   PIC X(30) VALUE "CARTA_RETIDA.TXT".
            05 W-ARQ-ASSEXT  PIC X(30) VALUE "ASSINANTES.TXT".
            05 W-ARQ-PRODU   PIC X(30) VALUE "PRODUCAO.TXT".
            05 W-ARQ-EMPPR   PIC X(30) VALUE "PRODUCAO_EMPRESA.TXT".
            05 W-ARQ-ANEXO   PIC X(30) VALUE "ANEXOS.TXT".
            05 W-ARQ-PARCIAL PIC X(30) VALUE "PARCIAL.TXT".
            05 W-ARQ-FRAUDE  PIC X(30) VALUE "FRAUDE_SUSPEITA.TXT".
         03 FILLER REDEFINES W-ARQS-INST.
            05 W-ARQ-INST    PIC X(30) OCCURS 24 TIMES.
         03 TAB-FILA-PED.
            05 TFP-ENT OCCURS 50 TIMES.
               07 TFP-PATH   PIC X(50).
            05 WF-DEBITO      PIC Z.ZZZ.ZZ9,99.
            05 FILLER         PIC X(02) VALUE SPACES.
            05 WF-PAGO        PIC Z.ZZZ.ZZ9,99.
            05 FILLER         PIC X(02) VALUE SPACES.
            05 WF-COD-ASS     PIC X(09).
         03 W-VALOR2          PIC Z.ZZZ.ZZ9,99.
         03 W-REG-OVERFL.
            05 WO-DATA        PIC X(06).
            05 WR-CENTRALIZ   PIC X(06).
            05 FILLER         PIC X(02) VALUE SPACES.
            05 WR-PRIORI      PIC X(04).
            05 FILLER         PIC X(02) VALUE SPACES.
            05 WR-COD-ASS     PIC X(09).
            05 FILLER         PIC X(02) VALUE SPACES.
            05 WR-CEP         PIC X(08).
         03 W-REG-PROJIN.
            05 WP-DATA        PIC X(06).
            05 FILLER         PIC X(01) VALUE "-".
            88 RODADA-STALE             VALUE "S".
         03 W-IDADE-UTIL      PIC 9(05) VALUE ZEROS.
         03 W-PROC-AAAAMMDD   PIC 9(08) VALUE ZEROS.
         03 W-HOJE-INT        PIC 9(08) VALUE ZEROS.
         03 W-JAN1-INT        PIC 9(08) VALUE ZEROS.
         03 W-DIA-CORR        PIC 9(08) VALUE ZEROS.
               " DIAS UTEIS DE IDADE - CONFERIR".
      *
      *-----------------------------------------------------------
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

       PROCEDURE DIVISION CHAINING LK-PATH LK-NOME LK-DATA.
       INICIO.
           PERFORM ESCOLHE-AMBIENTE THRU FIM-ESCOLHE-AMBIENTE
      *       move "c:\abril\desenv\TESTE.TXT" to lk-path
      *       move "teste.txt" to lk-nome
      *       move "14/05/04" to lk-data
             PERFORM MONTA-ARQ THRU FIM-MONTA-ARQ

             PERFORM RECEBE-PARAM    THRU FIM-RECEBE-PARAM
             MOVE LK-NOME TO W-NOME-PEDIDO
             IF MODO-PARTICAO
                PERFORM PREPARA-PARTICAO THRU FIM-PREPARA-PARTICAO
             END-IF
             PERFORM TOMA-TRAVA      THRU FIM-TOMA-TRAVA
             PERFORM GRAVA-RUNLOG-INICIO
                     THRU FIM-GRAVA-RUNLOG-INICIO
             MOVE "A" TO W-PROGR-EVENTO
             PERFORM GRAVA-PROGRESSO THRU FIM-GRAVA-PROGRESSO
             IF NOT MODO-PARTICAO
                PERFORM CONVERTE-PEDIDO THRU FIM-CONVERTE-PEDIDO
             END-IF
             PERFORM ZERA-AGING-TOT  THRU FIM-ZERA-AGING-TOT
                      VARYING W-IND-AGI FROM 1 BY 1
                      UNTIL W-IND-AGI > 4
             PERFORM CARREGA-PROJETOS    THRU FIM-CARREGA-PROJETOS
             PERFORM CARREGA-CARTAB      THRU FIM-CARREGA-CARTAB
             PERFORM CARREGA-VLPARC-MODO THRU FIM-CARREGA-VLPARC-MODO
             PERFORM CARREGA-ACEITE      THRU FIM-CARREGA-ACEITE
             PERFORM CARREGA-REPHLD      THRU FIM-CARREGA-REPHLD
             PERFORM CARREGA-CEPHLD      THRU FIM-CARREGA-CEPHLD
             PERFORM CARREGA-ACORDOS     THRU FIM-CARREGA-ACORDOS
             PERFORM CARREGA-BOUNCE      THRU FIM-CARREGA-BOUNCE
             PERFORM CARREGA-CTLVAL      THRU FIM-CARREGA-CTLVAL
             PERFORM CARREGA-CHECKPOINT  THRU FIM-CARREGA-CHECKPOINT
             PERFORM ABRE-MESTRE         THRU FIM-ABRE-MESTRE
             PERFORM ABRE-INSTRUMENTO    THRU FIM-ABRE-INSTRUMENTO

             OPEN INPUT  PENTR.

                   MOVE "S" TO W-ABRIU-QUALID
                END-IF
             END-IF.
      *      FRAUDE_SUSPEITA SO' COM O INDICE NO AR.
             IF W-ABRIU-FRAUDE = "N" AND W-INSTR-OK = "S"
                IF W-CKPT-LIDOS > 0
                   OPEN EXTEND PFRAUDE
                ELSE
                   OPEN OUTPUT PFRAUDE
                END-IF
                IF W-FS-FRAUDE = "00"
                   MOVE "S" TO W-ABRIU-FRAUDE
                END-IF
             END-IF.
             IF W-ABRIU-FINPARC = "N"
                IF W-CKPT-LIDOS > 0
                   OPEN EXTEND PFINPARC
                ELSE
                   OPEN OUTPUT PFINPARC
                END-IF
                IF W-FS-FINPARC = "00"
                   MOVE "S" TO W-ABRIU-FINPARC
                END-IF
             END-IF.
      *      A DEVOLUCAO E' DO PEDIDO: NOVA A CADA PEDIDO (COM O
      *      CABECALHO), EXTEND SO' NA RETOMADA DE CHECKPOINT.
             IF W-ABRIU-DEVOLV = "N"
                IF W-CKPT-LIDOS > 0
                   OPEN EXTEND PDEVOLV
                ELSE
                   OPEN OUTPUT PDEVOLV
                   IF W-FS-DEVOLV = "00"
                      PERFORM GRAVA-DEVOLVE-CAB
                              THRU FIM-GRAVA-DEVOLVE-CAB
                   END-IF
                END-IF
                IF W-FS-DEVOLV = "00"
                   MOVE "S" TO W-ABRIU-DEVOLV
                END-IF
             END-IF.
      *      O EXTRATO DE ASSINANTES E' SEMPRE EXTEND (ACUMULA OS
      *      PEDIDOS DA NOITE); SE AINDA NAO EXISTIR, E' CRIADO.
             IF W-ASSEXT-OK = "N"
            ACCEPT W-TIME FROM TIME
            MOVE W-DT-SYS TO WC-DATA WP-DATA WO-DATA
            MOVE W-TIME   TO WC-HORA WP-HORA WO-HORA
            MOVE W-NOME-PEDIDO TO WC-PEDIDO WP-PEDIDO WO-PEDIDO
            MOVE LK-DATA  TO CAB-DT-FING
            MOVE LK-NOME   TO CAB-PEDIDO
            MOVE W-LIDOS  TO CAB-TOTAL
            MOVE W-AM-NOME TO CAB-AMBIENTE
      *     CABECALHO DE PAGINA (CABEC1-3 + NUMERO DA PAGINA),
      *     REPETIDO A CADA QUEBRA POR GRAVA-REL - O .REL DEIXA DE
      *     SER UM FIO CONTINUO DE MILHARES DE LINHAS COM UM UNICO
            IF W-CKPT-LIDOS = 0
               PERFORM NOVA-PAGINA THRU FIM-NOVA-PAGINA
            END-IF.
      *     NA PARTE A SEQUENCIA CONTINUA A DO PEDIDO INTEIRO (FINANC,
      *     ACORDOS, MESTRE E DUPLICIDADE FALAM A MESMA SEQUENCIA).
            MOVE W-PT-BASE TO W-LIDOS

            PERFORM LER THRU FIM-LER

      *     ZERA O CHECKPOINT PARA QUE A PROXIMA RODADA COMECE DO ZERO
      *     EM VEZ DE SER TRATADA COMO CONTINUACAO DESTA.
            PERFORM LIMPA-CHECKPOINT THRU FIM-LIMPA-CHECKPOINT.
            IF MODO-PARTICAO
               SUBTRACT W-PT-BASE FROM W-LIDOS
            END-IF.

            PERFORM VERIFICA-CONTAGEM THRU FIM-VERIFICA-CONTAGEM.

                   DELIMITED BY SIZE INTO REGSAI
            PERFORM GRAVA-REL THRU FIM-GRAVA-REL.

            IF W-MESTRE-OK = "S"
               MOVE SPACES TO REGSAI
               STRING "** CADASTRO MESTRE (ASSINANTE.DAT) - "
                      "INCLUIDOS: " W-QT-MESTRE-INC
                      "  ATUALIZADOS: " W-QT-MESTRE-ALT
                      DELIMITED BY SIZE INTO REGSAI
               PERFORM GRAVA-REL THRU FIM-GRAVA-REL
               IF W-QT-MESTRE-OCUP > ZEROS
                  MOVE SPACES TO REGSAI
                  STRING "** CADASTRO MESTRE - NAO ATUALIZADOS "
                         "(REGISTRO PRESO POR OUTRA PARTE): "
                         W-QT-MESTRE-OCUP
                         DELIMITED BY SIZE INTO REGSAI
                  PERFORM GRAVA-REL THRU FIM-GRAVA-REL
               END-IF
            END-IF.

            IF W-INSTR-OK = "S"
               MOVE SPACES TO REGSAI
               STRING "** PAGAMENTO COMPARTILHADO (FRAUDE_SUSPEITA.TXT)"
                      " - SUSPEITOS: " W-QT-FR-SUSP
                      "  RETIDOS: " W-QT-RET-FR
                      DELIMITED BY SIZE INTO REGSAI
               PERFORM GRAVA-REL THRU FIM-GRAVA-REL
            END-IF.

            PERFORM RESUMO-AGING THRU FIM-RESUMO-AGING.

            IF RODADA-STALE
                      DELIMITED BY SIZE INTO REGSAI
               PERFORM GRAVA-REL THRU FIM-GRAVA-REL
            END-IF
            PERFORM AVALIA-ACEITE THRU FIM-AVALIA-ACEITE.
            MOVE SPACES TO REGSAI
            STRING "TOTAIS GERAIS - REGISTROS: " W-LIDOS
                   "  CARTAS: " W-CARTAS
              CLOSE PASSEXT.
           IF W-ABRIU-QUALID = "S"
              CLOSE PQUALID.
           IF W-ABRIU-FINPARC = "S"
              CLOSE PFINPARC.
           IF W-MESTRE-OK = "S"
              CLOSE PMESTRE.
           IF W-INSTR-OK = "S"
              CLOSE PINSTR.
           IF W-ABRIU-FRAUDE = "S"
              CLOSE PFRAUDE.
           IF W-ABRIU-DEVOLV = "S"
              PERFORM FECHA-DEVOLVE THRU FIM-FECHA-DEVOLVE.
           IF MODO-PARTICAO
              PERFORM GRAVA-PARCIAL THRU FIM-GRAVA-PARCIAL.

      *     DISPLAY (10 10) "CRITICA CONCLUIDA                       "
      *     DISPLAY (13 10) "- Enviar uma via ao cliente"
      *     ACCEPT  (10 60)  W-AUX

           PERFORM GRAVA-RUNLOG THRU FIM-GRAVA-RUNLOG.
           MOVE "F" TO W-PROGR-EVENTO.
           PERFORM GRAVA-PROGRESSO THRU FIM-GRAVA-PROGRESSO.

           PERFORM LIBERA-TRAVA THRU FIM-LIBERA-TRAVA.

      *    A PARTE PARA AQUI: REGISTRO DE CHEGADA, ACEITE, MANIFESTO E
      *    REPASSE SAO DO PEDIDO INTEIRO - FICAM COM O REUNE, DEPOIS
      *    DE TODAS AS PARTES.
           IF MODO-PARTICAO
              DISPLAY (23 01) "PARTE " W-PARTE " CONCLUIDA - "
                      "CONSOLIDAR COM O REUNE"
              STOP RUN.

           PERFORM ARQUIVA-RELATORIO THRU FIM-ARQUIVA-RELATORIO.

           MOVE "CRITICADO" TO W-PS-SITUACAO
           PERFORM ATUALIZA-PEDREG THRU FIM-ATUALIZA-PEDREG.

      *    PEDIDO ACIMA DE ALGUM LIMITE DE ACEITE NAO SEGUE AO
      *    XPGR42: FICA PENDENTE COM O MOTIVO (O REDESPACHO SO' O
      *    DISPARA DEPOIS DA LIBERACAO DO SUPERVISOR) E VIRA
      *    INCIDENTE.
           IF ACEITE-EXCEDIDO
              MOVE W-GT-MOTIVO TO W-MOT-INCID
              PERFORM GRAVA-INCIDENTE THRU FIM-GRAVA-INCIDENTE
           END-IF.

      *    COM PROVA.TXT, OS MODELOS DO PEDIDO SAO COMPOSTOS EM PROVA
      *    E O PEDIDO FICA PENDENTE "AGUARDANDO PROVA" ATE' A
      *    APROVACAO NO REDESPACHO P.
           PERFORM COMPOE-PROVA THRU FIM-COMPOE-PROVA.

      *    EM MODO MANIFESTO (FILA MONTADA PELO XPGR47N), O RESUMO
      *    DO PEDIDO VAI PARA O CONSOLIDADO E O PROXIMO PEDIDO DA
      *    FILA E' ENCADEADO NO LUGAR DO XPGR42 - A COLETA DO LOTE
                   THRU FIM-VERIFICA-FILA-PEDIDOS.
           IF EM-MANIFESTO
              MOVE "OK" TO W-SIT-PEDIDO
              IF AGUARDA-PROVA
                 MOVE "PROVA" TO W-SIT-PEDIDO
              END-IF
              IF ACEITE-EXCEDIDO
                 MOVE "RETIDO" TO W-SIT-PEDIDO
              END-IF
              PERFORM GRAVA-RESUMO-MANIFESTO
                      THRU FIM-GRAVA-RESUMO-MANIFESTO
      *       NO MANIFESTO O REPASSE AO XPGR42 NAO E' ENCADEADO -
              STOP RUN
           END-IF.

           IF ACEITE-EXCEDIDO
              PERFORM REGISTRA-PENDENTE THRU FIM-REGISTRA-PENDENTE
              DISPLAY (23 01) ERASE
              DISPLAY (23 01) "PEDIDO RETIDO PELO ACEITE - LIBERACAO "
                      "DO SUPERVISOR NO REDESPACHO"
              DISPLAY (24 01) W-GT-MOTIVO
              PERFORM SEGUE-SESSAO THRU FIM-SEGUE-SESSAO
              STOP RUN.

           IF AGUARDA-PROVA
              PERFORM REGISTRA-PENDENTE THRU FIM-REGISTRA-PENDENTE
              DISPLAY (23 01) ERASE
              DISPLAY (23 01) "PEDIDO AGUARDANDO PROVA (" W-PV-SPOOL
                      ") - APROVACAO NO REDESPACHO P"
              PERFORM SEGUE-SESSAO THRU FIM-SEGUE-SESSAO
              STOP RUN.

      *    COM A TRAVA LIGADA, UM EXTRATO ACIMA DO LIMITE DE IDADE
      *    SO' SEGUE PARA O XPGR42 COM CONFIRMACAO DO OPERADOR.
           IF RODADA-STALE AND TRAVA-EXTRATO-VELHO
      *    REDESPACHO - EM VEZ DE DERRUBAR A RODADA NO ULTIMO PASSO
      *    E OBRIGAR A CRITICA INTEIRA DE NOVO.
           PERFORM LE-DESTINO THRU FIM-LE-DESTINO.
      *    FORA DA PRODUCAO A CRITICA RODA INTEIRA, MAS O PEDIDO NUNCA
      *    E' ENTREGUE AO XPGR42 - FICA PENDENTE NO PROPRIO AMBIENTE.
           IF NOT AMBIENTE-PRODUCAO
              PERFORM REGISTRA-PENDENTE THRU FIM-REGISTRA-PENDENTE
              DISPLAY (23 01) "CRITICA COMPLETA - AMBIENTE " W-AM-NOME
                      " NAO ENTREGA AO XPGR42"
              PERFORM SEGUE-SESSAO THRU FIM-SEGUE-SESSAO
              STOP RUN.
           IF W-ALVO-HANDOFF = "NENHUM"
              PERFORM REGISTRA-PENDENTE THRU FIM-REGISTRA-PENDENTE
              DISPLAY (23 01) "CRITICA COMPLETA - REPASSE DESLIGADO "
                      "(PENDENTE PARA O REDESPACHO)"
              STOP RUN.

           MOVE "REPASSADO" TO W-PS-SITUACAO
           PERFORM ATUALIZA-PEDREG THRU FIM-ATUALIZA-PEDREG.
           CHAIN "XPGR42.INT" USING LK-PATH LK-NOME LK-DATA.
      *****************************************************************
      *    GRAVA-RUNLOG: UMA LINHA DE AUDITORIA EM RUNLOG.TXT AO FIM
           MOVE W-LIDOS   TO RL-LIDOS
           MOVE W-CARTAS  TO RL-GRAVADOS
           MOVE "F"       TO RL-EVENTO
           MOVE W-AM-NOME TO RL-AMBIENTE
           WRITE REG-RUNLOG
           CLOSE PRUNLOG.
       FIM-GRAVA-RUNLOG.
           MOVE W-TIME    TO RL-HORA
           MOVE ZEROS     TO RL-LIDOS RL-GRAVADOS
           MOVE "I"       TO RL-EVENTO
           MOVE W-AM-NOME TO RL-AMBIENTE
           WRITE REG-RUNLOG
           CLOSE PRUNLOG.
           MOVE W-DT-SYS  TO W-PARAR-INI-DATA
           MOVE W-TIME    TO W-PARAR-INI-HORA.
       FIM-GRAVA-RUNLOG-INICIO.
           EXIT.

      *    GRAVA-RUNLOG-PAUSA: RODADA PAUSADA A PEDIDO DO OPERADOR
      *    ("P") - FECHA O PAR DA LINHA "I" SEM CONTAR COMO RODADA
      *    CONCLUIDA, COM OS CONTADORES DO PONTO DA PARADA.
       GRAVA-RUNLOG-PAUSA.
           OPEN EXTEND PRUNLOG
           IF W-FS-RUNLOG NOT = "00"
              OPEN OUTPUT PRUNLOG
           END-IF
           ACCEPT W-DT-SYS FROM DATE
           ACCEPT W-TIME   FROM TIME
           MOVE SPACES    TO REG-RUNLOG
           MOVE "XPGR47"  TO RL-PROGRAMA
           MOVE W-DT-SYS  TO RL-DATA
           MOVE W-TIME    TO RL-HORA
           MOVE W-LIDOS   TO RL-LIDOS
           MOVE W-CARTAS  TO RL-GRAVADOS
           MOVE "P"       TO RL-EVENTO
           MOVE W-AM-NOME TO RL-AMBIENTE
           WRITE REG-RUNLOG
           CLOSE PRUNLOG.
       FIM-GRAVA-RUNLOG-PAUSA.
           EXIT.

      *****************************************************************
      *    SEGUE-SESSAO: SO' FORA DA ENTREGA AO XPGR42. SE O XPGR47
      *    FOI ENCADEADO COMO PASSO DE UMA SESSAO GUIADA (SESSAO.TXT,
      *    P=PENDENTE, E=EXECUTANDO, C=CONCLUIDO - HOJE SO' O AFERE
      *    MONTA FILA COM ELE), O PASSO "E" VIRA "C", O PROXIMO
      *    PENDENTE VIRA "E" E RECEBE O CHAIN - A MESMA DANCA DO
      *    VERIFICA-SESSAO DO BINGON/TRUNCA/SORT. SEM FILA OU SEM
      *    PENDENTE, VOLTA E A RODADA PARA COMO SEMPRE.
      *****************************************************************
       SEGUE-SESSAO.
           MOVE SPACES TO W-PROX-PROGRAMA
           PERFORM CARREGA-FILA-SES THRU FIM-CARREGA-FILA-SES
           IF W-QTDE-FILA-SES = ZEROS
              GO TO FIM-SEGUE-SESSAO.
           MOVE ZEROS TO W-IND-EXEC-SES W-IND-PEND-SES
           PERFORM TESTA-FILA-SES THRU FIM-TESTA-FILA-SES
                   VARYING W-IND-FILA-SES FROM 1 BY 1
                   UNTIL W-IND-FILA-SES > W-QTDE-FILA-SES
      *    PASSO "E" QUE NAO E' O XPGR47: A FILA NAO E' DESTA RODADA.
           IF W-IND-EXEC-SES = ZEROS
              GO TO FIM-SEGUE-SESSAO.
           MOVE "C" TO TFS-STATUS(W-IND-EXEC-SES)
           IF W-IND-PEND-SES > ZEROS
              MOVE "E" TO TFS-STATUS(W-IND-PEND-SES)
              MOVE TFS-PROGRAMA(W-IND-PEND-SES) TO W-PROX-PROGRAMA
           END-IF
           OPEN OUTPUT PSESSAO
           IF W-FS-SESSAO NOT = "00"
              GO TO FIM-SEGUE-SESSAO.
           PERFORM GRAVA-FILA-SES THRU FIM-GRAVA-FILA-SES
                   VARYING W-IND-FILA-SES FROM 1 BY 1
                   UNTIL W-IND-FILA-SES > W-QTDE-FILA-SES
           CLOSE PSESSAO
           IF W-PROX-PROGRAMA = "BINGON"
              CHAIN "BINGON"
           END-IF
           IF W-PROX-PROGRAMA = "TRUNCA"
              CHAIN "TRUNCA"
           END-IF
           IF W-PROX-PROGRAMA = "SORT"
              CHAIN "SORT"
           END-IF
           IF W-PROX-PROGRAMA = "ENGORDA"
              CHAIN "ENGORDA"
           END-IF
           IF W-PROX-PROGRAMA = "CERTIFICA"
              CHAIN "CERTIFICA"
           END-IF
           IF W-PROX-PROGRAMA = "AFERE"
              CHAIN "AFERE"
           END-IF.
       FIM-SEGUE-SESSAO.
           EXIT.

      *    CARREGA-FILA-SES: SESSAO.TXT EM TAB-FILA-SES (ZERO PASSOS
      *    QUANDO NAO HA' SESSAO GUIADA).
       CARREGA-FILA-SES.
           MOVE ZEROS TO W-QTDE-FILA-SES
           OPEN INPUT PSESSAO
           IF W-FS-SESSAO NOT = "00"
              GO TO FIM-CARREGA-FILA-SES.
       LE-FILA-SES.
           READ PSESSAO AT END
                CLOSE PSESSAO
                GO TO FIM-CARREGA-FILA-SES.
           IF SES-PROGRAMA = SPACES
              GO TO LE-FILA-SES.
           IF W-QTDE-FILA-SES NOT < 10
              GO TO LE-FILA-SES.
           ADD 1 TO W-QTDE-FILA-SES
           MOVE SES-PROGRAMA TO TFS-PROGRAMA(W-QTDE-FILA-SES)
           MOVE SES-STATUS   TO TFS-STATUS(W-QTDE-FILA-SES)
           GO TO LE-FILA-SES.
       FIM-CARREGA-FILA-SES.
           EXIT.

      *    MARCA-SESSAO-INTERROMPIDA: PAUSA A PEDIDO DO OPERADOR - O
      *    PASSO DO XPGR47 EM EXECUCAO VIRA "I" E OS PENDENTES FICAM
      *    COMO ESTAO. A LINHA "I" LEVA O PEDIDO (LK-PATH/NOME/DATA)
      *    PARA O MENU DAR O CHAIN DA RETOMADA; O PAINEL MOSTRA ONDE
      *    PAROU.
       MARCA-SESSAO-INTERROMPIDA.
           PERFORM CARREGA-FILA-SES THRU FIM-CARREGA-FILA-SES
           IF W-QTDE-FILA-SES = ZEROS
              GO TO FIM-MARCA-SESSAO-INTERROMPIDA.
           MOVE ZEROS TO W-IND-EXEC-SES W-IND-PEND-SES
           PERFORM TESTA-FILA-SES THRU FIM-TESTA-FILA-SES
                   VARYING W-IND-FILA-SES FROM 1 BY 1
                   UNTIL W-IND-FILA-SES > W-QTDE-FILA-SES
           IF W-IND-EXEC-SES = ZEROS
              GO TO FIM-MARCA-SESSAO-INTERROMPIDA.
           MOVE "I" TO TFS-STATUS(W-IND-EXEC-SES)
           OPEN OUTPUT PSESSAO
           IF W-FS-SESSAO NOT = "00"
              GO TO FIM-MARCA-SESSAO-INTERROMPIDA.
           PERFORM GRAVA-FILA-SES THRU FIM-GRAVA-FILA-SES
                   VARYING W-IND-FILA-SES FROM 1 BY 1
                   UNTIL W-IND-FILA-SES > W-QTDE-FILA-SES
           CLOSE PSESSAO.
       FIM-MARCA-SESSAO-INTERROMPIDA.
           EXIT.

       TESTA-FILA-SES.
           IF W-IND-EXEC-SES = ZEROS
              AND TFS-PROGRAMA(W-IND-FILA-SES) = "XPGR47"
              AND TFS-STATUS(W-IND-FILA-SES) = "E"
              MOVE W-IND-FILA-SES TO W-IND-EXEC-SES.
           IF W-IND-PEND-SES = ZEROS
              AND (TFS-STATUS(W-IND-FILA-SES) = "P"
                   OR TFS-STATUS(W-IND-FILA-SES) = SPACE)
              MOVE W-IND-FILA-SES TO W-IND-PEND-SES.
       FIM-TESTA-FILA-SES.
           EXIT.

       GRAVA-FILA-SES.
           MOVE SPACES TO REG-SESSAO
           MOVE TFS-PROGRAMA(W-IND-FILA-SES) TO SES-PROGRAMA
           MOVE TFS-STATUS(W-IND-FILA-SES)   TO SES-STATUS
           IF W-IND-FILA-SES = W-IND-EXEC-SES
              AND TFS-STATUS(W-IND-FILA-SES) = "I"
              MOVE LK-PATH TO SES-PATH
              MOVE LK-NOME TO SES-NOME
              MOVE LK-DATA TO SES-DATA.
           WRITE REG-SESSAO.
       FIM-GRAVA-FILA-SES.
           EXIT.

      *****************************************************************
      *    CONTA-PROGRESSO: A CADA W-PROGR-CADENCIA REGISTROS DEIXA O
      *    PULSO "A" EM PROGRESSO.TXT - O PAINEL MOSTRA O ANDAMENTO
      *    E O VIGIA DA AGENDA ACUSA A RODADA CUJO PULSO PAROU.
      *****************************************************************
       CONTA-PROGRESSO.
           ADD 1 TO W-PROGR-CONT
           IF W-PROGR-CONT < W-PROGR-CADENCIA
              GO TO FIM-CONTA-PROGRESSO
           END-IF
           MOVE ZEROS TO W-PROGR-CONT
           MOVE "A"   TO W-PROGR-EVENTO
           PERFORM GRAVA-PROGRESSO THRU FIM-GRAVA-PROGRESSO.
       FIM-CONTA-PROGRESSO.
           EXIT.

       GRAVA-PROGRESSO.
           OPEN EXTEND PPROGR
           IF W-FS-PROGR NOT = "00"
              OPEN OUTPUT PPROGR
           END-IF
           IF W-FS-PROGR NOT = "00"
              GO TO FIM-GRAVA-PROGRESSO
           END-IF
           ACCEPT W-DT-SYS FROM DATE
           ACCEPT W-TIME   FROM TIME
           MOVE SPACES           TO REG-PROGR
           MOVE "XPGR47"         TO PG-PROGRAMA
           MOVE W-DT-SYS         TO PG-DATA
           MOVE W-TIME           TO PG-HORA
           MOVE W-LIDOS          TO PG-LIDOS
           MOVE W-PROGR-TOTAL    TO PG-TOTAL
           MOVE W-PARAR-INI-DATA TO PG-INI-DATA
           MOVE W-PARAR-INI-HORA TO PG-INI-HORA
           MOVE W-PROGR-EVENTO   TO PG-EVENTO
           WRITE REG-PROGR
           CLOSE PPROGR.
       FIM-GRAVA-PROGRESSO.
           EXIT.

      *****************************************************************
      *    PAUSA-RODADA: PARADA PEDIDA PELO OPERADOR EM PARAR.TXT, LOGO
      *    DEPOIS DE UM REGISTRO CRITICADO - O CHECKPOINT TIRADO AQUI
      *    E' EXATO E A RETOMADA SEGUE DO REGISTRO SEGUINTE (OS
      *    ANTERIORES PASSAM EM MODO RECONTAGEM, COMO EM QUALQUER
      *    RETOMADA). FECHA OS ARQUIVOS SEM O FECHO DO .REL E SEM
      *    LACRAR A DEVOLUCAO, GRAVA O "P" NO RUNLOG, MARCA O PASSO
      *    DA SESSAO GUIADA COMO INTERROMPIDO E SOLTA A TRAVA.
      *****************************************************************
       PAUSA-RODADA.
           PERFORM GRAVA-CHECKPOINT THRU FIM-GRAVA-CHECKPOINT
           CLOSE PENTR PSAIDA PFINANC PCEPINV POVERFL
                 PROTEIR PPOSTAG PPROJIN PNOTIFI PDEBINV PASSDUP
                 PPRESEN PAGING PSUPRIM.
           IF W-ASSEXT-OK = "S"
              CLOSE PASSEXT.
           IF W-ABRIU-QUALID = "S"
              CLOSE PQUALID.
           IF W-ABRIU-FINPARC = "S"
              CLOSE PFINPARC.
           IF W-MESTRE-OK = "S"
              CLOSE PMESTRE.
           IF W-INSTR-OK = "S"
              CLOSE PINSTR.
           IF W-ABRIU-FRAUDE = "S"
              CLOSE PFRAUDE.
           IF W-ABRIU-DEVOLV = "S"
              CLOSE PDEVOLV.
           PERFORM GRAVA-RUNLOG-PAUSA THRU FIM-GRAVA-RUNLOG-PAUSA.
           MOVE "P" TO W-PROGR-EVENTO.
           PERFORM GRAVA-PROGRESSO THRU FIM-GRAVA-PROGRESSO.
           PERFORM MARCA-SESSAO-INTERROMPIDA
                   THRU FIM-MARCA-SESSAO-INTERROMPIDA.
           PERFORM LIBERA-TRAVA THRU FIM-LIBERA-TRAVA.
           DISPLAY (23 01) "RODADA PAUSADA A PEDIDO DO OPERADOR - "
                   "LIDOS " W-LIDOS " CARTAS " W-CARTAS.
       FIM-PAUSA-RODADA.
           EXIT.

      *****************************************************************
      *    VERIFICA-PARADA: A CADA W-PARAR-CADENCIA REGISTROS OLHA O
      *    PARAR.TXT. PEDIDO COM O NOME DESTE PROGRAMA OU "TODOS",
      *    FEITO DEPOIS DA PARTIDA DESTA RODADA, LIGA PARADA-PEDIDA.
      *    SEM O ARQUIVO, SEGUE NORMALMENTE.
      *****************************************************************
       VERIFICA-PARADA.
           ADD 1 TO W-PARAR-CONT
           IF W-PARAR-CONT < W-PARAR-CADENCIA
              GO TO FIM-VERIFICA-PARADA.
           MOVE ZEROS TO W-PARAR-CONT
           OPEN INPUT PPARAR
           IF W-FS-PARAR NOT = "00"
              GO TO FIM-VERIFICA-PARADA.
       LE-PARAR.
           READ PPARAR AT END
                CLOSE PPARAR
                GO TO FIM-VERIFICA-PARADA.
           IF PA-PROGRAMA NOT = "XPGR47"
              AND PA-PROGRAMA NOT = "TODOS"
              GO TO LE-PARAR.
           MOVE PA-DATA TO W-PARAR-PED-DATA
           MOVE PA-HORA TO W-PARAR-PED-HORA
           IF W-PARAR-PEDIDO < W-PARAR-INICIO
              GO TO LE-PARAR.
           MOVE "S" TO W-PARADA
           CLOSE PPARAR.
       FIM-VERIFICA-PARADA.
           EXIT.
      *****************************************************************
      *    GRAVA-INCIDENTE: UMA LINHA EM INCIDENTE.TXT COM O MOTIVO
      *    (W-MOT-INCID) E OS CONTADORES DO MOMENTO DA PARADA, ANTES
      *****************************************************************
       LE-DESTINO.
           MOVE "XPGR42" TO W-ALVO-HANDOFF
           MOVE "DESTINO.TXT" TO W-PM-ARQUIVO
           PERFORM ANOTA-PARAMETRO THRU FIM-ANOTA-PARAMETRO
           OPEN INPUT PDESTINO
           IF W-FS-DESTINO NOT = "00"
              GO TO FIM-LE-DESTINO.
           MOVE LK-PATH TO PE-PATH
           MOVE LK-NOME TO PE-NOME
           MOVE LK-DATA TO PE-DATA
           MOVE W-GT-MOTIVO TO PE-MOTIVO
           WRITE REG-PENDEN
           CLOSE PPENDEN
           MOVE "PENDENTE" TO W-PS-SITUACAO
           PERFORM ATUALIZA-PEDREG THRU FIM-ATUALIZA-PEDREG.
       FIM-REGISTRA-PENDENTE.
           EXIT.
      *****************************************************************
      *    ATUALIZA-PEDREG: LEVA A SITUACAO DO PEDIDO (CRITICADO,
      *    PENDENTE, REPASSADO) AO REGISTRO DE CHEGADA PELO PEDSIT.
      *    PEDIDO FORA DO REGISTRO OU SEM O PEDSIT NO LUGAR NAO PARA
      *    A RODADA - SO' FICA O AVISO.
      *****************************************************************
       ATUALIZA-PEDREG.
           MOVE LK-PATH TO W-PS-ARQUIVO
           CALL "PEDSIT" USING W-PEDSIT
               ON EXCEPTION
                  GO TO FIM-ATUALIZA-PEDREG
           END-CALL
           IF W-PS-RET = "1"
              DISPLAY (24 01) "PEDIDO FORA DO REGISTRO DE CHEGADA "
                      "(PEDIDOS_REG.TXT)"
           END-IF.
       FIM-ATUALIZA-PEDREG.
           EXIT.
      *****************************************************************
      *    CONVERTE-PEDIDO: PEDIDO NUM LAYOUT DE OUTRA VERSAO E'
      *    CONVERTIDO PARA O REGENTR-1 PELO CONVPED (O ORIGINAL FICA
      *    COMO .ORI). VERSAO QUE NAO ESTA' NO REGISTRO DE LAYOUTS
      *    NAO E' CRITICADA - SERIA CRITICADA COM OS CAMPOS
      *    DESLOCADOS. SEM O CONVPED NO LUGAR, SEGUE COMO SEMPRE.
      *    A PARTE DE UM PEDIDO PARTICIONADO JA' VEM CONVERTIDA DO
      *    PARTICAO.
      *****************************************************************
       CONVERTE-PEDIDO.
           MOVE LK-PATH TO W-CV-ARQUIVO
           MOVE LK-NOME TO W-CV-NOME
           CALL "CONVPED" USING W-CONVPED
               ON EXCEPTION
                  MOVE "0" TO W-CV-RET
                  GO TO FIM-CONVERTE-PEDIDO
           END-CALL
           IF W-CV-RET = "1"
              DISPLAY (23 01) "PEDIDO NA VERSAO " W-CV-VERSAO
                      " CONVERTIDO - VER CONVERSAO.TXT"
              GO TO FIM-CONVERTE-PEDIDO.
           IF W-CV-RET = "2"
              DISPLAY (23 01) "PEDIDO EM VERSAO DE LAYOUT DESCONHECIDA"
                      " - REGISTRO DE " W-CV-TAMANHO " BYTES"
              MOVE SPACES TO W-MOT-INCID
              STRING "VERSAO DE LAYOUT DESCONHECIDA - TAM "
                     W-CV-TAMANHO DELIMITED BY SIZE INTO W-MOT-INCID
              PERFORM GRAVA-INCIDENTE THRU FIM-GRAVA-INCIDENTE
              STOP RUN.
           IF W-CV-RET = "9"
              DISPLAY (23 01) "FALHA NA CONVERSAO DO PEDIDO (VERSAO "
                      W-CV-VERSAO ") - ORIGINAL INTACTO"
              MOVE "FALHA NA CONVERSAO DE LAYOUT DO PEDIDO"
                   TO W-MOT-INCID
              PERFORM GRAVA-INCIDENTE THRU FIM-GRAVA-INCIDENTE
              STOP RUN.
       FIM-CONVERTE-PEDIDO.
           EXIT.
      *****************************************************************
      *    COMPOE-PROVA: O PROVA COMPOE AS PRIMEIRAS CARTAS E UMA
      *    AMOSTRA DE CADA MODELO DO PEDIDO. PROVA COMPOSTA DEIXA O
      *    PEDIDO "AGUARDANDO PROVA" (O MOTIVO DO ACEITE, SE HOUVER,
      *    TEM PRECEDENCIA NA FILA - O REDESPACHO L PASSA O PEDIDO
      *    PARA A PROVA). PROVA LIGADA QUE NAO PODE SER COMPOSTA
      *    RETEM O PEDIDO COM INCIDENTE. SEM O PROVA NO LUGAR OU SEM
      *    PROVA.TXT, SEGUE COMO SEMPRE.
      *****************************************************************
       COMPOE-PROVA.
           MOVE LK-PATH TO W-PV-ARQUIVO
           MOVE LK-NOME TO W-PV-NOME
           MOVE LK-DATA TO W-PV-DATA
           CALL "PROVA" USING W-PROVA
               ON EXCEPTION
                  MOVE "0" TO W-PV-RET
           END-CALL
           IF W-PV-RET = "0"
              GO TO FIM-COMPOE-PROVA.
           IF W-PV-RET = "1"
              IF W-PV-MODELOS = ZEROS
                 GO TO FIM-COMPOE-PROVA
              END-IF
              MOVE "S" TO W-EM-PROVA
              IF NOT ACEITE-EXCEDIDO
                 MOVE "AGUARDANDO PROVA" TO W-GT-MOTIVO
              END-IF
              GO TO FIM-COMPOE-PROVA.
           MOVE "PROVA DO PEDIDO NAO COMPOSTA" TO W-MOT-INCID
           PERFORM GRAVA-INCIDENTE THRU FIM-GRAVA-INCIDENTE
           IF NOT ACEITE-EXCEDIDO
              MOVE "S" TO W-GT-EXCEDIDO
              MOVE "PROVA DO PEDIDO NAO COMPOSTA" TO W-GT-MOTIVO
           END-IF.
       FIM-COMPOE-PROVA.
           EXIT.
      *****************************************************************
      *    TOMA-TRAVA: SO' UMA RODADA POR VEZ - SE A TRAVA ESTA "L",
      *    A RODADA DESATENDIDA E' RECUSADA COM INCIDENTE E A
      *    INTERATIVA MOSTRA A IDADE DA TRAVA E DEIXA O OPERADOR
                    GO TO FIM-RECEBE-PARAM.
           DISPLAY  5         UPON      ARGUMENT-NUMBER
           ACCEPT   W-FORCA-TRAVA       FROM      ARGUMENT-VALUE.
           IF       W-ARGC    < 6
                    GO TO FIM-RECEBE-PARAM.
           DISPLAY  6         UPON      ARGUMENT-NUMBER
           ACCEPT   W-PARTE   FROM      ARGUMENT-VALUE.
       FIM-RECEBE-PARAM.
           EXIT.

      *****************************************************************
      *    PREPARA-PARTICAO: RODADA DE UMA PARTE DE PEDIDO CORTADO
      *    PELO PARTICAO. A PARTE TEM QUE ESTAR NO CONTROLE DO CORTE
      *    (PARTICAO.TXT) COM ESTE ARQUIVO; DALI VEM O NOME DO PEDIDO
      *    ORIGINAL E QUANTOS DOCUMENTOS VEM ANTES DA PARTE. OS
      *    ARQUIVOS DA INSTANCIA GANHAM A EXTENSAO ".Pnn" E OS
      *    E-COD-ASS DAS PARTES ANTERIORES ENTRAM NA TABELA DA
      *    DUPLICIDADE ANTES DO PRIMEIRO REGISTRO.
      *****************************************************************
       PREPARA-PARTICAO.
           MOVE "N" TO W-PT-ACHOU
           MOVE SPACES TO W-MOT-INCID
           STRING "PARTE " W-PARTE " FORA DO CONTROLE (PARTICAO.TXT)"
                  DELIMITED BY SIZE INTO W-MOT-INCID
           OPEN INPUT PPARTIC
           IF W-FS-PARTIC NOT = "00"
              GO TO RECUSA-PARTICAO.
       LE-PARTIC.
           READ PPARTIC AT END
                CLOSE PPARTIC
                GO TO TESTA-PARTICAO.
           IF PC-TIPO = "C"
              MOVE PC-NOME TO W-NOME-PEDIDO
              GO TO LE-PARTIC.
           IF PP-TIPO = "P" AND PP-PARTE = W-PARTE
                            AND PP-ARQUIVO = LK-NOME
              MOVE "S" TO W-PT-ACHOU
              MOVE PP-BASE TO W-PT-BASE.
           GO TO LE-PARTIC.
       TESTA-PARTICAO.
           IF W-PT-ACHOU = "S"
              GO TO NOMEIA-PARTICAO.
       RECUSA-PARTICAO.
           DISPLAY (23 01) "RODADA RECUSADA - " W-MOT-INCID
           PERFORM GRAVA-INCIDENTE THRU FIM-GRAVA-INCIDENTE
           STOP RUN.
       NOMEIA-PARTICAO.
           MOVE W-PARTE TO W-PT-EXT-NR
           PERFORM NOMEIA-ARQ-INST THRU FIM-NOMEIA-ARQ-INST
                    VARYING W-PT-IND FROM 1 BY 1
                    UNTIL W-PT-IND > 24.
      *    SEM A LISTA DO PEDIDO INTEIRO A DUPLICIDADE ENTRE PARTES
      *    PASSARIA CALADA - A PARTE NAO RODA.
           MOVE "LISTA DE ASSINANTES DA PARTICAO AUSENTE"
                TO W-MOT-INCID
           OPEN INPUT PPARTASS
           IF W-FS-PARTASS NOT = "00"
              GO TO RECUSA-PARTICAO.
       LE-PARTASS.
           READ PPARTASS AT END
                CLOSE PPARTASS
                GO TO FIM-PREPARA-PARTICAO.
           IF PA-PARTE NOT < W-PARTE OR PA-COD = SPACES
              GO TO LE-PARTASS.
           IF W-QT-ASS NOT < 5000
              GO TO LE-PARTASS.
           ADD 1 TO W-QT-ASS
           MOVE PA-COD TO TA-COD(W-QT-ASS)
           MOVE PA-SEQ TO TA-SEQ(W-QT-ASS)
           GO TO LE-PARTASS.
       FIM-PREPARA-PARTICAO.
           EXIT.

       NOMEIA-ARQ-INST.
           MOVE ZEROS TO W-PT-POS
           INSPECT W-ARQ-INST(W-PT-IND) TALLYING W-PT-POS
                   FOR CHARACTERS BEFORE INITIAL "."
           ADD 2 TO W-PT-POS
           MOVE W-PT-EXT TO W-ARQ-INST(W-PT-IND) (W-PT-POS : 3).
       FIM-NOMEIA-ARQ-INST.
           EXIT.

      *****************************************************************
      *    GRAVA-PARCIAL: RESUMO DA PARTE PARA O REUNE - SO' A PARTE
      *    QUE CHEGOU AO FIM DEIXA O RESUMO "CONCLUIDA".
      *****************************************************************
       GRAVA-PARCIAL.
           OPEN OUTPUT PPARCIAL
           IF W-FS-PARCIAL NOT = "00"
              MOVE "RESUMO DA PARTE SEM GRAVACAO (PARCIAL)"
                   TO W-MOT-INCID
              PERFORM GRAVA-INCIDENTE THRU FIM-GRAVA-INCIDENTE
              GO TO FIM-GRAVA-PARCIAL.
           MOVE SPACES        TO REG-PARCIAL
           MOVE W-PARTE       TO PR-PARTE
           MOVE LK-NOME       TO PR-NOME
           MOVE W-LIDOS       TO PR-LIDOS
           MOVE W-CARTAS      TO PR-CARTAS
           MOVE W-QTDE-CRITICAS TO PR-CRITICAS
           MOVE W-SUPRIMIDOS  TO PR-SUPRIM
           MOVE W-QT-RETIDAS  TO PR-RETIDAS
           MOVE W-CARTAS-PRE  TO PR-PRESENT
           MOVE W-QT-FALLBACK TO PR-FALLBACK
           MOVE W-AC-TOT-PARC TO PR-TOT-PARC
           MOVE W-AC-TOT-DEB  TO PR-TOT-DEB
           MOVE W-AC-TOT-PAGO TO PR-TOT-PAGO
           MOVE W-GT-BASE     TO PR-GT-BASE
           PERFORM MOVE-PARCIAL-ACEITE THRU FIM-MOVE-PARCIAL-ACEITE
                    VARYING W-GT-IND FROM 1 BY 1
                    UNTIL W-GT-IND > 7.
           PERFORM MOVE-PARCIAL-AGING THRU FIM-MOVE-PARCIAL-AGING
                    VARYING W-IND-AGI FROM 1 BY 1
                    UNTIL W-IND-AGI > 4.
           MOVE "CONCLUIDA"   TO PR-SITUACAO
           WRITE REG-PARCIAL
           CLOSE PPARCIAL.
       FIM-GRAVA-PARCIAL.
           EXIT.

       MOVE-PARCIAL-ACEITE.
           MOVE TGT-QTDE(W-GT-IND) TO PR-GT-QTDE(W-GT-IND).
       FIM-MOVE-PARCIAL-ACEITE.
           EXIT.

       MOVE-PARCIAL-AGING.
           MOVE TAGI-QT(W-IND-AGI)  TO PR-AG-QT(W-IND-AGI)
           MOVE TAGI-VAL(W-IND-AGI) TO PR-AG-VAL(W-IND-AGI).
       FIM-MOVE-PARCIAL-AGING.
           EXIT.

      *****************************************************************
      *    CALCULA-IDADE-EXTRATO: IDADE DE E-DATA-PROC EM DIAS UTEIS
      *    ATE' HOJE, PELA CLASSIFICACAO DO TABELA (PONTO DE ENTRADA
      *    QUANDO UMA POSICAO DA TABELA HARDCODED ERA SPACES.
      *****************************************************************
       CARREGA-PROJETOS.
           MOVE "PROJETOS.TXT" TO W-PM-ARQUIVO
           PERFORM ANOTA-PARAMETRO THRU FIM-ANOTA-PARAMETRO
           OPEN INPUT PPROJTAB.
           IF W-FS-PROJTAB NOT = "00"
              GO TO FIM-CARREGA-PROJETOS.
                    UNTIL W-IND-CTB > W-QT-CARTAB
           IF W-ACHOU-CTB = ZEROS
              ADD 1 TO W-QT-RET-MOD
              MOVE "601" TO W-DV-COD
              MOVE E-CARTA TO W-DV-VALOR
              PERFORM RETEM-CARTA THRU FIM-RETEM-CARTA
              MOVE SPACES TO REGSAI
              STRING "** CARTA RETIDA SEQ " E-SEQ-REG
              GO TO FIM-VALIDA-CARTA-MODELO.
           IF TCB-ATIVO(W-ACHOU-CTB) = "N"
              ADD 1 TO W-QT-RET-MOD
              MOVE "602" TO W-DV-COD
              MOVE E-CARTA TO W-DV-VALOR
              PERFORM RETEM-CARTA THRU FIM-RETEM-CARTA
              MOVE SPACES TO REGSAI
              STRING "** CARTA RETIDA SEQ " E-SEQ-REG
           MOVE "S" TO W-REG-RETIDO
           ADD 1 TO W-QT-RETIDAS
           ADD 1 TO W-QTDE-CRITICAS
           PERFORM GRAVA-DEVOLUCAO THRU FIM-GRAVA-DEVOLUCAO
           IF MODO-RECONTAGEM
              GO TO FIM-RETEM-CARTA.
           OPEN EXTEND PRETID
       FIM-RETEM-CARTA.
           EXIT.

      ****************************************************************
      *    GRAVA-DEVOLUCAO: UMA LINHA "D" NA DEVOLUCAO A ORIGEM COM O
      *    CODIGO PADRAO EM W-DV-COD E O VALOR OFENSOR EM W-DV-VALOR.
      *    NA RECONTAGEM A LINHA JA ESTA NO ARQUIVO - SO' CONTA.
      ****************************************************************
       GRAVA-DEVOLUCAO.
           ADD 1 TO W-DV-DETALHES
           IF W-DV-FAM > ZEROS AND W-DV-FAM < 7
              ADD 1 TO W-DV-QT-FAM(W-DV-FAM).
           IF MODO-RECONTAGEM OR W-ABRIU-DEVOLV NOT = "S"
              GO TO FIM-GRAVA-DEVOLUCAO.
           MOVE ZEROS TO W-DV-ACHOU
           PERFORM PROCURA-DEV-COD THRU FIM-PROCURA-DEV-COD
                    VARYING W-DV-IND FROM 1 BY 1
                    UNTIL W-DV-IND > 21 OR W-DV-ACHOU > ZEROS.
           MOVE SPACES     TO REG-DEVOLV-D
           MOVE "D"        TO DD-TIPO
           MOVE E-SEQ-REG  TO DD-SEQ-REG
           MOVE E-COD-ASS  TO DD-COD-ASS
           MOVE W-DV-COD   TO DD-CODIGO
           IF W-DV-ACHOU > ZEROS
              MOVE TDV-DESCR(W-DV-ACHOU) TO DD-DESCR.
           MOVE W-DV-VALOR TO DD-VALOR
           WRITE REG-DEVOLV-D.
       FIM-GRAVA-DEVOLUCAO.
           EXIT.

       PROCURA-DEV-COD.
           IF TDV-COD(W-DV-IND) = W-DV-COD
              MOVE W-DV-IND TO W-DV-ACHOU.
       FIM-PROCURA-DEV-COD.
           EXIT.

       GRAVA-DEVOLVE-CAB.
           ACCEPT W-DV-HOJE FROM DATE YYYYMMDD
           ACCEPT W-DV-AGORA FROM TIME
           MOVE SPACES      TO REG-DEVOLV-H
           MOVE "H"         TO DH-TIPO
           MOVE "DEVOLVE01" TO DH-LAYOUT
           MOVE W-NOME-PEDIDO TO DH-NOME
           MOVE LK-DATA     TO DH-DATA-PED
           MOVE W-DV-HOJE   TO DH-DT-CRIT
           MOVE W-DV-HHMMSS TO DH-HR-CRIT
           WRITE REG-DEVOLV-H.
       FIM-GRAVA-DEVOLVE-CAB.
           EXIT.

      ****************************************************************
      *    FECHA-DEVOLVE: TRAILER COM AS CONTAGENS DO PEDIDO E O
      *    LACRE PARA A TRANSFERENCIA (DEVSELO - MESMO ENVELOPE DO
      *    TRANSMITE, REGISTRADO EM DEVOLVE_CTL.TXT PARA A CONFERENCIA
      *    DO RETORNO DA ORIGEM PELO DEVOLVE).
      ****************************************************************
       FECHA-DEVOLVE.
           MOVE SPACES        TO REG-DEVOLV-T
           MOVE "T"           TO DT-TIPO
           MOVE W-NOME-PEDIDO TO DT-NOME
           MOVE W-LIDOS       TO DT-LIDOS
           MOVE W-DV-DETALHES TO DT-DETALHES
           PERFORM MOVE-DEVOLVE-FAM THRU FIM-MOVE-DEVOLVE-FAM
                    VARYING W-DV-IND FROM 1 BY 1
                    UNTIL W-DV-IND > 6.
           WRITE REG-DEVOLV-T
           CLOSE PDEVOLV
           MOVE "N" TO W-ABRIU-DEVOLV
      *    A DEVOLUCAO DA PARTE SO' E' LACRADA JUNTO COM AS OUTRAS,
      *    PELO REUNE.
           IF MODO-PARTICAO
              GO TO FIM-FECHA-DEVOLVE.
           MOVE LK-NOME TO W-DS-NOME
           CALL "DEVSELO" USING W-DEVSELO
                ON EXCEPTION
                   MOVE "9" TO W-DS-RET
           END-CALL
           IF W-DS-RET NOT = "0"
              MOVE "DEVOLUCAO A ORIGEM NAO LACRADA (DEVSELO)"
                   TO W-MOT-INCID
              PERFORM GRAVA-INCIDENTE THRU FIM-GRAVA-INCIDENTE.
       FIM-FECHA-DEVOLVE.
           EXIT.

       MOVE-DEVOLVE-FAM.
           MOVE W-DV-QT-FAM(W-DV-IND) TO DT-QT-FAM(W-DV-IND).
       FIM-MOVE-DEVOLVE-FAM.
           EXIT.

      *    CONFERE-ANEXOS-MODELO: CADA ANEXO EXIGIDO PELO MODELO
      *    (FATIA NAO-BRANCA DE CB-ANEXOS) TEM QUE APARECER EM
      *    ALGUMA FATIA DE E-ANEXO123 - AUSENTE E' CRITICA.
      ****************************************************************
       CARREGA-VLPARC-MODO.
           MOVE "R" TO W-VLPARC-MODO
           MOVE "VL_PARC_MODO.TXT" TO W-PM-ARQUIVO
           PERFORM ANOTA-PARAMETRO THRU FIM-ANOTA-PARAMETRO
           OPEN INPUT PVLMODO.
           IF W-FS-VLMODO NOT = "00"
              GO TO FIM-CARREGA-VLPARC-MODO.
              AND E-VL-PARC(W-IND-VLP) NOT > TB-VL-MAX(W-REV-VLP)
              GO TO FIM-CRITICA-VL-UM.
           ADD 1 TO W-QTDE-CRITICAS
           MOVE "S" TO W-TEVE-CRITICA W-GT-MARCA(3)
           MOVE W-LIDOS TO WP-SEQ
           MOVE "PARCELA FORA DA FAIXA DO PROJETO" TO WP-MOTIVO
           MOVE E-NR-PROJ(W-IND-VLP)   TO WP-PROJ
           IF NOT MODO-RECONTAGEM
              WRITE REG-PROJIN FROM W-REG-PROJIN
           END-IF
           MOVE "303" TO W-DV-COD
           MOVE SPACES TO W-DV-VALOR
           STRING E-NR-PROJ(W-IND-VLP) " " E-VL-PARC(W-IND-VLP)
                  DELIMITED BY SIZE INTO W-DV-VALOR
           PERFORM GRAVA-DEVOLUCAO THRU FIM-GRAVA-DEVOLUCAO
           IF VLPARC-RETEM
              ADD 1 TO W-QT-RET-VLP
              MOVE "603" TO W-DV-COD
              MOVE SPACES TO W-DV-VALOR
              STRING E-NR-PROJ(W-IND-VLP) " " E-VL-PARC(W-IND-VLP)
                     DELIMITED BY SIZE INTO W-DV-VALOR
              PERFORM RETEM-CARTA THRU FIM-RETEM-CARTA
              MOVE SPACES TO REGSAI
              STRING "** CARTA RETIDA SEQ " E-SEQ-REG
       FIM-CRITICA-VL-UM.
           EXIT.

      ****************************************************************
      *    CARREGA-ACEITE: LIMITES DE ACEITE DA RODADA (ACEITE.TXT).
      *    TIPO SEM LINHA FICA COM 100,00% - SEM LIMITE.
      ****************************************************************
       CARREGA-ACEITE.
           PERFORM ZERA-ACEITE THRU FIM-ZERA-ACEITE
                    VARYING W-GT-IND FROM 1 BY 1
                    UNTIL W-GT-IND > 7.
           OPEN INPUT PACEITE.
           IF W-FS-ACEITE NOT = "00"
              GO TO FIM-CARREGA-ACEITE.
       LE-ACEITE.
           READ PACEITE AT END
                CLOSE PACEITE
                GO TO FIM-CARREGA-ACEITE.
           IF AL-LIMITE NOT NUMERIC
              GO TO LE-ACEITE.
           PERFORM TESTA-TIPO-ACEITE THRU FIM-TESTA-TIPO-ACEITE
                    VARYING W-GT-IND FROM 1 BY 1
                    UNTIL W-GT-IND > 7.
           GO TO LE-ACEITE.
       FIM-CARREGA-ACEITE.
           EXIT.

       ZERA-ACEITE.
           MOVE ZEROS TO TGT-QTDE(W-GT-IND)
           MOVE 100   TO TGT-LIMITE(W-GT-IND).
       FIM-ZERA-ACEITE.
           EXIT.

       TESTA-TIPO-ACEITE.
           IF AL-TIPO = TGN-TIPO(W-GT-IND)
              MOVE AL-LIMITE TO TGT-LIMITE(W-GT-IND).
       FIM-TESTA-TIPO-ACEITE.
           EXIT.

      ****************************************************************
      *    CONTA-ACEITE: O REGISTRO RECEM-PASSADO PELO TIPO-01 ENTRA
      *    NA BASE DO ACEITE (SUPRIMIDO NAO CONTA) E EM CADA TIPO DE
      *    CRITICA QUE O MARCOU; QUALQUER CRITICA OU RETENCAO CONTA
      *    NA REJEICAO GERAL.
      ****************************************************************
       CONTA-ACEITE.
           IF REG-SUPRIMIDO
              MOVE "NNNNNNN" TO W-GT-MARCAS
              GO TO FIM-CONTA-ACEITE.
           ADD 1 TO W-GT-BASE
           IF REG-RETIDO OR REG-COM-CRITICA
              MOVE "S" TO W-GT-MARCA(7).
           PERFORM SOMA-MARCA-ACEITE THRU FIM-SOMA-MARCA-ACEITE
                    VARYING W-GT-IND FROM 1 BY 1
                    UNTIL W-GT-IND > 6.
           IF W-GT-MARCA(7) = "S"
              ADD 1 TO TGT-QTDE(7).
           MOVE "NNNNNNN" TO W-GT-MARCAS.
       FIM-CONTA-ACEITE.
           EXIT.

       SOMA-MARCA-ACEITE.
           IF W-GT-MARCA(W-GT-IND) = "S"
              ADD 1 TO TGT-QTDE(W-GT-IND)
              MOVE "S" TO W-GT-MARCA(7).
       FIM-SOMA-MARCA-ACEITE.
           EXIT.

      ****************************************************************
      *    AVALIA-ACEITE: NO FECHO DO .REL, A TAXA DE CADA TIPO DE
      *    CRITICA SOBRE OS REGISTROS CRITICADOS CONTRA O LIMITE. O
      *    PRIMEIRO LIMITE EXCEDIDO VIRA O MOTIVO DA RETENCAO.
      ****************************************************************
       AVALIA-ACEITE.
           MOVE "N" TO W-GT-EXCEDIDO
           MOVE SPACES TO W-GT-MOTIVO
      *    A TAXA DE UMA PARTE NAO DIZ NADA - O REUNE AVALIA O PEDIDO
      *    SOMANDO AS PARTES.
           IF MODO-PARTICAO
              GO TO FIM-AVALIA-ACEITE.
           MOVE SPACES TO REGSAI
           PERFORM GRAVA-REL THRU FIM-GRAVA-REL
           STRING "** ACEITE DO PEDIDO (ACEITE.TXT) - BASE: "
                  W-GT-BASE " REGISTRO(S)"
                  DELIMITED BY SIZE INTO REGSAI
           PERFORM GRAVA-REL THRU FIM-GRAVA-REL
           PERFORM AVALIA-UM-ACEITE THRU FIM-AVALIA-UM-ACEITE
                    VARYING W-GT-IND FROM 1 BY 1
                    UNTIL W-GT-IND > 7.
           IF ACEITE-EXCEDIDO
              MOVE SPACES TO REGSAI
              STRING "** PEDIDO RETIDO PELO ACEITE - NAO SEGUE AO "
                     "XPGR42 SEM LIBERACAO DO SUPERVISOR"
                     DELIMITED BY SIZE INTO REGSAI
              PERFORM GRAVA-REL THRU FIM-GRAVA-REL
           END-IF.
       FIM-AVALIA-ACEITE.
           EXIT.

       AVALIA-UM-ACEITE.
           MOVE ZEROS TO W-GT-TAXA
           IF W-GT-BASE > ZEROS
              COMPUTE W-GT-TAXA ROUNDED =
                      TGT-QTDE(W-GT-IND) * 100 / W-GT-BASE
           END-IF
           MOVE W-GT-TAXA TO W-GT-TAXA-ED
           MOVE TGT-LIMITE(W-GT-IND) TO W-GT-LIM-ED
           MOVE SPACES TO REGSAI
           IF TGT-LIMITE(W-GT-IND) NOT < 100
              STRING "   " TGN-NOME(W-GT-IND) " "
                     TGT-QTDE(W-GT-IND) "  TAXA " W-GT-TAXA-ED
                     "%  SEM LIMITE"
                     DELIMITED BY SIZE INTO REGSAI
              PERFORM GRAVA-REL THRU FIM-GRAVA-REL
              GO TO FIM-AVALIA-UM-ACEITE.
           IF W-GT-TAXA NOT > TGT-LIMITE(W-GT-IND)
              STRING "   " TGN-NOME(W-GT-IND) " "
                     TGT-QTDE(W-GT-IND) "  TAXA " W-GT-TAXA-ED
                     "%  LIMITE " W-GT-LIM-ED "%  OK"
                     DELIMITED BY SIZE INTO REGSAI
              PERFORM GRAVA-REL THRU FIM-GRAVA-REL
              GO TO FIM-AVALIA-UM-ACEITE.
           STRING "   " TGN-NOME(W-GT-IND) " "
                  TGT-QTDE(W-GT-IND) "  TAXA " W-GT-TAXA-ED
                  "%  LIMITE " W-GT-LIM-ED "%  EXCEDIDO"
                  DELIMITED BY SIZE INTO REGSAI
           PERFORM GRAVA-REL THRU FIM-GRAVA-REL
           IF NOT ACEITE-EXCEDIDO
              MOVE "S" TO W-GT-EXCEDIDO
              STRING "ACEITE " DELIMITED BY SIZE
                     TGN-TIPO(W-GT-IND) DELIMITED BY SPACE
                     " " W-GT-TAXA-ED "% > " W-GT-LIM-ED "%"
                     DELIMITED BY SIZE INTO W-GT-MOTIVO
           END-IF.
       FIM-AVALIA-UM-ACEITE.
           EXIT.

      ****************************************************************
      *    CARREGA-REPHLD: LE A LISTA DE RETENCAO DE REPETIDOS, SE
      *    O ARQUIVO EXISTIR.
           IF W-E-REPETIDO NOT = "S"
              GO TO FIM-VERIFICA-REPETIDO.
           ADD 1 TO W-QT-RET-REP
           MOVE "604" TO W-DV-COD
           MOVE E-NOME-ASS TO W-DV-VALOR
           PERFORM RETEM-CARTA THRU FIM-RETEM-CARTA
           MOVE SPACES TO REGSAI
           STRING "** CARTA RETIDA SEQ " E-SEQ-REG
           COMPUTE W-HOJE-AAAAMMDD = 20000000
                   + (W-AA-SYS * 10000) + (W-MM-SYS * 100)
                   + W-DD-SYS
           MOVE "CEP_HOLD.TXT" TO W-PM-ARQUIVO
           PERFORM ANOTA-PARAMETRO THRU FIM-ANOTA-PARAMETRO
           OPEN INPUT PCEPHLD.
           IF W-FS-CEPHLD NOT = "00"
              GO TO FIM-CARREGA-CEPHLD.
           IF W-E-CEP-HOLD NOT = "S"
              GO TO FIM-VERIFICA-CEP-HOLD.
           ADD 1 TO W-QT-RET-CEP
           MOVE "605" TO W-DV-COD
           MOVE W-CEP-CARTA TO W-DV-VALOR
           PERFORM RETEM-CARTA THRU FIM-RETEM-CARTA
           MOVE SPACES TO REGSAI
           STRING "** CARTA RETIDA SEQ " E-SEQ-REG
      ****************************************************************
       CARREGA-TRANSLIT.
           MOVE ZEROS TO W-QT-TRANSL
           MOVE "TRANSLIT.TXT" TO W-PM-ARQUIVO
           PERFORM ANOTA-PARAMETRO THRU FIM-ANOTA-PARAMETRO
           OPEN INPUT PTRANSL.
           IF W-FS-TRANSL NOT = "00"
              GO TO FIM-CARREGA-TRANSLIT.
           STRING "** VALORES APURADOS - TOTAL PAGO: " W-VAL-ED-A
                  DELIMITED BY SIZE INTO REGSAI
           PERFORM GRAVA-REL THRU FIM-GRAVA-REL
           IF W-CV-RET = "1"
              MOVE SPACES TO REGSAI
              STRING "** PEDIDO CONVERTIDO DA VERSAO " W-CV-VERSAO
                     " - REGISTROS: " W-CV-REGS
                     "  DESCARTADOS: " W-CV-DESCART
                     "  COM PADRAO: " W-CV-PADRAO
                     " (CONVERSAO.TXT)"
                     DELIMITED BY SIZE INTO REGSAI
              PERFORM GRAVA-REL THRU FIM-GRAVA-REL.
      *    NA PARTE OS TOTAIS DE CONTROLE SAO DO PEDIDO INTEIRO -
      *    O CONFRONTO E' DO REUNE.
           IF W-TEM-CTLVAL = "N" OR MODO-PARTICAO
              GO TO FIM-VERIFICA-VALORES.
           IF W-AC-TOT-PARC NOT = W-ESP-TOT-PARC
              PERFORM DIVERGE-VALOR THRU FIM-DIVERGE-VALOR.
             IF (E-TIPO = "NO" OR E-TIPO = "DN" OR E-TIPO = "PR")
                IF W-LIDOS > W-CKPT-LIDOS
                   PERFORM TIPO-01 THRU FIM-TIPO-01
                   PERFORM CONTA-ACEITE THRU FIM-CONTA-ACEITE
                   ADD 1 TO W-CKPT-COUNT
                   IF W-CKPT-COUNT = 100
                      PERFORM GRAVA-CHECKPOINT
                              THRU FIM-GRAVA-CHECKPOINT
                      MOVE ZEROS TO W-CKPT-COUNT
                   END-IF
                   PERFORM CONTA-PROGRESSO THRU FIM-CONTA-PROGRESSO
                   PERFORM VERIFICA-PARADA THRU FIM-VERIFICA-PARADA
                   IF PARADA-PEDIDA
                      PERFORM PAUSA-RODADA THRU FIM-PAUSA-RODADA
                      STOP RUN
                   END-IF
                ELSE
      *     NA RETOMADA OS REGISTROS JA CONFIRMADOS PASSAM DE NOVO
      *     PELO TIPO-01 EM MODO RECONTAGEM, SO PARA REFAZER OS
      *     FALSA EM TODA RETOMADA.
                   MOVE "S" TO W-RECONTA
                   PERFORM TIPO-01 THRU FIM-TIPO-01
                   PERFORM CONTA-ACEITE THRU FIM-CONTA-ACEITE
                   MOVE "N" TO W-RECONTA
                END-IF
             END-IF.
      ****************************************************************
       TELA.
           DISPLAY (1 1) ERASE
           DISPLAY (1 60) "AMBIENTE: " W-AM-NOME
           DISPLAY (2 18) 
           "ABRIL- XPGR47 - MALA WELCOME -  CONSISTE PEDIDO"
      *     DISPLAY (10 20) "Digite nr do pedido: " 
      *     PELA CONTAGEM PROPRIA, QUE FECHA O TRAILER.
            PERFORM VERIFICA-SUPRESSAO THRU FIM-VERIFICA-SUPRESSAO
            IF REG-SUPRIMIDO
               PERFORM MESTRE-RETIDO THRU FIM-MESTRE-RETIDO
               GO TO FIM-TIPO-01.
      *     FAIXA DE CEP SEGURADA (CEP_HOLD.TXT): A AREA ESTA COM A
      *     ENTREGA SUSPENSA - A CARTA E' RETIDA ATE' A JANELA
      *     FECHAR.
            PERFORM VERIFICA-CEP-HOLD THRU FIM-VERIFICA-CEP-HOLD
            IF REG-RETIDO
               PERFORM MESTRE-RETIDO THRU FIM-MESTRE-RETIDO
               GO TO FIM-TIPO-01.
      *     MODELO DE CARTA DESCONHECIDO OU INATIVO: O REGISTRO E'
      *     RETIDO INTEIRO (CARTA_RETIDA.TXT) EM VEZ DE SEGUIR PARA
      *     O BUREAU IMPRIMIR ERRADO.
            PERFORM VALIDA-CARTA-MODELO THRU FIM-VALIDA-CARTA-MODELO
            IF REG-RETIDO
               PERFORM MESTRE-RETIDO THRU FIM-MESTRE-RETIDO
               GO TO FIM-TIPO-01.
      *     PARCELA FORA DA FAIXA PLAUSIVEL DO PROJETO: O ERRO DE
      *     PRECO MORRE NA CRITICA (RELATO OU RETENCAO, CONFORME O
      *     MODO DA RODADA) EM VEZ DE MORRER NO CORREIO.
            PERFORM CRITICA-VL-PARC THRU FIM-CRITICA-VL-PARC
            IF REG-RETIDO
               PERFORM MESTRE-RETIDO THRU FIM-MESTRE-RETIDO
               GO TO FIM-TIPO-01.
      *     BOAS-VINDAS REPETIDA (LISTA DO REPETIDO): A CARTA E'
      *     RETIDA EM VEZ DE SAUDAR O MESMO ASSINANTE DE NOVO.
            PERFORM VERIFICA-REPETIDO THRU FIM-VERIFICA-REPETIDO
            IF REG-RETIDO
               PERFORM MESTRE-RETIDO THRU FIM-MESTRE-RETIDO
               GO TO FIM-TIPO-01.
      *     CARTAO OU CONTA DE MUITOS NOMES/CEPS (INSTRUMENTO.DAT):
      *     RELATADO EM FRAUDE_SUSPEITA.TXT E, NO MODO "H", A CARTA
      *     RETIDA ATE' A VENDA SER VERIFICADA.
            PERFORM VERIFICA-FRAUDE THRU FIM-VERIFICA-FRAUDE
            IF REG-RETIDO
               PERFORM MESTRE-RETIDO THRU FIM-MESTRE-RETIDO
               GO TO FIM-TIPO-01.
      *     SANEACAO DE IMPRESSAO: OS CAMPOS QUE VAO A PAPEL PASSAM
      *     PELA TRANSLITERACAO ANTES DE QUALQUER SAIDA.
            PERFORM VERIFICA-ASS-DUP  THRU FIM-VERIFICA-ASS-DUP
            PERFORM GERA-PRESENTEADO  THRU FIM-GERA-PRESENTEADO
            PERFORM EXTRAI-ASSINANTE  THRU FIM-EXTRAI-ASSINANTE
            PERFORM ATUALIZA-MESTRE   THRU FIM-ATUALIZA-MESTRE
            MOVE 1 TO W-IND
            PERFORM PROJETO THRU FIM-PROJETO
                     UNTIL W-IND > 6
              IF NOT MODO-RECONTAGEM
                 WRITE REG-CEPINV FROM W-REG-CEPINV
              END-IF
              MOVE "101" TO W-DV-COD
              MOVE WC-CEP TO W-DV-VALOR
              PERFORM GRAVA-DEVOLUCAO THRU FIM-GRAVA-DEVOLUCAO
              MOVE "S" TO W-TEVE-CRITICA W-GT-MARCA(1)
           END-IF
           IF (E-CEP5-PRE NOT NUMERIC) OR (E-CEP5-PRE = ZEROS)
              MOVE W-LIDOS        TO WC-SEQ
              IF NOT MODO-RECONTAGEM
                 WRITE REG-CEPINV FROM W-REG-CEPINV
              END-IF
              MOVE "102" TO W-DV-COD
              MOVE WC-CEP TO W-DV-VALOR
              PERFORM GRAVA-DEVOLUCAO THRU FIM-GRAVA-DEVOLUCAO
              MOVE "S" TO W-TEVE-CRITICA W-GT-MARCA(1)
           END-IF.
       FIM-VALIDA-CEP.
           EXIT.
                 IF NOT MODO-RECONTAGEM
                    WRITE REG-DEBINV FROM W-REG-DEBINV
                 END-IF
                 MOVE "201" TO W-DV-COD
                 MOVE E-DB-CARTAO TO W-DV-VALOR
                 PERFORM GRAVA-DEVOLUCAO THRU FIM-GRAVA-DEVOLUCAO
                 MOVE "S" TO W-TEVE-CRITICA W-GT-MARCA(2)
              END-IF
           END-IF
           IF E-DB-BCO NOT = SPACES
                 IF NOT MODO-RECONTAGEM
                    WRITE REG-DEBINV FROM W-REG-DEBINV
                 END-IF
                 MOVE "202" TO W-DV-COD
                 MOVE E-BANCO TO W-DV-VALOR
                 PERFORM GRAVA-DEVOLUCAO THRU FIM-GRAVA-DEVOLUCAO
                 MOVE "S" TO W-TEVE-CRITICA W-GT-MARCA(2)
              END-IF
              IF (E-AGENCIA NOT NUMERIC) OR (E-AGENCIA = ZEROS)
                 MOVE W-LIDOS     TO WD-SEQ
                 IF NOT MODO-RECONTAGEM
                    WRITE REG-DEBINV FROM W-REG-DEBINV
                 END-IF
                 MOVE "203" TO W-DV-COD
                 MOVE E-AGENCIA TO W-DV-VALOR
                 PERFORM GRAVA-DEVOLUCAO THRU FIM-GRAVA-DEVOLUCAO
                 MOVE "S" TO W-TEVE-CRITICA W-GT-MARCA(2)
              END-IF
              IF (E-CONTA NOT NUMERIC) OR (E-CONTA = ZEROS)
                 MOVE W-LIDOS     TO WD-SEQ
                 IF NOT MODO-RECONTAGEM
                    WRITE REG-DEBINV FROM W-REG-DEBINV
                 END-IF
                 MOVE "204" TO W-DV-COD
                 MOVE E-CONTA TO W-DV-VALOR
                 PERFORM GRAVA-DEVOLUCAO THRU FIM-GRAVA-DEVOLUCAO
                 MOVE "S" TO W-TEVE-CRITICA W-GT-MARCA(2)
              END-IF
           END-IF.
       FIM-VALIDA-DEBITO.
       VALIDA-SAUDACAO.
           IF E-CHAMADA-ASS = SPACES
              MOVE "CHAMADA EM BRANCO" TO WQ-MOTIVO
              MOVE "501" TO W-DV-COD
              PERFORM GRAVA-QUALIDADE THRU FIM-GRAVA-QUALIDADE
           ELSE
              IF E-CHAMADA-ASS (2 : 19) = SPACES
                 MOVE "CHAMADA DE UM SO CARACTERE" TO WQ-MOTIVO
                 MOVE "501" TO W-DV-COD
                 PERFORM GRAVA-QUALIDADE THRU FIM-GRAVA-QUALIDADE
              END-IF
              IF E-CHAMADA-ASS (1 : 1) = "." OR "," OR ";" OR ":"
                 OR "-" OR "/" OR "'"
                 MOVE "CHAMADA INICIA COM PONTUACAO" TO WQ-MOTIVO
                 MOVE "501" TO W-DV-COD
                 PERFORM GRAVA-QUALIDADE THRU FIM-GRAVA-QUALIDADE
              END-IF
           END-IF
           IF E-SEXO-ASS NOT = "M" AND "F"
              MOVE "SEXO DO ASSINANTE FORA DE M/F" TO WQ-MOTIVO
              MOVE "502" TO W-DV-COD
              PERFORM GRAVA-QUALIDADE THRU FIM-GRAVA-QUALIDADE
           END-IF
           IF E-NOME-PRE NOT = SPACES
              IF E-SEXO-PRE NOT = "M" AND "F"
                 MOVE "SEXO DO PRESENTEADO FORA DE M/F" TO WQ-MOTIVO
                 MOVE "503" TO W-DV-COD
                 PERFORM GRAVA-QUALIDADE THRU FIM-GRAVA-QUALIDADE
              END-IF
           END-IF.
           IF NOT MODO-RECONTAGEM
              WRITE REG-QUALID FROM W-REG-QUALID
           END-IF
           MOVE SPACES TO W-DV-VALOR
           IF W-DV-COD = "501"
              MOVE E-CHAMADA-ASS TO W-DV-VALOR.
           IF W-DV-COD = "502"
              MOVE E-SEXO-ASS TO W-DV-VALOR.
           IF W-DV-COD = "503"
              MOVE E-SEXO-PRE TO W-DV-VALOR.
           PERFORM GRAVA-DEVOLUCAO THRU FIM-GRAVA-DEVOLUCAO
           MOVE "S" TO W-TEVE-CRITICA W-GT-MARCA(6).
       FIM-GRAVA-QUALIDADE.
           EXIT.

              E-TOT-DEB-ATRAS > W-LIMIAR-DEBITO
              MOVE W-LIDOS    TO WF-SEQ
              MOVE E-NOME-ASS TO WF-NOME
              MOVE E-COD-ASS  TO WF-COD-ASS
              DIVIDE E-TOT-DEB-ATRAS BY 100 GIVING WF-DEBITO
              DIVIDE E-TOT-PAGO      BY 100 GIVING WF-PAGO
              IF NOT MODO-RECONTAGEM
                 WRITE REG-FINANC FROM W-REG-FINANC
                 MOVE 1 TO W-IND3
                 PERFORM GRAVA-FINPARC THRU FIM-GRAVA-FINPARC
                          UNTIL W-IND3 > 5
              END-IF
           END-IF.
       FIM-AVALIA-FINANCEIRO.
           EXIT.

      *    UMA LINHA POR PARCELA EM ATRASO DA CONTA, VENCIMENTO
      *    VIRADO PARA AAAAMMDD.
       GRAVA-FINPARC.
           IF W-ABRIU-FINPARC = "S" AND
              E-VL-PARC-ATRAS(W-IND3) NUMERIC AND
              E-VL-PARC-ATRAS(W-IND3) > 0
              MOVE W-LIDOS                 TO FP-SEQ
              MOVE W-IND3                  TO FP-PARCELA
              IF E-PARC-ATRAS-2(W-IND3) NUMERIC
                 MOVE E-PARC-ATRAS-2(W-IND3) TO FP-PARCELA
              END-IF
              MOVE E-AA-VENC-ATRAS(W-IND3) TO FP-AAAA-VENC
              MOVE E-MM-VENC-ATRAS(W-IND3) TO FP-MM-VENC
              MOVE E-DD-VENC-ATRAS(W-IND3) TO FP-DD-VENC
              MOVE E-VL-PARC-ATRAS(W-IND3) TO FP-VALOR
              MOVE E-UF-ASS                TO FP-UF
              WRITE REG-FINPARC FROM W-REG-FINPARC
           END-IF
           ADD 1 TO W-IND3.
       FIM-GRAVA-FINPARC.
           EXIT.
      ****************************************************************
      *    IMPRIME-ATRASO: DETALHA CADA PARCELA EM ATRASO DO EXTRATO
      *    NO PROPRIO RELATORIO DE CRITICA (031).
           MOVE E-ROTEIRO      TO WR-ROTEIRO
           MOVE E-CENTRALIZ    TO WR-CENTRALIZ
           MOVE E-PRIORI-DISTRIB TO WR-PRIORI
           MOVE E-COD-ASS      TO WR-COD-ASS
           MOVE E-CEP5-ASS     TO WR-CEP(1:5)
           MOVE E-CEP3-ASS     TO WR-CEP(6:3)
           IF NOT MODO-RECONTAGEM
              WRITE REG-ROTEIR FROM W-REG-ROTEIR
           END-IF.
           MOVE E-UF-ASS       TO PO-UF
           MOVE E-CEP5-ASS     TO PO-CEP5
           MOVE W-QT-ANX-CARTA TO PO-QT-ANEXOS
           MOVE E-EMPRESA      TO PO-EMPRESA
           IF NOT MODO-RECONTAGEM
              WRITE REG-POSTAG
           END-IF.
              IF NOT MODO-RECONTAGEM
                 WRITE REG-PROJIN FROM W-REG-PROJIN
              END-IF
              MOVE "301" TO W-DV-COD
              MOVE SPACES TO W-DV-VALOR
              STRING E-REVISTA(W-IND) "/" E-NR-PROJ(W-IND)
                     DELIMITED BY SIZE INTO W-DV-VALOR
              PERFORM GRAVA-DEVOLUCAO THRU FIM-GRAVA-DEVOLUCAO
              MOVE "S" TO W-TEVE-CRITICA W-GT-MARCA(3)
              GO TO SAI-PROJETO.
      *--
           PERFORM CRITICA-DATAS-PROJ THRU FIM-CRITICA-DATAS-PROJ.
              IF NOT MODO-RECONTAGEM
                 WRITE REG-PROJIN FROM W-REG-PROJIN
              END-IF
              MOVE "302" TO W-DV-COD
              MOVE SPACES TO W-DV-VALOR
              STRING E-REVISTA(W-IND) "/" E-NR-PROJ(W-IND)
                     DELIMITED BY SIZE INTO W-DV-VALOR
              PERFORM GRAVA-DEVOLUCAO THRU FIM-GRAVA-DEVOLUCAO
              MOVE "S" TO W-TEVE-CRITICA W-GT-MARCA(3)
              GO TO SAI-PROJETO.

      *--
           PERFORM ACUMULA-EMPRESA THRU FIM-ACUMULA-EMPRESA
           MOVE E-CARTA   TO W-CHAVE-CARTA
           PERFORM ACUMULA-CARTA   THRU FIM-ACUMULA-CARTA
           PERFORM ACUMULA-EMP-CARTA THRU FIM-ACUMULA-EMP-CARTA
           PERFORM ACUMULA-ANEXOS  THRU FIM-ACUMULA-ANEXOS
           MOVE SPACES    TO W-CHAVE-ACAO
           MOVE E-TP-ACAO  TO W-CHAVE-ACAO (1 : 1)
       FIM-ACUMULA-CARTA.
           EXIT.

       ACUMULA-EMP-CARTA.
           MOVE ZEROS TO W-IND-PRODU.
       PROCURA-EMP-CARTA.
           ADD 1 TO W-IND-PRODU
           IF W-IND-PRODU > TEC-QT
              GO TO INCLUI-EMP-CARTA.
           IF TEC-EMPRESA(W-IND-PRODU) NOT = E-EMPRESA OR
              TEC-CARTA(W-IND-PRODU) NOT = W-CHAVE-CARTA
              GO TO PROCURA-EMP-CARTA.
           GO TO SOMA-EMP-CARTA.
       INCLUI-EMP-CARTA.
           IF TEC-QT NOT < 200
              GO TO FIM-ACUMULA-EMP-CARTA.
           ADD 1 TO TEC-QT
           MOVE TEC-QT TO W-IND-PRODU
           MOVE E-EMPRESA     TO TEC-EMPRESA(W-IND-PRODU)
           MOVE W-CHAVE-CARTA TO TEC-CARTA(W-IND-PRODU)
           MOVE ZEROS TO TEC-CARTAS(W-IND-PRODU)
                         TEC-ANEXOS(W-IND-PRODU).
       SOMA-EMP-CARTA.
           MOVE ZEROS TO W-QT-ANX-CARTA
           PERFORM CONTA-ANX-CARTA THRU FIM-CONTA-ANX-CARTA
                    VARYING W-FATIA-PST FROM 1 BY 1
                    UNTIL W-FATIA-PST > 3
           ADD 1              TO TEC-CARTAS(W-IND-PRODU)
           ADD W-QT-ANX-CARTA TO TEC-ANEXOS(W-IND-PRODU).
       FIM-ACUMULA-EMP-CARTA.
           EXIT.

       ACUMULA-ACAO.
           MOVE ZEROS TO W-IND-PRODU.
       PROCURA-ACAO.
                    UNTIL W-IND-ANX > TAX-QT
           CLOSE PANEXO.
       CONSOLIDA-ANEXOS.
      *    O CONSOLIDADO E A CONFERENCIA DO ESTOQUE DE UM PEDIDO
      *    PARTICIONADO SAO DO REUNE.
           IF MODO-PARTICAO
              GO TO FIM-GRAVA-ANEXOS.
           MOVE ZEROS TO TAX-QT
           OPEN INPUT PANEXO
           IF W-FS-ANEXO NOT = "00"
           MOVE TAX-COD(W-IND-ANX)  TO AX-COD
           MOVE TAX-QTDE(W-IND-ANX) TO AX-QTDE
           MOVE W-DT-SYS TO AX-DATA
           MOVE W-NOME-PEDIDO TO AX-PEDIDO
           WRITE REG-ANEXO.
       FIM-GRAVA-UM-ANEXO.
           EXIT.
      ****************************************************************
       VERIFICA-ESTOQUE.
           MOVE ZEROS TO W-QT-SEM-COBERT
           IF TAX-QT = ZEROS OR MODO-PARTICAO
              GO TO FIM-VERIFICA-ESTOQUE.
           OPEN INPUT PESTOQ.
           IF W-FS-ESTOQ NOT = "00"
      ****************************************************************
      *    GRAVA-PRODUCAO: DESCARREGA AS CONTAGENS POR CARTA E POR
      *    ACAO NO CONTROLE DE PRODUCAO (PRODUCAO.TXT), COM A DATA DE
      *    PROCESSAMENTO E O PEDIDO DA RODADA, E AS CARTAS E ANEXOS
      *    POR EMPRESA E MODELO NO PRODUCAO_EMPRESA.TXT.
      ****************************************************************
       GRAVA-PRODUCAO.
           OPEN EXTEND PPRODU
                    VARYING W-IND-PRODU FROM 1 BY 1
                    UNTIL W-IND-PRODU > TAA-QT
           CLOSE PPRODU.
           OPEN EXTEND PEMPPR
           IF W-FS-EMPPR NOT = "00"
              OPEN OUTPUT PEMPPR
           END-IF
           IF W-FS-EMPPR NOT = "00"
              GO TO FIM-GRAVA-PRODUCAO.
           PERFORM GRAVA-EMP-PRODU THRU FIM-GRAVA-EMP-PRODU
                    VARYING W-IND-PRODU FROM 1 BY 1
                    UNTIL W-IND-PRODU > TEC-QT
           CLOSE PEMPPR.
       FIM-GRAVA-PRODUCAO.
           EXIT.

       GRAVA-EMP-PRODU.
           MOVE SPACES   TO REG-EMPPR
           MOVE "CARTA"  TO EP-TIPO
           MOVE TEC-CARTA(W-IND-PRODU)   TO EP-CHAVE
           MOVE TEC-EMPRESA(W-IND-PRODU) TO EP-EMPRESA
           MOVE TEC-CARTAS(W-IND-PRODU)  TO EP-CARTAS
           MOVE TEC-ANEXOS(W-IND-PRODU)  TO EP-ANEXOS
           MOVE W-PROC-AAAAMMDD          TO EP-DATA
           MOVE W-NOME-PEDIDO TO EP-PEDIDO
           WRITE REG-EMPPR.
       FIM-GRAVA-EMP-PRODU.
           EXIT.

       GRAVA-PRODU-CARTA.
           MOVE SPACES   TO REG-PRODU
           MOVE "CARTA"  TO PD-TIPO
           MOVE TCR-CHAVE(W-IND-PRODU) TO PD-CHAVE
           MOVE TCR-QTDE(W-IND-PRODU)  TO PD-QTDE
           MOVE W-PROC-AAAAMMDD        TO PD-DATA
           MOVE W-NOME-PEDIDO TO PD-PEDIDO
           WRITE REG-PRODU.
       FIM-GRAVA-PRODU-CARTA.
           EXIT.
           MOVE TAA-CHAVE(W-IND-PRODU) TO PD-CHAVE
           MOVE TAA-QTDE(W-IND-PRODU)  TO PD-QTDE
           MOVE W-PROC-AAAAMMDD        TO PD-DATA
           MOVE W-NOME-PEDIDO TO PD-PEDIDO
           WRITE REG-PRODU.
       FIM-GRAVA-PRODU-ACAO.
           EXIT.
           IF NOT MODO-RECONTAGEM
              WRITE REG-ASSDUP FROM W-REG-ASSDUP
           END-IF
           MOVE "401" TO W-DV-COD
           MOVE SPACES TO W-DV-VALOR
           STRING E-COD-ASS " SEQ " W-SEQ-ASS-ANT
                  DELIMITED BY SIZE INTO W-DV-VALOR
           PERFORM GRAVA-DEVOLUCAO THRU FIM-GRAVA-DEVOLUCAO
           MOVE "S" TO W-TEVE-CRITICA W-GT-MARCA(5).
       FIM-VERIFICA-ASS-DUP.
           EXIT.

           MOVE E-CEP3-ASS TO AE-CEP3
           MOVE W-DT-SYS   TO AE-DATA
           MOVE W-TIME     TO AE-HORA
           MOVE W-NOME-PEDIDO TO AE-PEDIDO
           IF NOT MODO-RECONTAGEM
              WRITE REG-ASSEXT
           END-IF.
       FIM-EXTRAI-ASSINANTE.
           EXIT.

      ****************************************************************
      *    ABRE-MESTRE: ABRE O CADASTRO MESTRE PARA ATUALIZACAO; NA
      *    PRIMEIRA RODADA (ARQUIVO AUSENTE) ELE E' CRIADO. SE NAO
      *    ABRIR, A CRITICA SEGUE SEM ATUALIZAR O MESTRE E O .REL
      *    NAO TRAZ A LINHA DO CADASTRO.
      ****************************************************************
       ABRE-MESTRE.
           OPEN I-O PMESTRE
           IF W-FS-MESTRE = "35"
              OPEN OUTPUT PMESTRE
              CLOSE PMESTRE
              OPEN I-O PMESTRE.
           IF W-FS-MESTRE = "00"
              MOVE "S" TO W-MESTRE-OK
           ELSE
              MOVE "N" TO W-MESTRE-OK.
       FIM-ABRE-MESTRE.
           EXIT.

      ****************************************************************
      *    ATUALIZA-MESTRE: INCLUI OU ATUALIZA O ASSINANTE DO
      *    REGISTRO NO CADASTRO MESTRE. ENDERECO, PARCELAS, ENTREGA,
      *    DEBITO E ORIGEM DA VENDA SAO SEMPRE OS DO PEDIDO MAIS
      *    RECENTE; OS PROJETOS SAO MESCLADOS POR NUMERO DE PROJETO.
      *    A RECONTAGEM DA RETOMADA NAO REGRAVA (O REGISTRO JA FOI
      *    ATUALIZADO NA PASSADA INTERROMPIDA).
      ****************************************************************
       ATUALIZA-MESTRE.
           IF W-MESTRE-OK NOT = "S" OR MODO-RECONTAGEM
              GO TO FIM-ATUALIZA-MESTRE.
           IF E-COD-ASS = SPACES
              GO TO FIM-ATUALIZA-MESTRE.
           MOVE E-COD-ASS TO MA-COD-ASS
           MOVE ZEROS TO W-TENT-MESTRE.
      *    REGISTRO PRESO POR OUTRA PARTE DO MESMO PEDIDO (O MESMO
      *    ASSINANTE NAS DUAS) - TENTA DE NOVO ATE' A OUTRA SOLTAR;
      *    SE NAO SOLTAR, FICA SEM ATUALIZAR E CONTADO NO .REL.
       LE-MESTRE.
           READ PMESTRE
                INVALID KEY     MOVE "S" TO W-MESTRE-NOVO
                NOT INVALID KEY MOVE "N" TO W-MESTRE-NOVO
           END-READ
           IF W-FS-MESTRE = "9D" OR W-FS-MESTRE = "51"
              ADD 1 TO W-TENT-MESTRE
              IF W-TENT-MESTRE < 30
                 PERFORM ESPERA-MESTRE THRU FIM-ESPERA-MESTRE
                 GO TO LE-MESTRE
              END-IF
              ADD 1 TO W-QT-MESTRE-OCUP
              GO TO FIM-ATUALIZA-MESTRE.
           IF W-MESTRE-NOVO = "S"
              PERFORM INICIA-MESTRE THRU FIM-INICIA-MESTRE.
           MOVE E-DADOS-ASSINANTE TO MA-DADOS-ASSINANTE
           IF E-NOME-PRE NOT = SPACES
              MOVE E-PARTE1-PRE   TO MA-PARTE1-PRE
              MOVE E-CEP5-PRE     TO MA-CEP5-PRE
              MOVE E-CEP3-PRE     TO MA-CEP3-PRE
              MOVE E-SEXO-PRE     TO MA-SEXO-PRE.
           MOVE E-TIPO            TO MA-TIPO-REG
           MOVE E-CARTA           TO MA-CARTA
           MOVE E-QTDE-PARC       TO MA-QTDE-PARC
           MOVE E-PARC-PAGAS      TO MA-PARC-PAGAS
           MOVE E-TOT-PAGO        TO MA-TOT-PAGO
           MOVE E-TOT-DEB-ATRAS   TO MA-TOT-DEB-ATRAS
           MOVE E-TIPO-ENTREGA    TO MA-TIPO-ENTREGA
           MOVE E-ENTR-DIRETA     TO MA-ENTR-DIRETA
      *    CONTA OU CARTAO NOVO NO PEDIDO: O DEBITO AUTOMATICO
      *    RECOMECA DO ZERO (MESMO DEPOIS DA VOLTA PARA O CARNE).
           IF MA-DA-FALHAS NOT NUMERIC OR
              E-DEBITO-CARTAO NOT = MA-DEBITO-CARTAO OR
              E-DB-BCO NOT = MA-DB-BCO
              MOVE SPACE          TO MA-DA-SIT
              MOVE ZEROS          TO MA-DA-FALHAS MA-DA-DT-SIT.
           IF MA-DA-ULT-ENVIO NOT NUMERIC
              MOVE ZEROS          TO MA-DA-ULT-ENVIO MA-DA-PARC-ENV
                                     MA-DA-PARC-PAGA.
           IF MA-NG-DT-AVISO NOT NUMERIC OR MA-NG-DT-MOV NOT NUMERIC
              MOVE SPACE          TO MA-NG-SIT
              MOVE ZEROS          TO MA-NG-DT-AVISO MA-NG-DT-MOV.
           MOVE E-DEBITO-CARTAO   TO MA-DEBITO-CARTAO
           MOVE E-DB-BCO          TO MA-DB-BCO
           MOVE E-CENTRAL-ATEND   TO MA-CENTRAL-ATEND
           MOVE E-TP-ACAO         TO MA-TP-ACAO
           MOVE E-COD-ACAO        TO MA-COD-ACAO
           MOVE E-EMPRESA         TO MA-EMPRESA
           MOVE E-OPTIN-DIGITAL   TO MA-OPTIN-DIGITAL
           MOVE E-GERENTE         TO MA-GERENTE
           MOVE E-PRACA           TO MA-PRACA
      *    REGISTRO RETIDO OU SUPRIMIDO NAO FOI AO FINANC.TXT: A
      *    POSICAO NA COBRANCA FICA COMO ESTAVA.
           IF W-MESTRE-SO-CAD = "S"
              GO TO MESCLA-MESTRE.
           MOVE SPACES            TO MA-SEQ-FINANC
           IF E-TOT-DEB-ATRAS NUMERIC AND
              E-TOT-DEB-ATRAS > W-LIMIAR-DEBITO
              MOVE W-LIDOS        TO MA-SEQ-FINANC
              MOVE "S"            TO MA-JA-DEVEDOR.
           IF MA-SEQ-FINANC = SPACES
              MOVE ZEROS          TO MA-ETAPA-COBR MA-DT-COBR.
       MESCLA-MESTRE.
           MOVE ZEROS             TO MA-VENC-ATRASO
           PERFORM MENOR-VENCIMENTO THRU FIM-MENOR-VENCIMENTO
                    VARYING W-IND-VNC FROM 1 BY 1
                    UNTIL W-IND-VNC > 5
           PERFORM MESCLA-PROJETO THRU FIM-MESCLA-PROJETO
                    VARYING W-IND-MST FROM 1 BY 1
                    UNTIL W-IND-MST > 6
      *    O MESMO PEDIDO REPROCESSADO (OU O ASSINANTE REPETIDO NO
      *    LOTE) NAO CONTA COMO UM PEDIDO A MAIS.
           IF MA-ULT-PEDIDO NOT = W-NOME-PEDIDO
              ADD 1 TO MA-QT-PEDIDOS.
           MOVE W-NOME-PEDIDO     TO MA-ULT-PEDIDO
           MOVE W-PROC-AAAAMMDD   TO MA-ULT-DATA
           ACCEPT MA-DT-ATUALIZ FROM DATE YYYYMMDD
           IF W-MESTRE-NOVO = "S"
              WRITE REG-MESTRE
                    INVALID KEY MOVE "N" TO W-MESTRE-NOVO
              END-WRITE
              ADD 1 TO W-QT-MESTRE-INC
           ELSE
              REWRITE REG-MESTRE
                    INVALID KEY MOVE "N" TO W-MESTRE-NOVO
              END-REWRITE
              ADD 1 TO W-QT-MESTRE-ALT.
       FIM-ATUALIZA-MESTRE.
           EXIT.

      *    REGISTRO QUE SAI DA CRITICA ANTES DA CARTA (SUPRESSAO,
      *    FAIXA DE CEP, MODELO, PARCELA, REPETIDO, FRAUDE): O
      *    CADASTRO DO ASSINANTE E' ATUALIZADO DO MESMO JEITO.
       MESTRE-RETIDO.
           MOVE "S" TO W-MESTRE-SO-CAD
           PERFORM ATUALIZA-MESTRE THRU FIM-ATUALIZA-MESTRE
           MOVE "N" TO W-MESTRE-SO-CAD.
       FIM-MESTRE-RETIDO.
           EXIT.

      *    PAUSA DE UM SEGUNDO ENTRE AS TENTATIVAS DE LER O
      *    REGISTRO PRESO; SEM A ROTINA DE PAUSA, ESPERA O
      *    RELOGIO VIRAR O SEGUNDO.
       ESPERA-MESTRE.
           CALL "C$SLEEP" USING W-ESPERA-SEG
                ON EXCEPTION
                   PERFORM ESPERA-RELOGIO THRU FIM-ESPERA-RELOGIO
           END-CALL.
       FIM-ESPERA-MESTRE.
           EXIT.

       ESPERA-RELOGIO.
           ACCEPT W-ESPERA-HORA FROM TIME.
       ESPERA-RELOGIO-VOLTA.
           ACCEPT W-ESPERA-AGORA FROM TIME
           IF W-ESPERA-AGORA (1 : 6) = W-ESPERA-HORA (1 : 6)
              GO TO ESPERA-RELOGIO-VOLTA.
       FIM-ESPERA-RELOGIO.
           EXIT.

      *    VENCIMENTO MAIS ANTIGO ENTRE AS PARCELAS EM ATRASO.
       MENOR-VENCIMENTO.
           IF E-VL-PARC-ATRAS(W-IND-VNC) NOT NUMERIC OR
              E-VL-PARC-ATRAS(W-IND-VNC) = ZEROS
              GO TO FIM-MENOR-VENCIMENTO.
           MOVE E-DD-VENC-ATRAS(W-IND-VNC) TO W-DT-TESTE-X (1 : 2)
           MOVE E-MM-VENC-ATRAS(W-IND-VNC) TO W-DT-TESTE-X (3 : 2)
           MOVE E-AA-VENC-ATRAS(W-IND-VNC) TO W-DT-TESTE-X (5 : 4)
           PERFORM VALIDA-DATA THRU FIM-VALIDA-DATA
           IF NOT DATA-VALIDA
              GO TO FIM-MENOR-VENCIMENTO.
           IF MA-VENC-ATRASO = ZEROS OR W-DT-NUM < MA-VENC-ATRASO
              MOVE W-DT-NUM TO MA-VENC-ATRASO.
       FIM-MENOR-VENCIMENTO.
           EXIT.

       INICIA-MESTRE.
           MOVE SPACES           TO REG-MESTRE
           MOVE E-COD-ASS        TO MA-COD-ASS
           MOVE ZEROS            TO MA-CEP5-PRE MA-CEP3-PRE
                                    MA-QT-PEDIDOS MA-ULT-DATA
                                    MA-ETAPA-COBR MA-DT-COBR
                                    MA-RZ-SALDO MA-RZ-PAGO
                                    MA-RZ-DT-ULT
                                    MA-DA-FALHAS MA-DA-ULT-ENVIO
                                    MA-DA-PARC-ENV MA-DA-PARC-PAGA
                                    MA-DA-DT-SIT
                                    MA-NG-DT-AVISO MA-NG-DT-MOV
           MOVE W-NOME-PEDIDO    TO MA-PRIM-PEDIDO
           MOVE W-PROC-AAAAMMDD  TO MA-PRIM-DATA
           MOVE E-TP-ACAO        TO MA-ACAO-CAPTACAO (1 : 1)
           MOVE E-COD-ACAO       TO MA-ACAO-CAPTACAO (2 : 4)
           PERFORM LIMPA-SLOT-MESTRE THRU FIM-LIMPA-SLOT-MESTRE
                    VARYING W-IND-SLT FROM 1 BY 1
                    UNTIL W-IND-SLT > 6.
       FIM-INICIA-MESTRE.
           EXIT.

       LIMPA-SLOT-MESTRE.
           MOVE SPACES TO MA-PROJETO(W-IND-SLT)
           MOVE ZEROS  TO MA-DT-VIG-INIC(W-IND-SLT)
                          MA-DT-VIG-FIM(W-IND-SLT)
                          MA-VL-PARC(W-IND-SLT)
                          MA-VL-ASS-CAPA(W-IND-SLT)
                          MA-DT-SIT(W-IND-SLT)
                          MA-ETAPA-RENOV(W-IND-SLT)
                          MA-DT-RENOV(W-IND-SLT).
       FIM-LIMPA-SLOT-MESTRE.
           EXIT.

      *----------------------------------------------------------------
      *    MESCLA-PROJETO: LOCALIZA A POSICAO DO PROJETO NO MESTRE
      *    (MESMO NUMERO; SENAO A PRIMEIRA LIVRE; SENAO A DE
      *    VIGENCIA MAIS ANTIGA) E GRAVA O PROJETO DO PEDIDO NELA.
      *----------------------------------------------------------------
       MESCLA-PROJETO.
           IF E-NR-PROJ(W-IND-MST) = SPACES
              GO TO FIM-MESCLA-PROJETO.
           MOVE ZEROS TO W-SLOT-MST
           PERFORM PROCURA-SLOT-MESTRE THRU FIM-PROCURA-SLOT-MESTRE
                    VARYING W-IND-SLT FROM 1 BY 1
                    UNTIL W-IND-SLT > 6 OR W-SLOT-MST NOT = ZEROS
           IF W-SLOT-MST = ZEROS
              PERFORM PROCURA-SLOT-LIVRE THRU FIM-PROCURA-SLOT-LIVRE
                       VARYING W-IND-SLT FROM 1 BY 1
                       UNTIL W-IND-SLT > 6 OR W-SLOT-MST NOT = ZEROS.
           IF W-SLOT-MST = ZEROS
              MOVE 1 TO W-SLOT-MST
              MOVE MA-DT-VIG-FIM(1) TO W-MENOR-VIG
              PERFORM PROCURA-SLOT-VELHO THRU FIM-PROCURA-SLOT-VELHO
                       VARYING W-IND-SLT FROM 2 BY 1
                       UNTIL W-IND-SLT > 6.
           MOVE W-SLOT-MST TO W-IND-SLT
      *    PROJETO CANCELADO PELO CANCELA SO' VOLTA A ATIVO COM UMA
      *    VIGENCIA QUE COMECE DEPOIS DO CANCELAMENTO.
           IF MA-PROJ-CANCELADO(W-IND-SLT) AND
              MA-NR-PROJ(W-IND-SLT) = E-NR-PROJ(W-IND-MST)
              MOVE E-DT-VIG-INIC(W-IND-MST) TO W-DT-TESTE-X
              PERFORM VALIDA-DATA THRU FIM-VALIDA-DATA
              IF W-DT-NUM NOT > MA-DT-SIT(W-IND-SLT)
                 GO TO FIM-MESCLA-PROJETO.
           MOVE E-NR-PROJ(W-IND-MST)     TO MA-NR-PROJ(W-IND-SLT)
           MOVE E-NOME-PROJ(W-IND-MST)   TO MA-NOME-PROJ(W-IND-SLT)
           MOVE E-EDI-INIC(W-IND-MST)    TO MA-EDI-INIC(W-IND-SLT)
           MOVE E-EDI-FIM(W-IND-MST)     TO MA-EDI-FIM(W-IND-SLT)
           MOVE E-NR-COPIAS(W-IND-MST)   TO MA-NR-COPIAS(W-IND-SLT)
           MOVE E-VL-PARC(W-IND-MST)     TO MA-VL-PARC(W-IND-SLT)
           MOVE E-VL-ASS-CAPA(W-IND-MST) TO MA-VL-ASS-CAPA(W-IND-SLT)
           MOVE E-VIGENCIA(W-IND-MST)    TO MA-VIGENCIA(W-IND-SLT)
           MOVE E-DT-VIG-INIC(W-IND-MST) TO W-DT-TESTE-X
           PERFORM VALIDA-DATA THRU FIM-VALIDA-DATA
           MOVE W-DT-NUM                 TO MA-DT-VIG-INIC(W-IND-SLT)
           MOVE E-DT-VIG-FIM(W-IND-MST)  TO W-DT-TESTE-X
           PERFORM VALIDA-DATA THRU FIM-VALIDA-DATA
      *    VIGENCIA NOVA (RENOVADA OU OUTRO PROJETO NA POSICAO)
      *    RECOMECA A ESCADA DE AVISOS DO RENOVA E E' UM CONTRATO
      *    NOVO A FATURAR NO RAZAO.
           IF W-DT-NUM NOT = MA-DT-VIG-FIM(W-IND-SLT)
              MOVE ZEROS TO MA-ETAPA-RENOV(W-IND-SLT)
                            MA-DT-RENOV(W-IND-SLT)
              MOVE SPACE TO MA-RZ-FATURADO(W-IND-SLT).
           MOVE W-DT-NUM                 TO MA-DT-VIG-FIM(W-IND-SLT)
           MOVE "A"                      TO MA-SIT-PROJ(W-IND-SLT)
           MOVE W-PROC-AAAAMMDD          TO MA-DT-SIT(W-IND-SLT).
       FIM-MESCLA-PROJETO.
           EXIT.

       PROCURA-SLOT-MESTRE.
           IF MA-NR-PROJ(W-IND-SLT) = E-NR-PROJ(W-IND-MST)
              MOVE W-IND-SLT TO W-SLOT-MST.
       FIM-PROCURA-SLOT-MESTRE.
           EXIT.

       PROCURA-SLOT-LIVRE.
           IF MA-NR-PROJ(W-IND-SLT) = SPACES
              MOVE W-IND-SLT TO W-SLOT-MST.
       FIM-PROCURA-SLOT-LIVRE.
           EXIT.

       PROCURA-SLOT-VELHO.
           IF MA-DT-VIG-FIM(W-IND-SLT) < W-MENOR-VIG
              MOVE MA-DT-VIG-FIM(W-IND-SLT) TO W-MENOR-VIG
              MOVE W-IND-SLT TO W-SLOT-MST.
       FIM-PROCURA-SLOT-VELHO.
           EXIT.

      ****************************************************************
      *    ABRE-INSTRUMENTO: PARAMETROS DO PAGAMENTO COMPARTILHADO
      *    (FRAUDE.TXT), VENDAS JA' VERIFICADAS E O INDICE DE MEIOS
      *    DE PAGAMENTO - CRIADO NA PRIMEIRA RODADA, COMO O MESTRE.
      *    SEM O INDICE A CRITICA SEGUE SEM ESSA VERIFICACAO.
      ****************************************************************
       ABRE-INSTRUMENTO.
           MOVE "N" TO W-INSTR-OK
           MOVE ZEROS TO W-QT-VERIF
           OPEN INPUT PFRCFG
           IF W-FS-FRCFG NOT = "00"
              GO TO ABRE-VERIF.
           READ PFRCFG AT END
                MOVE SPACES TO REG-FRCFG.
           CLOSE PFRCFG
           IF FC-LIMITE NUMERIC AND FC-LIMITE > ZEROS
              MOVE FC-LIMITE TO W-FR-LIMITE.
           IF FC-MODO = "H" OR FC-MODO = "h"
              MOVE "H" TO W-FR-MODO.
           MOVE FC-CHAVE TO W-FR-CHAVE.
       ABRE-VERIF.
           OPEN INPUT PVERIF
           IF W-FS-VERIF NOT = "00"
              GO TO ABRE-INDICE-INSTR.
       LE-VERIF.
           READ PVERIF AT END
                CLOSE PVERIF
                GO TO ABRE-INDICE-INSTR.
           IF VV-COD-ASS = SPACES OR W-QT-VERIF NOT < 1000
              GO TO LE-VERIF.
           ADD 1 TO W-QT-VERIF
           MOVE VV-COD-ASS TO TVV-COD(W-QT-VERIF)
           GO TO LE-VERIF.
       ABRE-INDICE-INSTR.
           OPEN I-O PINSTR
           IF W-FS-INSTR = "35"
              OPEN OUTPUT PINSTR
              CLOSE PINSTR
              OPEN I-O PINSTR.
           IF W-FS-INSTR = "00"
              MOVE "S" TO W-INSTR-OK.
       FIM-ABRE-INSTRUMENTO.
           EXIT.

      ****************************************************************
      *    VERIFICA-FRAUDE: O CARTAO E A CONTA DO REGISTRO (SO' OS
      *    BEM FORMADOS - O MAL FORMADO E' DO VALIDA-DEBITO) ENTRAM
      *    NO INDICE E SAO CONFERIDOS: MAIS NOMES/CEPS DIFERENTES
      *    NO MESMO MEIO DO QUE O LIMITE E' SUSPEITA DE CARTAO
      *    ROUBADO OU DE VENDA INFLADA. NO MODO "H" A CARTA DE
      *    VENDA AINDA NAO VERIFICADA E' RETIDA.
      ****************************************************************
       VERIFICA-FRAUDE.
           MOVE "N" TO W-REG-RETIDO W-FR-SUSPEITO W-FR-VERIFICADA
           IF W-INSTR-OK NOT = "S" OR E-COD-ASS = SPACES
              GO TO FIM-VERIFICA-FRAUDE.
           PERFORM PROCURA-VERIF THRU FIM-PROCURA-VERIF
                    VARYING W-IND-VER FROM 1 BY 1
                    UNTIL W-IND-VER > W-QT-VERIF
                    OR W-FR-VERIFICADA = "S"
           IF E-SIGLA-DB NOT = SPACES AND
              E-DB-CARTAO(1 : 16) NUMERIC
              MOVE "C"         TO W-FR-FORMA
              MOVE E-DB-CARTAO TO W-FR-NUMERO
              PERFORM CONFERE-INSTRUMENTO
                      THRU FIM-CONFERE-INSTRUMENTO.
           IF E-DB-BCO NOT = SPACES AND
              E-BANCO NUMERIC AND E-AGENCIA NUMERIC AND
              E-CONTA NUMERIC AND E-CONTA NOT = ZEROS
              MOVE "B"         TO W-FR-FORMA
              MOVE E-DB-BCO    TO W-FR-NUMERO
              PERFORM CONFERE-INSTRUMENTO
                      THRU FIM-CONFERE-INSTRUMENTO.
           IF W-FR-SUSPEITO NOT = "S"
              GO TO FIM-VERIFICA-FRAUDE.
           ADD 1 TO W-QT-FR-SUSP
           IF NOT FRAUDE-RETEM OR W-FR-VERIFICADA = "S"
              GO TO FIM-VERIFICA-FRAUDE.
           ADD 1 TO W-QT-RET-FR
           MOVE "606" TO W-DV-COD
           MOVE SPACES TO W-DV-VALOR
           STRING "GERENTE " E-GERENTE " PRACA " E-PRACA
                  DELIMITED BY SIZE INTO W-DV-VALOR
           PERFORM RETEM-CARTA THRU FIM-RETEM-CARTA
           MOVE SPACES TO REGSAI
           STRING "** CARTA RETIDA SEQ " E-SEQ-REG
                  " - PAGAMENTO COMPARTILHADO (GERENTE " E-GERENTE ")"
                  DELIMITED BY SIZE INTO REGSAI
           PERFORM GRAVA-REL THRU FIM-GRAVA-REL.
       FIM-VERIFICA-FRAUDE.
           EXIT.

       PROCURA-VERIF.
           IF TVV-COD(W-IND-VER) = E-COD-ASS
              MOVE "S" TO W-FR-VERIFICADA.
       FIM-PROCURA-VERIF.
           EXIT.

      *----------------------------------------------------------------
      *    CONFERE-INSTRUMENTO: UM MEIO (W-FR-FORMA/W-FR-NUMERO) -
      *    HASH, ATUALIZACAO DO ASSINANTE NO INDICE E LEITURA DE
      *    TODOS OS TITULARES DO MESMO HASH.
      *----------------------------------------------------------------
       CONFERE-INSTRUMENTO.
           PERFORM CALCULA-HASH THRU FIM-CALCULA-HASH
           IF NOT MODO-RECONTAGEM
              PERFORM GRAVA-INSTRUMENTO THRU FIM-GRAVA-INSTRUMENTO.
           MOVE ZEROS TO W-FR-QT-TIT
           MOVE "N" TO W-FR-REPETE
           MOVE W-FR-HASH  TO IX-HASH
           MOVE LOW-VALUES TO IX-COD-ASS
           START PINSTR KEY NOT < IX-CHAVE
                 INVALID KEY GO TO INCLUI-TITULAR-ATUAL
           END-START.
       LE-TITULAR.
           READ PINSTR NEXT RECORD
                AT END GO TO INCLUI-TITULAR-ATUAL
           END-READ
           IF IX-HASH NOT = W-FR-HASH
              GO TO INCLUI-TITULAR-ATUAL.
           IF IX-COD-ASS = E-COD-ASS
              MOVE "S" TO W-FR-REPETE.
           ADD 1 TO W-FR-QT-TIT
           IF W-FR-QT-TIT > 100
              GO TO LE-TITULAR.
           MOVE IX-COD-ASS  TO TFT-COD(W-FR-QT-TIT)
           MOVE IX-NOME     TO TFT-NOME(W-FR-QT-TIT)
           MOVE IX-CEP      TO TFT-CEP(W-FR-QT-TIT)
           MOVE IX-GERENTE  TO TFT-GERENTE(W-FR-QT-TIT)
           MOVE IX-PRACA    TO TFT-PRACA(W-FR-QT-TIT)
           MOVE IX-ULT-DATA TO TFT-ULT-DATA(W-FR-QT-TIT)
           GO TO LE-TITULAR.
      *    O PROPRIO ASSINANTE FICA NA CONTA MESMO QUE O INDICE NAO
      *    TENHA SIDO GRAVADO (REGISTRO PRESO POR OUTRA PARTE).
       INCLUI-TITULAR-ATUAL.
           IF W-FR-REPETE = "S"
              GO TO CONTA-TITULARES.
           ADD 1 TO W-FR-QT-TIT
           IF W-FR-QT-TIT > 100
              GO TO CONTA-TITULARES.
           MOVE E-COD-ASS   TO TFT-COD(W-FR-QT-TIT)
           MOVE E-NOME-ASS  TO TFT-NOME(W-FR-QT-TIT)
           MOVE E-CEP5-ASS  TO TFT-CEP(W-FR-QT-TIT) (1 : 5)
           MOVE E-CEP3-ASS  TO TFT-CEP(W-FR-QT-TIT) (6 : 3)
           MOVE E-GERENTE   TO TFT-GERENTE(W-FR-QT-TIT)
           MOVE E-PRACA     TO TFT-PRACA(W-FR-QT-TIT)
           MOVE W-PROC-AAAAMMDD TO TFT-ULT-DATA(W-FR-QT-TIT).
      *    O MESMO NOME NO MESMO CEP (DUAS ASSINATURAS DA MESMA
      *    PESSOA) CONTA UMA VEZ SO'; ACIMA DE 100 TITULARES OS
      *    EXCEDENTES CONTAM COMO DISTINTOS.
       CONTA-TITULARES.
           MOVE ZEROS TO W-FR-QT-DIST
           IF W-FR-QT-TIT > 100
              COMPUTE W-FR-QT-DIST = W-FR-QT-TIT - 100
              MOVE 100 TO W-FR-QT-TIT.
           PERFORM CONTA-DISTINTO THRU FIM-CONTA-DISTINTO
                    VARYING W-FR-IND FROM 1 BY 1
                    UNTIL W-FR-IND > W-FR-QT-TIT
           IF W-FR-QT-DIST NOT > W-FR-LIMITE
              GO TO FIM-CONFERE-INSTRUMENTO.
           MOVE "S" TO W-FR-SUSPEITO
           IF NOT MODO-RECONTAGEM
              PERFORM RELATA-FRAUDE THRU FIM-RELATA-FRAUDE.
       FIM-CONFERE-INSTRUMENTO.
           EXIT.

       CONTA-DISTINTO.
           MOVE "N" TO W-FR-REPETE
           PERFORM COMPARA-TITULAR THRU FIM-COMPARA-TITULAR
                    VARYING W-FR-IND2 FROM 1 BY 1
                    UNTIL W-FR-IND2 NOT < W-FR-IND
                    OR W-FR-REPETE = "S"
           IF W-FR-REPETE = "N"
              ADD 1 TO W-FR-QT-DIST.
       FIM-CONTA-DISTINTO.
           EXIT.

       COMPARA-TITULAR.
           IF TFT-NOME(W-FR-IND2) = TFT-NOME(W-FR-IND) AND
              TFT-CEP(W-FR-IND2)  = TFT-CEP(W-FR-IND)
              MOVE "S" TO W-FR-REPETE.
       FIM-COMPARA-TITULAR.
           EXIT.

      *    CALCULA-HASH: DUAS SOMAS POLINOMIAIS MODULARES SOBRE A
      *    CHAVE DO FRAUDE.TXT + FORMA + NUMERO - O INDICE GUARDA
      *    SO' O RESULTADO (18 DIGITOS), NUNCA O NUMERO.
       CALCULA-HASH.
           MOVE 7  TO W-FR-H1
           MOVE 11 TO W-FR-H2
           PERFORM SOMA-HASH THRU FIM-SOMA-HASH
                    VARYING W-FR-POS FROM 1 BY 1
                    UNTIL W-FR-POS > 39
           MOVE W-FR-H1 TO W-FR-HASH-1
           MOVE W-FR-H2 TO W-FR-HASH-2.
       FIM-CALCULA-HASH.
           EXIT.

       SOMA-HASH.
           MOVE W-FR-TEXTO (W-FR-POS : 1) TO W-FR-BYTE
           COMPUTE W-FR-H1 = (W-FR-H1 * 31) + W-FR-BYTE-N
           COMPUTE W-FR-QUOC = W-FR-H1 / 999999937
           COMPUTE W-FR-H1 = W-FR-H1 - (W-FR-QUOC * 999999937)
           COMPUTE W-FR-H2 = (W-FR-H2 * 131) + W-FR-BYTE-N + W-FR-POS
           COMPUTE W-FR-QUOC = W-FR-H2 / 999999929
           COMPUTE W-FR-H2 = W-FR-H2 - (W-FR-QUOC * 999999929).
       FIM-SOMA-HASH.
           EXIT.

      *    GRAVA-INSTRUMENTO: INCLUI OU ATUALIZA O PAR MEIO/ASSINANTE
      *    (NOME, CEP, GERENTE E PRACA SAO OS DO PEDIDO MAIS RECENTE).
       GRAVA-INSTRUMENTO.
           MOVE W-FR-HASH TO IX-HASH
           MOVE E-COD-ASS TO IX-COD-ASS
           MOVE ZEROS     TO W-TENT-INSTR.
       LE-INSTRUMENTO.
           READ PINSTR WITH LOCK
                INVALID KEY     MOVE "S" TO W-INSTR-NOVO
                NOT INVALID KEY MOVE "N" TO W-INSTR-NOVO
           END-READ
           IF W-FS-INSTR = "9D" OR W-FS-INSTR = "51"
              ADD 1 TO W-TENT-INSTR
              IF W-TENT-INSTR < 500
                 GO TO LE-INSTRUMENTO
              END-IF
              GO TO FIM-GRAVA-INSTRUMENTO.
           IF W-INSTR-NOVO = "S"
              MOVE SPACES          TO REG-INSTR
              MOVE W-FR-HASH       TO IX-HASH
              MOVE E-COD-ASS       TO IX-COD-ASS
              MOVE W-PROC-AAAAMMDD TO IX-PRIM-DATA.
           MOVE W-FR-FORMA        TO IX-FORMA
           MOVE E-NOME-ASS        TO IX-NOME
           MOVE E-CEP5-ASS        TO IX-CEP (1 : 5)
           MOVE E-CEP3-ASS        TO IX-CEP (6 : 3)
           MOVE E-GERENTE         TO IX-GERENTE
           MOVE E-PRACA           TO IX-PRACA
           MOVE W-PROC-AAAAMMDD   TO IX-ULT-DATA
           MOVE W-NOME-PEDIDO     TO IX-ULT-PEDIDO
           IF W-INSTR-NOVO = "S"
              WRITE REG-INSTR
                    INVALID KEY MOVE "N" TO W-INSTR-NOVO
              END-WRITE
           ELSE
              REWRITE REG-INSTR
                    INVALID KEY MOVE "N" TO W-INSTR-NOVO
              END-REWRITE.
           UNLOCK PINSTR.
       FIM-GRAVA-INSTRUMENTO.
           EXIT.

      *    RELATA-FRAUDE: O REGISTRO SUSPEITO E, ABAIXO DELE, CADA
      *    TITULAR DO MESMO MEIO COM O GERENTE QUE VENDEU (O "*"
      *    MARCA O ASSINANTE DO REGISTRO).
       RELATA-FRAUDE.
           IF W-ABRIU-FRAUDE NOT = "S"
              GO TO FIM-RELATA-FRAUDE.
           MOVE SPACES TO REG-FRAUDE
           STRING "SEQ " E-SEQ-REG " PEDIDO " W-NOME-PEDIDO
                  " MEIO " W-FR-FORMA " " W-FR-HASH
                  " - " W-FR-QT-DIST " NOMES/CEPS (LIMITE "
                  W-FR-LIMITE ")"
                  DELIMITED BY SIZE INTO REG-FRAUDE
           IF FRAUDE-RETEM AND W-FR-VERIFICADA NOT = "S"
              MOVE "CARTA RETIDA" TO REG-FRAUDE (110 : 20).
           IF W-FR-VERIFICADA = "S"
              MOVE "VENDA VERIFICADA" TO REG-FRAUDE (110 : 20).
           WRITE REG-FRAUDE
           PERFORM RELATA-TITULAR THRU FIM-RELATA-TITULAR
                    VARYING W-FR-IND FROM 1 BY 1
                    UNTIL W-FR-IND > W-FR-QT-TIT.
       FIM-RELATA-FRAUDE.
           EXIT.

       RELATA-TITULAR.
           MOVE SPACES TO REG-FRAUDE
           STRING "   " TFT-COD(W-FR-IND) " " TFT-NOME(W-FR-IND)
                  " CEP " TFT-CEP(W-FR-IND)
                  " GERENTE " TFT-GERENTE(W-FR-IND)
                  " PRACA " TFT-PRACA(W-FR-IND)
                  " EM " TFT-ULT-DATA(W-FR-IND)
                  DELIMITED BY SIZE INTO REG-FRAUDE
           IF TFT-COD(W-FR-IND) = E-COD-ASS
              MOVE "*" TO REG-FRAUDE (2 : 1).
           WRITE REG-FRAUDE.
       FIM-RELATA-TITULAR.
           EXIT.

      ****************************************************************
      *    CLASSIFICA-ATRASO: CLASSIFICA CADA E-VL-PARC-ATRAS POR
      *    IDADE DO ATRASO EM RELACAO A DATA DE PROCESSAMENTO (ATE
      *    FECHO DE ATRASO_AGING.TXT.
      ****************************************************************
       RESUMO-AGING.
      *    NA PARTE OS TOTAIS VAO NO RESUMO (PARCIAL) - O REUNE FECHA
      *    O ARQUIVO DO PEDIDO INTEIRO COM UM BLOCO SO'.
           IF MODO-PARTICAO
              GO TO FIM-RESUMO-AGING.
           MOVE SPACES TO REG-AGING
           WRITE REG-AGING
           MOVE "** TOTAIS DA RODADA POR FAIXA DE ATRASO" TO REG-AGING
           IF NOT MODO-RECONTAGEM
              WRITE REG-PROJIN FROM W-REG-PROJIN
           END-IF
           MOVE "311" TO W-DV-COD
           MOVE SPACES TO W-DV-VALOR
           STRING E-NR-PROJ(W-IND) " " WP-MOTIVO
                  DELIMITED BY SIZE INTO W-DV-VALOR
           PERFORM GRAVA-DEVOLUCAO THRU FIM-GRAVA-DEVOLUCAO
           MOVE "S" TO W-TEVE-CRITICA W-GT-MARCA(4).
       FIM-GRAVA-CRITICA-DATA.
           EXIT.

              IF NOT MODO-RECONTAGEM
                 WRITE REG-PROJIN FROM W-REG-PROJIN
              END-IF
              MOVE "312" TO W-DV-COD
              MOVE SPACES TO W-DV-VALOR
              STRING E-EDI-PERD-INI "-" E-EDI-PERD-FIM
                     DELIMITED BY SIZE INTO W-DV-VALOR
              PERFORM GRAVA-DEVOLUCAO THRU FIM-GRAVA-DEVOLUCAO
              MOVE "S" TO W-TEVE-CRITICA W-GT-MARCA(4)
              GO TO FIM-CRITICA-PERDIDAS.
           IF E-EDI-PERD-FIM < E-EDI-PERD-INI
              MOVE W-LIDOS TO WP-SEQ
              IF NOT MODO-RECONTAGEM
                 WRITE REG-PROJIN FROM W-REG-PROJIN
              END-IF
              MOVE "312" TO W-DV-COD
              MOVE SPACES TO W-DV-VALOR
              STRING E-EDI-PERD-INI "-" E-EDI-PERD-FIM
                     DELIMITED BY SIZE INTO W-DV-VALOR
              PERFORM GRAVA-DEVOLUCAO THRU FIM-GRAVA-DEVOLUCAO
              MOVE "S" TO W-TEVE-CRITICA W-GT-MARCA(4).
       FIM-CRITICA-PERDIDAS.
           EXIT.

               STRING "TIPO DE REG DESCONHECIDO: " E-TIPO
                      DELIMITED BY SIZE INTO W-MOT-INCID
               PERFORM GRAVA-INCIDENTE THRU FIM-GRAVA-INCIDENTE
               IF MODO-PARTICAO
                  STOP RUN
               END-IF
      *        EM MODO MANIFESTO O PEDIDO QUE FALHA NA CRITICA E'
      *        MARCADO NO CONSOLIDADO E O LOTE SEGUE NO PROXIMO.
               PERFORM VERIFICA-FILA-PEDIDOS
               MOVE "L" TO T-NOME-R(W-IND).
       FIM-MONTA-ARQ.
               EXIT.

      *****************************************************************
      *    ANOTA-PARAMETRO: A VERSAO DO ARQUIVO DE PARAMETROS LIDO
      *    (W-PM-ARQUIVO) VAI PARA O RUNLOG, PELO PARAMVER.
      *****************************************************************
       ANOTA-PARAMETRO.
           MOVE "R" TO W-PM-MODO
           MOVE "XPGR47" TO W-PM-PROGRAMA
           CALL "PARAMVER" USING W-PARAMVER
               ON EXCEPTION
                  DISPLAY "PARAMVER INDISPONIVEL - VERSAO DE "
                          W-PM-ARQUIVO " NAO ANOTADA"
           END-CALL.
       FIM-ANOTA-PARAMETRO.
           EXIT.

      *****************************************************************
      *    ARQUIVA-RELATORIO: COPIA DATADA DO RELATORIO NO ARQUIVO
      *    DE RELATORIOS (ARQREL, INDICE ARQUIVO_REL.TXT) - A
      *    PROXIMA RODADA REGRAVA O RELATORIO NO MESMO NOME.
      *****************************************************************
       ARQUIVA-RELATORIO.
           MOVE SPACES TO W-ARQREL
           MOVE W-SAIDA TO W-AQ-ARQUIVO
           MOVE "XPGR47.REL" TO W-AQ-RELATORIO
           MOVE "XPGR47" TO W-AQ-PROGRAMA
           MOVE W-NOME-PEDIDO TO W-AQ-PEDIDO
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
           DISPLAY "AMBIENTE: " W-AM-NOME.
       FIM-ESCOLHE-AMBIENTE.
           EXIT.
