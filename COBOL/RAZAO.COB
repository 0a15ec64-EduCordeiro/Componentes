       IDENTIFICATION DIVISION.
       PROGRAM-ID.      RAZAO.
      *------------------------------------------------------------
      * RAZAO AUXILIAR DE CONTAS A RECEBER POR ASSINANTE (CHAVE
      * E-COD-ASS DO CADASTRO MESTRE ASSINANTE.DAT). O DINHEIRO
      * PASSA POR FINANC.TXT, PAGAMENTOS.TXT, COBRANCA_BAIXAS.TXT,
      * ACORDOS.TXT E PELO RETORNO DO REMESSA, MAS NENHUM DELES DA'
      * O SALDO DO ASSINANTE NEM O QUE A CONTABILIDADE LANCA. CADA
      * RODADA FECHA UM DIA E LANCA EM RAZAO.TXT, COM DATA:
      *
      *    FT D  PARCELAS FATURADAS - PARCELA (E-VL-PARC) X QTDE DE
      *          PARCELAS (E-QTDE-PARC) DE CADA PROJETO, UMA VEZ POR
      *          VIGENCIA (MA-RZ-FATURADO NO MESTRE)
      *    PG C  PAGAMENTOS RECEBIDOS - LINHAS NOVAS DO
      *          PAGAMENTOS.TXT (PELA CONTA MA-SEQ-FINANC OU, NO
      *          DEBITO AUTOMATICO, PELO ASSINANTE) E O QUE O
      *          PEDIDO INFORMA A MAIS EM E-TOT-PAGO (MA-TOT-PAGO
      *          ALEM DO JA' CREDITADO EM MA-RZ-PAGO)
      *    BP C  BAIXAS POR PERDA - LINHAS NOVAS DO BAIXA_PERDA.TXT
      *    CN C  CANCELAMENTO (CONTRATADO NAO CONSUMIDO), RE D
      *          REEMBOLSO E AJ D/C AJUSTE - DA FILA MOVTO_RAZAO.TXT
      *          (GRAVADA PELO CANCELA; AJUSTES MANUAIS ENTRAM NELA);
      *          LINHA DATADA DEPOIS DO DIA FICA NA FILA
      *
      * O SALDO DE CADA ASSINANTE FICA NO MESTRE (MA-RZ-SALDO). O
      * BALANCETE DO DIA (ABERTURA + DEBITOS - CREDITOS =
      * FECHAMENTO) VAI PARA RAZAO_BALANCETE.TXT E SALDO_RAZAO.TXT
      * GUARDA UMA LINHA POR DIA FECHADO; A ABERTURA E' O
      * FECHAMENTO DO DIA ANTERIOR E TEM DE BATER COM A SOMA DOS
      * SALDOS DO MESTRE ANTES DOS LANCAMENTOS, E O FECHAMENTO COM
      * A SOMA DEPOIS DELES. DIA JA' FECHADO NAO E' REPROCESSADO.
      *
      * LANCAMENTOS_CONTABEIS.TXT RESUME O DIA POR CONTA CONTABIL
      * PELA TABELA CONTAS_CONTABEIS.TXT (TIPO + D/C -> CONTA A
      * DEBITO E CONTA A CREDITO); SEM O ARQUIVO, A TABELA PADRAO
      * ABAIXO E' GRAVADA NELE. PAGAMENTO SEM ASSINANTE NO MESTRE
      * NAO ENTRA NO RAZAO - VAI PARA A CONTA DE VALORES A
      * IDENTIFICAR (TIPO NI) E SAI LISTADO NO BALANCETE.
      *
      * LAYOUT DE CONTAS_CONTABEIS.TXT:
      *    01-02 TIPO  03 D/C  04-15 CONTA A DEBITO
      *    16-27 CONTA A CREDITO  28-57 HISTORICO
      *
      * CHAMADA DESATENDIDA: RAZAO [AAAAMMDD]  (OMISSAO = HOJE)
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

           SELECT PPERDA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-PERDA
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PMOVTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-MOVTO
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PMOVNOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-MOVNOV
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PRAZAO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-RAZAO
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PSALDO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-SALDO
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PCONTAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-CONTAS
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PLANC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-LANC
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

      *    MESMO LAYOUT DO COBRANCA, MAIS O ASSINANTE QUE O DEBITO
      *    GRAVA NO DEBITO AUTOMATICO (A CONTA VEM EM BRANCO QUANDO
      *    ELE NAO ESTA NA COBRANCA) - COM ELE O PAGAMENTO VAI DIRETO
      *    AO ASSINANTE.
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

      *    MESMO LAYOUT DO PERDA.
       FD  PPERDA
        LABEL RECORD IS STANDARD
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
      *    FILA DE LANCAMENTOS PARA O RAZAO: ASSINANTE, DATA, TIPO,
      *    D/C, VALOR EM CENTAVOS, PROGRAMA DE ORIGEM E HISTORICO.
      *-----------------------------------------------------------
       FD  PMOVTO
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "MOVTO_RAZAO.TXT".
       01  REG-MOVTO.
           03 MR-COD-ASS     PIC X(09).
           03 FILLER         PIC X(02).
           03 MR-DATA        PIC 9(08).
           03 FILLER         PIC X(02).
           03 MR-TIPO        PIC X(02).
           03 FILLER         PIC X(02).
           03 MR-DC          PIC X(01).
           03 FILLER         PIC X(02).
           03 MR-VALOR       PIC 9(11).
           03 FILLER         PIC X(02).
           03 MR-ORIGEM      PIC X(08).
           03 FILLER         PIC X(02).
           03 MR-HIST        PIC X(30).

      *    FILA QUE SOBRA (LINHAS DATADAS DEPOIS DO DIA) - TOMA O
      *    LUGAR DA MOVTO_RAZAO.TXT NO FIM DO LANCA-FILA.
       FD  PMOVNOV
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "MOVTO_RAZAO.NOV".
       01  REG-MOVNOV        PIC X(081).

      *-----------------------------------------------------------
      *    RAZAO: UM LANCAMENTO POR LINHA, COM A DATA DO DIA
      *    FECHADO, A DATA DO MOVIMENTO NA ORIGEM E O SALDO DO
      *    ASSINANTE DEPOIS DELE. EXTEND - NUNCA E' REGRAVADO.
      *-----------------------------------------------------------
       FD  PRAZAO
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "RAZAO.TXT".
       01  REG-RAZAO.
           03 RZ-COD-ASS     PIC X(09).
           03 FILLER         PIC X(02).
           03 RZ-DATA        PIC 9(08).
           03 FILLER         PIC X(02).
           03 RZ-TIPO        PIC X(02).
           03 FILLER         PIC X(02).
           03 RZ-DC          PIC X(01).
           03 FILLER         PIC X(02).
           03 RZ-VALOR       PIC 9(11).
           03 FILLER         PIC X(02).
           03 RZ-SALDO       PIC S9(11) SIGN LEADING SEPARATE.
           03 FILLER         PIC X(02).
           03 RZ-DT-MOVTO    PIC X(08).
           03 FILLER         PIC X(02).
           03 RZ-ORIGEM      PIC X(08).
           03 FILLER         PIC X(02).
           03 RZ-HIST        PIC X(30).

      *-----------------------------------------------------------
      *    UMA LINHA POR DIA FECHADO: ABERTURA, DEBITOS, CREDITOS,
      *    FECHAMENTO, QUANTAS LINHAS DO PAGAMENTOS.TXT E DO
      *    BAIXA_PERDA.TXT JA' FORAM LANCADAS E SE O DIA CONFERIU
      *    COM OS SALDOS DO MESTRE.
      *-----------------------------------------------------------
       FD  PSALDO
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "SALDO_RAZAO.TXT".
       01  REG-SALDO.
           03 SR-DATA        PIC 9(08).
           03 FILLER         PIC X(02).
           03 SR-ABERTURA    PIC S9(13) SIGN LEADING SEPARATE.
           03 FILLER         PIC X(02).
           03 SR-DEBITOS     PIC 9(13).
           03 FILLER         PIC X(02).
           03 SR-CREDITOS    PIC 9(13).
           03 FILLER         PIC X(02).
           03 SR-FECHAMENTO  PIC S9(13) SIGN LEADING SEPARATE.
           03 FILLER         PIC X(02).
           03 SR-LIN-PAGTO   PIC 9(07).
           03 FILLER         PIC X(02).
           03 SR-LIN-PERDA   PIC 9(07).
           03 FILLER         PIC X(02).
           03 SR-CONFERE     PIC X(01).

       FD  PCONTAS
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "CONTAS_CONTABEIS.TXT".
       01  REG-CONTAS.
           03 CT-TIPO        PIC X(02).
           03 CT-DC          PIC X(01).
           03 CT-DEBITO      PIC X(12).
           03 CT-CREDITO     PIC X(12).
           03 CT-HIST        PIC X(30).

      *-----------------------------------------------------------
      *    LANCAMENTOS DO DIA PARA A CONTABILIDADE: UMA LINHA POR
      *    TIPO + D/C, COM AS CONTAS DA TABELA, O VALOR E A
      *    QUANTIDADE DE MOVIMENTOS RESUMIDOS.
      *-----------------------------------------------------------
       FD  PLANC
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "LANCAMENTOS_CONTABEIS.TXT".
       01  REG-LANC.
           03 LC-DATA        PIC 9(08).
           03 FILLER         PIC X(02).
           03 LC-DEBITO      PIC X(12).
           03 FILLER         PIC X(02).
           03 LC-CREDITO     PIC X(12).
           03 FILLER         PIC X(02).
           03 LC-VALOR       PIC 9(13).
           03 FILLER         PIC X(02).
           03 LC-QTDE        PIC 9(05).
           03 FILLER         PIC X(02).
           03 LC-TIPO        PIC X(02).
           03 LC-DC          PIC X(01).
           03 FILLER         PIC X(02).
           03 LC-HIST        PIC X(30).

       FD  RELAT
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "RAZAO_BALANCETE.TXT".
       01  REG-RELAT         PIC X(100).

       WORKING-STORAGE SECTION.
       77 W-FS-MESTRE      PIC X(02) VALUE SPACES.
       77 W-FS-PAGTO       PIC X(02) VALUE SPACES.
       77 W-FS-PERDA       PIC X(02) VALUE SPACES.
       77 W-FS-MOVTO       PIC X(02) VALUE SPACES.
       77 W-FS-MOVNOV      PIC X(02) VALUE SPACES.
       77 W-FS-RAZAO       PIC X(02) VALUE SPACES.
       77 W-FS-SALDO       PIC X(02) VALUE SPACES.
       77 W-FS-CONTAS      PIC X(02) VALUE SPACES.
       77 W-FS-LANC        PIC X(02) VALUE SPACES.
       77 W-FS-RELAT       PIC X(02) VALUE SPACES.
       77 W-ARGC           PIC 9(02) VALUE ZEROS.
       77 W-DIA            PIC 9(08) VALUE ZEROS.
       77 W-DIA-INT        PIC 9(08) VALUE ZEROS.
       77 W-ULT-DIA        PIC 9(08) VALUE ZEROS.
       77 W-ABERTURA       PIC S9(13) VALUE ZEROS.
       77 W-FECHAMENTO     PIC S9(13) VALUE ZEROS.
       77 W-SOMA-ANTES     PIC S9(13) VALUE ZEROS.
       77 W-SOMA-DEPOIS    PIC S9(13) VALUE ZEROS.
       77 W-TOT-DEB        PIC 9(13) VALUE ZEROS.
       77 W-TOT-CRED       PIC 9(13) VALUE ZEROS.
       77 W-CONFERE        PIC X(01) VALUE "S".
       77 W-LIN-PAGTO-ANT  PIC 9(07) VALUE ZEROS.
       77 W-LIN-PERDA-ANT  PIC 9(07) VALUE ZEROS.
       77 W-LIN-PAGTO-NOVO PIC 9(07) VALUE ZEROS.
       77 W-LIN-PERDA-NOVO PIC 9(07) VALUE ZEROS.
       77 W-LIN            PIC 9(07) VALUE ZEROS.
       77 W-RECOMECO-PG    PIC X(01) VALUE "N".
       77 W-RECOMECO-BP    PIC X(01) VALUE "N".
       77 W-QT-SEQ         PIC 9(04) VALUE ZEROS.
       77 W-IND-SEQ        PIC 9(04) VALUE ZEROS.
       77 W-ACHOU-SEQ      PIC 9(04) VALUE ZEROS.
       77 W-SEQ-N6         PIC 9(06) VALUE ZEROS.
       77 W-SEQ-N          PIC 9(09) VALUE ZEROS.
       77 W-SEQ9           PIC X(09) VALUE SPACES.
       77 W-I-CHAR         PIC 9(02) VALUE ZEROS.
       77 W-DIGITO         PIC 9(01) VALUE ZEROS.
       77 W-VAL-CENTS      PIC 9(11) VALUE ZEROS.
       77 W-VALOR-X        PIC X(12) VALUE SPACES.
       77 W-IND            PIC 9(01) VALUE ZEROS.
       77 W-ALTEROU        PIC X(01) VALUE "N".
       77 W-QT-MOVTO       PIC 9(07) VALUE ZEROS.
       77 W-QT-FICA        PIC 9(07) VALUE ZEROS.
       77 W-ARQ-MOVTO      PIC X(030) VALUE "MOVTO_RAZAO.TXT".
       77 W-ARQ-MOVNOV     PIC X(030) VALUE "MOVTO_RAZAO.NOV".
       77 W-RC             PIC 9(004) VALUE ZEROS COMP.
       77 W-QT-CT          PIC 9(02) VALUE ZEROS.
       77 W-IND-CT         PIC 9(02) VALUE ZEROS.
       77 W-ACHOU-CT       PIC 9(02) VALUE ZEROS.
       77 W-QT-PT          PIC 9(02) VALUE ZEROS.
       77 W-IND-PT         PIC 9(02) VALUE ZEROS.
       77 W-ACHOU-PT       PIC 9(02) VALUE ZEROS.
       77 W-QT-OCOR        PIC 9(03) VALUE ZEROS.
       77 W-IND-OC         PIC 9(03) VALUE ZEROS.
       77 W-QT-LANC        PIC 9(07) VALUE ZEROS.
       77 W-QT-MESTRE      PIC 9(07) VALUE ZEROS.
       77 W-DEB-TIPO       PIC 9(13) VALUE ZEROS.
       77 W-CRED-TIPO      PIC 9(13) VALUE ZEROS.
       77 W-VALOR-ED       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       77 W-SALDO-ED       PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       77 W-QTDE-ED        PIC ZZZ.ZZ9.
       01 W-LINHA          PIC X(100) VALUE SPACES.
      *    LANCAMENTO EM PREPARO (LANCA-RAZAO).
       01 W-LANCTO.
          02 WL-COD-ASS    PIC X(09).
          02 WL-TIPO       PIC X(02).
          02 WL-DC         PIC X(01).
          02 WL-VALOR      PIC 9(11).
          02 WL-DT-MOVTO   PIC X(08).
          02 WL-ORIGEM     PIC X(08).
          02 WL-HIST       PIC X(30).
      *    CONTA DO PAGAMENTOS.TXT -> ASSINANTE: A CHAVE COMO O
      *    XPGR47 GRAVA EM MA-SEQ-FINANC E COM 9 DIGITOS (COMO O
      *    REMESSA DEVOLVE DO BANCO). A MESMA CONTA EM MAIS DE UM
      *    ASSINANTE FICA COM O DO PEDIDO MAIS RECENTE.
       01 TAB-SEQ.
          02 TS-ENT OCCURS 5000 TIMES.
             03 TS-SEQ     PIC X(09).
             03 TS-SEQ9    PIC X(09).
             03 TS-COD     PIC X(09).
             03 TS-DATA    PIC 9(08).
       01 TAB-CONTAS.
          02 TC-ENT OCCURS 50 TIMES.
             03 TC-TIPO    PIC X(02).
             03 TC-DC      PIC X(01).
             03 TC-DEBITO  PIC X(12).
             03 TC-CREDITO PIC X(12).
             03 TC-HIST    PIC X(30).
      *    TABELA PADRAO, GRAVADA EM CONTAS_CONTABEIS.TXT NA PRIMEIRA
      *    VEZ: 1.1.2.01.001 CLIENTES - ASSINATURAS A RECEBER,
      *    1.1.1.02.001 BANCOS, 1.1.2.09.001 PROVISAO PARA DEVEDORES
      *    DUVIDOSOS, 3.1.1.01.001 RECEITA DE ASSINATURAS,
      *    3.1.1.09.001 CANCELAMENTOS, 3.1.9.09.001 AJUSTES E
      *    2.1.8.01.001 VALORES A IDENTIFICAR.
       01 TAB-CONTAS-PADRAO.
          02 FILLER PIC X(03) VALUE "FTD".
          02 FILLER PIC X(24) VALUE "1.1.2.01.0013.1.1.01.001".
          02 FILLER PIC X(30) VALUE "FATURAMENTO DE ASSINATURAS".
          02 FILLER PIC X(03) VALUE "PGC".
          02 FILLER PIC X(24) VALUE "1.1.1.02.0011.1.2.01.001".
          02 FILLER PIC X(30) VALUE "RECEBIMENTO DE ASSINANTES".
          02 FILLER PIC X(03) VALUE "BPC".
          02 FILLER PIC X(24) VALUE "1.1.2.09.0011.1.2.01.001".
          02 FILLER PIC X(30) VALUE "BAIXA POR PERDA".
          02 FILLER PIC X(03) VALUE "CNC".
          02 FILLER PIC X(24) VALUE "3.1.1.09.0011.1.2.01.001".
          02 FILLER PIC X(30) VALUE "CANCELAMENTO DE ASSINATURAS".
          02 FILLER PIC X(03) VALUE "RED".
          02 FILLER PIC X(24) VALUE "1.1.2.01.0011.1.1.02.001".
          02 FILLER PIC X(30) VALUE "REEMBOLSO A ASSINANTES".
          02 FILLER PIC X(03) VALUE "AJD".
          02 FILLER PIC X(24) VALUE "1.1.2.01.0013.1.9.09.001".
          02 FILLER PIC X(30) VALUE "AJUSTE A DEBITO DO ASSINANTE".
          02 FILLER PIC X(03) VALUE "AJC".
          02 FILLER PIC X(24) VALUE "3.1.9.09.0011.1.2.01.001".
          02 FILLER PIC X(30) VALUE "AJUSTE A CREDITO DO ASSINANTE".
          02 FILLER PIC X(03) VALUE "NIC".
          02 FILLER PIC X(24) VALUE "1.1.1.02.0012.1.8.01.001".
          02 FILLER PIC X(30) VALUE "RECEBIMENTO NAO IDENTIFICADO".
       01 FILLER REDEFINES TAB-CONTAS-PADRAO.
          02 CP-ENT OCCURS 8 TIMES    PIC X(57).
      *    TOTAIS DO DIA POR TIPO + D/C.
       01 TAB-POSTAGEM.
          02 PT-ENT OCCURS 20 TIMES.
             03 PT-TIPO    PIC X(02).
             03 PT-DC      PIC X(01).
             03 PT-QT      PIC 9(05).
             03 PT-VALOR   PIC 9(13).
      *    OCORRENCIAS DO DIA PARA O FIM DO BALANCETE.
       01 TAB-OCOR.
          02 OC-LIN OCCURS 500 TIMES     PIC X(100).
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
           PERFORM ESCOLHE-AMBIENTE THRU FIM-ESCOLHE-AMBIENTE
           ACCEPT W-DIA FROM DATE YYYYMMDD
           ACCEPT W-ARGC FROM ARGUMENT-NUMBER.
           IF W-ARGC NOT < 1
              DISPLAY 1 UPON ARGUMENT-NUMBER
              ACCEPT W-DIA FROM ARGUMENT-VALUE.
           COMPUTE W-DIA-INT = FUNCTION INTEGER-OF-DATE(W-DIA)
           IF W-DIA-INT = ZEROS
              DISPLAY "DATA INVALIDA: " W-DIA
              STOP RUN.
           PERFORM LE-ULTIMO-DIA THRU FIM-LE-ULTIMO-DIA
           IF W-DIA NOT > W-ULT-DIA
              MOVE W-ULT-DIA TO W-DATA-AUX
              PERFORM EDITA-DATA THRU FIM-EDITA-DATA
              DISPLAY "RAZAO JA' FECHADO ATE " W-DATA-ED
                      " - DIA NAO REPROCESSADO"
              STOP RUN.
           PERFORM CARREGA-CONTAS THRU FIM-CARREGA-CONTAS
           OPEN I-O PMESTRE
           IF W-FS-MESTRE NOT = "00"
              DISPLAY "CADASTRO MESTRE (ASSINANTE.DAT) INDISPONIVEL = "
                      W-FS-MESTRE
              STOP RUN.
           OPEN EXTEND PRAZAO
           IF W-FS-RAZAO NOT = "00"
              OPEN OUTPUT PRAZAO.
           IF W-FS-RAZAO NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO RAZAO.TXT = " W-FS-RAZAO
              CLOSE PMESTRE
              STOP RUN.
           PERFORM SOMA-ABERTURA THRU FIM-SOMA-ABERTURA
           PERFORM LANCA-PAGAMENTOS THRU FIM-LANCA-PAGAMENTOS
           PERFORM LANCA-PERDAS THRU FIM-LANCA-PERDAS
           PERFORM LANCA-FILA THRU FIM-LANCA-FILA
           PERFORM LANCA-MESTRE THRU FIM-LANCA-MESTRE
           CLOSE PRAZAO PMESTRE
           COMPUTE W-FECHAMENTO = W-ABERTURA + W-TOT-DEB - W-TOT-CRED
           IF W-SOMA-ANTES NOT = W-ABERTURA OR
              W-SOMA-DEPOIS NOT = W-FECHAMENTO
              MOVE "N" TO W-CONFERE.
           PERFORM GRAVA-SALDO THRU FIM-GRAVA-SALDO
           PERFORM GRAVA-CONTABIL THRU FIM-GRAVA-CONTABIL
           PERFORM IMPRIME-BALANCETE THRU FIM-IMPRIME-BALANCETE
           MOVE W-DIA TO W-DATA-AUX
           PERFORM EDITA-DATA THRU FIM-EDITA-DATA
           DISPLAY "RAZAO FECHADO EM " W-DATA-ED "  LANCAMENTOS: "
                   W-QT-LANC
           COMPUTE W-SALDO-ED = W-FECHAMENTO / 100
           DISPLAY "SALDO DE FECHAMENTO: " W-SALDO-ED
           IF W-CONFERE NOT = "S"
              DISPLAY "ATENCAO: RAZAO NAO CONFERE COM OS SALDOS DO "
                      "MESTRE - VER RAZAO_BALANCETE.TXT".
           DISPLAY "BALANCETE EM RAZAO_BALANCETE.TXT, LANCAMENTOS EM "
                   "LANCAMENTOS_CONTABEIS.TXT"
           STOP RUN.

      *-----------------------------------------------------------
      *    LE-ULTIMO-DIA: O ULTIMO DIA FECHADO EM SALDO_RAZAO.TXT -
      *    O FECHAMENTO DELE E' A ABERTURA DE HOJE. SEM O ARQUIVO,
      *    E' A PRIMEIRA RODADA (ABERTURA ZERO).
      *-----------------------------------------------------------
       LE-ULTIMO-DIA.
           OPEN INPUT PSALDO
           IF W-FS-SALDO NOT = "00"
              GO TO FIM-LE-ULTIMO-DIA.
       LE-SALDO.
           READ PSALDO AT END
                CLOSE PSALDO
                GO TO FIM-LE-ULTIMO-DIA.
           IF SR-DATA NOT NUMERIC
              GO TO LE-SALDO.
           MOVE SR-DATA       TO W-ULT-DIA
           MOVE SR-FECHAMENTO TO W-ABERTURA
           MOVE SR-LIN-PAGTO  TO W-LIN-PAGTO-ANT
           MOVE SR-LIN-PERDA  TO W-LIN-PERDA-ANT
           GO TO LE-SALDO.
       FIM-LE-ULTIMO-DIA.
           EXIT.

      *-----------------------------------------------------------
      *    CARREGA-CONTAS: TABELA TIPO + D/C -> CONTAS CONTABEIS.
      *    SEM O ARQUIVO, A PADRAO E JA' A GRAVA PARA A
      *    CONTABILIDADE AJUSTAR AO PLANO DE CONTAS DELA.
      *-----------------------------------------------------------
       CARREGA-CONTAS.
           MOVE ZEROS TO W-QT-CT
           OPEN INPUT PCONTAS
           IF W-FS-CONTAS NOT = "00"
              GO TO CONTAS-PADRAO.
       LE-CONTAS.
           READ PCONTAS AT END
                CLOSE PCONTAS
                GO TO FIM-CARREGA-CONTAS.
           IF CT-TIPO = SPACES OR W-QT-CT NOT < 50
              GO TO LE-CONTAS.
           ADD 1 TO W-QT-CT
           MOVE REG-CONTAS TO TC-ENT(W-QT-CT)
           GO TO LE-CONTAS.
       CONTAS-PADRAO.
           PERFORM COPIA-PADRAO THRU FIM-COPIA-PADRAO
                    VARYING W-IND-CT FROM 1 BY 1
                    UNTIL W-IND-CT > 8
           MOVE 8 TO W-QT-CT
           OPEN OUTPUT PCONTAS
           IF W-FS-CONTAS NOT = "00"
              GO TO FIM-CARREGA-CONTAS.
           PERFORM GRAVA-UMA-CONTA THRU FIM-GRAVA-UMA-CONTA
                    VARYING W-IND-CT FROM 1 BY 1
                    UNTIL W-IND-CT > W-QT-CT
           CLOSE PCONTAS.
       FIM-CARREGA-CONTAS.
           EXIT.

       COPIA-PADRAO.
           MOVE CP-ENT(W-IND-CT) TO TC-ENT(W-IND-CT).
       FIM-COPIA-PADRAO.
           EXIT.

       GRAVA-UMA-CONTA.
           MOVE TC-ENT(W-IND-CT) TO REG-CONTAS
           WRITE REG-CONTAS.
       FIM-GRAVA-UMA-CONTA.
           EXIT.

      *-----------------------------------------------------------
      *    SOMA-ABERTURA: SOMA DOS SALDOS DO MESTRE ANTES DE
      *    QUALQUER LANCAMENTO (TEM DE SER O FECHAMENTO ANTERIOR) E
      *    TABELA CONTA DE COBRANCA -> ASSINANTE.
      *-----------------------------------------------------------
       SOMA-ABERTURA.
           MOVE ZEROS TO W-SOMA-ANTES W-QT-SEQ
           MOVE LOW-VALUES TO MA-COD-ASS
           START PMESTRE KEY NOT < MA-COD-ASS
                 INVALID KEY GO TO FIM-SOMA-ABERTURA
           END-START.
       LE-MESTRE-ABERTURA.
           READ PMESTRE NEXT RECORD AT END
                GO TO FIM-SOMA-ABERTURA.
           IF MA-RZ-SALDO NUMERIC
              ADD MA-RZ-SALDO TO W-SOMA-ANTES.
           IF MA-SEQ-FINANC = SPACES
              GO TO LE-MESTRE-ABERTURA.
           MOVE ZEROS TO W-SEQ-N
           IF MA-SEQ-FINANC (1 : 6) NUMERIC
              MOVE MA-SEQ-FINANC (1 : 6) TO W-SEQ-N6
              MOVE W-SEQ-N6 TO W-SEQ-N.
           MOVE W-SEQ-N TO W-SEQ9
           MOVE ZEROS TO W-ACHOU-SEQ
           PERFORM TESTA-SEQ THRU FIM-TESTA-SEQ
                    VARYING W-IND-SEQ FROM 1 BY 1
                    UNTIL W-IND-SEQ > W-QT-SEQ OR W-ACHOU-SEQ > ZEROS
           IF W-ACHOU-SEQ = ZEROS
              IF W-QT-SEQ < 5000
                 ADD 1 TO W-QT-SEQ
                 MOVE W-QT-SEQ TO W-ACHOU-SEQ
                 MOVE ZEROS TO TS-DATA(W-ACHOU-SEQ)
              ELSE
                 GO TO LE-MESTRE-ABERTURA.
           IF MA-ULT-DATA NOT NUMERIC
              MOVE ZEROS TO MA-ULT-DATA.
           IF TS-DATA(W-ACHOU-SEQ) > MA-ULT-DATA
              GO TO LE-MESTRE-ABERTURA.
           MOVE MA-SEQ-FINANC TO TS-SEQ(W-ACHOU-SEQ)
           MOVE W-SEQ9        TO TS-SEQ9(W-ACHOU-SEQ)
           MOVE MA-COD-ASS    TO TS-COD(W-ACHOU-SEQ)
           MOVE MA-ULT-DATA   TO TS-DATA(W-ACHOU-SEQ)
           GO TO LE-MESTRE-ABERTURA.
       FIM-SOMA-ABERTURA.
           EXIT.

       TESTA-SEQ.
           IF TS-SEQ(W-IND-SEQ) = MA-SEQ-FINANC
              MOVE W-IND-SEQ TO W-ACHOU-SEQ.
       FIM-TESTA-SEQ.
           EXIT.

      *    CONTA DO PAGAMENTO PELA CHAVE DO FINANC OU PELOS 9
      *    DIGITOS DO BANCO.
       ACHA-SEQ.
           IF TS-SEQ(W-IND-SEQ) = PG-SEQ OR TS-SEQ9(W-IND-SEQ) = PG-SEQ
              MOVE W-IND-SEQ TO W-ACHOU-SEQ.
       FIM-ACHA-SEQ.
           EXIT.

      *-----------------------------------------------------------
      *    LANCA-PAGAMENTOS: AS LINHAS DO PAGAMENTOS.TXT DEPOIS DAS
      *    JA' LANCADAS. ARQUIVO MENOR QUE A CONTAGEM ANTERIOR FOI
      *    TROCADO PELO FINANCEIRO - LANCA DESDE A PRIMEIRA LINHA.
      *-----------------------------------------------------------
       LANCA-PAGAMENTOS.
           MOVE ZEROS TO W-LIN
           MOVE W-LIN-PAGTO-ANT TO W-LIN-PAGTO-NOVO
           OPEN INPUT PPAGTO
           IF W-FS-PAGTO NOT = "00"
              GO TO FIM-LANCA-PAGAMENTOS.
       CONTA-PAGTO.
           READ PPAGTO AT END
                CLOSE PPAGTO
                GO TO REABRE-PAGTO.
           ADD 1 TO W-LIN
           GO TO CONTA-PAGTO.
       REABRE-PAGTO.
           IF W-LIN < W-LIN-PAGTO-ANT
              MOVE "S" TO W-RECOMECO-PG
              MOVE ZEROS TO W-LIN-PAGTO-ANT.
           MOVE ZEROS TO W-LIN
           OPEN INPUT PPAGTO.
       LE-PAGTO.
           READ PPAGTO AT END
                CLOSE PPAGTO
                MOVE W-LIN TO W-LIN-PAGTO-NOVO
                GO TO FIM-LANCA-PAGAMENTOS.
           ADD 1 TO W-LIN
           IF W-LIN NOT > W-LIN-PAGTO-ANT
              GO TO LE-PAGTO.
           IF PG-SEQ = SPACES AND PG-COD-ASS = SPACES
              GO TO LE-PAGTO.
           MOVE PG-VALOR TO W-VALOR-X
           PERFORM EXTRAI-CENTAVOS THRU FIM-EXTRAI-CENTAVOS
           IF W-VAL-CENTS = ZEROS
              GO TO LE-PAGTO.
           MOVE SPACES       TO W-LANCTO
           MOVE "PG"         TO WL-TIPO
           MOVE "C"          TO WL-DC
           MOVE W-VAL-CENTS  TO WL-VALOR
           MOVE PG-DATA      TO WL-DT-MOVTO
           MOVE "PAGTOS"     TO WL-ORIGEM
           IF PG-COD-ASS NOT = SPACES
              MOVE "DEBITO AUTOMATICO" TO WL-HIST
              MOVE PG-COD-ASS TO MA-COD-ASS
              GO TO LE-PAGTO-ASSINANTE.
           STRING "PAGAMENTO CONTA " PG-SEQ
                  DELIMITED BY SIZE INTO WL-HIST
           MOVE ZEROS TO W-ACHOU-SEQ
           PERFORM ACHA-SEQ THRU FIM-ACHA-SEQ
                    VARYING W-IND-SEQ FROM 1 BY 1
                    UNTIL W-IND-SEQ > W-QT-SEQ OR W-ACHOU-SEQ > ZEROS
           IF W-ACHOU-SEQ = ZEROS
              GO TO PAGTO-SEM-ASSINANTE.
           MOVE TS-COD(W-ACHOU-SEQ) TO MA-COD-ASS.
       LE-PAGTO-ASSINANTE.
           READ PMESTRE
                INVALID KEY GO TO PAGTO-SEM-ASSINANTE
           END-READ
           PERFORM PREPARA-MESTRE THRU FIM-PREPARA-MESTRE
           ADD W-VAL-CENTS TO MA-RZ-PAGO
           PERFORM LANCA-RAZAO THRU FIM-LANCA-RAZAO
           REWRITE REG-MESTRE
                   INVALID KEY DISPLAY "ERRO NA REGRAVACAO DO MESTRE "
                                       MA-COD-ASS
           END-REWRITE
           GO TO LE-PAGTO.
      *    SEM ASSINANTE NAO HA' SALDO A BAIXAR: VAI PARA VALORES A
      *    IDENTIFICAR NA CONTABILIDADE E SAI NO BALANCETE.
       PAGTO-SEM-ASSINANTE.
           MOVE "NI" TO WL-TIPO
           PERFORM ACUMULA-POSTAGEM THRU FIM-ACUMULA-POSTAGEM
           DIVIDE W-VAL-CENTS BY 100 GIVING W-VALOR-ED
           MOVE SPACES TO W-LINHA
           STRING "PAGAMENTO SEM ASSINANTE NO MESTRE: CONTA " PG-SEQ
                  " " PG-COD-ASS " DE " PG-DATA " VALOR " W-VALOR-ED
                  DELIMITED BY SIZE INTO W-LINHA
           PERFORM GUARDA-OCORRENCIA THRU FIM-GUARDA-OCORRENCIA
           GO TO LE-PAGTO.
       FIM-LANCA-PAGAMENTOS.
           EXIT.

      *-----------------------------------------------------------
      *    LANCA-PERDAS: AS LINHAS NOVAS DO BAIXA_PERDA.TXT (O
      *    RAZAO DO PERDA SO' CRESCE).
      *-----------------------------------------------------------
       LANCA-PERDAS.
           MOVE ZEROS TO W-LIN
           MOVE W-LIN-PERDA-ANT TO W-LIN-PERDA-NOVO
           OPEN INPUT PPERDA
           IF W-FS-PERDA NOT = "00"
              GO TO FIM-LANCA-PERDAS.
       CONTA-PERDA.
           READ PPERDA AT END
                CLOSE PPERDA
                GO TO REABRE-PERDA.
           ADD 1 TO W-LIN
           GO TO CONTA-PERDA.
       REABRE-PERDA.
           IF W-LIN < W-LIN-PERDA-ANT
              MOVE "S" TO W-RECOMECO-BP
              MOVE ZEROS TO W-LIN-PERDA-ANT.
           MOVE ZEROS TO W-LIN
           OPEN INPUT PPERDA.
       LE-PERDA.
           READ PPERDA AT END
                CLOSE PPERDA
                MOVE W-LIN TO W-LIN-PERDA-NOVO
                GO TO FIM-LANCA-PERDAS.
           ADD 1 TO W-LIN
           IF W-LIN NOT > W-LIN-PERDA-ANT OR BP-SEQ = SPACES
              GO TO LE-PERDA.
           IF BP-VALOR NOT NUMERIC OR BP-VALOR = ZEROS
              GO TO LE-PERDA.
           MOVE BP-COD-ASS TO MA-COD-ASS
           IF BP-COD-ASS = SPACES
              GO TO PERDA-SEM-ASSINANTE.
           READ PMESTRE
                INVALID KEY GO TO PERDA-SEM-ASSINANTE
           END-READ
           PERFORM PREPARA-MESTRE THRU FIM-PREPARA-MESTRE
           MOVE SPACES       TO W-LANCTO
           MOVE "BP"         TO WL-TIPO
           MOVE "C"          TO WL-DC
           MOVE BP-VALOR     TO WL-VALOR
           MOVE BP-DATA      TO WL-DT-MOVTO
           MOVE "PERDA"      TO WL-ORIGEM
           MOVE BP-MOTIVO    TO WL-HIST
           PERFORM LANCA-RAZAO THRU FIM-LANCA-RAZAO
           REWRITE REG-MESTRE
                   INVALID KEY DISPLAY "ERRO NA REGRAVACAO DO MESTRE "
                                       MA-COD-ASS
           END-REWRITE
           GO TO LE-PERDA.
       PERDA-SEM-ASSINANTE.
           MOVE SPACES TO W-LINHA
           STRING "BAIXA POR PERDA SEM ASSINANTE NO MESTRE: CONTA "
                  BP-SEQ " - NAO LANCADA"
                  DELIMITED BY SIZE INTO W-LINHA
           PERFORM GUARDA-OCORRENCIA THRU FIM-GUARDA-OCORRENCIA
           GO TO LE-PERDA.
       FIM-LANCA-PERDAS.
           EXIT.

      *-----------------------------------------------------------
      *    LANCA-FILA: LANCA AS LINHAS DA MOVTO_RAZAO.TXT ATE' O DIA
      *    E PASSA AS DATADAS DEPOIS DELE PARA A MOVTO_RAZAO.NOV, QUE
      *    NO FIM TOMA O LUGAR DA FILA. LINHA INVALIDA SAI DA FILA E
      *    FICA LISTADA NO BALANCETE.
      *-----------------------------------------------------------
       LANCA-FILA.
           MOVE ZEROS TO W-QT-MOVTO W-QT-FICA
           OPEN INPUT PMOVTO
           IF W-FS-MOVTO NOT = "00"
              GO TO FIM-LANCA-FILA.
           OPEN OUTPUT PMOVNOV
           IF W-FS-MOVNOV NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO MOVTO_RAZAO.NOV = "
                      W-FS-MOVNOV " - FILA NAO LANCADA"
              CLOSE PMOVTO
              GO TO FIM-LANCA-FILA.
       LE-MOVTO.
           READ PMOVTO AT END
                CLOSE PMOVTO PMOVNOV
                GO TO TROCA-FILA.
           IF REG-MOVTO = SPACES
              GO TO LE-MOVTO.
           ADD 1 TO W-QT-MOVTO
           PERFORM LANCA-UM-MOVTO THRU FIM-LANCA-UM-MOVTO
           GO TO LE-MOVTO.
      *    MESMO EXPEDIENTE DE TROCA POR RENOMEACAO DO FECHAMES.
       TROCA-FILA.
           CALL    "CBL_DELETE_FILE"   USING     W-ARQ-MOVTO
                   RETURNING W-RC
           CALL    "CBL_RENAME_FILE"   USING     W-ARQ-MOVNOV
                                                 W-ARQ-MOVTO
                   RETURNING W-RC.
           IF      W-RC      NOT       EQUAL     ZEROS
                   DISPLAY "ATENCAO: MOVTO_RAZAO.NOV NAO PODE SER "
                           "RENOMEADO - RENOMEIE PARA MOVTO_RAZAO.TXT "
                           "NA MAO".
       FIM-LANCA-FILA.
           EXIT.

      *    AS LINHAS QUE FICAM VAO PARA A MOVTO_RAZAO.NOV.
       LANCA-UM-MOVTO.
           IF MR-DATA NOT NUMERIC
              MOVE "DATA INVALIDA" TO W-LINHA (60 : 40)
              GO TO RECUSA-MOVTO.
           IF MR-DATA > W-DIA
              ADD 1 TO W-QT-FICA
              WRITE REG-MOVNOV FROM REG-MOVTO
              GO TO FIM-LANCA-UM-MOVTO.
           IF MR-DC NOT = "D" AND MR-DC NOT = "C"
              MOVE "D/C INVALIDO" TO W-LINHA (60 : 40)
              GO TO RECUSA-MOVTO.
           IF MR-TIPO = SPACES OR MR-TIPO = "NI"
              MOVE "TIPO INVALIDO" TO W-LINHA (60 : 40)
              GO TO RECUSA-MOVTO.
           IF MR-VALOR NOT NUMERIC OR MR-VALOR = ZEROS
              MOVE "VALOR INVALIDO" TO W-LINHA (60 : 40)
              GO TO RECUSA-MOVTO.
           MOVE MR-COD-ASS TO MA-COD-ASS
           READ PMESTRE
                INVALID KEY MOVE "ASSINANTE FORA DO MESTRE"
                                 TO W-LINHA (60 : 40)
                            GO TO RECUSA-MOVTO
           END-READ
           PERFORM PREPARA-MESTRE THRU FIM-PREPARA-MESTRE
           MOVE SPACES       TO W-LANCTO
           MOVE MR-TIPO      TO WL-TIPO
           MOVE MR-DC        TO WL-DC
           MOVE MR-VALOR     TO WL-VALOR
           MOVE MR-DATA      TO WL-DT-MOVTO
           MOVE MR-ORIGEM    TO WL-ORIGEM
           MOVE MR-HIST      TO WL-HIST
           PERFORM LANCA-RAZAO THRU FIM-LANCA-RAZAO
           REWRITE REG-MESTRE
                   INVALID KEY DISPLAY "ERRO NA REGRAVACAO DO MESTRE "
                                       MA-COD-ASS
           END-REWRITE
           GO TO FIM-LANCA-UM-MOVTO.
       RECUSA-MOVTO.
           MOVE "MOVIMENTO RECUSADO: " TO W-LINHA (1 : 20)
           MOVE REG-MOVTO (1 : 39)     TO W-LINHA (21 : 39)
           PERFORM GUARDA-OCORRENCIA THRU FIM-GUARDA-OCORRENCIA
           MOVE SPACES TO W-LINHA.
       FIM-LANCA-UM-MOVTO.
           EXIT.

      *-----------------------------------------------------------
      *    LANCA-MESTRE: PASSA O MESTRE INTEIRO - FATURA O CONTRATO
      *    DE CADA VIGENCIA AINDA NAO LANCADA, CREDITA O QUE O
      *    PEDIDO INFORMA DE PAGO A MAIS E SOMA OS SALDOS DEPOIS DOS
      *    LANCAMENTOS DO DIA.
      *-----------------------------------------------------------
       LANCA-MESTRE.
           MOVE ZEROS TO W-SOMA-DEPOIS W-QT-MESTRE
           MOVE LOW-VALUES TO MA-COD-ASS
           START PMESTRE KEY NOT < MA-COD-ASS
                 INVALID KEY GO TO FIM-LANCA-MESTRE
           END-START.
       LE-MESTRE-DIA.
           READ PMESTRE NEXT RECORD AT END
                GO TO FIM-LANCA-MESTRE.
           ADD 1 TO W-QT-MESTRE
           MOVE "N" TO W-ALTEROU
           IF MA-RZ-SALDO NOT NUMERIC OR MA-RZ-PAGO NOT NUMERIC OR
              MA-RZ-DT-ULT NOT NUMERIC
              PERFORM PREPARA-MESTRE THRU FIM-PREPARA-MESTRE
              MOVE "S" TO W-ALTEROU.
           PERFORM FATURA-PROJETO THRU FIM-FATURA-PROJETO
                    VARYING W-IND FROM 1 BY 1
                    UNTIL W-IND > 6
           IF MA-TOT-PAGO NUMERIC
              IF MA-TOT-PAGO > MA-RZ-PAGO
                 MOVE SPACES       TO W-LANCTO
                 MOVE "PG"         TO WL-TIPO
                 MOVE "C"          TO WL-DC
                 COMPUTE WL-VALOR = MA-TOT-PAGO - MA-RZ-PAGO
                 MOVE MA-ULT-DATA  TO WL-DT-MOVTO
                 MOVE "PEDIDO"     TO WL-ORIGEM
                 STRING "PAGO INFORMADO NO PEDIDO " MA-ULT-PEDIDO
                        DELIMITED BY SIZE INTO WL-HIST
                 MOVE MA-TOT-PAGO  TO MA-RZ-PAGO
                 PERFORM LANCA-RAZAO THRU FIM-LANCA-RAZAO
                 MOVE "S" TO W-ALTEROU.
           ADD MA-RZ-SALDO TO W-SOMA-DEPOIS
           IF W-ALTEROU = "N"
              GO TO LE-MESTRE-DIA.
           REWRITE REG-MESTRE
                   INVALID KEY DISPLAY "ERRO NA REGRAVACAO DO MESTRE "
                                       MA-COD-ASS
           END-REWRITE
           GO TO LE-MESTRE-DIA.
       FIM-LANCA-MESTRE.
           EXIT.

       FATURA-PROJETO.
           IF MA-NR-PROJ(W-IND) = SPACES OR
              MA-RZ-FATURADO(W-IND) = "S"
              GO TO FIM-FATURA-PROJETO.
           IF MA-VL-PARC(W-IND) NOT NUMERIC OR
              MA-QTDE-PARC NOT NUMERIC
              GO TO FIM-FATURA-PROJETO.
           IF MA-VL-PARC(W-IND) = ZEROS OR MA-QTDE-PARC = ZEROS
              GO TO FIM-FATURA-PROJETO.
           MOVE SPACES       TO W-LANCTO
           MOVE "FT"         TO WL-TIPO
           MOVE "D"          TO WL-DC
           COMPUTE WL-VALOR = MA-VL-PARC(W-IND) * MA-QTDE-PARC
           MOVE MA-DT-VIG-INIC(W-IND) TO WL-DT-MOVTO
           MOVE "PEDIDO"     TO WL-ORIGEM
           STRING "PROJETO " MA-NR-PROJ(W-IND) " " MA-QTDE-PARC
                  " PARCELAS"
                  DELIMITED BY SIZE INTO WL-HIST
           MOVE "S"          TO MA-RZ-FATURADO(W-IND)
           PERFORM LANCA-RAZAO THRU FIM-LANCA-RAZAO
           MOVE "S"          TO W-ALTEROU.
       FIM-FATURA-PROJETO.
           EXIT.

      *    REGISTRO GRAVADO ANTES DO RAZAO EXISTIR TRAZ BRANCOS NOS
      *    CAMPOS DELE.
       PREPARA-MESTRE.
           IF MA-RZ-SALDO NOT NUMERIC
              MOVE ZEROS TO MA-RZ-SALDO.
           IF MA-RZ-PAGO NOT NUMERIC
              MOVE ZEROS TO MA-RZ-PAGO.
           IF MA-RZ-DT-ULT NOT NUMERIC
              MOVE ZEROS TO MA-RZ-DT-ULT.
       FIM-PREPARA-MESTRE.
           EXIT.

      *-----------------------------------------------------------
      *    LANCA-RAZAO: APLICA W-LANCTO AO SALDO DO ASSINANTE QUE
      *    ESTA' EM REG-MESTRE, GRAVA A LINHA NO RAZAO.TXT E SOMA NOS
      *    TOTAIS DO DIA. QUEM CHAMA REGRAVA O MESTRE.
      *-----------------------------------------------------------
       LANCA-RAZAO.
           IF WL-DC = "D"
              ADD WL-VALOR TO MA-RZ-SALDO W-TOT-DEB
           ELSE
              SUBTRACT WL-VALOR FROM MA-RZ-SALDO
              ADD WL-VALOR TO W-TOT-CRED.
           MOVE W-DIA        TO MA-RZ-DT-ULT
           MOVE SPACES       TO REG-RAZAO
           MOVE MA-COD-ASS   TO RZ-COD-ASS
           MOVE W-DIA        TO RZ-DATA
           MOVE WL-TIPO      TO RZ-TIPO
           MOVE WL-DC        TO RZ-DC
           MOVE WL-VALOR     TO RZ-VALOR
           MOVE MA-RZ-SALDO  TO RZ-SALDO
           MOVE WL-DT-MOVTO  TO RZ-DT-MOVTO
           MOVE WL-ORIGEM    TO RZ-ORIGEM
           MOVE WL-HIST      TO RZ-HIST
           WRITE REG-RAZAO
           ADD 1 TO W-QT-LANC
           MOVE WL-VALOR     TO W-VAL-CENTS
           PERFORM ACUMULA-POSTAGEM THRU FIM-ACUMULA-POSTAGEM.
       FIM-LANCA-RAZAO.
           EXIT.

       ACUMULA-POSTAGEM.
           MOVE ZEROS TO W-ACHOU-PT
           PERFORM TESTA-POSTAGEM THRU FIM-TESTA-POSTAGEM
                    VARYING W-IND-PT FROM 1 BY 1
                    UNTIL W-IND-PT > W-QT-PT OR W-ACHOU-PT > ZEROS
           IF W-ACHOU-PT = ZEROS
              IF W-QT-PT < 20
                 ADD 1 TO W-QT-PT
                 MOVE W-QT-PT TO W-ACHOU-PT
                 MOVE WL-TIPO TO PT-TIPO(W-ACHOU-PT)
                 MOVE WL-DC   TO PT-DC(W-ACHOU-PT)
                 MOVE ZEROS   TO PT-QT(W-ACHOU-PT) PT-VALOR(W-ACHOU-PT)
              ELSE
                 MOVE 20 TO W-ACHOU-PT.
           ADD 1           TO PT-QT(W-ACHOU-PT)
           ADD W-VAL-CENTS TO PT-VALOR(W-ACHOU-PT).
       FIM-ACUMULA-POSTAGEM.
           EXIT.

       TESTA-POSTAGEM.
           IF PT-TIPO(W-IND-PT) = WL-TIPO AND PT-DC(W-IND-PT) = WL-DC
              MOVE W-IND-PT TO W-ACHOU-PT.
       FIM-TESTA-POSTAGEM.
           EXIT.

       GUARDA-OCORRENCIA.
           IF W-QT-OCOR < 500
              ADD 1 TO W-QT-OCOR
              MOVE W-LINHA TO OC-LIN(W-QT-OCOR).
       FIM-GUARDA-OCORRENCIA.
           EXIT.

      *    O VALOR VEM EDITADO (Z.ZZZ.ZZ9,99): OS DIGITOS JUNTOS, COM
      *    OS DOIS DECIMAIS SEMPRE PRESENTES, SAO OS CENTAVOS.
       EXTRAI-CENTAVOS.
           MOVE ZEROS TO W-VAL-CENTS
           PERFORM EXTRAI-UM-DIGITO THRU FIM-EXTRAI-UM-DIGITO
                    VARYING W-I-CHAR FROM 1 BY 1
                    UNTIL W-I-CHAR > 12.
       FIM-EXTRAI-CENTAVOS.
           EXIT.

       EXTRAI-UM-DIGITO.
           IF W-VALOR-X (W-I-CHAR : 1) NUMERIC
              MOVE W-VALOR-X (W-I-CHAR : 1) TO W-DIGITO
              COMPUTE W-VAL-CENTS = (W-VAL-CENTS * 10) + W-DIGITO.
       FIM-EXTRAI-UM-DIGITO.
           EXIT.

      *-----------------------------------------------------------
      *    GRAVA-SALDO: A LINHA DO DIA FECHADO EM SALDO_RAZAO.TXT.
      *-----------------------------------------------------------
       GRAVA-SALDO.
           OPEN EXTEND PSALDO
           IF W-FS-SALDO NOT = "00"
              OPEN OUTPUT PSALDO.
           IF W-FS-SALDO NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO SALDO_RAZAO.TXT = "
                      W-FS-SALDO
              GO TO FIM-GRAVA-SALDO.
           MOVE SPACES       TO REG-SALDO
           MOVE W-DIA        TO SR-DATA
           MOVE W-ABERTURA   TO SR-ABERTURA
           MOVE W-TOT-DEB    TO SR-DEBITOS
           MOVE W-TOT-CRED   TO SR-CREDITOS
           MOVE W-FECHAMENTO TO SR-FECHAMENTO
      *    A PROXIMA RODADA LANCA SO' AS LINHAS QUE VIEREM DEPOIS
      *    DAS LIDAS HOJE.
           MOVE W-LIN-PAGTO-NOVO TO SR-LIN-PAGTO
           MOVE W-LIN-PERDA-NOVO TO SR-LIN-PERDA
           MOVE W-CONFERE    TO SR-CONFERE
           WRITE REG-SALDO
           CLOSE PSALDO.
       FIM-GRAVA-SALDO.
           EXIT.

      *-----------------------------------------------------------
      *    GRAVA-CONTABIL: LANCAMENTOS_CONTABEIS.TXT DO DIA, UMA
      *    LINHA POR TIPO + D/C. TIPO SEM CONTA NA TABELA SAI COM
      *    AS CONTAS EM BRANCO E FICA LISTADO NO BALANCETE.
      *-----------------------------------------------------------
       GRAVA-CONTABIL.
           OPEN OUTPUT PLANC
           IF W-FS-LANC NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO LANCAMENTOS_CONTABEIS.TXT = "
                      W-FS-LANC
              GO TO FIM-GRAVA-CONTABIL.
           PERFORM GRAVA-UM-LANC THRU FIM-GRAVA-UM-LANC
                    VARYING W-IND-PT FROM 1 BY 1
                    UNTIL W-IND-PT > W-QT-PT
           CLOSE PLANC.
       FIM-GRAVA-CONTABIL.
           EXIT.

       GRAVA-UM-LANC.
           MOVE ZEROS TO W-ACHOU-CT
           PERFORM ACHA-CONTA THRU FIM-ACHA-CONTA
                    VARYING W-IND-CT FROM 1 BY 1
                    UNTIL W-IND-CT > W-QT-CT OR W-ACHOU-CT > ZEROS
           MOVE SPACES              TO REG-LANC
           MOVE W-DIA               TO LC-DATA
           MOVE PT-VALOR(W-IND-PT)  TO LC-VALOR
           MOVE PT-QT(W-IND-PT)     TO LC-QTDE
           MOVE PT-TIPO(W-IND-PT)   TO LC-TIPO
           MOVE PT-DC(W-IND-PT)     TO LC-DC
           IF W-ACHOU-CT > ZEROS
              MOVE TC-DEBITO(W-ACHOU-CT)  TO LC-DEBITO
              MOVE TC-CREDITO(W-ACHOU-CT) TO LC-CREDITO
              MOVE TC-HIST(W-ACHOU-CT)    TO LC-HIST
           ELSE
              MOVE "TIPO SEM CONTA CONTABIL" TO LC-HIST
              MOVE SPACES TO W-LINHA
              STRING "TIPO " PT-TIPO(W-IND-PT) " " PT-DC(W-IND-PT)
                     " SEM CONTA EM CONTAS_CONTABEIS.TXT"
                     DELIMITED BY SIZE INTO W-LINHA
              PERFORM GUARDA-OCORRENCIA THRU FIM-GUARDA-OCORRENCIA.
           WRITE REG-LANC.
       FIM-GRAVA-UM-LANC.
           EXIT.

       ACHA-CONTA.
           IF TC-TIPO(W-IND-CT) = PT-TIPO(W-IND-PT) AND
              TC-DC(W-IND-CT) = PT-DC(W-IND-PT)
              MOVE W-IND-CT TO W-ACHOU-CT.
       FIM-ACHA-CONTA.
           EXIT.

      *-----------------------------------------------------------
      *    IMPRIME-BALANCETE: ABERTURA, MOVIMENTO POR TIPO,
      *    FECHAMENTO, CONFERENCIA COM O MESTRE E OCORRENCIAS.
      *-----------------------------------------------------------
       IMPRIME-BALANCETE.
           OPEN OUTPUT RELAT
           IF W-FS-RELAT NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RAZAO_BALANCETE.TXT = "
                      W-FS-RELAT
              GO TO FIM-IMPRIME-BALANCETE.
           WRITE REG-RELAT FROM W-CAB-AMBIENTE
           MOVE W-DIA TO W-DATA-AUX
           PERFORM EDITA-DATA THRU FIM-EDITA-DATA
           MOVE SPACES TO REG-RELAT
           STRING "RAZAO - BALANCETE DE CONTAS A RECEBER DE " W-DATA-ED
                  DELIMITED BY SIZE INTO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           COMPUTE W-SALDO-ED = W-ABERTURA / 100
           IF W-ULT-DIA = ZEROS
              STRING "SALDO DE ABERTURA (PRIMEIRO DIA DO RAZAO)"
                     DELIMITED BY SIZE INTO REG-RELAT
           ELSE
              MOVE W-ULT-DIA TO W-DATA-AUX
              PERFORM EDITA-DATA THRU FIM-EDITA-DATA
              STRING "SALDO DE ABERTURA (FECHAMENTO DE " W-DATA-ED ")"
                     DELIMITED BY SIZE INTO REG-RELAT.
           MOVE W-SALDO-ED TO REG-RELAT (62 : 19)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE "TIPO D/C  QTDE  HISTORICO" TO REG-RELAT
           MOVE "DEBITOS" TO REG-RELAT (55 : 7)
           MOVE "CREDITOS" TO REG-RELAT (74 : 8)
           WRITE REG-RELAT
           PERFORM IMPRIME-POSTAGEM THRU FIM-IMPRIME-POSTAGEM
                    VARYING W-IND-PT FROM 1 BY 1
                    UNTIL W-IND-PT > W-QT-PT
           MOVE SPACES TO REG-RELAT
           MOVE "TOTAL DO RAZAO" TO REG-RELAT
           DIVIDE W-TOT-DEB BY 100 GIVING W-VALOR-ED
           MOVE W-VALOR-ED TO REG-RELAT (44 : 18)
           DIVIDE W-TOT-CRED BY 100 GIVING W-VALOR-ED
           MOVE W-VALOR-ED TO REG-RELAT (64 : 18)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "SALDO DE FECHAMENTO (ABERTURA + DEBITOS - CREDITOS)"
                TO REG-RELAT
           COMPUTE W-SALDO-ED = W-FECHAMENTO / 100
           MOVE W-SALDO-ED TO REG-RELAT (62 : 19)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "SOMA DOS SALDOS DO MESTRE ANTES DOS LANCAMENTOS"
                TO REG-RELAT
           COMPUTE W-SALDO-ED = W-SOMA-ANTES / 100
           MOVE W-SALDO-ED TO REG-RELAT (62 : 19)
           IF W-SOMA-ANTES = W-ABERTURA
              MOVE " CONFERE" TO REG-RELAT (82 : 8)
           ELSE
              MOVE " DIFERE"  TO REG-RELAT (82 : 8).
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "SOMA DOS SALDOS DO MESTRE DEPOIS DOS LANCAMENTOS"
                TO REG-RELAT
           COMPUTE W-SALDO-ED = W-SOMA-DEPOIS / 100
           MOVE W-SALDO-ED TO REG-RELAT (62 : 19)
           IF W-SOMA-DEPOIS = W-FECHAMENTO
              MOVE " CONFERE" TO REG-RELAT (82 : 8)
           ELSE
              MOVE " DIFERE"  TO REG-RELAT (82 : 8).
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE W-QT-MESTRE TO W-QTDE-ED
           STRING "ASSINANTES NO MESTRE: " W-QTDE-ED
                  DELIMITED BY SIZE INTO REG-RELAT
           WRITE REG-RELAT
           IF W-RECOMECO-PG = "S"
              MOVE "PAGAMENTOS.TXT MENOR QUE NA RODADA ANTERIOR - "
                   TO W-LINHA
              MOVE "LANCADO DESDE A PRIMEIRA LINHA" TO W-LINHA (47 : 30)
              PERFORM GUARDA-OCORRENCIA THRU FIM-GUARDA-OCORRENCIA.
           IF W-RECOMECO-BP = "S"
              MOVE "BAIXA_PERDA.TXT MENOR QUE NA RODADA ANTERIOR - "
                   TO W-LINHA
              MOVE "LANCADO DESDE A PRIMEIRA LINHA" TO W-LINHA (48 : 30)
              PERFORM GUARDA-OCORRENCIA THRU FIM-GUARDA-OCORRENCIA.
           IF W-QT-OCOR > ZEROS
              MOVE SPACES TO REG-RELAT
              WRITE REG-RELAT
              MOVE "OCORRENCIAS" TO REG-RELAT
              WRITE REG-RELAT
              PERFORM IMPRIME-OCORRENCIA THRU FIM-IMPRIME-OCORRENCIA
                       VARYING W-IND-OC FROM 1 BY 1
                       UNTIL W-IND-OC > W-QT-OCOR.
           CLOSE RELAT
           PERFORM ARQUIVA-RELATORIO THRU FIM-ARQUIVA-RELATORIO.
       FIM-IMPRIME-BALANCETE.
           EXIT.

       ARQUIVA-RELATORIO.
           MOVE SPACES TO W-ARQREL
           MOVE "RAZAO_BALANCETE.TXT" TO W-AQ-ARQUIVO
           MOVE "RAZAO" TO W-AQ-PROGRAMA
           CALL "ARQREL" USING W-ARQREL
               ON EXCEPTION
                  MOVE "9" TO W-AQ-RET
           END-CALL
           IF W-AQ-RET NOT EQUAL "0"
              DISPLAY "RELATORIO " W-AQ-ARQUIVO
                      " NAO ARQUIVADO (ARQUIVO_REL.TXT)".
       FIM-ARQUIVA-RELATORIO.
           EXIT.

      *    NI (NAO IDENTIFICADO) NAO MEXE NO SALDO DOS ASSINANTES:
      *    SAI NA LISTA, FORA DA COLUNA DO RAZAO.
       IMPRIME-POSTAGEM.
           MOVE ZEROS TO W-ACHOU-CT
           PERFORM ACHA-CONTA THRU FIM-ACHA-CONTA
                    VARYING W-IND-CT FROM 1 BY 1
                    UNTIL W-IND-CT > W-QT-CT OR W-ACHOU-CT > ZEROS
           MOVE SPACES TO REG-RELAT
           MOVE PT-QT(W-IND-PT) TO W-QTDE-ED
           STRING " " PT-TIPO(W-IND-PT) "   " PT-DC(W-IND-PT) " "
                  W-QTDE-ED "  "
                  DELIMITED BY SIZE INTO REG-RELAT
           IF W-ACHOU-CT > ZEROS
              MOVE TC-HIST(W-ACHOU-CT) TO REG-RELAT (17 : 26).
           DIVIDE PT-VALOR(W-IND-PT) BY 100 GIVING W-VALOR-ED
           IF PT-TIPO(W-IND-PT) = "NI"
              MOVE "(FORA DO RAZAO)" TO REG-RELAT (44 : 18)
              MOVE W-VALOR-ED TO REG-RELAT (64 : 18)
              GO TO GRAVA-POSTAGEM.
           IF PT-DC(W-IND-PT) = "D"
              MOVE W-VALOR-ED TO REG-RELAT (44 : 18)
           ELSE
              MOVE W-VALOR-ED TO REG-RELAT (64 : 18).
       GRAVA-POSTAGEM.
           WRITE REG-RELAT.
       FIM-IMPRIME-POSTAGEM.
           EXIT.

       IMPRIME-OCORRENCIA.
           MOVE OC-LIN(W-IND-OC) TO REG-RELAT
           WRITE REG-RELAT.
       FIM-IMPRIME-OCORRENCIA.
           EXIT.

       EDITA-DATA.
           MOVE W-DA-DD   TO W-DE-DD
           MOVE W-DA-MM   TO W-DE-MM
           MOVE W-DA-AAAA TO W-DE-AAAA.
       FIM-EDITA-DATA.
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
