       IDENTIFICATION DIVISION.
       PROGRAM-ID.      COMISSAO.
      *------------------------------------------------------------
      * EXTRATO MENSAL DE COMISSOES DOS GERENTES DE VENDAS. O XPGR47
      * SO' CONTA A PRODUCAO POR GERENTE/PRACA; AQUI A VENDA NOVA
      * DO MES (ASSINANTE CUJO PRIMEIRO PEDIDO, MA-PRIM-DATA, CAI
      * NO MES) GANHA COMISSAO POR PROJETO (REVISTA):
      *
      *    BASE     = PARCELA X QTDE DE PARCELAS (COMO NO CANCELA;
      *               SEM ELAS, O VALOR DA ASSINATURA NA CAPA)
      *    COMISSAO = BASE X TAXA DA TABELA
      *
      * SO' OS REGISTROS NO E PR COMISSIONAM. A TAXA VEM DE
      * COMISSAO_TAB.TXT PELO NIVEL DO GERENTE, A REVISTA E O TIPO
      * DO REGISTRO ("**" NA REVISTA VALE PARA QUALQUER UMA; A
      * LINHA DA REVISTA TEM PRECEDENCIA). GERENTE FORA DA TABELA
      * FICA NO NIVEL 01.
      *
      * TODA COMISSAO GERADA FICA EM COMISSAO_HIST.TXT (A VENDA NAO
      * COMISSIONA DUAS VEZES). A CADA RODADA AS COMISSOES AINDA
      * NAO ESTORNADAS SAO CONFERIDAS NO MESTRE E ESTORNADAS NO MES
      * QUANDO O PROJETO FOI CANCELADO ATE' O FIM DO MES (MOTIVO C)
      * OU QUANDO, PASSADOS OS DIAS DE TOLERANCIA DESDE A VENDA, A
      * PRIMEIRA PARCELA NAO FOI PAGA (MOTIVO N).
      *
      * COMISSAO_REL.TXT: VENDAS E ESTORNOS DO MES POR GERENTE E
      * PRACA, COM SUBTOTAIS, O LIQUIDO DE CADA GERENTE E O TOTAL A
      * PAGAR. COMISSAO_RH.TXT: O LIQUIDO POR GERENTE PARA A FOLHA
      * (NEGATIVO = ESTORNO MAIOR QUE A COMISSAO, A DESCONTAR).
      *
      * LAYOUT DE COMISSAO_TAB.TXT:
      *    G GERENTE  NIVEL           (NIVEL DO GERENTE)
      *    T NIVEL REVISTA TIPO TAXA  (TAXA: 5 DIGITOS, 2 DECIMAIS)
      *
      * CHAMADA DESATENDIDA:
      *    COMISSAO [AAAAMM] [DIAS-PARA-A-1A-PARCELA]
      *    (OMISSAO: O MES ANTERIOR E 45 DIAS)
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

           SELECT PTABELA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-TABELA
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PHIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-HIST
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PRH ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-RH
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

       FD  PTABELA
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "COMISSAO_TAB.TXT".
       01  REG-TAB-GERENTE.
           03 TB-TIPO        PIC X(01).
           03 FILLER         PIC X(01).
           03 TB-GERENTE     PIC X(08).
           03 FILLER         PIC X(01).
           03 TB-NIVEL-G     PIC X(02).
           03 FILLER         PIC X(67).
       01  REG-TAB-TAXA.
           03 FILLER         PIC X(01).
           03 FILLER         PIC X(01).
           03 TB-NIVEL       PIC X(02).
           03 FILLER         PIC X(01).
           03 TB-REVISTA     PIC X(02).
           03 FILLER         PIC X(01).
           03 TB-TIPO-REG    PIC X(02).
           03 FILLER         PIC X(01).
           03 TB-TAXA        PIC 9(03)V9(02).
           03 FILLER         PIC X(64).

      *-----------------------------------------------------------
      *    UMA LINHA POR VENDA COMISSIONADA (ASSINANTE + REVISTA):
      *    GERENTE, PRACA, TIPO E NIVEL NA VENDA, DATA DA VENDA, MES
      *    DA COMISSAO, BASE E COMISSAO EM CENTAVOS, TAXA, SITUACAO
      *    (P = PAGA, E = ESTORNADA), MES E MOTIVO DO ESTORNO.
      *-----------------------------------------------------------
       FD  PHIST
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "COMISSAO_HIST.TXT".
       01  REG-HIST.
           03 HS-COD         PIC X(09).
           03 FILLER         PIC X(01).
           03 HS-REVISTA     PIC X(02).
           03 FILLER         PIC X(01).
           03 HS-GERENTE     PIC X(08).
           03 FILLER         PIC X(01).
           03 HS-PRACA       PIC X(06).
           03 FILLER         PIC X(01).
           03 HS-TIPO-REG    PIC X(02).
           03 FILLER         PIC X(01).
           03 HS-NIVEL       PIC X(02).
           03 FILLER         PIC X(01).
           03 HS-DT-VENDA    PIC 9(08).
           03 FILLER         PIC X(01).
           03 HS-MES         PIC 9(06).
           03 FILLER         PIC X(01).
           03 HS-BASE        PIC 9(11).
           03 FILLER         PIC X(01).
           03 HS-TAXA        PIC 9(03)V9(02).
           03 FILLER         PIC X(01).
           03 HS-VALOR       PIC 9(11).
           03 FILLER         PIC X(01).
           03 HS-SIT         PIC X(01).
           03 FILLER         PIC X(01).
           03 HS-MES-EST     PIC 9(06).
           03 FILLER         PIC X(01).
           03 HS-MOTIVO      PIC X(01).

       FD  PRH
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "COMISSAO_RH.TXT".
       01  REG-RH.
           03 RH-MES         PIC 9(06).
           03 FILLER         PIC X(02).
           03 RH-GERENTE     PIC X(08).
           03 FILLER         PIC X(02).
           03 RH-LIQUIDO     PIC S9(11) SIGN LEADING SEPARATE.

       FD  RELAT
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "COMISSAO_REL.TXT".
       01  REG-RELAT         PIC X(132).

       WORKING-STORAGE SECTION.
       77 W-FS-MESTRE      PIC X(02) VALUE SPACES.
       77 W-FS-TABELA      PIC X(02) VALUE SPACES.
       77 W-FS-HIST        PIC X(02) VALUE SPACES.
       77 W-FS-RH          PIC X(02) VALUE SPACES.
       77 W-FS-RELAT       PIC X(02) VALUE SPACES.
       77 W-ARGC           PIC 9(02) VALUE ZEROS.
       77 W-PARAM          PIC X(08) VALUE SPACES.
       77 W-DIAS-TOLER     PIC 9(03) VALUE 45.
       77 W-FIM            PIC X(01) VALUE "N".
       77 W-LIDOS          PIC 9(07) VALUE ZEROS.
       77 W-IND            PIC 9(01) VALUE ZEROS.
       77 W-QT-NIV         PIC 9(03) VALUE ZEROS.
       77 W-IND-NIV        PIC 9(03) VALUE ZEROS.
       77 W-QT-TAXA        PIC 9(03) VALUE ZEROS.
       77 W-IND-TAXA       PIC 9(03) VALUE ZEROS.
       77 W-QT-HS          PIC 9(05) VALUE ZEROS.
       77 W-IND-HS         PIC 9(05) VALUE ZEROS.
       77 W-ACHOU-HS       PIC 9(05) VALUE ZEROS.
       77 W-QT-ORD         PIC 9(05) VALUE ZEROS.
       77 W-IND-ORD        PIC 9(05) VALUE ZEROS.
       77 W-IND-ORD2       PIC 9(05) VALUE ZEROS.
       77 W-MENOR          PIC 9(05) VALUE ZEROS.
       77 W-TROCA-ORD      PIC 9(05) VALUE ZEROS.
       77 W-NIVEL          PIC X(02) VALUE SPACES.
       77 W-TAXA           PIC 9(03)V9(02) VALUE ZEROS.
       77 W-ACHOU-TAXA     PIC X(01) VALUE "N".
       77 W-BASE           PIC 9(11) VALUE ZEROS.
       77 W-MUDOU          PIC X(01) VALUE "N".
       77 W-MOTIVO         PIC X(01) VALUE SPACES.
       77 W-INT-CORTE      PIC 9(07) VALUE ZEROS.
       77 W-INT-VENDA      PIC 9(07) VALUE ZEROS.
       77 W-QT-NOVAS       PIC 9(06) VALUE ZEROS.
       77 W-QT-SEM-TAXA    PIC 9(06) VALUE ZEROS.
       77 W-QT-ESTORNOS    PIC 9(06) VALUE ZEROS.
       77 W-QT-GERENTES    PIC 9(04) VALUE ZEROS.
       77 W-LINHA          PIC X(132) VALUE SPACES.
       77 W-ED-QT          PIC ZZ.ZZ9.
       77 W-ED-QT-EST      PIC ZZ.ZZ9.
       77 W-ED-BASE        PIC ZZ.ZZZ.ZZ9,99.
       77 W-ED-TAXA        PIC ZZ9,99.
       77 W-ED-COMIS       PIC ZZ.ZZZ.ZZ9,99.
       77 W-ED-ESTORNO     PIC ZZ.ZZZ.ZZ9,99.
       77 W-ED-LIQUIDO     PIC -ZZ.ZZZ.ZZ9,99.
       01 W-MES            PIC 9(06) VALUE ZEROS.
       01 W-MES-R REDEFINES W-MES.
          02 W-MES-AAAA    PIC 9(04).
          02 W-MES-MM      PIC 9(02).
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-HOJE-R REDEFINES W-HOJE.
          02 W-HJ-AAAA     PIC 9(04).
          02 W-HJ-MM       PIC 9(02).
          02 W-HJ-DD       PIC 9(02).
      *    PRIMEIRO DIA DO MES SEGUINTE; O CORTE E' O DIA ANTERIOR.
       01 W-SEGUINTE       PIC 9(08) VALUE ZEROS.
       01 W-SEGUINTE-R REDEFINES W-SEGUINTE.
          02 W-SG-AAAA     PIC 9(04).
          02 W-SG-MM       PIC 9(02).
          02 W-SG-DD       PIC 9(02).
       01 W-CORTE          PIC 9(08) VALUE ZEROS.
       01 W-DATA-8         PIC 9(08) VALUE ZEROS.
       01 W-DATA-8-R REDEFINES W-DATA-8.
          02 W-D8-AAAAMM   PIC 9(06).
          02 W-D8-DD       PIC 9(02).
       01 W-DATA-ED.
          02 W-DE-DD       PIC 9(02).
          02 FILLER        PIC X(01) VALUE "/".
          02 W-DE-MM       PIC 9(02).
          02 FILLER        PIC X(01) VALUE "/".
          02 W-DE-AAAA     PIC 9(04).
       01 W-MES-ED.
          02 W-ME-MM       PIC 9(02).
          02 FILLER        PIC X(01) VALUE "/".
          02 W-ME-AAAA     PIC 9(04).
      *    QUEBRAS DO EXTRATO E OS ACUMULADOS DA PRACA (1), DO
      *    GERENTE (2) E GERAL (3).
       01 W-GERENTE-ANT    PIC X(08) VALUE HIGH-VALUES.
       01 W-PRACA-ANT      PIC X(06) VALUE HIGH-VALUES.
       01 TAB-ACUM.
          02 AC-ENT OCCURS 3 TIMES.
             03 AC-VENDAS     PIC 9(06).
             03 AC-COMISSAO   PIC 9(13).
             03 AC-ESTORNOS   PIC 9(06).
             03 AC-VL-ESTORNO PIC 9(13).
       77 W-IND-AC         PIC 9(01) VALUE ZEROS.
       77 W-LIQUIDO        PIC S9(13) VALUE ZEROS.
       77 W-ROTULO         PIC X(30) VALUE SPACES.
       01 TAB-NIVEL.
          02 TN-ENT OCCURS 500 TIMES.
             03 TN-GERENTE    PIC X(08).
             03 TN-NIVEL      PIC X(02).
       01 TAB-TAXA.
          02 TT-ENT OCCURS 500 TIMES.
             03 TT-NIVEL      PIC X(02).
             03 TT-REVISTA    PIC X(02).
             03 TT-TIPO-REG   PIC X(02).
             03 TT-TAXA       PIC 9(03)V9(02).
       01 TAB-HIST.
          02 TH-ENT OCCURS 20000 TIMES.
             03 TH-COD        PIC X(09).
             03 TH-REVISTA    PIC X(02).
             03 TH-GERENTE    PIC X(08).
             03 TH-PRACA      PIC X(06).
             03 TH-TIPO-REG   PIC X(02).
             03 TH-NIVEL      PIC X(02).
             03 TH-DT-VENDA   PIC 9(08).
             03 TH-MES        PIC 9(06).
             03 TH-BASE       PIC 9(11).
             03 TH-TAXA       PIC 9(03)V9(02).
             03 TH-VALOR      PIC 9(11).
             03 TH-SIT        PIC X(01).
             03 TH-MES-EST    PIC 9(06).
             03 TH-MOTIVO     PIC X(01).
      *    COMISSOES QUE ENTRAM NO EXTRATO DO MES, EM ORDEM DE
      *    GERENTE, PRACA, ASSINANTE E REVISTA.
       01 TAB-ORDEM.
          02 TO-IND           PIC 9(05) OCCURS 5000 TIMES.

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
           MOVE W-HJ-AAAA TO W-MES-AAAA
           MOVE W-HJ-MM   TO W-MES-MM
           SUBTRACT 1 FROM W-MES-MM
           IF W-MES-MM = ZEROS
              MOVE 12 TO W-MES-MM
              SUBTRACT 1 FROM W-MES-AAAA.
           ACCEPT W-ARGC FROM ARGUMENT-NUMBER.
           IF W-ARGC NOT < 1
              DISPLAY 1 UPON ARGUMENT-NUMBER
              ACCEPT W-PARAM FROM ARGUMENT-VALUE
              IF W-PARAM (1 : 6) NUMERIC
                 MOVE W-PARAM (1 : 6) TO W-MES.
           IF W-ARGC NOT < 2
              DISPLAY 2 UPON ARGUMENT-NUMBER
              ACCEPT W-DIAS-TOLER FROM ARGUMENT-VALUE.
           IF W-MES-MM < 1 OR W-MES-MM > 12
              DISPLAY "MES INVALIDO: " W-PARAM
              STOP RUN.
           MOVE W-MES-AAAA TO W-SG-AAAA W-ME-AAAA
           MOVE W-MES-MM   TO W-ME-MM
           COMPUTE W-SG-MM = W-MES-MM + 1
           MOVE 01 TO W-SG-DD
           IF W-SG-MM > 12
              MOVE 01 TO W-SG-MM
              ADD 1 TO W-SG-AAAA.
           COMPUTE W-INT-CORTE =
                   FUNCTION INTEGER-OF-DATE(W-SEGUINTE) - 1
           COMPUTE W-CORTE = FUNCTION DATE-OF-INTEGER(W-INT-CORTE)

           PERFORM CARREGA-TABELA THRU FIM-CARREGA-TABELA
           PERFORM CARREGA-HIST   THRU FIM-CARREGA-HIST

           OPEN INPUT PMESTRE
           IF W-FS-MESTRE NOT = "00"
              DISPLAY "CADASTRO MESTRE (ASSINANTE.DAT) INDISPONIVEL = "
                      W-FS-MESTRE
              STOP RUN.
           PERFORM LE-MESTRE THRU FIM-LE-MESTRE
                    UNTIL W-FIM = "S"
           PERFORM CONFERE-COMISSAO THRU FIM-CONFERE-COMISSAO
                    VARYING W-IND-HS FROM 1 BY 1
                    UNTIL W-IND-HS > W-QT-HS
           CLOSE PMESTRE

           IF W-MUDOU = "S"
              PERFORM GRAVA-HIST THRU FIM-GRAVA-HIST.
           PERFORM EMITE-EXTRATO THRU FIM-EMITE-EXTRATO
           DISPLAY "ASSINANTES NO MESTRE ..: " W-LIDOS
           DISPLAY "VENDAS NOVAS NO MES ...: " W-QT-NOVAS
           DISPLAY "SEM TAXA NA TABELA ....: " W-QT-SEM-TAXA
           DISPLAY "ESTORNOS NO MES .......: " W-QT-ESTORNOS
           DISPLAY "EXTRATO EM COMISSAO_REL.TXT"
           STOP RUN.

      *****************************************************************
      *    CARREGA-TABELA: NIVEIS DOS GERENTES E TAXAS.
      *****************************************************************
       CARREGA-TABELA.
           OPEN INPUT PTABELA
           IF W-FS-TABELA NOT = "00"
              DISPLAY "SEM COMISSAO_TAB.TXT - NENHUMA TAXA DE COMISSAO"
              GO TO FIM-CARREGA-TABELA.
       LE-TABELA.
           READ PTABELA AT END
                CLOSE PTABELA
                GO TO FIM-CARREGA-TABELA.
           IF TB-TIPO = "G" AND TB-GERENTE NOT = SPACES
              AND W-QT-NIV < 500
              ADD 1 TO W-QT-NIV
              MOVE TB-GERENTE TO TN-GERENTE(W-QT-NIV)
              MOVE TB-NIVEL-G TO TN-NIVEL(W-QT-NIV)
              GO TO LE-TABELA.
           IF TB-TIPO = "T" AND TB-TAXA NUMERIC
              AND W-QT-TAXA < 500
              ADD 1 TO W-QT-TAXA
              MOVE TB-NIVEL    TO TT-NIVEL(W-QT-TAXA)
              MOVE TB-REVISTA  TO TT-REVISTA(W-QT-TAXA)
              MOVE TB-TIPO-REG TO TT-TIPO-REG(W-QT-TAXA)
              MOVE TB-TAXA     TO TT-TAXA(W-QT-TAXA).
           GO TO LE-TABELA.
       FIM-CARREGA-TABELA.
           EXIT.

       CARREGA-HIST.
           OPEN INPUT PHIST
           IF W-FS-HIST NOT = "00"
              GO TO FIM-CARREGA-HIST.
       LE-HIST.
           READ PHIST AT END
                CLOSE PHIST
                GO TO FIM-CARREGA-HIST.
           IF HS-COD = SPACES OR HS-VALOR NOT NUMERIC
              GO TO LE-HIST.
           IF W-QT-HS NOT < 20000
              DISPLAY "COMISSAO_HIST.TXT COM MAIS DE 20000 VENDAS - "
                      "AMPLIE A TAB-HIST DO COMISSAO. NADA FOI GRAVADO"
              CLOSE PHIST
              STOP RUN.
           ADD 1 TO W-QT-HS
           MOVE HS-COD      TO TH-COD(W-QT-HS)
           MOVE HS-REVISTA  TO TH-REVISTA(W-QT-HS)
           MOVE HS-GERENTE  TO TH-GERENTE(W-QT-HS)
           MOVE HS-PRACA    TO TH-PRACA(W-QT-HS)
           MOVE HS-TIPO-REG TO TH-TIPO-REG(W-QT-HS)
           MOVE HS-NIVEL    TO TH-NIVEL(W-QT-HS)
           MOVE HS-DT-VENDA TO TH-DT-VENDA(W-QT-HS)
           MOVE HS-MES      TO TH-MES(W-QT-HS)
           MOVE HS-BASE     TO TH-BASE(W-QT-HS)
           MOVE HS-TAXA     TO TH-TAXA(W-QT-HS)
           MOVE HS-VALOR    TO TH-VALOR(W-QT-HS)
           MOVE HS-SIT      TO TH-SIT(W-QT-HS)
           MOVE HS-MES-EST  TO TH-MES-EST(W-QT-HS)
           MOVE HS-MOTIVO   TO TH-MOTIVO(W-QT-HS)
           GO TO LE-HIST.
       FIM-CARREGA-HIST.
           EXIT.

      *****************************************************************
      *    LE-MESTRE: VENDA NOVA DO MES (PRIMEIRO PEDIDO NO MES, COM
      *    GERENTE E REGISTRO NO/PR) - UMA COMISSAO POR PROJETO.
      *****************************************************************
       LE-MESTRE.
           READ PMESTRE NEXT RECORD AT END
                MOVE "S" TO W-FIM
                GO TO FIM-LE-MESTRE.
           ADD 1 TO W-LIDOS
           IF MA-PRIM-DATA NOT NUMERIC
              GO TO FIM-LE-MESTRE.
           MOVE MA-PRIM-DATA TO W-DATA-8
           IF W-D8-AAAAMM NOT = W-MES OR MA-GERENTE = SPACES
              GO TO FIM-LE-MESTRE.
           IF MA-TIPO-REG NOT = "NO" AND MA-TIPO-REG NOT = "PR"
              GO TO FIM-LE-MESTRE.
           MOVE "01" TO W-NIVEL
           PERFORM ACHA-NIVEL THRU FIM-ACHA-NIVEL
                    VARYING W-IND-NIV FROM 1 BY 1
                    UNTIL W-IND-NIV > W-QT-NIV
           PERFORM COMISSIONA-PROJETO THRU FIM-COMISSIONA-PROJETO
                    VARYING W-IND FROM 1 BY 1
                    UNTIL W-IND > 6.
       FIM-LE-MESTRE.
           EXIT.

       ACHA-NIVEL.
           IF TN-GERENTE(W-IND-NIV) = MA-GERENTE
              MOVE TN-NIVEL(W-IND-NIV) TO W-NIVEL.
       FIM-ACHA-NIVEL.
           EXIT.

       COMISSIONA-PROJETO.
           IF MA-NR-PROJ(W-IND) = SPACES
              GO TO FIM-COMISSIONA-PROJETO.
           MOVE ZEROS TO W-ACHOU-HS
           PERFORM ACHA-HIST THRU FIM-ACHA-HIST
                    VARYING W-IND-HS FROM 1 BY 1
                    UNTIL W-IND-HS > W-QT-HS OR W-ACHOU-HS > ZEROS
           IF W-ACHOU-HS > ZEROS
              GO TO FIM-COMISSIONA-PROJETO.
           MOVE "N" TO W-ACHOU-TAXA
           MOVE ZEROS TO W-TAXA
           PERFORM ACHA-TAXA THRU FIM-ACHA-TAXA
                    VARYING W-IND-TAXA FROM 1 BY 1
                    UNTIL W-IND-TAXA > W-QT-TAXA
           IF W-ACHOU-TAXA = "N"
              ADD 1 TO W-QT-SEM-TAXA
              DISPLAY "SEM TAXA: GERENTE " MA-GERENTE " NIVEL " W-NIVEL
                      " REVISTA " MA-NR-PROJ(W-IND) (2 : 2)
                      " TIPO " MA-TIPO-REG
              GO TO FIM-COMISSIONA-PROJETO.
           MOVE ZEROS TO W-BASE
           IF MA-VL-PARC(W-IND) NUMERIC AND MA-QTDE-PARC NUMERIC
              COMPUTE W-BASE = MA-VL-PARC(W-IND) * MA-QTDE-PARC.
           IF W-BASE = ZEROS AND MA-VL-ASS-CAPA(W-IND) NUMERIC
              MOVE MA-VL-ASS-CAPA(W-IND) TO W-BASE.
           IF W-QT-HS NOT < 20000
              DISPLAY "TABELA DE COMISSOES CHEIA NO ASSINANTE "
                      MA-COD-ASS " - AMPLIE A TAB-HIST DO COMISSAO. "
                      "NADA FOI GRAVADO"
              CLOSE PMESTRE
              STOP RUN.
           ADD 1 TO W-QT-HS W-QT-NOVAS
           MOVE "S" TO W-MUDOU
           MOVE MA-COD-ASS               TO TH-COD(W-QT-HS)
           MOVE MA-NR-PROJ(W-IND) (2 : 2) TO TH-REVISTA(W-QT-HS)
           MOVE MA-GERENTE               TO TH-GERENTE(W-QT-HS)
           MOVE MA-PRACA                 TO TH-PRACA(W-QT-HS)
           MOVE MA-TIPO-REG              TO TH-TIPO-REG(W-QT-HS)
           MOVE W-NIVEL                  TO TH-NIVEL(W-QT-HS)
           MOVE MA-PRIM-DATA             TO TH-DT-VENDA(W-QT-HS)
           MOVE W-MES                    TO TH-MES(W-QT-HS)
           MOVE W-BASE                   TO TH-BASE(W-QT-HS)
           MOVE W-TAXA                   TO TH-TAXA(W-QT-HS)
           COMPUTE TH-VALOR(W-QT-HS) ROUNDED = W-BASE * W-TAXA / 100
           MOVE "P"                      TO TH-SIT(W-QT-HS)
           MOVE ZEROS                    TO TH-MES-EST(W-QT-HS)
           MOVE SPACES                   TO TH-MOTIVO(W-QT-HS).
       FIM-COMISSIONA-PROJETO.
           EXIT.

       ACHA-HIST.
           IF TH-COD(W-IND-HS) = MA-COD-ASS
              AND TH-REVISTA(W-IND-HS) = MA-NR-PROJ(W-IND) (2 : 2)
              MOVE W-IND-HS TO W-ACHOU-HS.
       FIM-ACHA-HIST.
           EXIT.

      *    A LINHA DA PROPRIA REVISTA VALE MAIS QUE A DE "**".
       ACHA-TAXA.
           IF TT-NIVEL(W-IND-TAXA) NOT = W-NIVEL
              OR TT-TIPO-REG(W-IND-TAXA) NOT = MA-TIPO-REG
              GO TO FIM-ACHA-TAXA.
           IF TT-REVISTA(W-IND-TAXA) = MA-NR-PROJ(W-IND) (2 : 2)
              MOVE TT-TAXA(W-IND-TAXA) TO W-TAXA
              MOVE "R" TO W-ACHOU-TAXA
              GO TO FIM-ACHA-TAXA.
           IF TT-REVISTA(W-IND-TAXA) = "**" AND W-ACHOU-TAXA = "N"
              MOVE TT-TAXA(W-IND-TAXA) TO W-TAXA
              MOVE "*" TO W-ACHOU-TAXA.
       FIM-ACHA-TAXA.
           EXIT.

      *****************************************************************
      *    CONFERE-COMISSAO: COMISSAO PAGA ATE' O MES E AINDA NAO
      *    ESTORNADA - O ASSINANTE CANCELOU A REVISTA ATE' O FIM DO
      *    MES (C) OU NAO PAGOU A PRIMEIRA PARCELA NOS DIAS DE
      *    TOLERANCIA (N)?
      *****************************************************************
       CONFERE-COMISSAO.
           IF TH-SIT(W-IND-HS) NOT = "P" OR TH-MES(W-IND-HS) > W-MES
              GO TO FIM-CONFERE-COMISSAO.
           MOVE TH-COD(W-IND-HS) TO MA-COD-ASS
           READ PMESTRE
                INVALID KEY GO TO FIM-CONFERE-COMISSAO
           END-READ
           MOVE SPACES TO W-MOTIVO
           PERFORM TESTA-CANCELAMENTO THRU FIM-TESTA-CANCELAMENTO
                    VARYING W-IND FROM 1 BY 1
                    UNTIL W-IND > 6
           IF W-MOTIVO = SPACES
              PERFORM TESTA-PRIMEIRA THRU FIM-TESTA-PRIMEIRA.
           IF W-MOTIVO = SPACES
              GO TO FIM-CONFERE-COMISSAO.
           MOVE "E"      TO TH-SIT(W-IND-HS)
           MOVE W-MES    TO TH-MES-EST(W-IND-HS)
           MOVE W-MOTIVO TO TH-MOTIVO(W-IND-HS)
           MOVE "S" TO W-MUDOU
           ADD 1 TO W-QT-ESTORNOS.
       FIM-CONFERE-COMISSAO.
           EXIT.

       TESTA-CANCELAMENTO.
           IF MA-NR-PROJ(W-IND) (2 : 2) NOT = TH-REVISTA(W-IND-HS)
              OR NOT MA-PROJ-CANCELADO(W-IND)
              GO TO FIM-TESTA-CANCELAMENTO.
           IF MA-DT-SIT(W-IND) NUMERIC
              IF MA-DT-SIT(W-IND) > W-CORTE
                 GO TO FIM-TESTA-CANCELAMENTO.
           MOVE "C" TO W-MOTIVO.
       FIM-TESTA-CANCELAMENTO.
           EXIT.

       TESTA-PRIMEIRA.
           IF MA-PARC-PAGAS NUMERIC
              IF MA-PARC-PAGAS > ZEROS
                 GO TO FIM-TESTA-PRIMEIRA.
           COMPUTE W-INT-VENDA =
                   FUNCTION INTEGER-OF-DATE(TH-DT-VENDA(W-IND-HS))
           IF W-INT-VENDA + W-DIAS-TOLER < W-INT-CORTE
              MOVE "N" TO W-MOTIVO.
       FIM-TESTA-PRIMEIRA.
           EXIT.

       GRAVA-HIST.
           OPEN OUTPUT PHIST
           IF W-FS-HIST NOT = "00"
              DISPLAY "ERRO AO GRAVAR COMISSAO_HIST.TXT = " W-FS-HIST
              STOP RUN.
           PERFORM GRAVA-UM-HIST THRU FIM-GRAVA-UM-HIST
                    VARYING W-IND-HS FROM 1 BY 1
                    UNTIL W-IND-HS > W-QT-HS
           CLOSE PHIST.
       FIM-GRAVA-HIST.
           EXIT.

       GRAVA-UM-HIST.
           MOVE SPACES                TO REG-HIST
           MOVE TH-COD(W-IND-HS)      TO HS-COD
           MOVE TH-REVISTA(W-IND-HS)  TO HS-REVISTA
           MOVE TH-GERENTE(W-IND-HS)  TO HS-GERENTE
           MOVE TH-PRACA(W-IND-HS)    TO HS-PRACA
           MOVE TH-TIPO-REG(W-IND-HS) TO HS-TIPO-REG
           MOVE TH-NIVEL(W-IND-HS)    TO HS-NIVEL
           MOVE TH-DT-VENDA(W-IND-HS) TO HS-DT-VENDA
           MOVE TH-MES(W-IND-HS)      TO HS-MES
           MOVE TH-BASE(W-IND-HS)     TO HS-BASE
           MOVE TH-TAXA(W-IND-HS)     TO HS-TAXA
           MOVE TH-VALOR(W-IND-HS)    TO HS-VALOR
           MOVE TH-SIT(W-IND-HS)      TO HS-SIT
           MOVE TH-MES-EST(W-IND-HS)  TO HS-MES-EST
           MOVE TH-MOTIVO(W-IND-HS)   TO HS-MOTIVO
           WRITE REG-HIST.
       FIM-GRAVA-UM-HIST.
           EXIT.

      *****************************************************************
      *    EMITE-EXTRATO: VENDAS (COMISSAO DO MES) E ESTORNOS (DO
      *    MES) EM ORDEM DE GERENTE E PRACA, COM QUEBRA POR PRACA E
      *    POR GERENTE; O LIQUIDO DE CADA GERENTE VAI PARA O RH.
      *****************************************************************
       EMITE-EXTRATO.
           MOVE ZEROS TO W-QT-ORD
           PERFORM SELECIONA-MES THRU FIM-SELECIONA-MES
                    VARYING W-IND-HS FROM 1 BY 1
                    UNTIL W-IND-HS > W-QT-HS
           OPEN OUTPUT RELAT
           IF W-FS-RELAT NOT = "00"
              DISPLAY "ERRO AO GRAVAR COMISSAO_REL.TXT = " W-FS-RELAT
              STOP RUN.
           WRITE REG-RELAT FROM W-CAB-AMBIENTE
           OPEN OUTPUT PRH
           IF W-FS-RH NOT = "00"
              DISPLAY "ERRO AO GRAVAR COMISSAO_RH.TXT = " W-FS-RH
              STOP RUN.
           MOVE SPACES TO W-LINHA
           STRING "EXTRATO DE COMISSOES - MES " W-MES-ED
                  "  (ESTORNO: CANCELAMENTO ATE' O FIM DO MES OU 1A "
                  "PARCELA NAO PAGA EM " W-DIAS-TOLER " DIAS)"
                  DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           PERFORM ORDENA-EXTRATO THRU FIM-ORDENA-EXTRATO
                    VARYING W-IND-ORD FROM 1 BY 1
                    UNTIL W-IND-ORD NOT < W-QT-ORD
           MOVE 3 TO W-IND-AC
           PERFORM ZERA-ACUM THRU FIM-ZERA-ACUM
           PERFORM EXTRATO-LINHA THRU FIM-EXTRATO-LINHA
                    VARYING W-IND-ORD FROM 1 BY 1
                    UNTIL W-IND-ORD > W-QT-ORD
           PERFORM FECHA-PRACA   THRU FIM-FECHA-PRACA
           PERFORM FECHA-GERENTE THRU FIM-FECHA-GERENTE
           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           MOVE 3 TO W-IND-AC
           MOVE "TOTAL A PAGAR" TO W-ROTULO
           PERFORM IMPRIME-ACUM THRU FIM-IMPRIME-ACUM
           MOVE SPACES TO W-LINHA
           STRING "GERENTES NO EXTRATO: " W-QT-GERENTES
                  "  VENDAS SEM TAXA NA TABELA (SEM COMISSAO): "
                  W-QT-SEM-TAXA
                  DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           CLOSE RELAT PRH
           PERFORM ARQUIVA-RELATORIO THRU FIM-ARQUIVA-RELATORIO.
       FIM-EMITE-EXTRATO.
           EXIT.

      *    A SELECAO VEM ANTES DE ABRIR O EXTRATO E O ARQUIVO DO RH:
      *    ESTOURO NAO DEIXA NENHUM DOS DOIS PELA METADE. O HISTORICO
      *    JA' GRAVADO FAZ A NOVA RODADA SAIR IGUAL.
       SELECIONA-MES.
           IF TH-MES(W-IND-HS) NOT = W-MES
              AND TH-MES-EST(W-IND-HS) NOT = W-MES
              GO TO FIM-SELECIONA-MES.
           IF W-QT-ORD NOT < 5000
              DISPLAY "EXTRATO COM MAIS DE 5000 LINHAS - AMPLIE A "
                      "TAB-ORDEM DO COMISSAO E RODE DE NOVO. EXTRATO "
                      "E COMISSAO_RH.TXT NAO EMITIDOS"
              STOP RUN.
           ADD 1 TO W-QT-ORD
           MOVE W-IND-HS TO TO-IND(W-QT-ORD).
       FIM-SELECIONA-MES.
           EXIT.

       ORDENA-EXTRATO.
           MOVE W-IND-ORD TO W-MENOR
           COMPUTE W-IND-ORD2 = W-IND-ORD + 1
           PERFORM ACHA-MENOR THRU FIM-ACHA-MENOR
                    VARYING W-IND-ORD2 FROM W-IND-ORD2 BY 1
                    UNTIL W-IND-ORD2 > W-QT-ORD
           IF W-MENOR NOT = W-IND-ORD
              MOVE TO-IND(W-IND-ORD) TO W-TROCA-ORD
              MOVE TO-IND(W-MENOR)   TO TO-IND(W-IND-ORD)
              MOVE W-TROCA-ORD       TO TO-IND(W-MENOR).
       FIM-ORDENA-EXTRATO.
           EXIT.

       ACHA-MENOR.
           MOVE TO-IND(W-IND-ORD2) TO W-IND-HS
           MOVE TO-IND(W-MENOR)    TO W-TROCA-ORD
           IF TH-GERENTE(W-IND-HS) > TH-GERENTE(W-TROCA-ORD)
              GO TO FIM-ACHA-MENOR.
           IF TH-GERENTE(W-IND-HS) < TH-GERENTE(W-TROCA-ORD)
              MOVE W-IND-ORD2 TO W-MENOR
              GO TO FIM-ACHA-MENOR.
           IF TH-PRACA(W-IND-HS) > TH-PRACA(W-TROCA-ORD)
              GO TO FIM-ACHA-MENOR.
           IF TH-PRACA(W-IND-HS) < TH-PRACA(W-TROCA-ORD)
              MOVE W-IND-ORD2 TO W-MENOR
              GO TO FIM-ACHA-MENOR.
           IF TH-COD(W-IND-HS) < TH-COD(W-TROCA-ORD)
              OR (TH-COD(W-IND-HS) = TH-COD(W-TROCA-ORD)
                  AND TH-REVISTA(W-IND-HS) < TH-REVISTA(W-TROCA-ORD))
              MOVE W-IND-ORD2 TO W-MENOR.
       FIM-ACHA-MENOR.
           EXIT.

      *    UMA COMISSAO DO MES: A VENDA, O ESTORNO OU OS DOIS.
       EXTRATO-LINHA.
           MOVE TO-IND(W-IND-ORD) TO W-IND-HS
           IF TH-GERENTE(W-IND-HS) NOT = W-GERENTE-ANT
              PERFORM FECHA-PRACA   THRU FIM-FECHA-PRACA
              PERFORM FECHA-GERENTE THRU FIM-FECHA-GERENTE
              PERFORM ABRE-GERENTE  THRU FIM-ABRE-GERENTE.
           IF TH-PRACA(W-IND-HS) NOT = W-PRACA-ANT
              PERFORM FECHA-PRACA   THRU FIM-FECHA-PRACA
              MOVE TH-PRACA(W-IND-HS) TO W-PRACA-ANT
              MOVE 1 TO W-IND-AC
              PERFORM ZERA-ACUM THRU FIM-ZERA-ACUM.
           MOVE TH-DT-VENDA(W-IND-HS) TO W-DATA-8
           MOVE W-DATA-8 (7 : 2) TO W-DE-DD
           MOVE W-DATA-8 (5 : 2) TO W-DE-MM
           MOVE W-DATA-8 (1 : 4) TO W-DE-AAAA
           DIVIDE TH-BASE(W-IND-HS)  BY 100 GIVING W-ED-BASE
           MOVE TH-TAXA(W-IND-HS) TO W-ED-TAXA
           DIVIDE TH-VALOR(W-IND-HS) BY 100 GIVING W-ED-COMIS
           IF TH-MES(W-IND-HS) NOT = W-MES
              GO TO LINHA-ESTORNO.
           MOVE SPACES TO W-LINHA
           STRING "  " TH-PRACA(W-IND-HS) "  " TH-COD(W-IND-HS)
                  "  " TH-REVISTA(W-IND-HS) "  " TH-TIPO-REG(W-IND-HS)
                  "  " W-DATA-ED "  VENDA    " W-ED-BASE "  "
                  W-ED-TAXA "%  " W-ED-COMIS
                  DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           ADD 1                  TO AC-VENDAS(1)
           ADD TH-VALOR(W-IND-HS) TO AC-COMISSAO(1).
       LINHA-ESTORNO.
           IF TH-SIT(W-IND-HS) NOT = "E"
              OR TH-MES-EST(W-IND-HS) NOT = W-MES
              GO TO FIM-EXTRATO-LINHA.
           MOVE SPACES TO W-LINHA
           STRING "  " TH-PRACA(W-IND-HS) "  " TH-COD(W-IND-HS)
                  "  " TH-REVISTA(W-IND-HS) "  " TH-TIPO-REG(W-IND-HS)
                  "  " W-DATA-ED "  ESTORNO  " W-ED-BASE "  "
                  W-ED-TAXA "%  " W-ED-COMIS "-"
                  DELIMITED BY SIZE INTO W-LINHA
           IF TH-MOTIVO(W-IND-HS) = "C"
              MOVE "CANCELOU" TO W-LINHA (90 : 30)
           ELSE
              MOVE "NAO PAGOU A 1A PARCELA" TO W-LINHA (90 : 30).
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           ADD 1                  TO AC-ESTORNOS(1)
           ADD TH-VALOR(W-IND-HS) TO AC-VL-ESTORNO(1).
       FIM-EXTRATO-LINHA.
           EXIT.

       ABRE-GERENTE.
           MOVE TH-GERENTE(W-IND-HS) TO W-GERENTE-ANT
           MOVE HIGH-VALUES TO W-PRACA-ANT
           MOVE 2 TO W-IND-AC
           PERFORM ZERA-ACUM THRU FIM-ZERA-ACUM
           ADD 1 TO W-QT-GERENTES
           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           STRING "GERENTE " W-GERENTE-ANT "  NIVEL "
                  TH-NIVEL(W-IND-HS)
                  DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           MOVE SPACES TO W-LINHA
           STRING "  PRACA   ASSINANTE  REV TIPO  VENDA      "
                  "MOVTO           BASE(R$)     TAXA    "
                  "COMISSAO(R$)  MOTIVO DO ESTORNO"
                  DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA.
       FIM-ABRE-GERENTE.
           EXIT.

      *    SUBTOTAL DA PRACA, SOMADO NO GERENTE.
       FECHA-PRACA.
           IF W-PRACA-ANT = HIGH-VALUES
              GO TO FIM-FECHA-PRACA.
           MOVE SPACES TO W-ROTULO
           STRING "  PRACA " W-PRACA-ANT DELIMITED BY SIZE
                  INTO W-ROTULO
           MOVE 1 TO W-IND-AC
           PERFORM IMPRIME-ACUM THRU FIM-IMPRIME-ACUM
           ADD AC-VENDAS(1)     TO AC-VENDAS(2)
           ADD AC-COMISSAO(1)   TO AC-COMISSAO(2)
           ADD AC-ESTORNOS(1)   TO AC-ESTORNOS(2)
           ADD AC-VL-ESTORNO(1) TO AC-VL-ESTORNO(2)
           MOVE HIGH-VALUES TO W-PRACA-ANT.
       FIM-FECHA-PRACA.
           EXIT.

      *    LIQUIDO DO GERENTE: NO EXTRATO, NO TOTAL E NO ARQUIVO DO RH.
       FECHA-GERENTE.
           IF W-GERENTE-ANT = HIGH-VALUES
              GO TO FIM-FECHA-GERENTE.
           MOVE SPACES TO W-ROTULO
           STRING "TOTAL GERENTE " W-GERENTE-ANT DELIMITED BY SIZE
                  INTO W-ROTULO
           MOVE 2 TO W-IND-AC
           PERFORM IMPRIME-ACUM THRU FIM-IMPRIME-ACUM
           ADD AC-VENDAS(2)     TO AC-VENDAS(3)
           ADD AC-COMISSAO(2)   TO AC-COMISSAO(3)
           ADD AC-ESTORNOS(2)   TO AC-ESTORNOS(3)
           ADD AC-VL-ESTORNO(2) TO AC-VL-ESTORNO(3)
           MOVE SPACES        TO REG-RH
           MOVE W-MES         TO RH-MES
           MOVE W-GERENTE-ANT TO RH-GERENTE
           MOVE W-LIQUIDO     TO RH-LIQUIDO
           WRITE REG-RH
           MOVE HIGH-VALUES TO W-GERENTE-ANT.
       FIM-FECHA-GERENTE.
           EXIT.

       ZERA-ACUM.
           MOVE ZEROS TO AC-VENDAS(W-IND-AC) AC-COMISSAO(W-IND-AC)
                         AC-ESTORNOS(W-IND-AC) AC-VL-ESTORNO(W-IND-AC).
       FIM-ZERA-ACUM.
           EXIT.

       IMPRIME-ACUM.
           COMPUTE W-LIQUIDO = AC-COMISSAO(W-IND-AC)
                             - AC-VL-ESTORNO(W-IND-AC)
           MOVE AC-VENDAS(W-IND-AC)   TO W-ED-QT
           MOVE AC-ESTORNOS(W-IND-AC) TO W-ED-QT-EST
           DIVIDE AC-COMISSAO(W-IND-AC)   BY 100 GIVING W-ED-COMIS
           DIVIDE AC-VL-ESTORNO(W-IND-AC) BY 100 GIVING W-ED-ESTORNO
           DIVIDE W-LIQUIDO BY 100 GIVING W-ED-LIQUIDO
           MOVE SPACES TO W-LINHA
           STRING W-ROTULO " VENDAS " W-ED-QT "  COMISSAO "
                  W-ED-COMIS "  ESTORNOS " W-ED-QT-EST " "
                  W-ED-ESTORNO "  LIQUIDO " W-ED-LIQUIDO
                  DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA.
       FIM-IMPRIME-ACUM.
           EXIT.

       GRAVA-LINHA.
           MOVE W-LINHA TO REG-RELAT
           WRITE REG-RELAT.
       FIM-GRAVA-LINHA.
           EXIT.

      *****************************************************************
      *    ARQUIVA-RELATORIO: COPIA DATADA DO RELATORIO NO ARQUIVO
      *    DE RELATORIOS (ARQREL, INDICE ARQUIVO_REL.TXT) - A
      *    PROXIMA RODADA REGRAVA O RELATORIO NO MESMO NOME.
      *****************************************************************
       ARQUIVA-RELATORIO.
           MOVE SPACES TO W-ARQREL
           MOVE "COMISSAO_REL.TXT" TO W-AQ-ARQUIVO
           MOVE "COMISSAO" TO W-AQ-PROGRAMA
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
