      * 12 FICHAS POR PAGINA. SAIDA EM CARNE_SPOOL.TXT, QUE O
      * GERSPOOL JA CONHECE.
      *
      * QUEM PAGA POR DEBITO AUTOMATICO (CONTA OU CARTAO VALIDO NO
      * PEDIDO) NAO RECEBE CARNE - O DEBITO COBRA AS PARCELAS -
      * SALVO SE JA' VOLTOU PARA O CARNE NO MESTRE (MA-DA-SIT).
      * SEM O MESTRE, O CARNE SAI PARA TODOS.
      *
      * A RODADA "CARNE MESTRE" COMPOE, NO MESMO SPOOL, O CARNE DAS
      * PARCELAS RESTANTES DE QUEM O DEBITO DEVOLVEU PARA O CARNE
      * (MA-DA-SIT = "C"), COM O PRIMEIRO VENCIMENTO NO MES
      * SEGUINTE, E MARCA O CARNE COMO EMITIDO (MA-DA-SIT = "E").
      *
      * A RODADA "CARNE RENEGOCIACAO" COMPOE O CARNE DOS PLANOS DE
      * RENEGOCIACAO FECHADOS NO ACORDO (RENEGOCIACAO.TXT) AINDA
      * SEM CARNE: CAPA COM O ENDERECO DO MESTRE (LIDO PELO CODIGO
      * DO ASSINANTE GRAVADO NO PLANO) E UMA FICHA POR PARCELA NOVA
      * EM ABERTO, COM O VALOR E O VENCIMENTO DO PLANO; O PLANO
      * FICA MARCADO COMO CARNE EMITIDO. PLANO SEM ASSINANTE NO
      * MESTRE FICA PENDENTE.
      *
      * CADA CARNE E' UMA PECA DA ENVELOPADORA: TODA PAGINA SAI COM
      * A MARCA DE INTEGRIDADE NA LINHA 60, NO LAYOUT W-MARCA DO
      * COMPOE (ORIGEM "CARNE", PAGINA N DE M DA PECA, "C" NAS
      * PAGINAS QUE CONTINUAM E "F" NA ULTIMA). A SEQUENCIA DA
      * MARCA E' O E-SEQ-REG DO PEDIDO - EM BRANCO NAS RODADAS
      * MESTRE E RENEGOCIACAO, QUE NAO VEM DE PEDIDO.
      *
      * A CAPA (ATE' 6 LINHAS, ANTES DAS FICHAS) VEM DO REPOSITORIO
      * DE MODELOS (MODELO.COB SOBRE MODELOS.TXT), MODELO "CARNE",
      * NA VERSAO VIGENTE EM E-DT-PROC; SEM VERSAO VIGENTE, VALE A
      * CAPA PADRAO.
      *
      * CHAMADA DESATENDIDA:
      *    CARNE <ARQUIVO-PEDIDO-CRITICADO>
      *    CARNE MESTRE
      *    CARNE RENEGOCIACAO
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  DECIMAL-POINT  IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PMESTRE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS MA-COD-ASS
           FILE STATUS  IS W-FS-MESTRE.

           SELECT PENTR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS
           FILE STATUS  IS W-FS-SPOOL
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PRENEG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-RENEG
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PRENOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-RENOV
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

      *    DO LAYOUT PENTR: TIPO, SEQUENCIAS DO REGISTRO E DO CARNE,
      *    DADOS DO ASSINANTE, VALOR DA PARCELA DO PRIMEIRO PROJETO,
      *    DATA DE PROCESSAMENTO, AS CONTAGENS DE PARCELAS E O DEBITO
      *    AUTOMATICO (CARTAO E CONTA).
       FD  PENTR
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS LK-PATH.
       01  REGENTR.
           02 E-TIPO            PIC X(0002).
           02 FILLER            PIC X(0001).
           02 E-SEQ-REG         PIC 9(0010).
           02 E-SEQ-CARNE       PIC 9(0010).
           02 FILLER            PIC X(0059).
           02 E-COD-ASS         PIC X(0009).
           02 E-UF-ASS          PIC X(0002).
           02 E-CEP5-ASS        PIC 9(0005).
           02 E-CEP3-ASS        PIC 9(0003).
           02 E-SEXO-ASS        PIC X(0001).
           02 FILLER            PIC X(0130).
           02 E-DT-PROC         PIC X(0008).
           02 FILLER            PIC X(0120).
           02 E-VL-PARC-1       PIC 9(0009).
           02 E-QTDE-PARC       PIC 9(0002).
           02 FILLER            PIC X(0002).
           02 E-PARC-PAGAS      PIC 9(0002).
           02 FILLER            PIC X(0206).
           02 E-DEBITO-CARTAO.
              03 E-SIGLA-DB     PIC X(0002).
              03 FILLER         PIC X(0001).
              03 E-DB-CARTAO    PIC X(0018).
           02 E-DB-BCO.
              03 E-BANCO        PIC X(0003).
              03 E-AGENCIA      PIC X(0005).
              03 E-CONTA        PIC X(0010).
           02 FILLER            PIC X(0351).

       FD  PSPOOL
        LABEL RECORD IS STANDARD
           03 SP-ASA         PIC X(01).
           03 SP-TEXTO       PIC X(90).

      *    PLANOS DE RENEGOCIACAO DO ACORDO - LAYOUT EM W-RENEG.
       FD  PRENEG
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "RENEGOCIACAO.TXT".
       01  REG-RENEG         PIC X(150).

       FD  PRENOV
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "RENEGOCIACAO.NOV".
       01  REG-RENOV         PIC X(150).

       WORKING-STORAGE SECTION.
       77 LK-PATH          PIC X(50) VALUE SPACES.
       77 W-FS             PIC X(02) VALUE SPACES.
       77 W-FS-SPOOL       PIC X(02) VALUE SPACES.
       77 W-FS-MESTRE      PIC X(02) VALUE SPACES.
       77 W-MESTRE-OK      PIC X(01) VALUE "N".
       77 W-EM-DEBITO      PIC X(01) VALUE "N".
       77 W-QT-DEBITO      PIC 9(06) VALUE ZEROS.
       77 W-QT-VOLTA       PIC 9(06) VALUE ZEROS.
       77 W-IND            PIC 9(01) VALUE ZEROS.
       77 W-VL-SOMA        PIC 9(09) VALUE ZEROS.
       77 W-ARGC           PIC 9(02) VALUE ZEROS.
       77 W-FIM            PIC X(01) VALUE "N".
       77 W-LIDOS          PIC 9(06) VALUE ZEROS.
       77 W-MES-VENC       PIC 9(02) VALUE ZEROS.
       77 W-ANO-VENC       PIC 9(04) VALUE ZEROS.
       77 W-VALOR          PIC Z.ZZZ.ZZ9,99.
       77 W-FS-RENEG       PIC X(02) VALUE SPACES.
       77 W-TITULO-CARNE   PIC X(30) VALUE "CARNE DE PAGAMENTO".
       77 W-QT-PLANOS      PIC 9(05) VALUE ZEROS.
       77 W-QT-PENDENTES   PIC 9(05) VALUE ZEROS.
       77 W-RN-MUDOU       PIC X(01) VALUE "N".
       77 W-FS-RENOV       PIC X(02) VALUE SPACES.
       77 W-PLANO-ABERTO   PIC X(01) VALUE "N".
       77 W-SPOOL-ABERTO   PIC X(01) VALUE "N".
       77 W-QT-PARC-PL     PIC 9(03) VALUE ZEROS.
       77 W-IND-PP         PIC 9(03) VALUE ZEROS.
       77 W-ARQ-RENEG      PIC X(030) VALUE "RENEGOCIACAO.TXT".
       77 W-ARQ-RENOV      PIC X(030) VALUE "RENEGOCIACAO.NOV".
       77 W-RC             PIC 9(004) VALUE ZEROS COMP.
      *    PARCELAS NOVAS EM ABERTO DO PLANO CUJO CARNE ESTA ABERTO.
       01 TAB-PARC-PLANO.
          02 PP-LINHA OCCURS 100 TIMES PIC X(150).
      *    RENEGOCIACAO.TXT: TIPO "P" (PLANO), "O" (PARCELA ANTIGA)
      *    OU "N" (PARCELA NOVA; NUMERO 00 = ENTRADA).
       01 W-RENEG.
          02 RN-TIPO        PIC X(01).
          02 FILLER         PIC X(01).
          02 RN-SEQ         PIC X(09).
          02 FILLER         PIC X(01).
          02 RN-DADOS       PIC X(138).
          02 RN-PLANO REDEFINES RN-DADOS.
             03 RN-DATA     PIC 9(08).
             03 FILLER      PIC X(01).
             03 RN-NOME     PIC X(30).
             03 FILLER      PIC X(01).
             03 RN-PRINC    PIC 9(11).
             03 FILLER      PIC X(01).
             03 RN-TOTAL    PIC 9(11).
             03 FILLER      PIC X(01).
             03 RN-ENTRADA  PIC 9(11).
             03 FILLER      PIC X(01).
             03 RN-QT-PARC  PIC 9(02).
             03 FILLER      PIC X(01).
             03 RN-OPERADOR PIC X(04).
             03 FILLER      PIC X(01).
             03 RN-LOTE     PIC 9(03).
             03 FILLER      PIC X(01).
             03 RN-SIT      PIC X(01).
             03 FILLER      PIC X(01).
             03 RN-DT-SIT   PIC 9(08).
             03 FILLER      PIC X(01).
             03 RN-PAGO     PIC 9(11).
             03 FILLER      PIC X(01).
             03 RN-CARNE    PIC X(01).
             03 FILLER      PIC X(01).
             03 RN-COD-ASS  PIC X(09).
             03 FILLER      PIC X(16).
          02 RN-PARCELA REDEFINES RN-DADOS.
             03 RN-NUM      PIC 9(02).
             03 FILLER      PIC X(01).
             03 RN-VENC     PIC 9(08).
             03 RN-VENC-R REDEFINES RN-VENC.
                04 RN-VENC-AAAA PIC 9(04).
                04 RN-VENC-MM   PIC 9(02).
                04 RN-VENC-DD   PIC 9(02).
             03 FILLER      PIC X(01).
             03 RN-VALOR    PIC 9(11).
             03 FILLER      PIC X(01).
             03 RN-SIT-PARC PIC X(01).
             03 FILLER      PIC X(01).
             03 RN-DT-PAGTO PIC 9(08).
             03 FILLER      PIC X(01).
             03 RN-ATUALIZADO PIC 9(11).
             03 FILLER      PIC X(92).
       01 W-LINHA          PIC X(90) VALUE SPACES.
      *------------------------------------------------------------
      *    MARCA DE INTEGRIDADE DA PECA (ULTIMA LINHA DA PAGINA) -
      *    MESMO LAYOUT DO COMPOE. W-FICHAS-PECA = FICHAS DO CARNE
      *    EM COMPOSICAO, PARA O TOTAL DE PAGINAS DA PECA.
      *------------------------------------------------------------
       77 W-PECAS          PIC 9(07) VALUE ZEROS.
       77 W-LIN-PAG        PIC 9(02) VALUE ZEROS.
       77 W-LINHA-MARCA    PIC 9(02) VALUE 60.
       77 W-FICHAS-PECA    PIC 9(04) VALUE ZEROS.
       01 W-MARCA.
          02 MK-ID         PIC X(04) VALUE "#IM ".
          02 MK-PECA       PIC 9(07) VALUE ZEROS.
          02 FILLER        PIC X(01) VALUE SPACES.
          02 MK-PAG        PIC 9(02) VALUE ZEROS.
          02 FILLER        PIC X(01) VALUE "/".
          02 MK-TOT-PAG    PIC 9(02) VALUE ZEROS.
          02 FILLER        PIC X(01) VALUE SPACES.
          02 MK-FIM        PIC X(01) VALUE SPACES.
          02 FILLER        PIC X(01) VALUE SPACES.
          02 MK-ESTACOES   PIC X(03) VALUE "000".
          02 FILLER        PIC X(01) VALUE SPACES.
          02 MK-ORIGEM     PIC X(05) VALUE "CARNE".
          02 FILLER        PIC X(01) VALUE SPACES.
          02 MK-SEQ        PIC X(10) VALUE SPACES.
          02 FILLER        PIC X(01) VALUE SPACES.
          02 MK-ANEXOS     PIC X(21) VALUE SPACES.
          02 FILLER        PIC X(28) VALUE SPACES.
       01 W-DT-PROC-R.
          02 W-DP-DD       PIC 9(02).
          02 W-DP-MM       PIC 9(02).
          02 W-DP-AAAA     PIC 9(04).
       01 W-HOJE.
          02 W-HJ-AAAA     PIC 9(04).
          02 W-HJ-MM       PIC 9(02).
          02 W-HJ-DD       PIC 9(02).
       01 W-CEP-ED.
          02 W-CEP-ED-5    PIC 9(05).
          02 W-CEP-TRACO   PIC X(01).
          02 W-CEP-ED-3    PIC 9(03).
       77 W-CAPA-MODELO    PIC 9(06) VALUE ZEROS.
       77 W-IND-MD         PIC 9(02) VALUE ZEROS.
      *------------------------------------------------------------
      *    AREA DE CHAMADA DO MODELO (REPOSITORIO DE TEXTOS) - MESMO
      *    LAYOUT DA LINKAGE DO MODELO.COB.
      *------------------------------------------------------------
       01  W-MODELO.
           02  W-MD-CARTA         PIC X(007).
           02  W-MD-VERSAO-PED    PIC 9(003).
           02  W-MD-DATA          PIC X(008).
           02  W-MD-MAX-LINHAS    PIC 9(003).
           02  W-MD-NOME          PIC X(040).
           02  W-MD-CHAMADA       PIC X(020).
           02  W-MD-SEXO          PIC X(001).
           02  W-MD-CODIGO        PIC X(010).
           02  W-MD-ENDERECO      PIC X(080).
           02  W-MD-BAIRRO        PIC X(040).
           02  W-MD-CIDADE        PIC X(040).
           02  W-MD-UF            PIC X(003).
           02  W-MD-CEP           PIC X(009).
           02  W-MD-0800          PIC X(012).
           02  W-MD-GSP           PIC X(009).
           02  W-MD-DE-NOME       PIC X(040).
           02  W-MD-TITULO        PIC X(040).
           02  W-MD-SEQ           PIC X(010).
           02  W-MD-PROJ OCCURS 6 TIMES.
               03  W-MD-REVISTA   PIC X(002).
               03  W-MD-NOME-PRJ  PIC X(030).
               03  W-MD-INI-PRJ   PIC X(007).
               03  W-MD-FIM-PRJ   PIC X(007).
               03  W-MD-VL-PARC   PIC X(009).
           02  W-MD-RET           PIC X(001).
           02  W-MD-VERSAO        PIC 9(003).
           02  W-MD-VIG-INI       PIC 9(008).
           02  W-MD-EXCEDEU       PIC X(001).
           02  W-MD-QT-LINHAS     PIC 9(003).
           02  W-MD-LINHA OCCURS 60 TIMES PIC X(090).

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
           PERFORM ESCOLHE-AMBIENTE THRU FIM-ESCOLHE-AMBIENTE
           ACCEPT W-ARGC FROM ARGUMENT-NUMBER.
           IF W-ARGC NOT < 1
              DISPLAY 1 UPON ARGUMENT-NUMBER
              DISPLAY "CARNE - COMPOSICAO INTERNA DO CARNE"
              DISPLAY "ARQUIVO DO PEDIDO (CRITICADO): "
              ACCEPT LK-PATH.
           IF LK-PATH = "MESTRE" OR LK-PATH = "mestre"
              GO TO CARNE-MESTRE.
           IF LK-PATH = "RENEGOCIACAO" OR LK-PATH = "renegociacao"
              GO TO CARNE-RENEGOCIACAO.

           OPEN INPUT PMESTRE
           IF W-FS-MESTRE = "00"
              MOVE "S" TO W-MESTRE-OK
           ELSE
              DISPLAY "CADASTRO MESTRE INDISPONIVEL - CARNE SAI "
                      "TAMBEM PARA QUEM ESTA EM DEBITO AUTOMATICO".

           OPEN INPUT PENTR.
           IF W-FS NOT = "00"
                    UNTIL W-FIM = "S".

           CLOSE PENTR PSPOOL.
           IF W-MESTRE-OK = "S"
              CLOSE PMESTRE.
           DISPLAY "REGISTROS LIDOS....: " W-LIDOS
           DISPLAY "EM DEBITO AUTOMAT..: " W-QT-DEBITO
           DISPLAY "CARNES COMPOSTOS...: " W-CARNES
           DISPLAY "FICHAS GERADAS.....: " W-FICHAS
           DISPLAY "PAGINAS GERADAS....: " W-PAGINAS
           DISPLAY "CAPAS PELO MODELO..: " W-CAPA-MODELO
           DISPLAY "PECAS MARCADAS.....: " W-PECAS
           DISPLAY "SPOOL EM CARNE_SPOOL.TXT"
           STOP RUN.

           IF E-TIPO = "XX"
              GO TO FIM-PROCESSA.
           ADD 1 TO W-LIDOS
           IF E-TIPO NOT = "NO" AND E-TIPO NOT = "DN" AND
              E-TIPO NOT = "PR"
              GO TO FIM-PROCESSA.
           PERFORM VERIFICA-DEBITO THRU FIM-VERIFICA-DEBITO
           IF W-EM-DEBITO = "S"
              ADD 1 TO W-QT-DEBITO
           ELSE
              PERFORM COMPOE-CARNE THRU FIM-COMPOE-CARNE.
       FIM-PROCESSA.
           EXIT.

      *****************************************************************
      *    VERIFICA-DEBITO: CONTA OU CARTAO VALIDO NO PEDIDO (A MESMA
      *    CRITICA DO VALIDA-DEBITO DO XPGR47) E ASSINANTE QUE NAO
      *    VOLTOU PARA O CARNE NO MESTRE = DEBITO AUTOMATICO.
      *****************************************************************
       VERIFICA-DEBITO.
           MOVE "N" TO W-EM-DEBITO
           IF W-MESTRE-OK NOT = "S"
              GO TO FIM-VERIFICA-DEBITO.
           IF E-BANCO NUMERIC AND E-AGENCIA NUMERIC AND
              E-CONTA NUMERIC
              IF E-BANCO NOT = ZEROS AND E-AGENCIA NOT = ZEROS AND
                 E-CONTA NOT = ZEROS
                 MOVE "S" TO W-EM-DEBITO.
           IF E-SIGLA-DB NOT = SPACES AND E-DB-CARTAO (1 : 16) NUMERIC
              MOVE "S" TO W-EM-DEBITO.
           IF W-EM-DEBITO = "N"
              GO TO FIM-VERIFICA-DEBITO.
           MOVE E-COD-ASS TO MA-COD-ASS
           READ PMESTRE
                INVALID KEY MOVE "N" TO W-EM-DEBITO
                            GO TO FIM-VERIFICA-DEBITO
           END-READ
           IF MA-DA-SIT = "C" OR MA-DA-SIT = "E"
              MOVE "N" TO W-EM-DEBITO.
       FIM-VERIFICA-DEBITO.
           EXIT.

      *****************************************************************
      *    CARNE-MESTRE: CARNE DE QUEM VOLTOU DO DEBITO AUTOMATICO.
      *    O REGISTRO DO PEDIDO E' MONTADO COM OS DADOS DO MESTRE -
      *    PARCELAS JA' PAGAS (PELO PEDIDO OU DEBITADAS), SOMA DAS
      *    PARCELAS DOS PROJETOS ATIVOS E HOJE COMO PROCESSAMENTO -
      *    E A COMPOSICAO E' A MESMA DO CARNE DO PEDIDO.
      *****************************************************************
       CARNE-MESTRE.
           OPEN I-O PMESTRE
           IF W-FS-MESTRE NOT = "00"
              DISPLAY "CADASTRO MESTRE (ASSINANTE.DAT) INDISPONIVEL = "
                      W-FS-MESTRE
              STOP RUN.
           OPEN OUTPUT PSPOOL.
           IF W-FS-SPOOL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO SPOOL = " W-FS-SPOOL
              CLOSE PMESTRE
              STOP RUN.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE LOW-VALUES TO MA-COD-ASS
           START PMESTRE KEY NOT < MA-COD-ASS
                 INVALID KEY GO TO FECHA-CARNE-MESTRE
           END-START.
       LE-MESTRE.
           READ PMESTRE NEXT RECORD AT END
                GO TO FECHA-CARNE-MESTRE.
           IF MA-DA-SIT NOT = "C"
              GO TO LE-MESTRE.
           ADD 1 TO W-LIDOS W-QT-VOLTA
           MOVE SPACES         TO REGENTR
           MOVE "NO"           TO E-TIPO
           MOVE ZEROS          TO E-SEQ-CARNE
           MOVE MA-COD-ASS     TO E-COD-ASS
           MOVE MA-NOME-ASS    TO E-NOME-ASS
           MOVE MA-CHAMADA-ASS TO E-CHAMADA-ASS
           MOVE MA-END-ASS     TO E-END-ASS
           MOVE MA-CID-ASS     TO E-CID-ASS
           MOVE MA-BAI-ASS     TO E-BAI-ASS
           MOVE MA-UF-ASS      TO E-UF-ASS
           MOVE MA-CEP5-ASS    TO E-CEP5-ASS
           MOVE MA-CEP3-ASS    TO E-CEP3-ASS
           MOVE MA-SEXO-ASS    TO E-SEXO-ASS
           MOVE W-HJ-DD        TO W-DP-DD
           MOVE W-HJ-MM        TO W-DP-MM
           MOVE W-HJ-AAAA      TO W-DP-AAAA
           MOVE W-DT-PROC-R    TO E-DT-PROC
           MOVE ZEROS          TO W-VL-SOMA
           PERFORM SOMA-PARCELA THRU FIM-SOMA-PARCELA
                    VARYING W-IND FROM 1 BY 1
                    UNTIL W-IND > 6
           MOVE W-VL-SOMA      TO E-VL-PARC-1
           MOVE MA-QTDE-PARC   TO E-QTDE-PARC
           MOVE MA-PARC-PAGAS  TO E-PARC-PAGAS
           IF MA-DA-PARC-PAGA NUMERIC
              IF MA-DA-PARC-PAGA > MA-PARC-PAGAS
                 MOVE MA-DA-PARC-PAGA TO E-PARC-PAGAS.
           PERFORM COMPOE-CARNE THRU FIM-COMPOE-CARNE
           MOVE "E"    TO MA-DA-SIT
           MOVE W-HOJE TO MA-DA-DT-SIT
           REWRITE REG-MESTRE
                   INVALID KEY DISPLAY "ERRO NA REGRAVACAO DO MESTRE "
                                       MA-COD-ASS
           END-REWRITE
           GO TO LE-MESTRE.
       FECHA-CARNE-MESTRE.
           CLOSE PMESTRE PSPOOL
           DISPLAY "VOLTARAM DO DEBITO: " W-QT-VOLTA
           DISPLAY "CARNES COMPOSTOS...: " W-CARNES
           DISPLAY "FICHAS GERADAS.....: " W-FICHAS
           DISPLAY "PAGINAS GERADAS....: " W-PAGINAS
           DISPLAY "CAPAS PELO MODELO..: " W-CAPA-MODELO
           DISPLAY "PECAS MARCADAS.....: " W-PECAS
           DISPLAY "SPOOL EM CARNE_SPOOL.TXT"
           STOP RUN.

       SOMA-PARCELA.
           IF MA-NR-PROJ(W-IND) = SPACES OR MA-PROJ-CANCELADO(W-IND)
              GO TO FIM-SOMA-PARCELA.
           IF MA-VL-PARC(W-IND) NUMERIC
              ADD MA-VL-PARC(W-IND) TO W-VL-SOMA.
       FIM-SOMA-PARCELA.
           EXIT.

      *****************************************************************
      *    COMPOE-CARNE: CAPA COM O ENDERECO DO ASSINANTE E, NA
      *    SEQUENCIA, UMA FICHA POR PARCELA RESTANTE (NUMERO, VALOR
              MOVE 2026 TO W-DP-AAAA.
           MOVE W-DP-MM   TO W-MES-VENC
           MOVE W-DP-AAAA TO W-ANO-VENC
           MOVE W-RESTANTES TO W-FICHAS-PECA
           PERFORM ABRE-PECA THRU FIM-ABRE-PECA
           PERFORM COMPOE-CAPA THRU FIM-COMPOE-CAPA

           MOVE ZEROS TO W-FICHA-PAG
           MOVE E-PARC-PAGAS TO W-PARC-N
           PERFORM COMPOE-FICHA THRU FIM-COMPOE-FICHA
                    W-RESTANTES TIMES
           MOVE "F" TO MK-FIM
           PERFORM GRAVA-MARCA THRU FIM-GRAVA-MARCA.
       FIM-COMPOE-CARNE.
           EXIT.

      *    CAPA DO CARNE (W-TITULO-CARNE, SEQUENCIA, ASSINANTE E
      *    ENDERECO) EM PAGINA NOVA.
       COMPOE-CAPA.
           ADD 1 TO W-PAGINAS
           PERFORM BUSCA-MODELO THRU FIM-BUSCA-MODELO
           IF W-MD-RET = "0"
              ADD 1 TO W-CAPA-MODELO
              PERFORM GRAVA-MODELO THRU FIM-GRAVA-MODELO
              GO TO FIM-COMPOE-CAPA.
           MOVE SPACES TO REG-SPOOL
           MOVE "1" TO SP-ASA
           MOVE SPACES TO W-LINHA
           STRING W-TITULO-CARNE DELIMITED BY "  "
                  " " E-SEQ-CARNE
                  "  ASSINANTE " E-COD-ASS
                  DELIMITED BY SIZE INTO W-LINHA
           MOVE W-LINHA TO SP-TEXTO
           WRITE REG-SPOOL
           MOVE 1 TO W-LIN-PAG
           MOVE SPACES TO W-LINHA
           MOVE E-NOME-ASS TO W-LINHA
           PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
           STRING "CEP " W-CEP-ED DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO.
       FIM-COMPOE-CAPA.
           EXIT.

      *****************************************************************
      *    BUSCA-MODELO: PEDE AO MODELO A CAPA "CARNE" VIGENTE EM
      *    E-DT-PROC. A CAPA TEM O MESMO ESPACO DA PADRAO (6 LINHAS)
      *    PARA AS 12 FICHAS CONTINUAREM CABENDO NA PAGINA.
      *****************************************************************
       BUSCA-MODELO.
           MOVE SPACES      TO W-MODELO
           MOVE ZEROS       TO W-MD-VERSAO-PED
           MOVE "CARNE"     TO W-MD-CARTA
           MOVE E-DT-PROC   TO W-MD-DATA
           MOVE 6           TO W-MD-MAX-LINHAS
           MOVE E-NOME-ASS    TO W-MD-NOME
           MOVE E-CHAMADA-ASS TO W-MD-CHAMADA
           IF E-SEXO-ASS = "F" OR E-SEXO-ASS = "M"
              MOVE E-SEXO-ASS TO W-MD-SEXO.
           MOVE E-COD-ASS   TO W-MD-CODIGO
           MOVE E-END-ASS   TO W-MD-ENDERECO
           MOVE E-BAI-ASS   TO W-MD-BAIRRO
           MOVE E-CID-ASS   TO W-MD-CIDADE
           MOVE E-UF-ASS    TO W-MD-UF
           MOVE E-CEP5-ASS  TO W-CEP-ED-5
           MOVE "-"         TO W-CEP-TRACO
           MOVE E-CEP3-ASS  TO W-CEP-ED-3
           MOVE W-CEP-ED    TO W-MD-CEP
           MOVE W-TITULO-CARNE TO W-MD-TITULO
           MOVE E-SEQ-CARNE TO W-MD-SEQ
           MOVE "2" TO W-MD-RET
           CALL "MODELO" USING W-MODELO
               ON EXCEPTION
                  MOVE "2" TO W-MD-RET
           END-CALL
           IF W-MD-RET = "0" AND W-MD-EXCEDEU = "S"
              DISPLAY "MODELO CARNE VERSAO " W-MD-VERSAO
                      " PASSA DE 6 LINHAS NA CAPA - CARNE "
                      E-SEQ-CARNE.
       FIM-BUSCA-MODELO.
           EXIT.

      *    CAPA DO MODELO: A PRIMEIRA LINHA ABRE A PAGINA (SALTO "1"),
      *    AS DEMAIS VAO PELO GRAVA-TEXTO.
       GRAVA-MODELO.
           MOVE SPACES TO REG-SPOOL
           MOVE "1" TO SP-ASA
           MOVE W-MD-LINHA(1) TO SP-TEXTO
           WRITE REG-SPOOL
           MOVE 1 TO W-LIN-PAG
           PERFORM GRAVA-LINHA-MODELO THRU FIM-GRAVA-LINHA-MODELO
                    VARYING W-IND-MD FROM 2 BY 1
                    UNTIL W-IND-MD > W-MD-QT-LINHAS.
       FIM-GRAVA-MODELO.
           EXIT.

       GRAVA-LINHA-MODELO.
           MOVE W-MD-LINHA(W-IND-MD) TO W-LINHA
           PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO.
       FIM-GRAVA-LINHA-MODELO.
           EXIT.

      *****************************************************************
           IF W-MES-VENC > 12
              MOVE 1 TO W-MES-VENC
              ADD 1 TO W-ANO-VENC.
           PERFORM QUEBRA-FICHA THRU FIM-QUEBRA-FICHA
           MOVE SPACES TO W-LINHA
           MOVE "  +--------------------------------------------+"
                TO W-LINHA
           PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
           MOVE SPACES TO W-LINHA
           DIVIDE E-VL-PARC-1 BY 100 GIVING W-VALOR
           STRING "  ! PARCELA " W-PARC-N " DE " E-QTDE-PARC
                  "  VALOR " W-VALOR
                  "  VENC " W-MES-VENC "/" W-ANO-VENC
                  DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
           MOVE SPACES TO W-LINHA
           MOVE "  ! AUTENTICACAO: ___________________________"
                TO W-LINHA
           PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
           MOVE SPACES TO W-LINHA
           MOVE "  +--------------------------------------------+"
                TO W-LINHA
           PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO.
       FIM-COMPOE-FICHA.
           EXIT.

      *    CONTA A FICHA NA PAGINA E ABRE PAGINA DE CONTINUACAO A
      *    CADA 12 FICHAS.
       QUEBRA-FICHA.
           ADD 1 TO W-FICHA-PAG
           IF W-FICHA-PAG > 12
              PERFORM GRAVA-MARCA THRU FIM-GRAVA-MARCA
              ADD 1 TO MK-PAG
              ADD 1 TO W-PAGINAS
              MOVE SPACES TO REG-SPOOL
              MOVE "1" TO SP-ASA
                     DELIMITED BY SIZE INTO W-LINHA
              MOVE W-LINHA TO SP-TEXTO
              WRITE REG-SPOOL
              MOVE 1 TO W-LIN-PAG
              MOVE 1 TO W-FICHA-PAG.
       FIM-QUEBRA-FICHA.
           EXIT.

      *****************************************************************
      *    CARNE-RENEGOCIACAO: PASSA RENEGOCIACAO.TXT PARA O
      *    RENEGOCIACAO.NOV LINHA A LINHA. PLANO EM ANDAMENTO SEM
      *    CARNE TEM O ASSINANTE LIDO NO MESTRE PELA CHAVE GRAVADA
      *    NO PLANO (RN-COD-ASS) E SAI MARCADO (RN-CARNE = "S"); AS
      *    PARCELAS NOVAS EM ABERTO DELE (LOGO DEPOIS DA LINHA "P")
      *    FICAM NA TAB-PARC-PLANO ATE' A PROXIMA "P", QUANDO O
      *    CARNE E' COMPOSTO. NO FIM O .NOV TOMA O LUGAR DO ARQUIVO.
      *****************************************************************
       CARNE-RENEGOCIACAO.
           OPEN INPUT PRENEG
           IF W-FS-RENEG NOT = "00"
              DISPLAY "RENEGOCIACAO.TXT INDISPONIVEL = " W-FS-RENEG
              STOP RUN.
           OPEN INPUT PMESTRE
           IF W-FS-MESTRE NOT = "00"
              DISPLAY "CADASTRO MESTRE (ASSINANTE.DAT) INDISPONIVEL = "
                      W-FS-MESTRE
              CLOSE PRENEG
              STOP RUN.
           OPEN OUTPUT PRENOV
           IF W-FS-RENOV NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RENEGOCIACAO.NOV = "
                      W-FS-RENOV
              CLOSE PRENEG PMESTRE
              STOP RUN.
           MOVE "CARNE DE RENEGOCIACAO" TO W-TITULO-CARNE.
       LE-RENEG.
           READ PRENEG AT END
                GO TO FECHA-RENEG.
           MOVE REG-RENEG TO W-RENEG
           IF RN-TIPO = "P"
              PERFORM COMPOE-CARNE-PLANO THRU FIM-COMPOE-CARNE-PLANO
              MOVE REG-RENEG TO W-RENEG
              PERFORM ABRE-PLANO THRU FIM-ABRE-PLANO
              WRITE REG-RENOV FROM W-RENEG
              GO TO LE-RENEG.
           WRITE REG-RENOV FROM REG-RENEG
           IF W-PLANO-ABERTO NOT = "S" OR RN-TIPO NOT = "N"
              OR RN-SIT-PARC = "P"
              GO TO LE-RENEG.
           IF W-QT-PARC-PL NOT < 100
              DISPLAY "PLANO DA CONTA " RN-SEQ " COM MAIS DE 100 "
                      "PARCELAS NOVAS - NADA FOI MARCADO, CARNE_SPOOL"
                      ".TXT INCOMPLETO"
              CLOSE PRENEG PMESTRE PRENOV PSPOOL
              CALL "CBL_DELETE_FILE" USING W-ARQ-RENOV
                   RETURNING W-RC
              STOP RUN.
           ADD 1 TO W-QT-PARC-PL
           MOVE REG-RENEG TO PP-LINHA(W-QT-PARC-PL)
           GO TO LE-RENEG.
       FECHA-RENEG.
           PERFORM COMPOE-CARNE-PLANO THRU FIM-COMPOE-CARNE-PLANO
           CLOSE PRENEG PMESTRE PRENOV
           IF W-SPOOL-ABERTO = "S"
              CLOSE PSPOOL.
           PERFORM TROCA-RENEG THRU FIM-TROCA-RENEG
           IF W-QT-PLANOS = ZEROS
              DISPLAY "NENHUM PLANO DE RENEGOCIACAO SEM CARNE"
              STOP RUN.
           DISPLAY "PLANOS SEM CARNE...: " W-QT-PLANOS
           DISPLAY "SEM ASSINANTE (PEND): " W-QT-PENDENTES
           DISPLAY "CARNES COMPOSTOS...: " W-CARNES
           DISPLAY "FICHAS GERADAS.....: " W-FICHAS
           DISPLAY "PAGINAS GERADAS....: " W-PAGINAS
           DISPLAY "CAPAS PELO MODELO..: " W-CAPA-MODELO
           DISPLAY "PECAS MARCADAS.....: " W-PECAS
           IF W-SPOOL-ABERTO = "S"
              DISPLAY "SPOOL EM CARNE_SPOOL.TXT".
           STOP RUN.

      *    LINHA "P": PLANO EM ANDAMENTO SEM CARNE COM ASSINANTE NO
      *    MESTRE ABRE O CARNE - CAPA PREPARADA COM O ENDERECO DELE E
      *    PLANO JA' MARCADO NA LINHA QUE VAI PARA O .NOV. PLANO
      *    GRAVADO ANTES DO ACORDO GUARDAR O ASSINANTE, OU COM
      *    ASSINANTE FORA DO MESTRE, FICA PENDENTE.
       ABRE-PLANO.
           MOVE "N" TO W-PLANO-ABERTO
           IF RN-SIT NOT = "A" OR RN-CARNE NOT = "N"
              GO TO FIM-ABRE-PLANO.
           ADD 1 TO W-QT-PLANOS
           IF RN-COD-ASS = SPACES
              ADD 1 TO W-QT-PENDENTES
              DISPLAY "PLANO DA CONTA " RN-SEQ
                      " SEM ASSINANTE NO PLANO - CARNE PENDENTE"
              GO TO FIM-ABRE-PLANO.
           MOVE RN-COD-ASS TO MA-COD-ASS
           READ PMESTRE
                INVALID KEY ADD 1 TO W-QT-PENDENTES
                            DISPLAY "PLANO DA CONTA " RN-SEQ
                                    " SEM ASSINANTE NO MESTRE - "
                                    "CARNE PENDENTE"
                            GO TO FIM-ABRE-PLANO
           END-READ
           IF W-SPOOL-ABERTO NOT = "S"
              OPEN OUTPUT PSPOOL
              IF W-FS-SPOOL NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO SPOOL = " W-FS-SPOOL
                 CLOSE PRENEG PMESTRE PRENOV
                 CALL "CBL_DELETE_FILE" USING W-ARQ-RENOV
                      RETURNING W-RC
                 STOP RUN
              END-IF
              MOVE "S" TO W-SPOOL-ABERTO.
           MOVE SPACES         TO REGENTR
           MOVE "NO"           TO E-TIPO
           MOVE RN-SEQ         TO E-SEQ-CARNE
           MOVE RN-QT-PARC     TO E-QTDE-PARC
           MOVE MA-COD-ASS     TO E-COD-ASS
           MOVE MA-NOME-ASS    TO E-NOME-ASS
           MOVE MA-CHAMADA-ASS TO E-CHAMADA-ASS
           MOVE MA-END-ASS     TO E-END-ASS
           MOVE MA-CID-ASS     TO E-CID-ASS
           MOVE MA-BAI-ASS     TO E-BAI-ASS
           MOVE MA-UF-ASS      TO E-UF-ASS
           MOVE MA-CEP5-ASS    TO E-CEP5-ASS
           MOVE MA-CEP3-ASS    TO E-CEP3-ASS
           MOVE MA-SEXO-ASS    TO E-SEXO-ASS
           MOVE "S"   TO RN-CARNE
           MOVE "S"   TO W-PLANO-ABERTO W-RN-MUDOU
           MOVE ZEROS TO W-QT-PARC-PL.
       FIM-ABRE-PLANO.
           EXIT.

      *    UM CARNE POR PLANO ABERTO: CAPA COM O ENDERECO DO MESTRE E
      *    UMA FICHA POR PARCELA NOVA AINDA NAO PAGA (TAB-PARC-PLANO).
       COMPOE-CARNE-PLANO.
           IF W-PLANO-ABERTO NOT = "S"
              GO TO FIM-COMPOE-CARNE-PLANO.
           MOVE "N" TO W-PLANO-ABERTO
           ADD 1 TO W-CARNES
           MOVE W-QT-PARC-PL TO W-FICHAS-PECA
           PERFORM ABRE-PECA THRU FIM-ABRE-PECA
           PERFORM COMPOE-CAPA THRU FIM-COMPOE-CAPA
           MOVE ZEROS TO W-FICHA-PAG
           PERFORM COMPOE-FICHA-PLANO THRU FIM-COMPOE-FICHA-PLANO
                    VARYING W-IND-PP FROM 1 BY 1
                    UNTIL W-IND-PP > W-QT-PARC-PL
           MOVE "F" TO MK-FIM
           PERFORM GRAVA-MARCA THRU FIM-GRAVA-MARCA.
       FIM-COMPOE-CARNE-PLANO.
           EXIT.

      *    FICHA DA PARCELA NOVA: NUMERO (00 = ENTRADA) DE N, VALOR
      *    E VENCIMENTO DD/MM/AAAA DO PLANO.
       COMPOE-FICHA-PLANO.
           MOVE PP-LINHA(W-IND-PP) TO W-RENEG
           ADD 1 TO W-FICHAS
           PERFORM QUEBRA-FICHA THRU FIM-QUEBRA-FICHA
           MOVE SPACES TO W-LINHA
           MOVE "  +--------------------------------------------+"
                TO W-LINHA
           PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
           MOVE SPACES TO W-LINHA
           DIVIDE RN-VALOR BY 100 GIVING W-VALOR
           IF RN-NUM = ZEROS
              STRING "  ! ENTRADA       "
                     "  VALOR " W-VALOR
                     "  VENC " RN-VENC-DD "/" RN-VENC-MM "/"
                     RN-VENC-AAAA
                     DELIMITED BY SIZE INTO W-LINHA
           ELSE
              STRING "  ! PARCELA " RN-NUM " DE " E-QTDE-PARC
                     "  VALOR " W-VALOR
                     "  VENC " RN-VENC-DD "/" RN-VENC-MM "/"
                     RN-VENC-AAAA
                     DELIMITED BY SIZE INTO W-LINHA.
           PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
           MOVE SPACES TO W-LINHA
           MOVE "  ! AUTENTICACAO: ___________________________"
           MOVE "  +--------------------------------------------+"
                TO W-LINHA
           PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO.
       FIM-COMPOE-FICHA-PLANO.
           EXIT.

      *    RENEGOCIACAO.NOV TOMA O LUGAR DO ARQUIVO QUANDO ALGUM
      *    PLANO FOI MARCADO; SENAO E' DESCARTADO.
       TROCA-RENEG.
           IF W-RN-MUDOU NOT = "S"
              CALL "CBL_DELETE_FILE" USING W-ARQ-RENOV
                   RETURNING W-RC
              GO TO FIM-TROCA-RENEG.
           CALL "CBL_DELETE_FILE" USING W-ARQ-RENEG
                RETURNING W-RC
           CALL "CBL_RENAME_FILE" USING W-ARQ-RENOV W-ARQ-RENEG
                RETURNING W-RC
           IF W-RC NOT = ZEROS
              DISPLAY "ATENCAO: RENEGOCIACAO.NOV NAO PODE SER "
                      "RENOMEADO - RENOMEIE PARA RENEGOCIACAO.TXT "
                      "NA MAO".
       FIM-TROCA-RENEG.
           EXIT.

       GRAVA-TEXTO.
           MOVE SPACES TO REG-SPOOL
           MOVE W-LINHA TO SP-TEXTO
           WRITE REG-SPOOL
           ADD 1 TO W-LIN-PAG.
       FIM-GRAVA-TEXTO.
           EXIT.

      *****************************************************************
      *    ABRE-PECA: NUMERA O CARNE COMO PECA DA ENVELOPADORA - 12
      *    FICHAS POR PAGINA, A PRIMEIRA JUNTO COM A CAPA.
      *****************************************************************
       ABRE-PECA.
           ADD 1 TO W-PECAS
           MOVE W-PECAS TO MK-PECA
           MOVE 1       TO MK-PAG
           MOVE "C"     TO MK-FIM
           IF W-FICHAS-PECA = ZEROS
              MOVE 1 TO MK-TOT-PAG
           ELSE
              COMPUTE MK-TOT-PAG = (W-FICHAS-PECA + 11) / 12.
           IF E-SEQ-REG NUMERIC
              MOVE E-SEQ-REG TO MK-SEQ
           ELSE
              MOVE SPACES TO MK-SEQ.
       FIM-ABRE-PECA.
           EXIT.

      *    COMPLETA A PAGINA EM BRANCO ATE A LINHA DA MARCA, PARA A
      *    LEITORA DA ENVELOPADORA ACHA-LA SEMPRE NO MESMO LUGAR.
       GRAVA-MARCA.
           IF W-LIN-PAG < W-LINHA-MARCA - 1
              MOVE SPACES TO W-LINHA
              PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
              GO TO GRAVA-MARCA.
           MOVE W-MARCA TO W-LINHA
           PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO.
       FIM-GRAVA-MARCA.
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
