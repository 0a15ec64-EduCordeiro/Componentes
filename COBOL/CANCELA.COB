       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CANCELA.
      *------------------------------------------------------------
      * CANCELAMENTOS DE ASSINATURA CONTRA O CADASTRO MESTRE
      * (ASSINANTE.DAT, MANTIDO PELO XPGR47). CADA LINHA DE
      * CANCELAMENTOS.TXT (ASSINANTE, REVISTA, DATA, MOTIVO E O
      * PEDIDO DE NAO SER MAIS CONTATADO) FECHA A VIGENCIA DO
      * PROJETO DAQUELA REVISTA NA DATA DO CANCELAMENTO (SITUACAO
      * "C") E APURA O ACERTO PROPORCIONAL:
      *
      *    CONTRATADO = PARCELA X QTDE DE PARCELAS
      *    PAGO       = PARCELA X PARCELAS PAGAS
      *    CONSUMIDO  = CONTRATADO X DIAS USADOS / DIAS DA VIGENCIA
      *    PAGO MAIOR QUE O CONSUMIDO = REEMBOLSO AO ASSINANTE;
      *    MENOR = SALDO DEVEDOR.
      *
      * A CONTA DO ASSINANTE SAI DE COBRANCA_ATRIB.TXT E DO
      * FINANC.TXT DO CICLO (O COBRADOR PARA DE LIGAR), E QUEM PEDIU
      * PARA NAO SER CONTATADO ENTRA EM SUPRESSAO.TXT COM FONTE "A",
      * JORNALIZADO EM SUPRESSAO_JORNAL.TXT COMO NO ADMSUP.
      *
      * O ACERTO VAI PARA O RAZAO DE CONTAS A RECEBER PELA FILA
      * MOVTO_RAZAO.TXT: O CONTRATADO NAO CONSUMIDO COMO CREDITO
      * (CN) E O REEMBOLSO, QUANDO HOUVER, COMO DEBITO (RE).
      *
      * CANCELA_REL.TXT TRAZ CADA CANCELAMENTO (OU A RECUSA) E OS
      * TOTAIS POR MOTIVO E POR REVISTA PARA A EQUIPE DE RETENCAO.
      *
      * LAYOUT DE CANCELAMENTOS.TXT:
      *    01-09 ASSINANTE  12-13 REVISTA  16-23 DATA (AAAAMMDD)
      *    26-28 MOTIVO     31 NAO CONTATAR (S/N)
      *
      * CHAMADA DESATENDIDA: CANCELA
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

           SELECT PCANC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-CANC
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PFINANC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-FINANC
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PATRIB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-ATRIB
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PSUPTAB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-SUPTAB
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PJORNAL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-JORNAL
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PMOVTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-MOVTO
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

       FD  PCANC
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "CANCELAMENTOS.TXT".
       01  REG-CANC.
           03 CN-COD-ASS     PIC X(09).
           03 FILLER         PIC X(02).
           03 CN-REVISTA     PIC X(02).
           03 FILLER         PIC X(02).
           03 CN-DATA        PIC X(08).
           03 FILLER         PIC X(02).
           03 CN-MOTIVO      PIC X(03).
           03 FILLER         PIC X(02).
           03 CN-NAO-CONTATAR PIC X(01).

      *    MESMO LAYOUT DO AVALIA-FINANCEIRO DO XPGR47 / COBRANCA.
       FD  PFINANC
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "FINANC.TXT".
       01  REG-FINANC.
           03 FN-SEQ         PIC X(09).
           03 FN-RESTO       PIC X(71).

       FD  PATRIB
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "COBRANCA_ATRIB.TXT".
       01  REG-ATRIB.
           03 AT-SEQ         PIC X(09).
           03 FILLER         PIC X(02).
           03 AT-LOTE        PIC 9(03).

      *    MESMOS LAYOUTS DO ADMSUP.
       FD  PSUPTAB
        LABEL RECORD IS STANDARD
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

       FD  PJORNAL
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "SUPRESSAO_JORNAL.TXT".
       01  REG-JORNAL.
           02  JR-DATA            PIC X(006).
           02  FILLER             PIC X(001).
           02  JR-HORA            PIC X(006).
           02  FILLER             PIC X(002).
           02  JR-OPERADOR        PIC X(004).
           02  FILLER             PIC X(002).
           02  JR-ACAO            PIC X(008).
           02  FILLER             PIC X(002).
           02  JR-ENTRADA         PIC X(064).

      *-----------------------------------------------------------
      *    FILA DE LANCAMENTOS PARA O RAZAO DE CONTAS A RECEBER
      *    (MESMO LAYOUT DO RAZAO, QUE CONSOME A FILA).
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

       FD  RELAT
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "CANCELA_REL.TXT".
       01  REG-RELAT         PIC X(100).

       WORKING-STORAGE SECTION.
       77 W-FS-MESTRE      PIC X(02) VALUE SPACES.
       77 W-FS-CANC        PIC X(02) VALUE SPACES.
       77 W-FS-FINANC      PIC X(02) VALUE SPACES.
       77 W-FS-ATRIB       PIC X(02) VALUE SPACES.
       77 W-FS-SUPTAB      PIC X(02) VALUE SPACES.
       77 W-FS-JORNAL      PIC X(02) VALUE SPACES.
       77 W-FS-RELAT       PIC X(02) VALUE SPACES.
       77 W-FS-MOVTO       PIC X(02) VALUE SPACES.
       77 W-LIDOS          PIC 9(06) VALUE ZEROS.
       77 W-QT-CANC        PIC 9(06) VALUE ZEROS.
       77 W-QT-RECUSA      PIC 9(06) VALUE ZEROS.
       77 W-QT-SUPRIME     PIC 9(06) VALUE ZEROS.
       77 W-QT-RETIRA-AT   PIC 9(06) VALUE ZEROS.
       77 W-QT-RETIRA-FN   PIC 9(06) VALUE ZEROS.
       77 W-RECUSA         PIC X(30) VALUE SPACES.
       77 W-SEQ-TESTE      PIC X(09) VALUE SPACES.
       77 W-REVISTA        PIC 9(02) VALUE ZEROS.
       77 W-IND            PIC 9(01) VALUE ZEROS.
       77 W-SLOT           PIC 9(01) VALUE ZEROS.
       77 W-IND-TAB        PIC 9(04) VALUE ZEROS.
       77 W-IND-SEQ        PIC 9(04) VALUE ZEROS.
       77 W-IND-MOT        PIC 9(02) VALUE ZEROS.
       77 W-ACHOU          PIC X(01) VALUE "N".
       77 W-QT-TAB         PIC 9(04) VALUE ZEROS.
       77 W-QT-SEQ         PIC 9(04) VALUE ZEROS.
       77 W-QT-MOT         PIC 9(02) VALUE ZEROS.
       77 W-DT-CANC        PIC 9(08) VALUE ZEROS.
       77 W-HOJE-AAAAMMDD  PIC 9(08) VALUE ZEROS.
       77 W-INT-INIC       PIC 9(08) VALUE ZEROS.
       77 W-INT-FIM        PIC 9(08) VALUE ZEROS.
       77 W-INT-CANC       PIC 9(08) VALUE ZEROS.
       77 W-DIAS-VIG       PIC 9(06) VALUE ZEROS.
       77 W-DIAS-USO       PIC 9(06) VALUE ZEROS.
      *    VALORES EM CENTAVOS.
       77 W-VL-CONTRATO    PIC 9(11) VALUE ZEROS.
       77 W-VL-PAGO        PIC 9(11) VALUE ZEROS.
       77 W-VL-CONSUMO     PIC 9(11) VALUE ZEROS.
       77 W-VL-REEMB       PIC 9(11) VALUE ZEROS.
       77 W-VL-SALDO       PIC 9(11) VALUE ZEROS.
       77 W-TOT-REEMB      PIC 9(11) VALUE ZEROS.
       77 W-TOT-SALDO      PIC 9(11) VALUE ZEROS.
       77 W-VALOR          PIC ZZZ.ZZZ.ZZ9,99.
       77 W-QTDE-ED        PIC ZZZ.ZZ9.
       01 W-LINHA          PIC X(100) VALUE SPACES.
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
      *    CONTAS DE COBRANCA DOS ASSINANTES CANCELADOS NA RODADA.
       01 TAB-SEQ.
          02 TQ-SEQ OCCURS 2000 TIMES PIC X(09).
      *    FINANC.TXT / COBRANCA_ATRIB.TXT EM MEMORIA PARA REGRAVAR
      *    SEM AS CONTAS CANCELADAS (MESMO TETO DA COBRANCA).
       01 TAB-LINHAS.
          02 TL-LINHA OCCURS 2000 TIMES PIC X(80).
      *    TOTAIS POR MOTIVO E POR REVISTA.
       01 TAB-MOTIVO.
          02 TM-ENT OCCURS 50 TIMES.
             03 TM-MOTIVO    PIC X(03).
             03 TM-QTDE      PIC 9(06).
             03 TM-REEMB     PIC 9(11).
             03 TM-SALDO     PIC 9(11).
       01 TAB-REVISTA.
          02 TR-ENT OCCURS 99 TIMES.
             03 TR-QTDE      PIC 9(06).
             03 TR-REEMB     PIC 9(11).
             03 TR-SALDO     PIC 9(11).
       01 W-DATE           PIC 9(06) VALUE ZEROS.
       01 W-TIME           PIC 9(06) VALUE ZEROS.

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
           ACCEPT W-HOJE-AAAAMMDD FROM DATE YYYYMMDD
           PERFORM ZERA-REVISTA THRU FIM-ZERA-REVISTA
                    VARYING W-IND-TAB FROM 1 BY 1
                    UNTIL W-IND-TAB > 99

           OPEN INPUT PCANC
           IF W-FS-CANC NOT = "00"
              DISPLAY "CANCELAMENTOS.TXT INDISPONIVEL = " W-FS-CANC
              STOP RUN.
           OPEN I-O PMESTRE
           IF W-FS-MESTRE NOT = "00"
              DISPLAY "CADASTRO MESTRE (ASSINANTE.DAT) INDISPONIVEL = "
                      W-FS-MESTRE
              CLOSE PCANC
              STOP RUN.
           OPEN OUTPUT RELAT
           IF W-FS-RELAT NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO CANCELA_REL.TXT = "
                      W-FS-RELAT
              CLOSE PCANC PMESTRE
              STOP RUN.
           WRITE REG-RELAT FROM W-CAB-AMBIENTE

           MOVE W-HOJE-AAAAMMDD TO W-DATA-AUX
           PERFORM EDITA-DATA THRU FIM-EDITA-DATA
           MOVE SPACES TO W-LINHA
           STRING "CANCELA - CANCELAMENTOS PROCESSADOS EM " W-DATA-ED
                  DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           MOVE "ASSINANTE REV DATA       MOT  ACERTO" TO W-LINHA
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA

           PERFORM LE-CANC THRU FIM-LE-CANC
           CLOSE PCANC PMESTRE

           IF W-QT-SEQ > ZEROS
              PERFORM RETIRA-ATRIB  THRU FIM-RETIRA-ATRIB
              PERFORM RETIRA-FINANC THRU FIM-RETIRA-FINANC.

           PERFORM IMPRIME-TOTAIS THRU FIM-IMPRIME-TOTAIS
           CLOSE RELAT
           PERFORM ARQUIVA-RELATORIO THRU FIM-ARQUIVA-RELATORIO

           DISPLAY "LINHAS LIDAS............: " W-LIDOS
           DISPLAY "CANCELAMENTOS...........: " W-QT-CANC
           DISPLAY "RECUSADOS...............: " W-QT-RECUSA
           DISPLAY "INCLUIDOS NA SUPRESSAO..: " W-QT-SUPRIME
           DISPLAY "CONTAS FORA DA COBRANCA.: " W-QT-RETIRA-AT
           DISPLAY "RELATORIO EM CANCELA_REL.TXT"
           STOP RUN.

       ZERA-REVISTA.
           MOVE ZEROS TO TR-QTDE(W-IND-TAB) TR-REEMB(W-IND-TAB)
                         TR-SALDO(W-IND-TAB).
       FIM-ZERA-REVISTA.
           EXIT.

      *****************************************************************
      *    LE-CANC: UMA LINHA DE CANCELAMENTOS.TXT POR VEZ. LINHA
      *    RECUSADA SAI NO RELATORIO COM O MOTIVO DA RECUSA E NAO
      *    ALTERA NADA.
      *****************************************************************
       LE-CANC.
           READ PCANC AT END
                GO TO FIM-LE-CANC.
           IF REG-CANC = SPACES
              GO TO LE-CANC.
           ADD 1 TO W-LIDOS
           MOVE SPACES TO W-RECUSA
           PERFORM PROCESSA-CANC THRU FIM-PROCESSA-CANC
           IF W-RECUSA NOT = SPACES
              ADD 1 TO W-QT-RECUSA
              MOVE SPACES TO W-LINHA
              STRING CN-COD-ASS " " CN-REVISTA "  " CN-DATA "   "
                     CN-MOTIVO "  RECUSADO: " W-RECUSA
                     DELIMITED BY SIZE INTO W-LINHA
              PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA.
           GO TO LE-CANC.
       FIM-LE-CANC.
           EXIT.

       PROCESSA-CANC.
           IF CN-REVISTA NOT NUMERIC OR CN-REVISTA = "00"
              MOVE "REVISTA INVALIDA" TO W-RECUSA
              GO TO FIM-PROCESSA-CANC.
           MOVE CN-REVISTA TO W-REVISTA
           IF CN-DATA NOT NUMERIC
              MOVE "DATA INVALIDA" TO W-RECUSA
              GO TO FIM-PROCESSA-CANC.
           MOVE CN-DATA TO W-DT-CANC
           COMPUTE W-INT-CANC = FUNCTION INTEGER-OF-DATE(W-DT-CANC)
           IF W-INT-CANC = ZEROS
              MOVE "DATA INVALIDA" TO W-RECUSA
              GO TO FIM-PROCESSA-CANC.
           MOVE CN-COD-ASS TO MA-COD-ASS
           READ PMESTRE
                INVALID KEY MOVE "ASSINANTE FORA DO MESTRE"
                                 TO W-RECUSA
           END-READ
           IF W-RECUSA NOT = SPACES
              GO TO FIM-PROCESSA-CANC.
           MOVE ZEROS TO W-SLOT
           PERFORM PROCURA-PROJETO THRU FIM-PROCURA-PROJETO
                    VARYING W-IND FROM 1 BY 1
                    UNTIL W-IND > 6 OR W-SLOT NOT = ZEROS
           IF W-SLOT = ZEROS
              MOVE "SEM PROJETO ATIVO DA REVISTA" TO W-RECUSA
              GO TO FIM-PROCESSA-CANC.
           MOVE W-SLOT TO W-IND
           PERFORM APURA-ACERTO THRU FIM-APURA-ACERTO
      *    A VIGENCIA FECHA NA DATA DO CANCELAMENTO (SE ELA AINDA
      *    NAO TIVER ACABADO).
           MOVE "C"       TO MA-SIT-PROJ(W-IND)
           MOVE W-DT-CANC TO MA-DT-SIT(W-IND)
           IF W-DT-CANC < MA-DT-VIG-FIM(W-IND)
              MOVE W-DT-CANC TO MA-DT-VIG-FIM(W-IND).
           REWRITE REG-MESTRE
                   INVALID KEY MOVE "ERRO NA REGRAVACAO DO MESTRE"
                                    TO W-RECUSA
           END-REWRITE
           IF W-RECUSA NOT = SPACES
              GO TO FIM-PROCESSA-CANC.
           ADD 1 TO W-QT-CANC
           PERFORM GUARDA-SEQ THRU FIM-GUARDA-SEQ
           IF CN-NAO-CONTATAR = "S"
              PERFORM INCLUI-SUPRESSAO THRU FIM-INCLUI-SUPRESSAO.
           PERFORM ACUMULA THRU FIM-ACUMULA
           PERFORM GRAVA-MOVTO THRU FIM-GRAVA-MOVTO
           MOVE W-DT-CANC TO W-DATA-AUX
           PERFORM EDITA-DATA THRU FIM-EDITA-DATA
           MOVE SPACES TO W-LINHA
           IF W-VL-SALDO > ZEROS
              DIVIDE W-VL-SALDO BY 100 GIVING W-VALOR
              STRING CN-COD-ASS " " CN-REVISTA "  " W-DATA-ED " "
                     CN-MOTIVO "  SALDO DEVEDOR " W-VALOR
                     DELIMITED BY SIZE INTO W-LINHA
           ELSE
              DIVIDE W-VL-REEMB BY 100 GIVING W-VALOR
              STRING CN-COD-ASS " " CN-REVISTA "  " W-DATA-ED " "
                     CN-MOTIVO "  REEMBOLSO     " W-VALOR
                     DELIMITED BY SIZE INTO W-LINHA.
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA.
       FIM-PROCESSA-CANC.
           EXIT.

       PROCURA-PROJETO.
           IF MA-NR-PROJ(W-IND) NOT = SPACES AND
              MA-PROJ-ATIVO(W-IND) AND
              MA-REVISTA(W-IND) = W-REVISTA
              MOVE W-IND TO W-SLOT.
       FIM-PROCURA-PROJETO.
           EXIT.

      *****************************************************************
      *    APURA-ACERTO: PROPORCIONAL AOS DIAS DE VIGENCIA USADOS ATE'
      *    O CANCELAMENTO. VIGENCIA SEM DATAS UTEIS CONTA COMO TODA
      *    CONSUMIDA (SO' HA' SALDO SE FALTAR PAGAR PARCELA).
      *****************************************************************
       APURA-ACERTO.
           MOVE ZEROS TO W-VL-CONTRATO W-VL-PAGO W-VL-CONSUMO
                         W-VL-REEMB W-VL-SALDO
           IF MA-VL-PARC(W-IND) NOT NUMERIC OR
              MA-QTDE-PARC NOT NUMERIC OR
              MA-PARC-PAGAS NOT NUMERIC
              GO TO FIM-APURA-ACERTO.
           COMPUTE W-VL-CONTRATO = MA-VL-PARC(W-IND) * MA-QTDE-PARC
           COMPUTE W-VL-PAGO     = MA-VL-PARC(W-IND) * MA-PARC-PAGAS
           MOVE W-VL-CONTRATO TO W-VL-CONSUMO
           MOVE ZEROS TO W-INT-INIC W-INT-FIM
           IF MA-DT-VIG-INIC(W-IND) > ZEROS
              COMPUTE W-INT-INIC =
                      FUNCTION INTEGER-OF-DATE(MA-DT-VIG-INIC(W-IND)).
           IF MA-DT-VIG-FIM(W-IND) > ZEROS
              COMPUTE W-INT-FIM =
                      FUNCTION INTEGER-OF-DATE(MA-DT-VIG-FIM(W-IND)).
           IF W-INT-INIC = ZEROS OR W-INT-FIM NOT > W-INT-INIC
              GO TO CALCULA-ACERTO.
           COMPUTE W-DIAS-VIG = W-INT-FIM - W-INT-INIC
           MOVE ZEROS TO W-DIAS-USO
           IF W-INT-CANC > W-INT-INIC
              COMPUTE W-DIAS-USO = W-INT-CANC - W-INT-INIC.
           IF W-DIAS-USO > W-DIAS-VIG
              MOVE W-DIAS-VIG TO W-DIAS-USO.
           COMPUTE W-VL-CONSUMO ROUNDED =
                   W-VL-CONTRATO * W-DIAS-USO / W-DIAS-VIG.
       CALCULA-ACERTO.
           IF W-VL-PAGO > W-VL-CONSUMO
              COMPUTE W-VL-REEMB = W-VL-PAGO - W-VL-CONSUMO
           ELSE
              COMPUTE W-VL-SALDO = W-VL-CONSUMO - W-VL-PAGO.
       FIM-APURA-ACERTO.
           EXIT.

      *****************************************************************
      *    GRAVA-MOVTO: O ACERTO NA FILA DO RAZAO, NA DATA DO
      *    PROCESSAMENTO - O CONTRATADO NAO CONSUMIDO SAI DO SALDO
      *    DO ASSINANTE (CN) E O REEMBOLSO DEVOLVIDO VOLTA (RE).
      *****************************************************************
       GRAVA-MOVTO.
           IF W-VL-CONTRATO NOT > W-VL-CONSUMO AND W-VL-REEMB = ZEROS
              GO TO FIM-GRAVA-MOVTO.
           OPEN EXTEND PMOVTO
           IF W-FS-MOVTO NOT = "00"
              OPEN OUTPUT PMOVTO.
           IF W-FS-MOVTO NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO MOVTO_RAZAO.TXT = "
                      W-FS-MOVTO
              GO TO FIM-GRAVA-MOVTO.
           MOVE SPACES          TO REG-MOVTO
           MOVE MA-COD-ASS      TO MR-COD-ASS
           MOVE W-HOJE-AAAAMMDD TO MR-DATA
           MOVE "CANCELA"       TO MR-ORIGEM
           IF W-VL-CONTRATO > W-VL-CONSUMO
              MOVE "CN"         TO MR-TIPO
              MOVE "C"          TO MR-DC
              COMPUTE MR-VALOR = W-VL-CONTRATO - W-VL-CONSUMO
              STRING "CANCELAMENTO REVISTA " CN-REVISTA " " CN-MOTIVO
                     DELIMITED BY SIZE INTO MR-HIST
              WRITE REG-MOVTO.
           IF W-VL-REEMB > ZEROS
              MOVE "RE"         TO MR-TIPO
              MOVE "D"          TO MR-DC
              MOVE W-VL-REEMB   TO MR-VALOR
              MOVE SPACES       TO MR-HIST
              STRING "REEMBOLSO REVISTA " CN-REVISTA " " CN-MOTIVO
                     DELIMITED BY SIZE INTO MR-HIST
              WRITE REG-MOVTO.
           CLOSE PMOVTO.
       FIM-GRAVA-MOVTO.
           EXIT.

      *    CONTA DE COBRANCA DO ASSINANTE (GRAVADA NO MESTRE PELO
      *    XPGR47) ENTRA NA LISTA DAS QUE SAEM DA CARTEIRA.
       GUARDA-SEQ.
           IF MA-SEQ-FINANC = SPACES OR W-QT-SEQ NOT < 2000
              GO TO FIM-GUARDA-SEQ.
           ADD 1 TO W-QT-SEQ
           MOVE MA-SEQ-FINANC TO TQ-SEQ(W-QT-SEQ).
       FIM-GUARDA-SEQ.
           EXIT.

      *****************************************************************
      *    INCLUI-SUPRESSAO: ACRESCENTA O ASSINANTE A' LISTA
      *    NAO-PERTURBE (FONTE "A" = PEDIDO DO ASSINANTE, SEM PRAZO)
      *    E JORNALIZA A INCLUSAO COMO O ADMSUP FARIA.
      *****************************************************************
       INCLUI-SUPRESSAO.
           OPEN EXTEND PSUPTAB
           IF W-FS-SUPTAB NOT = "00"
              OPEN OUTPUT PSUPTAB.
           IF W-FS-SUPTAB NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO SUPRESSAO.TXT = "
                      W-FS-SUPTAB
              GO TO FIM-INCLUI-SUPRESSAO.
           MOVE SPACES       TO REG-SUPTAB
           MOVE MA-COD-ASS   TO SU-COD
           MOVE MA-CEP5-ASS  TO SU-CEP(1:5)
           MOVE MA-CEP3-ASS  TO SU-CEP(6:3)
           MOVE MA-NOME-ASS  TO SU-NOME
           MOVE CN-MOTIVO    TO SU-MOTIVO
           MOVE "A"          TO SU-FONTE
           WRITE REG-SUPTAB
           CLOSE PSUPTAB
           ADD 1 TO W-QT-SUPRIME
           OPEN EXTEND PJORNAL
           IF W-FS-JORNAL NOT = "00"
              OPEN OUTPUT PJORNAL.
           IF W-FS-JORNAL NOT = "00"
              GO TO FIM-INCLUI-SUPRESSAO.
           ACCEPT W-DATE FROM DATE
           ACCEPT W-TIME FROM TIME
           MOVE SPACES     TO REG-JORNAL
           MOVE W-DATE     TO JR-DATA
           MOVE W-TIME     TO JR-HORA
           MOVE "CANC"     TO JR-OPERADOR
           MOVE "INCLUIDA" TO JR-ACAO
           MOVE REG-SUPTAB TO JR-ENTRADA
           WRITE REG-JORNAL
           CLOSE PJORNAL.
       FIM-INCLUI-SUPRESSAO.
           EXIT.

       ACUMULA.
           ADD W-VL-REEMB TO W-TOT-REEMB
           ADD W-VL-SALDO TO W-TOT-SALDO
           ADD 1          TO TR-QTDE(W-REVISTA)
           ADD W-VL-REEMB TO TR-REEMB(W-REVISTA)
           ADD W-VL-SALDO TO TR-SALDO(W-REVISTA)
           MOVE ZEROS TO W-IND-MOT
           PERFORM PROCURA-MOTIVO THRU FIM-PROCURA-MOTIVO
                    VARYING W-IND-TAB FROM 1 BY 1
                    UNTIL W-IND-TAB > W-QT-MOT OR W-IND-MOT NOT = ZEROS
           IF W-IND-MOT = ZEROS
              IF W-QT-MOT NOT < 50
                 GO TO FIM-ACUMULA
              ELSE
                 ADD 1 TO W-QT-MOT
                 MOVE W-QT-MOT  TO W-IND-MOT
                 MOVE CN-MOTIVO TO TM-MOTIVO(W-IND-MOT)
                 MOVE ZEROS     TO TM-QTDE(W-IND-MOT)
                                   TM-REEMB(W-IND-MOT)
                                   TM-SALDO(W-IND-MOT).
           ADD 1          TO TM-QTDE(W-IND-MOT)
           ADD W-VL-REEMB TO TM-REEMB(W-IND-MOT)
           ADD W-VL-SALDO TO TM-SALDO(W-IND-MOT).
       FIM-ACUMULA.
           EXIT.

       PROCURA-MOTIVO.
           IF TM-MOTIVO(W-IND-TAB) = CN-MOTIVO
              MOVE W-IND-TAB TO W-IND-MOT.
       FIM-PROCURA-MOTIVO.
           EXIT.

      *****************************************************************
      *    RETIRA-ATRIB / RETIRA-FINANC: REGRAVAM A ATRIBUICAO DOS
      *    COBRADORES E O FINANC.TXT DO CICLO SEM AS CONTAS DOS
      *    CANCELADOS - A COBRANCA SEGUINTE NAO AS REDISTRIBUI.
      *****************************************************************
       RETIRA-ATRIB.
           MOVE ZEROS TO W-QT-TAB
           OPEN INPUT PATRIB
           IF W-FS-ATRIB NOT = "00"
              GO TO FIM-RETIRA-ATRIB.
       LE-ATRIB.
           READ PATRIB AT END
                CLOSE PATRIB
                GO TO REGRAVA-ATRIB.
           IF AT-SEQ = SPACES
              GO TO LE-ATRIB.
           MOVE AT-SEQ TO W-SEQ-TESTE
           PERFORM TESTA-SEQ THRU FIM-TESTA-SEQ
           IF W-ACHOU = "S"
              ADD 1 TO W-QT-RETIRA-AT
              GO TO LE-ATRIB.
           IF W-QT-TAB NOT < 2000
              DISPLAY "COBRANCA_ATRIB.TXT PASSA DE 2000 CONTAS - "
                      "NADA FOI REGRAVADO"
              CLOSE PATRIB
              MOVE ZEROS TO W-QT-RETIRA-AT
              GO TO FIM-RETIRA-ATRIB.
           ADD 1 TO W-QT-TAB
           MOVE REG-ATRIB TO TL-LINHA(W-QT-TAB)
           GO TO LE-ATRIB.
       REGRAVA-ATRIB.
           IF W-QT-RETIRA-AT = ZEROS
              GO TO FIM-RETIRA-ATRIB.
           OPEN OUTPUT PATRIB
           IF W-FS-ATRIB NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO COBRANCA_ATRIB.TXT = "
                      W-FS-ATRIB
              GO TO FIM-RETIRA-ATRIB.
           PERFORM GRAVA-UMA-ATRIB THRU FIM-GRAVA-UMA-ATRIB
                    VARYING W-IND-TAB FROM 1 BY 1
                    UNTIL W-IND-TAB > W-QT-TAB
           CLOSE PATRIB.
       FIM-RETIRA-ATRIB.
           EXIT.

       GRAVA-UMA-ATRIB.
           MOVE TL-LINHA(W-IND-TAB) TO REG-ATRIB
           WRITE REG-ATRIB.
       FIM-GRAVA-UMA-ATRIB.
           EXIT.

       RETIRA-FINANC.
           MOVE ZEROS TO W-QT-TAB W-QT-RETIRA-FN
           OPEN INPUT PFINANC
           IF W-FS-FINANC NOT = "00"
              GO TO FIM-RETIRA-FINANC.
       LE-FINANC.
           READ PFINANC AT END
                CLOSE PFINANC
                GO TO REGRAVA-FINANC.
           MOVE FN-SEQ TO W-SEQ-TESTE
           PERFORM TESTA-SEQ THRU FIM-TESTA-SEQ
           IF W-ACHOU = "S" AND FN-SEQ NOT = SPACES
              ADD 1 TO W-QT-RETIRA-FN
              GO TO LE-FINANC.
           IF W-QT-TAB NOT < 2000
              DISPLAY "FINANC.TXT PASSA DE 2000 CONTAS - "
                      "NADA FOI REGRAVADO"
              CLOSE PFINANC
              GO TO FIM-RETIRA-FINANC.
           ADD 1 TO W-QT-TAB
           MOVE REG-FINANC TO TL-LINHA(W-QT-TAB)
           GO TO LE-FINANC.
       REGRAVA-FINANC.
           IF W-QT-RETIRA-FN = ZEROS
              GO TO FIM-RETIRA-FINANC.
           OPEN OUTPUT PFINANC
           IF W-FS-FINANC NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO FINANC.TXT = " W-FS-FINANC
              GO TO FIM-RETIRA-FINANC.
           PERFORM GRAVA-UMA-FINANC THRU FIM-GRAVA-UMA-FINANC
                    VARYING W-IND-TAB FROM 1 BY 1
                    UNTIL W-IND-TAB > W-QT-TAB
           CLOSE PFINANC.
       FIM-RETIRA-FINANC.
           EXIT.

       GRAVA-UMA-FINANC.
           MOVE TL-LINHA(W-IND-TAB) TO REG-FINANC
           WRITE REG-FINANC.
       FIM-GRAVA-UMA-FINANC.
           EXIT.

       TESTA-SEQ.
           MOVE "N" TO W-ACHOU
           PERFORM COMPARA-SEQ THRU FIM-COMPARA-SEQ
                    VARYING W-IND-SEQ FROM 1 BY 1
                    UNTIL W-IND-SEQ > W-QT-SEQ OR W-ACHOU = "S".
       FIM-TESTA-SEQ.
           EXIT.

       COMPARA-SEQ.
           IF TQ-SEQ(W-IND-SEQ) = W-SEQ-TESTE
              MOVE "S" TO W-ACHOU.
       FIM-COMPARA-SEQ.
           EXIT.

      *****************************************************************
      *    IMPRIME-TOTAIS: QUANTIDADE, REEMBOLSOS E SALDOS DEVEDORES
      *    POR MOTIVO E POR REVISTA.
      *****************************************************************
       IMPRIME-TOTAIS.
           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           MOVE W-QT-CANC TO W-QTDE-ED
           MOVE SPACES TO W-LINHA
           STRING "CANCELAMENTOS: " W-QTDE-ED
                  DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           MOVE W-QT-RECUSA TO W-QTDE-ED
           MOVE SPACES TO W-LINHA
           STRING "RECUSADOS....: " W-QTDE-ED
                  DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           DIVIDE W-TOT-REEMB BY 100 GIVING W-VALOR
           MOVE SPACES TO W-LINHA
           STRING "TOTAL A REEMBOLSAR......: R$ " W-VALOR
                  DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           DIVIDE W-TOT-SALDO BY 100 GIVING W-VALOR
           MOVE SPACES TO W-LINHA
           STRING "TOTAL DE SALDO DEVEDOR..: R$ " W-VALOR
                  DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           MOVE "POR MOTIVO    QTDE         REEMBOLSO     SALDO DEVEDOR"
                TO W-LINHA
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           PERFORM IMPRIME-MOTIVO THRU FIM-IMPRIME-MOTIVO
                    VARYING W-IND-TAB FROM 1 BY 1
                    UNTIL W-IND-TAB > W-QT-MOT
           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           MOVE "POR REVISTA   QTDE         REEMBOLSO     SALDO DEVEDOR"
                TO W-LINHA
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           PERFORM IMPRIME-REVISTA THRU FIM-IMPRIME-REVISTA
                    VARYING W-IND-TAB FROM 1 BY 1
                    UNTIL W-IND-TAB > 99.
       FIM-IMPRIME-TOTAIS.
           EXIT.

       IMPRIME-MOTIVO.
           MOVE SPACES TO W-LINHA
           MOVE TM-MOTIVO(W-IND-TAB) TO W-LINHA(1:3)
           MOVE TM-QTDE(W-IND-TAB)   TO W-QTDE-ED
           MOVE W-QTDE-ED            TO W-LINHA(12:7)
           DIVIDE TM-REEMB(W-IND-TAB) BY 100 GIVING W-VALOR
           MOVE W-VALOR              TO W-LINHA(21:14)
           DIVIDE TM-SALDO(W-IND-TAB) BY 100 GIVING W-VALOR
           MOVE W-VALOR              TO W-LINHA(39:14)
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA.
       FIM-IMPRIME-MOTIVO.
           EXIT.

       IMPRIME-REVISTA.
           IF TR-QTDE(W-IND-TAB) = ZEROS
              GO TO FIM-IMPRIME-REVISTA.
           MOVE SPACES TO W-LINHA
           MOVE W-IND-TAB            TO W-REVISTA
           MOVE W-REVISTA            TO W-LINHA(1:2)
           MOVE TR-QTDE(W-IND-TAB)   TO W-QTDE-ED
           MOVE W-QTDE-ED            TO W-LINHA(12:7)
           DIVIDE TR-REEMB(W-IND-TAB) BY 100 GIVING W-VALOR
           MOVE W-VALOR              TO W-LINHA(21:14)
           DIVIDE TR-SALDO(W-IND-TAB) BY 100 GIVING W-VALOR
           MOVE W-VALOR              TO W-LINHA(39:14)
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA.
       FIM-IMPRIME-REVISTA.
           EXIT.

       GRAVA-LINHA.
           MOVE W-LINHA TO REG-RELAT
           WRITE REG-RELAT.
       FIM-GRAVA-LINHA.
           EXIT.

       EDITA-DATA.
           MOVE W-DA-DD   TO W-DE-DD
           MOVE W-DA-MM   TO W-DE-MM
           MOVE W-DA-AAAA TO W-DE-AAAA.
       FIM-EDITA-DATA.
           EXIT.

      *****************************************************************
      *    ARQUIVA-RELATORIO: COPIA DATADA DO RELATORIO NO ARQUIVO
      *    DE RELATORIOS (ARQREL, INDICE ARQUIVO_REL.TXT) - A
      *    PROXIMA RODADA REGRAVA O RELATORIO NO MESMO NOME.
      *****************************************************************
       ARQUIVA-RELATORIO.
           MOVE SPACES TO W-ARQREL
           MOVE "CANCELA_REL.TXT" TO W-AQ-ARQUIVO
           MOVE "CANCELA" TO W-AQ-PROGRAMA
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
