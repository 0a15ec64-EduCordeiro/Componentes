       IDENTIFICATION DIVISION.
       PROGRAM-ID.      RENOVA.
      *------------------------------------------------------------
      * AVISOS DE RENOVACAO A PARTIR DO CADASTRO MESTRE DE
      * ASSINANTES (ASSINANTE.DAT, MANTIDO PELO XPGR47): TODO
      * PROJETO ATIVO TRAZ O FIM DA VIGENCIA, MAS NINGUEM AVISAVA O
      * ASSINANTE ANTES DA ASSINATURA ACABAR. ESTA RODADA PERCORRE O
      * MESTRE E, PARA CADA PROJETO COM A VIGENCIA TERMINANDO DENTRO
      * DA ESCADA DE AVISOS (60/30/7 DIAS POR OMISSAO), COMPOE A
      * CARTA DO DEGRAU ALCANCADO NO MESMO SPOOL ASA DO COMPOE
      * ("1" NA COLUNA 1 ABRE PAGINA), EM RENOVA_SPOOL.TXT, QUE
      * FICA CADASTRADO NO SPOOL_JOBS.TXT DO GERSPOOL.
      *
      * O DEGRAU JA ENVIADO FICA GRAVADO NO PROPRIO PROJETO DO
      * MESTRE (MA-ETAPA-RENOV) - NINGUEM RECEBE O MESMO AVISO DUAS
      * VEZES, E QUEM ENTRA NA JANELA ATRASADO RECEBE SO' O DEGRAU
      * DA VEZ (NAO OS ANTERIORES DE UMA SO' VEZ). VIGENCIA NOVA
      * VINDA NO PEDIDO RECOMECA A ESCADA.
      *
      * ASSINATURA DE PRESENTE (ORIGEM PRESENTEADO.TXT - MESTRE COM
      * O BLOCO DO PRESENTEADO PREENCHIDO) QUE JA VENCEU RECEBE, ATE
      * N DIAS DEPOIS DO FIM (30 POR OMISSAO), UMA OFERTA DE
      * CONVERSAO ENDERECADA AO PRESENTEADO - NAO A QUEM PRESENTEOU.
      *
      * CADA CARTA EMITIDA SAI JORNALIZADA EM RENOVA_HIST.TXT.
      *
      * CHAMADA DESATENDIDA:
      *    RENOVA [DIAS-1] [DIAS-2] [DIAS-3] [DIAS-CONVERSAO]
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

           SELECT PSPOOL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-SPOOL
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PJOBS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-JOBS
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PHIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-HIST
           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------
      *    MESMO LAYOUT QUE O ATUALIZA-MESTRE DO XPGR47 MANTEM.
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

       FD  PSPOOL
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "RENOVA_SPOOL.TXT".
       01  REG-SPOOL.
           03 SP-ASA         PIC X(01).
           03 SP-TEXTO       PIC X(90).

      *    MESMO LAYOUT DO CADASTRO DE TRABALHOS DO GERSPOOL.
       FD  PJOBS
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "SPOOL_JOBS.TXT".
       01  REG-JOB.
           03 JB-ARQUIVO     PIC X(30).
           03 FILLER         PIC X(02).
           03 JB-STATUS      PIC X(01).
           03 FILLER         PIC X(02).
           03 JB-PAGINAS     PIC 9(06).
           03 FILLER         PIC X(02).
           03 JB-DATA        PIC X(06).
           03 FILLER         PIC X(01).
           03 JB-HORA        PIC X(06).

      *-----------------------------------------------------------
      *    JORNAL DOS AVISOS EMITIDOS: ASSINANTE, PROJETO, FIM DA
      *    VIGENCIA, DEGRAU (1/2/3, 9 = CONVERSAO), DESTINATARIO
      *    (A = ASSINANTE, P = PRESENTEADO) E DATA DA EMISSAO.
      *-----------------------------------------------------------
       FD  PHIST
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "RENOVA_HIST.TXT".
       01  REG-HIST.
           03 RH-COD-ASS     PIC X(09).
           03 FILLER         PIC X(02).
           03 RH-PROJ        PIC X(03).
           03 FILLER         PIC X(02).
           03 RH-VIG-FIM     PIC 9(08).
           03 FILLER         PIC X(02).
           03 RH-ETAPA       PIC 9(01).
           03 FILLER         PIC X(02).
           03 RH-DESTINO     PIC X(01).
           03 FILLER         PIC X(02).
           03 RH-DATA        PIC 9(08).

       WORKING-STORAGE SECTION.
       77 W-FS-MESTRE      PIC X(02) VALUE SPACES.
       77 W-FS-SPOOL       PIC X(02) VALUE SPACES.
       77 W-FS-JOBS        PIC X(02) VALUE SPACES.
       77 W-FS-HIST        PIC X(02) VALUE SPACES.
       77 W-ARGC           PIC 9(02) VALUE ZEROS.
       77 W-PARAM          PIC X(03) VALUE SPACES.
       77 W-DIAS-1         PIC 9(03) VALUE 60.
       77 W-DIAS-2         PIC 9(03) VALUE 30.
       77 W-DIAS-3         PIC 9(03) VALUE 7.
       77 W-DIAS-CONV      PIC 9(03) VALUE 30.
       77 W-FIM            PIC X(01) VALUE "N".
       77 W-ALTEROU        PIC X(01) VALUE "N".
       77 W-HIST-OK        PIC X(01) VALUE "N".
       77 W-LIDOS          PIC 9(07) VALUE ZEROS.
       77 W-PAGINAS        PIC 9(06) VALUE ZEROS.
       77 W-QT-CONVERSAO   PIC 9(06) VALUE ZEROS.
       77 W-IND            PIC 9(01) VALUE ZEROS.
       77 W-ETAPA          PIC 9(01) VALUE ZEROS.
       77 W-HOJE-AAAAMMDD  PIC 9(08) VALUE ZEROS.
       77 W-HOJE-INT       PIC 9(08) VALUE ZEROS.
       77 W-FIM-INT        PIC 9(08) VALUE ZEROS.
       77 W-FALTAM         PIC S9(07) VALUE ZEROS.
       77 W-DIAS-ED        PIC ZZ9.
       77 W-VALOR          PIC Z.ZZZ.ZZ9,99.
       77 W-QT-JOBS        PIC 9(02) VALUE ZEROS.
       77 W-IND-JOB        PIC 9(02) VALUE ZEROS.
       77 W-ACHOU-JOB      PIC 9(02) VALUE ZEROS.
       01 TAB-QT-ETAPA.
          02 W-QT-ETAPA OCCURS 3 TIMES PIC 9(06).
       01 W-LINHA          PIC X(90) VALUE SPACES.
       01 W-CEP-ED.
          02 W-CEP-ED-5    PIC 9(05).
          02 W-CEP-TRACO   PIC X(01).
          02 W-CEP-ED-3    PIC 9(03).
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
      *    DESTINATARIO DA CARTA DA VEZ (ASSINANTE OU PRESENTEADO).
       01 W-DESTINO.
          02 W-DEST-NOME     PIC X(30).
          02 W-DEST-CHAMADA  PIC X(20).
          02 W-DEST-END      PIC X(30).
          02 W-DEST-CID      PIC X(15).
          02 W-DEST-BAI      PIC X(15).
          02 W-DEST-UF       PIC X(02).
          02 W-DEST-CEP5     PIC 9(05).
          02 W-DEST-CEP3     PIC 9(03).
          02 W-DEST-SEXO     PIC X(01).
       01 TAB-JOBS.
          02 TJ-ENT OCCURS 20 TIMES.
             03 TJ-ARQUIVO   PIC X(30).
             03 TJ-STATUS    PIC X(01).
             03 TJ-PAGINAS   PIC 9(06).
             03 TJ-DATA      PIC X(06).
             03 TJ-HORA      PIC X(06).
       01 W-DATE           PIC 9(06) VALUE ZEROS.
       01 W-TIME           PIC 9(06) VALUE ZEROS.

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
           MOVE ZEROS TO W-QT-ETAPA(1) W-QT-ETAPA(2) W-QT-ETAPA(3)
           ACCEPT W-ARGC FROM ARGUMENT-NUMBER.
           IF W-ARGC NOT < 1
              DISPLAY 1 UPON ARGUMENT-NUMBER
              ACCEPT W-PARAM FROM ARGUMENT-VALUE
              IF W-PARAM NUMERIC
                 MOVE W-PARAM TO W-DIAS-1.
           IF W-ARGC NOT < 2
              DISPLAY 2 UPON ARGUMENT-NUMBER
              ACCEPT W-PARAM FROM ARGUMENT-VALUE
              IF W-PARAM NUMERIC
                 MOVE W-PARAM TO W-DIAS-2.
           IF W-ARGC NOT < 3
              DISPLAY 3 UPON ARGUMENT-NUMBER
              ACCEPT W-PARAM FROM ARGUMENT-VALUE
              IF W-PARAM NUMERIC
                 MOVE W-PARAM TO W-DIAS-3.
           IF W-ARGC NOT < 4
              DISPLAY 4 UPON ARGUMENT-NUMBER
              ACCEPT W-PARAM FROM ARGUMENT-VALUE
              IF W-PARAM NUMERIC
                 MOVE W-PARAM TO W-DIAS-CONV.
           IF W-DIAS-2 > W-DIAS-1 OR W-DIAS-3 > W-DIAS-2
              DISPLAY "ESCADA DE AVISOS FORA DE ORDEM: " W-DIAS-1
                      " / " W-DIAS-2 " / " W-DIAS-3
              STOP RUN.

           ACCEPT W-HOJE-AAAAMMDD FROM DATE YYYYMMDD
           COMPUTE W-HOJE-INT =
                   FUNCTION INTEGER-OF-DATE(W-HOJE-AAAAMMDD)

           OPEN I-O PMESTRE
           IF W-FS-MESTRE NOT = "00"
              DISPLAY "CADASTRO MESTRE (ASSINANTE.DAT) INDISPONIVEL = "
                      W-FS-MESTRE
              STOP RUN.
           OPEN OUTPUT PSPOOL
           IF W-FS-SPOOL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO SPOOL = " W-FS-SPOOL
              CLOSE PMESTRE
              STOP RUN.
           OPEN EXTEND PHIST
           IF W-FS-HIST NOT = "00"
              OPEN OUTPUT PHIST.
           IF W-FS-HIST = "00"
              MOVE "S" TO W-HIST-OK.

           PERFORM LE-MESTRE THRU FIM-LE-MESTRE
                    UNTIL W-FIM = "S".

           CLOSE PMESTRE PSPOOL
           IF W-HIST-OK = "S"
              CLOSE PHIST.
           PERFORM REGISTRA-SPOOL THRU FIM-REGISTRA-SPOOL

           DISPLAY "ASSINANTES LIDOS........: " W-LIDOS
           MOVE W-DIAS-1 TO W-DIAS-ED
           DISPLAY "AVISOS " W-DIAS-ED " DIAS.........: " W-QT-ETAPA(1)
           MOVE W-DIAS-2 TO W-DIAS-ED
           DISPLAY "AVISOS " W-DIAS-ED " DIAS.........: " W-QT-ETAPA(2)
           MOVE W-DIAS-3 TO W-DIAS-ED
           DISPLAY "AVISOS " W-DIAS-ED " DIAS.........: " W-QT-ETAPA(3)
           DISPLAY "OFERTAS AO PRESENTEADO..: " W-QT-CONVERSAO
           DISPLAY "PAGINAS EM RENOVA_SPOOL.TXT: " W-PAGINAS
           STOP RUN.

      *****************************************************************
      *    LE-MESTRE: UM ASSINANTE POR VEZ; OS PROJETOS QUE GANHARAM
      *    AVISO TEM O DEGRAU REGRAVADO NO MESTRE.
      *****************************************************************
       LE-MESTRE.
           READ PMESTRE NEXT AT END
                MOVE "S" TO W-FIM
                GO TO FIM-LE-MESTRE.
           ADD 1 TO W-LIDOS
           MOVE "N" TO W-ALTEROU
           PERFORM AVALIA-PROJETO THRU FIM-AVALIA-PROJETO
                    VARYING W-IND FROM 1 BY 1
                    UNTIL W-IND > 6
           IF W-ALTEROU = "S"
              REWRITE REG-MESTRE
                    INVALID KEY
                       DISPLAY "ERRO NA REGRAVACAO DO ASSINANTE "
                               MA-COD-ASS " = " W-FS-MESTRE
              END-REWRITE.
       FIM-LE-MESTRE.
           EXIT.

      *****************************************************************
      *    AVALIA-PROJETO: DIAS QUE FALTAM PARA O FIM DA VIGENCIA E O
      *    DEGRAU DA ESCADA EM QUE O PROJETO ESTA'. SO' SAI AVISO SE
      *    O DEGRAU AINDA NAO FOI ENVIADO PARA ESTA VIGENCIA.
      *****************************************************************
       AVALIA-PROJETO.
           IF MA-NR-PROJ(W-IND) = SPACES
              GO TO FIM-AVALIA-PROJETO.
           IF NOT MA-PROJ-ATIVO(W-IND)
              GO TO FIM-AVALIA-PROJETO.
           IF MA-DT-VIG-FIM(W-IND) NOT NUMERIC OR
              MA-DT-VIG-FIM(W-IND) = ZEROS
              GO TO FIM-AVALIA-PROJETO.
           IF MA-ETAPA-RENOV(W-IND) NOT NUMERIC
              MOVE ZEROS TO MA-ETAPA-RENOV(W-IND).
           COMPUTE W-FIM-INT =
                   FUNCTION INTEGER-OF-DATE(MA-DT-VIG-FIM(W-IND))
           COMPUTE W-FALTAM = W-FIM-INT - W-HOJE-INT
           IF W-FALTAM < ZEROS
              PERFORM AVALIA-CONVERSAO THRU FIM-AVALIA-CONVERSAO
              GO TO FIM-AVALIA-PROJETO.
           MOVE ZEROS TO W-ETAPA
           IF W-FALTAM NOT > W-DIAS-1
              MOVE 1 TO W-ETAPA.
           IF W-FALTAM NOT > W-DIAS-2
              MOVE 2 TO W-ETAPA.
           IF W-FALTAM NOT > W-DIAS-3
              MOVE 3 TO W-ETAPA.
           IF W-ETAPA = ZEROS
              GO TO FIM-AVALIA-PROJETO.
           IF MA-ETAPA-RENOV(W-IND) NOT < W-ETAPA
              GO TO FIM-AVALIA-PROJETO.
           MOVE MA-DADOS-ASSINANTE TO W-DESTINO
           PERFORM COMPOE-AVISO THRU FIM-COMPOE-AVISO
           ADD 1 TO W-QT-ETAPA(W-ETAPA)
           MOVE "A" TO RH-DESTINO
           PERFORM MARCA-ETAPA THRU FIM-MARCA-ETAPA.
       FIM-AVALIA-PROJETO.
           EXIT.

      *    PRESENTE VENCIDO: OFERTA DE CONVERSAO AO PRESENTEADO, UMA
      *    UNICA VEZ E SO' DENTRO DA JANELA APOS O FIM.
       AVALIA-CONVERSAO.
           IF MA-NOME-PRE = SPACES
              GO TO FIM-AVALIA-CONVERSAO.
           IF MA-ETAPA-RENOV(W-IND) = 9
              GO TO FIM-AVALIA-CONVERSAO.
           IF (ZERO - W-FALTAM) > W-DIAS-CONV
              GO TO FIM-AVALIA-CONVERSAO.
           MOVE MA-NOME-PRE    TO W-DEST-NOME
           MOVE MA-CHAMADA-PRE TO W-DEST-CHAMADA
           MOVE MA-END-PRE     TO W-DEST-END
           MOVE MA-CID-PRE     TO W-DEST-CID
           MOVE MA-BAI-PRE     TO W-DEST-BAI
           MOVE MA-UF-PRE      TO W-DEST-UF
           MOVE MA-CEP5-PRE    TO W-DEST-CEP5
           MOVE MA-CEP3-PRE    TO W-DEST-CEP3
           MOVE MA-SEXO-PRE    TO W-DEST-SEXO
           MOVE 9 TO W-ETAPA
           PERFORM COMPOE-CONVERSAO THRU FIM-COMPOE-CONVERSAO
           ADD 1 TO W-QT-CONVERSAO
           MOVE "P" TO RH-DESTINO
           PERFORM MARCA-ETAPA THRU FIM-MARCA-ETAPA.
       FIM-AVALIA-CONVERSAO.
           EXIT.

       MARCA-ETAPA.
           MOVE W-ETAPA         TO MA-ETAPA-RENOV(W-IND)
           MOVE W-HOJE-AAAAMMDD TO MA-DT-RENOV(W-IND)
           MOVE "S" TO W-ALTEROU
           IF W-HIST-OK NOT = "S"
              GO TO FIM-MARCA-ETAPA.
           MOVE MA-COD-ASS           TO RH-COD-ASS
           MOVE MA-NR-PROJ(W-IND)    TO RH-PROJ
           MOVE MA-DT-VIG-FIM(W-IND) TO RH-VIG-FIM
           MOVE W-ETAPA              TO RH-ETAPA
           MOVE W-HOJE-AAAAMMDD      TO RH-DATA
           WRITE REG-HIST.
       FIM-MARCA-ETAPA.
           EXIT.

      *****************************************************************
      *    COMPOE-AVISO: PAGINA DO AVISO DE RENOVACAO AO ASSINANTE -
      *    ENDERECO, SAUDACAO, VIGENCIA QUE TERMINA E O TEXTO DO
      *    DEGRAU, COM O RODAPE DA CENTRAL DE ATENDIMENTO.
      *****************************************************************
       COMPOE-AVISO.
           PERFORM COMPOE-ENDERECO THRU FIM-COMPOE-ENDERECO
           MOVE MA-DT-VIG-FIM(W-IND) TO W-DATA-AUX
           PERFORM EDITA-DATA THRU FIM-EDITA-DATA
           MOVE SPACES TO W-LINHA
           STRING "SUA ASSINATURA DE " MA-NOME-PROJ(W-IND)
                  DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
           MOVE SPACES TO W-LINHA
           STRING "TERMINA EM " W-DATA-ED
                  ", COM A EDICAO " MA-EDI-FIM(W-IND) "."
                  DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
           IF MA-NOME-PRE NOT = SPACES
              MOVE SPACES TO W-LINHA
              STRING "(ASSINATURA PRESENTEADA A " MA-NOME-PRE ")"
                     DELIMITED BY SIZE INTO W-LINHA
              PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO.
           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
           EVALUATE W-ETAPA
           WHEN 1
              MOVE "RENOVE AGORA E CONTINUE RECEBENDO SUA REVISTA SEM"
                   TO W-LINHA
              PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
              MOVE "NENHUMA INTERRUPCAO." TO W-LINHA
           WHEN 2
              MOVE "FALTAM POUCOS DIAS. RENOVE JA E NAO PERCA NENHUMA"
                   TO W-LINHA
              PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
              MOVE "EDICAO." TO W-LINHA
           WHEN OTHER
              MOVE "ULTIMO AVISO: SEM A RENOVACAO, A PROXIMA EDICAO"
                   TO W-LINHA
              PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
              MOVE "SERA A ULTIMA QUE VOCE RECEBE." TO W-LINHA
           END-EVALUATE
           PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
           IF MA-VL-PARC(W-IND) NUMERIC AND
              MA-VL-PARC(W-IND) > ZEROS
              MOVE SPACES TO W-LINHA
              DIVIDE MA-VL-PARC(W-IND) BY 100 GIVING W-VALOR
              STRING "PARCELA ATUAL DA ASSINATURA: R$ " W-VALOR
                     DELIMITED BY SIZE INTO W-LINHA
              PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO.
           PERFORM COMPOE-RODAPE THRU FIM-COMPOE-RODAPE.
       FIM-COMPOE-AVISO.
           EXIT.

      *****************************************************************
      *    COMPOE-CONVERSAO: OFERTA AO PRESENTEADO CUJO PRESENTE
      *    TERMINOU - CONTINUAR RECEBENDO EM NOME PROPRIO.
      *****************************************************************
       COMPOE-CONVERSAO.
           PERFORM COMPOE-ENDERECO THRU FIM-COMPOE-ENDERECO
           MOVE MA-DT-VIG-FIM(W-IND) TO W-DATA-AUX
           PERFORM EDITA-DATA THRU FIM-EDITA-DATA
           MOVE SPACES TO W-LINHA
           STRING "A ASSINATURA DE " MA-NOME-PROJ(W-IND)
                  DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
           MOVE SPACES TO W-LINHA
           STRING "QUE VOCE RECEBEU DE PRESENTE DE " MA-NOME-ASS
                  DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
           MOVE SPACES TO W-LINHA
           STRING "TERMINOU EM " W-DATA-ED "."
                  DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
           MOVE "CONTINUE RECEBENDO: ASSINE EM SEU NOME COM CONDICOES"
                TO W-LINHA
           PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
           MOVE "ESPECIAIS PARA QUEM JA E' NOSSO LEITOR." TO W-LINHA
           PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
           PERFORM COMPOE-RODAPE THRU FIM-COMPOE-RODAPE.
       FIM-COMPOE-CONVERSAO.
           EXIT.

      *    BLOCO DE ENDERECO E SAUDACAO DO DESTINATARIO, ABRINDO A
      *    PAGINA (SALTO "1" NA PRIMEIRA LINHA).
       COMPOE-ENDERECO.
           ADD 1 TO W-PAGINAS
           MOVE SPACES TO REG-SPOOL
           MOVE "1" TO SP-ASA
           MOVE W-DEST-NOME TO SP-TEXTO
           WRITE REG-SPOOL
           MOVE SPACES TO W-LINHA
           MOVE W-DEST-END TO W-LINHA
           PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
           MOVE SPACES TO W-LINHA
           STRING W-DEST-BAI " - " W-DEST-CID " - " W-DEST-UF
                  DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
           MOVE SPACES TO W-LINHA
           MOVE W-DEST-CEP5 TO W-CEP-ED-5
           MOVE "-"         TO W-CEP-TRACO
           MOVE W-DEST-CEP3 TO W-CEP-ED-3
           STRING "CEP " W-CEP-ED DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
      *    SAUDACAO CONCORDANDO COM O SEXO; CHAMADA EM BRANCO CAI
      *    PARA O NOME COMPLETO (MESMA REGRA DO COMPOE).
           IF W-DEST-CHAMADA = SPACES
              MOVE W-DEST-NOME TO W-DEST-CHAMADA.
           MOVE SPACES TO W-LINHA
           IF W-DEST-SEXO = "F"
              STRING "PREZADA " W-DEST-CHAMADA ","
                     DELIMITED BY SIZE INTO W-LINHA
           ELSE
              STRING "PREZADO " W-DEST-CHAMADA ","
                     DELIMITED BY SIZE INTO W-LINHA.
           PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO.
       FIM-COMPOE-ENDERECO.
           EXIT.

       COMPOE-RODAPE.
           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
           MOVE SPACES TO W-LINHA
           STRING "CENTRAL DE ATENDIMENTO: " MA-0800
                  "  GRANDE SP: " MA-GSP
                  DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO.
       FIM-COMPOE-RODAPE.
           EXIT.

       GRAVA-TEXTO.
           MOVE SPACES TO REG-SPOOL
           MOVE W-LINHA TO SP-TEXTO
           WRITE REG-SPOOL.
       FIM-GRAVA-TEXTO.
           EXIT.

       EDITA-DATA.
           MOVE W-DA-DD   TO W-DE-DD
           MOVE W-DA-MM   TO W-DE-MM
           MOVE W-DA-AAAA TO W-DE-AAAA.
       FIM-EDITA-DATA.
           EXIT.

      *****************************************************************
      *    REGISTRA-SPOOL: CADASTRA (OU ATUALIZA) O RENOVA_SPOOL.TXT
      *    NO SPOOL_JOBS.TXT COMO TRABALHO LIVRE, COM AS PAGINAS DA
      *    RODADA - O GERSPOOL IMPRIME DALI COMO OS DEMAIS.
      *****************************************************************
       REGISTRA-SPOOL.
           IF W-PAGINAS = ZEROS
              GO TO FIM-REGISTRA-SPOOL.
           MOVE ZEROS TO W-QT-JOBS W-ACHOU-JOB
           OPEN INPUT PJOBS
           IF W-FS-JOBS NOT = "00"
              GO TO INCLUI-JOB.
       LE-JOB.
           READ PJOBS AT END
                CLOSE PJOBS
                GO TO INCLUI-JOB.
           IF JB-ARQUIVO = SPACES OR W-QT-JOBS NOT < 20
              GO TO LE-JOB.
           ADD 1 TO W-QT-JOBS
           MOVE JB-ARQUIVO TO TJ-ARQUIVO(W-QT-JOBS)
           MOVE JB-STATUS  TO TJ-STATUS(W-QT-JOBS)
           MOVE JB-PAGINAS TO TJ-PAGINAS(W-QT-JOBS)
           MOVE JB-DATA    TO TJ-DATA(W-QT-JOBS)
           MOVE JB-HORA    TO TJ-HORA(W-QT-JOBS)
           IF JB-ARQUIVO = "RENOVA_SPOOL.TXT"
              MOVE W-QT-JOBS TO W-ACHOU-JOB.
           GO TO LE-JOB.
       INCLUI-JOB.
           IF W-ACHOU-JOB = ZEROS
              IF W-QT-JOBS NOT < 20
                 DISPLAY "CADASTRO DE TRABALHOS CHEIO - CADASTRE "
                         "RENOVA_SPOOL.TXT PELO GERSPOOL"
                 GO TO FIM-REGISTRA-SPOOL
              ELSE
                 ADD 1 TO W-QT-JOBS
                 MOVE W-QT-JOBS TO W-ACHOU-JOB
                 MOVE "RENOVA_SPOOL.TXT" TO TJ-ARQUIVO(W-ACHOU-JOB).
           ACCEPT W-DATE FROM DATE
           ACCEPT W-TIME FROM TIME
           MOVE "L"       TO TJ-STATUS(W-ACHOU-JOB)
           MOVE W-PAGINAS TO TJ-PAGINAS(W-ACHOU-JOB)
           MOVE W-DATE    TO TJ-DATA(W-ACHOU-JOB)
           MOVE W-TIME    TO TJ-HORA(W-ACHOU-JOB)
           OPEN OUTPUT PJOBS
           IF W-FS-JOBS NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO SPOOL_JOBS.TXT = " W-FS-JOBS
              GO TO FIM-REGISTRA-SPOOL.
           PERFORM GRAVA-UM-JOB THRU FIM-GRAVA-UM-JOB
                    VARYING W-IND-JOB FROM 1 BY 1
                    UNTIL W-IND-JOB > W-QT-JOBS
           CLOSE PJOBS.
       FIM-REGISTRA-SPOOL.
           EXIT.

       GRAVA-UM-JOB.
           MOVE SPACES                TO REG-JOB
           MOVE TJ-ARQUIVO(W-IND-JOB) TO JB-ARQUIVO
           MOVE TJ-STATUS(W-IND-JOB)  TO JB-STATUS
           MOVE TJ-PAGINAS(W-IND-JOB) TO JB-PAGINAS
           MOVE TJ-DATA(W-IND-JOB)    TO JB-DATA
           MOVE TJ-HORA(W-IND-JOB)    TO JB-HORA
           WRITE REG-JOB.
       FIM-GRAVA-UM-JOB.
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
