       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CAMPANHA.
      *------------------------------------------------------------
      * DESEMPENHO DAS CAMPANHAS POR CODIGO DE ACAO. O REVISTA
      * CONTA QUANTAS ASSINATURAS CADA ACAO (E-TP-ACAO/E-COD-ACAO)
      * TROUXE NA RODADA; AQUI A SAFRA DE CADA ACAO E' SEGUIDA NO
      * CADASTRO MESTRE (ASSINANTE.DAT), QUE O XPGR47 ATUALIZA
      * NOITE APOS NOITE, PARA SABER SE O ASSINANTE PAGOU:
      *    - CAPTADOS (ACAO DO PEDIDO QUE TROUXE O ASSINANTE;
      *      MESTRE ANTIGO SEM ELA USA A ACAO DO ULTIMO PEDIDO);
      *    - QUANTOS CHEGARAM A 2A E A 3A PARCELA (MA-PARC-PAGAS);
      *    - QUANTOS JA' CAIRAM NO FINANC.TXT COMO DEVEDORES;
      *    - QUANTOS QUEBRARAM PROMESSA (ACORDO_QUEBRADO.TXT DO
      *      ACORDO, PELA CONTA DE COBRANCA DO ULTIMO PEDIDO);
      *    - QUANTOS CANCELARAM (ALGUM PROJETO CANCELADO);
      *    - O ARRECADADO (MA-TOT-PAGO) CONTRA AS CARTAS PRODUZIDAS
      *      PARA A ACAO (LINHAS "ACAO" DE PRODUCAO.TXT) E A
      *      POSTAGEM DESSAS CARTAS.
      *
      * A POSTAGEM E' CARTAS X CUSTO MEDIO POR CARTA: O INFORMADO
      * NA CHAMADA (CENTAVOS) OU, SEM ELE, O MEDIO DO ULTIMO
      * CUSTEIO (LINHA DE TOTAIS DO CUSTEIO_REL.TXT).
      *
      * SAIDA EM CAMPANHA_REL.TXT, UMA LINHA POR ACAO. AS ACOES DE
      * PROSPECCAO (HISTORICO CAMPANHA_HIST.TXT DO PROSPECT) SAEM
      * TAMBEM NUM QUADRO DE RESPOSTA: CLIENTES SELECIONADOS PARA A
      * ACAO X ASSINANTES CAPTADOS PELOS PEDIDOS QUE VOLTARAM COM
      * ELA.
      *
      * CHAMADA DESATENDIDA: CAMPANHA [CUSTO-POR-CARTA]
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

           SELECT PQUEBRA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-QUEBRA
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PPRODU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-PRODU
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PCUSTEIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-CUSTEIO
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PHIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-HIST
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

      *    RELATORIO DO APURA-QUEBRADOS DO ACORDO:
      *    "QUEBRADO: CONTA <SEQ> ..." E A LINHA DE TOTAL.
       FD  PQUEBRA
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "ACORDO_QUEBRADO.TXT".
       01  REG-QUEBRA.
           03 QB-ROTULO      PIC X(16).
           03 QB-SEQ         PIC X(09).
           03 FILLER         PIC X(75).

      *    MESMO LAYOUT DO CONTROLE DE PRODUCAO DO XPGR47.
       FD  PPRODU
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "PRODUCAO.TXT".
       01  REG-PRODU.
           03 PD-TIPO        PIC X(05).
           03 FILLER         PIC X(02).
           03 PD-CHAVE       PIC X(07).
           03 FILLER         PIC X(02).
           03 PD-QTDE        PIC 9(06).
           03 FILLER         PIC X(02).
           03 PD-DATA        PIC X(08).
           03 FILLER         PIC X(02).
           03 PD-PEDIDO      PIC X(20).

      *    LINHA DE TOTAIS DO CUSTEIO:
      *    "CARTAS: <9>  SEM FAIXA QUE CASE: <9>  CUSTO TOTAL
      *    (CENTAVOS): <13>".
       FD  PCUSTEIO
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "CUSTEIO_REL.TXT".
       01  REG-CUSTEIO.
           03 CU-ROTULO      PIC X(08).
           03 CU-CARTAS      PIC X(09).
           03 FILLER         PIC X(22).
           03 CU-SEM-FAIXA   PIC X(09).
           03 FILLER         PIC X(26).
           03 CU-CUSTO       PIC X(13).
           03 FILLER         PIC X(45).

      *    MESMO LAYOUT DO PROSPECT.
       FD  PHIST
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "CAMPANHA_HIST.TXT".
       01  REG-HIST.
           03 CH-ACAO        PIC X(05).
           03 FILLER         PIC X(01).
           03 CH-DATA        PIC 9(08).
           03 FILLER         PIC X(01).
           03 CH-CODIGO      PIC 9(09).
           03 FILLER         PIC X(01).
           03 CH-CEP         PIC 9(08).
           03 FILLER         PIC X(01).
           03 CH-NOME        PIC X(40).

       FD  RELAT
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "CAMPANHA_REL.TXT".
       01  REG-RELAT         PIC X(132).

       WORKING-STORAGE SECTION.
       77 W-FS-MESTRE      PIC X(02) VALUE SPACES.
       77 W-FS-QUEBRA      PIC X(02) VALUE SPACES.
       77 W-FS-PRODU       PIC X(02) VALUE SPACES.
       77 W-FS-CUSTEIO     PIC X(02) VALUE SPACES.
       77 W-FS-RELAT       PIC X(02) VALUE SPACES.
       77 W-FS-HIST        PIC X(02) VALUE SPACES.
       77 W-QT-PROSP       PIC 9(03) VALUE ZEROS.
       77 W-IND-PROSP      PIC 9(03) VALUE ZEROS.
       77 W-POS-PROSP      PIC 9(03) VALUE ZEROS.
       77 W-CAPT-PROSP     PIC 9(07) VALUE ZEROS.
       77 W-ED-SELEC       PIC Z.ZZZ.ZZ9.
       77 W-ED-PERC-RESP   PIC ZZ9,99.
       77 W-PERC-RESP      PIC 9(03)V99 VALUE ZEROS.
       77 W-ARGC           PIC 9(02) VALUE ZEROS.
       77 W-CUSTO-PARAM    PIC 9(07) VALUE ZEROS.
       77 W-SEM-FAIXA      PIC 9(09) VALUE ZEROS.
       77 W-FIM            PIC X(01) VALUE "N".
       77 W-LIDOS          PIC 9(07) VALUE ZEROS.
       77 W-IND            PIC 9(01) VALUE ZEROS.
       77 W-CANCELOU       PIC X(01) VALUE "N".
       77 W-QUEBROU        PIC X(01) VALUE "N".
       77 W-QT-QUEBRAS     PIC 9(04) VALUE ZEROS.
       77 W-IND-QB         PIC 9(04) VALUE ZEROS.
       77 W-CARTAS-CUST    PIC 9(09) VALUE ZEROS.
       77 W-CUSTO-CUST     PIC 9(13) VALUE ZEROS.
      *    CUSTO MEDIO POR CARTA EM CENTAVOS, COM 4 CASAS.
       77 W-CUSTO-CARTA    PIC 9(07)V9(04) VALUE ZEROS.
       77 W-ORIGEM-CUSTO   PIC X(20) VALUE SPACES.
       77 W-CHAVE-CAMP     PIC X(05) VALUE SPACES.
       77 W-QT-CAMP        PIC 9(03) VALUE ZEROS.
       77 W-IND-CAMP       PIC 9(03) VALUE ZEROS.
       77 W-POS-CAMP       PIC 9(03) VALUE ZEROS.
       77 W-PERC           PIC 9(03) VALUE ZEROS.
       77 W-SALDO          PIC S9(13) VALUE ZEROS.
       77 W-LINHA          PIC X(132) VALUE SPACES.
       77 W-ED-QT          PIC ZZZ.ZZ9.
       77 W-ED-2A          PIC ZZZ.ZZ9.
       77 W-ED-3A          PIC ZZZ.ZZ9.
       77 W-ED-DEV         PIC ZZZ.ZZ9.
       77 W-ED-QUEB        PIC ZZZ.ZZ9.
       77 W-ED-CANC        PIC ZZZ.ZZ9.
       77 W-ED-CARTAS      PIC Z.ZZZ.ZZ9.
       77 W-ED-PERC        PIC ZZ9.
       77 W-ED-ARREC       PIC ZZ.ZZZ.ZZ9,99.
       77 W-ED-POSTAGEM    PIC ZZ.ZZZ.ZZ9,99.
       77 W-ED-SALDO       PIC -ZZ.ZZZ.ZZ9,99.
       77 W-ED-CUSTO       PIC ZZ.ZZ9,9999.
      *    CONTAS COM PROMESSA QUEBRADA.
       01 TAB-QUEBRA.
          02 TQ-SEQ OCCURS 2000 TIMES PIC X(09).
      *    UMA ENTRADA POR ACAO, EM ORDEM DE CHAVE (INCLUSAO NA
      *    POSICAO CERTA, COMO NO REPOE); A ULTIMA ENTRADA (999)
      *    ACUMULA O TOTAL GERAL.
       01 TAB-CAMPANHA.
          02 TC-ENT OCCURS 999 TIMES.
             03 TC-CHAVE      PIC X(05).
             03 TC-CAPTADOS   PIC 9(07).
             03 TC-2A-PARC    PIC 9(07).
             03 TC-3A-PARC    PIC 9(07).
             03 TC-DEVEDORES  PIC 9(07).
             03 TC-QUEBRAS    PIC 9(07).
             03 TC-CANCELADOS PIC 9(07).
             03 TC-ARRECADADO PIC 9(13).
             03 TC-CARTAS     PIC 9(09).
             03 TC-POSTAGEM   PIC 9(13).

      *    SELECIONADOS POR ACAO DE PROSPECCAO (CAMPANHA_HIST.TXT).
       01 TAB-PROSPECCAO.
          02 TP-ENT OCCURS 300 TIMES.
             03 TP-ACAO       PIC X(05).
             03 TP-SELEC      PIC 9(07).

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
           ACCEPT W-ARGC FROM ARGUMENT-NUMBER.
           IF W-ARGC NOT < 1
              DISPLAY 1 UPON ARGUMENT-NUMBER
              ACCEPT W-CUSTO-PARAM FROM ARGUMENT-VALUE.
           MOVE ZEROS TO W-CUSTO-CARTA
           IF W-CUSTO-PARAM > ZEROS
              MOVE "INFORMADO" TO W-ORIGEM-CUSTO
              MOVE W-CUSTO-PARAM TO W-CUSTO-CARTA
           ELSE
              PERFORM CARREGA-CUSTEIO THRU FIM-CARREGA-CUSTEIO.
           MOVE 999 TO W-IND-CAMP
           PERFORM ZERA-CAMPANHA THRU FIM-ZERA-CAMPANHA
           PERFORM CARREGA-QUEBRAS THRU FIM-CARREGA-QUEBRAS
           PERFORM CARREGA-PRODUCAO THRU FIM-CARREGA-PRODUCAO

           OPEN INPUT PMESTRE
           IF W-FS-MESTRE NOT = "00"
              DISPLAY "CADASTRO MESTRE (ASSINANTE.DAT) INDISPONIVEL = "
                      W-FS-MESTRE
              STOP RUN.
           PERFORM LE-MESTRE THRU FIM-LE-MESTRE
                    UNTIL W-FIM = "S"
           CLOSE PMESTRE

           OPEN OUTPUT RELAT
           IF W-FS-RELAT NOT = "00"
              DISPLAY "ERRO AO GRAVAR CAMPANHA_REL.TXT = " W-FS-RELAT
              STOP RUN.
           WRITE REG-RELAT FROM W-CAB-AMBIENTE
           MOVE W-CUSTO-CARTA TO W-ED-CUSTO
           MOVE SPACES TO W-LINHA
           STRING "DESEMPENHO DAS CAMPANHAS POR ACAO - CADASTRO "
                  "MESTRE, " W-LIDOS " ASSINANTES  (POSTAGEM A "
                  W-ED-CUSTO " CENTAVOS POR CARTA, "
                  W-ORIGEM-CUSTO ")"
                  DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           MOVE SPACES TO W-LINHA
           STRING "ACAO   CAPTADOS  2A PARC  3A PARC %PAG DEVEDOR  "
                  "QUEBROU  CANCEL    ARRECADADO(R$)    CARTAS  "
                  "POSTAGEM(R$)       SALDO(R$)"
                  DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           PERFORM IMPRIME-CAMPANHA THRU FIM-IMPRIME-CAMPANHA
                    VARYING W-IND-CAMP FROM 1 BY 1
                    UNTIL W-IND-CAMP > W-QT-CAMP
           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           MOVE 999 TO W-IND-CAMP
           MOVE "TOTAL" TO TC-CHAVE(999)
           PERFORM IMPRIME-CAMPANHA THRU FIM-IMPRIME-CAMPANHA
           PERFORM CARREGA-PROSPECCAO THRU FIM-CARREGA-PROSPECCAO
           IF W-QT-PROSP > ZEROS
              MOVE SPACES TO W-LINHA
              PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
              MOVE "RESPOSTA DA PROSPECCAO (CAMPANHA_HIST.TXT)"
                   TO W-LINHA
              PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
              MOVE "ACAO   SELECIONADOS  CAPTADOS  %RESPOSTA"
                   TO W-LINHA
              PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
              PERFORM IMPRIME-PROSPECCAO THRU FIM-IMPRIME-PROSPECCAO
                       VARYING W-IND-PROSP FROM 1 BY 1
                       UNTIL W-IND-PROSP > W-QT-PROSP.
           CLOSE RELAT
           PERFORM ARQUIVA-RELATORIO THRU FIM-ARQUIVA-RELATORIO
           DISPLAY "ASSINANTES NO MESTRE ..: " W-LIDOS
           DISPLAY "ACOES .................: " W-QT-CAMP
           DISPLAY "RELATORIO EM CAMPANHA_REL.TXT"
           STOP RUN.

      *****************************************************************
      *    CARREGA-CUSTEIO: CUSTO MEDIO DA ULTIMA RODADA DO CUSTEIO
      *    (SO' AS CARTAS QUE CASARAM COM ALGUMA FAIXA TEM CUSTO).
      *****************************************************************
       CARREGA-CUSTEIO.
           MOVE "SEM CUSTEIO" TO W-ORIGEM-CUSTO
           OPEN INPUT PCUSTEIO
           IF W-FS-CUSTEIO NOT = "00"
              GO TO FIM-CARREGA-CUSTEIO.
       LE-CUSTEIO.
           READ PCUSTEIO AT END
                CLOSE PCUSTEIO
                GO TO FIM-CARREGA-CUSTEIO.
           IF CU-ROTULO NOT = "CARTAS: "
              GO TO LE-CUSTEIO.
           IF CU-CARTAS NOT NUMERIC OR CU-SEM-FAIXA NOT NUMERIC
              OR CU-CUSTO NOT NUMERIC
              GO TO LE-CUSTEIO.
           MOVE CU-CARTAS TO W-CARTAS-CUST
           MOVE CU-SEM-FAIXA TO W-SEM-FAIXA
           SUBTRACT W-SEM-FAIXA FROM W-CARTAS-CUST
           MOVE CU-CUSTO  TO W-CUSTO-CUST
           IF W-CARTAS-CUST > ZEROS
              COMPUTE W-CUSTO-CARTA ROUNDED =
                      W-CUSTO-CUST / W-CARTAS-CUST
              MOVE "MEDIO DO CUSTEIO" TO W-ORIGEM-CUSTO.
           GO TO LE-CUSTEIO.
       FIM-CARREGA-CUSTEIO.
           EXIT.

       CARREGA-QUEBRAS.
           MOVE ZEROS TO W-QT-QUEBRAS
           OPEN INPUT PQUEBRA
           IF W-FS-QUEBRA NOT = "00"
              DISPLAY "SEM ACORDO_QUEBRADO.TXT - QUEBRAS ZERADAS"
              GO TO FIM-CARREGA-QUEBRAS.
       LE-QUEBRA.
           READ PQUEBRA AT END
                CLOSE PQUEBRA
                GO TO FIM-CARREGA-QUEBRAS.
           IF QB-ROTULO NOT = "QUEBRADO: CONTA "
              OR QB-SEQ = SPACES
              OR W-QT-QUEBRAS NOT < 2000
              GO TO LE-QUEBRA.
           ADD 1 TO W-QT-QUEBRAS
           MOVE QB-SEQ TO TQ-SEQ(W-QT-QUEBRAS)
           GO TO LE-QUEBRA.
       FIM-CARREGA-QUEBRAS.
           EXIT.

      *    CARTAS PRODUZIDAS POR ACAO, SOMADAS NO PERIODO QUE O
      *    PRODUCAO.TXT ACUMULA.
       CARREGA-PRODUCAO.
           OPEN INPUT PPRODU
           IF W-FS-PRODU NOT = "00"
              DISPLAY "SEM PRODUCAO.TXT - CARTAS E POSTAGEM ZERADAS"
              GO TO FIM-CARREGA-PRODUCAO.
       LE-PRODUCAO.
           READ PPRODU AT END
                CLOSE PPRODU
                GO TO FIM-CARREGA-PRODUCAO.
           IF PD-TIPO NOT = "ACAO" OR PD-QTDE NOT NUMERIC
              GO TO LE-PRODUCAO.
           MOVE PD-CHAVE(1:5) TO W-CHAVE-CAMP
           PERFORM LOCALIZA-CAMPANHA THRU FIM-LOCALIZA-CAMPANHA
           IF W-POS-CAMP = ZEROS
              GO TO LE-PRODUCAO.
           ADD PD-QTDE TO TC-CARTAS(W-POS-CAMP) TC-CARTAS(999)
           GO TO LE-PRODUCAO.
       FIM-CARREGA-PRODUCAO.
           EXIT.

      *****************************************************************
      *    LE-MESTRE: UM ASSINANTE NA SAFRA DA SUA ACAO DE CAPTACAO.
      *****************************************************************
       LE-MESTRE.
           READ PMESTRE NEXT RECORD AT END
                MOVE "S" TO W-FIM
                GO TO FIM-LE-MESTRE.
           ADD 1 TO W-LIDOS
           MOVE MA-ACAO-CAPTACAO TO W-CHAVE-CAMP
           IF W-CHAVE-CAMP = SPACES OR LOW-VALUES
              MOVE MA-TP-ACAO  TO W-CHAVE-CAMP(1:1)
              MOVE MA-COD-ACAO TO W-CHAVE-CAMP(2:4).
           PERFORM LOCALIZA-CAMPANHA THRU FIM-LOCALIZA-CAMPANHA
           IF W-POS-CAMP = ZEROS
              GO TO FIM-LE-MESTRE.
           MOVE W-POS-CAMP TO W-IND-CAMP
           PERFORM SOMA-ASSINANTE THRU FIM-SOMA-ASSINANTE
           MOVE 999 TO W-IND-CAMP
           PERFORM SOMA-ASSINANTE THRU FIM-SOMA-ASSINANTE.
       FIM-LE-MESTRE.
           EXIT.

       SOMA-ASSINANTE.
           ADD 1 TO TC-CAPTADOS(W-IND-CAMP)
           IF MA-PARC-PAGAS NUMERIC
              IF MA-PARC-PAGAS NOT < 2
                 ADD 1 TO TC-2A-PARC(W-IND-CAMP)
              END-IF
              IF MA-PARC-PAGAS NOT < 3
                 ADD 1 TO TC-3A-PARC(W-IND-CAMP)
              END-IF
           END-IF
           IF MA-JA-DEVEDOR = "S" OR MA-SEQ-FINANC NOT = SPACES
              ADD 1 TO TC-DEVEDORES(W-IND-CAMP).
           MOVE "N" TO W-QUEBROU
           IF MA-SEQ-FINANC NOT = SPACES
              PERFORM TESTA-QUEBRA THRU FIM-TESTA-QUEBRA
                       VARYING W-IND-QB FROM 1 BY 1
                       UNTIL W-IND-QB > W-QT-QUEBRAS
                          OR W-QUEBROU = "S".
           IF W-QUEBROU = "S"
              ADD 1 TO TC-QUEBRAS(W-IND-CAMP).
           MOVE "N" TO W-CANCELOU
           PERFORM TESTA-CANCELADO THRU FIM-TESTA-CANCELADO
                    VARYING W-IND FROM 1 BY 1
                    UNTIL W-IND > 6
           IF W-CANCELOU = "S"
              ADD 1 TO TC-CANCELADOS(W-IND-CAMP).
           IF MA-TOT-PAGO NUMERIC
              ADD MA-TOT-PAGO TO TC-ARRECADADO(W-IND-CAMP).
       FIM-SOMA-ASSINANTE.
           EXIT.

      *    A CONTA DO ACORDO E' A MESMA CHAVE DO FINANC.TXT.
       TESTA-QUEBRA.
           IF TQ-SEQ(W-IND-QB) = MA-SEQ-FINANC
              MOVE "S" TO W-QUEBROU.
       FIM-TESTA-QUEBRA.
           EXIT.

       TESTA-CANCELADO.
           IF MA-PROJ-CANCELADO(W-IND)
              MOVE "S" TO W-CANCELOU.
       FIM-TESTA-CANCELADO.
           EXIT.

      *****************************************************************
      *    LOCALIZA-CAMPANHA: POSICAO DA ACAO W-CHAVE-CAMP NA TABELA,
      *    INCLUINDO-A NA ORDEM QUANDO E' NOVA (ZEROS = TABELA
      *    CHEIA).
      *****************************************************************
       LOCALIZA-CAMPANHA.
           MOVE ZEROS TO W-POS-CAMP
           PERFORM PROCURA-CAMPANHA THRU FIM-PROCURA-CAMPANHA
                    VARYING W-IND-CAMP FROM 1 BY 1
                    UNTIL W-IND-CAMP > W-QT-CAMP
                       OR W-POS-CAMP NOT = ZEROS
           IF W-POS-CAMP = ZEROS
              MOVE W-IND-CAMP TO W-POS-CAMP.
           IF W-POS-CAMP NOT > W-QT-CAMP
              IF TC-CHAVE(W-POS-CAMP) = W-CHAVE-CAMP
                 GO TO FIM-LOCALIZA-CAMPANHA.
           IF W-QT-CAMP NOT < 998
              MOVE ZEROS TO W-POS-CAMP
              GO TO FIM-LOCALIZA-CAMPANHA.
           PERFORM EMPURRA-CAMPANHA THRU FIM-EMPURRA-CAMPANHA
                    VARYING W-IND-CAMP FROM W-QT-CAMP BY -1
                    UNTIL W-IND-CAMP < W-POS-CAMP
           ADD 1 TO W-QT-CAMP
           MOVE W-POS-CAMP TO W-IND-CAMP
           PERFORM ZERA-CAMPANHA THRU FIM-ZERA-CAMPANHA
           MOVE W-CHAVE-CAMP TO TC-CHAVE(W-POS-CAMP).
       FIM-LOCALIZA-CAMPANHA.
           EXIT.

      *    PRIMEIRA POSICAO COM CHAVE IGUAL OU MAIOR.
       PROCURA-CAMPANHA.
           IF TC-CHAVE(W-IND-CAMP) NOT < W-CHAVE-CAMP
              MOVE W-IND-CAMP TO W-POS-CAMP.
       FIM-PROCURA-CAMPANHA.
           EXIT.

       EMPURRA-CAMPANHA.
           MOVE TC-ENT(W-IND-CAMP) TO TC-ENT(W-IND-CAMP + 1).
       FIM-EMPURRA-CAMPANHA.
           EXIT.

       ZERA-CAMPANHA.
           MOVE SPACES TO TC-CHAVE(W-IND-CAMP)
           MOVE ZEROS TO TC-CAPTADOS(W-IND-CAMP) TC-2A-PARC(W-IND-CAMP)
                         TC-3A-PARC(W-IND-CAMP) TC-DEVEDORES(W-IND-CAMP)
                         TC-QUEBRAS(W-IND-CAMP)
                         TC-CANCELADOS(W-IND-CAMP)
                         TC-ARRECADADO(W-IND-CAMP)
                         TC-CARTAS(W-IND-CAMP) TC-POSTAGEM(W-IND-CAMP).
       FIM-ZERA-CAMPANHA.
           EXIT.

      *****************************************************************
      *    IMPRIME-CAMPANHA: A LINHA DA ACAO W-IND-CAMP - % PAG E' A
      *    PARTE DOS CAPTADOS QUE PAGOU A 2A PARCELA; SALDO E' O
      *    ARRECADADO MENOS A POSTAGEM DAS CARTAS DA ACAO.
      *****************************************************************
       IMPRIME-CAMPANHA.
           COMPUTE TC-POSTAGEM(W-IND-CAMP) ROUNDED =
                   TC-CARTAS(W-IND-CAMP) * W-CUSTO-CARTA
           COMPUTE W-SALDO = TC-ARRECADADO(W-IND-CAMP)
                           - TC-POSTAGEM(W-IND-CAMP)
           MOVE ZEROS TO W-PERC
           IF TC-CAPTADOS(W-IND-CAMP) > ZEROS
              COMPUTE W-PERC ROUNDED = TC-2A-PARC(W-IND-CAMP) * 100
                                     / TC-CAPTADOS(W-IND-CAMP).
           MOVE TC-CAPTADOS(W-IND-CAMP)   TO W-ED-QT
           MOVE TC-2A-PARC(W-IND-CAMP)    TO W-ED-2A
           MOVE TC-3A-PARC(W-IND-CAMP)    TO W-ED-3A
           MOVE W-PERC                    TO W-ED-PERC
           MOVE TC-DEVEDORES(W-IND-CAMP)  TO W-ED-DEV
           MOVE TC-QUEBRAS(W-IND-CAMP)    TO W-ED-QUEB
           MOVE TC-CANCELADOS(W-IND-CAMP) TO W-ED-CANC
           MOVE TC-CARTAS(W-IND-CAMP)     TO W-ED-CARTAS
           DIVIDE TC-ARRECADADO(W-IND-CAMP) BY 100 GIVING W-ED-ARREC
           DIVIDE TC-POSTAGEM(W-IND-CAMP) BY 100 GIVING W-ED-POSTAGEM
           DIVIDE W-SALDO BY 100 GIVING W-ED-SALDO
           MOVE SPACES TO W-LINHA
           STRING TC-CHAVE(W-IND-CAMP) " " W-ED-QT "  " W-ED-2A "  "
                  W-ED-3A "  " W-ED-PERC " " W-ED-DEV "  " W-ED-QUEB
                  " " W-ED-CANC "  " W-ED-ARREC " " W-ED-CARTAS "  "
                  W-ED-POSTAGEM "  " W-ED-SALDO
                  DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA.
       FIM-IMPRIME-CAMPANHA.
           EXIT.

      *****************************************************************
      *    CARREGA-PROSPECCAO: CLIENTES SELECIONADOS POR ACAO NO
      *    HISTORICO DO PROSPECT (SEM O ARQUIVO, NAO HA QUADRO).
      *****************************************************************
       CARREGA-PROSPECCAO.
           OPEN INPUT PHIST
           IF W-FS-HIST NOT = "00"
              GO TO FIM-CARREGA-PROSPECCAO.
       LE-PROSPECCAO.
           READ PHIST AT END
                CLOSE PHIST
                GO TO FIM-CARREGA-PROSPECCAO.
           IF CH-ACAO = SPACES
              GO TO LE-PROSPECCAO.
           MOVE ZEROS TO W-POS-PROSP
           PERFORM PROCURA-PROSPECCAO THRU FIM-PROCURA-PROSPECCAO
                    VARYING W-IND-PROSP FROM 1 BY 1
                    UNTIL W-IND-PROSP > W-QT-PROSP
                       OR W-POS-PROSP NOT = ZEROS
           IF W-POS-PROSP = ZEROS
              IF W-QT-PROSP NOT < 300
                 GO TO LE-PROSPECCAO
              ELSE
                 ADD 1 TO W-QT-PROSP
                 MOVE W-QT-PROSP TO W-POS-PROSP
                 MOVE CH-ACAO TO TP-ACAO(W-POS-PROSP)
                 MOVE ZEROS TO TP-SELEC(W-POS-PROSP).
           ADD 1 TO TP-SELEC(W-POS-PROSP)
           GO TO LE-PROSPECCAO.
       FIM-CARREGA-PROSPECCAO.
           EXIT.

       PROCURA-PROSPECCAO.
           IF TP-ACAO(W-IND-PROSP) = CH-ACAO
              MOVE W-IND-PROSP TO W-POS-PROSP.
       FIM-PROCURA-PROSPECCAO.
           EXIT.

      *    CAPTADOS = ASSINANTES DO MESTRE CUJA ACAO DE CAPTACAO E' A
      *    DA PROSPECCAO (JA' SOMADOS NA TABELA DAS ACOES).
       IMPRIME-PROSPECCAO.
           MOVE TP-ACAO(W-IND-PROSP) TO W-CHAVE-CAMP
           MOVE ZEROS TO W-CAPT-PROSP
           PERFORM CAPTADOS-PROSPECCAO THRU FIM-CAPTADOS-PROSPECCAO
                    VARYING W-IND-CAMP FROM 1 BY 1
                    UNTIL W-IND-CAMP > W-QT-CAMP
           MOVE ZEROS TO W-PERC-RESP
           IF TP-SELEC(W-IND-PROSP) > ZEROS
              COMPUTE W-PERC-RESP ROUNDED = W-CAPT-PROSP * 100
                                          / TP-SELEC(W-IND-PROSP).
           MOVE TP-SELEC(W-IND-PROSP) TO W-ED-SELEC
           MOVE W-CAPT-PROSP          TO W-ED-QT
           MOVE W-PERC-RESP           TO W-ED-PERC-RESP
           MOVE SPACES TO W-LINHA
           STRING TP-ACAO(W-IND-PROSP) "    " W-ED-SELEC "   "
                  W-ED-QT "     " W-ED-PERC-RESP
                  DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA.
       FIM-IMPRIME-PROSPECCAO.
           EXIT.

       CAPTADOS-PROSPECCAO.
           IF TC-CHAVE(W-IND-CAMP) = W-CHAVE-CAMP
              MOVE TC-CAPTADOS(W-IND-CAMP) TO W-CAPT-PROSP.
       FIM-CAPTADOS-PROSPECCAO.
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
           MOVE "CAMPANHA_REL.TXT" TO W-AQ-ARQUIVO
           MOVE "CAMPANHA" TO W-AQ-PROGRAMA
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
