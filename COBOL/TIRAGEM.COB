       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TIRAGEM.
      *------------------------------------------------------------
      * PREVISAO DE TIRAGEM POR REVISTA A PARTIR DO CADASTRO
      * MESTRE (ASSINANTE.DAT, MANTIDO PELO XPGR47). O REVISTA SO'
      * CONTA AS ASSINATURAS QUE CHEGARAM NUM PEDIDO; A CIRCULACAO
      * PRECISA SABER QUANTOS EXEMPLARES DE CADA EDICAO QUE VEM
      * ESTAO COMPROMETIDOS. ESTA RODADA PERCORRE TODO PROJETO
      * ATIVO DO MESTRE E SOMA, PARA AS PROXIMAS N EDICOES DE CADA
      * REVISTA (12 POR OMISSAO), OS EXEMPLARES (MA-NR-COPIAS) DOS
      * PROJETOS CUJA FAIXA MA-EDI-INIC A MA-EDI-FIM COBRE A
      * EDICAO.
      *
      * A PRIMEIRA EDICAO DA PREVISAO DE CADA REVISTA VEM DE
      * PROXIMA_EDICAO.TXT (REVISTA E NUMERO DA EDICAO, MANTIDO
      * PELA CIRCULACAO). REVISTA FORA DO ARQUIVO (OU SEM ELE) USA
      * A MAIOR EDICAO INICIAL ENTRE OS PROJETOS ATIVOS - A VENDA
      * MAIS RECENTE COMECA NA EDICAO QUE ESTA PARA SAIR.
      *
      * SAIDA EM TIRAGEM_REL.TXT, POR REVISTA:
      *    - TOTAL POR EDICAO, SEPARANDO CORREIO E ENTREGA DIRETA
      *      (DISTRIBUIDOR INFORMADO, COMO NO MANIFESTO);
      *    - EXEMPLARES POR UF, EDICAO A EDICAO (PEDIDO A GRAFICA);
      *    - EXEMPLARES POR DISTRIBUIDOR, EDICAO A EDICAO (CARGA DE
      *      CADA DISTRIBUIDOR).
      *
      * CHAMADA DESATENDIDA: TIRAGEM [EDICOES]
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

           SELECT PPROXED ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-PROXED
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

      *-----------------------------------------------------------
      *    PROXIMA EDICAO DE CADA REVISTA (OPCIONAL).
      *-----------------------------------------------------------
       FD  PPROXED
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "PROXIMA_EDICAO.TXT".
       01  REG-PROXED.
           03 PE-REVISTA     PIC X(02).
           03 FILLER         PIC X(02).
           03 PE-EDICAO      PIC X(07).

       FD  RELAT
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "TIRAGEM_REL.TXT".
       01  REG-RELAT         PIC X(132).

       WORKING-STORAGE SECTION.
       77 W-FS-MESTRE      PIC X(02) VALUE SPACES.
       77 W-FS-PROXED      PIC X(02) VALUE SPACES.
       77 W-FS-RELAT       PIC X(02) VALUE SPACES.
       77 W-ARGC           PIC 9(02) VALUE ZEROS.
       77 W-PARAM          PIC X(02) VALUE SPACES.
       77 W-QT-EDICOES     PIC 9(02) VALUE 12.
       77 W-FIM            PIC X(01) VALUE "N".
       77 W-LIDOS          PIC 9(07) VALUE ZEROS.
       77 W-QT-PROJ        PIC 9(07) VALUE ZEROS.
       77 W-IND            PIC 9(01) VALUE ZEROS.
       77 W-IND-ED         PIC 9(02) VALUE ZEROS.
       77 W-IND-TAB        PIC 9(04) VALUE ZEROS.
       77 W-ACHOU          PIC 9(04) VALUE ZEROS.
       77 W-REV            PIC 9(02) VALUE ZEROS.
       77 W-COPIAS         PIC 9(03) VALUE ZEROS.
       77 W-EDI-INIC       PIC 9(07) VALUE ZEROS.
       77 W-EDI-FIM        PIC 9(07) VALUE ZEROS.
       77 W-EDICAO         PIC 9(07) VALUE ZEROS.
       77 W-DIRETA         PIC X(01) VALUE "N".
       77 W-QT-UF          PIC 9(04) VALUE ZEROS.
       77 W-QT-DIST        PIC 9(04) VALUE ZEROS.
       77 W-UF-CHEIA       PIC X(01) VALUE "N".
       77 W-DIST-CHEIA     PIC X(01) VALUE "N".
       77 W-COL            PIC 9(04) VALUE ZEROS.
       77 W-QTDE-ED        PIC ZZZZZZ9.
       01 W-LINHA          PIC X(132) VALUE SPACES.
      *    POR REVISTA: PRIMEIRA EDICAO DA PREVISAO (ORIGEM P =
      *    PROXIMA_EDICAO.TXT, M = MAIOR EDICAO INICIAL DO MESTRE) E
      *    OS EXEMPLARES DE CADA EDICAO (TOTAL, CORREIO, DIRETA).
       01 TAB-REVISTAS.
          02 TR-ENT OCCURS 99 TIMES.
             03 TR-BASE      PIC 9(07).
             03 TR-ORIGEM    PIC X(01).
             03 TR-PROJETOS  PIC 9(07).
             03 TR-EDICAO OCCURS 12 TIMES.
                04 TR-TOTAL   PIC 9(07).
                04 TR-CORREIO PIC 9(07).
                04 TR-DIRETA  PIC 9(07).
      *    POR REVISTA + UF E POR REVISTA + DISTRIBUIDOR.
       01 TAB-UF.
          02 TU-ENT OCCURS 999 TIMES.
             03 TU-REV       PIC 9(02).
             03 TU-UF        PIC X(02).
             03 TU-COPIAS OCCURS 12 TIMES PIC 9(07).
       01 TAB-DIST.
          02 TD-ENT OCCURS 999 TIMES.
             03 TD-REV       PIC 9(02).
             03 TD-DISTRIB   PIC X(06).
             03 TD-COPIAS OCCURS 12 TIMES PIC 9(07).
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
              ACCEPT W-PARAM FROM ARGUMENT-VALUE
              IF W-PARAM NUMERIC
                 MOVE W-PARAM TO W-QT-EDICOES.
           IF W-QT-EDICOES = ZEROS OR W-QT-EDICOES > 12
              DISPLAY "QUANTIDADE DE EDICOES FORA DA FAIXA (1 A 12): "
                      W-QT-EDICOES
              STOP RUN.
           PERFORM ZERA-REVISTA THRU FIM-ZERA-REVISTA
                    VARYING W-REV FROM 1 BY 1
                    UNTIL W-REV > 98
           MOVE 99 TO W-REV
           PERFORM ZERA-REVISTA THRU FIM-ZERA-REVISTA
           PERFORM CARREGA-PROXED THRU FIM-CARREGA-PROXED

      *    PRIMEIRA PASSADA: EDICAO BASE DAS REVISTAS SEM
      *    PROXIMA_EDICAO.TXT. SEGUNDA: OS EXEMPLARES.
           OPEN INPUT PMESTRE
           IF W-FS-MESTRE NOT = "00"
              DISPLAY "CADASTRO MESTRE (ASSINANTE.DAT) INDISPONIVEL = "
                      W-FS-MESTRE
              STOP RUN.
           PERFORM LE-BASE THRU FIM-LE-BASE
                    UNTIL W-FIM = "S"
           CLOSE PMESTRE
           MOVE "N" TO W-FIM
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
              DISPLAY "ERRO NA ABERTURA DO TIRAGEM_REL.TXT = "
                      W-FS-RELAT
              STOP RUN.
           WRITE REG-RELAT FROM W-CAB-AMBIENTE
           ACCEPT W-DATA-AUX FROM DATE YYYYMMDD
           MOVE W-DA-DD   TO W-DE-DD
           MOVE W-DA-MM   TO W-DE-MM
           MOVE W-DA-AAAA TO W-DE-AAAA
           MOVE SPACES TO W-LINHA
           STRING "TIRAGEM - EXEMPLARES COMPROMETIDOS POR REVISTA "
                  "E EDICAO - " W-DATA-ED
                  DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           PERFORM RELATA-REVISTA THRU FIM-RELATA-REVISTA
                    VARYING W-REV FROM 1 BY 1
                    UNTIL W-REV > 98
           MOVE 99 TO W-REV
           PERFORM RELATA-REVISTA THRU FIM-RELATA-REVISTA
           IF W-UF-CHEIA = "S" OR W-DIST-CHEIA = "S"
              MOVE SPACES TO W-LINHA
              PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
              MOVE "ATENCAO: TABELA DE UF OU DE DISTRIBUIDOR CHEIA - "
                   TO W-LINHA
              MOVE "ABERTURAS INCOMPLETAS (O TOTAL DA EDICAO VALE)"
                   TO W-LINHA(51:)
              PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA.
           CLOSE RELAT
           PERFORM ARQUIVA-RELATORIO THRU FIM-ARQUIVA-RELATORIO

           DISPLAY "ASSINANTES LIDOS........: " W-LIDOS
           DISPLAY "PROJETOS ATIVOS.........: " W-QT-PROJ
           DISPLAY "RELATORIO EM TIRAGEM_REL.TXT"
           STOP RUN.

       ZERA-REVISTA.
           MOVE ZEROS  TO TR-BASE(W-REV) TR-PROJETOS(W-REV)
           MOVE "M"    TO TR-ORIGEM(W-REV)
           PERFORM ZERA-EDICAO THRU FIM-ZERA-EDICAO
                    VARYING W-IND-ED FROM 1 BY 1
                    UNTIL W-IND-ED > 12.
       FIM-ZERA-REVISTA.
           EXIT.

       ZERA-EDICAO.
           MOVE ZEROS TO TR-TOTAL(W-REV W-IND-ED)
                         TR-CORREIO(W-REV W-IND-ED)
                         TR-DIRETA(W-REV W-IND-ED).
       FIM-ZERA-EDICAO.
           EXIT.

      *****************************************************************
      *    CARREGA-PROXED: EDICAO BASE INFORMADA PELA CIRCULACAO.
      *****************************************************************
       CARREGA-PROXED.
           OPEN INPUT PPROXED
           IF W-FS-PROXED NOT = "00"
              GO TO FIM-CARREGA-PROXED.
       LE-PROXED.
           READ PPROXED AT END
                CLOSE PPROXED
                GO TO FIM-CARREGA-PROXED.
           IF PE-REVISTA NOT NUMERIC OR PE-REVISTA = "00" OR
              PE-EDICAO NOT NUMERIC
              GO TO LE-PROXED.
           MOVE PE-REVISTA TO W-REV
           MOVE PE-EDICAO  TO TR-BASE(W-REV)
           MOVE "P"        TO TR-ORIGEM(W-REV)
           GO TO LE-PROXED.
       FIM-CARREGA-PROXED.
           EXIT.

       LE-BASE.
           READ PMESTRE NEXT RECORD AT END
                MOVE "S" TO W-FIM
                GO TO FIM-LE-BASE.
           PERFORM BASE-PROJETO THRU FIM-BASE-PROJETO
                    VARYING W-IND FROM 1 BY 1
                    UNTIL W-IND > 6.
       FIM-LE-BASE.
           EXIT.

       BASE-PROJETO.
           PERFORM TESTA-PROJETO THRU FIM-TESTA-PROJETO
           IF W-REV = ZEROS
              GO TO FIM-BASE-PROJETO.
           IF TR-ORIGEM(W-REV) = "M" AND W-EDI-INIC > TR-BASE(W-REV)
              MOVE W-EDI-INIC TO TR-BASE(W-REV).
       FIM-BASE-PROJETO.
           EXIT.

      *    TESTA-PROJETO: PROJETO ATIVO COM REVISTA E FAIXA DE
      *    EDICOES NUMERICAS DEVOLVE A REVISTA EM W-REV (ZERO =
      *    FORA DA PREVISAO).
       TESTA-PROJETO.
           MOVE ZEROS TO W-REV
           IF MA-NR-PROJ(W-IND) = SPACES OR
              NOT MA-PROJ-ATIVO(W-IND)
              GO TO FIM-TESTA-PROJETO.
           IF MA-REVISTA(W-IND) NOT NUMERIC OR
              MA-EDI-INIC(W-IND) NOT NUMERIC OR
              MA-EDI-FIM(W-IND) NOT NUMERIC
              GO TO FIM-TESTA-PROJETO.
           MOVE MA-EDI-INIC(W-IND) TO W-EDI-INIC
           MOVE MA-EDI-FIM(W-IND)  TO W-EDI-FIM
           IF W-EDI-FIM < W-EDI-INIC
              GO TO FIM-TESTA-PROJETO.
           MOVE MA-REVISTA(W-IND) TO W-REV.
       FIM-TESTA-PROJETO.
           EXIT.

       LE-MESTRE.
           READ PMESTRE NEXT RECORD AT END
                MOVE "S" TO W-FIM
                GO TO FIM-LE-MESTRE.
           ADD 1 TO W-LIDOS
           MOVE "N" TO W-DIRETA
           IF MA-DISTRIBUIDOR NOT = SPACES
              MOVE "S" TO W-DIRETA.
           PERFORM ACUMULA-PROJETO THRU FIM-ACUMULA-PROJETO
                    VARYING W-IND FROM 1 BY 1
                    UNTIL W-IND > 6.
       FIM-LE-MESTRE.
           EXIT.

      *****************************************************************
      *    ACUMULA-PROJETO: OS EXEMPLARES DO PROJETO EM CADA EDICAO
      *    DA JANELA QUE A SUA FAIXA COBRE (NR-COPIAS INVALIDO OU
      *    ZERO CONTA 1 EXEMPLAR).
      *****************************************************************
       ACUMULA-PROJETO.
           PERFORM TESTA-PROJETO THRU FIM-TESTA-PROJETO
           IF W-REV = ZEROS
              GO TO FIM-ACUMULA-PROJETO.
           ADD 1 TO W-QT-PROJ
           ADD 1 TO TR-PROJETOS(W-REV)
           MOVE 1 TO W-COPIAS
           IF MA-NR-COPIAS(W-IND) NUMERIC
              MOVE MA-NR-COPIAS(W-IND) TO W-COPIAS.
           IF W-COPIAS = ZEROS
              MOVE 1 TO W-COPIAS.
           PERFORM LOCALIZA-UF   THRU FIM-LOCALIZA-UF
           PERFORM ACUMULA-EDICAO THRU FIM-ACUMULA-EDICAO
                    VARYING W-IND-ED FROM 1 BY 1
                    UNTIL W-IND-ED > W-QT-EDICOES.
       FIM-ACUMULA-PROJETO.
           EXIT.

       ACUMULA-EDICAO.
           COMPUTE W-EDICAO = TR-BASE(W-REV) + W-IND-ED - 1
           IF W-EDICAO < W-EDI-INIC OR W-EDICAO > W-EDI-FIM
              GO TO FIM-ACUMULA-EDICAO.
           ADD W-COPIAS TO TR-TOTAL(W-REV W-IND-ED)
           IF W-DIRETA = "S"
              ADD W-COPIAS TO TR-DIRETA(W-REV W-IND-ED)
           ELSE
              ADD W-COPIAS TO TR-CORREIO(W-REV W-IND-ED).
           IF W-ACHOU NOT = ZEROS
              ADD W-COPIAS TO TU-COPIAS(W-ACHOU W-IND-ED).
           IF W-DIRETA = "S" AND W-IND-TAB NOT = ZEROS
              ADD W-COPIAS TO TD-COPIAS(W-IND-TAB W-IND-ED).
       FIM-ACUMULA-EDICAO.
           EXIT.

      *****************************************************************
      *    LOCALIZA-UF: POSICAO DA REVISTA + UF EM TAB-UF (W-ACHOU)
      *    E, NA ENTREGA DIRETA, DA REVISTA + DISTRIBUIDOR EM
      *    TAB-DIST (W-IND-TAB); ZERO QUANDO A TABELA ENCHEU.
      *****************************************************************
       LOCALIZA-UF.
           MOVE ZEROS TO W-ACHOU
           PERFORM PROCURA-UF THRU FIM-PROCURA-UF
                    VARYING W-COL FROM 1 BY 1
                    UNTIL W-COL > W-QT-UF OR W-ACHOU NOT = ZEROS
           IF W-ACHOU = ZEROS
              IF W-QT-UF NOT < 999
                 MOVE "S" TO W-UF-CHEIA
              ELSE
                 ADD 1 TO W-QT-UF
                 MOVE W-QT-UF     TO W-ACHOU
                 MOVE W-REV       TO TU-REV(W-ACHOU)
                 MOVE MA-UF-ASS   TO TU-UF(W-ACHOU)
                 PERFORM ZERA-UF THRU FIM-ZERA-UF
                          VARYING W-IND-ED FROM 1 BY 1
                          UNTIL W-IND-ED > 12.
           MOVE ZEROS TO W-IND-TAB
           IF W-DIRETA NOT = "S"
              GO TO FIM-LOCALIZA-UF.
           PERFORM PROCURA-DIST THRU FIM-PROCURA-DIST
                    VARYING W-COL FROM 1 BY 1
                    UNTIL W-COL > W-QT-DIST OR W-IND-TAB NOT = ZEROS
           IF W-IND-TAB = ZEROS
              IF W-QT-DIST NOT < 999
                 MOVE "S" TO W-DIST-CHEIA
              ELSE
                 ADD 1 TO W-QT-DIST
                 MOVE W-QT-DIST       TO W-IND-TAB
                 MOVE W-REV           TO TD-REV(W-IND-TAB)
                 MOVE MA-DISTRIBUIDOR TO TD-DISTRIB(W-IND-TAB)
                 PERFORM ZERA-DIST THRU FIM-ZERA-DIST
                          VARYING W-IND-ED FROM 1 BY 1
                          UNTIL W-IND-ED > 12.
       FIM-LOCALIZA-UF.
           EXIT.

       PROCURA-UF.
           IF TU-REV(W-COL) = W-REV AND TU-UF(W-COL) = MA-UF-ASS
              MOVE W-COL TO W-ACHOU.
       FIM-PROCURA-UF.
           EXIT.

       PROCURA-DIST.
           IF TD-REV(W-COL) = W-REV AND
              TD-DISTRIB(W-COL) = MA-DISTRIBUIDOR
              MOVE W-COL TO W-IND-TAB.
       FIM-PROCURA-DIST.
           EXIT.

       ZERA-UF.
           MOVE ZEROS TO TU-COPIAS(W-ACHOU W-IND-ED).
       FIM-ZERA-UF.
           EXIT.

       ZERA-DIST.
           MOVE ZEROS TO TD-COPIAS(W-IND-TAB W-IND-ED).
       FIM-ZERA-DIST.
           EXIT.

      *****************************************************************
      *    RELATA-REVISTA: BLOCO DA REVISTA - UMA LINHA POR EDICAO
      *    COM TOTAL/CORREIO/DIRETA, DEPOIS AS ABERTURAS POR UF E
      *    POR DISTRIBUIDOR (UMA COLUNA POR EDICAO).
      *****************************************************************
       RELATA-REVISTA.
           IF TR-PROJETOS(W-REV) = ZEROS
              GO TO FIM-RELATA-REVISTA.
           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           MOVE TR-PROJETOS(W-REV) TO W-QTDE-ED
           STRING "REVISTA " W-REV "  - PROJETOS ATIVOS: " W-QTDE-ED
                  "  - EDICAO BASE " TR-BASE(W-REV)
                  DELIMITED BY SIZE INTO W-LINHA
           IF TR-ORIGEM(W-REV) = "P"
              MOVE "(PROXIMA_EDICAO.TXT)" TO W-LINHA(70:)
           ELSE
              MOVE "(MAIOR EDICAO INICIAL DO MESTRE)" TO W-LINHA(70:).
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           MOVE "   EDICAO      TOTAL    CORREIO    DIRETA" TO W-LINHA
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           PERFORM RELATA-EDICAO THRU FIM-RELATA-EDICAO
                    VARYING W-IND-ED FROM 1 BY 1
                    UNTIL W-IND-ED > W-QT-EDICOES
           MOVE SPACES TO W-LINHA
           MOVE "   POR UF" TO W-LINHA
           MOVE 8 TO W-COL
           PERFORM COLUNA-CAB THRU FIM-COLUNA-CAB
                    VARYING W-IND-ED FROM 1 BY 1
                    UNTIL W-IND-ED > W-QT-EDICOES
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           PERFORM RELATA-UF THRU FIM-RELATA-UF
                    VARYING W-ACHOU FROM 1 BY 1
                    UNTIL W-ACHOU > W-QT-UF
           MOVE SPACES TO W-LINHA
           MOVE "   POR DISTRIBUIDOR (ENTREGA DIRETA)" TO W-LINHA
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           MOVE SPACES TO W-LINHA
           MOVE 12 TO W-COL
           PERFORM COLUNA-CAB THRU FIM-COLUNA-CAB
                    VARYING W-IND-ED FROM 1 BY 1
                    UNTIL W-IND-ED > W-QT-EDICOES
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           PERFORM RELATA-DIST THRU FIM-RELATA-DIST
                    VARYING W-IND-TAB FROM 1 BY 1
                    UNTIL W-IND-TAB > W-QT-DIST.
       FIM-RELATA-REVISTA.
           EXIT.

       RELATA-EDICAO.
           MOVE SPACES TO W-LINHA
           COMPUTE W-EDICAO = TR-BASE(W-REV) + W-IND-ED - 1
           MOVE W-EDICAO TO W-LINHA(4:7)
           MOVE TR-TOTAL(W-REV W-IND-ED)   TO W-QTDE-ED
           MOVE W-QTDE-ED TO W-LINHA(13:7)
           MOVE TR-CORREIO(W-REV W-IND-ED) TO W-QTDE-ED
           MOVE W-QTDE-ED TO W-LINHA(24:7)
           MOVE TR-DIRETA(W-REV W-IND-ED)  TO W-QTDE-ED
           MOVE W-QTDE-ED TO W-LINHA(35:7)
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA.
       FIM-RELATA-EDICAO.
           EXIT.

       RELATA-UF.
           IF TU-REV(W-ACHOU) NOT = W-REV
              GO TO FIM-RELATA-UF.
           MOVE SPACES TO W-LINHA
           MOVE TU-UF(W-ACHOU) TO W-LINHA(4:2)
           IF TU-UF(W-ACHOU) = SPACES
              MOVE "??" TO W-LINHA(4:2).
           MOVE 8 TO W-COL
           PERFORM COLUNA-UF THRU FIM-COLUNA-UF
                    VARYING W-IND-ED FROM 1 BY 1
                    UNTIL W-IND-ED > W-QT-EDICOES
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA.
       FIM-RELATA-UF.
           EXIT.

      *    CABECALHO DAS ABERTURAS: O NUMERO DE CADA EDICAO.
       COLUNA-CAB.
           COMPUTE W-EDICAO = TR-BASE(W-REV) + W-IND-ED - 1
           MOVE W-EDICAO TO W-LINHA(W-COL:7)
           ADD 8 TO W-COL.
       FIM-COLUNA-CAB.
           EXIT.

       COLUNA-UF.
           MOVE TU-COPIAS(W-ACHOU W-IND-ED) TO W-QTDE-ED
           MOVE W-QTDE-ED TO W-LINHA(W-COL:7)
           ADD 8 TO W-COL.
       FIM-COLUNA-UF.
           EXIT.

       RELATA-DIST.
           IF TD-REV(W-IND-TAB) NOT = W-REV
              GO TO FIM-RELATA-DIST.
           MOVE SPACES TO W-LINHA
           MOVE TD-DISTRIB(W-IND-TAB) TO W-LINHA(4:6)
           MOVE 12 TO W-COL
           PERFORM COLUNA-DIST THRU FIM-COLUNA-DIST
                    VARYING W-IND-ED FROM 1 BY 1
                    UNTIL W-IND-ED > W-QT-EDICOES
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA.
       FIM-RELATA-DIST.
           EXIT.

       COLUNA-DIST.
           MOVE TD-COPIAS(W-IND-TAB W-IND-ED) TO W-QTDE-ED
           MOVE W-QTDE-ED TO W-LINHA(W-COL:7)
           ADD 8 TO W-COL.
       FIM-COLUNA-DIST.
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
           MOVE "TIRAGEM_REL.TXT" TO W-AQ-ARQUIVO
           MOVE "TIRAGEM" TO W-AQ-PROGRAMA
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
