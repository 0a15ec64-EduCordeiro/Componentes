      * LOTE EM COBRANCA_BAIXAS.TXT, SAI DA CARTEIRA E DA ATRIBUICAO
      * REGRAVADA, E O RESULTADO POR LOTE/COBRADOR (ATRIBUIDO X
      * RECEBIDO) FECHA A FOLHA DE ROSTO.
      * 14/10/2026 - CONTA BAIXADA POR PERDA PELO PERDA (LISTADA EM
      * BAIXA_PERDA.TXT) NAO VOLTA A CARTEIRA NEM A ATRIBUICAO,
      * AINDA QUE CONTINUE NO FINANC.TXT.
      * 15/10/2026 - DEBITO ATUALIZADO: AS PARCELAS DE CADA CONTA
      * (FINANC_PARC.TXT, DO XPGR47) PASSAM PELO ENCARGOS E A
      * CARTEIRA MOSTRA PRINCIPAL, CORRECAO, MULTA, JUROS E TOTAL
      * ATE' HOJE EMBAIXO DE CADA CONTA; TOTAIS NA FOLHA DE ROSTO.
      * 15/10/2026 - PLANOS DE RENEGOCIACAO (RENEGOCIACAO.TXT, DO
      * ACORDO): PAGAMENTOS DA CONTA DATADOS DESDE A NEGOCIACAO
      * QUITAM AS PARCELAS NOVAS EM ORDEM; CONTA COM PLANO EM DIA
      * OU LIQUIDADO SAI DA CARTEIRA; PARCELA EM ABERTO HA MAIS DE
      * N DIAS (30 POR OMISSAO) QUEBRA O PLANO E O SALDO DELE VOLTA
      * A CARTEIRA COMO DEBITO DA CONTA.
      * 15/10/2026 - RENEGOCIACAO.TXT SEM LIMITE DE LINHAS: SO' AS
      * LINHAS "P" FICAM EM MEMORIA (MAIS DE 500 PLANOS INTERROMPE
      * A RODADA) E A REGRAVACAO PASSA POR RENEGOCIACAO.NOV, QUE
      * TOMA O LUGAR DO ARQUIVO; PLANO GRAVADO PELO ACORDO NO MEIO
      * DA RODADA E' PRESERVADO. COBRANCA_LOTES.TXT GANHA A LINHA
      * DE AMBIENTE E E' ARQUIVADO PELO ARQREL.
      *
      * CHAMADA DESATENDIDA:
      *    COBRANCA <CONTAS-POR-LOTE> [DIAS-PARA-QUEBRA-DO-PLANO]
      *------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           FILE STATUS  IS W-FS-ACORDO
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PPERDA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-PERDA
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PFINPARC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-FINPARC
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
       FD  PFINANC
           03 FN-DEBITO      PIC X(12).
           03 FILLER         PIC X(02).
           03 FN-PAGO        PIC X(12).
           03 FILLER         PIC X(02).
           03 FN-COD-ASS     PIC X(09).

       FD  PATRIB
        LABEL RECORD IS STANDARD
           03 PG-DATA        PIC X(08).
           03 FILLER         PIC X(02).
           03 PG-VALOR       PIC X(12).
           03 FILLER         PIC X(02).
           03 PG-COD-ASS     PIC X(09).

      *-----------------------------------------------------------
      *    BAIXAS: CADA CONTA FECHADA POR PAGAMENTO, COM O LOTE EM
           03 FILLER         PIC X(02).
           03 AC-LOTE        PIC 9(03).

      *-----------------------------------------------------------
      *    CONTAS BAIXADAS POR PERDA (RAZAO GRAVADO PELO PERDA NA
      *    APROVACAO DO SUPERVISOR) - SO' A CHAVE INTERESSA AQUI.
      *-----------------------------------------------------------
       FD  PPERDA
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "BAIXA_PERDA.TXT".
       01  REG-PERDA.
           03 BP-SEQ         PIC X(09).
           03 FILLER         PIC X(111).

      *-----------------------------------------------------------
      *    PARCELAS EM ATRASO DE CADA CONTA DO FINANC.TXT (MESMA
      *    SEQUENCIA), GRAVADAS PELO XPGR47 JUNTO COM O FINANC.TXT.
      *-----------------------------------------------------------
       FD  PFINPARC
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "FINANC_PARC.TXT".
       01  REG-FINPARC.
           03 FP-SEQ         PIC X(09).
           03 FILLER         PIC X(02).
           03 FP-PARCELA     PIC 9(02).
           03 FILLER         PIC X(02).
           03 FP-VENC        PIC 9(08).
           03 FILLER         PIC X(02).
           03 FP-VALOR       PIC 9(09).
           03 FILLER         PIC X(02).
           03 FP-UF          PIC X(02).

      *-----------------------------------------------------------
      *    PLANOS DE RENEGOCIACAO (GRAVADOS PELO ACORDO) - LAYOUT
      *    EM W-RENEG. REGRAVADO QUANDO A RODADA MUDA ALGUM PLANO,
      *    VIA RENEGOCIACAO.NOV RENOMEADO POR CIMA DELE.
      *-----------------------------------------------------------
       FD  PRENEG
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "RENEGOCIACAO.TXT".
       01  REG-RENEG         PIC X(150).

       FD  PRENOV
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "RENEGOCIACAO.NOV".
       01  REG-RENOV         PIC X(150).

       WORKING-STORAGE SECTION.
       77 W-FS-FINANC      PIC X(02) VALUE SPACES.
       77 W-FS-ATRIB       PIC X(02) VALUE SPACES.
          02 TR-DEB        PIC 9(11).
          02 TR-PAGO       PIC 9(11).
          02 TR-BAIXADA    PIC X(01).
          02 TR-CORR       PIC S9(11).
          02 TR-MULTA      PIC 9(11).
          02 TR-JUROS      PIC 9(11).
          02 TR-QUEBRA     PIC X(08).
          02 TR-IND-PLANO  PIC 9(04).
       01 TAB-CONTAS.
          02 CB-ENT OCCURS 2000 TIMES.
             03 CB-SEQ     PIC X(09).
             03 CB-PAGO    PIC 9(11).
             03 CB-LOTE    PIC 9(03).
             03 CB-BAIXADA PIC X(01).
             03 CB-CORR    PIC S9(11).
             03 CB-MULTA   PIC 9(11).
             03 CB-JUROS   PIC 9(11).
      *          DATA DA QUEBRA DO PLANO (BRANCOS = CONTA SEM PLANO
      *          QUEBRADO) E POSICAO DO PLANO EM TAB-PLANOS
             03 CB-QUEBRA  PIC X(08).
             03 CB-IND-PLANO PIC 9(04).
       01 TAB-PREV.
          02 PV-ENT OCCURS 2000 TIMES.
             03 PV-SEQ     PIC X(09).
       77 W-QT-ACORDOS     PIC 9(04) VALUE ZEROS.
       77 W-IND-AC         PIC 9(04) VALUE ZEROS.
       77 W-HOJE-PROM      PIC X(08) VALUE SPACES.
       77 W-FS-PERDA       PIC X(02) VALUE SPACES.
       77 W-QT-PERDAS      PIC 9(05) VALUE ZEROS.
       77 W-FS-FINPARC     PIC X(02) VALUE SPACES.
       77 W-ENCARGOS-OK    PIC X(01) VALUE "S".
       77 W-TOT-CORR       PIC S9(13) VALUE ZEROS.
       77 W-TOT-MULTA      PIC 9(13) VALUE ZEROS.
       77 W-TOT-JUROS      PIC 9(13) VALUE ZEROS.
       77 W-ATUALIZADO     PIC S9(13) VALUE ZEROS.
       77 W-PRINC-ED       PIC Z.ZZZ.ZZ9,99.
       77 W-CORR-ED        PIC -.---.--9,99.
       77 W-MULTA-ED       PIC Z.ZZZ.ZZ9,99.
       77 W-JUROS-ED       PIC Z.ZZZ.ZZ9,99.
       77 W-TOTAL-ED       PIC Z.ZZZ.ZZ9,99.
       77 W-FS-RENEG       PIC X(02) VALUE SPACES.
       77 W-DIAS-QUEBRA    PIC 9(03) VALUE 30.
       77 W-RN-MUDOU       PIC X(01) VALUE "N".
       77 W-FS-RENOV       PIC X(02) VALUE SPACES.
       77 W-RN-ERRO        PIC X(01) VALUE "N".
       77 W-PL-LIDO        PIC 9(05) VALUE ZEROS.
       77 W-ARQ-RENEG      PIC X(030) VALUE "RENEGOCIACAO.TXT".
       77 W-ARQ-RENOV      PIC X(030) VALUE "RENEGOCIACAO.NOV".
       77 W-RC             PIC 9(004) VALUE ZEROS COMP.
       77 W-QT-PLANOS      PIC 9(03) VALUE ZEROS.
       77 W-IND-PL         PIC 9(03) VALUE ZEROS.
       77 W-QT-RENEG       PIC 9(05) VALUE ZEROS.
       77 W-QT-QUEBRA      PIC 9(05) VALUE ZEROS.
       77 W-ACUM-PLANO     PIC 9(11) VALUE ZEROS.
       77 W-SALDO-PLANO    PIC 9(11) VALUE ZEROS.
       77 W-INT-HOJE       PIC 9(07) VALUE ZEROS.
       77 W-INT-VENC       PIC 9(07) VALUE ZEROS.
       77 W-ACHOU-CB       PIC 9(04) VALUE ZEROS.
       01 W-HOJE-8.
          02 W-H8-AAAA     PIC 9(04).
          02 W-H8-MM       PIC 9(02).
          02 W-H8-DD       PIC 9(02).
       01 W-HOJE-8-N REDEFINES W-HOJE-8 PIC 9(08).
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
      *    SO' A LINHA "P" DE CADA PLANO (PL-REG, JA' ATUALIZADA)
      *    FICA EM MEMORIA; PL-SIT-ORIG E' A SITUACAO LIDA DO ARQUIVO
      *    E PL-ABERTAS/PL-QUEBROU SAEM DA RELEITURA DAS PARCELAS.
       01 TAB-PLANOS.
          02 PL-ENT OCCURS 500 TIMES.
             03 PL-SEQ     PIC X(09).
             03 PL-DATA    PIC X(08).
             03 PL-PAGO    PIC 9(11).
             03 PL-DT-ULT  PIC X(08).
             03 PL-SIT-ORIG PIC X(01).
             03 PL-ABERTAS PIC 9(03).
             03 PL-QUEBROU PIC X(01).
             03 PL-REG     PIC X(150).
      *    RENEGOCIACAO.TXT: TIPO "P" (PLANO), "O" (PARCELA ANTIGA,
      *    FECHADA COMO RENEGOCIADA) OU "N" (PARCELA NOVA; NUMERO 00
      *    = ENTRADA). SITUACAO DO PLANO: A = EM ANDAMENTO, Q =
      *    QUEBRADO (SALDO NA CARTEIRA), L = LIQUIDADO, F = SALDO
      *    DO PLANO QUEBRADO BAIXADO NA CARTEIRA; DA PARCELA:
      *    BRANCO = EM ABERTO, P = PAGA, R = RENEGOCIADA.
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
             03 FILLER      PIC X(01).
             03 RN-VALOR    PIC 9(11).
             03 FILLER      PIC X(01).
             03 RN-SIT-PARC PIC X(01).
             03 FILLER      PIC X(01).
             03 RN-DT-PAGTO PIC 9(08).
             03 FILLER      PIC X(01).
             03 RN-ATUALIZADO PIC 9(11).
             03 FILLER      PIC X(92).
      *    AREA DE CHAMADA DO ENCARGOS (MESMO LAYOUT DA LINKAGE DELE)
       01 W-ENCARGOS.
          02 W-EN-VALOR     PIC 9(09).
          02 W-EN-VENC      PIC 9(08).
          02 W-EN-UF        PIC X(02).
          02 W-EN-DT-BASE   PIC 9(08).
          02 W-EN-VENC-UTIL PIC 9(08).
          02 W-EN-DIAS      PIC 9(05).
          02 W-EN-CORRECAO  PIC S9(09).
          02 W-EN-MULTA     PIC 9(09).
          02 W-EN-JUROS     PIC 9(09).
          02 W-EN-TOTAL     PIC 9(09).
          02 W-EN-PARAM     PIC X(01).
          02 W-EN-RET       PIC X(01).
       01 W-DT-HOJE.
          02 W-HJ-AA       PIC 9(02).
          02 W-HJ-MM       PIC 9(02).
             03 AD-SEQ     PIC X(09).
             03 AD-DATA    PIC X(08).

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
      *---------------------------------------------------------
      *    RODA DESATENDIDO COM O TAMANHO DO LOTE COMO PARAMETRO:
      *    COBRANCA <CONTAS-POR-LOTE>
      *---------------------------------------------------------
           ACCEPT W-ARGC FROM ARGUMENT-NUMBER.
           IF W-ARGC NOT < 2
              DISPLAY 2 UPON ARGUMENT-NUMBER
              ACCEPT W-DIAS-QUEBRA FROM ARGUMENT-VALUE.
           IF W-ARGC NOT < 1
              DISPLAY 1 UPON ARGUMENT-NUMBER
              ACCEPT W-CONTAS-LOTE FROM ARGUMENT-VALUE
              ACCEPT W-CONTAS-LOTE.
           IF W-CONTAS-LOTE = ZEROS
              MOVE 20 TO W-CONTAS-LOTE.
           IF W-DIAS-QUEBRA = ZEROS
              MOVE 30 TO W-DIAS-QUEBRA.

           PERFORM CARREGA-FINANC THRU FIM-CARREGA-FINANC.
           IF W-QT-CONTAS = ZEROS
              DISPLAY "FINANC.TXT VAZIO OU AUSENTE - NADA A REPARTIR"
              STOP RUN.
           PERFORM CARREGA-PARCELAS THRU FIM-CARREGA-PARCELAS.
           PERFORM ACOMPANHA-PLANOS THRU FIM-ACOMPANHA-PLANOS.
           PERFORM MARCA-PERDAS THRU FIM-MARCA-PERDAS.
           PERFORM CARREGA-ATRIB THRU FIM-CARREGA-ATRIB.
           PERFORM CARREGA-ACORDOS THRU FIM-CARREGA-ACORDOS.
           PERFORM APLICA-PAGAMENTOS THRU FIM-APLICA-PAGAMENTOS.
           PERFORM GRAVA-RENEG THRU FIM-GRAVA-RENEG.
           PERFORM ORDENA-POR-DEBITO THRU FIM-ORDENA-POR-DEBITO.
           PERFORM DISTRIBUI-LOTES THRU FIM-DISTRIBUI-LOTES.
           PERFORM IMPRIME-CARTEIRAS THRU FIM-IMPRIME-CARTEIRAS.
           ADD  W-VAL-CENTS TO W-TOT-PAGO
           MOVE ZEROS TO CB-LOTE(W-QT-CONTAS)
           MOVE "N"   TO CB-BAIXADA(W-QT-CONTAS)
           MOVE ZEROS TO CB-CORR(W-QT-CONTAS) CB-MULTA(W-QT-CONTAS)
                         CB-JUROS(W-QT-CONTAS) CB-IND-PLANO(W-QT-CONTAS)
           MOVE SPACES TO CB-QUEBRA(W-QT-CONTAS)
           GO TO LE-FINANC.
       FIM-CARREGA-FINANC.
           EXIT.

      *-----------------------------------------------------------
      *    CARREGA-PARCELAS: CADA PARCELA EM ATRASO PASSA PELO
      *    ENCARGOS COM DATA-BASE HOJE E OS ENCARGOS SE SOMAM NA
      *    CONTA. SEM O FINANC_PARC.TXT OU SEM O ENCARGOS A CARTEIRA
      *    SAI SO' COM O PRINCIPAL (ENCARGOS ZERADOS).
      *-----------------------------------------------------------
       CARREGA-PARCELAS.
           OPEN INPUT PFINPARC
           IF W-FS-FINPARC NOT = "00"
              GO TO FIM-CARREGA-PARCELAS.
       LE-FINPARC.
           READ PFINPARC AT END
                CLOSE PFINPARC
                GO TO FIM-CARREGA-PARCELAS.
           IF FP-SEQ = SPACES OR FP-VALOR NOT NUMERIC
              GO TO LE-FINPARC.
           IF W-ENCARGOS-OK NOT = "S"
              CLOSE PFINPARC
              GO TO FIM-CARREGA-PARCELAS.
           MOVE FP-VALOR TO W-EN-VALOR
           MOVE ZEROS    TO W-EN-VENC
           IF FP-VENC NUMERIC
              MOVE FP-VENC TO W-EN-VENC.
           MOVE FP-UF    TO W-EN-UF
           MOVE ZEROS    TO W-EN-DT-BASE
           CALL "ENCARGOS" USING W-ENCARGOS
               ON EXCEPTION
                  MOVE "N" TO W-ENCARGOS-OK
                  GO TO LE-FINPARC
           END-CALL
           PERFORM SOMA-ENCARGOS THRU FIM-SOMA-ENCARGOS
                    VARYING W-IND FROM 1 BY 1
                    UNTIL W-IND > W-QT-CONTAS
           GO TO LE-FINPARC.
       FIM-CARREGA-PARCELAS.
           EXIT.

       SOMA-ENCARGOS.
           IF CB-SEQ(W-IND) = FP-SEQ
              ADD W-EN-CORRECAO TO CB-CORR(W-IND)  W-TOT-CORR
              ADD W-EN-MULTA    TO CB-MULTA(W-IND) W-TOT-MULTA
              ADD W-EN-JUROS    TO CB-JUROS(W-IND) W-TOT-JUROS
              MOVE W-QT-CONTAS  TO W-IND.
       FIM-SOMA-ENCARGOS.
           EXIT.

      *-----------------------------------------------------------
      *    ACOMPANHA-PLANOS: LE RENEGOCIACAO.TXT GUARDANDO SO' A
      *    LINHA "P" DE CADA PLANO, SOMA POR PLANO OS PAGAMENTOS DA
      *    CONTA DESDE A NEGOCIACAO, RELE O ARQUIVO QUITANDO AS
      *    PARCELAS NOVAS EM ORDEM (ENTRADA PRIMEIRO) E APURA A
      *    SITUACAO DE CADA PLANO EM ANDAMENTO. EM SEGUIDA A CONTA
      *    DE CADA PLANO E' TRATADA NA CARTEIRA. AS PARCELAS NAO
      *    FICAM EM MEMORIA: A MARCA DE QUITADA E' POSTA NELAS NA
      *    REGRAVACAO (GRAVA-RENEG), PELA MESMA CONTA.
      *-----------------------------------------------------------
       ACOMPANHA-PLANOS.
           ACCEPT W-HOJE-8 FROM DATE YYYYMMDD
           COMPUTE W-INT-HOJE = FUNCTION INTEGER-OF-DATE(W-HOJE-8-N)
           OPEN INPUT PRENEG
           IF W-FS-RENEG NOT = "00"
              GO TO FIM-ACOMPANHA-PLANOS.
       LE-RENEG.
           READ PRENEG AT END
                CLOSE PRENEG
                GO TO SOMA-PAGTOS-PLANO.
           MOVE REG-RENEG TO W-RENEG
           IF RN-TIPO NOT = "P"
              GO TO LE-RENEG.
           IF W-QT-PLANOS NOT < 500
              DISPLAY "RENEGOCIACAO.TXT PASSA DE 500 PLANOS - "
                      "AMPLIE A TAB-PLANOS DO COBRANCA. NADA FOI "
                      "GRAVADO"
              CLOSE PRENEG
              STOP RUN.
           ADD 1 TO W-QT-PLANOS
           MOVE REG-RENEG      TO PL-REG(W-QT-PLANOS)
           MOVE RN-SEQ         TO PL-SEQ(W-QT-PLANOS)
           MOVE RN-DATA        TO PL-DATA(W-QT-PLANOS)
           MOVE RN-SIT         TO PL-SIT-ORIG(W-QT-PLANOS)
           MOVE ZEROS          TO PL-PAGO(W-QT-PLANOS)
                                  PL-ABERTAS(W-QT-PLANOS)
           MOVE SPACES         TO PL-DT-ULT(W-QT-PLANOS)
           MOVE "N"            TO PL-QUEBROU(W-QT-PLANOS)
           GO TO LE-RENEG.
       SOMA-PAGTOS-PLANO.
           IF W-QT-PLANOS = ZEROS
              GO TO FIM-ACOMPANHA-PLANOS.
           OPEN INPUT PPAGTO
           IF W-FS-PAGTO NOT = "00"
              GO TO APURA-PLANOS.
       LE-PAGTO-PLANO.
           READ PPAGTO AT END
                CLOSE PPAGTO
                GO TO APURA-PLANOS.
           IF PG-SEQ = SPACES
              GO TO LE-PAGTO-PLANO.
           MOVE PG-VALOR TO W-TROCA (1 : 12)
           PERFORM EXTRAI-CENTAVOS THRU FIM-EXTRAI-CENTAVOS
           PERFORM CREDITA-PLANO THRU FIM-CREDITA-PLANO
                    VARYING W-IND-PL FROM 1 BY 1
                    UNTIL W-IND-PL > W-QT-PLANOS
           GO TO LE-PAGTO-PLANO.
       APURA-PLANOS.
           PERFORM ACERTA-PAGO-PLANO THRU FIM-ACERTA-PAGO-PLANO
                    VARYING W-IND-PL FROM 1 BY 1
                    UNTIL W-IND-PL > W-QT-PLANOS
           PERFORM APURA-PARCELAS THRU FIM-APURA-PARCELAS
           PERFORM APURA-UM-PLANO THRU FIM-APURA-UM-PLANO
                    VARYING W-IND-PL FROM 1 BY 1
                    UNTIL W-IND-PL > W-QT-PLANOS
           PERFORM MARCA-CONTA-PLANO THRU FIM-MARCA-CONTA-PLANO
                    VARYING W-IND-PL FROM 1 BY 1
                    UNTIL W-IND-PL > W-QT-PLANOS.
       FIM-ACOMPANHA-PLANOS.
           EXIT.

       CREDITA-PLANO.
           IF PL-SEQ(W-IND-PL) = PG-SEQ
              AND PG-DATA NOT < PL-DATA(W-IND-PL)
              ADD W-VAL-CENTS TO PL-PAGO(W-IND-PL)
              IF PG-DATA > PL-DT-ULT(W-IND-PL)
                 OR PL-DT-ULT(W-IND-PL) = SPACES
                 MOVE PG-DATA TO PL-DT-ULT(W-IND-PL).
       FIM-CREDITA-PLANO.
           EXIT.

      *    SO' O PLANO EM ANDAMENTO ("A") E' REAPURADO. O PAGO NUNCA
      *    DIMINUI - PAGAMENTOS.TXT RENOVADO NAO DESFAZ O QUE JA'
      *    FOI QUITADO. DAQUI EM DIANTE PL-PAGO E' O PAGO DO PLANO.
       ACERTA-PAGO-PLANO.
           IF PL-SIT-ORIG(W-IND-PL) NOT = "A"
              GO TO FIM-ACERTA-PAGO-PLANO.
           MOVE PL-REG(W-IND-PL) TO W-RENEG
           IF PL-PAGO(W-IND-PL) > RN-PAGO
              MOVE PL-PAGO(W-IND-PL) TO RN-PAGO
              MOVE W-RENEG TO PL-REG(W-IND-PL)
              MOVE "S" TO W-RN-MUDOU
           ELSE
              MOVE RN-PAGO TO PL-PAGO(W-IND-PL).
       FIM-ACERTA-PAGO-PLANO.
           EXIT.

      *    AS LINHAS DO PLANO VEM LOGO DEPOIS DA LINHA "P" (O ACORDO
      *    GRAVA O PLANO INTEIRO DE UMA VEZ); A PROXIMA "P" ENCERRA.
      *    A N-ESIMA "P" DO ARQUIVO E' O N-ESIMO PLANO DA TABELA;
      *    PLANO ACRESCENTADO DEPOIS DA PRIMEIRA LEITURA FICA PARA A
      *    PROXIMA RODADA.
       APURA-PARCELAS.
           MOVE ZEROS TO W-PL-LIDO
           OPEN INPUT PRENEG
           IF W-FS-RENEG NOT = "00"
              GO TO FIM-APURA-PARCELAS.
       LE-PARCELA.
           READ PRENEG AT END
                CLOSE PRENEG
                GO TO FIM-APURA-PARCELAS.
           MOVE REG-RENEG TO W-RENEG
           IF RN-TIPO = "P"
              ADD 1 TO W-PL-LIDO
              MOVE ZEROS TO W-ACUM-PLANO
              GO TO LE-PARCELA.
           IF RN-TIPO NOT = "N" OR W-PL-LIDO = ZEROS
              OR W-PL-LIDO > W-QT-PLANOS
              GO TO LE-PARCELA.
           IF PL-SIT-ORIG(W-PL-LIDO) NOT = "A"
              GO TO LE-PARCELA.
           ADD RN-VALOR TO W-ACUM-PLANO
           IF W-ACUM-PLANO NOT > PL-PAGO(W-PL-LIDO)
              IF RN-SIT-PARC NOT = "P"
                 MOVE "S" TO W-RN-MUDOU
              END-IF
              GO TO LE-PARCELA.
           ADD 1 TO PL-ABERTAS(W-PL-LIDO)
           COMPUTE W-INT-VENC = FUNCTION INTEGER-OF-DATE(RN-VENC)
           IF W-INT-VENC + W-DIAS-QUEBRA < W-INT-HOJE
              MOVE "S" TO PL-QUEBROU(W-PL-LIDO).
           GO TO LE-PARCELA.
       FIM-APURA-PARCELAS.
           EXIT.

       APURA-UM-PLANO.
           IF PL-SIT-ORIG(W-IND-PL) NOT = "A"
              GO TO FIM-APURA-UM-PLANO.
           MOVE PL-REG(W-IND-PL) TO W-RENEG
           IF PL-QUEBROU(W-IND-PL) = "S"
              MOVE "Q"       TO RN-SIT
              MOVE W-HOJE-8  TO RN-DT-SIT
              MOVE "S"       TO W-RN-MUDOU
           ELSE
              IF PL-ABERTAS(W-IND-PL) = ZEROS
                 MOVE "L"      TO RN-SIT
                 MOVE W-HOJE-8 TO RN-DT-SIT
                 MOVE "S"      TO W-RN-MUDOU.
           MOVE W-RENEG TO PL-REG(W-IND-PL).
       FIM-APURA-UM-PLANO.
           EXIT.

      *    PLANO EM ANDAMENTO OU LIQUIDADO: A CONTA SAI DA CARTEIRA.
      *    PLANO QUEBRADO: O SALDO (RENEGOCIADO - PAGO) VOLTA COMO
      *    DEBITO DA CONTA, SEM ENCARGOS NOVOS; CONTA QUE JA' NAO
      *    ESTA NO FINANC.TXT ENTRA SO' PELO SALDO DO PLANO.
       MARCA-CONTA-PLANO.
           MOVE PL-REG(W-IND-PL) TO W-RENEG
           IF RN-SIT NOT = "A" AND RN-SIT NOT = "L"
              AND RN-SIT NOT = "Q"
              GO TO FIM-MARCA-CONTA-PLANO.
           MOVE ZEROS TO W-ACHOU-CB
           PERFORM ACHA-CONTA-PLANO THRU FIM-ACHA-CONTA-PLANO
                    VARYING W-IND FROM 1 BY 1
                    UNTIL W-IND > W-QT-CONTAS
           IF RN-SIT = "Q"
              GO TO VOLTA-SALDO-PLANO.
           IF W-ACHOU-CB = ZEROS
              GO TO FIM-MARCA-CONTA-PLANO.
           IF CB-BAIXADA(W-ACHOU-CB) NOT = "N"
              GO TO FIM-MARCA-CONTA-PLANO.
           MOVE "R" TO CB-BAIXADA(W-ACHOU-CB)
           SUBTRACT CB-DEB(W-ACHOU-CB)   FROM W-TOT-ATRASO
           SUBTRACT CB-CORR(W-ACHOU-CB)  FROM W-TOT-CORR
           SUBTRACT CB-MULTA(W-ACHOU-CB) FROM W-TOT-MULTA
           SUBTRACT CB-JUROS(W-ACHOU-CB) FROM W-TOT-JUROS
           ADD 1 TO W-QT-RENEG
           GO TO FIM-MARCA-CONTA-PLANO.
       VOLTA-SALDO-PLANO.
           MOVE ZEROS TO W-SALDO-PLANO
           IF RN-TOTAL > RN-PAGO
              COMPUTE W-SALDO-PLANO = RN-TOTAL - RN-PAGO.
           IF W-ACHOU-CB = ZEROS
              IF W-QT-CONTAS NOT < 2000
                 GO TO FIM-MARCA-CONTA-PLANO
              END-IF
              ADD 1 TO W-QT-CONTAS
              MOVE W-QT-CONTAS TO W-ACHOU-CB
              MOVE RN-SEQ  TO CB-SEQ(W-ACHOU-CB)
              MOVE RN-NOME TO CB-NOME(W-ACHOU-CB)
              MOVE ZEROS   TO CB-DEB(W-ACHOU-CB) CB-PAGO(W-ACHOU-CB)
                              CB-LOTE(W-ACHOU-CB) CB-CORR(W-ACHOU-CB)
                              CB-MULTA(W-ACHOU-CB) CB-JUROS(W-ACHOU-CB)
              MOVE "N"     TO CB-BAIXADA(W-ACHOU-CB).
           SUBTRACT CB-DEB(W-ACHOU-CB)   FROM W-TOT-ATRASO
           SUBTRACT CB-CORR(W-ACHOU-CB)  FROM W-TOT-CORR
           SUBTRACT CB-MULTA(W-ACHOU-CB) FROM W-TOT-MULTA
           SUBTRACT CB-JUROS(W-ACHOU-CB) FROM W-TOT-JUROS
           MOVE ZEROS TO CB-CORR(W-ACHOU-CB) CB-MULTA(W-ACHOU-CB)
                         CB-JUROS(W-ACHOU-CB)
           MOVE W-SALDO-PLANO TO CB-DEB(W-ACHOU-CB)
           ADD  W-SALDO-PLANO TO W-TOT-ATRASO
           MOVE RN-DT-SIT TO CB-QUEBRA(W-ACHOU-CB)
           MOVE W-IND-PL TO CB-IND-PLANO(W-ACHOU-CB)
           MOVE "N" TO CB-BAIXADA(W-ACHOU-CB)
           ADD 1 TO W-QT-QUEBRA.
       FIM-MARCA-CONTA-PLANO.
           EXIT.

       ACHA-CONTA-PLANO.
           IF CB-SEQ(W-IND) = RN-SEQ
              MOVE W-IND TO W-ACHOU-CB
              MOVE W-QT-CONTAS TO W-IND.
       FIM-ACHA-CONTA-PLANO.
           EXIT.

      *    REGRAVA RENEGOCIACAO.TXT QUANDO ALGUM PLANO MUDOU: CADA
      *    LINHA PASSA PARA O RENEGOCIACAO.NOV - A "P" DE PLANO DA
      *    TABELA TROCADA PELA ATUALIZADA, A PARCELA NOVA JA' COBERTA
      *    PELO PAGO MARCADA COMO QUITADA, O RESTO COMO ESTA - E O
      *    .NOV TOMA O LUGAR DO ARQUIVO. SE A N-ESIMA "P" NAO FOR
      *    MAIS DA MESMA CONTA O ARQUIVO FOI REFEITO NO MEIO DA
      *    RODADA E NADA E' TROCADO.
       GRAVA-RENEG.
           IF W-RN-MUDOU NOT = "S"
              GO TO FIM-GRAVA-RENEG.
           OPEN INPUT PRENEG
           IF W-FS-RENEG NOT = "00"
              DISPLAY "ERRO NA REGRAVACAO DE RENEGOCIACAO.TXT = "
                      W-FS-RENEG
              GO TO FIM-GRAVA-RENEG.
           OPEN OUTPUT PRENOV
           IF W-FS-RENOV NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RENEGOCIACAO.NOV = "
                      W-FS-RENOV " - PLANOS NAO ATUALIZADOS"
              CLOSE PRENEG
              GO TO FIM-GRAVA-RENEG.
           MOVE ZEROS TO W-PL-LIDO
           MOVE "N"   TO W-RN-ERRO.
       COPIA-RENEG.
           READ PRENEG AT END
                CLOSE PRENEG PRENOV
                GO TO TROCA-RENEG.
           MOVE REG-RENEG TO W-RENEG
           IF RN-TIPO = "P"
              ADD 1 TO W-PL-LIDO
              MOVE ZEROS TO W-ACUM-PLANO
              IF W-PL-LIDO NOT > W-QT-PLANOS
                 IF RN-SEQ NOT = PL-SEQ(W-PL-LIDO)
                    MOVE "S" TO W-RN-ERRO
                    CLOSE PRENEG PRENOV
                    GO TO TROCA-RENEG
                 END-IF
                 MOVE PL-REG(W-PL-LIDO) TO REG-RENEG
              END-IF
              GO TO GRAVA-LINHA-RENEG.
           IF RN-TIPO NOT = "N" OR W-PL-LIDO = ZEROS
              OR W-PL-LIDO > W-QT-PLANOS
              GO TO GRAVA-LINHA-RENEG.
           IF PL-SIT-ORIG(W-PL-LIDO) NOT = "A"
              GO TO GRAVA-LINHA-RENEG.
           ADD RN-VALOR TO W-ACUM-PLANO
           IF W-ACUM-PLANO NOT > PL-PAGO(W-PL-LIDO)
              AND RN-SIT-PARC NOT = "P"
              MOVE "P" TO RN-SIT-PARC
              MOVE PL-DT-ULT(W-PL-LIDO) TO RN-DT-PAGTO
              MOVE W-RENEG TO REG-RENEG.
       GRAVA-LINHA-RENEG.
           WRITE REG-RENOV FROM REG-RENEG
           GO TO COPIA-RENEG.
      *    MESMO EXPEDIENTE DE TROCA POR RENOMEACAO DO FECHAMES.
       TROCA-RENEG.
           IF W-RN-ERRO = "S"
              CALL "CBL_DELETE_FILE" USING W-ARQ-RENOV
                   RETURNING W-RC
              DISPLAY "RENEGOCIACAO.TXT REFEITO DURANTE A RODADA - "
                      "PLANOS NAO ATUALIZADOS, RODE DE NOVO"
              GO TO FIM-GRAVA-RENEG.
           CALL    "CBL_DELETE_FILE"   USING     W-ARQ-RENEG
                   RETURNING W-RC
           CALL    "CBL_RENAME_FILE"   USING     W-ARQ-RENOV
                                                 W-ARQ-RENEG
                   RETURNING W-RC.
           IF      W-RC      NOT       EQUAL     ZEROS
                   DISPLAY "ATENCAO: RENEGOCIACAO.NOV NAO PODE SER "
                           "RENOMEADO - RENOMEIE PARA "
                           "RENEGOCIACAO.TXT NA MAO".
       FIM-GRAVA-RENEG.
           EXIT.

      *-----------------------------------------------------------
      *    CARREGA-ACORDOS: SO' AS PROMESSAS AINDA NO PRAZO (DATA
      *    PROMETIDA DE HOJE EM DIANTE) INTERESSAM A CARTEIRA.
       FIM-CARREGA-ATRIB.
           EXIT.

      *-----------------------------------------------------------
      *    MARCA-PERDAS: CONTA BAIXADA POR PERDA (CB-BAIXADA = "P")
      *    SAI DO TOTAL EM ATRASO, DA CARTEIRA E DA ATRIBUICAO.
      *-----------------------------------------------------------
       MARCA-PERDAS.
           OPEN INPUT PPERDA
           IF W-FS-PERDA NOT = "00"
              GO TO FIM-MARCA-PERDAS.
       LE-PERDA.
           READ PPERDA AT END
                CLOSE PPERDA
                GO TO FIM-MARCA-PERDAS.
           IF BP-SEQ = SPACES
              GO TO LE-PERDA.
           PERFORM TIRA-PERDA THRU FIM-TIRA-PERDA
                    VARYING W-IND FROM 1 BY 1
                    UNTIL W-IND > W-QT-CONTAS
           GO TO LE-PERDA.
       FIM-MARCA-PERDAS.
           EXIT.

       TIRA-PERDA.
           IF CB-SEQ(W-IND) = BP-SEQ
              AND CB-BAIXADA(W-IND) = "N"
              MOVE "P" TO CB-BAIXADA(W-IND)
              SUBTRACT CB-DEB(W-IND) FROM W-TOT-ATRASO
              SUBTRACT CB-CORR(W-IND)  FROM W-TOT-CORR
              SUBTRACT CB-MULTA(W-IND) FROM W-TOT-MULTA
              SUBTRACT CB-JUROS(W-IND) FROM W-TOT-JUROS
              ADD 1 TO W-QT-PERDAS.
       FIM-TIRA-PERDA.
           EXIT.

      *-----------------------------------------------------------
      *    APLICA-PAGAMENTOS: CADA PAGAMENTO FECHA A CONTA COM DATA
      *    E LOTE EM COBRANCA_BAIXAS.TXT; A CONTA MARCADA COMO
       FIM-ACHA-LOTE-PAGO.
           EXIT.

      *    CONTA EM PLANO ("R") TEM OS PAGAMENTOS APURADOS NO PLANO;
      *    SALDO DE PLANO QUEBRADO SO' E' BAIXADO POR PAGAMENTO
      *    POSTERIOR A QUEBRA, E A BAIXA FECHA O PLANO ("F").
       BAIXA-CONTA.
           IF CB-SEQ(W-IND) NOT = PG-SEQ
              OR CB-BAIXADA(W-IND) = "S" OR CB-BAIXADA(W-IND) = "R"
              GO TO FIM-BAIXA-CONTA.
           IF CB-QUEBRA(W-IND) NOT = SPACES
              AND PG-DATA NOT > CB-QUEBRA(W-IND)
              GO TO FIM-BAIXA-CONTA.
           MOVE "S" TO CB-BAIXADA(W-IND)
           ADD 1 TO W-QT-BAIXADAS
           IF CB-QUEBRA(W-IND) NOT = SPACES
              AND CB-IND-PLANO(W-IND) > ZEROS
              MOVE PL-REG(CB-IND-PLANO(W-IND)) TO W-RENEG
              MOVE "F" TO RN-SIT
              MOVE PG-DATA TO RN-DT-SIT
              MOVE W-RENEG TO PL-REG(CB-IND-PLANO(W-IND))
              MOVE "S" TO W-RN-MUDOU.
       FIM-BAIXA-CONTA.
           EXIT.

              MOVE CB-DEB(W-IND)      TO TR-DEB
              MOVE CB-PAGO(W-IND)     TO TR-PAGO
              MOVE CB-BAIXADA(W-IND)  TO TR-BAIXADA
              MOVE CB-CORR(W-IND)     TO TR-CORR
              MOVE CB-MULTA(W-IND)    TO TR-MULTA
              MOVE CB-JUROS(W-IND)    TO TR-JUROS
              MOVE CB-QUEBRA(W-IND)   TO TR-QUEBRA
              MOVE CB-IND-PLANO(W-IND) TO TR-IND-PLANO
              MOVE CB-SEQ(W-MAX-IND)  TO CB-SEQ(W-IND)
              MOVE CB-NOME(W-MAX-IND) TO CB-NOME(W-IND)
              MOVE CB-DEB(W-MAX-IND)  TO CB-DEB(W-IND)
              MOVE CB-PAGO(W-MAX-IND) TO CB-PAGO(W-IND)
              MOVE CB-BAIXADA(W-MAX-IND) TO CB-BAIXADA(W-IND)
              MOVE CB-CORR(W-MAX-IND)  TO CB-CORR(W-IND)
              MOVE CB-MULTA(W-MAX-IND) TO CB-MULTA(W-IND)
              MOVE CB-JUROS(W-MAX-IND) TO CB-JUROS(W-IND)
              MOVE CB-QUEBRA(W-MAX-IND) TO CB-QUEBRA(W-IND)
              MOVE CB-IND-PLANO(W-MAX-IND) TO CB-IND-PLANO(W-IND)
              MOVE TR-SEQ  TO CB-SEQ(W-MAX-IND)
              MOVE TR-NOME TO CB-NOME(W-MAX-IND)
              MOVE TR-DEB  TO CB-DEB(W-MAX-IND)
              MOVE TR-PAGO TO CB-PAGO(W-MAX-IND)
              MOVE TR-BAIXADA TO CB-BAIXADA(W-MAX-IND)
              MOVE TR-CORR  TO CB-CORR(W-MAX-IND)
              MOVE TR-MULTA TO CB-MULTA(W-MAX-IND)
              MOVE TR-JUROS TO CB-JUROS(W-MAX-IND)
              MOVE TR-QUEBRA TO CB-QUEBRA(W-MAX-IND)
              MOVE TR-IND-PLANO TO CB-IND-PLANO(W-MAX-IND).
       FIM-ORDENA-PASSO.
           EXIT.

           EXIT.

       ATRIBUI-PREVIA.
           IF CB-BAIXADA(W-IND) NOT = "N"
              GO TO FIM-ATRIBUI-PREVIA.
           PERFORM PROCURA-PREVIA THRU FIM-PROCURA-PREVIA
                    VARYING W-IND2 FROM 1 BY 1
           EXIT.

       ATRIBUI-NOVA.
           IF CB-BAIXADA(W-IND) NOT = "N"
              GO TO FIM-ATRIBUI-NOVA.
           IF CB-LOTE(W-IND) NOT = ZEROS
              GO TO FIM-ATRIBUI-NOVA.
      *-----------------------------------------------------------
       IMPRIME-CARTEIRAS.
           OPEN OUTPUT RELAT
           WRITE REG-RELAT FROM W-CAB-AMBIENTE
           MOVE "COBRANCA - FOLHA DE ROSTO" TO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
                  "  CONTAS BAIXADAS: " W-QT-BAIXADAS
                  DELIMITED BY SIZE INTO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           STRING "BAIXADAS POR PERDA (FORA DA CARTEIRA): "
                  W-QT-PERDAS
                  DELIMITED BY SIZE INTO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           DIVIDE W-TOT-CORR  BY 100 GIVING W-CORR-ED
           DIVIDE W-TOT-MULTA BY 100 GIVING W-MULTA-ED
           DIVIDE W-TOT-JUROS BY 100 GIVING W-JUROS-ED
           STRING "ENCARGOS ATE HOJE: CORR " W-CORR-ED
                  "  MULTA " W-MULTA-ED "  JUROS " W-JUROS-ED
                  DELIMITED BY SIZE INTO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           STRING "RENEGOCIADAS (FORA DA CARTEIRA): " W-QT-RENEG
                  "  PLANOS QUEBRADOS (SALDO NA CARTEIRA): "
                  W-QT-QUEBRA
                  DELIMITED BY SIZE INTO REG-RELAT
           WRITE REG-RELAT
           PERFORM IMPRIME-UM-LOTE THRU FIM-IMPRIME-UM-LOTE
                    VARYING W-IND-L FROM 1 BY 1
                    UNTIL W-IND-L > W-QT-LOTES
           CLOSE RELAT
           PERFORM ARQUIVA-RELATORIO THRU FIM-ARQUIVA-RELATORIO.
       FIM-IMPRIME-CARTEIRAS.
           EXIT.

      *    ARQUIVA-RELATORIO: COPIA DATADA DO RELATORIO NO ARQUIVO DE
      *    RELATORIOS (ARQREL, INDICE ARQUIVO_REL.TXT) - A PROXIMA
      *    RODADA REGRAVA O RELATORIO NO MESMO NOME.
       ARQUIVA-RELATORIO.
           MOVE SPACES TO W-ARQREL
           MOVE "COBRANCA_LOTES.TXT" TO W-AQ-ARQUIVO
           MOVE "COBRANCA" TO W-AQ-PROGRAMA
           CALL "ARQREL" USING W-ARQREL
               ON EXCEPTION
                  MOVE "9" TO W-AQ-RET
           END-CALL
           IF W-AQ-RET NOT EQUAL "0"
              DISPLAY "RELATORIO " W-AQ-ARQUIVO
                      " NAO ARQUIVADO (ARQUIVO_REL.TXT)".
       FIM-ARQUIVA-RELATORIO.
           EXIT.

       IMPRIME-UM-LOTE.
           IF LT-QT(W-IND-L) = ZEROS AND LT-REC-QT(W-IND-L) = ZEROS
              GO TO FIM-IMPRIME-UM-LOTE.
           EXIT.

       IMPRIME-CONTA.
           IF CB-BAIXADA(W-IND) NOT = "N"
              GO TO FIM-IMPRIME-CONTA.
           IF CB-LOTE(W-IND) NOT = W-IND-L
              GO TO FIM-IMPRIME-CONTA.
      *    PROMESSA AINDA NO PRAZO SAI DESTACADA - O COBRADOR VE DE
      *    LONGE O QUE NAO PRECISA COBRAR DE NOVO HOJE.
           PERFORM MARCA-ACORDO THRU FIM-MARCA-ACORDO
           WRITE REG-RELAT
      *    DEBITO ATUALIZADO ATE' HOJE, ENCARGO POR ENCARGO - E' O
      *    VALOR QUE O COBRADOR NEGOCIA.
           COMPUTE W-ATUALIZADO = CB-DEB(W-IND) + CB-CORR(W-IND)
                                + CB-MULTA(W-IND) + CB-JUROS(W-IND)
           DIVIDE CB-DEB(W-IND)   BY 100 GIVING W-PRINC-ED
           DIVIDE CB-CORR(W-IND)  BY 100 GIVING W-CORR-ED
           DIVIDE CB-MULTA(W-IND) BY 100 GIVING W-MULTA-ED
           DIVIDE CB-JUROS(W-IND) BY 100 GIVING W-JUROS-ED
           DIVIDE W-ATUALIZADO    BY 100 GIVING W-TOTAL-ED
           MOVE SPACES TO REG-RELAT
           STRING "    PRINC " W-PRINC-ED " CORR " W-CORR-ED
                  " MULTA " W-MULTA-ED " JUROS " W-JUROS-ED
                  " TOTAL " W-TOTAL-ED
                  DELIMITED BY SIZE INTO REG-RELAT
           WRITE REG-RELAT
           IF CB-QUEBRA(W-IND) NOT = SPACES
              MOVE SPACES TO REG-RELAT
              STRING "    SALDO DE PLANO DE RENEGOCIACAO QUEBRADO EM "
                     CB-QUEBRA(W-IND) (7 : 2) "/"
                     CB-QUEBRA(W-IND) (5 : 2) "/"
                     CB-QUEBRA(W-IND) (1 : 4)
                     DELIMITED BY SIZE INTO REG-RELAT
              WRITE REG-RELAT.
       FIM-IMPRIME-CONTA.
           EXIT.

       FIM-GRAVA-ATRIB.
           EXIT.

      *    CONTA BAIXADA POR PAGAMENTO OU POR PERDA SAI DA
      *    ATRIBUICAO REGRAVADA -
      *    E' ASSIM QUE ELA DEIXA A CARTEIRA DO COBRADOR.
       GRAVA-UMA-ATRIB.
           IF CB-BAIXADA(W-IND) NOT = "N"
              GO TO FIM-GRAVA-UMA-ATRIB.
           MOVE SPACES TO REG-ATRIB
           MOVE CB-SEQ(W-IND)  TO AT-SEQ
           WRITE REG-ATRIB.
       FIM-GRAVA-UMA-ATRIB.
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
