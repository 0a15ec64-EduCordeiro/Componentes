      *  AGING DO XPGR47 AS EXCLUI ATE' A DATA PASSAR, E A OPCAO DE
      *  QUEBRADOS DISPARA O RELATORIO DO DIA SEGUINTE: PROMESSA
      *  VENCIDA SEM BAIXA EM COBRANCA_BAIXAS.TXT.
      *
      *  NO REGISTRO, O DEBITO DA CONTA E' ATUALIZADO ATE' A DATA
      *  PROMETIDA PARCELA A PARCELA (FINANC_PARC.TXT, PELO
      *  ENCARGOS) E MOSTRADO AO OPERADOR - PRINCIPAL, CORRECAO,
      *  MULTA, JUROS E TOTAL; VALOR PROMETIDO ZERO ASSUME O TOTAL.
      *
      *  RENEGOCIACAO: QUEM NAO PODE QUITAR DE UMA VEZ TEM O DEBITO
      *  ATUALIZADO ATE' HOJE DIVIDIDO EM ATE' 24 PARCELAS MENSAIS
      *  (ENTRADA OPCIONAL, VENCENDO HOJE). O PLANO VAI PARA
      *  RENEGOCIACAO.TXT - LINHA "P" COM O PLANO, UMA LINHA "O" POR
      *  PARCELA ANTIGA (FECHADA COMO RENEGOCIADA) E UMA LINHA "N"
      *  POR PARCELA NOVA. O COBRANCA ACOMPANHA OS PAGAMENTOS E A
      *  QUEBRA DO PLANO; O CARNE DAS PARCELAS NOVAS SAI NA RODADA
      *  "CARNE RENEGOCIACAO". CONTA COM PLANO EM ANDAMENTO NAO
      *  ENTRA EM OUTRO.
      *
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
       SPECIAL-NAMES.
                        DECIMAL-POINT            IS   COMMA.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT       PACORDO        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-QUEBRA
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PFINPARC       ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-FINPARC
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PFINANC        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-FINANC
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PRENEG         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-RENEG
                        ACCESS         MODE      IS   SEQUENTIAL.

       DATA        DIVISION.
       FILE        SECTION.
           VALUE OF FILE-ID IS "ACORDO_QUEBRADO.TXT".
       01  REG-QUEBRA        PIC X(100).

      *    PARCELAS EM ATRASO DAS CONTAS DO FINANC.TXT (XPGR47).
       FD  PFINPARC
           LABEL RECORD ARE STANDARD
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

       FD  PFINANC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FINANC.TXT".
       01  REG-FINANC.
           03 FN-SEQ         PIC X(09).
           03 FILLER         PIC X(02).
           03 FN-NOME        PIC X(30).
           03 FILLER         PIC X(30).
           03 FN-COD-ASS     PIC X(09).
           03 FILLER         PIC X(20).

      *    PLANOS DE RENEGOCIACAO - LAYOUT EM W-RENEG.
       FD  PRENEG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RENEGOCIACAO.TXT".
       01  REG-RENEG              PIC X(150).

       WORKING-STORAGE  SECTION.
       77  W-FS-ACORDO            PIC X(002) VALUE SPACES.
       77  W-FS-ATRIB             PIC X(002) VALUE SPACES.
       77  W-IND-BX               PIC 9(004) VALUE ZEROS.
       77  W-CONTA-BAIXADA        PIC X(001) VALUE "N".
       77  W-HOJE-PROM            PIC X(008) VALUE SPACES.
       77  W-FS-FINPARC           PIC X(002) VALUE SPACES.
       77  W-ENCARGOS-OK          PIC X(001) VALUE "S".
       77  W-QT-PARC              PIC 9(002) VALUE ZEROS.
       77  W-DEB-PRINC            PIC 9(011) VALUE ZEROS.
       77  W-DEB-CORR             PIC S9(011) VALUE ZEROS.
       77  W-DEB-MULTA            PIC 9(011) VALUE ZEROS.
       77  W-DEB-JUROS            PIC 9(011) VALUE ZEROS.
       77  W-DEB-TOTAL            PIC 9(011) VALUE ZEROS.
       77  W-VALOR-ED             PIC ZZZ.ZZZ.ZZ9,99.
       77  W-CORR-ED              PIC ---.---.--9,99.
       77  W-FS-FINANC            PIC X(002) VALUE SPACES.
       77  W-FS-RENEG             PIC X(002) VALUE SPACES.
       77  W-NOME-CONTA           PIC X(030) VALUE SPACES.
       77  W-COD-CONTA            PIC X(009) VALUE SPACES.
       77  W-PLANO-ATIVO          PIC X(001) VALUE "N".
       77  W-ENTRADA              PIC 9(011) VALUE ZEROS.
       77  W-QT-NOVAS             PIC 9(002) VALUE ZEROS.
       77  W-VENC-INF             PIC X(008) VALUE SPACES.
       77  W-VL-NOVA              PIC 9(011) VALUE ZEROS.
       77  W-VL-ULTIMA            PIC 9(011) VALUE ZEROS.
       77  W-CONFIRMA             PIC X(001) VALUE SPACES.
       77  W-IND-OR               PIC 9(002) VALUE ZEROS.
       77  W-IND-NV               PIC 9(002) VALUE ZEROS.
       01  W-VENC-NOVA.
           02 W-VN-AAAA           PIC 9(004).
           02 W-VN-MM             PIC 9(002).
           02 W-VN-DD             PIC 9(002).
      *    PARCELAS ANTIGAS DA CONTA, GUARDADAS PELO CALCULA-DEBITO
       01  TAB-ORIGEM.
           02 TO-ENT OCCURS 10 TIMES.
              03 TO-PARCELA       PIC 9(002).
              03 TO-VENC          PIC 9(008).
              03 TO-VALOR         PIC 9(009).
              03 TO-TOTAL         PIC 9(009).
      *    RENEGOCIACAO.TXT: TIPO "P" (PLANO), "O" (PARCELA ANTIGA,
      *    FECHADA COMO RENEGOCIADA) OU "N" (PARCELA NOVA; NUMERO 00
      *    = ENTRADA). SITUACAO DO PLANO: A = EM ANDAMENTO, Q =
      *    QUEBRADO, L = LIQUIDADO; DA PARCELA: BRANCO = EM ABERTO,
      *    P = PAGA, R = RENEGOCIADA. RN-COD-ASS E' O ASSINANTE DA
      *    CONTA NO MESTRE (E-COD-ASS DO FINANC.TXT), CHAVE PARA O
      *    CARNE DO PLANO.
       01  W-RENEG.
           02 RN-TIPO             PIC X(001).
           02 FILLER              PIC X(001).
           02 RN-SEQ              PIC X(009).
           02 FILLER              PIC X(001).
           02 RN-DADOS            PIC X(138).
           02 RN-PLANO            REDEFINES  RN-DADOS.
              03 RN-DATA          PIC 9(008).
              03 FILLER           PIC X(001).
              03 RN-NOME          PIC X(030).
              03 FILLER           PIC X(001).
              03 RN-PRINC         PIC 9(011).
              03 FILLER           PIC X(001).
              03 RN-TOTAL         PIC 9(011).
              03 FILLER           PIC X(001).
              03 RN-ENTRADA       PIC 9(011).
              03 FILLER           PIC X(001).
              03 RN-QT-PARC       PIC 9(002).
              03 FILLER           PIC X(001).
              03 RN-OPERADOR      PIC X(004).
              03 FILLER           PIC X(001).
              03 RN-LOTE          PIC 9(003).
              03 FILLER           PIC X(001).
              03 RN-SIT           PIC X(001).
              03 FILLER           PIC X(001).
              03 RN-DT-SIT        PIC 9(008).
              03 FILLER           PIC X(001).
              03 RN-PAGO          PIC 9(011).
              03 FILLER           PIC X(001).
              03 RN-CARNE         PIC X(001).
              03 FILLER           PIC X(001).
              03 RN-COD-ASS       PIC X(009).
              03 FILLER           PIC X(016).
           02 RN-PARCELA          REDEFINES  RN-DADOS.
              03 RN-NUM           PIC 9(002).
              03 FILLER           PIC X(001).
              03 RN-VENC          PIC 9(008).
              03 FILLER           PIC X(001).
              03 RN-VALOR         PIC 9(011).
              03 FILLER           PIC X(001).
              03 RN-SIT-PARC      PIC X(001).
              03 FILLER           PIC X(001).
              03 RN-DT-PAGTO      PIC 9(008).
              03 FILLER           PIC X(001).
              03 RN-ATUALIZADO    PIC 9(011).
              03 FILLER           PIC X(092).
      *    AREA DE CHAMADA DO ENCARGOS (MESMO LAYOUT DA LINKAGE DELE)
       01  W-ENCARGOS.
           02  W-EN-VALOR         PIC 9(009).
           02  W-EN-VENC          PIC 9(008).
           02  W-EN-UF            PIC X(002).
           02  W-EN-DT-BASE       PIC 9(008).
           02  W-EN-VENC-UTIL     PIC 9(008).
           02  W-EN-DIAS          PIC 9(005).
           02  W-EN-CORRECAO      PIC S9(009).
           02  W-EN-MULTA         PIC 9(009).
           02  W-EN-JUROS         PIC 9(009).
           02  W-EN-TOTAL         PIC 9(009).
           02  W-EN-PARAM         PIC X(001).
           02  W-EN-RET           PIC X(001).
       01  TAB-BAIXAS.
           03 TB-SEQ OCCURS 2000 TIMES     PIC X(09).
       01  W-DT-HOJE.
           02 W-HJ-MM  PIC 9(02).
           02 W-HJ-DD  PIC 9(02).

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
           PERFORM ESCOLHE-AMBIENTE    THRU FIM-ESCOLHE-AMBIENTE
           ACCEPT  W-DT-HOJE           FROM      DATE
           MOVE    SPACES    TO        W-HOJE-PROM
           MOVE    "20"      TO        W-HOJE-PROM (1 : 2)
           DISPLAY " "
           DISPLAY "ACORDO - PROMESSAS DE PAGAMENTO DA COBRANCA"
           DISPLAY "1=LISTAR  2=REGISTRAR  3=QUEBRADOS  4=SAIR"
                   "  5=RENEGOCIAR"
           ACCEPT  W-OPCAO
           EVALUATE W-OPCAO
               WHEN "1" PERFORM LISTA-ACORDOS
               WHEN "3" PERFORM APURA-QUEBRADOS
                             THRU FIM-APURA-QUEBRADOS
               WHEN "4" GO TO TERMINO
               WHEN "5" PERFORM RENEGOCIA-DEBITO
                             THRU FIM-RENEGOCIA-DEBITO
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE
           GO      MENU-PRINCIPAL.
           OR      W-DATA-INF          <         W-HOJE-PROM
                   DISPLAY "DATA INVALIDA OU NO PASSADO"
                   GO        FIM-REGISTRA-ACORDO.
           PERFORM CALCULA-DEBITO      THRU FIM-CALCULA-DEBITO
           DISPLAY "VALOR PROMETIDO (CENTAVOS, 0=TOTAL ATUALIZADO): "
           ACCEPT  W-VALOR-INF
           IF      W-VALOR-INF         EQUAL     ZEROS
                   MOVE      W-DEB-TOTAL         TO   W-VALOR-INF.
           DISPLAY "OPERADOR (4)..............: "
           ACCEPT  W-OPER-INF
           PERFORM PROCURA-LOTE        THRU FIM-PROCURA-LOTE
       FIM-REGISTRA-ACORDO.
           EXIT.

      *****************************************************************
      *    CALCULA-DEBITO: SOMA AS PARCELAS DA CONTA NO
      *    FINANC_PARC.TXT ATUALIZADAS ATE' A DATA PROMETIDA. SEM O
      *    ARQUIVO (OU SEM O ENCARGOS) SO' O PRINCIPAL E' MOSTRADO.
      *****************************************************************
       CALCULA-DEBITO.
           MOVE    ZEROS     TO        W-QT-PARC      W-DEB-PRINC
                                       W-DEB-CORR     W-DEB-MULTA
                                       W-DEB-JUROS    W-DEB-TOTAL
           OPEN    INPUT     PFINPARC
           IF      W-FS-FINPARC        NOT       EQUAL     "00"
                   DISPLAY "FINANC_PARC.TXT AUSENTE - SEM CALCULO "
                           "DO DEBITO ATUALIZADO"
                   GO        FIM-CALCULA-DEBITO.
       LE-FINPARC.
           READ    PFINPARC  AT        END
                   CLOSE     PFINPARC
                   GO        MOSTRA-DEBITO.
           IF      FP-SEQ    NOT       EQUAL     W-SEQ-INF
                   GO        LE-FINPARC.
           IF      FP-VALOR  NOT       NUMERIC
                   GO        LE-FINPARC.
           ADD     1         TO        W-QT-PARC
           ADD     FP-VALOR  TO        W-DEB-PRINC
           MOVE    FP-VALOR  TO        W-EN-VALOR     W-EN-TOTAL
           MOVE    ZEROS     TO        W-EN-CORRECAO  W-EN-MULTA
                                       W-EN-JUROS     W-EN-VENC
           IF      FP-VENC   NUMERIC
                   MOVE      FP-VENC   TO        W-EN-VENC.
           MOVE    FP-UF     TO        W-EN-UF
           MOVE    W-DATA-INF          TO        W-EN-DT-BASE
           IF      W-ENCARGOS-OK       EQUAL     "S"
                   CALL      "ENCARGOS"          USING     W-ENCARGOS
                             ON EXCEPTION
                             MOVE      "N"       TO   W-ENCARGOS-OK
                   END-CALL.
           ADD     W-EN-CORRECAO       TO        W-DEB-CORR
           ADD     W-EN-MULTA          TO        W-DEB-MULTA
           ADD     W-EN-JUROS          TO        W-DEB-JUROS
           ADD     W-EN-TOTAL          TO        W-DEB-TOTAL
           IF      W-QT-PARC NOT       >         10
                   MOVE      FP-PARCELA TO  TO-PARCELA(W-QT-PARC)
                   MOVE      W-EN-VENC  TO  TO-VENC(W-QT-PARC)
                   MOVE      FP-VALOR   TO  TO-VALOR(W-QT-PARC)
                   MOVE      W-EN-TOTAL TO  TO-TOTAL(W-QT-PARC).
           GO      LE-FINPARC.
       MOSTRA-DEBITO.
           IF      W-QT-PARC EQUAL     ZEROS
                   DISPLAY "CONTA SEM PARCELAS EM FINANC_PARC.TXT"
                   GO        FIM-CALCULA-DEBITO.
           DISPLAY "DEBITO ATUALIZADO ATE " W-DATA-INF
                   " (" W-QT-PARC " PARCELA(S))"
           DIVIDE  W-DEB-PRINC BY 100  GIVING    W-VALOR-ED
           DISPLAY "   PRINCIPAL ...: " W-VALOR-ED
           DIVIDE  W-DEB-CORR  BY 100  GIVING    W-CORR-ED
           DISPLAY "   CORRECAO ....: " W-CORR-ED
           DIVIDE  W-DEB-MULTA BY 100  GIVING    W-VALOR-ED
           DISPLAY "   MULTA .......: " W-VALOR-ED
           DIVIDE  W-DEB-JUROS BY 100  GIVING    W-VALOR-ED
           DISPLAY "   JUROS .......: " W-VALOR-ED
           DIVIDE  W-DEB-TOTAL BY 100  GIVING    W-VALOR-ED
           DISPLAY "   TOTAL .......: " W-VALOR-ED
           IF      W-ENCARGOS-OK       NOT       EQUAL     "S"
                   DISPLAY "   (SEM O ENCARGOS - SO' O PRINCIPAL)".
       FIM-CALCULA-DEBITO.
           EXIT.

      *****************************************************************
      *    RENEGOCIA-DEBITO: DEBITO ATUALIZADO ATE' HOJE, MENOS A
      *    ENTRADA, EM N PARCELAS MENSAIS IGUAIS (A ULTIMA LEVA O
      *    ARREDONDAMENTO) NO MESMO DIA DO MES DA PRIMEIRA - POR
      *    ISSO O DIA VAI DE 01 A 28.
      *****************************************************************
       RENEGOCIA-DEBITO.
           DISPLAY "CONTA (SEQ DO FINANC.TXT): "
           ACCEPT  W-SEQ-INF
           IF      W-SEQ-INF EQUAL     SPACES
                   DISPLAY "CONTA OBRIGATORIA"
                   GO        FIM-RENEGOCIA-DEBITO.
           PERFORM PROCURA-PLANO       THRU FIM-PROCURA-PLANO
           IF      W-PLANO-ATIVO       EQUAL     "S"
                   DISPLAY "CONTA JA TEM PLANO DE RENEGOCIACAO EM "
                           "ANDAMENTO"
                   GO        FIM-RENEGOCIA-DEBITO.
           PERFORM PROCURA-NOME        THRU FIM-PROCURA-NOME
           IF      W-NOME-CONTA        EQUAL     SPACES
                   DISPLAY "CONTA NAO ESTA NO FINANC.TXT"
                   GO        FIM-RENEGOCIA-DEBITO.
           DISPLAY "CONTA " W-SEQ-INF " - " W-NOME-CONTA
           MOVE    W-HOJE-PROM         TO        W-DATA-INF
           PERFORM CALCULA-DEBITO      THRU FIM-CALCULA-DEBITO
           IF      W-QT-PARC EQUAL     ZEROS
                   GO        FIM-RENEGOCIA-DEBITO.
           DISPLAY "ENTRADA (CENTAVOS, 0=SEM ENTRADA)..: "
           ACCEPT  W-ENTRADA
           IF      W-ENTRADA NOT       <         W-DEB-TOTAL
                   DISPLAY "ENTRADA COBRE O DEBITO - REGISTRE UMA "
                           "PROMESSA (OPCAO 2)"
                   GO        FIM-RENEGOCIA-DEBITO.
           DISPLAY "NUMERO DE PARCELAS (1 A 24).......: "
           ACCEPT  W-QT-NOVAS
           IF      W-QT-NOVAS          <         1
           OR      W-QT-NOVAS          >         24
                   DISPLAY "NUMERO DE PARCELAS INVALIDO"
                   GO        FIM-RENEGOCIA-DEBITO.
           DISPLAY "VENCIMENTO DA 1A PARCELA (AAAAMMDD): "
           ACCEPT  W-VENC-INF
           IF      W-VENC-INF          NOT       NUMERIC
           OR      W-VENC-INF          <         W-HOJE-PROM
                   DISPLAY "DATA INVALIDA OU NO PASSADO"
                   GO        FIM-RENEGOCIA-DEBITO.
           MOVE    W-VENC-INF          TO        W-VENC-NOVA
           IF      W-VN-MM   <         1         OR   W-VN-MM > 12
           OR      W-VN-DD   <         1         OR   W-VN-DD > 28
                   DISPLAY "DATA INVALIDA (DIA DE 01 A 28)"
                   GO        FIM-RENEGOCIA-DEBITO.
           COMPUTE W-VL-NOVA = (W-DEB-TOTAL - W-ENTRADA) / W-QT-NOVAS
           COMPUTE W-VL-ULTIMA = W-DEB-TOTAL - W-ENTRADA
                               - (W-VL-NOVA * (W-QT-NOVAS - 1))
           DISPLAY "PLANO:"
           DIVIDE  W-DEB-TOTAL BY 100  GIVING    W-VALOR-ED
           DISPLAY "   RENEGOCIADO .: " W-VALOR-ED
           DIVIDE  W-ENTRADA   BY 100  GIVING    W-VALOR-ED
           DISPLAY "   ENTRADA HOJE : " W-VALOR-ED
           DIVIDE  W-VL-NOVA   BY 100  GIVING    W-VALOR-ED
           DISPLAY "   " W-QT-NOVAS " PARCELA(S) DE " W-VALOR-ED
                   " A PARTIR DE " W-VENC-INF
           DIVIDE  W-VL-ULTIMA BY 100  GIVING    W-VALOR-ED
           DISPLAY "   ULTIMA PARCELA " W-VALOR-ED
           DISPLAY "OPERADOR (4)......................: "
           ACCEPT  W-OPER-INF
           DISPLAY "CONFIRMA O PLANO (S/N)? "
           ACCEPT  W-CONFIRMA
           IF      W-CONFIRMA          NOT EQUAL "S" AND "s"
                   DISPLAY "PLANO DESCARTADO"
                   GO        FIM-RENEGOCIA-DEBITO.
           PERFORM PROCURA-LOTE        THRU FIM-PROCURA-LOTE
           OPEN    EXTEND    PRENEG
           IF      W-FS-RENEG          NOT       EQUAL     "00"
                   OPEN      OUTPUT    PRENEG.
           IF      W-FS-RENEG          NOT       EQUAL     "00"
                   DISPLAY "ERRO AO GRAVAR RENEGOCIACAO.TXT = "
                           W-FS-RENEG
                   GO        FIM-RENEGOCIA-DEBITO.
           MOVE    SPACES    TO        W-RENEG
           MOVE    "P"       TO        RN-TIPO
           MOVE    W-SEQ-INF TO        RN-SEQ
           MOVE    W-HOJE-PROM         TO        RN-DATA
           MOVE    W-NOME-CONTA        TO        RN-NOME
           MOVE    W-DEB-PRINC         TO        RN-PRINC
           MOVE    W-DEB-TOTAL         TO        RN-TOTAL
           MOVE    W-ENTRADA TO        RN-ENTRADA
           MOVE    W-QT-NOVAS          TO        RN-QT-PARC
           MOVE    W-OPER-INF          TO        RN-OPERADOR
           MOVE    W-LOTE-CONTA        TO        RN-LOTE
           MOVE    "A"       TO        RN-SIT
           MOVE    W-HOJE-PROM         TO        RN-DT-SIT
           MOVE    ZEROS     TO        RN-PAGO
           MOVE    "N"       TO        RN-CARNE
           MOVE    W-COD-CONTA         TO        RN-COD-ASS
           WRITE   REG-RENEG FROM      W-RENEG
           PERFORM GRAVA-ORIGEM        THRU FIM-GRAVA-ORIGEM
                    VARYING W-IND-OR FROM 1 BY 1
                    UNTIL   W-IND-OR > W-QT-PARC OR W-IND-OR > 10
           IF      W-ENTRADA NOT       EQUAL     ZEROS
                   MOVE      SPACES    TO        W-RENEG
                   MOVE      W-HOJE-PROM         TO   RN-VENC
                   MOVE      ZEROS     TO        W-IND-NV
                   MOVE      W-ENTRADA TO        RN-VALOR
                   PERFORM   GRAVA-NOVA          THRU FIM-GRAVA-NOVA.
           PERFORM GRAVA-PARCELA-NOVA  THRU FIM-GRAVA-PARCELA-NOVA
                    VARYING W-IND-NV FROM 1 BY 1
                    UNTIL   W-IND-NV > W-QT-NOVAS
           CLOSE   PRENEG
           DISPLAY "PLANO REGISTRADO - O CARNE SAI NA RODADA "
                   "CARNE RENEGOCIACAO".
       FIM-RENEGOCIA-DEBITO.
           EXIT.

       GRAVA-ORIGEM.
           MOVE    SPACES    TO        W-RENEG
           MOVE    "O"       TO        RN-TIPO
           MOVE    W-SEQ-INF TO        RN-SEQ
           MOVE    TO-PARCELA(W-IND-OR)          TO   RN-NUM
           MOVE    TO-VENC(W-IND-OR)   TO        RN-VENC
           MOVE    TO-VALOR(W-IND-OR)  TO        RN-VALOR
           MOVE    "R"       TO        RN-SIT-PARC
           MOVE    W-HOJE-PROM         TO        RN-DT-PAGTO
           MOVE    TO-TOTAL(W-IND-OR)  TO        RN-ATUALIZADO
           WRITE   REG-RENEG FROM      W-RENEG.
       FIM-GRAVA-ORIGEM.
           EXIT.

      *    PARCELA NOVA W-IND-NV: A PRIMEIRA NA DATA INFORMADA, AS
      *    SEGUINTES UM MES DEPOIS DA ANTERIOR.
       GRAVA-PARCELA-NOVA.
           MOVE    SPACES    TO        W-RENEG
           IF      W-IND-NV  >         1
                   ADD       1         TO        W-VN-MM
                   IF        W-VN-MM   >         12
                             MOVE      1         TO   W-VN-MM
                             ADD       1         TO   W-VN-AAAA.
           MOVE    W-VENC-NOVA         TO        RN-VENC
           MOVE    W-VL-NOVA TO        RN-VALOR
           IF      W-IND-NV  EQUAL     W-QT-NOVAS
                   MOVE      W-VL-ULTIMA         TO   RN-VALOR.
           PERFORM GRAVA-NOVA          THRU FIM-GRAVA-NOVA.
       FIM-GRAVA-PARCELA-NOVA.
           EXIT.

      *    RN-VENC E RN-VALOR JA' PREENCHIDOS PELO CHAMADOR.
       GRAVA-NOVA.
           MOVE    "N"       TO        RN-TIPO
           MOVE    W-SEQ-INF TO        RN-SEQ
           MOVE    W-IND-NV  TO        RN-NUM
           MOVE    SPACES    TO        RN-SIT-PARC
           MOVE    ZEROS     TO        RN-DT-PAGTO    RN-ATUALIZADO
           WRITE   REG-RENEG FROM      W-RENEG.
       FIM-GRAVA-NOVA.
           EXIT.

      *    W-PLANO-ATIVO = "S" SE A CONTA TEM PLANO "A" NO ARQUIVO.
       PROCURA-PLANO.
           MOVE    "N"       TO        W-PLANO-ATIVO
           OPEN    INPUT     PRENEG
           IF      W-FS-RENEG          NOT       EQUAL     "00"
                   GO        FIM-PROCURA-PLANO.
       LE-PLANO.
           READ    PRENEG    INTO      W-RENEG   AT        END
                   CLOSE     PRENEG
                   GO        FIM-PROCURA-PLANO.
           IF      RN-TIPO   EQUAL     "P"
           AND     RN-SEQ    EQUAL     W-SEQ-INF
           AND     RN-SIT    EQUAL     "A"
                   MOVE      "S"       TO        W-PLANO-ATIVO.
           GO      LE-PLANO.
       FIM-PROCURA-PLANO.
           EXIT.

       PROCURA-NOME.
           MOVE    SPACES    TO        W-NOME-CONTA W-COD-CONTA
           OPEN    INPUT     PFINANC
           IF      W-FS-FINANC         NOT       EQUAL     "00"
                   GO        FIM-PROCURA-NOME.
       LE-NOME.
           READ    PFINANC   AT        END
                   CLOSE     PFINANC
                   GO        FIM-PROCURA-NOME.
           IF      FN-SEQ    EQUAL     W-SEQ-INF
                   MOVE      FN-NOME   TO        W-NOME-CONTA
                   MOVE      FN-COD-ASS          TO   W-COD-CONTA.
           GO      LE-NOME.
       FIM-PROCURA-NOME.
           EXIT.

       PROCURA-LOTE.
           MOVE    "N"       TO        W-ACHOU-ATRIB
           MOVE    ZEROS     TO        W-LOTE-CONTA
                   MOVE      "S"       TO        W-CONTA-BAIXADA.
       FIM-TESTA-BAIXA-ITEM.
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
           DISPLAY "AMBIENTE: "        W-AM-NOME.
       FIM-ESCOLHE-AMBIENTE.
           EXIT.
