       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CONCILIA.
      *------------------------------------------------------------
      * CONCILIACAO DIARIA DO CAIXA: CONFRONTA OS PAGAMENTOS
      * LANCADOS EM PAGAMENTOS.TXT (RETORNO DO REMESSA E DIGITACAO)
      * COM OS CREDITOS DO EXTRATO DO BANCO (EXTRATO_BANCO.TXT).
      * O CASAMENTO E' FEITO EM TRES PASSADAS:
      *
      *    1 - NOSSO NUMERO (SEQUENCIA DO DOCUMENTO NAS 9 PRIMEIRAS
      *        POSICOES DO DOCUMENTO DO EXTRATO) E VALOR IGUAIS;
      *    2 - NOSSO NUMERO IGUAL E VALOR DIFERENTE - SAI COMO
      *        DIFERENCA DE VALOR;
      *    3 - SEM NOSSO NUMERO: MESMO VALOR, COM O CREDITO ENTRE A
      *        DATA DO PAGAMENTO E N DIAS DEPOIS (3 POR OMISSAO - O
      *        PRAZO DE FLUTUACAO DO BANCO).
      *
      * O QUE NAO CASA VAI PARA A LISTA DE PENDENCIAS
      * (CONCILIA_PEND.TXT) E VOLTA NA RODADA SEGUINTE ATE' CASAR:
      * PAGAMENTO LANCADO SEM CREDITO NO BANCO E CREDITO SEM
      * PAGAMENTO LANCADO (DINHEIRO NAO IDENTIFICADO), CADA UM COM A
      * DATA EM QUE ENTROU NA LISTA. A PRIMEIRA LINHA DA LISTA GUARDA
      * A DATA DO ULTIMO EXTRATO CONCILIADO: SO' ENTRAM NA RODADA OS
      * LANCAMENTOS DO EXTRATO DEPOIS DELA E OS PAGAMENTOS DATADOS
      * DEPOIS DELA ATE' A DATA DO EXTRATO NOVO - PAGAMENTO DATADO
      * DEPOIS DO EXTRATO ESPERA O EXTRATO DO DIA DELE.
      *
      * DEBITOS DO EXTRATO NAO SAO CONCILIADOS AQUI. RELATORIO EM
      * CONCILIA_REL.TXT.
      *
      * EXTRATO_BANCO.TXT: DATA (AAAAMMDD), C/D, VALOR EM CENTAVOS
      * (13 POSICOES), DOCUMENTO E HISTORICO, SEPARADOS POR UM
      * BRANCO.
      *
      * CHAMADA DESATENDIDA:
      *    CONCILIA [DIAS-DE-FLUTUACAO]
      *------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT  IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEXTRATO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-EXTRATO
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PPAGTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-PAGTO
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PPEND ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-PEND
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PRELAT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-RELAT
           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------
      *    EXTRATO DIARIO DO BANCO: SO' OS CREDITOS ("C") ENTRAM.
      *-----------------------------------------------------------
       FD  PEXTRATO
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "EXTRATO_BANCO.TXT".
       01  REG-EXTRATO.
           03 EX-DATA        PIC X(08).
           03 FILLER         PIC X(01).
           03 EX-DC          PIC X(01).
           03 FILLER         PIC X(01).
           03 EX-VALOR       PIC 9(13).
           03 FILLER         PIC X(01).
           03 EX-DOCUMENTO   PIC X(20).
           03 FILLER         PIC X(01).
           03 EX-HISTORICO   PIC X(40).

      *-----------------------------------------------------------
      *    PAGAMENTOS LANCADOS - MESMO LAYOUT QUE O COBRANCA APLICA
      *    (VALOR EDITADO OU SO' DIGITOS; O EXTRATOR LE DIGITOS).
      *-----------------------------------------------------------
       FD  PPAGTO
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "PAGAMENTOS.TXT".
       01  REG-PAGTO.
           03 PG-SEQ         PIC X(09).
           03 FILLER         PIC X(02).
           03 PG-DATA        PIC X(08).
           03 FILLER         PIC X(02).
           03 PG-VALOR       PIC X(12).
      *    DEBITO AUTOMATICO: O NOSSO NUMERO DO DEBITO COMECA PELO
      *    ASSINANTE - E' ELE QUE CASA COM O DOCUMENTO DO EXTRATO.
           03 FILLER         PIC X(02).
           03 PG-COD-ASS     PIC X(09).

      *-----------------------------------------------------------
      *    PENDENCIAS DE UM DIA PARA O OUTRO. TIPO "H" (PRIMEIRA
      *    LINHA: DATA DO ULTIMO EXTRATO CONCILIADO), "P" (PAGAMENTO
      *    SEM CREDITO - DOCUMENTO = SEQUENCIA) OU "C" (CREDITO SEM
      *    PAGAMENTO). PD-DT-INCL = DATA EM QUE ENTROU NA LISTA.
      *-----------------------------------------------------------
       FD  PPEND
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "CONCILIA_PEND.TXT".
       01  REG-PEND.
           03 PD-TIPO        PIC X(01).
           03 FILLER         PIC X(01).
           03 PD-DATA        PIC 9(08).
           03 FILLER         PIC X(01).
           03 PD-VALOR       PIC 9(13).
           03 FILLER         PIC X(01).
           03 PD-DOC         PIC X(20).
           03 FILLER         PIC X(01).
           03 PD-DT-INCL     PIC 9(08).
           03 FILLER         PIC X(01).
           03 PD-HIST        PIC X(40).

       FD  PRELAT
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "CONCILIA_REL.TXT".
       01  REG-RELAT         PIC X(120).

       WORKING-STORAGE SECTION.
       77 W-FS-EXTRATO     PIC X(02) VALUE SPACES.
       77 W-FS-PAGTO       PIC X(02) VALUE SPACES.
       77 W-FS-PEND        PIC X(02) VALUE SPACES.
       77 W-FS-RELAT       PIC X(02) VALUE SPACES.
       77 W-ARGC           PIC 9(02) VALUE ZEROS.
       77 W-PARAM          PIC 9(03) VALUE ZEROS.
       77 W-DIAS-FLUT      PIC 9(03) VALUE 3.
       77 W-ULT-EXTRATO    PIC 9(08) VALUE ZEROS.
       77 W-CORTE          PIC 9(08) VALUE ZEROS.
       77 W-QT-PG          PIC 9(05) VALUE ZEROS.
       77 W-QT-EX          PIC 9(05) VALUE ZEROS.
       77 W-IND-PG         PIC 9(05) VALUE ZEROS.
       77 W-IND-EX         PIC 9(05) VALUE ZEROS.
       77 W-ACHOU          PIC 9(05) VALUE ZEROS.
       77 W-PASSADA        PIC 9(01) VALUE ZEROS.
       77 W-QT-DEBITOS     PIC 9(05) VALUE ZEROS.
       77 W-QT-REPETIDOS   PIC 9(05) VALUE ZEROS.
       77 W-QT-ESPERA      PIC 9(05) VALUE ZEROS.
       77 W-ESTOURO        PIC X(30) VALUE SPACES.
       77 W-QT-CONC        PIC 9(05) VALUE ZEROS.
       77 W-QT-DIF         PIC 9(05) VALUE ZEROS.
       77 W-QT-PG-ABERTO   PIC 9(05) VALUE ZEROS.
       77 W-QT-EX-ABERTO   PIC 9(05) VALUE ZEROS.
       77 W-QT-ANTIGAS     PIC 9(05) VALUE ZEROS.
       77 W-TOT-CONC       PIC 9(13) VALUE ZEROS.
       77 W-TOT-DIF        PIC S9(13) VALUE ZEROS.
       77 W-TOT-PG-ABERTO  PIC 9(13) VALUE ZEROS.
       77 W-TOT-EX-ABERTO  PIC 9(13) VALUE ZEROS.
       77 W-DIFERENCA      PIC S9(13) VALUE ZEROS.
       77 W-VAL-CENTS      PIC 9(13) VALUE ZEROS.
       77 W-I-CHAR         PIC 9(02) VALUE ZEROS.
       77 W-INT-PG         PIC 9(07) VALUE ZEROS.
       77 W-INT-EX         PIC 9(07) VALUE ZEROS.
       77 W-INT-HOJE       PIC 9(07) VALUE ZEROS.
       77 W-DIAS           PIC 9(05) VALUE ZEROS.
       77 W-VALOR-ED       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 W-VALOR2-ED      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 W-DIF-ED         PIC --.---.---.--9,99.
       01 W-TROCA          PIC X(12) VALUE SPACES.
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-DATA-ED.
          02 W-DE-DD       PIC X(02).
          02 FILLER        PIC X(01) VALUE "/".
          02 W-DE-MM       PIC X(02).
          02 FILLER        PIC X(01) VALUE "/".
          02 W-DE-AAAA     PIC X(04).
       01 W-DATA-ED2.
          02 W-DE2-DD      PIC X(02).
          02 FILLER        PIC X(01) VALUE "/".
          02 W-DE2-MM      PIC X(02).
          02 FILLER        PIC X(01) VALUE "/".
          02 W-DE2-AAAA    PIC X(04).
       01 W-DATA-X         PIC X(08) VALUE SPACES.
      *    PAGAMENTOS EM JOGO: NOVOS DA RODADA E PENDENTES DE ANTES.
      *    SITUACAO: BRANCO = EM ABERTO, C = CONCILIADO, D = CASADO
      *    PELO NOSSO NUMERO COM DIFERENCA DE VALOR.
       01 TAB-PG.
          02 TP-ENT OCCURS 5000 TIMES.
             03 TP-SEQ      PIC X(09).
             03 TP-DATA     PIC 9(08).
             03 TP-VALOR    PIC 9(13).
             03 TP-DT-INCL  PIC 9(08).
             03 TP-SIT      PIC X(01).
             03 TP-IND-EX   PIC 9(05).
      *    CREDITOS EM JOGO: DO EXTRATO NOVO E PENDENTES DE ANTES.
       01 TAB-EX.
          02 TE-ENT OCCURS 5000 TIMES.
             03 TE-DATA     PIC 9(08).
             03 TE-VALOR    PIC 9(13).
             03 TE-DOC      PIC X(20).
             03 TE-HIST     PIC X(40).
             03 TE-DT-INCL  PIC 9(08).
             03 TE-SIT      PIC X(01).

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
              MOVE ZEROS TO W-PARAM
              ACCEPT W-PARAM FROM ARGUMENT-VALUE
              IF W-PARAM > ZEROS
                 MOVE W-PARAM TO W-DIAS-FLUT.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           COMPUTE W-INT-HOJE = FUNCTION INTEGER-OF-DATE(W-HOJE)

           PERFORM CARREGA-PENDENTES THRU FIM-CARREGA-PENDENTES
           PERFORM CARREGA-EXTRATO   THRU FIM-CARREGA-EXTRATO
           PERFORM CARREGA-PAGTOS    THRU FIM-CARREGA-PAGTOS

           PERFORM CASA-PAGAMENTO THRU FIM-CASA-PAGAMENTO
                    VARYING W-PASSADA FROM 1 BY 1 UNTIL W-PASSADA > 3
                    AFTER W-IND-PG FROM 1 BY 1 UNTIL W-IND-PG > W-QT-PG

           OPEN OUTPUT PRELAT
           IF W-FS-RELAT NOT = "00"
              DISPLAY "ERRO NA ABERTURA DE CONCILIA_REL.TXT = "
                      W-FS-RELAT
              STOP RUN.
           WRITE REG-RELAT FROM W-CAB-AMBIENTE
           PERFORM IMPRIME-CABECALHO THRU FIM-IMPRIME-CABECALHO
           PERFORM IMPRIME-DIFERENCAS THRU FIM-IMPRIME-DIFERENCAS
           PERFORM IMPRIME-PG-ABERTOS THRU FIM-IMPRIME-PG-ABERTOS
           PERFORM IMPRIME-EX-ABERTOS THRU FIM-IMPRIME-EX-ABERTOS
           PERFORM IMPRIME-RESUMO THRU FIM-IMPRIME-RESUMO
           CLOSE PRELAT
           PERFORM ARQUIVA-RELATORIO THRU FIM-ARQUIVA-RELATORIO

           PERFORM GRAVA-PENDENTES THRU FIM-GRAVA-PENDENTES

           DISPLAY "EXTRATO CONCILIADO ATE......: " W-CORTE
           DISPLAY "CONCILIADOS.................: " W-QT-CONC
           DISPLAY "DIFERENCAS DE VALOR.........: " W-QT-DIF
           DISPLAY "PAGAMENTOS SEM CREDITO......: " W-QT-PG-ABERTO
           DISPLAY "CREDITOS SEM PAGAMENTO......: " W-QT-EX-ABERTO
           DISPLAY "RELATORIO EM CONCILIA_REL.TXT"
           STOP RUN.

      *-----------------------------------------------------------
      *    CARREGA-PENDENTES: O QUE FICOU EM ABERTO NAS RODADAS
      *    ANTERIORES, COM A DATA DO ULTIMO EXTRATO CONCILIADO.
      *-----------------------------------------------------------
       CARREGA-PENDENTES.
           OPEN INPUT PPEND
           IF W-FS-PEND NOT = "00"
              GO TO FIM-CARREGA-PENDENTES.
       LE-PEND.
           READ PPEND AT END
                CLOSE PPEND
                GO TO FIM-CARREGA-PENDENTES.
           IF PD-TIPO = "H"
              MOVE PD-DATA TO W-ULT-EXTRATO
              GO TO LE-PEND.
           IF PD-TIPO = "P" AND W-QT-PG NOT < 5000
              CLOSE PPEND
              MOVE "PAGAMENTOS PENDENTES" TO W-ESTOURO
              PERFORM ESTOURO-TABELA THRU FIM-ESTOURO-TABELA.
           IF PD-TIPO = "C" AND W-QT-EX NOT < 5000
              CLOSE PPEND
              MOVE "CREDITOS PENDENTES" TO W-ESTOURO
              PERFORM ESTOURO-TABELA THRU FIM-ESTOURO-TABELA.
           IF PD-TIPO = "P"
              ADD 1 TO W-QT-PG
              MOVE PD-DOC (1 : 9) TO TP-SEQ(W-QT-PG)
              MOVE PD-DATA        TO TP-DATA(W-QT-PG)
              MOVE PD-VALOR       TO TP-VALOR(W-QT-PG)
              MOVE PD-DT-INCL     TO TP-DT-INCL(W-QT-PG)
              MOVE SPACES         TO TP-SIT(W-QT-PG)
              MOVE ZEROS          TO TP-IND-EX(W-QT-PG)
              GO TO LE-PEND.
           IF PD-TIPO = "C"
              ADD 1 TO W-QT-EX
              MOVE PD-DATA        TO TE-DATA(W-QT-EX)
              MOVE PD-VALOR       TO TE-VALOR(W-QT-EX)
              MOVE PD-DOC         TO TE-DOC(W-QT-EX)
              MOVE PD-HIST        TO TE-HIST(W-QT-EX)
              MOVE PD-DT-INCL     TO TE-DT-INCL(W-QT-EX)
              MOVE SPACES         TO TE-SIT(W-QT-EX).
           GO TO LE-PEND.
       FIM-CARREGA-PENDENTES.
           EXIT.

      *-----------------------------------------------------------
      *    CARREGA-EXTRATO: CREDITOS DATADOS DEPOIS DO ULTIMO
      *    EXTRATO CONCILIADO. A DATA MAIS NOVA VIRA O CORTE DOS
      *    PAGAMENTOS DA RODADA.
      *-----------------------------------------------------------
       CARREGA-EXTRATO.
           MOVE W-ULT-EXTRATO TO W-CORTE
           OPEN INPUT PEXTRATO
           IF W-FS-EXTRATO NOT = "00"
              DISPLAY "EXTRATO DO BANCO (EXTRATO_BANCO.TXT) NAO "
                      "ENCONTRADO = " W-FS-EXTRATO
              STOP RUN.
       LE-EXTRATO.
           READ PEXTRATO AT END
                CLOSE PEXTRATO
                GO TO FIM-CARREGA-EXTRATO.
           IF EX-DATA NOT NUMERIC OR EX-VALOR NOT NUMERIC
              GO TO LE-EXTRATO.
           IF EX-DC NOT = "C" AND EX-DC NOT = "c"
              ADD 1 TO W-QT-DEBITOS
              GO TO LE-EXTRATO.
           IF EX-DATA NOT > W-ULT-EXTRATO
              ADD 1 TO W-QT-REPETIDOS
              GO TO LE-EXTRATO.
           IF W-QT-EX NOT < 5000
              CLOSE PEXTRATO
              MOVE "CREDITOS DO EXTRATO" TO W-ESTOURO
              PERFORM ESTOURO-TABELA THRU FIM-ESTOURO-TABELA.
           ADD 1 TO W-QT-EX
           MOVE EX-DATA      TO TE-DATA(W-QT-EX)
           MOVE EX-VALOR     TO TE-VALOR(W-QT-EX)
           MOVE EX-DOCUMENTO TO TE-DOC(W-QT-EX)
           MOVE EX-HISTORICO TO TE-HIST(W-QT-EX)
           MOVE W-HOJE       TO TE-DT-INCL(W-QT-EX)
           MOVE SPACES       TO TE-SIT(W-QT-EX)
           IF TE-DATA(W-QT-EX) > W-CORTE
              MOVE TE-DATA(W-QT-EX) TO W-CORTE.
           GO TO LE-EXTRATO.
       FIM-CARREGA-EXTRATO.
           EXIT.

      *-----------------------------------------------------------
      *    CARREGA-PAGTOS: PAGAMENTOS DATADOS DEPOIS DO ULTIMO
      *    EXTRATO CONCILIADO ATE' O CORTE. OS DATADOS DEPOIS DO
      *    CORTE ESPERAM O EXTRATO DO DIA DELES.
      *-----------------------------------------------------------
       CARREGA-PAGTOS.
           OPEN INPUT PPAGTO
           IF W-FS-PAGTO NOT = "00"
              GO TO FIM-CARREGA-PAGTOS.
       LE-PAGTO.
           READ PPAGTO AT END
                CLOSE PPAGTO
                GO TO FIM-CARREGA-PAGTOS.
           IF PG-SEQ = SPACES AND PG-COD-ASS = SPACES
              GO TO LE-PAGTO.
           IF PG-DATA NOT NUMERIC
              GO TO LE-PAGTO.
           MOVE PG-DATA TO W-DATA-X
           IF W-DATA-X NOT > W-ULT-EXTRATO (1 : 8)
              GO TO LE-PAGTO.
           IF W-DATA-X > W-CORTE (1 : 8)
              ADD 1 TO W-QT-ESPERA
              GO TO LE-PAGTO.
           IF W-QT-PG NOT < 5000
              CLOSE PPAGTO
              MOVE "PAGAMENTOS" TO W-ESTOURO
              PERFORM ESTOURO-TABELA THRU FIM-ESTOURO-TABELA.
           MOVE PG-VALOR TO W-TROCA
           PERFORM EXTRAI-CENTAVOS THRU FIM-EXTRAI-CENTAVOS
           ADD 1 TO W-QT-PG
           IF PG-COD-ASS NOT = SPACES
              MOVE PG-COD-ASS  TO TP-SEQ(W-QT-PG)
           ELSE
              MOVE PG-SEQ      TO TP-SEQ(W-QT-PG).
           MOVE PG-DATA     TO TP-DATA(W-QT-PG)
           MOVE W-VAL-CENTS TO TP-VALOR(W-QT-PG)
           MOVE W-HOJE      TO TP-DT-INCL(W-QT-PG)
           MOVE SPACES      TO TP-SIT(W-QT-PG)
           MOVE ZEROS       TO TP-IND-EX(W-QT-PG)
           GO TO LE-PAGTO.
       FIM-CARREGA-PAGTOS.
           EXIT.

       EXTRAI-CENTAVOS.
           MOVE ZEROS TO W-VAL-CENTS
           PERFORM EXTRAI-UM-DIGITO THRU FIM-EXTRAI-UM-DIGITO
                    VARYING W-I-CHAR FROM 1 BY 1
                    UNTIL W-I-CHAR > 12.
       FIM-EXTRAI-CENTAVOS.
           EXIT.

       EXTRAI-UM-DIGITO.
           IF W-TROCA (W-I-CHAR : 1) NUMERIC
              COMPUTE W-VAL-CENTS = (W-VAL-CENTS * 10)
                    + FUNCTION NUMVAL(W-TROCA (W-I-CHAR : 1)).
       FIM-EXTRAI-UM-DIGITO.
           EXIT.

      *-----------------------------------------------------------
      *    ESTOURO-TABELA: MAIS DE 5000 LINHAS EM JOGO. A RODADA
      *    PARA ANTES DE REGRAVAR AS PENDENCIAS - O EXTRATO
      *    CONCILIADO NAO AVANCA E NADA FICA PARA TRAS SEM CASAR.
      *-----------------------------------------------------------
       ESTOURO-TABELA.
           DISPLAY "RODADA INTERROMPIDA - MAIS DE 5000 EM JOGO: "
                   W-ESTOURO
           DISPLAY "PENDENCIAS E ULTIMO EXTRATO CONCILIADO FICAM "
                   "COMO ESTAVAM"
           STOP RUN.
       FIM-ESTOURO-TABELA.
           EXIT.

      *-----------------------------------------------------------
      *    CASA-PAGAMENTO: PROCURA, NA PASSADA DA VEZ, O CREDITO EM
      *    ABERTO DO PAGAMENTO EM ABERTO. O PRIMEIRO QUE SERVE FICA.
      *-----------------------------------------------------------
       CASA-PAGAMENTO.
           IF TP-SIT(W-IND-PG) NOT = SPACES
              GO TO FIM-CASA-PAGAMENTO.
           MOVE ZEROS TO W-ACHOU
           PERFORM TESTA-CREDITO THRU FIM-TESTA-CREDITO
                    VARYING W-IND-EX FROM 1 BY 1
                    UNTIL W-IND-EX > W-QT-EX OR W-ACHOU > ZEROS
           IF W-ACHOU = ZEROS
              GO TO FIM-CASA-PAGAMENTO.
           MOVE W-ACHOU TO TP-IND-EX(W-IND-PG)
           IF TP-DT-INCL(W-IND-PG) < W-HOJE
              ADD 1 TO W-QT-ANTIGAS.
           IF TE-DT-INCL(W-ACHOU) < W-HOJE
              ADD 1 TO W-QT-ANTIGAS.
           IF W-PASSADA = 2
              MOVE "D" TO TP-SIT(W-IND-PG) TE-SIT(W-ACHOU)
              ADD 1 TO W-QT-DIF
              COMPUTE W-TOT-DIF = W-TOT-DIF + TE-VALOR(W-ACHOU)
                                - TP-VALOR(W-IND-PG)
           ELSE
              MOVE "C" TO TP-SIT(W-IND-PG) TE-SIT(W-ACHOU)
              ADD 1 TO W-QT-CONC
              ADD TP-VALOR(W-IND-PG) TO W-TOT-CONC.
       FIM-CASA-PAGAMENTO.
           EXIT.

       TESTA-CREDITO.
           IF TE-SIT(W-IND-EX) NOT = SPACES
              GO TO FIM-TESTA-CREDITO.
           IF W-PASSADA = 3
              GO TO TESTA-CREDITO-DATA.
           IF TE-DOC(W-IND-EX) (1 : 9) NOT = TP-SEQ(W-IND-PG)
              GO TO FIM-TESTA-CREDITO.
           IF W-PASSADA = 1
              AND TE-VALOR(W-IND-EX) NOT = TP-VALOR(W-IND-PG)
              GO TO FIM-TESTA-CREDITO.
           MOVE W-IND-EX TO W-ACHOU
           GO TO FIM-TESTA-CREDITO.
      *    SEM NOSSO NUMERO: VALOR IGUAL E CREDITO NO PRAZO DE
      *    FLUTUACAO A PARTIR DA DATA DO PAGAMENTO.
       TESTA-CREDITO-DATA.
           IF TE-VALOR(W-IND-EX) NOT = TP-VALOR(W-IND-PG)
              GO TO FIM-TESTA-CREDITO.
           IF TE-DATA(W-IND-EX) < TP-DATA(W-IND-PG)
              GO TO FIM-TESTA-CREDITO.
           COMPUTE W-INT-PG =
                   FUNCTION INTEGER-OF-DATE(TP-DATA(W-IND-PG))
           COMPUTE W-INT-EX =
                   FUNCTION INTEGER-OF-DATE(TE-DATA(W-IND-EX))
           IF W-INT-EX - W-INT-PG > W-DIAS-FLUT
              GO TO FIM-TESTA-CREDITO.
           MOVE W-IND-EX TO W-ACHOU.
       FIM-TESTA-CREDITO.
           EXIT.

      *-----------------------------------------------------------
      *    RELATORIO
      *-----------------------------------------------------------
       IMPRIME-CABECALHO.
           MOVE W-CORTE TO W-DATA-X
           PERFORM EDITA-DATA THRU FIM-EDITA-DATA
           MOVE SPACES TO REG-RELAT
           STRING "CONCILIA - CONCILIACAO DO CAIXA - EXTRATO ATE "
                  W-DATA-ED
                  DELIMITED BY SIZE INTO REG-RELAT
           WRITE REG-RELAT
           MOVE W-HOJE TO W-DATA-X
           PERFORM EDITA-DATA THRU FIM-EDITA-DATA
           MOVE SPACES TO REG-RELAT
           STRING "EMITIDO EM " W-DATA-ED
                  "   FLUTUACAO ACEITA (DIAS): " W-DIAS-FLUT
                  DELIMITED BY SIZE INTO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT.
       FIM-IMPRIME-CABECALHO.
           EXIT.

       IMPRIME-DIFERENCAS.
           MOVE SPACES TO REG-RELAT
           MOVE "DIFERENCAS DE VALOR (PAGAMENTO X CREDITO DO MESMO NOSSO
      -         " NUMERO)" TO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           STRING "  SEQ-DOC   DT.PAGTO         VALOR LANCADO  "
                  "DT.CRED.        VALOR CREDITADO         DIFERENCA"
                  DELIMITED BY SIZE INTO REG-RELAT
           WRITE REG-RELAT
           PERFORM IMPRIME-DIFERENCA THRU FIM-IMPRIME-DIFERENCA
                    VARYING W-IND-PG FROM 1 BY 1
                    UNTIL W-IND-PG > W-QT-PG
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT.
       FIM-IMPRIME-DIFERENCAS.
           EXIT.

       IMPRIME-DIFERENCA.
           IF TP-SIT(W-IND-PG) NOT = "D"
              GO TO FIM-IMPRIME-DIFERENCA.
           MOVE TP-IND-EX(W-IND-PG) TO W-IND-EX
           MOVE TP-DATA(W-IND-PG) TO W-DATA-X
           PERFORM EDITA-DATA THRU FIM-EDITA-DATA
           MOVE TE-DATA(W-IND-EX) TO W-DATA-X
           MOVE W-DATA-X (7 : 2) TO W-DE2-DD
           MOVE W-DATA-X (5 : 2) TO W-DE2-MM
           MOVE W-DATA-X (1 : 4) TO W-DE2-AAAA
           DIVIDE TP-VALOR(W-IND-PG) BY 100 GIVING W-VALOR-ED
           DIVIDE TE-VALOR(W-IND-EX) BY 100 GIVING W-VALOR2-ED
           COMPUTE W-DIFERENCA = TE-VALOR(W-IND-EX)
                               - TP-VALOR(W-IND-PG)
           DIVIDE W-DIFERENCA BY 100 GIVING W-DIF-ED
           MOVE SPACES TO REG-RELAT
           STRING "  " TP-SEQ(W-IND-PG) " " W-DATA-ED " " W-VALOR-ED
                  " " W-DATA-ED2 " " W-VALOR2-ED " " W-DIF-ED
                  DELIMITED BY SIZE INTO REG-RELAT
           WRITE REG-RELAT.
       FIM-IMPRIME-DIFERENCA.
           EXIT.

       IMPRIME-PG-ABERTOS.
           MOVE SPACES TO REG-RELAT
           MOVE "PAGAMENTOS LANCADOS SEM CREDITO NO BANCO" TO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           STRING "  SEQ-DOC   DT.PAGTO         VALOR LANCADO  "
                  "PENDENTE DESDE  DIAS"
                  DELIMITED BY SIZE INTO REG-RELAT
           WRITE REG-RELAT
           PERFORM IMPRIME-PG-ABERTO THRU FIM-IMPRIME-PG-ABERTO
                    VARYING W-IND-PG FROM 1 BY 1
                    UNTIL W-IND-PG > W-QT-PG
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT.
       FIM-IMPRIME-PG-ABERTOS.
           EXIT.

       IMPRIME-PG-ABERTO.
           IF TP-SIT(W-IND-PG) NOT = SPACES
              GO TO FIM-IMPRIME-PG-ABERTO.
           ADD 1 TO W-QT-PG-ABERTO
           ADD TP-VALOR(W-IND-PG) TO W-TOT-PG-ABERTO
           MOVE TP-DATA(W-IND-PG) TO W-DATA-X
           PERFORM EDITA-DATA THRU FIM-EDITA-DATA
           MOVE TP-DT-INCL(W-IND-PG) TO W-DATA-X
           MOVE W-DATA-X (7 : 2) TO W-DE2-DD
           MOVE W-DATA-X (5 : 2) TO W-DE2-MM
           MOVE W-DATA-X (1 : 4) TO W-DE2-AAAA
           COMPUTE W-DIAS = W-INT-HOJE
                  - FUNCTION INTEGER-OF-DATE(TP-DT-INCL(W-IND-PG))
           DIVIDE TP-VALOR(W-IND-PG) BY 100 GIVING W-VALOR-ED
           MOVE SPACES TO REG-RELAT
           STRING "  " TP-SEQ(W-IND-PG) " " W-DATA-ED " " W-VALOR-ED
                  "  " W-DATA-ED2 "      " W-DIAS
                  DELIMITED BY SIZE INTO REG-RELAT
           WRITE REG-RELAT.
       FIM-IMPRIME-PG-ABERTO.
           EXIT.

       IMPRIME-EX-ABERTOS.
           MOVE SPACES TO REG-RELAT
           MOVE "CREDITOS SEM PAGAMENTO LANCADO (DINHEIRO NAO IDENTIFICA
      -         "DO)" TO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           STRING "  DT.CRED.           VALOR CREDITADO  DOCUMENTO     "
                  "       HISTORICO                      PEND.DESDE"
                  DELIMITED BY SIZE INTO REG-RELAT
           WRITE REG-RELAT
           PERFORM IMPRIME-EX-ABERTO THRU FIM-IMPRIME-EX-ABERTO
                    VARYING W-IND-EX FROM 1 BY 1
                    UNTIL W-IND-EX > W-QT-EX
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT.
       FIM-IMPRIME-EX-ABERTOS.
           EXIT.

       IMPRIME-EX-ABERTO.
           IF TE-SIT(W-IND-EX) NOT = SPACES
              GO TO FIM-IMPRIME-EX-ABERTO.
           ADD 1 TO W-QT-EX-ABERTO
           ADD TE-VALOR(W-IND-EX) TO W-TOT-EX-ABERTO
           MOVE TE-DATA(W-IND-EX) TO W-DATA-X
           PERFORM EDITA-DATA THRU FIM-EDITA-DATA
           MOVE TE-DT-INCL(W-IND-EX) TO W-DATA-X
           MOVE W-DATA-X (7 : 2) TO W-DE2-DD
           MOVE W-DATA-X (5 : 2) TO W-DE2-MM
           MOVE W-DATA-X (1 : 4) TO W-DE2-AAAA
           DIVIDE TE-VALOR(W-IND-EX) BY 100 GIVING W-VALOR-ED
           MOVE SPACES TO REG-RELAT
           STRING "  " W-DATA-ED " " W-VALOR-ED "      "
                  TE-DOC(W-IND-EX) " " TE-HIST(W-IND-EX) (1 : 30)
                  " " W-DATA-ED2
                  DELIMITED BY SIZE INTO REG-RELAT
           WRITE REG-RELAT.
       FIM-IMPRIME-EX-ABERTO.
           EXIT.

       IMPRIME-RESUMO.
           DIVIDE W-TOT-CONC BY 100 GIVING W-VALOR-ED
           MOVE SPACES TO REG-RELAT
           STRING "CONCILIADOS..................: " W-QT-CONC
                  "  TOTAL " W-VALOR-ED
                  DELIMITED BY SIZE INTO REG-RELAT
           WRITE REG-RELAT
           DIVIDE W-TOT-DIF BY 100 GIVING W-DIF-ED
           MOVE SPACES TO REG-RELAT
           STRING "DIFERENCAS DE VALOR..........: " W-QT-DIF
                  "  SALDO " W-DIF-ED
                  DELIMITED BY SIZE INTO REG-RELAT
           WRITE REG-RELAT
           DIVIDE W-TOT-PG-ABERTO BY 100 GIVING W-VALOR-ED
           MOVE SPACES TO REG-RELAT
           STRING "PAGAMENTOS SEM CREDITO.......: " W-QT-PG-ABERTO
                  "  TOTAL " W-VALOR-ED
                  DELIMITED BY SIZE INTO REG-RELAT
           WRITE REG-RELAT
           DIVIDE W-TOT-EX-ABERTO BY 100 GIVING W-VALOR-ED
           MOVE SPACES TO REG-RELAT
           STRING "CREDITOS SEM PAGAMENTO.......: " W-QT-EX-ABERTO
                  "  TOTAL " W-VALOR-ED
                  DELIMITED BY SIZE INTO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           STRING "PENDENCIAS ANTERIORES BAIXADAS: " W-QT-ANTIGAS
                  "   PAGAMENTOS ESPERANDO EXTRATO: " W-QT-ESPERA
                  DELIMITED BY SIZE INTO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           STRING "DEBITOS DO EXTRATO (NAO CONCILIADOS AQUI): "
                  W-QT-DEBITOS
                  "   CREDITOS JA CONCILIADOS ANTES: " W-QT-REPETIDOS
                  DELIMITED BY SIZE INTO REG-RELAT
           WRITE REG-RELAT.
       FIM-IMPRIME-RESUMO.
           EXIT.

       EDITA-DATA.
           MOVE W-DATA-X (7 : 2) TO W-DE-DD
           MOVE W-DATA-X (5 : 2) TO W-DE-MM
           MOVE W-DATA-X (1 : 4) TO W-DE-AAAA.
       FIM-EDITA-DATA.
           EXIT.

      *-----------------------------------------------------------
      *    GRAVA-PENDENTES: REGRAVA A LISTA COM O CORTE DA RODADA E
      *    TUDO O QUE CONTINUA EM ABERTO, COM A DATA DE ENTRADA.
      *-----------------------------------------------------------
       GRAVA-PENDENTES.
           OPEN OUTPUT PPEND
           IF W-FS-PEND NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DE CONCILIA_PEND.TXT = "
                      W-FS-PEND
              GO TO FIM-GRAVA-PENDENTES.
           MOVE SPACES  TO REG-PEND
           MOVE "H"     TO PD-TIPO
           MOVE W-CORTE TO PD-DATA
           MOVE ZEROS   TO PD-VALOR
           MOVE W-HOJE  TO PD-DT-INCL
           MOVE "DATA DO ULTIMO EXTRATO CONCILIADO" TO PD-HIST
           WRITE REG-PEND
           PERFORM GRAVA-PG-PENDENTE THRU FIM-GRAVA-PG-PENDENTE
                    VARYING W-IND-PG FROM 1 BY 1
                    UNTIL W-IND-PG > W-QT-PG
           PERFORM GRAVA-EX-PENDENTE THRU FIM-GRAVA-EX-PENDENTE
                    VARYING W-IND-EX FROM 1 BY 1
                    UNTIL W-IND-EX > W-QT-EX
           CLOSE PPEND.
       FIM-GRAVA-PENDENTES.
           EXIT.

       GRAVA-PG-PENDENTE.
           IF TP-SIT(W-IND-PG) NOT = SPACES
              GO TO FIM-GRAVA-PG-PENDENTE.
           MOVE SPACES               TO REG-PEND
           MOVE "P"                  TO PD-TIPO
           MOVE TP-DATA(W-IND-PG)    TO PD-DATA
           MOVE TP-VALOR(W-IND-PG)   TO PD-VALOR
           MOVE TP-SEQ(W-IND-PG)     TO PD-DOC
           MOVE TP-DT-INCL(W-IND-PG) TO PD-DT-INCL
           MOVE "PAGAMENTO LANCADO SEM CREDITO" TO PD-HIST
           WRITE REG-PEND.
       FIM-GRAVA-PG-PENDENTE.
           EXIT.

       GRAVA-EX-PENDENTE.
           IF TE-SIT(W-IND-EX) NOT = SPACES
              GO TO FIM-GRAVA-EX-PENDENTE.
           MOVE SPACES               TO REG-PEND
           MOVE "C"                  TO PD-TIPO
           MOVE TE-DATA(W-IND-EX)    TO PD-DATA
           MOVE TE-VALOR(W-IND-EX)   TO PD-VALOR
           MOVE TE-DOC(W-IND-EX)     TO PD-DOC
           MOVE TE-DT-INCL(W-IND-EX) TO PD-DT-INCL
           MOVE TE-HIST(W-IND-EX)    TO PD-HIST
           WRITE REG-PEND.
       FIM-GRAVA-EX-PENDENTE.
           EXIT.

      *****************************************************************
      *    ARQUIVA-RELATORIO: COPIA DATADA DO RELATORIO NO ARQUIVO
      *    DE RELATORIOS (ARQREL, INDICE ARQUIVO_REL.TXT) - A
      *    PROXIMA RODADA REGRAVA O RELATORIO NO MESMO NOME.
      *****************************************************************
       ARQUIVA-RELATORIO.
           MOVE SPACES TO W-ARQREL
           MOVE "CONCILIA_REL.TXT" TO W-AQ-ARQUIVO
           MOVE "CONCILIA" TO W-AQ-PROGRAMA
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
