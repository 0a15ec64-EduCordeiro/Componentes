       IDENTIFICATION DIVISION.
       PROGRAM-ID.      ENCARGOS.
      *------------------------------------------------------------
      * CALCULO DO DEBITO ATUALIZADO DE UMA PARCELA EM ATRASO - A
      * MESMA CONTA PARA A COBRANCA, A REMESSA E O ACORDO. CHAMADO
      * (CALL "ENCARGOS") COM O VALOR ORIGINAL EM CENTAVOS, O
      * VENCIMENTO (AAAAMMDD), A UF DO ASSINANTE E A DATA-BASE DO
      * CALCULO (ZEROS = HOJE); DEVOLVE CORRECAO, MULTA, JUROS E
      * TOTAL SEPARADOS, EM CENTAVOS.
      *
      *    - VENCIMENTO EM DIA NAO UTIL (FIM DE SEMANA, FERIADO
      *      NACIONAL OU DA UF DO ASSINANTE) SO' VENCE DE FATO NO
      *      DIA UTIL SEGUINTE (TABELA, PONTO DE ENTRADA
      *      TABELA-PROX-UTIL-UF); PAGO ATE' ESSE DIA NAO TEM
      *      ENCARGO NENHUM. SEM O TABELA VALE O VENCIMENTO NOMINAL;
      *    - CORRECAO: PRODUTO DOS INDICES MENSAIS DO MES DO
      *      VENCIMENTO ATE' O MES ANTERIOR AO DA DATA-BASE (MES SEM
      *      INDICE NA TABELA NAO CORRIGE);
      *    - MULTA: PERCENTUAL UNICO SOBRE O VALOR CORRIGIDO;
      *    - JUROS DE MORA: PERCENTUAL AO MES SOBRE O VALOR
      *      CORRIGIDO, PRO RATA DIE (MES DE 30 DIAS), CONTADOS DO
      *      VENCIMENTO EFETIVO ATE' A DATA-BASE.
      *
      * OS PARAMETROS VEM DE ENCARGOS.TXT, LIDO UMA VEZ NA PRIMEIRA
      * CHAMADA, UMA LINHA POR PARAMETRO:
      *    M            +TTTTTT  MULTA (%)
      *    J            +TTTTTT  JUROS DE MORA (% AO MES)
      *    C AAAAMM     +TTTTTT  INDICE DE CORRECAO DO MES (%)
      * TAXA COM SINAL E 4 DECIMAIS IMPLICITAS (+020000 = 2,0000%).
      * SE M OU J APARECEM MAIS DE UMA VEZ, VALE A ULTIMA LINHA.
      * SEM O ARQUIVO VALEM OS PADROES (MULTA 2%, JUROS 1% A.M.,
      * SEM CORRECAO) E LK-EN-PARAM VOLTA "P".
      * VENCIMENTO INVALIDO DEVOLVE O VALOR NOMINAL SEM ENCARGOS E
      * LK-EN-RET "9".
      *------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT  IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PPARAM ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-PARAM
           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PPARAM
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "ENCARGOS.TXT".
       01  REG-PARAM.
           03 EP-TIPO        PIC X(01).
           03 FILLER         PIC X(01).
           03 EP-MES         PIC 9(06).
           03 FILLER         PIC X(01).
           03 EP-TAXA        PIC S9(02)V9(04)
                             SIGN IS LEADING SEPARATE.
           03 FILLER         PIC X(30).

       WORKING-STORAGE SECTION.
       77 W-FS-PARAM       PIC X(02) VALUE SPACES.
       77 W-CARREGOU       PIC X(01) VALUE "N".
       77 W-PARAM          PIC X(01) VALUE "P".
       77 W-TABELA-OK      PIC X(01) VALUE "S".
       77 W-FIM            PIC X(01) VALUE "N".
       77 W-MULTA          PIC S9(02)V9(04) VALUE +2.
       77 W-JUROS          PIC S9(02)V9(04) VALUE +1.
       77 W-QT-IND         PIC 9(03) VALUE ZEROS.
       77 W-IND            PIC 9(03) VALUE ZEROS.
       77 W-FATOR          PIC S9(03)V9(08) VALUE ZEROS.
       77 W-CORRIGIDO      PIC S9(11) VALUE ZEROS.
       77 W-INT-VENC       PIC 9(07) VALUE ZEROS.
       77 W-INT-BASE       PIC 9(07) VALUE ZEROS.
       77 W-DATA-CALL      PIC 9(08) VALUE ZEROS.
       77 W-DATA-UTIL      PIC 9(08) VALUE ZEROS.
       77 W-UF-CALL        PIC X(02) VALUE SPACES.
       77 W-VENC-ANT       PIC 9(08) VALUE ZEROS.
       77 W-UF-ANT         PIC X(02) VALUE SPACES.
       77 W-UTIL-ANT       PIC 9(08) VALUE ZEROS.
       77 W-MES-BASE       PIC 9(06) VALUE ZEROS.
       01 W-DT-TESTE       PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES W-DT-TESTE.
          03 W-DT-AAAA     PIC 9(04).
          03 W-DT-MM       PIC 9(02).
          03 W-DT-DD       PIC 9(02).
       01 W-MES-CORR       PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES W-MES-CORR.
          03 W-MC-AAAA     PIC 9(04).
          03 W-MC-MM       PIC 9(02).
      *    INDICES DE CORRECAO - ATE' 30 ANOS DE MESES
       01 W-TAB-CORRECAO.
          03 TC-ITEM OCCURS 360 TIMES.
             05 TC-MES     PIC 9(06).
             05 TC-TAXA    PIC S9(02)V9(04).

       LINKAGE SECTION.
       01 LK-ENCARGOS.
      *    ENTRADA
          03 LK-EN-VALOR      PIC 9(09).
          03 LK-EN-VENC       PIC 9(08).
          03 LK-EN-UF         PIC X(02).
          03 LK-EN-DT-BASE    PIC 9(08).
      *    SAIDA
          03 LK-EN-VENC-UTIL  PIC 9(08).
          03 LK-EN-DIAS       PIC 9(05).
          03 LK-EN-CORRECAO   PIC S9(09).
          03 LK-EN-MULTA      PIC 9(09).
          03 LK-EN-JUROS      PIC 9(09).
          03 LK-EN-TOTAL      PIC 9(09).
          03 LK-EN-PARAM      PIC X(01).
          03 LK-EN-RET        PIC X(01).

       PROCEDURE DIVISION USING LK-ENCARGOS.
       INICIO.
           IF W-CARREGOU = "N"
              PERFORM CARREGA-PARAMETROS THRU FIM-CARREGA-PARAMETROS.
           MOVE W-PARAM     TO LK-EN-PARAM
           MOVE "0"         TO LK-EN-RET
           MOVE ZEROS       TO LK-EN-DIAS LK-EN-CORRECAO LK-EN-MULTA
                               LK-EN-JUROS
           MOVE LK-EN-VALOR TO LK-EN-TOTAL
           MOVE LK-EN-VENC  TO LK-EN-VENC-UTIL
           IF LK-EN-DT-BASE = ZEROS
              ACCEPT LK-EN-DT-BASE FROM DATE YYYYMMDD.
           MOVE LK-EN-VENC TO W-DT-TESTE
           PERFORM VALIDA-DATA THRU FIM-VALIDA-DATA
           IF LK-EN-RET NOT = "0"
              GO TO FIM.
           MOVE LK-EN-DT-BASE TO W-DT-TESTE
           PERFORM VALIDA-DATA THRU FIM-VALIDA-DATA
           IF LK-EN-RET NOT = "0"
              GO TO FIM.

           PERFORM VENCIMENTO-UTIL THRU FIM-VENCIMENTO-UTIL
           IF LK-EN-DT-BASE NOT > LK-EN-VENC-UTIL
              GO TO FIM.
           COMPUTE W-INT-VENC = FUNCTION INTEGER-OF-DATE(
                   LK-EN-VENC-UTIL)
           COMPUTE W-INT-BASE = FUNCTION INTEGER-OF-DATE(
                   LK-EN-DT-BASE)
           COMPUTE LK-EN-DIAS = W-INT-BASE - W-INT-VENC

           PERFORM CORRIGE THRU FIM-CORRIGE
           COMPUTE LK-EN-CORRECAO = W-CORRIGIDO - LK-EN-VALOR
           COMPUTE LK-EN-MULTA ROUNDED = W-CORRIGIDO * W-MULTA / 100
           COMPUTE LK-EN-JUROS ROUNDED =
                   W-CORRIGIDO * W-JUROS / 100 / 30 * LK-EN-DIAS
           COMPUTE LK-EN-TOTAL = W-CORRIGIDO + LK-EN-MULTA
                               + LK-EN-JUROS.
       FIM.
           GOBACK.

      *****************************************************************
      *    CARREGA-PARAMETROS: LE ENCARGOS.TXT UMA UNICA VEZ POR
      *    EXECUCAO DO CHAMADOR. LINHA DE TIPO DESCONHECIDO OU COM
      *    TAXA NAO NUMERICA E' IGNORADA.
      *****************************************************************
       CARREGA-PARAMETROS.
           MOVE "S" TO W-CARREGOU
           OPEN INPUT PPARAM
           IF W-FS-PARAM NOT = "00"
              GO TO FIM-CARREGA-PARAMETROS.
           MOVE "A" TO W-PARAM
           MOVE ZEROS TO W-QT-IND
           MOVE "N" TO W-FIM
           PERFORM LE-PARAMETRO THRU FIM-LE-PARAMETRO
                   UNTIL W-FIM = "S"
           CLOSE PPARAM.
       FIM-CARREGA-PARAMETROS.
           EXIT.

       LE-PARAMETRO.
           READ PPARAM AT END
                MOVE "S" TO W-FIM
                GO TO FIM-LE-PARAMETRO.
           IF EP-TAXA NOT NUMERIC
              GO TO FIM-LE-PARAMETRO.
           IF EP-TIPO = "M"
              MOVE EP-TAXA TO W-MULTA
              GO TO FIM-LE-PARAMETRO.
           IF EP-TIPO = "J"
              MOVE EP-TAXA TO W-JUROS
              GO TO FIM-LE-PARAMETRO.
           IF EP-TIPO NOT = "C" OR EP-MES NOT NUMERIC
              GO TO FIM-LE-PARAMETRO.
           IF W-QT-IND NOT < 360
              GO TO FIM-LE-PARAMETRO.
           ADD 1 TO W-QT-IND
           MOVE EP-MES  TO TC-MES(W-QT-IND)
           MOVE EP-TAXA TO TC-TAXA(W-QT-IND).
       FIM-LE-PARAMETRO.
           EXIT.

      *****************************************************************
      *    VALIDA-DATA: W-DT-TESTE PRECISA SER UMA DATA AAAAMMDD
      *    QUE O CALENDARIO ACEITE.
      *****************************************************************
       VALIDA-DATA.
           IF W-DT-TESTE NOT NUMERIC
              MOVE "9" TO LK-EN-RET
              GO TO FIM-VALIDA-DATA.
           IF W-DT-AAAA < 1601 OR W-DT-MM < 1 OR W-DT-MM > 12
              OR W-DT-DD < 1 OR W-DT-DD > 31
              MOVE "9" TO LK-EN-RET
              GO TO FIM-VALIDA-DATA.
           COMPUTE W-INT-VENC = FUNCTION INTEGER-OF-DATE(W-DT-TESTE)
           IF W-INT-VENC = ZEROS
              MOVE "9" TO LK-EN-RET.
       FIM-VALIDA-DATA.
           EXIT.

      *****************************************************************
      *    VENCIMENTO-UTIL: PRIMEIRO DIA UTIL A PARTIR DO VENCIMENTO
      *    NA PRACA DO ASSINANTE - O TABELA DEVOLVE O DIA UTIL
      *    ESTRITAMENTE POSTERIOR, ENTAO A BUSCA PARTE DA VESPERA.
      *    A ULTIMA RESPOSTA FICA GUARDADA (AS PARCELAS DE UMA CONTA
      *    COSTUMAM REPETIR O PAR VENCIMENTO/UF).
      *****************************************************************
       VENCIMENTO-UTIL.
           IF W-TABELA-OK NOT = "S"
              GO TO FIM-VENCIMENTO-UTIL.
           IF LK-EN-VENC = W-VENC-ANT AND LK-EN-UF = W-UF-ANT
              MOVE W-UTIL-ANT TO LK-EN-VENC-UTIL
              GO TO FIM-VENCIMENTO-UTIL.
           COMPUTE W-DATA-CALL = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(LK-EN-VENC) - 1)
           MOVE LK-EN-UF TO W-UF-CALL
           MOVE ZEROS    TO W-DATA-UTIL
           CALL "TABELA-PROX-UTIL-UF" USING W-DATA-CALL W-UF-CALL
                                            W-DATA-UTIL
               ON EXCEPTION
                  MOVE "N" TO W-TABELA-OK
                  GO TO FIM-VENCIMENTO-UTIL
           END-CALL
           IF W-DATA-UTIL NOT NUMERIC OR W-DATA-UTIL < LK-EN-VENC
              GO TO FIM-VENCIMENTO-UTIL.
           MOVE W-DATA-UTIL TO LK-EN-VENC-UTIL
           MOVE LK-EN-VENC  TO W-VENC-ANT
           MOVE LK-EN-UF    TO W-UF-ANT
           MOVE W-DATA-UTIL TO W-UTIL-ANT.
       FIM-VENCIMENTO-UTIL.
           EXIT.

      *****************************************************************
      *    CORRIGE: APLICA, MES A MES, OS INDICES DO MES DO
      *    VENCIMENTO ATE' O MES ANTERIOR AO DA DATA-BASE.
      *****************************************************************
       CORRIGE.
           MOVE 1 TO W-FATOR
           MOVE LK-EN-VENC(1:6)    TO W-MES-CORR
           MOVE LK-EN-DT-BASE(1:6) TO W-MES-BASE
           IF W-QT-IND > 0
              PERFORM CORRIGE-MES THRU FIM-CORRIGE-MES
                      UNTIL W-MES-CORR NOT < W-MES-BASE.
           COMPUTE W-CORRIGIDO ROUNDED = LK-EN-VALOR * W-FATOR.
       FIM-CORRIGE.
           EXIT.

       CORRIGE-MES.
           MOVE 1 TO W-IND
           PERFORM PROCURA-INDICE THRU FIM-PROCURA-INDICE
                   UNTIL W-IND > W-QT-IND
           ADD 1 TO W-MC-MM
           IF W-MC-MM > 12
              MOVE 1 TO W-MC-MM
              ADD 1 TO W-MC-AAAA.
       FIM-CORRIGE-MES.
           EXIT.

       PROCURA-INDICE.
           IF TC-MES(W-IND) = W-MES-CORR
              COMPUTE W-FATOR ROUNDED =
                      W-FATOR * (1 + TC-TAXA(W-IND) / 100)
              MOVE W-QT-IND TO W-IND.
           ADD 1 TO W-IND.
       FIM-PROCURA-INDICE.
           EXIT.
