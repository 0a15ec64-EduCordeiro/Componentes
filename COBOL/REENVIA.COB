      * SPOOL ASA DO COMPOE (COLUNA 1 = CONTROLE DE SALTO, "1" =
      * NOVA PAGINA). AO FIM, A FILA E' ESVAZIADA - CADA CORRECAO
      * GERA UM REENVIO SO.
      *
      * O TEXTO DA PAGINA VEM DO REPOSITORIO DE MODELOS (MODELO.COB
      * SOBRE MODELOS.TXT), MODELO "REENVIO", NA VERSAO VIGENTE NA
      * DATA DA RODADA. SEM VERSAO VIGENTE, VALE O TEXTO PADRAO.
      *------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01 W-CEP-ED-R REDEFINES W-CEP-ED.
          02 W-CEP-ED-5    PIC X(05).
          02 W-CEP-ED-3    PIC X(03).
       77 W-PAG-MODELO     PIC 9(06) VALUE ZEROS.
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
           OPEN INPUT REENVIO.
           IF W-FS NOT = "00"
              DISPLAY "FILA DE REENVIO VAZIA (REENVIO.TXT AUSENTE)"
           CLOSE REENVIO
           DISPLAY "CLIENTES NA FILA.....: " W-LIDOS
           DISPLAY "PAGINAS REENVIADAS...: " W-PAGINAS
           DISPLAY "  PELO MODELO........: " W-PAG-MODELO
           DISPLAY "SPOOL EM CARTAS_REENVIO.TXT"
           STOP RUN.

      *****************************************************************
       COMPOE-PAGINA.
           ADD 1 TO W-PAGINAS
           PERFORM BUSCA-MODELO THRU FIM-BUSCA-MODELO
           IF W-MD-RET = "0"
              ADD 1 TO W-PAG-MODELO
              PERFORM GRAVA-MODELO THRU FIM-GRAVA-MODELO
              GO TO FIM-COMPOE-PAGINA.
           MOVE SPACES TO REG-SPOOL
           MOVE "1" TO SP-ASA
           MOVE RV-NOME TO SP-TEXTO
       FIM-COMPOE-PAGINA.
           EXIT.

      *****************************************************************
      *    BUSCA-MODELO: PEDE AO MODELO O TEXTO "REENVIO" VIGENTE NA
      *    DATA DA RODADA. A FILA NAO TRAZ O SEXO - OS MARCADORES DE
      *    CONCORDANCIA SAEM NA FORMA NEUTRA, COMO NO TEXTO PADRAO.
      *****************************************************************
       BUSCA-MODELO.
           MOVE SPACES     TO W-MODELO
           MOVE ZEROS      TO W-MD-VERSAO-PED
           MOVE "REENVIO"  TO W-MD-CARTA
           MOVE 60         TO W-MD-MAX-LINHAS
           MOVE RV-NOME    TO W-MD-NOME
           MOVE RV-RUA     TO W-MD-ENDERECO
           MOVE RV-BAIRRO  TO W-MD-BAIRRO
           MOVE RV-CIDADE  TO W-MD-CIDADE
           MOVE RV-UF      TO W-MD-UF
           MOVE RV-CEP     TO W-CEP-ED
           STRING W-CEP-ED-5 "-" W-CEP-ED-3
                  DELIMITED BY SIZE INTO W-MD-CEP
           MOVE "2" TO W-MD-RET
           CALL "MODELO" USING W-MODELO
               ON EXCEPTION
                  MOVE "2" TO W-MD-RET
           END-CALL
           IF W-MD-RET = "0" AND W-MD-EXCEDEU = "S"
              DISPLAY "MODELO REENVIO VERSAO " W-MD-VERSAO
                      " PASSA DA PAGINA - " RV-NOME.
       FIM-BUSCA-MODELO.
           EXIT.

      *    PAGINA DO MODELO: A PRIMEIRA LINHA ABRE A PAGINA (SALTO
      *    "1"), AS DEMAIS VAO PELO GRAVA-TEXTO.
       GRAVA-MODELO.
           MOVE SPACES TO REG-SPOOL
           MOVE "1" TO SP-ASA
           MOVE W-MD-LINHA(1) TO SP-TEXTO
           WRITE REG-SPOOL
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

      *    PRIMEIRA LINHA DA PAGINA JA FOI GRAVADA COM O SALTO "1";
      *    AS DEMAIS SAEM COM ESPACAMENTO SIMPLES.
       GRAVA-TEXTO.
           WRITE REG-SPOOL.
       FIM-GRAVA-TEXTO.
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
