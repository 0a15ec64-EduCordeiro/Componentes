      * FLUXO DE CARTAS - QUANDO O LADO XEROX ESTA' FORA, O
      * PRESENTEADO DEIXA DE FICAR SEM O ANUNCIO ENQUANTO O
      * ASSINANTE RECEBE A PAGINA DE CONTINGENCIA.
      *
      * TODA PAGINA SAI COM A MARCA DE INTEGRIDADE DA ENVELOPADORA
      * NA LINHA 60, NO LAYOUT W-MARCA DO COMPOE (ORIGEM "PRESE",
      * SEQUENCIA = PR-SEQ, SEM ESTACAO DE ANEXO).
      *
      * O TEXTO DA PAGINA VEM DO REPOSITORIO DE MODELOS (MODELO.COB
      * SOBRE MODELOS.TXT), MODELO "PRESENT", NA VERSAO VIGENTE NA
      * DATA DA RODADA. SEM VERSAO VIGENTE, VALE O TEXTO PADRAO.
      *------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 W-LIDOS          PIC 9(06) VALUE ZEROS.
       77 W-PAGINAS        PIC 9(06) VALUE ZEROS.
       01 W-LINHA          PIC X(90) VALUE SPACES.
      *------------------------------------------------------------
      *    MARCA DE INTEGRIDADE DA PECA (ULTIMA LINHA DA PAGINA) -
      *    MESMO LAYOUT DO COMPOE.
      *------------------------------------------------------------
       77 W-PECAS          PIC 9(07) VALUE ZEROS.
       77 W-LIN-PAG        PIC 9(02) VALUE ZEROS.
       77 W-LINHA-MARCA    PIC 9(02) VALUE 60.
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
          02 MK-ORIGEM     PIC X(05) VALUE "PRESE".
          02 FILLER        PIC X(01) VALUE SPACES.
          02 MK-SEQ        PIC X(10) VALUE SPACES.
          02 FILLER        PIC X(01) VALUE SPACES.
          02 MK-ANEXOS     PIC X(21) VALUE SPACES.
          02 FILLER        PIC X(28) VALUE SPACES.
       01 W-CEP-ED.
          02 W-CEP-ED-5    PIC X(05).
          02 W-CEP-TRACO   PIC X(01).
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
      *---------------------------------------------------------
      *    RODA DESATENDIDO QUANDO O CAMINHO DO ARQUIVO E'
      *    INFORMADO COMO PARAMETRO: COMPOEPRE [ARQUIVO]; SEM
           CLOSE PPRESEN PSPOOL.
           DISPLAY "REGISTROS LIDOS..........: " W-LIDOS
           DISPLAY "PAGINAS PRESENTEADO......: " W-PAGINAS
           DISPLAY "  PELO MODELO............: " W-PAG-MODELO
           DISPLAY "PECAS MARCADAS...........: " W-PECAS
           DISPLAY "SPOOL EM CARTAS_PRE_SPOOL.TXT"
           STOP RUN.

      *****************************************************************
       COMPOE-PAGINA.
           ADD 1 TO W-PAGINAS
           PERFORM BUSCA-MODELO THRU FIM-BUSCA-MODELO
           IF W-MD-RET = "0"
              ADD 1 TO W-PAG-MODELO
              PERFORM GRAVA-MODELO THRU FIM-GRAVA-MODELO
              GO TO MARCA-PAGINA.
           MOVE SPACES TO REG-SPOOL
           MOVE "1" TO SP-ASA
           MOVE PR-NOME TO SP-TEXTO
           WRITE REG-SPOOL
           MOVE 1 TO W-LIN-PAG.
       GRAVA-END.
           MOVE SPACES TO W-LINHA
           MOVE PR-END TO W-LINHA
           PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
           MOVE "BOA LEITURA!" TO W-LINHA
           PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO.
       MARCA-PAGINA.
           ADD 1 TO W-PECAS
           MOVE W-PECAS TO MK-PECA
           MOVE 1       TO MK-PAG MK-TOT-PAG
           MOVE "F"     TO MK-FIM
           MOVE PR-SEQ  TO MK-SEQ
           PERFORM GRAVA-MARCA THRU FIM-GRAVA-MARCA.
       FIM-COMPOE-PAGINA.
           EXIT.

      *****************************************************************
      *    BUSCA-MODELO: PEDE AO MODELO O TEXTO "PRESENT" VIGENTE NA
      *    DATA DA RODADA (O PRESENTEADO.TXT NAO TRAZ E-DT-PROC).
      *    SEXO DIFERENTE DE "F" SEGUE COMO MASCULINO, COMO NO TEXTO
      *    PADRAO.
      *****************************************************************
       BUSCA-MODELO.
           MOVE SPACES     TO W-MODELO
           MOVE ZEROS      TO W-MD-VERSAO-PED
           MOVE "PRESENT"  TO W-MD-CARTA
           COMPUTE W-MD-MAX-LINHAS = W-LINHA-MARCA - 1
           MOVE PR-NOME    TO W-MD-NOME
           MOVE PR-CHAMADA TO W-MD-CHAMADA
           MOVE "M"        TO W-MD-SEXO
           IF PR-SEXO = "F"
              MOVE "F" TO W-MD-SEXO.
           MOVE PR-END     TO W-MD-ENDERECO
           MOVE PR-BAIRRO  TO W-MD-BAIRRO
           MOVE PR-CIDADE  TO W-MD-CIDADE
           MOVE PR-UF      TO W-MD-UF
           MOVE PR-CEP5    TO W-CEP-ED-5
           MOVE "-"        TO W-CEP-TRACO
           MOVE PR-CEP3    TO W-CEP-ED-3
           MOVE W-CEP-ED   TO W-MD-CEP
           MOVE PR-DE-NOME TO W-MD-DE-NOME
           MOVE PR-SEQ     TO W-MD-SEQ
           MOVE "2" TO W-MD-RET
           CALL "MODELO" USING W-MODELO
               ON EXCEPTION
                  MOVE "2" TO W-MD-RET
           END-CALL
           IF W-MD-RET = "0" AND W-MD-EXCEDEU = "S"
              DISPLAY "MODELO PRESENT VERSAO " W-MD-VERSAO
                      " PASSA DA PAGINA - SEQ " PR-SEQ.
       FIM-BUSCA-MODELO.
           EXIT.

      *    PAGINA DO MODELO: A PRIMEIRA LINHA ABRE A PAGINA (SALTO
      *    "1"), AS DEMAIS VAO PELO GRAVA-TEXTO.
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

      *    PRIMEIRA LINHA DA PAGINA JA FOI GRAVADA COM O SALTO "1";
      *    AS DEMAIS SAEM COM ESPACAMENTO SIMPLES.
       GRAVA-TEXTO.
           MOVE SPACES TO REG-SPOOL
           MOVE W-LINHA TO SP-TEXTO
           WRITE REG-SPOOL
           ADD 1 TO W-LIN-PAG.
       FIM-GRAVA-TEXTO.
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
