      * SALTO ASA NA COLUNA 1 - "1" = NOVA PAGINA). E' O CAMINHO DE
      * CONTINGENCIA QUANDO O LADO XEROX (XPGR42) ESTA' FORA - O
      * CICLO DEIXA DE PARAR POR CAUSA DE UM UNICO FORNECEDOR.
      *
      * TODA PAGINA SAI COM A MARCA DE INTEGRIDADE DA ENVELOPADORA
      * NA LINHA 60 (W-LINHA-MARCA): PECA, PAGINA N DE M, FIM DE
      * PECA E AS ESTACOES DE ANEXO DE E-ANEXO123 - LAYOUT EM
      * W-MARCA, O MESMO DO CARNE E DO COMPOEPRE, CONFERIDO DEPOIS
      * PELO INSERCAO CONTRA O LOG DA ENVELOPADORA.
      *
      * O TEXTO DA PAGINA VEM DO REPOSITORIO DE MODELOS (MODELO.COB
      * SOBRE MODELOS.TXT), PELO E-CARTA, NA VERSAO VIGENTE EM
      * E-DT-PROC. SEM VERSAO VIGENTE, VALE O TEXTO PADRAO ABAIXO.
      *------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 W-IND            PIC 9(01) VALUE ZEROS.
       77 W-VALOR          PIC Z.ZZZ.ZZ9,99.
       01 W-LINHA          PIC X(90) VALUE SPACES.
      *------------------------------------------------------------
      *    MARCA DE INTEGRIDADE DA PECA (ULTIMA LINHA DA PAGINA):
      *    "#IM " PECA PP/TT FIM(F/C) ESTACOES ORIGEM SEQUENCIA
      *    ANEXOS. ESTACAO "0" = SEM ANEXO NAQUELA ESTACAO.
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
          02 MK-ESTACOES.
             03 MK-EST     PIC X(01) OCCURS 3 TIMES.
          02 FILLER        PIC X(01) VALUE SPACES.
          02 MK-ORIGEM     PIC X(05) VALUE "CARTA".
          02 FILLER        PIC X(01) VALUE SPACES.
          02 MK-SEQ        PIC X(10) VALUE SPACES.
          02 FILLER        PIC X(01) VALUE SPACES.
          02 MK-ANEXOS     PIC X(21) VALUE SPACES.
          02 FILLER        PIC X(28) VALUE SPACES.
       01 W-CEP-ED.
          02 W-CEP-ED-5    PIC 9(05).
          02 W-CEP-TRACO   PIC X(01).
          02 W-CEP-ED-3    PIC 9(03).
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

      *    AREA DE CHAMADA DO PARAMVER (MESMO LAYOUT DA LINKAGE DELE)
       01  W-PARAMVER.
           02  W-PM-MODO          PIC X(01).
           02  W-PM-PROGRAMA      PIC X(10).
           02  W-PM-ARQUIVO       PIC X(20).
           02  W-PM-VERSAO        PIC 9(04).
           02  W-PM-LINHAS        PIC 9(05).
           02  W-PM-SOMA          PIC 9(09).
           02  W-PM-SITUACAO      PIC X(01).
           02  W-PM-RET           PIC X(01).

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
      *    RODA DESATENDIDO QUANDO O CAMINHO DO PEDIDO E' INFORMADO
      *    COMO PARAMETRO: COMPOE <ARQUIVO-PEDIDO>
           CLOSE PENTR PSPOOL.
           DISPLAY "REGISTROS LIDOS....: " W-LIDOS
           DISPLAY "PAGINAS COMPOSTAS..: " W-PAGINAS
           DISPLAY "  PELO MODELO......: " W-PAG-MODELO
           DISPLAY "PECAS MARCADAS.....: " W-PECAS
           DISPLAY "SPOOL EM CARTAS_SPOOL.TXT"
           PERFORM RELATA-TRANSLIT THRU FIM-RELATA-TRANSLIT
           STOP RUN.
       COMPOE-PAGINA.
           ADD 1 TO W-PAGINAS
           PERFORM SANEIA-COMPOSICAO THRU FIM-SANEIA-COMPOSICAO
           PERFORM BUSCA-MODELO THRU FIM-BUSCA-MODELO
           IF W-MD-RET = "0"
              ADD 1 TO W-PAG-MODELO
              PERFORM GRAVA-MODELO THRU FIM-GRAVA-MODELO
              PERFORM MONTA-MARCA THRU FIM-MONTA-MARCA
              PERFORM GRAVA-MARCA THRU FIM-GRAVA-MARCA
              GO TO FIM-COMPOE-PAGINA.
           MOVE SPACES TO REG-SPOOL
           MOVE "1" TO SP-ASA
           MOVE E-NOME-ASS TO SP-TEXTO
           WRITE REG-SPOOL
           MOVE 1 TO W-LIN-PAG.
       GRAVA-END.
           MOVE SPACES TO W-LINHA
           MOVE E-END-ASS TO W-LINHA
           STRING "CENTRAL DE ATENDIMENTO: " E-0800
                  "  GRANDE SP: " E-GSP
                  DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-TEXTO THRU FIM-GRAVA-TEXTO
           PERFORM MONTA-MARCA THRU FIM-MONTA-MARCA
           PERFORM GRAVA-MARCA THRU FIM-GRAVA-MARCA.
       FIM-COMPOE-PAGINA.
           EXIT.

      *****************************************************************
      *    BUSCA-MODELO: PEDE AO MODELO O TEXTO DO E-CARTA VIGENTE EM
      *    E-DT-PROC. A PAGINA TEM ATE' A LINHA ANTERIOR A DA MARCA.
      *    SEXO DIFERENTE DE "F" SEGUE COMO MASCULINO, COMO NO TEXTO
      *    PADRAO.
      *****************************************************************
       BUSCA-MODELO.
           MOVE SPACES     TO W-MODELO
           MOVE ZEROS      TO W-MD-VERSAO-PED
           MOVE E-CARTA    TO W-MD-CARTA
           MOVE E-DT-PROC  TO W-MD-DATA
           COMPUTE W-MD-MAX-LINHAS = W-LINHA-MARCA - 1
           MOVE E-NOME-ASS    TO W-MD-NOME
           MOVE E-CHAMADA-ASS TO W-MD-CHAMADA
           MOVE "M"           TO W-MD-SEXO
           IF E-SEXO-ASS = "F"
              MOVE "F" TO W-MD-SEXO.
           MOVE E-COD-ASS  TO W-MD-CODIGO
           MOVE E-END-ASS  TO W-MD-ENDERECO
           MOVE E-BAI-ASS  TO W-MD-BAIRRO
           MOVE E-CID-ASS  TO W-MD-CIDADE
           MOVE E-UF-ASS   TO W-MD-UF
           MOVE E-CEP5-ASS TO W-CEP-ED-5
           MOVE "-"        TO W-CEP-TRACO
           MOVE E-CEP3-ASS TO W-CEP-ED-3
           MOVE W-CEP-ED   TO W-MD-CEP
           MOVE E-0800     TO W-MD-0800
           MOVE E-GSP      TO W-MD-GSP
           MOVE E-SEQ-REG  TO W-MD-SEQ
           PERFORM MODELO-PROJETO THRU FIM-MODELO-PROJETO
                    VARYING W-IND FROM 1 BY 1 UNTIL W-IND > 6.
           MOVE "2" TO W-MD-RET
           CALL "MODELO" USING W-MODELO
               ON EXCEPTION
                  MOVE "2" TO W-MD-RET
           END-CALL
           IF W-MD-RET = "0" AND W-MD-EXCEDEU = "S"
              DISPLAY "MODELO " W-MD-CARTA " VERSAO " W-MD-VERSAO
                      " PASSA DA PAGINA - SEQ " E-SEQ-REG.
       FIM-BUSCA-MODELO.
           EXIT.

       MODELO-PROJETO.
           IF E-NR-PROJ(W-IND) = SPACES AND
              E-NOME-PROJ(W-IND) = SPACES
              GO TO FIM-MODELO-PROJETO.
           MOVE E-NR-PROJ(W-IND) (2 : 2)     TO W-MD-REVISTA(W-IND)
           MOVE E-NOME-PROJ(W-IND)           TO W-MD-NOME-PRJ(W-IND)
           MOVE E-MMAA-INIC(W-IND) (1 : 7)   TO W-MD-INI-PRJ(W-IND)
           MOVE E-MMAA-FIM(W-IND) (1 : 7)    TO W-MD-FIM-PRJ(W-IND)
           MOVE E-VL-PARC(W-IND)             TO W-MD-VL-PARC(W-IND).
       FIM-MODELO-PROJETO.
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

      *****************************************************************
      *    MONTA-MARCA: A CARTA E' UMA PECA DE UMA PAGINA SO'. CADA
      *    ANEXO PREENCHIDO EM E-ANEXO123 (TRES FATIAS DE 7) ACIONA
      *    A ESTACAO CORRESPONDENTE DA ENVELOPADORA.
      *****************************************************************
       MONTA-MARCA.
           ADD 1 TO W-PECAS
           MOVE W-PECAS    TO MK-PECA
           MOVE 1          TO MK-PAG MK-TOT-PAG
           MOVE "F"        TO MK-FIM
           MOVE E-SEQ-REG  TO MK-SEQ
           MOVE E-ANEXO123 TO MK-ANEXOS
           MOVE "000"      TO MK-ESTACOES
           IF E-ANEXO123 (1 : 7) NOT = SPACES
              MOVE "1" TO MK-EST(1).
           IF E-ANEXO123 (8 : 7) NOT = SPACES
              MOVE "2" TO MK-EST(2).
           IF E-ANEXO123 (15 : 7) NOT = SPACES
              MOVE "3" TO MK-EST(3).
       FIM-MONTA-MARCA.
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

       COMPOE-PROJETO.
           IF E-NR-PROJ(W-IND) = SPACES AND
              E-NOME-PROJ(W-IND) = SPACES
      ****************************************************************
       CARREGA-TRANSLIT.
           MOVE ZEROS TO W-QT-TRANSL
           MOVE "TRANSLIT.TXT" TO W-PM-ARQUIVO
           PERFORM ANOTA-PARAMETRO THRU FIM-ANOTA-PARAMETRO
           OPEN INPUT PTRANSL.
           IF W-FS-TRANSL NOT = "00"
              GO TO FIM-CARREGA-TRANSLIT.
                   "' : " TTL-CNT(W-IND-TRA).
       FIM-RELATA-TRANSLIT-CHAR.
           EXIT.

      *****************************************************************
      *    ANOTA-PARAMETRO: A VERSAO DO ARQUIVO DE PARAMETROS LIDO
      *    (W-PM-ARQUIVO) VAI PARA O RUNLOG, PELO PARAMVER.
      *****************************************************************
       ANOTA-PARAMETRO.
           MOVE "R" TO W-PM-MODO
           MOVE "COMPOE" TO W-PM-PROGRAMA
           CALL "PARAMVER" USING W-PARAMVER
               ON EXCEPTION
                  DISPLAY "PARAMVER INDISPONIVEL - VERSAO DE "
                          W-PM-ARQUIVO " NAO ANOTADA"
           END-CALL.
       FIM-ANOTA-PARAMETRO.
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
