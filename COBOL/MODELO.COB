       IDENTIFICATION DIVISION.
       PROGRAM-ID.      MODELO.
      *------------------------------------------------------------
      * REPOSITORIO DE TEXTOS DAS CARTAS (MODELOS.TXT). CHAMADO
      * (CALL "MODELO") PELOS COMPOSITORES - COMPOE, COMPOEPRE,
      * CARNE E REENVIA - E PELA PREVIA, COM O MODELO DE CARTA, A
      * DATA DE PROCESSAMENTO E OS DADOS DO DESTINATARIO; DEVOLVE A
      * PAGINA PRONTA, LINHA A LINHA, NA VERSAO DO MODELO VIGENTE
      * NA DATA. SEM VERSAO VIGENTE (OU SEM O ARQUIVO) O RETORNO
      * AVISA E O COMPOSITOR SEGUE COM O TEXTO PROPRIO DELE - A
      * TROCA DE REDACAO DEIXA DE ESPERAR ALTERACAO DE PROGRAMA.
      *
      * MODELOS.TXT - UMA LINHA DE TEXTO POR REGISTRO, NA ORDEM EM
      * QUE SAI NA PAGINA:
      *    01-07 MODELO (E-CARTA; "PRESENT", "REENVIO" E "CARNE"
      *          PARA O PRESENTEADO, O REENVIO E A CAPA DO CARNE)
      *    09-11 VERSAO
      *    13-20 INICIO DA VIGENCIA (AAAAMMDD)
      *    22-29 FIM DA VIGENCIA (AAAAMMDD; ZEROS = SEM FIM)
      *    31    SEXO: BRANCO = TODOS, "F" OU "M" = SO' PARA O SEXO
      *          (SEXO NAO INFORMADO SEGUE AS LINHAS "M")
      *    33-34 REVISTA: BRANCO = TODAS, NN = SO' SE A CARTA TEM
      *          PROJETO DA REVISTA NN (PARAGRAFO POR REVISTA)
      *    36-125 TEXTO
      * NA DATA, VALE A MAIOR VERSAO DO MODELO COM A DATA DENTRO DA
      * VIGENCIA. A PREVIA PODE PEDIR UMA VERSAO PELO NUMERO, ANTES
      * DELA ENTRAR EM VIGOR.
      *
      * MARCADORES NO TEXTO (ENTRE ARROBAS): @NOME@, @CHAMADA@ (SEM
      * CHAMADA, O NOME), @PREZADO@ (PREZADO/PREZADA/PREZADO(A)),
      * @O@ (O/A/O(A)), @CODIGO@, @ENDERECO@, @BAIRRO@, @CIDADE@,
      * @UF@, @CEP@, @0800@, @GSP@, @DE-NOME@ (QUEM PRESENTEOU),
      * @TITULO@ E @SEQ@. SOZINHOS NA LINHA, @BLOCO-ENDERECO@ (RUA,
      * BAIRRO - CIDADE - UF E CEP) E @TABELA-PROJETOS@ (UMA LINHA
      * POR PROJETO, COM VIGENCIA E PARCELA) VIRAM VARIAS LINHAS.
      * MARCADOR DESCONHECIDO SAI COMO ESTA', PARA A PREVIA MOSTRAR.
      *------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT  IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PMODELO ASSIGN TO "MODELOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS
           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PMODELO.
       01  REG-MODELO.
           03 MD-CARTA       PIC X(07).
           03 FILLER         PIC X(01).
           03 MD-VERSAO      PIC 9(03).
           03 FILLER         PIC X(01).
           03 MD-VIG-INI     PIC 9(08).
           03 FILLER         PIC X(01).
           03 MD-VIG-FIM     PIC 9(08).
           03 FILLER         PIC X(01).
           03 MD-SEXO        PIC X(01).
           03 FILLER         PIC X(01).
           03 MD-REVISTA     PIC X(02).
           03 FILLER         PIC X(01).
           03 MD-TEXTO       PIC X(90).

       WORKING-STORAGE SECTION.
       77 W-FS             PIC X(02) VALUE SPACES.
       77 W-CARREGOU       PIC X(01) VALUE "N".
       77 W-QT-MOD         PIC 9(04) VALUE ZEROS.
       77 W-IND            PIC 9(04) VALUE ZEROS.
       77 W-IND-PRJ        PIC 9(01) VALUE ZEROS.
       77 W-DATA-REF       PIC 9(08) VALUE ZEROS.
       77 W-VERSAO         PIC 9(03) VALUE ZEROS.
       77 W-SEXO           PIC X(01) VALUE SPACES.
       77 W-TEM-REVISTA    PIC X(01) VALUE "N".
       77 W-POS            PIC 9(03) VALUE ZEROS.
       77 W-FIM-TOK        PIC 9(03) VALUE ZEROS.
       77 W-PS             PIC 9(03) VALUE ZEROS.
       77 W-TAM-TOK        PIC 9(03) VALUE ZEROS.
       77 W-TOKEN          PIC X(20) VALUE SPACES.
       77 W-VALOR-TOK      PIC X(80) VALUE SPACES.
       77 W-ACHOU-TOK      PIC X(01) VALUE "N".
       77 W-VALOR          PIC Z.ZZZ.ZZ9,99.
       77 W-VL-PARC        PIC 9(09) VALUE ZEROS.
       01 W-LINHA          PIC X(90) VALUE SPACES.
       01 W-DATA-HOJE.
          02 W-AAAAMMDD    PIC 9(08).
       01 W-DATE.
          02 W-ANO         PIC 9(02).
          02 W-MES         PIC 9(02).
          02 W-DIA         PIC 9(02).
       01 W-DT-DDMMAAAA.
          02 W-DT-DD       PIC 9(02).
          02 W-DT-MM       PIC 9(02).
          02 W-DT-AAAA     PIC 9(04).
      *------------------------------------------------------------
      *    MODELOS.TXT EM MEMORIA, CARREGADO NA PRIMEIRA CHAMADA.
      *------------------------------------------------------------
       01 TAB-MODELOS.
          02 TM-ENT OCCURS 3000 TIMES.
             03 TM-CARTA   PIC X(07).
             03 TM-VERSAO  PIC 9(03).
             03 TM-VIG-INI PIC 9(08).
             03 TM-VIG-FIM PIC 9(08).
             03 TM-SEXO    PIC X(01).
             03 TM-REVISTA PIC X(02).
             03 TM-TEXTO   PIC X(90).

       LINKAGE SECTION.
       01  LK-MODELO.
      *    ENTRADA
           02  LK-MD-CARTA        PIC X(007).
           02  LK-MD-VERSAO-PED   PIC 9(003).
           02  LK-MD-DATA         PIC X(008).
           02  LK-MD-MAX-LINHAS   PIC 9(003).
           02  LK-MD-NOME         PIC X(040).
           02  LK-MD-CHAMADA      PIC X(020).
           02  LK-MD-SEXO         PIC X(001).
           02  LK-MD-CODIGO       PIC X(010).
           02  LK-MD-ENDERECO     PIC X(080).
           02  LK-MD-BAIRRO       PIC X(040).
           02  LK-MD-CIDADE       PIC X(040).
           02  LK-MD-UF           PIC X(003).
           02  LK-MD-CEP          PIC X(009).
           02  LK-MD-0800         PIC X(012).
           02  LK-MD-GSP          PIC X(009).
           02  LK-MD-DE-NOME      PIC X(040).
           02  LK-MD-TITULO       PIC X(040).
           02  LK-MD-SEQ          PIC X(010).
           02  LK-MD-PROJ OCCURS 6 TIMES.
               03  LK-MD-REVISTA  PIC X(002).
               03  LK-MD-NOME-PRJ PIC X(030).
               03  LK-MD-INI-PRJ  PIC X(007).
               03  LK-MD-FIM-PRJ  PIC X(007).
               03  LK-MD-VL-PARC  PIC X(009).
      *    SAIDA: RET "0" = PAGINA COMPOSTA, "1" = MODELO SEM VERSAO
      *    VIGENTE NA DATA, "2" = MODELOS.TXT AUSENTE OU VAZIO.
           02  LK-MD-RET          PIC X(001).
           02  LK-MD-VERSAO       PIC 9(003).
           02  LK-MD-VIG-INI      PIC 9(008).
           02  LK-MD-EXCEDEU      PIC X(001).
           02  LK-MD-QT-LINHAS    PIC 9(003).
           02  LK-MD-LINHA OCCURS 60 TIMES PIC X(090).

       PROCEDURE DIVISION USING LK-MODELO.
       INICIO.
           MOVE "2"    TO LK-MD-RET
           MOVE ZEROS  TO LK-MD-VERSAO LK-MD-VIG-INI LK-MD-QT-LINHAS
           MOVE "N"    TO LK-MD-EXCEDEU
           IF W-CARREGOU = "N"
              PERFORM CARREGA-MODELOS THRU FIM-CARREGA-MODELOS.
           IF W-QT-MOD = ZEROS
              GO TO FIM.
           IF LK-MD-MAX-LINHAS = ZEROS OR LK-MD-MAX-LINHAS > 60
              MOVE 60 TO LK-MD-MAX-LINHAS.
           PERFORM DATA-REFERENCIA THRU FIM-DATA-REFERENCIA
           MOVE "1"    TO LK-MD-RET
           MOVE ZEROS  TO W-VERSAO
           PERFORM ESCOLHE-VERSAO THRU FIM-ESCOLHE-VERSAO
                    VARYING W-IND FROM 1 BY 1
                    UNTIL W-IND > W-QT-MOD.
           IF W-VERSAO = ZEROS
              GO TO FIM.
           MOVE "0"      TO LK-MD-RET
           MOVE W-VERSAO TO LK-MD-VERSAO
      *    SEXO DIFERENTE DE "F" E "M" USA AS LINHAS "M" E A FORMA
      *    NEUTRA DOS MARCADORES DE CONCORDANCIA.
           MOVE "M" TO W-SEXO
           IF LK-MD-SEXO = "F"
              MOVE "F" TO W-SEXO.
           PERFORM COMPOE-LINHA THRU FIM-COMPOE-LINHA
                    VARYING W-IND FROM 1 BY 1
                    UNTIL W-IND > W-QT-MOD.
       FIM.
           GOBACK.

      *****************************************************************
      *    DATA-REFERENCIA: E-DT-PROC (DDMMAAAA) EM AAAAMMDD; DATA
      *    INVALIDA OU EM BRANCO VALE A DATA DE HOJE.
      *****************************************************************
       DATA-REFERENCIA.
           ACCEPT W-DATE FROM DATE
           COMPUTE W-AAAAMMDD = 20000000 + (W-ANO * 10000)
                   + (W-MES * 100) + W-DIA
           MOVE W-AAAAMMDD TO W-DATA-REF
           IF LK-MD-DATA NOT NUMERIC
              GO TO FIM-DATA-REFERENCIA.
           MOVE LK-MD-DATA TO W-DT-DDMMAAAA
           IF W-DT-MM < 1 OR W-DT-MM > 12 OR W-DT-DD < 1
              OR W-DT-DD > 31 OR W-DT-AAAA < 1900
              GO TO FIM-DATA-REFERENCIA.
           COMPUTE W-DATA-REF = (W-DT-AAAA * 10000) + (W-DT-MM * 100)
                   + W-DT-DD.
       FIM-DATA-REFERENCIA.
           EXIT.

      *****************************************************************
      *    ESCOLHE-VERSAO: A MAIOR VERSAO DO MODELO VIGENTE NA DATA,
      *    OU A VERSAO PEDIDA PELO NUMERO (PREVIA).
      *****************************************************************
       ESCOLHE-VERSAO.
           IF TM-CARTA(W-IND) NOT = LK-MD-CARTA
              GO TO FIM-ESCOLHE-VERSAO.
           IF LK-MD-VERSAO-PED > ZEROS
              IF TM-VERSAO(W-IND) = LK-MD-VERSAO-PED
                 MOVE TM-VERSAO(W-IND)  TO W-VERSAO
                 MOVE TM-VIG-INI(W-IND) TO LK-MD-VIG-INI
              END-IF
              GO TO FIM-ESCOLHE-VERSAO.
           IF TM-VIG-INI(W-IND) > W-DATA-REF
              GO TO FIM-ESCOLHE-VERSAO.
           IF TM-VIG-FIM(W-IND) > ZEROS AND
              TM-VIG-FIM(W-IND) < W-DATA-REF
              GO TO FIM-ESCOLHE-VERSAO.
           IF TM-VERSAO(W-IND) > W-VERSAO
              MOVE TM-VERSAO(W-IND)  TO W-VERSAO
              MOVE TM-VIG-INI(W-IND) TO LK-MD-VIG-INI.
       FIM-ESCOLHE-VERSAO.
           EXIT.

      *****************************************************************
      *    COMPOE-LINHA: UMA LINHA DA VERSAO ESCOLHIDA, SE O SEXO E A
      *    REVISTA DELA SERVEM PARA O DESTINATARIO.
      *****************************************************************
       COMPOE-LINHA.
           IF TM-CARTA(W-IND) NOT = LK-MD-CARTA OR
              TM-VERSAO(W-IND) NOT = W-VERSAO
              GO TO FIM-COMPOE-LINHA.
           IF TM-SEXO(W-IND) NOT = SPACE AND
              TM-SEXO(W-IND) NOT = W-SEXO
              GO TO FIM-COMPOE-LINHA.
           IF TM-REVISTA(W-IND) NOT = SPACES
              MOVE "N" TO W-TEM-REVISTA
              PERFORM TESTA-REVISTA THRU FIM-TESTA-REVISTA
                       VARYING W-IND-PRJ FROM 1 BY 1
                       UNTIL W-IND-PRJ > 6
              IF W-TEM-REVISTA = "N"
                 GO TO FIM-COMPOE-LINHA.
           IF TM-TEXTO(W-IND) = "@BLOCO-ENDERECO@"
              PERFORM BLOCO-ENDERECO THRU FIM-BLOCO-ENDERECO
              GO TO FIM-COMPOE-LINHA.
           IF TM-TEXTO(W-IND) = "@TABELA-PROJETOS@"
              PERFORM TABELA-PROJETO THRU FIM-TABELA-PROJETO
                       VARYING W-IND-PRJ FROM 1 BY 1
                       UNTIL W-IND-PRJ > 6
              GO TO FIM-COMPOE-LINHA.
           MOVE SPACES TO W-LINHA
           MOVE 1 TO W-PS
           PERFORM SUBSTITUI THRU FIM-SUBSTITUI
                    VARYING W-POS FROM 1 BY 1
                    UNTIL W-POS > 90.
           PERFORM GUARDA-LINHA THRU FIM-GUARDA-LINHA.
       FIM-COMPOE-LINHA.
           EXIT.

       TESTA-REVISTA.
           IF LK-MD-REVISTA(W-IND-PRJ) = TM-REVISTA(W-IND)
              MOVE "S" TO W-TEM-REVISTA.
       FIM-TESTA-REVISTA.
           EXIT.

      *****************************************************************
      *    SUBSTITUI: COPIA O TEXTO CARACTERE A CARACTERE; "@" ABRE
      *    UM MARCADOR QUE VAI ATE' O PROXIMO "@". O VALOR ENTRA SEM
      *    OS BRANCOS DO FIM (DELIMITADO POR DOIS BRANCOS, COMO NO
      *    RESTO DA COMPOSICAO).
      *****************************************************************
       SUBSTITUI.
           IF TM-TEXTO(W-IND) (W-POS : 1) NOT = "@"
              GO TO COPIA-CARACTER.
           MOVE ZEROS TO W-FIM-TOK
           PERFORM ACHA-FIM-TOKEN THRU FIM-ACHA-FIM-TOKEN
                    VARYING W-TAM-TOK FROM 1 BY 1
                    UNTIL W-TAM-TOK > 20 OR W-FIM-TOK > ZEROS
                    OR W-POS + W-TAM-TOK > 90.
           IF W-FIM-TOK = ZEROS
              GO TO COPIA-CARACTER.
           MOVE SPACES TO W-TOKEN
           COMPUTE W-TAM-TOK = W-FIM-TOK - W-POS - 1
           IF W-TAM-TOK = ZEROS
              GO TO COPIA-CARACTER.
           MOVE TM-TEXTO(W-IND) (W-POS + 1 : W-TAM-TOK) TO W-TOKEN
           PERFORM VALOR-TOKEN THRU FIM-VALOR-TOKEN
           IF W-ACHOU-TOK = "N"
              GO TO COPIA-CARACTER.
           IF W-VALOR-TOK NOT = SPACES AND W-PS < 91
              STRING W-VALOR-TOK DELIMITED BY "  "
                     INTO W-LINHA WITH POINTER W-PS.
           MOVE W-FIM-TOK TO W-POS
           GO TO FIM-SUBSTITUI.
       COPIA-CARACTER.
           IF W-PS < 91
              MOVE TM-TEXTO(W-IND) (W-POS : 1) TO W-LINHA (W-PS : 1)
              ADD 1 TO W-PS.
       FIM-SUBSTITUI.
           EXIT.

       ACHA-FIM-TOKEN.
           IF TM-TEXTO(W-IND) (W-POS + W-TAM-TOK : 1) = "@"
              COMPUTE W-FIM-TOK = W-POS + W-TAM-TOK.
       FIM-ACHA-FIM-TOKEN.
           EXIT.

       VALOR-TOKEN.
           MOVE "S"    TO W-ACHOU-TOK
           MOVE SPACES TO W-VALOR-TOK
           EVALUATE W-TOKEN
              WHEN "NOME"      MOVE LK-MD-NOME     TO W-VALOR-TOK
              WHEN "CHAMADA"
                   IF LK-MD-CHAMADA = SPACES
                      MOVE LK-MD-NOME    TO W-VALOR-TOK
                   ELSE
                      MOVE LK-MD-CHAMADA TO W-VALOR-TOK
                   END-IF
              WHEN "PREZADO"
                   IF LK-MD-SEXO = "F"
                      MOVE "PREZADA" TO W-VALOR-TOK
                   ELSE
                      IF LK-MD-SEXO = "M"
                         MOVE "PREZADO" TO W-VALOR-TOK
                      ELSE
                         MOVE "PREZADO(A)" TO W-VALOR-TOK
                      END-IF
                   END-IF
              WHEN "O"
                   IF LK-MD-SEXO = "F"
                      MOVE "A" TO W-VALOR-TOK
                   ELSE
                      IF LK-MD-SEXO = "M"
                         MOVE "O" TO W-VALOR-TOK
                      ELSE
                         MOVE "O(A)" TO W-VALOR-TOK
                      END-IF
                   END-IF
              WHEN "CODIGO"    MOVE LK-MD-CODIGO   TO W-VALOR-TOK
              WHEN "ENDERECO"  MOVE LK-MD-ENDERECO TO W-VALOR-TOK
              WHEN "BAIRRO"    MOVE LK-MD-BAIRRO   TO W-VALOR-TOK
              WHEN "CIDADE"    MOVE LK-MD-CIDADE   TO W-VALOR-TOK
              WHEN "UF"        MOVE LK-MD-UF       TO W-VALOR-TOK
              WHEN "CEP"       MOVE LK-MD-CEP      TO W-VALOR-TOK
              WHEN "0800"      MOVE LK-MD-0800     TO W-VALOR-TOK
              WHEN "GSP"       MOVE LK-MD-GSP      TO W-VALOR-TOK
              WHEN "DE-NOME"   MOVE LK-MD-DE-NOME  TO W-VALOR-TOK
              WHEN "TITULO"    MOVE LK-MD-TITULO   TO W-VALOR-TOK
              WHEN "SEQ"       MOVE LK-MD-SEQ      TO W-VALOR-TOK
              WHEN OTHER       MOVE "N"            TO W-ACHOU-TOK
           END-EVALUATE.
       FIM-VALOR-TOKEN.
           EXIT.

      *    BLOCO DE ENDERECO NO FORMATO DO COMPOE.
       BLOCO-ENDERECO.
           MOVE LK-MD-ENDERECO TO W-LINHA
           PERFORM GUARDA-LINHA THRU FIM-GUARDA-LINHA
           MOVE SPACES TO W-LINHA
           STRING LK-MD-BAIRRO DELIMITED BY "  "
                  " - " LK-MD-CIDADE DELIMITED BY "  "
                  " - " LK-MD-UF DELIMITED BY SIZE
                  INTO W-LINHA
           PERFORM GUARDA-LINHA THRU FIM-GUARDA-LINHA
           MOVE SPACES TO W-LINHA
           STRING "CEP " LK-MD-CEP DELIMITED BY SIZE INTO W-LINHA
           PERFORM GUARDA-LINHA THRU FIM-GUARDA-LINHA.
       FIM-BLOCO-ENDERECO.
           EXIT.

      *    TABELA DE PROJETOS NO FORMATO DO COMPOE-PROJETO.
       TABELA-PROJETO.
           IF LK-MD-NOME-PRJ(W-IND-PRJ) = SPACES
              GO TO FIM-TABELA-PROJETO.
           MOVE SPACES TO W-LINHA
           IF LK-MD-VL-PARC(W-IND-PRJ) NUMERIC
              MOVE LK-MD-VL-PARC(W-IND-PRJ) TO W-VL-PARC
              DIVIDE W-VL-PARC BY 100 GIVING W-VALOR
              STRING "  " LK-MD-NOME-PRJ(W-IND-PRJ)
                     " VIGENCIA " LK-MD-INI-PRJ(W-IND-PRJ)
                     " A " LK-MD-FIM-PRJ(W-IND-PRJ)
                     " PARCELA R$ " W-VALOR
                     DELIMITED BY SIZE INTO W-LINHA
           ELSE
              STRING "  " LK-MD-NOME-PRJ(W-IND-PRJ)
                     " VIGENCIA " LK-MD-INI-PRJ(W-IND-PRJ)
                     " A " LK-MD-FIM-PRJ(W-IND-PRJ)
                     DELIMITED BY SIZE INTO W-LINHA
           END-IF
           PERFORM GUARDA-LINHA THRU FIM-GUARDA-LINHA.
       FIM-TABELA-PROJETO.
           EXIT.

      *    A PAGINA TEM LIMITE (A LINHA DA MARCA DA ENVELOPADORA OU
      *    O ESPACO DA CAPA); O QUE PASSA FICA DE FORA E E' AVISADO.
       GUARDA-LINHA.
           IF LK-MD-QT-LINHAS NOT < LK-MD-MAX-LINHAS
              MOVE "S" TO LK-MD-EXCEDEU
              GO TO FIM-GUARDA-LINHA.
           ADD 1 TO LK-MD-QT-LINHAS
           MOVE W-LINHA TO LK-MD-LINHA(LK-MD-QT-LINHAS).
       FIM-GUARDA-LINHA.
           EXIT.

      ****************************************************************
      *    CARREGA-MODELOS: LE MODELOS.TXT UMA VEZ POR RODADA. LINHA
      *    SEM MODELO OU COM VERSAO/VIGENCIA NAO NUMERICA E' IGNORADA.
      ****************************************************************
       CARREGA-MODELOS.
           MOVE "S" TO W-CARREGOU
           OPEN INPUT PMODELO
           IF W-FS NOT = "00"
              GO TO FIM-CARREGA-MODELOS.
       LE-MODELO.
           READ PMODELO AT END
                CLOSE PMODELO
                GO TO FIM-CARREGA-MODELOS.
           IF MD-CARTA = SPACES OR MD-VERSAO NOT NUMERIC OR
              MD-VIG-INI NOT NUMERIC
              GO TO LE-MODELO.
           IF W-QT-MOD NOT < 3000
              DISPLAY "MODELOS.TXT COM MAIS DE 3000 LINHAS - "
                      "EXCEDENTE IGNORADO"
              CLOSE PMODELO
              GO TO FIM-CARREGA-MODELOS.
           ADD 1 TO W-QT-MOD
           MOVE MD-CARTA   TO TM-CARTA(W-QT-MOD)
           MOVE MD-VERSAO  TO TM-VERSAO(W-QT-MOD)
           MOVE MD-VIG-INI TO TM-VIG-INI(W-QT-MOD)
           IF MD-VIG-FIM NUMERIC
              MOVE MD-VIG-FIM TO TM-VIG-FIM(W-QT-MOD)
           ELSE
              MOVE ZEROS TO TM-VIG-FIM(W-QT-MOD).
           MOVE MD-SEXO    TO TM-SEXO(W-QT-MOD)
           MOVE MD-REVISTA TO TM-REVISTA(W-QT-MOD)
           MOVE MD-TEXTO   TO TM-TEXTO(W-QT-MOD)
           GO TO LE-MODELO.
       FIM-CARREGA-MODELOS.
           EXIT.
