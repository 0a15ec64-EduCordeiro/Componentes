      *    TABELA DE PRECOS DOS MATERIAIS (MATERIAIS.TXT): CODIGO,
      *    PRECO POR UNIDADE DE AREA EM CENTAVOS E PERCENTUAL DE
      *    PERDA - E' O QUE TRANSFORMA AREA EM DINHEIRO NO MODO DE
      *    CUSTEIO. NO MODO DE PLANO DE CORTE A LINHA TRAZ TAMBEM
      *    A CHAPA PADRAO DO MATERIAL (LARGURA E ALTURA).
      *-----------------------------------------------------------
           SELECT MATERIAIS ASSIGN TO "MATERIAIS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ST-MATERIAIS.

      *-----------------------------------------------------------
      *    PLANO DE CORTE DO LOTE: CHAPAS POR MATERIAL, POSICAO DE
      *    CADA PECA NA CHAPA, PERDA REAL E CUSTO POR CHAPA INTEIRA.
      *-----------------------------------------------------------
           SELECT CORTE ASSIGN TO "PLANO_CORTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ST-CORTE.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
           02 MA-PRECO        PIC 9(009).
           02 FILLER          PIC X(001).
           02 MA-PERDA        PIC 9(003).
      *    CHAPA PADRAO (MESMA UNIDADE DAS MEDIDAS) - TABELAS
      *    ANTIGAS, SEM AS COLUNAS, SO' NAO ENTRAM NO PLANO DE CORTE.
           02 FILLER          PIC X(001).
           02 MA-CHAPA-LARG   PIC 9(004).
           02 FILLER          PIC X(001).
           02 MA-CHAPA-ALT    PIC 9(004).

       FD  CORTE.
       01  REG-CORTE          PIC X(100).

       WORKING-STORAGE SECTION.
       77  LARGURA       PIC 9(003) VALUE ZEROS.
       77  W-MODO        PIC X(001) VALUE "1".
           88  MODO-LOTE                 VALUE "2" "3".
           88  MODO-CUSTEIO              VALUE "3".
           88  MODO-CORTE                VALUE "4".
       77  W-QT-FIGURAS  PIC 9(004) VALUE ZEROS.
       77  W-QT-INVALIDAS PIC 9(004) VALUE ZEROS.
       77  TOT-AREA      PIC 9(009)V99 VALUE ZEROS.
              03 TMA-CODIGO   PIC X(006).
              03 TMA-PRECO    PIC 9(009).
              03 TMA-PERDA    PIC 9(003).
              03 TMA-CHAPA-LARG PIC 9(004).
              03 TMA-CHAPA-ALT  PIC 9(004).

      *    PLANO DE CORTE: PECAS DO LOTE (CIRCULO ENTRA COMO O
      *    QUADRADO QUE O CIRCUNSCREVE) E SITUACAO DE CADA UMA -
      *    "A" A PLANEJAR, "P" POSICIONADA, "M" SEM MATERIAL OU
      *    MATERIAL FORA DA TABELA, "S" MATERIAL SEM CHAPA PADRAO,
      *    "G" MAIOR QUE A CHAPA.
       77  ST-CORTE      PIC X(002) VALUE SPACES.
       77  W-QT-PECAS    PIC 9(004) VALUE ZEROS.
       77  W-IND-PECA    PIC 9(004) VALUE ZEROS.
       77  W-IND-PECA2   PIC 9(004) VALUE ZEROS.
       77  W-QT-LIVRES   PIC 9(004) VALUE ZEROS.
       77  W-IND-LIVRE   PIC 9(004) VALUE ZEROS.
       77  W-MELHOR-LIVRE PIC 9(004) VALUE ZEROS.
       77  W-MELHOR-AREA PIC 9(008) VALUE ZEROS.
       77  W-AREA-LIVRE  PIC 9(008) VALUE ZEROS.
       77  W-GIRA        PIC X(001) VALUE "N".
       77  W-PECA-LARG   PIC 9(004) VALUE ZEROS.
       77  W-PECA-ALT    PIC 9(004) VALUE ZEROS.
       77  W-SOBRA-LARG  PIC 9(004) VALUE ZEROS.
       77  W-SOBRA-ALT   PIC 9(004) VALUE ZEROS.
       77  W-CHAPAS-MAT  PIC 9(003) VALUE ZEROS.
       77  W-IND-CHAPA   PIC 9(003) VALUE ZEROS.
       77  W-TOT-CHAPAS  PIC 9(005) VALUE ZEROS.
       77  W-QT-NAO-PLAN PIC 9(004) VALUE ZEROS.
       77  W-AREA-CHAPA  PIC 9(008) VALUE ZEROS.
       77  W-AREA-CHAPAS-MAT PIC 9(011) VALUE ZEROS.
       77  W-AREA-PECAS-MAT  PIC 9(011)V99 VALUE ZEROS.
       77  W-PERDA-REAL  PIC 9(003)V99 VALUE ZEROS.
       77  W-CUSTO-CHAPAS PIC 9(013)V99 VALUE ZEROS.
       77  W-CUSTO-LIQUIDO PIC 9(013)V99 VALUE ZEROS.
       77  TOT-CUSTO-CHAPAS PIC 9(013)V99 VALUE ZEROS.
       77  W-SITUACAO-TXT PIC X(030) VALUE SPACES.
       77  W-IND-NOVO    PIC 9(004) VALUE ZEROS.
       01  W-LIVRE-USADO.
           02 W-LV-CHAPA      PIC 9(003).
           02 W-LV-X          PIC 9(004).
           02 W-LV-Y          PIC 9(004).
           02 W-LV-LARG       PIC 9(004).
           02 W-LV-ALT        PIC 9(004).
       01  W-LIVRE-NOVO.
           02 W-NV-CHAPA      PIC 9(003).
           02 W-NV-X          PIC 9(004).
           02 W-NV-Y          PIC 9(004).
           02 W-NV-LARG       PIC 9(004).
           02 W-NV-ALT        PIC 9(004).
       01  TAB-PECAS.
           02 TPC-ENT OCCURS 500 TIMES.
              03 TPC-ROTULO   PIC X(020).
              03 TPC-MATERIAL PIC X(006).
              03 TPC-IND-MAT  PIC 9(003).
              03 TPC-TIPO     PIC X(001).
              03 TPC-RAIO     PIC 9(003).
              03 TPC-LARG     PIC 9(004).
              03 TPC-ALT      PIC 9(004).
              03 TPC-AREA     PIC 9(008)V99.
              03 TPC-SITUACAO PIC X(001).
              03 TPC-CHAPA    PIC 9(003).
              03 TPC-X        PIC 9(004).
              03 TPC-Y        PIC 9(004).
              03 TPC-GIRADA   PIC X(001).
       01  W-PECA-AUX         PIC X(064).
      *    RETANGULOS LIVRES DAS CHAPAS DO MATERIAL EM PLANEJAMENTO
      *    (LARGURA ZERO = CONSUMIDO).
       01  TAB-LIVRES.
           02 TLV-ENT OCCURS 1000 TIMES.
              03 TLV-CHAPA    PIC 9(003).
              03 TLV-X        PIC 9(004).
              03 TLV-Y        PIC 9(004).
              03 TLV-LARG     PIC 9(004).
              03 TLV-ALT      PIC 9(004).
       01  W-LINHA-PECA.
           02 FILLER          PIC X(004) VALUE SPACES.
           02 W-LP-ROTULO     PIC X(020).
           02 FILLER          PIC X(003) VALUE " X=".
           02 W-LP-X          PIC ZZZ9.
           02 FILLER          PIC X(003) VALUE " Y=".
           02 W-LP-Y          PIC ZZZ9.
           02 FILLER          PIC X(003) VALUE " L=".
           02 W-LP-LARG       PIC ZZZ9.
           02 FILLER          PIC X(003) VALUE " A=".
           02 W-LP-ALT        PIC ZZZ9.
           02 FILLER          PIC X(001) VALUE SPACE.
           02 W-LP-OBS        PIC X(030).
       01  W-ED-QTDE          PIC ZZZZ9.
       01  W-ED-MEDIDA        PIC ZZZ9.
       01  W-ED-AREA          PIC ZZZZZZZZZZ9.99.
       01  W-ED-PERDA         PIC ZZ9.99.
       01  W-ED-CUSTO         PIC ZZZZZZZZZZZZ9.99.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       INICIO.
           DISPLAY "CALCULO DE AREA (QUADRADO/RETANGULOS/CIRCULO)"
           DISPLAY "MODO (1=UMA FIGURA 2=LOTE DE MEDIDAS.TXT "
               "3=LOTE COM CUSTEIO 4=PLANO DE CORTE): "
           ACCEPT W-MODO
           IF MODO-CORTE
               PERFORM CARREGA-MATERIAIS
               PERFORM PLANO-CORTE
               DISPLAY "FIM DE PROGRAMA, PRECIONE ENTER PARA FECHAR"
               ACCEPT PAUSE_PROGRAN
               STOP RUN.

           IF MODO-LOTE
               IF MODO-CUSTEIO
                   PERFORM CARREGA-MATERIAIS
                       ELSE
                           MOVE ZEROS TO TMA-PERDA(W-QT-MATERIAIS)
                       END-IF
                       IF MA-CHAPA-LARG NUMERIC
                          AND MA-CHAPA-ALT NUMERIC
                           MOVE MA-CHAPA-LARG
                               TO TMA-CHAPA-LARG(W-QT-MATERIAIS)
                           MOVE MA-CHAPA-ALT
                               TO TMA-CHAPA-ALT(W-QT-MATERIAIS)
                       ELSE
                           MOVE ZEROS TO TMA-CHAPA-LARG(W-QT-MATERIAIS)
                                         TMA-CHAPA-ALT(W-QT-MATERIAIS)
                       END-IF
                   END-IF
                   READ MATERIAIS
               END-PERFORM
               END-IF
           END-IF.

      *---------------------------------------------------------
      *    MODO PLANO DE CORTE: AS PECAS DO LOTE (MEDIDAS.TXT) SAO
      *    DISTRIBUIDAS NAS CHAPAS PADRAO DE CADA MATERIAL, DA MAIOR
      *    PARA A MENOR, POR CORTE GUILHOTINA (CADA PECA SAI DE UM
      *    RETANGULO LIVRE, E A SOBRA VIRA DOIS RETANGULOS MENORES);
      *    A PECA PODE SER GIRADA 90 GRAUS. CIRCULO ENTRA COMO O
      *    QUADRADO QUE O CIRCUNSCREVE. O PLANO SAI EM
      *    PLANO_CORTE.TXT: CHAPAS POR MATERIAL, POSICAO DE CADA
      *    PECA (PELO ROTULO) EM CADA CHAPA, PERDA REAL E CUSTO PELAS
      *    CHAPAS INTEIRAS (AO LADO DO CUSTO PELA AREA LIQUIDA COM
      *    O MA-PERDA, PARA COMPARAR).
      *---------------------------------------------------------
       PLANO-CORTE.
           MOVE ZEROS TO W-TOT-CHAPAS TOT-CUSTO-CHAPAS W-QT-NAO-PLAN
           PERFORM CARREGA-PECAS
           IF W-QT-PECAS EQUAL ZEROS
               DISPLAY "NENHUMA PECA VALIDA NO LOTE - SEM PLANO"
           ELSE
               PERFORM ORDENA-PECAS
               OPEN OUTPUT CORTE
               IF ST-CORTE NOT EQUAL "00"
                   DISPLAY "ERRO NA ABERTURA DE PLANO_CORTE.TXT = "
                       ST-CORTE
               ELSE
                   MOVE W-QT-PECAS TO W-ED-QTDE
                   MOVE SPACES TO REG-CORTE
                   STRING "PLANO DE CORTE DO LOTE (MEDIDAS.TXT) - "
                       W-ED-QTDE " PECAS"
                       DELIMITED BY SIZE INTO REG-CORTE
                   WRITE REG-CORTE
                   PERFORM VARYING W-IND-MAT FROM 1 BY 1
                           UNTIL W-IND-MAT > W-QT-MATERIAIS
                       PERFORM PLANEJA-MATERIAL
                   END-PERFORM
                   PERFORM LISTA-NAO-PLANEJADAS
                   MOVE SPACES TO REG-CORTE
                   WRITE REG-CORTE
                   MOVE W-TOT-CHAPAS TO W-ED-QTDE
                   COMPUTE W-ED-CUSTO = TOT-CUSTO-CHAPAS / 100
                   STRING "TOTAL DO LOTE: " W-ED-QTDE " CHAPAS"
                       "  CUSTO EM CHAPAS INTEIRAS R$ " W-ED-CUSTO
                       DELIMITED BY SIZE INTO REG-CORTE
                   WRITE REG-CORTE
                   MOVE SPACES TO REG-CORTE
                   STRING "PECAS FORA DO PLANO: " W-QT-NAO-PLAN
                       "  LINHAS INVALIDAS: " W-QT-INVALIDAS
                       DELIMITED BY SIZE INTO REG-CORTE
                   WRITE REG-CORTE
                   CLOSE CORTE
                   DISPLAY "CHAPAS NECESSARIAS: " W-TOT-CHAPAS
                   DISPLAY "CUSTO EM CHAPAS...: R$ " W-ED-CUSTO
                   DISPLAY "PECAS FORA DO PLANO: " W-QT-NAO-PLAN
                   DISPLAY "PLANO EM PLANO_CORTE.TXT"
               END-IF
           END-IF.

      *    LE O LOTE PARA A TABELA DE PECAS (ATE 500).
       CARREGA-PECAS.
           MOVE ZEROS TO W-QT-PECAS W-QT-INVALIDAS
           OPEN INPUT MEDIDAS
           IF ST-MEDIDAS NOT EQUAL "00"
               DISPLAY "MEDIDAS.TXT NAO ENCONTRADO"
           ELSE
               READ MEDIDAS
               PERFORM UNTIL ST-MEDIDAS EQUAL "10"
                   PERFORM GUARDA-PECA
                   READ MEDIDAS
               END-PERFORM
               CLOSE MEDIDAS
           END-IF.

       GUARDA-PECA.
           IF MD-TIPO NOT EQUAL "1" AND "2"
               ADD 1 TO W-QT-INVALIDAS
           ELSE
             IF MD-DIM1 NOT NUMERIC OR MD-DIM1 EQUAL ZEROS
               ADD 1 TO W-QT-INVALIDAS
             ELSE
               IF W-QT-PECAS NOT < 500
                   DISPLAY "LOTE ACIMA DE 500 PECAS - IGNORADA: "
                       MD-ROTULO
                   ADD 1 TO W-QT-INVALIDAS
               ELSE
                   ADD 1 TO W-QT-PECAS
                   INITIALIZE TPC-ENT(W-QT-PECAS)
                   MOVE MD-ROTULO   TO TPC-ROTULO(W-QT-PECAS)
                   MOVE MD-MATERIAL TO TPC-MATERIAL(W-QT-PECAS)
                   MOVE MD-TIPO     TO TPC-TIPO(W-QT-PECAS)
                   IF MD-TIPO EQUAL "1"
                       MOVE MD-DIM1 TO TPC-LARG(W-QT-PECAS)
                       IF MD-DIM2 NUMERIC AND MD-DIM2 > ZEROS
                           MOVE MD-DIM2 TO TPC-ALT(W-QT-PECAS)
                       ELSE
                           MOVE MD-DIM1 TO TPC-ALT(W-QT-PECAS)
                       END-IF
                       COMPUTE TPC-AREA(W-QT-PECAS) =
                           TPC-LARG(W-QT-PECAS) * TPC-ALT(W-QT-PECAS)
                   ELSE
                       MOVE MD-DIM1 TO TPC-RAIO(W-QT-PECAS)
                       COMPUTE TPC-LARG(W-QT-PECAS) = 2 * MD-DIM1
                       MOVE TPC-LARG(W-QT-PECAS) TO TPC-ALT(W-QT-PECAS)
                       COMPUTE TPC-AREA(W-QT-PECAS) =
                           W-PI * MD-DIM1 * MD-DIM1
                   END-IF
                   PERFORM CLASSIFICA-PECA
               END-IF
             END-IF
           END-IF.

      *    SITUACAO DA PECA RECEM-LIDA PELO MATERIAL E PELA CHAPA.
       CLASSIFICA-PECA.
           MOVE ZEROS TO W-ACHOU-MAT
           IF TPC-MATERIAL(W-QT-PECAS) NOT EQUAL SPACES
               PERFORM VARYING W-IND-MAT FROM 1 BY 1
                       UNTIL W-IND-MAT > W-QT-MATERIAIS
                   IF TMA-CODIGO(W-IND-MAT) EQUAL
                      TPC-MATERIAL(W-QT-PECAS)
                       MOVE W-IND-MAT TO W-ACHOU-MAT
                   END-IF
               END-PERFORM
           END-IF
           MOVE W-ACHOU-MAT TO TPC-IND-MAT(W-QT-PECAS)
           IF W-ACHOU-MAT EQUAL ZEROS
               MOVE "M" TO TPC-SITUACAO(W-QT-PECAS)
           ELSE
             IF TMA-CHAPA-LARG(W-ACHOU-MAT) EQUAL ZEROS
                OR TMA-CHAPA-ALT(W-ACHOU-MAT) EQUAL ZEROS
               MOVE "S" TO TPC-SITUACAO(W-QT-PECAS)
             ELSE
               IF (TPC-LARG(W-QT-PECAS)
                       NOT > TMA-CHAPA-LARG(W-ACHOU-MAT)
                   AND TPC-ALT(W-QT-PECAS)
                       NOT > TMA-CHAPA-ALT(W-ACHOU-MAT))
                OR (TPC-ALT(W-QT-PECAS)
                       NOT > TMA-CHAPA-LARG(W-ACHOU-MAT)
                   AND TPC-LARG(W-QT-PECAS)
                       NOT > TMA-CHAPA-ALT(W-ACHOU-MAT))
                   MOVE "A" TO TPC-SITUACAO(W-QT-PECAS)
               ELSE
                   MOVE "G" TO TPC-SITUACAO(W-QT-PECAS)
               END-IF
             END-IF
           END-IF.

      *    MAIORES PRIMEIRO (PELA AREA OCUPADA NA CHAPA).
       ORDENA-PECAS.
           PERFORM VARYING W-IND-PECA FROM 1 BY 1
                   UNTIL W-IND-PECA NOT < W-QT-PECAS
               PERFORM VARYING W-IND-PECA2 FROM W-IND-PECA BY 1
                       UNTIL W-IND-PECA2 > W-QT-PECAS
                   IF TPC-LARG(W-IND-PECA2) * TPC-ALT(W-IND-PECA2)
                      > TPC-LARG(W-IND-PECA) * TPC-ALT(W-IND-PECA)
                       MOVE TPC-ENT(W-IND-PECA)  TO W-PECA-AUX
                       MOVE TPC-ENT(W-IND-PECA2) TO TPC-ENT(W-IND-PECA)
                       MOVE W-PECA-AUX TO TPC-ENT(W-IND-PECA2)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *---------------------------------------------------------
      *    PLANEJA AS PECAS DO MATERIAL W-IND-MAT NAS CHAPAS DELE E
      *    GRAVA A SECAO DO MATERIAL NO PLANO.
      *---------------------------------------------------------
       PLANEJA-MATERIAL.
           MOVE ZEROS TO W-CHAPAS-MAT W-QT-LIVRES W-AREA-PECAS-MAT
                         W-CUSTO-LIQUIDO
           IF TMA-CHAPA-LARG(W-IND-MAT) > ZEROS
              AND TMA-CHAPA-ALT(W-IND-MAT) > ZEROS
               PERFORM VARYING W-IND-PECA FROM 1 BY 1
                       UNTIL W-IND-PECA > W-QT-PECAS
                   IF TPC-IND-MAT(W-IND-PECA) EQUAL W-IND-MAT
                      AND TPC-SITUACAO(W-IND-PECA) EQUAL "A"
                       PERFORM ENCAIXA-PECA
                       ADD TPC-AREA(W-IND-PECA) TO W-AREA-PECAS-MAT
                       COMPUTE W-CUSTO-LIQUIDO = W-CUSTO-LIQUIDO
                           + TPC-AREA(W-IND-PECA) * TMA-PRECO(W-IND-MAT)
                           * (100 + TMA-PERDA(W-IND-MAT)) / 100
                   END-IF
               END-PERFORM
               IF W-CHAPAS-MAT > ZEROS
                   PERFORM IMPRIME-MATERIAL
               END-IF
           END-IF.

      *    ESCOLHE, ENTRE OS RETANGULOS LIVRES, O MENOR EM QUE A PECA
      *    CABE (DIREITA OU GIRADA); SE NENHUM SERVE, ABRE CHAPA NOVA.
       ENCAIXA-PECA.
           MOVE ZEROS TO W-MELHOR-LIVRE
           MOVE 99999999 TO W-MELHOR-AREA
           MOVE "N" TO W-GIRA
           PERFORM VARYING W-IND-LIVRE FROM 1 BY 1
                   UNTIL W-IND-LIVRE > W-QT-LIVRES
               PERFORM AVALIA-LIVRE
           END-PERFORM
           IF W-MELHOR-LIVRE EQUAL ZEROS
               PERFORM ABRE-CHAPA
               MOVE W-IND-NOVO TO W-IND-LIVRE
               PERFORM AVALIA-LIVRE
           END-IF
           PERFORM POSICIONA-PECA.

       AVALIA-LIVRE.
           IF TLV-LARG(W-IND-LIVRE) > ZEROS
               COMPUTE W-AREA-LIVRE =
                   TLV-LARG(W-IND-LIVRE) * TLV-ALT(W-IND-LIVRE)
               IF W-AREA-LIVRE < W-MELHOR-AREA
                   IF TPC-LARG(W-IND-PECA) NOT > TLV-LARG(W-IND-LIVRE)
                      AND TPC-ALT(W-IND-PECA) NOT > TLV-ALT(W-IND-LIVRE)
                       MOVE W-IND-LIVRE  TO W-MELHOR-LIVRE
                       MOVE W-AREA-LIVRE TO W-MELHOR-AREA
                       MOVE "N" TO W-GIRA
                   ELSE
                     IF TPC-ALT(W-IND-PECA) NOT > TLV-LARG(W-IND-LIVRE)
                       AND TPC-LARG(W-IND-PECA)
                           NOT > TLV-ALT(W-IND-LIVRE)
                       MOVE W-IND-LIVRE  TO W-MELHOR-LIVRE
                       MOVE W-AREA-LIVRE TO W-MELHOR-AREA
                       MOVE "S" TO W-GIRA
                     END-IF
                   END-IF
               END-IF
           END-IF.

       ABRE-CHAPA.
           ADD 1 TO W-CHAPAS-MAT
           MOVE W-CHAPAS-MAT TO W-NV-CHAPA
           MOVE ZEROS TO W-NV-X W-NV-Y
           MOVE TMA-CHAPA-LARG(W-IND-MAT) TO W-NV-LARG
           MOVE TMA-CHAPA-ALT(W-IND-MAT)  TO W-NV-ALT
           PERFORM NOVO-LIVRE.

      *    A PECA OCUPA O CANTO DO RETANGULO ESCOLHIDO; O CORTE
      *    GUILHOTINA ATRAVESSA NA DIRECAO DA SOBRA MAIOR, PARA ELA
      *    FICAR INTEIRA - SOBRAM UM RETANGULO A DIREITA E UM ABAIXO.
       POSICIONA-PECA.
           MOVE TLV-ENT(W-MELHOR-LIVRE) TO W-LIVRE-USADO
           IF W-GIRA EQUAL "S"
               MOVE TPC-ALT(W-IND-PECA)  TO W-PECA-LARG
               MOVE TPC-LARG(W-IND-PECA) TO W-PECA-ALT
           ELSE
               MOVE TPC-LARG(W-IND-PECA) TO W-PECA-LARG
               MOVE TPC-ALT(W-IND-PECA)  TO W-PECA-ALT
           END-IF
           MOVE W-LV-CHAPA TO TPC-CHAPA(W-IND-PECA)
           MOVE W-LV-X     TO TPC-X(W-IND-PECA)
           MOVE W-LV-Y     TO TPC-Y(W-IND-PECA)
           MOVE W-GIRA     TO TPC-GIRADA(W-IND-PECA)
           MOVE "P"        TO TPC-SITUACAO(W-IND-PECA)
           COMPUTE W-SOBRA-LARG = W-LV-LARG - W-PECA-LARG
           COMPUTE W-SOBRA-ALT  = W-LV-ALT  - W-PECA-ALT
           MOVE ZEROS TO TLV-LARG(W-MELHOR-LIVRE)
           MOVE W-LV-CHAPA TO W-NV-CHAPA
           COMPUTE W-NV-X = W-LV-X + W-PECA-LARG
           MOVE W-LV-Y TO W-NV-Y
           MOVE W-SOBRA-LARG TO W-NV-LARG
           IF W-SOBRA-LARG > W-SOBRA-ALT
               MOVE W-LV-ALT TO W-NV-ALT
           ELSE
               MOVE W-PECA-ALT TO W-NV-ALT
           END-IF
           IF W-NV-LARG > ZEROS AND W-NV-ALT > ZEROS
               PERFORM NOVO-LIVRE
           END-IF
           MOVE W-LV-X TO W-NV-X
           COMPUTE W-NV-Y = W-LV-Y + W-PECA-ALT
           MOVE W-SOBRA-ALT TO W-NV-ALT
           IF W-SOBRA-LARG > W-SOBRA-ALT
               MOVE W-PECA-LARG TO W-NV-LARG
           ELSE
               MOVE W-LV-LARG TO W-NV-LARG
           END-IF
           IF W-NV-LARG > ZEROS AND W-NV-ALT > ZEROS
               PERFORM NOVO-LIVRE
           END-IF.

      *    GUARDA W-LIVRE-NOVO NUMA POSICAO CONSUMIDA DA TABELA OU NO
      *    FIM DELA; O INDICE USADO FICA EM W-IND-NOVO.
       NOVO-LIVRE.
           MOVE ZEROS TO W-IND-NOVO
           PERFORM VARYING W-IND-LIVRE FROM 1 BY 1
                   UNTIL W-IND-LIVRE > W-QT-LIVRES
                      OR W-IND-NOVO > ZEROS
               IF TLV-LARG(W-IND-LIVRE) EQUAL ZEROS
                   MOVE W-IND-LIVRE TO W-IND-NOVO
               END-IF
           END-PERFORM
           IF W-IND-NOVO EQUAL ZEROS AND W-QT-LIVRES < 1000
               ADD 1 TO W-QT-LIVRES
               MOVE W-QT-LIVRES TO W-IND-NOVO
           END-IF
           IF W-IND-NOVO > ZEROS
               MOVE W-LIVRE-NOVO TO TLV-ENT(W-IND-NOVO)
           END-IF.

      *---------------------------------------------------------
      *    SECAO DO MATERIAL NO PLANO: CHAPA POR CHAPA, AS PECAS
      *    COM A POSICAO (CANTO X/Y, A PARTIR DO CANTO DA CHAPA) E A
      *    MEDIDA COMO FICOU NA CHAPA; DEPOIS A PERDA REAL E O CUSTO.
      *---------------------------------------------------------
       IMPRIME-MATERIAL.
           COMPUTE W-AREA-CHAPA =
               TMA-CHAPA-LARG(W-IND-MAT) * TMA-CHAPA-ALT(W-IND-MAT)
           COMPUTE W-AREA-CHAPAS-MAT = W-AREA-CHAPA * W-CHAPAS-MAT
           COMPUTE W-PERDA-REAL ROUNDED =
               (W-AREA-CHAPAS-MAT - W-AREA-PECAS-MAT) * 100
               / W-AREA-CHAPAS-MAT
           COMPUTE W-CUSTO-CHAPAS =
               W-AREA-CHAPAS-MAT * TMA-PRECO(W-IND-MAT)
           ADD W-CHAPAS-MAT   TO W-TOT-CHAPAS
           ADD W-CUSTO-CHAPAS TO TOT-CUSTO-CHAPAS
           MOVE SPACES TO REG-CORTE
           WRITE REG-CORTE
           MOVE W-CHAPAS-MAT TO W-ED-QTDE
           STRING "MATERIAL " TMA-CODIGO(W-IND-MAT)
               "  CHAPA " TMA-CHAPA-LARG(W-IND-MAT)
               " X " TMA-CHAPA-ALT(W-IND-MAT)
               "  CHAPAS NECESSARIAS: " W-ED-QTDE
               DELIMITED BY SIZE INTO REG-CORTE
           WRITE REG-CORTE
           PERFORM VARYING W-IND-CHAPA FROM 1 BY 1
                   UNTIL W-IND-CHAPA > W-CHAPAS-MAT
               MOVE SPACES TO REG-CORTE
               STRING "  CHAPA " W-IND-CHAPA
                   DELIMITED BY SIZE INTO REG-CORTE
               WRITE REG-CORTE
               PERFORM VARYING W-IND-PECA FROM 1 BY 1
                       UNTIL W-IND-PECA > W-QT-PECAS
                   IF TPC-IND-MAT(W-IND-PECA) EQUAL W-IND-MAT
                      AND TPC-SITUACAO(W-IND-PECA) EQUAL "P"
                      AND TPC-CHAPA(W-IND-PECA) EQUAL W-IND-CHAPA
                       PERFORM IMPRIME-PECA
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO REG-CORTE
           MOVE W-AREA-PECAS-MAT TO W-ED-AREA
           MOVE W-PERDA-REAL TO W-ED-PERDA
           STRING "  AREA DAS PECAS=" W-ED-AREA
               "  PERDA REAL=" W-ED-PERDA "%"
               "  (MA-PERDA PREVISTA " TMA-PERDA(W-IND-MAT) "%)"
               DELIMITED BY SIZE INTO REG-CORTE
           WRITE REG-CORTE
           MOVE SPACES TO REG-CORTE
           MOVE W-AREA-CHAPAS-MAT TO W-ED-AREA
           STRING "  AREA DAS CHAPAS=" W-ED-AREA
               DELIMITED BY SIZE INTO REG-CORTE
           WRITE REG-CORTE
           MOVE SPACES TO REG-CORTE
           COMPUTE W-ED-CUSTO = W-CUSTO-CHAPAS / 100
           STRING "  CUSTO EM CHAPAS INTEIRAS R$ " W-ED-CUSTO
               DELIMITED BY SIZE INTO REG-CORTE
           WRITE REG-CORTE
           MOVE SPACES TO REG-CORTE
           COMPUTE W-ED-CUSTO = W-CUSTO-LIQUIDO / 100
           STRING "  (PELA AREA LIQUIDA COM MA-PERDA R$ " W-ED-CUSTO
               ")"
               DELIMITED BY SIZE INTO REG-CORTE
           WRITE REG-CORTE
           DISPLAY "MATERIAL " TMA-CODIGO(W-IND-MAT) " CHAPAS: "
               W-CHAPAS-MAT " PERDA REAL: " W-ED-PERDA "%".

       IMPRIME-PECA.
           MOVE TPC-ROTULO(W-IND-PECA) TO W-LP-ROTULO
           MOVE TPC-X(W-IND-PECA)      TO W-LP-X
           MOVE TPC-Y(W-IND-PECA)      TO W-LP-Y
           MOVE SPACES TO W-LP-OBS
           IF TPC-GIRADA(W-IND-PECA) EQUAL "S"
               MOVE TPC-ALT(W-IND-PECA)  TO W-LP-LARG
               MOVE TPC-LARG(W-IND-PECA) TO W-LP-ALT
               MOVE "GIRADA 90 GRAUS" TO W-LP-OBS
           ELSE
               MOVE TPC-LARG(W-IND-PECA) TO W-LP-LARG
               MOVE TPC-ALT(W-IND-PECA)  TO W-LP-ALT
           END-IF
           IF TPC-TIPO(W-IND-PECA) EQUAL "2"
               MOVE TPC-RAIO(W-IND-PECA) TO W-ED-MEDIDA
               STRING "CIRCULO R=" W-ED-MEDIDA
                   DELIMITED BY SIZE INTO W-LP-OBS
           END-IF
           WRITE REG-CORTE FROM W-LINHA-PECA.

      *    PECAS QUE NAO ENTRARAM NO PLANO, COM O MOTIVO.
       LISTA-NAO-PLANEJADAS.
           PERFORM VARYING W-IND-PECA FROM 1 BY 1
                   UNTIL W-IND-PECA > W-QT-PECAS
               IF TPC-SITUACAO(W-IND-PECA) NOT EQUAL "P"
                   IF W-QT-NAO-PLAN EQUAL ZEROS
                       MOVE SPACES TO REG-CORTE
                       WRITE REG-CORTE
                       MOVE "PECAS FORA DO PLANO" TO REG-CORTE
                       WRITE REG-CORTE
                   END-IF
                   ADD 1 TO W-QT-NAO-PLAN
                   IF TPC-SITUACAO(W-IND-PECA) EQUAL "S"
                       MOVE "MATERIAL SEM CHAPA PADRAO"
                           TO W-SITUACAO-TXT
                   ELSE
                     IF TPC-SITUACAO(W-IND-PECA) EQUAL "G"
                       MOVE "MAIOR QUE A CHAPA DO MATERIAL"
                           TO W-SITUACAO-TXT
                     ELSE
                       MOVE "SEM MATERIAL OU FORA DA TABELA"
                           TO W-SITUACAO-TXT
                     END-IF
                   END-IF
                   MOVE SPACES TO REG-CORTE
                   STRING "    " TPC-ROTULO(W-IND-PECA)
                       " MAT=" TPC-MATERIAL(W-IND-PECA)
                       " L=" TPC-LARG(W-IND-PECA)
                       " A=" TPC-ALT(W-IND-PECA)
                       " " W-SITUACAO-TXT
                       DELIMITED BY SIZE INTO REG-CORTE
                   WRITE REG-CORTE
               END-IF
           END-PERFORM.

      ** add other procedures here
       END PROGRAM CALCAREA.
