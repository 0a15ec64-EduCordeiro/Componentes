       IDENTIFICATION DIVISION.
       PROGRAM-ID.      PREVIA.
      *------------------------------------------------------------
      * PREVIA DE UM MODELO DE CARTA DO REPOSITORIO (MODELOS.TXT)
      * PARA A APROVACAO DO MARKETING ANTES DE ENTRAR EM VIGOR:
      * COMPOE A PAGINA PELO MESMO MODELO.COB QUE OS COMPOSITORES
      * CHAMAM E GRAVA EM PREVIA_MODELO.TXT, COM A VERSAO, O INICIO
      * DA VIGENCIA, O AVISO DE TEXTO QUE PASSA DA PAGINA E A LINHA
      * DE VISTO.
      *
      * CHAMADA: PREVIA <MODELO> [VERSAO] [AMOSTRA]
      *    MODELO  - E-CARTA, OU "PRESENT", "REENVIO", "CARNE";
      *    VERSAO  - A VERSAO A VER (ZERO OU AUSENTE = A VIGENTE
      *              HOJE); VERSAO FUTURA SO' SAI PELO NUMERO;
      *    AMOSTRA - ARQUIVO NO LAYOUT PENTR: A PREVIA USA A
      *              PRIMEIRA CARTA (NO/DN/PR) DELE. SEM AMOSTRA, A
      *              PAGINA SAI DUAS VEZES, COM UMA ASSINANTE E UM
      *              ASSINANTE FICTICIOS, PARA CONFERIR AS VARIANTES
      *              DE CONCORDANCIA.
      *------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT  IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENTR ASSIGN  TO  DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PPREVIA ASSIGN TO "PREVIA_MODELO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-PREVIA
           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    DO LAYOUT PENTR: O QUE OS COMPOSITORES LEVAM AO MODELO.
       FD  PENTR
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS LK-PATH.
       01  REGENTR.
           02 E-TIPO            PIC X(0002).
           02 FILLER            PIC X(0001).
           02 E-SEQ-REG         PIC 9(0010).
           02 FILLER            PIC X(0021).
           02 E-CARTA           PIC X(0007).
           02 FILLER            PIC X(0041).
           02 E-COD-ASS         PIC X(0009).
           02 E-NOME-ASS        PIC X(0030).
           02 E-CHAMADA-ASS     PIC X(0020).
           02 E-END-ASS         PIC X(0030).
           02 E-CID-ASS         PIC X(0015).
           02 E-BAI-ASS         PIC X(0015).
           02 E-UF-ASS          PIC X(0002).
           02 E-CEP5-ASS        PIC 9(0005).
           02 E-CEP3-ASS        PIC 9(0003).
           02 E-SEXO-ASS        PIC X(0001).
           02 FILLER            PIC X(0130).
           02 E-DT-PROC         PIC X(0008).
           02 E-PROJETO OCCURS 6 TIMES.
              03 E-NR-PROJ      PIC X(0003).
              03 E-NOME-PROJ    PIC X(0030).
              03 FILLER         PIC X(0025).
              03 E-MMAA-INIC    PIC X(0017).
              03 FILLER         PIC X(0018).
              03 E-MMAA-FIM     PIC X(0017).
              03 FILLER         PIC X(0010).
              03 E-VL-PARC      PIC 9(0009).
              03 FILLER         PIC X(0014).
           02 FILLER            PIC X(0141).
           02 E-0800            PIC X(0012).
           02 E-GSP             PIC X(0009).
           02 FILLER            PIC X(0440).

       FD  PPREVIA.
       01  REG-PREVIA           PIC X(100).

       WORKING-STORAGE SECTION.
       77 LK-PATH          PIC X(50) VALUE SPACES.
       77 W-FS             PIC X(02) VALUE SPACES.
       77 W-FS-PREVIA      PIC X(02) VALUE SPACES.
       77 W-ARGC           PIC 9(02) VALUE ZEROS.
       77 W-CARTA          PIC X(07) VALUE SPACES.
       77 W-ARG-VERSAO     PIC X(03) JUSTIFIED RIGHT VALUE SPACES.
       77 W-VERSAO-PED     PIC 9(03) VALUE ZEROS.
       77 W-ACHOU          PIC X(01) VALUE "N".
       77 W-AMOSTRA        PIC X(30) VALUE SPACES.
       77 W-IND            PIC 9(01) VALUE ZEROS.
       77 W-IND-MD         PIC 9(02) VALUE ZEROS.
       77 W-PREVIAS        PIC 9(02) VALUE ZEROS.
       01 W-LINHA          PIC X(100) VALUE SPACES.
       01 W-CEP-ED.
          02 W-CEP-ED-5    PIC 9(05).
          02 W-CEP-TRACO   PIC X(01).
          02 W-CEP-ED-3    PIC 9(03).
       01 W-REGUA.
          02 FILLER        PIC X(01) VALUE "+".
          02 FILLER        PIC X(90) VALUE ALL "-".
          02 FILLER        PIC X(01) VALUE "+".
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
           ACCEPT W-ARGC FROM ARGUMENT-NUMBER.
           IF W-ARGC < 1
              DISPLAY "PREVIA - PREVIA DE MODELO DE CARTA"
              DISPLAY "MODELO: "
              ACCEPT W-CARTA
              DISPLAY "VERSAO (ENTER = A VIGENTE): "
              ACCEPT W-ARG-VERSAO
              DISPLAY "AMOSTRA PENTR (ENTER = FICTICIA): "
              ACCEPT LK-PATH
           ELSE
              DISPLAY 1 UPON ARGUMENT-NUMBER
              ACCEPT W-CARTA FROM ARGUMENT-VALUE
              IF W-ARGC > 1
                 DISPLAY 2 UPON ARGUMENT-NUMBER
                 ACCEPT W-ARG-VERSAO FROM ARGUMENT-VALUE
                 IF W-ARGC > 2
                    DISPLAY 3 UPON ARGUMENT-NUMBER
                    ACCEPT LK-PATH FROM ARGUMENT-VALUE.

           IF W-CARTA = SPACES
              DISPLAY "INFORME O MODELO A VER"
              STOP RUN.
           INSPECT W-ARG-VERSAO REPLACING LEADING SPACE BY ZERO
           IF W-ARG-VERSAO NOT NUMERIC
              DISPLAY "VERSAO INVALIDA: " W-ARG-VERSAO
              STOP RUN.
           MOVE W-ARG-VERSAO TO W-VERSAO-PED

           OPEN OUTPUT PPREVIA.
           IF W-FS-PREVIA NOT = "00"
              DISPLAY "ERRO NA ABERTURA DA PREVIA = " W-FS-PREVIA
              STOP RUN.

           IF LK-PATH = SPACES
              PERFORM AMOSTRA-FEMININO THRU FIM-AMOSTRA-FEMININO
              PERFORM MOSTRA-MODELO THRU FIM-MOSTRA-MODELO
              PERFORM AMOSTRA-MASCULINO THRU FIM-AMOSTRA-MASCULINO
              PERFORM MOSTRA-MODELO THRU FIM-MOSTRA-MODELO
           ELSE
              PERFORM AMOSTRA-PEDIDO THRU FIM-AMOSTRA-PEDIDO.

           CLOSE PPREVIA
           DISPLAY "PREVIAS GRAVADAS...: " W-PREVIAS
           DISPLAY "PREVIA EM PREVIA_MODELO.TXT"
           STOP RUN.

      *****************************************************************
      *    AMOSTRA-PEDIDO: A PRIMEIRA CARTA DO ARQUIVO INFORMADO, COM
      *    OS MESMOS DADOS QUE O COMPOE PASSA AO MODELO.
      *****************************************************************
       AMOSTRA-PEDIDO.
           OPEN INPUT PENTR.
           IF W-FS NOT = "00"
              DISPLAY "AMOSTRA NAO ENCONTRADA: " LK-PATH
              GO TO FIM-AMOSTRA-PEDIDO.
       LE-AMOSTRA.
           READ PENTR AT END
                CLOSE PENTR
                DISPLAY "AMOSTRA SEM CARTA (NO/DN/PR): " LK-PATH
                GO TO FIM-AMOSTRA-PEDIDO.
           IF E-TIPO NOT = "NO" AND E-TIPO NOT = "DN" AND
              E-TIPO NOT = "PR"
              GO TO LE-AMOSTRA.
           CLOSE PENTR
           MOVE SPACES        TO W-MODELO
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
           MOVE "CARNE DE PAGAMENTO" TO W-MD-TITULO
           PERFORM AMOSTRA-PROJETO THRU FIM-AMOSTRA-PROJETO
                    VARYING W-IND FROM 1 BY 1 UNTIL W-IND > 6.
           MOVE SPACES TO W-AMOSTRA
           STRING "PEDIDO - SEQ " E-SEQ-REG " SEXO " W-MD-SEXO
                  DELIMITED BY SIZE INTO W-AMOSTRA
           PERFORM MOSTRA-MODELO THRU FIM-MOSTRA-MODELO.
       FIM-AMOSTRA-PEDIDO.
           EXIT.

       AMOSTRA-PROJETO.
           IF E-NR-PROJ(W-IND) = SPACES AND
              E-NOME-PROJ(W-IND) = SPACES
              GO TO FIM-AMOSTRA-PROJETO.
           MOVE E-NR-PROJ(W-IND) (2 : 2)     TO W-MD-REVISTA(W-IND)
           MOVE E-NOME-PROJ(W-IND)           TO W-MD-NOME-PRJ(W-IND)
           MOVE E-MMAA-INIC(W-IND) (1 : 7)   TO W-MD-INI-PRJ(W-IND)
           MOVE E-MMAA-FIM(W-IND) (1 : 7)    TO W-MD-FIM-PRJ(W-IND)
           MOVE E-VL-PARC(W-IND)             TO W-MD-VL-PARC(W-IND).
       FIM-AMOSTRA-PROJETO.
           EXIT.

      *****************************************************************
      *    AMOSTRAS FICTICIAS - NENHUM DADO DE ASSINANTE REAL SAI NA
      *    PREVIA QUANDO NAO HA' AMOSTRA.
      *****************************************************************
       AMOSTRA-FEMININO.
           PERFORM AMOSTRA-COMUM THRU FIM-AMOSTRA-COMUM
           MOVE "MARIA APARECIDA DOS SANTOS" TO W-MD-NOME
           MOVE "MARIA"                      TO W-MD-CHAMADA
           MOVE "F"                          TO W-MD-SEXO
           MOVE "JOSE CARLOS PEREIRA"        TO W-MD-DE-NOME
           MOVE "FICTICIA - FEMININO"        TO W-AMOSTRA.
       FIM-AMOSTRA-FEMININO.
           EXIT.

       AMOSTRA-MASCULINO.
           PERFORM AMOSTRA-COMUM THRU FIM-AMOSTRA-COMUM
           MOVE "JOAO BATISTA DE OLIVEIRA"   TO W-MD-NOME
           MOVE "JOAO"                       TO W-MD-CHAMADA
           MOVE "M"                          TO W-MD-SEXO
           MOVE "ANA PAULA FERREIRA"         TO W-MD-DE-NOME
           MOVE "FICTICIA - MASCULINO"       TO W-AMOSTRA.
       FIM-AMOSTRA-MASCULINO.
           EXIT.

       AMOSTRA-COMUM.
           MOVE SPACES TO W-MODELO
           MOVE "000123456"                  TO W-MD-CODIGO
           MOVE "RUA DAS ACACIAS, 123 APTO 45" TO W-MD-ENDERECO
           MOVE "JARDIM PAULISTA"            TO W-MD-BAIRRO
           MOVE "SAO PAULO"                  TO W-MD-CIDADE
           MOVE "SP"                         TO W-MD-UF
           MOVE "01234-567"                  TO W-MD-CEP
           MOVE "0800-7000000"               TO W-MD-0800
           MOVE "0000-0000"                  TO W-MD-GSP
           MOVE "0000000001"                 TO W-MD-SEQ
           MOVE "CARNE DE PAGAMENTO"         TO W-MD-TITULO
           MOVE "01"                         TO W-MD-REVISTA(1)
           MOVE "REVISTA SEMANAL DE NOTICIAS" TO W-MD-NOME-PRJ(1)
           MOVE "01/2027"                    TO W-MD-INI-PRJ(1)
           MOVE "12/2027"                    TO W-MD-FIM-PRJ(1)
           MOVE "000004990"                  TO W-MD-VL-PARC(1)
           MOVE "02"                         TO W-MD-REVISTA(2)
           MOVE "REVISTA MENSAL DE ECONOMIA" TO W-MD-NOME-PRJ(2)
           MOVE "01/2027"                    TO W-MD-INI-PRJ(2)
           MOVE "06/2027"                    TO W-MD-FIM-PRJ(2)
           MOVE "000002590"                  TO W-MD-VL-PARC(2).
       FIM-AMOSTRA-COMUM.
           EXIT.

      *****************************************************************
      *    MOSTRA-MODELO: CHAMA O MODELO COMO OS COMPOSITORES (MESMO
      *    LIMITE DE LINHAS DE CADA UM) E GRAVA A PAGINA ENTRE REGUAS.
      *****************************************************************
       MOSTRA-MODELO.
           MOVE W-CARTA      TO W-MD-CARTA
           MOVE W-VERSAO-PED TO W-MD-VERSAO-PED
           MOVE SPACES       TO W-MD-DATA
           MOVE 59           TO W-MD-MAX-LINHAS
           IF W-CARTA = "CARNE"
              MOVE 6 TO W-MD-MAX-LINHAS.
           IF W-CARTA = "REENVIO"
              MOVE 60 TO W-MD-MAX-LINHAS
              MOVE SPACE TO W-MD-SEXO.
           MOVE "2" TO W-MD-RET
           CALL "MODELO" USING W-MODELO
               ON EXCEPTION
                  DISPLAY "MODELO.COB INDISPONIVEL"
                  STOP RUN
           END-CALL
           IF W-PREVIAS > ZEROS
              MOVE SPACES TO W-LINHA
              PERFORM GRAVA-PREVIA THRU FIM-GRAVA-PREVIA.
           ADD 1 TO W-PREVIAS
           MOVE SPACES TO W-LINHA
           STRING "PREVIA DO MODELO " W-CARTA
                  "  AMOSTRA " W-AMOSTRA
                  DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-PREVIA THRU FIM-GRAVA-PREVIA
           MOVE SPACES TO W-LINHA
           IF W-MD-RET = "2"
              MOVE "MODELOS.TXT AUSENTE OU VAZIO - NADA A MOSTRAR"
                   TO W-LINHA
              PERFORM GRAVA-PREVIA THRU FIM-GRAVA-PREVIA
              DISPLAY "MODELOS.TXT AUSENTE OU VAZIO"
              GO TO FIM-MOSTRA-MODELO.
           IF W-MD-RET = "1" AND W-VERSAO-PED > ZEROS
              STRING "VERSAO " W-VERSAO-PED " NAO EXISTE NO MODELO"
                     DELIMITED BY SIZE INTO W-LINHA
              PERFORM GRAVA-PREVIA THRU FIM-GRAVA-PREVIA
              DISPLAY "VERSAO " W-VERSAO-PED " NAO ENCONTRADA"
              GO TO FIM-MOSTRA-MODELO.
           IF W-MD-RET = "1"
              MOVE "SEM VERSAO VIGENTE HOJE - OS COMPOSITORES USAM O"
                   TO W-LINHA
              PERFORM GRAVA-PREVIA THRU FIM-GRAVA-PREVIA
              MOVE "TEXTO PADRAO DO PROGRAMA" TO W-LINHA
              PERFORM GRAVA-PREVIA THRU FIM-GRAVA-PREVIA
              DISPLAY "MODELO " W-CARTA " SEM VERSAO VIGENTE"
              GO TO FIM-MOSTRA-MODELO.
           STRING "VERSAO " W-MD-VERSAO
                  "  VIGENCIA A PARTIR DE " W-MD-VIG-INI
                  "  LINHAS " W-MD-QT-LINHAS
                  DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-PREVIA THRU FIM-GRAVA-PREVIA
           IF W-MD-EXCEDEU = "S"
              MOVE SPACES TO W-LINHA
              STRING "*** ATENCAO: O TEXTO PASSA DE " W-MD-MAX-LINHAS
                     " LINHAS - O EXCEDENTE NAO SAI NA CARTA ***"
                     DELIMITED BY SIZE INTO W-LINHA
              PERFORM GRAVA-PREVIA THRU FIM-GRAVA-PREVIA
              DISPLAY "MODELO " W-CARTA " PASSA DA PAGINA".
           MOVE W-REGUA TO W-LINHA
           PERFORM GRAVA-PREVIA THRU FIM-GRAVA-PREVIA
           PERFORM MOSTRA-LINHA THRU FIM-MOSTRA-LINHA
                    VARYING W-IND-MD FROM 1 BY 1
                    UNTIL W-IND-MD > W-MD-QT-LINHAS.
           MOVE W-REGUA TO W-LINHA
           PERFORM GRAVA-PREVIA THRU FIM-GRAVA-PREVIA
           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-PREVIA THRU FIM-GRAVA-PREVIA
           MOVE "APROVACAO MARKETING: ____________________  DATA: __/__/
      -         "____" TO W-LINHA
           PERFORM GRAVA-PREVIA THRU FIM-GRAVA-PREVIA.
       FIM-MOSTRA-MODELO.
           EXIT.

       MOSTRA-LINHA.
           MOVE SPACES TO W-LINHA
           STRING "!" W-MD-LINHA(W-IND-MD) "!"
                  DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-PREVIA THRU FIM-GRAVA-PREVIA.
       FIM-MOSTRA-LINHA.
           EXIT.

       GRAVA-PREVIA.
           MOVE W-LINHA TO REG-PREVIA
           WRITE REG-PREVIA.
       FIM-GRAVA-PREVIA.
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
