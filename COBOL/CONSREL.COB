       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CONSREL.
      *------------------------------------------------------------
      * CONSULTA AO ARQUIVO DE RELATORIOS. LISTA AS COPIAS DATADAS
      * QUE O ARQREL GUARDOU (INDICE ARQUIVO_REL.TXT) POR RELATORIO
      * E PERIODO, E REIMPRIME QUALQUER UMA PELO NUMERO: A COPIA
      * VOLTA PARA REIMP_NNNNNNN.TXT, PRONTA PARA IMPRESSAO, SEM
      * MEXER NO ARQUIVO. COPIA ARQUIVADA PELA FAXINA (SITUACAO A)
      * E' LIDA DO NOME COM PREFIXO ARQUIVO-; COPIA EXCLUIDA PELA
      * RETENCAO (SITUACAO E) SO' APARECE NA LISTA.
      *
      * CHAMADA:
      *    CONSREL [RELATORIO [DE [ATE [NUMERO]]]]
      *    RELATORIO "*" = TODOS; DE/ATE EM AAAAMMDD (ZEROS = SEM
      *    LIMITE); NUMERO DA COPIA A REIMPRIMIR (ZEROS = SO' LISTA).
      *    SEM PARAMETROS, PERGUNTA NA TELA.
      *------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT  IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PINDICE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-INDICE
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PCOPIA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-COPIA
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PREIMP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-REIMP
           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    MESMO LAYOUT DO ARQREL.
       FD  PINDICE
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "ARQUIVO_REL.TXT".
       01  REG-INDICE.
           03 AR-NUMERO      PIC 9(07).
           03 FILLER         PIC X(02).
           03 AR-SITUACAO    PIC X(01).
           03 FILLER         PIC X(02).
           03 AR-RELATORIO   PIC X(20).
           03 FILLER         PIC X(02).
           03 AR-PROGRAMA    PIC X(10).
           03 FILLER         PIC X(02).
           03 AR-DATA        PIC 9(08).
           03 FILLER         PIC X(02).
           03 AR-HORA        PIC 9(06).
           03 FILLER         PIC X(02).
           03 AR-PEDIDO      PIC X(20).
           03 FILLER         PIC X(02).
           03 AR-PAGINAS     PIC 9(05).
           03 FILLER         PIC X(02).
           03 AR-LINHAS      PIC 9(07).
           03 FILLER         PIC X(02).
           03 AR-BYTES       PIC 9(10).
           03 FILLER         PIC X(02).
           03 AR-COPIA       PIC X(40).

       FD  PCOPIA
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS W-NOME-COPIA.
       01  REG-COPIA         PIC X(1000).

       FD  PREIMP
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS W-NOME-REIMP.
       01  REG-REIMP         PIC X(1000).

       WORKING-STORAGE SECTION.
       77 W-FS-INDICE      PIC X(02) VALUE SPACES.
       77 W-FS-COPIA       PIC X(02) VALUE SPACES.
       77 W-FS-REIMP       PIC X(02) VALUE SPACES.
       77 W-ARGC           PIC 9(02) VALUE ZEROS.
       77 W-RELATORIO      PIC X(20) VALUE SPACES.
       77 W-DATA-DE        PIC 9(08) VALUE ZEROS.
       77 W-DATA-ATE       PIC 9(08) VALUE 99999999.
       77 W-NUMERO         PIC 9(07) VALUE ZEROS.
       77 W-FIM            PIC X(01) VALUE "N".
       77 W-ACHOU          PIC X(01) VALUE "N".
       77 W-QT-LISTADAS    PIC 9(07) VALUE ZEROS.
       77 W-QT-LINHAS      PIC 9(07) VALUE ZEROS.
       77 W-NOME-COPIA     PIC X(40) VALUE SPACES.
       01 W-NOME-REIMP.
          02 FILLER        PIC X(06) VALUE "REIMP_".
          02 W-NR-NUMERO   PIC 9(07) VALUE ZEROS.
          02 FILLER        PIC X(04) VALUE ".TXT".
       01 W-LINHA-LST      PIC X(100) VALUE SPACES.
       01 W-DATA-AUX.
          02 W-DA-AAAA     PIC 9(04).
          02 W-DA-MM       PIC 9(02).
          02 W-DA-DD       PIC 9(02).
       01 W-DATA-ED.
          02 W-DE-DD       PIC 9(02).
          02 FILLER        PIC X(01) VALUE "/".
          02 W-DE-MM       PIC 9(02).
          02 FILLER        PIC X(01) VALUE "/".
          02 W-DE-AAAA     PIC 9(04).
       01 W-HORA-AUX.
          02 W-HA-HH       PIC 9(02).
          02 W-HA-MM       PIC 9(02).
          02 W-HA-SS       PIC 9(02).
       01 W-HORA-ED.
          02 W-HE-HH       PIC 9(02).
          02 FILLER        PIC X(01) VALUE ":".
          02 W-HE-MM       PIC 9(02).
       01 W-PAGINAS-ED     PIC ZZZZ9.

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
           IF W-ARGC NOT < 1
              PERFORM RECEBE-PARAMETROS THRU FIM-RECEBE-PARAMETROS
           ELSE
              PERFORM PERGUNTA-FILTRO THRU FIM-PERGUNTA-FILTRO.
           IF W-RELATORIO = SPACES
              MOVE "*" TO W-RELATORIO.
           IF W-DATA-ATE = ZEROS
              MOVE 99999999 TO W-DATA-ATE.

           OPEN INPUT PINDICE
           IF W-FS-INDICE NOT = "00"
              DISPLAY "INDICE DO ARQUIVO DE RELATORIOS "
                      "(ARQUIVO_REL.TXT) AUSENTE = " W-FS-INDICE
              STOP RUN.
           DISPLAY "NUMERO  S DATA       HORA  RELATORIO            "
                   "PROGRAMA    PAGS PEDIDO"
           MOVE "N" TO W-FIM
           PERFORM LISTA-INDICE THRU FIM-LISTA-INDICE
                    UNTIL W-FIM = "S"
           CLOSE PINDICE
           DISPLAY "COPIAS LISTADAS: " W-QT-LISTADAS
           DISPLAY "SITUACAO: D = DISPONIVEL  A = ARQUIVADA PELA "
                   "FAXINA  E = EXCLUIDA PELA RETENCAO"

           IF W-ARGC < 1 AND W-QT-LISTADAS > ZEROS
              DISPLAY "NUMERO A REIMPRIMIR (ZEROS = NENHUM): "
                      WITH NO ADVANCING
              ACCEPT W-NUMERO.
           IF W-NUMERO NOT NUMERIC
              MOVE ZEROS TO W-NUMERO.
           IF W-NUMERO > ZEROS
              PERFORM REIMPRIME-COPIA THRU FIM-REIMPRIME-COPIA.
           STOP RUN.

      *****************************************************************
      *    RECEBE-PARAMETROS: RELATORIO, DE, ATE E NUMERO NA CHAMADA
      *    (JOB OU ATENDIMENTO A AUDITORIA). DATA OU NUMERO FORA DO
      *    FORMATO PARA A RODADA.
      *****************************************************************
       RECEBE-PARAMETROS.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT W-RELATORIO FROM ARGUMENT-VALUE
           IF W-ARGC < 2
              GO TO FIM-RECEBE-PARAMETROS.
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT W-DATA-DE FROM ARGUMENT-VALUE
           IF W-ARGC < 3
              GO TO CONFERE-PARAMETROS.
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT W-DATA-ATE FROM ARGUMENT-VALUE
           IF W-ARGC < 4
              GO TO CONFERE-PARAMETROS.
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT W-NUMERO FROM ARGUMENT-VALUE.
       CONFERE-PARAMETROS.
           IF W-DATA-DE NOT NUMERIC OR W-DATA-ATE NOT NUMERIC
              DISPLAY "PERIODO INVALIDO - DATAS EM AAAAMMDD"
              STOP RUN.
           IF W-NUMERO NOT NUMERIC
              DISPLAY "NUMERO DA COPIA INVALIDO"
              STOP RUN.
       FIM-RECEBE-PARAMETROS.
           EXIT.

       PERGUNTA-FILTRO.
           DISPLAY "RELATORIO (EX.: FATURA_REL.TXT, BRANCO = TODOS): "
                   WITH NO ADVANCING
           ACCEPT W-RELATORIO.
       PERGUNTA-DE.
           MOVE ZEROS TO W-DATA-DE
           DISPLAY "DE  (AAAAMMDD, ZEROS = DESDE O INICIO): "
                   WITH NO ADVANCING
           ACCEPT W-DATA-DE
           IF W-DATA-DE NOT NUMERIC
              DISPLAY "DATA INVALIDA"
              GO TO PERGUNTA-DE.
       PERGUNTA-ATE.
           MOVE ZEROS TO W-DATA-ATE
           DISPLAY "ATE (AAAAMMDD, ZEROS = ATE HOJE): "
                   WITH NO ADVANCING
           ACCEPT W-DATA-ATE
           IF W-DATA-ATE NOT NUMERIC
              DISPLAY "DATA INVALIDA"
              GO TO PERGUNTA-ATE.
       FIM-PERGUNTA-FILTRO.
           EXIT.

      *****************************************************************
      *    LISTA-INDICE: UMA LINHA NA TELA POR COPIA DO RELATORIO E
      *    PERIODO PEDIDOS.
      *****************************************************************
       LISTA-INDICE.
           READ PINDICE AT END
                MOVE "S" TO W-FIM
                GO TO FIM-LISTA-INDICE.
           IF W-RELATORIO NOT = "*" AND AR-RELATORIO NOT = W-RELATORIO
              GO TO FIM-LISTA-INDICE.
           IF AR-DATA NOT NUMERIC
              GO TO FIM-LISTA-INDICE.
           IF AR-DATA < W-DATA-DE OR AR-DATA > W-DATA-ATE
              GO TO FIM-LISTA-INDICE.
           ADD 1 TO W-QT-LISTADAS
           MOVE AR-DATA TO W-DATA-AUX
           PERFORM EDITA-DATA THRU FIM-EDITA-DATA
           MOVE AR-HORA TO W-HORA-AUX
           MOVE W-HA-HH TO W-HE-HH
           MOVE W-HA-MM TO W-HE-MM
           MOVE AR-PAGINAS TO W-PAGINAS-ED
           MOVE SPACES TO W-LINHA-LST
           STRING AR-NUMERO " " AR-SITUACAO " " W-DATA-ED " "
                  W-HORA-ED " " AR-RELATORIO " " AR-PROGRAMA " "
                  W-PAGINAS-ED " " AR-PEDIDO
                  DELIMITED BY SIZE INTO W-LINHA-LST
           DISPLAY W-LINHA-LST(1:79).
       FIM-LISTA-INDICE.
           EXIT.

      *****************************************************************
      *    REIMPRIME-COPIA: ACHA O NUMERO NO INDICE E COPIA O
      *    ARQUIVO GUARDADO PARA REIMP_NNNNNNN.TXT.
      *****************************************************************
       REIMPRIME-COPIA.
           MOVE "N" TO W-ACHOU
           MOVE "N" TO W-FIM
           OPEN INPUT PINDICE
           IF W-FS-INDICE NOT = "00"
              DISPLAY "ARQUIVO_REL.TXT AUSENTE = " W-FS-INDICE
              GO TO FIM-REIMPRIME-COPIA.
           PERFORM ACHA-NUMERO THRU FIM-ACHA-NUMERO
                    UNTIL W-FIM = "S"
           CLOSE PINDICE
           IF W-ACHOU NOT = "S"
              DISPLAY "COPIA " W-NUMERO " NAO CONSTA DO INDICE"
              GO TO FIM-REIMPRIME-COPIA.
           IF AR-SITUACAO = "E"
              DISPLAY "COPIA " W-NUMERO " JA EXCLUIDA PELA RETENCAO "
                      "(FAXINA) - SEM REIMPRESSAO"
              GO TO FIM-REIMPRIME-COPIA.
           MOVE SPACES TO W-NOME-COPIA
           IF AR-SITUACAO = "A"
              STRING "ARQUIVO-" AR-COPIA
                     DELIMITED BY SPACE INTO W-NOME-COPIA
           ELSE
              MOVE AR-COPIA TO W-NOME-COPIA.
           OPEN INPUT PCOPIA
           IF W-FS-COPIA NOT = "00"
              DISPLAY "COPIA " W-NOME-COPIA " AUSENTE = " W-FS-COPIA
              GO TO FIM-REIMPRIME-COPIA.
           MOVE W-NUMERO TO W-NR-NUMERO
           OPEN OUTPUT PREIMP
           IF W-FS-REIMP NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO " W-NOME-REIMP " = "
                      W-FS-REIMP
              CLOSE PCOPIA
              GO TO FIM-REIMPRIME-COPIA.
           MOVE ZEROS TO W-QT-LINHAS
           PERFORM COPIA-LINHA THRU FIM-COPIA-LINHA
                    UNTIL W-FS-COPIA = "10"
           CLOSE PCOPIA PREIMP
           MOVE AR-DATA TO W-DATA-AUX
           PERFORM EDITA-DATA THRU FIM-EDITA-DATA
           DISPLAY AR-RELATORIO " DE " W-DATA-ED " (" AR-PROGRAMA
                   ") REIMPRESSO EM " W-NOME-REIMP
           DISPLAY "LINHAS: " W-QT-LINHAS.
       FIM-REIMPRIME-COPIA.
           EXIT.

       ACHA-NUMERO.
           READ PINDICE AT END
                MOVE "S" TO W-FIM
                GO TO FIM-ACHA-NUMERO.
           IF AR-NUMERO = W-NUMERO
              MOVE "S" TO W-ACHOU
              MOVE "S" TO W-FIM.
       FIM-ACHA-NUMERO.
           EXIT.

       COPIA-LINHA.
           READ PCOPIA AT END
                MOVE "10" TO W-FS-COPIA
                GO TO FIM-COPIA-LINHA.
           IF W-FS-COPIA > "04"
              MOVE "10" TO W-FS-COPIA
              GO TO FIM-COPIA-LINHA.
           MOVE REG-COPIA TO REG-REIMP
           WRITE REG-REIMP
           ADD 1 TO W-QT-LINHAS.
       FIM-COPIA-LINHA.
           EXIT.

       EDITA-DATA.
           MOVE W-DA-DD   TO W-DE-DD
           MOVE W-DA-MM   TO W-DE-MM
           MOVE W-DA-AAAA TO W-DE-AAAA.
       FIM-EDITA-DATA.
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
