       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CONSAR.
      *------------------------------------------------------------
      * PROVA DE ENTREGA DAS CARTAS REGISTRADAS (AR) DE UMA CONTA,
      * PARA O JURIDICO. A CHAVE E' A CONTA DE COBRANCA
      * (MA-SEQ-FINANC, A MESMA DO FINANC.TXT); SAEM TODAS AS PECAS
      * REGISTRADAS DA CONTA NO CADASTRO DE OBJETOS (AR_OBJETOS.TXT
      * - AVISO FINAL DA REGUA E PRE-AVISO DA NEGATIVA), COM A
      * SITUACAO DA ENTREGA E, PECA A PECA, CADA EVENTO DO CORREIO
      * GUARDADO PELO RASTREIO EM AR_EVENTOS.TXT (DATA, HORA,
      * UNIDADE, RECEBEDOR E DOCUMENTO). A MESMA CONSULTA FICA EM
      * CONSAR_REL.TXT PARA IMPRESSAO.
      *
      * CHAMADA:
      *    CONSAR [CONTA]      (SEM A CONTA, PERGUNTA NA TELA)
      *------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT  IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POBJETO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-OBJETO
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PEVENTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-EVENTO
           ACCESS MODE  IS SEQUENTIAL.

           SELECT RELAT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-RELAT
           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    MESMO LAYOUT DO OBJETOAR.
       FD  POBJETO
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "AR_OBJETOS.TXT".
       01  REG-OBJETO.
           03 AO-OBJETO      PIC X(13).
           03 FILLER         PIC X(01).
           03 AO-COD-ASS     PIC X(09).
           03 FILLER         PIC X(01).
           03 AO-CONTA       PIC X(09).
           03 FILLER         PIC X(01).
           03 AO-ORIGEM      PIC X(05).
           03 FILLER         PIC X(01).
           03 AO-DT-POSTAGEM PIC 9(08).
           03 FILLER         PIC X(01).
           03 AO-CEP         PIC X(08).
           03 FILLER         PIC X(01).
           03 AO-NOME        PIC X(30).
           03 FILLER         PIC X(01).
           03 AO-SITUACAO    PIC X(01).
           03 FILLER         PIC X(01).
           03 AO-DT-EVENTO   PIC 9(08).
           03 FILLER         PIC X(01).
           03 AO-MOTIVO      PIC X(02).
           03 FILLER         PIC X(01).
           03 AO-RECEBEDOR   PIC X(30).

      *    MESMO LAYOUT DO RASTREIO.
       FD  PEVENTO
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "AR_EVENTOS.TXT".
       01  REG-EVENTO.
           03 EV-OBJETO      PIC X(13).
           03 FILLER         PIC X(01).
           03 EV-CONTA       PIC X(09).
           03 FILLER         PIC X(01).
           03 EV-COD-ASS     PIC X(09).
           03 FILLER         PIC X(01).
           03 EV-ORIGEM      PIC X(05).
           03 FILLER         PIC X(01).
           03 EV-EVENTO      PIC X(01).
           03 FILLER         PIC X(01).
           03 EV-MOTIVO      PIC X(02).
           03 FILLER         PIC X(01).
           03 EV-DATA        PIC 9(08).
           03 FILLER         PIC X(01).
           03 EV-HORA        PIC 9(04).
           03 FILLER         PIC X(01).
           03 EV-UNIDADE     PIC X(30).
           03 FILLER         PIC X(01).
           03 EV-RECEBEDOR   PIC X(30).
           03 FILLER         PIC X(01).
           03 EV-DOCUMENTO   PIC X(15).
           03 FILLER         PIC X(01).
           03 EV-DT-CARGA    PIC 9(08).

       FD  RELAT
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "CONSAR_REL.TXT".
       01  REG-RELAT         PIC X(100).

       WORKING-STORAGE SECTION.
       77 W-FS-OBJETO      PIC X(02) VALUE SPACES.
       77 W-FS-EVENTO      PIC X(02) VALUE SPACES.
       77 W-FS-RELAT       PIC X(02) VALUE SPACES.
       77 W-ARGC           PIC 9(02) VALUE ZEROS.
       77 W-CONTA          PIC X(09) VALUE SPACES.
       77 W-FIM            PIC X(01) VALUE "N".
       77 W-QT-PECAS       PIC 9(05) VALUE ZEROS.
       77 W-QT-ENTREGUES   PIC 9(05) VALUE ZEROS.
       77 W-QT-EVENTOS     PIC 9(04) VALUE ZEROS.
       77 W-QT-EV-PECA     PIC 9(04) VALUE ZEROS.
       77 W-IND            PIC 9(04) VALUE ZEROS.
       77 W-SITUACAO       PIC X(20) VALUE SPACES.
       77 W-ORIGEM         PIC X(21) VALUE SPACES.
       77 W-DESC-EVENTO    PIC X(10) VALUE SPACES.
       01 W-LINHA-REL      PIC X(100) VALUE SPACES.
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
       01 W-HORA-ED.
          02 W-HE-HH       PIC 9(02).
          02 FILLER        PIC X(01) VALUE ":".
          02 W-HE-MM       PIC 9(02).
      *    EVENTOS DO CORREIO DAS PECAS DA CONTA.
       01 TAB-EVENTOS.
          02 TE-ENT OCCURS 2000 TIMES.
             03 TE-REG      PIC X(160).

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
              ACCEPT W-CONTA FROM ARGUMENT-VALUE
           ELSE
              DISPLAY "CONTA (MA-SEQ-FINANC): " WITH NO ADVANCING
              ACCEPT W-CONTA.
           IF W-CONTA = SPACES
              DISPLAY "CONTA NAO INFORMADA"
              STOP RUN.

           OPEN INPUT POBJETO
           IF W-FS-OBJETO NOT = "00"
              DISPLAY "CADASTRO DE OBJETOS (AR_OBJETOS.TXT) AUSENTE = "
                      W-FS-OBJETO
              STOP RUN.
           PERFORM CARREGA-EVENTOS THRU FIM-CARREGA-EVENTOS
           OPEN OUTPUT RELAT
           IF W-FS-RELAT NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO CONSAR_REL.TXT = "
                      W-FS-RELAT
              CLOSE POBJETO
              STOP RUN.
           WRITE REG-RELAT FROM W-CAB-AMBIENTE
           MOVE SPACES TO W-LINHA-REL
           STRING "CARTAS REGISTRADAS COM AVISO DE RECEBIMENTO - CONTA "
                  W-CONTA
                  DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           MOVE ALL "=" TO W-LINHA-REL
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA

           MOVE "N" TO W-FIM
           PERFORM LE-OBJETO THRU FIM-LE-OBJETO
                    UNTIL W-FIM = "S"
           CLOSE POBJETO

           MOVE SPACES TO W-LINHA-REL
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           MOVE SPACES TO W-LINHA-REL
           IF W-QT-PECAS = ZEROS
              MOVE "NENHUMA CARTA REGISTRADA PARA A CONTA"
                   TO W-LINHA-REL
           ELSE
              STRING "PECAS REGISTRADAS: " W-QT-PECAS
                     "   ENTREGUES COM PROVA: " W-QT-ENTREGUES
                     DELIMITED BY SIZE INTO W-LINHA-REL.
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           CLOSE RELAT
           PERFORM ARQUIVA-RELATORIO THRU FIM-ARQUIVA-RELATORIO
           STOP RUN.

      *****************************************************************
      *    CARREGA-EVENTOS: SO' OS EVENTOS DA CONTA CONSULTADA. SEM O
      *    JORNAL AS PECAS SAEM SO' COM A SITUACAO DO CADASTRO.
      *****************************************************************
       CARREGA-EVENTOS.
           OPEN INPUT PEVENTO
           IF W-FS-EVENTO NOT = "00"
              GO TO FIM-CARREGA-EVENTOS.
       LE-EVENTO.
           READ PEVENTO AT END
                CLOSE PEVENTO
                GO TO FIM-CARREGA-EVENTOS.
           IF EV-CONTA NOT = W-CONTA
              GO TO LE-EVENTO.
           IF W-QT-EVENTOS NOT < 2000
              GO TO LE-EVENTO.
           ADD 1 TO W-QT-EVENTOS
           MOVE REG-EVENTO TO TE-REG(W-QT-EVENTOS)
           GO TO LE-EVENTO.
       FIM-CARREGA-EVENTOS.
           EXIT.

      *****************************************************************
      *    LE-OBJETO: PECA DA CONTA - POSTAGEM, SITUACAO E EVENTOS.
      *****************************************************************
       LE-OBJETO.
           READ POBJETO AT END
                MOVE "S" TO W-FIM
                GO TO FIM-LE-OBJETO.
           IF AO-CONTA NOT = W-CONTA
              GO TO FIM-LE-OBJETO.
           ADD 1 TO W-QT-PECAS
           EVALUATE AO-ORIGEM
           WHEN "REGUA"  MOVE "AVISO FINAL (REGUA)" TO W-ORIGEM
           WHEN "NEGAT"  MOVE "PRE-AVISO NEGATIVACAO" TO W-ORIGEM
           WHEN OTHER    MOVE AO-ORIGEM TO W-ORIGEM
           END-EVALUATE
           EVALUATE AO-SITUACAO
           WHEN "E"  MOVE "ENTREGUE"           TO W-SITUACAO
                     ADD 1 TO W-QT-ENTREGUES
           WHEN "D"  MOVE "DEVOLVIDA"          TO W-SITUACAO
           WHEN "T"  MOVE "EM ANDAMENTO"       TO W-SITUACAO
           WHEN OTHER MOVE "POSTADA, SEM RETORNO" TO W-SITUACAO
           END-EVALUATE
           MOVE SPACES TO W-LINHA-REL
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           MOVE AO-DT-POSTAGEM TO W-DATA-AUX
           PERFORM EDITA-DATA THRU FIM-EDITA-DATA
           MOVE SPACES TO W-LINHA-REL
           STRING "OBJETO " AO-OBJETO "  " W-ORIGEM "  POSTADA EM "
                  W-DATA-ED
                  DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           MOVE SPACES TO W-LINHA-REL
           STRING "  ASSINANTE " AO-COD-ASS " " AO-NOME " CEP " AO-CEP
                  DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           MOVE SPACES TO W-LINHA-REL
           STRING "  SITUACAO: " W-SITUACAO
                  DELIMITED BY SIZE INTO W-LINHA-REL
           IF AO-SITUACAO = "E" OR "D" OR "T"
              MOVE AO-DT-EVENTO TO W-DATA-AUX
              PERFORM EDITA-DATA THRU FIM-EDITA-DATA
              MOVE W-DATA-ED TO W-LINHA-REL(34:10).
           IF AO-SITUACAO = "E"
              MOVE "RECEBIDA POR"  TO W-LINHA-REL(46:12)
              MOVE AO-RECEBEDOR    TO W-LINHA-REL(59:30).
           IF AO-SITUACAO = "D" OR "T"
              MOVE "MOTIVO DO CORREIO" TO W-LINHA-REL(46:17)
              MOVE AO-MOTIVO           TO W-LINHA-REL(64:2).
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           MOVE ZEROS TO W-QT-EV-PECA
           PERFORM MOSTRA-EVENTO THRU FIM-MOSTRA-EVENTO
                    VARYING W-IND FROM 1 BY 1
                    UNTIL W-IND > W-QT-EVENTOS
           IF W-QT-EV-PECA = ZEROS
              MOVE "    (SEM EVENTOS DO CORREIO NO JORNAL)"
                   TO W-LINHA-REL
              PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA.
       FIM-LE-OBJETO.
           EXIT.

       MOSTRA-EVENTO.
           MOVE TE-REG(W-IND) TO REG-EVENTO
           IF EV-OBJETO NOT = AO-OBJETO
              GO TO FIM-MOSTRA-EVENTO.
           ADD 1 TO W-QT-EV-PECA
           EVALUATE EV-EVENTO
           WHEN "E"   MOVE "ENTREGUE"  TO W-DESC-EVENTO
           WHEN "D"   MOVE "DEVOLVIDA" TO W-DESC-EVENTO
           WHEN OTHER MOVE "ANDAMENTO" TO W-DESC-EVENTO
           END-EVALUATE
           MOVE EV-DATA TO W-DATA-AUX
           PERFORM EDITA-DATA THRU FIM-EDITA-DATA
           MOVE EV-HORA TO W-HORA-AUX
           MOVE W-HA-HH TO W-HE-HH
           MOVE W-HA-MM TO W-HE-MM
           MOVE SPACES TO W-LINHA-REL
           STRING "    " W-DATA-ED " " W-HORA-ED " " W-DESC-EVENTO
                  " MOT " EV-MOTIVO " " EV-UNIDADE
                  DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA
           IF EV-RECEBEDOR = SPACES
              GO TO FIM-MOSTRA-EVENTO.
           MOVE SPACES TO W-LINHA-REL
           STRING "          RECEBEDOR " EV-RECEBEDOR " DOC "
                  EV-DOCUMENTO
                  DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-LINHA THRU FIM-GRAVA-LINHA.
       FIM-MOSTRA-EVENTO.
           EXIT.

      *    CADA LINHA VAI PARA A TELA E PARA O CONSAR_REL.TXT.
       GRAVA-LINHA.
           DISPLAY W-LINHA-REL(1:79)
           MOVE W-LINHA-REL TO REG-RELAT
           WRITE REG-RELAT.
       FIM-GRAVA-LINHA.
           EXIT.

       EDITA-DATA.
           MOVE W-DA-DD   TO W-DE-DD
           MOVE W-DA-MM   TO W-DE-MM
           MOVE W-DA-AAAA TO W-DE-AAAA.
       FIM-EDITA-DATA.
           EXIT.

      *****************************************************************
      *    ARQUIVA-RELATORIO: COPIA DATADA DO RELATORIO NO ARQUIVO
      *    DE RELATORIOS (ARQREL, INDICE ARQUIVO_REL.TXT) - A
      *    PROXIMA RODADA REGRAVA O RELATORIO NO MESMO NOME.
      *****************************************************************
       ARQUIVA-RELATORIO.
           MOVE SPACES TO W-ARQREL
           MOVE "CONSAR_REL.TXT" TO W-AQ-ARQUIVO
           MOVE "CONSAR" TO W-AQ-PROGRAMA
           MOVE W-CONTA TO W-AQ-PEDIDO
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
