       IDENTIFICATION DIVISION.
       PROGRAM-ID.      RASTREIO.
      *------------------------------------------------------------
      * RETORNO DO RASTREAMENTO DAS CARTAS REGISTRADAS COM AVISO DE
      * RECEBIMENTO (AR). O CORREIO DEVOLVE UM ARQUIVO DE EVENTOS
      * (AR_RETORNO.TXT POR OMISSAO), UMA LINHA POR EVENTO:
      *    01-13 CODIGO DO OBJETO     15    EVENTO
      *    17-18 MOTIVO DO CORREIO    20-27 DATA (AAAAMMDD)
      *    29-32 HORA (HHMM)          34-63 UNIDADE DO CORREIO
      *    65-94 RECEBEDOR            96-110 DOCUMENTO DO RECEBEDOR
      * EVENTO E = ENTREGUE AO DESTINATARIO, D = DEVOLVIDO AO
      * REMETENTE (NAO ENTREGUE), T = TENTATIVA OU TRANSITO.
      *
      * CADA EVENTO DE OBJETO DO CADASTRO (AR_OBJETOS.TXT, QUE O
      * OBJETOAR ALIMENTA NA POSTAGEM) ATUALIZA A SITUACAO DA PECA
      * (P POSTADA, T EM ANDAMENTO, E ENTREGUE, D DEVOLVIDA) E FICA
      * GUARDADO NO JORNAL AR_EVENTOS.TXT, COM RECEBEDOR, DOCUMENTO
      * E UNIDADE - E' A PROVA DE ENTREGA QUE O CONSAR MOSTRA POR
      * CONTA PARA O JURIDICO. EVENTO JA' IMPORTADO, ANTERIOR AO
      * ULTIMO DA PECA OU DEPOIS DA ENTREGA (OU DA DEVOLUCAO) NAO
      * MUDA NADA.
      *
      * PECA DEVOLVIDA VAI PARA O DEVOLVIDAS.TXT (LAYOUT DO
      * DEVOLUCAO) COM O MOTIVO "C" + MOTIVO DO CORREIO (C01, C02,
      * ...), PARA O DEVOLUCAO TRATAR O ENDERECO PELA POLITICA DO
      * MOTIVOS.TXT. LISTAGEM EM RASTREIO_REL.TXT, COM AS PECAS
      * POSTADAS HA' MAIS DE N DIAS SEM ENTREGA NEM DEVOLUCAO.
      *
      * CHAMADA DESATENDIDA:
      *    RASTREIO [ARQUIVO-DE-RETORNO] [DIAS-SEM-RETORNO]
      *------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT  IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRETORNO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-RETORNO
           ACCESS MODE  IS SEQUENTIAL.

           SELECT POBJETO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-OBJETO
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PEVENTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-EVENTO
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PDEVOL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-DEVOL
           ACCESS MODE  IS SEQUENTIAL.

           SELECT RELAT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-RELAT
           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRETORNO
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS W-ARQ-RETORNO.
       01  REG-RETORNO.
           03 RT-OBJETO      PIC X(13).
           03 FILLER         PIC X(01).
           03 RT-EVENTO      PIC X(01).
           03 FILLER         PIC X(01).
           03 RT-MOTIVO      PIC X(02).
           03 FILLER         PIC X(01).
           03 RT-DATA        PIC 9(08).
           03 FILLER         PIC X(01).
           03 RT-HORA        PIC 9(04).
           03 FILLER         PIC X(01).
           03 RT-UNIDADE     PIC X(30).
           03 FILLER         PIC X(01).
           03 RT-RECEBEDOR   PIC X(30).
           03 FILLER         PIC X(01).
           03 RT-DOCUMENTO   PIC X(15).

      *    MESMO LAYOUT DO OBJETOAR.
       FD  POBJETO
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "AR_OBJETOS.TXT".
       01  REG-OBJETO        PIC X(133).

      *-----------------------------------------------------------
      *    JORNAL DOS EVENTOS DO CORREIO (PROVA DE ENTREGA): OBJETO,
      *    CONTA, ASSINANTE, ORIGEM, EVENTO, MOTIVO, DATA E HORA DO
      *    EVENTO, UNIDADE, RECEBEDOR, DOCUMENTO E DATA DA CARGA.
      *    MESMO LAYOUT DO CONSAR.
      *-----------------------------------------------------------
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

      *    MESMO LAYOUT DO DEVOLUCAO.
       FD  PDEVOL
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "DEVOLVIDAS.TXT".
       01  REG-DEVOL.
           03 DV-COD         PIC X(09).
           03 FILLER         PIC X(01).
           03 DV-CEP         PIC X(08).
           03 FILLER         PIC X(01).
           03 DV-NOME        PIC X(30).
           03 FILLER         PIC X(01).
           03 DV-MOTIVO      PIC X(03).
           03 FILLER         PIC X(01).
           03 DV-DATA        PIC X(08).

       FD  RELAT
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "RASTREIO_REL.TXT".
       01  REG-RELAT         PIC X(100).

       WORKING-STORAGE SECTION.
       77 W-FS-RETORNO     PIC X(02) VALUE SPACES.
       77 W-FS-OBJETO      PIC X(02) VALUE SPACES.
       77 W-FS-EVENTO      PIC X(02) VALUE SPACES.
       77 W-FS-DEVOL       PIC X(02) VALUE SPACES.
       77 W-FS-RELAT       PIC X(02) VALUE SPACES.
       77 W-ARQ-RETORNO    PIC X(60) VALUE "AR_RETORNO.TXT".
       77 W-ARGC           PIC 9(02) VALUE ZEROS.
       77 W-PARAM          PIC 9(03) VALUE ZEROS.
       77 W-DIAS-LIMITE    PIC 9(03) VALUE 30.
       77 W-FIM            PIC X(01) VALUE "N".
       77 W-DEVOL-ABERTO   PIC X(01) VALUE "N".
       77 W-HOJE-AAAAMMDD  PIC 9(08) VALUE ZEROS.
       77 W-HOJE-INT       PIC 9(08) VALUE ZEROS.
       77 W-DIAS           PIC S9(05) VALUE ZEROS.
       77 W-DIAS-ED        PIC ZZ.ZZ9.
       77 W-QT-OBJETOS     PIC 9(05) VALUE ZEROS.
       77 W-IND            PIC 9(05) VALUE ZEROS.
       77 W-ACHOU          PIC 9(05) VALUE ZEROS.
       77 W-QT-LIDOS       PIC 9(06) VALUE ZEROS.
       77 W-QT-ENTREGUES   PIC 9(06) VALUE ZEROS.
       77 W-QT-DEVOLVIDOS  PIC 9(06) VALUE ZEROS.
       77 W-QT-ANDAMENTO   PIC 9(06) VALUE ZEROS.
       77 W-QT-DESCONHEC   PIC 9(06) VALUE ZEROS.
       77 W-QT-IGNORADOS   PIC 9(06) VALUE ZEROS.
       77 W-QT-INVALIDOS   PIC 9(06) VALUE ZEROS.
       77 W-QT-SEM-RETORNO PIC 9(06) VALUE ZEROS.
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
      *    PECA DO CADASTRO DE OBJETOS EM TRABALHO (MESMO LAYOUT DO
      *    OBJETOAR).
       01 W-OBJETO.
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
      *    CADASTRO DE OBJETOS INTEIRO, REGRAVADO NO FIM.
       01 TAB-OBJETOS.
          02 TO-ENT OCCURS 20000 TIMES.
             03 TO-OBJETO    PIC X(13).
             03 TO-REG       PIC X(133).

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
              ACCEPT W-ARQ-RETORNO FROM ARGUMENT-VALUE.
           IF W-ARGC NOT < 2
              DISPLAY 2 UPON ARGUMENT-NUMBER
              MOVE ZEROS TO W-PARAM
              ACCEPT W-PARAM FROM ARGUMENT-VALUE
              IF W-PARAM > ZEROS
                 MOVE W-PARAM TO W-DIAS-LIMITE.

           ACCEPT W-HOJE-AAAAMMDD FROM DATE YYYYMMDD
           COMPUTE W-HOJE-INT =
                   FUNCTION INTEGER-OF-DATE(W-HOJE-AAAAMMDD)

           PERFORM CARREGA-OBJETOS THRU FIM-CARREGA-OBJETOS
           IF W-QT-OBJETOS = ZEROS
              DISPLAY "NENHUMA PECA REGISTRADA EM AR_OBJETOS.TXT"
              STOP RUN.
           OPEN INPUT PRETORNO
           IF W-FS-RETORNO NOT = "00"
              DISPLAY "ARQUIVO DE RETORNO " W-ARQ-RETORNO
                      " NAO ENCONTRADO = " W-FS-RETORNO
              STOP RUN.
           OPEN EXTEND PEVENTO
           IF W-FS-EVENTO NOT = "00"
              OPEN OUTPUT PEVENTO.
           IF W-FS-EVENTO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO AR_EVENTOS.TXT = "
                      W-FS-EVENTO
              CLOSE PRETORNO
              STOP RUN.
           OPEN OUTPUT RELAT
           IF W-FS-RELAT NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RASTREIO_REL.TXT = "
                      W-FS-RELAT
              CLOSE PRETORNO PEVENTO
              STOP RUN.
           WRITE REG-RELAT FROM W-CAB-AMBIENTE
           MOVE SPACES TO W-LINHA-REL
           STRING "RASTREIO DAS CARTAS COM AR DE " W-HOJE-AAAAMMDD
                  " - RETORNO " W-ARQ-RETORNO
                  DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL THRU FIM-GRAVA-REL
           MOVE "OBJETO        CONTA     ORIGEM EV MOT DATA       "
             & "SITUACAO / RECEBEDOR" TO W-LINHA-REL
           PERFORM GRAVA-REL THRU FIM-GRAVA-REL

           MOVE "N" TO W-FIM
           PERFORM LE-RETORNO THRU FIM-LE-RETORNO
                    UNTIL W-FIM = "S"
           CLOSE PRETORNO PEVENTO
           IF W-DEVOL-ABERTO = "S"
              CLOSE PDEVOL.

           PERFORM REGRAVA-OBJETOS THRU FIM-REGRAVA-OBJETOS
           MOVE SPACES TO W-LINHA-REL
           PERFORM GRAVA-REL THRU FIM-GRAVA-REL
           MOVE SPACES TO W-LINHA-REL
           STRING "PECAS POSTADAS HA' MAIS DE " W-DIAS-LIMITE
                  " DIAS SEM ENTREGA NEM DEVOLUCAO"
                  DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL THRU FIM-GRAVA-REL
           PERFORM LISTA-SEM-RETORNO THRU FIM-LISTA-SEM-RETORNO
                    VARYING W-IND FROM 1 BY 1
                    UNTIL W-IND > W-QT-OBJETOS
           PERFORM RESUMO THRU FIM-RESUMO
           CLOSE RELAT
           PERFORM ARQUIVA-RELATORIO THRU FIM-ARQUIVA-RELATORIO

           DISPLAY "EVENTOS LIDOS...........: " W-QT-LIDOS
           DISPLAY "ENTREGUES...............: " W-QT-ENTREGUES
           DISPLAY "DEVOLVIDOS (DEVOLVIDAS).: " W-QT-DEVOLVIDOS
           DISPLAY "EM ANDAMENTO............: " W-QT-ANDAMENTO
           DISPLAY "OBJETOS DESCONHECIDOS...: " W-QT-DESCONHEC
           DISPLAY "SEM RETORNO NO PRAZO....: " W-QT-SEM-RETORNO
           DISPLAY "LISTAGEM EM RASTREIO_REL.TXT"
           STOP RUN.

      *****************************************************************
      *    CARREGA-OBJETOS: CADASTRO DE OBJETOS INTEIRO NA TABELA.
      *****************************************************************
       CARREGA-OBJETOS.
           OPEN INPUT POBJETO
           IF W-FS-OBJETO NOT = "00"
              GO TO FIM-CARREGA-OBJETOS.
       LE-OBJETO.
           READ POBJETO AT END
                CLOSE POBJETO
                GO TO FIM-CARREGA-OBJETOS.
           IF REG-OBJETO = SPACES
              GO TO LE-OBJETO.
           IF W-QT-OBJETOS NOT < 20000
              DISPLAY "CADASTRO DE OBJETOS ACIMA DE 20000 PECAS"
              CLOSE POBJETO
              STOP RUN.
           ADD 1 TO W-QT-OBJETOS
           MOVE REG-OBJETO       TO TO-REG(W-QT-OBJETOS)
           MOVE REG-OBJETO(1:13) TO TO-OBJETO(W-QT-OBJETOS)
           GO TO LE-OBJETO.
       FIM-CARREGA-OBJETOS.
           EXIT.

       REGRAVA-OBJETOS.
           OPEN OUTPUT POBJETO
           IF W-FS-OBJETO NOT = "00"
              DISPLAY "ERRO NA REGRAVACAO DO AR_OBJETOS.TXT = "
                      W-FS-OBJETO
              GO TO FIM-REGRAVA-OBJETOS.
           PERFORM GRAVA-OBJETO THRU FIM-GRAVA-OBJETO
                    VARYING W-IND FROM 1 BY 1
                    UNTIL W-IND > W-QT-OBJETOS
           CLOSE POBJETO.
       FIM-REGRAVA-OBJETOS.
           EXIT.

       GRAVA-OBJETO.
           MOVE TO-REG(W-IND) TO REG-OBJETO
           WRITE REG-OBJETO.
       FIM-GRAVA-OBJETO.
           EXIT.

      *****************************************************************
      *    LE-RETORNO: UM EVENTO DO CORREIO POR VEZ.
      *****************************************************************
       LE-RETORNO.
           READ PRETORNO AT END
                MOVE "S" TO W-FIM
                GO TO FIM-LE-RETORNO.
           IF REG-RETORNO = SPACES
              GO TO FIM-LE-RETORNO.
           ADD 1 TO W-QT-LIDOS
           IF RT-DATA NOT NUMERIC OR RT-DATA < 19000101
              OR (RT-EVENTO NOT = "E" AND NOT = "D" AND NOT = "T")
              ADD 1 TO W-QT-INVALIDOS
              MOVE SPACES TO W-LINHA-REL
              STRING RT-OBJETO " EVENTO INVALIDO NO RETORNO: "
                     REG-RETORNO(14:20)
                     DELIMITED BY SIZE INTO W-LINHA-REL
              PERFORM GRAVA-REL THRU FIM-GRAVA-REL
              GO TO FIM-LE-RETORNO.
           IF RT-HORA NOT NUMERIC
              MOVE ZEROS TO RT-HORA.
           MOVE ZEROS TO W-ACHOU
           PERFORM PROCURA-OBJETO THRU FIM-PROCURA-OBJETO
                    VARYING W-IND FROM 1 BY 1
                    UNTIL W-IND > W-QT-OBJETOS OR W-ACHOU > ZEROS
           IF W-ACHOU = ZEROS
              ADD 1 TO W-QT-DESCONHEC
              MOVE SPACES TO W-LINHA-REL
              STRING RT-OBJETO " *** OBJETO FORA DO CADASTRO DE AR ***"
                     DELIMITED BY SIZE INTO W-LINHA-REL
              PERFORM GRAVA-REL THRU FIM-GRAVA-REL
              GO TO FIM-LE-RETORNO.
           MOVE TO-REG(W-ACHOU) TO W-OBJETO
           IF AO-DT-EVENTO NOT NUMERIC
              MOVE ZEROS TO AO-DT-EVENTO.
      *    PECA JA' ENTREGUE OU DEVOLVIDA, EVENTO ANTERIOR AO ULTIMO
      *    DA PECA OU O MESMO EVENTO DE NOVO (RETORNO CARREGADO DUAS
      *    VEZES).
           IF AO-SITUACAO = "E" OR AO-SITUACAO = "D"
              OR RT-DATA < AO-DT-EVENTO
              OR (RT-DATA = AO-DT-EVENTO AND RT-EVENTO = AO-SITUACAO
                  AND RT-MOTIVO = AO-MOTIVO)
              ADD 1 TO W-QT-IGNORADOS
              GO TO FIM-LE-RETORNO.
           PERFORM GRAVA-EVENTO THRU FIM-GRAVA-EVENTO
           MOVE RT-EVENTO TO AO-SITUACAO
           MOVE RT-DATA   TO AO-DT-EVENTO
           MOVE RT-MOTIVO TO AO-MOTIVO
           MOVE SPACES    TO AO-RECEBEDOR
           EVALUATE RT-EVENTO
           WHEN "E"
              ADD 1 TO W-QT-ENTREGUES
              MOVE RT-RECEBEDOR TO AO-RECEBEDOR
           WHEN "D"
              ADD 1 TO W-QT-DEVOLVIDOS
              PERFORM GRAVA-DEVOLVIDA THRU FIM-GRAVA-DEVOLVIDA
           WHEN OTHER
              ADD 1 TO W-QT-ANDAMENTO
           END-EVALUATE
           MOVE W-OBJETO TO TO-REG(W-ACHOU)
           MOVE RT-DATA TO W-DATA-AUX
           PERFORM EDITA-DATA THRU FIM-EDITA-DATA
           MOVE SPACES TO W-LINHA-REL
           STRING AO-OBJETO " " AO-CONTA " " AO-ORIGEM "  " RT-EVENTO
                  "  " RT-MOTIVO "  " W-DATA-ED " " RT-RECEBEDOR
                  DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL THRU FIM-GRAVA-REL.
       FIM-LE-RETORNO.
           EXIT.

       PROCURA-OBJETO.
           IF TO-OBJETO(W-IND) = RT-OBJETO
              MOVE W-IND TO W-ACHOU.
       FIM-PROCURA-OBJETO.
           EXIT.

       GRAVA-EVENTO.
           MOVE SPACES          TO REG-EVENTO
           MOVE AO-OBJETO       TO EV-OBJETO
           MOVE AO-CONTA        TO EV-CONTA
           MOVE AO-COD-ASS      TO EV-COD-ASS
           MOVE AO-ORIGEM       TO EV-ORIGEM
           MOVE RT-EVENTO       TO EV-EVENTO
           MOVE RT-MOTIVO       TO EV-MOTIVO
           MOVE RT-DATA         TO EV-DATA
           MOVE RT-HORA         TO EV-HORA
           MOVE RT-UNIDADE      TO EV-UNIDADE
           MOVE RT-RECEBEDOR    TO EV-RECEBEDOR
           MOVE RT-DOCUMENTO    TO EV-DOCUMENTO
           MOVE W-HOJE-AAAAMMDD TO EV-DT-CARGA
           WRITE REG-EVENTO.
       FIM-GRAVA-EVENTO.
           EXIT.

      *    PECA NAO ENTREGUE: ACRESCENTA AO DEVOLVIDAS.TXT DO CICLO,
      *    ABERTO SO' NA PRIMEIRA DEVOLUCAO DA CARGA.
       GRAVA-DEVOLVIDA.
           IF W-DEVOL-ABERTO = "S"
              GO TO DETALHE-DEVOLVIDA.
           OPEN EXTEND PDEVOL
           IF W-FS-DEVOL NOT = "00"
              OPEN OUTPUT PDEVOL.
           IF W-FS-DEVOL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO DEVOLVIDAS.TXT = "
                      W-FS-DEVOL
              GO TO FIM-GRAVA-DEVOLVIDA.
           MOVE "S" TO W-DEVOL-ABERTO.
       DETALHE-DEVOLVIDA.
           MOVE SPACES       TO REG-DEVOL
           MOVE AO-COD-ASS   TO DV-COD
           MOVE AO-CEP       TO DV-CEP
           MOVE AO-NOME      TO DV-NOME
           MOVE "C"          TO DV-MOTIVO(1:1)
           MOVE RT-MOTIVO    TO DV-MOTIVO(2:2)
           MOVE RT-DATA      TO DV-DATA
           WRITE REG-DEVOL.
       FIM-GRAVA-DEVOLVIDA.
           EXIT.

      *    PECA AINDA POSTADA OU EM ANDAMENTO ALEM DO PRAZO.
       LISTA-SEM-RETORNO.
           MOVE TO-REG(W-IND) TO W-OBJETO
           IF AO-SITUACAO = "E" OR AO-SITUACAO = "D"
              GO TO FIM-LISTA-SEM-RETORNO.
           IF AO-DT-POSTAGEM NOT NUMERIC
              OR AO-DT-POSTAGEM < 19000101
              GO TO FIM-LISTA-SEM-RETORNO.
           COMPUTE W-DIAS = W-HOJE-INT
                   - FUNCTION INTEGER-OF-DATE(AO-DT-POSTAGEM)
           IF W-DIAS NOT > W-DIAS-LIMITE
              GO TO FIM-LISTA-SEM-RETORNO.
           ADD 1 TO W-QT-SEM-RETORNO
           MOVE W-DIAS TO W-DIAS-ED
           MOVE AO-DT-POSTAGEM TO W-DATA-AUX
           PERFORM EDITA-DATA THRU FIM-EDITA-DATA
           MOVE SPACES TO W-LINHA-REL
           STRING AO-OBJETO " " AO-CONTA " " AO-ORIGEM "  "
                  AO-SITUACAO "      " W-DATA-ED " " W-DIAS-ED
                  " DIAS - " AO-NOME
                  DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL THRU FIM-GRAVA-REL.
       FIM-LISTA-SEM-RETORNO.
           EXIT.

       RESUMO.
           MOVE SPACES TO W-LINHA-REL
           PERFORM GRAVA-REL THRU FIM-GRAVA-REL
           MOVE SPACES TO W-LINHA-REL
           STRING "EVENTOS NO RETORNO ..........: " W-QT-LIDOS
                  DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL THRU FIM-GRAVA-REL
           MOVE SPACES TO W-LINHA-REL
           STRING "ENTREGUES ...................: " W-QT-ENTREGUES
                  DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL THRU FIM-GRAVA-REL
           MOVE SPACES TO W-LINHA-REL
           STRING "DEVOLVIDOS (PARA DEVOLVIDAS) : " W-QT-DEVOLVIDOS
                  DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL THRU FIM-GRAVA-REL
           MOVE SPACES TO W-LINHA-REL
           STRING "EM ANDAMENTO ................: " W-QT-ANDAMENTO
                  DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL THRU FIM-GRAVA-REL
           MOVE SPACES TO W-LINHA-REL
           STRING "JA' IMPORTADOS OU SUPERADOS .: " W-QT-IGNORADOS
                  DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL THRU FIM-GRAVA-REL
           MOVE SPACES TO W-LINHA-REL
           STRING "OBJETOS FORA DO CADASTRO ....: " W-QT-DESCONHEC
                  DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL THRU FIM-GRAVA-REL
           MOVE SPACES TO W-LINHA-REL
           STRING "EVENTOS INVALIDOS ...........: " W-QT-INVALIDOS
                  DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL THRU FIM-GRAVA-REL
           MOVE SPACES TO W-LINHA-REL
           STRING "SEM RETORNO NO PRAZO ........: " W-QT-SEM-RETORNO
                  DELIMITED BY SIZE INTO W-LINHA-REL
           PERFORM GRAVA-REL THRU FIM-GRAVA-REL.
       FIM-RESUMO.
           EXIT.

       GRAVA-REL.
           MOVE W-LINHA-REL TO REG-RELAT
           WRITE REG-RELAT.
       FIM-GRAVA-REL.
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
           MOVE "RASTREIO_REL.TXT" TO W-AQ-ARQUIVO
           MOVE "RASTREIO" TO W-AQ-PROGRAMA
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
