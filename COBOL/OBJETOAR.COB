       IDENTIFICATION DIVISION.
       PROGRAM-ID.      OBJETOAR.
      *------------------------------------------------------------
      * CODIGO DE RASTREAMENTO DA CARTA REGISTRADA COM AVISO DE
      * RECEBIMENTO (AR). O AVISO FINAL DA REGUA E O PRE-AVISO DA
      * NEGATIVACAO PRECISAM DE PROVA DE ENTREGA; CADA PECA
      * REGISTRADA RECEBE AQUI UM CODIGO DAS FAIXAS COMPRADAS DO
      * CORREIO. CHAMADO (CALL "OBJETOAR") PELO REGUA E PELO
      * NEGATIVA:
      *
      *    LK-AR-FUNCAO "A" - ALOCA O PROXIMO CODIGO LIVRE PARA A
      *                       PECA (ASSINANTE, CONTA E ENDERECO EM
      *                       LK-AR-...), ANOTA A PECA NO CADASTRO
      *                       DE OBJETOS E NA PRE-LISTA DE POSTAGEM;
      *    LK-AR-FUNCAO "F" - FECHA A PRE-LISTA (TRAILER COM A
      *                       QUANTIDADE) E O CADASTRO DE OBJETOS.
      *
      * FAIXAS (AR_FAIXAS.TXT), UMA LINHA POR FAIXA VENDIDA PELO
      * CORREIO: SIGLA DO SERVICO, PRIMEIRO E ULTIMO NUMERO, PROXIMO
      * NUMERO LIVRE E SITUACAO (L = COM NUMEROS LIVRES, E =
      * ESGOTADA). FAIXA NOVA ENTRA COM O PROXIMO EM ZEROS (VALE O
      * PRIMEIRO) E SITUACAO EM BRANCO. O ARQUIVO E' REGRAVADO A
      * CADA CODIGO ALOCADO - UMA QUEDA NO MEIO DA RODADA NAO FAZ O
      * MESMO NUMERO SAIR DUAS VEZES. O CODIGO TEM 13 POSICOES:
      * SIGLA, 8 DIGITOS, DIGITO VERIFICADOR (PESOS 8 6 4 2 3 5 9 7,
      * MODULO 11) E "BR".
      *
      * CADASTRO DE OBJETOS (AR_OBJETOS.TXT, ACRESCIDO): CODIGO,
      * ASSINANTE, CONTA (MA-SEQ-FINANC), ORIGEM, DATA DA POSTAGEM,
      * CEP, NOME E A SITUACAO DA ENTREGA - P NA POSTAGEM; O
      * RASTREIO ATUALIZA COM O RETORNO DO CORREIO.
      *
      * PRE-LISTA DE POSTAGEM (NOME EM LK-AR-PRELISTA), QUE VAI AO
      * CORREIO JUNTO COM AS CARTAS: HEADER "0" (ORIGEM E DATA),
      * DETALHE "1" (CODIGO E ENDERECO) E TRAILER "9" (QUANTIDADE).
      * SO' E' ABERTA NO PRIMEIRO CODIGO DA RODADA, PARA UMA RODADA
      * SEM PECA REGISTRADA NAO APAGAR A PRE-LISTA ANTERIOR.
      *
      * RETORNO EM LK-AR-RET:
      *    "0" CODIGO ALOCADO (OU ARQUIVOS FECHADOS)
      *    "1" SEM FAIXA COM NUMERO LIVRE (OU AR_FAIXAS.TXT AUSENTE)
      *    "9" FAIXAS, CADASTRO OU PRE-LISTA SEM GRAVACAO
      * LK-AR-QTDE DEVOLVE OS CODIGOS ALOCADOS NA RODADA.
      *------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT  IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PFAIXA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-FAIXA
           ACCESS MODE  IS SEQUENTIAL.

           SELECT POBJETO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-OBJETO
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PPRELIS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-PRELIS
           ACCESS MODE  IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PFAIXA
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS "AR_FAIXAS.TXT".
       01  REG-FAIXA.
           03 FX-SIGLA       PIC X(02).
           03 FILLER         PIC X(01).
           03 FX-INICIO      PIC 9(08).
           03 FILLER         PIC X(01).
           03 FX-FIM         PIC 9(08).
           03 FILLER         PIC X(01).
           03 FX-PROXIMO     PIC 9(08).
           03 FILLER         PIC X(01).
           03 FX-SITUACAO    PIC X(01).

      *    MESMO LAYOUT DO RASTREIO E DO CONSAR.
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

       FD  PPRELIS
        LABEL RECORD IS STANDARD
        VALUE OF FILE-ID IS W-NOME-PRELISTA.
       01  REG-PRELIS.
           03 PL-TIPO        PIC X(01).
           03 FILLER         PIC X(01).
           03 PL-DETALHE.
              05 PL-OBJETO   PIC X(13).
              05 FILLER      PIC X(01).
              05 PL-CEP      PIC X(08).
              05 FILLER      PIC X(01).
              05 PL-NOME     PIC X(30).
              05 FILLER      PIC X(01).
              05 PL-ENDERECO PIC X(30).
              05 FILLER      PIC X(01).
              05 PL-BAIRRO   PIC X(15).
              05 FILLER      PIC X(01).
              05 PL-CIDADE   PIC X(15).
              05 FILLER      PIC X(01).
              05 PL-UF       PIC X(02).
              05 FILLER      PIC X(01).
              05 PL-SERVICO  PIC X(02).
           03 PL-HEADER REDEFINES PL-DETALHE.
              05 PL-H-ORIGEM PIC X(05).
              05 FILLER      PIC X(01).
              05 PL-H-DATA   PIC 9(08).
              05 FILLER      PIC X(108).
           03 PL-TRAILER REDEFINES PL-DETALHE.
              05 PL-T-QTDE   PIC 9(06).
              05 FILLER      PIC X(116).

       WORKING-STORAGE SECTION.
       77 W-FS-FAIXA       PIC X(02) VALUE SPACES.
       77 W-FS-OBJETO      PIC X(02) VALUE SPACES.
       77 W-FS-PRELIS      PIC X(02) VALUE SPACES.
       77 W-NOME-PRELISTA  PIC X(30) VALUE SPACES.
       77 W-CARREGOU       PIC X(01) VALUE "N".
       77 W-OBJETO-ABERTO  PIC X(01) VALUE "N".
       77 W-PRELIS-ABERTA  PIC X(01) VALUE "N".
       77 W-FIM            PIC X(01) VALUE "N".
       77 W-QT-FAIXAS      PIC 9(03) VALUE ZEROS.
       77 W-IND            PIC 9(03) VALUE ZEROS.
       77 W-ACHOU          PIC 9(03) VALUE ZEROS.
       77 W-QT-ALOCADOS    PIC 9(06) VALUE ZEROS.
       77 W-HOJE-AAAAMMDD  PIC 9(08) VALUE ZEROS.
       77 W-SOMA           PIC 9(04) VALUE ZEROS.
       77 W-QUOCIENTE      PIC 9(04) VALUE ZEROS.
       77 W-RESTO          PIC 9(02) VALUE ZEROS.
       77 W-DV             PIC 9(01) VALUE ZEROS.
       01 W-NUMERO         PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES W-NUMERO.
          03 W-DIG         PIC 9(01) OCCURS 8 TIMES.
       01 TAB-PESOS-X      PIC X(08) VALUE "86423597".
       01 FILLER REDEFINES TAB-PESOS-X.
          03 W-PESO        PIC 9(01) OCCURS 8 TIMES.
       01 W-OBJETO.
          03 W-OB-SIGLA    PIC X(02).
          03 W-OB-NUMERO   PIC 9(08).
          03 W-OB-DV       PIC 9(01).
          03 W-OB-PAIS     PIC X(02) VALUE "BR".
      *    FAIXAS DO AR_FAIXAS.TXT, NA ORDEM DO ARQUIVO.
       01 TAB-FAIXAS.
          03 TF-ENT OCCURS 200 TIMES.
             05 TF-SIGLA    PIC X(02).
             05 TF-INICIO   PIC 9(08).
             05 TF-FIM      PIC 9(08).
             05 TF-PROXIMO  PIC 9(08).
             05 TF-SITUACAO PIC X(01).

       LINKAGE SECTION.
       01 LK-OBJETOAR.
      *    ENTRADA
          03 LK-AR-FUNCAO     PIC X(01).
          03 LK-AR-ORIGEM     PIC X(05).
          03 LK-AR-PRELISTA   PIC X(30).
          03 LK-AR-COD-ASS    PIC X(09).
          03 LK-AR-CONTA      PIC X(09).
          03 LK-AR-NOME       PIC X(30).
          03 LK-AR-ENDERECO   PIC X(30).
          03 LK-AR-BAIRRO     PIC X(15).
          03 LK-AR-CIDADE     PIC X(15).
          03 LK-AR-UF         PIC X(02).
          03 LK-AR-CEP        PIC X(08).
      *    SAIDA
          03 LK-AR-OBJETO     PIC X(13).
          03 LK-AR-QTDE       PIC 9(06).
          03 LK-AR-RET        PIC X(01).

       PROCEDURE DIVISION USING LK-OBJETOAR.
       INICIO.
           MOVE "0"    TO LK-AR-RET
           MOVE SPACES TO LK-AR-OBJETO
           IF LK-AR-FUNCAO = "F"
              PERFORM FECHA-ARQUIVOS THRU FIM-FECHA-ARQUIVOS
              GO TO FIM.
           IF W-CARREGOU = "N"
              PERFORM CARREGA-FAIXAS THRU FIM-CARREGA-FAIXAS.
           PERFORM ALOCA-CODIGO THRU FIM-ALOCA-CODIGO
           IF LK-AR-RET NOT = "0"
              GO TO FIM.
           PERFORM ANOTA-OBJETO THRU FIM-ANOTA-OBJETO
           IF LK-AR-RET NOT = "0"
              GO TO FIM.
           PERFORM ANOTA-PRELISTA THRU FIM-ANOTA-PRELISTA.
       FIM.
           MOVE W-QT-ALOCADOS TO LK-AR-QTDE
           GOBACK.

      *****************************************************************
      *    CARREGA-FAIXAS: LE AR_FAIXAS.TXT UMA UNICA VEZ POR EXECUCAO
      *    DO CHAMADOR. LINHA SEM NUMEROS VALIDOS E' IGNORADA.
      *****************************************************************
       CARREGA-FAIXAS.
           MOVE "S" TO W-CARREGOU
           ACCEPT W-HOJE-AAAAMMDD FROM DATE YYYYMMDD
           MOVE ZEROS TO W-QT-FAIXAS
           OPEN INPUT PFAIXA
           IF W-FS-FAIXA NOT = "00"
              GO TO FIM-CARREGA-FAIXAS.
           MOVE "N" TO W-FIM
           PERFORM LE-FAIXA THRU FIM-LE-FAIXA
                   UNTIL W-FIM = "S"
           CLOSE PFAIXA.
       FIM-CARREGA-FAIXAS.
           EXIT.

       LE-FAIXA.
           READ PFAIXA AT END
                MOVE "S" TO W-FIM
                GO TO FIM-LE-FAIXA.
           IF FX-SIGLA = SPACES OR FX-INICIO NOT NUMERIC
              OR FX-FIM NOT NUMERIC OR FX-INICIO > FX-FIM
              GO TO FIM-LE-FAIXA.
           IF W-QT-FAIXAS NOT < 200
              GO TO FIM-LE-FAIXA.
           ADD 1 TO W-QT-FAIXAS
           MOVE FX-SIGLA    TO TF-SIGLA(W-QT-FAIXAS)
           MOVE FX-INICIO   TO TF-INICIO(W-QT-FAIXAS)
           MOVE FX-FIM      TO TF-FIM(W-QT-FAIXAS)
           MOVE FX-INICIO   TO TF-PROXIMO(W-QT-FAIXAS)
           IF FX-PROXIMO NUMERIC AND FX-PROXIMO > FX-INICIO
              MOVE FX-PROXIMO TO TF-PROXIMO(W-QT-FAIXAS).
           MOVE "L" TO TF-SITUACAO(W-QT-FAIXAS)
           IF FX-SITUACAO = "E"
              OR TF-PROXIMO(W-QT-FAIXAS) > FX-FIM
              MOVE "E" TO TF-SITUACAO(W-QT-FAIXAS).
       FIM-LE-FAIXA.
           EXIT.

      *****************************************************************
      *    ALOCA-CODIGO: PRIMEIRA FAIXA COM NUMERO LIVRE, NA ORDEM DO
      *    ARQUIVO; O NUMERO SAI DA FAIXA E A FAIXA E' REGRAVADA
      *    ANTES DE O CODIGO SER ENTREGUE.
      *****************************************************************
       ALOCA-CODIGO.
           MOVE ZEROS TO W-ACHOU
           PERFORM PROCURA-FAIXA THRU FIM-PROCURA-FAIXA
                   VARYING W-IND FROM 1 BY 1
                   UNTIL W-IND > W-QT-FAIXAS OR W-ACHOU > ZEROS
           IF W-ACHOU = ZEROS
              MOVE "1" TO LK-AR-RET
              GO TO FIM-ALOCA-CODIGO.
           MOVE TF-SIGLA(W-ACHOU)   TO W-OB-SIGLA
           MOVE TF-PROXIMO(W-ACHOU) TO W-OB-NUMERO W-NUMERO
           PERFORM CALCULA-DV THRU FIM-CALCULA-DV
           MOVE W-DV TO W-OB-DV
           ADD 1 TO TF-PROXIMO(W-ACHOU)
           IF TF-PROXIMO(W-ACHOU) > TF-FIM(W-ACHOU)
              MOVE "E" TO TF-SITUACAO(W-ACHOU).
           PERFORM REGRAVA-FAIXAS THRU FIM-REGRAVA-FAIXAS
           IF LK-AR-RET NOT = "0"
              GO TO FIM-ALOCA-CODIGO.
           ADD 1 TO W-QT-ALOCADOS
           MOVE W-OBJETO TO LK-AR-OBJETO.
       FIM-ALOCA-CODIGO.
           EXIT.

       PROCURA-FAIXA.
           IF TF-SITUACAO(W-IND) NOT = "E"
              MOVE W-IND TO W-ACHOU.
       FIM-PROCURA-FAIXA.
           EXIT.

      *    DIGITO VERIFICADOR DO CORREIO: SOMA DOS 8 DIGITOS PELOS
      *    PESOS, RESTO POR 11; RESTO 0 DA 5, RESTO 1 DA 0.
       CALCULA-DV.
           MOVE ZEROS TO W-SOMA
           PERFORM SOMA-DIGITO THRU FIM-SOMA-DIGITO
                   VARYING W-IND FROM 1 BY 1 UNTIL W-IND > 8
           DIVIDE W-SOMA BY 11 GIVING W-QUOCIENTE REMAINDER W-RESTO
           IF W-RESTO = ZEROS
              MOVE 5 TO W-DV
           ELSE
              IF W-RESTO = 1
                 MOVE ZEROS TO W-DV
              ELSE
                 COMPUTE W-DV = 11 - W-RESTO.
       FIM-CALCULA-DV.
           EXIT.

       SOMA-DIGITO.
           COMPUTE W-SOMA = W-SOMA + W-DIG(W-IND) * W-PESO(W-IND).
       FIM-SOMA-DIGITO.
           EXIT.

       REGRAVA-FAIXAS.
           OPEN OUTPUT PFAIXA
           IF W-FS-FAIXA NOT = "00"
              MOVE "9" TO LK-AR-RET
              GO TO FIM-REGRAVA-FAIXAS.
           PERFORM GRAVA-FAIXA THRU FIM-GRAVA-FAIXA
                   VARYING W-IND FROM 1 BY 1
                   UNTIL W-IND > W-QT-FAIXAS
           CLOSE PFAIXA.
       FIM-REGRAVA-FAIXAS.
           EXIT.

       GRAVA-FAIXA.
           MOVE SPACES               TO REG-FAIXA
           MOVE TF-SIGLA(W-IND)      TO FX-SIGLA
           MOVE TF-INICIO(W-IND)     TO FX-INICIO
           MOVE TF-FIM(W-IND)        TO FX-FIM
           MOVE TF-PROXIMO(W-IND)    TO FX-PROXIMO
           MOVE TF-SITUACAO(W-IND)   TO FX-SITUACAO
           WRITE REG-FAIXA.
       FIM-GRAVA-FAIXA.
           EXIT.

      *****************************************************************
      *    ANOTA-OBJETO: A PECA ENTRA NO CADASTRO DE OBJETOS COMO
      *    POSTADA (P), SEM EVENTO DE ENTREGA AINDA.
      *****************************************************************
       ANOTA-OBJETO.
           IF W-OBJETO-ABERTO = "S"
              GO TO GRAVA-OBJETO.
           OPEN EXTEND POBJETO
           IF W-FS-OBJETO NOT = "00"
              OPEN OUTPUT POBJETO.
           IF W-FS-OBJETO NOT = "00"
              MOVE "9" TO LK-AR-RET
              GO TO FIM-ANOTA-OBJETO.
           MOVE "S" TO W-OBJETO-ABERTO.
       GRAVA-OBJETO.
           MOVE SPACES          TO REG-OBJETO
           MOVE W-OBJETO        TO AO-OBJETO
           MOVE LK-AR-COD-ASS   TO AO-COD-ASS
           MOVE LK-AR-CONTA     TO AO-CONTA
           MOVE LK-AR-ORIGEM    TO AO-ORIGEM
           MOVE W-HOJE-AAAAMMDD TO AO-DT-POSTAGEM
           MOVE LK-AR-CEP       TO AO-CEP
           MOVE LK-AR-NOME      TO AO-NOME
           MOVE "P"             TO AO-SITUACAO
           MOVE ZEROS           TO AO-DT-EVENTO
           WRITE REG-OBJETO
           IF W-FS-OBJETO NOT = "00"
              MOVE "9" TO LK-AR-RET.
       FIM-ANOTA-OBJETO.
           EXIT.

       ANOTA-PRELISTA.
           IF W-PRELIS-ABERTA = "S"
              GO TO DETALHE-PRELISTA.
           MOVE LK-AR-PRELISTA TO W-NOME-PRELISTA
           OPEN OUTPUT PPRELIS
           IF W-FS-PRELIS NOT = "00"
              MOVE "9" TO LK-AR-RET
              GO TO FIM-ANOTA-PRELISTA.
           MOVE "S" TO W-PRELIS-ABERTA
           MOVE SPACES          TO REG-PRELIS
           MOVE "0"             TO PL-TIPO
           MOVE LK-AR-ORIGEM    TO PL-H-ORIGEM
           MOVE W-HOJE-AAAAMMDD TO PL-H-DATA
           WRITE REG-PRELIS.
       DETALHE-PRELISTA.
           MOVE SPACES          TO REG-PRELIS
           MOVE "1"             TO PL-TIPO
           MOVE W-OBJETO        TO PL-OBJETO
           MOVE LK-AR-CEP       TO PL-CEP
           MOVE LK-AR-NOME      TO PL-NOME
           MOVE LK-AR-ENDERECO  TO PL-ENDERECO
           MOVE LK-AR-BAIRRO    TO PL-BAIRRO
           MOVE LK-AR-CIDADE    TO PL-CIDADE
           MOVE LK-AR-UF        TO PL-UF
           MOVE "AR"            TO PL-SERVICO
           WRITE REG-PRELIS.
       FIM-ANOTA-PRELISTA.
           EXIT.

       FECHA-ARQUIVOS.
           IF W-OBJETO-ABERTO = "S"
              CLOSE POBJETO
              MOVE "N" TO W-OBJETO-ABERTO.
           IF W-PRELIS-ABERTA NOT = "S"
              GO TO FIM-FECHA-ARQUIVOS.
           MOVE SPACES        TO REG-PRELIS
           MOVE "9"           TO PL-TIPO
           MOVE W-QT-ALOCADOS TO PL-T-QTDE
           WRITE REG-PRELIS
           CLOSE PPRELIS
           MOVE "N" TO W-PRELIS-ABERTA.
       FIM-FECHA-ARQUIVOS.
           EXIT.
