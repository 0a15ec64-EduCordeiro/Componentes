       IDENTIFICATION DIVISION.
       PROGRAM-ID.      MIGCOD.
      *
      *  DESCARGA DE MIGRACAO DO CLIENTE.TXT PARA A CHAVE POR CODIGO
      *  DE CLIENTE: OS PROGRAMAS DO CADASTRO PASSARAM A DECLARAR O
      *  REGISTRO DE 295 BYTES (CODIGO DO CLIENTE E CODIGO DO
      *  ASSINANTE ACRESCENTADOS NO FIM), COM O CODIGO COMO CHAVE
      *  PRINCIPAL E O CEP COMO CHAVE ALTERNADA COM DUPLICATAS. UM
      *  CLIENTE.TXT DO FORMATO DE 277 BYTES (CHAVE NO CEP) ABRE COM
      *  STATUS 39 EM TODOS ELES. ESTE UTILITARIO - E SO' ELE - ABRE
      *  O ARQUIVO DECLARANDO O REGISTRO ANTIGO, NUMERA OS CLIENTES
      *  DE 1 EM DIANTE NA ORDEM DO CEP E DESCARREGA TUDO PARA A
      *  IMAGEM SEQUENCIAL CLIENTE.MIG JA NO LAYOUT NOVO (CODIGO DO
      *  ASSINANTE EM BRANCO). O JORNAL_CLIENTE.TXT E' CONVERTIDO
      *  PARA JORNAL_CLIENTE.MIG NA LARGURA NOVA, CADA IMAGEM COM O
      *  CODIGO DO SEU CEP (CEP QUE JA SAIU DO CADASTRO GANHA CODIGO
      *  PROPRIO), E O CLIENTE_COD.TXT NASCE COM O ULTIMO CODIGO
      *  EMITIDO. DEPOIS DISSO, AFASTE O CLIENTE.TXT E O
      *  JORNAL_CLIENTE.TXT ANTIGOS, RECONSTRUA COM O RECUPERA
      *  (INFORMANDO CLIENTE.MIG COMO IMAGEM DE BACKUP E A DATA DE
      *  HOJE COMO CORTE) E PONHA O JORNAL_CLIENTE.MIG NO LUGAR DO
      *  JORNAL. RODA UMA UNICA VEZ POR INSTALACAO, NOS MOLDES DO
      *  MIGCLI E DO MIGCON.
      *
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
      *-----------------------------------------------------------
      *    ATENCAO: SELECT DE PROPOSITO COM O REGISTRO ANTIGO DE
      *    277 BYTES E A CHAVE NO CEP - E' O QUE PERMITE ABRIR O
      *    ARQUIVO DO FORMATO ANTERIOR AO CODIGO. NAO COPIAR ESTE
      *    FD PARA OUTROS PROGRAMAS.
      *-----------------------------------------------------------
           SELECT CLIENTE ASSIGN TO "CLIENTE.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CLIENTE-CEP
           ALTERNATE RECORD KEY IS CLIENTE-NOME WITH DUPLICATES
           FILE STATUS IS FS-CLIENTE.

           SELECT IMAGEM ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-IMAGEM.

           SELECT JORNAL ASSIGN TO "JORNAL_CLIENTE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-JORNAL.

           SELECT JORNALN ASSIGN TO "JORNAL_CLIENTE.MIG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-JORNALN.

           SELECT CODCLI ASSIGN TO "CLIENTE_COD.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CODCLI.

           SELECT PTRAVAC ASSIGN TO "CLIENTE.LCK"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS W-FS-TRVC.

       DATA        DIVISION.
       FILE        SECTION.
       FD  CLIENTE.
       01  REG-CLIENTE.
           02 CLIENTE-NOME     PIC X(040).
           02 CLIENTE-RUA      PIC X(080).
           02 CLIENTE-BAIRRO   PIC X(040).
           02 CLIENTE-CIDADE   PIC X(040).
           02 CLIENTE-UF       PIC X(003).
           02 CLIENTE-CEP      PIC 9(008).
           02 CLIENTE-TELEFONE PIC X(015).
           02 CLIENTE-EMAIL    PIC X(050).
           02 CLIENTE-PREF-CON PIC X(001).

       FD  IMAGEM
           VALUE OF FILE-ID IS "CLIENTE.MIG".
       01  REG-IMAGEM.
           02 IMG-ANTIGA       PIC X(277).
           02 IMG-CODIGO       PIC 9(009).
           02 IMG-COD-ASS      PIC X(009).

      *    JORNAL NA LARGURA ANTIGA (IMAGENS DE 277 BYTES).
       FD  JORNAL.
       01  REG-JORNAL.
           02 JR-CABEC         PIC X(033).
           02 JR-ANTES         PIC X(277).
           02 FILLER           PIC X(002).
           02 JR-DEPOIS        PIC X(277).

      *    JORNAL CONVERTIDO (IMAGENS DE 295 BYTES, COM O CODIGO).
       FD  JORNALN.
       01  REG-JORNALN.
           02 JN-CABEC         PIC X(033).
           02 JN-ANTES         PIC X(295).
           02 FILLER           PIC X(002).
           02 JN-DEPOIS        PIC X(295).

      *    CONTROLE DO CODIGO DE CLIENTE: ULTIMO CODIGO EMITIDO.
       FD  CODCLI.
       01  REG-CODCLI.
           02 CC-ULTIMO        PIC 9(009).
           02 FILLER           PIC X(002).
           02 CC-DATA          PIC X(006).
           02 FILLER           PIC X(002).
           02 CC-HORA          PIC X(006).
           02 FILLER           PIC X(002).
           02 CC-ORIGEM        PIC X(010).

      *-----------------------------------------------------------
      *    TRAVA DE RECURSO DO CLIENTE.TXT (CLIENTE.LCK): QUEM
      *    ESCREVE OU DESCARREGA O CADASTRO TOMA A TRAVA ANTES DE
      *    ABRIR O ARQUIVO E LIBERA AO TERMINAR - MANUTENCAO
      *    GRAVANDO DURANTE O BACKUP/RECUPERA FOI O ULTIMO
      *    STATUS-30. "L" = EM USO (COM DATA/HORA E O PROGRAMA QUE
      *    TOMOU), "F" = LIVRE; MESMAS REGRAS DE IDADE E
      *    SOBREPOSICAO DAS TRAVAS DE PROGRAMA (.LCK).
      *-----------------------------------------------------------
       FD  PTRAVAC.
       01  REG-TRAVAC.
           02 TC-STATUS        PIC X(001).
           02 FILLER           PIC X(002).
           02 TC-DATA          PIC X(006).
           02 FILLER           PIC X(002).
           02 TC-HORA          PIC X(006).
           02 FILLER           PIC X(002).
           02 TC-ORIGEM        PIC X(010).

       WORKING-STORAGE  SECTION.
       01  FS-CLIENTE          PIC X(002) VALUE SPACES.
       77  FS-IMAGEM           PIC X(002) VALUE SPACES.
       77  FS-JORNAL           PIC X(002) VALUE SPACES.
       77  FS-JORNALN          PIC X(002) VALUE SPACES.
       77  FS-CODCLI           PIC X(002) VALUE SPACES.
       77  W-REGS              PIC 9(007) VALUE ZEROS.
       77  W-QT-JORNAL         PIC 9(007) VALUE ZEROS.
       77  W-QT-SO-JORNAL      PIC 9(007) VALUE ZEROS.
       77  W-ULT-CODIGO        PIC 9(009) VALUE ZEROS.
       77  W-CEP-BUSCA         PIC X(008) VALUE SPACES.
       77  W-COD-ACHADO        PIC 9(009) VALUE ZEROS.
       77  W-IND               PIC 9(005) VALUE ZEROS.

      *    CEP -> CODIGO DADO NA NUMERACAO, PARA CONVERTER O JORNAL.
       01  TAB-CODIGOS.
           02 W-QT-TAB         PIC 9(005) VALUE ZEROS.
           02 TB-ENT OCCURS 20000 TIMES.
              03 TB-CEP        PIC X(008).
              03 TB-COD        PIC 9(009).

       77  W-FS-TRVC           PIC X(002) VALUE SPACES.
       77  W-RESP-TRVC         PIC X(001) VALUE SPACES.
       77  W-TRVC-TOMADA       PIC X(001) VALUE "N".
       01  W-DATA-TRVC         PIC 9(006) VALUE ZEROS.
       01  W-HORA-TRVC         PIC 9(006) VALUE ZEROS.
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
           PERFORM ESCOLHE-AMBIENTE    THRU FIM-ESCOLHE-AMBIENTE
           PERFORM TOMA-TRAVA-CLIENTE  THRU FIM-TOMA-TRAVA-CLIENTE.
           OPEN    INPUT     CLIENTE.
           IF      FS-CLIENTE          NOT       EQUAL     "00"
                   DISPLAY "CLIENTE.TXT NAO ABRIU - FS " FS-CLIENTE
                   DISPLAY "SE O STATUS FOR 39, O ARQUIVO JA ESTA NO"
                           " FORMATO COM CODIGO (OU AINDA NO DE 211"
                           " BYTES - USE O MIGCON)"
                   PERFORM   LIBERA-TRAVA-CLIENTE
                             THRU FIM-LIBERA-TRAVA-CLIENTE
                   STOP RUN.
           OPEN    OUTPUT    IMAGEM.
           IF      FS-IMAGEM           NOT       EQUAL     "00"
                   DISPLAY "ERRO AO CRIAR CLIENTE.MIG = " FS-IMAGEM
                   CLOSE     CLIENTE
                   PERFORM   LIBERA-TRAVA-CLIENTE
                             THRU FIM-LIBERA-TRAVA-CLIENTE
                   STOP RUN.
       LE-CLIENTE.
           READ    CLIENTE   AT        END
                   GO        CONVERTE-JORNAL.
           IF      W-QT-TAB  NOT       <         20000
                   DISPLAY "CADASTRO MAIOR QUE A TABELA DE CODIGOS"
                           " (20000) - MIGRACAO INTERROMPIDA"
                   DISPLAY "CLIENTE.MIG INCOMPLETO - NAO USE"
                   CLOSE     CLIENTE   IMAGEM
                   PERFORM   LIBERA-TRAVA-CLIENTE
                             THRU FIM-LIBERA-TRAVA-CLIENTE
                   STOP RUN.
           ADD     1         TO        W-ULT-CODIGO
           ADD     1         TO        W-QT-TAB
           MOVE    CLIENTE-CEP         TO        TB-CEP (W-QT-TAB)
           MOVE    W-ULT-CODIGO        TO        TB-COD (W-QT-TAB)
           MOVE    SPACES    TO        REG-IMAGEM
           MOVE    REG-CLIENTE         TO        IMG-ANTIGA
           MOVE    W-ULT-CODIGO        TO        IMG-CODIGO
           WRITE   REG-IMAGEM
           ADD     1         TO        W-REGS
           GO      LE-CLIENTE.

      *-----------------------------------------------------------
      *    CONVERTE-JORNAL: CADA IMAGEM NAO VAZIA DO JORNAL GANHA O
      *    CODIGO DO SEU CEP (POSICOES 204-211 DO REGISTRO).
      *-----------------------------------------------------------
       CONVERTE-JORNAL.
           CLOSE   CLIENTE   IMAGEM
           OPEN    INPUT     JORNAL
           IF      FS-JORNAL           NOT       EQUAL     "00"
                   GO        TERMINO.
           OPEN    OUTPUT    JORNALN
           IF      FS-JORNALN          NOT       EQUAL     "00"
                   DISPLAY "ERRO AO CRIAR JORNAL_CLIENTE.MIG = "
                           FS-JORNALN
                   CLOSE     JORNAL
                   GO        TERMINO.
       LE-JORNAL.
           READ    JORNAL    AT        END
                   CLOSE     JORNAL    JORNALN
                   GO        TERMINO.
           MOVE    SPACES    TO        REG-JORNALN
           MOVE    JR-CABEC  TO        JN-CABEC
           IF      JR-ANTES  NOT       EQUAL     SPACES
                   MOVE      JR-ANTES            TO   JN-ANTES
                   MOVE      JR-ANTES (204 : 8)  TO   W-CEP-BUSCA
                   PERFORM   CODIGO-DO-CEP THRU FIM-CODIGO-DO-CEP
                   MOVE      W-COD-ACHADO TO   JN-ANTES (278 : 9).
           IF      JR-DEPOIS NOT       EQUAL     SPACES
                   MOVE      JR-DEPOIS           TO   JN-DEPOIS
                   MOVE      JR-DEPOIS (204 : 8) TO   W-CEP-BUSCA
                   PERFORM   CODIGO-DO-CEP THRU FIM-CODIGO-DO-CEP
                   MOVE      W-COD-ACHADO TO   JN-DEPOIS (278 : 9).
           WRITE   REG-JORNALN
           ADD     1         TO        W-QT-JORNAL
           GO      LE-JORNAL.

      *    CODIGO-DO-CEP: O CODIGO DADO AO CEP NA NUMERACAO; CEP QUE
      *    SO' EXISTE NO JORNAL (CLIENTE EXCLUIDO) GANHA UM CODIGO
      *    NOVO, O MESMO EM TODAS AS LINHAS DELE.
       CODIGO-DO-CEP.
           MOVE    ZEROS     TO        W-IND.
       PROCURA-CEP.
           ADD     1         TO        W-IND
           IF      W-IND     >         W-QT-TAB
                   GO        NOVO-CEP.
           IF      TB-CEP (W-IND)      NOT       EQUAL     W-CEP-BUSCA
                   GO        PROCURA-CEP.
           MOVE    TB-COD (W-IND)      TO        W-COD-ACHADO
           GO      FIM-CODIGO-DO-CEP.
       NOVO-CEP.
           ADD     1         TO        W-ULT-CODIGO
           MOVE    W-ULT-CODIGO        TO        W-COD-ACHADO
           ADD     1         TO        W-QT-SO-JORNAL
           IF      W-QT-TAB  <         20000
                   ADD       1         TO        W-QT-TAB
                   MOVE      W-CEP-BUSCA         TO   TB-CEP (W-QT-TAB)
                   MOVE      W-ULT-CODIGO        TO   TB-COD (W-QT-TAB).
       FIM-CODIGO-DO-CEP.
           EXIT.

       TERMINO.
           PERFORM GRAVA-ULTIMO-CODIGO THRU FIM-GRAVA-ULTIMO-CODIGO
           PERFORM LIBERA-TRAVA-CLIENTE THRU FIM-LIBERA-TRAVA-CLIENTE
           DISPLAY "DESCARREGADOS " W-REGS " CLIENTES EM CLIENTE.MIG"
           DISPLAY "LINHAS DO JORNAL CONVERTIDAS: " W-QT-JORNAL
                   " (CEPS SO' DO JORNAL: " W-QT-SO-JORNAL ")"
           DISPLAY "ULTIMO CODIGO EMITIDO: " W-ULT-CODIGO
           DISPLAY "AFASTE O CLIENTE.TXT E O JORNAL_CLIENTE.TXT"
                   " ANTIGOS E RECONSTRUA COM O RECUPERA"
                   " (IMAGEM: CLIENTE.MIG)"
           DISPLAY "DEPOIS RENOMEIE O JORNAL_CLIENTE.MIG PARA"
                   " JORNAL_CLIENTE.TXT"
           STOP    RUN.

       GRAVA-ULTIMO-CODIGO.
           OPEN    OUTPUT    CODCLI
           IF      FS-CODCLI NOT       EQUAL     "00"
                   DISPLAY "ERRO AO GRAVAR CLIENTE_COD.TXT = "
                           FS-CODCLI
                   GO        FIM-GRAVA-ULTIMO-CODIGO.
           ACCEPT  W-DATA-TRVC         FROM      DATE
           ACCEPT  W-HORA-TRVC         FROM      TIME
           MOVE    SPACES    TO        REG-CODCLI
           MOVE    W-ULT-CODIGO        TO        CC-ULTIMO
           MOVE    W-DATA-TRVC         TO        CC-DATA
           MOVE    W-HORA-TRVC         TO        CC-HORA
           MOVE    "MIGCOD"  TO        CC-ORIGEM
           WRITE   REG-CODCLI
           CLOSE   CODCLI.
       FIM-GRAVA-ULTIMO-CODIGO.
           EXIT.

      *****************************************************************
      *    TOMA-TRAVA-CLIENTE: TRAVA DE RECURSO DO CADASTRO - SO' UM
      *    PROGRAMA MEXE NO CLIENTE.TXT POR VEZ. TRAVA ATIVA MOSTRA
      *    A IDADE E QUEM TOMOU; O OPERADOR DECIDE SE SOBREPOE
      *    (CASO DE TRAVA VELHA DE UMA QUEDA).
      *****************************************************************
       TOMA-TRAVA-CLIENTE.
           OPEN    INPUT     PTRAVAC
           IF      W-FS-TRVC NOT       EQUAL     "00"
                   GO        REGISTRA-TRAVA-CLI.
           READ    PTRAVAC   AT        END
                   CLOSE     PTRAVAC
                   GO        REGISTRA-TRAVA-CLI.
           CLOSE   PTRAVAC
           IF      TC-STATUS NOT       EQUAL     "L"
                   GO        REGISTRA-TRAVA-CLI.
           DISPLAY "CLIENTE.TXT EM USO POR " TC-ORIGEM
                   " DESDE " TC-DATA " " TC-HORA
           DISPLAY "SOBREPOR A TRAVA E PROSSEGUIR (S/N)? "
           ACCEPT  W-RESP-TRVC
           IF      W-RESP-TRVC NOT EQUAL "S" AND "s"
                   DISPLAY "RODADA ABANDONADA - TRAVA MANTIDA"
                   STOP    RUN.
       REGISTRA-TRAVA-CLI.
           OPEN    OUTPUT    PTRAVAC
           IF      W-FS-TRVC NOT       EQUAL     "00"
                   GO        FIM-TOMA-TRAVA-CLIENTE.
           ACCEPT  W-DATA-TRVC         FROM      DATE
           ACCEPT  W-HORA-TRVC         FROM      TIME
           MOVE    SPACES    TO        REG-TRAVAC
           MOVE    "L"       TO        TC-STATUS
           MOVE    W-DATA-TRVC         TO        TC-DATA
           MOVE    W-HORA-TRVC         TO        TC-HORA
           MOVE    "MIGCOD"  TO        TC-ORIGEM
           WRITE   REG-TRAVAC
           MOVE    "S"       TO        W-TRVC-TOMADA
           CLOSE   PTRAVAC.
       FIM-TOMA-TRAVA-CLIENTE.
           EXIT.

      *    LIBERA-TRAVA-CLIENTE: REGRAVA A TRAVA COMO LIVRE - SO' A
      *    TRAVA QUE ESTA RODADA TOMOU.
       LIBERA-TRAVA-CLIENTE.
           IF      W-TRVC-TOMADA       NOT       EQUAL     "S"
                   GO        FIM-LIBERA-TRAVA-CLIENTE.
           OPEN    OUTPUT    PTRAVAC
           IF      W-FS-TRVC NOT       EQUAL     "00"
                   GO        FIM-LIBERA-TRAVA-CLIENTE.
           ACCEPT  W-DATA-TRVC         FROM      DATE
           ACCEPT  W-HORA-TRVC         FROM      TIME
           MOVE    SPACES    TO        REG-TRAVAC
           MOVE    "F"       TO        TC-STATUS
           MOVE    W-DATA-TRVC         TO        TC-DATA
           MOVE    W-HORA-TRVC         TO        TC-HORA
           MOVE    "MIGCOD"  TO        TC-ORIGEM
           WRITE   REG-TRAVAC
           MOVE    "N"       TO        W-TRVC-TOMADA
           CLOSE   PTRAVAC.
       FIM-LIBERA-TRAVA-CLIENTE.
           EXIT.

      *-----------------------------------------------------------
      *    ESCOLHE-AMBIENTE: PRODUCAO, HOMOLOG OU TESTE, PELO
      *    AMBIENTE.TXT. COM O AMBIENTE RECUSADO O PROGRAMA NAO RODA.
      *-----------------------------------------------------------
       ESCOLHE-AMBIENTE.
           CALL    "AMBIENTE" USING    W-AMBIENTE
                   ON EXCEPTION
                   MOVE      "9"       TO        W-AM-RET
                   MOVE      "PROGRAMA AMBIENTE INDISPONIVEL"
                             TO        W-AM-MENSAGEM
           END-CALL
           IF      W-AM-RET  NOT       EQUAL     "0"
                   DISPLAY   "AMBIENTE RECUSADO - " W-AM-MENSAGEM
                   STOP      RUN.
           DISPLAY "AMBIENTE: "        W-AM-NOME.
       FIM-ESCOLHE-AMBIENTE.
           EXIT.
