       IDENTIFICATION DIVISION.
       PROGRAM-ID.      PARAMS.
      *
      *  MANUTENCAO DOS ARQUIVOS DE PARAMETROS DO PARQUE - O UNICO
      *  CAMINHO SANCIONADO PARA MEXER NELES (ACABA A EDICAO CRUA NO
      *  EDITOR, NOS MOLDES DO ADMSUP). OPERADOR VALIDADO NO
      *  OPERADOR.TXT (ATIVO, NAO BLOQUEADO, SENHA QUANDO
      *  CADASTRADA); A ENTRADA FICA NO ACESSO_LOG.TXT.
      *
      *  ARQUIVOS CONTROLADOS (LIMITE DE LINHAS ENTRE PARENTESES):
      *    DESTINO (1)    JANELA (50)     RETENCAO (20)
      *    TARIFAS (100)  PROJETOS (99)   VL_PARC_MODO (1)
      *    CEP_HOLD (100) ESPACO (1)      AGENDA (20)
      *    ENSAIO (10)    TRANSLIT (50)   ABREVIA (200)
      *    APROVA (1)     DCX_PRAZO (1)   SORT_SOMA (100)
      *
      *  O ARQUIVO ESCOLHIDO E' EDITADO EM MEMORIA (INCLUIR, ALTERAR,
      *  EXCLUIR LINHA) E SO' VAI AO DISCO NA GRAVACAO, QUE CONFERE
      *  O LAYOUT DE CADA LINHA (CAMPOS NUMERICOS, HORARIOS, DATAS,
      *  CODIGOS, CHAVE REPETIDA, LIMITE DE LINHAS) E RECUSA O
      *  ARQUIVO INTEIRO SE HOUVER ERRO. CADA GRAVACAO PEDE O MOTIVO
      *  E VIRA UMA VERSAO NUMERADA:
      *    - COPIA INTEGRAL EM <ARQUIVO>.Vnnnn (EX.: DESTINO.V0003);
      *    - LINHA NO CATALOGO PARAMS_VERSAO.TXT (ARQUIVO, VERSAO,
      *      DATA/HORA, OPERADOR, ACAO, VERSAO DE ORIGEM, LINHAS,
      *      SOMA DE VERIFICACAO E MOTIVO);
      *    - AS LINHAS QUE SAIRAM ("-") E ENTRARAM ("+") EM
      *      PARAMS_DIFF.TXT.
      *  ACOES NO CATALOGO: I=REGISTRO INICIAL  A=ALTERACAO
      *  R=RETORNO A UMA VERSAO ANTERIOR (ORIGEM = A VERSAO
      *  DEVOLVIDA)  F=ALTERACAO FEITA FORA DO PARAMS, DESCOBERTA NA
      *  ABERTURA (OPERADOR "????").
      *
      *  O RETORNO A UMA VERSAO ANTERIOR NAO APAGA NADA: A COPIA DA
      *  VERSAO PEDIDA E' CONFERIDA E GRAVADA COMO VERSAO NOVA.
      *
      *  OS PROGRAMAS DA NOITE ANOTAM NO RUNLOG.TXT A VERSAO DE CADA
      *  ARQUIVO DE PARAMETROS QUE LERAM (VIA PARAMVER, A MESMA SOMA
      *  DE VERIFICACAO USADA AQUI).
      *
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT       PPARAM         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-PARAM
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PVERSAO        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-VERSAO
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PDIFF          ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-DIFF
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       POPERADOR      ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-OPERADOR
                        ACCESS         MODE      IS   SEQUENTIAL.
           SELECT       PACESSO        ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-ACESSO
                        ACCESS         MODE      IS   SEQUENTIAL.

       DATA        DIVISION.
       FILE        SECTION.
      *    O ARQUIVO DE PARAMETROS, SUAS COPIAS .Vnnnn - NOME NA HORA.
       FD  PPARAM
           LABEL RECORD ARE STANDARD
           RECORD IS VARYING IN SIZE FROM 1 TO 100 CHARACTERS
                      DEPENDING ON W-TAM-REG
           VALUE OF FILE-ID IS ARQ-PARAM.
       01  REG-PARAM              PIC X(100).

      *    CATALOGO DE VERSOES (MESMO LAYOUT DO PARAMVER).
       FD  PVERSAO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARAMS_VERSAO.TXT".
       01  REG-VERSAO.
           02  PV-ARQUIVO         PIC X(020).
           02  FILLER             PIC X(002).
           02  PV-VERSAO          PIC 9(004).
           02  FILLER             PIC X(002).
           02  PV-DATA            PIC X(006).
           02  FILLER             PIC X(002).
           02  PV-HORA            PIC X(006).
           02  FILLER             PIC X(002).
           02  PV-OPERADOR        PIC X(004).
           02  FILLER             PIC X(002).
           02  PV-ACAO            PIC X(001).
           02  FILLER             PIC X(002).
           02  PV-ORIGEM          PIC 9(004).
           02  FILLER             PIC X(002).
           02  PV-LINHAS          PIC 9(005).
           02  FILLER             PIC X(002).
           02  PV-SOMA            PIC 9(009).
           02  FILLER             PIC X(002).
           02  PV-MOTIVO          PIC X(040).

      *    DIFERENCAS DE CADA VERSAO PARA A ANTERIOR: "-" LINHA QUE
      *    SAIU, "+" LINHA QUE ENTROU.
       FD  PDIFF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARAMS_DIFF.TXT".
       01  REG-DIFF.
           02  PD-ARQUIVO         PIC X(020).
           02  FILLER             PIC X(002).
           02  PD-VERSAO          PIC 9(004).
           02  FILLER             PIC X(002).
           02  PD-SINAL           PIC X(001).
           02  FILLER             PIC X(002).
           02  PD-LINHA           PIC X(100).

      *    MESMO LAYOUT DO ADMOPER (SO' O QUE O ACESSO USA).
       FD  POPERADOR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "OPERADOR.TXT".
       01  REG-OPERADOR.
           02  OP-COD             PIC X(004).
           02  FILLER             PIC X(001).
           02  OP-NOME            PIC X(030).
           02  FILLER             PIC X(001).
           02  OP-ATIVO           PIC X(001).
           02  FILLER             PIC X(005).
           02  OP-SENHA           PIC X(012).
           02  FILLER             PIC X(001).
           02  OP-SENHA-VAL       PIC X(006).
           02  FILLER             PIC X(001).
           02  OP-FALHAS          PIC X(001).
           02  OP-BLOQUEADO       PIC X(001).
           02  FILLER             PIC X(001).
           02  OP-AUT-SUPERV      PIC X(001).

      *    MESMO LAYOUT DOS VALIDA-ACESSO.
       FD  PACESSO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ACESSO_LOG.TXT".
       01  REG-ACESSO.
           02  AC-COD             PIC X(004).
           02  FILLER             PIC X(002).
           02  AC-PROGRAMA        PIC X(012).
           02  FILLER             PIC X(002).
           02  AC-DATA            PIC X(006).
           02  FILLER             PIC X(002).
           02  AC-HORA            PIC X(006).
           02  FILLER             PIC X(002).
           02  AC-RESULT          PIC X(009).

       WORKING-STORAGE  SECTION.
       77  W-FS-PARAM             PIC X(02) VALUE SPACES.
       77  W-FS-VERSAO            PIC X(02) VALUE SPACES.
       77  W-FS-DIFF              PIC X(02) VALUE SPACES.
       77  W-FS-OPERADOR          PIC X(02) VALUE SPACES.
       77  W-FS-ACESSO            PIC X(02) VALUE SPACES.
       77  ARQ-PARAM              PIC X(20) VALUE SPACES.
       77  W-TAM-REG              PIC 9(04) VALUE ZEROS.
       77  W-OPCAO                PIC X(01) VALUE SPACES.
       77  W-RESP                 PIC X(01) VALUE SPACES.
       77  W-ESCOLHA              PIC 9(02) VALUE ZEROS.
       77  W-IND-ARQ              PIC 9(02) VALUE ZEROS.
       77  W-NOME-ARQ             PIC X(20) VALUE SPACES.
       77  W-BASE-ARQ             PIC X(16) VALUE SPACES.
       77  W-MAX-LIN              PIC 9(03) VALUE ZEROS.
       77  W-TAM-CHAVE            PIC 9(02) VALUE ZEROS.
       77  W-QT-EDIC              PIC 9(03) VALUE ZEROS.
       77  W-QT-ANT               PIC 9(03) VALUE ZEROS.
       77  W-IND                  PIC 9(03) VALUE ZEROS.
       77  W-IND2                 PIC 9(03) VALUE ZEROS.
       77  W-NR-LINHA             PIC 9(03) VALUE ZEROS.
       77  W-ACHOU                PIC 9(03) VALUE ZEROS.
       77  W-LIMITE-CARGA         PIC X(01) VALUE "N".
       77  W-ALTERADO             PIC X(01) VALUE "N".
       77  W-ABERTO               PIC X(01) VALUE "N".
       77  W-VERSAO-ATU           PIC 9(04) VALUE ZEROS.
       77  W-VERSAO-NOVA          PIC 9(04) VALUE ZEROS.
       77  W-VERSAO-PED           PIC 9(04) VALUE ZEROS.
       77  W-ORIGEM               PIC 9(04) VALUE ZEROS.
       77  W-ACAO                 PIC X(01) VALUE SPACES.
       77  W-OPER-VERSAO          PIC X(04) VALUE SPACES.
       77  W-REGRAVA              PIC X(01) VALUE "S".
       77  W-MOTIVO               PIC X(40) VALUE SPACES.
       77  W-GRAVOU               PIC X(01) VALUE "N".
       77  W-QT-ERROS             PIC 9(03) VALUE ZEROS.
       77  W-QT-MOSTRA            PIC 9(03) VALUE ZEROS.
       77  W-QT-SAIU              PIC 9(03) VALUE ZEROS.
       77  W-QT-ENTROU            PIC 9(03) VALUE ZEROS.
       77  W-ERRO                 PIC X(40) VALUE SPACES.
       77  W-SS-POSICAO           PIC 9(04) VALUE ZEROS.
       77  W-SS-TAMANHO           PIC 9(02) VALUE ZEROS.
       77  W-SS-DECIMAIS          PIC 9(01) VALUE ZEROS.
       77  W-SINAL                PIC X(01) VALUE SPACES.
       77  W-HORA-OK              PIC X(01) VALUE "N".
       77  W-DATA-OK              PIC X(01) VALUE "N".
       77  W-PROG-TESTE           PIC X(10) VALUE SPACES.
       77  W-PROG-OK              PIC X(01) VALUE "N".
       77  W-OPERADOR             PIC X(04) VALUE SPACES.
       77  W-ACHOU-OPERADOR       PIC X(01) VALUE "N".
           88  OPERADOR-AUTORIZADO         VALUE "S".
       77  W-OP-SENHA             PIC X(12) VALUE SPACES.
       77  W-OP-BLOQ              PIC X(01) VALUE SPACES.
       77  W-SENHA-DIG            PIC X(12) VALUE SPACES.
       77  W-SENHA-EMB            PIC X(12) VALUE SPACES.
       77  W-AC-RESULT            PIC X(09) VALUE SPACES.

      *    ARQUIVOS CONTROLADOS: NOME, LIMITE DE LINHAS E TAMANHO DA
      *    CHAVE QUE NAO PODE REPETIR (A PARTIR DA COLUNA 1; ZERO =
      *    SEM CHAVE).
       01  TAB-ARQ-VALORES.
           02  FILLER  PIC X(25) VALUE "DESTINO.TXT         00100".
           02  FILLER  PIC X(25) VALUE "JANELA.TXT          05010".
           02  FILLER  PIC X(25) VALUE "RETENCAO.TXT        02030".
           02  FILLER  PIC X(25) VALUE "TARIFAS.TXT         10000".
           02  FILLER  PIC X(25) VALUE "PROJETOS.TXT        09902".
           02  FILLER  PIC X(25) VALUE "VL_PARC_MODO.TXT    00100".
           02  FILLER  PIC X(25) VALUE "CEP_HOLD.TXT        10000".
           02  FILLER  PIC X(25) VALUE "ESPACO.TXT          00100".
           02  FILLER  PIC X(25) VALUE "AGENDA.TXT          02010".
           02  FILLER  PIC X(25) VALUE "ENSAIO.TXT          01010".
           02  FILLER  PIC X(25) VALUE "TRANSLIT.TXT        05001".
           02  FILLER  PIC X(25) VALUE "ABREVIA.TXT         20015".
           02  FILLER  PIC X(25) VALUE "APROVA.TXT          00100".
           02  FILLER  PIC X(25) VALUE "DCX_PRAZO.TXT       00100".
           02  FILLER  PIC X(25) VALUE "SORT_SOMA.TXT       10018".
       01  TAB-ARQ REDEFINES TAB-ARQ-VALORES.
           02  TQ-ENT OCCURS 15 TIMES.
               03  TQ-NOME        PIC X(20).
               03  TQ-MAX         PIC 9(03).
               03  TQ-CHAVE       PIC 9(02).

      *    O ARQUIVO EM EDICAO E A VERSAO GRAVADA (A "ANTES" DO
      *    DIFF), COM A MARCA DAS LINHAS JA' CASADAS NA COMPARACAO.
       01  TAB-EDICAO.
           02  TE-LINHA           PIC X(100) OCCURS 500 TIMES.
       01  TAB-ANTES.
           02  TA-ENT OCCURS 500 TIMES.
               03  TA-LINHA       PIC X(100).
               03  TA-CASADA      PIC X(001).

      *    LINHA EM CONFERENCIA, COM A VISAO DE CADA LAYOUT.
       01  W-LINHA                PIC X(100) VALUE SPACES.
       01  W-LN-DESTINO REDEFINES W-LINHA.
           02  LD-ALVO            PIC X(10).
           02  LD-RESTO           PIC X(90).
       01  W-LN-JANELA REDEFINES W-LINHA.
           02  LJ-PROGRAMA        PIC X(10).
           02  FILLER             PIC X(02).
           02  LJ-HORA-INI        PIC X(04).
           02  FILLER             PIC X(02).
           02  LJ-HORA-FIM        PIC X(04).
           02  FILLER             PIC X(02).
           02  LJ-SO-UTIL         PIC X(01).
           02  LJ-RESTO           PIC X(75).
       01  W-LN-RETENCAO REDEFINES W-LINHA.
           02  LR-ARQUIVO         PIC X(30).
           02  LR-TIPO            PIC X(01).
           02  LR-CRITERIO        PIC X(01).
           02  LR-LIMITE          PIC X(03).
           02  LR-ACAO            PIC X(01).
           02  LR-RESTO           PIC X(64).
       01  W-LN-TARIFAS REDEFINES W-LINHA.
           02  LT-UF              PIC X(02).
           02  FILLER             PIC X(01).
           02  LT-CEP-INI         PIC X(05).
           02  FILLER             PIC X(01).
           02  LT-CEP-FIM         PIC X(05).
           02  FILLER             PIC X(01).
           02  LT-PESO-ATE        PIC X(04).
           02  FILLER             PIC X(01).
           02  LT-TARIFA          PIC X(07).
           02  LT-RESTO           PIC X(73).
       01  W-LN-PROJETOS REDEFINES W-LINHA.
           02  LP-NR-PROJ         PIC X(02).
           02  FILLER             PIC X(01).
           02  LP-NOME-PROJ       PIC X(30).
           02  FILLER             PIC X(01).
           02  LP-VL-MIN          PIC X(09).
           02  FILLER             PIC X(01).
           02  LP-VL-MAX          PIC X(09).
           02  LP-RESTO           PIC X(47).
       01  W-LN-VLPARC REDEFINES W-LINHA.
           02  LM-MODO            PIC X(01).
           02  LM-RESTO           PIC X(99).
       01  W-LN-CEPHLD REDEFINES W-LINHA.
           02  LH-CEP-INI         PIC X(08).
           02  FILLER             PIC X(01).
           02  LH-CEP-FIM         PIC X(08).
           02  FILLER             PIC X(01).
           02  LH-DT-INI          PIC X(08).
           02  FILLER             PIC X(01).
           02  LH-DT-FIM          PIC X(08).
           02  LH-RESTO           PIC X(65).
       01  W-LN-ESPACO REDEFINES W-LINHA.
           02  LE-LIVRE-KB        PIC X(09).
           02  LE-RESTO           PIC X(91).
       01  W-LN-AGENDA REDEFINES W-LINHA.
           02  LA-PROGRAMA        PIC X(10).
           02  FILLER             PIC X(02).
           02  LA-HORA-INI        PIC X(04).
           02  FILLER             PIC X(02).
           02  LA-PRED1           PIC X(10).
           02  FILLER             PIC X(02).
           02  LA-PRED2           PIC X(10).
           02  LA-RESTO           PIC X(60).
       01  W-LN-ENSAIO REDEFINES W-LINHA.
           02  LS-ETAPA           PIC X(10).
           02  FILLER             PIC X(02).
           02  LS-SAIDA           PIC X(30).
           02  FILLER             PIC X(02).
           02  LS-REFER           PIC X(30).
           02  LS-RESTO           PIC X(26).
       01  W-LN-TRANSLIT REDEFINES W-LINHA.
           02  LL-DE              PIC X(01).
           02  FILLER             PIC X(01).
           02  LL-PARA            PIC X(01).
           02  LL-RESTO           PIC X(97).
       01  W-LN-ABREVIA REDEFINES W-LINHA.
           02  LB-DE              PIC X(15).
           02  FILLER             PIC X(01).
           02  LB-PARA            PIC X(20).
           02  LB-RESTO           PIC X(64).
       01  W-LN-APROVA REDEFINES W-LINHA.
           02  LV-HORAS           PIC X(03).
           02  LV-RESTO           PIC X(97).
       01  W-LN-DCXPRAZO REDEFINES W-LINHA.
           02  LX-DIAS            PIC X(03).
           02  LX-RESTO           PIC X(97).
       01  W-LN-SORTSOMA REDEFINES W-LINHA.
           02  LU-PERFIL          PIC X(10).
           02  FILLER             PIC X(02).
           02  LU-TIPO            PIC X(01).
           02  FILLER             PIC X(01).
           02  LU-POSICAO         PIC X(04).
           02  FILLER             PIC X(01).
           02  LU-TAMANHO         PIC X(02).
           02  FILLER             PIC X(01).
           02  LU-DECIMAIS        PIC X(01).
           02  LU-RESTO           PIC X(77).

      *    DATA DE CEP_HOLD (AAAAMMDD) E HORARIO HHMM EM CONFERENCIA
       01  W-DATA-TESTE           PIC X(08) VALUE SPACES.
       01  W-DATA-PARTES REDEFINES W-DATA-TESTE.
           02  FILLER             PIC X(04).
           02  W-DT-MES           PIC X(02).
           02  W-DT-DIA           PIC X(02).
       01  W-HORA-TESTE           PIC X(04) VALUE SPACES.
       01  W-HORA-PARTES REDEFINES W-HORA-TESTE.
           02  W-HR-HH            PIC X(02).
           02  W-HR-MM            PIC X(02).

      *    NOME DA COPIA DE UMA VERSAO: <ARQUIVO SEM .TXT>.Vnnnn
       01  W-VERSAO-ED            PIC 9(04) VALUE ZEROS.

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

       01  W-DATE.
           02 W-ANO               PIC 9(02).
           02 W-MES               PIC 9(02).
           02 W-DIA               PIC 9(02).
       01  W-TIME.
           02 W-HHMMSS            PIC 9(06).
           02 FILLER              PIC 9(02).
       01  W-ALFA-CLARO.
           03 FILLER  PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           03 FILLER  PIC X(10) VALUE "0123456789".
       01  W-ALFA-EMB.
           03 FILLER  PIC X(26) VALUE "QAZWSXEDCRFVTGBYHNUJMIKOLP".
           03 FILLER  PIC X(10) VALUE "5316097284".

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
           DISPLAY "PARAMS - ARQUIVOS DE PARAMETROS DO PARQUE"
           PERFORM VALIDA-ACESSO       THRU FIM-VALIDA-ACESSO
           IF      NOT       OPERADOR-AUTORIZADO
                   DISPLAY "ACESSO NEGADO"
                   GO        TERMINO.
           MOVE    "CONCEDIDO"         TO        W-AC-RESULT
           PERFORM GRAVA-ACESSO        THRU FIM-GRAVA-ACESSO.
       ESCOLHE-ARQUIVO.
           DISPLAY " "
           PERFORM MOSTRA-ARQUIVO      THRU FIM-MOSTRA-ARQUIVO
                    VARYING W-IND-ARQ FROM 1 BY 1
                    UNTIL   W-IND-ARQ > 15.
           DISPLAY "NUMERO DO ARQUIVO (0=SAIR): "
           ACCEPT  W-ESCOLHA
           IF      W-ESCOLHA EQUAL     ZEROS
                   GO        TERMINO.
           IF      W-ESCOLHA >         15
                   DISPLAY "ARQUIVO INVALIDO"
                   GO        ESCOLHE-ARQUIVO.
           MOVE    W-ESCOLHA TO        W-IND-ARQ
           PERFORM ABRE-ARQUIVO        THRU FIM-ABRE-ARQUIVO
           IF      W-ABERTO  NOT EQUAL "S"
                   GO        ESCOLHE-ARQUIVO.
       MENU-ARQUIVO.
           DISPLAY " "
           DISPLAY W-NOME-ARQ " - VERSAO " W-VERSAO-ATU
                   " - " W-QT-EDIC " LINHA(S)"
           IF      W-ALTERADO          EQUAL     "S"
                   DISPLAY "*** HA ALTERACOES NAO GRAVADAS ***".
           DISPLAY "1=LISTAR  2=INCLUIR  3=ALTERAR  4=EXCLUIR  "
                   "5=CONFERIR  6=GRAVAR"
           DISPLAY "7=VERSOES  8=DIFERENCAS  9=VOLTAR A UMA VERSAO  "
                   "0=OUTRO ARQUIVO"
           ACCEPT  W-OPCAO
           EVALUATE W-OPCAO
               WHEN "1" PERFORM LISTA-LINHAS
                             THRU FIM-LISTA-LINHAS
               WHEN "2" PERFORM INCLUI-LINHA
                             THRU FIM-INCLUI-LINHA
               WHEN "3" PERFORM ALTERA-LINHA
                             THRU FIM-ALTERA-LINHA
               WHEN "4" PERFORM EXCLUI-LINHA
                             THRU FIM-EXCLUI-LINHA
               WHEN "5" PERFORM CONFERE-ARQUIVO
                             THRU FIM-CONFERE-ARQUIVO
                        IF   W-QT-ERROS EQUAL ZEROS
                             DISPLAY "NENHUM ERRO DE LAYOUT"
                        END-IF
               WHEN "6" PERFORM GRAVA-ALTERACAO
                             THRU FIM-GRAVA-ALTERACAO
               WHEN "7" PERFORM LISTA-VERSOES
                             THRU FIM-LISTA-VERSOES
               WHEN "8" PERFORM MOSTRA-DIFERENCAS
                             THRU FIM-MOSTRA-DIFERENCAS
               WHEN "9" PERFORM VOLTA-VERSAO
                             THRU FIM-VOLTA-VERSAO
               WHEN "0" GO TO DEIXA-ARQUIVO
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE
           GO      MENU-ARQUIVO.
       DEIXA-ARQUIVO.
           IF      W-ALTERADO          EQUAL     "S"
                   DISPLAY "DESCARTA AS ALTERACOES NAO GRAVADAS? (S/N)"
                   ACCEPT    W-RESP
                   IF        W-RESP    NOT EQUAL "S"
                             GO        MENU-ARQUIVO.
           GO      ESCOLHE-ARQUIVO.
       TERMINO.
           STOP    RUN.

       MOSTRA-ARQUIVO.
           DISPLAY W-IND-ARQ " - " TQ-NOME(W-IND-ARQ).
       FIM-MOSTRA-ARQUIVO.
           EXIT.

      *-----------------------------------------------------------
      *    ABRE-ARQUIVO: CARREGA O ARQUIVO COMO ESTA' NO DISCO E
      *    CONFRONTA COM O CATALOGO. NUNCA REGISTRADO, VIRA A VERSAO
      *    1; DIFERENTE DA ULTIMA VERSAO, A ALTERACAO FEITA POR FORA
      *    E' REGISTRADA ANTES DE QUALQUER EDICAO.
      *-----------------------------------------------------------
       ABRE-ARQUIVO.
           MOVE    "N"       TO        W-ABERTO W-ALTERADO
           MOVE    TQ-NOME(W-IND-ARQ)  TO        W-NOME-ARQ
           MOVE    TQ-MAX(W-IND-ARQ)   TO        W-MAX-LIN
           MOVE    TQ-CHAVE(W-IND-ARQ) TO        W-TAM-CHAVE
           MOVE    SPACES    TO        W-BASE-ARQ
           UNSTRING W-NOME-ARQ DELIMITED BY "." INTO W-BASE-ARQ
           MOVE    ZEROS     TO        W-QT-ANT
           PERFORM CONFERE-DISCO       THRU FIM-CONFERE-DISCO
           MOVE    W-PM-VERSAO         TO        W-VERSAO-ATU
           IF      W-PM-SITUACAO       EQUAL     "A"
                   MOVE      ZEROS     TO        W-QT-EDIC
                   MOVE      "S"       TO        W-ABERTO
                   DISPLAY "ARQUIVO AUSENTE - OS PROGRAMAS USAM O "
                           "PADRAO; A GRAVACAO CRIA O ARQUIVO"
                   GO        FIM-ABRE-ARQUIVO.
           MOVE    W-NOME-ARQ          TO        ARQ-PARAM
           PERFORM CARREGA-EDICAO      THRU FIM-CARREGA-EDICAO
           IF      W-LIMITE-CARGA      EQUAL     "S"
                   DISPLAY "ARQUIVO COM MAIS DE 500 LINHAS - "
                           "NAO PODE SER EDITADO AQUI"
                   GO        FIM-ABRE-ARQUIVO.
           IF      W-PM-SITUACAO       EQUAL     "N"
                   DISPLAY "PRIMEIRO USO - REGISTRANDO A VERSAO ATUAL"
                   MOVE      "I"       TO        W-ACAO
                   MOVE      ZEROS     TO        W-ORIGEM
                   MOVE      W-OPERADOR          TO   W-OPER-VERSAO
                   MOVE      "REGISTRO INICIAL NO PARAMS" TO W-MOTIVO
                   MOVE      "N"       TO        W-REGRAVA
                   PERFORM   GRAVA-VERSAO THRU FIM-GRAVA-VERSAO
                   GO        CONFIRMA-ABERTURA.
           IF      W-PM-SITUACAO       EQUAL     "*"
                   DISPLAY "ARQUIVO ALTERADO FORA DO PARAMS DEPOIS "
                           "DA VERSAO " W-VERSAO-ATU
                           " - REGISTRANDO A ALTERACAO"
                   PERFORM   CARREGA-ANTERIOR
                             THRU FIM-CARREGA-ANTERIOR
                   MOVE      "F"       TO        W-ACAO
                   MOVE      W-VERSAO-ATU        TO   W-ORIGEM
                   MOVE      "????"    TO        W-OPER-VERSAO
                   MOVE      "ALTERACAO FORA DO PARAMS" TO W-MOTIVO
                   MOVE      "N"       TO        W-REGRAVA
                   PERFORM   GRAVA-VERSAO THRU FIM-GRAVA-VERSAO
                   GO        CONFIRMA-ABERTURA.
           PERFORM COPIA-PARA-ANTES    THRU FIM-COPIA-PARA-ANTES
                    VARYING W-IND FROM 1 BY 1
                    UNTIL   W-IND > W-QT-EDIC.
           MOVE    W-QT-EDIC TO        W-QT-ANT
           MOVE    "S"       TO        W-GRAVOU.
       CONFIRMA-ABERTURA.
           IF      W-GRAVOU  EQUAL     "S"
                   MOVE      "S"       TO        W-ABERTO.
       FIM-ABRE-ARQUIVO.
           EXIT.

      *    A VERSAO REGISTRADA ANTES DA ALTERACAO POR FORA, LIDA DA
      *    COPIA .Vnnnn, E' O "ANTES" DO DIFF (SEM A COPIA, O DIFF
      *    SAI SO' COM AS LINHAS ATUAIS). O ARQUIVO ATUAL VOLTA PARA
      *    A EDICAO NO FIM.
       CARREGA-ANTERIOR.
           MOVE    W-VERSAO-ATU        TO        W-VERSAO-ED
           PERFORM MONTA-NOME-VERSAO   THRU FIM-MONTA-NOME-VERSAO
           PERFORM CARREGA-EDICAO      THRU FIM-CARREGA-EDICAO
           IF      W-FS-PARAM          NOT       EQUAL     "00"
           OR      W-LIMITE-CARGA      EQUAL     "S"
                   MOVE      ZEROS     TO        W-QT-EDIC.
           PERFORM COPIA-PARA-ANTES    THRU FIM-COPIA-PARA-ANTES
                    VARYING W-IND FROM 1 BY 1
                    UNTIL   W-IND > W-QT-EDIC.
           MOVE    W-QT-EDIC TO        W-QT-ANT
           MOVE    W-NOME-ARQ          TO        ARQ-PARAM
           PERFORM CARREGA-EDICAO      THRU FIM-CARREGA-EDICAO.
       FIM-CARREGA-ANTERIOR.
           EXIT.

       COPIA-PARA-ANTES.
           MOVE    TE-LINHA(W-IND)     TO        TA-LINHA(W-IND).
       FIM-COPIA-PARA-ANTES.
           EXIT.

       COPIA-PARA-EDICAO.
           MOVE    TA-LINHA(W-IND)     TO        TE-LINHA(W-IND).
       FIM-COPIA-PARA-EDICAO.
           EXIT.

      *    CARREGA-EDICAO: O ARQUIVO DE NOME ARQ-PARAM PARA A TABELA
      *    DE EDICAO (LINHA EM BRANCO TAMBEM ENTRA - A CONFERENCIA
      *    APONTA).
       CARREGA-EDICAO.
           MOVE    ZEROS     TO        W-QT-EDIC
           MOVE    "N"       TO        W-LIMITE-CARGA
           OPEN    INPUT     PPARAM
           IF      W-FS-PARAM          NOT       EQUAL     "00"
                   GO        FIM-CARREGA-EDICAO.
       LE-PARAM.
           MOVE    SPACES    TO        REG-PARAM
           READ    PPARAM    AT        END
                   CLOSE     PPARAM
                   GO        FIM-CARREGA-EDICAO.
           IF      W-QT-EDIC NOT       <         500
                   MOVE      "S"       TO        W-LIMITE-CARGA
                   CLOSE     PPARAM
                   GO        FIM-CARREGA-EDICAO.
           ADD     1         TO        W-QT-EDIC
           MOVE    REG-PARAM TO        TE-LINHA(W-QT-EDIC)
           GO      LE-PARAM.
       FIM-CARREGA-EDICAO.
           EXIT.

      *    CONFERE-DISCO: VERSAO E SOMA DO ARQUIVO COMO ESTA' NO
      *    DISCO, PELO PARAMVER (A MESMA CONTA DOS PROGRAMAS).
       CONFERE-DISCO.
           MOVE    "S"       TO        W-PM-MODO
           MOVE    "PARAMS"  TO        W-PM-PROGRAMA
           MOVE    W-NOME-ARQ          TO        W-PM-ARQUIVO
           MOVE    ZEROS     TO        W-PM-VERSAO W-PM-LINHAS
                                       W-PM-SOMA
           MOVE    "A"       TO        W-PM-SITUACAO
           CALL    "PARAMVER" USING    W-PARAMVER
                   ON EXCEPTION
                      DISPLAY "PARAMVER INDISPONIVEL"
           END-CALL.
       FIM-CONFERE-DISCO.
           EXIT.

       MONTA-NOME-VERSAO.
           MOVE    SPACES    TO        ARQ-PARAM
           STRING  W-BASE-ARQ DELIMITED BY SPACE
                   ".V"      DELIMITED BY SIZE
                   W-VERSAO-ED         DELIMITED BY SIZE
                   INTO      ARQ-PARAM.
       FIM-MONTA-NOME-VERSAO.
           EXIT.

      *-----------------------------------------------------------
      *    EDICAO EM MEMORIA
      *-----------------------------------------------------------
       LISTA-LINHAS.
           IF      W-QT-EDIC EQUAL     ZEROS
                   DISPLAY "ARQUIVO VAZIO"
                   GO        FIM-LISTA-LINHAS.
           PERFORM MOSTRA-GABARITO     THRU FIM-MOSTRA-GABARITO
           PERFORM MOSTRA-LINHA        THRU FIM-MOSTRA-LINHA
                    VARYING W-IND FROM 1 BY 1
                    UNTIL   W-IND > W-QT-EDIC.
       FIM-LISTA-LINHAS.
           EXIT.

       MOSTRA-LINHA.
           DISPLAY W-IND " " TE-LINHA(W-IND).
       FIM-MOSTRA-LINHA.
           EXIT.

       INCLUI-LINHA.
           IF      W-QT-EDIC NOT       <         W-MAX-LIN
                   DISPLAY "LIMITE DE " W-MAX-LIN " LINHA(S) DO "
                           W-NOME-ARQ " ATINGIDO"
                   GO        FIM-INCLUI-LINHA.
           DISPLAY "INCLUIR ANTES DA LINHA (0 = NO FIM): "
           ACCEPT  W-NR-LINHA
           IF      W-NR-LINHA          >         W-QT-EDIC
                   DISPLAY "LINHA INEXISTENTE"
                   GO        FIM-INCLUI-LINHA.
           PERFORM DIGITA-LINHA        THRU FIM-DIGITA-LINHA
           IF      W-ERRO    NOT EQUAL SPACES
                   GO        FIM-INCLUI-LINHA.
           IF      W-NR-LINHA          EQUAL     ZEROS
                   COMPUTE   W-NR-LINHA = W-QT-EDIC + 1
                   GO        POE-LINHA.
           PERFORM ABRE-ESPACO         THRU FIM-ABRE-ESPACO
                    VARYING W-IND FROM W-QT-EDIC BY -1
                    UNTIL   W-IND < W-NR-LINHA.
       POE-LINHA.
           ADD     1         TO        W-QT-EDIC
           MOVE    W-LINHA   TO        TE-LINHA(W-NR-LINHA)
           MOVE    "S"       TO        W-ALTERADO.
       FIM-INCLUI-LINHA.
           EXIT.

       ABRE-ESPACO.
           COMPUTE W-IND2 = W-IND + 1
           MOVE    TE-LINHA(W-IND)     TO        TE-LINHA(W-IND2).
       FIM-ABRE-ESPACO.
           EXIT.

       ALTERA-LINHA.
           DISPLAY "NUMERO DA LINHA: "
           ACCEPT  W-NR-LINHA
           IF      W-NR-LINHA          EQUAL     ZEROS
           OR      W-NR-LINHA          >         W-QT-EDIC
                   DISPLAY "LINHA INEXISTENTE"
                   GO        FIM-ALTERA-LINHA.
           DISPLAY "ATUAL: " TE-LINHA(W-NR-LINHA)
           PERFORM DIGITA-LINHA        THRU FIM-DIGITA-LINHA
           IF      W-ERRO    NOT EQUAL SPACES
                   GO        FIM-ALTERA-LINHA.
           MOVE    W-LINHA   TO        TE-LINHA(W-NR-LINHA)
           MOVE    "S"       TO        W-ALTERADO.
       FIM-ALTERA-LINHA.
           EXIT.

       EXCLUI-LINHA.
           DISPLAY "NUMERO DA LINHA: "
           ACCEPT  W-NR-LINHA
           IF      W-NR-LINHA          EQUAL     ZEROS
           OR      W-NR-LINHA          >         W-QT-EDIC
                   DISPLAY "LINHA INEXISTENTE"
                   GO        FIM-EXCLUI-LINHA.
           DISPLAY TE-LINHA(W-NR-LINHA)
           DISPLAY "CONFIRMA A EXCLUSAO? (S/N)"
           ACCEPT  W-RESP
           IF      W-RESP    NOT EQUAL "S"
                   GO        FIM-EXCLUI-LINHA.
           PERFORM FECHA-ESPACO        THRU FIM-FECHA-ESPACO
                    VARYING W-IND FROM W-NR-LINHA BY 1
                    UNTIL   W-IND NOT < W-QT-EDIC.
           SUBTRACT 1        FROM      W-QT-EDIC
           MOVE    "S"       TO        W-ALTERADO.
       FIM-EXCLUI-LINHA.
           EXIT.

       FECHA-ESPACO.
           COMPUTE W-IND2 = W-IND + 1
           MOVE    TE-LINHA(W-IND2)    TO        TE-LINHA(W-IND).
       FIM-FECHA-ESPACO.
           EXIT.

      *    DIGITA-LINHA: MOSTRA O GABARITO, RECEBE A LINHA E CONFERE
      *    NA HORA - LINHA COM ERRO NAO ENTRA NA EDICAO.
       DIGITA-LINHA.
           PERFORM MOSTRA-GABARITO     THRU FIM-MOSTRA-GABARITO
           DISPLAY "LINHA: "
           MOVE    SPACES    TO        W-LINHA
           ACCEPT  W-LINHA
           PERFORM CONFERE-LINHA       THRU FIM-CONFERE-LINHA
           IF      W-ERRO    NOT EQUAL SPACES
                   DISPLAY "LINHA RECUSADA: " W-ERRO.
       FIM-DIGITA-LINHA.
           EXIT.

       MOSTRA-GABARITO.
           DISPLAY "    ....+....1....+....2....+....3....+....4"
                   "....+....5....+....6....+....7"
           EVALUATE W-IND-ARQ
               WHEN 1  DISPLAY "    XPGR42 OU NENHUM"
               WHEN 2  DISPLAY "    PROGRAMA  ..HHMM..HHMM..S"
                               "  (S = SO' DIA UTIL)"
               WHEN 3  DISPLAY "    ARQUIVO (30 POSICOES)         "
                               "TC999A  (T=V/U/R C=G/D A=A/E)"
               WHEN 4  DISPLAY "    UF CEPIN CEPFI PESO TARIFA "
                               " (UF ** = TODAS)"
               WHEN 5  DISPLAY "    NR NOME DO PROJETO (30 POSICOES)"
                               "   VL-MINIMO VL-MAXIMO"
               WHEN 6  DISPLAY "    R OU H"
               WHEN 7  DISPLAY "    CEP-INIC CEP-FINA AAAAMMDD "
                               "AAAAMMDD  (DATAS PODEM FICAR EM BRANCO)"
               WHEN 8  DISPLAY "    999999999  (KB LIVRES)"
               WHEN 9  DISPLAY "    PROGRAMA  ..HHMM..PREDECES-1"
                               "..PREDECES-2"
               WHEN 10 DISPLAY "    ETAPA     ..SAIDA (30 POSICOES)"
                               "           ..REFERENCIA (30 POSICOES)"
               WHEN 11 DISPLAY "    D P  (DE / PARA, UM CARACTER CADA)"
               WHEN 12 DISPLAY "    DE (15 POSICOES)  PARA (20 "
                               "POSICOES)"
               WHEN 13 DISPLAY "    999  (HORAS DE VALIDADE DO PEDIDO "
                               "DE APROVACAO)"
               WHEN 14 DISPLAY "    999  (DIAS DE RETENCAO DO REGISTRO "
                               "DE DCX DO BINGON)"
               WHEN 15 DISPLAY "    PERFIL    ..T 9999 99 9  (S=SOMA "
                               "C=CONTAGEM; POS TAM DECIMAIS)"
           END-EVALUATE.
       FIM-MOSTRA-GABARITO.
           EXIT.

      *-----------------------------------------------------------
      *    CONFERENCIA DE LAYOUT
      *-----------------------------------------------------------
       CONFERE-ARQUIVO.
           MOVE    ZEROS     TO        W-QT-ERROS
           IF      W-QT-EDIC           >         W-MAX-LIN
                   ADD       1         TO        W-QT-ERROS
                   DISPLAY "MAIS DE " W-MAX-LIN " LINHA(S) - O "
                           W-NOME-ARQ " NAO COMPORTA".
           PERFORM CONFERE-UMA         THRU FIM-CONFERE-UMA
                    VARYING W-IND FROM 1 BY 1
                    UNTIL   W-IND > W-QT-EDIC.
           IF      W-QT-ERROS          >         ZEROS
                   DISPLAY W-QT-ERROS " ERRO(S) DE LAYOUT".
       FIM-CONFERE-ARQUIVO.
           EXIT.

       CONFERE-UMA.
           MOVE    TE-LINHA(W-IND)     TO        W-LINHA
           PERFORM CONFERE-LINHA       THRU FIM-CONFERE-LINHA
           IF      W-ERRO    NOT EQUAL SPACES
                   ADD       1         TO        W-QT-ERROS
                   DISPLAY "LINHA " W-IND ": " W-ERRO
                   GO        FIM-CONFERE-UMA.
           IF      W-TAM-CHAVE         EQUAL     ZEROS
                   GO        FIM-CONFERE-UMA.
           MOVE    ZEROS     TO        W-ACHOU
           PERFORM TESTA-CHAVE         THRU FIM-TESTA-CHAVE
                    VARYING W-IND2 FROM 1 BY 1
                    UNTIL   W-IND2 NOT < W-IND
                    OR      W-ACHOU > ZEROS.
           IF      W-ACHOU   >         ZEROS
                   ADD       1         TO        W-QT-ERROS
                   DISPLAY "LINHA " W-IND ": CHAVE REPETIDA (IGUAL A'"
                           " LINHA " W-ACHOU ")".
       FIM-CONFERE-UMA.
           EXIT.

       TESTA-CHAVE.
           IF      TE-LINHA(W-IND2) (1 : W-TAM-CHAVE)  EQUAL
                   TE-LINHA(W-IND) (1 : W-TAM-CHAVE)
                   MOVE      W-IND2    TO        W-ACHOU.
       FIM-TESTA-CHAVE.
           EXIT.

      *    CONFERE-LINHA: W-LINHA NO LAYOUT DO ARQUIVO ESCOLHIDO;
      *    W-ERRO EM BRANCO = LINHA BOA.
       CONFERE-LINHA.
           MOVE    SPACES    TO        W-ERRO
           IF      W-LINHA   EQUAL     SPACES
                   MOVE      "LINHA EM BRANCO"   TO   W-ERRO
                   GO        FIM-CONFERE-LINHA.
           EVALUATE W-IND-ARQ
               WHEN 1  PERFORM CONFERE-DESTINO
                                THRU FIM-CONFERE-DESTINO
               WHEN 2  PERFORM CONFERE-JANELA
                                THRU FIM-CONFERE-JANELA
               WHEN 3  PERFORM CONFERE-RETENCAO
                                THRU FIM-CONFERE-RETENCAO
               WHEN 4  PERFORM CONFERE-TARIFAS
                                THRU FIM-CONFERE-TARIFAS
               WHEN 5  PERFORM CONFERE-PROJETOS
                                THRU FIM-CONFERE-PROJETOS
               WHEN 6  PERFORM CONFERE-VLPARC
                                THRU FIM-CONFERE-VLPARC
               WHEN 7  PERFORM CONFERE-CEPHLD
                                THRU FIM-CONFERE-CEPHLD
               WHEN 8  PERFORM CONFERE-ESPACO
                                THRU FIM-CONFERE-ESPACO
               WHEN 9  PERFORM CONFERE-AGENDA
                                THRU FIM-CONFERE-AGENDA
               WHEN 10 PERFORM CONFERE-ENSAIO
                                THRU FIM-CONFERE-ENSAIO
               WHEN 11 PERFORM CONFERE-TRANSLIT
                                THRU FIM-CONFERE-TRANSLIT
               WHEN 12 PERFORM CONFERE-ABREVIA
                                THRU FIM-CONFERE-ABREVIA
               WHEN 13 PERFORM CONFERE-APROVA
                                THRU FIM-CONFERE-APROVA
               WHEN 14 PERFORM CONFERE-DCXPRAZO
                                THRU FIM-CONFERE-DCXPRAZO
               WHEN 15 PERFORM CONFERE-SORTSOMA
                                THRU FIM-CONFERE-SORTSOMA
           END-EVALUATE.
       FIM-CONFERE-LINHA.
           EXIT.

       CONFERE-DESTINO.
           IF      LD-ALVO   NOT EQUAL "XPGR42"
           AND     LD-ALVO   NOT EQUAL "NENHUM"
                   MOVE      "DESTINO DEVE SER XPGR42 OU NENHUM"
                             TO        W-ERRO
                   GO        FIM-CONFERE-DESTINO.
           IF      LD-RESTO  NOT EQUAL SPACES
                   MOVE      "CONTEUDO ALEM DA COLUNA 10" TO W-ERRO.
       FIM-CONFERE-DESTINO.
           EXIT.

       CONFERE-JANELA.
           IF      LJ-PROGRAMA         EQUAL     SPACES
                   MOVE      "PROGRAMA EM BRANCO (COLUNAS 1-10)"
                             TO        W-ERRO
                   GO        FIM-CONFERE-JANELA.
           MOVE    LJ-HORA-INI         TO        W-HORA-TESTE
           PERFORM CONFERE-HORA        THRU FIM-CONFERE-HORA
           IF      W-HORA-OK NOT EQUAL "S"
                   MOVE      "HORA DE INICIO INVALIDA (COLUNAS 13-16)"
                             TO        W-ERRO
                   GO        FIM-CONFERE-JANELA.
           MOVE    LJ-HORA-FIM         TO        W-HORA-TESTE
           PERFORM CONFERE-HORA        THRU FIM-CONFERE-HORA
           IF      W-HORA-OK NOT EQUAL "S"
                   MOVE      "HORA DE FIM INVALIDA (COLUNAS 19-22)"
                             TO        W-ERRO
                   GO        FIM-CONFERE-JANELA.
           IF      LJ-SO-UTIL          NOT EQUAL "S"
           AND     LJ-SO-UTIL          NOT EQUAL SPACE
                   MOVE      "SO' DIA UTIL DEVE SER S OU BRANCO"
                             TO        W-ERRO
                   GO        FIM-CONFERE-JANELA.
           IF      LJ-RESTO  NOT EQUAL SPACES
                   MOVE      "CONTEUDO ALEM DA COLUNA 25" TO W-ERRO.
       FIM-CONFERE-JANELA.
           EXIT.

       CONFERE-RETENCAO.
           IF      LR-ARQUIVO          EQUAL     SPACES
                   MOVE      "ARQUIVO EM BRANCO (COLUNAS 1-30)"
                             TO        W-ERRO
                   GO        FIM-CONFERE-RETENCAO.
           IF      LR-TIPO   NOT EQUAL "V"
           AND     LR-TIPO   NOT EQUAL "U"
           AND     LR-TIPO   NOT EQUAL "R"
                   MOVE      "TIPO (COLUNA 31) DEVE SER V, U OU R"
                             TO        W-ERRO
                   GO        FIM-CONFERE-RETENCAO.
           IF      LR-CRITERIO         NOT EQUAL "G"
           AND     LR-CRITERIO         NOT EQUAL "D"
                   MOVE      "CRITERIO (COLUNA 32) DEVE SER G OU D"
                             TO        W-ERRO
                   GO        FIM-CONFERE-RETENCAO.
           IF      LR-LIMITE NOT       NUMERIC
                   MOVE      "LIMITE (COLUNAS 33-35) NAO NUMERICO"
                             TO        W-ERRO
                   GO        FIM-CONFERE-RETENCAO.
           IF      LR-ACAO   NOT EQUAL "A"
           AND     LR-ACAO   NOT EQUAL "E"
                   MOVE      "ACAO (COLUNA 36) DEVE SER A OU E"
                             TO        W-ERRO
                   GO        FIM-CONFERE-RETENCAO.
           IF      LR-RESTO  NOT EQUAL SPACES
                   MOVE      "CONTEUDO ALEM DA COLUNA 36" TO W-ERRO.
       FIM-CONFERE-RETENCAO.
           EXIT.

       CONFERE-TARIFAS.
           IF      LT-UF     EQUAL     SPACES
                   MOVE      "UF EM BRANCO (** = TODAS)" TO W-ERRO
                   GO        FIM-CONFERE-TARIFAS.
           IF      LT-CEP-INI          NOT       NUMERIC
           OR      LT-CEP-FIM          NOT       NUMERIC
                   MOVE      "FAIXA DE CEP NAO NUMERICA (COLUNAS 4-14)"
                             TO        W-ERRO
                   GO        FIM-CONFERE-TARIFAS.
           IF      LT-CEP-INI          >         LT-CEP-FIM
           AND     LT-CEP-FIM          NOT EQUAL "00000"
                   MOVE      "CEP INICIAL MAIOR QUE O FINAL"
                             TO        W-ERRO
                   GO        FIM-CONFERE-TARIFAS.
           IF      LT-PESO-ATE         NOT       NUMERIC
                   MOVE      "PESO (COLUNAS 16-19) NAO NUMERICO"
                             TO        W-ERRO
                   GO        FIM-CONFERE-TARIFAS.
           IF      LT-TARIFA NOT       NUMERIC
                   MOVE      "TARIFA (COLUNAS 21-27) NAO NUMERICA"
                             TO        W-ERRO
                   GO        FIM-CONFERE-TARIFAS.
           IF      LT-RESTO  NOT EQUAL SPACES
                   MOVE      "CONTEUDO ALEM DA COLUNA 27" TO W-ERRO.
       FIM-CONFERE-TARIFAS.
           EXIT.

       CONFERE-PROJETOS.
           IF      LP-NR-PROJ          NOT       NUMERIC
           OR      LP-NR-PROJ          EQUAL     "00"
                   MOVE      "NUMERO DO PROJETO DEVE SER 01 A 99"
                             TO        W-ERRO
                   GO        FIM-CONFERE-PROJETOS.
           IF      LP-NOME-PROJ        EQUAL     SPACES
                   MOVE      "NOME DO PROJETO EM BRANCO" TO W-ERRO
                   GO        FIM-CONFERE-PROJETOS.
           IF      LP-VL-MIN NOT EQUAL SPACES
           AND     LP-VL-MIN NOT       NUMERIC
                   MOVE      "VALOR MINIMO (COLUNAS 35-43) INVALIDO"
                             TO        W-ERRO
                   GO        FIM-CONFERE-PROJETOS.
           IF      LP-VL-MAX NOT EQUAL SPACES
           AND     LP-VL-MAX NOT       NUMERIC
                   MOVE      "VALOR MAXIMO (COLUNAS 45-53) INVALIDO"
                             TO        W-ERRO
                   GO        FIM-CONFERE-PROJETOS.
           IF      LP-VL-MIN           NUMERIC
           AND     LP-VL-MAX           NUMERIC
           AND     LP-VL-MIN           >         LP-VL-MAX
                   MOVE      "VALOR MINIMO MAIOR QUE O MAXIMO"
                             TO        W-ERRO
                   GO        FIM-CONFERE-PROJETOS.
           IF      LP-RESTO  NOT EQUAL SPACES
                   MOVE      "CONTEUDO ALEM DA COLUNA 53" TO W-ERRO.
       FIM-CONFERE-PROJETOS.
           EXIT.

       CONFERE-VLPARC.
           IF      LM-MODO   NOT EQUAL "R"
           AND     LM-MODO   NOT EQUAL "H"
           AND     LM-MODO   NOT EQUAL "h"
                   MOVE      "MODO DEVE SER R OU H" TO W-ERRO
                   GO        FIM-CONFERE-VLPARC.
           IF      LM-RESTO  NOT EQUAL SPACES
                   MOVE      "CONTEUDO ALEM DA COLUNA 1" TO W-ERRO.
       FIM-CONFERE-VLPARC.
           EXIT.

       CONFERE-CEPHLD.
           IF      LH-CEP-INI          NOT       NUMERIC
           OR      LH-CEP-FIM          NOT       NUMERIC
                   MOVE      "FAIXA DE CEP NAO NUMERICA (COLUNAS 1-17)"
                             TO        W-ERRO
                   GO        FIM-CONFERE-CEPHLD.
           IF      LH-CEP-INI          >         LH-CEP-FIM
                   MOVE      "CEP INICIAL MAIOR QUE O FINAL"
                             TO        W-ERRO
                   GO        FIM-CONFERE-CEPHLD.
           MOVE    LH-DT-INI TO        W-DATA-TESTE
           PERFORM CONFERE-DATA        THRU FIM-CONFERE-DATA
           IF      W-DATA-OK NOT EQUAL "S"
                   MOVE      "DATA INICIAL INVALIDA (AAAAMMDD)"
                             TO        W-ERRO
                   GO        FIM-CONFERE-CEPHLD.
           MOVE    LH-DT-FIM TO        W-DATA-TESTE
           PERFORM CONFERE-DATA        THRU FIM-CONFERE-DATA
           IF      W-DATA-OK NOT EQUAL "S"
                   MOVE      "DATA FINAL INVALIDA (AAAAMMDD)"
                             TO        W-ERRO
                   GO        FIM-CONFERE-CEPHLD.
           IF      LH-DT-INI NOT EQUAL SPACES
           AND     LH-DT-FIM NOT EQUAL SPACES
           AND     LH-DT-INI           >         LH-DT-FIM
                   MOVE      "DATA INICIAL MAIOR QUE A FINAL"
                             TO        W-ERRO
                   GO        FIM-CONFERE-CEPHLD.
           IF      LH-RESTO  NOT EQUAL SPACES
                   MOVE      "CONTEUDO ALEM DA COLUNA 35" TO W-ERRO.
       FIM-CONFERE-CEPHLD.
           EXIT.

       CONFERE-ESPACO.
           IF      LE-LIVRE-KB         NOT       NUMERIC
                   MOVE      "KB LIVRES: 9 DIGITOS (ZEROS A ESQUERDA)"
                             TO        W-ERRO
                   GO        FIM-CONFERE-ESPACO.
           IF      LE-RESTO  NOT EQUAL SPACES
                   MOVE      "CONTEUDO ALEM DA COLUNA 9" TO W-ERRO.
       FIM-CONFERE-ESPACO.
           EXIT.

      *    O PLANO SO' CONHECE OS PROGRAMAS QUE O AGENDA SABE DISPARAR
       CONFERE-AGENDA.
           MOVE    LA-PROGRAMA         TO        W-PROG-TESTE
           PERFORM CONFERE-PROGRAMA    THRU FIM-CONFERE-PROGRAMA
           IF      W-PROG-OK NOT EQUAL "S"
           OR      LA-PROGRAMA         EQUAL     SPACES
                   MOVE      "PROGRAMA FORA DO PLANO (COLUNAS 1-10)"
                             TO        W-ERRO
                   GO        FIM-CONFERE-AGENDA.
           IF      LA-HORA-INI         NOT EQUAL SPACES
                   MOVE      LA-HORA-INI         TO   W-HORA-TESTE
                   PERFORM   CONFERE-HORA THRU FIM-CONFERE-HORA
                   IF        W-HORA-OK NOT EQUAL "S"
                             MOVE "HORA MINIMA INVALIDA (COLUNAS 13-16)"
                                  TO   W-ERRO
                             GO        FIM-CONFERE-AGENDA.
           MOVE    LA-PRED1  TO        W-PROG-TESTE
           PERFORM CONFERE-PROGRAMA    THRU FIM-CONFERE-PROGRAMA
           IF      W-PROG-OK NOT EQUAL "S"
                   MOVE      "PREDECESSOR 1 DESCONHECIDO" TO W-ERRO
                   GO        FIM-CONFERE-AGENDA.
           MOVE    LA-PRED2  TO        W-PROG-TESTE
           PERFORM CONFERE-PROGRAMA    THRU FIM-CONFERE-PROGRAMA
           IF      W-PROG-OK NOT EQUAL "S"
                   MOVE      "PREDECESSOR 2 DESCONHECIDO" TO W-ERRO
                   GO        FIM-CONFERE-AGENDA.
           IF      LA-RESTO  NOT EQUAL SPACES
                   MOVE      "CONTEUDO ALEM DA COLUNA 40" TO W-ERRO.
       FIM-CONFERE-AGENDA.
           EXIT.

       CONFERE-PROGRAMA.
           MOVE    "S"       TO        W-PROG-OK
           IF      W-PROG-TESTE        NOT EQUAL SPACES
           AND     W-PROG-TESTE        NOT EQUAL "BINGON"
           AND     W-PROG-TESTE        NOT EQUAL "TRUNCA"
           AND     W-PROG-TESTE        NOT EQUAL "SORT"
           AND     W-PROG-TESTE        NOT EQUAL "ENGORDA"
           AND     W-PROG-TESTE        NOT EQUAL "CERTIFICA"
                   MOVE      "N"       TO        W-PROG-OK.
       FIM-CONFERE-PROGRAMA.
           EXIT.

       CONFERE-ENSAIO.
           IF      LS-ETAPA  EQUAL     SPACES
                   MOVE      "ETAPA EM BRANCO (COLUNAS 1-10)" TO W-ERRO
                   GO        FIM-CONFERE-ENSAIO.
           IF      LS-SAIDA  EQUAL     SPACES
                   MOVE      "SAIDA EM BRANCO (COLUNAS 13-42)" TO W-ERRO
                   GO        FIM-CONFERE-ENSAIO.
           IF      LS-REFER  EQUAL     SPACES
                   MOVE      "REFERENCIA EM BRANCO (COLUNAS 45-74)"
                             TO        W-ERRO
                   GO        FIM-CONFERE-ENSAIO.
           IF      LS-RESTO  NOT EQUAL SPACES
                   MOVE      "CONTEUDO ALEM DA COLUNA 74" TO W-ERRO.
       FIM-CONFERE-ENSAIO.
           EXIT.

       CONFERE-TRANSLIT.
           IF      LL-DE     EQUAL     SPACE
                   MOVE      "CARACTER DE ORIGEM EM BRANCO" TO W-ERRO
                   GO        FIM-CONFERE-TRANSLIT.
           IF      LL-RESTO  NOT EQUAL SPACES
                   MOVE      "CONTEUDO ALEM DA COLUNA 3" TO W-ERRO.
       FIM-CONFERE-TRANSLIT.
           EXIT.

       CONFERE-ABREVIA.
           IF      LB-DE     EQUAL     SPACES
                   MOVE      "TERMO EM BRANCO (COLUNAS 1-15)" TO W-ERRO
                   GO        FIM-CONFERE-ABREVIA.
           IF      LB-PARA   EQUAL     SPACES
                   MOVE      "ABREVIATURA EM BRANCO (COLUNAS 17-36)"
                             TO        W-ERRO
                   GO        FIM-CONFERE-ABREVIA.
           IF      LB-RESTO  NOT EQUAL SPACES
                   MOVE      "CONTEUDO ALEM DA COLUNA 36" TO W-ERRO.
       FIM-CONFERE-ABREVIA.
           EXIT.

       CONFERE-APROVA.
           IF      LV-HORAS  NOT       NUMERIC
           OR      LV-HORAS  EQUAL     "000"
                   MOVE      "HORAS: 3 DIGITOS, DE 001 A 999"
                             TO        W-ERRO
                   GO        FIM-CONFERE-APROVA.
           IF      LV-RESTO  NOT EQUAL SPACES
                   MOVE      "CONTEUDO ALEM DA COLUNA 3" TO W-ERRO.
       FIM-CONFERE-APROVA.
           EXIT.

       CONFERE-DCXPRAZO.
           IF      LX-DIAS   NOT       NUMERIC
           OR      LX-DIAS   EQUAL     "000"
                   MOVE      "DIAS: 3 DIGITOS, DE 001 A 999"
                             TO        W-ERRO
                   GO        FIM-CONFERE-DCXPRAZO.
           IF      LX-RESTO  NOT EQUAL SPACES
                   MOVE      "CONTEUDO ALEM DA COLUNA 3" TO W-ERRO.
       FIM-CONFERE-DCXPRAZO.
           EXIT.

      *    CONFERE-SORTSOMA: CAMPO DO PERFIL DE TOTALIZACAO DO SORT -
      *    S = CAMPO SOMADO (ATE' 18 DIGITOS, DECIMAIS MENORES QUE O
      *    TAMANHO), C = CAMPO QUE RECEBE A CONTAGEM DO GRUPO. O
      *    CAMPO TEM DE CABER NO REGISTRO DE 3281 POSICOES.
       CONFERE-SORTSOMA.
           IF      LU-PERFIL EQUAL     SPACES
                   MOVE      "PERFIL EM BRANCO (COLUNAS 1-10)"
                             TO        W-ERRO
                   GO        FIM-CONFERE-SORTSOMA.
           IF      LU-TIPO   NOT EQUAL "S" AND "C"
                   MOVE      "TIPO DEVE SER S OU C (COLUNA 13)"
                             TO        W-ERRO
                   GO        FIM-CONFERE-SORTSOMA.
           IF      LU-POSICAO          NOT       NUMERIC
           OR      LU-POSICAO          EQUAL     "0000"
                   MOVE      "POSICAO: 4 DIGITOS (COLUNAS 15-18)"
                             TO        W-ERRO
                   GO        FIM-CONFERE-SORTSOMA.
           IF      LU-TAMANHO          NOT       NUMERIC
           OR      LU-TAMANHO          EQUAL     "00"
           OR      LU-TAMANHO          >         "18"
                   MOVE      "TAMANHO: DE 01 A 18 (COLUNAS 20-21)"
                             TO        W-ERRO
                   GO        FIM-CONFERE-SORTSOMA.
           MOVE    LU-POSICAO          TO        W-SS-POSICAO
           MOVE    LU-TAMANHO          TO        W-SS-TAMANHO
           IF      W-SS-POSICAO + W-SS-TAMANHO - 1 > 3281
                   MOVE      "CAMPO PASSA DA POSICAO 3281"
                             TO        W-ERRO
                   GO        FIM-CONFERE-SORTSOMA.
           IF      LU-TIPO   EQUAL     "C"
                   IF        LU-DECIMAIS NOT EQUAL SPACE AND "0"
                             MOVE  "CONTAGEM NAO TEM DECIMAIS"
                                   TO        W-ERRO
                             GO    FIM-CONFERE-SORTSOMA
                   END-IF
           ELSE
                   IF        LU-DECIMAIS NOT NUMERIC
                             MOVE  "DECIMAIS: 1 DIGITO (COLUNA 23)"
                                   TO        W-ERRO
                             GO    FIM-CONFERE-SORTSOMA
                   END-IF
                   MOVE      LU-DECIMAIS         TO   W-SS-DECIMAIS
                   IF        W-SS-DECIMAIS NOT < W-SS-TAMANHO
                             MOVE  "DECIMAIS NAO CABEM NO TAMANHO"
                                   TO        W-ERRO
                             GO    FIM-CONFERE-SORTSOMA
                   END-IF
           END-IF.
           IF      LU-RESTO  NOT EQUAL SPACES
                   MOVE      "CONTEUDO ALEM DA COLUNA 23" TO W-ERRO.
       FIM-CONFERE-SORTSOMA.
           EXIT.

       CONFERE-HORA.
           MOVE    "N"       TO        W-HORA-OK
           IF      W-HORA-TESTE        NOT       NUMERIC
                   GO        FIM-CONFERE-HORA.
           IF      W-HR-HH   >         "23"
           OR      W-HR-MM   >         "59"
                   GO        FIM-CONFERE-HORA.
           MOVE    "S"       TO        W-HORA-OK.
       FIM-CONFERE-HORA.
           EXIT.

      *    DATA EM BRANCO VALE (SEM INICIO / SEM FIM DECLARADO)
       CONFERE-DATA.
           MOVE    "S"       TO        W-DATA-OK
           IF      W-DATA-TESTE        EQUAL     SPACES
                   GO        FIM-CONFERE-DATA.
           MOVE    "N"       TO        W-DATA-OK
           IF      W-DATA-TESTE        NOT       NUMERIC
                   GO        FIM-CONFERE-DATA.
           IF      W-DT-MES  <         "01"
           OR      W-DT-MES  >         "12"
           OR      W-DT-DIA  <         "01"
           OR      W-DT-DIA  >         "31"
                   GO        FIM-CONFERE-DATA.
           MOVE    "S"       TO        W-DATA-OK.
       FIM-CONFERE-DATA.
           EXIT.

      *-----------------------------------------------------------
      *    GRAVACAO E VERSOES
      *-----------------------------------------------------------
       GRAVA-ALTERACAO.
           IF      W-ALTERADO          NOT EQUAL "S"
                   DISPLAY "NADA A GRAVAR"
                   GO        FIM-GRAVA-ALTERACAO.
           PERFORM CONFERE-ARQUIVO     THRU FIM-CONFERE-ARQUIVO
           IF      W-QT-ERROS          >         ZEROS
                   DISPLAY "GRAVACAO RECUSADA - CORRIJA OS ERROS"
                   GO        FIM-GRAVA-ALTERACAO.
           PERFORM PEDE-MOTIVO         THRU FIM-PEDE-MOTIVO
           IF      W-MOTIVO  EQUAL     SPACES
                   GO        FIM-GRAVA-ALTERACAO.
           MOVE    "A"       TO        W-ACAO
           MOVE    W-VERSAO-ATU        TO        W-ORIGEM
           MOVE    W-OPERADOR          TO        W-OPER-VERSAO
           MOVE    "S"       TO        W-REGRAVA
           PERFORM GRAVA-VERSAO        THRU FIM-GRAVA-VERSAO.
       FIM-GRAVA-ALTERACAO.
           EXIT.

      *    PEDE-MOTIVO: SEM MOTIVO NAO HA GRAVACAO; O ARQUIVO MEXIDO
      *    POR FORA DURANTE A EDICAO TAMBEM BARRA (REABRIR REGISTRA
      *    A ALTERACAO ALHEIA E RECOMECA DELA).
       PEDE-MOTIVO.
           MOVE    SPACES    TO        W-MOTIVO
           PERFORM CONFERE-DISCO       THRU FIM-CONFERE-DISCO
           IF      W-PM-SITUACAO       EQUAL     "*"
           OR      W-PM-VERSAO         NOT EQUAL W-VERSAO-ATU
                   DISPLAY "O ARQUIVO FOI ALTERADO FORA DO PARAMS "
                           "DURANTE A EDICAO - REABRA O ARQUIVO"
                   GO        FIM-PEDE-MOTIVO.
           DISPLAY "MOTIVO DA ALTERACAO: "
           ACCEPT  W-MOTIVO
           IF      W-MOTIVO  EQUAL     SPACES
                   DISPLAY "SEM MOTIVO - NADA GRAVADO".
       FIM-PEDE-MOTIVO.
           EXIT.

      *    GRAVA-VERSAO: A TABELA DE EDICAO VIRA A VERSAO SEGUINTE -
      *    O ARQUIVO (QUANDO W-REGRAVA), A COPIA .Vnnnn, A LINHA DO
      *    CATALOGO E O DIFF CONTRA A TABELA "ANTES".
       GRAVA-VERSAO.
           MOVE    "N"       TO        W-GRAVOU
           COMPUTE W-VERSAO-NOVA = W-VERSAO-ATU + 1
           IF      W-REGRAVA EQUAL     "S"
                   MOVE      W-NOME-ARQ          TO   ARQ-PARAM
                   PERFORM   GRAVA-TABELA THRU FIM-GRAVA-TABELA
                   IF        W-FS-PARAM NOT EQUAL "00"
                             DISPLAY "ERRO " W-FS-PARAM
                                     " NA GRAVACAO DE " W-NOME-ARQ
                             GO        FIM-GRAVA-VERSAO.
           MOVE    W-VERSAO-NOVA       TO        W-VERSAO-ED
           PERFORM MONTA-NOME-VERSAO   THRU FIM-MONTA-NOME-VERSAO
           PERFORM GRAVA-TABELA        THRU FIM-GRAVA-TABELA
           IF      W-FS-PARAM          NOT EQUAL "00"
                   DISPLAY "ERRO " W-FS-PARAM " NA GRAVACAO DE "
                           ARQ-PARAM
                   GO        FIM-GRAVA-VERSAO.
           PERFORM CONFERE-DISCO       THRU FIM-CONFERE-DISCO
           PERFORM GRAVA-CATALOGO      THRU FIM-GRAVA-CATALOGO
           PERFORM GRAVA-DIFERENCAS    THRU FIM-GRAVA-DIFERENCAS
           PERFORM COPIA-PARA-ANTES    THRU FIM-COPIA-PARA-ANTES
                    VARYING W-IND FROM 1 BY 1
                    UNTIL   W-IND > W-QT-EDIC.
           MOVE    W-QT-EDIC TO        W-QT-ANT
           MOVE    W-VERSAO-NOVA       TO        W-VERSAO-ATU
           MOVE    "N"       TO        W-ALTERADO
           MOVE    "S"       TO        W-GRAVOU
           DISPLAY "VERSAO " W-VERSAO-ATU " GRAVADA ("
                   W-QT-SAIU " LINHA(S) SAIRAM, "
                   W-QT-ENTROU " ENTRARAM)".
       FIM-GRAVA-VERSAO.
           EXIT.

      *    GRAVA-TABELA: A TABELA DE EDICAO NO ARQUIVO ARQ-PARAM,
      *    CADA LINHA SO' COM O CONTEUDO UTIL.
       GRAVA-TABELA.
           OPEN    OUTPUT    PPARAM
           IF      W-FS-PARAM          NOT       EQUAL     "00"
                   GO        FIM-GRAVA-TABELA.
           PERFORM GRAVA-UMA-LINHA     THRU FIM-GRAVA-UMA-LINHA
                    VARYING W-IND FROM 1 BY 1
                    UNTIL   W-IND > W-QT-EDIC.
           CLOSE   PPARAM
           MOVE    "00"      TO        W-FS-PARAM.
       FIM-GRAVA-TABELA.
           EXIT.

       GRAVA-UMA-LINHA.
           MOVE    TE-LINHA(W-IND)     TO        REG-PARAM
           MOVE    100       TO        W-TAM-REG.
       MEDE-UTIL.
           IF      W-TAM-REG           >         1
           AND     REG-PARAM (W-TAM-REG : 1)     EQUAL     SPACE
                   SUBTRACT  1         FROM      W-TAM-REG
                   GO        MEDE-UTIL.
           WRITE   REG-PARAM.
       FIM-GRAVA-UMA-LINHA.
           EXIT.

       GRAVA-CATALOGO.
           OPEN    EXTEND    PVERSAO
           IF      W-FS-VERSAO         NOT       EQUAL     "00"
                   OPEN      OUTPUT    PVERSAO.
           IF      W-FS-VERSAO         NOT       EQUAL     "00"
                   DISPLAY "PARAMS_VERSAO.TXT SEM GRAVACAO"
                   GO        FIM-GRAVA-CATALOGO.
           ACCEPT  W-DATE    FROM      DATE
           ACCEPT  W-TIME    FROM      TIME
           MOVE    SPACES    TO        REG-VERSAO
           MOVE    W-NOME-ARQ          TO        PV-ARQUIVO
           MOVE    W-VERSAO-NOVA       TO        PV-VERSAO
           MOVE    W-DATE    TO        PV-DATA
           MOVE    W-HHMMSS  TO        PV-HORA
           MOVE    W-OPER-VERSAO       TO        PV-OPERADOR
           MOVE    W-ACAO    TO        PV-ACAO
           MOVE    W-ORIGEM  TO        PV-ORIGEM
           MOVE    W-PM-LINHAS         TO        PV-LINHAS
           MOVE    W-PM-SOMA TO        PV-SOMA
           MOVE    W-MOTIVO  TO        PV-MOTIVO
           WRITE   REG-VERSAO
           CLOSE   PVERSAO.
       FIM-GRAVA-CATALOGO.
           EXIT.

      *    GRAVA-DIFERENCAS: CADA LINHA NOVA PROCURA UMA LINHA IGUAL
      *    AINDA NAO CASADA NA VERSAO ANTERIOR; A QUE NAO ACHA
      *    ENTROU ("+"), AS ANTIGAS QUE SOBRAM SAIRAM ("-").
       GRAVA-DIFERENCAS.
           MOVE    ZEROS     TO        W-QT-SAIU W-QT-ENTROU
           OPEN    EXTEND    PDIFF
           IF      W-FS-DIFF NOT       EQUAL     "00"
                   OPEN      OUTPUT    PDIFF.
           IF      W-FS-DIFF NOT       EQUAL     "00"
                   DISPLAY "PARAMS_DIFF.TXT SEM GRAVACAO"
                   GO        FIM-GRAVA-DIFERENCAS.
           PERFORM DESMARCA-ANTES      THRU FIM-DESMARCA-ANTES
                    VARYING W-IND FROM 1 BY 1
                    UNTIL   W-IND > W-QT-ANT.
           PERFORM CASA-NOVA           THRU FIM-CASA-NOVA
                    VARYING W-IND FROM 1 BY 1
                    UNTIL   W-IND > W-QT-EDIC.
           PERFORM SOBRA-ANTIGA        THRU FIM-SOBRA-ANTIGA
                    VARYING W-IND FROM 1 BY 1
                    UNTIL   W-IND > W-QT-ANT.
           CLOSE   PDIFF.
       FIM-GRAVA-DIFERENCAS.
           EXIT.

       DESMARCA-ANTES.
           MOVE    "N"       TO        TA-CASADA(W-IND).
       FIM-DESMARCA-ANTES.
           EXIT.

       CASA-NOVA.
           MOVE    ZEROS     TO        W-ACHOU
           PERFORM PROCURA-IGUAL       THRU FIM-PROCURA-IGUAL
                    VARYING W-IND2 FROM 1 BY 1
                    UNTIL   W-IND2 > W-QT-ANT
                    OR      W-ACHOU > ZEROS.
           IF      W-ACHOU   >         ZEROS
                   MOVE      "S"       TO        TA-CASADA(W-ACHOU)
                   GO        FIM-CASA-NOVA.
           MOVE    "+"       TO        W-SINAL
           MOVE    TE-LINHA(W-IND)     TO        W-LINHA
           PERFORM GRAVA-DIFF          THRU FIM-GRAVA-DIFF
           ADD     1         TO        W-QT-ENTROU.
       FIM-CASA-NOVA.
           EXIT.

       PROCURA-IGUAL.
           IF      TA-CASADA(W-IND2)   EQUAL     "N"
           AND     TA-LINHA(W-IND2)    EQUAL     TE-LINHA(W-IND)
                   MOVE      W-IND2    TO        W-ACHOU.
       FIM-PROCURA-IGUAL.
           EXIT.

       SOBRA-ANTIGA.
           IF      TA-CASADA(W-IND)    EQUAL     "S"
                   GO        FIM-SOBRA-ANTIGA.
           MOVE    "-"       TO        W-SINAL
           MOVE    TA-LINHA(W-IND)     TO        W-LINHA
           PERFORM GRAVA-DIFF          THRU FIM-GRAVA-DIFF
           ADD     1         TO        W-QT-SAIU.
       FIM-SOBRA-ANTIGA.
           EXIT.

       GRAVA-DIFF.
           MOVE    SPACES    TO        REG-DIFF
           MOVE    W-NOME-ARQ          TO        PD-ARQUIVO
           MOVE    W-VERSAO-NOVA       TO        PD-VERSAO
           MOVE    W-SINAL   TO        PD-SINAL
           MOVE    W-LINHA   TO        PD-LINHA
           WRITE   REG-DIFF.
       FIM-GRAVA-DIFF.
           EXIT.

       LISTA-VERSOES.
           MOVE    ZEROS     TO        W-QT-MOSTRA
           OPEN    INPUT     PVERSAO
           IF      W-FS-VERSAO         NOT       EQUAL     "00"
                   DISPLAY "NENHUMA VERSAO REGISTRADA"
                   GO        FIM-LISTA-VERSOES.
           DISPLAY "VERS DATA   HORA   OPER A ORIG LINHAS MOTIVO".
       LE-VERSAO.
           READ    PVERSAO   AT        END
                   CLOSE     PVERSAO
                   GO        FIM-LISTA-VERSOES.
           IF      PV-ARQUIVO          NOT EQUAL W-NOME-ARQ
                   GO        LE-VERSAO.
           ADD     1         TO        W-QT-MOSTRA
           DISPLAY PV-VERSAO " " PV-DATA " " PV-HORA " "
                   PV-OPERADOR " " PV-ACAO " " PV-ORIGEM " "
                   PV-LINHAS "  " PV-MOTIVO
           GO      LE-VERSAO.
       FIM-LISTA-VERSOES.
           EXIT.

       MOSTRA-DIFERENCAS.
           DISPLAY "VERSAO: "
           ACCEPT  W-VERSAO-PED
           MOVE    ZEROS     TO        W-QT-MOSTRA
           OPEN    INPUT     PDIFF
           IF      W-FS-DIFF NOT       EQUAL     "00"
                   DISPLAY "NENHUMA DIFERENCA REGISTRADA"
                   GO        FIM-MOSTRA-DIFERENCAS.
       LE-DIFF.
           READ    PDIFF     AT        END
                   CLOSE     PDIFF
                   IF        W-QT-MOSTRA         EQUAL     ZEROS
                             DISPLAY "NENHUMA DIFERENCA NA VERSAO "
                                     W-VERSAO-PED
                   END-IF
                   GO        FIM-MOSTRA-DIFERENCAS.
           IF      PD-ARQUIVO          NOT EQUAL W-NOME-ARQ
           OR      PD-VERSAO           NOT EQUAL W-VERSAO-PED
                   GO        LE-DIFF.
           ADD     1         TO        W-QT-MOSTRA
           DISPLAY PD-SINAL " " PD-LINHA
           GO      LE-DIFF.
       FIM-MOSTRA-DIFERENCAS.
           EXIT.

      *    VOLTA-VERSAO: A COPIA DA VERSAO PEDIDA, CONFERIDA, VIRA A
      *    VERSAO SEGUINTE (ACAO R, ORIGEM = A VERSAO DEVOLVIDA).
      *    RECUSADA, A EDICAO VOLTA A SER A VERSAO EM VIGOR.
       VOLTA-VERSAO.
           IF      W-ALTERADO          EQUAL     "S"
                   DISPLAY "DESCARTA AS ALTERACOES NAO GRAVADAS? (S/N)"
                   ACCEPT    W-RESP
                   IF        W-RESP    NOT EQUAL "S"
                             GO        FIM-VOLTA-VERSAO.
           DISPLAY "VOLTAR PARA A VERSAO: "
           ACCEPT  W-VERSAO-PED
           IF      W-VERSAO-PED        EQUAL     ZEROS
           OR      W-VERSAO-PED        NOT <     W-VERSAO-ATU
                   DISPLAY "VERSAO DEVE SER ANTERIOR A' " W-VERSAO-ATU
                   GO        FIM-VOLTA-VERSAO.
           MOVE    W-VERSAO-PED        TO        W-VERSAO-ED
           PERFORM MONTA-NOME-VERSAO   THRU FIM-MONTA-NOME-VERSAO
           PERFORM CARREGA-EDICAO      THRU FIM-CARREGA-EDICAO
           IF      W-FS-PARAM          NOT       EQUAL     "00"
                   DISPLAY "COPIA " ARQ-PARAM " NAO ENCONTRADA"
                   GO        DESFAZ-VOLTA.
           MOVE    "S"       TO        W-ALTERADO
           PERFORM CONFERE-ARQUIVO     THRU FIM-CONFERE-ARQUIVO
           IF      W-QT-ERROS          >         ZEROS
                   DISPLAY "A VERSAO " W-VERSAO-PED
                           " NAO PASSA NA CONFERENCIA ATUAL"
                   GO        DESFAZ-VOLTA.
           PERFORM PEDE-MOTIVO         THRU FIM-PEDE-MOTIVO
           IF      W-MOTIVO  EQUAL     SPACES
                   GO        DESFAZ-VOLTA.
           MOVE    "R"       TO        W-ACAO
           MOVE    W-VERSAO-PED        TO        W-ORIGEM
           MOVE    W-OPERADOR          TO        W-OPER-VERSAO
           MOVE    "S"       TO        W-REGRAVA
           PERFORM GRAVA-VERSAO        THRU FIM-GRAVA-VERSAO
           IF      W-GRAVOU  EQUAL     "S"
                   GO        FIM-VOLTA-VERSAO.
       DESFAZ-VOLTA.
           PERFORM COPIA-PARA-EDICAO   THRU FIM-COPIA-PARA-EDICAO
                    VARYING W-IND FROM 1 BY 1
                    UNTIL   W-IND > W-QT-ANT.
           MOVE    W-QT-ANT  TO        W-QT-EDIC
           MOVE    "N"       TO        W-ALTERADO.
       FIM-VOLTA-VERSAO.
           EXIT.

      *-----------------------------------------------------------
      *    VALIDA-ACESSO: OPERADOR ATIVO E NAO BLOQUEADO DO
      *    OPERADOR.TXT, COM A SENHA QUANDO CADASTRADA (MESMO
      *    EMBARALHAMENTO DO ADMOPER).
      *-----------------------------------------------------------
       VALIDA-ACESSO.
           MOVE    "N"       TO        W-ACHOU-OPERADOR
           DISPLAY "CODIGO DO OPERADOR: "
           ACCEPT  W-OPERADOR
           OPEN    INPUT     POPERADOR
           IF      W-FS-OPERADOR       NOT       EQUAL     "00"
                   DISPLAY "OPERADOR.TXT INDISPONIVEL"
                   GO        FIM-VALIDA-ACESSO.
       PROCURA-OPERADOR.
           READ    POPERADOR AT        END
                   GO        FIM-PROCURA-OPERADOR.
           IF      OP-COD    EQUAL     W-OPERADOR
           AND     OP-ATIVO  NOT EQUAL "N"
                   MOVE      "S"       TO        W-ACHOU-OPERADOR
                   MOVE      OP-SENHA  TO        W-OP-SENHA
                   MOVE      OP-BLOQUEADO        TO   W-OP-BLOQ.
           GO      PROCURA-OPERADOR.
       FIM-PROCURA-OPERADOR.
           CLOSE   POPERADOR.
           IF      NOT       OPERADOR-AUTORIZADO
                   GO        NEGA-ACESSO.
           IF      W-OP-BLOQ EQUAL     "B"
                   DISPLAY "OPERADOR BLOQUEADO - VER ADMOPER"
                   MOVE      "N"       TO        W-ACHOU-OPERADOR
                   MOVE      "BLOQUEADO"         TO   W-AC-RESULT
                   PERFORM   GRAVA-ACESSO THRU FIM-GRAVA-ACESSO
                   GO        FIM-VALIDA-ACESSO.
           IF      W-OP-SENHA          EQUAL     SPACES
                   GO        FIM-VALIDA-ACESSO.
           DISPLAY "SENHA: "
           ACCEPT  W-SENHA-DIG
           MOVE    W-SENHA-DIG         TO        W-SENHA-EMB
           INSPECT W-SENHA-EMB CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT W-SENHA-EMB CONVERTING W-ALFA-CLARO
                   TO W-ALFA-EMB
           IF      W-SENHA-EMB         EQUAL     W-OP-SENHA
                   GO        FIM-VALIDA-ACESSO.
           MOVE    "N"       TO        W-ACHOU-OPERADOR.
       NEGA-ACESSO.
           MOVE    "NEGADO"  TO        W-AC-RESULT
           PERFORM GRAVA-ACESSO        THRU FIM-GRAVA-ACESSO.
       FIM-VALIDA-ACESSO.
           EXIT.

       GRAVA-ACESSO.
           OPEN    EXTEND    PACESSO
           IF      W-FS-ACESSO         NOT       EQUAL     "00"
                   OPEN      OUTPUT    PACESSO.
           IF      W-FS-ACESSO         NOT       EQUAL     "00"
                   GO        FIM-GRAVA-ACESSO.
           ACCEPT  W-DATE    FROM      DATE
           ACCEPT  W-TIME    FROM      TIME
           MOVE    SPACES    TO        REG-ACESSO
           MOVE    W-OPERADOR          TO        AC-COD
           MOVE    "PARAMS"  TO        AC-PROGRAMA
           MOVE    W-DATE    TO        AC-DATA
           MOVE    W-HHMMSS  TO        AC-HORA
           MOVE    W-AC-RESULT         TO        AC-RESULT
           WRITE   REG-ACESSO
           CLOSE   PACESSO.
       FIM-GRAVA-ACESSO.
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
