           FILE STATUS  IS W-FS-RUNLOG
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PPARAR ASSIGN TO  DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-PARAR
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PPROGR ASSIGN TO  DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-PROGR
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PINCID ASSIGN TO  DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-INCID
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-CONTR
           ACCESS MODE  IS SEQUENTIAL.

           SELECT PSOMA ASSIGN TO  DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FS-SOMA
           ACCESS MODE  IS SEQUENTIAL.
           SELECT       PTRAVA         ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-TRAVA
         VALUE OF FILE-ID IS W-SAIDA-NOME.
       01  REGSAIDA.
         03 FILLER     PIC X(3281).
      *    REGISTRO TOTALIZADO COM A CONTAGEM DO GRUPO ACRESCENTADA
      *    NO FIM (QUANDO O PERFIL NAO DECLARA CAMPO DE CONTAGEM).
       01  REGSAIDA-SOMA.
         03 SS-REG     PIC X(3281).
         03 SS-QTDE    PIC 9(09).

       FD  DUPSAI
         LABEL RECORD IS STANDARD
         VALUE OF FILE-ID IS "DUPLICADOS.TXT".
       01  REG-DUPSAI    PIC X(80).

      *-----------------------------------------------------------
      *    PERFIS DE TOTALIZACAO (SORT_SOMA.TXT, MANTIDO PELO PARAMS):
      *    UMA LINHA POR CAMPO - S = CAMPO NUMERICO SOMADO NAS CHAVES
      *    IGUAIS (POSICAO, TAMANHO E DECIMAIS NO REGISTRO), C = CAMPO
      *    QUE RECEBE A QUANTIDADE DE REGISTROS DO GRUPO.
      *-----------------------------------------------------------
       FD  PSOMA
         LABEL RECORD IS STANDARD
         VALUE OF FILE-ID IS "SORT_SOMA.TXT".
       01  REG-SOMA.
           02  SM-PERFIL              PIC X(10).
           02  FILLER                 PIC X(02).
           02  SM-TIPO                PIC X(01).
           02  FILLER                 PIC X(01).
           02  SM-POSICAO             PIC 9(04).
           02  FILLER                 PIC X(01).
           02  SM-TAMANHO             PIC 9(02).
           02  FILLER                 PIC X(01).
           02  SM-DECIMAIS            PIC 9(01).

       FD  PSESSAO
         LABEL RECORD IS STANDARD
         VALUE OF FILE-ID IS "SESSAO.TXT".
           02  RL-GRAVADOS            PIC 9(09).
           02  FILLER                 PIC X(02).
           02  RL-EVENTO              PIC X(01).
           02  FILLER                 PIC X(33).
           02  RL-AMBIENTE            PIC X(10).

      *-----------------------------------------------------------
      *    PEDIDO DE PARADA DO OPERADOR (PARAR.TXT, GRAVADO PELO
      *    PAINEL/MENU): NOME DO PROGRAMA OU "TODOS", DATA/HORA DO
      *    PEDIDO E ORIGEM. SO' VALE O PEDIDO FEITO DEPOIS DA
      *    PARTIDA DESTA RODADA - OS ANTIGOS FICAM SEM EFEITO.
      *-----------------------------------------------------------
       FD  PPARAR
         LABEL RECORD IS STANDARD
         VALUE OF FILE-ID IS "PARAR.TXT".
       01  REG-PARAR.
           02  PA-PROGRAMA            PIC X(10).
           02  FILLER                 PIC X(02).
           02  PA-DATA                PIC X(06).
           02  FILLER                 PIC X(02).
           02  PA-HORA                PIC X(06).
           02  FILLER                 PIC X(02).
           02  PA-ORIGEM              PIC X(10).

      *-----------------------------------------------------------
      *    PULSO DA RODADA (PROGRESSO.TXT): A CADA W-PROGR-CADENCIA
      *    REGISTROS UMA LINHA COM O LIDO ATE' AGORA, O TOTAL
      *    ESPERADO (CONTROLE DO PIPELINE, ZEROS = DESCONHECIDO) E A
      *    PARTIDA DA RODADA. EVENTO "A" EM ANDAMENTO, "F" FIM, "P"
      *    PAUSA, "T" MARCADO COMO TRAVADO PELO VIGIA. ARQUIVO
      *    COMPARTILHADO POR BINGON, TRUNCA, SORT, ENGORDA E XPGR47;
      *    A ULTIMA LINHA DE CADA PROGRAMA E' A QUE VALE.
      *-----------------------------------------------------------
       FD  PPROGR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PROGRESSO.TXT".
       01  REG-PROGR.
           02  PG-PROGRAMA            PIC X(10).
           02  FILLER                 PIC X(02).
           02  PG-DATA                PIC X(06).
           02  FILLER                 PIC X(02).
           02  PG-HORA                PIC X(06).
           02  FILLER                 PIC X(02).
           02  PG-LIDOS               PIC 9(09).
           02  FILLER                 PIC X(02).
           02  PG-TOTAL               PIC 9(09).
           02  FILLER                 PIC X(02).
           02  PG-INI-DATA            PIC X(06).
           02  FILLER                 PIC X(02).
           02  PG-INI-HORA            PIC X(06).
           02  FILLER                 PIC X(02).
           02  PG-EVENTO              PIC X(01).

      *-----------------------------------------------------------
      *    REGISTRO DE INCIDENTES: TODA PARADA ANORMAL DEIXA UMA
       77 W-CC-REGISTROS   PIC 9(09) VALUE ZEROS.
       77 W-CC-LEN         PIC 9(02) VALUE ZEROS.
       77 W-FS-INCID       PIC X(02) VALUE SPACES.
       77 W-FS-SOMA        PIC X(02) VALUE SPACES.
       77 W-MOT-INCID      PIC X(40) VALUE SPACES.
       77  W-FS-JANELA            PIC X(002) VALUE SPACES.
       77  W-FS-TRAVA             PIC X(002) VALUE SPACES.
       77  W-IND-EXEC-SES         PIC 9(002) VALUE ZEROS.
       77  W-IND-PEND-SES         PIC 9(002) VALUE ZEROS.
       77 W-FS-RUNLOG      PIC X(02) VALUE SPACES.
       77 W-FS-PARAR       PIC X(02) VALUE SPACES.
       77 W-PARAR-CONT     PIC 9(09) VALUE ZEROS.
       77 W-PARAR-CADENCIA PIC 9(09) VALUE 1000.
       77 W-PARADA         PIC X(01) VALUE "N".
          88 PARADA-PEDIDA           VALUE "S".
       77 W-FS-PROGR       PIC X(02) VALUE SPACES.
       77 W-PROGR-CONT     PIC 9(09) VALUE ZEROS.
       77 W-PROGR-CADENCIA PIC 9(09) VALUE 5000.
       77 W-PROGR-TOTAL    PIC 9(09) VALUE ZEROS.
       77 W-PROGR-EVENTO   PIC X(01) VALUE SPACES.
       01  W-PROGR-MERGE.
           02 W-PROGR-REG-M  PIC 9(09) OCCURS 3 TIMES.
           02 W-PROGR-ACHOU  PIC X(01) OCCURS 3 TIMES.
       01  W-PARAR-INICIO.
           02 W-PARAR-INI-DATA PIC X(06) VALUE SPACES.
           02 W-PARAR-INI-HORA PIC X(06) VALUE SPACES.
       01  W-PARAR-PEDIDO.
           02 W-PARAR-PED-DATA PIC X(06) VALUE SPACES.
           02 W-PARAR-PED-HORA PIC X(06) VALUE SPACES.
       01  W-DATE.
           02 W-ANO   PIC 9(02).
           02 W-MES   PIC 9(02).
      *    P = MANTEM A PRIMEIRA OCORRENCIA DE CADA CHAVE, U =
      *    MANTEM A ULTIMA. EM P/U AS DEMAIS OCORRENCIAS SAO
      *    DESCARTADAS DA SAIDA (E CONTINUAM SAINDO EM
      *    DUPLICADOS.TXT). S = TOTALIZA: UM REGISTRO POR CHAVE
      *    (E-CHAVE + CHAVE 2), COM OS CAMPOS DO PERFIL SOMADOS, O
      *    RESTO DA PRIMEIRA OCORRENCIA E A CONTAGEM DO GRUPO.
         03 W-DEDUP       PIC X(01) VALUE "R".
            88 DEDUP-RELATORIO        VALUE "R".
            88 MANTEM-PRIMEIRA        VALUE "P".
            88 MANTEM-ULTIMA          VALUE "U".
            88 SOMA-NA-CHAVE          VALUE "S".
         03 W-QTDE-DROP   PIC 9(09) VALUE ZEROS.
         03 W-QT-CONTROLE PIC 9(09) VALUE ZEROS.
         03 W-REG-GUARDADO PIC X(3281) VALUE SPACES.
      *---------------------------------------------------- PERFIL DE
      *    TOTALIZACAO EM USO (SORT_SOMA.TXT): CAMPOS SOMADOS, CAMPO
      *    DA CONTAGEM (TAMANHO ZERO = CONTAGEM ACRESCENTADA NO FIM
      *    DO REGISTRO) E A AREA DE CONVERSAO DOS VALORES - CAMPO
      *    NUMERICO SEM SINAL, ATE' 18 DIGITOS, DECIMAIS IMPLICITOS.
         03 W-PERFIL-SOMA PIC X(10) VALUE SPACES.
         03 W-CHAVE2-ANT  PIC X(07) VALUE SPACES.
         03 W-QTDE-CAMPOS PIC 9(02) VALUE ZEROS.
         03 W-IND-SOMA    PIC 9(02) VALUE ZEROS.
         03 W-CONT-POS    PIC 9(04) VALUE ZEROS.
         03 W-CONT-TAM    PIC 9(02) VALUE ZEROS.
         03 W-QTDE-GRUPO  PIC 9(09) VALUE ZEROS.
         03 W-QTDE-NAO-NUM PIC 9(09) VALUE ZEROS.
         03 W-SM-VALOR    PIC 9(18) VALUE ZEROS.
         03 W-SM-VALOR-X  REDEFINES W-SM-VALOR PIC X(18).
         03 W-SM-DIVISOR  PIC 9(10) VALUE ZEROS.
         03 W-SM-INTEIRO  PIC 9(18) VALUE ZEROS.
         03 W-SM-FRACAO   PIC 9(09) VALUE ZEROS.
         03 W-SM-FRACAO-X REDEFINES W-SM-FRACAO PIC X(09).
         03 W-SM-INT-ED   PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZZ.ZZ9.
      *---------------------------------------------------- MODO DE
      *    EXECUCAO: S = SORT COMPLETO (DE SEMPRE), M = MERGE DE
      *    ENTRADAS JA ORDENADAS EM UMA PASSADA SEQUENCIAL, C =
         03 W-ENT-BASE    PIC X(30) VALUE SPACES.
       01 TABELA-VOLS-ENTRADA.
         03 TV-ENT-REGS OCCURS 200 TIMES PIC 9(09).
      *    CAMPOS SOMADOS DO PERFIL: ACUMULADO DO GRUPO CORRENTE E
      *    TOTAL GERAL DA RODADA (O FECHAMENTO DO RESUMO).
       01 TABELA-SOMA.
         03 TS-ENT OCCURS 10 TIMES.
            05 TS-POSICAO   PIC 9(04).
            05 TS-TAMANHO   PIC 9(02).
            05 TS-DECIMAIS  PIC 9(01).
            05 TS-ACUM      PIC 9(18).
            05 TS-TOTAL     PIC 9(18).
     *
      ****************************************************************
      *
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
           PERFORM ESCOLHE-AMBIENTE    THRU FIM-ESCOLHE-AMBIENTE
      *---------------------------------------------------------
      *    RODA DESATENDIDO QUANDO OS DADOS DA TELA SAO INFORMADOS
      *    COMO PARAMETROS DE CHAMADA (JOB NOTURNO); DO CONTRARIO
            ELSE
               PERFORM TELA     THRU FIM-TELA.

            IF SOMA-NA-CHAVE AND MODO-SORT
               PERFORM CARREGA-PERFIL-SOMA
                       THRU FIM-CARREGA-PERFIL-SOMA.

            PERFORM TOMA-TRAVA THRU FIM-TOMA-TRAVA.
            PERFORM GRAVA-RUNLOG-INICIO THRU FIM-GRAVA-RUNLOG-INICIO.

            IF NOT MODO-MERGE
               PERFORM DETECTA-VOLUMES THRU FIM-DETECTA-VOLUMES.
            PERFORM TOTAL-PROGRESSO THRU FIM-TOTAL-PROGRESSO.
            MOVE "A" TO W-PROGR-EVENTO
            PERFORM GRAVA-PROGRESSO THRU FIM-GRAVA-PROGRESSO.

            IF MODO-MERGE
               GO TO EXECUTA-MERGE.
           PERFORM RESUMO THRU FIM-RESUMO.

           PERFORM GRAVA-RUNLOG THRU FIM-GRAVA-RUNLOG.
           MOVE "F" TO W-PROGR-EVENTO
           PERFORM GRAVA-PROGRESSO THRU FIM-GRAVA-PROGRESSO.
           IF NOT MODO-CHECK AND NOT MODO-SIMULACAO
              PERFORM GRAVA-CONTROLE THRU FIM-GRAVA-CONTROLE.
           PERFORM VERIFICA-SESSAO THRU FIM-VERIFICA-SESSAO.
           END-IF
           IF W-PROX-PROGRAMA EQUAL "CERTIFICA"
              CHAIN "CERTIFICA"
           END-IF
           IF W-PROX-PROGRAMA EQUAL "AFERE"
              CHAIN "AFERE"
           END-IF.

           STOP RUN.
                 PERFORM LE-MERGE3 THRU FIM-LE-MERGE3
              END-IF
           END-IF
           PERFORM CONTA-PROGRESSO THRU FIM-CONTA-PROGRESSO
           PERFORM VERIFICA-PARADA THRU FIM-VERIFICA-PARADA
           IF PARADA-PEDIDA
              CLOSE PENTR PENTR2 SAIDA
              IF TEM-MERGE3
                 CLOSE PENTR3
              END-IF
              PERFORM PAUSA-RODADA THRU FIM-PAUSA-RODADA
              STOP RUN.
           GO TO MERGE-LOOP.
       FIM-MERGE.
           CLOSE PENTR PENTR2 SAIDA.
              END-IF
           END-IF
           MOVE TM-CHAVE(1) TO TM-CHAVE-ANT(1)
           PERFORM CONTA-PROGRESSO THRU FIM-CONTA-PROGRESSO
           PERFORM VERIFICA-PARADA THRU FIM-VERIFICA-PARADA
           IF PARADA-PEDIDA
              CLOSE PENTR
              PERFORM PAUSA-RODADA THRU FIM-PAUSA-RODADA
              STOP RUN.
           GO TO CHECK-LOOP.
       CHECK-FORA-DE-ORDEM.
           MOVE "NAO-OK" TO W-VEREDITO
      *    VERIFICA-SESSAO: SE ESTE PROGRAMA RODA NUMA SESSAO GUIADA,
      *    SESSAO.TXT TRAZ A FILA COM O STATUS DE CADA PASSO
      *    (P=PENDENTE, E=EXECUTANDO, C=CONCLUIDO, F=FALHOU,
      *    N=NAO RODADO, I=INTERROMPIDO; BRANCO = PENDENTE, PELO
      *    FORMATO ANTIGO).
      *    AO TERMINAR BEM, O PASSO "E" DESTA RODADA VIRA "C", O
      *    PROXIMO PENDENTE VIRA "E" E RECEBE O CHAIN. NA AUSENCIA
      *    DO ARQUIVO (RODADA AVULSA), SEGUE PARANDO NORMALMENTE.

       TESTA-EXEC-SES.
           IF      W-IND-EXEC-SES      EQUAL     ZEROS
           AND     TFS-STATUS(W-IND-FILA-SES)    EQUAL     "E" OR "I"
                   MOVE      W-IND-FILA-SES TO   W-IND-EXEC-SES.
       FIM-TESTA-EXEC-SES.
           EXIT.
                                       TFS-STATUS(W-IND-FILA-SES).
       FIM-MARCA-NAO-RODADO.
           EXIT.

      *    MARCA-SESSAO-INTERROMPIDA: PAUSA A PEDIDO DO OPERADOR - O
      *    PASSO EM EXECUCAO VIRA "I" E OS PENDENTES FICAM COMO
      *    ESTAO. O PAINEL MOSTRA ONDE PAROU E O MENU RETOMA DALI.
       MARCA-SESSAO-INTERROMPIDA.
           PERFORM CARREGA-FILA-SES    THRU      FIM-CARREGA-FILA-SES
           IF      W-QTDE-FILA-SES     EQUAL     ZEROS
                   GO        FIM-MARCA-SESSAO-INTERROMPIDA.
           PERFORM ACHA-EXEC-SES       THRU      FIM-ACHA-EXEC-SES
           IF      W-IND-EXEC-SES      EQUAL     ZEROS
                   GO        FIM-MARCA-SESSAO-INTERROMPIDA.
           MOVE    "I"       TO        TFS-STATUS(W-IND-EXEC-SES)
           PERFORM REGRAVA-FILA-SES    THRU      FIM-REGRAVA-FILA-SES.
       FIM-MARCA-SESSAO-INTERROMPIDA.
           EXIT.
      *****************************************************************
      *    GRAVA-RUNLOG: UMA LINHA DE AUDITORIA EM RUNLOG.TXT AO FIM
      *    DE CADA RODADA - ARQUIVO COMPARTILHADO POR BINGON, TRUNCA,
           MOVE W-QTDE-LIDOS TO RL-LIDOS
           MOVE W-QTDE-GRAV  TO RL-GRAVADOS
           MOVE "F"     TO RL-EVENTO
           MOVE W-AM-NOME TO RL-AMBIENTE
           WRITE REG-RUNLOG
           CLOSE PRUNLOG.
       FIM-GRAVA-RUNLOG.
           MOVE W-TIME  TO RL-HORA
           MOVE ZEROS   TO RL-LIDOS RL-GRAVADOS
           MOVE "I"     TO RL-EVENTO
           MOVE W-AM-NOME TO RL-AMBIENTE
           WRITE REG-RUNLOG
           CLOSE PRUNLOG.
           MOVE W-DATE  TO W-PARAR-INI-DATA
           MOVE W-TIME  TO W-PARAR-INI-HORA.
       FIM-GRAVA-RUNLOG-INICIO.
           EXIT.

      *    GRAVA-RUNLOG-PAUSA: RODADA PAUSADA A PEDIDO DO OPERADOR
      *    ("P") - FECHA O PAR DA LINHA "I" SEM CONTAR COMO RODADA
      *    CONCLUIDA, COM OS CONTADORES DO PONTO DA PARADA.
       GRAVA-RUNLOG-PAUSA.
           OPEN EXTEND PRUNLOG
           IF W-FS-RUNLOG NOT EQUAL "00"
              OPEN OUTPUT PRUNLOG.
           ACCEPT W-DATE FROM DATE
           ACCEPT W-TIME FROM TIME
           MOVE SPACES  TO REG-RUNLOG
           MOVE "SORT"  TO RL-PROGRAMA
           MOVE W-DATE  TO RL-DATA
           MOVE W-TIME  TO RL-HORA
           MOVE W-QTDE-LIDOS TO RL-LIDOS
           MOVE W-QTDE-GRAV  TO RL-GRAVADOS
           MOVE "P"     TO RL-EVENTO
           MOVE W-AM-NOME TO RL-AMBIENTE
           WRITE REG-RUNLOG
           CLOSE PRUNLOG.
       FIM-GRAVA-RUNLOG-PAUSA.
           EXIT.

      *****************************************************************
      *    PAUSA-RODADA: PARADA PEDIDA PELO OPERADOR EM PARAR.TXT (OS
      *    ARQUIVOS DO MODO JA' FORAM FECHADOS POR QUEM CHAMOU). O
      *    SORT NAO TEM CHECKPOINT - A SAIDA PARCIAL NAO E' DECLARADA
      *    NO CONTROLE (NINGUEM A CONSOME), O "P" VAI PARA O RUNLOG,
      *    O PASSO DA SESSAO FICA INTERROMPIDO E A TRAVA E' SOLTA. A
      *    RETOMADA REFAZ O SORT DO INICIO.
      *****************************************************************
       PAUSA-RODADA.
           PERFORM GRAVA-RUNLOG-PAUSA THRU FIM-GRAVA-RUNLOG-PAUSA
           MOVE "P" TO W-PROGR-EVENTO
           PERFORM GRAVA-PROGRESSO THRU FIM-GRAVA-PROGRESSO
           PERFORM MARCA-SESSAO-INTERROMPIDA
                   THRU FIM-MARCA-SESSAO-INTERROMPIDA
           PERFORM LIBERA-TRAVA THRU FIM-LIBERA-TRAVA
           DISPLAY "RODADA PAUSADA A PEDIDO DO OPERADOR - LIDOS "
                   W-QTDE-LIDOS " GRAVADOS " W-QTDE-GRAV.
       FIM-PAUSA-RODADA.
           EXIT.

      *****************************************************************
      *    CONTA-PROGRESSO: A CADA W-PROGR-CADENCIA REGISTROS DEIXA O
      *    PULSO "A" EM PROGRESSO.TXT - O PAINEL TIRA DAI O
      *    PERCENTUAL E A PREVISAO DE TERMINO, E O VIGIA DA AGENDA
      *    ACUSA A RODADA CUJO PULSO PAROU. NO SORT COMPLETO O PULSO
      *    ACOMPANHA A ALIMENTACAO DO SORT (O GROSSO DA RODADA).
      *****************************************************************
       CONTA-PROGRESSO.
           ADD 1 TO W-PROGR-CONT
           IF W-PROGR-CONT < W-PROGR-CADENCIA
              GO TO FIM-CONTA-PROGRESSO.
           MOVE ZEROS TO W-PROGR-CONT
           MOVE "A" TO W-PROGR-EVENTO
           PERFORM GRAVA-PROGRESSO THRU FIM-GRAVA-PROGRESSO.
       FIM-CONTA-PROGRESSO.
           EXIT.

       GRAVA-PROGRESSO.
           OPEN EXTEND PPROGR
           IF W-FS-PROGR NOT EQUAL "00"
              OPEN OUTPUT PPROGR.
           IF W-FS-PROGR NOT EQUAL "00"
              GO TO FIM-GRAVA-PROGRESSO.
           ACCEPT W-DATE FROM DATE
           ACCEPT W-TIME FROM TIME
           MOVE SPACES  TO REG-PROGR
           MOVE "SORT"  TO PG-PROGRAMA
           MOVE W-DATE  TO PG-DATA
           MOVE W-TIME  TO PG-HORA
           MOVE W-QTDE-LIDOS     TO PG-LIDOS
           MOVE W-PROGR-TOTAL    TO PG-TOTAL
           MOVE W-PARAR-INI-DATA TO PG-INI-DATA
           MOVE W-PARAR-INI-HORA TO PG-INI-HORA
           MOVE W-PROGR-EVENTO   TO PG-EVENTO
           WRITE REG-PROGR
           CLOSE PPROGR.
       FIM-GRAVA-PROGRESSO.
           EXIT.

      *    TOTAL-PROGRESSO: TOTAL ESPERADO DA RODADA SEGUNDO O
      *    CONTROLE DO PIPELINE - A SOMA DOS VOLUMES DECLARADOS NO
      *    CONJUNTO, A DECLARACAO EXATA DO ARQUIVO UNICO OU, NO
      *    MERGE, A SOMA DAS DECLARACOES DE TODAS AS ENTRADAS. FALTOU
      *    ALGUMA DECLARACAO, O TOTAL FICA ZERADO (DESCONHECIDO).
       TOTAL-PROGRESSO.
           MOVE ZEROS TO W-PROGR-TOTAL
           IF ENTRADA-EM-VOLUMES
              PERFORM SOMA-VOL-PROGRESSO THRU FIM-SOMA-VOL-PROGRESSO
                      VARYING W-VOL-ENT FROM 1 BY 1
                      UNTIL W-VOL-ENT > W-VOLS-DECL
              GO TO FIM-TOTAL-PROGRESSO.
           MOVE "N" TO W-CC-ACHOU
           MOVE ZEROS TO W-PROGR-REG-M(1) W-PROGR-REG-M(2)
                         W-PROGR-REG-M(3)
           MOVE "N" TO W-PROGR-ACHOU(1) W-PROGR-ACHOU(2)
                       W-PROGR-ACHOU(3)
           IF ARQ-MERGE3 EQUAL SPACES
              MOVE "S" TO W-PROGR-ACHOU(3).
           OPEN INPUT PCONTR
           IF W-FS-CONTR NOT EQUAL "00"
              GO TO FIM-TOTAL-PROGRESSO.
       LE-CONTR-PROGRESSO.
           READ PCONTR AT END
              CLOSE PCONTR
              GO TO AVALIA-TOTAL-PROGRESSO.
           IF MODO-MERGE
              PERFORM CASA-MERGE-PROGRESSO
                      THRU FIM-CASA-MERGE-PROGRESSO
           ELSE
              PERFORM CASA-CONTROLE THRU FIM-CASA-CONTROLE
           END-IF
           GO TO LE-CONTR-PROGRESSO.
       AVALIA-TOTAL-PROGRESSO.
           IF MODO-MERGE
              IF W-PROGR-ACHOU(1) EQUAL "S"
                 AND W-PROGR-ACHOU(2) EQUAL "S"
                 AND W-PROGR-ACHOU(3) EQUAL "S"
                 ADD W-PROGR-REG-M(1) W-PROGR-REG-M(2)
                     W-PROGR-REG-M(3) TO W-PROGR-TOTAL
              END-IF
              GO TO FIM-TOTAL-PROGRESSO.
           IF W-CC-ACHOU EQUAL "S" AND W-CC-EXATO EQUAL "S"
              MOVE W-CC-REGISTROS TO W-PROGR-TOTAL.
       FIM-TOTAL-PROGRESSO.
           EXIT.

       SOMA-VOL-PROGRESSO.
           ADD TV-ENT-REGS(W-VOL-ENT) TO W-PROGR-TOTAL.
       FIM-SOMA-VOL-PROGRESSO.
           EXIT.

      *    CASA-MERGE-PROGRESSO: SO' DECLARACAO EXATA DE UMA DAS
      *    ENTRADAS DO MERGE CONTA; A ULTIMA DE CADA UMA E' A QUE
      *    VALE, COMO NO CONFRONTO DO PIPELINE.
       CASA-MERGE-PROGRESSO.
           IF CP-ARQUIVO EQUAL ENTRADA
              MOVE "S" TO W-PROGR-ACHOU(1)
              MOVE CP-REGISTROS TO W-PROGR-REG-M(1).
           IF CP-ARQUIVO EQUAL ARQ-MERGE2
              MOVE "S" TO W-PROGR-ACHOU(2)
              MOVE CP-REGISTROS TO W-PROGR-REG-M(2).
           IF ARQ-MERGE3 NOT EQUAL SPACES
              AND CP-ARQUIVO EQUAL ARQ-MERGE3
              MOVE "S" TO W-PROGR-ACHOU(3)
              MOVE CP-REGISTROS TO W-PROGR-REG-M(3).
       FIM-CASA-MERGE-PROGRESSO.
           EXIT.
      *****************************************************************
      *    VERIFICA-PARADA: A CADA W-PARAR-CADENCIA REGISTROS OLHA O
      *    PARAR.TXT. PEDIDO COM O NOME DESTE PROGRAMA OU "TODOS",
      *    FEITO DEPOIS DA PARTIDA DESTA RODADA, LIGA PARADA-PEDIDA.
      *    SEM O ARQUIVO, SEGUE NORMALMENTE.
      *****************************************************************
       VERIFICA-PARADA.
           ADD 1 TO W-PARAR-CONT
           IF W-PARAR-CONT < W-PARAR-CADENCIA
              GO TO FIM-VERIFICA-PARADA.
           MOVE ZEROS TO W-PARAR-CONT
           OPEN INPUT PPARAR
           IF W-FS-PARAR NOT EQUAL "00"
              GO TO FIM-VERIFICA-PARADA.
       LE-PARAR.
           READ PPARAR AT END
                CLOSE PPARAR
                GO TO FIM-VERIFICA-PARADA.
           IF PA-PROGRAMA NOT EQUAL "SORT"
              AND PA-PROGRAMA NOT EQUAL "TODOS"
              GO TO LE-PARAR.
           MOVE PA-DATA TO W-PARAR-PED-DATA
           MOVE PA-HORA TO W-PARAR-PED-HORA
           IF W-PARAR-PEDIDO < W-PARAR-INICIO
              GO TO LE-PARAR.
           MOVE "S" TO W-PARADA
           CLOSE PPARAR.
       FIM-VERIFICA-PARADA.
           EXIT.
      *****************************************************************
      *    GRAVA-INCIDENTE: UMA LINHA EM INCIDENTE.TXT COM O MOTIVO
      *    (W-MOT-INCID) E OS CONTADORES DO MOMENTO DA PARADA, ANTES
                  MOVE SPACES TO S-CHAVE2
               END-IF
               RELEASE REGSORT
               PERFORM CONTA-PROGRESSO THRU FIM-CONTA-PROGRESSO
               PERFORM VERIFICA-PARADA THRU FIM-VERIFICA-PARADA
               IF PARADA-PEDIDA
                  CLOSE PENTR SAIDA DUPSAI
                  PERFORM PAUSA-RODADA THRU FIM-PAUSA-RODADA
                  STOP RUN.
               GO TO SORTEAR.

      *    TROCA-VOL-SORT: FIM DO ARQUIVO CORRENTE - NO MODO

               IF MANTEM-ULTIMA
                  GO TO GERAR-ULTIMA.
               IF SOMA-NA-CHAVE
                  GO TO GERAR-SOMA.

               IF E-PRIMEIRA-VEZ
                  MOVE "N" TO W-PRIMEIRA-VEZ
               MOVE S-CHAVE TO W-CHAVE-ANT
               GO TO GERAR.

      *    GERAR-SOMA: SEGURA O PRIMEIRO REGISTRO DE CADA CHAVE
      *    (E-CHAVE + CHAVE 2) E VAI SOMANDO OS CAMPOS DO PERFIL DOS
      *    SEGUINTES; QUANDO A CHAVE MUDA, O GRUPO SAI COMO UM
      *    REGISTRO SO' (TOTAIS NOS CAMPOS, CONTAGEM DO GRUPO).
       GERAR-SOMA.
               IF E-PRIMEIRA-VEZ
                  MOVE "N" TO W-PRIMEIRA-VEZ
                  PERFORM ABRE-GRUPO-SOMA THRU FIM-ABRE-GRUPO-SOMA
                  GO TO GERAR.
               IF S-CHAVE = W-CHAVE-ANT AND S-CHAVE2 = W-CHAVE2-ANT
                  PERFORM GRAVA-DUP-LINHA THRU FIM-GRAVA-DUP-LINHA
                  ADD 1 TO W-QTDE-DROP
                  ADD 1 TO W-QTDE-GRUPO
                  PERFORM ACUMULA-SOMA THRU FIM-ACUMULA-SOMA
                          VARYING W-IND-SOMA FROM 1 BY 1
                          UNTIL W-IND-SOMA > W-QTDE-CAMPOS
                  GO TO GERAR.
               PERFORM FECHA-GRUPO-SOMA THRU FIM-FECHA-GRUPO-SOMA
               PERFORM ABRE-GRUPO-SOMA THRU FIM-ABRE-GRUPO-SOMA
               GO TO GERAR.

       FLUSH-GUARDADO.
               IF MANTEM-ULTIMA AND W-PRIMEIRA-VEZ = "N"
                  PERFORM GRAVA-GUARDADO THRU FIM-GRAVA-GUARDADO.
               IF SOMA-NA-CHAVE AND W-PRIMEIRA-VEZ = "N"
                  PERFORM FECHA-GRUPO-SOMA THRU FIM-FECHA-GRUPO-SOMA.
               GO TO FIM-GERSAIDA.

       GRAVA-DUP-LINHA.
               ADD 1 TO W-QTDE-GRAV.
       FIM-GRAVA-GUARDADO.
               EXIT.

       ABRE-GRUPO-SOMA.
               MOVE REGSORT  TO W-REG-GUARDADO
               MOVE S-CHAVE  TO W-CHAVE-ANT
               MOVE S-CHAVE2 TO W-CHAVE2-ANT
               MOVE 1        TO W-QTDE-GRUPO
               PERFORM ZERA-SOMA THRU FIM-ZERA-SOMA
                       VARYING W-IND-SOMA FROM 1 BY 1
                       UNTIL W-IND-SOMA > W-QTDE-CAMPOS
               PERFORM ACUMULA-SOMA THRU FIM-ACUMULA-SOMA
                       VARYING W-IND-SOMA FROM 1 BY 1
                       UNTIL W-IND-SOMA > W-QTDE-CAMPOS.
       FIM-ABRE-GRUPO-SOMA.
               EXIT.

       ZERA-SOMA.
               MOVE ZEROS TO TS-ACUM(W-IND-SOMA).
       FIM-ZERA-SOMA.
               EXIT.

      *    ACUMULA-SOMA: O CAMPO DO REGISTRO CORRENTE ALINHADO A'
      *    DIREITA NA AREA DE 18 DIGITOS; BRANCOS CONTAM COMO ZEROS.
      *    CONTEUDO NAO NUMERICO NAO ENTRA NA SOMA E VAI CONTADO PARA
      *    O RESUMO.
       ACUMULA-SOMA.
               MOVE ZEROS TO W-SM-VALOR
               MOVE REGSORT (TS-POSICAO(W-IND-SOMA) :
                             TS-TAMANHO(W-IND-SOMA))
                    TO W-SM-VALOR-X (19 - TS-TAMANHO(W-IND-SOMA) :
                                     TS-TAMANHO(W-IND-SOMA))
               INSPECT W-SM-VALOR-X REPLACING ALL SPACE BY ZERO
               IF W-SM-VALOR NOT NUMERIC
                  ADD 1 TO W-QTDE-NAO-NUM
                  GO TO FIM-ACUMULA-SOMA.
               ADD W-SM-VALOR TO TS-ACUM(W-IND-SOMA)
                                 TS-TOTAL(W-IND-SOMA).
       FIM-ACUMULA-SOMA.
               EXIT.

      *    FECHA-GRUPO-SOMA: DEVOLVE OS TOTAIS DO GRUPO AOS CAMPOS DO
      *    REGISTRO GUARDADO E GRAVA - COM A CONTAGEM NO CAMPO
      *    DECLARADO PELO PERFIL OU, SEM ELE, ACRESCENTADA NO FIM.
       FECHA-GRUPO-SOMA.
               PERFORM DEVOLVE-SOMA THRU FIM-DEVOLVE-SOMA
                       VARYING W-IND-SOMA FROM 1 BY 1
                       UNTIL W-IND-SOMA > W-QTDE-CAMPOS
               IF W-CONT-TAM > ZEROS
                  MOVE W-QTDE-GRUPO TO W-SM-VALOR
                  IF W-CONT-TAM < 18
                     AND W-SM-VALOR-X (1 : 18 - W-CONT-TAM)
                         NOT = ZEROS
                     GO TO ESTOURO-SOMA
                  END-IF
                  MOVE W-SM-VALOR-X (19 - W-CONT-TAM : W-CONT-TAM)
                       TO W-REG-GUARDADO (W-CONT-POS : W-CONT-TAM)
                  PERFORM GRAVA-GUARDADO THRU FIM-GRAVA-GUARDADO
                  GO TO FIM-FECHA-GRUPO-SOMA.
               IF NOT MODO-SIMULACAO
                  MOVE W-REG-GUARDADO TO SS-REG
                  MOVE W-QTDE-GRUPO   TO SS-QTDE
                  WRITE REGSAIDA-SOMA
               END-IF
               ADD 1 TO W-QTDE-GRAV.
       FIM-FECHA-GRUPO-SOMA.
               EXIT.

      *    DEVOLVE-SOMA: TOTAL DO GRUPO QUE NAO CABE NO CAMPO DERRUBA
      *    A RODADA - SAIDA COM TOTAL TRUNCADO NAO FECHA COM NADA.
       DEVOLVE-SOMA.
               MOVE TS-ACUM(W-IND-SOMA) TO W-SM-VALOR
               IF TS-TAMANHO(W-IND-SOMA) < 18
                  AND W-SM-VALOR-X (1 : 18 - TS-TAMANHO(W-IND-SOMA))
                      NOT = ZEROS
                  GO TO ESTOURO-SOMA.
               MOVE W-SM-VALOR-X (19 - TS-TAMANHO(W-IND-SOMA) :
                                  TS-TAMANHO(W-IND-SOMA))
                    TO W-REG-GUARDADO (TS-POSICAO(W-IND-SOMA) :
                                       TS-TAMANHO(W-IND-SOMA)).
       FIM-DEVOLVE-SOMA.
               EXIT.

       ESTOURO-SOMA.
               DISPLAY "TOTAL NAO CABE NO CAMPO - CHAVE " W-CHAVE-ANT
                       " " W-CHAVE2-ANT " VALOR " W-SM-VALOR
               CLOSE SAIDA DUPSAI
               MOVE "TOTALIZACAO ESTOUROU O TAMANHO DO CAMPO"
                    TO W-MOT-INCID
               PERFORM GRAVA-INCIDENTE THRU FIM-GRAVA-INCIDENTE
               STOP RUN.
       FIM-GERSAIDA.
               EXIT.
      ****************************************************************
      *****************************************************************
       VERIFICA-JANELA.
           MOVE    "N"       TO        W-JAN-ACHOU
           MOVE    "JANELA.TXT"        TO        W-PM-ARQUIVO
           PERFORM ANOTA-PARAMETRO     THRU FIM-ANOTA-PARAMETRO
           OPEN    INPUT     PJANELA
           IF      W-FS-JANELA         NOT       EQUAL     "00"
                   GO        FIM-VERIFICA-JANELA.
      ****************************************************************
      *    RECEBE-PARAM: ENTRADA, SAIDA, ORDEM E (OPCIONALMENTE) OS
      *    DADOS DA CHAVE 2 PASSADOS NA LINHA DE COMANDO, PARA RODAR
      *    SEM OPERADOR. DEPOIS DA OPCAO DE DUPLICADAS VEM O NOME DO
      *    PERFIL DE TOTALIZACAO (SO' NA OPCAO S).
      ****************************************************************
       RECEBE-PARAM.
           DISPLAY 1 UPON ARGUMENT-NUMBER
                   END-IF
                   DISPLAY 6 UPON ARGUMENT-NUMBER
                   ACCEPT  W-DEDUP     FROM ARGUMENT-VALUE
                   IF      W-ARGC NOT > 6
                           GO TO FIM-RECEBE-PARAM
                   END-IF
                   DISPLAY 7 UPON ARGUMENT-NUMBER
                   ACCEPT  W-PERFIL-SOMA FROM ARGUMENT-VALUE
                   GO TO FIM-RECEBE-PARAM.
           IF      W-ARGC NOT > 5
                   DISPLAY "PARAMETROS INSUFICIENTES PARA CHAVE2"
                   GO TO FIM-RECEBE-PARAM.
           DISPLAY 8 UPON ARGUMENT-NUMBER
           ACCEPT  W-DEDUP             FROM ARGUMENT-VALUE.
           IF      W-ARGC NOT > 8
                   GO TO FIM-RECEBE-PARAM.
           DISPLAY 9 UPON ARGUMENT-NUMBER
           ACCEPT  W-PERFIL-SOMA       FROM ARGUMENT-VALUE.
       FIM-RECEBE-PARAM.
           EXIT.

      ****************************************************************
       TELA.
           DISPLAY (1 1) ERASE
           DISPLAY (1 60) "AMBIENTE: " W-AM-NOME
           DISPLAY (08 20) "MODO (S=SORT M=MERGE C=CONFERE) ".
           ACCEPT (08 53) W-MODO-EXEC.
           IF NOT MODO-MERGE AND NOT MODO-CHECK
              IF NOT MODO-SIMULACAO
                 MOVE "N" TO W-DRY-RUN
              END-IF
              DISPLAY (17 20) "DUPLICADAS (R=RELAT P=1A U=ULT "
                      "S=SOMA) "
              ACCEPT (17 59) W-DEDUP
              IF NOT MANTEM-PRIMEIRA AND NOT MANTEM-ULTIMA
                 AND NOT SOMA-NA-CHAVE
                 MOVE "R" TO W-DEDUP
              END-IF
      *       A TOTALIZACAO E' DO SORT COMPLETO - NO MERGE AS
      *       DUPLICADAS SEGUEM COMO SEMPRE.
              IF SOMA-NA-CHAVE AND MODO-MERGE
                 MOVE "R" TO W-DEDUP
              END-IF
              IF SOMA-NA-CHAVE
                 DISPLAY (18 20) "PERFIL DE SOMA (SORT_SOMA.TXT) "
                 ACCEPT (18 51) W-PERFIL-SOMA
              END-IF
           END-IF.

       FIM-TELA.
              DISPLAY (23 05) "MANTIDOS: " W-QTDE-GRAV
                      "  DESCARTADOS: " W-QTDE-DROP
           END-IF.
           IF SOMA-NA-CHAVE AND MODO-SORT
              DISPLAY (23 05) "GRUPOS GRAVADOS: " W-QTDE-GRAV
                      "  REGISTROS CONSOLIDADOS: " W-QTDE-DROP
              PERFORM MOSTRA-TOTAIS-SOMA THRU FIM-MOSTRA-TOTAIS-SOMA
           END-IF.
           IF MODO-SIMULACAO
              DISPLAY (24 05) "MODO SIMULACAO - NADA FOI GRAVADO"
           END-IF.

       FIM-RESUMO.
           EXIT.

      *    MOSTRA-TOTAIS-SOMA: TOTAL GERAL DE CADA CAMPO SOMADO, COM
      *    AS DECIMAIS DO PERFIL - O NUMERO QUE FECHA COM O SISTEMA DE
      *    ORIGEM (A SOMA DA SAIDA E' IGUAL A' SOMA DA ENTRADA).
       MOSTRA-TOTAIS-SOMA.
           DISPLAY "PERFIL DE SOMA " W-PERFIL-SOMA " - ENTRADA "
                   W-QTDE-LIDOS " REGISTROS, SAIDA " W-QTDE-GRAV
                   " GRUPOS"
           PERFORM MOSTRA-UM-TOTAL THRU FIM-MOSTRA-UM-TOTAL
                   VARYING W-IND-SOMA FROM 1 BY 1
                   UNTIL W-IND-SOMA > W-QTDE-CAMPOS.
           IF W-QTDE-NAO-NUM > ZEROS
              DISPLAY "*** " W-QTDE-NAO-NUM " VALOR(ES) NAO NUMERICO(S)"
                      " FICARAM FORA DA SOMA".
       FIM-MOSTRA-TOTAIS-SOMA.
           EXIT.

       MOSTRA-UM-TOTAL.
           IF TS-DECIMAIS(W-IND-SOMA) = ZEROS
              MOVE TS-TOTAL(W-IND-SOMA) TO W-SM-INT-ED
              DISPLAY "CAMPO " TS-POSICAO(W-IND-SOMA) "/"
                      TS-TAMANHO(W-IND-SOMA) " TOTAL " W-SM-INT-ED
              GO TO FIM-MOSTRA-UM-TOTAL.
           COMPUTE W-SM-DIVISOR = 10 ** TS-DECIMAIS(W-IND-SOMA)
           DIVIDE TS-TOTAL(W-IND-SOMA) BY W-SM-DIVISOR
                  GIVING W-SM-INTEIRO REMAINDER W-SM-FRACAO
           MOVE W-SM-INTEIRO TO W-SM-INT-ED
           DISPLAY "CAMPO " TS-POSICAO(W-IND-SOMA) "/"
                   TS-TAMANHO(W-IND-SOMA) " TOTAL " W-SM-INT-ED ","
                   W-SM-FRACAO-X (10 - TS-DECIMAIS(W-IND-SOMA) :
                                  TS-DECIMAIS(W-IND-SOMA)).
       FIM-MOSTRA-UM-TOTAL.
           EXIT.

      *****************************************************************
      *    CARREGA-PERFIL-SOMA: OS CAMPOS DO PERFIL PEDIDO EM
      *    SORT_SOMA.TXT (ATE' 10 SOMADOS E UM DE CONTAGEM). PERFIL
      *    AUSENTE, SEM CAMPO SOMADO OU COM CAMPO FORA DO REGISTRO
      *    RECUSA A RODADA ANTES DE LER A ENTRADA.
      *****************************************************************
       CARREGA-PERFIL-SOMA.
           MOVE ZEROS TO W-QTDE-CAMPOS W-CONT-POS W-CONT-TAM
           MOVE "SORT_SOMA.TXT" TO W-PM-ARQUIVO
           PERFORM ANOTA-PARAMETRO THRU FIM-ANOTA-PARAMETRO
           IF W-PERFIL-SOMA = SPACES
              MOVE "PERFIL DE SOMA NAO INFORMADO" TO W-MOT-INCID
              GO TO RECUSA-PERFIL-SOMA.
           OPEN INPUT PSOMA
           IF W-FS-SOMA NOT EQUAL "00"
              MOVE "SORT_SOMA.TXT AUSENTE" TO W-MOT-INCID
              GO TO RECUSA-PERFIL-SOMA.
       LE-PERFIL-SOMA.
           READ PSOMA AT END
              CLOSE PSOMA
              GO TO AVALIA-PERFIL-SOMA.
           IF SM-PERFIL NOT EQUAL W-PERFIL-SOMA
              GO TO LE-PERFIL-SOMA.
           IF SM-POSICAO NOT NUMERIC OR SM-TAMANHO NOT NUMERIC
              OR SM-POSICAO = ZEROS OR SM-TAMANHO = ZEROS
              OR SM-TAMANHO > 18
              OR SM-POSICAO + SM-TAMANHO - 1 > 3281
              CLOSE PSOMA
              MOVE "CAMPO INVALIDO NO PERFIL DE SOMA" TO W-MOT-INCID
              GO TO RECUSA-PERFIL-SOMA.
           IF SM-TIPO = "C"
              MOVE SM-POSICAO TO W-CONT-POS
              MOVE SM-TAMANHO TO W-CONT-TAM
              GO TO LE-PERFIL-SOMA.
           IF SM-TIPO NOT = "S"
              GO TO LE-PERFIL-SOMA.
           IF W-QTDE-CAMPOS NOT < 10
              CLOSE PSOMA
              MOVE "PERFIL DE SOMA COM MAIS DE 10 CAMPOS"
                   TO W-MOT-INCID
              GO TO RECUSA-PERFIL-SOMA.
           ADD 1 TO W-QTDE-CAMPOS
           MOVE SM-POSICAO TO TS-POSICAO(W-QTDE-CAMPOS)
           MOVE SM-TAMANHO TO TS-TAMANHO(W-QTDE-CAMPOS)
           MOVE ZEROS      TO TS-DECIMAIS(W-QTDE-CAMPOS)
           IF SM-DECIMAIS NUMERIC
              MOVE SM-DECIMAIS TO TS-DECIMAIS(W-QTDE-CAMPOS).
           MOVE ZEROS TO TS-ACUM(W-QTDE-CAMPOS)
                         TS-TOTAL(W-QTDE-CAMPOS)
           GO TO LE-PERFIL-SOMA.
       AVALIA-PERFIL-SOMA.
           IF W-QTDE-CAMPOS NOT = ZEROS
              GO TO FIM-CARREGA-PERFIL-SOMA.
           MOVE "PERFIL DE SOMA SEM CAMPO SOMADO" TO W-MOT-INCID.
       RECUSA-PERFIL-SOMA.
           DISPLAY W-MOT-INCID " (" W-PERFIL-SOMA ")"
           PERFORM GRAVA-INCIDENTE THRU FIM-GRAVA-INCIDENTE
           STOP RUN.
       FIM-CARREGA-PERFIL-SOMA.
           EXIT.
      ****************************************************************

      *-----------------------------------------------------------
      *    ANOTA-PARAMETRO: A VERSAO DO ARQUIVO DE PARAMETROS LIDO
      *    (W-PM-ARQUIVO) VAI PARA O RUNLOG, PELO PARAMVER.
      *-----------------------------------------------------------
       ANOTA-PARAMETRO.
           MOVE    "R"       TO        W-PM-MODO
           MOVE    "SORT"    TO        W-PM-PROGRAMA
           CALL    "PARAMVER" USING    W-PARAMVER
                   ON EXCEPTION
                   DISPLAY "PARAMVER INDISPONIVEL - VERSAO DE "
                           W-PM-ARQUIVO " NAO ANOTADA"
           END-CALL.
       FIM-ANOTA-PARAMETRO.
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
