       IDENTIFICATION DIVISION.
       PROGRAM-ID.      AMBIENTE.
      *------------------------------------------------------------
      * AMBIENTE DE EXECUCAO DO PARQUE (PRODUCAO, HOMOLOGACAO OU
      * TESTE). CHAMADO (CALL "AMBIENTE") NO INICIO DE CADA
      * PROGRAMA, ANTES DE QUALQUER ARQUIVO SER ABERTO.
      *
      * O AMBIENTE VEM DO AMBIENTE.TXT DO DIRETORIO DE PARTIDA:
      *    01-10 NOME       PRODUCAO / HOMOLOG / TESTE
      *    13-72 DIRETORIO  ONDE ESTAO OS ARQUIVOS DO AMBIENTE
      * SEM AMBIENTE.TXT (OU COM O NOME EM BRANCO) E' PRODUCAO NO
      * PROPRIO DIRETORIO, COMO SEMPRE FOI.
      *
      * COM DIRETORIO INFORMADO, O PROGRAMA PASSA A TRABALHAR NELE
      * (CBL_CHANGE_DIR) - TODOS OS NOMES FIXOS (CLIENTE.TXT,
      * RUNLOG.TXT, OPERADOR.TXT, SESSAO.TXT ...) PASSAM A SER OS
      * DO AMBIENTE, SEM MEXER NOS PROGRAMAS. O DIRETORIO DO
      * AMBIENTE SE IDENTIFICA PELO PROPRIO AMBIENTE.TXT (SO' O
      * NOME, DIRETORIO EM BRANCO); NA FALTA DELE, E' GRAVADO AQUI -
      * ASSIM O PROXIMO PROGRAMA DA SESSAO (CHAIN), QUE JA' PARTE
      * DE DENTRO DO DIRETORIO, CONTINUA NO MESMO AMBIENTE E NUNCA
      * SE JULGA EM PRODUCAO POR ENGANO.
      *
      * O AMBIENTE E' RESOLVIDO UMA VEZ POR RODADA; AS CHAMADAS
      * SEGUINTES SO' DEVOLVEM O QUE JA' FOI ESCOLHIDO.
      *
      * RETORNO EM LK-AM-RET (COM O MOTIVO EM LK-AM-MENSAGEM):
      *    "0" AMBIENTE ESCOLHIDO
      *    "9" AMBIENTE.TXT INVALIDO, DIRETORIO INACESSIVEL OU
      *        DIRETORIO DE OUTRO AMBIENTE - O PROGRAMA NAO RODA
      *------------------------------------------------------------
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT       PAMBIENTE      ASSIGN    TO   DISK
                        ORGANIZATION             IS   LINE SEQUENTIAL
                        FILE STATUS              IS   W-FS-AMBIENTE
                        ACCESS         MODE      IS   SEQUENTIAL.

       DATA        DIVISION.
       FILE        SECTION.
       FD  PAMBIENTE
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "AMBIENTE.TXT".
       01  REG-AMBIENTE.
           02  AM-NOME            PIC X(010).
           02  FILLER             PIC X(002).
           02  AM-DIRETORIO       PIC X(060).

       WORKING-STORAGE  SECTION.
       77  W-FS-AMBIENTE          PIC X(002) VALUE SPACES.
       77  W-RESOLVIDO            PIC X(001) VALUE "N".
       77  W-NOME                 PIC X(010) VALUE SPACES.
       77  W-DIRETORIO            PIC X(060) VALUE SPACES.
       77  W-PRODUCAO             PIC X(001) VALUE "N".
       77  W-NOME-DESTINO         PIC X(010) VALUE SPACES.
       77  W-DIR-DESTINO          PIC X(060) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-AMBIENTE.
      *    SAIDA
           02  LK-AM-NOME         PIC X(010).
           02  LK-AM-DIRETORIO    PIC X(060).
           02  LK-AM-PRODUCAO     PIC X(001).
           02  LK-AM-RET          PIC X(001).
           02  LK-AM-MENSAGEM     PIC X(040).

       PROCEDURE DIVISION USING LK-AMBIENTE.
       INICIO.
           MOVE    "0"       TO        LK-AM-RET
           MOVE    SPACES    TO        LK-AM-MENSAGEM
           IF      W-RESOLVIDO         EQUAL     "S"
                   GO        DEVOLVE.
           MOVE    SPACES    TO        W-NOME W-DIRETORIO
           OPEN    INPUT     PAMBIENTE
           IF      W-FS-AMBIENTE       EQUAL     "00"
                   READ      PAMBIENTE AT        END
                             MOVE      SPACES    TO   REG-AMBIENTE
                   END-READ
                   MOVE      AM-NOME   TO        W-NOME
                   MOVE      AM-DIRETORIO        TO   W-DIRETORIO
                   CLOSE     PAMBIENTE.
           IF      W-NOME    EQUAL     SPACES
                   MOVE      "PRODUCAO"          TO   W-NOME.
           IF      W-NOME    NOT EQUAL "PRODUCAO"
           AND     W-NOME    NOT EQUAL "HOMOLOG"
           AND     W-NOME    NOT EQUAL "TESTE"
                   MOVE      "9"       TO        LK-AM-RET
                   MOVE      "NOME DESCONHECIDO EM AMBIENTE.TXT"
                             TO        LK-AM-MENSAGEM
                   GO        DEVOLVE-RECUSA.
           MOVE    "N"       TO        W-PRODUCAO
           IF      W-NOME    EQUAL     "PRODUCAO"
                   MOVE      "S"       TO        W-PRODUCAO.
           IF      W-DIRETORIO         NOT EQUAL SPACES
                   PERFORM   MUDA-DIRETORIO THRU FIM-MUDA-DIRETORIO
                   IF        LK-AM-RET NOT EQUAL "0"
                             GO        DEVOLVE-RECUSA.
           MOVE    "S"       TO        W-RESOLVIDO.
       DEVOLVE.
           MOVE    W-NOME    TO        LK-AM-NOME
           MOVE    W-DIRETORIO         TO        LK-AM-DIRETORIO
           MOVE    W-PRODUCAO          TO        LK-AM-PRODUCAO
           GO      FIM.
       DEVOLVE-RECUSA.
           MOVE    W-NOME    TO        LK-AM-NOME
           MOVE    W-DIRETORIO         TO        LK-AM-DIRETORIO
           MOVE    "N"       TO        LK-AM-PRODUCAO.
       FIM.
           GOBACK.

      *    MUDA-DIRETORIO: PASSA PARA O DIRETORIO DO AMBIENTE E
      *    CONFERE (OU GRAVA) A IDENTIFICACAO DELE.
       MUDA-DIRETORIO.
           CALL    "CBL_CHANGE_DIR"    USING     W-DIRETORIO
           IF      RETURN-CODE         NOT       EQUAL     ZEROS
                   MOVE      "9"       TO        LK-AM-RET
                   MOVE      "DIRETORIO DO AMBIENTE INACESSIVEL"
                             TO        LK-AM-MENSAGEM
                   GO        FIM-MUDA-DIRETORIO.
           MOVE    SPACES    TO        W-NOME-DESTINO W-DIR-DESTINO
           OPEN    INPUT     PAMBIENTE
           IF      W-FS-AMBIENTE       NOT       EQUAL     "00"
                   GO        IDENTIFICA-DESTINO.
           READ    PAMBIENTE AT        END
                   MOVE      SPACES    TO        REG-AMBIENTE.
           MOVE    AM-NOME   TO        W-NOME-DESTINO
           MOVE    AM-DIRETORIO        TO        W-DIR-DESTINO
           CLOSE   PAMBIENTE
           IF      W-NOME-DESTINO      NOT EQUAL W-NOME
           OR      W-DIR-DESTINO       NOT EQUAL SPACES
                   MOVE      "9"       TO        LK-AM-RET
                   MOVE      "DIRETORIO PERTENCE A OUTRO AMBIENTE"
                             TO        LK-AM-MENSAGEM.
           GO      FIM-MUDA-DIRETORIO.
       IDENTIFICA-DESTINO.
           OPEN    OUTPUT    PAMBIENTE
           IF      W-FS-AMBIENTE       NOT       EQUAL     "00"
                   MOVE      "9"       TO        LK-AM-RET
                   MOVE      "DIRETORIO DO AMBIENTE SEM GRAVACAO"
                             TO        LK-AM-MENSAGEM
                   GO        FIM-MUDA-DIRETORIO.
           MOVE    SPACES    TO        REG-AMBIENTE
           MOVE    W-NOME    TO        AM-NOME
           WRITE   REG-AMBIENTE
           CLOSE   PAMBIENTE.
       FIM-MUDA-DIRETORIO.
           EXIT.
