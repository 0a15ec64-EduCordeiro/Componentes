      * PREFIXO DE CEP - UMA FAIXA INTEIRA APODRECENDO APARECE DE
      * LONGE. CARTA DEVOLVIDA E' POSTAGEM QUEIMADA DUAS VEZES SE
      * NADA SE APRENDE COM ELA.
      * NO CADASTRO O CEP E' CHAVE ALTERNADA (PODE HAVER VARIOS
      * CLIENTES NO MESMO CEP): VALE O CLIENTE CUJO CODIGO DE
      * ASSINANTE E' O DA DEVOLUCAO; SEM ELE, O DE MESMO NOME; SEM
      * ELE, O UNICO CLIENTE DO CEP. VARIOS SEM NENHUM CASAMENTO
      * SAEM COMO CADASTRO=A (AMBIGUO) E NADA E' MARCADO.
      *
      * LAYOUT DE DEVOLVIDAS.TXT:
      *   01-09 CODIGO DO ASSINANTE (OU BRANCOS)
           SELECT CLIENTE ASSIGN TO "CLIENTE.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLIENTE-CODIGO
           ALTERNATE RECORD KEY IS CLIENTE-CEP WITH DUPLICATES
           ALTERNATE RECORD KEY IS CLIENTE-NOME WITH DUPLICATES
           FILE STATUS IS FS-CLIENTE.

           02 CLIENTE-TELEFONE PIC X(015).
           02 CLIENTE-EMAIL    PIC X(050).
           02 CLIENTE-PREF-CON PIC X(001).
      *    CODIGO DO CLIENTE (CHAVE PRINCIPAL, GERADO NA INCLUSAO)
      *    E VINCULO COM O CODIGO DO ASSINANTE (E-COD-ASS DO XPGR47).
           02 CLIENTE-CODIGO   PIC 9(009).
           02 CLIENTE-COD-ASS  PIC X(009).

      *-----------------------------------------------------------
      *    MARCA DE ENDERECO SUSPEITO CONSULTADA PELAS TELAS DE
      *    MANUTENCAO DO LISTA_CLIENTE: CEP, MOTIVO E DATA DA
      *    ULTIMA DEVOLUCAO E O CODIGO DO CLIENTE MARCADO.
      *-----------------------------------------------------------
       FD  PSUSP.
       01  REG-SUSP.
           03 SP-MOTIVO      PIC X(03).
           03 FILLER         PIC X(02).
           03 SP-DATA        PIC X(08).
           03 FILLER         PIC X(02).
           03 SP-CODIGO      PIC 9(09).

       FD  RELAT
        LABEL RECORD IS STANDARD
       77 W-JA-SUSPEITO    PIC X(01) VALUE "N".
       77 W-QT-PREFIXOS    PIC 9(03) VALUE ZEROS.
       77 W-CEP-NUM        PIC 9(08) VALUE ZEROS.
       77 W-CLI-ABERTO     PIC X(01) VALUE "N".
       77 W-QT-MESMO-CEP   PIC 9(04) VALUE ZEROS.
       77 W-COD-ACHADO     PIC 9(09) VALUE ZEROS.
       77 W-COD-NOME       PIC 9(09) VALUE ZEROS.
       77 W-COD-UNICO      PIC 9(09) VALUE ZEROS.
       77 W-FS-MOTIV       PIC X(02) VALUE SPACES.
       77 W-FS-HITS        PIC X(02) VALUE SPACES.
       77 W-FS-ACOES       PIC X(02) VALUE SPACES.
       01 TAB-SUSP-EXIST.
          02 W-QT-SUSP-EX  PIC 9(04) VALUE ZEROS.
          02 SE-CEP        PIC 9(08) OCCURS 2000 TIMES.
          02 SE-COD        PIC 9(09) OCCURS 2000 TIMES.
       01 TAB-PREFIXOS.
          02 PF-ENT OCCURS 200 TIMES.
             03 PF-PREF    PIC X(05).
       77  W-TRVC-TOMADA       PIC X(001) VALUE "N".
       01  W-DATA-TRVC         PIC 9(006) VALUE ZEROS.
       01  W-HORA-TRVC         PIC 9(006) VALUE ZEROS.
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
           PERFORM ESCOLHE-AMBIENTE    THRU FIM-ESCOLHE-AMBIENTE
           PERFORM TOMA-TRAVA-CLIENTE THRU FIM-TOMA-TRAVA-CLIENTE.
           PERFORM CARREGA-ROTEIRO THRU FIM-CARREGA-ROTEIRO.
           PERFORM CARREGA-SUSPEITOS THRU FIM-CARREGA-SUSPEITOS.
           OPEN INPUT CLIENTE.
           IF FS-CLIENTE NOT = "00"
              DISPLAY "AVISO: CLIENTE.TXT INDISPONIVEL - SEM "
                      "CONFRONTO COM O CADASTRO"
           ELSE
              MOVE "S" TO W-CLI-ABERTO.
           OPEN OUTPUT RELAT
           WRITE REG-RELAT FROM W-CAB-AMBIENTE
           OPEN EXTEND PSUSP
           IF W-FS-SUSP NOT = "00"
              OPEN OUTPUT PSUSP.
           PERFORM RANQUEIA-PREFIXOS THRU FIM-RANQUEIA-PREFIXOS.
           PERFORM REGRAVA-HITS THRU FIM-REGRAVA-HITS.

           CLOSE PDEVOL RELAT PSUSP
           PERFORM ARQUIVA-RELATORIO THRU FIM-ARQUIVA-RELATORIO.
           IF W-CLI-ABERTO = "S"
              CLOSE CLIENTE.
           DISPLAY "DEVOLUCOES LIDAS.........: " W-QT-DEVOL
           DISPLAY "CASARAM COM O ROTEIRO....: " W-QT-ROTEIRO
              GO TO LE-SUSPEITO.
           ADD 1 TO W-QT-SUSP-EX
           MOVE SP-CEP TO SE-CEP(W-QT-SUSP-EX)
           MOVE ZEROS  TO SE-COD(W-QT-SUSP-EX)
           IF SP-CODIGO NUMERIC
              MOVE SP-CODIGO TO SE-COD(W-QT-SUSP-EX).
           GO TO LE-SUSPEITO.
       FIM-CARREGA-SUSPEITOS.
           EXIT.

      *-----------------------------------------------------------
      *    PROCESSA-DEVOL: UMA DEVOLUCAO POR VEZ - CONFRONTO COM O
      *    ROTEIRO (NOME), COM O CADASTRO (CEP E CODIGO DO
      *    ASSINANTE OU NOME) E ACUMULO POR
      *    PREFIXO DE CEP; CLIENTE ATINGIDO VIRA SUSPEITO.
      *-----------------------------------------------------------
       PROCESSA-DEVOL.
              ADD 1 TO W-QT-ROTEIRO.

           MOVE "N" TO W-NO-CADASTRO
           MOVE ZEROS TO W-COD-ACHADO
           IF W-CLI-ABERTO = "S" AND DV-CEP NUMERIC
              MOVE DV-CEP TO W-CEP-NUM
              PERFORM LOCALIZA-CLIENTE THRU FIM-LOCALIZA-CLIENTE
              IF W-NO-CADASTRO = "S"
                 ADD 1 TO W-QT-CADASTRO
                 PERFORM APLICA-POLITICA THRU FIM-APLICA-POLITICA
              END-IF
           END-IF

           PERFORM ACUMULA-PREFIXO THRU FIM-ACUMULA-PREFIXO
                  " MOTIVO " DV-MOTIVO
                  " ROTEIRO=" W-NO-ROTEIRO
                  " CADASTRO=" W-NO-CADASTRO
                  " CLIENTE=" W-COD-ACHADO
                  DELIMITED BY SIZE INTO REG-RELAT
           WRITE REG-RELAT.
       FIM-PROCESSA-DEVOL.
           EXIT.

      *-----------------------------------------------------------
      *    LOCALIZA-CLIENTE: VARRE OS CLIENTES DO CEP DA DEVOLUCAO
      *    PELA CHAVE ALTERNADA E ESCOLHE UM (VIDE CABECALHO). ACHOU
      *    = REG-CLIENTE LIDO PELO CODIGO E W-NO-CADASTRO "S".
      *-----------------------------------------------------------
       LOCALIZA-CLIENTE.
           MOVE ZEROS TO W-QT-MESMO-CEP W-COD-NOME W-COD-UNICO
           MOVE W-CEP-NUM TO CLIENTE-CEP
           START CLIENTE KEY EQUAL CLIENTE-CEP
               INVALID KEY
                   GO TO FIM-LOCALIZA-CLIENTE.
       LE-MESMO-CEP.
           READ CLIENTE NEXT AT END
                GO TO DECIDE-CLIENTE.
           IF CLIENTE-CEP NOT = W-CEP-NUM
              GO TO DECIDE-CLIENTE.
           ADD 1 TO W-QT-MESMO-CEP
           IF W-QT-MESMO-CEP = 1
              MOVE CLIENTE-CODIGO TO W-COD-UNICO.
           IF DV-COD NOT = SPACES AND CLIENTE-COD-ASS = DV-COD
              MOVE CLIENTE-CODIGO TO W-COD-ACHADO
              GO TO DECIDE-CLIENTE.
           IF CLIENTE-NOME (1 : 30) = DV-NOME AND W-COD-NOME = ZEROS
              MOVE CLIENTE-CODIGO TO W-COD-NOME.
           GO TO LE-MESMO-CEP.
       DECIDE-CLIENTE.
           IF W-COD-ACHADO = ZEROS
              MOVE W-COD-NOME TO W-COD-ACHADO.
           IF W-COD-ACHADO = ZEROS AND W-QT-MESMO-CEP = 1
              MOVE W-COD-UNICO TO W-COD-ACHADO.
           IF W-COD-ACHADO = ZEROS AND W-QT-MESMO-CEP > 1
              MOVE "A" TO W-NO-CADASTRO.
           IF W-COD-ACHADO = ZEROS
              GO TO FIM-LOCALIZA-CLIENTE.
           MOVE W-COD-ACHADO TO CLIENTE-CODIGO
           READ CLIENTE KEY IS CLIENTE-CODIGO
               INVALID KEY
                   MOVE ZEROS TO W-COD-ACHADO
                   GO TO FIM-LOCALIZA-CLIENTE.
           MOVE "S" TO W-NO-CADASTRO.
       FIM-LOCALIZA-CLIENTE.
           EXIT.

       PROCURA-ROTEIRO.
           IF NR-NOME(W-IND) = DV-NOME
              MOVE "S" TO W-NO-ROTEIRO.
           ADD 1 TO W-QT-SUSP-NOVOS
           IF W-QT-SUSP-EX < 2000
              ADD 1 TO W-QT-SUSP-EX
              MOVE W-CEP-NUM TO SE-CEP(W-QT-SUSP-EX)
              MOVE CLIENTE-CODIGO TO SE-COD(W-QT-SUSP-EX).
           MOVE SPACES TO REG-SUSP
           MOVE W-CEP-NUM TO SP-CEP
           MOVE DV-MOTIVO TO SP-MOTIVO
           MOVE DV-DATA   TO SP-DATA
           MOVE CLIENTE-CODIGO TO SP-CODIGO
           WRITE REG-SUSP.
       FIM-MARCA-SUSPEITO.
           EXIT.

      *    MARCA ANTIGA, SEM CODIGO, VALE PARA O CEP INTEIRO.
       TESTA-SUSPEITO.
           IF SE-COD(W-IND) = CLIENTE-CODIGO
              MOVE "S" TO W-JA-SUSPEITO.
           IF SE-COD(W-IND) = ZEROS AND SE-CEP(W-IND) = W-CEP-NUM
              MOVE "S" TO W-JA-SUSPEITO.
       FIM-TESTA-SUSPEITO.
           EXIT.

      *-----------------------------------------------------------
      *    APLICA-POLITICA: O MOTIVO DA DEVOLUCAO DECIDE O DESTINO
      *    DO CLIENTE ATINGIDO (REG-CLIENTE JA LIDO PELO CODIGO):
      *      "F" (OU MOTIVO SEM LINHA) - MARCA SUSPEITO, O DE SEMPRE;
      *      "S" - SUPRIME DE IMEDIATO (LISTA NAO-PERTURBE) E MARCA;
      *      "A" - SOMA A OCORRENCIA E SUPRIME AO ATINGIR O LIMITE;
           CLOSE   PTRAVAC.
       FIM-LIBERA-TRAVA-CLIENTE.
           EXIT.

      *-----------------------------------------------------------
      *    ARQUIVA-RELATORIO: COPIA DATADA DO RELATORIO NO ARQUIVO
      *    DE RELATORIOS (ARQREL, INDICE ARQUIVO_REL.TXT) - A
      *    PROXIMA RODADA REGRAVA O RELATORIO NO MESMO NOME.
      *-----------------------------------------------------------
       ARQUIVA-RELATORIO.
           MOVE SPACES TO W-ARQREL
           MOVE "DEVOLUCAO_REL.TXT" TO W-AQ-ARQUIVO
           MOVE "DEVOLUCAO" TO W-AQ-PROGRAMA
           CALL "ARQREL" USING W-ARQREL
               ON EXCEPTION
                  MOVE "9" TO W-AQ-RET
           END-CALL
           IF W-AQ-RET NOT EQUAL "0"
              DISPLAY "RELATORIO " W-AQ-ARQUIVO
                      " NAO ARQUIVADO (ARQUIVO_REL.TXT)".
       FIM-ARQUIVA-RELATORIO.
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
           MOVE W-AM-NOME TO W-CA-NOME
           DISPLAY "AMBIENTE: "        W-AM-NOME.
       FIM-ESCOLHE-AMBIENTE.
           EXIT.
