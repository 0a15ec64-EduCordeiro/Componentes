           SELECT CLIENTE ASSIGN TO "CLIENTE.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
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

       FD  SUSPEITOS.
       01  REG-SUSPEITO.
           02 SP-MOTIVO        PIC X(003).
           02 FILLER           PIC X(002).
           02 SP-DATA          PIC X(008).
           02 FILLER           PIC X(002).
           02 SP-CODIGO        PIC 9(009).

       FD  REVISAO.
       01  REG-REVISAO.
           02 RD-SCORE         PIC 9(003).
           02 FILLER           PIC X(002).
           02 RD-NOME          PIC X(040).
           02 FILLER           PIC X(002).
           02 RD-COD1          PIC 9(009).
           02 FILLER           PIC X(002).
           02 RD-COD2          PIC 9(009).

       FD  FAIXAS.
       01  REG-FAIXA.
           02 FILLER           PIC X(002).
           02 JR-COD           PIC X(004).
           02 FILLER           PIC X(002).
           02 JR-ANTES         PIC X(295).
           02 FILLER           PIC X(002).
           02 JR-DEPOIS        PIC X(295).

       FD  RELAT.
       01  REG-RELAT           PIC X(132).
       77  W-ED-LIQ            PIC +Z.ZZZ.ZZ9.
       77  W-ED-PCT            PIC ZZ9.

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
           ACCEPT  W-HOJE    FROM      DATE YYYYMMDD
           COMPUTE W-HOJE-SERIAL = (W-HOJE-AA * 360)
                                 + (W-HOJE-MM * 30) + W-HOJE-DD
                   DISPLAY "ERRO AO CRIAR SAUDE_CADASTRO.TXT = "
                           FS-RELAT
                   STOP RUN.
           WRITE REG-RELAT FROM W-CAB-AMBIENTE
           PERFORM CARREGA-FAIXAS      THRU FIM-CARREGA-FAIXAS
           PERFORM VARRE-CADASTRO      THRU FIM-VARRE-CADASTRO
           PERFORM APURA-SUSPEITOS     THRU FIM-APURA-SUSPEITOS
           PERFORM APURA-JORNAL        THRU FIM-APURA-JORNAL
           PERFORM IMPRIME-RELATORIO   THRU FIM-IMPRIME-RELATORIO
           CLOSE   RELAT
           PERFORM ARQUIVA-RELATORIO   THRU FIM-ARQUIVA-RELATORIO
           DISPLAY "CLIENTES NO CADASTRO ....: " W-QT-CLIENTES
           DISPLAY "SUSPEITOS ...............: " W-QT-SUSPEITOS
           DISPLAY "DUPLICATAS EM REVISAO ...: " W-QT-DUPLICATAS
           MOVE    SPACES    TO        W-LINHA.
       FIM-GRAVA-LINHA.
           EXIT.

      *-----------------------------------------------------------
      *    ARQUIVA-RELATORIO: COPIA DATADA DO RELATORIO NO ARQUIVO
      *    DE RELATORIOS (ARQREL, INDICE ARQUIVO_REL.TXT) - A
      *    PROXIMA RODADA REGRAVA O RELATORIO NO MESMO NOME.
      *-----------------------------------------------------------
       ARQUIVA-RELATORIO.
           MOVE    SPACES    TO        W-ARQREL
           MOVE    "SAUDE_CADASTRO.TXT"
                   TO        W-AQ-ARQUIVO
           MOVE    "SAUDECLI"          TO        W-AQ-PROGRAMA
           CALL    "ARQREL"  USING     W-ARQREL
                   ON EXCEPTION
                   MOVE      "9"       TO        W-AQ-RET
           END-CALL
           IF      W-AQ-RET  NOT       EQUAL     "0"
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
