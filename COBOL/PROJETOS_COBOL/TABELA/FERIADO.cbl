       77  W-PASCOA              PIC 9(008) VALUE ZEROS.
       77  W-PASCOA-INT          PIC 9(008) VALUE ZEROS.
       77  W-MOVEL               PIC 9(008) VALUE ZEROS.
      *-----------------------------------------------------------
      *    AMBIENTE DE EXECUCAO (PRODUCAO, HOMOLOG OU TESTE) - O
      *    AMBIENTE POSICIONA NO DIRETORIO DO AMBIENTE ANTES DE
      *    QUALQUER ARQUIVO SER ABERTO.
      *-----------------------------------------------------------
       01  W-AMBIENTE.
           02 W-AM-NOME          PIC X(010).
           02 W-AM-DIRETORIO     PIC X(060).
           02 W-AM-PRODUCAO      PIC X(001).
           02 W-AM-RET           PIC X(001).
           02 W-AM-MENSAGEM      PIC X(040).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM ESCOLHE-AMBIENTE
           DISPLAY "AMBIENTE: " W-AM-NOME
           PERFORM CARREGA-FERIADOS
           PERFORM UNTIL W-OPCAO EQUAL "5"
               DISPLAY " "
            STOP RUN.
      ** add other procedures here

      *---------------------------------------------------------
      *    ESCOLHE-AMBIENTE: PRODUCAO, HOMOLOG OU TESTE, PELO
      *    AMBIENTE.TXT. COM O AMBIENTE RECUSADO O PROGRAMA NAO RODA.
      *---------------------------------------------------------
       ESCOLHE-AMBIENTE.
           CALL "AMBIENTE" USING W-AMBIENTE
               ON EXCEPTION
                   MOVE "9" TO W-AM-RET
                   MOVE "PROGRAMA AMBIENTE INDISPONIVEL"
                       TO W-AM-MENSAGEM
           END-CALL
           IF W-AM-RET NOT EQUAL "0"
               DISPLAY "AMBIENTE RECUSADO - " W-AM-MENSAGEM
               STOP RUN
           END-IF.

       CARREGA-FERIADOS.
           MOVE ZEROS TO W-QT-FERIADOS
           OPEN INPUT FERIADOS
