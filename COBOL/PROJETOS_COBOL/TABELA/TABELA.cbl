           02 W-ANO-CLASSIF      PIC 9(004).
           02 W-MES-CLASSIF      PIC 9(002).
           02 W-DIA-CLASSIF      PIC 9(002).
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

      *-----------------------------------------------------------
      *    LK-DATA-SISTEMA/LK-TABELA ARE PASSED BY REFERENCE WHEN

           GOBACK.

      *---------------------------------------------------------
      *    PONTO DE ENTRADA ALTERNATIVO: O MESMO PROXIMO DIA UTIL
      *    (ESTRITAMENTE POSTERIOR A LK-DATA-SISTEMA), MAS NA PRACA
      *    DA UF INFORMADA - OS FERIADOS DAQUELA UF TAMBEM CONTAM,
      *    COMO NO TABELA-UF. USADO NO VENCIMENTO DAS PARCELAS, QUE
      *    CAINDO EM FERIADO LOCAL SO' VENCE NO DIA UTIL SEGUINTE.
      *---------------------------------------------------------
       ENTRY "TABELA-PROX-UTIL-UF"
           USING LK-DATA-SISTEMA LK-UF LK-DATA-PROX-UTIL.
       PROX-UTIL-UF-PROCEDURE.
           MOVE LK-UF TO W-UF-FILTRO
           IF LK-DATA-SISTEMA EQUAL ZEROS
               ACCEPT   LK-DATA-SISTEMA FROM DATE YYYYMMDD.

           PERFORM CARREGA-FERIADOS

           MOVE LK-DATA-SISTEMA TO INTEIRODATA
           COMPUTE W-INT-DATA = FUNCTION INTEGER-OF-DATE(INTEIRODATA)
           MOVE ZEROS TO W-TENTATIVAS
           MOVE "N" TO W-ACHOU-PROX-UTIL

           PERFORM UNTIL W-ACHOU-PROX-UTIL EQUAL "S"
                   OR W-TENTATIVAS > 3650
               ADD 1 TO W-INT-DATA
               ADD 1 TO W-TENTATIVAS
               COMPUTE INTEIRODATA =
                   FUNCTION DATE-OF-INTEGER(W-INT-DATA)
               MOVE INTEIRODATA TO LK-DATA-SISTEMA
               PERFORM VERIFICA-DIA-UTIL
               IF W-CLASSIFICACAO EQUAL 1
                   MOVE "S" TO W-ACHOU-PROX-UTIL
               END-IF
           END-PERFORM

           MOVE LK-DATA-SISTEMA TO LK-DATA-PROX-UTIL

           GOBACK.

      *---------------------------------------------------------
      *    PONTO DE ENTRADA ALTERNATIVO: DEVOLVE EM LK-DATA-PROX-UTIL
      *    O N-ESIMO (LK-N-UTIL-MES) DIA UTIL DO MES/ANO INFORMADO
               CLOSE TAB-ANO-SAIDA
           END-IF.

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

      *---------------------------------------------------------
      *    CARREGA O CALENDARIO DE FERIADOS EM TAB-FERIADOS, SE O
      *    ARQUIVO EXISTIR. NA AUSENCIA DO ARQUIVO, SEGUE SO COM
      *    A CLASSIFICACAO POR DIA DA SEMANA. TODO PONTO DE ENTRADA
      *    PASSA POR AQUI ANTES DE TOCAR EM DISCO, ENTAO O AMBIENTE
      *    E' ESCOLHIDO AQUI (CHAMADO DE OUTRO PROGRAMA, O AMBIENTE
      *    JA' RESOLVIDO SO' E' DEVOLVIDO).
      *---------------------------------------------------------
       CARREGA-FERIADOS.
           PERFORM ESCOLHE-AMBIENTE
           MOVE ZEROS TO W-QT-FERIADOS
           OPEN INPUT FERIADOS
           IF FS-FERIADOS EQUAL "00"
