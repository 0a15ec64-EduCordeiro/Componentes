      *
      *  CONSULTA DO HISTORICO DE UM CLIENTE NO JORNAL DE MANUTENCAO
      *  (JORNAL_CLIENTE.TXT), NOS MOLDES DO CONSEXC: A CHAVE E' O
      *  CEP, O NOME (PREFIXO) OU O CODIGO DO CLIENTE - ESTE O UNICO
      *  QUE SEPARA DOIS CLIENTES DO MESMO CEP - E SAEM EM ORDEM
      *  TODAS AS OPERACOES DO CLIENTE - QUEM MEXEU, QUANDO, E CADA
      *  CAMPO ALTERADO COM O VALOR ANTIGO E O NOVO. E' A PERGUNTA
      *  QUE O SUPERVISOR FAZ SEMPRE QUE UM REGISTRO PARECE ERRADO,
      *  RESPONDIDA SEM ROLAR O JORNAL INTEIRO NO OLHO.
      *
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
              03 JA-TELEFONE   PIC X(015).
              03 JA-EMAIL      PIC X(050).
              03 JA-PREF       PIC X(001).
              03 JA-CODIGO     PIC X(009).
              03 JA-COD-ASS    PIC X(009).
           02 FILLER           PIC X(002).
           02 JR-DEPOIS.
              03 JD-NOME       PIC X(040).
              03 JD-TELEFONE   PIC X(015).
              03 JD-EMAIL      PIC X(050).
              03 JD-PREF       PIC X(001).
              03 JD-CODIGO     PIC X(009).
              03 JD-COD-ASS    PIC X(009).

       WORKING-STORAGE  SECTION.
       77  W-FS-JORNAL            PIC X(002) VALUE SPACES.
       77  W-OPCAO                PIC X(001) VALUE SPACES.
       77  W-CEP-BUSCA            PIC X(008) VALUE SPACES.
       77  W-COD-BUSCA            PIC 9(009) VALUE ZEROS.
       77  W-NOME-BUSCA           PIC X(040) VALUE SPACES.
       77  W-TAM-BUSCA            PIC 9(002) VALUE ZEROS.
       77  W-QT-LIDAS             PIC 9(006) VALUE ZEROS.
       77  W-CAMPO-D              PIC X(080) VALUE SPACES.
       77  W-ROTULO               PIC X(008) VALUE SPACES.

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
           DISPLAY "CONSCLI - HISTORICO DE UM CLIENTE NO JORNAL"
           DISPLAY "BUSCA POR (1=CEP 2=NOME 3=CODIGO): "
           ACCEPT  W-OPCAO
           IF      W-OPCAO   EQUAL     "1"
                   DISPLAY "CEP (8 DIGITOS)....: "
                           DISPLAY "NADA A PROCURAR"
                           STOP RUN
                   END-IF
                ELSE IF W-OPCAO  EQUAL     "3"
                   DISPLAY "CODIGO DO CLIENTE..: "
                   ACCEPT  W-COD-BUSCA
                ELSE
                   DISPLAY "OPCAO INVALIDA"
                   STOP RUN.
                   OR        JD-CEP    EQUAL     W-CEP-BUSCA
                             MOVE      "S"       TO        W-CASA
                   END-IF
           ELSE IF W-OPCAO   EQUAL     "3"
                   IF        JA-CODIGO EQUAL     W-COD-BUSCA
                   OR        JD-CODIGO EQUAL     W-COD-BUSCA
                             MOVE      "S"       TO        W-CASA
                   END-IF
           ELSE
                   IF        JA-NOME (1 : W-TAM-BUSCA) EQUAL
                             W-NOME-BUSCA (1 : W-TAM-BUSCA)
           DISPLAY " "
           DISPLAY JR-OPER " EM " JR-DATA " " JR-HORA
                   "  OPERADOR " JR-COD
           IF      JD-CODIGO NOT       EQUAL     SPACES
                   DISPLAY "  CLIENTE " JD-CODIGO
           ELSE
                   DISPLAY "  CLIENTE " JA-CODIGO.
           PERFORM MOSTRA-DIFERENCAS   THRU FIM-MOSTRA-DIFERENCAS.
       FIM-CONSULTA-LINHA.
           EXIT.
           MOVE    "PREF"    TO        W-ROTULO
           MOVE    JA-PREF   TO        W-CAMPO-A
           MOVE    JD-PREF   TO        W-CAMPO-D
           PERFORM MOSTRA-CAMPO        THRU FIM-MOSTRA-CAMPO
           MOVE    "COD.ASS" TO        W-ROTULO
           MOVE    JA-COD-ASS          TO        W-CAMPO-A
           MOVE    JD-COD-ASS          TO        W-CAMPO-D
           PERFORM MOSTRA-CAMPO        THRU FIM-MOSTRA-CAMPO.
       FIM-MOSTRA-DIFERENCAS.
           EXIT.
           DISPLAY "       => " W-CAMPO-D (1 : 50).
       FIM-MOSTRA-CAMPO.
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
