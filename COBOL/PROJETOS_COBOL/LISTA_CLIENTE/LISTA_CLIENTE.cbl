      *    QUE FOI ARQUIVADO. ARQUIVOS CRIADOS ANTES DESTA CHAVE
      *    PRECISAM SER RECONSTRUIDOS (DESCARGA/RECARGA) PARA
      *    GANHA-LA.
      *    A CHAVE PRINCIPAL E' O CODIGO DO CLIENTE (CLIENTE-CODIGO,
      *    GERADO NA INCLUSAO); O CEP VIROU CHAVE ALTERNADA COM
      *    DUPLICATAS - DOIS CLIENTES NO MESMO PREDIO/CONDOMINIO
      *    DEIXARAM DE BRIGAR PELA MESMA CHAVE. ARQUIVOS COM A CHAVE
      *    NO CEP PASSAM PELO MIGCOD + RECUPERA.
      *-----------------------------------------------------------
           SELECT ENTRADA ASSIGN TO "CLIENTE.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLIENTE-CODIGO
           ALTERNATE RECORD KEY IS CLIENTE-CEP WITH DUPLICATES
           ALTERNATE RECORD KEY IS CLIENTE-NOME WITH DUPLICATES
           FILE STATUS IS FS-CLIENTE.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FAIXAS.

           SELECT CEPBASE ASSIGN TO "CEP_CORREIOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LG-CEP
           FILE STATUS IS FS-CEPBASE.

           SELECT AUDITCEP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUDITCEP.
           SELECT TRANSLIT ASSIGN TO "TRANSLIT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRANSLIT.

           SELECT CODCLI ASSIGN TO "CLIENTE_COD.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CODCLI.

           SELECT DOMICILIOS ASSIGN TO "DOMICILIOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DOMICILIOS.

           SELECT ECONDOM ASSIGN TO "ECONOMIA_DOMIC.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ECONDOM.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *    DO MIGCON + RECUPERA PARA GANHAR OS CAMPOS NOVOS.
      *    PREFERENCIA DE CONTATO: C = CARTA, T = TELEFONE,
      *    E = E-MAIL (BRANCO = CARTA, PELA RETROCOMPATIBILIDADE).
      *    CODIGO DO CLIENTE E CODIGO DO ASSINANTE TAMBEM NO FIM
      *    (278-286 E 287-295): O CEP CONTINUA NAS 204-211 E O
      *    CODIGO E' QUEM IDENTIFICA O CLIENTE NO JORNAL.
       FD ENTRADA.
       01  REG-CLIENTE.
           02 CLIENTE-NOME     PIC X(040).
           02 CLIENTE-TELEFONE PIC X(015).
           02 CLIENTE-EMAIL    PIC X(050).
           02 CLIENTE-PREF-CON PIC X(001).
      *    CODIGO DO CLIENTE (CHAVE PRINCIPAL, GERADO NA INCLUSAO)
      *    E VINCULO COM O CODIGO DO ASSINANTE (E-COD-ASS DO XPGR47).
           02 CLIENTE-CODIGO   PIC 9(009).
           02 CLIENTE-COD-ASS  PIC X(009).

       FD  RELATORIO
           VALUE OF FILE-ID IS "LISTA_CLIENTE.TXT".
      *    RECONCILIACAO DE CEP DUPLICADO.
      *-----------------------------------------------------------
      *    MESMO ACRESCIMO DE CONTATO DO REG-CLIENTE; LOTES ANTIGOS
      *    (LINHAS DE 211) ENTRAM COM O CONTATO EM BRANCO. O CODIGO
      *    DO ASSINANTE (OPCIONAL) VEM NO FIM; O CODIGO DO CLIENTE
      *    E' SEMPRE GERADO NA CARGA.
       FD  NOVOS.
       01  REG-NOVO.
           02 NOVO-NOME        PIC X(040).
           02 NOVO-TELEFONE    PIC X(015).
           02 NOVO-EMAIL       PIC X(050).
           02 NOVO-PREF-CON    PIC X(001).
           02 NOVO-COD-ASS     PIC X(009).

       FD  DUPLIC
           VALUE OF FILE-ID IS "CEP_DUPLICADO.TXT".
           02 FILLER            PIC X(001).
           02 OP-FALHAS         PIC X(001).
           02 OP-BLOQUEADO      PIC X(001).
           02 FILLER            PIC X(002).

      *-----------------------------------------------------------
      *    TRILHA DE ACESSOS: CADA TENTATIVA (CONCEDIDA OU NEGADA)
           02 FILLER           PIC X(001).
           02 FX-FIM           PIC 9(008).

      *-----------------------------------------------------------
      *    BASE DE ENDERECOS DOS CORREIOS (MESMO LAYOUT DO CARGACEP):
      *    O CEP DIGITADO NA MANUTENCAO TRAZ BAIRRO, CIDADE E UF. NA
      *    AUSENCIA DO ARQUIVO TUDO E' DIGITADO, COMO ANTES.
      *-----------------------------------------------------------
       FD  CEPBASE.
       01  REG-CEPBASE.
           02 LG-CEP           PIC 9(008).
           02 LG-TIPO-LOGR     PIC X(020).
           02 LG-LOGRADOURO    PIC X(072).
           02 LG-BAIRRO        PIC X(040).
           02 LG-CIDADE        PIC X(040).
           02 LG-UF            PIC X(002).
           02 LG-DT-CARGA      PIC 9(008).

       FD  AUDITCEP
           VALUE OF FILE-ID IS "AUDITORIA_CEP_UF.TXT".
       01  REG-AUDITCEP        PIC X(132).
           02 FILLER           PIC X(002).
           02 JR-COD           PIC X(004).
           02 FILLER           PIC X(002).
           02 JR-ANTES         PIC X(295).
           02 FILLER           PIC X(002).
           02 JR-DEPOIS        PIC X(295).

      *-----------------------------------------------------------
      *    MARCAS DE ENDERECO SUSPEITO GRAVADAS PELO DEVOLUCAO
      *    (CARTA DEVOLVIDA PELO CORREIO): CEP, MOTIVO, DATA E O
      *    CODIGO DO CLIENTE. AS TELAS DE MANUTENCAO AVISAM QUANDO
      *    O CLIENTE CONSTA AQUI (MARCA ANTIGA, SEM CODIGO, VALE
      *    PARA O CEP INTEIRO).
      *-----------------------------------------------------------
       FD  SUSPEITOS.
       01  REG-SUSPEITO.
           02 SP-MOTIVO        PIC X(003).
           02 FILLER           PIC X(002).
           02 SP-DATA          PIC X(008).
           02 FILLER           PIC X(002).
           02 SP-CODIGO        PIC 9(009).

       FD  ACESSOLOG.
       01  REG-ACESSOLOG.
      *-----------------------------------------------------------
      *-----------------------------------------------------------
      *    LISTA DE REVISAO DE DUPLICIDADE POR SEMELHANCA, GERADA
      *    PELO DUPCLI (PARES DE CLIENTES COM PONTUACAO - CEPS E
      *    CODIGOS): AS TELAS DE MANUTENCAO AVISAM QUANDO O CLIENTE
      *    EM EDICAO CONSTA AQUI - SO' SINALIZACAO, A DECISAO DE
      *    FUNDIR E' DO OPERADOR. LINHA ANTIGA SEM CODIGOS CASA
      *    PELO CEP.
      *-----------------------------------------------------------
       FD  REVISAO.
       01  REG-REVISAO.
           02 RD-SCORE         PIC 9(003).
           02 FILLER           PIC X(002).
           02 RD-NOME          PIC X(040).
           02 FILLER           PIC X(002).
           02 RD-COD1          PIC 9(009).
           02 FILLER           PIC X(002).
           02 RD-COD2          PIC 9(009).

      *-----------------------------------------------------------
      *    TRAVA DE RECURSO DO CLIENTE.TXT (CLIENTE.LCK): QUEM
           02 FILLER           PIC X(001).
           02 TL-PARA          PIC X(001).

      *-----------------------------------------------------------
      *    CONTROLE DO CODIGO DE CLIENTE (CLIENTE_COD.TXT): O ULTIMO
      *    CODIGO EMITIDO, COM DATA/HORA E O PROGRAMA QUE EMITIU.
      *    SO' E' REGRAVADO COM A TRAVA DO CLIENTE.LCK TOMADA; O
      *    MIGCOD SEMEIA E O RECUPERA ACERTA APOS A RECARGA.
      *-----------------------------------------------------------
       FD  CODCLI.
       01  REG-CODCLI.
           02 CC-ULTIMO        PIC 9(009).
           02 FILLER           PIC X(002).
           02 CC-DATA          PIC X(006).
           02 FILLER           PIC X(002).
           02 CC-HORA          PIC X(006).
           02 FILLER           PIC X(002).
           02 CC-ORIGEM        PIC X(010).

       FD  REENVIO.
       01  REG-REENVIO.
           02 RV-CEP           PIC 9(008).
           02 FILLER           PIC X(002).
           02 RV-UF            PIC X(003).

      *-----------------------------------------------------------
      *    DOMICILIO DE CADA CLIENTE (GRAVADO PELO DOMICILIO, EM
      *    ORDEM DE CODIGO): O PRINCIPAL E' O MEMBRO DE MENOR CODIGO.
      *-----------------------------------------------------------
       FD  DOMICILIOS.
       01  REG-DOMICILIO.
           02 HD-CODIGO        PIC 9(009).
           02 FILLER           PIC X(001).
           02 HD-DOMICILIO     PIC 9(009).
           02 FILLER           PIC X(001).
           02 HD-PRINCIPAL     PIC X(001).
           02 FILLER           PIC X(001).
           02 HD-QT-MEMBROS    PIC 9(003).
           02 FILLER           PIC X(001).
           02 HD-SOBRENOME     PIC X(020).
           02 FILLER           PIC X(001).
           02 HD-NOME-PRINC    PIC X(040).

      *-----------------------------------------------------------
      *    ECONOMIA DA ETIQUETA POR DOMICILIO (MESMO LAYOUT DO
      *    DOMICILIO, QUE PRECIFICA): "P" = UMA ETIQUETA POUPADA,
      *    "T" = TOTAIS DA RODADA, GRAVADO DEPOIS DAS "P".
      *-----------------------------------------------------------
       FD  ECONDOM.
       01  REG-ECONDOM.
           02 EC-TIPO          PIC X(001).
           02 FILLER           PIC X(001).
           02 EC-CAMPANHA      PIC X(010).
           02 FILLER           PIC X(001).
           02 EC-DATA          PIC 9(008).
           02 FILLER           PIC X(001).
           02 EC-UF            PIC X(002).
           02 FILLER           PIC X(001).
           02 EC-CEP5          PIC 9(005).
           02 FILLER           PIC X(001).
           02 EC-QT-PECAS      PIC 9(007).
           02 FILLER           PIC X(001).
           02 EC-QT-POUPADAS   PIC 9(007).

       WORKING-STORAGE SECTION.
       77   STOP_PGM PIC 9(001).
       77   W-UF     PIC X(002) VALUE "SP".
            02 CAB-HORA-EMI PIC 9(006).
            02 FILLER       PIC X(006) VALUE "  PAG.".
            02 CAB-PAG      PIC ZZZ9.
            02 FILLER       PIC X(008) VALUE "  AMB.: ".
            02 CAB-AMBIENTE PIC X(010) VALUE SPACES.

      *    AREA DE CHAMADA DO ARQREL (MESMO LAYOUT DA LINKAGE DELE)
       01   W-ARQREL.
            02 W-AQ-ARQUIVO   PIC X(040).
            02 W-AQ-RELATORIO PIC X(020).
            02 W-AQ-PROGRAMA  PIC X(010).
            02 W-AQ-PEDIDO    PIC X(020).
            02 W-AQ-COPIA     PIC X(040).
            02 W-AQ-RET       PIC X(001).

      *    AMBIENTE DE EXECUCAO (MESMO LAYOUT DA LINKAGE DO AMBIENTE)
       01   W-AMBIENTE.
            02 W-AM-NOME      PIC X(010).
            02 W-AM-DIRETORIO PIC X(060).
            02 W-AM-PRODUCAO  PIC X(001).
            02 W-AM-RET       PIC X(001).
            02 W-AM-MENSAGEM  PIC X(040).

       77   W-OPCAO         PIC X(001) VALUE SPACES.
           88  OPCAO-LISTAR              VALUE "1".
       77   W-OPCAO-MANUT   PIC X(001) VALUE SPACES.
       77   W-SAIR-MANUT    PIC X(001) VALUE "N".
       77   W-CEP-PROCURA   PIC 9(008) VALUE ZEROS.
       77   W-COD-PROCURA   PIC 9(009) VALUE ZEROS.
       77   W-CEP-ANTES     PIC 9(008) VALUE ZEROS.
       77   W-NOME-PROCURA  PIC X(040) VALUE SPACES.
       77   W-NOME-PRIMEIRO PIC X(040) VALUE SPACES.
       77   W-QT-MESMO-CEP  PIC 9(005) VALUE ZEROS.
       77   W-COD-MESMO-NOME PIC 9(009) VALUE ZEROS.
       77   W-MOSTRA-CEP    PIC X(001) VALUE "N".
       77   W-RESP-INCL     PIC X(001) VALUE SPACES.
       77   W-REG-GUARDA    PIC X(295) VALUE SPACES.
       77   FS-CODCLI       PIC X(002) VALUE SPACES.
       77   W-ULT-CODIGO    PIC 9(009) VALUE ZEROS.
       77   W-COD-CARREGADO PIC X(001) VALUE "N".
       77   W-SORTCEP-FIM   PIC X(001) VALUE "N".
       77   W-CEP-ANT       PIC 9(008) VALUE ZEROS.
       77   W-QTDE-DUPLIC   PIC 9(005) VALUE ZEROS.
       77   FS-ETIQCTL       PIC X(002) VALUE SPACES.
       77   FS-FAIXAS        PIC X(002) VALUE SPACES.
       77   FS-AUDITCEP      PIC X(002) VALUE SPACES.
       77   FS-CEPBASE       PIC X(002) VALUE SPACES.
       77   W-CEP-CORREIOS   PIC X(001) VALUE "N".
       77   W-TEM-FAIXAS     PIC X(001) VALUE "N".
       77   W-QT-FAIXAS      PIC 9(003) VALUE ZEROS.
       77   W-IND-FAIXA      PIC 9(003) VALUE ZEROS.
       77   W-OPCAO-BUSCA    PIC X(001) VALUE SPACES.
       77   FS-JORNAL        PIC X(002) VALUE SPACES.
       77   W-JR-OPER        PIC X(009) VALUE SPACES.
       77   W-IMG-ANTES      PIC X(295) VALUE SPACES.
       77   W-IMG-DEPOIS     PIC X(295) VALUE SPACES.
       77   W-CEP-HIST       PIC 9(008) VALUE ZEROS.
       77   W-COD-HIST       PIC 9(009) VALUE ZEROS.
       77   W-QT-HIST        PIC 9(005) VALUE ZEROS.
       77   FS-SUSPEITOS     PIC X(002) VALUE SPACES.
       77   FS-REENVIO       PIC X(002) VALUE SPACES.
               03 TRV-CEP1   PIC 9(008).
               03 TRV-CEP2   PIC 9(008).
               03 TRV-SCORE  PIC 9(003).
               03 TRV-COD1   PIC 9(009).
               03 TRV-COD2   PIC 9(009).
       77   W-QT-SUSP        PIC 9(004) VALUE ZEROS.
       77   W-IND-SUSP       PIC 9(004) VALUE ZEROS.
       77   W-E-SUSPEITO     PIC X(001) VALUE "N".
               03 TSP-CEP    PIC 9(008).
               03 TSP-MOTIVO PIC X(003).
               03 TSP-DATA   PIC X(008).
               03 TSP-COD    PIC 9(009).
       01   TAB-FAIXAS.
            02 TFX-ENT OCCURS 200 TIMES.
               03 TFX-UF     PIC X(002).
       77   W-QT-ETIQ        PIC 9(005) VALUE ZEROS.
       77   W-QT-PREFIXO     PIC 9(005) VALUE ZEROS.
       77   W-PREFIXO-ANT    PIC X(005) VALUE SPACES.
      *    ETIQUETA POR DOMICILIO: N = UMA POR CLIENTE, F = UMA POR
      *    DOMICILIO PARA "FAMILIA <SOBRENOME>", P = UMA POR
      *    DOMICILIO PARA O MEMBRO PRINCIPAL.
       77   W-ETIQ-DOMIC     PIC X(001) VALUE "N".
       77   W-ETIQ-PULA      PIC X(001) VALUE "N".
       77   W-NOME-ETIQ      PIC X(040) VALUE SPACES.
       77   W-QT-ETIQ-POUP   PIC 9(005) VALUE ZEROS.
       77   W-DATA-ETIQ      PIC 9(008) VALUE ZEROS.
       77   FS-DOMICILIOS    PIC X(002) VALUE SPACES.
       77   FS-ECONDOM       PIC X(002) VALUE SPACES.
       77   W-QT-DOM         PIC 9(005) VALUE ZEROS.
       77   W-DOM-LO         PIC 9(005) VALUE ZEROS.
       77   W-DOM-HI         PIC 9(005) VALUE ZEROS.
       77   W-DOM-MID        PIC 9(005) VALUE ZEROS.
       77   W-DOM-ACHOU      PIC 9(005) VALUE ZEROS.
       01   TAB-DOMICILIOS.
            02 TDM-ENT OCCURS 10000 TIMES.
               03 TDM-CODIGO    PIC 9(009).
               03 TDM-PRINCIPAL PIC X(001).
               03 TDM-SOBRENOME PIC X(020).
       01   W-CEP-EDIT       PIC 9(008) VALUE ZEROS.
       01   W-CEP-EDIT-R REDEFINES W-CEP-EDIT.
            02 W-CEP-EDIT-5  PIC X(005).
       77   W-QT-OPLIN       PIC 9(003) VALUE ZEROS.
       77   W-IND-OPLIN      PIC 9(003) VALUE ZEROS.
       01   TAB-OPLIN.
            02 TL-LIN OCCURS 100 TIMES PIC X(066).
      *    ALFABETOS DO EMBARALHAMENTO FIXO DA SENHA - IDENTICOS AOS
      *    DO ADMOPER, QUE E' QUEM GRAVA A SENHA EMBARALHADA.
       01   W-ALFA-CLARO.
      **
      * The main procedure of the program
      **
           PERFORM ESCOLHE-AMBIENTE
           PERFORM VALIDA-ACESSO
           PERFORM CARREGA-FAIXAS
           PERFORM CARREGA-SUSPEITOS
               DISPLAY "5=CARGA EM LOTE DE CLIENTES_NOVOS.TXT"
               DISPLAY "6=ETIQUETAS PARA MALA DIRETA (ORDEM DE CEP)"
               DISPLAY "7=AUDITORIA CEP X UF (CEP_FAIXAS.TXT)"
               DISPLAY "8=HISTORICO DE ALTERACOES DE UM CLIENTE"
               ACCEPT W-OPCAO

      *        A PERMISSAO DA OPCAO ESCOLHIDA E' COBRADA AQUI: AS
                       IF W-AUT-MANUT EQUAL "N"
                           PERFORM NEGA-MANUTENCAO
                       ELSE
                           PERFORM HISTORICO-CLIENTE
                       END-IF
                   WHEN OTHER
                       IF W-AUT-LISTAG EQUAL "N"
           MOVE "*** FIM DO RELATORIO ***" TO REG-RELATORIO
           PERFORM GRAVA-LINHA-REL

           CLOSE RELATORIO
           PERFORM ARQUIVA-RELATORIO.

      *---------------------------------------------------------
      *    TODA LINHA DA LISTAGEM PASSA POR AQUI - PAGINA CHEIA
           MOVE W-DATA-EMISSAO TO CAB-EMISSAO
           MOVE W-HORA-EMISSAO TO CAB-HORA-EMI
           MOVE W-PAGINA       TO CAB-PAG
           MOVE W-AM-NOME      TO CAB-AMBIENTE
           MOVE W-CAB-LISTAGEM TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO

      *---------------------------------------------------------
      *    BUSCA POR NOME (CHAVE ALTERNADA): O OPERADOR DIGITA O
      *    NOME OU UM PREFIXO, VE OS CLIENTES QUE CASAM (COM CODIGO,
      *    CIDADE E CEP) E CAI NO FLUXO DE ALTERAR/EXCLUIR DE SEMPRE
      *    COM O CODIGO EM MAOS - SEM IMPRIMIR A LISTAGEM DA UF
      *    INTEIRA PARA PROCURAR NO OLHO.
      *---------------------------------------------------------
       BUSCA-POR-NOME.
           DISPLAY "NOME OU PREFIXO A PROCURAR: "
                                  NOT EQUAL
                                  W-NOME-BUSCA(1:W-LEN-BUSCA)
                               ADD 1 TO W-QT-BUSCA
                               DISPLAY CLIENTE-CODIGO " - "
                                   CLIENTE-NOME " - "
                                   CLIENTE-CIDADE " - CEP "
                                   CLIENTE-CEP
                               READ ENTRADA NEXT
           END-IF.

      *---------------------------------------------------------
      *    INCLUI UM NOVO CLIENTE COM CODIGO GERADO. CEP JA
      *    CADASTRADO NAO IMPEDE MAIS A INCLUSAO (O CEP E' CHAVE
      *    ALTERNADA COM DUPLICATAS): O OPERADOR VE QUEM JA MORA NO
      *    CEP E CONFIRMA, PARA NAO CADASTRAR A MESMA PESSOA DUAS
      *    VEZES.
      *---------------------------------------------------------
       INCLUI-CLIENTE.
           OPEN I-O ENTRADA

           DISPLAY "CEP (8 DIGITOS)...: "
           ACCEPT CLIENTE-CEP
           PERFORM BUSCA-CEP-CORREIOS
           DISPLAY "NOME..............: "
           ACCEPT CLIENTE-NOME
           IF W-CEP-CORREIOS EQUAL "S"
              AND LG-LOGRADOURO NOT EQUAL SPACES
               DISPLAY "LOGRADOURO DO CEP.: " LG-TIPO-LOGR
                   " " LG-LOGRADOURO
           END-IF
           DISPLAY "RUA...............: "
           ACCEPT CLIENTE-RUA
           IF W-CEP-CORREIOS EQUAL "S"
               PERFORM PREENCHE-PELO-CEP
           ELSE
               DISPLAY "BAIRRO............: "
               ACCEPT CLIENTE-BAIRRO
               DISPLAY "CIDADE............: "
               ACCEPT CLIENTE-CIDADE
               DISPLAY "UF................: "
               ACCEPT CLIENTE-UF
           END-IF
           DISPLAY "TELEFONE..........: "
           ACCEPT CLIENTE-TELEFONE
           DISPLAY "E-MAIL............: "
           IF CLIENTE-PREF-CON NOT EQUAL "C" AND "T" AND "E"
               MOVE SPACE TO CLIENTE-PREF-CON
           END-IF
           DISPLAY "COD. ASSINANTE (BRANCO = NAO E' ASSINANTE): "
           ACCEPT CLIENTE-COD-ASS

      *    AVISO (NAO IMPEDITIVO) QUANDO O CEP INFORMADO NAO CAI NAS
      *    FAIXAS DA UF - O OPERADOR DECIDE SE SEGUE MESMO ASSIM.
                   "DA UF " CLIENTE-UF
           END-IF

           MOVE "S"          TO W-RESP-INCL
           MOVE "S"          TO W-MOSTRA-CEP
           MOVE CLIENTE-CEP  TO W-CEP-PROCURA
           MOVE CLIENTE-NOME TO W-NOME-PROCURA
           PERFORM VARRE-MESMO-CEP
           IF W-QT-MESMO-CEP > ZEROS
               DISPLAY "CLIENTES JA CADASTRADOS NO CEP: "
                   W-QT-MESMO-CEP
               IF W-COD-MESMO-NOME NOT EQUAL ZEROS
                   DISPLAY "*** MESMO NOME NO MESMO CEP: CODIGO "
                       W-COD-MESMO-NOME
               END-IF
               DISPLAY "INCLUIR MESMO ASSIM (S/N)? "
               ACCEPT W-RESP-INCL
           END-IF

           IF W-RESP-INCL NOT EQUAL "S" AND "s"
               DISPLAY "INCLUSAO ABANDONADA"
           ELSE
               PERFORM PROXIMO-CODIGO
               WRITE REG-CLIENTE
                   INVALID KEY
                       DISPLAY "CODIGO " CLIENTE-CODIGO
                           " JA EXISTE - INCLUSAO REJEITADA"
                   NOT INVALID KEY
                       DISPLAY "CLIENTE INCLUIDO COM SUCESSO - CODIGO "
                           CLIENTE-CODIGO
                       MOVE "INCLUSAO" TO W-JR-OPER
                       MOVE SPACES      TO W-IMG-ANTES
                       MOVE REG-CLIENTE TO W-IMG-DEPOIS
                       PERFORM GRAVA-JORNAL
               END-WRITE
           END-IF
           CLOSE ENTRADA.

      *---------------------------------------------------------
      *    ALTERA OS DADOS DE UM CLIENTE EXISTENTE, LOCALIZADO
      *    PELO CODIGO (CHAVE DO ARQUIVO INDEXADO) - OU PELO CEP,
      *    ESCOLHENDO O CODIGO NA LISTA DOS CLIENTES DAQUELE CEP.
      *    COMO O CEP NAO E' MAIS A CHAVE, ELE TAMBEM PODE MUDAR
      *    (CLIENTE QUE SE MUDOU CONTINUA COM O MESMO CODIGO).
      *---------------------------------------------------------
       ALTERA-CLIENTE.
           OPEN I-O ENTRADA
           DISPLAY "CLIENTE A ALTERAR"
           PERFORM PEDE-CODIGO-CLIENTE
           READ ENTRADA KEY IS CLIENTE-CODIGO
               INVALID KEY
                   DISPLAY "CLIENTE NAO ENCONTRADO"
               NOT INVALID KEY
                   MOVE REG-CLIENTE TO W-IMG-ANTES
                   MOVE CLIENTE-CEP TO W-CEP-ANTES
                   PERFORM AVISA-SUSPEITO
                   PERFORM AVISA-REVISAO
                   DISPLAY "NOME ATUAL........: " CLIENTE-NOME
                   DISPLAY "NOVO NOME.........: "
                   ACCEPT CLIENTE-NOME
                   DISPLAY "CEP ATUAL.........: " CLIENTE-CEP
                   DISPLAY "NOVO CEP (0=MANTEM): "
                   ACCEPT W-CEP-PROCURA
                   MOVE "N" TO W-CEP-CORREIOS
                   IF W-CEP-PROCURA NOT EQUAL ZEROS
                       MOVE W-CEP-PROCURA TO CLIENTE-CEP
                       PERFORM BUSCA-CEP-CORREIOS
                   END-IF
                   DISPLAY "RUA ATUAL.........: " CLIENTE-RUA
                   IF W-CEP-CORREIOS EQUAL "S"
                      AND LG-LOGRADOURO NOT EQUAL SPACES
                       DISPLAY "LOGRADOURO DO CEP.: " LG-TIPO-LOGR
                           " " LG-LOGRADOURO
                   END-IF
                   DISPLAY "NOVA RUA..........: "
                   ACCEPT CLIENTE-RUA
                   IF W-CEP-CORREIOS EQUAL "S"
                       PERFORM PREENCHE-PELO-CEP
                   ELSE
                       DISPLAY "BAIRRO ATUAL......: " CLIENTE-BAIRRO
                       DISPLAY "NOVO BAIRRO.......: "
                       ACCEPT CLIENTE-BAIRRO
                       DISPLAY "CIDADE ATUAL......: " CLIENTE-CIDADE
                       DISPLAY "NOVA CIDADE.......: "
                       ACCEPT CLIENTE-CIDADE
                       DISPLAY "UF ATUAL..........: " CLIENTE-UF
                       DISPLAY "NOVA UF...........: "
                       ACCEPT CLIENTE-UF
                   END-IF
                   DISPLAY "TELEFONE ATUAL....: " CLIENTE-TELEFONE
                   DISPLAY "NOVO TELEFONE.....: "
                   ACCEPT CLIENTE-TELEFONE
                   IF CLIENTE-PREF-CON NOT EQUAL "C" AND "T" AND "E"
                       MOVE SPACE TO CLIENTE-PREF-CON
                   END-IF
                   DISPLAY "COD. ASSINANTE....: " CLIENTE-COD-ASS
                   DISPLAY "NOVO COD. ASSINANTE: "
                   ACCEPT CLIENTE-COD-ASS
                   PERFORM VALIDA-CEP-UF
                   IF W-CEP-UF-OK EQUAL "N"
                       DISPLAY "AVISO: CEP " CLIENTE-CEP " FORA DAS "
           CLOSE ENTRADA.

      *---------------------------------------------------------
      *    EXCLUI UM CLIENTE EXISTENTE, LOCALIZADO PELO CODIGO (OU
      *    PELO CEP, ESCOLHENDO O CODIGO).
      *---------------------------------------------------------
       EXCLUI-CLIENTE.
           OPEN I-O ENTRADA
           DISPLAY "CLIENTE A EXCLUIR"
           PERFORM PEDE-CODIGO-CLIENTE
           READ ENTRADA KEY IS CLIENTE-CODIGO
               INVALID KEY
                   DISPLAY "CLIENTE NAO ENCONTRADO"
               NOT INVALID KEY
           END-IF.

      *---------------------------------------------------------
      *    HISTORICO DE UM CLIENTE: FILTRA O JORNAL PELAS IMAGENS
      *    CUJO CODIGO (POSICOES 278-286 DO REG-CLIENTE) CASA COM O
      *    PEDIDO - OU, SEM CODIGO, PELO CEP (POSICOES 204-211), QUE
      *    TRAZ TODOS OS CLIENTES DO CEP - E MOSTRA OPERACAO, DATA/
      *    HORA, OPERADOR E OS NOMES ANTES/DEPOIS.
      *---------------------------------------------------------
       HISTORICO-CLIENTE.
           DISPLAY "CODIGO DO CLIENTE (0 = POR CEP): "
           ACCEPT W-COD-HIST
           MOVE ZEROS TO W-CEP-HIST
           IF W-COD-HIST EQUAL ZEROS
               DISPLAY "CEP A CONSULTAR (8 DIGITOS): "
               ACCEPT W-CEP-HIST
           END-IF
           MOVE ZEROS TO W-QT-HIST
           OPEN INPUT JORNAL
           IF FS-JORNAL NOT EQUAL "00"
           ELSE
               READ JORNAL
               PERFORM UNTIL FS-JORNAL EQUAL "10"
                   IF (W-COD-HIST NOT EQUAL ZEROS
                       AND (JR-ANTES(278:9) EQUAL W-COD-HIST
                         OR JR-DEPOIS(278:9) EQUAL W-COD-HIST))
                   OR (W-COD-HIST EQUAL ZEROS
                       AND (JR-ANTES(204:8) EQUAL W-CEP-HIST
                         OR JR-DEPOIS(204:8) EQUAL W-CEP-HIST))
                       ADD 1 TO W-QT-HIST
                       DISPLAY JR-OPER " " JR-DATA " " JR-HORA
                           " OPER " JR-COD
                       MOVE SP-CEP    TO TSP-CEP(W-QT-SUSP)
                       MOVE SP-MOTIVO TO TSP-MOTIVO(W-QT-SUSP)
                       MOVE SP-DATA   TO TSP-DATA(W-QT-SUSP)
                       IF SP-CODIGO NUMERIC
                           MOVE SP-CODIGO TO TSP-COD(W-QT-SUSP)
                       ELSE
                           MOVE ZEROS TO TSP-COD(W-QT-SUSP)
                       END-IF
                   END-IF
                   READ SUSPEITOS
               END-PERFORM
                       MOVE RD-CEP1  TO TRV-CEP1(W-QT-REV)
                       MOVE RD-CEP2  TO TRV-CEP2(W-QT-REV)
                       MOVE RD-SCORE TO TRV-SCORE(W-QT-REV)
                       IF RD-COD1 NUMERIC AND RD-COD2 NUMERIC
                           MOVE RD-COD1 TO TRV-COD1(W-QT-REV)
                           MOVE RD-COD2 TO TRV-COD2(W-QT-REV)
                       ELSE
                           MOVE ZEROS TO TRV-COD1(W-QT-REV)
                                         TRV-COD2(W-QT-REV)
                       END-IF
                   END-IF
                   READ REVISAO
               END-PERFORM
           END-IF.

      *---------------------------------------------------------
      *    AVISA QUANDO O CLIENTE CORRENTE CONSTA DE UM PAR DA LISTA
      *    DE REVISAO DE DUPLICIDADE - O OPERADOR VE O OUTRO CLIENTE
      *    DO PAR (CODIGO E CEP) E A PONTUACAO ANTES DE MEXER. PAR
      *    SEM CODIGOS (LISTA ANTIGA) CASA PELO CEP.
      *---------------------------------------------------------
       AVISA-REVISAO.
           PERFORM VARYING W-IND-REV FROM 1 BY 1
                   UNTIL W-IND-REV > W-QT-REV
               IF TRV-COD1(W-IND-REV) NOT EQUAL ZEROS
                   IF TRV-COD1(W-IND-REV) EQUAL CLIENTE-CODIGO
                       DISPLAY "*** POSSIVEL DUPLICATA (SCORE "
                           TRV-SCORE(W-IND-REV) ") COM O CLIENTE "
                           TRV-COD2(W-IND-REV) " CEP "
                           TRV-CEP2(W-IND-REV)
                   END-IF
                   IF TRV-COD2(W-IND-REV) EQUAL CLIENTE-CODIGO
                       DISPLAY "*** POSSIVEL DUPLICATA (SCORE "
                           TRV-SCORE(W-IND-REV) ") COM O CLIENTE "
                           TRV-COD1(W-IND-REV) " CEP "
                           TRV-CEP1(W-IND-REV)
                   END-IF
               ELSE
                   IF TRV-CEP1(W-IND-REV) EQUAL CLIENTE-CEP
                       DISPLAY "*** POSSIVEL DUPLICATA (SCORE "
                           TRV-SCORE(W-IND-REV) ") COM O CEP "
                           TRV-CEP2(W-IND-REV)
                   END-IF
                   IF TRV-CEP2(W-IND-REV) EQUAL CLIENTE-CEP
                       DISPLAY "*** POSSIVEL DUPLICATA (SCORE "
                           TRV-SCORE(W-IND-REV) ") COM O CEP "
                           TRV-CEP1(W-IND-REV)
                   END-IF
               END-IF
           END-PERFORM.

      *---------------------------------------------------------
      *    AVISA QUANDO O CLIENTE CORRENTE ESTA MARCADO COMO
      *    ENDERECO SUSPEITO POR DEVOLUCAO DE CORRESPONDENCIA (PELO
      *    CODIGO; MARCA ANTIGA SEM CODIGO, PELO CEP).
      *---------------------------------------------------------
       AVISA-SUSPEITO.
           MOVE "N" TO W-E-SUSPEITO
           PERFORM VARYING W-IND-SUSP FROM 1 BY 1
                   UNTIL W-IND-SUSP > W-QT-SUSP
               IF TSP-COD(W-IND-SUSP) EQUAL CLIENTE-CODIGO
                  OR (TSP-COD(W-IND-SUSP) EQUAL ZEROS
                      AND TSP-CEP(W-IND-SUSP) EQUAL CLIENTE-CEP)
                   MOVE "S" TO W-E-SUSPEITO
                   DISPLAY "*** ENDERECO SUSPEITO: DEVOLUCAO "
                       TSP-MOTIVO(W-IND-SUSP) " EM "
           END-IF.

      *---------------------------------------------------------
      *    LIMPA-SUSPEITO: RETIRA AS MARCAS DO CLIENTE DA TABELA EM
      *    MEMORIA (PELO CODIGO, OU PELO CEP DE ANTES DA ALTERACAO
      *    NAS MARCAS ANTIGAS SEM CODIGO) E REGRAVA SUSPEITOS.TXT
      *    SEM ELAS - A MARCA SO' CAI QUANDO O ENDERECO FOI DE FATO
      *    CORRIGIDO.
      *---------------------------------------------------------
       LIMPA-SUSPEITO.
           MOVE ZEROS TO W-IND-SUSP2
           PERFORM VARYING W-IND-SUSP FROM 1 BY 1
                   UNTIL W-IND-SUSP > W-QT-SUSP
               IF TSP-COD(W-IND-SUSP) NOT EQUAL CLIENTE-CODIGO
                  AND (TSP-COD(W-IND-SUSP) NOT EQUAL ZEROS
                       OR TSP-CEP(W-IND-SUSP) NOT EQUAL W-CEP-ANTES)
                   ADD 1 TO W-IND-SUSP2
                   MOVE TSP-CEP(W-IND-SUSP)
                       TO TSP-CEP(W-IND-SUSP2)
                       TO TSP-MOTIVO(W-IND-SUSP2)
                   MOVE TSP-DATA(W-IND-SUSP)
                       TO TSP-DATA(W-IND-SUSP2)
                   MOVE TSP-COD(W-IND-SUSP)
                       TO TSP-COD(W-IND-SUSP2)
               END-IF
           END-PERFORM
           MOVE W-IND-SUSP2 TO W-QT-SUSP
                   MOVE TSP-CEP(W-IND-SUSP)    TO SP-CEP
                   MOVE TSP-MOTIVO(W-IND-SUSP) TO SP-MOTIVO
                   MOVE TSP-DATA(W-IND-SUSP)   TO SP-DATA
                   MOVE TSP-COD(W-IND-SUSP)    TO SP-CODIGO
                   WRITE REG-SUSPEITO
               END-PERFORM
               CLOSE SUSPEITOS
               END-IF
           END-IF.

      *---------------------------------------------------------
      *    PROCURA O CLIENTE-CEP NA BASE DOS CORREIOS. DEVOLVE
      *    W-CEP-CORREIOS = "S" E O REG-CEPBASE QUANDO ACHA; BASE
      *    AUSENTE OU CEP FORA DELA = "N" (OPERADOR DIGITA TUDO).
      *---------------------------------------------------------
       BUSCA-CEP-CORREIOS.
           MOVE "N" TO W-CEP-CORREIOS
           OPEN INPUT CEPBASE
           IF FS-CEPBASE EQUAL "00"
               MOVE CLIENTE-CEP TO LG-CEP
               READ CEPBASE
                   INVALID KEY
                       DISPLAY "CEP " CLIENTE-CEP " NAO CONSTA NA "
                           "BASE DOS CORREIOS - CONFIRA"
                   NOT INVALID KEY
                       MOVE "S" TO W-CEP-CORREIOS
               END-READ
               CLOSE CEPBASE
           END-IF.

      *---------------------------------------------------------
      *    BAIRRO, CIDADE E UF DO CLIENTE VEM DO CEP ACHADO. CEP
      *    DE LOCALIDADE SEM BAIRRO NA BASE: O BAIRRO E' DIGITADO.
      *---------------------------------------------------------
       PREENCHE-PELO-CEP.
           IF LG-BAIRRO EQUAL SPACES
               DISPLAY "BAIRRO............: "
               ACCEPT CLIENTE-BAIRRO
           ELSE
               MOVE LG-BAIRRO TO CLIENTE-BAIRRO
               DISPLAY "BAIRRO (PELO CEP).: " CLIENTE-BAIRRO
           END-IF
           MOVE LG-CIDADE TO CLIENTE-CIDADE
           MOVE LG-UF     TO CLIENTE-UF
           DISPLAY "CIDADE (PELO CEP).: " CLIENTE-CIDADE
           DISPLAY "UF (PELO CEP).....: " CLIENTE-UF.

      *---------------------------------------------------------
      *    VALIDA O CEP/UF DO REG-CLIENTE CORRENTE CONTRA AS
      *    FAIXAS: OK QUANDO O CEP CAI EM ALGUMA FAIXA DA UF, OU
           END-IF.

      *---------------------------------------------------------
      *    ETIQUETAS: VARRE CLIENTE.TXT PELA CHAVE ALTERNADA DO CEP
      *    (A ORDEM DE CEP DA PRE-TRIAGEM POSTAL), FILTRANDO PELA UF
      *    PEDIDA (BRANCO = TODAS), E GRAVA O EXTRATO DE POSICOES
      *    FIXAS QUE A MAQUINA DE ETIQUETAS DA GRAFICA CONSOME, COM
      *    TOTAL DE ETIQUETAS POR PREFIXO DE CEP NO ARQUIVO DE
       GERA-ETIQUETAS.
           DISPLAY "UF PARA ETIQUETAS (BRANCO = TODAS)..: "
           ACCEPT W-UF-ETIQ
           DISPLAY "UMA ETIQUETA POR DOMICILIO (N=NAO  F=FAMILIA  "
               "P=PRINCIPAL): "
           ACCEPT W-ETIQ-DOMIC
           INSPECT W-ETIQ-DOMIC CONVERTING "fpn" TO "FPN"
           IF W-ETIQ-DOMIC NOT EQUAL "F" AND W-ETIQ-DOMIC NOT EQUAL "P"
               MOVE "N" TO W-ETIQ-DOMIC
           ELSE
               PERFORM CARREGA-DOMICILIOS
           END-IF
           MOVE ZEROS  TO W-QT-ETIQ W-QT-PREFIXO W-QT-ETIQ-POUP
           MOVE SPACES TO W-PREFIXO-ANT
           OPEN INPUT ENTRADA
           IF FS-CLIENTE NOT EQUAL "00"
           ELSE
               OPEN OUTPUT ETIQUETAS
               OPEN OUTPUT ETIQCTL
               IF W-ETIQ-DOMIC NOT EQUAL "N"
                   ACCEPT W-DATA-ETIQ FROM DATE YYYYMMDD
                   OPEN EXTEND ECONDOM
                   IF FS-ECONDOM NOT EQUAL "00"
                       OPEN OUTPUT ECONDOM
                   END-IF
               END-IF
               MOVE ZEROS TO CLIENTE-CEP
               START ENTRADA KEY NOT < CLIENTE-CEP
                   INVALID KEY
                       MOVE "10" TO FS-CLIENTE
               END-START
               IF FS-CLIENTE NOT EQUAL "10"
                   READ ENTRADA NEXT
               END-IF
               PERFORM UNTIL FS-CLIENTE EQUAL "10"
                   IF W-UF-ETIQ EQUAL SPACES
                      OR CLIENTE-UF EQUAL W-UF-ETIQ
                       PERFORM CONFERE-DOMIC-ETIQ
                       IF W-ETIQ-PULA EQUAL "S"
                           PERFORM POUPA-ETIQUETA
                       ELSE
                           PERFORM GRAVA-ETIQUETA
                       END-IF
                   END-IF
                   READ ENTRADA NEXT
               END-PERFORM
               STRING "TOTAL DE ETIQUETAS: " W-QT-ETIQ
                   DELIMITED BY SIZE INTO REG-ETIQCTL
               WRITE REG-ETIQCTL
               IF W-ETIQ-DOMIC NOT EQUAL "N"
                   MOVE SPACES TO REG-ETIQCTL
                   STRING "POUPADAS POR DOMICILIO: " W-QT-ETIQ-POUP
                       DELIMITED BY SIZE INTO REG-ETIQCTL
                   WRITE REG-ETIQCTL
                   MOVE SPACES      TO REG-ECONDOM
                   MOVE "T"         TO EC-TIPO
                   MOVE "ETIQUETAS" TO EC-CAMPANHA
                   MOVE W-DATA-ETIQ TO EC-DATA
                   MOVE ZEROS       TO EC-CEP5
                   MOVE W-QT-ETIQ   TO EC-QT-PECAS
                   MOVE W-QT-ETIQ-POUP TO EC-QT-POUPADAS
                   WRITE REG-ECONDOM
                   CLOSE ECONDOM
               END-IF
               CLOSE ETIQUETAS
               CLOSE ETIQCTL
               CLOSE ENTRADA
               DISPLAY "ETIQUETAS GERADAS: " W-QT-ETIQ
               IF W-ETIQ-DOMIC NOT EQUAL "N"
                   DISPLAY "POUPADAS POR DOMICILIO: " W-QT-ETIQ-POUP
               END-IF
               IF W-QT-SANEADOS > ZEROS
                   DISPLAY "CARACTERES TRANSLITERADOS: "
                       W-QT-SANEADOS
           END-IF
           MOVE SPACES         TO REG-ETIQUETA
           MOVE CLIENTE-NOME   TO ET-NOME
           IF W-NOME-ETIQ NOT EQUAL SPACES
               MOVE W-NOME-ETIQ TO ET-NOME
           END-IF
           MOVE CLIENTE-RUA    TO ET-RUA
           MOVE CLIENTE-BAIRRO TO ET-BAIRRO
           MOVE CLIENTE-CIDADE TO ET-CIDADE
           WRITE REG-ETIQUETA
           ADD 1 TO W-QT-ETIQ W-QT-PREFIXO.

      *---------------------------------------------------------
      *    ETIQUETA POR DOMICILIO: SO' O PRINCIPAL DE UM DOMICILIO
      *    DE VARIOS MEMBROS GANHA ETIQUETA (NA OPCAO F, EM NOME DA
      *    "FAMILIA <SOBRENOME>"); OS OUTROS MEMBROS SAO PULADOS E
      *    CONTAM COMO ETIQUETA POUPADA. QUEM NAO ESTA NO
      *    DOMICILIOS.TXT (SOZINHO OU CADASTRADO DEPOIS DA ULTIMA
      *    RODADA DO DOMICILIO) SAI NORMALMENTE.
      *---------------------------------------------------------
       CONFERE-DOMIC-ETIQ.
           MOVE "N"    TO W-ETIQ-PULA
           MOVE SPACES TO W-NOME-ETIQ
           MOVE ZEROS  TO W-DOM-ACHOU
           IF W-ETIQ-DOMIC NOT EQUAL "N" AND W-QT-DOM > ZEROS
               MOVE 1        TO W-DOM-LO
               MOVE W-QT-DOM TO W-DOM-HI
               PERFORM UNTIL W-DOM-LO > W-DOM-HI
                          OR W-DOM-ACHOU > ZEROS
                   COMPUTE W-DOM-MID = (W-DOM-LO + W-DOM-HI) / 2
                   EVALUATE TRUE
                       WHEN TDM-CODIGO(W-DOM-MID) EQUAL CLIENTE-CODIGO
                           MOVE W-DOM-MID TO W-DOM-ACHOU
                       WHEN TDM-CODIGO(W-DOM-MID) < CLIENTE-CODIGO
                           COMPUTE W-DOM-LO = W-DOM-MID + 1
                       WHEN OTHER
                           COMPUTE W-DOM-HI = W-DOM-MID - 1
                   END-EVALUATE
               END-PERFORM
           END-IF
           IF W-DOM-ACHOU > ZEROS
               IF TDM-PRINCIPAL(W-DOM-ACHOU) NOT EQUAL "S"
                   MOVE "S" TO W-ETIQ-PULA
               ELSE
                   IF W-ETIQ-DOMIC EQUAL "F"
                      AND TDM-SOBRENOME(W-DOM-ACHOU) NOT EQUAL SPACES
                       STRING "FAMILIA " TDM-SOBRENOME(W-DOM-ACHOU)
                           DELIMITED BY SIZE INTO W-NOME-ETIQ
                   END-IF
               END-IF
           END-IF.

       POUPA-ETIQUETA.
           ADD 1 TO W-QT-ETIQ-POUP
           MOVE CLIENTE-CEP      TO W-CEP-EDIT
           MOVE SPACES           TO REG-ECONDOM
           MOVE "P"              TO EC-TIPO
           MOVE "ETIQUETAS"      TO EC-CAMPANHA
           MOVE W-DATA-ETIQ      TO EC-DATA
           MOVE CLIENTE-UF(1:2)  TO EC-UF
           MOVE W-CEP-EDIT-5     TO EC-CEP5
           MOVE ZEROS            TO EC-QT-PECAS EC-QT-POUPADAS
           WRITE REG-ECONDOM.

      *---------------------------------------------------------
      *    CARREGA OS CLIENTES DE DOMICILIOS COM MAIS DE UM MEMBRO.
      *    SEM O DOMICILIOS.TXT, VOLTA A UMA ETIQUETA POR CLIENTE.
      *---------------------------------------------------------
       CARREGA-DOMICILIOS.
           MOVE ZEROS TO W-QT-DOM
           OPEN INPUT DOMICILIOS
           IF FS-DOMICILIOS NOT EQUAL "00"
               DISPLAY "DOMICILIOS.TXT NAO ENCONTRADO - RODE O "
                   "DOMICILIO; UMA ETIQUETA POR CLIENTE"
               MOVE "N" TO W-ETIQ-DOMIC
           ELSE
               READ DOMICILIOS
               PERFORM UNTIL FS-DOMICILIOS EQUAL "10"
                   IF W-QT-DOM < 10000
                      AND HD-CODIGO NUMERIC
                      AND HD-QT-MEMBROS NUMERIC
                      AND HD-QT-MEMBROS > 1
                       ADD 1 TO W-QT-DOM
                       MOVE HD-CODIGO    TO TDM-CODIGO(W-QT-DOM)
                       MOVE HD-PRINCIPAL TO TDM-PRINCIPAL(W-QT-DOM)
                       MOVE HD-SOBRENOME TO TDM-SOBRENOME(W-QT-DOM)
                   END-IF
                   READ DOMICILIOS
               END-PERFORM
               CLOSE DOMICILIOS
           END-IF.

       QUEBRA-PREFIXO-CEP.
           MOVE SPACES TO REG-ETIQCTL
           STRING "PREFIXO " W-PREFIXO-ANT ": " W-QT-PREFIXO

      *---------------------------------------------------------
      *    CARGA EM LOTE: APLICA CLIENTES_NOVOS.TXT DIRETO NO
      *    CLIENTE.TXT - INSERE OS DE CEP LIMPO COM CODIGO NOVO,
      *    PULA (E RELATA) OS JA CADASTRADOS (MESMO NOME NO MESMO
      *    CEP, NO CADASTRO OU INSERIDO POR LINHA ANTERIOR DO
      *    PROPRIO LOTE) E MARCA COMO FALHA OS DE CEP INVALIDO. CEP
      *    COMPARTILHADO COM OUTRO CLIENTE ENTRA, MAS SAI ANOTADO.
      *    O RESUMO SAI EM CARGA_CLIENTES.TXT - A CARGA QUE ANTES
      *    ERA UMA TARDE DE DIGITACAO NA OPCAO 2.
      *---------------------------------------------------------
       CARGA-CLIENTES-NOVOS.
           MOVE ZEROS TO W-QT-INSERIDOS W-QT-PULADOS W-QT-FALHAS
           CLOSE NOVOS.

      *---------------------------------------------------------
      *    APLICA UM CLIENTE DO LOTE: CEP INVALIDO = FALHA; MESMO
      *    NOME JA NO MESMO CEP = PULADO; O RESTO GANHA O PROXIMO
      *    CODIGO E E' GRAVADO.
      *---------------------------------------------------------
       CARREGA-UM-NOVO.
           IF NOVO-CEP NOT NUMERIC OR NOVO-CEP EQUAL ZEROS
               IF CLIENTE-PREF-CON NOT EQUAL "C" AND "T" AND "E"
                   MOVE SPACE TO CLIENTE-PREF-CON
               END-IF
               MOVE NOVO-COD-ASS  TO CLIENTE-COD-ASS
               MOVE "N"       TO W-MOSTRA-CEP
               MOVE NOVO-CEP  TO W-CEP-PROCURA
               MOVE NOVO-NOME TO W-NOME-PROCURA
               PERFORM VARRE-MESMO-CEP
               IF W-COD-MESMO-NOME NOT EQUAL ZEROS
                   ADD 1 TO W-QT-PULADOS
                   MOVE SPACES TO REG-CARGA
                   STRING "PULADO  : CEP " NOVO-CEP
                       " JA CADASTRADO (CODIGO " W-COD-MESMO-NOME
                       ") - " NOVO-NOME
                       DELIMITED BY SIZE INTO REG-CARGA
                   WRITE REG-CARGA
               ELSE
                   PERFORM PROXIMO-CODIGO
                   WRITE REG-CLIENTE
                       INVALID KEY
                           ADD 1 TO W-QT-FALHAS
                           MOVE SPACES TO REG-CARGA
                           STRING "FALHA   : CODIGO " CLIENTE-CODIGO
                               " JA EXISTE - " NOVO-NOME
                               DELIMITED BY SIZE INTO REG-CARGA
                           WRITE REG-CARGA
                       NOT INVALID KEY
                           ADD 1 TO W-QT-INSERIDOS
                           MOVE SPACES TO REG-CARGA
                           IF W-QT-MESMO-CEP > ZEROS
                               STRING "INSERIDO: CODIGO "
                                   CLIENTE-CODIGO " CEP " NOVO-CEP
                                   " - " NOVO-NOME
                                   " (CEP COMPARTILHADO)"
                                   DELIMITED BY SIZE INTO REG-CARGA
                           ELSE
                               STRING "INSERIDO: CODIGO "
                                   CLIENTE-CODIGO " CEP " NOVO-CEP
                                   " - " NOVO-NOME
                                   DELIMITED BY SIZE INTO REG-CARGA
                           END-IF
                           WRITE REG-CARGA
                           MOVE "CARGA" TO W-JR-OPER
                           MOVE SPACES      TO W-IMG-ANTES
                           MOVE REG-CLIENTE TO W-IMG-DEPOIS
                           PERFORM GRAVA-JORNAL
                   END-WRITE
               END-IF
           END-IF.

      *---------------------------------------------------------
                          INTO REG-DUPLIC
                   WRITE REG-DUPLIC
               ELSE
                   MOVE "N"          TO W-MOSTRA-CEP
                   MOVE SORTCEP-CEP  TO W-CEP-PROCURA
                   MOVE SORTCEP-NOME TO W-NOME-PROCURA
                   PERFORM VARRE-MESMO-CEP
                   IF W-QT-MESMO-CEP > ZEROS
                       ADD 1 TO W-QTDE-DUPLIC
                       MOVE SPACES TO REG-DUPLIC
                       IF W-COD-MESMO-NOME NOT EQUAL ZEROS
                           STRING "CEP JA CADASTRADO: "
                               DELIMITED BY SIZE
                             SORTCEP-CEP DELIMITED BY SIZE
                             " - " DELIMITED BY SIZE
                             SORTCEP-NOME DELIMITED BY SIZE
                             " (MESMO NOME - CODIGO " DELIMITED BY SIZE
                             W-COD-MESMO-NOME DELIMITED BY SIZE
                             ")" DELIMITED BY SIZE
                             INTO REG-DUPLIC
                       ELSE
                           STRING "CEP JA CADASTRADO: "
                               DELIMITED BY SIZE
                             SORTCEP-CEP DELIMITED BY SIZE
                             " - " DELIMITED BY SIZE
                             SORTCEP-NOME DELIMITED BY SIZE
                             " (EXISTENTE: " DELIMITED BY SIZE
                             W-NOME-PRIMEIRO DELIMITED BY SIZE
                             ")" DELIMITED BY SIZE
                             INTO REG-DUPLIC
                       END-IF
                       WRITE REG-DUPLIC
                   END-IF
               END-IF
               MOVE SORTCEP-CEP TO W-CEP-ANT
               RETURN WORK-SORT-CEP AT END MOVE "S" TO W-SORTCEP-FIM
      *    CRUZA O EXTRATO DE ASSINANTES (ASSINANTES.TXT, NOME E
      *    CEP NO MESMO FORMATO CEP5/CEP3 USADO PELO XPGR47) CONTRA
      *    O CADASTRO DE CLIENTES, LOCALIZANDO CADA ASSINANTE PELO
      *    CEP (CHAVE ALTERNADA DO ARQUIVO INDEXADO) E GRAVANDO EM
      *    CRUZAMENTO_ASSINANTE.TXT O RESULTADO DE CADA CONFRONTO.
      *---------------------------------------------------------
       CRUZAMENTO-ASSINANTE.
      *---------------------------------------------------------
      *    MONTA O CEP DE 8 DIGITOS A PARTIR DO PAR CEP5/CEP3 DO
      *    ASSINANTE (MESMA MONTAGEM DO VALIDA-CEP DO XPGR47) E
      *    CONFRONTA CONTRA O CADASTRO DE CLIENTES PELO CEP. COM
      *    MAIS DE UM CLIENTE NO CEP, VALE O DE MESMO NOME (COM O
      *    CODIGO); SEM NENHUM DE MESMO NOME, O PRIMEIRO DO CEP.
      *---------------------------------------------------------
       CONFRONTA-ASSINANTE.
           STRING ASS-CEP5 ASS-CEP3 DELIMITED BY SIZE
               INTO W-CEP-ASSINANTE
           MOVE "N"             TO W-MOSTRA-CEP
           MOVE W-CEP-ASSINANTE TO W-CEP-PROCURA
           MOVE ASS-NOME        TO W-NOME-PROCURA
           PERFORM VARRE-MESMO-CEP
           EVALUATE TRUE
               WHEN W-QT-MESMO-CEP EQUAL ZEROS
                   ADD 1 TO W-QTDE-ASS-NAO
                   MOVE SPACES TO REG-CRUZAMENTO
                   STRING "SEM CADASTRO: " DELIMITED BY SIZE
                       W-CEP-ASSINANTE DELIMITED BY SIZE
                       INTO REG-CRUZAMENTO
                   WRITE REG-CRUZAMENTO
               WHEN W-COD-MESMO-NOME NOT EQUAL ZEROS
                   ADD 1 TO W-QTDE-ASS-OK
                   MOVE SPACES TO REG-CRUZAMENTO
                   STRING "CADASTRADO: " DELIMITED BY SIZE
                       ASS-NOME DELIMITED BY SIZE
                       " = CODIGO " DELIMITED BY SIZE
                       W-COD-MESMO-NOME DELIMITED BY SIZE
                       " - CEP " DELIMITED BY SIZE
                       W-CEP-ASSINANTE DELIMITED BY SIZE
                       INTO REG-CRUZAMENTO
                   WRITE REG-CRUZAMENTO
               WHEN OTHER
                   ADD 1 TO W-QTDE-ASS-OK
                   MOVE SPACES TO REG-CRUZAMENTO
                   STRING "CADASTRADO: " DELIMITED BY SIZE
                       ASS-NOME DELIMITED BY SIZE
                       " = " DELIMITED BY SIZE
                       W-NOME-PRIMEIRO DELIMITED BY SIZE
                       " - CEP " DELIMITED BY SIZE
                       W-CEP-ASSINANTE DELIMITED BY SIZE
                       INTO REG-CRUZAMENTO
                   WRITE REG-CRUZAMENTO
           END-EVALUATE.

      *---------------------------------------------------------
      *    VARRE OS CLIENTES DE UM CEP (W-CEP-PROCURA) PELA CHAVE
      *    ALTERNADA: CONTA-OS EM W-QT-MESMO-CEP, GUARDA O NOME DO
      *    PRIMEIRO EM W-NOME-PRIMEIRO E O CODIGO DO DE NOME IGUAL
      *    A W-NOME-PROCURA EM W-COD-MESMO-NOME. COM W-MOSTRA-CEP
      *    = "S" LISTA CADA UM NA TELA. O REG-CLIENTE DE QUEM CHAMA
      *    E' PRESERVADO.
      *---------------------------------------------------------
       VARRE-MESMO-CEP.
           MOVE REG-CLIENTE TO W-REG-GUARDA
           MOVE ZEROS  TO W-QT-MESMO-CEP W-COD-MESMO-NOME
           MOVE SPACES TO W-NOME-PRIMEIRO
           MOVE W-CEP-PROCURA TO CLIENTE-CEP
           START ENTRADA KEY EQUAL CLIENTE-CEP
               INVALID KEY
                   MOVE "23" TO FS-CLIENTE
           END-START
           IF FS-CLIENTE-1 EQUAL "0"
               READ ENTRADA NEXT
           END-IF
           PERFORM UNTIL FS-CLIENTE-1 NOT EQUAL "0"
                      OR CLIENTE-CEP NOT EQUAL W-CEP-PROCURA
               ADD 1 TO W-QT-MESMO-CEP
               IF W-QT-MESMO-CEP EQUAL 1
                   MOVE CLIENTE-NOME TO W-NOME-PRIMEIRO
               END-IF
               IF CLIENTE-NOME EQUAL W-NOME-PROCURA
                  AND W-COD-MESMO-NOME EQUAL ZEROS
                   MOVE CLIENTE-CODIGO TO W-COD-MESMO-NOME
               END-IF
               IF W-MOSTRA-CEP EQUAL "S"
                   DISPLAY "  " CLIENTE-CODIGO " - " CLIENTE-NOME
                       " - " CLIENTE-RUA(1:30)
               END-IF
               READ ENTRADA NEXT
           END-PERFORM
           MOVE W-REG-GUARDA TO REG-CLIENTE.

      *---------------------------------------------------------
      *    PEDE O CODIGO DO CLIENTE PARA ALTERAR/EXCLUIR. QUEM NAO
      *    SABE O CODIGO INFORMA 0 E O CEP: OS CLIENTES DO CEP SAO
      *    LISTADOS COM O CODIGO E O OPERADOR ESCOLHE.
      *---------------------------------------------------------
       PEDE-CODIGO-CLIENTE.
           DISPLAY "CODIGO DO CLIENTE (0 = PROCURAR PELO CEP): "
           ACCEPT W-COD-PROCURA
           IF W-COD-PROCURA EQUAL ZEROS
               DISPLAY "CEP DO CLIENTE....................: "
               ACCEPT W-CEP-PROCURA
               MOVE "S"    TO W-MOSTRA-CEP
               MOVE SPACES TO W-NOME-PROCURA
               PERFORM VARRE-MESMO-CEP
               IF W-QT-MESMO-CEP EQUAL ZEROS
                   DISPLAY "NENHUM CLIENTE NO CEP " W-CEP-PROCURA
               ELSE
                   DISPLAY "CODIGO DO CLIENTE.................: "
                   ACCEPT W-COD-PROCURA
               END-IF
           END-IF
           MOVE W-COD-PROCURA TO CLIENTE-CODIGO.

      *---------------------------------------------------------
      *    PROXIMO CODIGO DE CLIENTE PARA O REG-CLIENTE CORRENTE.
      *    NA PRIMEIRA VEZ DA SESSAO APURA O ULTIMO CODIGO EMITIDO
      *    (O MAIOR ENTRE CLIENTE_COD.TXT E O CADASTRO); A CADA
      *    CODIGO EMITIDO REGRAVA O CONTROLE - CODIGO NUNCA E'
      *    REAPROVEITADO, NEM O DE CLIENTE EXCLUIDO.
      *---------------------------------------------------------
       PROXIMO-CODIGO.
           IF W-COD-CARREGADO NOT EQUAL "S"
               PERFORM APURA-ULTIMO-CODIGO
               MOVE "S" TO W-COD-CARREGADO
           END-IF
           ADD 1 TO W-ULT-CODIGO
           MOVE W-ULT-CODIGO TO CLIENTE-CODIGO
           PERFORM GRAVA-ULTIMO-CODIGO.

       APURA-ULTIMO-CODIGO.
           MOVE ZEROS TO W-ULT-CODIGO
           OPEN INPUT CODCLI
           IF FS-CODCLI EQUAL "00"
               READ CODCLI
               IF FS-CODCLI EQUAL "00" AND CC-ULTIMO NUMERIC
                   MOVE CC-ULTIMO TO W-ULT-CODIGO
               END-IF
               CLOSE CODCLI
           END-IF
           MOVE REG-CLIENTE TO W-REG-GUARDA
           MOVE ZEROS TO CLIENTE-CODIGO
           START ENTRADA KEY NOT < CLIENTE-CODIGO
               INVALID KEY
                   MOVE "23" TO FS-CLIENTE
           END-START
           IF FS-CLIENTE-1 EQUAL "0"
               READ ENTRADA NEXT
           END-IF
           PERFORM UNTIL FS-CLIENTE-1 NOT EQUAL "0"
               IF CLIENTE-CODIGO > W-ULT-CODIGO
                   MOVE CLIENTE-CODIGO TO W-ULT-CODIGO
               END-IF
               READ ENTRADA NEXT
           END-PERFORM
           MOVE W-REG-GUARDA TO REG-CLIENTE.

       GRAVA-ULTIMO-CODIGO.
           OPEN OUTPUT CODCLI
           IF FS-CODCLI EQUAL "00"
               ACCEPT W-DATA-ACESSO FROM DATE
               ACCEPT W-HORA-ACESSO FROM TIME
               MOVE SPACES        TO REG-CODCLI
               MOVE W-ULT-CODIGO  TO CC-ULTIMO
               MOVE W-DATA-ACESSO TO CC-DATA
               MOVE W-HORA-ACESSO TO CC-HORA
               MOVE "LISTA_CLI"   TO CC-ORIGEM
               WRITE REG-CODCLI
               CLOSE CODCLI
           END-IF.

      *---------------------------------------------------------
      *    TRAVA DE RECURSO DO CLIENTE.TXT: TOMA A TRAVA ANTES DAS
               END-IF
           END-PERFORM.

      *---------------------------------------------------------
      *    ARQUIVA-RELATORIO: COPIA DATADA DO RELATORIO NO ARQUIVO
      *    DE RELATORIOS (ARQREL, INDICE ARQUIVO_REL.TXT) - A
      *    PROXIMA RODADA REGRAVA O RELATORIO NO MESMO NOME.
      *---------------------------------------------------------
       ARQUIVA-RELATORIO.
           MOVE SPACES TO W-ARQREL
           MOVE "LISTA_CLIENTE.TXT" TO W-AQ-ARQUIVO
           MOVE "LISTA_CLIE" TO W-AQ-PROGRAMA
           CALL "ARQREL" USING W-ARQREL
               ON EXCEPTION
                   MOVE "9" TO W-AQ-RET
           END-CALL
           IF W-AQ-RET NOT EQUAL "0"
               DISPLAY "RELATORIO " W-AQ-ARQUIVO
                   " NAO ARQUIVADO (ARQUIVO_REL.TXT)"
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
           END-IF
           DISPLAY "AMBIENTE: " W-AM-NOME.

       END PROGRAM LISTA_CLIENTE.
