       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERACOES-MESTRE.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-CATALOGO
               ASSIGN TO "../../../../Dados/catalogo-geracoes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGO-STATUS.

           SELECT ARQUIVO-COPIA
               ASSIGN USING NOME-GERACAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPIA-STATUS.

           SELECT ARQUIVO-ORDENADOS
               ASSIGN TO "../../../../Dados/valores-ordenados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDENADOS-STATUS.

           SELECT ARQUIVO-GERACOES-PARAM
               ASSIGN TO "../../../../Dados/geracoes-params.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GERACOES-PARAM-STATUS.

           SELECT ARQUIVO-EXECUCOES
               ASSIGN TO "../../../../Dados/execucoes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXECUCOES-STATUS.

           SELECT ARQUIVO-GERACAO-ID
               ASSIGN TO "../../../../Dados/geracao-id.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GERACAO-STATUS.

           SELECT ARQUIVO-LINHAGEM
               ASSIGN TO "../../../../Dados/linhagem.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINHAGEM-STATUS.

           SELECT ARQUIVO-TRAVA
               ASSIGN TO "../../../../Dados/trava-dados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAVA-STATUS.

           SELECT ARQUIVO-TRAVA-PARAM
               ASSIGN TO "../../../../Dados/trava-params.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAVA-PARAM-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD ARQUIVO-CATALOGO.

       01 REG-CATALOGO.
           05 CAT-NUMERO     PIC 9(6).
           05 CAT-EVENTO     PIC X(1).
           05 CAT-PROGRAMA   PIC X(13).
           05 CAT-GERACAO-ID PIC 9(14).
           05 CAT-QTD        PIC 9(9).
           05 CAT-DATA       PIC 9(8).
           05 CAT-HORA       PIC 9(8).

       FD ARQUIVO-COPIA.

       01 REG-COPIA PIC X(18).

       FD ARQUIVO-ORDENADOS.

       01 REG-VALOR-ORDENADO.
           05 VO-PRIM PIC X(9).
           05 VO-SEC  PIC X(9).

       01 REG-TRAILER-ORDENADO.
           05 TRL-TIPO PIC X(1).
           05 TRL-QTD  PIC 9(9).
           05 FILLER   PIC X(8).

       FD ARQUIVO-GERACOES-PARAM.

       01 REG-GERACOES-PARAM.
           05 GPR-QTD-MANTER PIC X(3).

       FD ARQUIVO-EXECUCOES.

       01 REG-EXECUCAO.
           05 EXE-PROGRAMA       PIC X(13).
           05 EXE-DATA-INICIO    PIC 9(8).
           05 EXE-HORA-INICIO    PIC 9(8).
           05 EXE-DATA-FIM       PIC 9(8).
           05 EXE-HORA-FIM       PIC 9(8).
           05 EXE-GERACAO-ID     PIC 9(14).
           05 EXE-PARAMETROS     PIC X(29).
           05 EXE-REG-LIDOS      PIC 9(9).
           05 EXE-REG-REJEITADOS PIC 9(9).
           05 EXE-RETOMADA       PIC X(1).
           05 EXE-RETURN-CODE    PIC 9(4).

       FD ARQUIVO-GERACAO-ID.

       01 REG-GERACAO-ID.
           05 GID-ID PIC 9(14).

      ******************************************************************
      ****Linhagem dos dados: um registro por arquivo lido (L) ou*******
      ****gravado (G) em cada execucao**********************************
      ******************************************************************
       FD ARQUIVO-LINHAGEM.

       01 REG-LINHAGEM.
           05 LIN-PROGRAMA       PIC X(13).
           05 LIN-DATA-INICIO    PIC 9(8).
           05 LIN-HORA-INICIO    PIC 9(8).
           05 LIN-GERACAO-ID     PIC 9(14).
           05 LIN-OPERACAO       PIC X(1).
           05 LIN-ARQUIVO        PIC X(44).
           05 LIN-QTD-REGISTROS  PIC 9(9).
           05 LIN-GERACAO-MESTRE PIC 9(6).
           05 LIN-RETURN-CODE    PIC 9(4).

       FD ARQUIVO-TRAVA.

       01 REG-TRAVA.
           05 TRV-PROGRAMA PIC X(20).
           05 TRV-GERACAO  PIC 9(14).
           05 TRV-DATA     PIC 9(8).
           05 TRV-HORA     PIC 9(8).

       FD ARQUIVO-TRAVA-PARAM.

       01 REG-TRAVA-PARAM.
           05 TVP-IDADE-MAX PIC X(5).

       WORKING-STORAGE SECTION.
      *****Registro de execucao (execucoes.dat)*****
       01 WS-EXECUCOES-STATUS PIC X(2).
       01 DATA-INICIO-EXEC PIC 9(8).
       01 HORA-INICIO-EXEC PIC 9(8).
       01 DATA-FIM-EXEC    PIC 9(8).
       01 HORA-FIM-EXEC    PIC 9(8).
       01 PARAMETROS-USADOS PIC X(29).

       01 WS-GERACAO-STATUS PIC X(2).
       01 GERACAO-ID PIC 9(14) VALUE 0.

      *****Trava de execucao do diretorio de dados*****
       01 WS-TRAVA-STATUS       PIC X(2).
       01 WS-TRAVA-PARAM-STATUS PIC X(2).
       01 WS-LINHAGEM-STATUS    PIC X(2).
       01 TRAVA-IDADE-MAX  PIC 9(5) COMP VALUE 3600.
       01 TRAVA-AGORA-DATA PIC 9(8).
       01 TRAVA-AGORA-HORA PIC 9(8).
       01 TRAVA-IDADE-SEG  PIC S9(9) COMP.
       01 TRAVA-DIAS-REG   PIC 9(9) COMP.
       01 TRAVA-DIAS-AGORA PIC 9(9) COMP.
       01 TRAVA-SEG-REG    PIC 9(9) COMP.
       01 TRAVA-SEG-AGORA  PIC 9(9) COMP.
       01 TRAVA-HORA-DEC.
           05 TRH-HH PIC 99.
           05 TRH-MM PIC 99.
           05 TRH-SS PIC 99.
           05 TRH-CC PIC 99.

       01 WS-CATALOGO-STATUS PIC X(2).
       01 WS-COPIA-STATUS    PIC X(2).
       01 WS-ORDENADOS-STATUS PIC X(2).
       01 WS-GERACOES-PARAM-STATUS PIC X(2).
       01 FIM      PIC X VALUE 'N'.

      *****Acao pedida na linha de comando*****
      *    LISTA (padrao), PROMOVE <numero> ou EXPURGA
       01 PARAMETRO-LINHA PIC X(80).
       01 ACAO            PIC X(10).
       01 ACAO-ARG        PIC X(10).
       01 QTD-DIGITOS     PIC 9(2) COMP.
       01 GERACAO-ALVO    PIC 9(6) VALUE 0.

      *****Limite de geracoes mantidas (geracoes-params.dat)*****
       01 QTD-MANTER      PIC 9(3) COMP VALUE 5.

      *****Nome do arquivo da geracao numerada*****

       01 NOME-GERACAO.
           05 FILLER PIC X(37) VALUE
               "../../../../Dados/valores-ordenados-g".
           05 NOME-GER-NUM PIC 9(6).
           05 FILLER PIC X(4) VALUE ".dat".

      *****Geracoes do catalogo (uma entrada por geracao)*****
      *    Situacao: D disponivel, P pendente de promocao,
      *    X expurgada (a entrada e liberada quando a tabela enche)

       01 QTD-GERACOES     PIC 9(4) COMP VALUE 0.
       01 IDX-GER          PIC 9(4) COMP.
       01 IDX-ALVO         PIC 9(4) COMP.
       01 IDX-DESTINO      PIC 9(4) COMP.
       01 ULTIMA-GERACAO   PIC 9(6) VALUE 0.
       01 GERACAO-CORRENTE PIC 9(6) VALUE 0.
       01 QTD-EVENTOS      PIC 9(9) COMP VALUE 0.
       01 TAB-GERACOES.
           05 ENTRADA-GERACAO OCCURS 2000 TIMES.
               10 GER-NUMERO     PIC 9(6).
               10 GER-PROGRAMA   PIC X(13).
               10 GER-GERACAO-ID PIC 9(14).
               10 GER-QTD        PIC 9(9).
               10 GER-DATA       PIC 9(8).
               10 GER-HORA       PIC 9(8).
               10 GER-SITUACAO   PIC X(1).

      *****Copia e conferencia de uma geracao*****

       01 QTD-COPIADOS    PIC 9(9) COMP VALUE 0.
       01 GERACAO-PROMOVIDA PIC X VALUE 'N'.
       01 QTD-TRAILER     PIC 9(9) COMP VALUE 0.
       01 ACHOU-TRAILER   PIC X VALUE 'N'.
       01 QTD-MANTIDAS    PIC 9(4) COMP VALUE 0.
       01 QTD-EXPURGADAS  PIC 9(4) COMP VALUE 0.
       01 STATUS-EXCLUSAO PIC S9(9) COMP-5 VALUE 0.

      *****Linhas da listagem do catalogo*****

       01 LINHA-LISTA-CABEC.
           05 FILLER PIC X(8)  VALUE "GERACAO".
           05 FILLER PIC X(14) VALUE "PROGRAMA".
           05 FILLER PIC X(15) VALUE "GERACAO-ID".
           05 FILLER PIC X(10) VALUE "  TRL-QTD".
           05 FILLER PIC X(18) VALUE " DATA     HORA".
           05 FILLER PIC X(10) VALUE "SITUACAO".

       01 LINHA-LISTA.
           05 LIS-NUMERO     PIC 9(6).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 LIS-PROGRAMA   PIC X(13).
           05 FILLER         PIC X(1) VALUE SPACES.
           05 LIS-GERACAO-ID PIC 9(14).
           05 FILLER         PIC X(1) VALUE SPACES.
           05 LIS-QTD        PIC Z(8)9.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 LIS-DATA       PIC 9(8).
           05 FILLER         PIC X(1) VALUE SPACES.
           05 LIS-HORA       PIC 9(8).
           05 FILLER         PIC X(1) VALUE SPACES.
           05 LIS-SITUACAO   PIC X(10).

      ******************************************************************

       PROCEDURE DIVISION.

       000-MAIN-PROCEDURE.
           ACCEPT DATA-INICIO-EXEC FROM DATE YYYYMMDD
           ACCEPT HORA-INICIO-EXEC FROM TIME
           PERFORM 045-LE-ACAO
           PERFORM 075-LE-GERACAO-ID
           PERFORM 030-OBTEM-TRAVA
           PERFORM 050-LE-PARAMETROS
           PERFORM 100-CARREGA-CATALOGO

           EVALUATE ACAO
               WHEN "LISTA"
                   PERFORM 200-LISTA
               WHEN "PROMOVE"
                   PERFORM 300-PROMOVE
               WHEN "EXPURGA"
                   PERFORM 400-EXPURGA
                   PERFORM 200-LISTA
               WHEN OTHER
                   DISPLAY "ERRO: ACAO " ACAO " INVALIDA - USE LISTA, "
                       "PROMOVE <GERACAO> OU EXPURGA"
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE

           PERFORM 080-GRAVA-EXECUCAO
           PERFORM 040-LIBERA-TRAVA
           STOP RUN.

      ******************************************************************
      ****Acao da linha de comando: LISTA (padrao), PROMOVE seguido*****
      ****do numero da geracao, ou EXPURGA******************************
      ******************************************************************
       045-LE-ACAO.
           ACCEPT PARAMETRO-LINHA FROM COMMAND-LINE
           MOVE SPACES TO ACAO
           MOVE SPACES TO ACAO-ARG
           UNSTRING PARAMETRO-LINHA DELIMITED BY ALL SPACE
               INTO ACAO ACAO-ARG
           END-UNSTRING
           IF ACAO = SPACES
               MOVE "LISTA" TO ACAO
           END-IF
           INSPECT ACAO CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE SPACES TO PARAMETROS-USADOS
           STRING ACAO DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               ACAO-ARG DELIMITED BY SPACE
               INTO PARAMETROS-USADOS.

      ******************************************************************
      ****Quantidade de geracoes mantidas pelo EXPURGA******************
      ******************************************************************
       050-LE-PARAMETROS.
           OPEN INPUT ARQUIVO-GERACOES-PARAM
           IF WS-GERACOES-PARAM-STATUS = "00"
               READ ARQUIVO-GERACOES-PARAM
                   NOT AT END
                       IF GPR-QTD-MANTER IS NUMERIC
                               AND FUNCTION NUMVAL(GPR-QTD-MANTER) > 0
                           MOVE FUNCTION NUMVAL(GPR-QTD-MANTER)
                               TO QTD-MANTER
                       ELSE
                           DISPLAY "AVISO: GERACOES-PARAMS.DAT "
                               "INVALIDO - MANTENDO " QTD-MANTER
                               " GERACOES"
                       END-IF
               END-READ
               CLOSE ARQUIVO-GERACOES-PARAM
           END-IF.

      ******************************************************************
      ****Carrega o catalogo: cada evento G (gerada e corrente),********
      ****N (gerada, pendente de promocao), P (promovida a corrente)****
      ****e X (expurgada) atualiza a situacao da geracao****************
      ******************************************************************
       100-CARREGA-CATALOGO.
           OPEN INPUT ARQUIVO-CATALOGO
           IF WS-CATALOGO-STATUS NOT = "00"
               DISPLAY "CATALOGO-GERACOES.DAT AINDA NAO EXISTE - "
                   "NENHUMA GERACAO REGISTRADA"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIM
           PERFORM UNTIL FIM = 'S'
               READ ARQUIVO-CATALOGO
                   AT END
                       MOVE 'S' TO FIM
                   NOT AT END
                       ADD 1 TO QTD-EVENTOS
                       PERFORM 150-APLICA-EVENTO
               END-READ
           END-PERFORM
           CLOSE ARQUIVO-CATALOGO.

       150-APLICA-EVENTO.
           IF CAT-NUMERO IS NOT NUMERIC
               DISPLAY "AVISO: CATALOGO-GERACOES.DAT COM REGISTRO "
                   "INVALIDO NA LINHA " QTD-EVENTOS " - IGNORADO"
               EXIT PARAGRAPH
           END-IF
           IF CAT-NUMERO > ULTIMA-GERACAO
               MOVE CAT-NUMERO TO ULTIMA-GERACAO
           END-IF
           MOVE CAT-NUMERO TO GERACAO-ALVO
           PERFORM 160-LOCALIZA-GERACAO

           EVALUATE CAT-EVENTO
               WHEN "G"
               WHEN "N"
                   IF IDX-ALVO = 0
                       IF QTD-GERACOES >= 2000
                           PERFORM 170-LIBERA-EXPURGADAS
                       END-IF
                       IF QTD-GERACOES >= 2000
                           DISPLAY "ERRO: CATALOGO-GERACOES.DAT COM "
                               "MAIS DE 2000 GERACOES NAO EXPURGADAS"
                           CLOSE ARQUIVO-CATALOGO
                           MOVE 16 TO RETURN-CODE
                           PERFORM 080-GRAVA-EXECUCAO
                           PERFORM 040-LIBERA-TRAVA
                           STOP RUN
                       END-IF
                       ADD 1 TO QTD-GERACOES
                       MOVE QTD-GERACOES TO IDX-ALVO
                   END-IF
                   MOVE CAT-NUMERO     TO GER-NUMERO(IDX-ALVO)
                   MOVE CAT-PROGRAMA   TO GER-PROGRAMA(IDX-ALVO)
                   MOVE CAT-GERACAO-ID TO GER-GERACAO-ID(IDX-ALVO)
                   MOVE CAT-QTD        TO GER-QTD(IDX-ALVO)
                   MOVE CAT-DATA       TO GER-DATA(IDX-ALVO)
                   MOVE CAT-HORA       TO GER-HORA(IDX-ALVO)
                   IF CAT-EVENTO = "G"
                       MOVE "D" TO GER-SITUACAO(IDX-ALVO)
                       MOVE CAT-NUMERO TO GERACAO-CORRENTE
                   ELSE
                       MOVE "P" TO GER-SITUACAO(IDX-ALVO)
                   END-IF
               WHEN "P"
                   IF IDX-ALVO > 0
                       MOVE "D" TO GER-SITUACAO(IDX-ALVO)
                       MOVE CAT-NUMERO TO GERACAO-CORRENTE
                   END-IF
               WHEN "X"
                   IF IDX-ALVO > 0
                       MOVE "X" TO GER-SITUACAO(IDX-ALVO)
                       IF GERACAO-CORRENTE = CAT-NUMERO
                           MOVE 0 TO GERACAO-CORRENTE
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY "AVISO: CATALOGO-GERACOES.DAT COM EVENTO "
                       CAT-EVENTO " DESCONHECIDO NA LINHA " QTD-EVENTOS
           END-EVALUATE.

       160-LOCALIZA-GERACAO.
           MOVE 0 TO IDX-ALVO
           PERFORM VARYING IDX-GER FROM 1 BY 1
                   UNTIL IDX-GER > QTD-GERACOES OR IDX-ALVO > 0
               IF GER-NUMERO(IDX-GER) = GERACAO-ALVO
                   MOVE IDX-GER TO IDX-ALVO
               END-IF
           END-PERFORM.

      ******************************************************************
      ****Tabela cheia: as geracoes expurgadas deixam a tabela e as*****
      ****demais sobem, mantida a ordem do catalogo (o EXPURGA conta****
      ****as mais recentes a partir do fim da tabela)*******************
      ******************************************************************
       170-LIBERA-EXPURGADAS.
           MOVE 0 TO IDX-DESTINO
           PERFORM VARYING IDX-GER FROM 1 BY 1
                   UNTIL IDX-GER > QTD-GERACOES
               IF GER-SITUACAO(IDX-GER) NOT = "X"
                   ADD 1 TO IDX-DESTINO
                   IF IDX-DESTINO NOT = IDX-GER
                       MOVE ENTRADA-GERACAO(IDX-GER)
                           TO ENTRADA-GERACAO(IDX-DESTINO)
                   END-IF
               END-IF
           END-PERFORM
           MOVE IDX-DESTINO TO QTD-GERACOES.

      ******************************************************************
      ****Listagem das geracoes catalogadas*****************************
      ******************************************************************
       200-LISTA.
           DISPLAY "GERACOES-MESTRE - CATALOGO DE VALORES-ORDENADOS.DAT"
           DISPLAY "GERACAO CORRENTE: " GERACAO-CORRENTE
               "   LIMITE DE GERACOES MANTIDAS: " QTD-MANTER
           DISPLAY LINHA-LISTA-CABEC
           PERFORM VARYING IDX-GER FROM 1 BY 1
                   UNTIL IDX-GER > QTD-GERACOES
               MOVE GER-NUMERO(IDX-GER)     TO LIS-NUMERO
               MOVE GER-PROGRAMA(IDX-GER)   TO LIS-PROGRAMA
               MOVE GER-GERACAO-ID(IDX-GER) TO LIS-GERACAO-ID
               MOVE GER-QTD(IDX-GER)        TO LIS-QTD
               MOVE GER-DATA(IDX-GER)       TO LIS-DATA
               MOVE GER-HORA(IDX-GER)       TO LIS-HORA
               EVALUATE TRUE
                   WHEN GER-NUMERO(IDX-GER) = GERACAO-CORRENTE
                       MOVE "CORRENTE" TO LIS-SITUACAO
                   WHEN GER-SITUACAO(IDX-GER) = "P"
                       MOVE "PENDENTE" TO LIS-SITUACAO
                   WHEN GER-SITUACAO(IDX-GER) = "X"
                       MOVE "EXPURGADA" TO LIS-SITUACAO
                   WHEN OTHER
                       MOVE "DISPONIVEL" TO LIS-SITUACAO
               END-EVALUATE
               DISPLAY LINHA-LISTA
           END-PERFORM
           DISPLAY QTD-GERACOES " GERACAO(OES) NO CATALOGO".

      ******************************************************************
      ****Promove uma geracao a corrente: confere a geracao contra o****
      ****seu trailer e so entao a copia sobre valores-ordenados.dat;***
      ****se o mestre corrente ainda nao estiver catalogado, ele e******
      ****preservado antes como uma nova geracao************************
      ******************************************************************
       300-PROMOVE.
           MOVE 0 TO QTD-DIGITOS
           INSPECT ACAO-ARG TALLYING QTD-DIGITOS
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF QTD-DIGITOS = 0 OR QTD-DIGITOS > 6
               DISPLAY "ERRO: INFORME O NUMERO DA GERACAO A PROMOVER"
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF ACAO-ARG(1:QTD-DIGITOS) IS NOT NUMERIC
               DISPLAY "ERRO: GERACAO " ACAO-ARG " INVALIDA"
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(ACAO-ARG(1:QTD-DIGITOS))
               TO GERACAO-ALVO
           PERFORM 160-LOCALIZA-GERACAO
           IF IDX-ALVO = 0
               DISPLAY "ERRO: GERACAO " GERACAO-ALVO " NAO CONSTA DO "
                   "CATALOGO-GERACOES.DAT"
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF GER-SITUACAO(IDX-ALVO) = "X"
               DISPLAY "ERRO: GERACAO " GERACAO-ALVO " JA FOI "
                   "EXPURGADA"
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF GERACAO-ALVO = GERACAO-CORRENTE
               DISPLAY "GERACAO " GERACAO-ALVO " JA E A CORRENTE - "
                   "NADA A PROMOVER"
               EXIT PARAGRAPH
           END-IF

           PERFORM 310-CONFERE-GERACAO
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           IF GERACAO-CORRENTE = 0
               PERFORM 350-PRESERVA-CORRENTE
               IF RETURN-CODE NOT = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE GERACAO-ALVO TO NOME-GER-NUM
           OPEN INPUT ARQUIVO-COPIA
           OPEN OUTPUT ARQUIVO-ORDENADOS
           MOVE 'N' TO FIM
           PERFORM UNTIL FIM = 'S'
               READ ARQUIVO-COPIA
                   AT END
                       MOVE 'S' TO FIM
                   NOT AT END
                       MOVE REG-COPIA TO REG-VALOR-ORDENADO
                       WRITE REG-VALOR-ORDENADO
               END-READ
           END-PERFORM
           CLOSE ARQUIVO-COPIA
           CLOSE ARQUIVO-ORDENADOS

           PERFORM 600-ABRE-CATALOGO-EXTEND
           MOVE GER-NUMERO(IDX-ALVO)     TO CAT-NUMERO
           MOVE "P"                      TO CAT-EVENTO
           MOVE GER-PROGRAMA(IDX-ALVO)   TO CAT-PROGRAMA
           MOVE GER-GERACAO-ID(IDX-ALVO) TO CAT-GERACAO-ID
           MOVE GER-QTD(IDX-ALVO)        TO CAT-QTD
           ACCEPT CAT-DATA FROM DATE YYYYMMDD
           ACCEPT CAT-HORA FROM TIME
           WRITE REG-CATALOGO
           CLOSE ARQUIVO-CATALOGO

           MOVE "D" TO GER-SITUACAO(IDX-ALVO)
           MOVE GERACAO-ALVO TO GERACAO-CORRENTE
           MOVE 'S' TO GERACAO-PROMOVIDA
           DISPLAY "GERACAO " GERACAO-ALVO " PROMOVIDA A CORRENTE - "
               GER-QTD(IDX-ALVO) " REGISTRO(S) EM "
               "VALORES-ORDENADOS.DAT".

      ******************************************************************
      ****Conferencia da geracao antes da promocao: registros de********
      ****dados iguais ao trailer e ao TRL-QTD catalogado***************
      ******************************************************************
       310-CONFERE-GERACAO.
           MOVE GERACAO-ALVO TO NOME-GER-NUM
           OPEN INPUT ARQUIVO-COPIA
           IF WS-COPIA-STATUS NOT = "00"
               DISPLAY "ERRO: ARQUIVO DA GERACAO " GERACAO-ALVO
                   " NAO ENCONTRADO - " NOME-GERACAO
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO QTD-COPIADOS
           MOVE 0 TO QTD-TRAILER
           MOVE 'N' TO ACHOU-TRAILER
           MOVE 'N' TO FIM
           PERFORM UNTIL FIM = 'S'
               READ ARQUIVO-COPIA
                   AT END
                       MOVE 'S' TO FIM
                   NOT AT END
                       MOVE REG-COPIA TO REG-VALOR-ORDENADO
                       IF TRL-TIPO = "T"
                           MOVE 'S' TO ACHOU-TRAILER
                           MOVE TRL-QTD TO QTD-TRAILER
                       ELSE
                           ADD 1 TO QTD-COPIADOS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQUIVO-COPIA

           IF ACHOU-TRAILER = 'N'
               DISPLAY "ERRO: GERACAO " GERACAO-ALVO " SEM TRAILER - "
                   "PROMOCAO RECUSADA"
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF QTD-COPIADOS NOT = QTD-TRAILER
                   OR QTD-TRAILER NOT = GER-QTD(IDX-ALVO)
               DISPLAY "ERRO: GERACAO " GERACAO-ALVO " COM "
                   QTD-COPIADOS " REGISTRO(S), TRAILER DE "
                   QTD-TRAILER " E CATALOGO DE " GER-QTD(IDX-ALVO)
                   " - PROMOCAO RECUSADA"
               MOVE 12 TO RETURN-CODE
           END-IF.

      ******************************************************************
      ****Mestre corrente fora do catalogo (gravado antes dele):********
      ****copia para uma nova geracao antes de ser sobreposto***********
      ******************************************************************
       350-PRESERVA-CORRENTE.
           OPEN INPUT ARQUIVO-ORDENADOS
           IF WS-ORDENADOS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ULTIMA-GERACAO
           MOVE ULTIMA-GERACAO TO NOME-GER-NUM
           OPEN OUTPUT ARQUIVO-COPIA
           IF WS-COPIA-STATUS NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL GRAVAR A GERACAO "
                   ULTIMA-GERACAO " - " NOME-GERACAO
               DISPLAY "MESTRE CORRENTE FORA DO CATALOGO NAO "
                   "PRESERVADO - PROMOCAO RECUSADA"
               CLOSE ARQUIVO-ORDENADOS
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO QTD-TRAILER
           MOVE 'N' TO FIM
           PERFORM UNTIL FIM = 'S'
               READ ARQUIVO-ORDENADOS
                   AT END
                       MOVE 'S' TO FIM
                   NOT AT END
                       IF TRL-TIPO = "T"
                           MOVE TRL-QTD TO QTD-TRAILER
                       END-IF
                       MOVE REG-VALOR-ORDENADO TO REG-COPIA
                       WRITE REG-COPIA
               END-READ
           END-PERFORM
           CLOSE ARQUIVO-ORDENADOS
           CLOSE ARQUIVO-COPIA

           PERFORM 600-ABRE-CATALOGO-EXTEND
           MOVE ULTIMA-GERACAO  TO CAT-NUMERO
           MOVE "G"             TO CAT-EVENTO
           MOVE "GERACOES-MEST" TO CAT-PROGRAMA
           MOVE 0               TO CAT-GERACAO-ID
           MOVE QTD-TRAILER     TO CAT-QTD
           ACCEPT CAT-DATA FROM DATE YYYYMMDD
           ACCEPT CAT-HORA FROM TIME
           WRITE REG-CATALOGO
           CLOSE ARQUIVO-CATALOGO
           DISPLAY "MESTRE CORRENTE FORA DO CATALOGO PRESERVADO COMO "
               "GERACAO " ULTIMA-GERACAO.

      ******************************************************************
      ****Expurgo: mantem as QTD-MANTER geracoes mais recentes (e*******
      ****sempre a corrente); as demais tem o arquivo excluido e********
      ****recebem um evento X no catalogo*******************************
      ******************************************************************
       400-EXPURGA.
           MOVE 0 TO QTD-MANTIDAS
           MOVE 0 TO QTD-EXPURGADAS
           IF QTD-GERACOES = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 600-ABRE-CATALOGO-EXTEND
           PERFORM VARYING IDX-GER FROM QTD-GERACOES BY -1
                   UNTIL IDX-GER < 1
               IF GER-SITUACAO(IDX-GER) NOT = "X"
                   IF GER-NUMERO(IDX-GER) = GERACAO-CORRENTE
                       ADD 1 TO QTD-MANTIDAS
                   ELSE
                       IF QTD-MANTIDAS < QTD-MANTER
                           ADD 1 TO QTD-MANTIDAS
                       ELSE
                           PERFORM 450-EXPURGA-GERACAO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQUIVO-CATALOGO
           DISPLAY "EXPURGO: " QTD-MANTIDAS " GERACAO(OES) MANTIDA(S), "
               QTD-EXPURGADAS " EXPURGADA(S)".

       450-EXPURGA-GERACAO.
           MOVE GER-NUMERO(IDX-GER) TO NOME-GER-NUM
           CALL "CBL_DELETE_FILE" USING NOME-GERACAO
               RETURNING STATUS-EXCLUSAO
           END-CALL
           IF STATUS-EXCLUSAO NOT = 0
               DISPLAY "AVISO: ARQUIVO DA GERACAO " NOME-GER-NUM
                   " JA NAO EXISTIA"
           END-IF
           MOVE GER-NUMERO(IDX-GER)     TO CAT-NUMERO
           MOVE "X"                     TO CAT-EVENTO
           MOVE GER-PROGRAMA(IDX-GER)   TO CAT-PROGRAMA
           MOVE GER-GERACAO-ID(IDX-GER) TO CAT-GERACAO-ID
           MOVE GER-QTD(IDX-GER)        TO CAT-QTD
           ACCEPT CAT-DATA FROM DATE YYYYMMDD
           ACCEPT CAT-HORA FROM TIME
           WRITE REG-CATALOGO
           MOVE "X" TO GER-SITUACAO(IDX-GER)
           ADD 1 TO QTD-EXPURGADAS.

       600-ABRE-CATALOGO-EXTEND.
           OPEN INPUT ARQUIVO-CATALOGO
           IF WS-CATALOGO-STATUS = "00"
               CLOSE ARQUIVO-CATALOGO
               OPEN EXTEND ARQUIVO-CATALOGO
           ELSE
               OPEN OUTPUT ARQUIVO-CATALOGO
           END-IF.

      ******************************************************************
      ****Leitura do identificador de geracao dos dados de entrada******
      ******************************************************************
       075-LE-GERACAO-ID.
           OPEN INPUT ARQUIVO-GERACAO-ID
           IF WS-GERACAO-STATUS = "00"
               READ ARQUIVO-GERACAO-ID
                   NOT AT END
                       IF GID-ID IS NUMERIC
                           MOVE GID-ID TO GERACAO-ID
                       END-IF
               END-READ
               CLOSE ARQUIVO-GERACAO-ID
           END-IF.

      ******************************************************************
      ****Registro de execucao no log comum execucoes.dat***************
      ******************************************************************
       080-GRAVA-EXECUCAO.
           ACCEPT DATA-FIM-EXEC FROM DATE YYYYMMDD
           ACCEPT HORA-FIM-EXEC FROM TIME
           OPEN INPUT ARQUIVO-EXECUCOES
           IF WS-EXECUCOES-STATUS = "00"
               CLOSE ARQUIVO-EXECUCOES
               OPEN EXTEND ARQUIVO-EXECUCOES
           ELSE
               OPEN OUTPUT ARQUIVO-EXECUCOES
           END-IF
           MOVE "GERACOES-MEST" TO EXE-PROGRAMA
           MOVE DATA-INICIO-EXEC TO EXE-DATA-INICIO
           MOVE HORA-INICIO-EXEC TO EXE-HORA-INICIO
           MOVE DATA-FIM-EXEC TO EXE-DATA-FIM
           MOVE HORA-FIM-EXEC TO EXE-HORA-FIM
           MOVE GERACAO-ID TO EXE-GERACAO-ID
           MOVE PARAMETROS-USADOS TO EXE-PARAMETROS
           MOVE QTD-COPIADOS TO EXE-REG-LIDOS
           MOVE 0 TO EXE-REG-REJEITADOS
           MOVE "N" TO EXE-RETOMADA
           MOVE RETURN-CODE TO EXE-RETURN-CODE
           WRITE REG-EXECUCAO
           CLOSE ARQUIVO-EXECUCOES
           PERFORM 082-GRAVA-LINHAGEM.

      ******************************************************************
      ****Linhagem no log comum linhagem.dat: arquivos lidos (L) e******
      ****gravados (G) por esta execucao, identificada pelo programa****
      ****e pelo inicio da execucao como em execucoes.dat***************
      ******************************************************************
       082-GRAVA-LINHAGEM.
           OPEN INPUT ARQUIVO-LINHAGEM
           IF WS-LINHAGEM-STATUS = "00"
               CLOSE ARQUIVO-LINHAGEM
               OPEN EXTEND ARQUIVO-LINHAGEM
           ELSE
               OPEN OUTPUT ARQUIVO-LINHAGEM
           END-IF
           MOVE SPACES TO REG-LINHAGEM
           MOVE 0 TO LIN-GERACAO-MESTRE
           IF GERACAO-PROMOVIDA = 'S'
               MOVE GERACAO-ALVO TO NOME-GER-NUM
               MOVE "L" TO LIN-OPERACAO
               MOVE NOME-GERACAO(19:) TO LIN-ARQUIVO
               MOVE QTD-COPIADOS TO LIN-QTD-REGISTROS
               MOVE GERACAO-ALVO TO LIN-GERACAO-MESTRE
               PERFORM 083-GRAVA-REG-LINHAGEM
               MOVE "G" TO LIN-OPERACAO
               MOVE "valores-ordenados.dat" TO LIN-ARQUIVO
               MOVE QTD-COPIADOS TO LIN-QTD-REGISTROS
               MOVE GERACAO-ALVO TO LIN-GERACAO-MESTRE
               PERFORM 083-GRAVA-REG-LINHAGEM
           END-IF
           CLOSE ARQUIVO-LINHAGEM.

       083-GRAVA-REG-LINHAGEM.
           MOVE "GERACOES-MEST" TO LIN-PROGRAMA
           MOVE DATA-INICIO-EXEC TO LIN-DATA-INICIO
           MOVE HORA-INICIO-EXEC TO LIN-HORA-INICIO
           MOVE GERACAO-ID TO LIN-GERACAO-ID
           MOVE RETURN-CODE TO LIN-RETURN-CODE
           WRITE REG-LINHAGEM
           MOVE 0 TO LIN-GERACAO-MESTRE.

      ******************************************************************
      ****Trava de execucao do diretorio de dados compartilhado:********
      ****obtida na entrada e liberada em toda saida; trava viva********
      ****de outro job encerra com RC 24 e trava alem da idade**********
      ****maxima (trava-params.dat, padrao 3600s) e apontada como*******
      ****obsoleta e assumida*******************************************
      ******************************************************************
       030-OBTEM-TRAVA.
           OPEN INPUT ARQUIVO-TRAVA-PARAM
           IF WS-TRAVA-PARAM-STATUS = "00"
               READ ARQUIVO-TRAVA-PARAM
                   NOT AT END
                       IF TVP-IDADE-MAX IS NUMERIC
                               AND FUNCTION NUMVAL(TVP-IDADE-MAX) > 0
                           MOVE FUNCTION NUMVAL(TVP-IDADE-MAX)
                               TO TRAVA-IDADE-MAX
                       END-IF
               END-READ
               CLOSE ARQUIVO-TRAVA-PARAM
           END-IF

           OPEN INPUT ARQUIVO-TRAVA
           IF WS-TRAVA-STATUS = "00"
               READ ARQUIVO-TRAVA
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 035-AVALIA-TRAVA
               END-READ
               CLOSE ARQUIVO-TRAVA
           END-IF

           OPEN OUTPUT ARQUIVO-TRAVA
           MOVE SPACES TO REG-TRAVA
           MOVE "GERACOES-MESTRE" TO TRV-PROGRAMA
           MOVE GERACAO-ID TO TRV-GERACAO
           ACCEPT TRV-DATA FROM DATE YYYYMMDD
           ACCEPT TRV-HORA FROM TIME
           WRITE REG-TRAVA
           CLOSE ARQUIVO-TRAVA.

       035-AVALIA-TRAVA.
           IF TRV-PROGRAMA = SPACES
               EXIT PARAGRAPH
           END-IF
           IF TRV-DATA IS NOT NUMERIC OR TRV-HORA IS NOT NUMERIC
               DISPLAY "AVISO: TRAVA-DADOS.DAT ILEGIVEL - ASSUMINDO "
                   "A TRAVA"
               EXIT PARAGRAPH
           END-IF
           ACCEPT TRAVA-AGORA-DATA FROM DATE YYYYMMDD
           ACCEPT TRAVA-AGORA-HORA FROM TIME
           COMPUTE TRAVA-DIAS-REG =
               FUNCTION INTEGER-OF-DATE(TRV-DATA)
           COMPUTE TRAVA-DIAS-AGORA =
               FUNCTION INTEGER-OF-DATE(TRAVA-AGORA-DATA)
           MOVE TRV-HORA TO TRAVA-HORA-DEC
           COMPUTE TRAVA-SEG-REG = TRH-HH * 3600 + TRH-MM * 60
               + TRH-SS
           MOVE TRAVA-AGORA-HORA TO TRAVA-HORA-DEC
           COMPUTE TRAVA-SEG-AGORA = TRH-HH * 3600 + TRH-MM * 60
               + TRH-SS
           COMPUTE TRAVA-IDADE-SEG =
               (TRAVA-DIAS-AGORA - TRAVA-DIAS-REG) * 86400
               + TRAVA-SEG-AGORA - TRAVA-SEG-REG
           IF TRAVA-IDADE-SEG < 0
               MOVE 0 TO TRAVA-IDADE-SEG
           END-IF
           IF TRAVA-IDADE-SEG > TRAVA-IDADE-MAX
               DISPLAY "AVISO: TRAVA OBSOLETA DE " TRV-PROGRAMA
                   " COM " TRAVA-IDADE-SEG "s (LIMITE "
                   TRAVA-IDADE-MAX "s) - ASSUMINDO A TRAVA"
           ELSE
               DISPLAY "ERRO: DADOS EM USO POR " TRV-PROGRAMA
                   " DESDE " TRV-DATA " " TRV-HORA
                   " (GERACAO " TRV-GERACAO ") - EXECUCAO RECUSADA"
               CLOSE ARQUIVO-TRAVA
               MOVE 24 TO RETURN-CODE
               STOP RUN
           END-IF.

       040-LIBERA-TRAVA.
           OPEN OUTPUT ARQUIVO-TRAVA
           CLOSE ARQUIVO-TRAVA.

       END PROGRAM GERACOES-MESTRE.
