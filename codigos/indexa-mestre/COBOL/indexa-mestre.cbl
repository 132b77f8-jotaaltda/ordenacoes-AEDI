       IDENTIFICATION DIVISION.
       PROGRAM-ID. INDEXA-MESTRE.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-ORDENADOS
               ASSIGN TO "../../../../Dados/valores-ordenados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDENADOS-STATUS.

           SELECT ARQUIVO-INDEXADO
               ASSIGN TO "../../../../Dados/valores-indexado.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IND-CHAVE
               FILE STATUS IS WS-INDEXADO-STATUS.

           SELECT ARQUIVO-IND-CONTROLE
               ASSIGN TO
               "../../../../Dados/valores-indexado-controle.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IND-CONTROLE-STATUS.

           SELECT ARQUIVO-CATALOGO
               ASSIGN TO "../../../../Dados/catalogo-geracoes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGO-STATUS.

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

       FD ARQUIVO-ORDENADOS.

       01 REG-VALOR-ORDENADO.
           05 VO-PRIM PIC X(9).
           05 VO-SEC  PIC X(9).

       01 REG-TRAILER-ORDENADO.
           05 TRL-TIPO PIC X(1).
           05 TRL-QTD  PIC 9(9).
           05 FILLER   PIC X(8).

      ******************************************************************
      ****Mestre indexado: um registro por chave distinta (prim+sec)****
      ****com a posicao relativa da primeira ocorrencia no mestre*******
      ****sequencial e a quantidade de ocorrencias**********************
      ******************************************************************
       FD ARQUIVO-INDEXADO.

       01 REG-INDEXADO.
           05 IND-CHAVE.
               10 IND-PRIM PIC 9(9).
               10 IND-SEC  PIC 9(9).
           05 IND-POSICAO  PIC 9(9).
           05 IND-QTD      PIC 9(9).

      ******************************************************************
      ****Controle do indice: gravado vazio na abertura e completo******
      ****so no fim - indice sem controle nao e usado pelas consultas***
      ******************************************************************
       FD ARQUIVO-IND-CONTROLE.

       01 REG-IND-CONTROLE.
           05 ICT-QTD-REGISTROS  PIC 9(9).
           05 ICT-QTD-CHAVES     PIC 9(9).
           05 ICT-GERACAO-MESTRE PIC 9(6).
           05 ICT-GERACAO-ID     PIC 9(14).
           05 ICT-DATA           PIC 9(8).
           05 ICT-HORA           PIC 9(8).

       FD ARQUIVO-CATALOGO.

       01 REG-CATALOGO.
           05 CAT-NUMERO     PIC 9(6).
           05 CAT-EVENTO     PIC X(1).
           05 CAT-PROGRAMA   PIC X(13).
           05 CAT-GERACAO-ID PIC 9(14).
           05 CAT-QTD        PIC 9(9).
           05 CAT-DATA       PIC 9(8).
           05 CAT-HORA       PIC 9(8).

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

       01 WS-ORDENADOS-STATUS    PIC X(2).
       01 WS-INDEXADO-STATUS     PIC X(2).
       01 WS-IND-CONTROLE-STATUS PIC X(2).
       01 WS-CATALOGO-STATUS     PIC X(2).
       01 FIM      PIC X VALUE 'N'.

      *****Geracao corrente do mestre no catalogo*****

       01 GERACAO-CORRENTE PIC 9(6) VALUE 0.

      *****Passagem pelo mestre sequencial*****

       01 CONTADOR-LINHA PIC 9(9) COMP VALUE 0.
       01 QTD-REGISTROS  PIC 9(9) COMP VALUE 0.
       01 QTD-CHAVES     PIC 9(9) COMP VALUE 0.
       01 QTD-TRAILER    PIC 9(9) COMP VALUE 0.
       01 ACHOU-TRAILER  PIC X VALUE 'N'.
       01 CHAVE-LIDA.
           05 CHL-PRIM PIC 9(9).
           05 CHL-SEC  PIC 9(9).
       01 CHAVE-CORRENTE.
           05 CHV-PRIM PIC 9(9).
           05 CHV-SEC  PIC 9(9).
       01 POSICAO-CORRENTE PIC 9(9) COMP VALUE 0.
       01 QTD-CORRENTE     PIC 9(9) COMP VALUE 0.

      ******************************************************************

       PROCEDURE DIVISION.

       000-MAIN-PROCEDURE.
           ACCEPT DATA-INICIO-EXEC FROM DATE YYYYMMDD
           ACCEPT HORA-INICIO-EXEC FROM TIME
           PERFORM 075-LE-GERACAO-ID
           PERFORM 030-OBTEM-TRAVA
           PERFORM 050-LE-CATALOGO

           OPEN OUTPUT ARQUIVO-IND-CONTROLE
           CLOSE ARQUIVO-IND-CONTROLE

           OPEN INPUT ARQUIVO-ORDENADOS
           IF WS-ORDENADOS-STATUS NOT = "00"
               DISPLAY "ERRO: VALORES-ORDENADOS.DAT NAO ENCONTRADO"
               MOVE 16 TO RETURN-CODE
               PERFORM 080-GRAVA-EXECUCAO
               PERFORM 040-LIBERA-TRAVA
               STOP RUN
           END-IF
           OPEN OUTPUT ARQUIVO-INDEXADO
           IF WS-INDEXADO-STATUS NOT = "00"
               DISPLAY "ERRO: VALORES-INDEXADO.DAT NAO PODE SER "
                   "CRIADO (STATUS " WS-INDEXADO-STATUS ")"
               CLOSE ARQUIVO-ORDENADOS
               MOVE 16 TO RETURN-CODE
               PERFORM 080-GRAVA-EXECUCAO
               PERFORM 040-LIBERA-TRAVA
               STOP RUN
           END-IF

           MOVE 'N' TO FIM
           PERFORM UNTIL FIM = 'S'
               READ ARQUIVO-ORDENADOS
                   AT END
                       MOVE 'S' TO FIM
                   NOT AT END
                       ADD 1 TO CONTADOR-LINHA
                       PERFORM 150-PROCESSA-REG-MESTRE
               END-READ
           END-PERFORM
           IF QTD-CORRENTE > 0
               PERFORM 200-GRAVA-CHAVE
           END-IF
           CLOSE ARQUIVO-ORDENADOS
           CLOSE ARQUIVO-INDEXADO

           IF ACHOU-TRAILER = 'N'
               DISPLAY "ERRO: VALORES-ORDENADOS.DAT SEM TRAILER - "
                   "MESTRE INCOMPLETO"
               PERFORM 900-ABEND-INDICE
           END-IF
           IF QTD-REGISTROS NOT = QTD-TRAILER
               DISPLAY "ERRO: VALORES-ORDENADOS.DAT COM " QTD-REGISTROS
                   " REGISTRO(S) E TRAILER DE " QTD-TRAILER
               PERFORM 900-ABEND-INDICE
           END-IF

           OPEN OUTPUT ARQUIVO-IND-CONTROLE
           MOVE QTD-REGISTROS TO ICT-QTD-REGISTROS
           MOVE QTD-CHAVES TO ICT-QTD-CHAVES
           MOVE GERACAO-CORRENTE TO ICT-GERACAO-MESTRE
           MOVE GERACAO-ID TO ICT-GERACAO-ID
           ACCEPT ICT-DATA FROM DATE YYYYMMDD
           ACCEPT ICT-HORA FROM TIME
           WRITE REG-IND-CONTROLE
           CLOSE ARQUIVO-IND-CONTROLE

           DISPLAY "INDEXA-MESTRE: " QTD-REGISTROS " REGISTRO(S) EM "
               QTD-CHAVES " CHAVE(S) GRAVADA(S) EM VALORES-INDEXADO.DAT"
               " (GERACAO DO MESTRE " GERACAO-CORRENTE ")"
           PERFORM 080-GRAVA-EXECUCAO
           PERFORM 040-LIBERA-TRAVA
           STOP RUN.

      ******************************************************************
      ****Geracao corrente do mestre (ultimo evento G ou P do***********
      ****catalogo): o controle do indice a registra para que a*********
      ****consulta recuse um indice de outro mestre*********************
      ******************************************************************
       050-LE-CATALOGO.
           OPEN INPUT ARQUIVO-CATALOGO
           IF WS-CATALOGO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIM
           PERFORM UNTIL FIM = 'S'
               READ ARQUIVO-CATALOGO
                   AT END
                       MOVE 'S' TO FIM
                   NOT AT END
                       IF CAT-NUMERO IS NUMERIC
                               AND (CAT-EVENTO = "G"
                                   OR CAT-EVENTO = "P")
                           MOVE CAT-NUMERO TO GERACAO-CORRENTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQUIVO-CATALOGO.

      ******************************************************************
      ****Agrupa ocorrencias consecutivas da mesma chave: o mestre******
      ****precisa estar em ordem ascendente de prim+sec*****************
      ******************************************************************
       150-PROCESSA-REG-MESTRE.
           IF TRL-TIPO = "T"
               MOVE 'S' TO ACHOU-TRAILER
               MOVE TRL-QTD TO QTD-TRAILER
               EXIT PARAGRAPH
           END-IF
           IF VO-PRIM IS NOT NUMERIC OR VO-SEC IS NOT NUMERIC
                   OR ACHOU-TRAILER = 'S'
               DISPLAY "ERRO: VALORES-ORDENADOS.DAT COM REGISTRO "
                   "INVALIDO NA LINHA " CONTADOR-LINHA
               PERFORM 900-ABEND-INDICE
           END-IF
           ADD 1 TO QTD-REGISTROS
           MOVE REG-VALOR-ORDENADO TO CHAVE-LIDA
           IF QTD-CORRENTE = 0
               MOVE CHAVE-LIDA TO CHAVE-CORRENTE
               MOVE QTD-REGISTROS TO POSICAO-CORRENTE
               MOVE 1 TO QTD-CORRENTE
               EXIT PARAGRAPH
           END-IF
           IF CHAVE-LIDA = CHAVE-CORRENTE
               ADD 1 TO QTD-CORRENTE
               EXIT PARAGRAPH
           END-IF
           IF CHAVE-LIDA < CHAVE-CORRENTE
               DISPLAY "ERRO: SEQUENCIA DE CHAVES RETROCEDE EM "
                   "VALORES-ORDENADOS.DAT NA LINHA " CONTADOR-LINHA
                   " (ANTERIOR " CHAVE-CORRENTE " ATUAL " CHAVE-LIDA ")"
               PERFORM 900-ABEND-INDICE
           END-IF
           PERFORM 200-GRAVA-CHAVE
           MOVE CHAVE-LIDA TO CHAVE-CORRENTE
           MOVE QTD-REGISTROS TO POSICAO-CORRENTE
           MOVE 1 TO QTD-CORRENTE.

       200-GRAVA-CHAVE.
           MOVE CHAVE-CORRENTE TO IND-CHAVE
           MOVE POSICAO-CORRENTE TO IND-POSICAO
           MOVE QTD-CORRENTE TO IND-QTD
           WRITE REG-INDEXADO
               INVALID KEY
                   DISPLAY "ERRO: GRAVACAO DA CHAVE " CHAVE-CORRENTE
                       " EM VALORES-INDEXADO.DAT (STATUS "
                       WS-INDEXADO-STATUS ")"
                   PERFORM 900-ABEND-INDICE
           END-WRITE
           ADD 1 TO QTD-CHAVES.

      ******************************************************************
      ****Abend do indice: o controle fica vazio e as consultas*********
      ****indexadas recusam o indice ate uma nova execucao**************
      ******************************************************************
       900-ABEND-INDICE.
           CLOSE ARQUIVO-ORDENADOS
           CLOSE ARQUIVO-INDEXADO
           MOVE 12 TO RETURN-CODE
           PERFORM 080-GRAVA-EXECUCAO
           PERFORM 040-LIBERA-TRAVA
           STOP RUN.

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
           MOVE "INDEXA-MESTRE" TO EXE-PROGRAMA
           MOVE DATA-INICIO-EXEC TO EXE-DATA-INICIO
           MOVE HORA-INICIO-EXEC TO EXE-HORA-INICIO
           MOVE DATA-FIM-EXEC TO EXE-DATA-FIM
           MOVE HORA-FIM-EXEC TO EXE-HORA-FIM
           MOVE GERACAO-ID TO EXE-GERACAO-ID
           MOVE SPACES TO PARAMETROS-USADOS
           STRING "GERACAO MESTRE " GERACAO-CORRENTE
               DELIMITED BY SIZE INTO PARAMETROS-USADOS
           MOVE PARAMETROS-USADOS TO EXE-PARAMETROS
           MOVE QTD-REGISTROS TO EXE-REG-LIDOS
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
           IF CONTADOR-LINHA > 0
               MOVE "L" TO LIN-OPERACAO
               MOVE "valores-ordenados.dat" TO LIN-ARQUIVO
               MOVE QTD-REGISTROS TO LIN-QTD-REGISTROS
               MOVE GERACAO-CORRENTE TO LIN-GERACAO-MESTRE
               PERFORM 083-GRAVA-REG-LINHAGEM
           END-IF
           IF RETURN-CODE = 0
               MOVE "G" TO LIN-OPERACAO
               MOVE "valores-indexado.dat" TO LIN-ARQUIVO
               MOVE QTD-CHAVES TO LIN-QTD-REGISTROS
               MOVE GERACAO-CORRENTE TO LIN-GERACAO-MESTRE
               PERFORM 083-GRAVA-REG-LINHAGEM
               MOVE "valores-indexado-controle.dat" TO LIN-ARQUIVO
               MOVE 1 TO LIN-QTD-REGISTROS
               MOVE GERACAO-CORRENTE TO LIN-GERACAO-MESTRE
               PERFORM 083-GRAVA-REG-LINHAGEM
           END-IF
           CLOSE ARQUIVO-LINHAGEM.

       083-GRAVA-REG-LINHAGEM.
           MOVE "INDEXA-MESTRE" TO LIN-PROGRAMA
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
           MOVE "INDEXA-MESTRE" TO TRV-PROGRAMA
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

       END PROGRAM INDEXA-MESTRE.
