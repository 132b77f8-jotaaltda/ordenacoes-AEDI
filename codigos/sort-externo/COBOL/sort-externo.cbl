               ASSIGN USING NOME-SAIDA
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-CATALOGO
               ASSIGN TO "../../../../Dados/catalogo-geracoes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGO-STATUS.

           SELECT ARQUIVO-COPIA
               ASSIGN USING NOME-GERACAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPIA-STATUS.

           SELECT ARQUIVO-UNICOS
               ASSIGN TO "../../../../Dados/valores-unicos.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

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
               ASSIGN USING NOME-TRAVA
               ORGANIZATION IS LINE SEQUENTIAL
           05 TRL-QTD  PIC 9(9).
           05 FILLER   PIC X(8).

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

       FD ARQUIVO-UNICOS.

       01 REG-VALOR-UNICO.
           05 TRU-QTD-ORIGINAL  PIC 9(9).
           05 FILLER            PIC X(8).

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

      *****Catalogo de geracoes do mestre (catalogo-geracoes.dat)*****
       01 WS-CATALOGO-STATUS PIC X(2).
       01 WS-COPIA-STATUS    PIC X(2).
       01 FIM-COPIA          PIC X VALUE 'N'.
       01 SAIDA-MESTRE       PIC X VALUE 'N'.
       01 ULTIMA-GERACAO     PIC 9(6) VALUE 0.
       01 QTD-GERACAO        PIC 9(9) VALUE 0.
       01 NOME-GERACAO.
           05 FILLER PIC X(37) VALUE
               "../../../../Dados/valores-ordenados-g".
           05 NOME-GER-NUM PIC 9(6).
           05 FILLER PIC X(4) VALUE ".dat".

      *****Trava de execucao do diretorio de dados*****
       01 WS-TRAVA-STATUS       PIC X(2).
       01 WS-TRAVA-PARAM-STATUS PIC X(2).
       01 WS-LINHAGEM-STATUS    PIC X(2).
       01 TRAVA-IDADE-MAX  PIC 9(5) COMP VALUE 3600.
       01 TRAVA-AGORA-DATA PIC 9(8).
       01 TRAVA-AGORA-HORA PIC 9(8).
       PROCEDURE DIVISION.

       000-MAIN-PROCEDURE.
           ACCEPT DATA-INICIO-EXEC FROM DATE YYYYMMDD
           ACCEPT HORA-INICIO-EXEC FROM TIME
           PERFORM 045-LE-ARQUIVOS
           IF NOME-SAIDA = "../../../../Dados/valores-ordenados.dat"
               MOVE 'S' TO SAIDA-MESTRE
           END-IF
           PERFORM 075-LE-GERACAO-ID
           PERFORM 030-OBTEM-TRAVA
           PERFORM 050-LE-PARAMETROS
                       CLOSE ARQUIVO
                       CLOSE ARQUIVO-REJEITOS
                       MOVE 16 TO RETURN-CODE
                       PERFORM 080-GRAVA-EXECUCAO
                       PERFORM 040-LIBERA-TRAVA
                       STOP RUN
                   END-IF
                   MOVE 0 TO TRL-QTD
                   WRITE REG-TRAILER-ORDENADO
                   CLOSE ARQUIVO-ORDENADOS
                   IF SAIDA-MESTRE = 'S'
                       PERFORM 690-REGISTRA-GERACAO
                   END-IF
               END-IF
               DISPLAY "FIM"
               PERFORM 080-GRAVA-EXECUCAO
               PERFORM 040-LIBERA-TRAVA
               STOP RUN
           END-IF
                   DISPLAY "ERRO: MAIS DE 999 RUNS DE TRABALHO - "
                       "ENTRADA GRANDE DEMAIS"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 080-GRAVA-EXECUCAO
                   PERFORM 040-LIBERA-TRAVA
                   STOP RUN
               END-IF
           ELSE
               DISPLAY "SORT-EXTERNO: " TOTAL-REGISTROS " REGISTRO(S) "
                   "GRAVADO(S) EM " NOME-SAIDA
               IF SAIDA-MESTRE = 'S'
                   PERFORM 690-REGISTRA-GERACAO
               END-IF
           END-IF
           DISPLAY "FIM"
           PERFORM 080-GRAVA-EXECUCAO
           PERFORM 040-LIBERA-TRAVA
           STOP RUN.

                   " SEM TRAILER DE CONTROLE - "
                   "ARQUIVO TRUNCADO OU DE GERACAO ANTIGA"
               MOVE 20 TO RETURN-CODE
               PERFORM 080-GRAVA-EXECUCAO
               PERFORM 040-LIBERA-TRAVA
               STOP RUN
           END-IF
               DISPLAY "ERRO: " NOME-ENTRADA " COM " CONTADOR-LINHA
                   " REGISTRO(S) E TRAILER DE " TRC-QTD-LIDO
               MOVE 20 TO RETURN-CODE
               PERFORM 080-GRAVA-EXECUCAO
               PERFORM 040-LIBERA-TRAVA
               STOP RUN
           END-IF
                   DISPLAY "ERRO: " NOME-ENTRADA " COM CHECKSUM "
                       CHECKSUM-ARQ-RED " E TRAILER DE " TRC-CHK-LIDO
                   MOVE 20 TO RETURN-CODE
                   PERFORM 080-GRAVA-EXECUCAO
                   PERFORM 040-LIBERA-TRAVA
                   STOP RUN
               END-IF
               CLOSE ARQUIVO-RUN-SAIDA
           END-IF.

      ******************************************************************
      ****Catalogo de geracoes: copia o mestre recem-gravado para a*****
      ****proxima geracao numerada e registra programa, GERACAO-ID,*****
      ****quantidade do trailer e data/hora em catalogo-geracoes.dat****
      ******************************************************************
       690-REGISTRA-GERACAO.
           MOVE 0 TO ULTIMA-GERACAO
           OPEN INPUT ARQUIVO-CATALOGO
           IF WS-CATALOGO-STATUS = "00"
               MOVE 'N' TO FIM-COPIA
               PERFORM UNTIL FIM-COPIA = 'S'
                   READ ARQUIVO-CATALOGO
                       AT END
                           MOVE 'S' TO FIM-COPIA
                       NOT AT END
                           IF CAT-NUMERO IS NUMERIC
                                   AND CAT-NUMERO > ULTIMA-GERACAO
                               MOVE CAT-NUMERO TO ULTIMA-GERACAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-CATALOGO
           END-IF
           ADD 1 TO ULTIMA-GERACAO
           MOVE ULTIMA-GERACAO TO NOME-GER-NUM

           OPEN OUTPUT ARQUIVO-COPIA
           IF WS-COPIA-STATUS NOT = "00"
               DISPLAY "AVISO: GERACAO " NOME-GER-NUM " NAO PODE SER "
                   "GRAVADA - MESTRE FORA DO CATALOGO DE GERACOES"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ARQUIVO-ORDENADOS
           MOVE 0 TO QTD-GERACAO
           MOVE 'N' TO FIM-COPIA
           PERFORM UNTIL FIM-COPIA = 'S'
               READ ARQUIVO-ORDENADOS
                   AT END
                       MOVE 'S' TO FIM-COPIA
                   NOT AT END
                       IF TRL-TIPO = "T"
                           MOVE TRL-QTD TO QTD-GERACAO
                       END-IF
                       MOVE REG-VALOR-ORDENADO TO REG-COPIA
                       WRITE REG-COPIA
               END-READ
           END-PERFORM
           CLOSE ARQUIVO-ORDENADOS
           CLOSE ARQUIVO-COPIA

           OPEN INPUT ARQUIVO-CATALOGO
           IF WS-CATALOGO-STATUS = "00"
               CLOSE ARQUIVO-CATALOGO
               OPEN EXTEND ARQUIVO-CATALOGO
           ELSE
               OPEN OUTPUT ARQUIVO-CATALOGO
           END-IF
           MOVE ULTIMA-GERACAO TO CAT-NUMERO
           MOVE "G" TO CAT-EVENTO
           MOVE "SORT-EXTERNO" TO CAT-PROGRAMA
           MOVE GERACAO-ID TO CAT-GERACAO-ID
           MOVE QTD-GERACAO TO CAT-QTD
           ACCEPT CAT-DATA FROM DATE YYYYMMDD
           ACCEPT CAT-HORA FROM TIME
           WRITE REG-CATALOGO
           CLOSE ARQUIVO-CATALOGO
           DISPLAY "VALORES-ORDENADOS.DAT CATALOGADO COMO GERACAO "
               NOME-GER-NUM.

      ******************************************************************
      ****Modo U: colapsa chaves iguais durante a passada final do******
      ****merge, gravando uma ocorrencia acumulada por chave************
           WRITE REG-VERIFICACAO
           CLOSE ARQUIVO-VERIFICACAO
           MOVE 12 TO RETURN-CODE
           PERFORM 080-GRAVA-EXECUCAO
           PERFORM 040-LIBERA-TRAVA
           STOP RUN.

               CLOSE ARQUIVO-GERACAO-ID
           END-IF.

      ******************************************************************
      ****Registro de execucao no log comum execucoes.dat; o************
      ****parametro traz o modo e o conjunto de arquivos usado**********
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
           MOVE "SORT-EXTERNO" TO EXE-PROGRAMA
           MOVE DATA-INICIO-EXEC TO EXE-DATA-INICIO
           MOVE HORA-INICIO-EXEC TO EXE-HORA-INICIO
           MOVE DATA-FIM-EXEC TO EXE-DATA-FIM
           MOVE HORA-FIM-EXEC TO EXE-HORA-FIM
           MOVE GERACAO-ID TO EXE-GERACAO-ID
           MOVE SPACES TO PARAMETROS-USADOS
           STRING MODO-EXECUCAO " " DELIMITED BY SIZE
               PARAMETRO-CONJUNTO DELIMITED BY SPACE
               INTO PARAMETROS-USADOS
           MOVE PARAMETROS-USADOS TO EXE-PARAMETROS
           MOVE CONTADOR-LINHA TO EXE-REG-LIDOS
           MOVE CONTADOR-REJEITOS TO EXE-REG-REJEITADOS
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
           MOVE "L" TO LIN-OPERACAO
           MOVE NOME-ENTRADA(19:44) TO LIN-ARQUIVO
           MOVE CONTADOR-LINHA TO LIN-QTD-REGISTROS
           PERFORM 083-GRAVA-REG-LINHAGEM
           MOVE "G" TO LIN-OPERACAO
           MOVE NOME-REJEITOS(19:44) TO LIN-ARQUIVO
           MOVE CONTADOR-REJEITOS TO LIN-QTD-REGISTROS
           PERFORM 083-GRAVA-REG-LINHAGEM
           IF RETURN-CODE < 12
               IF MODO-EXECUCAO = "U"
                   MOVE "valores-unicos.dat" TO LIN-ARQUIVO
                   MOVE QTD-DISTINTOS TO LIN-QTD-REGISTROS
                   PERFORM 083-GRAVA-REG-LINHAGEM
               ELSE
                   MOVE NOME-SAIDA(19:44) TO LIN-ARQUIVO
                   MOVE TOTAL-REGISTROS TO LIN-QTD-REGISTROS
                   IF SAIDA-MESTRE = 'S'
                       MOVE ULTIMA-GERACAO TO LIN-GERACAO-MESTRE
                   END-IF
                   PERFORM 083-GRAVA-REG-LINHAGEM
                   IF SAIDA-MESTRE = 'S' AND ULTIMA-GERACAO > 0
                           AND WS-COPIA-STATUS = "00"
                       MOVE NOME-GERACAO(19:) TO LIN-ARQUIVO
                       MOVE QTD-GERACAO TO LIN-QTD-REGISTROS
                       MOVE ULTIMA-GERACAO TO LIN-GERACAO-MESTRE
                       PERFORM 083-GRAVA-REG-LINHAGEM
                   END-IF
               END-IF
           END-IF
           CLOSE ARQUIVO-LINHAGEM.

       083-GRAVA-REG-LINHAGEM.
           MOVE "SORT-EXTERNO" TO LIN-PROGRAMA
           MOVE DATA-INICIO-EXEC TO LIN-DATA-INICIO
           MOVE HORA-INICIO-EXEC TO LIN-HORA-INICIO
           MOVE GERACAO-ID TO LIN-GERACAO-ID
           MOVE RETURN-CODE TO LIN-RETURN-CODE
           WRITE REG-LINHAGEM
           MOVE 0 TO LIN-GERACAO-MESTRE.

      ******************************************************************
      ****Trava de execucao do diretorio de dados compartilhado:********
      ****obtida na entrada e liberada em toda saida; trava viva********
