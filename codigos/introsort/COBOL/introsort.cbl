               ASSIGN TO "../../../../Dados/valores-unicos.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-CATALOGO
               ASSIGN TO "../../../../Dados/catalogo-geracoes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGO-STATUS.

           SELECT ARQUIVO-COPIA
               ASSIGN USING NOME-GERACAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPIA-STATUS.

           SELECT ARQUIVO-GERACAO-ID
               ASSIGN TO "../../../../Dados/geracao-id.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXECUCOES-STATUS.

           SELECT ARQUIVO-LINHAGEM
               ASSIGN TO "../../../../Dados/linhagem.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINHAGEM-STATUS.

           SELECT ARQUIVO-TRAVA
               ASSIGN TO "../../../../Dados/trava-dados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
           05 TRU-QTD-ORIGINAL  PIC 9(9).
           05 FILLER            PIC X(8).

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

       FD ARQUIVO-GERACAO-ID.

       01 REG-GERACAO-ID.
           05 EXE-RETOMADA       PIC X(1).
           05 EXE-RETURN-CODE    PIC 9(4).

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
      *****Trava de execucao do diretorio de dados*****
       01 WS-TRAVA-STATUS       PIC X(2).
       01 WS-TRAVA-PARAM-STATUS PIC X(2).
       01 WS-LINHAGEM-STATUS    PIC X(2).
       01 TRAVA-IDADE-MAX  PIC 9(5) COMP VALUE 3600.
       01 TRAVA-AGORA-DATA PIC 9(8).
       01 TRAVA-AGORA-HORA PIC 9(8).
       01 TAMANHO          PIC 9(9) COMP.*>Define o tamanho do vetor ordenado
       01 TAMANHO-ARQUIVO  PIC 9(9) COMP.
       01 TAMANHO-VALORES  PIC 9(9) COMP.
       01 LIDOS-VALORES    PIC 9(9) COMP VALUE 0.
       01 QTD-RESULTADOS   PIC 9(9) COMP VALUE 0.
       01 MODO-EXECUCAO    PIC X(1) VALUE "B".

      *****Modo U: colapso de chaves duplicadas com contagem*****
       01 DURACAO-ULT-CENARIO PIC 9(9) COMP VALUE 0.
       01 PROX-CENARIO     PIC 9(1).

      *****Catalogo de geracoes do mestre (catalogo-geracoes.dat)*****
       01 WS-CATALOGO-STATUS PIC X(2).
       01 WS-COPIA-STATUS    PIC X(2).
       01 FIM-COPIA          PIC X VALUE 'N'.
       01 ULTIMA-GERACAO     PIC 9(6) VALUE 0.
       01 QTD-GERACAO        PIC 9(9) VALUE 0.
       01 NOME-GERACAO.
           05 FILLER PIC X(37) VALUE
               "../../../../Dados/valores-ordenados-g".
           05 NOME-GER-NUM PIC 9(6).
           05 FILLER PIC X(4) VALUE ".dat".

      *****Registro de execucao (execucoes.dat)*****
       01 WS-EXECUCOES-STATUS PIC X(2).
       01 WS-GERACAO-STATUS   PIC X(2).
                  MOVE 0 TO RES-TROCAS
                  MOVE 0 TO RES-MOVIMENTOS
                  WRITE REG-RESULTADO
                  ADD 1 TO QTD-RESULTADOS

               END-PERFORM

               MOVE 0 TO RES-TROCAS
               MOVE 0 TO RES-MOVIMENTOS
               WRITE REG-RESULTADO
               ADD 1 TO QTD-RESULTADOS

               MOVE 0 TO OP-COMPARACOES
               MOVE 0 TO OP-TROCAS
               MOVE OP-TROCAS TO RES-TROCAS
               MOVE OP-MOVIMENTOS TO RES-MOVIMENTOS
               WRITE REG-RESULTADO
               ADD 1 TO QTD-RESULTADOS
               DISPLAY "............................"
               MOVE I_MAIN TO CHK-I-MAIN
               MOVE TAMANHO TO CHK-TAMANHO
                  MOVE 0 TO RES-TROCAS
                  MOVE 0 TO RES-MOVIMENTOS
                  WRITE REG-RESULTADO
                  ADD 1 TO QTD-RESULTADOS

               END-PERFORM

               MOVE 0 TO RES-TROCAS
               MOVE 0 TO RES-MOVIMENTOS
               WRITE REG-RESULTADO
               ADD 1 TO QTD-RESULTADOS

               MOVE 0 TO OP-COMPARACOES
               MOVE 0 TO OP-TROCAS
               MOVE OP-TROCAS TO RES-TROCAS
               MOVE OP-MOVIMENTOS TO RES-MOVIMENTOS
               WRITE REG-RESULTADO
               ADD 1 TO QTD-RESULTADOS
               DISPLAY "............................"
               MOVE I_MAIN TO CHK-I-MAIN
               MOVE TAMANHO TO CHK-TAMANHO
                  MOVE 0 TO RES-TROCAS
                  MOVE 0 TO RES-MOVIMENTOS
                  WRITE REG-RESULTADO
                  ADD 1 TO QTD-RESULTADOS

               END-PERFORM

               MOVE 0 TO RES-TROCAS
               MOVE 0 TO RES-MOVIMENTOS
               WRITE REG-RESULTADO
               ADD 1 TO QTD-RESULTADOS

               MOVE 0 TO OP-COMPARACOES
               MOVE 0 TO OP-TROCAS
               MOVE OP-TROCAS TO RES-TROCAS
               MOVE OP-MOVIMENTOS TO RES-MOVIMENTOS
               WRITE REG-RESULTADO
               ADD 1 TO QTD-RESULTADOS
               DISPLAY "............................"
               MOVE I_MAIN TO CHK-I-MAIN
               MOVE TAMANHO TO CHK-TAMANHO
                  MOVE 0 TO RES-TROCAS
                  MOVE 0 TO RES-MOVIMENTOS
                  WRITE REG-RESULTADO
                  ADD 1 TO QTD-RESULTADOS

               END-PERFORM

               MOVE 0 TO RES-TROCAS
               MOVE 0 TO RES-MOVIMENTOS
               WRITE REG-RESULTADO
               ADD 1 TO QTD-RESULTADOS

               MOVE 0 TO OP-COMPARACOES
               MOVE 0 TO OP-TROCAS
               MOVE OP-TROCAS TO RES-TROCAS
               MOVE OP-MOVIMENTOS TO RES-MOVIMENTOS
               WRITE REG-RESULTADO
               ADD 1 TO QTD-RESULTADOS
               DISPLAY "............................"
               MOVE I_MAIN TO CHK-I-MAIN
               MOVE TAMANHO TO CHK-TAMANHO
                  MOVE 0 TO RES-TROCAS
                  MOVE 0 TO RES-MOVIMENTOS
                  WRITE REG-RESULTADO
                  ADD 1 TO QTD-RESULTADOS

               END-PERFORM

               MOVE 0 TO RES-TROCAS
               MOVE 0 TO RES-MOVIMENTOS
               WRITE REG-RESULTADO
               ADD 1 TO QTD-RESULTADOS

               MOVE 0 TO OP-COMPARACOES
               MOVE 0 TO OP-TROCAS
               MOVE OP-TROCAS TO RES-TROCAS
               MOVE OP-MOVIMENTOS TO RES-MOVIMENTOS
               WRITE REG-RESULTADO
               ADD 1 TO QTD-RESULTADOS
               DISPLAY "............................"
               MOVE I_MAIN TO CHK-I-MAIN
               MOVE TAMANHO TO CHK-TAMANHO
                  MOVE 0 TO RES-TROCAS
                  MOVE 0 TO RES-MOVIMENTOS
                  WRITE REG-RESULTADO
                  ADD 1 TO QTD-RESULTADOS

               END-PERFORM

               MOVE 0 TO RES-TROCAS
               MOVE 0 TO RES-MOVIMENTOS
               WRITE REG-RESULTADO
               ADD 1 TO QTD-RESULTADOS

               MOVE 0 TO OP-COMPARACOES
               MOVE 0 TO OP-TROCAS
               MOVE OP-TROCAS TO RES-TROCAS
               MOVE OP-MOVIMENTOS TO RES-MOVIMENTOS
               WRITE REG-RESULTADO
               ADD 1 TO QTD-RESULTADOS
               DISPLAY "............................"
               PERFORM 085-MARCA-FIM-CENARIO
               END-IF
           SUBTRACT 1 FROM INDICE GIVING TAMANHO-ARQUIVO
           MOVE TAMANHO-ARQUIVO TO TAMANHO-VALORES
           ADD CONTADOR-LINHA TO TOTAL-LIDOS
           MOVE CONTADOR-LINHA TO LIDOS-VALORES
           CLOSE ARQUIVO
           PERFORM 110-VERIFICA-CONTROLE
      **************************Arquivo Semelhante**********************
           CLOSE ARQUIVO-ORDENADOS

           DISPLAY "MODO PRODUCAO: " TAMANHO " REGISTRO(S) GRAVADO(S) "
               "EM VALORES-ORDENADOS.DAT"
           PERFORM 690-REGISTRA-GERACAO.

      ******************************************************************
      ****Modo U: grava um registro por chave distinta (prim+sec)*******
           WRITE REG-VALOR-UNICO
           ADD 1 TO QTD-DISTINTOS.

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
           MOVE "INTROSORT" TO CAT-PROGRAMA
           MOVE GERACAO-ID TO CAT-GERACAO-ID
           MOVE QTD-GERACAO TO CAT-QTD
           ACCEPT CAT-DATA FROM DATE YYYYMMDD
           ACCEPT CAT-HORA FROM TIME
           WRITE REG-CATALOGO
           CLOSE ARQUIVO-CATALOGO
           DISPLAY "VALORES-ORDENADOS.DAT CATALOGADO COMO GERACAO "
               NOME-GER-NUM.

      ******************************************************************
      *********Leitura/gravacao do registro de retomada (checkpoint)****
      ******************************************************************
           MOVE RETURN-CODE TO EXE-RETURN-CODE
           WRITE REG-EXECUCAO
           CLOSE ARQUIVO-EXECUCOES
           PERFORM 082-GRAVA-LINHAGEM
           PERFORM 040-LIBERA-TRAVA.

      ******************************************************************
           PERFORM 080-GRAVA-EXECUCAO
           STOP RUN.

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
           MOVE "valores.dat" TO LIN-ARQUIVO
           MOVE LIDOS-VALORES TO LIN-QTD-REGISTROS
           PERFORM 083-GRAVA-REG-LINHAGEM
           MOVE "valores-semelhantes.dat" TO LIN-ARQUIVO
           COMPUTE LIN-QTD-REGISTROS = TOTAL-LIDOS - LIDOS-VALORES
           PERFORM 083-GRAVA-REG-LINHAGEM
           MOVE "G" TO LIN-OPERACAO
           MOVE "rejeitos-introsort.dat" TO LIN-ARQUIVO
           MOVE CONTADOR-REJEITOS TO LIN-QTD-REGISTROS
           PERFORM 083-GRAVA-REG-LINHAGEM
           IF QTD-RESULTADOS > 0
               MOVE "resultados-introsort.dat" TO LIN-ARQUIVO
               MOVE QTD-RESULTADOS TO LIN-QTD-REGISTROS
               PERFORM 083-GRAVA-REG-LINHAGEM
           END-IF
           IF (MODO-EXECUCAO = "P" OR MODO-EXECUCAO = "U")
                   AND RETURN-CODE < 12
               IF MODO-EXECUCAO = "U"
                   MOVE "valores-unicos.dat" TO LIN-ARQUIVO
                   MOVE QTD-DISTINTOS TO LIN-QTD-REGISTROS
                   PERFORM 083-GRAVA-REG-LINHAGEM
               ELSE
                   MOVE "valores-ordenados.dat" TO LIN-ARQUIVO
                   MOVE TAMANHO TO LIN-QTD-REGISTROS
                   MOVE ULTIMA-GERACAO TO LIN-GERACAO-MESTRE
                   PERFORM 083-GRAVA-REG-LINHAGEM
                   IF ULTIMA-GERACAO > 0 AND WS-COPIA-STATUS = "00"
                       MOVE NOME-GERACAO(19:) TO LIN-ARQUIVO
                       MOVE QTD-GERACAO TO LIN-QTD-REGISTROS
                       MOVE ULTIMA-GERACAO TO LIN-GERACAO-MESTRE
                       PERFORM 083-GRAVA-REG-LINHAGEM
                   END-IF
               END-IF
           END-IF
           CLOSE ARQUIVO-LINHAGEM.

       083-GRAVA-REG-LINHAGEM.
           MOVE "INTROSORT" TO LIN-PROGRAMA
           MOVE DATA-INICIO-EXEC TO LIN-DATA-INICIO
           MOVE HORA-INICIO-EXEC TO LIN-HORA-INICIO
           MOVE GERACAO-ID TO LIN-GERACAO-ID
           MOVE RETURN-CODE TO LIN-RETURN-CODE
           WRITE REG-LINHAGEM
           MOVE 0 TO LIN-GERACAO-MESTRE.

      ******************************************************************
      ****Trava de execucao do diretorio de dados compartilhado:********
      ****obtida na entrada e liberada em toda saida; trava viva********
