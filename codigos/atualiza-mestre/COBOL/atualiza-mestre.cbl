               "../../../../Dados/valores-ordenados-novo.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-CATALOGO
               ASSIGN TO "../../../../Dados/catalogo-geracoes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGO-STATUS.

           SELECT ARQUIVO-COPIA
               ASSIGN USING NOME-GERACAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPIA-STATUS.

           SELECT ARQUIVO-EXECUCOES
               ASSIGN TO "../../../../Dados/execucoes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GERACAO-STATUS.

           SELECT ARQUIVO-LINHAGEM
               ASSIGN TO "../../../../Dados/linhagem.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINHAGEM-STATUS.

           SELECT ARQUIVO-TRAVA
               ASSIGN TO "../../../../Dados/trava-dados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
           05 TRN-QTD  PIC 9(9).
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

       FD ARQUIVO-EXECUCOES.

       01 REG-EXECUCAO.
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
       01 WS-GERACAO-STATUS PIC X(2).
       01 GERACAO-ID PIC 9(14) VALUE 0.

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

      *****Trava de execucao do diretorio de dados*****
       01 WS-TRAVA-STATUS       PIC X(2).
       01 WS-TRAVA-PARAM-STATUS PIC X(2).
       01 WS-LINHAGEM-STATUS    PIC X(2).
       01 TRAVA-IDADE-MAX  PIC 9(5) COMP VALUE 3600.
       01 TRAVA-AGORA-DATA PIC 9(8).
       01 TRAVA-AGORA-HORA PIC 9(8).
           CLOSE ARQUIVO-MESTRE-NOVO

           DISPLAY "ATUALIZA-MESTRE: " QTD-GRAVADOS " REGISTRO(S) "
               "GRAVADO(S) EM VALORES-ORDENADOS-NOVO.DAT"
           PERFORM 690-REGISTRA-GERACAO.

       650-PROCESSA-REG-MESTRE.
           IF TRL-TIPO = "T"
           ADD 1 TO QTD-GRAVADOS
           ADD 1 TO IDX-DELTA.

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
           OPEN INPUT ARQUIVO-MESTRE-NOVO
           MOVE 0 TO QTD-GERACAO
           MOVE 'N' TO FIM-COPIA
           PERFORM UNTIL FIM-COPIA = 'S'
               READ ARQUIVO-MESTRE-NOVO
                   AT END
                       MOVE 'S' TO FIM-COPIA
                   NOT AT END
                       IF TRN-TIPO = "T"
                           MOVE TRN-QTD TO QTD-GERACAO
                       END-IF
                       MOVE REG-VALOR-NOVO TO REG-COPIA
                       WRITE REG-COPIA
               END-READ
           END-PERFORM
           CLOSE ARQUIVO-MESTRE-NOVO
           CLOSE ARQUIVO-COPIA

           OPEN INPUT ARQUIVO-CATALOGO
           IF WS-CATALOGO-STATUS = "00"
               CLOSE ARQUIVO-CATALOGO
               OPEN EXTEND ARQUIVO-CATALOGO
           ELSE
               OPEN OUTPUT ARQUIVO-CATALOGO
           END-IF
           MOVE ULTIMA-GERACAO TO CAT-NUMERO
           MOVE "N" TO CAT-EVENTO
           MOVE "ATUALIZA-MEST" TO CAT-PROGRAMA
           MOVE GERACAO-ID TO CAT-GERACAO-ID
           MOVE QTD-GERACAO TO CAT-QTD
           ACCEPT CAT-DATA FROM DATE YYYYMMDD
           ACCEPT CAT-HORA FROM TIME
           WRITE REG-CATALOGO
           CLOSE ARQUIVO-CATALOGO
           DISPLAY "VALORES-ORDENADOS-NOVO.DAT CATALOGADO COMO GERACAO "
               NOME-GER-NUM " PENDENTE - PROMOVA COM GERACOES-MESTRE "
               "PROMOVE " NOME-GER-NUM.

      ******************************************************************
      ****Abend de integridade do mestre (nada e aproveitado)***********
      ******************************************************************
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
           PERFORM VARYING IDX-ARQ FROM 1 BY 1
                   UNTIL IDX-ARQ > QTD-DELTAS
               MOVE DLT-NOME(IDX-ARQ) TO LIN-ARQUIVO
               MOVE DLT-LIDOS(IDX-ARQ) TO LIN-QTD-REGISTROS
               PERFORM 083-GRAVA-REG-LINHAGEM
           END-PERFORM
           IF CONTADOR-LINHA > 0
               MOVE "valores-ordenados.dat" TO LIN-ARQUIVO
               MOVE CONT-MESTRE TO LIN-QTD-REGISTROS
               PERFORM 083-GRAVA-REG-LINHAGEM
           END-IF
           IF RETURN-CODE < 12
               MOVE "G" TO LIN-OPERACAO
               MOVE "valores-ordenados-novo.dat" TO LIN-ARQUIVO
               MOVE QTD-GRAVADOS TO LIN-QTD-REGISTROS
               MOVE ULTIMA-GERACAO TO LIN-GERACAO-MESTRE
               PERFORM 083-GRAVA-REG-LINHAGEM
               IF ULTIMA-GERACAO > 0 AND WS-COPIA-STATUS = "00"
                   MOVE NOME-GERACAO(19:) TO LIN-ARQUIVO
                   MOVE QTD-GERACAO TO LIN-QTD-REGISTROS
                   MOVE ULTIMA-GERACAO TO LIN-GERACAO-MESTRE
                   PERFORM 083-GRAVA-REG-LINHAGEM
               END-IF
           END-IF
           CLOSE ARQUIVO-LINHAGEM.

       083-GRAVA-REG-LINHAGEM.
           MOVE "ATUALIZA-MEST" TO LIN-PROGRAMA
           MOVE DATA-INICIO-EXEC TO LIN-DATA-INICIO
           MOVE HORA-INICIO-EXEC TO LIN-HORA-INICIO
           MOVE GERACAO-ID TO LIN-GERACAO-ID
           MOVE RETURN-CODE TO LIN-RETURN-CODE
           WRITE REG-LINHAGEM
           MOVE 0 TO LIN-GERACAO-MESTRE.

      ******************************************************************
      ****Trava de execucao do diretorio de dados compartilhado:********
