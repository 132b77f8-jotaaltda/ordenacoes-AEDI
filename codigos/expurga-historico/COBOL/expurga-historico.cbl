               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GERACAO-STATUS.

           SELECT ARQUIVO-LINHAGEM
               ASSIGN TO "../../../../Dados/linhagem.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINHAGEM-STATUS.

           SELECT ARQUIVO-TRAVA
               ASSIGN TO "../../../../Dados/trava-dados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
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
      *****Trava de execucao do diretorio de dados*****
       01 WS-TRAVA-STATUS       PIC X(2).
       01 WS-TRAVA-PARAM-STATUS PIC X(2).
       01 WS-LINHAGEM-STATUS    PIC X(2).
       01 TRAVA-IDADE-MAX  PIC 9(5) COMP VALUE 3600.
       01 TRAVA-AGORA-DATA PIC 9(8).
       01 TRAVA-AGORA-HORA PIC 9(8).
       01 QTD-MOVIDOS   PIC 9(9) COMP.
       01 QTD-MANTIDOS  PIC 9(9) COMP.
       01 QTD-RECUSADOS PIC 9(1) COMP VALUE 0.
       01 TAB-EXPURGADOS.
           05 ENTRADA-EXPURGADO OCCURS 5 TIMES.
               10 EXA-PROCESSADO PIC X VALUE 'N'.
               10 EXA-MOVIDOS    PIC 9(9) VALUE 0.
               10 EXA-MANTIDOS   PIC 9(9) VALUE 0.

       01 QTD-MESES PIC 9(2) COMP.
       01 IDX-MES   PIC 9(2) COMP.
           DISPLAY "EXPURGA-HISTORICO: MOVENDO REGISTROS ANTERIORES "
               "A " DATA-CORTE " PARA ARQUIVOS MENSAIS"

           PERFORM VARYING IDX-ARQ FROM 1 BY 1 UNTIL IDX-ARQ > 5
               PERFORM 100-PROCESSA-ARQUIVO
           END-PERFORM

                   MOVE "alertas" TO NOME-BASE
                   MOVE 56 TO POS-DATA
                   MOVE 63 TO TAM-REG
               WHEN 5
                   MOVE "../../../../Dados/resultados-radixsort.dat"
                       TO NOME-VIVO
                   MOVE "resultados-radixsort" TO NOME-BASE
                   MOVE 98 TO POS-DATA
                   MOVE 105 TO TAM-REG
           END-EVALUATE
           COMPUTE POS-SOBRA = TAM-REG + 1
           COMPUTE TAM-SOBRA = 130 - TAM-REG.
           PERFORM 400-REGRAVA-VIVO
           PERFORM 500-RELATORIO-ARQUIVO
           ADD QTD-MOVIDOS TO TOTAL-LIDOS-EXEC
           ADD QTD-MANTIDOS TO TOTAL-LIDOS-EXEC
           MOVE 'S' TO EXA-PROCESSADO(IDX-ARQ)
           MOVE QTD-MOVIDOS TO EXA-MOVIDOS(IDX-ARQ)
           MOVE QTD-MANTIDOS TO EXA-MANTIDOS(IDX-ARQ).

      ******************************************************************
      ****Validacao de layout: data de referencia numerica e************
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
           PERFORM VARYING IDX-ARQ FROM 1 BY 1 UNTIL IDX-ARQ > 5
               IF EXA-PROCESSADO(IDX-ARQ) = 'S'
                   PERFORM 150-DEFINE-ARQUIVO
                   MOVE SPACES TO LIN-ARQUIVO
                   STRING NOME-BASE DELIMITED BY SPACE
                       ".dat" DELIMITED BY SIZE INTO LIN-ARQUIVO
                   MOVE "L" TO LIN-OPERACAO
                   COMPUTE LIN-QTD-REGISTROS = EXA-MOVIDOS(IDX-ARQ)
                       + EXA-MANTIDOS(IDX-ARQ)
                   PERFORM 083-GRAVA-REG-LINHAGEM
                   MOVE "G" TO LIN-OPERACAO
                   MOVE EXA-MANTIDOS(IDX-ARQ) TO LIN-QTD-REGISTROS
                   PERFORM 083-GRAVA-REG-LINHAGEM
               END-IF
           END-PERFORM
           CLOSE ARQUIVO-LINHAGEM.

       083-GRAVA-REG-LINHAGEM.
           MOVE "EXPURGA-HIST" TO LIN-PROGRAMA
           MOVE DATA-INICIO-EXEC TO LIN-DATA-INICIO
           MOVE HORA-INICIO-EXEC TO LIN-HORA-INICIO
           MOVE GERACAO-ID TO LIN-GERACAO-ID
           MOVE RETURN-CODE TO LIN-RETURN-CODE
           WRITE REG-LINHAGEM
           MOVE 0 TO LIN-GERACAO-MESTRE.

      ******************************************************************
      ****Trava de execucao do diretorio de dados compartilhado:********
