               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-COMP-STATUS.

           SELECT ARQUIVO-REJ-RAD
               ASSIGN TO "../../../../Dados/rejeitos-radixsort.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-RAD-STATUS.

           SELECT ARQUIVO-REJ-IMP
               ASSIGN TO "../../../../Dados/rejeitos-importa.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-IMP-STATUS.

           SELECT ARQUIVO-CORRIGIDOS
               ASSIGN TO "../../../../Dados/rejeitos-corrigidos.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
               ASSIGN TO "../../../../Dados/rejeitos-definitivos.dat"
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
               ASSIGN TO "../../../../Dados/trava-dados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
           05 RJC-LINHA     PIC 9(6).
           05 RJC-CONTEUDO  PIC X(18).

       FD ARQUIVO-REJ-RAD.

       01 REG-REJEITO-RAD.
           05 RJR-ORIGEM    PIC X(10).
           05 RJR-LINHA     PIC 9(6).
           05 RJR-CONTEUDO  PIC X(18).

       FD ARQUIVO-REJ-IMP.

       01 REG-REJEITO-IMP.
           05 RJM-ORIGEM    PIC X(10).
           05 RJM-LINHA     PIC 9(6).
           05 RJM-CONTEUDO  PIC X(18).

       FD ARQUIVO-CORRIGIDOS.

       01 REG-CORRIGIDO.
           05 DEF-LINHA     PIC 9(6).
           05 DEF-CONTEUDO  PIC X(18).

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

      *****Trava de execucao do diretorio de dados*****
       01 WS-TRAVA-STATUS       PIC X(2).
       01 WS-TRAVA-PARAM-STATUS PIC X(2).
       01 WS-LINHAGEM-STATUS    PIC X(2).
       01 TRAVA-IDADE-MAX  PIC 9(5) COMP VALUE 3600.
       01 TRAVA-AGORA-DATA PIC 9(8).
       01 TRAVA-AGORA-HORA PIC 9(8).
       01 WS-REJ-INTRO-STATUS PIC X(2).
       01 WS-REJ-TIM-STATUS   PIC X(2).
       01 WS-REJ-COMP-STATUS  PIC X(2).
       01 WS-REJ-RAD-STATUS   PIC X(2).
       01 WS-REJ-IMP-STATUS   PIC X(2).
       01 FIM      PIC X VALUE 'N'.

      *****Registro em reparo*****
       01 IDX-ARQ PIC 9(1) COMP.
       01 IDX-CNT PIC 9(1) COMP.
       01 TAB-CONTADORES.
           05 CNT-ARQUIVO OCCURS 5 TIMES.
               10 CNT-VALOR OCCURS 5 TIMES PIC 9(6).
       01 TOT-VALOR PIC 9(6).
       01 QTD-CORRIGIDOS  PIC 9(9) COMP VALUE 0.
       01 QTD-DEFINITIVOS PIC 9(9) COMP VALUE 0.

       01 TAB-NOMES-ARQ.
           05 FILLER PIC X(10) VALUE "INTROSORT".
           05 FILLER PIC X(10) VALUE "TIMSORT".
           05 FILLER PIC X(10) VALUE "COMPARADOR".
           05 FILLER PIC X(10) VALUE "RADIXSORT".
           05 FILLER PIC X(10) VALUE "IMPORTACAO".
       01 TAB-NOMES-ARQ-R REDEFINES TAB-NOMES-ARQ.
           05 NOME-ARQ OCCURS 5 TIMES PIC X(10).

      *****Linhas do relatorio de disposicao*****

       PROCEDURE DIVISION.

       000-MAIN-PROCEDURE.
           ACCEPT DATA-INICIO-EXEC FROM DATE YYYYMMDD
           ACCEPT HORA-INICIO-EXEC FROM TIME
           PERFORM 075-LE-GERACAO-ID
           PERFORM 030-OBTEM-TRAVA
           MOVE SPACES TO TAB-CONTADORES
           INITIALIZE TAB-CONTADORES REPLACING NUMERIC DATA BY ZEROES
           PERFORM 100-PROCESSA-INTROSORT
           PERFORM 110-PROCESSA-TIMSORT
           PERFORM 120-PROCESSA-COMPARADOR
           PERFORM 130-PROCESSA-RADIXSORT
           PERFORM 140-PROCESSA-IMPORTACAO

           CLOSE ARQUIVO-CORRIGIDOS
           CLOSE ARQUIVO-DEFINITIVOS
           PERFORM 300-RELATORIO

           MOVE 0 TO TOT-VALOR
           PERFORM VARYING IDX-ARQ FROM 1 BY 1 UNTIL IDX-ARQ > 5
               ADD CNT-VALOR(IDX-ARQ, 5) TO TOT-VALOR
           END-PERFORM
           IF TOT-VALOR > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 080-GRAVA-EXECUCAO
           PERFORM 040-LIBERA-TRAVA
           STOP RUN.

           END-PERFORM
           CLOSE ARQUIVO-REJ-COMP.

       130-PROCESSA-RADIXSORT.
           MOVE 4 TO IDX-ARQ
           OPEN INPUT ARQUIVO-REJ-RAD
           IF WS-REJ-RAD-STATUS NOT = "00"
               DISPLAY "REJEITOS-RADIXSORT.DAT NAO ENCONTRADO"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIM
           PERFORM UNTIL FIM = 'S'
               READ ARQUIVO-REJ-RAD
                   AT END
                       MOVE 'S' TO FIM
                   NOT AT END
                       MOVE REG-REJEITO-RAD TO REJEITO-TRAB
                       PERFORM 200-REPARA
               END-READ
           END-PERFORM
           CLOSE ARQUIVO-REJ-RAD.

       140-PROCESSA-IMPORTACAO.
           MOVE 5 TO IDX-ARQ
           OPEN INPUT ARQUIVO-REJ-IMP
           IF WS-REJ-IMP-STATUS NOT = "00"
               DISPLAY "REJEITOS-IMPORTA.DAT NAO ENCONTRADO"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIM
           PERFORM UNTIL FIM = 'S'
               READ ARQUIVO-REJ-IMP
                   AT END
                       MOVE 'S' TO FIM
                   NOT AT END
                       MOVE REG-REJEITO-IMP TO REJEITO-TRAB
                       PERFORM 200-REPARA
               END-READ
           END-PERFORM
           CLOSE ARQUIVO-REJ-IMP.

      ******************************************************************
      ****Regras de reparo sobre TRAB-CONTEUDO:*************************
      ****  ESPACOS - tira espacos das bordas (conteudo completo)*******

       240-GRAVA-CORRIGIDO.
           MOVE CONTEUDO-SAIDA TO REG-CORRIGIDO
           WRITE REG-CORRIGIDO
           ADD 1 TO QTD-CORRIGIDOS.

       250-DEFINITIVO.
           ADD 1 TO CNT-VALOR(IDX-ARQ, 5)
           MOVE TRAB-ORIGEM TO DEF-ORIGEM
           MOVE TRAB-LINHA TO DEF-LINHA
           MOVE TRAB-CONTEUDO TO DEF-CONTEUDO
           WRITE REG-DEFINITIVO
           ADD 1 TO QTD-DEFINITIVOS.

      ******************************************************************
      ****Relatorio de disposicao (por arquivo e por regra)*************
       300-RELATORIO.
           DISPLAY "REPARA-REJEITOS - DISPOSICAO"
           DISPLAY LINHA-REL-CABEC
           PERFORM VARYING IDX-ARQ FROM 1 BY 1 UNTIL IDX-ARQ > 5
               MOVE NOME-ARQ(IDX-ARQ) TO REL-ARQUIVO
               MOVE CNT-VALOR(IDX-ARQ, 1) TO REL-LIDOS
               MOVE CNT-VALOR(IDX-ARQ, 2) TO REL-ESPACOS
           MOVE "TOTAL" TO REL-ARQUIVO
           PERFORM VARYING IDX-CNT FROM 1 BY 1 UNTIL IDX-CNT > 5
               MOVE 0 TO TOT-VALOR
               PERFORM VARYING IDX-ARQ FROM 1 BY 1 UNTIL IDX-ARQ > 5
                   ADD CNT-VALOR(IDX-ARQ, IDX-CNT) TO TOT-VALOR
               END-PERFORM
               EVALUATE IDX-CNT
           DISPLAY "IRRECUPERAVEIS GRAVADOS EM "
               "REJEITOS-DEFINITIVOS.DAT".

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
           MOVE "REPARA-REJEIT" TO EXE-PROGRAMA
           MOVE DATA-INICIO-EXEC TO EXE-DATA-INICIO
           MOVE HORA-INICIO-EXEC TO EXE-HORA-INICIO
           MOVE DATA-FIM-EXEC TO EXE-DATA-FIM
           MOVE HORA-FIM-EXEC TO EXE-HORA-FIM
           MOVE GERACAO-ID TO EXE-GERACAO-ID
           MOVE SPACES TO PARAMETROS-USADOS
           MOVE PARAMETROS-USADOS TO EXE-PARAMETROS
           COMPUTE EXE-REG-LIDOS = CNT-VALOR(1, 1) + CNT-VALOR(2, 1)
               + CNT-VALOR(3, 1) + CNT-VALOR(4, 1) + CNT-VALOR(5, 1)
           MOVE QTD-DEFINITIVOS TO EXE-REG-REJEITADOS
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
           IF WS-REJ-INTRO-STATUS = "00"
               MOVE "L" TO LIN-OPERACAO
               MOVE "rejeitos-introsort.dat" TO LIN-ARQUIVO
               MOVE CNT-VALOR(1, 1) TO LIN-QTD-REGISTROS
               PERFORM 083-GRAVA-REG-LINHAGEM
           END-IF
           IF WS-REJ-TIM-STATUS = "00"
               MOVE "L" TO LIN-OPERACAO
               MOVE "rejeitos-timsort.dat" TO LIN-ARQUIVO
               MOVE CNT-VALOR(2, 1) TO LIN-QTD-REGISTROS
               PERFORM 083-GRAVA-REG-LINHAGEM
           END-IF
           IF WS-REJ-COMP-STATUS = "00"
               MOVE "L" TO LIN-OPERACAO
               MOVE "rejeitos-comparador.dat" TO LIN-ARQUIVO
               MOVE CNT-VALOR(3, 1) TO LIN-QTD-REGISTROS
               PERFORM 083-GRAVA-REG-LINHAGEM
           END-IF
           IF WS-REJ-RAD-STATUS = "00"
               MOVE "L" TO LIN-OPERACAO
               MOVE "rejeitos-radixsort.dat" TO LIN-ARQUIVO
               MOVE CNT-VALOR(4, 1) TO LIN-QTD-REGISTROS
               PERFORM 083-GRAVA-REG-LINHAGEM
           END-IF
           IF WS-REJ-IMP-STATUS = "00"
               MOVE "L" TO LIN-OPERACAO
               MOVE "rejeitos-importa.dat" TO LIN-ARQUIVO
               MOVE CNT-VALOR(5, 1) TO LIN-QTD-REGISTROS
               PERFORM 083-GRAVA-REG-LINHAGEM
           END-IF
           MOVE "G" TO LIN-OPERACAO
           MOVE "rejeitos-corrigidos.dat" TO LIN-ARQUIVO
           MOVE QTD-CORRIGIDOS TO LIN-QTD-REGISTROS
           PERFORM 083-GRAVA-REG-LINHAGEM
           MOVE "rejeitos-definitivos.dat" TO LIN-ARQUIVO
           MOVE QTD-DEFINITIVOS TO LIN-QTD-REGISTROS
           PERFORM 083-GRAVA-REG-LINHAGEM
           CLOSE ARQUIVO-LINHAGEM.

       083-GRAVA-REG-LINHAGEM.
           MOVE "REPARA-REJEIT" TO LIN-PROGRAMA
           MOVE DATA-INICIO-EXEC TO LIN-DATA-INICIO
           MOVE HORA-INICIO-EXEC TO LIN-HORA-INICIO
           MOVE GERACAO-ID TO LIN-GERACAO-ID
           MOVE RETURN-CODE TO LIN-RETURN-CODE
           WRITE REG-LINHAGEM
           MOVE 0 TO LIN-GERACAO-MESTRE.

      ******************************************************************
      ****Trava de execucao do diretorio de dados compartilhado:********
      ****obtida na entrada e liberada em toda saida; trava viva********
           OPEN OUTPUT ARQUIVO-TRAVA
           MOVE SPACES TO REG-TRAVA
           MOVE "REPARA-REJEITOS" TO TRV-PROGRAMA
           MOVE GERACAO-ID TO TRV-GERACAO
           ACCEPT TRV-DATA FROM DATE YYYYMMDD
           ACCEPT TRV-HORA FROM TIME
           WRITE REG-TRAVA
