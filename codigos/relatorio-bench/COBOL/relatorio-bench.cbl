               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RES-TIM-STATUS.

           SELECT ARQUIVO-RES-RADIX
               ASSIGN TO "../../../../Dados/resultados-radixsort.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RES-RADIX-STATUS.

           SELECT ARQUIVO-RELATORIO
               ASSIGN TO "../../../../Dados/relatorio-bench.txt"
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
           05 RT-MOVIMENTOS   PIC 9(18).
           05 RT-DATA-EXECUCAO PIC 9(8).

       FD ARQUIVO-RES-RADIX.

       01 REG-RESULTADO-RADIX.
           05 RR-TAMANHO      PIC 9(9).
           05 RR-CENARIO      PIC X(15).
           05 RR-TIPO-LINHA   PIC X(1).
           05 RR-TRIAL        PIC 9(2).
           05 RR-MEDIA-EXEC   PIC 99V9(6).
           05 RR-MEDIA        PIC 99V9(6).
           05 RR-COMPARACOES  PIC 9(18).
           05 RR-TROCAS       PIC 9(18).
           05 RR-MOVIMENTOS   PIC 9(18).
           05 RR-DATA-EXECUCAO PIC 9(8).

       FD ARQUIVO-RELATORIO.

       01 LINHA-RELATORIO PIC X(110).

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

       01 WS-RES-INTRO-STATUS  PIC X(2).
       01 WS-RES-TIM-STATUS    PIC X(2).
       01 WS-RES-RADIX-STATUS  PIC X(2).
       01 FIM      PIC X VALUE 'N'.
       01 DATA-RELATORIO PIC 9(8).
       01 QTD-LIDOS-INTRO  PIC 9(9) COMP VALUE 0.
       01 QTD-LIDOS-TIM    PIC 9(9) COMP VALUE 0.
       01 QTD-LIDOS-RADIX  PIC 9(9) COMP VALUE 0.

      *****Medicao consolidada por cenario/tamanho/algoritmo*****
      *****Algoritmo 1 = INTROSORT, 2 = TIMSORT, 3 = RADIXSORT*****

       01 QTD-CENARIOS PIC 9(1) VALUE 6.
       01 TAB-CENARIOS.
       01 TAB-MEDIDAS.
           05 MED-CENARIO OCCURS 6 TIMES.
               10 MED-TAMANHO OCCURS 20 TIMES.
                   15 MED-ALG OCCURS 3 TIMES.
                       20 MED-ACHOU       PIC X(1).
                       20 MED-MEDIA       PIC 99V9(6).
                       20 MED-COMPARACOES PIC 9(18).
           05 FILLER PIC X(10) VALUE " CENARIO: ".
           05 CAB-CENARIO PIC X(15).

       01 LINHA-PIVOT-CABEC.
           05 FILLER PIC X(34) VALUE
               "   TAMANHO    INTROSORT(s)   RAZAO".
           05 FILLER PIC X(23) VALUE "    TIMSORT(s)   RAZAO".
           05 FILLER PIC X(23) VALUE "  RADIXSORT(s)   RAZAO".

       01 LINHA-PIVOT.
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 PIV-MEDIA-TIM   PIC Z9.999999.
           05 FILLER          PIC X(4)  VALUE SPACE.
           05 PIV-RAZAO-TIM   PIC X(7).
           05 FILLER          PIC X(3)  VALUE SPACE.
           05 PIV-MEDIA-RADIX PIC Z9.999999.
           05 FILLER          PIC X(4)  VALUE SPACE.
           05 PIV-RAZAO-RADIX PIC X(7).

       01 RAZAO-EDITADA PIC ZZZ9.99.


       01 LINHA-TRACO PIC X(66) VALUE ALL "=".

       01 LINHA-NOTA-RADIX.
           05 FILLER PIC X(31) VALUE " RADIXSORT NAO COMPARA CHAVES: ".
           05 FILLER PIC X(53) VALUE
               "COMPARACOES = MOVIMENTOS DAS PASSADAS DE DISTRIBUICAO".

      ******************************************************************

       PROCEDURE DIVISION.

       000-MAIN-PROCEDURE.
           ACCEPT DATA-INICIO-EXEC FROM DATE YYYYMMDD
           ACCEPT HORA-INICIO-EXEC FROM TIME
           PERFORM 075-LE-GERACAO-ID
           PERFORM 030-OBTEM-TRAVA
           MOVE SPACES TO TAB-MEDIDAS
           INITIALIZE TAB-MEDIDAS REPLACING NUMERIC DATA BY ZEROES

           PERFORM 100-CARREGA-INTROSORT
           PERFORM 200-CARREGA-TIMSORT
           PERFORM 250-CARREGA-RADIXSORT

           IF QTD-TAMANHOS = 0
               DISPLAY "RELATORIO-BENCH: NENHUM RESULTADO ENCONTRADO "
                   "EM RESULTADOS-INTROSORT.DAT/RESULTADOS-TIMSORT.DAT"
                   "/RESULTADOS-RADIXSORT.DAT"
               MOVE 8 TO RETURN-CODE
               PERFORM 080-GRAVA-EXECUCAO
               PERFORM 040-LIBERA-TRAVA
               STOP RUN
           END-IF

           DISPLAY "RELATORIO-BENCH: RELATORIO GRAVADO EM "
               "RELATORIO-BENCH.TXT"
           PERFORM 080-GRAVA-EXECUCAO
           PERFORM 040-LIBERA-TRAVA
           STOP RUN.

                       AT END
                           MOVE 'S' TO FIM
                       NOT AT END
                           ADD 1 TO QTD-LIDOS-INTRO
                           MOVE 1 TO IDX-ALG
                           PERFORM 400-CLASSIFICA-RESULTADO
                   END-READ
                       AT END
                           MOVE 'S' TO FIM
                       NOT AT END
                           ADD 1 TO QTD-LIDOS-TIM
                           MOVE REG-RESULTADO-TIM TO REG-RESULTADO
                           MOVE 2 TO IDX-ALG
                           PERFORM 400-CLASSIFICA-RESULTADO
               CLOSE ARQUIVO-RES-TIM
           END-IF.

      ******************************************************************
      ***********Carga dos resultados do RADIXSORT (linhas M/O)*********
      ******************************************************************
       250-CARREGA-RADIXSORT.
           OPEN INPUT ARQUIVO-RES-RADIX
           IF WS-RES-RADIX-STATUS NOT = "00"
               DISPLAY "RESULTADOS-RADIXSORT.DAT NAO ENCONTRADO"
           ELSE
               MOVE 'N' TO FIM
               PERFORM UNTIL FIM = 'S'
                   READ ARQUIVO-RES-RADIX
                       AT END
                           MOVE 'S' TO FIM
                       NOT AT END
                           ADD 1 TO QTD-LIDOS-RADIX
                           MOVE REG-RESULTADO-RADIX TO REG-RESULTADO
                           MOVE 3 TO IDX-ALG
                           PERFORM 400-CLASSIFICA-RESULTADO
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-RES-RADIX
           END-IF.

      ******************************************************************
      ****Classifica um REG-RESULTADO na tabela cenario x tamanho*******
      ****A ultima ocorrencia prevalece (execucao mais recente)*********
           WRITE LINHA-RELATORIO
           MOVE LINHA-TRACO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF QTD-LIDOS-RADIX > 0
               MOVE LINHA-NOTA-RADIX TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF

           PERFORM VARYING IDX-CEN FROM 1 BY 1
                   UNTIL IDX-CEN > QTD-CENARIOS
       500-MONTA-LINHA-PIVOT.
           IF MED-ACHOU(IDX-CEN, IDX-TAM, 1) NOT = 'S'
                   AND MED-ACHOU(IDX-CEN, IDX-TAM, 2) NOT = 'S'
                   AND MED-ACHOU(IDX-CEN, IDX-TAM, 3) NOT = 'S'
               EXIT PARAGRAPH
           END-IF

           MOVE TT-TAM(IDX-TAM) TO PIV-TAMANHO
           MOVE MED-MEDIA(IDX-CEN, IDX-TAM, 1) TO PIV-MEDIA-INTRO
           MOVE MED-MEDIA(IDX-CEN, IDX-TAM, 2) TO PIV-MEDIA-TIM
           MOVE MED-MEDIA(IDX-CEN, IDX-TAM, 3) TO PIV-MEDIA-RADIX

           MOVE "    -  " TO PIV-RAZAO-INTRO
           MOVE "    -  " TO PIV-RAZAO-TIM
           MOVE "    -  " TO PIV-RAZAO-RADIX

           IF IDX-TAM > 1
               COMPUTE IDX-BUSCA = IDX-TAM - 1
                   MOVE RAZAO TO RAZAO-EDITADA
                   MOVE RAZAO-EDITADA TO PIV-RAZAO-TIM
               END-IF
               MOVE MED-MEDIA(IDX-CEN, IDX-BUSCA, 3) TO MEDIA-ANTERIOR
               IF MEDIA-ANTERIOR > 0
                       AND MED-ACHOU(IDX-CEN, IDX-TAM, 3) = 'S'
                   COMPUTE RAZAO ROUNDED =
                       MED-MEDIA(IDX-CEN, IDX-TAM, 3) / MEDIA-ANTERIOR
                       ON SIZE ERROR
                           MOVE 9999.99 TO RAZAO
                   END-COMPUTE
                   MOVE RAZAO TO RAZAO-EDITADA
                   MOVE RAZAO-EDITADA TO PIV-RAZAO-RADIX
               END-IF
           END-IF

           MOVE LINHA-PIVOT TO LINHA-RELATORIO
                   TO OPS-MOVIMENTOS
               MOVE LINHA-OPS TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           IF MED-ACHOU(IDX-CEN, IDX-TAM, 3) = 'S'
               MOVE TT-TAM(IDX-TAM) TO OPS-TAMANHO
               MOVE "RADIXSORT" TO OPS-ALGORITMO
               MOVE MED-COMPARACOES(IDX-CEN, IDX-TAM, 3)
                   TO OPS-COMPARACOES
               MOVE MED-TROCAS(IDX-CEN, IDX-TAM, 3) TO OPS-TROCAS
               MOVE MED-MOVIMENTOS(IDX-CEN, IDX-TAM, 3)
                   TO OPS-MOVIMENTOS
               MOVE LINHA-OPS TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
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
           MOVE "RELATORIO-BEN" TO EXE-PROGRAMA
           MOVE DATA-INICIO-EXEC TO EXE-DATA-INICIO
           MOVE HORA-INICIO-EXEC TO EXE-HORA-INICIO
           MOVE DATA-FIM-EXEC TO EXE-DATA-FIM
           MOVE HORA-FIM-EXEC TO EXE-HORA-FIM
           MOVE GERACAO-ID TO EXE-GERACAO-ID
           MOVE SPACES TO PARAMETROS-USADOS
           MOVE PARAMETROS-USADOS TO EXE-PARAMETROS
           COMPUTE EXE-REG-LIDOS = QTD-LIDOS-INTRO + QTD-LIDOS-TIM
               + QTD-LIDOS-RADIX
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
           IF QTD-LIDOS-INTRO > 0
               MOVE "L" TO LIN-OPERACAO
               MOVE "resultados-introsort.dat" TO LIN-ARQUIVO
               MOVE QTD-LIDOS-INTRO TO LIN-QTD-REGISTROS
               PERFORM 083-GRAVA-REG-LINHAGEM
           END-IF
           IF QTD-LIDOS-TIM > 0
               MOVE "L" TO LIN-OPERACAO
               MOVE "resultados-timsort.dat" TO LIN-ARQUIVO
               MOVE QTD-LIDOS-TIM TO LIN-QTD-REGISTROS
               PERFORM 083-GRAVA-REG-LINHAGEM
           END-IF
           IF QTD-LIDOS-RADIX > 0
               MOVE "L" TO LIN-OPERACAO
               MOVE "resultados-radixsort.dat" TO LIN-ARQUIVO
               MOVE QTD-LIDOS-RADIX TO LIN-QTD-REGISTROS
               PERFORM 083-GRAVA-REG-LINHAGEM
           END-IF
           CLOSE ARQUIVO-LINHAGEM.

       083-GRAVA-REG-LINHAGEM.
           MOVE "RELATORIO-BEN" TO LIN-PROGRAMA
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
           MOVE "RELATORIO-BENCH" TO TRV-PROGRAMA
           MOVE GERACAO-ID TO TRV-GERACAO
           ACCEPT TRV-DATA FROM DATE YYYYMMDD
           ACCEPT TRV-HORA FROM TIME
           WRITE REG-TRAVA
