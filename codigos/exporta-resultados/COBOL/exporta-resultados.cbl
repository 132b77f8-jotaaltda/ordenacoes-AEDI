               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RES-TIM-STATUS.

           SELECT ARQUIVO-RES-RADIX
               ASSIGN TO "../../../../Dados/resultados-radixsort.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RES-RADIX-STATUS.

           SELECT ARQUIVO-CERTIFICACAO
               ASSIGN TO "../../../../Dados/certificacao.dat"
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

       FD ARQUIVO-CERTIFICACAO.

       01 REG-CERTIFICACAO.
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

      *****Registro de execucao (execucoes.dat)*****
       01 DATA-INICIO-EXEC PIC 9(8).
       01 HORA-INICIO-EXEC PIC 9(8).
       01 DATA-FIM-EXEC    PIC 9(8).
       01 HORA-FIM-EXEC    PIC 9(8).
       01 PARAMETROS-USADOS PIC X(29).

      *****Trava de execucao do diretorio de dados*****
       01 WS-TRAVA-STATUS       PIC X(2).
       01 WS-TRAVA-PARAM-STATUS PIC X(2).
       01 WS-LINHAGEM-STATUS    PIC X(2).
       01 TRAVA-IDADE-MAX  PIC 9(5) COMP VALUE 3600.
       01 TRAVA-AGORA-DATA PIC 9(8).
       01 TRAVA-AGORA-HORA PIC 9(8).

       01 WS-RES-INTRO-STATUS    PIC X(2).
       01 WS-RES-TIM-STATUS      PIC X(2).
       01 WS-RES-RADIX-STATUS    PIC X(2).
       01 WS-CERTIFICACAO-STATUS PIC X(2).
       01 WS-ALERTAS-STATUS      PIC X(2).
       01 WS-EXECUCOES-STATUS    PIC X(2).

       01 NOME-CSV PIC X(60).
       01 QTD-EXPORTADOS PIC 9(9) COMP.
       01 QTD-LIDOS-ARQ  PIC 9(9) COMP.

      *****Exportacoes da execucao: 1 = introsort, 2 = timsort,*****
      *****3 = certificacao, 4 = alertas, 5 = execucoes,*****
      *****6 = radixsort*****
       01 IDX-EXP PIC 9(1) COMP.
       01 TAB-NOMES-EXP.
           05 FILLER PIC X(20) VALUE "resultados-introsort".
           05 FILLER PIC X(20) VALUE "resultados-timsort".
           05 FILLER PIC X(20) VALUE "certificacao".
           05 FILLER PIC X(20) VALUE "alertas".
           05 FILLER PIC X(20) VALUE "execucoes".
           05 FILLER PIC X(20) VALUE "resultados-radixsort".
       01 TAB-NOMES-EXP-R REDEFINES TAB-NOMES-EXP.
           05 NOME-EXP OCCURS 6 TIMES PIC X(20).
       01 TAB-EXPORTADOS.
           05 ARQ-EXPORTADO OCCURS 6 TIMES.
               10 ARQ-PROCESSADO PIC X(1).
               10 ARQ-LIDOS      PIC 9(9).
               10 ARQ-GRAVADOS   PIC 9(9).

      *****Campos com ponto decimal explicito para a planilha*****

       PROCEDURE DIVISION.

       000-MAIN-PROCEDURE.
           ACCEPT DATA-INICIO-EXEC FROM DATE YYYYMMDD
           ACCEPT HORA-INICIO-EXEC FROM TIME
           PERFORM 075-LE-GERACAO-ID
           PERFORM 030-OBTEM-TRAVA
           INITIALIZE TAB-EXPORTADOS
           PERFORM 050-LE-PARAMETROS
           DISPLAY "EXPORTA-RESULTADOS: FAIXA DE DATAS " DATA-INI
               " A " DATA-FIM

           PERFORM 100-EXPORTA-RES-INTRO
           PERFORM 200-EXPORTA-RES-TIM
           PERFORM 250-EXPORTA-RES-RADIX
           PERFORM 300-EXPORTA-CERTIFICACAO
           PERFORM 400-EXPORTA-ALERTAS
           PERFORM 450-EXPORTA-EXECUCOES

           PERFORM 080-GRAVA-EXECUCAO
           PERFORM 040-LIBERA-TRAVA
           STOP RUN.

               DELIMITED BY SIZE INTO LINHA-CSV
           WRITE LINHA-CSV
           MOVE 0 TO QTD-EXPORTADOS
           MOVE 0 TO QTD-LIDOS-ARQ
           MOVE 'N' TO FIM
           PERFORM UNTIL FIM = 'S'
               READ ARQUIVO-RES-INTRO
                   AT END
                       MOVE 'S' TO FIM
                   NOT AT END
                       ADD 1 TO QTD-LIDOS-ARQ
                       IF RES-DATA-EXECUCAO >= DATA-INI
                               AND RES-DATA-EXECUCAO <= DATA-FIM
                           PERFORM 150-GRAVA-LINHA-RESULTADO
           END-PERFORM
           CLOSE ARQUIVO-RES-INTRO
           CLOSE ARQUIVO-CSV
           MOVE 1 TO IDX-EXP
           PERFORM 460-REGISTRA-EXPORTACAO
           DISPLAY "RESULTADOS-INTROSORT.CSV: " QTD-EXPORTADOS
               " LINHA(S)".

               DELIMITED BY SIZE INTO LINHA-CSV
           WRITE LINHA-CSV
           MOVE 0 TO QTD-EXPORTADOS
           MOVE 0 TO QTD-LIDOS-ARQ
           MOVE 'N' TO FIM
           PERFORM UNTIL FIM = 'S'
               READ ARQUIVO-RES-TIM
                   AT END
                       MOVE 'S' TO FIM
                   NOT AT END
                       ADD 1 TO QTD-LIDOS-ARQ
                       IF RT-DATA-EXECUCAO >= DATA-INI
                               AND RT-DATA-EXECUCAO <= DATA-FIM
                           MOVE REG-RESULTADO-TIM TO REG-RESULTADO
           END-PERFORM
           CLOSE ARQUIVO-RES-TIM
           CLOSE ARQUIVO-CSV
           MOVE 2 TO IDX-EXP
           PERFORM 460-REGISTRA-EXPORTACAO
           DISPLAY "RESULTADOS-TIMSORT.CSV: " QTD-EXPORTADOS
               " LINHA(S)".

      ******************************************************************
      ****Exportacao dos resultados do RADIXSORT (mesmo layout; as******
      ****comparacoes da linha O trazem os movimentos)******************
      ******************************************************************
       250-EXPORTA-RES-RADIX.
           OPEN INPUT ARQUIVO-RES-RADIX
           IF WS-RES-RADIX-STATUS NOT = "00"
               DISPLAY "RESULTADOS-RADIXSORT.DAT NAO ENCONTRADO"
               EXIT PARAGRAPH
           END-IF
           MOVE "../../../../Dados/resultados-radixsort.csv"
               TO NOME-CSV
           OPEN OUTPUT ARQUIVO-CSV
           MOVE SPACES TO LINHA-CSV
           STRING "tamanho;cenario;tipo_linha;trial;media_exec;media;"
               "comparacoes;trocas;movimentos;data_execucao"
               DELIMITED BY SIZE INTO LINHA-CSV
           WRITE LINHA-CSV
           MOVE 0 TO QTD-EXPORTADOS
           MOVE 0 TO QTD-LIDOS-ARQ
           MOVE 'N' TO FIM
           PERFORM UNTIL FIM = 'S'
               READ ARQUIVO-RES-RADIX
                   AT END
                       MOVE 'S' TO FIM
                   NOT AT END
                       ADD 1 TO QTD-LIDOS-ARQ
                       IF RR-DATA-EXECUCAO >= DATA-INI
                               AND RR-DATA-EXECUCAO <= DATA-FIM
                           MOVE REG-RESULTADO-RADIX TO REG-RESULTADO
                           PERFORM 150-GRAVA-LINHA-RESULTADO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQUIVO-RES-RADIX
           CLOSE ARQUIVO-CSV
           MOVE 6 TO IDX-EXP
           PERFORM 460-REGISTRA-EXPORTACAO
           DISPLAY "RESULTADOS-RADIXSORT.CSV: " QTD-EXPORTADOS
               " LINHA(S)".

       150-GRAVA-LINHA-RESULTADO.
           MOVE RES-MEDIA-EXEC TO MEDIA-EXEC-EDIT
           MOVE RES-MEDIA TO MEDIA-EDIT
               DELIMITED BY SIZE INTO LINHA-CSV
           WRITE LINHA-CSV
           MOVE 0 TO QTD-EXPORTADOS
           MOVE 0 TO QTD-LIDOS-ARQ
           MOVE 'N' TO FIM
           PERFORM UNTIL FIM = 'S'
               READ ARQUIVO-CERTIFICACAO
                   AT END
                       MOVE 'S' TO FIM
                   NOT AT END
                       ADD 1 TO QTD-LIDOS-ARQ
                       IF CER-DATA-EXECUCAO >= DATA-INI
                               AND CER-DATA-EXECUCAO <= DATA-FIM
                           MOVE SPACES TO LINHA-CSV
           END-PERFORM
           CLOSE ARQUIVO-CERTIFICACAO
           CLOSE ARQUIVO-CSV
           MOVE 3 TO IDX-EXP
           PERFORM 460-REGISTRA-EXPORTACAO
           DISPLAY "CERTIFICACAO.CSV: " QTD-EXPORTADOS " LINHA(S)".

      ******************************************************************
               DELIMITED BY SIZE INTO LINHA-CSV
           WRITE LINHA-CSV
           MOVE 0 TO QTD-EXPORTADOS
           MOVE 0 TO QTD-LIDOS-ARQ
           MOVE 'N' TO FIM
           PERFORM UNTIL FIM = 'S'
               READ ARQUIVO-ALERTAS
                   AT END
                       MOVE 'S' TO FIM
                   NOT AT END
                       ADD 1 TO QTD-LIDOS-ARQ
                       IF ALE-DATA-EXECUCAO >= DATA-INI
                               AND ALE-DATA-EXECUCAO <= DATA-FIM
                           MOVE ALE-MEDIA-ANTERIOR TO MEDIA-ANT-EDIT
           END-PERFORM
           CLOSE ARQUIVO-ALERTAS
           CLOSE ARQUIVO-CSV
           MOVE 4 TO IDX-EXP
           PERFORM 460-REGISTRA-EXPORTACAO
           DISPLAY "ALERTAS.CSV: " QTD-EXPORTADOS " LINHA(S)".

      ******************************************************************
               DELIMITED BY SIZE INTO LINHA-CSV
           WRITE LINHA-CSV
           MOVE 0 TO QTD-EXPORTADOS
           MOVE 0 TO QTD-LIDOS-ARQ
           MOVE 'N' TO FIM
           PERFORM UNTIL FIM = 'S'
               READ ARQUIVO-EXECUCOES
                   AT END
                       MOVE 'S' TO FIM
                   NOT AT END
                       ADD 1 TO QTD-LIDOS-ARQ
                       IF EXE-DATA-INICIO >= DATA-INI
                               AND EXE-DATA-INICIO <= DATA-FIM
                           MOVE SPACES TO LINHA-CSV
           END-PERFORM
           CLOSE ARQUIVO-EXECUCOES
           CLOSE ARQUIVO-CSV
           MOVE 5 TO IDX-EXP
           PERFORM 460-REGISTRA-EXPORTACAO
           DISPLAY "EXECUCOES.CSV: " QTD-EXPORTADOS " LINHA(S)".

       460-REGISTRA-EXPORTACAO.
           MOVE "S" TO ARQ-PROCESSADO(IDX-EXP)
           MOVE QTD-LIDOS-ARQ TO ARQ-LIDOS(IDX-EXP)
           MOVE QTD-EXPORTADOS TO ARQ-GRAVADOS(IDX-EXP).

      ******************************************************************
      ****Leitura do identificador de geracao dos dados de entrada******
      ******************************************************************
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
           MOVE "EXPORTA-RESUL" TO EXE-PROGRAMA
           MOVE DATA-INICIO-EXEC TO EXE-DATA-INICIO
           MOVE HORA-INICIO-EXEC TO EXE-HORA-INICIO
           MOVE DATA-FIM-EXEC TO EXE-DATA-FIM
           MOVE HORA-FIM-EXEC TO EXE-HORA-FIM
           MOVE GERACAO-ID TO EXE-GERACAO-ID
           MOVE SPACES TO PARAMETROS-USADOS
           STRING "DE=" DATA-INI " ATE=" DATA-FIM DELIMITED BY SIZE
               INTO PARAMETROS-USADOS
           MOVE PARAMETROS-USADOS TO EXE-PARAMETROS
           MOVE 0 TO EXE-REG-LIDOS
           PERFORM VARYING IDX-EXP FROM 1 BY 1 UNTIL IDX-EXP > 6
               ADD ARQ-LIDOS(IDX-EXP) TO EXE-REG-LIDOS
           END-PERFORM
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
           PERFORM VARYING IDX-EXP FROM 1 BY 1 UNTIL IDX-EXP > 6
               IF ARQ-PROCESSADO(IDX-EXP) = "S"
                   IF IDX-EXP NOT = 5
                       MOVE "L" TO LIN-OPERACAO
                       MOVE SPACES TO LIN-ARQUIVO
                       STRING NOME-EXP(IDX-EXP) DELIMITED BY SPACE
                           ".dat" DELIMITED BY SIZE INTO LIN-ARQUIVO
                       MOVE ARQ-LIDOS(IDX-EXP) TO LIN-QTD-REGISTROS
                       PERFORM 083-GRAVA-REG-LINHAGEM
                   END-IF
                   MOVE "G" TO LIN-OPERACAO
                   MOVE SPACES TO LIN-ARQUIVO
                   STRING NOME-EXP(IDX-EXP) DELIMITED BY SPACE
                       ".csv" DELIMITED BY SIZE INTO LIN-ARQUIVO
                   MOVE ARQ-GRAVADOS(IDX-EXP) TO LIN-QTD-REGISTROS
                   PERFORM 083-GRAVA-REG-LINHAGEM
               END-IF
           END-PERFORM
           CLOSE ARQUIVO-LINHAGEM.

       083-GRAVA-REG-LINHAGEM.
           MOVE "EXPORTA-RESUL" TO LIN-PROGRAMA
           MOVE DATA-INICIO-EXEC TO LIN-DATA-INICIO
           MOVE HORA-INICIO-EXEC TO LIN-HORA-INICIO
           MOVE GERACAO-ID TO LIN-GERACAO-ID
           MOVE RETURN-CODE TO LIN-RETURN-CODE
           WRITE REG-LINHAGEM
           MOVE 0 TO LIN-GERACAO-MESTRE.

      ******************************************************************
      ****Trava de execucao do diretorio de dados compartilhado:********
      ****obtida na entrada e liberada em toda saida; trava viva********
