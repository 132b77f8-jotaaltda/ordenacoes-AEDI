               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RES-TIM-STATUS.

           SELECT ARQUIVO-RES-RADIX
               ASSIGN TO "../../../../Dados/resultados-radixsort.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RES-RADIX-STATUS.

           SELECT ARQUIVO-PARAM
               ASSIGN TO "../../../../Dados/parametros.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

           SELECT ARQUIVO-ESTATISTICAS
               ASSIGN TO "../../../../Dados/estatisticas-bench.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTATISTICAS-STATUS.

           SELECT ARQUIVO-ALERTAS
               ASSIGN TO "../../../../Dados/alertas.dat"
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

       FD ARQUIVO-PARAM.

       01 REGISTRO-PARAM.
           05 PARAM-QTD-DOBRAS   PIC 9(2).
           05 PARAM-LIMITE-REGRESSAO PIC 9(3).

      ******************************************************************
      ****Estatisticas das tentativas (ESTATISTICA-BENCH): somente******
      ****as linhas C de celula sao consultadas*************************
      ******************************************************************
       FD ARQUIVO-ESTATISTICAS.

       01 REG-ESTATISTICA.
           05 EST-ALGORITMO      PIC X(9).
           05 EST-TAMANHO        PIC 9(9).
           05 EST-CENARIO        PIC X(15).
           05 EST-TIPO-LINHA     PIC X(1).
           05 EST-TRIAL          PIC 9(2).
           05 EST-DATA-EXECUCAO  PIC 9(8).
           05 EST-QTD-TRIALS     PIC 9(2).
           05 EST-MEDIA          PIC 99V9(6).
           05 EST-MINIMO         PIC 99V9(6).
           05 EST-MAXIMO         PIC 99V9(6).
           05 EST-DESVIO         PIC 99V9(6).
           05 EST-CV             PIC 9(4)V99.
           05 EST-IC-INFERIOR    PIC 99V9(6).
           05 EST-IC-SUPERIOR    PIC 99V9(6).
           05 EST-QTD-OUTLIERS   PIC 9(2).
           05 EST-VALOR-TRIAL    PIC 99V9(6).
           05 EST-DESVIOS-TRIAL  PIC 9(2)V99.
           05 EST-SITUACAO       PIC X(12).
           05 EST-MOTIVO         PIC X(20).

       FD ARQUIVO-ALERTAS.

       01 REG-ALERTA.
           05 ALE-PCT-DEGRADACAO PIC 9(4)V99.
           05 ALE-DATA-EXECUCAO  PIC 9(8).

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
       01 WS-PARAM-STATUS      PIC X(2).
       01 WS-ESTATISTICAS-STATUS PIC X(2).
       01 FIM      PIC X VALUE 'N'.
       01 LIMITE-REGRESSAO PIC 9(3) VALUE 20.
       01 QTD-ALERTAS  PIC 9(4) COMP VALUE 0.

      *****Modo de avaliacao (linha de comando)*****
      *****T = todas as celulas, I = ignora celulas inconclusivas*****
       01 PARAMETRO-MODO   PIC X(20).
       01 MODO-AVALIACAO   PIC X VALUE "T".
       01 QTD-SUPRIMIDOS   PIC 9(4) COMP VALUE 0.
       01 QTD-INCONCLUSIVAS PIC 9(4) COMP VALUE 0.
       01 QTD-DESATUALIZADAS PIC 9(4) COMP VALUE 0.
       01 QTD-LIDOS-INTRO  PIC 9(9) COMP VALUE 0.
       01 QTD-LIDOS-TIM    PIC 9(9) COMP VALUE 0.
       01 QTD-LIDOS-RADIX  PIC 9(9) COMP VALUE 0.
       01 QTD-LIDOS-EST    PIC 9(9) COMP VALUE 0.

      *****Consolidacao por cenario/tamanho/algoritmo*****
      *****Algoritmo 1 = INTROSORT, 2 = TIMSORT, 3 = RADIXSORT*****

       01 QTD-CENARIOS PIC 9(1) VALUE 6.
       01 TAB-CENARIOS.
       01 TAB-HISTORICO.
           05 HIS-CENARIO OCCURS 6 TIMES.
               10 HIS-TAMANHO OCCURS 20 TIMES.
                   15 HIS-ALG OCCURS 3 TIMES.
                       20 HIS-ATUAL-ACHOU  PIC X(1).
                       20 HIS-MEDIA-ATUAL  PIC 99V9(6).
                       20 HIS-SOMA-ANTERIOR PIC 9(6)V9(6).
                       20 HIS-QTD-ANTERIOR PIC 9(4).
                       20 HIS-INCONCLUSIVO PIC X(1).

       01 DATA-MAIS-RECENTE    PIC 9(8).
       01 DATA-MAIS-RECENTE-TIM PIC 9(8).
       01 DATA-MAIS-RECENTE-RAD PIC 9(8).
       01 DATA-RECENTE-CORRENTE PIC 9(8).
       01 MEDIA-ANTERIOR   PIC 99V9(6).
       01 ACRESCIMO        PIC 9(5)V9(6).
       PROCEDURE DIVISION.

       000-MAIN-PROCEDURE.
           ACCEPT DATA-INICIO-EXEC FROM DATE YYYYMMDD
           ACCEPT HORA-INICIO-EXEC FROM TIME
           PERFORM 045-LE-MODO
           PERFORM 075-LE-GERACAO-ID
           PERFORM 030-OBTEM-TRAVA
           MOVE SPACES TO TAB-HISTORICO
           INITIALIZE TAB-HISTORICO REPLACING NUMERIC DATA BY ZEROES

           PERFORM 100-DATA-RECENTE-INTRO
           PERFORM 110-DATA-RECENTE-TIM
           PERFORM 120-DATA-RECENTE-RADIX
           PERFORM 200-CARREGA-INTRO
           PERFORM 210-CARREGA-TIM
           PERFORM 215-CARREGA-RADIX
           IF MODO-AVALIACAO = "I"
               PERFORM 220-CARREGA-ESTATISTICAS
           END-IF

           OPEN OUTPUT ARQUIVO-ALERTAS
           PERFORM 300-AVALIA-REGRESSOES
               DISPLAY "REGRESSAO-BENCH: NENHUMA REGRESSAO ACIMA DE "
                   LIMITE-REGRESSAO "%"
           END-IF
           IF QTD-SUPRIMIDOS > 0
               DISPLAY "REGRESSAO-BENCH: " QTD-SUPRIMIDOS
                   " ALERTA(S) SUPRIMIDO(S) EM CELULAS INCONCLUSIVAS"
           END-IF
           PERFORM 080-GRAVA-EXECUCAO
           PERFORM 040-LIBERA-TRAVA
           STOP RUN.

      ******************************************************************
      ****Modo de avaliacao: em branco ou T avalia todas as celulas;****
      ****I (IGNORA-INCONCLUSIVO) nao gera alerta em celula que o*******
      ****ESTATISTICA-BENCH julgou inconclusiva na execucao atual*******
      ******************************************************************
       045-LE-MODO.
           ACCEPT PARAMETRO-MODO FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(PARAMETRO-MODO) TO PARAMETRO-MODO
           EVALUATE PARAMETRO-MODO
               WHEN SPACES
               WHEN "T"
               WHEN "TODAS"
                   MOVE "T" TO MODO-AVALIACAO
               WHEN "I"
               WHEN "IGNORA-INCONCLUSIVO"
                   MOVE "I" TO MODO-AVALIACAO
               WHEN OTHER
                   DISPLAY "ERRO: MODO DE AVALIACAO INVALIDO: "
                       PARAMETRO-MODO " - USE T (TODAS) OU I "
                       "(IGNORA-INCONCLUSIVO)"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      ******************************************************************
      ***************Leitura do registro de controle********************
      ******************************************************************
               DISPLAY "RESULTADOS-TIMSORT.DAT NAO ENCONTRADO"
           END-IF.

       120-DATA-RECENTE-RADIX.
           MOVE 0 TO DATA-MAIS-RECENTE-RAD
           OPEN INPUT ARQUIVO-RES-RADIX
           IF WS-RES-RADIX-STATUS = "00"
               MOVE 'N' TO FIM
               PERFORM UNTIL FIM = 'S'
                   READ ARQUIVO-RES-RADIX
                       AT END
                           MOVE 'S' TO FIM
                       NOT AT END
                           IF RR-DATA-EXECUCAO IS NUMERIC
                                   AND RR-DATA-EXECUCAO
                                   > DATA-MAIS-RECENTE-RAD
                               MOVE RR-DATA-EXECUCAO
                                   TO DATA-MAIS-RECENTE-RAD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-RES-RADIX
           ELSE
               DISPLAY "RESULTADOS-RADIXSORT.DAT NAO ENCONTRADO"
           END-IF.

      ******************************************************************
      ****Acumula as linhas M: execucao mais recente x anteriores*******
      ******************************************************************
                   AT END
                       MOVE 'S' TO FIM
                   NOT AT END
                       ADD 1 TO QTD-LIDOS-INTRO
                       MOVE 1 TO IDX-ALG
                       PERFORM 400-ACUMULA-RESULTADO
               END-READ
                   AT END
                       MOVE 'S' TO FIM
                   NOT AT END
                       ADD 1 TO QTD-LIDOS-TIM
                       MOVE REG-RESULTADO-TIM TO REG-RESULTADO
                       MOVE 2 TO IDX-ALG
                       PERFORM 400-ACUMULA-RESULTADO
           END-PERFORM
           CLOSE ARQUIVO-RES-TIM.

       215-CARREGA-RADIX.
           IF WS-RES-RADIX-STATUS NOT = "00"
                   OR DATA-MAIS-RECENTE-RAD = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ARQUIVO-RES-RADIX
           MOVE DATA-MAIS-RECENTE-RAD TO DATA-RECENTE-CORRENTE
           MOVE 'N' TO FIM
           PERFORM UNTIL FIM = 'S'
               READ ARQUIVO-RES-RADIX
                   AT END
                       MOVE 'S' TO FIM
                   NOT AT END
                       ADD 1 TO QTD-LIDOS-RADIX
                       MOVE REG-RESULTADO-RADIX TO REG-RESULTADO
                       MOVE 3 TO IDX-ALG
                       PERFORM 400-ACUMULA-RESULTADO
               END-READ
           END-PERFORM
           CLOSE ARQUIVO-RES-RADIX.

      ******************************************************************
      ****Marca as celulas inconclusivas da execucao mais recente;******
      ****estatistica de outra data (desatualizada) nao suprime nada****
      ******************************************************************
       220-CARREGA-ESTATISTICAS.
           OPEN INPUT ARQUIVO-ESTATISTICAS
           IF WS-ESTATISTICAS-STATUS NOT = "00"
               DISPLAY "AVISO: ESTATISTICAS-BENCH.DAT NAO ENCONTRADO - "
                   "TODAS AS CELULAS SERAO AVALIADAS"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIM
           PERFORM UNTIL FIM = 'S'
               READ ARQUIVO-ESTATISTICAS
                   AT END
                       MOVE 'S' TO FIM
                   NOT AT END
                       ADD 1 TO QTD-LIDOS-EST
                       IF EST-TIPO-LINHA = "C"
                               AND EST-SITUACAO = "INCONCLUSIVO"
                           PERFORM 230-MARCA-INCONCLUSIVO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQUIVO-ESTATISTICAS
           DISPLAY "REGRESSAO-BENCH: " QTD-INCONCLUSIVAS " CELULA(S) "
               "INCONCLUSIVA(S) NA EXECUCAO ATUAL"
           IF QTD-DESATUALIZADAS > 0
               DISPLAY "AVISO: " QTD-DESATUALIZADAS " CELULA(S) "
                   "INCONCLUSIVA(S) DE OUTRA EXECUCAO IGNORADA(S) - "
                   "EXECUTE O ESTATISTICA-BENCH"
           END-IF.

       230-MARCA-INCONCLUSIVO.
           EVALUATE EST-ALGORITMO
               WHEN "INTROSORT"
                   MOVE 1 TO IDX-ALG
                   MOVE DATA-MAIS-RECENTE TO DATA-RECENTE-CORRENTE
               WHEN "TIMSORT"
                   MOVE 2 TO IDX-ALG
                   MOVE DATA-MAIS-RECENTE-TIM TO DATA-RECENTE-CORRENTE
               WHEN "RADIXSORT"
                   MOVE 3 TO IDX-ALG
                   MOVE DATA-MAIS-RECENTE-RAD TO DATA-RECENTE-CORRENTE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF EST-DATA-EXECUCAO NOT = DATA-RECENTE-CORRENTE
               ADD 1 TO QTD-DESATUALIZADAS
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO IDX-CEN
           PERFORM VARYING IDX-BUSCA FROM 1 BY 1
                   UNTIL IDX-BUSCA > QTD-CENARIOS
               IF EST-CENARIO = CEN-NOME(IDX-BUSCA)
                   MOVE IDX-BUSCA TO IDX-CEN
               END-IF
           END-PERFORM
           MOVE 0 TO IDX-TAM
           PERFORM VARYING IDX-BUSCA FROM 1 BY 1
                   UNTIL IDX-BUSCA > QTD-TAMANHOS
               IF EST-TAMANHO = TT-TAM(IDX-BUSCA)
                   MOVE IDX-BUSCA TO IDX-TAM
               END-IF
           END-PERFORM
           IF IDX-CEN = 0 OR IDX-TAM = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO HIS-INCONCLUSIVO(IDX-CEN, IDX-TAM, IDX-ALG)
           ADD 1 TO QTD-INCONCLUSIVAS.

      ******************************************************************
      ****Acumula uma linha M na tabela de historico********************
      ******************************************************************
               PERFORM VARYING IDX-TAM FROM 1 BY 1
                       UNTIL IDX-TAM > QTD-TAMANHOS
                   PERFORM VARYING IDX-ALG FROM 1 BY 1
                           UNTIL IDX-ALG > 3
                       PERFORM 350-AVALIA-CELULA
                   END-PERFORM
               END-PERFORM
                   MOVE 9999.99 TO PCT-DEGRADACAO
           END-COMPUTE

           EVALUATE IDX-ALG
               WHEN 1
                   MOVE "INTROSORT" TO ALE-ALGORITMO
                   MOVE DATA-MAIS-RECENTE TO ALE-DATA-EXECUCAO
               WHEN 2
                   MOVE "TIMSORT" TO ALE-ALGORITMO
                   MOVE DATA-MAIS-RECENTE-TIM TO ALE-DATA-EXECUCAO
               WHEN OTHER
                   MOVE "RADIXSORT" TO ALE-ALGORITMO
                   MOVE DATA-MAIS-RECENTE-RAD TO ALE-DATA-EXECUCAO
           END-EVALUATE
           MOVE TT-TAM(IDX-TAM) TO ALE-TAMANHO
           MOVE CEN-NOME(IDX-CEN) TO ALE-CENARIO
           MOVE MEDIA-ANTERIOR TO ALE-MEDIA-ANTERIOR
           MOVE HIS-MEDIA-ATUAL(IDX-CEN, IDX-TAM, IDX-ALG)
               TO ALE-MEDIA-ATUAL
           MOVE PCT-DEGRADACAO TO ALE-PCT-DEGRADACAO
           IF HIS-INCONCLUSIVO(IDX-CEN, IDX-TAM, IDX-ALG) = 'S'
               ADD 1 TO QTD-SUPRIMIDOS
               DISPLAY "SUPRIMIDO (INCONCLUSIVO): " ALE-ALGORITMO
                   " TAMANHO " ALE-TAMANHO " " ALE-CENARIO " (+"
                   ALE-PCT-DEGRADACAO "%)"
               EXIT PARAGRAPH
           END-IF
           WRITE REG-ALERTA
           ADD 1 TO QTD-ALERTAS

               ALE-MEDIA-ANTERIOR " ATUAL " ALE-MEDIA-ATUAL
               " (+" ALE-PCT-DEGRADACAO "%)".

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
           MOVE "REGRESSAO-BEN" TO EXE-PROGRAMA
           MOVE DATA-INICIO-EXEC TO EXE-DATA-INICIO
           MOVE HORA-INICIO-EXEC TO EXE-HORA-INICIO
           MOVE DATA-FIM-EXEC TO EXE-DATA-FIM
           MOVE HORA-FIM-EXEC TO EXE-HORA-FIM
           MOVE GERACAO-ID TO EXE-GERACAO-ID
           MOVE SPACES TO PARAMETROS-USADOS
           STRING "MODO=" MODO-AVALIACAO " LIMITE=" LIMITE-REGRESSAO
               DELIMITED BY SIZE INTO PARAMETROS-USADOS
           MOVE PARAMETROS-USADOS TO EXE-PARAMETROS
           COMPUTE EXE-REG-LIDOS = QTD-LIDOS-INTRO + QTD-LIDOS-TIM
               + QTD-LIDOS-RADIX + QTD-LIDOS-EST
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
           IF QTD-LIDOS-EST > 0
               MOVE "L" TO LIN-OPERACAO
               MOVE "estatisticas-bench.dat" TO LIN-ARQUIVO
               MOVE QTD-LIDOS-EST TO LIN-QTD-REGISTROS
               PERFORM 083-GRAVA-REG-LINHAGEM
           END-IF
           MOVE "G" TO LIN-OPERACAO
           MOVE "alertas.dat" TO LIN-ARQUIVO
           MOVE QTD-ALERTAS TO LIN-QTD-REGISTROS
           PERFORM 083-GRAVA-REG-LINHAGEM
           CLOSE ARQUIVO-LINHAGEM.

       083-GRAVA-REG-LINHAGEM.
           MOVE "REGRESSAO-BEN" TO LIN-PROGRAMA
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
           MOVE "REGRESSAO-BENCH" TO TRV-PROGRAMA
           MOVE GERACAO-ID TO TRV-GERACAO
           ACCEPT TRV-DATA FROM DATE YYYYMMDD
           ACCEPT TRV-HORA FROM TIME
           WRITE REG-TRAVA
