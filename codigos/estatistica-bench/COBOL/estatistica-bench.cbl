       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTATISTICA-BENCH.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-RES-INTRO
               ASSIGN TO "../../../../Dados/resultados-introsort.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RES-INTRO-STATUS.

           SELECT ARQUIVO-RES-TIM
               ASSIGN TO "../../../../Dados/resultados-timsort.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RES-TIM-STATUS.

           SELECT ARQUIVO-RES-RADIX
               ASSIGN TO "../../../../Dados/resultados-radixsort.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RES-RADIX-STATUS.

           SELECT ARQUIVO-EST-PARAM
               ASSIGN TO "../../../../Dados/estatistica-params.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

           SELECT ARQUIVO-ESTATISTICAS
               ASSIGN TO "../../../../Dados/estatisticas-bench.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTATISTICAS-STATUS.

           SELECT ARQUIVO-RELATORIO
               ASSIGN TO "../../../../Dados/relatorio-estatistica.txt"
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
               FILE STATUS IS WS-TRAVA-STATUS.

           SELECT ARQUIVO-TRAVA-PARAM
               ASSIGN TO "../../../../Dados/trava-params.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAVA-PARAM-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD ARQUIVO-RES-INTRO.

       01 REG-RESULTADO.
           05 RES-TAMANHO      PIC 9(9).
           05 RES-CENARIO      PIC X(15).
           05 RES-TIPO-LINHA   PIC X(1).
           05 RES-TRIAL        PIC 9(2).
           05 RES-MEDIA-EXEC   PIC 99V9(6).
           05 RES-MEDIA        PIC 99V9(6).
           05 RES-COMPARACOES  PIC 9(18).
           05 RES-TROCAS       PIC 9(18).
           05 RES-MOVIMENTOS   PIC 9(18).
           05 RES-DATA-EXECUCAO PIC 9(8).

       FD ARQUIVO-RES-TIM.

       01 REG-RESULTADO-TIM.
           05 RT-TAMANHO      PIC 9(9).
           05 RT-CENARIO      PIC X(15).
           05 RT-TIPO-LINHA   PIC X(1).
           05 RT-TRIAL        PIC 9(2).
           05 RT-MEDIA-EXEC   PIC 99V9(6).
           05 RT-MEDIA        PIC 99V9(6).
           05 RT-COMPARACOES  PIC 9(18).
           05 RT-TROCAS       PIC 9(18).
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

      ******************************************************************
      ****Parametros da analise: CV maximo (%) para a celula ser********
      ****conclusiva e distancia em desvios padrao (9V9) a partir*******
      ****da qual uma tentativa e apontada como outlier*****************
      ******************************************************************
       FD ARQUIVO-EST-PARAM.

       01 REG-EST-PARAM.
           05 EPR-CV-MAXIMO       PIC X(3).
           05 EPR-DESVIOS-OUTLIER PIC X(2).

      ******************************************************************
      ****Estatisticas por algoritmo/tamanho/cenario da execucao********
      ****mais recente: linha C por celula e linha O por tentativa******
      ****outlier (EST-TRIAL, EST-VALOR-TRIAL, EST-DESVIOS-TRIAL)*******
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

       01 WS-RES-INTRO-STATUS    PIC X(2).
       01 WS-RES-TIM-STATUS      PIC X(2).
       01 WS-RES-RADIX-STATUS    PIC X(2).
       01 WS-PARAM-STATUS        PIC X(2).
       01 WS-ESTATISTICAS-STATUS PIC X(2).
       01 FIM      PIC X VALUE 'N'.

      *****Limites da analise (estatistica-params.dat)*****
       01 CV-MAXIMO        PIC 9(3) VALUE 10.
       01 DESVIOS-OUTLIER  PIC 9V9 VALUE 2.0.
       01 MINIMO-TRIALS    PIC 9(2) VALUE 3.

      *****Celulas por cenario/tamanho/algoritmo*****
      *****Algoritmo 1 = INTROSORT, 2 = TIMSORT, 3 = RADIXSORT*****

       01 QTD-CENARIOS PIC 9(1) VALUE 6.
       01 TAB-CENARIOS.
           05 FILLER PIC X(15) VALUE "Aleatorio".
           05 FILLER PIC X(15) VALUE "Ordenado".
           05 FILLER PIC X(15) VALUE "Invertido".
           05 FILLER PIC X(15) VALUE "Semelhante".
           05 FILLER PIC X(15) VALUE "Quase-Ordenado".
           05 FILLER PIC X(15) VALUE "Duplicado".
       01 TAB-CENARIOS-R REDEFINES TAB-CENARIOS.
           05 CEN-NOME OCCURS 6 TIMES PIC X(15).

       01 QTD-ALGORITMOS PIC 9(1) VALUE 3.
       01 TAB-ALGORITMOS.
           05 FILLER PIC X(9) VALUE "INTROSORT".
           05 FILLER PIC X(9) VALUE "TIMSORT".
           05 FILLER PIC X(9) VALUE "RADIXSORT".
       01 TAB-ALGORITMOS-R REDEFINES TAB-ALGORITMOS.
           05 ALG-NOME OCCURS 3 TIMES PIC X(9).

       01 QTD-TAMANHOS PIC 9(2) VALUE 0.
       01 TAB-TAMANHOS.
           05 TT-TAM OCCURS 20 TIMES PIC 9(9).

       01 TAB-CELULAS.
           05 CEL-CENARIO OCCURS 6 TIMES.
               10 CEL-TAMANHO OCCURS 20 TIMES.
                   15 CEL-ALG OCCURS 3 TIMES.
                       20 CEL-QTD    PIC 9(2).
                       20 CEL-VALOR  PIC 99V9(6) OCCURS 30 TIMES.

      *****t de Student bicaudal 95% por graus de liberdade (1-30)*****
      *****acima de 30 graus usa-se 1,960*****

       01 TAB-T-STUDENT.
           05 FILLER PIC 99V999 VALUE 12.706.
           05 FILLER PIC 99V999 VALUE 4.303.
           05 FILLER PIC 99V999 VALUE 3.182.
           05 FILLER PIC 99V999 VALUE 2.776.
           05 FILLER PIC 99V999 VALUE 2.571.
           05 FILLER PIC 99V999 VALUE 2.447.
           05 FILLER PIC 99V999 VALUE 2.365.
           05 FILLER PIC 99V999 VALUE 2.306.
           05 FILLER PIC 99V999 VALUE 2.262.
           05 FILLER PIC 99V999 VALUE 2.228.
           05 FILLER PIC 99V999 VALUE 2.201.
           05 FILLER PIC 99V999 VALUE 2.179.
           05 FILLER PIC 99V999 VALUE 2.160.
           05 FILLER PIC 99V999 VALUE 2.145.
           05 FILLER PIC 99V999 VALUE 2.131.
           05 FILLER PIC 99V999 VALUE 2.120.
           05 FILLER PIC 99V999 VALUE 2.110.
           05 FILLER PIC 99V999 VALUE 2.101.
           05 FILLER PIC 99V999 VALUE 2.093.
           05 FILLER PIC 99V999 VALUE 2.086.
           05 FILLER PIC 99V999 VALUE 2.080.
           05 FILLER PIC 99V999 VALUE 2.074.
           05 FILLER PIC 99V999 VALUE 2.069.
           05 FILLER PIC 99V999 VALUE 2.064.
           05 FILLER PIC 99V999 VALUE 2.060.
           05 FILLER PIC 99V999 VALUE 2.056.
           05 FILLER PIC 99V999 VALUE 2.052.
           05 FILLER PIC 99V999 VALUE 2.048.
           05 FILLER PIC 99V999 VALUE 2.045.
           05 FILLER PIC 99V999 VALUE 2.042.
       01 TAB-T-STUDENT-R REDEFINES TAB-T-STUDENT.
           05 T-STUDENT OCCURS 30 TIMES PIC 99V999.

       01 DATA-MAIS-RECENTE     PIC 9(8).
       01 DATA-MAIS-RECENTE-TIM PIC 9(8).
       01 DATA-MAIS-RECENTE-RAD PIC 9(8).
       01 DATA-RECENTE-CORRENTE PIC 9(8).
       01 TAB-DATAS-ALG.
           05 DATA-ALG OCCURS 3 TIMES PIC 9(8).

       01 IDX-CEN      PIC 9(2) COMP.
       01 IDX-TAM      PIC 9(2) COMP.
       01 IDX-ALG      PIC 9(1) COMP.
       01 IDX-TRIAL    PIC 9(2) COMP.
       01 IDX-BUSCA    PIC 9(2) COMP.
       01 IDX-DESLOCA  PIC 9(2) COMP.
       01 ACHOU-TAM    PIC X VALUE 'N'.

      *****Calculo da celula*****

       01 QTD-VALORES      PIC 9(2) COMP.
       01 GRAUS-LIBERDADE  PIC 9(2) COMP.
       01 SOMA-VALORES     PIC 9(6)V9(6) COMP-3.
       01 SOMA-QUADRADOS   PIC 9(6)V9(12) COMP-3.
       01 MEDIA-CELULA     PIC 9(2)V9(9) COMP-3.
       01 VARIANCIA        PIC 9(4)V9(12) COMP-3.
       01 DESVIO-CELULA    PIC 9(2)V9(9) COMP-3.
       01 MEIA-AMPLITUDE   PIC 9(4)V9(9) COMP-3.
       01 DISTANCIA        PIC S9(2)V9(9) COMP-3.
       01 DESVIOS-TRIAL    PIC 9(4)V99 COMP-3.
       01 MINIMO-CELULA    PIC 99V9(6).
       01 MAXIMO-CELULA    PIC 99V9(6).
       01 CV-CELULA        PIC 9(4)V99.
       01 T-CRITICO        PIC 99V999.
       01 QTD-OUTLIERS-CEL PIC 9(2) COMP.
       01 SITUACAO-CELULA  PIC X(12).
       01 MOTIVO-CELULA    PIC X(20).

      *****Totais da analise*****

       01 QTD-TRIALS-LIDOS  PIC 9(9) COMP VALUE 0.
       01 QTD-TRIALS-INTRO  PIC 9(9) COMP VALUE 0.
       01 QTD-TRIALS-TIM    PIC 9(9) COMP VALUE 0.
       01 QTD-LINHAS-EST    PIC 9(9) COMP VALUE 0.
       01 QTD-DESCARTADOS   PIC 9(9) COMP VALUE 0.
       01 QTD-CELULAS       PIC 9(4) COMP VALUE 0.
       01 QTD-INCONCLUSIVAS PIC 9(4) COMP VALUE 0.
       01 QTD-OUTLIERS      PIC 9(4) COMP VALUE 0.

      *****Linhas do relatorio*****

       01 LINHA-TITULO.
           05 FILLER PIC X(43) VALUE
               " ESTATISTICA DAS TENTATIVAS DE BENCHMARK - ".
           05 TIT-DATA PIC 9999/99/99.

       01 LINHA-CRITERIO.
           05 FILLER      PIC X(12) VALUE " CV MAXIMO: ".
           05 CRI-CV      PIC ZZ9.
           05 FILLER      PIC X(20) VALUE "%   OUTLIER ALEM DE ".
           05 CRI-DESVIOS PIC 9.9.
           05 FILLER      PIC X(40) VALUE
               " DESVIOS   IC 95% (T DE STUDENT)".

       01 LINHA-DATAS.
           05 FILLER      PIC X(26) VALUE " EXECUCAO MAIS RECENTE: ".
           05 FILLER      PIC X(11) VALUE "INTROSORT ".
           05 DAT-INTRO   PIC 9999/99/99.
           05 FILLER      PIC X(11) VALUE "   TIMSORT ".
           05 DAT-TIM     PIC 9999/99/99.
           05 FILLER      PIC X(13) VALUE "   RADIXSORT ".
           05 DAT-RADIX   PIC 9999/99/99.

       01 LINHA-CABEC-CENARIO.
           05 FILLER PIC X(10) VALUE " CENARIO: ".
           05 CAB-CENARIO PIC X(15).

       01 LINHA-CELULA-CABEC.
           05 FILLER PIC X(10) VALUE " ALGORITMO".
           05 FILLER PIC X(10) VALUE "   TAMANHO".
           05 FILLER PIC X(3)  VALUE "  N".
           05 FILLER PIC X(10) VALUE "  MEDIA(s)".
           05 FILLER PIC X(10) VALUE "    MINIMO".
           05 FILLER PIC X(10) VALUE "    MAXIMO".
           05 FILLER PIC X(10) VALUE "    DESVIO".
           05 FILLER PIC X(8)  VALUE "     CV%".
           05 FILLER PIC X(10) VALUE " IC95% INF".
           05 FILLER PIC X(10) VALUE " IC95% SUP".
           05 FILLER PIC X(4)  VALUE " OUT".
           05 FILLER PIC X(9)  VALUE " SITUACAO".

       01 LINHA-CELULA.
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 CEL-ALGORITMO   PIC X(9).
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 CEL-TAM-ED      PIC Z(8)9.
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 CEL-N-ED        PIC Z9.
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 CEL-MEDIA-ED    PIC Z9.999999.
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 CEL-MINIMO-ED   PIC Z9.999999.
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 CEL-MAXIMO-ED   PIC Z9.999999.
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 CEL-DESVIO-ED   PIC Z9.999999.
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 CEL-CV-ED       PIC ZZZ9.99.
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 CEL-IC-INF-ED   PIC Z9.999999.
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 CEL-IC-SUP-ED   PIC Z9.999999.
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 CEL-OUT-ED      PIC Z9.
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 CEL-SITUACAO    PIC X(12).

       01 LINHA-OUTLIER.
           05 FILLER          PIC X(14) VALUE SPACES.
           05 FILLER          PIC X(19) VALUE "OUTLIER: TENTATIVA ".
           05 OUT-TRIAL-ED    PIC Z9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 OUT-VALOR-ED    PIC Z9.999999.
           05 FILLER          PIC X(3)  VALUE "s (".
           05 OUT-DESVIOS-ED  PIC ZZZ9.99.
           05 FILLER          PIC X(9)  VALUE " DESVIOS)".

       01 LINHA-MOTIVO.
           05 FILLER          PIC X(14) VALUE SPACES.
           05 FILLER          PIC X(14) VALUE "INCONCLUSIVO: ".
           05 MOT-TEXTO       PIC X(20).

       01 LINHA-TOTAIS.
           05 FILLER          PIC X(10) VALUE " CELULAS: ".
           05 TOT-CELULAS     PIC ZZZ9.
           05 FILLER          PIC X(18) VALUE "   INCONCLUSIVAS: ".
           05 TOT-INCONCL     PIC ZZZ9.
           05 FILLER          PIC X(13) VALUE "   OUTLIERS: ".
           05 TOT-OUTLIERS    PIC ZZZ9.

       01 LINHA-TRACO PIC X(110) VALUE ALL "=".

      ******************************************************************

       PROCEDURE DIVISION.

       000-MAIN-PROCEDURE.
           ACCEPT DATA-INICIO-EXEC FROM DATE YYYYMMDD
           ACCEPT HORA-INICIO-EXEC FROM TIME
           PERFORM 075-LE-GERACAO-ID
           PERFORM 030-OBTEM-TRAVA
           MOVE SPACES TO TAB-CELULAS
           INITIALIZE TAB-CELULAS REPLACING NUMERIC DATA BY ZEROES

           PERFORM 050-LE-PARAMETROS

      *    Primeira passada: descobre a data de execucao mais recente
      *    de cada arquivo; segunda passada: carrega as tentativas
      *    (linhas T) dessa execucao

           PERFORM 100-DATA-RECENTE-INTRO
           PERFORM 110-DATA-RECENTE-TIM
           PERFORM 120-DATA-RECENTE-RADIX
           PERFORM 200-CARREGA-INTRO
           MOVE QTD-TRIALS-LIDOS TO QTD-TRIALS-INTRO
           PERFORM 210-CARREGA-TIM
           COMPUTE QTD-TRIALS-TIM = QTD-TRIALS-LIDOS - QTD-TRIALS-INTRO
           PERFORM 215-CARREGA-RADIX

           IF QTD-TRIALS-LIDOS = 0
               DISPLAY "ESTATISTICA-BENCH: NENHUMA TENTATIVA (LINHA T) "
                   "EM RESULTADOS-INTROSORT.DAT/RESULTADOS-TIMSORT.DAT"
                   "/RESULTADOS-RADIXSORT.DAT"
               MOVE 8 TO RETURN-CODE
               PERFORM 080-GRAVA-EXECUCAO
               PERFORM 040-LIBERA-TRAVA
               STOP RUN
           END-IF

           OPEN OUTPUT ARQUIVO-ESTATISTICAS
           OPEN OUTPUT ARQUIVO-RELATORIO
           PERFORM 300-GRAVA-CABECALHO
           PERFORM VARYING IDX-CEN FROM 1 BY 1
                   UNTIL IDX-CEN > QTD-CENARIOS
               PERFORM 310-GRAVA-CENARIO
           END-PERFORM
           PERFORM 390-GRAVA-TOTAIS
           CLOSE ARQUIVO-RELATORIO
           CLOSE ARQUIVO-ESTATISTICAS

           DISPLAY "ESTATISTICA-BENCH: " QTD-CELULAS " CELULA(S), "
               QTD-INCONCLUSIVAS " INCONCLUSIVA(S), " QTD-OUTLIERS
               " OUTLIER(S) - VEJA RELATORIO-ESTATISTICA.TXT"
           PERFORM 080-GRAVA-EXECUCAO
           PERFORM 040-LIBERA-TRAVA
           STOP RUN.

      ******************************************************************
      ****Parametros da analise (estatistica-params.dat)****************
      ******************************************************************
       050-LE-PARAMETROS.
           OPEN INPUT ARQUIVO-EST-PARAM
           IF WS-PARAM-STATUS = "00"
               READ ARQUIVO-EST-PARAM
                   NOT AT END
                       IF EPR-CV-MAXIMO IS NUMERIC
                               AND FUNCTION NUMVAL(EPR-CV-MAXIMO) > 0
                           MOVE FUNCTION NUMVAL(EPR-CV-MAXIMO)
                               TO CV-MAXIMO
                       END-IF
                       IF EPR-DESVIOS-OUTLIER IS NUMERIC
                               AND FUNCTION NUMVAL(EPR-DESVIOS-OUTLIER)
                                   >= 10
                           COMPUTE DESVIOS-OUTLIER =
                               FUNCTION NUMVAL(EPR-DESVIOS-OUTLIER)
                               / 10
                       END-IF
               END-READ
               CLOSE ARQUIVO-EST-PARAM
           ELSE
               DISPLAY "ESTATISTICA-PARAMS.DAT NAO ENCONTRADO - CV "
                   "MAXIMO 10% E OUTLIER ALEM DE 2,0 DESVIOS"
           END-IF
           MOVE SPACES TO PARAMETROS-USADOS
           STRING "CV " DELIMITED BY SIZE
               CV-MAXIMO DELIMITED BY SIZE
               " DESVIOS " DELIMITED BY SIZE
               DESVIOS-OUTLIER DELIMITED BY SIZE
               INTO PARAMETROS-USADOS.

      ******************************************************************
      ****Descobre a data de execucao mais recente de cada arquivo******
      ******************************************************************
       100-DATA-RECENTE-INTRO.
           MOVE 0 TO DATA-MAIS-RECENTE
           OPEN INPUT ARQUIVO-RES-INTRO
           IF WS-RES-INTRO-STATUS = "00"
               MOVE 'N' TO FIM
               PERFORM UNTIL FIM = 'S'
                   READ ARQUIVO-RES-INTRO
                       AT END
                           MOVE 'S' TO FIM
                       NOT AT END
                           IF RES-TIPO-LINHA = "T"
                                   AND RES-DATA-EXECUCAO IS NUMERIC
                                   AND RES-DATA-EXECUCAO
                                   > DATA-MAIS-RECENTE
                               MOVE RES-DATA-EXECUCAO
                                   TO DATA-MAIS-RECENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-RES-INTRO
           ELSE
               DISPLAY "RESULTADOS-INTROSORT.DAT NAO ENCONTRADO"
           END-IF
           MOVE DATA-MAIS-RECENTE TO DATA-ALG(1).

       110-DATA-RECENTE-TIM.
           MOVE 0 TO DATA-MAIS-RECENTE-TIM
           OPEN INPUT ARQUIVO-RES-TIM
           IF WS-RES-TIM-STATUS = "00"
               MOVE 'N' TO FIM
               PERFORM UNTIL FIM = 'S'
                   READ ARQUIVO-RES-TIM
                       AT END
                           MOVE 'S' TO FIM
                       NOT AT END
                           IF RT-TIPO-LINHA = "T"
                                   AND RT-DATA-EXECUCAO IS NUMERIC
                                   AND RT-DATA-EXECUCAO
                                   > DATA-MAIS-RECENTE-TIM
                               MOVE RT-DATA-EXECUCAO
                                   TO DATA-MAIS-RECENTE-TIM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-RES-TIM
           ELSE
               DISPLAY "RESULTADOS-TIMSORT.DAT NAO ENCONTRADO"
           END-IF
           MOVE DATA-MAIS-RECENTE-TIM TO DATA-ALG(2).

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
                           IF RR-TIPO-LINHA = "T"
                                   AND RR-DATA-EXECUCAO IS NUMERIC
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
           END-IF
           MOVE DATA-MAIS-RECENTE-RAD TO DATA-ALG(3).

      ******************************************************************
      ****Carrega as tentativas (linhas T) da execucao mais recente*****
      ******************************************************************
       200-CARREGA-INTRO.
           IF WS-RES-INTRO-STATUS NOT = "00" OR DATA-MAIS-RECENTE = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ARQUIVO-RES-INTRO
           MOVE DATA-MAIS-RECENTE TO DATA-RECENTE-CORRENTE
           MOVE 'N' TO FIM
           PERFORM UNTIL FIM = 'S'
               READ ARQUIVO-RES-INTRO
                   AT END
                       MOVE 'S' TO FIM
                   NOT AT END
                       MOVE 1 TO IDX-ALG
                       PERFORM 400-ACUMULA-TENTATIVA
               END-READ
           END-PERFORM
           CLOSE ARQUIVO-RES-INTRO.

       210-CARREGA-TIM.
           IF WS-RES-TIM-STATUS NOT = "00"
                   OR DATA-MAIS-RECENTE-TIM = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ARQUIVO-RES-TIM
           MOVE DATA-MAIS-RECENTE-TIM TO DATA-RECENTE-CORRENTE
           MOVE 'N' TO FIM
           PERFORM UNTIL FIM = 'S'
               READ ARQUIVO-RES-TIM
                   AT END
                       MOVE 'S' TO FIM
                   NOT AT END
                       MOVE REG-RESULTADO-TIM TO REG-RESULTADO
                       MOVE 2 TO IDX-ALG
                       PERFORM 400-ACUMULA-TENTATIVA
               END-READ
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
                       MOVE REG-RESULTADO-RADIX TO REG-RESULTADO
                       MOVE 3 TO IDX-ALG
                       PERFORM 400-ACUMULA-TENTATIVA
               END-READ
           END-PERFORM
           CLOSE ARQUIVO-RES-RADIX.

      ******************************************************************
      ****Guarda o tempo de uma tentativa na sua celula*****************
      ******************************************************************
       400-ACUMULA-TENTATIVA.
           IF RES-TIPO-LINHA NOT = "T"
                   OR RES-DATA-EXECUCAO NOT = DATA-RECENTE-CORRENTE
               EXIT PARAGRAPH
           END-IF
           IF RES-MEDIA-EXEC IS NOT NUMERIC
               ADD 1 TO QTD-DESCARTADOS
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO IDX-CEN
           PERFORM VARYING IDX-BUSCA FROM 1 BY 1
                   UNTIL IDX-BUSCA > QTD-CENARIOS
               IF RES-CENARIO = CEN-NOME(IDX-BUSCA)
                   MOVE IDX-BUSCA TO IDX-CEN
               END-IF
           END-PERFORM
           IF IDX-CEN = 0
               ADD 1 TO QTD-DESCARTADOS
               EXIT PARAGRAPH
           END-IF

           PERFORM 450-LOCALIZA-TAMANHO
           IF ACHOU-TAM = 'N'
               ADD 1 TO QTD-DESCARTADOS
               EXIT PARAGRAPH
           END-IF

           IF CEL-QTD(IDX-CEN, IDX-TAM, IDX-ALG) >= 30
               DISPLAY "ESTATISTICA-BENCH: MAIS DE 30 TENTATIVAS EM "
                   ALG-NOME(IDX-ALG) " " RES-TAMANHO " " RES-CENARIO
                   " - TENTATIVA " RES-TRIAL " IGNORADA"
               ADD 1 TO QTD-DESCARTADOS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CEL-QTD(IDX-CEN, IDX-TAM, IDX-ALG)
           MOVE CEL-QTD(IDX-CEN, IDX-TAM, IDX-ALG) TO IDX-TRIAL
           MOVE RES-MEDIA-EXEC
               TO CEL-VALOR(IDX-CEN, IDX-TAM, IDX-ALG, IDX-TRIAL)
           ADD 1 TO QTD-TRIALS-LIDOS.

      ******************************************************************
      ****Localiza (ou insere em ordem crescente) o tamanho lido********
      ******************************************************************
       450-LOCALIZA-TAMANHO.
           MOVE 'N' TO ACHOU-TAM
           PERFORM VARYING IDX-TAM FROM 1 BY 1
                   UNTIL IDX-TAM > QTD-TAMANHOS OR ACHOU-TAM = 'S'
               IF TT-TAM(IDX-TAM) = RES-TAMANHO
                   MOVE 'S' TO ACHOU-TAM
               END-IF
           END-PERFORM
           IF ACHOU-TAM = 'S'
               SUBTRACT 1 FROM IDX-TAM
               EXIT PARAGRAPH
           END-IF

           IF QTD-TAMANHOS >= 20
               DISPLAY "ESTATISTICA-BENCH: MAIS DE 20 TAMANHOS "
                   "DISTINTOS - TAMANHO " RES-TAMANHO " IGNORADO"
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO IDX-TAM
           PERFORM UNTIL IDX-TAM > QTD-TAMANHOS
                   OR TT-TAM(IDX-TAM) > RES-TAMANHO
               ADD 1 TO IDX-TAM
           END-PERFORM

           PERFORM VARYING IDX-DESLOCA FROM QTD-TAMANHOS BY -1
                   UNTIL IDX-DESLOCA < IDX-TAM
               COMPUTE IDX-BUSCA = IDX-DESLOCA + 1
               MOVE TT-TAM(IDX-DESLOCA) TO TT-TAM(IDX-BUSCA)
               PERFORM VARYING IDX-CEN FROM 1 BY 1 UNTIL IDX-CEN > 6
                   MOVE CEL-TAMANHO(IDX-CEN, IDX-DESLOCA)
                       TO CEL-TAMANHO(IDX-CEN, IDX-BUSCA)
               END-PERFORM
           END-PERFORM

           MOVE RES-TAMANHO TO TT-TAM(IDX-TAM)
           PERFORM VARYING IDX-CEN FROM 1 BY 1 UNTIL IDX-CEN > 6
               MOVE SPACES TO CEL-TAMANHO(IDX-CEN, IDX-TAM)
               INITIALIZE CEL-TAMANHO(IDX-CEN, IDX-TAM)
                   REPLACING NUMERIC DATA BY ZEROES
           END-PERFORM
           ADD 1 TO QTD-TAMANHOS

           MOVE 0 TO IDX-CEN
           PERFORM VARYING IDX-BUSCA FROM 1 BY 1
                   UNTIL IDX-BUSCA > QTD-CENARIOS
               IF RES-CENARIO = CEN-NOME(IDX-BUSCA)
                   MOVE IDX-BUSCA TO IDX-CEN
               END-IF
           END-PERFORM
           MOVE 'S' TO ACHOU-TAM.

      ******************************************************************
      ****Cabecalho do relatorio****************************************
      ******************************************************************
       300-GRAVA-CABECALHO.
           ACCEPT TIT-DATA FROM DATE YYYYMMDD
           MOVE CV-MAXIMO TO CRI-CV
           MOVE DESVIOS-OUTLIER TO CRI-DESVIOS
           MOVE DATA-MAIS-RECENTE TO DAT-INTRO
           MOVE DATA-MAIS-RECENTE-TIM TO DAT-TIM
           MOVE DATA-MAIS-RECENTE-RAD TO DAT-RADIX
           MOVE LINHA-TRACO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHA-TITULO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHA-CRITERIO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHA-DATAS TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHA-TRACO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      ******************************************************************
      ****Um bloco por cenario: uma linha por tamanho e algoritmo*******
      ******************************************************************
       310-GRAVA-CENARIO.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE CEN-NOME(IDX-CEN) TO CAB-CENARIO
           MOVE LINHA-CABEC-CENARIO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHA-CELULA-CABEC TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM VARYING IDX-TAM FROM 1 BY 1
                   UNTIL IDX-TAM > QTD-TAMANHOS
               PERFORM VARYING IDX-ALG FROM 1 BY 1
                       UNTIL IDX-ALG > QTD-ALGORITMOS
                   IF CEL-QTD(IDX-CEN, IDX-TAM, IDX-ALG) > 0
                       PERFORM 500-CALCULA-CELULA
                       PERFORM 550-GRAVA-CELULA
                       PERFORM 560-GRAVA-OUTLIERS
                   END-IF
               END-PERFORM
           END-PERFORM.

       390-GRAVA-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHA-TRACO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE QTD-CELULAS TO TOT-CELULAS
           MOVE QTD-INCONCLUSIVAS TO TOT-INCONCL
           MOVE QTD-OUTLIERS TO TOT-OUTLIERS
           MOVE LINHA-TOTAIS TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      ******************************************************************
      ****Estatisticas da celula: media, minimo, maximo, desvio*********
      ****padrao amostral, coeficiente de variacao e intervalo de*******
      ****confianca de 95% (t de Student com n - 1 graus). A celula*****
      ****e INCONCLUSIVA com menos de 3 tentativas, media zero (tempo***
      ****abaixo da resolucao do relogio) ou CV acima do maximo*********
      ******************************************************************
       500-CALCULA-CELULA.
           MOVE CEL-QTD(IDX-CEN, IDX-TAM, IDX-ALG) TO QTD-VALORES
           MOVE 0 TO SOMA-VALORES
           MOVE CEL-VALOR(IDX-CEN, IDX-TAM, IDX-ALG, 1) TO MINIMO-CELULA
           MOVE CEL-VALOR(IDX-CEN, IDX-TAM, IDX-ALG, 1) TO MAXIMO-CELULA
           PERFORM VARYING IDX-TRIAL FROM 1 BY 1
                   UNTIL IDX-TRIAL > QTD-VALORES
               ADD CEL-VALOR(IDX-CEN, IDX-TAM, IDX-ALG, IDX-TRIAL)
                   TO SOMA-VALORES
               IF CEL-VALOR(IDX-CEN, IDX-TAM, IDX-ALG, IDX-TRIAL)
                       < MINIMO-CELULA
                   MOVE CEL-VALOR(IDX-CEN, IDX-TAM, IDX-ALG, IDX-TRIAL)
                       TO MINIMO-CELULA
               END-IF
               IF CEL-VALOR(IDX-CEN, IDX-TAM, IDX-ALG, IDX-TRIAL)
                       > MAXIMO-CELULA
                   MOVE CEL-VALOR(IDX-CEN, IDX-TAM, IDX-ALG, IDX-TRIAL)
                       TO MAXIMO-CELULA
               END-IF
           END-PERFORM
           COMPUTE MEDIA-CELULA ROUNDED = SOMA-VALORES / QTD-VALORES

           MOVE 0 TO SOMA-QUADRADOS
           PERFORM VARYING IDX-TRIAL FROM 1 BY 1
                   UNTIL IDX-TRIAL > QTD-VALORES
               COMPUTE DISTANCIA =
                   CEL-VALOR(IDX-CEN, IDX-TAM, IDX-ALG, IDX-TRIAL)
                   - MEDIA-CELULA
               COMPUTE SOMA-QUADRADOS = SOMA-QUADRADOS
                   + DISTANCIA * DISTANCIA
           END-PERFORM

           MOVE 0 TO VARIANCIA
           MOVE 0 TO DESVIO-CELULA
           MOVE 0 TO MEIA-AMPLITUDE
           MOVE 0 TO CV-CELULA
           IF QTD-VALORES > 1
               COMPUTE GRAUS-LIBERDADE = QTD-VALORES - 1
               COMPUTE VARIANCIA ROUNDED =
                   SOMA-QUADRADOS / GRAUS-LIBERDADE
               COMPUTE DESVIO-CELULA ROUNDED = FUNCTION SQRT(VARIANCIA)
               IF GRAUS-LIBERDADE > 30
                   MOVE 1.960 TO T-CRITICO
               ELSE
                   MOVE T-STUDENT(GRAUS-LIBERDADE) TO T-CRITICO
               END-IF
               COMPUTE MEIA-AMPLITUDE ROUNDED = T-CRITICO
                   * DESVIO-CELULA / FUNCTION SQRT(QTD-VALORES)
           END-IF
           IF MEDIA-CELULA > 0
               COMPUTE CV-CELULA ROUNDED =
                   DESVIO-CELULA * 100 / MEDIA-CELULA
                   ON SIZE ERROR
                       MOVE 9999.99 TO CV-CELULA
               END-COMPUTE
           END-IF

           MOVE 0 TO QTD-OUTLIERS-CEL
           IF DESVIO-CELULA > 0
               PERFORM VARYING IDX-TRIAL FROM 1 BY 1
                       UNTIL IDX-TRIAL > QTD-VALORES
                   PERFORM 520-DESVIOS-TENTATIVA
                   IF DESVIOS-TRIAL > DESVIOS-OUTLIER
                       ADD 1 TO QTD-OUTLIERS-CEL
                   END-IF
               END-PERFORM
           END-IF

           MOVE "CONCLUSIVO" TO SITUACAO-CELULA
           MOVE SPACES TO MOTIVO-CELULA
           EVALUATE TRUE
               WHEN QTD-VALORES < MINIMO-TRIALS
                   MOVE "INCONCLUSIVO" TO SITUACAO-CELULA
                   MOVE "POUCAS TENTATIVAS" TO MOTIVO-CELULA
               WHEN MEDIA-CELULA = 0
                   MOVE "INCONCLUSIVO" TO SITUACAO-CELULA
                   MOVE "MEDIA ZERO" TO MOTIVO-CELULA
               WHEN CV-CELULA > CV-MAXIMO
                   MOVE "INCONCLUSIVO" TO SITUACAO-CELULA
                   MOVE "CV ACIMA DO MAXIMO" TO MOTIVO-CELULA
           END-EVALUATE

           ADD 1 TO QTD-CELULAS
           ADD QTD-OUTLIERS-CEL TO QTD-OUTLIERS
           IF SITUACAO-CELULA = "INCONCLUSIVO"
               ADD 1 TO QTD-INCONCLUSIVAS
           END-IF.

       520-DESVIOS-TENTATIVA.
           COMPUTE DISTANCIA =
               CEL-VALOR(IDX-CEN, IDX-TAM, IDX-ALG, IDX-TRIAL)
               - MEDIA-CELULA
           IF DISTANCIA < 0
               COMPUTE DISTANCIA = 0 - DISTANCIA
           END-IF
           COMPUTE DESVIOS-TRIAL ROUNDED = DISTANCIA / DESVIO-CELULA
               ON SIZE ERROR
                   MOVE 9999.99 TO DESVIOS-TRIAL
           END-COMPUTE.

      ******************************************************************
      ****Linha C no arquivo de estatisticas e linha no relatorio*******
      ******************************************************************
       550-GRAVA-CELULA.
           MOVE SPACES TO REG-ESTATISTICA
           MOVE ALG-NOME(IDX-ALG) TO EST-ALGORITMO
           MOVE TT-TAM(IDX-TAM) TO EST-TAMANHO
           MOVE CEN-NOME(IDX-CEN) TO EST-CENARIO
           MOVE "C" TO EST-TIPO-LINHA
           MOVE 0 TO EST-TRIAL
           MOVE DATA-ALG(IDX-ALG) TO EST-DATA-EXECUCAO
           MOVE QTD-VALORES TO EST-QTD-TRIALS
           COMPUTE EST-MEDIA ROUNDED = MEDIA-CELULA
           MOVE MINIMO-CELULA TO EST-MINIMO
           MOVE MAXIMO-CELULA TO EST-MAXIMO
           COMPUTE EST-DESVIO ROUNDED = DESVIO-CELULA
           MOVE CV-CELULA TO EST-CV
           IF MEIA-AMPLITUDE > MEDIA-CELULA
               MOVE 0 TO EST-IC-INFERIOR
           ELSE
               COMPUTE EST-IC-INFERIOR ROUNDED =
                   MEDIA-CELULA - MEIA-AMPLITUDE
           END-IF
           COMPUTE EST-IC-SUPERIOR ROUNDED =
               MEDIA-CELULA + MEIA-AMPLITUDE
               ON SIZE ERROR
                   MOVE 99.999999 TO EST-IC-SUPERIOR
           END-COMPUTE
           MOVE QTD-OUTLIERS-CEL TO EST-QTD-OUTLIERS
           MOVE 0 TO EST-VALOR-TRIAL
           MOVE 0 TO EST-DESVIOS-TRIAL
           MOVE SITUACAO-CELULA TO EST-SITUACAO
           MOVE MOTIVO-CELULA TO EST-MOTIVO
           WRITE REG-ESTATISTICA
           ADD 1 TO QTD-LINHAS-EST

           MOVE EST-ALGORITMO TO CEL-ALGORITMO
           MOVE EST-TAMANHO TO CEL-TAM-ED
           MOVE EST-QTD-TRIALS TO CEL-N-ED
           MOVE EST-MEDIA TO CEL-MEDIA-ED
           MOVE EST-MINIMO TO CEL-MINIMO-ED
           MOVE EST-MAXIMO TO CEL-MAXIMO-ED
           MOVE EST-DESVIO TO CEL-DESVIO-ED
           MOVE EST-CV TO CEL-CV-ED
           MOVE EST-IC-INFERIOR TO CEL-IC-INF-ED
           MOVE EST-IC-SUPERIOR TO CEL-IC-SUP-ED
           MOVE EST-QTD-OUTLIERS TO CEL-OUT-ED
           MOVE EST-SITUACAO TO CEL-SITUACAO
           MOVE LINHA-CELULA TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF SITUACAO-CELULA = "INCONCLUSIVO"
               MOVE MOTIVO-CELULA TO MOT-TEXTO
               MOVE LINHA-MOTIVO TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

      ******************************************************************
      ****Linha O por tentativa alem do limite de desvios***************
      ******************************************************************
       560-GRAVA-OUTLIERS.
           IF QTD-OUTLIERS-CEL = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX-TRIAL FROM 1 BY 1
                   UNTIL IDX-TRIAL > QTD-VALORES
               PERFORM 520-DESVIOS-TENTATIVA
               IF DESVIOS-TRIAL > DESVIOS-OUTLIER
                   MOVE "O" TO EST-TIPO-LINHA
                   MOVE IDX-TRIAL TO EST-TRIAL
                   MOVE CEL-VALOR(IDX-CEN, IDX-TAM, IDX-ALG, IDX-TRIAL)
                       TO EST-VALOR-TRIAL
                   MOVE DESVIOS-TRIAL TO EST-DESVIOS-TRIAL
                   WRITE REG-ESTATISTICA
                   ADD 1 TO QTD-LINHAS-EST

                   MOVE IDX-TRIAL TO OUT-TRIAL-ED
                   MOVE EST-VALOR-TRIAL TO OUT-VALOR-ED
                   MOVE DESVIOS-TRIAL TO OUT-DESVIOS-ED
                   MOVE LINHA-OUTLIER TO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
               END-IF
           END-PERFORM.

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
           MOVE "ESTATISTICA-B" TO EXE-PROGRAMA
           MOVE DATA-INICIO-EXEC TO EXE-DATA-INICIO
           MOVE HORA-INICIO-EXEC TO EXE-HORA-INICIO
           MOVE DATA-FIM-EXEC TO EXE-DATA-FIM
           MOVE HORA-FIM-EXEC TO EXE-HORA-FIM
           MOVE GERACAO-ID TO EXE-GERACAO-ID
           MOVE PARAMETROS-USADOS TO EXE-PARAMETROS
           MOVE QTD-TRIALS-LIDOS TO EXE-REG-LIDOS
           MOVE QTD-DESCARTADOS TO EXE-REG-REJEITADOS
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
           MOVE "resultados-introsort.dat" TO LIN-ARQUIVO
           MOVE QTD-TRIALS-INTRO TO LIN-QTD-REGISTROS
           PERFORM 083-GRAVA-REG-LINHAGEM
           MOVE "resultados-timsort.dat" TO LIN-ARQUIVO
           MOVE QTD-TRIALS-TIM TO LIN-QTD-REGISTROS
           PERFORM 083-GRAVA-REG-LINHAGEM
           MOVE "resultados-radixsort.dat" TO LIN-ARQUIVO
           COMPUTE LIN-QTD-REGISTROS =
               QTD-TRIALS-LIDOS - QTD-TRIALS-INTRO - QTD-TRIALS-TIM
           PERFORM 083-GRAVA-REG-LINHAGEM
           IF QTD-LINHAS-EST > 0
               MOVE "G" TO LIN-OPERACAO
               MOVE "estatisticas-bench.dat" TO LIN-ARQUIVO
               MOVE QTD-LINHAS-EST TO LIN-QTD-REGISTROS
               PERFORM 083-GRAVA-REG-LINHAGEM
           END-IF
           CLOSE ARQUIVO-LINHAGEM.

       083-GRAVA-REG-LINHAGEM.
           MOVE "ESTATISTICA-B" TO LIN-PROGRAMA
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
           MOVE "ESTATISTICA-BENCH" TO TRV-PROGRAMA
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

       END PROGRAM ESTATISTICA-BENCH.
