       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVISAO-JANELA.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-VALORES
               ASSIGN TO "../../../../Dados/valores.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALORES-STATUS.

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

           SELECT ARQUIVO-PARAM
               ASSIGN TO "../../../../Dados/parametros.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

           SELECT ARQUIVO-PREV-PARAM
               ASSIGN TO "../../../../Dados/previsao-params.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREV-PARAM-STATUS.

           SELECT ARQUIVO-AVISOS
               ASSIGN TO "../../../../Dados/avisos-janela.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-RELATORIO
               ASSIGN TO "../../../../Dados/relatorio-previsao.txt"
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

       FD ARQUIVO-VALORES.

       01 REG-VALOR.
           05 NUMERO-LIDO-PRIM PIC 9(9).
           05 NUMERO-LIDO-SEC  PIC 9(9).

       01 REG-CABECALHO-VALORES.
           05 CAB-TIPO    PIC X(1).
           05 CAB-GERACAO PIC 9(14).
           05 FILLER      PIC X(3).

       01 REG-TRAILER-VALORES.
           05 TRC-TIPO     PIC X(1).
           05 TRC-QTD      PIC 9(9).
           05 TRC-CHECKSUM PIC 9(8).

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

       FD ARQUIVO-PARAM.

       01 REGISTRO-PARAM.
           05 PARAM-TAMANHO-INI  PIC 9(9).
           05 PARAM-REPETE-INI   PIC 9(9).
           05 PARAM-QTD-DOBRAS   PIC 9(2).
           05 PARAM-LIMITE-REGRESSAO PIC 9(3).
           05 PARAM-MODO         PIC X(1).
           05 PARAM-TEMPO-BUDGET PIC 9(5).

      ******************************************************************
      ****Janela de processamento em segundos (0 = usa o budget de******
      ****parametros.dat) e margem de seguranca (%) sobre a projecao****
      ******************************************************************
       FD ARQUIVO-PREV-PARAM.

       01 REG-PREV-PARAM.
           05 PVP-JANELA PIC X(5).
           05 PVP-MARGEM PIC X(3).

      ******************************************************************
      ****Aviso gravado quando a projecao do metodo recomendado*********
      ****(com a margem) nao cabe na janela*****************************
      ******************************************************************
       FD ARQUIVO-AVISOS.

       01 REG-AVISO.
           05 AVJ-DATA             PIC 9(8).
           05 AVJ-GERACAO-ID       PIC 9(14).
           05 AVJ-QTD-REGISTROS    PIC 9(9).
           05 AVJ-METODO           PIC X(12).
           05 AVJ-TEMPO-PROJETADO  PIC 9(7)V99.
           05 AVJ-JANELA           PIC 9(5).
           05 AVJ-BUDGET-SUGERIDO  PIC 9(5).
           05 AVJ-EXCESSO-PCT      PIC 9(4)V99.

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

       01 WS-VALORES-STATUS    PIC X(2).
       01 WS-RES-INTRO-STATUS  PIC X(2).
       01 WS-RES-TIM-STATUS    PIC X(2).
       01 WS-RES-RADIX-STATUS  PIC X(2).
       01 WS-PARAM-STATUS      PIC X(2).
       01 WS-PREV-PARAM-STATUS PIC X(2).
       01 FIM      PIC X VALUE 'N'.

      *****Entrada desta noite (trailer de valores.dat)*****
       01 QTD-PREVISTA      PIC 9(9) VALUE 0.
       01 GERACAO-VALORES   PIC 9(14) VALUE 0.
       01 ACHOU-TRAILER     PIC X VALUE 'N'.
       01 CAPACIDADE-MEMORIA PIC 9(9) VALUE 1000000.

      *****Janela, margem e budget*****
       01 JANELA-SEG        PIC 9(5) VALUE 0.
       01 ORIGEM-JANELA     PIC X(20) VALUE SPACES.
       01 MARGEM-PCT        PIC 9(3) VALUE 20.
       01 BUDGET-ATUAL      PIC 9(5) VALUE 0.

      *****Ajuste dos benchmarks: ultima linha M por tamanho*****
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

       01 TAB-BENCH.
           05 BEN-ALG OCCURS 3 TIMES.
               10 BEN-CEN OCCURS 6 TIMES.
                   15 BEN-QTD-PONTOS PIC 9(2).
                   15 BEN-PONTO OCCURS 20 TIMES.
                       20 BEN-TAMANHO PIC 9(9).
                       20 BEN-MEDIA   PIC 99V9(6).
                   15 BEN-COEF       PIC 9(6)V9(9).
                   15 BEN-PROJECAO   PIC 9(7)V99.

      *****Ajuste das execucoes reais (execucoes.dat)*****
      *****Metodo 1 = em memoria (INTROSORT P/U), 2 = SORT-EXTERNO*****

       01 TAB-PRODUCAO.
           05 PRD-METODO OCCURS 2 TIMES.
               10 PRD-QTD-EXEC   PIC 9(5).
               10 PRD-MAIOR-N    PIC 9(9).
               10 PRD-SOMA-TX    PIC 9(12)V9(6).
               10 PRD-SOMA-XX    PIC 9(12)V9(6).
               10 PRD-COEF       PIC 9(6)V9(9).
               10 PRD-PROJECAO   PIC 9(7)V99.
               10 PRD-ORIGEM     PIC X(22).

       01 QTD-EXEC-LIDAS     PIC 9(9) COMP VALUE 0.
       01 QTD-RES-INTRO      PIC 9(9) COMP VALUE 0.
       01 QTD-RES-TIM        PIC 9(9) COMP VALUE 0.
       01 QTD-RES-RADIX      PIC 9(9) COMP VALUE 0.
       01 QTD-AVISOS         PIC 9(9) COMP VALUE 0.
       01 QTD-EXEC-USADAS    PIC 9(9) COMP VALUE 0.
       01 QTD-PARTICAO       PIC 9(2) COMP.
       01 IDX-METODO         PIC 9(1) COMP.

      *****n das execucoes do INTROSORT: registros lidos de*****
      *****valores.dat segundo a linhagem (o REG-LIDOS de*****
      *****execucoes.dat soma tambem valores-semelhantes.dat)*****
      *****Tabela circular: cheia, a entrada mais antiga da lugar*****
       01 QTD-LIDOS-INTRO   PIC 9(4) COMP VALUE 0.
       01 IDX-LIDOS-INTRO   PIC 9(4) COMP.
       01 PROX-LIDOS-INTRO  PIC 9(4) COMP VALUE 1.
       01 ACHOU-LIDOS-INTRO PIC X VALUE 'N'.
       01 QTD-SEM-LINHAGEM  PIC 9(9) COMP VALUE 0.
       01 INICIO-CHAVE      PIC 9(16).
       01 TAB-LIDOS-INTRO.
           05 ENTRADA-LIDOS-INTRO OCCURS 1000 TIMES.
               10 LDI-INICIO PIC 9(16).
               10 LDI-QTD    PIC 9(9).

      *****Calculo do ajuste t = k . (n . log2 n / 10^6)*****

       01 N-CALCULO       PIC 9(9).
       01 X-NLOGN         PIC 9(6)V9(9) COMP-3.
       01 X-PREVISTO      PIC 9(6)V9(9) COMP-3.
       01 SOMA-TX         PIC 9(12)V9(6) COMP-3.
       01 SOMA-XX         PIC 9(12)V9(6) COMP-3.
       01 TEMPO-PONTO     PIC 9(7)V99.
       01 DIAS-INICIO     PIC 9(9) COMP.
       01 DIAS-FIM        PIC 9(9) COMP.
       01 CS-INICIO       PIC 9(9) COMP.
       01 CS-FIM          PIC 9(9) COMP.
       01 DECORRIDO-CS    PIC S9(11) COMP.

      *****Recomendacao*****

       01 METODO-RECOMENDADO PIC X(12) VALUE SPACES.
       01 MOTIVO-RECOMENDACAO PIC X(60) VALUE SPACES.
       01 TEMPO-RECOMENDADO  PIC 9(7)V99 VALUE 0.
       01 TEMPO-COM-MARGEM   PIC 9(7)V99 VALUE 0.
       01 BUDGET-SUGERIDO    PIC 9(5) VALUE 0.
       01 EXCESSO-PCT        PIC 9(4)V99 VALUE 0.
       01 EXCEDE-JANELA      PIC X VALUE 'N'.
       01 TEMPO-EDITADO      PIC Z(6)9.99.
       01 TEMPO-MEMORIA      PIC 9(7)V99 VALUE 0.
       01 TEMPO-EXTERNO      PIC 9(7)V99 VALUE 0.
       01 ORIGEM-MEMORIA     PIC X(22) VALUE SPACES.
       01 ORIGEM-EXTERNO     PIC X(22) VALUE SPACES.

       01 IDX-ALG      PIC 9(1) COMP.
       01 IDX-CEN      PIC 9(2) COMP.
       01 IDX-PTO      PIC 9(2) COMP.
       01 IDX-BUSCA    PIC 9(2) COMP.
       01 ACHOU-PTO    PIC X VALUE 'N'.
       01 QTD-PONTOS-BENCH PIC 9(5) COMP VALUE 0.

      *****Linhas do relatorio*****

       01 LINHA-TITULO.
           05 FILLER PIC X(39) VALUE
               " PREVISAO DA JANELA DE PROCESSAMENTO - ".
           05 TIT-DATA PIC 9999/99/99.

       01 LINHA-ENTRADA.
           05 FILLER      PIC X(22) VALUE " VALORES.DAT: GERACAO ".
           05 ENT-GERACAO PIC 9(14).
           05 FILLER      PIC X(24) VALUE "   REGISTROS (TRAILER): ".
           05 ENT-QTD     PIC Z(8)9.

       01 LINHA-JANELA.
           05 FILLER      PIC X(9)  VALUE " JANELA: ".
           05 JAN-SEG     PIC ZZZZ9.
           05 FILLER      PIC X(12) VALUE "s   MARGEM: ".
           05 JAN-MARGEM  PIC ZZ9.
           05 FILLER      PIC X(18) VALUE "%   BUDGET ATUAL: ".
           05 JAN-BUDGET  PIC ZZZZ9.
           05 FILLER      PIC X(12) VALUE "s   ORIGEM: ".
           05 JAN-ORIGEM  PIC X(20).

       01 LINHA-SUBTITULO PIC X(110).

       01 LINHA-BENCH-CABEC.
           05 FILLER PIC X(27) VALUE " ALGORITMO  CENARIO".
           05 FILLER PIC X(8)  VALUE "  PONTOS".
           05 FILLER PIC X(19) VALUE "   COEFICIENTE (k)".
           05 FILLER PIC X(20) VALUE "     PROJECAO (s)".

       01 LINHA-BENCH.
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 BEN-ALG-ED      PIC X(9).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 BEN-CEN-ED      PIC X(15).
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 BEN-PONTOS-ED   PIC Z9.
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 BEN-COEF-ED     PIC ZZZZZ9.9(9).
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 BEN-PROJ-ED     PIC ZZZZZZ9.99.

       01 LINHA-PRD-CABEC.
           05 FILLER PIC X(27) VALUE " METODO".
           05 FILLER PIC X(11) VALUE " EXECUCOES".
           05 FILLER PIC X(12) VALUE "     MAIOR N".
           05 FILLER PIC X(19) VALUE "   COEFICIENTE (k)".
           05 FILLER PIC X(16) VALUE "    PROJECAO (s)".
           05 FILLER PIC X(8)  VALUE "  ORIGEM".

       01 LINHA-PRD.
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 PRD-METODO-ED   PIC X(26).
           05 FILLER          PIC X(5)  VALUE SPACES.
           05 PRD-QTD-ED      PIC ZZZZ9.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 PRD-MAIOR-ED    PIC Z(8)9.
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 PRD-COEF-ED     PIC ZZZZZ9.9(9).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 PRD-PROJ-ED     PIC ZZZZZZ9.99.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 PRD-ORIGEM-ED   PIC X(22).

       01 LINHA-RECOMENDACAO.
           05 FILLER          PIC X(15) VALUE " RECOMENDACAO: ".
           05 REC-METODO      PIC X(12).
           05 FILLER          PIC X(3)  VALUE " - ".
           05 REC-MOTIVO      PIC X(60).

       01 LINHA-PROJECAO.
           05 FILLER          PIC X(18) VALUE " TEMPO PROJETADO: ".
           05 PRJ-TEMPO       PIC ZZZZZZ9.99.
           05 FILLER          PIC X(17) VALUE "s   COM MARGEM: ".
           05 PRJ-MARGEM      PIC ZZZZZZ9.99.
           05 FILLER          PIC X(44) VALUE
               "s   BUDGET SUGERIDO (PARAM-TEMPO-BUDGET): ".
           05 PRJ-BUDGET      PIC ZZZZ9.
           05 FILLER          PIC X(1)  VALUE "s".

       01 LINHA-SITUACAO.
           05 FILLER          PIC X(11) VALUE " SITUACAO: ".
           05 SIT-TEXTO       PIC X(80).

       01 LINHA-TRACO PIC X(110) VALUE ALL "=".

      ******************************************************************

       PROCEDURE DIVISION.

       000-MAIN-PROCEDURE.
           ACCEPT DATA-INICIO-EXEC FROM DATE YYYYMMDD
           ACCEPT HORA-INICIO-EXEC FROM TIME
           PERFORM 075-LE-GERACAO-ID
           PERFORM 030-OBTEM-TRAVA
           MOVE SPACES TO TAB-BENCH
           INITIALIZE TAB-BENCH REPLACING NUMERIC DATA BY ZEROES
           MOVE SPACES TO TAB-PRODUCAO
           INITIALIZE TAB-PRODUCAO REPLACING NUMERIC DATA BY ZEROES

           PERFORM 050-LE-PARAMETROS
           PERFORM 100-LE-TRAILER

           PERFORM 200-CARREGA-INTRO
           PERFORM 210-CARREGA-TIM
           PERFORM 215-CARREGA-RADIX
           PERFORM 250-AJUSTA-BENCHMARKS
           PERFORM 300-CARREGA-EXECUCOES
           PERFORM 350-AJUSTA-PRODUCAO

           IF QTD-PONTOS-BENCH = 0 AND QTD-EXEC-USADAS = 0
               DISPLAY "PREVISAO-JANELA: NENHUM BENCHMARK (LINHA M) NEM"
                   " EXECUCAO DE PRODUCAO PARA AJUSTAR A CURVA"
               MOVE 8 TO RETURN-CODE
               PERFORM 080-GRAVA-EXECUCAO
               PERFORM 040-LIBERA-TRAVA
               STOP RUN
           END-IF

           PERFORM 400-RECOMENDA

           OPEN OUTPUT ARQUIVO-AVISOS
           IF EXCEDE-JANELA = 'S'
               PERFORM 450-GRAVA-AVISO
           END-IF
           CLOSE ARQUIVO-AVISOS

           OPEN OUTPUT ARQUIVO-RELATORIO
           PERFORM 500-GRAVA-RELATORIO
           CLOSE ARQUIVO-RELATORIO

           MOVE TEMPO-RECOMENDADO TO TEMPO-EDITADO
           DISPLAY "PREVISAO-JANELA: " QTD-PREVISTA " REGISTRO(S) - "
               METODO-RECOMENDADO " EM " TEMPO-EDITADO
               "s - BUDGET SUGERIDO " BUDGET-SUGERIDO "s"
           IF EXCEDE-JANELA = 'S'
               DISPLAY "AVISO: PROJECAO EXCEDE A JANELA DE " JANELA-SEG
                   "s - VEJA AVISOS-JANELA.DAT"
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 080-GRAVA-EXECUCAO
           PERFORM 040-LIBERA-TRAVA
           STOP RUN.

      ******************************************************************
      ****Janela: previsao-params.dat ou, na falta, o budget de*********
      ****parametros.dat; sem nenhum dos dois nao ha janela a checar****
      ******************************************************************
       050-LE-PARAMETROS.
           OPEN INPUT ARQUIVO-PARAM
           IF WS-PARAM-STATUS = "00"
               READ ARQUIVO-PARAM
                   NOT AT END
                       IF PARAM-TEMPO-BUDGET IS NUMERIC
                           MOVE PARAM-TEMPO-BUDGET TO BUDGET-ATUAL
                       END-IF
               END-READ
               CLOSE ARQUIVO-PARAM
           ELSE
               DISPLAY "PARAMETROS.DAT NAO ENCONTRADO - SEM BUDGET "
                   "ATUAL"
           END-IF

           OPEN INPUT ARQUIVO-PREV-PARAM
           IF WS-PREV-PARAM-STATUS = "00"
               READ ARQUIVO-PREV-PARAM
                   NOT AT END
                       IF PVP-JANELA IS NUMERIC
                               AND FUNCTION NUMVAL(PVP-JANELA) > 0
                           MOVE FUNCTION NUMVAL(PVP-JANELA)
                               TO JANELA-SEG
                           MOVE "PREVISAO-PARAMS" TO ORIGEM-JANELA
                       END-IF
                       IF PVP-MARGEM IS NUMERIC
                           MOVE FUNCTION NUMVAL(PVP-MARGEM)
                               TO MARGEM-PCT
                       END-IF
               END-READ
               CLOSE ARQUIVO-PREV-PARAM
           END-IF

           IF JANELA-SEG = 0
               IF BUDGET-ATUAL > 0
                   MOVE BUDGET-ATUAL TO JANELA-SEG
                   MOVE "PARAM-TEMPO-BUDGET" TO ORIGEM-JANELA
               ELSE
                   MOVE "NAO DEFINIDA" TO ORIGEM-JANELA
               END-IF
           END-IF
           MOVE SPACES TO PARAMETROS-USADOS
           STRING "JANELA " DELIMITED BY SIZE
               JANELA-SEG DELIMITED BY SIZE
               " MARGEM " DELIMITED BY SIZE
               MARGEM-PCT DELIMITED BY SIZE
               INTO PARAMETROS-USADOS.

      ******************************************************************
      ****Quantidade de registros desta noite: trailer de valores.dat***
      ******************************************************************
       100-LE-TRAILER.
           OPEN INPUT ARQUIVO-VALORES
           IF WS-VALORES-STATUS NOT = "00"
               DISPLAY "ERRO: VALORES.DAT NAO ENCONTRADO"
               MOVE 16 TO RETURN-CODE
               PERFORM 080-GRAVA-EXECUCAO
               PERFORM 040-LIBERA-TRAVA
               STOP RUN
           END-IF
           MOVE 'N' TO FIM
           PERFORM UNTIL FIM = 'S'
               READ ARQUIVO-VALORES
                   AT END
                       MOVE 'S' TO FIM
                   NOT AT END
                       EVALUATE TRUE
                           WHEN CAB-TIPO = "H"
                                   AND CAB-GERACAO IS NUMERIC
                               MOVE CAB-GERACAO TO GERACAO-VALORES
                           WHEN TRC-TIPO = "T"
                                   AND TRC-QTD IS NUMERIC
                               MOVE TRC-QTD TO QTD-PREVISTA
                               MOVE 'S' TO ACHOU-TRAILER
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE ARQUIVO-VALORES
           IF ACHOU-TRAILER = 'N'
               DISPLAY "ERRO: VALORES.DAT SEM TRAILER DE CONTROLE - "
                   "QUANTIDADE DA NOITE DESCONHECIDA"
               MOVE 12 TO RETURN-CODE
               PERFORM 080-GRAVA-EXECUCAO
               PERFORM 040-LIBERA-TRAVA
               STOP RUN
           END-IF
           MOVE QTD-PREVISTA TO N-CALCULO
           PERFORM 600-CALCULA-X
           MOVE X-NLOGN TO X-PREVISTO.

      ******************************************************************
      ****Benchmarks: guarda a ultima linha M de cada tamanho***********
      ******************************************************************
       200-CARREGA-INTRO.
           OPEN INPUT ARQUIVO-RES-INTRO
           IF WS-RES-INTRO-STATUS NOT = "00"
               DISPLAY "RESULTADOS-INTROSORT.DAT NAO ENCONTRADO"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIM
           PERFORM UNTIL FIM = 'S'
               READ ARQUIVO-RES-INTRO
                   AT END
                       MOVE 'S' TO FIM
                   NOT AT END
                       ADD 1 TO QTD-RES-INTRO
                       MOVE 1 TO IDX-ALG
                       PERFORM 220-GUARDA-PONTO
               END-READ
           END-PERFORM
           CLOSE ARQUIVO-RES-INTRO.

       210-CARREGA-TIM.
           OPEN INPUT ARQUIVO-RES-TIM
           IF WS-RES-TIM-STATUS NOT = "00"
               DISPLAY "RESULTADOS-TIMSORT.DAT NAO ENCONTRADO"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIM
           PERFORM UNTIL FIM = 'S'
               READ ARQUIVO-RES-TIM
                   AT END
                       MOVE 'S' TO FIM
                   NOT AT END
                       MOVE REG-RESULTADO-TIM TO REG-RESULTADO
                       ADD 1 TO QTD-RES-TIM
                       MOVE 2 TO IDX-ALG
                       PERFORM 220-GUARDA-PONTO
               END-READ
           END-PERFORM
           CLOSE ARQUIVO-RES-TIM.

       215-CARREGA-RADIX.
           OPEN INPUT ARQUIVO-RES-RADIX
           IF WS-RES-RADIX-STATUS NOT = "00"
               DISPLAY "RESULTADOS-RADIXSORT.DAT NAO ENCONTRADO"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIM
           PERFORM UNTIL FIM = 'S'
               READ ARQUIVO-RES-RADIX
                   AT END
                       MOVE 'S' TO FIM
                   NOT AT END
                       MOVE REG-RESULTADO-RADIX TO REG-RESULTADO
                       ADD 1 TO QTD-RES-RADIX
                       MOVE 3 TO IDX-ALG
                       PERFORM 220-GUARDA-PONTO
               END-READ
           END-PERFORM
           CLOSE ARQUIVO-RES-RADIX.

       220-GUARDA-PONTO.
           IF RES-TIPO-LINHA NOT = "M"
                   OR RES-TAMANHO IS NOT NUMERIC
                   OR RES-MEDIA IS NOT NUMERIC
                   OR RES-TAMANHO < 2
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
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO ACHOU-PTO
           PERFORM VARYING IDX-PTO FROM 1 BY 1
                   UNTIL IDX-PTO > BEN-QTD-PONTOS(IDX-ALG, IDX-CEN)
               IF BEN-TAMANHO(IDX-ALG, IDX-CEN, IDX-PTO) = RES-TAMANHO
                   MOVE RES-MEDIA
                       TO BEN-MEDIA(IDX-ALG, IDX-CEN, IDX-PTO)
                   MOVE 'S' TO ACHOU-PTO
               END-IF
           END-PERFORM
           IF ACHOU-PTO = 'S'
               EXIT PARAGRAPH
           END-IF
           IF BEN-QTD-PONTOS(IDX-ALG, IDX-CEN) >= 20
               DISPLAY "PREVISAO-JANELA: MAIS DE 20 TAMANHOS EM "
                   ALG-NOME(IDX-ALG) " " RES-CENARIO " - TAMANHO "
                   RES-TAMANHO " IGNORADO"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO BEN-QTD-PONTOS(IDX-ALG, IDX-CEN)
           MOVE BEN-QTD-PONTOS(IDX-ALG, IDX-CEN) TO IDX-PTO
           MOVE RES-TAMANHO TO BEN-TAMANHO(IDX-ALG, IDX-CEN, IDX-PTO)
           MOVE RES-MEDIA TO BEN-MEDIA(IDX-ALG, IDX-CEN, IDX-PTO).

      ******************************************************************
      ****Minimos quadrados pela origem: k = soma(t.x) / soma(x.x)******
      ****com x = n . log2 n / 10^6, projetado para o trailer***********
      ******************************************************************
       250-AJUSTA-BENCHMARKS.
           PERFORM VARYING IDX-ALG FROM 1 BY 1
                   UNTIL IDX-ALG > QTD-ALGORITMOS
               PERFORM VARYING IDX-CEN FROM 1 BY 1
                       UNTIL IDX-CEN > QTD-CENARIOS
                   MOVE 0 TO SOMA-TX
                   MOVE 0 TO SOMA-XX
                   PERFORM VARYING IDX-PTO FROM 1 BY 1
                           UNTIL IDX-PTO
                           > BEN-QTD-PONTOS(IDX-ALG, IDX-CEN)
                       MOVE BEN-TAMANHO(IDX-ALG, IDX-CEN, IDX-PTO)
                           TO N-CALCULO
                       PERFORM 600-CALCULA-X
                       COMPUTE SOMA-TX = SOMA-TX + X-NLOGN
                           * BEN-MEDIA(IDX-ALG, IDX-CEN, IDX-PTO)
                       COMPUTE SOMA-XX = SOMA-XX + X-NLOGN * X-NLOGN
                       ADD 1 TO QTD-PONTOS-BENCH
                   END-PERFORM
                   IF SOMA-XX > 0
                       COMPUTE BEN-COEF(IDX-ALG, IDX-CEN) ROUNDED =
                           SOMA-TX / SOMA-XX
                       COMPUTE BEN-PROJECAO(IDX-ALG, IDX-CEN) ROUNDED =
                           BEN-COEF(IDX-ALG, IDX-CEN) * X-PREVISTO
                           ON SIZE ERROR
                               MOVE 9999999.99
                                   TO BEN-PROJECAO(IDX-ALG, IDX-CEN)
                       END-COMPUTE
                   END-IF
               END-PERFORM
           END-PERFORM.

      ******************************************************************
      ****Execucoes reais bem-sucedidas: INTROSORT em modo P/U (modo****
      ****na posicao 24 dos parametros) e SORT-EXTERNO do mestre (os****
      ****jobs de particao ficam de fora)*******************************
      ******************************************************************
       300-CARREGA-EXECUCOES.
           OPEN INPUT ARQUIVO-EXECUCOES
           IF WS-EXECUCOES-STATUS NOT = "00"
               DISPLAY "EXECUCOES.DAT NAO ENCONTRADO - SEM HISTORICO "
                   "DE PRODUCAO"
               EXIT PARAGRAPH
           END-IF
           PERFORM 310-CARREGA-LIDOS-INTRO
           MOVE 'N' TO FIM
           PERFORM UNTIL FIM = 'S'
               READ ARQUIVO-EXECUCOES
                   AT END
                       MOVE 'S' TO FIM
                   NOT AT END
                       ADD 1 TO QTD-EXEC-LIDAS
                       PERFORM 320-AVALIA-EXECUCAO
               END-READ
           END-PERFORM
           CLOSE ARQUIVO-EXECUCOES
           IF QTD-SEM-LINHAGEM > 0
               DISPLAY "AVISO: " QTD-SEM-LINHAGEM " EXECUCAO(OES) DO "
                   "INTROSORT SEM LINHAGEM DE VALORES.DAT - FORA DO "
                   "AJUSTE"
           END-IF.

      ******************************************************************
      ****Registros de valores.dat lidos por cada execucao do***********
      ****INTROSORT (registro L da linhagem), pelo inicio da execucao***
      ******************************************************************
       310-CARREGA-LIDOS-INTRO.
           OPEN INPUT ARQUIVO-LINHAGEM
           IF WS-LINHAGEM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIM
           PERFORM UNTIL FIM = 'S'
               READ ARQUIVO-LINHAGEM
                   AT END
                       MOVE 'S' TO FIM
                   NOT AT END
                       IF LIN-PROGRAMA = "INTROSORT"
                               AND LIN-OPERACAO = "L"
                               AND LIN-ARQUIVO = "valores.dat"
                               AND LIN-DATA-INICIO IS NUMERIC
                               AND LIN-HORA-INICIO IS NUMERIC
                               AND LIN-QTD-REGISTROS IS NUMERIC
                           PERFORM 315-GUARDA-LIDOS-INTRO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQUIVO-LINHAGEM.

       315-GUARDA-LIDOS-INTRO.
           COMPUTE LDI-INICIO(PROX-LIDOS-INTRO) =
               LIN-DATA-INICIO * 100000000 + LIN-HORA-INICIO
           MOVE LIN-QTD-REGISTROS TO LDI-QTD(PROX-LIDOS-INTRO)
           IF QTD-LIDOS-INTRO < 1000
               ADD 1 TO QTD-LIDOS-INTRO
           END-IF
           IF PROX-LIDOS-INTRO = 1000
               MOVE 1 TO PROX-LIDOS-INTRO
           ELSE
               ADD 1 TO PROX-LIDOS-INTRO
           END-IF.

      ******************************************************************
      ****n de cada execucao: para o INTROSORT, os registros de*********
      ****valores.dat da linhagem (o mesmo universo do trailer usado****
      ****na projecao); para o SORT-EXTERNO, o REG-LIDOS do log*********
      ******************************************************************
       320-AVALIA-EXECUCAO.
           MOVE 0 TO IDX-METODO
           EVALUATE EXE-PROGRAMA
               WHEN "INTROSORT"
                   IF EXE-PARAMETROS(24:1) = "P"
                           OR EXE-PARAMETROS(24:1) = "U"
                       MOVE 1 TO IDX-METODO
                   END-IF
               WHEN "SORT-EXTERNO"
                   MOVE 0 TO QTD-PARTICAO
                   INSPECT EXE-PARAMETROS TALLYING QTD-PARTICAO
                       FOR ALL "particao"
                   IF QTD-PARTICAO = 0
                       MOVE 2 TO IDX-METODO
                   END-IF
           END-EVALUATE
           IF IDX-METODO = 0
               EXIT PARAGRAPH
           END-IF
           IF EXE-RETURN-CODE NOT = 0
                   OR EXE-REG-LIDOS IS NOT NUMERIC
                   OR EXE-DATA-INICIO IS NOT NUMERIC
                   OR EXE-DATA-FIM IS NOT NUMERIC
                   OR EXE-HORA-INICIO IS NOT NUMERIC
                   OR EXE-HORA-FIM IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(EXE-DATA-INICIO) NOT = 0
                   OR FUNCTION TEST-DATE-YYYYMMDD(EXE-DATA-FIM) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF IDX-METODO = 1
               PERFORM 330-LOCALIZA-LIDOS-INTRO
               IF ACHOU-LIDOS-INTRO = 'N'
                   ADD 1 TO QTD-SEM-LINHAGEM
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE EXE-REG-LIDOS TO N-CALCULO
           END-IF
           IF N-CALCULO < 2
               EXIT PARAGRAPH
           END-IF

           COMPUTE DIAS-INICIO =
               FUNCTION INTEGER-OF-DATE(EXE-DATA-INICIO)
           COMPUTE DIAS-FIM = FUNCTION INTEGER-OF-DATE(EXE-DATA-FIM)
           MOVE EXE-HORA-INICIO TO TRAVA-HORA-DEC
           COMPUTE CS-INICIO = ((TRH-HH * 60 + TRH-MM) * 60 + TRH-SS)
               * 100 + TRH-CC
           MOVE EXE-HORA-FIM TO TRAVA-HORA-DEC
           COMPUTE CS-FIM = ((TRH-HH * 60 + TRH-MM) * 60 + TRH-SS)
               * 100 + TRH-CC
           COMPUTE DECORRIDO-CS = (DIAS-FIM - DIAS-INICIO) * 8640000
               + CS-FIM - CS-INICIO
           IF DECORRIDO-CS < 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE TEMPO-PONTO = DECORRIDO-CS / 100

           PERFORM 600-CALCULA-X
           COMPUTE PRD-SOMA-TX(IDX-METODO) =
               PRD-SOMA-TX(IDX-METODO) + X-NLOGN * TEMPO-PONTO
           COMPUTE PRD-SOMA-XX(IDX-METODO) =
               PRD-SOMA-XX(IDX-METODO) + X-NLOGN * X-NLOGN
           ADD 1 TO PRD-QTD-EXEC(IDX-METODO)
           IF N-CALCULO > PRD-MAIOR-N(IDX-METODO)
               MOVE N-CALCULO TO PRD-MAIOR-N(IDX-METODO)
           END-IF
           ADD 1 TO QTD-EXEC-USADAS.

       330-LOCALIZA-LIDOS-INTRO.
           MOVE 'N' TO ACHOU-LIDOS-INTRO
           COMPUTE INICIO-CHAVE =
               EXE-DATA-INICIO * 100000000 + EXE-HORA-INICIO
           PERFORM VARYING IDX-LIDOS-INTRO FROM 1 BY 1
                   UNTIL IDX-LIDOS-INTRO > QTD-LIDOS-INTRO
               IF LDI-INICIO(IDX-LIDOS-INTRO) = INICIO-CHAVE
                   MOVE LDI-QTD(IDX-LIDOS-INTRO) TO N-CALCULO
                   MOVE 'S' TO ACHOU-LIDOS-INTRO
               END-IF
           END-PERFORM.

       350-AJUSTA-PRODUCAO.
           PERFORM VARYING IDX-METODO FROM 1 BY 1 UNTIL IDX-METODO > 2
               IF PRD-SOMA-XX(IDX-METODO) > 0
                   COMPUTE PRD-COEF(IDX-METODO) ROUNDED =
                       PRD-SOMA-TX(IDX-METODO) / PRD-SOMA-XX(IDX-METODO)
                   COMPUTE PRD-PROJECAO(IDX-METODO) ROUNDED =
                       PRD-COEF(IDX-METODO) * X-PREVISTO
                       ON SIZE ERROR
                           MOVE 9999999.99 TO PRD-PROJECAO(IDX-METODO)
                   END-COMPUTE
                   IF PRD-MAIOR-N(IDX-METODO) < QTD-PREVISTA
                       MOVE "PRODUCAO (EXTRAPOLADO)"
                           TO PRD-ORIGEM(IDX-METODO)
                   ELSE
                       MOVE "PRODUCAO" TO PRD-ORIGEM(IDX-METODO)
                   END-IF
               ELSE
                   MOVE "SEM HISTORICO" TO PRD-ORIGEM(IDX-METODO)
               END-IF
           END-PERFORM.

      ******************************************************************
      ****Recomendacao: acima da capacidade dos vetores (1000000)*******
      ****so o SORT-EXTERNO atende; abaixo dela, em memoria se a********
      ****projecao com margem couber na janela. Sem historico de********
      ****producao em memoria usa-se o benchmark do INTROSORT no********
      ****cenario Aleatorio; sem historico do SORT-EXTERNO usa-se a*****
      ****projecao em memoria como piso*********************************
      ******************************************************************
       400-RECOMENDA.
           IF PRD-QTD-EXEC(1) > 0
               MOVE PRD-PROJECAO(1) TO TEMPO-MEMORIA
               MOVE PRD-ORIGEM(1) TO ORIGEM-MEMORIA
           ELSE
               MOVE BEN-PROJECAO(1, 1) TO TEMPO-MEMORIA
               IF BEN-QTD-PONTOS(1, 1) > 0
                   MOVE "BENCHMARK (SEM E/S)" TO ORIGEM-MEMORIA
               ELSE
                   MOVE "SEM DADOS" TO ORIGEM-MEMORIA
               END-IF
           END-IF
           IF PRD-QTD-EXEC(2) > 0
               MOVE PRD-PROJECAO(2) TO TEMPO-EXTERNO
               MOVE PRD-ORIGEM(2) TO ORIGEM-EXTERNO
           ELSE
               MOVE TEMPO-MEMORIA TO TEMPO-EXTERNO
               MOVE "PISO (EM MEMORIA)" TO ORIGEM-EXTERNO
           END-IF

           EVALUATE TRUE
               WHEN QTD-PREVISTA > CAPACIDADE-MEMORIA
                   MOVE "SORT-EXTERNO" TO METODO-RECOMENDADO
                   MOVE TEMPO-EXTERNO TO TEMPO-RECOMENDADO
                   MOVE "ACIMA DA CAPACIDADE DOS VETORES EM MEMORIA"
                       TO MOTIVO-RECOMENDACAO
               WHEN JANELA-SEG = 0
                   MOVE "EM MEMORIA" TO METODO-RECOMENDADO
                   MOVE TEMPO-MEMORIA TO TEMPO-RECOMENDADO
                   MOVE "SEM JANELA DEFINIDA - CABE NOS VETORES"
                       TO MOTIVO-RECOMENDACAO
               WHEN OTHER
                   COMPUTE TEMPO-COM-MARGEM ROUNDED = TEMPO-MEMORIA
                       + TEMPO-MEMORIA * MARGEM-PCT / 100
                       ON SIZE ERROR
                           MOVE 9999999.99 TO TEMPO-COM-MARGEM
                   END-COMPUTE
                   IF TEMPO-COM-MARGEM <= JANELA-SEG
                       MOVE "EM MEMORIA" TO METODO-RECOMENDADO
                       MOVE TEMPO-MEMORIA TO TEMPO-RECOMENDADO
                       MOVE "CABE NA JANELA COM A MARGEM"
                           TO MOTIVO-RECOMENDACAO
                   ELSE
                       MOVE "SORT-EXTERNO" TO METODO-RECOMENDADO
                       MOVE TEMPO-EXTERNO TO TEMPO-RECOMENDADO
                       MOVE "ORDENACAO EM MEMORIA NAO CABE NA JANELA"
                           TO MOTIVO-RECOMENDACAO
                   END-IF
           END-EVALUATE

           COMPUTE TEMPO-COM-MARGEM ROUNDED = TEMPO-RECOMENDADO
               + TEMPO-RECOMENDADO * MARGEM-PCT / 100
               ON SIZE ERROR
                   MOVE 9999999.99 TO TEMPO-COM-MARGEM
           END-COMPUTE
           IF TEMPO-COM-MARGEM > 99998
               MOVE 99999 TO BUDGET-SUGERIDO
           ELSE
               COMPUTE BUDGET-SUGERIDO = TEMPO-COM-MARGEM + 0.99
           END-IF
           IF BUDGET-SUGERIDO = 0
               MOVE 1 TO BUDGET-SUGERIDO
           END-IF

           MOVE 'N' TO EXCEDE-JANELA
           IF JANELA-SEG > 0 AND TEMPO-COM-MARGEM > JANELA-SEG
               MOVE 'S' TO EXCEDE-JANELA
               COMPUTE EXCESSO-PCT ROUNDED =
                   (TEMPO-COM-MARGEM - JANELA-SEG) * 100 / JANELA-SEG
                   ON SIZE ERROR
                       MOVE 9999.99 TO EXCESSO-PCT
               END-COMPUTE
           END-IF.

       450-GRAVA-AVISO.
           MOVE SPACES TO REG-AVISO
           ACCEPT AVJ-DATA FROM DATE YYYYMMDD
           MOVE GERACAO-VALORES TO AVJ-GERACAO-ID
           MOVE QTD-PREVISTA TO AVJ-QTD-REGISTROS
           MOVE METODO-RECOMENDADO TO AVJ-METODO
           MOVE TEMPO-RECOMENDADO TO AVJ-TEMPO-PROJETADO
           MOVE JANELA-SEG TO AVJ-JANELA
           MOVE BUDGET-SUGERIDO TO AVJ-BUDGET-SUGERIDO
           MOVE EXCESSO-PCT TO AVJ-EXCESSO-PCT
           WRITE REG-AVISO
           ADD 1 TO QTD-AVISOS.

      ******************************************************************
      ****Relatorio: entrada, ajustes por algoritmo/cenario, ajustes****
      ****de producao e recomendacao************************************
      ******************************************************************
       500-GRAVA-RELATORIO.
           ACCEPT TIT-DATA FROM DATE YYYYMMDD
           MOVE LINHA-TRACO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHA-TITULO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHA-TRACO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE GERACAO-VALORES TO ENT-GERACAO
           MOVE QTD-PREVISTA TO ENT-QTD
           MOVE LINHA-ENTRADA TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE JANELA-SEG TO JAN-SEG
           MOVE ORIGEM-JANELA TO JAN-ORIGEM
           MOVE MARGEM-PCT TO JAN-MARGEM
           MOVE BUDGET-ATUAL TO JAN-BUDGET
           MOVE LINHA-JANELA TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE " AJUSTE N.LOG2 N DOS BENCHMARKS - SEGUNDOS POR "
               TO LINHA-SUBTITULO
           MOVE "ORDENACAO, SEM E/S (k EM s POR 10^6 N.LOG2 N)"
               TO LINHA-SUBTITULO(48:)
           MOVE LINHA-SUBTITULO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHA-BENCH-CABEC TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM VARYING IDX-ALG FROM 1 BY 1
                   UNTIL IDX-ALG > QTD-ALGORITMOS
               PERFORM VARYING IDX-CEN FROM 1 BY 1
                       UNTIL IDX-CEN > QTD-CENARIOS
                   IF BEN-QTD-PONTOS(IDX-ALG, IDX-CEN) > 0
                       MOVE ALG-NOME(IDX-ALG) TO BEN-ALG-ED
                       MOVE CEN-NOME(IDX-CEN) TO BEN-CEN-ED
                       MOVE BEN-QTD-PONTOS(IDX-ALG, IDX-CEN)
                           TO BEN-PONTOS-ED
                       MOVE BEN-COEF(IDX-ALG, IDX-CEN) TO BEN-COEF-ED
                       MOVE BEN-PROJECAO(IDX-ALG, IDX-CEN)
                           TO BEN-PROJ-ED
                       MOVE LINHA-BENCH TO LINHA-RELATORIO
                       WRITE LINHA-RELATORIO
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE " AJUSTE N.LOG2 N DAS EXECUCOES DE PRODUCAO - TEMPO "
               TO LINHA-SUBTITULO
           MOVE "DECORRIDO REAL (EXECUCOES.DAT, RC 0)"
               TO LINHA-SUBTITULO(52:)
           MOVE LINHA-SUBTITULO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHA-PRD-CABEC TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM VARYING IDX-METODO FROM 1 BY 1 UNTIL IDX-METODO > 2
               IF IDX-METODO = 1
                   MOVE "EM MEMORIA (INTROSORT P/U)" TO PRD-METODO-ED
               ELSE
                   MOVE "SORT-EXTERNO" TO PRD-METODO-ED
               END-IF
               MOVE PRD-QTD-EXEC(IDX-METODO) TO PRD-QTD-ED
               MOVE PRD-MAIOR-N(IDX-METODO) TO PRD-MAIOR-ED
               MOVE PRD-COEF(IDX-METODO) TO PRD-COEF-ED
               MOVE PRD-PROJECAO(IDX-METODO) TO PRD-PROJ-ED
               MOVE PRD-ORIGEM(IDX-METODO) TO PRD-ORIGEM-ED
               MOVE LINHA-PRD TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-PERFORM

           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHA-TRACO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE METODO-RECOMENDADO TO REC-METODO
           MOVE MOTIVO-RECOMENDACAO TO REC-MOTIVO
           MOVE LINHA-RECOMENDACAO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE TEMPO-RECOMENDADO TO PRJ-TEMPO
           MOVE TEMPO-COM-MARGEM TO PRJ-MARGEM
           MOVE BUDGET-SUGERIDO TO PRJ-BUDGET
           MOVE LINHA-PROJECAO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO SIT-TEXTO
           EVALUATE TRUE
               WHEN JANELA-SEG = 0
                   MOVE "SEM JANELA DEFINIDA - NENHUM AVISO GERADO"
                       TO SIT-TEXTO
               WHEN EXCEDE-JANELA = 'S'
                   MOVE "EXCEDE A JANELA - AVISO GRAVADO EM "
                       TO SIT-TEXTO
                   MOVE "AVISOS-JANELA.DAT" TO SIT-TEXTO(36:)
               WHEN OTHER
                   MOVE "DENTRO DA JANELA" TO SIT-TEXTO
           END-EVALUATE
           MOVE LINHA-SITUACAO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      ******************************************************************
      ****x = n . log2 n / 10^6 para o n em N-CALCULO*******************
      ******************************************************************
       600-CALCULA-X.
           IF N-CALCULO < 2
               MOVE 0 TO X-NLOGN
           ELSE
               COMPUTE X-NLOGN ROUNDED = N-CALCULO
                   * FUNCTION LOG(N-CALCULO) / FUNCTION LOG(2)
                   / 1000000
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
           MOVE "PREVISAO-JANE" TO EXE-PROGRAMA
           MOVE DATA-INICIO-EXEC TO EXE-DATA-INICIO
           MOVE HORA-INICIO-EXEC TO EXE-HORA-INICIO
           MOVE DATA-FIM-EXEC TO EXE-DATA-FIM
           MOVE HORA-FIM-EXEC TO EXE-HORA-FIM
           MOVE GERACAO-ID TO EXE-GERACAO-ID
           MOVE PARAMETROS-USADOS TO EXE-PARAMETROS
           MOVE QTD-EXEC-LIDAS TO EXE-REG-LIDOS
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
           MOVE "L" TO LIN-OPERACAO
           IF ACHOU-TRAILER = 'S'
               MOVE "valores.dat" TO LIN-ARQUIVO
               MOVE QTD-PREVISTA TO LIN-QTD-REGISTROS
               PERFORM 083-GRAVA-REG-LINHAGEM
           END-IF
           IF QTD-RES-INTRO > 0
               MOVE "resultados-introsort.dat" TO LIN-ARQUIVO
               MOVE QTD-RES-INTRO TO LIN-QTD-REGISTROS
               PERFORM 083-GRAVA-REG-LINHAGEM
           END-IF
           IF QTD-RES-TIM > 0
               MOVE "resultados-timsort.dat" TO LIN-ARQUIVO
               MOVE QTD-RES-TIM TO LIN-QTD-REGISTROS
               PERFORM 083-GRAVA-REG-LINHAGEM
           END-IF
           IF QTD-RES-RADIX > 0
               MOVE "resultados-radixsort.dat" TO LIN-ARQUIVO
               MOVE QTD-RES-RADIX TO LIN-QTD-REGISTROS
               PERFORM 083-GRAVA-REG-LINHAGEM
           END-IF
           IF QTD-AVISOS > 0
               MOVE "G" TO LIN-OPERACAO
               MOVE "avisos-janela.dat" TO LIN-ARQUIVO
               MOVE QTD-AVISOS TO LIN-QTD-REGISTROS
               PERFORM 083-GRAVA-REG-LINHAGEM
           END-IF
           CLOSE ARQUIVO-LINHAGEM.

       083-GRAVA-REG-LINHAGEM.
           MOVE "PREVISAO-JANE" TO LIN-PROGRAMA
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
           MOVE "PREVISAO-JANELA" TO TRV-PROGRAMA
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

       END PROGRAM PREVISAO-JANELA.
