       IDENTIFICATION DIVISION.
       PROGRAM-ID. RADIXSORT.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO
               ASSIGN TO "../../../../Dados/valores.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO_SEMELHANTE
               ASSIGN TO "../../../../Dados/valores-semelhantes.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-PARAM
               ASSIGN TO "../../../../Dados/parametros.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

           SELECT ARQUIVO-RESULTADOS
               ASSIGN TO "../../../../Dados/resultados-radixsort.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTADOS-STATUS.

           SELECT ARQUIVO-REJEITOS
               ASSIGN TO "../../../../Dados/rejeitos-radixsort.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-CHECKPOINT
               ASSIGN TO "../../../../Dados/checkpoint-radixsort.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.

           SELECT ARQUIVO-VERIFICACAO
               ASSIGN TO "../../../../Dados/verificacao-radixsort.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-GERACAO-ID
               ASSIGN TO "../../../../Dados/geracao-id.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GERACAO-STATUS.

           SELECT ARQUIVO-EXECUCOES
               ASSIGN TO "../../../../Dados/execucoes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXECUCOES-STATUS.

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

       FD ARQUIVO.

       01 REGISTRO-ARQUIVO.
           05 NUMERO-LIDO-PRIM PIC X(9).
           05 NUMERO-LIDO-SEC  PIC X(9).

       01 REG-CONTROLE-ARQUIVO.
           05 CTL-TIPO     PIC X(1).
           05 CTL-QTD      PIC X(9).
           05 CTL-CHECKSUM PIC X(8).


       FD ARQUIVO_SEMELHANTE.

       01 REGISTRO-SEMELHANTE.
           05 NUMERO-LIDO-SEM-PRIM PIC X(9).
           05 NUMERO-LIDO-SEM-SEC  PIC X(9).

       01 REG-CONTROLE-SEM.
           05 CTL-TIPO-SEM     PIC X(1).
           05 CTL-QTD-SEM      PIC X(9).
           05 CTL-CHECKSUM-SEM PIC X(8).

       FD ARQUIVO-PARAM.

       01 REGISTRO-PARAM.
           05 PARAM-TAMANHO-INI  PIC 9(9).
           05 PARAM-REPETE-INI   PIC 9(9).
           05 PARAM-QTD-DOBRAS   PIC 9(2).
           05 PARAM-LIMITE-REGRESSAO PIC 9(3).
           05 PARAM-MODO         PIC X(1).
           05 PARAM-TEMPO-BUDGET PIC 9(5).

       FD ARQUIVO-RESULTADOS.

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

       FD ARQUIVO-REJEITOS.

       01 REG-REJEITO.
           05 REJ-ORIGEM    PIC X(10).
           05 REJ-LINHA     PIC 9(6).
           05 REJ-CONTEUDO  PIC X(18).

       FD ARQUIVO-CHECKPOINT.

       01 REG-CHECKPOINT.
           05 CHK-I-MAIN    PIC 9(2).
           05 CHK-TAMANHO   PIC 9(9).
           05 CHK-REPETE    PIC 9(9).
           05 CHK-CENARIO   PIC 9(1).

       FD ARQUIVO-VERIFICACAO.

       01 REG-VERIFICACAO.
           05 VER-ALGORITMO PIC X(9).
           05 VER-TAMANHO   PIC 9(9).
           05 VER-CENARIO   PIC X(15).
           05 VER-MOTIVO    PIC X(8).
           05 VER-INDICE    PIC 9(9).
           05 VER-VALOR-1   PIC X(18).
           05 VER-VALOR-2   PIC X(18).

       FD ARQUIVO-GERACAO-ID.

       01 REG-GERACAO-ID.
           05 GID-ID PIC 9(14).

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

       01 WS-PARAM-STATUS  PIC X(2).
       01 WS-CHECKPOINT-STATUS PIC X(2).
       01 WS-RESULTADOS-STATUS PIC X(2).
       01 I_MAIN-START     PIC 9(2) COMP.
       01 CENARIO-RESUME   PIC 9(1) VALUE 1.
       01 CENARIO-ATUAL    PIC X(15).
       01 CONTADOR-LINHA       PIC 9(6) COMP.
       01 CONTADOR-REJEITOS    PIC 9(9) COMP VALUE 0.
       01 TAMANHO          PIC 9(9) COMP.*>Define o tamanho do vetor ordenado
       01 TAMANHO-ARQUIVO  PIC 9(9) COMP.
       01 LIDOS-VALORES    PIC 9(9) COMP VALUE 0.
       01 QTD-RESULTADOS   PIC 9(9) COMP VALUE 0.

      *****Controle de integridade de arquivo (cabecalho/trailer)*****
       01 ACHOU-CAB        PIC X VALUE 'N'.
       01 ACHOU-TRC        PIC X VALUE 'N'.
       01 TRC-QTD-LIDO     PIC 9(9) VALUE 0.
       01 TRC-CHK-LIDO     PIC 9(8) VALUE 0.
       01 CHECKSUM-ARQ     PIC 9(18) COMP VALUE 0.
       01 CHECKSUM-ARQ-RED PIC 9(8).
       01 REJEITOS-ANTES   PIC 9(9) COMP VALUE 0.
       01 REJEITOS-ARQ     PIC 9(9) COMP.
       01 NOME-ARQ-CONTROLE PIC X(25).

      *****Orcamento de tempo da janela batch*****
       01 TEMPO-BUDGET     PIC 9(5) COMP VALUE 0.
       01 RELOGIO-AGORA.
           05 REL-HORA PIC 99.
           05 REL-MIN  PIC 99.
           05 REL-SEG  PIC 99.
           05 REL-CENT PIC 99.
       01 INICIO-CS        PIC 9(10) COMP VALUE 0.
       01 AGORA-CS         PIC 9(10) COMP.
       01 TEMPO-DECORRIDO-SEG PIC 9(9) COMP.
       01 MARCO-CENARIO-SEG   PIC 9(9) COMP VALUE 0.
       01 DURACAO-ULT-CENARIO PIC 9(9) COMP VALUE 0.
       01 PROX-CENARIO     PIC 9(1).

      *****Registro de execucao (execucoes.dat)*****
       01 WS-EXECUCOES-STATUS PIC X(2).
       01 WS-GERACAO-STATUS   PIC X(2).
       01 DATA-INICIO-EXEC PIC 9(8).
       01 HORA-INICIO-EXEC PIC 9(8).
       01 DATA-FIM-EXEC    PIC 9(8).
       01 HORA-FIM-EXEC    PIC 9(8).
       01 GERACAO-ID       PIC 9(14) VALUE 0.
       01 RETOMADA-EXEC    PIC X(1) VALUE 'N'.
       01 TOTAL-LIDOS      PIC 9(9) COMP VALUE 0.
       01 PARAMETROS-USADOS PIC X(29).
       01 REPETE           PIC 9(9).
       01 QTD-DOBRAS       PIC 9(2) COMP VALUE 5.
       01 I_MAIN           PIC 9(2) COMP.
       01 I_TEMPO          PIC 9(2).
       01 MEDIA            PIC 99V9(6).
       01 MEDIA-EXECUCAO   PIC 99V9(6).
       01 TOTAL-MEDIAS     PIC 999V9(9).

       01 TEMPO-INICIO.
           05 HORA-I PIC 99.
           05 MIN-I  PIC 99.
           05 SEG-I  PIC 99.
           05 CENT-I PIC 99.

       01 TEMPO-FIM.
           05 HORA-F PIC 99.
           05 MIN-F  PIC 99.
           05 SEG-F  PIC 99.
           05 CENT-F PIC 99.

       01 TOTAL-INICIO PIC 9(10).
       01 TOTAL-FIM    PIC 9(10).
       01 TEMPO-GASTO  PIC 9(10)V99.
       01 TEMPO_CS     PIC 9(10)V99.*>TEMPO DE COPIA E SORT
       01 TEMPO_C      PIC 9(10)V99.*>TEMPO Sﾓ DE COPIA
       01 TEMPO-FINAL  PIC 9(10)V99.

       01 VETOR_ORIGINAL.
           05 N_ORIG OCCURS 1000000 TIMES.
               10 N_ORIG-PRIM PIC 9(9).
               10 N_ORIG-SEC  PIC 9(9).

       01 VETOR_INVERTIDO.
           05 N_INV OCCURS 1000000 TIMES.
               10 N_INV-PRIM PIC 9(9).
               10 N_INV-SEC  PIC 9(9).

       01 VETOR_ORDENADO.
           05 N_ORD OCCURS 1000000 TIMES.
               10 N_ORD-PRIM PIC 9(9).
               10 N_ORD-SEC  PIC 9(9).
       01 IND_INV PIC 9(9) COMP.

      *****Variaveis usadas para a leitura do arquivo*****

       01 VETOR.
           05 NUMERO OCCURS 1000000 TIMES.
               10 NUMERO-PRIM PIC 9(9).
               10 NUMERO-SEC  PIC 9(9).

      *Vista do VETOR para o radix LSD: a chave prim+sec (18 digitos)
      *em 6 grupos de 3 digitos
       01 VETOR-GRUPOS REDEFINES VETOR.
           05 NUMERO-GRP OCCURS 1000000 TIMES.
               10 GRUPO-DIG PIC 9(3) OCCURS 6 TIMES.

       01 VETOR_SEMELHANTE.
           05 N_SEMELHANTE OCCURS 1000000 TIMES.
               10 N_SEMELHANTE-PRIM PIC 9(9).
               10 N_SEMELHANTE-SEC  PIC 9(9).

       01 VETOR_QUASE.
           05 N_QUASE OCCURS 1000000 TIMES.
               10 N_QUASE-PRIM PIC 9(9).
               10 N_QUASE-SEC  PIC 9(9).

       01 VETOR_DUPLICADO.
           05 N_DUPLICADO OCCURS 1000000 TIMES.
               10 N_DUPLICADO-PRIM PIC 9(9).
               10 N_DUPLICADO-SEC  PIC 9(9).

       01 SEMENTE-CEN      PIC 9(9) COMP.
       01 NUM-SORTEADO-CEN PIC 9(9) COMP.
       01 QTD-TROCAS       PIC 9(9) COMP.
       01 I_TROCA          PIC 9(9) COMP.
       01 IDX-TROCA-1      PIC 9(9) COMP.
       01 IDX-TROCA-2      PIC 9(9) COMP.
       01 VALOR-TROCA.
           05 VALOR-TROCA-PRIM PIC 9(9).
           05 VALOR-TROCA-SEC  PIC 9(9).
       01 QTD-VALORES-DUP  PIC 9(9) COMP VALUE 10.

       01 OP-COMPARACOES   PIC 9(18) COMP VALUE 0.
       01 OP-TROCAS        PIC 9(18) COMP VALUE 0.
       01 OP-MOVIMENTOS    PIC 9(18) COMP VALUE 0.

      *****Verificacao pos-ordenacao*****
       01 CHECKSUM-FONTE   PIC 9(18) COMP.
       01 CHECKSUM-ATUAL   PIC 9(18) COMP.
       01 I_VER            PIC 9(9) COMP.
       01 K_VER            PIC 9(9) COMP.
       01 ALGORITMO-VERIF  PIC X(9) VALUE "RADIXSORT".
       01 MOTIVO-VERIF     PIC X(8).
       01 INDICE-VERIF     PIC 9(9).
       01 VALOR-VERIF-1    PIC X(18).
       01 VALOR-VERIF-2    PIC X(18).

       01 INDICE   PIC 9(9) COMP VALUE 1.
       01 FIM      PIC X VALUE 'N'.
       01 INS-PARA PIC X VALUE 'N'.
       01 VALOR.
           05 VALOR-PRIM PIC 9(9).
           05 VALOR-SEC  PIC 9(9).

      ****************************************************
      **********Variaveis usadas para o sorting***********

      *RADIX LSD
       01 ARRAY_AUX.
           05 NUM_AUX OCCURS 1000000 TIMES.
               10 NUM_AUX-PRIM PIC 9(9).
               10 NUM_AUX-SEC  PIC 9(9).

       01 AUX-GRUPOS REDEFINES ARRAY_AUX.
           05 NUM_AUX-GRP OCCURS 1000000 TIMES.
               10 GRUPO-AUX PIC 9(3) OCCURS 6 TIMES.

       01 TAB-BALDES.
           05 QTD-BALDE OCCURS 1000 TIMES PIC 9(9) COMP.
       01 TAB-POSICOES.
           05 POS-BALDE OCCURS 1000 TIMES PIC 9(9) COMP.

       01 A            PIC 9(9) COMP.
       01 I_RAD        PIC 9(9) COMP.
       01 IDX-BALDE    PIC 9(4) COMP.
       01 IDX-ANT      PIC 9(4) COMP.
       01 POS-GRUPO    PIC 9(1) COMP.

      ******************************************************************

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           ACCEPT DATA-INICIO-EXEC FROM DATE YYYYMMDD
           ACCEPT HORA-INICIO-EXEC FROM TIME
           PERFORM 075-LE-GERACAO-ID
           PERFORM 030-OBTEM-TRAVA
           PERFORM 090-RELOGIO-AGORA
           MOVE AGORA-CS TO INICIO-CS

           PERFORM 100-LEITURA
           PERFORM 050-LE-PARAMETROS
           MOVE PARAM-TAMANHO-INI TO TAMANHO
           MOVE PARAM-REPETE-INI  TO REPETE
           MOVE 1 TO I_MAIN-START
           PERFORM 060-LE-CHECKPOINT

           IF I_MAIN-START > 1 OR CENARIO-RESUME > 1
               DISPLAY "RETOMANDO EXECUCAO A PARTIR DO TAMANHO "
                   TAMANHO " CENARIO " CENARIO-RESUME
               MOVE 'S' TO RETOMADA-EXEC
           END-IF

           OPEN INPUT ARQUIVO-RESULTADOS
           IF WS-RESULTADOS-STATUS = "00"
               CLOSE ARQUIVO-RESULTADOS
               OPEN EXTEND ARQUIVO-RESULTADOS
           ELSE
               OPEN OUTPUT ARQUIVO-RESULTADOS
           END-IF

           ACCEPT SEMENTE-CEN FROM TIME
           COMPUTE NUM-SORTEADO-CEN = FUNCTION RANDOM(SEMENTE-CEN)
               * 999999999

           ACCEPT RES-DATA-EXECUCAO FROM DATE YYYYMMDD

      ******************************************************************

           PERFORM VARYING I_MAIN FROM I_MAIN-START BY 1
                   UNTIL I_MAIN > QTD-DOBRAS
               IF TAMANHO > 1000000
                   DISPLAY "ERRO: TAMANHO " TAMANHO " EXCEDE O "
                       "LIMITE DE 1000000 SUPORTADO PELOS VETORES - "
                       "REVISE PARAM-TAMANHO-INI/PARAM-QTD-DOBRAS EM "
                       "PARAMETROS.DAT"
                   CLOSE ARQUIVO-RESULTADOS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 080-GRAVA-EXECUCAO
                   STOP RUN
               END-IF
               IF REPETE = 0
                   DISPLAY "ERRO: REPETE CHEGOU A ZERO NO TAMANHO "
                       TAMANHO " - REVISE PARAM-REPETE-INI/"
                       "PARAM-QTD-DOBRAS EM PARAMETROS.DAT"
                   CLOSE ARQUIVO-RESULTADOS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 080-GRAVA-EXECUCAO
                   STOP RUN
               END-IF
               IF I_MAIN NOT = I_MAIN-START
                   MOVE 1 TO CENARIO-RESUME
               END-IF
               DISPLAY "-------Tamanho " TAMANHO "-------"
               IF CENARIO-RESUME <= 1
               MOVE 1 TO PROX-CENARIO
               PERFORM 095-VERIFICA-BUDGET
               DISPLAY "..........Aleatorio..........."
               MOVE "Aleatorio" TO CENARIO-ATUAL
               MOVE 0 TO TOTAL-MEDIAS
               PERFORM VARYING I_TEMPO FROM 1 BY 1 UNTIL I_TEMPO > 10
      *    REPETE ALGUMAS VEZES PARA MAIOR PRECISﾃO(SE NﾃO SAI 0.00s),
      *    DEPOIS EXCLUI OVERHEAD DO MOVE VETOR_ORIGINAL TO VETOR
                   ACCEPT TEMPO-INICIO FROM TIME
                   PERFORM REPETE TIMES
                       MOVE VETOR_ORIGINAL TO VETOR
                       PERFORM 400-RADIXSORT
                   END-PERFORM
                   ACCEPT TEMPO-FIM FROM TIME

                   PERFORM 500-TEMPO
                   MOVE TEMPO-GASTO TO TEMPO_CS

                   ACCEPT TEMPO-INICIO FROM TIME
                   PERFORM REPETE TIMES
                       MOVE VETOR_ORIGINAL TO VETOR
                   END-PERFORM
                   ACCEPT TEMPO-FIM FROM TIME

                   PERFORM 500-TEMPO
                   MOVE TEMPO-GASTO TO TEMPO_C

                   COMPUTE TEMPO-FINAL =
                       TEMPO_CS - TEMPO_C

                   COMPUTE MEDIA-EXECUCAO = TEMPO-FINAL / REPETE
                   ADD MEDIA-EXECUCAO TO TOTAL-MEDIAS
                  DISPLAY "...  Tempo "I_TEMPO": "MEDIA-EXECUCAO"s  ..."
                  MOVE TAMANHO TO RES-TAMANHO
                  MOVE CENARIO-ATUAL TO RES-CENARIO
                  MOVE "T" TO RES-TIPO-LINHA
                  MOVE I_TEMPO TO RES-TRIAL
                  MOVE MEDIA-EXECUCAO TO RES-MEDIA-EXEC
                  MOVE 0 TO RES-MEDIA
                  MOVE 0 TO RES-COMPARACOES
                  MOVE 0 TO RES-TROCAS
                  MOVE 0 TO RES-MOVIMENTOS
                  WRITE REG-RESULTADO
                  ADD 1 TO QTD-RESULTADOS

               END-PERFORM

               COMPUTE MEDIA = TOTAL-MEDIAS / 10
               DISPLAY "...   Media: " MEDIA "s   ..."
               MOVE TAMANHO TO RES-TAMANHO
               MOVE CENARIO-ATUAL TO RES-CENARIO
               MOVE "M" TO RES-TIPO-LINHA
               MOVE 0 TO RES-TRIAL
               MOVE 0 TO RES-MEDIA-EXEC
               MOVE MEDIA TO RES-MEDIA
               MOVE 0 TO RES-COMPARACOES
               MOVE 0 TO RES-TROCAS
               MOVE 0 TO RES-MOVIMENTOS
               WRITE REG-RESULTADO
               ADD 1 TO QTD-RESULTADOS

               MOVE 0 TO OP-COMPARACOES
               MOVE 0 TO OP-TROCAS
               MOVE 0 TO OP-MOVIMENTOS
               PERFORM 550-PREPARA-VERIFICACAO
               PERFORM 400-RADIXSORT
               PERFORM 570-VERIFICA-ORDENACAO
               DISPLAY "...  Movimentos: " OP-MOVIMENTOS "  ..."
               MOVE TAMANHO TO RES-TAMANHO
               MOVE CENARIO-ATUAL TO RES-CENARIO
               MOVE "O" TO RES-TIPO-LINHA
               MOVE 0 TO RES-TRIAL
               MOVE 0 TO RES-MEDIA-EXEC
               MOVE 0 TO RES-MEDIA
               MOVE OP-MOVIMENTOS TO RES-COMPARACOES
               MOVE OP-TROCAS TO RES-TROCAS
               MOVE OP-MOVIMENTOS TO RES-MOVIMENTOS
               WRITE REG-RESULTADO
               ADD 1 TO QTD-RESULTADOS
               DISPLAY "............................"
               MOVE I_MAIN TO CHK-I-MAIN
               MOVE TAMANHO TO CHK-TAMANHO
               MOVE REPETE TO CHK-REPETE
               MOVE 2 TO CHK-CENARIO
               PERFORM 070-GRAVA-CHECKPOINT
               PERFORM 085-MARCA-FIM-CENARIO
               END-IF

      ******************************************************************

               IF CENARIO-RESUME <= 2
               MOVE 2 TO PROX-CENARIO
               PERFORM 095-VERIFICA-BUDGET
               DISPLAY "..........Ordenado..........."
               MOVE "Ordenado" TO CENARIO-ATUAL
               MOVE 0 TO TOTAL-MEDIAS
               MOVE 1 TO I_TEMPO

               MOVE VETOR_ORIGINAL TO VETOR
               PERFORM 550-PREPARA-VERIFICACAO
               PERFORM 400-RADIXSORT
               PERFORM 570-VERIFICA-ORDENACAO
               MOVE VETOR TO VETOR_ORDENADO

               PERFORM VARYING I_TEMPO FROM 1 BY 1 UNTIL I_TEMPO > 10
      *    REPETE ALGUMAS VEZES PARA MAIOR PRECISﾃO(SE NﾃO SAI 0.00s)
      *    DEPOIS EXCLUI OVERHEAD DO MOVE VETOR_ORIGINAL TO VETOR

                   ACCEPT TEMPO-INICIO FROM TIME
                   PERFORM REPETE TIMES
                       MOVE VETOR_ORDENADO TO VETOR
                       PERFORM 400-RADIXSORT
                   END-PERFORM
                   ACCEPT TEMPO-FIM FROM TIME

                   PERFORM 500-TEMPO
                   MOVE TEMPO-GASTO TO TEMPO_CS

                   ACCEPT TEMPO-INICIO FROM TIME
                   PERFORM REPETE TIMES
                       MOVE VETOR_ORDENADO TO VETOR
                   END-PERFORM
                   ACCEPT TEMPO-FIM FROM TIME

                   PERFORM 500-TEMPO
                   MOVE TEMPO-GASTO TO TEMPO_C

                   COMPUTE TEMPO-FINAL =
                       TEMPO_CS - TEMPO_C

                   COMPUTE MEDIA-EXECUCAO = TEMPO-FINAL / REPETE
                   ADD MEDIA-EXECUCAO TO TOTAL-MEDIAS
                  DISPLAY "...  Tempo "I_TEMPO": "MEDIA-EXECUCAO"s  ..."
                  MOVE TAMANHO TO RES-TAMANHO
                  MOVE CENARIO-ATUAL TO RES-CENARIO
                  MOVE "T" TO RES-TIPO-LINHA
                  MOVE I_TEMPO TO RES-TRIAL
                  MOVE MEDIA-EXECUCAO TO RES-MEDIA-EXEC
                  MOVE 0 TO RES-MEDIA
                  MOVE 0 TO RES-COMPARACOES
                  MOVE 0 TO RES-TROCAS
                  MOVE 0 TO RES-MOVIMENTOS
                  WRITE REG-RESULTADO
                  ADD 1 TO QTD-RESULTADOS

               END-PERFORM

               COMPUTE MEDIA = TOTAL-MEDIAS / 10
               DISPLAY "...   Media: " MEDIA "s   ..."
               MOVE TAMANHO TO RES-TAMANHO
               MOVE CENARIO-ATUAL TO RES-CENARIO
               MOVE "M" TO RES-TIPO-LINHA
               MOVE 0 TO RES-TRIAL
               MOVE 0 TO RES-MEDIA-EXEC
               MOVE MEDIA TO RES-MEDIA
               MOVE 0 TO RES-COMPARACOES
               MOVE 0 TO RES-TROCAS
               MOVE 0 TO RES-MOVIMENTOS
               WRITE REG-RESULTADO
               ADD 1 TO QTD-RESULTADOS

               MOVE 0 TO OP-COMPARACOES
               MOVE 0 TO OP-TROCAS
               MOVE 0 TO OP-MOVIMENTOS
               PERFORM 550-PREPARA-VERIFICACAO
               PERFORM 400-RADIXSORT
               PERFORM 570-VERIFICA-ORDENACAO
               DISPLAY "...  Movimentos: " OP-MOVIMENTOS "  ..."
               MOVE TAMANHO TO RES-TAMANHO
               MOVE CENARIO-ATUAL TO RES-CENARIO
               MOVE "O" TO RES-TIPO-LINHA
               MOVE 0 TO RES-TRIAL
               MOVE 0 TO RES-MEDIA-EXEC
               MOVE 0 TO RES-MEDIA
               MOVE OP-MOVIMENTOS TO RES-COMPARACOES
               MOVE OP-TROCAS TO RES-TROCAS
               MOVE OP-MOVIMENTOS TO RES-MOVIMENTOS
               WRITE REG-RESULTADO
               ADD 1 TO QTD-RESULTADOS
               DISPLAY "............................"
               MOVE I_MAIN TO CHK-I-MAIN
               MOVE TAMANHO TO CHK-TAMANHO
               MOVE REPETE TO CHK-REPETE
               MOVE 3 TO CHK-CENARIO
               PERFORM 070-GRAVA-CHECKPOINT
               PERFORM 085-MARCA-FIM-CENARIO
               END-IF

      ******************************************************************

               IF CENARIO-RESUME <= 3
               MOVE 3 TO PROX-CENARIO
               PERFORM 095-VERIFICA-BUDGET
               DISPLAY "..........Invertido..........."
               MOVE "Invertido" TO CENARIO-ATUAL
               MOVE 0 TO TOTAL-MEDIAS
               MOVE 1 TO I_TEMPO
               MOVE 1 TO A

               PERFORM VARYING A FROM 1 BY 1 UNTIL A > TAMANHO
                   COMPUTE IND_INV = TAMANHO - A + 1
                   MOVE N_ORD(IND_INV) TO N_INV(A)
               END-PERFORM

               PERFORM VARYING I_TEMPO FROM 1 BY 1 UNTIL I_TEMPO > 10
      *    REPETE ALGUMAS VEZES PARA MAIOR PRECISﾃO(SE NﾃO SAI 0.00s),
      *    DEPOIS EXCLUI OVERHEAD DO MOVE VETOR_ORIGINAL TO VETOR
                   ACCEPT TEMPO-INICIO FROM TIME
                   PERFORM REPETE TIMES
                       MOVE VETOR_INVERTIDO TO VETOR
                       PERFORM 400-RADIXSORT
                   END-PERFORM
                   ACCEPT TEMPO-FIM FROM TIME

                   PERFORM 500-TEMPO
                   MOVE TEMPO-GASTO TO TEMPO_CS

                   ACCEPT TEMPO-INICIO FROM TIME
                   PERFORM REPETE TIMES
                       MOVE VETOR_INVERTIDO TO VETOR
                   END-PERFORM
                   ACCEPT TEMPO-FIM FROM TIME

                   PERFORM 500-TEMPO
                   MOVE TEMPO-GASTO TO TEMPO_C

                   COMPUTE TEMPO-FINAL =
                       TEMPO_CS - TEMPO_C

                   COMPUTE MEDIA-EXECUCAO = TEMPO-FINAL / REPETE
                   ADD MEDIA-EXECUCAO TO TOTAL-MEDIAS
                  DISPLAY "...  Tempo "I_TEMPO": "MEDIA-EXECUCAO"s  ..."
                  MOVE TAMANHO TO RES-TAMANHO
                  MOVE CENARIO-ATUAL TO RES-CENARIO
                  MOVE "T" TO RES-TIPO-LINHA
                  MOVE I_TEMPO TO RES-TRIAL
                  MOVE MEDIA-EXECUCAO TO RES-MEDIA-EXEC
                  MOVE 0 TO RES-MEDIA
                  MOVE 0 TO RES-COMPARACOES
                  MOVE 0 TO RES-TROCAS
                  MOVE 0 TO RES-MOVIMENTOS
                  WRITE REG-RESULTADO
                  ADD 1 TO QTD-RESULTADOS

               END-PERFORM

               COMPUTE MEDIA = TOTAL-MEDIAS / 10
               DISPLAY "...   Media: " MEDIA "s   ..."
               MOVE TAMANHO TO RES-TAMANHO
               MOVE CENARIO-ATUAL TO RES-CENARIO
               MOVE "M" TO RES-TIPO-LINHA
               MOVE 0 TO RES-TRIAL
               MOVE 0 TO RES-MEDIA-EXEC
               MOVE MEDIA TO RES-MEDIA
               MOVE 0 TO RES-COMPARACOES
               MOVE 0 TO RES-TROCAS
               MOVE 0 TO RES-MOVIMENTOS
               WRITE REG-RESULTADO
               ADD 1 TO QTD-RESULTADOS

               MOVE 0 TO OP-COMPARACOES
               MOVE 0 TO OP-TROCAS
               MOVE 0 TO OP-MOVIMENTOS
               PERFORM 550-PREPARA-VERIFICACAO
               PERFORM 400-RADIXSORT
               PERFORM 570-VERIFICA-ORDENACAO
               DISPLAY "...  Movimentos: " OP-MOVIMENTOS "  ..."
               MOVE TAMANHO TO RES-TAMANHO
               MOVE CENARIO-ATUAL TO RES-CENARIO
               MOVE "O" TO RES-TIPO-LINHA
               MOVE 0 TO RES-TRIAL
               MOVE 0 TO RES-MEDIA-EXEC
               MOVE 0 TO RES-MEDIA
               MOVE OP-MOVIMENTOS TO RES-COMPARACOES
               MOVE OP-TROCAS TO RES-TROCAS
               MOVE OP-MOVIMENTOS TO RES-MOVIMENTOS
               WRITE REG-RESULTADO
               ADD 1 TO QTD-RESULTADOS
               DISPLAY "............................"
               MOVE I_MAIN TO CHK-I-MAIN
               MOVE TAMANHO TO CHK-TAMANHO
               MOVE REPETE TO CHK-REPETE
               MOVE 4 TO CHK-CENARIO
               PERFORM 070-GRAVA-CHECKPOINT
               PERFORM 085-MARCA-FIM-CENARIO
               END-IF

      ******************************************************************

               IF CENARIO-RESUME <= 4
               MOVE 4 TO PROX-CENARIO
               PERFORM 095-VERIFICA-BUDGET
               DISPLAY "..........Semelhante..........."
               MOVE "Semelhante" TO CENARIO-ATUAL
               MOVE 0 TO TOTAL-MEDIAS
               MOVE 1 TO I_TEMPO
               PERFORM VARYING I_TEMPO FROM 1 BY 1 UNTIL I_TEMPO > 10
      *    REPETE ALGUMAS VEZES PARA MAIOR PRECISﾃO(SE NﾃO SAI 0.00s),
      *    DEPOIS EXCLUI OVERHEAD DO MOVE VETOR_ORIGINAL TO VETOR
                   ACCEPT TEMPO-INICIO FROM TIME
                   PERFORM REPETE TIMES
                       MOVE VETOR_SEMELHANTE TO VETOR
                       PERFORM 400-RADIXSORT
                   END-PERFORM
                   ACCEPT TEMPO-FIM FROM TIME

                   PERFORM 500-TEMPO
                   MOVE TEMPO-GASTO TO TEMPO_CS

                   ACCEPT TEMPO-INICIO FROM TIME
                   PERFORM REPETE TIMES
                       MOVE VETOR_SEMELHANTE TO VETOR
                   END-PERFORM
                   ACCEPT TEMPO-FIM FROM TIME

                   PERFORM 500-TEMPO
                   MOVE TEMPO-GASTO TO TEMPO_C

                   COMPUTE TEMPO-FINAL =
                       TEMPO_CS - TEMPO_C

                   COMPUTE MEDIA-EXECUCAO = TEMPO-FINAL / REPETE
                   ADD MEDIA-EXECUCAO TO TOTAL-MEDIAS
                  DISPLAY "...  Tempo "I_TEMPO": "MEDIA-EXECUCAO"s  ..."
                  MOVE TAMANHO TO RES-TAMANHO
                  MOVE CENARIO-ATUAL TO RES-CENARIO
                  MOVE "T" TO RES-TIPO-LINHA
                  MOVE I_TEMPO TO RES-TRIAL
                  MOVE MEDIA-EXECUCAO TO RES-MEDIA-EXEC
                  MOVE 0 TO RES-MEDIA
                  MOVE 0 TO RES-COMPARACOES
                  MOVE 0 TO RES-TROCAS
                  MOVE 0 TO RES-MOVIMENTOS
                  WRITE REG-RESULTADO
                  ADD 1 TO QTD-RESULTADOS

               END-PERFORM

               COMPUTE MEDIA = TOTAL-MEDIAS / 10
               DISPLAY "...   Media: " MEDIA "s   ..."
               MOVE TAMANHO TO RES-TAMANHO
               MOVE CENARIO-ATUAL TO RES-CENARIO
               MOVE "M" TO RES-TIPO-LINHA
               MOVE 0 TO RES-TRIAL
               MOVE 0 TO RES-MEDIA-EXEC
               MOVE MEDIA TO RES-MEDIA
               MOVE 0 TO RES-COMPARACOES
               MOVE 0 TO RES-TROCAS
               MOVE 0 TO RES-MOVIMENTOS
               WRITE REG-RESULTADO
               ADD 1 TO QTD-RESULTADOS

               MOVE 0 TO OP-COMPARACOES
               MOVE 0 TO OP-TROCAS
               MOVE 0 TO OP-MOVIMENTOS
               PERFORM 550-PREPARA-VERIFICACAO
               PERFORM 400-RADIXSORT
               PERFORM 570-VERIFICA-ORDENACAO
               DISPLAY "...  Movimentos: " OP-MOVIMENTOS "  ..."
               MOVE TAMANHO TO RES-TAMANHO
               MOVE CENARIO-ATUAL TO RES-CENARIO
               MOVE "O" TO RES-TIPO-LINHA
               MOVE 0 TO RES-TRIAL
               MOVE 0 TO RES-MEDIA-EXEC
               MOVE 0 TO RES-MEDIA
               MOVE OP-MOVIMENTOS TO RES-COMPARACOES
               MOVE OP-TROCAS TO RES-TROCAS
               MOVE OP-MOVIMENTOS TO RES-MOVIMENTOS
               WRITE REG-RESULTADO
               ADD 1 TO QTD-RESULTADOS
               DISPLAY "............................"
               MOVE I_MAIN TO CHK-I-MAIN
               MOVE TAMANHO TO CHK-TAMANHO
               MOVE REPETE TO CHK-REPETE
               MOVE 5 TO CHK-CENARIO
               PERFORM 070-GRAVA-CHECKPOINT
               PERFORM 085-MARCA-FIM-CENARIO
               END-IF

      ******************************************************************

               IF CENARIO-RESUME <= 5
               MOVE 5 TO PROX-CENARIO
               PERFORM 095-VERIFICA-BUDGET
               DISPLAY "..........Quase-Ordenado..........."
               MOVE "Quase-Ordenado" TO CENARIO-ATUAL
               MOVE 0 TO TOTAL-MEDIAS
               MOVE 1 TO I_TEMPO

               MOVE VETOR_ORDENADO TO VETOR_QUASE
               COMPUTE QTD-TROCAS = TAMANHO / 20
               IF QTD-TROCAS < 1
                   MOVE 1 TO QTD-TROCAS
               END-IF
               PERFORM VARYING I_TROCA FROM 1 BY 1
                       UNTIL I_TROCA > QTD-TROCAS
                   COMPUTE IDX-TROCA-1 = FUNCTION RANDOM * TAMANHO + 1
                   COMPUTE IDX-TROCA-2 = FUNCTION RANDOM * TAMANHO + 1
                   MOVE N_QUASE(IDX-TROCA-1) TO VALOR-TROCA
                   MOVE N_QUASE(IDX-TROCA-2) TO N_QUASE(IDX-TROCA-1)
                   MOVE VALOR-TROCA TO N_QUASE(IDX-TROCA-2)
               END-PERFORM

               PERFORM VARYING I_TEMPO FROM 1 BY 1 UNTIL I_TEMPO > 10
      *    REPETE ALGUMAS VEZES PARA MAIOR PRECISﾃO(SE NﾃO SAI 0.00s),
      *    DEPOIS EXCLUI OVERHEAD DO MOVE VETOR_ORIGINAL TO VETOR
                   ACCEPT TEMPO-INICIO FROM TIME
                   PERFORM REPETE TIMES
                       MOVE VETOR_QUASE TO VETOR
                       PERFORM 400-RADIXSORT
                   END-PERFORM
                   ACCEPT TEMPO-FIM FROM TIME

                   PERFORM 500-TEMPO
                   MOVE TEMPO-GASTO TO TEMPO_CS

                   ACCEPT TEMPO-INICIO FROM TIME
                   PERFORM REPETE TIMES
                       MOVE VETOR_QUASE TO VETOR
                   END-PERFORM
                   ACCEPT TEMPO-FIM FROM TIME

                   PERFORM 500-TEMPO
                   MOVE TEMPO-GASTO TO TEMPO_C

                   COMPUTE TEMPO-FINAL =
                       TEMPO_CS - TEMPO_C

                   COMPUTE MEDIA-EXECUCAO = TEMPO-FINAL / REPETE
                   ADD MEDIA-EXECUCAO TO TOTAL-MEDIAS
                  DISPLAY "...  Tempo "I_TEMPO": "MEDIA-EXECUCAO"s  ..."
                  MOVE TAMANHO TO RES-TAMANHO
                  MOVE CENARIO-ATUAL TO RES-CENARIO
                  MOVE "T" TO RES-TIPO-LINHA
                  MOVE I_TEMPO TO RES-TRIAL
                  MOVE MEDIA-EXECUCAO TO RES-MEDIA-EXEC
                  MOVE 0 TO RES-MEDIA
                  MOVE 0 TO RES-COMPARACOES
                  MOVE 0 TO RES-TROCAS
                  MOVE 0 TO RES-MOVIMENTOS
                  WRITE REG-RESULTADO
                  ADD 1 TO QTD-RESULTADOS

               END-PERFORM

               COMPUTE MEDIA = TOTAL-MEDIAS / 10
               DISPLAY "...   Media: " MEDIA "s   ..."
               MOVE TAMANHO TO RES-TAMANHO
               MOVE CENARIO-ATUAL TO RES-CENARIO
               MOVE "M" TO RES-TIPO-LINHA
               MOVE 0 TO RES-TRIAL
               MOVE 0 TO RES-MEDIA-EXEC
               MOVE MEDIA TO RES-MEDIA
               MOVE 0 TO RES-COMPARACOES
               MOVE 0 TO RES-TROCAS
               MOVE 0 TO RES-MOVIMENTOS
               WRITE REG-RESULTADO
               ADD 1 TO QTD-RESULTADOS

               MOVE 0 TO OP-COMPARACOES
               MOVE 0 TO OP-TROCAS
               MOVE 0 TO OP-MOVIMENTOS
               PERFORM 550-PREPARA-VERIFICACAO
               PERFORM 400-RADIXSORT
               PERFORM 570-VERIFICA-ORDENACAO
               DISPLAY "...  Movimentos: " OP-MOVIMENTOS "  ..."
               MOVE TAMANHO TO RES-TAMANHO
               MOVE CENARIO-ATUAL TO RES-CENARIO
               MOVE "O" TO RES-TIPO-LINHA
               MOVE 0 TO RES-TRIAL
               MOVE 0 TO RES-MEDIA-EXEC
               MOVE 0 TO RES-MEDIA
               MOVE OP-MOVIMENTOS TO RES-COMPARACOES
               MOVE OP-TROCAS TO RES-TROCAS
               MOVE OP-MOVIMENTOS TO RES-MOVIMENTOS
               WRITE REG-RESULTADO
               ADD 1 TO QTD-RESULTADOS
               DISPLAY "............................"
               MOVE I_MAIN TO CHK-I-MAIN
               MOVE TAMANHO TO CHK-TAMANHO
               MOVE REPETE TO CHK-REPETE
               MOVE 6 TO CHK-CENARIO
               PERFORM 070-GRAVA-CHECKPOINT
               PERFORM 085-MARCA-FIM-CENARIO
               END-IF

      ******************************************************************

               IF CENARIO-RESUME <= 6
               MOVE 6 TO PROX-CENARIO
               PERFORM 095-VERIFICA-BUDGET
               DISPLAY "..........Duplicado..........."
               MOVE "Duplicado" TO CENARIO-ATUAL
               MOVE 0 TO TOTAL-MEDIAS
               MOVE 1 TO I_TEMPO

               PERFORM VARYING A FROM 1 BY 1 UNTIL A > TAMANHO
                   COMPUTE N_DUPLICADO-PRIM(A) =
                       FUNCTION RANDOM * QTD-VALORES-DUP
                   COMPUTE N_DUPLICADO-SEC(A) =
                       FUNCTION RANDOM * QTD-VALORES-DUP
               END-PERFORM

               PERFORM VARYING I_TEMPO FROM 1 BY 1 UNTIL I_TEMPO > 10
      *    REPETE ALGUMAS VEZES PARA MAIOR PRECISﾃO(SE NﾃO SAI 0.00s),
      *    DEPOIS EXCLUI OVERHEAD DO MOVE VETOR_ORIGINAL TO VETOR
                   ACCEPT TEMPO-INICIO FROM TIME
                   PERFORM REPETE TIMES
                       MOVE VETOR_DUPLICADO TO VETOR
                       PERFORM 400-RADIXSORT
                   END-PERFORM
                   ACCEPT TEMPO-FIM FROM TIME

                   PERFORM 500-TEMPO
                   MOVE TEMPO-GASTO TO TEMPO_CS

                   ACCEPT TEMPO-INICIO FROM TIME
                   PERFORM REPETE TIMES
                       MOVE VETOR_DUPLICADO TO VETOR
                   END-PERFORM
                   ACCEPT TEMPO-FIM FROM TIME

                   PERFORM 500-TEMPO
                   MOVE TEMPO-GASTO TO TEMPO_C

                   COMPUTE TEMPO-FINAL =
                       TEMPO_CS - TEMPO_C

                   COMPUTE MEDIA-EXECUCAO = TEMPO-FINAL / REPETE
                   ADD MEDIA-EXECUCAO TO TOTAL-MEDIAS
                  DISPLAY "...  Tempo "I_TEMPO": "MEDIA-EXECUCAO"s  ..."
                  MOVE TAMANHO TO RES-TAMANHO
                  MOVE CENARIO-ATUAL TO RES-CENARIO
                  MOVE "T" TO RES-TIPO-LINHA
                  MOVE I_TEMPO TO RES-TRIAL
                  MOVE MEDIA-EXECUCAO TO RES-MEDIA-EXEC
                  MOVE 0 TO RES-MEDIA
                  MOVE 0 TO RES-COMPARACOES
                  MOVE 0 TO RES-TROCAS
                  MOVE 0 TO RES-MOVIMENTOS
                  WRITE REG-RESULTADO
                  ADD 1 TO QTD-RESULTADOS

               END-PERFORM

               COMPUTE MEDIA = TOTAL-MEDIAS / 10
               DISPLAY "...   Media: " MEDIA "s   ..."
               MOVE TAMANHO TO RES-TAMANHO
               MOVE CENARIO-ATUAL TO RES-CENARIO
               MOVE "M" TO RES-TIPO-LINHA
               MOVE 0 TO RES-TRIAL
               MOVE 0 TO RES-MEDIA-EXEC
               MOVE MEDIA TO RES-MEDIA
               MOVE 0 TO RES-COMPARACOES
               MOVE 0 TO RES-TROCAS
               MOVE 0 TO RES-MOVIMENTOS
               WRITE REG-RESULTADO
               ADD 1 TO QTD-RESULTADOS

               MOVE 0 TO OP-COMPARACOES
               MOVE 0 TO OP-TROCAS
               MOVE 0 TO OP-MOVIMENTOS
               PERFORM 550-PREPARA-VERIFICACAO
               PERFORM 400-RADIXSORT
               PERFORM 570-VERIFICA-ORDENACAO
               DISPLAY "...  Movimentos: " OP-MOVIMENTOS "  ..."
               MOVE TAMANHO TO RES-TAMANHO
               MOVE CENARIO-ATUAL TO RES-CENARIO
               MOVE "O" TO RES-TIPO-LINHA
               MOVE 0 TO RES-TRIAL
               MOVE 0 TO RES-MEDIA-EXEC
               MOVE 0 TO RES-MEDIA
               MOVE OP-MOVIMENTOS TO RES-COMPARACOES
               MOVE OP-TROCAS TO RES-TROCAS
               MOVE OP-MOVIMENTOS TO RES-MOVIMENTOS
               WRITE REG-RESULTADO
               ADD 1 TO QTD-RESULTADOS
               DISPLAY "............................"
               PERFORM 085-MARCA-FIM-CENARIO
               END-IF

      ******************************************************************

               COMPUTE TAMANHO = TAMANHO * 10
               COMPUTE REPETE = REPETE / 10

               COMPUTE CHK-I-MAIN = I_MAIN + 1
               MOVE TAMANHO TO CHK-TAMANHO
               MOVE REPETE  TO CHK-REPETE
               MOVE 1 TO CHK-CENARIO
               PERFORM 070-GRAVA-CHECKPOINT
           END-PERFORM

           CLOSE ARQUIVO-RESULTADOS

           MOVE 1 TO CHK-I-MAIN
           MOVE PARAM-TAMANHO-INI TO CHK-TAMANHO
           MOVE PARAM-REPETE-INI  TO CHK-REPETE
           MOVE 1 TO CHK-CENARIO
           PERFORM 070-GRAVA-CHECKPOINT

           DISPLAY "FIM"
           PERFORM 080-GRAVA-EXECUCAO
           STOP RUN.

      ******************************************************************
      *******************Fun鈬o de leitura de arquivo*******************
      ******************************************************************
       100-LEITURA.
      *    Zera os vetores de carga: posicoes alem do arquivo ficam
      *    com registros zero validos quando TAMANHO > TAMANHO-ARQUIVO
           MOVE ALL "0" TO VETOR_ORIGINAL
           MOVE ALL "0" TO VETOR_SEMELHANTE
           OPEN INPUT ARQUIVO
           OPEN OUTPUT ARQUIVO-REJEITOS
           MOVE 0 TO CONTADOR-LINHA
           MOVE "VALORES.DAT" TO NOME-ARQ-CONTROLE
           MOVE 'N' TO ACHOU-CAB
           MOVE 'N' TO ACHOU-TRC
           MOVE 0 TO CHECKSUM-ARQ
           MOVE CONTADOR-REJEITOS TO REJEITOS-ANTES
           PERFORM UNTIL FIM = 'S'
               READ ARQUIVO
                   AT END
                       MOVE 'S' TO FIM
                   NOT AT END
                   EVALUATE TRUE
                       WHEN CTL-TIPO = "H"
                           MOVE 'S' TO ACHOU-CAB
                       WHEN CTL-TIPO = "T" AND CTL-QTD IS NUMERIC
                           MOVE 'S' TO ACHOU-TRC
                           MOVE FUNCTION NUMVAL(CTL-QTD)
                               TO TRC-QTD-LIDO
                           IF CTL-CHECKSUM IS NUMERIC
                               MOVE FUNCTION NUMVAL(CTL-CHECKSUM)
                                   TO TRC-CHK-LIDO
                           END-IF
                       WHEN OTHER
                       ADD 1 TO CONTADOR-LINHA
                       IF NUMERO-LIDO-PRIM IS NUMERIC
                               AND NUMERO-LIDO-SEC IS NUMERIC
                           MOVE FUNCTION NUMVAL(NUMERO-LIDO-PRIM)
                               TO VALOR-PRIM
                           MOVE FUNCTION NUMVAL(NUMERO-LIDO-SEC)
                               TO VALOR-SEC
                           COMPUTE CHECKSUM-ARQ = CHECKSUM-ARQ
                               + VALOR-PRIM + VALOR-SEC
                           IF INDICE <= 1000000
                               MOVE VALOR TO N_ORIG(INDICE)
                               ADD 1 TO INDICE
                           ELSE
                               DISPLAY "ERRO: VALORES.DAT EXCEDE O "
                                   "LIMITE DE 1000000 REGISTROS NA "
                                   "LINHA " CONTADOR-LINHA
                               CLOSE ARQUIVO
                               CLOSE ARQUIVO-REJEITOS
                               MOVE 16 TO RETURN-CODE
                               PERFORM 080-GRAVA-EXECUCAO
                               STOP RUN
                           END-IF
                       ELSE
                           ADD 1 TO CONTADOR-REJEITOS
                           MOVE "VALORES"      TO REJ-ORIGEM
                           MOVE CONTADOR-LINHA TO REJ-LINHA
                           MOVE REGISTRO-ARQUIVO TO REJ-CONTEUDO
                           WRITE REG-REJEITO
                       END-IF
                   END-EVALUATE
               END-READ
           END-PERFORM
           SUBTRACT 1 FROM INDICE GIVING TAMANHO-ARQUIVO
           ADD CONTADOR-LINHA TO TOTAL-LIDOS
           MOVE CONTADOR-LINHA TO LIDOS-VALORES
           CLOSE ARQUIVO
           PERFORM 110-VERIFICA-CONTROLE
      **************************Arquivo Semelhante**********************
           OPEN INPUT ARQUIVO_SEMELHANTE
           MOVE 1 TO INDICE
           MOVE 'N' TO FIM
           MOVE 0 TO CONTADOR-LINHA
           MOVE "VALORES-SEMELHANTES.DAT" TO NOME-ARQ-CONTROLE
           MOVE 'N' TO ACHOU-CAB
           MOVE 'N' TO ACHOU-TRC
           MOVE 0 TO CHECKSUM-ARQ
           MOVE CONTADOR-REJEITOS TO REJEITOS-ANTES
           PERFORM UNTIL FIM = 'S'
               READ ARQUIVO_SEMELHANTE
                   AT END
                       MOVE 'S' TO FIM
                   NOT AT END
                   EVALUATE TRUE
                       WHEN CTL-TIPO-SEM = "H"
                           MOVE 'S' TO ACHOU-CAB
                       WHEN CTL-TIPO-SEM = "T"
                               AND CTL-QTD-SEM IS NUMERIC
                           MOVE 'S' TO ACHOU-TRC
                           MOVE FUNCTION NUMVAL(CTL-QTD-SEM)
                               TO TRC-QTD-LIDO
                           IF CTL-CHECKSUM-SEM IS NUMERIC
                               MOVE FUNCTION NUMVAL(CTL-CHECKSUM-SEM)
                                   TO TRC-CHK-LIDO
                           END-IF
                       WHEN OTHER
                       ADD 1 TO CONTADOR-LINHA
                       IF NUMERO-LIDO-SEM-PRIM IS NUMERIC
                               AND NUMERO-LIDO-SEM-SEC IS NUMERIC
                           MOVE FUNCTION NUMVAL(NUMERO-LIDO-SEM-PRIM)
                               TO VALOR-PRIM
                           MOVE FUNCTION NUMVAL(NUMERO-LIDO-SEM-SEC)
                               TO VALOR-SEC
                           COMPUTE CHECKSUM-ARQ = CHECKSUM-ARQ
                               + VALOR-PRIM + VALOR-SEC
                           IF INDICE <= 1000000
                               MOVE VALOR TO N_SEMELHANTE(INDICE)
                               ADD 1 TO INDICE
                           ELSE
                               DISPLAY "ERRO: VALORES-SEMELHANTES.DAT "
                                   "EXCEDE O LIMITE DE 1000000 "
                                   "REGISTROS NA LINHA " CONTADOR-LINHA
                               CLOSE ARQUIVO_SEMELHANTE
                               CLOSE ARQUIVO-REJEITOS
                               MOVE 16 TO RETURN-CODE
                               PERFORM 080-GRAVA-EXECUCAO
                               STOP RUN
                           END-IF
                       ELSE
                           ADD 1 TO CONTADOR-REJEITOS
                           MOVE "SEMELHANTE"   TO REJ-ORIGEM
                           MOVE CONTADOR-LINHA TO REJ-LINHA
                           MOVE REGISTRO-SEMELHANTE TO REJ-CONTEUDO
                           WRITE REG-REJEITO
                       END-IF
                   END-EVALUATE
               END-READ
           END-PERFORM
           SUBTRACT 1 FROM INDICE GIVING TAMANHO-ARQUIVO
           ADD CONTADOR-LINHA TO TOTAL-LIDOS
           CLOSE ARQUIVO_SEMELHANTE
           PERFORM 110-VERIFICA-CONTROLE
           CLOSE ARQUIVO-REJEITOS

           DISPLAY "100-LEITURA: " CONTADOR-REJEITOS
               " REGISTRO(S) REJEITADO(S)".

      ******************************************************************
      ****Reconciliacao do trailer de controle gravado pelo*************
      ****GERADOR-DADOS: contagem sempre, checksum so quando nao********
      ****houve rejeito no arquivo (rejeito muda a soma)****************
      ******************************************************************
       110-VERIFICA-CONTROLE.
           COMPUTE REJEITOS-ARQ = CONTADOR-REJEITOS - REJEITOS-ANTES
           IF ACHOU-TRC = 'N'
               DISPLAY "ERRO: " NOME-ARQ-CONTROLE " SEM TRAILER DE "
                   "CONTROLE - ARQUIVO TRUNCADO OU DE GERACAO ANTIGA"
               PERFORM 130-ABEND-CONTROLE
           END-IF
           IF TRC-QTD-LIDO NOT = CONTADOR-LINHA
               DISPLAY "ERRO: " NOME-ARQ-CONTROLE " COM "
                   CONTADOR-LINHA " REGISTRO(S) E TRAILER DE "
                   TRC-QTD-LIDO
               PERFORM 130-ABEND-CONTROLE
           END-IF
           IF REJEITOS-ARQ = 0
               COMPUTE CHECKSUM-ARQ-RED =
                   FUNCTION MOD(CHECKSUM-ARQ, 100000000)
               IF CHECKSUM-ARQ-RED NOT = TRC-CHK-LIDO
                   DISPLAY "ERRO: " NOME-ARQ-CONTROLE " COM CHECKSUM "
                       CHECKSUM-ARQ-RED " E TRAILER DE " TRC-CHK-LIDO
                   PERFORM 130-ABEND-CONTROLE
               END-IF
           END-IF
           IF ACHOU-CAB = 'N'
               DISPLAY "AVISO: " NOME-ARQ-CONTROLE " SEM CABECALHO "
                   "DE CONTROLE"
           END-IF.

       130-ABEND-CONTROLE.
           CLOSE ARQUIVO-REJEITOS
           MOVE 20 TO RETURN-CODE
           PERFORM 080-GRAVA-EXECUCAO
           STOP RUN.

      ******************************************************************
      ***************Leitura do registro de controle***********
      ******************************************************************
       050-LE-PARAMETROS.
           MOVE 100   TO PARAM-TAMANHO-INI
           MOVE 10000 TO PARAM-REPETE-INI
           MOVE 5     TO PARAM-QTD-DOBRAS

           OPEN INPUT ARQUIVO-PARAM
           IF WS-PARAM-STATUS = "00"
               READ ARQUIVO-PARAM
                   NOT AT END
                       MOVE PARAM-QTD-DOBRAS TO QTD-DOBRAS
                       IF PARAM-TEMPO-BUDGET IS NUMERIC
                               AND PARAM-TEMPO-BUDGET > 0
                           MOVE PARAM-TEMPO-BUDGET TO TEMPO-BUDGET
                       END-IF
               END-READ
               CLOSE ARQUIVO-PARAM
           ELSE
               DISPLAY "PARAMETROS.DAT NAO ENCONTRADO - USANDO PADRAO"
               MOVE 5 TO QTD-DOBRAS
           END-IF
           MOVE SPACES TO PARAMETROS-USADOS
           MOVE REGISTRO-PARAM TO PARAMETROS-USADOS.

      ******************************************************************
      ***************Leitura do registro de checkpoint*****************
      ******************************************************************
       060-LE-CHECKPOINT.
           OPEN INPUT ARQUIVO-CHECKPOINT
           IF WS-CHECKPOINT-STATUS = "00"
               READ ARQUIVO-CHECKPOINT
                   NOT AT END
                       IF CHK-I-MAIN <= QTD-DOBRAS
                           AND (CHK-I-MAIN > 1 OR CHK-CENARIO > 1)
                           MOVE CHK-I-MAIN  TO I_MAIN-START
                           MOVE CHK-TAMANHO TO TAMANHO
                           MOVE CHK-REPETE  TO REPETE
                           MOVE CHK-CENARIO TO CENARIO-RESUME
                       END-IF
               END-READ
               CLOSE ARQUIVO-CHECKPOINT
           END-IF.

      ******************************************************************
      ***************Gravacao do registro de checkpoint****************
      ******************************************************************
       070-GRAVA-CHECKPOINT.
           OPEN OUTPUT ARQUIVO-CHECKPOINT
           WRITE REG-CHECKPOINT
           CLOSE ARQUIVO-CHECKPOINT.

      ******************************************************************
      ****Orcamento de tempo: relogio decorrido, duracao do ultimo******
      ****cenario e parada planejada no checkpoint (RC 4)***************
      ******************************************************************
       090-RELOGIO-AGORA.
           ACCEPT RELOGIO-AGORA FROM TIME
           COMPUTE AGORA-CS = (REL-HORA * 360000) + (REL-MIN * 6000)
               + (REL-SEG * 100) + REL-CENT
           IF AGORA-CS < INICIO-CS
               ADD 8640000 TO AGORA-CS
           END-IF
           COMPUTE TEMPO-DECORRIDO-SEG = (AGORA-CS - INICIO-CS) / 100.

       085-MARCA-FIM-CENARIO.
           PERFORM 090-RELOGIO-AGORA
           COMPUTE DURACAO-ULT-CENARIO =
               TEMPO-DECORRIDO-SEG - MARCO-CENARIO-SEG
           MOVE TEMPO-DECORRIDO-SEG TO MARCO-CENARIO-SEG.

       095-VERIFICA-BUDGET.
           IF TEMPO-BUDGET = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 090-RELOGIO-AGORA
           IF TEMPO-DECORRIDO-SEG + DURACAO-ULT-CENARIO > TEMPO-BUDGET
               DISPLAY "ORCAMENTO DE TEMPO: DECORRIDO "
                   TEMPO-DECORRIDO-SEG "s + ESTIMATIVA "
                   DURACAO-ULT-CENARIO "s EXCEDE O LIMITE DE "
                   TEMPO-BUDGET "s"
               MOVE I_MAIN TO CHK-I-MAIN
               MOVE TAMANHO TO CHK-TAMANHO
               MOVE REPETE TO CHK-REPETE
               MOVE PROX-CENARIO TO CHK-CENARIO
               PERFORM 070-GRAVA-CHECKPOINT
               CLOSE ARQUIVO-RESULTADOS
               DISPLAY "EXECUCAO SUSPENSA NO CHECKPOINT - "
                   "RESSUBMETA PARA CONTINUAR"
               MOVE 4 TO RETURN-CODE
               PERFORM 080-GRAVA-EXECUCAO
               STOP RUN
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
           MOVE "RADIXSORT" TO EXE-PROGRAMA
           MOVE DATA-INICIO-EXEC TO EXE-DATA-INICIO
           MOVE HORA-INICIO-EXEC TO EXE-HORA-INICIO
           MOVE DATA-FIM-EXEC TO EXE-DATA-FIM
           MOVE HORA-FIM-EXEC TO EXE-HORA-FIM
           MOVE GERACAO-ID TO EXE-GERACAO-ID
           MOVE PARAMETROS-USADOS TO EXE-PARAMETROS
           MOVE TOTAL-LIDOS TO EXE-REG-LIDOS
           MOVE CONTADOR-REJEITOS TO EXE-REG-REJEITADOS
           MOVE RETOMADA-EXEC TO EXE-RETOMADA
           MOVE RETURN-CODE TO EXE-RETURN-CODE
           WRITE REG-EXECUCAO
           CLOSE ARQUIVO-EXECUCOES
           PERFORM 082-GRAVA-LINHAGEM
           PERFORM 040-LIBERA-TRAVA.

      ******************************************************************
      ****Radix LSD em base 1000: seis passadas estaveis por grupo******
      ****de 3 digitos, do ultimo grupo do sec ao primeiro do prim,*****
      ****alternando VETOR e ARRAY_AUX (numero par de passadas, o*******
      ****resultado termina no VETOR). Nao ha comparacao de chaves:*****
      ****cada registro distribuido conta um movimento******************
      ******************************************************************
       200-DISTRIBUI-VETOR.
           INITIALIZE TAB-BALDES
           PERFORM VARYING I_RAD FROM 1 BY 1 UNTIL I_RAD > TAMANHO
               COMPUTE IDX-BALDE = GRUPO-DIG(I_RAD, POS-GRUPO) + 1
               ADD 1 TO QTD-BALDE(IDX-BALDE)
           END-PERFORM
           PERFORM 350-POSICOES-INICIAIS
           PERFORM VARYING I_RAD FROM 1 BY 1 UNTIL I_RAD > TAMANHO
               COMPUTE IDX-BALDE = GRUPO-DIG(I_RAD, POS-GRUPO) + 1
               MOVE NUMERO(I_RAD) TO NUM_AUX(POS-BALDE(IDX-BALDE))
               ADD 1 TO POS-BALDE(IDX-BALDE)
               ADD 1 TO OP-MOVIMENTOS
           END-PERFORM.

       300-DISTRIBUI-AUX.
           INITIALIZE TAB-BALDES
           PERFORM VARYING I_RAD FROM 1 BY 1 UNTIL I_RAD > TAMANHO
               COMPUTE IDX-BALDE = GRUPO-AUX(I_RAD, POS-GRUPO) + 1
               ADD 1 TO QTD-BALDE(IDX-BALDE)
           END-PERFORM
           PERFORM 350-POSICOES-INICIAIS
           PERFORM VARYING I_RAD FROM 1 BY 1 UNTIL I_RAD > TAMANHO
               COMPUTE IDX-BALDE = GRUPO-AUX(I_RAD, POS-GRUPO) + 1
               MOVE NUM_AUX(I_RAD) TO NUMERO(POS-BALDE(IDX-BALDE))
               ADD 1 TO POS-BALDE(IDX-BALDE)
               ADD 1 TO OP-MOVIMENTOS
           END-PERFORM.

       350-POSICOES-INICIAIS.
           MOVE 1 TO POS-BALDE(1)
           PERFORM VARYING IDX-BALDE FROM 2 BY 1 UNTIL IDX-BALDE > 1000
               COMPUTE IDX-ANT = IDX-BALDE - 1
               COMPUTE POS-BALDE(IDX-BALDE) = POS-BALDE(IDX-ANT)
                   + QTD-BALDE(IDX-ANT)
           END-PERFORM.

       400-RADIXSORT.
           PERFORM VARYING POS-GRUPO FROM 6 BY -1 UNTIL POS-GRUPO < 1
               IF FUNCTION MOD(POS-GRUPO, 2) = 0
                   PERFORM 200-DISTRIBUI-VETOR
               ELSE
                   PERFORM 300-DISTRIBUI-AUX
               END-IF
           END-PERFORM.

       500-TEMPO.
               COMPUTE TOTAL-INICIO =
           (HORA-I * 360000) + (MIN-I * 6000) + (SEG-I * 100) + CENT-I

               COMPUTE TOTAL-FIM =
           (HORA-F * 360000) + (MIN-F * 6000) + (SEG-F * 100) + CENT-F

               COMPUTE TEMPO-GASTO = (TOTAL-FIM - TOTAL-INICIO) / 100.

      ******************************************************************
      **************Verificacao pos-ordenacao do VETOR******************
      ******************************************************************
       550-PREPARA-VERIFICACAO.
           PERFORM 560-CHECKSUM-VETOR
           MOVE CHECKSUM-ATUAL TO CHECKSUM-FONTE.

       560-CHECKSUM-VETOR.
           MOVE 0 TO CHECKSUM-ATUAL
           PERFORM VARYING I_VER FROM 1 BY 1 UNTIL I_VER > TAMANHO
               COMPUTE CHECKSUM-ATUAL = CHECKSUM-ATUAL
                   + NUMERO-PRIM(I_VER) + NUMERO-SEC(I_VER)
           END-PERFORM.

       570-VERIFICA-ORDENACAO.
           PERFORM 560-CHECKSUM-VETOR
           IF CHECKSUM-ATUAL NOT = CHECKSUM-FONTE
               MOVE "CHECKSUM" TO MOTIVO-VERIF
               MOVE 0 TO INDICE-VERIF
               MOVE SPACES TO VALOR-VERIF-1
               MOVE SPACES TO VALOR-VERIF-2
               PERFORM 580-ABEND-VERIFICACAO
           END-IF
           PERFORM VARYING I_VER FROM 1 BY 1 UNTIL I_VER >= TAMANHO
               COMPUTE K_VER = I_VER + 1
               IF NUMERO(I_VER) > NUMERO(K_VER)
                   MOVE "ORDEM" TO MOTIVO-VERIF
                   MOVE I_VER TO INDICE-VERIF
                   MOVE NUMERO(I_VER) TO VALOR-VERIF-1
                   MOVE NUMERO(K_VER) TO VALOR-VERIF-2
                   PERFORM 580-ABEND-VERIFICACAO
               END-IF
           END-PERFORM.

       580-ABEND-VERIFICACAO.
           DISPLAY "ERRO: VERIFICACAO POS-ORDENACAO FALHOU - "
               ALGORITMO-VERIF " TAMANHO " TAMANHO " CENARIO "
               CENARIO-ATUAL " MOTIVO " MOTIVO-VERIF
               " INDICE " INDICE-VERIF
           OPEN OUTPUT ARQUIVO-VERIFICACAO
           MOVE ALGORITMO-VERIF TO VER-ALGORITMO
           MOVE TAMANHO TO VER-TAMANHO
           MOVE CENARIO-ATUAL TO VER-CENARIO
           MOVE MOTIVO-VERIF TO VER-MOTIVO
           MOVE INDICE-VERIF TO VER-INDICE
           MOVE VALOR-VERIF-1 TO VER-VALOR-1
           MOVE VALOR-VERIF-2 TO VER-VALOR-2
           WRITE REG-VERIFICACAO
           CLOSE ARQUIVO-VERIFICACAO
           CLOSE ARQUIVO-RESULTADOS
           MOVE 12 TO RETURN-CODE
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
           MOVE "rejeitos-radixsort.dat" TO LIN-ARQUIVO
           MOVE CONTADOR-REJEITOS TO LIN-QTD-REGISTROS
           PERFORM 083-GRAVA-REG-LINHAGEM
           IF QTD-RESULTADOS > 0
               MOVE "resultados-radixsort.dat" TO LIN-ARQUIVO
               MOVE QTD-RESULTADOS TO LIN-QTD-REGISTROS
               PERFORM 083-GRAVA-REG-LINHAGEM
           END-IF
           CLOSE ARQUIVO-LINHAGEM.

       083-GRAVA-REG-LINHAGEM.
           MOVE "RADIXSORT" TO LIN-PROGRAMA
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
           MOVE "RADIXSORT" TO TRV-PROGRAMA
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

       END PROGRAM RADIXSORT.
