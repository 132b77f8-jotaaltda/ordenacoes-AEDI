               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERTIFICACAO-STATUS.

           SELECT ARQUIVO-LINHAGEM
               ASSIGN TO "../../../../Dados/linhagem.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINHAGEM-STATUS.

           SELECT ARQUIVO-TRAVA
               ASSIGN TO "../../../../Dados/trava-dados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
           05 CER-INVERSOES     PIC 9(18).
           05 CER-DATA-EXECUCAO PIC 9(8).

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
       01 CONTADOR-REJEITOS    PIC 9(9) COMP VALUE 0.
       01 TAMANHO          PIC 9(9) COMP.*>Define o tamanho do vetor ordenado
       01 TAMANHO-ARQUIVO  PIC 9(9) COMP.
       01 LIDOS-VALORES    PIC 9(9) COMP VALUE 0.
       01 QTD-CERTIFICACOES PIC 9(9) COMP VALUE 0.

      *****Controle de integridade de arquivo (cabecalho/trailer)*****
       01 ACHOU-CAB        PIC X VALUE 'N'.

       01 MEDIA-INTRO      PIC 99V9(6).
       01 MEDIA-TIM        PIC 99V9(6).
       01 MEDIA-RADIX      PIC 99V9(6).
       01 MEDIA-MENOR      PIC 99V9(6).
       01 CENARIO-ATUAL    PIC X(15).
       01 VENCEDOR         PIC X(10).

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
       01 OP-COMPARACOES-TIM    PIC 9(18) COMP VALUE 0.
       01 OP-TROCAS-TIM         PIC 9(18) COMP VALUE 0.
       01 OP-MOVIMENTOS-TIM     PIC 9(18) COMP VALUE 0.
       01 OP-MOVIMENTOS-RADIX   PIC 9(18) COMP VALUE 0.

      *****Verificacao pos-ordenacao*****
       01 CHECKSUM-FONTE   PIC 9(18) COMP.
       01 FINAL_BLOCO          PIC 9(9).
       01 I_RUN                PIC 9(9).

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

       01 I_RAD        PIC 9(9) COMP.
       01 IDX-BALDE    PIC 9(4) COMP.
       01 IDX-ANT      PIC 9(4) COMP.
       01 POS-GRUPO    PIC 9(1) COMP.

      ******************************************************************

       PROCEDURE DIVISION.
           PERFORM 060-LE-CHECKPOINT

           DISPLAY "TAMANHO     CENARIO         INTROSORT(s)  "
               "TIMSORT(s)   RADIXSORT(s) VENCEDOR"

           IF MODO-EXECUCAO = "C"
               DISPLAY "MODO CERTIFICACAO DE ESTABILIDADE ATIVO"
           STOP RUN.

      ******************************************************************
      ******Compara INTROSORT, TIMSORT e RADIXSORT num cenario**********
      ******************************************************************
       700-COMPARA-CENARIO.
           MOVE 0 TO TOTAL-MEDIAS
           MOVE OP-TROCAS TO OP-TROCAS-TIM
           MOVE OP-MOVIMENTOS TO OP-MOVIMENTOS-TIM

           MOVE 0 TO TOTAL-MEDIAS
           PERFORM VARYING I_TEMPO FROM 1 BY 1 UNTIL I_TEMPO > 10
               ACCEPT TEMPO-INICIO FROM TIME
               PERFORM REPETE TIMES
                   MOVE VETOR_FONTE TO VETOR
                   PERFORM 400-RADIXSORT
               END-PERFORM
               ACCEPT TEMPO-FIM FROM TIME

               PERFORM 500-TEMPO
               MOVE TEMPO-GASTO TO TEMPO_CS

               ACCEPT TEMPO-INICIO FROM TIME
               PERFORM REPETE TIMES
                   MOVE VETOR_FONTE TO VETOR
               END-PERFORM
               ACCEPT TEMPO-FIM FROM TIME

               PERFORM 500-TEMPO
               MOVE TEMPO-GASTO TO TEMPO_C

               COMPUTE TEMPO-FINAL = TEMPO_CS - TEMPO_C
               COMPUTE MEDIA-EXECUCAO = TEMPO-FINAL / REPETE
               ADD MEDIA-EXECUCAO TO TOTAL-MEDIAS
           END-PERFORM
           COMPUTE MEDIA-RADIX = TOTAL-MEDIAS / 10

           MOVE 0 TO OP-MOVIMENTOS
           MOVE "RADIXSORT" TO ALGORITMO-VERIF
           PERFORM 550-PREPARA-VERIFICACAO
           PERFORM 400-RADIXSORT
           PERFORM 570-VERIFICA-ORDENACAO
           MOVE OP-MOVIMENTOS TO OP-MOVIMENTOS-RADIX

           MOVE "INTROSORT" TO VENCEDOR
           MOVE MEDIA-INTRO TO MEDIA-MENOR
           IF MEDIA-TIM < MEDIA-MENOR
               MOVE "TIMSORT" TO VENCEDOR
               MOVE MEDIA-TIM TO MEDIA-MENOR
           ELSE
               IF MEDIA-TIM = MEDIA-MENOR
                   MOVE "EMPATE" TO VENCEDOR
               END-IF
           END-IF
           IF MEDIA-RADIX < MEDIA-MENOR
               MOVE "RADIXSORT" TO VENCEDOR
               MOVE MEDIA-RADIX TO MEDIA-MENOR
           ELSE
               IF MEDIA-RADIX = MEDIA-MENOR
                   MOVE "EMPATE" TO VENCEDOR
               END-IF
           END-IF

           DISPLAY TAMANHO "  " CENARIO-ATUAL "  " MEDIA-INTRO
               "  " MEDIA-TIM "  " MEDIA-RADIX "  " VENCEDOR
               "  CompI:" OP-COMPARACOES-INTRO
               "  CompT:" OP-COMPARACOES-TIM
               "  MovR:" OP-MOVIMENTOS-RADIX.

      ******************************************************************
      *******************Fun鈬o de leitura de arquivo*******************
           END-PERFORM
           SUBTRACT 1 FROM INDICE GIVING TAMANHO-ARQUIVO
           ADD CONTADOR-LINHA TO TOTAL-LIDOS
           MOVE CONTADOR-LINHA TO LIDOS-VALORES
           CLOSE ARQUIVO
           PERFORM 110-VERIFICA-CONTROLE
      **************************Arquivo Semelhante**********************
           MOVE RETURN-CODE TO EXE-RETURN-CODE
           WRITE REG-EXECUCAO
           CLOSE ARQUIVO-EXECUCOES
           PERFORM 082-GRAVA-LINHAGEM
           PERFORM 040-LIBERA-TRAVA.

      ******************************************************************
               COMPUTE TAMANHO_BLOCO = TAMANHO_BLOCO * 2
           END-PERFORM.

      ******************************************************************
      ****Radix LSD em base 1000: uma passada estavel por grupo de******
      ****3 digitos, alternando VETOR e ARRAY_AUX; cada registro********
      ****distribuido conta um movimento (nao ha comparacao de chaves)**
      ******************************************************************
       600-DISTRIBUI-VETOR.
           INITIALIZE TAB-BALDES
           PERFORM VARYING I_RAD FROM 1 BY 1 UNTIL I_RAD > TAMANHO
               COMPUTE IDX-BALDE = GRUPO-DIG(I_RAD, POS-GRUPO) + 1
               ADD 1 TO QTD-BALDE(IDX-BALDE)
           END-PERFORM
           PERFORM 620-POSICOES-INICIAIS
           PERFORM VARYING I_RAD FROM 1 BY 1 UNTIL I_RAD > TAMANHO
               COMPUTE IDX-BALDE = GRUPO-DIG(I_RAD, POS-GRUPO) + 1
               MOVE NUMERO(I_RAD) TO NUM_AUX(POS-BALDE(IDX-BALDE))
               ADD 1 TO POS-BALDE(IDX-BALDE)
               ADD 1 TO OP-MOVIMENTOS
           END-PERFORM.

       610-DISTRIBUI-AUX.
           INITIALIZE TAB-BALDES
           PERFORM VARYING I_RAD FROM 1 BY 1 UNTIL I_RAD > TAMANHO
               COMPUTE IDX-BALDE = GRUPO-AUX(I_RAD, POS-GRUPO) + 1
               ADD 1 TO QTD-BALDE(IDX-BALDE)
           END-PERFORM
           PERFORM 620-POSICOES-INICIAIS
           PERFORM VARYING I_RAD FROM 1 BY 1 UNTIL I_RAD > TAMANHO
               COMPUTE IDX-BALDE = GRUPO-AUX(I_RAD, POS-GRUPO) + 1
               MOVE NUM_AUX(I_RAD) TO NUMERO(POS-BALDE(IDX-BALDE))
               ADD 1 TO POS-BALDE(IDX-BALDE)
               ADD 1 TO OP-MOVIMENTOS
           END-PERFORM.

       620-POSICOES-INICIAIS.
           MOVE 1 TO POS-BALDE(1)
           PERFORM VARYING IDX-BALDE FROM 2 BY 1 UNTIL IDX-BALDE > 1000
               COMPUTE IDX-ANT = IDX-BALDE - 1
               COMPUTE POS-BALDE(IDX-BALDE) = POS-BALDE(IDX-ANT)
                   + QTD-BALDE(IDX-ANT)
           END-PERFORM.

      *    Seis passadas (numero par): o resultado termina no VETOR
       400-RADIXSORT.
           PERFORM VARYING POS-GRUPO FROM 6 BY -1 UNTIL POS-GRUPO < 1
               IF FUNCTION MOD(POS-GRUPO, 2) = 0
                   PERFORM 600-DISTRIBUI-VETOR
               ELSE
                   PERFORM 610-DISTRIBUI-AUX
               END-IF
           END-PERFORM.

       500-TEMPO.
               COMPUTE TOTAL-INICIO =
           (HORA-I * 360000) + (MIN-I * 6000) + (SEG-I * 100) + CENT-I
           PERFORM 870-TIMSORT-PRIM
           PERFORM 875-VERIFICA-PRIM
           PERFORM 885-CONTA-INVERSOES
           PERFORM 890-GRAVA-CERTIFICACAO

           MOVE "RADIXSORT" TO CER-ALGORITMO
           MOVE "RADIXSORT" TO ALGORITMO-VERIF
           PERFORM 805-PREPARA-VETOR-CERT
           PERFORM 880-RADIXSORT-PRIM
           PERFORM 875-VERIFICA-PRIM
           PERFORM 885-CONTA-INVERSOES
           PERFORM 890-GRAVA-CERTIFICACAO.

       805-PREPARA-VETOR-CERT.
           MOVE INVERSOES-TIES TO CER-INVERSOES
           MOVE DATA-CERTIFICACAO TO CER-DATA-EXECUCAO
           WRITE REG-CERTIFICACAO
           ADD 1 TO QTD-CERTIFICACOES
           DISPLAY "CERTIFICACAO: " CER-ALGORITMO " " CER-CENARIO
               " ESTAVEL " CER-ESTAVEL " INVERSOES " CER-INVERSOES.

               COMPUTE TAMANHO_BLOCO = TAMANHO_BLOCO * 2
           END-PERFORM.

      *    Radix so nos 3 grupos do PRIM: tres passadas (numero impar),
      *    o resultado termina no ARRAY_AUX e volta para o VETOR
       880-RADIXSORT-PRIM.
           PERFORM VARYING POS-GRUPO FROM 3 BY -1 UNTIL POS-GRUPO < 1
               IF FUNCTION MOD(POS-GRUPO, 2) = 1
                   PERFORM 600-DISTRIBUI-VETOR
               ELSE
                   PERFORM 610-DISTRIBUI-AUX
               END-IF
           END-PERFORM
           MOVE ARRAY_AUX TO VETOR.

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
           MOVE "rejeitos-comparador.dat" TO LIN-ARQUIVO
           MOVE CONTADOR-REJEITOS TO LIN-QTD-REGISTROS
           PERFORM 083-GRAVA-REG-LINHAGEM
           IF QTD-CERTIFICACOES > 0
               MOVE "certificacao.dat" TO LIN-ARQUIVO
               MOVE QTD-CERTIFICACOES TO LIN-QTD-REGISTROS
               PERFORM 083-GRAVA-REG-LINHAGEM
           END-IF
           CLOSE ARQUIVO-LINHAGEM.

       083-GRAVA-REG-LINHAGEM.
           MOVE "COMPARADOR" TO LIN-PROGRAMA
           MOVE DATA-INICIO-EXEC TO LIN-DATA-INICIO
           MOVE HORA-INICIO-EXEC TO LIN-HORA-INICIO
           MOVE GERACAO-ID TO LIN-GERACAO-ID
           MOVE RETURN-CODE TO LIN-RETURN-CODE
           WRITE REG-LINHAGEM
           MOVE 0 TO LIN-GERACAO-MESTRE.

      ******************************************************************
      ****Trava de execucao do diretorio de dados compartilhado:********
      ****obtida na entrada e liberada em toda saida; trava viva********
