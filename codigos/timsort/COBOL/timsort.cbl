               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXECUCOES-STATUS.

           SELECT ARQUIVO-LINHAGEM
               ASSIGN TO "../../../../Dados/linhagem.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINHAGEM-STATUS.

           SELECT ARQUIVO-TRAVA
               ASSIGN TO "../../../../Dados/trava-dados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
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
       01 QTD-RESULTADOS   PIC 9(9) COMP VALUE 0.

      *****Controle de integridade de arquivo (cabecalho/trailer)*****
       01 ACHOU-CAB        PIC X VALUE 'N'.
                  MOVE 0 TO RES-TROCAS
                  MOVE 0 TO RES-MOVIMENTOS
                  WRITE REG-RESULTADO
                  ADD 1 TO QTD-RESULTADOS

               END-PERFORM

               MOVE 0 TO RES-TROCAS
               MOVE 0 TO RES-MOVIMENTOS
               WRITE REG-RESULTADO
               ADD 1 TO QTD-RESULTADOS

               MOVE 0 TO OP-COMPARACOES
               MOVE 0 TO OP-TROCAS
               MOVE OP-TROCAS TO RES-TROCAS
               MOVE OP-MOVIMENTOS TO RES-MOVIMENTOS
               WRITE REG-RESULTADO
               ADD 1 TO QTD-RESULTADOS
               DISPLAY "............................"
               MOVE I_MAIN TO CHK-I-MAIN
               MOVE TAMANHO TO CHK-TAMANHO
                  MOVE 0 TO RES-TROCAS
                  MOVE 0 TO RES-MOVIMENTOS
                  WRITE REG-RESULTADO
                  ADD 1 TO QTD-RESULTADOS

               END-PERFORM

               MOVE 0 TO RES-TROCAS
               MOVE 0 TO RES-MOVIMENTOS
               WRITE REG-RESULTADO
               ADD 1 TO QTD-RESULTADOS

               MOVE 0 TO OP-COMPARACOES
               MOVE 0 TO OP-TROCAS
               MOVE OP-TROCAS TO RES-TROCAS
               MOVE OP-MOVIMENTOS TO RES-MOVIMENTOS
               WRITE REG-RESULTADO
               ADD 1 TO QTD-RESULTADOS
               DISPLAY "............................"
               MOVE I_MAIN TO CHK-I-MAIN
               MOVE TAMANHO TO CHK-TAMANHO
                  MOVE 0 TO RES-TROCAS
                  MOVE 0 TO RES-MOVIMENTOS
                  WRITE REG-RESULTADO
                  ADD 1 TO QTD-RESULTADOS

               END-PERFORM

               MOVE 0 TO RES-TROCAS
               MOVE 0 TO RES-MOVIMENTOS
               WRITE REG-RESULTADO
               ADD 1 TO QTD-RESULTADOS

               MOVE 0 TO OP-COMPARACOES
               MOVE 0 TO OP-TROCAS
               MOVE OP-TROCAS TO RES-TROCAS
               MOVE OP-MOVIMENTOS TO RES-MOVIMENTOS
               WRITE REG-RESULTADO
               ADD 1 TO QTD-RESULTADOS
               DISPLAY "............................"
               MOVE I_MAIN TO CHK-I-MAIN
               MOVE TAMANHO TO CHK-TAMANHO
                  MOVE 0 TO RES-TROCAS
                  MOVE 0 TO RES-MOVIMENTOS
                  WRITE REG-RESULTADO
                  ADD 1 TO QTD-RESULTADOS

               END-PERFORM

               MOVE 0 TO RES-TROCAS
               MOVE 0 TO RES-MOVIMENTOS
               WRITE REG-RESULTADO
               ADD 1 TO QTD-RESULTADOS

               MOVE 0 TO OP-COMPARACOES
               MOVE 0 TO OP-TROCAS
               MOVE OP-TROCAS TO RES-TROCAS
               MOVE OP-MOVIMENTOS TO RES-MOVIMENTOS
               WRITE REG-RESULTADO
               ADD 1 TO QTD-RESULTADOS
               DISPLAY "............................"
               MOVE I_MAIN TO CHK-I-MAIN
               MOVE TAMANHO TO CHK-TAMANHO
                  MOVE 0 TO RES-TROCAS
                  MOVE 0 TO RES-MOVIMENTOS
                  WRITE REG-RESULTADO
                  ADD 1 TO QTD-RESULTADOS

               END-PERFORM

               MOVE 0 TO RES-TROCAS
               MOVE 0 TO RES-MOVIMENTOS
               WRITE REG-RESULTADO
               ADD 1 TO QTD-RESULTADOS

               MOVE 0 TO OP-COMPARACOES
               MOVE 0 TO OP-TROCAS
               MOVE OP-TROCAS TO RES-TROCAS
               MOVE OP-MOVIMENTOS TO RES-MOVIMENTOS
               WRITE REG-RESULTADO
               ADD 1 TO QTD-RESULTADOS
               DISPLAY "............................"
               MOVE I_MAIN TO CHK-I-MAIN
               MOVE TAMANHO TO CHK-TAMANHO
                  MOVE 0 TO RES-TROCAS
                  MOVE 0 TO RES-MOVIMENTOS
                  WRITE REG-RESULTADO
                  ADD 1 TO QTD-RESULTADOS

               END-PERFORM

               MOVE 0 TO RES-TROCAS
               MOVE 0 TO RES-MOVIMENTOS
               WRITE REG-RESULTADO
               ADD 1 TO QTD-RESULTADOS

               MOVE 0 TO OP-COMPARACOES
               MOVE 0 TO OP-TROCAS
               MOVE OP-TROCAS TO RES-TROCAS
               MOVE OP-MOVIMENTOS TO RES-MOVIMENTOS
               WRITE REG-RESULTADO
               ADD 1 TO QTD-RESULTADOS
               DISPLAY "............................"
               PERFORM 085-MARCA-FIM-CENARIO
               END-IF
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
           MOVE "rejeitos-timsort.dat" TO LIN-ARQUIVO
           MOVE CONTADOR-REJEITOS TO LIN-QTD-REGISTROS
           PERFORM 083-GRAVA-REG-LINHAGEM
           IF QTD-RESULTADOS > 0
               MOVE "resultados-timsort.dat" TO LIN-ARQUIVO
               MOVE QTD-RESULTADOS TO LIN-QTD-REGISTROS
               PERFORM 083-GRAVA-REG-LINHAGEM
           END-IF
           CLOSE ARQUIVO-LINHAGEM.

       083-GRAVA-REG-LINHAGEM.
           MOVE "TIMSORT" TO LIN-PROGRAMA
           MOVE DATA-INICIO-EXEC TO LIN-DATA-INICIO
           MOVE HORA-INICIO-EXEC TO LIN-HORA-INICIO
           MOVE GERACAO-ID TO LIN-GERACAO-ID
           MOVE RETURN-CODE TO LIN-RETURN-CODE
           WRITE REG-LINHAGEM
           MOVE 0 TO LIN-GERACAO-MESTRE.

      ******************************************************************
      ****Trava de execucao do diretorio de dados compartilhado:********
      ****obtida na entrada e liberada em toda saida; trava viva********
