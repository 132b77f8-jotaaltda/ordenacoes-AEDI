               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDENADOS-STATUS.

           SELECT ARQUIVO-INDEXADO
               ASSIGN TO "../../../../Dados/valores-indexado.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IND-CHAVE
               FILE STATUS IS WS-INDEXADO-STATUS.

           SELECT ARQUIVO-IND-CONTROLE
               ASSIGN TO
               "../../../../Dados/valores-indexado-controle.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IND-CONTROLE-STATUS.

           SELECT ARQUIVO-CATALOGO
               ASSIGN TO "../../../../Dados/catalogo-geracoes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGO-STATUS.

           SELECT ARQUIVO-CONSULTAS
               ASSIGN TO "../../../../Dados/consultas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
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
           05 TRL-QTD  PIC 9(9).
           05 FILLER   PIC X(8).

      ******************************************************************
      ****Mestre indexado gravado pelo INDEXA-MESTRE: uma chave*********
      ****distinta por registro com a posicao da primeira***************
      ****ocorrencia no mestre sequencial e a quantidade****************
      ******************************************************************
       FD ARQUIVO-INDEXADO.

       01 REG-INDEXADO.
           05 IND-CHAVE.
               10 IND-PRIM PIC 9(9).
               10 IND-SEC  PIC 9(9).
           05 IND-POSICAO  PIC 9(9).
           05 IND-QTD      PIC 9(9).

       FD ARQUIVO-IND-CONTROLE.

       01 REG-IND-CONTROLE.
           05 ICT-QTD-REGISTROS  PIC 9(9).
           05 ICT-QTD-CHAVES     PIC 9(9).
           05 ICT-GERACAO-MESTRE PIC 9(6).
           05 ICT-GERACAO-ID     PIC 9(14).
           05 ICT-DATA           PIC 9(8).
           05 ICT-HORA           PIC 9(8).

       FD ARQUIVO-CATALOGO.

       01 REG-CATALOGO.
           05 CAT-NUMERO     PIC 9(6).
           05 CAT-EVENTO     PIC X(1).
           05 CAT-PROGRAMA   PIC X(13).
           05 CAT-GERACAO-ID PIC 9(14).
           05 CAT-QTD        PIC 9(9).
           05 CAT-DATA       PIC 9(8).
           05 CAT-HORA       PIC 9(8).

      ******************************************************************
      ****Consulta: tipo "P" = so chave primaria, "C" = chave***********
      ****completa (prim+sec), "F" = faixa de prim (inicio/fim)*********
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
       01 WS-GERACAO-STATUS PIC X(2).
       01 GERACAO-ID PIC 9(14) VALUE 0.

      *****Registro de execucao (execucoes.dat)*****
       01 WS-EXECUCOES-STATUS PIC X(2).
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
       01 WS-CONSULTAS-STATUS PIC X(2).
       01 FIM      PIC X VALUE 'N'.

      *****Modo de acesso: M = mestre em memoria (padrao),*****
      *****I = mestre indexado (valores-indexado.dat)*****
       01 PARAMETRO-MODO   PIC X(20).
       01 MODO-CONSULTA    PIC X(1) VALUE "M".
       01 WS-INDEXADO-STATUS     PIC X(2).
       01 WS-IND-CONTROLE-STATUS PIC X(2).
       01 WS-CATALOGO-STATUS     PIC X(2).
       01 GERACAO-CORRENTE PIC 9(6) VALUE 0.

      *****Carga do mestre ordenado*****

       01 TAMANHO        PIC 9(9) COMP VALUE 0.
       PROCEDURE DIVISION.

       000-MAIN-PROCEDURE.
           ACCEPT DATA-INICIO-EXEC FROM DATE YYYYMMDD
           ACCEPT HORA-INICIO-EXEC FROM TIME
           PERFORM 045-LE-MODO
           PERFORM 075-LE-GERACAO-ID
           PERFORM 030-OBTEM-TRAVA
           IF MODO-CONSULTA = "I"
               PERFORM 120-ABRE-INDICE
           ELSE
               PERFORM 100-CARREGA-MESTRE
           END-IF
           PERFORM 200-PROCESSA-CONSULTAS
           IF MODO-CONSULTA = "I"
               CLOSE ARQUIVO-INDEXADO
           END-IF

           DISPLAY "CONSULTA-VALORES: " QTD-CONSULTAS " CONSULTA(S), "
               QTD-ACHADAS " ACHADA(S), " QTD-NAO-ACHADAS
               " NAO ACHADA(S), " QTD-INVALIDAS " INVALIDA(S)"
           PERFORM 080-GRAVA-EXECUCAO
           PERFORM 040-LIBERA-TRAVA
           STOP RUN.

      ******************************************************************
      ****Modo de acesso pela linha de comando: sem parametro (ou M)****
      ****o mestre e carregado em memoria; I consulta o mestre**********
      ****indexado sem limite de tamanho********************************
      ******************************************************************
       045-LE-MODO.
           ACCEPT PARAMETRO-MODO FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(PARAMETRO-MODO) TO PARAMETRO-MODO
           EVALUATE PARAMETRO-MODO
               WHEN SPACES
               WHEN "M"
                   MOVE "M" TO MODO-CONSULTA
               WHEN "I"
                   MOVE "I" TO MODO-CONSULTA
               WHEN OTHER
                   DISPLAY "ERRO: MODO DE CONSULTA INVALIDO: "
                       PARAMETRO-MODO " - USE M (MEMORIA) OU I (INDICE)"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      ******************************************************************
      ****Carga do mestre ordenado honrando o trailer T/TRL-QTD*********
      ******************************************************************
           IF WS-ORDENADOS-STATUS NOT = "00"
               DISPLAY "ERRO: VALORES-ORDENADOS.DAT NAO ENCONTRADO"
               MOVE 16 TO RETURN-CODE
               PERFORM 080-GRAVA-EXECUCAO
               PERFORM 040-LIBERA-TRAVA
               STOP RUN
           END-IF
               DISPLAY "ERRO: VALORES-ORDENADOS.DAT SEM TRAILER - "
                   "MESTRE INCOMPLETO"
               MOVE 12 TO RETURN-CODE
               PERFORM 080-GRAVA-EXECUCAO
               PERFORM 040-LIBERA-TRAVA
               STOP RUN
           END-IF
               DISPLAY "ERRO: VALORES-ORDENADOS.DAT COM " TAMANHO
                   " REGISTRO(S) E TRAILER DE " QTD-TRAILER
               MOVE 12 TO RETURN-CODE
               PERFORM 080-GRAVA-EXECUCAO
               PERFORM 040-LIBERA-TRAVA
               STOP RUN
           END-IF
                   "INVALIDO NA LINHA " CONTADOR-LINHA
               CLOSE ARQUIVO-ORDENADOS
               MOVE 12 TO RETURN-CODE
               PERFORM 080-GRAVA-EXECUCAO
               PERFORM 040-LIBERA-TRAVA
               STOP RUN
           END-IF
                   "DE 1000000 REGISTROS NA LINHA " CONTADOR-LINHA
               CLOSE ARQUIVO-ORDENADOS
               MOVE 16 TO RETURN-CODE
               PERFORM 080-GRAVA-EXECUCAO
               PERFORM 040-LIBERA-TRAVA
               STOP RUN
           END-IF
           ADD 1 TO TAMANHO
           MOVE REG-VALOR-ORDENADO TO NUMERO(TAMANHO).

      ******************************************************************
      ****Abertura do mestre indexado: o controle precisa estar*********
      ****completo e ser da geracao corrente do mestre no catalogo******
      ****(indice de outra geracao daria posicoes de outro mestre)******
      ******************************************************************
       120-ABRE-INDICE.
           OPEN INPUT ARQUIVO-CATALOGO
           IF WS-CATALOGO-STATUS = "00"
               MOVE 'N' TO FIM
               PERFORM UNTIL FIM = 'S'
                   READ ARQUIVO-CATALOGO
                       AT END
                           MOVE 'S' TO FIM
                       NOT AT END
                           IF CAT-NUMERO IS NUMERIC
                                   AND (CAT-EVENTO = "G"
                                       OR CAT-EVENTO = "P")
                               MOVE CAT-NUMERO TO GERACAO-CORRENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-CATALOGO
           END-IF

           OPEN INPUT ARQUIVO-IND-CONTROLE
           IF WS-IND-CONTROLE-STATUS NOT = "00"
               DISPLAY "ERRO: VALORES-INDEXADO-CONTROLE.DAT NAO "
                   "ENCONTRADO - EXECUTE O INDEXA-MESTRE ANTES"
               MOVE 16 TO RETURN-CODE
               PERFORM 080-GRAVA-EXECUCAO
               PERFORM 040-LIBERA-TRAVA
               STOP RUN
           END-IF
           READ ARQUIVO-IND-CONTROLE
               AT END
                   DISPLAY "ERRO: VALORES-INDEXADO-CONTROLE.DAT VAZIO"
                       " - INDICE INCOMPLETO"
                   CLOSE ARQUIVO-IND-CONTROLE
                   MOVE 12 TO RETURN-CODE
                   PERFORM 080-GRAVA-EXECUCAO
                   PERFORM 040-LIBERA-TRAVA
                   STOP RUN
           END-READ
           CLOSE ARQUIVO-IND-CONTROLE
           IF ICT-GERACAO-MESTRE NOT = GERACAO-CORRENTE
               DISPLAY "ERRO: INDICE DA GERACAO " ICT-GERACAO-MESTRE
                   " E MESTRE CORRENTE NA GERACAO " GERACAO-CORRENTE
                   " - EXECUTE O INDEXA-MESTRE"
               MOVE 12 TO RETURN-CODE
               PERFORM 080-GRAVA-EXECUCAO
               PERFORM 040-LIBERA-TRAVA
               STOP RUN
           END-IF
           MOVE ICT-QTD-REGISTROS TO TAMANHO

           OPEN INPUT ARQUIVO-INDEXADO
           IF WS-INDEXADO-STATUS NOT = "00"
               DISPLAY "ERRO: VALORES-INDEXADO.DAT NAO ENCONTRADO "
                   "(STATUS " WS-INDEXADO-STATUS ")"
               MOVE 16 TO RETURN-CODE
               PERFORM 080-GRAVA-EXECUCAO
               PERFORM 040-LIBERA-TRAVA
               STOP RUN
           END-IF
           DISPLAY "CONSULTA-VALORES: MESTRE INDEXADO COM " TAMANHO
               " REGISTRO(S) EM " ICT-QTD-CHAVES " CHAVE(S)".

      ******************************************************************
      ****Resolve cada consulta por busca binaria e grava resposta******
      ******************************************************************
           IF WS-CONSULTAS-STATUS NOT = "00"
               DISPLAY "ERRO: CONSULTAS.DAT NAO ENCONTRADO"
               MOVE 16 TO RETURN-CODE
               PERFORM 080-GRAVA-EXECUCAO
               PERFORM 040-LIBERA-TRAVA
               STOP RUN
           END-IF
           MOVE 0 TO RSP-QTD

           EVALUATE TRUE
               WHEN CON-TIPO = "P" AND CON-PRIM IS NUMERIC
                       AND MODO-CONSULTA = "I"
                   PERFORM 350-CONSULTA-PRIM-INDICE
               WHEN CON-TIPO = "P" AND CON-PRIM IS NUMERIC
                   PERFORM 300-CONSULTA-PRIM
               WHEN CON-TIPO = "C" AND CON-PRIM IS NUMERIC
                       AND CON-SEC IS NUMERIC
                       AND MODO-CONSULTA = "I"
                   PERFORM 360-CONSULTA-COMPLETA-INDICE
               WHEN CON-TIPO = "C" AND CON-PRIM IS NUMERIC
                       AND CON-SEC IS NUMERIC
                   PERFORM 310-CONSULTA-COMPLETA
               WHEN CON-TIPO = "F" AND CON-PRIM IS NUMERIC
                       AND CON-PRIM-FIM IS NUMERIC
                       AND MODO-CONSULTA = "I"
                   PERFORM 370-CONSULTA-FAIXA-INDICE
               WHEN CON-TIPO = "F" AND CON-PRIM IS NUMERIC
                       AND CON-PRIM-FIM IS NUMERIC
                   PERFORM 320-CONSULTA-FAIXA
               MOVE "N" TO RSP-ACHOU
           END-IF.

      ******************************************************************
      ****Mesmas consultas sobre o mestre indexado: a posicao e a*******
      ****gravada no indice, e a quantidade sai da diferenca entre******
      ****posicoes, como na busca binaria - respostas identicas*********
      ******************************************************************
       350-CONSULTA-PRIM-INDICE.
           MOVE FUNCTION NUMVAL(CON-PRIM) TO CHAVE-PRIM
           MOVE CHAVE-PRIM TO RSP-PRIM
           MOVE CHAVE-PRIM TO CHC-PRIM
           MOVE 0 TO CHC-SEC
           PERFORM 850-INDICE-INICIO
           MOVE IDX-LO TO IDX-INICIO
           IF IDX-INICIO > TAMANHO OR IND-PRIM NOT = CHAVE-PRIM
               MOVE "N" TO RSP-ACHOU
               EXIT PARAGRAPH
           END-IF
           MOVE CHAVE-PRIM TO CHC-PRIM
           MOVE 999999999 TO CHC-SEC
           PERFORM 860-INDICE-FIM
           MOVE "S" TO RSP-ACHOU
           MOVE IDX-INICIO TO RSP-POSICAO
           COMPUTE RSP-QTD = IDX-FIM-MAIS-1 - IDX-INICIO.

       360-CONSULTA-COMPLETA-INDICE.
           MOVE FUNCTION NUMVAL(CON-PRIM) TO CHC-PRIM
           MOVE FUNCTION NUMVAL(CON-SEC)  TO CHC-SEC
           MOVE CHC-PRIM TO RSP-PRIM
           MOVE CHC-SEC  TO RSP-SEC
           MOVE CHAVE-COMPLETA TO IND-CHAVE
           READ ARQUIVO-INDEXADO
               KEY IS IND-CHAVE
               INVALID KEY
                   MOVE "N" TO RSP-ACHOU
               NOT INVALID KEY
                   MOVE "S" TO RSP-ACHOU
                   MOVE IND-POSICAO TO RSP-POSICAO
                   MOVE IND-QTD TO RSP-QTD
           END-READ.

       370-CONSULTA-FAIXA-INDICE.
           MOVE FUNCTION NUMVAL(CON-PRIM) TO CHAVE-PRIM
           MOVE CHAVE-PRIM TO RSP-PRIM
           MOVE FUNCTION NUMVAL(CON-PRIM-FIM) TO RSP-PRIM-FIM
           IF RSP-PRIM-FIM < CHAVE-PRIM
               ADD 1 TO QTD-INVALIDAS
               MOVE "E" TO RSP-ACHOU
               EXIT PARAGRAPH
           END-IF
           MOVE CHAVE-PRIM TO CHC-PRIM
           MOVE 0 TO CHC-SEC
           PERFORM 850-INDICE-INICIO
           MOVE IDX-LO TO IDX-INICIO
           MOVE RSP-PRIM-FIM TO CHC-PRIM
           MOVE 999999999 TO CHC-SEC
           PERFORM 860-INDICE-FIM
           IF IDX-FIM-MAIS-1 > IDX-INICIO
               MOVE "S" TO RSP-ACHOU
               MOVE IDX-INICIO TO RSP-POSICAO
               COMPUTE RSP-QTD = IDX-FIM-MAIS-1 - IDX-INICIO
           ELSE
               MOVE "N" TO RSP-ACHOU
           END-IF.

      ******************************************************************
      ****Busca binaria: IDX-LO recebe a primeira posicao cuja chave****
      ****primaria e maior ou igual a CHAVE-PRIM************************
               END-IF
           END-PERFORM.

      ******************************************************************
      ****START/READ NEXT no indice: IDX-LO recebe a posicao da*********
      ****primeira chave maior ou igual a CHAVE-COMPLETA e**************
      ****IDX-FIM-MAIS-1 a da primeira chave maior; sem chave, a********
      ****posicao e TAMANHO + 1 (fim do mestre)*************************
      ******************************************************************
       850-INDICE-INICIO.
           COMPUTE IDX-LO = TAMANHO + 1
           MOVE CHAVE-COMPLETA TO IND-CHAVE
           START ARQUIVO-INDEXADO
               KEY IS NOT LESS THAN IND-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ ARQUIVO-INDEXADO NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ
           MOVE IND-POSICAO TO IDX-LO.

       860-INDICE-FIM.
           COMPUTE IDX-FIM-MAIS-1 = TAMANHO + 1
           MOVE CHAVE-COMPLETA TO IND-CHAVE
           START ARQUIVO-INDEXADO
               KEY IS GREATER THAN IND-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ ARQUIVO-INDEXADO NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ
           MOVE IND-POSICAO TO IDX-FIM-MAIS-1.

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
           MOVE "CONSULTA-VLRS" TO EXE-PROGRAMA
           MOVE DATA-INICIO-EXEC TO EXE-DATA-INICIO
           MOVE HORA-INICIO-EXEC TO EXE-HORA-INICIO
           MOVE DATA-FIM-EXEC TO EXE-DATA-FIM
           MOVE HORA-FIM-EXEC TO EXE-HORA-FIM
           MOVE GERACAO-ID TO EXE-GERACAO-ID
           MOVE SPACES TO PARAMETROS-USADOS
           STRING "MODO=" MODO-CONSULTA DELIMITED BY SIZE
               INTO PARAMETROS-USADOS
           MOVE PARAMETROS-USADOS TO EXE-PARAMETROS
           MOVE QTD-CONSULTAS TO EXE-REG-LIDOS
           MOVE QTD-INVALIDAS TO EXE-REG-REJEITADOS
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
           IF MODO-CONSULTA = "I"
               IF WS-INDEXADO-STATUS = "00"
                   MOVE "L" TO LIN-OPERACAO
                   MOVE "valores-indexado.dat" TO LIN-ARQUIVO
                   MOVE TAMANHO TO LIN-QTD-REGISTROS
                   MOVE GERACAO-CORRENTE TO LIN-GERACAO-MESTRE
                   PERFORM 083-GRAVA-REG-LINHAGEM
               END-IF
           ELSE
               IF CONTADOR-LINHA > 0
                   MOVE "L" TO LIN-OPERACAO
                   MOVE "valores-ordenados.dat" TO LIN-ARQUIVO
                   MOVE TAMANHO TO LIN-QTD-REGISTROS
                   PERFORM 083-GRAVA-REG-LINHAGEM
               END-IF
           END-IF
           IF WS-CONSULTAS-STATUS = "00"
               MOVE "L" TO LIN-OPERACAO
               MOVE "consultas.dat" TO LIN-ARQUIVO
               MOVE QTD-CONSULTAS TO LIN-QTD-REGISTROS
               PERFORM 083-GRAVA-REG-LINHAGEM
               MOVE "G" TO LIN-OPERACAO
               MOVE "respostas.dat" TO LIN-ARQUIVO
               MOVE QTD-CONSULTAS TO LIN-QTD-REGISTROS
               PERFORM 083-GRAVA-REG-LINHAGEM
           END-IF
           CLOSE ARQUIVO-LINHAGEM.

       083-GRAVA-REG-LINHAGEM.
           MOVE "CONSULTA-VLRS" TO LIN-PROGRAMA
           MOVE DATA-INICIO-EXEC TO LIN-DATA-INICIO
           MOVE HORA-INICIO-EXEC TO LIN-HORA-INICIO
           MOVE GERACAO-ID TO LIN-GERACAO-ID
           MOVE RETURN-CODE TO LIN-RETURN-CODE
           WRITE REG-LINHAGEM
           MOVE 0 TO LIN-GERACAO-MESTRE.

      ******************************************************************
      ****Trava de execucao do diretorio de dados compartilhado:********
      ****obtida na entrada e liberada em toda saida; trava viva********
