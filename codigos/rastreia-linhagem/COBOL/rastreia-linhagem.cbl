       IDENTIFICATION DIVISION.
       PROGRAM-ID. RASTREIA-LINHAGEM.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-LINHAGEM
               ASSIGN TO "../../../../Dados/linhagem.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINHAGEM-STATUS.

           SELECT ARQUIVO-RELATORIO
               ASSIGN TO "../../../../Dados/relatorio-linhagem.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-EXECUCOES
               ASSIGN TO "../../../../Dados/execucoes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXECUCOES-STATUS.

           SELECT ARQUIVO-GERACAO-ID
               ASSIGN TO "../../../../Dados/geracao-id.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GERACAO-STATUS.

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

       01 FIM      PIC X VALUE 'N'.

      *****Pedido da linha de comando: nome de arquivo de Dados*****
      *****(A) ou GERACAO-ID de 14 digitos (G)*****
       01 PARAMETRO-RASTREIO PIC X(60).
       01 MODO-RASTREIO      PIC X(1).
       01 ARQUIVO-PEDIDO     PIC X(44).
       01 GERACAO-PEDIDA     PIC 9(14) VALUE 0.
       01 QTD-REG-LINHAGEM   PIC 9(9) COMP VALUE 0.
       01 CADEIA-INCOMPLETA  PIC X VALUE 'N'.

      *****Programas que criam os dados (fim da cadeia)*****
       01 TAB-ORIGENS.
           05 FILLER PIC X(13) VALUE "GERADOR-DADOS".
           05 FILLER PIC X(13) VALUE "IMPORTA-VALOR".
       01 TAB-ORIGENS-R REDEFINES TAB-ORIGENS.
           05 NOME-ORIGEM OCCURS 2 TIMES PIC X(13).
       01 IDX-ORIGEM PIC 9(1) COMP.
       01 EH-ORIGEM  PIC X VALUE 'N'.

      *****Fila de arquivos a rastrear: cada entrada e um arquivo*****
      *****lido por uma execucao ja listada, com o inicio dessa*****
      *****execucao como limite para o produtor*****
       01 QTD-FILA  PIC 9(4) COMP VALUE 0.
       01 IDX-FILA  PIC 9(4) COMP.
       01 FILA-CHEIA PIC X VALUE 'N'.
       01 TAB-FILA.
           05 ENTRADA-FILA OCCURS 500 TIMES.
               10 FIL-ARQUIVO PIC X(44).
               10 FIL-LIMITE  PIC 9(16).
               10 FIL-NIVEL   PIC 9(2).

      *****Execucoes ja listadas (programa + inicio)*****
       01 QTD-VISITADAS PIC 9(4) COMP VALUE 0.
       01 IDX-VISITADA  PIC 9(4) COMP.
       01 JA-VISITADA   PIC X VALUE 'N'.
       01 TAB-VISITADAS.
           05 ENTRADA-VISITADA OCCURS 500 TIMES.
               10 VIS-PROGRAMA PIC X(13).
               10 VIS-INICIO   PIC 9(16).

      *****Produtor localizado: ultima execucao valida (RC < 12)*****
      *****que gravou o arquivo antes do limite*****
       01 INICIO-CHAVE   PIC 9(16).
       01 ACHOU-PRODUTOR PIC X VALUE 'N'.
       01 PRD-PROGRAMA   PIC X(13).
       01 PRD-INICIO     PIC 9(16).
       01 PRD-GERACAO-ID PIC 9(14).
       01 PRD-QTD        PIC 9(9).
       01 PRD-MESTRE     PIC 9(6).
       01 PRD-RC         PIC 9(4).
       01 QTD-ENTRADAS   PIC 9(4) COMP.

      *****Modo GERACAO-ID: quebra por execucao*****
       01 EXECUCAO-ANTERIOR.
           05 ANT-PROGRAMA PIC X(13).
           05 ANT-INICIO   PIC 9(16).
       01 QTD-EXECUCOES-GER PIC 9(4) COMP VALUE 0.
       01 ACHOU-ORIGEM-GER  PIC X VALUE 'N'.

      *****Linhas do relatorio*****

       01 LINHA-TITULO-ARQ.
           05 FILLER PIC X(29) VALUE
               " LINHAGEM DO ARQUIVO        ".
           05 TIT-ARQUIVO PIC X(44).

       01 LINHA-TITULO-GER.
           05 FILLER PIC X(29) VALUE
               " LINHAGEM DA GERACAO        ".
           05 TIT-GERACAO PIC 9(14).

       01 LINHA-TRACO PIC X(100) VALUE ALL "=".

       01 LINHA-ARQ.
           05 FILLER      PIC X(6) VALUE "NIVEL ".
           05 ARL-NIVEL   PIC Z9.
           05 FILLER      PIC X(2) VALUE SPACE.
           05 ARL-ARQUIVO PIC X(44).

       01 LINHA-EXEC.
           05 FILLER       PIC X(4) VALUE SPACE.
           05 EXL-PROGRAMA PIC X(13).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 EXL-DATA     PIC 9999/99/99.
           05 FILLER       PIC X(1) VALUE SPACE.
           05 EXL-HORA     PIC 99/99/99.
           05 FILLER       PIC X(10) VALUE "  GERACAO ".
           05 EXL-GERACAO  PIC 9(14).
           05 FILLER       PIC X(5) VALUE "  RC ".
           05 EXL-RC       PIC ZZZ9.
           05 FILLER       PIC X(6) VALUE "  REG ".
           05 EXL-QTD      PIC Z(8)9.
           05 FILLER       PIC X(9) VALUE "  MESTRE ".
           05 EXL-MESTRE   PIC Z(5)9 BLANK WHEN ZERO.

       01 LINHA-ENTRADA.
           05 FILLER       PIC X(8) VALUE SPACE.
           05 ENL-OPERACAO PIC X(7).
           05 ENL-ARQUIVO  PIC X(44).
           05 FILLER       PIC X(6) VALUE "  REG ".
           05 ENL-QTD      PIC Z(8)9.
           05 FILLER       PIC X(9) VALUE "  MESTRE ".
           05 ENL-MESTRE   PIC Z(5)9 BLANK WHEN ZERO.

       01 LINHA-MSG.
           05 FILLER       PIC X(8) VALUE SPACE.
           05 MSG-TEXTO    PIC X(90).

      ******************************************************************

       PROCEDURE DIVISION.

       000-MAIN-PROCEDURE.
           ACCEPT DATA-INICIO-EXEC FROM DATE YYYYMMDD
           ACCEPT HORA-INICIO-EXEC FROM TIME
           PERFORM 045-LE-PEDIDO
           PERFORM 075-LE-GERACAO-ID
           PERFORM 030-OBTEM-TRAVA

           PERFORM 100-CONTA-LINHAGEM

           OPEN OUTPUT ARQUIVO-RELATORIO
           MOVE LINHA-TRACO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF MODO-RASTREIO = "A"
               MOVE ARQUIVO-PEDIDO TO TIT-ARQUIVO
               MOVE LINHA-TITULO-ARQ TO LINHA-RELATORIO
           ELSE
               MOVE GERACAO-PEDIDA TO TIT-GERACAO
               MOVE LINHA-TITULO-GER TO LINHA-RELATORIO
           END-IF
           WRITE LINHA-RELATORIO
           MOVE LINHA-TRACO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           IF MODO-RASTREIO = "A"
               PERFORM 200-RASTREIA-ARQUIVO
           ELSE
               PERFORM 400-RASTREIA-GERACAO
           END-IF

           MOVE LINHA-TRACO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           CLOSE ARQUIVO-RELATORIO

           EVALUATE TRUE
               WHEN QTD-VISITADAS = 0 AND QTD-EXECUCOES-GER = 0
                   DISPLAY "RASTREIA-LINHAGEM: NENHUMA EXECUCAO "
                       "ENCONTRADA EM LINHAGEM.DAT PARA O PEDIDO"
                   MOVE 8 TO RETURN-CODE
               WHEN CADEIA-INCOMPLETA = 'S'
                   DISPLAY "RASTREIA-LINHAGEM: CADEIA INCOMPLETA - "
                       "ORIGEM DOS DADOS NAO ALCANCADA"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF MODO-RASTREIO = "A"
               DISPLAY "RASTREIA-LINHAGEM: " QTD-VISITADAS
                   " EXECUCAO(OES) NA CADEIA DE "
                   FUNCTION TRIM(ARQUIVO-PEDIDO)
           ELSE
               DISPLAY "RASTREIA-LINHAGEM: " QTD-EXECUCOES-GER
                   " EXECUCAO(OES) NA GERACAO " GERACAO-PEDIDA
           END-IF
           DISPLAY "RASTREIA-LINHAGEM: RELATORIO GRAVADO EM "
               "RELATORIO-LINHAGEM.TXT"
           PERFORM 080-GRAVA-EXECUCAO
           PERFORM 040-LIBERA-TRAVA
           STOP RUN.

      ******************************************************************
      ****Pedido da linha de comando: GERACAO-ID (14 digitos) lista*****
      ****todas as execucoes da geracao; qualquer outro texto e o******
      ****nome de um arquivo de Dados cuja cadeia e rastreada ate******
      ****o GERADOR-DADOS ou a importacao que criou os dados***********
      ******************************************************************
       045-LE-PEDIDO.
           ACCEPT PARAMETRO-RASTREIO FROM COMMAND-LINE
           IF PARAMETRO-RASTREIO = SPACES
               DISPLAY "ERRO: INFORME UM ARQUIVO DE DADOS OU UM "
                   "GERACAO-ID DE 14 DIGITOS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PARAMETRO-RASTREIO(1:14) IS NUMERIC
                   AND PARAMETRO-RASTREIO(15:46) = SPACES
               MOVE "G" TO MODO-RASTREIO
               MOVE PARAMETRO-RASTREIO(1:14) TO GERACAO-PEDIDA
               MOVE SPACES TO PARAMETROS-USADOS
               STRING "GERACAO=" GERACAO-PEDIDA DELIMITED BY SIZE
                   INTO PARAMETROS-USADOS
           ELSE
               IF PARAMETRO-RASTREIO(45:16) NOT = SPACES
                   DISPLAY "ERRO: NOME DE ARQUIVO COM MAIS DE 44 "
                       "POSICOES: " PARAMETRO-RASTREIO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "A" TO MODO-RASTREIO
               MOVE FUNCTION LOWER-CASE(PARAMETRO-RASTREIO(1:44))
                   TO ARQUIVO-PEDIDO
               MOVE ARQUIVO-PEDIDO TO PARAMETROS-USADOS
           END-IF.

      ******************************************************************
      ****Sem linhagem.dat nao ha o que rastrear************************
      ******************************************************************
       100-CONTA-LINHAGEM.
           OPEN INPUT ARQUIVO-LINHAGEM
           IF WS-LINHAGEM-STATUS NOT = "00"
               DISPLAY "ERRO: LINHAGEM.DAT NAO ENCONTRADO"
               MOVE 16 TO RETURN-CODE
               PERFORM 080-GRAVA-EXECUCAO
               PERFORM 040-LIBERA-TRAVA
               STOP RUN
           END-IF
           MOVE 'N' TO FIM
           PERFORM UNTIL FIM = 'S'
               READ ARQUIVO-LINHAGEM
                   AT END
                       MOVE 'S' TO FIM
                   NOT AT END
                       ADD 1 TO QTD-REG-LINHAGEM
               END-READ
           END-PERFORM
           CLOSE ARQUIVO-LINHAGEM.

      ******************************************************************
      ****Cadeia de um arquivo: o arquivo pedido entra na fila; para****
      ****cada arquivo da fila localiza a execucao que o gravou e*******
      ****enfileira as entradas dessa execucao, um nivel acima,*********
      ****ate chegar a um programa de origem ou a um arquivo sem*******
      ****produtor registrado (origem externa)**************************
      ******************************************************************
       200-RASTREIA-ARQUIVO.
           MOVE 1 TO QTD-FILA
           MOVE ARQUIVO-PEDIDO TO FIL-ARQUIVO(1)
           MOVE 9999999999999999 TO FIL-LIMITE(1)
           MOVE 0 TO FIL-NIVEL(1)
           PERFORM VARYING IDX-FILA FROM 1 BY 1
                   UNTIL IDX-FILA > QTD-FILA
               PERFORM 250-PROCESSA-PENDENTE
           END-PERFORM
           IF FILA-CHEIA = 'S'
               MOVE "AVISO: LIMITE DE 500 ARQUIVOS NA FILA ATINGIDO"
                   TO MSG-TEXTO
               MOVE LINHA-MSG TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE 'S' TO CADEIA-INCOMPLETA
           END-IF.

       250-PROCESSA-PENDENTE.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE FIL-NIVEL(IDX-FILA) TO ARL-NIVEL
           MOVE FIL-ARQUIVO(IDX-FILA) TO ARL-ARQUIVO
           MOVE LINHA-ARQ TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           PERFORM 300-LOCALIZA-PRODUTOR
           IF ACHOU-PRODUTOR = 'N'
               IF IDX-FILA = 1
                   MOVE "NENHUMA EXECUCAO VALIDA GRAVOU ESTE ARQUIVO"
                       TO MSG-TEXTO
               ELSE
                   MOVE "ORIGEM EXTERNA - SEM PRODUTOR NA LINHAGEM"
                       TO MSG-TEXTO
                   MOVE 'S' TO CADEIA-INCOMPLETA
               END-IF
               MOVE LINHA-MSG TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               EXIT PARAGRAPH
           END-IF

           MOVE PRD-PROGRAMA TO EXL-PROGRAMA
           MOVE PRD-INICIO(1:8) TO EXL-DATA
           MOVE PRD-INICIO(9:6) TO EXL-HORA
           MOVE PRD-GERACAO-ID TO EXL-GERACAO
           MOVE PRD-RC TO EXL-RC
           MOVE PRD-QTD TO EXL-QTD
           MOVE PRD-MESTRE TO EXL-MESTRE
           MOVE LINHA-EXEC TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           MOVE 'N' TO JA-VISITADA
           PERFORM VARYING IDX-VISITADA FROM 1 BY 1
                   UNTIL IDX-VISITADA > QTD-VISITADAS
               IF VIS-PROGRAMA(IDX-VISITADA) = PRD-PROGRAMA
                       AND VIS-INICIO(IDX-VISITADA) = PRD-INICIO
                   MOVE 'S' TO JA-VISITADA
               END-IF
           END-PERFORM
           IF JA-VISITADA = 'S'
               MOVE "EXECUCAO JA DETALHADA ACIMA" TO MSG-TEXTO
               MOVE LINHA-MSG TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               EXIT PARAGRAPH
           END-IF
           IF QTD-VISITADAS < 500
               ADD 1 TO QTD-VISITADAS
               MOVE PRD-PROGRAMA TO VIS-PROGRAMA(QTD-VISITADAS)
               MOVE PRD-INICIO TO VIS-INICIO(QTD-VISITADAS)
           END-IF

           MOVE 'N' TO EH-ORIGEM
           PERFORM VARYING IDX-ORIGEM FROM 1 BY 1 UNTIL IDX-ORIGEM > 2
               IF NOME-ORIGEM(IDX-ORIGEM) = PRD-PROGRAMA
                   MOVE 'S' TO EH-ORIGEM
               END-IF
           END-PERFORM

           PERFORM 350-LISTA-ENTRADAS
           IF EH-ORIGEM = 'S'
               MOVE "ORIGEM DOS DADOS" TO MSG-TEXTO
               MOVE LINHA-MSG TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           ELSE
               IF QTD-ENTRADAS = 0
                   MOVE "EXECUCAO SEM ENTRADAS REGISTRADAS NA LINHAGEM"
                       TO MSG-TEXTO
                   MOVE LINHA-MSG TO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
                   MOVE 'S' TO CADEIA-INCOMPLETA
               END-IF
           END-IF.

      ******************************************************************
      ****Produtor: ultima execucao com RC < 12 que gravou (G) o********
      ****arquivo e comecou antes do limite (inicio de quem o leu)******
      ******************************************************************
       300-LOCALIZA-PRODUTOR.
           MOVE 'N' TO ACHOU-PRODUTOR
           MOVE 0 TO PRD-INICIO
           OPEN INPUT ARQUIVO-LINHAGEM
           MOVE 'N' TO FIM
           PERFORM UNTIL FIM = 'S'
               READ ARQUIVO-LINHAGEM
                   AT END
                       MOVE 'S' TO FIM
                   NOT AT END
                       IF LIN-OPERACAO = "G"
                               AND LIN-ARQUIVO = FIL-ARQUIVO(IDX-FILA)
                               AND LIN-RETURN-CODE < 12
                           COMPUTE INICIO-CHAVE =
                               LIN-DATA-INICIO * 100000000
                               + LIN-HORA-INICIO
                           IF INICIO-CHAVE < FIL-LIMITE(IDX-FILA)
                                   AND INICIO-CHAVE >= PRD-INICIO
                               MOVE 'S' TO ACHOU-PRODUTOR
                               MOVE LIN-PROGRAMA TO PRD-PROGRAMA
                               MOVE INICIO-CHAVE TO PRD-INICIO
                               MOVE LIN-GERACAO-ID TO PRD-GERACAO-ID
                               MOVE LIN-QTD-REGISTROS TO PRD-QTD
                               MOVE LIN-GERACAO-MESTRE TO PRD-MESTRE
                               MOVE LIN-RETURN-CODE TO PRD-RC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQUIVO-LINHAGEM.

      ******************************************************************
      ****Entradas (L) da execucao produtora; fora dos programas de*****
      ****origem cada entrada vai para a fila no nivel seguinte*********
      ******************************************************************
       350-LISTA-ENTRADAS.
           MOVE 0 TO QTD-ENTRADAS
           OPEN INPUT ARQUIVO-LINHAGEM
           MOVE 'N' TO FIM
           PERFORM UNTIL FIM = 'S'
               READ ARQUIVO-LINHAGEM
                   AT END
                       MOVE 'S' TO FIM
                   NOT AT END
                       COMPUTE INICIO-CHAVE =
                           LIN-DATA-INICIO * 100000000
                           + LIN-HORA-INICIO
                       IF LIN-OPERACAO = "L"
                               AND LIN-PROGRAMA = PRD-PROGRAMA
                               AND INICIO-CHAVE = PRD-INICIO
                           PERFORM 360-REGISTRA-ENTRADA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQUIVO-LINHAGEM.

       360-REGISTRA-ENTRADA.
           ADD 1 TO QTD-ENTRADAS
           MOVE "LEU" TO ENL-OPERACAO
           MOVE LIN-ARQUIVO TO ENL-ARQUIVO
           MOVE LIN-QTD-REGISTROS TO ENL-QTD
           MOVE LIN-GERACAO-MESTRE TO ENL-MESTRE
           MOVE LINHA-ENTRADA TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF EH-ORIGEM = 'S'
               EXIT PARAGRAPH
           END-IF
           IF QTD-FILA >= 500
               MOVE 'S' TO FILA-CHEIA
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO QTD-FILA
           MOVE LIN-ARQUIVO TO FIL-ARQUIVO(QTD-FILA)
           MOVE PRD-INICIO TO FIL-LIMITE(QTD-FILA)
           COMPUTE FIL-NIVEL(QTD-FILA) = FIL-NIVEL(IDX-FILA) + 1.

      ******************************************************************
      ****Modo GERACAO-ID: todas as execucoes da geracao na ordem*******
      ****do log, com o que cada uma leu e gravou***********************
      ******************************************************************
       400-RASTREIA-GERACAO.
           MOVE SPACES TO EXECUCAO-ANTERIOR
           MOVE 0 TO ANT-INICIO
           OPEN INPUT ARQUIVO-LINHAGEM
           MOVE 'N' TO FIM
           PERFORM UNTIL FIM = 'S'
               READ ARQUIVO-LINHAGEM
                   AT END
                       MOVE 'S' TO FIM
                   NOT AT END
                       IF LIN-GERACAO-ID = GERACAO-PEDIDA
                           PERFORM 450-LISTA-REG-GERACAO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQUIVO-LINHAGEM
           IF QTD-EXECUCOES-GER > 0 AND ACHOU-ORIGEM-GER = 'N'
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE "ORIGEM DOS DADOS NAO REGISTRADA PARA A GERACAO"
                   TO MSG-TEXTO
               MOVE LINHA-MSG TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE 'S' TO CADEIA-INCOMPLETA
           END-IF.

       450-LISTA-REG-GERACAO.
           COMPUTE INICIO-CHAVE =
               LIN-DATA-INICIO * 100000000 + LIN-HORA-INICIO
           IF LIN-PROGRAMA NOT = ANT-PROGRAMA
                   OR INICIO-CHAVE NOT = ANT-INICIO
               ADD 1 TO QTD-EXECUCOES-GER
               MOVE LIN-PROGRAMA TO ANT-PROGRAMA
               MOVE INICIO-CHAVE TO ANT-INICIO
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE LIN-PROGRAMA TO EXL-PROGRAMA
               MOVE LIN-DATA-INICIO TO EXL-DATA
               MOVE LIN-HORA-INICIO(1:6) TO EXL-HORA
               MOVE LIN-GERACAO-ID TO EXL-GERACAO
               MOVE LIN-RETURN-CODE TO EXL-RC
               MOVE 0 TO EXL-QTD
               MOVE 0 TO EXL-MESTRE
               MOVE LINHA-EXEC TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               PERFORM VARYING IDX-ORIGEM FROM 1 BY 1
                       UNTIL IDX-ORIGEM > 2
                   IF NOME-ORIGEM(IDX-ORIGEM) = LIN-PROGRAMA
                       MOVE 'S' TO ACHOU-ORIGEM-GER
                       MOVE "ORIGEM DOS DADOS" TO MSG-TEXTO
                       MOVE LINHA-MSG TO LINHA-RELATORIO
                       WRITE LINHA-RELATORIO
                   END-IF
               END-PERFORM
           END-IF
           IF LIN-OPERACAO = "L"
               MOVE "LEU" TO ENL-OPERACAO
           ELSE
               MOVE "GRAVOU" TO ENL-OPERACAO
           END-IF
           MOVE LIN-ARQUIVO TO ENL-ARQUIVO
           MOVE LIN-QTD-REGISTROS TO ENL-QTD
           MOVE LIN-GERACAO-MESTRE TO ENL-MESTRE
           MOVE LINHA-ENTRADA TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

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
           MOVE "RASTREIA-LINH" TO EXE-PROGRAMA
           MOVE DATA-INICIO-EXEC TO EXE-DATA-INICIO
           MOVE HORA-INICIO-EXEC TO EXE-HORA-INICIO
           MOVE DATA-FIM-EXEC TO EXE-DATA-FIM
           MOVE HORA-FIM-EXEC TO EXE-HORA-FIM
           MOVE GERACAO-ID TO EXE-GERACAO-ID
           MOVE PARAMETROS-USADOS TO EXE-PARAMETROS
           MOVE QTD-REG-LINHAGEM TO EXE-REG-LIDOS
           MOVE 0 TO EXE-REG-REJEITADOS
           MOVE "N" TO EXE-RETOMADA
           MOVE RETURN-CODE TO EXE-RETURN-CODE
           WRITE REG-EXECUCAO
           CLOSE ARQUIVO-EXECUCOES.

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
           MOVE "RASTREIA-LINHAGEM" TO TRV-PROGRAMA
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

       END PROGRAM RASTREIA-LINHAGEM.
