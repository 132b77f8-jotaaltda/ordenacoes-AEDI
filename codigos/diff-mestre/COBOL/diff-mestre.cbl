       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIFF-MESTRE.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-ANTERIOR
               ASSIGN USING NOME-ANTERIOR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANTERIOR-STATUS.

           SELECT ARQUIVO-ATUAL
               ASSIGN USING NOME-ATUAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATUAL-STATUS.

           SELECT ARQUIVO-CATALOGO
               ASSIGN TO "../../../../Dados/catalogo-geracoes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGO-STATUS.

           SELECT ARQUIVO-DIFERENCAS
               ASSIGN TO "../../../../Dados/diferencas-mestre.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-INCLUSOES
               ASSIGN TO "../../../../Dados/diff-mestre-inclusoes.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-RELATORIO
               ASSIGN TO "../../../../Dados/relatorio-diff-mestre.txt"
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

       FD ARQUIVO-ANTERIOR.

       01 REG-ANTERIOR.
           05 ANT-PRIM PIC X(9).
           05 ANT-SEC  PIC X(9).

       01 REG-TRAILER-ANTERIOR.
           05 TRA-TIPO PIC X(1).
           05 TRA-QTD  PIC 9(9).
           05 FILLER   PIC X(8).

       FD ARQUIVO-ATUAL.

       01 REG-ATUAL.
           05 ATU-PRIM PIC X(9).
           05 ATU-SEC  PIC X(9).

       01 REG-TRAILER-ATUAL.
           05 TRT-TIPO PIC X(1).
           05 TRT-QTD  PIC 9(9).
           05 FILLER   PIC X(8).

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
      ****Diferenca por chave prim+sec: I = ocorrencias incluidas no****
      ****mestre atual, E = ocorrencias excluidas do anterior; o********
      ****trailer T fecha com a quantidade de chaves e de ocorrencias***
      ******************************************************************
       FD ARQUIVO-DIFERENCAS.

       01 REG-DIFERENCA.
           05 DIF-TIPO         PIC X(1).
           05 DIF-PRIM         PIC 9(9).
           05 DIF-SEC          PIC 9(9).
           05 DIF-QTD-ANTERIOR PIC 9(9).
           05 DIF-QTD-ATUAL    PIC 9(9).
           05 DIF-DIFERENCA    PIC S9(9) SIGN LEADING SEPARATE.

       01 REG-TRAILER-DIFERENCA.
           05 DFT-TIPO       PIC X(1).
           05 DFT-QTD        PIC 9(9).
           05 DFT-INCLUIDOS  PIC 9(9).
           05 DFT-EXCLUIDOS  PIC 9(9).
           05 FILLER         PIC X(19).

      ******************************************************************
      ****Ocorrencias incluidas no formato valores.dat, o mesmo dos*****
      ****deltas listados em deltas-mestre.dat para o ATUALIZA-MESTRE***
      ******************************************************************
       FD ARQUIVO-INCLUSOES.

       01 REG-INCLUSAO.
           05 INC-PRIM PIC 9(9).
           05 INC-SEC  PIC 9(9).

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

       01 WS-ANTERIOR-STATUS PIC X(2).
       01 WS-ATUAL-STATUS    PIC X(2).
       01 WS-CATALOGO-STATUS PIC X(2).
       01 FIM      PIC X VALUE 'N'.

      *****Mestres comparados: linha de comando [anterior [atual]],*****
      *****cada um nome de arquivo de Dados ou numero de geracao;*****
      *****sem parametros, a geracao anterior a corrente no*****
      *****catalogo contra o valores-ordenados.dat*****
       01 PARAMETRO-LINHA PIC X(100).
       01 ARG-ANTERIOR    PIC X(44).
       01 ARG-ATUAL       PIC X(44).
       01 ARG-TRAB        PIC X(44).
       01 QTD-DIGITOS     PIC 9(2) COMP.
       01 NOME-RESOLVIDO  PIC X(44).
       01 GER-RESOLVIDA   PIC 9(6).
       01 GER-NOME-EDIT   PIC 9(6).
       01 GERACAO-CORRENTE PIC 9(6) VALUE 0.
       01 GERACAO-ANTERIOR PIC 9(6) VALUE 0.
       01 GER-ANTERIOR    PIC 9(6) VALUE 0.
       01 GER-ATUAL       PIC 9(6) VALUE 0.

       01 NOME-ANTERIOR.
           05 FILLER PIC X(18) VALUE "../../../../Dados/".
           05 NOME-ANTERIOR-ARQ PIC X(44).
       01 NOME-ATUAL.
           05 FILLER PIC X(18) VALUE "../../../../Dados/".
           05 NOME-ATUAL-ARQ PIC X(44).

      *****Leitura casada dos dois mestres (registro a frente e*****
      *****grupo de ocorrencias da mesma chave)*****
       01 FIM-ANTERIOR     PIC X VALUE 'N'.
       01 FIM-ATUAL        PIC X VALUE 'N'.
       01 LEU-REGISTRO     PIC X VALUE 'N'.
       01 LINHA-ANTERIOR   PIC 9(9) COMP VALUE 0.
       01 LINHA-ATUAL      PIC 9(9) COMP VALUE 0.
       01 CONT-ANTERIOR    PIC 9(9) COMP VALUE 0.
       01 CONT-ATUAL       PIC 9(9) COMP VALUE 0.
       01 ACHOU-TRAILER-ANT PIC X VALUE 'N'.
       01 ACHOU-TRAILER-ATU PIC X VALUE 'N'.
       01 QTD-TRAILER-ANT  PIC 9(9) COMP VALUE 0.
       01 QTD-TRAILER-ATU  PIC 9(9) COMP VALUE 0.

       01 CHAVE-ANTERIOR.
           05 CHA-PRIM PIC 9(9).
           05 CHA-SEC  PIC 9(9).
       01 CHAVE-ATUAL.
           05 CHT-PRIM PIC 9(9).
           05 CHT-SEC  PIC 9(9).
       01 CHAVE-LIDA.
           05 CHL-PRIM PIC 9(9).
           05 CHL-SEC  PIC 9(9).
       01 GRUPO-ANTERIOR.
           05 GRA-PRIM PIC 9(9).
           05 GRA-SEC  PIC 9(9).
       01 GRUPO-ATUAL.
           05 GRT-PRIM PIC 9(9).
           05 GRT-SEC  PIC 9(9).
       01 QTD-GRUPO-ANT    PIC 9(9) COMP VALUE 0.
       01 QTD-GRUPO-ATU    PIC 9(9) COMP VALUE 0.

      *****Diferenca corrente e totais*****
       01 CHAVE-DIFERENCA.
           05 CHD-PRIM PIC 9(9).
           05 CHD-SEC  PIC 9(9).
       01 QTD-DIF-ANTERIOR PIC 9(9) COMP.
       01 QTD-DIF-ATUAL    PIC 9(9) COMP.
       01 DIFERENCA        PIC S9(9) COMP.
       01 QTD-DIFERENCAS   PIC 9(9) COMP VALUE 0.
       01 QTD-INCLUSOES    PIC 9(9) COMP VALUE 0.
       01 QTD-EXCLUSOES    PIC 9(9) COMP VALUE 0.

      *****Resumo por faixa de prim (faixas de 100 milhoes, como*****
      *****o histograma do PERFIL-DADOS)*****
       01 IDX-FAIXA  PIC 9(2) COMP.
       01 TAB-FAIXAS.
           05 ENTRADA-FAIXA OCCURS 10 TIMES.
               10 FXA-INCLUIDOS    PIC 9(9).
               10 FXA-EXCLUIDOS    PIC 9(9).
               10 FXA-CHAVES-INCL  PIC 9(9).
               10 FXA-CHAVES-EXCL  PIC 9(9).
       01 TOT-CHAVES-INCL PIC 9(9) COMP VALUE 0.
       01 TOT-CHAVES-EXCL PIC 9(9) COMP VALUE 0.

      *****Linhas do relatorio*****

       01 LINHA-TITULO.
           05 FILLER PIC X(40) VALUE
               " DIFERENCAS ENTRE MESTRES ORDENADOS".

       01 LINHA-TRACO PIC X(100) VALUE ALL "=".

       01 LINHA-MESTRE.
           05 MSL-ROTULO   PIC X(10).
           05 MSL-ARQUIVO  PIC X(44).
           05 FILLER       PIC X(9) VALUE " GERACAO ".
           05 MSL-GERACAO  PIC Z(5)9.
           05 FILLER       PIC X(12) VALUE "  REGISTROS ".
           05 MSL-QTD      PIC Z(8)9.

       01 LINHA-CABEC.
           05 FILLER PIC X(22) VALUE "FAIXA DE PRIM".
           05 FILLER PIC X(12) VALUE "   INCLUIDOS".
           05 FILLER PIC X(12) VALUE "   EXCLUIDOS".
           05 FILLER PIC X(12) VALUE "    VARIACAO".
           05 FILLER PIC X(12) VALUE " CHAVES INCL".
           05 FILLER PIC X(12) VALUE " CHAVES EXCL".

       01 LINHA-FAIXA.
           05 FXL-INICIO      PIC 9(9).
           05 FILLER          PIC X(1) VALUE "-".
           05 FXL-FIM         PIC 9(9).
           05 FILLER          PIC X(3) VALUE SPACE.
           05 FXL-INCLUIDOS   PIC Z(11)9.
           05 FXL-EXCLUIDOS   PIC Z(11)9.
           05 FXL-VARIACAO    PIC -(11)9.
           05 FXL-CHAVES-INCL PIC Z(11)9.
           05 FXL-CHAVES-EXCL PIC Z(11)9.

      ******************************************************************

       PROCEDURE DIVISION.

       000-MAIN-PROCEDURE.
           ACCEPT DATA-INICIO-EXEC FROM DATE YYYYMMDD
           ACCEPT HORA-INICIO-EXEC FROM TIME
           PERFORM 045-LE-ARGUMENTOS
           PERFORM 075-LE-GERACAO-ID
           PERFORM 030-OBTEM-TRAVA
           INITIALIZE TAB-FAIXAS

           PERFORM 100-LE-CATALOGO
           PERFORM 150-DEFINE-MESTRES
           PERFORM 200-ABRE-MESTRES
           PERFORM 300-COMPARA-MESTRES
           PERFORM 400-CONFERE-TRAILERS
           MOVE SPACES TO REG-TRAILER-DIFERENCA
           MOVE "T" TO DFT-TIPO
           MOVE QTD-DIFERENCAS TO DFT-QTD
           MOVE QTD-INCLUSOES TO DFT-INCLUIDOS
           MOVE QTD-EXCLUSOES TO DFT-EXCLUIDOS
           WRITE REG-TRAILER-DIFERENCA
           CLOSE ARQUIVO-ANTERIOR
           CLOSE ARQUIVO-ATUAL
           CLOSE ARQUIVO-DIFERENCAS
           CLOSE ARQUIVO-INCLUSOES

           PERFORM 500-GRAVA-RELATORIO

           DISPLAY "DIFF-MESTRE: " QTD-DIFERENCAS " CHAVE(S) COM "
               "DIFERENCA - " QTD-INCLUSOES " OCORRENCIA(S) "
               "INCLUIDA(S), " QTD-EXCLUSOES " EXCLUIDA(S)"
           DISPLAY "DIFF-MESTRE: INCLUSOES EM DIFF-MESTRE-INCLUSOES.DAT"
               " (FORMATO VALORES.DAT) - RELATORIO EM "
               "RELATORIO-DIFF-MESTRE.TXT"
           PERFORM 080-GRAVA-EXECUCAO
           PERFORM 040-LIBERA-TRAVA
           STOP RUN.

      ******************************************************************
      ****Linha de comando: [anterior [atual]]; cada argumento e um*****
      ****numero de geracao do catalogo ou um nome de arquivo em********
      ****Dados no formato de valores-ordenados.dat*********************
      ******************************************************************
       045-LE-ARGUMENTOS.
           ACCEPT PARAMETRO-LINHA FROM COMMAND-LINE
           MOVE SPACES TO ARG-ANTERIOR
           MOVE SPACES TO ARG-ATUAL
           UNSTRING PARAMETRO-LINHA DELIMITED BY ALL SPACE
               INTO ARG-ANTERIOR ARG-ATUAL
           END-UNSTRING
           INSPECT ARG-ANTERIOR CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               TO "abcdefghijklmnopqrstuvwxyz"
           INSPECT ARG-ATUAL CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               TO "abcdefghijklmnopqrstuvwxyz".

      ******************************************************************
      ****Replay do catalogo: geracao corrente (ultimo G ou P) e a******
      ****que era corrente antes dela***********************************
      ******************************************************************
       100-LE-CATALOGO.
           OPEN INPUT ARQUIVO-CATALOGO
           IF WS-CATALOGO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIM
           PERFORM UNTIL FIM = 'S'
               READ ARQUIVO-CATALOGO
                   AT END
                       MOVE 'S' TO FIM
                   NOT AT END
                       IF CAT-NUMERO IS NUMERIC
                               AND (CAT-EVENTO = "G"
                                   OR CAT-EVENTO = "P")
                               AND CAT-NUMERO NOT = GERACAO-CORRENTE
                           MOVE GERACAO-CORRENTE TO GERACAO-ANTERIOR
                           MOVE CAT-NUMERO TO GERACAO-CORRENTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQUIVO-CATALOGO.

      ******************************************************************
      ****Resolve os dois mestres a partir dos argumentos***************
      ******************************************************************
       150-DEFINE-MESTRES.
           IF ARG-ANTERIOR = SPACES
               IF GERACAO-ANTERIOR = 0
                   DISPLAY "ERRO: NENHUMA GERACAO ANTERIOR NO CATALOGO"
                       " - INFORME O MESTRE ANTERIOR"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 080-GRAVA-EXECUCAO
                   PERFORM 040-LIBERA-TRAVA
                   STOP RUN
               END-IF
               MOVE GERACAO-ANTERIOR TO GER-NOME-EDIT
               MOVE GER-NOME-EDIT TO ARG-TRAB
           ELSE
               MOVE ARG-ANTERIOR TO ARG-TRAB
           END-IF
           PERFORM 160-RESOLVE-ARGUMENTO
           MOVE NOME-RESOLVIDO TO NOME-ANTERIOR-ARQ
           MOVE GER-RESOLVIDA TO GER-ANTERIOR

           IF ARG-ATUAL = SPACES
               MOVE "valores-ordenados.dat" TO ARG-TRAB
           ELSE
               MOVE ARG-ATUAL TO ARG-TRAB
           END-IF
           PERFORM 160-RESOLVE-ARGUMENTO
           MOVE NOME-RESOLVIDO TO NOME-ATUAL-ARQ
           MOVE GER-RESOLVIDA TO GER-ATUAL

           MOVE SPACES TO PARAMETROS-USADOS
           STRING "ANT=" GER-ANTERIOR " ATU=" GER-ATUAL
               DELIMITED BY SIZE INTO PARAMETROS-USADOS
           DISPLAY "DIFF-MESTRE: ANTERIOR " NOME-ANTERIOR-ARQ
           DISPLAY "DIFF-MESTRE: ATUAL    " NOME-ATUAL-ARQ.

      ******************************************************************
      ****Numero (ate 6 digitos) vira valores-ordenados-gNNNNNN.dat;****
      ****nome de arquivo e usado como veio, com a geracao do***********
      ****catalogo quando e o mestre corrente ou uma copia numerada*****
      ******************************************************************
       160-RESOLVE-ARGUMENTO.
           MOVE 0 TO QTD-DIGITOS
           INSPECT ARG-TRAB TALLYING QTD-DIGITOS
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE 0 TO GER-RESOLVIDA
           IF QTD-DIGITOS > 0 AND QTD-DIGITOS <= 6
               IF ARG-TRAB(1:QTD-DIGITOS) IS NUMERIC
                   MOVE FUNCTION NUMVAL(ARG-TRAB(1:QTD-DIGITOS))
                       TO GER-RESOLVIDA
                   MOVE GER-RESOLVIDA TO GER-NOME-EDIT
                   MOVE SPACES TO NOME-RESOLVIDO
                   STRING "valores-ordenados-g" GER-NOME-EDIT ".dat"
                       DELIMITED BY SIZE INTO NOME-RESOLVIDO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE ARG-TRAB TO NOME-RESOLVIDO
           IF NOME-RESOLVIDO = "valores-ordenados.dat"
               MOVE GERACAO-CORRENTE TO GER-RESOLVIDA
           END-IF
           IF NOME-RESOLVIDO(1:19) = "valores-ordenados-g"
                   AND NOME-RESOLVIDO(20:6) IS NUMERIC
                   AND NOME-RESOLVIDO(26:19) = ".dat"
               MOVE NOME-RESOLVIDO(20:6) TO GER-RESOLVIDA
           END-IF.

      ******************************************************************
      ****Abre os dois mestres e as saidas e posiciona no primeiro******
      ****grupo de cada mestre******************************************
      ******************************************************************
       200-ABRE-MESTRES.
           OPEN INPUT ARQUIVO-ANTERIOR
           IF WS-ANTERIOR-STATUS NOT = "00"
               DISPLAY "ERRO: MESTRE ANTERIOR " NOME-ANTERIOR-ARQ
                   " NAO ENCONTRADO"
               MOVE 16 TO RETURN-CODE
               PERFORM 080-GRAVA-EXECUCAO
               PERFORM 040-LIBERA-TRAVA
               STOP RUN
           END-IF
           OPEN INPUT ARQUIVO-ATUAL
           IF WS-ATUAL-STATUS NOT = "00"
               DISPLAY "ERRO: MESTRE ATUAL " NOME-ATUAL-ARQ
                   " NAO ENCONTRADO"
               CLOSE ARQUIVO-ANTERIOR
               MOVE 16 TO RETURN-CODE
               PERFORM 080-GRAVA-EXECUCAO
               PERFORM 040-LIBERA-TRAVA
               STOP RUN
           END-IF
           OPEN OUTPUT ARQUIVO-DIFERENCAS
           OPEN OUTPUT ARQUIVO-INCLUSOES
           MOVE LOW-VALUES TO CHAVE-ANTERIOR
           MOVE LOW-VALUES TO CHAVE-ATUAL
           PERFORM 310-LE-ANTERIOR
           PERFORM 320-LE-ATUAL
           PERFORM 330-AGRUPA-ANTERIOR
           PERFORM 340-AGRUPA-ATUAL.

      ******************************************************************
      ****Casamento por chave prim+sec: chave so no anterior sai********
      ****excluida, so no atual sai incluida e, nas duas, a diferenca***
      ****de ocorrencias decide o tipo (igual nao gera registro)********
      ******************************************************************
       300-COMPARA-MESTRES.
           PERFORM UNTIL QTD-GRUPO-ANT = 0 AND QTD-GRUPO-ATU = 0
               EVALUATE TRUE
                   WHEN GRUPO-ANTERIOR < GRUPO-ATUAL
                       MOVE GRUPO-ANTERIOR TO CHAVE-DIFERENCA
                       MOVE QTD-GRUPO-ANT TO QTD-DIF-ANTERIOR
                       MOVE 0 TO QTD-DIF-ATUAL
                       PERFORM 350-REGISTRA-DIFERENCA
                       PERFORM 330-AGRUPA-ANTERIOR
                   WHEN GRUPO-ANTERIOR > GRUPO-ATUAL
                       MOVE GRUPO-ATUAL TO CHAVE-DIFERENCA
                       MOVE 0 TO QTD-DIF-ANTERIOR
                       MOVE QTD-GRUPO-ATU TO QTD-DIF-ATUAL
                       PERFORM 350-REGISTRA-DIFERENCA
                       PERFORM 340-AGRUPA-ATUAL
                   WHEN OTHER
                       IF QTD-GRUPO-ANT NOT = QTD-GRUPO-ATU
                           MOVE GRUPO-ATUAL TO CHAVE-DIFERENCA
                           MOVE QTD-GRUPO-ANT TO QTD-DIF-ANTERIOR
                           MOVE QTD-GRUPO-ATU TO QTD-DIF-ATUAL
                           PERFORM 350-REGISTRA-DIFERENCA
                       END-IF
                       PERFORM 330-AGRUPA-ANTERIOR
                       PERFORM 340-AGRUPA-ATUAL
               END-EVALUATE
           END-PERFORM.

      ******************************************************************
      ****Proximo registro de dados de cada mestre: trailer unico no****
      ****fim, chaves numericas e em ordem crescente********************
      ******************************************************************
       310-LE-ANTERIOR.
           MOVE 'N' TO LEU-REGISTRO
           PERFORM UNTIL LEU-REGISTRO = 'S' OR FIM-ANTERIOR = 'S'
               READ ARQUIVO-ANTERIOR
                   AT END
                       MOVE 'S' TO FIM-ANTERIOR
                       MOVE HIGH-VALUES TO CHAVE-ANTERIOR
                   NOT AT END
                       ADD 1 TO LINHA-ANTERIOR
                       PERFORM 315-VALIDA-ANTERIOR
               END-READ
           END-PERFORM.

       315-VALIDA-ANTERIOR.
           IF TRA-TIPO = "T"
               IF ACHOU-TRAILER-ANT = 'S'
                   DISPLAY "ERRO: MESTRE ANTERIOR COM MAIS DE UM "
                       "TRAILER NA LINHA " LINHA-ANTERIOR
                   PERFORM 900-ABEND-INTEGRIDADE
               END-IF
               MOVE 'S' TO ACHOU-TRAILER-ANT
               MOVE TRA-QTD TO QTD-TRAILER-ANT
               EXIT PARAGRAPH
           END-IF
           IF ACHOU-TRAILER-ANT = 'S'
               DISPLAY "ERRO: MESTRE ANTERIOR COM REGISTRO APOS O "
                   "TRAILER NA LINHA " LINHA-ANTERIOR
               PERFORM 900-ABEND-INTEGRIDADE
           END-IF
           IF ANT-PRIM IS NOT NUMERIC OR ANT-SEC IS NOT NUMERIC
               DISPLAY "ERRO: MESTRE ANTERIOR COM REGISTRO INVALIDO "
                   "NA LINHA " LINHA-ANTERIOR
               PERFORM 900-ABEND-INTEGRIDADE
           END-IF
           MOVE REG-ANTERIOR TO CHAVE-LIDA
           IF CHAVE-LIDA < CHAVE-ANTERIOR
               DISPLAY "ERRO: MESTRE ANTERIOR FORA DE ORDEM NA LINHA "
                   LINHA-ANTERIOR
               PERFORM 900-ABEND-INTEGRIDADE
           END-IF
           MOVE CHAVE-LIDA TO CHAVE-ANTERIOR
           ADD 1 TO CONT-ANTERIOR
           MOVE 'S' TO LEU-REGISTRO.

       320-LE-ATUAL.
           MOVE 'N' TO LEU-REGISTRO
           PERFORM UNTIL LEU-REGISTRO = 'S' OR FIM-ATUAL = 'S'
               READ ARQUIVO-ATUAL
                   AT END
                       MOVE 'S' TO FIM-ATUAL
                       MOVE HIGH-VALUES TO CHAVE-ATUAL
                   NOT AT END
                       ADD 1 TO LINHA-ATUAL
                       PERFORM 325-VALIDA-ATUAL
               END-READ
           END-PERFORM.

       325-VALIDA-ATUAL.
           IF TRT-TIPO = "T"
               IF ACHOU-TRAILER-ATU = 'S'
                   DISPLAY "ERRO: MESTRE ATUAL COM MAIS DE UM "
                       "TRAILER NA LINHA " LINHA-ATUAL
                   PERFORM 900-ABEND-INTEGRIDADE
               END-IF
               MOVE 'S' TO ACHOU-TRAILER-ATU
               MOVE TRT-QTD TO QTD-TRAILER-ATU
               EXIT PARAGRAPH
           END-IF
           IF ACHOU-TRAILER-ATU = 'S'
               DISPLAY "ERRO: MESTRE ATUAL COM REGISTRO APOS O "
                   "TRAILER NA LINHA " LINHA-ATUAL
               PERFORM 900-ABEND-INTEGRIDADE
           END-IF
           IF ATU-PRIM IS NOT NUMERIC OR ATU-SEC IS NOT NUMERIC
               DISPLAY "ERRO: MESTRE ATUAL COM REGISTRO INVALIDO "
                   "NA LINHA " LINHA-ATUAL
               PERFORM 900-ABEND-INTEGRIDADE
           END-IF
           MOVE REG-ATUAL TO CHAVE-LIDA
           IF CHAVE-LIDA < CHAVE-ATUAL
               DISPLAY "ERRO: MESTRE ATUAL FORA DE ORDEM NA LINHA "
                   LINHA-ATUAL
               PERFORM 900-ABEND-INTEGRIDADE
           END-IF
           MOVE CHAVE-LIDA TO CHAVE-ATUAL
           ADD 1 TO CONT-ATUAL
           MOVE 'S' TO LEU-REGISTRO.

      ******************************************************************
      ****Grupo: todas as ocorrencias seguidas da mesma chave***********
      ******************************************************************
       330-AGRUPA-ANTERIOR.
           MOVE 0 TO QTD-GRUPO-ANT
           MOVE CHAVE-ANTERIOR TO GRUPO-ANTERIOR
           PERFORM UNTIL FIM-ANTERIOR = 'S'
                   OR CHAVE-ANTERIOR NOT = GRUPO-ANTERIOR
               ADD 1 TO QTD-GRUPO-ANT
               PERFORM 310-LE-ANTERIOR
           END-PERFORM.

       340-AGRUPA-ATUAL.
           MOVE 0 TO QTD-GRUPO-ATU
           MOVE CHAVE-ATUAL TO GRUPO-ATUAL
           PERFORM UNTIL FIM-ATUAL = 'S'
                   OR CHAVE-ATUAL NOT = GRUPO-ATUAL
               ADD 1 TO QTD-GRUPO-ATU
               PERFORM 320-LE-ATUAL
           END-PERFORM.

      ******************************************************************
      ****Grava a diferenca da chave, acumula na faixa de prim e********
      ****repete a chave em diff-mestre-inclusoes.dat uma vez por*******
      ****ocorrencia incluida*******************************************
      ******************************************************************
       350-REGISTRA-DIFERENCA.
           COMPUTE DIFERENCA = QTD-DIF-ATUAL - QTD-DIF-ANTERIOR
           COMPUTE IDX-FAIXA = CHD-PRIM / 100000000 + 1
           IF IDX-FAIXA > 10
               MOVE 10 TO IDX-FAIXA
           END-IF
           MOVE SPACES TO REG-DIFERENCA
           IF DIFERENCA > 0
               MOVE "I" TO DIF-TIPO
               ADD DIFERENCA TO FXA-INCLUIDOS(IDX-FAIXA)
               ADD 1 TO FXA-CHAVES-INCL(IDX-FAIXA)
               ADD DIFERENCA TO QTD-INCLUSOES
               ADD 1 TO TOT-CHAVES-INCL
               MOVE CHD-PRIM TO INC-PRIM
               MOVE CHD-SEC TO INC-SEC
               PERFORM DIFERENCA TIMES
                   WRITE REG-INCLUSAO
               END-PERFORM
           ELSE
               MOVE "E" TO DIF-TIPO
               SUBTRACT DIFERENCA FROM FXA-EXCLUIDOS(IDX-FAIXA)
               ADD 1 TO FXA-CHAVES-EXCL(IDX-FAIXA)
               SUBTRACT DIFERENCA FROM QTD-EXCLUSOES
               ADD 1 TO TOT-CHAVES-EXCL
           END-IF
           MOVE CHD-PRIM TO DIF-PRIM
           MOVE CHD-SEC TO DIF-SEC
           MOVE QTD-DIF-ANTERIOR TO DIF-QTD-ANTERIOR
           MOVE QTD-DIF-ATUAL TO DIF-QTD-ATUAL
           MOVE DIFERENCA TO DIF-DIFERENCA
           WRITE REG-DIFERENCA
           ADD 1 TO QTD-DIFERENCAS.

      ******************************************************************
      ****Trailers dos dois mestres: presentes e batendo com a**********
      ****quantidade de registros lida**********************************
      ******************************************************************
       400-CONFERE-TRAILERS.
           IF ACHOU-TRAILER-ANT = 'N'
               DISPLAY "ERRO: MESTRE ANTERIOR SEM TRAILER - MESTRE "
                   "INCOMPLETO"
               PERFORM 900-ABEND-INTEGRIDADE
           END-IF
           IF CONT-ANTERIOR NOT = QTD-TRAILER-ANT
               DISPLAY "ERRO: MESTRE ANTERIOR COM " CONT-ANTERIOR
                   " REGISTRO(S) E TRAILER DE " QTD-TRAILER-ANT
               PERFORM 900-ABEND-INTEGRIDADE
           END-IF
           IF ACHOU-TRAILER-ATU = 'N'
               DISPLAY "ERRO: MESTRE ATUAL SEM TRAILER - MESTRE "
                   "INCOMPLETO"
               PERFORM 900-ABEND-INTEGRIDADE
           END-IF
           IF CONT-ATUAL NOT = QTD-TRAILER-ATU
               DISPLAY "ERRO: MESTRE ATUAL COM " CONT-ATUAL
                   " REGISTRO(S) E TRAILER DE " QTD-TRAILER-ATU
               PERFORM 900-ABEND-INTEGRIDADE
           END-IF.

      ******************************************************************
      ****Resumo: incluidos, excluidos e variacao liquida por faixa*****
      ****de prim, com o total conferindo atual - anterior**************
      ******************************************************************
       500-GRAVA-RELATORIO.
           OPEN OUTPUT ARQUIVO-RELATORIO
           MOVE LINHA-TRACO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHA-TITULO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHA-TRACO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "ANTERIOR" TO MSL-ROTULO
           MOVE NOME-ANTERIOR-ARQ TO MSL-ARQUIVO
           MOVE GER-ANTERIOR TO MSL-GERACAO
           MOVE CONT-ANTERIOR TO MSL-QTD
           MOVE LINHA-MESTRE TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "ATUAL" TO MSL-ROTULO
           MOVE NOME-ATUAL-ARQ TO MSL-ARQUIVO
           MOVE GER-ATUAL TO MSL-GERACAO
           MOVE CONT-ATUAL TO MSL-QTD
           MOVE LINHA-MESTRE TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHA-TRACO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHA-CABEC TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM VARYING IDX-FAIXA FROM 1 BY 1 UNTIL IDX-FAIXA > 10
               COMPUTE FXL-INICIO = (IDX-FAIXA - 1) * 100000000
               COMPUTE FXL-FIM = IDX-FAIXA * 100000000 - 1
               MOVE FXA-INCLUIDOS(IDX-FAIXA) TO FXL-INCLUIDOS
               MOVE FXA-EXCLUIDOS(IDX-FAIXA) TO FXL-EXCLUIDOS
               COMPUTE FXL-VARIACAO = FXA-INCLUIDOS(IDX-FAIXA)
                   - FXA-EXCLUIDOS(IDX-FAIXA)
               MOVE FXA-CHAVES-INCL(IDX-FAIXA) TO FXL-CHAVES-INCL
               MOVE FXA-CHAVES-EXCL(IDX-FAIXA) TO FXL-CHAVES-EXCL
               MOVE LINHA-FAIXA TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-PERFORM
           MOVE LINHA-TRACO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE 0 TO FXL-INICIO
           MOVE 999999999 TO FXL-FIM
           MOVE QTD-INCLUSOES TO FXL-INCLUIDOS
           MOVE QTD-EXCLUSOES TO FXL-EXCLUIDOS
           COMPUTE FXL-VARIACAO = CONT-ATUAL - CONT-ANTERIOR
           MOVE TOT-CHAVES-INCL TO FXL-CHAVES-INCL
           MOVE TOT-CHAVES-EXCL TO FXL-CHAVES-EXCL
           MOVE LINHA-FAIXA TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           CLOSE ARQUIVO-RELATORIO.

      ******************************************************************
      ****Mestre com problema de integridade: nada do que foi gravado***
      ****vale como diferenca; as saidas sao esvaziadas para que o******
      ****delta nao seja aplicado por engano****************************
      ******************************************************************
       900-ABEND-INTEGRIDADE.
           CLOSE ARQUIVO-ANTERIOR
           CLOSE ARQUIVO-ATUAL
           CLOSE ARQUIVO-DIFERENCAS
           CLOSE ARQUIVO-INCLUSOES
           OPEN OUTPUT ARQUIVO-DIFERENCAS
           CLOSE ARQUIVO-DIFERENCAS
           OPEN OUTPUT ARQUIVO-INCLUSOES
           CLOSE ARQUIVO-INCLUSOES
           DISPLAY "DIFF-MESTRE ABANDONADO - DIFERENCAS INCOMPLETAS"
           MOVE 12 TO RETURN-CODE
           PERFORM 080-GRAVA-EXECUCAO
           PERFORM 040-LIBERA-TRAVA
           STOP RUN.


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
           MOVE "DIFF-MESTRE" TO EXE-PROGRAMA
           MOVE DATA-INICIO-EXEC TO EXE-DATA-INICIO
           MOVE HORA-INICIO-EXEC TO EXE-HORA-INICIO
           MOVE DATA-FIM-EXEC TO EXE-DATA-FIM
           MOVE HORA-FIM-EXEC TO EXE-HORA-FIM
           MOVE GERACAO-ID TO EXE-GERACAO-ID
           MOVE PARAMETROS-USADOS TO EXE-PARAMETROS
           COMPUTE EXE-REG-LIDOS = CONT-ANTERIOR + CONT-ATUAL
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
           IF CONT-ANTERIOR > 0 OR ACHOU-TRAILER-ANT = 'S'
               MOVE NOME-ANTERIOR-ARQ TO LIN-ARQUIVO
               MOVE CONT-ANTERIOR TO LIN-QTD-REGISTROS
               MOVE GER-ANTERIOR TO LIN-GERACAO-MESTRE
               PERFORM 083-GRAVA-REG-LINHAGEM
           END-IF
           IF CONT-ATUAL > 0 OR ACHOU-TRAILER-ATU = 'S'
               MOVE NOME-ATUAL-ARQ TO LIN-ARQUIVO
               MOVE CONT-ATUAL TO LIN-QTD-REGISTROS
               MOVE GER-ATUAL TO LIN-GERACAO-MESTRE
               PERFORM 083-GRAVA-REG-LINHAGEM
           END-IF
           IF RETURN-CODE < 12
                   AND (CONT-ANTERIOR > 0 OR CONT-ATUAL > 0
                       OR ACHOU-TRAILER-ANT = 'S')
               MOVE "G" TO LIN-OPERACAO
               MOVE "diferencas-mestre.dat" TO LIN-ARQUIVO
               MOVE QTD-DIFERENCAS TO LIN-QTD-REGISTROS
               PERFORM 083-GRAVA-REG-LINHAGEM
               MOVE "diff-mestre-inclusoes.dat" TO LIN-ARQUIVO
               MOVE QTD-INCLUSOES TO LIN-QTD-REGISTROS
               PERFORM 083-GRAVA-REG-LINHAGEM
           END-IF
           CLOSE ARQUIVO-LINHAGEM.

       083-GRAVA-REG-LINHAGEM.
           MOVE "DIFF-MESTRE" TO LIN-PROGRAMA
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
           MOVE "DIFF-MESTRE" TO TRV-PROGRAMA
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

       END PROGRAM DIFF-MESTRE.
