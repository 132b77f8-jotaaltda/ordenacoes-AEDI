       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANCO-CONTROLE.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-CONTADO
               ASSIGN USING NOME-CONTADO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTADO-STATUS.

           SELECT ARQUIVO-CONTROLE
               ASSIGN TO "../../../../Dados/particiona-controle.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROLE-STATUS.

           SELECT ARQUIVO-LISTA-DELTAS
               ASSIGN TO "../../../../Dados/deltas-mestre.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTA-STATUS.

           SELECT ARQUIVO-CATALOGO
               ASSIGN TO "../../../../Dados/catalogo-geracoes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGO-STATUS.

           SELECT ARQUIVO-RELATORIO
               ASSIGN TO "../../../../Dados/relatorio-balanco.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-EXCECOES
               ASSIGN TO "../../../../Dados/balanco-excecoes.dat"
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

      ******************************************************************
      ****Qualquer arquivo da cadeia lido so para contagem: linha*******
      ****de dados, cabecalho H (GERACAO-ID), trailer T (uma ou duas****
      ****quantidades) ou rejeito (origem nas 10 primeiras posicoes)****
      ******************************************************************
       FD ARQUIVO-CONTADO.

       01 REG-CONTADO.
           05 CNT-TIPO    PIC X(1).
           05 CNT-QTD-1   PIC X(9).
           05 CNT-QTD-2   PIC X(9).
           05 FILLER      PIC X(61).

       01 REG-CONTADO-CAB.
           05 FILLER      PIC X(1).
           05 CNT-CAB-ID  PIC X(14).
           05 FILLER      PIC X(65).

       01 REG-CONTADO-REJ.
           05 CNT-ORIGEM  PIC X(10).
           05 FILLER      PIC X(70).

       FD ARQUIVO-CONTROLE.

       01 REG-CONTROLE-PART.
           05 PCT-QTD-PARTICOES PIC 9(1).
           05 PCT-TOTAL         PIC 9(9).
           05 PCT-CORTE OCCURS 7 TIMES PIC 9(10).

       FD ARQUIVO-LISTA-DELTAS.

       01 REG-LISTA-DELTA.
           05 LST-NOME PIC X(44).

       FD ARQUIVO-CATALOGO.

       01 REG-CATALOGO.
           05 CAT-NUMERO     PIC 9(6).
           05 CAT-EVENTO     PIC X(1).
           05 CAT-PROGRAMA   PIC X(13).
           05 CAT-GERACAO-ID PIC 9(14).
           05 CAT-QTD        PIC 9(9).
           05 CAT-DATA       PIC 9(8).
           05 CAT-HORA       PIC 9(8).

       FD ARQUIVO-RELATORIO.

       01 LINHA-RELATORIO PIC X(110).

      ******************************************************************
      ****Excecao de balanco: uma linha por verificacao divergente******
      ******************************************************************
       FD ARQUIVO-EXCECOES.

       01 REG-EXCECAO.
           05 BEX-GERACAO-ID  PIC 9(14).
           05 BEX-PASSO       PIC X(13).
           05 BEX-VERIFICACAO PIC X(40).
           05 BEX-ESPERADO    PIC S9(10) SIGN LEADING SEPARATE.
           05 BEX-APURADO     PIC S9(10) SIGN LEADING SEPARATE.
           05 BEX-DIFERENCA   PIC S9(10) SIGN LEADING SEPARATE.
           05 BEX-DATA        PIC 9(8).
           05 BEX-HORA        PIC 9(8).

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
       01 PARAMETRO-GERACAO PIC X(20).

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

       01 WS-CONTADO-STATUS  PIC X(2).
       01 WS-CONTROLE-STATUS PIC X(2).
       01 WS-LISTA-STATUS    PIC X(2).
       01 WS-CATALOGO-STATUS PIC X(2).
       01 FIM      PIC X VALUE 'N'.

      *****Contagem de um arquivo da cadeia (dentro de Dados)*****

       01 NOME-CONTADO.
           05 FILLER PIC X(18) VALUE "../../../../Dados/".
           05 NOME-CONTADO-ARQ PIC X(44).
       01 CONTA-EXISTE         PIC X VALUE 'N'.
       01 CONTA-LINHAS         PIC 9(9) COMP.
       01 CONTA-DADOS          PIC 9(9) COMP.
       01 CONTA-ACHOU-TRAILER  PIC X VALUE 'N'.
       01 CONTA-TRAILER        PIC 9(9) COMP.
       01 CONTA-TRAILER-2      PIC 9(9) COMP.
       01 CONTA-CABECALHO      PIC 9(14).
       01 CONTA-ORIGEM-VALORES PIC 9(9) COMP.
       01 QTD-CONTADOS         PIC 9(2) COMP VALUE 0.
       01 IDX-CONTADO          PIC 9(2) COMP.
       01 TAB-CONTADOS.
           05 ENTRADA-CONTADO OCCURS 30 TIMES.
               10 CTD-ARQUIVO  PIC X(44).
               10 CTD-QTD      PIC 9(9).
       01 QTD-EXCECOES         PIC 9(9) COMP VALUE 0.

      *****Ultima execucao de cada programa para a geracao*****
      *****1=GERADOR 2=INTROSORT 3=TIMSORT 4=COMPARADOR*****
      *****5=SORT-EXTERNO 6=PARTICIONA 7=CONCATENA 8=ATUALIZA*****
      *****9=RADIXSORT 10=IMPORTA-VALORES*****

       01 IDX-EXEC  PIC 9(2) COMP.
       01 IDX-BUSCA PIC 9(2) COMP.
       01 TAB-NOMES-EXEC.
           05 FILLER PIC X(13) VALUE "GERADOR-DADOS".
           05 FILLER PIC X(13) VALUE "INTROSORT".
           05 FILLER PIC X(13) VALUE "TIMSORT".
           05 FILLER PIC X(13) VALUE "COMPARADOR".
           05 FILLER PIC X(13) VALUE "SORT-EXTERNO".
           05 FILLER PIC X(13) VALUE "PARTICIONA-VL".
           05 FILLER PIC X(13) VALUE "CONCATENA-PRT".
           05 FILLER PIC X(13) VALUE "ATUALIZA-MEST".
           05 FILLER PIC X(13) VALUE "RADIXSORT".
           05 FILLER PIC X(13) VALUE "IMPORTA-VALOR".
       01 TAB-NOMES-EXEC-R REDEFINES TAB-NOMES-EXEC.
           05 NOME-EXEC OCCURS 10 TIMES PIC X(13).

       01 TAB-EXECUCOES.
           05 ENTRADA-EXEC OCCURS 10 TIMES.
               10 EXC-ACHOU      PIC X(1).
               10 EXC-LIDOS      PIC 9(9).
               10 EXC-REJEITADOS PIC 9(9).
               10 EXC-PARAMETROS PIC X(29).
               10 EXC-FIM        PIC 9(16).
       01 QTD-PARTICAO-EXEC PIC 9(4) COMP.

      *****Arquivos de rejeitos dos benchmarks (ordem da tabela)*****
      *****e da importacao, todos tratados pelo REPARA-REJEITOS*****

       01 TAB-REJEITOS-BENCH.
           05 FILLER PIC X(24) VALUE "rejeitos-introsort.dat".
           05 FILLER PIC X(24) VALUE "rejeitos-timsort.dat".
           05 FILLER PIC X(24) VALUE "rejeitos-comparador.dat".
           05 FILLER PIC X(24) VALUE "rejeitos-radixsort.dat".
           05 FILLER PIC X(24) VALUE "rejeitos-importa.dat".
       01 TAB-REJEITOS-BENCH-R REDEFINES TAB-REJEITOS-BENCH.
           05 NOME-REJ-BENCH OCCURS 5 TIMES PIC X(24).

      *****Totais de controle apurados ao longo da cadeia*****

       01 QTD-VALORES       PIC 9(9) COMP VALUE 0.
       01 QTD-SEMELHANTES   PIC 9(9) COMP VALUE 0.
       01 REJ-VALORES-INTRO PIC 9(9) COMP VALUE 0.
       01 QTD-REJ-EXTERNO   PIC 9(9) COMP VALUE 0.
       01 SOMA-ORDENADAS    PIC 9(9) COMP VALUE 0.
       01 SOMA-REJEITOS     PIC 9(9) COMP VALUE 0.
       01 SOMA-DELTAS       PIC 9(9) COMP VALUE 0.
       01 QTD-MESTRE        PIC 9(9) COMP VALUE 0.
       01 QTD-UNICOS-ORIGINAL PIC 9(9) COMP VALUE 0.
       01 QTD-PARTICOES     PIC 9(1) COMP VALUE 0.
       01 TOTAL-PARTICAO    PIC 9(9) COMP VALUE 0.
       01 IDX-PART          PIC 9(1).
       01 QTD-PART-ENTRADA  PIC 9(9) COMP.
       01 ORDENADAS-COMPLETAS PIC X VALUE 'N'.

      *****Replay do catalogo de geracoes do mestre*****

       01 ACHOU-CORRENTE      PIC X VALUE 'N'.
       01 CORRENTE-PROGRAMA   PIC X(13).
       01 CORRENTE-GERACAO-ID PIC 9(14) VALUE 0.
       01 CORRENTE-QTD        PIC 9(9) VALUE 0.
       01 ATU-ACHOU           PIC X VALUE 'N'.
       01 ATU-ANTERIOR-CONHECIDO PIC X VALUE 'N'.
       01 ATU-QTD-ANTERIOR    PIC 9(9) VALUE 0.
       01 ATU-QTD-CATALOGO    PIC 9(9) VALUE 0.

      *****Lista de deltas aplicados pelo ATUALIZA-MESTRE*****

       01 QTD-DELTAS PIC 9(1) COMP VALUE 0.
       01 IDX-ARQ    PIC 9(1) COMP.
       01 TAB-DELTAS.
           05 DLT-NOME OCCURS 8 TIMES PIC X(44).

      *****Verificacao corrente e totais do balanco*****

       01 VRF-PASSO       PIC X(13).
       01 VRF-DESCRICAO   PIC X(40).
       01 VRF-ESPERADO    PIC S9(10).
       01 VRF-APURADO     PIC S9(10).
       01 VRF-DIFERENCA   PIC S9(10).
       01 VRF-MOTIVO      PIC X(40).
       01 QTD-VERIFICACOES   PIC 9(4) COMP VALUE 0.
       01 QTD-OK             PIC 9(4) COMP VALUE 0.
       01 QTD-DIVERGENTES    PIC 9(4) COMP VALUE 0.
       01 QTD-NAO-VERIFICADAS PIC 9(4) COMP VALUE 0.

      *****Linhas do relatorio*****

       01 LINHA-TITULO.
           05 FILLER PIC X(41) VALUE
               " BALANCO DE TOTAIS DE CONTROLE - GERACAO ".
           05 TIT-GERACAO PIC 9(14).

       01 LINHA-TRACO PIC X(100) VALUE ALL "=".

       01 LINHA-CABEC.
           05 FILLER PIC X(14) VALUE "PASSO".
           05 FILLER PIC X(40) VALUE "VERIFICACAO".
           05 FILLER PIC X(11) VALUE "   ESPERADO".
           05 FILLER PIC X(11) VALUE "    APURADO".
           05 FILLER PIC X(12) VALUE "  DIFERENCA".
           05 FILLER PIC X(12) VALUE "  SITUACAO".

       01 LINHA-DET.
           05 DET-PASSO     PIC X(13).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DET-DESCRICAO PIC X(40).
           05 DET-ESPERADO  PIC -(9)9.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DET-APURADO   PIC -(9)9.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DET-DIFERENCA PIC -(9)9.
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-SITUACAO  PIC X(10).

       01 LINHA-NAO-VERIF.
           05 NVL-PASSO     PIC X(13).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 NVL-DESCRICAO PIC X(40).
           05 NVL-MOTIVO    PIC X(40).
           05 NVL-SITUACAO  PIC X(14).

       01 LINHA-TOTAL.
           05 FILLER      PIC X(15) VALUE "VERIFICACOES: ".
           05 TOT-VERIF   PIC ZZZ9.
           05 FILLER      PIC X(8)  VALUE "   OK: ".
           05 TOT-OK      PIC ZZZ9.
           05 FILLER      PIC X(16) VALUE "   DIVERGENTES: ".
           05 TOT-DIVERG  PIC ZZZ9.
           05 FILLER      PIC X(20) VALUE "   NAO VERIFICADAS: ".
           05 TOT-NAO-VERIF PIC ZZZ9.

      ******************************************************************

       PROCEDURE DIVISION.

       000-MAIN-PROCEDURE.
           ACCEPT DATA-INICIO-EXEC FROM DATE YYYYMMDD
           ACCEPT HORA-INICIO-EXEC FROM TIME
           PERFORM 045-LE-GERACAO-PEDIDA
           PERFORM 030-OBTEM-TRAVA

           OPEN OUTPUT ARQUIVO-RELATORIO
           OPEN OUTPUT ARQUIVO-EXCECOES
           MOVE GERACAO-ID TO TIT-GERACAO
           MOVE LINHA-TRACO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHA-TITULO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHA-TRACO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHA-CABEC TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           PERFORM 100-CARREGA-EXECUCOES
           PERFORM 200-BALANCO-ENTRADA
           PERFORM 210-BALANCO-BENCHMARKS
           PERFORM 220-BALANCO-PARTICOES
           PERFORM 230-REPLAY-CATALOGO
           PERFORM 240-BALANCO-MESTRE
           PERFORM 250-BALANCO-UNICOS
           PERFORM 260-BALANCO-ATUALIZACAO
           PERFORM 270-BALANCO-REPARO

           MOVE LINHA-TRACO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE QTD-VERIFICACOES TO TOT-VERIF
           MOVE QTD-OK TO TOT-OK
           MOVE QTD-DIVERGENTES TO TOT-DIVERG
           MOVE QTD-NAO-VERIFICADAS TO TOT-NAO-VERIF
           MOVE LINHA-TOTAL TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           CLOSE ARQUIVO-RELATORIO
           CLOSE ARQUIVO-EXCECOES

           DISPLAY "BALANCO-CONTROLE: GERACAO " GERACAO-ID " COM "
               QTD-VERIFICACOES " VERIFICACAO(OES), " QTD-DIVERGENTES
               " DIVERGENTE(S) - RELATORIO EM RELATORIO-BALANCO.TXT"
           IF QTD-DIVERGENTES > 0
               DISPLAY "ERRO: CADEIA FORA DE BALANCO - EXCECOES EM "
                   "BALANCO-EXCECOES.DAT"
               MOVE 20 TO RETURN-CODE
           END-IF
           PERFORM 080-GRAVA-EXECUCAO
           PERFORM 040-LIBERA-TRAVA
           STOP RUN.

      ******************************************************************
      ****GERACAO-ID a balancear: parametro da linha de comando*********
      ****(14 digitos) ou, sem parametro, a geracao corrente de*********
      ****geracao-id.dat************************************************
      ******************************************************************
       045-LE-GERACAO-PEDIDA.
           ACCEPT PARAMETRO-GERACAO FROM COMMAND-LINE
           IF PARAMETRO-GERACAO = SPACES
               PERFORM 075-LE-GERACAO-ID
           ELSE
               IF PARAMETRO-GERACAO(1:14) IS NOT NUMERIC
                       OR PARAMETRO-GERACAO(15:6) NOT = SPACES
                   DISPLAY "ERRO: GERACAO-ID INVALIDO: "
                       PARAMETRO-GERACAO " - INFORME 14 DIGITOS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PARAMETRO-GERACAO(1:14) TO GERACAO-ID
           END-IF
           IF GERACAO-ID = 0
               DISPLAY "ERRO: GERACAO-ID NAO INFORMADO E "
                   "GERACAO-ID.DAT AUSENTE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      ****Ultima execucao de cada passo da cadeia para a geracao;*******
      ****corridas do SORT-EXTERNO sobre particoes nao contam como******
      ****a ordenacao do mestre*****************************************
      ******************************************************************
       100-CARREGA-EXECUCOES.
           MOVE SPACES TO TAB-EXECUCOES
           INITIALIZE TAB-EXECUCOES REPLACING NUMERIC DATA BY ZEROES
           PERFORM VARYING IDX-EXEC FROM 1 BY 1 UNTIL IDX-EXEC > 10
               MOVE 'N' TO EXC-ACHOU(IDX-EXEC)
           END-PERFORM

           OPEN INPUT ARQUIVO-EXECUCOES
           IF WS-EXECUCOES-STATUS NOT = "00"
               DISPLAY "AVISO: EXECUCOES.DAT NAO ENCONTRADO - "
                   "SO OS ARQUIVOS SERAO CONFERIDOS"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIM
           PERFORM UNTIL FIM = 'S'
               READ ARQUIVO-EXECUCOES
                   AT END
                       MOVE 'S' TO FIM
                   NOT AT END
                       IF EXE-GERACAO-ID = GERACAO-ID
                           PERFORM 150-GUARDA-EXECUCAO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQUIVO-EXECUCOES.

       150-GUARDA-EXECUCAO.
           MOVE 0 TO IDX-EXEC
           PERFORM VARYING IDX-BUSCA FROM 1 BY 1 UNTIL IDX-BUSCA > 10
               IF NOME-EXEC(IDX-BUSCA) = EXE-PROGRAMA
                   MOVE IDX-BUSCA TO IDX-EXEC
               END-IF
           END-PERFORM
           IF IDX-EXEC = 0
               EXIT PARAGRAPH
           END-IF
           IF IDX-EXEC = 5
               MOVE 0 TO QTD-PARTICAO-EXEC
               INSPECT EXE-PARAMETROS TALLYING QTD-PARTICAO-EXEC
                   FOR ALL "particao"
               IF QTD-PARTICAO-EXEC > 0
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 'S' TO EXC-ACHOU(IDX-EXEC)
           MOVE EXE-REG-LIDOS TO EXC-LIDOS(IDX-EXEC)
           MOVE EXE-REG-REJEITADOS TO EXC-REJEITADOS(IDX-EXEC)
           MOVE EXE-PARAMETROS TO EXC-PARAMETROS(IDX-EXEC)
           COMPUTE EXC-FIM(IDX-EXEC) =
               EXE-DATA-FIM * 100000000 + EXE-HORA-FIM.

      ******************************************************************
      ****Entrada da cadeia: valores.dat e valores-semelhantes.dat******
      ****precisam ser da geracao pedida e bater com o trailer; a*******
      ****geracao vem do GERADOR-DADOS ou do IMPORTA-VALORES************
      ******************************************************************
       200-BALANCO-ENTRADA.
           MOVE "valores.dat" TO NOME-CONTADO-ARQ
           PERFORM 300-CONTA-ARQUIVO
           IF CONTA-EXISTE = 'N'
               DISPLAY "ERRO: VALORES.DAT NAO ENCONTRADO"
               PERFORM 950-ABEND-GERACAO
           END-IF
           IF CONTA-CABECALHO NOT = GERACAO-ID
               DISPLAY "ERRO: VALORES.DAT E DA GERACAO "
                   CONTA-CABECALHO " - A GERACAO " GERACAO-ID
                   " NAO ESTA MAIS DISPONIVEL PARA BALANCO"
               PERFORM 950-ABEND-GERACAO
           END-IF
           MOVE CONTA-TRAILER TO QTD-VALORES
           IF EXC-ACHOU(10) = 'S'
               MOVE "IMPORTA-VALOR" TO VRF-PASSO
           ELSE
               MOVE "GERADOR-DADOS" TO VRF-PASSO
           END-IF
           MOVE "VALORES.DAT: REGISTROS = TRAILER" TO VRF-DESCRICAO
           PERFORM 320-CONFERE-TRAILER

           MOVE "valores-semelhantes.dat" TO NOME-CONTADO-ARQ
           PERFORM 300-CONTA-ARQUIVO
           MOVE CONTA-TRAILER TO QTD-SEMELHANTES
           MOVE "GERADOR-DADOS" TO VRF-PASSO
           MOVE "VALORES-SEMELHANTES.DAT: REG = TRAILER"
               TO VRF-DESCRICAO
           PERFORM 320-CONFERE-TRAILER

           IF EXC-ACHOU(10) = 'S'
               PERFORM 205-BALANCO-IMPORTACAO
               EXIT PARAGRAPH
           END-IF
           MOVE "EXECUCAO: GERADOS = TRAILER VALORES" TO VRF-DESCRICAO
           IF EXC-ACHOU(1) = 'S'
               MOVE QTD-VALORES TO VRF-ESPERADO
               MOVE EXC-LIDOS(1) TO VRF-APURADO
               PERFORM 500-REGISTRA-VERIFICACAO
           ELSE
               MOVE "SEM EXECUCAO PARA A GERACAO" TO VRF-MOTIVO
               PERFORM 510-REGISTRA-NAO-VERIFICADA
           END-IF.

      ******************************************************************
      ****Importacao: linhas de dados do arquivo recebido = aceitas*****
      ****no trailer de valores.dat + rejeitadas, e rejeitadas =********
      ****linhas de rejeitos-importa.dat********************************
      ******************************************************************
       205-BALANCO-IMPORTACAO.
           MOVE "IMPORTA-VALOR" TO VRF-PASSO
           MOVE "EXECUCAO: LIDOS = TRAILER + REJEITADOS"
               TO VRF-DESCRICAO
           COMPUTE VRF-ESPERADO = QTD-VALORES + EXC-REJEITADOS(10)
           MOVE EXC-LIDOS(10) TO VRF-APURADO
           PERFORM 500-REGISTRA-VERIFICACAO

           MOVE "rejeitos-importa.dat" TO NOME-CONTADO-ARQ
           PERFORM 300-CONTA-ARQUIVO
           MOVE "REJEITADOS = LINHAS DO ARQUIVO REJEITOS"
               TO VRF-DESCRICAO
           MOVE EXC-REJEITADOS(10) TO VRF-ESPERADO
           MOVE CONTA-LINHAS TO VRF-APURADO
           PERFORM 500-REGISTRA-VERIFICACAO.

      ******************************************************************
      ****Benchmarks: lidos = trailers de valores + semelhantes e*******
      ****rejeitados = linhas do arquivo de rejeitos do programa********
      ******************************************************************
       210-BALANCO-BENCHMARKS.
           PERFORM VARYING IDX-EXEC FROM 2 BY 1 UNTIL IDX-EXEC > 4
               COMPUTE IDX-ARQ = IDX-EXEC - 1
               PERFORM 215-BALANCO-UM-BENCHMARK
           END-PERFORM
           MOVE 9 TO IDX-EXEC
           MOVE 4 TO IDX-ARQ
           PERFORM 215-BALANCO-UM-BENCHMARK.

       215-BALANCO-UM-BENCHMARK.
           MOVE NOME-EXEC(IDX-EXEC) TO VRF-PASSO
           IF EXC-ACHOU(IDX-EXEC) = 'N'
               MOVE "EXECUCAO DO BENCHMARK" TO VRF-DESCRICAO
               MOVE "SEM EXECUCAO PARA A GERACAO" TO VRF-MOTIVO
               PERFORM 510-REGISTRA-NAO-VERIFICADA
               EXIT PARAGRAPH
           END-IF
           MOVE "LIDOS = TRAILERS VALORES + SEMELHANTES"
               TO VRF-DESCRICAO
           COMPUTE VRF-ESPERADO = QTD-VALORES + QTD-SEMELHANTES
           MOVE EXC-LIDOS(IDX-EXEC) TO VRF-APURADO
           PERFORM 500-REGISTRA-VERIFICACAO

           MOVE NOME-REJ-BENCH(IDX-ARQ) TO NOME-CONTADO-ARQ
           PERFORM 300-CONTA-ARQUIVO
           IF IDX-EXEC = 2
               MOVE CONTA-ORIGEM-VALORES TO REJ-VALORES-INTRO
           END-IF
           MOVE "REJEITADOS = LINHAS DO ARQUIVO REJEITOS"
               TO VRF-DESCRICAO
           MOVE EXC-REJEITADOS(IDX-EXEC) TO VRF-ESPERADO
           MOVE CONTA-LINHAS TO VRF-APURADO
           PERFORM 500-REGISTRA-VERIFICACAO.

      ******************************************************************
      ****Particionamento: lidos = validos + rejeitos, soma das*********
      ****particoes = total do controle e, por particao, entrada =******
      ****saida ordenada + rejeitos da ordenacao da particao************
      ******************************************************************
       220-BALANCO-PARTICOES.
           MOVE "PARTICIONA-VL" TO VRF-PASSO
           IF EXC-ACHOU(6) = 'N'
               MOVE "PARTICIONAMENTO" TO VRF-DESCRICAO
               MOVE "SEM EXECUCAO PARA A GERACAO" TO VRF-MOTIVO
               PERFORM 510-REGISTRA-NAO-VERIFICADA
               EXIT PARAGRAPH
           END-IF
           MOVE "LIDOS = TRAILER VALORES.DAT" TO VRF-DESCRICAO
           MOVE QTD-VALORES TO VRF-ESPERADO
           MOVE EXC-LIDOS(6) TO VRF-APURADO
           PERFORM 500-REGISTRA-VERIFICACAO

           MOVE "rejeitos-particiona.dat" TO NOME-CONTADO-ARQ
           PERFORM 300-CONTA-ARQUIVO
           MOVE "REJEITADOS = LINHAS DO ARQUIVO REJEITOS"
               TO VRF-DESCRICAO
           MOVE EXC-REJEITADOS(6) TO VRF-ESPERADO
           MOVE CONTA-LINHAS TO VRF-APURADO
           PERFORM 500-REGISTRA-VERIFICACAO

           OPEN INPUT ARQUIVO-CONTROLE
           IF WS-CONTROLE-STATUS NOT = "00"
               MOVE "PARTICIONA-CONTROLE.DAT" TO VRF-DESCRICAO
               MOVE "ARQUIVO NAO ENCONTRADO" TO VRF-MOTIVO
               PERFORM 510-REGISTRA-NAO-VERIFICADA
               EXIT PARAGRAPH
           END-IF
           READ ARQUIVO-CONTROLE
               AT END
                   MOVE 0 TO PCT-QTD-PARTICOES
           END-READ
           CLOSE ARQUIVO-CONTROLE
           IF PCT-QTD-PARTICOES IS NOT NUMERIC
                   OR PCT-QTD-PARTICOES < 2
                   OR PCT-TOTAL IS NOT NUMERIC
               MOVE "PARTICIONA-CONTROLE.DAT" TO VRF-DESCRICAO
               MOVE "CONTROLE INVALIDO" TO VRF-MOTIVO
               PERFORM 510-REGISTRA-NAO-VERIFICADA
               EXIT PARAGRAPH
           END-IF
           MOVE PCT-QTD-PARTICOES TO QTD-PARTICOES

           MOVE "LIDOS = VALIDOS DO CONTROLE + REJEITADOS"
               TO VRF-DESCRICAO
           MOVE EXC-LIDOS(6) TO VRF-ESPERADO
           COMPUTE VRF-APURADO = PCT-TOTAL + EXC-REJEITADOS(6)
           PERFORM 500-REGISTRA-VERIFICACAO

           MOVE 0 TO TOTAL-PARTICAO
           MOVE 0 TO SOMA-ORDENADAS
           MOVE 'S' TO ORDENADAS-COMPLETAS
           PERFORM VARYING IDX-PART FROM 1 BY 1
                   UNTIL IDX-PART > QTD-PARTICOES
               PERFORM 225-BALANCO-UMA-PARTICAO
           END-PERFORM

           MOVE "PARTICIONA-VL" TO VRF-PASSO
           MOVE "SOMA DAS PARTICOES = VALIDOS DO CONTROLE"
               TO VRF-DESCRICAO
           MOVE PCT-TOTAL TO VRF-ESPERADO
           MOVE TOTAL-PARTICAO TO VRF-APURADO
           PERFORM 500-REGISTRA-VERIFICACAO.

       225-BALANCO-UMA-PARTICAO.
           MOVE "PARTICIONA-VL" TO VRF-PASSO
           MOVE SPACES TO NOME-CONTADO-ARQ
           STRING "particao-valores-" IDX-PART ".dat"
               DELIMITED BY SIZE INTO NOME-CONTADO-ARQ
           MOVE SPACES TO VRF-DESCRICAO
           STRING "PARTICAO-VALORES-" IDX-PART
               ": REGISTROS = TRAILER" DELIMITED BY SIZE
               INTO VRF-DESCRICAO
           PERFORM 300-CONTA-ARQUIVO
           PERFORM 320-CONFERE-TRAILER
           MOVE CONTA-TRAILER TO QTD-PART-ENTRADA
           ADD CONTA-TRAILER TO TOTAL-PARTICAO

           MOVE SPACES TO NOME-CONTADO-ARQ
           STRING "rejeitos-trabalho-particao-" IDX-PART ".dat"
               DELIMITED BY SIZE INTO NOME-CONTADO-ARQ
           PERFORM 300-CONTA-ARQUIVO
           MOVE CONTA-LINHAS TO SOMA-REJEITOS

           MOVE "SORT-EXTERNO" TO VRF-PASSO
           MOVE SPACES TO NOME-CONTADO-ARQ
           STRING "particao-ordenada-" IDX-PART ".dat"
               DELIMITED BY SIZE INTO NOME-CONTADO-ARQ
           MOVE SPACES TO VRF-DESCRICAO
           STRING "PARTICAO-ORDENADA-" IDX-PART
               ": REGISTROS = TRAILER" DELIMITED BY SIZE
               INTO VRF-DESCRICAO
           PERFORM 300-CONTA-ARQUIVO
           PERFORM 320-CONFERE-TRAILER
           IF CONTA-EXISTE = 'N' OR CONTA-ACHOU-TRAILER = 'N'
               MOVE 'N' TO ORDENADAS-COMPLETAS
               EXIT PARAGRAPH
           END-IF
           ADD CONTA-TRAILER TO SOMA-ORDENADAS

           MOVE SPACES TO VRF-DESCRICAO
           STRING "PARTICAO " IDX-PART
               ": ENTRADA = ORDENADA + REJ." DELIMITED BY SIZE
               INTO VRF-DESCRICAO
           MOVE QTD-PART-ENTRADA TO VRF-ESPERADO
           COMPUTE VRF-APURADO = CONTA-TRAILER + SOMA-REJEITOS
           PERFORM 500-REGISTRA-VERIFICACAO.

      ******************************************************************
      ****Replay do catalogo: geracao corrente do mestre (G ou P)*******
      ****e, para o ATUALIZA-MESTRE desta geracao (evento N), a*********
      ****quantidade do mestre corrente no momento da fusao*************
      ******************************************************************
       230-REPLAY-CATALOGO.
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
                       PERFORM 235-APLICA-EVENTO
               END-READ
           END-PERFORM
           CLOSE ARQUIVO-CATALOGO.

       235-APLICA-EVENTO.
           IF CAT-NUMERO IS NOT NUMERIC OR CAT-QTD IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           EVALUATE CAT-EVENTO
               WHEN "G"
               WHEN "P"
                   MOVE 'S' TO ACHOU-CORRENTE
                   MOVE CAT-PROGRAMA TO CORRENTE-PROGRAMA
                   MOVE CAT-GERACAO-ID TO CORRENTE-GERACAO-ID
                   MOVE CAT-QTD TO CORRENTE-QTD
               WHEN "N"
                   IF CAT-PROGRAMA = "ATUALIZA-MEST"
                           AND CAT-GERACAO-ID = GERACAO-ID
                       MOVE 'S' TO ATU-ACHOU
                       MOVE CAT-QTD TO ATU-QTD-CATALOGO
                       MOVE ACHOU-CORRENTE TO ATU-ANTERIOR-CONHECIDO
                       MOVE CORRENTE-QTD TO ATU-QTD-ANTERIOR
                   END-IF
           END-EVALUATE.

      ******************************************************************
      ****Mestre corrente desta geracao: registros = trailer =**********
      ****catalogo e trailer conciliado com a entrada do produtor*******
      ******************************************************************
       240-BALANCO-MESTRE.
           MOVE "VALORES-ORDENADOS.DAT" TO VRF-DESCRICAO
           IF ACHOU-CORRENTE = 'N'
               MOVE "MESTRE" TO VRF-PASSO
               MOVE "SEM GERACAO CORRENTE NO CATALOGO" TO VRF-MOTIVO
               PERFORM 510-REGISTRA-NAO-VERIFICADA
               EXIT PARAGRAPH
           END-IF
           MOVE CORRENTE-PROGRAMA TO VRF-PASSO
           IF CORRENTE-GERACAO-ID NOT = GERACAO-ID
               MOVE "MESTRE CORRENTE E DE OUTRA GERACAO"
                   TO VRF-MOTIVO
               PERFORM 510-REGISTRA-NAO-VERIFICADA
               EXIT PARAGRAPH
           END-IF

           MOVE "valores-ordenados.dat" TO NOME-CONTADO-ARQ
           PERFORM 300-CONTA-ARQUIVO
           MOVE "VALORES-ORDENADOS.DAT: REG = TRAILER"
               TO VRF-DESCRICAO
           PERFORM 320-CONFERE-TRAILER
           IF CONTA-EXISTE = 'N' OR CONTA-ACHOU-TRAILER = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE "TRAILER DO MESTRE = QTD DO CATALOGO"
               TO VRF-DESCRICAO
           MOVE CORRENTE-QTD TO VRF-ESPERADO
           MOVE CONTA-TRAILER TO VRF-APURADO
           PERFORM 500-REGISTRA-VERIFICACAO

           EVALUATE CORRENTE-PROGRAMA
               WHEN "INTROSORT"
                   MOVE "TRAILER VALORES = MESTRE + REJ. VALORES"
                       TO VRF-DESCRICAO
                   MOVE QTD-VALORES TO VRF-ESPERADO
                   COMPUTE VRF-APURADO =
                       CONTA-TRAILER + REJ-VALORES-INTRO
                   PERFORM 500-REGISTRA-VERIFICACAO
               WHEN "SORT-EXTERNO"
                   PERFORM 245-BALANCO-MESTRE-EXTERNO
               WHEN "CONCATENA-PRT"
                   MOVE "MESTRE = SOMA DAS PARTICOES ORDENADAS"
                       TO VRF-DESCRICAO
                   IF QTD-PARTICOES = 0 OR ORDENADAS-COMPLETAS = 'N'
                       MOVE "PARTICOES ORDENADAS INCOMPLETAS"
                           TO VRF-MOTIVO
                       PERFORM 510-REGISTRA-NAO-VERIFICADA
                   ELSE
                       MOVE SOMA-ORDENADAS TO VRF-ESPERADO
                       MOVE CONTA-TRAILER TO VRF-APURADO
                       PERFORM 500-REGISTRA-VERIFICACAO
                   END-IF
                   IF EXC-ACHOU(7) = 'S'
                       MOVE "EXECUCAO: GRAVADOS = TRAILER DO MESTRE"
                           TO VRF-DESCRICAO
                       MOVE EXC-LIDOS(7) TO VRF-ESPERADO
                       MOVE CONTA-TRAILER TO VRF-APURADO
                       PERFORM 500-REGISTRA-VERIFICACAO
                   END-IF
               WHEN "ATUALIZA-MEST"
                   IF EXC-ACHOU(8) = 'S'
                       MOVE "LIDOS - REJEITADOS = TRAILER DO MESTRE"
                           TO VRF-DESCRICAO
                       COMPUTE VRF-ESPERADO =
                           EXC-LIDOS(8) - EXC-REJEITADOS(8)
                       MOVE CONTA-TRAILER TO VRF-APURADO
                       PERFORM 500-REGISTRA-VERIFICACAO
                   END-IF
           END-EVALUATE.

       245-BALANCO-MESTRE-EXTERNO.
           IF EXC-ACHOU(5) = 'N'
               MOVE "ENTRADA = MESTRE + REJEITOS" TO VRF-DESCRICAO
               MOVE "SEM EXECUCAO PARA A GERACAO" TO VRF-MOTIVO
               PERFORM 510-REGISTRA-NAO-VERIFICADA
               EXIT PARAGRAPH
           END-IF
           MOVE "LIDOS = TRAILER VALORES.DAT" TO VRF-DESCRICAO
           MOVE QTD-VALORES TO VRF-ESPERADO
           MOVE EXC-LIDOS(5) TO VRF-APURADO
           PERFORM 500-REGISTRA-VERIFICACAO

           MOVE CONTA-TRAILER TO QTD-MESTRE
           MOVE "rejeitos-sort-externo.dat" TO NOME-CONTADO-ARQ
           PERFORM 300-CONTA-ARQUIVO
           MOVE CONTA-LINHAS TO QTD-REJ-EXTERNO
           MOVE "REJEITADOS = LINHAS DO ARQUIVO REJEITOS"
               TO VRF-DESCRICAO
           MOVE EXC-REJEITADOS(5) TO VRF-ESPERADO
           MOVE QTD-REJ-EXTERNO TO VRF-APURADO
           PERFORM 500-REGISTRA-VERIFICACAO

           MOVE "LIDOS = TRAILER DO MESTRE + REJEITADOS"
               TO VRF-DESCRICAO
           MOVE EXC-LIDOS(5) TO VRF-ESPERADO
           COMPUTE VRF-APURADO = QTD-MESTRE + QTD-REJ-EXTERNO
           PERFORM 500-REGISTRA-VERIFICACAO.

      ******************************************************************
      ****Modo U (INTROSORT ou SORT-EXTERNO, o mais recente): a*********
      ****quantidade original do trailer de valores-unicos.dat mais*****
      ****os rejeitos de valores.dat fecha com o trailer da entrada*****
      ******************************************************************
       250-BALANCO-UNICOS.
           MOVE 0 TO IDX-EXEC
           IF EXC-ACHOU(2) = 'S' AND EXC-PARAMETROS(2)(24:1) = "U"
               MOVE 2 TO IDX-EXEC
           END-IF
           IF EXC-ACHOU(5) = 'S' AND EXC-PARAMETROS(5)(1:1) = "U"
               IF IDX-EXEC = 0
                   MOVE 5 TO IDX-EXEC
               ELSE
                   IF EXC-FIM(5) > EXC-FIM(2)
                       MOVE 5 TO IDX-EXEC
                   END-IF
               END-IF
           END-IF
           IF IDX-EXEC = 0
               EXIT PARAGRAPH
           END-IF

           MOVE NOME-EXEC(IDX-EXEC) TO VRF-PASSO
           MOVE "valores-unicos.dat" TO NOME-CONTADO-ARQ
           PERFORM 300-CONTA-ARQUIVO
           MOVE "UNICOS: ORIGINAL + REJEITOS = ENTRADA"
               TO VRF-DESCRICAO
           IF CONTA-EXISTE = 'N' OR CONTA-ACHOU-TRAILER = 'N'
               MOVE "VALORES-UNICOS.DAT AUSENTE OU SEM TRAILER"
                   TO VRF-MOTIVO
               PERFORM 510-REGISTRA-NAO-VERIFICADA
               EXIT PARAGRAPH
           END-IF
           IF IDX-EXEC = 2
               MOVE QTD-VALORES TO VRF-ESPERADO
               COMPUTE VRF-APURADO =
                   CONTA-TRAILER-2 + REJ-VALORES-INTRO
           ELSE
               MOVE CONTA-TRAILER-2 TO QTD-UNICOS-ORIGINAL
               MOVE "rejeitos-sort-externo.dat" TO NOME-CONTADO-ARQ
               PERFORM 300-CONTA-ARQUIVO
               MOVE EXC-LIDOS(5) TO VRF-ESPERADO
               COMPUTE VRF-APURADO = QTD-UNICOS-ORIGINAL + CONTA-LINHAS
           END-IF
           PERFORM 500-REGISTRA-VERIFICACAO.

      ******************************************************************
      ****Fusao de deltas: mestre novo = lidos - rejeitados e soma******
      ****das linhas dos deltas = lidos - mestre corrente na fusao******
      ******************************************************************
       260-BALANCO-ATUALIZACAO.
           MOVE "ATUALIZA-MEST" TO VRF-PASSO
           IF EXC-ACHOU(8) = 'N'
               MOVE "FUSAO DE DELTAS NO MESTRE" TO VRF-DESCRICAO
               MOVE "SEM EXECUCAO PARA A GERACAO" TO VRF-MOTIVO
               PERFORM 510-REGISTRA-NAO-VERIFICADA
               EXIT PARAGRAPH
           END-IF

           MOVE "valores-ordenados-novo.dat" TO NOME-CONTADO-ARQ
           PERFORM 300-CONTA-ARQUIVO
           MOVE "ORDENADOS-NOVO.DAT: REGISTROS = TRAILER"
               TO VRF-DESCRICAO
           PERFORM 320-CONFERE-TRAILER
           IF CONTA-EXISTE = 'N' OR CONTA-ACHOU-TRAILER = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE "LIDOS = MESTRE NOVO + REJEITADOS" TO VRF-DESCRICAO
           MOVE EXC-LIDOS(8) TO VRF-ESPERADO
           COMPUTE VRF-APURADO = CONTA-TRAILER + EXC-REJEITADOS(8)
           PERFORM 500-REGISTRA-VERIFICACAO

           IF ATU-ACHOU = 'S'
               MOVE "TRAILER DO MESTRE NOVO = QTD CATALOGO"
                   TO VRF-DESCRICAO
               MOVE ATU-QTD-CATALOGO TO VRF-ESPERADO
               MOVE CONTA-TRAILER TO VRF-APURADO
               PERFORM 500-REGISTRA-VERIFICACAO
           END-IF

           PERFORM 265-CONTA-DELTAS
           MOVE "LINHAS DOS DELTAS = LIDOS - MESTRE ANT."
               TO VRF-DESCRICAO
           IF ATU-ANTERIOR-CONHECIDO = 'S'
               COMPUTE VRF-ESPERADO = EXC-LIDOS(8) - ATU-QTD-ANTERIOR
               MOVE SOMA-DELTAS TO VRF-APURADO
               PERFORM 500-REGISTRA-VERIFICACAO
           ELSE
               MOVE "MESTRE ANTERIOR FORA DO CATALOGO" TO VRF-MOTIVO
               PERFORM 510-REGISTRA-NAO-VERIFICADA
           END-IF.

      *    Mesma lista do ATUALIZA-MESTRE: deltas-mestre.dat ou, sem
      *    a lista, rejeitos-corrigidos.dat
       265-CONTA-DELTAS.
           MOVE 0 TO QTD-DELTAS
           OPEN INPUT ARQUIVO-LISTA-DELTAS
           IF WS-LISTA-STATUS = "00"
               MOVE 'N' TO FIM
               PERFORM UNTIL FIM = 'S'
                   READ ARQUIVO-LISTA-DELTAS
                       AT END
                           MOVE 'S' TO FIM
                       NOT AT END
                           IF LST-NOME NOT = SPACES AND QTD-DELTAS < 8
                               ADD 1 TO QTD-DELTAS
                               MOVE LST-NOME TO DLT-NOME(QTD-DELTAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-LISTA-DELTAS
           END-IF
           IF QTD-DELTAS = 0
               MOVE 1 TO QTD-DELTAS
               MOVE "rejeitos-corrigidos.dat" TO DLT-NOME(1)
           END-IF

           MOVE 0 TO SOMA-DELTAS
           PERFORM VARYING IDX-ARQ FROM 1 BY 1
                   UNTIL IDX-ARQ > QTD-DELTAS
               MOVE DLT-NOME(IDX-ARQ) TO NOME-CONTADO-ARQ
               PERFORM 300-CONTA-ARQUIVO
               ADD CONTA-LINHAS TO SOMA-DELTAS
           END-PERFORM.

      ******************************************************************
      ****Reparo de rejeitos: todo rejeito dos benchmarks e da**********
      ****importacao sai corrigido ou definitivo************************
      ******************************************************************
       270-BALANCO-REPARO.
           MOVE "REPARA-REJEIT" TO VRF-PASSO
           MOVE "REJEITOS = CORRIGIDOS + DEFINITIVOS" TO VRF-DESCRICAO
           MOVE "rejeitos-corrigidos.dat" TO NOME-CONTADO-ARQ
           PERFORM 300-CONTA-ARQUIVO
           IF CONTA-EXISTE = 'N'
               MOVE "REPARO NAO EXECUTADO" TO VRF-MOTIVO
               PERFORM 510-REGISTRA-NAO-VERIFICADA
               EXIT PARAGRAPH
           END-IF
           MOVE CONTA-LINHAS TO VRF-APURADO
           MOVE "rejeitos-definitivos.dat" TO NOME-CONTADO-ARQ
           PERFORM 300-CONTA-ARQUIVO
           ADD CONTA-LINHAS TO VRF-APURADO

           MOVE 0 TO VRF-ESPERADO
           PERFORM VARYING IDX-ARQ FROM 1 BY 1 UNTIL IDX-ARQ > 5
               MOVE NOME-REJ-BENCH(IDX-ARQ) TO NOME-CONTADO-ARQ
               PERFORM 300-CONTA-ARQUIVO
               ADD CONTA-LINHAS TO VRF-ESPERADO
           END-PERFORM
           PERFORM 500-REGISTRA-VERIFICACAO.

      ******************************************************************
      ****Contagem generica: linhas, dados (nem H nem T), trailer,******
      ****cabecalho e rejeitos de origem VALORES************************
      ******************************************************************
       300-CONTA-ARQUIVO.
           MOVE 'N' TO CONTA-EXISTE
           MOVE 'N' TO CONTA-ACHOU-TRAILER
           MOVE 0 TO CONTA-LINHAS
           MOVE 0 TO CONTA-DADOS
           MOVE 0 TO CONTA-TRAILER
           MOVE 0 TO CONTA-TRAILER-2
           MOVE 0 TO CONTA-CABECALHO
           MOVE 0 TO CONTA-ORIGEM-VALORES
           OPEN INPUT ARQUIVO-CONTADO
           IF WS-CONTADO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO CONTA-EXISTE
           MOVE 'N' TO FIM
           PERFORM UNTIL FIM = 'S'
               READ ARQUIVO-CONTADO
                   AT END
                       MOVE 'S' TO FIM
                   NOT AT END
                       PERFORM 310-CONTA-LINHA
               END-READ
           END-PERFORM
           CLOSE ARQUIVO-CONTADO
           IF QTD-CONTADOS < 30
               ADD 1 TO QTD-CONTADOS
               MOVE NOME-CONTADO-ARQ TO CTD-ARQUIVO(QTD-CONTADOS)
               MOVE CONTA-DADOS TO CTD-QTD(QTD-CONTADOS)
           END-IF.

       310-CONTA-LINHA.
           ADD 1 TO CONTA-LINHAS
           IF CNT-ORIGEM = "VALORES"
               ADD 1 TO CONTA-ORIGEM-VALORES
           END-IF
           EVALUATE TRUE
               WHEN CNT-TIPO = "H"
                   IF CNT-CAB-ID IS NUMERIC
                       MOVE CNT-CAB-ID TO CONTA-CABECALHO
                   END-IF
               WHEN CNT-TIPO = "T" AND CNT-QTD-1 IS NUMERIC
                   MOVE 'S' TO CONTA-ACHOU-TRAILER
                   MOVE CNT-QTD-1 TO CONTA-TRAILER
                   IF CNT-QTD-2 IS NUMERIC
                       MOVE CNT-QTD-2 TO CONTA-TRAILER-2
                   END-IF
               WHEN OTHER
                   ADD 1 TO CONTA-DADOS
           END-EVALUATE.

      *    Registros de dados contados contra o trailer do arquivo
      *    recem-contado (VRF-PASSO e VRF-DESCRICAO ja informados)
       320-CONFERE-TRAILER.
           IF CONTA-EXISTE = 'N'
               MOVE "ARQUIVO NAO ENCONTRADO" TO VRF-MOTIVO
               PERFORM 510-REGISTRA-NAO-VERIFICADA
               EXIT PARAGRAPH
           END-IF
           IF CONTA-ACHOU-TRAILER = 'N'
               PERFORM 520-REGISTRA-SEM-TRAILER
               EXIT PARAGRAPH
           END-IF
           MOVE CONTA-TRAILER TO VRF-ESPERADO
           MOVE CONTA-DADOS TO VRF-APURADO
           PERFORM 500-REGISTRA-VERIFICACAO.

      ******************************************************************
      ****Grava a verificacao no relatorio e, se divergente, no*********
      ****arquivo de excecoes*******************************************
      ******************************************************************
       500-REGISTRA-VERIFICACAO.
           ADD 1 TO QTD-VERIFICACOES
           COMPUTE VRF-DIFERENCA = VRF-APURADO - VRF-ESPERADO
           MOVE VRF-PASSO TO DET-PASSO
           MOVE VRF-DESCRICAO TO DET-DESCRICAO
           MOVE VRF-ESPERADO TO DET-ESPERADO
           MOVE VRF-APURADO TO DET-APURADO
           MOVE VRF-DIFERENCA TO DET-DIFERENCA
           IF VRF-DIFERENCA = 0
               ADD 1 TO QTD-OK
               MOVE "OK" TO DET-SITUACAO
           ELSE
               ADD 1 TO QTD-DIVERGENTES
               MOVE "DIVERGENTE" TO DET-SITUACAO
               DISPLAY "DIVERGENCIA: " VRF-PASSO " " VRF-DESCRICAO
                   " ESPERADO " DET-ESPERADO " APURADO " DET-APURADO
               MOVE GERACAO-ID TO BEX-GERACAO-ID
               MOVE VRF-PASSO TO BEX-PASSO
               MOVE VRF-DESCRICAO TO BEX-VERIFICACAO
               MOVE VRF-ESPERADO TO BEX-ESPERADO
               MOVE VRF-APURADO TO BEX-APURADO
               MOVE VRF-DIFERENCA TO BEX-DIFERENCA
               ACCEPT BEX-DATA FROM DATE YYYYMMDD
               ACCEPT BEX-HORA FROM TIME
               WRITE REG-EXCECAO
               ADD 1 TO QTD-EXCECOES
           END-IF
           MOVE LINHA-DET TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       510-REGISTRA-NAO-VERIFICADA.
           ADD 1 TO QTD-NAO-VERIFICADAS
           MOVE VRF-PASSO TO NVL-PASSO
           MOVE VRF-DESCRICAO TO NVL-DESCRICAO
           MOVE VRF-MOTIVO TO NVL-MOTIVO
           MOVE "NAO VERIFICADO" TO NVL-SITUACAO
           MOVE LINHA-NAO-VERIF TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      *    Arquivo sem trailer de controle nao tem total a conferir:
      *    conta como divergencia com o trailer esperado zerado
       520-REGISTRA-SEM-TRAILER.
           ADD 1 TO QTD-VERIFICACOES
           ADD 1 TO QTD-DIVERGENTES
           DISPLAY "DIVERGENCIA: " VRF-PASSO " " VRF-DESCRICAO
               " ARQUIVO SEM TRAILER DE CONTROLE"
           MOVE GERACAO-ID TO BEX-GERACAO-ID
           MOVE VRF-PASSO TO BEX-PASSO
           MOVE VRF-DESCRICAO TO BEX-VERIFICACAO
           MOVE 0 TO BEX-ESPERADO
           MOVE CONTA-DADOS TO BEX-APURADO
           MOVE CONTA-DADOS TO BEX-DIFERENCA
           ACCEPT BEX-DATA FROM DATE YYYYMMDD
           ACCEPT BEX-HORA FROM TIME
           WRITE REG-EXCECAO
           ADD 1 TO QTD-EXCECOES
           MOVE VRF-PASSO TO NVL-PASSO
           MOVE VRF-DESCRICAO TO NVL-DESCRICAO
           MOVE "ARQUIVO SEM TRAILER DE CONTROLE" TO NVL-MOTIVO
           MOVE "DIVERGENTE" TO NVL-SITUACAO
           MOVE LINHA-NAO-VERIF TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      ******************************************************************
      ****Entrada ausente ou de outra geracao: nada a balancear*********
      ******************************************************************
       950-ABEND-GERACAO.
           CLOSE ARQUIVO-RELATORIO
           CLOSE ARQUIVO-EXCECOES
           MOVE 16 TO RETURN-CODE
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
           MOVE "BALANCO-CTRL" TO EXE-PROGRAMA
           MOVE DATA-INICIO-EXEC TO EXE-DATA-INICIO
           MOVE HORA-INICIO-EXEC TO EXE-HORA-INICIO
           MOVE DATA-FIM-EXEC TO EXE-DATA-FIM
           MOVE HORA-FIM-EXEC TO EXE-HORA-FIM
           MOVE GERACAO-ID TO EXE-GERACAO-ID
           MOVE SPACES TO PARAMETROS-USADOS
           STRING "GERACAO " GERACAO-ID
               DELIMITED BY SIZE INTO PARAMETROS-USADOS
           MOVE PARAMETROS-USADOS TO EXE-PARAMETROS
           MOVE QTD-VERIFICACOES TO EXE-REG-LIDOS
           MOVE QTD-DIVERGENTES TO EXE-REG-REJEITADOS
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
           PERFORM VARYING IDX-CONTADO FROM 1 BY 1
                   UNTIL IDX-CONTADO > QTD-CONTADOS
               MOVE CTD-ARQUIVO(IDX-CONTADO) TO LIN-ARQUIVO
               MOVE CTD-QTD(IDX-CONTADO) TO LIN-QTD-REGISTROS
               PERFORM 083-GRAVA-REG-LINHAGEM
           END-PERFORM
           IF QTD-EXCECOES > 0
               MOVE "G" TO LIN-OPERACAO
               MOVE "balanco-excecoes.dat" TO LIN-ARQUIVO
               MOVE QTD-EXCECOES TO LIN-QTD-REGISTROS
               PERFORM 083-GRAVA-REG-LINHAGEM
           END-IF
           CLOSE ARQUIVO-LINHAGEM.

       083-GRAVA-REG-LINHAGEM.
           MOVE "BALANCO-CTRL" TO LIN-PROGRAMA
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
           MOVE "BALANCO-CONTROLE" TO TRV-PROGRAMA
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

       END PROGRAM BALANCO-CONTROLE.
