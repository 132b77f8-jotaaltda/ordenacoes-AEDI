       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTENCAO-PARAMS.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-CONTROLE
               ASSIGN USING NOME-CONTROLE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROLE-STATUS.

           SELECT ARQUIVO-HISTORICO
               ASSIGN TO "../../../../Dados/historico-parametros.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.

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
      ****Arquivo de controle em manutencao (um dos arquivos de*********
      ****parametros do diretorio Dados, escolhido na linha de**********
      ****comando); o maior registro e o do plano-pipeline.dat**********
      ******************************************************************
       FD ARQUIVO-CONTROLE.

       01 REG-CONTROLE PIC X(99).

      ******************************************************************
      ****Historico de alteracoes de parametros: um registro por********
      ****campo alterado (acao A), registro incluido (I) ou*************
      ****excluido (E), com valor anterior, valor novo, operador,*******
      ****data e hora***************************************************
      ******************************************************************
       FD ARQUIVO-HISTORICO.

       01 REG-HISTORICO.
           05 HPR-DATA           PIC 9(8).
           05 HPR-HORA           PIC 9(8).
           05 HPR-OPERADOR       PIC X(10).
           05 HPR-ARQUIVO        PIC X(20).
           05 HPR-REGISTRO       PIC 9(2).
           05 HPR-ACAO           PIC X(1).
           05 HPR-CAMPO          PIC X(24).
           05 HPR-VALOR-ANTERIOR PIC X(99).
           05 HPR-VALOR-NOVO     PIC X(99).

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

       01 WS-CONTROLE-STATUS  PIC X(2).
       01 WS-HISTORICO-STATUS PIC X(2).
       01 FIM      PIC X VALUE 'N'.

      *****Linha de comando: acao, arquivo e operador*****
       01 PARAMETRO-LINHA PIC X(80).
       01 ACAO            PIC X(10).
       01 ARQUIVO-ARG     PIC X(20).
       01 OPERADOR        PIC X(10).

      *****Arquivo de controle escolhido*****

       01 NOME-CONTROLE.
           05 FILLER PIC X(18) VALUE "../../../../Dados/".
           05 NOME-CONTROLE-ARQ PIC X(44).
       01 ARQUIVO-MULTIPLO   PIC X VALUE 'N'.
       01 ARQUIVO-REGRAVADO  PIC X VALUE 'N'.
       01 QTD-MAX-REGISTROS  PIC 9(2) COMP VALUE 1.

      *****Campos do arquivo escolhido*****
      *    Regras: N numerico (zeros a esquerda) entre minimo e
      *    maximo, M modo B/P/U, D data AAAAMMDD, Z data AAAAMMDD
      *    ou zeros (sem limite), S sequencia igual a posicao do
      *    registro, T texto obrigatorio

       01 QTD-CAMPOS PIC 9(2) COMP VALUE 0.
       01 IDX-CMP    PIC 9(2) COMP.
       01 TAB-CAMPOS.
           05 ENTRADA-CAMPO OCCURS 10 TIMES.
               10 CMP-NOME      PIC X(24).
               10 CMP-INICIO    PIC 9(3).
               10 CMP-TAMANHO   PIC 9(3).
               10 CMP-REGRA     PIC X(1).
               10 CMP-MINIMO    PIC 9(9).
               10 CMP-MAXIMO    PIC 9(9).
               10 CMP-DESCRICAO PIC X(40).

       01 DEF-CAMPO.
           05 DEF-NOME      PIC X(24).
           05 DEF-INICIO    PIC 9(3).
           05 DEF-TAMANHO   PIC 9(3).
           05 DEF-REGRA     PIC X(1).
           05 DEF-MINIMO    PIC 9(9).
           05 DEF-MAXIMO    PIC 9(9).
           05 DEF-DESCRICAO PIC X(40).

      *****Registros lidos (originais) e registros apos a edicao*****

       01 QTD-REGISTROS PIC 9(2) COMP VALUE 0.
       01 IDX-REG       PIC 9(2) COMP.
       01 TAB-ORIGINAIS.
           05 REG-ORIGINAL PIC X(99) OCCURS 20 TIMES.

       01 QTD-NOVOS     PIC 9(2) COMP VALUE 0.
       01 IDX-NOVO      PIC 9(2) COMP.
       01 TAB-NOVOS.
           05 ENTRADA-NOVO OCCURS 20 TIMES.
               10 REG-NOVO    PIC X(99).
               10 NOV-ORIGEM  PIC 9(2).

       01 ORIGEM-MANTIDA PIC X(1).
       01 TAB-MANTIDOS.
           05 ORIGINAL-MANTIDO PIC X(1) OCCURS 20 TIMES.

      *****Registro em validacao, com as visoes por arquivo*****

       01 REG-TRABALHO PIC X(99).
       01 TRB-PARAMETROS REDEFINES REG-TRABALHO.
           05 TRB-TAMANHO-INI  PIC 9(9).
           05 TRB-REPETE-INI   PIC 9(9).
           05 TRB-QTD-DOBRAS   PIC 9(2).
           05 FILLER           PIC X(79).
       01 TRB-EXPORTA REDEFINES REG-TRABALHO.
           05 TRB-DATA-INI     PIC 9(8).
           05 TRB-DATA-FIM     PIC 9(8).
           05 FILLER           PIC X(83).

       01 POS-ATUAL      PIC 9(2) COMP.
       01 INI-CMP        PIC 9(3) COMP.
       01 TAM-CMP        PIC 9(3) COMP.
       01 VALOR-ATUAL    PIC X(99).
       01 VALOR-CAMPO    PIC X(99).
       01 CAMPO-VALIDO   PIC X VALUE 'S'.
       01 REGISTRO-VALIDO PIC X VALUE 'S'.
       01 MOTIVO-ERRO    PIC X(60).
       01 NUM-CAMPO      PIC 9(9).
       01 NUM-EDITADO    PIC 9(9).
       01 FATOR-DOBRAS   PIC 9(9) COMP.
       01 TAMANHO-FINAL  PIC 9(18) COMP.
       01 EDT-MINIMO     PIC Z(8)9.
       01 EDT-MAXIMO     PIC Z(8)9.
       01 EDT-NUMERO     PIC Z(8)9.

      *****Dialogo com o operador*****

       01 RESPOSTA       PIC X(120).
       01 ENTRADA        PIC X(120).
       01 TAM-ENTRADA    PIC 9(3) COMP.
       01 TENTATIVAS     PIC 9(2) COMP.
       01 TENTATIVAS-REG PIC 9(2) COMP.
       01 ACAO-REGISTRO  PIC X(1).
       01 SEQ-SUGERIDA   PIC 9(2).
       01 ABANDONA       PIC X VALUE 'N'.
       01 QTD-REJEITADAS PIC 9(9) COMP VALUE 0.

      *****Alteracoes apuradas (gravadas no historico)*****

       01 QTD-ALTERACOES PIC 9(3) COMP VALUE 0.
       01 IDX-ALT        PIC 9(3) COMP.
       01 TAB-ALTERACOES.
           05 ENTRADA-ALTERACAO OCCURS 200 TIMES.
               10 ALT-REGISTRO  PIC 9(2).
               10 ALT-ACAO      PIC X(1).
               10 ALT-CAMPO     PIC X(24).
               10 ALT-ANTERIOR  PIC X(99).
               10 ALT-NOVO      PIC X(99).

      ******************************************************************

       PROCEDURE DIVISION.

       000-MAIN-PROCEDURE.
           ACCEPT DATA-INICIO-EXEC FROM DATE YYYYMMDD
           ACCEPT HORA-INICIO-EXEC FROM TIME
           PERFORM 045-LE-ACAO
           PERFORM 075-LE-GERACAO-ID
           PERFORM 030-OBTEM-TRAVA
           PERFORM 100-DEFINE-ARQUIVO
           PERFORM 200-CARREGA-ARQUIVO

           EVALUATE ACAO
               WHEN "LISTA"
                   PERFORM 300-LISTA
               WHEN "ALTERA"
                   PERFORM 400-ALTERA
               WHEN OTHER
                   DISPLAY "ERRO: ACAO " ACAO " INVALIDA - USE LISTA "
                       "OU ALTERA <ARQUIVO> [OPERADOR]"
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE

           PERFORM 080-GRAVA-EXECUCAO
           PERFORM 040-LIBERA-TRAVA
           STOP RUN.

      ******************************************************************
      ****Linha de comando: LISTA ou ALTERA, o arquivo de controle******
      ****(nome sem .dat) e o operador que responde pela alteracao******
      ******************************************************************
       045-LE-ACAO.
           ACCEPT PARAMETRO-LINHA FROM COMMAND-LINE
           MOVE SPACES TO ACAO
           MOVE SPACES TO ARQUIVO-ARG
           MOVE SPACES TO OPERADOR
           UNSTRING PARAMETRO-LINHA DELIMITED BY ALL SPACE
               INTO ACAO ARQUIVO-ARG OPERADOR
           END-UNSTRING
           INSPECT ACAO CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT ARQUIVO-ARG CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               TO "abcdefghijklmnopqrstuvwxyz"
           IF OPERADOR = SPACES
               ACCEPT OPERADOR FROM ENVIRONMENT "USER"
           END-IF
           IF OPERADOR = SPACES
               MOVE "DESCONHEC." TO OPERADOR
           END-IF
           MOVE SPACES TO PARAMETROS-USADOS
           STRING ACAO DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               ARQUIVO-ARG DELIMITED BY SPACE
               INTO PARAMETROS-USADOS.

      ******************************************************************
      ****Campos de cada arquivo de controle, na mesma posicao e********
      ****com as mesmas faixas que os programas que o leem usam*********
      ******************************************************************
       100-DEFINE-ARQUIVO.
           MOVE 0 TO QTD-CAMPOS
           MOVE 'N' TO ARQUIVO-MULTIPLO
           MOVE 1 TO QTD-MAX-REGISTROS
           MOVE SPACES TO NOME-CONTROLE-ARQ
           STRING ARQUIVO-ARG DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE
               INTO NOME-CONTROLE-ARQ

           EVALUATE ARQUIVO-ARG
               WHEN "parametros"
                   MOVE "PARAM-TAMANHO-INI" TO DEF-NOME
                   MOVE 1 TO DEF-INICIO
                   MOVE 9 TO DEF-TAMANHO
                   MOVE "N" TO DEF-REGRA
                   MOVE 1 TO DEF-MINIMO
                   MOVE 1000000 TO DEF-MAXIMO
                   MOVE "TAMANHO INICIAL DO VETOR" TO DEF-DESCRICAO
                   PERFORM 110-ADICIONA-CAMPO
                   MOVE "PARAM-REPETE-INI" TO DEF-NOME
                   MOVE 10 TO DEF-INICIO
                   MOVE 9 TO DEF-TAMANHO
                   MOVE "N" TO DEF-REGRA
                   MOVE 1 TO DEF-MINIMO
                   MOVE 999999999 TO DEF-MAXIMO
                   MOVE "REPETICOES NO TAMANHO INICIAL"
                       TO DEF-DESCRICAO
                   PERFORM 110-ADICIONA-CAMPO
                   MOVE "PARAM-QTD-DOBRAS" TO DEF-NOME
                   MOVE 19 TO DEF-INICIO
                   MOVE 2 TO DEF-TAMANHO
                   MOVE "N" TO DEF-REGRA
                   MOVE 1 TO DEF-MINIMO
                   MOVE 7 TO DEF-MAXIMO
                   MOVE "TAMANHOS (X10 A CADA DOBRA)" TO DEF-DESCRICAO
                   PERFORM 110-ADICIONA-CAMPO
                   MOVE "PARAM-LIMITE-REGRESSAO" TO DEF-NOME
                   MOVE 21 TO DEF-INICIO
                   MOVE 3 TO DEF-TAMANHO
                   MOVE "N" TO DEF-REGRA
                   MOVE 1 TO DEF-MINIMO
                   MOVE 999 TO DEF-MAXIMO
                   MOVE "LIMITE DE REGRESSAO EM %" TO DEF-DESCRICAO
                   PERFORM 110-ADICIONA-CAMPO
                   MOVE "PARAM-MODO" TO DEF-NOME
                   MOVE 24 TO DEF-INICIO
                   MOVE 1 TO DEF-TAMANHO
                   MOVE "M" TO DEF-REGRA
                   MOVE "B BENCHMARK, P PRODUCAO, U UNICOS"
                       TO DEF-DESCRICAO
                   PERFORM 110-ADICIONA-CAMPO
                   MOVE "PARAM-TEMPO-BUDGET" TO DEF-NOME
                   MOVE 25 TO DEF-INICIO
                   MOVE 5 TO DEF-TAMANHO
                   MOVE "N" TO DEF-REGRA
                   MOVE 0 TO DEF-MINIMO
                   MOVE 99999 TO DEF-MAXIMO
                   MOVE "ORCAMENTO EM SEGUNDOS (0 = SEM LIMITE)"
                       TO DEF-DESCRICAO
                   PERFORM 110-ADICIONA-CAMPO
               WHEN "gerador-params"
                   MOVE "GP-QTD-REGISTROS" TO DEF-NOME
                   MOVE 1 TO DEF-INICIO
                   MOVE 9 TO DEF-TAMANHO
                   MOVE "N" TO DEF-REGRA
                   MOVE 1 TO DEF-MINIMO
                   MOVE 1000000 TO DEF-MAXIMO
                   MOVE "REGISTROS GERADOS (LIMITE DO VETOR)"
                       TO DEF-DESCRICAO
                   PERFORM 110-ADICIONA-CAMPO
                   MOVE "GP-QTD-CLUSTERS" TO DEF-NOME
                   MOVE 10 TO DEF-INICIO
                   MOVE 5 TO DEF-TAMANHO
                   MOVE "N" TO DEF-REGRA
                   MOVE 1 TO DEF-MINIMO
                   MOVE 99999 TO DEF-MAXIMO
                   MOVE "CLUSTERS DE VALORES SEMELHANTES"
                       TO DEF-DESCRICAO
                   PERFORM 110-ADICIONA-CAMPO
                   MOVE "GP-FAIXA-SEMELHANTE" TO DEF-NOME
                   MOVE 15 TO DEF-INICIO
                   MOVE 5 TO DEF-TAMANHO
                   MOVE "N" TO DEF-REGRA
                   MOVE 0 TO DEF-MINIMO
                   MOVE 99999 TO DEF-MAXIMO
                   MOVE "FAIXA DE VARIACAO DENTRO DO CLUSTER"
                       TO DEF-DESCRICAO
                   PERFORM 110-ADICIONA-CAMPO
               WHEN "trava-params"
                   MOVE "TVP-IDADE-MAX" TO DEF-NOME
                   MOVE 1 TO DEF-INICIO
                   MOVE 5 TO DEF-TAMANHO
                   MOVE "N" TO DEF-REGRA
                   MOVE 1 TO DEF-MINIMO
                   MOVE 99999 TO DEF-MAXIMO
                   MOVE "IDADE MAXIMA DA TRAVA EM SEGUNDOS"
                       TO DEF-DESCRICAO
                   PERFORM 110-ADICIONA-CAMPO
               WHEN "expurga-params"
                   MOVE "EXG-DATA-CORTE" TO DEF-NOME
                   MOVE 1 TO DEF-INICIO
                   MOVE 8 TO DEF-TAMANHO
                   MOVE "D" TO DEF-REGRA
                   MOVE "DATA DE CORTE DO EXPURGO (AAAAMMDD)"
                       TO DEF-DESCRICAO
                   PERFORM 110-ADICIONA-CAMPO
               WHEN "exporta-params"
                   MOVE "EXP-DATA-INI" TO DEF-NOME
                   MOVE 1 TO DEF-INICIO
                   MOVE 8 TO DEF-TAMANHO
                   MOVE "Z" TO DEF-REGRA
                   MOVE "DATA INICIAL (AAAAMMDD, 0 = TODAS)"
                       TO DEF-DESCRICAO
                   PERFORM 110-ADICIONA-CAMPO
                   MOVE "EXP-DATA-FIM" TO DEF-NOME
                   MOVE 9 TO DEF-INICIO
                   MOVE 8 TO DEF-TAMANHO
                   MOVE "Z" TO DEF-REGRA
                   MOVE "DATA FINAL (AAAAMMDD, 0 = TODAS)"
                       TO DEF-DESCRICAO
                   PERFORM 110-ADICIONA-CAMPO
               WHEN "particiona-params"
                   MOVE "PPR-QTD-PARTICOES" TO DEF-NOME
                   MOVE 1 TO DEF-INICIO
                   MOVE 1 TO DEF-TAMANHO
                   MOVE "N" TO DEF-REGRA
                   MOVE 2 TO DEF-MINIMO
                   MOVE 8 TO DEF-MAXIMO
                   MOVE "QUANTIDADE DE PARTICOES" TO DEF-DESCRICAO
                   PERFORM 110-ADICIONA-CAMPO
               WHEN "geracoes-params"
                   MOVE "GPR-QTD-MANTER" TO DEF-NOME
                   MOVE 1 TO DEF-INICIO
                   MOVE 3 TO DEF-TAMANHO
                   MOVE "N" TO DEF-REGRA
                   MOVE 1 TO DEF-MINIMO
                   MOVE 999 TO DEF-MAXIMO
                   MOVE "GERACOES DO MESTRE MANTIDAS"
                       TO DEF-DESCRICAO
                   PERFORM 110-ADICIONA-CAMPO
               WHEN "estatistica-params"
                   MOVE "EPR-CV-MAXIMO" TO DEF-NOME
                   MOVE 1 TO DEF-INICIO
                   MOVE 3 TO DEF-TAMANHO
                   MOVE "N" TO DEF-REGRA
                   MOVE 1 TO DEF-MINIMO
                   MOVE 999 TO DEF-MAXIMO
                   MOVE "CV MAXIMO (%) DE CELULA CONCLUSIVA"
                       TO DEF-DESCRICAO
                   PERFORM 110-ADICIONA-CAMPO
                   MOVE "EPR-DESVIOS-OUTLIER" TO DEF-NOME
                   MOVE 4 TO DEF-INICIO
                   MOVE 2 TO DEF-TAMANHO
                   MOVE "N" TO DEF-REGRA
                   MOVE 10 TO DEF-MINIMO
                   MOVE 99 TO DEF-MAXIMO
                   MOVE "DESVIOS P/ OUTLIER (9V9: 20 = 2,0)"
                       TO DEF-DESCRICAO
                   PERFORM 110-ADICIONA-CAMPO
               WHEN "previsao-params"
                   MOVE "PVP-JANELA" TO DEF-NOME
                   MOVE 1 TO DEF-INICIO
                   MOVE 5 TO DEF-TAMANHO
                   MOVE "N" TO DEF-REGRA
                   MOVE 0 TO DEF-MINIMO
                   MOVE 99999 TO DEF-MAXIMO
                   MOVE "JANELA EM SEGUNDOS (0 = USA O BUDGET)"
                       TO DEF-DESCRICAO
                   PERFORM 110-ADICIONA-CAMPO
                   MOVE "PVP-MARGEM" TO DEF-NOME
                   MOVE 6 TO DEF-INICIO
                   MOVE 3 TO DEF-TAMANHO
                   MOVE "N" TO DEF-REGRA
                   MOVE 0 TO DEF-MINIMO
                   MOVE 999 TO DEF-MAXIMO
                   MOVE "MARGEM DE SEGURANCA SOBRE A PROJECAO (%)"
                       TO DEF-DESCRICAO
                   PERFORM 110-ADICIONA-CAMPO
               WHEN "plano-pipeline"
                   MOVE 'S' TO ARQUIVO-MULTIPLO
                   MOVE 20 TO QTD-MAX-REGISTROS
                   MOVE "PLN-SEQ" TO DEF-NOME
                   MOVE 1 TO DEF-INICIO
                   MOVE 2 TO DEF-TAMANHO
                   MOVE "S" TO DEF-REGRA
                   MOVE "NUMERO DO PASSO (= POSICAO NO PLANO)"
                       TO DEF-DESCRICAO
                   PERFORM 110-ADICIONA-CAMPO
                   MOVE "PLN-PROGRAMA" TO DEF-NOME
                   MOVE 3 TO DEF-INICIO
                   MOVE 13 TO DEF-TAMANHO
                   MOVE "T" TO DEF-REGRA
                   MOVE "NOME DO PROGRAMA DO PASSO" TO DEF-DESCRICAO
                   PERFORM 110-ADICIONA-CAMPO
                   MOVE "PLN-RC-MAX" TO DEF-NOME
                   MOVE 16 TO DEF-INICIO
                   MOVE 4 TO DEF-TAMANHO
                   MOVE "N" TO DEF-REGRA
                   MOVE 0 TO DEF-MINIMO
                   MOVE 9999 TO DEF-MAXIMO
                   MOVE "MAIOR RETURN CODE ACEITO" TO DEF-DESCRICAO
                   PERFORM 110-ADICIONA-CAMPO
                   MOVE "PLN-COMANDO" TO DEF-NOME
                   MOVE 20 TO DEF-INICIO
                   MOVE 80 TO DEF-TAMANHO
                   MOVE "T" TO DEF-REGRA
                   MOVE "COMANDO SUBMETIDO AO SISTEMA"
                       TO DEF-DESCRICAO
                   PERFORM 110-ADICIONA-CAMPO
               WHEN OTHER
                   DISPLAY "ERRO: ARQUIVO DE CONTROLE " ARQUIVO-ARG
                       " DESCONHECIDO"
                   DISPLAY "USE PARAMETROS, GERADOR-PARAMS, "
                       "TRAVA-PARAMS, EXPURGA-PARAMS, EXPORTA-PARAMS,"
                   DISPLAY "    PARTICIONA-PARAMS, GERACOES-PARAMS, "
                       "ESTATISTICA-PARAMS, PREVISAO-PARAMS OU "
                       "PLANO-PIPELINE"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 080-GRAVA-EXECUCAO
                   PERFORM 040-LIBERA-TRAVA
                   STOP RUN
           END-EVALUATE.

       110-ADICIONA-CAMPO.
           ADD 1 TO QTD-CAMPOS
           MOVE DEF-CAMPO TO ENTRADA-CAMPO(QTD-CAMPOS)
           MOVE SPACES TO DEF-CAMPO
           MOVE 0 TO DEF-MINIMO
           MOVE 0 TO DEF-MAXIMO.

      ******************************************************************
      ****Carga do arquivo de controle: ausente e aceito (o ALTERA******
      ****cria o arquivo); o plano aceita ate 20 passos, como o*********
      ****ORQUESTRADOR**************************************************
      ******************************************************************
       200-CARREGA-ARQUIVO.
           MOVE SPACES TO TAB-ORIGINAIS
           MOVE 0 TO QTD-REGISTROS
           OPEN INPUT ARQUIVO-CONTROLE
           IF WS-CONTROLE-STATUS NOT = "00"
               DISPLAY NOME-CONTROLE-ARQ " NAO ENCONTRADO"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIM
           PERFORM UNTIL FIM = 'S'
               READ ARQUIVO-CONTROLE
                   AT END
                       MOVE 'S' TO FIM
                   NOT AT END
                       IF QTD-REGISTROS >= QTD-MAX-REGISTROS
                           IF ARQUIVO-MULTIPLO = 'S'
                               DISPLAY "ERRO: MAIS DE "
                                   QTD-MAX-REGISTROS " REGISTROS EM "
                                   NOME-CONTROLE-ARQ
                               CLOSE ARQUIVO-CONTROLE
                               MOVE 16 TO RETURN-CODE
                               PERFORM 080-GRAVA-EXECUCAO
                               PERFORM 040-LIBERA-TRAVA
                               STOP RUN
                           END-IF
                           DISPLAY "AVISO: " NOME-CONTROLE-ARQ
                               " TEM MAIS DE UM REGISTRO - SO O "
                               "PRIMEIRO E LIDO PELOS PROGRAMAS"
                           MOVE 'S' TO FIM
                       ELSE
                           ADD 1 TO QTD-REGISTROS
                           MOVE REG-CONTROLE
                               TO REG-ORIGINAL(QTD-REGISTROS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQUIVO-CONTROLE.

      ******************************************************************
      ****Listagem campo a campo com a validacao de cada valor**********
      ******************************************************************
       300-LISTA.
           DISPLAY "MANUTENCAO-PARAMS - " NOME-CONTROLE-ARQ
           IF QTD-REGISTROS = 0
               DISPLAY "ARQUIVO AUSENTE OU VAZIO - OS PROGRAMAS USAM "
                   "SEUS VALORES PADRAO"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX-REG FROM 1 BY 1
                   UNTIL IDX-REG > QTD-REGISTROS
               IF ARQUIVO-MULTIPLO = 'S'
                   DISPLAY "REGISTRO " IDX-REG
               END-IF
               MOVE IDX-REG TO POS-ATUAL
               MOVE REG-ORIGINAL(IDX-REG) TO REG-TRABALHO
               PERFORM VARYING IDX-CMP FROM 1 BY 1
                       UNTIL IDX-CMP > QTD-CAMPOS
                   MOVE CMP-INICIO(IDX-CMP) TO INI-CMP
                   MOVE CMP-TAMANHO(IDX-CMP) TO TAM-CMP
                   MOVE SPACES TO VALOR-CAMPO
                   MOVE REG-TRABALHO(INI-CMP:TAM-CMP) TO VALOR-CAMPO
                   PERFORM 500-VALIDA-CAMPO
                   DISPLAY "  " CMP-NOME(IDX-CMP) " ["
                       VALOR-CAMPO(1:TAM-CMP) "]"
                   IF CAMPO-VALIDO = 'N'
                       DISPLAY "      INVALIDO: " MOTIVO-ERRO
                       ADD 1 TO QTD-REJEITADAS
                   END-IF
               END-PERFORM
               PERFORM 560-VALIDA-CRUZADA
               IF REGISTRO-VALIDO = 'N'
                   DISPLAY "      INVALIDO: " MOTIVO-ERRO
                   ADD 1 TO QTD-REJEITADAS
               END-IF
           END-PERFORM
           IF QTD-REJEITADAS > 0
               DISPLAY QTD-REJEITADAS " VALOR(ES) INVALIDO(S) EM "
                   NOME-CONTROLE-ARQ
               MOVE 4 TO RETURN-CODE
           END-IF.

      ******************************************************************
      ****Alteracao: cada campo e apresentado com o valor atual e*******
      ****aceita um novo (ENTER mantem); valor invalido e recusado******
      ****e, apos 3 tentativas, a alteracao e abandonada sem gravar*****
      ****nada. No plano, cada passo pode ser alterado, mantido ou******
      ****excluido e novos passos incluidos ao final. O arquivo so******
      ****e regravado com todos os registros validos e a gravacao*******
      ****confirmada; cada alteracao vai para o historico***************
      ******************************************************************
       400-ALTERA.
           DISPLAY "MANUTENCAO-PARAMS - " NOME-CONTROLE-ARQ
               " - OPERADOR " OPERADOR
           MOVE SPACES TO TAB-NOVOS
           MOVE SPACES TO TAB-MANTIDOS
           MOVE 0 TO QTD-NOVOS

           IF ARQUIVO-MULTIPLO = 'N'
               ADD 1 TO QTD-NOVOS
               MOVE REG-ORIGINAL(1) TO REG-NOVO(1)
               MOVE 0 TO NOV-ORIGEM(1)
               IF QTD-REGISTROS > 0
                   MOVE 1 TO NOV-ORIGEM(1)
                   MOVE 'S' TO ORIGINAL-MANTIDO(1)
               END-IF
               MOVE 1 TO POS-ATUAL
               PERFORM 420-EDITA-REGISTRO
           ELSE
               PERFORM VARYING IDX-REG FROM 1 BY 1
                       UNTIL IDX-REG > QTD-REGISTROS
                       OR ABANDONA = 'S'
                   PERFORM 410-TRATA-PASSO
               END-PERFORM
               PERFORM 430-INCLUI-PASSOS
           END-IF

           IF ABANDONA = 'S'
               DISPLAY "ALTERACAO ABANDONADA - " NOME-CONTROLE-ARQ
                   " NAO FOI REGRAVADO"
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF QTD-NOVOS = 0
               DISPLAY "ERRO: O PLANO PRECISA DE AO MENOS UM PASSO - "
                   NOME-CONTROLE-ARQ " NAO FOI REGRAVADO"
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM 450-APURA-ALTERACOES
           IF QTD-ALTERACOES = 0
               DISPLAY "NENHUMA ALTERACAO EM " NOME-CONTROLE-ARQ
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ALTERACOES EM " NOME-CONTROLE-ARQ ":"
           PERFORM VARYING IDX-ALT FROM 1 BY 1
                   UNTIL IDX-ALT > QTD-ALTERACOES
               DISPLAY "  " ALT-ACAO(IDX-ALT) " REGISTRO "
                   ALT-REGISTRO(IDX-ALT) " " ALT-CAMPO(IDX-ALT)
               DISPLAY "      DE   ["
                   FUNCTION TRIM(ALT-ANTERIOR(IDX-ALT) TRAILING) "]"
               DISPLAY "      PARA ["
                   FUNCTION TRIM(ALT-NOVO(IDX-ALT) TRAILING) "]"
           END-PERFORM
           DISPLAY "CONFIRMA A GRAVACAO (S/N)? " WITH NO ADVANCING
           MOVE SPACES TO RESPOSTA
           ACCEPT RESPOSTA
           IF RESPOSTA(1:1) NOT = "S" AND RESPOSTA(1:1) NOT = "s"
               DISPLAY "ALTERACOES DESCARTADAS - " NOME-CONTROLE-ARQ
                   " NAO FOI REGRAVADO"
               EXIT PARAGRAPH
           END-IF

           PERFORM 600-GRAVA-ARQUIVO
           PERFORM 650-GRAVA-HISTORICO
           MOVE 'S' TO ARQUIVO-REGRAVADO
           DISPLAY NOME-CONTROLE-ARQ " REGRAVADO COM " QTD-NOVOS
               " REGISTRO(S) E " QTD-ALTERACOES
               " ALTERACAO(OES) NO HISTORICO".

      ******************************************************************
      ****Passo existente do plano: A altera, M (ou ENTER) mantem e*****
      ****E exclui; passo mantido que nao passe na validacao (por*******
      ****exemplo PLN-SEQ apos uma exclusao) e levado a alteracao*******
      ******************************************************************
       410-TRATA-PASSO.
           DISPLAY "PASSO " IDX-REG ": " REG-ORIGINAL(IDX-REG)
           MOVE 0 TO TENTATIVAS
           MOVE SPACES TO ACAO-REGISTRO
           PERFORM UNTIL ACAO-REGISTRO = "A" OR ACAO-REGISTRO = "M"
                   OR ACAO-REGISTRO = "E" OR ABANDONA = 'S'
               DISPLAY "  (A)LTERA, (M)ANTEM OU (E)XCLUI? "
                   WITH NO ADVANCING
               MOVE SPACES TO RESPOSTA
               ACCEPT RESPOSTA
               MOVE RESPOSTA(1:1) TO ACAO-REGISTRO
               INSPECT ACAO-REGISTRO CONVERTING "ame" TO "AME"
               IF ACAO-REGISTRO = SPACE
                   MOVE "M" TO ACAO-REGISTRO
               END-IF
               IF ACAO-REGISTRO NOT = "A" AND ACAO-REGISTRO NOT = "M"
                       AND ACAO-REGISTRO NOT = "E"
                   DISPLAY "  RESPOSTA INVALIDA"
                   ADD 1 TO TENTATIVAS
                   ADD 1 TO QTD-REJEITADAS
                   IF TENTATIVAS >= 3
                       MOVE 'S' TO ABANDONA
                   END-IF
               END-IF
           END-PERFORM
           IF ABANDONA = 'S' OR ACAO-REGISTRO = "E"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO QTD-NOVOS
           MOVE QTD-NOVOS TO POS-ATUAL
           MOVE REG-ORIGINAL(IDX-REG) TO REG-NOVO(POS-ATUAL)
           MOVE IDX-REG TO NOV-ORIGEM(POS-ATUAL)
           MOVE 'S' TO ORIGINAL-MANTIDO(IDX-REG)
           IF ACAO-REGISTRO = "M"
               MOVE REG-NOVO(POS-ATUAL) TO REG-TRABALHO
               PERFORM 550-VALIDA-REGISTRO
               IF REGISTRO-VALIDO = 'S'
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "  PASSO COM VALOR INVALIDO - CORRIJA OS CAMPOS"
           END-IF
           PERFORM 420-EDITA-REGISTRO.

      ******************************************************************
      ****Edicao campo a campo do registro em POS-ATUAL, seguida da*****
      ****validacao cruzada entre campos do mesmo registro**************
      ******************************************************************
       420-EDITA-REGISTRO.
           MOVE 'N' TO REGISTRO-VALIDO
           MOVE 0 TO TENTATIVAS-REG
           PERFORM UNTIL REGISTRO-VALIDO = 'S' OR ABANDONA = 'S'
               PERFORM VARYING IDX-CMP FROM 1 BY 1
                       UNTIL IDX-CMP > QTD-CAMPOS OR ABANDONA = 'S'
                   PERFORM 425-EDITA-CAMPO
               END-PERFORM
               IF ABANDONA = 'N'
                   MOVE REG-NOVO(POS-ATUAL) TO REG-TRABALHO
                   PERFORM 560-VALIDA-CRUZADA
                   IF REGISTRO-VALIDO = 'N'
                       DISPLAY "  REGISTRO INVALIDO: " MOTIVO-ERRO
                       ADD 1 TO QTD-REJEITADAS
                       ADD 1 TO TENTATIVAS-REG
                       IF TENTATIVAS-REG >= 3
                           MOVE 'S' TO ABANDONA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       425-EDITA-CAMPO.
           MOVE CMP-INICIO(IDX-CMP) TO INI-CMP
           MOVE CMP-TAMANHO(IDX-CMP) TO TAM-CMP
           MOVE SPACES TO VALOR-ATUAL
           MOVE REG-NOVO(POS-ATUAL)(INI-CMP:TAM-CMP) TO VALOR-ATUAL
           MOVE 'N' TO CAMPO-VALIDO
           MOVE 0 TO TENTATIVAS
           PERFORM UNTIL CAMPO-VALIDO = 'S' OR ABANDONA = 'S'
               DISPLAY "  " CMP-NOME(IDX-CMP) " - "
                   CMP-DESCRICAO(IDX-CMP)
               DISPLAY "    ATUAL [" VALOR-ATUAL(1:TAM-CMP)
                   "] NOVO (ENTER MANTEM): " WITH NO ADVANCING
               MOVE SPACES TO RESPOSTA
               ACCEPT RESPOSTA
               MOVE 'S' TO CAMPO-VALIDO
               IF RESPOSTA = SPACES
                   MOVE VALOR-ATUAL TO VALOR-CAMPO
               ELSE
                   PERFORM 440-NORMALIZA-ENTRADA
               END-IF
               IF CAMPO-VALIDO = 'S'
                   PERFORM 500-VALIDA-CAMPO
               END-IF
               IF CAMPO-VALIDO = 'N'
                   DISPLAY "    INVALIDO: " MOTIVO-ERRO
                   ADD 1 TO QTD-REJEITADAS
                   ADD 1 TO TENTATIVAS
                   IF TENTATIVAS >= 3
                       MOVE 'S' TO ABANDONA
                   END-IF
               END-IF
           END-PERFORM
           IF CAMPO-VALIDO = 'S'
               MOVE VALOR-CAMPO(1:TAM-CMP)
                   TO REG-NOVO(POS-ATUAL)(INI-CMP:TAM-CMP)
           END-IF.

      ******************************************************************
      ****Inclusao de passos ao final do plano, ja numerados pela*******
      ****posicao*******************************************************
      ******************************************************************
       430-INCLUI-PASSOS.
           MOVE SPACES TO RESPOSTA
           PERFORM UNTIL ABANDONA = 'S'
                   OR QTD-NOVOS >= QTD-MAX-REGISTROS
               DISPLAY "INCLUIR PASSO " QTD-NOVOS " + 1 NO FIM DO PLANO"
                   " (S/N)? " WITH NO ADVANCING
               MOVE SPACES TO RESPOSTA
               ACCEPT RESPOSTA
               IF RESPOSTA(1:1) NOT = "S" AND RESPOSTA(1:1) NOT = "s"
                   EXIT PERFORM
               END-IF
               ADD 1 TO QTD-NOVOS
               MOVE QTD-NOVOS TO POS-ATUAL
               MOVE SPACES TO REG-NOVO(POS-ATUAL)
               MOVE POS-ATUAL TO SEQ-SUGERIDA
               MOVE SEQ-SUGERIDA TO REG-NOVO(POS-ATUAL)(1:2)
               MOVE 0 TO NOV-ORIGEM(POS-ATUAL)
               PERFORM 420-EDITA-REGISTRO
           END-PERFORM.

      ******************************************************************
      ****Entrada do operador ajustada ao formato do campo: numeros*****
      ****e datas alinhados a direita com zeros, modo em maiuscula,*****
      ****texto alinhado a esquerda*************************************
      ******************************************************************
       440-NORMALIZA-ENTRADA.
           MOVE SPACES TO VALOR-CAMPO
           MOVE FUNCTION TRIM(RESPOSTA) TO ENTRADA
           COMPUTE TAM-ENTRADA =
               FUNCTION LENGTH(FUNCTION TRIM(RESPOSTA))
           IF TAM-ENTRADA > TAM-CMP
               MOVE TAM-CMP TO EDT-NUMERO
               MOVE SPACES TO MOTIVO-ERRO
               STRING "MAIS DE " DELIMITED BY SIZE
                   FUNCTION TRIM(EDT-NUMERO) DELIMITED BY SIZE
                   " POSICAO(OES)" DELIMITED BY SIZE
                   INTO MOTIVO-ERRO
               MOVE 'N' TO CAMPO-VALIDO
               EXIT PARAGRAPH
           END-IF
           EVALUATE CMP-REGRA(IDX-CMP)
               WHEN "N"
               WHEN "S"
               WHEN "D"
               WHEN "Z"
                   IF ENTRADA(1:TAM-ENTRADA) IS NOT NUMERIC
                       MOVE "INFORME SO DIGITOS" TO MOTIVO-ERRO
                       MOVE 'N' TO CAMPO-VALIDO
                       EXIT PARAGRAPH
                   END-IF
                   MOVE FUNCTION NUMVAL(ENTRADA(1:TAM-ENTRADA))
                       TO NUM-EDITADO
                   MOVE NUM-EDITADO(10 - TAM-CMP:TAM-CMP)
                       TO VALOR-CAMPO
               WHEN "M"
                   MOVE ENTRADA(1:1) TO VALOR-CAMPO
                   INSPECT VALOR-CAMPO(1:1) CONVERTING "bpu" TO "BPU"
               WHEN OTHER
                   MOVE ENTRADA TO VALOR-CAMPO
           END-EVALUATE.

      ******************************************************************
      ****Validacao de um valor (VALOR-CAMPO) pela regra do campo*******
      ****IDX-CMP no registro da posicao POS-ATUAL**********************
      ******************************************************************
       500-VALIDA-CAMPO.
           MOVE 'S' TO CAMPO-VALIDO
           MOVE SPACES TO MOTIVO-ERRO
           MOVE CMP-TAMANHO(IDX-CMP) TO TAM-CMP
           EVALUATE CMP-REGRA(IDX-CMP)
               WHEN "N"
                   IF VALOR-CAMPO(1:TAM-CMP) IS NOT NUMERIC
                       MOVE TAM-CMP TO EDT-NUMERO
                       STRING "NAO NUMERICO - USE " DELIMITED BY SIZE
                           FUNCTION TRIM(EDT-NUMERO) DELIMITED BY SIZE
                           " DIGITO(S) COM ZEROS A ESQUERDA"
                               DELIMITED BY SIZE
                           INTO MOTIVO-ERRO
                       MOVE 'N' TO CAMPO-VALIDO
                       EXIT PARAGRAPH
                   END-IF
                   MOVE FUNCTION NUMVAL(VALOR-CAMPO(1:TAM-CMP))
                       TO NUM-CAMPO
                   IF NUM-CAMPO < CMP-MINIMO(IDX-CMP)
                           OR NUM-CAMPO > CMP-MAXIMO(IDX-CMP)
                       MOVE CMP-MINIMO(IDX-CMP) TO EDT-MINIMO
                       MOVE CMP-MAXIMO(IDX-CMP) TO EDT-MAXIMO
                       STRING "FORA DA FAIXA " DELIMITED BY SIZE
                           FUNCTION TRIM(EDT-MINIMO) DELIMITED BY SIZE
                           " A " DELIMITED BY SIZE
                           FUNCTION TRIM(EDT-MAXIMO) DELIMITED BY SIZE
                           INTO MOTIVO-ERRO
                       MOVE 'N' TO CAMPO-VALIDO
                   END-IF
               WHEN "M"
                   IF VALOR-CAMPO(1:1) NOT = "B"
                           AND VALOR-CAMPO(1:1) NOT = "P"
                           AND VALOR-CAMPO(1:1) NOT = "U"
                       MOVE "USE B (BENCHMARK), P (PRODUCAO) OU U"
                           TO MOTIVO-ERRO
                       MOVE 'N' TO CAMPO-VALIDO
                   END-IF
               WHEN "D"
               WHEN "Z"
                   IF VALOR-CAMPO(1:8) IS NOT NUMERIC
                       MOVE "DATA INVALIDA - USE AAAAMMDD"
                           TO MOTIVO-ERRO
                       MOVE 'N' TO CAMPO-VALIDO
                       EXIT PARAGRAPH
                   END-IF
                   MOVE FUNCTION NUMVAL(VALOR-CAMPO(1:8)) TO NUM-CAMPO
                   IF NUM-CAMPO = 0 AND CMP-REGRA(IDX-CMP) = "Z"
                       EXIT PARAGRAPH
                   END-IF
                   IF NUM-CAMPO < 19000101 OR NUM-CAMPO > 29991231
                           OR FUNCTION TEST-DATE-YYYYMMDD(NUM-CAMPO)
                               NOT = 0
                       MOVE "DATA INVALIDA - USE AAAAMMDD"
                           TO MOTIVO-ERRO
                       MOVE 'N' TO CAMPO-VALIDO
                   END-IF
               WHEN "S"
                   IF VALOR-CAMPO(1:TAM-CMP) IS NOT NUMERIC
                       MOVE 'N' TO CAMPO-VALIDO
                   ELSE
                       IF FUNCTION NUMVAL(VALOR-CAMPO(1:TAM-CMP))
                               NOT = POS-ATUAL
                           MOVE 'N' TO CAMPO-VALIDO
                       END-IF
                   END-IF
                   IF CAMPO-VALIDO = 'N'
                       MOVE POS-ATUAL TO EDT-NUMERO
                       STRING "DEVE SER A POSICAO DO PASSO NO PLANO ("
                               DELIMITED BY SIZE
                           FUNCTION TRIM(EDT-NUMERO) DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO MOTIVO-ERRO
                   END-IF
               WHEN "T"
                   IF VALOR-CAMPO(1:TAM-CMP) = SPACES
                       MOVE "CAMPO OBRIGATORIO" TO MOTIVO-ERRO
                       MOVE 'N' TO CAMPO-VALIDO
                   END-IF
           END-EVALUATE.

      ******************************************************************
      ****Validacao completa do registro em REG-TRABALHO: todos os******
      ****campos e depois a validacao cruzada***************************
      ******************************************************************
       550-VALIDA-REGISTRO.
           MOVE 'S' TO REGISTRO-VALIDO
           PERFORM VARYING IDX-CMP FROM 1 BY 1
                   UNTIL IDX-CMP > QTD-CAMPOS
               MOVE CMP-INICIO(IDX-CMP) TO INI-CMP
               MOVE CMP-TAMANHO(IDX-CMP) TO TAM-CMP
               MOVE SPACES TO VALOR-CAMPO
               MOVE REG-TRABALHO(INI-CMP:TAM-CMP) TO VALOR-CAMPO
               PERFORM 500-VALIDA-CAMPO
               IF CAMPO-VALIDO = 'N'
                   DISPLAY "  " CMP-NOME(IDX-CMP) " INVALIDO: "
                       MOTIVO-ERRO
                   MOVE 'N' TO REGISTRO-VALIDO
               END-IF
           END-PERFORM
           IF REGISTRO-VALIDO = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM 560-VALIDA-CRUZADA
           IF REGISTRO-VALIDO = 'N'
               DISPLAY "  REGISTRO INVALIDO: " MOTIVO-ERRO
           END-IF.

      ******************************************************************
      ****Validacao entre campos: o tamanho cresce 10 vezes e as********
      ****repeticoes caem 10 vezes a cada dobra (o ultimo tamanho*******
      ****cabe no vetor de 1000000 e a ultima repeticao nao zera);******
      ****a faixa do exporta nao pode estar invertida*******************
      ******************************************************************
       560-VALIDA-CRUZADA.
           MOVE 'S' TO REGISTRO-VALIDO
           MOVE SPACES TO MOTIVO-ERRO
           EVALUATE ARQUIVO-ARG
               WHEN "parametros"
                   IF TRB-TAMANHO-INI IS NOT NUMERIC
                           OR TRB-REPETE-INI IS NOT NUMERIC
                           OR TRB-QTD-DOBRAS IS NOT NUMERIC
                           OR TRB-QTD-DOBRAS < 1
                           OR TRB-QTD-DOBRAS > 7
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE FATOR-DOBRAS = 10 ** (TRB-QTD-DOBRAS - 1)
                   COMPUTE TAMANHO-FINAL =
                       TRB-TAMANHO-INI * FATOR-DOBRAS
                   IF TAMANHO-FINAL > 1000000
                       MOVE "ULTIMO TAMANHO EXCEDE 1000000"
                           TO MOTIVO-ERRO
                       MOVE 'N' TO REGISTRO-VALIDO
                       EXIT PARAGRAPH
                   END-IF
                   IF TRB-REPETE-INI < FATOR-DOBRAS
                       MOVE "REPETICOES ZERAM ANTES DA ULTIMA DOBRA"
                           TO MOTIVO-ERRO
                       MOVE 'N' TO REGISTRO-VALIDO
                   END-IF
               WHEN "exporta-params"
                   IF TRB-DATA-INI IS NUMERIC
                           AND TRB-DATA-FIM IS NUMERIC
                           AND TRB-DATA-FIM > 0
                           AND TRB-DATA-INI > TRB-DATA-FIM
                       MOVE "EXP-DATA-INI POSTERIOR A EXP-DATA-FIM"
                           TO MOTIVO-ERRO
                       MOVE 'N' TO REGISTRO-VALIDO
                   END-IF
           END-EVALUATE.

      ******************************************************************
      ****Apuracao das alteracoes: passos excluidos, passos*************
      ****incluidos e, nos registros mantidos, cada campo alterado******
      ******************************************************************
       450-APURA-ALTERACOES.
           MOVE 0 TO QTD-ALTERACOES
           PERFORM VARYING IDX-REG FROM 1 BY 1
                   UNTIL IDX-REG > QTD-REGISTROS
               IF ORIGINAL-MANTIDO(IDX-REG) NOT = 'S'
                   ADD 1 TO QTD-ALTERACOES
                   MOVE IDX-REG TO ALT-REGISTRO(QTD-ALTERACOES)
                   MOVE "E" TO ALT-ACAO(QTD-ALTERACOES)
                   MOVE "REGISTRO" TO ALT-CAMPO(QTD-ALTERACOES)
                   MOVE REG-ORIGINAL(IDX-REG)
                       TO ALT-ANTERIOR(QTD-ALTERACOES)
                   MOVE SPACES TO ALT-NOVO(QTD-ALTERACOES)
               END-IF
           END-PERFORM
           PERFORM VARYING IDX-NOVO FROM 1 BY 1
                   UNTIL IDX-NOVO > QTD-NOVOS
               IF NOV-ORIGEM(IDX-NOVO) = 0
                   ADD 1 TO QTD-ALTERACOES
                   MOVE IDX-NOVO TO ALT-REGISTRO(QTD-ALTERACOES)
                   MOVE "I" TO ALT-ACAO(QTD-ALTERACOES)
                   MOVE "REGISTRO" TO ALT-CAMPO(QTD-ALTERACOES)
                   MOVE SPACES TO ALT-ANTERIOR(QTD-ALTERACOES)
                   MOVE REG-NOVO(IDX-NOVO) TO ALT-NOVO(QTD-ALTERACOES)
               ELSE
                   MOVE NOV-ORIGEM(IDX-NOVO) TO IDX-REG
                   PERFORM VARYING IDX-CMP FROM 1 BY 1
                           UNTIL IDX-CMP > QTD-CAMPOS
                       MOVE CMP-INICIO(IDX-CMP) TO INI-CMP
                       MOVE CMP-TAMANHO(IDX-CMP) TO TAM-CMP
                       IF REG-NOVO(IDX-NOVO)(INI-CMP:TAM-CMP) NOT =
                               REG-ORIGINAL(IDX-REG)(INI-CMP:TAM-CMP)
                           ADD 1 TO QTD-ALTERACOES
                           MOVE IDX-NOVO TO ALT-REGISTRO(QTD-ALTERACOES)
                           MOVE "A" TO ALT-ACAO(QTD-ALTERACOES)
                           MOVE CMP-NOME(IDX-CMP)
                               TO ALT-CAMPO(QTD-ALTERACOES)
                           MOVE SPACES TO ALT-ANTERIOR(QTD-ALTERACOES)
                           MOVE REG-ORIGINAL(IDX-REG)(INI-CMP:TAM-CMP)
                               TO ALT-ANTERIOR(QTD-ALTERACOES)
                           MOVE SPACES TO ALT-NOVO(QTD-ALTERACOES)
                           MOVE REG-NOVO(IDX-NOVO)(INI-CMP:TAM-CMP)
                               TO ALT-NOVO(QTD-ALTERACOES)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
      ****Regravacao do arquivo de controle*****************************
      ******************************************************************
       600-GRAVA-ARQUIVO.
           OPEN OUTPUT ARQUIVO-CONTROLE
           IF WS-CONTROLE-STATUS NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL REGRAVAR "
                   NOME-CONTROLE-ARQ " (STATUS " WS-CONTROLE-STATUS ")"
               MOVE 16 TO RETURN-CODE
               PERFORM 080-GRAVA-EXECUCAO
               PERFORM 040-LIBERA-TRAVA
               STOP RUN
           END-IF
           PERFORM VARYING IDX-NOVO FROM 1 BY 1
                   UNTIL IDX-NOVO > QTD-NOVOS
               MOVE REG-NOVO(IDX-NOVO) TO REG-CONTROLE
               WRITE REG-CONTROLE
           END-PERFORM
           CLOSE ARQUIVO-CONTROLE.

      ******************************************************************
      ****Historico de alteracoes (historico-parametros.dat)************
      ******************************************************************
       650-GRAVA-HISTORICO.
           OPEN INPUT ARQUIVO-HISTORICO
           IF WS-HISTORICO-STATUS = "00"
               CLOSE ARQUIVO-HISTORICO
               OPEN EXTEND ARQUIVO-HISTORICO
           ELSE
               OPEN OUTPUT ARQUIVO-HISTORICO
           END-IF
           PERFORM VARYING IDX-ALT FROM 1 BY 1
                   UNTIL IDX-ALT > QTD-ALTERACOES
               MOVE SPACES TO REG-HISTORICO
               ACCEPT HPR-DATA FROM DATE YYYYMMDD
               ACCEPT HPR-HORA FROM TIME
               MOVE OPERADOR TO HPR-OPERADOR
               MOVE ARQUIVO-ARG TO HPR-ARQUIVO
               MOVE ALT-REGISTRO(IDX-ALT) TO HPR-REGISTRO
               MOVE ALT-ACAO(IDX-ALT) TO HPR-ACAO
               MOVE ALT-CAMPO(IDX-ALT) TO HPR-CAMPO
               MOVE ALT-ANTERIOR(IDX-ALT) TO HPR-VALOR-ANTERIOR
               MOVE ALT-NOVO(IDX-ALT) TO HPR-VALOR-NOVO
               WRITE REG-HISTORICO
           END-PERFORM
           CLOSE ARQUIVO-HISTORICO.

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
           MOVE "MANUT-PARAMS" TO EXE-PROGRAMA
           MOVE DATA-INICIO-EXEC TO EXE-DATA-INICIO
           MOVE HORA-INICIO-EXEC TO EXE-HORA-INICIO
           MOVE DATA-FIM-EXEC TO EXE-DATA-FIM
           MOVE HORA-FIM-EXEC TO EXE-HORA-FIM
           MOVE GERACAO-ID TO EXE-GERACAO-ID
           MOVE PARAMETROS-USADOS TO EXE-PARAMETROS
           MOVE QTD-REGISTROS TO EXE-REG-LIDOS
           MOVE QTD-REJEITADAS TO EXE-REG-REJEITADOS
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
           IF ARQUIVO-REGRAVADO = 'S'
               MOVE "G" TO LIN-OPERACAO
               MOVE NOME-CONTROLE-ARQ TO LIN-ARQUIVO
               MOVE QTD-NOVOS TO LIN-QTD-REGISTROS
               PERFORM 083-GRAVA-REG-LINHAGEM
               MOVE "historico-parametros.dat" TO LIN-ARQUIVO
               MOVE QTD-ALTERACOES TO LIN-QTD-REGISTROS
               PERFORM 083-GRAVA-REG-LINHAGEM
           END-IF
           CLOSE ARQUIVO-LINHAGEM.

       083-GRAVA-REG-LINHAGEM.
           MOVE "MANUT-PARAMS" TO LIN-PROGRAMA
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
           MOVE "MANUTENCAO-PARAMS" TO TRV-PROGRAMA
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

       END PROGRAM MANUTENCAO-PARAMS.
