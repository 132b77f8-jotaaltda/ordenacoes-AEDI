       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTA-VALORES.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-ENTRADA
               ASSIGN USING NOME-ENTRADA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRADA-STATUS.

           SELECT ARQUIVO-VALORES
               ASSIGN TO "../../../../Dados/valores.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-REJEITOS
               ASSIGN TO "../../../../Dados/rejeitos-importa.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-GERACAO-ID
               ASSIGN TO "../../../../Dados/geracao-id.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

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

      ******************************************************************
      ****Arquivo recebido do sistema de origem: texto delimitado por***
      ****; , ou |, primeira linha de cabecalho, uma linha por par de***
      ****chaves (primaria;secundaria) e, na ultima linha, o total de***
      ****controle do remetente (identificador;quantidade;hash total)***
      ******************************************************************
       FD ARQUIVO-ENTRADA.

       01 REG-ENTRADA PIC X(100).

       FD ARQUIVO-VALORES.

       01 REG-VALOR.
           05 SAIDA-NUMERO-PRIM PIC 9(9).
           05 SAIDA-NUMERO-SEC  PIC 9(9).

       01 REG-CABECALHO-VALORES.
           05 CAB-TIPO    PIC X(1).
           05 CAB-GERACAO PIC 9(14).
           05 FILLER      PIC X(3).

       01 REG-TRAILER-VALORES.
           05 TRC-TIPO     PIC X(1).
           05 TRC-QTD      PIC 9(9).
           05 TRC-CHECKSUM PIC 9(8).

       FD ARQUIVO-REJEITOS.

       01 REG-REJEITO.
           05 REJ-ORIGEM    PIC X(10).
           05 REJ-LINHA     PIC 9(6).
           05 REJ-CONTEUDO  PIC X(18).

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

      *****Arquivo recebido (linha de comando, dentro de Dados)*****
       01 WS-ENTRADA-STATUS PIC X(2).
       01 PARAMETRO-LINHA   PIC X(80).
       01 NOME-ENTRADA.
           05 FILLER           PIC X(18) VALUE "../../../../Dados/".
           05 NOME-ENTRADA-ARQ PIC X(44).
       01 ENTRADA-LIDA      PIC X VALUE 'N'.
       01 VALORES-GRAVADO   PIC X VALUE 'N'.
       01 REJEITOS-GRAVADO  PIC X VALUE 'N'.

      *****Percurso do arquivo: C = conferencia, G = gravacao*****
       01 MODO-PASSADA       PIC X VALUE "C".
       01 FIM                PIC X VALUE 'N'.
       01 ACHOU-CABECALHO    PIC X VALUE 'N'.
       01 CABECALHO-INVALIDO PIC X VALUE 'N'.
       01 NUM-LINHA          PIC 9(9) COMP.

      *****Linha retida ate a leitura da seguinte: a ultima linha*****
      *****preenchida e o total de controle do remetente*****
       01 TEM-PENDENTE       PIC X VALUE 'N'.
       01 LINHA-PENDENTE     PIC X(100).
       01 NUM-LINHA-PENDENTE PIC 9(9) COMP.

       01 LINHA-TRAB         PIC X(100).
       01 NUM-LINHA-TRAB     PIC 9(9) COMP.
       01 QTD-CAMPOS         PIC 9(2) COMP.
       01 CAMPOS-EXCEDENTES  PIC X VALUE 'N'.
       01 CAMPO-1            PIC X(100).
       01 CAMPO-2            PIC X(100).
       01 CAMPO-3            PIC X(100).

      *****Normalizacao de um campo numerico: espacos, aspas, sinal*****
      *****e zeros a esquerda retirados, ate 18 digitos*****
       01 CAMPO-TEXTO     PIC X(100).
       01 CAMPO-OK        PIC X VALUE 'N'.
       01 CAMPO-NEGATIVO  PIC X VALUE 'N'.
       01 CAMPO-MOTIVO    PIC 9(1) COMP.
       01 CAMPO-TAMANHO   PIC 9(3) COMP.
       01 CAMPO-DIGITOS   PIC X(18).
       01 CAMPO-VALOR REDEFINES CAMPO-DIGITOS PIC 9(18).
       01 SO-DIGITOS      PIC X VALUE 'N'.
       01 POS-INI         PIC 9(3) COMP.
       01 POS-FIM         PIC 9(3) COMP.
       01 POS-CHAR        PIC 9(3) COMP.
       01 POS-DEST        PIC 9(3) COMP.

       01 LINHA-VALIDA    PIC X VALUE 'N'.
       01 MOTIVO-LINHA    PIC 9(1) COMP.
       01 CHAVE-PRIM      PIC 9(9).
       01 CHAVE-SEC       PIC 9(9).
       01 CHAVE-TRAB      PIC 9(9).
       01 METADE-REJEITO  PIC X(9).

      *****Conteudo do rejeito: cada chave alinhada a direita em 9*****
      *****posicoes; '?' na ultima posicao marca campo ausente ou*****
      *****longo demais, que so pode ser corrigido na origem*****
       01 CONTEUDO-REJEITO.
           05 CRJ-PRIM PIC X(9).
           05 CRJ-SEC  PIC X(9).

      *****Motivos de rejeicao*****
       01 IDX-MOTIVO PIC 9(1) COMP.
       01 TAB-NOMES-MOTIVO.
           05 FILLER PIC X(28) VALUE "QUANTIDADE DE CAMPOS".
           05 FILLER PIC X(28) VALUE "CHAVE VAZIA".
           05 FILLER PIC X(28) VALUE "CHAVE NAO NUMERICA".
           05 FILLER PIC X(28) VALUE "CHAVE NEGATIVA".
           05 FILLER PIC X(28) VALUE "CHAVE COM MAIS DE 9 DIGITOS".
       01 TAB-NOMES-MOTIVO-R REDEFINES TAB-NOMES-MOTIVO.
           05 NOME-MOTIVO OCCURS 5 TIMES PIC X(28).
       01 TAB-QTD-MOTIVO.
           05 QTD-MOTIVO OCCURS 5 TIMES PIC 9(9) COMP.

      *****Totais apurados e total de controle do remetente*****
       01 QTD-DADOS      PIC 9(9) COMP VALUE 0.
       01 QTD-ACEITOS    PIC 9(9) COMP VALUE 0.
       01 QTD-REJEITADOS PIC 9(9) COMP VALUE 0.
       01 QTD-BRANCAS    PIC 9(9) COMP VALUE 0.
       01 QTD-GRAVADOS   PIC 9(9) COMP VALUE 0.
       01 QTD-REJ-GRAVADOS PIC 9(9) COMP VALUE 0.
       01 REMETENTE-QTD  PIC 9(18) VALUE 0.
       01 REMETENTE-HASH PIC 9(18) VALUE 0.

      *****Checksum aditivo dos registros aceitos (hash total do*****
      *****remetente; modulo 10**8 no trailer de valores.dat)*****
       01 CHECKSUM-ACUM     PIC 9(18) COMP VALUE 0.
       01 CHECKSUM-REDUZIDO PIC 9(8).

      *****Registro de execucao (execucoes.dat)*****
       01 WS-EXECUCOES-STATUS PIC X(2).
       01 DATA-INICIO-EXEC PIC 9(8).
       01 HORA-INICIO-EXEC.
           05 HORA-INI-HHMMSS PIC 9(6).
           05 HORA-INI-CC     PIC 9(2).
       01 DATA-FIM-EXEC    PIC 9(8).
       01 HORA-FIM-EXEC    PIC 9(8).
       01 GERACAO-ID       PIC 9(14) VALUE 0.
       01 PARAMETROS-USADOS PIC X(29).

      ******************************************************************

       PROCEDURE DIVISION.

       000-MAIN-PROCEDURE.
           ACCEPT DATA-INICIO-EXEC FROM DATE YYYYMMDD
           ACCEPT HORA-INICIO-EXEC FROM TIME
           COMPUTE GERACAO-ID =
               DATA-INICIO-EXEC * 1000000 + HORA-INI-HHMMSS

           PERFORM 045-LE-ARGUMENTOS
           PERFORM 030-OBTEM-TRAVA

      *    Primeira passada so confere o arquivo; valores.dat e
      *    rejeitos-importa.dat so sao substituidos na segunda
      *    passada, depois que os totais do remetente foram conferidos

           INITIALIZE TAB-QTD-MOTIVO
           PERFORM 100-CONFERE-ENTRADA
           PERFORM 200-CONFERE-TOTAIS
           PERFORM 300-GRAVA-VALORES
           PERFORM 350-GRAVA-GERACAO-ID

           DISPLAY "IMPORTA-VALORES: " QTD-GRAVADOS
               " REGISTROS GRAVADOS EM VALORES.DAT (GERACAO "
               GERACAO-ID ")"
           IF QTD-REJEITADOS > 0
               DISPLAY "AVISO: " QTD-REJEITADOS " LINHA(S) EM "
                   "REJEITOS-IMPORTA.DAT PARA O REPARA-REJEITOS"
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 080-GRAVA-EXECUCAO
           STOP RUN.

      ******************************************************************
      ****Nome do arquivo recebido na linha de comando (padrao**********
      ****valores-externos.csv); o proprio valores.dat e recusado*******
      ****porque e regravado a partir da entrada************************
      ******************************************************************
       045-LE-ARGUMENTOS.
           MOVE SPACES TO PARAMETRO-LINHA
           ACCEPT PARAMETRO-LINHA FROM COMMAND-LINE
           MOVE SPACES TO NOME-ENTRADA-ARQ
           UNSTRING PARAMETRO-LINHA DELIMITED BY ALL SPACE
               INTO NOME-ENTRADA-ARQ
           END-UNSTRING
           IF NOME-ENTRADA-ARQ = SPACES
               MOVE "valores-externos.csv" TO NOME-ENTRADA-ARQ
           END-IF
           MOVE NOME-ENTRADA-ARQ TO PARAMETROS-USADOS
           IF FUNCTION LOWER-CASE(NOME-ENTRADA-ARQ) = "valores.dat"
               DISPLAY "ERRO: VALORES.DAT NAO PODE SER A ENTRADA DA "
                   "IMPORTACAO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      ****Primeira passada: converte cada linha de dados, acumula*******
      ****quantidade e hash das aceitas e conta as rejeitadas***********
      ******************************************************************
       100-CONFERE-ENTRADA.
           OPEN INPUT ARQUIVO-ENTRADA
           IF WS-ENTRADA-STATUS NOT = "00"
               DISPLAY "ERRO: ARQUIVO " FUNCTION TRIM(NOME-ENTRADA-ARQ)
                   " NAO ENCONTRADO EM DADOS"
               MOVE 16 TO RETURN-CODE
               PERFORM 950-ABEND-IMPORTACAO
           END-IF
           MOVE 'S' TO ENTRADA-LIDA

           MOVE "C" TO MODO-PASSADA
           PERFORM 110-PERCORRE-ENTRADA

           CLOSE ARQUIVO-ENTRADA

           IF ACHOU-CABECALHO = 'N'
               DISPLAY "ERRO: ARQUIVO " FUNCTION TRIM(NOME-ENTRADA-ARQ)
                   " VAZIO"
               MOVE 16 TO RETURN-CODE
               PERFORM 950-ABEND-IMPORTACAO
           END-IF
           IF CABECALHO-INVALIDO = 'S'
               DISPLAY "ERRO: " FUNCTION TRIM(NOME-ENTRADA-ARQ)
                   " SEM CABECALHO - A PRIMEIRA LINHA E UM PAR DE "
                   "CHAVES"
               MOVE 16 TO RETURN-CODE
               PERFORM 950-ABEND-IMPORTACAO
           END-IF
           IF TEM-PENDENTE = 'N'
               DISPLAY "ERRO: " FUNCTION TRIM(NOME-ENTRADA-ARQ)
                   " SEM TOTAL DE CONTROLE DO REMETENTE"
               MOVE 16 TO RETURN-CODE
               PERFORM 950-ABEND-IMPORTACAO
           END-IF

           PERFORM 190-LE-TOTAL-REMETENTE.

       110-PERCORRE-ENTRADA.
           MOVE 'N' TO ACHOU-CABECALHO
           MOVE 'N' TO TEM-PENDENTE
           MOVE 0 TO NUM-LINHA
           MOVE 'N' TO FIM
           PERFORM UNTIL FIM = 'S'
               READ ARQUIVO-ENTRADA
                   AT END
                       MOVE 'S' TO FIM
                   NOT AT END
                       ADD 1 TO NUM-LINHA
                       PERFORM 120-TRATA-LINHA
               END-READ
           END-PERFORM.

       120-TRATA-LINHA.
           IF REG-ENTRADA = SPACES
               IF MODO-PASSADA = "C"
                   ADD 1 TO QTD-BRANCAS
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF ACHOU-CABECALHO = 'N'
               MOVE 'S' TO ACHOU-CABECALHO
               MOVE REG-ENTRADA TO LINHA-TRAB
               PERFORM 160-CONVERTE-LINHA
               IF LINHA-VALIDA = 'S'
                   MOVE 'S' TO CABECALHO-INVALIDO
                   MOVE 'S' TO FIM
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF TEM-PENDENTE = 'S'
               MOVE LINHA-PENDENTE TO LINHA-TRAB
               MOVE NUM-LINHA-PENDENTE TO NUM-LINHA-TRAB
               PERFORM 150-TRATA-DADO
           END-IF
           MOVE REG-ENTRADA TO LINHA-PENDENTE
           MOVE NUM-LINHA TO NUM-LINHA-PENDENTE
           MOVE 'S' TO TEM-PENDENTE.

      ******************************************************************
      ****Linha de dados: na conferencia conta e soma; na gravacao******
      ****grava as aceitas em valores.dat e as rejeitadas em************
      ****rejeitos-importa.dat******************************************
      ******************************************************************
       150-TRATA-DADO.
           PERFORM 160-CONVERTE-LINHA

           IF MODO-PASSADA = "G"
               IF LINHA-VALIDA = 'S'
                   MOVE CHAVE-PRIM TO SAIDA-NUMERO-PRIM
                   MOVE CHAVE-SEC TO SAIDA-NUMERO-SEC
                   WRITE REG-VALOR
                   ADD 1 TO QTD-GRAVADOS
               ELSE
                   MOVE "IMPORTACAO" TO REJ-ORIGEM
                   MOVE NUM-LINHA-TRAB TO REJ-LINHA
                   MOVE CONTEUDO-REJEITO TO REJ-CONTEUDO
                   WRITE REG-REJEITO
                   ADD 1 TO QTD-REJ-GRAVADOS
               END-IF
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO QTD-DADOS
           IF LINHA-VALIDA = 'S'
               ADD 1 TO QTD-ACEITOS
               COMPUTE CHECKSUM-ACUM = CHECKSUM-ACUM
                   + CHAVE-PRIM + CHAVE-SEC
           ELSE
               ADD 1 TO QTD-REJEITADOS
               ADD 1 TO QTD-MOTIVO(MOTIVO-LINHA)
           END-IF.

      ******************************************************************
      ****Conversao de uma linha no layout NUMERO-LIDO-PRIM/SEC:********
      ****exatamente duas chaves (delimitador final tolerado)***********
      ******************************************************************
       160-CONVERTE-LINHA.
           MOVE 'N' TO LINHA-VALIDA
           MOVE 0 TO MOTIVO-LINHA
           MOVE 0 TO CHAVE-PRIM
           MOVE 0 TO CHAVE-SEC
           MOVE SPACES TO CONTEUDO-REJEITO
           PERFORM 165-SEPARA-CAMPOS

           IF CAMPOS-EXCEDENTES = 'S' OR QTD-CAMPOS < 2
                   OR CAMPO-3 NOT = SPACES
               MOVE 1 TO MOTIVO-LINHA
               PERFORM 185-REJEITO-LINHA-BRUTA
               EXIT PARAGRAPH
           END-IF

           MOVE CAMPO-1 TO CAMPO-TEXTO
           PERFORM 170-CONVERTE-CHAVE
           MOVE CHAVE-TRAB TO CHAVE-PRIM
           MOVE METADE-REJEITO TO CRJ-PRIM
           IF CAMPO-OK = 'N'
               MOVE CAMPO-MOTIVO TO MOTIVO-LINHA
           END-IF

           MOVE CAMPO-2 TO CAMPO-TEXTO
           PERFORM 170-CONVERTE-CHAVE
           MOVE CHAVE-TRAB TO CHAVE-SEC
           MOVE METADE-REJEITO TO CRJ-SEC
           IF CAMPO-OK = 'N' AND MOTIVO-LINHA = 0
               MOVE CAMPO-MOTIVO TO MOTIVO-LINHA
           END-IF

           IF MOTIVO-LINHA = 0
               MOVE 'S' TO LINHA-VALIDA
           END-IF.

       165-SEPARA-CAMPOS.
           INSPECT LINHA-TRAB REPLACING ALL X"0D" BY SPACE
           INSPECT LINHA-TRAB REPLACING ALL X"09" BY SPACE
           MOVE SPACES TO CAMPO-1 CAMPO-2 CAMPO-3
           MOVE 0 TO QTD-CAMPOS
           MOVE 'N' TO CAMPOS-EXCEDENTES
           UNSTRING LINHA-TRAB DELIMITED BY ";" OR "," OR "|"
               INTO CAMPO-1 CAMPO-2 CAMPO-3
               TALLYING IN QTD-CAMPOS
               ON OVERFLOW
                   MOVE 'S' TO CAMPOS-EXCEDENTES
           END-UNSTRING.

      ******************************************************************
      ****Chave de ate 9 digitos significativos; a convertida vai ao****
      ****rejeito ja normalizada, a recusada como veio do remetente*****
      ******************************************************************
       170-CONVERTE-CHAVE.
           MOVE 0 TO CHAVE-TRAB
           PERFORM 400-NORMALIZA-CAMPO
           IF CAMPO-OK = 'S' AND CAMPO-TAMANHO > 9
               MOVE 'N' TO CAMPO-OK
               MOVE 5 TO CAMPO-MOTIVO
           END-IF
           IF CAMPO-OK = 'S'
               MOVE CAMPO-VALOR TO CHAVE-TRAB
               MOVE CHAVE-TRAB TO METADE-REJEITO
           ELSE
               PERFORM 180-METADE-REJEITO
           END-IF.

       180-METADE-REJEITO.
           MOVE SPACES TO METADE-REJEITO
           MOVE 1 TO POS-INI
           MOVE 100 TO POS-FIM
           PERFORM 410-APARA-ESPACOS
           IF POS-INI > POS-FIM
               MOVE "?" TO METADE-REJEITO(9:1)
               EXIT PARAGRAPH
           END-IF
           COMPUTE CAMPO-TAMANHO = POS-FIM - POS-INI + 1
           IF CAMPO-TAMANHO > 9
               MOVE CAMPO-TEXTO(POS-INI:8) TO METADE-REJEITO(1:8)
               MOVE "?" TO METADE-REJEITO(9:1)
           ELSE
               COMPUTE POS-DEST = 10 - CAMPO-TAMANHO
               MOVE CAMPO-TEXTO(POS-INI:CAMPO-TAMANHO)
                   TO METADE-REJEITO(POS-DEST:CAMPO-TAMANHO)
           END-IF.

      *    Quantidade de campos errada: o rejeito leva o inicio da
      *    linha original, marcado para nao ser corrigido
       185-REJEITO-LINHA-BRUTA.
           MOVE LINHA-TRAB TO CAMPO-TEXTO
           MOVE 1 TO POS-INI
           MOVE 100 TO POS-FIM
           PERFORM 410-APARA-ESPACOS
           COMPUTE CAMPO-TAMANHO = POS-FIM - POS-INI + 1
           IF CAMPO-TAMANHO > 17
               MOVE 17 TO CAMPO-TAMANHO
           END-IF
           MOVE CAMPO-TEXTO(POS-INI:CAMPO-TAMANHO)
               TO CONTEUDO-REJEITO(1:CAMPO-TAMANHO)
           MOVE "?" TO CONTEUDO-REJEITO(18:1).

      ******************************************************************
      ****Total de controle do remetente na ultima linha preenchida:****
      ****identificador nao numerico, quantidade de linhas de dados*****
      ****e hash total (soma das duas chaves de todas as linhas)********
      ******************************************************************
       190-LE-TOTAL-REMETENTE.
           MOVE LINHA-PENDENTE TO LINHA-TRAB
           PERFORM 165-SEPARA-CAMPOS
           IF CAMPOS-EXCEDENTES = 'S' OR QTD-CAMPOS NOT = 3
                   OR CAMPO-1 = SPACES
               PERFORM 195-TOTAL-INVALIDO
           END-IF

           MOVE CAMPO-1 TO CAMPO-TEXTO
           PERFORM 400-NORMALIZA-CAMPO
           IF CAMPO-OK = 'S'
               PERFORM 195-TOTAL-INVALIDO
           END-IF

           MOVE CAMPO-2 TO CAMPO-TEXTO
           PERFORM 400-NORMALIZA-CAMPO
           IF CAMPO-OK = 'N'
               PERFORM 195-TOTAL-INVALIDO
           END-IF
           MOVE CAMPO-VALOR TO REMETENTE-QTD

           MOVE CAMPO-3 TO CAMPO-TEXTO
           PERFORM 400-NORMALIZA-CAMPO
           IF CAMPO-OK = 'N'
               PERFORM 195-TOTAL-INVALIDO
           END-IF
           MOVE CAMPO-VALOR TO REMETENTE-HASH.

       195-TOTAL-INVALIDO.
           DISPLAY "ERRO: ULTIMA LINHA DE "
               FUNCTION TRIM(NOME-ENTRADA-ARQ)
               " (LINHA " NUM-LINHA-PENDENTE ") NAO E UM TOTAL DE "
               "CONTROLE IDENTIFICADOR;QUANTIDADE;HASH"
           MOVE 16 TO RETURN-CODE
           PERFORM 950-ABEND-IMPORTACAO.

      ******************************************************************
      ****Conferencia com o remetente: quantidade sempre; hash total****
      ****so quando nenhuma linha foi rejeitada, pois o remetente*******
      ****soma linhas que nao puderam ser convertidas. Divergencia******
      ****encerra com RC 20 sem tocar em valores.dat********************
      ******************************************************************
       200-CONFERE-TOTAIS.
           DISPLAY "IMPORTA-VALORES: " QTD-DADOS " LINHAS DE DADOS, "
               QTD-ACEITOS " ACEITAS, " QTD-REJEITADOS " REJEITADAS"
           PERFORM VARYING IDX-MOTIVO FROM 1 BY 1 UNTIL IDX-MOTIVO > 5
               IF QTD-MOTIVO(IDX-MOTIVO) > 0
                   DISPLAY "  REJEITADAS POR " NOME-MOTIVO(IDX-MOTIVO)
                       ": " QTD-MOTIVO(IDX-MOTIVO)
               END-IF
           END-PERFORM

           IF REMETENTE-QTD NOT = QTD-DADOS
               DISPLAY "ERRO: REMETENTE INFORMA " REMETENTE-QTD
                   " LINHAS E O ARQUIVO TEM " QTD-DADOS
                   " - VALORES.DAT NAO FOI ALTERADO"
               MOVE 20 TO RETURN-CODE
               PERFORM 950-ABEND-IMPORTACAO
           END-IF

           IF QTD-REJEITADOS = 0
               IF REMETENTE-HASH NOT = CHECKSUM-ACUM
                   DISPLAY "ERRO: HASH TOTAL DO REMETENTE "
                       REMETENTE-HASH " DIFERE DO APURADO "
                       CHECKSUM-ACUM " - VALORES.DAT NAO FOI ALTERADO"
                   MOVE 20 TO RETURN-CODE
                   PERFORM 950-ABEND-IMPORTACAO
               END-IF
           ELSE
               DISPLAY "AVISO: HASH TOTAL NAO CONFERIDO - HA LINHAS "
                   "REJEITADAS"
           END-IF

           IF QTD-ACEITOS = 0
               DISPLAY "ERRO: NENHUM PAR DE CHAVES VALIDO EM "
                   FUNCTION TRIM(NOME-ENTRADA-ARQ)
                   " - VALORES.DAT NAO FOI ALTERADO"
               MOVE 8 TO RETURN-CODE
               PERFORM 950-ABEND-IMPORTACAO
           END-IF.

      ******************************************************************
      ****Segunda passada: valores.dat com cabecalho e trailer do*******
      ****mesmo formato do GERADOR-DADOS e rejeitos-importa.dat*********
      ******************************************************************
       300-GRAVA-VALORES.
           OPEN INPUT ARQUIVO-ENTRADA
           OPEN OUTPUT ARQUIVO-VALORES
           OPEN OUTPUT ARQUIVO-REJEITOS
           MOVE 'S' TO VALORES-GRAVADO
           MOVE 'S' TO REJEITOS-GRAVADO

           MOVE SPACES TO REG-CABECALHO-VALORES
           MOVE "H" TO CAB-TIPO
           MOVE GERACAO-ID TO CAB-GERACAO
           WRITE REG-CABECALHO-VALORES

           MOVE "G" TO MODO-PASSADA
           MOVE 0 TO QTD-GRAVADOS
           MOVE 0 TO QTD-REJ-GRAVADOS
           PERFORM 110-PERCORRE-ENTRADA

           COMPUTE CHECKSUM-REDUZIDO =
               FUNCTION MOD(CHECKSUM-ACUM, 100000000)
           MOVE "T" TO TRC-TIPO
           MOVE QTD-GRAVADOS TO TRC-QTD
           MOVE CHECKSUM-REDUZIDO TO TRC-CHECKSUM
           WRITE REG-TRAILER-VALORES

           CLOSE ARQUIVO-ENTRADA
           CLOSE ARQUIVO-VALORES
           CLOSE ARQUIVO-REJEITOS

           IF QTD-GRAVADOS NOT = QTD-ACEITOS
                   OR QTD-REJ-GRAVADOS NOT = QTD-REJEITADOS
               DISPLAY "ERRO: " FUNCTION TRIM(NOME-ENTRADA-ARQ)
                   " ALTERADO DURANTE A IMPORTACAO - CONFERIDOS "
                   QTD-ACEITOS
                   " GRAVADOS " QTD-GRAVADOS
               MOVE 12 TO RETURN-CODE
               PERFORM 950-ABEND-IMPORTACAO
           END-IF.

      ******************************************************************
      ****Identificador da geracao para rastreio nos benchmarks*********
      ******************************************************************
       350-GRAVA-GERACAO-ID.
           OPEN OUTPUT ARQUIVO-GERACAO-ID
           MOVE GERACAO-ID TO GID-ID
           WRITE REG-GERACAO-ID
           CLOSE ARQUIVO-GERACAO-ID.

      ******************************************************************
      ****Normalizacao de CAMPO-TEXTO: espacos e aspas em volta,********
      ****sinal antes ou depois dos digitos e zeros a esquerda**********
      ****retirados; valor alinhado a direita em CAMPO-VALOR. Negativo**
      ****so e aceito quando o valor e zero*****************************
      ******************************************************************
       400-NORMALIZA-CAMPO.
           MOVE 'N' TO CAMPO-OK
           MOVE 'N' TO CAMPO-NEGATIVO
           MOVE 0 TO CAMPO-MOTIVO
           MOVE 0 TO CAMPO-TAMANHO
           MOVE ZEROS TO CAMPO-DIGITOS
           MOVE 1 TO POS-INI
           MOVE 100 TO POS-FIM
           PERFORM 410-APARA-ESPACOS
           IF POS-INI > POS-FIM
               MOVE 2 TO CAMPO-MOTIVO
               EXIT PARAGRAPH
           END-IF

           IF POS-FIM > POS-INI
                   AND CAMPO-TEXTO(POS-INI:1) = QUOTE
                   AND CAMPO-TEXTO(POS-FIM:1) = QUOTE
               ADD 1 TO POS-INI
               SUBTRACT 1 FROM POS-FIM
               PERFORM 410-APARA-ESPACOS
               IF POS-INI > POS-FIM
                   MOVE 2 TO CAMPO-MOTIVO
                   EXIT PARAGRAPH
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN CAMPO-TEXTO(POS-INI:1) = "+"
                   ADD 1 TO POS-INI
               WHEN CAMPO-TEXTO(POS-INI:1) = "-"
                   MOVE 'S' TO CAMPO-NEGATIVO
                   ADD 1 TO POS-INI
               WHEN CAMPO-TEXTO(POS-FIM:1) = "+"
                   SUBTRACT 1 FROM POS-FIM
               WHEN CAMPO-TEXTO(POS-FIM:1) = "-"
                   MOVE 'S' TO CAMPO-NEGATIVO
                   SUBTRACT 1 FROM POS-FIM
           END-EVALUATE
           IF POS-INI > POS-FIM
               MOVE 3 TO CAMPO-MOTIVO
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING POS-INI FROM POS-INI BY 1
                   UNTIL POS-INI >= POS-FIM
                   OR CAMPO-TEXTO(POS-INI:1) NOT = "0"
               CONTINUE
           END-PERFORM

           MOVE 'S' TO SO-DIGITOS
           PERFORM VARYING POS-CHAR FROM POS-INI BY 1
                   UNTIL POS-CHAR > POS-FIM
               IF CAMPO-TEXTO(POS-CHAR:1) < "0"
                       OR CAMPO-TEXTO(POS-CHAR:1) > "9"
                   MOVE 'N' TO SO-DIGITOS
               END-IF
           END-PERFORM
           IF SO-DIGITOS = 'N'
               MOVE 3 TO CAMPO-MOTIVO
               EXIT PARAGRAPH
           END-IF

           COMPUTE CAMPO-TAMANHO = POS-FIM - POS-INI + 1
           IF CAMPO-TAMANHO > 18
               MOVE 5 TO CAMPO-MOTIVO
               EXIT PARAGRAPH
           END-IF
           COMPUTE POS-DEST = 19 - CAMPO-TAMANHO
           MOVE CAMPO-TEXTO(POS-INI:CAMPO-TAMANHO)
               TO CAMPO-DIGITOS(POS-DEST:CAMPO-TAMANHO)

           IF CAMPO-NEGATIVO = 'S' AND CAMPO-VALOR > 0
               MOVE 4 TO CAMPO-MOTIVO
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO CAMPO-OK.

       410-APARA-ESPACOS.
           PERFORM VARYING POS-INI FROM POS-INI BY 1
                   UNTIL POS-INI > POS-FIM
                   OR CAMPO-TEXTO(POS-INI:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           PERFORM VARYING POS-FIM FROM POS-FIM BY -1
                   UNTIL POS-FIM < POS-INI
                   OR CAMPO-TEXTO(POS-FIM:1) NOT = SPACE
               CONTINUE
           END-PERFORM.

      ******************************************************************
      ****Encerramento por arquivo recebido invalido ou divergente******
      ******************************************************************
       950-ABEND-IMPORTACAO.
           PERFORM 080-GRAVA-EXECUCAO
           STOP RUN.

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
           MOVE "IMPORTA-VALOR" TO EXE-PROGRAMA
           MOVE DATA-INICIO-EXEC TO EXE-DATA-INICIO
           MOVE HORA-INICIO-EXEC TO EXE-HORA-INICIO
           MOVE DATA-FIM-EXEC TO EXE-DATA-FIM
           MOVE HORA-FIM-EXEC TO EXE-HORA-FIM
           MOVE GERACAO-ID TO EXE-GERACAO-ID
           MOVE PARAMETROS-USADOS TO EXE-PARAMETROS
           MOVE QTD-DADOS TO EXE-REG-LIDOS
           MOVE QTD-REJEITADOS TO EXE-REG-REJEITADOS
           MOVE "N" TO EXE-RETOMADA
           MOVE RETURN-CODE TO EXE-RETURN-CODE
           WRITE REG-EXECUCAO
           CLOSE ARQUIVO-EXECUCOES
           PERFORM 082-GRAVA-LINHAGEM
           PERFORM 040-LIBERA-TRAVA.

      ******************************************************************
      ****Linhagem no log comum linhagem.dat: arquivos lidos (L) e******
      ****gravados (G) por esta execucao, identificada pelo programa****
      ****e pelo inicio da execucao como em execucoes.dat***************
      ******************************************************************
       082-GRAVA-LINHAGEM.
           IF ENTRADA-LIDA = 'N'
               EXIT PARAGRAPH
           END-IF
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
           MOVE NOME-ENTRADA-ARQ TO LIN-ARQUIVO
           MOVE QTD-DADOS TO LIN-QTD-REGISTROS
           PERFORM 083-GRAVA-REG-LINHAGEM
           MOVE "G" TO LIN-OPERACAO
           IF REJEITOS-GRAVADO = 'S'
               MOVE "rejeitos-importa.dat" TO LIN-ARQUIVO
               MOVE QTD-REJ-GRAVADOS TO LIN-QTD-REGISTROS
               PERFORM 083-GRAVA-REG-LINHAGEM
           END-IF
           IF VALORES-GRAVADO = 'S'
               MOVE "valores.dat" TO LIN-ARQUIVO
               MOVE QTD-GRAVADOS TO LIN-QTD-REGISTROS
               PERFORM 083-GRAVA-REG-LINHAGEM
           END-IF
           CLOSE ARQUIVO-LINHAGEM.

       083-GRAVA-REG-LINHAGEM.
           MOVE "IMPORTA-VALOR" TO LIN-PROGRAMA
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
           MOVE "IMPORTA-VALORES" TO TRV-PROGRAMA
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

       END PROGRAM IMPORTA-VALORES.
