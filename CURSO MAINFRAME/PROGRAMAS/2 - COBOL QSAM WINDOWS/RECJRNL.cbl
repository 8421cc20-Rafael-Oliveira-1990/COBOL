      *-----------------------------------------------------------------
       IDENTIFICATION                   DIVISION.
       PROGRAM-ID. RECJRNL.
      *=================================================================
      *== PROGRAMA....: RECJRNL
      *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
      *== ANALISTA....: IVAN SANCHES
      *== DATA........: 15/10/2026
      *== CONSULTORIA:
      *-----------------------------------------------------------------
      *== OBJETIVO....: RECUPERACAO DOS MESTRES CLIENTES E FATURAS PELO
      *                 JOURNAL (BOOK REGJRNL, GRAVADO PELO GRVJRNL).
      *                 CARTAO JRNLPARM (BOOK REGJRNP) OBRIGATORIO.
      *                 MODO R: RECARREGA O MESTRE DA COPIA DE
      *                 SEGURANCA (CLIBKP / FATBKP, DESCARGA NA ORDEM
      *                 DA CHAVE) E REAPLICA, NA ORDEM DO JOURNAL, AS
      *                 ATUALIZACOES POSTERIORES A DATA/HORA DA COPIA
      *                 ATE A DATA/HORA LIMITE OU ATE O FIM DO PASSO
      *                 INFORMADO. CADA REGISTRO E CONFERIDO CONTRA A
      *                 IMAGEM ANTES - DIFERENCA SAI NO RELATORIO COMO
      *                 DIVERGENCIA E O JOURNAL PREVALECE. MODO L: SO
      *                 LISTA O QUE O PASSO (OU A JANELA) ALTEROU, COM
      *                 O TRECHO DO REGISTRO A PARTIR DA PRIMEIRA
      *                 POSICAO ALTERADA, SEM TOCAR NOS MESTRES.
      *-----------------------------------------------------------------
      *===================ESPECIFICACOES DO PROGRAMA====================
      *    ARQUIVO                    TIPO               BOOK
      *    JRNLPARM                  INPUT              REGJRNP
      *    JOURNAL                   INPUT              REGJRNL
      *    CLIBKP                    INPUT              N/A
      *    FATBKP                    INPUT              N/A
      *    CLIENTES                  OUTPUT/I-O         REGCLI
      *    FATURAS                   OUTPUT/I-O         REGFATUR
      *    RELJRNL                   OUTPUT             N/A
      *    RECJRNL                   INPUT              BOOKMSG
      *    RECJRNL                   INPUT              BOOKASSI
      *-----------------------------------------------------------------
      *== MODULOS
      *
      *-----------------------------------------------------------------
      *-------------------ALTERACOESDO PROGRAMA-------------------------

      *=================================================================
       ENVIRONMENT                      DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       CONFIGURATION                    SECTION.
      *-----------------------------------------------------------------
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                     SECTION.
      *-----------------------------------------------------------------

       FILE-CONTROL.
           SELECT JRNLPARM ASSIGN TO WRK-NOME-JRNLPARM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-JRNLPARM.

           SELECT JOURNAL ASSIGN TO WRK-NOME-JOURNAL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-JOURNAL.

           SELECT CLIBKP ASSIGN TO WRK-NOME-CLIBKP
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CLIBKP.

           SELECT FATBKP ASSIGN TO WRK-NOME-FATBKP
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-FATBKP.

           SELECT CLIENTES ASSIGN TO WRK-NOME-CLIENTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-CODIGO
           FILE STATUS IS FS-CLIENTES.

           SELECT FATURAS ASSIGN TO WRK-NOME-FATURAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FAT-CHAVE
           FILE STATUS IS FS-FATURAS.

           SELECT RELJRNL ASSIGN TO WRK-NOME-RELJRNL
           FILE STATUS IS FS-RELJRNL.
      *-----------------------------------------------------------------

      *=================================================================
       DATA                             DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                             SECTION.
      *-----------------------------------------------------------------
      *
      *            INPUT - CARTAO DE PARAMETROS DA RECUPERACAO
      *
      *-----------------------------------------------------------------
       FD  JRNLPARM.
       COPY "REGJRNP".

      *-----------------------------------------------------------------
      *
      *            INPUT - JOURNAL DE RECUPERACAO (GRVJRNL)
      *
      *-----------------------------------------------------------------
       FD  JOURNAL.
       COPY "REGJRNL".

      *-----------------------------------------------------------------
      *
      *            INPUT - COPIA DE SEGURANCA DO MESTRE CLIENTES
      *
      *-----------------------------------------------------------------
       FD  CLIBKP.
       01  REG-CLIBKP                   PIC X(150).

      *-----------------------------------------------------------------
      *
      *            INPUT - COPIA DE SEGURANCA DO MESTRE FATURAS
      *
      *-----------------------------------------------------------------
       FD  FATBKP.
       01  REG-FATBKP                   PIC X(153).

      *-----------------------------------------------------------------
      *
      *            OUTPUT/I-O - MESTRE CLIENTES RECUPERADO
      *
      *-----------------------------------------------------------------
       FD  CLIENTES.
       COPY "REGCLI".

      *-----------------------------------------------------------------
      *
      *            OUTPUT/I-O - MESTRE FATURAS RECUPERADO
      *
      *-----------------------------------------------------------------
       FD  FATURAS.
       COPY "REGFATUR".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - RELATORIO DA RECUPERACAO / DO PASSO
      *
      *-----------------------------------------------------------------
       FD  RELJRNL.
       01  REG-RELJRNL                  PIC X(080).

      *-----------------------------------------------------------------
       WORKING-STORAGE                  SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "INICIO DA WORKING".
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEL DE STATUS-----".
      *-----------------------------------------------------------------

       01  FS-JRNLPARM                  PIC 9(002)         VALUE ZEROS.
       01  FS-JOURNAL                   PIC 9(002)         VALUE ZEROS.
       01  FS-CLIBKP                    PIC 9(002)         VALUE ZEROS.
       01  FS-FATBKP                    PIC 9(002)         VALUE ZEROS.
       01  FS-CLIENTES                  PIC 9(002)         VALUE ZEROS.
       01  FS-FATURAS                   PIC 9(002)         VALUE ZEROS.
       01  FS-RELJRNL                   PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----NOMES EXTERNALIZADOS VIA DD-----".
      *-----------------------------------------------------------------

       01  WRK-NOME-JRNLPARM            PIC X(040)         VALUE
              "C:\RELATORIO\dados\JRNLPARM.DAT".
       01  WRK-NOME-JOURNAL             PIC X(040)         VALUE
              "C:\RELATORIO\dados\JOURNAL.DAT".
       01  WRK-NOME-CLIBKP              PIC X(040)         VALUE
              "C:\RELATORIO\dados\CLIBKP.DAT".
       01  WRK-NOME-FATBKP              PIC X(040)         VALUE
              "C:\RELATORIO\dados\FATBKP.DAT".
       01  WRK-NOME-CLIENTES            PIC X(040)         VALUE
              "C:\RELATORIO\dados\CLIENTES.DAT".
       01  WRK-NOME-FATURAS             PIC X(040)         VALUE
              "C:\RELATORIO\dados\FATURAS.DAT".
       01  WRK-NOME-RELJRNL             PIC X(040)         VALUE
              "C:\RELATORIO\dados\RELJRNL.txt".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----JANELA DE APLICACAO-----".
      *-----------------------------------------------------------------

       01  WRK-MOMENTO-BACKUP           PIC 9(016)         VALUE ZEROS.
       01  WRK-MOMENTO-LIMITE           PIC 9(016)         VALUE ZEROS.
       01  WRK-MOMENTO-JRNL             PIC 9(016)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----SWITCHES DE CONTROLE-----".
      *-----------------------------------------------------------------

       01  WRK-SW-CLIENTES              PIC X(001)         VALUE "N".
           88 WRK-RECUPERAR-CLIENTES                       VALUE "S".
       01  WRK-SW-FATURAS               PIC X(001)         VALUE "N".
           88 WRK-RECUPERAR-FATURAS                        VALUE "S".
       01  WRK-SW-FIM-APLICACAO         PIC X(001)         VALUE "N".
           88 WRK-FIM-APLICACAO                            VALUE "S".
       01  WRK-SW-PASSO                 PIC X(001)         VALUE "N".
           88 WRK-REGISTRO-DO-PASSO                        VALUE "S".
           88 WRK-REGISTRO-FORA-PASSO                      VALUE "N".
       01  WRK-SW-PASSO-ACHADO          PIC X(001)         VALUE "N".
           88 WRK-PASSO-ACHADO                             VALUE "S".
       01  WRK-SW-EXISTE                PIC X(001)         VALUE "N".
           88 WRK-REGISTRO-EXISTE                          VALUE "S".
           88 WRK-REGISTRO-NAO-EXISTE                      VALUE "N".
       01  WRK-SW-FIM-BACKUP            PIC X(001)         VALUE "N".
           88 WRK-FIM-BACKUP                               VALUE "S".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----AREAS DE CONFERENCIA-----".
      *-----------------------------------------------------------------

       01  WRK-REGISTRO-ATUAL           PIC X(160)         VALUE SPACES.
       01  WRK-OCORRENCIA               PIC X(018)         VALUE SPACES.
       01  WRK-POS                      PIC 9(003)  COMP-3 VALUE ZEROS.
       01  WRK-POS-DIFERENCA            PIC 9(003)  COMP-3 VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "CABECALHO DE PAGINACAO".
      *-----------------------------------------------------------------

       01  WRK-CABECALHO1.
           05 FILLER                    PIC X(002)         VALUE SPACES.
           05 FILLER                    PIC X(031)         VALUE
              "JOURNAL DE RECUPERACAO - MODO ".
           05 WRK-CAB-MODO              PIC X(001)         VALUE SPACES.
           05 FILLER                    PIC X(010)         VALUE
              "  PASSO: ".
           05 WRK-CAB-PROGRAMA          PIC X(008)         VALUE SPACES.
           05 FILLER                    PIC X(017)         VALUE SPACES.
           05 FILLER                    PIC X(008)         VALUE
              "PAGINA:".
           05 ACU-PAG                   PIC 9(003)         VALUE 1.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----CABECALHO DAS COLUNAS-----".
      *-----------------------------------------------------------------

       01  WRK-CABECALHO2.
           05 FILLER                    PIC X(009)         VALUE
              "DATA".
           05 FILLER                    PIC X(009)         VALUE
              "HORA".
           05 FILLER                    PIC X(010)         VALUE
              "SEQUENCIA".
           05 FILLER                    PIC X(009)         VALUE
              "PROGRAMA".
           05 FILLER                    PIC X(009)         VALUE
              "ARQUIVO".
           05 FILLER                    PIC X(002)         VALUE
              "O".
           05 FILLER                    PIC X(014)         VALUE
              "CHAVE".
           05 FILLER                    PIC X(018)         VALUE
              "OCORRENCIA".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----CABECALHO DE LINHA EM BRANCO-----".
      *-----------------------------------------------------------------

       01  WRK-CABECALHO3.
           05 FILLER                    PIC X(080)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)          VALUE
              "-----VARIAVEIS DE DETALHE-----".
      *-----------------------------------------------------------------

       01  WRK-DETALHE.
           05 WRK-DET-DATA             PIC 9(008)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-HORA             PIC 9(008)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-SEQUENCIA        PIC 9(009)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-PROGRAMA         PIC X(008)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-ARQUIVO          PIC X(008)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-OPERACAO         PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-CHAVE            PIC X(013)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-OCORRENCIA       PIC X(018)          VALUE SPACES.

       01  WRK-DETALHE-IMAGEM.
           05 FILLER                   PIC X(004)          VALUE SPACES.
           05 FILLER                   PIC X(004)          VALUE
              "POS ".
           05 WRK-IMG-POSICAO          PIC ZZ9             VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-IMG-ROTULO           PIC X(008)          VALUE SPACES.
           05 WRK-IMG-TRECHO           PIC X(055)          VALUE SPACES.
           05 FILLER                   PIC X(005)          VALUE SPACES.

       01  WRK-TOTAL.
           05 FILLER                   PIC X(002)          VALUE SPACES.
           05 WRK-TOT-DESCRICAO        PIC X(040)          VALUE SPACES.
           05 WRK-TOT-QUANTIDADE       PIC ZZZ.ZZZ.ZZ9     VALUE ZEROS.
           05 FILLER                   PIC X(027)          VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEL DE QUANTIDADE DE LINHAS-----".
      *-----------------------------------------------------------------

       01  ACU-QTLINHAS                 PIC 9(002)  COMP-3 VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEL DE ACUMULACAO-----".
      *-----------------------------------------------------------------

       01  ACU-LIDOS                    PIC 9(009)  COMP-3 VALUE ZEROS.
       01  ACU-ANTERIORES               PIC 9(009)  COMP-3 VALUE ZEROS.
       01  ACU-RESTAURADOS-CLI          PIC 9(009)  COMP-3 VALUE ZEROS.
       01  ACU-RESTAURADOS-FAT          PIC 9(009)  COMP-3 VALUE ZEROS.
       01  ACU-APLICADOS-CLI            PIC 9(009)  COMP-3 VALUE ZEROS.
       01  ACU-APLICADOS-FAT            PIC 9(009)  COMP-3 VALUE ZEROS.
       01  ACU-DIVERGENCIAS             PIC 9(009)  COMP-3 VALUE ZEROS.
       01  ACU-LISTADOS                 PIC 9(009)  COMP-3 VALUE ZEROS.

       01  WRK-ULTIMO-PROGRAMA          PIC X(008)         VALUE SPACES.
       01  WRK-ULTIMO-DATA              PIC 9(008)         VALUE ZEROS.
       01  WRK-ULTIMO-HORA              PIC 9(008)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----BOOK DE MENSAGEM DEDE ERRO DOS ARQUIVOS-----".
      *-----------------------------------------------------------------

       COPY "BOOKASSI".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----BOOK MENSAGEM DE STATUS DE ERRO PROGRAMA-----".
      *-----------------------------------------------------------------
       COPY "BOOKMSG".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
             "-----FIM DA WORKING-----".
      *-----------------------------------------------------------------


      *=================================================================
       PROCEDURE                        DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       0000-PRINCIPAL                   SECTION.
      *-----------------------------------------------------------------

           PERFORM 0100-INICIALIZAR.

           IF JRNP-RECUPERAR
               IF WRK-RECUPERAR-CLIENTES
                   PERFORM 0150-RESTAURAR-CLIENTES
               END-IF
               IF WRK-RECUPERAR-FATURAS
                   PERFORM 0160-RESTAURAR-FATURAS
               END-IF
           END-IF.

           PERFORM 0190-LER-JOURNAL.
           PERFORM 0200-PROCESSAR
               UNTIL FS-JOURNAL EQUAL 10
                  OR WRK-FIM-APLICACAO.

           PERFORM 0280-IMPRIMIR-TOTAIS.
           PERFORM 0300-FINALIZAR.

       0000-PRINCIPAL-FIM.              EXIT.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                 SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_JRNLPARM".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-JRNLPARM
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_JOURNAL".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-JOURNAL
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CLIBKP".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-CLIBKP
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_FATBKP".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-FATBKP
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CLIENTES".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-CLIENTES
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_FATURAS".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-FATURAS
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_RELJRNL".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-RELJRNL
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           PERFORM 0110-LER-PARAMETROS.

           OPEN INPUT  JOURNAL.
           IF FS-JOURNAL NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-JOURNAL               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "RECJRNL"                TO WRK-PROGRAMA-ERRO
               MOVE "JOURNAL"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN OUTPUT RELJRNL.
           IF FS-RELJRNL NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-RELJRNL               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "RECJRNL"                TO WRK-PROGRAMA-ERRO
               MOVE "RELJRNL"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           PERFORM 0285-IMPRIMIR-CABECALHO.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------
       0110-LER-PARAMETROS              SECTION.
      *-----------------------------------------------------------------
      *    SEM CARTAO NAO HA O QUE FAZER - RECARREGAR MESTRE POR
      *    PADRAO SERIA PERIGOSO DEMAIS.
      *-----------------------------------------------------------------

           OPEN INPUT JRNLPARM.
           IF FS-JRNLPARM NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-JRNLPARM              TO WRK-STATUS-ERRO
               MOVE "0110-LER-PARAMETROS"    TO WRK-AREA-ERRO
               MOVE "RECJRNL"                TO WRK-PROGRAMA-ERRO
               MOVE "JRNLPARM"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           READ JRNLPARM.
           IF FS-JRNLPARM NOT EQUAL ZEROS
               MOVE WRK-ARQ-VAZIO            TO WRK-DESCRICAO-ERRO
               MOVE FS-JRNLPARM              TO WRK-STATUS-ERRO
               MOVE "0110-LER-PARAMETROS"    TO WRK-AREA-ERRO
               MOVE "RECJRNL"                TO WRK-PROGRAMA-ERRO
               MOVE "JRNLPARM"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           IF NOT JRNP-RECUPERAR AND NOT JRNP-LISTAR
               MOVE WRK-ERRO-LEIT            TO WRK-DESCRICAO-ERRO
               MOVE ZEROS                    TO WRK-STATUS-ERRO
               MOVE "0110-LER-PARAMETROS"    TO WRK-AREA-ERRO
               MOVE "RECJRNL"                TO WRK-PROGRAMA-ERRO
               MOVE "JRNLPARM"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE JRNLPARM.

           EVALUATE TRUE
               WHEN JRNP-SO-CLIENTES
                   SET WRK-RECUPERAR-CLIENTES TO TRUE
               WHEN JRNP-SO-FATURAS
                   SET WRK-RECUPERAR-FATURAS  TO TRUE
               WHEN OTHER
                   SET WRK-RECUPERAR-CLIENTES TO TRUE
                   SET WRK-RECUPERAR-FATURAS  TO TRUE
           END-EVALUATE.

           IF JRNP-DATA-BACKUP NOT NUMERIC
               MOVE ZEROS                TO JRNP-DATA-BACKUP
           END-IF.
           IF JRNP-HORA-BACKUP NOT NUMERIC
               MOVE ZEROS                TO JRNP-HORA-BACKUP
           END-IF.
           IF JRNP-DATA-LIMITE NOT NUMERIC
               MOVE ZEROS                TO JRNP-DATA-LIMITE
           END-IF.
           IF JRNP-HORA-LIMITE NOT NUMERIC
               MOVE ZEROS                TO JRNP-HORA-LIMITE
           END-IF.
           IF JRNP-DATA-PASSO NOT NUMERIC
               MOVE ZEROS                TO JRNP-DATA-PASSO
           END-IF.
           IF JRNP-HORA-PASSO NOT NUMERIC
               MOVE ZEROS                TO JRNP-HORA-PASSO
           END-IF.

           COMPUTE WRK-MOMENTO-BACKUP = JRNP-DATA-BACKUP * 100000000
                                      + JRNP-HORA-BACKUP.

      *    LIMITE ZERADO = ATE O FIM DO JOURNAL.
           IF JRNP-DATA-LIMITE EQUAL ZEROS
               MOVE 9999999999999999     TO WRK-MOMENTO-LIMITE
           ELSE
               IF JRNP-HORA-LIMITE EQUAL ZEROS
                   MOVE 99999999         TO JRNP-HORA-LIMITE
               END-IF
               COMPUTE WRK-MOMENTO-LIMITE =
                       JRNP-DATA-LIMITE * 100000000
                     + JRNP-HORA-LIMITE
           END-IF.

       0110-LER-PARAMETROS-FIM.         EXIT.

      *-----------------------------------------------------------------
       0150-RESTAURAR-CLIENTES          SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT  CLIBKP.
           IF FS-CLIBKP NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIBKP                TO WRK-STATUS-ERRO
               MOVE "0150-RESTAURAR-CLIENTES" TO WRK-AREA-ERRO
               MOVE "RECJRNL"                TO WRK-PROGRAMA-ERRO
               MOVE "CLIBKP"                 TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN OUTPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES              TO WRK-STATUS-ERRO
               MOVE "0150-RESTAURAR-CLIENTES" TO WRK-AREA-ERRO
               MOVE "RECJRNL"                TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           MOVE "N"                      TO WRK-SW-FIM-BACKUP.
           PERFORM 0151-COPIAR-CLIENTE
               UNTIL WRK-FIM-BACKUP.

           CLOSE CLIBKP.
           CLOSE CLIENTES.

           OPEN I-O    CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES              TO WRK-STATUS-ERRO
               MOVE "0150-RESTAURAR-CLIENTES" TO WRK-AREA-ERRO
               MOVE "RECJRNL"                TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0150-RESTAURAR-CLIENTES-FIM.     EXIT.

      *-----------------------------------------------------------------
       0151-COPIAR-CLIENTE              SECTION.
      *-----------------------------------------------------------------

           READ CLIBKP.

           IF FS-CLIBKP EQUAL 10
               SET WRK-FIM-BACKUP        TO TRUE
           ELSE
               IF FS-CLIBKP NOT EQUAL ZEROS
                   MOVE WRK-ERRO-LEIT        TO WRK-DESCRICAO-ERRO
                   MOVE FS-CLIBKP            TO WRK-STATUS-ERRO
                   MOVE "0151-COPIAR-CLIENTE" TO WRK-AREA-ERRO
                   MOVE "RECJRNL"            TO WRK-PROGRAMA-ERRO
                   MOVE "CLIBKP"             TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
               MOVE REG-CLIBKP           TO REG-CLIENTES
               WRITE REG-CLIENTES
               IF FS-CLIENTES NOT EQUAL ZEROS
                   MOVE WRK-ERRO-GRAVAR      TO WRK-DESCRICAO-ERRO
                   MOVE FS-CLIENTES          TO WRK-STATUS-ERRO
                   MOVE "0151-COPIAR-CLIENTE" TO WRK-AREA-ERRO
                   MOVE "RECJRNL"            TO WRK-PROGRAMA-ERRO
                   MOVE "CLIENTES"           TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
               ADD 1 TO ACU-RESTAURADOS-CLI
           END-IF.

       0151-COPIAR-CLIENTE-FIM.         EXIT.

      *-----------------------------------------------------------------
       0160-RESTAURAR-FATURAS           SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT  FATBKP.
           IF FS-FATBKP NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-FATBKP                TO WRK-STATUS-ERRO
               MOVE "0160-RESTAURAR-FATURAS" TO WRK-AREA-ERRO
               MOVE "RECJRNL"                TO WRK-PROGRAMA-ERRO
               MOVE "FATBKP"                 TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN OUTPUT FATURAS.
           IF FS-FATURAS NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-FATURAS               TO WRK-STATUS-ERRO
               MOVE "0160-RESTAURAR-FATURAS" TO WRK-AREA-ERRO
               MOVE "RECJRNL"                TO WRK-PROGRAMA-ERRO
               MOVE "FATURAS"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           MOVE "N"                      TO WRK-SW-FIM-BACKUP.
           PERFORM 0161-COPIAR-FATURA
               UNTIL WRK-FIM-BACKUP.

           CLOSE FATBKP.
           CLOSE FATURAS.

           OPEN I-O    FATURAS.
           IF FS-FATURAS NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-FATURAS               TO WRK-STATUS-ERRO
               MOVE "0160-RESTAURAR-FATURAS" TO WRK-AREA-ERRO
               MOVE "RECJRNL"                TO WRK-PROGRAMA-ERRO
               MOVE "FATURAS"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0160-RESTAURAR-FATURAS-FIM.      EXIT.

      *-----------------------------------------------------------------
       0161-COPIAR-FATURA               SECTION.
      *-----------------------------------------------------------------

           READ FATBKP.

           IF FS-FATBKP EQUAL 10
               SET WRK-FIM-BACKUP        TO TRUE
           ELSE
               IF FS-FATBKP NOT EQUAL ZEROS
                   MOVE WRK-ERRO-LEIT        TO WRK-DESCRICAO-ERRO
                   MOVE FS-FATBKP            TO WRK-STATUS-ERRO
                   MOVE "0161-COPIAR-FATURA" TO WRK-AREA-ERRO
                   MOVE "RECJRNL"            TO WRK-PROGRAMA-ERRO
                   MOVE "FATBKP"             TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
               MOVE REG-FATBKP           TO REG-FATURA
               WRITE REG-FATURA
               IF FS-FATURAS NOT EQUAL ZEROS
                   MOVE WRK-ERRO-GRAVAR      TO WRK-DESCRICAO-ERRO
                   MOVE FS-FATURAS           TO WRK-STATUS-ERRO
                   MOVE "0161-COPIAR-FATURA" TO WRK-AREA-ERRO
                   MOVE "RECJRNL"            TO WRK-PROGRAMA-ERRO
                   MOVE "FATURAS"            TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
               ADD 1 TO ACU-RESTAURADOS-FAT
           END-IF.

       0161-COPIAR-FATURA-FIM.          EXIT.

      *-----------------------------------------------------------------
       0190-LER-JOURNAL                 SECTION.
      *-----------------------------------------------------------------

           READ JOURNAL.

           IF FS-JOURNAL NOT EQUAL 00 AND NOT EQUAL 10
               MOVE WRK-ERRO-LEIT       TO WRK-DESCRICAO-ERRO
               MOVE FS-JOURNAL          TO WRK-STATUS-ERRO
               MOVE "0190-LER-JOURNAL"  TO WRK-AREA-ERRO
               MOVE "RECJRNL"           TO WRK-PROGRAMA-ERRO
               MOVE "JOURNAL"           TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0190-LER-JOURNAL-FIM.            EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                   SECTION.
      *-----------------------------------------------------------------
      *    O JOURNAL ESTA NA ORDEM DA CADEIA: O QUE E ANTERIOR A COPIA
      *    JA ESTA NELA; O PRIMEIRO REGISTRO DEPOIS DO LIMITE, OU O
      *    PRIMEIRO DE OUTRO PASSO DEPOIS DO PASSO PEDIDO, ENCERRA A
      *    REAPLICACAO.
      *-----------------------------------------------------------------

           ADD 1 TO ACU-LIDOS.

           COMPUTE WRK-MOMENTO-JRNL = JRNL-DATA * 100000000
                                    + JRNL-HORA.

           SET WRK-REGISTRO-FORA-PASSO   TO TRUE.
           IF JRNP-PROGRAMA EQUAL SPACES
               SET WRK-REGISTRO-DO-PASSO TO TRUE
           ELSE
               IF JRNL-PROGRAMA EQUAL JRNP-PROGRAMA
                  AND (JRNP-DATA-PASSO EQUAL ZEROS
                       OR JRNL-DATA-PASSO EQUAL JRNP-DATA-PASSO)
                  AND (JRNP-HORA-PASSO EQUAL ZEROS
                       OR JRNL-HORA-PASSO EQUAL JRNP-HORA-PASSO)
                   SET WRK-REGISTRO-DO-PASSO TO TRUE
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WRK-MOMENTO-JRNL LESS WRK-MOMENTO-BACKUP
                   ADD 1 TO ACU-ANTERIORES
               WHEN WRK-MOMENTO-JRNL GREATER WRK-MOMENTO-LIMITE
                   SET WRK-FIM-APLICACAO TO TRUE
               WHEN JRNP-LISTAR
                   IF WRK-REGISTRO-DO-PASSO
                       PERFORM 0250-LISTAR-ALTERACAO
                   END-IF
               WHEN JRNP-PROGRAMA NOT EQUAL SPACES
                AND WRK-PASSO-ACHADO
                AND WRK-REGISTRO-FORA-PASSO
                   SET WRK-FIM-APLICACAO TO TRUE
               WHEN OTHER
                   IF WRK-REGISTRO-DO-PASSO
                       SET WRK-PASSO-ACHADO TO TRUE
                   END-IF
                   PERFORM 0210-REAPLICAR
           END-EVALUATE.

           IF NOT WRK-FIM-APLICACAO
               PERFORM 0190-LER-JOURNAL
           END-IF.

       0200-PROCESSAR-FIM.              EXIT.

      *-----------------------------------------------------------------
       0210-REAPLICAR                   SECTION.
      *-----------------------------------------------------------------

           IF (JRNL-ARQ-CLIENTES AND WRK-RECUPERAR-CLIENTES)
              OR (JRNL-ARQ-FATURAS AND WRK-RECUPERAR-FATURAS)
               CONTINUE
           ELSE
               GO TO 0210-REAPLICAR-FIM
           END-IF.

           IF JRNL-ARQ-CLIENTES
               PERFORM 0220-LER-CLIENTE
           ELSE
               PERFORM 0230-LER-FATURA
           END-IF.

           MOVE SPACES                   TO WRK-OCORRENCIA.
           EVALUATE TRUE
               WHEN JRNL-INCLUSAO AND WRK-REGISTRO-EXISTE
                   MOVE "JA EXISTIA"         TO WRK-OCORRENCIA
               WHEN NOT JRNL-INCLUSAO AND WRK-REGISTRO-NAO-EXISTE
                   MOVE "NAO EXISTIA"        TO WRK-OCORRENCIA
               WHEN NOT JRNL-INCLUSAO
                AND WRK-REGISTRO-ATUAL NOT EQUAL JRNL-IMAGEM-ANTES
                   MOVE "IMAGEM ANTES DIFERE" TO WRK-OCORRENCIA
           END-EVALUATE.

           IF WRK-OCORRENCIA NOT EQUAL SPACES
               ADD 1 TO ACU-DIVERGENCIAS
               PERFORM 0260-IMPRIMIR-DETALHE
           END-IF.

           IF JRNL-ARQ-CLIENTES
               PERFORM 0225-APLICAR-CLIENTE
               ADD 1 TO ACU-APLICADOS-CLI
           ELSE
               PERFORM 0235-APLICAR-FATURA
               ADD 1 TO ACU-APLICADOS-FAT
           END-IF.

           MOVE JRNL-PROGRAMA            TO WRK-ULTIMO-PROGRAMA.
           MOVE JRNL-DATA                TO WRK-ULTIMO-DATA.
           MOVE JRNL-HORA                TO WRK-ULTIMO-HORA.

       0210-REAPLICAR-FIM.              EXIT.

      *-----------------------------------------------------------------
       0220-LER-CLIENTE                 SECTION.
      *-----------------------------------------------------------------

           IF JRNL-EXCLUSAO
               MOVE JRNL-IMAGEM-ANTES    TO REG-CLIENTES
           ELSE
               MOVE JRNL-IMAGEM-DEPOIS   TO REG-CLIENTES
           END-IF.

           MOVE SPACES                   TO WRK-REGISTRO-ATUAL.
           READ CLIENTES INTO WRK-REGISTRO-ATUAL.

           EVALUATE FS-CLIENTES
               WHEN ZEROS
                   SET WRK-REGISTRO-EXISTE     TO TRUE
               WHEN 23
                   SET WRK-REGISTRO-NAO-EXISTE TO TRUE
               WHEN OTHER
                   MOVE WRK-ERRO-LEIT        TO WRK-DESCRICAO-ERRO
                   MOVE FS-CLIENTES          TO WRK-STATUS-ERRO
                   MOVE "0220-LER-CLIENTE"   TO WRK-AREA-ERRO
                   MOVE "RECJRNL"            TO WRK-PROGRAMA-ERRO
                   MOVE "CLIENTES"           TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
           END-EVALUATE.

       0220-LER-CLIENTE-FIM.            EXIT.

      *-----------------------------------------------------------------
       0225-APLICAR-CLIENTE             SECTION.
      *-----------------------------------------------------------------

           IF JRNL-EXCLUSAO
               MOVE JRNL-IMAGEM-ANTES    TO REG-CLIENTES
               IF WRK-REGISTRO-EXISTE
                   DELETE CLIENTES RECORD
               END-IF
           ELSE
               MOVE JRNL-IMAGEM-DEPOIS   TO REG-CLIENTES
               IF WRK-REGISTRO-EXISTE
                   REWRITE REG-CLIENTES
               ELSE
                   WRITE REG-CLIENTES
               END-IF
           END-IF.

           IF FS-CLIENTES NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES              TO WRK-STATUS-ERRO
               MOVE "0225-APLICAR-CLIENTE"   TO WRK-AREA-ERRO
               MOVE "RECJRNL"                TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0225-APLICAR-CLIENTE-FIM.        EXIT.

      *-----------------------------------------------------------------
       0230-LER-FATURA                  SECTION.
      *-----------------------------------------------------------------

           IF JRNL-EXCLUSAO
               MOVE JRNL-IMAGEM-ANTES    TO REG-FATURA
           ELSE
               MOVE JRNL-IMAGEM-DEPOIS   TO REG-FATURA
           END-IF.

           MOVE SPACES                   TO WRK-REGISTRO-ATUAL.
           READ FATURAS INTO WRK-REGISTRO-ATUAL.

           EVALUATE FS-FATURAS
               WHEN ZEROS
                   SET WRK-REGISTRO-EXISTE     TO TRUE
               WHEN 23
                   SET WRK-REGISTRO-NAO-EXISTE TO TRUE
               WHEN OTHER
                   MOVE WRK-ERRO-LEIT        TO WRK-DESCRICAO-ERRO
                   MOVE FS-FATURAS           TO WRK-STATUS-ERRO
                   MOVE "0230-LER-FATURA"    TO WRK-AREA-ERRO
                   MOVE "RECJRNL"            TO WRK-PROGRAMA-ERRO
                   MOVE "FATURAS"            TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
           END-EVALUATE.

       0230-LER-FATURA-FIM.             EXIT.

      *-----------------------------------------------------------------
       0235-APLICAR-FATURA              SECTION.
      *-----------------------------------------------------------------

           IF JRNL-EXCLUSAO
               MOVE JRNL-IMAGEM-ANTES    TO REG-FATURA
               IF WRK-REGISTRO-EXISTE
                   DELETE FATURAS RECORD
               END-IF
           ELSE
               MOVE JRNL-IMAGEM-DEPOIS   TO REG-FATURA
               IF WRK-REGISTRO-EXISTE
                   REWRITE REG-FATURA
               ELSE
                   WRITE REG-FATURA
               END-IF
           END-IF.

           IF FS-FATURAS NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-FATURAS               TO WRK-STATUS-ERRO
               MOVE "0235-APLICAR-FATURA"    TO WRK-AREA-ERRO
               MOVE "RECJRNL"                TO WRK-PROGRAMA-ERRO
               MOVE "FATURAS"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0235-APLICAR-FATURA-FIM.         EXIT.

      *-----------------------------------------------------------------
       0250-LISTAR-ALTERACAO            SECTION.
      *-----------------------------------------------------------------
      *    UMA LINHA POR ATUALIZACAO E O TRECHO DO REGISTRO A PARTIR
      *    DA PRIMEIRA POSICAO ALTERADA (SO A IMAGEM QUE EXISTE NA
      *    INCLUSAO E NA EXCLUSAO).
      *-----------------------------------------------------------------

           EVALUATE TRUE
               WHEN JRNL-INCLUSAO
                   MOVE "INCLUSAO"           TO WRK-OCORRENCIA
               WHEN JRNL-ALTERACAO
                   MOVE "ALTERACAO"          TO WRK-OCORRENCIA
               WHEN OTHER
                   MOVE "EXCLUSAO"           TO WRK-OCORRENCIA
           END-EVALUATE.

           PERFORM 0260-IMPRIMIR-DETALHE.
           ADD 1 TO ACU-LISTADOS.

           MOVE 1                        TO WRK-POS-DIFERENCA.
           IF JRNL-ALTERACAO
               MOVE ZEROS                TO WRK-POS-DIFERENCA
               PERFORM 0255-COMPARAR-POSICAO
                   VARYING WRK-POS FROM 1 BY 1
                   UNTIL WRK-POS GREATER 160
                      OR WRK-POS-DIFERENCA GREATER ZEROS
               IF WRK-POS-DIFERENCA EQUAL ZEROS
                   MOVE 1                TO WRK-POS-DIFERENCA
               END-IF
           END-IF.

           IF WRK-POS-DIFERENCA GREATER 106
               MOVE 106                  TO WRK-POS-DIFERENCA
           END-IF.
           MOVE WRK-POS-DIFERENCA        TO WRK-IMG-POSICAO.

           IF NOT JRNL-INCLUSAO
               MOVE "ANTES : "           TO WRK-IMG-ROTULO
               MOVE JRNL-IMAGEM-ANTES (WRK-POS-DIFERENCA:55)
                                         TO WRK-IMG-TRECHO
               MOVE WRK-DETALHE-IMAGEM   TO REG-RELJRNL
               PERFORM 0281-GRAVAR-LINHA
           END-IF.

           IF NOT JRNL-EXCLUSAO
               MOVE "DEPOIS: "           TO WRK-IMG-ROTULO
               MOVE JRNL-IMAGEM-DEPOIS (WRK-POS-DIFERENCA:55)
                                         TO WRK-IMG-TRECHO
               MOVE WRK-DETALHE-IMAGEM   TO REG-RELJRNL
               PERFORM 0281-GRAVAR-LINHA
           END-IF.

       0250-LISTAR-ALTERACAO-FIM.       EXIT.

      *-----------------------------------------------------------------
       0255-COMPARAR-POSICAO            SECTION.
      *-----------------------------------------------------------------

           IF JRNL-IMAGEM-ANTES (WRK-POS:1) NOT EQUAL
              JRNL-IMAGEM-DEPOIS (WRK-POS:1)
               MOVE WRK-POS              TO WRK-POS-DIFERENCA
           END-IF.

       0255-COMPARAR-POSICAO-FIM.       EXIT.

      *-----------------------------------------------------------------
       0260-IMPRIMIR-DETALHE            SECTION.
      *-----------------------------------------------------------------

           MOVE JRNL-DATA                TO WRK-DET-DATA.
           MOVE JRNL-HORA                TO WRK-DET-HORA.
           MOVE JRNL-SEQUENCIA           TO WRK-DET-SEQUENCIA.
           MOVE JRNL-PROGRAMA            TO WRK-DET-PROGRAMA.
           MOVE JRNL-ARQUIVO             TO WRK-DET-ARQUIVO.
           MOVE JRNL-OPERACAO            TO WRK-DET-OPERACAO.
           MOVE JRNL-CHAVE               TO WRK-DET-CHAVE.
           MOVE WRK-OCORRENCIA           TO WRK-DET-OCORRENCIA.

           IF ACU-QTLINHAS GREATER 55
               PERFORM 0285-IMPRIMIR-CABECALHO
           END-IF.

           MOVE WRK-DETALHE              TO REG-RELJRNL.
           PERFORM 0281-GRAVAR-LINHA.

       0260-IMPRIMIR-DETALHE-FIM.       EXIT.

      *-----------------------------------------------------------------
       0280-IMPRIMIR-TOTAIS             SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-CABECALHO3           TO REG-RELJRNL.
           PERFORM 0281-GRAVAR-LINHA.

           MOVE "REGISTROS DO JOURNAL LIDOS" TO WRK-TOT-DESCRICAO.
           MOVE ACU-LIDOS                TO WRK-TOT-QUANTIDADE.
           PERFORM 0282-GRAVAR-TOTAL.

           IF JRNP-LISTAR
               MOVE "ATUALIZACOES LISTADAS"  TO WRK-TOT-DESCRICAO
               MOVE ACU-LISTADOS             TO WRK-TOT-QUANTIDADE
               PERFORM 0282-GRAVAR-TOTAL
           ELSE
               MOVE "CLIENTES RECARREGADOS DA COPIA"
                                             TO WRK-TOT-DESCRICAO
               MOVE ACU-RESTAURADOS-CLI      TO WRK-TOT-QUANTIDADE
               PERFORM 0282-GRAVAR-TOTAL
               MOVE "FATURAS RECARREGADAS DA COPIA"
                                             TO WRK-TOT-DESCRICAO
               MOVE ACU-RESTAURADOS-FAT      TO WRK-TOT-QUANTIDADE
               PERFORM 0282-GRAVAR-TOTAL
               MOVE "ANTERIORES A COPIA (IGNORADOS)"
                                             TO WRK-TOT-DESCRICAO
               MOVE ACU-ANTERIORES           TO WRK-TOT-QUANTIDADE
               PERFORM 0282-GRAVAR-TOTAL
               MOVE "REAPLICADOS EM CLIENTES" TO WRK-TOT-DESCRICAO
               MOVE ACU-APLICADOS-CLI        TO WRK-TOT-QUANTIDADE
               PERFORM 0282-GRAVAR-TOTAL
               MOVE "REAPLICADOS EM FATURAS"  TO WRK-TOT-DESCRICAO
               MOVE ACU-APLICADOS-FAT        TO WRK-TOT-QUANTIDADE
               PERFORM 0282-GRAVAR-TOTAL
               MOVE "DIVERGENCIAS (JOURNAL PREVALECEU)"
                                             TO WRK-TOT-DESCRICAO
               MOVE ACU-DIVERGENCIAS         TO WRK-TOT-QUANTIDADE
               PERFORM 0282-GRAVAR-TOTAL
           END-IF.

       0280-IMPRIMIR-TOTAIS-FIM.        EXIT.

      *-----------------------------------------------------------------
       0281-GRAVAR-LINHA                SECTION.
      *-----------------------------------------------------------------

           WRITE REG-RELJRNL AFTER 1 LINE.
           IF FS-RELJRNL NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-RELJRNL               TO WRK-STATUS-ERRO
               MOVE "0281-GRAVAR-LINHA"      TO WRK-AREA-ERRO
               MOVE "RECJRNL"                TO WRK-PROGRAMA-ERRO
               MOVE "RELJRNL"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           ADD 1          TO ACU-QTLINHAS.

       0281-GRAVAR-LINHA-FIM.           EXIT.

      *-----------------------------------------------------------------
       0282-GRAVAR-TOTAL                SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-TOTAL                TO REG-RELJRNL.
           PERFORM 0281-GRAVAR-LINHA.

       0282-GRAVAR-TOTAL-FIM.           EXIT.

      *-----------------------------------------------------------------
       0285-IMPRIMIR-CABECALHO          SECTION.
      *-----------------------------------------------------------------

           MOVE JRNP-MODO              TO WRK-CAB-MODO.
           MOVE JRNP-PROGRAMA          TO WRK-CAB-PROGRAMA.

           MOVE WRK-CABECALHO3 TO REG-RELJRNL.
           WRITE REG-RELJRNL AFTER 1 LINE.

           MOVE WRK-CABECALHO1 TO REG-RELJRNL.
           WRITE REG-RELJRNL AFTER 1 LINE.

           MOVE WRK-CABECALHO3 TO REG-RELJRNL.
           WRITE REG-RELJRNL AFTER 1 LINE.

           MOVE WRK-CABECALHO2 TO REG-RELJRNL.
           WRITE REG-RELJRNL AFTER 1 LINE.

           ADD 1  TO ACU-PAG.
           MOVE 4 TO ACU-QTLINHAS.

       0285-IMPRIMIR-CABECALHO-FIM.     EXIT.

      *-----------------------------------------------------------------
       0290-ESTATISTICA                 SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-TRACO.
           DISPLAY "MODO.........................: " JRNP-MODO.
           DISPLAY "REGISTROS DO JOURNAL LIDOS...: " ACU-LIDOS.
           IF JRNP-LISTAR
               DISPLAY "ATUALIZACOES LISTADAS........: " ACU-LISTADOS
           ELSE
               DISPLAY "CLIENTES RECARREGADOS........: "
                       ACU-RESTAURADOS-CLI
               DISPLAY "FATURAS RECARREGADAS.........: "
                       ACU-RESTAURADOS-FAT
               DISPLAY "ANTERIORES A COPIA...........: " ACU-ANTERIORES
               DISPLAY "REAPLICADOS EM CLIENTES......: "
                       ACU-APLICADOS-CLI
               DISPLAY "REAPLICADOS EM FATURAS.......: "
                       ACU-APLICADOS-FAT
               DISPLAY "DIVERGENCIAS.................: "
                       ACU-DIVERGENCIAS
               DISPLAY "ULTIMO REAPLICADO............: "
                       WRK-ULTIMO-PROGRAMA " " WRK-ULTIMO-DATA
                       " " WRK-ULTIMO-HORA
               IF WRK-FIM-APLICACAO
                   DISPLAY "REAPLICACAO ENCERRADA NO LIMITE/PASSO"
               END-IF
           END-IF.
           DISPLAY WRK-TRACO.
           DISPLAY WRK-FIM-PROGRAMA.
           DISPLAY WRK-TRACO.

       0290-ESTATISTICA-FIM.            EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                   SECTION.
      *-----------------------------------------------------------------

           PERFORM 0290-ESTATISTICA.

           CLOSE JOURNAL.
           IF FS-JOURNAL NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-JOURNAL        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "RECJRNL"         TO WRK-PROGRAMA-ERRO
               MOVE "JOURNAL"         TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           IF JRNP-RECUPERAR AND WRK-RECUPERAR-CLIENTES
               CLOSE CLIENTES
               IF FS-CLIENTES NOT EQUAL ZEROS
                   MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
                   MOVE FS-CLIENTES       TO WRK-STATUS-ERRO
                   MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
                   MOVE "RECJRNL"         TO WRK-PROGRAMA-ERRO
                   MOVE "CLIENTES"        TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

           IF JRNP-RECUPERAR AND WRK-RECUPERAR-FATURAS
               CLOSE FATURAS
               IF FS-FATURAS NOT EQUAL ZEROS
                   MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
                   MOVE FS-FATURAS        TO WRK-STATUS-ERRO
                   MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
                   MOVE "RECJRNL"         TO WRK-PROGRAMA-ERRO
                   MOVE "FATURAS"         TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

           CLOSE RELJRNL.
           IF FS-RELJRNL NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-RELJRNL        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "RECJRNL"         TO WRK-PROGRAMA-ERRO
               MOVE "RELJRNL"         TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           GOBACK.

       0300-FINALIZAR-FIM.              EXIT.

      *-----------------------------------------------------------------
       9999-TRATAR-ERRO                 SECTION.
      *-----------------------------------------------------------------

           EVALUATE WRK-DESCRICAO-ERRO
               WHEN WRK-ERRO-ABERTURA
                   MOVE 12 TO RETURN-CODE
               WHEN WRK-ERRO-LEIT
                   MOVE 14 TO RETURN-CODE
               WHEN WRK-ERRO-GRAVAR
                   MOVE 16 TO RETURN-CODE
               WHEN WRK-ERRO-FECHAR
                   MOVE 18 TO RETURN-CODE
               WHEN WRK-ARQ-VAZIO
                   MOVE 04 TO RETURN-CODE
               WHEN OTHER
                   MOVE 99 TO RETURN-CODE
           END-EVALUATE.

           DISPLAY WRK-MSG-ERROS.
           GOBACK.

       9999-TRATAR-ERRO-FIM.            EXIT.
