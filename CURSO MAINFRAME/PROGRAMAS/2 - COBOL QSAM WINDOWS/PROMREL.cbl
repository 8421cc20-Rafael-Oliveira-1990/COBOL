      *-----------------------------------------------------------------
       IDENTIFICATION                   DIVISION.
       PROGRAM-ID. PROMREL.
      *=================================================================
      *== PROGRAMA....: PROMREL
      *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
      *== ANALISTA....: IVAN SANCHES
      *== DATA........: 15/10/2026
      *== CONSULTORIA:
      *-----------------------------------------------------------------
      *== OBJETIVO....: RELATORIO MENSAL DAS PROMESSAS DE PAGAMENTO POR
      *                 OPERADOR. LE O HISTORICO DAS PROMESSAS
      *                 ENCERRADAS (PROMHIST, BOOK REGPRMH, GRAVADO PELO
      *                 PROMCLI) E, PARA AS PROMESSAS COM DESFECHO NA
      *                 COMPETENCIA DO CARTAO PROMPARM (BOOK REGPRMP;
      *                 ZERADA = MES ANTERIOR AO DA RODADA), MOSTRA POR
      *                 OPERADOR QUE REGISTROU A PROMESSA AS CUMPRIDAS,
      *                 AS QUEBRADAS E A TAXA DE CUMPRIMENTO.
      *-----------------------------------------------------------------
      *===================ESPECIFICACOES DO PROGRAMA====================
      *    ARQUIVO                    TIPO               BOOK
      *    PROMHIST                  INPUT              REGPRMH
      *    PROMPARM                  INPUT              REGPRMP
      *    RELPROM                   OUTPUT             N/A
      *    PROMREL                   INPUT              BOOKMSG
      *    PROMREL                   INPUT              BOOKASSI
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
           SELECT PROMHIST ASSIGN TO WRK-NOME-PROMHIST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-PROMHIST.

           SELECT PROMPARM ASSIGN TO WRK-NOME-PROMPARM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-PROMPARM.

           SELECT RELPROM ASSIGN TO WRK-NOME-RELPROM
           FILE STATUS IS FS-RELPROM.
      *-----------------------------------------------------------------

      *=================================================================
       DATA                             DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                             SECTION.
      *-----------------------------------------------------------------
      *
      *            INPUT - HISTORICO DAS PROMESSAS ENCERRADAS (PROMCLI)
      *
      *-----------------------------------------------------------------
       FD  PROMHIST.
       COPY "REGPRMH".

      *-----------------------------------------------------------------
      *
      *            INPUT - CARTAO DE PARAMETROS DAS PROMESSAS
      *
      *-----------------------------------------------------------------
       FD  PROMPARM.
       COPY "REGPRMP".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - PROMESSAS CUMPRIDAS X QUEBRADAS POR OPERADOR
      *
      *-----------------------------------------------------------------
       FD  RELPROM.
       01  REG-RELPROM                  PIC X(080).

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

       01  FS-PROMHIST                  PIC 9(002)         VALUE ZEROS.
       01  FS-PROMPARM                  PIC 9(002)         VALUE ZEROS.
       01  FS-RELPROM                   PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----NOMES EXTERNALIZADOS VIA DD-----".
      *-----------------------------------------------------------------

       01  WRK-NOME-PROMHIST            PIC X(040)         VALUE
              "C:\RELATORIO\dados\PROMHIST.DAT".
       01  WRK-NOME-PROMPARM            PIC X(040)         VALUE
              "C:\RELATORIO\dados\PROMPARM.DAT".
       01  WRK-NOME-RELPROM             PIC X(040)         VALUE
              "C:\RELATORIO\dados\RELPROM.txt".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEIS DE DATA E COMPETENCIA-----".
      *-----------------------------------------------------------------

       01  WRK-DATA-EXECUCAO            PIC 9(008)         VALUE ZEROS.
       01  FILLER REDEFINES WRK-DATA-EXECUCAO.
           05 WRK-EXEC-AAAAMM           PIC 9(006).
           05 WRK-EXEC-DD               PIC 9(002).

       01  WRK-COMPETENCIA              PIC 9(006)         VALUE ZEROS.
       01  FILLER REDEFINES WRK-COMPETENCIA.
           05 WRK-COMP-AAAA             PIC 9(004).
           05 WRK-COMP-MM               PIC 9(002).

       01  WRK-COMPET-DESFECHO          PIC 9(006)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----TABELA DE TOTAIS POR OPERADOR-----".
      *-----------------------------------------------------------------

       01  TAB-OPERADOR.
           05 TOPE-ENTRADA              OCCURS 200 TIMES.
               10 TOPE-OPERADOR         PIC X(008) VALUE SPACES.
               10 TOPE-ENCERRADAS       PIC 9(005) COMP-3 VALUE ZEROS.
               10 TOPE-CUMPRIDAS        PIC 9(005) COMP-3 VALUE ZEROS.
               10 TOPE-QUEBRADAS        PIC 9(005) COMP-3 VALUE ZEROS.

       01  WRK-QT-OPERADORES            PIC 9(003)  COMP-3 VALUE ZEROS.
       01  IDX-OPE                      PIC 9(003)  COMP-3 VALUE ZEROS.
       01  WRK-OPE-ACHADO               PIC 9(003)  COMP-3 VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEIS DE CALCULO-----".
      *-----------------------------------------------------------------

       01  WRK-TAXA                     PIC 9(003)V99      VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "CABECALHO DE PAGINACAO".
      *-----------------------------------------------------------------

       01  WRK-CABECALHO1.
           05 FILLER                    PIC X(005)         VALUE SPACES.
           05 FILLER                    PIC X(036)         VALUE
              "PROMESSAS DE PAGAMENTO POR OPERADOR".
           05 FILLER                    PIC X(008)         VALUE
              "COMPET:".
           05 WRK-CAB-MM                PIC 9(002)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE "/".
           05 WRK-CAB-AAAA              PIC 9(004)         VALUE ZEROS.
           05 FILLER                    PIC X(006)         VALUE SPACES.
           05 FILLER                    PIC X(008)         VALUE
              "PAGINA:".
           05 ACU-PAG                   PIC 9(003)         VALUE 1.
           05 FILLER                    PIC X(007)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----CABECALHO DO BLOCO POR OPERADOR-----".
      *-----------------------------------------------------------------

       01  WRK-CABECALHO2.
           05 FILLER                    PIC X(022)         VALUE
              "OPERADOR".
           05 FILLER                    PIC X(012)         VALUE
              "ENCERRADAS".
           05 FILLER                    PIC X(012)         VALUE
              " CUMPRIDAS".
           05 FILLER                    PIC X(012)         VALUE
              " QUEBRADAS".
           05 FILLER                    PIC X(022)         VALUE
              "  TAXA CUMPRIMENTO %".

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
           05 WRK-DET-OPERADOR         PIC X(008)          VALUE SPACES.
           05 FILLER                   PIC X(014)          VALUE SPACES.
           05 WRK-DET-QTDE1            PIC ZZZZ9           VALUE ZEROS.
           05 FILLER                   PIC X(007)          VALUE SPACES.
           05 WRK-DET-QTDE2            PIC ZZZZ9           VALUE ZEROS.
           05 FILLER                   PIC X(007)          VALUE SPACES.
           05 WRK-DET-QTDE3            PIC ZZZZ9           VALUE ZEROS.
           05 FILLER                   PIC X(007)          VALUE SPACES.
           05 WRK-DET-TAXA             PIC ZZ9,99          VALUE ZEROS.
           05 FILLER                   PIC X(016)          VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEL DE QUANTIDADE DE LINHAS-----".
      *-----------------------------------------------------------------

       01  ACU-QTLINHAS                 PIC 9(002)  COMP-3 VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEL DE ACUMULACAO-----".
      *-----------------------------------------------------------------

       01  ACU-LIDOS                    PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-ENCERRADAS               PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-CUMPRIDAS                PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-QUEBRADAS                PIC 9(005)  COMP-3 VALUE ZEROS.

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
           PERFORM 0150-LER-HISTORICO.
           PERFORM 0200-PROCESSAR
               UNTIL FS-PROMHIST EQUAL 10.
           PERFORM 0250-IMPRIMIR-OPERADORES.
           PERFORM 0300-FINALIZAR.

       0000-PRINCIPAL-FIM.              EXIT.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                 SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_PROMHIST".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-PROMHIST
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_PROMPARM".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-PROMPARM
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_RELPROM".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-RELPROM
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           PERFORM 0110-LER-PARAMETROS.

           OPEN INPUT  PROMHIST.
           IF FS-PROMHIST NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-PROMHIST              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "PROMREL"                TO WRK-PROGRAMA-ERRO
               MOVE "PROMHIST"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN OUTPUT RELPROM.
           IF FS-RELPROM NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-RELPROM               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "PROMREL"                TO WRK-PROGRAMA-ERRO
               MOVE "RELPROM"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------
       0110-LER-PARAMETROS              SECTION.
      *-----------------------------------------------------------------
      *    SEM CARTAO, OU COM COMPETENCIA ZERADA, O RELATORIO SAI PARA
      *    O MES ANTERIOR AO DA RODADA (FECHAMENTO NO INICIO DO MES).
      *-----------------------------------------------------------------

           MOVE WRK-EXEC-AAAAMM          TO WRK-COMPETENCIA.
           IF WRK-COMP-MM EQUAL 01
               SUBTRACT 1                FROM WRK-COMP-AAAA
               MOVE 12                   TO WRK-COMP-MM
           ELSE
               SUBTRACT 1                FROM WRK-COMP-MM
           END-IF.

           OPEN INPUT PROMPARM.

           IF FS-PROMPARM EQUAL ZEROS
               READ PROMPARM
               IF FS-PROMPARM EQUAL ZEROS
                   IF PRMP-COMPETENCIA NUMERIC
                      AND PRMP-COMPETENCIA GREATER ZEROS
                       MOVE PRMP-COMPETENCIA TO WRK-COMPETENCIA
                   END-IF
               END-IF
               CLOSE PROMPARM
           ELSE
               IF FS-PROMPARM NOT EQUAL 35
                   MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
                   MOVE FS-PROMPARM              TO WRK-STATUS-ERRO
                   MOVE "0110-LER-PARAMETROS"    TO WRK-AREA-ERRO
                   MOVE "PROMREL"                TO WRK-PROGRAMA-ERRO
                   MOVE "PROMPARM"               TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

       0110-LER-PARAMETROS-FIM.         EXIT.

      *-----------------------------------------------------------------
       0150-LER-HISTORICO               SECTION.
      *-----------------------------------------------------------------

           READ PROMHIST.

           IF FS-PROMHIST NOT EQUAL 00 AND NOT EQUAL 10
               MOVE WRK-ERRO-LEIT       TO WRK-DESCRICAO-ERRO
               MOVE FS-PROMHIST         TO WRK-STATUS-ERRO
               MOVE "0150-LER-HISTORICO" TO WRK-AREA-ERRO
               MOVE "PROMREL"           TO WRK-PROGRAMA-ERRO
               MOVE "PROMHIST"          TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0150-LER-HISTORICO-FIM.          EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                   SECTION.
      *-----------------------------------------------------------------
      *    CONTA SO A PROMESSA ENCERRADA NA COMPETENCIA, NA LINHA DO
      *    OPERADOR QUE A REGISTROU.
      *-----------------------------------------------------------------

           ADD 1 TO ACU-LIDOS.
           DIVIDE PRMH-DATA-DESFECHO BY 100
               GIVING WRK-COMPET-DESFECHO.

           IF WRK-COMPET-DESFECHO EQUAL WRK-COMPETENCIA
               PERFORM 0210-SOMAR-OPERADOR
           END-IF.

           PERFORM 0150-LER-HISTORICO.

       0200-PROCESSAR-FIM.              EXIT.

      *-----------------------------------------------------------------
       0210-SOMAR-OPERADOR              SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS                    TO WRK-OPE-ACHADO.
           PERFORM 0211-PROCURAR-OPERADOR
               VARYING IDX-OPE FROM 1 BY 1
               UNTIL IDX-OPE GREATER WRK-QT-OPERADORES
                  OR WRK-OPE-ACHADO GREATER ZEROS.

           IF WRK-OPE-ACHADO EQUAL ZEROS
               IF WRK-QT-OPERADORES NOT LESS 200
                   MOVE WRK-ERRO-TABELA          TO WRK-DESCRICAO-ERRO
                   MOVE ZEROS                    TO WRK-STATUS-ERRO
                   MOVE "0210-SOMAR-OPERADOR"    TO WRK-AREA-ERRO
                   MOVE "PROMREL"                TO WRK-PROGRAMA-ERRO
                   MOVE "PROMHIST"               TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
               ADD 1                     TO WRK-QT-OPERADORES
               MOVE WRK-QT-OPERADORES    TO WRK-OPE-ACHADO
               MOVE PRMH-OPERADOR        TO
                                    TOPE-OPERADOR (WRK-OPE-ACHADO)
           END-IF.

           ADD 1 TO TOPE-ENCERRADAS (WRK-OPE-ACHADO)
                    ACU-ENCERRADAS.

           IF PRMH-CUMPRIDA
               ADD 1 TO TOPE-CUMPRIDAS (WRK-OPE-ACHADO)
                        ACU-CUMPRIDAS
           ELSE
               ADD 1 TO TOPE-QUEBRADAS (WRK-OPE-ACHADO)
                        ACU-QUEBRADAS
           END-IF.

       0210-SOMAR-OPERADOR-FIM.         EXIT.

      *-----------------------------------------------------------------
       0211-PROCURAR-OPERADOR           SECTION.
      *-----------------------------------------------------------------

           IF TOPE-OPERADOR (IDX-OPE) EQUAL PRMH-OPERADOR
               MOVE IDX-OPE              TO WRK-OPE-ACHADO
           END-IF.

       0211-PROCURAR-OPERADOR-FIM.      EXIT.

      *-----------------------------------------------------------------
       0250-IMPRIMIR-OPERADORES         SECTION.
      *-----------------------------------------------------------------

           PERFORM 0285-IMPRIMIR-CABECALHO.

           MOVE WRK-CABECALHO2 TO REG-RELPROM.
           PERFORM 0281-GRAVAR-LINHA.
           MOVE WRK-CABECALHO3 TO REG-RELPROM.
           PERFORM 0281-GRAVAR-LINHA.

           PERFORM 0251-IMPRIMIR-OPERADOR
               VARYING IDX-OPE FROM 1 BY 1
               UNTIL IDX-OPE GREATER WRK-QT-OPERADORES.

           INITIALIZE WRK-DETALHE.
           MOVE "TOTAL"                  TO WRK-DET-OPERADOR.
           MOVE ACU-ENCERRADAS           TO WRK-DET-QTDE1.
           MOVE ACU-CUMPRIDAS            TO WRK-DET-QTDE2.
           MOVE ACU-QUEBRADAS            TO WRK-DET-QTDE3.
           MOVE ZEROS                    TO WRK-TAXA.
           IF ACU-ENCERRADAS GREATER ZEROS
               COMPUTE WRK-TAXA ROUNDED =
                   ACU-CUMPRIDAS * 100 / ACU-ENCERRADAS
           END-IF.
           MOVE WRK-TAXA                 TO WRK-DET-TAXA.
           MOVE WRK-CABECALHO3 TO REG-RELPROM.
           PERFORM 0281-GRAVAR-LINHA.
           MOVE WRK-DETALHE    TO REG-RELPROM.
           PERFORM 0281-GRAVAR-LINHA.

       0250-IMPRIMIR-OPERADORES-FIM.    EXIT.

      *-----------------------------------------------------------------
       0251-IMPRIMIR-OPERADOR           SECTION.
      *-----------------------------------------------------------------

           INITIALIZE WRK-DETALHE.
           MOVE TOPE-OPERADOR   (IDX-OPE) TO WRK-DET-OPERADOR.
           MOVE TOPE-ENCERRADAS (IDX-OPE) TO WRK-DET-QTDE1.
           MOVE TOPE-CUMPRIDAS  (IDX-OPE) TO WRK-DET-QTDE2.
           MOVE TOPE-QUEBRADAS  (IDX-OPE) TO WRK-DET-QTDE3.
           COMPUTE WRK-TAXA ROUNDED =
               TOPE-CUMPRIDAS (IDX-OPE) * 100
             / TOPE-ENCERRADAS (IDX-OPE).
           MOVE WRK-TAXA                 TO WRK-DET-TAXA.

           MOVE WRK-DETALHE    TO REG-RELPROM.
           PERFORM 0281-GRAVAR-LINHA.

       0251-IMPRIMIR-OPERADOR-FIM.      EXIT.

      *-----------------------------------------------------------------
       0281-GRAVAR-LINHA                SECTION.
      *-----------------------------------------------------------------

           WRITE REG-RELPROM AFTER 1 LINE.
           IF FS-RELPROM NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-RELPROM               TO WRK-STATUS-ERRO
               MOVE "0281-GRAVAR-LINHA"      TO WRK-AREA-ERRO
               MOVE "PROMREL"                TO WRK-PROGRAMA-ERRO
               MOVE "RELPROM"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           ADD 1          TO ACU-QTLINHAS.

       0281-GRAVAR-LINHA-FIM.           EXIT.

      *-----------------------------------------------------------------
       0285-IMPRIMIR-CABECALHO          SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-COMP-MM            TO WRK-CAB-MM.
           MOVE WRK-COMP-AAAA          TO WRK-CAB-AAAA.

           MOVE WRK-CABECALHO3 TO REG-RELPROM.
           WRITE REG-RELPROM AFTER 1 LINE.

           MOVE WRK-CABECALHO1 TO REG-RELPROM.
           WRITE REG-RELPROM AFTER 1 LINE.

           MOVE WRK-CABECALHO3 TO REG-RELPROM.
           WRITE REG-RELPROM AFTER 1 LINE.

           ADD 1  TO ACU-PAG.
           MOVE 3 TO ACU-QTLINHAS.

       0285-IMPRIMIR-CABECALHO-FIM.     EXIT.

      *-----------------------------------------------------------------
       0290-ESTATISTICA                 SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-TRACO.
           DISPLAY "COMPETENCIA..................: " WRK-COMPETENCIA.
           DISPLAY "REGISTROS DO HISTORICO LIDOS.: " ACU-LIDOS.
           DISPLAY "PROMESSAS ENCERRADAS NO MES..: " ACU-ENCERRADAS.
           DISPLAY "CUMPRIDAS....................: " ACU-CUMPRIDAS.
           DISPLAY "QUEBRADAS....................: " ACU-QUEBRADAS.
           DISPLAY WRK-TRACO.
           DISPLAY WRK-FIM-PROGRAMA.
           DISPLAY WRK-TRACO.

       0290-ESTATISTICA-FIM.            EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                   SECTION.
      *-----------------------------------------------------------------

           PERFORM 0290-ESTATISTICA.

           CLOSE PROMHIST.
           IF FS-PROMHIST NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-PROMHIST       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "PROMREL"         TO WRK-PROGRAMA-ERRO
               MOVE "PROMHIST"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE RELPROM.
           IF FS-RELPROM NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-RELPROM        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "PROMREL"         TO WRK-PROGRAMA-ERRO
               MOVE "RELPROM"         TO WRK-ARQUIVO-ERRO
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
