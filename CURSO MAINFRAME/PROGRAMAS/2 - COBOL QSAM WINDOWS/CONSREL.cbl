      *-----------------------------------------------------------------
       IDENTIFICATION                   DIVISION.
       PROGRAM-ID. CONSREL.
      *=================================================================
      *== PROGRAMA....: CONSREL
      *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
      *== ANALISTA....: IVAN SANCHES
      *== DATA........: 15/10/2026
      *== CONSULTORIA:
      *-----------------------------------------------------------------
      *== OBJETIVO....: RELATORIO DAS MUDANCAS DE CONSENTIMENTO LGPD
      *                 PARA O ENCARREGADO (DPO). LE O HISTORICO
      *                 CONSHIST (BOOK REGCONH, GRAVADO PELO MANTCONS)
      *                 E LISTA CADA MANIFESTACAO COM DATA NO PERIODO
      *                 DO CARTAO CONSPARM (BOOK REGCSRP; SEM CARTAO
      *                 OU COM DATAS ZERADAS = MES ANTERIOR AO DA
      *                 RODADA): CLIENTE, FINALIDADE, SITUACAO
      *                 ANTERIOR E NOVA, CANAL, ORIGEM, OPERADOR E A
      *                 REFERENCIA DA EVIDENCIA. NO FIM SAI O QUADRO
      *                 DE CONCESSOES E REVOGACOES POR FINALIDADE.
      *-----------------------------------------------------------------
      *===================ESPECIFICACOES DO PROGRAMA====================
      *    ARQUIVO                    TIPO               BOOK
      *    CONSHIST                  INPUT              REGCONH
      *    CONSPARM                  INPUT              REGCSRP
      *    RELCONS                   OUTPUT             N/A
      *    CONSREL                   INPUT              BOOKMSG
      *    CONSREL                   INPUT              BOOKASSI
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
           SELECT CONSHIST ASSIGN TO WRK-NOME-CONSHIST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CONSHIST.

           SELECT CONSPARM ASSIGN TO WRK-NOME-CONSPARM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CONSPARM.

           SELECT RELCONS ASSIGN TO WRK-NOME-RELCONS
           FILE STATUS IS FS-RELCONS.
      *-----------------------------------------------------------------

      *=================================================================
       DATA                             DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                             SECTION.
      *-----------------------------------------------------------------
      *
      *            INPUT - HISTORICO DE CONSENTIMENTO (MANTCONS)
      *
      *-----------------------------------------------------------------
       FD  CONSHIST.
       COPY "REGCONH".

      *-----------------------------------------------------------------
      *
      *            INPUT - CARTAO DE PARAMETROS DO RELATORIO
      *
      *-----------------------------------------------------------------
       FD  CONSPARM.
       COPY "REGCSRP".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - MUDANCAS DE CONSENTIMENTO NO PERIODO
      *
      *-----------------------------------------------------------------
       FD  RELCONS.
       01  REG-RELCONS                  PIC X(080).

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

       01  FS-CONSHIST                  PIC 9(002)         VALUE ZEROS.
       01  FS-CONSPARM                  PIC 9(002)         VALUE ZEROS.
       01  FS-RELCONS                   PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----NOMES EXTERNALIZADOS VIA DD-----".
      *-----------------------------------------------------------------

       01  WRK-NOME-CONSHIST            PIC X(040)         VALUE
              "C:\RELATORIO\dados\CONSHIST.DAT".
       01  WRK-NOME-CONSPARM            PIC X(040)         VALUE
              "C:\RELATORIO\dados\CONSPARM.DAT".
       01  WRK-NOME-RELCONS             PIC X(040)         VALUE
              "C:\RELATORIO\dados\RELCONS.txt".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEIS DE DATA E PERIODO-----".
      *-----------------------------------------------------------------

       01  WRK-DATA-EXECUCAO            PIC 9(008)         VALUE ZEROS.
       01  FILLER REDEFINES WRK-DATA-EXECUCAO.
           05 WRK-EXEC-AAAAMM           PIC 9(006).
           05 WRK-EXEC-DD               PIC 9(002).

       01  WRK-COMPETENCIA              PIC 9(006)         VALUE ZEROS.
       01  FILLER REDEFINES WRK-COMPETENCIA.
           05 WRK-COMP-AAAA             PIC 9(004).
           05 WRK-COMP-MM               PIC 9(002).

       01  WRK-DATA-INICIO              PIC 9(008)         VALUE ZEROS.
       01  WRK-DATA-FIM                 PIC 9(008)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----TOTAIS POR FINALIDADE-----".
      *-----------------------------------------------------------------

       01  TAB-FINALIDADE.
           05 TFIN-ENTRADA              OCCURS 3 TIMES.
               10 TFIN-CONCESSOES       PIC 9(005) COMP-3 VALUE ZEROS.
               10 TFIN-REVOGACOES       PIC 9(005) COMP-3 VALUE ZEROS.

       01  TAB-NOME-FINALIDADE.
           05 FILLER                    PIC X(020)         VALUE
              "EMAIL MARKETING".
           05 FILLER                    PIC X(020)         VALUE
              "SMS/WHATSAPP MKT".
           05 FILLER                    PIC X(020)         VALUE
              "PARCEIROS".
       01  FILLER REDEFINES TAB-NOME-FINALIDADE.
           05 TFIN-NOME                 PIC X(020) OCCURS 3 TIMES.

       01  IDX-FIN                      PIC 9(001)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "CABECALHO DE PAGINACAO".
      *-----------------------------------------------------------------

       01  WRK-CABECALHO1.
           05 FILLER                    PIC X(002)         VALUE SPACES.
           05 FILLER                    PIC X(030)         VALUE
              "MUDANCAS DE CONSENTIMENTO LGPD".
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-CAB-INICIO            PIC 9(008)         VALUE ZEROS.
           05 FILLER                    PIC X(003)         VALUE " A ".
           05 WRK-CAB-FIM               PIC 9(008)         VALUE ZEROS.
           05 FILLER                    PIC X(010)         VALUE SPACES.
           05 FILLER                    PIC X(008)         VALUE
              "PAGINA:".
           05 ACU-PAG                   PIC 9(003)         VALUE 1.
           05 FILLER                    PIC X(007)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----CABECALHO DAS COLUNAS-----".
      *-----------------------------------------------------------------

       01  WRK-CABECALHO2.
           05 FILLER                    PIC X(008)         VALUE
              "CLIENTE".
           05 FILLER                    PIC X(004)         VALUE
              "FIN".
           05 FILLER                    PIC X(006)         VALUE
              "ANT>".
           05 FILLER                    PIC X(009)         VALUE
              "DATA".
           05 FILLER                    PIC X(004)         VALUE
              "C/O".
           05 FILLER                    PIC X(009)         VALUE
              "OPERADOR".
           05 FILLER                    PIC X(021)         VALUE
              "EVIDENCIA".
           05 FILLER                    PIC X(019)         VALUE
              "PROCESSADO".

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
           05 WRK-DET-CODIGO           PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-FINALIDADE       PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(003)          VALUE SPACES.
           05 WRK-DET-ANTERIOR         PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE ">".
           05 WRK-DET-SITUACAO         PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(003)          VALUE SPACES.
           05 WRK-DET-DATA             PIC 9(008)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-CANAL            PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE "/".
           05 WRK-DET-ORIGEM           PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-OPERADOR         PIC X(008)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-EVIDENCIA        PIC X(020)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-PROCESSADO       PIC 9(008)          VALUE ZEROS.
           05 FILLER                   PIC X(011)          VALUE SPACES.

       01  WRK-TOTAL.
           05 FILLER                   PIC X(002)          VALUE SPACES.
           05 WRK-TOT-FINALIDADE       PIC X(020)          VALUE SPACES.
           05 FILLER                   PIC X(013)          VALUE
              "CONCESSOES:".
           05 WRK-TOT-CONCESSOES       PIC ZZZZ9           VALUE ZEROS.
           05 FILLER                   PIC X(004)          VALUE SPACES.
           05 FILLER                   PIC X(013)          VALUE
              "REVOGACOES:".
           05 WRK-TOT-REVOGACOES       PIC ZZZZ9           VALUE ZEROS.
           05 FILLER                   PIC X(018)          VALUE SPACES.

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
       01  ACU-LISTADOS                 PIC 9(007)  COMP-3 VALUE ZEROS.

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
               UNTIL FS-CONSHIST EQUAL 10.
           PERFORM 0250-IMPRIMIR-TOTAIS.
           PERFORM 0300-FINALIZAR.

       0000-PRINCIPAL-FIM.              EXIT.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                 SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CONSHIST".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-CONSHIST
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CONSPARM".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-CONSPARM
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_RELCONS".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-RELCONS
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           PERFORM 0110-LER-PARAMETROS.

           OPEN INPUT  CONSHIST.
           IF FS-CONSHIST NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-CONSHIST              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "CONSREL"                TO WRK-PROGRAMA-ERRO
               MOVE "CONSHIST"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN OUTPUT RELCONS.
           IF FS-RELCONS NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-RELCONS               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "CONSREL"                TO WRK-PROGRAMA-ERRO
               MOVE "RELCONS"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           PERFORM 0285-IMPRIMIR-CABECALHO.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------
       0110-LER-PARAMETROS              SECTION.
      *-----------------------------------------------------------------
      *    SEM CARTAO, OU COM DATAS ZERADAS, O PERIODO E O MES
      *    ANTERIOR AO DA RODADA (DIA 01 AO DIA 31).
      *-----------------------------------------------------------------

           MOVE WRK-EXEC-AAAAMM          TO WRK-COMPETENCIA.
           IF WRK-COMP-MM EQUAL 01
               SUBTRACT 1                FROM WRK-COMP-AAAA
               MOVE 12                   TO WRK-COMP-MM
           ELSE
               SUBTRACT 1                FROM WRK-COMP-MM
           END-IF.
           COMPUTE WRK-DATA-INICIO = WRK-COMPETENCIA * 100 + 01.
           COMPUTE WRK-DATA-FIM    = WRK-COMPETENCIA * 100 + 31.

           OPEN INPUT CONSPARM.

           IF FS-CONSPARM EQUAL ZEROS
               READ CONSPARM
               IF FS-CONSPARM EQUAL ZEROS
                   IF CSRP-DATA-INICIO NUMERIC
                      AND CSRP-DATA-FIM NUMERIC
                      AND CSRP-DATA-INICIO GREATER ZEROS
                      AND CSRP-DATA-FIM NOT LESS CSRP-DATA-INICIO
                       MOVE CSRP-DATA-INICIO TO WRK-DATA-INICIO
                       MOVE CSRP-DATA-FIM    TO WRK-DATA-FIM
                   END-IF
               END-IF
               CLOSE CONSPARM
           ELSE
               IF FS-CONSPARM NOT EQUAL 35
                   MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
                   MOVE FS-CONSPARM              TO WRK-STATUS-ERRO
                   MOVE "0110-LER-PARAMETROS"    TO WRK-AREA-ERRO
                   MOVE "CONSREL"                TO WRK-PROGRAMA-ERRO
                   MOVE "CONSPARM"               TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

       0110-LER-PARAMETROS-FIM.         EXIT.

      *-----------------------------------------------------------------
       0150-LER-HISTORICO               SECTION.
      *-----------------------------------------------------------------

           READ CONSHIST.

           IF FS-CONSHIST NOT EQUAL 00 AND NOT EQUAL 10
               MOVE WRK-ERRO-LEIT       TO WRK-DESCRICAO-ERRO
               MOVE FS-CONSHIST         TO WRK-STATUS-ERRO
               MOVE "0150-LER-HISTORICO" TO WRK-AREA-ERRO
               MOVE "CONSREL"           TO WRK-PROGRAMA-ERRO
               MOVE "CONSHIST"          TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0150-LER-HISTORICO-FIM.          EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                   SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO ACU-LIDOS.

           IF CONH-DATA-EVENTO NOT LESS WRK-DATA-INICIO
              AND CONH-DATA-EVENTO NOT GREATER WRK-DATA-FIM
               PERFORM 0210-LISTAR-MANIFESTACAO
           END-IF.

           PERFORM 0150-LER-HISTORICO.

       0200-PROCESSAR-FIM.              EXIT.

      *-----------------------------------------------------------------
       0210-LISTAR-MANIFESTACAO         SECTION.
      *-----------------------------------------------------------------

           EVALUATE TRUE
               WHEN CONH-FIN-EMAIL
                   MOVE 1                TO IDX-FIN
               WHEN CONH-FIN-SMS
                   MOVE 2                TO IDX-FIN
               WHEN OTHER
                   MOVE 3                TO IDX-FIN
           END-EVALUATE.

           IF CONH-CONCEDIDO
               ADD 1 TO TFIN-CONCESSOES (IDX-FIN)
           ELSE
               ADD 1 TO TFIN-REVOGACOES (IDX-FIN)
           END-IF.

           INITIALIZE WRK-DETALHE.
           MOVE CONH-CODIGO              TO WRK-DET-CODIGO.
           MOVE CONH-FINALIDADE          TO WRK-DET-FINALIDADE.
           MOVE CONH-SITUACAO-ANTERIOR   TO WRK-DET-ANTERIOR.
           MOVE CONH-SITUACAO            TO WRK-DET-SITUACAO.
           MOVE CONH-DATA-EVENTO         TO WRK-DET-DATA.
           MOVE CONH-CANAL               TO WRK-DET-CANAL.
           MOVE CONH-ORIGEM              TO WRK-DET-ORIGEM.
           MOVE CONH-OPERADOR            TO WRK-DET-OPERADOR.
           MOVE CONH-EVIDENCIA           TO WRK-DET-EVIDENCIA.
           MOVE CONH-DATA-PROCESSAMENTO  TO WRK-DET-PROCESSADO.

           IF ACU-QTLINHAS GREATER 55
               PERFORM 0285-IMPRIMIR-CABECALHO
           END-IF.

           MOVE WRK-DETALHE    TO REG-RELCONS.
           PERFORM 0281-GRAVAR-LINHA.

           ADD 1 TO ACU-LISTADOS.

       0210-LISTAR-MANIFESTACAO-FIM.    EXIT.

      *-----------------------------------------------------------------
       0250-IMPRIMIR-TOTAIS             SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-CABECALHO3 TO REG-RELCONS.
           PERFORM 0281-GRAVAR-LINHA.

           PERFORM 0251-IMPRIMIR-FINALIDADE
               VARYING IDX-FIN FROM 1 BY 1
               UNTIL IDX-FIN GREATER 3.

       0250-IMPRIMIR-TOTAIS-FIM.        EXIT.

      *-----------------------------------------------------------------
       0251-IMPRIMIR-FINALIDADE         SECTION.
      *-----------------------------------------------------------------

           MOVE TFIN-NOME       (IDX-FIN) TO WRK-TOT-FINALIDADE.
           MOVE TFIN-CONCESSOES (IDX-FIN) TO WRK-TOT-CONCESSOES.
           MOVE TFIN-REVOGACOES (IDX-FIN) TO WRK-TOT-REVOGACOES.

           MOVE WRK-TOTAL      TO REG-RELCONS.
           PERFORM 0281-GRAVAR-LINHA.

       0251-IMPRIMIR-FINALIDADE-FIM.    EXIT.

      *-----------------------------------------------------------------
       0281-GRAVAR-LINHA                SECTION.
      *-----------------------------------------------------------------

           WRITE REG-RELCONS AFTER 1 LINE.
           IF FS-RELCONS NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-RELCONS               TO WRK-STATUS-ERRO
               MOVE "0281-GRAVAR-LINHA"      TO WRK-AREA-ERRO
               MOVE "CONSREL"                TO WRK-PROGRAMA-ERRO
               MOVE "RELCONS"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           ADD 1          TO ACU-QTLINHAS.

       0281-GRAVAR-LINHA-FIM.           EXIT.

      *-----------------------------------------------------------------
       0285-IMPRIMIR-CABECALHO          SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-DATA-INICIO        TO WRK-CAB-INICIO.
           MOVE WRK-DATA-FIM           TO WRK-CAB-FIM.

           MOVE WRK-CABECALHO3 TO REG-RELCONS.
           WRITE REG-RELCONS AFTER 1 LINE.

           MOVE WRK-CABECALHO1 TO REG-RELCONS.
           WRITE REG-RELCONS AFTER 1 LINE.

           MOVE WRK-CABECALHO3 TO REG-RELCONS.
           WRITE REG-RELCONS AFTER 1 LINE.

           MOVE WRK-CABECALHO2 TO REG-RELCONS.
           WRITE REG-RELCONS AFTER 1 LINE.

           ADD 1  TO ACU-PAG.
           MOVE 4 TO ACU-QTLINHAS.

       0285-IMPRIMIR-CABECALHO-FIM.     EXIT.

      *-----------------------------------------------------------------
       0290-ESTATISTICA                 SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-TRACO.
           DISPLAY "PERIODO......................: " WRK-DATA-INICIO
                   " A " WRK-DATA-FIM.
           DISPLAY "REGISTROS DO HISTORICO LIDOS.: " ACU-LIDOS.
           DISPLAY "MANIFESTACOES NO PERIODO.....: " ACU-LISTADOS.
           DISPLAY WRK-TRACO.
           DISPLAY WRK-FIM-PROGRAMA.
           DISPLAY WRK-TRACO.

       0290-ESTATISTICA-FIM.            EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                   SECTION.
      *-----------------------------------------------------------------

           PERFORM 0290-ESTATISTICA.

           CLOSE CONSHIST.
           IF FS-CONSHIST NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-CONSHIST       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "CONSREL"         TO WRK-PROGRAMA-ERRO
               MOVE "CONSHIST"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE RELCONS.
           IF FS-RELCONS NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-RELCONS        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "CONSREL"         TO WRK-PROGRAMA-ERRO
               MOVE "RELCONS"         TO WRK-ARQUIVO-ERRO
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
