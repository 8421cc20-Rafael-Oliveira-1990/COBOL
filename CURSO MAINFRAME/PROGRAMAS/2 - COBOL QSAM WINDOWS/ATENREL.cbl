      *-----------------------------------------------------------------
       IDENTIFICATION                   DIVISION.
       PROGRAM-ID. ATENREL.
      *=================================================================
      *== PROGRAMA....: ATENREL
      *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
      *== ANALISTA....: IVAN SANCHES
      *== DATA........: 15/10/2026
      *== CONSULTORIA:
      *-----------------------------------------------------------------
      *== OBJETIVO....: RELATORIO NOTURNO DOS CASOS DE ATENDIMENTO.
      *                 LE OS CASOS DO ARQUIVO ATENDIM (BOOK REGATEN,
      *                 GRAVADO PELA CONSULCLI) E LISTA OS CASOS EM
      *                 ABERTO COM A DATA DA PROXIMA ACAO VENCIDA,
      *                 ORDENADOS POR OPERADOR RESPONSAVEL E DATA DA
      *                 PROXIMA ACAO, COM TOTAL POR OPERADOR. EM SEGUIDA
      *                 MOSTRA, POR MOTIVO (BOOK BOOKMOTA), OS CASOS
      *                 ABERTOS E ENCERRADOS NO MES DA RODADA, OS QUE
      *                 SEGUEM EM ABERTO E OS ATRASADOS. SEM ARQUIVO
      *                 ATENDIM O RELATORIO SAI ZERADO.
      *-----------------------------------------------------------------
      *===================ESPECIFICACOES DO PROGRAMA====================
      *    ARQUIVO                    TIPO               BOOK
      *    ATENDIM                   INPUT              REGATEN
      *    ATENORD                   TRABALHO           N/A
      *    RELATEN                   OUTPUT             N/A
      *    ATENREL                   INPUT              BOOKMOTA
      *    ATENREL                   INPUT              BOOKMSG
      *    ATENREL                   INPUT              BOOKASSI
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
           SELECT ATENDIM ASSIGN TO WRK-NOME-ATENDIM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ATEN-CHAVE
           FILE STATUS IS FS-ATENDIM.

           SELECT TRABALHO-ATENDIMENTO ASSIGN TO "SORTWK01".

           SELECT ATENORD ASSIGN TO WRK-NOME-ATENORD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-ATENORD.

           SELECT RELATEN ASSIGN TO WRK-NOME-RELATEN
           FILE STATUS IS FS-RELATEN.
      *-----------------------------------------------------------------

      *=================================================================
       DATA                             DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                             SECTION.
      *-----------------------------------------------------------------
      *
      *            INPUT - CASOS DE ATENDIMENTO E NOTAS (CONSULCLI)
      *
      *-----------------------------------------------------------------
       FD  ATENDIM.
       COPY "REGATEN".

      *-----------------------------------------------------------------
      *            TRABALHO - ORDENACAO DOS ATRASADOS POR OPERADOR
      *-----------------------------------------------------------------
       SD  TRABALHO-ATENDIMENTO.
       01  SRT-ATENDIMENTO.
           05 SRT-OPERADOR              PIC X(008).
           05 SRT-DATA-PROXIMA          PIC 9(008).
           05 SRT-CODIGO                PIC 9(007).
           05 SRT-CASO                  PIC 9(003).
           05 SRT-MOTIVO                PIC X(003).
           05 SRT-DATA-ABERTURA         PIC 9(008).
           05 SRT-TEXTO                 PIC X(040).

      *-----------------------------------------------------------------
      *            INPUT - CASOS ATRASADOS JA ORDENADOS POR OPERADOR
      *-----------------------------------------------------------------
       FD  ATENORD.
       01  ORD-ATENDIMENTO.
           05 ORD-OPERADOR              PIC X(008).
           05 ORD-DATA-PROXIMA          PIC 9(008).
           05 ORD-CODIGO                PIC 9(007).
           05 ORD-CASO                  PIC 9(003).
           05 ORD-MOTIVO                PIC X(003).
           05 ORD-DATA-ABERTURA         PIC 9(008).
           05 ORD-TEXTO                 PIC X(040).

      *-----------------------------------------------------------------
      *
      *            OUTPUT - CASOS ATRASADOS E CONTAGEM POR MOTIVO
      *
      *-----------------------------------------------------------------
       FD  RELATEN.
       01  REG-RELATEN                  PIC X(080).

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

       01  FS-ATENDIM                   PIC 9(002)         VALUE ZEROS.
       01  FS-ATENORD                   PIC 9(002)         VALUE ZEROS.
       01  FS-RELATEN                   PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----NOMES EXTERNALIZADOS VIA DD-----".
      *-----------------------------------------------------------------

       01  WRK-NOME-ATENDIM             PIC X(040)         VALUE
              "C:\RELATORIO\dados\ATENDIM.DAT".
       01  WRK-NOME-ATENORD             PIC X(040)         VALUE
              "C:\RELATORIO\dados\ATENORD.DAT".
       01  WRK-NOME-RELATEN             PIC X(040)         VALUE
              "C:\RELATORIO\dados\RELATEN.txt".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----SWITCHES DE CONTROLE-----".
      *-----------------------------------------------------------------

       01  WRK-SW-ATENDIM               PIC X(001)         VALUE "S".
           88 WRK-ATENDIM-PRESENTE                         VALUE "S".
           88 WRK-ATENDIM-AUSENTE                          VALUE "N".

       01  WRK-SW-FIM-ATENDIM           PIC X(001)         VALUE "N".
           88 WRK-FIM-ATENDIM                              VALUE "S".

       01  WRK-SW-FIM-ORDENADO          PIC X(001)         VALUE "N".
           88 WRK-FIM-ORDENADO                             VALUE "S".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEIS DE DATA E COMPETENCIA-----".
      *-----------------------------------------------------------------

       01  WRK-DATA-EXECUCAO            PIC 9(008)         VALUE ZEROS.
       01  FILLER REDEFINES WRK-DATA-EXECUCAO.
           05 WRK-EXEC-AAAAMM           PIC 9(006).
           05 WRK-EXEC-DD               PIC 9(002).
       01  FILLER REDEFINES WRK-DATA-EXECUCAO.
           05 WRK-EXEC-AAAA             PIC 9(004).
           05 WRK-EXEC-MM               PIC 9(002).
           05 FILLER                    PIC 9(002).

       01  WRK-DATA-PROXIMA             PIC 9(008)         VALUE ZEROS.
       01  FILLER REDEFINES WRK-DATA-PROXIMA.
           05 WRK-PROX-AAAA             PIC 9(004).
           05 WRK-PROX-MM               PIC 9(002).
           05 WRK-PROX-DD               PIC 9(002).

       01  WRK-COMPET-ABERTURA          PIC 9(006)         VALUE ZEROS.
       01  WRK-COMPET-ENCERRAMENTO      PIC 9(006)         VALUE ZEROS.
       01  WRK-DIAS-ATRASO              PIC S9(005)        VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----CONTROLE DE QUEBRA POR OPERADOR-----".
      *-----------------------------------------------------------------

       01  WRK-OPERADOR-ANTERIOR        PIC X(008)         VALUE SPACES.
       01  ACU-ATRASADOS-OPERADOR       PIC 9(005)  COMP-3 VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----TABELA DE CONTAGEM POR MOTIVO-----".
      *-----------------------------------------------------------------
      *    MESMA ORDEM DA TABELA DE MOTIVOS DO BOOK BOOKMOTA.

       01  TAB-CONTAGEM.
           05 TCON-ENTRADA              OCCURS 10 TIMES.
               10 TCON-ABERTOS-MES      PIC 9(005) COMP-3 VALUE ZEROS.
               10 TCON-ENCERRADOS-MES   PIC 9(005) COMP-3 VALUE ZEROS.
               10 TCON-EM-ABERTO        PIC 9(005) COMP-3 VALUE ZEROS.
               10 TCON-ATRASADOS        PIC 9(005) COMP-3 VALUE ZEROS.

       01  WRK-MOTIVO-ACHADO            PIC 9(003)  COMP-3 VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "CABECALHO DE PAGINACAO".
      *-----------------------------------------------------------------

       01  WRK-CABECALHO1.
           05 FILLER                    PIC X(005)         VALUE SPACES.
           05 FILLER                    PIC X(036)         VALUE
              "CASOS DE ATENDIMENTO".
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
              "-----CABECALHO DOS CASOS ATRASADOS-----".
      *-----------------------------------------------------------------

       01  WRK-CABECALHO2.
           05 FILLER                    PIC X(009)         VALUE
              "OPERADOR".
           05 FILLER                    PIC X(008)         VALUE
              "CLIENTE".
           05 FILLER                    PIC X(005)         VALUE
              "CASO".
           05 FILLER                    PIC X(004)         VALUE
              "MOT".
           05 FILLER                    PIC X(009)         VALUE
              "ABERTURA".
           05 FILLER                    PIC X(009)         VALUE
              "PROX.ACAO".
           05 FILLER                    PIC X(005)         VALUE
              "DIAS".
           05 FILLER                    PIC X(031)         VALUE
              "DESCRICAO".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----CABECALHO DE LINHA EM BRANCO-----".
      *-----------------------------------------------------------------

       01  WRK-CABECALHO3.
           05 FILLER                    PIC X(080)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----CABECALHO DA CONTAGEM POR MOTIVO-----".
      *-----------------------------------------------------------------

       01  WRK-CABECALHO4.
           05 FILLER                    PIC X(025)         VALUE
              "MOTIVO".
           05 FILLER                    PIC X(011)         VALUE
              "ABERTOS MES".
           05 FILLER                    PIC X(014)         VALUE
              "ENCERRADOS MES".
           05 FILLER                    PIC X(014)         VALUE
              "     EM ABERTO".
           05 FILLER                    PIC X(014)         VALUE
              "     ATRASADOS".

      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)          VALUE
              "-----VARIAVEIS DE DETALHE-----".
      *-----------------------------------------------------------------

       01  WRK-DETALHE.
           05 WRK-DET-OPERADOR         PIC X(008)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-CODIGO           PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-CASO             PIC 9(003)          VALUE ZEROS.
           05 FILLER                   PIC X(002)          VALUE SPACES.
           05 WRK-DET-MOTIVO           PIC X(003)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-ABERTURA         PIC 9(008)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-PROXIMA          PIC 9(008)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-DIAS             PIC ZZZ9            VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-TEXTO            PIC X(031)          VALUE SPACES.

       01  WRK-TOTAL-ATRASO.
           05 FILLER                   PIC X(009)          VALUE SPACES.
           05 WRK-TOT-TITULO           PIC X(030)          VALUE SPACES.
           05 WRK-TOT-QTDE             PIC ZZZZ9           VALUE ZEROS.
           05 FILLER                   PIC X(036)          VALUE SPACES.

       01  WRK-DETALHE-MOTIVO.
           05 WRK-DMOT-CODIGO          PIC X(003)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DMOT-DESCRICAO       PIC X(020)          VALUE SPACES.
           05 FILLER                   PIC X(007)          VALUE SPACES.
           05 WRK-DMOT-ABERTOS         PIC ZZZZ9           VALUE ZEROS.
           05 FILLER                   PIC X(009)          VALUE SPACES.
           05 WRK-DMOT-ENCERRADOS      PIC ZZZZ9           VALUE ZEROS.
           05 FILLER                   PIC X(009)          VALUE SPACES.
           05 WRK-DMOT-EM-ABERTO       PIC ZZZZ9           VALUE ZEROS.
           05 FILLER                   PIC X(009)          VALUE SPACES.
           05 WRK-DMOT-ATRASADOS       PIC ZZZZ9           VALUE ZEROS.
           05 FILLER                   PIC X(002)          VALUE SPACES.

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
       01  ACU-CASOS                    PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-ABERTOS-MES              PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-ENCERRADOS-MES           PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-EM-ABERTO                PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-ATRASADOS                PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-MOTIVO-INVALIDO          PIC 9(005)  COMP-3 VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----BOOK DOS MOTIVOS DE ATENDIMENTO-----".
      *-----------------------------------------------------------------
       COPY "BOOKMOTA".

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
           PERFORM 0200-SELECIONAR-ATRASADOS.
           PERFORM 0250-IMPRIMIR-ATRASADOS.
           PERFORM 0270-IMPRIMIR-MOTIVOS.
           PERFORM 0300-FINALIZAR.

       0000-PRINCIPAL-FIM.              EXIT.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                 SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_ATENDIM".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-ATENDIM
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_ATENORD".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-ATENORD
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_RELATEN".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-RELATEN
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

      *    O ATENDIM SO EXISTE DEPOIS DO PRIMEIRO CASO ABERTO NA
      *    CONSULCLI; ATE LA O RELATORIO SAI ZERADO.
           OPEN INPUT  ATENDIM.
           IF FS-ATENDIM EQUAL 35
               SET WRK-ATENDIM-AUSENTE   TO TRUE
           ELSE
               IF FS-ATENDIM NOT EQUAL ZEROS
                   MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
                   MOVE FS-ATENDIM               TO WRK-STATUS-ERRO
                   MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
                   MOVE "ATENREL"                TO WRK-PROGRAMA-ERRO
                   MOVE "ATENDIM"                TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

           OPEN OUTPUT RELATEN.
           IF FS-RELATEN NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-RELATEN               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "ATENREL"                TO WRK-PROGRAMA-ERRO
               MOVE "RELATEN"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------
       0150-LER-ATENDIMENTO             SECTION.
      *-----------------------------------------------------------------

           READ ATENDIM.

           IF FS-ATENDIM EQUAL 10
               SET WRK-FIM-ATENDIM      TO TRUE
               GO TO 0150-LER-ATENDIMENTO-FIM
           END-IF.

           IF FS-ATENDIM NOT EQUAL ZEROS
               MOVE WRK-ERRO-LEIT       TO WRK-DESCRICAO-ERRO
               MOVE FS-ATENDIM          TO WRK-STATUS-ERRO
               MOVE "0150-LER-ATENDIMENTO" TO WRK-AREA-ERRO
               MOVE "ATENREL"           TO WRK-PROGRAMA-ERRO
               MOVE "ATENDIM"           TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           ADD 1 TO ACU-LIDOS.

       0150-LER-ATENDIMENTO-FIM.        EXIT.

      *-----------------------------------------------------------------
       0200-SELECIONAR-ATRASADOS        SECTION.
      *-----------------------------------------------------------------
      *    A VARREDURA DO ATENDIM E FEITA DENTRO DA INPUT PROCEDURE DA
      *    SORT: A CONTAGEM POR MOTIVO SAI DE TODOS OS CASOS E SO OS
      *    ATRASADOS SAO LIBERADOS, ORDENADOS POR OPERADOR E DATA DA
      *    PROXIMA ACAO PARA O 0250.
      *-----------------------------------------------------------------

           SORT TRABALHO-ATENDIMENTO
               ON ASCENDING KEY SRT-OPERADOR
               ON ASCENDING KEY SRT-DATA-PROXIMA
               ON ASCENDING KEY SRT-CODIGO
               ON ASCENDING KEY SRT-CASO
               INPUT PROCEDURE IS 0205-FORNECER-ORDENACAO
               GIVING ATENORD.

           IF SORT-RETURN NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA           TO WRK-DESCRICAO-ERRO
               MOVE SORT-RETURN                 TO WRK-STATUS-ERRO
               MOVE "0200-SELECIONAR-ATRASADOS" TO WRK-AREA-ERRO
               MOVE "ATENREL"                   TO WRK-PROGRAMA-ERRO
               MOVE "ATENORD"                   TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0200-SELECIONAR-ATRASADOS-FIM.   EXIT.

      *-----------------------------------------------------------------
       0205-FORNECER-ORDENACAO          SECTION.
      *-----------------------------------------------------------------

           IF WRK-ATENDIM-AUSENTE
               GO TO 0205-FORNECER-ORDENACAO-FIM
           END-IF.

           PERFORM 0150-LER-ATENDIMENTO.
           PERFORM 0210-PROCESSAR-CASO
               UNTIL WRK-FIM-ATENDIM.

       0205-FORNECER-ORDENACAO-FIM.     EXIT.

      *-----------------------------------------------------------------
       0210-PROCESSAR-CASO              SECTION.
      *-----------------------------------------------------------------
      *    SO O REGISTRO DO CASO (NOTA 000) CONTA; AS NOTAS SAO LIDAS
      *    E DESPREZADAS. ATRASADO E O CASO EM ABERTO CUJA DATA DA
      *    PROXIMA ACAO FICOU ANTES DA DATA DA RODADA.
      *-----------------------------------------------------------------

           IF NOT ATEN-REGISTRO-CASO
               PERFORM 0150-LER-ATENDIMENTO
               GO TO 0210-PROCESSAR-CASO-FIM
           END-IF.

           ADD 1 TO ACU-CASOS.
           PERFORM 0220-PROCURAR-MOTIVO.

           DIVIDE ATEN-DATA BY 100
               GIVING WRK-COMPET-ABERTURA.
           IF WRK-COMPET-ABERTURA EQUAL WRK-EXEC-AAAAMM
               ADD 1 TO ACU-ABERTOS-MES
               IF WRK-MOTIVO-ACHADO GREATER ZEROS
                   ADD 1 TO TCON-ABERTOS-MES (WRK-MOTIVO-ACHADO)
               END-IF
           END-IF.

           IF ATEN-ENCERRADO
               DIVIDE ATEN-DATA-ENCERRAMENTO BY 100
                   GIVING WRK-COMPET-ENCERRAMENTO
               IF WRK-COMPET-ENCERRAMENTO EQUAL WRK-EXEC-AAAAMM
                   ADD 1 TO ACU-ENCERRADOS-MES
                   IF WRK-MOTIVO-ACHADO GREATER ZEROS
                       ADD 1 TO TCON-ENCERRADOS-MES (WRK-MOTIVO-ACHADO)
                   END-IF
               END-IF
           END-IF.

           IF ATEN-ABERTO
               ADD 1 TO ACU-EM-ABERTO
               IF WRK-MOTIVO-ACHADO GREATER ZEROS
                   ADD 1 TO TCON-EM-ABERTO (WRK-MOTIVO-ACHADO)
               END-IF
               IF ATEN-DATA-PROXIMA LESS WRK-DATA-EXECUCAO
                   PERFORM 0230-LIBERAR-ATRASADO
               END-IF
           END-IF.

           PERFORM 0150-LER-ATENDIMENTO.

       0210-PROCESSAR-CASO-FIM.         EXIT.

      *-----------------------------------------------------------------
       0220-PROCURAR-MOTIVO             SECTION.
      *-----------------------------------------------------------------
      *    MOTIVO FORA DA TABELA SO ENTRA NOS TOTAIS GERAIS.
      *-----------------------------------------------------------------

           MOVE ZEROS                    TO WRK-MOTIVO-ACHADO.

           SET IDX-MOTIVO                TO 1.
           SEARCH TAB-MOTIVO-ENTRADA
               AT END
                   ADD 1 TO ACU-MOTIVO-INVALIDO
               WHEN TAB-MOTIVO-CODIGO (IDX-MOTIVO) EQUAL ATEN-MOTIVO
                   SET WRK-MOTIVO-ACHADO TO IDX-MOTIVO
           END-SEARCH.

       0220-PROCURAR-MOTIVO-FIM.        EXIT.

      *-----------------------------------------------------------------
       0230-LIBERAR-ATRASADO            SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO ACU-ATRASADOS.
           IF WRK-MOTIVO-ACHADO GREATER ZEROS
               ADD 1 TO TCON-ATRASADOS (WRK-MOTIVO-ACHADO)
           END-IF.

           MOVE ATEN-OPERADOR            TO SRT-OPERADOR.
           MOVE ATEN-DATA-PROXIMA        TO SRT-DATA-PROXIMA.
           MOVE ATEN-CODIGO              TO SRT-CODIGO.
           MOVE ATEN-CASO                TO SRT-CASO.
           MOVE ATEN-MOTIVO              TO SRT-MOTIVO.
           MOVE ATEN-DATA                TO SRT-DATA-ABERTURA.
           MOVE ATEN-TEXTO               TO SRT-TEXTO.

           RELEASE SRT-ATENDIMENTO.

       0230-LIBERAR-ATRASADO-FIM.       EXIT.

      *-----------------------------------------------------------------
       0250-IMPRIMIR-ATRASADOS          SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT ATENORD.
           IF FS-ATENORD NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-ATENORD               TO WRK-STATUS-ERRO
               MOVE "0250-IMPRIMIR-ATRASADOS" TO WRK-AREA-ERRO
               MOVE "ATENREL"                TO WRK-PROGRAMA-ERRO
               MOVE "ATENORD"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           PERFORM 0285-IMPRIMIR-CABECALHO.
           MOVE WRK-CABECALHO2 TO REG-RELATEN.
           PERFORM 0281-GRAVAR-LINHA.
           MOVE WRK-CABECALHO3 TO REG-RELATEN.
           PERFORM 0281-GRAVAR-LINHA.

           PERFORM 0255-LER-ORDENADO.
           PERFORM 0260-IMPRIMIR-ATRASADO
               UNTIL WRK-FIM-ORDENADO.

           IF WRK-OPERADOR-ANTERIOR NOT EQUAL SPACES
               PERFORM 0265-TOTALIZAR-OPERADOR
           END-IF.

           MOVE SPACES                   TO WRK-TOT-TITULO.
           MOVE "TOTAL DE CASOS ATRASADOS:"
                                         TO WRK-TOT-TITULO.
           MOVE ACU-ATRASADOS            TO WRK-TOT-QTDE.
           MOVE WRK-CABECALHO3   TO REG-RELATEN.
           PERFORM 0281-GRAVAR-LINHA.
           MOVE WRK-TOTAL-ATRASO TO REG-RELATEN.
           PERFORM 0281-GRAVAR-LINHA.

           CLOSE ATENORD.
           IF FS-ATENORD NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-ATENORD               TO WRK-STATUS-ERRO
               MOVE "0250-IMPRIMIR-ATRASADOS" TO WRK-AREA-ERRO
               MOVE "ATENREL"                TO WRK-PROGRAMA-ERRO
               MOVE "ATENORD"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0250-IMPRIMIR-ATRASADOS-FIM.     EXIT.

      *-----------------------------------------------------------------
       0255-LER-ORDENADO                SECTION.
      *-----------------------------------------------------------------

           READ ATENORD.

           IF FS-ATENORD EQUAL 10
               SET WRK-FIM-ORDENADO     TO TRUE
               GO TO 0255-LER-ORDENADO-FIM
           END-IF.

           IF FS-ATENORD NOT EQUAL ZEROS
               MOVE WRK-ERRO-LEIT       TO WRK-DESCRICAO-ERRO
               MOVE FS-ATENORD          TO WRK-STATUS-ERRO
               MOVE "0255-LER-ORDENADO" TO WRK-AREA-ERRO
               MOVE "ATENREL"           TO WRK-PROGRAMA-ERRO
               MOVE "ATENORD"           TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0255-LER-ORDENADO-FIM.           EXIT.

      *-----------------------------------------------------------------
       0260-IMPRIMIR-ATRASADO           SECTION.
      *-----------------------------------------------------------------
      *    O OPERADOR SO APARECE NA PRIMEIRA LINHA DO SEU BLOCO. OS
      *    DIAS DE ATRASO SEGUEM O CALCULO COMERCIAL DO ATRASCLI.
      *-----------------------------------------------------------------

           IF ACU-QTLINHAS GREATER 40
               PERFORM 0285-IMPRIMIR-CABECALHO
               MOVE WRK-CABECALHO2 TO REG-RELATEN
               PERFORM 0281-GRAVAR-LINHA
               MOVE WRK-CABECALHO3 TO REG-RELATEN
               PERFORM 0281-GRAVAR-LINHA
           END-IF.

           INITIALIZE WRK-DETALHE.

           IF ORD-OPERADOR NOT EQUAL WRK-OPERADOR-ANTERIOR
               IF WRK-OPERADOR-ANTERIOR NOT EQUAL SPACES
                   PERFORM 0265-TOTALIZAR-OPERADOR
               END-IF
               MOVE ORD-OPERADOR         TO WRK-OPERADOR-ANTERIOR
                                            WRK-DET-OPERADOR
               MOVE ZEROS                TO ACU-ATRASADOS-OPERADOR
           END-IF.

           MOVE ORD-DATA-PROXIMA         TO WRK-DATA-PROXIMA.
           COMPUTE WRK-DIAS-ATRASO =
               (WRK-EXEC-AAAA - WRK-PROX-AAAA) * 360
             + (WRK-EXEC-MM   - WRK-PROX-MM)   * 30
             + (WRK-EXEC-DD   - WRK-PROX-DD).

           MOVE ORD-CODIGO               TO WRK-DET-CODIGO.
           MOVE ORD-CASO                 TO WRK-DET-CASO.
           MOVE ORD-MOTIVO               TO WRK-DET-MOTIVO.
           MOVE ORD-DATA-ABERTURA        TO WRK-DET-ABERTURA.
           MOVE ORD-DATA-PROXIMA         TO WRK-DET-PROXIMA.
           MOVE WRK-DIAS-ATRASO          TO WRK-DET-DIAS.
           MOVE ORD-TEXTO                TO WRK-DET-TEXTO.

           MOVE WRK-DETALHE    TO REG-RELATEN.
           PERFORM 0281-GRAVAR-LINHA.

           ADD 1 TO ACU-ATRASADOS-OPERADOR.

           PERFORM 0255-LER-ORDENADO.

       0260-IMPRIMIR-ATRASADO-FIM.      EXIT.

      *-----------------------------------------------------------------
       0265-TOTALIZAR-OPERADOR          SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES                   TO WRK-TOT-TITULO.
           MOVE "TOTAL DO OPERADOR:"     TO WRK-TOT-TITULO.
           MOVE ACU-ATRASADOS-OPERADOR   TO WRK-TOT-QTDE.

           MOVE WRK-TOTAL-ATRASO TO REG-RELATEN.
           PERFORM 0281-GRAVAR-LINHA.
           MOVE WRK-CABECALHO3   TO REG-RELATEN.
           PERFORM 0281-GRAVAR-LINHA.

       0265-TOTALIZAR-OPERADOR-FIM.     EXIT.

      *-----------------------------------------------------------------
       0270-IMPRIMIR-MOTIVOS            SECTION.
      *-----------------------------------------------------------------

           PERFORM 0285-IMPRIMIR-CABECALHO.

           MOVE WRK-CABECALHO4 TO REG-RELATEN.
           PERFORM 0281-GRAVAR-LINHA.
           MOVE WRK-CABECALHO3 TO REG-RELATEN.
           PERFORM 0281-GRAVAR-LINHA.

           PERFORM 0271-IMPRIMIR-MOTIVO
               VARYING IDX-MOTIVO FROM 1 BY 1
               UNTIL IDX-MOTIVO GREATER 10.

           INITIALIZE WRK-DETALHE-MOTIVO.
           MOVE "TOTAL"                  TO WRK-DMOT-DESCRICAO.
           MOVE ACU-ABERTOS-MES          TO WRK-DMOT-ABERTOS.
           MOVE ACU-ENCERRADOS-MES       TO WRK-DMOT-ENCERRADOS.
           MOVE ACU-EM-ABERTO            TO WRK-DMOT-EM-ABERTO.
           MOVE ACU-ATRASADOS            TO WRK-DMOT-ATRASADOS.
           MOVE WRK-CABECALHO3      TO REG-RELATEN.
           PERFORM 0281-GRAVAR-LINHA.
           MOVE WRK-DETALHE-MOTIVO  TO REG-RELATEN.
           PERFORM 0281-GRAVAR-LINHA.

       0270-IMPRIMIR-MOTIVOS-FIM.       EXIT.

      *-----------------------------------------------------------------
       0271-IMPRIMIR-MOTIVO             SECTION.
      *-----------------------------------------------------------------

           SET WRK-MOTIVO-ACHADO         TO IDX-MOTIVO.

           INITIALIZE WRK-DETALHE-MOTIVO.
           MOVE TAB-MOTIVO-CODIGO (IDX-MOTIVO)
                                         TO WRK-DMOT-CODIGO.
           MOVE TAB-MOTIVO-DESCRICAO (IDX-MOTIVO)
                                         TO WRK-DMOT-DESCRICAO.
           MOVE TCON-ABERTOS-MES    (WRK-MOTIVO-ACHADO)
                                         TO WRK-DMOT-ABERTOS.
           MOVE TCON-ENCERRADOS-MES (WRK-MOTIVO-ACHADO)
                                         TO WRK-DMOT-ENCERRADOS.
           MOVE TCON-EM-ABERTO      (WRK-MOTIVO-ACHADO)
                                         TO WRK-DMOT-EM-ABERTO.
           MOVE TCON-ATRASADOS      (WRK-MOTIVO-ACHADO)
                                         TO WRK-DMOT-ATRASADOS.

           MOVE WRK-DETALHE-MOTIVO  TO REG-RELATEN.
           PERFORM 0281-GRAVAR-LINHA.

       0271-IMPRIMIR-MOTIVO-FIM.        EXIT.

      *-----------------------------------------------------------------
       0281-GRAVAR-LINHA                SECTION.
      *-----------------------------------------------------------------

           WRITE REG-RELATEN AFTER 1 LINE.
           IF FS-RELATEN NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-RELATEN               TO WRK-STATUS-ERRO
               MOVE "0281-GRAVAR-LINHA"      TO WRK-AREA-ERRO
               MOVE "ATENREL"                TO WRK-PROGRAMA-ERRO
               MOVE "RELATEN"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           ADD 1          TO ACU-QTLINHAS.

       0281-GRAVAR-LINHA-FIM.           EXIT.

      *-----------------------------------------------------------------
       0285-IMPRIMIR-CABECALHO          SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-EXEC-MM            TO WRK-CAB-MM.
           MOVE WRK-EXEC-AAAA          TO WRK-CAB-AAAA.

           MOVE WRK-CABECALHO3 TO REG-RELATEN.
           WRITE REG-RELATEN AFTER 1 LINE.

           MOVE WRK-CABECALHO1 TO REG-RELATEN.
           WRITE REG-RELATEN AFTER 1 LINE.

           MOVE WRK-CABECALHO3 TO REG-RELATEN.
           WRITE REG-RELATEN AFTER 1 LINE.

           ADD 1  TO ACU-PAG.
           MOVE 3 TO ACU-QTLINHAS.

       0285-IMPRIMIR-CABECALHO-FIM.     EXIT.

      *-----------------------------------------------------------------
       0290-ESTATISTICA                 SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-TRACO.
           DISPLAY "DATA DA RODADA...............: " WRK-DATA-EXECUCAO.
           DISPLAY "REGISTROS DO ATENDIM LIDOS...: " ACU-LIDOS.
           DISPLAY "CASOS LIDOS..................: " ACU-CASOS.
           DISPLAY "ABERTOS NO MES...............: " ACU-ABERTOS-MES.
           DISPLAY "ENCERRADOS NO MES............: " ACU-ENCERRADOS-MES.
           DISPLAY "CASOS EM ABERTO..............: " ACU-EM-ABERTO.
           DISPLAY "CASOS ATRASADOS..............: " ACU-ATRASADOS.
           DISPLAY "CASOS COM MOTIVO INVALIDO....: "
                   ACU-MOTIVO-INVALIDO.
           DISPLAY WRK-TRACO.
           DISPLAY WRK-FIM-PROGRAMA.
           DISPLAY WRK-TRACO.

       0290-ESTATISTICA-FIM.            EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                   SECTION.
      *-----------------------------------------------------------------

           PERFORM 0290-ESTATISTICA.

           IF WRK-ATENDIM-PRESENTE
               CLOSE ATENDIM
               IF FS-ATENDIM NOT EQUAL ZEROS
                   MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
                   MOVE FS-ATENDIM        TO WRK-STATUS-ERRO
                   MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
                   MOVE "ATENREL"         TO WRK-PROGRAMA-ERRO
                   MOVE "ATENDIM"         TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

           CLOSE RELATEN.
           IF FS-RELATEN NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-RELATEN        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "ATENREL"         TO WRK-PROGRAMA-ERRO
               MOVE "RELATEN"         TO WRK-ARQUIVO-ERRO
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
