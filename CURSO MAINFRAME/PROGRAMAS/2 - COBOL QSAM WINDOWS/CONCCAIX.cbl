      *-----------------------------------------------------------------
       IDENTIFICATION                   DIVISION.
       PROGRAM-ID. CONCCAIX.
      *=================================================================
      *== PROGRAMA....: CONCCAIX
      *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
      *== ANALISTA....: IVAN SANCHES
      *== DATA........: 15/10/2026
      *== CONSULTORIA:
      *-----------------------------------------------------------------
      *== OBJETIVO....: CONCILIACAO DIARIA DE CAIXA. CONFRONTA OS
      *                 RECEBIMENTOS GRAVADOS NO JORNAL DE CAIXA
      *                 (CAIXAJRN, BOOK REGCAIX - BAIXAPAG, RETBANCO,
      *                 RETCART, RETBOLET E PIXBAIXA) COM OS CREDITOS
      *                 DO EXTRATO DA CONTA (EXTCONTA, BOOK REGEXTC)
      *                 DA MESMA DATA DE CREDITO, MEIO A MEIO. CADA
      *                 CREDITO DO BANCO CASA COM UM LANCAMENTO AINDA
      *                 LIVRE DO SISTEMA DE MESMO MEIO E MESMO VALOR;
      *                 CREDITO SEM PAR E FALTA NO SISTEMA, LANCAMENTO
      *                 SEM PAR E FALTA NO BANCO. O RELATORIO RELCAIX
      *                 LISTA AS DIVERGENCIAS E O RESUMO POR MEIO, E O
      *                 DIA RECEBE O SIGN-OFF NO ARQUIVO CONCDIA (BOOK
      *                 REGCONCD): "C" CONCILIADO OU "D" DIVERGENTE -
      *                 O FECHCOMP NAO FECHA COMPETENCIA COM DIA DE
      *                 CAIXA NAO CONCILIADO. A DATA E A DA RODADA OU
      *                 A DO CARTAO OPCIONAL CONCPARM (BOOK REGCONP);
      *                 RODAR DE NOVO O MESMO DIA REGRAVA O SIGN-OFF.
      *-----------------------------------------------------------------
      *===================ESPECIFICACOES DO PROGRAMA====================
      *    ARQUIVO                    TIPO               BOOK
      *    CONCPARM                  INPUT              REGCONP
      *    CAIXAJRN                  INPUT              REGCAIX
      *    EXTCONTA                  INPUT              REGEXTC
      *    CONCDIA                   I-O                REGCONCD
      *    RELCAIX                   OUTPUT             N/A
      *    CONCCAIX                  INPUT              BOOKMSG
      *    CONCCAIX                  INPUT              BOOKASSI
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
           SELECT CONCPARM ASSIGN TO WRK-NOME-CONCPARM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CONCPARM.

           SELECT CAIXAJRN ASSIGN TO WRK-NOME-CAIXAJRN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CAIXAJRN.

           SELECT EXTCONTA ASSIGN TO WRK-NOME-EXTCONTA
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-EXTCONTA.

           SELECT CONCDIA ASSIGN TO WRK-NOME-CONCDIA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CCD-DATA
           FILE STATUS IS FS-CONCDIA.

           SELECT RELCAIX ASSIGN TO WRK-NOME-RELCAIX
           FILE STATUS IS FS-RELCAIX.
      *-----------------------------------------------------------------

      *=================================================================
       DATA                             DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                             SECTION.
      *-----------------------------------------------------------------
      *
      *            INPUT - CARTAO DE PARAMETROS (DATA A CONCILIAR)
      *
      *-----------------------------------------------------------------
       FD  CONCPARM.
       COPY "REGCONP".

      *-----------------------------------------------------------------
      *
      *            INPUT - JORNAL DE RECEBIMENTOS DO SISTEMA
      *
      *-----------------------------------------------------------------
       FD  CAIXAJRN.
       COPY "REGCAIX".

      *-----------------------------------------------------------------
      *
      *            INPUT - EXTRATO DA CONTA BANCARIA
      *
      *-----------------------------------------------------------------
       FD  EXTCONTA.
       COPY "REGEXTC".

      *-----------------------------------------------------------------
      *
      *            I-O - SIGN-OFF DIARIO DA CONCILIACAO DE CAIXA
      *
      *-----------------------------------------------------------------
       FD  CONCDIA.
       COPY "REGCONCD".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - RELATORIO DA CONCILIACAO DE CAIXA
      *
      *-----------------------------------------------------------------
       FD  RELCAIX.
       01  REG-RELCAIX                  PIC X(080).

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

       01  FS-CONCPARM                  PIC 9(002)         VALUE ZEROS.
       01  FS-CAIXAJRN                  PIC 9(002)         VALUE ZEROS.
       01  FS-EXTCONTA                  PIC 9(002)         VALUE ZEROS.
       01  FS-CONCDIA                   PIC 9(002)         VALUE ZEROS.
       01  FS-RELCAIX                   PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----NOMES EXTERNALIZADOS VIA DD-----".
      *-----------------------------------------------------------------

       01  WRK-NOME-CONCPARM            PIC X(040)         VALUE
              "C:\RELATORIO\dados\CONCPARM.DAT".
       01  WRK-NOME-CAIXAJRN            PIC X(040)         VALUE
              "C:\RELATORIO\dados\CAIXAJRN.DAT".
       01  WRK-NOME-EXTCONTA            PIC X(040)         VALUE
              "C:\RELATORIO\dados\EXTCONTA.DAT".
       01  WRK-NOME-CONCDIA             PIC X(040)         VALUE
              "C:\RELATORIO\dados\CONCDIA.DAT".
       01  WRK-NOME-RELCAIX             PIC X(040)         VALUE
              "C:\RELATORIO\dados\RELCAIX.txt".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEIS DE DATA-----".
      *-----------------------------------------------------------------

       01  WRK-DATA-EXECUCAO            PIC 9(008)         VALUE ZEROS.
       01  WRK-DATA-CONCILIACAO         PIC 9(008)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----CHAVES DE CONTROLE-----".
      *-----------------------------------------------------------------

       01  WRK-SW-JORNAL                PIC X(001)         VALUE "N".
           88 WRK-JORNAL-ABERTO                             VALUE "S".
           88 WRK-JORNAL-AUSENTE                            VALUE "N".

       01  WRK-SW-CASAMENTO             PIC X(001)         VALUE "N".
           88 WRK-CREDITO-CASADO                            VALUE "S".
           88 WRK-CREDITO-NAO-CASADO                        VALUE "N".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----LANCAMENTOS DO SISTEMA NO DIA-----".
      *-----------------------------------------------------------------

       01  TAB-SISTEMA.
           05 SIS-ENTRADA               OCCURS 3000 TIMES.
               10 SIS-MEIO              PIC X(001).
               10 SIS-PROGRAMA          PIC X(008).
               10 SIS-REFERENCIA        PIC X(013).
               10 SIS-VALOR             PIC 9(007)V99.
               10 SIS-SITUACAO          PIC X(001).
                   88 SIS-CASADO                           VALUE "S".
                   88 SIS-PENDENTE                          VALUE "N".

       01  WRK-QT-SISTEMA               PIC 9(005)  COMP-3 VALUE ZEROS.
       01  IDX-SIS                      PIC 9(005)  COMP-3 VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----TABELA DE MEIOS DE RECEBIMENTO-----".
      *-----------------------------------------------------------------

       01  WRK-MEIOS-NOMES.
           05 FILLER                    PIC X(011)         VALUE
              "DDEPOSITO".
           05 FILLER                    PIC X(011)         VALUE
              "ADEB.AUTOM.".
           05 FILLER                    PIC X(011)         VALUE
              "CCARTAO".
           05 FILLER                    PIC X(011)         VALUE
              "BBOLETO".
           05 FILLER                    PIC X(011)         VALUE
              "PPIX".
           05 FILLER                    PIC X(011)         VALUE
              " OUTROS".

       01  TAB-MEIOS REDEFINES WRK-MEIOS-NOMES.
           05 MEIO-ENTRADA              OCCURS 6 TIMES
                                        INDEXED BY IDX-MEIO.
               10 MEIO-CODIGO           PIC X(001).
               10 MEIO-NOME             PIC X(010).

       01  WRK-MEIO-PROCURADO           PIC X(001)         VALUE SPACES.
       01  WRK-IDX-MEIO                 PIC 9(001)  COMP-3 VALUE ZEROS.
       01  IDX-MEIO-IMP                 PIC 9(003)  COMP-3 VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----TOTAIS POR MEIO DE RECEBIMENTO-----".
      *-----------------------------------------------------------------

       01  TAB-TOTAIS.
           05 TOT-ENTRADA               OCCURS 6 TIMES.
               10 TOT-SISTEMA           PIC 9(009)V99 COMP-3.
               10 TOT-BANCO             PIC 9(009)V99 COMP-3.
               10 TOT-CONCILIADO        PIC 9(009)V99 COMP-3.
               10 TOT-FALTA-BANCO       PIC 9(009)V99 COMP-3.
               10 TOT-FALTA-SISTEMA     PIC 9(009)V99 COMP-3.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "CABECALHO DE PAGINACAO".
      *-----------------------------------------------------------------

       01  WRK-CABECALHO1.
           05 FILLER                    PIC X(010)         VALUE SPACES.
           05 FILLER                    PIC X(027)         VALUE
              "CONCILIACAO DE CAIXA - DIA".
           05 WRK-CAB-DATA              PIC 9(008)         VALUE ZEROS.
           05 FILLER                    PIC X(005)         VALUE SPACES.
           05 FILLER                    PIC X(010)         VALUE
              "PAGINA:".
           05 ACU-PAG                   PIC 9(003)         VALUE 1.
           05 FILLER                    PIC X(017)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----CABECALHO DE DESCRICAO-----".
      *-----------------------------------------------------------------

       01  WRK-CABECALHO2.
           05 FILLER                    PIC X(011)         VALUE
              "MEIO".
           05 FILLER                    PIC X(009)         VALUE
              "PROGRAMA".
           05 FILLER                    PIC X(021)         VALUE
              "REFERENCIA/DOCUMENTO".
           05 FILLER                    PIC X(014)         VALUE
              "        VALOR".
           05 FILLER                    PIC X(025)         VALUE
              "DIVERGENCIA".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----CABECALHO DE LINHA EM BRANCO-----".
      *-----------------------------------------------------------------

       01  WRK-CABECALHO3.
           05 FILLER                    PIC X(080)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----CABECALHO DO RESUMO POR MEIO-----".
      *-----------------------------------------------------------------

       01  WRK-CABECALHO4.
           05 FILLER                    PIC X(010)         VALUE
              "MEIO".
           05 FILLER                    PIC X(014)         VALUE
              "      SISTEMA".
           05 FILLER                    PIC X(014)         VALUE
              "        BANCO".
           05 FILLER                    PIC X(014)         VALUE
              "   CONCILIADO".
           05 FILLER                    PIC X(014)         VALUE
              "  FALTA BANCO".
           05 FILLER                    PIC X(014)         VALUE
              " FALTA SISTEMA".

      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)          VALUE
              "-----VARIAVEIS DE DETALHE-----".
      *-----------------------------------------------------------------

       01  WRK-DETALHE.
           05 WRK-DET-MEIO             PIC X(010)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-PROGRAMA         PIC X(008)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-REFERENCIA       PIC X(020)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-VALOR            PIC ZZ.ZZZ.ZZ9,99   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-DIVERGENCIA      PIC X(025)          VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)          VALUE
              "-----LINHA DO RESUMO POR MEIO-----".
      *-----------------------------------------------------------------

       01  WRK-RESUMO.
           05 WRK-RES-MEIO             PIC X(010)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-RES-SISTEMA          PIC ZZ.ZZZ.ZZ9,99   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-RES-BANCO            PIC ZZ.ZZZ.ZZ9,99   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-RES-CONCILIADO       PIC ZZ.ZZZ.ZZ9,99   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-RES-FALTA-BANCO      PIC ZZ.ZZZ.ZZ9,99   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-RES-FALTA-SISTEMA    PIC ZZ.ZZZ.ZZ9,99   VALUE ZEROS.

       01  WRK-LINHA-SITUACAO.
           05 FILLER                   PIC X(017)          VALUE
              "SITUACAO DO DIA: ".
           05 WRK-SIT-TEXTO            PIC X(063)          VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEL DE QUANTIDADE DE LINHAS-----".
      *-----------------------------------------------------------------

       01  ACU-QTLINHAS                 PIC 9(002)  COMP-3 VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEL DE ACUMULACAO-----".
      *-----------------------------------------------------------------

       01  ACU-JORNAL-LIDOS             PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-EXTRATO-LIDOS            PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-LANCAMENTOS-DIA          PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-CREDITOS-DIA             PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-CASADOS                  PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-FALTA-BANCO              PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-FALTA-SISTEMA            PIC 9(005)  COMP-3 VALUE ZEROS.

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
           PERFORM 0155-CARREGAR-JORNAL
               UNTIL FS-CAIXAJRN EQUAL 10.
           PERFORM 0210-IMPRIMIR-CABECALHO.
           PERFORM 0200-PROCESSAR
               UNTIL FS-EXTCONTA EQUAL 10.
           PERFORM 0240-LISTAR-FALTA-BANCO
               VARYING IDX-SIS FROM 1 BY 1
               UNTIL IDX-SIS GREATER WRK-QT-SISTEMA.
           PERFORM 0250-IMPRIMIR-RESUMO.
           PERFORM 0260-GRAVAR-SIGNOFF.
           PERFORM 0300-FINALIZAR.

       0000-PRINCIPAL-FIM.              EXIT.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                 SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
           MOVE WRK-DATA-EXECUCAO    TO WRK-DATA-CONCILIACAO.

           INITIALIZE TAB-TOTAIS.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CONCPARM".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-CONCPARM
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CAIXAJRN".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-CAIXAJRN
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_EXTCONTA".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-EXTCONTA
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CONCDIA".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-CONCDIA
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_RELCAIX".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-RELCAIX
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           PERFORM 0116-LER-PARAMETROS.

           MOVE WRK-DATA-CONCILIACAO TO WRK-CAB-DATA.

      *    JORNAL AUSENTE = NENHUM RECEBIMENTO LANCADO AINDA; O DIA
      *    SO FECHA SE O EXTRATO TAMBEM NAO TIVER CREDITO.
           OPEN INPUT CAIXAJRN.
           EVALUATE FS-CAIXAJRN
               WHEN ZEROS
                   SET WRK-JORNAL-ABERTO  TO TRUE
                   PERFORM 0160-LER-JORNAL
               WHEN 35
                   MOVE 10                TO FS-CAIXAJRN
               WHEN OTHER
                   MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
                   MOVE FS-CAIXAJRN              TO WRK-STATUS-ERRO
                   MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
                   MOVE "CONCCAIX"               TO WRK-PROGRAMA-ERRO
                   MOVE "CAIXAJRN"               TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
           END-EVALUATE.

           OPEN INPUT EXTCONTA.
           IF FS-EXTCONTA NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-EXTCONTA              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "CONCCAIX"               TO WRK-PROGRAMA-ERRO
               MOVE "EXTCONTA"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN I-O CONCDIA.
           IF FS-CONCDIA EQUAL 35
               OPEN OUTPUT CONCDIA
               CLOSE CONCDIA
               OPEN I-O CONCDIA
           END-IF.
           IF FS-CONCDIA NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-CONCDIA               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "CONCCAIX"               TO WRK-PROGRAMA-ERRO
               MOVE "CONCDIA"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN OUTPUT RELCAIX.
           IF FS-RELCAIX NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-RELCAIX               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "CONCCAIX"               TO WRK-PROGRAMA-ERRO
               MOVE "RELCAIX"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           PERFORM 0170-LER-EXTRATO.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------
       0116-LER-PARAMETROS              SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT CONCPARM.

           IF FS-CONCPARM EQUAL ZEROS
               READ CONCPARM
               IF FS-CONCPARM EQUAL ZEROS
                   IF CONP-DATA GREATER ZEROS
                       MOVE CONP-DATA TO WRK-DATA-CONCILIACAO
                   END-IF
               END-IF
               CLOSE CONCPARM
           ELSE
               IF FS-CONCPARM NOT EQUAL 35
                   MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
                   MOVE FS-CONCPARM              TO WRK-STATUS-ERRO
                   MOVE "0116-LER-PARAMETROS"    TO WRK-AREA-ERRO
                   MOVE "CONCCAIX"               TO WRK-PROGRAMA-ERRO
                   MOVE "CONCPARM"               TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

       0116-LER-PARAMETROS-FIM.         EXIT.

      *-----------------------------------------------------------------
       0155-CARREGAR-JORNAL             SECTION.
      *-----------------------------------------------------------------
      *    SO OS LANCAMENTOS DA DATA DE CREDITO CONCILIADA ENTRAM NA
      *    TABELA, JA SOMADOS AO TOTAL DO SISTEMA DO MEIO.
      *-----------------------------------------------------------------

           IF CXJ-DATA-CREDITO EQUAL WRK-DATA-CONCILIACAO
               IF WRK-QT-SISTEMA NOT LESS 3000
                   MOVE WRK-ERRO-TABELA          TO WRK-DESCRICAO-ERRO
                   MOVE ZEROS                    TO WRK-STATUS-ERRO
                   MOVE "0155-CARREGAR-JORNAL"   TO WRK-AREA-ERRO
                   MOVE "CONCCAIX"               TO WRK-PROGRAMA-ERRO
                   MOVE "CAIXAJRN"               TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF

               ADD 1 TO WRK-QT-SISTEMA
                        ACU-LANCAMENTOS-DIA

               MOVE CXJ-MEIO       TO SIS-MEIO       (WRK-QT-SISTEMA)
               MOVE CXJ-PROGRAMA   TO SIS-PROGRAMA   (WRK-QT-SISTEMA)
               MOVE CXJ-REFERENCIA TO SIS-REFERENCIA (WRK-QT-SISTEMA)
               MOVE CXJ-VALOR      TO SIS-VALOR      (WRK-QT-SISTEMA)
               SET SIS-PENDENTE (WRK-QT-SISTEMA) TO TRUE

               MOVE CXJ-MEIO       TO WRK-MEIO-PROCURADO
               PERFORM 0165-LOCALIZAR-MEIO
               ADD CXJ-VALOR       TO TOT-SISTEMA (WRK-IDX-MEIO)
           END-IF.

           PERFORM 0160-LER-JORNAL.

       0155-CARREGAR-JORNAL-FIM.        EXIT.

      *-----------------------------------------------------------------
       0160-LER-JORNAL                  SECTION.
      *-----------------------------------------------------------------

           READ CAIXAJRN.

           IF FS-CAIXAJRN NOT EQUAL 00 AND NOT EQUAL 10
               MOVE WRK-ERRO-LEIT        TO WRK-DESCRICAO-ERRO
               MOVE FS-CAIXAJRN          TO WRK-STATUS-ERRO
               MOVE "0160-LER-JORNAL"    TO WRK-AREA-ERRO
               MOVE "CONCCAIX"           TO WRK-PROGRAMA-ERRO
               MOVE "CAIXAJRN"           TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           IF FS-CAIXAJRN EQUAL ZEROS
               ADD 1 TO ACU-JORNAL-LIDOS
           END-IF.

       0160-LER-JORNAL-FIM.             EXIT.

      *-----------------------------------------------------------------
       0165-LOCALIZAR-MEIO              SECTION.
      *-----------------------------------------------------------------
      *    MEIO FORA DA TABELA CAI NA ULTIMA LINHA ("OUTROS").
      *-----------------------------------------------------------------

           SET IDX-MEIO TO 1.
           SEARCH MEIO-ENTRADA
               AT END
                   SET IDX-MEIO TO 6
               WHEN MEIO-CODIGO (IDX-MEIO) EQUAL WRK-MEIO-PROCURADO
                   CONTINUE
           END-SEARCH.

           SET WRK-IDX-MEIO TO IDX-MEIO.

       0165-LOCALIZAR-MEIO-FIM.         EXIT.

      *-----------------------------------------------------------------
       0170-LER-EXTRATO                 SECTION.
      *-----------------------------------------------------------------

           READ EXTCONTA.

           IF FS-EXTCONTA NOT EQUAL 00 AND NOT EQUAL 10
               MOVE WRK-ERRO-LEIT        TO WRK-DESCRICAO-ERRO
               MOVE FS-EXTCONTA          TO WRK-STATUS-ERRO
               MOVE "0170-LER-EXTRATO"   TO WRK-AREA-ERRO
               MOVE "CONCCAIX"           TO WRK-PROGRAMA-ERRO
               MOVE "EXTCONTA"           TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           IF FS-EXTCONTA EQUAL ZEROS
               ADD 1 TO ACU-EXTRATO-LIDOS
           END-IF.

       0170-LER-EXTRATO-FIM.            EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                   SECTION.
      *-----------------------------------------------------------------
      *    CADA CREDITO DO BANCO NA DATA PROCURA O PRIMEIRO LANCAMENTO
      *    AINDA LIVRE DO SISTEMA COM O MESMO MEIO E O MESMO VALOR.
      *-----------------------------------------------------------------

           IF EXTC-DATA-CREDITO EQUAL WRK-DATA-CONCILIACAO
               ADD 1 TO ACU-CREDITOS-DIA

               MOVE EXTC-MEIO           TO WRK-MEIO-PROCURADO
               PERFORM 0165-LOCALIZAR-MEIO
               ADD EXTC-VALOR           TO TOT-BANCO (WRK-IDX-MEIO)

               SET WRK-CREDITO-NAO-CASADO TO TRUE
               PERFORM 0205-CASAR-CREDITO
                   VARYING IDX-SIS FROM 1 BY 1
                   UNTIL IDX-SIS GREATER WRK-QT-SISTEMA
                      OR WRK-CREDITO-CASADO

               IF WRK-CREDITO-CASADO
                   ADD 1                TO ACU-CASADOS
                   ADD EXTC-VALOR       TO TOT-CONCILIADO
                                           (WRK-IDX-MEIO)
               ELSE
                   ADD 1                TO ACU-FALTA-SISTEMA
                   ADD EXTC-VALOR       TO TOT-FALTA-SISTEMA
                                           (WRK-IDX-MEIO)
                   MOVE MEIO-NOME (WRK-IDX-MEIO) TO WRK-DET-MEIO
                   MOVE "EXTRATO"       TO WRK-DET-PROGRAMA
                   MOVE EXTC-DOCUMENTO  TO WRK-DET-REFERENCIA
                   MOVE EXTC-VALOR      TO WRK-DET-VALOR
                   MOVE "SEM LANCAMENTO NO SISTEMA"
                                        TO WRK-DET-DIVERGENCIA
                   PERFORM 0220-IMPRIMIR-DETALHE
               END-IF
           END-IF.

           PERFORM 0170-LER-EXTRATO.

       0200-PROCESSAR-FIM.              EXIT.

      *-----------------------------------------------------------------
       0205-CASAR-CREDITO               SECTION.
      *-----------------------------------------------------------------

           IF SIS-PENDENTE (IDX-SIS)
              AND SIS-MEIO  (IDX-SIS) EQUAL EXTC-MEIO
              AND SIS-VALOR (IDX-SIS) EQUAL EXTC-VALOR
               SET SIS-CASADO (IDX-SIS) TO TRUE
               SET WRK-CREDITO-CASADO   TO TRUE
           END-IF.

       0205-CASAR-CREDITO-FIM.          EXIT.

      *-----------------------------------------------------------------
       0210-IMPRIMIR-CABECALHO          SECTION.
      *-----------------------------------------------------------------

           IF ACU-PAG GREATER 1
               MOVE WRK-CABECALHO3 TO REG-RELCAIX
               WRITE REG-RELCAIX AFTER PAGE
           END-IF.
           MOVE WRK-CABECALHO3 TO REG-RELCAIX.
           WRITE REG-RELCAIX AFTER 1 LINE.

           MOVE WRK-CABECALHO1 TO REG-RELCAIX.
           WRITE REG-RELCAIX AFTER 1 LINE.

           MOVE WRK-CABECALHO3 TO REG-RELCAIX.
           WRITE REG-RELCAIX AFTER 1 LINE.

           MOVE WRK-CABECALHO2 TO REG-RELCAIX.
           WRITE REG-RELCAIX AFTER 1 LINE.

           MOVE WRK-CABECALHO3 TO REG-RELCAIX.
           WRITE REG-RELCAIX AFTER 1 LINE.

           ADD 1  TO ACU-PAG.
           MOVE 4 TO ACU-QTLINHAS.

       0210-IMPRIMIR-CABECALHO-FIM.     EXIT.

      *-----------------------------------------------------------------
       0220-IMPRIMIR-DETALHE            SECTION.
      *-----------------------------------------------------------------

           IF ACU-QTLINHAS GREATER 40
               PERFORM 0210-IMPRIMIR-CABECALHO
           END-IF.

           MOVE WRK-DETALHE            TO REG-RELCAIX.
           WRITE REG-RELCAIX AFTER 1 LINE.
           IF FS-RELCAIX NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-RELCAIX               TO WRK-STATUS-ERRO
               MOVE "0220-IMPRIMIR-DETALHE"  TO WRK-AREA-ERRO
               MOVE "CONCCAIX"               TO WRK-PROGRAMA-ERRO
               MOVE "RELCAIX"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           ADD 1 TO ACU-QTLINHAS.

       0220-IMPRIMIR-DETALHE-FIM.       EXIT.

      *-----------------------------------------------------------------
       0240-LISTAR-FALTA-BANCO          SECTION.
      *-----------------------------------------------------------------
      *    LANCAMENTO DO SISTEMA QUE NENHUM CREDITO DO BANCO CASOU.
      *-----------------------------------------------------------------

           IF SIS-PENDENTE (IDX-SIS)
               MOVE SIS-MEIO (IDX-SIS)  TO WRK-MEIO-PROCURADO
               PERFORM 0165-LOCALIZAR-MEIO
               ADD SIS-VALOR (IDX-SIS)  TO TOT-FALTA-BANCO
                                           (WRK-IDX-MEIO)
               ADD 1                    TO ACU-FALTA-BANCO

               MOVE MEIO-NOME (WRK-IDX-MEIO)   TO WRK-DET-MEIO
               MOVE SIS-PROGRAMA   (IDX-SIS)   TO WRK-DET-PROGRAMA
               MOVE SIS-REFERENCIA (IDX-SIS)   TO WRK-DET-REFERENCIA
               MOVE SIS-VALOR      (IDX-SIS)   TO WRK-DET-VALOR
               MOVE "NAO CREDITADO NO BANCO"   TO WRK-DET-DIVERGENCIA
               PERFORM 0220-IMPRIMIR-DETALHE
           END-IF.

       0240-LISTAR-FALTA-BANCO-FIM.     EXIT.

      *-----------------------------------------------------------------
       0250-IMPRIMIR-RESUMO             SECTION.
      *-----------------------------------------------------------------

           IF ACU-FALTA-BANCO EQUAL ZEROS
              AND ACU-FALTA-SISTEMA EQUAL ZEROS
               MOVE "NENHUMA DIVERGENCIA"     TO WRK-DET-DIVERGENCIA
               MOVE SPACES                    TO WRK-DET-MEIO
                                                 WRK-DET-PROGRAMA
                                                 WRK-DET-REFERENCIA
               MOVE ZEROS                     TO WRK-DET-VALOR
               PERFORM 0220-IMPRIMIR-DETALHE
           END-IF.

           MOVE WRK-CABECALHO3 TO REG-RELCAIX.
           WRITE REG-RELCAIX AFTER 1 LINE.
           MOVE WRK-CABECALHO4 TO REG-RELCAIX.
           WRITE REG-RELCAIX AFTER 1 LINE.
           MOVE WRK-CABECALHO3 TO REG-RELCAIX.
           WRITE REG-RELCAIX AFTER 1 LINE.

           PERFORM 0251-IMPRIMIR-MEIO
               VARYING IDX-MEIO-IMP FROM 1 BY 1
               UNTIL IDX-MEIO-IMP GREATER 6.

           PERFORM 0254-TOTALIZAR-DIA.

           MOVE "TOTAL"                  TO WRK-RES-MEIO.
           MOVE CCD-VALOR-SISTEMA        TO WRK-RES-SISTEMA.
           MOVE CCD-VALOR-BANCO          TO WRK-RES-BANCO.
           MOVE CCD-VALOR-CONCILIADO     TO WRK-RES-CONCILIADO.
           MOVE CCD-VALOR-FALTA-BANCO    TO WRK-RES-FALTA-BANCO.
           MOVE CCD-VALOR-FALTA-SISTEMA  TO WRK-RES-FALTA-SISTEMA.
           MOVE WRK-CABECALHO3           TO REG-RELCAIX.
           WRITE REG-RELCAIX AFTER 1 LINE.
           PERFORM 0253-GRAVAR-RESUMO.

           IF ACU-FALTA-BANCO EQUAL ZEROS
              AND ACU-FALTA-SISTEMA EQUAL ZEROS
               MOVE "CONCILIADO"             TO WRK-SIT-TEXTO
           ELSE
               MOVE "DIVERGENTE - DIA NAO LIBERADO PARA O FECHAMENTO"
                                             TO WRK-SIT-TEXTO
           END-IF.
           MOVE WRK-CABECALHO3           TO REG-RELCAIX.
           WRITE REG-RELCAIX AFTER 1 LINE.
           MOVE WRK-LINHA-SITUACAO       TO REG-RELCAIX.
           WRITE REG-RELCAIX AFTER 1 LINE.

       0250-IMPRIMIR-RESUMO-FIM.        EXIT.

      *-----------------------------------------------------------------
       0251-IMPRIMIR-MEIO               SECTION.
      *-----------------------------------------------------------------

           MOVE MEIO-NOME         (IDX-MEIO-IMP) TO WRK-RES-MEIO.
           MOVE TOT-SISTEMA       (IDX-MEIO-IMP) TO WRK-RES-SISTEMA.
           MOVE TOT-BANCO         (IDX-MEIO-IMP) TO WRK-RES-BANCO.
           MOVE TOT-CONCILIADO    (IDX-MEIO-IMP) TO WRK-RES-CONCILIADO.
           MOVE TOT-FALTA-BANCO   (IDX-MEIO-IMP) TO WRK-RES-FALTA-BANCO.
           MOVE TOT-FALTA-SISTEMA (IDX-MEIO-IMP)
                                            TO WRK-RES-FALTA-SISTEMA.
           PERFORM 0253-GRAVAR-RESUMO.

       0251-IMPRIMIR-MEIO-FIM.          EXIT.

      *-----------------------------------------------------------------
       0252-SOMAR-MEIO                  SECTION.
      *-----------------------------------------------------------------

           ADD TOT-SISTEMA       (IDX-MEIO-IMP) TO CCD-VALOR-SISTEMA.
           ADD TOT-BANCO         (IDX-MEIO-IMP) TO CCD-VALOR-BANCO.
           ADD TOT-CONCILIADO    (IDX-MEIO-IMP) TO CCD-VALOR-CONCILIADO.
           ADD TOT-FALTA-BANCO   (IDX-MEIO-IMP)
                                           TO CCD-VALOR-FALTA-BANCO.
           ADD TOT-FALTA-SISTEMA (IDX-MEIO-IMP)
                                           TO CCD-VALOR-FALTA-SISTEMA.

       0252-SOMAR-MEIO-FIM.             EXIT.

      *-----------------------------------------------------------------
       0254-TOTALIZAR-DIA               SECTION.
      *-----------------------------------------------------------------
      *    TOTAIS DO DIA MONTADOS DIRETO NA AREA DO SIGN-OFF.
      *-----------------------------------------------------------------

           MOVE ZEROS TO CCD-VALOR-SISTEMA
                         CCD-VALOR-BANCO
                         CCD-VALOR-CONCILIADO
                         CCD-VALOR-FALTA-BANCO
                         CCD-VALOR-FALTA-SISTEMA.

           PERFORM 0252-SOMAR-MEIO
               VARYING IDX-MEIO-IMP FROM 1 BY 1
               UNTIL IDX-MEIO-IMP GREATER 6.

       0254-TOTALIZAR-DIA-FIM.          EXIT.

      *-----------------------------------------------------------------
       0253-GRAVAR-RESUMO               SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-RESUMO TO REG-RELCAIX.
           WRITE REG-RELCAIX AFTER 1 LINE.
           IF FS-RELCAIX NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-RELCAIX               TO WRK-STATUS-ERRO
               MOVE "0253-GRAVAR-RESUMO"     TO WRK-AREA-ERRO
               MOVE "CONCCAIX"               TO WRK-PROGRAMA-ERRO
               MOVE "RELCAIX"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0253-GRAVAR-RESUMO-FIM.          EXIT.

      *-----------------------------------------------------------------
       0260-GRAVAR-SIGNOFF              SECTION.
      *-----------------------------------------------------------------
      *    A LEITURA PELA CHAVE SO DIZ SE GRAVA OU REGRAVA; OS TOTAIS
      *    SAO REMONTADOS DEPOIS DELA, SOBRE O REGISTRO LIDO.
      *-----------------------------------------------------------------

           MOVE WRK-DATA-CONCILIACAO     TO CCD-DATA.
           READ CONCDIA KEY IS CCD-DATA
               INVALID KEY
                   CONTINUE
           END-READ.

           MOVE WRK-DATA-CONCILIACAO     TO CCD-DATA.
           MOVE WRK-DATA-EXECUCAO        TO CCD-DATA-EXECUCAO.
           PERFORM 0254-TOTALIZAR-DIA.

           IF ACU-FALTA-BANCO EQUAL ZEROS
              AND ACU-FALTA-SISTEMA EQUAL ZEROS
               SET CCD-CONCILIADO        TO TRUE
           ELSE
               SET CCD-DIVERGENTE        TO TRUE
           END-IF.

           IF FS-CONCDIA EQUAL ZEROS
               REWRITE REG-CONCILIACAO-DIA
           ELSE
               WRITE REG-CONCILIACAO-DIA
           END-IF.

           IF FS-CONCDIA NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-CONCDIA               TO WRK-STATUS-ERRO
               MOVE "0260-GRAVAR-SIGNOFF"    TO WRK-AREA-ERRO
               MOVE "CONCCAIX"               TO WRK-PROGRAMA-ERRO
               MOVE "CONCDIA"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0260-GRAVAR-SIGNOFF-FIM.         EXIT.

      *-----------------------------------------------------------------
       0290-ESTATISTICA                 SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-TRACO.
           DISPLAY "DATA DE CREDITO CONCILIADA....: "
                                                  WRK-DATA-CONCILIACAO.
           DISPLAY "REGISTROS LIDOS NO JORNAL.....: " ACU-JORNAL-LIDOS.
           DISPLAY "LANCAMENTOS DO SISTEMA NO DIA.: "
                                                  ACU-LANCAMENTOS-DIA.
           DISPLAY "REGISTROS LIDOS NO EXTRATO....: " ACU-EXTRATO-LIDOS.
           DISPLAY "CREDITOS DO BANCO NO DIA......: " ACU-CREDITOS-DIA.
           DISPLAY "CREDITOS CONCILIADOS..........: " ACU-CASADOS.
           DISPLAY "FALTA NO BANCO................: " ACU-FALTA-BANCO.
           DISPLAY "FALTA NO SISTEMA..............: " ACU-FALTA-SISTEMA.
           DISPLAY "SITUACAO DO DIA...............: " CCD-SITUACAO.
           DISPLAY WRK-TRACO.
           DISPLAY WRK-FIM-PROGRAMA.
           DISPLAY WRK-TRACO.

       0290-ESTATISTICA-FIM.            EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                   SECTION.
      *-----------------------------------------------------------------

           PERFORM 0290-ESTATISTICA.

           IF WRK-JORNAL-ABERTO
               CLOSE CAIXAJRN
               IF FS-CAIXAJRN NOT EQUAL ZEROS
                   MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
                   MOVE FS-CAIXAJRN       TO WRK-STATUS-ERRO
                   MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
                   MOVE "CONCCAIX"        TO WRK-PROGRAMA-ERRO
                   MOVE "CAIXAJRN"        TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

           CLOSE EXTCONTA.
           IF FS-EXTCONTA NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-EXTCONTA       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "CONCCAIX"        TO WRK-PROGRAMA-ERRO
               MOVE "EXTCONTA"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE CONCDIA.
           IF FS-CONCDIA NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-CONCDIA        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "CONCCAIX"        TO WRK-PROGRAMA-ERRO
               MOVE "CONCDIA"         TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE RELCAIX.
           IF FS-RELCAIX NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-RELCAIX        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "CONCCAIX"        TO WRK-PROGRAMA-ERRO
               MOVE "RELCAIX"         TO WRK-ARQUIVO-ERRO
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
