      *-----------------------------------------------------------------
       IDENTIFICATION                   DIVISION.
       PROGRAM-ID. PREVCAIX.
      *=================================================================
      *== PROGRAMA....: PREVCAIX
      *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
      *== ANALISTA....: IVAN SANCHES
      *== DATA........: 15/10/2026
      *== CONSULTORIA:
      *-----------------------------------------------------------------
      *== OBJETIVO....: PREVISAO DE ENTRADA DE CAIXA PARA A TESOURARIA
      *                 NOS PROXIMOS DIAS (HORIZONTE DO CARTAO PREVPARM,
      *                 BOOK REGPREVP, PADRAO 30 DIAS CORRIDOS), POR
      *                 DIA UTIL BANCARIO (SUBPROGRAMA DIAUTIL) E POR
      *                 TRILHO DE PAGAMENTO. CADA FATURA ENTRA UMA VEZ:
      *                 DEBITO AUTOMATICO PELA REMESSA DO DEBAUTO
      *                 (BOOK REGCNAB, UMA OU MAIS REMESSAS POR BANCO
      *                 CONCATENADAS, DATA DO HEADER); BOLETO PELO
      *                 EXTRATO BOLETOS DO BOLETCLI (BOOK REGBOL, SO O
      *                 QUE AINDA ESTA EM ABERTO NO FATURAS); PIX /
      *                 E-FATURA, CARTAO E PARCELAS DE ACORDO DO
      *                 NEGOCCLI PELAS FATURAS EM ABERTO (BOOK
      *                 REGFATUR), NO VENCIMENTO. O VALOR BRUTO E
      *                 PONDERADO PELO PESO DA BANDA DO SCORECLI
      *                 (BOOK REGSCOR, CLIENTE SEM SCORE = BANDA B) E
      *                 PELA TAXA HISTORICA DO TRILHO - VALOR PAGO
      *                 SOBRE VALOR COBRADO DAS FATURAS VENCIDAS NOS
      *                 ULTIMOS TRES MESES. SAIDAS: RELATORIO RELPREV
      *                 E O ARQUIVO PREVCSV (PONTO-E-VIRGULA) PARA A
      *                 PLANILHA DA TESOURARIA. O QUE VENCEU ANTES DA
      *                 RODADA NAO ENTRA NA GRADE E SAI A PARTE, POR
      *                 TRILHO, COMO VENCIDO.
      *-----------------------------------------------------------------
      *===================ESPECIFICACOES DO PROGRAMA====================
      *    ARQUIVO                    TIPO               BOOK
      *    PREVPARM                  INPUT              REGPREVP
      *    CLIENTES                  INPUT              REGCLI
      *    FATURAS                   INPUT              REGFATUR
      *    SCORE                     INPUT              REGSCOR
      *    BOLETOS                   INPUT              REGBOL
      *    REMESSA                   INPUT              REGCNAB
      *    RELPREV                   OUTPUT             N/A
      *    PREVCSV                   OUTPUT             N/A
      *    PREVCAIX                  INPUT              BOOKDIAU
      *    PREVCAIX                  INPUT              BOOKMSG
      *    PREVCAIX                  INPUT              BOOKASSI
      *-----------------------------------------------------------------
      *== MODULOS
      *    DIAUTIL
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
           SELECT PREVPARM ASSIGN TO WRK-NOME-PREVPARM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-PREVPARM.

           SELECT CLIENTES ASSIGN TO WRK-NOME-CLIENTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-CODIGO
           FILE STATUS IS FS-CLIENTES.

           SELECT FATURAS ASSIGN TO WRK-NOME-FATURAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FAT-CHAVE
           FILE STATUS IS FS-FATURAS.

           SELECT SCORE ASSIGN TO WRK-NOME-SCORE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SCOR-CODIGO
           FILE STATUS IS FS-SCORE.

           SELECT BOLETOS ASSIGN TO WRK-NOME-BOLETOS
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-BOLETOS.

           SELECT REMESSA ASSIGN TO WRK-NOME-REMESSA
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-REMESSA.

           SELECT RELPREV ASSIGN TO WRK-NOME-RELPREV
           FILE STATUS IS FS-RELPREV.

           SELECT PREVCSV ASSIGN TO WRK-NOME-PREVCSV
           FILE STATUS IS FS-PREVCSV.
      *-----------------------------------------------------------------

      *=================================================================
       DATA                             DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                             SECTION.
      *-----------------------------------------------------------------
      *
      *            INPUT - CARTAO DE HORIZONTE E PESOS POR BANDA
      *
      *-----------------------------------------------------------------
       FD  PREVPARM.
       COPY "REGPREVP".

      *-----------------------------------------------------------------
      *
      *            INPUT - CADASTRO DE CLIENTES
      *
      *-----------------------------------------------------------------
       FD  CLIENTES.
       COPY "REGCLI".

      *-----------------------------------------------------------------
      *
      *            INPUT - FATURAS
      *
      *-----------------------------------------------------------------
       FD  FATURAS.
       COPY "REGFATUR".

      *-----------------------------------------------------------------
      *
      *            INPUT - SCORE DE PAGAMENTO POR CLIENTE
      *
      *-----------------------------------------------------------------
       FD  SCORE.
       COPY "REGSCOR".

      *-----------------------------------------------------------------
      *
      *            INPUT - EXTRATO DE BOLETOS REGISTRADOS (BOLETCLI)
      *
      *-----------------------------------------------------------------
       FD  BOLETOS.
       COPY "REGBOL".

      *-----------------------------------------------------------------
      *
      *            INPUT - REMESSAS DE DEBITO AUTOMATICO (DEBAUTO)
      *
      *-----------------------------------------------------------------
       FD  REMESSA.
       COPY "REGCNAB".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - RELATORIO DA PREVISAO DE RECEBIMENTOS
      *
      *-----------------------------------------------------------------
       FD  RELPREV.
       01  REG-RELPREV                  PIC X(080).

      *-----------------------------------------------------------------
      *
      *            OUTPUT - PREVISAO EM CSV PARA A TESOURARIA
      *
      *-----------------------------------------------------------------
       FD  PREVCSV.
       01  REG-PREVCSV                  PIC X(090).

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

       01  FS-PREVPARM                  PIC 9(002)         VALUE ZEROS.
       01  FS-CLIENTES                  PIC 9(002)         VALUE ZEROS.
       01  FS-FATURAS                   PIC 9(002)         VALUE ZEROS.
       01  FS-SCORE                     PIC 9(002)         VALUE ZEROS.
       01  FS-BOLETOS                   PIC 9(002)         VALUE ZEROS.
       01  FS-REMESSA                   PIC 9(002)         VALUE ZEROS.
       01  FS-RELPREV                   PIC 9(002)         VALUE ZEROS.
       01  FS-PREVCSV                   PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----NOMES EXTERNALIZADOS VIA DD-----".
      *-----------------------------------------------------------------

       01  WRK-NOME-PREVPARM            PIC X(040)         VALUE
              "C:\RELATORIO\dados\PREVPARM.DAT".
       01  WRK-NOME-CLIENTES            PIC X(040)         VALUE
              "C:\RELATORIO\dados\CLIENTES.DAT".
       01  WRK-NOME-FATURAS             PIC X(040)         VALUE
              "C:\RELATORIO\dados\FATURAS.DAT".
       01  WRK-NOME-SCORE               PIC X(040)         VALUE
              "C:\RELATORIO\dados\SCORE.DAT".
       01  WRK-NOME-BOLETOS             PIC X(040)         VALUE
              "C:\RELATORIO\dados\BOLETOS.DAT".
       01  WRK-NOME-REMESSA             PIC X(040)         VALUE
              "C:\RELATORIO\dados\REMESSA.DAT".
       01  WRK-NOME-RELPREV             PIC X(040)         VALUE
              "C:\RELATORIO\dados\RELPREV.txt".
       01  WRK-NOME-PREVCSV             PIC X(040)         VALUE
              "C:\RELATORIO\dados\PREVCAIX.CSV".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEIS DE DATA E PARAMETRO-----".
      *-----------------------------------------------------------------

       01  WRK-DATA-EXECUCAO            PIC 9(008)         VALUE ZEROS.

       01  WRK-DATA-HISTORICO           PIC 9(008)         VALUE ZEROS.
       01  FILLER REDEFINES WRK-DATA-HISTORICO.
           05 WRK-HIS-AAAA              PIC 9(004).
           05 WRK-HIS-MM                PIC 9(002).
           05 WRK-HIS-DD                PIC 9(002).

       01  WRK-DATA-LIMITE              PIC 9(008)         VALUE ZEROS.
       01  FILLER REDEFINES WRK-DATA-LIMITE.
           05 WRK-LIM-AAAA              PIC 9(004).
           05 WRK-LIM-MM                PIC 9(002).
           05 WRK-LIM-DD                PIC 9(002).

       01  WRK-DATA-TRABALHO            PIC 9(008)         VALUE ZEROS.
       01  FILLER REDEFINES WRK-DATA-TRABALHO.
           05 WRK-TRB-AAAA              PIC 9(004).
           05 WRK-TRB-MM                PIC 9(002).
           05 WRK-TRB-DD                PIC 9(002).

       01  WRK-DIAS-MESES.
           05 FILLER                    PIC X(024)         VALUE
              "312831303130313130313031".
       01  TAB-DIAS-MES REDEFINES WRK-DIAS-MESES.
           05 TAB-DIAS-NO-MES           PIC 9(002)
                                        OCCURS 12 TIMES.

       01  WRK-ULTIMO-DIA               PIC 9(002)         VALUE ZEROS.
       01  WRK-QUOCIENTE                PIC 9(004)         VALUE ZEROS.
       01  WRK-RESTO-BISSEXTO           PIC 9(001)         VALUE ZEROS.

       01  WRK-HORIZONTE                PIC 9(003)         VALUE 30.
       01  WRK-HORIZONTE-MAXIMO         PIC 9(003)         VALUE 45.

       01  TAB-PESOS.
           05 WRK-PESO-BANDA            PIC 9(003)V99
                                        OCCURS 3 TIMES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----CHAVES DE CONTROLE-----".
      *-----------------------------------------------------------------

       01  WRK-SW-SCORE                 PIC X(001)         VALUE "N".
           88 WRK-SCORE-ABERTO                              VALUE "S".
           88 WRK-SCORE-AUSENTE                             VALUE "N".

       01  WRK-SW-BOLETOS               PIC X(001)         VALUE "N".
           88 WRK-BOLETOS-ABERTO                            VALUE "S".
           88 WRK-BOLETOS-AUSENTE                           VALUE "N".

       01  WRK-SW-REMESSA               PIC X(001)         VALUE "N".
           88 WRK-REMESSA-ABERTA                            VALUE "S".
           88 WRK-REMESSA-AUSENTE                           VALUE "N".

       01  WRK-SW-CLIENTE               PIC X(001)         VALUE "N".
           88 WRK-CLIENTE-ENCONTRADO                        VALUE "S".
           88 WRK-CLIENTE-AUSENTE                           VALUE "N".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----AREA DO ITEM PREVISTO-----".
      *-----------------------------------------------------------------

       01  WRK-CODIGO-BUSCA             PIC 9(007)         VALUE ZEROS.
       01  WRK-CODIGO-CLIENTE           PIC 9(007)         VALUE ZEROS.

       01  WRK-COMPETENCIA-FATURA       PIC 9(006)         VALUE ZEROS.
       01  FILLER REDEFINES WRK-COMPETENCIA-FATURA.
           05 WRK-CFA-AAAA              PIC 9(004).
           05 WRK-CFA-MM                PIC 9(002).

       01  WRK-TRILHO                   PIC 9(001)         VALUE ZEROS.
       01  WRK-BANDA                    PIC 9(001)         VALUE 2.
       01  WRK-DATA-PREVISTA            PIC 9(008)         VALUE ZEROS.
       01  WRK-DATA-REMESSA             PIC 9(008)         VALUE ZEROS.
       01  WRK-VALOR-BRUTO              PIC 9(007)V99 COMP-3
                                                           VALUE ZEROS.
       01  WRK-VALOR-COBRADO            PIC 9(007)V99 COMP-3
                                                           VALUE ZEROS.
       01  WRK-VALOR-RECEBIDO           PIC 9(007)V99 COMP-3
                                                           VALUE ZEROS.
       01  WRK-RESIDUO                  PIC S9(007)V99 COMP-3
                                                           VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----TRILHOS DE PAGAMENTO-----".
      *-----------------------------------------------------------------

       01  WRK-TRILHOS-NOMES.
           05 FILLER                    PIC X(018)         VALUE
              "DEBITO AUTOMATICO".
           05 FILLER                    PIC X(018)         VALUE
              "BOLETO".
           05 FILLER                    PIC X(018)         VALUE
              "PIX / E-FATURA".
           05 FILLER                    PIC X(018)         VALUE
              "CARTAO".
           05 FILLER                    PIC X(018)         VALUE
              "ACORDO (PARCELAS)".

       01  TAB-TRILHOS-NOMES REDEFINES WRK-TRILHOS-NOMES.
           05 TRI-NOME                  PIC X(018)
                                        OCCURS 5 TIMES.

       01  TAB-TRILHOS.
           05 TRI-ENTRADA               OCCURS 5 TIMES.
               10 TRI-COBRADO           PIC 9(009)V99 COMP-3.
               10 TRI-RECEBIDO          PIC 9(009)V99 COMP-3.
               10 TRI-TAXA              PIC 9(003)V99 COMP-3.
               10 TRI-QT-ITENS          PIC 9(007)    COMP-3.
               10 TRI-BRUTO             PIC 9(009)V99 COMP-3.
               10 TRI-PREVISTO          PIC 9(009)V99 COMP-3.
               10 TRI-VENCIDO           PIC 9(009)V99 COMP-3.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----GRADE POR DIA UTIL-----".
      *-----------------------------------------------------------------

       01  WRK-QT-DIAS                  PIC 9(003)  COMP-3 VALUE ZEROS.
       01  WRK-MAX-DIAS                 PIC 9(003)  COMP-3 VALUE 35.
       01  WRK-DATA-DIA                 PIC 9(008)         VALUE ZEROS.

       01  TAB-DIAS.
           05 DIA-ENTRADA               OCCURS 1 TO 35 TIMES
                                        DEPENDING ON WRK-QT-DIAS
                                        INDEXED BY IDX-DIA.
               10 DIA-DATA              PIC 9(008).
               10 DIA-TOTAL             PIC 9(009)V99 COMP-3.
               10 DIA-TRILHO            OCCURS 5 TIMES.
                   15 DIA-PREVISTO      PIC 9(009)V99 COMP-3.
                   15 DIA-BRUTO         PIC 9(009)V99 COMP-3
                                        OCCURS 3 TIMES.

       01  IDX-DIA-IMP                  PIC 9(003)  COMP-3 VALUE ZEROS.
       01  IDX-TRI                      PIC 9(003)  COMP-3 VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "CABECALHO DE PAGINACAO".
      *-----------------------------------------------------------------

       01  WRK-CABECALHO1.
           05 FILLER                    PIC X(034)         VALUE
              "PREVISAO DE RECEBIMENTOS A PARTIR ".
           05 WRK-CAB-DATA              PIC X(010)         VALUE SPACES.
           05 FILLER                    PIC X(003)         VALUE SPACES.
           05 FILLER                    PIC X(011)         VALUE
              "HORIZONTE: ".
           05 WRK-CAB-HORIZONTE         PIC ZZ9            VALUE ZEROS.
           05 FILLER                    PIC X(005)         VALUE
              " DIAS".
           05 FILLER                    PIC X(003)         VALUE SPACES.
           05 FILLER                    PIC X(008)         VALUE
              "PAGINA:".
           05 ACU-PAG                   PIC 9(003)         VALUE 1.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----CABECALHO DE DESCRICAO-----".
      *-----------------------------------------------------------------

       01  WRK-CABECALHO2.
           05 FILLER                    PIC X(010)         VALUE
              "DIA UTIL".
           05 FILLER                    PIC X(011)         VALUE
              " DEB.AUTOM.".
           05 FILLER                    PIC X(011)         VALUE
              "     BOLETO".
           05 FILLER                    PIC X(011)         VALUE
              " PIX/E-FAT.".
           05 FILLER                    PIC X(011)         VALUE
              "     CARTAO".
           05 FILLER                    PIC X(011)         VALUE
              "     ACORDO".
           05 FILLER                    PIC X(011)         VALUE
              "      TOTAL".
           05 FILLER                    PIC X(004)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----CABECALHO DE LINHA EM BRANCO-----".
      *-----------------------------------------------------------------

       01  WRK-CABECALHO3.
           05 FILLER                    PIC X(080)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----TITULO DOS BLOCOS DO RELATORIO-----".
      *-----------------------------------------------------------------

       01  WRK-TITULO.
           05 WRK-TIT-TEXTO             PIC X(080)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)          VALUE
              "-----VARIAVEIS DE DETALHE-----".
      *-----------------------------------------------------------------

       01  WRK-DETALHE.
           05 WRK-DET-DATA             PIC X(010)          VALUE SPACES.
           05 WRK-DET-COLUNA           OCCURS 6 TIMES.
               10 FILLER               PIC X(001).
               10 WRK-DET-VALOR        PIC ZZ.ZZZ.ZZ9.
           05 FILLER                   PIC X(004)          VALUE SPACES.

       01  WRK-DATA-EDITADA.
           05 WRK-EDT-DD               PIC 9(002)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE "/".
           05 WRK-EDT-MM               PIC 9(002)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE "/".
           05 WRK-EDT-AAAA             PIC 9(004)          VALUE ZEROS.

       01  WRK-CABECALHO-TRILHO.
           05 FILLER                   PIC X(020)          VALUE
              "TRILHO".
           05 FILLER                   PIC X(008)          VALUE
              "TAXA %".
           05 FILLER                   PIC X(015)          VALUE
              "  BRUTO NO HOR.".
           05 FILLER                   PIC X(015)          VALUE
              "       PREVISTO".
           05 FILLER                   PIC X(015)          VALUE
              "  VENC. (FORA)".
           05 FILLER                   PIC X(007)          VALUE SPACES.

       01  WRK-LINHA-TRILHO.
           05 WRK-TRL-NOME             PIC X(018)          VALUE SPACES.
           05 FILLER                   PIC X(002)          VALUE SPACES.
           05 WRK-TRL-TAXA             PIC ZZ9,99          VALUE ZEROS.
           05 FILLER                   PIC X(002)          VALUE SPACES.
           05 WRK-TRL-BRUTO            PIC ZZ.ZZZ.ZZ9,99   VALUE ZEROS.
           05 FILLER                   PIC X(002)          VALUE SPACES.
           05 WRK-TRL-PREVISTO         PIC ZZ.ZZZ.ZZ9,99   VALUE ZEROS.
           05 FILLER                   PIC X(002)          VALUE SPACES.
           05 WRK-TRL-VENCIDO          PIC ZZ.ZZZ.ZZ9,99   VALUE ZEROS.
           05 FILLER                   PIC X(009)          VALUE SPACES.

       01  WRK-LINHA-PESOS.
           05 FILLER                   PIC X(027)          VALUE
              "PESO POR BANDA (%) - A: ".
           05 WRK-PES-A                PIC ZZ9,99          VALUE ZEROS.
           05 FILLER                   PIC X(006)          VALUE
              "  B: ".
           05 WRK-PES-B                PIC ZZ9,99          VALUE ZEROS.
           05 FILLER                   PIC X(006)          VALUE
              "  C: ".
           05 WRK-PES-C                PIC ZZ9,99          VALUE ZEROS.
           05 FILLER                   PIC X(023)          VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)          VALUE
              "-----VARIAVEIS DE SAIDA EM CSV-----".
      *-----------------------------------------------------------------

       01  WRK-CABECALHO-CSV.
           05 FILLER                   PIC X(035)          VALUE
              "DATA;DEBITO AUTOMATICO;BOLETO;PIX ".
           05 FILLER                   PIC X(055)          VALUE
              "E-FATURA;CARTAO;ACORDO;TOTAL".

       01  WRK-DETALHE-CSV.
           05 CSV-AAAA                 PIC 9(004)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE "-".
           05 CSV-MM                   PIC 9(002)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE "-".
           05 CSV-DD                   PIC 9(002)          VALUE ZEROS.
           05 CSV-COLUNA               OCCURS 6 TIMES.
               10 FILLER               PIC X(001).
               10 CSV-VALOR            PIC 9(009),99.
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

       01  ACU-FATURAS-LIDAS            PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-FATURAS-SEM-CLIENTE      PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-BOLETOS-LIDOS            PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-BOLETOS-BAIXADOS         PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-REMESSAS-LIDAS           PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-DEBITOS-LIDOS            PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-ITENS-PREVISTOS          PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-ITENS-VENCIDOS           PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-ITENS-ALEM               PIC 9(007)  COMP-3 VALUE ZEROS.

       01  ACU-TOTAL-BRUTO              PIC 9(009)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-TOTAL-PREVISTO           PIC 9(009)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-TOTAL-VENCIDO            PIC 9(009)V99 COMP-3
                                                           VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----AREA COMUNICACAO SUBPROGRAMA DIAUTIL-----".
      *-----------------------------------------------------------------
       COPY "BOOKDIAU".

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
           PERFORM 0130-MONTAR-DIAS.
           PERFORM 0200-PROCESSAR-FATURA
               UNTIL FS-FATURAS EQUAL 10.
           IF WRK-BOLETOS-ABERTO
               PERFORM 0220-PROCESSAR-BOLETO
                   UNTIL FS-BOLETOS EQUAL 10
           END-IF.
           IF WRK-REMESSA-ABERTA
               PERFORM 0230-PROCESSAR-REMESSA
                   UNTIL FS-REMESSA EQUAL 10
           END-IF.
           PERFORM 0240-APURAR-TAXA
               VARYING IDX-TRI FROM 1 BY 1
               UNTIL IDX-TRI GREATER 5.
           PERFORM 0245-PONDERAR-CELULA
               VARYING IDX-DIA-IMP FROM 1 BY 1
               UNTIL IDX-DIA-IMP GREATER WRK-QT-DIAS
                   AFTER IDX-TRI FROM 1 BY 1
                   UNTIL IDX-TRI GREATER 5.
           PERFORM 0250-IMPRIMIR-RELATORIO.
           PERFORM 0300-FINALIZAR.

       0000-PRINCIPAL-FIM.              EXIT.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                 SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.

           INITIALIZE TAB-TRILHOS.
           MOVE 100,00                   TO WRK-PESO-BANDA (1).
           MOVE 90,00                    TO WRK-PESO-BANDA (2).
           MOVE 60,00                    TO WRK-PESO-BANDA (3).

      *    JANELA DA TAXA HISTORICA: FATURAS VENCIDAS NOS ULTIMOS TRES
      *    MESES ATE A VESPERA DA RODADA.
           MOVE WRK-DATA-EXECUCAO        TO WRK-DATA-HISTORICO.
           IF WRK-HIS-MM GREATER 03
               SUBTRACT 3 FROM WRK-HIS-MM
           ELSE
               ADD 9 TO WRK-HIS-MM
               SUBTRACT 1 FROM WRK-HIS-AAAA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_PREVPARM".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-PREVPARM
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

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_SCORE".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-SCORE
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_BOLETOS".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-BOLETOS
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_REMESSA".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-REMESSA
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_RELPREV".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-RELPREV
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_PREVCSV".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-PREVCSV
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           PERFORM 0116-LER-PARAMETROS.

           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "PREVCAIX"               TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN INPUT FATURAS.
           IF FS-FATURAS NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-FATURAS               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "PREVCAIX"               TO WRK-PROGRAMA-ERRO
               MOVE "FATURAS"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

      *    SEM O SCORE TODOS OS CLIENTES VALEM COMO BANDA B.
           OPEN INPUT SCORE.
           EVALUATE FS-SCORE
               WHEN ZEROS
                   SET WRK-SCORE-ABERTO      TO TRUE
               WHEN 35
                   SET WRK-SCORE-AUSENTE     TO TRUE
               WHEN OTHER
                   MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
                   MOVE FS-SCORE                 TO WRK-STATUS-ERRO
                   MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
                   MOVE "PREVCAIX"               TO WRK-PROGRAMA-ERRO
                   MOVE "SCORE"                  TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
           END-EVALUATE.

      *    SEM EXTRATO DE BOLETOS OU SEM REMESSA NO DIA, O TRILHO SAI
      *    ZERADO NA PREVISAO.
           OPEN INPUT BOLETOS.
           EVALUATE FS-BOLETOS
               WHEN ZEROS
                   SET WRK-BOLETOS-ABERTO    TO TRUE
                   PERFORM 0170-LER-BOLETO
               WHEN 35
                   SET WRK-BOLETOS-AUSENTE   TO TRUE
               WHEN OTHER
                   MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
                   MOVE FS-BOLETOS               TO WRK-STATUS-ERRO
                   MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
                   MOVE "PREVCAIX"               TO WRK-PROGRAMA-ERRO
                   MOVE "BOLETOS"                TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
           END-EVALUATE.

           OPEN INPUT REMESSA.
           EVALUATE FS-REMESSA
               WHEN ZEROS
                   SET WRK-REMESSA-ABERTA    TO TRUE
                   PERFORM 0175-LER-REMESSA
               WHEN 35
                   SET WRK-REMESSA-AUSENTE   TO TRUE
               WHEN OTHER
                   MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
                   MOVE FS-REMESSA               TO WRK-STATUS-ERRO
                   MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
                   MOVE "PREVCAIX"               TO WRK-PROGRAMA-ERRO
                   MOVE "REMESSA"                TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
           END-EVALUATE.

           OPEN OUTPUT RELPREV.
           IF FS-RELPREV NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-RELPREV               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "PREVCAIX"               TO WRK-PROGRAMA-ERRO
               MOVE "RELPREV"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN OUTPUT PREVCSV.
           IF FS-PREVCSV NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-PREVCSV               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "PREVCAIX"               TO WRK-PROGRAMA-ERRO
               MOVE "PREVCSV"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           PERFORM 0165-LER-FATURA.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------
       0116-LER-PARAMETROS              SECTION.
      *-----------------------------------------------------------------
      *    SEM O CARTAO PREVPARM (STATUS 35), HORIZONTE DE 30 DIAS E
      *    PESOS PADRAO POR BANDA.
      *-----------------------------------------------------------------

           OPEN INPUT PREVPARM.

           IF FS-PREVPARM EQUAL ZEROS
               READ PREVPARM
               IF FS-PREVPARM EQUAL ZEROS
                   IF PREVP-HORIZONTE GREATER ZEROS
                       MOVE PREVP-HORIZONTE    TO WRK-HORIZONTE
                   END-IF
                   IF PREVP-PESO-BANDA-A GREATER ZEROS
                       MOVE PREVP-PESO-BANDA-A TO WRK-PESO-BANDA (1)
                   END-IF
                   IF PREVP-PESO-BANDA-B GREATER ZEROS
                       MOVE PREVP-PESO-BANDA-B TO WRK-PESO-BANDA (2)
                   END-IF
                   IF PREVP-PESO-BANDA-C GREATER ZEROS
                       MOVE PREVP-PESO-BANDA-C TO WRK-PESO-BANDA (3)
                   END-IF
               END-IF
               CLOSE PREVPARM
           ELSE
               IF FS-PREVPARM NOT EQUAL 35
                   MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
                   MOVE FS-PREVPARM              TO WRK-STATUS-ERRO
                   MOVE "0116-LER-PARAMETROS"    TO WRK-AREA-ERRO
                   MOVE "PREVCAIX"               TO WRK-PROGRAMA-ERRO
                   MOVE "PREVPARM"               TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

           IF WRK-HORIZONTE GREATER WRK-HORIZONTE-MAXIMO
               MOVE WRK-HORIZONTE-MAXIMO     TO WRK-HORIZONTE
           END-IF.

       0116-LER-PARAMETROS-FIM.         EXIT.

      *-----------------------------------------------------------------
       0130-MONTAR-DIAS                 SECTION.
      *-----------------------------------------------------------------
      *    A GRADE TEM UMA LINHA POR DIA UTIL BANCARIO, DO PRIMEIRO DIA
      *    UTIL A PARTIR DA RODADA ATE O FIM DO HORIZONTE CORRIDO.
      *-----------------------------------------------------------------

           MOVE WRK-DATA-EXECUCAO        TO WRK-DATA-LIMITE.
           PERFORM 0131-AVANCAR-CALENDARIO WRK-HORIZONTE TIMES.

           SET DIU-FUNC-PROXIMO          TO TRUE.
           MOVE WRK-DATA-EXECUCAO        TO DIU-DATA.
           CALL "DIAUTIL" USING DIU-PARAMETRO.
           MOVE DIU-DATA                 TO WRK-DATA-DIA.

           PERFORM 0132-INCLUIR-DIA
               UNTIL WRK-DATA-DIA GREATER WRK-DATA-LIMITE
                  OR WRK-QT-DIAS NOT LESS WRK-MAX-DIAS.

       0130-MONTAR-DIAS-FIM.            EXIT.

      *-----------------------------------------------------------------
       0131-AVANCAR-CALENDARIO          SECTION.
      *-----------------------------------------------------------------

           MOVE TAB-DIAS-NO-MES (WRK-LIM-MM) TO WRK-ULTIMO-DIA.
           IF WRK-LIM-MM EQUAL 02
               DIVIDE WRK-LIM-AAAA BY 4 GIVING WRK-QUOCIENTE
                                     REMAINDER WRK-RESTO-BISSEXTO
               IF WRK-RESTO-BISSEXTO EQUAL ZEROS
                   MOVE 29               TO WRK-ULTIMO-DIA
               END-IF
           END-IF.

           IF WRK-LIM-DD LESS WRK-ULTIMO-DIA
               ADD 1 TO WRK-LIM-DD
           ELSE
               MOVE 01                   TO WRK-LIM-DD
               IF WRK-LIM-MM EQUAL 12
                   MOVE 01               TO WRK-LIM-MM
                   ADD 1 TO WRK-LIM-AAAA
               ELSE
                   ADD 1 TO WRK-LIM-MM
               END-IF
           END-IF.

       0131-AVANCAR-CALENDARIO-FIM.     EXIT.

      *-----------------------------------------------------------------
       0132-INCLUIR-DIA                 SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO WRK-QT-DIAS.
           INITIALIZE DIA-ENTRADA (WRK-QT-DIAS).
           MOVE WRK-DATA-DIA             TO DIA-DATA (WRK-QT-DIAS).

           SET DIU-FUNC-SOMAR            TO TRUE.
           MOVE WRK-DATA-DIA             TO DIU-DATA.
           MOVE 1                        TO DIU-QT-DIAS.
           CALL "DIAUTIL" USING DIU-PARAMETRO.
           MOVE DIU-DATA                 TO WRK-DATA-DIA.

       0132-INCLUIR-DIA-FIM.            EXIT.

      *-----------------------------------------------------------------
       0165-LER-FATURA                  SECTION.
      *-----------------------------------------------------------------

           READ FATURAS NEXT RECORD.

           IF FS-FATURAS NOT EQUAL 00 AND NOT EQUAL 10
               MOVE WRK-ERRO-LEIT        TO WRK-DESCRICAO-ERRO
               MOVE FS-FATURAS           TO WRK-STATUS-ERRO
               MOVE "0165-LER-FATURA"    TO WRK-AREA-ERRO
               MOVE "PREVCAIX"           TO WRK-PROGRAMA-ERRO
               MOVE "FATURAS"            TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           IF FS-FATURAS EQUAL ZEROS
               ADD 1 TO ACU-FATURAS-LIDAS
           END-IF.

       0165-LER-FATURA-FIM.             EXIT.

      *-----------------------------------------------------------------
       0170-LER-BOLETO                  SECTION.
      *-----------------------------------------------------------------

           READ BOLETOS.

           IF FS-BOLETOS NOT EQUAL 00 AND NOT EQUAL 10
               MOVE WRK-ERRO-LEIT        TO WRK-DESCRICAO-ERRO
               MOVE FS-BOLETOS           TO WRK-STATUS-ERRO
               MOVE "0170-LER-BOLETO"    TO WRK-AREA-ERRO
               MOVE "PREVCAIX"           TO WRK-PROGRAMA-ERRO
               MOVE "BOLETOS"            TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           IF FS-BOLETOS EQUAL ZEROS
               ADD 1 TO ACU-BOLETOS-LIDOS
           END-IF.

       0170-LER-BOLETO-FIM.             EXIT.

      *-----------------------------------------------------------------
       0175-LER-REMESSA                 SECTION.
      *-----------------------------------------------------------------

           READ REMESSA.

           IF FS-REMESSA NOT EQUAL 00 AND NOT EQUAL 10
               MOVE WRK-ERRO-LEIT        TO WRK-DESCRICAO-ERRO
               MOVE FS-REMESSA           TO WRK-STATUS-ERRO
               MOVE "0175-LER-REMESSA"   TO WRK-AREA-ERRO
               MOVE "PREVCAIX"           TO WRK-PROGRAMA-ERRO
               MOVE "REMESSA"            TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0175-LER-REMESSA-FIM.            EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR-FATURA            SECTION.
      *-----------------------------------------------------------------

           PERFORM 0205-AVALIAR-FATURA.

           PERFORM 0165-LER-FATURA.

       0200-PROCESSAR-FATURA-FIM.       EXIT.

      *-----------------------------------------------------------------
       0205-AVALIAR-FATURA              SECTION.
      *-----------------------------------------------------------------
      *    UMA PASSADA NO FATURAS FAZ DUAS COISAS: A TAXA HISTORICA DE
      *    CADA TRILHO (FATURAS VENCIDAS NA JANELA DE TRES MESES) E A
      *    PREVISAO DOS TRILHOS QUE NAO TEM ARQUIVO PROPRIO - PIX /
      *    E-FATURA, CARTAO E PARCELAS DE ACORDO. DEBITO AUTOMATICO E
      *    BOLETO ENTRAM PELA REMESSA E PELO EXTRATO BOLETOS.
      *-----------------------------------------------------------------

           IF FAT-CODIGO NOT EQUAL WRK-CODIGO-CLIENTE
               MOVE FAT-CODIGO           TO WRK-CODIGO-BUSCA
               PERFORM 0400-LER-CLIENTE
           END-IF.

           IF WRK-CLIENTE-AUSENTE
               ADD 1 TO ACU-FATURAS-SEM-CLIENTE
               GO TO 0205-AVALIAR-FATURA-FIM
           END-IF.

           IF FAT-AGRUPADA OR FAT-RENEGOCIADA OR FAT-DISPUTADA
               GO TO 0205-AVALIAR-FATURA-FIM
           END-IF.

           PERFORM 0410-CLASSIFICAR-TRILHO.

           IF FAT-DATA-VENCIMENTO NOT LESS WRK-DATA-HISTORICO
              AND FAT-DATA-VENCIMENTO LESS WRK-DATA-EXECUCAO
               COMPUTE WRK-VALOR-COBRADO = FAT-VALOR
                                         + FAT-VALOR-ENCARGOS
               IF FAT-VALOR-PAGO GREATER WRK-VALOR-COBRADO
                   MOVE WRK-VALOR-COBRADO TO WRK-VALOR-RECEBIDO
               ELSE
                   MOVE FAT-VALOR-PAGO    TO WRK-VALOR-RECEBIDO
               END-IF
               ADD WRK-VALOR-COBRADO  TO TRI-COBRADO  (WRK-TRILHO)
               ADD WRK-VALOR-RECEBIDO TO TRI-RECEBIDO (WRK-TRILHO)
           END-IF.

           IF NOT FAT-ABERTA
               GO TO 0205-AVALIAR-FATURA-FIM
           END-IF.

           IF WRK-TRILHO EQUAL 1 OR WRK-TRILHO EQUAL 2
               GO TO 0205-AVALIAR-FATURA-FIM
           END-IF.

           COMPUTE WRK-RESIDUO = FAT-VALOR + FAT-VALOR-ENCARGOS
                               - FAT-VALOR-PAGO.
           IF WRK-RESIDUO NOT GREATER ZEROS
               GO TO 0205-AVALIAR-FATURA-FIM
           END-IF.

           MOVE WRK-RESIDUO              TO WRK-VALOR-BRUTO.
           MOVE FAT-DATA-VENCIMENTO      TO WRK-DATA-PREVISTA.
           PERFORM 0500-LANCAR-PREVISAO.

       0205-AVALIAR-FATURA-FIM.         EXIT.

      *-----------------------------------------------------------------
       0220-PROCESSAR-BOLETO            SECTION.
      *-----------------------------------------------------------------

           PERFORM 0225-AVALIAR-BOLETO.

           PERFORM 0170-LER-BOLETO.

       0220-PROCESSAR-BOLETO-FIM.       EXIT.

      *-----------------------------------------------------------------
       0225-AVALIAR-BOLETO              SECTION.
      *-----------------------------------------------------------------
      *    O BOLETO SO CONTA SE A FATURA AINDA ESTA EM ABERTO, PELO
      *    RESIDUO DE HOJE. BOLETO DE CLIENTE E-FATURA OU DE PARCELA DE
      *    ACORDO JA ENTROU NA PASSADA DO FATURAS E NAO CONTA DE NOVO.
      *-----------------------------------------------------------------

           MOVE BOL-NOSSO-NUMERO         TO FAT-CHAVE.
           READ FATURAS KEY IS FAT-CHAVE
               INVALID KEY
                   ADD 1 TO ACU-BOLETOS-BAIXADOS
                   GO TO 0225-AVALIAR-BOLETO-FIM
           END-READ.

           IF NOT FAT-ABERTA OR FAT-DISPUTADA
               ADD 1 TO ACU-BOLETOS-BAIXADOS
               GO TO 0225-AVALIAR-BOLETO-FIM
           END-IF.

           COMPUTE WRK-RESIDUO = FAT-VALOR + FAT-VALOR-ENCARGOS
                               - FAT-VALOR-PAGO.
           IF WRK-RESIDUO NOT GREATER ZEROS
               ADD 1 TO ACU-BOLETOS-BAIXADOS
               GO TO 0225-AVALIAR-BOLETO-FIM
           END-IF.

           IF FAT-CODIGO NOT EQUAL WRK-CODIGO-CLIENTE
               MOVE FAT-CODIGO           TO WRK-CODIGO-BUSCA
               PERFORM 0400-LER-CLIENTE
           END-IF.

           IF WRK-CLIENTE-AUSENTE
               GO TO 0225-AVALIAR-BOLETO-FIM
           END-IF.

           PERFORM 0410-CLASSIFICAR-TRILHO.
           IF WRK-TRILHO NOT EQUAL 1 AND WRK-TRILHO NOT EQUAL 2
               GO TO 0225-AVALIAR-BOLETO-FIM
           END-IF.

           MOVE 2                        TO WRK-TRILHO.
           MOVE WRK-RESIDUO              TO WRK-VALOR-BRUTO.
           MOVE BOL-DATA-VENCIMENTO      TO WRK-DATA-PREVISTA.
           PERFORM 0500-LANCAR-PREVISAO.

       0225-AVALIAR-BOLETO-FIM.         EXIT.

      *-----------------------------------------------------------------
       0230-PROCESSAR-REMESSA           SECTION.
      *-----------------------------------------------------------------
      *    O DEBITO CAI NA DATA DO HEADER DA REMESSA DO BANCO (JA EM
      *    DIA UTIL PELO DEBAUTO). REMESSAS DE VARIOS BANCOS PODEM VIR
      *    CONCATENADAS, CADA UMA COM SEU HEADER.
      *-----------------------------------------------------------------

           EVALUATE TRUE
               WHEN REM-HEADER
                   ADD 1 TO ACU-REMESSAS-LIDAS
                   MOVE REM-HDR-DATA         TO WRK-DATA-REMESSA
               WHEN REM-DETALHE
                   ADD 1 TO ACU-DEBITOS-LIDOS
                   MOVE REM-DET-CODIGO       TO WRK-CODIGO-BUSCA
                   PERFORM 0400-LER-CLIENTE
                   MOVE 1                    TO WRK-TRILHO
                   MOVE REM-DET-VALOR        TO WRK-VALOR-BRUTO
                   MOVE WRK-DATA-REMESSA     TO WRK-DATA-PREVISTA
                   PERFORM 0500-LANCAR-PREVISAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           PERFORM 0175-LER-REMESSA.

       0230-PROCESSAR-REMESSA-FIM.      EXIT.

      *-----------------------------------------------------------------
       0240-APURAR-TAXA                 SECTION.
      *-----------------------------------------------------------------
      *    TRILHO SEM HISTORICO NA JANELA VALE 100%.
      *-----------------------------------------------------------------

           IF TRI-COBRADO (IDX-TRI) GREATER ZEROS
               COMPUTE TRI-TAXA (IDX-TRI) ROUNDED =
                   TRI-RECEBIDO (IDX-TRI) * 100 / TRI-COBRADO (IDX-TRI)
           ELSE
               MOVE 100,00               TO TRI-TAXA (IDX-TRI)
           END-IF.

       0240-APURAR-TAXA-FIM.            EXIT.

      *-----------------------------------------------------------------
       0245-PONDERAR-CELULA             SECTION.
      *-----------------------------------------------------------------

           COMPUTE DIA-PREVISTO (IDX-DIA-IMP, IDX-TRI) ROUNDED =
               (DIA-BRUTO (IDX-DIA-IMP, IDX-TRI, 1)
                                        * WRK-PESO-BANDA (1)
              + DIA-BRUTO (IDX-DIA-IMP, IDX-TRI, 2)
                                        * WRK-PESO-BANDA (2)
              + DIA-BRUTO (IDX-DIA-IMP, IDX-TRI, 3)
                                        * WRK-PESO-BANDA (3))
              * TRI-TAXA (IDX-TRI) / 10000.

           ADD DIA-PREVISTO (IDX-DIA-IMP, IDX-TRI)
                                  TO DIA-TOTAL (IDX-DIA-IMP)
                                     TRI-PREVISTO (IDX-TRI)
                                     ACU-TOTAL-PREVISTO.

       0245-PONDERAR-CELULA-FIM.        EXIT.

      *-----------------------------------------------------------------
       0250-IMPRIMIR-RELATORIO          SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-DATA-EXECUCAO        TO WRK-DATA-TRABALHO.
           MOVE WRK-TRB-DD               TO WRK-EDT-DD.
           MOVE WRK-TRB-MM               TO WRK-EDT-MM.
           MOVE WRK-TRB-AAAA             TO WRK-EDT-AAAA.
           MOVE WRK-DATA-EDITADA         TO WRK-CAB-DATA.
           MOVE WRK-HORIZONTE            TO WRK-CAB-HORIZONTE.

           PERFORM 0210-IMPRIMIR-CABECALHO.

           MOVE SPACES                   TO WRK-DET-COLUNA (6).
           MOVE ";"                      TO CSV-COLUNA (6).

           MOVE WRK-CABECALHO-CSV        TO REG-PREVCSV.
           PERFORM 0254-GRAVAR-CSV.

           PERFORM 0251-IMPRIMIR-DIA
               VARYING IDX-DIA-IMP FROM 1 BY 1
               UNTIL IDX-DIA-IMP GREATER WRK-QT-DIAS.

           MOVE "TOTAL"                  TO WRK-DET-DATA.
           PERFORM 0256-MOVER-TOTAL-TRILHO
               VARYING IDX-TRI FROM 1 BY 1
               UNTIL IDX-TRI GREATER 5.
           MOVE ACU-TOTAL-PREVISTO       TO WRK-DET-VALOR (6).
           MOVE WRK-CABECALHO3           TO REG-RELPREV.
           PERFORM 0253-GRAVAR-LINHA.
           MOVE WRK-DETALHE              TO REG-RELPREV.
           PERFORM 0253-GRAVAR-LINHA.

           MOVE WRK-CABECALHO3           TO REG-RELPREV.
           PERFORM 0253-GRAVAR-LINHA.
           MOVE "RESUMO POR TRILHO (PREVISTO = BRUTO X PESO X TAXA)"
                                         TO WRK-TIT-TEXTO.
           MOVE WRK-TITULO               TO REG-RELPREV.
           PERFORM 0253-GRAVAR-LINHA.
           MOVE WRK-CABECALHO-TRILHO     TO REG-RELPREV.
           PERFORM 0253-GRAVAR-LINHA.

           PERFORM 0252-IMPRIMIR-TRILHO
               VARYING IDX-TRI FROM 1 BY 1
               UNTIL IDX-TRI GREATER 5.

           MOVE "TOTAL"                  TO WRK-TRL-NOME.
           MOVE ZEROS                    TO WRK-TRL-TAXA.
           MOVE ACU-TOTAL-BRUTO          TO WRK-TRL-BRUTO.
           MOVE ACU-TOTAL-PREVISTO       TO WRK-TRL-PREVISTO.
           MOVE ACU-TOTAL-VENCIDO        TO WRK-TRL-VENCIDO.
           MOVE WRK-LINHA-TRILHO         TO REG-RELPREV.
           PERFORM 0253-GRAVAR-LINHA.

           MOVE WRK-CABECALHO3           TO REG-RELPREV.
           PERFORM 0253-GRAVAR-LINHA.
           MOVE WRK-PESO-BANDA (1)       TO WRK-PES-A.
           MOVE WRK-PESO-BANDA (2)       TO WRK-PES-B.
           MOVE WRK-PESO-BANDA (3)       TO WRK-PES-C.
           MOVE WRK-LINHA-PESOS          TO REG-RELPREV.
           PERFORM 0253-GRAVAR-LINHA.

       0250-IMPRIMIR-RELATORIO-FIM.     EXIT.

      *-----------------------------------------------------------------
       0210-IMPRIMIR-CABECALHO          SECTION.
      *-----------------------------------------------------------------

           IF ACU-PAG GREATER 1
               MOVE WRK-CABECALHO3 TO REG-RELPREV
               WRITE REG-RELPREV AFTER PAGE
           END-IF.
           MOVE WRK-CABECALHO3 TO REG-RELPREV.
           WRITE REG-RELPREV AFTER 1 LINE.

           MOVE WRK-CABECALHO1 TO REG-RELPREV.
           WRITE REG-RELPREV AFTER 1 LINE.

           MOVE WRK-CABECALHO3 TO REG-RELPREV.
           WRITE REG-RELPREV AFTER 1 LINE.

           MOVE WRK-CABECALHO2 TO REG-RELPREV.
           WRITE REG-RELPREV AFTER 1 LINE.

           MOVE WRK-CABECALHO3 TO REG-RELPREV.
           WRITE REG-RELPREV AFTER 1 LINE.

           ADD 1  TO ACU-PAG.
           MOVE 4 TO ACU-QTLINHAS.

       0210-IMPRIMIR-CABECALHO-FIM.     EXIT.

      *-----------------------------------------------------------------
       0251-IMPRIMIR-DIA                SECTION.
      *-----------------------------------------------------------------

           MOVE DIA-DATA (IDX-DIA-IMP)   TO WRK-DATA-TRABALHO.
           MOVE WRK-TRB-DD               TO WRK-EDT-DD CSV-DD.
           MOVE WRK-TRB-MM               TO WRK-EDT-MM CSV-MM.
           MOVE WRK-TRB-AAAA             TO WRK-EDT-AAAA CSV-AAAA.
           MOVE WRK-DATA-EDITADA         TO WRK-DET-DATA.

           PERFORM 0255-MOVER-COLUNA
               VARYING IDX-TRI FROM 1 BY 1
               UNTIL IDX-TRI GREATER 5.
           MOVE DIA-TOTAL (IDX-DIA-IMP)  TO WRK-DET-VALOR (6)
                                            CSV-VALOR (6).

           MOVE WRK-DETALHE              TO REG-RELPREV.
           PERFORM 0253-GRAVAR-LINHA.

           MOVE WRK-DETALHE-CSV          TO REG-PREVCSV.
           PERFORM 0254-GRAVAR-CSV.

       0251-IMPRIMIR-DIA-FIM.           EXIT.

      *-----------------------------------------------------------------
       0252-IMPRIMIR-TRILHO             SECTION.
      *-----------------------------------------------------------------

           MOVE TRI-NOME     (IDX-TRI)   TO WRK-TRL-NOME.
           MOVE TRI-TAXA     (IDX-TRI)   TO WRK-TRL-TAXA.
           MOVE TRI-BRUTO    (IDX-TRI)   TO WRK-TRL-BRUTO.
           MOVE TRI-PREVISTO (IDX-TRI)   TO WRK-TRL-PREVISTO.
           MOVE TRI-VENCIDO  (IDX-TRI)   TO WRK-TRL-VENCIDO.
           MOVE WRK-LINHA-TRILHO         TO REG-RELPREV.
           PERFORM 0253-GRAVAR-LINHA.

       0252-IMPRIMIR-TRILHO-FIM.        EXIT.

      *-----------------------------------------------------------------
       0253-GRAVAR-LINHA                SECTION.
      *-----------------------------------------------------------------

           IF ACU-QTLINHAS GREATER 40
               MOVE REG-RELPREV          TO WRK-TIT-TEXTO
               PERFORM 0210-IMPRIMIR-CABECALHO
               MOVE WRK-TIT-TEXTO        TO REG-RELPREV
           END-IF.

           WRITE REG-RELPREV AFTER 1 LINE.
           IF FS-RELPREV NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-RELPREV               TO WRK-STATUS-ERRO
               MOVE "0253-GRAVAR-LINHA"      TO WRK-AREA-ERRO
               MOVE "PREVCAIX"               TO WRK-PROGRAMA-ERRO
               MOVE "RELPREV"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           ADD 1 TO ACU-QTLINHAS.

       0253-GRAVAR-LINHA-FIM.           EXIT.

      *-----------------------------------------------------------------
       0254-GRAVAR-CSV                  SECTION.
      *-----------------------------------------------------------------

           WRITE REG-PREVCSV.
           IF FS-PREVCSV NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-PREVCSV               TO WRK-STATUS-ERRO
               MOVE "0254-GRAVAR-CSV"        TO WRK-AREA-ERRO
               MOVE "PREVCAIX"               TO WRK-PROGRAMA-ERRO
               MOVE "PREVCSV"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0254-GRAVAR-CSV-FIM.             EXIT.

      *-----------------------------------------------------------------
       0255-MOVER-COLUNA                SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES                   TO WRK-DET-COLUNA (IDX-TRI).
           MOVE ";"                      TO CSV-COLUNA (IDX-TRI).
           MOVE DIA-PREVISTO (IDX-DIA-IMP, IDX-TRI)
                                         TO WRK-DET-VALOR (IDX-TRI)
                                            CSV-VALOR (IDX-TRI).

       0255-MOVER-COLUNA-FIM.           EXIT.

      *-----------------------------------------------------------------
       0256-MOVER-TOTAL-TRILHO          SECTION.
      *-----------------------------------------------------------------

           MOVE TRI-PREVISTO (IDX-TRI)   TO WRK-DET-VALOR (IDX-TRI).

       0256-MOVER-TOTAL-TRILHO-FIM.     EXIT.

      *-----------------------------------------------------------------
       0400-LER-CLIENTE                 SECTION.
      *-----------------------------------------------------------------
      *    CLIENTE E BANDA DO SCORE; SEM REGISTRO NO SCORE, BANDA B.
      *-----------------------------------------------------------------

           MOVE WRK-CODIGO-BUSCA         TO WRK-CODIGO-CLIENTE.
           MOVE WRK-CODIGO-BUSCA         TO REG-CODIGO.
           READ CLIENTES KEY IS REG-CODIGO
               INVALID KEY
                   SET WRK-CLIENTE-AUSENTE    TO TRUE
               NOT INVALID KEY
                   SET WRK-CLIENTE-ENCONTRADO TO TRUE
           END-READ.

           MOVE 2                        TO WRK-BANDA.
           IF WRK-SCORE-ABERTO
               MOVE WRK-CODIGO-BUSCA     TO SCOR-CODIGO
               READ SCORE KEY IS SCOR-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN SCOR-BANDA-A
                               MOVE 1    TO WRK-BANDA
                           WHEN SCOR-BANDA-C
                               MOVE 3    TO WRK-BANDA
                           WHEN OTHER
                               MOVE 2    TO WRK-BANDA
                       END-EVALUATE
               END-READ
           END-IF.

       0400-LER-CLIENTE-FIM.            EXIT.

      *-----------------------------------------------------------------
       0410-CLASSIFICAR-TRILHO          SECTION.
      *-----------------------------------------------------------------
      *    1 DEBITO AUTOMATICO, 2 BOLETO, 3 PIX / E-FATURA, 4 CARTAO,
      *    5 ACORDO. PARCELA DE ACORDO (COMPETENCIA FORA DE BANDA, MES
      *    13 EM DIANTE) DE OPTANTE DO DEBITO SEGUE NO DEBITO.
      *-----------------------------------------------------------------

           MOVE FAT-COMPETENCIA          TO WRK-COMPETENCIA-FATURA.

           EVALUATE TRUE
               WHEN REG-DEBITO-AUTO-SIM
                   MOVE 1                TO WRK-TRILHO
               WHEN WRK-CFA-MM GREATER 12
                   MOVE 5                TO WRK-TRILHO
               WHEN REG-DEBITO-CARTAO
                   MOVE 4                TO WRK-TRILHO
               WHEN REG-EFATURA-SIM
                   MOVE 3                TO WRK-TRILHO
               WHEN OTHER
                   MOVE 2                TO WRK-TRILHO
           END-EVALUATE.

       0410-CLASSIFICAR-TRILHO-FIM.     EXIT.

      *-----------------------------------------------------------------
       0500-LANCAR-PREVISAO             SECTION.
      *-----------------------------------------------------------------
      *    A DATA ESPERADA ROLA PARA O DIA UTIL. ANTES DO PRIMEIRO DIA
      *    DA GRADE E VENCIDO (FORA DA PREVISAO); DEPOIS DO ULTIMO FICA
      *    ALEM DO HORIZONTE E SO E CONTADO.
      *-----------------------------------------------------------------

           SET DIU-FUNC-PROXIMO          TO TRUE.
           MOVE WRK-DATA-PREVISTA        TO DIU-DATA.
           CALL "DIAUTIL" USING DIU-PARAMETRO.
           MOVE DIU-DATA                 TO WRK-DATA-PREVISTA.

           IF WRK-DATA-PREVISTA LESS DIA-DATA (1)
               ADD 1 TO ACU-ITENS-VENCIDOS
               ADD WRK-VALOR-BRUTO TO TRI-VENCIDO (WRK-TRILHO)
                                      ACU-TOTAL-VENCIDO
               GO TO 0500-LANCAR-PREVISAO-FIM
           END-IF.

           SET IDX-DIA TO 1.
           SEARCH DIA-ENTRADA
               AT END
                   ADD 1 TO ACU-ITENS-ALEM
                   GO TO 0500-LANCAR-PREVISAO-FIM
               WHEN DIA-DATA (IDX-DIA) EQUAL WRK-DATA-PREVISTA
                   ADD WRK-VALOR-BRUTO
                       TO DIA-BRUTO (IDX-DIA, WRK-TRILHO, WRK-BANDA)
           END-SEARCH.

           ADD 1 TO ACU-ITENS-PREVISTOS.
           ADD 1 TO TRI-QT-ITENS (WRK-TRILHO).
           ADD WRK-VALOR-BRUTO TO TRI-BRUTO (WRK-TRILHO)
                                  ACU-TOTAL-BRUTO.

       0500-LANCAR-PREVISAO-FIM.        EXIT.

      *-----------------------------------------------------------------
       0290-ESTATISTICA                 SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-TRACO.
           DISPLAY "DIAS UTEIS NA GRADE...........: " WRK-QT-DIAS.
           DISPLAY "FATURAS LIDAS.................: " ACU-FATURAS-LIDAS.
           DISPLAY "FATURAS SEM CLIENTE...........: "
                                              ACU-FATURAS-SEM-CLIENTE.
           DISPLAY "BOLETOS LIDOS.................: " ACU-BOLETOS-LIDOS.
           DISPLAY "BOLETOS JA BAIXADOS...........: "
                                                 ACU-BOLETOS-BAIXADOS.
           DISPLAY "REMESSAS DE DEBITO LIDAS......: "
                                                   ACU-REMESSAS-LIDAS.
           DISPLAY "INSTRUCOES DE DEBITO LIDAS....: " ACU-DEBITOS-LIDOS.
           DISPLAY "ITENS NA PREVISAO.............: "
                                                  ACU-ITENS-PREVISTOS.
           DISPLAY "ITENS VENCIDOS (FORA).........: "
                                                   ACU-ITENS-VENCIDOS.
           DISPLAY "ITENS ALEM DO HORIZONTE.......: " ACU-ITENS-ALEM.
           DISPLAY "TOTAL PREVISTO................: "
                                                   ACU-TOTAL-PREVISTO.
           DISPLAY WRK-TRACO.
           DISPLAY WRK-FIM-PROGRAMA.
           DISPLAY WRK-TRACO.

       0290-ESTATISTICA-FIM.            EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                   SECTION.
      *-----------------------------------------------------------------

           PERFORM 0290-ESTATISTICA.

           CLOSE CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "PREVCAIX"        TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE FATURAS.
           IF FS-FATURAS NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-FATURAS        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "PREVCAIX"        TO WRK-PROGRAMA-ERRO
               MOVE "FATURAS"         TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           IF WRK-SCORE-ABERTO
               CLOSE SCORE
           END-IF.
           IF WRK-BOLETOS-ABERTO
               CLOSE BOLETOS
           END-IF.
           IF WRK-REMESSA-ABERTA
               CLOSE REMESSA
           END-IF.

           CLOSE RELPREV.
           IF FS-RELPREV NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-RELPREV        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "PREVCAIX"        TO WRK-PROGRAMA-ERRO
               MOVE "RELPREV"         TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE PREVCSV.
           IF FS-PREVCSV NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-PREVCSV        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "PREVCAIX"        TO WRK-PROGRAMA-ERRO
               MOVE "PREVCSV"         TO WRK-ARQUIVO-ERRO
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
