      *-----------------------------------------------------------------
       IDENTIFICATION                   DIVISION.
       PROGRAM-ID. CONCRAZ.
      *=================================================================
      *== PROGRAMA....: CONCRAZ
      *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
      *== ANALISTA....: IVAN SANCHES
      *== DATA........: 15/10/2026
      *== CONSULTORIA:
      *-----------------------------------------------------------------
      *== OBJETIVO....: CONCILIACAO MENSAL DO A RECEBER DO RAZAO
      *                 (CONTA WRK-CONTA-RECEBER, BOOK BOOKCTA) COM O
      *                 AUXILIAR DE FATURAS. O LADO DO RAZAO E O SALDO
      *                 CARREGADO DA COMPETENCIA ANTERIOR (ARQUIVO
      *                 SALDORAZ, BOOK REGRAZ) MAIS O MOVIMENTO DA
      *                 CONTA NO EXTRATO DO GLEXTRAT (GLJORNAL, BOOK
      *                 REGGL), ABERTO POR TIPO DE MOVIMENTO. O LADO
      *                 DO AUXILIAR E O RESIDUO EM ABERTO DAS FATURAS
      *                 (VALOR + ENCARGOS - PAGO), SEM AS FATURAS EM
      *                 PERDA, RENEGOCIADAS OU AGRUPADAS, MENOS O
      *                 SALDO CREDOR DOS CLIENTES (CREDITO, BOOK
      *                 REGCRED). DIFERENCA ACIMA DA TOLERANCIA DO
      *                 CARTAO RAZPARM (BOOK REGRAZP, PADRAO R$1,00)
      *                 MARCA A COMPETENCIA DIVERGENTE NO SALDORAZ - O
      *                 FECHCOMP NAO FECHA E O OPERDASH ACUSA ALERTA -
      *                 E O PROGRAMA TERMINA COM RETURN-CODE 08. RODAR
      *                 DE NOVO A MESMA COMPETENCIA REGRAVA O REGISTRO.
      *-----------------------------------------------------------------
      *===================ESPECIFICACOES DO PROGRAMA====================
      *    ARQUIVO                    TIPO               BOOK
      *    RAZPARM                   INPUT              REGRAZP
      *    GLJORNAL                  INPUT              REGGL
      *    FATURAS                   INPUT              REGFATUR
      *    CREDITO                   INPUT              REGCRED
      *    SALDORAZ                  I-O                REGRAZ
      *    RELRAZ                    OUTPUT             N/A
      *    CONCRAZ                   INPUT              BOOKCTA
      *    CONCRAZ                   INPUT              BOOKMSG
      *    CONCRAZ                   INPUT              BOOKASSI
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
           SELECT RAZPARM ASSIGN TO WRK-NOME-RAZPARM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RAZPARM.

           SELECT GLJORNAL ASSIGN TO WRK-NOME-GLJORNAL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-GLJORNAL.

           SELECT FATURAS ASSIGN TO WRK-NOME-FATURAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FAT-CHAVE
           FILE STATUS IS FS-FATURAS.

           SELECT CREDITO ASSIGN TO WRK-NOME-CREDITO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CRED-CODIGO
           FILE STATUS IS FS-CREDITO.

           SELECT SALDORAZ ASSIGN TO WRK-NOME-SALDORAZ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RAZ-COMPETENCIA
           FILE STATUS IS FS-SALDORAZ.

           SELECT RELRAZ ASSIGN TO WRK-NOME-RELRAZ
           FILE STATUS IS FS-RELRAZ.
      *-----------------------------------------------------------------

      *=================================================================
       DATA                             DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                             SECTION.
      *-----------------------------------------------------------------
      *
      *            INPUT - CARTAO DE TOLERANCIA DA CONCILIACAO
      *
      *-----------------------------------------------------------------
       FD  RAZPARM.
       COPY "REGRAZP".

      *-----------------------------------------------------------------
      *
      *            INPUT - EXTRATO CONTABIL DO GLEXTRAT
      *
      *-----------------------------------------------------------------
       FD  GLJORNAL.
       COPY "REGGL".

      *-----------------------------------------------------------------
      *
      *            INPUT - FATURAS (AUXILIAR DO A RECEBER)
      *
      *-----------------------------------------------------------------
       FD  FATURAS.
       COPY "REGFATUR".

      *-----------------------------------------------------------------
      *
      *            INPUT - SALDO CREDOR POR CLIENTE
      *
      *-----------------------------------------------------------------
       FD  CREDITO.
       COPY "REGCRED".

      *-----------------------------------------------------------------
      *
      *            I-O - SALDO CARREGADO E RESULTADO POR COMPETENCIA
      *
      *-----------------------------------------------------------------
       FD  SALDORAZ.
       COPY "REGRAZ".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - RELATORIO DA CONCILIACAO RAZAO X AUXILIAR
      *
      *-----------------------------------------------------------------
       FD  RELRAZ.
       01  REG-RELRAZ                   PIC X(080).

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

       01  FS-RAZPARM                   PIC 9(002)         VALUE ZEROS.
       01  FS-GLJORNAL                  PIC 9(002)         VALUE ZEROS.
       01  FS-FATURAS                   PIC 9(002)         VALUE ZEROS.
       01  FS-CREDITO                   PIC 9(002)         VALUE ZEROS.
       01  FS-SALDORAZ                  PIC 9(002)         VALUE ZEROS.
       01  FS-RELRAZ                    PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----NOMES EXTERNALIZADOS VIA DD-----".
      *-----------------------------------------------------------------

       01  WRK-NOME-RAZPARM             PIC X(040)         VALUE
              "C:\RELATORIO\dados\RAZPARM.DAT".
       01  WRK-NOME-GLJORNAL            PIC X(040)         VALUE
              "C:\RELATORIO\dados\GLJORNAL.DAT".
       01  WRK-NOME-FATURAS             PIC X(040)         VALUE
              "C:\RELATORIO\dados\FATURAS.DAT".
       01  WRK-NOME-CREDITO             PIC X(040)         VALUE
              "C:\RELATORIO\dados\CREDITO.DAT".
       01  WRK-NOME-SALDORAZ            PIC X(040)         VALUE
              "C:\RELATORIO\dados\SALDORAZ.DAT".
       01  WRK-NOME-RELRAZ              PIC X(040)         VALUE
              "C:\RELATORIO\dados\RELRAZ.txt".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEIS DE DATA E PARAMETRO-----".
      *-----------------------------------------------------------------

       01  WRK-DATA-EXECUCAO            PIC 9(008)         VALUE ZEROS.
       01  WRK-COMPETENCIA              PIC 9(006)         VALUE ZEROS.
       01  WRK-COMPETENCIA-ANTERIOR     PIC 9(006)         VALUE ZEROS.
       01  FILLER REDEFINES WRK-COMPETENCIA-ANTERIOR.
           05 WRK-ANT-AAAA              PIC 9(004).
           05 WRK-ANT-MM                PIC 9(002).

       01  WRK-TOLERANCIA               PIC 9(007)V99      VALUE 1,00.
       01  WRK-SALDO-IMPLANTACAO        PIC S9(009)V99 COMP-3
                                                           VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----CHAVES DE CONTROLE-----".
      *-----------------------------------------------------------------

       01  WRK-SW-ANTERIOR              PIC X(001)         VALUE "N".
           88 WRK-ANTERIOR-CARREGADO                       VALUE "S".
           88 WRK-ANTERIOR-IMPLANTACAO                      VALUE "N".

       01  WRK-SW-CREDITO               PIC X(001)         VALUE "N".
           88 WRK-CREDITO-ABERTO                            VALUE "S".
           88 WRK-CREDITO-AUSENTE                           VALUE "N".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----HISTORICOS DO GLEXTRAT POR TIPO-----".
      *-----------------------------------------------------------------

       01  WRK-DESCRICOES.
           05 FILLER                    PIC X(030)         VALUE
              "CLIENTES A RECEBER - RODADA".
           05 FILLER                    PIC 9(001)         VALUE 1.
           05 FILLER                    PIC X(030)         VALUE
              "FATURA ANUAL PRE-PAGA".
           05 FILLER                    PIC 9(001)         VALUE 1.
           05 FILLER                    PIC X(030)         VALUE
              "A RECEBER A PRECO DE ATACADO".
           05 FILLER                    PIC 9(001)         VALUE 1.
           05 FILLER                    PIC X(030)         VALUE
              "MULTAS DE FIDELIDADE A RECEBER".
           05 FILLER                    PIC 9(001)         VALUE 1.
           05 FILLER                    PIC X(030)         VALUE
              "AJUSTE PRO-RATA A DEBITAR".
           05 FILLER                    PIC 9(001)         VALUE 2.
           05 FILLER                    PIC X(030)         VALUE
              "ABATIMENTO A RECEBER".
           05 FILLER                    PIC 9(001)         VALUE 2.
           05 FILLER                    PIC X(030)         VALUE
              "ENCARGOS DE ATRASO A RECEBER".
           05 FILLER                    PIC 9(001)         VALUE 3.
           05 FILLER                    PIC X(030)         VALUE
              "BAIXA DE A RECEBER POR PERDA".
           05 FILLER                    PIC 9(001)         VALUE 4.
           05 FILLER                    PIC X(030)         VALUE
              "CONTRAPARTIDA REEMBOLSO".
           05 FILLER                    PIC 9(001)         VALUE 5.
           05 FILLER                    PIC X(030)         VALUE
              "BAIXA DE A RECEBER RECEBIDO".
           05 FILLER                    PIC 9(001)         VALUE 6.
           05 FILLER                    PIC X(030)         VALUE
              "CONTRAPARTIDA ALOCACAO".
           05 FILLER                    PIC 9(001)         VALUE 7.

       01  TAB-DESCRICOES REDEFINES WRK-DESCRICOES.
           05 DSC-ENTRADA               OCCURS 11 TIMES
                                        INDEXED BY IDX-DSC.
               10 DSC-TEXTO             PIC X(030).
               10 DSC-TIPO              PIC 9(001).

       01  WRK-TIPOS-NOMES.
           05 FILLER                    PIC X(020)         VALUE
              "FATURAMENTO".
           05 FILLER                    PIC X(020)         VALUE
              "AJUSTES".
           05 FILLER                    PIC X(020)         VALUE
              "ENCARGOS".
           05 FILLER                    PIC X(020)         VALUE
              "PERDAS".
           05 FILLER                    PIC X(020)         VALUE
              "REEMBOLSOS".
           05 FILLER                    PIC X(020)         VALUE
              "RECEBIMENTOS".
           05 FILLER                    PIC X(020)         VALUE
              "ALOCACAO SUSPENSO".
           05 FILLER                    PIC X(020)         VALUE
              "OUTROS LANCAMENTOS".

       01  TAB-TIPOS REDEFINES WRK-TIPOS-NOMES.
           05 TIPO-NOME                 PIC X(020)
                                        OCCURS 8 TIMES.

       01  WRK-IDX-TIPO                 PIC 9(001)  COMP-3 VALUE ZEROS.
       01  IDX-TIPO-IMP                 PIC 9(003)  COMP-3 VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----MOVIMENTO DO RAZAO POR TIPO-----".
      *-----------------------------------------------------------------

       01  TAB-MOVIMENTO.
           05 MOV-ENTRADA               OCCURS 8 TIMES.
               10 MOV-DEBITOS           PIC 9(009)V99 COMP-3.
               10 MOV-CREDITOS          PIC 9(009)V99 COMP-3.
               10 MOV-LIQUIDO           PIC S9(009)V99 COMP-3.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----SALDOS E DIFERENCA-----".
      *-----------------------------------------------------------------

       01  WRK-RESIDUO                  PIC S9(007)V99 COMP-3
                                                           VALUE ZEROS.
       01  WRK-SALDO-ANTERIOR           PIC S9(009)V99 COMP-3
                                                           VALUE ZEROS.
       01  WRK-MOVIMENTO-RAZAO          PIC S9(009)V99 COMP-3
                                                           VALUE ZEROS.
       01  WRK-SALDO-RAZAO              PIC S9(009)V99 COMP-3
                                                           VALUE ZEROS.
       01  WRK-SALDO-AUXILIAR           PIC S9(009)V99 COMP-3
                                                           VALUE ZEROS.
       01  WRK-DIFERENCA                PIC S9(009)V99 COMP-3
                                                           VALUE ZEROS.
       01  WRK-DIFERENCA-ABS            PIC 9(009)V99 COMP-3
                                                           VALUE ZEROS.
       01  WRK-DIFERENCA-ANTERIOR       PIC S9(009)V99 COMP-3
                                                           VALUE ZEROS.
       01  WRK-VARIACAO-DIFERENCA       PIC S9(009)V99 COMP-3
                                                           VALUE ZEROS.

       01  WRK-SW-SITUACAO              PIC X(001)         VALUE "C".
           88 WRK-CONCILIADO                                VALUE "C".
           88 WRK-DIVERGENTE                                VALUE "D".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "CABECALHO DE PAGINACAO".
      *-----------------------------------------------------------------

       01  WRK-CABECALHO1.
           05 FILLER                    PIC X(006)         VALUE SPACES.
           05 FILLER                    PIC X(044)         VALUE
              "CONCILIACAO RAZAO X AUXILIAR - COMPETENCIA".
           05 WRK-CAB-COMPETENCIA       PIC 9(006)         VALUE ZEROS.
           05 FILLER                    PIC X(004)         VALUE SPACES.
           05 FILLER                    PIC X(008)         VALUE
              "PAGINA:".
           05 ACU-PAG                   PIC 9(003)         VALUE 1.
           05 FILLER                    PIC X(009)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----CABECALHO DE DESCRICAO-----".
      *-----------------------------------------------------------------

       01  WRK-CABECALHO2.
           05 FILLER                    PIC X(021)         VALUE
              "TIPO DE MOVIMENTO".
           05 FILLER                    PIC X(015)         VALUE
              "      DEBITOS".
           05 FILLER                    PIC X(015)         VALUE
              "     CREDITOS".
           05 FILLER                    PIC X(029)         VALUE
              "      LIQUIDO".

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
           05 WRK-DET-TIPO             PIC X(020)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-DEBITOS          PIC ZZ.ZZZ.ZZ9,99   VALUE ZEROS.
           05 FILLER                   PIC X(002)          VALUE SPACES.
           05 WRK-DET-CREDITOS         PIC ZZ.ZZZ.ZZ9,99   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-LIQUIDO          PIC -ZZ.ZZZ.ZZ9,99  VALUE ZEROS.
           05 FILLER                   PIC X(016)          VALUE SPACES.

       01  WRK-LINHA-VALOR.
           05 WRK-LIN-DESCRICAO        PIC X(045)          VALUE SPACES.
           05 WRK-LIN-VALOR            PIC -ZZ.ZZZ.ZZ9,99  VALUE ZEROS.
           05 FILLER                   PIC X(021)          VALUE SPACES.

       01  WRK-LINHA-SITUACAO.
           05 FILLER                   PIC X(024)          VALUE
              "SITUACAO DA COMPETENCIA:".
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-SIT-TEXTO            PIC X(055)          VALUE SPACES.

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
       01  ACU-JORNAL-RECEBER           PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-FATURAS-LIDAS            PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-FATURAS-ABERTAS          PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-FATURAS-PERDA            PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-FATURAS-RENEGOCIADAS     PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-CREDITOS-LIDOS           PIC 9(007)  COMP-3 VALUE ZEROS.

       01  ACU-RESIDUO-ABERTO           PIC 9(009)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-RESIDUO-PERDA            PIC 9(009)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-RESIDUO-RENEGOCIADO      PIC 9(009)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-SALDO-CREDOR             PIC 9(009)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-TOTAL-DEBITOS            PIC 9(009)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-TOTAL-CREDITOS           PIC 9(009)V99 COMP-3
                                                           VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----PLANO DE CONTAS-----".
      *-----------------------------------------------------------------
       COPY "BOOKCTA".

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
           PERFORM 0150-LER-SALDO-ANTERIOR.
           PERFORM 0200-PROCESSAR-JORNAL
               UNTIL FS-GLJORNAL EQUAL 10.
           PERFORM 0220-SOMAR-FATURA
               UNTIL FS-FATURAS EQUAL 10.
           IF WRK-CREDITO-ABERTO
               PERFORM 0230-SOMAR-CREDITO
                   UNTIL FS-CREDITO EQUAL 10
           END-IF.
           PERFORM 0240-APURAR-DIFERENCA.
           PERFORM 0250-IMPRIMIR-RELATORIO.
           PERFORM 0260-GRAVAR-SALDO.
           PERFORM 0300-FINALIZAR.

       0000-PRINCIPAL-FIM.              EXIT.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                 SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
           COMPUTE WRK-COMPETENCIA = WRK-DATA-EXECUCAO / 100.

           INITIALIZE TAB-MOVIMENTO.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_RAZPARM".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-RAZPARM
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_GLJORNAL".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-GLJORNAL
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_FATURAS".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-FATURAS
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CREDITO".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-CREDITO
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_SALDORAZ".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-SALDORAZ
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_RELRAZ".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-RELRAZ
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           PERFORM 0116-LER-PARAMETROS.

           MOVE WRK-COMPETENCIA      TO WRK-CAB-COMPETENCIA.

           OPEN INPUT GLJORNAL.
           IF FS-GLJORNAL NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-GLJORNAL              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "CONCRAZ"                TO WRK-PROGRAMA-ERRO
               MOVE "GLJORNAL"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN INPUT FATURAS.
           IF FS-FATURAS NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-FATURAS               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "CONCRAZ"                TO WRK-PROGRAMA-ERRO
               MOVE "FATURAS"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

      *    SEM O ARQUIVO CREDITO NENHUM CLIENTE TEM SALDO CREDOR.
           OPEN INPUT CREDITO.
           EVALUATE FS-CREDITO
               WHEN ZEROS
                   SET WRK-CREDITO-ABERTO    TO TRUE
                   PERFORM 0170-LER-CREDITO
               WHEN 35
                   SET WRK-CREDITO-AUSENTE   TO TRUE
               WHEN OTHER
                   MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
                   MOVE FS-CREDITO               TO WRK-STATUS-ERRO
                   MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
                   MOVE "CONCRAZ"                TO WRK-PROGRAMA-ERRO
                   MOVE "CREDITO"                TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
           END-EVALUATE.

           OPEN I-O SALDORAZ.
           IF FS-SALDORAZ EQUAL 35
               OPEN OUTPUT SALDORAZ
               CLOSE SALDORAZ
               OPEN I-O SALDORAZ
           END-IF.
           IF FS-SALDORAZ NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-SALDORAZ              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "CONCRAZ"                TO WRK-PROGRAMA-ERRO
               MOVE "SALDORAZ"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN OUTPUT RELRAZ.
           IF FS-RELRAZ NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-RELRAZ                TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "CONCRAZ"                TO WRK-PROGRAMA-ERRO
               MOVE "RELRAZ"                 TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           PERFORM 0160-LER-JORNAL.
           PERFORM 0165-LER-FATURA.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------
       0116-LER-PARAMETROS              SECTION.
      *-----------------------------------------------------------------
      *    SEM O CARTAO RAZPARM (STATUS 35), COMPETENCIA DA RODADA E
      *    TOLERANCIA PADRAO DE R$1,00.
      *-----------------------------------------------------------------

           OPEN INPUT RAZPARM.

           IF FS-RAZPARM EQUAL ZEROS
               READ RAZPARM
               IF FS-RAZPARM EQUAL ZEROS
                   IF RAZP-COMPETENCIA GREATER ZEROS
                       MOVE RAZP-COMPETENCIA  TO WRK-COMPETENCIA
                   END-IF
                   IF RAZP-TOLERANCIA GREATER ZEROS
                       MOVE RAZP-TOLERANCIA   TO WRK-TOLERANCIA
                   END-IF
                   MOVE RAZP-SALDO-IMPLANTACAO TO WRK-SALDO-IMPLANTACAO
               END-IF
               CLOSE RAZPARM
           ELSE
               IF FS-RAZPARM NOT EQUAL 35
                   MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
                   MOVE FS-RAZPARM               TO WRK-STATUS-ERRO
                   MOVE "0116-LER-PARAMETROS"    TO WRK-AREA-ERRO
                   MOVE "CONCRAZ"                TO WRK-PROGRAMA-ERRO
                   MOVE "RAZPARM"                TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

       0116-LER-PARAMETROS-FIM.         EXIT.

      *-----------------------------------------------------------------
       0150-LER-SALDO-ANTERIOR          SECTION.
      *-----------------------------------------------------------------
      *    O SALDO DO RAZAO VEM CARREGADO DA COMPETENCIA ANTERIOR. SEM
      *    ELA (PRIMEIRA RODADA) VALE O SALDO DE IMPLANTACAO DO CARTAO.
      *-----------------------------------------------------------------

           MOVE WRK-COMPETENCIA          TO WRK-COMPETENCIA-ANTERIOR.
           IF WRK-ANT-MM EQUAL 01
               MOVE 12                   TO WRK-ANT-MM
               SUBTRACT 1 FROM WRK-ANT-AAAA
           ELSE
               SUBTRACT 1 FROM WRK-ANT-MM
           END-IF.

           MOVE WRK-COMPETENCIA-ANTERIOR TO RAZ-COMPETENCIA.
           READ SALDORAZ KEY IS RAZ-COMPETENCIA
               INVALID KEY
                   SET WRK-ANTERIOR-IMPLANTACAO TO TRUE
                   MOVE WRK-SALDO-IMPLANTACAO TO WRK-SALDO-ANTERIOR
                   MOVE ZEROS              TO WRK-DIFERENCA-ANTERIOR
               NOT INVALID KEY
                   SET WRK-ANTERIOR-CARREGADO   TO TRUE
                   MOVE RAZ-SALDO-RAZAO    TO WRK-SALDO-ANTERIOR
                   MOVE RAZ-DIFERENCA      TO WRK-DIFERENCA-ANTERIOR
           END-READ.

       0150-LER-SALDO-ANTERIOR-FIM.     EXIT.

      *-----------------------------------------------------------------
       0160-LER-JORNAL                  SECTION.
      *-----------------------------------------------------------------

           READ GLJORNAL.

           IF FS-GLJORNAL NOT EQUAL 00 AND NOT EQUAL 10
               MOVE WRK-ERRO-LEIT        TO WRK-DESCRICAO-ERRO
               MOVE FS-GLJORNAL          TO WRK-STATUS-ERRO
               MOVE "0160-LER-JORNAL"    TO WRK-AREA-ERRO
               MOVE "CONCRAZ"            TO WRK-PROGRAMA-ERRO
               MOVE "GLJORNAL"           TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           IF FS-GLJORNAL EQUAL ZEROS
               ADD 1 TO ACU-JORNAL-LIDOS
           END-IF.

       0160-LER-JORNAL-FIM.             EXIT.

      *-----------------------------------------------------------------
       0165-LER-FATURA                  SECTION.
      *-----------------------------------------------------------------

           READ FATURAS NEXT RECORD.

           IF FS-FATURAS NOT EQUAL 00 AND NOT EQUAL 10
               MOVE WRK-ERRO-LEIT        TO WRK-DESCRICAO-ERRO
               MOVE FS-FATURAS           TO WRK-STATUS-ERRO
               MOVE "0165-LER-FATURA"    TO WRK-AREA-ERRO
               MOVE "CONCRAZ"            TO WRK-PROGRAMA-ERRO
               MOVE "FATURAS"            TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           IF FS-FATURAS EQUAL ZEROS
               ADD 1 TO ACU-FATURAS-LIDAS
           END-IF.

       0165-LER-FATURA-FIM.             EXIT.

      *-----------------------------------------------------------------
       0170-LER-CREDITO                 SECTION.
      *-----------------------------------------------------------------

           READ CREDITO NEXT RECORD.

           IF FS-CREDITO NOT EQUAL 00 AND NOT EQUAL 10
               MOVE WRK-ERRO-LEIT        TO WRK-DESCRICAO-ERRO
               MOVE FS-CREDITO           TO WRK-STATUS-ERRO
               MOVE "0170-LER-CREDITO"   TO WRK-AREA-ERRO
               MOVE "CONCRAZ"            TO WRK-PROGRAMA-ERRO
               MOVE "CREDITO"            TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           IF FS-CREDITO EQUAL ZEROS
               ADD 1 TO ACU-CREDITOS-LIDOS
           END-IF.

       0170-LER-CREDITO-FIM.            EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR-JORNAL            SECTION.
      *-----------------------------------------------------------------
      *    SO AS PARTIDAS DA CONTA DE CLIENTES A RECEBER. O TIPO SAI
      *    DO HISTORICO GRAVADO PELO GLEXTRAT; HISTORICO FORA DA
      *    TABELA (LANCAMENTO INCLUIDO A MAO NO EXTRATO) CAI EM
      *    "OUTROS LANCAMENTOS".
      *-----------------------------------------------------------------

           IF GL-CONTA EQUAL WRK-CONTA-RECEBER
               ADD 1 TO ACU-JORNAL-RECEBER
               SET IDX-DSC TO 1
               SEARCH DSC-ENTRADA
                   AT END
                       MOVE 8                  TO WRK-IDX-TIPO
                   WHEN DSC-TEXTO (IDX-DSC) EQUAL GL-DESCRICAO
                       MOVE DSC-TIPO (IDX-DSC) TO WRK-IDX-TIPO
               END-SEARCH
               IF GL-DEBITO
                   ADD GL-VALOR TO MOV-DEBITOS  (WRK-IDX-TIPO)
                                   ACU-TOTAL-DEBITOS
               ELSE
                   ADD GL-VALOR TO MOV-CREDITOS (WRK-IDX-TIPO)
                                   ACU-TOTAL-CREDITOS
               END-IF
           END-IF.

           PERFORM 0160-LER-JORNAL.

       0200-PROCESSAR-JORNAL-FIM.       EXIT.

      *-----------------------------------------------------------------
       0220-SOMAR-FATURA                SECTION.
      *-----------------------------------------------------------------
      *    RESIDUO = VALOR + ENCARGOS - PAGO. FATURA AGRUPADA TEM O
      *    VALOR NA CONSOLIDADA DO PAGADOR; PERDA E RENEGOCIADA SAEM
      *    DO AUXILIAR E SO APARECEM COMO INFORMACAO NO RELATORIO.
      *    PAGAMENTO A MAIOR FOI PARA O CREDITO - RESIDUO NEGATIVO NAO
      *    ENTRA.
      *-----------------------------------------------------------------

           IF NOT FAT-AGRUPADA
               COMPUTE WRK-RESIDUO = FAT-VALOR + FAT-VALOR-ENCARGOS
                                   - FAT-VALOR-PAGO
               IF WRK-RESIDUO GREATER ZEROS
                   EVALUATE TRUE
                       WHEN FAT-PERDA
                           ADD 1           TO ACU-FATURAS-PERDA
                           ADD WRK-RESIDUO TO ACU-RESIDUO-PERDA
                       WHEN FAT-RENEGOCIADA
                           ADD 1           TO ACU-FATURAS-RENEGOCIADAS
                           ADD WRK-RESIDUO TO ACU-RESIDUO-RENEGOCIADO
                       WHEN OTHER
                           ADD 1           TO ACU-FATURAS-ABERTAS
                           ADD WRK-RESIDUO TO ACU-RESIDUO-ABERTO
                   END-EVALUATE
               END-IF
           END-IF.

           PERFORM 0165-LER-FATURA.

       0220-SOMAR-FATURA-FIM.           EXIT.

      *-----------------------------------------------------------------
       0230-SOMAR-CREDITO               SECTION.
      *-----------------------------------------------------------------

           ADD CRED-SALDO                TO ACU-SALDO-CREDOR.

           PERFORM 0170-LER-CREDITO.

       0230-SOMAR-CREDITO-FIM.          EXIT.

      *-----------------------------------------------------------------
       0240-APURAR-DIFERENCA            SECTION.
      *-----------------------------------------------------------------

           PERFORM 0241-LIQUIDAR-TIPO
               VARYING IDX-TIPO-IMP FROM 1 BY 1
               UNTIL IDX-TIPO-IMP GREATER 8.

           COMPUTE WRK-MOVIMENTO-RAZAO =
               ACU-TOTAL-DEBITOS - ACU-TOTAL-CREDITOS.
           COMPUTE WRK-SALDO-RAZAO =
               WRK-SALDO-ANTERIOR + WRK-MOVIMENTO-RAZAO.
           COMPUTE WRK-SALDO-AUXILIAR =
               ACU-RESIDUO-ABERTO - ACU-SALDO-CREDOR.
           COMPUTE WRK-DIFERENCA =
               WRK-SALDO-RAZAO - WRK-SALDO-AUXILIAR.
           COMPUTE WRK-VARIACAO-DIFERENCA =
               WRK-DIFERENCA - WRK-DIFERENCA-ANTERIOR.

           IF WRK-DIFERENCA LESS ZEROS
               COMPUTE WRK-DIFERENCA-ABS = ZEROS - WRK-DIFERENCA
           ELSE
               MOVE WRK-DIFERENCA        TO WRK-DIFERENCA-ABS
           END-IF.

           IF WRK-DIFERENCA-ABS GREATER WRK-TOLERANCIA
               SET WRK-DIVERGENTE        TO TRUE
           ELSE
               SET WRK-CONCILIADO        TO TRUE
           END-IF.

       0240-APURAR-DIFERENCA-FIM.       EXIT.

      *-----------------------------------------------------------------
       0241-LIQUIDAR-TIPO               SECTION.
      *-----------------------------------------------------------------

           COMPUTE MOV-LIQUIDO (IDX-TIPO-IMP) =
               MOV-DEBITOS (IDX-TIPO-IMP) - MOV-CREDITOS (IDX-TIPO-IMP).

       0241-LIQUIDAR-TIPO-FIM.          EXIT.

      *-----------------------------------------------------------------
       0250-IMPRIMIR-RELATORIO          SECTION.
      *-----------------------------------------------------------------

           PERFORM 0210-IMPRIMIR-CABECALHO.

           PERFORM 0251-IMPRIMIR-TIPO
               VARYING IDX-TIPO-IMP FROM 1 BY 1
               UNTIL IDX-TIPO-IMP GREATER 8.

           MOVE "TOTAL DO MES"           TO WRK-DET-TIPO.
           MOVE ACU-TOTAL-DEBITOS        TO WRK-DET-DEBITOS.
           MOVE ACU-TOTAL-CREDITOS       TO WRK-DET-CREDITOS.
           MOVE WRK-MOVIMENTO-RAZAO      TO WRK-DET-LIQUIDO.
           MOVE WRK-CABECALHO3           TO REG-RELRAZ.
           PERFORM 0253-GRAVAR-LINHA.
           MOVE WRK-DETALHE              TO REG-RELRAZ.
           PERFORM 0253-GRAVAR-LINHA.

           MOVE WRK-CABECALHO3           TO REG-RELRAZ.
           PERFORM 0253-GRAVAR-LINHA.
           MOVE "LADO DO RAZAO (CONTA DE CLIENTES A RECEBER)"
                                         TO WRK-TIT-TEXTO.
           MOVE WRK-TITULO               TO REG-RELRAZ.
           PERFORM 0253-GRAVAR-LINHA.

           IF WRK-ANTERIOR-CARREGADO
               MOVE "SALDO CARREGADO DA COMPETENCIA ANTERIOR....:"
                                         TO WRK-LIN-DESCRICAO
           ELSE
               MOVE "SALDO DE IMPLANTACAO (CARTAO RAZPARM)......:"
                                         TO WRK-LIN-DESCRICAO
           END-IF.
           MOVE WRK-SALDO-ANTERIOR       TO WRK-LIN-VALOR.
           PERFORM 0252-IMPRIMIR-VALOR.

           MOVE "(+/-) MOVIMENTO DO MES NO GLJORNAL.........:"
                                         TO WRK-LIN-DESCRICAO.
           MOVE WRK-MOVIMENTO-RAZAO      TO WRK-LIN-VALOR.
           PERFORM 0252-IMPRIMIR-VALOR.

           MOVE "SALDO DO A RECEBER NO RAZAO................:"
                                         TO WRK-LIN-DESCRICAO.
           MOVE WRK-SALDO-RAZAO          TO WRK-LIN-VALOR.
           PERFORM 0252-IMPRIMIR-VALOR.

           MOVE WRK-CABECALHO3           TO REG-RELRAZ.
           PERFORM 0253-GRAVAR-LINHA.
           MOVE "LADO DO AUXILIAR (FATURAS E SALDO CREDOR)"
                                         TO WRK-TIT-TEXTO.
           MOVE WRK-TITULO               TO REG-RELRAZ.
           PERFORM 0253-GRAVAR-LINHA.

           MOVE "RESIDUO DAS FATURAS EM ABERTO..............:"
                                         TO WRK-LIN-DESCRICAO.
           MOVE ACU-RESIDUO-ABERTO       TO WRK-LIN-VALOR.
           PERFORM 0252-IMPRIMIR-VALOR.

           MOVE "(-) SALDO CREDOR DOS CLIENTES..............:"
                                         TO WRK-LIN-DESCRICAO.
           MOVE ACU-SALDO-CREDOR         TO WRK-LIN-VALOR.
           PERFORM 0252-IMPRIMIR-VALOR.

           MOVE "SALDO DO AUXILIAR..........................:"
                                         TO WRK-LIN-DESCRICAO.
           MOVE WRK-SALDO-AUXILIAR       TO WRK-LIN-VALOR.
           PERFORM 0252-IMPRIMIR-VALOR.

           MOVE "FORA DO AUXILIAR - RESIDUO EM PERDA........:"
                                         TO WRK-LIN-DESCRICAO.
           MOVE ACU-RESIDUO-PERDA        TO WRK-LIN-VALOR.
           PERFORM 0252-IMPRIMIR-VALOR.

           MOVE "FORA DO AUXILIAR - RESIDUO RENEGOCIADO.....:"
                                         TO WRK-LIN-DESCRICAO.
           MOVE ACU-RESIDUO-RENEGOCIADO  TO WRK-LIN-VALOR.
           PERFORM 0252-IMPRIMIR-VALOR.

           MOVE WRK-CABECALHO3           TO REG-RELRAZ.
           PERFORM 0253-GRAVAR-LINHA.
           MOVE "DIFERENCA RAZAO - AUXILIAR"
                                         TO WRK-TIT-TEXTO.
           MOVE WRK-TITULO               TO REG-RELRAZ.
           PERFORM 0253-GRAVAR-LINHA.

           MOVE "DIFERENCA DA COMPETENCIA ANTERIOR..........:"
                                         TO WRK-LIN-DESCRICAO.
           MOVE WRK-DIFERENCA-ANTERIOR   TO WRK-LIN-VALOR.
           PERFORM 0252-IMPRIMIR-VALOR.

           MOVE "VARIACAO DA DIFERENCA NO MES...............:"
                                         TO WRK-LIN-DESCRICAO.
           MOVE WRK-VARIACAO-DIFERENCA   TO WRK-LIN-VALOR.
           PERFORM 0252-IMPRIMIR-VALOR.

           MOVE "DIFERENCA ATUAL............................:"
                                         TO WRK-LIN-DESCRICAO.
           MOVE WRK-DIFERENCA            TO WRK-LIN-VALOR.
           PERFORM 0252-IMPRIMIR-VALOR.

           MOVE "TOLERANCIA.................................:"
                                         TO WRK-LIN-DESCRICAO.
           MOVE WRK-TOLERANCIA           TO WRK-LIN-VALOR.
           PERFORM 0252-IMPRIMIR-VALOR.

           IF WRK-CONCILIADO
               MOVE "CONCILIADO"         TO WRK-SIT-TEXTO
           ELSE
               MOVE "DIVERGENTE - COMPETENCIA NAO LIBERADA PARA O FECHO"
                                         TO WRK-SIT-TEXTO
           END-IF.
           MOVE WRK-CABECALHO3           TO REG-RELRAZ.
           PERFORM 0253-GRAVAR-LINHA.
           MOVE WRK-LINHA-SITUACAO       TO REG-RELRAZ.
           PERFORM 0253-GRAVAR-LINHA.

       0250-IMPRIMIR-RELATORIO-FIM.     EXIT.

      *-----------------------------------------------------------------
       0210-IMPRIMIR-CABECALHO          SECTION.
      *-----------------------------------------------------------------

           IF ACU-PAG GREATER 1
               MOVE WRK-CABECALHO3 TO REG-RELRAZ
               WRITE REG-RELRAZ AFTER PAGE
           END-IF.
           MOVE WRK-CABECALHO3 TO REG-RELRAZ.
           WRITE REG-RELRAZ AFTER 1 LINE.

           MOVE WRK-CABECALHO1 TO REG-RELRAZ.
           WRITE REG-RELRAZ AFTER 1 LINE.

           MOVE WRK-CABECALHO3 TO REG-RELRAZ.
           WRITE REG-RELRAZ AFTER 1 LINE.

           MOVE WRK-CABECALHO2 TO REG-RELRAZ.
           WRITE REG-RELRAZ AFTER 1 LINE.

           MOVE WRK-CABECALHO3 TO REG-RELRAZ.
           WRITE REG-RELRAZ AFTER 1 LINE.

           ADD 1  TO ACU-PAG.
           MOVE 4 TO ACU-QTLINHAS.

       0210-IMPRIMIR-CABECALHO-FIM.     EXIT.

      *-----------------------------------------------------------------
       0251-IMPRIMIR-TIPO               SECTION.
      *-----------------------------------------------------------------

           MOVE TIPO-NOME    (IDX-TIPO-IMP) TO WRK-DET-TIPO.
           MOVE MOV-DEBITOS  (IDX-TIPO-IMP) TO WRK-DET-DEBITOS.
           MOVE MOV-CREDITOS (IDX-TIPO-IMP) TO WRK-DET-CREDITOS.
           MOVE MOV-LIQUIDO  (IDX-TIPO-IMP) TO WRK-DET-LIQUIDO.
           MOVE WRK-DETALHE                 TO REG-RELRAZ.
           PERFORM 0253-GRAVAR-LINHA.

       0251-IMPRIMIR-TIPO-FIM.          EXIT.

      *-----------------------------------------------------------------
       0252-IMPRIMIR-VALOR              SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-LINHA-VALOR TO REG-RELRAZ.
           PERFORM 0253-GRAVAR-LINHA.

       0252-IMPRIMIR-VALOR-FIM.         EXIT.

      *-----------------------------------------------------------------
       0253-GRAVAR-LINHA                SECTION.
      *-----------------------------------------------------------------

           IF ACU-QTLINHAS GREATER 40
               MOVE REG-RELRAZ          TO WRK-TIT-TEXTO
               PERFORM 0210-IMPRIMIR-CABECALHO
               MOVE WRK-TIT-TEXTO       TO REG-RELRAZ
           END-IF.

           WRITE REG-RELRAZ AFTER 1 LINE.
           IF FS-RELRAZ NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-RELRAZ                TO WRK-STATUS-ERRO
               MOVE "0253-GRAVAR-LINHA"      TO WRK-AREA-ERRO
               MOVE "CONCRAZ"                TO WRK-PROGRAMA-ERRO
               MOVE "RELRAZ"                 TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           ADD 1 TO ACU-QTLINHAS.

       0253-GRAVAR-LINHA-FIM.           EXIT.

      *-----------------------------------------------------------------
       0260-GRAVAR-SALDO                SECTION.
      *-----------------------------------------------------------------
      *    A LEITURA PELA CHAVE SO DIZ SE GRAVA OU REGRAVA; O REGISTRO
      *    E MONTADO DEPOIS DELA, SOBRE A AREA LIDA.
      *-----------------------------------------------------------------

           MOVE WRK-COMPETENCIA          TO RAZ-COMPETENCIA.
           READ SALDORAZ KEY IS RAZ-COMPETENCIA
               INVALID KEY
                   CONTINUE
           END-READ.

           MOVE WRK-COMPETENCIA          TO RAZ-COMPETENCIA.
           MOVE WRK-SW-SITUACAO          TO RAZ-SITUACAO.
           MOVE WRK-DATA-EXECUCAO        TO RAZ-DATA-EXECUCAO.
           MOVE WRK-SALDO-ANTERIOR       TO RAZ-SALDO-ANTERIOR.
           PERFORM 0261-MOVER-TIPO
               VARYING IDX-TIPO-IMP FROM 1 BY 1
               UNTIL IDX-TIPO-IMP GREATER 8.
           MOVE WRK-SALDO-RAZAO          TO RAZ-SALDO-RAZAO.
           MOVE ACU-RESIDUO-ABERTO       TO RAZ-RESIDUO-FATURAS.
           MOVE ACU-SALDO-CREDOR         TO RAZ-SALDO-CREDOR.
           MOVE WRK-SALDO-AUXILIAR       TO RAZ-SALDO-AUXILIAR.
           MOVE WRK-DIFERENCA            TO RAZ-DIFERENCA.
           MOVE WRK-TOLERANCIA           TO RAZ-TOLERANCIA.

           IF FS-SALDORAZ EQUAL ZEROS
               REWRITE REG-SALDO-RAZAO
           ELSE
               WRITE REG-SALDO-RAZAO
           END-IF.

           IF FS-SALDORAZ NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-SALDORAZ              TO WRK-STATUS-ERRO
               MOVE "0260-GRAVAR-SALDO"      TO WRK-AREA-ERRO
               MOVE "CONCRAZ"                TO WRK-PROGRAMA-ERRO
               MOVE "SALDORAZ"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0260-GRAVAR-SALDO-FIM.           EXIT.

      *-----------------------------------------------------------------
       0261-MOVER-TIPO                  SECTION.
      *-----------------------------------------------------------------

           MOVE MOV-LIQUIDO (IDX-TIPO-IMP)
                                TO RAZ-MOVIMENTO-TIPO (IDX-TIPO-IMP).

       0261-MOVER-TIPO-FIM.             EXIT.

      *-----------------------------------------------------------------
       0290-ESTATISTICA                 SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-TRACO.
           DISPLAY "COMPETENCIA CONCILIADA........: " WRK-COMPETENCIA.
           DISPLAY "PARTIDAS LIDAS NO GLJORNAL....: " ACU-JORNAL-LIDOS.
           DISPLAY "PARTIDAS NO A RECEBER.........: "
                                                   ACU-JORNAL-RECEBER.
           DISPLAY "FATURAS LIDAS.................: " ACU-FATURAS-LIDAS.
           DISPLAY "FATURAS COM RESIDUO EM ABERTO.: "
                                                   ACU-FATURAS-ABERTAS.
           DISPLAY "FATURAS EM PERDA COM RESIDUO..: " ACU-FATURAS-PERDA.
           DISPLAY "FATURAS RENEGOCIADAS C/RESIDUO: "
                                              ACU-FATURAS-RENEGOCIADAS.
           DISPLAY "SALDOS CREDORES LIDOS.........: "
                                                   ACU-CREDITOS-LIDOS.
           DISPLAY "SALDO DO RAZAO................: " WRK-SALDO-RAZAO.
           DISPLAY "SALDO DO AUXILIAR.............: "
                                                   WRK-SALDO-AUXILIAR.
           DISPLAY "DIFERENCA.....................: " WRK-DIFERENCA.
           DISPLAY "SITUACAO DA COMPETENCIA.......: " WRK-SW-SITUACAO.
           DISPLAY WRK-TRACO.
           DISPLAY WRK-FIM-PROGRAMA.
           DISPLAY WRK-TRACO.

       0290-ESTATISTICA-FIM.            EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                   SECTION.
      *-----------------------------------------------------------------

           PERFORM 0290-ESTATISTICA.

           CLOSE GLJORNAL.
           IF FS-GLJORNAL NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-GLJORNAL       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "CONCRAZ"         TO WRK-PROGRAMA-ERRO
               MOVE "GLJORNAL"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE FATURAS.
           IF FS-FATURAS NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-FATURAS        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "CONCRAZ"         TO WRK-PROGRAMA-ERRO
               MOVE "FATURAS"         TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           IF WRK-CREDITO-ABERTO
               CLOSE CREDITO
               IF FS-CREDITO NOT EQUAL ZEROS
                   MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
                   MOVE FS-CREDITO        TO WRK-STATUS-ERRO
                   MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
                   MOVE "CONCRAZ"         TO WRK-PROGRAMA-ERRO
                   MOVE "CREDITO"         TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

           CLOSE SALDORAZ.
           IF FS-SALDORAZ NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-SALDORAZ       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "CONCRAZ"         TO WRK-PROGRAMA-ERRO
               MOVE "SALDORAZ"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE RELRAZ.
           IF FS-RELRAZ NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-RELRAZ         TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "CONCRAZ"         TO WRK-PROGRAMA-ERRO
               MOVE "RELRAZ"          TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           IF WRK-DIVERGENTE
               MOVE 08 TO RETURN-CODE
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
