      *-----------------------------------------------------------------
       IDENTIFICATION                   DIVISION.
       PROGRAM-ID. MRRREL.
      *=================================================================
      *== PROGRAMA....: MRRREL
      *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
      *== ANALISTA....: IVAN SANCHES
      *== DATA........: 15/10/2026
      *== CONSULTORIA:
      *-----------------------------------------------------------------
      *== OBJETIVO....: RELATORIO DE MOVIMENTO DO MRR (RECEITA
      *                 RECORRENTE MENSAL) POR STREAMING E PLANO - O
      *                 TENDHIST MOSTRA QUANTO O FATURADO VARIOU E O
      *                 CHURNREL QUANTOS SAIRAM, MAS NENHUM DOS DOIS
      *                 EXPLICA POR QUE A RECEITA MEXEU. PARA CADA
      *                 CLIENTE DO MESTRE O VALOR FATURADO NA
      *                 COMPETENCIA (ARQUIVO FATURAS, BOOK REGFATUR) E
      *                 COMPARADO COM O DA COMPETENCIA ANTERIOR E A
      *                 DIFERENCA E CLASSIFICADA EM NOVO, EXPANSAO
      *                 (UPGRADE OU REAJUSTE PARA CIMA), CONTRACAO
      *                 (DOWNGRADE, DESCONTO, CAMPANHA), CHURN,
      *                 REATIVACAO (CLIENTE QUE JA TINHA SIDO FATURADO
      *                 E VOLTOU DE PAUSA, SUSPENSAO OU CANCELAMENTO)
      *                 E EFEITO CAMBIAL DOS CLIENTES EM MOEDA
      *                 ESTRANGEIRA (TAXA DO MES NO ARQUIVO COTACOES,
      *                 BOOK REGCOTA, OU A TAXA FIXA DO BOOK BOOKFX).
      *                 SAI O QUADRO MRR DE ABERTURA + MOVIMENTOS =
      *                 MRR DE FECHAMENTO POR REG-STREAMING E REG-PLANO,
      *                 EM REAIS, E O MESMO QUADRO EM CSV (PONTO-E-
      *                 VIRGULA) PARA A APRESENTACAO DO FINANCEIRO.
      *                 PLANO ANUAL ENTRA COM O DOZE AVOS DA AGENDA DE
      *                 RECEITA DIFERIDA (ARQUIVO DIFERIDO, BOOK
      *                 REGDIF) EM CADA MES DA VIGENCIA; NO
      *                 FATURAMENTO POR PAGADOR CADA CLIENTE ENTRA COM
      *                 A SUA PROPRIA COTA: O MEMBRO PELA COTA "G"
      *                 (FAT-VALOR) E A CONTA PAGADORA (REG-PAGADOR
      *                 IGUAL AO PROPRIO CODIGO, INCLUSIVE A CONTA DE
      *                 REVENDA) SO PELO FAT-VALOR-TITULAR, MESMO
      *                 ZERADO - A CONSOLIDADA DE UM PAGADOR QUE NAO
      *                 FATUROU NO MES, E A DE ATACADO DA REVENDA, SO
      *                 TEM AS COTAS DOS MEMBROS, JA CONTADAS NELES;
      *                 PARCELA DE ACORDO (COMPETENCIA FORA DE BANDA)
      *                 NAO E RECEITA RECORRENTE E FICA DE FORA.
      *-----------------------------------------------------------------
      *===================ESPECIFICACOES DO PROGRAMA====================
      *    ARQUIVO                    TIPO               BOOK
      *    MRRPARM                   INPUT              REGMRRP
      *    COTACOES                  INPUT              REGCOTA
      *    CLIENTES                  INPUT              REGCLI
      *    FATURAS                   INPUT              REGFATUR
      *    DIFERIDO                  INPUT              REGDIF
      *    MRRREL                    OUTPUT             N/A
      *    MRRCSV                    OUTPUT             N/A
      *    MRRREL                    INPUT              BOOKCAT
      *    MRRREL                    INPUT              BOOKFX
      *    MRRREL                    INPUT              BOOKMSG
      *    MRRREL                    INPUT              BOOKASSI
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
           SELECT MRRPARM ASSIGN TO WRK-NOME-MRRPARM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-MRRPARM.

           SELECT COTACOES ASSIGN TO WRK-NOME-COTACOES
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-COTACOES.

           SELECT CLIENTES ASSIGN TO WRK-NOME-CLIENTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REG-CODIGO
           FILE STATUS IS FS-CLIENTES.

           SELECT FATURAS ASSIGN TO WRK-NOME-FATURAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FAT-CHAVE
           FILE STATUS IS FS-FATURAS.

           SELECT DIFERIDO ASSIGN TO WRK-NOME-DIFERIDO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DIF-CHAVE
           FILE STATUS IS FS-DIFERIDO.

           SELECT MRRREL ASSIGN TO WRK-NOME-MRRREL
           FILE STATUS IS FS-MRRREL.

           SELECT MRRCSV ASSIGN TO WRK-NOME-MRRCSV
           FILE STATUS IS FS-MRRCSV.
      *-----------------------------------------------------------------

      *=================================================================
       DATA                             DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                             SECTION.
      *-----------------------------------------------------------------
      *
      *            INPUT - CARTAO DE PARAMETRO (COMPETENCIA)
      *
      *-----------------------------------------------------------------
       FD  MRRPARM.
       COPY "REGMRRP".

      *-----------------------------------------------------------------
      *
      *            INPUT - COTACOES MENSAIS POR MOEDA
      *
      *-----------------------------------------------------------------
       FD  COTACOES.
       COPY "REGCOTA".

      *-----------------------------------------------------------------
      *
      *            INPUT - MESTRE INDEXADO DE CLIENTES
      *
      *-----------------------------------------------------------------
       FD  CLIENTES.
       COPY "REGCLI".

      *-----------------------------------------------------------------
      *
      *            INPUT - FATURAS POR COMPETENCIA (CODIGO + AAAAMM)
      *
      *-----------------------------------------------------------------
       FD  FATURAS.
       COPY "REGFATUR".

      *-----------------------------------------------------------------
      *
      *            INPUT - AGENDA DE RECEITA DIFERIDA (PLANOS ANUAIS)
      *
      *-----------------------------------------------------------------
       FD  DIFERIDO.
       COPY "REGDIF".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - RELATORIO DE MOVIMENTO DO MRR
      *
      *-----------------------------------------------------------------
       FD  MRRREL.
       01  REG-MRRREL                   PIC X(132).

      *-----------------------------------------------------------------
      *
      *            OUTPUT - MOVIMENTO DO MRR EM CSV PARA O FINANCEIRO
      *
      *-----------------------------------------------------------------
       FD  MRRCSV.
       01  REG-MRRCSV                   PIC X(150).

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

       01  FS-MRRPARM                   PIC 9(002)         VALUE ZEROS.
       01  FS-COTACOES                  PIC 9(002)         VALUE ZEROS.
       01  FS-CLIENTES                  PIC 9(002)         VALUE ZEROS.
       01  FS-FATURAS                   PIC 9(002)         VALUE ZEROS.
       01  FS-DIFERIDO                  PIC 9(002)         VALUE ZEROS.
       01  FS-MRRREL                    PIC 9(002)         VALUE ZEROS.
       01  FS-MRRCSV                    PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----NOMES EXTERNALIZADOS VIA DD-----".
      *-----------------------------------------------------------------

       01  WRK-NOME-MRRPARM             PIC X(040)         VALUE
              "C:\RELATORIO\dados\MRRPARM.DAT".
       01  WRK-NOME-COTACOES            PIC X(040)         VALUE
              "C:\RELATORIO\dados\COTACOES.DAT".
       01  WRK-NOME-CLIENTES            PIC X(040)         VALUE
              "C:\RELATORIO\dados\CLIENTES.DAT".
       01  WRK-NOME-FATURAS             PIC X(040)         VALUE
              "C:\RELATORIO\dados\FATURAS.DAT".
       01  WRK-NOME-DIFERIDO            PIC X(040)         VALUE
              "C:\RELATORIO\dados\DIFERIDO.DAT".
       01  WRK-NOME-MRRREL              PIC X(040)         VALUE
              "C:\RELATORIO\dados\MRRREL.txt".
       01  WRK-NOME-MRRCSV              PIC X(040)         VALUE
              "C:\RELATORIO\dados\MRRREL.CSV".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEIS DE DATA E COMPETENCIA-----".
      *-----------------------------------------------------------------

       01  WRK-DATA-ATUAL               PIC 9(008)          VALUE ZEROS.
       01  WRK-DATA-ATUAL-R REDEFINES WRK-DATA-ATUAL.
           05 WRK-COMPETENCIA-ATUAL     PIC 9(006).
           05 FILLER                    PIC 9(002).

       01  WRK-COMPETENCIA              PIC 9(006)         VALUE ZEROS.
       01  WRK-COMPETENCIA-ANTERIOR     PIC 9(006)         VALUE ZEROS.
       01  FILLER REDEFINES WRK-COMPETENCIA-ANTERIOR.
           05 WRK-ANT-AAAA              PIC 9(004).
           05 WRK-ANT-MM                PIC 9(002).

       01  WRK-FAT-COMPETENCIA          PIC 9(006)         VALUE ZEROS.
       01  FILLER REDEFINES WRK-FAT-COMPETENCIA.
           05 WRK-FAT-AAAA              PIC 9(004).
           05 WRK-FAT-MM                PIC 9(002).

       01  WRK-FIM-COBERTURA            PIC 9(006)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEIS DAS FATURAS DO CLIENTE-----".
      *-----------------------------------------------------------------

       01  WRK-SW-DIFERIDO              PIC X(001)         VALUE "N".
           88 WRK-DIFERIDO-DISPONIVEL                      VALUE "S".
           88 WRK-DIFERIDO-INDISPONIVEL                     VALUE "N".
       01  WRK-SW-FIM-FATURA            PIC X(001)         VALUE "N".
           88 WRK-FIM-FATURA                               VALUE "S".
           88 WRK-NAO-FIM-FATURA                            VALUE "N".
       01  WRK-SW-HISTORICO             PIC X(001)         VALUE "N".
           88 WRK-COM-HISTORICO                            VALUE "S".
           88 WRK-SEM-HISTORICO                             VALUE "N".

       01  WRK-VALOR-FATURA             PIC 9(005)V99      VALUE ZEROS.
       01  WRK-MRR-ANT-ORIGEM           PIC 9(007)V99      VALUE ZEROS.
       01  WRK-MRR-ATU-ORIGEM           PIC 9(007)V99      VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEIS DE CONVERSAO CAMBIAL-----".
      *-----------------------------------------------------------------

       01  WRK-SW-FIM-COTACAO           PIC X(001)         VALUE "N".
           88 WRK-FIM-COTACAO                              VALUE "S".
       01  WRK-SW-COTACAO               PIC X(001)         VALUE "N".
           88 WRK-COTACAO-ACHADA                           VALUE "S".
           88 WRK-COTACAO-NAO-ACHADA                        VALUE "N".

       01  TAB-COTACOES.
           05 TCOT-ENTRADA              OCCURS 300 TIMES.
               10 TCOT-MOEDA            PIC X(003)         VALUE SPACES.
               10 TCOT-COMPETENCIA      PIC 9(006)         VALUE ZEROS.
               10 TCOT-TAXA             PIC 9(003)V9999    VALUE ZEROS.

       01  WRK-QT-COTACOES              PIC 9(003)  COMP-3 VALUE ZEROS.
       01  IDX-COT                      PIC 9(003)  COMP-3 VALUE ZEROS.

       01  WRK-TX-MOEDA                 PIC X(003)         VALUE SPACES.
       01  WRK-TX-COMPETENCIA           PIC 9(006)         VALUE ZEROS.
       01  WRK-TX-TAXA                  PIC 9(003)V9999    VALUE ZEROS.
       01  WRK-TAXA-ANTERIOR            PIC 9(003)V9999    VALUE ZEROS.
       01  WRK-TAXA-ATUAL               PIC 9(003)V9999    VALUE ZEROS.

       01  WRK-MRR-ANT-REAIS            PIC 9(009)V99      VALUE ZEROS.
       01  WRK-MRR-ATU-REAIS            PIC 9(009)V99      VALUE ZEROS.
       01  WRK-MRR-ANT-TAXA-ATUAL       PIC 9(009)V99      VALUE ZEROS.
       01  WRK-EFEITO-CAMBIO            PIC S9(009)V99     VALUE ZEROS.
       01  WRK-VARIACAO                 PIC S9(009)V99     VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----ACUMULADORES POR STREAMING/PLANO-----".
      *-----------------------------------------------------------------
      *    LINHA 11 DO STREAMING RECEBE O QUE NAO ESTA NO CATALOGO, PARA
      *    O TOTAL DO QUADRO FECHAR COM O MRR DA BASE INTEIRA.
      *-----------------------------------------------------------------

       01  TAB-MRR.
           05 MRR-STREAMING-ENTRADA     OCCURS 11 TIMES.
               10 MRR-PLANO-ENTRADA     OCCURS 3 TIMES.
                   15 MRR-ABERTURA      PIC S9(009)V99 COMP-3
                                                     VALUE ZEROS.
                   15 MRR-NOVOS         PIC S9(009)V99 COMP-3
                                                     VALUE ZEROS.
                   15 MRR-EXPANSAO      PIC S9(009)V99 COMP-3
                                                     VALUE ZEROS.
                   15 MRR-REATIVACAO    PIC S9(009)V99 COMP-3
                                                     VALUE ZEROS.
                   15 MRR-CONTRACAO     PIC S9(009)V99 COMP-3
                                                     VALUE ZEROS.
                   15 MRR-CHURN         PIC S9(009)V99 COMP-3
                                                     VALUE ZEROS.
                   15 MRR-CAMBIO        PIC S9(009)V99 COMP-3
                                                     VALUE ZEROS.
                   15 MRR-FECHAMENTO    PIC S9(009)V99 COMP-3
                                                     VALUE ZEROS.

       01  WRK-TOTAIS-MRR.
           05 TOT-ABERTURA              PIC S9(009)V99 COMP-3
                                                     VALUE ZEROS.
           05 TOT-NOVOS                 PIC S9(009)V99 COMP-3
                                                     VALUE ZEROS.
           05 TOT-EXPANSAO              PIC S9(009)V99 COMP-3
                                                     VALUE ZEROS.
           05 TOT-REATIVACAO            PIC S9(009)V99 COMP-3
                                                     VALUE ZEROS.
           05 TOT-CONTRACAO             PIC S9(009)V99 COMP-3
                                                     VALUE ZEROS.
           05 TOT-CHURN                 PIC S9(009)V99 COMP-3
                                                     VALUE ZEROS.
           05 TOT-CAMBIO                PIC S9(009)V99 COMP-3
                                                     VALUE ZEROS.
           05 TOT-FECHAMENTO            PIC S9(009)V99 COMP-3
                                                     VALUE ZEROS.

       01  WRK-FECHAMENTO-CALCULADO     PIC S9(009)V99 COMP-3
                                                     VALUE ZEROS.

       01  WRK-IDX-STREAMING            PIC 9(003)  COMP-3 VALUE ZEROS.
       01  WRK-IDX-PLANO                PIC 9(001)  COMP-3 VALUE ZEROS.
       01  IDX-STR-IMP                  PIC 9(003)  COMP-3 VALUE ZEROS.
       01  IDX-PLA-IMP                  PIC 9(003)  COMP-3 VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----LINHAS DO RELATORIO-----".
      *-----------------------------------------------------------------

       01  WRK-CABECALHO1.
           05 FILLER                    PIC X(040)         VALUE
              "MOVIMENTO DO MRR POR STREAMING E PLANO -".
           05 FILLER                    PIC X(013)         VALUE
              " COMPETENCIA ".
           05 WRK-CAB-COMPETENCIA       PIC 9(006)         VALUE ZEROS.
           05 FILLER                    PIC X(010)         VALUE
              " CONTRA ".
           05 WRK-CAB-ANTERIOR          PIC 9(006)         VALUE ZEROS.
           05 FILLER                    PIC X(057)         VALUE
              "  (VALORES EM REAIS)".

       01  WRK-CABECALHO2.
           05 FILLER                    PIC X(011)         VALUE
              "STREAMING".
           05 FILLER                    PIC X(008)         VALUE
              "PLANO".
           05 FILLER                    PIC X(014)         VALUE
              "  MRR ABERTURA".
           05 FILLER                    PIC X(014)         VALUE
              "         NOVOS".
           05 FILLER                    PIC X(014)         VALUE
              "      EXPANSAO".
           05 FILLER                    PIC X(014)         VALUE
              "    REATIVACAO".
           05 FILLER                    PIC X(014)         VALUE
              "     CONTRACAO".
           05 FILLER                    PIC X(014)         VALUE
              "         CHURN".
           05 FILLER                    PIC X(014)         VALUE
              "        CAMBIO".
           05 FILLER                    PIC X(014)         VALUE
              "MRR FECHAMENTO".
           05 FILLER                    PIC X(001)         VALUE SPACES.

       01  WRK-LINHA-MRR.
           05 WRK-LIN-STREAMING         PIC X(010)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-LIN-PLANO             PIC X(007)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-LIN-COLUNA            OCCURS 8 TIMES.
               10 FILLER                PIC X(001).
               10 WRK-LIN-VALOR         PIC -Z.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(001)         VALUE SPACES.

       01  WRK-LINHA-CONFERENCIA.
           05 FILLER                    PIC X(047)         VALUE
              "CONFERENCIA ABERTURA + MOVIMENTOS = FECHAMENTO:".
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-CONF-VALOR            PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-CONF-SITUACAO         PIC X(013)         VALUE SPACES.
           05 FILLER                    PIC X(056)         VALUE SPACES.

       01  WRK-CABECALHO3.
           05 FILLER                    PIC X(040)         VALUE
              "CLIENTES POR TIPO DE MOVIMENTO".
           05 FILLER                    PIC X(092)         VALUE SPACES.

       01  WRK-LINHA-QTDE.
           05 WRK-QTD-DESCRICAO         PIC X(030)         VALUE SPACES.
           05 WRK-QTD-VALOR             PIC ZZZZZZ9        VALUE ZEROS.
           05 FILLER                    PIC X(095)         VALUE SPACES.

       01  WRK-LINHA-BRANCO             PIC X(132)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEIS DE SAIDA EM CSV-----".
      *-----------------------------------------------------------------

       01  WRK-CABECALHO-CSV.
           05 FILLER                    PIC X(048)         VALUE
              "COMPETENCIA;STREAMING;PLANO;MRR ABERTURA;NOVOS;".
           05 FILLER                    PIC X(050)         VALUE
              "EXPANSAO;REATIVACAO;CONTRACAO;CHURN;CAMBIO;MRR ".
           05 FILLER                    PIC X(052)         VALUE
              "FECHAMENTO".

       01  WRK-DETALHE-CSV.
           05 CSV-COMPETENCIA           PIC 9(006)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE ";".
           05 CSV-STREAMING             PIC X(010)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE ";".
           05 CSV-PLANO                 PIC X(007)         VALUE SPACES.
           05 CSV-COLUNA                OCCURS 8 TIMES.
               10 FILLER                PIC X(001).
               10 CSV-VALOR             PIC -9(009),99.
           05 FILLER                    PIC X(013)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----TABELA DE NOMES DE PLANO-----".
      *-----------------------------------------------------------------

       01  WRK-PLANOS-NOMES.
           05 FILLER                    PIC X(007)         VALUE
              "BASICO".
           05 FILLER                    PIC X(007)         VALUE
              "PADRAO".
           05 FILLER                    PIC X(007)         VALUE
              "PREMIUM".

       01  TAB-PLANOS REDEFINES WRK-PLANOS-NOMES.
           05 TAB-PLANO-NOME            PIC X(007)
                                         OCCURS 3 TIMES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEL DE ACUMULACAO-----".
      *-----------------------------------------------------------------

       01  ACU-LIDOS                    PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-FATURAS-LIDAS            PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-FATURAS-ANUAIS           PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-CONTAS-PAGADORAS         PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-COTACOES                 PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-COTACOES-IGNORADAS       PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-SEM-COTACAO              PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-SEM-RECEITA              PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-CLI-NOVOS                PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-CLI-EXPANSAO             PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-CLI-REATIVACAO           PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-CLI-CONTRACAO            PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-CLI-CHURN                PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-CLI-CAMBIO               PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-CLI-ESTAVEIS             PIC 9(007)  COMP-3 VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----CATALOGO DE STREAMING-----".
      *-----------------------------------------------------------------
       COPY "BOOKCAT".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----TABELA FIXA DE COTACOES-----".
      *-----------------------------------------------------------------
       COPY "BOOKFX".

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
           PERFORM 0160-LER-DADOS.
           PERFORM 0200-PROCESSAR UNTIL FS-CLIENTES EQUAL 10.
           PERFORM 0240-IMPRIMIR-RELATORIO.
           PERFORM 0300-FINALIZAR.

       0000-PRINCIPAL-FIM.              EXIT.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                 SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           MOVE WRK-COMPETENCIA-ATUAL    TO WRK-COMPETENCIA.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_MRRPARM".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-MRRPARM
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_COTACOES".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-COTACOES
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

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_DIFERIDO".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-DIFERIDO
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_MRRREL".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-MRRREL
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_MRRCSV".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-MRRCSV
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           PERFORM 0116-LER-PARAMETROS.
           PERFORM 0120-CARREGAR-COTACOES.

           MOVE WRK-COMPETENCIA          TO WRK-COMPETENCIA-ANTERIOR.
           IF WRK-ANT-MM EQUAL 01
               MOVE 12                   TO WRK-ANT-MM
               SUBTRACT 1 FROM WRK-ANT-AAAA
           ELSE
               SUBTRACT 1 FROM WRK-ANT-MM
           END-IF.

           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "MRRREL"                 TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN INPUT FATURAS.
           IF FS-FATURAS NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-FATURAS               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "MRRREL"                 TO WRK-PROGRAMA-ERRO
               MOVE "FATURAS"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN INPUT DIFERIDO.
           IF FS-DIFERIDO EQUAL ZEROS
               SET WRK-DIFERIDO-DISPONIVEL   TO TRUE
           ELSE
               IF FS-DIFERIDO EQUAL 35
                   SET WRK-DIFERIDO-INDISPONIVEL TO TRUE
               ELSE
                   MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
                   MOVE FS-DIFERIDO              TO WRK-STATUS-ERRO
                   MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
                   MOVE "MRRREL"                 TO WRK-PROGRAMA-ERRO
                   MOVE "DIFERIDO"               TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

           OPEN OUTPUT MRRREL.
           IF FS-MRRREL NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-MRRREL                TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "MRRREL"                 TO WRK-PROGRAMA-ERRO
               MOVE "MRRREL"                 TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN OUTPUT MRRCSV.
           IF FS-MRRCSV NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-MRRCSV                TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "MRRREL"                 TO WRK-PROGRAMA-ERRO
               MOVE "MRRCSV"                 TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------
       0116-LER-PARAMETROS              SECTION.
      *-----------------------------------------------------------------
      *    SEM O CARTAO MRRPARM (STATUS 35), OU COM A COMPETENCIA
      *    ZERADA, VALE A COMPETENCIA DA DATA DA RODADA.
      *-----------------------------------------------------------------

           OPEN INPUT MRRPARM.

           IF FS-MRRPARM EQUAL ZEROS
               READ MRRPARM
               IF FS-MRRPARM EQUAL ZEROS
                   IF MRRP-COMPETENCIA GREATER ZEROS
                       MOVE MRRP-COMPETENCIA  TO WRK-COMPETENCIA
                   END-IF
               END-IF
               CLOSE MRRPARM
           ELSE
               IF FS-MRRPARM NOT EQUAL 35
                   MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
                   MOVE FS-MRRPARM               TO WRK-STATUS-ERRO
                   MOVE "0116-LER-PARAMETROS"    TO WRK-AREA-ERRO
                   MOVE "MRRREL"                 TO WRK-PROGRAMA-ERRO
                   MOVE "MRRPARM"                TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

       0116-LER-PARAMETROS-FIM.         EXIT.

      *-----------------------------------------------------------------
       0120-CARREGAR-COTACOES           SECTION.
      *-----------------------------------------------------------------
      *    AS COTACOES DO MES SOBEM PARA A TABELA EM MEMORIA. SEM O
      *    ARQUIVO (STATUS 35) TODA CONVERSAO USA A TAXA FIXA DO
      *    BOOKFX E O EFEITO CAMBIAL FICA ZERADO.
      *-----------------------------------------------------------------

           OPEN INPUT COTACOES.

           IF FS-COTACOES EQUAL ZEROS
               PERFORM 0121-LER-COTACAO
                   UNTIL WRK-FIM-COTACAO
               CLOSE COTACOES
           ELSE
               IF FS-COTACOES NOT EQUAL 35
                   MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
                   MOVE FS-COTACOES              TO WRK-STATUS-ERRO
                   MOVE "0120-CARREGAR-COTACOES" TO WRK-AREA-ERRO
                   MOVE "MRRREL"                 TO WRK-PROGRAMA-ERRO
                   MOVE "COTACOES"               TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

       0120-CARREGAR-COTACOES-FIM.      EXIT.

      *-----------------------------------------------------------------
       0121-LER-COTACAO                 SECTION.
      *-----------------------------------------------------------------

           READ COTACOES.

           EVALUATE FS-COTACOES
               WHEN 00
                   IF WRK-QT-COTACOES LESS 300
                       ADD 1 TO WRK-QT-COTACOES
                       MOVE COT-MOEDA       TO
                                      TCOT-MOEDA (WRK-QT-COTACOES)
                       MOVE COT-COMPETENCIA TO
                                      TCOT-COMPETENCIA (WRK-QT-COTACOES)
                       MOVE COT-TAXA        TO
                                      TCOT-TAXA (WRK-QT-COTACOES)
                       ADD 1 TO ACU-COTACOES
                   ELSE
                       ADD 1 TO ACU-COTACOES-IGNORADAS
                   END-IF
               WHEN 10
                   SET WRK-FIM-COTACAO TO TRUE
               WHEN OTHER
                   MOVE WRK-ERRO-LEIT            TO WRK-DESCRICAO-ERRO
                   MOVE FS-COTACOES              TO WRK-STATUS-ERRO
                   MOVE "0121-LER-COTACAO"       TO WRK-AREA-ERRO
                   MOVE "MRRREL"                 TO WRK-PROGRAMA-ERRO
                   MOVE "COTACOES"               TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
           END-EVALUATE.

       0121-LER-COTACAO-FIM.            EXIT.

      *-----------------------------------------------------------------
       0160-LER-DADOS                   SECTION.
      *-----------------------------------------------------------------

           READ CLIENTES.

           IF FS-CLIENTES NOT EQUAL 00 AND NOT EQUAL 10
               MOVE WRK-ERRO-LEIT    TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES      TO WRK-STATUS-ERRO
               MOVE "0160-LER-DADOS" TO WRK-AREA-ERRO
               MOVE "MRRREL"         TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"       TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0160-LER-DADOS-FIM.              EXIT.

      *-----------------------------------------------------------------
       0170-DERIVAR-INDICE-PLANO        SECTION.
      *-----------------------------------------------------------------

           EVALUATE REG-PLANO
               WHEN "BASICO"
                   MOVE 1 TO WRK-IDX-PLANO
               WHEN "PADRAO"
                   MOVE 2 TO WRK-IDX-PLANO
               WHEN "PREMIUM"
                   MOVE 3 TO WRK-IDX-PLANO
               WHEN OTHER
                   MOVE 1 TO WRK-IDX-PLANO
           END-EVALUATE.

       0170-DERIVAR-INDICE-PLANO-FIM.   EXIT.

      *-----------------------------------------------------------------
       0175-DERIVAR-INDICE-STREAMING    SECTION.
      *-----------------------------------------------------------------

           MOVE 11 TO WRK-IDX-STREAMING.

           SET IDX-STREAMING TO 1.
           SEARCH TAB-STREAMING-NOME
               AT END
                   CONTINUE
               WHEN TAB-STREAMING-NOME (IDX-STREAMING)
                                       EQUAL REG-STREAMING
                   SET WRK-IDX-STREAMING TO IDX-STREAMING
           END-SEARCH.

       0175-DERIVAR-INDICE-STREAMING-FIM. EXIT.

      *-----------------------------------------------------------------
       0180-OBTER-TAXA                  SECTION.
      *-----------------------------------------------------------------
      *    TAXA DE WRK-TX-MOEDA NA COMPETENCIA WRK-TX-COMPETENCIA:
      *    PRIMEIRO O ARQUIVO COTACOES, DEPOIS A TAXA FIXA DO BOOKFX.
      *    REAL (OU MOEDA EM BRANCO) VALE 1.
      *-----------------------------------------------------------------

           MOVE 1                        TO WRK-TX-TAXA.

           IF WRK-TX-MOEDA NOT EQUAL "BRL"
              AND WRK-TX-MOEDA NOT EQUAL SPACES
               SET WRK-COTACAO-NAO-ACHADA TO TRUE
               PERFORM 0181-PESQUISAR-COTACAO
                   VARYING IDX-COT FROM 1 BY 1
                   UNTIL IDX-COT GREATER WRK-QT-COTACOES
                      OR WRK-COTACAO-ACHADA
               IF WRK-COTACAO-NAO-ACHADA
                   SET IDX-FX TO 1
                   SEARCH TAB-FX-ENTRADA
                       AT END
                           ADD 1 TO ACU-SEM-COTACAO
                       WHEN TAB-FX-MOEDA (IDX-FX) EQUAL WRK-TX-MOEDA
                           MOVE TAB-FX-TAXA (IDX-FX) TO WRK-TX-TAXA
                   END-SEARCH
               END-IF
           END-IF.

       0180-OBTER-TAXA-FIM.             EXIT.

      *-----------------------------------------------------------------
       0181-PESQUISAR-COTACAO           SECTION.
      *-----------------------------------------------------------------

           IF TCOT-MOEDA (IDX-COT) EQUAL WRK-TX-MOEDA
              AND TCOT-COMPETENCIA (IDX-COT) EQUAL WRK-TX-COMPETENCIA
               MOVE TCOT-TAXA (IDX-COT)  TO WRK-TX-TAXA
               SET WRK-COTACAO-ACHADA    TO TRUE
           END-IF.

       0181-PESQUISAR-COTACAO-FIM.      EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                   SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO ACU-LIDOS.

           IF REG-TIPO-DETALHE
               IF REG-PAGADOR EQUAL REG-CODIGO
                   ADD 1 TO ACU-CONTAS-PAGADORAS
               END-IF
               PERFORM 0210-APURAR-CLIENTE
               IF WRK-MRR-ANT-ORIGEM EQUAL ZEROS
                  AND WRK-MRR-ATU-ORIGEM EQUAL ZEROS
                   ADD 1 TO ACU-SEM-RECEITA
               ELSE
                   PERFORM 0230-CLASSIFICAR-MOVIMENTO
               END-IF
           END-IF.

           PERFORM 0160-LER-DADOS.

       0200-PROCESSAR-FIM.              EXIT.

      *-----------------------------------------------------------------
       0210-APURAR-CLIENTE              SECTION.
      *-----------------------------------------------------------------
      *    PERCORRE TODAS AS FATURAS DO CLIENTE E SEPARA O VALOR
      *    MENSAL QUE VALE NA COMPETENCIA E NA ANTERIOR, NA MOEDA DO
      *    CLIENTE. FATURA SO DE MESES ANTERIORES MARCA QUE O CLIENTE
      *    JA FOI FATURADO ANTES (PARA SEPARAR REATIVACAO DE NOVO).
      *-----------------------------------------------------------------

           MOVE ZEROS                    TO WRK-MRR-ANT-ORIGEM
                                            WRK-MRR-ATU-ORIGEM.
           SET WRK-SEM-HISTORICO         TO TRUE.
           SET WRK-NAO-FIM-FATURA        TO TRUE.

           MOVE REG-CODIGO               TO FAT-CODIGO.
           MOVE ZEROS                    TO FAT-COMPETENCIA.
           START FATURAS KEY IS NOT LESS FAT-CHAVE
               INVALID KEY
                   SET WRK-FIM-FATURA    TO TRUE
           END-START.

           PERFORM 0220-LER-FATURA
               UNTIL WRK-FIM-FATURA.

       0210-APURAR-CLIENTE-FIM.         EXIT.

      *-----------------------------------------------------------------
       0220-LER-FATURA                  SECTION.
      *-----------------------------------------------------------------

           READ FATURAS NEXT RECORD
               AT END
                   SET WRK-FIM-FATURA    TO TRUE
           END-READ.

           IF NOT WRK-FIM-FATURA
               IF FAT-CODIGO NOT EQUAL REG-CODIGO
                   SET WRK-FIM-FATURA    TO TRUE
               ELSE
                   PERFORM 0225-COMPUTAR-FATURA
               END-IF
           END-IF.

       0220-LER-FATURA-FIM.             EXIT.

      *-----------------------------------------------------------------
       0225-COMPUTAR-FATURA             SECTION.
      *-----------------------------------------------------------------
      *    PARCELA DE ACORDO (MES 13 EM DIANTE) NAO E RECEITA
      *    RECORRENTE. A FATURA MENSAL VALE SO NA PROPRIA
      *    COMPETENCIA; A ANUAL (COM AGENDA NO DIFERIDO) VALE O DOZE
      *    AVOS EM CADA UM DOS 12 MESES A PARTIR DA ABERTURA.
      *    NA CONTA PAGADORA SO A PARCELA DO TITULAR E RECEITA DELA -
      *    O RESTO DA CONSOLIDADA SAO AS COTAS "G" DOS MEMBROS (OU DOS
      *    ASSINANTES DA REVENDA), QUE ENTRAM NO PROPRIO MEMBRO.
      *-----------------------------------------------------------------

           MOVE FAT-COMPETENCIA          TO WRK-FAT-COMPETENCIA.

           IF WRK-FAT-MM GREATER ZEROS AND WRK-FAT-MM NOT GREATER 12
               ADD 1 TO ACU-FATURAS-LIDAS

               IF REG-PAGADOR EQUAL REG-CODIGO
                  OR FAT-VALOR-TITULAR GREATER ZEROS
                   MOVE FAT-VALOR-TITULAR TO WRK-VALOR-FATURA
               ELSE
                   MOVE FAT-VALOR         TO WRK-VALOR-FATURA
               END-IF
               MOVE FAT-COMPETENCIA      TO WRK-FIM-COBERTURA

               IF WRK-DIFERIDO-DISPONIVEL
                   MOVE FAT-CODIGO       TO DIF-CODIGO
                   MOVE FAT-COMPETENCIA  TO DIF-COMPETENCIA-INI
                   READ DIFERIDO KEY IS DIF-CHAVE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE DIF-VALOR-MENSAL TO WRK-VALOR-FATURA
                           COMPUTE WRK-FIM-COBERTURA =
                               FAT-COMPETENCIA + 99
                           ADD 1 TO ACU-FATURAS-ANUAIS
                   END-READ
               END-IF

               IF FAT-COMPETENCIA NOT GREATER WRK-COMPETENCIA
                  AND WRK-FIM-COBERTURA NOT LESS WRK-COMPETENCIA
                   ADD WRK-VALOR-FATURA  TO WRK-MRR-ATU-ORIGEM
               END-IF

               IF FAT-COMPETENCIA NOT GREATER WRK-COMPETENCIA-ANTERIOR
                  AND WRK-FIM-COBERTURA NOT LESS
                                         WRK-COMPETENCIA-ANTERIOR
                   ADD WRK-VALOR-FATURA  TO WRK-MRR-ANT-ORIGEM
               END-IF

               IF WRK-FIM-COBERTURA LESS WRK-COMPETENCIA-ANTERIOR
                   SET WRK-COM-HISTORICO TO TRUE
               END-IF
           END-IF.

       0225-COMPUTAR-FATURA-FIM.        EXIT.

      *-----------------------------------------------------------------
       0230-CLASSIFICAR-MOVIMENTO       SECTION.
      *-----------------------------------------------------------------
      *    CONVERTE OS DOIS MESES PARA REAIS, CADA UM PELA SUA TAXA.
      *    QUEM TEM RECEITA NOS DOIS MESES ABRE A VARIACAO EM EFEITO
      *    CAMBIAL (VALOR ANTERIOR REAVALIADO PELA TAXA ATUAL) E
      *    EXPANSAO/CONTRACAO (DIFERENCA NA MOEDA DO CLIENTE A TAXA
      *    ATUAL) - ABERTURA + MOVIMENTOS = FECHAMENTO CLIENTE A
      *    CLIENTE, SEM RESIDUO DE ARREDONDAMENTO.
      *-----------------------------------------------------------------

           MOVE REG-MOEDA                TO WRK-TX-MOEDA.
           MOVE WRK-COMPETENCIA-ANTERIOR TO WRK-TX-COMPETENCIA.
           PERFORM 0180-OBTER-TAXA.
           MOVE WRK-TX-TAXA              TO WRK-TAXA-ANTERIOR.

           MOVE WRK-COMPETENCIA          TO WRK-TX-COMPETENCIA.
           PERFORM 0180-OBTER-TAXA.
           MOVE WRK-TX-TAXA              TO WRK-TAXA-ATUAL.

           COMPUTE WRK-MRR-ANT-REAIS ROUNDED =
               WRK-MRR-ANT-ORIGEM * WRK-TAXA-ANTERIOR.
           COMPUTE WRK-MRR-ATU-REAIS ROUNDED =
               WRK-MRR-ATU-ORIGEM * WRK-TAXA-ATUAL.

           PERFORM 0175-DERIVAR-INDICE-STREAMING.
           PERFORM 0170-DERIVAR-INDICE-PLANO.

           ADD WRK-MRR-ANT-REAIS TO
               MRR-ABERTURA (WRK-IDX-STREAMING WRK-IDX-PLANO)
               TOT-ABERTURA.
           ADD WRK-MRR-ATU-REAIS TO
               MRR-FECHAMENTO (WRK-IDX-STREAMING WRK-IDX-PLANO)
               TOT-FECHAMENTO.

           EVALUATE TRUE
               WHEN WRK-MRR-ANT-ORIGEM EQUAL ZEROS
                   IF WRK-COM-HISTORICO
                       ADD WRK-MRR-ATU-REAIS TO
                           MRR-REATIVACAO (WRK-IDX-STREAMING
                                           WRK-IDX-PLANO)
                           TOT-REATIVACAO
                       ADD 1 TO ACU-CLI-REATIVACAO
                   ELSE
                       ADD WRK-MRR-ATU-REAIS TO
                           MRR-NOVOS (WRK-IDX-STREAMING WRK-IDX-PLANO)
                           TOT-NOVOS
                       ADD 1 TO ACU-CLI-NOVOS
                   END-IF
               WHEN WRK-MRR-ATU-ORIGEM EQUAL ZEROS
                   SUBTRACT WRK-MRR-ANT-REAIS FROM
                       MRR-CHURN (WRK-IDX-STREAMING WRK-IDX-PLANO)
                       TOT-CHURN
                   ADD 1 TO ACU-CLI-CHURN
               WHEN OTHER
                   PERFORM 0235-SEPARAR-VARIACAO
           END-EVALUATE.

       0230-CLASSIFICAR-MOVIMENTO-FIM.  EXIT.

      *-----------------------------------------------------------------
       0235-SEPARAR-VARIACAO            SECTION.
      *-----------------------------------------------------------------

           COMPUTE WRK-MRR-ANT-TAXA-ATUAL ROUNDED =
               WRK-MRR-ANT-ORIGEM * WRK-TAXA-ATUAL.
           COMPUTE WRK-EFEITO-CAMBIO =
               WRK-MRR-ANT-TAXA-ATUAL - WRK-MRR-ANT-REAIS.
           COMPUTE WRK-VARIACAO =
               WRK-MRR-ATU-REAIS - WRK-MRR-ANT-TAXA-ATUAL.

           IF WRK-EFEITO-CAMBIO NOT EQUAL ZEROS
               ADD WRK-EFEITO-CAMBIO TO
                   MRR-CAMBIO (WRK-IDX-STREAMING WRK-IDX-PLANO)
                   TOT-CAMBIO
               ADD 1 TO ACU-CLI-CAMBIO
           END-IF.

           EVALUATE TRUE
               WHEN WRK-VARIACAO GREATER ZEROS
                   ADD WRK-VARIACAO TO
                       MRR-EXPANSAO (WRK-IDX-STREAMING WRK-IDX-PLANO)
                       TOT-EXPANSAO
                   ADD 1 TO ACU-CLI-EXPANSAO
               WHEN WRK-VARIACAO LESS ZEROS
                   ADD WRK-VARIACAO TO
                       MRR-CONTRACAO (WRK-IDX-STREAMING WRK-IDX-PLANO)
                       TOT-CONTRACAO
                   ADD 1 TO ACU-CLI-CONTRACAO
               WHEN OTHER
                   ADD 1 TO ACU-CLI-ESTAVEIS
           END-EVALUATE.

       0235-SEPARAR-VARIACAO-FIM.       EXIT.

      *-----------------------------------------------------------------
       0240-IMPRIMIR-RELATORIO          SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-COMPETENCIA          TO WRK-CAB-COMPETENCIA.
           MOVE WRK-COMPETENCIA-ANTERIOR TO WRK-CAB-ANTERIOR.
           MOVE WRK-CABECALHO1 TO REG-MRRREL.
           WRITE REG-MRRREL AFTER PAGE.
           MOVE WRK-LINHA-BRANCO TO REG-MRRREL.
           WRITE REG-MRRREL AFTER 1 LINE.
           MOVE WRK-CABECALHO2 TO REG-MRRREL.
           WRITE REG-MRRREL AFTER 1 LINE.
           MOVE WRK-LINHA-BRANCO TO REG-MRRREL.
           WRITE REG-MRRREL AFTER 1 LINE.

           MOVE WRK-CABECALHO-CSV TO REG-MRRCSV.
           PERFORM 0254-GRAVAR-CSV.

           MOVE WRK-COMPETENCIA TO CSV-COMPETENCIA.
           PERFORM 0248-MARCAR-SEPARADORES
               VARYING IDX-PLA-IMP FROM 1 BY 1
               UNTIL IDX-PLA-IMP GREATER 8.

           PERFORM 0243-IMPRIMIR-STREAMING
               VARYING IDX-STR-IMP FROM 1 BY 1
               UNTIL IDX-STR-IMP GREATER 11.

           MOVE WRK-LINHA-BRANCO TO REG-MRRREL.
           PERFORM 0250-GRAVAR-LINHA.

           MOVE "TOTAL"         TO WRK-LIN-STREAMING CSV-STREAMING.
           MOVE SPACES          TO WRK-LIN-PLANO CSV-PLANO.
           MOVE TOT-ABERTURA    TO WRK-LIN-VALOR (1) CSV-VALOR (1).
           MOVE TOT-NOVOS       TO WRK-LIN-VALOR (2) CSV-VALOR (2).
           MOVE TOT-EXPANSAO    TO WRK-LIN-VALOR (3) CSV-VALOR (3).
           MOVE TOT-REATIVACAO  TO WRK-LIN-VALOR (4) CSV-VALOR (4).
           MOVE TOT-CONTRACAO   TO WRK-LIN-VALOR (5) CSV-VALOR (5).
           MOVE TOT-CHURN       TO WRK-LIN-VALOR (6) CSV-VALOR (6).
           MOVE TOT-CAMBIO      TO WRK-LIN-VALOR (7) CSV-VALOR (7).
           MOVE TOT-FECHAMENTO  TO WRK-LIN-VALOR (8) CSV-VALOR (8).
           MOVE WRK-LINHA-MRR   TO REG-MRRREL.
           PERFORM 0250-GRAVAR-LINHA.
           MOVE WRK-DETALHE-CSV TO REG-MRRCSV.
           PERFORM 0254-GRAVAR-CSV.

           PERFORM 0245-IMPRIMIR-CONFERENCIA.
           PERFORM 0246-IMPRIMIR-QUANTIDADES.

       0240-IMPRIMIR-RELATORIO-FIM.     EXIT.

      *-----------------------------------------------------------------
       0243-IMPRIMIR-STREAMING          SECTION.
      *-----------------------------------------------------------------

           PERFORM 0241-IMPRIMIR-LINHA
               VARYING IDX-PLA-IMP FROM 1 BY 1
               UNTIL IDX-PLA-IMP GREATER 3.

       0243-IMPRIMIR-STREAMING-FIM.     EXIT.

      *-----------------------------------------------------------------
       0241-IMPRIMIR-LINHA              SECTION.
      *-----------------------------------------------------------------
      *    SO SAI A LINHA DO STREAMING/PLANO QUE TEVE RECEITA EM UM DOS
      *    DOIS MESES - TODO MOVIMENTO TEM ABERTURA OU FECHAMENTO.
      *-----------------------------------------------------------------

           IF MRR-ABERTURA   (IDX-STR-IMP IDX-PLA-IMP) NOT EQUAL ZEROS
              OR MRR-FECHAMENTO (IDX-STR-IMP IDX-PLA-IMP)
                                                     NOT EQUAL ZEROS
               IF IDX-STR-IMP EQUAL 11
                   MOVE "OUTROS"         TO WRK-LIN-STREAMING
               ELSE
                   MOVE TAB-STREAMING-NOME (IDX-STR-IMP) TO
                                            WRK-LIN-STREAMING
               END-IF
               MOVE TAB-PLANO-NOME (IDX-PLA-IMP) TO WRK-LIN-PLANO
               MOVE MRR-ABERTURA   (IDX-STR-IMP IDX-PLA-IMP) TO
                                            WRK-LIN-VALOR (1)
               MOVE MRR-NOVOS      (IDX-STR-IMP IDX-PLA-IMP) TO
                                            WRK-LIN-VALOR (2)
               MOVE MRR-EXPANSAO   (IDX-STR-IMP IDX-PLA-IMP) TO
                                            WRK-LIN-VALOR (3)
               MOVE MRR-REATIVACAO (IDX-STR-IMP IDX-PLA-IMP) TO
                                            WRK-LIN-VALOR (4)
               MOVE MRR-CONTRACAO  (IDX-STR-IMP IDX-PLA-IMP) TO
                                            WRK-LIN-VALOR (5)
               MOVE MRR-CHURN      (IDX-STR-IMP IDX-PLA-IMP) TO
                                            WRK-LIN-VALOR (6)
               MOVE MRR-CAMBIO     (IDX-STR-IMP IDX-PLA-IMP) TO
                                            WRK-LIN-VALOR (7)
               MOVE MRR-FECHAMENTO (IDX-STR-IMP IDX-PLA-IMP) TO
                                            WRK-LIN-VALOR (8)
               MOVE WRK-LINHA-MRR        TO REG-MRRREL
               PERFORM 0250-GRAVAR-LINHA

               MOVE WRK-LIN-STREAMING    TO CSV-STREAMING
               MOVE WRK-LIN-PLANO        TO CSV-PLANO
               MOVE MRR-ABERTURA   (IDX-STR-IMP IDX-PLA-IMP) TO
                                            CSV-VALOR (1)
               MOVE MRR-NOVOS      (IDX-STR-IMP IDX-PLA-IMP) TO
                                            CSV-VALOR (2)
               MOVE MRR-EXPANSAO   (IDX-STR-IMP IDX-PLA-IMP) TO
                                            CSV-VALOR (3)
               MOVE MRR-REATIVACAO (IDX-STR-IMP IDX-PLA-IMP) TO
                                            CSV-VALOR (4)
               MOVE MRR-CONTRACAO  (IDX-STR-IMP IDX-PLA-IMP) TO
                                            CSV-VALOR (5)
               MOVE MRR-CHURN      (IDX-STR-IMP IDX-PLA-IMP) TO
                                            CSV-VALOR (6)
               MOVE MRR-CAMBIO     (IDX-STR-IMP IDX-PLA-IMP) TO
                                            CSV-VALOR (7)
               MOVE MRR-FECHAMENTO (IDX-STR-IMP IDX-PLA-IMP) TO
                                            CSV-VALOR (8)
               MOVE WRK-DETALHE-CSV      TO REG-MRRCSV
               PERFORM 0254-GRAVAR-CSV
           END-IF.

       0241-IMPRIMIR-LINHA-FIM.         EXIT.

      *-----------------------------------------------------------------
       0245-IMPRIMIR-CONFERENCIA        SECTION.
      *-----------------------------------------------------------------

           COMPUTE WRK-FECHAMENTO-CALCULADO =
               TOT-ABERTURA   + TOT-NOVOS     + TOT-EXPANSAO
             + TOT-REATIVACAO + TOT-CONTRACAO + TOT-CHURN
             + TOT-CAMBIO.

           MOVE WRK-FECHAMENTO-CALCULADO TO WRK-CONF-VALOR.
           IF WRK-FECHAMENTO-CALCULADO EQUAL TOT-FECHAMENTO
               MOVE "CONFERE"            TO WRK-CONF-SITUACAO
           ELSE
               MOVE "**DIFERENCA**"      TO WRK-CONF-SITUACAO
               MOVE 04                   TO RETURN-CODE
           END-IF.

           MOVE WRK-LINHA-BRANCO         TO REG-MRRREL.
           PERFORM 0250-GRAVAR-LINHA.
           MOVE WRK-LINHA-CONFERENCIA    TO REG-MRRREL.
           PERFORM 0250-GRAVAR-LINHA.

       0245-IMPRIMIR-CONFERENCIA-FIM.   EXIT.

      *-----------------------------------------------------------------
       0246-IMPRIMIR-QUANTIDADES        SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-LINHA-BRANCO TO REG-MRRREL.
           PERFORM 0250-GRAVAR-LINHA.
           MOVE WRK-CABECALHO3   TO REG-MRRREL.
           PERFORM 0250-GRAVAR-LINHA.
           MOVE WRK-LINHA-BRANCO TO REG-MRRREL.
           PERFORM 0250-GRAVAR-LINHA.

           MOVE "NOVOS........................:" TO WRK-QTD-DESCRICAO.
           MOVE ACU-CLI-NOVOS                   TO WRK-QTD-VALOR.
           PERFORM 0247-GRAVAR-LINHA-QTDE.

           MOVE "EXPANSAO.....................:" TO WRK-QTD-DESCRICAO.
           MOVE ACU-CLI-EXPANSAO                TO WRK-QTD-VALOR.
           PERFORM 0247-GRAVAR-LINHA-QTDE.

           MOVE "REATIVACAO...................:" TO WRK-QTD-DESCRICAO.
           MOVE ACU-CLI-REATIVACAO              TO WRK-QTD-VALOR.
           PERFORM 0247-GRAVAR-LINHA-QTDE.

           MOVE "CONTRACAO....................:" TO WRK-QTD-DESCRICAO.
           MOVE ACU-CLI-CONTRACAO               TO WRK-QTD-VALOR.
           PERFORM 0247-GRAVAR-LINHA-QTDE.

           MOVE "CHURN........................:" TO WRK-QTD-DESCRICAO.
           MOVE ACU-CLI-CHURN                   TO WRK-QTD-VALOR.
           PERFORM 0247-GRAVAR-LINHA-QTDE.

           MOVE "COM EFEITO CAMBIAL...........:" TO WRK-QTD-DESCRICAO.
           MOVE ACU-CLI-CAMBIO                  TO WRK-QTD-VALOR.
           PERFORM 0247-GRAVAR-LINHA-QTDE.

           MOVE "SEM VARIACAO.................:" TO WRK-QTD-DESCRICAO.
           MOVE ACU-CLI-ESTAVEIS                TO WRK-QTD-VALOR.
           PERFORM 0247-GRAVAR-LINHA-QTDE.

       0246-IMPRIMIR-QUANTIDADES-FIM.   EXIT.

      *-----------------------------------------------------------------
       0247-GRAVAR-LINHA-QTDE           SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-LINHA-QTDE TO REG-MRRREL.
           PERFORM 0250-GRAVAR-LINHA.

       0247-GRAVAR-LINHA-QTDE-FIM.      EXIT.

      *-----------------------------------------------------------------
       0248-MARCAR-SEPARADORES          SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES TO WRK-LIN-COLUNA (IDX-PLA-IMP).
           MOVE ";"    TO CSV-COLUNA (IDX-PLA-IMP).

       0248-MARCAR-SEPARADORES-FIM.     EXIT.

      *-----------------------------------------------------------------
       0250-GRAVAR-LINHA                SECTION.
      *-----------------------------------------------------------------

           WRITE REG-MRRREL AFTER 1 LINE.
           IF FS-MRRREL NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-MRRREL                TO WRK-STATUS-ERRO
               MOVE "0250-GRAVAR-LINHA"      TO WRK-AREA-ERRO
               MOVE "MRRREL"                 TO WRK-PROGRAMA-ERRO
               MOVE "MRRREL"                 TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0250-GRAVAR-LINHA-FIM.           EXIT.

      *-----------------------------------------------------------------
       0254-GRAVAR-CSV                  SECTION.
      *-----------------------------------------------------------------

           WRITE REG-MRRCSV.
           IF FS-MRRCSV NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-MRRCSV                TO WRK-STATUS-ERRO
               MOVE "0254-GRAVAR-CSV"        TO WRK-AREA-ERRO
               MOVE "MRRREL"                 TO WRK-PROGRAMA-ERRO
               MOVE "MRRCSV"                 TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0254-GRAVAR-CSV-FIM.             EXIT.

      *-----------------------------------------------------------------
       0290-ESTATISTICA                 SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-TRACO.
           DISPLAY "TOTAL DE REGISTROS LIDOS.....: " ACU-LIDOS.
           DISPLAY "COMPETENCIA / ANTERIOR.......: " WRK-COMPETENCIA
                   " " WRK-COMPETENCIA-ANTERIOR.
           DISPLAY "FATURAS CONSIDERADAS.........: " ACU-FATURAS-LIDAS.
           DISPLAY "FATURAS DE PLANO ANUAL.......: " ACU-FATURAS-ANUAIS.
           DISPLAY "CONTAS PAGADORAS/REVENDAS....: "
                   ACU-CONTAS-PAGADORAS.
           DISPLAY "CLIENTES SEM RECEITA NOS 2 M.: " ACU-SEM-RECEITA.
           DISPLAY "NOVOS/REATIVADOS.............: "
                   ACU-CLI-NOVOS " " ACU-CLI-REATIVACAO.
           DISPLAY "EXPANSAO/CONTRACAO...........: "
                   ACU-CLI-EXPANSAO " " ACU-CLI-CONTRACAO.
           DISPLAY "CHURN........................: " ACU-CLI-CHURN.
           DISPLAY "COM EFEITO CAMBIAL...........: " ACU-CLI-CAMBIO.
           DISPLAY "COTACOES CARREGADAS/IGNORADAS: "
                   ACU-COTACOES " " ACU-COTACOES-IGNORADAS.
           DISPLAY "CONVERSOES SEM COTACAO.......: " ACU-SEM-COTACAO.
           DISPLAY WRK-TRACO.
           DISPLAY WRK-FIM-PROGRAMA.
           DISPLAY WRK-TRACO.

       0290-ESTATISTICA-FIM.            EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                   SECTION.
      *-----------------------------------------------------------------

           IF ACU-LIDOS GREATER ZEROS
               PERFORM 0290-ESTATISTICA
           END-IF.

           CLOSE CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "MRRREL"          TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE FATURAS.
           IF FS-FATURAS NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-FATURAS        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "MRRREL"          TO WRK-PROGRAMA-ERRO
               MOVE "FATURAS"         TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           IF WRK-DIFERIDO-DISPONIVEL
               CLOSE DIFERIDO
               IF FS-DIFERIDO NOT EQUAL ZEROS
                   MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
                   MOVE FS-DIFERIDO       TO WRK-STATUS-ERRO
                   MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
                   MOVE "MRRREL"          TO WRK-PROGRAMA-ERRO
                   MOVE "DIFERIDO"        TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

           CLOSE MRRREL.
           IF FS-MRRREL NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-MRRREL         TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "MRRREL"          TO WRK-PROGRAMA-ERRO
               MOVE "MRRREL"          TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE MRRCSV.
           IF FS-MRRCSV NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-MRRCSV         TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "MRRREL"          TO WRK-PROGRAMA-ERRO
               MOVE "MRRCSV"          TO WRK-ARQUIVO-ERRO
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
