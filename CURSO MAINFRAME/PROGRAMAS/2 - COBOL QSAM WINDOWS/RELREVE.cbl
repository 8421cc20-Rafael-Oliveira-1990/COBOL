      *-----------------------------------------------------------------
       IDENTIFICATION                   DIVISION.
       PROGRAM-ID. RELREVE.
      *=================================================================
      *== PROGRAMA....: RELREVE
      *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
      *== ANALISTA....: IVAN SANCHES
      *== DATA........: 15/10/2026
      *== CONSULTORIA:
      *-----------------------------------------------------------------
      *== OBJETIVO....: EMITIR A LISTAGEM DA BASE DE ASSINANTES QUE
      *                 ACOMPANHA A FATURA DE ATACADO DE CADA REVENDA
      *                 (RELATORIO RELREVE), A PARTIR DO DETALHE
      *                 REVEDET GRAVADO PELO FATURCLI NA ABERTURA DA
      *                 COMPETENCIA (BOOK REGREVD). O DETALHE E
      *                 ORDENADO POR CONTA DA REVENDA/CODIGO DO
      *                 ASSINANTE; CADA REVENDA COMECA PAGINA NOVA COM
      *                 A RAZAO SOCIAL E O CNPJ DO CONTRATO (ARQUIVO
      *                 REVENDAS, BOOK REGREVE), UMA LINHA POR
      *                 ASSINANTE (STREAMING/PLANO PRINCIPAL, QUANTIDADE
      *                 DE ASSINATURAS, VALOR DE VAREJO, VALOR DE
      *                 ATACADO E SITUACAO) E NO FIM O TOTAL COBRADO NA
      *                 FATURA DE ATACADO, O EQUIVALENTE DE VAREJO, O
      *                 DESCONTO CONCEDIDO E OS ASSINANTES QUE FICARAM
      *                 FORA DA FATURA POR ESTOURO DO VALOR MAXIMO.
      *-----------------------------------------------------------------
      *===================ESPECIFICACOES DO PROGRAMA====================
      *    ARQUIVO                    TIPO               BOOK
      *    REVEDET                   INPUT              N/A
      *    REVEORD                   I-O                REGREVD
      *    REVENDAS                  INPUT              REGREVE
      *    RELREVE                   OUTPUT             N/A
      *    RELREVE                   INPUT              BOOKMSG
      *    RELREVE                   INPUT              BOOKASSI
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
           SELECT REVEDET ASSIGN TO WRK-NOME-REVEDET
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-REVEDET.

           SELECT TRABALHO-ORDENACAO ASSIGN TO "SORTWK01".

           SELECT REVEORD ASSIGN TO WRK-NOME-REVEORD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-REVEORD.

           SELECT REVENDAS ASSIGN TO WRK-NOME-REVENDAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REVE-CONTA
           FILE STATUS IS FS-REVENDAS.

           SELECT RELREVE ASSIGN TO WRK-NOME-RELREVE
           FILE STATUS IS FS-RELREVE.
      *-----------------------------------------------------------------

      *=================================================================
       DATA                             DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                             SECTION.
      *-----------------------------------------------------------------
      *
      *            INPUT - DETALHE DA BASE DE ASSINANTES DE REVENDA
      *
      *-----------------------------------------------------------------
       FD  REVEDET.
       01  REG-REVEDET                  PIC X(083).

      *-----------------------------------------------------------------
      *
      *            TRABALHO - ORDENACAO POR CONTA DA REVENDA/ASSINANTE
      *
      *-----------------------------------------------------------------
       SD  TRABALHO-ORDENACAO.
       01  ORD-REVENDA-DET.
           05 ORD-CONTA                 PIC 9(007).
           05 FILLER                    PIC 9(006).
           05 ORD-CODIGO                PIC 9(007).
           05 FILLER                    PIC X(063).

      *-----------------------------------------------------------------
      *
      *            I-O - DETALHE ORDENADO
      *
      *-----------------------------------------------------------------
       FD  REVEORD.
       COPY "REGREVD".

      *-----------------------------------------------------------------
      *
      *            INPUT - CADASTRO DE REVENDAS
      *
      *-----------------------------------------------------------------
       FD  REVENDAS.
       COPY "REGREVE".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - LISTAGEM DA BASE DE ASSINANTES POR REVENDA
      *
      *-----------------------------------------------------------------
       FD  RELREVE.
       01  REG-RELREVE                  PIC X(080).

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

       01  FS-REVEDET                   PIC 9(002)         VALUE ZEROS.
       01  FS-REVEORD                   PIC 9(002)         VALUE ZEROS.
       01  FS-REVENDAS                  PIC 9(002)         VALUE ZEROS.
       01  FS-RELREVE                   PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----NOMES EXTERNALIZADOS VIA DD-----".
      *-----------------------------------------------------------------

       01  WRK-NOME-REVEDET             PIC X(040)         VALUE
              "C:\RELATORIO\dados\REVEDET.DAT".
       01  WRK-NOME-REVEORD             PIC X(040)         VALUE
              "C:\RELATORIO\dados\REVEORD.DAT".
       01  WRK-NOME-REVENDAS            PIC X(040)         VALUE
              "C:\RELATORIO\dados\REVENDAS.DAT".
       01  WRK-NOME-RELREVE             PIC X(040)         VALUE
              "C:\RELATORIO\dados\RELREVE.txt".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEIS DE QUEBRA E DATA-----".
      *-----------------------------------------------------------------

       01  WRK-CONTA-ANTERIOR           PIC 9(007)         VALUE ZEROS.

       01  WRK-SW-REVENDAS              PIC X(001)         VALUE "N".
           88 WRK-REVENDAS-DISPONIVEL                       VALUE "S".
           88 WRK-REVENDAS-INDISPONIVEL                     VALUE "N".

       01  WRK-COMPETENCIA              PIC 9(006)         VALUE ZEROS.
       01  FILLER REDEFINES WRK-COMPETENCIA.
           05 WRK-COMPET-AAAA           PIC 9(004).
           05 WRK-COMPET-MM             PIC 9(002).

       01  WRK-DATA-VENCTO              PIC 9(008)         VALUE ZEROS.
       01  FILLER REDEFINES WRK-DATA-VENCTO.
           05 WRK-VENCTO-AAAA           PIC 9(004).
           05 WRK-VENCTO-MM             PIC 9(002).
           05 WRK-VENCTO-DD             PIC 9(002).

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "CABECALHO DE PAGINACAO".
      *-----------------------------------------------------------------

       01  WRK-CABECALHO1.
           05 FILLER                    PIC X(005)         VALUE SPACES.
           05 FILLER                    PIC X(036)         VALUE
              "BASE DE ASSINANTES DA REVENDA CONTA ".
           05 WRK-CAB-CONTA             PIC 9(007)         VALUE ZEROS.
           05 FILLER                    PIC X(004)         VALUE SPACES.
           05 FILLER                    PIC X(006)         VALUE
              "COMP.".
           05 WRK-CAB-COMPET-MM         PIC 9(002)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE "/".
           05 WRK-CAB-COMPET-AAAA       PIC 9(004)         VALUE ZEROS.
           05 FILLER                    PIC X(003)         VALUE SPACES.
           05 FILLER                    PIC X(008)         VALUE
              "PAGINA:".
           05 ACU-PAG                   PIC 9(003)         VALUE 1.
           05 FILLER                    PIC X(001)         VALUE SPACES.

       01  WRK-CABECALHO1A.
           05 FILLER                    PIC X(005)         VALUE SPACES.
           05 WRK-CAB-RAZAO             PIC X(030)         VALUE SPACES.
           05 FILLER                    PIC X(007)         VALUE
              " CNPJ ".
           05 WRK-CAB-CNPJ              PIC 9(014)         VALUE ZEROS.
           05 FILLER                    PIC X(007)         VALUE
              " VENC. ".
           05 WRK-CAB-VENCTO-DD         PIC 9(002)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE "/".
           05 WRK-CAB-VENCTO-MM         PIC 9(002)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE "/".
           05 WRK-CAB-VENCTO-AAAA       PIC 9(004)         VALUE ZEROS.
           05 FILLER                    PIC X(007)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----CABECALHO DE DESCRICAO-----".
      *-----------------------------------------------------------------

       01  WRK-CABECALHO2.
           05 FILLER                    PIC X(008)         VALUE
              "CODIGO".
           05 FILLER                    PIC X(021)         VALUE
              "NOME".
           05 FILLER                    PIC X(011)         VALUE
              "STREAMING".
           05 FILLER                    PIC X(008)         VALUE
              "PLANO".
           05 FILLER                    PIC X(004)         VALUE
              "QTD".
           05 FILLER                    PIC X(011)         VALUE
              "    VAREJO".
           05 FILLER                    PIC X(011)         VALUE
              "   ATACADO".
           05 FILLER                    PIC X(006)         VALUE
              " SIT".

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
           05 WRK-DET-NOME             PIC X(020)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-STREAMING        PIC X(010)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-PLANO            PIC X(007)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-QTDE             PIC ZZ9             VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-VAREJO           PIC ZZ.ZZ9,99       VALUE ZEROS.
           05 FILLER                   PIC X(002)          VALUE SPACES.
           05 WRK-DET-ATACADO          PIC ZZ.ZZ9,99       VALUE ZEROS.
           05 FILLER                   PIC X(003)          VALUE SPACES.
           05 WRK-DET-SITUACAO         PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(004)          VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)          VALUE
              "-----RODAPE DE TOTAIS DA REVENDA-----".
      *-----------------------------------------------------------------

       01  WRK-RODAPE.
           05 WRK-ROD-DESCRICAO        PIC X(030)          VALUE SPACES.
           05 WRK-ROD-QTDE             PIC ZZZZ9           VALUE ZEROS.
           05 FILLER                   PIC X(005)          VALUE SPACES.
           05 WRK-ROD-VALOR            PIC ZZZ.ZZZ.ZZ9,99  VALUE ZEROS.
           05 FILLER                   PIC X(026)          VALUE SPACES.

       01  WRK-LEGENDA.
           05 FILLER                   PIC X(050)          VALUE
              "SIT: F-FATURADO NA RODADA  J-JA FATURADO ANTES  L-".
           05 FILLER                   PIC X(030)          VALUE
              "FORA DA FATURA (VALOR MAXIMO)".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEL DE QUANTIDADE DE LINHAS-----".
      *-----------------------------------------------------------------

       01  ACU-QTLINHAS                 PIC 9(002)  COMP-3 VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEL DE ACUMULACAO-----".
      *-----------------------------------------------------------------

       01  ACU-LIDOS                    PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-REVENDAS                 PIC 9(005)  COMP-3 VALUE ZEROS.

       01  ACU-REVENDA.
           05 ACU-REV-ASSINANTES        PIC 9(005)  COMP-3 VALUE ZEROS.
           05 ACU-REV-FORA-LIMITE       PIC 9(005)  COMP-3 VALUE ZEROS.
           05 ACU-REV-VAREJO            PIC 9(011)V99 COMP-3
                                                           VALUE ZEROS.
           05 ACU-REV-ATACADO           PIC 9(011)V99 COMP-3
                                                           VALUE ZEROS.
           05 ACU-REV-DESCONTO          PIC 9(011)V99 COMP-3
                                                           VALUE ZEROS.
           05 ACU-REV-VALOR-FORA        PIC 9(011)V99 COMP-3
                                                           VALUE ZEROS.

       01  ACU-TOTAL-ATACADO            PIC 9(011)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-TOTAL-FORA-LIMITE        PIC 9(005)  COMP-3 VALUE ZEROS.

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
           PERFORM 0150-VERIFICAR-VAZIO.
           PERFORM 0200-PROCESSAR
               UNTIL FS-REVEORD EQUAL 10.
           PERFORM 0300-FINALIZAR.

       0000-PRINCIPAL-FIM.              EXIT.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                 SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_REVEDET".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-REVEDET
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_REVEORD".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-REVEORD
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_REVENDAS".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-REVENDAS
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_RELREVE".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-RELREVE
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           PERFORM 0105-ORDENAR-DETALHE.

           OPEN INPUT REVENDAS.
           IF FS-REVENDAS EQUAL ZEROS
               SET WRK-REVENDAS-DISPONIVEL TO TRUE
           ELSE
               IF FS-REVENDAS EQUAL 35
                   SET WRK-REVENDAS-INDISPONIVEL TO TRUE
               ELSE
                   MOVE WRK-ERRO-ABERTURA      TO WRK-DESCRICAO-ERRO
                   MOVE FS-REVENDAS            TO WRK-STATUS-ERRO
                   MOVE "0100-INICIALIZAR"     TO WRK-AREA-ERRO
                   MOVE "RELREVE"              TO WRK-PROGRAMA-ERRO
                   MOVE "REVENDAS"             TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

           OPEN OUTPUT RELREVE.
           IF FS-RELREVE NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-RELREVE               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "RELREVE"                TO WRK-PROGRAMA-ERRO
               MOVE "RELREVE"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------
       0105-ORDENAR-DETALHE              SECTION.
      *-----------------------------------------------------------------
      *    O FATURCLI GRAVA O DETALHE NA ORDEM DO MESTRE (CODIGO DO
      *    ASSINANTE); A LISTAGEM PRECISA DELE AGRUPADO POR REVENDA.
      *-----------------------------------------------------------------

           SORT TRABALHO-ORDENACAO
               ON ASCENDING KEY ORD-CONTA
               ON ASCENDING KEY ORD-CODIGO
               USING REVEDET
               GIVING REVEORD.

           IF SORT-RETURN NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA           TO WRK-DESCRICAO-ERRO
               MOVE SORT-RETURN                 TO WRK-STATUS-ERRO
               MOVE "0105-ORDENAR-DETALHE"      TO WRK-AREA-ERRO
               MOVE "RELREVE"                   TO WRK-PROGRAMA-ERRO
               MOVE "REVEDET"                   TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN INPUT REVEORD.
           IF FS-REVEORD NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA           TO WRK-DESCRICAO-ERRO
               MOVE FS-REVEORD                  TO WRK-STATUS-ERRO
               MOVE "0105-ORDENAR-DETALHE"      TO WRK-AREA-ERRO
               MOVE "RELREVE"                   TO WRK-PROGRAMA-ERRO
               MOVE "REVEORD"                   TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0105-ORDENAR-DETALHE-FIM.         EXIT.

      *-----------------------------------------------------------------
       0150-VERIFICAR-VAZIO             SECTION.
      *-----------------------------------------------------------------

           PERFORM 0160-LER-DADOS.

           IF FS-REVEORD EQUAL 10
               MOVE WRK-ARQ-VAZIO          TO WRK-DESCRICAO-ERRO
               MOVE FS-REVEORD             TO WRK-STATUS-ERRO
               MOVE "0150-VERIFICAR-VAZIO" TO WRK-AREA-ERRO
               MOVE "RELREVE"              TO WRK-PROGRAMA-ERRO
               MOVE "REVEORD"              TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0150-VERIFICAR-VAZIO-FIM.        EXIT.

      *-----------------------------------------------------------------
       0160-LER-DADOS                   SECTION.
      *-----------------------------------------------------------------

           READ REVEORD.

           IF FS-REVEORD NOT EQUAL 00 AND NOT EQUAL 10
               MOVE WRK-ERRO-LEIT    TO WRK-DESCRICAO-ERRO
               MOVE FS-REVEORD       TO WRK-STATUS-ERRO
               MOVE "0160-LER-DADOS" TO WRK-AREA-ERRO
               MOVE "RELREVE"        TO WRK-PROGRAMA-ERRO
               MOVE "REVEORD"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           IF FS-REVEORD EQUAL ZEROS
               ADD 1 TO ACU-LIDOS
           END-IF.

       0160-LER-DADOS-FIM.              EXIT.

      *-----------------------------------------------------------------
       0170-CONSULTAR-REVENDA           SECTION.
      *-----------------------------------------------------------------
      *    RAZAO SOCIAL E CNPJ DO CONTRATO PARA O CABECALHO; SEM O
      *    CADASTRO (OU SEM O CONTRATO NELE), O CABECALHO SAI SO COM A
      *    CONTA.
      *-----------------------------------------------------------------

           MOVE SPACES                 TO WRK-CAB-RAZAO.
           MOVE ZEROS                  TO WRK-CAB-CNPJ.

           IF WRK-REVENDAS-DISPONIVEL
               MOVE REVD-CONTA         TO REVE-CONTA
               READ REVENDAS KEY IS REVE-CONTA
                   INVALID KEY
                       MOVE "CONTRATO NAO CADASTRADO" TO WRK-CAB-RAZAO
                   NOT INVALID KEY
                       MOVE REVE-RAZAO-SOCIAL TO WRK-CAB-RAZAO
                       MOVE REVE-CNPJ         TO WRK-CAB-CNPJ
               END-READ
           END-IF.

       0170-CONSULTAR-REVENDA-FIM.      EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                   SECTION.
      *-----------------------------------------------------------------
      *    A TROCA DE REVENDA FECHA OS TOTAIS DA ANTERIOR E ABRE PAGINA
      *    NOVA COM O CABECALHO DO CONTRATO.
      *-----------------------------------------------------------------

           IF REVD-CONTA NOT EQUAL WRK-CONTA-ANTERIOR
               IF WRK-CONTA-ANTERIOR NOT EQUAL ZEROS
                   PERFORM 0230-IMPRIMIR-RODAPE
               END-IF
               INITIALIZE ACU-REVENDA
               MOVE REVD-CONTA            TO WRK-CONTA-ANTERIOR
               MOVE REVD-COMPETENCIA      TO WRK-COMPETENCIA
               MOVE REVD-DATA-VENCIMENTO  TO WRK-DATA-VENCTO
               ADD 1                      TO ACU-REVENDAS
               PERFORM 0170-CONSULTAR-REVENDA
               PERFORM 0210-IMPRIMIR-CABECALHO
           ELSE
               IF ACU-QTLINHAS GREATER 40
                   PERFORM 0210-IMPRIMIR-CABECALHO
               END-IF
           END-IF.

           PERFORM 0220-IMPRIMIR-DETALHE.

           PERFORM 0160-LER-DADOS.

       0200-PROCESSAR-FIM.              EXIT.

      *-----------------------------------------------------------------
       0210-IMPRIMIR-CABECALHO          SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-CONTA-ANTERIOR     TO WRK-CAB-CONTA.
           MOVE WRK-COMPET-MM          TO WRK-CAB-COMPET-MM.
           MOVE WRK-COMPET-AAAA        TO WRK-CAB-COMPET-AAAA.
           MOVE WRK-VENCTO-DD          TO WRK-CAB-VENCTO-DD.
           MOVE WRK-VENCTO-MM          TO WRK-CAB-VENCTO-MM.
           MOVE WRK-VENCTO-AAAA        TO WRK-CAB-VENCTO-AAAA.

           IF ACU-PAG GREATER 1
               MOVE WRK-CABECALHO3 TO REG-RELREVE
               WRITE REG-RELREVE AFTER PAGE
           END-IF.
           MOVE WRK-CABECALHO3 TO REG-RELREVE.
           WRITE REG-RELREVE AFTER 1 LINE.

           MOVE WRK-CABECALHO1 TO REG-RELREVE.
           WRITE REG-RELREVE AFTER 1 LINE.

           MOVE WRK-CABECALHO1A TO REG-RELREVE.
           WRITE REG-RELREVE AFTER 1 LINE.

           MOVE WRK-CABECALHO3 TO REG-RELREVE.
           WRITE REG-RELREVE AFTER 1 LINE.

           MOVE WRK-CABECALHO2 TO REG-RELREVE.
           WRITE REG-RELREVE AFTER 1 LINE.

           MOVE WRK-CABECALHO3 TO REG-RELREVE.
           WRITE REG-RELREVE AFTER 1 LINE.

           ADD 1  TO ACU-PAG.
           MOVE 5 TO ACU-QTLINHAS.

       0210-IMPRIMIR-CABECALHO-FIM.     EXIT.

      *-----------------------------------------------------------------
       0220-IMPRIMIR-DETALHE            SECTION.
      *-----------------------------------------------------------------
      *    SO O ASSINANTE QUE ESTA NA FATURA (FATURADO AGORA OU EM
      *    RODADA ANTERIOR) ENTRA NO TOTAL COBRADO; O QUE FICOU FORA
      *    PELO VALOR MAXIMO E TOTALIZADO A PARTE.
      *-----------------------------------------------------------------

           MOVE REVD-CODIGO            TO WRK-DET-CODIGO.
           MOVE REVD-NOME              TO WRK-DET-NOME.
           MOVE REVD-STREAMING         TO WRK-DET-STREAMING.
           MOVE REVD-PLANO             TO WRK-DET-PLANO.
           MOVE REVD-QT-ASSINATURAS    TO WRK-DET-QTDE.
           MOVE REVD-VALOR-VAREJO      TO WRK-DET-VAREJO.
           MOVE REVD-VALOR-ATACADO     TO WRK-DET-ATACADO.
           MOVE REVD-SITUACAO          TO WRK-DET-SITUACAO.

           IF REVD-FORA-LIMITE
               ADD 1                   TO ACU-REV-FORA-LIMITE
               ADD REVD-VALOR-ATACADO  TO ACU-REV-VALOR-FORA
           ELSE
               ADD 1                   TO ACU-REV-ASSINANTES
               ADD REVD-VALOR-VAREJO   TO ACU-REV-VAREJO
               ADD REVD-VALOR-ATACADO  TO ACU-REV-ATACADO
           END-IF.

           MOVE WRK-DETALHE            TO REG-RELREVE.
           WRITE REG-RELREVE AFTER 1 LINE.
           IF FS-RELREVE NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-RELREVE               TO WRK-STATUS-ERRO
               MOVE "0220-IMPRIMIR-DETALHE"  TO WRK-AREA-ERRO
               MOVE "RELREVE"                TO WRK-PROGRAMA-ERRO
               MOVE "RELREVE"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           ADD 1          TO ACU-QTLINHAS.

       0220-IMPRIMIR-DETALHE-FIM.       EXIT.

      *-----------------------------------------------------------------
       0230-IMPRIMIR-RODAPE             SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-CABECALHO3 TO REG-RELREVE.
           WRITE REG-RELREVE AFTER 1 LINE.

           MOVE "TOTAL DA FATURA DE ATACADO...:" TO WRK-ROD-DESCRICAO.
           MOVE ACU-REV-ASSINANTES             TO WRK-ROD-QTDE.
           MOVE ACU-REV-ATACADO                TO WRK-ROD-VALOR.
           PERFORM 0231-GRAVAR-RODAPE.

           MOVE "EQUIVALENTE DE VAREJO........:" TO WRK-ROD-DESCRICAO.
           MOVE ACU-REV-ASSINANTES             TO WRK-ROD-QTDE.
           MOVE ACU-REV-VAREJO                 TO WRK-ROD-VALOR.
           PERFORM 0231-GRAVAR-RODAPE.

           IF ACU-REV-VAREJO GREATER ACU-REV-ATACADO
               COMPUTE ACU-REV-DESCONTO =
                   ACU-REV-VAREJO - ACU-REV-ATACADO
           END-IF.
           MOVE "DESCONTO DE CONTRATO.........:" TO WRK-ROD-DESCRICAO.
           MOVE ACU-REV-ASSINANTES             TO WRK-ROD-QTDE.
           MOVE ACU-REV-DESCONTO               TO WRK-ROD-VALOR.
           PERFORM 0231-GRAVAR-RODAPE.

           MOVE "FORA DA FATURA (VALOR MAXIMO):" TO WRK-ROD-DESCRICAO.
           MOVE ACU-REV-FORA-LIMITE            TO WRK-ROD-QTDE.
           MOVE ACU-REV-VALOR-FORA             TO WRK-ROD-VALOR.
           PERFORM 0231-GRAVAR-RODAPE.

           MOVE WRK-CABECALHO3 TO REG-RELREVE.
           WRITE REG-RELREVE AFTER 1 LINE.

           MOVE WRK-LEGENDA    TO REG-RELREVE.
           WRITE REG-RELREVE AFTER 1 LINE.

           ADD ACU-REV-ATACADO     TO ACU-TOTAL-ATACADO.
           ADD ACU-REV-FORA-LIMITE TO ACU-TOTAL-FORA-LIMITE.

       0230-IMPRIMIR-RODAPE-FIM.        EXIT.

      *-----------------------------------------------------------------
       0231-GRAVAR-RODAPE               SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-RODAPE TO REG-RELREVE.
           WRITE REG-RELREVE AFTER 1 LINE.
           IF FS-RELREVE NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-RELREVE               TO WRK-STATUS-ERRO
               MOVE "0231-GRAVAR-RODAPE"     TO WRK-AREA-ERRO
               MOVE "RELREVE"                TO WRK-PROGRAMA-ERRO
               MOVE "RELREVE"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0231-GRAVAR-RODAPE-FIM.          EXIT.

      *-----------------------------------------------------------------
       0290-ESTATISTICA                 SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-TRACO.
           DISPLAY "ASSINANTES LIDOS.............: " ACU-LIDOS.
           DISPLAY "REVENDAS NA LISTAGEM.........: " ACU-REVENDAS.
           DISPLAY "TOTAL DE ATACADO.............: " ACU-TOTAL-ATACADO.
           DISPLAY "FORA DA FATURA (VALOR MAXIMO): "
                                               ACU-TOTAL-FORA-LIMITE.
           DISPLAY WRK-TRACO.
           DISPLAY WRK-FIM-PROGRAMA.
           DISPLAY WRK-TRACO.

       0290-ESTATISTICA-FIM.            EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                   SECTION.
      *-----------------------------------------------------------------

           IF ACU-LIDOS GREATER ZEROS
               PERFORM 0230-IMPRIMIR-RODAPE
               PERFORM 0290-ESTATISTICA
           END-IF.

           CLOSE REVEORD.
           IF FS-REVEORD NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-REVEORD        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "RELREVE"         TO WRK-PROGRAMA-ERRO
               MOVE "REVEORD"         TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           IF WRK-REVENDAS-DISPONIVEL
               CLOSE REVENDAS
               IF FS-REVENDAS NOT EQUAL ZEROS
                   MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
                   MOVE FS-REVENDAS       TO WRK-STATUS-ERRO
                   MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
                   MOVE "RELREVE"         TO WRK-PROGRAMA-ERRO
                   MOVE "REVENDAS"        TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

           CLOSE RELREVE.
           IF FS-RELREVE NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-RELREVE        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "RELREVE"         TO WRK-PROGRAMA-ERRO
               MOVE "RELREVE"         TO WRK-ARQUIVO-ERRO
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
