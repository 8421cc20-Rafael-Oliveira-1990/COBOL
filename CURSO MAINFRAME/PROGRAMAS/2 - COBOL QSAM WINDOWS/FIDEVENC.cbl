      *-----------------------------------------------------------------
       IDENTIFICATION                   DIVISION.
       PROGRAM-ID. FIDEVENC.
      *=================================================================
      *== PROGRAMA....: FIDEVENC
      *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
      *== ANALISTA....: IVAN SANCHES
      *== DATA........: 15/10/2026
      *== CONSULTORIA:
      *-----------------------------------------------------------------
      *== OBJETIVO....: LISTAR PARA A EQUIPE DE RETENCAO AS
      *                 ASSINATURAS ATIVAS CUJO PRAZO DE FIDELIDADE
      *                 (ASN-FIDEL-FIM, BOOK REGASSN) TERMINA NOS
      *                 PROXIMOS 60 DIAS, EM ORDEM DE DATA DE FIM E
      *                 CODIGO DO CLIENTE: NOME E E-MAIL DO MESTRE
      *                 (BOOK REGCLI), STREAMING, DATA DE FIM DO PRAZO
      *                 E DIAS QUE FALTAM (DIAS
      *                 COMERCIAIS, MES DE 30 DIAS, COMO NO ATRASCLI).
      *                 PRAZO JA VENCIDO OU ALEM DA JANELA NAO ENTRA.
      *-----------------------------------------------------------------
      *===================ESPECIFICACOES DO PROGRAMA====================
      *    ARQUIVO                    TIPO               BOOK
      *    ASSINATURAS               INPUT              REGASSN
      *    FIDEORD                   I-O                N/A
      *    CLIENTES                  INPUT              REGCLI
      *    FIDEVENC                  OUTPUT             N/A
      *    FIDEVENC                  INPUT              BOOKMSG
      *    FIDEVENC                  INPUT              BOOKASSI
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
           SELECT ASSINATURAS ASSIGN TO WRK-NOME-ASSINATURAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ASN-CHAVE
           FILE STATUS IS FS-ASSINATURAS.

           SELECT TRABALHO-ORDENACAO ASSIGN TO "SORTWK01".

           SELECT FIDEORD ASSIGN TO WRK-NOME-FIDEORD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-FIDEORD.

           SELECT CLIENTES ASSIGN TO WRK-NOME-CLIENTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-CODIGO
           FILE STATUS IS FS-CLIENTES.

           SELECT FIDEVENC ASSIGN TO WRK-NOME-FIDEVENC
           FILE STATUS IS FS-FIDEVENC.
      *-----------------------------------------------------------------

      *=================================================================
       DATA                             DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                             SECTION.
      *-----------------------------------------------------------------
      *
      *            INPUT - ASSINATURAS DO CLIENTE (CODIGO + SEQUENCIA)
      *
      *-----------------------------------------------------------------
       FD  ASSINATURAS.
       COPY "REGASSN".

      *-----------------------------------------------------------------
      *
      *            TRABALHO - ORDENACAO POR FIM DO PRAZO/CLIENTE
      *
      *-----------------------------------------------------------------
       SD  TRABALHO-ORDENACAO.
       01  ORD-FIDELIDADE.
           05 ORD-FIDEL-FIM             PIC 9(008).
           05 ORD-CODIGO                PIC 9(007).
           05 ORD-SEQUENCIA             PIC 9(003).
           05 ORD-STREAMING             PIC X(010).
           05 ORD-PLANO                 PIC X(007).
           05 ORD-VALOR                 PIC 9(005)V99.
           05 ORD-DIAS-RESTANTES        PIC 9(003).

      *-----------------------------------------------------------------
      *
      *            I-O - VENCIMENTOS DE FIDELIDADE ORDENADOS
      *
      *-----------------------------------------------------------------
       FD  FIDEORD.
       01  REG-FIDEORD.
           05 FDO-FIDEL-FIM             PIC 9(008).
           05 FILLER REDEFINES FDO-FIDEL-FIM.
               10 FDO-FIM-AAAA          PIC 9(004).
               10 FDO-FIM-MM            PIC 9(002).
               10 FDO-FIM-DD            PIC 9(002).
           05 FDO-CODIGO                PIC 9(007).
           05 FDO-SEQUENCIA             PIC 9(003).
           05 FDO-STREAMING             PIC X(010).
           05 FDO-PLANO                 PIC X(007).
           05 FDO-VALOR                 PIC 9(005)V99.
           05 FDO-DIAS-RESTANTES        PIC 9(003).

      *-----------------------------------------------------------------
      *
      *            INPUT - MESTRE INDEXADO DE CLIENTES
      *
      *-----------------------------------------------------------------
       FD  CLIENTES.
       COPY "REGCLI".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - VENCIMENTOS DE FIDELIDADE PARA RETENCAO
      *
      *-----------------------------------------------------------------
       FD  FIDEVENC.
       01  REG-FIDEVENC                 PIC X(080).

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

       01  FS-ASSINATURAS               PIC 9(002)         VALUE ZEROS.
       01  FS-FIDEORD                   PIC 9(002)         VALUE ZEROS.
       01  FS-CLIENTES                  PIC 9(002)         VALUE ZEROS.
       01  FS-FIDEVENC                  PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----NOMES EXTERNALIZADOS VIA DD-----".
      *-----------------------------------------------------------------

       01  WRK-NOME-ASSINATURAS         PIC X(040)         VALUE
              "C:\RELATORIO\dados\ASSINATURAS.DAT".
       01  WRK-NOME-FIDEORD             PIC X(040)         VALUE
              "C:\RELATORIO\dados\FIDEORD.DAT".
       01  WRK-NOME-CLIENTES            PIC X(040)         VALUE
              "C:\RELATORIO\dados\CLIENTES.DAT".
       01  WRK-NOME-FIDEVENC            PIC X(040)         VALUE
              "C:\RELATORIO\dados\FIDEVENC.txt".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEIS DE DATA E JANELA-----".
      *-----------------------------------------------------------------

       01  WRK-DATA-ATUAL               PIC 9(008)         VALUE ZEROS.
       01  FILLER REDEFINES WRK-DATA-ATUAL.
           05 WRK-ATUAL-AAAA            PIC 9(004).
           05 WRK-ATUAL-MM              PIC 9(002).
           05 WRK-ATUAL-DD              PIC 9(002).

       01  WRK-DATA-FIM                 PIC 9(008)         VALUE ZEROS.
       01  FILLER REDEFINES WRK-DATA-FIM.
           05 WRK-FIM-AAAA              PIC 9(004).
           05 WRK-FIM-MM                PIC 9(002).
           05 WRK-FIM-DD                PIC 9(002).

       01  WRK-DIAS-RESTANTES           PIC S9(007) COMP-3 VALUE ZEROS.
       01  WRK-JANELA-DIAS              PIC 9(003)  COMP-3 VALUE 60.

       01  WRK-SW-FIM-ORDENACAO         PIC X(001)         VALUE "N".
           88 WRK-FIM-ORDENACAO                            VALUE "S".

       01  WRK-SW-CLIENTES              PIC X(001)         VALUE "N".
           88 WRK-CLIENTES-DISPONIVEL                      VALUE "S".
           88 WRK-CLIENTES-INDISPONIVEL                    VALUE "N".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "CABECALHO DE PAGINACAO".
      *-----------------------------------------------------------------

       01  WRK-CABECALHO1.
           05 FILLER                    PIC X(005)         VALUE SPACES.
           05 FILLER                    PIC X(041)         VALUE
              "FIDELIDADES VENCENDO NOS PROXIMOS 60 DIAS".
           05 FILLER                    PIC X(003)         VALUE SPACES.
           05 WRK-CAB-DD                PIC 9(002)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE "/".
           05 WRK-CAB-MM                PIC 9(002)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE "/".
           05 WRK-CAB-AAAA              PIC 9(004)         VALUE ZEROS.
           05 FILLER                    PIC X(003)         VALUE SPACES.
           05 FILLER                    PIC X(008)         VALUE
              "PAGINA:".
           05 ACU-PAG                   PIC 9(003)         VALUE 1.
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
           05 FILLER                    PIC X(021)         VALUE
              "E-MAIL".
           05 FILLER                    PIC X(011)         VALUE
              "STREAMING".
           05 FILLER                    PIC X(011)         VALUE
              "FIM PRAZO".
           05 FILLER                    PIC X(008)         VALUE
              "DIAS".

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
           05 WRK-DET-EMAIL            PIC X(020)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-STREAMING        PIC X(010)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-FIM-DD           PIC 9(002)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE "/".
           05 WRK-DET-FIM-MM           PIC 9(002)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE "/".
           05 WRK-DET-FIM-AAAA         PIC 9(004)          VALUE ZEROS.
           05 FILLER                   PIC X(002)          VALUE SPACES.
           05 WRK-DET-DIAS             PIC ZZ9             VALUE ZEROS.
           05 FILLER                   PIC X(004)          VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)          VALUE
              "-----RODAPE DE TOTAIS-----".
      *-----------------------------------------------------------------

       01  WRK-RODAPE.
           05 WRK-ROD-DESCRICAO        PIC X(030)          VALUE SPACES.
           05 WRK-ROD-QTDE             PIC ZZZZ9           VALUE ZEROS.
           05 FILLER                   PIC X(045)          VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEL DE QUANTIDADE DE LINHAS-----".
      *-----------------------------------------------------------------

       01  ACU-QTLINHAS                 PIC 9(002)  COMP-3 VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEL DE ACUMULACAO-----".
      *-----------------------------------------------------------------

       01  ACU-ASSINATURAS-LIDAS        PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-COM-FIDELIDADE           PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-LIDOS                    PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-SEM-CADASTRO             PIC 9(005)  COMP-3 VALUE ZEROS.

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
               UNTIL FS-FIDEORD EQUAL 10.
           PERFORM 0300-FINALIZAR.

       0000-PRINCIPAL-FIM.              EXIT.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                 SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_ASSINATU".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-ASSINATURAS
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_FIDEORD".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-FIDEORD
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CLIENTES".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-CLIENTES
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_FIDEVENC".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-FIDEVENC
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           OPEN INPUT ASSINATURAS.
           IF FS-ASSINATURAS NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-ASSINATURAS           TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "FIDEVENC"               TO WRK-PROGRAMA-ERRO
               MOVE "ASSINATURAS"            TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           PERFORM 0105-ORDENAR-VENCIMENTOS.

           OPEN INPUT CLIENTES.
           IF FS-CLIENTES EQUAL ZEROS
               SET WRK-CLIENTES-DISPONIVEL TO TRUE
           ELSE
               IF FS-CLIENTES EQUAL 35
                   SET WRK-CLIENTES-INDISPONIVEL TO TRUE
               ELSE
                   MOVE WRK-ERRO-ABERTURA      TO WRK-DESCRICAO-ERRO
                   MOVE FS-CLIENTES            TO WRK-STATUS-ERRO
                   MOVE "0100-INICIALIZAR"     TO WRK-AREA-ERRO
                   MOVE "FIDEVENC"             TO WRK-PROGRAMA-ERRO
                   MOVE "CLIENTES"             TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

           OPEN OUTPUT FIDEVENC.
           IF FS-FIDEVENC NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-FIDEVENC              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "FIDEVENC"               TO WRK-PROGRAMA-ERRO
               MOVE "FIDEVENC"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------
       0105-ORDENAR-VENCIMENTOS          SECTION.
      *-----------------------------------------------------------------
      *    O ARQUIVO DE ASSINATURAS ESTA NA ORDEM CODIGO/SEQUENCIA; A
      *    RETENCAO TRABALHA PELA DATA EM QUE O PRAZO ACABA.
      *-----------------------------------------------------------------

           SORT TRABALHO-ORDENACAO
               ON ASCENDING KEY ORD-FIDEL-FIM
               ON ASCENDING KEY ORD-CODIGO
               ON ASCENDING KEY ORD-SEQUENCIA
               INPUT PROCEDURE IS 0106-FORNECER-ORDENACAO
               GIVING FIDEORD.

           CLOSE ASSINATURAS.

           IF SORT-RETURN NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA           TO WRK-DESCRICAO-ERRO
               MOVE SORT-RETURN                 TO WRK-STATUS-ERRO
               MOVE "0105-ORDENAR-VENCIMENTOS"  TO WRK-AREA-ERRO
               MOVE "FIDEVENC"                  TO WRK-PROGRAMA-ERRO
               MOVE "ASSINATURAS"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN INPUT FIDEORD.
           IF FS-FIDEORD NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA           TO WRK-DESCRICAO-ERRO
               MOVE FS-FIDEORD                  TO WRK-STATUS-ERRO
               MOVE "0105-ORDENAR-VENCIMENTOS"  TO WRK-AREA-ERRO
               MOVE "FIDEVENC"                  TO WRK-PROGRAMA-ERRO
               MOVE "FIDEORD"                   TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0105-ORDENAR-VENCIMENTOS-FIM.     EXIT.

      *-----------------------------------------------------------------
       0106-FORNECER-ORDENACAO           SECTION.
      *-----------------------------------------------------------------
      *    PROCEDURE DE ENTRADA DA SORT ACIMA - SO LIBERA ASSINATURA
      *    ATIVA COM PRAZO DE FIDELIDADE TERMINANDO DE HOJE ATE O FIM
      *    DA JANELA. REGISTRO ANTERIOR AO CONTRATO (CAMPOS EM BRANCO)
      *    NAO TEM FIDELIDADE.
      *-----------------------------------------------------------------

           PERFORM 0107-LER-E-LIBERAR
               UNTIL WRK-FIM-ORDENACAO.

       0106-FORNECER-ORDENACAO-FIM.      EXIT.

      *-----------------------------------------------------------------
       0107-LER-E-LIBERAR                SECTION.
      *-----------------------------------------------------------------

           READ ASSINATURAS
               AT END
                   SET WRK-FIM-ORDENACAO TO TRUE
           END-READ.

           IF NOT WRK-FIM-ORDENACAO
               ADD 1 TO ACU-ASSINATURAS-LIDAS
               IF ASN-ATIVA
                  AND ASN-FIDEL-FIM NUMERIC
                  AND ASN-FIDEL-FIM NOT LESS WRK-DATA-ATUAL
                  AND ASN-FIDEL-MESES NUMERIC
                  AND ASN-FIDEL-MESES GREATER ZEROS
                   ADD 1 TO ACU-COM-FIDELIDADE
                   MOVE ASN-FIDEL-FIM     TO WRK-DATA-FIM
                   COMPUTE WRK-DIAS-RESTANTES =
                       (WRK-FIM-AAAA - WRK-ATUAL-AAAA) * 360
                     + (WRK-FIM-MM   - WRK-ATUAL-MM)   * 30
                     + (WRK-FIM-DD   - WRK-ATUAL-DD)
                   IF WRK-DIAS-RESTANTES NOT GREATER WRK-JANELA-DIAS
                       MOVE ASN-FIDEL-FIM      TO ORD-FIDEL-FIM
                       MOVE ASN-CODIGO         TO ORD-CODIGO
                       MOVE ASN-SEQUENCIA      TO ORD-SEQUENCIA
                       MOVE ASN-STREAMING      TO ORD-STREAMING
                       MOVE ASN-PLANO          TO ORD-PLANO
                       MOVE ASN-VALOR          TO ORD-VALOR
                       MOVE WRK-DIAS-RESTANTES TO ORD-DIAS-RESTANTES
                       RELEASE ORD-FIDELIDADE
                   END-IF
               END-IF
           END-IF.

       0107-LER-E-LIBERAR-FIM.          EXIT.

      *-----------------------------------------------------------------
       0150-VERIFICAR-VAZIO             SECTION.
      *-----------------------------------------------------------------

           PERFORM 0160-LER-DADOS.

           IF FS-FIDEORD EQUAL 10
               MOVE WRK-ARQ-VAZIO          TO WRK-DESCRICAO-ERRO
               MOVE FS-FIDEORD             TO WRK-STATUS-ERRO
               MOVE "0150-VERIFICAR-VAZIO" TO WRK-AREA-ERRO
               MOVE "FIDEVENC"             TO WRK-PROGRAMA-ERRO
               MOVE "FIDEORD"              TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0150-VERIFICAR-VAZIO-FIM.        EXIT.

      *-----------------------------------------------------------------
       0160-LER-DADOS                   SECTION.
      *-----------------------------------------------------------------

           READ FIDEORD.

           IF FS-FIDEORD NOT EQUAL 00 AND NOT EQUAL 10
               MOVE WRK-ERRO-LEIT    TO WRK-DESCRICAO-ERRO
               MOVE FS-FIDEORD       TO WRK-STATUS-ERRO
               MOVE "0160-LER-DADOS" TO WRK-AREA-ERRO
               MOVE "FIDEVENC"       TO WRK-PROGRAMA-ERRO
               MOVE "FIDEORD"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           IF FS-FIDEORD EQUAL ZEROS
               ADD 1 TO ACU-LIDOS
           END-IF.

       0160-LER-DADOS-FIM.              EXIT.

      *-----------------------------------------------------------------
       0170-CONSULTAR-CLIENTE           SECTION.
      *-----------------------------------------------------------------
      *    NOME E E-MAIL PARA O CONTATO; SEM O MESTRE (OU SEM O
      *    CODIGO NELE) A LINHA SAI SO COM O CODIGO.
      *-----------------------------------------------------------------

           MOVE SPACES                 TO WRK-DET-NOME
                                          WRK-DET-EMAIL.

           IF WRK-CLIENTES-DISPONIVEL
               MOVE FDO-CODIGO         TO REG-CODIGO
               READ CLIENTES KEY IS REG-CODIGO
                   INVALID KEY
                       MOVE "NAO CADASTRADO"  TO WRK-DET-NOME
                       ADD 1                  TO ACU-SEM-CADASTRO
                   NOT INVALID KEY
                       MOVE REG-NOME          TO WRK-DET-NOME
                       MOVE REG-EMAIL         TO WRK-DET-EMAIL
               END-READ
           END-IF.

       0170-CONSULTAR-CLIENTE-FIM.      EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                   SECTION.
      *-----------------------------------------------------------------

           IF ACU-LIDOS EQUAL 1 OR ACU-QTLINHAS GREATER 40
               PERFORM 0210-IMPRIMIR-CABECALHO
           END-IF.

           PERFORM 0220-IMPRIMIR-DETALHE.

           PERFORM 0160-LER-DADOS.

       0200-PROCESSAR-FIM.              EXIT.

      *-----------------------------------------------------------------
       0210-IMPRIMIR-CABECALHO          SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-ATUAL-DD           TO WRK-CAB-DD.
           MOVE WRK-ATUAL-MM           TO WRK-CAB-MM.
           MOVE WRK-ATUAL-AAAA         TO WRK-CAB-AAAA.

           IF ACU-PAG GREATER 1
               MOVE WRK-CABECALHO3 TO REG-FIDEVENC
               WRITE REG-FIDEVENC AFTER PAGE
           END-IF.
           MOVE WRK-CABECALHO3 TO REG-FIDEVENC.
           WRITE REG-FIDEVENC AFTER 1 LINE.

           MOVE WRK-CABECALHO1 TO REG-FIDEVENC.
           WRITE REG-FIDEVENC AFTER 1 LINE.

           MOVE WRK-CABECALHO3 TO REG-FIDEVENC.
           WRITE REG-FIDEVENC AFTER 1 LINE.

           MOVE WRK-CABECALHO2 TO REG-FIDEVENC.
           WRITE REG-FIDEVENC AFTER 1 LINE.

           MOVE WRK-CABECALHO3 TO REG-FIDEVENC.
           WRITE REG-FIDEVENC AFTER 1 LINE.

           ADD 1  TO ACU-PAG.
           MOVE 4 TO ACU-QTLINHAS.

       0210-IMPRIMIR-CABECALHO-FIM.     EXIT.

      *-----------------------------------------------------------------
       0220-IMPRIMIR-DETALHE            SECTION.
      *-----------------------------------------------------------------

           PERFORM 0170-CONSULTAR-CLIENTE.

           MOVE FDO-CODIGO             TO WRK-DET-CODIGO.
           MOVE FDO-STREAMING          TO WRK-DET-STREAMING.
           MOVE FDO-FIM-DD             TO WRK-DET-FIM-DD.
           MOVE FDO-FIM-MM             TO WRK-DET-FIM-MM.
           MOVE FDO-FIM-AAAA           TO WRK-DET-FIM-AAAA.
           MOVE FDO-DIAS-RESTANTES     TO WRK-DET-DIAS.

           MOVE WRK-DETALHE            TO REG-FIDEVENC.
           WRITE REG-FIDEVENC AFTER 1 LINE.
           IF FS-FIDEVENC NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-FIDEVENC              TO WRK-STATUS-ERRO
               MOVE "0220-IMPRIMIR-DETALHE"  TO WRK-AREA-ERRO
               MOVE "FIDEVENC"               TO WRK-PROGRAMA-ERRO
               MOVE "FIDEVENC"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           ADD 1          TO ACU-QTLINHAS.

       0220-IMPRIMIR-DETALHE-FIM.       EXIT.

      *-----------------------------------------------------------------
       0230-IMPRIMIR-RODAPE             SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-CABECALHO3 TO REG-FIDEVENC.
           WRITE REG-FIDEVENC AFTER 1 LINE.

           MOVE "ASSINATURAS A CONTATAR.......:" TO WRK-ROD-DESCRICAO.
           MOVE ACU-LIDOS                       TO WRK-ROD-QTDE.
           MOVE WRK-RODAPE TO REG-FIDEVENC.
           WRITE REG-FIDEVENC AFTER 1 LINE.
           IF FS-FIDEVENC NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-FIDEVENC              TO WRK-STATUS-ERRO
               MOVE "0230-IMPRIMIR-RODAPE"   TO WRK-AREA-ERRO
               MOVE "FIDEVENC"               TO WRK-PROGRAMA-ERRO
               MOVE "FIDEVENC"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0230-IMPRIMIR-RODAPE-FIM.        EXIT.

      *-----------------------------------------------------------------
       0290-ESTATISTICA                 SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-TRACO.
           DISPLAY "ASSINATURAS LIDAS............: "
                                               ACU-ASSINATURAS-LIDAS.
           DISPLAY "FIDELIDADES ATIVAS A VENCER..: "
                                               ACU-COM-FIDELIDADE.
           DISPLAY "VENCENDO NA JANELA...........: " ACU-LIDOS.
           DISPLAY "SEM CADASTRO NO MESTRE.......: " ACU-SEM-CADASTRO.
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

           CLOSE FIDEORD.
           IF FS-FIDEORD NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-FIDEORD        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "FIDEVENC"        TO WRK-PROGRAMA-ERRO
               MOVE "FIDEORD"         TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           IF WRK-CLIENTES-DISPONIVEL
               CLOSE CLIENTES
               IF FS-CLIENTES NOT EQUAL ZEROS
                   MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
                   MOVE FS-CLIENTES       TO WRK-STATUS-ERRO
                   MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
                   MOVE "FIDEVENC"        TO WRK-PROGRAMA-ERRO
                   MOVE "CLIENTES"        TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

           CLOSE FIDEVENC.
           IF FS-FIDEVENC NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-FIDEVENC       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "FIDEVENC"        TO WRK-PROGRAMA-ERRO
               MOVE "FIDEVENC"        TO WRK-ARQUIVO-ERRO
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
