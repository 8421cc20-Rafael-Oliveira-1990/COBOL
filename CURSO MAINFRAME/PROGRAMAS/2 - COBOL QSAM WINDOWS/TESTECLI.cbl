      *-----------------------------------------------------------------
       IDENTIFICATION                   DIVISION.
       PROGRAM-ID. TESTECLI.
      *=================================================================
      *== PROGRAMA....: TESTECLI
      *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
      *== ANALISTA....: IVAN SANCHES
      *== DATA........: 15/10/2026
      *== CONSULTORIA:
      *-----------------------------------------------------------------
      *== OBJETIVO....: PASSO NOTURNO DO TESTE GRATIS. PARA CADA
      *                 CLIENTE EM TESTE (REG-STATUS "T", BOOK REGCLI)
      *                 CUJO FIM DO TESTE (REG-DATA-CANCELAMENTO) JA
      *                 CHEGOU, PROCURA UM MEIO DE PAGAMENTO: DEBITO
      *                 AUTOMATICO COM MANDATO CONFIRMADO (MESMA REGRA
      *                 DO DEBAUTO - SEM REGISTRO NO MANDATOS, OU SEM O
      *                 ARQUIVO, E OPTANTE ANTIGO JA CONFIRMADO),
      *                 CARTAO COM TOKEN ATIVO E NAO VENCIDO NO
      *                 CARTOES OU FATURA ELETRONICA (PIX) COM EMAIL
      *                 VALIDO. COM MEIO DE PAGAMENTO, CONVERTE O
      *                 CLIENTE EM ATIVO PELO PRECO DE TABELA DO PAR
      *                 STREAMING/PLANO (PRECO VIGENTE DO ARQUIVO
      *                 PRECOS OU, SEM ELE, O BOOKPLAN - MESMA REGRA DO
      *                 0167-DERIVAR-ASSINATURA DO RELATV05), NO MESTRE
      *                 E NA ASSINATURA PRINCIPAL. SEM MEIO DE
      *                 PAGAMENTO, CANCELA O CLIENTE NA DATA DE FIM DO
      *                 TESTE, ENCERRA AS ASSINATURAS ATIVAS COM O
      *                 MOTIVO "TE" (TESTE EXPIRADO, BOOK REGASSN) E
      *                 RETIRA A ADESAO AO DEBITO AINDA PENDENTE, NA
      *                 MESMA REGRA DO MANTCLI. PAR SEM PRECO DE TABELA
      *                 NAO E CONVERTIDO - FICA EM TESTE, LISTADO, E
      *                 VOLTA NA PROXIMA NOITE. TODA MUDANCA DO MESTRE
      *                 VAI PARA A TRILHA DE AUDITORIA (ANTES/DEPOIS),
      *                 DE ONDE O COMISCAN APURA CONVERSOES E
      *                 EXPIRACOES POR CANAL.
      *-----------------------------------------------------------------
      *===================ESPECIFICACOES DO PROGRAMA====================
      *    ARQUIVO                    TIPO               BOOK
      *    CLIENTES                  I-O                REGCLI
      *    PRECOS                    INPUT              REGPTAB
      *    ASSINATURAS               I-O                REGASSN
      *    MANDATOS                  I-O                REGMAND
      *    CARTOES                   INPUT              REGCART
      *    AUDITORIA                 EXTEND             REGAUD
      *    RELTESTE                  OUTPUT             N/A
      *    TESTECLI                  INPUT              BOOKPLAN
      *    TESTECLI                  INPUT              BOOKMSG
      *    TESTECLI                  INPUT              BOOKASSI
      *-----------------------------------------------------------------
      *== MODULOS
ALT01 *    GRVJRNL
      *-----------------------------------------------------------------
      *-------------------ALTERACOESDO PROGRAMA-------------------------

ALT01 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT01 *== OBJETIVO....: CADA GRAVACAO, REGRAVACAO OU EXCLUSAO NO MESTRE
      *                 CLIENTES PASSA A SAIR NO JOURNAL DE RECUPERACAO
      *                 (SUBPROGRAMA GRVJRNL, BOOK BOOKJRNL) COM AS
      *                 IMAGENS ANTES E DEPOIS DO REGISTRO - SE O MESTRE
      *                 SE PERDER NO MEIO DA CADEIA, O RECJRNL REAPLICA
      *                 O JOURNAL SOBRE A COPIA DE SEGURANCA.

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
           SELECT CLIENTES ASSIGN TO WRK-NOME-CLIENTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REG-CODIGO
           FILE STATUS IS FS-CLIENTES.

           SELECT PRECOS ASSIGN TO WRK-NOME-PRECOS
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-PRECOS.

           SELECT ASSINATURAS ASSIGN TO WRK-NOME-ASSINATURAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASN-CHAVE
           FILE STATUS IS FS-ASSINATURAS.

           SELECT MANDATOS ASSIGN TO WRK-NOME-MANDATOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MND-CHAVE
           FILE STATUS IS FS-MANDATOS.

           SELECT CARTOES ASSIGN TO WRK-NOME-CARTOES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CAR-CODIGO
           FILE STATUS IS FS-CARTOES.

           SELECT AUDITORIA ASSIGN TO WRK-NOME-AUDITORIA
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-AUDITORIA.

           SELECT RELTESTE ASSIGN TO WRK-NOME-RELTESTE
           FILE STATUS IS FS-RELTESTE.
      *-----------------------------------------------------------------

      *=================================================================
       DATA                             DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                             SECTION.
      *-----------------------------------------------------------------
      *
      *            I-O - MESTRE INDEXADO DE CLIENTES
      *
      *-----------------------------------------------------------------
       FD  CLIENTES.
       COPY "REGCLI".

      *-----------------------------------------------------------------
      *
      *            INPUT - PRECOS DE PLANO COM DATA DE VIGENCIA
      *
      *-----------------------------------------------------------------
       FD  PRECOS.
       COPY "REGPTAB".

      *-----------------------------------------------------------------
      *
      *            I-O - ASSINATURAS DO CLIENTE (CODIGO + SEQUENCIA)
      *
      *-----------------------------------------------------------------
       FD  ASSINATURAS.
       COPY "REGASSN".

      *-----------------------------------------------------------------
      *
      *            I-O - CADASTRO DE OPTANTES DO DEBITO AUTOMATICO
      *
      *-----------------------------------------------------------------
       FD  MANDATOS.
       COPY "REGMAND".

      *-----------------------------------------------------------------
      *
      *            INPUT - CARTOES TOKENIZADOS
      *
      *-----------------------------------------------------------------
       FD  CARTOES.
       COPY "REGCART".

      *-----------------------------------------------------------------
      *
      *            EXTEND - TRILHA DE AUDITORIA DO MESTRE
      *
      *-----------------------------------------------------------------
       FD  AUDITORIA.
       COPY "REGAUD".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - RELATORIO DE FIM DE TESTE GRATIS
      *
      *-----------------------------------------------------------------
       FD  RELTESTE.
       01  REG-RELTESTE                 PIC X(080).

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

       01  FS-CLIENTES                  PIC 9(002)         VALUE ZEROS.
       01  FS-PRECOS                    PIC 9(002)         VALUE ZEROS.
       01  FS-ASSINATURAS               PIC 9(002)         VALUE ZEROS.
       01  FS-MANDATOS                  PIC 9(002)         VALUE ZEROS.
       01  FS-CARTOES                   PIC 9(002)         VALUE ZEROS.
       01  FS-AUDITORIA                 PIC 9(002)         VALUE ZEROS.
       01  FS-RELTESTE                  PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----NOMES EXTERNALIZADOS VIA DD-----".
      *-----------------------------------------------------------------

       01  WRK-NOME-CLIENTES            PIC X(040)         VALUE
              "C:\RELATORIO\dados\CLIENTES.DAT".
       01  WRK-NOME-PRECOS              PIC X(040)         VALUE
              "C:\RELATORIO\dados\PRECOS.DAT".
       01  WRK-NOME-ASSINATURAS         PIC X(040)         VALUE
              "C:\RELATORIO\dados\ASSINATURAS.DAT".
       01  WRK-NOME-MANDATOS            PIC X(040)         VALUE
              "C:\RELATORIO\dados\MANDATOS.DAT".
       01  WRK-NOME-CARTOES             PIC X(040)         VALUE
              "C:\RELATORIO\dados\CARTOES.DAT".
       01  WRK-NOME-AUDITORIA           PIC X(040)         VALUE
              "C:\RELATORIO\dados\AUDITORIA.DAT".
       01  WRK-NOME-RELTESTE            PIC X(040)         VALUE
              "C:\RELATORIO\dados\RELTESTE.txt".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEIS DE DATA DA RODADA-----".
      *-----------------------------------------------------------------

       01  WRK-DATA-EXECUCAO            PIC 9(008)         VALUE ZEROS.
       01  FILLER REDEFINES WRK-DATA-EXECUCAO.
           05 WRK-EXEC-AAAAMM           PIC 9(006).
           05 WRK-EXEC-DD               PIC 9(002).
       01  FILLER REDEFINES WRK-DATA-EXECUCAO.
           05 WRK-EXEC-AAAA             PIC 9(004).
           05 WRK-EXEC-MM               PIC 9(002).
           05 FILLER                    PIC 9(002).
       01  WRK-HORA-EXECUCAO            PIC 9(006)         VALUE ZEROS.

       01  WRK-DATA-FIM-TESTE           PIC 9(008)         VALUE ZEROS.
       01  FILLER REDEFINES WRK-DATA-FIM-TESTE.
           05 WRK-FIM-AAAA              PIC 9(004).
           05 WRK-FIM-MM                PIC 9(002).
           05 WRK-FIM-DD                PIC 9(002).

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----TABELA DE PRECOS COM VIGENCIA (PRECOS)-----".
      *-----------------------------------------------------------------

       01  TAB-PRECO-VIGENTE.
           05 PVIG-ENTRADA              OCCURS 200 TIMES.
               10 PVIG-STREAMING        PIC X(010) VALUE SPACES.
               10 PVIG-PLANO            PIC X(007) VALUE SPACES.
               10 PVIG-VALOR            PIC 9(005)V99 COMP-3
                                                        VALUE ZEROS.
               10 PVIG-VIGENCIA         PIC 9(008) VALUE ZEROS.

       01  WRK-QT-PRECOS                PIC 9(003)  COMP-3 VALUE ZEROS.
       01  IDX-PVIG                     PIC 9(003)  COMP-3 VALUE ZEROS.
       01  WRK-VIGENCIA-ACHADA          PIC 9(008)         VALUE ZEROS.
       01  WRK-PRECO-ACHADO             PIC 9(005)V99 COMP-3
                                                        VALUE ZEROS.
       01  WRK-SW-PRECO                 PIC X(001)         VALUE "N".
           88 WRK-PRECO-ACHADO-SIM                         VALUE "S".
           88 WRK-PRECO-ACHADO-NAO                          VALUE "N".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----TABELA DE PRECOS POR PLANO (BOOKPLAN)-----".
      *-----------------------------------------------------------------

       COPY "BOOKPLAN".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----CHAVES E CONTROLES DO PROCESSAMENTO-----".
      *-----------------------------------------------------------------

       01  WRK-SW-ASSINATURAS           PIC X(001)         VALUE "N".
           88 WRK-ASSINATURAS-DISPONIVEL                   VALUE "S".
           88 WRK-ASSINATURAS-INDISPONIVEL                  VALUE "N".

       01  WRK-SW-MANDATOS              PIC X(001)         VALUE "N".
           88 WRK-MANDATOS-DISPONIVEL                      VALUE "S".
           88 WRK-MANDATOS-INDISPONIVEL                     VALUE "N".

       01  WRK-SW-CARTOES               PIC X(001)         VALUE "N".
           88 WRK-CARTOES-DISPONIVEL                       VALUE "S".
           88 WRK-CARTOES-INDISPONIVEL                      VALUE "N".

       01  WRK-SW-MEIO-PAGAMENTO        PIC X(001)         VALUE "N".
           88 WRK-COM-MEIO-PAGAMENTO                       VALUE "S".
           88 WRK-SEM-MEIO-PAGAMENTO                        VALUE "N".

       01  WRK-MEIO-PAGAMENTO           PIC X(006)         VALUE SPACES.

       01  WRK-SW-FIM-ASSIN             PIC X(001)         VALUE "N".
           88 WRK-FIM-ASSIN                                VALUE "S".
           88 WRK-NAO-FIM-ASSIN                             VALUE "N".

       01  WRK-IMAGEM-ANTES             PIC X(150)         VALUE SPACES.
       01  WRK-IMAGEM-DEPOIS            PIC X(150)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "CABECALHO DE PAGINACAO".
      *-----------------------------------------------------------------

       01  WRK-CABECALHO1.
           05 FILLER                    PIC X(005)         VALUE SPACES.
           05 FILLER                    PIC X(041)         VALUE
              "FIM DE TESTE GRATIS - CONVERSAO/EXPIRACAO".
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
           05 FILLER                    PIC X(011)         VALUE
              "STREAMING".
           05 FILLER                    PIC X(012)         VALUE
              "FIM TESTE".
           05 FILLER                    PIC X(011)         VALUE
              "RESULTADO".
           05 FILLER                    PIC X(007)         VALUE
              "MEIO".
           05 FILLER                    PIC X(010)         VALUE
              "     VALOR".

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
           05 WRK-DET-FIM-DD           PIC 9(002)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE "/".
           05 WRK-DET-FIM-MM           PIC 9(002)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE "/".
           05 WRK-DET-FIM-AAAA         PIC 9(004)          VALUE ZEROS.
           05 FILLER                   PIC X(002)          VALUE SPACES.
           05 WRK-DET-RESULTADO        PIC X(010)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-MEIO             PIC X(006)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-VALOR            PIC ZZ.ZZ9,99       VALUE ZEROS.

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

       01  ACU-LIDOS                    PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-EM-TESTE                 PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-VENCIDOS                 PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-CONVERTIDOS              PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-EXPIRADOS                PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-SEM-PRECO                PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-ASSIN-ENCERRADAS         PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-MANDATOS-RETIRADOS       PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-VALOR-CONVERTIDO         PIC 9(007)V99 COMP-3
                                                        VALUE ZEROS.

      *-----------------------------------------------------------------
ALT01  01  FILLER                       PIC X(050)         VALUE
ALT01         "-----AREA COMUNICACAO SUBPROGRAMA GRVJRNL-----".
      *-----------------------------------------------------------------
ALT01  COPY "BOOKJRNL".

ALT01  01  WRK-JRN-CLIENTE-ANTES        PIC X(150)         VALUE SPACES.

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
           PERFORM 0300-FINALIZAR.

       0000-PRINCIPAL-FIM.              EXIT.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                 SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-EXECUCAO FROM TIME.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CLIENTES".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-CLIENTES
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_PRECOS".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-PRECOS
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_ASSINATU".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-ASSINATURAS
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_MANDATOS".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-MANDATOS
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CARTOES".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-CARTOES
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_AUDITORIA".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-AUDITORIA
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_RELTESTE".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-RELTESTE
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           PERFORM 0120-CARREGAR-PRECOS.

           OPEN I-O    CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "TESTECLI"               TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN I-O    ASSINATURAS.
           IF FS-ASSINATURAS EQUAL ZEROS
               SET WRK-ASSINATURAS-DISPONIVEL TO TRUE
           ELSE
               IF FS-ASSINATURAS EQUAL 35
                   SET WRK-ASSINATURAS-INDISPONIVEL TO TRUE
               ELSE
                   MOVE WRK-ERRO-ABERTURA      TO WRK-DESCRICAO-ERRO
                   MOVE FS-ASSINATURAS         TO WRK-STATUS-ERRO
                   MOVE "0100-INICIALIZAR"     TO WRK-AREA-ERRO
                   MOVE "TESTECLI"             TO WRK-PROGRAMA-ERRO
                   MOVE "ASSINATURAS"          TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

           OPEN I-O    MANDATOS.
           IF FS-MANDATOS EQUAL ZEROS
               SET WRK-MANDATOS-DISPONIVEL TO TRUE
           ELSE
               IF FS-MANDATOS EQUAL 35
                   SET WRK-MANDATOS-INDISPONIVEL TO TRUE
               ELSE
                   MOVE WRK-ERRO-ABERTURA      TO WRK-DESCRICAO-ERRO
                   MOVE FS-MANDATOS            TO WRK-STATUS-ERRO
                   MOVE "0100-INICIALIZAR"     TO WRK-AREA-ERRO
                   MOVE "TESTECLI"             TO WRK-PROGRAMA-ERRO
                   MOVE "MANDATOS"             TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

           OPEN INPUT  CARTOES.
           IF FS-CARTOES EQUAL ZEROS
               SET WRK-CARTOES-DISPONIVEL TO TRUE
           ELSE
               IF FS-CARTOES EQUAL 35
                   SET WRK-CARTOES-INDISPONIVEL TO TRUE
               ELSE
                   MOVE WRK-ERRO-ABERTURA      TO WRK-DESCRICAO-ERRO
                   MOVE FS-CARTOES             TO WRK-STATUS-ERRO
                   MOVE "0100-INICIALIZAR"     TO WRK-AREA-ERRO
                   MOVE "TESTECLI"             TO WRK-PROGRAMA-ERRO
                   MOVE "CARTOES"              TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

           OPEN EXTEND AUDITORIA.
           IF FS-AUDITORIA EQUAL 35
               OPEN OUTPUT AUDITORIA
           END-IF.
           IF FS-AUDITORIA NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-AUDITORIA             TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "TESTECLI"               TO WRK-PROGRAMA-ERRO
               MOVE "AUDITORIA"              TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN OUTPUT RELTESTE.
           IF FS-RELTESTE NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-RELTESTE              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "TESTECLI"               TO WRK-PROGRAMA-ERRO
               MOVE "RELTESTE"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------
       0120-CARREGAR-PRECOS             SECTION.
      *-----------------------------------------------------------------
      *    CARREGA EM MEMORIA O ARQUIVO DE PRECOS COM VIGENCIA; SEM O
      *    ARQUIVO (STATUS 35), A TABELA FICA VAZIA E VALE SO O
      *    BOOKPLAN, COMO NO RELATV05.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-QT-PRECOS.
           OPEN INPUT PRECOS.

           IF FS-PRECOS EQUAL ZEROS
               PERFORM 0121-LER-PRECO
                   UNTIL FS-PRECOS NOT EQUAL ZEROS
               CLOSE PRECOS
           ELSE
               IF FS-PRECOS NOT EQUAL 35
                   MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
                   MOVE FS-PRECOS                TO WRK-STATUS-ERRO
                   MOVE "0120-CARREGAR-PRECOS"   TO WRK-AREA-ERRO
                   MOVE "TESTECLI"               TO WRK-PROGRAMA-ERRO
                   MOVE "PRECOS"                 TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

       0120-CARREGAR-PRECOS-FIM.        EXIT.

      *-----------------------------------------------------------------
       0121-LER-PRECO                   SECTION.
      *-----------------------------------------------------------------

           READ PRECOS.

           IF FS-PRECOS EQUAL ZEROS
               IF WRK-QT-PRECOS NOT LESS 200
                   MOVE WRK-ERRO-TABELA          TO WRK-DESCRICAO-ERRO
                   MOVE ZEROS                    TO WRK-STATUS-ERRO
                   MOVE "0121-LER-PRECO"         TO WRK-AREA-ERRO
                   MOVE "TESTECLI"               TO WRK-PROGRAMA-ERRO
                   MOVE "PRECOS"                 TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
               ADD 1 TO WRK-QT-PRECOS
               MOVE PTAB-STREAMING     TO PVIG-STREAMING (WRK-QT-PRECOS)
               MOVE PTAB-PLANO         TO PVIG-PLANO     (WRK-QT-PRECOS)
               MOVE PTAB-VALOR         TO PVIG-VALOR     (WRK-QT-PRECOS)
               MOVE PTAB-DATA-VIGENCIA TO PVIG-VIGENCIA  (WRK-QT-PRECOS)
           ELSE
               IF FS-PRECOS NOT EQUAL 10
                   MOVE WRK-ERRO-LEIT            TO WRK-DESCRICAO-ERRO
                   MOVE FS-PRECOS                TO WRK-STATUS-ERRO
                   MOVE "0121-LER-PRECO"         TO WRK-AREA-ERRO
                   MOVE "TESTECLI"               TO WRK-PROGRAMA-ERRO
                   MOVE "PRECOS"                 TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

       0121-LER-PRECO-FIM.              EXIT.

      *-----------------------------------------------------------------
       0160-LER-DADOS                   SECTION.
      *-----------------------------------------------------------------

           READ CLIENTES.

           IF FS-CLIENTES NOT EQUAL 00 AND NOT EQUAL 10
               MOVE WRK-ERRO-LEIT    TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES      TO WRK-STATUS-ERRO
               MOVE "0160-LER-DADOS" TO WRK-AREA-ERRO
               MOVE "TESTECLI"       TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"       TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0160-LER-DADOS-FIM.              EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                   SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO ACU-LIDOS.

           IF REG-TIPO-DETALHE AND REG-TESTE
               ADD 1 TO ACU-EM-TESTE
               IF REG-DATA-CANCELAMENTO NOT GREATER WRK-DATA-EXECUCAO
                   PERFORM 0210-ENCERRAR-TESTE
               END-IF
           END-IF.

           PERFORM 0160-LER-DADOS.

       0200-PROCESSAR-FIM.              EXIT.

      *-----------------------------------------------------------------
       0210-ENCERRAR-TESTE              SECTION.
      *-----------------------------------------------------------------
      *    FIM DO TESTE: COM MEIO DE PAGAMENTO E PRECO DE TABELA,
      *    CONVERTE; COM MEIO E SEM PRECO, ESPERA A TABELA; SEM MEIO,
      *    EXPIRA.
      *-----------------------------------------------------------------

           ADD 1 TO ACU-VENCIDOS.
           MOVE REG-CLIENTES             TO WRK-IMAGEM-ANTES.
           MOVE REG-DATA-CANCELAMENTO    TO WRK-DATA-FIM-TESTE.

           PERFORM 0220-VERIFICAR-MEIO-PAGAMENTO.

           IF WRK-COM-MEIO-PAGAMENTO
               PERFORM 0230-DERIVAR-PRECO
               IF WRK-PRECO-ACHADO-SIM
                   PERFORM 0240-CONVERTER
               ELSE
                   ADD 1 TO ACU-SEM-PRECO
                   MOVE "SEM PRECO"      TO WRK-DET-RESULTADO
                   MOVE ZEROS            TO WRK-DET-VALOR
                   PERFORM 0280-IMPRIMIR-DETALHE
               END-IF
           ELSE
               PERFORM 0250-EXPIRAR
           END-IF.

           MOVE SPACES                   TO WRK-IMAGEM-ANTES
                                            WRK-IMAGEM-DEPOIS.

       0210-ENCERRAR-TESTE-FIM.         EXIT.

      *-----------------------------------------------------------------
       0220-VERIFICAR-MEIO-PAGAMENTO    SECTION.
      *-----------------------------------------------------------------
      *    DEBITO AUTOMATICO SO VALE COM O MANDATO CONFIRMADO PELO
      *    BANCO; CARTAO SO COM TOKEN ATIVO DENTRO DA VALIDADE. QUEM
      *    NAO TEM NENHUM DOS DOIS AINDA CONVERTE PELA FATURA
      *    ELETRONICA, QUE LEVA O PIX, DESDE QUE O EMAIL SEJA VALIDO.
      *-----------------------------------------------------------------

           SET WRK-SEM-MEIO-PAGAMENTO    TO TRUE.
           MOVE SPACES                   TO WRK-MEIO-PAGAMENTO.

           EVALUATE TRUE
               WHEN REG-DEBITO-AUTO-SIM
                   PERFORM 0221-CONSULTAR-MANDATO
               WHEN REG-DEBITO-CARTAO
                   PERFORM 0222-CONSULTAR-CARTAO
           END-EVALUATE.

           IF WRK-SEM-MEIO-PAGAMENTO
              AND REG-EFATURA-SIM
              AND REG-EMAIL-VALIDO
               SET WRK-COM-MEIO-PAGAMENTO TO TRUE
               MOVE "PIX"                TO WRK-MEIO-PAGAMENTO
           END-IF.

       0220-VERIFICAR-MEIO-PAGAMENTO-FIM. EXIT.

      *-----------------------------------------------------------------
       0221-CONSULTAR-MANDATO           SECTION.
      *-----------------------------------------------------------------
      *    MESMA REGRA DO DEBAUTO: SEM O ARQUIVO, OU SEM REGISTRO DO
      *    CLIENTE NO BANCO DELE, E OPTANTE ANTIGO JA CONFIRMADO.
      *-----------------------------------------------------------------

           IF WRK-MANDATOS-INDISPONIVEL
               SET WRK-COM-MEIO-PAGAMENTO TO TRUE
           ELSE
               MOVE REG-CODIGO           TO MND-CODIGO
               MOVE REG-BANCO            TO MND-BANCO
               READ MANDATOS KEY IS MND-CHAVE
                   INVALID KEY
                       SET WRK-COM-MEIO-PAGAMENTO TO TRUE
                   NOT INVALID KEY
                       IF MND-CONFIRMADO
                           SET WRK-COM-MEIO-PAGAMENTO TO TRUE
                       END-IF
               END-READ
           END-IF.

           IF WRK-COM-MEIO-PAGAMENTO
               MOVE "DEBITO"             TO WRK-MEIO-PAGAMENTO
           END-IF.

       0221-CONSULTAR-MANDATO-FIM.      EXIT.

      *-----------------------------------------------------------------
       0222-CONSULTAR-CARTAO            SECTION.
      *-----------------------------------------------------------------
      *    SEM O ARQUIVO DE CARTOES NAO HA TOKEN CONHECIDO.
      *-----------------------------------------------------------------

           IF WRK-CARTOES-DISPONIVEL
               MOVE REG-CODIGO           TO CAR-CODIGO
               READ CARTOES KEY IS CAR-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CAR-ATIVO
                          AND CAR-VALIDADE NOT LESS WRK-EXEC-AAAAMM
                           SET WRK-COM-MEIO-PAGAMENTO TO TRUE
                           MOVE "CARTAO"  TO WRK-MEIO-PAGAMENTO
                       END-IF
               END-READ
           END-IF.

       0222-CONSULTAR-CARTAO-FIM.       EXIT.

      *-----------------------------------------------------------------
       0230-DERIVAR-PRECO               SECTION.
      *-----------------------------------------------------------------
      *    MESMA REGRA DO 0167-DERIVAR-ASSINATURA DO RELATV05: VALE A
      *    LINHA DO PAR STREAMING/PLANO COM A MAIOR VIGENCIA NAO
      *    SUPERIOR A DATA DA RODADA; SEM ELA, O BOOKPLAN.
      *-----------------------------------------------------------------

           SET WRK-PRECO-ACHADO-NAO      TO TRUE.
           MOVE ZEROS                    TO WRK-VIGENCIA-ACHADA
                                            WRK-PRECO-ACHADO.

           PERFORM 0231-PESQUISAR-PRECO
               VARYING IDX-PVIG FROM 1 BY 1
               UNTIL IDX-PVIG GREATER WRK-QT-PRECOS.

           IF WRK-PRECO-ACHADO-NAO
               SET IDX-PLANO TO 1
               SEARCH TAB-PLANO-ENTRADA
                   AT END
                       CONTINUE
                   WHEN TAB-PLANO-STREAMING (IDX-PLANO) EQUAL
                                                    REG-STREAMING
                    AND TAB-PLANO-TIPO (IDX-PLANO)   EQUAL REG-PLANO
                       MOVE TAB-PLANO-VALOR (IDX-PLANO) TO
                                                    WRK-PRECO-ACHADO
                       SET WRK-PRECO-ACHADO-SIM  TO TRUE
               END-SEARCH
           END-IF.

       0230-DERIVAR-PRECO-FIM.          EXIT.

      *-----------------------------------------------------------------
       0231-PESQUISAR-PRECO             SECTION.
      *-----------------------------------------------------------------

           IF PVIG-STREAMING (IDX-PVIG) EQUAL REG-STREAMING
               AND PVIG-PLANO (IDX-PVIG) EQUAL REG-PLANO
               AND PVIG-VIGENCIA (IDX-PVIG) NOT GREATER
                                            WRK-DATA-EXECUCAO
               IF PVIG-VIGENCIA (IDX-PVIG) NOT LESS
                                            WRK-VIGENCIA-ACHADA
                   MOVE PVIG-VIGENCIA (IDX-PVIG) TO
                                            WRK-VIGENCIA-ACHADA
                   MOVE PVIG-VALOR    (IDX-PVIG) TO
                                            WRK-PRECO-ACHADO
                   SET WRK-PRECO-ACHADO-SIM      TO TRUE
               END-IF
           END-IF.

       0231-PESQUISAR-PRECO-FIM.        EXIT.

      *-----------------------------------------------------------------
       0240-CONVERTER                   SECTION.
      *-----------------------------------------------------------------
      *    TESTE CONVERTIDO: ATIVO PELO PRECO DE TABELA, SEM DATA DE
      *    CANCELAMENTO. A PRINCIPAL ACOMPANHA O MESTRE; O FATURCLI
      *    PASSA A FATURAR O CLIENTE NO PROXIMO CICLO.
      *-----------------------------------------------------------------

ALT01      MOVE REG-CLIENTES             TO WRK-JRN-CLIENTE-ANTES.
           SET REG-ATIVO                 TO TRUE.
           MOVE WRK-PRECO-ACHADO         TO REG-ASSINATURA.
           MOVE ZEROS                    TO REG-DATA-CANCELAMENTO.

           REWRITE REG-CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES              TO WRK-STATUS-ERRO
               MOVE "0240-CONVERTER"         TO WRK-AREA-ERRO
               MOVE "TESTECLI"               TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT01      SET JRN-ALTERACAO             TO TRUE.
ALT01      PERFORM 0810-JOURNAL-CLIENTE.

           MOVE REG-CLIENTES             TO WRK-IMAGEM-DEPOIS.
           PERFORM 0260-GRAVAR-AUDITORIA.

           IF WRK-ASSINATURAS-DISPONIVEL
               PERFORM 0245-ATUALIZAR-PRINCIPAL
           END-IF.

           ADD 1                         TO ACU-CONVERTIDOS.
           ADD WRK-PRECO-ACHADO          TO ACU-VALOR-CONVERTIDO.
           MOVE "CONVERTIDO"             TO WRK-DET-RESULTADO.
           MOVE WRK-PRECO-ACHADO         TO WRK-DET-VALOR.
           PERFORM 0280-IMPRIMIR-DETALHE.

       0240-CONVERTER-FIM.              EXIT.

      *-----------------------------------------------------------------
       0245-ATUALIZAR-PRINCIPAL         SECTION.
      *-----------------------------------------------------------------

           MOVE REG-CODIGO               TO ASN-CODIGO.
           MOVE 001                      TO ASN-SEQUENCIA.

           READ ASSINATURAS KEY IS ASN-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ASN-ATIVA
                       MOVE WRK-PRECO-ACHADO TO ASN-VALOR
                       REWRITE REG-ASSINATURA-CLI
                       IF FS-ASSINATURAS NOT EQUAL ZEROS
                           MOVE WRK-ERRO-GRAVAR  TO WRK-DESCRICAO-ERRO
                           MOVE FS-ASSINATURAS   TO WRK-STATUS-ERRO
                           MOVE "0245-ATUALIZAR-PRINCIPAL" TO
                                                    WRK-AREA-ERRO
                           MOVE "TESTECLI"       TO WRK-PROGRAMA-ERRO
                           MOVE "ASSINATURAS"    TO WRK-ARQUIVO-ERRO
                           PERFORM 9999-TRATAR-ERRO
                       END-IF
                   END-IF
           END-READ.

       0245-ATUALIZAR-PRINCIPAL-FIM.    EXIT.

      *-----------------------------------------------------------------
       0250-EXPIRAR                     SECTION.
      *-----------------------------------------------------------------
      *    TESTE EXPIRADO: CANCELADO NA PROPRIA DATA DE FIM DO TESTE,
      *    QUE JA ESTA EM REG-DATA-CANCELAMENTO.
      *-----------------------------------------------------------------

ALT01      MOVE REG-CLIENTES             TO WRK-JRN-CLIENTE-ANTES.
           SET REG-CANCELADO             TO TRUE.

           REWRITE REG-CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES              TO WRK-STATUS-ERRO
               MOVE "0250-EXPIRAR"           TO WRK-AREA-ERRO
               MOVE "TESTECLI"               TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT01      SET JRN-ALTERACAO             TO TRUE.
ALT01      PERFORM 0810-JOURNAL-CLIENTE.

           MOVE REG-CLIENTES             TO WRK-IMAGEM-DEPOIS.
           PERFORM 0260-GRAVAR-AUDITORIA.

           IF WRK-ASSINATURAS-DISPONIVEL
               PERFORM 0255-ENCERRAR-ASSINATURAS
           END-IF.

           IF REG-DEBITO-AUTO-SIM AND WRK-MANDATOS-DISPONIVEL
               PERFORM 0270-RETIRAR-ADESAO
           END-IF.

           ADD 1                         TO ACU-EXPIRADOS.
           MOVE "EXPIRADO"               TO WRK-DET-RESULTADO.
           MOVE ZEROS                    TO WRK-DET-VALOR.
           PERFORM 0280-IMPRIMIR-DETALHE.

       0250-EXPIRAR-FIM.                EXIT.

      *-----------------------------------------------------------------
       0255-ENCERRAR-ASSINATURAS        SECTION.
      *-----------------------------------------------------------------

           SET WRK-NAO-FIM-ASSIN         TO TRUE.

           MOVE REG-CODIGO               TO ASN-CODIGO.
           MOVE ZEROS                    TO ASN-SEQUENCIA.
           START ASSINATURAS KEY IS NOT LESS ASN-CHAVE
               INVALID KEY
                   SET WRK-FIM-ASSIN     TO TRUE
           END-START.

           PERFORM 0256-LER-PROXIMA-ASSIN
               UNTIL WRK-FIM-ASSIN.

       0255-ENCERRAR-ASSINATURAS-FIM.   EXIT.

      *-----------------------------------------------------------------
       0256-LER-PROXIMA-ASSIN           SECTION.
      *-----------------------------------------------------------------

           READ ASSINATURAS NEXT RECORD
               AT END
                   SET WRK-FIM-ASSIN     TO TRUE
           END-READ.

           IF NOT WRK-FIM-ASSIN
               IF ASN-CODIGO NOT EQUAL REG-CODIGO
                   SET WRK-FIM-ASSIN     TO TRUE
               ELSE
                   IF ASN-ATIVA
                       SET ASN-ENCERRADA          TO TRUE
                       MOVE WRK-DATA-FIM-TESTE    TO ASN-DATA-FIM
                       MOVE "TESTECLI"            TO ASN-OPERADOR
                       SET ASN-FIM-TESTE-EXPIRADO TO TRUE
                       REWRITE REG-ASSINATURA-CLI
                       IF FS-ASSINATURAS NOT EQUAL ZEROS
                           MOVE WRK-ERRO-GRAVAR  TO WRK-DESCRICAO-ERRO
                           MOVE FS-ASSINATURAS   TO WRK-STATUS-ERRO
                           MOVE "0256-LER-PROXIMA-ASSIN" TO
                                                    WRK-AREA-ERRO
                           MOVE "TESTECLI"       TO WRK-PROGRAMA-ERRO
                           MOVE "ASSINATURAS"    TO WRK-ARQUIVO-ERRO
                           PERFORM 9999-TRATAR-ERRO
                       END-IF
                       ADD 1 TO ACU-ASSIN-ENCERRADAS
                   END-IF
               END-IF
           END-IF.

       0256-LER-PROXIMA-ASSIN-FIM.      EXIT.

      *-----------------------------------------------------------------
       0260-GRAVAR-AUDITORIA            SECTION.
      *-----------------------------------------------------------------
      *    MESMO MOLDE DO 0260-GRAVAR-AUDITORIA DO MANTCLI: ALTERACAO
      *    COM AS IMAGENS ANTES/DEPOIS DO MESTRE.
      *-----------------------------------------------------------------

           MOVE WRK-DATA-EXECUCAO       TO AUD-DATA.
           MOVE WRK-HORA-EXECUCAO       TO AUD-HORA.
           SET AUD-ALTERACAO            TO TRUE.
           MOVE REG-CODIGO              TO AUD-CODIGO.
           MOVE WRK-IMAGEM-ANTES        TO AUD-IMAGEM-ANTES.
           MOVE WRK-IMAGEM-DEPOIS       TO AUD-IMAGEM-DEPOIS.

           WRITE REG-AUDITORIA.
           IF FS-AUDITORIA NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-AUDITORIA             TO WRK-STATUS-ERRO
               MOVE "0260-GRAVAR-AUDITORIA"  TO WRK-AREA-ERRO
               MOVE "TESTECLI"               TO WRK-PROGRAMA-ERRO
               MOVE "AUDITORIA"              TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0260-GRAVAR-AUDITORIA-FIM.       EXIT.

      *-----------------------------------------------------------------
       0270-RETIRAR-ADESAO              SECTION.
      *-----------------------------------------------------------------
      *    MESMA REGRA DO 0276-PEDIR-CANCELAMENTO DO MANTCLI: ADESAO
      *    AINDA NAO ENVIADA E SO ENCERRADA ("K"); ENVIADA AO BANCO
      *    VIRA PEDIDO DE CANCELAMENTO ("X") PARA O ADESDEB. SEM
      *    REGISTRO O CLIENTE TERIA CONVERTIDO - NAO CHEGA AQUI.
      *-----------------------------------------------------------------

           MOVE REG-CODIGO               TO MND-CODIGO.
           MOVE REG-BANCO                TO MND-BANCO.

           READ MANDATOS KEY IS MND-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN MND-PENDENTE
                           SET MND-CANCELADO      TO TRUE
                           PERFORM 0271-REGRAVAR-MANDATO
                       WHEN MND-ENVIADO
                           SET MND-CANC-PENDENTE  TO TRUE
                           MOVE WRK-DATA-EXECUCAO TO
                                                MND-DATA-SOLICITACAO
                           PERFORM 0271-REGRAVAR-MANDATO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       0270-RETIRAR-ADESAO-FIM.         EXIT.

      *-----------------------------------------------------------------
       0271-REGRAVAR-MANDATO            SECTION.
      *-----------------------------------------------------------------

           REWRITE REG-MANDATO.
           IF FS-MANDATOS NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-MANDATOS              TO WRK-STATUS-ERRO
               MOVE "0271-REGRAVAR-MANDATO"  TO WRK-AREA-ERRO
               MOVE "TESTECLI"               TO WRK-PROGRAMA-ERRO
               MOVE "MANDATOS"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           ADD 1 TO ACU-MANDATOS-RETIRADOS.

       0271-REGRAVAR-MANDATO-FIM.       EXIT.

      *-----------------------------------------------------------------
       0280-IMPRIMIR-DETALHE            SECTION.
      *-----------------------------------------------------------------

           IF ACU-QTLINHAS EQUAL ZEROS OR ACU-QTLINHAS GREATER 40
               PERFORM 0285-IMPRIMIR-CABECALHO
           END-IF.

           MOVE REG-CODIGO             TO WRK-DET-CODIGO.
           MOVE REG-NOME               TO WRK-DET-NOME.
           MOVE REG-STREAMING          TO WRK-DET-STREAMING.
           MOVE WRK-FIM-DD             TO WRK-DET-FIM-DD.
           MOVE WRK-FIM-MM             TO WRK-DET-FIM-MM.
           MOVE WRK-FIM-AAAA           TO WRK-DET-FIM-AAAA.
           MOVE WRK-MEIO-PAGAMENTO     TO WRK-DET-MEIO.

           MOVE WRK-DETALHE            TO REG-RELTESTE.
           WRITE REG-RELTESTE AFTER 1 LINE.
           IF FS-RELTESTE NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-RELTESTE              TO WRK-STATUS-ERRO
               MOVE "0280-IMPRIMIR-DETALHE"  TO WRK-AREA-ERRO
               MOVE "TESTECLI"               TO WRK-PROGRAMA-ERRO
               MOVE "RELTESTE"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           ADD 1          TO ACU-QTLINHAS.

       0280-IMPRIMIR-DETALHE-FIM.       EXIT.

      *-----------------------------------------------------------------
       0285-IMPRIMIR-CABECALHO          SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-EXEC-DD            TO WRK-CAB-DD.
           MOVE WRK-EXEC-MM            TO WRK-CAB-MM.
           MOVE WRK-EXEC-AAAA          TO WRK-CAB-AAAA.

           IF ACU-PAG GREATER 1
               MOVE WRK-CABECALHO3 TO REG-RELTESTE
               WRITE REG-RELTESTE AFTER PAGE
           END-IF.
           MOVE WRK-CABECALHO3 TO REG-RELTESTE.
           WRITE REG-RELTESTE AFTER 1 LINE.

           MOVE WRK-CABECALHO1 TO REG-RELTESTE.
           WRITE REG-RELTESTE AFTER 1 LINE.

           MOVE WRK-CABECALHO3 TO REG-RELTESTE.
           WRITE REG-RELTESTE AFTER 1 LINE.

           MOVE WRK-CABECALHO2 TO REG-RELTESTE.
           WRITE REG-RELTESTE AFTER 1 LINE.

           MOVE WRK-CABECALHO3 TO REG-RELTESTE.
           WRITE REG-RELTESTE AFTER 1 LINE.

           ADD 1  TO ACU-PAG.
           MOVE 4 TO ACU-QTLINHAS.

       0285-IMPRIMIR-CABECALHO-FIM.     EXIT.

      *-----------------------------------------------------------------
       0287-IMPRIMIR-RODAPE             SECTION.
      *-----------------------------------------------------------------
      *    NOITE SEM TESTE VENCIDO TAMBEM SAI COM CABECALHO E TOTAIS
      *    ZERADOS, PARA A OPERACAO VER QUE O PASSO RODOU.
      *-----------------------------------------------------------------

           IF ACU-QTLINHAS EQUAL ZEROS
               PERFORM 0285-IMPRIMIR-CABECALHO
           END-IF.

           MOVE WRK-CABECALHO3 TO REG-RELTESTE.
           WRITE REG-RELTESTE AFTER 1 LINE.

           MOVE "TESTES CONVERTIDOS...........:" TO WRK-ROD-DESCRICAO.
           MOVE ACU-CONVERTIDOS                 TO WRK-ROD-QTDE.
           PERFORM 0288-GRAVAR-RODAPE.

           MOVE "TESTES EXPIRADOS.............:" TO WRK-ROD-DESCRICAO.
           MOVE ACU-EXPIRADOS                   TO WRK-ROD-QTDE.
           PERFORM 0288-GRAVAR-RODAPE.

           MOVE "AGUARDANDO PRECO DE TABELA...:" TO WRK-ROD-DESCRICAO.
           MOVE ACU-SEM-PRECO                   TO WRK-ROD-QTDE.
           PERFORM 0288-GRAVAR-RODAPE.

       0287-IMPRIMIR-RODAPE-FIM.        EXIT.

      *-----------------------------------------------------------------
       0288-GRAVAR-RODAPE               SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-RODAPE TO REG-RELTESTE.
           WRITE REG-RELTESTE AFTER 1 LINE.
           IF FS-RELTESTE NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-RELTESTE              TO WRK-STATUS-ERRO
               MOVE "0288-GRAVAR-RODAPE"     TO WRK-AREA-ERRO
               MOVE "TESTECLI"               TO WRK-PROGRAMA-ERRO
               MOVE "RELTESTE"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0288-GRAVAR-RODAPE-FIM.          EXIT.

      *-----------------------------------------------------------------
       0290-ESTATISTICA                 SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-TRACO.
           DISPLAY "TOTAL DE REGISTROS LIDOS.....: " ACU-LIDOS.
           DISPLAY "CLIENTES EM TESTE GRATIS.....: " ACU-EM-TESTE.
           DISPLAY "TESTES VENCIDOS NA RODADA....: " ACU-VENCIDOS.
           DISPLAY "CONVERTIDOS EM ATIVO.........: " ACU-CONVERTIDOS
                   " " ACU-VALOR-CONVERTIDO.
           DISPLAY "EXPIRADOS (CANCELADOS).......: " ACU-EXPIRADOS.
           DISPLAY "AGUARDANDO PRECO DE TABELA...: " ACU-SEM-PRECO.
           DISPLAY "ASSINATURAS ENCERRADAS.......: "
                                               ACU-ASSIN-ENCERRADAS.
           DISPLAY "ADESOES DE DEBITO RETIRADAS..: "
                                               ACU-MANDATOS-RETIRADOS.
           DISPLAY WRK-TRACO.
           DISPLAY WRK-FIM-PROGRAMA.
           DISPLAY WRK-TRACO.

       0290-ESTATISTICA-FIM.            EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                   SECTION.
      *-----------------------------------------------------------------

           PERFORM 0287-IMPRIMIR-RODAPE.

           IF ACU-LIDOS GREATER ZEROS
               PERFORM 0290-ESTATISTICA
           END-IF.

           CLOSE CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "TESTECLI"        TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           IF WRK-ASSINATURAS-DISPONIVEL
               CLOSE ASSINATURAS
               IF FS-ASSINATURAS NOT EQUAL ZEROS
                   MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
                   MOVE FS-ASSINATURAS    TO WRK-STATUS-ERRO
                   MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
                   MOVE "TESTECLI"        TO WRK-PROGRAMA-ERRO
                   MOVE "ASSINATURAS"     TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

           IF WRK-MANDATOS-DISPONIVEL
               CLOSE MANDATOS
               IF FS-MANDATOS NOT EQUAL ZEROS
                   MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
                   MOVE FS-MANDATOS       TO WRK-STATUS-ERRO
                   MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
                   MOVE "TESTECLI"        TO WRK-PROGRAMA-ERRO
                   MOVE "MANDATOS"        TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

           IF WRK-CARTOES-DISPONIVEL
               CLOSE CARTOES
               IF FS-CARTOES NOT EQUAL ZEROS
                   MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
                   MOVE FS-CARTOES        TO WRK-STATUS-ERRO
                   MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
                   MOVE "TESTECLI"        TO WRK-PROGRAMA-ERRO
                   MOVE "CARTOES"         TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

           CLOSE AUDITORIA.
           IF FS-AUDITORIA NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-AUDITORIA      TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "TESTECLI"        TO WRK-PROGRAMA-ERRO
               MOVE "AUDITORIA"       TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE RELTESTE.
           IF FS-RELTESTE NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-RELTESTE       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "TESTECLI"        TO WRK-PROGRAMA-ERRO
               MOVE "RELTESTE"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT01      SET JRN-FUNC-FECHAR           TO TRUE.
ALT01      CALL "GRVJRNL" USING JRN-PARAMETRO.

           GOBACK.

       0300-FINALIZAR-FIM.              EXIT.

      *-----------------------------------------------------------------
ALT01  0810-JOURNAL-CLIENTE             SECTION.
      *-----------------------------------------------------------------
ALT01 *    IMAGENS ANTES/DEPOIS DO MESTRE CLIENTES PARA O JOURNAL DE
ALT01 *    RECUPERACAO (GRVJRNL). A OPERACAO JA VEM EM JRN-OPERACAO.
      *-----------------------------------------------------------------

ALT01      SET JRN-FUNC-GRAVAR           TO TRUE.
ALT01      MOVE "TESTECLI"               TO JRN-PROGRAMA.
ALT01      SET JRN-ARQ-CLIENTES          TO TRUE.
ALT01      MOVE SPACES                   TO JRN-IMAGEM-ANTES
ALT01                                       JRN-IMAGEM-DEPOIS.
ALT01      IF NOT JRN-INCLUSAO
ALT01          MOVE WRK-JRN-CLIENTE-ANTES TO JRN-IMAGEM-ANTES
ALT01      END-IF.
ALT01      IF NOT JRN-EXCLUSAO
ALT01          MOVE REG-CLIENTES         TO JRN-IMAGEM-DEPOIS
ALT01          MOVE REG-CLIENTES         TO WRK-JRN-CLIENTE-ANTES
ALT01      END-IF.

ALT01      CALL "GRVJRNL" USING JRN-PARAMETRO.

ALT01  0810-JOURNAL-CLIENTE-FIM.        EXIT.

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
