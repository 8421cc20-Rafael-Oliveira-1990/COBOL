      *-----------------------------------------------------------------
       IDENTIFICATION                   DIVISION.
       PROGRAM-ID. CESSCLI.
      *=================================================================
      *== PROGRAMA....: CESSCLI
      *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
      *== ANALISTA....: IVAN SANCHES
      *== DATA........: 15/10/2026
      *== CONSULTORIA:
      *-----------------------------------------------------------------
      *== OBJETIVO....: CESSAO MENSAL DA DIVIDA ENVELHECIDA A COBRANCA
      *                 EXTERNA. O MESTRE CLIENTES E VARRIDO E, PARA
      *                 CADA CLIENTE, AS FATURAS EM PERDA (PERDACLI) E
      *                 AS EM ABERTO VENCIDAS (FORA DE DISPUTA) SAO
      *                 SOMADAS PELO RESIDUO:
      *                 (1) CLIENTE SEM CESSAO ATIVA (BOOK REGCESS),
      *                 COM FATURA EM PERDA OU COM FATURA EM ABERTO
      *                 VENCIDA HA MAIS DIAS QUE O CARTAO CESSPARM
      *                 (BOOK REGCESP - PADRAO 180), E CEDIDO A UMA DAS
      *                 ASSESSORIAS ATIVAS DA REFERENCIA ASSESSOR (BOOK
      *                 REGASSE), EM RODIZIO. PROMESSA DE PAGAMENTO
      *                 ABERTA E EM DIA SEGURA A CESSAO; CONTA
      *                 DEVOLVIDA COMO INCOBRAVEL NAO VOLTA A SER
      *                 CEDIDA.
      *                 (2) CLIENTE COM CESSAO ATIVA CUJO RESIDUO CAIU
      *                 ABAIXO DO CEDIDO MENOS O RECUPERADO PELA
      *                 ASSESSORIA PAGOU DIRETO A EMPRESA: A CONTA E
      *                 RETIRADA DA ASSESSORIA, COM O VALOR PAGO DIRETO
      *                 GUARDADO NA CESSAO.
      *                 AS CESSOES E RETIRADAS SAO ORDENADAS POR
      *                 ASSESSORIA (MESMA SORT COM INPUT PROCEDURE DO
      *                 BURSTREL) E CADA ASSESSORIA RECEBE O SEU
      *                 ARQUIVO CESS_<ASSESSORIA>_<AAAAMM>.DAT (BOOK
      *                 REGCESE), COM RESIDUO, CONTATO E ENDERECO.
      *-----------------------------------------------------------------
      *===================ESPECIFICACOES DO PROGRAMA====================
      *    ARQUIVO                    TIPO               BOOK
      *    CESSPARM                  INPUT              REGCESP
      *    ASSESSOR                  INPUT              REGASSE
      *    CESSAO                    I-O                REGCESS
      *    CLIENTES                  INPUT              REGCLI
      *    FATURAS                   INPUT              REGFATUR
      *    ENDERECOS                 INPUT              REGEND
      *    PROMESSA                  INPUT              REGPROM
      *    CESSORD                   TRABALHO           N/A
      *    CESSREM                   OUTPUT             REGCESE
      *    LISTCESS                  OUTPUT             N/A
      *    CESSCLI                   INPUT              BOOKMSG
      *    CESSCLI                   INPUT              BOOKASSI
      *-----------------------------------------------------------------
      *== MODULOS
      *
      *-----------------------------------------------------------------
      *-------------------ALTERACOESDO PROGRAMA-------------------------

      *== PROGRAMADOR.:
      *== ANALISTA....:
      *== CONSULTORIA.:
      *== DATA........:
      *== OBJETIVO....:

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
           SELECT CESSPARM ASSIGN TO WRK-NOME-CESSPARM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CESSPARM.

           SELECT ASSESSOR ASSIGN TO WRK-NOME-ASSESSOR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-ASSESSOR.

           SELECT CESSAO ASSIGN TO WRK-NOME-CESSAO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CESS-CODIGO
           FILE STATUS IS FS-CESSAO.

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

           SELECT ENDERECOS ASSIGN TO WRK-NOME-ENDERECOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS END-CODIGO
           FILE STATUS IS FS-ENDERECOS.

           SELECT PROMESSA ASSIGN TO WRK-NOME-PROMESSA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PROM-CODIGO
           FILE STATUS IS FS-PROMESSA.

           SELECT TRABALHO-CESSAO ASSIGN TO "SORTWK01".

           SELECT CESSORD ASSIGN TO WRK-NOME-CESSORD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CESSORD.

           SELECT CESSREM ASSIGN TO WRK-NOME-CESSREM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CESSREM.

           SELECT LISTCESS ASSIGN TO WRK-NOME-LISTCESS
           FILE STATUS IS FS-LISTCESS.
      *-----------------------------------------------------------------

      *=================================================================
       DATA                             DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                             SECTION.
      *-----------------------------------------------------------------
      *
      *            INPUT - CARTAO DE PARAMETROS DA CESSAO
      *
      *-----------------------------------------------------------------
       FD  CESSPARM.
       COPY "REGCESP".

      *-----------------------------------------------------------------
      *
      *            INPUT - ASSESSORIAS DE COBRANCA CONTRATADAS
      *
      *-----------------------------------------------------------------
       FD  ASSESSOR.
       COPY "REGASSE".

      *-----------------------------------------------------------------
      *
      *            I-O - CONTROLE DE CESSOES POR CLIENTE
      *
      *-----------------------------------------------------------------
       FD  CESSAO.
       COPY "REGCESS".

      *-----------------------------------------------------------------
      *
      *            INPUT - MESTRE INDEXADO DE CLIENTES
      *
      *-----------------------------------------------------------------
       FD  CLIENTES.
       COPY "REGCLI".

      *-----------------------------------------------------------------
      *
      *            INPUT - FATURAS POR COMPETENCIA (FATURCLI)
      *
      *-----------------------------------------------------------------
       FD  FATURAS.
       COPY "REGFATUR".

      *-----------------------------------------------------------------
      *
      *            INPUT - ENDERECOS DE CORRESPONDENCIA
      *
      *-----------------------------------------------------------------
       FD  ENDERECOS.
       COPY "REGEND".

      *-----------------------------------------------------------------
      *
      *            INPUT - PROMESSAS DE PAGAMENTO (PROMCLI)
      *
      *-----------------------------------------------------------------
       FD  PROMESSA.
       COPY "REGPROM".

      *-----------------------------------------------------------------
      *            TRABALHO - ORDENACAO DAS CESSOES POR ASSESSORIA
      *-----------------------------------------------------------------
       SD  TRABALHO-CESSAO.
       01  SRT-CESSAO.
           05 SRT-ASSESSORIA            PIC X(003).
           05 SRT-CODIGO                PIC 9(007).
           05 SRT-REGISTRO              PIC X(164).

      *-----------------------------------------------------------------
      *            INPUT - CESSOES JA ORDENADAS POR ASSESSORIA
      *-----------------------------------------------------------------
       FD  CESSORD.
       01  ORD-CESSAO.
           05 ORD-ASSESSORIA            PIC X(003).
           05 ORD-CODIGO                PIC 9(007).
           05 ORD-REGISTRO              PIC X(164).

      *-----------------------------------------------------------------
      *
      *            OUTPUT - REMESSA DA ASSESSORIA CORRENTE (UM ARQUIVO
      *            POR ASSESSORIA, NOME MONTADO EM WRK-NOME-CESSREM)
      *
      *-----------------------------------------------------------------
       FD  CESSREM.
       01  REG-CESSREM                  PIC X(164).

      *-----------------------------------------------------------------
      *
      *            OUTPUT - LISTAGEM DE CONFERENCIA DAS CESSOES
      *
      *-----------------------------------------------------------------
       FD  LISTCESS.
       01  REG-LISTCESS                 PIC X(080).

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

       01  FS-CESSPARM                  PIC 9(002)         VALUE ZEROS.
       01  FS-ASSESSOR                  PIC 9(002)         VALUE ZEROS.
       01  FS-CESSAO                    PIC 9(002)         VALUE ZEROS.
       01  FS-CLIENTES                  PIC 9(002)         VALUE ZEROS.
       01  FS-FATURAS                   PIC 9(002)         VALUE ZEROS.
       01  FS-ENDERECOS                 PIC 9(002)         VALUE ZEROS.
       01  FS-PROMESSA                  PIC 9(002)         VALUE ZEROS.
       01  FS-CESSORD                   PIC 9(002)         VALUE ZEROS.
       01  FS-CESSREM                   PIC 9(002)         VALUE ZEROS.
       01  FS-LISTCESS                  PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----NOMES EXTERNALIZADOS VIA DD-----".
      *-----------------------------------------------------------------

       01  WRK-NOME-CESSPARM            PIC X(040)         VALUE
              "C:\RELATORIO\dados\CESSPARM.DAT".
       01  WRK-NOME-ASSESSOR            PIC X(040)         VALUE
              "C:\RELATORIO\dados\ASSESSOR.DAT".
       01  WRK-NOME-CESSAO              PIC X(040)         VALUE
              "C:\RELATORIO\dados\CESSAO.DAT".
       01  WRK-NOME-CLIENTES            PIC X(040)         VALUE
              "C:\RELATORIO\dados\CLIENTES.DAT".
       01  WRK-NOME-FATURAS             PIC X(040)         VALUE
              "C:\RELATORIO\dados\FATURAS.DAT".
       01  WRK-NOME-ENDERECOS           PIC X(040)         VALUE
              "C:\RELATORIO\dados\ENDERECOS.DAT".
       01  WRK-NOME-PROMESSA            PIC X(040)         VALUE
              "C:\RELATORIO\dados\PROMESSA.DAT".
       01  WRK-NOME-CESSORD             PIC X(040)         VALUE
              "C:\RELATORIO\dados\CESSORD.DAT".
       01  WRK-NOME-CESSREM             PIC X(060)         VALUE SPACES.
       01  WRK-NOME-LISTCESS            PIC X(040)         VALUE
              "C:\RELATORIO\dados\LISTCESS.txt".
       01  WRK-PREFIXO-CESSREM          PIC X(030)         VALUE
              "C:\RELATORIO\dados\CESS_".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----PARAMETROS DA CESSAO-----".
      *-----------------------------------------------------------------

       01  WRK-DIAS-LIMITE              PIC 9(003)         VALUE 180.
       01  WRK-VALOR-MINIMO             PIC 9(005)V99      VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEIS DE DATA/CALCULO DE ATRASO-----".
      *-----------------------------------------------------------------

       01  WRK-DATA-ATUAL               PIC 9(008)         VALUE ZEROS.
       01  WRK-DATA-ATUAL-R REDEFINES WRK-DATA-ATUAL.
           05 WRK-DATA-ATUAL-AAAA       PIC 9(004).
           05 WRK-DATA-ATUAL-MM         PIC 9(002).
           05 WRK-DATA-ATUAL-DD         PIC 9(002).

       01  WRK-VENCIMENTO               PIC 9(008)         VALUE ZEROS.
       01  WRK-VENCIMENTO-R REDEFINES WRK-VENCIMENTO.
           05 WRK-VENC-AAAA             PIC 9(004).
           05 WRK-VENC-MM               PIC 9(002).
           05 WRK-VENC-DD               PIC 9(002).

       01  WRK-COMPETENCIA-ATUAL        PIC 9(006)         VALUE ZEROS.
       01  WRK-DATA-CORTE               PIC 9(008)         VALUE ZEROS.
       01  WRK-DIAS-ATRASO              PIC S9(005)        VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----TABELA DE ASSESSORIAS DE COBRANCA-----".
      *-----------------------------------------------------------------

       01  TAB-ASSESSORIAS.
           05 ASSE-ENTRADA              OCCURS 20 TIMES.
               10 ASSE-TAB-CODIGO       PIC X(003) VALUE SPACES.
               10 ASSE-TAB-NOME         PIC X(020) VALUE SPACES.
               10 ASSE-TAB-SITUACAO     PIC X(001) VALUE SPACES.
               10 ASSE-TAB-CEDIDOS      PIC 9(005)  COMP-3 VALUE ZEROS.
               10 ASSE-TAB-RETIRADOS    PIC 9(005)  COMP-3 VALUE ZEROS.

       01  WRK-QT-ASSESSORIAS           PIC 9(002)  COMP-3 VALUE ZEROS.
       01  WRK-QT-ATIVAS                PIC 9(002)  COMP-3 VALUE ZEROS.
       01  WRK-IDX-RODIZIO              PIC 9(002)  COMP-3 VALUE ZEROS.
       01  IDX-ASSE                     PIC 9(002)  COMP-3 VALUE ZEROS.
       01  WRK-IDX-ACHADO               PIC 9(002)  COMP-3 VALUE ZEROS.
       01  WRK-ASSE-PROCURADA           PIC X(003)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEIS DA SELECAO DE CESSOES-----".
      *-----------------------------------------------------------------

       01  WRK-SW-FIM-CLIENTES          PIC X(001)         VALUE "N".
           88 WRK-FIM-CLIENTES                              VALUE "S".

       01  WRK-SW-FIM-FATURAS           PIC X(001)         VALUE "N".
           88 WRK-FIM-FATURAS                               VALUE "S".

       01  WRK-SW-CESSAO                PIC X(001)         VALUE "N".
           88 WRK-CESSAO-EXISTE                             VALUE "S".
           88 WRK-CESSAO-NOVA                                VALUE "N".

       01  WRK-SW-PERDA                 PIC X(001)         VALUE "N".
           88 WRK-COM-PERDA                                 VALUE "S".
           88 WRK-SEM-PERDA                                  VALUE "N".

       01  WRK-SW-ATRASO                PIC X(001)         VALUE "N".
           88 WRK-COM-ATRASO                                VALUE "S".
           88 WRK-SEM-ATRASO                                 VALUE "N".

       01  WRK-SW-ENDERECOS             PIC X(001)         VALUE "S".
           88 WRK-ENDERECOS-DISPONIVEL                      VALUE "S".
           88 WRK-ENDERECOS-INDISPONIVEL                     VALUE "N".

       01  WRK-SW-PROMESSA              PIC X(001)         VALUE "S".
           88 WRK-PROMESSA-DISPONIVEL                       VALUE "S".
           88 WRK-PROMESSA-INDISPONIVEL                      VALUE "N".

       01  WRK-SW-EM-PROMESSA           PIC X(001)         VALUE "N".
           88 WRK-EM-PROMESSA                               VALUE "S".
           88 WRK-SEM-PROMESSA                               VALUE "N".

       01  WRK-VALOR-RESIDUO            PIC S9(007)V99     VALUE ZEROS.
       01  WRK-RESIDUO-CLIENTE          PIC 9(007)V99      VALUE ZEROS.
       01  WRK-VALOR-ESPERADO           PIC S9(007)V99     VALUE ZEROS.
       01  WRK-QT-FATURAS-CLI           PIC 9(003)         VALUE ZEROS.
       01  WRK-VENC-ANTIGO              PIC 9(008)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEIS DA GERACAO DAS REMESSAS-----".
      *-----------------------------------------------------------------

       01  WRK-SW-FIM-ORDENADO          PIC X(001)         VALUE "N".
           88 WRK-FIM-ORDENADO                              VALUE "S".

       01  WRK-SW-REMESSA               PIC X(001)         VALUE "N".
           88 WRK-REMESSA-ABERTA                            VALUE "S".
           88 WRK-REMESSA-FECHADA                            VALUE "N".

       01  WRK-ASSESSORIA-AUX           PIC X(003)         VALUE SPACES.
       01  WRK-QT-INCLUSOES-ARQ         PIC 9(005)         VALUE ZEROS.
       01  WRK-QT-RETIRADAS-ARQ         PIC 9(005)         VALUE ZEROS.
       01  WRK-VALOR-ARQ                PIC 9(009)V99      VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----REGISTRO DA REMESSA EM MONTAGEM-----".
      *-----------------------------------------------------------------
       COPY "REGCESE".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----LINHA DE CONFERENCIA DAS CESSOES-----".
      *-----------------------------------------------------------------

       01  WRK-LINHA-CESS.
           05 WRK-CESS-CODIGO           PIC 9(007)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-CESS-ASSESSORIA       PIC X(003)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-CESS-ACAO             PIC X(020)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-CESS-DETALHE          PIC X(030)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-CESS-VALOR            PIC ZZ.ZZZ.ZZ9,99  VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEL DE ACUMULACAO-----".
      *-----------------------------------------------------------------

       01  ACU-CLIENTES-LIDOS           PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-CEDIDOS                  PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-RETIRADOS                PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-EM-COBRANCA              PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-DEVOLVIDOS               PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-EM-PROMESSA              PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-ABAIXO-MINIMO            PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-SEM-ASSESSORIA           PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-ARQUIVOS                 PIC 9(003)  COMP-3 VALUE ZEROS.
       01  ACU-VALOR-CEDIDO             PIC 9(009)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-VALOR-DIRETO             PIC 9(009)V99 COMP-3
                                                           VALUE ZEROS.

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
           PERFORM 0200-SELECIONAR-CESSOES.
           PERFORM 0500-GERAR-REMESSAS.
           PERFORM 0300-FINALIZAR.

       0000-PRINCIPAL-FIM.              EXIT.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                 SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           COMPUTE WRK-COMPETENCIA-ATUAL = WRK-DATA-ATUAL / 100.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CESSPARM".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-CESSPARM
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_ASSESSOR".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-ASSESSOR
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CESSAO".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-CESSAO
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

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_ENDERECOS".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-ENDERECOS
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_PROMESSA".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-PROMESSA
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CESSORD".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-CESSORD
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CESSPFX".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-PREFIXO-CESSREM
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_LISTCESS".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-LISTCESS
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           PERFORM 0110-LER-PARAMETROS.
           PERFORM 0120-CARREGAR-ASSESSORIAS.

           OPEN I-O CESSAO.
           IF FS-CESSAO EQUAL 35
               OPEN OUTPUT CESSAO
               CLOSE CESSAO
               OPEN I-O CESSAO
           END-IF.
           IF FS-CESSAO NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-CESSAO                TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "CESSCLI"                TO WRK-PROGRAMA-ERRO
               MOVE "CESSAO"                 TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "CESSCLI"                TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN INPUT FATURAS.
           IF FS-FATURAS NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-FATURAS               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "CESSCLI"                TO WRK-PROGRAMA-ERRO
               MOVE "FATURAS"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

      *    SEM O ENDERECOS A CONTA SAI SO COM OS DADOS DE CONTATO DO
      *    MESTRE; SEM O PROMESSA NINGUEM ESTA EM PROMESSA.
           OPEN INPUT ENDERECOS.
           IF FS-ENDERECOS EQUAL 35
               SET WRK-ENDERECOS-INDISPONIVEL TO TRUE
           ELSE
               IF FS-ENDERECOS NOT EQUAL ZEROS
                   MOVE WRK-ERRO-ABERTURA    TO WRK-DESCRICAO-ERRO
                   MOVE FS-ENDERECOS         TO WRK-STATUS-ERRO
                   MOVE "0100-INICIALIZAR"   TO WRK-AREA-ERRO
                   MOVE "CESSCLI"            TO WRK-PROGRAMA-ERRO
                   MOVE "ENDERECOS"          TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

           OPEN INPUT PROMESSA.
           IF FS-PROMESSA EQUAL 35
               SET WRK-PROMESSA-INDISPONIVEL TO TRUE
           ELSE
               IF FS-PROMESSA NOT EQUAL ZEROS
                   MOVE WRK-ERRO-ABERTURA    TO WRK-DESCRICAO-ERRO
                   MOVE FS-PROMESSA          TO WRK-STATUS-ERRO
                   MOVE "0100-INICIALIZAR"   TO WRK-AREA-ERRO
                   MOVE "CESSCLI"            TO WRK-PROGRAMA-ERRO
                   MOVE "PROMESSA"           TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

           OPEN OUTPUT LISTCESS.
           IF FS-LISTCESS NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-LISTCESS              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "CESSCLI"                TO WRK-PROGRAMA-ERRO
               MOVE "LISTCESS"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------
       0110-LER-PARAMETROS              SECTION.
      *-----------------------------------------------------------------
      *    CARTAO AUSENTE (STATUS 35) OU DIAS ZERADOS MANTEM O PADRAO
      *    DE 180 DIAS DE ATRASO, SEM RESIDUO MINIMO.
      *-----------------------------------------------------------------

           OPEN INPUT CESSPARM.
           IF FS-CESSPARM EQUAL ZEROS
               READ CESSPARM
               IF FS-CESSPARM EQUAL ZEROS
                   IF CESP-DIAS-ATRASO GREATER ZEROS
                       MOVE CESP-DIAS-ATRASO  TO WRK-DIAS-LIMITE
                   END-IF
                   MOVE CESP-VALOR-MINIMO     TO WRK-VALOR-MINIMO
               END-IF
               CLOSE CESSPARM
           ELSE
               IF FS-CESSPARM NOT EQUAL 35
                   MOVE WRK-ERRO-ABERTURA     TO WRK-DESCRICAO-ERRO
                   MOVE FS-CESSPARM           TO WRK-STATUS-ERRO
                   MOVE "0110-LER-PARAMETROS" TO WRK-AREA-ERRO
                   MOVE "CESSCLI"             TO WRK-PROGRAMA-ERRO
                   MOVE "CESSPARM"            TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

       0110-LER-PARAMETROS-FIM.         EXIT.

      *-----------------------------------------------------------------
       0120-CARREGAR-ASSESSORIAS        SECTION.
      *-----------------------------------------------------------------
      *    SEM O ARQUIVO ASSESSOR (STATUS 35), NAO HA A QUEM CEDER - A
      *    RODADA TERMINA COM AVISO E RETURN-CODE 04. ASSESSORIA
      *    INATIVA FICA NA TABELA PARA RECEBER AS RETIRADAS DAS CONTAS
      *    QUE JA ESTAO COM ELA.
      *-----------------------------------------------------------------

           OPEN INPUT ASSESSOR.

           IF FS-ASSESSOR EQUAL ZEROS
               PERFORM 0121-LER-ASSESSORIA
                   UNTIL FS-ASSESSOR NOT EQUAL ZEROS
               CLOSE ASSESSOR
           ELSE
               MOVE WRK-ARQ-VAZIO              TO WRK-DESCRICAO-ERRO
               MOVE FS-ASSESSOR                TO WRK-STATUS-ERRO
               MOVE "0120-CARREGAR-ASSESSORIAS" TO WRK-AREA-ERRO
               MOVE "CESSCLI"                  TO WRK-PROGRAMA-ERRO
               MOVE "ASSESSOR"                 TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0120-CARREGAR-ASSESSORIAS-FIM.   EXIT.

      *-----------------------------------------------------------------
       0121-LER-ASSESSORIA              SECTION.
      *-----------------------------------------------------------------

           READ ASSESSOR.

           IF FS-ASSESSOR EQUAL ZEROS
               IF WRK-QT-ASSESSORIAS NOT LESS 20
                   MOVE WRK-ERRO-TABELA          TO WRK-DESCRICAO-ERRO
                   MOVE ZEROS                    TO WRK-STATUS-ERRO
                   MOVE "0121-LER-ASSESSORIA"    TO WRK-AREA-ERRO
                   MOVE "CESSCLI"                TO WRK-PROGRAMA-ERRO
                   MOVE "ASSESSOR"               TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
               ADD 1 TO WRK-QT-ASSESSORIAS
               MOVE ASSE-CODIGO         TO
                          ASSE-TAB-CODIGO   (WRK-QT-ASSESSORIAS)
               MOVE ASSE-NOME           TO
                          ASSE-TAB-NOME     (WRK-QT-ASSESSORIAS)
               MOVE ASSE-SITUACAO       TO
                          ASSE-TAB-SITUACAO (WRK-QT-ASSESSORIAS)
               IF ASSE-ATIVA
                   ADD 1 TO WRK-QT-ATIVAS
               END-IF
           ELSE
               IF FS-ASSESSOR NOT EQUAL 10
                   MOVE WRK-ERRO-LEIT            TO WRK-DESCRICAO-ERRO
                   MOVE FS-ASSESSOR              TO WRK-STATUS-ERRO
                   MOVE "0121-LER-ASSESSORIA"    TO WRK-AREA-ERRO
                   MOVE "CESSCLI"                TO WRK-PROGRAMA-ERRO
                   MOVE "ASSESSOR"               TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

       0121-LER-ASSESSORIA-FIM.         EXIT.

      *-----------------------------------------------------------------
       0130-PROCURAR-ASSESSORIA         SECTION.
      *-----------------------------------------------------------------
      *    PROCURA WRK-ASSE-PROCURADA NA TABELA; WRK-IDX-ACHADO FICA
      *    COM A ENTRADA (ZEROS = ASSESSORIA FORA DA REFERENCIA).
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-IDX-ACHADO.

           PERFORM 0131-TESTAR-ASSESSORIA
               VARYING IDX-ASSE FROM 1 BY 1
               UNTIL IDX-ASSE GREATER WRK-QT-ASSESSORIAS
                   OR WRK-IDX-ACHADO GREATER ZEROS.

       0130-PROCURAR-ASSESSORIA-FIM.    EXIT.

      *-----------------------------------------------------------------
       0131-TESTAR-ASSESSORIA           SECTION.
      *-----------------------------------------------------------------

           IF ASSE-TAB-CODIGO (IDX-ASSE) EQUAL WRK-ASSE-PROCURADA
               MOVE IDX-ASSE TO WRK-IDX-ACHADO
           END-IF.

       0131-TESTAR-ASSESSORIA-FIM.      EXIT.

      *-----------------------------------------------------------------
       0171-CALCULAR-DIAS-ATRASO        SECTION.
      *-----------------------------------------------------------------
      *    MESMO CALCULO COMERCIAL (ANO DE 360 DIAS) DO ATRASCLI.
      *-----------------------------------------------------------------

           COMPUTE WRK-DIAS-ATRASO =
               (WRK-DATA-ATUAL-AAAA - WRK-VENC-AAAA) * 360
             + (WRK-DATA-ATUAL-MM   - WRK-VENC-MM)   * 30
             + (WRK-DATA-ATUAL-DD   - WRK-VENC-DD).

       0171-CALCULAR-DIAS-ATRASO-FIM.   EXIT.

      *-----------------------------------------------------------------
       0200-SELECIONAR-CESSOES          SECTION.
      *-----------------------------------------------------------------
      *    A VARREDURA DO MESTRE E FEITA DENTRO DA INPUT PROCEDURE DA
      *    SORT: CADA CESSAO OU RETIRADA GRAVADA NO CONTROLE CESSAO E
      *    LIBERADA COM O REGISTRO DA REMESSA JA MONTADO, E A SAIDA
      *    SAI ORDENADA POR ASSESSORIA/CLIENTE PARA O 0500.
      *-----------------------------------------------------------------

           SORT TRABALHO-CESSAO
               ON ASCENDING KEY SRT-ASSESSORIA
               ON ASCENDING KEY SRT-CODIGO
               INPUT PROCEDURE IS 0205-FORNECER-ORDENACAO
               GIVING CESSORD.

           IF SORT-RETURN NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA           TO WRK-DESCRICAO-ERRO
               MOVE SORT-RETURN                 TO WRK-STATUS-ERRO
               MOVE "0200-SELECIONAR-CESSOES"   TO WRK-AREA-ERRO
               MOVE "CESSCLI"                   TO WRK-PROGRAMA-ERRO
               MOVE "CESSORD"                   TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0200-SELECIONAR-CESSOES-FIM.     EXIT.

      *-----------------------------------------------------------------
       0205-FORNECER-ORDENACAO          SECTION.
      *-----------------------------------------------------------------

           PERFORM 0210-LER-CLIENTE
               UNTIL WRK-FIM-CLIENTES.

       0205-FORNECER-ORDENACAO-FIM.     EXIT.

      *-----------------------------------------------------------------
       0210-LER-CLIENTE                 SECTION.
      *-----------------------------------------------------------------
      *    CESSAO ATIVA (EM COBRANCA OU EM ACORDO) SO E CONFERIDA
      *    CONTRA PAGAMENTO DIRETO; CONTA DEVOLVIDA PELA ASSESSORIA
      *    FICA DE FORA; SEM CESSAO, OU COM A ANTERIOR QUITADA OU
      *    RETIRADA, O CLIENTE E AVALIADO PARA UMA CESSAO NOVA.
      *-----------------------------------------------------------------

           READ CLIENTES
               AT END
                   SET WRK-FIM-CLIENTES TO TRUE
           END-READ.

           IF WRK-FIM-CLIENTES OR NOT REG-TIPO-DETALHE
               GO TO 0210-LER-CLIENTE-FIM
           END-IF.

           ADD 1 TO ACU-CLIENTES-LIDOS.

           SET WRK-CESSAO-NOVA TO TRUE.
           MOVE REG-CODIGO TO CESS-CODIGO.
           READ CESSAO KEY IS CESS-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WRK-CESSAO-EXISTE TO TRUE
           END-READ.

           EVALUATE TRUE
               WHEN WRK-CESSAO-EXISTE AND CESS-ATIVA
                   PERFORM 0230-VERIFICAR-RETIRADA
               WHEN WRK-CESSAO-EXISTE AND CESS-DEVOLVIDA
                   ADD 1 TO ACU-DEVOLVIDOS
               WHEN OTHER
                   PERFORM 0220-AVALIAR-CESSAO
           END-EVALUATE.

       0210-LER-CLIENTE-FIM.            EXIT.

      *-----------------------------------------------------------------
       0220-AVALIAR-CESSAO              SECTION.
      *-----------------------------------------------------------------
      *    ENTRA NA CESSAO TODA A DIVIDA VENCIDA ATE A RODADA (PERDA E
      *    EM ABERTO); O CRITERIO DE CORTE E TER PERDA OU UMA ABERTA
      *    COM ATRASO NAO MENOR QUE O PARAMETRO.
      *-----------------------------------------------------------------

           MOVE WRK-DATA-ATUAL TO WRK-DATA-CORTE.
           PERFORM 0250-SOMAR-FATURAS.

           IF WRK-RESIDUO-CLIENTE EQUAL ZEROS
               GO TO 0220-AVALIAR-CESSAO-FIM
           END-IF.

           IF WRK-SEM-PERDA AND WRK-SEM-ATRASO
               GO TO 0220-AVALIAR-CESSAO-FIM
           END-IF.

           IF WRK-RESIDUO-CLIENTE LESS WRK-VALOR-MINIMO
               ADD 1 TO ACU-ABAIXO-MINIMO
               GO TO 0220-AVALIAR-CESSAO-FIM
           END-IF.

           PERFORM 0225-CONSULTAR-PROMESSA.
           IF WRK-EM-PROMESSA
               MOVE REG-CODIGO               TO WRK-CESS-CODIGO
               MOVE SPACES                   TO WRK-CESS-ASSESSORIA
               MOVE "CESSAO ADIADA"          TO WRK-CESS-ACAO
               MOVE "PROMESSA DE PAGAMENTO ABERTA"
                                             TO WRK-CESS-DETALHE
               MOVE WRK-RESIDUO-CLIENTE      TO WRK-CESS-VALOR
               PERFORM 0280-GRAVAR-LINHA
               ADD 1 TO ACU-EM-PROMESSA
               GO TO 0220-AVALIAR-CESSAO-FIM
           END-IF.

           IF WRK-QT-ATIVAS EQUAL ZEROS
               MOVE REG-CODIGO               TO WRK-CESS-CODIGO
               MOVE SPACES                   TO WRK-CESS-ASSESSORIA
               MOVE "CESSAO NAO FEITA"       TO WRK-CESS-ACAO
               MOVE "NENHUMA ASSESSORIA ATIVA" TO WRK-CESS-DETALHE
               MOVE WRK-RESIDUO-CLIENTE      TO WRK-CESS-VALOR
               PERFORM 0280-GRAVAR-LINHA
               ADD 1 TO ACU-SEM-ASSESSORIA
               GO TO 0220-AVALIAR-CESSAO-FIM
           END-IF.

           PERFORM 0240-ESCOLHER-ASSESSORIA.

           MOVE REG-CODIGO               TO CESS-CODIGO.
           MOVE ASSE-TAB-CODIGO (WRK-IDX-RODIZIO)
                                         TO CESS-ASSESSORIA.
           MOVE WRK-DATA-ATUAL           TO CESS-DATA-ENVIO.
           MOVE WRK-COMPETENCIA-ATUAL    TO CESS-COMPETENCIA.
           MOVE WRK-QT-FATURAS-CLI       TO CESS-QT-FATURAS.
           MOVE WRK-VENC-ANTIGO          TO CESS-VENC-ANTIGO.
           MOVE WRK-RESIDUO-CLIENTE      TO CESS-VALOR-CEDIDO.
           MOVE ZEROS                    TO CESS-VALOR-RECUPERADO
                                            CESS-VALOR-COMISSAO
                                            CESS-VALOR-DIRETO.
           SET CESS-EM-COBRANCA          TO TRUE.
           MOVE WRK-DATA-ATUAL           TO CESS-DATA-SITUACAO.

           IF WRK-CESSAO-EXISTE
               REWRITE REG-CESSAO
           ELSE
               WRITE REG-CESSAO
           END-IF.
           IF FS-CESSAO NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-CESSAO                TO WRK-STATUS-ERRO
               MOVE "0220-AVALIAR-CESSAO"    TO WRK-AREA-ERRO
               MOVE "CESSCLI"                TO WRK-PROGRAMA-ERRO
               MOVE "CESSAO"                 TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           PERFORM 0260-MONTAR-DETALHE.
           SET CESE-DET-INCLUSAO         TO TRUE.
           MOVE WRK-RESIDUO-CLIENTE      TO CESE-DET-VALOR-RESIDUO.
           MOVE ZEROS                    TO CESE-DET-VALOR-DIRETO.
           PERFORM 0270-LIBERAR-DETALHE.

           MOVE REG-CODIGO               TO WRK-CESS-CODIGO.
           MOVE CESS-ASSESSORIA          TO WRK-CESS-ASSESSORIA.
           MOVE "CONTA CEDIDA"           TO WRK-CESS-ACAO.
           MOVE SPACES                   TO WRK-CESS-DETALHE.
           IF WRK-COM-PERDA
               MOVE "COM FATURA EM PERDA"    TO WRK-CESS-DETALHE
           ELSE
               MOVE "ATRASO ACIMA DO LIMITE" TO WRK-CESS-DETALHE
           END-IF.
           MOVE WRK-RESIDUO-CLIENTE      TO WRK-CESS-VALOR.
           PERFORM 0280-GRAVAR-LINHA.

           ADD 1                     TO ACU-CEDIDOS.
           ADD 1                     TO ASSE-TAB-CEDIDOS
                                                  (WRK-IDX-RODIZIO).
           ADD WRK-RESIDUO-CLIENTE   TO ACU-VALOR-CEDIDO.

       0220-AVALIAR-CESSAO-FIM.         EXIT.

      *-----------------------------------------------------------------
       0225-CONSULTAR-PROMESSA          SECTION.
      *-----------------------------------------------------------------
      *    MESMA REGRA DO NOTIFCLI: PROMESSA ABERTA COM A DATA
      *    PROMETIDA AINDA NAO VENCIDA SEGURA A COBRANCA.
      *-----------------------------------------------------------------

           SET WRK-SEM-PROMESSA TO TRUE.

           IF WRK-PROMESSA-DISPONIVEL
               MOVE REG-CODIGO TO PROM-CODIGO
               READ PROMESSA KEY IS PROM-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PROM-ABERTA
                          AND PROM-DATA-PROMETIDA
                              NOT LESS WRK-DATA-ATUAL
                           SET WRK-EM-PROMESSA TO TRUE
                       END-IF
               END-READ
           END-IF.

       0225-CONSULTAR-PROMESSA-FIM.     EXIT.

      *-----------------------------------------------------------------
       0230-VERIFICAR-RETIRADA          SECTION.
      *-----------------------------------------------------------------
      *    O RESIDUO ATUAL DAS FATURAS DA CESSAO (VENCIDAS ANTES DO
      *    ENVIO) DEVERIA SER O CEDIDO MENOS O QUE A ASSESSORIA JA
      *    RECUPEROU; ABAIXO DISSO O CLIENTE PAGOU DIRETO A EMPRESA E
      *    A CONTA E RETIRADA DA ASSESSORIA. RESIDUO ACIMA DO ESPERADO
      *    (ENCARGOS, OU PAGAMENTO DA ASSESSORIA AINDA NAO BAIXADO)
      *    MANTEM A CESSAO.
      *-----------------------------------------------------------------

           MOVE CESS-DATA-ENVIO TO WRK-DATA-CORTE.
           PERFORM 0250-SOMAR-FATURAS.

           COMPUTE WRK-VALOR-ESPERADO =
               CESS-VALOR-CEDIDO - CESS-VALOR-RECUPERADO.

           IF WRK-RESIDUO-CLIENTE NOT LESS WRK-VALOR-ESPERADO
               ADD 1 TO ACU-EM-COBRANCA
               GO TO 0230-VERIFICAR-RETIRADA-FIM
           END-IF.

           COMPUTE CESS-VALOR-DIRETO =
               WRK-VALOR-ESPERADO - WRK-RESIDUO-CLIENTE.
           SET CESS-RETIRADA             TO TRUE.
           MOVE WRK-DATA-ATUAL           TO CESS-DATA-SITUACAO.

           REWRITE REG-CESSAO.
           IF FS-CESSAO NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-CESSAO                TO WRK-STATUS-ERRO
               MOVE "0230-VERIFICAR-RETIRADA" TO WRK-AREA-ERRO
               MOVE "CESSCLI"                TO WRK-PROGRAMA-ERRO
               MOVE "CESSAO"                 TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           PERFORM 0260-MONTAR-DETALHE.
           SET CESE-DET-RETIRADA         TO TRUE.
           MOVE WRK-RESIDUO-CLIENTE      TO CESE-DET-VALOR-RESIDUO.
           MOVE CESS-VALOR-DIRETO        TO CESE-DET-VALOR-DIRETO.
           PERFORM 0270-LIBERAR-DETALHE.

           MOVE REG-CODIGO               TO WRK-CESS-CODIGO.
           MOVE CESS-ASSESSORIA          TO WRK-CESS-ASSESSORIA.
           MOVE "CONTA RETIRADA"         TO WRK-CESS-ACAO.
           MOVE "CLIENTE PAGOU DIRETO"   TO WRK-CESS-DETALHE.
           MOVE CESS-VALOR-DIRETO        TO WRK-CESS-VALOR.
           PERFORM 0280-GRAVAR-LINHA.

           ADD 1                     TO ACU-RETIRADOS.
           ADD CESS-VALOR-DIRETO     TO ACU-VALOR-DIRETO.
           MOVE CESS-ASSESSORIA      TO WRK-ASSE-PROCURADA.
           PERFORM 0130-PROCURAR-ASSESSORIA.
           IF WRK-IDX-ACHADO GREATER ZEROS
               ADD 1 TO ASSE-TAB-RETIRADOS (WRK-IDX-ACHADO)
           END-IF.

       0230-VERIFICAR-RETIRADA-FIM.     EXIT.

      *-----------------------------------------------------------------
       0240-ESCOLHER-ASSESSORIA         SECTION.
      *-----------------------------------------------------------------
      *    RODIZIO ENTRE AS ASSESSORIAS ATIVAS, NA ORDEM DA REFERENCIA
      *    - WRK-IDX-RODIZIO FICA NA ENTRADA ESCOLHIDA.
      *-----------------------------------------------------------------

           PERFORM 0241-AVANCAR-RODIZIO.

           PERFORM 0241-AVANCAR-RODIZIO
               UNTIL ASSE-TAB-SITUACAO (WRK-IDX-RODIZIO) EQUAL "A".

       0240-ESCOLHER-ASSESSORIA-FIM.    EXIT.

      *-----------------------------------------------------------------
       0241-AVANCAR-RODIZIO             SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO WRK-IDX-RODIZIO.
           IF WRK-IDX-RODIZIO GREATER WRK-QT-ASSESSORIAS
               MOVE 1 TO WRK-IDX-RODIZIO
           END-IF.

       0241-AVANCAR-RODIZIO-FIM.        EXIT.

      *-----------------------------------------------------------------
       0250-SOMAR-FATURAS               SECTION.
      *-----------------------------------------------------------------
      *    SOMA O RESIDUO (PRINCIPAL + ENCARGOS - PAGO) DAS FATURAS EM
      *    PERDA E EM ABERTO DO CLIENTE VENCIDAS ANTES DE
      *    WRK-DATA-CORTE. FATURA EM DISPUTA FICA FORA, COMO NO
      *    PERDACLI; RENEGOCIADA JA E COBRADA PELAS PARCELAS.
      *-----------------------------------------------------------------

           MOVE "N"        TO WRK-SW-FIM-FATURAS.
           SET WRK-SEM-PERDA  TO TRUE.
           SET WRK-SEM-ATRASO TO TRUE.
           MOVE ZEROS      TO WRK-RESIDUO-CLIENTE
                              WRK-QT-FATURAS-CLI
                              WRK-VENC-ANTIGO.
           MOVE REG-CODIGO TO FAT-CODIGO.
           MOVE ZEROS      TO FAT-COMPETENCIA.

           START FATURAS KEY IS NOT LESS FAT-CHAVE
               INVALID KEY
                   SET WRK-FIM-FATURAS TO TRUE
           END-START.

           PERFORM 0255-LER-FATURA
               UNTIL WRK-FIM-FATURAS.

       0250-SOMAR-FATURAS-FIM.          EXIT.

      *-----------------------------------------------------------------
       0255-LER-FATURA                  SECTION.
      *-----------------------------------------------------------------

           READ FATURAS NEXT RECORD.

           IF FS-FATURAS NOT EQUAL ZEROS
               SET WRK-FIM-FATURAS TO TRUE
               GO TO 0255-LER-FATURA-FIM
           END-IF.

           IF FAT-CODIGO NOT EQUAL REG-CODIGO
               SET WRK-FIM-FATURAS TO TRUE
               GO TO 0255-LER-FATURA-FIM
           END-IF.

           IF NOT FAT-SEM-DISPUTA
               OR NOT (FAT-ABERTA OR FAT-PERDA)
               OR FAT-DATA-VENCIMENTO EQUAL ZEROS
               OR FAT-DATA-VENCIMENTO NOT LESS WRK-DATA-CORTE
               GO TO 0255-LER-FATURA-FIM
           END-IF.

           COMPUTE WRK-VALOR-RESIDUO =
               FAT-VALOR + FAT-VALOR-ENCARGOS - FAT-VALOR-PAGO.

           IF WRK-VALOR-RESIDUO NOT GREATER ZEROS
               GO TO 0255-LER-FATURA-FIM
           END-IF.

           ADD WRK-VALOR-RESIDUO TO WRK-RESIDUO-CLIENTE.
           ADD 1                 TO WRK-QT-FATURAS-CLI.
           IF WRK-VENC-ANTIGO EQUAL ZEROS
               OR FAT-DATA-VENCIMENTO LESS WRK-VENC-ANTIGO
               MOVE FAT-DATA-VENCIMENTO TO WRK-VENC-ANTIGO
           END-IF.

           IF FAT-PERDA
               SET WRK-COM-PERDA TO TRUE
           ELSE
               MOVE FAT-DATA-VENCIMENTO TO WRK-VENCIMENTO
               PERFORM 0171-CALCULAR-DIAS-ATRASO
               IF WRK-DIAS-ATRASO NOT LESS WRK-DIAS-LIMITE
                   SET WRK-COM-ATRASO TO TRUE
               END-IF
           END-IF.

       0255-LER-FATURA-FIM.             EXIT.

      *-----------------------------------------------------------------
       0260-MONTAR-DETALHE              SECTION.
      *-----------------------------------------------------------------
      *    DADOS DE CONTATO DO MESTRE E ENDERECO DO ENDERECOS; QUEM
      *    CHAMA COMPLETA O MOVIMENTO E OS VALORES.
      *-----------------------------------------------------------------

           MOVE SPACES                   TO REG-CESSAO-REMESSA.
           SET CESE-DETALHE              TO TRUE.
           MOVE CESS-ASSESSORIA          TO CESE-ASSESSORIA.
           MOVE REG-CODIGO               TO CESE-DET-CODIGO.
           MOVE REG-NOME                 TO CESE-DET-NOME.
           MOVE REG-TIPO-PESSOA          TO CESE-DET-TIPO-PESSOA.
           MOVE REG-CPF-CNPJ             TO CESE-DET-CPF-CNPJ.
           MOVE REG-EMAIL                TO CESE-DET-EMAIL.
           MOVE CESS-QT-FATURAS          TO CESE-DET-QT-FATURAS.
           MOVE CESS-VENC-ANTIGO         TO CESE-DET-VENC-ANTIGO.

           IF WRK-ENDERECOS-DISPONIVEL
               MOVE REG-CODIGO TO END-CODIGO
               READ ENDERECOS KEY IS END-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE END-LOGRADOURO TO CESE-DET-LOGRADOURO
                       MOVE END-CIDADE     TO CESE-DET-CIDADE
                       MOVE END-CEP        TO CESE-DET-CEP
               END-READ
           END-IF.

       0260-MONTAR-DETALHE-FIM.         EXIT.

      *-----------------------------------------------------------------
       0270-LIBERAR-DETALHE             SECTION.
      *-----------------------------------------------------------------

           MOVE CESE-ASSESSORIA          TO SRT-ASSESSORIA.
           MOVE CESE-DET-CODIGO          TO SRT-CODIGO.
           MOVE REG-CESSAO-REMESSA       TO SRT-REGISTRO.
           RELEASE SRT-CESSAO.

       0270-LIBERAR-DETALHE-FIM.        EXIT.

      *-----------------------------------------------------------------
       0280-GRAVAR-LINHA                SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-LINHA-CESS TO REG-LISTCESS.
           WRITE REG-LISTCESS AFTER 1 LINE.
           IF FS-LISTCESS NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-LISTCESS              TO WRK-STATUS-ERRO
               MOVE "0280-GRAVAR-LINHA"      TO WRK-AREA-ERRO
               MOVE "CESSCLI"                TO WRK-PROGRAMA-ERRO
               MOVE "LISTCESS"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0280-GRAVAR-LINHA-FIM.           EXIT.

      *-----------------------------------------------------------------
       0500-GERAR-REMESSAS              SECTION.
      *-----------------------------------------------------------------
      *    A CADA QUEBRA DE ASSESSORIA FECHA O ARQUIVO DA ANTERIOR
      *    (COM O TRAILER) E ABRE O DA NOVA (COM O HEADER).
      *-----------------------------------------------------------------

           OPEN INPUT CESSORD.
           IF FS-CESSORD NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-CESSORD               TO WRK-STATUS-ERRO
               MOVE "0500-GERAR-REMESSAS"    TO WRK-AREA-ERRO
               MOVE "CESSCLI"                TO WRK-PROGRAMA-ERRO
               MOVE "CESSORD"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           PERFORM 0510-LER-ORDENADO.
           PERFORM 0520-GRAVAR-REMESSA
               UNTIL WRK-FIM-ORDENADO.

           IF WRK-REMESSA-ABERTA
               PERFORM 0540-FECHAR-REMESSA
           END-IF.

           CLOSE CESSORD.
           IF FS-CESSORD NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-CESSORD               TO WRK-STATUS-ERRO
               MOVE "0500-GERAR-REMESSAS"    TO WRK-AREA-ERRO
               MOVE "CESSCLI"                TO WRK-PROGRAMA-ERRO
               MOVE "CESSORD"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0500-GERAR-REMESSAS-FIM.         EXIT.

      *-----------------------------------------------------------------
       0510-LER-ORDENADO                SECTION.
      *-----------------------------------------------------------------

           READ CESSORD
               AT END
                   SET WRK-FIM-ORDENADO TO TRUE
           END-READ.

       0510-LER-ORDENADO-FIM.           EXIT.

      *-----------------------------------------------------------------
       0520-GRAVAR-REMESSA              SECTION.
      *-----------------------------------------------------------------

           IF ORD-ASSESSORIA NOT EQUAL WRK-ASSESSORIA-AUX
               PERFORM 0530-ABRIR-REMESSA
           END-IF.

           MOVE ORD-REGISTRO TO REG-CESSAO-REMESSA.
           IF CESE-DET-INCLUSAO
               ADD 1                      TO WRK-QT-INCLUSOES-ARQ
               ADD CESE-DET-VALOR-RESIDUO TO WRK-VALOR-ARQ
           ELSE
               ADD 1                      TO WRK-QT-RETIRADAS-ARQ
           END-IF.

           WRITE REG-CESSREM FROM REG-CESSAO-REMESSA.
           IF FS-CESSREM NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-CESSREM               TO WRK-STATUS-ERRO
               MOVE "0520-GRAVAR-REMESSA"    TO WRK-AREA-ERRO
               MOVE "CESSCLI"                TO WRK-PROGRAMA-ERRO
               MOVE "CESSREM"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           PERFORM 0510-LER-ORDENADO.

       0520-GRAVAR-REMESSA-FIM.         EXIT.

      *-----------------------------------------------------------------
       0530-ABRIR-REMESSA               SECTION.
      *-----------------------------------------------------------------

           IF WRK-REMESSA-ABERTA
               PERFORM 0540-FECHAR-REMESSA
           END-IF.

           MOVE ORD-ASSESSORIA TO WRK-ASSESSORIA-AUX.

           MOVE SPACES TO WRK-NOME-CESSREM.
           STRING WRK-PREFIXO-CESSREM   DELIMITED BY SPACE
                  WRK-ASSESSORIA-AUX    DELIMITED BY SPACE
                  "_"                   DELIMITED BY SIZE
                  WRK-COMPETENCIA-ATUAL DELIMITED BY SIZE
                  ".DAT"                DELIMITED BY SIZE
               INTO WRK-NOME-CESSREM.

           OPEN OUTPUT CESSREM.
           IF FS-CESSREM NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-CESSREM               TO WRK-STATUS-ERRO
               MOVE "0530-ABRIR-REMESSA"     TO WRK-AREA-ERRO
               MOVE "CESSCLI"                TO WRK-PROGRAMA-ERRO
               MOVE "CESSREM"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           SET WRK-REMESSA-ABERTA TO TRUE.
           MOVE ZEROS TO WRK-QT-INCLUSOES-ARQ
                         WRK-QT-RETIRADAS-ARQ
                         WRK-VALOR-ARQ.

           MOVE SPACES                   TO REG-CESSAO-REMESSA.
           SET CESE-HEADER               TO TRUE.
           MOVE WRK-ASSESSORIA-AUX       TO CESE-ASSESSORIA.
           MOVE WRK-DATA-ATUAL           TO CESE-HDR-DATA.
           MOVE WRK-COMPETENCIA-ATUAL    TO CESE-HDR-COMPETENCIA.
           MOVE "CESSAO DE COBRANCA"     TO CESE-HDR-LITERAL.
           MOVE WRK-ASSESSORIA-AUX       TO WRK-ASSE-PROCURADA.
           PERFORM 0130-PROCURAR-ASSESSORIA.
           IF WRK-IDX-ACHADO GREATER ZEROS
               MOVE ASSE-TAB-NOME (WRK-IDX-ACHADO) TO CESE-HDR-NOME
           END-IF.

           WRITE REG-CESSREM FROM REG-CESSAO-REMESSA.
           IF FS-CESSREM NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-CESSREM               TO WRK-STATUS-ERRO
               MOVE "0530-ABRIR-REMESSA"     TO WRK-AREA-ERRO
               MOVE "CESSCLI"                TO WRK-PROGRAMA-ERRO
               MOVE "CESSREM"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0530-ABRIR-REMESSA-FIM.          EXIT.

      *-----------------------------------------------------------------
       0540-FECHAR-REMESSA              SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES                   TO REG-CESSAO-REMESSA.
           SET CESE-TRAILER              TO TRUE.
           MOVE WRK-ASSESSORIA-AUX       TO CESE-ASSESSORIA.
           MOVE WRK-QT-INCLUSOES-ARQ     TO CESE-TRL-QT-INCLUSOES.
           MOVE WRK-QT-RETIRADAS-ARQ     TO CESE-TRL-QT-RETIRADAS.
           COMPUTE CESE-TRL-QUANTIDADE =
               WRK-QT-INCLUSOES-ARQ + WRK-QT-RETIRADAS-ARQ.
           MOVE WRK-VALOR-ARQ            TO CESE-TRL-VALOR-TOTAL.

           WRITE REG-CESSREM FROM REG-CESSAO-REMESSA.
           IF FS-CESSREM NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-CESSREM               TO WRK-STATUS-ERRO
               MOVE "0540-FECHAR-REMESSA"    TO WRK-AREA-ERRO
               MOVE "CESSCLI"                TO WRK-PROGRAMA-ERRO
               MOVE "CESSREM"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE CESSREM.
           IF FS-CESSREM NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-CESSREM               TO WRK-STATUS-ERRO
               MOVE "0540-FECHAR-REMESSA"    TO WRK-AREA-ERRO
               MOVE "CESSCLI"                TO WRK-PROGRAMA-ERRO
               MOVE "CESSREM"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           SET WRK-REMESSA-FECHADA TO TRUE.
           ADD 1 TO ACU-ARQUIVOS.

       0540-FECHAR-REMESSA-FIM.         EXIT.

      *-----------------------------------------------------------------
       0290-ESTATISTICA                 SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-TRACO.
           DISPLAY "LIMITE DE DIAS DE ATRASO.....: " WRK-DIAS-LIMITE.
           DISPLAY "CLIENTES LIDOS...............: "
                                               ACU-CLIENTES-LIDOS.
           DISPLAY "CONTAS CEDIDAS...............: " ACU-CEDIDOS.
           DISPLAY "VALOR CEDIDO.................: " ACU-VALOR-CEDIDO.
           DISPLAY "CONTAS RETIRADAS (PAGO DIRETO): " ACU-RETIRADOS.
           DISPLAY "VALOR PAGO DIRETO............: " ACU-VALOR-DIRETO.
           DISPLAY "CESSOES ATIVAS MANTIDAS......: " ACU-EM-COBRANCA.
           DISPLAY "CONTAS DEVOLVIDAS (FORA).....: " ACU-DEVOLVIDOS.
           DISPLAY "ADIADAS POR PROMESSA.........: " ACU-EM-PROMESSA.
           DISPLAY "ABAIXO DO RESIDUO MINIMO.....: " ACU-ABAIXO-MINIMO.
           DISPLAY "SEM ASSESSORIA ATIVA.........: "
                                               ACU-SEM-ASSESSORIA.
           DISPLAY "ARQUIVOS DE REMESSA GERADOS..: " ACU-ARQUIVOS.
           DISPLAY WRK-TRACO.

           PERFORM 0295-EXIBIR-ASSESSORIA
               VARYING IDX-ASSE FROM 1 BY 1
               UNTIL IDX-ASSE GREATER WRK-QT-ASSESSORIAS.

           DISPLAY WRK-TRACO.
           DISPLAY WRK-FIM-PROGRAMA.
           DISPLAY WRK-TRACO.

       0290-ESTATISTICA-FIM.            EXIT.

      *-----------------------------------------------------------------
       0295-EXIBIR-ASSESSORIA           SECTION.
      *-----------------------------------------------------------------

           DISPLAY "ASSESSORIA " ASSE-TAB-CODIGO (IDX-ASSE)
                   " " ASSE-TAB-NOME (IDX-ASSE)
                   " CEDIDAS: " ASSE-TAB-CEDIDOS (IDX-ASSE)
                   " RETIRADAS: " ASSE-TAB-RETIRADOS (IDX-ASSE).

       0295-EXIBIR-ASSESSORIA-FIM.      EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                   SECTION.
      *-----------------------------------------------------------------

           PERFORM 0290-ESTATISTICA.

           CLOSE CESSAO.
           IF FS-CESSAO NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-CESSAO         TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "CESSCLI"         TO WRK-PROGRAMA-ERRO
               MOVE "CESSAO"          TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "CESSCLI"         TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE FATURAS.
           IF FS-FATURAS NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-FATURAS        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "CESSCLI"         TO WRK-PROGRAMA-ERRO
               MOVE "FATURAS"         TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           IF WRK-ENDERECOS-DISPONIVEL
               CLOSE ENDERECOS
           END-IF.

           IF WRK-PROMESSA-DISPONIVEL
               CLOSE PROMESSA
           END-IF.

           CLOSE LISTCESS.
           IF FS-LISTCESS NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-LISTCESS       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "CESSCLI"         TO WRK-PROGRAMA-ERRO
               MOVE "LISTCESS"        TO WRK-ARQUIVO-ERRO
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
