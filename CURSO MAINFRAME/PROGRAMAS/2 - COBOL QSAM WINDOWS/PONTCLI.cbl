      *-----------------------------------------------------------------
       IDENTIFICATION                   DIVISION.
       PROGRAM-ID. PONTCLI.
      *=================================================================
      *== PROGRAMA....: PONTCLI
      *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
      *== ANALISTA....: IVAN SANCHES
      *== DATA........: 15/10/2026
      *== CONSULTORIA:
      *-----------------------------------------------------------------
      *== OBJETIVO....: PASSO NOTURNO DO PROGRAMA DE PONTOS DE
      *                 FIDELIDADE, SOBRE O EXTRATO DE PONTOS POR
      *                 CLIENTE (ARQUIVO INDEXADO PONTOS, BOOK
      *                 REGPONT), EM TRES ETAPAS:
      *                 1) PONTUACAO - LE O MOVIMENTO PONTMOVT (BOOK
      *                 REGPONM) GRAVADO PELAS BAIXAS (BAIXAPAG,
      *                 RETBOLET, PIXBAIXA) E PELO ESTORNO DO RETBANCO.
      *                 FATURA QUITADA ATE O VENCIMENTO, SEM ENCARGOS
      *                 E FORA DA FAIXA DE ACORDO/MULTA (MES DA
      *                 COMPETENCIA ACIMA DE 12 - PARCELA DO NEGOCCLI
      *                 OU MULTA DE FIDELIDADE) GERA UM LOTE DE PONTOS:
      *                 VALOR DA FATURA X PONTOS POR REAL X
      *                 MULTIPLICADOR DO PLANO X MULTIPLICADOR DE CASA
      *                 (MESES DESDE O INICIO DA ASSINATURA PRINCIPAL),
      *                 COM VALIDADE EM MESES - TUDO NO CARTAO PONTPARM
      *                 (BOOK REGPONP). FATURA REABERTA POR ESTORNO
      *                 PERDE O QUE RESTA DO LOTE DA COMPETENCIA.
      *                 2) EXPIRACAO - LOTE VENCIDO COM PONTOS
      *                 RESTANTES E BAIXADO EM UM MOVIMENTO "E" POR
      *                 CLIENTE.
      *                 3) RESGATE - O MOVIMENTO PONTRESG (BOOK
      *                 REGPONR) DO ATENDIMENTO CONVERTE PONTOS EM
      *                 SALDO CREDOR (ARQUIVO CREDITO, BOOK REGCRED),
      *                 QUE O FATURCLI ABATE NA COMPETENCIA SEGUINTE;
      *                 OS LOTES SAO CONSUMIDOS DO MAIS ANTIGO PARA O
      *                 MAIS NOVO. A LISTAGEM DE CONFERENCIA SAI NO
      *                 RELPONT, NO MOLDE DO VALECLI. O PONTMOVT E
      *                 ESVAZIADO NO FIM DA RODADA; LOTE ATIVO DA MESMA
      *                 COMPETENCIA NAO E PONTUADO DE NOVO.
      *-----------------------------------------------------------------
      *===================ESPECIFICACOES DO PROGRAMA====================
      *    ARQUIVO                    TIPO               BOOK
      *    PONTPARM                  INPUT              REGPONP
      *    PONTMOVT                  INPUT              REGPONM
      *    PONTRESG                  INPUT              REGPONR
      *    CLIENTES                  INPUT              REGCLI
      *    ASSINATURAS               INPUT              REGASSN
      *    PONTOS                    I-O                REGPONT
      *    CREDITO                   I-O                REGCRED
      *    RELPONT                   OUTPUT             N/A
      *    PONTCLI                   INPUT              BOOKMSG
      *    PONTCLI                   INPUT              BOOKASSI
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
           SELECT PONTPARM ASSIGN TO WRK-NOME-PONTPARM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-PONTPARM.

           SELECT PONTMOVT ASSIGN TO WRK-NOME-PONTMOVT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-PONTMOVT.

           SELECT PONTRESG ASSIGN TO WRK-NOME-PONTRESG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-PONTRESG.

           SELECT CLIENTES ASSIGN TO WRK-NOME-CLIENTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-CODIGO
           FILE STATUS IS FS-CLIENTES.

           SELECT ASSINATURAS ASSIGN TO WRK-NOME-ASSINATURAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ASN-CHAVE
           FILE STATUS IS FS-ASSINATURAS.

           SELECT PONTOS ASSIGN TO WRK-NOME-PONTOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PTS-CHAVE
           FILE STATUS IS FS-PONTOS.

           SELECT CREDITO ASSIGN TO WRK-NOME-CREDITO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CRED-CODIGO
           FILE STATUS IS FS-CREDITO.

           SELECT RELPONT ASSIGN TO WRK-NOME-RELPONT
           FILE STATUS IS FS-RELPONT.
      *-----------------------------------------------------------------

      *=================================================================
       DATA                             DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                             SECTION.
      *-----------------------------------------------------------------
      *
      *            INPUT - CARTAO DE PARAMETROS DO PROGRAMA DE PONTOS
      *
      *-----------------------------------------------------------------
       FD  PONTPARM.
       COPY "REGPONP".

      *-----------------------------------------------------------------
      *
      *            INPUT - FATURAS QUITADAS E ESTORNADAS DO DIA
      *
      *-----------------------------------------------------------------
       FD  PONTMOVT.
       COPY "REGPONM".

      *-----------------------------------------------------------------
      *
      *            INPUT - PEDIDOS DE RESGATE DO ATENDIMENTO
      *
      *-----------------------------------------------------------------
       FD  PONTRESG.
       COPY "REGPONR".

      *-----------------------------------------------------------------
      *
      *            INPUT - MESTRE INDEXADO DE CLIENTES
      *
      *-----------------------------------------------------------------
       FD  CLIENTES.
       COPY "REGCLI".

      *-----------------------------------------------------------------
      *
      *            INPUT - ASSINATURAS DO CLIENTE (CODIGO + SEQUENCIA)
      *
      *-----------------------------------------------------------------
       FD  ASSINATURAS.
       COPY "REGASSN".

      *-----------------------------------------------------------------
      *
      *            I-O - EXTRATO DE PONTOS POR CLIENTE
      *
      *-----------------------------------------------------------------
       FD  PONTOS.
       COPY "REGPONT".

      *-----------------------------------------------------------------
      *
      *            I-O - SALDO CREDOR POR CLIENTE
      *
      *-----------------------------------------------------------------
       FD  CREDITO.
       COPY "REGCRED".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - LISTAGEM DE CONFERENCIA DOS PONTOS
      *
      *-----------------------------------------------------------------
       FD  RELPONT.
       01  REG-RELPONT                  PIC X(080).

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

       01  FS-PONTPARM                  PIC 9(002)         VALUE ZEROS.
       01  FS-PONTMOVT                  PIC 9(002)         VALUE ZEROS.
       01  FS-PONTRESG                  PIC 9(002)         VALUE ZEROS.
       01  FS-CLIENTES                  PIC 9(002)         VALUE ZEROS.
       01  FS-ASSINATURAS               PIC 9(002)         VALUE ZEROS.
       01  FS-PONTOS                    PIC 9(002)         VALUE ZEROS.
       01  FS-CREDITO                   PIC 9(002)         VALUE ZEROS.
       01  FS-RELPONT                   PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----NOMES EXTERNALIZADOS VIA DD-----".
      *-----------------------------------------------------------------

       01  WRK-NOME-PONTPARM            PIC X(040)         VALUE
              "C:\RELATORIO\dados\PONTPARM.DAT".
       01  WRK-NOME-PONTMOVT            PIC X(040)         VALUE
              "C:\RELATORIO\dados\PONTMOVT.DAT".
       01  WRK-NOME-PONTRESG            PIC X(040)         VALUE
              "C:\RELATORIO\dados\PONTRESG.DAT".
       01  WRK-NOME-CLIENTES            PIC X(040)         VALUE
              "C:\RELATORIO\dados\CLIENTES.DAT".
       01  WRK-NOME-ASSINATURAS         PIC X(040)         VALUE
              "C:\RELATORIO\dados\ASSINATURAS.DAT".
       01  WRK-NOME-PONTOS              PIC X(040)         VALUE
              "C:\RELATORIO\dados\PONTOS.DAT".
       01  WRK-NOME-CREDITO             PIC X(040)         VALUE
              "C:\RELATORIO\dados\CREDITO.DAT".
       01  WRK-NOME-RELPONT             PIC X(040)         VALUE
              "C:\RELATORIO\dados\RELPONT.txt".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----DISPONIBILIDADE DOS ARQUIVOS OPCIONAIS-----".
      *-----------------------------------------------------------------

       01  WRK-SW-PONTMOVT              PIC X(001)         VALUE "N".
           88 WRK-PONTMOVT-DISPONIVEL                       VALUE "S".
           88 WRK-PONTMOVT-INDISPONIVEL                      VALUE "N".

       01  WRK-SW-PONTRESG              PIC X(001)         VALUE "N".
           88 WRK-PONTRESG-DISPONIVEL                       VALUE "S".
           88 WRK-PONTRESG-INDISPONIVEL                      VALUE "N".

       01  WRK-SW-ASSINATURAS           PIC X(001)         VALUE "N".
           88 WRK-ASSINATURAS-DISPONIVEL                    VALUE "S".
           88 WRK-ASSINATURAS-INDISPONIVEL                   VALUE "N".

       01  WRK-SW-FIM-MOVIMENTO         PIC X(001)         VALUE "N".
           88 WRK-FIM-MOVIMENTO                             VALUE "S".

       01  WRK-SW-FIM-RESGATES          PIC X(001)         VALUE "N".
           88 WRK-FIM-RESGATES                              VALUE "S".

       01  WRK-SW-FIM-PONTOS            PIC X(001)         VALUE "N".
           88 WRK-FIM-PONTOS                                VALUE "S".

       01  WRK-SW-FIM-LOTES             PIC X(001)         VALUE "N".
           88 WRK-FIM-LOTES                                 VALUE "S".

       01  WRK-SW-LOTE                  PIC X(001)         VALUE "N".
           88 WRK-LOTE-ACHADO                               VALUE "S".
           88 WRK-LOTE-NAO-ACHADO                            VALUE "N".

       01  WRK-SW-SALDO                 PIC X(001)         VALUE "N".
           88 WRK-SALDO-EXISTENTE                           VALUE "S".
           88 WRK-SALDO-NOVO                                 VALUE "N".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----PARAMETROS DO PROGRAMA DE PONTOS-----".
      *-----------------------------------------------------------------

       01  WRK-VALIDADE-MESES           PIC 9(003)         VALUE 012.
       01  WRK-PONTOS-POR-REAL          PIC 9(003)         VALUE 001.
       01  WRK-VALOR-PONTO              PIC 9(001)V9(004)  VALUE
                                                           0,0100.
       01  WRK-RESGATE-MINIMO           PIC 9(007)         VALUE
                                                           0000500.
       01  WRK-MULT-BASICO              PIC 9(001)V99      VALUE 1,00.
       01  WRK-MULT-PADRAO              PIC 9(001)V99      VALUE 1,25.
       01  WRK-MULT-PREMIUM             PIC 9(001)V99      VALUE 1,50.
       01  WRK-CASA-MESES-1             PIC 9(003)         VALUE 012.
       01  WRK-MULT-CASA-1              PIC 9(001)V99      VALUE 1,10.
       01  WRK-CASA-MESES-2             PIC 9(003)         VALUE 024.
       01  WRK-MULT-CASA-2              PIC 9(001)V99      VALUE 1,25.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEIS DE DATA DA RODADA-----".
      *-----------------------------------------------------------------

       01  WRK-DATA-EXECUCAO            PIC 9(008)         VALUE ZEROS.
       01  FILLER REDEFINES WRK-DATA-EXECUCAO.
           05 WRK-EXEC-AAAA             PIC 9(004).
           05 WRK-EXEC-MM               PIC 9(002).
           05 WRK-EXEC-DD               PIC 9(002).

       01  WRK-DATA-EXPIRA              PIC 9(008)         VALUE ZEROS.
       01  FILLER REDEFINES WRK-DATA-EXPIRA.
           05 WRK-EXPI-AAAA             PIC 9(004).
           05 WRK-EXPI-MM               PIC 9(002).
           05 WRK-EXPI-DD               PIC 9(002).

       01  WRK-DATA-PAGAMENTO           PIC 9(008)         VALUE ZEROS.
       01  FILLER REDEFINES WRK-DATA-PAGAMENTO.
           05 WRK-PAG-AAAA              PIC 9(004).
           05 WRK-PAG-MM                PIC 9(002).
           05 WRK-PAG-DD                PIC 9(002).

       01  WRK-DATA-INICIO-ASSIN        PIC 9(008)         VALUE ZEROS.
       01  FILLER REDEFINES WRK-DATA-INICIO-ASSIN.
           05 WRK-INI-AAAA              PIC 9(004).
           05 WRK-INI-MM                PIC 9(002).
           05 WRK-INI-DD                PIC 9(002).

       01  WRK-COMPETENCIA-MOVTO        PIC 9(006)         VALUE ZEROS.
       01  FILLER REDEFINES WRK-COMPETENCIA-MOVTO.
           05 WRK-MOVTO-AAAA            PIC 9(004).
           05 WRK-MOVTO-MM              PIC 9(002).

       01  WRK-QT-MESES                 PIC 9(005)         VALUE ZEROS.
       01  WRK-QT-ANOS                  PIC 9(003)         VALUE ZEROS.
       01  WRK-RESTO-MESES              PIC 9(002)         VALUE ZEROS.
       01  WRK-MESES-CASA               PIC S9(005)        VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEIS DE CALCULO DOS PONTOS-----".
      *-----------------------------------------------------------------

       01  WRK-MULT-PLANO               PIC 9(001)V99      VALUE ZEROS.
       01  WRK-MULT-CASA                PIC 9(001)V99      VALUE ZEROS.
       01  WRK-PONTOS-CALC              PIC 9(007)         VALUE ZEROS.
       01  WRK-PONTOS-MOVTO             PIC 9(007)         VALUE ZEROS.
       01  WRK-PONTOS-A-CONSUMIR        PIC 9(007)         VALUE ZEROS.
       01  WRK-PONTOS-CONSUMIDOS        PIC 9(007)         VALUE ZEROS.
       01  WRK-PONTOS-EXPIRADOS         PIC 9(007)         VALUE ZEROS.
       01  WRK-VALOR-MOVTO              PIC 9(007)V99      VALUE ZEROS.
       01  WRK-CODIGO-CLIENTE           PIC 9(007)         VALUE ZEROS.
       01  WRK-CHAVE-LOTE               PIC X(012)         VALUE SPACES.
       01  WRK-CHAVE-RETOMADA           PIC X(012)         VALUE SPACES.
       01  WRK-MOTIVO                   PIC X(030)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----REGISTRO DE SALDO DO CLIENTE EM USO-----".
      *-----------------------------------------------------------------

       01  WRK-REG-SALDO                PIC X(082)         VALUE SPACES.
       01  WRK-SEQUENCIA-NOVA           PIC 9(005)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----LINHAS DE CONFERENCIA DOS PONTOS-----".
      *-----------------------------------------------------------------

       01  WRK-LINHA-DETALHE.
           05 WRK-DET-ACAO              PIC X(012)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-DET-CODIGO            PIC 9(007)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-DET-COMPETENCIA       PIC 9(006)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-DET-PONTOS            PIC Z.ZZZ.ZZ9      VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-DET-VALOR             PIC ZZ.ZZ9,99      VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-DET-MOTIVO            PIC X(030)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)          VALUE
              "-----VARIAVEL DE ACUMULACAO-----".
      *-----------------------------------------------------------------

       01  ACU-MOVIMENTOS-LIDOS        PIC 9(005)  COMP-3  VALUE ZEROS.
       01  ACU-PONTUADOS               PIC 9(005)  COMP-3  VALUE ZEROS.
       01  ACU-NAO-PONTUADOS           PIC 9(005)  COMP-3  VALUE ZEROS.
       01  ACU-ESTORNADOS              PIC 9(005)  COMP-3  VALUE ZEROS.
       01  ACU-CLIENTES-EXPIRADOS      PIC 9(005)  COMP-3  VALUE ZEROS.
       01  ACU-RESGATES-LIDOS          PIC 9(005)  COMP-3  VALUE ZEROS.
       01  ACU-RESGATADOS              PIC 9(005)  COMP-3  VALUE ZEROS.
       01  ACU-REJEITADOS              PIC 9(005)  COMP-3  VALUE ZEROS.
       01  ACU-PONTOS-ACUMULADOS       PIC 9(009)  COMP-3  VALUE ZEROS.
       01  ACU-PONTOS-ESTORNADOS       PIC 9(009)  COMP-3  VALUE ZEROS.
       01  ACU-PONTOS-EXPIRADOS        PIC 9(009)  COMP-3  VALUE ZEROS.
       01  ACU-PONTOS-RESGATADOS       PIC 9(009)  COMP-3  VALUE ZEROS.
       01  ACU-VALOR-RESGATADO         PIC 9(007)V99 COMP-3
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

           IF WRK-PONTMOVT-DISPONIVEL
               PERFORM 0160-LER-MOVIMENTO
               PERFORM 0200-PROCESSAR-MOVIMENTO
                   UNTIL WRK-FIM-MOVIMENTO
           END-IF.

           PERFORM 0240-EXPIRAR-LOTES.

           IF WRK-PONTRESG-DISPONIVEL
               PERFORM 0165-LER-RESGATE
               PERFORM 0250-PROCESSAR-RESGATE
                   UNTIL WRK-FIM-RESGATES
           END-IF.

           PERFORM 0300-FINALIZAR.

       0000-PRINCIPAL-FIM.              EXIT.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                 SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_PONTPARM".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-PONTPARM
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_PONTMOVT".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-PONTMOVT
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_PONTRESG".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-PONTRESG
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CLIENTES".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-CLIENTES
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_ASSINATU".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-ASSINATURAS
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_PONTOS".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-PONTOS
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CREDITO".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-CREDITO
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_RELPONT".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-RELPONT
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           PERFORM 0110-LER-PARAMETROS.

           OPEN INPUT PONTMOVT.
           IF FS-PONTMOVT EQUAL ZEROS
               SET WRK-PONTMOVT-DISPONIVEL TO TRUE
           ELSE
               IF FS-PONTMOVT NOT EQUAL 35
                   MOVE WRK-ERRO-ABERTURA      TO WRK-DESCRICAO-ERRO
                   MOVE FS-PONTMOVT            TO WRK-STATUS-ERRO
                   MOVE "0100-INICIALIZAR"     TO WRK-AREA-ERRO
                   MOVE "PONTCLI"              TO WRK-PROGRAMA-ERRO
                   MOVE "PONTMOVT"             TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

           OPEN INPUT PONTRESG.
           IF FS-PONTRESG EQUAL ZEROS
               SET WRK-PONTRESG-DISPONIVEL TO TRUE
           ELSE
               IF FS-PONTRESG NOT EQUAL 35
                   MOVE WRK-ERRO-ABERTURA      TO WRK-DESCRICAO-ERRO
                   MOVE FS-PONTRESG            TO WRK-STATUS-ERRO
                   MOVE "0100-INICIALIZAR"     TO WRK-AREA-ERRO
                   MOVE "PONTCLI"              TO WRK-PROGRAMA-ERRO
                   MOVE "PONTRESG"             TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "PONTCLI"                TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN INPUT ASSINATURAS.
           IF FS-ASSINATURAS EQUAL ZEROS
               SET WRK-ASSINATURAS-DISPONIVEL TO TRUE
           ELSE
               IF FS-ASSINATURAS NOT EQUAL 35
                   MOVE WRK-ERRO-ABERTURA      TO WRK-DESCRICAO-ERRO
                   MOVE FS-ASSINATURAS         TO WRK-STATUS-ERRO
                   MOVE "0100-INICIALIZAR"     TO WRK-AREA-ERRO
                   MOVE "PONTCLI"              TO WRK-PROGRAMA-ERRO
                   MOVE "ASSINATURAS"          TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

           OPEN I-O PONTOS.
           IF FS-PONTOS EQUAL 35
               OPEN OUTPUT PONTOS
               CLOSE PONTOS
               OPEN I-O PONTOS
           END-IF.
           IF FS-PONTOS NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-PONTOS                TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "PONTCLI"                TO WRK-PROGRAMA-ERRO
               MOVE "PONTOS"                 TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN I-O CREDITO.
           IF FS-CREDITO EQUAL 35
               OPEN OUTPUT CREDITO
               CLOSE CREDITO
               OPEN I-O CREDITO
           END-IF.
           IF FS-CREDITO NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-CREDITO               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "PONTCLI"                TO WRK-PROGRAMA-ERRO
               MOVE "CREDITO"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN OUTPUT RELPONT.
           IF FS-RELPONT NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-RELPONT               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "PONTCLI"                TO WRK-PROGRAMA-ERRO
               MOVE "RELPONT"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------
       0110-LER-PARAMETROS              SECTION.
      *-----------------------------------------------------------------
      *    CARTAO OPCIONAL; CAMPO ZERADO MANTEM O PADRAO DA WORKING.
      *-----------------------------------------------------------------

           OPEN INPUT PONTPARM.

           IF FS-PONTPARM EQUAL ZEROS
               READ PONTPARM
               IF FS-PONTPARM EQUAL ZEROS
                   PERFORM 0111-ASSUMIR-PARAMETROS
               END-IF
               CLOSE PONTPARM
           ELSE
               IF FS-PONTPARM NOT EQUAL 35
                   MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
                   MOVE FS-PONTPARM              TO WRK-STATUS-ERRO
                   MOVE "0110-LER-PARAMETROS"    TO WRK-AREA-ERRO
                   MOVE "PONTCLI"                TO WRK-PROGRAMA-ERRO
                   MOVE "PONTPARM"               TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

       0110-LER-PARAMETROS-FIM.         EXIT.

      *-----------------------------------------------------------------
       0111-ASSUMIR-PARAMETROS          SECTION.
      *-----------------------------------------------------------------

           IF PONP-VALIDADE-MESES GREATER ZEROS
               MOVE PONP-VALIDADE-MESES  TO WRK-VALIDADE-MESES
           END-IF.
           IF PONP-PONTOS-POR-REAL GREATER ZEROS
               MOVE PONP-PONTOS-POR-REAL TO WRK-PONTOS-POR-REAL
           END-IF.
           IF PONP-VALOR-PONTO GREATER ZEROS
               MOVE PONP-VALOR-PONTO     TO WRK-VALOR-PONTO
           END-IF.
           IF PONP-RESGATE-MINIMO GREATER ZEROS
               MOVE PONP-RESGATE-MINIMO  TO WRK-RESGATE-MINIMO
           END-IF.
           IF PONP-MULT-BASICO GREATER ZEROS
               MOVE PONP-MULT-BASICO     TO WRK-MULT-BASICO
           END-IF.
           IF PONP-MULT-PADRAO GREATER ZEROS
               MOVE PONP-MULT-PADRAO     TO WRK-MULT-PADRAO
           END-IF.
           IF PONP-MULT-PREMIUM GREATER ZEROS
               MOVE PONP-MULT-PREMIUM    TO WRK-MULT-PREMIUM
           END-IF.
           IF PONP-CASA-MESES-1 GREATER ZEROS
               MOVE PONP-CASA-MESES-1    TO WRK-CASA-MESES-1
           END-IF.
           IF PONP-MULT-CASA-1 GREATER ZEROS
               MOVE PONP-MULT-CASA-1     TO WRK-MULT-CASA-1
           END-IF.
           IF PONP-CASA-MESES-2 GREATER ZEROS
               MOVE PONP-CASA-MESES-2    TO WRK-CASA-MESES-2
           END-IF.
           IF PONP-MULT-CASA-2 GREATER ZEROS
               MOVE PONP-MULT-CASA-2     TO WRK-MULT-CASA-2
           END-IF.

       0111-ASSUMIR-PARAMETROS-FIM.     EXIT.

      *-----------------------------------------------------------------
       0160-LER-MOVIMENTO               SECTION.
      *-----------------------------------------------------------------

           READ PONTMOVT.

           EVALUATE FS-PONTMOVT
               WHEN 00
                   ADD 1 TO ACU-MOVIMENTOS-LIDOS
               WHEN 10
                   SET WRK-FIM-MOVIMENTO TO TRUE
               WHEN OTHER
                   MOVE WRK-ERRO-LEIT         TO WRK-DESCRICAO-ERRO
                   MOVE FS-PONTMOVT           TO WRK-STATUS-ERRO
                   MOVE "0160-LER-MOVIMENTO"  TO WRK-AREA-ERRO
                   MOVE "PONTCLI"             TO WRK-PROGRAMA-ERRO
                   MOVE "PONTMOVT"            TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
           END-EVALUATE.

       0160-LER-MOVIMENTO-FIM.          EXIT.

      *-----------------------------------------------------------------
       0165-LER-RESGATE                 SECTION.
      *-----------------------------------------------------------------

           READ PONTRESG.

           EVALUATE FS-PONTRESG
               WHEN 00
                   ADD 1 TO ACU-RESGATES-LIDOS
               WHEN 10
                   SET WRK-FIM-RESGATES TO TRUE
               WHEN OTHER
                   MOVE WRK-ERRO-LEIT         TO WRK-DESCRICAO-ERRO
                   MOVE FS-PONTRESG           TO WRK-STATUS-ERRO
                   MOVE "0165-LER-RESGATE"    TO WRK-AREA-ERRO
                   MOVE "PONTCLI"             TO WRK-PROGRAMA-ERRO
                   MOVE "PONTRESG"            TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
           END-EVALUATE.

       0165-LER-RESGATE-FIM.            EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR-MOVIMENTO         SECTION.
      *-----------------------------------------------------------------

           MOVE PONM-CODIGO             TO WRK-CODIGO-CLIENTE.
           MOVE PONM-COMPETENCIA        TO WRK-COMPETENCIA-MOVTO.

           EVALUATE TRUE
               WHEN PONM-QUITACAO
                   PERFORM 0210-PONTUAR-QUITACAO
               WHEN PONM-ESTORNO
                   PERFORM 0230-ESTORNAR-LOTE
               WHEN OTHER
                   MOVE "TIPO DE MOVIMENTO INVALIDO" TO WRK-MOTIVO
                   PERFORM 0215-NAO-PONTUAR
           END-EVALUATE.

           PERFORM 0160-LER-MOVIMENTO.

       0200-PROCESSAR-MOVIMENTO-FIM.    EXIT.

      *-----------------------------------------------------------------
       0210-PONTUAR-QUITACAO            SECTION.
      *-----------------------------------------------------------------
      *    SO PONTUA A FATURA PAGA EM DIA: ATE O VENCIMENTO, SEM
      *    MULTA/JUROS E FORA DA FAIXA DE ACORDO (MES ACIMA DE 12 -
      *    PARCELA DE RENEGOCIACAO OU MULTA DE FIDELIDADE).
      *-----------------------------------------------------------------

           IF WRK-MOVTO-MM GREATER 12
               MOVE "FATURA DE ACORDO OU MULTA"  TO WRK-MOTIVO
               PERFORM 0215-NAO-PONTUAR
               GO TO 0210-PONTUAR-QUITACAO-FIM
           END-IF.

           IF PONM-VALOR-ENCARGOS GREATER ZEROS
               MOVE "PAGA COM ENCARGOS DE ATRASO" TO WRK-MOTIVO
               PERFORM 0215-NAO-PONTUAR
               GO TO 0210-PONTUAR-QUITACAO-FIM
           END-IF.

           IF PONM-DATA-PAGAMENTO GREATER PONM-DATA-VENCIMENTO
               MOVE "PAGA APOS O VENCIMENTO"     TO WRK-MOTIVO
               PERFORM 0215-NAO-PONTUAR
               GO TO 0210-PONTUAR-QUITACAO-FIM
           END-IF.

           MOVE PONM-CODIGO TO REG-CODIGO.
           READ CLIENTES KEY IS REG-CODIGO
               INVALID KEY
                   MOVE "CLIENTE NAO CADASTRADO"  TO WRK-MOTIVO
                   PERFORM 0215-NAO-PONTUAR
                   GO TO 0210-PONTUAR-QUITACAO-FIM
           END-READ.

           IF REG-TIPO-TRAILER OR REG-CANCELADO
               MOVE "CLIENTE CANCELADO"          TO WRK-MOTIVO
               PERFORM 0215-NAO-PONTUAR
               GO TO 0210-PONTUAR-QUITACAO-FIM
           END-IF.

           PERFORM 0260-LOCALIZAR-LOTE.
           IF WRK-LOTE-ACHADO
               MOVE "FATURA JA PONTUADA"         TO WRK-MOTIVO
               PERFORM 0215-NAO-PONTUAR
               GO TO 0210-PONTUAR-QUITACAO-FIM
           END-IF.

           PERFORM 0220-CALCULAR-PONTOS.
           IF WRK-PONTOS-CALC EQUAL ZEROS
               MOVE "VALOR SEM PONTUACAO"        TO WRK-MOTIVO
               PERFORM 0215-NAO-PONTUAR
               GO TO 0210-PONTUAR-QUITACAO-FIM
           END-IF.

           PERFORM 0225-GRAVAR-ACUMULO.

       0210-PONTUAR-QUITACAO-FIM.       EXIT.

      *-----------------------------------------------------------------
       0215-NAO-PONTUAR                 SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO ACU-NAO-PONTUADOS.

           MOVE "NAO PONTUADO"          TO WRK-DET-ACAO.
           MOVE PONM-CODIGO             TO WRK-DET-CODIGO.
           MOVE PONM-COMPETENCIA        TO WRK-DET-COMPETENCIA.
           MOVE ZEROS                   TO WRK-DET-PONTOS.
           MOVE PONM-VALOR              TO WRK-DET-VALOR.
           MOVE WRK-MOTIVO              TO WRK-DET-MOTIVO.
           PERFORM 0290-GRAVAR-DETALHE.

       0215-NAO-PONTUAR-FIM.            EXIT.

      *-----------------------------------------------------------------
       0220-CALCULAR-PONTOS             SECTION.
      *-----------------------------------------------------------------
      *    PONTOS = VALOR DA FATURA X PONTOS POR REAL X MULTIPLICADOR
      *    DO PLANO X MULTIPLICADOR DE CASA, SEM FRACAO. O TEMPO DE
      *    CASA E CONTADO EM MESES CHEIOS DO INICIO DA ASSINATURA
      *    PRINCIPAL ATE O PAGAMENTO; SEM A ASSINATURA, SEM BONUS.
      *-----------------------------------------------------------------

           EVALUATE REG-PLANO
               WHEN "BASICO"
                   MOVE WRK-MULT-BASICO      TO WRK-MULT-PLANO
               WHEN "PADRAO"
                   MOVE WRK-MULT-PADRAO      TO WRK-MULT-PLANO
               WHEN "PREMIUM"
                   MOVE WRK-MULT-PREMIUM     TO WRK-MULT-PLANO
               WHEN OTHER
                   MOVE 1                    TO WRK-MULT-PLANO
           END-EVALUATE.

           MOVE 1     TO WRK-MULT-CASA.
           MOVE ZEROS TO WRK-MESES-CASA.

           IF WRK-ASSINATURAS-DISPONIVEL
               MOVE PONM-CODIGO TO ASN-CODIGO
               MOVE 001         TO ASN-SEQUENCIA
               READ ASSINATURAS KEY IS ASN-CHAVE
                   INVALID KEY
                       MOVE ZEROS TO WRK-DATA-INICIO-ASSIN
                   NOT INVALID KEY
                       MOVE ASN-DATA-INICIO TO WRK-DATA-INICIO-ASSIN
               END-READ
               IF WRK-DATA-INICIO-ASSIN GREATER ZEROS
                   MOVE PONM-DATA-PAGAMENTO TO WRK-DATA-PAGAMENTO
                   COMPUTE WRK-MESES-CASA =
                       (WRK-PAG-AAAA * 12 + WRK-PAG-MM)
                     - (WRK-INI-AAAA * 12 + WRK-INI-MM)
                   IF WRK-PAG-DD LESS WRK-INI-DD
                       SUBTRACT 1 FROM WRK-MESES-CASA
                   END-IF
               END-IF
           END-IF.

           IF WRK-MESES-CASA NOT LESS WRK-CASA-MESES-2
               MOVE WRK-MULT-CASA-2 TO WRK-MULT-CASA
           ELSE
               IF WRK-MESES-CASA NOT LESS WRK-CASA-MESES-1
                   MOVE WRK-MULT-CASA-1 TO WRK-MULT-CASA
               END-IF
           END-IF.

           COMPUTE WRK-PONTOS-CALC =
               PONM-VALOR * WRK-PONTOS-POR-REAL
                          * WRK-MULT-PLANO * WRK-MULT-CASA.

       0220-CALCULAR-PONTOS-FIM.        EXIT.

      *-----------------------------------------------------------------
       0225-GRAVAR-ACUMULO              SECTION.
      *-----------------------------------------------------------------
      *    NOVO LOTE COM VALIDADE = DATA DA RODADA + MESES DO CARTAO
      *    (DIA ACIMA DE 28 VAI PARA 28, COMO O FIM DE FIDELIDADE).
      *-----------------------------------------------------------------

           MOVE WRK-DATA-EXECUCAO TO WRK-DATA-EXPIRA.
           COMPUTE WRK-QT-MESES =
               WRK-EXPI-MM + WRK-VALIDADE-MESES - 1.
           DIVIDE WRK-QT-MESES BY 12 GIVING WRK-QT-ANOS
               REMAINDER WRK-RESTO-MESES.
           ADD WRK-QT-ANOS            TO WRK-EXPI-AAAA.
           COMPUTE WRK-EXPI-MM = WRK-RESTO-MESES + 1.
           IF WRK-EXPI-DD GREATER 28
               MOVE 28 TO WRK-EXPI-DD
           END-IF.

           COMPUTE WRK-VALOR-MOVTO ROUNDED =
               WRK-PONTOS-CALC * WRK-VALOR-PONTO.

           PERFORM 0270-LER-SALDO.

           ADD 1                      TO PTS-ULTIMA-SEQUENCIA.
           MOVE PTS-ULTIMA-SEQUENCIA  TO WRK-SEQUENCIA-NOVA.
           ADD WRK-PONTOS-CALC        TO PTS-SALDO.
           MOVE REG-PONTOS            TO WRK-REG-SALDO.

           INITIALIZE REG-PONTOS.
           MOVE PONM-CODIGO           TO PTS-CODIGO.
           MOVE WRK-SEQUENCIA-NOVA    TO PTS-SEQUENCIA.
           SET PTS-ACUMULO            TO TRUE.
           MOVE WRK-DATA-EXECUCAO     TO PTS-DATA.
           MOVE WRK-PONTOS-CALC       TO PTS-PONTOS
                                         PTS-PONTOS-RESTANTES.
           MOVE WRK-DATA-EXPIRA       TO PTS-DATA-EXPIRA.
           MOVE PONM-COMPETENCIA      TO PTS-COMPETENCIA.
           MOVE WRK-VALOR-MOVTO       TO PTS-VALOR.
           MOVE PONM-PROGRAMA         TO PTS-ORIGEM.
           SET PTS-LOTE-ATIVO         TO TRUE.
           SET PTS-A-CONTABILIZAR     TO TRUE.
           PERFORM 0280-GRAVAR-PONTOS.

           PERFORM 0275-REGRAVAR-SALDO.

           ADD 1                      TO ACU-PONTUADOS.
           ADD WRK-PONTOS-CALC        TO ACU-PONTOS-ACUMULADOS.

           MOVE "PONTUADO"            TO WRK-DET-ACAO.
           MOVE PONM-CODIGO           TO WRK-DET-CODIGO.
           MOVE PONM-COMPETENCIA      TO WRK-DET-COMPETENCIA.
           MOVE WRK-PONTOS-CALC       TO WRK-DET-PONTOS.
           MOVE WRK-VALOR-MOVTO       TO WRK-DET-VALOR.
           MOVE SPACES                TO WRK-DET-MOTIVO.
           STRING "VALIDADE ATE "     DELIMITED BY SIZE
                  WRK-DATA-EXPIRA     DELIMITED BY SIZE
               INTO WRK-DET-MOTIVO.
           PERFORM 0290-GRAVAR-DETALHE.

       0225-GRAVAR-ACUMULO-FIM.         EXIT.

      *-----------------------------------------------------------------
       0230-ESTORNAR-LOTE               SECTION.
      *-----------------------------------------------------------------
      *    FATURA REABERTA PELO ESTORNO DO BANCO: O QUE AINDA RESTA DO
      *    LOTE DA COMPETENCIA SAI DO SALDO E O LOTE FICA ESTORNADO
      *    (PONTOS JA RESGATADOS OU EXPIRADOS NAO VOLTAM). UMA NOVA
      *    QUITACAO EM DIA PONTUA DE NOVO.
      *-----------------------------------------------------------------

           PERFORM 0260-LOCALIZAR-LOTE.

           IF WRK-LOTE-NAO-ACHADO
               MOVE "SEM LOTE ATIVO A ESTORNAR"  TO WRK-MOTIVO
               PERFORM 0215-NAO-PONTUAR
               GO TO 0230-ESTORNAR-LOTE-FIM
           END-IF.

           MOVE WRK-CHAVE-LOTE TO PTS-CHAVE.
           READ PONTOS KEY IS PTS-CHAVE
               INVALID KEY
                   MOVE WRK-ERRO-LEIT          TO WRK-DESCRICAO-ERRO
                   MOVE FS-PONTOS              TO WRK-STATUS-ERRO
                   MOVE "0230-ESTORNAR-LOTE"   TO WRK-AREA-ERRO
                   MOVE "PONTCLI"              TO WRK-PROGRAMA-ERRO
                   MOVE "PONTOS"               TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
           END-READ.

           MOVE PTS-PONTOS-RESTANTES  TO WRK-PONTOS-MOVTO.
           MOVE ZEROS                 TO PTS-PONTOS-RESTANTES.
           SET PTS-LOTE-ESTORNADO     TO TRUE.
           PERFORM 0285-REGRAVAR-PONTOS.

           COMPUTE WRK-VALOR-MOVTO ROUNDED =
               WRK-PONTOS-MOVTO * WRK-VALOR-PONTO.

           IF WRK-PONTOS-MOVTO GREATER ZEROS
               PERFORM 0270-LER-SALDO
               ADD 1                  TO PTS-ULTIMA-SEQUENCIA
               MOVE PTS-ULTIMA-SEQUENCIA TO WRK-SEQUENCIA-NOVA
               SUBTRACT WRK-PONTOS-MOVTO FROM PTS-SALDO
               MOVE REG-PONTOS        TO WRK-REG-SALDO
               INITIALIZE REG-PONTOS
               MOVE PONM-CODIGO       TO PTS-CODIGO
               MOVE WRK-SEQUENCIA-NOVA TO PTS-SEQUENCIA
               SET PTS-ESTORNO        TO TRUE
               MOVE WRK-DATA-EXECUCAO TO PTS-DATA
               MOVE WRK-PONTOS-MOVTO  TO PTS-PONTOS
               MOVE PONM-COMPETENCIA  TO PTS-COMPETENCIA
               MOVE WRK-VALOR-MOVTO   TO PTS-VALOR
               MOVE PONM-PROGRAMA     TO PTS-ORIGEM
               SET PTS-A-CONTABILIZAR TO TRUE
               PERFORM 0280-GRAVAR-PONTOS
               PERFORM 0275-REGRAVAR-SALDO
           END-IF.

           ADD 1                      TO ACU-ESTORNADOS.
           ADD WRK-PONTOS-MOVTO       TO ACU-PONTOS-ESTORNADOS.

           MOVE "ESTORNADO"           TO WRK-DET-ACAO.
           MOVE PONM-CODIGO           TO WRK-DET-CODIGO.
           MOVE PONM-COMPETENCIA      TO WRK-DET-COMPETENCIA.
           MOVE WRK-PONTOS-MOVTO      TO WRK-DET-PONTOS.
           MOVE WRK-VALOR-MOVTO       TO WRK-DET-VALOR.
           MOVE "FATURA REABERTA POR ESTORNO" TO WRK-DET-MOTIVO.
           PERFORM 0290-GRAVAR-DETALHE.

       0230-ESTORNAR-LOTE-FIM.          EXIT.

      *-----------------------------------------------------------------
       0240-EXPIRAR-LOTES               SECTION.
      *-----------------------------------------------------------------
      *    VARREDURA DO EXTRATO INTEIRO. O REGISTRO DE SALDO VEM
      *    PRIMEIRO EM CADA CLIENTE (SEQUENCIA 00000) E FICA GUARDADO
      *    ENQUANTO OS LOTES DELE SAO LIDOS; NA VIRADA DE CLIENTE O
      *    EXPIRADO VIRA UM MOVIMENTO "E" E A LEITURA E REPOSICIONADA
      *    NA CHAVE QUE ESTAVA A FRENTE.
      *-----------------------------------------------------------------

           MOVE "N"                 TO WRK-SW-FIM-PONTOS.
           MOVE ZEROS               TO WRK-CODIGO-CLIENTE
                                       WRK-PONTOS-EXPIRADOS.
           MOVE LOW-VALUES          TO PTS-CHAVE.

           START PONTOS KEY IS NOT LESS PTS-CHAVE
               INVALID KEY
                   SET WRK-FIM-PONTOS TO TRUE
           END-START.

           PERFORM 0241-LER-LOTE-VENCIDO
               UNTIL WRK-FIM-PONTOS.

           PERFORM 0245-BAIXAR-EXPIRADOS.

       0240-EXPIRAR-LOTES-FIM.          EXIT.

      *-----------------------------------------------------------------
       0241-LER-LOTE-VENCIDO            SECTION.
      *-----------------------------------------------------------------

           READ PONTOS NEXT RECORD.

           IF FS-PONTOS NOT EQUAL ZEROS
               SET WRK-FIM-PONTOS TO TRUE
               GO TO 0241-LER-LOTE-VENCIDO-FIM
           END-IF.

           IF PTS-CODIGO NOT EQUAL WRK-CODIGO-CLIENTE
               MOVE PTS-CHAVE TO WRK-CHAVE-RETOMADA
               IF WRK-PONTOS-EXPIRADOS GREATER ZEROS
                   PERFORM 0245-BAIXAR-EXPIRADOS
                   MOVE WRK-CHAVE-RETOMADA TO PTS-CHAVE
                   START PONTOS KEY IS NOT LESS PTS-CHAVE
                       INVALID KEY
                           SET WRK-FIM-PONTOS TO TRUE
                           GO TO 0241-LER-LOTE-VENCIDO-FIM
                   END-START
                   READ PONTOS NEXT RECORD
                   IF FS-PONTOS NOT EQUAL ZEROS
                       SET WRK-FIM-PONTOS TO TRUE
                       GO TO 0241-LER-LOTE-VENCIDO-FIM
                   END-IF
               END-IF
               MOVE PTS-CODIGO TO WRK-CODIGO-CLIENTE
               IF PTS-REGISTRO-SALDO
                   MOVE REG-PONTOS TO WRK-REG-SALDO
               ELSE
                   MOVE SPACES     TO WRK-REG-SALDO
               END-IF
           END-IF.

           IF PTS-ACUMULO AND PTS-LOTE-ATIVO
               AND PTS-PONTOS-RESTANTES GREATER ZEROS
               AND PTS-DATA-EXPIRA LESS WRK-DATA-EXECUCAO
               ADD PTS-PONTOS-RESTANTES TO WRK-PONTOS-EXPIRADOS
               MOVE ZEROS               TO PTS-PONTOS-RESTANTES
               PERFORM 0285-REGRAVAR-PONTOS
           END-IF.

       0241-LER-LOTE-VENCIDO-FIM.       EXIT.

      *-----------------------------------------------------------------
       0245-BAIXAR-EXPIRADOS            SECTION.
      *-----------------------------------------------------------------
      *    UM MOVIMENTO "E" COM TUDO O QUE VENCEU NO CLIENTE E O
      *    SALDO GUARDADO NA VARREDURA REGRAVADO.
      *-----------------------------------------------------------------

           IF WRK-PONTOS-EXPIRADOS EQUAL ZEROS
               GO TO 0245-BAIXAR-EXPIRADOS-FIM
           END-IF.

           IF WRK-REG-SALDO EQUAL SPACES
               MOVE WRK-CODIGO-CLIENTE TO PTS-CODIGO
               MOVE ZEROS              TO PTS-SEQUENCIA
               READ PONTOS KEY IS PTS-CHAVE
                   INVALID KEY
                       MOVE WRK-ERRO-LEIT        TO WRK-DESCRICAO-ERRO
                       MOVE FS-PONTOS            TO WRK-STATUS-ERRO
                       MOVE "0245-BAIXAR-EXPIRADOS"
                                                 TO WRK-AREA-ERRO
                       MOVE "PONTCLI"            TO WRK-PROGRAMA-ERRO
                       MOVE "PONTOS"             TO WRK-ARQUIVO-ERRO
                       PERFORM 9999-TRATAR-ERRO
               END-READ
           ELSE
               MOVE WRK-REG-SALDO      TO REG-PONTOS
           END-IF.
           SET WRK-SALDO-EXISTENTE     TO TRUE.

           COMPUTE WRK-VALOR-MOVTO ROUNDED =
               WRK-PONTOS-EXPIRADOS * WRK-VALOR-PONTO.

           ADD 1                      TO PTS-ULTIMA-SEQUENCIA.
           MOVE PTS-ULTIMA-SEQUENCIA  TO WRK-SEQUENCIA-NOVA.
           IF WRK-PONTOS-EXPIRADOS GREATER PTS-SALDO
               MOVE ZEROS             TO PTS-SALDO
           ELSE
               SUBTRACT WRK-PONTOS-EXPIRADOS FROM PTS-SALDO
           END-IF.
           MOVE REG-PONTOS            TO WRK-REG-SALDO.

           INITIALIZE REG-PONTOS.
           MOVE WRK-CODIGO-CLIENTE    TO PTS-CODIGO.
           MOVE WRK-SEQUENCIA-NOVA    TO PTS-SEQUENCIA.
           SET PTS-EXPIRACAO          TO TRUE.
           MOVE WRK-DATA-EXECUCAO     TO PTS-DATA.
           MOVE WRK-PONTOS-EXPIRADOS  TO PTS-PONTOS.
           MOVE WRK-VALOR-MOVTO       TO PTS-VALOR.
           MOVE "PONTCLI"             TO PTS-ORIGEM.
           SET PTS-A-CONTABILIZAR     TO TRUE.
           PERFORM 0280-GRAVAR-PONTOS.

           PERFORM 0275-REGRAVAR-SALDO.

           ADD 1                      TO ACU-CLIENTES-EXPIRADOS.
           ADD WRK-PONTOS-EXPIRADOS   TO ACU-PONTOS-EXPIRADOS.

           MOVE "EXPIRADO"            TO WRK-DET-ACAO.
           MOVE WRK-CODIGO-CLIENTE    TO WRK-DET-CODIGO.
           MOVE ZEROS                 TO WRK-DET-COMPETENCIA.
           MOVE WRK-PONTOS-EXPIRADOS  TO WRK-DET-PONTOS.
           MOVE WRK-VALOR-MOVTO       TO WRK-DET-VALOR.
           MOVE "LOTES VENCIDOS"      TO WRK-DET-MOTIVO.
           PERFORM 0290-GRAVAR-DETALHE.

           MOVE ZEROS                 TO WRK-PONTOS-EXPIRADOS.

       0245-BAIXAR-EXPIRADOS-FIM.       EXIT.

      *-----------------------------------------------------------------
       0250-PROCESSAR-RESGATE           SECTION.
      *-----------------------------------------------------------------

           PERFORM 0251-AVALIAR-RESGATE.

           PERFORM 0165-LER-RESGATE.

       0250-PROCESSAR-RESGATE-FIM.      EXIT.

      *-----------------------------------------------------------------
       0251-AVALIAR-RESGATE             SECTION.
      *-----------------------------------------------------------------
      *    O RESGATE SO E ACEITO COM O CLIENTE CADASTRADO E NAO
      *    CANCELADO, A PARTIR DO RESGATE MINIMO E DENTRO DO SALDO.
      *-----------------------------------------------------------------

           MOVE PONR-CODIGO TO WRK-CODIGO-CLIENTE.

           MOVE PONR-CODIGO TO REG-CODIGO.
           READ CLIENTES KEY IS REG-CODIGO
               INVALID KEY
                   MOVE "CLIENTE NAO CADASTRADO"    TO WRK-MOTIVO
                   PERFORM 0258-REJEITAR-RESGATE
                   GO TO 0251-AVALIAR-RESGATE-FIM
           END-READ.

           IF REG-TIPO-TRAILER OR REG-CANCELADO
               MOVE "CLIENTE INVALIDO P/ RESGATE"   TO WRK-MOTIVO
               PERFORM 0258-REJEITAR-RESGATE
               GO TO 0251-AVALIAR-RESGATE-FIM
           END-IF.

           IF PONR-PONTOS LESS WRK-RESGATE-MINIMO
               MOVE "ABAIXO DO RESGATE MINIMO"      TO WRK-MOTIVO
               PERFORM 0258-REJEITAR-RESGATE
               GO TO 0251-AVALIAR-RESGATE-FIM
           END-IF.

           PERFORM 0270-LER-SALDO.
           IF WRK-SALDO-NOVO OR PTS-SALDO LESS PONR-PONTOS
               MOVE "SALDO DE PONTOS INSUFICIENTE"  TO WRK-MOTIVO
               PERFORM 0258-REJEITAR-RESGATE
               GO TO 0251-AVALIAR-RESGATE-FIM
           END-IF.

           COMPUTE WRK-VALOR-MOVTO = PONR-PONTOS * WRK-VALOR-PONTO.
           IF WRK-VALOR-MOVTO EQUAL ZEROS
               MOVE "RESGATE SEM VALOR EM REAIS"    TO WRK-MOTIVO
               PERFORM 0258-REJEITAR-RESGATE
               GO TO 0251-AVALIAR-RESGATE-FIM
           END-IF.

           PERFORM 0255-EFETIVAR-RESGATE.

       0251-AVALIAR-RESGATE-FIM.        EXIT.

      *-----------------------------------------------------------------
       0255-EFETIVAR-RESGATE            SECTION.
      *-----------------------------------------------------------------
      *    CONSOME OS LOTES DO MAIS ANTIGO PARA O MAIS NOVO, GRAVA O
      *    MOVIMENTO "R" E POSTA O VALOR NO SALDO CREDOR DO CLIENTE
      *    (CLIENTE SEM REGISTRO NO CREDITO GANHA UM NOVO, COMO NO
      *    0260-POSTAR-CREDITO DO BAIXAPAG).
      *-----------------------------------------------------------------

           ADD 1                      TO PTS-ULTIMA-SEQUENCIA.
           MOVE PTS-ULTIMA-SEQUENCIA  TO WRK-SEQUENCIA-NOVA.
           SUBTRACT PONR-PONTOS       FROM PTS-SALDO.
           MOVE REG-PONTOS            TO WRK-REG-SALDO.

           MOVE PONR-PONTOS           TO WRK-PONTOS-A-CONSUMIR.
           MOVE "N"                   TO WRK-SW-FIM-LOTES.
           MOVE PONR-CODIGO           TO PTS-CODIGO.
           MOVE 00001                 TO PTS-SEQUENCIA.

           START PONTOS KEY IS NOT LESS PTS-CHAVE
               INVALID KEY
                   SET WRK-FIM-LOTES TO TRUE
           END-START.

           PERFORM 0256-CONSUMIR-LOTE
               UNTIL WRK-FIM-LOTES.

           INITIALIZE REG-PONTOS.
           MOVE PONR-CODIGO           TO PTS-CODIGO.
           MOVE WRK-SEQUENCIA-NOVA    TO PTS-SEQUENCIA.
           SET PTS-RESGATE            TO TRUE.
           MOVE WRK-DATA-EXECUCAO     TO PTS-DATA.
           MOVE PONR-PONTOS           TO PTS-PONTOS.
           MOVE WRK-VALOR-MOVTO       TO PTS-VALOR.
           MOVE PONR-OPERADOR         TO PTS-ORIGEM.
           SET PTS-A-CONTABILIZAR     TO TRUE.
           PERFORM 0280-GRAVAR-PONTOS.

           PERFORM 0275-REGRAVAR-SALDO.

           MOVE PONR-CODIGO TO CRED-CODIGO.
           READ CREDITO KEY IS CRED-CODIGO
               INVALID KEY
                   MOVE PONR-CODIGO          TO CRED-CODIGO
                   MOVE WRK-VALOR-MOVTO      TO CRED-SALDO
                   MOVE WRK-DATA-EXECUCAO    TO CRED-DATA-MOVTO
                   WRITE REG-CREDITO
               NOT INVALID KEY
                   ADD WRK-VALOR-MOVTO       TO CRED-SALDO
                   MOVE WRK-DATA-EXECUCAO    TO CRED-DATA-MOVTO
                   REWRITE REG-CREDITO
           END-READ.

           IF FS-CREDITO NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-CREDITO               TO WRK-STATUS-ERRO
               MOVE "0255-EFETIVAR-RESGATE"  TO WRK-AREA-ERRO
               MOVE "PONTCLI"                TO WRK-PROGRAMA-ERRO
               MOVE "CREDITO"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           ADD 1                      TO ACU-RESGATADOS.
           ADD PONR-PONTOS            TO ACU-PONTOS-RESGATADOS.
           ADD WRK-VALOR-MOVTO        TO ACU-VALOR-RESGATADO.

           MOVE "RESGATE"             TO WRK-DET-ACAO.
           MOVE PONR-CODIGO           TO WRK-DET-CODIGO.
           MOVE ZEROS                 TO WRK-DET-COMPETENCIA.
           MOVE PONR-PONTOS           TO WRK-DET-PONTOS.
           MOVE WRK-VALOR-MOVTO       TO WRK-DET-VALOR.
           MOVE SPACES                TO WRK-DET-MOTIVO.
           STRING "CREDITO LANCADO - " DELIMITED BY SIZE
                  PONR-OPERADOR        DELIMITED BY SIZE
               INTO WRK-DET-MOTIVO.
           PERFORM 0290-GRAVAR-DETALHE.

       0255-EFETIVAR-RESGATE-FIM.       EXIT.

      *-----------------------------------------------------------------
       0256-CONSUMIR-LOTE               SECTION.
      *-----------------------------------------------------------------

           READ PONTOS NEXT RECORD.

           IF FS-PONTOS NOT EQUAL ZEROS
               OR PTS-CODIGO NOT EQUAL PONR-CODIGO
               OR WRK-PONTOS-A-CONSUMIR EQUAL ZEROS
               SET WRK-FIM-LOTES TO TRUE
               GO TO 0256-CONSUMIR-LOTE-FIM
           END-IF.

           IF PTS-ACUMULO AND PTS-LOTE-ATIVO
               AND PTS-PONTOS-RESTANTES GREATER ZEROS
               IF PTS-PONTOS-RESTANTES GREATER WRK-PONTOS-A-CONSUMIR
                   MOVE WRK-PONTOS-A-CONSUMIR TO WRK-PONTOS-CONSUMIDOS
               ELSE
                   MOVE PTS-PONTOS-RESTANTES  TO WRK-PONTOS-CONSUMIDOS
               END-IF
               SUBTRACT WRK-PONTOS-CONSUMIDOS FROM PTS-PONTOS-RESTANTES
                                                 WRK-PONTOS-A-CONSUMIR
               PERFORM 0285-REGRAVAR-PONTOS
           END-IF.

       0256-CONSUMIR-LOTE-FIM.          EXIT.

      *-----------------------------------------------------------------
       0258-REJEITAR-RESGATE            SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO ACU-REJEITADOS.

           MOVE "REJEITADO"             TO WRK-DET-ACAO.
           MOVE PONR-CODIGO             TO WRK-DET-CODIGO.
           MOVE ZEROS                   TO WRK-DET-COMPETENCIA.
           MOVE PONR-PONTOS             TO WRK-DET-PONTOS.
           MOVE ZEROS                   TO WRK-DET-VALOR.
           MOVE WRK-MOTIVO              TO WRK-DET-MOTIVO.
           PERFORM 0290-GRAVAR-DETALHE.

       0258-REJEITAR-RESGATE-FIM.       EXIT.

      *-----------------------------------------------------------------
       0260-LOCALIZAR-LOTE              SECTION.
      *-----------------------------------------------------------------
      *    PROCURA NOS MOVIMENTOS DO CLIENTE O LOTE ATIVO DE ACUMULO
      *    DA COMPETENCIA DO MOVIMENTO E GUARDA A CHAVE.
      *-----------------------------------------------------------------

           SET WRK-LOTE-NAO-ACHADO    TO TRUE.
           MOVE "N"                   TO WRK-SW-FIM-LOTES.
           MOVE WRK-CODIGO-CLIENTE    TO PTS-CODIGO.
           MOVE 00001                 TO PTS-SEQUENCIA.

           START PONTOS KEY IS NOT LESS PTS-CHAVE
               INVALID KEY
                   SET WRK-FIM-LOTES TO TRUE
           END-START.

           PERFORM 0261-LER-LOTE
               UNTIL WRK-FIM-LOTES.

       0260-LOCALIZAR-LOTE-FIM.         EXIT.

      *-----------------------------------------------------------------
       0261-LER-LOTE                    SECTION.
      *-----------------------------------------------------------------

           READ PONTOS NEXT RECORD.

           IF FS-PONTOS NOT EQUAL ZEROS
               OR PTS-CODIGO NOT EQUAL WRK-CODIGO-CLIENTE
               SET WRK-FIM-LOTES TO TRUE
           ELSE
               IF PTS-ACUMULO AND PTS-LOTE-ATIVO
                   AND PTS-COMPETENCIA EQUAL WRK-COMPETENCIA-MOVTO
                   MOVE PTS-CHAVE         TO WRK-CHAVE-LOTE
                   SET WRK-LOTE-ACHADO    TO TRUE
                   SET WRK-FIM-LOTES      TO TRUE
               END-IF
           END-IF.

       0261-LER-LOTE-FIM.               EXIT.

      *-----------------------------------------------------------------
       0270-LER-SALDO                   SECTION.
      *-----------------------------------------------------------------
      *    REGISTRO DE SALDO DO CLIENTE (SEQUENCIA 00000); CLIENTE SEM
      *    EXTRATO COMECA COM SALDO ZERO.
      *-----------------------------------------------------------------

           MOVE WRK-CODIGO-CLIENTE    TO PTS-CODIGO.
           MOVE ZEROS                 TO PTS-SEQUENCIA.

           READ PONTOS KEY IS PTS-CHAVE
               INVALID KEY
                   SET WRK-SALDO-NOVO      TO TRUE
                   INITIALIZE REG-PONTOS
                   MOVE WRK-CODIGO-CLIENTE TO PTS-CODIGO
                   MOVE ZEROS              TO PTS-SEQUENCIA
                   SET PTS-TIPO-SALDO      TO TRUE
                   MOVE WRK-DATA-EXECUCAO  TO PTS-DATA
                   MOVE "PONTCLI"          TO PTS-ORIGEM
                   SET PTS-CONTABILIZADO   TO TRUE
               NOT INVALID KEY
                   SET WRK-SALDO-EXISTENTE TO TRUE
           END-READ.

       0270-LER-SALDO-FIM.              EXIT.

      *-----------------------------------------------------------------
       0275-REGRAVAR-SALDO              SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-REG-SALDO         TO REG-PONTOS.
           MOVE WRK-DATA-EXECUCAO     TO PTS-DATA.

           IF WRK-SALDO-NOVO
               PERFORM 0280-GRAVAR-PONTOS
               SET WRK-SALDO-EXISTENTE TO TRUE
           ELSE
               PERFORM 0285-REGRAVAR-PONTOS
           END-IF.

       0275-REGRAVAR-SALDO-FIM.         EXIT.

      *-----------------------------------------------------------------
       0280-GRAVAR-PONTOS               SECTION.
      *-----------------------------------------------------------------

           WRITE REG-PONTOS.
           IF FS-PONTOS NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-PONTOS                TO WRK-STATUS-ERRO
               MOVE "0280-GRAVAR-PONTOS"     TO WRK-AREA-ERRO
               MOVE "PONTCLI"                TO WRK-PROGRAMA-ERRO
               MOVE "PONTOS"                 TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0280-GRAVAR-PONTOS-FIM.          EXIT.

      *-----------------------------------------------------------------
       0285-REGRAVAR-PONTOS             SECTION.
      *-----------------------------------------------------------------

           REWRITE REG-PONTOS.
           IF FS-PONTOS NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-PONTOS                TO WRK-STATUS-ERRO
               MOVE "0285-REGRAVAR-PONTOS"   TO WRK-AREA-ERRO
               MOVE "PONTCLI"                TO WRK-PROGRAMA-ERRO
               MOVE "PONTOS"                 TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0285-REGRAVAR-PONTOS-FIM.        EXIT.

      *-----------------------------------------------------------------
       0290-GRAVAR-DETALHE              SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-LINHA-DETALHE TO REG-RELPONT.
           WRITE REG-RELPONT AFTER 1 LINE.
           IF FS-RELPONT NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-RELPONT               TO WRK-STATUS-ERRO
               MOVE "0290-GRAVAR-DETALHE"    TO WRK-AREA-ERRO
               MOVE "PONTCLI"                TO WRK-PROGRAMA-ERRO
               MOVE "RELPONT"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0290-GRAVAR-DETALHE-FIM.         EXIT.

      *-----------------------------------------------------------------
       0295-ESTATISTICA                 SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-TRACO.
           DISPLAY "MOVIMENTOS DE FATURA LIDOS...: "
                                               ACU-MOVIMENTOS-LIDOS.
           DISPLAY "FATURAS PONTUADAS............: " ACU-PONTUADOS
                   " " ACU-PONTOS-ACUMULADOS.
           DISPLAY "FATURAS NAO PONTUADAS........: " ACU-NAO-PONTUADOS.
           DISPLAY "LOTES ESTORNADOS.............: " ACU-ESTORNADOS
                   " " ACU-PONTOS-ESTORNADOS.
           DISPLAY "CLIENTES COM PONTOS EXPIRADOS: "
                   ACU-CLIENTES-EXPIRADOS " " ACU-PONTOS-EXPIRADOS.
           DISPLAY "PEDIDOS DE RESGATE LIDOS.....: " ACU-RESGATES-LIDOS.
           DISPLAY "RESGATES EFETIVADOS..........: " ACU-RESGATADOS
                   " " ACU-PONTOS-RESGATADOS.
           DISPLAY "CREDITO GERADO POR RESGATE...: "
                                               ACU-VALOR-RESGATADO.
           DISPLAY "RESGATES REJEITADOS..........: " ACU-REJEITADOS.
           DISPLAY WRK-TRACO.
           DISPLAY WRK-FIM-PROGRAMA.
           DISPLAY WRK-TRACO.

       0295-ESTATISTICA-FIM.            EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                   SECTION.
      *-----------------------------------------------------------------

           PERFORM 0295-ESTATISTICA.

      *    O MOVIMENTO DE FATURAS JA PONTUADO E ESVAZIADO - AS BAIXAS
      *    DO DIA SEGUINTE VOLTAM A GRAVAR EM EXTEND.
           IF WRK-PONTMOVT-DISPONIVEL
               CLOSE PONTMOVT
               OPEN OUTPUT PONTMOVT
               IF FS-PONTMOVT NOT EQUAL ZEROS
                   MOVE WRK-ERRO-ABERTURA  TO WRK-DESCRICAO-ERRO
                   MOVE FS-PONTMOVT        TO WRK-STATUS-ERRO
                   MOVE "0300-FINALIZAR"   TO WRK-AREA-ERRO
                   MOVE "PONTCLI"          TO WRK-PROGRAMA-ERRO
                   MOVE "PONTMOVT"         TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
               CLOSE PONTMOVT
               IF FS-PONTMOVT NOT EQUAL ZEROS
                   MOVE WRK-ERRO-FECHAR    TO WRK-DESCRICAO-ERRO
                   MOVE FS-PONTMOVT        TO WRK-STATUS-ERRO
                   MOVE "0300-FINALIZAR"   TO WRK-AREA-ERRO
                   MOVE "PONTCLI"          TO WRK-PROGRAMA-ERRO
                   MOVE "PONTMOVT"         TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

           IF WRK-PONTRESG-DISPONIVEL
               CLOSE PONTRESG
               IF FS-PONTRESG NOT EQUAL ZEROS
                   MOVE WRK-ERRO-FECHAR    TO WRK-DESCRICAO-ERRO
                   MOVE FS-PONTRESG        TO WRK-STATUS-ERRO
                   MOVE "0300-FINALIZAR"   TO WRK-AREA-ERRO
                   MOVE "PONTCLI"          TO WRK-PROGRAMA-ERRO
                   MOVE "PONTRESG"         TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

           CLOSE CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "PONTCLI"         TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           IF WRK-ASSINATURAS-DISPONIVEL
               CLOSE ASSINATURAS
               IF FS-ASSINATURAS NOT EQUAL ZEROS
                   MOVE WRK-ERRO-FECHAR    TO WRK-DESCRICAO-ERRO
                   MOVE FS-ASSINATURAS     TO WRK-STATUS-ERRO
                   MOVE "0300-FINALIZAR"   TO WRK-AREA-ERRO
                   MOVE "PONTCLI"          TO WRK-PROGRAMA-ERRO
                   MOVE "ASSINATURAS"      TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

           CLOSE PONTOS.
           IF FS-PONTOS NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-PONTOS         TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "PONTCLI"         TO WRK-PROGRAMA-ERRO
               MOVE "PONTOS"          TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE CREDITO.
           IF FS-CREDITO NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-CREDITO        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "PONTCLI"         TO WRK-PROGRAMA-ERRO
               MOVE "CREDITO"         TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE RELPONT.
           IF FS-RELPONT NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-RELPONT        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "PONTCLI"         TO WRK-PROGRAMA-ERRO
               MOVE "RELPONT"         TO WRK-ARQUIVO-ERRO
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
