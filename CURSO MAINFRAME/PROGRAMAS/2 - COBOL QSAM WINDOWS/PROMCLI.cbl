      *-----------------------------------------------------------------
       IDENTIFICATION                   DIVISION.
       PROGRAM-ID. PROMCLI.
      *=================================================================
      *== PROGRAMA....: PROMCLI
      *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
      *== ANALISTA....: IVAN SANCHES
      *== DATA........: 15/10/2026
      *== CONSULTORIA:
      *-----------------------------------------------------------------
      *== OBJETIVO....: MANTER AS PROMESSAS DE PAGAMENTO TOMADAS PELA
      *                 AREA DE COBRANCA (ARQUIVO INDEXADO PROMESSA,
      *                 BOOK REGPROM). O PROGRAMA RODA EM DUAS FASES,
      *                 DEPOIS DAS BAIXAS E ANTES DO NOTIFCLI/SUSPCLI/
      *                 NEGATCLI NA CADEIA:
      *                 (1) VIGILANCIA - PROMESSA ABERTA COM A DATA
      *                 PROMETIDA VENCIDA QUEBRA: A COBRANCA VOLTA NO
      *                 ESTAGIO SEGUINTE AO GUARDADO NA PROMESSA (O
      *                 NOTIFCLI EMITE O AVISO) E O CONTADOR DE
      *                 QUEBRAS DO CLIENTE SOBE PARA O SCORECLI;
      *                 PROMESSA MARCADA COMO CUMPRIDA PELAS BAIXAS
      *                 SOBE O CONTADOR DE CUMPRIDAS. AS DUAS SAO
      *                 GRAVADAS NO HISTORICO PROMHIST (BOOK REGPRMH),
      *                 BASE DO RELATORIO POR OPERADOR (PROMREL).
      *                 (2) MOVIMENTO - CADA TRANSACAO (BOOK REGPRMT)
      *                 REGISTRA UMA PROMESSA NOVA PARA O CLIENTE, COM
      *                 O ULTIMO ESTAGIO DE AVISO DO COBRHIST. A DATA
      *                 PROMETIDA TEM DE CAIR DEPOIS DA RODADA E ATE O
      *                 PRAZO MAXIMO DO CARTAO PROMPARM (BOOK REGPRMP,
      *                 PADRAO 30 DIAS CORRIDOS).
      *-----------------------------------------------------------------
      *===================ESPECIFICACOES DO PROGRAMA====================
      *    ARQUIVO                    TIPO               BOOK
      *    PROMTRAN                  INPUT              REGPRMT
      *    PROMPARM                  INPUT              REGPRMP
      *    PROMESSA                  I-O                REGPROM
      *    CLIENTES                  INPUT              REGCLI
      *    FATURAS                   INPUT              REGFATUR
      *    ACORDO                    INPUT              REGACORD
      *    COBRHIST                  INPUT              REGCOBH
      *    PROMHIST                  EXTEND             REGPRMH
      *    LISTPROM                  OUTPUT             N/A
      *    PROMCLI                   INPUT              BOOKMSG
      *    PROMCLI                   INPUT              BOOKASSI
      *-----------------------------------------------------------------
      *== MODULOS
      *    DIAUTIL
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
           SELECT PROMTRAN ASSIGN TO WRK-NOME-PROMTRAN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-PROMTRAN.

           SELECT PROMPARM ASSIGN TO WRK-NOME-PROMPARM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-PROMPARM.

           SELECT PROMESSA ASSIGN TO WRK-NOME-PROMESSA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PROM-CODIGO
           FILE STATUS IS FS-PROMESSA.

           SELECT CLIENTES ASSIGN TO WRK-NOME-CLIENTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-CODIGO
           FILE STATUS IS FS-CLIENTES.

           SELECT FATURAS ASSIGN TO WRK-NOME-FATURAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FAT-CHAVE
           FILE STATUS IS FS-FATURAS.

           SELECT ACORDO ASSIGN TO WRK-NOME-ACORDO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ACOR-CODIGO
           FILE STATUS IS FS-ACORDO.

           SELECT COBRHIST ASSIGN TO WRK-NOME-COBRHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS COBH-CODIGO
           FILE STATUS IS FS-COBRHIST.

           SELECT PROMHIST ASSIGN TO WRK-NOME-PROMHIST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-PROMHIST.

           SELECT LISTPROM ASSIGN TO WRK-NOME-LISTPROM
           FILE STATUS IS FS-LISTPROM.
      *-----------------------------------------------------------------

      *=================================================================
       DATA                             DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                             SECTION.
      *-----------------------------------------------------------------
      *
      *            INPUT - MOVIMENTO DE PROMESSAS DA AREA DE COBRANCA
      *
      *-----------------------------------------------------------------
       FD  PROMTRAN.
       COPY "REGPRMT".

      *-----------------------------------------------------------------
      *
      *            INPUT - CARTAO DE PARAMETROS DAS PROMESSAS
      *
      *-----------------------------------------------------------------
       FD  PROMPARM.
       COPY "REGPRMP".

      *-----------------------------------------------------------------
      *
      *            I-O - PROMESSAS DE PAGAMENTO POR CLIENTE
      *
      *-----------------------------------------------------------------
       FD  PROMESSA.
       COPY "REGPROM".

      *-----------------------------------------------------------------
      *
      *            INPUT - CADASTRO DE CLIENTES
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
      *            INPUT - ACORDOS DE PARCELAMENTO (NEGOCCLI)
      *
      *-----------------------------------------------------------------
       FD  ACORDO.
       COPY "REGACORD".

      *-----------------------------------------------------------------
      *
      *            INPUT - HISTORICO DE COBRANCA (NOTIFCLI)
      *
      *-----------------------------------------------------------------
       FD  COBRHIST.
       COPY "REGCOBH".

      *-----------------------------------------------------------------
      *
      *            EXTEND - HISTORICO DAS PROMESSAS ENCERRADAS
      *
      *-----------------------------------------------------------------
       FD  PROMHIST.
       COPY "REGPRMH".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - LISTAGEM DE CONFERENCIA DAS PROMESSAS
      *
      *-----------------------------------------------------------------
       FD  LISTPROM.
       01  REG-LISTPROM                 PIC X(080).

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

       01  FS-PROMTRAN                  PIC 9(002)         VALUE ZEROS.
       01  FS-PROMPARM                  PIC 9(002)         VALUE ZEROS.
       01  FS-PROMESSA                  PIC 9(002)         VALUE ZEROS.
       01  FS-CLIENTES                  PIC 9(002)         VALUE ZEROS.
       01  FS-FATURAS                   PIC 9(002)         VALUE ZEROS.
       01  FS-ACORDO                    PIC 9(002)         VALUE ZEROS.
       01  FS-COBRHIST                  PIC 9(002)         VALUE ZEROS.
       01  FS-PROMHIST                  PIC 9(002)         VALUE ZEROS.
       01  FS-LISTPROM                  PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----NOMES EXTERNALIZADOS VIA DD-----".
      *-----------------------------------------------------------------

       01  WRK-NOME-PROMTRAN            PIC X(040)         VALUE
              "C:\RELATORIO\dados\PROMTRAN.DAT".
       01  WRK-NOME-PROMPARM            PIC X(040)         VALUE
              "C:\RELATORIO\dados\PROMPARM.DAT".
       01  WRK-NOME-PROMESSA            PIC X(040)         VALUE
              "C:\RELATORIO\dados\PROMESSA.DAT".
       01  WRK-NOME-CLIENTES            PIC X(040)         VALUE
              "C:\RELATORIO\dados\CLIENTES.DAT".
       01  WRK-NOME-FATURAS             PIC X(040)         VALUE
              "C:\RELATORIO\dados\FATURAS.DAT".
       01  WRK-NOME-ACORDO              PIC X(040)         VALUE
              "C:\RELATORIO\dados\ACORDO.DAT".
       01  WRK-NOME-COBRHIST            PIC X(040)         VALUE
              "C:\RELATORIO\dados\COBRHIST.DAT".
       01  WRK-NOME-PROMHIST            PIC X(040)         VALUE
              "C:\RELATORIO\dados\PROMHIST.DAT".
       01  WRK-NOME-LISTPROM            PIC X(040)         VALUE
              "C:\RELATORIO\dados\LISTPROM.txt".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEIS DE DATA-----".
      *-----------------------------------------------------------------

       01  WRK-DATA-ATUAL               PIC 9(008)         VALUE ZEROS.
       01  WRK-DATA-LIMITE              PIC 9(008)         VALUE ZEROS.

       01  WRK-PRAZO-MAXIMO             PIC 9(003)         VALUE 30.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEIS DE CONTROLE DA VIGILANCIA-----".
      *-----------------------------------------------------------------

       01  WRK-SW-FIM-PROMESSAS         PIC X(001)         VALUE "N".
           88 WRK-FIM-PROMESSAS                             VALUE "S".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEIS DO MOVIMENTO DE PROMESSAS-----".
      *-----------------------------------------------------------------

       01  WRK-SW-FIM-TRANS             PIC X(001)         VALUE "N".
           88 WRK-FIM-TRANS                                 VALUE "S".

       01  WRK-SW-TRANS-VALIDA          PIC X(001)         VALUE "S".
           88 WRK-TRANS-VALIDA                              VALUE "S".
           88 WRK-TRANS-INVALIDA                             VALUE "N".

       01  WRK-SW-PROMESSA-EXISTE       PIC X(001)         VALUE "N".
           88 WRK-PROMESSA-EXISTE                           VALUE "S".
           88 WRK-PROMESSA-NOVA                              VALUE "N".

       01  WRK-SW-ACORDO                PIC X(001)         VALUE "S".
           88 WRK-ACORDO-DISPONIVEL                         VALUE "S".
           88 WRK-ACORDO-INDISPONIVEL                        VALUE "N".

       01  WRK-SW-COBRHIST              PIC X(001)         VALUE "S".
           88 WRK-COBRHIST-DISPONIVEL                       VALUE "S".
           88 WRK-COBRHIST-INDISPONIVEL                      VALUE "N".

       01  WRK-IDX-FATURA               PIC 9(002)         VALUE ZEROS.
       01  WRK-ESTAGIO-ATUAL            PIC 9(001)         VALUE ZEROS.
       01  WRK-QT-CUMPRIDAS             PIC 9(003)         VALUE ZEROS.
       01  WRK-QT-QUEBRADAS             PIC 9(003)         VALUE ZEROS.
       01  WRK-MOTIVO-RECUSA            PIC X(030)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----LINHA DE CONFERENCIA DAS PROMESSAS-----".
      *-----------------------------------------------------------------

       01  WRK-LINHA-PROM.
           05 WRK-PROM-CODIGO           PIC 9(007)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-PROM-ACAO             PIC X(020)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-PROM-DETALHE          PIC X(030)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-PROM-VALOR            PIC ZZ.ZZZ.ZZ9,99  VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEL DE ACUMULACAO-----".
      *-----------------------------------------------------------------

       01  ACU-PROMESSAS-LIDAS          PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-QUEBRADAS                PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-CUMPRIDAS                PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-TRANS-LIDAS              PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-INCLUIDAS                PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-REJEITADAS               PIC 9(005)  COMP-3 VALUE ZEROS.

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
           PERFORM 0200-VIGIAR-PROMESSAS.
           PERFORM 0400-PROCESSAR-MOVIMENTO.
           PERFORM 0300-FINALIZAR.

       0000-PRINCIPAL-FIM.              EXIT.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                 SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_PROMTRAN".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-PROMTRAN
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_PROMPARM".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-PROMPARM
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_PROMESSA".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-PROMESSA
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

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_ACORDO".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-ACORDO
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_COBRHIST".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-COBRHIST
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_PROMHIST".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-PROMHIST
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_LISTPROM".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-LISTPROM
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           PERFORM 0110-LER-PARAMETROS.

           OPEN I-O PROMESSA.
           IF FS-PROMESSA EQUAL 35
               OPEN OUTPUT PROMESSA
               CLOSE PROMESSA
               OPEN I-O PROMESSA
           END-IF.
           IF FS-PROMESSA NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-PROMESSA              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "PROMCLI"                TO WRK-PROGRAMA-ERRO
               MOVE "PROMESSA"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "PROMCLI"                TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN INPUT FATURAS.
           IF FS-FATURAS NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-FATURAS               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "PROMCLI"                TO WRK-PROGRAMA-ERRO
               MOVE "FATURAS"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

      *    SEM O ACORDO OU O COBRHIST (STATUS 35) NINGUEM ESTA EM
      *    ACORDO E A PROMESSA NASCE NO ESTAGIO ZERO.
           OPEN INPUT ACORDO.
           IF FS-ACORDO EQUAL 35
               SET WRK-ACORDO-INDISPONIVEL TO TRUE
           ELSE
               IF FS-ACORDO NOT EQUAL ZEROS
                   MOVE WRK-ERRO-ABERTURA    TO WRK-DESCRICAO-ERRO
                   MOVE FS-ACORDO            TO WRK-STATUS-ERRO
                   MOVE "0100-INICIALIZAR"   TO WRK-AREA-ERRO
                   MOVE "PROMCLI"            TO WRK-PROGRAMA-ERRO
                   MOVE "ACORDO"             TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

           OPEN INPUT COBRHIST.
           IF FS-COBRHIST EQUAL 35
               SET WRK-COBRHIST-INDISPONIVEL TO TRUE
           ELSE
               IF FS-COBRHIST NOT EQUAL ZEROS
                   MOVE WRK-ERRO-ABERTURA    TO WRK-DESCRICAO-ERRO
                   MOVE FS-COBRHIST          TO WRK-STATUS-ERRO
                   MOVE "0100-INICIALIZAR"   TO WRK-AREA-ERRO
                   MOVE "PROMCLI"            TO WRK-PROGRAMA-ERRO
                   MOVE "COBRHIST"           TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

           OPEN EXTEND PROMHIST.
           IF FS-PROMHIST EQUAL 35
               OPEN OUTPUT PROMHIST
           END-IF.
           IF FS-PROMHIST NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-PROMHIST              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "PROMCLI"                TO WRK-PROGRAMA-ERRO
               MOVE "PROMHIST"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN OUTPUT LISTPROM.
           IF FS-LISTPROM NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-LISTPROM              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "PROMCLI"                TO WRK-PROGRAMA-ERRO
               MOVE "LISTPROM"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

      *    DATA PROMETIDA MAIS DISTANTE ACEITA NA RODADA.
           SET DIU-FUNC-CORRIDOS      TO TRUE.
           MOVE WRK-DATA-ATUAL        TO DIU-DATA.
           MOVE WRK-PRAZO-MAXIMO      TO DIU-QT-DIAS.
           CALL "DIAUTIL" USING DIU-PARAMETRO.
           MOVE DIU-DATA              TO WRK-DATA-LIMITE.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------
       0110-LER-PARAMETROS              SECTION.
      *-----------------------------------------------------------------
      *    CARTAO AUSENTE (STATUS 35) OU PRAZO ZERADO MANTEM O PADRAO
      *    DE 30 DIAS CORRIDOS.
      *-----------------------------------------------------------------

           OPEN INPUT PROMPARM.
           IF FS-PROMPARM EQUAL ZEROS
               READ PROMPARM
               IF FS-PROMPARM EQUAL ZEROS
                   AND PRMP-PRAZO-MAXIMO GREATER ZEROS
                   MOVE PRMP-PRAZO-MAXIMO TO WRK-PRAZO-MAXIMO
               END-IF
               CLOSE PROMPARM
           ELSE
               IF FS-PROMPARM NOT EQUAL 35
                   MOVE WRK-ERRO-ABERTURA     TO WRK-DESCRICAO-ERRO
                   MOVE FS-PROMPARM           TO WRK-STATUS-ERRO
                   MOVE "0110-LER-PARAMETROS" TO WRK-AREA-ERRO
                   MOVE "PROMCLI"             TO WRK-PROGRAMA-ERRO
                   MOVE "PROMPARM"            TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

       0110-LER-PARAMETROS-FIM.         EXIT.

      *-----------------------------------------------------------------
       0200-VIGIAR-PROMESSAS            SECTION.
      *-----------------------------------------------------------------
      *    PERCORRE AS PROMESSAS: ABERTA COM A DATA PROMETIDA VENCIDA
      *    QUEBRA (0230); CUMPRIDA PELAS BAIXAS E AINDA FORA DO
      *    HISTORICO E ENCERRADA (0240).
      *-----------------------------------------------------------------

           MOVE "N"   TO WRK-SW-FIM-PROMESSAS.
           MOVE ZEROS TO PROM-CODIGO.

           START PROMESSA KEY IS NOT LESS PROM-CODIGO
               INVALID KEY
                   SET WRK-FIM-PROMESSAS TO TRUE
           END-START.

           PERFORM 0210-LER-PROMESSA
               UNTIL WRK-FIM-PROMESSAS.

       0200-VIGIAR-PROMESSAS-FIM.       EXIT.

      *-----------------------------------------------------------------
       0210-LER-PROMESSA                SECTION.
      *-----------------------------------------------------------------

           READ PROMESSA NEXT RECORD.

           IF FS-PROMESSA NOT EQUAL ZEROS
               SET WRK-FIM-PROMESSAS TO TRUE
           ELSE
               ADD 1 TO ACU-PROMESSAS-LIDAS
               EVALUATE TRUE
                   WHEN PROM-ABERTA
                    AND PROM-DATA-PROMETIDA LESS WRK-DATA-ATUAL
                       PERFORM 0230-QUEBRAR-PROMESSA
                   WHEN PROM-CUMPRIDA
                    AND PROM-HIST-PENDENTE
                       PERFORM 0240-ENCERRAR-CUMPRIDA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       0210-LER-PROMESSA-FIM.           EXIT.

      *-----------------------------------------------------------------
       0230-QUEBRAR-PROMESSA            SECTION.
      *-----------------------------------------------------------------
      *    A DATA PASSOU SEM O VALOR PROMETIDO: A RETOMADA FICA
      *    PENDENTE PARA O NOTIFCLI EMITIR O ESTAGIO SEGUINTE.
      *-----------------------------------------------------------------

           SET PROM-QUEBRADA          TO TRUE.
           MOVE WRK-DATA-ATUAL        TO PROM-DATA-DESFECHO.
           SET PROM-HIST-GRAVADO      TO TRUE.
           SET PROM-RETOMADA-PENDENTE TO TRUE.
           ADD 1                      TO PROM-QT-QUEBRADAS.

           REWRITE REG-PROMESSA.
           IF FS-PROMESSA NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-PROMESSA              TO WRK-STATUS-ERRO
               MOVE "0230-QUEBRAR-PROMESSA"  TO WRK-AREA-ERRO
               MOVE "PROMCLI"                TO WRK-PROGRAMA-ERRO
               MOVE "PROMESSA"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           PERFORM 0245-GRAVAR-HISTORICO.

           MOVE PROM-CODIGO              TO WRK-PROM-CODIGO.
           MOVE "PROMESSA QUEBRADA"      TO WRK-PROM-ACAO.
           MOVE "DATA VENCIDA SEM O VALOR" TO WRK-PROM-DETALHE.
           MOVE PROM-VALOR               TO WRK-PROM-VALOR.
           PERFORM 0250-GRAVAR-LINHA.

           ADD 1 TO ACU-QUEBRADAS.

       0230-QUEBRAR-PROMESSA-FIM.       EXIT.

      *-----------------------------------------------------------------
       0240-ENCERRAR-CUMPRIDA           SECTION.
      *-----------------------------------------------------------------

           SET PROM-HIST-GRAVADO      TO TRUE.
           ADD 1                      TO PROM-QT-CUMPRIDAS.

           REWRITE REG-PROMESSA.
           IF FS-PROMESSA NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-PROMESSA              TO WRK-STATUS-ERRO
               MOVE "0240-ENCERRAR-CUMPRIDA" TO WRK-AREA-ERRO
               MOVE "PROMCLI"                TO WRK-PROGRAMA-ERRO
               MOVE "PROMESSA"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           PERFORM 0245-GRAVAR-HISTORICO.

           MOVE PROM-CODIGO              TO WRK-PROM-CODIGO.
           MOVE "PROMESSA CUMPRIDA"      TO WRK-PROM-ACAO.
           MOVE "VALOR PROMETIDO RECEBIDO" TO WRK-PROM-DETALHE.
           MOVE PROM-VALOR-RECEBIDO      TO WRK-PROM-VALOR.
           PERFORM 0250-GRAVAR-LINHA.

           ADD 1 TO ACU-CUMPRIDAS.

       0240-ENCERRAR-CUMPRIDA-FIM.      EXIT.

      *-----------------------------------------------------------------
       0245-GRAVAR-HISTORICO            SECTION.
      *-----------------------------------------------------------------

           MOVE PROM-CODIGO              TO PRMH-CODIGO.
           MOVE PROM-OPERADOR            TO PRMH-OPERADOR.
           MOVE PROM-DATA-REGISTRO       TO PRMH-DATA-REGISTRO.
           MOVE PROM-DATA-PROMETIDA      TO PRMH-DATA-PROMETIDA.
           MOVE PROM-VALOR               TO PRMH-VALOR.
           MOVE PROM-VALOR-RECEBIDO      TO PRMH-VALOR-RECEBIDO.
           MOVE PROM-SITUACAO            TO PRMH-DESFECHO.
           MOVE PROM-DATA-DESFECHO       TO PRMH-DATA-DESFECHO.

           WRITE REG-PROMESSA-HISTORICO.
           IF FS-PROMHIST NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-PROMHIST              TO WRK-STATUS-ERRO
               MOVE "0245-GRAVAR-HISTORICO"  TO WRK-AREA-ERRO
               MOVE "PROMCLI"                TO WRK-PROGRAMA-ERRO
               MOVE "PROMHIST"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0245-GRAVAR-HISTORICO-FIM.       EXIT.

      *-----------------------------------------------------------------
       0250-GRAVAR-LINHA                SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-LINHA-PROM TO REG-LISTPROM.
           WRITE REG-LISTPROM AFTER 1 LINE.
           IF FS-LISTPROM NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-LISTPROM              TO WRK-STATUS-ERRO
               MOVE "0250-GRAVAR-LINHA"      TO WRK-AREA-ERRO
               MOVE "PROMCLI"                TO WRK-PROGRAMA-ERRO
               MOVE "LISTPROM"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0250-GRAVAR-LINHA-FIM.           EXIT.

      *-----------------------------------------------------------------
       0400-PROCESSAR-MOVIMENTO         SECTION.
      *-----------------------------------------------------------------
      *    SEM O ARQUIVO DE MOVIMENTO (STATUS 35), A RODADA E SO DE
      *    VIGILANCIA.
      *-----------------------------------------------------------------

           OPEN INPUT PROMTRAN.
           IF FS-PROMTRAN EQUAL 35
               CONTINUE
           ELSE
               IF FS-PROMTRAN NOT EQUAL ZEROS
                   MOVE WRK-ERRO-ABERTURA      TO WRK-DESCRICAO-ERRO
                   MOVE FS-PROMTRAN            TO WRK-STATUS-ERRO
                   MOVE "0400-PROCESSAR-MOVIMENTO"
                                               TO WRK-AREA-ERRO
                   MOVE "PROMCLI"              TO WRK-PROGRAMA-ERRO
                   MOVE "PROMTRAN"             TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               ELSE
                   PERFORM 0410-LER-TRANSACAO
                   PERFORM 0415-TRATAR-TRANSACAO
                       UNTIL WRK-FIM-TRANS
                   CLOSE PROMTRAN
               END-IF
           END-IF.

       0400-PROCESSAR-MOVIMENTO-FIM.    EXIT.

      *-----------------------------------------------------------------
       0410-LER-TRANSACAO               SECTION.
      *-----------------------------------------------------------------

           READ PROMTRAN.

           EVALUATE FS-PROMTRAN
               WHEN 00
                   ADD 1 TO ACU-TRANS-LIDAS
               WHEN 10
                   SET WRK-FIM-TRANS TO TRUE
               WHEN OTHER
                   MOVE WRK-ERRO-LEIT        TO WRK-DESCRICAO-ERRO
                   MOVE FS-PROMTRAN          TO WRK-STATUS-ERRO
                   MOVE "0410-LER-TRANSACAO" TO WRK-AREA-ERRO
                   MOVE "PROMCLI"            TO WRK-PROGRAMA-ERRO
                   MOVE "PROMTRAN"           TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
           END-EVALUATE.

       0410-LER-TRANSACAO-FIM.          EXIT.

      *-----------------------------------------------------------------
       0415-TRATAR-TRANSACAO            SECTION.
      *-----------------------------------------------------------------
      *    PROMESSA ANTERIOR JA ENCERRADA (CUMPRIDA OU QUEBRADA) E
      *    SUBSTITUIDA PELA NOVA, PRESERVANDO OS CONTADORES DO CLIENTE.
      *-----------------------------------------------------------------

           SET WRK-TRANS-VALIDA    TO TRUE.
           SET WRK-PROMESSA-NOVA   TO TRUE.
           MOVE SPACES TO WRK-MOTIVO-RECUSA.
           MOVE ZEROS  TO WRK-QT-CUMPRIDAS
                          WRK-QT-QUEBRADAS.

           MOVE PRMT-CODIGO TO REG-CODIGO.
           READ CLIENTES KEY IS REG-CODIGO
               INVALID KEY
                   SET WRK-TRANS-INVALIDA TO TRUE
                   MOVE "CLIENTE NAO CADASTRADO"
                                          TO WRK-MOTIVO-RECUSA
               NOT INVALID KEY
                   IF NOT REG-TIPO-DETALHE OR REG-CANCELADO
                       SET WRK-TRANS-INVALIDA TO TRUE
                       MOVE "CLIENTE INVALIDO OU CANCELADO"
                                          TO WRK-MOTIVO-RECUSA
                   END-IF
           END-READ.

           IF WRK-TRANS-VALIDA
               MOVE PRMT-CODIGO TO PROM-CODIGO
               READ PROMESSA KEY IS PROM-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WRK-PROMESSA-EXISTE TO TRUE
                       MOVE PROM-QT-CUMPRIDAS  TO WRK-QT-CUMPRIDAS
                       MOVE PROM-QT-QUEBRADAS  TO WRK-QT-QUEBRADAS
                       IF PROM-ABERTA
                           SET WRK-TRANS-INVALIDA TO TRUE
                           MOVE "PROMESSA ABERTA JA EXISTE"
                                              TO WRK-MOTIVO-RECUSA
                       END-IF
               END-READ
           END-IF.

           IF WRK-TRANS-VALIDA AND WRK-ACORDO-DISPONIVEL
               MOVE PRMT-CODIGO TO ACOR-CODIGO
               READ ACORDO KEY IS ACOR-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ACOR-VIGENTE
                           SET WRK-TRANS-INVALIDA TO TRUE
                           MOVE "CLIENTE COM ACORDO VIGENTE"
                                              TO WRK-MOTIVO-RECUSA
                       END-IF
               END-READ
           END-IF.

           IF WRK-TRANS-VALIDA
               EVALUATE TRUE
                   WHEN PRMT-DATA-PROMETIDA NOT GREATER WRK-DATA-ATUAL
                       SET WRK-TRANS-INVALIDA TO TRUE
                       MOVE "DATA PROMETIDA JA PASSOU"
                                          TO WRK-MOTIVO-RECUSA
                   WHEN PRMT-DATA-PROMETIDA GREATER WRK-DATA-LIMITE
                       SET WRK-TRANS-INVALIDA TO TRUE
                       MOVE "DATA ALEM DO PRAZO MAXIMO"
                                          TO WRK-MOTIVO-RECUSA
                   WHEN PRMT-VALOR NOT GREATER ZEROS
                       SET WRK-TRANS-INVALIDA TO TRUE
                       MOVE "VALOR PROMETIDO INVALIDO"
                                          TO WRK-MOTIVO-RECUSA
                   WHEN PRMT-OPERADOR EQUAL SPACES
                       SET WRK-TRANS-INVALIDA TO TRUE
                       MOVE "OPERADOR NAO INFORMADO"
                                          TO WRK-MOTIVO-RECUSA
                   WHEN PRMT-QT-FATURAS GREATER 12
                       SET WRK-TRANS-INVALIDA TO TRUE
                       MOVE "QT DE FATURAS INVALIDA"
                                          TO WRK-MOTIVO-RECUSA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

           IF WRK-TRANS-VALIDA
               MOVE 1 TO WRK-IDX-FATURA
               PERFORM 0420-VALIDAR-FATURA
                   UNTIL WRK-IDX-FATURA GREATER PRMT-QT-FATURAS
                      OR WRK-TRANS-INVALIDA
           END-IF.

           IF WRK-TRANS-VALIDA
               PERFORM 0430-REGISTRAR-PROMESSA
           ELSE
               MOVE PRMT-CODIGO           TO WRK-PROM-CODIGO
               MOVE "TRANSACAO REJEITADA" TO WRK-PROM-ACAO
               MOVE WRK-MOTIVO-RECUSA     TO WRK-PROM-DETALHE
               MOVE PRMT-VALOR            TO WRK-PROM-VALOR
               PERFORM 0250-GRAVAR-LINHA
               ADD 1 TO ACU-REJEITADAS
           END-IF.

           PERFORM 0410-LER-TRANSACAO.

       0415-TRATAR-TRANSACAO-FIM.       EXIT.

      *-----------------------------------------------------------------
       0420-VALIDAR-FATURA              SECTION.
      *-----------------------------------------------------------------
      *    CADA FATURA LISTADA NA TRANSACAO PRECISA EXISTIR E ESTAR EM
      *    ABERTO.
      *-----------------------------------------------------------------

           MOVE PRMT-CODIGO TO FAT-CODIGO.
           MOVE PRMT-COMPETENCIA (WRK-IDX-FATURA)
                            TO FAT-COMPETENCIA.

           READ FATURAS KEY IS FAT-CHAVE
               INVALID KEY
                   SET WRK-TRANS-INVALIDA TO TRUE
                   MOVE "FATURA NAO ENCONTRADA"
                                      TO WRK-MOTIVO-RECUSA
               NOT INVALID KEY
                   IF NOT FAT-ABERTA
                       SET WRK-TRANS-INVALIDA TO TRUE
                       MOVE "FATURA NAO ESTA EM ABERTO"
                                          TO WRK-MOTIVO-RECUSA
                   END-IF
           END-READ.

           ADD 1 TO WRK-IDX-FATURA.

       0420-VALIDAR-FATURA-FIM.         EXIT.

      *-----------------------------------------------------------------
       0430-REGISTRAR-PROMESSA          SECTION.
      *-----------------------------------------------------------------
      *    O ESTAGIO GUARDADO E O ULTIMO AVISO EMITIDO PELO NOTIFCLI
      *    (ZERO SE O CLIENTE NUNCA FOI AVISADO); NA QUEBRA A
      *    COBRANCA VOLTA NO ESTAGIO SEGUINTE A ELE.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-ESTAGIO-ATUAL.
           IF WRK-COBRHIST-DISPONIVEL
               MOVE PRMT-CODIGO TO COBH-CODIGO
               READ COBRHIST KEY IS COBH-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE COBH-ESTAGIO TO WRK-ESTAGIO-ATUAL
               END-READ
           END-IF.

           MOVE PRMT-CODIGO             TO PROM-CODIGO.
           MOVE WRK-DATA-ATUAL          TO PROM-DATA-REGISTRO.
           MOVE PRMT-DATA-PROMETIDA     TO PROM-DATA-PROMETIDA.
           MOVE PRMT-VALOR              TO PROM-VALOR.
           MOVE ZEROS                   TO PROM-VALOR-RECEBIDO.
           MOVE PRMT-OPERADOR           TO PROM-OPERADOR.
           SET PROM-ABERTA              TO TRUE.
           MOVE ZEROS                   TO PROM-DATA-DESFECHO.
           SET PROM-HIST-PENDENTE       TO TRUE.
           MOVE WRK-ESTAGIO-ATUAL       TO PROM-ESTAGIO.
           SET PROM-RETOMADA-FEITA      TO TRUE.
           MOVE WRK-QT-CUMPRIDAS        TO PROM-QT-CUMPRIDAS.
           MOVE WRK-QT-QUEBRADAS        TO PROM-QT-QUEBRADAS.
           MOVE PRMT-QT-FATURAS         TO PROM-QT-FATURAS.
           MOVE PRMT-TAB-FATURAS        TO PROM-TAB-FATURAS.

           IF WRK-PROMESSA-EXISTE
               REWRITE REG-PROMESSA
           ELSE
               WRITE REG-PROMESSA
           END-IF.
           IF FS-PROMESSA NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-PROMESSA              TO WRK-STATUS-ERRO
               MOVE "0430-REGISTRAR-PROMESSA" TO WRK-AREA-ERRO
               MOVE "PROMCLI"                TO WRK-PROGRAMA-ERRO
               MOVE "PROMESSA"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           MOVE PRMT-CODIGO              TO WRK-PROM-CODIGO.
           MOVE "PROMESSA INCLUIDA"      TO WRK-PROM-ACAO.
           MOVE SPACES                   TO WRK-PROM-DETALHE.
           STRING "OPERADOR " PRMT-OPERADOR
                  " ATE " PRMT-DATA-PROMETIDA
                  DELIMITED BY SIZE
                  INTO WRK-PROM-DETALHE
           END-STRING.
           MOVE PRMT-VALOR               TO WRK-PROM-VALOR.
           PERFORM 0250-GRAVAR-LINHA.

           ADD 1 TO ACU-INCLUIDAS.

       0430-REGISTRAR-PROMESSA-FIM.     EXIT.

      *-----------------------------------------------------------------
       0290-ESTATISTICA                 SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-TRACO.
           DISPLAY "PROMESSAS EXAMINADAS.........: "
                                               ACU-PROMESSAS-LIDAS.
           DISPLAY "PROMESSAS QUEBRADAS..........: " ACU-QUEBRADAS.
           DISPLAY "PROMESSAS CUMPRIDAS..........: " ACU-CUMPRIDAS.
           DISPLAY "TRANSACOES LIDAS.............: " ACU-TRANS-LIDAS.
           DISPLAY "PROMESSAS INCLUIDAS..........: " ACU-INCLUIDAS.
           DISPLAY "TRANSACOES REJEITADAS........: " ACU-REJEITADAS.
           DISPLAY WRK-TRACO.
           DISPLAY WRK-FIM-PROGRAMA.
           DISPLAY WRK-TRACO.

       0290-ESTATISTICA-FIM.            EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                   SECTION.
      *-----------------------------------------------------------------

           PERFORM 0290-ESTATISTICA.

           CLOSE PROMESSA.
           IF FS-PROMESSA NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-PROMESSA       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "PROMCLI"         TO WRK-PROGRAMA-ERRO
               MOVE "PROMESSA"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "PROMCLI"         TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE FATURAS.
           IF FS-FATURAS NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-FATURAS        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "PROMCLI"         TO WRK-PROGRAMA-ERRO
               MOVE "FATURAS"         TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           IF WRK-ACORDO-DISPONIVEL
               CLOSE ACORDO
           END-IF.

           IF WRK-COBRHIST-DISPONIVEL
               CLOSE COBRHIST
           END-IF.

           CLOSE PROMHIST.
           IF FS-PROMHIST NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-PROMHIST       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "PROMCLI"         TO WRK-PROGRAMA-ERRO
               MOVE "PROMHIST"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE LISTPROM.
           IF FS-LISTPROM NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-LISTPROM       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "PROMCLI"         TO WRK-PROGRAMA-ERRO
               MOVE "LISTPROM"        TO WRK-ARQUIVO-ERRO
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
