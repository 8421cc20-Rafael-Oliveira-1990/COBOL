      *-----------------------------------------------------------------
       IDENTIFICATION                   DIVISION.
       PROGRAM-ID. MANTCONS.
      *=================================================================
      *== PROGRAMA....: MANTCONS
      *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
      *== ANALISTA....: IVAN SANCHES
      *== DATA........: 15/10/2026
      *== CONSULTORIA:
      *-----------------------------------------------------------------
      *== OBJETIVO....: MANTER O REGISTRO DE CONSENTIMENTO LGPD PARA
      *                 MARKETING (ARQUIVO INDEXADO CONSENT, BOOK
      *                 REGCONS - UM REGISTRO POR CLIENTE E FINALIDADE:
      *                 EMAIL DE MARKETING, SMS/WHATSAPP DE MARKETING E
      *                 COMPARTILHAMENTO COM PARCEIROS) A PARTIR DO
      *                 MOVIMENTO CONSMOV (BOOK REGCONM), ALIMENTADO
      *                 PELO PORTAL, PELO ATENDIMENTO E PELA FICHA DE
      *                 ADESAO. ACAO "C" CONCEDE (OPT-IN) E "R" REVOGA
      *                 (OPT-OUT), COM A DATA, O CANAL E A ORIGEM DA
      *                 MANIFESTACAO. O CLIENTE TEM QUE EXISTIR NO
      *                 MESTRE CLIENTES; MANIFESTACAO COM DATA FUTURA
      *                 OU MAIS ANTIGA QUE A ULTIMA JA REGISTRADA NA
      *                 FINALIDADE E REJEITADA, PARA A SITUACAO
      *                 VIGENTE SER SEMPRE A DA ULTIMA MANIFESTACAO.
      *                 CADA TRANSACAO APLICADA GRAVA UM REGISTRO NO
      *                 HISTORICO CONSHIST (BOOK REGCONH, EXTEND, NUNCA
      *                 REGRAVADO) COM A SITUACAO ANTERIOR E A NOVA -
      *                 A TRILHA DE EVIDENCIA PEDIDA PELO ENCARREGADO.
      *                 APLICADAS E REJEITADAS SAEM NA LISTAGEM DE
      *                 CONFERENCIA LISTCONS.
      *-----------------------------------------------------------------
      *===================ESPECIFICACOES DO PROGRAMA====================
      *    ARQUIVO                    TIPO               BOOK
      *    CONSMOV                   INPUT              REGCONM
      *    CLIENTES                  INPUT              REGCLI
      *    CONSENT                   I-O                REGCONS
      *    CONSHIST                  EXTEND             REGCONH
      *    LISTCONS                  OUTPUT             N/A
      *    MANTCONS                  INPUT              BOOKMSG
      *    MANTCONS                  INPUT              BOOKASSI
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
           SELECT CONSMOV ASSIGN TO WRK-NOME-CONSMOV
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CONSMOV.

           SELECT CLIENTES ASSIGN TO WRK-NOME-CLIENTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-CODIGO
           FILE STATUS IS FS-CLIENTES.

           SELECT CONSENT ASSIGN TO WRK-NOME-CONSENT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CONS-CHAVE
           FILE STATUS IS FS-CONSENT.

           SELECT CONSHIST ASSIGN TO WRK-NOME-CONSHIST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CONSHIST.

           SELECT LISTCONS ASSIGN TO WRK-NOME-LISTCONS
           FILE STATUS IS FS-LISTCONS.
      *-----------------------------------------------------------------

      *=================================================================
       DATA                             DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                             SECTION.
      *-----------------------------------------------------------------
      *
      *            INPUT - MOVIMENTO DE CONSENTIMENTO
      *
      *-----------------------------------------------------------------
       FD  CONSMOV.
       COPY "REGCONM".

      *-----------------------------------------------------------------
      *
      *            INPUT - MESTRE INDEXADO DE CLIENTES
      *
      *-----------------------------------------------------------------
       FD  CLIENTES.
       COPY "REGCLI".

      *-----------------------------------------------------------------
      *
      *            I-O - REGISTRO DE CONSENTIMENTO POR FINALIDADE
      *
      *-----------------------------------------------------------------
       FD  CONSENT.
       COPY "REGCONS".

      *-----------------------------------------------------------------
      *
      *            EXTEND - HISTORICO DE CONSENTIMENTO (EVIDENCIA)
      *
      *-----------------------------------------------------------------
       FD  CONSHIST.
       COPY "REGCONH".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - LISTAGEM DE CONFERENCIA DO MOVIMENTO
      *
      *-----------------------------------------------------------------
       FD  LISTCONS.
       01  REG-LISTCONS                 PIC X(080).

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

       01  FS-CONSMOV                   PIC 9(002)         VALUE ZEROS.
       01  FS-CLIENTES                  PIC 9(002)         VALUE ZEROS.
       01  FS-CONSENT                   PIC 9(002)         VALUE ZEROS.
       01  FS-CONSHIST                  PIC 9(002)         VALUE ZEROS.
       01  FS-LISTCONS                  PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----NOMES EXTERNALIZADOS VIA DD-----".
      *-----------------------------------------------------------------

       01  WRK-NOME-CONSMOV             PIC X(040)         VALUE
              "C:\RELATORIO\dados\CONSMOV.DAT".
       01  WRK-NOME-CLIENTES            PIC X(040)         VALUE
              "C:\RELATORIO\dados\CLIENTES.DAT".
       01  WRK-NOME-CONSENT             PIC X(040)         VALUE
              "C:\RELATORIO\dados\CONSENT.DAT".
       01  WRK-NOME-CONSHIST            PIC X(040)         VALUE
              "C:\RELATORIO\dados\CONSHIST.DAT".
       01  WRK-NOME-LISTCONS            PIC X(040)         VALUE
              "C:\RELATORIO\dados\LISTCONS.txt".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEIS DE DATA E HORA-----".
      *-----------------------------------------------------------------

       01  WRK-DATA-ATUAL               PIC 9(008)         VALUE ZEROS.
       01  WRK-HORA-EXECUCAO            PIC 9(008)         VALUE ZEROS.
       01  WRK-DATA-EVENTO              PIC 9(008)         VALUE ZEROS.
       01  WRK-DATA-ULTIMO-EVENTO       PIC 9(008)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEIS DO MOVIMENTO DE CONSENTIMENTO-----".
      *-----------------------------------------------------------------

       01  WRK-SW-FIM-TRANS             PIC X(001)         VALUE "N".
           88 WRK-FIM-TRANS                                 VALUE "S".

       01  WRK-SW-TRANS-VALIDA          PIC X(001)         VALUE "S".
           88 WRK-TRANS-VALIDA                              VALUE "S".
           88 WRK-TRANS-INVALIDA                             VALUE "N".

       01  WRK-SW-CONSENT-EXISTE        PIC X(001)         VALUE "N".
           88 WRK-CONSENT-EXISTE                            VALUE "S".
           88 WRK-CONSENT-NOVO                               VALUE "N".

       01  WRK-SITUACAO-ANTERIOR        PIC X(001)         VALUE SPACES.
       01  WRK-MOTIVO-RECUSA            PIC X(030)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----LINHA DE CONFERENCIA DO MOVIMENTO-----".
      *-----------------------------------------------------------------

       01  WRK-LINHA-CONS.
           05 WRK-LCON-CODIGO           PIC 9(007)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-LCON-FINALIDADE       PIC X(001)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-LCON-ACAO             PIC X(001)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-LCON-DATA             PIC 9(008)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-LCON-CANAL            PIC X(001)         VALUE SPACES.
           05 WRK-LCON-ORIGEM           PIC X(001)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-LCON-RESULTADO        PIC X(010)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-LCON-DETALHE          PIC X(030)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEL DE ACUMULACAO-----".
      *-----------------------------------------------------------------

       01  ACU-TRANS-LIDAS              PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-CONCESSOES               PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-REVOGACOES               PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-REJEITADAS               PIC 9(005)  COMP-3 VALUE ZEROS.

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
           PERFORM 0200-PROCESSAR-MOVIMENTO.
           PERFORM 0300-FINALIZAR.

       0000-PRINCIPAL-FIM.              EXIT.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                 SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DATA-ATUAL    FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-EXECUCAO FROM TIME.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CONSMOV".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-CONSMOV
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CLIENTES".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-CLIENTES
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CONSENT".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-CONSENT
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CONSHIST".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-CONSHIST
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_LISTCONS".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-LISTCONS
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "MANTCONS"               TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN I-O CONSENT.
           IF FS-CONSENT EQUAL 35
               OPEN OUTPUT CONSENT
               CLOSE CONSENT
               OPEN I-O CONSENT
           END-IF.
           IF FS-CONSENT NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-CONSENT               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "MANTCONS"               TO WRK-PROGRAMA-ERRO
               MOVE "CONSENT"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN EXTEND CONSHIST.
           IF FS-CONSHIST EQUAL 35
               OPEN OUTPUT CONSHIST
           END-IF.
           IF FS-CONSHIST NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-CONSHIST              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "MANTCONS"               TO WRK-PROGRAMA-ERRO
               MOVE "CONSHIST"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN OUTPUT LISTCONS.
           IF FS-LISTCONS NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-LISTCONS              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "MANTCONS"               TO WRK-PROGRAMA-ERRO
               MOVE "LISTCONS"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR-MOVIMENTO         SECTION.
      *-----------------------------------------------------------------
      *    SEM O ARQUIVO DE MOVIMENTO (STATUS 35) NAO HA O QUE APLICAR.
      *-----------------------------------------------------------------

           OPEN INPUT CONSMOV.
           IF FS-CONSMOV EQUAL 35
               CONTINUE
           ELSE
               IF FS-CONSMOV NOT EQUAL ZEROS
                   MOVE WRK-ERRO-ABERTURA      TO WRK-DESCRICAO-ERRO
                   MOVE FS-CONSMOV             TO WRK-STATUS-ERRO
                   MOVE "0200-PROCESSAR-MOVIMENTO"
                                               TO WRK-AREA-ERRO
                   MOVE "MANTCONS"             TO WRK-PROGRAMA-ERRO
                   MOVE "CONSMOV"              TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               ELSE
                   PERFORM 0210-LER-TRANSACAO
                   PERFORM 0215-TRATAR-TRANSACAO
                       UNTIL WRK-FIM-TRANS
                   CLOSE CONSMOV
               END-IF
           END-IF.

       0200-PROCESSAR-MOVIMENTO-FIM.    EXIT.

      *-----------------------------------------------------------------
       0210-LER-TRANSACAO               SECTION.
      *-----------------------------------------------------------------

           READ CONSMOV.

           EVALUATE FS-CONSMOV
               WHEN 00
                   ADD 1 TO ACU-TRANS-LIDAS
               WHEN 10
                   SET WRK-FIM-TRANS TO TRUE
               WHEN OTHER
                   MOVE WRK-ERRO-LEIT        TO WRK-DESCRICAO-ERRO
                   MOVE FS-CONSMOV           TO WRK-STATUS-ERRO
                   MOVE "0210-LER-TRANSACAO" TO WRK-AREA-ERRO
                   MOVE "MANTCONS"           TO WRK-PROGRAMA-ERRO
                   MOVE "CONSMOV"            TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
           END-EVALUATE.

       0210-LER-TRANSACAO-FIM.          EXIT.

      *-----------------------------------------------------------------
       0215-TRATAR-TRANSACAO            SECTION.
      *-----------------------------------------------------------------

           SET WRK-TRANS-VALIDA          TO TRUE.
           SET WRK-CONSENT-NOVO          TO TRUE.
           MOVE SPACES                   TO WRK-MOTIVO-RECUSA.
           MOVE SPACES                   TO WRK-SITUACAO-ANTERIOR.

           IF CONM-DATA NOT NUMERIC OR CONM-DATA EQUAL ZEROS
               MOVE WRK-DATA-ATUAL       TO WRK-DATA-EVENTO
           ELSE
               MOVE CONM-DATA            TO WRK-DATA-EVENTO
           END-IF.

           EVALUATE TRUE
               WHEN NOT CONM-FIN-VALIDA
                   SET WRK-TRANS-INVALIDA TO TRUE
                   MOVE "FINALIDADE INVALIDA"
                                          TO WRK-MOTIVO-RECUSA
               WHEN NOT CONM-CONCEDER AND NOT CONM-REVOGAR
                   SET WRK-TRANS-INVALIDA TO TRUE
                   MOVE "ACAO INVALIDA"   TO WRK-MOTIVO-RECUSA
               WHEN NOT CONM-CANAL-VALIDO
                   SET WRK-TRANS-INVALIDA TO TRUE
                   MOVE "CANAL INVALIDO"  TO WRK-MOTIVO-RECUSA
               WHEN NOT CONM-ORIGEM-VALIDA
                   SET WRK-TRANS-INVALIDA TO TRUE
                   MOVE "ORIGEM INVALIDA" TO WRK-MOTIVO-RECUSA
               WHEN WRK-DATA-EVENTO GREATER WRK-DATA-ATUAL
                   SET WRK-TRANS-INVALIDA TO TRUE
                   MOVE "DATA DA MANIFESTACAO FUTURA"
                                          TO WRK-MOTIVO-RECUSA
               WHEN CONM-OPERADOR EQUAL SPACES
                   SET WRK-TRANS-INVALIDA TO TRUE
                   MOVE "OPERADOR NAO INFORMADO"
                                          TO WRK-MOTIVO-RECUSA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WRK-TRANS-VALIDA
               MOVE CONM-CODIGO TO REG-CODIGO
               READ CLIENTES KEY IS REG-CODIGO
                   INVALID KEY
                       SET WRK-TRANS-INVALIDA TO TRUE
                       MOVE "CLIENTE NAO CADASTRADO"
                                          TO WRK-MOTIVO-RECUSA
                   NOT INVALID KEY
                       IF NOT REG-TIPO-DETALHE
                           SET WRK-TRANS-INVALIDA TO TRUE
                           MOVE "CLIENTE NAO CADASTRADO"
                                          TO WRK-MOTIVO-RECUSA
                       END-IF
               END-READ
           END-IF.

           IF WRK-TRANS-VALIDA
               MOVE CONM-CODIGO          TO CONS-CODIGO
               MOVE CONM-FINALIDADE      TO CONS-FINALIDADE
               READ CONSENT KEY IS CONS-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WRK-CONSENT-EXISTE TO TRUE
                       MOVE CONS-SITUACAO TO WRK-SITUACAO-ANTERIOR
                       MOVE CONS-DATA-OPTIN TO WRK-DATA-ULTIMO-EVENTO
                       IF CONS-DATA-OPTOUT GREATER
                                             WRK-DATA-ULTIMO-EVENTO
                           MOVE CONS-DATA-OPTOUT
                                          TO WRK-DATA-ULTIMO-EVENTO
                       END-IF
                       IF WRK-DATA-EVENTO LESS WRK-DATA-ULTIMO-EVENTO
                           SET WRK-TRANS-INVALIDA TO TRUE
                           MOVE "ANTERIOR A ULTIMA MANIFESTACAO"
                                          TO WRK-MOTIVO-RECUSA
                       END-IF
               END-READ
           END-IF.

           MOVE CONM-CODIGO              TO WRK-LCON-CODIGO.
           MOVE CONM-FINALIDADE          TO WRK-LCON-FINALIDADE.
           MOVE CONM-ACAO                TO WRK-LCON-ACAO.
           MOVE WRK-DATA-EVENTO          TO WRK-LCON-DATA.
           MOVE CONM-CANAL               TO WRK-LCON-CANAL.
           MOVE CONM-ORIGEM              TO WRK-LCON-ORIGEM.

           IF WRK-TRANS-VALIDA
               PERFORM 0220-APLICAR-MANIFESTACAO
               MOVE "APLICADA"           TO WRK-LCON-RESULTADO
               MOVE CONM-EVIDENCIA       TO WRK-LCON-DETALHE
           ELSE
               MOVE "REJEITADA"          TO WRK-LCON-RESULTADO
               MOVE WRK-MOTIVO-RECUSA    TO WRK-LCON-DETALHE
               ADD 1 TO ACU-REJEITADAS
           END-IF.

           PERFORM 0250-GRAVAR-LINHA.

           PERFORM 0210-LER-TRANSACAO.

       0215-TRATAR-TRANSACAO-FIM.       EXIT.

      *-----------------------------------------------------------------
       0220-APLICAR-MANIFESTACAO        SECTION.
      *-----------------------------------------------------------------
      *    A REVOGACAO DE QUEM NUNCA CONCEDEU TAMBEM E GRAVADA: O
      *    OPT-OUT EXPRESSO FICA REGISTRADO COMO EVIDENCIA.
      *-----------------------------------------------------------------

           IF WRK-CONSENT-NOVO
               MOVE CONM-CODIGO          TO CONS-CODIGO
               MOVE CONM-FINALIDADE      TO CONS-FINALIDADE
               MOVE ZEROS                TO CONS-DATA-OPTIN
                                            CONS-DATA-OPTOUT
           END-IF.

           IF CONM-CONCEDER
               SET CONS-CONCEDIDO        TO TRUE
               MOVE WRK-DATA-EVENTO      TO CONS-DATA-OPTIN
               ADD 1 TO ACU-CONCESSOES
           ELSE
               SET CONS-REVOGADO         TO TRUE
               MOVE WRK-DATA-EVENTO      TO CONS-DATA-OPTOUT
               ADD 1 TO ACU-REVOGACOES
           END-IF.

           MOVE CONM-CANAL               TO CONS-CANAL.
           MOVE CONM-ORIGEM              TO CONS-ORIGEM.
           MOVE WRK-DATA-ATUAL           TO CONS-DATA-ATUALIZACAO.

           IF WRK-CONSENT-EXISTE
               REWRITE REG-CONSENTIMENTO
           ELSE
               WRITE REG-CONSENTIMENTO
           END-IF.
           IF FS-CONSENT NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-CONSENT               TO WRK-STATUS-ERRO
               MOVE "0220-APLICAR-MANIFESTACAO" TO WRK-AREA-ERRO
               MOVE "MANTCONS"               TO WRK-PROGRAMA-ERRO
               MOVE "CONSENT"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           PERFORM 0230-GRAVAR-HISTORICO.

       0220-APLICAR-MANIFESTACAO-FIM.  EXIT.

      *-----------------------------------------------------------------
       0230-GRAVAR-HISTORICO            SECTION.
      *-----------------------------------------------------------------

           MOVE CONM-CODIGO              TO CONH-CODIGO.
           MOVE CONM-FINALIDADE          TO CONH-FINALIDADE.
           MOVE WRK-SITUACAO-ANTERIOR    TO CONH-SITUACAO-ANTERIOR.
           MOVE CONS-SITUACAO            TO CONH-SITUACAO.
           MOVE WRK-DATA-EVENTO          TO CONH-DATA-EVENTO.
           MOVE CONM-CANAL               TO CONH-CANAL.
           MOVE CONM-ORIGEM              TO CONH-ORIGEM.
           MOVE CONM-OPERADOR            TO CONH-OPERADOR.
           MOVE CONM-EVIDENCIA           TO CONH-EVIDENCIA.
           MOVE WRK-DATA-ATUAL           TO CONH-DATA-PROCESSAMENTO.
           MOVE WRK-HORA-EXECUCAO        TO CONH-HORA-PROCESSAMENTO.

           WRITE REG-CONSENTIMENTO-HIST.
           IF FS-CONSHIST NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-CONSHIST              TO WRK-STATUS-ERRO
               MOVE "0230-GRAVAR-HISTORICO"  TO WRK-AREA-ERRO
               MOVE "MANTCONS"               TO WRK-PROGRAMA-ERRO
               MOVE "CONSHIST"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0230-GRAVAR-HISTORICO-FIM.       EXIT.

      *-----------------------------------------------------------------
       0250-GRAVAR-LINHA                SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-LINHA-CONS TO REG-LISTCONS.
           WRITE REG-LISTCONS AFTER 1 LINE.
           IF FS-LISTCONS NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-LISTCONS              TO WRK-STATUS-ERRO
               MOVE "0250-GRAVAR-LINHA"      TO WRK-AREA-ERRO
               MOVE "MANTCONS"               TO WRK-PROGRAMA-ERRO
               MOVE "LISTCONS"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0250-GRAVAR-LINHA-FIM.           EXIT.

      *-----------------------------------------------------------------
       0290-ESTATISTICA                 SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-TRACO.
           DISPLAY "TRANSACOES LIDAS.............: " ACU-TRANS-LIDAS.
           DISPLAY "CONSENTIMENTOS CONCEDIDOS....: " ACU-CONCESSOES.
           DISPLAY "CONSENTIMENTOS REVOGADOS.....: " ACU-REVOGACOES.
           DISPLAY "TRANSACOES REJEITADAS........: " ACU-REJEITADAS.
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
               MOVE "MANTCONS"        TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE CONSENT.
           IF FS-CONSENT NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-CONSENT        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "MANTCONS"        TO WRK-PROGRAMA-ERRO
               MOVE "CONSENT"         TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE CONSHIST.
           IF FS-CONSHIST NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-CONSHIST       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "MANTCONS"        TO WRK-PROGRAMA-ERRO
               MOVE "CONSHIST"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE LISTCONS.
           IF FS-LISTCONS NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-LISTCONS       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "MANTCONS"        TO WRK-PROGRAMA-ERRO
               MOVE "LISTCONS"        TO WRK-ARQUIVO-ERRO
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
