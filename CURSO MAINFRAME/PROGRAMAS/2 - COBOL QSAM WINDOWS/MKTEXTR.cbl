      *-----------------------------------------------------------------
       IDENTIFICATION                   DIVISION.
       PROGRAM-ID. MKTEXTR.
      *=================================================================
      *== PROGRAMA....: MKTEXTR
      *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
      *== ANALISTA....: IVAN SANCHES
      *== DATA........: 15/10/2026
      *== CONSULTORIA:
      *-----------------------------------------------------------------
      *== OBJETIVO....: EXTRATO DE CLIENTES PARA ACOES DE MARKETING
      *                 (CAMPANHA NA BASE ATIVA, RECONQUISTA DE
      *                 CANCELADOS E FIDELIDADE PARA QUEM TEM SALDO DE
      *                 PONTOS), CONFORME O CARTAO MKTPARM (BOOK
      *                 REGMKTP). SO ENTRA NA LISTA MKTLISTA (BOOK
      *                 REGMKTL) O CLIENTE COM CONSENTIMENTO LGPD
      *                 CONCEDIDO PARA A FINALIDADE DA ACAO NO
      *                 CADASTRO CONSENT (BOOK REGCONS, MANTIDO PELO
      *                 MANTCONS) E COM CONTATO VALIDO NO CANAL: EMAIL
      *                 VALIDO PARA E, CELULAR VALIDO NO CONTATOS
      *                 (BOOK REGCONT) PARA S. SEM REGISTRO NO CONSENT
      *                 NAO HA CONSENTIMENTO. TITULAR ANONIMIZADO PELO
      *                 LGPDANON NUNCA ENTRA.
      *-----------------------------------------------------------------
      *===================ESPECIFICACOES DO PROGRAMA====================
      *    ARQUIVO                    TIPO               BOOK
      *    MKTPARM                   INPUT              REGMKTP
      *    CLIENTES                  INPUT              REGCLI
      *    CONSENT                   INPUT              REGCONS
      *    CONTATOS                  INPUT              REGCONT
      *    PONTOS                    INPUT              REGPONT
      *    MKTLISTA                  OUTPUT             REGMKTL
      *    MKTEXTR                   INPUT              BOOKMSG
      *    MKTEXTR                   INPUT              BOOKASSI
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
           SELECT MKTPARM ASSIGN TO WRK-NOME-MKTPARM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-MKTPARM.

           SELECT CLIENTES ASSIGN TO WRK-NOME-CLIENTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REG-CODIGO
           FILE STATUS IS FS-CLIENTES.

           SELECT CONSENT ASSIGN TO WRK-NOME-CONSENT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CONS-CHAVE
           FILE STATUS IS FS-CONSENT.

           SELECT CONTATOS ASSIGN TO WRK-NOME-CONTATOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CONT-CODIGO
           FILE STATUS IS FS-CONTATOS.

           SELECT PONTOS ASSIGN TO WRK-NOME-PONTOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PTS-CHAVE
           FILE STATUS IS FS-PONTOS.

           SELECT MKTLISTA ASSIGN TO WRK-NOME-MKTLISTA
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-MKTLISTA.
      *-----------------------------------------------------------------

      *=================================================================
       DATA                             DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                             SECTION.
      *-----------------------------------------------------------------
      *
      *            INPUT - CARTAO DE PARAMETROS DA ACAO
      *
      *-----------------------------------------------------------------
       FD  MKTPARM.
       COPY "REGMKTP".

      *-----------------------------------------------------------------
      *
      *            INPUT - CADASTRO DE CLIENTES
      *
      *-----------------------------------------------------------------
       FD  CLIENTES.
       COPY "REGCLI".

      *-----------------------------------------------------------------
      *
      *            INPUT - CONSENTIMENTO LGPD POR FINALIDADE
      *
      *-----------------------------------------------------------------
       FD  CONSENT.
       COPY "REGCONS".

      *-----------------------------------------------------------------
      *
      *            INPUT - CONTATO (CELULAR) DO CLIENTE
      *
      *-----------------------------------------------------------------
       FD  CONTATOS.
       COPY "REGCONT".

      *-----------------------------------------------------------------
      *
      *            INPUT - SALDO DE PONTOS DE FIDELIDADE
      *
      *-----------------------------------------------------------------
       FD  PONTOS.
       COPY "REGPONT".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - LISTA DE CLIENTES DA ACAO DE MARKETING
      *
      *-----------------------------------------------------------------
       FD  MKTLISTA.
       COPY "REGMKTL".

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

       01  FS-MKTPARM                   PIC 9(002)         VALUE ZEROS.
       01  FS-CLIENTES                  PIC 9(002)         VALUE ZEROS.
       01  FS-CONSENT                   PIC 9(002)         VALUE ZEROS.
       01  FS-CONTATOS                  PIC 9(002)         VALUE ZEROS.
       01  FS-PONTOS                    PIC 9(002)         VALUE ZEROS.
       01  FS-MKTLISTA                  PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----NOMES EXTERNALIZADOS VIA DD-----".
      *-----------------------------------------------------------------

       01  WRK-NOME-MKTPARM             PIC X(040)         VALUE
              "C:\RELATORIO\dados\MKTPARM.DAT".
       01  WRK-NOME-CLIENTES            PIC X(040)         VALUE
              "C:\RELATORIO\dados\CLIENTES.DAT".
       01  WRK-NOME-CONSENT             PIC X(040)         VALUE
              "C:\RELATORIO\dados\CONSENT.DAT".
       01  WRK-NOME-CONTATOS            PIC X(040)         VALUE
              "C:\RELATORIO\dados\CONTATOS.DAT".
       01  WRK-NOME-PONTOS              PIC X(040)         VALUE
              "C:\RELATORIO\dados\PONTOS.DAT".
       01  WRK-NOME-MKTLISTA            PIC X(040)         VALUE
              "C:\RELATORIO\dados\MKTLISTA.DAT".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----PARAMETROS DA ACAO-----".
      *-----------------------------------------------------------------

       01  WRK-TIPO-ACAO                PIC X(001)         VALUE "C".
           88 WRK-ACAO-CAMPANHA                            VALUE "C".
           88 WRK-ACAO-RECONQUISTA                         VALUE "R".
           88 WRK-ACAO-FIDELIDADE                          VALUE "F".
       01  WRK-FINALIDADE               PIC X(001)         VALUE "E".
           88 WRK-FIN-EMAIL                                VALUE "E".
           88 WRK-FIN-SMS                                  VALUE "S".
       01  WRK-MESES-RECONQUISTA        PIC 9(003)         VALUE 12.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEIS DE DATA-----".
      *-----------------------------------------------------------------

       01  WRK-DATA-EXECUCAO            PIC 9(008)         VALUE ZEROS.
       01  FILLER REDEFINES WRK-DATA-EXECUCAO.
           05 WRK-EXEC-AAAA             PIC 9(004).
           05 WRK-EXEC-MM               PIC 9(002).
           05 WRK-EXEC-DD               PIC 9(002).

       01  WRK-DATA-CORTE               PIC 9(008)         VALUE ZEROS.
       01  FILLER REDEFINES WRK-DATA-CORTE.
           05 WRK-CORTE-AAAA            PIC 9(004).
           05 WRK-CORTE-MM              PIC 9(002).
           05 WRK-CORTE-DD              PIC 9(002).

       01  WRK-TOTAL-MESES              PIC 9(007)  COMP-3 VALUE ZEROS.
       01  WRK-RESTO-MESES              PIC 9(002)  COMP-3 VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----SWITCHES DE DISPONIBILIDADE-----".
      *-----------------------------------------------------------------

       01  WRK-SW-CONSENT               PIC X(001)         VALUE "S".
           88 WRK-CONSENT-DISPONIVEL                       VALUE "S".
           88 WRK-CONSENT-INDISPONIVEL                     VALUE "N".
       01  WRK-SW-CONTATOS              PIC X(001)         VALUE "S".
           88 WRK-CONTATOS-DISPONIVEL                      VALUE "S".
           88 WRK-CONTATOS-INDISPONIVEL                    VALUE "N".
       01  WRK-SW-PONTOS                PIC X(001)         VALUE "S".
           88 WRK-PONTOS-DISPONIVEL                        VALUE "S".
           88 WRK-PONTOS-INDISPONIVEL                      VALUE "N".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEIS DE SELECAO-----".
      *-----------------------------------------------------------------

       01  WRK-SW-ELEGIVEL              PIC X(001)         VALUE "N".
           88 WRK-ELEGIVEL                                 VALUE "S".
           88 WRK-NAO-ELEGIVEL                             VALUE "N".
       01  WRK-SW-CONSENTIDO            PIC X(001)         VALUE "N".
           88 WRK-CONSENTIDO                               VALUE "S".
           88 WRK-NAO-CONSENTIDO                           VALUE "N".
       01  WRK-SW-CONTATO               PIC X(001)         VALUE "N".
           88 WRK-CONTATO-VALIDO                           VALUE "S".
           88 WRK-CONTATO-INVALIDO                         VALUE "N".
       01  WRK-SALDO-PONTOS             PIC 9(009)         VALUE ZEROS.
       01  WRK-CELULAR                  PIC 9(011)         VALUE ZEROS.

       01  WRK-NOME-ANONIMIZADO         PIC X(020)         VALUE
              "TITULAR ANONIMIZADO".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEL DE ACUMULACAO-----".
      *-----------------------------------------------------------------

       01  ACU-LIDOS                    PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-ELEGIVEIS                PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-SEM-CONSENTIMENTO        PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-SEM-CONTATO              PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-ANONIMIZADOS             PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-GRAVADOS                 PIC 9(007)  COMP-3 VALUE ZEROS.

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
           PERFORM 0150-LER-CLIENTE.
           PERFORM 0200-PROCESSAR
               UNTIL FS-CLIENTES EQUAL 10.
           PERFORM 0300-FINALIZAR.

       0000-PRINCIPAL-FIM.              EXIT.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                 SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_MKTPARM".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-MKTPARM
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

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CONTATOS".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-CONTATOS
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_PONTOS".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-PONTOS
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_MKTLISTA".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-MKTLISTA
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           PERFORM 0110-LER-PARAMETROS.

           OPEN INPUT  CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "MKTEXTR"                TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

      *    SEM CADASTRO DE CONSENTIMENTO NINGUEM TEM CONSENTIMENTO.
           OPEN INPUT  CONSENT.
           IF FS-CONSENT EQUAL 35
               SET WRK-CONSENT-INDISPONIVEL  TO TRUE
           ELSE
               IF FS-CONSENT NOT EQUAL ZEROS
                   MOVE WRK-ERRO-ABERTURA    TO WRK-DESCRICAO-ERRO
                   MOVE FS-CONSENT           TO WRK-STATUS-ERRO
                   MOVE "0100-INICIALIZAR"   TO WRK-AREA-ERRO
                   MOVE "MKTEXTR"            TO WRK-PROGRAMA-ERRO
                   MOVE "CONSENT"            TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

           OPEN INPUT  CONTATOS.
           IF FS-CONTATOS EQUAL 35
               SET WRK-CONTATOS-INDISPONIVEL TO TRUE
           ELSE
               IF FS-CONTATOS NOT EQUAL ZEROS
                   MOVE WRK-ERRO-ABERTURA    TO WRK-DESCRICAO-ERRO
                   MOVE FS-CONTATOS          TO WRK-STATUS-ERRO
                   MOVE "0100-INICIALIZAR"   TO WRK-AREA-ERRO
                   MOVE "MKTEXTR"            TO WRK-PROGRAMA-ERRO
                   MOVE "CONTATOS"           TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

           OPEN INPUT  PONTOS.
           IF FS-PONTOS EQUAL 35
               SET WRK-PONTOS-INDISPONIVEL   TO TRUE
           ELSE
               IF FS-PONTOS NOT EQUAL ZEROS
                   MOVE WRK-ERRO-ABERTURA    TO WRK-DESCRICAO-ERRO
                   MOVE FS-PONTOS            TO WRK-STATUS-ERRO
                   MOVE "0100-INICIALIZAR"   TO WRK-AREA-ERRO
                   MOVE "MKTEXTR"            TO WRK-PROGRAMA-ERRO
                   MOVE "PONTOS"             TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

           OPEN OUTPUT MKTLISTA.
           IF FS-MKTLISTA NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-MKTLISTA              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "MKTEXTR"                TO WRK-PROGRAMA-ERRO
               MOVE "MKTLISTA"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------
       0110-LER-PARAMETROS              SECTION.
      *-----------------------------------------------------------------
      *    SEM CARTAO: CAMPANHA NA BASE ATIVA POR EMAIL. JANELA DA
      *    RECONQUISTA ZERADA = 12 MESES. A DATA DE CORTE DA
      *    RECONQUISTA E O DIA 01 DO MES DE (HOJE - JANELA).
      *-----------------------------------------------------------------

           OPEN INPUT MKTPARM.

           IF FS-MKTPARM EQUAL ZEROS
               READ MKTPARM
               IF FS-MKTPARM EQUAL ZEROS
                   IF MKTP-CAMPANHA OR MKTP-RECONQUISTA
                      OR MKTP-FIDELIDADE
                       MOVE MKTP-TIPO        TO WRK-TIPO-ACAO
                   END-IF
                   IF MKTP-FIN-EMAIL OR MKTP-FIN-SMS
                      OR MKTP-FIN-PARCEIROS
                       MOVE MKTP-FINALIDADE  TO WRK-FINALIDADE
                   END-IF
                   IF MKTP-MESES-RECONQUISTA NUMERIC
                      AND MKTP-MESES-RECONQUISTA GREATER ZEROS
                       MOVE MKTP-MESES-RECONQUISTA
                                             TO WRK-MESES-RECONQUISTA
                   END-IF
               END-IF
               CLOSE MKTPARM
           ELSE
               IF FS-MKTPARM NOT EQUAL 35
                   MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
                   MOVE FS-MKTPARM               TO WRK-STATUS-ERRO
                   MOVE "0110-LER-PARAMETROS"    TO WRK-AREA-ERRO
                   MOVE "MKTEXTR"                TO WRK-PROGRAMA-ERRO
                   MOVE "MKTPARM"                TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

           COMPUTE WRK-TOTAL-MESES = WRK-EXEC-AAAA * 12
                                   + WRK-EXEC-MM - 1
                                   - WRK-MESES-RECONQUISTA.
           DIVIDE WRK-TOTAL-MESES BY 12
               GIVING WRK-CORTE-AAAA REMAINDER WRK-RESTO-MESES.
           COMPUTE WRK-CORTE-MM = WRK-RESTO-MESES + 1.
           MOVE 01                       TO WRK-CORTE-DD.

       0110-LER-PARAMETROS-FIM.         EXIT.

      *-----------------------------------------------------------------
       0150-LER-CLIENTE                 SECTION.
      *-----------------------------------------------------------------

           READ CLIENTES.

           IF FS-CLIENTES NOT EQUAL 00 AND NOT EQUAL 10
               MOVE WRK-ERRO-LEIT       TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES         TO WRK-STATUS-ERRO
               MOVE "0150-LER-CLIENTE"  TO WRK-AREA-ERRO
               MOVE "MKTEXTR"           TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"          TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0150-LER-CLIENTE-FIM.            EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                   SECTION.
      *-----------------------------------------------------------------

           IF REG-TIPO-DETALHE
               ADD 1 TO ACU-LIDOS
               IF REG-NOME EQUAL WRK-NOME-ANONIMIZADO
                   ADD 1 TO ACU-ANONIMIZADOS
               ELSE
                   PERFORM 0210-VERIFICAR-ELEGIBILIDADE
                   IF WRK-ELEGIVEL
                       ADD 1 TO ACU-ELEGIVEIS
                       PERFORM 0220-VERIFICAR-CONSENTIMENTO
                       IF WRK-NAO-CONSENTIDO
                           ADD 1 TO ACU-SEM-CONSENTIMENTO
                       ELSE
                           PERFORM 0230-VERIFICAR-CONTATO
                           IF WRK-CONTATO-INVALIDO
                               ADD 1 TO ACU-SEM-CONTATO
                           ELSE
                               PERFORM 0240-GRAVAR-LISTA
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

           PERFORM 0150-LER-CLIENTE.

       0200-PROCESSAR-FIM.              EXIT.

      *-----------------------------------------------------------------
       0210-VERIFICAR-ELEGIBILIDADE     SECTION.
      *-----------------------------------------------------------------

           SET WRK-NAO-ELEGIVEL          TO TRUE.
           MOVE ZEROS                    TO WRK-SALDO-PONTOS.

           EVALUATE TRUE
               WHEN WRK-ACAO-CAMPANHA
                   IF REG-ATIVO
                       SET WRK-ELEGIVEL  TO TRUE
                   END-IF
               WHEN WRK-ACAO-RECONQUISTA
                   IF REG-CANCELADO
                      AND REG-DATA-CANCELAMENTO NOT LESS WRK-DATA-CORTE
                       SET WRK-ELEGIVEL  TO TRUE
                   END-IF
               WHEN WRK-ACAO-FIDELIDADE
                   IF REG-ATIVO AND WRK-PONTOS-DISPONIVEL
                       MOVE REG-CODIGO   TO PTS-CODIGO
                       MOVE ZEROS        TO PTS-SEQUENCIA
                       READ PONTOS
                       IF FS-PONTOS EQUAL ZEROS
                           MOVE PTS-SALDO TO WRK-SALDO-PONTOS
                           IF PTS-SALDO GREATER ZEROS
                               SET WRK-ELEGIVEL TO TRUE
                           END-IF
                       ELSE
                           IF FS-PONTOS NOT EQUAL 23
                               MOVE WRK-ERRO-LEIT  TO WRK-DESCRICAO-ERRO
                               MOVE FS-PONTOS      TO WRK-STATUS-ERRO
                               MOVE "0210-VERIFICAR-ELEGIBILID"
                                                   TO WRK-AREA-ERRO
                               MOVE "MKTEXTR"      TO WRK-PROGRAMA-ERRO
                               MOVE "PONTOS"       TO WRK-ARQUIVO-ERRO
                               PERFORM 9999-TRATAR-ERRO
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

       0210-VERIFICAR-ELEGIBILIDADE-FIM. EXIT.

      *-----------------------------------------------------------------
       0220-VERIFICAR-CONSENTIMENTO     SECTION.
      *-----------------------------------------------------------------

           SET WRK-NAO-CONSENTIDO        TO TRUE.

           IF WRK-CONSENT-DISPONIVEL
               MOVE REG-CODIGO           TO CONS-CODIGO
               MOVE WRK-FINALIDADE       TO CONS-FINALIDADE
               READ CONSENT
               IF FS-CONSENT EQUAL ZEROS
                   IF CONS-CONCEDIDO
                       SET WRK-CONSENTIDO TO TRUE
                   END-IF
               ELSE
                   IF FS-CONSENT NOT EQUAL 23
                       MOVE WRK-ERRO-LEIT      TO WRK-DESCRICAO-ERRO
                       MOVE FS-CONSENT         TO WRK-STATUS-ERRO
                       MOVE "0220-VERIFICAR-CONSENTIME"
                                               TO WRK-AREA-ERRO
                       MOVE "MKTEXTR"          TO WRK-PROGRAMA-ERRO
                       MOVE "CONSENT"          TO WRK-ARQUIVO-ERRO
                       PERFORM 9999-TRATAR-ERRO
                   END-IF
               END-IF
           END-IF.

       0220-VERIFICAR-CONSENTIMENTO-FIM. EXIT.

      *-----------------------------------------------------------------
       0230-VERIFICAR-CONTATO           SECTION.
      *-----------------------------------------------------------------
      *    EMAIL PRECISA ESTAR VALIDO NO CADASTRO; SMS/WHATSAPP
      *    PRECISA DE CELULAR VALIDO NO CONTATOS. PARCEIROS NAO
      *    DEPENDE DE CANAL DE CONTATO NOSSO.
      *-----------------------------------------------------------------

           SET WRK-CONTATO-INVALIDO      TO TRUE.
           MOVE ZEROS                    TO WRK-CELULAR.

           IF WRK-CONTATOS-DISPONIVEL
               MOVE REG-CODIGO           TO CONT-CODIGO
               READ CONTATOS
               IF FS-CONTATOS EQUAL ZEROS
                   IF CONT-CELULAR-VALIDO
                      AND CONT-CELULAR NUMERIC
                      AND CONT-CELULAR GREATER ZEROS
                       MOVE CONT-CELULAR TO WRK-CELULAR
                   END-IF
               ELSE
                   IF FS-CONTATOS NOT EQUAL 23
                       MOVE WRK-ERRO-LEIT      TO WRK-DESCRICAO-ERRO
                       MOVE FS-CONTATOS        TO WRK-STATUS-ERRO
                       MOVE "0230-VERIFICAR-CONTATO"
                                               TO WRK-AREA-ERRO
                       MOVE "MKTEXTR"          TO WRK-PROGRAMA-ERRO
                       MOVE "CONTATOS"         TO WRK-ARQUIVO-ERRO
                       PERFORM 9999-TRATAR-ERRO
                   END-IF
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WRK-FIN-EMAIL
                   IF REG-EMAIL-VALIDO AND REG-EMAIL NOT EQUAL SPACES
                       SET WRK-CONTATO-VALIDO TO TRUE
                   END-IF
               WHEN WRK-FIN-SMS
                   IF WRK-CELULAR GREATER ZEROS
                       SET WRK-CONTATO-VALIDO TO TRUE
                   END-IF
               WHEN OTHER
                   SET WRK-CONTATO-VALIDO     TO TRUE
           END-EVALUATE.

       0230-VERIFICAR-CONTATO-FIM.      EXIT.

      *-----------------------------------------------------------------
       0240-GRAVAR-LISTA                SECTION.
      *-----------------------------------------------------------------

           INITIALIZE REG-MARKETING-LISTA.
           MOVE WRK-TIPO-ACAO            TO MKTL-TIPO.
           MOVE WRK-FINALIDADE           TO MKTL-FINALIDADE.
           MOVE REG-CODIGO               TO MKTL-CODIGO.
           MOVE REG-NOME                 TO MKTL-NOME.
           IF REG-EMAIL-VALIDO
               MOVE REG-EMAIL            TO MKTL-EMAIL
           END-IF.
           MOVE WRK-CELULAR              TO MKTL-CELULAR.
           MOVE REG-STREAMING            TO MKTL-STREAMING.
           MOVE REG-PLANO                TO MKTL-PLANO.
           MOVE REG-STATUS               TO MKTL-STATUS.
           MOVE REG-DATA-CANCELAMENTO    TO MKTL-DATA-CANCELAMENTO.
           MOVE WRK-SALDO-PONTOS         TO MKTL-SALDO-PONTOS.

           WRITE REG-MARKETING-LISTA.
           IF FS-MKTLISTA NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-MKTLISTA              TO WRK-STATUS-ERRO
               MOVE "0240-GRAVAR-LISTA"      TO WRK-AREA-ERRO
               MOVE "MKTEXTR"                TO WRK-PROGRAMA-ERRO
               MOVE "MKTLISTA"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           ADD 1 TO ACU-GRAVADOS.

       0240-GRAVAR-LISTA-FIM.           EXIT.

      *-----------------------------------------------------------------
       0290-ESTATISTICA                 SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-TRACO.
           DISPLAY "TIPO DE ACAO / FINALIDADE....: " WRK-TIPO-ACAO
                   " / " WRK-FINALIDADE.
           IF WRK-ACAO-RECONQUISTA
               DISPLAY "CANCELADOS A PARTIR DE.......: " WRK-DATA-CORTE
           END-IF.
           DISPLAY "CLIENTES LIDOS...............: " ACU-LIDOS.
           DISPLAY "TITULARES ANONIMIZADOS.......: " ACU-ANONIMIZADOS.
           DISPLAY "ELEGIVEIS PARA A ACAO........: " ACU-ELEGIVEIS.
           DISPLAY "EXCLUIDOS SEM CONSENTIMENTO..: "
                   ACU-SEM-CONSENTIMENTO.
           DISPLAY "EXCLUIDOS SEM CONTATO VALIDO.: " ACU-SEM-CONTATO.
           DISPLAY "GRAVADOS NA LISTA............: " ACU-GRAVADOS.
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
               MOVE "MKTEXTR"         TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           IF WRK-CONSENT-DISPONIVEL
               CLOSE CONSENT
               IF FS-CONSENT NOT EQUAL ZEROS
                   MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
                   MOVE FS-CONSENT        TO WRK-STATUS-ERRO
                   MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
                   MOVE "MKTEXTR"         TO WRK-PROGRAMA-ERRO
                   MOVE "CONSENT"         TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

           IF WRK-CONTATOS-DISPONIVEL
               CLOSE CONTATOS
               IF FS-CONTATOS NOT EQUAL ZEROS
                   MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
                   MOVE FS-CONTATOS       TO WRK-STATUS-ERRO
                   MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
                   MOVE "MKTEXTR"         TO WRK-PROGRAMA-ERRO
                   MOVE "CONTATOS"        TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

           IF WRK-PONTOS-DISPONIVEL
               CLOSE PONTOS
               IF FS-PONTOS NOT EQUAL ZEROS
                   MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
                   MOVE FS-PONTOS         TO WRK-STATUS-ERRO
                   MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
                   MOVE "MKTEXTR"         TO WRK-PROGRAMA-ERRO
                   MOVE "PONTOS"          TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

           CLOSE MKTLISTA.
           IF FS-MKTLISTA NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-MKTLISTA       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "MKTEXTR"         TO WRK-PROGRAMA-ERRO
               MOVE "MKTLISTA"        TO WRK-ARQUIVO-ERRO
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
