      *-----------------------------------------------------------------
       IDENTIFICATION                   DIVISION.
       PROGRAM-ID. MANTAGD.
      *=================================================================
      *== PROGRAMA....: MANTAGD
      *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
      *== ANALISTA....: IVAN SANCHES
      *== DATA........: 15/10/2026
      *== CONSULTORIA:
      *-----------------------------------------------------------------
      *== OBJETIVO....: AGENDA DAS TRANSACOES DE MANUTENCAO COM DATA
      *                 EFETIVA FUTURA (ARQUIVO MANTPEND, BOOK REGMPEN,
      *                 GRAVADO PELO MANTCLI). PRIMEIRO APLICA OS
      *                 PEDIDOS DE CANCELAMENTO DOS OPERADORES (ARQUIVO
      *                 AGDCANC, BOOK REGAGDC): A PENDENTE DA DATA,
      *                 CODIGO E TIPO PEDIDOS (TIPO EM BRANCO = TODAS
      *                 DO CLIENTE NA DATA) FECHA COM SITUACAO "C",
      *                 O OPERADOR E O MOTIVO. DEPOIS LISTA AS
      *                 PENDENTES COM DATA EFETIVA ATE HOJE MAIS O
      *                 HORIZONTE DO CARTAO AGDPARM (BOOK REGAGDP,
      *                 PADRAO 30 DIAS; 999 = AGENDA INTEIRA), EM
      *                 ORDEM DE DATA E CODIGO. PEDIDO DE CANCELAMENTO
      *                 RECUSADO (OPERADOR NAO AUTORIZADO OU NENHUMA
      *                 PENDENTE ENCONTRADA) TERMINA COM RETURN-CODE 04.
      *-----------------------------------------------------------------
      *===================ESPECIFICACOES DO PROGRAMA====================
      *    ARQUIVO                    TIPO               BOOK
      *    MANTPEND                  I-O                REGMPEN
      *    AGDCANC                   INPUT              REGAGDC
      *    AGDPARM                   INPUT              REGAGDP
      *    OPERADOR                  INPUT              REGOPER
      *    AGDREL                    OUTPUT             N/A
      *    MANTAGD                   INPUT              REGMANT
      *    MANTAGD                   INPUT              BOOKDIAU
      *    MANTAGD                   INPUT              BOOKMSG
      *    MANTAGD                   INPUT              BOOKASSI
      *-----------------------------------------------------------------
      *== MODULOS
      *    DIAUTIL
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
           SELECT MANTPEND ASSIGN TO WRK-NOME-MANTPEND
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MPEN-CHAVE
           FILE STATUS IS FS-MANTPEND.

           SELECT AGDCANC ASSIGN TO WRK-NOME-AGDCANC
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-AGDCANC.

           SELECT AGDPARM ASSIGN TO WRK-NOME-AGDPARM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-AGDPARM.

           SELECT OPERADOR ASSIGN TO WRK-NOME-OPERADOR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-OPERADOR.

           SELECT AGDREL ASSIGN TO WRK-NOME-AGDREL
           FILE STATUS IS FS-AGDREL.
      *-----------------------------------------------------------------

      *=================================================================
       DATA                             DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                             SECTION.
      *-----------------------------------------------------------------
      *
      *            I-O - TRANSACOES AGENDADAS (DATA EFETIVA FUTURA)
      *
      *-----------------------------------------------------------------
       FD  MANTPEND.
       COPY "REGMPEN".

      *-----------------------------------------------------------------
      *
      *            INPUT - PEDIDOS DE CANCELAMENTO DE AGENDADAS
      *
      *-----------------------------------------------------------------
       FD  AGDCANC.
       COPY "REGAGDC".

      *-----------------------------------------------------------------
      *
      *            INPUT - CARTAO DE PARAMETROS (HORIZONTE DA AGENDA)
      *
      *-----------------------------------------------------------------
       FD  AGDPARM.
       COPY "REGAGDP".

      *-----------------------------------------------------------------
      *
      *            INPUT - OPERADORES AUTORIZADOS
      *
      *-----------------------------------------------------------------
       FD  OPERADOR.
       COPY "REGOPER".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - AGENDA DE ALTERACOES E CANCELAMENTOS
      *
      *-----------------------------------------------------------------
       FD  AGDREL.
       01  REG-AGDREL                   PIC X(132).

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

       01  FS-MANTPEND                  PIC 9(002)         VALUE ZEROS.
       01  FS-AGDCANC                   PIC 9(002)         VALUE ZEROS.
       01  FS-AGDPARM                   PIC 9(002)         VALUE ZEROS.
       01  FS-OPERADOR                  PIC 9(002)         VALUE ZEROS.
       01  FS-AGDREL                    PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----NOMES EXTERNALIZADOS VIA DD-----".
      *-----------------------------------------------------------------

       01  WRK-NOME-MANTPEND            PIC X(040)         VALUE
              "C:\RELATORIO\dados\MANTPEND.DAT".
       01  WRK-NOME-AGDCANC             PIC X(040)         VALUE
              "C:\RELATORIO\dados\AGDCANC.DAT".
       01  WRK-NOME-AGDPARM             PIC X(040)         VALUE
              "C:\RELATORIO\dados\AGDPARM.DAT".
       01  WRK-NOME-OPERADOR            PIC X(040)         VALUE
              "C:\RELATORIO\dados\OPERADOR.DAT".
       01  WRK-NOME-AGDREL              PIC X(040)         VALUE
              "C:\RELATORIO\dados\AGDREL.txt".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEIS DE CONTROLE DA AGENDA-----".
      *-----------------------------------------------------------------

       01  WRK-DATA-ATUAL               PIC 9(008)         VALUE ZEROS.
       01  WRK-DATA-LIMITE              PIC 9(008)         VALUE ZEROS.
       01  WRK-DIAS-HORIZONTE           PIC 9(003)         VALUE 30.

       01  WRK-SW-AGDCANC               PIC X(001)         VALUE "N".
           88 WRK-AGDCANC-PRESENTE                         VALUE "S".
           88 WRK-AGDCANC-AUSENTE                           VALUE "N".

       01  WRK-SW-CONTROLE              PIC X(001)         VALUE "N".
           88 WRK-CONTROLE-ATIVO                           VALUE "S".
           88 WRK-CONTROLE-INATIVO                          VALUE "N".

       01  WRK-SW-OPER-ACHADO           PIC X(001)         VALUE "N".
           88 WRK-OPER-ACHADO                              VALUE "S".
           88 WRK-OPER-NAO-ACHADO                           VALUE "N".

       01  WRK-SW-FIM-PENDENTE          PIC X(001)         VALUE "N".
           88 WRK-FIM-PENDENTE                             VALUE "S".
           88 WRK-NAO-FIM-PENDENTE                          VALUE "N".

       01  WRK-QT-CANCELADAS            PIC 9(003)  COMP-3 VALUE ZEROS.

       01  TAB-OPER.
           05 OPER-ENTRADA              OCCURS 50 TIMES
                                        INDEXED BY IDX-OPER.
               10 OPER-TAB-ID           PIC X(008) VALUE SPACES.
               10 OPER-TAB-NIVEL        PIC 9(001) VALUE ZEROS.

       01  WRK-QT-OPER                  PIC 9(003)  COMP-3 VALUE ZEROS.

       01  WRK-DATA-AUX                 PIC 9(008)         VALUE ZEROS.
       01  WRK-DATA-AUX-R REDEFINES WRK-DATA-AUX.
           05 WRK-AUX-AAAA              PIC 9(004).
           05 WRK-AUX-MM                PIC 9(002).
           05 WRK-AUX-DD                PIC 9(002).

       01  WRK-DATA-EDITADA.
           05 WRK-EDT-DD                PIC 9(002)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE "/".
           05 WRK-EDT-MM                PIC 9(002)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE "/".
           05 WRK-EDT-AAAA              PIC 9(004)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----LINHAS DO RELATORIO DA AGENDA-----".
      *-----------------------------------------------------------------

       01  WRK-CABECALHO1.
           05 FILLER                    PIC X(038)         VALUE
              "AGENDA DE MANUTENCAO DE CLIENTES EM ".
           05 WRK-CAB-DATA              PIC X(010)         VALUE SPACES.
           05 FILLER                    PIC X(084)         VALUE SPACES.

       01  WRK-CAB-CANCEL.
           05 FILLER                    PIC X(050)         VALUE
              "PEDIDOS DE CANCELAMENTO DE TRANSACOES AGENDADAS".
           05 FILLER                    PIC X(082)         VALUE SPACES.

       01  WRK-CAB-CANCEL2.
           05 FILLER                    PIC X(046)         VALUE
              "DATA EFET. CODIGO  T OPERADOR QTD SITUACAO".
           05 FILLER                    PIC X(086)         VALUE SPACES.

       01  WRK-LINHA-CANCEL.
           05 WRK-CAN-DATA              PIC X(010)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-CAN-CODIGO            PIC 9(007)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-CAN-TIPO              PIC X(001)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-CAN-OPERADOR          PIC X(008)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-CAN-QTD               PIC ZZ9            VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-CAN-SITUACAO          PIC X(040)         VALUE SPACES.
           05 FILLER                    PIC X(058)         VALUE SPACES.

       01  WRK-CAB-AGENDA.
           05 FILLER                    PIC X(046)         VALUE
              "ALTERACOES AGENDADAS COM DATA EFETIVA ATE ".
           05 WRK-CAB-LIMITE            PIC X(010)         VALUE SPACES.
           05 FILLER                    PIC X(076)         VALUE SPACES.

       01  WRK-CAB-AGENDA2.
           05 FILLER                    PIC X(053)         VALUE
              "DATA EFET. CODIGO  TRANSACAO    NOME".
           05 FILLER                    PIC X(052)         VALUE
              "STREAMING  PLANO   ASSINATURA OPERADOR ENTRADA".
           05 FILLER                    PIC X(027)         VALUE SPACES.

       01  WRK-LINHA-AGENDA.
           05 WRK-AGD-DATA              PIC X(010)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-AGD-CODIGO            PIC 9(007)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-AGD-TRANSACAO         PIC X(012)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-AGD-NOME              PIC X(020)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-AGD-STREAMING         PIC X(010)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-AGD-PLANO             PIC X(007)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-AGD-ASSINATURA        PIC ZZ.ZZ9,99      VALUE ZEROS.
           05 FILLER                    PIC X(002)         VALUE SPACES.
           05 WRK-AGD-OPERADOR          PIC X(008)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-AGD-ENTRADA           PIC X(010)         VALUE SPACES.
           05 FILLER                    PIC X(030)         VALUE SPACES.

       01  WRK-LINHA-TOTAL.
           05 FILLER                    PIC X(031)         VALUE
              "TOTAL DE PENDENTES NO PERIODO: ".
           05 WRK-TOT-PENDENTES         PIC ZZ.ZZ9         VALUE ZEROS.
           05 FILLER                    PIC X(095)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEL DE ACUMULACAO-----".
      *-----------------------------------------------------------------

       01  ACU-PEDIDOS-LIDOS            PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-PEDIDOS-ACEITOS          PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-PEDIDOS-RECUSADOS        PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-CANCELADAS               PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-PENDENTES-LISTADAS       PIC 9(005)  COMP-3 VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----IMAGEM DA TRANSACAO AGENDADA-----".
      *-----------------------------------------------------------------
       COPY "REGMANT".

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
           IF WRK-AGDCANC-PRESENTE
               PERFORM 0160-LER-DADOS
               PERFORM 0200-PROCESSAR UNTIL FS-AGDCANC EQUAL 10
           END-IF.
           PERFORM 0400-LISTAR-AGENDA.
           PERFORM 0300-FINALIZAR.

       0000-PRINCIPAL-FIM.              EXIT.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                 SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_MANTPEND".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-MANTPEND
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_AGDCANC".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-AGDCANC
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_AGDPARM".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-AGDPARM
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_OPERADOR".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-OPERADOR
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_AGDREL".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-AGDREL
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           OPEN I-O MANTPEND.
           IF FS-MANTPEND EQUAL 35
               OPEN OUTPUT MANTPEND
               CLOSE MANTPEND
               OPEN I-O MANTPEND
           END-IF.
           IF FS-MANTPEND NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-MANTPEND              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "MANTAGD"                TO WRK-PROGRAMA-ERRO
               MOVE "MANTPEND"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN INPUT AGDCANC.
           IF FS-AGDCANC EQUAL ZEROS
               SET WRK-AGDCANC-PRESENTE  TO TRUE
           ELSE
               IF FS-AGDCANC NOT EQUAL 35
                   MOVE WRK-ERRO-ABERTURA    TO WRK-DESCRICAO-ERRO
                   MOVE FS-AGDCANC           TO WRK-STATUS-ERRO
                   MOVE "0100-INICIALIZAR"   TO WRK-AREA-ERRO
                   MOVE "MANTAGD"            TO WRK-PROGRAMA-ERRO
                   MOVE "AGDCANC"            TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

           OPEN OUTPUT AGDREL.
           IF FS-AGDREL NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-AGDREL                TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "MANTAGD"                TO WRK-PROGRAMA-ERRO
               MOVE "AGDREL"                 TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           PERFORM 0120-CARREGAR-OPERADORES.
           PERFORM 0125-LER-PARAMETROS.

           MOVE WRK-DATA-ATUAL           TO WRK-DATA-AUX.
           PERFORM 0800-EDITAR-DATA.
           MOVE WRK-DATA-EDITADA         TO WRK-CAB-DATA.
           MOVE WRK-CABECALHO1           TO REG-AGDREL.
           WRITE REG-AGDREL AFTER PAGE.
           IF FS-AGDREL NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-AGDREL                TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "MANTAGD"                TO WRK-PROGRAMA-ERRO
               MOVE "AGDREL"                 TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           IF WRK-AGDCANC-PRESENTE
               MOVE WRK-CAB-CANCEL       TO REG-AGDREL
               WRITE REG-AGDREL AFTER 2 LINES
               MOVE WRK-CAB-CANCEL2      TO REG-AGDREL
               WRITE REG-AGDREL AFTER 2 LINES
           END-IF.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------
       0120-CARREGAR-OPERADORES         SECTION.
      *-----------------------------------------------------------------
      *    SEM O ARQUIVO OPERADOR (STATUS 35) QUALQUER OPERADOR PODE
      *    CANCELAR, COMO NA DIGITACAO DO MANTCLI.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-QT-OPER.
           OPEN INPUT OPERADOR.

           IF FS-OPERADOR EQUAL ZEROS
               SET WRK-CONTROLE-ATIVO TO TRUE
               PERFORM 0121-LER-OPERADOR
                   UNTIL FS-OPERADOR NOT EQUAL ZEROS
               CLOSE OPERADOR
           ELSE
               IF FS-OPERADOR EQUAL 35
                   SET WRK-CONTROLE-INATIVO TO TRUE
               ELSE
                   MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
                   MOVE FS-OPERADOR              TO WRK-STATUS-ERRO
                   MOVE "0120-CARREGAR-OPERADORES" TO WRK-AREA-ERRO
                   MOVE "MANTAGD"                TO WRK-PROGRAMA-ERRO
                   MOVE "OPERADOR"               TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

       0120-CARREGAR-OPERADORES-FIM.    EXIT.

      *-----------------------------------------------------------------
       0121-LER-OPERADOR                SECTION.
      *-----------------------------------------------------------------

           READ OPERADOR.

           IF FS-OPERADOR EQUAL ZEROS
               IF WRK-QT-OPER LESS 50
                   ADD 1 TO WRK-QT-OPER
                   MOVE OPER-ID    TO OPER-TAB-ID    (WRK-QT-OPER)
                   MOVE OPER-NIVEL TO OPER-TAB-NIVEL (WRK-QT-OPER)
               END-IF
           ELSE
               IF FS-OPERADOR NOT EQUAL 10
                   MOVE WRK-ERRO-LEIT            TO WRK-DESCRICAO-ERRO
                   MOVE FS-OPERADOR              TO WRK-STATUS-ERRO
                   MOVE "0121-LER-OPERADOR"      TO WRK-AREA-ERRO
                   MOVE "MANTAGD"                TO WRK-PROGRAMA-ERRO
                   MOVE "OPERADOR"               TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

       0121-LER-OPERADOR-FIM.           EXIT.

      *-----------------------------------------------------------------
       0125-LER-PARAMETROS              SECTION.
      *-----------------------------------------------------------------
      *    HORIZONTE 999 LISTA A AGENDA INTEIRA; OS DEMAIS VIRAM A
      *    DATA LIMITE PELA SOMA DE DIAS CORRIDOS DO DIAUTIL.
      *-----------------------------------------------------------------

           OPEN INPUT AGDPARM.

           IF FS-AGDPARM EQUAL ZEROS
               READ AGDPARM
               IF FS-AGDPARM EQUAL ZEROS
                   IF AGDP-DIAS NUMERIC
                      AND AGDP-DIAS GREATER ZEROS
                       MOVE AGDP-DIAS TO WRK-DIAS-HORIZONTE
                   END-IF
               END-IF
               CLOSE AGDPARM
           ELSE
               IF FS-AGDPARM NOT EQUAL 35
                   MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
                   MOVE FS-AGDPARM               TO WRK-STATUS-ERRO
                   MOVE "0125-LER-PARAMETROS"    TO WRK-AREA-ERRO
                   MOVE "MANTAGD"                TO WRK-PROGRAMA-ERRO
                   MOVE "AGDPARM"                TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

           IF WRK-DIAS-HORIZONTE EQUAL 999
               MOVE 99999999             TO WRK-DATA-LIMITE
           ELSE
               SET DIU-FUNC-CORRIDOS     TO TRUE
               MOVE WRK-DATA-ATUAL       TO DIU-DATA
               MOVE WRK-DIAS-HORIZONTE   TO DIU-QT-DIAS
               CALL "DIAUTIL" USING DIU-PARAMETRO
               MOVE DIU-DATA             TO WRK-DATA-LIMITE
           END-IF.

       0125-LER-PARAMETROS-FIM.         EXIT.

      *-----------------------------------------------------------------
       0160-LER-DADOS                   SECTION.
      *-----------------------------------------------------------------

           READ AGDCANC.

           IF FS-AGDCANC NOT EQUAL 00 AND NOT EQUAL 10
               MOVE WRK-ERRO-LEIT    TO WRK-DESCRICAO-ERRO
               MOVE FS-AGDCANC       TO WRK-STATUS-ERRO
               MOVE "0160-LER-DADOS" TO WRK-AREA-ERRO
               MOVE "MANTAGD"        TO WRK-PROGRAMA-ERRO
               MOVE "AGDCANC"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0160-LER-DADOS-FIM.              EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                   SECTION.
      *-----------------------------------------------------------------
      *    UM PEDIDO DE CANCELAMENTO: OPERADOR AUTORIZADO E AO MENOS
      *    UMA PENDENTE DA DATA/CODIGO/TIPO PEDIDOS.
      *-----------------------------------------------------------------

           ADD 1 TO ACU-PEDIDOS-LIDOS.
           MOVE ZEROS                    TO WRK-QT-CANCELADAS.
           MOVE SPACES                   TO WRK-CAN-SITUACAO.

           SET WRK-OPER-ACHADO TO TRUE.
           IF WRK-CONTROLE-ATIVO
               SET WRK-OPER-NAO-ACHADO TO TRUE
               PERFORM 0210-PROCURAR-OPERADOR
                   VARYING IDX-OPER FROM 1 BY 1
                   UNTIL IDX-OPER GREATER WRK-QT-OPER
           END-IF.

           IF WRK-OPER-NAO-ACHADO
               MOVE "RECUSADO - OPERADOR NAO AUTORIZADO" TO
                                            WRK-CAN-SITUACAO
           ELSE
               MOVE AGDC-DATA-EFETIVA    TO MPEN-DATA-EFETIVA
               MOVE AGDC-CODIGO          TO MPEN-CODIGO
               MOVE AGDC-TIPO            TO MPEN-TIPO
               MOVE ZEROS                TO MPEN-SEQ
               SET WRK-NAO-FIM-PENDENTE  TO TRUE
               START MANTPEND KEY IS NOT LESS MPEN-CHAVE
                   INVALID KEY
                       SET WRK-FIM-PENDENTE TO TRUE
               END-START
               PERFORM 0220-CANCELAR-PENDENTE
                   UNTIL WRK-FIM-PENDENTE
               IF WRK-QT-CANCELADAS EQUAL ZEROS
                   MOVE "RECUSADO - NENHUMA PENDENTE ENCONTRADA" TO
                                            WRK-CAN-SITUACAO
               ELSE
                   MOVE "CANCELADA(S)"   TO WRK-CAN-SITUACAO
               END-IF
           END-IF.

           IF WRK-QT-CANCELADAS EQUAL ZEROS
               ADD 1 TO ACU-PEDIDOS-RECUSADOS
           ELSE
               ADD 1 TO ACU-PEDIDOS-ACEITOS
           END-IF.

           PERFORM 0250-GRAVAR-CANCELAMENTO.

           PERFORM 0160-LER-DADOS.

       0200-PROCESSAR-FIM.              EXIT.

      *-----------------------------------------------------------------
       0210-PROCURAR-OPERADOR           SECTION.
      *-----------------------------------------------------------------

           IF OPER-TAB-ID (IDX-OPER) EQUAL AGDC-OPERADOR
               SET WRK-OPER-ACHADO TO TRUE
           END-IF.

       0210-PROCURAR-OPERADOR-FIM.      EXIT.

      *-----------------------------------------------------------------
       0220-CANCELAR-PENDENTE           SECTION.
      *-----------------------------------------------------------------
      *    PERCORRE AS CHAVES DA DATA/CODIGO (E DO TIPO, SE PEDIDO);
      *    SO A SITUACAO "P" E CANCELADA - LIBERADA, REJEITADA OU JA
      *    CANCELADA FICA COMO ESTA.
      *-----------------------------------------------------------------

           READ MANTPEND NEXT RECORD.

           IF FS-MANTPEND NOT EQUAL ZEROS
               IF FS-MANTPEND NOT EQUAL 10
                   MOVE WRK-ERRO-LEIT            TO WRK-DESCRICAO-ERRO
                   MOVE FS-MANTPEND              TO WRK-STATUS-ERRO
                   MOVE "0220-CANCELAR-PENDENTE" TO WRK-AREA-ERRO
                   MOVE "MANTAGD"                TO WRK-PROGRAMA-ERRO
                   MOVE "MANTPEND"               TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
               SET WRK-FIM-PENDENTE TO TRUE
           ELSE
               IF MPEN-DATA-EFETIVA NOT EQUAL AGDC-DATA-EFETIVA
                  OR MPEN-CODIGO NOT EQUAL AGDC-CODIGO
                  OR (AGDC-TIPO NOT EQUAL SPACES
                      AND MPEN-TIPO NOT EQUAL AGDC-TIPO)
                   SET WRK-FIM-PENDENTE TO TRUE
               ELSE
                   IF MPEN-PENDENTE
                       PERFORM 0230-GRAVAR-CANCELADA
                   END-IF
               END-IF
           END-IF.

       0220-CANCELAR-PENDENTE-FIM.      EXIT.

      *-----------------------------------------------------------------
       0230-GRAVAR-CANCELADA            SECTION.
      *-----------------------------------------------------------------

           SET MPEN-CANCELADA            TO TRUE.
           MOVE WRK-DATA-ATUAL           TO MPEN-DATA-SITUACAO.
           MOVE AGDC-OPERADOR            TO MPEN-OPERADOR-SITUACAO.
           MOVE ZEROS                    TO MPEN-COD-MOTIVO.
           MOVE AGDC-MOTIVO              TO MPEN-MOTIVO.

           REWRITE REG-MANT-PENDENTE.
           IF FS-MANTPEND NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-MANTPEND              TO WRK-STATUS-ERRO
               MOVE "0230-GRAVAR-CANCELADA"  TO WRK-AREA-ERRO
               MOVE "MANTAGD"                TO WRK-PROGRAMA-ERRO
               MOVE "MANTPEND"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           ADD 1 TO WRK-QT-CANCELADAS
                    ACU-CANCELADAS.

       0230-GRAVAR-CANCELADA-FIM.       EXIT.

      *-----------------------------------------------------------------
       0250-GRAVAR-CANCELAMENTO         SECTION.
      *-----------------------------------------------------------------

           MOVE AGDC-DATA-EFETIVA        TO WRK-DATA-AUX.
           PERFORM 0800-EDITAR-DATA.
           MOVE WRK-DATA-EDITADA         TO WRK-CAN-DATA.
           MOVE AGDC-CODIGO              TO WRK-CAN-CODIGO.
           MOVE AGDC-TIPO                TO WRK-CAN-TIPO.
           MOVE AGDC-OPERADOR            TO WRK-CAN-OPERADOR.
           MOVE WRK-QT-CANCELADAS        TO WRK-CAN-QTD.

           MOVE WRK-LINHA-CANCEL         TO REG-AGDREL.
           WRITE REG-AGDREL AFTER 1 LINE.
           IF FS-AGDREL NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-AGDREL                TO WRK-STATUS-ERRO
               MOVE "0250-GRAVAR-CANCELAMENTO" TO WRK-AREA-ERRO
               MOVE "MANTAGD"                TO WRK-PROGRAMA-ERRO
               MOVE "AGDREL"                 TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0250-GRAVAR-CANCELAMENTO-FIM.    EXIT.

      *-----------------------------------------------------------------
       0400-LISTAR-AGENDA               SECTION.
      *-----------------------------------------------------------------
      *    PENDENTES EM ORDEM DE CHAVE (DATA EFETIVA, CODIGO, TIPO)
      *    ATE A DATA LIMITE. PENDENTE VENCIDA QUE AINDA NAO PASSOU
      *    PELO MANTCLI TAMBEM SAI - ENTRA NA PROXIMA LIBERACAO.
      *-----------------------------------------------------------------

           IF WRK-DATA-LIMITE EQUAL 99999999
               MOVE "TODAS"              TO WRK-CAB-LIMITE
           ELSE
               MOVE WRK-DATA-LIMITE      TO WRK-DATA-AUX
               PERFORM 0800-EDITAR-DATA
               MOVE WRK-DATA-EDITADA     TO WRK-CAB-LIMITE
           END-IF.

           MOVE WRK-CAB-AGENDA           TO REG-AGDREL.
           WRITE REG-AGDREL AFTER 3 LINES.
           MOVE WRK-CAB-AGENDA2          TO REG-AGDREL.
           WRITE REG-AGDREL AFTER 2 LINES.
           IF FS-AGDREL NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-AGDREL                TO WRK-STATUS-ERRO
               MOVE "0400-LISTAR-AGENDA"     TO WRK-AREA-ERRO
               MOVE "MANTAGD"                TO WRK-PROGRAMA-ERRO
               MOVE "AGDREL"                 TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           SET WRK-NAO-FIM-PENDENTE TO TRUE.
           MOVE LOW-VALUES TO MPEN-CHAVE.
           START MANTPEND KEY IS NOT LESS MPEN-CHAVE
               INVALID KEY
                   SET WRK-FIM-PENDENTE TO TRUE
           END-START.

           PERFORM 0410-LER-AGENDA
               UNTIL WRK-FIM-PENDENTE.

           MOVE ACU-PENDENTES-LISTADAS   TO WRK-TOT-PENDENTES.
           MOVE WRK-LINHA-TOTAL          TO REG-AGDREL.
           WRITE REG-AGDREL AFTER 2 LINES.

       0400-LISTAR-AGENDA-FIM.          EXIT.

      *-----------------------------------------------------------------
       0410-LER-AGENDA                  SECTION.
      *-----------------------------------------------------------------

           READ MANTPEND NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-MANTPEND EQUAL 10
                   SET WRK-FIM-PENDENTE TO TRUE
               WHEN FS-MANTPEND NOT EQUAL ZEROS
                   MOVE WRK-ERRO-LEIT            TO WRK-DESCRICAO-ERRO
                   MOVE FS-MANTPEND              TO WRK-STATUS-ERRO
                   MOVE "0410-LER-AGENDA"        TO WRK-AREA-ERRO
                   MOVE "MANTAGD"                TO WRK-PROGRAMA-ERRO
                   MOVE "MANTPEND"               TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               WHEN MPEN-DATA-EFETIVA GREATER WRK-DATA-LIMITE
                   SET WRK-FIM-PENDENTE TO TRUE
               WHEN MPEN-PENDENTE
                   PERFORM 0420-GRAVAR-AGENDA
           END-EVALUATE.

       0410-LER-AGENDA-FIM.             EXIT.

      *-----------------------------------------------------------------
       0420-GRAVAR-AGENDA               SECTION.
      *-----------------------------------------------------------------

           MOVE MPEN-TRANSACAO           TO REG-MANUTENCAO.

           MOVE MPEN-DATA-EFETIVA        TO WRK-DATA-AUX.
           PERFORM 0800-EDITAR-DATA.
           MOVE WRK-DATA-EDITADA         TO WRK-AGD-DATA.
           MOVE MPEN-DATA-ENTRADA        TO WRK-DATA-AUX.
           PERFORM 0800-EDITAR-DATA.
           MOVE WRK-DATA-EDITADA         TO WRK-AGD-ENTRADA.

           MOVE MPEN-CODIGO              TO WRK-AGD-CODIGO.
           MOVE MPEN-OPERADOR            TO WRK-AGD-OPERADOR.
           MOVE MANT-NOME                TO WRK-AGD-NOME.
           MOVE MANT-STREAMING           TO WRK-AGD-STREAMING.
           MOVE MANT-PLANO               TO WRK-AGD-PLANO.
           MOVE MANT-ASSINATURA          TO WRK-AGD-ASSINATURA.

           EVALUATE MPEN-TIPO
               WHEN "A"
                   MOVE "INCLUSAO"       TO WRK-AGD-TRANSACAO
               WHEN "C"
                   MOVE "ALTERACAO"      TO WRK-AGD-TRANSACAO
               WHEN "E"
                   MOVE "EXCLUSAO"       TO WRK-AGD-TRANSACAO
               WHEN "P"
                   MOVE "APROVACAO"      TO WRK-AGD-TRANSACAO
               WHEN "U"
                   MOVE "PAUSA"          TO WRK-AGD-TRANSACAO
               WHEN "S"
                   MOVE "INC.ASSINAT."   TO WRK-AGD-TRANSACAO
               WHEN "T"
                   MOVE "ENC.ASSINAT."   TO WRK-AGD-TRANSACAO
               WHEN "X"
                   MOVE "PED.CANCEL."    TO WRK-AGD-TRANSACAO
               WHEN OTHER
                   MOVE MPEN-TIPO        TO WRK-AGD-TRANSACAO
           END-EVALUATE.

           MOVE WRK-LINHA-AGENDA         TO REG-AGDREL.
           WRITE REG-AGDREL AFTER 1 LINE.
           IF FS-AGDREL NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-AGDREL                TO WRK-STATUS-ERRO
               MOVE "0420-GRAVAR-AGENDA"     TO WRK-AREA-ERRO
               MOVE "MANTAGD"                TO WRK-PROGRAMA-ERRO
               MOVE "AGDREL"                 TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           ADD 1 TO ACU-PENDENTES-LISTADAS.

       0420-GRAVAR-AGENDA-FIM.          EXIT.

      *-----------------------------------------------------------------
       0800-EDITAR-DATA                 SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-AUX-DD               TO WRK-EDT-DD.
           MOVE WRK-AUX-MM               TO WRK-EDT-MM.
           MOVE WRK-AUX-AAAA             TO WRK-EDT-AAAA.

       0800-EDITAR-DATA-FIM.            EXIT.

      *-----------------------------------------------------------------
       0290-ESTATISTICA                 SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-TRACO.
           DISPLAY "PEDIDOS DE CANCELAMENTO LIDOS: " ACU-PEDIDOS-LIDOS.
           DISPLAY "PEDIDOS ATENDIDOS............: "
                   ACU-PEDIDOS-ACEITOS.
           DISPLAY "PEDIDOS RECUSADOS............: "
                   ACU-PEDIDOS-RECUSADOS.
           DISPLAY "AGENDADAS CANCELADAS.........: " ACU-CANCELADAS.
           DISPLAY "PENDENTES NA AGENDA LISTADA..: "
                   ACU-PENDENTES-LISTADAS.
           DISPLAY WRK-TRACO.
           DISPLAY WRK-FIM-PROGRAMA.
           DISPLAY WRK-TRACO.

       0290-ESTATISTICA-FIM.            EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                   SECTION.
      *-----------------------------------------------------------------

           PERFORM 0290-ESTATISTICA.

           IF WRK-AGDCANC-PRESENTE
               CLOSE AGDCANC
               IF FS-AGDCANC NOT EQUAL ZEROS
                   MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
                   MOVE FS-AGDCANC        TO WRK-STATUS-ERRO
                   MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
                   MOVE "MANTAGD"         TO WRK-PROGRAMA-ERRO
                   MOVE "AGDCANC"         TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

           CLOSE MANTPEND.
           IF FS-MANTPEND NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-MANTPEND       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "MANTAGD"         TO WRK-PROGRAMA-ERRO
               MOVE "MANTPEND"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE AGDREL.
           IF FS-AGDREL NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-AGDREL         TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "MANTAGD"         TO WRK-PROGRAMA-ERRO
               MOVE "AGDREL"          TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           IF ACU-PEDIDOS-RECUSADOS GREATER ZEROS
               MOVE 04 TO RETURN-CODE
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
