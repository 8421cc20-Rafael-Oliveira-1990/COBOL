      *-----------------------------------------------------------------
       IDENTIFICATION                   DIVISION.
       PROGRAM-ID. BOUNCSMS.
      *=================================================================
      *== PROGRAMA....: BOUNCSMS
      *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
      *== ANALISTA....: IVAN SANCHES
      *== DATA........: 15/10/2026
      *== CONSULTORIA:
      *-----------------------------------------------------------------
      *== OBJETIVO....: PROCESSAR O RETORNO DE FALHAS DE ENTREGA DO
      *                 GATEWAY DE SMS/WHATSAPP (ARQUIVO SMSFALHA, BOOK
      *                 REGSMSF): CADA CELULAR DEVOLVIDO E CASADO COM
      *                 CONT-CELULAR NO CADASTRO DE CONTATO (ARQUIVO
      *                 CONTATOS, BOOK REGCONT); O CONTATO ATINGIDO TEM
      *                 O CELULAR MARCADO COMO INVALIDO, COM DATA E
      *                 MOTIVO DA FALHA, E QUEM PREFERIA SMS/WHATSAPP
      *                 VOLTA PARA O EMAIL (SE O CLIENTE TEM E-FATURA E
      *                 EMAIL VALIDO NO MESTRE CLIENTES) OU PARA O
      *                 PAPEL - O NOTIFCLI E O EFATENVI DEIXAM DE
      *                 GERAR MENSAGEM PARA ELE. OS CONTATOS ATINGIDOS
      *                 SAEM NO RELATORIO SMSREL PARA O ATENDIMENTO
      *                 CORRER ATRAS DO NUMERO CORRETO.
      *-----------------------------------------------------------------
      *===================ESPECIFICACOES DO PROGRAMA====================
      *    ARQUIVO                    TIPO               BOOK
      *    SMSFALHA                  INPUT              REGSMSF
      *    CONTATOS                  I-O                REGCONT
      *    CLIENTES                  INPUT              REGCLI
      *    SMSREL                    OUTPUT             N/A
      *    BOUNCSMS                  INPUT              BOOKMSG
      *    BOUNCSMS                  INPUT              BOOKASSI
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
           SELECT SMSFALHA ASSIGN TO WRK-NOME-SMSFALHA
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-SMSFALHA.

           SELECT CONTATOS ASSIGN TO WRK-NOME-CONTATOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CONT-CODIGO
           FILE STATUS IS FS-CONTATOS.

           SELECT CLIENTES ASSIGN TO WRK-NOME-CLIENTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-CODIGO
           FILE STATUS IS FS-CLIENTES.

           SELECT SMSREL ASSIGN TO WRK-NOME-SMSREL
           FILE STATUS IS FS-SMSREL.
      *-----------------------------------------------------------------

      *=================================================================
       DATA                             DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                             SECTION.
      *-----------------------------------------------------------------
      *
      *            INPUT - FALHAS DE ENTREGA DO GATEWAY DE SMS/WHATSAPP
      *
      *-----------------------------------------------------------------
       FD  SMSFALHA.
       COPY "REGSMSF".

      *-----------------------------------------------------------------
      *
      *            I-O - CADASTRO DE CONTATO (CELULAR E PREFERENCIA)
      *
      *-----------------------------------------------------------------
       FD  CONTATOS.
       COPY "REGCONT".

      *-----------------------------------------------------------------
      *
      *            INPUT - MESTRE INDEXADO DE CLIENTES
      *
      *-----------------------------------------------------------------
       FD  CLIENTES.
       COPY "REGCLI".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - RELATORIO DE CELULARES INVALIDADOS
      *
      *-----------------------------------------------------------------
       FD  SMSREL.
       01  REG-SMSREL                   PIC X(080).

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

       01  FS-SMSFALHA                  PIC 9(002)         VALUE ZEROS.
       01  FS-CONTATOS                  PIC 9(002)         VALUE ZEROS.
       01  FS-CLIENTES                  PIC 9(002)         VALUE ZEROS.
       01  FS-SMSREL                    PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----NOMES EXTERNALIZADOS VIA DD-----".
      *-----------------------------------------------------------------

       01  WRK-NOME-SMSFALHA            PIC X(040)         VALUE
              "C:\RELATORIO\dados\SMSFALHA.DAT".
       01  WRK-NOME-CONTATOS            PIC X(040)         VALUE
              "C:\RELATORIO\dados\CONTATOS.DAT".
       01  WRK-NOME-CLIENTES            PIC X(040)         VALUE
              "C:\RELATORIO\dados\CLIENTES.DAT".
       01  WRK-NOME-SMSREL              PIC X(040)         VALUE
              "C:\RELATORIO\dados\SMSREL.txt".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----TABELA DE CELULARES DEVOLVIDOS-----".
      *-----------------------------------------------------------------

       01  TAB-SMSFALHA.
           05 SMSF-ENTRADA              OCCURS 999 TIMES
                                        INDEXED BY IDX-SMSF.
               10 SMSF-TAB-CELULAR      PIC 9(011).
               10 SMSF-TAB-MOTIVO       PIC X(030).

       01  WRK-QT-SMSFALHA              PIC 9(003)  COMP-3 VALUE ZEROS.

       01  WRK-DATA-ATUAL               PIC 9(008)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----LINHA DO RELATORIO DE CELULARES-----".
      *-----------------------------------------------------------------

       01  WRK-LINHA-CELULAR.
           05 WRK-CEL-CODIGO            PIC 9(007)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-CEL-NOME              PIC X(020)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-CEL-CELULAR           PIC 9(011)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-CEL-PREFERENCIA       PIC X(001)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-CEL-MOTIVO            PIC X(030)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEL DE ACUMULACAO-----".
      *-----------------------------------------------------------------

       01  ACU-LIDOS                    PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-INVALIDADOS              PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-PREF-EMAIL               PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-PREF-PAPEL               PIC 9(005)  COMP-3 VALUE ZEROS.

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
           PERFORM 0200-PROCESSAR UNTIL FS-CONTATOS EQUAL 10.
           PERFORM 0300-FINALIZAR.

       0000-PRINCIPAL-FIM.              EXIT.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                 SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_SMSFALHA".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-SMSFALHA
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CONTATOS".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-CONTATOS
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CLIENTES".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-CLIENTES
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_SMSREL".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-SMSREL
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           PERFORM 0120-CARREGAR-SMSFALHA.

           IF WRK-QT-SMSFALHA EQUAL ZEROS
               MOVE WRK-ARQ-VAZIO            TO WRK-DESCRICAO-ERRO
               MOVE ZEROS                    TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "BOUNCSMS"               TO WRK-PROGRAMA-ERRO
               MOVE "SMSFALHA"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN I-O    CONTATOS.
           IF FS-CONTATOS NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-CONTATOS              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "BOUNCSMS"               TO WRK-PROGRAMA-ERRO
               MOVE "CONTATOS"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN INPUT  CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "BOUNCSMS"               TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN OUTPUT SMSREL.
           IF FS-SMSREL NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-SMSREL                TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "BOUNCSMS"               TO WRK-PROGRAMA-ERRO
               MOVE "SMSREL"                 TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------
       0120-CARREGAR-SMSFALHA           SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-QT-SMSFALHA.
           OPEN INPUT SMSFALHA.
           IF FS-SMSFALHA NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-SMSFALHA              TO WRK-STATUS-ERRO
               MOVE "0120-CARREGAR-SMSFALHA" TO WRK-AREA-ERRO
               MOVE "BOUNCSMS"               TO WRK-PROGRAMA-ERRO
               MOVE "SMSFALHA"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           PERFORM 0121-LER-SMSFALHA
               UNTIL FS-SMSFALHA NOT EQUAL ZEROS.

           CLOSE SMSFALHA.

       0120-CARREGAR-SMSFALHA-FIM.      EXIT.

      *-----------------------------------------------------------------
       0121-LER-SMSFALHA                SECTION.
      *-----------------------------------------------------------------

           READ SMSFALHA.

           IF FS-SMSFALHA EQUAL ZEROS
               IF WRK-QT-SMSFALHA NOT LESS 999
                   MOVE WRK-ERRO-TABELA          TO WRK-DESCRICAO-ERRO
                   MOVE ZEROS                    TO WRK-STATUS-ERRO
                   MOVE "0121-LER-SMSFALHA"      TO WRK-AREA-ERRO
                   MOVE "BOUNCSMS"               TO WRK-PROGRAMA-ERRO
                   MOVE "SMSFALHA"               TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
               ADD 1 TO WRK-QT-SMSFALHA
               MOVE SMSF-CELULAR TO SMSF-TAB-CELULAR (WRK-QT-SMSFALHA)
               MOVE SMSF-MOTIVO  TO SMSF-TAB-MOTIVO  (WRK-QT-SMSFALHA)
           ELSE
               IF FS-SMSFALHA NOT EQUAL 10
                   MOVE WRK-ERRO-LEIT            TO WRK-DESCRICAO-ERRO
                   MOVE FS-SMSFALHA              TO WRK-STATUS-ERRO
                   MOVE "0121-LER-SMSFALHA"      TO WRK-AREA-ERRO
                   MOVE "BOUNCSMS"               TO WRK-PROGRAMA-ERRO
                   MOVE "SMSFALHA"               TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

       0121-LER-SMSFALHA-FIM.           EXIT.

      *-----------------------------------------------------------------
       0160-LER-DADOS                   SECTION.
      *-----------------------------------------------------------------

           READ CONTATOS.

           IF FS-CONTATOS NOT EQUAL 00 AND NOT EQUAL 10
               MOVE WRK-ERRO-LEIT    TO WRK-DESCRICAO-ERRO
               MOVE FS-CONTATOS      TO WRK-STATUS-ERRO
               MOVE "0160-LER-DADOS" TO WRK-AREA-ERRO
               MOVE "BOUNCSMS"       TO WRK-PROGRAMA-ERRO
               MOVE "CONTATOS"       TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0160-LER-DADOS-FIM.              EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                   SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO ACU-LIDOS.

           IF CONT-CELULAR-VALIDO AND CONT-CELULAR NOT EQUAL ZEROS
               SET IDX-SMSF TO 1
               SEARCH SMSF-ENTRADA
                   AT END
                       CONTINUE
                   WHEN SMSF-TAB-CELULAR (IDX-SMSF) EQUAL CONT-CELULAR
                       PERFORM 0220-INVALIDAR-CELULAR
               END-SEARCH
           END-IF.

           PERFORM 0160-LER-DADOS.

       0200-PROCESSAR-FIM.              EXIT.

      *-----------------------------------------------------------------
       0220-INVALIDAR-CELULAR           SECTION.
      *-----------------------------------------------------------------

           SET CONT-CELULAR-INVALIDO    TO TRUE.
           MOVE WRK-DATA-ATUAL          TO CONT-DATA-FALHA.
           MOVE SMSF-TAB-MOTIVO (IDX-SMSF) TO CONT-MOTIVO-FALHA.
           MOVE WRK-DATA-ATUAL          TO CONT-DATA-ATUALIZACAO.

           MOVE CONT-CODIGO             TO REG-CODIGO.
           READ CLIENTES KEY IS REG-CODIGO
               INVALID KEY
                   MOVE SPACES          TO REG-NOME
                   SET REG-EFATURA-NAO  TO TRUE
           END-READ.

           IF CONT-PREF-MENSAGEM
               IF REG-EFATURA-SIM AND REG-EMAIL-VALIDO
                   SET CONT-PREF-EMAIL  TO TRUE
                   ADD 1 TO ACU-PREF-EMAIL
               ELSE
                   SET CONT-PREF-PAPEL  TO TRUE
                   ADD 1 TO ACU-PREF-PAPEL
               END-IF
           END-IF.

           REWRITE REG-CONTATO.
           IF FS-CONTATOS NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-CONTATOS              TO WRK-STATUS-ERRO
               MOVE "0220-INVALIDAR-CELULAR" TO WRK-AREA-ERRO
               MOVE "BOUNCSMS"               TO WRK-PROGRAMA-ERRO
               MOVE "CONTATOS"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           MOVE CONT-CODIGO             TO WRK-CEL-CODIGO.
           MOVE REG-NOME                TO WRK-CEL-NOME.
           MOVE CONT-CELULAR            TO WRK-CEL-CELULAR.
           MOVE CONT-PREFERENCIA        TO WRK-CEL-PREFERENCIA.
           MOVE CONT-MOTIVO-FALHA       TO WRK-CEL-MOTIVO.

           MOVE WRK-LINHA-CELULAR       TO REG-SMSREL.
           WRITE REG-SMSREL AFTER 1 LINE.
           IF FS-SMSREL NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-SMSREL                TO WRK-STATUS-ERRO
               MOVE "0220-INVALIDAR-CELULAR" TO WRK-AREA-ERRO
               MOVE "BOUNCSMS"               TO WRK-PROGRAMA-ERRO
               MOVE "SMSREL"                 TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           ADD 1 TO ACU-INVALIDADOS.

       0220-INVALIDAR-CELULAR-FIM.      EXIT.

      *-----------------------------------------------------------------
       0290-ESTATISTICA                 SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-TRACO.
           DISPLAY "TOTAL DE CONTATOS LIDOS......: " ACU-LIDOS.
           DISPLAY "CELULARES DEVOLVIDOS.........: " WRK-QT-SMSFALHA.
           DISPLAY "CELULARES INVALIDADOS........: " ACU-INVALIDADOS.
           DISPLAY "PREFERENCIA VOLTOU P/ EMAIL..: " ACU-PREF-EMAIL.
           DISPLAY "PREFERENCIA VOLTOU P/ PAPEL..: " ACU-PREF-PAPEL.
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

           CLOSE CONTATOS.
           IF FS-CONTATOS NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-CONTATOS       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "BOUNCSMS"        TO WRK-PROGRAMA-ERRO
               MOVE "CONTATOS"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "BOUNCSMS"        TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE SMSREL.
           IF FS-SMSREL NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-SMSREL         TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "BOUNCSMS"        TO WRK-PROGRAMA-ERRO
               MOVE "SMSREL"          TO WRK-ARQUIVO-ERRO
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
