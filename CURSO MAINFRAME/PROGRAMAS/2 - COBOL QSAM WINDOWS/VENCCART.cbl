      *-----------------------------------------------------------------
       IDENTIFICATION                   DIVISION.
       PROGRAM-ID. VENCCART.
      *=================================================================
      *== PROGRAMA....: VENCCART
      *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
      *== ANALISTA....: IVAN SANCHES
      *== DATA........: 15/10/2026
      *== CONSULTORIA:
      *-----------------------------------------------------------------
      *== OBJETIVO....: GERAR O EXTRATO DE CARTOES VENCENDO NO MES
      *                 (ARQUIVO CARTVENC, BOOK REGCVEN) A PARTIR DO
      *                 CADASTRO DE CARTOES (BOOK REGCART): CARTAO
      *                 ATIVO COM VALIDADE IGUAL AO MES DA RODADA, DE
      *                 CLIENTE CADASTRADO E NAO CANCELADO NO MESTRE,
      *                 SAI COM NOME, E-MAIL, BANDEIRA, 4 ULTIMOS
      *                 DIGITOS E A INDICACAO SE O CLIENTE ESTA HOJE
      *                 COBRADO NO CARTAO (REG-DEBITO-CARTAO) - PARA O
      *                 AVISO DE TROCA ANTES DA PROXIMA COBRANCA.
      *-----------------------------------------------------------------
      *===================ESPECIFICACOES DO PROGRAMA====================
      *    ARQUIVO                    TIPO               BOOK
      *    CARTOES                   INPUT              REGCART
      *    CLIENTES                  INPUT              REGCLI
      *    CARTVENC                  OUTPUT             REGCVEN
      *    VENCCART                  INPUT              BOOKMSG
      *    VENCCART                  INPUT              BOOKASSI
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
           SELECT CARTOES ASSIGN TO WRK-NOME-CARTOES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CAR-CODIGO
           FILE STATUS IS FS-CARTOES.

           SELECT CLIENTES ASSIGN TO WRK-NOME-CLIENTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-CODIGO
           FILE STATUS IS FS-CLIENTES.

           SELECT CARTVENC ASSIGN TO WRK-NOME-CARTVENC
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CARTVENC.
      *-----------------------------------------------------------------

      *=================================================================
       DATA                             DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                             SECTION.
      *-----------------------------------------------------------------
      *
      *            INPUT - CADASTRO DE CARTOES TOKENIZADOS (MANTCART)
      *
      *-----------------------------------------------------------------
       FD  CARTOES.
       COPY "REGCART".

      *-----------------------------------------------------------------
      *
      *            INPUT - MESTRE INDEXADO DE CLIENTES
      *
      *-----------------------------------------------------------------
       FD  CLIENTES.
       COPY "REGCLI".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - EXTRATO DE CARTOES VENCENDO NO MES
      *
      *-----------------------------------------------------------------
       FD  CARTVENC.
       COPY "REGCVEN".

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

       01  FS-CARTOES                   PIC 9(002)         VALUE ZEROS.
       01  FS-CLIENTES                  PIC 9(002)         VALUE ZEROS.
       01  FS-CARTVENC                  PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----NOMES EXTERNALIZADOS VIA DD-----".
      *-----------------------------------------------------------------

       01  WRK-NOME-CARTOES             PIC X(040)         VALUE
              "C:\RELATORIO\dados\CARTOES.DAT".
       01  WRK-NOME-CLIENTES            PIC X(040)         VALUE
              "C:\RELATORIO\dados\CLIENTES.DAT".
       01  WRK-NOME-CARTVENC            PIC X(040)         VALUE
              "C:\RELATORIO\dados\CARTVENC.DAT".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----DATA DA RODADA-----".
      *-----------------------------------------------------------------

       01  WRK-DATA-EXECUCAO            PIC 9(008)         VALUE ZEROS.
       01  WRK-DATA-EXECUCAO-R REDEFINES WRK-DATA-EXECUCAO.
           05 WRK-MES-EXECUCAO          PIC 9(006).
           05 FILLER                    PIC 9(002).

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEL DE ACUMULACAO-----".
      *-----------------------------------------------------------------

       01  ACU-LIDOS                    PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-VENCENDO                 PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-NO-CARTAO                PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-IGNORADOS                PIC 9(005)  COMP-3 VALUE ZEROS.

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
           PERFORM 0200-PROCESSAR UNTIL FS-CARTOES EQUAL 10.
           PERFORM 0300-FINALIZAR.

       0000-PRINCIPAL-FIM.              EXIT.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                 SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CARTOES".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-CARTOES
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CLIENTES".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-CLIENTES
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CARTVENC".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-CARTVENC
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           OPEN INPUT CARTOES.
           IF FS-CARTOES NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-CARTOES               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "VENCCART"               TO WRK-PROGRAMA-ERRO
               MOVE "CARTOES"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "VENCCART"               TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN OUTPUT CARTVENC.
           IF FS-CARTVENC NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-CARTVENC              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "VENCCART"               TO WRK-PROGRAMA-ERRO
               MOVE "CARTVENC"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------
       0160-LER-DADOS                   SECTION.
      *-----------------------------------------------------------------

           READ CARTOES.

           IF FS-CARTOES NOT EQUAL 00 AND NOT EQUAL 10
               MOVE WRK-ERRO-LEIT    TO WRK-DESCRICAO-ERRO
               MOVE FS-CARTOES       TO WRK-STATUS-ERRO
               MOVE "0160-LER-DADOS" TO WRK-AREA-ERRO
               MOVE "VENCCART"       TO WRK-PROGRAMA-ERRO
               MOVE "CARTOES"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0160-LER-DADOS-FIM.              EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                   SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO ACU-LIDOS.

           IF CAR-ATIVO AND CAR-VALIDADE EQUAL WRK-MES-EXECUCAO
               MOVE CAR-CODIGO TO REG-CODIGO
               READ CLIENTES KEY IS REG-CODIGO
                   INVALID KEY
                       ADD 1 TO ACU-IGNORADOS
                   NOT INVALID KEY
                       IF REG-TIPO-DETALHE AND NOT REG-CANCELADO
                           PERFORM 0210-GRAVAR-EXTRATO
                       ELSE
                           ADD 1 TO ACU-IGNORADOS
                       END-IF
               END-READ
           END-IF.

           PERFORM 0160-LER-DADOS.

       0200-PROCESSAR-FIM.              EXIT.

      *-----------------------------------------------------------------
       0210-GRAVAR-EXTRATO              SECTION.
      *-----------------------------------------------------------------

           MOVE CAR-CODIGO          TO CVE-CODIGO.
           MOVE REG-NOME            TO CVE-NOME.
           MOVE REG-EMAIL           TO CVE-EMAIL.
           MOVE CAR-BANDEIRA        TO CVE-BANDEIRA.
           MOVE CAR-FINAL-CARTAO    TO CVE-FINAL-CARTAO.
           MOVE CAR-VALIDADE        TO CVE-VALIDADE.

           IF REG-DEBITO-CARTAO
               SET CVE-COBRADO-NO-CARTAO     TO TRUE
               ADD 1 TO ACU-NO-CARTAO
           ELSE
               SET CVE-NAO-COBRADO-NO-CARTAO TO TRUE
           END-IF.

           WRITE REG-CARTAO-VENCENDO.
           IF FS-CARTVENC NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-CARTVENC              TO WRK-STATUS-ERRO
               MOVE "0210-GRAVAR-EXTRATO"    TO WRK-AREA-ERRO
               MOVE "VENCCART"               TO WRK-PROGRAMA-ERRO
               MOVE "CARTVENC"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           ADD 1 TO ACU-VENCENDO.

       0210-GRAVAR-EXTRATO-FIM.         EXIT.

      *-----------------------------------------------------------------
       0290-ESTATISTICA                 SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-TRACO.
           DISPLAY "TOTAL DE CARTOES LIDOS.......: " ACU-LIDOS.
           DISPLAY "MES DE VALIDADE..............: " WRK-MES-EXECUCAO.
           DISPLAY "CARTOES VENCENDO NO EXTRATO..: " ACU-VENCENDO.
           DISPLAY "DESSES, COBRADOS NO CARTAO...: " ACU-NO-CARTAO.
           DISPLAY "IGNORADOS (CLIENTE INVALIDO).: " ACU-IGNORADOS.
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

           CLOSE CARTOES.
           IF FS-CARTOES NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-CARTOES        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "VENCCART"        TO WRK-PROGRAMA-ERRO
               MOVE "CARTOES"         TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "VENCCART"        TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE CARTVENC.
           IF FS-CARTVENC NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-CARTVENC       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "VENCCART"        TO WRK-PROGRAMA-ERRO
               MOVE "CARTVENC"        TO WRK-ARQUIVO-ERRO
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
