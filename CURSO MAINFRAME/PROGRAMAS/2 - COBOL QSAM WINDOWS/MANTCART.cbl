      *-----------------------------------------------------------------
       IDENTIFICATION                   DIVISION.
       PROGRAM-ID. MANTCART.
      *=================================================================
      *== PROGRAMA....: MANTCART
      *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
      *== ANALISTA....: IVAN SANCHES
      *== DATA........: 15/10/2026
      *== CONSULTORIA:
      *-----------------------------------------------------------------
      *== OBJETIVO....: APLICAR NO CADASTRO DE CARTOES (ARQUIVO
      *                 INDEXADO CARTOES, BOOK REGCART) OS TOKENS DE
      *                 CARTAO DE CREDITO DEVOLVIDOS PELA CREDENCIADORA
      *                 (ARQUIVO TOKCART, BOOK REGCTOK). O MOVIMENTO
      *                 "A" CADASTRA OU TROCA O CARTAO DO CLIENTE E O
      *                 "E" REMOVE (SITUACAO "R", O REGISTRO FICA PARA
      *                 HISTORICO). O CLIENTE TEM QUE EXISTIR COMO
      *                 DETALHE NAO CANCELADO NO MESTRE CLIENTES; TOKEN
      *                 EM BRANCO, BANDEIRA FORA DA TABELA, FINAL NAO
      *                 NUMERICO, VALIDADE INVALIDA OU JA VENCIDA
      *                 RECUSAM O MOVIMENTO. TODO MOVIMENTO SAI NA
      *                 LISTAGEM LISTCART COM O RESULTADO. A ESCOLHA DA
      *                 FORMA DE PAGAMENTO CONTINUA NO MANTCLI
      *                 (REG-DEBITO-AUTO = "C", COBRANCA NO CARTAO) -
      *                 CARTAO REMOVIDO DE CLIENTE QUE AINDA ESTA NO
      *                 CARTAO SAI DESTACADO NA LISTAGEM PARA A
      *                 OPERACAO TROCAR A FORMA DE PAGAMENTO.
      *-----------------------------------------------------------------
      *===================ESPECIFICACOES DO PROGRAMA====================
      *    ARQUIVO                    TIPO               BOOK
      *    TOKCART                   INPUT              REGCTOK
      *    CARTOES                   I-O                REGCART
      *    CLIENTES                  INPUT              REGCLI
      *    LISTCART                  OUTPUT             N/A
      *    MANTCART                  INPUT              BOOKMSG
      *    MANTCART                  INPUT              BOOKASSI
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
           SELECT TOKCART ASSIGN TO WRK-NOME-TOKCART
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-TOKCART.

           SELECT CARTOES ASSIGN TO WRK-NOME-CARTOES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CAR-CODIGO
           FILE STATUS IS FS-CARTOES.

           SELECT CLIENTES ASSIGN TO WRK-NOME-CLIENTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-CODIGO
           FILE STATUS IS FS-CLIENTES.

           SELECT LISTCART ASSIGN TO WRK-NOME-LISTCART
           FILE STATUS IS FS-LISTCART.
      *-----------------------------------------------------------------

      *=================================================================
       DATA                             DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                             SECTION.
      *-----------------------------------------------------------------
      *
      *            INPUT - TOKENS DE CARTAO DEVOLVIDOS PELA
      *            CREDENCIADORA
      *
      *-----------------------------------------------------------------
       FD  TOKCART.
       COPY "REGCTOK".

      *-----------------------------------------------------------------
      *
      *            I-O - CADASTRO DE CARTOES TOKENIZADOS
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
      *            OUTPUT - LISTAGEM DOS MOVIMENTOS E RESULTADOS
      *
      *-----------------------------------------------------------------
       FD  LISTCART.
       01  REG-LISTCART                 PIC X(080).

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

       01  FS-TOKCART                   PIC 9(002)         VALUE ZEROS.
       01  FS-CARTOES                   PIC 9(002)         VALUE ZEROS.
       01  FS-CLIENTES                  PIC 9(002)         VALUE ZEROS.
       01  FS-LISTCART                  PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----NOMES EXTERNALIZADOS VIA DD-----".
      *-----------------------------------------------------------------

       01  WRK-NOME-TOKCART             PIC X(040)         VALUE
              "C:\RELATORIO\dados\TOKCART.DAT".
       01  WRK-NOME-CARTOES             PIC X(040)         VALUE
              "C:\RELATORIO\dados\CARTOES.DAT".
       01  WRK-NOME-CLIENTES            PIC X(040)         VALUE
              "C:\RELATORIO\dados\CLIENTES.DAT".
       01  WRK-NOME-LISTCART            PIC X(040)         VALUE
              "C:\RELATORIO\dados\LISTCART.txt".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEIS DE DATA-----".
      *-----------------------------------------------------------------

       01  WRK-DATA-EXECUCAO            PIC 9(008)         VALUE ZEROS.
       01  WRK-DATA-EXECUCAO-R REDEFINES WRK-DATA-EXECUCAO.
           05 WRK-MES-EXECUCAO          PIC 9(006).
           05 FILLER                    PIC 9(002).

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEIS DO MOVIMENTO-----".
      *-----------------------------------------------------------------

       01  WRK-SW-MOVIMENTO             PIC X(001)         VALUE "S".
           88 WRK-MOVIMENTO-VALIDO                         VALUE "S".
           88 WRK-MOVIMENTO-RECUSADO                       VALUE "N".

       01  WRK-RESULTADO                PIC X(030)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----LINHA DA LISTAGEM DE MOVIMENTOS-----".
      *-----------------------------------------------------------------

       01  WRK-LINHA-MOVIMENTO.
           05 WRK-MOV-CODIGO            PIC 9(007)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-MOV-TIPO              PIC X(001)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-MOV-BANDEIRA          PIC X(010)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-MOV-FINAL             PIC X(004)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-MOV-VALIDADE          PIC X(006)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-MOV-RESULTADO         PIC X(030)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEL DE ACUMULACAO-----".
      *-----------------------------------------------------------------

       01  ACU-LIDOS                    PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-CADASTRADOS              PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-TROCADOS                 PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-REMOVIDOS                PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-RECUSADOS                PIC 9(005)  COMP-3 VALUE ZEROS.

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
           PERFORM 0200-PROCESSAR UNTIL FS-TOKCART EQUAL 10.
           PERFORM 0300-FINALIZAR.

       0000-PRINCIPAL-FIM.              EXIT.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                 SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_TOKCART".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-TOKCART
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

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

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_LISTCART".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-LISTCART
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           OPEN INPUT  TOKCART.
           IF FS-TOKCART NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-TOKCART               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "MANTCART"               TO WRK-PROGRAMA-ERRO
               MOVE "TOKCART"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN I-O    CARTOES.
           IF FS-CARTOES EQUAL 35
               OPEN OUTPUT CARTOES
               CLOSE CARTOES
               OPEN I-O    CARTOES
           END-IF.
           IF FS-CARTOES NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-CARTOES               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "MANTCART"               TO WRK-PROGRAMA-ERRO
               MOVE "CARTOES"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN INPUT  CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "MANTCART"               TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN OUTPUT LISTCART.
           IF FS-LISTCART NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-LISTCART              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "MANTCART"               TO WRK-PROGRAMA-ERRO
               MOVE "LISTCART"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------
       0150-VERIFICAR-VAZIO             SECTION.
      *-----------------------------------------------------------------

           PERFORM 0160-LER-DADOS.

           IF FS-TOKCART EQUAL 10
               MOVE WRK-ARQ-VAZIO          TO WRK-DESCRICAO-ERRO
               MOVE FS-TOKCART             TO WRK-STATUS-ERRO
               MOVE "0150-VERIFICAR-VAZIO" TO WRK-AREA-ERRO
               MOVE "MANTCART"             TO WRK-PROGRAMA-ERRO
               MOVE "TOKCART"              TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0150-VERIFICAR-VAZIO-FIM.        EXIT.

      *-----------------------------------------------------------------
       0160-LER-DADOS                   SECTION.
      *-----------------------------------------------------------------

           READ TOKCART.

           IF FS-TOKCART NOT EQUAL 00 AND NOT EQUAL 10
               MOVE WRK-ERRO-LEIT    TO WRK-DESCRICAO-ERRO
               MOVE FS-TOKCART       TO WRK-STATUS-ERRO
               MOVE "0160-LER-DADOS" TO WRK-AREA-ERRO
               MOVE "MANTCART"       TO WRK-PROGRAMA-ERRO
               MOVE "TOKCART"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0160-LER-DADOS-FIM.              EXIT.

      *-----------------------------------------------------------------
       0170-VALIDAR-CLIENTE             SECTION.
      *-----------------------------------------------------------------

           MOVE TOK-CODIGO TO REG-CODIGO.
           READ CLIENTES KEY IS REG-CODIGO
               INVALID KEY
                   SET WRK-MOVIMENTO-RECUSADO TO TRUE
                   MOVE "CLIENTE NAO CADASTRADO"  TO WRK-RESULTADO
               NOT INVALID KEY
                   IF NOT REG-TIPO-DETALHE
                       SET WRK-MOVIMENTO-RECUSADO TO TRUE
                       MOVE "CLIENTE NAO CADASTRADO"
                                                  TO WRK-RESULTADO
                   ELSE
                       IF REG-CANCELADO
                           SET WRK-MOVIMENTO-RECUSADO TO TRUE
                           MOVE "CLIENTE CANCELADO"
                                                  TO WRK-RESULTADO
                       END-IF
                   END-IF
           END-READ.

       0170-VALIDAR-CLIENTE-FIM.        EXIT.

      *-----------------------------------------------------------------
       0175-VALIDAR-CARTAO              SECTION.
      *-----------------------------------------------------------------
      *    A BANDEIRA E CONFERIDA PELA TABELA DO PROPRIO BOOK REGCART
      *    (CAR-BANDEIRA-VALIDA); A AREA DO REGISTRO E RECARREGADA NA
      *    GRAVACAO.
      *-----------------------------------------------------------------

           MOVE TOK-BANDEIRA TO CAR-BANDEIRA.

           EVALUATE TRUE
               WHEN TOK-TOKEN EQUAL SPACES
                   SET WRK-MOVIMENTO-RECUSADO TO TRUE
                   MOVE "TOKEN NAO INFORMADO"      TO WRK-RESULTADO
               WHEN NOT CAR-BANDEIRA-VALIDA
                   SET WRK-MOVIMENTO-RECUSADO TO TRUE
                   MOVE "BANDEIRA INVALIDA"        TO WRK-RESULTADO
               WHEN TOK-FINAL-CARTAO NOT NUMERIC
                   SET WRK-MOVIMENTO-RECUSADO TO TRUE
                   MOVE "FINAL DO CARTAO INVALIDO" TO WRK-RESULTADO
               WHEN TOK-VALIDADE NOT NUMERIC
                   SET WRK-MOVIMENTO-RECUSADO TO TRUE
                   MOVE "VALIDADE INVALIDA"        TO WRK-RESULTADO
               WHEN TOK-VALIDADE-MM LESS 01
                 OR TOK-VALIDADE-MM GREATER 12
                   SET WRK-MOVIMENTO-RECUSADO TO TRUE
                   MOVE "VALIDADE INVALIDA"        TO WRK-RESULTADO
               WHEN TOK-VALIDADE LESS WRK-MES-EXECUCAO
                   SET WRK-MOVIMENTO-RECUSADO TO TRUE
                   MOVE "CARTAO VENCIDO"           TO WRK-RESULTADO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0175-VALIDAR-CARTAO-FIM.         EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                   SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO ACU-LIDOS.

           SET WRK-MOVIMENTO-VALIDO TO TRUE.
           MOVE SPACES              TO WRK-RESULTADO.

           EVALUATE TRUE
               WHEN TOK-CADASTRAR
                   PERFORM 0170-VALIDAR-CLIENTE
                   IF WRK-MOVIMENTO-VALIDO
                       PERFORM 0175-VALIDAR-CARTAO
                   END-IF
                   IF WRK-MOVIMENTO-VALIDO
                       PERFORM 0210-CADASTRAR
                   END-IF
               WHEN TOK-REMOVER
                   PERFORM 0220-REMOVER
               WHEN OTHER
                   SET WRK-MOVIMENTO-RECUSADO TO TRUE
                   MOVE "TIPO DE MOVIMENTO INVALIDO" TO WRK-RESULTADO
           END-EVALUATE.

           IF WRK-MOVIMENTO-RECUSADO
               ADD 1 TO ACU-RECUSADOS
           END-IF.

           PERFORM 0250-GRAVAR-LISTAGEM.

           PERFORM 0160-LER-DADOS.

       0200-PROCESSAR-FIM.              EXIT.

      *-----------------------------------------------------------------
       0210-CADASTRAR                   SECTION.
      *-----------------------------------------------------------------
      *    CARTAO NOVO E GRAVADO; CLIENTE QUE JA TEM CARTAO (ATIVO OU
      *    REMOVIDO) TEM O REGISTRO SUBSTITUIDO PELO CARTAO NOVO.
      *-----------------------------------------------------------------

           MOVE TOK-CODIGO TO CAR-CODIGO.
           READ CARTOES KEY IS CAR-CODIGO
               INVALID KEY
                   PERFORM 0215-CARREGAR-CARTAO
                   WRITE REG-CARTAO
                   MOVE "CARTAO CADASTRADO"      TO WRK-RESULTADO
                   ADD 1 TO ACU-CADASTRADOS
               NOT INVALID KEY
                   PERFORM 0215-CARREGAR-CARTAO
                   REWRITE REG-CARTAO
                   MOVE "CARTAO TROCADO"         TO WRK-RESULTADO
                   ADD 1 TO ACU-TROCADOS
           END-READ.

           IF FS-CARTOES NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-CARTOES               TO WRK-STATUS-ERRO
               MOVE "0210-CADASTRAR"         TO WRK-AREA-ERRO
               MOVE "MANTCART"               TO WRK-PROGRAMA-ERRO
               MOVE "CARTOES"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0210-CADASTRAR-FIM.              EXIT.

      *-----------------------------------------------------------------
       0215-CARREGAR-CARTAO             SECTION.
      *-----------------------------------------------------------------

           MOVE TOK-CODIGO              TO CAR-CODIGO.
           MOVE TOK-TOKEN               TO CAR-TOKEN.
           MOVE TOK-BANDEIRA            TO CAR-BANDEIRA.
           MOVE TOK-FINAL-CARTAO        TO CAR-FINAL-CARTAO.
           MOVE TOK-VALIDADE            TO CAR-VALIDADE.
           SET CAR-ATIVO                TO TRUE.
           MOVE WRK-DATA-EXECUCAO       TO CAR-DATA-CADASTRO.
           MOVE WRK-DATA-EXECUCAO       TO CAR-DATA-ATUALIZACAO.

       0215-CARREGAR-CARTAO-FIM.        EXIT.

      *-----------------------------------------------------------------
       0220-REMOVER                     SECTION.
      *-----------------------------------------------------------------

           MOVE TOK-CODIGO TO CAR-CODIGO.
           READ CARTOES KEY IS CAR-CODIGO
               INVALID KEY
                   SET WRK-MOVIMENTO-RECUSADO TO TRUE
                   MOVE "CARTAO NAO CADASTRADO"  TO WRK-RESULTADO
               NOT INVALID KEY
                   IF CAR-REMOVIDO
                       SET WRK-MOVIMENTO-RECUSADO TO TRUE
                       MOVE "CARTAO JA REMOVIDO" TO WRK-RESULTADO
                   END-IF
           END-READ.

           IF WRK-MOVIMENTO-VALIDO
               SET CAR-REMOVIDO             TO TRUE
               MOVE WRK-DATA-EXECUCAO       TO CAR-DATA-ATUALIZACAO
               REWRITE REG-CARTAO
               IF FS-CARTOES NOT EQUAL ZEROS
                   MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
                   MOVE FS-CARTOES               TO WRK-STATUS-ERRO
                   MOVE "0220-REMOVER"           TO WRK-AREA-ERRO
                   MOVE "MANTCART"               TO WRK-PROGRAMA-ERRO
                   MOVE "CARTOES"                TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
               ADD 1 TO ACU-REMOVIDOS
               MOVE "CARTAO REMOVIDO"           TO WRK-RESULTADO
               MOVE TOK-CODIGO TO REG-CODIGO
               READ CLIENTES KEY IS REG-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF REG-DEBITO-CARTAO
                           MOVE "REMOVIDO - CLIENTE NO CARTAO"
                                                  TO WRK-RESULTADO
                       END-IF
               END-READ
           END-IF.

       0220-REMOVER-FIM.                EXIT.

      *-----------------------------------------------------------------
       0250-GRAVAR-LISTAGEM             SECTION.
      *-----------------------------------------------------------------

           MOVE TOK-CODIGO              TO WRK-MOV-CODIGO.
           MOVE TOK-TIPO                TO WRK-MOV-TIPO.
           MOVE TOK-BANDEIRA            TO WRK-MOV-BANDEIRA.
           MOVE TOK-FINAL-CARTAO        TO WRK-MOV-FINAL.
           MOVE TOK-VALIDADE            TO WRK-MOV-VALIDADE.
           MOVE WRK-RESULTADO           TO WRK-MOV-RESULTADO.

           MOVE WRK-LINHA-MOVIMENTO     TO REG-LISTCART.
           WRITE REG-LISTCART AFTER 1 LINE.
           IF FS-LISTCART NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-LISTCART              TO WRK-STATUS-ERRO
               MOVE "0250-GRAVAR-LISTAGEM"   TO WRK-AREA-ERRO
               MOVE "MANTCART"               TO WRK-PROGRAMA-ERRO
               MOVE "LISTCART"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0250-GRAVAR-LISTAGEM-FIM.        EXIT.

      *-----------------------------------------------------------------
       0290-ESTATISTICA                 SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-TRACO.
           DISPLAY "MOVIMENTOS LIDOS.............: " ACU-LIDOS.
           DISPLAY "CARTOES CADASTRADOS..........: " ACU-CADASTRADOS.
           DISPLAY "CARTOES TROCADOS.............: " ACU-TROCADOS.
           DISPLAY "CARTOES REMOVIDOS............: " ACU-REMOVIDOS.
           DISPLAY "MOVIMENTOS RECUSADOS.........: " ACU-RECUSADOS.
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

           CLOSE TOKCART.
           IF FS-TOKCART NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-TOKCART        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "MANTCART"        TO WRK-PROGRAMA-ERRO
               MOVE "TOKCART"         TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE CARTOES.
           IF FS-CARTOES NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-CARTOES        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "MANTCART"        TO WRK-PROGRAMA-ERRO
               MOVE "CARTOES"         TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "MANTCART"        TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE LISTCART.
           IF FS-LISTCART NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-LISTCART       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "MANTCART"        TO WRK-PROGRAMA-ERRO
               MOVE "LISTCART"        TO WRK-ARQUIVO-ERRO
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
