      *-----------------------------------------------------------------
       IDENTIFICATION                   DIVISION.
       PROGRAM-ID. ADESDEB.
      *=================================================================
      *== PROGRAMA....: ADESDEB
      *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
      *== ANALISTA....: IVAN SANCHES
      *== DATA........: 15/10/2026
      *== CONSULTORIA:
      *-----------------------------------------------------------------
      *== OBJETIVO....: GERAR A REMESSA DE CADASTRO DE OPTANTES DO
      *                 DEBITO AUTOMATICO (ARQUIVO REMOPT, BOOK
      *                 REGMREM) PARA O BANCO DO CONVENIO DO STEP
      *                 (CARTAO DEBPARM, BOOK REGDEBP, PADRAO 001 -
      *                 UM STEP POR BANCO, COMO NO DEBAUTO): CADA
      *                 MANDATO DO CADASTRO MANDATOS (BOOK REGMAND)
      *                 COM PEDIDO DE ADESAO ("P") OU DE CANCELAMENTO
      *                 ("X") ABERTO PELO MANTCLI VIRA UM DETALHE COM
      *                 NOME E CPF/CNPJ DO CLIENTE (MESTRE CLIENTES) E
      *                 O MANDATO PASSA A "E" (ADESAO ENVIADA,
      *                 AGUARDANDO O RETADES) OU "K" (CANCELADO). O
      *                 TRAILER LEVA AS QUANTIDADES PARA O BANCO
      *                 CONFERIR.
      *-----------------------------------------------------------------
      *===================ESPECIFICACOES DO PROGRAMA====================
      *    ARQUIVO                    TIPO               BOOK
      *    DEBPARM                   INPUT              REGDEBP
      *    MANDATOS                  I-O                REGMAND
      *    CLIENTES                  INPUT              REGCLI
      *    REMOPT                    OUTPUT             REGMREM
      *    ADESDEB                   INPUT              BOOKMSG
      *    ADESDEB                   INPUT              BOOKASSI
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
           SELECT DEBPARM ASSIGN TO WRK-NOME-DEBPARM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-DEBPARM.

           SELECT MANDATOS ASSIGN TO WRK-NOME-MANDATOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MND-CHAVE
           FILE STATUS IS FS-MANDATOS.

           SELECT CLIENTES ASSIGN TO WRK-NOME-CLIENTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-CODIGO
           FILE STATUS IS FS-CLIENTES.

           SELECT REMOPT ASSIGN TO WRK-NOME-REMOPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-REMOPT.
      *-----------------------------------------------------------------

      *=================================================================
       DATA                             DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                             SECTION.
      *-----------------------------------------------------------------
      *
      *            INPUT - CARTAO DO BANCO DO CONVENIO (ROTEAMENTO)
      *
      *-----------------------------------------------------------------
       FD  DEBPARM.
       COPY "REGDEBP".

      *-----------------------------------------------------------------
      *
      *            I-O - CADASTRO DE OPTANTES DO DEBITO AUTOMATICO
      *
      *-----------------------------------------------------------------
       FD  MANDATOS.
       COPY "REGMAND".

      *-----------------------------------------------------------------
      *
      *            INPUT - MESTRE INDEXADO DE CLIENTES
      *
      *-----------------------------------------------------------------
       FD  CLIENTES.
       COPY "REGCLI".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - REMESSA DE CADASTRO DE OPTANTES
      *
      *-----------------------------------------------------------------
       FD  REMOPT.
       COPY "REGMREM".

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

       01  FS-DEBPARM                   PIC 9(002)         VALUE ZEROS.
       01  FS-MANDATOS                  PIC 9(002)         VALUE ZEROS.
       01  FS-CLIENTES                  PIC 9(002)         VALUE ZEROS.
       01  FS-REMOPT                    PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----NOMES EXTERNALIZADOS VIA DD-----".
      *-----------------------------------------------------------------

       01  WRK-NOME-DEBPARM             PIC X(040)         VALUE
              "C:\RELATORIO\dados\DEBPARM.DAT".
       01  WRK-NOME-MANDATOS            PIC X(040)         VALUE
              "C:\RELATORIO\dados\MANDATOS.DAT".
       01  WRK-NOME-CLIENTES            PIC X(040)         VALUE
              "C:\RELATORIO\dados\CLIENTES.DAT".
       01  WRK-NOME-REMOPT              PIC X(040)         VALUE
              "C:\RELATORIO\dados\REMOPT.DAT".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----CONTROLES DA REMESSA-----".
      *-----------------------------------------------------------------

       01  WRK-DATA-EXECUCAO            PIC 9(008)         VALUE ZEROS.

       01  WRK-BANCO-REMESSA            PIC 9(003)         VALUE 001.

       01  ACU-LIDOS                    PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-ADESOES                  PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-CANCELAMENTOS            PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-DETALHES                 PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-SEM-CLIENTE              PIC 9(005)  COMP-3 VALUE ZEROS.

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
           PERFORM 0150-GRAVAR-HEADER.
           PERFORM 0160-LER-DADOS.
           PERFORM 0200-PROCESSAR UNTIL FS-MANDATOS EQUAL 10.
           PERFORM 0250-GRAVAR-TRAILER.
           PERFORM 0300-FINALIZAR.

       0000-PRINCIPAL-FIM.              EXIT.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                 SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_DEBPARM".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-DEBPARM
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_MANDATOS".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-MANDATOS
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CLIENTES".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-CLIENTES
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_REMOPT".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-REMOPT
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           PERFORM 0116-LER-PARAMETROS.

           OPEN I-O    MANDATOS.
           IF FS-MANDATOS NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-MANDATOS              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "ADESDEB"                TO WRK-PROGRAMA-ERRO
               MOVE "MANDATOS"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "ADESDEB"                TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN OUTPUT REMOPT.
           IF FS-REMOPT NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-REMOPT                TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "ADESDEB"                TO WRK-PROGRAMA-ERRO
               MOVE "REMOPT"                 TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------
       0116-LER-PARAMETROS              SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT DEBPARM.

           IF FS-DEBPARM EQUAL ZEROS
               READ DEBPARM
               IF FS-DEBPARM EQUAL ZEROS
                   IF DEBP-BANCO GREATER ZEROS
                       MOVE DEBP-BANCO TO WRK-BANCO-REMESSA
                   END-IF
               END-IF
               CLOSE DEBPARM
           ELSE
               IF FS-DEBPARM NOT EQUAL 35
                   MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
                   MOVE FS-DEBPARM               TO WRK-STATUS-ERRO
                   MOVE "0116-LER-PARAMETROS"    TO WRK-AREA-ERRO
                   MOVE "ADESDEB"                TO WRK-PROGRAMA-ERRO
                   MOVE "DEBPARM"                TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

       0116-LER-PARAMETROS-FIM.         EXIT.

      *-----------------------------------------------------------------
       0150-GRAVAR-HEADER               SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES              TO REG-REMESSA-OPTANTE.
           SET MRE-HEADER           TO TRUE.
           MOVE WRK-DATA-EXECUCAO   TO MRE-HDR-DATA.
           MOVE "CADASTRO OPTANTES"  TO MRE-HDR-LITERAL.
           MOVE WRK-BANCO-REMESSA   TO MRE-HDR-BANCO.

           WRITE REG-REMESSA-OPTANTE.
           IF FS-REMOPT NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-REMOPT                TO WRK-STATUS-ERRO
               MOVE "0150-GRAVAR-HEADER"     TO WRK-AREA-ERRO
               MOVE "ADESDEB"                TO WRK-PROGRAMA-ERRO
               MOVE "REMOPT"                 TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0150-GRAVAR-HEADER-FIM.          EXIT.

      *-----------------------------------------------------------------
       0160-LER-DADOS                   SECTION.
      *-----------------------------------------------------------------

           READ MANDATOS NEXT RECORD.

           IF FS-MANDATOS NOT EQUAL 00 AND NOT EQUAL 10
               MOVE WRK-ERRO-LEIT    TO WRK-DESCRICAO-ERRO
               MOVE FS-MANDATOS      TO WRK-STATUS-ERRO
               MOVE "0160-LER-DADOS" TO WRK-AREA-ERRO
               MOVE "ADESDEB"        TO WRK-PROGRAMA-ERRO
               MOVE "MANDATOS"       TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0160-LER-DADOS-FIM.              EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                   SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO ACU-LIDOS.

           IF MND-BANCO EQUAL WRK-BANCO-REMESSA
               AND (MND-PENDENTE OR MND-CANC-PENDENTE)
               PERFORM 0210-GRAVAR-MOVIMENTO
           END-IF.

           PERFORM 0160-LER-DADOS.

       0200-PROCESSAR-FIM.              EXIT.

      *-----------------------------------------------------------------
       0210-GRAVAR-MOVIMENTO            SECTION.
      *-----------------------------------------------------------------
      *    NOME E DOCUMENTO VEM DO MESTRE; CLIENTE QUE NAO ESTA MAIS
      *    NO MESTRE SAI SO COM O CODIGO (O BANCO CASA PELO CODIGO).
      *-----------------------------------------------------------------

           MOVE SPACES              TO REG-REMESSA-OPTANTE.
           SET MRE-DETALHE          TO TRUE.
           MOVE MND-CODIGO          TO MRE-DET-CODIGO.

           MOVE MND-CODIGO          TO REG-CODIGO.
           READ CLIENTES KEY IS REG-CODIGO
               INVALID KEY
                   MOVE ZEROS       TO MRE-DET-CPF-CNPJ
                   ADD 1 TO ACU-SEM-CLIENTE
               NOT INVALID KEY
                   MOVE REG-NOME        TO MRE-DET-NOME
                   MOVE REG-TIPO-PESSOA TO MRE-DET-TIPO-PESSOA
                   MOVE REG-CPF-CNPJ    TO MRE-DET-CPF-CNPJ
           END-READ.

           IF MND-PENDENTE
               SET MRE-DET-ADESAO       TO TRUE
               SET MND-ENVIADO          TO TRUE
               ADD 1 TO ACU-ADESOES
           ELSE
               SET MRE-DET-CANCELAMENTO TO TRUE
               SET MND-CANCELADO        TO TRUE
               ADD 1 TO ACU-CANCELAMENTOS
           END-IF.

           WRITE REG-REMESSA-OPTANTE.
           IF FS-REMOPT NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-REMOPT                TO WRK-STATUS-ERRO
               MOVE "0210-GRAVAR-MOVIMENTO"  TO WRK-AREA-ERRO
               MOVE "ADESDEB"                TO WRK-PROGRAMA-ERRO
               MOVE "REMOPT"                 TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           ADD 1 TO ACU-DETALHES.

           MOVE WRK-DATA-EXECUCAO   TO MND-DATA-ENVIO.

           REWRITE REG-MANDATO.
           IF FS-MANDATOS NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-MANDATOS              TO WRK-STATUS-ERRO
               MOVE "0210-GRAVAR-MOVIMENTO"  TO WRK-AREA-ERRO
               MOVE "ADESDEB"                TO WRK-PROGRAMA-ERRO
               MOVE "MANDATOS"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0210-GRAVAR-MOVIMENTO-FIM.       EXIT.

      *-----------------------------------------------------------------
       0250-GRAVAR-TRAILER              SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES              TO REG-REMESSA-OPTANTE.
           SET MRE-TRAILER          TO TRUE.
           MOVE ACU-ADESOES         TO MRE-TRL-QTD-ADESOES.
           MOVE ACU-CANCELAMENTOS   TO MRE-TRL-QTD-CANCEL.
           MOVE ACU-DETALHES        TO MRE-TRL-QUANTIDADE.

           WRITE REG-REMESSA-OPTANTE.
           IF FS-REMOPT NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-REMOPT                TO WRK-STATUS-ERRO
               MOVE "0250-GRAVAR-TRAILER"    TO WRK-AREA-ERRO
               MOVE "ADESDEB"                TO WRK-PROGRAMA-ERRO
               MOVE "REMOPT"                 TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0250-GRAVAR-TRAILER-FIM.         EXIT.

      *-----------------------------------------------------------------
       0290-ESTATISTICA                 SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-TRACO.
           DISPLAY "TOTAL DE MANDATOS LIDOS......: " ACU-LIDOS.
           DISPLAY "BANCO DO CONVENIO DO STEP....: "
                                             WRK-BANCO-REMESSA.
           DISPLAY "PEDIDOS DE ADESAO ENVIADOS...: " ACU-ADESOES.
           DISPLAY "CANCELAMENTOS ENVIADOS.......: " ACU-CANCELAMENTOS.
           DISPLAY "SEM CLIENTE NO MESTRE........: " ACU-SEM-CLIENTE.
           DISPLAY WRK-TRACO.
           DISPLAY WRK-FIM-PROGRAMA.
           DISPLAY WRK-TRACO.

       0290-ESTATISTICA-FIM.            EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                   SECTION.
      *-----------------------------------------------------------------

           PERFORM 0290-ESTATISTICA.

           CLOSE MANDATOS.
           IF FS-MANDATOS NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-MANDATOS       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "ADESDEB"         TO WRK-PROGRAMA-ERRO
               MOVE "MANDATOS"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "ADESDEB"         TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE REMOPT.
           IF FS-REMOPT NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-REMOPT         TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "ADESDEB"         TO WRK-PROGRAMA-ERRO
               MOVE "REMOPT"          TO WRK-ARQUIVO-ERRO
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
