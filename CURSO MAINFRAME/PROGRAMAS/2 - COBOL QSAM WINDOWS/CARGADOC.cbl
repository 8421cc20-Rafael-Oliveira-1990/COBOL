      *-----------------------------------------------------------------
       IDENTIFICATION                   DIVISION.
       PROGRAM-ID. CARGADOC.
      *=================================================================
      *== PROGRAMA....: CARGADOC
      *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
      *== ANALISTA....: IVAN SANCHES
      *== DATA........: 15/10/2026
      *== CONSULTORIA:
      *-----------------------------------------------------------------
      *== OBJETIVO....: CARGA UNICA DO CPF/CNPJ DOS CLIENTES JA
      *                 EXISTENTES A PARTIR DA EXPORTACAO DO CRM
      *                 (ARQUIVO CRMDOC, BOOK REGCRMD). CADA DOCUMENTO
      *                 TEM O DIGITO VERIFICADOR CONFERIDO PELO
      *                 SUBPROGRAMA VALIDOC E SO E GRAVADO NO CLIENTE
      *                 QUE AINDA NAO TEM DOCUMENTO (REG-CPF-CNPJ
      *                 ZERADO). CLIENTE INEXISTENTE, REGISTRO QUE NAO
      *                 E DE DETALHE, DIGITO INVALIDO E CLIENTE QUE JA
      *                 TEM OUTRO DOCUMENTO SAEM NO RELATORIO REJCDOC;
      *                 O MESMO DOCUMENTO JA GRAVADO E CONTADO COMO JA
      *                 CARREGADO, O QUE PERMITE REPETIR A RODADA.
      *-----------------------------------------------------------------
      *===================ESPECIFICACOES DO PROGRAMA====================
      *    ARQUIVO                    TIPO               BOOK
      *    CRMDOC                    INPUT              REGCRMD
      *    CLIENTES                  I-O                REGCLI
      *    REJCDOC                   OUTPUT             N/A
      *    CARGADOC                  INPUT              BOOKDOC
      *    CARGADOC                  INPUT              BOOKMSG
      *    CARGADOC                  INPUT              BOOKASSI
      *-----------------------------------------------------------------
      *== MODULOS
      *    VALIDOC
      *-----------------------------------------------------------------
      *-------------------ALTERACOESDO PROGRAMA-------------------------

ALT01 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT01 *== OBJETIVO....: CADA GRAVACAO, REGRAVACAO OU EXCLUSAO NO MESTRE
      *                 CLIENTES PASSA A SAIR NO JOURNAL DE RECUPERACAO
      *                 (SUBPROGRAMA GRVJRNL, BOOK BOOKJRNL) COM AS
      *                 IMAGENS ANTES E DEPOIS DO REGISTRO - SE O MESTRE
      *                 SE PERDER NO MEIO DA CADEIA, O RECJRNL REAPLICA
      *                 O JOURNAL SOBRE A COPIA DE SEGURANCA.

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
           SELECT CRMDOC ASSIGN TO WRK-NOME-CRMDOC
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CRMDOC.

           SELECT CLIENTES ASSIGN TO WRK-NOME-CLIENTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-CODIGO
           FILE STATUS IS FS-CLIENTES.

           SELECT REJCDOC ASSIGN TO WRK-NOME-REJCDOC
           FILE STATUS IS FS-REJCDOC.
      *-----------------------------------------------------------------

      *=================================================================
       DATA                             DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                             SECTION.
      *-----------------------------------------------------------------
      *
      *            INPUT - EXPORTACAO DE DOCUMENTOS DO CRM
      *
      *-----------------------------------------------------------------
       FD  CRMDOC.
       COPY "REGCRMD".

      *-----------------------------------------------------------------
      *
      *            I-O - MESTRE INDEXADO DE CLIENTES
      *
      *-----------------------------------------------------------------
       FD  CLIENTES.
       COPY "REGCLI".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - RELATORIO DE DOCUMENTOS REJEITADOS
      *
      *-----------------------------------------------------------------
       FD  REJCDOC.
       01  REG-REJCDOC                  PIC X(080).

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

       01  FS-CRMDOC                    PIC 9(002)         VALUE ZEROS.
       01  FS-CLIENTES                  PIC 9(002)         VALUE ZEROS.
       01  FS-REJCDOC                   PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----NOMES EXTERNALIZADOS VIA DD-----".
      *-----------------------------------------------------------------

       01  WRK-NOME-CRMDOC              PIC X(040)         VALUE
              "C:\RELATORIO\dados\CRMDOC.DAT".
       01  WRK-NOME-CLIENTES            PIC X(040)         VALUE
              "C:\RELATORIO\dados\CLIENTES.DAT".
       01  WRK-NOME-REJCDOC             PIC X(040)         VALUE
              "C:\RELATORIO\dados\REJCDOC.txt".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----LINHA DO RELATORIO DE REJEITADOS-----".
      *-----------------------------------------------------------------

       01  WRK-LINHA-REJEITO.
           05 WRK-REJ-CODIGO            PIC 9(007)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-REJ-TIPO-PESSOA       PIC X(001)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-REJ-CPF-CNPJ          PIC 9(014)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-REJ-MOTIVO            PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEL DE ACUMULACAO-----".
      *-----------------------------------------------------------------

       01  ACU-LIDOS                    PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-CARREGADOS               PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-JA-CARREGADOS            PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-REJEITADOS               PIC 9(005)  COMP-3 VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----AREA COMUNICACAO SUBPROGRAMA VALIDOC-----".
      *-----------------------------------------------------------------

       COPY "BOOKDOC".

      *-----------------------------------------------------------------
ALT01  01  FILLER                       PIC X(050)         VALUE
ALT01         "-----AREA COMUNICACAO SUBPROGRAMA GRVJRNL-----".
      *-----------------------------------------------------------------
ALT01  COPY "BOOKJRNL".

ALT01  01  WRK-JRN-CLIENTE-ANTES        PIC X(150)         VALUE SPACES.

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
           PERFORM 0200-PROCESSAR UNTIL FS-CRMDOC EQUAL 10.
           PERFORM 0300-FINALIZAR.

       0000-PRINCIPAL-FIM.              EXIT.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                 SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CRMDOC".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-CRMDOC
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CLIENTES".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-CLIENTES
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_REJCDOC".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-REJCDOC
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           OPEN INPUT  CRMDOC.
           IF FS-CRMDOC NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-CRMDOC                TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "CARGADOC"               TO WRK-PROGRAMA-ERRO
               MOVE "CRMDOC"                 TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN I-O    CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "CARGADOC"               TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN OUTPUT REJCDOC.
           IF FS-REJCDOC NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-REJCDOC               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "CARGADOC"               TO WRK-PROGRAMA-ERRO
               MOVE "REJCDOC"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------
       0160-LER-DADOS                   SECTION.
      *-----------------------------------------------------------------

           READ CRMDOC.

           IF FS-CRMDOC NOT EQUAL 00 AND NOT EQUAL 10
               MOVE WRK-ERRO-LEIT    TO WRK-DESCRICAO-ERRO
               MOVE FS-CRMDOC        TO WRK-STATUS-ERRO
               MOVE "0160-LER-DADOS" TO WRK-AREA-ERRO
               MOVE "CARGADOC"       TO WRK-PROGRAMA-ERRO
               MOVE "CRMDOC"         TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0160-LER-DADOS-FIM.              EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                   SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO ACU-LIDOS.

           MOVE CRMD-TIPO-PESSOA        TO DOC-TIPO-PESSOA.
           MOVE CRMD-CPF-CNPJ           TO DOC-NUMERO.
           CALL "VALIDOC" USING DOC-PARAMETRO.

           IF DOC-INVALIDO OR CRMD-CPF-CNPJ EQUAL ZEROS
               MOVE "CPF/CNPJ INVALIDO"           TO WRK-REJ-MOTIVO
               PERFORM 0250-REJEITAR
           ELSE
               MOVE CRMD-CODIGO                   TO REG-CODIGO
               READ CLIENTES
                   INVALID KEY
                       MOVE "CLIENTE NAO CADASTRADO" TO WRK-REJ-MOTIVO
                       PERFORM 0250-REJEITAR
                   NOT INVALID KEY
                       PERFORM 0220-GRAVAR-DOCUMENTO
               END-READ
           END-IF.

           PERFORM 0160-LER-DADOS.

       0200-PROCESSAR-FIM.              EXIT.

      *-----------------------------------------------------------------
       0220-GRAVAR-DOCUMENTO            SECTION.
      *-----------------------------------------------------------------

           EVALUATE TRUE
               WHEN NOT REG-TIPO-DETALHE
                   MOVE "REGISTRO NAO E DE DETALHE" TO WRK-REJ-MOTIVO
                   PERFORM 0250-REJEITAR
               WHEN REG-CPF-CNPJ EQUAL CRMD-CPF-CNPJ
                   ADD 1 TO ACU-JA-CARREGADOS
               WHEN REG-CPF-CNPJ NOT EQUAL ZEROS
                   MOVE "CLIENTE JA TEM OUTRO DOCUMENTO"
                                                    TO WRK-REJ-MOTIVO
                   PERFORM 0250-REJEITAR
               WHEN OTHER
ALT01              MOVE REG-CLIENTES     TO WRK-JRN-CLIENTE-ANTES
                   MOVE CRMD-TIPO-PESSOA    TO REG-TIPO-PESSOA
                   MOVE CRMD-CPF-CNPJ       TO REG-CPF-CNPJ
                   REWRITE REG-CLIENTES
                   IF FS-CLIENTES NOT EQUAL ZEROS
                     MOVE WRK-ERRO-GRAVAR        TO WRK-DESCRICAO-ERRO
                     MOVE FS-CLIENTES            TO WRK-STATUS-ERRO
                     MOVE "0220-GRAVAR-DOCUMENTO" TO WRK-AREA-ERRO
                     MOVE "CARGADOC"             TO WRK-PROGRAMA-ERRO
                     MOVE "CLIENTES"             TO WRK-ARQUIVO-ERRO
                     PERFORM 9999-TRATAR-ERRO
                   END-IF
ALT01              SET JRN-ALTERACAO     TO TRUE
ALT01              PERFORM 0810-JOURNAL-CLIENTE
                   ADD 1 TO ACU-CARREGADOS
           END-EVALUATE.

       0220-GRAVAR-DOCUMENTO-FIM.       EXIT.

      *-----------------------------------------------------------------
       0250-REJEITAR                    SECTION.
      *-----------------------------------------------------------------

           MOVE CRMD-CODIGO             TO WRK-REJ-CODIGO.
           MOVE CRMD-TIPO-PESSOA        TO WRK-REJ-TIPO-PESSOA.
           MOVE CRMD-CPF-CNPJ           TO WRK-REJ-CPF-CNPJ.

           MOVE WRK-LINHA-REJEITO       TO REG-REJCDOC.
           WRITE REG-REJCDOC AFTER 1 LINE.
           IF FS-REJCDOC NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-REJCDOC               TO WRK-STATUS-ERRO
               MOVE "0250-REJEITAR"          TO WRK-AREA-ERRO
               MOVE "CARGADOC"               TO WRK-PROGRAMA-ERRO
               MOVE "REJCDOC"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           ADD 1 TO ACU-REJEITADOS.

       0250-REJEITAR-FIM.               EXIT.

      *-----------------------------------------------------------------
       0290-ESTATISTICA                 SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-TRACO.
           DISPLAY "TOTAL DE REGISTROS LIDOS.....: " ACU-LIDOS.
           DISPLAY "DOCUMENTOS CARREGADOS........: " ACU-CARREGADOS.
           DISPLAY "DOCUMENTOS JA CARREGADOS.....: " ACU-JA-CARREGADOS.
           DISPLAY "DOCUMENTOS REJEITADOS........: " ACU-REJEITADOS.
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

           CLOSE CRMDOC.
           IF FS-CRMDOC NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-CRMDOC         TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "CARGADOC"        TO WRK-PROGRAMA-ERRO
               MOVE "CRMDOC"          TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "CARGADOC"        TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE REJCDOC.
           IF FS-REJCDOC NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-REJCDOC        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "CARGADOC"        TO WRK-PROGRAMA-ERRO
               MOVE "REJCDOC"         TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT01      SET JRN-FUNC-FECHAR           TO TRUE.
ALT01      CALL "GRVJRNL" USING JRN-PARAMETRO.

           GOBACK.

       0300-FINALIZAR-FIM.              EXIT.

      *-----------------------------------------------------------------
ALT01  0810-JOURNAL-CLIENTE             SECTION.
      *-----------------------------------------------------------------
ALT01 *    IMAGENS ANTES/DEPOIS DO MESTRE CLIENTES PARA O JOURNAL DE
ALT01 *    RECUPERACAO (GRVJRNL). A OPERACAO JA VEM EM JRN-OPERACAO.
      *-----------------------------------------------------------------

ALT01      SET JRN-FUNC-GRAVAR           TO TRUE.
ALT01      MOVE "CARGADOC"               TO JRN-PROGRAMA.
ALT01      SET JRN-ARQ-CLIENTES          TO TRUE.
ALT01      MOVE SPACES                   TO JRN-IMAGEM-ANTES
ALT01                                       JRN-IMAGEM-DEPOIS.
ALT01      IF NOT JRN-INCLUSAO
ALT01          MOVE WRK-JRN-CLIENTE-ANTES TO JRN-IMAGEM-ANTES
ALT01      END-IF.
ALT01      IF NOT JRN-EXCLUSAO
ALT01          MOVE REG-CLIENTES         TO JRN-IMAGEM-DEPOIS
ALT01          MOVE REG-CLIENTES         TO WRK-JRN-CLIENTE-ANTES
ALT01      END-IF.

ALT01      CALL "GRVJRNL" USING JRN-PARAMETRO.

ALT01  0810-JOURNAL-CLIENTE-FIM.        EXIT.

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
