      *-----------------------------------------------------------------
       IDENTIFICATION                   DIVISION.
       PROGRAM-ID. GRVJRNL.
      *=================================================================
      *== PROGRAMA....: GRVJRNL
      *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
      *== ANALISTA....: IVAN SANCHES
      *== DATA........: 15/10/2026
      *== CONSULTORIA:
      *-----------------------------------------------------------------
      *== OBJETIVO....: SUBPROGRAMA DE GRAVACAO DO JOURNAL DE
      *                 RECUPERACAO DOS MESTRES CLIENTES E FATURAS, NO
      *                 MESMO MOLDE DO VERFECHO: UM UNICO LUGAR PARA O
      *                 FORMATO DO JOURNAL, CHAMADO POR TODO PROGRAMA
      *                 QUE GRAVA, REGRAVA OU EXCLUI REGISTRO NESSES
      *                 ARQUIVOS, LOGO APOS A ATUALIZACAO. NA PRIMEIRA
      *                 CHAMADA ABRE O JOURNAL POR EXTENSAO (CRIA SE
      *                 NAO EXISTIR) E GUARDA DATA/HORA DO PASSO; CADA
      *                 CHAMADA COM JRN-FUNCAO G (BOOK BOOKJRNL) GRAVA
      *                 UM REGISTRO (BOOK REGJRNL) COM DATA, HORA,
      *                 SEQUENCIA, CHAVE E AS IMAGENS ANTES/DEPOIS.
      *                 JRN-FUNCAO F FECHA O JOURNAL NO FIM DO PASSO.
      *-----------------------------------------------------------------
      *===================ESPECIFICACOES DO PROGRAMA====================
      *    PARAMETRO                  TIPO               BOOK
      *    JRN-PARAMETRO             ENTRADA            BOOKJRNL
      *    JOURNAL                   EXTEND             REGJRNL
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
           SELECT JOURNAL ASSIGN TO WRK-NOME-JOURNAL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-JOURNAL.
      *-----------------------------------------------------------------

      *=================================================================
       DATA                             DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                             SECTION.
      *-----------------------------------------------------------------
      *
      *            EXTEND - JOURNAL DE RECUPERACAO DOS MESTRES
      *
      *-----------------------------------------------------------------
       FD  JOURNAL.
       COPY "REGJRNL".

      *-----------------------------------------------------------------
       WORKING-STORAGE                  SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "INICIO DA WORKING".
      *-----------------------------------------------------------------

       01  FS-JOURNAL                   PIC 9(002)         VALUE ZEROS.

       01  WRK-NOME-JOURNAL             PIC X(040)         VALUE
              "C:\RELATORIO\dados\JOURNAL.DAT".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----CONTROLE DO PASSO-----".
      *-----------------------------------------------------------------

       01  WRK-SW-ABERTO                PIC X(001)         VALUE "N".
           88 WRK-JOURNAL-ABERTO                           VALUE "S".
           88 WRK-JOURNAL-FECHADO                          VALUE "N".

       01  WRK-DATA-PASSO               PIC 9(008)         VALUE ZEROS.
       01  WRK-HORA-PASSO               PIC 9(008)         VALUE ZEROS.
       01  WRK-SEQUENCIA                PIC 9(009)  COMP-3 VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----CHAVES DOS MESTRES NA IMAGEM-----".
      *-----------------------------------------------------------------

       01  WRK-IMAGEM                   PIC X(160)         VALUE SPACES.
       01  FILLER REDEFINES WRK-IMAGEM.
           05 WRK-CHAVE-CLIENTE         PIC X(007).
           05 FILLER                    PIC X(153).
       01  FILLER REDEFINES WRK-IMAGEM.
           05 WRK-CHAVE-FATURA          PIC X(013).
           05 FILLER                    PIC X(147).

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----BOOK DE MENSAGEM DEDE ERRO DOS ARQUIVOS-----".
      *-----------------------------------------------------------------
       COPY "BOOKASSI".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
             "-----FIM DA WORKING-----".
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       LINKAGE                          SECTION.
      *-----------------------------------------------------------------
       COPY "BOOKJRNL".

      *=================================================================
       PROCEDURE DIVISION USING JRN-PARAMETRO.
      *=================================================================

      *-----------------------------------------------------------------
       0000-PRINCIPAL                   SECTION.
      *-----------------------------------------------------------------

           EVALUATE TRUE
               WHEN JRN-FUNC-GRAVAR
                   IF WRK-JOURNAL-FECHADO
                       PERFORM 0100-ABRIR-JOURNAL
                   END-IF
                   PERFORM 0200-GRAVAR-REGISTRO
               WHEN JRN-FUNC-FECHAR
                   IF WRK-JOURNAL-ABERTO
                       PERFORM 0300-FECHAR-JOURNAL
                   END-IF
           END-EVALUATE.

           GOBACK.

       0000-PRINCIPAL-FIM.              EXIT.

      *-----------------------------------------------------------------
       0100-ABRIR-JOURNAL               SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_JOURNAL".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-JOURNAL
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DATA-PASSO FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-PASSO FROM TIME.
           MOVE ZEROS                    TO WRK-SEQUENCIA.

           OPEN EXTEND JOURNAL.
           IF FS-JOURNAL EQUAL 35
               OPEN OUTPUT JOURNAL
           END-IF.

           IF FS-JOURNAL NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-JOURNAL               TO WRK-STATUS-ERRO
               MOVE "0100-ABRIR-JOURNAL"     TO WRK-AREA-ERRO
               MOVE "GRVJRNL"                TO WRK-PROGRAMA-ERRO
               MOVE "JOURNAL"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           SET WRK-JOURNAL-ABERTO        TO TRUE.

       0100-ABRIR-JOURNAL-FIM.          EXIT.

      *-----------------------------------------------------------------
       0200-GRAVAR-REGISTRO             SECTION.
      *-----------------------------------------------------------------
      *    A CHAVE SAI DA IMAGEM DEPOIS (OU DA IMAGEM ANTES, NA
      *    EXCLUSAO): CODIGO DO CLIENTE OU CODIGO + COMPETENCIA.
      *-----------------------------------------------------------------

           ADD 1                         TO WRK-SEQUENCIA.

           MOVE JRN-PROGRAMA             TO JRNL-PROGRAMA.
           MOVE WRK-DATA-PASSO           TO JRNL-DATA-PASSO.
           MOVE WRK-HORA-PASSO           TO JRNL-HORA-PASSO.
           ACCEPT JRNL-DATA FROM DATE YYYYMMDD.
           ACCEPT JRNL-HORA FROM TIME.
           MOVE WRK-SEQUENCIA            TO JRNL-SEQUENCIA.
           MOVE JRN-ARQUIVO              TO JRNL-ARQUIVO.
           MOVE JRN-OPERACAO             TO JRNL-OPERACAO.
           MOVE JRN-IMAGEM-ANTES         TO JRNL-IMAGEM-ANTES.
           MOVE JRN-IMAGEM-DEPOIS        TO JRNL-IMAGEM-DEPOIS.

           IF JRN-EXCLUSAO
               MOVE JRN-IMAGEM-ANTES     TO WRK-IMAGEM
           ELSE
               MOVE JRN-IMAGEM-DEPOIS    TO WRK-IMAGEM
           END-IF.

           MOVE SPACES                   TO JRNL-CHAVE.
           IF JRN-ARQ-CLIENTES
               MOVE WRK-CHAVE-CLIENTE    TO JRNL-CHAVE
           ELSE
               MOVE WRK-CHAVE-FATURA     TO JRNL-CHAVE
           END-IF.

           WRITE REG-JOURNAL.
           IF FS-JOURNAL NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-JOURNAL               TO WRK-STATUS-ERRO
               MOVE "0200-GRAVAR-REGISTRO"   TO WRK-AREA-ERRO
               MOVE "GRVJRNL"                TO WRK-PROGRAMA-ERRO
               MOVE "JOURNAL"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0200-GRAVAR-REGISTRO-FIM.        EXIT.

      *-----------------------------------------------------------------
       0300-FECHAR-JOURNAL              SECTION.
      *-----------------------------------------------------------------

           CLOSE JOURNAL.
           IF FS-JOURNAL NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-JOURNAL               TO WRK-STATUS-ERRO
               MOVE "0300-FECHAR-JOURNAL"    TO WRK-AREA-ERRO
               MOVE "GRVJRNL"                TO WRK-PROGRAMA-ERRO
               MOVE "JOURNAL"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           SET WRK-JOURNAL-FECHADO       TO TRUE.

       0300-FECHAR-JOURNAL-FIM.         EXIT.

      *-----------------------------------------------------------------
       9999-TRATAR-ERRO                 SECTION.
      *-----------------------------------------------------------------
      *    SUBPROGRAMA: O CANCELAMENTO E POR STOP RUN - UM GOBACK
      *    DEVOLVERIA O CONTROLE AO CHAMADOR, QUE SEGUIRIA ATUALIZANDO
      *    OS MESTRES SEM JOURNAL.
      *-----------------------------------------------------------------

           EVALUATE WRK-DESCRICAO-ERRO
               WHEN WRK-ERRO-ABERTURA
                   MOVE 12 TO RETURN-CODE
               WHEN WRK-ERRO-GRAVAR
                   MOVE 16 TO RETURN-CODE
               WHEN WRK-ERRO-FECHAR
                   MOVE 18 TO RETURN-CODE
               WHEN OTHER
                   MOVE 99 TO RETURN-CODE
           END-EVALUATE.

           DISPLAY WRK-MSG-ERROS.
           STOP RUN.

       9999-TRATAR-ERRO-FIM.            EXIT.
