      *-----------------------------------------------------------------
       IDENTIFICATION                   DIVISION.
       PROGRAM-ID. MANIRET.
      *=================================================================
      *== PROGRAMA....: MANIRET
      *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
      *== ANALISTA....: IVAN SANCHES
      *== DATA........: 15/10/2026
      *== CONSULTORIA:
      *-----------------------------------------------------------------
      *== OBJETIVO....: PROCESSAR OS RECIBOS DE TRANSMISSAO DEVOLVIDOS
      *                 PELAS CONTRAPARTES (ARQUIVO MANIREC, BOOK
      *                 REGMANR) E FECHAR CADA ENVIO DO MANIFESTO DE
      *                 SAIDA (ARQUIVO MANIFEST, BOOK REGMANF, GRAVADO
      *                 PELO GRVMANI): RECIBO ACEITO COM A MESMA
      *                 QUANTIDADE E O MESMO VALOR DO MANIFESTO
      *                 CONFIRMA O ENVIO; ACEITO COM QUANTIDADE OU
      *                 VALOR DIFERENTE MARCA DIVERGENTE (ARQUIVO
      *                 TRUNCADO NO CAMINHO); RECIBO RECUSADO MARCA
      *                 RECUSADO COM O MOTIVO. RECIBO DE SEQUENCIA QUE
      *                 NAO ESTA NO MANIFESTO OU QUE JA ESTAVA
      *                 CONFIRMADA SO SAI NO RELATORIO. QUALQUER ENVIO
      *                 DIVERGENTE, RECUSADO OU NAO ENCONTRADO TERMINA
      *                 COM RETURN-CODE 04. O QUE FICA SEM RECIBO E
      *                 APONTADO PELO OPERDASH.
      *-----------------------------------------------------------------
      *===================ESPECIFICACOES DO PROGRAMA====================
      *    ARQUIVO                    TIPO               BOOK
      *    MANIREC                   INPUT              REGMANR
      *    MANIFEST                  I-O                REGMANF
      *    MANIREL                   OUTPUT             N/A
      *    MANIRET                   INPUT              BOOKMSG
      *    MANIRET                   INPUT              BOOKASSI
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
           SELECT MANIREC ASSIGN TO WRK-NOME-MANIREC
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-MANIREC.

           SELECT MANIFEST ASSIGN TO WRK-NOME-MANIFEST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MANF-CHAVE
           FILE STATUS IS FS-MANIFEST.

           SELECT MANIREL ASSIGN TO WRK-NOME-MANIREL
           FILE STATUS IS FS-MANIREL.
      *-----------------------------------------------------------------

      *=================================================================
       DATA                             DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                             SECTION.
      *-----------------------------------------------------------------
      *
      *            INPUT - RECIBOS DE TRANSMISSAO DAS CONTRAPARTES
      *
      *-----------------------------------------------------------------
       FD  MANIREC.
       COPY "REGMANR".

      *-----------------------------------------------------------------
      *
      *            I-O - MANIFESTO DE ARQUIVOS DE SAIDA
      *
      *-----------------------------------------------------------------
       FD  MANIFEST.
       COPY "REGMANF".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - RELATORIO DOS RECIBOS PROCESSADOS
      *
      *-----------------------------------------------------------------
       FD  MANIREL.
       01  REG-MANIREL                  PIC X(080).

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

       01  FS-MANIREC                   PIC 9(002)         VALUE ZEROS.
       01  FS-MANIFEST                  PIC 9(002)         VALUE ZEROS.
       01  FS-MANIREL                   PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----NOMES EXTERNALIZADOS VIA DD-----".
      *-----------------------------------------------------------------

       01  WRK-NOME-MANIREC             PIC X(040)         VALUE
              "C:\RELATORIO\dados\MANIREC.DAT".
       01  WRK-NOME-MANIFEST            PIC X(040)         VALUE
              "C:\RELATORIO\dados\MANIFEST.DAT".
       01  WRK-NOME-MANIREL             PIC X(040)         VALUE
              "C:\RELATORIO\dados\MANIREL.txt".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

       01  WRK-DATA-ATUAL               PIC 9(008)         VALUE ZEROS.

       01  WRK-SW-RESULTADO             PIC X(001)         VALUE SPACES.
           88 WRK-RES-CONFIRMADO                           VALUE "C".
           88 WRK-RES-DIVERGENTE                            VALUE "D".
           88 WRK-RES-RECUSADO                              VALUE "R".
           88 WRK-RES-JA-CONFIRMADO                         VALUE "J".
           88 WRK-RES-NAO-ACHADO                            VALUE "N".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----LINHAS DO RELATORIO DE RECIBOS-----".
      *-----------------------------------------------------------------

       01  WRK-CABECALHO1.
           05 FILLER                    PIC X(040)         VALUE
              "RECIBOS DE TRANSMISSAO PROCESSADOS EM ".
           05 WRK-CAB-DATA              PIC 9(008)         VALUE ZEROS.
           05 FILLER                    PIC X(032)         VALUE SPACES.

       01  WRK-CABECALHO2.
           05 FILLER                    PIC X(037)         VALUE
              "ARQUIVO  BCO SEQUEN ENVIADO  RECEBIDO".
           05 FILLER                    PIC X(043)         VALUE
              " SITUACAO   MOTIVO".

       01  WRK-LINHA-RECIBO.
           05 WRK-REC-ARQUIVO           PIC X(008)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-REC-DESTINO           PIC 9(003)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-REC-SEQUENCIA         PIC 9(006)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-REC-QT-ENVIADA        PIC ZZZZZZ9        VALUE ZEROS.
           05 FILLER                    PIC X(002)         VALUE SPACES.
           05 WRK-REC-QT-RECEBIDA       PIC ZZZZZZ9        VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-REC-SITUACAO          PIC X(011)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-REC-MOTIVO            PIC X(030)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEL DE ACUMULACAO-----".
      *-----------------------------------------------------------------

       01  ACU-LIDOS                    PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-CONFIRMADOS              PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-DIVERGENTES              PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-RECUSADOS                PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-JA-CONFIRMADOS           PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-NAO-ACHADOS              PIC 9(005)  COMP-3 VALUE ZEROS.

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
           PERFORM 0200-PROCESSAR UNTIL FS-MANIREC EQUAL 10.
           PERFORM 0300-FINALIZAR.

       0000-PRINCIPAL-FIM.              EXIT.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                 SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_MANIREC".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-MANIREC
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_MANIFEST".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-MANIFEST
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_MANIREL".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-MANIREL
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           OPEN INPUT  MANIREC.
           IF FS-MANIREC NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-MANIREC               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "MANIRET"                TO WRK-PROGRAMA-ERRO
               MOVE "MANIREC"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN I-O    MANIFEST.
           IF FS-MANIFEST NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-MANIFEST              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "MANIRET"                TO WRK-PROGRAMA-ERRO
               MOVE "MANIFEST"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN OUTPUT MANIREL.
           IF FS-MANIREL NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-MANIREL               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "MANIRET"                TO WRK-PROGRAMA-ERRO
               MOVE "MANIREL"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           MOVE WRK-DATA-ATUAL           TO WRK-CAB-DATA.
           MOVE WRK-CABECALHO1           TO REG-MANIREL.
           WRITE REG-MANIREL AFTER PAGE.
           MOVE WRK-CABECALHO2           TO REG-MANIREL.
           WRITE REG-MANIREL AFTER 2 LINES.
           IF FS-MANIREL NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-MANIREL               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "MANIRET"                TO WRK-PROGRAMA-ERRO
               MOVE "MANIREL"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------
       0160-LER-DADOS                   SECTION.
      *-----------------------------------------------------------------

           READ MANIREC.

           IF FS-MANIREC NOT EQUAL 00 AND NOT EQUAL 10
               MOVE WRK-ERRO-LEIT    TO WRK-DESCRICAO-ERRO
               MOVE FS-MANIREC       TO WRK-STATUS-ERRO
               MOVE "0160-LER-DADOS" TO WRK-AREA-ERRO
               MOVE "MANIRET"        TO WRK-PROGRAMA-ERRO
               MOVE "MANIREC"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0160-LER-DADOS-FIM.              EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                   SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO ACU-LIDOS.

           MOVE MANR-ARQUIVO             TO MANF-ARQUIVO.
           MOVE MANR-DESTINO             TO MANF-DESTINO.
           MOVE MANR-SEQUENCIA           TO MANF-SEQUENCIA.
           READ MANIFEST KEY IS MANF-CHAVE
               INVALID KEY
                   SET WRK-RES-NAO-ACHADO TO TRUE
               NOT INVALID KEY
                   PERFORM 0210-CONFERIR-RECIBO
           END-READ.

           IF FS-MANIFEST NOT EQUAL 00 AND NOT EQUAL 23
               MOVE WRK-ERRO-LEIT    TO WRK-DESCRICAO-ERRO
               MOVE FS-MANIFEST      TO WRK-STATUS-ERRO
               MOVE "0200-PROCESSAR" TO WRK-AREA-ERRO
               MOVE "MANIRET"        TO WRK-PROGRAMA-ERRO
               MOVE "MANIFEST"       TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           PERFORM 0250-GRAVAR-LINHA.

           PERFORM 0160-LER-DADOS.

       0200-PROCESSAR-FIM.              EXIT.

      *-----------------------------------------------------------------
       0210-CONFERIR-RECIBO             SECTION.
      *-----------------------------------------------------------------
      *    RECIBO REPETIDO DE ENVIO JA CONFIRMADO NAO MEXE NO MANIFESTO.
      *-----------------------------------------------------------------

           EVALUATE TRUE
               WHEN MANF-CONFIRMADO
                   SET WRK-RES-JA-CONFIRMADO TO TRUE
               WHEN MANR-RECUSADO
                   SET WRK-RES-RECUSADO  TO TRUE
               WHEN MANR-QT-REGISTROS EQUAL MANF-QT-REGISTROS
                AND MANR-VALOR-TOTAL  EQUAL MANF-VALOR-TOTAL
                   SET WRK-RES-CONFIRMADO TO TRUE
               WHEN OTHER
                   SET WRK-RES-DIVERGENTE TO TRUE
           END-EVALUATE.

           IF NOT WRK-RES-JA-CONFIRMADO
               PERFORM 0220-FECHAR-ENVIO
           END-IF.

       0210-CONFERIR-RECIBO-FIM.        EXIT.

      *-----------------------------------------------------------------
       0220-FECHAR-ENVIO                SECTION.
      *-----------------------------------------------------------------

           IF MANR-DATA-RECIBO GREATER ZEROS
               MOVE MANR-DATA-RECIBO     TO MANF-DATA-RECIBO
           ELSE
               MOVE WRK-DATA-ATUAL       TO MANF-DATA-RECIBO
           END-IF.
           MOVE MANR-QT-REGISTROS        TO MANF-RECIBO-QT.
           MOVE MANR-VALOR-TOTAL         TO MANF-RECIBO-VALOR.

           EVALUATE TRUE
               WHEN WRK-RES-CONFIRMADO
                   SET MANF-CONFIRMADO   TO TRUE
                   MOVE SPACES           TO MANF-RECIBO-MOTIVO
               WHEN WRK-RES-RECUSADO
                   SET MANF-RECUSADO     TO TRUE
                   MOVE MANR-MOTIVO      TO MANF-RECIBO-MOTIVO
               WHEN OTHER
                   SET MANF-DIVERGENTE   TO TRUE
                   MOVE "QTDE/VALOR DIFERENTE DO ENVIO" TO
                                            MANF-RECIBO-MOTIVO
           END-EVALUATE.

           REWRITE REG-MANIFESTO.
           IF FS-MANIFEST NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-MANIFEST              TO WRK-STATUS-ERRO
               MOVE "0220-FECHAR-ENVIO"      TO WRK-AREA-ERRO
               MOVE "MANIRET"                TO WRK-PROGRAMA-ERRO
               MOVE "MANIFEST"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0220-FECHAR-ENVIO-FIM.           EXIT.

      *-----------------------------------------------------------------
       0250-GRAVAR-LINHA                SECTION.
      *-----------------------------------------------------------------

           MOVE MANR-ARQUIVO             TO WRK-REC-ARQUIVO.
           MOVE MANR-DESTINO             TO WRK-REC-DESTINO.
           MOVE MANR-SEQUENCIA           TO WRK-REC-SEQUENCIA.
           MOVE MANR-QT-REGISTROS        TO WRK-REC-QT-RECEBIDA.
           MOVE SPACES                   TO WRK-REC-MOTIVO.

           IF WRK-RES-NAO-ACHADO
               MOVE ZEROS                TO WRK-REC-QT-ENVIADA
           ELSE
               MOVE MANF-QT-REGISTROS    TO WRK-REC-QT-ENVIADA
           END-IF.

           EVALUATE TRUE
               WHEN WRK-RES-CONFIRMADO
                   MOVE "CONFIRMADO"     TO WRK-REC-SITUACAO
                   ADD 1 TO ACU-CONFIRMADOS
               WHEN WRK-RES-DIVERGENTE
                   MOVE "DIVERGENTE"     TO WRK-REC-SITUACAO
                   MOVE MANF-RECIBO-MOTIVO TO WRK-REC-MOTIVO
                   ADD 1 TO ACU-DIVERGENTES
               WHEN WRK-RES-RECUSADO
                   MOVE "RECUSADO"       TO WRK-REC-SITUACAO
                   MOVE MANR-MOTIVO      TO WRK-REC-MOTIVO
                   ADD 1 TO ACU-RECUSADOS
               WHEN WRK-RES-JA-CONFIRMADO
                   MOVE "REPETIDO"       TO WRK-REC-SITUACAO
                   MOVE "ENVIO JA ESTAVA CONFIRMADO" TO WRK-REC-MOTIVO
                   ADD 1 TO ACU-JA-CONFIRMADOS
               WHEN OTHER
                   MOVE "SEM ENVIO"      TO WRK-REC-SITUACAO
                   MOVE "SEQUENCIA FORA DO MANIFESTO" TO WRK-REC-MOTIVO
                   ADD 1 TO ACU-NAO-ACHADOS
           END-EVALUATE.

           MOVE WRK-LINHA-RECIBO         TO REG-MANIREL.
           WRITE REG-MANIREL AFTER 1 LINE.
           IF FS-MANIREL NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-MANIREL               TO WRK-STATUS-ERRO
               MOVE "0250-GRAVAR-LINHA"      TO WRK-AREA-ERRO
               MOVE "MANIRET"                TO WRK-PROGRAMA-ERRO
               MOVE "MANIREL"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0250-GRAVAR-LINHA-FIM.           EXIT.

      *-----------------------------------------------------------------
       0290-ESTATISTICA                 SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-TRACO.
           DISPLAY "TOTAL DE RECIBOS LIDOS.......: " ACU-LIDOS.
           DISPLAY "ENVIOS CONFIRMADOS...........: " ACU-CONFIRMADOS.
           DISPLAY "ENVIOS DIVERGENTES...........: " ACU-DIVERGENTES.
           DISPLAY "ENVIOS RECUSADOS.............: " ACU-RECUSADOS.
           DISPLAY "RECIBOS REPETIDOS............: " ACU-JA-CONFIRMADOS.
           DISPLAY "RECIBOS FORA DO MANIFESTO....: " ACU-NAO-ACHADOS.
           DISPLAY WRK-TRACO.
           DISPLAY WRK-FIM-PROGRAMA.
           DISPLAY WRK-TRACO.

       0290-ESTATISTICA-FIM.            EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                   SECTION.
      *-----------------------------------------------------------------

           PERFORM 0290-ESTATISTICA.

           CLOSE MANIREC.
           IF FS-MANIREC NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-MANIREC        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "MANIRET"         TO WRK-PROGRAMA-ERRO
               MOVE "MANIREC"         TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE MANIFEST.
           IF FS-MANIFEST NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-MANIFEST       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "MANIRET"         TO WRK-PROGRAMA-ERRO
               MOVE "MANIFEST"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE MANIREL.
           IF FS-MANIREL NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-MANIREL        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "MANIRET"         TO WRK-PROGRAMA-ERRO
               MOVE "MANIREL"         TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           IF ACU-DIVERGENTES GREATER ZEROS
              OR ACU-RECUSADOS GREATER ZEROS
              OR ACU-NAO-ACHADOS GREATER ZEROS
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
