      *-----------------------------------------------------------------
       IDENTIFICATION                   DIVISION.
       PROGRAM-ID. RETPARC.
      *=================================================================
      *== PROGRAMA....: RETPARC
      *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
      *== ANALISTA....: IVAN SANCHES
      *== DATA........: 15/10/2026
      *== CONSULTORIA:
      *-----------------------------------------------------------------
      *== OBJETIVO....: PROCESSAR O RETORNO DO BANCO PARA A REMESSA DE
      *                 PAGAMENTO A PARCEIROS GERADA PELO PAGPARC
      *                 (ARQUIVO RETOPARC, BOOK REGPRET), NO MESMO
      *                 MOLDE DO RETCART. O REPASSE PAGO (OCORRENCIA
      *                 "00") FICA "P" NO CONTROLE REPASSES (BOOK
      *                 REGREPA) COM A DATA E O VALOR PAGOS, PARA O
      *                 GLEXTRAT BAIXAR O PASSIVO; O RECUSADO FICA "R"
      *                 COM A OCORRENCIA E VOLTA NA PROXIMA REMESSA DO
      *                 PAGPARC. RETORNO SEM REPASSE REMETIDO, RETORNO
      *                 DUPLICADO, RECUSA E PAGAMENTO COM VALOR
      *                 DIFERENTE DO LIQUIDO REMETIDO SAEM NO
      *                 RELATORIO RECPARC.
      *-----------------------------------------------------------------
      *===================ESPECIFICACOES DO PROGRAMA====================
      *    ARQUIVO                    TIPO               BOOK
      *    RETOPARC                  INPUT              REGPRET
      *    REPASSES                  I-O                REGREPA
      *    RECPARC                   OUTPUT             N/A
      *    RETPARC                   INPUT              BOOKMSG
      *    RETPARC                   INPUT              BOOKASSI
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
           SELECT RETOPARC ASSIGN TO WRK-NOME-RETOPARC
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RETOPARC.

           SELECT REPASSES ASSIGN TO WRK-NOME-REPASSES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REPA-CHAVE
           FILE STATUS IS FS-REPASSES.

           SELECT RECPARC ASSIGN TO WRK-NOME-RECPARC
           FILE STATUS IS FS-RECPARC.
      *-----------------------------------------------------------------

      *=================================================================
       DATA                             DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                             SECTION.
      *-----------------------------------------------------------------
      *
      *            INPUT - RETORNO DO BANCO (PAGAMENTO A PARCEIROS)
      *
      *-----------------------------------------------------------------
       FD  RETOPARC.
       COPY "REGPRET".

      *-----------------------------------------------------------------
      *
      *            I-O - CONTROLE DE REPASSES A PARCEIROS
      *
      *-----------------------------------------------------------------
       FD  REPASSES.
       COPY "REGREPA".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - RELATORIO DE OCORRENCIAS DO RETORNO
      *
      *-----------------------------------------------------------------
       FD  RECPARC.
       01  REG-RECPARC                  PIC X(080).

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

       01  FS-RETOPARC                  PIC 9(002)         VALUE ZEROS.
       01  FS-REPASSES                  PIC 9(002)         VALUE ZEROS.
       01  FS-RECPARC                   PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----NOMES EXTERNALIZADOS VIA DD-----".
      *-----------------------------------------------------------------

       01  WRK-NOME-RETOPARC            PIC X(040)         VALUE
              "C:\RELATORIO\dados\RETOPARC.DAT".
       01  WRK-NOME-REPASSES            PIC X(040)         VALUE
              "C:\RELATORIO\dados\REPASSES.DAT".
       01  WRK-NOME-RECPARC             PIC X(040)         VALUE
              "C:\RELATORIO\dados\RECPARC.txt".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----LINHA DO RELATORIO DE OCORRENCIAS-----".
      *-----------------------------------------------------------------

       01  WRK-LINHA-RECUSA.
           05 WRK-REC-STREAMING         PIC X(010)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-REC-COMPETENCIA       PIC 9(006)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-REC-VALOR             PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-REC-OCORRENCIA        PIC X(002)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-REC-TEXTO             PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEL DE ACUMULACAO-----".
      *-----------------------------------------------------------------

       01  ACU-LIDOS                    PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-PAGOS                    PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-PAGOS-DIVERGENTES        PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-RECUSADOS                PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-NAO-TRATADOS             PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-VALOR-PAGO               PIC 9(011)V99 COMP-3
                                                           VALUE ZEROS.

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
           PERFORM 0200-PROCESSAR UNTIL FS-RETOPARC EQUAL 10.
           PERFORM 0300-FINALIZAR.

       0000-PRINCIPAL-FIM.              EXIT.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                 SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_RETOPARC".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-RETOPARC
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_REPASSES".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-REPASSES
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_RECPARC".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-RECPARC
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           OPEN INPUT RETOPARC.
           IF FS-RETOPARC NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-RETOPARC              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "RETPARC"                TO WRK-PROGRAMA-ERRO
               MOVE "RETOPARC"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN I-O    REPASSES.
           IF FS-REPASSES NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-REPASSES              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "RETPARC"                TO WRK-PROGRAMA-ERRO
               MOVE "REPASSES"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN OUTPUT RECPARC.
           IF FS-RECPARC NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-RECPARC               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "RETPARC"                TO WRK-PROGRAMA-ERRO
               MOVE "RECPARC"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------
       0150-VERIFICAR-VAZIO             SECTION.
      *-----------------------------------------------------------------

           PERFORM 0160-LER-RETORNO.

           IF FS-RETOPARC EQUAL 10
               MOVE WRK-ARQ-VAZIO          TO WRK-DESCRICAO-ERRO
               MOVE FS-RETOPARC            TO WRK-STATUS-ERRO
               MOVE "0150-VERIFICAR-VAZIO" TO WRK-AREA-ERRO
               MOVE "RETPARC"              TO WRK-PROGRAMA-ERRO
               MOVE "RETOPARC"             TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0150-VERIFICAR-VAZIO-FIM.        EXIT.

      *-----------------------------------------------------------------
       0160-LER-RETORNO                 SECTION.
      *-----------------------------------------------------------------

           READ RETOPARC.

           IF FS-RETOPARC NOT EQUAL 00 AND NOT EQUAL 10
               MOVE WRK-ERRO-LEIT      TO WRK-DESCRICAO-ERRO
               MOVE FS-RETOPARC        TO WRK-STATUS-ERRO
               MOVE "0160-LER-RETORNO" TO WRK-AREA-ERRO
               MOVE "RETPARC"          TO WRK-PROGRAMA-ERRO
               MOVE "RETOPARC"         TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0160-LER-RETORNO-FIM.            EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                   SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO ACU-LIDOS.

           MOVE PRT-STREAMING           TO REPA-STREAMING.
           MOVE PRT-COMPETENCIA         TO REPA-COMPETENCIA.

           READ REPASSES KEY IS REPA-CHAVE
               INVALID KEY
                   MOVE "REPASSE NAO LOCALIZADO" TO WRK-REC-TEXTO
                   PERFORM 0230-GRAVAR-RECUSA
                   ADD 1 TO ACU-NAO-TRATADOS
               NOT INVALID KEY
                   IF REPA-REMETIDO
                       PERFORM 0210-TRATAR-RETORNO
                   ELSE
                       MOVE "RETORNO DUPLICADO" TO WRK-REC-TEXTO
                       PERFORM 0230-GRAVAR-RECUSA
                       ADD 1 TO ACU-NAO-TRATADOS
                   END-IF
           END-READ.

           PERFORM 0160-LER-RETORNO.

       0200-PROCESSAR-FIM.              EXIT.

      *-----------------------------------------------------------------
       0210-TRATAR-RETORNO              SECTION.
      *-----------------------------------------------------------------

           MOVE PRT-OCORRENCIA          TO REPA-OCORRENCIA.

           IF PRT-PAGO
               SET REPA-PAGO            TO TRUE
               MOVE PRT-DATA            TO REPA-DATA-PAGAMENTO
               MOVE PRT-VALOR           TO REPA-VALOR-PAGO
               ADD 1                    TO ACU-PAGOS
               ADD PRT-VALOR            TO ACU-VALOR-PAGO
               IF PRT-VALOR NOT EQUAL REPA-VALOR-LIQUIDO
                   MOVE "PAGO COM VALOR DIFERENTE DO REMETIDO"
                                        TO WRK-REC-TEXTO
                   PERFORM 0230-GRAVAR-RECUSA
                   ADD 1                TO ACU-PAGOS-DIVERGENTES
               END-IF
           ELSE
               SET REPA-RECUSADO        TO TRUE
               MOVE "RECUSADO - VOLTA NA PROXIMA REMESSA"
                                        TO WRK-REC-TEXTO
               PERFORM 0230-GRAVAR-RECUSA
               ADD 1                    TO ACU-RECUSADOS
           END-IF.

           REWRITE REG-REPASSE.
           IF FS-REPASSES NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-REPASSES              TO WRK-STATUS-ERRO
               MOVE "0210-TRATAR-RETORNO"    TO WRK-AREA-ERRO
               MOVE "RETPARC"                TO WRK-PROGRAMA-ERRO
               MOVE "REPASSES"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0210-TRATAR-RETORNO-FIM.         EXIT.

      *-----------------------------------------------------------------
       0230-GRAVAR-RECUSA               SECTION.
      *-----------------------------------------------------------------
      *    WRK-REC-TEXTO JA FOI CARREGADO PELO CHAMADOR.
      *-----------------------------------------------------------------

           MOVE PRT-STREAMING       TO WRK-REC-STREAMING.
           MOVE PRT-COMPETENCIA     TO WRK-REC-COMPETENCIA.
           MOVE PRT-VALOR           TO WRK-REC-VALOR.
           MOVE PRT-OCORRENCIA      TO WRK-REC-OCORRENCIA.

           MOVE WRK-LINHA-RECUSA    TO REG-RECPARC.
           WRITE REG-RECPARC AFTER 1 LINE.
           IF FS-RECPARC NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-RECPARC               TO WRK-STATUS-ERRO
               MOVE "0230-GRAVAR-RECUSA"     TO WRK-AREA-ERRO
               MOVE "RETPARC"                TO WRK-PROGRAMA-ERRO
               MOVE "RECPARC"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0230-GRAVAR-RECUSA-FIM.          EXIT.

      *-----------------------------------------------------------------
       0290-ESTATISTICA                 SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-TRACO.
           DISPLAY "RETORNOS LIDOS...............: " ACU-LIDOS.
           DISPLAY "REPASSES PAGOS...............: " ACU-PAGOS.
           DISPLAY "PAGOS COM VALOR DIVERGENTE...: "
                                             ACU-PAGOS-DIVERGENTES.
           DISPLAY "RECUSADOS PELO BANCO.........: " ACU-RECUSADOS.
           DISPLAY "NAO TRATADOS.................: " ACU-NAO-TRATADOS.
           DISPLAY "VALOR PAGO AOS PARCEIROS.....: " ACU-VALOR-PAGO.
           DISPLAY WRK-TRACO.
           DISPLAY WRK-FIM-PROGRAMA.
           DISPLAY WRK-TRACO.

       0290-ESTATISTICA-FIM.            EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                   SECTION.
      *-----------------------------------------------------------------

           PERFORM 0290-ESTATISTICA.

           CLOSE RETOPARC.
           IF FS-RETOPARC NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-RETOPARC       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "RETPARC"         TO WRK-PROGRAMA-ERRO
               MOVE "RETOPARC"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE REPASSES.
           IF FS-REPASSES NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-REPASSES       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "RETPARC"         TO WRK-PROGRAMA-ERRO
               MOVE "REPASSES"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE RECPARC.
           IF FS-RECPARC NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-RECPARC        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "RETPARC"         TO WRK-PROGRAMA-ERRO
               MOVE "RECPARC"         TO WRK-ARQUIVO-ERRO
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
