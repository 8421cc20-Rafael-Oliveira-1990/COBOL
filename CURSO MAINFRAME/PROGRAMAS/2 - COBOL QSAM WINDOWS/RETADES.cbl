      *-----------------------------------------------------------------
       IDENTIFICATION                   DIVISION.
       PROGRAM-ID. RETADES.
      *=================================================================
      *== PROGRAMA....: RETADES
      *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
      *== ANALISTA....: IVAN SANCHES
      *== DATA........: 15/10/2026
      *== CONSULTORIA:
      *-----------------------------------------------------------------
      *== OBJETIVO....: PROCESSAR O RETORNO DO BANCO PARA A REMESSA DE
      *                 CADASTRO DE OPTANTES DO ADESDEB (ARQUIVO
      *                 RETOPT, BOOK REGMRET), ATUALIZANDO O CADASTRO
      *                 MANDATOS (BOOK REGMAND) PELA CHAVE CODIGO +
      *                 BANCO: ADESAO CONFIRMADA ("00") PASSA O
      *                 MANDATO A "C" E LIBERA O CLIENTE PARA O
      *                 DEBAUTO; ADESAO RECUSADA PASSA A "R" E O
      *                 CLIENTE CONTINUA NO BOLETO (BOLETCLI). SE O
      *                 CLIENTE PEDIU CANCELAMENTO ENQUANTO A ADESAO
      *                 ESTAVA NO BANCO ("X"), A CONFIRMACAO SO GRAVA A
      *                 DATA E O CANCELAMENTO SEGUE NA PROXIMA
      *                 REMESSA; A RECUSA ENCERRA O MANDATO ("K").
      *                 RETORNO DE CANCELAMENTO SO E CONFERIDO. RECUSAS
      *                 E RETORNOS SEM MANDATO CORRESPONDENTE SAEM NO
      *                 RELATORIO RELOPT PARA A OPERACAO.
      *-----------------------------------------------------------------
      *===================ESPECIFICACOES DO PROGRAMA====================
      *    ARQUIVO                    TIPO               BOOK
      *    RETOPT                    INPUT              REGMRET
      *    MANDATOS                  I-O                REGMAND
      *    RELOPT                    OUTPUT             N/A
      *    RETADES                   INPUT              BOOKMSG
      *    RETADES                   INPUT              BOOKASSI
      *-----------------------------------------------------------------
      *== MODULOS
      *
      *-----------------------------------------------------------------
      *-------------------ALTERACOESDO PROGRAMA-------------------------

ALT01 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT01 *== OBJETIVO....: ADESAO CONFIRMADA GRAVA NO MANDATO A AGENCIA
      *                 E A CONTA DO DEBITO DEVOLVIDAS PELO BANCO
      *                 (MRT-AGENCIA/MRT-CONTA -> MND-AGENCIA/
      *                 MND-CONTA, BOOKS REGMRET E REGMAND), BASE DA
      *                 REGRA DE CONTA COMPARTILHADA DO FRAUDCLI.
      *                 RETORNO SEM A CONTA (ZEROS OU BRANCOS) MANTEM
      *                 A QUE JA ESTAVA NO MANDATO.

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
           SELECT RETOPT ASSIGN TO WRK-NOME-RETOPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RETOPT.

           SELECT MANDATOS ASSIGN TO WRK-NOME-MANDATOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MND-CHAVE
           FILE STATUS IS FS-MANDATOS.

           SELECT RELOPT ASSIGN TO WRK-NOME-RELOPT
           FILE STATUS IS FS-RELOPT.
      *-----------------------------------------------------------------

      *=================================================================
       DATA                             DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                             SECTION.
      *-----------------------------------------------------------------
      *
      *            INPUT - RETORNO DO CADASTRO DE OPTANTES
      *
      *-----------------------------------------------------------------
       FD  RETOPT.
       COPY "REGMRET".

      *-----------------------------------------------------------------
      *
      *            I-O - CADASTRO DE OPTANTES DO DEBITO AUTOMATICO
      *
      *-----------------------------------------------------------------
       FD  MANDATOS.
       COPY "REGMAND".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - RECUSAS E RETORNOS NAO TRATADOS
      *
      *-----------------------------------------------------------------
       FD  RELOPT.
       01  REG-RELOPT                   PIC X(080).

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

       01  FS-RETOPT                    PIC 9(002)         VALUE ZEROS.
       01  FS-MANDATOS                  PIC 9(002)         VALUE ZEROS.
       01  FS-RELOPT                    PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----NOMES EXTERNALIZADOS VIA DD-----".
      *-----------------------------------------------------------------

       01  WRK-NOME-RETOPT              PIC X(040)         VALUE
              "C:\RELATORIO\dados\RETOPT.DAT".
       01  WRK-NOME-MANDATOS            PIC X(040)         VALUE
              "C:\RELATORIO\dados\MANDATOS.DAT".
       01  WRK-NOME-RELOPT              PIC X(040)         VALUE
              "C:\RELATORIO\dados\RELOPT.txt".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----LINHA DO RELATORIO DE RECUSAS-----".
      *-----------------------------------------------------------------

       01  WRK-LINHA-RECUSA.
           05 WRK-REC-CODIGO            PIC 9(007)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-REC-BANCO             PIC 9(003)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-REC-MOVIMENTO         PIC X(001)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-REC-OCORRENCIA        PIC X(002)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-REC-DATA              PIC 9(008)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-REC-TEXTO             PIC X(030)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEL DE ACUMULACAO-----".
      *-----------------------------------------------------------------

       01  ACU-LIDOS                    PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-CONFIRMADAS              PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-RECUSADAS                PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-CANCEL-CONFIRMADOS       PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-CANCEL-RECUSADOS         PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-NAO-TRATADOS             PIC 9(005)  COMP-3 VALUE ZEROS.

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
           PERFORM 0200-PROCESSAR UNTIL FS-RETOPT EQUAL 10.
           PERFORM 0300-FINALIZAR.

       0000-PRINCIPAL-FIM.              EXIT.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                 SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_RETOPT".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-RETOPT
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_MANDATOS".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-MANDATOS
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_RELOPT".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-RELOPT
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           OPEN INPUT RETOPT.
           IF FS-RETOPT NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-RETOPT                TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "RETADES"                TO WRK-PROGRAMA-ERRO
               MOVE "RETOPT"                 TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN I-O    MANDATOS.
           IF FS-MANDATOS NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-MANDATOS              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "RETADES"                TO WRK-PROGRAMA-ERRO
               MOVE "MANDATOS"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN OUTPUT RELOPT.
           IF FS-RELOPT NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-RELOPT                TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "RETADES"                TO WRK-PROGRAMA-ERRO
               MOVE "RELOPT"                 TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------
       0150-VERIFICAR-VAZIO             SECTION.
      *-----------------------------------------------------------------

           PERFORM 0160-LER-RETORNO.

           IF FS-RETOPT EQUAL 10
               MOVE WRK-ARQ-VAZIO          TO WRK-DESCRICAO-ERRO
               MOVE FS-RETOPT              TO WRK-STATUS-ERRO
               MOVE "0150-VERIFICAR-VAZIO" TO WRK-AREA-ERRO
               MOVE "RETADES"              TO WRK-PROGRAMA-ERRO
               MOVE "RETOPT"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0150-VERIFICAR-VAZIO-FIM.        EXIT.

      *-----------------------------------------------------------------
       0160-LER-RETORNO                 SECTION.
      *-----------------------------------------------------------------

           READ RETOPT.

           IF FS-RETOPT NOT EQUAL 00 AND NOT EQUAL 10
               MOVE WRK-ERRO-LEIT      TO WRK-DESCRICAO-ERRO
               MOVE FS-RETOPT          TO WRK-STATUS-ERRO
               MOVE "0160-LER-RETORNO" TO WRK-AREA-ERRO
               MOVE "RETADES"          TO WRK-PROGRAMA-ERRO
               MOVE "RETOPT"           TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0160-LER-RETORNO-FIM.            EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                   SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO ACU-LIDOS.

           MOVE MRT-CODIGO              TO MND-CODIGO.
           MOVE MRT-BANCO               TO MND-BANCO.

           READ MANDATOS KEY IS MND-CHAVE
               INVALID KEY
                   MOVE "MANDATO NAO LOCALIZADO" TO WRK-REC-TEXTO
                   PERFORM 0230-GRAVAR-RECUSA
                   ADD 1 TO ACU-NAO-TRATADOS
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN MRT-ADESAO
                           AND (MND-ENVIADO OR MND-CANC-PENDENTE)
                           PERFORM 0210-TRATAR-ADESAO
                       WHEN MRT-CANCELAMENTO AND MND-CANCELADO
                           PERFORM 0220-TRATAR-CANCELAMENTO
                       WHEN OTHER
                           MOVE "RETORNO DUPLICADO" TO WRK-REC-TEXTO
                           PERFORM 0230-GRAVAR-RECUSA
                           ADD 1 TO ACU-NAO-TRATADOS
                   END-EVALUATE
           END-READ.

           PERFORM 0160-LER-RETORNO.

       0200-PROCESSAR-FIM.              EXIT.

      *-----------------------------------------------------------------
       0210-TRATAR-ADESAO               SECTION.
      *-----------------------------------------------------------------
      *    MANDATO "X" AQUI E ADESAO QUE ESTAVA NO BANCO QUANDO O
      *    CLIENTE SAIU DO DEBITO: CONFIRMADA, O CANCELAMENTO VAI NA
      *    PROXIMA REMESSA; RECUSADA, NAO HA O QUE CANCELAR.
      *-----------------------------------------------------------------

           MOVE MRT-OCORRENCIA          TO MND-OCORRENCIA.
           MOVE MRT-DATA                TO MND-DATA-RETORNO.

           IF MRT-CONFIRMADO
               IF MND-ENVIADO
                   SET MND-CONFIRMADO   TO TRUE
               END-IF
ALT01          IF MRT-CONTA NUMERIC
ALT01             AND MRT-CONTA GREATER ZEROS
ALT01              MOVE MRT-AGENCIA     TO MND-AGENCIA
ALT01              MOVE MRT-CONTA       TO MND-CONTA
ALT01          END-IF
               ADD 1 TO ACU-CONFIRMADAS
           ELSE
               IF MND-ENVIADO
                   SET MND-RECUSADO     TO TRUE
               ELSE
                   SET MND-CANCELADO    TO TRUE
               END-IF
               MOVE "ADESAO RECUSADA PELO BANCO" TO WRK-REC-TEXTO
               PERFORM 0230-GRAVAR-RECUSA
               ADD 1 TO ACU-RECUSADAS
           END-IF.

           PERFORM 0240-REGRAVAR-MANDATO.

       0210-TRATAR-ADESAO-FIM.          EXIT.

      *-----------------------------------------------------------------
       0220-TRATAR-CANCELAMENTO         SECTION.
      *-----------------------------------------------------------------
      *    O MANDATO JA FICOU "K" NO ENVIO; A RECUSA DO BANCO SO VAI
      *    PARA O RELATORIO (A OPERACAO CANCELA DIRETO NO BANCO).
      *-----------------------------------------------------------------

           MOVE MRT-OCORRENCIA          TO MND-OCORRENCIA.
           MOVE MRT-DATA                TO MND-DATA-RETORNO.

           IF MRT-CONFIRMADO
               ADD 1 TO ACU-CANCEL-CONFIRMADOS
           ELSE
               MOVE "CANCELAMENTO RECUSADO" TO WRK-REC-TEXTO
               PERFORM 0230-GRAVAR-RECUSA
               ADD 1 TO ACU-CANCEL-RECUSADOS
           END-IF.

           PERFORM 0240-REGRAVAR-MANDATO.

       0220-TRATAR-CANCELAMENTO-FIM.    EXIT.

      *-----------------------------------------------------------------
       0230-GRAVAR-RECUSA               SECTION.
      *-----------------------------------------------------------------
      *    WRK-REC-TEXTO JA FOI CARREGADO PELO CHAMADOR.
      *-----------------------------------------------------------------

           MOVE MRT-CODIGO          TO WRK-REC-CODIGO.
           MOVE MRT-BANCO           TO WRK-REC-BANCO.
           MOVE MRT-MOVIMENTO       TO WRK-REC-MOVIMENTO.
           MOVE MRT-OCORRENCIA      TO WRK-REC-OCORRENCIA.
           MOVE MRT-DATA            TO WRK-REC-DATA.

           MOVE WRK-LINHA-RECUSA    TO REG-RELOPT.
           WRITE REG-RELOPT AFTER 1 LINE.
           IF FS-RELOPT NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-RELOPT                TO WRK-STATUS-ERRO
               MOVE "0230-GRAVAR-RECUSA"     TO WRK-AREA-ERRO
               MOVE "RETADES"                TO WRK-PROGRAMA-ERRO
               MOVE "RELOPT"                 TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0230-GRAVAR-RECUSA-FIM.          EXIT.

      *-----------------------------------------------------------------
       0240-REGRAVAR-MANDATO            SECTION.
      *-----------------------------------------------------------------

           REWRITE REG-MANDATO.
           IF FS-MANDATOS NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-MANDATOS              TO WRK-STATUS-ERRO
               MOVE "0240-REGRAVAR-MANDATO"  TO WRK-AREA-ERRO
               MOVE "RETADES"                TO WRK-PROGRAMA-ERRO
               MOVE "MANDATOS"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0240-REGRAVAR-MANDATO-FIM.       EXIT.

      *-----------------------------------------------------------------
       0290-ESTATISTICA                 SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-TRACO.
           DISPLAY "TOTAL DE RETORNOS LIDOS......: " ACU-LIDOS.
           DISPLAY "ADESOES CONFIRMADAS..........: " ACU-CONFIRMADAS.
           DISPLAY "ADESOES RECUSADAS............: " ACU-RECUSADAS.
           DISPLAY "CANCELAMENTOS CONFIRMADOS....: "
                                             ACU-CANCEL-CONFIRMADOS.
           DISPLAY "CANCELAMENTOS RECUSADOS......: "
                                             ACU-CANCEL-RECUSADOS.
           DISPLAY "RETORNOS NAO TRATADOS........: " ACU-NAO-TRATADOS.
           DISPLAY WRK-TRACO.
           DISPLAY WRK-FIM-PROGRAMA.
           DISPLAY WRK-TRACO.

       0290-ESTATISTICA-FIM.            EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                   SECTION.
      *-----------------------------------------------------------------

           PERFORM 0290-ESTATISTICA.

           CLOSE RETOPT.
           IF FS-RETOPT NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-RETOPT         TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "RETADES"         TO WRK-PROGRAMA-ERRO
               MOVE "RETOPT"          TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE MANDATOS.
           IF FS-MANDATOS NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-MANDATOS       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "RETADES"         TO WRK-PROGRAMA-ERRO
               MOVE "MANDATOS"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE RELOPT.
           IF FS-RELOPT NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-RELOPT         TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "RETADES"         TO WRK-PROGRAMA-ERRO
               MOVE "RELOPT"          TO WRK-ARQUIVO-ERRO
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
