      *-----------------------------------------------------------------
       IDENTIFICATION                   DIVISION.
       PROGRAM-ID. CESSRET.
      *=================================================================
      *== PROGRAMA....: CESSRET
      *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
      *== ANALISTA....: IVAN SANCHES
      *== DATA........: 15/10/2026
      *== CONSULTORIA:
      *-----------------------------------------------------------------
      *== OBJETIVO....: PROCESSAR O RETORNO DAS ASSESSORIAS DE COBRANCA
      *                 (ARQUIVO RETCESS, BOOK REGCESR) CONTRA O
      *                 CONTROLE DE CESSOES DO CESSCLI (BOOK REGCESS):
      *                 "P" - PAGAMENTO RECUPERADO PELA ASSESSORIA: O
      *                 VALOR E DISTRIBUIDO NAS FATURAS DA CESSAO DA
      *                 MAIS ANTIGA PARA A MAIS NOVA E GRAVADO NO
      *                 FORMATO DE EXTRATO DE DEPOSITO (ARQUIVO
      *                 PAGASSE, BOOK REGDEP) PARA O BAIXAPAG DO STEP
      *                 SEGUINTE (BAIXPARM "E"); A COMISSAO DA
      *                 ASSESSORIA E CALCULADA PELO PERCENTUAL DA
      *                 REFERENCIA ASSESSOR (BOOK REGASSE) E A CESSAO
      *                 FICA QUITADA QUANDO O RECUPERADO ALCANCA O
      *                 CEDIDO. O REPASSE DE CADA ASSESSORIA VAI AO
      *                 JORNAL DE CAIXA (CAIXAJRN) E A COMISSAO DO
      *                 PERIODO AO ARQUIVO COMISCOB (BOOK REGCOMA).
      *                 "A" - ACORDO FIRMADO PELA ASSESSORIA.
      *                 "D" - CONTA DEVOLVIDA COMO INCOBRAVEL; NAO
      *                 VOLTA A SER CEDIDA PELO CESSCLI.
      *                 OCORRENCIA DE CESSAO INEXISTENTE, DE OUTRA
      *                 ASSESSORIA OU JA ENCERRADA E REJEITADA NA
      *                 LISTAGEM LISTRETC.
      *-----------------------------------------------------------------
      *===================ESPECIFICACOES DO PROGRAMA====================
      *    ARQUIVO                    TIPO               BOOK
      *    RETCESS                   INPUT              REGCESR
      *    ASSESSOR                  INPUT              REGASSE
      *    CESSAO                    I-O                REGCESS
      *    FATURAS                   INPUT              REGFATUR
      *    PAGASSE                   OUTPUT             REGDEP
      *    CAIXAJRN                  EXTEND             REGCAIX
      *    COMISCOB                  OUTPUT             REGCOMA
      *    LISTRETC                  OUTPUT             N/A
      *    CESSRET                   INPUT              BOOKMSG
      *    CESSRET                   INPUT              BOOKASSI
      *-----------------------------------------------------------------
      *== MODULOS
      *
      *-----------------------------------------------------------------
      *-------------------ALTERACOESDO PROGRAMA-------------------------

      *== PROGRAMADOR.:
      *== ANALISTA....:
      *== CONSULTORIA.:
      *== DATA........:
      *== OBJETIVO....:

ALT01 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT01 *== OBJETIVO....: O REGISTRO DO JORNAL DE CAIXA GANHOU O CPF/
      *                 CNPJ DE QUEM PAGOU (CXJ-PAGADOR-DOC, BOOK
      *                 REGCAIX), SO INFORMADO NO PIX; AQUI O CAMPO
      *                 VAI ZERADO.

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
           SELECT RETCESS ASSIGN TO WRK-NOME-RETCESS
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RETCESS.

           SELECT ASSESSOR ASSIGN TO WRK-NOME-ASSESSOR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-ASSESSOR.

           SELECT CESSAO ASSIGN TO WRK-NOME-CESSAO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CESS-CODIGO
           FILE STATUS IS FS-CESSAO.

           SELECT FATURAS ASSIGN TO WRK-NOME-FATURAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FAT-CHAVE
           FILE STATUS IS FS-FATURAS.

           SELECT PAGASSE ASSIGN TO WRK-NOME-PAGASSE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-PAGASSE.

           SELECT CAIXAJRN ASSIGN TO WRK-NOME-CAIXAJRN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CAIXAJRN.

           SELECT COMISCOB ASSIGN TO WRK-NOME-COMISCOB
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-COMISCOB.

           SELECT LISTRETC ASSIGN TO WRK-NOME-LISTRETC
           FILE STATUS IS FS-LISTRETC.
      *-----------------------------------------------------------------

      *=================================================================
       DATA                             DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                             SECTION.
      *-----------------------------------------------------------------
      *
      *            INPUT - RETORNO DAS ASSESSORIAS DE COBRANCA
      *
      *-----------------------------------------------------------------
       FD  RETCESS.
       COPY "REGCESR".

      *-----------------------------------------------------------------
      *
      *            INPUT - ASSESSORIAS DE COBRANCA CONTRATADAS
      *
      *-----------------------------------------------------------------
       FD  ASSESSOR.
       COPY "REGASSE".

      *-----------------------------------------------------------------
      *
      *            I-O - CONTROLE DE CESSOES POR CLIENTE (CESSCLI)
      *
      *-----------------------------------------------------------------
       FD  CESSAO.
       COPY "REGCESS".

      *-----------------------------------------------------------------
      *
      *            INPUT - FATURAS POR COMPETENCIA (FATURCLI)
      *
      *-----------------------------------------------------------------
       FD  FATURAS.
       COPY "REGFATUR".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - PAGAMENTOS DAS ASSESSORIAS NO FORMATO DO
      *            EXTRATO DE DEPOSITO (ENTRADA DO BAIXAPAG)
      *
      *-----------------------------------------------------------------
       FD  PAGASSE.
       COPY "REGDEP".

      *-----------------------------------------------------------------
      *
      *            EXTEND - JORNAL DE RECEBIMENTOS (CONCCAIX)
      *
      *-----------------------------------------------------------------
       FD  CAIXAJRN.
       COPY "REGCAIX".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - COMISSAO DAS ASSESSORIAS NO PERIODO
      *
      *-----------------------------------------------------------------
       FD  COMISCOB.
       COPY "REGCOMA".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - LISTAGEM DE CONFERENCIA DO RETORNO
      *
      *-----------------------------------------------------------------
       FD  LISTRETC.
       01  REG-LISTRETC                 PIC X(080).

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

       01  FS-RETCESS                   PIC 9(002)         VALUE ZEROS.
       01  FS-ASSESSOR                  PIC 9(002)         VALUE ZEROS.
       01  FS-CESSAO                    PIC 9(002)         VALUE ZEROS.
       01  FS-FATURAS                   PIC 9(002)         VALUE ZEROS.
       01  FS-PAGASSE                   PIC 9(002)         VALUE ZEROS.
       01  FS-CAIXAJRN                  PIC 9(002)         VALUE ZEROS.
       01  FS-COMISCOB                  PIC 9(002)         VALUE ZEROS.
       01  FS-LISTRETC                  PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----NOMES EXTERNALIZADOS VIA DD-----".
      *-----------------------------------------------------------------

       01  WRK-NOME-RETCESS             PIC X(040)         VALUE
              "C:\RELATORIO\dados\RETCESS.DAT".
       01  WRK-NOME-ASSESSOR            PIC X(040)         VALUE
              "C:\RELATORIO\dados\ASSESSOR.DAT".
       01  WRK-NOME-CESSAO              PIC X(040)         VALUE
              "C:\RELATORIO\dados\CESSAO.DAT".
       01  WRK-NOME-FATURAS             PIC X(040)         VALUE
              "C:\RELATORIO\dados\FATURAS.DAT".
       01  WRK-NOME-PAGASSE             PIC X(040)         VALUE
              "C:\RELATORIO\dados\PAGASSE.DAT".
       01  WRK-NOME-CAIXAJRN            PIC X(040)         VALUE
              "C:\RELATORIO\dados\CAIXAJRN.DAT".
       01  WRK-NOME-COMISCOB            PIC X(040)         VALUE
              "C:\RELATORIO\dados\COMISCOB.DAT".
       01  WRK-NOME-LISTRETC            PIC X(040)         VALUE
              "C:\RELATORIO\dados\LISTRETC.txt".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----TABELA DE ASSESSORIAS DE COBRANCA-----".
      *-----------------------------------------------------------------

       01  TAB-ASSESSORIAS.
           05 ASSE-ENTRADA              OCCURS 20 TIMES.
               10 ASSE-TAB-CODIGO       PIC X(003) VALUE SPACES.
               10 ASSE-TAB-NOME         PIC X(020) VALUE SPACES.
               10 ASSE-TAB-PERC         PIC 9(003)V99 VALUE ZEROS.
               10 ASSE-TAB-QT-PAGTOS    PIC 9(005)  COMP-3 VALUE ZEROS.
               10 ASSE-TAB-RECUPERADO   PIC 9(007)V99 COMP-3
                                                   VALUE ZEROS.
               10 ASSE-TAB-COMISSAO     PIC 9(007)V99 COMP-3
                                                   VALUE ZEROS.

       01  WRK-QT-ASSESSORIAS           PIC 9(002)  COMP-3 VALUE ZEROS.
       01  IDX-ASSE                     PIC 9(002)  COMP-3 VALUE ZEROS.
       01  WRK-IDX-ACHADO               PIC 9(002)  COMP-3 VALUE ZEROS.
       01  WRK-ASSE-PROCURADA           PIC X(003)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEIS DO PROCESSAMENTO-----".
      *-----------------------------------------------------------------

       01  WRK-DATA-ATUAL               PIC 9(008)         VALUE ZEROS.

       01  WRK-SW-FIM-RETCESS           PIC X(001)         VALUE "N".
           88 WRK-FIM-RETCESS                               VALUE "S".

       01  WRK-SW-FIM-FATURAS           PIC X(001)         VALUE "N".
           88 WRK-FIM-FATURAS                               VALUE "S".

       01  WRK-MOTIVO                   PIC X(030)         VALUE SPACES.
       01  WRK-VALOR-RESIDUO            PIC S9(007)V99     VALUE ZEROS.
       01  WRK-VALOR-RESTANTE           PIC 9(007)V99      VALUE ZEROS.
       01  WRK-VALOR-COMISSAO           PIC 9(007)V99      VALUE ZEROS.
       01  WRK-VALOR-MAXIMO-DEP         PIC 9(005)V99      VALUE
                                                        99999,99.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----LINHA DE CONFERENCIA DO RETORNO-----".
      *-----------------------------------------------------------------

       01  WRK-LINHA-RETC.
           05 WRK-RETC-CODIGO           PIC 9(007)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-RETC-ASSESSORIA       PIC X(003)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-RETC-ACAO             PIC X(020)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-RETC-DETALHE          PIC X(030)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-RETC-VALOR            PIC ZZ.ZZZ.ZZ9,99  VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEL DE ACUMULACAO-----".
      *-----------------------------------------------------------------

       01  ACU-LIDOS                    PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-PAGAMENTOS               PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-QUITADAS                 PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-ACORDOS                  PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-DEVOLVIDAS               PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-REJEITADOS               PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-DEPOSITOS                PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-VALOR-RECUPERADO         PIC 9(009)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-VALOR-COMISSAO           PIC 9(009)V99 COMP-3
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
           PERFORM 0200-PROCESSAR-RETORNO
               UNTIL WRK-FIM-RETCESS.
           PERFORM 0260-FECHAR-ASSESSORIA
               VARYING IDX-ASSE FROM 1 BY 1
               UNTIL IDX-ASSE GREATER WRK-QT-ASSESSORIAS.
           PERFORM 0300-FINALIZAR.

       0000-PRINCIPAL-FIM.              EXIT.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                 SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_RETCESS".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-RETCESS
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_ASSESSOR".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-ASSESSOR
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CESSAO".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-CESSAO
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_FATURAS".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-FATURAS
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_PAGASSE".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-PAGASSE
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CAIXAJRN".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-CAIXAJRN
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_COMISCOB".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-COMISCOB
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_LISTRETC".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-LISTRETC
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           PERFORM 0120-CARREGAR-ASSESSORIAS.

           OPEN INPUT RETCESS.
           IF FS-RETCESS NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-RETCESS               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "CESSRET"                TO WRK-PROGRAMA-ERRO
               MOVE "RETCESS"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

      *    SEM O CONTROLE DE CESSOES NENHUMA CONTA FOI CEDIDA AINDA -
      *    NAO HA RETORNO A PROCESSAR.
           OPEN I-O CESSAO.
           IF FS-CESSAO EQUAL 35
               MOVE WRK-ARQ-VAZIO            TO WRK-DESCRICAO-ERRO
               MOVE FS-CESSAO                TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "CESSRET"                TO WRK-PROGRAMA-ERRO
               MOVE "CESSAO"                 TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.
           IF FS-CESSAO NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-CESSAO                TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "CESSRET"                TO WRK-PROGRAMA-ERRO
               MOVE "CESSAO"                 TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN INPUT FATURAS.
           IF FS-FATURAS NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-FATURAS               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "CESSRET"                TO WRK-PROGRAMA-ERRO
               MOVE "FATURAS"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN OUTPUT PAGASSE.
           IF FS-PAGASSE NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-PAGASSE               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "CESSRET"                TO WRK-PROGRAMA-ERRO
               MOVE "PAGASSE"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN EXTEND CAIXAJRN.
           IF FS-CAIXAJRN EQUAL 35
               OPEN OUTPUT CAIXAJRN
           END-IF.
           IF FS-CAIXAJRN NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-CAIXAJRN              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "CESSRET"                TO WRK-PROGRAMA-ERRO
               MOVE "CAIXAJRN"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN OUTPUT COMISCOB.
           IF FS-COMISCOB NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-COMISCOB              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "CESSRET"                TO WRK-PROGRAMA-ERRO
               MOVE "COMISCOB"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN OUTPUT LISTRETC.
           IF FS-LISTRETC NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-LISTRETC              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "CESSRET"                TO WRK-PROGRAMA-ERRO
               MOVE "LISTRETC"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------
       0120-CARREGAR-ASSESSORIAS        SECTION.
      *-----------------------------------------------------------------
      *    TODAS AS ASSESSORIAS DA REFERENCIA, ATIVAS OU NAO - A
      *    INATIVA AINDA PRESTA CONTA DAS CESSOES QUE ESTAO COM ELA.
      *-----------------------------------------------------------------

           OPEN INPUT ASSESSOR.

           IF FS-ASSESSOR EQUAL ZEROS
               PERFORM 0121-LER-ASSESSORIA
                   UNTIL FS-ASSESSOR NOT EQUAL ZEROS
               CLOSE ASSESSOR
           ELSE
               MOVE WRK-ARQ-VAZIO              TO WRK-DESCRICAO-ERRO
               MOVE FS-ASSESSOR                TO WRK-STATUS-ERRO
               MOVE "0120-CARREGAR-ASSESSORIAS" TO WRK-AREA-ERRO
               MOVE "CESSRET"                  TO WRK-PROGRAMA-ERRO
               MOVE "ASSESSOR"                 TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0120-CARREGAR-ASSESSORIAS-FIM.   EXIT.

      *-----------------------------------------------------------------
       0121-LER-ASSESSORIA              SECTION.
      *-----------------------------------------------------------------

           READ ASSESSOR.

           IF FS-ASSESSOR EQUAL ZEROS
               IF WRK-QT-ASSESSORIAS NOT LESS 20
                   MOVE WRK-ERRO-TABELA          TO WRK-DESCRICAO-ERRO
                   MOVE ZEROS                    TO WRK-STATUS-ERRO
                   MOVE "0121-LER-ASSESSORIA"    TO WRK-AREA-ERRO
                   MOVE "CESSRET"                TO WRK-PROGRAMA-ERRO
                   MOVE "ASSESSOR"               TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
               ADD 1 TO WRK-QT-ASSESSORIAS
               MOVE ASSE-CODIGO         TO
                          ASSE-TAB-CODIGO (WRK-QT-ASSESSORIAS)
               MOVE ASSE-NOME           TO
                          ASSE-TAB-NOME   (WRK-QT-ASSESSORIAS)
               MOVE ASSE-PERC-COMISSAO  TO
                          ASSE-TAB-PERC   (WRK-QT-ASSESSORIAS)
           ELSE
               IF FS-ASSESSOR NOT EQUAL 10
                   MOVE WRK-ERRO-LEIT            TO WRK-DESCRICAO-ERRO
                   MOVE FS-ASSESSOR              TO WRK-STATUS-ERRO
                   MOVE "0121-LER-ASSESSORIA"    TO WRK-AREA-ERRO
                   MOVE "CESSRET"                TO WRK-PROGRAMA-ERRO
                   MOVE "ASSESSOR"               TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

       0121-LER-ASSESSORIA-FIM.         EXIT.

      *-----------------------------------------------------------------
       0130-PROCURAR-ASSESSORIA         SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-IDX-ACHADO.

           PERFORM 0131-TESTAR-ASSESSORIA
               VARYING IDX-ASSE FROM 1 BY 1
               UNTIL IDX-ASSE GREATER WRK-QT-ASSESSORIAS
                   OR WRK-IDX-ACHADO GREATER ZEROS.

       0130-PROCURAR-ASSESSORIA-FIM.    EXIT.

      *-----------------------------------------------------------------
       0131-TESTAR-ASSESSORIA           SECTION.
      *-----------------------------------------------------------------

           IF ASSE-TAB-CODIGO (IDX-ASSE) EQUAL WRK-ASSE-PROCURADA
               MOVE IDX-ASSE TO WRK-IDX-ACHADO
           END-IF.

       0131-TESTAR-ASSESSORIA-FIM.      EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR-RETORNO           SECTION.
      *-----------------------------------------------------------------

           READ RETCESS
               AT END
                   SET WRK-FIM-RETCESS TO TRUE
           END-READ.

           IF WRK-FIM-RETCESS
               GO TO 0200-PROCESSAR-RETORNO-FIM
           END-IF.

           IF FS-RETCESS NOT EQUAL ZEROS
               MOVE WRK-ERRO-LEIT            TO WRK-DESCRICAO-ERRO
               MOVE FS-RETCESS               TO WRK-STATUS-ERRO
               MOVE "0200-PROCESSAR-RETORNO" TO WRK-AREA-ERRO
               MOVE "CESSRET"                TO WRK-PROGRAMA-ERRO
               MOVE "RETCESS"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           ADD 1 TO ACU-LIDOS.

           MOVE CESR-ASSESSORIA TO WRK-ASSE-PROCURADA.
           PERFORM 0130-PROCURAR-ASSESSORIA.
           IF WRK-IDX-ACHADO EQUAL ZEROS
               MOVE "ASSESSORIA NAO CADASTRADA" TO WRK-MOTIVO
               PERFORM 0280-REJEITAR
               GO TO 0200-PROCESSAR-RETORNO-FIM
           END-IF.

           MOVE CESR-CODIGO TO CESS-CODIGO.
           READ CESSAO KEY IS CESS-CODIGO
               INVALID KEY
                   MOVE "CESSAO INEXISTENTE"       TO WRK-MOTIVO
                   PERFORM 0280-REJEITAR
                   GO TO 0200-PROCESSAR-RETORNO-FIM
           END-READ.

           IF CESS-ASSESSORIA NOT EQUAL CESR-ASSESSORIA
               MOVE "CESSAO DE OUTRA ASSESSORIA"   TO WRK-MOTIVO
               PERFORM 0280-REJEITAR
               GO TO 0200-PROCESSAR-RETORNO-FIM
           END-IF.

           IF NOT CESS-ATIVA
               MOVE "CESSAO JA ENCERRADA"          TO WRK-MOTIVO
               PERFORM 0280-REJEITAR
               GO TO 0200-PROCESSAR-RETORNO-FIM
           END-IF.

           EVALUATE TRUE
               WHEN CESR-PAGAMENTO
                   PERFORM 0210-APLICAR-PAGAMENTO
               WHEN CESR-ACORDO
                   PERFORM 0230-REGISTRAR-ACORDO
               WHEN CESR-DEVOLUCAO
                   PERFORM 0240-REGISTRAR-DEVOLUCAO
               WHEN OTHER
                   MOVE "OCORRENCIA INVALIDA"      TO WRK-MOTIVO
                   PERFORM 0280-REJEITAR
           END-EVALUATE.

       0200-PROCESSAR-RETORNO-FIM.      EXIT.

      *-----------------------------------------------------------------
       0210-APLICAR-PAGAMENTO           SECTION.
      *-----------------------------------------------------------------
      *    O VALOR QUITA, DA MAIS ANTIGA PARA A MAIS NOVA, AS FATURAS
      *    DA CESSAO CUJO RESIDUO CABE NO QUE RESTA - CADA UMA VIRA UM
      *    DEPOSITO DE VALOR IGUAL AO RESIDUO, QUE O BAIXAPAG QUITA.
      *    A SOBRA VAI EM DEPOSITO(S) DO CLIENTE, QUE O BAIXAPAG APLICA
      *    COMO PAGAMENTO PARCIAL OU DEIXA EM SUSPENSO.
      *-----------------------------------------------------------------

           IF CESR-VALOR EQUAL ZEROS
               MOVE "PAGAMENTO SEM VALOR"          TO WRK-MOTIVO
               PERFORM 0280-REJEITAR
               GO TO 0210-APLICAR-PAGAMENTO-FIM
           END-IF.

           MOVE CESR-VALOR TO WRK-VALOR-RESTANTE.

           MOVE "N"         TO WRK-SW-FIM-FATURAS.
           MOVE CESS-CODIGO TO FAT-CODIGO.
           MOVE ZEROS       TO FAT-COMPETENCIA.
           START FATURAS KEY IS NOT LESS FAT-CHAVE
               INVALID KEY
                   SET WRK-FIM-FATURAS TO TRUE
           END-START.

           PERFORM 0215-ALOCAR-FATURA
               UNTIL WRK-FIM-FATURAS
                  OR WRK-VALOR-RESTANTE EQUAL ZEROS.

           PERFORM 0218-GRAVAR-SOBRA
               UNTIL WRK-VALOR-RESTANTE EQUAL ZEROS.

           COMPUTE WRK-VALOR-COMISSAO ROUNDED =
               CESR-VALOR * ASSE-TAB-PERC (WRK-IDX-ACHADO) / 100.

           ADD CESR-VALOR         TO CESS-VALOR-RECUPERADO.
           ADD WRK-VALOR-COMISSAO TO CESS-VALOR-COMISSAO.

           MOVE CESS-CODIGO              TO WRK-RETC-CODIGO.
           MOVE CESS-ASSESSORIA          TO WRK-RETC-ASSESSORIA.
           MOVE "PAGAMENTO"              TO WRK-RETC-ACAO.
           MOVE SPACES                   TO WRK-RETC-DETALHE.

           IF CESS-VALOR-RECUPERADO NOT LESS CESS-VALOR-CEDIDO
               SET CESS-QUITADA          TO TRUE
               MOVE WRK-DATA-ATUAL       TO CESS-DATA-SITUACAO
               MOVE "CESSAO QUITADA"     TO WRK-RETC-DETALHE
               ADD 1                     TO ACU-QUITADAS
           END-IF.

           PERFORM 0250-REGRAVAR-CESSAO.

           MOVE CESR-VALOR               TO WRK-RETC-VALOR.
           PERFORM 0285-GRAVAR-LINHA.

           ADD 1                  TO ACU-PAGAMENTOS.
           ADD CESR-VALOR         TO ACU-VALOR-RECUPERADO.
           ADD WRK-VALOR-COMISSAO TO ACU-VALOR-COMISSAO.
           ADD 1                  TO ASSE-TAB-QT-PAGTOS
                                                  (WRK-IDX-ACHADO).
           ADD CESR-VALOR         TO ASSE-TAB-RECUPERADO
                                                  (WRK-IDX-ACHADO).
           ADD WRK-VALOR-COMISSAO TO ASSE-TAB-COMISSAO
                                                  (WRK-IDX-ACHADO).

       0210-APLICAR-PAGAMENTO-FIM.      EXIT.

      *-----------------------------------------------------------------
       0215-ALOCAR-FATURA               SECTION.
      *-----------------------------------------------------------------
      *    MESMAS FATURAS QUE O CESSCLI SOMOU NA CESSAO: EM PERDA OU
      *    EM ABERTO, FORA DE DISPUTA, VENCIDAS ANTES DO ENVIO. A
      *    PRIMEIRA QUE NAO CABE ENCERRA A DISTRIBUICAO.
      *-----------------------------------------------------------------

           READ FATURAS NEXT RECORD.

           IF FS-FATURAS NOT EQUAL ZEROS
               SET WRK-FIM-FATURAS TO TRUE
               GO TO 0215-ALOCAR-FATURA-FIM
           END-IF.

           IF FAT-CODIGO NOT EQUAL CESS-CODIGO
               SET WRK-FIM-FATURAS TO TRUE
               GO TO 0215-ALOCAR-FATURA-FIM
           END-IF.

           IF NOT FAT-SEM-DISPUTA
               OR NOT (FAT-ABERTA OR FAT-PERDA)
               OR FAT-DATA-VENCIMENTO EQUAL ZEROS
               OR FAT-DATA-VENCIMENTO NOT LESS CESS-DATA-ENVIO
               GO TO 0215-ALOCAR-FATURA-FIM
           END-IF.

           COMPUTE WRK-VALOR-RESIDUO =
               FAT-VALOR + FAT-VALOR-ENCARGOS - FAT-VALOR-PAGO.

           IF WRK-VALOR-RESIDUO NOT GREATER ZEROS
               GO TO 0215-ALOCAR-FATURA-FIM
           END-IF.

           IF WRK-VALOR-RESIDUO GREATER WRK-VALOR-RESTANTE
               OR WRK-VALOR-RESIDUO GREATER WRK-VALOR-MAXIMO-DEP
               SET WRK-FIM-FATURAS TO TRUE
               GO TO 0215-ALOCAR-FATURA-FIM
           END-IF.

           MOVE WRK-VALOR-RESIDUO TO DEP-VALOR.
           PERFORM 0217-GRAVAR-DEPOSITO.

       0215-ALOCAR-FATURA-FIM.          EXIT.

      *-----------------------------------------------------------------
       0217-GRAVAR-DEPOSITO             SECTION.
      *-----------------------------------------------------------------

           MOVE CESS-CODIGO TO DEP-CODIGO.

           WRITE REG-DEPOSITO.
           IF FS-PAGASSE NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-PAGASSE               TO WRK-STATUS-ERRO
               MOVE "0217-GRAVAR-DEPOSITO"   TO WRK-AREA-ERRO
               MOVE "CESSRET"                TO WRK-PROGRAMA-ERRO
               MOVE "PAGASSE"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           SUBTRACT DEP-VALOR FROM WRK-VALOR-RESTANTE.
           ADD 1 TO ACU-DEPOSITOS.

       0217-GRAVAR-DEPOSITO-FIM.        EXIT.

      *-----------------------------------------------------------------
       0218-GRAVAR-SOBRA                SECTION.
      *-----------------------------------------------------------------

           IF WRK-VALOR-RESTANTE GREATER WRK-VALOR-MAXIMO-DEP
               MOVE WRK-VALOR-MAXIMO-DEP TO DEP-VALOR
           ELSE
               MOVE WRK-VALOR-RESTANTE   TO DEP-VALOR
           END-IF.

           PERFORM 0217-GRAVAR-DEPOSITO.

       0218-GRAVAR-SOBRA-FIM.           EXIT.

      *-----------------------------------------------------------------
       0230-REGISTRAR-ACORDO            SECTION.
      *-----------------------------------------------------------------

           SET CESS-EM-ACORDO TO TRUE.
           MOVE WRK-DATA-ATUAL TO CESS-DATA-SITUACAO.
           IF CESR-DATA GREATER ZEROS
               MOVE CESR-DATA  TO CESS-DATA-SITUACAO
           END-IF.

           PERFORM 0250-REGRAVAR-CESSAO.

           MOVE CESS-CODIGO              TO WRK-RETC-CODIGO.
           MOVE CESS-ASSESSORIA          TO WRK-RETC-ASSESSORIA.
           MOVE "ACORDO"                 TO WRK-RETC-ACAO.
           MOVE SPACES                   TO WRK-RETC-DETALHE.
           STRING "PARCELAS: "           DELIMITED BY SIZE
                  CESR-QT-PARCELAS       DELIMITED BY SIZE
               INTO WRK-RETC-DETALHE.
           MOVE CESR-VALOR               TO WRK-RETC-VALOR.
           PERFORM 0285-GRAVAR-LINHA.

           ADD 1 TO ACU-ACORDOS.

       0230-REGISTRAR-ACORDO-FIM.       EXIT.

      *-----------------------------------------------------------------
       0240-REGISTRAR-DEVOLUCAO         SECTION.
      *-----------------------------------------------------------------

           SET CESS-DEVOLVIDA TO TRUE.
           MOVE WRK-DATA-ATUAL TO CESS-DATA-SITUACAO.
           IF CESR-DATA GREATER ZEROS
               MOVE CESR-DATA  TO CESS-DATA-SITUACAO
           END-IF.

           PERFORM 0250-REGRAVAR-CESSAO.

           MOVE CESS-CODIGO              TO WRK-RETC-CODIGO.
           MOVE CESS-ASSESSORIA          TO WRK-RETC-ASSESSORIA.
           MOVE "DEVOLVIDA"              TO WRK-RETC-ACAO.
           MOVE "CONTA INCOBRAVEL"       TO WRK-RETC-DETALHE.
           COMPUTE WRK-RETC-VALOR =
               CESS-VALOR-CEDIDO - CESS-VALOR-RECUPERADO.
           PERFORM 0285-GRAVAR-LINHA.

           ADD 1 TO ACU-DEVOLVIDAS.

       0240-REGISTRAR-DEVOLUCAO-FIM.    EXIT.

      *-----------------------------------------------------------------
       0250-REGRAVAR-CESSAO             SECTION.
      *-----------------------------------------------------------------

           REWRITE REG-CESSAO.
           IF FS-CESSAO NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-CESSAO                TO WRK-STATUS-ERRO
               MOVE "0250-REGRAVAR-CESSAO"   TO WRK-AREA-ERRO
               MOVE "CESSRET"                TO WRK-PROGRAMA-ERRO
               MOVE "CESSAO"                 TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0250-REGRAVAR-CESSAO-FIM.        EXIT.

      *-----------------------------------------------------------------
       0260-FECHAR-ASSESSORIA           SECTION.
      *-----------------------------------------------------------------
      *    O REPASSE DE CADA ASSESSORIA ENTRA NO JORNAL DE CAIXA COMO
      *    UM UNICO CREDITO (MEIO "D", REFERENCIA = CODIGO DA
      *    ASSESSORIA), QUE E COMO APARECE NO EXTRATO BANCARIO; A
      *    COMISSAO DO PERIODO VAI AO COMISCOB.
      *-----------------------------------------------------------------

           IF ASSE-TAB-QT-PAGTOS (IDX-ASSE) EQUAL ZEROS
               GO TO 0260-FECHAR-ASSESSORIA-FIM
           END-IF.

           MOVE SPACES                  TO REG-CAIXA-JORNAL.
           MOVE WRK-DATA-ATUAL          TO CXJ-DATA-CREDITO.
           SET CXJ-MEIO-DEPOSITO        TO TRUE.
           MOVE "CESSRET"               TO CXJ-PROGRAMA.
           MOVE ASSE-TAB-CODIGO (IDX-ASSE)
                                        TO CXJ-REFERENCIA.
           MOVE ASSE-TAB-RECUPERADO (IDX-ASSE)
                                        TO CXJ-VALOR.
           MOVE WRK-DATA-ATUAL          TO CXJ-DATA-LANCAMENTO.
ALT01      MOVE ZEROS                   TO CXJ-PAGADOR-DOC.

           WRITE REG-CAIXA-JORNAL.
           IF FS-CAIXAJRN NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-CAIXAJRN              TO WRK-STATUS-ERRO
               MOVE "0260-FECHAR-ASSESSORIA" TO WRK-AREA-ERRO
               MOVE "CESSRET"                TO WRK-PROGRAMA-ERRO
               MOVE "CAIXAJRN"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           MOVE WRK-DATA-ATUAL          TO COMA-DATA.
           MOVE ASSE-TAB-CODIGO (IDX-ASSE)
                                        TO COMA-ASSESSORIA.
           MOVE ASSE-TAB-NOME (IDX-ASSE)
                                        TO COMA-NOME.
           MOVE ASSE-TAB-QT-PAGTOS (IDX-ASSE)
                                        TO COMA-QT-PAGAMENTOS.
           MOVE ASSE-TAB-RECUPERADO (IDX-ASSE)
                                        TO COMA-VALOR-RECUPERADO.
           MOVE ASSE-TAB-PERC (IDX-ASSE)
                                        TO COMA-PERCENTUAL.
           MOVE ASSE-TAB-COMISSAO (IDX-ASSE)
                                        TO COMA-VALOR-COMISSAO.

           WRITE REG-COMISSAO-COBRANCA.
           IF FS-COMISCOB NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-COMISCOB              TO WRK-STATUS-ERRO
               MOVE "0260-FECHAR-ASSESSORIA" TO WRK-AREA-ERRO
               MOVE "CESSRET"                TO WRK-PROGRAMA-ERRO
               MOVE "COMISCOB"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0260-FECHAR-ASSESSORIA-FIM.      EXIT.

      *-----------------------------------------------------------------
       0280-REJEITAR                    SECTION.
      *-----------------------------------------------------------------

           MOVE CESR-CODIGO              TO WRK-RETC-CODIGO.
           MOVE CESR-ASSESSORIA          TO WRK-RETC-ASSESSORIA.
           MOVE "REJEITADO"              TO WRK-RETC-ACAO.
           MOVE WRK-MOTIVO               TO WRK-RETC-DETALHE.
           MOVE CESR-VALOR               TO WRK-RETC-VALOR.
           PERFORM 0285-GRAVAR-LINHA.

           ADD 1 TO ACU-REJEITADOS.

       0280-REJEITAR-FIM.               EXIT.

      *-----------------------------------------------------------------
       0285-GRAVAR-LINHA                SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-LINHA-RETC TO REG-LISTRETC.
           WRITE REG-LISTRETC AFTER 1 LINE.
           IF FS-LISTRETC NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-LISTRETC              TO WRK-STATUS-ERRO
               MOVE "0285-GRAVAR-LINHA"      TO WRK-AREA-ERRO
               MOVE "CESSRET"                TO WRK-PROGRAMA-ERRO
               MOVE "LISTRETC"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0285-GRAVAR-LINHA-FIM.           EXIT.

      *-----------------------------------------------------------------
       0290-ESTATISTICA                 SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-TRACO.
           DISPLAY "OCORRENCIAS LIDAS............: " ACU-LIDOS.
           DISPLAY "PAGAMENTOS APLICADOS.........: " ACU-PAGAMENTOS.
           DISPLAY "VALOR RECUPERADO.............: "
                                               ACU-VALOR-RECUPERADO.
           DISPLAY "COMISSAO DAS ASSESSORIAS.....: "
                                               ACU-VALOR-COMISSAO.
           DISPLAY "DEPOSITOS GRAVADOS (PAGASSE).: " ACU-DEPOSITOS.
           DISPLAY "CESSOES QUITADAS.............: " ACU-QUITADAS.
           DISPLAY "ACORDOS REGISTRADOS..........: " ACU-ACORDOS.
           DISPLAY "CONTAS DEVOLVIDAS............: " ACU-DEVOLVIDAS.
           DISPLAY "OCORRENCIAS REJEITADAS.......: " ACU-REJEITADOS.
           DISPLAY WRK-TRACO.
           DISPLAY WRK-FIM-PROGRAMA.
           DISPLAY WRK-TRACO.

       0290-ESTATISTICA-FIM.            EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                   SECTION.
      *-----------------------------------------------------------------

           PERFORM 0290-ESTATISTICA.

           CLOSE RETCESS.
           IF FS-RETCESS NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-RETCESS        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "CESSRET"         TO WRK-PROGRAMA-ERRO
               MOVE "RETCESS"         TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE CESSAO.
           IF FS-CESSAO NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-CESSAO         TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "CESSRET"         TO WRK-PROGRAMA-ERRO
               MOVE "CESSAO"          TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE FATURAS.
           IF FS-FATURAS NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-FATURAS        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "CESSRET"         TO WRK-PROGRAMA-ERRO
               MOVE "FATURAS"         TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE PAGASSE.
           IF FS-PAGASSE NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-PAGASSE        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "CESSRET"         TO WRK-PROGRAMA-ERRO
               MOVE "PAGASSE"         TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE CAIXAJRN.
           IF FS-CAIXAJRN NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-CAIXAJRN       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "CESSRET"         TO WRK-PROGRAMA-ERRO
               MOVE "CAIXAJRN"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE COMISCOB.
           IF FS-COMISCOB NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-COMISCOB       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "CESSRET"         TO WRK-PROGRAMA-ERRO
               MOVE "COMISCOB"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE LISTRETC.
           IF FS-LISTRETC NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-LISTRETC       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "CESSRET"         TO WRK-PROGRAMA-ERRO
               MOVE "LISTRETC"        TO WRK-ARQUIVO-ERRO
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
