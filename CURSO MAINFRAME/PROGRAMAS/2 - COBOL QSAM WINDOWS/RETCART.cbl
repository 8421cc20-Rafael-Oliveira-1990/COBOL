      *-----------------------------------------------------------------
       IDENTIFICATION                   DIVISION.
       PROGRAM-ID. RETCART.
      *=================================================================
      *== PROGRAMA....: RETCART
      *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
      *== ANALISTA....: IVAN SANCHES
      *== DATA........: 15/10/2026
      *== CONSULTORIA:
      *-----------------------------------------------------------------
      *== OBJETIVO....: PROCESSAR O RETORNO DA CREDENCIADORA DA
      *                 REMESSA DE COBRANCA NO CARTAO (ARQUIVO
      *                 RETOCART, BOOK REGCRET) CONTRA O CONTROLE DE
      *                 TENTATIVAS TENTCART (BOOK REGTCAR) GRAVADO PELO
      *                 COBRCART. SO E TRATADA COBRANCA QUE ESTA "E"
      *                 (ENVIADA) NO CONTROLE - RETORNO SEM COBRANCA OU
      *                 REPETIDO SAI NO RELATORIO E NAO BAIXA NADA.
      *                 APROVADA ("00") VIRA UM REGISTRO NO LAYOUT DO
      *                 EXTRATO DE DEPOSITO (ARQUIVO PAGCART, BOOK
      *                 REGDEP), COMO NO RETBANCO - O STEP SEGUINTE DO
      *                 JOB RODA O BAIXAPAG SOBRE ESSE ARQUIVO. RECUSA
      *                 DEFINITIVA OU TENTATIVAS ESGOTADAS (CARTAO
      *                 CARTPARM, BOOK REGCARP, PADRAO 4) ENCERRA A
      *                 COBRANCA NO CARTAO ("X") E A FATURA SEGUE NA
      *                 COBRANCA NORMAL (ATRASCLI/NOTIFCLI). DEMAIS
      *                 RECUSAS FICAM "R" COM A PROXIMA TENTATIVA
      *                 AGENDADA N DIAS UTEIS DEPOIS DO RETORNO
      *                 (SUBPROGRAMA DIAUTIL, FUNCAO "SOMA ", PADRAO 3).
      *                 TUDO QUE NAO FOR APROVADO SAI NO RELATORIO
      *                 RECCART.
      *-----------------------------------------------------------------
      *===================ESPECIFICACOES DO PROGRAMA====================
      *    ARQUIVO                    TIPO               BOOK
      *    CARTPARM                  INPUT              REGCARP
      *    RETOCART                  INPUT              REGCRET
      *    TENTCART                  I-O                REGTCAR
      *    PAGCART                   OUTPUT             REGDEP
      *    RECCART                   OUTPUT             N/A
      *    RETCART                   INPUT              BOOKDIAU
      *    RETCART                   INPUT              BOOKMSG
      *    RETCART                   INPUT              BOOKASSI
      *-----------------------------------------------------------------
      *== MODULOS
      *    DIAUTIL
      *-----------------------------------------------------------------
      *-------------------ALTERACOESDO PROGRAMA-------------------------

ALT01 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT01 *== OBJETIVO....: GRAVAR CADA RECEBIMENTO NO JORNAL DE CAIXA
      *                 (CAIXAJRN) PARA A CONCILIACAO DIARIA COM O
      *                 EXTRATO BANCARIO (CONCCAIX).

ALT02 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT02 *== OBJETIVO....: O REGISTRO DO JORNAL DE CAIXA GANHOU O CPF/
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
           SELECT CARTPARM ASSIGN TO WRK-NOME-CARTPARM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CARTPARM.

           SELECT RETOCART ASSIGN TO WRK-NOME-RETOCART
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RETOCART.

           SELECT TENTCART ASSIGN TO WRK-NOME-TENTCART
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TCA-CHAVE
           FILE STATUS IS FS-TENTCART.

           SELECT PAGCART ASSIGN TO WRK-NOME-PAGCART
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-PAGCART.

           SELECT RECCART ASSIGN TO WRK-NOME-RECCART
           FILE STATUS IS FS-RECCART.

ALT01      SELECT CAIXAJRN ASSIGN TO WRK-NOME-CAIXAJRN
ALT01      ORGANIZATION IS SEQUENTIAL
ALT01      FILE STATUS IS FS-CAIXAJRN.
      *-----------------------------------------------------------------

      *=================================================================
       DATA                             DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                             SECTION.
      *-----------------------------------------------------------------
      *
      *            INPUT - CARTAO DE PARAMETROS DA COBRANCA NO CARTAO
      *
      *-----------------------------------------------------------------
       FD  CARTPARM.
       COPY "REGCARP".

      *-----------------------------------------------------------------
      *
      *            INPUT - RETORNO DA CREDENCIADORA
      *
      *-----------------------------------------------------------------
       FD  RETOCART.
       COPY "REGCRET".

      *-----------------------------------------------------------------
      *
      *            I-O - CONTROLE DE TENTATIVAS DE COBRANCA NO CARTAO
      *
      *-----------------------------------------------------------------
       FD  TENTCART.
       COPY "REGTCAR".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - COBRANCAS APROVADAS (ENTRADA DO BAIXAPAG)
      *
      *-----------------------------------------------------------------
       FD  PAGCART.
       COPY "REGDEP".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - RECUSAS E RETORNOS NAO TRATADOS
      *
      *-----------------------------------------------------------------
       FD  RECCART.
       01  REG-RECCART                  PIC X(080).

      *-----------------------------------------------------------------
      *
      *            OUTPUT - JORNAL DE RECEBIMENTOS (CONCILIACAO DE CAIXA)
      *
      *-----------------------------------------------------------------
ALT01  FD  CAIXAJRN.
ALT01  COPY "REGCAIX".

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

       01  FS-CARTPARM                  PIC 9(002)         VALUE ZEROS.
       01  FS-RETOCART                  PIC 9(002)         VALUE ZEROS.
       01  FS-TENTCART                  PIC 9(002)         VALUE ZEROS.
       01  FS-PAGCART                   PIC 9(002)         VALUE ZEROS.
       01  FS-RECCART                   PIC 9(002)         VALUE ZEROS.
ALT01  01  FS-CAIXAJRN                  PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----NOMES EXTERNALIZADOS VIA DD-----".
      *-----------------------------------------------------------------

       01  WRK-NOME-CARTPARM            PIC X(040)         VALUE
              "C:\RELATORIO\dados\CARTPARM.DAT".
       01  WRK-NOME-RETOCART            PIC X(040)         VALUE
              "C:\RELATORIO\dados\RETOCART.DAT".
       01  WRK-NOME-TENTCART            PIC X(040)         VALUE
              "C:\RELATORIO\dados\TENTCART.DAT".
       01  WRK-NOME-PAGCART             PIC X(040)         VALUE
              "C:\RELATORIO\dados\PAGCART.DAT".
       01  WRK-NOME-RECCART             PIC X(040)         VALUE
              "C:\RELATORIO\dados\RECCART.txt".
ALT01  01  WRK-NOME-CAIXAJRN            PIC X(040)         VALUE
ALT01         "C:\RELATORIO\dados\CAIXAJRN.DAT".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
ALT01  01  FILLER                       PIC X(050)         VALUE
ALT01         "-----DATA DA EXECUCAO-----".
      *-----------------------------------------------------------------

ALT01  01  WRK-DATA-EXECUCAO            PIC 9(008)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----PARAMETROS DA COBRANCA NO CARTAO-----".
      *-----------------------------------------------------------------

       01  WRK-MAX-TENTATIVAS           PIC 9(002)         VALUE 4.
       01  WRK-INTERVALO-DIAS           PIC 9(002)         VALUE 3.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----LINHA DO RELATORIO DE RECUSAS-----".
      *-----------------------------------------------------------------

       01  WRK-LINHA-RECUSA.
           05 WRK-REC-CODIGO            PIC 9(007)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-REC-COMPETENCIA       PIC 9(006)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-REC-VALOR             PIC ZZ.ZZ9,99      VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-REC-OCORRENCIA        PIC X(002)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-REC-TENTATIVA         PIC Z9             VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-REC-TEXTO             PIC X(030)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-REC-PROXIMA           PIC X(008)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEL DE ACUMULACAO-----".
      *-----------------------------------------------------------------

       01  ACU-LIDOS                    PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-APROVADAS                PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-REAGENDADAS              PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-ESGOTADAS                PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-NAO-TRATADOS             PIC 9(005)  COMP-3 VALUE ZEROS.
ALT01  01  ACU-CAIXA-GRAVADOS           PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-VALOR-APROVADO           PIC 9(009)V99 COMP-3
                                                           VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----AREA COMUNICACAO SUBPROGRAMA DIAUTIL-----".
      *-----------------------------------------------------------------
       COPY "BOOKDIAU".

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
           PERFORM 0200-PROCESSAR UNTIL FS-RETOCART EQUAL 10.
           PERFORM 0300-FINALIZAR.

       0000-PRINCIPAL-FIM.              EXIT.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                 SECTION.
      *-----------------------------------------------------------------

ALT01      ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CARTPARM".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-CARTPARM
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_RETOCART".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-RETOCART
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_TENTCART".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-TENTCART
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_PAGCART".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-PAGCART
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_RECCART".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-RECCART
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           PERFORM 0116-LER-PARAMETROS.

           OPEN INPUT RETOCART.
           IF FS-RETOCART NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-RETOCART              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "RETCART"                TO WRK-PROGRAMA-ERRO
               MOVE "RETOCART"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN I-O    TENTCART.
           IF FS-TENTCART NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-TENTCART              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "RETCART"                TO WRK-PROGRAMA-ERRO
               MOVE "TENTCART"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN OUTPUT PAGCART.
           IF FS-PAGCART NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-PAGCART               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "RETCART"                TO WRK-PROGRAMA-ERRO
               MOVE "PAGCART"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN OUTPUT RECCART.
           IF FS-RECCART NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-RECCART               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "RETCART"                TO WRK-PROGRAMA-ERRO
               MOVE "RECCART"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT01      ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CAIXAJRN".
ALT01      IF WRK-DD-EXTERNA NOT EQUAL SPACES
ALT01          MOVE WRK-DD-EXTERNA       TO WRK-NOME-CAIXAJRN
ALT01          MOVE SPACES               TO WRK-DD-EXTERNA
ALT01      END-IF.

ALT01      OPEN EXTEND CAIXAJRN.
ALT01      IF FS-CAIXAJRN EQUAL 35
ALT01          OPEN OUTPUT CAIXAJRN
ALT01      END-IF.
ALT01      IF FS-CAIXAJRN NOT EQUAL ZEROS
ALT01          MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
ALT01          MOVE FS-CAIXAJRN              TO WRK-STATUS-ERRO
ALT01          MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
ALT01          MOVE "RETCART"        TO WRK-PROGRAMA-ERRO
ALT01          MOVE "CAIXAJRN"               TO WRK-ARQUIVO-ERRO
ALT01          PERFORM 9999-TRATAR-ERRO
ALT01      END-IF.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------
       0116-LER-PARAMETROS              SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT CARTPARM.

           IF FS-CARTPARM EQUAL ZEROS
               READ CARTPARM
               IF FS-CARTPARM EQUAL ZEROS
                   IF CARP-MAX-TENTATIVAS GREATER ZEROS
                       MOVE CARP-MAX-TENTATIVAS TO WRK-MAX-TENTATIVAS
                   END-IF
                   IF CARP-INTERVALO-DIAS GREATER ZEROS
                       MOVE CARP-INTERVALO-DIAS TO WRK-INTERVALO-DIAS
                   END-IF
               END-IF
               CLOSE CARTPARM
           ELSE
               IF FS-CARTPARM NOT EQUAL 35
                   MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
                   MOVE FS-CARTPARM              TO WRK-STATUS-ERRO
                   MOVE "0116-LER-PARAMETROS"    TO WRK-AREA-ERRO
                   MOVE "RETCART"                TO WRK-PROGRAMA-ERRO
                   MOVE "CARTPARM"               TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

       0116-LER-PARAMETROS-FIM.         EXIT.

      *-----------------------------------------------------------------
       0150-VERIFICAR-VAZIO             SECTION.
      *-----------------------------------------------------------------

           PERFORM 0160-LER-RETORNO.

           IF FS-RETOCART EQUAL 10
               MOVE WRK-ARQ-VAZIO          TO WRK-DESCRICAO-ERRO
               MOVE FS-RETOCART            TO WRK-STATUS-ERRO
               MOVE "0150-VERIFICAR-VAZIO" TO WRK-AREA-ERRO
               MOVE "RETCART"              TO WRK-PROGRAMA-ERRO
               MOVE "RETOCART"             TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0150-VERIFICAR-VAZIO-FIM.        EXIT.

      *-----------------------------------------------------------------
       0160-LER-RETORNO                 SECTION.
      *-----------------------------------------------------------------

           READ RETOCART.

           IF FS-RETOCART NOT EQUAL 00 AND NOT EQUAL 10
               MOVE WRK-ERRO-LEIT      TO WRK-DESCRICAO-ERRO
               MOVE FS-RETOCART        TO WRK-STATUS-ERRO
               MOVE "0160-LER-RETORNO" TO WRK-AREA-ERRO
               MOVE "RETCART"          TO WRK-PROGRAMA-ERRO
               MOVE "RETOCART"         TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0160-LER-RETORNO-FIM.            EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                   SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO ACU-LIDOS.

           MOVE SPACES                  TO WRK-REC-PROXIMA.
           MOVE ZEROS                   TO WRK-REC-TENTATIVA.
           MOVE CRT-CODIGO              TO TCA-CODIGO.
           MOVE CRT-COMPETENCIA         TO TCA-COMPETENCIA.

           READ TENTCART KEY IS TCA-CHAVE
               INVALID KEY
                   MOVE "COBRANCA NAO LOCALIZADA" TO WRK-REC-TEXTO
                   PERFORM 0230-GRAVAR-RECUSA
                   ADD 1 TO ACU-NAO-TRATADOS
               NOT INVALID KEY
                   IF TCA-ENVIADA
                       PERFORM 0210-TRATAR-RETORNO
                   ELSE
                       MOVE TCA-TENTATIVAS   TO WRK-REC-TENTATIVA
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

           MOVE CRT-OCORRENCIA          TO TCA-ULTIMA-OCORRENCIA.
           MOVE TCA-TENTATIVAS          TO WRK-REC-TENTATIVA.

           EVALUATE TRUE
               WHEN CRT-APROVADA
                   SET TCA-APROVADA     TO TRUE
                   MOVE CRT-AUTORIZACAO TO TCA-AUTORIZACAO
                   PERFORM 0220-GRAVAR-PAGAMENTO
               WHEN CRT-RECUSA-DEFINITIVA
                   SET TCA-ESGOTADA     TO TRUE
                   MOVE "RECUSA DEFINITIVA-COBR NORMAL"
                                        TO WRK-REC-TEXTO
                   PERFORM 0230-GRAVAR-RECUSA
                   ADD 1 TO ACU-ESGOTADAS
               WHEN TCA-TENTATIVAS NOT LESS WRK-MAX-TENTATIVAS
                   SET TCA-ESGOTADA     TO TRUE
                   MOVE "TENTATIVAS ESGOTADAS-COBR NORM"
                                        TO WRK-REC-TEXTO
                   PERFORM 0230-GRAVAR-RECUSA
                   ADD 1 TO ACU-ESGOTADAS
               WHEN OTHER
                   SET TCA-RECUSADA     TO TRUE
                   SET DIU-FUNC-SOMAR   TO TRUE
                   MOVE CRT-DATA        TO DIU-DATA
                   MOVE WRK-INTERVALO-DIAS TO DIU-QT-DIAS
                   CALL "DIAUTIL" USING DIU-PARAMETRO
                   MOVE DIU-DATA        TO TCA-DATA-PROXIMA
                   MOVE DIU-DATA        TO WRK-REC-PROXIMA
                   MOVE "RECUSADA - NOVA TENTATIVA EM"
                                        TO WRK-REC-TEXTO
                   PERFORM 0230-GRAVAR-RECUSA
                   ADD 1 TO ACU-REAGENDADAS
           END-EVALUATE.

           REWRITE REG-TENTATIVA-CARTAO.
           IF FS-TENTCART NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-TENTCART              TO WRK-STATUS-ERRO
               MOVE "0210-TRATAR-RETORNO"    TO WRK-AREA-ERRO
               MOVE "RETCART"                TO WRK-PROGRAMA-ERRO
               MOVE "TENTCART"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0210-TRATAR-RETORNO-FIM.         EXIT.

      *-----------------------------------------------------------------
       0220-GRAVAR-PAGAMENTO            SECTION.
      *-----------------------------------------------------------------

           MOVE CRT-CODIGO          TO DEP-CODIGO.
           MOVE CRT-VALOR           TO DEP-VALOR.

           WRITE REG-DEPOSITO.
           IF FS-PAGCART NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-PAGCART               TO WRK-STATUS-ERRO
               MOVE "0220-GRAVAR-PAGAMENTO"  TO WRK-AREA-ERRO
               MOVE "RETCART"                TO WRK-PROGRAMA-ERRO
               MOVE "PAGCART"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           ADD 1          TO ACU-APROVADAS.
           ADD CRT-VALOR  TO ACU-VALOR-APROVADO.

ALT01      PERFORM 0280-GRAVAR-CAIXA.

       0220-GRAVAR-PAGAMENTO-FIM.       EXIT.

      *-----------------------------------------------------------------
       0230-GRAVAR-RECUSA               SECTION.
      *-----------------------------------------------------------------
      *    WRK-REC-TEXTO, WRK-REC-TENTATIVA E WRK-REC-PROXIMA JA FORAM
      *    CARREGADOS PELO CHAMADOR.
      *-----------------------------------------------------------------

           MOVE CRT-CODIGO          TO WRK-REC-CODIGO.
           MOVE CRT-COMPETENCIA     TO WRK-REC-COMPETENCIA.
           MOVE CRT-VALOR           TO WRK-REC-VALOR.
           MOVE CRT-OCORRENCIA      TO WRK-REC-OCORRENCIA.

           MOVE WRK-LINHA-RECUSA    TO REG-RECCART.
           WRITE REG-RECCART AFTER 1 LINE.
           IF FS-RECCART NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-RECCART               TO WRK-STATUS-ERRO
               MOVE "0230-GRAVAR-RECUSA"     TO WRK-AREA-ERRO
               MOVE "RETCART"                TO WRK-PROGRAMA-ERRO
               MOVE "RECCART"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0230-GRAVAR-RECUSA-FIM.          EXIT.

      *-----------------------------------------------------------------
ALT01  0280-GRAVAR-CAIXA                SECTION.
      *-----------------------------------------------------------------
ALT01 *    TODO DINHEIRO QUE ENTROU NA CONTA ENTRA NO JORNAL DE CAIXA,
ALT01 *    BAIXADO OU NAO, PARA A CONCILIACAO DO DIA CONTRA O EXTRATO
ALT01 *    BANCARIO (CONCCAIX).
      *-----------------------------------------------------------------

ALT01      SET CXJ-MEIO-CARTAO         TO TRUE.
ALT01      MOVE CRT-DATA                TO CXJ-DATA-CREDITO.
ALT01      MOVE "RETCART"              TO CXJ-PROGRAMA.
ALT01      MOVE CRT-CODIGO              TO CXJ-REFERENCIA.
ALT01      MOVE CRT-VALOR               TO CXJ-VALOR.
ALT01      MOVE WRK-DATA-EXECUCAO       TO CXJ-DATA-LANCAMENTO.
ALT02      MOVE ZEROS                   TO CXJ-PAGADOR-DOC.

ALT01      WRITE REG-CAIXA-JORNAL.
ALT01      IF FS-CAIXAJRN NOT EQUAL ZEROS
ALT01          MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
ALT01          MOVE FS-CAIXAJRN              TO WRK-STATUS-ERRO
ALT01          MOVE "0280-GRAVAR-CAIXA"      TO WRK-AREA-ERRO
ALT01          MOVE "RETCART"        TO WRK-PROGRAMA-ERRO
ALT01          MOVE "CAIXAJRN"               TO WRK-ARQUIVO-ERRO
ALT01          PERFORM 9999-TRATAR-ERRO
ALT01      END-IF.

ALT01      ADD 1 TO ACU-CAIXA-GRAVADOS.

ALT01  0280-GRAVAR-CAIXA-FIM.           EXIT.

      *-----------------------------------------------------------------
       0290-ESTATISTICA                 SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-TRACO.
           DISPLAY "TOTAL DE RETORNOS LIDOS......: " ACU-LIDOS.
           DISPLAY "COBRANCAS APROVADAS..........: " ACU-APROVADAS.
           DISPLAY "VALOR APROVADO...............: "
                                             ACU-VALOR-APROVADO.
           DISPLAY "RECUSADAS COM NOVA TENTATIVA.: " ACU-REAGENDADAS.
           DISPLAY "ENCERRADAS NO CARTAO.........: " ACU-ESGOTADAS.
           DISPLAY "RETORNOS NAO TRATADOS........: " ACU-NAO-TRATADOS.
ALT01      DISPLAY "GRAVADOS NO JORNAL DE CAIXA..: " ACU-CAIXA-GRAVADOS.
           DISPLAY WRK-TRACO.
           DISPLAY WRK-FIM-PROGRAMA.
           DISPLAY WRK-TRACO.

       0290-ESTATISTICA-FIM.            EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                   SECTION.
      *-----------------------------------------------------------------

           PERFORM 0290-ESTATISTICA.

           CLOSE RETOCART.
           IF FS-RETOCART NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-RETOCART       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "RETCART"         TO WRK-PROGRAMA-ERRO
               MOVE "RETOCART"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE TENTCART.
           IF FS-TENTCART NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-TENTCART       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "RETCART"         TO WRK-PROGRAMA-ERRO
               MOVE "TENTCART"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE PAGCART.
           IF FS-PAGCART NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-PAGCART        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "RETCART"         TO WRK-PROGRAMA-ERRO
               MOVE "PAGCART"         TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE RECCART.
           IF FS-RECCART NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-RECCART        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "RETCART"         TO WRK-PROGRAMA-ERRO
               MOVE "RECCART"         TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT01      CLOSE CAIXAJRN.
ALT01      IF FS-CAIXAJRN NOT EQUAL ZEROS
ALT01          MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
ALT01          MOVE FS-CAIXAJRN       TO WRK-STATUS-ERRO
ALT01          MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
ALT01          MOVE "RETCART" TO WRK-PROGRAMA-ERRO
ALT01          MOVE "CAIXAJRN"        TO WRK-ARQUIVO-ERRO
ALT01          PERFORM 9999-TRATAR-ERRO
ALT01      END-IF.

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
