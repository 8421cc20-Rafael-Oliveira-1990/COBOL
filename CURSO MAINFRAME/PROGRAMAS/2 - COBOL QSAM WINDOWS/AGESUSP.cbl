      *-----------------------------------------------------------------
       IDENTIFICATION                   DIVISION.
       PROGRAM-ID. AGESUSP.
      *=================================================================
      *== PROGRAMA....: AGESUSP
      *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
      *== ANALISTA....: IVAN SANCHES
      *== DATA........: 15/10/2026
      *== CONSULTORIA:
      *-----------------------------------------------------------------
      *== OBJETIVO....: RELATORIO DE ENVELHECIMENTO DO SALDO DE VALORES
      *                 NAO IDENTIFICADOS (ARQUIVO INDEXADO SUSPENSO,
      *                 BOOK REGSUSP). LISTA CADA ITEM AINDA PENDENTE
      *                 DE ALOCACAO COM ORIGEM, DATA, VALOR, DIAS NO
      *                 SUSPENSO (CONTADOS DO PAGAMENTO ATE A RODADA NO
      *                 MESMO CALCULO COMERCIAL DO ATRASCLI) E FAIXA
      *                 (1-30, 31-60, 61-90, 90+ DIAS), COM QUANTIDADE
      *                 E VALOR POR FAIXA NO RODAPE. ITENS JA MARCADOS
      *                 PARA DEVOLUCAO (ALOCSUSP) SAEM SO NO TOTAL A
      *                 DEVOLVER, PORQUE O DINHEIRO AINDA ESTA EM CAIXA.
      *-----------------------------------------------------------------
      *===================ESPECIFICACOES DO PROGRAMA====================
      *    ARQUIVO                    TIPO               BOOK
      *    SUSPENSO                  INPUT              REGSUSP
      *    RELSUSP                   OUTPUT             N/A
      *    AGESUSP                   INPUT              BOOKMSG
      *    AGESUSP                   INPUT              BOOKASSI
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
           SELECT SUSPENSO ASSIGN TO WRK-NOME-SUSPENSO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SUSP-CHAVE
           FILE STATUS IS FS-SUSPENSO.

           SELECT RELSUSP ASSIGN TO WRK-NOME-RELSUSP
           FILE STATUS IS FS-RELSUSP.
      *-----------------------------------------------------------------

      *=================================================================
       DATA                             DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                             SECTION.
      *-----------------------------------------------------------------
      *
      *            INPUT - VALORES NAO IDENTIFICADOS (SUSPENSO)
      *
      *-----------------------------------------------------------------
       FD  SUSPENSO.
       COPY "REGSUSP".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - RELATORIO DE ENVELHECIMENTO DO SUSPENSO
      *
      *-----------------------------------------------------------------
       FD  RELSUSP.
       01  REG-RELSUSP                  PIC X(080).

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

       01  FS-SUSPENSO                  PIC 9(002)         VALUE ZEROS.
       01  FS-RELSUSP                   PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----NOMES EXTERNALIZADOS VIA DD-----".
      *-----------------------------------------------------------------

       01  WRK-NOME-SUSPENSO            PIC X(040)         VALUE
              "C:\RELATORIO\dados\SUSPENSO.DAT".
       01  WRK-NOME-RELSUSP             PIC X(040)         VALUE
              "C:\RELATORIO\dados\RELSUSP.txt".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEIS DE DATA-----".
      *-----------------------------------------------------------------

       01  WRK-DATA-ATUAL               PIC 9(008)         VALUE ZEROS.
       01  FILLER REDEFINES WRK-DATA-ATUAL.
           05 WRK-DATA-ATUAL-AAAA       PIC 9(004).
           05 WRK-DATA-ATUAL-MM         PIC 9(002).
           05 WRK-DATA-ATUAL-DD         PIC 9(002).

       01  WRK-DATA-PAGTO               PIC 9(008)         VALUE ZEROS.
       01  FILLER REDEFINES WRK-DATA-PAGTO.
           05 WRK-PAGTO-AAAA            PIC 9(004).
           05 WRK-PAGTO-MM              PIC 9(002).
           05 WRK-PAGTO-DD              PIC 9(002).

       01  WRK-DIAS-SUSPENSO            PIC S9(005)        VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "CABECALHO DE PAGINACAO".
      *-----------------------------------------------------------------

       01  WRK-CABECALHO1.
           05 FILLER                    PIC X(010)         VALUE SPACES.
           05 FILLER                    PIC X(040)         VALUE
              "VALORES NAO IDENTIFICADOS - SUSPENSO".
           05 FILLER                    PIC X(005)         VALUE SPACES.
           05 FILLER                    PIC X(010)         VALUE
              "PAGINA:".
           05 ACU-PAG                   PIC 9(003)         VALUE 1.
           05 FILLER                    PIC X(012)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----CABECALHO DE DESCRICAO-----".
      *-----------------------------------------------------------------

       01  WRK-CABECALHO2.
           05 FILLER                    PIC X(011)         VALUE
              "ORIGEM".
           05 FILLER                    PIC X(015)         VALUE
              "ENTRADA  SEQ".
           05 FILLER                    PIC X(014)         VALUE
              "REFERENCIA".
           05 FILLER                    PIC X(009)         VALUE
              "PAGTO".
           05 FILLER                    PIC X(014)         VALUE
              "        VALOR".
           05 FILLER                    PIC X(006)         VALUE
              " DIAS".
           05 FILLER                    PIC X(011)         VALUE
              "FAIXA".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----CABECALHO DE LINHA EM BRANCO-----".
      *-----------------------------------------------------------------

       01  WRK-CABECALHO3.
           05 FILLER                    PIC X(080)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)          VALUE
              "-----VARIAVEIS DE DETALHE-----".
      *-----------------------------------------------------------------

       01  WRK-DETALHE.
           05 WRK-DET-ORIGEM           PIC X(010)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-ENTRADA          PIC 9(008)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-SEQUENCIA        PIC 9(005)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-REFERENCIA       PIC X(013)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-PAGAMENTO        PIC 9(008)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-VALOR            PIC ZZ.ZZZ.ZZ9,99   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-DIAS             PIC ZZZZ9           VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-FAIXA            PIC X(010)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)          VALUE
              "-----RODAPE DE TOTAIS POR FAIXA-----".
      *-----------------------------------------------------------------

       01  WRK-RODAPE.
           05 WRK-ROD-DESCRICAO        PIC X(030)          VALUE SPACES.
           05 WRK-ROD-QTDE             PIC ZZZZ9           VALUE ZEROS.
           05 FILLER                   PIC X(005)          VALUE SPACES.
           05 WRK-ROD-VALOR            PIC ZZZ.ZZZ.ZZ9,99  VALUE ZEROS.
           05 FILLER                   PIC X(026)          VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEL DE QUANTIDADE DE LINHAS-----".
      *-----------------------------------------------------------------

       01  ACU-QTLINHAS                 PIC 9(002)  COMP-3 VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEL DE ACUMULACAO-----".
      *-----------------------------------------------------------------

       01  ACU-LIDOS                    PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-PENDENTES                PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-FAIXA-30                 PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-FAIXA-60                 PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-FAIXA-90                 PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-FAIXA-90-MAIS            PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-A-DEVOLVER               PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-VALOR-PENDENTE           PIC 9(009)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-VALOR-30                 PIC 9(009)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-VALOR-60                 PIC 9(009)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-VALOR-90                 PIC 9(009)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-VALOR-90-MAIS            PIC 9(009)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-VALOR-A-DEVOLVER         PIC 9(009)V99 COMP-3
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
           PERFORM 0210-IMPRIMIR-CABECALHO.
           PERFORM 0200-PROCESSAR
               UNTIL FS-SUSPENSO EQUAL 10.
           PERFORM 0300-FINALIZAR.

       0000-PRINCIPAL-FIM.              EXIT.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                 SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_SUSPENSO".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-SUSPENSO
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_RELSUSP".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-RELSUSP
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           OPEN INPUT SUSPENSO.
           IF FS-SUSPENSO NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-SUSPENSO              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "AGESUSP"                TO WRK-PROGRAMA-ERRO
               MOVE "SUSPENSO"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN OUTPUT RELSUSP.
           IF FS-RELSUSP NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-RELSUSP               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "AGESUSP"                TO WRK-PROGRAMA-ERRO
               MOVE "RELSUSP"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------
       0150-VERIFICAR-VAZIO             SECTION.
      *-----------------------------------------------------------------

           PERFORM 0160-LER-DADOS.

           IF FS-SUSPENSO EQUAL 10
               MOVE WRK-ARQ-VAZIO          TO WRK-DESCRICAO-ERRO
               MOVE FS-SUSPENSO            TO WRK-STATUS-ERRO
               MOVE "0150-VERIFICAR-VAZIO" TO WRK-AREA-ERRO
               MOVE "AGESUSP"              TO WRK-PROGRAMA-ERRO
               MOVE "SUSPENSO"             TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0150-VERIFICAR-VAZIO-FIM.        EXIT.

      *-----------------------------------------------------------------
       0160-LER-DADOS                   SECTION.
      *-----------------------------------------------------------------

           READ SUSPENSO NEXT RECORD.

           IF FS-SUSPENSO NOT EQUAL 00 AND NOT EQUAL 10
               MOVE WRK-ERRO-LEIT    TO WRK-DESCRICAO-ERRO
               MOVE FS-SUSPENSO      TO WRK-STATUS-ERRO
               MOVE "0160-LER-DADOS" TO WRK-AREA-ERRO
               MOVE "AGESUSP"        TO WRK-PROGRAMA-ERRO
               MOVE "SUSPENSO"       TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           IF FS-SUSPENSO EQUAL ZEROS
               ADD 1 TO ACU-LIDOS
           END-IF.

       0160-LER-DADOS-FIM.              EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                   SECTION.
      *-----------------------------------------------------------------
      *    SO O SALDO AINDA PENDENTE ENVELHECE; O ITEM MARCADO PARA
      *    DEVOLUCAO ENTRA APENAS NO TOTAL A DEVOLVER.
      *-----------------------------------------------------------------

           EVALUATE TRUE
               WHEN SUSP-PENDENTE
                   PERFORM 0171-CALCULAR-DIAS-SUSPENSO
                   PERFORM 0172-CLASSIFICAR-FAIXA
                   IF ACU-QTLINHAS GREATER 40
                       PERFORM 0210-IMPRIMIR-CABECALHO
                   END-IF
                   PERFORM 0220-IMPRIMIR-DETALHE
               WHEN SUSP-A-DEVOLVER
                   ADD 1          TO ACU-A-DEVOLVER
                   ADD SUSP-VALOR TO ACU-VALOR-A-DEVOLVER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           PERFORM 0160-LER-DADOS.

       0200-PROCESSAR-FIM.              EXIT.

      *-----------------------------------------------------------------
       0171-CALCULAR-DIAS-SUSPENSO      SECTION.
      *-----------------------------------------------------------------
      *    MESMA CONTAGEM COMERCIAL (ANO DE 360, MES DE 30) DO
      *    ATRASCLI, DO PAGAMENTO NAO IDENTIFICADO ATE A RODADA.
      *-----------------------------------------------------------------

           MOVE SUSP-DATA-PAGAMENTO TO WRK-DATA-PAGTO.
           IF WRK-DATA-PAGTO EQUAL ZEROS
               MOVE SUSP-DATA-ENTRADA TO WRK-DATA-PAGTO
           END-IF.

           IF WRK-DATA-PAGTO NOT LESS WRK-DATA-ATUAL
               MOVE ZEROS TO WRK-DIAS-SUSPENSO
           ELSE
               COMPUTE WRK-DIAS-SUSPENSO =
                   (WRK-DATA-ATUAL-AAAA - WRK-PAGTO-AAAA) * 360
                 + (WRK-DATA-ATUAL-MM   - WRK-PAGTO-MM)   * 30
                 + (WRK-DATA-ATUAL-DD   - WRK-PAGTO-DD)
           END-IF.

       0171-CALCULAR-DIAS-SUSPENSO-FIM. EXIT.

      *-----------------------------------------------------------------
       0172-CLASSIFICAR-FAIXA           SECTION.
      *-----------------------------------------------------------------

           EVALUATE TRUE
               WHEN WRK-DIAS-SUSPENSO NOT GREATER 30
                   MOVE "1-30 DIAS"    TO WRK-DET-FAIXA
                   ADD 1               TO ACU-FAIXA-30
                   ADD SUSP-VALOR      TO ACU-VALOR-30
               WHEN WRK-DIAS-SUSPENSO NOT GREATER 60
                   MOVE "31-60 DIAS"   TO WRK-DET-FAIXA
                   ADD 1               TO ACU-FAIXA-60
                   ADD SUSP-VALOR      TO ACU-VALOR-60
               WHEN WRK-DIAS-SUSPENSO NOT GREATER 90
                   MOVE "61-90 DIAS"   TO WRK-DET-FAIXA
                   ADD 1               TO ACU-FAIXA-90
                   ADD SUSP-VALOR      TO ACU-VALOR-90
               WHEN OTHER
                   MOVE "90+ DIAS"     TO WRK-DET-FAIXA
                   ADD 1               TO ACU-FAIXA-90-MAIS
                   ADD SUSP-VALOR      TO ACU-VALOR-90-MAIS
           END-EVALUATE.

       0172-CLASSIFICAR-FAIXA-FIM.      EXIT.

      *-----------------------------------------------------------------
       0210-IMPRIMIR-CABECALHO          SECTION.
      *-----------------------------------------------------------------

           IF ACU-PAG GREATER 1
               MOVE WRK-CABECALHO3 TO REG-RELSUSP
               WRITE REG-RELSUSP AFTER PAGE
           END-IF.
           MOVE WRK-CABECALHO3 TO REG-RELSUSP.
           WRITE REG-RELSUSP AFTER 1 LINE.

           MOVE WRK-CABECALHO1 TO REG-RELSUSP.
           WRITE REG-RELSUSP AFTER 1 LINE.

           MOVE WRK-CABECALHO3 TO REG-RELSUSP.
           WRITE REG-RELSUSP AFTER 1 LINE.

           MOVE WRK-CABECALHO2 TO REG-RELSUSP.
           WRITE REG-RELSUSP AFTER 1 LINE.

           MOVE WRK-CABECALHO3 TO REG-RELSUSP.
           WRITE REG-RELSUSP AFTER 1 LINE.

           ADD 1  TO ACU-PAG.
           MOVE 4 TO ACU-QTLINHAS.

       0210-IMPRIMIR-CABECALHO-FIM.     EXIT.

      *-----------------------------------------------------------------
       0220-IMPRIMIR-DETALHE            SECTION.
      *-----------------------------------------------------------------

           EVALUATE TRUE
               WHEN SUSP-ORIGEM-DEPOSITO
                   MOVE "DEPOSITO"     TO WRK-DET-ORIGEM
               WHEN SUSP-ORIGEM-PIX
                   MOVE "PIX"          TO WRK-DET-ORIGEM
               WHEN SUSP-ORIGEM-BOLETO
                   MOVE "BOLETO"       TO WRK-DET-ORIGEM
               WHEN OTHER
                   MOVE SUSP-ORIGEM    TO WRK-DET-ORIGEM
           END-EVALUATE.

           MOVE SUSP-DATA-ENTRADA      TO WRK-DET-ENTRADA.
           MOVE SUSP-SEQUENCIA         TO WRK-DET-SEQUENCIA.
           MOVE SUSP-REFERENCIA        TO WRK-DET-REFERENCIA.
           MOVE SUSP-DATA-PAGAMENTO    TO WRK-DET-PAGAMENTO.
           MOVE SUSP-VALOR             TO WRK-DET-VALOR.
           MOVE WRK-DIAS-SUSPENSO      TO WRK-DET-DIAS.

           MOVE WRK-DETALHE            TO REG-RELSUSP.
           WRITE REG-RELSUSP AFTER 1 LINE.
           IF FS-RELSUSP NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-RELSUSP               TO WRK-STATUS-ERRO
               MOVE "0220-IMPRIMIR-DETALHE"  TO WRK-AREA-ERRO
               MOVE "AGESUSP"                TO WRK-PROGRAMA-ERRO
               MOVE "RELSUSP"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           ADD 1          TO ACU-QTLINHAS.
           ADD 1          TO ACU-PENDENTES.
           ADD SUSP-VALOR TO ACU-VALOR-PENDENTE.

       0220-IMPRIMIR-DETALHE-FIM.       EXIT.

      *-----------------------------------------------------------------
       0230-IMPRIMIR-RODAPE             SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-CABECALHO3 TO REG-RELSUSP.
           WRITE REG-RELSUSP AFTER 1 LINE.

           MOVE "FAIXA 1-30 DIAS..............:" TO WRK-ROD-DESCRICAO.
           MOVE ACU-FAIXA-30                   TO WRK-ROD-QTDE.
           MOVE ACU-VALOR-30                   TO WRK-ROD-VALOR.
           PERFORM 0231-GRAVAR-RODAPE.

           MOVE "FAIXA 31-60 DIAS.............:" TO WRK-ROD-DESCRICAO.
           MOVE ACU-FAIXA-60                   TO WRK-ROD-QTDE.
           MOVE ACU-VALOR-60                   TO WRK-ROD-VALOR.
           PERFORM 0231-GRAVAR-RODAPE.

           MOVE "FAIXA 61-90 DIAS.............:" TO WRK-ROD-DESCRICAO.
           MOVE ACU-FAIXA-90                   TO WRK-ROD-QTDE.
           MOVE ACU-VALOR-90                   TO WRK-ROD-VALOR.
           PERFORM 0231-GRAVAR-RODAPE.

           MOVE "FAIXA 90+ DIAS...............:" TO WRK-ROD-DESCRICAO.
           MOVE ACU-FAIXA-90-MAIS              TO WRK-ROD-QTDE.
           MOVE ACU-VALOR-90-MAIS              TO WRK-ROD-VALOR.
           PERFORM 0231-GRAVAR-RODAPE.

           MOVE "SALDO PENDENTE NO SUSPENSO...:" TO WRK-ROD-DESCRICAO.
           MOVE ACU-PENDENTES                  TO WRK-ROD-QTDE.
           MOVE ACU-VALOR-PENDENTE             TO WRK-ROD-VALOR.
           PERFORM 0231-GRAVAR-RODAPE.

           MOVE "MARCADOS PARA DEVOLUCAO......:" TO WRK-ROD-DESCRICAO.
           MOVE ACU-A-DEVOLVER                 TO WRK-ROD-QTDE.
           MOVE ACU-VALOR-A-DEVOLVER           TO WRK-ROD-VALOR.
           PERFORM 0231-GRAVAR-RODAPE.

       0230-IMPRIMIR-RODAPE-FIM.        EXIT.

      *-----------------------------------------------------------------
       0231-GRAVAR-RODAPE               SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-RODAPE TO REG-RELSUSP.
           WRITE REG-RELSUSP AFTER 1 LINE.
           IF FS-RELSUSP NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-RELSUSP               TO WRK-STATUS-ERRO
               MOVE "0231-GRAVAR-RODAPE"     TO WRK-AREA-ERRO
               MOVE "AGESUSP"                TO WRK-PROGRAMA-ERRO
               MOVE "RELSUSP"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0231-GRAVAR-RODAPE-FIM.          EXIT.

      *-----------------------------------------------------------------
       0290-ESTATISTICA                 SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-TRACO.
           DISPLAY "TOTAL DE REGISTROS LIDOS......: " ACU-LIDOS.
           DISPLAY "TOTAL DE ITENS PENDENTES......: " ACU-PENDENTES.
           DISPLAY "  FAIXA 1-30 DIAS............: " ACU-FAIXA-30.
           DISPLAY "  FAIXA 31-60 DIAS...........: " ACU-FAIXA-60.
           DISPLAY "  FAIXA 61-90 DIAS...........: " ACU-FAIXA-90.
           DISPLAY "  FAIXA 90+ DIAS.............: " ACU-FAIXA-90-MAIS.
           DISPLAY "TOTAL MARCADOS P/ DEVOLUCAO...: " ACU-A-DEVOLVER.
           DISPLAY WRK-TRACO.
           DISPLAY WRK-FIM-PROGRAMA.
           DISPLAY WRK-TRACO.

       0290-ESTATISTICA-FIM.            EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                   SECTION.
      *-----------------------------------------------------------------

           IF ACU-LIDOS GREATER ZEROS
               PERFORM 0230-IMPRIMIR-RODAPE
               PERFORM 0290-ESTATISTICA
           END-IF.

           CLOSE SUSPENSO.
           IF FS-SUSPENSO NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-SUSPENSO       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "AGESUSP"         TO WRK-PROGRAMA-ERRO
               MOVE "SUSPENSO"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE RELSUSP.
           IF FS-RELSUSP NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-RELSUSP        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "AGESUSP"         TO WRK-PROGRAMA-ERRO
               MOVE "RELSUSP"         TO WRK-ARQUIVO-ERRO
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
