      *-----------------------------------------------------------------
       IDENTIFICATION                   DIVISION.
       PROGRAM-ID. EXTPARC.
      *=================================================================
      *== PROGRAMA....: EXTPARC
      *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
      *== ANALISTA....: IVAN SANCHES
      *== DATA........: 15/10/2026
      *== CONSULTORIA:
      *-----------------------------------------------------------------
      *== OBJETIVO....: EMITIR O EXTRATO DE REPASSES POR PARCEIRO DE
      *                 STREAMING (RELATORIO EXTPARC) A PARTIR DO
      *                 CONTROLE REPASSES (BOOK REGREPA, GRAVADO PELO
      *                 PAGPARC E BAIXADO PELO RETPARC): UMA PAGINA POR
      *                 PARCEIRO, UMA LINHA POR COMPETENCIA COM O VALOR
      *                 LIQUIDADO (BRUTO), O IRRF E ISS RETIDOS, O
      *                 LIQUIDO REMETIDO, O VALOR PAGO PELO BANCO, O
      *                 VENCIMENTO E A SITUACAO, E NO FIM DO PARCEIRO O
      *                 TOTAL LIQUIDADO, O TOTAL PAGO E O SALDO AINDA A
      *                 PAGAR (REMETIDO SEM RETORNO OU RECUSADO).
      *-----------------------------------------------------------------
      *===================ESPECIFICACOES DO PROGRAMA====================
      *    ARQUIVO                    TIPO               BOOK
      *    REPASSES                  INPUT              REGREPA
      *    EXTPARC                   OUTPUT             N/A
      *    EXTPARC                   INPUT              BOOKMSG
      *    EXTPARC                   INPUT              BOOKASSI
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
           SELECT REPASSES ASSIGN TO WRK-NOME-REPASSES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REPA-CHAVE
           FILE STATUS IS FS-REPASSES.

           SELECT EXTPARC ASSIGN TO WRK-NOME-EXTPARC
           FILE STATUS IS FS-EXTPARC.
      *-----------------------------------------------------------------

      *=================================================================
       DATA                             DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                             SECTION.
      *-----------------------------------------------------------------
      *
      *            INPUT - CONTROLE DE REPASSES A PARCEIROS
      *
      *-----------------------------------------------------------------
       FD  REPASSES.
       COPY "REGREPA".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - EXTRATO DE REPASSES POR PARCEIRO
      *
      *-----------------------------------------------------------------
       FD  EXTPARC.
       01  REG-EXTPARC                  PIC X(080).

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

       01  FS-REPASSES                  PIC 9(002)         VALUE ZEROS.
       01  FS-EXTPARC                   PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----NOMES EXTERNALIZADOS VIA DD-----".
      *-----------------------------------------------------------------

       01  WRK-NOME-REPASSES            PIC X(040)         VALUE
              "C:\RELATORIO\dados\REPASSES.DAT".
       01  WRK-NOME-EXTPARC             PIC X(040)         VALUE
              "C:\RELATORIO\dados\EXTPARC.txt".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEIS DE QUEBRA E DATA-----".
      *-----------------------------------------------------------------

       01  WRK-STREAMING-ANTERIOR       PIC X(010)         VALUE SPACES.

       01  WRK-COMPETENCIA              PIC 9(006)         VALUE ZEROS.
       01  FILLER REDEFINES WRK-COMPETENCIA.
           05 WRK-COMPET-AAAA           PIC 9(004).
           05 WRK-COMPET-MM             PIC 9(002).

       01  WRK-DATA-VENCTO              PIC 9(008)         VALUE ZEROS.
       01  FILLER REDEFINES WRK-DATA-VENCTO.
           05 WRK-VENCTO-AAAA           PIC 9(004).
           05 WRK-VENCTO-MM             PIC 9(002).
           05 WRK-VENCTO-DD             PIC 9(002).

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "CABECALHO DE PAGINACAO".
      *-----------------------------------------------------------------

       01  WRK-CABECALHO1.
           05 FILLER                    PIC X(005)         VALUE SPACES.
           05 FILLER                    PIC X(032)         VALUE
              "EXTRATO DE REPASSES - PARCEIRO: ".
           05 WRK-CAB-STREAMING         PIC X(010)         VALUE SPACES.
           05 FILLER                    PIC X(013)         VALUE SPACES.
           05 FILLER                    PIC X(008)         VALUE
              "PAGINA:".
           05 ACU-PAG                   PIC 9(003)         VALUE 1.
           05 FILLER                    PIC X(009)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----CABECALHO DE DESCRICAO-----".
      *-----------------------------------------------------------------

       01  WRK-CABECALHO2.
           05 FILLER                    PIC X(008)         VALUE
              "COMPET.".
           05 FILLER                    PIC X(014)         VALUE
              "    LIQUIDADO".
           05 FILLER                    PIC X(014)         VALUE
              "       RETIDO".
           05 FILLER                    PIC X(014)         VALUE
              "      LIQUIDO".
           05 FILLER                    PIC X(014)         VALUE
              "         PAGO".
           05 FILLER                    PIC X(011)         VALUE
              "VENCIMENTO".
           05 FILLER                    PIC X(005)         VALUE
              "SIT".

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
           05 WRK-DET-COMPET-MM        PIC 9(002)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE "/".
           05 WRK-DET-COMPET-AAAA      PIC 9(004)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-BRUTO            PIC ZZ.ZZZ.ZZ9,99   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-RETIDO           PIC ZZ.ZZZ.ZZ9,99   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-LIQUIDO          PIC ZZ.ZZZ.ZZ9,99   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-PAGO             PIC ZZ.ZZZ.ZZ9,99   VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-VENCTO-DD        PIC 9(002)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE "/".
           05 WRK-DET-VENCTO-MM        PIC 9(002)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE "/".
           05 WRK-DET-VENCTO-AAAA      PIC 9(004)          VALUE ZEROS.
           05 FILLER                   PIC X(002)          VALUE SPACES.
           05 WRK-DET-SITUACAO         PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(004)          VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)          VALUE
              "-----RODAPE DE TOTAIS DO PARCEIRO-----".
      *-----------------------------------------------------------------

       01  WRK-RODAPE.
           05 WRK-ROD-DESCRICAO        PIC X(030)          VALUE SPACES.
           05 WRK-ROD-QTDE             PIC ZZZZ9           VALUE ZEROS.
           05 FILLER                   PIC X(005)          VALUE SPACES.
           05 WRK-ROD-VALOR            PIC ZZZ.ZZZ.ZZ9,99  VALUE ZEROS.
           05 FILLER                   PIC X(026)          VALUE SPACES.

       01  WRK-LEGENDA.
           05 FILLER                   PIC X(050)          VALUE
              "SIT: E-REMETIDO AO BANCO  P-PAGO  R-RECUSADO PELO ".
           05 FILLER                   PIC X(030)          VALUE
              "BANCO (VOLTA NA REMESSA)".

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
       01  ACU-PARCEIROS                PIC 9(005)  COMP-3 VALUE ZEROS.

       01  ACU-PARCEIRO.
           05 ACU-PAR-COMPETENCIAS      PIC 9(005)  COMP-3 VALUE ZEROS.
           05 ACU-PAR-PAGAS             PIC 9(005)  COMP-3 VALUE ZEROS.
           05 ACU-PAR-EM-ABERTO         PIC 9(005)  COMP-3 VALUE ZEROS.
           05 ACU-PAR-BRUTO             PIC 9(011)V99 COMP-3
                                                           VALUE ZEROS.
           05 ACU-PAR-RETIDO            PIC 9(011)V99 COMP-3
                                                           VALUE ZEROS.
           05 ACU-PAR-PAGO              PIC 9(011)V99 COMP-3
                                                           VALUE ZEROS.
           05 ACU-PAR-A-PAGAR           PIC 9(011)V99 COMP-3
                                                           VALUE ZEROS.

       01  ACU-TOTAL-BRUTO              PIC 9(011)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-TOTAL-PAGO               PIC 9(011)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-TOTAL-A-PAGAR            PIC 9(011)V99 COMP-3
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
           PERFORM 0200-PROCESSAR
               UNTIL FS-REPASSES EQUAL 10.
           PERFORM 0300-FINALIZAR.

       0000-PRINCIPAL-FIM.              EXIT.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                 SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_REPASSES".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-REPASSES
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_EXTPARC".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-EXTPARC
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           OPEN INPUT REPASSES.
           IF FS-REPASSES NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-REPASSES              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "EXTPARC"                TO WRK-PROGRAMA-ERRO
               MOVE "REPASSES"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN OUTPUT EXTPARC.
           IF FS-EXTPARC NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-EXTPARC               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "EXTPARC"                TO WRK-PROGRAMA-ERRO
               MOVE "EXTPARC"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------
       0150-VERIFICAR-VAZIO             SECTION.
      *-----------------------------------------------------------------

           PERFORM 0160-LER-DADOS.

           IF FS-REPASSES EQUAL 10
               MOVE WRK-ARQ-VAZIO          TO WRK-DESCRICAO-ERRO
               MOVE FS-REPASSES            TO WRK-STATUS-ERRO
               MOVE "0150-VERIFICAR-VAZIO" TO WRK-AREA-ERRO
               MOVE "EXTPARC"              TO WRK-PROGRAMA-ERRO
               MOVE "REPASSES"             TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0150-VERIFICAR-VAZIO-FIM.        EXIT.

      *-----------------------------------------------------------------
       0160-LER-DADOS                   SECTION.
      *-----------------------------------------------------------------

           READ REPASSES NEXT RECORD.

           IF FS-REPASSES NOT EQUAL 00 AND NOT EQUAL 10
               MOVE WRK-ERRO-LEIT    TO WRK-DESCRICAO-ERRO
               MOVE FS-REPASSES      TO WRK-STATUS-ERRO
               MOVE "0160-LER-DADOS" TO WRK-AREA-ERRO
               MOVE "EXTPARC"        TO WRK-PROGRAMA-ERRO
               MOVE "REPASSES"       TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           IF FS-REPASSES EQUAL ZEROS
               ADD 1 TO ACU-LIDOS
           END-IF.

       0160-LER-DADOS-FIM.              EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                   SECTION.
      *-----------------------------------------------------------------
      *    O CONTROLE E LIDO NA ORDEM DA CHAVE (PARCEIRO + COMPETENCIA);
      *    A TROCA DE PARCEIRO FECHA OS TOTAIS DO ANTERIOR E ABRE PAGINA
      *    NOVA.
      *-----------------------------------------------------------------

           IF REPA-STREAMING NOT EQUAL WRK-STREAMING-ANTERIOR
               IF WRK-STREAMING-ANTERIOR NOT EQUAL SPACES
                   PERFORM 0230-IMPRIMIR-RODAPE
               END-IF
               INITIALIZE ACU-PARCEIRO
               MOVE REPA-STREAMING   TO WRK-STREAMING-ANTERIOR
               ADD 1                 TO ACU-PARCEIROS
               PERFORM 0210-IMPRIMIR-CABECALHO
           ELSE
               IF ACU-QTLINHAS GREATER 40
                   PERFORM 0210-IMPRIMIR-CABECALHO
               END-IF
           END-IF.

           PERFORM 0220-IMPRIMIR-DETALHE.

           PERFORM 0160-LER-DADOS.

       0200-PROCESSAR-FIM.              EXIT.

      *-----------------------------------------------------------------
       0210-IMPRIMIR-CABECALHO          SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-STREAMING-ANTERIOR TO WRK-CAB-STREAMING.

           IF ACU-PAG GREATER 1
               MOVE WRK-CABECALHO3 TO REG-EXTPARC
               WRITE REG-EXTPARC AFTER PAGE
           END-IF.
           MOVE WRK-CABECALHO3 TO REG-EXTPARC.
           WRITE REG-EXTPARC AFTER 1 LINE.

           MOVE WRK-CABECALHO1 TO REG-EXTPARC.
           WRITE REG-EXTPARC AFTER 1 LINE.

           MOVE WRK-CABECALHO3 TO REG-EXTPARC.
           WRITE REG-EXTPARC AFTER 1 LINE.

           MOVE WRK-CABECALHO2 TO REG-EXTPARC.
           WRITE REG-EXTPARC AFTER 1 LINE.

           MOVE WRK-CABECALHO3 TO REG-EXTPARC.
           WRITE REG-EXTPARC AFTER 1 LINE.

           ADD 1  TO ACU-PAG.
           MOVE 4 TO ACU-QTLINHAS.

       0210-IMPRIMIR-CABECALHO-FIM.     EXIT.

      *-----------------------------------------------------------------
       0220-IMPRIMIR-DETALHE            SECTION.
      *-----------------------------------------------------------------
      *    O SALDO A PAGAR E O LIQUIDO DE TODA COMPETENCIA AINDA NAO
      *    PAGA (REMETIDA SEM RETORNO OU RECUSADA PELO BANCO).
      *-----------------------------------------------------------------

           MOVE REPA-COMPETENCIA       TO WRK-COMPETENCIA.
           MOVE WRK-COMPET-MM          TO WRK-DET-COMPET-MM.
           MOVE WRK-COMPET-AAAA        TO WRK-DET-COMPET-AAAA.

           MOVE REPA-DATA-VENCIMENTO   TO WRK-DATA-VENCTO.
           MOVE WRK-VENCTO-DD          TO WRK-DET-VENCTO-DD.
           MOVE WRK-VENCTO-MM          TO WRK-DET-VENCTO-MM.
           MOVE WRK-VENCTO-AAAA        TO WRK-DET-VENCTO-AAAA.

           MOVE REPA-VALOR-BRUTO       TO WRK-DET-BRUTO.
           COMPUTE WRK-DET-RETIDO = REPA-VALOR-IRRF + REPA-VALOR-ISS.
           MOVE REPA-VALOR-LIQUIDO     TO WRK-DET-LIQUIDO.
           MOVE REPA-SITUACAO          TO WRK-DET-SITUACAO.

           ADD 1                       TO ACU-PAR-COMPETENCIAS.
           ADD REPA-VALOR-BRUTO        TO ACU-PAR-BRUTO.
           ADD REPA-VALOR-IRRF         TO ACU-PAR-RETIDO.
           ADD REPA-VALOR-ISS          TO ACU-PAR-RETIDO.

           IF REPA-PAGO
               MOVE REPA-VALOR-PAGO    TO WRK-DET-PAGO
               ADD 1                   TO ACU-PAR-PAGAS
               ADD REPA-VALOR-PAGO     TO ACU-PAR-PAGO
           ELSE
               MOVE ZEROS              TO WRK-DET-PAGO
               ADD 1                   TO ACU-PAR-EM-ABERTO
               ADD REPA-VALOR-LIQUIDO  TO ACU-PAR-A-PAGAR
           END-IF.

           MOVE WRK-DETALHE            TO REG-EXTPARC.
           WRITE REG-EXTPARC AFTER 1 LINE.
           IF FS-EXTPARC NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-EXTPARC               TO WRK-STATUS-ERRO
               MOVE "0220-IMPRIMIR-DETALHE"  TO WRK-AREA-ERRO
               MOVE "EXTPARC"                TO WRK-PROGRAMA-ERRO
               MOVE "EXTPARC"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           ADD 1          TO ACU-QTLINHAS.

       0220-IMPRIMIR-DETALHE-FIM.       EXIT.

      *-----------------------------------------------------------------
       0230-IMPRIMIR-RODAPE             SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-CABECALHO3 TO REG-EXTPARC.
           WRITE REG-EXTPARC AFTER 1 LINE.

           MOVE "TOTAL LIQUIDADO (BRUTO)......:" TO WRK-ROD-DESCRICAO.
           MOVE ACU-PAR-COMPETENCIAS           TO WRK-ROD-QTDE.
           MOVE ACU-PAR-BRUTO                  TO WRK-ROD-VALOR.
           PERFORM 0231-GRAVAR-RODAPE.

           MOVE "IRRF + ISS RETIDOS...........:" TO WRK-ROD-DESCRICAO.
           MOVE ACU-PAR-COMPETENCIAS           TO WRK-ROD-QTDE.
           MOVE ACU-PAR-RETIDO                 TO WRK-ROD-VALOR.
           PERFORM 0231-GRAVAR-RODAPE.

           MOVE "TOTAL PAGO PELO BANCO........:" TO WRK-ROD-DESCRICAO.
           MOVE ACU-PAR-PAGAS                  TO WRK-ROD-QTDE.
           MOVE ACU-PAR-PAGO                   TO WRK-ROD-VALOR.
           PERFORM 0231-GRAVAR-RODAPE.

           MOVE "SALDO A PAGAR (LIQUIDO)......:" TO WRK-ROD-DESCRICAO.
           MOVE ACU-PAR-EM-ABERTO              TO WRK-ROD-QTDE.
           MOVE ACU-PAR-A-PAGAR                TO WRK-ROD-VALOR.
           PERFORM 0231-GRAVAR-RODAPE.

           MOVE WRK-CABECALHO3 TO REG-EXTPARC.
           WRITE REG-EXTPARC AFTER 1 LINE.

           MOVE WRK-LEGENDA    TO REG-EXTPARC.
           WRITE REG-EXTPARC AFTER 1 LINE.

           ADD ACU-PAR-BRUTO   TO ACU-TOTAL-BRUTO.
           ADD ACU-PAR-PAGO    TO ACU-TOTAL-PAGO.
           ADD ACU-PAR-A-PAGAR TO ACU-TOTAL-A-PAGAR.

       0230-IMPRIMIR-RODAPE-FIM.        EXIT.

      *-----------------------------------------------------------------
       0231-GRAVAR-RODAPE               SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-RODAPE TO REG-EXTPARC.
           WRITE REG-EXTPARC AFTER 1 LINE.
           IF FS-EXTPARC NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-EXTPARC               TO WRK-STATUS-ERRO
               MOVE "0231-GRAVAR-RODAPE"     TO WRK-AREA-ERRO
               MOVE "EXTPARC"                TO WRK-PROGRAMA-ERRO
               MOVE "EXTPARC"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0231-GRAVAR-RODAPE-FIM.          EXIT.

      *-----------------------------------------------------------------
       0290-ESTATISTICA                 SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-TRACO.
           DISPLAY "COMPETENCIAS LIDAS...........: " ACU-LIDOS.
           DISPLAY "PARCEIROS NO EXTRATO.........: " ACU-PARCEIROS.
           DISPLAY "TOTAL LIQUIDADO (BRUTO)......: " ACU-TOTAL-BRUTO.
           DISPLAY "TOTAL PAGO...................: " ACU-TOTAL-PAGO.
           DISPLAY "SALDO A PAGAR................: " ACU-TOTAL-A-PAGAR.
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

           CLOSE REPASSES.
           IF FS-REPASSES NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-REPASSES       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "EXTPARC"         TO WRK-PROGRAMA-ERRO
               MOVE "REPASSES"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE EXTPARC.
           IF FS-EXTPARC NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-EXTPARC        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "EXTPARC"         TO WRK-PROGRAMA-ERRO
               MOVE "EXTPARC"         TO WRK-ARQUIVO-ERRO
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
