      *-----------------------------------------------------------------
       IDENTIFICATION                   DIVISION.
       PROGRAM-ID. RETENREL.
      *=================================================================
      *== PROGRAMA....: RETENREL
      *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
      *== ANALISTA....: IVAN SANCHES
      *== DATA........: 15/10/2026
      *== CONSULTORIA:
      *-----------------------------------------------------------------
      *== OBJETIVO....: RELATORIO MENSAL DA RETENCAO. LE O ARQUIVO DE
      *                 PEDIDOS DE CANCELAMENTO (PEDCANC, BOOK REGPEDC)
      *                 E, PARA OS PEDIDOS COM DESFECHO NA COMPETENCIA
      *                 DO CARTAO RETPARM (BOOK REGRETP; ZERADA = MES
      *                 ANTERIOR AO DA RODADA), MOSTRA A TAXA DE
      *                 RETENCAO POR MOTIVO DO PEDIDO (RETIDOS =
      *                 OFERTA ACEITA OU DESISTENCIA; PERDIDOS =
      *                 CONFIRMADOS, COM OU SEM CONTATO) E A TAXA DE
      *                 ACEITE POR OFERTA (OFERECIDA = OFERTA SUGERIDA
      *                 NA LISTA DE LIGACOES; ACEITA = OFERTA GRAVADA
      *                 NO DESFECHO).
      *-----------------------------------------------------------------
      *===================ESPECIFICACOES DO PROGRAMA====================
      *    ARQUIVO                    TIPO               BOOK
      *    PEDCANC                   INPUT              REGPEDC
      *    RETPARM                   INPUT              REGRETP
      *    RELRETAN                  OUTPUT             N/A
      *    RETENREL                  INPUT              BOOKMSG
      *    RETENREL                  INPUT              BOOKASSI
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
           SELECT PEDCANC ASSIGN TO WRK-NOME-PEDCANC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PEDC-CHAVE
           FILE STATUS IS FS-PEDCANC.

           SELECT RETPARM ASSIGN TO WRK-NOME-RETPARM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RETPARM.

           SELECT RELRETAN ASSIGN TO WRK-NOME-RELRETAN
           FILE STATUS IS FS-RELRETAN.
      *-----------------------------------------------------------------

      *=================================================================
       DATA                             DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                             SECTION.
      *-----------------------------------------------------------------
      *
      *            INPUT - PEDIDOS DE CANCELAMENTO (MANTCLI/RETENCLI)
      *
      *-----------------------------------------------------------------
       FD  PEDCANC.
       COPY "REGPEDC".

      *-----------------------------------------------------------------
      *
      *            INPUT - CARTAO DE PARAMETROS DA RETENCAO
      *
      *-----------------------------------------------------------------
       FD  RETPARM.
       COPY "REGRETP".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - TAXA DE RETENCAO POR MOTIVO E POR OFERTA
      *
      *-----------------------------------------------------------------
       FD  RELRETAN.
       01  REG-RELRETAN                 PIC X(080).

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

       01  FS-PEDCANC                   PIC 9(002)         VALUE ZEROS.
       01  FS-RETPARM                   PIC 9(002)         VALUE ZEROS.
       01  FS-RELRETAN                  PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----NOMES EXTERNALIZADOS VIA DD-----".
      *-----------------------------------------------------------------

       01  WRK-NOME-PEDCANC             PIC X(040)         VALUE
              "C:\RELATORIO\dados\PEDCANC.DAT".
       01  WRK-NOME-RETPARM             PIC X(040)         VALUE
              "C:\RELATORIO\dados\RETPARM.DAT".
       01  WRK-NOME-RELRETAN            PIC X(040)         VALUE
              "C:\RELATORIO\dados\RELRETAN.txt".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEIS DE DATA E COMPETENCIA-----".
      *-----------------------------------------------------------------

       01  WRK-DATA-EXECUCAO            PIC 9(008)         VALUE ZEROS.
       01  FILLER REDEFINES WRK-DATA-EXECUCAO.
           05 WRK-EXEC-AAAAMM           PIC 9(006).
           05 WRK-EXEC-DD               PIC 9(002).

       01  WRK-COMPETENCIA              PIC 9(006)         VALUE ZEROS.
       01  FILLER REDEFINES WRK-COMPETENCIA.
           05 WRK-COMP-AAAA             PIC 9(004).
           05 WRK-COMP-MM               PIC 9(002).

       01  WRK-COMPET-DESFECHO          PIC 9(006)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----TABELA DE TOTAIS POR MOTIVO-----".
      *-----------------------------------------------------------------

       01  TAB-MOTIVO.
           05 TMOT-ENTRADA              OCCURS 20 TIMES.
               10 TMOT-CODIGO           PIC X(002) VALUE SPACES.
               10 TMOT-DECIDIDOS        PIC 9(005) COMP-3 VALUE ZEROS.
               10 TMOT-RETIDOS          PIC 9(005) COMP-3 VALUE ZEROS.
               10 TMOT-PERDIDOS         PIC 9(005) COMP-3 VALUE ZEROS.

       01  WRK-QT-MOTIVOS               PIC 9(003)  COMP-3 VALUE ZEROS.
       01  IDX-MOT                      PIC 9(003)  COMP-3 VALUE ZEROS.
       01  WRK-MOT-ACHADO               PIC 9(003)  COMP-3 VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----TABELA DE TOTAIS POR OFERTA-----".
      *-----------------------------------------------------------------

       01  TAB-OFERTA.
           05 TOFE-ENTRADA              OCCURS 100 TIMES.
               10 TOFE-CODIGO           PIC X(004) VALUE SPACES.
               10 TOFE-OFERECIDAS       PIC 9(005) COMP-3 VALUE ZEROS.
               10 TOFE-ACEITAS          PIC 9(005) COMP-3 VALUE ZEROS.

       01  WRK-QT-OFERTAS               PIC 9(003)  COMP-3 VALUE ZEROS.
       01  IDX-OFE                      PIC 9(003)  COMP-3 VALUE ZEROS.
       01  WRK-OFE-ACHADA               PIC 9(003)  COMP-3 VALUE ZEROS.
       01  WRK-OFERTA-PROCURADA         PIC X(004)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEIS DE CALCULO-----".
      *-----------------------------------------------------------------

       01  WRK-TAXA                     PIC 9(003)V99      VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "CABECALHO DE PAGINACAO".
      *-----------------------------------------------------------------

       01  WRK-CABECALHO1.
           05 FILLER                    PIC X(005)         VALUE SPACES.
           05 FILLER                    PIC X(036)         VALUE
              "RETENCAO - TAXA DE SALVAMENTO".
           05 FILLER                    PIC X(008)         VALUE
              "COMPET:".
           05 WRK-CAB-MM                PIC 9(002)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE "/".
           05 WRK-CAB-AAAA              PIC 9(004)         VALUE ZEROS.
           05 FILLER                    PIC X(006)         VALUE SPACES.
           05 FILLER                    PIC X(008)         VALUE
              "PAGINA:".
           05 ACU-PAG                   PIC 9(003)         VALUE 1.
           05 FILLER                    PIC X(007)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----CABECALHO DO BLOCO POR MOTIVO-----".
      *-----------------------------------------------------------------

       01  WRK-CABECALHO2.
           05 FILLER                    PIC X(022)         VALUE
              "MOTIVO DO PEDIDO".
           05 FILLER                    PIC X(012)         VALUE
              " DECIDIDOS".
           05 FILLER                    PIC X(012)         VALUE
              "   RETIDOS".
           05 FILLER                    PIC X(012)         VALUE
              "  PERDIDOS".
           05 FILLER                    PIC X(022)         VALUE
              "  TAXA RETENCAO %".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----CABECALHO DO BLOCO POR OFERTA-----".
      *-----------------------------------------------------------------

       01  WRK-CABECALHO4.
           05 FILLER                    PIC X(022)         VALUE
              "OFERTA".
           05 FILLER                    PIC X(012)         VALUE
              "OFERECIDAS".
           05 FILLER                    PIC X(012)         VALUE
              "   ACEITAS".
           05 FILLER                    PIC X(012)         VALUE SPACES.
           05 FILLER                    PIC X(022)         VALUE
              "  TAXA ACEITE %".

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
           05 WRK-DET-CODIGO           PIC X(004)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-DESCRICAO        PIC X(017)          VALUE SPACES.
           05 FILLER                   PIC X(003)          VALUE SPACES.
           05 WRK-DET-QTDE1            PIC ZZZZ9           VALUE ZEROS.
           05 FILLER                   PIC X(007)          VALUE SPACES.
           05 WRK-DET-QTDE2            PIC ZZZZ9           VALUE ZEROS.
           05 FILLER                   PIC X(007)          VALUE SPACES.
           05 WRK-DET-QTDE3            PIC ZZZZZ           VALUE ZEROS.
           05 FILLER                   PIC X(007)          VALUE SPACES.
           05 WRK-DET-TAXA             PIC ZZ9,99          VALUE ZEROS.
           05 FILLER                   PIC X(012)          VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)          VALUE
              "-----RODAPE DE TOTAIS-----".
      *-----------------------------------------------------------------

       01  WRK-RODAPE.
           05 WRK-ROD-DESCRICAO        PIC X(030)          VALUE SPACES.
           05 WRK-ROD-QTDE             PIC ZZZZ9           VALUE ZEROS.
           05 FILLER                   PIC X(045)          VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEL DE QUANTIDADE DE LINHAS-----".
      *-----------------------------------------------------------------

       01  ACU-QTLINHAS                 PIC 9(002)  COMP-3 VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEL DE ACUMULACAO-----".
      *-----------------------------------------------------------------

       01  ACU-LIDOS                    PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-DECIDIDOS                PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-RETIDOS                  PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-PERDIDOS                 PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-OFERECIDAS               PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-ACEITAS                  PIC 9(005)  COMP-3 VALUE ZEROS.

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
           PERFORM 0150-LER-PEDIDO.
           PERFORM 0200-PROCESSAR
               UNTIL FS-PEDCANC EQUAL 10.
           PERFORM 0250-IMPRIMIR-MOTIVOS.
           PERFORM 0260-IMPRIMIR-OFERTAS.
           PERFORM 0300-FINALIZAR.

       0000-PRINCIPAL-FIM.              EXIT.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                 SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_PEDCANC".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-PEDCANC
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_RETPARM".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-RETPARM
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_RELRETAN".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-RELRETAN
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           PERFORM 0110-LER-PARAMETROS.

           OPEN INPUT  PEDCANC.
           IF FS-PEDCANC NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-PEDCANC               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "RETENREL"               TO WRK-PROGRAMA-ERRO
               MOVE "PEDCANC"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN OUTPUT RELRETAN.
           IF FS-RELRETAN NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-RELRETAN              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "RETENREL"               TO WRK-PROGRAMA-ERRO
               MOVE "RELRETAN"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------
       0110-LER-PARAMETROS              SECTION.
      *-----------------------------------------------------------------
      *    SEM CARTAO, OU COM COMPETENCIA ZERADA, O RELATORIO SAI PARA
      *    O MES ANTERIOR AO DA RODADA (FECHAMENTO NO INICIO DO MES).
      *-----------------------------------------------------------------

           MOVE WRK-EXEC-AAAAMM          TO WRK-COMPETENCIA.
           IF WRK-COMP-MM EQUAL 01
               SUBTRACT 1                FROM WRK-COMP-AAAA
               MOVE 12                   TO WRK-COMP-MM
           ELSE
               SUBTRACT 1                FROM WRK-COMP-MM
           END-IF.

           OPEN INPUT RETPARM.

           IF FS-RETPARM EQUAL ZEROS
               READ RETPARM
               IF FS-RETPARM EQUAL ZEROS
                   IF RETP-COMPETENCIA NUMERIC
                      AND RETP-COMPETENCIA GREATER ZEROS
                       MOVE RETP-COMPETENCIA TO WRK-COMPETENCIA
                   END-IF
               END-IF
               CLOSE RETPARM
           ELSE
               IF FS-RETPARM NOT EQUAL 35
                   MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
                   MOVE FS-RETPARM               TO WRK-STATUS-ERRO
                   MOVE "0110-LER-PARAMETROS"    TO WRK-AREA-ERRO
                   MOVE "RETENREL"               TO WRK-PROGRAMA-ERRO
                   MOVE "RETPARM"                TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

       0110-LER-PARAMETROS-FIM.         EXIT.

      *-----------------------------------------------------------------
       0150-LER-PEDIDO                  SECTION.
      *-----------------------------------------------------------------

           READ PEDCANC.

           IF FS-PEDCANC NOT EQUAL 00 AND NOT EQUAL 10
               MOVE WRK-ERRO-LEIT       TO WRK-DESCRICAO-ERRO
               MOVE FS-PEDCANC          TO WRK-STATUS-ERRO
               MOVE "0150-LER-PEDIDO"   TO WRK-AREA-ERRO
               MOVE "RETENREL"          TO WRK-PROGRAMA-ERRO
               MOVE "PEDCANC"           TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0150-LER-PEDIDO-FIM.             EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                   SECTION.
      *-----------------------------------------------------------------
      *    CONTA SO O PEDIDO DECIDIDO NA COMPETENCIA. PEDIDO RETIDO
      *    ("R") E SALVO; CONFIRMADO OU JA EFETIVADO E PERDIDO.
      *-----------------------------------------------------------------

           ADD 1 TO ACU-LIDOS.
           DIVIDE PEDC-DATA-DESFECHO BY 100
               GIVING WRK-COMPET-DESFECHO.

           IF NOT PEDC-SEM-DESFECHO
              AND WRK-COMPET-DESFECHO EQUAL WRK-COMPETENCIA
               PERFORM 0210-SOMAR-MOTIVO
               PERFORM 0220-SOMAR-OFERTA
           END-IF.

           PERFORM 0150-LER-PEDIDO.

       0200-PROCESSAR-FIM.              EXIT.

      *-----------------------------------------------------------------
       0210-SOMAR-MOTIVO                SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS                    TO WRK-MOT-ACHADO.
           PERFORM 0211-PROCURAR-MOTIVO
               VARYING IDX-MOT FROM 1 BY 1
               UNTIL IDX-MOT GREATER WRK-QT-MOTIVOS
                  OR WRK-MOT-ACHADO GREATER ZEROS.

           IF WRK-MOT-ACHADO EQUAL ZEROS
               IF WRK-QT-MOTIVOS NOT LESS 20
                   MOVE WRK-ERRO-TABELA          TO WRK-DESCRICAO-ERRO
                   MOVE ZEROS                    TO WRK-STATUS-ERRO
                   MOVE "0210-SOMAR-MOTIVO"      TO WRK-AREA-ERRO
                   MOVE "RETENREL"               TO WRK-PROGRAMA-ERRO
                   MOVE "PEDCANC"                TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
               ADD 1                     TO WRK-QT-MOTIVOS
               MOVE WRK-QT-MOTIVOS       TO WRK-MOT-ACHADO
               MOVE PEDC-MOTIVO          TO TMOT-CODIGO (WRK-MOT-ACHADO)
           END-IF.

           ADD 1 TO TMOT-DECIDIDOS (WRK-MOT-ACHADO)
                    ACU-DECIDIDOS.

           IF PEDC-RETIDO
               ADD 1 TO TMOT-RETIDOS (WRK-MOT-ACHADO)
                        ACU-RETIDOS
           ELSE
               ADD 1 TO TMOT-PERDIDOS (WRK-MOT-ACHADO)
                        ACU-PERDIDOS
           END-IF.

       0210-SOMAR-MOTIVO-FIM.           EXIT.

      *-----------------------------------------------------------------
       0211-PROCURAR-MOTIVO             SECTION.
      *-----------------------------------------------------------------

           IF TMOT-CODIGO (IDX-MOT) EQUAL PEDC-MOTIVO
               MOVE IDX-MOT              TO WRK-MOT-ACHADO
           END-IF.

       0211-PROCURAR-MOTIVO-FIM.        EXIT.

      *-----------------------------------------------------------------
       0220-SOMAR-OFERTA                SECTION.
      *-----------------------------------------------------------------
      *    A OFERTA ACEITA CONTA TAMBEM COMO OFERECIDA QUANDO A EQUIPE
      *    FECHOU UMA OFERTA DIFERENTE DA SUGERIDA NA LISTA. PEDIDO
      *    SEM OFERTA NA LISTA ENTRA NA LINHA "SEM OFERTA".
      *-----------------------------------------------------------------

           MOVE PEDC-OFERTA-SUGERIDA     TO WRK-OFERTA-PROCURADA.
           PERFORM 0221-LOCALIZAR-OFERTA.
           ADD 1 TO TOFE-OFERECIDAS (WRK-OFE-ACHADA)
                    ACU-OFERECIDAS.

           IF PEDC-ACEITOU-OFERTA
               IF PEDC-OFERTA-ACEITA NOT EQUAL PEDC-OFERTA-SUGERIDA
                   MOVE PEDC-OFERTA-ACEITA TO WRK-OFERTA-PROCURADA
                   PERFORM 0221-LOCALIZAR-OFERTA
                   ADD 1 TO TOFE-OFERECIDAS (WRK-OFE-ACHADA)
                            ACU-OFERECIDAS
               END-IF
               ADD 1 TO TOFE-ACEITAS (WRK-OFE-ACHADA)
                        ACU-ACEITAS
           END-IF.

       0220-SOMAR-OFERTA-FIM.           EXIT.

      *-----------------------------------------------------------------
       0221-LOCALIZAR-OFERTA            SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS                    TO WRK-OFE-ACHADA.
           PERFORM 0222-PROCURAR-OFERTA
               VARYING IDX-OFE FROM 1 BY 1
               UNTIL IDX-OFE GREATER WRK-QT-OFERTAS
                  OR WRK-OFE-ACHADA GREATER ZEROS.

           IF WRK-OFE-ACHADA EQUAL ZEROS
               IF WRK-QT-OFERTAS NOT LESS 100
                   MOVE WRK-ERRO-TABELA          TO WRK-DESCRICAO-ERRO
                   MOVE ZEROS                    TO WRK-STATUS-ERRO
                   MOVE "0221-LOCALIZAR-OFERTA"  TO WRK-AREA-ERRO
                   MOVE "RETENREL"               TO WRK-PROGRAMA-ERRO
                   MOVE "PEDCANC"                TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
               ADD 1                     TO WRK-QT-OFERTAS
               MOVE WRK-QT-OFERTAS       TO WRK-OFE-ACHADA
               MOVE WRK-OFERTA-PROCURADA TO TOFE-CODIGO (WRK-OFE-ACHADA)
           END-IF.

       0221-LOCALIZAR-OFERTA-FIM.       EXIT.

      *-----------------------------------------------------------------
       0222-PROCURAR-OFERTA             SECTION.
      *-----------------------------------------------------------------

           IF TOFE-CODIGO (IDX-OFE) EQUAL WRK-OFERTA-PROCURADA
               MOVE IDX-OFE              TO WRK-OFE-ACHADA
           END-IF.

       0222-PROCURAR-OFERTA-FIM.        EXIT.

      *-----------------------------------------------------------------
       0250-IMPRIMIR-MOTIVOS            SECTION.
      *-----------------------------------------------------------------

           PERFORM 0285-IMPRIMIR-CABECALHO.

           MOVE WRK-CABECALHO2 TO REG-RELRETAN.
           PERFORM 0281-GRAVAR-LINHA.
           MOVE WRK-CABECALHO3 TO REG-RELRETAN.
           PERFORM 0281-GRAVAR-LINHA.

           PERFORM 0251-IMPRIMIR-MOTIVO
               VARYING IDX-MOT FROM 1 BY 1
               UNTIL IDX-MOT GREATER WRK-QT-MOTIVOS.

           INITIALIZE WRK-DETALHE.
           MOVE "TOTAL"                  TO WRK-DET-DESCRICAO.
           MOVE ACU-DECIDIDOS            TO WRK-DET-QTDE1.
           MOVE ACU-RETIDOS              TO WRK-DET-QTDE2.
           MOVE ACU-PERDIDOS             TO WRK-DET-QTDE3.
           MOVE ZEROS                    TO WRK-TAXA.
           IF ACU-DECIDIDOS GREATER ZEROS
               COMPUTE WRK-TAXA ROUNDED =
                   ACU-RETIDOS * 100 / ACU-DECIDIDOS
           END-IF.
           MOVE WRK-TAXA                 TO WRK-DET-TAXA.
           MOVE WRK-CABECALHO3 TO REG-RELRETAN.
           PERFORM 0281-GRAVAR-LINHA.
           MOVE WRK-DETALHE    TO REG-RELRETAN.
           PERFORM 0281-GRAVAR-LINHA.

       0250-IMPRIMIR-MOTIVOS-FIM.       EXIT.

      *-----------------------------------------------------------------
       0251-IMPRIMIR-MOTIVO             SECTION.
      *-----------------------------------------------------------------

           INITIALIZE WRK-DETALHE.
           MOVE TMOT-CODIGO (IDX-MOT)    TO WRK-DET-CODIGO.

           EVALUATE TMOT-CODIGO (IDX-MOT)
               WHEN "PR"
                   MOVE "PRECO"          TO WRK-DET-DESCRICAO
               WHEN "CO"
                   MOVE "CONTEUDO"       TO WRK-DET-DESCRICAO
               WHEN "TE"
                   MOVE "PROBLEMA TECNICO" TO WRK-DET-DESCRICAO
               WHEN "FI"
                   MOVE "FINANCEIRO"     TO WRK-DET-DESCRICAO
               WHEN "CC"
                   MOVE "CONCORRENTE"    TO WRK-DET-DESCRICAO
               WHEN "OU"
                   MOVE "OUTROS"         TO WRK-DET-DESCRICAO
               WHEN OTHER
                   MOVE "NAO TABELADO"   TO WRK-DET-DESCRICAO
           END-EVALUATE.

           MOVE TMOT-DECIDIDOS (IDX-MOT) TO WRK-DET-QTDE1.
           MOVE TMOT-RETIDOS   (IDX-MOT) TO WRK-DET-QTDE2.
           MOVE TMOT-PERDIDOS  (IDX-MOT) TO WRK-DET-QTDE3.
           COMPUTE WRK-TAXA ROUNDED =
               TMOT-RETIDOS (IDX-MOT) * 100 / TMOT-DECIDIDOS (IDX-MOT).
           MOVE WRK-TAXA                 TO WRK-DET-TAXA.

           MOVE WRK-DETALHE    TO REG-RELRETAN.
           PERFORM 0281-GRAVAR-LINHA.

       0251-IMPRIMIR-MOTIVO-FIM.        EXIT.

      *-----------------------------------------------------------------
       0260-IMPRIMIR-OFERTAS            SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-CABECALHO3 TO REG-RELRETAN.
           PERFORM 0281-GRAVAR-LINHA.
           MOVE WRK-CABECALHO3 TO REG-RELRETAN.
           PERFORM 0281-GRAVAR-LINHA.
           MOVE WRK-CABECALHO4 TO REG-RELRETAN.
           PERFORM 0281-GRAVAR-LINHA.
           MOVE WRK-CABECALHO3 TO REG-RELRETAN.
           PERFORM 0281-GRAVAR-LINHA.

           PERFORM 0261-IMPRIMIR-OFERTA
               VARYING IDX-OFE FROM 1 BY 1
               UNTIL IDX-OFE GREATER WRK-QT-OFERTAS.

           INITIALIZE WRK-DETALHE.
           MOVE "TOTAL"                  TO WRK-DET-DESCRICAO.
           MOVE ACU-OFERECIDAS           TO WRK-DET-QTDE1.
           MOVE ACU-ACEITAS              TO WRK-DET-QTDE2.
           MOVE ZEROS                    TO WRK-TAXA.
           IF ACU-OFERECIDAS GREATER ZEROS
               COMPUTE WRK-TAXA ROUNDED =
                   ACU-ACEITAS * 100 / ACU-OFERECIDAS
           END-IF.
           MOVE WRK-TAXA                 TO WRK-DET-TAXA.
           MOVE WRK-CABECALHO3 TO REG-RELRETAN.
           PERFORM 0281-GRAVAR-LINHA.
           MOVE WRK-DETALHE    TO REG-RELRETAN.
           PERFORM 0281-GRAVAR-LINHA.

       0260-IMPRIMIR-OFERTAS-FIM.       EXIT.

      *-----------------------------------------------------------------
       0261-IMPRIMIR-OFERTA             SECTION.
      *-----------------------------------------------------------------

           INITIALIZE WRK-DETALHE.
           IF TOFE-CODIGO (IDX-OFE) EQUAL SPACES
               MOVE "SEM OFERTA"         TO WRK-DET-DESCRICAO
           ELSE
               MOVE TOFE-CODIGO (IDX-OFE) TO WRK-DET-CODIGO
           END-IF.

           MOVE TOFE-OFERECIDAS (IDX-OFE) TO WRK-DET-QTDE1.
           MOVE TOFE-ACEITAS    (IDX-OFE) TO WRK-DET-QTDE2.
           COMPUTE WRK-TAXA ROUNDED =
               TOFE-ACEITAS (IDX-OFE) * 100 / TOFE-OFERECIDAS (IDX-OFE).
           MOVE WRK-TAXA                 TO WRK-DET-TAXA.

           MOVE WRK-DETALHE    TO REG-RELRETAN.
           PERFORM 0281-GRAVAR-LINHA.

       0261-IMPRIMIR-OFERTA-FIM.        EXIT.

      *-----------------------------------------------------------------
       0281-GRAVAR-LINHA                SECTION.
      *-----------------------------------------------------------------

           WRITE REG-RELRETAN AFTER 1 LINE.
           IF FS-RELRETAN NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-RELRETAN              TO WRK-STATUS-ERRO
               MOVE "0281-GRAVAR-LINHA"      TO WRK-AREA-ERRO
               MOVE "RETENREL"               TO WRK-PROGRAMA-ERRO
               MOVE "RELRETAN"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           ADD 1          TO ACU-QTLINHAS.

       0281-GRAVAR-LINHA-FIM.           EXIT.

      *-----------------------------------------------------------------
       0285-IMPRIMIR-CABECALHO          SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-COMP-MM            TO WRK-CAB-MM.
           MOVE WRK-COMP-AAAA          TO WRK-CAB-AAAA.

           MOVE WRK-CABECALHO3 TO REG-RELRETAN.
           WRITE REG-RELRETAN AFTER 1 LINE.

           MOVE WRK-CABECALHO1 TO REG-RELRETAN.
           WRITE REG-RELRETAN AFTER 1 LINE.

           MOVE WRK-CABECALHO3 TO REG-RELRETAN.
           WRITE REG-RELRETAN AFTER 1 LINE.

           ADD 1  TO ACU-PAG.
           MOVE 3 TO ACU-QTLINHAS.

       0285-IMPRIMIR-CABECALHO-FIM.     EXIT.

      *-----------------------------------------------------------------
       0290-ESTATISTICA                 SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-TRACO.
           DISPLAY "COMPETENCIA..................: " WRK-COMPETENCIA.
           DISPLAY "PEDIDOS LIDOS................: " ACU-LIDOS.
           DISPLAY "PEDIDOS DECIDIDOS NO MES.....: " ACU-DECIDIDOS.
           DISPLAY "RETIDOS......................: " ACU-RETIDOS.
           DISPLAY "PERDIDOS.....................: " ACU-PERDIDOS.
           DISPLAY "OFERTAS ACEITAS..............: " ACU-ACEITAS.
           DISPLAY WRK-TRACO.
           DISPLAY WRK-FIM-PROGRAMA.
           DISPLAY WRK-TRACO.

       0290-ESTATISTICA-FIM.            EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                   SECTION.
      *-----------------------------------------------------------------

           PERFORM 0290-ESTATISTICA.

           CLOSE PEDCANC.
           IF FS-PEDCANC NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-PEDCANC        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "RETENREL"        TO WRK-PROGRAMA-ERRO
               MOVE "PEDCANC"         TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE RELRETAN.
           IF FS-RELRETAN NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-RELRETAN       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "RETENREL"        TO WRK-PROGRAMA-ERRO
               MOVE "RELRETAN"        TO WRK-ARQUIVO-ERRO
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
