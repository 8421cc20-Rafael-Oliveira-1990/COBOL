      *-----------------------------------------------------------------
       IDENTIFICATION                   DIVISION.
       PROGRAM-ID. RETENCLI.
      *=================================================================
      *== PROGRAMA....: RETENCLI
      *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
      *== ANALISTA....: IVAN SANCHES
      *== DATA........: 15/10/2026
      *== CONSULTORIA:
      *-----------------------------------------------------------------
      *== OBJETIVO....: PASSO DIARIO DA RETENCAO DE CLIENTES. PRIMEIRO
      *                 APLICA OS DESFECHOS DIGITADOS PELA EQUIPE DE
      *                 RETENCAO (ARQUIVO RETDESF, BOOK REGRETD) SOBRE
      *                 O PEDIDO DE CANCELAMENTO PENDENTE DO CLIENTE
      *                 (ARQUIVO PEDCANC, BOOK REGPEDC, GRAVADO PELO
      *                 MANTCLI): OFERTA ACEITA - DESCONTO VIRA
      *                 CREDITOS NO ARQUIVO AJUSTE, UM POR COMPETENCIA
      *                 A PARTIR DA SEGUINTE; DOWNGRADE E PAUSA VIRAM
      *                 TRANSACOES "C" E "U" (BOOK REGMANT) NO ARQUIVO
      *                 RETMANT, CONCATENADO AO MANUTEN DO MANTCLI;
      *                 DESISTENCIA FECHA O PEDIDO COMO RETIDO;
      *                 CONFIRMACAO AGENDA O CANCELAMENTO PARA O FIM DO
      *                 CICLO JA PAGO. DEPOIS VARRE O PEDCANC: PEDIDO
      *                 PENDENTE ENTRA NA LISTA DE LIGACOES COM A
      *                 OFERTA SUGERIDA PELA TABELA RETOFER (BOOK
      *                 REGOFER) PARA O STREAMING, O PLANO E A BANDA DE
      *                 SCORE (BOOK REGSCOR) DO CLIENTE; PENDENTE ALEM
      *                 DO PRAZO DE CONTATO (CARTAO RETPARM) E
      *                 CONFIRMADO SEM CONTATO; CANCELAMENTO CONFIRMADO
      *                 CUJO FIM DE CICLO CHEGOU SAI COMO TRANSACAO
      *                 "E" NO RETMANT, QUE O MANTCLI APLICA SEM
      *                 SEGUNDA APROVACAO E FECHA O PEDIDO. AS
      *                 TRANSACOES SAEM COM O OPERADOR "RETENCLI", QUE
      *                 DEVE CONSTAR DO ARQUIVO OPERADOR DO MANTCLI.
      *-----------------------------------------------------------------
      *===================ESPECIFICACOES DO PROGRAMA====================
      *    ARQUIVO                    TIPO               BOOK
      *    PEDCANC                   I-O                REGPEDC
      *    RETDESF                   INPUT              REGRETD
      *    RETOFER                   INPUT              REGOFER
      *    RETPARM                   INPUT              REGRETP
      *    CLIENTES                  INPUT              REGCLI
      *    SCORE                     INPUT              REGSCOR
      *    PRECOS                    INPUT              REGPTAB
      *    AJUSTE                    EXTEND             REGAJUST
      *    RETMANT                   OUTPUT             REGMANT
      *    RELRETEN                  OUTPUT             N/A
      *    RETENCLI                  INPUT              BOOKPLAN
      *    RETENCLI                  INPUT              BOOKDIAU
      *    RETENCLI                  INPUT              BOOKMSG
      *    RETENCLI                  INPUT              BOOKASSI
      *-----------------------------------------------------------------
      *== MODULOS
      *    DIAUTIL
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
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PEDC-CHAVE
           FILE STATUS IS FS-PEDCANC.

           SELECT RETDESF ASSIGN TO WRK-NOME-RETDESF
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RETDESF.

           SELECT RETOFER ASSIGN TO WRK-NOME-RETOFER
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RETOFER.

           SELECT RETPARM ASSIGN TO WRK-NOME-RETPARM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RETPARM.

           SELECT CLIENTES ASSIGN TO WRK-NOME-CLIENTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-CODIGO
           FILE STATUS IS FS-CLIENTES.

           SELECT SCORE ASSIGN TO WRK-NOME-SCORE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SCOR-CODIGO
           FILE STATUS IS FS-SCORE.

           SELECT PRECOS ASSIGN TO WRK-NOME-PRECOS
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-PRECOS.

           SELECT AJUSTE ASSIGN TO WRK-NOME-AJUSTE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-AJUSTE.

           SELECT RETMANT ASSIGN TO WRK-NOME-RETMANT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RETMANT.

           SELECT RELRETEN ASSIGN TO WRK-NOME-RELRETEN
           FILE STATUS IS FS-RELRETEN.
      *-----------------------------------------------------------------

      *=================================================================
       DATA                             DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                             SECTION.
      *-----------------------------------------------------------------
      *
      *            I-O - PEDIDOS DE CANCELAMENTO (MANTCLI)
      *
      *-----------------------------------------------------------------
       FD  PEDCANC.
       COPY "REGPEDC".

      *-----------------------------------------------------------------
      *
      *            INPUT - DESFECHOS DA EQUIPE DE RETENCAO
      *
      *-----------------------------------------------------------------
       FD  RETDESF.
       COPY "REGRETD".

      *-----------------------------------------------------------------
      *
      *            INPUT - TABELA DE OFERTAS DE RETENCAO
      *
      *-----------------------------------------------------------------
       FD  RETOFER.
       COPY "REGOFER".

      *-----------------------------------------------------------------
      *
      *            INPUT - CARTAO DE PARAMETROS DA RETENCAO
      *
      *-----------------------------------------------------------------
       FD  RETPARM.
       COPY "REGRETP".

      *-----------------------------------------------------------------
      *
      *            INPUT - MESTRE INDEXADO DE CLIENTES
      *
      *-----------------------------------------------------------------
       FD  CLIENTES.
       COPY "REGCLI".

      *-----------------------------------------------------------------
      *
      *            INPUT - SCORE DE PAGAMENTO POR CLIENTE (SCORECLI)
      *
      *-----------------------------------------------------------------
       FD  SCORE.
       COPY "REGSCOR".

      *-----------------------------------------------------------------
      *
      *            INPUT - PRECOS DE PLANO COM DATA DE VIGENCIA
      *
      *-----------------------------------------------------------------
       FD  PRECOS.
       COPY "REGPTAB".

      *-----------------------------------------------------------------
      *
      *            EXTEND - AJUSTES/CREDITOS DE ASSINATURA
      *
      *-----------------------------------------------------------------
       FD  AJUSTE.
       COPY "REGAJUST".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - TRANSACOES DE MANUTENCAO PARA O MANTCLI
      *
      *-----------------------------------------------------------------
       FD  RETMANT.
       COPY "REGMANT".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - LISTA DE LIGACOES E DESFECHOS DA RETENCAO
      *
      *-----------------------------------------------------------------
       FD  RELRETEN.
       01  REG-RELRETEN                 PIC X(080).

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
       01  FS-RETDESF                   PIC 9(002)         VALUE ZEROS.
       01  FS-RETOFER                   PIC 9(002)         VALUE ZEROS.
       01  FS-RETPARM                   PIC 9(002)         VALUE ZEROS.
       01  FS-CLIENTES                  PIC 9(002)         VALUE ZEROS.
       01  FS-SCORE                     PIC 9(002)         VALUE ZEROS.
       01  FS-PRECOS                    PIC 9(002)         VALUE ZEROS.
       01  FS-AJUSTE                    PIC 9(002)         VALUE ZEROS.
       01  FS-RETMANT                   PIC 9(002)         VALUE ZEROS.
       01  FS-RELRETEN                  PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----NOMES EXTERNALIZADOS VIA DD-----".
      *-----------------------------------------------------------------

       01  WRK-NOME-PEDCANC             PIC X(040)         VALUE
              "C:\RELATORIO\dados\PEDCANC.DAT".
       01  WRK-NOME-RETDESF             PIC X(040)         VALUE
              "C:\RELATORIO\dados\RETDESF.DAT".
       01  WRK-NOME-RETOFER             PIC X(040)         VALUE
              "C:\RELATORIO\dados\RETOFER.DAT".
       01  WRK-NOME-RETPARM             PIC X(040)         VALUE
              "C:\RELATORIO\dados\RETPARM.DAT".
       01  WRK-NOME-CLIENTES            PIC X(040)         VALUE
              "C:\RELATORIO\dados\CLIENTES.DAT".
       01  WRK-NOME-SCORE               PIC X(040)         VALUE
              "C:\RELATORIO\dados\SCORE.DAT".
       01  WRK-NOME-PRECOS              PIC X(040)         VALUE
              "C:\RELATORIO\dados\PRECOS.DAT".
       01  WRK-NOME-AJUSTE              PIC X(040)         VALUE
              "C:\RELATORIO\dados\AJUSTE.DAT".
       01  WRK-NOME-RETMANT             PIC X(040)         VALUE
              "C:\RELATORIO\dados\RETMANT.txt".
       01  WRK-NOME-RELRETEN            PIC X(040)         VALUE
              "C:\RELATORIO\dados\RELRETEN.txt".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEIS DE DATA DA RODADA-----".
      *-----------------------------------------------------------------

       01  WRK-DATA-EXECUCAO            PIC 9(008)         VALUE ZEROS.
       01  FILLER REDEFINES WRK-DATA-EXECUCAO.
           05 WRK-EXEC-AAAAMM           PIC 9(006).
           05 WRK-EXEC-DD               PIC 9(002).
       01  FILLER REDEFINES WRK-DATA-EXECUCAO.
           05 WRK-EXEC-AAAA             PIC 9(004).
           05 WRK-EXEC-MM               PIC 9(002).
           05 FILLER                    PIC 9(002).

       01  WRK-DATA-LIMITE              PIC 9(008)         VALUE ZEROS.

       01  WRK-DATA-EDICAO              PIC 9(008)         VALUE ZEROS.
       01  FILLER REDEFINES WRK-DATA-EDICAO.
           05 WRK-EDIC-AAAA             PIC 9(004).
           05 WRK-EDIC-MM               PIC 9(002).
           05 WRK-EDIC-DD               PIC 9(002).

       01  WRK-COMPET-CALC              PIC 9(006)         VALUE ZEROS.
       01  FILLER REDEFINES WRK-COMPET-CALC.
           05 WRK-CALC-AAAA             PIC 9(004).
           05 WRK-CALC-MM               PIC 9(002).

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----PARAMETROS DA RETENCAO (RETPARM)-----".
      *-----------------------------------------------------------------

       01  WRK-PRAZO-CONTATO            PIC 9(003)         VALUE 7.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----TABELA DE OFERTAS DE RETENCAO (RETOFER)-----".
      *-----------------------------------------------------------------

       01  TAB-OFERTA.
           05 OFT-ENTRADA               OCCURS 100 TIMES.
               10 OFT-STREAMING         PIC X(010) VALUE SPACES.
               10 OFT-PLANO             PIC X(007) VALUE SPACES.
               10 OFT-BANDA             PIC X(001) VALUE SPACES.
               10 OFT-CODIGO            PIC X(004) VALUE SPACES.
               10 OFT-TIPO              PIC X(001) VALUE SPACES.
               10 OFT-PERC-DESCONTO     PIC 9(003) VALUE ZEROS.
               10 OFT-QT-MESES          PIC 9(002) VALUE ZEROS.
               10 OFT-PLANO-DESTINO     PIC X(007) VALUE SPACES.
               10 OFT-DESCRICAO         PIC X(030) VALUE SPACES.

       01  WRK-QT-OFERTAS               PIC 9(003)  COMP-3 VALUE ZEROS.
       01  IDX-OFT                      PIC 9(003)  COMP-3 VALUE ZEROS.
       01  WRK-OFT-ACHADA               PIC 9(003)  COMP-3 VALUE ZEROS.
       01  WRK-OFERTA-PROCURADA         PIC X(004)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----TABELA DE PRECOS COM VIGENCIA (PRECOS)-----".
      *-----------------------------------------------------------------

       01  TAB-PRECO-VIGENTE.
           05 PVIG-ENTRADA              OCCURS 200 TIMES.
               10 PVIG-STREAMING        PIC X(010) VALUE SPACES.
               10 PVIG-PLANO            PIC X(007) VALUE SPACES.
               10 PVIG-VALOR            PIC 9(005)V99 COMP-3
                                                        VALUE ZEROS.
               10 PVIG-VIGENCIA         PIC 9(008) VALUE ZEROS.

       01  WRK-QT-PRECOS                PIC 9(003)  COMP-3 VALUE ZEROS.
       01  IDX-PVIG                     PIC 9(003)  COMP-3 VALUE ZEROS.
       01  WRK-VIGENCIA-ACHADA          PIC 9(008)         VALUE ZEROS.
       01  WRK-PRECO-ACHADO             PIC 9(005)V99 COMP-3
                                                        VALUE ZEROS.
       01  WRK-PLANO-PROCURADO          PIC X(007)         VALUE SPACES.
       01  WRK-SW-PRECO                 PIC X(001)         VALUE "N".
           88 WRK-PRECO-ACHADO-SIM                         VALUE "S".
           88 WRK-PRECO-ACHADO-NAO                          VALUE "N".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----TABELA DE PRECOS POR PLANO (BOOKPLAN)-----".
      *-----------------------------------------------------------------

       COPY "BOOKPLAN".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----CHAVES E CONTROLES DO PROCESSAMENTO-----".
      *-----------------------------------------------------------------

       01  WRK-SW-SCORE                 PIC X(001)         VALUE "N".
           88 WRK-SCORE-DISPONIVEL                         VALUE "S".
           88 WRK-SCORE-INDISPONIVEL                        VALUE "N".

       01  WRK-SW-RETDESF               PIC X(001)         VALUE "N".
           88 WRK-RETDESF-DISPONIVEL                       VALUE "S".
           88 WRK-RETDESF-INDISPONIVEL                      VALUE "N".

       01  WRK-SW-CLIENTE               PIC X(001)         VALUE "N".
           88 WRK-CLIENTE-ACHADO                           VALUE "S".
           88 WRK-CLIENTE-NAO-ACHADO                        VALUE "N".

       01  WRK-SW-PEDIDO                PIC X(001)         VALUE "N".
           88 WRK-PEDIDO-ACHADO                            VALUE "S".
           88 WRK-PEDIDO-NAO-ACHADO                         VALUE "N".

       01  WRK-SW-FIM-PEDIDO            PIC X(001)         VALUE "N".
           88 WRK-FIM-PEDIDO                               VALUE "S".
           88 WRK-NAO-FIM-PEDIDO                            VALUE "N".

       01  WRK-SW-OFERTA-OK             PIC X(001)         VALUE "N".
           88 WRK-OFERTA-APLICADA                          VALUE "S".
           88 WRK-OFERTA-NAO-APLICADA                       VALUE "N".

       01  WRK-CODIGO-PEDIDO            PIC 9(007)         VALUE ZEROS.
       01  WRK-CHAVE-PEDIDO             PIC X(015)         VALUE SPACES.
       01  WRK-BANDA                    PIC X(001)         VALUE SPACES.
       01  WRK-QT-MESES                 PIC 9(002)         VALUE ZEROS.
       01  IDX-MES                      PIC 9(002)  COMP-3 VALUE ZEROS.
       01  WRK-VALOR-DESCONTO           PIC 9(005)V99      VALUE ZEROS.
       01  WRK-MOTIVO-REJEICAO          PIC X(027)         VALUE SPACES.

       01  WRK-MOTIVO-AJUSTE.
           05 FILLER                    PIC X(016)         VALUE
              "RETENCAO OFERTA ".
           05 WRK-MOT-AJUS-OFERTA       PIC X(004)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "CABECALHO DE PAGINACAO".
      *-----------------------------------------------------------------

       01  WRK-CABECALHO1.
           05 FILLER                    PIC X(005)         VALUE SPACES.
           05 FILLER                    PIC X(041)         VALUE
              "RETENCAO - LIGACOES E DESFECHOS DO DIA".
           05 FILLER                    PIC X(003)         VALUE SPACES.
           05 WRK-CAB-DD                PIC 9(002)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE "/".
           05 WRK-CAB-MM                PIC 9(002)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE "/".
           05 WRK-CAB-AAAA              PIC 9(004)         VALUE ZEROS.
           05 FILLER                    PIC X(003)         VALUE SPACES.
           05 FILLER                    PIC X(008)         VALUE
              "PAGINA:".
           05 ACU-PAG                   PIC 9(003)         VALUE 1.
           05 FILLER                    PIC X(007)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----CABECALHO DE DESCRICAO-----".
      *-----------------------------------------------------------------

       01  WRK-CABECALHO2.
           05 FILLER                    PIC X(008)         VALUE
              "CODIGO".
           05 FILLER                    PIC X(021)         VALUE
              "NOME".
           05 FILLER                    PIC X(003)         VALUE
              "MT".
           05 FILLER                    PIC X(004)         VALUE
              "CAN".
           05 FILLER                    PIC X(011)         VALUE
              "PEDIDO".
           05 FILLER                    PIC X(005)         VALUE
              "OFER".
           05 FILLER                    PIC X(028)         VALUE
              "SITUACAO / OFERTA A PROPOR".

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
           05 WRK-DET-CODIGO           PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-NOME             PIC X(020)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-MOTIVO           PIC X(002)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-CANAL            PIC X(003)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-PED-DD           PIC 9(002)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE "/".
           05 WRK-DET-PED-MM           PIC 9(002)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE "/".
           05 WRK-DET-PED-AAAA         PIC 9(004)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-OFERTA           PIC X(004)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-SITUACAO         PIC X(028)          VALUE SPACES.

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
       01  ACU-DESFECHOS-LIDOS          PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-DESFECHOS-REJEITADOS     PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-OFERTAS-ACEITAS          PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-DESISTENCIAS             PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-CONFIRMACOES             PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-SEM-CONTATO              PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-A-LIGAR                  PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-CANCEL-ENVIADOS          PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-PEDIDOS-FECHADOS         PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-AJUSTES-GERADOS          PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-TRANS-GERADAS            PIC 9(005)  COMP-3 VALUE ZEROS.

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

           IF WRK-RETDESF-DISPONIVEL
               PERFORM 0160-LER-DESFECHO
               PERFORM 0200-APLICAR-DESFECHO
                   UNTIL FS-RETDESF EQUAL 10
           END-IF.

           PERFORM 0250-VARRER-PEDIDOS.
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

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_RETDESF".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-RETDESF
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_RETOFER".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-RETOFER
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_RETPARM".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-RETPARM
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CLIENTES".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-CLIENTES
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_SCORE".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-SCORE
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_PRECOS".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-PRECOS
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_AJUSTE".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-AJUSTE
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_RETMANT".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-RETMANT
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_RELRETEN".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-RELRETEN
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           PERFORM 0110-LER-PARAMETROS.
           PERFORM 0120-CARREGAR-OFERTAS.
           PERFORM 0130-CARREGAR-PRECOS.

           OPEN I-O PEDCANC.
           IF FS-PEDCANC EQUAL 35
               OPEN OUTPUT PEDCANC
               CLOSE PEDCANC
               OPEN I-O PEDCANC
           END-IF.
           IF FS-PEDCANC NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-PEDCANC               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "RETENCLI"               TO WRK-PROGRAMA-ERRO
               MOVE "PEDCANC"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN INPUT  RETDESF.
           IF FS-RETDESF EQUAL ZEROS
               SET WRK-RETDESF-DISPONIVEL TO TRUE
           ELSE
               IF FS-RETDESF EQUAL 35
                   SET WRK-RETDESF-INDISPONIVEL TO TRUE
               ELSE
                   MOVE WRK-ERRO-ABERTURA      TO WRK-DESCRICAO-ERRO
                   MOVE FS-RETDESF             TO WRK-STATUS-ERRO
                   MOVE "0100-INICIALIZAR"     TO WRK-AREA-ERRO
                   MOVE "RETENCLI"             TO WRK-PROGRAMA-ERRO
                   MOVE "RETDESF"              TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

           OPEN INPUT  CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "RETENCLI"               TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN INPUT  SCORE.
           IF FS-SCORE EQUAL ZEROS
               SET WRK-SCORE-DISPONIVEL TO TRUE
           ELSE
               IF FS-SCORE EQUAL 35
                   SET WRK-SCORE-INDISPONIVEL TO TRUE
               ELSE
                   MOVE WRK-ERRO-ABERTURA      TO WRK-DESCRICAO-ERRO
                   MOVE FS-SCORE               TO WRK-STATUS-ERRO
                   MOVE "0100-INICIALIZAR"     TO WRK-AREA-ERRO
                   MOVE "RETENCLI"             TO WRK-PROGRAMA-ERRO
                   MOVE "SCORE"                TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

           OPEN EXTEND AJUSTE.
           IF FS-AJUSTE EQUAL 35
               OPEN OUTPUT AJUSTE
           END-IF.
           IF FS-AJUSTE NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-AJUSTE                TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "RETENCLI"               TO WRK-PROGRAMA-ERRO
               MOVE "AJUSTE"                 TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN OUTPUT RETMANT.
           IF FS-RETMANT NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-RETMANT               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "RETENCLI"               TO WRK-PROGRAMA-ERRO
               MOVE "RETMANT"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN OUTPUT RELRETEN.
           IF FS-RELRETEN NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-RELRETEN              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "RETENCLI"               TO WRK-PROGRAMA-ERRO
               MOVE "RELRETEN"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------
       0110-LER-PARAMETROS              SECTION.
      *-----------------------------------------------------------------
      *    CARTAO OPCIONAL; PRAZO ZERADO MANTEM O PADRAO DA WORKING.
      *-----------------------------------------------------------------

           OPEN INPUT RETPARM.

           IF FS-RETPARM EQUAL ZEROS
               READ RETPARM
               IF FS-RETPARM EQUAL ZEROS
                   IF RETP-PRAZO-CONTATO NUMERIC
                      AND RETP-PRAZO-CONTATO GREATER ZEROS
                       MOVE RETP-PRAZO-CONTATO TO WRK-PRAZO-CONTATO
                   END-IF
               END-IF
               CLOSE RETPARM
           ELSE
               IF FS-RETPARM NOT EQUAL 35
                   MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
                   MOVE FS-RETPARM               TO WRK-STATUS-ERRO
                   MOVE "0110-LER-PARAMETROS"    TO WRK-AREA-ERRO
                   MOVE "RETENCLI"               TO WRK-PROGRAMA-ERRO
                   MOVE "RETPARM"                TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

       0110-LER-PARAMETROS-FIM.         EXIT.

      *-----------------------------------------------------------------
       0120-CARREGAR-OFERTAS            SECTION.
      *-----------------------------------------------------------------
      *    SEM A TABELA (STATUS 35) A LISTA SAI SEM OFERTA SUGERIDA E
      *    SO VALEM OS DESFECHOS DE DESISTENCIA E CONFIRMACAO.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-QT-OFERTAS.
           OPEN INPUT RETOFER.

           IF FS-RETOFER EQUAL ZEROS
               PERFORM 0121-LER-OFERTA
                   UNTIL FS-RETOFER NOT EQUAL ZEROS
               CLOSE RETOFER
           ELSE
               IF FS-RETOFER NOT EQUAL 35
                   MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
                   MOVE FS-RETOFER               TO WRK-STATUS-ERRO
                   MOVE "0120-CARREGAR-OFERTAS"  TO WRK-AREA-ERRO
                   MOVE "RETENCLI"               TO WRK-PROGRAMA-ERRO
                   MOVE "RETOFER"                TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

       0120-CARREGAR-OFERTAS-FIM.       EXIT.

      *-----------------------------------------------------------------
       0121-LER-OFERTA                  SECTION.
      *-----------------------------------------------------------------

           READ RETOFER.

           IF FS-RETOFER EQUAL ZEROS
               IF WRK-QT-OFERTAS NOT LESS 100
                   MOVE WRK-ERRO-TABELA          TO WRK-DESCRICAO-ERRO
                   MOVE ZEROS                    TO WRK-STATUS-ERRO
                   MOVE "0121-LER-OFERTA"        TO WRK-AREA-ERRO
                   MOVE "RETENCLI"               TO WRK-PROGRAMA-ERRO
                   MOVE "RETOFER"                TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
               ADD 1 TO WRK-QT-OFERTAS
               MOVE OFER-STREAMING    TO OFT-STREAMING (WRK-QT-OFERTAS)
               MOVE OFER-PLANO        TO OFT-PLANO     (WRK-QT-OFERTAS)
               MOVE OFER-BANDA        TO OFT-BANDA     (WRK-QT-OFERTAS)
               MOVE OFER-CODIGO       TO OFT-CODIGO    (WRK-QT-OFERTAS)
               MOVE OFER-TIPO         TO OFT-TIPO      (WRK-QT-OFERTAS)
               MOVE OFER-PERC-DESCONTO TO
                                   OFT-PERC-DESCONTO (WRK-QT-OFERTAS)
               MOVE OFER-QT-MESES     TO OFT-QT-MESES  (WRK-QT-OFERTAS)
               MOVE OFER-PLANO-DESTINO TO
                                   OFT-PLANO-DESTINO (WRK-QT-OFERTAS)
               MOVE OFER-DESCRICAO    TO OFT-DESCRICAO (WRK-QT-OFERTAS)
           ELSE
               IF FS-RETOFER NOT EQUAL 10
                   MOVE WRK-ERRO-LEIT            TO WRK-DESCRICAO-ERRO
                   MOVE FS-RETOFER               TO WRK-STATUS-ERRO
                   MOVE "0121-LER-OFERTA"        TO WRK-AREA-ERRO
                   MOVE "RETENCLI"               TO WRK-PROGRAMA-ERRO
                   MOVE "RETOFER"                TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

       0121-LER-OFERTA-FIM.             EXIT.

      *-----------------------------------------------------------------
       0130-CARREGAR-PRECOS             SECTION.
      *-----------------------------------------------------------------
      *    CARREGA EM MEMORIA O ARQUIVO DE PRECOS COM VIGENCIA; SEM O
      *    ARQUIVO (STATUS 35), A TABELA FICA VAZIA E VALE SO O
      *    BOOKPLAN, COMO NO RELATV05.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-QT-PRECOS.
           OPEN INPUT PRECOS.

           IF FS-PRECOS EQUAL ZEROS
               PERFORM 0131-LER-PRECO
                   UNTIL FS-PRECOS NOT EQUAL ZEROS
               CLOSE PRECOS
           ELSE
               IF FS-PRECOS NOT EQUAL 35
                   MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
                   MOVE FS-PRECOS                TO WRK-STATUS-ERRO
                   MOVE "0130-CARREGAR-PRECOS"   TO WRK-AREA-ERRO
                   MOVE "RETENCLI"               TO WRK-PROGRAMA-ERRO
                   MOVE "PRECOS"                 TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

       0130-CARREGAR-PRECOS-FIM.        EXIT.

      *-----------------------------------------------------------------
       0131-LER-PRECO                   SECTION.
      *-----------------------------------------------------------------

           READ PRECOS.

           IF FS-PRECOS EQUAL ZEROS
               IF WRK-QT-PRECOS NOT LESS 200
                   MOVE WRK-ERRO-TABELA          TO WRK-DESCRICAO-ERRO
                   MOVE ZEROS                    TO WRK-STATUS-ERRO
                   MOVE "0131-LER-PRECO"         TO WRK-AREA-ERRO
                   MOVE "RETENCLI"               TO WRK-PROGRAMA-ERRO
                   MOVE "PRECOS"                 TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
               ADD 1 TO WRK-QT-PRECOS
               MOVE PTAB-STREAMING     TO PVIG-STREAMING (WRK-QT-PRECOS)
               MOVE PTAB-PLANO         TO PVIG-PLANO     (WRK-QT-PRECOS)
               MOVE PTAB-VALOR         TO PVIG-VALOR     (WRK-QT-PRECOS)
               MOVE PTAB-DATA-VIGENCIA TO PVIG-VIGENCIA  (WRK-QT-PRECOS)
           ELSE
               IF FS-PRECOS NOT EQUAL 10
                   MOVE WRK-ERRO-LEIT            TO WRK-DESCRICAO-ERRO
                   MOVE FS-PRECOS                TO WRK-STATUS-ERRO
                   MOVE "0131-LER-PRECO"         TO WRK-AREA-ERRO
                   MOVE "RETENCLI"               TO WRK-PROGRAMA-ERRO
                   MOVE "PRECOS"                 TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

       0131-LER-PRECO-FIM.              EXIT.

      *-----------------------------------------------------------------
       0160-LER-DESFECHO                SECTION.
      *-----------------------------------------------------------------

           READ RETDESF.

           IF FS-RETDESF NOT EQUAL 00 AND NOT EQUAL 10
               MOVE WRK-ERRO-LEIT       TO WRK-DESCRICAO-ERRO
               MOVE FS-RETDESF          TO WRK-STATUS-ERRO
               MOVE "0160-LER-DESFECHO" TO WRK-AREA-ERRO
               MOVE "RETENCLI"          TO WRK-PROGRAMA-ERRO
               MOVE "RETDESF"           TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0160-LER-DESFECHO-FIM.           EXIT.

      *-----------------------------------------------------------------
       0200-APLICAR-DESFECHO            SECTION.
      *-----------------------------------------------------------------
      *    O DESFECHO SO VALE SOBRE PEDIDO PENDENTE ("P") DE CLIENTE
      *    AINDA NAO CANCELADO; QUALQUER OUTRO CASO VAI PARA A LISTA
      *    COMO REJEITADO, SEM TOCAR NO PEDIDO.
      *-----------------------------------------------------------------

           ADD 1 TO ACU-DESFECHOS-LIDOS.

           MOVE RETD-CODIGO              TO WRK-CODIGO-PEDIDO.
           PERFORM 0215-PROCURAR-PEDIDO.
           PERFORM 0245-LER-CLIENTE.

           EVALUATE TRUE
               WHEN WRK-PEDIDO-NAO-ACHADO
                   MOVE "SEM PEDIDO EM ABERTO"  TO WRK-MOTIVO-REJEICAO
                   PERFORM 0228-REJEITAR-DESFECHO
               WHEN NOT PEDC-PENDENTE
                   MOVE "CANCELAMENTO JA CONFIRMADO" TO
                                                WRK-MOTIVO-REJEICAO
                   PERFORM 0228-REJEITAR-DESFECHO
               WHEN WRK-CLIENTE-NAO-ACHADO
                   MOVE "CLIENTE NAO CADASTRADO" TO WRK-MOTIVO-REJEICAO
                   PERFORM 0228-REJEITAR-DESFECHO
               WHEN REG-CANCELADO
                   MOVE "CLIENTE JA CANCELADO"  TO WRK-MOTIVO-REJEICAO
                   PERFORM 0228-REJEITAR-DESFECHO
               WHEN RETD-ACEITOU-OFERTA
                   PERFORM 0220-ACEITAR-OFERTA
               WHEN RETD-DESISTIU
                   SET PEDC-RETIDO       TO TRUE
                   SET PEDC-DESISTIU     TO TRUE
                   PERFORM 0240-REGRAVAR-DESFECHO
                   ADD 1 TO ACU-DESISTENCIAS
                   MOVE "RETIDO - DESISTIU" TO WRK-DET-SITUACAO
                   PERFORM 0280-IMPRIMIR-DETALHE
               WHEN RETD-CONFIRMOU
                   PERFORM 0230-CALCULAR-FIM-CICLO
                   SET PEDC-CONFIRMADO   TO TRUE
                   SET PEDC-CONFIRMOU    TO TRUE
                   PERFORM 0240-REGRAVAR-DESFECHO
                   ADD 1 TO ACU-CONFIRMACOES
                   PERFORM 0286-MONTAR-SIT-EFETIVA
                   PERFORM 0280-IMPRIMIR-DETALHE
               WHEN OTHER
                   MOVE "DESFECHO INVALIDO"     TO WRK-MOTIVO-REJEICAO
                   PERFORM 0228-REJEITAR-DESFECHO
           END-EVALUATE.

           PERFORM 0160-LER-DESFECHO.

       0200-APLICAR-DESFECHO-FIM.       EXIT.

      *-----------------------------------------------------------------
       0215-PROCURAR-PEDIDO             SECTION.
      *-----------------------------------------------------------------
      *    PROCURA O PEDIDO EM ABERTO ("P" OU "C") DO CLIENTE EM
      *    WRK-CODIGO-PEDIDO; ACHADO, FICA NA AREA DO REGISTRO.
      *-----------------------------------------------------------------

           SET WRK-PEDIDO-NAO-ACHADO     TO TRUE.
           SET WRK-NAO-FIM-PEDIDO        TO TRUE.
           MOVE SPACES                   TO WRK-CHAVE-PEDIDO.
           MOVE WRK-CODIGO-PEDIDO        TO PEDC-CODIGO.
           MOVE ZEROS                    TO PEDC-DATA-PEDIDO.

           START PEDCANC KEY IS NOT LESS PEDC-CHAVE
               INVALID KEY
                   SET WRK-FIM-PEDIDO    TO TRUE
           END-START.

           PERFORM 0216-LER-PROXIMO-PEDIDO
               UNTIL WRK-FIM-PEDIDO.

           IF WRK-PEDIDO-ACHADO
               MOVE WRK-CHAVE-PEDIDO     TO PEDC-CHAVE
               READ PEDCANC KEY IS PEDC-CHAVE
               IF FS-PEDCANC NOT EQUAL ZEROS
                   MOVE WRK-ERRO-LEIT            TO WRK-DESCRICAO-ERRO
                   MOVE FS-PEDCANC               TO WRK-STATUS-ERRO
                   MOVE "0215-PROCURAR-PEDIDO"   TO WRK-AREA-ERRO
                   MOVE "RETENCLI"               TO WRK-PROGRAMA-ERRO
                   MOVE "PEDCANC"                TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

       0215-PROCURAR-PEDIDO-FIM.        EXIT.

      *-----------------------------------------------------------------
       0216-LER-PROXIMO-PEDIDO          SECTION.
      *-----------------------------------------------------------------

           READ PEDCANC NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-PEDCANC EQUAL 10
                   SET WRK-FIM-PEDIDO    TO TRUE
               WHEN FS-PEDCANC NOT EQUAL ZEROS
                   MOVE WRK-ERRO-LEIT            TO WRK-DESCRICAO-ERRO
                   MOVE FS-PEDCANC               TO WRK-STATUS-ERRO
                   MOVE "0216-LER-PROXIMO-PEDIDO" TO WRK-AREA-ERRO
                   MOVE "RETENCLI"               TO WRK-PROGRAMA-ERRO
                   MOVE "PEDCANC"                TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               WHEN PEDC-CODIGO NOT EQUAL WRK-CODIGO-PEDIDO
                   SET WRK-FIM-PEDIDO    TO TRUE
               WHEN PEDC-EM-ABERTO
                   SET WRK-PEDIDO-ACHADO TO TRUE
                   MOVE PEDC-CHAVE       TO WRK-CHAVE-PEDIDO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0216-LER-PROXIMO-PEDIDO-FIM.     EXIT.

      *-----------------------------------------------------------------
       0220-ACEITAR-OFERTA              SECTION.
      *-----------------------------------------------------------------
      *    OFERTA EM BRANCO NO DESFECHO = A OFERTA SUGERIDA NA LISTA.
      *    DOWNGRADE E PAUSA SO PARA CLIENTE ATIVO, COMO NO MANTCLI.
      *-----------------------------------------------------------------

           IF RETD-OFERTA EQUAL SPACES
               MOVE PEDC-OFERTA-SUGERIDA TO WRK-OFERTA-PROCURADA
           ELSE
               MOVE RETD-OFERTA          TO WRK-OFERTA-PROCURADA
           END-IF.

           MOVE ZEROS                    TO WRK-OFT-ACHADA.
           IF WRK-OFERTA-PROCURADA NOT EQUAL SPACES
               PERFORM 0226-PROCURAR-OFERTA-CODIGO
                   VARYING IDX-OFT FROM 1 BY 1
                   UNTIL IDX-OFT GREATER WRK-QT-OFERTAS
                      OR WRK-OFT-ACHADA GREATER ZEROS
           END-IF.

           SET WRK-OFERTA-NAO-APLICADA   TO TRUE.

           EVALUATE TRUE
               WHEN WRK-OFT-ACHADA EQUAL ZEROS
                   MOVE "OFERTA NAO CADASTRADA" TO WRK-MOTIVO-REJEICAO
               WHEN OFT-TIPO (WRK-OFT-ACHADA) NOT EQUAL "D"
                AND NOT REG-ATIVO
                   MOVE "OFERTA EXIGE CLIENTE ATIVO" TO
                                                WRK-MOTIVO-REJEICAO
               WHEN OFT-TIPO (WRK-OFT-ACHADA) EQUAL "D"
                   PERFORM 0221-GERAR-DESCONTO
               WHEN OFT-TIPO (WRK-OFT-ACHADA) EQUAL "B"
                   PERFORM 0223-GERAR-DOWNGRADE
               WHEN OFT-TIPO (WRK-OFT-ACHADA) EQUAL "U"
                   PERFORM 0224-GERAR-PAUSA
               WHEN OTHER
                   MOVE "TIPO DE OFERTA INVALIDO" TO
                                                WRK-MOTIVO-REJEICAO
           END-EVALUATE.

           IF WRK-OFERTA-APLICADA
               SET PEDC-RETIDO           TO TRUE
               SET PEDC-ACEITOU-OFERTA   TO TRUE
               MOVE WRK-OFERTA-PROCURADA TO PEDC-OFERTA-ACEITA
               PERFORM 0240-REGRAVAR-DESFECHO
               ADD 1 TO ACU-OFERTAS-ACEITAS
               MOVE OFT-DESCRICAO (WRK-OFT-ACHADA) TO WRK-DET-SITUACAO
               PERFORM 0280-IMPRIMIR-DETALHE
           ELSE
               PERFORM 0228-REJEITAR-DESFECHO
           END-IF.

       0220-ACEITAR-OFERTA-FIM.         EXIT.

      *-----------------------------------------------------------------
       0221-GERAR-DESCONTO              SECTION.
      *-----------------------------------------------------------------
      *    UM CREDITO NO AJUSTE POR COMPETENCIA, A PARTIR DA SEGUINTE
      *    A DE HOJE (A CORRENTE JA FOI FATURADA). QUANTIDADE ZERADA
      *    NA TABELA = UMA COMPETENCIA.
      *-----------------------------------------------------------------

           MOVE OFT-QT-MESES (WRK-OFT-ACHADA) TO WRK-QT-MESES.
           IF WRK-QT-MESES EQUAL ZEROS
               MOVE 1                    TO WRK-QT-MESES
           END-IF.

           COMPUTE WRK-VALOR-DESCONTO ROUNDED =
               REG-ASSINATURA * OFT-PERC-DESCONTO (WRK-OFT-ACHADA)
             / 100.

           IF WRK-VALOR-DESCONTO EQUAL ZEROS
               MOVE "DESCONTO SEM VALOR"  TO WRK-MOTIVO-REJEICAO
           ELSE
               MOVE WRK-EXEC-AAAAMM      TO WRK-COMPET-CALC
               MOVE WRK-OFERTA-PROCURADA TO WRK-MOT-AJUS-OFERTA
               PERFORM 0222-GRAVAR-AJUSTE
                   VARYING IDX-MES FROM 1 BY 1
                   UNTIL IDX-MES GREATER WRK-QT-MESES
               SET WRK-OFERTA-APLICADA   TO TRUE
           END-IF.

       0221-GERAR-DESCONTO-FIM.         EXIT.

      *-----------------------------------------------------------------
       0222-GRAVAR-AJUSTE               SECTION.
      *-----------------------------------------------------------------

           PERFORM 0232-AVANCAR-COMPETENCIA.

           MOVE REG-CODIGO               TO AJUS-CODIGO.
           MOVE WRK-VALOR-DESCONTO       TO AJUS-VALOR.
           MOVE WRK-MOTIVO-AJUSTE        TO AJUS-MOTIVO.
           COMPUTE AJUS-DATA-VIGENCIA = WRK-COMPET-CALC * 100 + 1.
           SET AJUS-CREDITO              TO TRUE.
           MOVE WRK-COMPET-CALC          TO AJUS-COMPETENCIA.

           WRITE REG-AJUSTE.
           IF FS-AJUSTE NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-AJUSTE                TO WRK-STATUS-ERRO
               MOVE "0222-GRAVAR-AJUSTE"     TO WRK-AREA-ERRO
               MOVE "RETENCLI"               TO WRK-PROGRAMA-ERRO
               MOVE "AJUSTE"                 TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           ADD 1 TO ACU-AJUSTES-GERADOS.

       0222-GRAVAR-AJUSTE-FIM.          EXIT.

      *-----------------------------------------------------------------
       0223-GERAR-DOWNGRADE             SECTION.
      *-----------------------------------------------------------------
      *    ALTERACAO ("C") COM TODOS OS CAMPOS ATUAIS DO MESTRE, SO
      *    TROCANDO PLANO E VALOR PELO PRECO DE TABELA DO PLANO
      *    DESTINO; O MANTCLI GERA O PRO-RATA DA TROCA NO CICLO.
      *-----------------------------------------------------------------

           MOVE OFT-PLANO-DESTINO (WRK-OFT-ACHADA) TO
                                            WRK-PLANO-PROCURADO.
           PERFORM 0235-DERIVAR-PRECO.

           EVALUATE TRUE
               WHEN WRK-PRECO-ACHADO-NAO
                   MOVE "PLANO DESTINO SEM PRECO" TO
                                                WRK-MOTIVO-REJEICAO
               WHEN WRK-PRECO-ACHADO NOT LESS REG-ASSINATURA
                   MOVE "DOWNGRADE SEM REDUCAO"   TO
                                                WRK-MOTIVO-REJEICAO
               WHEN OTHER
                   PERFORM 0225-MONTAR-TRANSACAO
                   MOVE "C"                  TO MANT-TIPO
                   MOVE WRK-PLANO-PROCURADO  TO MANT-PLANO
                   MOVE WRK-PRECO-ACHADO     TO MANT-ASSINATURA
                   PERFORM 0229-GRAVAR-TRANSACAO
                   SET WRK-OFERTA-APLICADA   TO TRUE
           END-EVALUATE.

       0223-GERAR-DOWNGRADE-FIM.        EXIT.

      *-----------------------------------------------------------------
       0224-GERAR-PAUSA                 SECTION.
      *-----------------------------------------------------------------
      *    PAUSA ("U") A PARTIR DA COMPETENCIA SEGUINTE, PELA
      *    QUANTIDADE DE COMPETENCIAS DA OFERTA (ZERADA = UMA); O
      *    CLIENTE VOLTA NA COMPETENCIA DEPOIS DA ULTIMA PAUSADA.
      *-----------------------------------------------------------------

           MOVE OFT-QT-MESES (WRK-OFT-ACHADA) TO WRK-QT-MESES.
           IF WRK-QT-MESES EQUAL ZEROS
               MOVE 1                    TO WRK-QT-MESES
           END-IF.

           MOVE WRK-EXEC-AAAAMM          TO WRK-COMPET-CALC.
           PERFORM 0232-AVANCAR-COMPETENCIA
               VARYING IDX-MES FROM 0 BY 1
               UNTIL IDX-MES GREATER WRK-QT-MESES.

           PERFORM 0225-MONTAR-TRANSACAO.
           MOVE "U"                      TO MANT-TIPO.
           MOVE WRK-COMPET-CALC          TO MANT-COMPETENCIA-RETORNO.
           PERFORM 0229-GRAVAR-TRANSACAO.
           SET WRK-OFERTA-APLICADA       TO TRUE.

       0224-GERAR-PAUSA-FIM.            EXIT.

      *-----------------------------------------------------------------
       0225-MONTAR-TRANSACAO            SECTION.
      *-----------------------------------------------------------------
      *    TRANSACAO DE MANUTENCAO COM OS CAMPOS ATUAIS DO MESTRE,
      *    PARA A ALTERACAO NAO APAGAR DADO REAL DO CLIENTE.
      *-----------------------------------------------------------------

           INITIALIZE REG-MANUTENCAO.
           MOVE REG-CODIGO               TO MANT-CODIGO.
           MOVE REG-NOME                 TO MANT-NOME.
           MOVE REG-EMAIL                TO MANT-EMAIL.
           MOVE REG-STREAMING            TO MANT-STREAMING.
           MOVE REG-ASSINATURA           TO MANT-ASSINATURA.
           MOVE REG-PLANO                TO MANT-PLANO.
           MOVE REG-MOEDA                TO MANT-MOEDA.
           MOVE REG-FATURA-ELETRONICA    TO MANT-FATURA-ELETRONICA.
           MOVE REG-DATA-VENCIMENTO      TO MANT-DATA-VENCIMENTO.
           MOVE REG-PAGO                 TO MANT-PAGO.
           MOVE "RETENCLI"               TO MANT-OPERADOR.
           MOVE REG-DEBITO-AUTO          TO MANT-DEBITO-AUTO.
           MOVE REG-BANCO                TO MANT-BANCO.
           MOVE REG-PAGADOR              TO MANT-PAGADOR.
           MOVE REG-FREQ-FATURAMENTO     TO MANT-FREQ-FATURAMENTO.
           MOVE REG-COMPETENCIA-RETORNO  TO MANT-COMPETENCIA-RETORNO.
           MOVE REG-CANAL                TO MANT-CANAL.
           MOVE REG-TIPO-PESSOA          TO MANT-TIPO-PESSOA.
           MOVE REG-CPF-CNPJ             TO MANT-CPF-CNPJ.
           MOVE ZEROS                    TO MANT-SEQ-ASSINATURA
                                            MANT-FIDEL-MESES
                                            MANT-FIDEL-MULTA
                                            MANT-TESTE-DIAS.
           MOVE SPACES                   TO MANT-MOTIVO-CANCEL.

       0225-MONTAR-TRANSACAO-FIM.       EXIT.

      *-----------------------------------------------------------------
       0226-PROCURAR-OFERTA-CODIGO      SECTION.
      *-----------------------------------------------------------------

           IF OFT-CODIGO (IDX-OFT) EQUAL WRK-OFERTA-PROCURADA
               MOVE IDX-OFT              TO WRK-OFT-ACHADA
           END-IF.

       0226-PROCURAR-OFERTA-CODIGO-FIM. EXIT.

      *-----------------------------------------------------------------
       0228-REJEITAR-DESFECHO           SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO ACU-DESFECHOS-REJEITADOS.

           INITIALIZE WRK-DETALHE.
           MOVE RETD-CODIGO              TO WRK-DET-CODIGO.
           IF WRK-CLIENTE-ACHADO
               MOVE REG-NOME             TO WRK-DET-NOME
           END-IF.
           IF WRK-PEDIDO-ACHADO
               MOVE PEDC-MOTIVO          TO WRK-DET-MOTIVO
               MOVE PEDC-CANAL           TO WRK-DET-CANAL
               MOVE PEDC-DATA-PEDIDO     TO WRK-DATA-EDICAO
               MOVE WRK-EDIC-DD          TO WRK-DET-PED-DD
               MOVE WRK-EDIC-MM          TO WRK-DET-PED-MM
               MOVE WRK-EDIC-AAAA        TO WRK-DET-PED-AAAA
           END-IF.
           MOVE RETD-OFERTA              TO WRK-DET-OFERTA.
           MOVE WRK-MOTIVO-REJEICAO      TO WRK-DET-SITUACAO.

           PERFORM 0281-GRAVAR-DETALHE.

       0228-REJEITAR-DESFECHO-FIM.      EXIT.

      *-----------------------------------------------------------------
       0229-GRAVAR-TRANSACAO            SECTION.
      *-----------------------------------------------------------------

           WRITE REG-MANUTENCAO.
           IF FS-RETMANT NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-RETMANT               TO WRK-STATUS-ERRO
               MOVE "0229-GRAVAR-TRANSACAO"  TO WRK-AREA-ERRO
               MOVE "RETENCLI"               TO WRK-PROGRAMA-ERRO
               MOVE "RETMANT"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           ADD 1 TO ACU-TRANS-GERADAS.

       0229-GRAVAR-TRANSACAO-FIM.       EXIT.

      *-----------------------------------------------------------------
       0230-CALCULAR-FIM-CICLO          SECTION.
      *-----------------------------------------------------------------
      *    CLIENTE ATIVO JA PAGOU A COMPETENCIA CORRENTE (OU, NO
      *    ANUAL, ATE A VESPERA DE REG-COMPETENCIA-PROXIMA): O
      *    CANCELAMENTO VALE NO PRIMEIRO DIA DA PRIMEIRA COMPETENCIA
      *    NAO PAGA, ANTES DA ABERTURA DO CICLO PELO FATURCLI. CLIENTE
      *    PAUSADO, SUSPENSO OU EM TESTE NAO TEM CICLO PAGO A FRENTE E
      *    CANCELA NA PROXIMA RODADA.
      *-----------------------------------------------------------------

           IF REG-ATIVO
               MOVE WRK-EXEC-AAAAMM      TO WRK-COMPET-CALC
               PERFORM 0232-AVANCAR-COMPETENCIA
               IF REG-FREQ-ANUAL
                  AND REG-COMPETENCIA-PROXIMA GREATER WRK-COMPET-CALC
                   MOVE REG-COMPETENCIA-PROXIMA TO WRK-COMPET-CALC
               END-IF
               COMPUTE PEDC-DATA-EFETIVA = WRK-COMPET-CALC * 100 + 1
           ELSE
               MOVE WRK-DATA-EXECUCAO    TO PEDC-DATA-EFETIVA
           END-IF.

       0230-CALCULAR-FIM-CICLO-FIM.     EXIT.

      *-----------------------------------------------------------------
       0232-AVANCAR-COMPETENCIA         SECTION.
      *-----------------------------------------------------------------

           IF WRK-CALC-MM EQUAL 12
               ADD 1                     TO WRK-CALC-AAAA
               MOVE 01                   TO WRK-CALC-MM
           ELSE
               ADD 1                     TO WRK-CALC-MM
           END-IF.

       0232-AVANCAR-COMPETENCIA-FIM.    EXIT.

      *-----------------------------------------------------------------
       0235-DERIVAR-PRECO               SECTION.
      *-----------------------------------------------------------------
      *    MESMA REGRA DO 0167-DERIVAR-ASSINATURA DO RELATV05, PARA O
      *    PAR STREAMING DO CLIENTE / PLANO EM WRK-PLANO-PROCURADO.
      *-----------------------------------------------------------------

           SET WRK-PRECO-ACHADO-NAO      TO TRUE.
           MOVE ZEROS                    TO WRK-VIGENCIA-ACHADA
                                            WRK-PRECO-ACHADO.

           PERFORM 0236-PESQUISAR-PRECO
               VARYING IDX-PVIG FROM 1 BY 1
               UNTIL IDX-PVIG GREATER WRK-QT-PRECOS.

           IF WRK-PRECO-ACHADO-NAO
               SET IDX-PLANO TO 1
               SEARCH TAB-PLANO-ENTRADA
                   AT END
                       CONTINUE
                   WHEN TAB-PLANO-STREAMING (IDX-PLANO) EQUAL
                                                    REG-STREAMING
                    AND TAB-PLANO-TIPO (IDX-PLANO)   EQUAL
                                                WRK-PLANO-PROCURADO
                       MOVE TAB-PLANO-VALOR (IDX-PLANO) TO
                                                    WRK-PRECO-ACHADO
                       SET WRK-PRECO-ACHADO-SIM  TO TRUE
               END-SEARCH
           END-IF.

       0235-DERIVAR-PRECO-FIM.          EXIT.

      *-----------------------------------------------------------------
       0236-PESQUISAR-PRECO             SECTION.
      *-----------------------------------------------------------------

           IF PVIG-STREAMING (IDX-PVIG) EQUAL REG-STREAMING
               AND PVIG-PLANO (IDX-PVIG) EQUAL WRK-PLANO-PROCURADO
               AND PVIG-VIGENCIA (IDX-PVIG) NOT GREATER
                                            WRK-DATA-EXECUCAO
               IF PVIG-VIGENCIA (IDX-PVIG) NOT LESS
                                            WRK-VIGENCIA-ACHADA
                   MOVE PVIG-VIGENCIA (IDX-PVIG) TO
                                            WRK-VIGENCIA-ACHADA
                   MOVE PVIG-VALOR    (IDX-PVIG) TO
                                            WRK-PRECO-ACHADO
                   SET WRK-PRECO-ACHADO-SIM      TO TRUE
               END-IF
           END-IF.

       0236-PESQUISAR-PRECO-FIM.        EXIT.

      *-----------------------------------------------------------------
       0240-REGRAVAR-DESFECHO           SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-DATA-EXECUCAO        TO PEDC-DATA-DESFECHO.
           MOVE RETD-OPERADOR            TO PEDC-OPERADOR-DESFECHO.
           PERFORM 0241-REGRAVAR-PEDIDO.
           PERFORM 0283-MONTAR-DETALHE.

       0240-REGRAVAR-DESFECHO-FIM.      EXIT.

      *-----------------------------------------------------------------
       0241-REGRAVAR-PEDIDO             SECTION.
      *-----------------------------------------------------------------

           REWRITE REG-PEDIDO-CANC.
           IF FS-PEDCANC NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-PEDCANC               TO WRK-STATUS-ERRO
               MOVE "0241-REGRAVAR-PEDIDO"   TO WRK-AREA-ERRO
               MOVE "RETENCLI"               TO WRK-PROGRAMA-ERRO
               MOVE "PEDCANC"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0241-REGRAVAR-PEDIDO-FIM.        EXIT.

      *-----------------------------------------------------------------
       0245-LER-CLIENTE                 SECTION.
      *-----------------------------------------------------------------

           SET WRK-CLIENTE-NAO-ACHADO    TO TRUE.
           MOVE WRK-CODIGO-PEDIDO        TO REG-CODIGO.

           READ CLIENTES KEY IS REG-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WRK-CLIENTE-ACHADO TO TRUE
           END-READ.

           IF FS-CLIENTES NOT EQUAL ZEROS AND NOT EQUAL 23
               MOVE WRK-ERRO-LEIT            TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES              TO WRK-STATUS-ERRO
               MOVE "0245-LER-CLIENTE"       TO WRK-AREA-ERRO
               MOVE "RETENCLI"               TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0245-LER-CLIENTE-FIM.            EXIT.

      *-----------------------------------------------------------------
       0250-VARRER-PEDIDOS              SECTION.
      *-----------------------------------------------------------------
      *    PASSADA COMPLETA NO PEDCANC DEPOIS DOS DESFECHOS: PENDENTES
      *    VAO PARA A LISTA DE LIGACOES (OU SAO CONFIRMADOS SEM
      *    CONTATO), CONFIRMADOS COM O FIM DO CICLO ALCANCADO VIRAM
      *    EXCLUSAO PARA O MANTCLI.
      *-----------------------------------------------------------------

           SET WRK-NAO-FIM-PEDIDO        TO TRUE.
           MOVE LOW-VALUES               TO PEDC-CHAVE.

           START PEDCANC KEY IS NOT LESS PEDC-CHAVE
               INVALID KEY
                   SET WRK-FIM-PEDIDO    TO TRUE
           END-START.

           PERFORM 0251-LER-PEDIDO
               UNTIL WRK-FIM-PEDIDO.

       0250-VARRER-PEDIDOS-FIM.         EXIT.

      *-----------------------------------------------------------------
       0251-LER-PEDIDO                  SECTION.
      *-----------------------------------------------------------------

           READ PEDCANC NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-PEDCANC EQUAL 10
                   SET WRK-FIM-PEDIDO    TO TRUE
               WHEN FS-PEDCANC NOT EQUAL ZEROS
                   MOVE WRK-ERRO-LEIT            TO WRK-DESCRICAO-ERRO
                   MOVE FS-PEDCANC               TO WRK-STATUS-ERRO
                   MOVE "0251-LER-PEDIDO"        TO WRK-AREA-ERRO
                   MOVE "RETENCLI"               TO WRK-PROGRAMA-ERRO
                   MOVE "PEDCANC"                TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               WHEN PEDC-EM-ABERTO
                   ADD 1 TO ACU-LIDOS
                   MOVE PEDC-CODIGO      TO WRK-CODIGO-PEDIDO
                   PERFORM 0245-LER-CLIENTE
                   EVALUATE TRUE
                       WHEN WRK-CLIENTE-NAO-ACHADO
                       WHEN REG-CANCELADO
                           PERFORM 0270-FECHAR-PEDIDO
                       WHEN PEDC-PENDENTE
                           PERFORM 0260-TRATAR-PENDENTE
                       WHEN OTHER
                           PERFORM 0265-TRATAR-CONFIRMADO
                   END-EVALUATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0251-LER-PEDIDO-FIM.             EXIT.

      *-----------------------------------------------------------------
       0260-TRATAR-PENDENTE             SECTION.
      *-----------------------------------------------------------------
      *    PEDIDO PENDENTE ALEM DO PRAZO DE CONTATO (DIAS CORRIDOS DA
      *    DATA DO PEDIDO) E CONFIRMADO SEM CONTATO - O CLIENTE NAO
      *    FICA PRESO NA FILA. DENTRO DO PRAZO, ENTRA NA LISTA COM A
      *    OFERTA SUGERIDA PARA A SITUACAO ATUAL DO CLIENTE.
      *-----------------------------------------------------------------

           SET DIU-FUNC-CORRIDOS         TO TRUE.
           MOVE PEDC-DATA-PEDIDO         TO DIU-DATA.
           MOVE WRK-PRAZO-CONTATO        TO DIU-QT-DIAS.
           CALL "DIAUTIL" USING DIU-PARAMETRO.
           MOVE DIU-DATA                 TO WRK-DATA-LIMITE.

           IF WRK-DATA-LIMITE NOT GREATER WRK-DATA-EXECUCAO
               PERFORM 0230-CALCULAR-FIM-CICLO
               SET PEDC-CONFIRMADO       TO TRUE
               SET PEDC-SEM-CONTATO      TO TRUE
               MOVE WRK-DATA-EXECUCAO    TO PEDC-DATA-DESFECHO
               MOVE "RETENCLI"           TO PEDC-OPERADOR-DESFECHO
               PERFORM 0241-REGRAVAR-PEDIDO
               ADD 1 TO ACU-SEM-CONTATO
               PERFORM 0283-MONTAR-DETALHE
               PERFORM 0286-MONTAR-SIT-EFETIVA
               PERFORM 0280-IMPRIMIR-DETALHE
           ELSE
               PERFORM 0261-SUGERIR-OFERTA
               PERFORM 0241-REGRAVAR-PEDIDO
               ADD 1 TO ACU-A-LIGAR
               PERFORM 0283-MONTAR-DETALHE
               IF WRK-OFT-ACHADA GREATER ZEROS
                   MOVE OFT-DESCRICAO (WRK-OFT-ACHADA) TO
                                                WRK-DET-SITUACAO
               ELSE
                   MOVE "LIGAR - SEM OFERTA NA TABELA" TO
                                                WRK-DET-SITUACAO
               END-IF
               PERFORM 0280-IMPRIMIR-DETALHE
           END-IF.

       0260-TRATAR-PENDENTE-FIM.        EXIT.

      *-----------------------------------------------------------------
       0261-SUGERIR-OFERTA              SECTION.
      *-----------------------------------------------------------------
      *    FOTOGRAFA NO PEDIDO O STREAMING, PLANO, VALOR E BANDA DE
      *    HOJE E A PRIMEIRA LINHA DA TABELA QUE CASA COM ELES
      *    (CAMPO EM BRANCO NA TABELA = QUALQUER VALOR). CLIENTE SEM
      *    SCORE E BANDA "B", COMO NO NOTIFCLI.
      *-----------------------------------------------------------------

           MOVE "B"                      TO WRK-BANDA.
           IF WRK-SCORE-DISPONIVEL
               MOVE PEDC-CODIGO          TO SCOR-CODIGO
               READ SCORE KEY IS SCOR-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SCOR-BANDA   TO WRK-BANDA
               END-READ
           END-IF.

           MOVE ZEROS                    TO WRK-OFT-ACHADA.
           PERFORM 0262-COMPARAR-OFERTA
               VARYING IDX-OFT FROM 1 BY 1
               UNTIL IDX-OFT GREATER WRK-QT-OFERTAS
                  OR WRK-OFT-ACHADA GREATER ZEROS.

           MOVE REG-STREAMING            TO PEDC-STREAMING.
           MOVE REG-PLANO                TO PEDC-PLANO.
           MOVE REG-ASSINATURA           TO PEDC-VALOR.
           MOVE WRK-BANDA                TO PEDC-BANDA.
           IF WRK-OFT-ACHADA GREATER ZEROS
               MOVE OFT-CODIGO (WRK-OFT-ACHADA) TO PEDC-OFERTA-SUGERIDA
           ELSE
               MOVE SPACES               TO PEDC-OFERTA-SUGERIDA
           END-IF.
           IF PEDC-DATA-LISTA EQUAL ZEROS
               MOVE WRK-DATA-EXECUCAO    TO PEDC-DATA-LISTA
           END-IF.

       0261-SUGERIR-OFERTA-FIM.         EXIT.

      *-----------------------------------------------------------------
       0262-COMPARAR-OFERTA             SECTION.
      *-----------------------------------------------------------------

           IF (OFT-STREAMING (IDX-OFT) EQUAL SPACES
               OR OFT-STREAMING (IDX-OFT) EQUAL REG-STREAMING)
              AND (OFT-PLANO (IDX-OFT) EQUAL SPACES
               OR OFT-PLANO (IDX-OFT) EQUAL REG-PLANO)
              AND (OFT-BANDA (IDX-OFT) EQUAL SPACES
               OR OFT-BANDA (IDX-OFT) EQUAL WRK-BANDA)
               MOVE IDX-OFT              TO WRK-OFT-ACHADA
           END-IF.

       0262-COMPARAR-OFERTA-FIM.        EXIT.

      *-----------------------------------------------------------------
       0265-TRATAR-CONFIRMADO           SECTION.
      *-----------------------------------------------------------------
      *    A EXCLUSAO SAI EM TODA RODADA A PARTIR DA DATA EFETIVA ATE
      *    O MANTCLI CANCELAR O CLIENTE E FECHAR O PEDIDO - UMA RODADA
      *    DO MANTCLI PERDIDA NAO DEIXA O CANCELAMENTO PARA TRAS.
      *-----------------------------------------------------------------

           IF PEDC-DATA-EFETIVA NOT GREATER WRK-DATA-EXECUCAO
               INITIALIZE REG-MANUTENCAO
               MOVE "E"                  TO MANT-TIPO
               MOVE PEDC-CODIGO          TO MANT-CODIGO
               MOVE "RETENCLI"           TO MANT-OPERADOR
               MOVE SPACES               TO MANT-MOTIVO-CANCEL
               PERFORM 0229-GRAVAR-TRANSACAO
               ADD 1 TO ACU-CANCEL-ENVIADOS
               PERFORM 0283-MONTAR-DETALHE
               MOVE "CANCELAMENTO ENVIADO"  TO WRK-DET-SITUACAO
               PERFORM 0280-IMPRIMIR-DETALHE
           END-IF.

       0265-TRATAR-CONFIRMADO-FIM.      EXIT.

      *-----------------------------------------------------------------
       0270-FECHAR-PEDIDO               SECTION.
      *-----------------------------------------------------------------
      *    CLIENTE CANCELADO POR OUTRO CAMINHO (FIM DE TESTE, EXCLUSAO
      *    DIRETA DE OUTRA RODADA) OU FORA DO MESTRE: O PEDIDO FECHA
      *    COMO EFETIVADO; SEM DESFECHO, CONTA COMO SEM CONTATO.
      *-----------------------------------------------------------------

           IF PEDC-SEM-DESFECHO
               SET PEDC-SEM-CONTATO      TO TRUE
               MOVE WRK-DATA-EXECUCAO    TO PEDC-DATA-DESFECHO
               MOVE "RETENCLI"           TO PEDC-OPERADOR-DESFECHO
           END-IF.
           IF PEDC-DATA-EFETIVA EQUAL ZEROS
               MOVE WRK-DATA-EXECUCAO    TO PEDC-DATA-EFETIVA
           END-IF.

           SET PEDC-EFETIVADO            TO TRUE.
           IF WRK-CLIENTE-ACHADO
              AND REG-DATA-CANCELAMENTO GREATER ZEROS
               MOVE REG-DATA-CANCELAMENTO TO PEDC-DATA-CANCELAMENTO
           ELSE
               MOVE WRK-DATA-EXECUCAO    TO PEDC-DATA-CANCELAMENTO
           END-IF.

           PERFORM 0241-REGRAVAR-PEDIDO.
           ADD 1 TO ACU-PEDIDOS-FECHADOS.

       0270-FECHAR-PEDIDO-FIM.          EXIT.

      *-----------------------------------------------------------------
       0280-IMPRIMIR-DETALHE            SECTION.
      *-----------------------------------------------------------------

           PERFORM 0281-GRAVAR-DETALHE.

       0280-IMPRIMIR-DETALHE-FIM.       EXIT.

      *-----------------------------------------------------------------
       0281-GRAVAR-DETALHE              SECTION.
      *-----------------------------------------------------------------

           IF ACU-QTLINHAS EQUAL ZEROS OR ACU-QTLINHAS GREATER 40
               PERFORM 0285-IMPRIMIR-CABECALHO
           END-IF.

           MOVE WRK-DETALHE            TO REG-RELRETEN.
           WRITE REG-RELRETEN AFTER 1 LINE.
           IF FS-RELRETEN NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-RELRETEN              TO WRK-STATUS-ERRO
               MOVE "0281-GRAVAR-DETALHE"    TO WRK-AREA-ERRO
               MOVE "RETENCLI"               TO WRK-PROGRAMA-ERRO
               MOVE "RELRETEN"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           ADD 1          TO ACU-QTLINHAS.

       0281-GRAVAR-DETALHE-FIM.         EXIT.

      *-----------------------------------------------------------------
       0283-MONTAR-DETALHE              SECTION.
      *-----------------------------------------------------------------

           INITIALIZE WRK-DETALHE.
           MOVE PEDC-CODIGO              TO WRK-DET-CODIGO.
           IF WRK-CLIENTE-ACHADO
               MOVE REG-NOME             TO WRK-DET-NOME
           END-IF.
           MOVE PEDC-MOTIVO              TO WRK-DET-MOTIVO.
           MOVE PEDC-CANAL               TO WRK-DET-CANAL.
           MOVE PEDC-DATA-PEDIDO         TO WRK-DATA-EDICAO.
           MOVE WRK-EDIC-DD              TO WRK-DET-PED-DD.
           MOVE WRK-EDIC-MM              TO WRK-DET-PED-MM.
           MOVE WRK-EDIC-AAAA            TO WRK-DET-PED-AAAA.
           IF PEDC-OFERTA-ACEITA NOT EQUAL SPACES
               MOVE PEDC-OFERTA-ACEITA   TO WRK-DET-OFERTA
           ELSE
               MOVE PEDC-OFERTA-SUGERIDA TO WRK-DET-OFERTA
           END-IF.

       0283-MONTAR-DETALHE-FIM.         EXIT.

      *-----------------------------------------------------------------
       0285-IMPRIMIR-CABECALHO          SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-EXEC-DD            TO WRK-CAB-DD.
           MOVE WRK-EXEC-MM            TO WRK-CAB-MM.
           MOVE WRK-EXEC-AAAA          TO WRK-CAB-AAAA.

           IF ACU-PAG GREATER 1
               MOVE WRK-CABECALHO3 TO REG-RELRETEN
               WRITE REG-RELRETEN AFTER PAGE
           END-IF.
           MOVE WRK-CABECALHO3 TO REG-RELRETEN.
           WRITE REG-RELRETEN AFTER 1 LINE.

           MOVE WRK-CABECALHO1 TO REG-RELRETEN.
           WRITE REG-RELRETEN AFTER 1 LINE.

           MOVE WRK-CABECALHO3 TO REG-RELRETEN.
           WRITE REG-RELRETEN AFTER 1 LINE.

           MOVE WRK-CABECALHO2 TO REG-RELRETEN.
           WRITE REG-RELRETEN AFTER 1 LINE.

           MOVE WRK-CABECALHO3 TO REG-RELRETEN.
           WRITE REG-RELRETEN AFTER 1 LINE.

           ADD 1  TO ACU-PAG.
           MOVE 4 TO ACU-QTLINHAS.

       0285-IMPRIMIR-CABECALHO-FIM.     EXIT.

      *-----------------------------------------------------------------
       0286-MONTAR-SIT-EFETIVA          SECTION.
      *-----------------------------------------------------------------

           MOVE PEDC-DATA-EFETIVA        TO WRK-DATA-EDICAO.
           MOVE SPACES                   TO WRK-DET-SITUACAO.
           IF PEDC-SEM-CONTATO
               STRING "SEM CONTATO - EM "
                      WRK-EDIC-DD "/" WRK-EDIC-MM "/" WRK-EDIC-AAAA
                      DELIMITED BY SIZE INTO WRK-DET-SITUACAO
           ELSE
               STRING "CONFIRMADO - EM "
                      WRK-EDIC-DD "/" WRK-EDIC-MM "/" WRK-EDIC-AAAA
                      DELIMITED BY SIZE INTO WRK-DET-SITUACAO
           END-IF.

       0286-MONTAR-SIT-EFETIVA-FIM.     EXIT.

      *-----------------------------------------------------------------
       0287-IMPRIMIR-RODAPE             SECTION.
      *-----------------------------------------------------------------
      *    DIA SEM PEDIDO TAMBEM SAI COM CABECALHO E TOTAIS ZERADOS,
      *    PARA A OPERACAO VER QUE O PASSO RODOU.
      *-----------------------------------------------------------------

           IF ACU-QTLINHAS EQUAL ZEROS
               PERFORM 0285-IMPRIMIR-CABECALHO
           END-IF.

           MOVE WRK-CABECALHO3 TO REG-RELRETEN.
           WRITE REG-RELRETEN AFTER 1 LINE.

           MOVE "CLIENTES A LIGAR.............:" TO WRK-ROD-DESCRICAO.
           MOVE ACU-A-LIGAR                     TO WRK-ROD-QTDE.
           PERFORM 0288-GRAVAR-RODAPE.

           MOVE "OFERTAS ACEITAS..............:" TO WRK-ROD-DESCRICAO.
           MOVE ACU-OFERTAS-ACEITAS             TO WRK-ROD-QTDE.
           PERFORM 0288-GRAVAR-RODAPE.

           MOVE "DESISTENCIAS DO CANCELAMENTO.:" TO WRK-ROD-DESCRICAO.
           MOVE ACU-DESISTENCIAS                TO WRK-ROD-QTDE.
           PERFORM 0288-GRAVAR-RODAPE.

           MOVE "CANCELAMENTOS CONFIRMADOS....:" TO WRK-ROD-DESCRICAO.
           MOVE ACU-CONFIRMACOES                TO WRK-ROD-QTDE.
           PERFORM 0288-GRAVAR-RODAPE.

           MOVE "CONFIRMADOS SEM CONTATO......:" TO WRK-ROD-DESCRICAO.
           MOVE ACU-SEM-CONTATO                 TO WRK-ROD-QTDE.
           PERFORM 0288-GRAVAR-RODAPE.

           MOVE "CANCELAMENTOS ENVIADOS.......:" TO WRK-ROD-DESCRICAO.
           MOVE ACU-CANCEL-ENVIADOS             TO WRK-ROD-QTDE.
           PERFORM 0288-GRAVAR-RODAPE.

           MOVE "DESFECHOS REJEITADOS.........:" TO WRK-ROD-DESCRICAO.
           MOVE ACU-DESFECHOS-REJEITADOS        TO WRK-ROD-QTDE.
           PERFORM 0288-GRAVAR-RODAPE.

       0287-IMPRIMIR-RODAPE-FIM.        EXIT.

      *-----------------------------------------------------------------
       0288-GRAVAR-RODAPE               SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-RODAPE TO REG-RELRETEN.
           WRITE REG-RELRETEN AFTER 1 LINE.
           IF FS-RELRETEN NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-RELRETEN              TO WRK-STATUS-ERRO
               MOVE "0288-GRAVAR-RODAPE"     TO WRK-AREA-ERRO
               MOVE "RETENCLI"               TO WRK-PROGRAMA-ERRO
               MOVE "RELRETEN"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0288-GRAVAR-RODAPE-FIM.          EXIT.

      *-----------------------------------------------------------------
       0290-ESTATISTICA                 SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-TRACO.
           DISPLAY "DESFECHOS LIDOS..............: "
                                               ACU-DESFECHOS-LIDOS.
           DISPLAY "DESFECHOS REJEITADOS.........: "
                                               ACU-DESFECHOS-REJEITADOS.
           DISPLAY "OFERTAS ACEITAS..............: "
                                               ACU-OFERTAS-ACEITAS.
           DISPLAY "DESISTENCIAS.................: " ACU-DESISTENCIAS.
           DISPLAY "CANCELAMENTOS CONFIRMADOS....: " ACU-CONFIRMACOES.
           DISPLAY "PEDIDOS EM ABERTO LIDOS......: " ACU-LIDOS.
           DISPLAY "CLIENTES A LIGAR.............: " ACU-A-LIGAR.
           DISPLAY "CONFIRMADOS SEM CONTATO......: " ACU-SEM-CONTATO.
           DISPLAY "CANCELAMENTOS ENVIADOS.......: "
                                               ACU-CANCEL-ENVIADOS.
           DISPLAY "PEDIDOS FECHADOS (CANCELADOS): "
                                               ACU-PEDIDOS-FECHADOS.
           DISPLAY "CREDITOS DE DESCONTO GERADOS.: "
                                               ACU-AJUSTES-GERADOS.
           DISPLAY "TRANSACOES GERADAS (RETMANT).: " ACU-TRANS-GERADAS.
           DISPLAY WRK-TRACO.
           DISPLAY WRK-FIM-PROGRAMA.
           DISPLAY WRK-TRACO.

       0290-ESTATISTICA-FIM.            EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                   SECTION.
      *-----------------------------------------------------------------

           PERFORM 0287-IMPRIMIR-RODAPE.

           IF ACU-LIDOS GREATER ZEROS
              OR ACU-DESFECHOS-LIDOS GREATER ZEROS
               PERFORM 0290-ESTATISTICA
           END-IF.

           CLOSE PEDCANC.
           IF FS-PEDCANC NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-PEDCANC        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "RETENCLI"        TO WRK-PROGRAMA-ERRO
               MOVE "PEDCANC"         TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           IF WRK-RETDESF-DISPONIVEL
               CLOSE RETDESF
               IF FS-RETDESF NOT EQUAL ZEROS
                   MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
                   MOVE FS-RETDESF        TO WRK-STATUS-ERRO
                   MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
                   MOVE "RETENCLI"        TO WRK-PROGRAMA-ERRO
                   MOVE "RETDESF"         TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

           CLOSE CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "RETENCLI"        TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           IF WRK-SCORE-DISPONIVEL
               CLOSE SCORE
               IF FS-SCORE NOT EQUAL ZEROS
                   MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
                   MOVE FS-SCORE          TO WRK-STATUS-ERRO
                   MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
                   MOVE "RETENCLI"        TO WRK-PROGRAMA-ERRO
                   MOVE "SCORE"           TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

           CLOSE AJUSTE.
           IF FS-AJUSTE NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-AJUSTE         TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "RETENCLI"        TO WRK-PROGRAMA-ERRO
               MOVE "AJUSTE"          TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE RETMANT.
           IF FS-RETMANT NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-RETMANT        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "RETENCLI"        TO WRK-PROGRAMA-ERRO
               MOVE "RETMANT"         TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE RELRETEN.
           IF FS-RELRETEN NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-RELRETEN       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "RETENCLI"        TO WRK-PROGRAMA-ERRO
               MOVE "RELRETEN"        TO WRK-ARQUIVO-ERRO
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
