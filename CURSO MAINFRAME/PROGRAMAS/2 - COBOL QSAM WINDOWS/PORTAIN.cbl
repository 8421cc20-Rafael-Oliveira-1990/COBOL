      *-----------------------------------------------------------------
       IDENTIFICATION                   DIVISION.
       PROGRAM-ID. PORTAIN.
      *=================================================================
      *== PROGRAMA....: PORTAIN
      *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
      *== ANALISTA....: IVAN SANCHES
      *== DATA........: 15/10/2026
      *== CONSULTORIA:
      *-----------------------------------------------------------------
      *== OBJETIVO....: ENTRADA NOTURNA DOS PEDIDOS FEITOS PELO CLIENTE
      *                 NO PORTAL WEB (ARQUIVO PORTENT, BOOK REGPORE):
      *                 TROCA DE EMAIL, ADESAO/SAIDA DA E-FATURA, TROCA
      *                 DE PLANO E PAUSA. OS PEDIDOS SAO ORDENADOS POR
      *                 CLIENTE E DATA DO PEDIDO E CRITICADOS CONTRA O
      *                 MESTRE CLIENTES E AS REGRAS DO MANTCLI: CLIENTE
      *                 CADASTRADO E NAO CANCELADO, EMAIL COM UM "@",
      *                 E-FATURA SO COM EMAIL VALIDO, PLANO COM PRECO
      *                 VIGENTE NO ARQUIVO PRECOS PARA O STREAMING DO
      *                 CLIENTE, PAUSA SO DE CLIENTE ATIVO COM RETORNO
      *                 A FRENTE, E NENHUMA ALTERACAO QUE FICARIA
      *                 PENDENTE DE SEGUNDA APROVACAO NO MANTCLI (VALOR
      *                 DO CARTAO MANTPARM, COM O ARQUIVO OPERADOR
      *                 PRESENTE) - O PORTAL NAO TEM COMO APROVAR. OS
      *                 PEDIDOS ACEITOS DE EMAIL, E-FATURA E PLANO DE UM
      *                 MESMO CLIENTE SAEM JUNTOS NUMA UNICA TRANSACAO
      *                 "C" (O MANTCLI REJEITA DUAS ALTERACOES DO MESMO
      *                 CODIGO NO LOTE) E A PAUSA SAI COMO TRANSACAO
      *                 "U", NO ARQUIVO PORTMANT (BOOK REGMANT),
      *                 CONCATENADO AO MANUTEN DO MANTCLI. AS
      *                 TRANSACOES SAEM COM O OPERADOR "PORTAL", QUE
      *                 DEVE CONSTAR DO ARQUIVO OPERADOR DO MANTCLI. A
      *                 RESPOSTA DE CADA PEDIDO, ACEITO OU REJEITADO COM
      *                 O MOTIVO, VOLTA AO PORTAL NO ARQUIVO PORTRESP
      *                 (BOOK REGPORR).
      *-----------------------------------------------------------------
      *===================ESPECIFICACOES DO PROGRAMA====================
      *    ARQUIVO                    TIPO               BOOK
      *    PORTENT                   INPUT              N/A
      *    PORTORD                   I-O                REGPORE
      *    CLIENTES                  INPUT              REGCLI
      *    PRECOS                    INPUT              REGPTAB
      *    OPERADOR                  INPUT              REGOPER
      *    MANTPARM                  INPUT              REGMNTP
      *    PORTMANT                  OUTPUT             REGMANT
      *    PORTRESP                  OUTPUT             REGPORR
      *    PORTAIN                   INPUT              BOOKMSG
      *    PORTAIN                   INPUT              BOOKASSI
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
           SELECT PORTENT ASSIGN TO WRK-NOME-PORTENT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-PORTENT.

           SELECT TRABALHO-ORDENACAO ASSIGN TO "SORTWK01".

           SELECT PORTORD ASSIGN TO WRK-NOME-PORTORD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-PORTORD.

           SELECT CLIENTES ASSIGN TO WRK-NOME-CLIENTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-CODIGO
           FILE STATUS IS FS-CLIENTES.

           SELECT PRECOS ASSIGN TO WRK-NOME-PRECOS
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-PRECOS.

           SELECT OPERADOR ASSIGN TO WRK-NOME-OPERADOR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-OPERADOR.

           SELECT MANTPARM ASSIGN TO WRK-NOME-MANTPARM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-MANTPARM.

           SELECT PORTMANT ASSIGN TO WRK-NOME-PORTMANT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-PORTMANT.

           SELECT PORTRESP ASSIGN TO WRK-NOME-PORTRESP
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-PORTRESP.
      *-----------------------------------------------------------------

      *=================================================================
       DATA                             DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                             SECTION.
      *-----------------------------------------------------------------
      *
      *            INPUT - PEDIDOS DO PORTAL NA ORDEM DE CHEGADA
      *
      *-----------------------------------------------------------------
       FD  PORTENT.
       01  REG-PORTENT                  PIC X(062).

      *-----------------------------------------------------------------
      *
      *            TRABALHO - ORDENACAO POR CLIENTE/DATA DO PEDIDO
      *
      *-----------------------------------------------------------------
       SD  TRABALHO-ORDENACAO.
       01  ORD-PEDIDO-PORTAL.
           05 ORD-PROTOCOLO             PIC X(012).
           05 ORD-CODIGO                PIC 9(007).
           05 FILLER                    PIC X(001).
           05 ORD-DATA-PEDIDO           PIC 9(008).
           05 FILLER                    PIC X(034).

      *-----------------------------------------------------------------
      *
      *            I-O - PEDIDOS DO PORTAL ORDENADOS
      *
      *-----------------------------------------------------------------
       FD  PORTORD.
       COPY "REGPORE".

      *-----------------------------------------------------------------
      *
      *            INPUT - MESTRE INDEXADO DE CLIENTES
      *
      *-----------------------------------------------------------------
       FD  CLIENTES.
       COPY "REGCLI".

      *-----------------------------------------------------------------
      *
      *            INPUT - PRECOS DE PLANO COM DATA DE VIGENCIA
      *
      *-----------------------------------------------------------------
       FD  PRECOS.
       COPY "REGPTAB".

      *-----------------------------------------------------------------
      *
      *            INPUT - OPERADORES AUTORIZADOS DO MANTCLI
      *
      *-----------------------------------------------------------------
       FD  OPERADOR.
       COPY "REGOPER".

      *-----------------------------------------------------------------
      *
      *            INPUT - CARTAO DE PARAMETROS DO MANTCLI
      *
      *-----------------------------------------------------------------
       FD  MANTPARM.
       COPY "REGMNTP".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - TRANSACOES DE MANUTENCAO PARA O MANTCLI
      *
      *-----------------------------------------------------------------
       FD  PORTMANT.
       COPY "REGMANT".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - RESPOSTA DOS PEDIDOS PARA O PORTAL
      *
      *-----------------------------------------------------------------
       FD  PORTRESP.
       COPY "REGPORR".

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

       01  FS-PORTENT                   PIC 9(002)         VALUE ZEROS.
       01  FS-PORTORD                   PIC 9(002)         VALUE ZEROS.
       01  FS-CLIENTES                  PIC 9(002)         VALUE ZEROS.
       01  FS-PRECOS                    PIC 9(002)         VALUE ZEROS.
       01  FS-OPERADOR                  PIC 9(002)         VALUE ZEROS.
       01  FS-MANTPARM                  PIC 9(002)         VALUE ZEROS.
       01  FS-PORTMANT                  PIC 9(002)         VALUE ZEROS.
       01  FS-PORTRESP                  PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----NOMES EXTERNALIZADOS VIA DD-----".
      *-----------------------------------------------------------------

       01  WRK-NOME-PORTENT             PIC X(040)         VALUE
              "C:\RELATORIO\dados\PORTENT.DAT".
       01  WRK-NOME-PORTORD             PIC X(040)         VALUE
              "C:\RELATORIO\dados\PORTORD.DAT".
       01  WRK-NOME-CLIENTES            PIC X(040)         VALUE
              "C:\RELATORIO\dados\CLIENTES.DAT".
       01  WRK-NOME-PRECOS              PIC X(040)         VALUE
              "C:\RELATORIO\dados\PRECOS.DAT".
       01  WRK-NOME-OPERADOR            PIC X(040)         VALUE
              "C:\RELATORIO\dados\OPERADOR.DAT".
       01  WRK-NOME-MANTPARM            PIC X(040)         VALUE
              "C:\RELATORIO\dados\MANTPARM.DAT".
       01  WRK-NOME-PORTMANT            PIC X(040)         VALUE
              "C:\RELATORIO\dados\PORTMANT.txt".
       01  WRK-NOME-PORTRESP            PIC X(040)         VALUE
              "C:\RELATORIO\dados\PORTRESP.DAT".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEIS DE DATA DA RODADA-----".
      *-----------------------------------------------------------------

       01  WRK-DATA-EXECUCAO            PIC 9(008)         VALUE ZEROS.
       01  WRK-COMPETENCIA-HOJE         PIC 9(006)         VALUE ZEROS.

       01  WRK-COMPET-RETORNO           PIC 9(006)         VALUE ZEROS.
       01  FILLER REDEFINES WRK-COMPET-RETORNO.
           05 WRK-RETORNO-AAAA          PIC 9(004).
           05 WRK-RETORNO-MM            PIC 9(002).

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----CONTROLE DE APROVACAO DO MANTCLI-----".
      *-----------------------------------------------------------------

       01  WRK-VALOR-APROVACAO          PIC 9(005)V99      VALUE 100,00.

       01  WRK-SW-CONTROLE              PIC X(001)         VALUE "N".
           88 WRK-CONTROLE-ATIVO                           VALUE "S".
           88 WRK-CONTROLE-INATIVO                          VALUE "N".

       01  WRK-SW-OPER-PORTAL           PIC X(001)         VALUE "N".
           88 WRK-OPER-PORTAL-ACHADO                       VALUE "S".
           88 WRK-OPER-PORTAL-NAO-ACHADO                    VALUE "N".

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
              "-----CHAVES E CONTROLES DO PROCESSAMENTO-----".
      *-----------------------------------------------------------------

       01  WRK-SW-PORTENT               PIC X(001)         VALUE "N".
           88 WRK-PORTENT-DISPONIVEL                       VALUE "S".
           88 WRK-PORTENT-INDISPONIVEL                      VALUE "N".

       01  WRK-SW-CLIENTE               PIC X(001)         VALUE "N".
           88 WRK-CLIENTE-ACHADO                           VALUE "S".
           88 WRK-CLIENTE-NAO-ACHADO                        VALUE "N".

       01  WRK-SW-ALTERACAO             PIC X(001)         VALUE "N".
           88 WRK-COM-ALTERACAO                            VALUE "S".
           88 WRK-SEM-ALTERACAO                             VALUE "N".

       01  WRK-SW-PAUSA                 PIC X(001)         VALUE "N".
           88 WRK-PAUSA-GERADA                             VALUE "S".
           88 WRK-PAUSA-NAO-GERADA                          VALUE "N".

       01  WRK-SW-EMAIL                 PIC X(001)         VALUE "N".
           88 WRK-EMAIL-FORMATO-OK                         VALUE "S".
           88 WRK-EMAIL-FORMATO-INVALIDO                    VALUE "N".

       01  WRK-CODIGO-CLIENTE           PIC 9(007)         VALUE ZEROS.
       01  WRK-EMAIL-CRITICA            PIC X(020)         VALUE SPACES.
       01  WRK-POS-ARROBA               PIC 9(002)         VALUE ZEROS.
       01  WRK-MOTIVO-REJEICAO          PIC X(030)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----IMAGEM ACUMULADA DA ALTERACAO DO CLIENTE-----".
      *-----------------------------------------------------------------

       01  WRK-NOVO-EMAIL               PIC X(020)         VALUE SPACES.
       01  WRK-NOVA-FATURA              PIC X(001)         VALUE SPACES.
       01  WRK-NOVO-PLANO               PIC X(007)         VALUE SPACES.
       01  WRK-NOVA-ASSINATURA          PIC 9(005)V99      VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEL DE ACUMULACAO-----".
      *-----------------------------------------------------------------

       01  ACU-LIDOS                    PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-ACEITOS                  PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-REJEITADOS               PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-ALTERACOES               PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-PAUSAS                   PIC 9(005)  COMP-3 VALUE ZEROS.

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

           IF WRK-PORTENT-DISPONIVEL
               PERFORM 0140-ORDENAR-PEDIDOS
               PERFORM 0160-LER-PEDIDO
               PERFORM 0200-PROCESSAR-CLIENTE
                   UNTIL FS-PORTORD EQUAL 10
           END-IF.

           PERFORM 0300-FINALIZAR.

       0000-PRINCIPAL-FIM.              EXIT.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                 SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
           COMPUTE WRK-COMPETENCIA-HOJE = WRK-DATA-EXECUCAO / 100.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_PORTENT".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-PORTENT
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_PORTORD".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-PORTORD
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CLIENTES".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-CLIENTES
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_PRECOS".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-PRECOS
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_OPERADOR".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-OPERADOR
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_MANTPARM".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-MANTPARM
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_PORTMANT".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-PORTMANT
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_PORTRESP".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-PORTRESP
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           PERFORM 0110-LER-PARAMETROS.
           PERFORM 0120-VERIFICAR-OPERADOR.
           PERFORM 0130-CARREGAR-PRECOS.

           OPEN INPUT PORTENT.
           IF FS-PORTENT EQUAL ZEROS
               SET WRK-PORTENT-DISPONIVEL TO TRUE
               CLOSE PORTENT
           ELSE
               IF FS-PORTENT EQUAL 35
                   SET WRK-PORTENT-INDISPONIVEL TO TRUE
               ELSE
                   MOVE WRK-ERRO-ABERTURA      TO WRK-DESCRICAO-ERRO
                   MOVE FS-PORTENT             TO WRK-STATUS-ERRO
                   MOVE "0100-INICIALIZAR"     TO WRK-AREA-ERRO
                   MOVE "PORTAIN"              TO WRK-PROGRAMA-ERRO
                   MOVE "PORTENT"              TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

           OPEN INPUT  CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "PORTAIN"                TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN OUTPUT PORTMANT.
           IF FS-PORTMANT NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-PORTMANT              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "PORTAIN"                TO WRK-PROGRAMA-ERRO
               MOVE "PORTMANT"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN OUTPUT PORTRESP.
           IF FS-PORTRESP NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-PORTRESP              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "PORTAIN"                TO WRK-PROGRAMA-ERRO
               MOVE "PORTRESP"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------
       0110-LER-PARAMETROS              SECTION.
      *-----------------------------------------------------------------
      *    MESMO CARTAO DO MANTCLI; AUSENTE OU ZERADO MANTEM O PADRAO
      *    DE R$100,00 DA WORKING.
      *-----------------------------------------------------------------

           OPEN INPUT MANTPARM.

           IF FS-MANTPARM EQUAL ZEROS
               READ MANTPARM
               IF FS-MANTPARM EQUAL ZEROS
                   IF MNTP-VALOR-APROVACAO NUMERIC
                      AND MNTP-VALOR-APROVACAO GREATER ZEROS
                       MOVE MNTP-VALOR-APROVACAO TO
                                            WRK-VALOR-APROVACAO
                   END-IF
               END-IF
               CLOSE MANTPARM
           ELSE
               IF FS-MANTPARM NOT EQUAL 35
                   MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
                   MOVE FS-MANTPARM              TO WRK-STATUS-ERRO
                   MOVE "0110-LER-PARAMETROS"    TO WRK-AREA-ERRO
                   MOVE "PORTAIN"                TO WRK-PROGRAMA-ERRO
                   MOVE "MANTPARM"               TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

       0110-LER-PARAMETROS-FIM.         EXIT.

      *-----------------------------------------------------------------
       0120-VERIFICAR-OPERADOR          SECTION.
      *-----------------------------------------------------------------
      *    COM O ARQUIVO OPERADOR PRESENTE O MANTCLI CRITICA OPERADOR
      *    E SEGUNDA APROVACAO; O OPERADOR "PORTAL" PRECISA ESTAR
      *    CADASTRADO, SENAO TODO O LOTE SERIA REJEITADO LA. SEM O
      *    ARQUIVO (STATUS 35), O CONTROLE FICA DESLIGADO COMO NO
      *    MANTCLI.
      *-----------------------------------------------------------------

           SET WRK-CONTROLE-INATIVO      TO TRUE.
           SET WRK-OPER-PORTAL-NAO-ACHADO TO TRUE.
           OPEN INPUT OPERADOR.

           IF FS-OPERADOR EQUAL ZEROS
               SET WRK-CONTROLE-ATIVO    TO TRUE
               PERFORM 0121-LER-OPERADOR
                   UNTIL FS-OPERADOR NOT EQUAL ZEROS
               CLOSE OPERADOR
           ELSE
               IF FS-OPERADOR NOT EQUAL 35
                   MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
                   MOVE FS-OPERADOR              TO WRK-STATUS-ERRO
                   MOVE "0120-VERIFICAR-OPERADOR" TO WRK-AREA-ERRO
                   MOVE "PORTAIN"                TO WRK-PROGRAMA-ERRO
                   MOVE "OPERADOR"               TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

       0120-VERIFICAR-OPERADOR-FIM.     EXIT.

      *-----------------------------------------------------------------
       0121-LER-OPERADOR                SECTION.
      *-----------------------------------------------------------------

           READ OPERADOR.

           IF FS-OPERADOR EQUAL ZEROS
               IF OPER-ID EQUAL "PORTAL"
                   SET WRK-OPER-PORTAL-ACHADO TO TRUE
               END-IF
           ELSE
               IF FS-OPERADOR NOT EQUAL 10
                   MOVE WRK-ERRO-LEIT            TO WRK-DESCRICAO-ERRO
                   MOVE FS-OPERADOR              TO WRK-STATUS-ERRO
                   MOVE "0121-LER-OPERADOR"      TO WRK-AREA-ERRO
                   MOVE "PORTAIN"                TO WRK-PROGRAMA-ERRO
                   MOVE "OPERADOR"               TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

       0121-LER-OPERADOR-FIM.           EXIT.

      *-----------------------------------------------------------------
       0130-CARREGAR-PRECOS             SECTION.
      *-----------------------------------------------------------------
      *    SEM O ARQUIVO DE PRECOS (STATUS 35) A TABELA FICA VAZIA E
      *    TODA TROCA DE PLANO E REJEITADA POR FALTA DE PRECO.
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
                   MOVE "PORTAIN"                TO WRK-PROGRAMA-ERRO
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
                   MOVE "PORTAIN"                TO WRK-PROGRAMA-ERRO
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
                   MOVE "PORTAIN"                TO WRK-PROGRAMA-ERRO
                   MOVE "PRECOS"                 TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

       0131-LER-PRECO-FIM.              EXIT.

      *-----------------------------------------------------------------
       0140-ORDENAR-PEDIDOS             SECTION.
      *-----------------------------------------------------------------
      *    O PORTAL GRAVA OS PEDIDOS NA ORDEM EM QUE FORAM FEITOS; A
      *    CRITICA PRECISA DELES AGRUPADOS POR CLIENTE PARA JUNTAR AS
      *    ALTERACOES DE CADA UM NUMA UNICA TRANSACAO.
      *-----------------------------------------------------------------

           SORT TRABALHO-ORDENACAO
               ON ASCENDING KEY ORD-CODIGO
               ON ASCENDING KEY ORD-DATA-PEDIDO
               ON ASCENDING KEY ORD-PROTOCOLO
               USING PORTENT
               GIVING PORTORD.

           IF SORT-RETURN NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA           TO WRK-DESCRICAO-ERRO
               MOVE SORT-RETURN                 TO WRK-STATUS-ERRO
               MOVE "0140-ORDENAR-PEDIDOS"      TO WRK-AREA-ERRO
               MOVE "PORTAIN"                   TO WRK-PROGRAMA-ERRO
               MOVE "PORTENT"                   TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN INPUT PORTORD.
           IF FS-PORTORD NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA           TO WRK-DESCRICAO-ERRO
               MOVE FS-PORTORD                  TO WRK-STATUS-ERRO
               MOVE "0140-ORDENAR-PEDIDOS"      TO WRK-AREA-ERRO
               MOVE "PORTAIN"                   TO WRK-PROGRAMA-ERRO
               MOVE "PORTORD"                   TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0140-ORDENAR-PEDIDOS-FIM.        EXIT.

      *-----------------------------------------------------------------
       0160-LER-PEDIDO                  SECTION.
      *-----------------------------------------------------------------

           READ PORTORD.

           IF FS-PORTORD NOT EQUAL 00 AND NOT EQUAL 10
               MOVE WRK-ERRO-LEIT       TO WRK-DESCRICAO-ERRO
               MOVE FS-PORTORD          TO WRK-STATUS-ERRO
               MOVE "0160-LER-PEDIDO"   TO WRK-AREA-ERRO
               MOVE "PORTAIN"           TO WRK-PROGRAMA-ERRO
               MOVE "PORTORD"           TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0160-LER-PEDIDO-FIM.             EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR-CLIENTE           SECTION.
      *-----------------------------------------------------------------
      *    QUEBRA POR CLIENTE: OS PEDIDOS ACEITOS DE EMAIL, E-FATURA E
      *    PLANO VAO SENDO APLICADOS SOBRE UMA IMAGEM ACUMULADA, QUE
      *    SAI COMO UMA UNICA ALTERACAO NO FIM DO GRUPO.
      *-----------------------------------------------------------------

           MOVE PORE-CODIGO              TO WRK-CODIGO-CLIENTE.
           PERFORM 0245-LER-CLIENTE.

           SET WRK-SEM-ALTERACAO         TO TRUE.
           SET WRK-PAUSA-NAO-GERADA      TO TRUE.

           IF WRK-CLIENTE-ACHADO
               MOVE REG-EMAIL             TO WRK-NOVO-EMAIL
               MOVE REG-FATURA-ELETRONICA TO WRK-NOVA-FATURA
               MOVE REG-PLANO             TO WRK-NOVO-PLANO
               MOVE REG-ASSINATURA        TO WRK-NOVA-ASSINATURA
           END-IF.

           PERFORM 0210-AVALIAR-PEDIDO
               UNTIL FS-PORTORD EQUAL 10
                  OR PORE-CODIGO NOT EQUAL WRK-CODIGO-CLIENTE.

           IF WRK-COM-ALTERACAO
               PERFORM 0226-GERAR-ALTERACAO
           END-IF.

       0200-PROCESSAR-CLIENTE-FIM.      EXIT.

      *-----------------------------------------------------------------
       0210-AVALIAR-PEDIDO              SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO ACU-LIDOS.
           MOVE SPACES                   TO WRK-MOTIVO-REJEICAO.

           EVALUATE TRUE
               WHEN WRK-CLIENTE-NAO-ACHADO
                   MOVE "CLIENTE NAO CADASTRADO" TO WRK-MOTIVO-REJEICAO
               WHEN REG-CANCELADO
                   MOVE "CLIENTE CANCELADO"      TO WRK-MOTIVO-REJEICAO
               WHEN WRK-CONTROLE-ATIVO
                AND WRK-OPER-PORTAL-NAO-ACHADO
                   MOVE "OPERADOR PORTAL NAO CADASTRADO" TO
                                                WRK-MOTIVO-REJEICAO
               WHEN PORE-TROCA-EMAIL
                   PERFORM 0220-TROCAR-EMAIL
               WHEN PORE-TROCA-FATURA
                   PERFORM 0221-TROCAR-FATURA
               WHEN PORE-TROCA-PLANO
                   PERFORM 0222-TROCAR-PLANO
               WHEN PORE-PAUSA
                   PERFORM 0223-PAUSAR
               WHEN OTHER
                   MOVE "TIPO DE PEDIDO INVALIDO" TO
                                                WRK-MOTIVO-REJEICAO
           END-EVALUATE.

           PERFORM 0229-GRAVAR-RESPOSTA.
           PERFORM 0160-LER-PEDIDO.

       0210-AVALIAR-PEDIDO-FIM.         EXIT.

      *-----------------------------------------------------------------
       0220-TROCAR-EMAIL                SECTION.
      *-----------------------------------------------------------------
      *    A ALTERACAO SAI COM O VALOR DA ASSINATURA ACUMULADO; ACIMA
      *    DO LIMITE O MANTCLI EXIGIRIA A SEGUNDA APROVACAO.
      *-----------------------------------------------------------------

           MOVE PORE-EMAIL               TO WRK-EMAIL-CRITICA.
           PERFORM 0230-CRITICAR-EMAIL.

           EVALUATE TRUE
               WHEN WRK-EMAIL-FORMATO-INVALIDO
                   MOVE "EMAIL INVALIDO"         TO WRK-MOTIVO-REJEICAO
               WHEN PORE-EMAIL EQUAL WRK-NOVO-EMAIL
                   MOVE "EMAIL IGUAL AO ATUAL"   TO WRK-MOTIVO-REJEICAO
               WHEN WRK-CONTROLE-ATIVO
                AND WRK-NOVA-ASSINATURA GREATER WRK-VALOR-APROVACAO
                   MOVE "EXIGE SEGUNDA APROVACAO" TO
                                                WRK-MOTIVO-REJEICAO
               WHEN OTHER
                   MOVE PORE-EMAIL           TO WRK-NOVO-EMAIL
                   SET WRK-COM-ALTERACAO     TO TRUE
           END-EVALUATE.

       0220-TROCAR-EMAIL-FIM.           EXIT.

      *-----------------------------------------------------------------
       0221-TROCAR-FATURA               SECTION.
      *-----------------------------------------------------------------
      *    ADESAO A E-FATURA SO COM EMAIL VALIDO - O NOVO, SE HOUVE
      *    TROCA ACEITA ANTES NO GRUPO, OU O ATUAL, DESDE QUE NAO
      *    ESTEJA MARCADO COMO DEVOLVIDO PELO GATEWAY.
      *-----------------------------------------------------------------

           MOVE WRK-NOVO-EMAIL           TO WRK-EMAIL-CRITICA.
           PERFORM 0230-CRITICAR-EMAIL.

           EVALUATE TRUE
               WHEN PORE-FATURA-ELETRONICA NOT EQUAL "S"
                AND PORE-FATURA-ELETRONICA NOT EQUAL "N"
                   MOVE "OPCAO DE E-FATURA INVALIDA" TO
                                                WRK-MOTIVO-REJEICAO
               WHEN PORE-FATURA-ELETRONICA EQUAL WRK-NOVA-FATURA
                   MOVE "E-FATURA JA NA OPCAO PEDIDA" TO
                                                WRK-MOTIVO-REJEICAO
               WHEN PORE-FATURA-ELETRONICA EQUAL "S"
                AND WRK-EMAIL-FORMATO-INVALIDO
                   MOVE "E-FATURA EXIGE EMAIL VALIDO" TO
                                                WRK-MOTIVO-REJEICAO
               WHEN PORE-FATURA-ELETRONICA EQUAL "S"
                AND WRK-NOVO-EMAIL EQUAL REG-EMAIL
                AND REG-EMAIL-INVALIDO
                   MOVE "EMAIL ATUAL DEVOLVIDO"  TO WRK-MOTIVO-REJEICAO
               WHEN WRK-CONTROLE-ATIVO
                AND WRK-NOVA-ASSINATURA GREATER WRK-VALOR-APROVACAO
                   MOVE "EXIGE SEGUNDA APROVACAO" TO
                                                WRK-MOTIVO-REJEICAO
               WHEN OTHER
                   MOVE PORE-FATURA-ELETRONICA TO WRK-NOVA-FATURA
                   SET WRK-COM-ALTERACAO     TO TRUE
           END-EVALUATE.

       0221-TROCAR-FATURA-FIM.          EXIT.

      *-----------------------------------------------------------------
       0222-TROCAR-PLANO                SECTION.
      *-----------------------------------------------------------------
      *    O VALOR DA ASSINATURA PASSA A SER O PRECO VIGENTE DO PLANO
      *    NOVO NO PRECOS; O MANTCLI GERA O PRO-RATA DA TROCA.
      *-----------------------------------------------------------------

           MOVE PORE-PLANO               TO WRK-PLANO-PROCURADO.
           PERFORM 0235-PROCURAR-PRECO.

           EVALUATE TRUE
               WHEN PORE-PLANO EQUAL WRK-NOVO-PLANO
                   MOVE "PLANO IGUAL AO ATUAL"   TO WRK-MOTIVO-REJEICAO
               WHEN WRK-PRECO-ACHADO-NAO
                   MOVE "PLANO SEM PRECO VIGENTE" TO
                                                WRK-MOTIVO-REJEICAO
               WHEN WRK-CONTROLE-ATIVO
                AND WRK-PRECO-ACHADO GREATER WRK-VALOR-APROVACAO
                   MOVE "EXIGE SEGUNDA APROVACAO" TO
                                                WRK-MOTIVO-REJEICAO
               WHEN OTHER
                   MOVE PORE-PLANO           TO WRK-NOVO-PLANO
                   MOVE WRK-PRECO-ACHADO     TO WRK-NOVA-ASSINATURA
                   SET WRK-COM-ALTERACAO     TO TRUE
           END-EVALUATE.

       0222-TROCAR-PLANO-FIM.           EXIT.

      *-----------------------------------------------------------------
       0223-PAUSAR                      SECTION.
      *-----------------------------------------------------------------
      *    MESMAS REGRAS DO 0225-PAUSAR DO MANTCLI; UMA SO PAUSA POR
      *    CLIENTE NO LOTE, JA QUE A SEGUNDA ENCONTRARIA O CLIENTE
      *    PAUSADO.
      *-----------------------------------------------------------------

           IF PORE-COMPETENCIA-RETORNO NUMERIC
               MOVE PORE-COMPETENCIA-RETORNO TO WRK-COMPET-RETORNO
           ELSE
               MOVE ZEROS                TO WRK-COMPET-RETORNO
           END-IF.

           EVALUATE TRUE
               WHEN WRK-PAUSA-GERADA
                   MOVE "PAUSA JA PEDIDA NO LOTE" TO
                                                WRK-MOTIVO-REJEICAO
               WHEN NOT REG-ATIVO
                   MOVE "SO CLIENTE ATIVO PODE PAUSAR" TO
                                                WRK-MOTIVO-REJEICAO
               WHEN WRK-COMPET-RETORNO NOT GREATER
                                            WRK-COMPETENCIA-HOJE
                 OR WRK-RETORNO-MM LESS 01
                 OR WRK-RETORNO-MM GREATER 12
                   MOVE "COMPETENCIA DE RETORNO INVALIDA" TO
                                                WRK-MOTIVO-REJEICAO
               WHEN OTHER
                   PERFORM 0225-MONTAR-TRANSACAO
                   MOVE "U"                  TO MANT-TIPO
                   MOVE WRK-COMPET-RETORNO   TO
                                            MANT-COMPETENCIA-RETORNO
                   PERFORM 0228-GRAVAR-TRANSACAO
                   SET WRK-PAUSA-GERADA      TO TRUE
                   ADD 1 TO ACU-PAUSAS
           END-EVALUATE.

       0223-PAUSAR-FIM.                 EXIT.

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
           MOVE "PORTAL"                 TO MANT-OPERADOR.
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
       0226-GERAR-ALTERACAO             SECTION.
      *-----------------------------------------------------------------

           PERFORM 0225-MONTAR-TRANSACAO.
           MOVE "C"                      TO MANT-TIPO.
           MOVE WRK-NOVO-EMAIL           TO MANT-EMAIL.
           MOVE WRK-NOVA-FATURA          TO MANT-FATURA-ELETRONICA.
           MOVE WRK-NOVO-PLANO           TO MANT-PLANO.
           MOVE WRK-NOVA-ASSINATURA      TO MANT-ASSINATURA.
           PERFORM 0228-GRAVAR-TRANSACAO.
           ADD 1 TO ACU-ALTERACOES.

       0226-GERAR-ALTERACAO-FIM.        EXIT.

      *-----------------------------------------------------------------
       0228-GRAVAR-TRANSACAO            SECTION.
      *-----------------------------------------------------------------

           WRITE REG-MANUTENCAO.
           IF FS-PORTMANT NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-PORTMANT              TO WRK-STATUS-ERRO
               MOVE "0228-GRAVAR-TRANSACAO"  TO WRK-AREA-ERRO
               MOVE "PORTAIN"                TO WRK-PROGRAMA-ERRO
               MOVE "PORTMANT"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0228-GRAVAR-TRANSACAO-FIM.       EXIT.

      *-----------------------------------------------------------------
       0229-GRAVAR-RESPOSTA             SECTION.
      *-----------------------------------------------------------------

           INITIALIZE REG-PORTAL-RESPOSTA.
           MOVE PORE-PROTOCOLO           TO PORR-PROTOCOLO.
           MOVE PORE-CODIGO              TO PORR-CODIGO.
           MOVE PORE-TIPO                TO PORR-TIPO.
           MOVE WRK-DATA-EXECUCAO        TO PORR-DATA-PROCESSAMENTO.

           IF WRK-MOTIVO-REJEICAO EQUAL SPACES
               SET PORR-ACEITO           TO TRUE
               MOVE "ENVIADO PARA ATUALIZACAO" TO PORR-MOTIVO
               ADD 1 TO ACU-ACEITOS
           ELSE
               SET PORR-REJEITADO        TO TRUE
               MOVE WRK-MOTIVO-REJEICAO  TO PORR-MOTIVO
               ADD 1 TO ACU-REJEITADOS
           END-IF.

           WRITE REG-PORTAL-RESPOSTA.
           IF FS-PORTRESP NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-PORTRESP              TO WRK-STATUS-ERRO
               MOVE "0229-GRAVAR-RESPOSTA"   TO WRK-AREA-ERRO
               MOVE "PORTAIN"                TO WRK-PROGRAMA-ERRO
               MOVE "PORTRESP"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0229-GRAVAR-RESPOSTA-FIM.        EXIT.

      *-----------------------------------------------------------------
       0230-CRITICAR-EMAIL              SECTION.
      *-----------------------------------------------------------------
      *    EMAIL EM WRK-EMAIL-CRITICA: PREENCHIDO, SEM COMECAR POR
      *    BRANCO OU "@" E COM EXATAMENTE UM "@".
      *-----------------------------------------------------------------

           SET WRK-EMAIL-FORMATO-OK      TO TRUE.
           MOVE ZEROS                    TO WRK-POS-ARROBA.
           INSPECT WRK-EMAIL-CRITICA TALLYING WRK-POS-ARROBA
               FOR ALL "@".

           IF WRK-EMAIL-CRITICA EQUAL SPACES
              OR WRK-EMAIL-CRITICA (1:1) EQUAL SPACE
              OR WRK-EMAIL-CRITICA (1:1) EQUAL "@"
              OR WRK-POS-ARROBA NOT EQUAL 1
               SET WRK-EMAIL-FORMATO-INVALIDO TO TRUE
           END-IF.

       0230-CRITICAR-EMAIL-FIM.         EXIT.

      *-----------------------------------------------------------------
       0235-PROCURAR-PRECO              SECTION.
      *-----------------------------------------------------------------
      *    PRECO DE VIGENCIA MAIS RECENTE, ATE HOJE, DO PAR STREAMING
      *    DO CLIENTE / PLANO EM WRK-PLANO-PROCURADO.
      *-----------------------------------------------------------------

           SET WRK-PRECO-ACHADO-NAO      TO TRUE.
           MOVE ZEROS                    TO WRK-VIGENCIA-ACHADA
                                            WRK-PRECO-ACHADO.

           PERFORM 0236-PESQUISAR-PRECO
               VARYING IDX-PVIG FROM 1 BY 1
               UNTIL IDX-PVIG GREATER WRK-QT-PRECOS.

       0235-PROCURAR-PRECO-FIM.         EXIT.

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
       0245-LER-CLIENTE                 SECTION.
      *-----------------------------------------------------------------

           SET WRK-CLIENTE-NAO-ACHADO    TO TRUE.
           MOVE WRK-CODIGO-CLIENTE       TO REG-CODIGO.

           READ CLIENTES KEY IS REG-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF REG-TIPO-DETALHE
                       SET WRK-CLIENTE-ACHADO TO TRUE
                   END-IF
           END-READ.

           IF FS-CLIENTES NOT EQUAL ZEROS AND NOT EQUAL 23
               MOVE WRK-ERRO-LEIT            TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES              TO WRK-STATUS-ERRO
               MOVE "0245-LER-CLIENTE"       TO WRK-AREA-ERRO
               MOVE "PORTAIN"                TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0245-LER-CLIENTE-FIM.            EXIT.

      *-----------------------------------------------------------------
       0290-ESTATISTICA                 SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-TRACO.
           DISPLAY "PEDIDOS DO PORTAL LIDOS......: " ACU-LIDOS.
           DISPLAY "PEDIDOS ACEITOS..............: " ACU-ACEITOS.
           DISPLAY "PEDIDOS REJEITADOS...........: " ACU-REJEITADOS.
           DISPLAY "ALTERACOES GERADAS (PORTMANT): " ACU-ALTERACOES.
           DISPLAY "PAUSAS GERADAS (PORTMANT)....: " ACU-PAUSAS.
           DISPLAY WRK-TRACO.
           DISPLAY WRK-FIM-PROGRAMA.
           DISPLAY WRK-TRACO.

       0290-ESTATISTICA-FIM.            EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                   SECTION.
      *-----------------------------------------------------------------

           IF ACU-LIDOS GREATER ZEROS
               PERFORM 0290-ESTATISTICA
           END-IF.

           IF WRK-PORTENT-DISPONIVEL
               CLOSE PORTORD
               IF FS-PORTORD NOT EQUAL ZEROS
                   MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
                   MOVE FS-PORTORD        TO WRK-STATUS-ERRO
                   MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
                   MOVE "PORTAIN"         TO WRK-PROGRAMA-ERRO
                   MOVE "PORTORD"         TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

           CLOSE CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "PORTAIN"         TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE PORTMANT.
           IF FS-PORTMANT NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-PORTMANT       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "PORTAIN"         TO WRK-PROGRAMA-ERRO
               MOVE "PORTMANT"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE PORTRESP.
           IF FS-PORTRESP NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-PORTRESP       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "PORTAIN"         TO WRK-PROGRAMA-ERRO
               MOVE "PORTRESP"        TO WRK-ARQUIVO-ERRO
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
