      *-----------------------------------------------------------------
       IDENTIFICATION                   DIVISION.
       PROGRAM-ID. PROVSTRM.
      *=================================================================
      *== PROGRAMA....: PROVSTRM
      *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
      *== ANALISTA....: IVAN SANCHES
      *== DATA........: 15/10/2026
      *== CONSULTORIA:
      *-----------------------------------------------------------------
      *== OBJETIVO....: ARQUIVO DIARIO DE PROVISIONAMENTO PARA CADA
      *                 PARCEIRO DE STREAMING. AS TRANSICOES DE SITUACAO
      *                 DO DIA SAO APURADAS COMPARANDO A FOTOGRAFIA DO
      *                 MESTRE CLIENTES DA NOITE ANTERIOR (SNAPANT) COM
      *                 A DA NOITE ATUAL (SNAPATU), AMBAS DO SNAPCLI E
      *                 NO MESMO BATIMENTO DO DELTACLI: INCLUSAO ATIVA
      *                 (ATIVACAO), SUSPENSAO PELO SUSPCLI, PAUSA E
      *                 RETOMADA PELO MANTCLI, REATIVACAO E
      *                 CANCELAMENTO (INCLUSIVE CLIENTE QUE SAIU DO
      *                 MESTRE). CADA TRANSICAO VAI PARA O PARCEIRO DE
      *                 CADA ASSINATURA ATIVA DO CLIENTE (ARQUIVO
      *                 ASSINATURAS) OU, SEM ASSINATURAS, PARA O
      *                 REG-STREAMING DO MESTRE; ASSINATURA INCLUIDA OU
      *                 ENCERRADA NO DIA E TROCA DE STREAMING DA
      *                 PRINCIPAL TAMBEM GERAM ATIVACAO/CANCELAMENTO.
      *                 OS EVENTOS FICAM NO CONTROLE PROVCTL (BOOK
      *                 REGPROV) E SAO ENVIADOS EM UM ARQUIVO POR
      *                 PARCEIRO (PROV_<STREAMING>_<DATA>.DAT, BOOK
      *                 REGPRVE). O RETORNO DOS PARCEIROS (PROVACK,
      *                 BOOK REGPRVA) E APLICADO NO INICIO DA RODADA;
      *                 EVENTO SEM RETORNO OU REJEITADO E REENVIADO ATE
      *                 O LIMITE DO CARTAO PROVPARM E LISTADO NO
      *                 PROVREL PARA ACOMPANHAMENTO.
      *-----------------------------------------------------------------
      *===================ESPECIFICACOES DO PROGRAMA====================
      *    ARQUIVO                    TIPO               BOOK
      *    PROVPARM                  INPUT              REGPRVP
      *    SNAPANT                   INPUT              REGCLI
      *    SNAPATU                   INPUT              REGCLI
      *    ASSINATURAS               INPUT              REGASSN
      *    PROVACK                   INPUT              REGPRVA
      *    PROVCTL                   I-O                REGPROV
      *    PROVARQ                   OUTPUT             REGPRVE
      *    PROVREL                   OUTPUT             N/A
      *    PROVSTRM                  INPUT              BOOKMSG
      *    PROVSTRM                  INPUT              BOOKASSI
      *-----------------------------------------------------------------
      *== MODULOS
      *
      *-----------------------------------------------------------------
      *-------------------ALTERACOESDO PROGRAMA-------------------------

ALT01 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT01 *== OBJETIVO....: CLIENTE EM TESTE GRATIS (NOVO REG-STATUS "T",
      *                 BOOK REGCLI) TEM ACESSO NO PARCEIRO COMO O
      *                 ATIVO: INCLUSAO EM TESTE ATIVA, A CONVERSAO DO
      *                 TESTE EM ATIVO NAO GERA EVENTO E A EXPIRACAO
      *                 (T -> C) CANCELA. REPLACING DO BOOK REGCLI
      *                 AMPLIADO COM REG-TESTE.

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
           SELECT PROVPARM ASSIGN TO WRK-NOME-PROVPARM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-PROVPARM.

           SELECT SNAPANT ASSIGN TO WRK-NOME-SNAPANT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-SNAPANT.

           SELECT SNAPATU ASSIGN TO WRK-NOME-SNAPATU
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-SNAPATU.

           SELECT ASSINATURAS ASSIGN TO WRK-NOME-ASSINATURAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASN-CHAVE
           FILE STATUS IS FS-ASSINATURAS.

           SELECT PROVACK ASSIGN TO WRK-NOME-PROVACK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-PROVACK.

           SELECT PROVCTL ASSIGN TO WRK-NOME-PROVCTL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PROV-CHAVE
           FILE STATUS IS FS-PROVCTL.

           SELECT PROVARQ ASSIGN TO WRK-NOME-PROVARQ
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-PROVARQ.

           SELECT PROVREL ASSIGN TO WRK-NOME-PROVREL
           FILE STATUS IS FS-PROVREL.
      *-----------------------------------------------------------------

      *=================================================================
       DATA                             DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                             SECTION.
      *-----------------------------------------------------------------
      *
      *            INPUT - CARTAO DE PARAMETROS (REFERENCIA E LIMITE)
      *
      *-----------------------------------------------------------------
       FD  PROVPARM.
       COPY "REGPRVP".

      *-----------------------------------------------------------------
      *
      *            INPUT - FOTOGRAFIA DO MESTRE DA NOITE ANTERIOR
      *
      *-----------------------------------------------------------------
       FD  SNAPANT.
       COPY "REGCLI" REPLACING
           REG-CLIENTES             BY ANT-CLIENTES
           REG-CODIGO               BY ANT-CODIGO
           REG-NOME                 BY ANT-NOME
           REG-EMAIL                BY ANT-EMAIL
           REG-STREAMING            BY ANT-STREAMING
           REG-ASSINATURA           BY ANT-ASSINATURA
           REG-PLANO                BY ANT-PLANO
           REG-MOEDA                BY ANT-MOEDA
           REG-STATUS               BY ANT-STATUS
           REG-ATIVO                BY ANT-ATIVO
           REG-SUSPENSO             BY ANT-SUSPENSO
           REG-CANCELADO            BY ANT-CANCELADO
           REG-DATA-CANCELAMENTO    BY ANT-DATA-CANCELAMENTO
           REG-TIPO-REGISTRO        BY ANT-TIPO-REGISTRO
           REG-TIPO-DETALHE         BY ANT-TIPO-DETALHE
           REG-TIPO-TRAILER         BY ANT-TIPO-TRAILER
           REG-QT-REGISTROS-TRAILER BY ANT-QT-REGISTROS-TRAILER
           REG-FATURA-ELETRONICA    BY ANT-FATURA-ELETRONICA
           REG-EFATURA-SIM          BY ANT-EFATURA-SIM
           REG-EFATURA-NAO          BY ANT-EFATURA-NAO
           REG-DATA-VENCIMENTO      BY ANT-DATA-VENCIMENTO
           REG-PAGO                 BY ANT-PAGO
           REG-PAGO-SIM             BY ANT-PAGO-SIM
           REG-PAGO-NAO             BY ANT-PAGO-NAO
           REG-DATA-PAGAMENTO       BY ANT-DATA-PAGAMENTO
           REG-EMAIL-SITUACAO       BY ANT-EMAIL-SITUACAO
           REG-EMAIL-VALIDO         BY ANT-EMAIL-VALIDO
           REG-EMAIL-INVALIDO       BY ANT-EMAIL-INVALIDO
           REG-DEBITO-AUTO          BY ANT-DEBITO-AUTO
           REG-DEBITO-AUTO-SIM      BY ANT-DEBITO-AUTO-SIM
           REG-DEBITO-AUTO-NAO      BY ANT-DEBITO-AUTO-NAO
           REG-DEBITO-CARTAO        BY ANT-DEBITO-CARTAO
           REG-PAUSADO              BY ANT-PAUSADO
ALT01      REG-TESTE                BY ANT-TESTE
           REG-BANCO                BY ANT-BANCO
           REG-PAGADOR              BY ANT-PAGADOR
           REG-FREQ-FATURAMENTO     BY ANT-FREQ-FATURAMENTO
           REG-FREQ-MENSAL          BY ANT-FREQ-MENSAL
           REG-FREQ-ANUAL           BY ANT-FREQ-ANUAL
           REG-COMPETENCIA-PROXIMA  BY ANT-COMPETENCIA-PROXIMA
           REG-COMPETENCIA-RETORNO  BY ANT-COMPETENCIA-RETORNO
           REG-CANAL                BY ANT-CANAL
           REG-TIPO-PESSOA          BY ANT-TIPO-PESSOA
           REG-PESSOA-FISICA        BY ANT-PESSOA-FISICA
           REG-PESSOA-JURIDICA      BY ANT-PESSOA-JURIDICA
           REG-CPF-CNPJ             BY ANT-CPF-CNPJ.

      *-----------------------------------------------------------------
      *
      *            INPUT - FOTOGRAFIA DO MESTRE DA NOITE ATUAL
      *
      *-----------------------------------------------------------------
       FD  SNAPATU.
       COPY "REGCLI" REPLACING
           REG-CLIENTES             BY ATU-CLIENTES
           REG-CODIGO               BY ATU-CODIGO
           REG-NOME                 BY ATU-NOME
           REG-EMAIL                BY ATU-EMAIL
           REG-STREAMING            BY ATU-STREAMING
           REG-ASSINATURA           BY ATU-ASSINATURA
           REG-PLANO                BY ATU-PLANO
           REG-MOEDA                BY ATU-MOEDA
           REG-STATUS               BY ATU-STATUS
           REG-ATIVO                BY ATU-ATIVO
           REG-SUSPENSO             BY ATU-SUSPENSO
           REG-CANCELADO            BY ATU-CANCELADO
           REG-DATA-CANCELAMENTO    BY ATU-DATA-CANCELAMENTO
           REG-TIPO-REGISTRO        BY ATU-TIPO-REGISTRO
           REG-TIPO-DETALHE         BY ATU-TIPO-DETALHE
           REG-TIPO-TRAILER         BY ATU-TIPO-TRAILER
           REG-QT-REGISTROS-TRAILER BY ATU-QT-REGISTROS-TRAILER
           REG-FATURA-ELETRONICA    BY ATU-FATURA-ELETRONICA
           REG-EFATURA-SIM          BY ATU-EFATURA-SIM
           REG-EFATURA-NAO          BY ATU-EFATURA-NAO
           REG-DATA-VENCIMENTO      BY ATU-DATA-VENCIMENTO
           REG-PAGO                 BY ATU-PAGO
           REG-PAGO-SIM             BY ATU-PAGO-SIM
           REG-PAGO-NAO             BY ATU-PAGO-NAO
           REG-DATA-PAGAMENTO       BY ATU-DATA-PAGAMENTO
           REG-EMAIL-SITUACAO       BY ATU-EMAIL-SITUACAO
           REG-EMAIL-VALIDO         BY ATU-EMAIL-VALIDO
           REG-EMAIL-INVALIDO       BY ATU-EMAIL-INVALIDO
           REG-DEBITO-AUTO          BY ATU-DEBITO-AUTO
           REG-DEBITO-AUTO-SIM      BY ATU-DEBITO-AUTO-SIM
           REG-DEBITO-AUTO-NAO      BY ATU-DEBITO-AUTO-NAO
           REG-DEBITO-CARTAO        BY ATU-DEBITO-CARTAO
           REG-PAUSADO              BY ATU-PAUSADO
ALT01      REG-TESTE                BY ATU-TESTE
           REG-BANCO                BY ATU-BANCO
           REG-PAGADOR              BY ATU-PAGADOR
           REG-FREQ-FATURAMENTO     BY ATU-FREQ-FATURAMENTO
           REG-FREQ-MENSAL          BY ATU-FREQ-MENSAL
           REG-FREQ-ANUAL           BY ATU-FREQ-ANUAL
           REG-COMPETENCIA-PROXIMA  BY ATU-COMPETENCIA-PROXIMA
           REG-COMPETENCIA-RETORNO  BY ATU-COMPETENCIA-RETORNO
           REG-CANAL                BY ATU-CANAL
           REG-TIPO-PESSOA          BY ATU-TIPO-PESSOA
           REG-PESSOA-FISICA        BY ATU-PESSOA-FISICA
           REG-PESSOA-JURIDICA      BY ATU-PESSOA-JURIDICA
           REG-CPF-CNPJ             BY ATU-CPF-CNPJ.

      *-----------------------------------------------------------------
      *
      *            INPUT - ASSINATURAS DO CLIENTE (CODIGO + SEQUENCIA)
      *
      *-----------------------------------------------------------------
       FD  ASSINATURAS.
       COPY "REGASSN".

      *-----------------------------------------------------------------
      *
      *            INPUT - RETORNO DOS PARCEIROS AO PROVISIONAMENTO
      *
      *-----------------------------------------------------------------
       FD  PROVACK.
       COPY "REGPRVA".

      *-----------------------------------------------------------------
      *
      *            I-O - CONTROLE DOS EVENTOS DE PROVISIONAMENTO
      *
      *-----------------------------------------------------------------
       FD  PROVCTL.
       COPY "REGPROV".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - ARQUIVO DO PARCEIRO (UM POR STREAMING,
      *            NOME MONTADO EM WRK-NOME-PROVARQ)
      *
      *-----------------------------------------------------------------
       FD  PROVARQ.
       COPY "REGPRVE".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - RELATORIO DE ACOMPANHAMENTO
      *
      *-----------------------------------------------------------------
       FD  PROVREL.
       01  REG-PROVREL                  PIC X(080).

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

       01  FS-PROVPARM                  PIC 9(002)         VALUE ZEROS.
       01  FS-SNAPANT                   PIC 9(002)         VALUE ZEROS.
       01  FS-SNAPATU                   PIC 9(002)         VALUE ZEROS.
       01  FS-ASSINATURAS               PIC 9(002)         VALUE ZEROS.
       01  FS-PROVACK                   PIC 9(002)         VALUE ZEROS.
       01  FS-PROVCTL                   PIC 9(002)         VALUE ZEROS.
       01  FS-PROVARQ                   PIC 9(002)         VALUE ZEROS.
       01  FS-PROVREL                   PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----NOMES EXTERNALIZADOS VIA DD-----".
      *-----------------------------------------------------------------

       01  WRK-NOME-PROVPARM            PIC X(040)         VALUE
              "C:\RELATORIO\dados\PROVPARM.DAT".
       01  WRK-NOME-SNAPANT             PIC X(040)         VALUE
              "C:\RELATORIO\dados\SNAPANT.DAT".
       01  WRK-NOME-SNAPATU             PIC X(040)         VALUE
              "C:\RELATORIO\dados\SNAPATU.DAT".
       01  WRK-NOME-ASSINATURAS         PIC X(040)         VALUE
              "C:\RELATORIO\dados\ASSINATURAS.DAT".
       01  WRK-NOME-PROVACK             PIC X(040)         VALUE
              "C:\RELATORIO\dados\PROVACK.DAT".
       01  WRK-NOME-PROVCTL             PIC X(040)         VALUE
              "C:\RELATORIO\dados\PROVCTL.DAT".
       01  WRK-NOME-PROVREL             PIC X(040)         VALUE
              "C:\RELATORIO\dados\PROVREL.txt".
       01  WRK-NOME-PROVARQ             PIC X(060)         VALUE SPACES.
       01  WRK-PREFIXO-PROVARQ          PIC X(030)         VALUE
              "C:\RELATORIO\dados\PROV_".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEIS DE DATA E PARAMETRO-----".
      *-----------------------------------------------------------------

       01  WRK-DATA-EXECUCAO            PIC 9(008)         VALUE ZEROS.
       01  WRK-DATA-REFERENCIA          PIC 9(008)         VALUE ZEROS.
       01  WRK-LIMITE-ENVIOS            PIC 9(002)         VALUE 5.

       01  WRK-DATA-TRABALHO            PIC 9(008)         VALUE ZEROS.
       01  FILLER REDEFINES WRK-DATA-TRABALHO.
           05 WRK-TRB-AAAA              PIC 9(004).
           05 WRK-TRB-MM                PIC 9(002).
           05 WRK-TRB-DD                PIC 9(002).

       01  WRK-DATA-EDITADA.
           05 WRK-EDT-DD                PIC 9(002)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE "/".
           05 WRK-EDT-MM                PIC 9(002)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE "/".
           05 WRK-EDT-AAAA              PIC 9(004)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----CHAVES DE CONTROLE-----".
      *-----------------------------------------------------------------

       01  WRK-SW-ASSINATURAS           PIC X(001)         VALUE "N".
           88 WRK-ASSINATURAS-DISPONIVEL                    VALUE "S".
           88 WRK-ASSINATURAS-INDISPONIVEL                  VALUE "N".

       01  WRK-SW-RETORNO               PIC X(001)         VALUE "N".
           88 WRK-RETORNO-DISPONIVEL                        VALUE "S".
           88 WRK-RETORNO-AUSENTE                           VALUE "N".

       01  WRK-SW-FIM-ASSIN             PIC X(001)         VALUE "N".
           88 WRK-FIM-ASSIN                                 VALUE "S".
           88 WRK-NAO-FIM-ASSIN                             VALUE "N".

       01  WRK-SW-FIM-CONTROLE          PIC X(001)         VALUE "N".
           88 WRK-FIM-CONTROLE                              VALUE "S".
           88 WRK-NAO-FIM-CONTROLE                          VALUE "N".

       01  WRK-SW-PROVARQ-ABERTO        PIC X(001)         VALUE "N".
           88 WRK-PROVARQ-ABERTO                            VALUE "S".
           88 WRK-PROVARQ-FECHADO                           VALUE "N".

       01  WRK-SW-TROCA-PRINCIPAL       PIC X(001)         VALUE "N".
           88 WRK-TROCA-PRINCIPAL                           VALUE "S".
           88 WRK-SEM-TROCA-PRINCIPAL                       VALUE "N".

       01  WRK-STREAMING-ABERTO         PIC X(010)         VALUE SPACES.
       01  WRK-STREAMING-LIMPO          PIC X(010)         VALUE SPACES.
       01  WRK-QT-ASSIN-CLIENTE         PIC 9(003)  COMP-3 VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----EVENTO DO CLIENTE EM APURACAO-----".
      *-----------------------------------------------------------------
      *    WRK-EVT-EVENTO EM BRANCO = CLIENTE SEM TRANSICAO NO DIA
      *    (PODE AINDA TER ASSINATURA INCLUIDA OU ENCERRADA NO DIA).
      *    WRK-EVT-SITUACAO E A SITUACAO DO CLIENTE DEPOIS DO DIA
      *    ("C" PARA QUEM SAIU DO MESTRE).
      *-----------------------------------------------------------------

       01  WRK-EVENTO-CLIENTE.
           05 WRK-EVT-CODIGO            PIC 9(007)         VALUE ZEROS.
           05 WRK-EVT-NOME              PIC X(020)         VALUE SPACES.
           05 WRK-EVT-STREAMING         PIC X(010)         VALUE SPACES.
           05 WRK-EVT-PLANO             PIC X(007)         VALUE SPACES.
           05 WRK-EVT-STATUS-ANTERIOR   PIC X(001)         VALUE SPACES.
           05 WRK-EVT-SITUACAO          PIC X(001)         VALUE SPACES.
ALT01          88 WRK-EVT-CLIENTE-ATIVO                     VALUE "A"
ALT01                                                              "T".
           05 WRK-EVT-EVENTO            PIC X(001)         VALUE SPACES.
               88 WRK-EVT-SEM-EVENTO                        VALUE " ".

       01  WRK-GRAVACAO.
           05 WRK-GRV-STREAMING         PIC X(010)         VALUE SPACES.
           05 WRK-GRV-PLANO             PIC X(007)         VALUE SPACES.
           05 WRK-GRV-EVENTO            PIC X(001)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----DESCRICAO DOS EVENTOS-----".
      *-----------------------------------------------------------------

       01  WRK-EVENTOS.
           05 FILLER                    PIC X(013)         VALUE
              "AATIVACAO".
           05 FILLER                    PIC X(013)         VALUE
              "SSUSPENSAO".
           05 FILLER                    PIC X(013)         VALUE
              "RREATIVACAO".
           05 FILLER                    PIC X(013)         VALUE
              "PPAUSA".
           05 FILLER                    PIC X(013)         VALUE
              "TRETOMADA".
           05 FILLER                    PIC X(013)         VALUE
              "CCANCELAMENTO".

       01  TAB-EVENTOS REDEFINES WRK-EVENTOS.
           05 TAB-EVENTO                OCCURS 6 TIMES
                                        INDEXED BY IDX-EVENTO.
               10 TAB-EVT-CODIGO        PIC X(001).
               10 TAB-EVT-DESCRICAO     PIC X(012).

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "CABECALHO DE PAGINACAO".
      *-----------------------------------------------------------------

       01  WRK-CABECALHO1.
           05 FILLER                    PIC X(044)         VALUE
              "PROVISIONAMENTO DOS PARCEIROS - REFERENCIA ".
           05 WRK-CAB-DATA              PIC X(010)         VALUE SPACES.
           05 FILLER                    PIC X(015)         VALUE SPACES.
           05 FILLER                    PIC X(008)         VALUE
              "PAGINA:".
           05 ACU-PAG                   PIC 9(003)         VALUE 1.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----CABECALHO DE DESCRICAO-----".
      *-----------------------------------------------------------------

       01  WRK-CABECALHO2.
           05 FILLER                    PIC X(040)         VALUE
              "STREAMING  CODIGO  E DT EVENTO  EN ACAO ".
           05 FILLER                    PIC X(040)         VALUE
              "      OCORRENCIA".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----CABECALHO DE LINHA EM BRANCO-----".
      *-----------------------------------------------------------------

       01  WRK-CABECALHO3.
           05 FILLER                    PIC X(080)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----TITULO DOS BLOCOS DO RELATORIO-----".
      *-----------------------------------------------------------------

       01  WRK-TITULO.
           05 WRK-TIT-TEXTO             PIC X(080)         VALUE SPACES.

       01  WRK-TIT-RETORNOS             PIC X(080)         VALUE
              "RETORNOS DOS PARCEIROS NAO APLICADOS".
       01  WRK-TIT-ENVIOS               PIC X(080)         VALUE
              "EVENTOS REENVIADOS OU RETIDOS NO LIMITE DE ENVIOS".

      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)          VALUE
              "-----VARIAVEIS DE DETALHE-----".
      *-----------------------------------------------------------------

       01  WRK-LINHA-DETALHE.
           05 WRK-DET-STREAMING        PIC X(010)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-CODIGO           PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-EVENTO           PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-DATA             PIC X(010)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-ENVIOS           PIC Z9              VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-ACAO             PIC X(009)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-OCORRENCIA       PIC X(030)          VALUE SPACES.
           05 FILLER                   PIC X(005)          VALUE SPACES.

       01  WRK-LINHA-LEGENDA.
           05 FILLER                   PIC X(040)          VALUE
              "E: A ATIVACAO  S SUSPENSAO  R REATIVACAO".
           05 FILLER                   PIC X(040)          VALUE
              "  P PAUSA  T RETOMADA  C CANCELAMENTO".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEL DE QUANTIDADE DE LINHAS-----".
      *-----------------------------------------------------------------

       01  ACU-QTLINHAS                 PIC 9(002)  COMP-3 VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEL DE ACUMULACAO-----".
      *-----------------------------------------------------------------

       01  ACU-RETORNOS-LIDOS           PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-CONFIRMADOS              PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-REJEITADOS               PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-RETORNOS-REPETIDOS       PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-RETORNOS-SEM-EVENTO      PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-EVENTOS-GERADOS          PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-EVENTOS-REPETIDOS        PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-SEM-STREAMING            PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-ENVIOS-NOVOS             PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-REENVIOS                 PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-RETIDOS                  PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-ARQUIVOS                 PIC 9(005)  COMP-3 VALUE ZEROS.

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
      *    PRIMEIRO O RETORNO DO QUE JA FOI ENVIADO, DEPOIS OS EVENTOS
      *    DO DIA E, POR ULTIMO, O ENVIO - ASSIM UM EVENTO CONFIRMADO
      *    NO RETORNO DE HOJE NAO E REENVIADO.
      *-----------------------------------------------------------------

           PERFORM 0100-INICIALIZAR.
           PERFORM 0150-PROCESSAR-RETORNOS.
           PERFORM 0160-LER-ANTERIOR.
           PERFORM 0170-LER-ATUAL.
           PERFORM 0200-PROCESSAR
               UNTIL FS-SNAPANT EQUAL 10 AND FS-SNAPATU EQUAL 10.
           PERFORM 0270-ENVIAR-EVENTOS.
           PERFORM 0300-FINALIZAR.

       0000-PRINCIPAL-FIM.              EXIT.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                 SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
           MOVE WRK-DATA-EXECUCAO        TO WRK-DATA-REFERENCIA.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_PROVPARM".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-PROVPARM
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_SNAPANT".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-SNAPANT
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_SNAPATU".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-SNAPATU
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_ASSINATURAS".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-ASSINATURAS
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_PROVACK".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-PROVACK
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_PROVCTL".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-PROVCTL
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_PROVARQ".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-PREFIXO-PROVARQ
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_PROVREL".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-PROVREL
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           PERFORM 0116-LER-PARAMETROS.

           OPEN INPUT SNAPANT.
           IF FS-SNAPANT NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-SNAPANT               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "PROVSTRM"               TO WRK-PROGRAMA-ERRO
               MOVE "SNAPANT"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN INPUT SNAPATU.
           IF FS-SNAPATU NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-SNAPATU               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "PROVSTRM"               TO WRK-PROGRAMA-ERRO
               MOVE "SNAPATU"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

      *    SEM O ARQUIVO ASSINATURAS, O EVENTO VAI PARA O STREAMING DO
      *    MESTRE, COMO NO LIQSTRM.
           OPEN INPUT ASSINATURAS.
           EVALUATE FS-ASSINATURAS
               WHEN ZEROS
                   SET WRK-ASSINATURAS-DISPONIVEL   TO TRUE
               WHEN 35
                   SET WRK-ASSINATURAS-INDISPONIVEL TO TRUE
               WHEN OTHER
                   MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
                   MOVE FS-ASSINATURAS           TO WRK-STATUS-ERRO
                   MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
                   MOVE "PROVSTRM"               TO WRK-PROGRAMA-ERRO
                   MOVE "ASSINATURAS"            TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
           END-EVALUATE.

      *    NEM TODO DIA HA RETORNO DE PARCEIRO: ARQUIVO AUSENTE SO
      *    SIGNIFICA QUE NADA VOLTOU.
           OPEN INPUT PROVACK.
           EVALUATE FS-PROVACK
               WHEN ZEROS
                   SET WRK-RETORNO-DISPONIVEL TO TRUE
               WHEN 35
                   SET WRK-RETORNO-AUSENTE    TO TRUE
               WHEN OTHER
                   MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
                   MOVE FS-PROVACK               TO WRK-STATUS-ERRO
                   MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
                   MOVE "PROVSTRM"               TO WRK-PROGRAMA-ERRO
                   MOVE "PROVACK"                TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
           END-EVALUATE.

           OPEN I-O PROVCTL.
           IF FS-PROVCTL EQUAL 35
               OPEN OUTPUT PROVCTL
               CLOSE PROVCTL
               OPEN I-O PROVCTL
           END-IF.
           IF FS-PROVCTL NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-PROVCTL               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "PROVSTRM"               TO WRK-PROGRAMA-ERRO
               MOVE "PROVCTL"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN OUTPUT PROVREL.
           IF FS-PROVREL NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-PROVREL               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "PROVSTRM"               TO WRK-PROGRAMA-ERRO
               MOVE "PROVREL"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           MOVE WRK-DATA-REFERENCIA      TO WRK-DATA-TRABALHO.
           PERFORM 0410-EDITAR-DATA.
           MOVE WRK-DATA-EDITADA         TO WRK-CAB-DATA.
           PERFORM 0210-IMPRIMIR-CABECALHO.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------
       0116-LER-PARAMETROS              SECTION.
      *-----------------------------------------------------------------
      *    SEM O CARTAO (STATUS 35) OU COM O CAMPO ZERADO, REFERENCIA
      *    NA DATA DA RODADA E LIMITE DE 5 ENVIOS POR EVENTO.
      *-----------------------------------------------------------------

           OPEN INPUT PROVPARM.

           IF FS-PROVPARM EQUAL ZEROS
               READ PROVPARM
               IF FS-PROVPARM EQUAL ZEROS
                   IF PRVP-DATA-REFERENCIA GREATER ZEROS
                       MOVE PRVP-DATA-REFERENCIA
                                         TO WRK-DATA-REFERENCIA
                   END-IF
                   IF PRVP-LIMITE-ENVIOS GREATER ZEROS
                       MOVE PRVP-LIMITE-ENVIOS TO WRK-LIMITE-ENVIOS
                   END-IF
               END-IF
               CLOSE PROVPARM
           ELSE
               IF FS-PROVPARM NOT EQUAL 35
                   MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
                   MOVE FS-PROVPARM              TO WRK-STATUS-ERRO
                   MOVE "0116-LER-PARAMETROS"    TO WRK-AREA-ERRO
                   MOVE "PROVSTRM"               TO WRK-PROGRAMA-ERRO
                   MOVE "PROVPARM"               TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

       0116-LER-PARAMETROS-FIM.         EXIT.

      *-----------------------------------------------------------------
       0150-PROCESSAR-RETORNOS          SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-TIT-RETORNOS         TO REG-PROVREL.
           PERFORM 0253-GRAVAR-LINHA.
           MOVE WRK-CABECALHO3           TO REG-PROVREL.
           PERFORM 0253-GRAVAR-LINHA.

           IF WRK-RETORNO-AUSENTE
               GO TO 0150-PROCESSAR-RETORNOS-FIM
           END-IF.

           PERFORM 0155-LER-RETORNO.
           PERFORM 0158-TRATAR-RETORNO
               UNTIL FS-PROVACK EQUAL 10.

       0150-PROCESSAR-RETORNOS-FIM.     EXIT.

      *-----------------------------------------------------------------
       0155-LER-RETORNO                 SECTION.
      *-----------------------------------------------------------------

           READ PROVACK.

           IF FS-PROVACK NOT EQUAL 00 AND NOT EQUAL 10
               MOVE WRK-ERRO-LEIT        TO WRK-DESCRICAO-ERRO
               MOVE FS-PROVACK           TO WRK-STATUS-ERRO
               MOVE "0155-LER-RETORNO"   TO WRK-AREA-ERRO
               MOVE "PROVSTRM"           TO WRK-PROGRAMA-ERRO
               MOVE "PROVACK"            TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           IF FS-PROVACK EQUAL ZEROS
               ADD 1 TO ACU-RETORNOS-LIDOS
           END-IF.

       0155-LER-RETORNO-FIM.            EXIT.

      *-----------------------------------------------------------------
       0156-APLICAR-RETORNO             SECTION.
      *-----------------------------------------------------------------
      *    O PARCEIRO DEVOLVE A CHAVE DO EVENTO COMO RECEBEU. RETORNO
      *    DE EVENTO JA CONFIRMADO (REENVIO CONFIRMADO DUAS VEZES) E
      *    SO CONTADO; RETORNO SEM EVENTO NO CONTROLE OU COM CODIGO
      *    DESCONHECIDO VAI PARA O RELATORIO.
      *-----------------------------------------------------------------

           MOVE PRVA-STREAMING           TO PROV-STREAMING.
           MOVE PRVA-DATA-EVENTO         TO PROV-DATA-EVENTO.
           MOVE PRVA-CODIGO              TO PROV-CODIGO.
           MOVE PRVA-EVENTO              TO PROV-EVENTO.

           READ PROVCTL KEY IS PROV-CHAVE
               INVALID KEY
                   ADD 1 TO ACU-RETORNOS-SEM-EVENTO
                   MOVE "SEM EVENTO NO CONTROLE" TO WRK-DET-OCORRENCIA
                   PERFORM 0157-LISTAR-RETORNO
                   GO TO 0156-APLICAR-RETORNO-FIM
           END-READ.

           IF PROV-CONFIRMADO
               ADD 1 TO ACU-RETORNOS-REPETIDOS
               GO TO 0156-APLICAR-RETORNO-FIM
           END-IF.

           EVALUATE TRUE
               WHEN PRVA-ACEITO
                   SET PROV-CONFIRMADO   TO TRUE
                   MOVE SPACES           TO PROV-MOTIVO-REJEICAO
                   ADD 1 TO ACU-CONFIRMADOS
               WHEN PRVA-REJEITADO
                   SET PROV-REJEITADO    TO TRUE
                   MOVE PRVA-MOTIVO      TO PROV-MOTIVO-REJEICAO
                   ADD 1 TO ACU-REJEITADOS
               WHEN OTHER
                   ADD 1 TO ACU-RETORNOS-SEM-EVENTO
                   MOVE "CODIGO DE RETORNO INVALIDO"
                                         TO WRK-DET-OCORRENCIA
                   PERFORM 0157-LISTAR-RETORNO
                   GO TO 0156-APLICAR-RETORNO-FIM
           END-EVALUATE.

           MOVE WRK-DATA-EXECUCAO        TO PROV-DATA-RETORNO.

           REWRITE REG-PROVISAO.
           IF FS-PROVCTL NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-PROVCTL               TO WRK-STATUS-ERRO
               MOVE "0156-APLICAR-RETORNO"   TO WRK-AREA-ERRO
               MOVE "PROVSTRM"               TO WRK-PROGRAMA-ERRO
               MOVE "PROVCTL"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0156-APLICAR-RETORNO-FIM.        EXIT.

      *-----------------------------------------------------------------
       0157-LISTAR-RETORNO              SECTION.
      *-----------------------------------------------------------------

           MOVE PRVA-STREAMING           TO WRK-DET-STREAMING.
           MOVE PRVA-CODIGO              TO WRK-DET-CODIGO.
           MOVE PRVA-EVENTO              TO WRK-DET-EVENTO.
           MOVE PRVA-DATA-EVENTO         TO WRK-DATA-TRABALHO.
           PERFORM 0410-EDITAR-DATA.
           MOVE WRK-DATA-EDITADA         TO WRK-DET-DATA.
           MOVE ZEROS                    TO WRK-DET-ENVIOS.
           MOVE "IGNORADO"               TO WRK-DET-ACAO.

           MOVE WRK-LINHA-DETALHE        TO REG-PROVREL.
           PERFORM 0253-GRAVAR-LINHA.

       0157-LISTAR-RETORNO-FIM.         EXIT.

      *-----------------------------------------------------------------
       0158-TRATAR-RETORNO              SECTION.
      *-----------------------------------------------------------------

           PERFORM 0156-APLICAR-RETORNO.

           PERFORM 0155-LER-RETORNO.

       0158-TRATAR-RETORNO-FIM.         EXIT.

      *-----------------------------------------------------------------
       0160-LER-ANTERIOR                SECTION.
      *-----------------------------------------------------------------
      *    O TRAILER DE CONTROLE DA FOTOGRAFIA NAO E CLIENTE - E
      *    PULADO NA LEITURA, COMO NO DELTACLI.
      *-----------------------------------------------------------------

           READ SNAPANT.

           IF FS-SNAPANT NOT EQUAL 00 AND NOT EQUAL 10
               MOVE WRK-ERRO-LEIT        TO WRK-DESCRICAO-ERRO
               MOVE FS-SNAPANT           TO WRK-STATUS-ERRO
               MOVE "0160-LER-ANTERIOR"  TO WRK-AREA-ERRO
               MOVE "PROVSTRM"           TO WRK-PROGRAMA-ERRO
               MOVE "SNAPANT"            TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           IF FS-SNAPANT EQUAL ZEROS AND ANT-TIPO-TRAILER
               PERFORM 0160-LER-ANTERIOR
           END-IF.

       0160-LER-ANTERIOR-FIM.           EXIT.

      *-----------------------------------------------------------------
       0170-LER-ATUAL                   SECTION.
      *-----------------------------------------------------------------

           READ SNAPATU.

           IF FS-SNAPATU NOT EQUAL 00 AND NOT EQUAL 10
               MOVE WRK-ERRO-LEIT        TO WRK-DESCRICAO-ERRO
               MOVE FS-SNAPATU           TO WRK-STATUS-ERRO
               MOVE "0170-LER-ATUAL"     TO WRK-AREA-ERRO
               MOVE "PROVSTRM"           TO WRK-PROGRAMA-ERRO
               MOVE "SNAPATU"            TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           IF FS-SNAPATU EQUAL ZEROS AND ATU-TIPO-TRAILER
               PERFORM 0170-LER-ATUAL
           END-IF.

       0170-LER-ATUAL-FIM.              EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                   SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES                   TO WRK-EVT-EVENTO.
           SET WRK-SEM-TROCA-PRINCIPAL   TO TRUE.

           EVALUATE TRUE
               WHEN FS-SNAPANT EQUAL 10
                   PERFORM 0220-CLIENTE-INCLUIDO
                   PERFORM 0170-LER-ATUAL
               WHEN FS-SNAPATU EQUAL 10
                   PERFORM 0230-CLIENTE-EXCLUIDO
                   PERFORM 0160-LER-ANTERIOR
               WHEN ANT-CODIGO EQUAL ATU-CODIGO
                   PERFORM 0240-COMPARAR-SITUACAO
                   PERFORM 0160-LER-ANTERIOR
                   PERFORM 0170-LER-ATUAL
               WHEN ANT-CODIGO LESS ATU-CODIGO
                   PERFORM 0230-CLIENTE-EXCLUIDO
                   PERFORM 0160-LER-ANTERIOR
               WHEN OTHER
                   PERFORM 0220-CLIENTE-INCLUIDO
                   PERFORM 0170-LER-ATUAL
           END-EVALUATE.

       0200-PROCESSAR-FIM.              EXIT.

      *-----------------------------------------------------------------
       0210-IMPRIMIR-CABECALHO          SECTION.
      *-----------------------------------------------------------------

           IF ACU-PAG GREATER 1
               MOVE WRK-CABECALHO3 TO REG-PROVREL
               WRITE REG-PROVREL AFTER PAGE
           END-IF.
           MOVE WRK-CABECALHO3 TO REG-PROVREL.
           WRITE REG-PROVREL AFTER 1 LINE.

           MOVE WRK-CABECALHO1 TO REG-PROVREL.
           WRITE REG-PROVREL AFTER 1 LINE.

           MOVE WRK-CABECALHO3 TO REG-PROVREL.
           WRITE REG-PROVREL AFTER 1 LINE.

           MOVE WRK-CABECALHO2 TO REG-PROVREL.
           WRITE REG-PROVREL AFTER 1 LINE.

           MOVE WRK-CABECALHO3 TO REG-PROVREL.
           WRITE REG-PROVREL AFTER 1 LINE.

           ADD 1  TO ACU-PAG.
           MOVE 4 TO ACU-QTLINHAS.

       0210-IMPRIMIR-CABECALHO-FIM.     EXIT.

      *-----------------------------------------------------------------
       0220-CLIENTE-INCLUIDO            SECTION.
      *-----------------------------------------------------------------
      *    CLIENTE NOVO SO E ATIVADO NO PARCEIRO SE ENTROU ATIVO
ALT01 *    OU EM TESTE GRATIS.
      *-----------------------------------------------------------------

           MOVE ATU-CODIGO               TO WRK-EVT-CODIGO.
           MOVE ATU-NOME                 TO WRK-EVT-NOME.
           MOVE ATU-STREAMING            TO WRK-EVT-STREAMING.
           MOVE ATU-PLANO                TO WRK-EVT-PLANO.
           MOVE SPACES                   TO WRK-EVT-STATUS-ANTERIOR.
           MOVE ATU-STATUS               TO WRK-EVT-SITUACAO.

ALT01      IF ATU-ATIVO OR ATU-TESTE
               MOVE "A"                  TO WRK-EVT-EVENTO
           END-IF.

           PERFORM 0250-DISTRIBUIR-EVENTO.

       0220-CLIENTE-INCLUIDO-FIM.       EXIT.

      *-----------------------------------------------------------------
       0230-CLIENTE-EXCLUIDO            SECTION.
      *-----------------------------------------------------------------
      *    CLIENTE QUE SAIU DO MESTRE (ARQUIVAMENTO, ANONIMIZACAO) SEM
      *    TER SIDO CANCELADO ANTES E CANCELADO NO PARCEIRO.
      *-----------------------------------------------------------------

           MOVE ANT-CODIGO               TO WRK-EVT-CODIGO.
           MOVE ANT-NOME                 TO WRK-EVT-NOME.
           MOVE ANT-STREAMING            TO WRK-EVT-STREAMING.
           MOVE ANT-PLANO                TO WRK-EVT-PLANO.
           MOVE ANT-STATUS               TO WRK-EVT-STATUS-ANTERIOR.
           MOVE "C"                      TO WRK-EVT-SITUACAO.

           IF NOT ANT-CANCELADO
               MOVE "C"                  TO WRK-EVT-EVENTO
           END-IF.

           PERFORM 0250-DISTRIBUIR-EVENTO.

       0230-CLIENTE-EXCLUIDO-FIM.       EXIT.

      *-----------------------------------------------------------------
       0240-COMPARAR-SITUACAO           SECTION.
      *-----------------------------------------------------------------
      *    TRANSICOES ENTRE AS DUAS NOITES:
      *      QUALQUER -> C  CANCELAMENTO
      *      C -> A         ATIVACAO (O PARCEIRO JA ENCERROU O ACESSO)
      *      C -> S/P       NADA (SEM ACESSO NO PARCEIRO)
      *      -> S           SUSPENSAO
      *      -> P           PAUSA
      *      P -> A         RETOMADA
      *      S -> A         REATIVACAO
ALT01 *      T -> A         NADA (O TESTE JA TINHA ACESSO)
ALT01 *      C -> T         ATIVACAO
      *    A TROCA DE STREAMING DA ASSINATURA PRINCIPAL CANCELA NO
      *    PARCEIRO ANTIGO E ATIVA NO NOVO (SE O CLIENTE ESTA ATIVO).
      *-----------------------------------------------------------------

           MOVE ATU-CODIGO               TO WRK-EVT-CODIGO.
           MOVE ATU-NOME                 TO WRK-EVT-NOME.
           MOVE ATU-STREAMING            TO WRK-EVT-STREAMING.
           MOVE ATU-PLANO                TO WRK-EVT-PLANO.
           MOVE ANT-STATUS               TO WRK-EVT-STATUS-ANTERIOR.
           MOVE ATU-STATUS               TO WRK-EVT-SITUACAO.

           EVALUATE TRUE
               WHEN ANT-STATUS EQUAL ATU-STATUS
                   CONTINUE
               WHEN ATU-CANCELADO
                   MOVE "C"              TO WRK-EVT-EVENTO
ALT01          WHEN ANT-CANCELADO AND (ATU-ATIVO OR ATU-TESTE)
                   MOVE "A"              TO WRK-EVT-EVENTO
               WHEN ANT-CANCELADO
                   CONTINUE
               WHEN ATU-SUSPENSO
                   MOVE "S"              TO WRK-EVT-EVENTO
               WHEN ATU-PAUSADO
                   MOVE "P"              TO WRK-EVT-EVENTO
ALT01          WHEN ATU-ATIVO AND ANT-TESTE
ALT01              CONTINUE
               WHEN ATU-ATIVO AND ANT-PAUSADO
                   MOVE "T"              TO WRK-EVT-EVENTO
               WHEN ATU-ATIVO
                   MOVE "R"              TO WRK-EVT-EVENTO
           END-EVALUATE.

           IF ANT-STREAMING NOT EQUAL ATU-STREAMING
               SET WRK-TROCA-PRINCIPAL   TO TRUE
               IF NOT ANT-CANCELADO
                   MOVE ANT-STREAMING    TO WRK-GRV-STREAMING
                   MOVE ANT-PLANO        TO WRK-GRV-PLANO
                   MOVE "C"              TO WRK-GRV-EVENTO
                   PERFORM 0260-GRAVAR-EVENTO
               END-IF
ALT01          IF ATU-ATIVO OR ATU-TESTE
                   MOVE ATU-STREAMING    TO WRK-GRV-STREAMING
                   MOVE ATU-PLANO        TO WRK-GRV-PLANO
                   MOVE "A"              TO WRK-GRV-EVENTO
                   PERFORM 0260-GRAVAR-EVENTO
               END-IF
           END-IF.

           PERFORM 0250-DISTRIBUIR-EVENTO.

       0240-COMPARAR-SITUACAO-FIM.      EXIT.

      *-----------------------------------------------------------------
       0250-DISTRIBUIR-EVENTO           SECTION.
      *-----------------------------------------------------------------
      *    O EVENTO DO CLIENTE VAI PARA O PARCEIRO DE CADA ASSINATURA.
      *    CLIENTE SEM NENHUMA ENTRADA NO ASSINATURAS (OU SEM O
      *    ARQUIVO) USA O STREAMING DO MESTRE, SALVO NA TROCA DE
      *    STREAMING, JA TRATADA EM 0240.
      *-----------------------------------------------------------------

           MOVE ZEROS                    TO WRK-QT-ASSIN-CLIENTE.

           IF WRK-ASSINATURAS-DISPONIVEL
               SET WRK-NAO-FIM-ASSIN     TO TRUE
               MOVE WRK-EVT-CODIGO       TO ASN-CODIGO
               MOVE ZEROS                TO ASN-SEQUENCIA
               START ASSINATURAS KEY IS NOT LESS ASN-CHAVE
                   INVALID KEY
                       SET WRK-FIM-ASSIN TO TRUE
               END-START
               PERFORM 0251-LER-ASSINATURA
                   UNTIL WRK-FIM-ASSIN
           END-IF.

           IF WRK-QT-ASSIN-CLIENTE EQUAL ZEROS
              AND NOT WRK-EVT-SEM-EVENTO
              AND WRK-SEM-TROCA-PRINCIPAL
               MOVE WRK-EVT-STREAMING    TO WRK-GRV-STREAMING
               MOVE WRK-EVT-PLANO        TO WRK-GRV-PLANO
               MOVE WRK-EVT-EVENTO       TO WRK-GRV-EVENTO
               PERFORM 0260-GRAVAR-EVENTO
           END-IF.

       0250-DISTRIBUIR-EVENTO-FIM.      EXIT.

      *-----------------------------------------------------------------
       0251-LER-ASSINATURA              SECTION.
      *-----------------------------------------------------------------

           READ ASSINATURAS NEXT RECORD
               AT END
                   SET WRK-FIM-ASSIN     TO TRUE
           END-READ.

           IF NOT WRK-FIM-ASSIN
               IF ASN-CODIGO NOT EQUAL WRK-EVT-CODIGO
                   SET WRK-FIM-ASSIN     TO TRUE
               ELSE
                   ADD 1 TO WRK-QT-ASSIN-CLIENTE
                   PERFORM 0252-AVALIAR-ASSINATURA
               END-IF
           END-IF.

       0251-LER-ASSINATURA-FIM.         EXIT.

      *-----------------------------------------------------------------
       0252-AVALIAR-ASSINATURA          SECTION.
      *-----------------------------------------------------------------
      *    ASSINATURA INCLUIDA NO DIA E ATIVACAO NO PARCEIRO DELA (SO
      *    COM O CLIENTE ATIVO); ASSINATURA ENCERRADA NO DIA E
      *    CANCELAMENTO; AS DEMAIS ATIVAS RECEBEM O EVENTO DO CLIENTE.
      *    ASSINATURA ENCERRADA NO DIA TAMBEM RECEBE O CANCELAMENTO DO
      *    CLIENTE (A EXCLUSAO DO MANTCLI ENCERRA TODAS). EVENTO
      *    REPETIDO NA MESMA CHAVE E DESCARTADO NA GRAVACAO.
      *-----------------------------------------------------------------

           IF ASN-PRINCIPAL AND WRK-TROCA-PRINCIPAL
               GO TO 0252-AVALIAR-ASSINATURA-FIM
           END-IF.

           MOVE ASN-STREAMING            TO WRK-GRV-STREAMING.
           MOVE ASN-PLANO                TO WRK-GRV-PLANO.
           MOVE SPACES                   TO WRK-GRV-EVENTO.

           EVALUATE TRUE
               WHEN ASN-ATIVA
                AND ASN-DATA-INICIO EQUAL WRK-DATA-REFERENCIA
                   IF WRK-EVT-CLIENTE-ATIVO
                       MOVE "A"          TO WRK-GRV-EVENTO
                   END-IF
               WHEN ASN-ATIVA
                   MOVE WRK-EVT-EVENTO   TO WRK-GRV-EVENTO
               WHEN ASN-ENCERRADA
                AND ASN-DATA-FIM EQUAL WRK-DATA-REFERENCIA
                AND ASN-DATA-INICIO NOT EQUAL WRK-DATA-REFERENCIA
                   MOVE "C"              TO WRK-GRV-EVENTO
           END-EVALUATE.

           IF WRK-GRV-EVENTO NOT EQUAL SPACES
               PERFORM 0260-GRAVAR-EVENTO
           END-IF.

       0252-AVALIAR-ASSINATURA-FIM.     EXIT.

      *-----------------------------------------------------------------
       0253-GRAVAR-LINHA                SECTION.
      *-----------------------------------------------------------------

           IF ACU-QTLINHAS GREATER 40
               MOVE REG-PROVREL          TO WRK-TIT-TEXTO
               PERFORM 0210-IMPRIMIR-CABECALHO
               MOVE WRK-TIT-TEXTO        TO REG-PROVREL
           END-IF.

           WRITE REG-PROVREL AFTER 1 LINE.
           IF FS-PROVREL NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR      TO WRK-DESCRICAO-ERRO
               MOVE FS-PROVREL           TO WRK-STATUS-ERRO
               MOVE "0253-GRAVAR-LINHA"  TO WRK-AREA-ERRO
               MOVE "PROVSTRM"           TO WRK-PROGRAMA-ERRO
               MOVE "PROVREL"            TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           ADD 1 TO ACU-QTLINHAS.

       0253-GRAVAR-LINHA-FIM.           EXIT.

      *-----------------------------------------------------------------
       0260-GRAVAR-EVENTO               SECTION.
      *-----------------------------------------------------------------
      *    A CHAVE (STREAMING + DATA + CODIGO + EVENTO) JA EXISTENTE
      *    (STATUS 22) E O MESMO EVENTO POR OUTRO CAMINHO OU A RODADA
      *    REPETIDA NO MESMO DIA - NAO E GRAVADO DE NOVO.
      *-----------------------------------------------------------------

           IF WRK-GRV-STREAMING EQUAL SPACES
               ADD 1 TO ACU-SEM-STREAMING
               GO TO 0260-GRAVAR-EVENTO-FIM
           END-IF.

           INITIALIZE REG-PROVISAO.
           MOVE WRK-GRV-STREAMING        TO PROV-STREAMING.
           MOVE WRK-DATA-REFERENCIA      TO PROV-DATA-EVENTO.
           MOVE WRK-EVT-CODIGO           TO PROV-CODIGO.
           MOVE WRK-GRV-EVENTO           TO PROV-EVENTO.
           MOVE WRK-EVT-STATUS-ANTERIOR  TO PROV-STATUS-ANTERIOR.
           MOVE WRK-EVT-SITUACAO         TO PROV-STATUS-NOVO.
           MOVE WRK-EVT-NOME             TO PROV-NOME.
           MOVE WRK-GRV-PLANO            TO PROV-PLANO.
           SET PROV-PENDENTE             TO TRUE.

           WRITE REG-PROVISAO.
           EVALUATE FS-PROVCTL
               WHEN ZEROS
                   ADD 1 TO ACU-EVENTOS-GERADOS
               WHEN 22
                   ADD 1 TO ACU-EVENTOS-REPETIDOS
               WHEN OTHER
                   MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
                   MOVE FS-PROVCTL               TO WRK-STATUS-ERRO
                   MOVE "0260-GRAVAR-EVENTO"     TO WRK-AREA-ERRO
                   MOVE "PROVSTRM"               TO WRK-PROGRAMA-ERRO
                   MOVE "PROVCTL"                TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
           END-EVALUATE.

       0260-GRAVAR-EVENTO-FIM.          EXIT.

      *-----------------------------------------------------------------
       0270-ENVIAR-EVENTOS              SECTION.
      *-----------------------------------------------------------------
      *    O CONTROLE E LIDO NA ORDEM DA CHAVE, QUE COMECA PELO
      *    STREAMING: CADA QUEBRA DE PARCEIRO ABRE UM ARQUIVO NOVO,
      *    COMO NO BURSTREL.
      *-----------------------------------------------------------------

           MOVE WRK-CABECALHO3           TO REG-PROVREL.
           PERFORM 0253-GRAVAR-LINHA.
           MOVE WRK-TIT-ENVIOS           TO REG-PROVREL.
           PERFORM 0253-GRAVAR-LINHA.
           MOVE WRK-CABECALHO3           TO REG-PROVREL.
           PERFORM 0253-GRAVAR-LINHA.

           SET WRK-NAO-FIM-CONTROLE      TO TRUE.
           MOVE LOW-VALUES               TO PROV-CHAVE.
           START PROVCTL KEY IS NOT LESS PROV-CHAVE
               INVALID KEY
                   SET WRK-FIM-CONTROLE  TO TRUE
           END-START.

           PERFORM 0271-LER-CONTROLE
               UNTIL WRK-FIM-CONTROLE.

           IF WRK-PROVARQ-ABERTO
               PERFORM 0276-FECHAR-PARCEIRO
           END-IF.

       0270-ENVIAR-EVENTOS-FIM.         EXIT.

      *-----------------------------------------------------------------
       0271-LER-CONTROLE                SECTION.
      *-----------------------------------------------------------------

           READ PROVCTL NEXT RECORD
               AT END
                   SET WRK-FIM-CONTROLE  TO TRUE
           END-READ.

           IF NOT WRK-FIM-CONTROLE
               IF FS-PROVCTL NOT EQUAL ZEROS
                   MOVE WRK-ERRO-LEIT        TO WRK-DESCRICAO-ERRO
                   MOVE FS-PROVCTL           TO WRK-STATUS-ERRO
                   MOVE "0271-LER-CONTROLE"  TO WRK-AREA-ERRO
                   MOVE "PROVSTRM"           TO WRK-PROGRAMA-ERRO
                   MOVE "PROVCTL"            TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
               PERFORM 0272-AVALIAR-ENVIO
           END-IF.

       0271-LER-CONTROLE-FIM.           EXIT.

      *-----------------------------------------------------------------
       0272-AVALIAR-ENVIO               SECTION.
      *-----------------------------------------------------------------
      *    PENDENTE VAI PELA PRIMEIRA VEZ. ENVIADO EM RODADA ANTERIOR
      *    SEM RETORNO ATE HOJE E REJEITADO SAO REENVIADOS E LISTADOS;
      *    NO LIMITE DE ENVIOS FICAM RETIDOS, SO NO RELATORIO.
      *    CONFIRMADO E O QUE JA SAIU HOJE NAO SAO TOCADOS.
      *-----------------------------------------------------------------

           IF PROV-CONFIRMADO
               GO TO 0272-AVALIAR-ENVIO-FIM
           END-IF.

           IF PROV-ENVIADO
              AND PROV-DATA-ULTIMO-ENVIO NOT LESS WRK-DATA-EXECUCAO
               GO TO 0272-AVALIAR-ENVIO-FIM
           END-IF.

           IF PROV-PENDENTE
               ADD 1 TO ACU-ENVIOS-NOVOS
           ELSE
               IF PROV-REJEITADO
                   MOVE PROV-MOTIVO-REJEICAO TO WRK-DET-OCORRENCIA
               ELSE
                   MOVE "SEM RETORNO DO PARCEIRO"
                                         TO WRK-DET-OCORRENCIA
               END-IF
               IF PROV-QT-ENVIOS NOT LESS WRK-LIMITE-ENVIOS
                   MOVE "RETIDO"         TO WRK-DET-ACAO
                   PERFORM 0280-LISTAR-EVENTO
                   ADD 1 TO ACU-RETIDOS
                   GO TO 0272-AVALIAR-ENVIO-FIM
               END-IF
               MOVE "REENVIADO"          TO WRK-DET-ACAO
               ADD 1 TO ACU-REENVIOS
           END-IF.

           IF WRK-PROVARQ-FECHADO
              OR PROV-STREAMING NOT EQUAL WRK-STREAMING-ABERTO
               PERFORM 0275-TROCAR-PARCEIRO
           END-IF.

           ADD 1 TO PROV-QT-ENVIOS.
           SET PROV-ENVIADO              TO TRUE.
           MOVE WRK-DATA-EXECUCAO        TO PROV-DATA-ULTIMO-ENVIO.

           INITIALIZE REG-PROVISAO-ENVIO.
           MOVE PROV-STREAMING           TO PRVE-STREAMING.
           MOVE PROV-DATA-EVENTO         TO PRVE-DATA-EVENTO.
           MOVE PROV-CODIGO              TO PRVE-CODIGO.
           MOVE PROV-EVENTO              TO PRVE-EVENTO.
           MOVE PROV-NOME                TO PRVE-NOME.
           MOVE PROV-PLANO               TO PRVE-PLANO.
           MOVE PROV-QT-ENVIOS           TO PRVE-QT-ENVIOS.
           SET IDX-EVENTO                TO 1.
           SEARCH TAB-EVENTO
               AT END
                   MOVE SPACES           TO PRVE-DESCRICAO
               WHEN TAB-EVT-CODIGO (IDX-EVENTO) EQUAL PROV-EVENTO
                   MOVE TAB-EVT-DESCRICAO (IDX-EVENTO)
                                         TO PRVE-DESCRICAO
           END-SEARCH.

           WRITE REG-PROVISAO-ENVIO.
           IF FS-PROVARQ NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-PROVARQ               TO WRK-STATUS-ERRO
               MOVE "0272-AVALIAR-ENVIO"     TO WRK-AREA-ERRO
               MOVE "PROVSTRM"               TO WRK-PROGRAMA-ERRO
               MOVE "PROVARQ"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           REWRITE REG-PROVISAO.
           IF FS-PROVCTL NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-PROVCTL               TO WRK-STATUS-ERRO
               MOVE "0272-AVALIAR-ENVIO"     TO WRK-AREA-ERRO
               MOVE "PROVSTRM"               TO WRK-PROGRAMA-ERRO
               MOVE "PROVCTL"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           IF PROV-QT-ENVIOS GREATER 1
               PERFORM 0280-LISTAR-EVENTO
           END-IF.

       0272-AVALIAR-ENVIO-FIM.          EXIT.

      *-----------------------------------------------------------------
       0275-TROCAR-PARCEIRO             SECTION.
      *-----------------------------------------------------------------
      *    FECHA O ARQUIVO DO PARCEIRO ANTERIOR E ABRE O DO PARCEIRO
      *    NOVO, COM O NOME MONTADO A PARTIR DO STREAMING E DA DATA DA
      *    RODADA.
      *-----------------------------------------------------------------

           IF WRK-PROVARQ-ABERTO
               PERFORM 0276-FECHAR-PARCEIRO
           END-IF.

           MOVE PROV-STREAMING           TO WRK-STREAMING-ABERTO.
           MOVE PROV-STREAMING           TO WRK-STREAMING-LIMPO.
           INSPECT WRK-STREAMING-LIMPO REPLACING ALL " " BY "_".

           MOVE SPACES TO WRK-NOME-PROVARQ.
           STRING WRK-PREFIXO-PROVARQ DELIMITED BY SPACE
                  WRK-STREAMING-LIMPO DELIMITED BY SPACE
                  "_"                 DELIMITED BY SIZE
                  WRK-DATA-EXECUCAO   DELIMITED BY SIZE
                  ".DAT"              DELIMITED BY SIZE
               INTO WRK-NOME-PROVARQ.

           OPEN OUTPUT PROVARQ.
           IF FS-PROVARQ NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-PROVARQ               TO WRK-STATUS-ERRO
               MOVE "0275-TROCAR-PARCEIRO"   TO WRK-AREA-ERRO
               MOVE "PROVSTRM"               TO WRK-PROGRAMA-ERRO
               MOVE "PROVARQ"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           SET WRK-PROVARQ-ABERTO        TO TRUE.
           ADD 1 TO ACU-ARQUIVOS.

       0275-TROCAR-PARCEIRO-FIM.        EXIT.

      *-----------------------------------------------------------------
       0276-FECHAR-PARCEIRO             SECTION.
      *-----------------------------------------------------------------

           CLOSE PROVARQ.
           IF FS-PROVARQ NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-PROVARQ               TO WRK-STATUS-ERRO
               MOVE "0276-FECHAR-PARCEIRO"   TO WRK-AREA-ERRO
               MOVE "PROVSTRM"               TO WRK-PROGRAMA-ERRO
               MOVE "PROVARQ"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           SET WRK-PROVARQ-FECHADO       TO TRUE.

       0276-FECHAR-PARCEIRO-FIM.        EXIT.

      *-----------------------------------------------------------------
       0280-LISTAR-EVENTO               SECTION.
      *-----------------------------------------------------------------

           MOVE PROV-STREAMING           TO WRK-DET-STREAMING.
           MOVE PROV-CODIGO              TO WRK-DET-CODIGO.
           MOVE PROV-EVENTO              TO WRK-DET-EVENTO.
           MOVE PROV-DATA-EVENTO         TO WRK-DATA-TRABALHO.
           PERFORM 0410-EDITAR-DATA.
           MOVE WRK-DATA-EDITADA         TO WRK-DET-DATA.
           MOVE PROV-QT-ENVIOS           TO WRK-DET-ENVIOS.

           MOVE WRK-LINHA-DETALHE        TO REG-PROVREL.
           PERFORM 0253-GRAVAR-LINHA.

       0280-LISTAR-EVENTO-FIM.          EXIT.

      *-----------------------------------------------------------------
       0290-ESTATISTICA                 SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-CABECALHO3           TO REG-PROVREL.
           PERFORM 0253-GRAVAR-LINHA.
           MOVE WRK-LINHA-LEGENDA        TO REG-PROVREL.
           PERFORM 0253-GRAVAR-LINHA.

           DISPLAY WRK-TRACO.
           DISPLAY "RETORNOS DE PARCEIROS LIDOS...: "
                   ACU-RETORNOS-LIDOS.
           DISPLAY "EVENTOS CONFIRMADOS...........: " ACU-CONFIRMADOS.
           DISPLAY "EVENTOS REJEITADOS............: " ACU-REJEITADOS.
           DISPLAY "RETORNOS REPETIDOS............: "
                   ACU-RETORNOS-REPETIDOS.
           DISPLAY "RETORNOS IGNORADOS (PROVREL)..: "
                   ACU-RETORNOS-SEM-EVENTO.
           DISPLAY "EVENTOS DO DIA GERADOS........: "
                   ACU-EVENTOS-GERADOS.
           DISPLAY "EVENTOS JA EXISTENTES.........: "
                   ACU-EVENTOS-REPETIDOS.
           DISPLAY "EVENTOS SEM STREAMING.........: " ACU-SEM-STREAMING.
           DISPLAY "EVENTOS ENVIADOS PELA 1A VEZ..: " ACU-ENVIOS-NOVOS.
           DISPLAY "EVENTOS REENVIADOS (PROVREL)..: " ACU-REENVIOS.
           DISPLAY "EVENTOS RETIDOS (PROVREL).....: " ACU-RETIDOS.
           DISPLAY "ARQUIVOS DE PARCEIRO GERADOS..: " ACU-ARQUIVOS.
           DISPLAY WRK-TRACO.
           DISPLAY WRK-FIM-PROGRAMA.
           DISPLAY WRK-TRACO.

       0290-ESTATISTICA-FIM.            EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                   SECTION.
      *-----------------------------------------------------------------

           PERFORM 0290-ESTATISTICA.

           CLOSE SNAPANT.
           IF FS-SNAPANT NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-SNAPANT        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "PROVSTRM"        TO WRK-PROGRAMA-ERRO
               MOVE "SNAPANT"         TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE SNAPATU.
           IF FS-SNAPATU NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-SNAPATU        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "PROVSTRM"        TO WRK-PROGRAMA-ERRO
               MOVE "SNAPATU"         TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           IF WRK-ASSINATURAS-DISPONIVEL
               CLOSE ASSINATURAS
           END-IF.

           IF WRK-RETORNO-DISPONIVEL
               CLOSE PROVACK
           END-IF.

           CLOSE PROVCTL.
           IF FS-PROVCTL NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-PROVCTL        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "PROVSTRM"        TO WRK-PROGRAMA-ERRO
               MOVE "PROVCTL"         TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE PROVREL.
           IF FS-PROVREL NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-PROVREL        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "PROVSTRM"        TO WRK-PROGRAMA-ERRO
               MOVE "PROVREL"         TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           GOBACK.

       0300-FINALIZAR-FIM.              EXIT.

      *-----------------------------------------------------------------
       0410-EDITAR-DATA                 SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-TRB-DD               TO WRK-EDT-DD.
           MOVE WRK-TRB-MM               TO WRK-EDT-MM.
           MOVE WRK-TRB-AAAA             TO WRK-EDT-AAAA.

       0410-EDITAR-DATA-FIM.            EXIT.

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
