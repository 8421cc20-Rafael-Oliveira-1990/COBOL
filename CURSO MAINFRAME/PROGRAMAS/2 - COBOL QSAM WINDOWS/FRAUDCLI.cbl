      *-----------------------------------------------------------------
       IDENTIFICATION                   DIVISION.
       PROGRAM-ID. FRAUDCLI.
      *=================================================================
      *== PROGRAMA....: FRAUDCLI
      *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
      *== ANALISTA....: IVAN SANCHES
      *== DATA........: 15/10/2026
      *== CONSULTORIA:
      *-----------------------------------------------------------------
      *== OBJETIVO....: TRIAGEM NOTURNA DE FRAUDE E ABUSO. VARRE O
      *                 MESTRE DE CLIENTES, AS FATURAS, OS MANDATOS DE
      *                 DEBITO, O USO DE CAMPANHAS (CAMPUSO), OS TESTES
      *                 GRATIS (ASSINATURAS), OS VALES-PRESENTE, OS
      *                 ESTORNOS DO RETBANCO (AUDITORIA) E O JORNAL DE
      *                 CAIXA, LIBERA PARA A SORT UMA EVIDENCIA POR
      *                 OCORRENCIA (REGRA + CHAVE COMUM + CLIENTE) E,
      *                 NA QUEBRA DE REGRA/CHAVE, CONFRONTA O GRUPO COM
      *                 O LIMITE DA REGRA (ARQUIVO FRAUREGR, BOOK
      *                 REGFRRG; SEM ELE VALEM OS PADROES DA TABELA
      *                 INTERNA). CADA CLIENTE QUE ESTOURA O LIMITE
      *                 GANHA OU ATUALIZA O ALERTA DA REGRA NA LISTA DE
      *                 VIGILANCIA (VIGILANC, BOOK REGVIGI), COM PONTOS
      *                 = PESO X QUANTIDADE / LIMITE (MAXIMO 999), E O
      *                 RESUMO DO CLIENTE (REGRA 00) E RECALCULADO.
      *                 REGRAS:
      *                 01 CONTA DE DEBITO (BANCO/AGENCIA/CONTA) EM
      *                    MANDATO CONFIRMADO DE VARIOS CLIENTES;
      *                 02 MESMO DOCUMENTO COM CAMPANHA OU TESTE GRATIS
      *                    EM VARIOS CODIGOS NA JANELA;
      *                 03 MESMO DOCUMENTO RESGATANDO VALE EM VARIOS
      *                    CODIGOS NA JANELA;
      *                 04 ESTORNOS DE DEBITO REPETIDOS DO CLIENTE NA
      *                    JANELA;
      *                 05 PIX DE UM MESMO PAGADOR QUITANDO VARIOS
      *                    CLIENTES SEM RELACAO COM ELE (NEM O PROPRIO
      *                    CLIENTE, NEM O PAGADOR DO CADASTRO);
      *                 06 CLIENTE ATIVO CUJO DOCUMENTO TEM DIVIDA
      *                    (PERDA OU ATRASO ALEM DOS DIAS DA REGRA) EM
      *                    OUTRO CODIGO.
      *                 ALERTA LIBERADO PELO ANALISTA (MANTVIGI) SO
      *                 REABRE QUANDO A QUANTIDADE PASSA DA QUE HAVIA
      *                 NA DECISAO; ALERTA CONFIRMADO SO E ATUALIZADO.
      *-----------------------------------------------------------------
      *===================ESPECIFICACOES DO PROGRAMA====================
      *    ARQUIVO                    TIPO               BOOK
      *    FRAUREGR                  INPUT              REGFRRG
      *    CLIENTES                  INPUT              REGCLI
      *    MANDATOS                  INPUT              REGMAND
      *    CAMPUSO                   INPUT              REGCAMU
      *    ASSINATURAS               INPUT              REGASSN
      *    VOUCHER                   INPUT              REGVALE
      *    AUDITORIA                 INPUT              REGAUD
      *    CAIXAJRN                  INPUT              REGCAIX
      *    FATURAS                   INPUT              REGFATUR
      *    FRAUORD                   I-O                N/A
      *    VIGILANC                  I-O                REGVIGI
      *    RELFRAUD                  OUTPUT             N/A
      *    FRAUDCLI                  INPUT              BOOKMSG
      *    FRAUDCLI                  INPUT              BOOKASSI
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
           SELECT FRAUREGR ASSIGN TO WRK-NOME-FRAUREGR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-FRAUREGR.

           SELECT CLIENTES ASSIGN TO WRK-NOME-CLIENTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REG-CODIGO
           FILE STATUS IS FS-CLIENTES.

           SELECT MANDATOS ASSIGN TO WRK-NOME-MANDATOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MND-CHAVE
           FILE STATUS IS FS-MANDATOS.

           SELECT CAMPUSO ASSIGN TO WRK-NOME-CAMPUSO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CAMPUSO.

           SELECT ASSINATURAS ASSIGN TO WRK-NOME-ASSINATURAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ASN-CHAVE
           FILE STATUS IS FS-ASSINATURAS.

           SELECT VOUCHER ASSIGN TO WRK-NOME-VOUCHER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS VALE-CODIGO
           FILE STATUS IS FS-VOUCHER.

           SELECT AUDITORIA ASSIGN TO WRK-NOME-AUDITORIA
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-AUDITORIA.

           SELECT CAIXAJRN ASSIGN TO WRK-NOME-CAIXAJRN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CAIXAJRN.

           SELECT FATURAS ASSIGN TO WRK-NOME-FATURAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FAT-CHAVE
           FILE STATUS IS FS-FATURAS.

           SELECT TRABALHO-ORDENACAO ASSIGN TO "SORTWK01".

           SELECT FRAUORD ASSIGN TO WRK-NOME-FRAUORD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-FRAUORD.

           SELECT VIGILANC ASSIGN TO WRK-NOME-VIGILANC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VIG-CHAVE
           FILE STATUS IS FS-VIGILANC.

           SELECT RELFRAUD ASSIGN TO WRK-NOME-RELFRAUD
           FILE STATUS IS FS-RELFRAUD.
      *-----------------------------------------------------------------

      *=================================================================
       DATA                             DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                             SECTION.
      *-----------------------------------------------------------------
      *
      *            INPUT - TABELA DE REGRAS (LIMITE, PESO, JANELA)
      *
      *-----------------------------------------------------------------
       FD  FRAUREGR.
       COPY "REGFRRG".

      *-----------------------------------------------------------------
      *
      *            INPUT - MESTRE INDEXADO DE CLIENTES
      *
      *-----------------------------------------------------------------
       FD  CLIENTES.
       COPY "REGCLI".

      *-----------------------------------------------------------------
      *
      *            INPUT - MANDATOS DE DEBITO AUTOMATICO
      *
      *-----------------------------------------------------------------
       FD  MANDATOS.
       COPY "REGMAND".

      *-----------------------------------------------------------------
      *
      *            INPUT - USO DE CAMPANHAS GRAVADO PELO RELATV05
      *
      *-----------------------------------------------------------------
       FD  CAMPUSO.
       COPY "REGCAMU".

      *-----------------------------------------------------------------
      *
      *            INPUT - ASSINATURAS DO CLIENTE (TESTES GRATIS)
      *
      *-----------------------------------------------------------------
       FD  ASSINATURAS.
       COPY "REGASSN".

      *-----------------------------------------------------------------
      *
      *            INPUT - VALES-PRESENTE RESGATADOS
      *
      *-----------------------------------------------------------------
       FD  VOUCHER.
       COPY "REGVALE".

      *-----------------------------------------------------------------
      *
      *            INPUT - TRILHA DE AUDITORIA (ESTORNOS DO RETBANCO)
      *
      *-----------------------------------------------------------------
       FD  AUDITORIA.
       COPY "REGAUD".

      *-----------------------------------------------------------------
      *
      *            INPUT - JORNAL DE CAIXA (PAGADOR DO PIX)
      *
      *-----------------------------------------------------------------
       FD  CAIXAJRN.
       COPY "REGCAIX".

      *-----------------------------------------------------------------
      *
      *            INPUT - FATURAS (PERDAS E ATRASOS)
      *
      *-----------------------------------------------------------------
       FD  FATURAS.
       COPY "REGFATUR".

      *-----------------------------------------------------------------
      *
      *            TRABALHO - ORDENACAO POR REGRA/CHAVE COMUM/CLIENTE
      *
      *-----------------------------------------------------------------
       SD  TRABALHO-ORDENACAO.
       01  ORD-EVIDENCIA.
           05 ORD-REGRA                 PIC 9(002).
           05 ORD-CHAVE                 PIC X(020).
           05 ORD-CODIGO                PIC 9(007).
           05 ORD-TIPO                  PIC X(001).
           05 ORD-DATA                  PIC 9(008).

      *-----------------------------------------------------------------
      *
      *            I-O - EVIDENCIAS ORDENADAS
      *
      *-----------------------------------------------------------------
       FD  FRAUORD.
       01  REG-FRAUORD.
           05 FRO-REGRA                 PIC 9(002).
           05 FRO-CHAVE                 PIC X(020).
           05 FRO-CODIGO                PIC 9(007).
           05 FRO-TIPO                  PIC X(001).
               88 FRO-TIPO-ATIVO                           VALUE "A".
               88 FRO-TIPO-DIVIDA                           VALUE "D".
           05 FRO-DATA                  PIC 9(008).

      *-----------------------------------------------------------------
      *
      *            I-O - LISTA DE VIGILANCIA ANTIFRAUDE
      *
      *-----------------------------------------------------------------
       FD  VIGILANC.
       COPY "REGVIGI".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - ALERTAS DA TRIAGEM
      *
      *-----------------------------------------------------------------
       FD  RELFRAUD.
       01  REG-RELFRAUD                 PIC X(132).

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

       01  FS-FRAUREGR                  PIC 9(002)         VALUE ZEROS.
       01  FS-CLIENTES                  PIC 9(002)         VALUE ZEROS.
       01  FS-MANDATOS                  PIC 9(002)         VALUE ZEROS.
       01  FS-CAMPUSO                   PIC 9(002)         VALUE ZEROS.
       01  FS-ASSINATURAS               PIC 9(002)         VALUE ZEROS.
       01  FS-VOUCHER                   PIC 9(002)         VALUE ZEROS.
       01  FS-AUDITORIA                 PIC 9(002)         VALUE ZEROS.
       01  FS-CAIXAJRN                  PIC 9(002)         VALUE ZEROS.
       01  FS-FATURAS                   PIC 9(002)         VALUE ZEROS.
       01  FS-FRAUORD                   PIC 9(002)         VALUE ZEROS.
       01  FS-VIGILANC                  PIC 9(002)         VALUE ZEROS.
       01  FS-RELFRAUD                  PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----NOMES EXTERNALIZADOS VIA DD-----".
      *-----------------------------------------------------------------

       01  WRK-NOME-FRAUREGR            PIC X(040)         VALUE
              "C:\RELATORIO\dados\FRAUREGR.DAT".
       01  WRK-NOME-CLIENTES            PIC X(040)         VALUE
              "C:\RELATORIO\dados\CLIENTES.DAT".
       01  WRK-NOME-MANDATOS            PIC X(040)         VALUE
              "C:\RELATORIO\dados\MANDATOS.DAT".
       01  WRK-NOME-CAMPUSO             PIC X(040)         VALUE
              "C:\RELATORIO\dados\CAMPUSO.DAT".
       01  WRK-NOME-ASSINATURAS         PIC X(040)         VALUE
              "C:\RELATORIO\dados\ASSINATURAS.DAT".
       01  WRK-NOME-VOUCHER             PIC X(040)         VALUE
              "C:\RELATORIO\dados\VOUCHER.DAT".
       01  WRK-NOME-AUDITORIA           PIC X(040)         VALUE
              "C:\RELATORIO\dados\AUDITORIA.DAT".
       01  WRK-NOME-CAIXAJRN            PIC X(040)         VALUE
              "C:\RELATORIO\dados\CAIXAJRN.DAT".
       01  WRK-NOME-FATURAS             PIC X(040)         VALUE
              "C:\RELATORIO\dados\FATURAS.DAT".
       01  WRK-NOME-FRAUORD             PIC X(040)         VALUE
              "C:\RELATORIO\dados\FRAUORD.DAT".
       01  WRK-NOME-VIGILANC            PIC X(040)         VALUE
              "C:\RELATORIO\dados\VIGILANC.DAT".
       01  WRK-NOME-RELFRAUD            PIC X(040)         VALUE
              "C:\RELATORIO\dados\RELFRAUD.txt".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----TABELA DE REGRAS (PADROES)-----".
      *-----------------------------------------------------------------
      *    REGRA, ATIVA, LIMITE, PESO, DIAS E DESCRICAO - MESMO LAYOUT
      *    DO BOOK REGFRRG. O ARQUIVO FRAUREGR SUBSTITUI A LINHA DA
      *    REGRA QUE TROUXER; DIAS ZERO = SEM JANELA DE DATA.

       01  TAB-REGRAS-PADRAO.
           05 FILLER                    PIC X(042)         VALUE
              "01S003050000CONTA DE DEBITO COMPARTILHADA".
           05 FILLER                    PIC X(042)         VALUE
              "02S002040365CAMPANHA/TESTE REPETIDO (DOC)".
           05 FILLER                    PIC X(042)         VALUE
              "03S002040365VALE-PRESENTE REPETIDO (DOC)".
           05 FILLER                    PIC X(042)         VALUE
              "04S002060180ESTORNOS REPETIDOS DE DEBITO".
           05 FILLER                    PIC X(042)         VALUE
              "05S003050090PIX DE UM PAGADOR P/ VARIOS".
           05 FILLER                    PIC X(042)         VALUE
              "06S001070090DOCUMENTO COM DIVIDA EM OUTRO".

       01  TAB-REGRAS REDEFINES TAB-REGRAS-PADRAO.
           05 RGR-ENTRADA               OCCURS 6 TIMES.
               10 RGR-REGRA             PIC 9(002).
               10 RGR-ATIVA             PIC X(001).
                   88 RGR-LIGADA                           VALUE "S".
               10 RGR-LIMITE            PIC 9(003).
               10 RGR-PESO              PIC 9(003).
               10 RGR-DIAS              PIC 9(003).
               10 RGR-DESCRICAO         PIC X(030).

       01  IDX-REGRA                    PIC 9(002)  COMP-3 VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEIS DE DATA E JANELA-----".
      *-----------------------------------------------------------------

       01  WRK-DATA-ATUAL               PIC 9(008)         VALUE ZEROS.
       01  FILLER REDEFINES WRK-DATA-ATUAL.
           05 WRK-ATUAL-AAAA            PIC 9(004).
           05 WRK-ATUAL-MM              PIC 9(002).
           05 WRK-ATUAL-DD              PIC 9(002).

       01  WRK-DATA-EVENTO              PIC 9(008)         VALUE ZEROS.
       01  FILLER REDEFINES WRK-DATA-EVENTO.
           05 WRK-EVENTO-AAAA           PIC 9(004).
           05 WRK-EVENTO-MM             PIC 9(002).
           05 WRK-EVENTO-DD             PIC 9(002).

       01  WRK-DIAS-DECORRIDOS          PIC S9(007) COMP-3 VALUE ZEROS.

       01  WRK-SW-JANELA                PIC X(001)         VALUE "N".
           88 WRK-DENTRO-JANELA                            VALUE "S".
           88 WRK-FORA-JANELA                               VALUE "N".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEIS DA EVIDENCIA-----".
      *-----------------------------------------------------------------

       01  WRK-CHAVE-EVIDENCIA          PIC X(020)         VALUE SPACES.
       01  WRK-CHAVE-CONTA REDEFINES WRK-CHAVE-EVIDENCIA.
           05 WRK-CHV-BANCO             PIC 9(003).
           05 WRK-CHV-AGENCIA           PIC 9(004).
           05 WRK-CHV-CONTA             PIC 9(012).
           05 FILLER                    PIC X(001).
       01  WRK-CHAVE-DOCUMENTO REDEFINES WRK-CHAVE-EVIDENCIA.
           05 WRK-CHV-DOCUMENTO         PIC 9(014).
           05 FILLER                    PIC X(006).
       01  WRK-CHAVE-CLIENTE REDEFINES WRK-CHAVE-EVIDENCIA.
           05 WRK-CHV-CODIGO            PIC 9(007).
           05 FILLER                    PIC X(013).

       01  WRK-CODIGO-EVIDENCIA         PIC 9(007)         VALUE ZEROS.
       01  WRK-TIPO-EVIDENCIA           PIC X(001)         VALUE "A".

       01  WRK-CODIGO-PESQUISA          PIC 9(007)         VALUE ZEROS.
       01  WRK-DOC-PESQUISA             PIC 9(014)         VALUE ZEROS.
       01  WRK-PAGADOR-PESQUISA         PIC 9(007)         VALUE ZEROS.
       01  WRK-DOC-CLIENTE              PIC 9(014)         VALUE ZEROS.

       01  WRK-SW-FIM-LEITURA           PIC X(001)         VALUE "N".
           88 WRK-FIM-LEITURA                              VALUE "S".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----GRUPO EM QUEBRA (REGRA/CHAVE)-----".
      *-----------------------------------------------------------------

       01  WRK-GRP-REGRA                PIC 9(002)         VALUE ZEROS.
       01  WRK-GRP-CHAVE                PIC X(020)         VALUE SPACES.
       01  WRK-GRP-EVIDENCIAS           PIC 9(005)  COMP-3 VALUE ZEROS.
       01  WRK-GRP-DISTINTOS            PIC 9(005)  COMP-3 VALUE ZEROS.
       01  WRK-GRP-DIVIDAS              PIC 9(005)  COMP-3 VALUE ZEROS.
       01  WRK-GRP-ULTIMO-CODIGO        PIC 9(007)         VALUE ZEROS.

       01  TAB-GRUPO.
           05 GRP-ENTRADA               OCCURS 100 TIMES.
               10 GRP-CODIGO            PIC 9(007) VALUE ZEROS.
               10 GRP-QTD               PIC 9(005) COMP-3
                                                   VALUE ZEROS.
               10 GRP-DIVIDAS           PIC 9(005) COMP-3
                                                   VALUE ZEROS.
               10 GRP-ATIVO             PIC X(001) VALUE "N".

       01  WRK-QT-GRUPO                 PIC 9(003)  COMP-3 VALUE ZEROS.
       01  IDX-GRP                      PIC 9(003)  COMP-3 VALUE ZEROS.
       01  WRK-OUTRAS-DIVIDAS           PIC S9(005) COMP-3 VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEIS DO ALERTA-----".
      *-----------------------------------------------------------------

       01  WRK-CODIGO-ALERTA            PIC 9(007)         VALUE ZEROS.
       01  WRK-QTD-ALERTA               PIC 9(005)  COMP-3 VALUE ZEROS.
       01  WRK-PONTOS                   PIC 9(007)  COMP-3 VALUE ZEROS.

       01  WRK-SW-ALERTA                PIC X(001)         VALUE "N".
           88 WRK-ALERTA-NOVO                              VALUE "N".
           88 WRK-ALERTA-EXISTENTE                          VALUE "E".

       01  WRK-SW-LISTAR                PIC X(001)         VALUE "N".
           88 WRK-LISTAR-ALERTA                            VALUE "S".
           88 WRK-NAO-LISTAR-ALERTA                         VALUE "N".

       01  WRK-SITUACAO-ALERTA          PIC X(012)         VALUE SPACES.

       01  WRK-CODIGO-RESUMO            PIC 9(007)         VALUE ZEROS.
       01  WRK-RES-PONTOS               PIC 9(007)  COMP-3 VALUE ZEROS.
       01  WRK-RES-ABERTOS              PIC 9(005)  COMP-3 VALUE ZEROS.
       01  WRK-RES-CONFIRMADOS          PIC 9(005)  COMP-3 VALUE ZEROS.

       01  WRK-SW-FIM-ALERTAS           PIC X(001)         VALUE "N".
           88 WRK-FIM-ALERTAS                              VALUE "S".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "CABECALHO DE PAGINACAO".
      *-----------------------------------------------------------------

       01  WRK-CABECALHO1.
           05 FILLER                    PIC X(005)         VALUE SPACES.
           05 FILLER                    PIC X(050)         VALUE
              "TRIAGEM DE FRAUDE E ABUSO - ALERTAS DE VIGILANCIA".
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
           05 FILLER                    PIC X(050)         VALUE SPACES.

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
              "RG".
           05 FILLER                    PIC X(031)         VALUE
              "REGRA".
           05 FILLER                    PIC X(021)         VALUE
              "REFERENCIA".
           05 FILLER                    PIC X(006)         VALUE
              " QTDE".
           05 FILLER                    PIC X(004)         VALUE
              "PTS".
           05 FILLER                    PIC X(013)         VALUE
              "SITUACAO".
           05 FILLER                    PIC X(025)         VALUE
              "PTS CLIENTE".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----CABECALHO DE LINHA EM BRANCO-----".
      *-----------------------------------------------------------------

       01  WRK-CABECALHO3.
           05 FILLER                    PIC X(132)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)          VALUE
              "-----VARIAVEIS DE DETALHE-----".
      *-----------------------------------------------------------------

       01  WRK-DETALHE.
           05 WRK-DET-CODIGO           PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-NOME             PIC X(020)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-REGRA            PIC 9(002)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-DESCRICAO        PIC X(030)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-REFERENCIA       PIC X(020)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-QTDE             PIC ZZZZ9           VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-PONTOS           PIC ZZ9             VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-SITUACAO         PIC X(012)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-PONTOS-CLIENTE   PIC ZZ9             VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-BLOQUEIO         PIC X(010)          VALUE SPACES.
           05 FILLER                   PIC X(011)          VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)          VALUE
              "-----RODAPE DE TOTAIS-----".
      *-----------------------------------------------------------------

       01  WRK-RODAPE.
           05 WRK-ROD-DESCRICAO        PIC X(030)          VALUE SPACES.
           05 WRK-ROD-QTDE             PIC ZZZZ9           VALUE ZEROS.
           05 FILLER                   PIC X(097)          VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEL DE QUANTIDADE DE LINHAS-----".
      *-----------------------------------------------------------------

       01  ACU-QTLINHAS                 PIC 9(002)  COMP-3 VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEL DE ACUMULACAO-----".
      *-----------------------------------------------------------------

       01  TAB-ACU-EVIDENCIAS.
           05 ACU-EVIDENCIAS            PIC 9(007)  COMP-3
                                        OCCURS 6 TIMES.

       01  ACU-REGRAS-LIDAS             PIC 9(003)  COMP-3 VALUE ZEROS.
       01  ACU-REGRAS-RECUSADAS         PIC 9(003)  COMP-3 VALUE ZEROS.
       01  ACU-LIDOS                    PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-GRUPOS                   PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-GRUPOS-EXCEDIDOS         PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-ALERTAS-NOVOS            PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-ALERTAS-REABERTOS        PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-ALERTAS-ATUALIZADOS      PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-ALERTAS-CONFIRMADOS      PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-LIBERADOS-MANTIDOS       PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-LISTADOS                 PIC 9(005)  COMP-3 VALUE ZEROS.

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
           PERFORM 0190-LER-EVIDENCIA.
           PERFORM 0200-PROCESSAR
               UNTIL FS-FRAUORD EQUAL 10.
           PERFORM 0300-FINALIZAR.

       0000-PRINCIPAL-FIM.              EXIT.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                 SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           MOVE ZEROS TO ACU-EVIDENCIAS (1) ACU-EVIDENCIAS (2)
                         ACU-EVIDENCIAS (3) ACU-EVIDENCIAS (4)
                         ACU-EVIDENCIAS (5) ACU-EVIDENCIAS (6).

           PERFORM 0102-LER-ASSIGN-EXTERNOS.
           PERFORM 0103-CARREGAR-REGRAS.

           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "FRAUDCLI"               TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           PERFORM 0105-ORDENAR-EVIDENCIAS.

           OPEN I-O VIGILANC.
           IF FS-VIGILANC EQUAL 35
               OPEN OUTPUT VIGILANC
               CLOSE VIGILANC
               OPEN I-O VIGILANC
           END-IF.
           IF FS-VIGILANC NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-VIGILANC              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "FRAUDCLI"               TO WRK-PROGRAMA-ERRO
               MOVE "VIGILANC"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN OUTPUT RELFRAUD.
           IF FS-RELFRAUD NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-RELFRAUD              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "FRAUDCLI"               TO WRK-PROGRAMA-ERRO
               MOVE "RELFRAUD"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           PERFORM 0250-IMPRIMIR-CABECALHO.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------
       0102-LER-ASSIGN-EXTERNOS         SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_FRAUREGR".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-FRAUREGR
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CLIENTES".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-CLIENTES
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_MANDATOS".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-MANDATOS
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CAMPUSO".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-CAMPUSO
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_ASSINATU".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-ASSINATURAS
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_VOUCHER".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-VOUCHER
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_AUDITORIA".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-AUDITORIA
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CAIXAJRN".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-CAIXAJRN
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_FATURAS".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-FATURAS
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_FRAUORD".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-FRAUORD
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_VIGILANC".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-VIGILANC
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_RELFRAUD".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-RELFRAUD
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

       0102-LER-ASSIGN-EXTERNOS-FIM.    EXIT.

      *-----------------------------------------------------------------
       0103-CARREGAR-REGRAS             SECTION.
      *-----------------------------------------------------------------
      *    SEM O ARQUIVO FRAUREGR (STATUS 35) FICAM OS PADROES DA
      *    TABELA INTERNA. LINHA COM REGRA FORA DE 01-06, LIMITE
      *    ZERADO OU CAMPO NAO NUMERICO E IGNORADA E CONTADA.
      *-----------------------------------------------------------------

           OPEN INPUT FRAUREGR.

           IF FS-FRAUREGR EQUAL ZEROS
               PERFORM 0104-LER-REGRA
                   UNTIL FS-FRAUREGR NOT EQUAL ZEROS
               CLOSE FRAUREGR
           ELSE
               IF FS-FRAUREGR NOT EQUAL 35
                   MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
                   MOVE FS-FRAUREGR              TO WRK-STATUS-ERRO
                   MOVE "0103-CARREGAR-REGRAS"   TO WRK-AREA-ERRO
                   MOVE "FRAUDCLI"               TO WRK-PROGRAMA-ERRO
                   MOVE "FRAUREGR"               TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

       0103-CARREGAR-REGRAS-FIM.        EXIT.

      *-----------------------------------------------------------------
       0104-LER-REGRA                   SECTION.
      *-----------------------------------------------------------------

           READ FRAUREGR.

           IF FS-FRAUREGR EQUAL ZEROS
               ADD 1 TO ACU-REGRAS-LIDAS
               IF FRG-REGRA NUMERIC
                  AND FRG-REGRA GREATER ZEROS
                  AND FRG-REGRA NOT GREATER 6
                  AND (FRG-REGRA-ATIVA OR FRG-REGRA-INATIVA)
                  AND FRG-LIMITE NUMERIC
                  AND FRG-LIMITE GREATER ZEROS
                  AND FRG-PESO NUMERIC
                  AND FRG-DIAS NUMERIC
                   MOVE REG-FRAUDE-REGRA TO RGR-ENTRADA (FRG-REGRA)
               ELSE
                   ADD 1 TO ACU-REGRAS-RECUSADAS
               END-IF
           ELSE
               IF FS-FRAUREGR NOT EQUAL 10
                   MOVE WRK-ERRO-LEIT            TO WRK-DESCRICAO-ERRO
                   MOVE FS-FRAUREGR              TO WRK-STATUS-ERRO
                   MOVE "0104-LER-REGRA"         TO WRK-AREA-ERRO
                   MOVE "FRAUDCLI"               TO WRK-PROGRAMA-ERRO
                   MOVE "FRAUREGR"               TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

       0104-LER-REGRA-FIM.              EXIT.

      *-----------------------------------------------------------------
       0105-ORDENAR-EVIDENCIAS          SECTION.
      *-----------------------------------------------------------------
      *    AS EVIDENCIAS VEM DE ARQUIVOS EM ORDENS DIFERENTES; A
      *    CONTAGEM E FEITA NA QUEBRA DE REGRA E CHAVE COMUM.
      *-----------------------------------------------------------------

           SORT TRABALHO-ORDENACAO
               ON ASCENDING KEY ORD-REGRA
               ON ASCENDING KEY ORD-CHAVE
               ON ASCENDING KEY ORD-CODIGO
               INPUT PROCEDURE IS 0106-FORNECER-ORDENACAO
               GIVING FRAUORD.

           IF SORT-RETURN NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA           TO WRK-DESCRICAO-ERRO
               MOVE SORT-RETURN                 TO WRK-STATUS-ERRO
               MOVE "0105-ORDENAR-EVIDENCIAS"   TO WRK-AREA-ERRO
               MOVE "FRAUDCLI"                  TO WRK-PROGRAMA-ERRO
               MOVE "FRAUORD"                   TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN INPUT FRAUORD.
           IF FS-FRAUORD NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA           TO WRK-DESCRICAO-ERRO
               MOVE FS-FRAUORD                  TO WRK-STATUS-ERRO
               MOVE "0105-ORDENAR-EVIDENCIAS"   TO WRK-AREA-ERRO
               MOVE "FRAUDCLI"                  TO WRK-PROGRAMA-ERRO
               MOVE "FRAUORD"                   TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0105-ORDENAR-EVIDENCIAS-FIM.     EXIT.

      *-----------------------------------------------------------------
       0106-FORNECER-ORDENACAO          SECTION.
      *-----------------------------------------------------------------
      *    PROCEDURE DE ENTRADA DA SORT ACIMA. A VARREDURA SEQUENCIAL
      *    DO MESTRE VEM PRIMEIRO; DEPOIS DELA O MESTRE SO E LIDO POR
      *    CHAVE, PARA BUSCAR O DOCUMENTO DO CLIENTE. ARQUIVO DE
      *    ORIGEM AUSENTE (STATUS 35) SO DEIXA A REGRA SEM EVIDENCIA.
      *-----------------------------------------------------------------

           IF RGR-LIGADA (6)
               PERFORM 0110-LIBERAR-CLIENTES
           END-IF.
           IF RGR-LIGADA (1)
               PERFORM 0115-LIBERAR-MANDATOS
           END-IF.
           IF RGR-LIGADA (2)
               PERFORM 0120-LIBERAR-CAMPANHAS
               PERFORM 0125-LIBERAR-TESTES
           END-IF.
           IF RGR-LIGADA (3)
               PERFORM 0130-LIBERAR-VALES
           END-IF.
           IF RGR-LIGADA (4)
               PERFORM 0135-LIBERAR-ESTORNOS
           END-IF.
           IF RGR-LIGADA (5)
               PERFORM 0140-LIBERAR-PIX
           END-IF.
           IF RGR-LIGADA (6)
               PERFORM 0145-LIBERAR-DIVIDAS
           END-IF.

       0106-FORNECER-ORDENACAO-FIM.     EXIT.

      *-----------------------------------------------------------------
       0108-LIBERAR-EVIDENCIA           SECTION.
      *-----------------------------------------------------------------

           MOVE IDX-REGRA                TO ORD-REGRA.
           MOVE WRK-CHAVE-EVIDENCIA      TO ORD-CHAVE.
           MOVE WRK-CODIGO-EVIDENCIA     TO ORD-CODIGO.
           MOVE WRK-TIPO-EVIDENCIA       TO ORD-TIPO.
           MOVE WRK-DATA-EVENTO          TO ORD-DATA.
           RELEASE ORD-EVIDENCIA.

           ADD 1 TO ACU-EVIDENCIAS (IDX-REGRA).

       0108-LIBERAR-EVIDENCIA-FIM.      EXIT.

      *-----------------------------------------------------------------
       0110-LIBERAR-CLIENTES            SECTION.
      *-----------------------------------------------------------------
      *    REGRA 06 - LADO "ATIVO": CLIENTE EM VIGOR (ATIVO,
      *    SUSPENSO, PAUSADO OU EM TESTE) COM DOCUMENTO INFORMADO.
      *-----------------------------------------------------------------

           MOVE 6   TO IDX-REGRA.
           MOVE "N" TO WRK-SW-FIM-LEITURA.

           PERFORM 0111-LER-CLIENTE
               UNTIL WRK-FIM-LEITURA.

       0110-LIBERAR-CLIENTES-FIM.       EXIT.

      *-----------------------------------------------------------------
       0111-LER-CLIENTE                 SECTION.
      *-----------------------------------------------------------------

           READ CLIENTES NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-CLIENTES EQUAL 10
                   SET WRK-FIM-LEITURA TO TRUE
               WHEN FS-CLIENTES NOT EQUAL ZEROS
                   MOVE WRK-ERRO-LEIT            TO WRK-DESCRICAO-ERRO
                   MOVE FS-CLIENTES              TO WRK-STATUS-ERRO
                   MOVE "0111-LER-CLIENTE"       TO WRK-AREA-ERRO
                   MOVE "FRAUDCLI"               TO WRK-PROGRAMA-ERRO
                   MOVE "CLIENTES"               TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               WHEN REG-TIPO-DETALHE
                AND (REG-ATIVO OR REG-SUSPENSO OR REG-PAUSADO
                     OR REG-TESTE)
                AND REG-CPF-CNPJ NUMERIC
                AND REG-CPF-CNPJ GREATER ZEROS
                   MOVE SPACES           TO WRK-CHAVE-EVIDENCIA
                   MOVE REG-CPF-CNPJ     TO WRK-CHV-DOCUMENTO
                   MOVE REG-CODIGO       TO WRK-CODIGO-EVIDENCIA
                   MOVE "A"              TO WRK-TIPO-EVIDENCIA
                   MOVE WRK-DATA-ATUAL   TO WRK-DATA-EVENTO
                   PERFORM 0108-LIBERAR-EVIDENCIA
           END-EVALUATE.

       0111-LER-CLIENTE-FIM.            EXIT.

      *-----------------------------------------------------------------
       0115-LIBERAR-MANDATOS            SECTION.
      *-----------------------------------------------------------------
      *    REGRA 01 - CONTA DE DEBITO DO MANDATO CONFIRMADO PELO
      *    BANCO (OU COM CANCELAMENTO AINDA PENDENTE). MANDATO SEM
      *    CONTA (ANTERIOR AO RETORNO COM CONTA) NAO ENTRA.
      *-----------------------------------------------------------------

           MOVE 1   TO IDX-REGRA.
           MOVE "N" TO WRK-SW-FIM-LEITURA.

           OPEN INPUT MANDATOS.

           IF FS-MANDATOS EQUAL ZEROS
               PERFORM 0116-LER-MANDATO
                   UNTIL WRK-FIM-LEITURA
               CLOSE MANDATOS
           ELSE
               IF FS-MANDATOS NOT EQUAL 35
                   MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
                   MOVE FS-MANDATOS              TO WRK-STATUS-ERRO
                   MOVE "0115-LIBERAR-MANDATOS"  TO WRK-AREA-ERRO
                   MOVE "FRAUDCLI"               TO WRK-PROGRAMA-ERRO
                   MOVE "MANDATOS"               TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

       0115-LIBERAR-MANDATOS-FIM.       EXIT.

      *-----------------------------------------------------------------
       0116-LER-MANDATO                 SECTION.
      *-----------------------------------------------------------------

           READ MANDATOS.

           EVALUATE TRUE
               WHEN FS-MANDATOS EQUAL 10
                   SET WRK-FIM-LEITURA TO TRUE
               WHEN FS-MANDATOS NOT EQUAL ZEROS
                   MOVE WRK-ERRO-LEIT            TO WRK-DESCRICAO-ERRO
                   MOVE FS-MANDATOS              TO WRK-STATUS-ERRO
                   MOVE "0116-LER-MANDATO"       TO WRK-AREA-ERRO
                   MOVE "FRAUDCLI"               TO WRK-PROGRAMA-ERRO
                   MOVE "MANDATOS"               TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               WHEN (MND-CONFIRMADO OR MND-CANC-PENDENTE)
                AND MND-AGENCIA NUMERIC
                AND MND-CONTA NUMERIC
                AND MND-CONTA GREATER ZEROS
                   MOVE MND-DATA-RETORNO TO WRK-DATA-EVENTO
                   PERFORM 0175-VERIFICAR-JANELA
                   IF WRK-DENTRO-JANELA
                       MOVE SPACES       TO WRK-CHAVE-EVIDENCIA
                       MOVE MND-BANCO    TO WRK-CHV-BANCO
                       MOVE MND-AGENCIA  TO WRK-CHV-AGENCIA
                       MOVE MND-CONTA    TO WRK-CHV-CONTA
                       MOVE MND-CODIGO   TO WRK-CODIGO-EVIDENCIA
                       MOVE "A"          TO WRK-TIPO-EVIDENCIA
                       PERFORM 0108-LIBERAR-EVIDENCIA
                   END-IF
           END-EVALUATE.

       0116-LER-MANDATO-FIM.            EXIT.

      *-----------------------------------------------------------------
       0120-LIBERAR-CAMPANHAS           SECTION.
      *-----------------------------------------------------------------
      *    REGRA 02 - DESCONTO DE CAMPANHA DADO NA JANELA, PELO
      *    DOCUMENTO QUE O CLIENTE TINHA NO DIA DO FATURAMENTO.
      *-----------------------------------------------------------------

           MOVE 2   TO IDX-REGRA.
           MOVE "N" TO WRK-SW-FIM-LEITURA.

           OPEN INPUT CAMPUSO.

           IF FS-CAMPUSO EQUAL ZEROS
               PERFORM 0121-LER-USO-CAMPANHA
                   UNTIL WRK-FIM-LEITURA
               CLOSE CAMPUSO
           ELSE
               IF FS-CAMPUSO NOT EQUAL 35
                   MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
                   MOVE FS-CAMPUSO               TO WRK-STATUS-ERRO
                   MOVE "0120-LIBERAR-CAMPANHAS" TO WRK-AREA-ERRO
                   MOVE "FRAUDCLI"               TO WRK-PROGRAMA-ERRO
                   MOVE "CAMPUSO"                TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

       0120-LIBERAR-CAMPANHAS-FIM.      EXIT.

      *-----------------------------------------------------------------
       0121-LER-USO-CAMPANHA            SECTION.
      *-----------------------------------------------------------------

           READ CAMPUSO.

           EVALUATE TRUE
               WHEN FS-CAMPUSO EQUAL 10
                   SET WRK-FIM-LEITURA TO TRUE
               WHEN FS-CAMPUSO NOT EQUAL ZEROS
                   MOVE WRK-ERRO-LEIT            TO WRK-DESCRICAO-ERRO
                   MOVE FS-CAMPUSO               TO WRK-STATUS-ERRO
                   MOVE "0121-LER-USO-CAMPANHA"  TO WRK-AREA-ERRO
                   MOVE "FRAUDCLI"               TO WRK-PROGRAMA-ERRO
                   MOVE "CAMPUSO"                TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               WHEN CAMU-CPF-CNPJ NUMERIC
                AND CAMU-CPF-CNPJ GREATER ZEROS
                   MOVE CAMU-DATA        TO WRK-DATA-EVENTO
                   PERFORM 0175-VERIFICAR-JANELA
                   IF WRK-DENTRO-JANELA
                       MOVE SPACES        TO WRK-CHAVE-EVIDENCIA
                       MOVE CAMU-CPF-CNPJ TO WRK-CHV-DOCUMENTO
                       MOVE CAMU-CODIGO   TO WRK-CODIGO-EVIDENCIA
                       MOVE "A"           TO WRK-TIPO-EVIDENCIA
                       PERFORM 0108-LIBERAR-EVIDENCIA
                   END-IF
           END-EVALUATE.

       0121-LER-USO-CAMPANHA-FIM.       EXIT.

      *-----------------------------------------------------------------
       0125-LIBERAR-TESTES              SECTION.
      *-----------------------------------------------------------------
      *    REGRA 02 - TESTE GRATIS INICIADO NA JANELA (ASSINATURA COM
      *    ASN-TESTE-FIM), PELO DOCUMENTO ATUAL DO CLIENTE.
      *-----------------------------------------------------------------

           MOVE 2   TO IDX-REGRA.
           MOVE "N" TO WRK-SW-FIM-LEITURA.

           OPEN INPUT ASSINATURAS.

           IF FS-ASSINATURAS EQUAL ZEROS
               PERFORM 0126-LER-ASSINATURA
                   UNTIL WRK-FIM-LEITURA
               CLOSE ASSINATURAS
           ELSE
               IF FS-ASSINATURAS NOT EQUAL 35
                   MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
                   MOVE FS-ASSINATURAS           TO WRK-STATUS-ERRO
                   MOVE "0125-LIBERAR-TESTES"    TO WRK-AREA-ERRO
                   MOVE "FRAUDCLI"               TO WRK-PROGRAMA-ERRO
                   MOVE "ASSINATURAS"            TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

       0125-LIBERAR-TESTES-FIM.         EXIT.

      *-----------------------------------------------------------------
       0126-LER-ASSINATURA              SECTION.
      *-----------------------------------------------------------------

           READ ASSINATURAS.

           EVALUATE TRUE
               WHEN FS-ASSINATURAS EQUAL 10
                   SET WRK-FIM-LEITURA TO TRUE
               WHEN FS-ASSINATURAS NOT EQUAL ZEROS
                   MOVE WRK-ERRO-LEIT            TO WRK-DESCRICAO-ERRO
                   MOVE FS-ASSINATURAS           TO WRK-STATUS-ERRO
                   MOVE "0126-LER-ASSINATURA"    TO WRK-AREA-ERRO
                   MOVE "FRAUDCLI"               TO WRK-PROGRAMA-ERRO
                   MOVE "ASSINATURAS"            TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               WHEN ASN-TESTE-FIM NUMERIC
                AND ASN-TESTE-FIM GREATER ZEROS
                   IF ASN-DATA-INICIO NUMERIC
                      AND ASN-DATA-INICIO GREATER ZEROS
                       MOVE ASN-DATA-INICIO TO WRK-DATA-EVENTO
                   ELSE
                       MOVE ASN-TESTE-FIM   TO WRK-DATA-EVENTO
                   END-IF
                   PERFORM 0175-VERIFICAR-JANELA
                   IF WRK-DENTRO-JANELA
                       MOVE ASN-CODIGO      TO WRK-CODIGO-PESQUISA
                       PERFORM 0170-CONSULTAR-DOCUMENTO
                       IF WRK-DOC-PESQUISA GREATER ZEROS
                           MOVE SPACES     TO WRK-CHAVE-EVIDENCIA
                           MOVE WRK-DOC-PESQUISA
                                           TO WRK-CHV-DOCUMENTO
                           MOVE ASN-CODIGO TO WRK-CODIGO-EVIDENCIA
                           MOVE "A"        TO WRK-TIPO-EVIDENCIA
                           PERFORM 0108-LIBERAR-EVIDENCIA
                       END-IF
                   END-IF
           END-EVALUATE.

       0126-LER-ASSINATURA-FIM.         EXIT.

      *-----------------------------------------------------------------
       0130-LIBERAR-VALES               SECTION.
      *-----------------------------------------------------------------
      *    REGRA 03 - VALE-PRESENTE RESGATADO NA JANELA, PELO
      *    DOCUMENTO ATUAL DO CLIENTE QUE RESGATOU.
      *-----------------------------------------------------------------

           MOVE 3   TO IDX-REGRA.
           MOVE "N" TO WRK-SW-FIM-LEITURA.

           OPEN INPUT VOUCHER.

           IF FS-VOUCHER EQUAL ZEROS
               PERFORM 0131-LER-VALE
                   UNTIL WRK-FIM-LEITURA
               CLOSE VOUCHER
           ELSE
               IF FS-VOUCHER NOT EQUAL 35
                   MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
                   MOVE FS-VOUCHER               TO WRK-STATUS-ERRO
                   MOVE "0130-LIBERAR-VALES"     TO WRK-AREA-ERRO
                   MOVE "FRAUDCLI"               TO WRK-PROGRAMA-ERRO
                   MOVE "VOUCHER"                TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

       0130-LIBERAR-VALES-FIM.          EXIT.

      *-----------------------------------------------------------------
       0131-LER-VALE                    SECTION.
      *-----------------------------------------------------------------

           READ VOUCHER.

           EVALUATE TRUE
               WHEN FS-VOUCHER EQUAL 10
                   SET WRK-FIM-LEITURA TO TRUE
               WHEN FS-VOUCHER NOT EQUAL ZEROS
                   MOVE WRK-ERRO-LEIT            TO WRK-DESCRICAO-ERRO
                   MOVE FS-VOUCHER               TO WRK-STATUS-ERRO
                   MOVE "0131-LER-VALE"          TO WRK-AREA-ERRO
                   MOVE "FRAUDCLI"               TO WRK-PROGRAMA-ERRO
                   MOVE "VOUCHER"                TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               WHEN VALE-CLIENTE NUMERIC
                AND VALE-CLIENTE GREATER ZEROS
                   MOVE VALE-DATA-RESGATE TO WRK-DATA-EVENTO
                   PERFORM 0175-VERIFICAR-JANELA
                   IF WRK-DENTRO-JANELA
                       MOVE VALE-CLIENTE   TO WRK-CODIGO-PESQUISA
                       PERFORM 0170-CONSULTAR-DOCUMENTO
                       IF WRK-DOC-PESQUISA GREATER ZEROS
                           MOVE SPACES     TO WRK-CHAVE-EVIDENCIA
                           MOVE WRK-DOC-PESQUISA
                                           TO WRK-CHV-DOCUMENTO
                           MOVE VALE-CLIENTE
                                           TO WRK-CODIGO-EVIDENCIA
                           MOVE "A"        TO WRK-TIPO-EVIDENCIA
                           PERFORM 0108-LIBERAR-EVIDENCIA
                       END-IF
                   END-IF
           END-EVALUATE.

       0131-LER-VALE-FIM.               EXIT.

      *-----------------------------------------------------------------
       0135-LIBERAR-ESTORNOS            SECTION.
      *-----------------------------------------------------------------
      *    REGRA 04 - ESTORNO DE DEBITO GRAVADO PELO RETBANCO NA
      *    TRILHA DE AUDITORIA (TIPO "R"); A CHAVE E O PROPRIO CLIENTE.
      *-----------------------------------------------------------------

           MOVE 4   TO IDX-REGRA.
           MOVE "N" TO WRK-SW-FIM-LEITURA.

           OPEN INPUT AUDITORIA.

           IF FS-AUDITORIA EQUAL ZEROS
               PERFORM 0136-LER-AUDITORIA
                   UNTIL WRK-FIM-LEITURA
               CLOSE AUDITORIA
           ELSE
               IF FS-AUDITORIA NOT EQUAL 35
                   MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
                   MOVE FS-AUDITORIA             TO WRK-STATUS-ERRO
                   MOVE "0135-LIBERAR-ESTORNOS"  TO WRK-AREA-ERRO
                   MOVE "FRAUDCLI"               TO WRK-PROGRAMA-ERRO
                   MOVE "AUDITORIA"              TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

       0135-LIBERAR-ESTORNOS-FIM.       EXIT.

      *-----------------------------------------------------------------
       0136-LER-AUDITORIA               SECTION.
      *-----------------------------------------------------------------

           READ AUDITORIA.

           EVALUATE TRUE
               WHEN FS-AUDITORIA EQUAL 10
                   SET WRK-FIM-LEITURA TO TRUE
               WHEN FS-AUDITORIA NOT EQUAL ZEROS
                   MOVE WRK-ERRO-LEIT            TO WRK-DESCRICAO-ERRO
                   MOVE FS-AUDITORIA             TO WRK-STATUS-ERRO
                   MOVE "0136-LER-AUDITORIA"     TO WRK-AREA-ERRO
                   MOVE "FRAUDCLI"               TO WRK-PROGRAMA-ERRO
                   MOVE "AUDITORIA"              TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               WHEN AUD-ESTORNO
                AND AUD-CODIGO NUMERIC
                   MOVE AUD-DATA         TO WRK-DATA-EVENTO
                   PERFORM 0175-VERIFICAR-JANELA
                   IF WRK-DENTRO-JANELA
                       MOVE SPACES       TO WRK-CHAVE-EVIDENCIA
                       MOVE AUD-CODIGO   TO WRK-CHV-CODIGO
                       MOVE AUD-CODIGO   TO WRK-CODIGO-EVIDENCIA
                       MOVE "A"          TO WRK-TIPO-EVIDENCIA
                       PERFORM 0108-LIBERAR-EVIDENCIA
                   END-IF
           END-EVALUATE.

       0136-LER-AUDITORIA-FIM.          EXIT.

      *-----------------------------------------------------------------
       0140-LIBERAR-PIX                 SECTION.
      *-----------------------------------------------------------------
      *    REGRA 05 - PIX DO JORNAL DE CAIXA COM O DOCUMENTO DO
      *    PAGADOR. O CLIENTE VEM DO TXID (CODIGO + COMPETENCIA).
      *    PIX PAGO PELO PROPRIO CLIENTE OU PELO PAGADOR INFORMADO NO
      *    CADASTRO (REG-PAGADOR) NAO E EVIDENCIA.
      *-----------------------------------------------------------------

           MOVE 5   TO IDX-REGRA.
           MOVE "N" TO WRK-SW-FIM-LEITURA.

           OPEN INPUT CAIXAJRN.

           IF FS-CAIXAJRN EQUAL ZEROS
               PERFORM 0141-LER-CAIXA
                   UNTIL WRK-FIM-LEITURA
               CLOSE CAIXAJRN
           ELSE
               IF FS-CAIXAJRN NOT EQUAL 35
                   MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
                   MOVE FS-CAIXAJRN              TO WRK-STATUS-ERRO
                   MOVE "0140-LIBERAR-PIX"       TO WRK-AREA-ERRO
                   MOVE "FRAUDCLI"               TO WRK-PROGRAMA-ERRO
                   MOVE "CAIXAJRN"               TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

       0140-LIBERAR-PIX-FIM.            EXIT.

      *-----------------------------------------------------------------
       0141-LER-CAIXA                   SECTION.
      *-----------------------------------------------------------------

           READ CAIXAJRN.

           EVALUATE TRUE
               WHEN FS-CAIXAJRN EQUAL 10
                   SET WRK-FIM-LEITURA TO TRUE
               WHEN FS-CAIXAJRN NOT EQUAL ZEROS
                   MOVE WRK-ERRO-LEIT            TO WRK-DESCRICAO-ERRO
                   MOVE FS-CAIXAJRN              TO WRK-STATUS-ERRO
                   MOVE "0141-LER-CAIXA"         TO WRK-AREA-ERRO
                   MOVE "FRAUDCLI"               TO WRK-PROGRAMA-ERRO
                   MOVE "CAIXAJRN"               TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               WHEN CXJ-MEIO-PIX
                AND CXJ-PAGADOR-DOC NUMERIC
                AND CXJ-PAGADOR-DOC GREATER ZEROS
                AND CXJ-REFERENCIA (1:7) NUMERIC
                   MOVE CXJ-DATA-CREDITO TO WRK-DATA-EVENTO
                   PERFORM 0175-VERIFICAR-JANELA
                   IF WRK-DENTRO-JANELA
                       PERFORM 0142-AVALIAR-PAGADOR
                   END-IF
           END-EVALUATE.

       0141-LER-CAIXA-FIM.              EXIT.

      *-----------------------------------------------------------------
       0142-AVALIAR-PAGADOR             SECTION.
      *-----------------------------------------------------------------

           MOVE CXJ-REFERENCIA (1:7)     TO WRK-CODIGO-PESQUISA.
           MOVE WRK-CODIGO-PESQUISA      TO WRK-CODIGO-EVIDENCIA.
           PERFORM 0170-CONSULTAR-DOCUMENTO.
           MOVE WRK-DOC-PESQUISA         TO WRK-DOC-CLIENTE.

           IF WRK-DOC-CLIENTE NOT EQUAL CXJ-PAGADOR-DOC
              AND WRK-PAGADOR-PESQUISA GREATER ZEROS
               MOVE WRK-PAGADOR-PESQUISA TO WRK-CODIGO-PESQUISA
               PERFORM 0170-CONSULTAR-DOCUMENTO
               IF WRK-DOC-PESQUISA EQUAL CXJ-PAGADOR-DOC
                   MOVE CXJ-PAGADOR-DOC  TO WRK-DOC-CLIENTE
               END-IF
           END-IF.

           IF WRK-DOC-CLIENTE NOT EQUAL CXJ-PAGADOR-DOC
               MOVE SPACES               TO WRK-CHAVE-EVIDENCIA
               MOVE CXJ-PAGADOR-DOC      TO WRK-CHV-DOCUMENTO
               MOVE "A"                  TO WRK-TIPO-EVIDENCIA
               PERFORM 0108-LIBERAR-EVIDENCIA
           END-IF.

       0142-AVALIAR-PAGADOR-FIM.        EXIT.

      *-----------------------------------------------------------------
       0145-LIBERAR-DIVIDAS             SECTION.
      *-----------------------------------------------------------------
      *    REGRA 06 - LADO "DIVIDA": FATURA BAIXADA COMO PERDA OU
      *    ABERTA (SEM DISPUTA) HA MAIS DIAS DO QUE OS DA REGRA, PELO
      *    DOCUMENTO ATUAL DO CLIENTE DEVEDOR. AGRUPADA NAO ENTRA - A
      *    DIVIDA ESTA NA FATURA QUE A AGRUPOU.
      *-----------------------------------------------------------------

           MOVE 6   TO IDX-REGRA.
           MOVE "N" TO WRK-SW-FIM-LEITURA.

           OPEN INPUT FATURAS.

           IF FS-FATURAS EQUAL ZEROS
               PERFORM 0146-LER-FATURA
                   UNTIL WRK-FIM-LEITURA
               CLOSE FATURAS
           ELSE
               IF FS-FATURAS NOT EQUAL 35
                   MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
                   MOVE FS-FATURAS               TO WRK-STATUS-ERRO
                   MOVE "0145-LIBERAR-DIVIDAS"   TO WRK-AREA-ERRO
                   MOVE "FRAUDCLI"               TO WRK-PROGRAMA-ERRO
                   MOVE "FATURAS"                TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

       0145-LIBERAR-DIVIDAS-FIM.        EXIT.

      *-----------------------------------------------------------------
       0146-LER-FATURA                  SECTION.
      *-----------------------------------------------------------------

           READ FATURAS.

           EVALUATE TRUE
               WHEN FS-FATURAS EQUAL 10
                   SET WRK-FIM-LEITURA TO TRUE
               WHEN FS-FATURAS NOT EQUAL ZEROS
                   MOVE WRK-ERRO-LEIT            TO WRK-DESCRICAO-ERRO
                   MOVE FS-FATURAS               TO WRK-STATUS-ERRO
                   MOVE "0146-LER-FATURA"        TO WRK-AREA-ERRO
                   MOVE "FRAUDCLI"               TO WRK-PROGRAMA-ERRO
                   MOVE "FATURAS"                TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               WHEN FAT-PERDA
                   PERFORM 0147-LIBERAR-DIVIDA
               WHEN FAT-ABERTA
                AND NOT FAT-DISPUTADA
                AND FAT-DATA-VENCIMENTO NUMERIC
                AND FAT-DATA-VENCIMENTO GREATER ZEROS
                   MOVE FAT-DATA-VENCIMENTO TO WRK-DATA-EVENTO
                   PERFORM 0176-CALCULAR-DIAS
                   IF WRK-DIAS-DECORRIDOS GREATER RGR-DIAS (6)
                       PERFORM 0147-LIBERAR-DIVIDA
                   END-IF
           END-EVALUATE.

       0146-LER-FATURA-FIM.             EXIT.

      *-----------------------------------------------------------------
       0147-LIBERAR-DIVIDA              SECTION.
      *-----------------------------------------------------------------

           MOVE FAT-CODIGO               TO WRK-CODIGO-PESQUISA.
           PERFORM 0170-CONSULTAR-DOCUMENTO.

           IF WRK-DOC-PESQUISA GREATER ZEROS
               MOVE SPACES               TO WRK-CHAVE-EVIDENCIA
               MOVE WRK-DOC-PESQUISA     TO WRK-CHV-DOCUMENTO
               MOVE FAT-CODIGO           TO WRK-CODIGO-EVIDENCIA
               MOVE "D"                  TO WRK-TIPO-EVIDENCIA
               MOVE FAT-DATA-VENCIMENTO  TO WRK-DATA-EVENTO
               PERFORM 0108-LIBERAR-EVIDENCIA
           END-IF.

       0147-LIBERAR-DIVIDA-FIM.         EXIT.

      *-----------------------------------------------------------------
       0170-CONSULTAR-DOCUMENTO         SECTION.
      *-----------------------------------------------------------------
      *    DOCUMENTO (CPF/CNPJ) E PAGADOR DO CADASTRO; CLIENTE FORA DO
      *    MESTRE OU SEM DOCUMENTO VOLTA ZERADO.
      *-----------------------------------------------------------------

           MOVE ZEROS                    TO WRK-DOC-PESQUISA
                                            WRK-PAGADOR-PESQUISA.
           MOVE WRK-CODIGO-PESQUISA      TO REG-CODIGO.

           READ CLIENTES KEY IS REG-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF REG-CPF-CNPJ NUMERIC
                       MOVE REG-CPF-CNPJ TO WRK-DOC-PESQUISA
                   END-IF
                   IF REG-PAGADOR NUMERIC
                       MOVE REG-PAGADOR  TO WRK-PAGADOR-PESQUISA
                   END-IF
           END-READ.

       0170-CONSULTAR-DOCUMENTO-FIM.    EXIT.

      *-----------------------------------------------------------------
       0175-VERIFICAR-JANELA            SECTION.
      *-----------------------------------------------------------------
      *    REGRA COM DIAS ZERO NAO TEM JANELA; AS DEMAIS SO CONTAM O
      *    QUE ACONTECEU NOS ULTIMOS DIAS DA REGRA.
      *-----------------------------------------------------------------

           SET WRK-FORA-JANELA TO TRUE.

           IF RGR-DIAS (IDX-REGRA) EQUAL ZEROS
               SET WRK-DENTRO-JANELA TO TRUE
           ELSE
               IF WRK-DATA-EVENTO NUMERIC
                  AND WRK-DATA-EVENTO GREATER ZEROS
                   PERFORM 0176-CALCULAR-DIAS
                   IF WRK-DIAS-DECORRIDOS NOT GREATER
                                          RGR-DIAS (IDX-REGRA)
                       SET WRK-DENTRO-JANELA TO TRUE
                   END-IF
               END-IF
           END-IF.

       0175-VERIFICAR-JANELA-FIM.       EXIT.

      *-----------------------------------------------------------------
       0176-CALCULAR-DIAS               SECTION.
      *-----------------------------------------------------------------
      *    DIAS COMERCIAIS (MES DE 30 DIAS) DA DATA DO EVENTO ATE HOJE,
      *    COMO NO ATRASCLI.
      *-----------------------------------------------------------------

           COMPUTE WRK-DIAS-DECORRIDOS =
               (WRK-ATUAL-AAAA - WRK-EVENTO-AAAA) * 360
             + (WRK-ATUAL-MM   - WRK-EVENTO-MM)   * 30
             + (WRK-ATUAL-DD   - WRK-EVENTO-DD).

       0176-CALCULAR-DIAS-FIM.          EXIT.

      *-----------------------------------------------------------------
       0190-LER-EVIDENCIA               SECTION.
      *-----------------------------------------------------------------

           READ FRAUORD.

           IF FS-FRAUORD NOT EQUAL 00 AND NOT EQUAL 10
               MOVE WRK-ERRO-LEIT        TO WRK-DESCRICAO-ERRO
               MOVE FS-FRAUORD           TO WRK-STATUS-ERRO
               MOVE "0190-LER-EVIDENCIA" TO WRK-AREA-ERRO
               MOVE "FRAUDCLI"           TO WRK-PROGRAMA-ERRO
               MOVE "FRAUORD"            TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           IF FS-FRAUORD EQUAL ZEROS
               ADD 1 TO ACU-LIDOS
           END-IF.

       0190-LER-EVIDENCIA-FIM.          EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                   SECTION.
      *-----------------------------------------------------------------
      *    UM GRUPO DE EVIDENCIAS COM A MESMA REGRA E CHAVE COMUM.
      *-----------------------------------------------------------------

           MOVE FRO-REGRA                TO WRK-GRP-REGRA.
           MOVE FRO-CHAVE                TO WRK-GRP-CHAVE.
           MOVE ZEROS                    TO WRK-GRP-EVIDENCIAS
                                            WRK-GRP-DISTINTOS
                                            WRK-GRP-DIVIDAS
                                            WRK-QT-GRUPO.
           ADD 1 TO ACU-GRUPOS.

           PERFORM 0210-ACUMULAR-EVIDENCIA
               UNTIL FS-FRAUORD EQUAL 10
                  OR FRO-REGRA NOT EQUAL WRK-GRP-REGRA
                  OR FRO-CHAVE NOT EQUAL WRK-GRP-CHAVE.

           PERFORM 0220-AVALIAR-GRUPO.

       0200-PROCESSAR-FIM.              EXIT.

      *-----------------------------------------------------------------
       0210-ACUMULAR-EVIDENCIA          SECTION.
      *-----------------------------------------------------------------
      *    O ARQUIVO ESTA EM ORDEM DE CLIENTE DENTRO DO GRUPO; CADA
      *    CLIENTE NOVO OCUPA UMA LINHA DA TABELA DO GRUPO. ACIMA DE
      *    100 CLIENTES O GRUPO SO E CONTADO.
      *-----------------------------------------------------------------

           ADD 1 TO WRK-GRP-EVIDENCIAS.

           IF WRK-GRP-DISTINTOS EQUAL ZEROS
              OR FRO-CODIGO NOT EQUAL WRK-GRP-ULTIMO-CODIGO
               ADD 1 TO WRK-GRP-DISTINTOS
               MOVE FRO-CODIGO           TO WRK-GRP-ULTIMO-CODIGO
               IF WRK-QT-GRUPO LESS 100
                   ADD 1 TO WRK-QT-GRUPO
                   MOVE FRO-CODIGO       TO GRP-CODIGO (WRK-QT-GRUPO)
                   MOVE ZEROS            TO GRP-QTD     (WRK-QT-GRUPO)
                                            GRP-DIVIDAS (WRK-QT-GRUPO)
                   MOVE "N"              TO GRP-ATIVO   (WRK-QT-GRUPO)
               ELSE
                   IF WRK-GRP-DISTINTOS EQUAL 101
                       ADD 1 TO ACU-GRUPOS-EXCEDIDOS
                   END-IF
               END-IF
           END-IF.

           IF FRO-TIPO-DIVIDA
               ADD 1 TO WRK-GRP-DIVIDAS
           END-IF.

           IF WRK-QT-GRUPO GREATER ZEROS
              AND GRP-CODIGO (WRK-QT-GRUPO) EQUAL FRO-CODIGO
               ADD 1 TO GRP-QTD (WRK-QT-GRUPO)
               IF FRO-TIPO-DIVIDA
                   ADD 1 TO GRP-DIVIDAS (WRK-QT-GRUPO)
               ELSE
                   MOVE "S" TO GRP-ATIVO (WRK-QT-GRUPO)
               END-IF
           END-IF.

           PERFORM 0190-LER-EVIDENCIA.

       0210-ACUMULAR-EVIDENCIA-FIM.     EXIT.

      *-----------------------------------------------------------------
       0220-AVALIAR-GRUPO               SECTION.
      *-----------------------------------------------------------------
      *    04 CONTA AS OCORRENCIAS DO PROPRIO CLIENTE; 06 CONTA, PARA
      *    CADA CLIENTE ATIVO, AS DIVIDAS DOS OUTROS CODIGOS DO MESMO
      *    DOCUMENTO; AS DEMAIS CONTAM OS CLIENTES DISTINTOS.
      *-----------------------------------------------------------------

           MOVE WRK-GRP-REGRA            TO IDX-REGRA.

           EVALUATE WRK-GRP-REGRA
               WHEN 4
                   IF WRK-GRP-EVIDENCIAS NOT LESS RGR-LIMITE (4)
                       MOVE WRK-GRP-EVIDENCIAS TO WRK-QTD-ALERTA
                       PERFORM 0225-ALERTAR-CLIENTE
                           VARYING IDX-GRP FROM 1 BY 1
                           UNTIL IDX-GRP GREATER WRK-QT-GRUPO
                   END-IF
               WHEN 6
                   PERFORM 0226-AVALIAR-DIVIDA
                       VARYING IDX-GRP FROM 1 BY 1
                       UNTIL IDX-GRP GREATER WRK-QT-GRUPO
               WHEN OTHER
                   IF WRK-GRP-DISTINTOS NOT LESS
                                        RGR-LIMITE (IDX-REGRA)
                       MOVE WRK-GRP-DISTINTOS  TO WRK-QTD-ALERTA
                       PERFORM 0225-ALERTAR-CLIENTE
                           VARYING IDX-GRP FROM 1 BY 1
                           UNTIL IDX-GRP GREATER WRK-QT-GRUPO
                   END-IF
           END-EVALUATE.

       0220-AVALIAR-GRUPO-FIM.          EXIT.

      *-----------------------------------------------------------------
       0225-ALERTAR-CLIENTE             SECTION.
      *-----------------------------------------------------------------

           MOVE GRP-CODIGO (IDX-GRP)     TO WRK-CODIGO-ALERTA.
           PERFORM 0230-GRAVAR-ALERTA.

       0225-ALERTAR-CLIENTE-FIM.        EXIT.

      *-----------------------------------------------------------------
       0226-AVALIAR-DIVIDA              SECTION.
      *-----------------------------------------------------------------

           IF GRP-ATIVO (IDX-GRP) EQUAL "S"
               COMPUTE WRK-OUTRAS-DIVIDAS =
                   WRK-GRP-DIVIDAS - GRP-DIVIDAS (IDX-GRP)
               IF WRK-OUTRAS-DIVIDAS GREATER ZEROS
                  AND WRK-OUTRAS-DIVIDAS NOT LESS RGR-LIMITE (6)
                   MOVE WRK-OUTRAS-DIVIDAS TO WRK-QTD-ALERTA
                   MOVE GRP-CODIGO (IDX-GRP) TO WRK-CODIGO-ALERTA
                   PERFORM 0230-GRAVAR-ALERTA
               END-IF
           END-IF.

       0226-AVALIAR-DIVIDA-FIM.         EXIT.

      *-----------------------------------------------------------------
       0230-GRAVAR-ALERTA               SECTION.
      *-----------------------------------------------------------------
      *    INCLUI OU ATUALIZA O ALERTA CLIENTE/REGRA. O MESMO CLIENTE
      *    PODE CAIR EM MAIS DE UM GRUPO DA REGRA NA NOITE (DUAS
      *    CONTAS, POR EXEMPLO) - FICA A MAIOR QUANTIDADE.
      *-----------------------------------------------------------------

           COMPUTE WRK-PONTOS ROUNDED =
               RGR-PESO (IDX-REGRA) * WRK-QTD-ALERTA
                                    / RGR-LIMITE (IDX-REGRA).
           IF WRK-PONTOS GREATER 999
               MOVE 999                  TO WRK-PONTOS
           END-IF.

           SET WRK-NAO-LISTAR-ALERTA     TO TRUE.
           MOVE WRK-CODIGO-ALERTA        TO VIG-CODIGO.
           MOVE IDX-REGRA                TO VIG-REGRA.

           READ VIGILANC KEY IS VIG-CHAVE
               INVALID KEY
                   SET WRK-ALERTA-NOVO      TO TRUE
               NOT INVALID KEY
                   SET WRK-ALERTA-EXISTENTE TO TRUE
           END-READ.

           IF WRK-ALERTA-NOVO
               MOVE WRK-CODIGO-ALERTA    TO VIG-CODIGO
               MOVE IDX-REGRA            TO VIG-REGRA
               SET VIG-ABERTO            TO TRUE
               MOVE WRK-PONTOS           TO VIG-PONTUACAO
               MOVE WRK-QTD-ALERTA       TO VIG-QTD-OCORRENCIAS
               MOVE ZEROS                TO VIG-QTD-DECISAO
                                            VIG-DATA-DECISAO
               MOVE WRK-GRP-CHAVE        TO VIG-REFERENCIA
               MOVE WRK-DATA-ATUAL       TO VIG-DATA-ALERTA
                                            VIG-DATA-ULTIMA
               MOVE SPACES               TO VIG-ANALISTA
                                            VIG-OBSERVACAO
               WRITE REG-VIGILANCIA
               MOVE "NOVO"               TO WRK-SITUACAO-ALERTA
               SET WRK-LISTAR-ALERTA     TO TRUE
               ADD 1 TO ACU-ALERTAS-NOVOS
           ELSE
               EVALUATE TRUE
                   WHEN VIG-DATA-ULTIMA EQUAL WRK-DATA-ATUAL
                    AND VIG-QTD-OCORRENCIAS NOT LESS WRK-QTD-ALERTA
                       CONTINUE
                   WHEN VIG-LIBERADO
                    AND WRK-QTD-ALERTA NOT GREATER VIG-QTD-DECISAO
                       PERFORM 0235-ATUALIZAR-ALERTA
                       ADD 1 TO ACU-LIBERADOS-MANTIDOS
                   WHEN VIG-LIBERADO
                       SET VIG-ABERTO        TO TRUE
                       MOVE WRK-DATA-ATUAL   TO VIG-DATA-ALERTA
                       PERFORM 0235-ATUALIZAR-ALERTA
                       MOVE "REABERTO"       TO WRK-SITUACAO-ALERTA
                       SET WRK-LISTAR-ALERTA TO TRUE
                       ADD 1 TO ACU-ALERTAS-REABERTOS
                   WHEN VIG-CONFIRMADO
                       PERFORM 0235-ATUALIZAR-ALERTA
                       MOVE "CONFIRMADO"     TO WRK-SITUACAO-ALERTA
                       SET WRK-LISTAR-ALERTA TO TRUE
                       ADD 1 TO ACU-ALERTAS-CONFIRMADOS
                   WHEN OTHER
                       PERFORM 0235-ATUALIZAR-ALERTA
                       MOVE "EM ABERTO"      TO WRK-SITUACAO-ALERTA
                       SET WRK-LISTAR-ALERTA TO TRUE
                       ADD 1 TO ACU-ALERTAS-ATUALIZADOS
               END-EVALUATE
           END-IF.

           IF FS-VIGILANC NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-VIGILANC              TO WRK-STATUS-ERRO
               MOVE "0230-GRAVAR-ALERTA"     TO WRK-AREA-ERRO
               MOVE "FRAUDCLI"               TO WRK-PROGRAMA-ERRO
               MOVE "VIGILANC"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           IF WRK-LISTAR-ALERTA
               MOVE WRK-CODIGO-ALERTA    TO WRK-CODIGO-RESUMO
               PERFORM 0240-RECALCULAR-RESUMO
               PERFORM 0260-IMPRIMIR-DETALHE
           END-IF.

       0230-GRAVAR-ALERTA-FIM.          EXIT.

      *-----------------------------------------------------------------
       0235-ATUALIZAR-ALERTA            SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-PONTOS               TO VIG-PONTUACAO.
           MOVE WRK-QTD-ALERTA           TO VIG-QTD-OCORRENCIAS.
           MOVE WRK-GRP-CHAVE            TO VIG-REFERENCIA.
           MOVE WRK-DATA-ATUAL           TO VIG-DATA-ULTIMA.

           REWRITE REG-VIGILANCIA.

       0235-ATUALIZAR-ALERTA-FIM.       EXIT.

      *-----------------------------------------------------------------
       0240-RECALCULAR-RESUMO           SECTION.
      *-----------------------------------------------------------------
      *    RESUMO DO CLIENTE (REGRA 00): CONFIRMADO SE HOUVER ALERTA
      *    CONFIRMADO, ABERTO SE HOUVER ALERTA ABERTO, SENAO LIBERADO;
      *    PONTOS = SOMA DOS ALERTAS ABERTOS E CONFIRMADOS (MAX. 999).
      *    O BLOQUEIO DE CAMPANHA E VALE OLHA SO ESTE REGISTRO.
      *-----------------------------------------------------------------

           MOVE ZEROS                    TO WRK-RES-PONTOS
                                            WRK-RES-ABERTOS
                                            WRK-RES-CONFIRMADOS.
           MOVE "N"                      TO WRK-SW-FIM-ALERTAS.

           MOVE WRK-CODIGO-RESUMO        TO VIG-CODIGO.
           MOVE 1                        TO VIG-REGRA.
           START VIGILANC KEY IS NOT LESS VIG-CHAVE
               INVALID KEY
                   SET WRK-FIM-ALERTAS TO TRUE
           END-START.

           PERFORM 0241-SOMAR-ALERTA
               UNTIL WRK-FIM-ALERTAS.

           IF WRK-RES-PONTOS GREATER 999
               MOVE 999                  TO WRK-RES-PONTOS
           END-IF.

           MOVE WRK-CODIGO-RESUMO        TO VIG-CODIGO.
           MOVE ZEROS                    TO VIG-REGRA.
           READ VIGILANC KEY IS VIG-CHAVE
               INVALID KEY
                   MOVE WRK-CODIGO-RESUMO TO VIG-CODIGO
                   MOVE ZEROS             TO VIG-REGRA
                                             VIG-QTD-DECISAO
                                             VIG-DATA-DECISAO
                   MOVE SPACES            TO VIG-REFERENCIA
                                             VIG-ANALISTA
                                             VIG-OBSERVACAO
                   MOVE WRK-DATA-ATUAL    TO VIG-DATA-ALERTA
                   PERFORM 0242-MONTAR-RESUMO
                   WRITE REG-VIGILANCIA
               NOT INVALID KEY
                   PERFORM 0242-MONTAR-RESUMO
                   REWRITE REG-VIGILANCIA
           END-READ.

           IF FS-VIGILANC NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-VIGILANC              TO WRK-STATUS-ERRO
               MOVE "0240-RECALCULAR-RESUMO" TO WRK-AREA-ERRO
               MOVE "FRAUDCLI"               TO WRK-PROGRAMA-ERRO
               MOVE "VIGILANC"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0240-RECALCULAR-RESUMO-FIM.      EXIT.

      *-----------------------------------------------------------------
       0241-SOMAR-ALERTA                SECTION.
      *-----------------------------------------------------------------

           READ VIGILANC NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-VIGILANC EQUAL 10
                   SET WRK-FIM-ALERTAS TO TRUE
               WHEN FS-VIGILANC NOT EQUAL ZEROS
                   MOVE WRK-ERRO-LEIT            TO WRK-DESCRICAO-ERRO
                   MOVE FS-VIGILANC              TO WRK-STATUS-ERRO
                   MOVE "0241-SOMAR-ALERTA"      TO WRK-AREA-ERRO
                   MOVE "FRAUDCLI"               TO WRK-PROGRAMA-ERRO
                   MOVE "VIGILANC"               TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               WHEN VIG-CODIGO NOT EQUAL WRK-CODIGO-RESUMO
                   SET WRK-FIM-ALERTAS TO TRUE
               WHEN VIG-CONFIRMADO
                   ADD 1             TO WRK-RES-CONFIRMADOS
                   ADD VIG-PONTUACAO TO WRK-RES-PONTOS
               WHEN VIG-ABERTO
                   ADD 1             TO WRK-RES-ABERTOS
                   ADD VIG-PONTUACAO TO WRK-RES-PONTOS
           END-EVALUATE.

       0241-SOMAR-ALERTA-FIM.           EXIT.

      *-----------------------------------------------------------------
       0242-MONTAR-RESUMO               SECTION.
      *-----------------------------------------------------------------

           EVALUATE TRUE
               WHEN WRK-RES-CONFIRMADOS GREATER ZEROS
                   SET VIG-CONFIRMADO    TO TRUE
               WHEN WRK-RES-ABERTOS GREATER ZEROS
                   SET VIG-ABERTO        TO TRUE
               WHEN OTHER
                   SET VIG-LIBERADO      TO TRUE
           END-EVALUATE.

           MOVE WRK-RES-PONTOS           TO VIG-PONTUACAO.
           COMPUTE VIG-QTD-OCORRENCIAS =
               WRK-RES-ABERTOS + WRK-RES-CONFIRMADOS.
           MOVE WRK-DATA-ATUAL           TO VIG-DATA-ULTIMA.

       0242-MONTAR-RESUMO-FIM.          EXIT.

      *-----------------------------------------------------------------
       0250-IMPRIMIR-CABECALHO          SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-ATUAL-DD           TO WRK-CAB-DD.
           MOVE WRK-ATUAL-MM           TO WRK-CAB-MM.
           MOVE WRK-ATUAL-AAAA         TO WRK-CAB-AAAA.

           IF ACU-PAG GREATER 1
               MOVE WRK-CABECALHO3 TO REG-RELFRAUD
               WRITE REG-RELFRAUD AFTER PAGE
           END-IF.
           MOVE WRK-CABECALHO3 TO REG-RELFRAUD.
           WRITE REG-RELFRAUD AFTER 1 LINE.

           MOVE WRK-CABECALHO1 TO REG-RELFRAUD.
           WRITE REG-RELFRAUD AFTER 1 LINE.

           MOVE WRK-CABECALHO3 TO REG-RELFRAUD.
           WRITE REG-RELFRAUD AFTER 1 LINE.

           MOVE WRK-CABECALHO2 TO REG-RELFRAUD.
           WRITE REG-RELFRAUD AFTER 1 LINE.

           MOVE WRK-CABECALHO3 TO REG-RELFRAUD.
           WRITE REG-RELFRAUD AFTER 1 LINE.
           IF FS-RELFRAUD NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-RELFRAUD              TO WRK-STATUS-ERRO
               MOVE "0250-IMPRIMIR-CABECALHO" TO WRK-AREA-ERRO
               MOVE "FRAUDCLI"               TO WRK-PROGRAMA-ERRO
               MOVE "RELFRAUD"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           ADD 1  TO ACU-PAG.
           MOVE 4 TO ACU-QTLINHAS.

       0250-IMPRIMIR-CABECALHO-FIM.     EXIT.

      *-----------------------------------------------------------------
       0260-IMPRIMIR-DETALHE            SECTION.
      *-----------------------------------------------------------------
      *    O RESUMO (REGRA 00) ACABOU DE SER GRAVADO E ESTA NA AREA DO
      *    REGISTRO - DELE SAEM OS PONTOS E O BLOQUEIO DO CLIENTE.
      *-----------------------------------------------------------------

           IF ACU-QTLINHAS GREATER 50
               PERFORM 0250-IMPRIMIR-CABECALHO
           END-IF.

           MOVE VIG-PONTUACAO            TO WRK-DET-PONTOS-CLIENTE.
           IF VIG-CONFIRMADO
               MOVE "BLOQUEADO"          TO WRK-DET-BLOQUEIO
           ELSE
               MOVE SPACES               TO WRK-DET-BLOQUEIO
           END-IF.

           MOVE WRK-CODIGO-ALERTA        TO WRK-DET-CODIGO.
           MOVE IDX-REGRA                TO WRK-DET-REGRA.
           MOVE RGR-DESCRICAO (IDX-REGRA) TO WRK-DET-DESCRICAO.
           MOVE WRK-GRP-CHAVE            TO WRK-DET-REFERENCIA.
           MOVE WRK-QTD-ALERTA           TO WRK-DET-QTDE.
           MOVE WRK-PONTOS               TO WRK-DET-PONTOS.
           MOVE WRK-SITUACAO-ALERTA      TO WRK-DET-SITUACAO.

           MOVE WRK-CODIGO-ALERTA        TO REG-CODIGO.
           READ CLIENTES KEY IS REG-CODIGO
               INVALID KEY
                   MOVE "NAO CADASTRADO" TO WRK-DET-NOME
               NOT INVALID KEY
                   MOVE REG-NOME         TO WRK-DET-NOME
           END-READ.

           MOVE WRK-DETALHE            TO REG-RELFRAUD.
           WRITE REG-RELFRAUD AFTER 1 LINE.
           IF FS-RELFRAUD NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-RELFRAUD              TO WRK-STATUS-ERRO
               MOVE "0260-IMPRIMIR-DETALHE"  TO WRK-AREA-ERRO
               MOVE "FRAUDCLI"               TO WRK-PROGRAMA-ERRO
               MOVE "RELFRAUD"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           ADD 1          TO ACU-QTLINHAS
                             ACU-LISTADOS.

       0260-IMPRIMIR-DETALHE-FIM.       EXIT.

      *-----------------------------------------------------------------
       0270-IMPRIMIR-RODAPE             SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-CABECALHO3 TO REG-RELFRAUD.
           WRITE REG-RELFRAUD AFTER 1 LINE.

           MOVE "ALERTAS NOVOS................:" TO WRK-ROD-DESCRICAO.
           MOVE ACU-ALERTAS-NOVOS               TO WRK-ROD-QTDE.
           MOVE WRK-RODAPE TO REG-RELFRAUD.
           WRITE REG-RELFRAUD AFTER 1 LINE.

           MOVE "ALERTAS REABERTOS............:" TO WRK-ROD-DESCRICAO.
           MOVE ACU-ALERTAS-REABERTOS           TO WRK-ROD-QTDE.
           MOVE WRK-RODAPE TO REG-RELFRAUD.
           WRITE REG-RELFRAUD AFTER 1 LINE.

           MOVE "ALERTAS AINDA EM ABERTO......:" TO WRK-ROD-DESCRICAO.
           MOVE ACU-ALERTAS-ATUALIZADOS         TO WRK-ROD-QTDE.
           MOVE WRK-RODAPE TO REG-RELFRAUD.
           WRITE REG-RELFRAUD AFTER 1 LINE.

           MOVE "ALERTAS JA CONFIRMADOS.......:" TO WRK-ROD-DESCRICAO.
           MOVE ACU-ALERTAS-CONFIRMADOS         TO WRK-ROD-QTDE.
           MOVE WRK-RODAPE TO REG-RELFRAUD.
           WRITE REG-RELFRAUD AFTER 1 LINE.
           IF FS-RELFRAUD NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-RELFRAUD              TO WRK-STATUS-ERRO
               MOVE "0270-IMPRIMIR-RODAPE"   TO WRK-AREA-ERRO
               MOVE "FRAUDCLI"               TO WRK-PROGRAMA-ERRO
               MOVE "RELFRAUD"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0270-IMPRIMIR-RODAPE-FIM.        EXIT.

      *-----------------------------------------------------------------
       0290-ESTATISTICA                 SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-TRACO.
           DISPLAY "REGRAS LIDAS/RECUSADAS.......: "
                   ACU-REGRAS-LIDAS " " ACU-REGRAS-RECUSADAS.
           DISPLAY "EVIDENCIAS REGRA 01 CONTA....: " ACU-EVIDENCIAS (1).
           DISPLAY "EVIDENCIAS REGRA 02 CAMPANHA.: " ACU-EVIDENCIAS (2).
           DISPLAY "EVIDENCIAS REGRA 03 VALE.....: " ACU-EVIDENCIAS (3).
           DISPLAY "EVIDENCIAS REGRA 04 ESTORNO..: " ACU-EVIDENCIAS (4).
           DISPLAY "EVIDENCIAS REGRA 05 PIX......: " ACU-EVIDENCIAS (5).
           DISPLAY "EVIDENCIAS REGRA 06 DIVIDA...: " ACU-EVIDENCIAS (6).
           DISPLAY "GRUPOS AVALIADOS.............: " ACU-GRUPOS.
           DISPLAY "GRUPOS ACIMA DE 100 CLIENTES.: "
                   ACU-GRUPOS-EXCEDIDOS.
           DISPLAY "ALERTAS NOVOS................: " ACU-ALERTAS-NOVOS.
           DISPLAY "ALERTAS REABERTOS............: "
                   ACU-ALERTAS-REABERTOS.
           DISPLAY "ALERTAS AINDA EM ABERTO......: "
                   ACU-ALERTAS-ATUALIZADOS.
           DISPLAY "ALERTAS JA CONFIRMADOS.......: "
                   ACU-ALERTAS-CONFIRMADOS.
           DISPLAY "LIBERADOS SEM AUMENTO........: "
                   ACU-LIBERADOS-MANTIDOS.
           DISPLAY WRK-TRACO.
           DISPLAY WRK-FIM-PROGRAMA.
           DISPLAY WRK-TRACO.

       0290-ESTATISTICA-FIM.            EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                   SECTION.
      *-----------------------------------------------------------------

           PERFORM 0270-IMPRIMIR-RODAPE.
           PERFORM 0290-ESTATISTICA.

           CLOSE FRAUORD.
           IF FS-FRAUORD NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-FRAUORD        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "FRAUDCLI"        TO WRK-PROGRAMA-ERRO
               MOVE "FRAUORD"         TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "FRAUDCLI"        TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE VIGILANC.
           IF FS-VIGILANC NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-VIGILANC       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "FRAUDCLI"        TO WRK-PROGRAMA-ERRO
               MOVE "VIGILANC"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE RELFRAUD.
           IF FS-RELFRAUD NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-RELFRAUD       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "FRAUDCLI"        TO WRK-PROGRAMA-ERRO
               MOVE "RELFRAUD"        TO WRK-ARQUIVO-ERRO
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
