      *-----------------------------------------------------------------
       IDENTIFICATION                   DIVISION.
       PROGRAM-ID. DECLQUIT.
      *=================================================================
      *== PROGRAMA....: DECLQUIT
      *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
      *== ANALISTA....: IVAN SANCHES
      *== DATA........: 15/10/2026
      *== CONSULTORIA:
      *-----------------------------------------------------------------
      *== OBJETIVO....: DECLARACAO ANUAL DE QUITACAO DE DEBITOS (LEI
      *                 12.007/2009). RODADA UMA VEZ POR ANO, VARRE AS
      *                 FATURAS DO ANO-BASE (CARTAO DECLPARM, BOOK
      *                 REGDECP, PADRAO O ANO ANTERIOR AO DA RODADA) DE
      *                 CADA CLIENTE NO FATURAS E NO HISTORICO FATHIST
      *                 (BOOK REGFATUR). O CLIENTE TEM DIREITO A
      *                 DECLARACAO QUANDO TODAS AS COMPETENCIAS DO ANO
      *                 ESTAO PAGAS: NENHUM RESIDUO EM ABERTO, NENHUMA
      *                 PERDA, NENHUMA FATURA EM DISPUTA E NENHUMA
      *                 RENEGOCIADA COM PARCELA DE ACORDO AINDA EM
      *                 ABERTO. O TEXTO DA DECLARACAO VAI PARA O
      *                 ARQUIVO DECLTEXT E O ENVIO SEGUE PELO CANAL DO
      *                 CLIENTE (REG-FATURA-ELETRONICA, BOOK REGCLI):
      *                 E-FATURA PELO EXTRATO DECLEFAT, NO LAYOUT DO
      *                 EFATURA (BOOK REGEFAT), PROCESSADO PELO
      *                 EFATENVI COM O DD_EFATURA APONTANDO PARA ELE; OU
      *                 PAPEL PELO EXTRATO DE MALA-DIRETA DECLMALA (BOOK
      *                 REGMALA, ENDERECO DO ENDERECOS). QUEM NAO TEM
      *                 DIREITO SAI NO RELATORIO RELDECL COM AS
      *                 COMPETENCIAS QUE BLOQUEIAM E O MOTIVO. CADA
      *                 DECLARACAO EMITIDA FICA NO CONTROLE DECLCTL
      *                 (BOOK REGDECL) COM O CANAL E A DATA, E NAO E
      *                 EMITIDA DE NOVO NO MESMO ANO-BASE SEM O PEDIDO
      *                 DE REEMISSAO NO CARTAO. MEMBRO DE GRUPO
      *                 FAMILIAR NAO RECEBE DECLARACAO PROPRIA - A
      *                 FATURA DELE E A CONSOLIDADA DO PAGADOR.
      *-----------------------------------------------------------------
      *===================ESPECIFICACOES DO PROGRAMA====================
      *    ARQUIVO                    TIPO               BOOK
      *    DECLPARM                  INPUT              REGDECP
      *    CLIENTES                  INPUT              REGCLI
      *    FATURAS                   INPUT              REGFATUR
      *    FATHIST                   INPUT              REGFATUR
      *    ENDERECOS                 INPUT              REGEND
      *    DECLCTL                   I-O                REGDECL
      *    DECLTEXT                  OUTPUT             N/A
      *    DECLEFAT                  OUTPUT             REGEFAT
      *    DECLMALA                  OUTPUT             REGMALA
      *    RELDECL                   OUTPUT             N/A
      *    DECLQUIT                  INPUT              BOOKMSG
      *    DECLQUIT                  INPUT              BOOKASSI
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
           SELECT DECLPARM ASSIGN TO WRK-NOME-DECLPARM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-DECLPARM.

           SELECT CLIENTES ASSIGN TO WRK-NOME-CLIENTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REG-CODIGO
           FILE STATUS IS FS-CLIENTES.

           SELECT FATURAS ASSIGN TO WRK-NOME-FATURAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FAT-CHAVE
           FILE STATUS IS FS-FATURAS.

           SELECT FATHIST ASSIGN TO WRK-NOME-FATHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIS-CHAVE
           FILE STATUS IS FS-FATHIST.

           SELECT ENDERECOS ASSIGN TO WRK-NOME-ENDERECOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS END-CODIGO
           FILE STATUS IS FS-ENDERECOS.

           SELECT DECLCTL ASSIGN TO WRK-NOME-DECLCTL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DECL-CHAVE
           FILE STATUS IS FS-DECLCTL.

           SELECT DECLTEXT ASSIGN TO WRK-NOME-DECLTEXT
           FILE STATUS IS FS-DECLTEXT.

           SELECT DECLEFAT ASSIGN TO WRK-NOME-DECLEFAT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-DECLEFAT.

           SELECT DECLMALA ASSIGN TO WRK-NOME-DECLMALA
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-DECLMALA.

           SELECT RELDECL ASSIGN TO WRK-NOME-RELDECL
           FILE STATUS IS FS-RELDECL.
      *-----------------------------------------------------------------

      *=================================================================
       DATA                             DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                             SECTION.
      *-----------------------------------------------------------------
      *
      *            INPUT - CARTAO DE ANO-BASE E REEMISSAO
      *
      *-----------------------------------------------------------------
       FD  DECLPARM.
       COPY "REGDECP".

      *-----------------------------------------------------------------
      *
      *            INPUT - CADASTRO DE CLIENTES
      *
      *-----------------------------------------------------------------
       FD  CLIENTES.
       COPY "REGCLI".

      *-----------------------------------------------------------------
      *
      *            INPUT - FATURAS VIVAS POR COMPETENCIA
      *
      *-----------------------------------------------------------------
       FD  FATURAS.
       COPY "REGFATUR".

      *-----------------------------------------------------------------
      *
      *            INPUT - HISTORICO DE FATURAS ARQUIVADAS
      *
      *-----------------------------------------------------------------
       FD  FATHIST.
       COPY "REGFATUR" REPLACING
           REG-FATURA               BY HIS-FATURA
           FAT-CHAVE                BY HIS-CHAVE
           FAT-CODIGO               BY HIS-CODIGO
           FAT-COMPETENCIA          BY HIS-COMPETENCIA
           FAT-DATA-VENCIMENTO      BY HIS-DATA-VENCIMENTO
           FAT-VALOR                BY HIS-VALOR
           FAT-STATUS               BY HIS-STATUS
           FAT-ABERTA               BY HIS-ABERTA
           FAT-PAGA                 BY HIS-PAGA
           FAT-RENEGOCIADA          BY HIS-RENEGOCIADA
           FAT-PERDA                BY HIS-PERDA
           FAT-DATA-PAGAMENTO       BY HIS-DATA-PAGAMENTO
           FAT-VALOR-PAGO           BY HIS-VALOR-PAGO
           FAT-VALOR-ENCARGOS       BY HIS-VALOR-ENCARGOS
           FAT-DATA-ENCARGOS        BY HIS-DATA-ENCARGOS
           FAT-DATA-PERDA           BY HIS-DATA-PERDA
           FAT-MOTIVO-PERDA         BY HIS-MOTIVO-PERDA
           FAT-EM-DISPUTA           BY HIS-EM-DISPUTA
           FAT-DISPUTADA            BY HIS-DISPUTADA
           FAT-SEM-DISPUTA          BY HIS-SEM-DISPUTA
           FAT-DATA-DISPUTA         BY HIS-DATA-DISPUTA
           FAT-DATA-REEMBOLSO       BY HIS-DATA-REEMBOLSO
           FAT-AGRUPADA             BY HIS-AGRUPADA
           FAT-VALOR-TITULAR        BY HIS-VALOR-TITULAR
           FAT-RPS-NUMERO           BY HIS-RPS-NUMERO
           FAT-NFSE-SITUACAO        BY HIS-NFSE-SITUACAO
           FAT-NFSE-PENDENTE        BY HIS-NFSE-PENDENTE
           FAT-NFSE-ENVIADA         BY HIS-NFSE-ENVIADA
           FAT-NFSE-EMITIDA         BY HIS-NFSE-EMITIDA
           FAT-NFSE-REJEITADA       BY HIS-NFSE-REJEITADA
           FAT-NFSE-NUMERO          BY HIS-NFSE-NUMERO
           FAT-NFSE-VERIFICACAO     BY HIS-NFSE-VERIFICACAO
           FAT-NFSE-DATA            BY HIS-NFSE-DATA.

      *-----------------------------------------------------------------
      *
      *            INPUT - ENDERECOS PARA A MALA-DIRETA
      *
      *-----------------------------------------------------------------
       FD  ENDERECOS.
       COPY "REGEND".

      *-----------------------------------------------------------------
      *
      *            I-O - CONTROLE DAS DECLARACOES EMITIDAS
      *
      *-----------------------------------------------------------------
       FD  DECLCTL.
       COPY "REGDECL".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - TEXTO DAS DECLARACOES
      *
      *-----------------------------------------------------------------
       FD  DECLTEXT.
       01  REG-DECLTEXT                 PIC X(080).

      *-----------------------------------------------------------------
      *
      *            OUTPUT - EXTRATO PARA O EFATENVI (CANAL E-FATURA)
      *
      *-----------------------------------------------------------------
       FD  DECLEFAT.
       COPY "REGEFAT".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - EXTRATO DE MALA-DIRETA (CANAL PAPEL)
      *
      *-----------------------------------------------------------------
       FD  DECLMALA.
       COPY "REGMALA".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - RELATORIO DE CLIENTES SEM DECLARACAO
      *
      *-----------------------------------------------------------------
       FD  RELDECL.
       01  REG-RELDECL                  PIC X(080).

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

       01  FS-DECLPARM                  PIC 9(002)         VALUE ZEROS.
       01  FS-CLIENTES                  PIC 9(002)         VALUE ZEROS.
       01  FS-FATURAS                   PIC 9(002)         VALUE ZEROS.
       01  FS-FATHIST                   PIC 9(002)         VALUE ZEROS.
       01  FS-ENDERECOS                 PIC 9(002)         VALUE ZEROS.
       01  FS-DECLCTL                   PIC 9(002)         VALUE ZEROS.
       01  FS-DECLTEXT                  PIC 9(002)         VALUE ZEROS.
       01  FS-DECLEFAT                  PIC 9(002)         VALUE ZEROS.
       01  FS-DECLMALA                  PIC 9(002)         VALUE ZEROS.
       01  FS-RELDECL                   PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----NOMES EXTERNALIZADOS VIA DD-----".
      *-----------------------------------------------------------------

       01  WRK-NOME-DECLPARM            PIC X(040)         VALUE
              "C:\RELATORIO\dados\DECLPARM.DAT".
       01  WRK-NOME-CLIENTES            PIC X(040)         VALUE
              "C:\RELATORIO\dados\CLIENTES.DAT".
       01  WRK-NOME-FATURAS             PIC X(040)         VALUE
              "C:\RELATORIO\dados\FATURAS.DAT".
       01  WRK-NOME-FATHIST             PIC X(040)         VALUE
              "C:\RELATORIO\dados\FATHIST.DAT".
       01  WRK-NOME-ENDERECOS           PIC X(040)         VALUE
              "C:\RELATORIO\dados\ENDERECOS.DAT".
       01  WRK-NOME-DECLCTL             PIC X(040)         VALUE
              "C:\RELATORIO\dados\DECLCTL.DAT".
       01  WRK-NOME-DECLTEXT            PIC X(040)         VALUE
              "C:\RELATORIO\dados\DECLTEXT.txt".
       01  WRK-NOME-DECLEFAT            PIC X(040)         VALUE
              "C:\RELATORIO\dados\DECLEFAT.DAT".
       01  WRK-NOME-DECLMALA            PIC X(040)         VALUE
              "C:\RELATORIO\dados\DECLMALA.DAT".
       01  WRK-NOME-RELDECL             PIC X(040)         VALUE
              "C:\RELATORIO\dados\RELDECL.txt".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEIS DE DATA E PARAMETRO-----".
      *-----------------------------------------------------------------

       01  WRK-DATA-EXECUCAO            PIC 9(008)         VALUE ZEROS.
       01  FILLER REDEFINES WRK-DATA-EXECUCAO.
           05 WRK-EXE-AAAA              PIC 9(004).
           05 WRK-EXE-MM                PIC 9(002).
           05 WRK-EXE-DD                PIC 9(002).

       01  WRK-ANO-BASE                 PIC 9(004)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----CHAVES DE CONTROLE-----".
      *-----------------------------------------------------------------

       01  WRK-SW-REEMITIR              PIC X(001)         VALUE "N".
           88 WRK-REEMISSAO                                 VALUE "S".

       01  WRK-SW-ENDERECOS             PIC X(001)         VALUE "N".
           88 WRK-ENDERECOS-ABERTO                          VALUE "S".
           88 WRK-ENDERECOS-AUSENTE                         VALUE "N".

       01  WRK-SW-PARCELA               PIC X(001)         VALUE "N".
           88 WRK-PARCELA-ABERTA                            VALUE "S".
           88 WRK-PARCELA-QUITADA                           VALUE "N".

       01  WRK-SW-CONTROLE              PIC X(001)         VALUE "N".
           88 WRK-CONTROLE-EXISTE                           VALUE "S".
           88 WRK-CONTROLE-NOVO                             VALUE "N".

       01  WRK-SW-CANAL                 PIC X(001)         VALUE "P".
           88 WRK-CANAL-EFATURA                             VALUE "E".
           88 WRK-CANAL-PAPEL                               VALUE "P".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----FATURA EM AVALIACAO-----".
      *-----------------------------------------------------------------
      *    AREA COMUM AS DUAS VARREDURAS: A FATURA DO FATURAS OU DO
      *    FATHIST E COPIADA PARA CA ANTES DE SER AVALIADA.
      *-----------------------------------------------------------------

       01  WRK-ITEM.
           05 WRK-ITEM-COMPETENCIA      PIC 9(006)         VALUE ZEROS.
           05 FILLER REDEFINES WRK-ITEM-COMPETENCIA.
               10 WRK-ITEM-CMP-AAAA     PIC 9(004).
               10 WRK-ITEM-CMP-MM       PIC 9(002).
           05 WRK-ITEM-VENCIMENTO       PIC 9(008)         VALUE ZEROS.
           05 FILLER REDEFINES WRK-ITEM-VENCIMENTO.
               10 WRK-ITEM-VEN-AAAA     PIC 9(004).
               10 WRK-ITEM-VEN-MMDD     PIC 9(004).
           05 WRK-ITEM-VALOR            PIC 9(005)V99      VALUE ZEROS.
           05 WRK-ITEM-ENCARGOS         PIC 9(005)V99      VALUE ZEROS.
           05 WRK-ITEM-PAGO             PIC 9(005)V99      VALUE ZEROS.
           05 WRK-ITEM-STATUS           PIC X(001)         VALUE SPACES.
               88 WRK-ITEM-ABERTA                           VALUE "A".
               88 WRK-ITEM-PAGA                             VALUE "P".
               88 WRK-ITEM-RENEGOCIADA                      VALUE "R".
               88 WRK-ITEM-PERDA                            VALUE "X".
               88 WRK-ITEM-AGRUPADA                         VALUE "G".
           05 WRK-ITEM-DISPUTA          PIC X(001)         VALUE "N".
               88 WRK-ITEM-DISPUTADA                        VALUE "S".

       01  WRK-RESIDUO                  PIC S9(007)V99 COMP-3
                                                           VALUE ZEROS.
       01  WRK-MOTIVO                   PIC X(001)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----APURACAO DO CLIENTE NO ANO-----".
      *-----------------------------------------------------------------

       01  WRK-QT-FATURAS-ANO           PIC 9(003)  COMP-3 VALUE ZEROS.
       01  WRK-VALOR-PAGO-ANO           PIC 9(007)V99 COMP-3
                                                           VALUE ZEROS.

       01  WRK-QT-BLOQUEIOS             PIC 9(003)  COMP-3 VALUE ZEROS.
       01  WRK-QT-LISTADOS              PIC 9(003)  COMP-3 VALUE ZEROS.
       01  WRK-MAX-BLOQUEIOS            PIC 9(003)  COMP-3 VALUE 30.

       01  TAB-BLOQUEIOS.
           05 BLQ-ENTRADA               OCCURS 30 TIMES.
               10 BLQ-COMPETENCIA       PIC 9(006).
               10 BLQ-MOTIVO            PIC X(001).

       01  WRK-QT-RENEGOCIADAS          PIC 9(003)  COMP-3 VALUE ZEROS.
       01  TAB-RENEGOCIADAS.
           05 REN-COMPETENCIA           PIC 9(006)
                                        OCCURS 30 TIMES.

       01  IDX-BLQ                      PIC 9(003)  COMP-3 VALUE ZEROS.
       01  IDX-REN                      PIC 9(003)  COMP-3 VALUE ZEROS.
       01  WRK-COLUNA                   PIC 9(001)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----TEXTO DA DECLARACAO-----".
      *-----------------------------------------------------------------

       01  WRK-REG-TEXTO.
           05 TXT-CODIGO                PIC 9(007)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 TXT-SEQUENCIA             PIC 9(002)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 TXT-CONTEUDO              PIC X(069)         VALUE SPACES.

       01  WRK-TXT-TITULO.
           05 FILLER                    PIC X(053)         VALUE
              "DECLARACAO ANUAL DE QUITACAO DE DEBITOS - ANO-BASE ".
           05 WRK-TTI-ANO               PIC 9(004)         VALUE ZEROS.
           05 FILLER                    PIC X(012)         VALUE SPACES.

       01  WRK-TXT-CLIENTE.
           05 FILLER                    PIC X(009)         VALUE
              "CLIENTE: ".
           05 WRK-TCL-CODIGO            PIC 9(007)         VALUE ZEROS.
           05 FILLER                    PIC X(003)         VALUE
              " - ".
           05 WRK-TCL-NOME              PIC X(020)         VALUE SPACES.
           05 FILLER                    PIC X(011)         VALUE
              " CPF/CNPJ: ".
           05 WRK-TCL-DOCUMENTO         PIC 9(014)         VALUE ZEROS.
           05 FILLER                    PIC X(005)         VALUE SPACES.

       01  WRK-TXT-FIXO.
           05 FILLER                    PIC X(056)         VALUE
              "EM CUMPRIMENTO A LEI 12.007/2009, DECLARAMOS QUE".
           05 FILLER                    PIC X(056)         VALUE
              "ESTAO QUITADOS TODOS OS DEBITOS DO CLIENTE ACIMA".
           05 FILLER                    PIC X(056)         VALUE
              "REFERENTES AS FATURAS DO ANO-BASE INDICADO.".
           05 FILLER                    PIC X(056)         VALUE
              "ESTA DECLARACAO SUBSTITUI, PARA A COMPROVACAO DOS".
           05 FILLER                    PIC X(056)         VALUE
              "PAGAMENTOS, AS QUITACOES DAS FATURAS DO ANO-BASE.".

       01  TAB-TXT-FIXO REDEFINES WRK-TXT-FIXO.
           05 TXF-LINHA                 PIC X(056)
                                        OCCURS 5 TIMES.

       01  WRK-TXT-TOTAIS.
           05 FILLER                    PIC X(016)         VALUE
              "FATURAS DO ANO: ".
           05 WRK-TTO-QTDE              PIC ZZ9            VALUE ZEROS.
           05 FILLER                    PIC X(025)         VALUE
              "   TOTAL PAGO NO ANO: R$ ".
           05 WRK-TTO-VALOR             PIC Z.ZZZ.ZZ9,99   VALUE ZEROS.
           05 FILLER                    PIC X(013)         VALUE SPACES.

       01  WRK-TXT-EMISSAO.
           05 FILLER                    PIC X(011)         VALUE
              "EMITIDA EM ".
           05 WRK-TEM-DATA              PIC X(010)         VALUE SPACES.
           05 FILLER                    PIC X(013)         VALUE
              " - ENVIO POR ".
           05 WRK-TEM-CANAL             PIC X(011)         VALUE SPACES.
           05 FILLER                    PIC X(024)         VALUE SPACES.

       01  WRK-TXT-SEPARADOR            PIC X(069)         VALUE
              ALL "-".

       01  WRK-DATA-EDITADA.
           05 WRK-EDT-DD                PIC 9(002)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE "/".
           05 WRK-EDT-MM                PIC 9(002)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE "/".
           05 WRK-EDT-AAAA              PIC 9(004)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "CABECALHO DE PAGINACAO".
      *-----------------------------------------------------------------

       01  WRK-CABECALHO1.
           05 FILLER                    PIC X(047)         VALUE
              "CLIENTES SEM DECLARACAO DE QUITACAO - ANO-BASE ".
           05 WRK-CAB-ANO               PIC 9(004)         VALUE ZEROS.
           05 FILLER                    PIC X(018)         VALUE SPACES.
           05 FILLER                    PIC X(008)         VALUE
              "PAGINA:".
           05 ACU-PAG                   PIC 9(003)         VALUE 1.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----CABECALHO DE DESCRICAO-----".
      *-----------------------------------------------------------------

       01  WRK-CABECALHO2.
           05 FILLER                    PIC X(029)         VALUE
              "CODIGO  NOME".
           05 FILLER                    PIC X(004)         VALUE
              "QTD".
           05 FILLER                    PIC X(047)         VALUE
              "COMPETENCIAS QUE BLOQUEIAM (AAAAMM-MOTIVO)".

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

      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)          VALUE
              "-----VARIAVEIS DE DETALHE-----".
      *-----------------------------------------------------------------

       01  WRK-LINHA-BLOQUEIO.
           05 WRK-BLQ-IDENTIFICACAO.
               10 WRK-BLQ-CODIGO       PIC 9(007).
               10 FILLER               PIC X(001).
               10 WRK-BLQ-NOME         PIC X(020).
               10 FILLER               PIC X(001).
               10 WRK-BLQ-QTDE         PIC ZZ9.
               10 FILLER               PIC X(001).
           05 WRK-BLQ-ENTRADA          OCCURS 5 TIMES.
               10 WRK-BLQ-COMPETENCIA  PIC 9(006).
               10 WRK-BLQ-TRACO        PIC X(001).
               10 WRK-BLQ-MOTIVO       PIC X(001).
               10 FILLER               PIC X(001).
           05 FILLER                   PIC X(002).

       01  WRK-LINHA-AVISO.
           05 WRK-AVS-CODIGO           PIC 9(007)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-AVS-NOME             PIC X(020)          VALUE SPACES.
           05 FILLER                   PIC X(005)          VALUE SPACES.
           05 FILLER                   PIC X(047)          VALUE
              "QUITADO, SEM ENDERECO PARA A MALA-DIRETA".

       01  WRK-LINHA-LEGENDA.
           05 FILLER                   PIC X(040)          VALUE
              "MOTIVO: A ABERTA  X PERDA  D DISPUTA  R ".
           05 FILLER                   PIC X(040)          VALUE
              "RENEGOCIADA COM PARCELA DE ACORDO ABERTA".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEL DE QUANTIDADE DE LINHAS-----".
      *-----------------------------------------------------------------

       01  ACU-QTLINHAS                 PIC 9(002)  COMP-3 VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEL DE ACUMULACAO-----".
      *-----------------------------------------------------------------

       01  ACU-CLIENTES-LIDOS           PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-MEMBROS-GRUPO            PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-SEM-FATURAS              PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-NAO-QUITADOS             PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-JA-EMITIDAS              PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-SEM-ENDERECO             PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-EMITIDAS-EFATURA         PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-EMITIDAS-PAPEL           PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-REEMITIDAS               PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-FATURAS-LIDAS            PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-HISTORICO-LIDOS          PIC 9(007)  COMP-3 VALUE ZEROS.

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
           PERFORM 0200-PROCESSAR-CLIENTE
               UNTIL FS-CLIENTES EQUAL 10.
           PERFORM 0300-FINALIZAR.

       0000-PRINCIPAL-FIM.              EXIT.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                 SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
           COMPUTE WRK-ANO-BASE = WRK-EXE-AAAA - 1.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_DECLPARM".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-DECLPARM
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CLIENTES".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-CLIENTES
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_FATURAS".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-FATURAS
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_FATHIST".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-FATHIST
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_ENDERECOS".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-ENDERECOS
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_DECLCTL".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-DECLCTL
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_DECLTEXT".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-DECLTEXT
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_DECLEFAT".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-DECLEFAT
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_DECLMALA".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-DECLMALA
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_RELDECL".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-RELDECL
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           PERFORM 0116-LER-PARAMETROS.

           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "DECLQUIT"               TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN INPUT FATURAS.
           IF FS-FATURAS NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-FATURAS               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "DECLQUIT"               TO WRK-PROGRAMA-ERRO
               MOVE "FATURAS"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN INPUT FATHIST.
           IF FS-FATHIST NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-FATHIST               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "DECLQUIT"               TO WRK-PROGRAMA-ERRO
               MOVE "FATHIST"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

      *    SEM O ENDERECOS, O CLIENTE DE PAPEL QUE TEM DIREITO SAI NO
      *    RELATORIO COMO SEM ENDERECO E FICA PARA A PROXIMA RODADA.
           OPEN INPUT ENDERECOS.
           EVALUATE FS-ENDERECOS
               WHEN ZEROS
                   SET WRK-ENDERECOS-ABERTO  TO TRUE
               WHEN 35
                   SET WRK-ENDERECOS-AUSENTE TO TRUE
               WHEN OTHER
                   MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
                   MOVE FS-ENDERECOS             TO WRK-STATUS-ERRO
                   MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
                   MOVE "DECLQUIT"               TO WRK-PROGRAMA-ERRO
                   MOVE "ENDERECOS"              TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
           END-EVALUATE.

           OPEN I-O DECLCTL.
           IF FS-DECLCTL EQUAL 35
               OPEN OUTPUT DECLCTL
               CLOSE DECLCTL
               OPEN I-O DECLCTL
           END-IF.
           IF FS-DECLCTL NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-DECLCTL               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "DECLQUIT"               TO WRK-PROGRAMA-ERRO
               MOVE "DECLCTL"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN OUTPUT DECLTEXT.
           IF FS-DECLTEXT NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-DECLTEXT              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "DECLQUIT"               TO WRK-PROGRAMA-ERRO
               MOVE "DECLTEXT"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN OUTPUT DECLEFAT.
           IF FS-DECLEFAT NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-DECLEFAT              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "DECLQUIT"               TO WRK-PROGRAMA-ERRO
               MOVE "DECLEFAT"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN OUTPUT DECLMALA.
           IF FS-DECLMALA NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-DECLMALA              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "DECLQUIT"               TO WRK-PROGRAMA-ERRO
               MOVE "DECLMALA"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN OUTPUT RELDECL.
           IF FS-RELDECL NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-RELDECL               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "DECLQUIT"               TO WRK-PROGRAMA-ERRO
               MOVE "RELDECL"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           MOVE WRK-EXE-DD               TO WRK-EDT-DD.
           MOVE WRK-EXE-MM               TO WRK-EDT-MM.
           MOVE WRK-EXE-AAAA             TO WRK-EDT-AAAA.
           MOVE WRK-DATA-EDITADA         TO WRK-TEM-DATA.
           MOVE WRK-ANO-BASE             TO WRK-CAB-ANO WRK-TTI-ANO.

           PERFORM 0210-IMPRIMIR-CABECALHO.

           PERFORM 0160-LER-CLIENTE.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------
       0116-LER-PARAMETROS              SECTION.
      *-----------------------------------------------------------------
      *    SEM O CARTAO DECLPARM (STATUS 35), ANO ANTERIOR AO DA RODADA
      *    E SEM REEMISSAO.
      *-----------------------------------------------------------------

           OPEN INPUT DECLPARM.

           IF FS-DECLPARM EQUAL ZEROS
               READ DECLPARM
               IF FS-DECLPARM EQUAL ZEROS
                   IF DECP-ANO GREATER ZEROS
                       MOVE DECP-ANO           TO WRK-ANO-BASE
                   END-IF
                   IF DECP-REEMITIR-SIM
                       SET WRK-REEMISSAO       TO TRUE
                   END-IF
               END-IF
               CLOSE DECLPARM
           ELSE
               IF FS-DECLPARM NOT EQUAL 35
                   MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
                   MOVE FS-DECLPARM              TO WRK-STATUS-ERRO
                   MOVE "0116-LER-PARAMETROS"    TO WRK-AREA-ERRO
                   MOVE "DECLQUIT"               TO WRK-PROGRAMA-ERRO
                   MOVE "DECLPARM"               TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

       0116-LER-PARAMETROS-FIM.         EXIT.

      *-----------------------------------------------------------------
       0160-LER-CLIENTE                 SECTION.
      *-----------------------------------------------------------------

           READ CLIENTES NEXT RECORD.

           IF FS-CLIENTES NOT EQUAL 00 AND NOT EQUAL 10
               MOVE WRK-ERRO-LEIT        TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES          TO WRK-STATUS-ERRO
               MOVE "0160-LER-CLIENTE"   TO WRK-AREA-ERRO
               MOVE "DECLQUIT"           TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"           TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0160-LER-CLIENTE-FIM.            EXIT.

      *-----------------------------------------------------------------
       0165-LER-FATURA                  SECTION.
      *-----------------------------------------------------------------

           READ FATURAS NEXT RECORD.

           IF FS-FATURAS NOT EQUAL 00 AND NOT EQUAL 10
               MOVE WRK-ERRO-LEIT        TO WRK-DESCRICAO-ERRO
               MOVE FS-FATURAS           TO WRK-STATUS-ERRO
               MOVE "0165-LER-FATURA"    TO WRK-AREA-ERRO
               MOVE "DECLQUIT"           TO WRK-PROGRAMA-ERRO
               MOVE "FATURAS"            TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           IF FS-FATURAS EQUAL ZEROS
               ADD 1 TO ACU-FATURAS-LIDAS
           END-IF.

       0165-LER-FATURA-FIM.             EXIT.

      *-----------------------------------------------------------------
       0170-LER-HISTORICO               SECTION.
      *-----------------------------------------------------------------

           READ FATHIST NEXT RECORD.

           IF FS-FATHIST NOT EQUAL 00 AND NOT EQUAL 10
               MOVE WRK-ERRO-LEIT        TO WRK-DESCRICAO-ERRO
               MOVE FS-FATHIST           TO WRK-STATUS-ERRO
               MOVE "0170-LER-HISTORICO" TO WRK-AREA-ERRO
               MOVE "DECLQUIT"           TO WRK-PROGRAMA-ERRO
               MOVE "FATHIST"            TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           IF FS-FATHIST EQUAL ZEROS
               ADD 1 TO ACU-HISTORICO-LIDOS
           END-IF.

       0170-LER-HISTORICO-FIM.          EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR-CLIENTE           SECTION.
      *-----------------------------------------------------------------

           IF NOT REG-TIPO-TRAILER
               PERFORM 0205-AVALIAR-CLIENTE
           END-IF.

           PERFORM 0160-LER-CLIENTE.

       0200-PROCESSAR-CLIENTE-FIM.      EXIT.

      *-----------------------------------------------------------------
       0205-AVALIAR-CLIENTE             SECTION.
      *-----------------------------------------------------------------
      *    O CLIENTE SO TEM DIREITO A DECLARACAO SE FATUROU NO ANO-BASE
      *    E NENHUMA COMPETENCIA DO ANO FICOU PENDENTE. A RENEGOCIADA
      *    SO BLOQUEIA SE AINDA HA PARCELA DO ACORDO EM ABERTO - COM O
      *    ACORDO QUITADO, A DIVIDA ORIGINAL ESTA PAGA.
      *-----------------------------------------------------------------

           ADD 1 TO ACU-CLIENTES-LIDOS.

           IF REG-PAGADOR NOT EQUAL ZEROS
              AND REG-PAGADOR NOT EQUAL REG-CODIGO
               ADD 1 TO ACU-MEMBROS-GRUPO
               GO TO 0205-AVALIAR-CLIENTE-FIM
           END-IF.

           MOVE ZEROS                    TO WRK-QT-FATURAS-ANO
                                            WRK-VALOR-PAGO-ANO
                                            WRK-QT-BLOQUEIOS
                                            WRK-QT-LISTADOS
                                            WRK-QT-RENEGOCIADAS.
           SET WRK-PARCELA-QUITADA       TO TRUE.

           PERFORM 0220-VARRER-FATURAS.
           PERFORM 0230-VARRER-HISTORICO.

           IF WRK-PARCELA-ABERTA
               MOVE "R"                  TO WRK-MOTIVO
               PERFORM 0245-BLOQUEAR-RENEGOCIADA
                   VARYING IDX-REN FROM 1 BY 1
                   UNTIL IDX-REN GREATER WRK-QT-RENEGOCIADAS
           END-IF.

           IF WRK-QT-FATURAS-ANO EQUAL ZEROS
               ADD 1 TO ACU-SEM-FATURAS
               GO TO 0205-AVALIAR-CLIENTE-FIM
           END-IF.

           IF WRK-QT-BLOQUEIOS GREATER ZEROS
               ADD 1 TO ACU-NAO-QUITADOS
               PERFORM 0250-LISTAR-BLOQUEIO
               GO TO 0205-AVALIAR-CLIENTE-FIM
           END-IF.

           PERFORM 0260-EMITIR-DECLARACAO.

       0205-AVALIAR-CLIENTE-FIM.        EXIT.

      *-----------------------------------------------------------------
       0210-IMPRIMIR-CABECALHO          SECTION.
      *-----------------------------------------------------------------

           IF ACU-PAG GREATER 1
               MOVE WRK-CABECALHO3 TO REG-RELDECL
               WRITE REG-RELDECL AFTER PAGE
           END-IF.
           MOVE WRK-CABECALHO3 TO REG-RELDECL.
           WRITE REG-RELDECL AFTER 1 LINE.

           MOVE WRK-CABECALHO1 TO REG-RELDECL.
           WRITE REG-RELDECL AFTER 1 LINE.

           MOVE WRK-CABECALHO3 TO REG-RELDECL.
           WRITE REG-RELDECL AFTER 1 LINE.

           MOVE WRK-CABECALHO2 TO REG-RELDECL.
           WRITE REG-RELDECL AFTER 1 LINE.

           MOVE WRK-CABECALHO3 TO REG-RELDECL.
           WRITE REG-RELDECL AFTER 1 LINE.

           ADD 1  TO ACU-PAG.
           MOVE 4 TO ACU-QTLINHAS.

       0210-IMPRIMIR-CABECALHO-FIM.     EXIT.

      *-----------------------------------------------------------------
       0220-VARRER-FATURAS              SECTION.
      *-----------------------------------------------------------------

           MOVE REG-CODIGO               TO FAT-CODIGO.
           MOVE ZEROS                    TO FAT-COMPETENCIA.
           START FATURAS KEY IS NOT LESS FAT-CHAVE
               INVALID KEY
                   MOVE 10               TO FS-FATURAS
               NOT INVALID KEY
                   PERFORM 0165-LER-FATURA
           END-START.

           PERFORM 0221-AVALIAR-FATURA
               UNTIL FS-FATURAS EQUAL 10
                  OR FAT-CODIGO NOT EQUAL REG-CODIGO.

       0220-VARRER-FATURAS-FIM.         EXIT.

      *-----------------------------------------------------------------
       0221-AVALIAR-FATURA              SECTION.
      *-----------------------------------------------------------------

           MOVE FAT-COMPETENCIA          TO WRK-ITEM-COMPETENCIA.
           MOVE FAT-DATA-VENCIMENTO      TO WRK-ITEM-VENCIMENTO.
           MOVE FAT-VALOR                TO WRK-ITEM-VALOR.
           MOVE FAT-VALOR-ENCARGOS       TO WRK-ITEM-ENCARGOS.
           MOVE FAT-VALOR-PAGO           TO WRK-ITEM-PAGO.
           MOVE FAT-STATUS               TO WRK-ITEM-STATUS.
           MOVE FAT-EM-DISPUTA           TO WRK-ITEM-DISPUTA.
           PERFORM 0240-AVALIAR-ITEM.

           PERFORM 0165-LER-FATURA.

       0221-AVALIAR-FATURA-FIM.         EXIT.

      *-----------------------------------------------------------------
       0230-VARRER-HISTORICO            SECTION.
      *-----------------------------------------------------------------

           MOVE REG-CODIGO               TO HIS-CODIGO.
           MOVE ZEROS                    TO HIS-COMPETENCIA.
           START FATHIST KEY IS NOT LESS HIS-CHAVE
               INVALID KEY
                   MOVE 10               TO FS-FATHIST
               NOT INVALID KEY
                   PERFORM 0170-LER-HISTORICO
           END-START.

           PERFORM 0231-AVALIAR-HISTORICO
               UNTIL FS-FATHIST EQUAL 10
                  OR HIS-CODIGO NOT EQUAL REG-CODIGO.

       0230-VARRER-HISTORICO-FIM.       EXIT.

      *-----------------------------------------------------------------
       0231-AVALIAR-HISTORICO           SECTION.
      *-----------------------------------------------------------------

           MOVE HIS-COMPETENCIA          TO WRK-ITEM-COMPETENCIA.
           MOVE HIS-DATA-VENCIMENTO      TO WRK-ITEM-VENCIMENTO.
           MOVE HIS-VALOR                TO WRK-ITEM-VALOR.
           MOVE HIS-VALOR-ENCARGOS       TO WRK-ITEM-ENCARGOS.
           MOVE HIS-VALOR-PAGO           TO WRK-ITEM-PAGO.
           MOVE HIS-STATUS               TO WRK-ITEM-STATUS.
           MOVE HIS-EM-DISPUTA           TO WRK-ITEM-DISPUTA.
           PERFORM 0240-AVALIAR-ITEM.

           PERFORM 0170-LER-HISTORICO.

       0231-AVALIAR-HISTORICO-FIM.      EXIT.

      *-----------------------------------------------------------------
       0240-AVALIAR-ITEM                SECTION.
      *-----------------------------------------------------------------
      *    COMPETENCIA AAAAMM NORMAL PERTENCE AO ANO PELO AAAA; PARCELA
      *    DE ACORDO (MES 13 EM DIANTE) PERTENCE AO ANO DO VENCIMENTO.
      *    PARCELA EM ABERTO DE QUALQUER ANO MANTEM AS RENEGOCIADAS DO
      *    ANO-BASE BLOQUEADAS. A COTA "G" DE MEMBRO NAO E COBRADA.
      *-----------------------------------------------------------------

           IF WRK-ITEM-AGRUPADA
               GO TO 0240-AVALIAR-ITEM-FIM
           END-IF.

           COMPUTE WRK-RESIDUO = WRK-ITEM-VALOR + WRK-ITEM-ENCARGOS
                               - WRK-ITEM-PAGO.

           IF WRK-ITEM-CMP-MM GREATER 12
               IF WRK-ITEM-ABERTA AND WRK-RESIDUO GREATER ZEROS
                   SET WRK-PARCELA-ABERTA TO TRUE
               END-IF
               IF WRK-ITEM-VEN-AAAA NOT EQUAL WRK-ANO-BASE
                   GO TO 0240-AVALIAR-ITEM-FIM
               END-IF
           ELSE
               IF WRK-ITEM-CMP-AAAA NOT EQUAL WRK-ANO-BASE
                   GO TO 0240-AVALIAR-ITEM-FIM
               END-IF
           END-IF.

           ADD 1 TO WRK-QT-FATURAS-ANO.

           EVALUATE TRUE
               WHEN WRK-ITEM-DISPUTADA
                   MOVE "D"              TO WRK-MOTIVO
                   PERFORM 0242-REGISTRAR-BLOQUEIO
               WHEN WRK-ITEM-PERDA
                   MOVE "X"              TO WRK-MOTIVO
                   PERFORM 0242-REGISTRAR-BLOQUEIO
               WHEN WRK-ITEM-RENEGOCIADA
                   IF WRK-QT-RENEGOCIADAS LESS WRK-MAX-BLOQUEIOS
                       ADD 1 TO WRK-QT-RENEGOCIADAS
                       MOVE WRK-ITEM-COMPETENCIA
                         TO REN-COMPETENCIA (WRK-QT-RENEGOCIADAS)
                   END-IF
               WHEN WRK-ITEM-ABERTA AND WRK-RESIDUO GREATER ZEROS
                   MOVE "A"              TO WRK-MOTIVO
                   PERFORM 0242-REGISTRAR-BLOQUEIO
               WHEN OTHER
                   ADD WRK-ITEM-PAGO     TO WRK-VALOR-PAGO-ANO
           END-EVALUATE.

       0240-AVALIAR-ITEM-FIM.           EXIT.

      *-----------------------------------------------------------------
       0242-REGISTRAR-BLOQUEIO          SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO WRK-QT-BLOQUEIOS.

           IF WRK-QT-LISTADOS LESS WRK-MAX-BLOQUEIOS
               ADD 1 TO WRK-QT-LISTADOS
               MOVE WRK-ITEM-COMPETENCIA
                                TO BLQ-COMPETENCIA (WRK-QT-LISTADOS)
               MOVE WRK-MOTIVO  TO BLQ-MOTIVO      (WRK-QT-LISTADOS)
           END-IF.

       0242-REGISTRAR-BLOQUEIO-FIM.     EXIT.

      *-----------------------------------------------------------------
       0245-BLOQUEAR-RENEGOCIADA        SECTION.
      *-----------------------------------------------------------------

           MOVE REN-COMPETENCIA (IDX-REN) TO WRK-ITEM-COMPETENCIA.
           PERFORM 0242-REGISTRAR-BLOQUEIO.

       0245-BLOQUEAR-RENEGOCIADA-FIM.   EXIT.

      *-----------------------------------------------------------------
       0250-LISTAR-BLOQUEIO             SECTION.
      *-----------------------------------------------------------------
      *    CINCO COMPETENCIAS POR LINHA; AS LINHAS DE CONTINUACAO SAEM
      *    SEM CODIGO E NOME.
      *-----------------------------------------------------------------

           MOVE SPACES                   TO WRK-LINHA-BLOQUEIO.
           MOVE REG-CODIGO               TO WRK-BLQ-CODIGO.
           MOVE REG-NOME                 TO WRK-BLQ-NOME.
           MOVE WRK-QT-BLOQUEIOS         TO WRK-BLQ-QTDE.
           MOVE ZEROS                    TO WRK-COLUNA.

           PERFORM 0251-MONTAR-BLOQUEIO
               VARYING IDX-BLQ FROM 1 BY 1
               UNTIL IDX-BLQ GREATER WRK-QT-LISTADOS.

       0250-LISTAR-BLOQUEIO-FIM.        EXIT.

      *-----------------------------------------------------------------
       0251-MONTAR-BLOQUEIO             SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO WRK-COLUNA.
           MOVE BLQ-COMPETENCIA (IDX-BLQ)
                                TO WRK-BLQ-COMPETENCIA (WRK-COLUNA).
           MOVE "-"             TO WRK-BLQ-TRACO       (WRK-COLUNA).
           MOVE BLQ-MOTIVO (IDX-BLQ)
                                TO WRK-BLQ-MOTIVO      (WRK-COLUNA).

           IF WRK-COLUNA EQUAL 5 OR IDX-BLQ EQUAL WRK-QT-LISTADOS
               MOVE WRK-LINHA-BLOQUEIO   TO REG-RELDECL
               PERFORM 0253-GRAVAR-LINHA
               MOVE SPACES               TO WRK-LINHA-BLOQUEIO
               MOVE ZEROS                TO WRK-COLUNA
           END-IF.

       0251-MONTAR-BLOQUEIO-FIM.        EXIT.

      *-----------------------------------------------------------------
       0253-GRAVAR-LINHA                SECTION.
      *-----------------------------------------------------------------

           IF ACU-QTLINHAS GREATER 40
               MOVE REG-RELDECL          TO WRK-TIT-TEXTO
               PERFORM 0210-IMPRIMIR-CABECALHO
               MOVE WRK-TIT-TEXTO        TO REG-RELDECL
           END-IF.

           WRITE REG-RELDECL AFTER 1 LINE.
           IF FS-RELDECL NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR      TO WRK-DESCRICAO-ERRO
               MOVE FS-RELDECL           TO WRK-STATUS-ERRO
               MOVE "0253-GRAVAR-LINHA"  TO WRK-AREA-ERRO
               MOVE "DECLQUIT"           TO WRK-PROGRAMA-ERRO
               MOVE "RELDECL"            TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           ADD 1 TO ACU-QTLINHAS.

       0253-GRAVAR-LINHA-FIM.           EXIT.

      *-----------------------------------------------------------------
       0260-EMITIR-DECLARACAO           SECTION.
      *-----------------------------------------------------------------
      *    E-FATURA SO COM EMAIL VALIDO; O RESTO VAI NO PAPEL. QUEM JA
      *    RECEBEU A DECLARACAO DO ANO-BASE SO RECEBE DE NOVO COM A
      *    REEMISSAO PEDIDA NO CARTAO.
      *-----------------------------------------------------------------

           MOVE REG-CODIGO               TO DECL-CODIGO.
           MOVE WRK-ANO-BASE             TO DECL-ANO.
           READ DECLCTL KEY IS DECL-CHAVE
               INVALID KEY
                   SET WRK-CONTROLE-NOVO   TO TRUE
               NOT INVALID KEY
                   SET WRK-CONTROLE-EXISTE TO TRUE
           END-READ.

           IF WRK-CONTROLE-EXISTE AND NOT WRK-REEMISSAO
               ADD 1 TO ACU-JA-EMITIDAS
               GO TO 0260-EMITIR-DECLARACAO-FIM
           END-IF.

           IF REG-EFATURA-SIM AND REG-EMAIL-VALIDO
              AND REG-EMAIL NOT EQUAL SPACES
               SET WRK-CANAL-EFATURA     TO TRUE
               MOVE "E-FATURA"           TO WRK-TEM-CANAL
           ELSE
               SET WRK-CANAL-PAPEL       TO TRUE
               MOVE "MALA-DIRETA"        TO WRK-TEM-CANAL
               PERFORM 0265-LER-ENDERECO
               IF FS-ENDERECOS NOT EQUAL ZEROS
                   ADD 1 TO ACU-SEM-ENDERECO
                   MOVE REG-CODIGO       TO WRK-AVS-CODIGO
                   MOVE REG-NOME         TO WRK-AVS-NOME
                   MOVE WRK-LINHA-AVISO  TO REG-RELDECL
                   PERFORM 0253-GRAVAR-LINHA
                   GO TO 0260-EMITIR-DECLARACAO-FIM
               END-IF
           END-IF.

           PERFORM 0270-GRAVAR-TEXTO.

           IF WRK-CANAL-EFATURA
               PERFORM 0275-GRAVAR-EFATURA
               ADD 1 TO ACU-EMITIDAS-EFATURA
           ELSE
               PERFORM 0276-GRAVAR-MALA
               ADD 1 TO ACU-EMITIDAS-PAPEL
           END-IF.

           PERFORM 0280-GRAVAR-CONTROLE.

       0260-EMITIR-DECLARACAO-FIM.      EXIT.

      *-----------------------------------------------------------------
       0265-LER-ENDERECO                SECTION.
      *-----------------------------------------------------------------

           IF WRK-ENDERECOS-AUSENTE
               MOVE 35                   TO FS-ENDERECOS
               GO TO 0265-LER-ENDERECO-FIM
           END-IF.

           MOVE REG-CODIGO               TO END-CODIGO.
           READ ENDERECOS KEY IS END-CODIGO
               INVALID KEY
                   CONTINUE
           END-READ.

           IF FS-ENDERECOS NOT EQUAL 00 AND NOT EQUAL 23
               MOVE WRK-ERRO-LEIT        TO WRK-DESCRICAO-ERRO
               MOVE FS-ENDERECOS         TO WRK-STATUS-ERRO
               MOVE "0265-LER-ENDERECO"  TO WRK-AREA-ERRO
               MOVE "DECLQUIT"           TO WRK-PROGRAMA-ERRO
               MOVE "ENDERECOS"          TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0265-LER-ENDERECO-FIM.           EXIT.

      *-----------------------------------------------------------------
       0270-GRAVAR-TEXTO                SECTION.
      *-----------------------------------------------------------------
      *    CADA LINHA DO TEXTO LEVA O CODIGO DO CLIENTE E A SEQUENCIA,
      *    PARA O CONVERSOR DE PDF E A GRAFICA SEPARAREM AS DECLARACOES.
      *-----------------------------------------------------------------

           MOVE REG-CODIGO               TO TXT-CODIGO WRK-TCL-CODIGO.
           MOVE REG-NOME                 TO WRK-TCL-NOME.
           MOVE REG-CPF-CNPJ             TO WRK-TCL-DOCUMENTO.
           MOVE WRK-QT-FATURAS-ANO       TO WRK-TTO-QTDE.
           MOVE WRK-VALOR-PAGO-ANO       TO WRK-TTO-VALOR.
           MOVE ZEROS                    TO TXT-SEQUENCIA.

           MOVE WRK-TXT-TITULO           TO TXT-CONTEUDO.
           PERFORM 0271-GRAVAR-LINHA-TEXTO.
           MOVE WRK-TXT-CLIENTE          TO TXT-CONTEUDO.
           PERFORM 0271-GRAVAR-LINHA-TEXTO.
           MOVE SPACES                   TO TXT-CONTEUDO.
           PERFORM 0271-GRAVAR-LINHA-TEXTO.
           MOVE TXF-LINHA (1)            TO TXT-CONTEUDO.
           PERFORM 0271-GRAVAR-LINHA-TEXTO.
           MOVE TXF-LINHA (2)            TO TXT-CONTEUDO.
           PERFORM 0271-GRAVAR-LINHA-TEXTO.
           MOVE TXF-LINHA (3)            TO TXT-CONTEUDO.
           PERFORM 0271-GRAVAR-LINHA-TEXTO.
           MOVE WRK-TXT-TOTAIS           TO TXT-CONTEUDO.
           PERFORM 0271-GRAVAR-LINHA-TEXTO.
           MOVE TXF-LINHA (4)            TO TXT-CONTEUDO.
           PERFORM 0271-GRAVAR-LINHA-TEXTO.
           MOVE TXF-LINHA (5)            TO TXT-CONTEUDO.
           PERFORM 0271-GRAVAR-LINHA-TEXTO.
           MOVE SPACES                   TO TXT-CONTEUDO.
           PERFORM 0271-GRAVAR-LINHA-TEXTO.
           MOVE WRK-TXT-EMISSAO          TO TXT-CONTEUDO.
           PERFORM 0271-GRAVAR-LINHA-TEXTO.
           MOVE WRK-TXT-SEPARADOR        TO TXT-CONTEUDO.
           PERFORM 0271-GRAVAR-LINHA-TEXTO.

       0270-GRAVAR-TEXTO-FIM.           EXIT.

      *-----------------------------------------------------------------
       0271-GRAVAR-LINHA-TEXTO          SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO TXT-SEQUENCIA.
           MOVE WRK-REG-TEXTO            TO REG-DECLTEXT.
           WRITE REG-DECLTEXT.
           IF FS-DECLTEXT NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-DECLTEXT              TO WRK-STATUS-ERRO
               MOVE "0271-GRAVAR-LINHA-TEXTO" TO WRK-AREA-ERRO
               MOVE "DECLQUIT"               TO WRK-PROGRAMA-ERRO
               MOVE "DECLTEXT"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0271-GRAVAR-LINHA-TEXTO-FIM.     EXIT.

      *-----------------------------------------------------------------
       0275-GRAVAR-EFATURA              SECTION.
      *-----------------------------------------------------------------
      *    A DECLARACAO NAO COBRA NADA: VALOR ZERADO E "DECLARACAO" NO
      *    LUGAR DO STREAMING IDENTIFICAM O DOCUMENTO NO EFATLOG.
      *-----------------------------------------------------------------

           INITIALIZE REG-EFATURA.
           MOVE REG-CODIGO               TO EFAT-CODIGO.
           MOVE REG-NOME                 TO EFAT-NOME.
           MOVE REG-EMAIL                TO EFAT-EMAIL.
           MOVE "DECLARACAO"             TO EFAT-STREAMING.
           MOVE "BRL"                    TO EFAT-MOEDA.

           WRITE REG-EFATURA.
           IF FS-DECLEFAT NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-DECLEFAT              TO WRK-STATUS-ERRO
               MOVE "0275-GRAVAR-EFATURA"    TO WRK-AREA-ERRO
               MOVE "DECLQUIT"               TO WRK-PROGRAMA-ERRO
               MOVE "DECLEFAT"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0275-GRAVAR-EFATURA-FIM.         EXIT.

      *-----------------------------------------------------------------
       0276-GRAVAR-MALA                 SECTION.
      *-----------------------------------------------------------------

           MOVE REG-CODIGO               TO MALA-CODIGO.
           MOVE REG-NOME                 TO MALA-NOME.
           MOVE END-LOGRADOURO           TO MALA-LOGRADOURO.
           MOVE END-CIDADE               TO MALA-CIDADE.
           MOVE END-CEP                  TO MALA-CEP.

           WRITE REG-MALA.
           IF FS-DECLMALA NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-DECLMALA              TO WRK-STATUS-ERRO
               MOVE "0276-GRAVAR-MALA"       TO WRK-AREA-ERRO
               MOVE "DECLQUIT"               TO WRK-PROGRAMA-ERRO
               MOVE "DECLMALA"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0276-GRAVAR-MALA-FIM.            EXIT.

      *-----------------------------------------------------------------
       0280-GRAVAR-CONTROLE             SECTION.
      *-----------------------------------------------------------------
      *    REEMISSAO REGRAVA O REGISTRO: A DATA DA PRIMEIRA EMISSAO
      *    FICA, A ULTIMA E A QUANTIDADE ANDAM.
      *-----------------------------------------------------------------

           IF WRK-CONTROLE-NOVO
               INITIALIZE REG-DECLARACAO
               MOVE REG-CODIGO           TO DECL-CODIGO
               MOVE WRK-ANO-BASE         TO DECL-ANO
               MOVE WRK-DATA-EXECUCAO    TO DECL-DATA-EMISSAO
           ELSE
               ADD 1 TO ACU-REEMITIDAS
           END-IF.

           MOVE WRK-SW-CANAL             TO DECL-CANAL.
           MOVE WRK-DATA-EXECUCAO        TO DECL-DATA-ULTIMA.
           ADD 1                         TO DECL-QT-EMISSOES.
           MOVE WRK-QT-FATURAS-ANO       TO DECL-QT-FATURAS.
           MOVE WRK-VALOR-PAGO-ANO       TO DECL-VALOR-PAGO.

           IF WRK-CONTROLE-NOVO
               WRITE REG-DECLARACAO
           ELSE
               REWRITE REG-DECLARACAO
           END-IF.

           IF FS-DECLCTL NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-DECLCTL               TO WRK-STATUS-ERRO
               MOVE "0280-GRAVAR-CONTROLE"   TO WRK-AREA-ERRO
               MOVE "DECLQUIT"               TO WRK-PROGRAMA-ERRO
               MOVE "DECLCTL"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0280-GRAVAR-CONTROLE-FIM.        EXIT.

      *-----------------------------------------------------------------
       0290-ESTATISTICA                 SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-CABECALHO3           TO REG-RELDECL.
           PERFORM 0253-GRAVAR-LINHA.
           MOVE WRK-LINHA-LEGENDA        TO REG-RELDECL.
           PERFORM 0253-GRAVAR-LINHA.

           DISPLAY WRK-TRACO.
           DISPLAY "ANO-BASE DAS DECLARACOES......: " WRK-ANO-BASE.
           DISPLAY "CLIENTES LIDOS................: "
                                                  ACU-CLIENTES-LIDOS.
           DISPLAY "MEMBROS DE GRUPO (NO PAGADOR).: " ACU-MEMBROS-GRUPO.
           DISPLAY "SEM FATURAS NO ANO-BASE.......: " ACU-SEM-FATURAS.
           DISPLAY "SEM DIREITO (RELDECL).........: " ACU-NAO-QUITADOS.
           DISPLAY "JA EMITIDAS EM RODADA ANTERIOR: " ACU-JA-EMITIDAS.
           DISPLAY "QUITADOS SEM ENDERECO.........: " ACU-SEM-ENDERECO.
           DISPLAY "EMITIDAS POR E-FATURA.........: "
                                                  ACU-EMITIDAS-EFATURA.
           DISPLAY "EMITIDAS POR MALA-DIRETA......: "
                                                  ACU-EMITIDAS-PAPEL.
           DISPLAY "DAS QUAIS REEMISSOES..........: " ACU-REEMITIDAS.
           DISPLAY "FATURAS LIDAS.................: " ACU-FATURAS-LIDAS.
           DISPLAY "FATURAS DO HISTORICO LIDAS....: "
                                                  ACU-HISTORICO-LIDOS.
           DISPLAY WRK-TRACO.
           DISPLAY WRK-FIM-PROGRAMA.
           DISPLAY WRK-TRACO.

       0290-ESTATISTICA-FIM.            EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                   SECTION.
      *-----------------------------------------------------------------

           PERFORM 0290-ESTATISTICA.

           CLOSE CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "DECLQUIT"        TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE FATURAS.
           IF FS-FATURAS NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-FATURAS        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "DECLQUIT"        TO WRK-PROGRAMA-ERRO
               MOVE "FATURAS"         TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE FATHIST.
           IF FS-FATHIST NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-FATHIST        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "DECLQUIT"        TO WRK-PROGRAMA-ERRO
               MOVE "FATHIST"         TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           IF WRK-ENDERECOS-ABERTO
               CLOSE ENDERECOS
           END-IF.

           CLOSE DECLCTL.
           IF FS-DECLCTL NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-DECLCTL        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "DECLQUIT"        TO WRK-PROGRAMA-ERRO
               MOVE "DECLCTL"         TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE DECLTEXT.
           IF FS-DECLTEXT NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-DECLTEXT       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "DECLQUIT"        TO WRK-PROGRAMA-ERRO
               MOVE "DECLTEXT"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE DECLEFAT.
           IF FS-DECLEFAT NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-DECLEFAT       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "DECLQUIT"        TO WRK-PROGRAMA-ERRO
               MOVE "DECLEFAT"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE DECLMALA.
           IF FS-DECLMALA NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-DECLMALA       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "DECLQUIT"        TO WRK-PROGRAMA-ERRO
               MOVE "DECLMALA"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE RELDECL.
           IF FS-RELDECL NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-RELDECL        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "DECLQUIT"        TO WRK-PROGRAMA-ERRO
               MOVE "RELDECL"         TO WRK-ARQUIVO-ERRO
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
