      *-----------------------------------------------------------------
       IDENTIFICATION                   DIVISION.
       PROGRAM-ID. SEGVIA.
      *=================================================================
      *== PROGRAMA....: SEGVIA
      *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
      *== ANALISTA....: IVAN SANCHES
      *== DATA........: 15/10/2026
      *== CONSULTORIA:
      *-----------------------------------------------------------------
      *== OBJETIVO....: SEGUNDA VIA DE FATURA SOB DEMANDA DO
      *                 ATENDIMENTO. CADA CARTAO DO SEGVPARM (BOOK
      *                 REGSEGV) PEDE A FATURA DE UM CLIENTE E UMA
      *                 COMPETENCIA; O DOCUMENTO E REMONTADO A PARTIR
      *                 DO FATURAS OU, SE JA ARQUIVADA, DO HISTORICO
      *                 FATHIST (BOOK REGFATUR), COM OS DADOS DO
      *                 CLIENTES E DO ENDERECOS, E MARCADO "2A VIA". O
      *                 SALDO SAI ATUALIZADO ATE A DATA DA EMISSAO:
      *                 FATURA EM ABERTO E VENCIDA TEM MULTA E JUROS
      *                 RECALCULADOS PELA MESMA REGRA DO ENCARGOS
      *                 (PERCENTUAIS DO CARTAO, BOOK REGPARM), SEM
      *                 GRAVAR NADA NO FATURAS - A APURACAO OFICIAL
      *                 CONTINUA SENDO A DO ENCARGOS. PARA O SALDO EM
      *                 ABERTO SAO GERADOS DE NOVO O PIX COPIA-E-COLA
      *                 (TXID = CHAVE DA FATURA, BAIXADO PELO PIXBAIXA)
      *                 E A LINHA DIGITAVEL DO BOLETO (NOSSO-NUMERO =
      *                 CHAVE DA FATURA, REGISTRADO PELO EXTRATO
      *                 SEGVBOL E BAIXADO PELO RETBOLET), COM NOVO
      *                 VENCIMENTO. A ENTREGA E POR E-MAIL (EXTRATO
      *                 SEGVEFAT NO LAYOUT DO EFATURA, PARA O EFATENVI)
      *                 OU IMPRESSAO; O TEXTO DO DOCUMENTO FICA NO
      *                 SEGVDOC E TODO PEDIDO, EMITIDO OU RECUSADO, VAI
      *                 PARA O LOG SEGVLOG (BOOK REGSEGL).
      *-----------------------------------------------------------------
      *===================ESPECIFICACOES DO PROGRAMA====================
      *    ARQUIVO                    TIPO               BOOK
      *    SEGVPARM                  INPUT              REGSEGV
      *    CARTAO                    INPUT              REGPARM
      *    CLIENTES                  INPUT              REGCLI
      *    FATURAS                   INPUT              REGFATUR
      *    FATHIST                   INPUT              REGFATUR
      *    ENDERECOS                 INPUT              REGEND
      *    SEGVDOC                   OUTPUT             N/A
      *    SEGVEFAT                  OUTPUT             REGEFAT
      *    SEGVBOL                   OUTPUT             REGBOL
      *    SEGVLOG                   OUTPUT             REGSEGL
      *    SEGVIA                    INPUT              BOOKDIAU
      *    SEGVIA                    INPUT              BOOKMSG
      *    SEGVIA                    INPUT              BOOKASSI
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
           SELECT SEGVPARM ASSIGN TO WRK-NOME-SEGVPARM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-SEGVPARM.

           SELECT CARTAO ASSIGN TO WRK-NOME-CARTAO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CARTAO.

           SELECT CLIENTES ASSIGN TO WRK-NOME-CLIENTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-CODIGO
           FILE STATUS IS FS-CLIENTES.

           SELECT FATURAS ASSIGN TO WRK-NOME-FATURAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FAT-CHAVE
           FILE STATUS IS FS-FATURAS.

           SELECT FATHIST ASSIGN TO WRK-NOME-FATHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS HIS-CHAVE
           FILE STATUS IS FS-FATHIST.

           SELECT ENDERECOS ASSIGN TO WRK-NOME-ENDERECOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS END-CODIGO
           FILE STATUS IS FS-ENDERECOS.

           SELECT SEGVDOC ASSIGN TO WRK-NOME-SEGVDOC
           FILE STATUS IS FS-SEGVDOC.

           SELECT SEGVEFAT ASSIGN TO WRK-NOME-SEGVEFAT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-SEGVEFAT.

           SELECT SEGVBOL ASSIGN TO WRK-NOME-SEGVBOL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-SEGVBOL.

           SELECT SEGVLOG ASSIGN TO WRK-NOME-SEGVLOG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-SEGVLOG.
      *-----------------------------------------------------------------

      *=================================================================
       DATA                             DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                             SECTION.
      *-----------------------------------------------------------------
      *
      *            INPUT - PEDIDOS DE SEGUNDA VIA DO ATENDIMENTO
      *
      *-----------------------------------------------------------------
       FD  SEGVPARM.
       COPY "REGSEGV".

      *-----------------------------------------------------------------
      *
      *            INPUT - CARTAO DE PARAMETROS (PERCENTUAIS)
      *
      *-----------------------------------------------------------------
       FD  CARTAO.
       COPY "REGPARM".

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
      *            INPUT - ENDERECOS PARA A IMPRESSAO
      *
      *-----------------------------------------------------------------
       FD  ENDERECOS.
       COPY "REGEND".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - TEXTO DAS SEGUNDAS VIAS
      *
      *-----------------------------------------------------------------
       FD  SEGVDOC.
       01  REG-SEGVDOC                  PIC X(080).

      *-----------------------------------------------------------------
      *
      *            OUTPUT - EXTRATO PARA O EFATENVI (ENTREGA POR E-MAIL)
      *
      *-----------------------------------------------------------------
       FD  SEGVEFAT.
       COPY "REGEFAT".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - BOLETOS REEMITIDOS PARA REGISTRO NO BANCO
      *
      *-----------------------------------------------------------------
       FD  SEGVBOL.
       COPY "REGBOL".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - LOG DOS PEDIDOS DE SEGUNDA VIA
      *
      *-----------------------------------------------------------------
       FD  SEGVLOG.
       COPY "REGSEGL".

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

       01  FS-SEGVPARM                  PIC 9(002)         VALUE ZEROS.
       01  FS-CARTAO                    PIC 9(002)         VALUE ZEROS.
       01  FS-CLIENTES                  PIC 9(002)         VALUE ZEROS.
       01  FS-FATURAS                   PIC 9(002)         VALUE ZEROS.
       01  FS-FATHIST                   PIC 9(002)         VALUE ZEROS.
       01  FS-ENDERECOS                 PIC 9(002)         VALUE ZEROS.
       01  FS-SEGVDOC                   PIC 9(002)         VALUE ZEROS.
       01  FS-SEGVEFAT                  PIC 9(002)         VALUE ZEROS.
       01  FS-SEGVBOL                   PIC 9(002)         VALUE ZEROS.
       01  FS-SEGVLOG                   PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----NOMES EXTERNALIZADOS VIA DD-----".
      *-----------------------------------------------------------------

       01  WRK-NOME-SEGVPARM            PIC X(040)         VALUE
              "C:\RELATORIO\dados\SEGVPARM.DAT".
       01  WRK-NOME-CARTAO              PIC X(040)         VALUE
              "C:\RELATORIO\dados\CARTAO.DAT".
       01  WRK-NOME-CLIENTES            PIC X(040)         VALUE
              "C:\RELATORIO\dados\CLIENTES.DAT".
       01  WRK-NOME-FATURAS             PIC X(040)         VALUE
              "C:\RELATORIO\dados\FATURAS.DAT".
       01  WRK-NOME-FATHIST             PIC X(040)         VALUE
              "C:\RELATORIO\dados\FATHIST.DAT".
       01  WRK-NOME-ENDERECOS           PIC X(040)         VALUE
              "C:\RELATORIO\dados\ENDERECOS.DAT".
       01  WRK-NOME-SEGVDOC             PIC X(040)         VALUE
              "C:\RELATORIO\dados\SEGVDOC.txt".
       01  WRK-NOME-SEGVEFAT            PIC X(040)         VALUE
              "C:\RELATORIO\dados\SEGVEFAT.DAT".
       01  WRK-NOME-SEGVBOL             PIC X(040)         VALUE
              "C:\RELATORIO\dados\SEGVBOL.DAT".
       01  WRK-NOME-SEGVLOG             PIC X(040)         VALUE
              "C:\RELATORIO\dados\SEGVLOG.DAT".
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
       01  WRK-HORA-EXECUCAO            PIC 9(006)         VALUE ZEROS.

       01  WRK-DATA-VALIDADE            PIC 9(008)         VALUE ZEROS.
       01  WRK-PRAZO-PAGAMENTO          PIC 9(003)         VALUE 3.

       01  WRK-PERC-MULTA               PIC 9(002)V99      VALUE 02,00.
       01  WRK-PERC-JUROS-DIA           PIC 9(001)V999     VALUE 0,033.

       01  WRK-DATA-TRABALHO            PIC 9(008)         VALUE ZEROS.
       01  FILLER REDEFINES WRK-DATA-TRABALHO.
           05 WRK-TRB-AAAA              PIC 9(004).
           05 WRK-TRB-MM                PIC 9(002).
           05 WRK-TRB-DD                PIC 9(002).

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----CHAVES DE CONTROLE-----".
      *-----------------------------------------------------------------

       01  WRK-SW-ENDERECOS             PIC X(001)         VALUE "N".
           88 WRK-ENDERECOS-ABERTO                          VALUE "S".
           88 WRK-ENDERECOS-AUSENTE                         VALUE "N".

       01  WRK-SW-ENDERECO              PIC X(001)         VALUE "N".
           88 WRK-ENDERECO-ENCONTRADO                       VALUE "S".
           88 WRK-ENDERECO-AUSENTE                          VALUE "N".

       01  WRK-SW-COBRANCA              PIC X(001)         VALUE "N".
           88 WRK-COM-COBRANCA                              VALUE "S".
           88 WRK-SEM-COBRANCA                              VALUE "N".

       01  WRK-SW-CANAL                 PIC X(001)         VALUE "I".
           88 WRK-CANAL-EMAIL                               VALUE "E".
           88 WRK-CANAL-IMPRESSAO                           VALUE "I".

       01  WRK-SW-ORIGEM                PIC X(001)         VALUE SPACES.
           88 WRK-ORIGEM-FATURAS                            VALUE "F".
           88 WRK-ORIGEM-HISTORICO                          VALUE "H".
           88 WRK-ORIGEM-NENHUMA                            VALUE " ".

       01  WRK-MOTIVO                   PIC X(030)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----FATURA DA SEGUNDA VIA-----".
      *-----------------------------------------------------------------
      *    AREA COMUM AS DUAS ORIGENS: A FATURA DO FATURAS OU DO
      *    FATHIST E COPIADA PARA CA.
      *-----------------------------------------------------------------

       01  WRK-ITEM.
           05 WRK-ITEM-COMPETENCIA      PIC 9(006)         VALUE ZEROS.
           05 FILLER REDEFINES WRK-ITEM-COMPETENCIA.
               10 WRK-ITEM-CMP-AAAA     PIC 9(004).
               10 WRK-ITEM-CMP-MM       PIC 9(002).
           05 WRK-ITEM-VENCIMENTO       PIC 9(008)         VALUE ZEROS.
           05 FILLER REDEFINES WRK-ITEM-VENCIMENTO.
               10 WRK-ITEM-VEN-AAAA     PIC 9(004).
               10 WRK-ITEM-VEN-MM       PIC 9(002).
               10 WRK-ITEM-VEN-DD       PIC 9(002).
           05 WRK-ITEM-VALOR            PIC 9(005)V99      VALUE ZEROS.
           05 WRK-ITEM-ENCARGOS         PIC 9(005)V99      VALUE ZEROS.
           05 WRK-ITEM-PAGO             PIC 9(005)V99      VALUE ZEROS.
           05 WRK-ITEM-DATA-PAGAMENTO   PIC 9(008)         VALUE ZEROS.
           05 WRK-ITEM-STATUS           PIC X(001)         VALUE SPACES.
               88 WRK-ITEM-ABERTA                           VALUE "A".
               88 WRK-ITEM-PAGA                             VALUE "P".
               88 WRK-ITEM-RENEGOCIADA                      VALUE "R".
               88 WRK-ITEM-PERDA                            VALUE "X".
               88 WRK-ITEM-AGRUPADA                         VALUE "G".
           05 WRK-ITEM-DISPUTA          PIC X(001)         VALUE "N".
               88 WRK-ITEM-DISPUTADA                        VALUE "S".
           05 WRK-ITEM-NFSE-SITUACAO    PIC X(001)         VALUE SPACES.
               88 WRK-ITEM-NFSE-EMITIDA                     VALUE "N".
           05 WRK-ITEM-NFSE-NUMERO      PIC 9(015)         VALUE ZEROS.
           05 WRK-ITEM-NFSE-VERIFICACAO PIC X(009)         VALUE SPACES.

       01  WRK-DIAS-ATRASO              PIC S9(005) COMP-3 VALUE ZEROS.
       01  WRK-PRINCIPAL-ABERTO         PIC S9(007)V99 COMP-3
                                                           VALUE ZEROS.
       01  WRK-ENCARGO-ATUAL            PIC 9(005)V99      VALUE ZEROS.
       01  WRK-RESIDUO                  PIC S9(007)V99 COMP-3
                                                           VALUE ZEROS.
       01  WRK-VALOR-COBRANCA           PIC 9(005)V99      VALUE ZEROS.
       01  WRK-DATA-PAGAMENTO-DOC       PIC 9(008)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----DOCUMENTO DA SEGUNDA VIA-----".
      *-----------------------------------------------------------------

       01  WRK-REG-DOCUMENTO.
           05 DOC-CODIGO                PIC 9(007)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 DOC-SEQUENCIA             PIC 9(002)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 DOC-CONTEUDO              PIC X(069)         VALUE SPACES.

       01  WRK-DOC-TITULO.
           05 FILLER                    PIC X(045)         VALUE
              "FATURA DE ASSINATURA".
           05 FILLER                    PIC X(024)         VALUE
              "*** 2A VIA ***".

       01  WRK-DOC-EMISSAO.
           05 FILLER                    PIC X(011)         VALUE
              "EMITIDA EM ".
           05 WRK-DEM-DATA              PIC X(010)         VALUE SPACES.
           05 FILLER                    PIC X(015)         VALUE
              " - ENTREGA POR ".
           05 WRK-DEM-CANAL             PIC X(010)         VALUE SPACES.
           05 FILLER                    PIC X(011)         VALUE
              " - PEDIDO: ".
           05 WRK-DEM-SOLICITANTE       PIC X(010)         VALUE SPACES.
           05 FILLER                    PIC X(002)         VALUE SPACES.

       01  WRK-DOC-CLIENTE.
           05 FILLER                    PIC X(009)         VALUE
              "CLIENTE: ".
           05 WRK-DCL-CODIGO            PIC 9(007)         VALUE ZEROS.
           05 FILLER                    PIC X(003)         VALUE
              " - ".
           05 WRK-DCL-NOME              PIC X(020)         VALUE SPACES.
           05 FILLER                    PIC X(011)         VALUE
              " CPF/CNPJ: ".
           05 WRK-DCL-DOCUMENTO         PIC 9(014)         VALUE ZEROS.
           05 FILLER                    PIC X(005)         VALUE SPACES.

       01  WRK-DOC-ENDERECO.
           05 FILLER                    PIC X(006)         VALUE
              "END.: ".
           05 WRK-DEN-LOGRADOURO        PIC X(030)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-DEN-CIDADE            PIC X(020)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-DEN-CEP               PIC X(009)         VALUE SPACES.
           05 FILLER                    PIC X(002)         VALUE SPACES.

       01  WRK-DOC-COMPETENCIA.
           05 FILLER                    PIC X(013)         VALUE
              "COMPETENCIA: ".
           05 WRK-DCP-TEXTO             PIC X(020)         VALUE SPACES.
           05 FILLER                    PIC X(021)         VALUE
              "VENCIMENTO ORIGINAL: ".
           05 WRK-DCP-VENCIMENTO        PIC X(010)         VALUE SPACES.
           05 FILLER                    PIC X(005)         VALUE SPACES.

       01  WRK-COMPETENCIA-EDITADA.
           05 WRK-CED-MM                PIC 9(002)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE "/".
           05 WRK-CED-AAAA              PIC 9(004)         VALUE ZEROS.

       01  WRK-PARCELA-EDITADA.
           05 FILLER                    PIC X(008)         VALUE
              "PARCELA ".
           05 WRK-PED-COMPETENCIA       PIC 9(006)         VALUE ZEROS.

       01  WRK-DOC-PLANO.
           05 FILLER                    PIC X(011)         VALUE
              "STREAMING: ".
           05 WRK-DPL-STREAMING         PIC X(010)         VALUE SPACES.
           05 FILLER                    PIC X(009)         VALUE
              "  PLANO: ".
           05 WRK-DPL-PLANO             PIC X(007)         VALUE SPACES.
           05 FILLER                    PIC X(032)         VALUE SPACES.

       01  WRK-DOC-VALOR.
           05 WRK-DVL-ROTULO            PIC X(027)         VALUE SPACES.
           05 FILLER                    PIC X(003)         VALUE
              "R$ ".
           05 WRK-DVL-VALOR             PIC Z.ZZZ.ZZ9,99   VALUE ZEROS.
           05 FILLER                    PIC X(027)         VALUE SPACES.

       01  WRK-ROTULOS-VALOR.
           05 FILLER                    PIC X(027)         VALUE
              "VALOR DA FATURA..........: ".
           05 FILLER                    PIC X(027)         VALUE
              "MULTA E JUROS ATE A DATA.: ".
           05 FILLER                    PIC X(027)         VALUE
              "VALOR JA PAGO............: ".
           05 FILLER                    PIC X(027)         VALUE
              "SALDO ATUALIZADO.........: ".

       01  TAB-ROTULOS-VALOR REDEFINES WRK-ROTULOS-VALOR.
           05 ROT-VALOR                 PIC X(027)
                                        OCCURS 4 TIMES.

       01  WRK-DOC-SITUACAO.
           05 FILLER                    PIC X(010)         VALUE
              "SITUACAO: ".
           05 WRK-DST-TEXTO             PIC X(045)         VALUE SPACES.
           05 WRK-DST-DATA              PIC X(010)         VALUE SPACES.
           05 FILLER                    PIC X(004)         VALUE SPACES.

       01  WRK-DOC-VALIDADE.
           05 FILLER                    PIC X(034)         VALUE
              "PAGAR O SALDO ATUALIZADO ATE ".
           05 WRK-DVA-DATA              PIC X(010)         VALUE SPACES.
           05 FILLER                    PIC X(025)         VALUE SPACES.

       01  WRK-DOC-PIX.
           05 FILLER                    PIC X(018)         VALUE
              "PIX COPIA E COLA: ".
           05 WRK-DPX-CODIGO            PIC X(040)         VALUE SPACES.
           05 FILLER                    PIC X(011)         VALUE SPACES.

       01  WRK-DOC-BOLETO.
           05 FILLER                    PIC X(018)         VALUE
              "LINHA DIGITAVEL.: ".
           05 WRK-DBO-LINHA             PIC X(032)         VALUE SPACES.
           05 FILLER                    PIC X(019)         VALUE SPACES.

       01  WRK-DOC-NFSE.
           05 FILLER                    PIC X(007)         VALUE
              "NFS-E: ".
           05 WRK-DNF-NUMERO            PIC 9(015)         VALUE ZEROS.
           05 FILLER                    PIC X(015)         VALUE
              "  VERIFICACAO: ".
           05 WRK-DNF-VERIFICACAO       PIC X(009)         VALUE SPACES.
           05 FILLER                    PIC X(023)         VALUE SPACES.

       01  WRK-DOC-SEPARADOR            PIC X(069)         VALUE
              ALL "-".

       01  WRK-PIX-COPIA-COLA           PIC X(040)         VALUE SPACES.

       01  WRK-DATA-EDITADA.
           05 WRK-EDT-DD                PIC 9(002)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE "/".
           05 WRK-EDT-MM                PIC 9(002)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE "/".
           05 WRK-EDT-AAAA              PIC 9(004)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEL DE ACUMULACAO-----".
      *-----------------------------------------------------------------

       01  ACU-PEDIDOS                  PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-EMITIDAS-EMAIL           PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-EMITIDAS-IMPRESSAO       PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-DO-HISTORICO             PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-BOLETOS                  PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-RECUSADAS                PIC 9(005)  COMP-3 VALUE ZEROS.

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
           PERFORM 0200-PROCESSAR-PEDIDO
               UNTIL FS-SEGVPARM EQUAL 10.
           PERFORM 0300-FINALIZAR.

       0000-PRINCIPAL-FIM.              EXIT.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                 SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-EXECUCAO FROM TIME.

           MOVE WRK-DATA-EXECUCAO        TO WRK-DATA-TRABALHO.
           PERFORM 0410-EDITAR-DATA.
           MOVE WRK-DATA-EDITADA         TO WRK-DEM-DATA.

      *    O SALDO ATUALIZADO VALE ATE O TERCEIRO DIA UTIL SEGUINTE.
           SET DIU-FUNC-SOMAR            TO TRUE.
           MOVE WRK-DATA-EXECUCAO        TO DIU-DATA.
           MOVE WRK-PRAZO-PAGAMENTO      TO DIU-QT-DIAS.
           CALL "DIAUTIL" USING DIU-PARAMETRO.
           MOVE DIU-DATA                 TO WRK-DATA-VALIDADE.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_SEGVPARM".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-SEGVPARM
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CARTAO".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-CARTAO
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

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_SEGVDOC".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-SEGVDOC
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_SEGVEFAT".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-SEGVEFAT
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_SEGVBOL".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-SEGVBOL
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_SEGVLOG".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-SEGVLOG
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           PERFORM 0116-LER-PARAMETROS.

           OPEN INPUT SEGVPARM.
           IF FS-SEGVPARM NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-SEGVPARM              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "SEGVIA"                 TO WRK-PROGRAMA-ERRO
               MOVE "SEGVPARM"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "SEGVIA"                 TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN INPUT FATURAS.
           IF FS-FATURAS NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-FATURAS               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "SEGVIA"                 TO WRK-PROGRAMA-ERRO
               MOVE "FATURAS"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN INPUT FATHIST.
           IF FS-FATHIST NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-FATHIST               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "SEGVIA"                 TO WRK-PROGRAMA-ERRO
               MOVE "FATHIST"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

      *    SEM O ENDERECOS, SO SAI SEGUNDA VIA POR E-MAIL; O PEDIDO DE
      *    IMPRESSAO E RECUSADO NO LOG.
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
                   MOVE "SEGVIA"                 TO WRK-PROGRAMA-ERRO
                   MOVE "ENDERECOS"              TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
           END-EVALUATE.

           OPEN OUTPUT SEGVDOC.
           IF FS-SEGVDOC NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-SEGVDOC               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "SEGVIA"                 TO WRK-PROGRAMA-ERRO
               MOVE "SEGVDOC"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN OUTPUT SEGVEFAT.
           IF FS-SEGVEFAT NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-SEGVEFAT              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "SEGVIA"                 TO WRK-PROGRAMA-ERRO
               MOVE "SEGVEFAT"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN OUTPUT SEGVBOL.
           IF FS-SEGVBOL NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-SEGVBOL               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "SEGVIA"                 TO WRK-PROGRAMA-ERRO
               MOVE "SEGVBOL"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

      *    O LOG E GRAVADO POR EXTENSAO, COM CRIACAO NO STATUS 35.
           OPEN EXTEND SEGVLOG.
           IF FS-SEGVLOG EQUAL 35
               OPEN OUTPUT SEGVLOG
           END-IF.
           IF FS-SEGVLOG NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-SEGVLOG               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "SEGVIA"                 TO WRK-PROGRAMA-ERRO
               MOVE "SEGVLOG"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           PERFORM 0160-LER-PEDIDO.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------
       0116-LER-PARAMETROS              SECTION.
      *-----------------------------------------------------------------
      *    MESMOS PERCENTUAIS DO ENCARGOS: SEM O CARTAO (STATUS 35) OU
      *    COM O CAMPO ZERADO, MULTA DE 2,00 E JUROS DE 0,033 AO DIA.
      *-----------------------------------------------------------------

           OPEN INPUT CARTAO.

           IF FS-CARTAO EQUAL ZEROS
               READ CARTAO
               IF FS-CARTAO EQUAL ZEROS
                   IF PARM-PERC-MULTA GREATER ZEROS
                       MOVE PARM-PERC-MULTA TO WRK-PERC-MULTA
                   END-IF
                   IF PARM-PERC-JUROS-DIA GREATER ZEROS
                       MOVE PARM-PERC-JUROS-DIA TO WRK-PERC-JUROS-DIA
                   END-IF
               END-IF
               CLOSE CARTAO
           ELSE
               IF FS-CARTAO NOT EQUAL 35
                   MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
                   MOVE FS-CARTAO                TO WRK-STATUS-ERRO
                   MOVE "0116-LER-PARAMETROS"    TO WRK-AREA-ERRO
                   MOVE "SEGVIA"                 TO WRK-PROGRAMA-ERRO
                   MOVE "CARTAO"                 TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

       0116-LER-PARAMETROS-FIM.         EXIT.

      *-----------------------------------------------------------------
       0160-LER-PEDIDO                  SECTION.
      *-----------------------------------------------------------------

           READ SEGVPARM.

           IF FS-SEGVPARM NOT EQUAL 00 AND NOT EQUAL 10
               MOVE WRK-ERRO-LEIT        TO WRK-DESCRICAO-ERRO
               MOVE FS-SEGVPARM          TO WRK-STATUS-ERRO
               MOVE "0160-LER-PEDIDO"    TO WRK-AREA-ERRO
               MOVE "SEGVIA"             TO WRK-PROGRAMA-ERRO
               MOVE "SEGVPARM"           TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           IF FS-SEGVPARM EQUAL ZEROS
               ADD 1 TO ACU-PEDIDOS
           END-IF.

       0160-LER-PEDIDO-FIM.             EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR-PEDIDO            SECTION.
      *-----------------------------------------------------------------

           PERFORM 0205-ATENDER-PEDIDO.

           PERFORM 0160-LER-PEDIDO.

       0200-PROCESSAR-PEDIDO-FIM.       EXIT.

      *-----------------------------------------------------------------
       0205-ATENDER-PEDIDO              SECTION.
      *-----------------------------------------------------------------
      *    PEDIDO QUE NAO PODE SER ATENDIDO NAO PARA O LOTE: VAI PARA O
      *    LOG COMO RECUSADO, COM O MOTIVO, E O ATENDIMENTO RESPONDE AO
      *    CLIENTE.
      *-----------------------------------------------------------------

           MOVE SPACES                   TO WRK-MOTIVO.
           MOVE ZEROS                    TO WRK-VALOR-COBRANCA.
           SET WRK-ORIGEM-NENHUMA        TO TRUE.
           SET WRK-SEM-COBRANCA          TO TRUE.
           SET WRK-CANAL-IMPRESSAO       TO TRUE.

           MOVE SEGV-CODIGO              TO REG-CODIGO.
           READ CLIENTES KEY IS REG-CODIGO
               INVALID KEY
                   MOVE "CLIENTE NAO CADASTRADO" TO WRK-MOTIVO
                   PERFORM 0207-RECUSAR-PEDIDO
                   GO TO 0205-ATENDER-PEDIDO-FIM
           END-READ.

           PERFORM 0210-LOCALIZAR-FATURA.
           IF WRK-ORIGEM-NENHUMA
               MOVE "FATURA NAO ENCONTRADA"  TO WRK-MOTIVO
               PERFORM 0207-RECUSAR-PEDIDO
               GO TO 0205-ATENDER-PEDIDO-FIM
           END-IF.

           IF WRK-ITEM-AGRUPADA
               MOVE "COTA DE GRUPO - VER PAGADOR"  TO WRK-MOTIVO
               PERFORM 0207-RECUSAR-PEDIDO
               GO TO 0205-ATENDER-PEDIDO-FIM
           END-IF.

           PERFORM 0230-DEFINIR-CANAL.
           IF WRK-CANAL-IMPRESSAO AND WRK-ENDERECO-AUSENTE
               MOVE "SEM ENDERECO PARA IMPRESSAO" TO WRK-MOTIVO
               PERFORM 0207-RECUSAR-PEDIDO
               GO TO 0205-ATENDER-PEDIDO-FIM
           END-IF.

           PERFORM 0220-ATUALIZAR-SALDO.

           IF WRK-COM-COBRANCA
               PERFORM 0240-GERAR-COBRANCA
           END-IF.

           PERFORM 0250-GRAVAR-DOCUMENTO.

           IF WRK-CANAL-EMAIL
               PERFORM 0260-GRAVAR-EFATURA
               ADD 1 TO ACU-EMITIDAS-EMAIL
           ELSE
               ADD 1 TO ACU-EMITIDAS-IMPRESSAO
           END-IF.

           IF WRK-ORIGEM-HISTORICO
               ADD 1 TO ACU-DO-HISTORICO
           END-IF.

           SET SEGL-EMITIDA              TO TRUE.
           PERFORM 0280-GRAVAR-LOG.

       0205-ATENDER-PEDIDO-FIM.         EXIT.

      *-----------------------------------------------------------------
       0207-RECUSAR-PEDIDO              SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO ACU-RECUSADAS.
           SET SEGL-RECUSADA             TO TRUE.
           PERFORM 0280-GRAVAR-LOG.

       0207-RECUSAR-PEDIDO-FIM.         EXIT.

      *-----------------------------------------------------------------
       0210-LOCALIZAR-FATURA            SECTION.
      *-----------------------------------------------------------------
      *    PRIMEIRO NO FATURAS; FATURA QUITADA E JA ARQUIVADA PELO
      *    ARQFATUR ESTA NO FATHIST, COM A MESMA CHAVE.
      *-----------------------------------------------------------------

           MOVE SEGV-CODIGO              TO FAT-CODIGO.
           MOVE SEGV-COMPETENCIA         TO FAT-COMPETENCIA.
           READ FATURAS KEY IS FAT-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WRK-ORIGEM-FATURAS TO TRUE
                   MOVE FAT-COMPETENCIA     TO WRK-ITEM-COMPETENCIA
                   MOVE FAT-DATA-VENCIMENTO TO WRK-ITEM-VENCIMENTO
                   MOVE FAT-VALOR           TO WRK-ITEM-VALOR
                   MOVE FAT-VALOR-ENCARGOS  TO WRK-ITEM-ENCARGOS
                   MOVE FAT-VALOR-PAGO      TO WRK-ITEM-PAGO
                   MOVE FAT-DATA-PAGAMENTO  TO WRK-ITEM-DATA-PAGAMENTO
                   MOVE FAT-STATUS          TO WRK-ITEM-STATUS
                   MOVE FAT-EM-DISPUTA      TO WRK-ITEM-DISPUTA
                   MOVE FAT-NFSE-SITUACAO   TO WRK-ITEM-NFSE-SITUACAO
                   MOVE FAT-NFSE-NUMERO     TO WRK-ITEM-NFSE-NUMERO
                   MOVE FAT-NFSE-VERIFICACAO
                                         TO WRK-ITEM-NFSE-VERIFICACAO
           END-READ.

           IF WRK-ORIGEM-FATURAS
               GO TO 0210-LOCALIZAR-FATURA-FIM
           END-IF.

           MOVE SEGV-CODIGO              TO HIS-CODIGO.
           MOVE SEGV-COMPETENCIA         TO HIS-COMPETENCIA.
           READ FATHIST KEY IS HIS-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WRK-ORIGEM-HISTORICO TO TRUE
                   MOVE HIS-COMPETENCIA     TO WRK-ITEM-COMPETENCIA
                   MOVE HIS-DATA-VENCIMENTO TO WRK-ITEM-VENCIMENTO
                   MOVE HIS-VALOR           TO WRK-ITEM-VALOR
                   MOVE HIS-VALOR-ENCARGOS  TO WRK-ITEM-ENCARGOS
                   MOVE HIS-VALOR-PAGO      TO WRK-ITEM-PAGO
                   MOVE HIS-DATA-PAGAMENTO  TO WRK-ITEM-DATA-PAGAMENTO
                   MOVE HIS-STATUS          TO WRK-ITEM-STATUS
                   MOVE HIS-EM-DISPUTA      TO WRK-ITEM-DISPUTA
                   MOVE HIS-NFSE-SITUACAO   TO WRK-ITEM-NFSE-SITUACAO
                   MOVE HIS-NFSE-NUMERO     TO WRK-ITEM-NFSE-NUMERO
                   MOVE HIS-NFSE-VERIFICACAO
                                         TO WRK-ITEM-NFSE-VERIFICACAO
           END-READ.

       0210-LOCALIZAR-FATURA-FIM.       EXIT.

      *-----------------------------------------------------------------
       0220-ATUALIZAR-SALDO             SECTION.
      *-----------------------------------------------------------------
      *    SO A FATURA EM ABERTO, FORA DE DISPUTA E JA VENCIDA TEM O
      *    ENCARGO RECALCULADO ATE HOJE (MESMA CONTA COMERCIAL DE 360
      *    DIAS DO ENCARGOS); VALE O MAIOR ENTRE O RECALCULADO E O JA
      *    APURADO. RENEGOCIADA SE PAGA PELAS PARCELAS DO ACORDO E A
      *    FATURA EM DISPUTA ESTA COM A COBRANCA CONGELADA - NENHUMA
      *    DAS DUAS LEVA PIX OU BOLETO.
      *-----------------------------------------------------------------

           MOVE WRK-ITEM-VENCIMENTO      TO WRK-DATA-PAGAMENTO-DOC.

           IF WRK-ITEM-ABERTA AND NOT WRK-ITEM-DISPUTADA
              AND WRK-ITEM-VENCIMENTO LESS WRK-DATA-EXECUCAO
               COMPUTE WRK-DIAS-ATRASO =
                   (WRK-EXE-AAAA - WRK-ITEM-VEN-AAAA) * 360
                 + (WRK-EXE-MM   - WRK-ITEM-VEN-MM)   * 30
                 + (WRK-EXE-DD   - WRK-ITEM-VEN-DD)
               COMPUTE WRK-PRINCIPAL-ABERTO =
                   WRK-ITEM-VALOR - WRK-ITEM-PAGO
               IF WRK-PRINCIPAL-ABERTO LESS ZEROS
                   MOVE ZEROS            TO WRK-PRINCIPAL-ABERTO
               END-IF
               COMPUTE WRK-ENCARGO-ATUAL ROUNDED =
                   WRK-PRINCIPAL-ABERTO *
                   (WRK-PERC-MULTA
                  + (WRK-PERC-JUROS-DIA * WRK-DIAS-ATRASO)) / 100
               IF WRK-ENCARGO-ATUAL GREATER WRK-ITEM-ENCARGOS
                   MOVE WRK-ENCARGO-ATUAL TO WRK-ITEM-ENCARGOS
               END-IF
               MOVE WRK-DATA-VALIDADE    TO WRK-DATA-PAGAMENTO-DOC
           END-IF.

           COMPUTE WRK-RESIDUO = WRK-ITEM-VALOR + WRK-ITEM-ENCARGOS
                               - WRK-ITEM-PAGO.
           IF WRK-RESIDUO LESS ZEROS
               MOVE ZEROS                TO WRK-RESIDUO
           END-IF.

           IF WRK-ITEM-RENEGOCIADA
               MOVE ZEROS                TO WRK-RESIDUO
           END-IF.

           MOVE WRK-RESIDUO              TO WRK-VALOR-COBRANCA.

           IF (WRK-ITEM-ABERTA OR WRK-ITEM-PERDA)
              AND NOT WRK-ITEM-DISPUTADA
              AND WRK-RESIDUO GREATER ZEROS
               SET WRK-COM-COBRANCA      TO TRUE
           END-IF.

      *    PERDA VENCEU HA MUITO TEMPO: PAGAMENTO DA RECUPERACAO NO
      *    PRAZO DA SEGUNDA VIA.
           IF WRK-ITEM-PERDA
               MOVE WRK-DATA-VALIDADE    TO WRK-DATA-PAGAMENTO-DOC
           END-IF.

       0220-ATUALIZAR-SALDO-FIM.        EXIT.

      *-----------------------------------------------------------------
       0230-DEFINIR-CANAL               SECTION.
      *-----------------------------------------------------------------
      *    O CARTAO PODE PEDIR O CANAL; EM BRANCO VALE O CADASTRO. SEM
      *    E-MAIL VALIDO A SEGUNDA VIA VAI PARA A IMPRESSAO.
      *-----------------------------------------------------------------

           EVALUATE TRUE
               WHEN SEGV-CANAL-EMAIL
                   SET WRK-CANAL-EMAIL       TO TRUE
               WHEN SEGV-CANAL-IMPRESSAO
                   SET WRK-CANAL-IMPRESSAO   TO TRUE
               WHEN REG-EFATURA-SIM
                   SET WRK-CANAL-EMAIL       TO TRUE
               WHEN OTHER
                   SET WRK-CANAL-IMPRESSAO   TO TRUE
           END-EVALUATE.

           IF WRK-CANAL-EMAIL
              AND (REG-EMAIL EQUAL SPACES OR REG-EMAIL-INVALIDO)
               SET WRK-CANAL-IMPRESSAO   TO TRUE
           END-IF.

           SET WRK-ENDERECO-AUSENTE      TO TRUE.
           MOVE SPACES                   TO WRK-DEN-LOGRADOURO
                                            WRK-DEN-CIDADE
                                            WRK-DEN-CEP.
           IF WRK-ENDERECOS-ABERTO
               MOVE REG-CODIGO           TO END-CODIGO
               READ ENDERECOS KEY IS END-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WRK-ENDERECO-ENCONTRADO TO TRUE
                       MOVE END-LOGRADOURO TO WRK-DEN-LOGRADOURO
                       MOVE END-CIDADE     TO WRK-DEN-CIDADE
                       MOVE END-CEP        TO WRK-DEN-CEP
               END-READ
           END-IF.

           IF WRK-CANAL-EMAIL
               MOVE "E-MAIL"             TO WRK-DEM-CANAL
           ELSE
               MOVE "IMPRESSAO"          TO WRK-DEM-CANAL
           END-IF.

       0230-DEFINIR-CANAL-FIM.          EXIT.

      *-----------------------------------------------------------------
       0240-GERAR-COBRANCA              SECTION.
      *-----------------------------------------------------------------
      *    PIX NO FORMATO DO RELATV05 E BOLETO NO FORMATO DO BOLETCLI,
      *    OS DOIS PELA CHAVE DA FATURA E PELO SALDO ATUALIZADO. O
      *    BOLETO NOVO VAI PARA O EXTRATO SEGVBOL, PARA REGISTRO.
      *-----------------------------------------------------------------

           MOVE SPACES                   TO WRK-PIX-COPIA-COLA.
           STRING "PIX"                  DELIMITED BY SIZE
                  SEGV-CODIGO            DELIMITED BY SIZE
                  WRK-ITEM-COMPETENCIA   DELIMITED BY SIZE
                  WRK-VALOR-COBRANCA     DELIMITED BY SIZE
               INTO WRK-PIX-COPIA-COLA.

           MOVE SEGV-CODIGO              TO BOL-NN-CODIGO.
           MOVE WRK-ITEM-COMPETENCIA     TO BOL-NN-COMPETENCIA.
           MOVE REG-NOME                 TO BOL-NOME.
           MOVE WRK-VALOR-COBRANCA       TO BOL-VALOR.
           MOVE WRK-DATA-PAGAMENTO-DOC   TO BOL-DATA-VENCIMENTO.

           MOVE SPACES TO BOL-LINHA-DIGITAVEL.
           STRING "BOL"               DELIMITED BY SIZE
                  BOL-NOSSO-NUMERO    DELIMITED BY SIZE
                  BOL-VALOR           DELIMITED BY SIZE
                  BOL-DATA-VENCIMENTO DELIMITED BY SIZE
               INTO BOL-LINHA-DIGITAVEL.

           MOVE WRK-PIX-COPIA-COLA       TO WRK-DPX-CODIGO.
           MOVE BOL-LINHA-DIGITAVEL      TO WRK-DBO-LINHA.

           WRITE REG-BOLETO.
           IF FS-SEGVBOL NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-SEGVBOL               TO WRK-STATUS-ERRO
               MOVE "0240-GERAR-COBRANCA"    TO WRK-AREA-ERRO
               MOVE "SEGVIA"                 TO WRK-PROGRAMA-ERRO
               MOVE "SEGVBOL"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           ADD 1 TO ACU-BOLETOS.

       0240-GERAR-COBRANCA-FIM.         EXIT.

      *-----------------------------------------------------------------
       0250-GRAVAR-DOCUMENTO            SECTION.
      *-----------------------------------------------------------------
      *    CADA LINHA LEVA O CODIGO DO CLIENTE E A SEQUENCIA, PARA O
      *    CONVERSOR DE PDF E A IMPRESSAO SEPARAREM OS DOCUMENTOS.
      *-----------------------------------------------------------------

           MOVE SEGV-CODIGO              TO DOC-CODIGO WRK-DCL-CODIGO.
           MOVE ZEROS                    TO DOC-SEQUENCIA.
           MOVE REG-NOME                 TO WRK-DCL-NOME.
           MOVE REG-CPF-CNPJ             TO WRK-DCL-DOCUMENTO.
           MOVE SEGV-SOLICITANTE         TO WRK-DEM-SOLICITANTE.
           MOVE REG-STREAMING            TO WRK-DPL-STREAMING.
           MOVE REG-PLANO                TO WRK-DPL-PLANO.

           IF WRK-ITEM-CMP-MM GREATER 12
               MOVE WRK-ITEM-COMPETENCIA TO WRK-PED-COMPETENCIA
               MOVE WRK-PARCELA-EDITADA  TO WRK-DCP-TEXTO
           ELSE
               MOVE WRK-ITEM-CMP-MM      TO WRK-CED-MM
               MOVE WRK-ITEM-CMP-AAAA    TO WRK-CED-AAAA
               MOVE WRK-COMPETENCIA-EDITADA TO WRK-DCP-TEXTO
           END-IF.
           MOVE WRK-ITEM-VENCIMENTO      TO WRK-DATA-TRABALHO.
           PERFORM 0410-EDITAR-DATA.
           MOVE WRK-DATA-EDITADA         TO WRK-DCP-VENCIMENTO.

           MOVE WRK-DOC-TITULO           TO DOC-CONTEUDO.
           PERFORM 0251-GRAVAR-LINHA-DOC.
           MOVE WRK-DOC-EMISSAO          TO DOC-CONTEUDO.
           PERFORM 0251-GRAVAR-LINHA-DOC.
           MOVE SPACES                   TO DOC-CONTEUDO.
           PERFORM 0251-GRAVAR-LINHA-DOC.
           MOVE WRK-DOC-CLIENTE          TO DOC-CONTEUDO.
           PERFORM 0251-GRAVAR-LINHA-DOC.
           IF WRK-ENDERECO-ENCONTRADO
               MOVE WRK-DOC-ENDERECO     TO DOC-CONTEUDO
               PERFORM 0251-GRAVAR-LINHA-DOC
           END-IF.
           MOVE WRK-DOC-PLANO            TO DOC-CONTEUDO.
           PERFORM 0251-GRAVAR-LINHA-DOC.
           MOVE WRK-DOC-COMPETENCIA      TO DOC-CONTEUDO.
           PERFORM 0251-GRAVAR-LINHA-DOC.
           MOVE SPACES                   TO DOC-CONTEUDO.
           PERFORM 0251-GRAVAR-LINHA-DOC.

           MOVE ROT-VALOR (1)            TO WRK-DVL-ROTULO.
           MOVE WRK-ITEM-VALOR           TO WRK-DVL-VALOR.
           MOVE WRK-DOC-VALOR            TO DOC-CONTEUDO.
           PERFORM 0251-GRAVAR-LINHA-DOC.
           MOVE ROT-VALOR (2)            TO WRK-DVL-ROTULO.
           MOVE WRK-ITEM-ENCARGOS        TO WRK-DVL-VALOR.
           MOVE WRK-DOC-VALOR            TO DOC-CONTEUDO.
           PERFORM 0251-GRAVAR-LINHA-DOC.
           MOVE ROT-VALOR (3)            TO WRK-DVL-ROTULO.
           MOVE WRK-ITEM-PAGO            TO WRK-DVL-VALOR.
           MOVE WRK-DOC-VALOR            TO DOC-CONTEUDO.
           PERFORM 0251-GRAVAR-LINHA-DOC.
           MOVE ROT-VALOR (4)            TO WRK-DVL-ROTULO.
           MOVE WRK-VALOR-COBRANCA       TO WRK-DVL-VALOR.
           MOVE WRK-DOC-VALOR            TO DOC-CONTEUDO.
           PERFORM 0251-GRAVAR-LINHA-DOC.

           PERFORM 0255-MONTAR-SITUACAO.
           MOVE WRK-DOC-SITUACAO         TO DOC-CONTEUDO.
           PERFORM 0251-GRAVAR-LINHA-DOC.

           IF WRK-COM-COBRANCA
               MOVE WRK-DATA-PAGAMENTO-DOC TO WRK-DATA-TRABALHO
               PERFORM 0410-EDITAR-DATA
               MOVE WRK-DATA-EDITADA     TO WRK-DVA-DATA
               MOVE SPACES               TO DOC-CONTEUDO
               PERFORM 0251-GRAVAR-LINHA-DOC
               MOVE WRK-DOC-VALIDADE     TO DOC-CONTEUDO
               PERFORM 0251-GRAVAR-LINHA-DOC
               MOVE WRK-DOC-PIX          TO DOC-CONTEUDO
               PERFORM 0251-GRAVAR-LINHA-DOC
               MOVE WRK-DOC-BOLETO       TO DOC-CONTEUDO
               PERFORM 0251-GRAVAR-LINHA-DOC
           END-IF.

           IF WRK-ITEM-NFSE-EMITIDA
               MOVE WRK-ITEM-NFSE-NUMERO TO WRK-DNF-NUMERO
               MOVE WRK-ITEM-NFSE-VERIFICACAO
                                         TO WRK-DNF-VERIFICACAO
               MOVE WRK-DOC-NFSE         TO DOC-CONTEUDO
               PERFORM 0251-GRAVAR-LINHA-DOC
           END-IF.

           MOVE WRK-DOC-SEPARADOR        TO DOC-CONTEUDO.
           PERFORM 0251-GRAVAR-LINHA-DOC.

       0250-GRAVAR-DOCUMENTO-FIM.       EXIT.

      *-----------------------------------------------------------------
       0251-GRAVAR-LINHA-DOC            SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO DOC-SEQUENCIA.
           MOVE WRK-REG-DOCUMENTO        TO REG-SEGVDOC.
           WRITE REG-SEGVDOC.
           IF FS-SEGVDOC NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-SEGVDOC               TO WRK-STATUS-ERRO
               MOVE "0251-GRAVAR-LINHA-DOC"  TO WRK-AREA-ERRO
               MOVE "SEGVIA"                 TO WRK-PROGRAMA-ERRO
               MOVE "SEGVDOC"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0251-GRAVAR-LINHA-DOC-FIM.       EXIT.

      *-----------------------------------------------------------------
       0255-MONTAR-SITUACAO             SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES                   TO WRK-DST-TEXTO WRK-DST-DATA.

           EVALUATE TRUE
               WHEN WRK-ITEM-DISPUTADA
                   MOVE "EM CONTESTACAO - COBRANCA SUSPENSA"
                                         TO WRK-DST-TEXTO
               WHEN WRK-ITEM-RENEGOCIADA
                   MOVE "RENEGOCIADA - PAGAR PELAS PARCELAS DO ACORDO"
                                         TO WRK-DST-TEXTO
               WHEN WRK-ITEM-PERDA
                   MOVE "BAIXADA COMO PERDA - SALDO EM RECUPERACAO"
                                         TO WRK-DST-TEXTO
               WHEN WRK-COM-COBRANCA
                   MOVE "EM ABERTO"      TO WRK-DST-TEXTO
               WHEN OTHER
                   MOVE "QUITADA EM "    TO WRK-DST-TEXTO
                   MOVE WRK-ITEM-DATA-PAGAMENTO TO WRK-DATA-TRABALHO
                   PERFORM 0410-EDITAR-DATA
                   MOVE WRK-DATA-EDITADA TO WRK-DST-DATA
           END-EVALUATE.

       0255-MONTAR-SITUACAO-FIM.        EXIT.

      *-----------------------------------------------------------------
       0260-GRAVAR-EFATURA              SECTION.
      *-----------------------------------------------------------------
      *    O EFATENVI CONVERTE E MANDA POR E-MAIL COMO FAZ COM A FATURA
      *    DO MES, COM O SALDO ATUALIZADO E O PIX NOVO.
      *-----------------------------------------------------------------

           INITIALIZE REG-EFATURA.
           MOVE REG-CODIGO               TO EFAT-CODIGO.
           MOVE REG-NOME                 TO EFAT-NOME.
           MOVE REG-EMAIL                TO EFAT-EMAIL.
           MOVE REG-STREAMING            TO EFAT-STREAMING.
           MOVE "BRL"                    TO EFAT-MOEDA.
           MOVE WRK-VALOR-COBRANCA       TO EFAT-VALOR-BRL.
           IF WRK-COM-COBRANCA
               MOVE WRK-PIX-COPIA-COLA   TO EFAT-PIX-COPIA-COLA
           END-IF.

           WRITE REG-EFATURA.
           IF FS-SEGVEFAT NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-SEGVEFAT              TO WRK-STATUS-ERRO
               MOVE "0260-GRAVAR-EFATURA"    TO WRK-AREA-ERRO
               MOVE "SEGVIA"                 TO WRK-PROGRAMA-ERRO
               MOVE "SEGVEFAT"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0260-GRAVAR-EFATURA-FIM.         EXIT.

      *-----------------------------------------------------------------
       0280-GRAVAR-LOG                  SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-DATA-EXECUCAO        TO SEGL-DATA.
           MOVE WRK-HORA-EXECUCAO        TO SEGL-HORA.
           MOVE SEGV-SOLICITANTE         TO SEGL-SOLICITANTE.
           MOVE SEGV-CODIGO              TO SEGL-CODIGO.
           MOVE SEGV-COMPETENCIA         TO SEGL-COMPETENCIA.
           MOVE WRK-SW-ORIGEM            TO SEGL-ORIGEM.
           MOVE WRK-SW-CANAL             TO SEGL-CANAL.
           MOVE WRK-VALOR-COBRANCA       TO SEGL-SALDO.
           MOVE WRK-MOTIVO               TO SEGL-MOTIVO.

           WRITE REG-SEGVIA-LOG.
           IF FS-SEGVLOG NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-SEGVLOG               TO WRK-STATUS-ERRO
               MOVE "0280-GRAVAR-LOG"        TO WRK-AREA-ERRO
               MOVE "SEGVIA"                 TO WRK-PROGRAMA-ERRO
               MOVE "SEGVLOG"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0280-GRAVAR-LOG-FIM.             EXIT.

      *-----------------------------------------------------------------
       0290-ESTATISTICA                 SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-TRACO.
           DISPLAY "PEDIDOS DE SEGUNDA VIA LIDOS..: " ACU-PEDIDOS.
           DISPLAY "EMITIDAS POR E-MAIL...........: "
                                                  ACU-EMITIDAS-EMAIL.
           DISPLAY "EMITIDAS PARA IMPRESSAO.......: "
                   ACU-EMITIDAS-IMPRESSAO.
           DISPLAY "DAS QUAIS DO HISTORICO........: " ACU-DO-HISTORICO.
           DISPLAY "BOLETOS/PIX REGERADOS.........: " ACU-BOLETOS.
           DISPLAY "PEDIDOS RECUSADOS (SEGVLOG)...: " ACU-RECUSADAS.
           DISPLAY WRK-TRACO.
           DISPLAY WRK-FIM-PROGRAMA.
           DISPLAY WRK-TRACO.

       0290-ESTATISTICA-FIM.            EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                   SECTION.
      *-----------------------------------------------------------------

           PERFORM 0290-ESTATISTICA.

           CLOSE SEGVPARM.
           IF FS-SEGVPARM NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-SEGVPARM       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "SEGVIA"          TO WRK-PROGRAMA-ERRO
               MOVE "SEGVPARM"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "SEGVIA"          TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE FATURAS.
           IF FS-FATURAS NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-FATURAS        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "SEGVIA"          TO WRK-PROGRAMA-ERRO
               MOVE "FATURAS"         TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE FATHIST.
           IF FS-FATHIST NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-FATHIST        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "SEGVIA"          TO WRK-PROGRAMA-ERRO
               MOVE "FATHIST"         TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           IF WRK-ENDERECOS-ABERTO
               CLOSE ENDERECOS
           END-IF.

           CLOSE SEGVDOC.
           IF FS-SEGVDOC NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-SEGVDOC        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "SEGVIA"          TO WRK-PROGRAMA-ERRO
               MOVE "SEGVDOC"         TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE SEGVEFAT.
           IF FS-SEGVEFAT NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-SEGVEFAT       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "SEGVIA"          TO WRK-PROGRAMA-ERRO
               MOVE "SEGVEFAT"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE SEGVBOL.
           IF FS-SEGVBOL NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-SEGVBOL        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "SEGVIA"          TO WRK-PROGRAMA-ERRO
               MOVE "SEGVBOL"         TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE SEGVLOG.
           IF FS-SEGVLOG NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-SEGVLOG        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "SEGVIA"          TO WRK-PROGRAMA-ERRO
               MOVE "SEGVLOG"         TO WRK-ARQUIVO-ERRO
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
