      *-----------------------------------------------------------------
       IDENTIFICATION                   DIVISION.
       PROGRAM-ID. ALOCSUSP.
      *=================================================================
      *== PROGRAMA....: ALOCSUSP
      *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
      *== ANALISTA....: IVAN SANCHES
      *== DATA........: 15/10/2026
      *== CONSULTORIA:
      *-----------------------------------------------------------------
      *== OBJETIVO....: APLICAR AS TRANSACOES DE ALOCACAO MANUAL DOS
      *                 VALORES NAO IDENTIFICADOS (ARQUIVO INDEXADO
      *                 SUSPENSO, BOOK REGSUSP) GRAVADOS PELO
      *                 BAIXAPAG, PIXBAIXA E RETBOLET. CADA TRANSACAO
      *                 (ARQUIVO ALOCTRAN, BOOK REGALOC) APONTA UM ITEM
      *                 PENDENTE E O APLICA NUMA FATURA EM ABERTO
      *                 ("F" - QUITACAO OU PARCIAL PELO RESIDUO, COM O
      *                 EXCEDENTE NO SALDO CREDOR, COMO NO PIXBAIXA),
      *                 NO SALDO CREDOR DO CLIENTE ("C", ARQUIVO
      *                 CREDITO) OU O MARCA PARA DEVOLUCAO AO PAGADOR
      *                 ("R"). MESMO MOLDE DO MANTEND: O LOTE E
      *                 CARREGADO EM MEMORIA E ORDENADO POR ITEM/TIPO,
      *                 O OPERADOR E CONFERIDO CONTRA O ARQUIVO
      *                 OPERADOR E TODA ALOCACAO EXIGE UMA TRANSACAO
      *                 "P" DO MESMO ITEM ASSINADA POR OUTRO OPERADOR
      *                 DE NIVEL APROVADOR - AQUI O ARQUIVO OPERADOR E
      *                 OBRIGATORIO, POIS A ALOCACAO MOVIMENTA
      *                 DINHEIRO. O ITEM ALOCADO GUARDA DATA, DESTINO,
      *                 OPERADOR E APROVADOR; AS ALOCACOES SAEM NA
      *                 LISTAGEM DE CONFERENCIA (LISTALOC) E AS
      *                 REJEITADAS TAMBEM NA LISTAGEM PROPRIA
      *                 (REJALOC). RODA COM A TRAVA DO MESTRE, COMO A
      *                 BAIXA, E NAO MOVIMENTA COMPETENCIA FECHADA.
      *-----------------------------------------------------------------
      *===================ESPECIFICACOES DO PROGRAMA====================
      *    ARQUIVO                    TIPO               BOOK
      *    ALOCTRAN                  INPUT              REGALOC
      *    SUSPENSO                  I-O                REGSUSP
      *    FATURAS                   I-O                REGFATUR
      *    CLIENTES                  I-O                REGCLI
      *    CREDITO                   I-O                REGCRED
      *    OPERADOR                  INPUT              REGOPER
      *    TRAVA                     I-O                REGTRAVA
      *    LISTALOC                  OUTPUT             N/A
      *    REJALOC                   OUTPUT             N/A
      *    ALOCSUSP                  INPUT              BOOKEDIT
      *    ALOCSUSP                  INPUT              BOOKFECH
      *    ALOCSUSP                  INPUT              BOOKMSG
      *    ALOCSUSP                  INPUT              BOOKASSI
      *-----------------------------------------------------------------
      *== MODULOS
      *    VERFECHO - SITUACAO DA COMPETENCIA (ABERTA/FECHADA)
      *-----------------------------------------------------------------
      *-------------------ALTERACOESDO PROGRAMA-------------------------

ALT01 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT01 *== OBJETIVO....: VALOR ALOCADO EM FATURA COBERTA POR
      *                 PROMESSA DE PAGAMENTO ABERTA (ARQUIVO
      *                 PROMESSA, BOOK REGPROM, DO PROMCLI) ABATE
      *                 O VALOR PROMETIDO (0287-ABATER-PROMESSA);
      *                 ATINGIDO O VALOR, A PROMESSA FICA
      *                 CUMPRIDA. SEM O ARQUIVO PROMESSA (STATUS
      *                 35), A ALOCACAO SEGUE COMO SEMPRE.

ALT02 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT02 *== OBJETIVO....: CADA GRAVACAO, REGRAVACAO OU EXCLUSAO NO MESTRE
      *                 CLIENTES E NO FATURAS PASSA A SAIR NO JOURNAL DE
      *                 RECUPERACAO (SUBPROGRAMA GRVJRNL, BOOK BOOKJRNL)
      *                 COM AS IMAGENS ANTES E DEPOIS DO REGISTRO - SE O
      *                 MESTRE SE PERDER NO MEIO DA CADEIA, O RECJRNL
      *                 REAPLICA O JOURNAL SOBRE A COPIA DE SEGURANCA.

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
           SELECT ALOCTRAN ASSIGN TO WRK-NOME-ALOCTRAN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-ALOCTRAN.

           SELECT SUSPENSO ASSIGN TO WRK-NOME-SUSPENSO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SUSP-CHAVE
           FILE STATUS IS FS-SUSPENSO.

           SELECT FATURAS ASSIGN TO WRK-NOME-FATURAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FAT-CHAVE
           FILE STATUS IS FS-FATURAS.

           SELECT CLIENTES ASSIGN TO WRK-NOME-CLIENTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-CODIGO
           FILE STATUS IS FS-CLIENTES.

           SELECT CREDITO ASSIGN TO WRK-NOME-CREDITO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CRED-CODIGO
           FILE STATUS IS FS-CREDITO.

ALT01      SELECT PROMESSA ASSIGN TO WRK-NOME-PROMESSA
ALT01      ORGANIZATION IS INDEXED
ALT01      ACCESS MODE IS RANDOM
ALT01      RECORD KEY IS PROM-CODIGO
ALT01      FILE STATUS IS FS-PROMESSA.

           SELECT OPERADOR ASSIGN TO WRK-NOME-OPERADOR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-OPERADOR.

           SELECT TRAVA ASSIGN TO WRK-NOME-TRAVA
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-TRAVA.

           SELECT LISTALOC ASSIGN TO WRK-NOME-LISTALOC
           FILE STATUS IS FS-LISTALOC.

           SELECT REJALOC ASSIGN TO WRK-NOME-REJALOC
           FILE STATUS IS FS-REJALOC.
      *-----------------------------------------------------------------

      *=================================================================
       DATA                             DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                             SECTION.
      *-----------------------------------------------------------------
      *
      *            INPUT - TRANSACOES DE ALOCACAO DO SUSPENSO
      *
      *-----------------------------------------------------------------
       FD  ALOCTRAN.
       COPY "REGALOC".

      *-----------------------------------------------------------------
      *
      *            I-O - VALORES NAO IDENTIFICADOS (SUSPENSO)
      *
      *-----------------------------------------------------------------
       FD  SUSPENSO.
       COPY "REGSUSP".

      *-----------------------------------------------------------------
      *
      *            I-O - FATURAS POR COMPETENCIA (FATURCLI)
      *
      *-----------------------------------------------------------------
       FD  FATURAS.
       COPY "REGFATUR".

      *-----------------------------------------------------------------
      *
      *            I-O - MESTRE INDEXADO DE CLIENTES
      *
      *-----------------------------------------------------------------
       FD  CLIENTES.
       COPY "REGCLI".

      *-----------------------------------------------------------------
      *
      *            I-O - SALDO CREDOR POR CLIENTE
      *
      *-----------------------------------------------------------------
       FD  CREDITO.
       COPY "REGCRED".

ALT01 *-----------------------------------------------------------------
ALT01 *
ALT01 *            I-O - PROMESSAS DE PAGAMENTO (PROMCLI)
ALT01 *
ALT01 *-----------------------------------------------------------------
ALT01  FD  PROMESSA.
ALT01  COPY "REGPROM".

      *-----------------------------------------------------------------
      *
      *            INPUT - OPERADORES AUTORIZADOS
      *
      *-----------------------------------------------------------------
       FD  OPERADOR.
       COPY "REGOPER".

      *-----------------------------------------------------------------
      *
      *            I-O - TOKEN DE TRAVA DO MESTRE
      *
      *-----------------------------------------------------------------
       FD  TRAVA.
       COPY "REGTRAVA".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - LISTAGEM DE CONFERENCIA DAS ALOCACOES
      *
      *-----------------------------------------------------------------
       FD  LISTALOC.
       01  REG-LISTALOC                 PIC X(080).

      *-----------------------------------------------------------------
      *
      *            OUTPUT - LISTAGEM DAS TRANSACOES REJEITADAS
      *
      *-----------------------------------------------------------------
       FD  REJALOC.
       01  REG-REJALOC                  PIC X(132).

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

       01  FS-ALOCTRAN                  PIC 9(002)         VALUE ZEROS.
       01  FS-SUSPENSO                  PIC 9(002)         VALUE ZEROS.
       01  FS-FATURAS                   PIC 9(002)         VALUE ZEROS.
       01  FS-CLIENTES                  PIC 9(002)         VALUE ZEROS.
       01  FS-CREDITO                   PIC 9(002)         VALUE ZEROS.
ALT01  01  FS-PROMESSA                  PIC 9(002)         VALUE ZEROS.
       01  FS-OPERADOR                  PIC 9(002)         VALUE ZEROS.
       01  FS-TRAVA                     PIC 9(002)         VALUE ZEROS.
       01  FS-LISTALOC                  PIC 9(002)         VALUE ZEROS.
       01  FS-REJALOC                   PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----NOMES EXTERNALIZADOS VIA DD-----".
      *-----------------------------------------------------------------

       01  WRK-NOME-ALOCTRAN            PIC X(040)         VALUE
              "C:\RELATORIO\dados\ALOCTRAN.txt".
       01  WRK-NOME-SUSPENSO            PIC X(040)         VALUE
              "C:\RELATORIO\dados\SUSPENSO.DAT".
       01  WRK-NOME-FATURAS             PIC X(040)         VALUE
              "C:\RELATORIO\dados\FATURAS.DAT".
       01  WRK-NOME-CLIENTES            PIC X(040)         VALUE
              "C:\RELATORIO\dados\CLIENTES.DAT".
       01  WRK-NOME-CREDITO             PIC X(040)         VALUE
              "C:\RELATORIO\dados\CREDITO.DAT".
ALT01  01  WRK-NOME-PROMESSA            PIC X(040)         VALUE
ALT01         "C:\RELATORIO\dados\PROMESSA.DAT".
       01  WRK-NOME-OPERADOR            PIC X(040)         VALUE
              "C:\RELATORIO\dados\OPERADOR.DAT".
       01  WRK-NOME-TRAVA               PIC X(040)         VALUE
              "C:\RELATORIO\dados\TRAVA.DAT".
       01  WRK-NOME-LISTALOC            PIC X(040)         VALUE
              "C:\RELATORIO\dados\LISTALOC.txt".
       01  WRK-NOME-REJALOC             PIC X(040)         VALUE
              "C:\RELATORIO\dados\REJALOC.txt".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----LINHA DE CONFERENCIA DAS ALOCACOES-----".
      *-----------------------------------------------------------------

       01  WRK-LINHA-OK.
           05 WRK-OK-TIPO               PIC X(012)         VALUE SPACES.
           05 WRK-OK-CHAVE              PIC X(014)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-OK-CODIGO             PIC 9(007)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-OK-COMPETENCIA        PIC 9(006)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-OK-VALOR              PIC ZZ.ZZZ.ZZ9,99  VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-OK-SITUACAO           PIC X(024)         VALUE SPACES.

       01  WRK-LINHA-REJ.
           05 WRK-REJ-TIPO              PIC X(012)         VALUE SPACES.
           05 WRK-REJ-CHAVE             PIC X(014)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-REJ-COD-MOTIVO        PIC 9(002)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-REJ-MOTIVO            PIC X(040)         VALUE SPACES.
           05 FILLER                    PIC X(010)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----LISTAGEM DAS TRANSACOES REJEITADAS-----".
      *-----------------------------------------------------------------

       01  WRK-CAB-REJ-1.
           05 FILLER                    PIC X(050)         VALUE
              "ALOCSUSP - ALOCACOES DO SUSPENSO REJEITADAS".
           05 FILLER                    PIC X(010)         VALUE
              "DATA.....:".
           05 WRK-CAB-REJ-DATA          PIC 9(008)         VALUE ZEROS.
           05 FILLER                    PIC X(064)         VALUE SPACES.

       01  WRK-CAB-REJ-2.
           05 FILLER                    PIC X(050)         VALUE
              "T CHAVE SUSPENSO CODIGO  COMPET OPERADOR MT MOTIVO".
           05 FILLER                    PIC X(082)         VALUE SPACES.

       01  WRK-DET-REJ.
           05 WRK-DREJ-TIPO             PIC X(001)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-DREJ-CHAVE            PIC X(014)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-DREJ-CODIGO           PIC 9(007)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-DREJ-COMPETENCIA      PIC 9(006)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-DREJ-OPERADOR         PIC X(008)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-DREJ-COD-MOTIVO       PIC 9(002)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-DREJ-MOTIVO           PIC X(040)         VALUE SPACES.
           05 FILLER                    PIC X(048)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----LOTE DE TRANSACOES CARREGADO EM MEMORIA-----".
      *-----------------------------------------------------------------

       01  TAB-TRANS.
           05 TRN-ENTRADA               OCCURS 500 TIMES.
               10 TRN-REGISTRO          PIC X(036).
               10 TRN-CHAVE             PIC X(014).
               10 TRN-TIPO              PIC X(001).
               10 TRN-ORDEM             PIC 9(001).
               10 TRN-OPERADOR          PIC X(008).
               10 TRN-APROVADOR         PIC X(008).
               10 TRN-SITUACAO          PIC X(001).
                   88 TRN-APLICAR                          VALUE "A".
                   88 TRN-REJEITADA                         VALUE "R".
               10 TRN-COD-MOTIVO        PIC 9(002).
               10 TRN-MOTIVO            PIC X(040).

       01  WRK-QT-TRANS                 PIC 9(003)  COMP-3 VALUE ZEROS.
       01  IDX-TRN                      PIC 9(003)  COMP-3 VALUE ZEROS.
       01  IDX-TRN-2                    PIC 9(003)  COMP-3 VALUE ZEROS.
       01  IDX-TRN-P                    PIC 9(003)  COMP-3 VALUE ZEROS.
       01  WRK-TRN-AUX                  PIC X(111)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----OPERADORES AUTORIZADOS EM MEMORIA-----".
      *-----------------------------------------------------------------

       01  TAB-OPER.
           05 OPER-ENTRADA              OCCURS 50 TIMES
                                        INDEXED BY IDX-OPER.
               10 OPER-TAB-ID           PIC X(008) VALUE SPACES.
               10 OPER-TAB-NIVEL        PIC 9(001) VALUE ZEROS.

       01  WRK-QT-OPER                  PIC 9(003)  COMP-3 VALUE ZEROS.

       01  WRK-SW-APROV-ACHADA          PIC X(001)         VALUE "N".
           88 WRK-APROV-ACHADA                               VALUE "S".
           88 WRK-APROV-NAO-ACHADA                            VALUE "N".

       01  WRK-SW-OPER-ACHADO           PIC X(001)         VALUE "N".
           88 WRK-OPER-ACHADO                                 VALUE "S".
           88 WRK-OPER-NAO-ACHADO                             VALUE "N".

       01  WRK-NIVEL-ACHADO             PIC 9(001)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEIS DA CRITICA CRUZADA DO LOTE-----".
      *-----------------------------------------------------------------

       01  WRK-CHAVE-LOTE-ANT           PIC X(014)         VALUE SPACES.
       01  WRK-QT-LOTE-ALOC             PIC 9(003)  COMP-3 VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEIS DA ALOCACAO-----".
      *-----------------------------------------------------------------

       01  WRK-DATA-EXECUCAO            PIC 9(008)         VALUE ZEROS.
       01  WRK-HORA-EXECUCAO            PIC 9(006)         VALUE ZEROS.

       01  WRK-VALOR-RESIDUO            PIC 9(007)V99      VALUE ZEROS.
       01  WRK-VALOR-EXCEDENTE          PIC 9(007)V99      VALUE ZEROS.
       01  WRK-VALOR-CREDITO            PIC 9(007)V99      VALUE ZEROS.

       01  WRK-SW-FIM-FATURAS           PIC X(001)         VALUE "N".
           88 WRK-FIM-FATURAS                               VALUE "S".

       01  WRK-QT-ABERTAS               PIC 9(003)  COMP-3 VALUE ZEROS.

ALT01 *-----------------------------------------------------------------
ALT01  01  FILLER                       PIC X(050)         VALUE
ALT01         "-----VARIAVEIS DA PROMESSA DE PAGAMENTO-----".
ALT01 *-----------------------------------------------------------------

ALT01  01  WRK-SW-PROMESSA              PIC X(001)         VALUE "N".
ALT01      88 WRK-PROMESSA-DISPONIVEL                       VALUE "S".
ALT01      88 WRK-PROMESSA-INDISPONIVEL                      VALUE "N".

ALT01  01  WRK-SW-PROM-COBERTA          PIC X(001)         VALUE "N".
ALT01      88 WRK-PROM-FAT-COBERTA                          VALUE "S".
ALT01      88 WRK-PROM-FAT-NAO-COBERTA                       VALUE "N".

ALT01  01  WRK-VALOR-ABATIDO            PIC 9(007)V99      VALUE ZEROS.

ALT01  01  IDX-PROM                     PIC 9(003)  COMP-3 VALUE ZEROS.

       01  WRK-CODIGO-CLIENTE           PIC 9(007)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----AREA COMUNICACAO SUBPROGRAMA VERFECHO-----".
      *-----------------------------------------------------------------
       COPY "BOOKFECH".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEL DE ACUMULACAO-----".
      *-----------------------------------------------------------------

       01  ACU-LIDOS                    PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-FATURAS                  PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-CREDITOS                 PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-DEVOLUCOES               PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-APROVACOES               PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-REJEITADOS               PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-VALOR-ALOCADO            PIC 9(009)V99 COMP-3
                                                           VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----BOOK DE CRITICA DE CONSISTENCIA-----".
      *-----------------------------------------------------------------
       COPY "BOOKEDIT".

      *-----------------------------------------------------------------
ALT02  01  FILLER                       PIC X(050)         VALUE
ALT02         "-----AREA COMUNICACAO SUBPROGRAMA GRVJRNL-----".
      *-----------------------------------------------------------------
ALT02  COPY "BOOKJRNL".

ALT02  01  WRK-JRN-CLIENTE-ANTES        PIC X(150)         VALUE SPACES.
ALT02  01  WRK-JRN-FATURA-ANTES         PIC X(153)         VALUE SPACES.

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
           PERFORM 0155-CARREGAR-TRANSACOES
               UNTIL FS-ALOCTRAN EQUAL 10.
           PERFORM 0156-ORDENAR-LOTE.
           PERFORM 0153-CRITICAR-CONFLITOS
               VARYING IDX-TRN FROM 1 BY 1
               UNTIL IDX-TRN GREATER WRK-QT-TRANS.
           PERFORM 0157-CRITICAR-LOTE
               VARYING IDX-TRN FROM 1 BY 1
               UNTIL IDX-TRN GREATER WRK-QT-TRANS.
           PERFORM 0200-PROCESSAR
               VARYING IDX-TRN FROM 1 BY 1
               UNTIL IDX-TRN GREATER WRK-QT-TRANS.
           PERFORM 0300-FINALIZAR.

       0000-PRINCIPAL-FIM.              EXIT.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                 SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_ALOCTRAN".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-ALOCTRAN
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_SUSPENSO".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-SUSPENSO
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_FATURAS".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-FATURAS
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CLIENTES".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-CLIENTES
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CREDITO".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-CREDITO
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_OPERADOR".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-OPERADOR
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_TRAVA".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-TRAVA
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_LISTALOC".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-LISTALOC
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_REJALOC".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-REJALOC
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           PERFORM 0105-TRAVAR-MESTRE.

           OPEN INPUT  ALOCTRAN.
           IF FS-ALOCTRAN NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-ALOCTRAN              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "ALOCSUSP"               TO WRK-PROGRAMA-ERRO
               MOVE "ALOCTRAN"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN I-O SUSPENSO.
           IF FS-SUSPENSO NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-SUSPENSO              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "ALOCSUSP"               TO WRK-PROGRAMA-ERRO
               MOVE "SUSPENSO"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN I-O FATURAS.
           IF FS-FATURAS NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-FATURAS               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "ALOCSUSP"               TO WRK-PROGRAMA-ERRO
               MOVE "FATURAS"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN I-O CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "ALOCSUSP"               TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN I-O CREDITO.
           IF FS-CREDITO EQUAL 35
               OPEN OUTPUT CREDITO
               CLOSE CREDITO
               OPEN I-O CREDITO
           END-IF.
           IF FS-CREDITO NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-CREDITO               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "ALOCSUSP"               TO WRK-PROGRAMA-ERRO
               MOVE "CREDITO"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT01      ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_PROMESSA".
ALT01      IF WRK-DD-EXTERNA NOT EQUAL SPACES
ALT01          MOVE WRK-DD-EXTERNA       TO WRK-NOME-PROMESSA
ALT01          MOVE SPACES               TO WRK-DD-EXTERNA
ALT01      END-IF.

ALT01      OPEN I-O PROMESSA.
ALT01      IF FS-PROMESSA EQUAL ZEROS
ALT01          SET WRK-PROMESSA-DISPONIVEL TO TRUE
ALT01      ELSE
ALT01          IF FS-PROMESSA EQUAL 35
ALT01              SET WRK-PROMESSA-INDISPONIVEL TO TRUE
ALT01          ELSE
ALT01              MOVE WRK-ERRO-ABERTURA      TO WRK-DESCRICAO-ERRO
ALT01              MOVE FS-PROMESSA            TO WRK-STATUS-ERRO
ALT01              MOVE "0100-INICIALIZAR"     TO WRK-AREA-ERRO
ALT01              MOVE "ALOCSUSP"              TO WRK-PROGRAMA-ERRO
ALT01              MOVE "PROMESSA"             TO WRK-ARQUIVO-ERRO
ALT01              PERFORM 9999-TRATAR-ERRO
ALT01          END-IF
ALT01      END-IF.

           OPEN OUTPUT LISTALOC.
           IF FS-LISTALOC NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-LISTALOC              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "ALOCSUSP"               TO WRK-PROGRAMA-ERRO
               MOVE "LISTALOC"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN OUTPUT REJALOC.
           IF FS-REJALOC NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-REJALOC               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "ALOCSUSP"               TO WRK-PROGRAMA-ERRO
               MOVE "REJALOC"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           MOVE WRK-DATA-EXECUCAO TO WRK-CAB-REJ-DATA.
           MOVE WRK-CAB-REJ-1     TO REG-REJALOC.
           WRITE REG-REJALOC AFTER 1 LINE.
           MOVE WRK-CAB-REJ-2     TO REG-REJALOC.
           WRITE REG-REJALOC AFTER 2 LINES.

           PERFORM 0120-CARREGAR-OPERADORES.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------
       0105-TRAVAR-MESTRE               SECTION.
      *-----------------------------------------------------------------
      *    MESMO TOKEN EXCLUSIVO DO BAIXAPAG: A ALOCACAO REGRAVA
      *    FATURAS E MESTRE, ENTAO NAO RODA JUNTO COM A BAIXA NEM COM
      *    O MANTCLI (MESTRE TOMADO = RETURN-CODE 20).
      *-----------------------------------------------------------------

           OPEN INPUT TRAVA.
           IF FS-TRAVA EQUAL ZEROS
               READ TRAVA
               IF FS-TRAVA EQUAL ZEROS
                   DISPLAY "MESTRE TRAVADO POR...........: "
                           TRAVA-PROGRAMA " " TRAVA-DATA " "
                           TRAVA-HORA
                   CLOSE TRAVA
                   MOVE 20 TO RETURN-CODE
                   GOBACK
               END-IF
               CLOSE TRAVA
           END-IF.

           ACCEPT WRK-HORA-EXECUCAO FROM TIME.
           OPEN OUTPUT TRAVA.
           MOVE "ALOCSUSP"          TO TRAVA-PROGRAMA.
           MOVE WRK-DATA-EXECUCAO   TO TRAVA-DATA.
           MOVE WRK-HORA-EXECUCAO   TO TRAVA-HORA.
           WRITE REG-TRAVA.
           CLOSE TRAVA.

       0105-TRAVAR-MESTRE-FIM.          EXIT.

      *-----------------------------------------------------------------
       0120-CARREGAR-OPERADORES         SECTION.
      *-----------------------------------------------------------------
      *    DIFERENTE DO MANTCLI/MANTEND, AQUI O ARQUIVO OPERADOR E
      *    OBRIGATORIO: SEM ELE NAO HA COMO CONFERIR A SEGUNDA
      *    APROVACAO DE UMA ALOCACAO DE DINHEIRO.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-QT-OPER.
           OPEN INPUT OPERADOR.

           IF FS-OPERADOR NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-OPERADOR              TO WRK-STATUS-ERRO
               MOVE "0120-CARREGAR-OPERADORES" TO WRK-AREA-ERRO
               MOVE "ALOCSUSP"               TO WRK-PROGRAMA-ERRO
               MOVE "OPERADOR"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           PERFORM 0121-LER-OPERADOR
               UNTIL FS-OPERADOR NOT EQUAL ZEROS.
           CLOSE OPERADOR.

       0120-CARREGAR-OPERADORES-FIM.    EXIT.

      *-----------------------------------------------------------------
       0121-LER-OPERADOR                SECTION.
      *-----------------------------------------------------------------

           READ OPERADOR.

           IF FS-OPERADOR EQUAL ZEROS
               IF WRK-QT-OPER NOT LESS 50
                   MOVE WRK-ERRO-TABELA          TO WRK-DESCRICAO-ERRO
                   MOVE ZEROS                    TO WRK-STATUS-ERRO
                   MOVE "0121-LER-OPERADOR"      TO WRK-AREA-ERRO
                   MOVE "ALOCSUSP"               TO WRK-PROGRAMA-ERRO
                   MOVE "OPERADOR"               TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
               ADD 1 TO WRK-QT-OPER
               MOVE OPER-ID    TO OPER-TAB-ID    (WRK-QT-OPER)
               MOVE OPER-NIVEL TO OPER-TAB-NIVEL (WRK-QT-OPER)
           ELSE
               IF FS-OPERADOR NOT EQUAL 10
                   MOVE WRK-ERRO-LEIT            TO WRK-DESCRICAO-ERRO
                   MOVE FS-OPERADOR              TO WRK-STATUS-ERRO
                   MOVE "0121-LER-OPERADOR"      TO WRK-AREA-ERRO
                   MOVE "ALOCSUSP"               TO WRK-PROGRAMA-ERRO
                   MOVE "OPERADOR"               TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

       0121-LER-OPERADOR-FIM.           EXIT.

      *-----------------------------------------------------------------
       0150-VERIFICAR-VAZIO             SECTION.
      *-----------------------------------------------------------------

           PERFORM 0160-LER-DADOS.

           IF FS-ALOCTRAN EQUAL 10
               MOVE WRK-ARQ-VAZIO          TO WRK-DESCRICAO-ERRO
               MOVE FS-ALOCTRAN            TO WRK-STATUS-ERRO
               MOVE "0150-VERIFICAR-VAZIO" TO WRK-AREA-ERRO
               MOVE "ALOCSUSP"             TO WRK-PROGRAMA-ERRO
               MOVE "ALOCTRAN"             TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0150-VERIFICAR-VAZIO-FIM.        EXIT.

      *-----------------------------------------------------------------
       0160-LER-DADOS                   SECTION.
      *-----------------------------------------------------------------

           READ ALOCTRAN.

           IF FS-ALOCTRAN NOT EQUAL 00 AND NOT EQUAL 10
               MOVE WRK-ERRO-LEIT    TO WRK-DESCRICAO-ERRO
               MOVE FS-ALOCTRAN      TO WRK-STATUS-ERRO
               MOVE "0160-LER-DADOS" TO WRK-AREA-ERRO
               MOVE "ALOCSUSP"       TO WRK-PROGRAMA-ERRO
               MOVE "ALOCTRAN"       TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0160-LER-DADOS-FIM.              EXIT.

      *-----------------------------------------------------------------
       0155-CARREGAR-TRANSACOES         SECTION.
      *-----------------------------------------------------------------

           IF WRK-QT-TRANS NOT LESS 500
               MOVE WRK-ERRO-TABELA          TO WRK-DESCRICAO-ERRO
               MOVE ZEROS                    TO WRK-STATUS-ERRO
               MOVE "0155-CARREGAR-TRANS"    TO WRK-AREA-ERRO
               MOVE "ALOCSUSP"               TO WRK-PROGRAMA-ERRO
               MOVE "ALOCTRAN"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           ADD 1 TO ACU-LIDOS
                    WRK-QT-TRANS.

           MOVE REG-ALOCACAO       TO TRN-REGISTRO   (WRK-QT-TRANS).
           MOVE ALOC-SUSP-CHAVE    TO TRN-CHAVE      (WRK-QT-TRANS).
           MOVE ALOC-TIPO          TO TRN-TIPO       (WRK-QT-TRANS).
           MOVE ALOC-OPERADOR      TO TRN-OPERADOR   (WRK-QT-TRANS).
           MOVE SPACES             TO TRN-APROVADOR  (WRK-QT-TRANS).
           SET TRN-APLICAR (WRK-QT-TRANS) TO TRUE.
           MOVE ZEROS              TO TRN-COD-MOTIVO (WRK-QT-TRANS).
           MOVE SPACES             TO TRN-MOTIVO     (WRK-QT-TRANS).

           EVALUATE TRUE
               WHEN ALOC-APROVACAO
                   MOVE 1 TO TRN-ORDEM (WRK-QT-TRANS)
               WHEN ALOC-FATURA
                 OR ALOC-CREDITO
                 OR ALOC-DEVOLUCAO
                   MOVE 2 TO TRN-ORDEM (WRK-QT-TRANS)
               WHEN OTHER
                   MOVE 3 TO TRN-ORDEM (WRK-QT-TRANS)
           END-EVALUATE.

           PERFORM 0160-LER-DADOS.

       0155-CARREGAR-TRANSACOES-FIM.    EXIT.

      *-----------------------------------------------------------------
       0153-CRITICAR-CONFLITOS          SECTION.
      *-----------------------------------------------------------------
      *    UM ITEM DO SUSPENSO SO PODE TER UM DESTINO POR LOTE: A
      *    SEGUNDA ALOCACAO ("F", "C" OU "R") DA MESMA CHAVE E AS
      *    SEGUINTES SAO REJEITADAS COMO CONFLITANTES.
      *-----------------------------------------------------------------

           IF TRN-CHAVE (IDX-TRN) NOT EQUAL WRK-CHAVE-LOTE-ANT
               MOVE TRN-CHAVE (IDX-TRN) TO WRK-CHAVE-LOTE-ANT
               MOVE ZEROS TO WRK-QT-LOTE-ALOC
           END-IF.

           IF TRN-ORDEM (IDX-TRN) EQUAL 2
               ADD 1 TO WRK-QT-LOTE-ALOC
               IF WRK-QT-LOTE-ALOC GREATER 1
                   SET TRN-REJEITADA (IDX-TRN) TO TRUE
                   MOVE WRK-MOT-TRANS-CONFLITANTE TO
                                          TRN-COD-MOTIVO (IDX-TRN)
                   MOVE WRK-ERRO-TRANS-CONFLITANTE TO
                                          TRN-MOTIVO     (IDX-TRN)
               END-IF
           END-IF.

       0153-CRITICAR-CONFLITOS-FIM.     EXIT.

      *-----------------------------------------------------------------
       0156-ORDENAR-LOTE                SECTION.
      *-----------------------------------------------------------------
      *    ORDENACAO POR CHAVE DO ITEM/TIPO POR TROCA DE PARES
      *    ADJACENTES, COMO NO MANTEND (APROVACAO ANTES DA ALOCACAO).
      *-----------------------------------------------------------------

           PERFORM 0161-PASSO-ORDENACAO
               VARYING IDX-TRN FROM 1 BY 1
               UNTIL IDX-TRN NOT LESS WRK-QT-TRANS.

       0156-ORDENAR-LOTE-FIM.           EXIT.

      *-----------------------------------------------------------------
       0161-PASSO-ORDENACAO             SECTION.
      *-----------------------------------------------------------------

           PERFORM 0162-COMPARAR-ADJACENTES
               VARYING IDX-TRN-2 FROM 1 BY 1
               UNTIL IDX-TRN-2 NOT LESS WRK-QT-TRANS.

       0161-PASSO-ORDENACAO-FIM.        EXIT.

      *-----------------------------------------------------------------
       0162-COMPARAR-ADJACENTES         SECTION.
      *-----------------------------------------------------------------

           IF TRN-CHAVE (IDX-TRN-2) GREATER
              TRN-CHAVE (IDX-TRN-2 + 1)
              OR (TRN-CHAVE (IDX-TRN-2) EQUAL
                  TRN-CHAVE (IDX-TRN-2 + 1)
                  AND TRN-ORDEM (IDX-TRN-2) GREATER
                      TRN-ORDEM (IDX-TRN-2 + 1))
               MOVE TRN-ENTRADA (IDX-TRN-2)     TO WRK-TRN-AUX
               MOVE TRN-ENTRADA (IDX-TRN-2 + 1) TO
                                      TRN-ENTRADA (IDX-TRN-2)
               MOVE WRK-TRN-AUX TO TRN-ENTRADA (IDX-TRN-2 + 1)
           END-IF.

       0162-COMPARAR-ADJACENTES-FIM.    EXIT.

      *-----------------------------------------------------------------
       0157-CRITICAR-LOTE               SECTION.
      *-----------------------------------------------------------------
      *    CRITICA DE OPERADOR E DE SEGUNDA APROVACAO SOBRE O LOTE JA
      *    ORDENADO. TODA ALOCACAO EXIGE APROVACAO.
      *-----------------------------------------------------------------

           IF TRN-ORDEM (IDX-TRN) NOT EQUAL 2
               OR TRN-REJEITADA (IDX-TRN)
               CONTINUE
           ELSE
               PERFORM 0158-VALIDAR-OPERADOR
               IF TRN-APLICAR (IDX-TRN)
                   PERFORM 0159-VALIDAR-APROVACAO
               END-IF
           END-IF.

       0157-CRITICAR-LOTE-FIM.          EXIT.

      *-----------------------------------------------------------------
       0158-VALIDAR-OPERADOR            SECTION.
      *-----------------------------------------------------------------

           SET WRK-OPER-NAO-ACHADO TO TRUE.

           PERFORM 0163-PROCURAR-OPERADOR
               VARYING IDX-OPER FROM 1 BY 1
               UNTIL IDX-OPER GREATER WRK-QT-OPER.

           IF WRK-OPER-NAO-ACHADO
               SET TRN-REJEITADA (IDX-TRN) TO TRUE
               MOVE WRK-MOT-OPERADOR-INVALIDO TO
                                          TRN-COD-MOTIVO (IDX-TRN)
               MOVE WRK-ERRO-OPERADOR-INVALIDO TO
                                          TRN-MOTIVO     (IDX-TRN)
           END-IF.

       0158-VALIDAR-OPERADOR-FIM.       EXIT.

      *-----------------------------------------------------------------
       0163-PROCURAR-OPERADOR           SECTION.
      *-----------------------------------------------------------------

           IF OPER-TAB-ID (IDX-OPER) EQUAL TRN-OPERADOR (IDX-TRN)
               SET WRK-OPER-ACHADO TO TRUE
           END-IF.

       0163-PROCURAR-OPERADOR-FIM.      EXIT.

      *-----------------------------------------------------------------
       0159-VALIDAR-APROVACAO           SECTION.
      *-----------------------------------------------------------------
      *    PROCURA NO LOTE UMA TRANSACAO "P" DO MESMO ITEM ASSINADA
      *    POR OUTRO OPERADOR COM NIVEL DE APROVADOR; O APROVADOR
      *    ACHADO VAI PARA O ITEM ALOCADO.
      *-----------------------------------------------------------------

           SET WRK-APROV-NAO-ACHADA TO TRUE.

           PERFORM 0164-PROCURAR-APROVACAO
               VARYING IDX-TRN-P FROM 1 BY 1
               UNTIL IDX-TRN-P GREATER WRK-QT-TRANS.

           IF WRK-APROV-NAO-ACHADA
               SET TRN-REJEITADA (IDX-TRN) TO TRUE
               MOVE WRK-MOT-SEM-APROVACAO TO
                                          TRN-COD-MOTIVO (IDX-TRN)
               MOVE WRK-ERRO-SEM-APROVACAO TO
                                          TRN-MOTIVO     (IDX-TRN)
           END-IF.

       0159-VALIDAR-APROVACAO-FIM.      EXIT.

      *-----------------------------------------------------------------
       0164-PROCURAR-APROVACAO          SECTION.
      *-----------------------------------------------------------------

           IF TRN-TIPO (IDX-TRN-P) EQUAL "P"
               AND TRN-CHAVE (IDX-TRN-P) EQUAL
                   TRN-CHAVE (IDX-TRN)
               AND TRN-OPERADOR (IDX-TRN-P) NOT EQUAL
                   TRN-OPERADOR (IDX-TRN)
               MOVE ZEROS TO WRK-NIVEL-ACHADO
               PERFORM 0165-NIVEL-DO-APROVADOR
                   VARYING IDX-OPER FROM 1 BY 1
                   UNTIL IDX-OPER GREATER WRK-QT-OPER
               IF WRK-NIVEL-ACHADO EQUAL 2
                   SET WRK-APROV-ACHADA TO TRUE
                   MOVE TRN-OPERADOR (IDX-TRN-P) TO
                                      TRN-APROVADOR (IDX-TRN)
               END-IF
           END-IF.

       0164-PROCURAR-APROVACAO-FIM.     EXIT.

      *-----------------------------------------------------------------
       0165-NIVEL-DO-APROVADOR          SECTION.
      *-----------------------------------------------------------------

           IF OPER-TAB-ID (IDX-OPER) EQUAL
              TRN-OPERADOR (IDX-TRN-P)
               MOVE OPER-TAB-NIVEL (IDX-OPER) TO
                                      WRK-NIVEL-ACHADO
           END-IF.

       0165-NIVEL-DO-APROVADOR-FIM.     EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                   SECTION.
      *-----------------------------------------------------------------
      *    APLICA UMA ENTRADA DO LOTE JA ORDENADO E CRITICADO.
      *-----------------------------------------------------------------

           MOVE TRN-REGISTRO (IDX-TRN) TO REG-ALOCACAO.
           MOVE ALOC-SUSP-CHAVE        TO WRK-REJ-CHAVE.

           IF TRN-REJEITADA (IDX-TRN)
               MOVE ALOC-TIPO                TO WRK-REJ-TIPO
               MOVE TRN-COD-MOTIVO (IDX-TRN) TO WRK-REJ-COD-MOTIVO
               MOVE TRN-MOTIVO     (IDX-TRN) TO WRK-REJ-MOTIVO
               PERFORM 0240-GRAVAR-REJEITO
           ELSE
               EVALUATE TRUE
                   WHEN ALOC-APROVACAO
                       ADD 1 TO ACU-APROVACOES
                   WHEN ALOC-FATURA
                       MOVE "FATURA"          TO WRK-REJ-TIPO
                       PERFORM 0205-LER-SUSPENSO
                       IF WRK-REG-VALIDO
                           PERFORM 0210-ALOCAR-FATURA
                       END-IF
                   WHEN ALOC-CREDITO
                       MOVE "CREDITO"         TO WRK-REJ-TIPO
                       PERFORM 0205-LER-SUSPENSO
                       IF WRK-REG-VALIDO
                           PERFORM 0220-ALOCAR-CREDITO
                       END-IF
                   WHEN ALOC-DEVOLUCAO
                       MOVE "DEVOLUCAO"       TO WRK-REJ-TIPO
                       PERFORM 0205-LER-SUSPENSO
                       IF WRK-REG-VALIDO
                           PERFORM 0230-MARCAR-DEVOLUCAO
                       END-IF
                   WHEN OTHER
                       MOVE "TIPO DE TRANSACAO INVALIDO" TO
                                                    WRK-REJ-MOTIVO
                       MOVE ALOC-TIPO          TO WRK-REJ-TIPO
                       MOVE ZEROS              TO WRK-REJ-COD-MOTIVO
                       PERFORM 0240-GRAVAR-REJEITO
               END-EVALUATE
           END-IF.

       0200-PROCESSAR-FIM.              EXIT.

      *-----------------------------------------------------------------
       0205-LER-SUSPENSO                SECTION.
      *-----------------------------------------------------------------
      *    O ITEM TEM QUE EXISTIR E ESTAR PENDENTE - ITEM JA ALOCADO
      *    OU MARCADO PARA DEVOLUCAO NAO MUDA DE DESTINO.
      *-----------------------------------------------------------------

           SET WRK-REG-VALIDO TO TRUE.

           MOVE ALOC-SUSP-CHAVE TO SUSP-CHAVE.
           READ SUSPENSO KEY IS SUSP-CHAVE
               INVALID KEY
                   SET WRK-REG-INVALIDO TO TRUE
                   MOVE "ITEM NAO CONSTA NO SUSPENSO" TO
                                                    WRK-REJ-MOTIVO
                   PERFORM 0240-GRAVAR-REJEITO
               NOT INVALID KEY
                   IF NOT SUSP-PENDENTE
                       SET WRK-REG-INVALIDO TO TRUE
                       MOVE "ITEM DO SUSPENSO JA ALOCADO" TO
                                                    WRK-REJ-MOTIVO
                       PERFORM 0240-GRAVAR-REJEITO
                   END-IF
           END-READ.

       0205-LER-SUSPENSO-FIM.           EXIT.

      *-----------------------------------------------------------------
       0210-ALOCAR-FATURA               SECTION.
      *-----------------------------------------------------------------
      *    A FATURA DESTINO TEM QUE EXISTIR, ESTAR EM ABERTO E SER DE
      *    COMPETENCIA NAO FECHADA PELO FECHCOMP.
      *-----------------------------------------------------------------

           MOVE ALOC-CODIGO      TO FAT-CODIGO.
           MOVE ALOC-COMPETENCIA TO FAT-COMPETENCIA.

           READ FATURAS KEY IS FAT-CHAVE
               INVALID KEY
                   MOVE "FATURA DESTINO NAO CADASTRADA" TO
                                                    WRK-REJ-MOTIVO
                   PERFORM 0240-GRAVAR-REJEITO
                   GO TO 0210-ALOCAR-FATURA-FIM
           END-READ.

ALT02      MOVE REG-FATURA               TO WRK-JRN-FATURA-ANTES.

           IF NOT FAT-ABERTA
               MOVE "FATURA NAO ESTA EM ABERTO" TO WRK-REJ-MOTIVO
               PERFORM 0240-GRAVAR-REJEITO
               GO TO 0210-ALOCAR-FATURA-FIM
           END-IF.

           MOVE FAT-COMPETENCIA TO FCH-COMPETENCIA.
           CALL "VERFECHO" USING FCH-PARAMETRO.
           IF FCH-COMP-FECHADA
               MOVE "COMPETENCIA FECHADA"       TO WRK-REJ-MOTIVO
               PERFORM 0240-GRAVAR-REJEITO
               GO TO 0210-ALOCAR-FATURA-FIM
           END-IF.

           PERFORM 0215-BAIXAR-FATURA.

           SET SUSP-ALOCADO-FATURA      TO TRUE.
           PERFORM 0245-BAIXAR-SUSPENSO.

           ADD 1 TO ACU-FATURAS.
           MOVE "FATURA"                TO WRK-OK-TIPO.
           IF FAT-PAGA
               MOVE "FATURA QUITADA"    TO WRK-OK-SITUACAO
           ELSE
               MOVE "BAIXA PARCIAL"     TO WRK-OK-SITUACAO
           END-IF.
           PERFORM 0250-GRAVAR-OK.

       0210-ALOCAR-FATURA-FIM.          EXIT.

      *-----------------------------------------------------------------
       0215-BAIXAR-FATURA               SECTION.
      *-----------------------------------------------------------------
      *    MESMA BAIXA PELO RESIDUO DO PIXBAIXA: VALOR QUE COBRE O
      *    RESIDUO QUITA A FATURA E O EXCEDENTE VAI PARA O SALDO
      *    CREDOR; VALOR MENOR ENTRA COMO PARCIAL.
      *-----------------------------------------------------------------

           COMPUTE WRK-VALOR-RESIDUO =
               FAT-VALOR + FAT-VALOR-ENCARGOS - FAT-VALOR-PAGO.

           IF SUSP-VALOR NOT LESS WRK-VALOR-RESIDUO
               COMPUTE WRK-VALOR-EXCEDENTE =
                   SUSP-VALOR - WRK-VALOR-RESIDUO
               SET FAT-PAGA             TO TRUE
               COMPUTE FAT-VALOR-PAGO =
                   FAT-VALOR + FAT-VALOR-ENCARGOS
           ELSE
               MOVE ZEROS               TO WRK-VALOR-EXCEDENTE
               ADD SUSP-VALOR           TO FAT-VALOR-PAGO
           END-IF.
           MOVE SUSP-DATA-PAGAMENTO     TO FAT-DATA-PAGAMENTO.

           REWRITE REG-FATURA.
           IF FS-FATURAS NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-FATURAS               TO WRK-STATUS-ERRO
               MOVE "0215-BAIXAR-FATURA"     TO WRK-AREA-ERRO
               MOVE "ALOCSUSP"               TO WRK-PROGRAMA-ERRO
               MOVE "FATURAS"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.
ALT02      SET JRN-ALTERACAO             TO TRUE.
ALT02      PERFORM 0820-JOURNAL-FATURA.

ALT01      COMPUTE WRK-VALOR-ABATIDO =
ALT01          SUSP-VALOR - WRK-VALOR-EXCEDENTE.
ALT01      PERFORM 0287-ABATER-PROMESSA.

           MOVE ALOC-CODIGO             TO WRK-CODIGO-CLIENTE.

           IF WRK-VALOR-EXCEDENTE GREATER ZEROS
               MOVE WRK-VALOR-EXCEDENTE TO WRK-VALOR-CREDITO
               PERFORM 0260-POSTAR-CREDITO
           END-IF.

           PERFORM 0216-ATUALIZAR-MESTRE.

      *    A VARREDURA DO MESTRE REPOSICIONA O FATURAS; A FATURA
      *    ALOCADA E RELIDA PARA A LISTAGEM DE CONFERENCIA.
           MOVE ALOC-CODIGO      TO FAT-CODIGO.
           MOVE ALOC-COMPETENCIA TO FAT-COMPETENCIA.
           READ FATURAS KEY IS FAT-CHAVE.

       0215-BAIXAR-FATURA-FIM.          EXIT.

      *-----------------------------------------------------------------
       0216-ATUALIZAR-MESTRE            SECTION.
      *-----------------------------------------------------------------
      *    MESMO CRITERIO DO BAIXAPAG: O MESTRE SO VIRA PAGO (COM
      *    REATIVACAO DO SUSPENSO) QUANDO NAO SOBRA FATURA EM ABERTO
      *    DO CLIENTE.
      *-----------------------------------------------------------------

           PERFORM 0217-CONTAR-ABERTAS.

           MOVE WRK-CODIGO-CLIENTE TO REG-CODIGO.
           READ CLIENTES KEY IS REG-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
ALT02              MOVE REG-CLIENTES     TO WRK-JRN-CLIENTE-ANTES
                   MOVE SUSP-DATA-PAGAMENTO TO REG-DATA-PAGAMENTO
                   IF WRK-QT-ABERTAS EQUAL ZEROS
                       SET REG-PAGO-SIM     TO TRUE
                       IF REG-SUSPENSO
                           SET REG-ATIVO    TO TRUE
                       END-IF
                   END-IF
                   REWRITE REG-CLIENTES
                   IF FS-CLIENTES NOT EQUAL ZEROS
                       MOVE WRK-ERRO-GRAVAR      TO WRK-DESCRICAO-ERRO
                       MOVE FS-CLIENTES          TO WRK-STATUS-ERRO
                       MOVE "0216-ATUALIZAR-MESTRE"
                                                 TO WRK-AREA-ERRO
                       MOVE "ALOCSUSP"           TO WRK-PROGRAMA-ERRO
                       MOVE "CLIENTES"           TO WRK-ARQUIVO-ERRO
                       PERFORM 9999-TRATAR-ERRO
                   END-IF
ALT02              SET JRN-ALTERACAO     TO TRUE
ALT02              PERFORM 0810-JOURNAL-CLIENTE
           END-READ.

       0216-ATUALIZAR-MESTRE-FIM.       EXIT.

      *-----------------------------------------------------------------
       0217-CONTAR-ABERTAS              SECTION.
      *-----------------------------------------------------------------

           MOVE "N"                TO WRK-SW-FIM-FATURAS.
           MOVE ZEROS              TO WRK-QT-ABERTAS.
           MOVE WRK-CODIGO-CLIENTE TO FAT-CODIGO.
           MOVE ZEROS              TO FAT-COMPETENCIA.

           START FATURAS KEY IS NOT LESS FAT-CHAVE
               INVALID KEY
                   SET WRK-FIM-FATURAS TO TRUE
           END-START.

           PERFORM 0218-LER-FATURA
               UNTIL WRK-FIM-FATURAS.

       0217-CONTAR-ABERTAS-FIM.         EXIT.

      *-----------------------------------------------------------------
       0218-LER-FATURA                  SECTION.
      *-----------------------------------------------------------------

           READ FATURAS NEXT RECORD.

           IF FS-FATURAS NOT EQUAL ZEROS
               SET WRK-FIM-FATURAS TO TRUE
           ELSE
               IF FAT-CODIGO NOT EQUAL WRK-CODIGO-CLIENTE
                   SET WRK-FIM-FATURAS TO TRUE
               ELSE
                   IF FAT-ABERTA
                       ADD 1 TO WRK-QT-ABERTAS
                   END-IF
               END-IF
           END-IF.

       0218-LER-FATURA-FIM.             EXIT.

      *-----------------------------------------------------------------
       0220-ALOCAR-CREDITO              SECTION.
      *-----------------------------------------------------------------
      *    O VALOR INTEIRO VAI PARA O SALDO CREDOR DO CLIENTE, QUE O
      *    FATURCLI ABATE NA PROXIMA COMPETENCIA.
      *-----------------------------------------------------------------

           MOVE ALOC-CODIGO TO REG-CODIGO.
           READ CLIENTES KEY IS REG-CODIGO
               INVALID KEY
                   MOVE WRK-MOT-CLIENTE-INEXISTENTE  TO
                                                WRK-REJ-COD-MOTIVO
                   MOVE WRK-ERRO-CLIENTE-INEXISTENTE TO WRK-REJ-MOTIVO
                   PERFORM 0240-GRAVAR-REJEITO
                   GO TO 0220-ALOCAR-CREDITO-FIM
           END-READ.

           IF NOT REG-TIPO-DETALHE
               MOVE WRK-MOT-CLIENTE-INEXISTENTE  TO WRK-REJ-COD-MOTIVO
               MOVE WRK-ERRO-CLIENTE-INEXISTENTE TO WRK-REJ-MOTIVO
               PERFORM 0240-GRAVAR-REJEITO
               GO TO 0220-ALOCAR-CREDITO-FIM
           END-IF.

           MOVE ALOC-CODIGO             TO WRK-CODIGO-CLIENTE.
           MOVE SUSP-VALOR              TO WRK-VALOR-CREDITO.
           PERFORM 0260-POSTAR-CREDITO.

           SET SUSP-ALOCADO-CREDITO     TO TRUE.
           PERFORM 0245-BAIXAR-SUSPENSO.

           ADD 1 TO ACU-CREDITOS.
           MOVE "CREDITO"               TO WRK-OK-TIPO.
           MOVE "LANCADO EM SALDO CREDOR" TO WRK-OK-SITUACAO.
           PERFORM 0250-GRAVAR-OK.

       0220-ALOCAR-CREDITO-FIM.         EXIT.

      *-----------------------------------------------------------------
       0230-MARCAR-DEVOLUCAO            SECTION.
      *-----------------------------------------------------------------
      *    A DEVOLUCAO AO PAGADOR E FEITA PELA TESOURARIA; AQUI O
      *    ITEM SO SAI DO SALDO PENDENTE MARCADO "R".
      *-----------------------------------------------------------------

           SET SUSP-A-DEVOLVER          TO TRUE.
           PERFORM 0245-BAIXAR-SUSPENSO.

           ADD 1 TO ACU-DEVOLUCOES.
           MOVE "DEVOLUCAO"             TO WRK-OK-TIPO.
           MOVE "MARCADO PARA DEVOLUCAO" TO WRK-OK-SITUACAO.
           PERFORM 0250-GRAVAR-OK.

       0230-MARCAR-DEVOLUCAO-FIM.       EXIT.

      *-----------------------------------------------------------------
       0240-GRAVAR-REJEITO              SECTION.
      *-----------------------------------------------------------------
      *    A REJEITADA SAI NA CONFERENCIA E NA LISTAGEM PROPRIA, COM
      *    OS DADOS DIGITADOS PARA A OPERACAO CORRIGIR E REENVIAR.
      *-----------------------------------------------------------------

           ADD 1 TO ACU-REJEITADOS.
           MOVE WRK-LINHA-REJ TO REG-LISTALOC.
           WRITE REG-LISTALOC AFTER 1 LINE.
           IF FS-LISTALOC NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-LISTALOC              TO WRK-STATUS-ERRO
               MOVE "0240-GRAVAR-REJEITO"    TO WRK-AREA-ERRO
               MOVE "ALOCSUSP"               TO WRK-PROGRAMA-ERRO
               MOVE "LISTALOC"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           MOVE ALOC-TIPO            TO WRK-DREJ-TIPO.
           MOVE ALOC-SUSP-CHAVE      TO WRK-DREJ-CHAVE.
           MOVE ALOC-CODIGO          TO WRK-DREJ-CODIGO.
           MOVE ALOC-COMPETENCIA     TO WRK-DREJ-COMPETENCIA.
           MOVE ALOC-OPERADOR        TO WRK-DREJ-OPERADOR.
           MOVE WRK-REJ-COD-MOTIVO   TO WRK-DREJ-COD-MOTIVO.
           MOVE WRK-REJ-MOTIVO       TO WRK-DREJ-MOTIVO.
           MOVE WRK-DET-REJ          TO REG-REJALOC.
           WRITE REG-REJALOC AFTER 1 LINE.
           IF FS-REJALOC NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-REJALOC               TO WRK-STATUS-ERRO
               MOVE "0240-GRAVAR-REJEITO"    TO WRK-AREA-ERRO
               MOVE "ALOCSUSP"               TO WRK-PROGRAMA-ERRO
               MOVE "REJALOC"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           MOVE ZEROS TO WRK-REJ-COD-MOTIVO.

       0240-GRAVAR-REJEITO-FIM.         EXIT.

      *-----------------------------------------------------------------
       0245-BAIXAR-SUSPENSO             SECTION.
      *-----------------------------------------------------------------
      *    A SITUACAO NOVA JA FOI POSTA PELO CHAMADOR. A SAIDA FICA
      *    PENDENTE DE CONTABILIZACAO PARA O GLEXTRAT.
      *-----------------------------------------------------------------

           MOVE WRK-DATA-EXECUCAO       TO SUSP-DATA-ALOCACAO.
           MOVE ALOC-CODIGO             TO SUSP-DEST-CODIGO.
           MOVE ALOC-COMPETENCIA        TO SUSP-DEST-COMPETENCIA.
           MOVE ALOC-OPERADOR           TO SUSP-OPERADOR.
           MOVE TRN-APROVADOR (IDX-TRN) TO SUSP-APROVADOR.
           SET SUSP-SAIDA-A-CONTABILIZAR TO TRUE.

           REWRITE REG-VALOR-SUSPENSO.
           IF FS-SUSPENSO NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-SUSPENSO              TO WRK-STATUS-ERRO
               MOVE "0245-BAIXAR-SUSPENSO"   TO WRK-AREA-ERRO
               MOVE "ALOCSUSP"               TO WRK-PROGRAMA-ERRO
               MOVE "SUSPENSO"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           ADD SUSP-VALOR TO ACU-VALOR-ALOCADO.

       0245-BAIXAR-SUSPENSO-FIM.        EXIT.

      *-----------------------------------------------------------------
       0250-GRAVAR-OK                   SECTION.
      *-----------------------------------------------------------------

           MOVE ALOC-SUSP-CHAVE  TO WRK-OK-CHAVE.
           MOVE ALOC-CODIGO      TO WRK-OK-CODIGO.
           MOVE ALOC-COMPETENCIA TO WRK-OK-COMPETENCIA.
           MOVE SUSP-VALOR       TO WRK-OK-VALOR.
           MOVE WRK-LINHA-OK     TO REG-LISTALOC.
           WRITE REG-LISTALOC AFTER 1 LINE.
           IF FS-LISTALOC NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-LISTALOC              TO WRK-STATUS-ERRO
               MOVE "0250-GRAVAR-OK"         TO WRK-AREA-ERRO
               MOVE "ALOCSUSP"               TO WRK-PROGRAMA-ERRO
               MOVE "LISTALOC"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0250-GRAVAR-OK-FIM.              EXIT.

      *-----------------------------------------------------------------
       0260-POSTAR-CREDITO              SECTION.
      *-----------------------------------------------------------------
      *    MESMA POSTAGEM DO BAIXAPAG - CLIENTE SEM REGISTRO NO
      *    CREDITO GANHA UM NOVO.
      *-----------------------------------------------------------------

           MOVE WRK-CODIGO-CLIENTE TO CRED-CODIGO.
           READ CREDITO KEY IS CRED-CODIGO
               INVALID KEY
                   MOVE WRK-CODIGO-CLIENTE   TO CRED-CODIGO
                   MOVE WRK-VALOR-CREDITO    TO CRED-SALDO
                   MOVE WRK-DATA-EXECUCAO    TO CRED-DATA-MOVTO
                   WRITE REG-CREDITO
               NOT INVALID KEY
                   ADD WRK-VALOR-CREDITO     TO CRED-SALDO
                   MOVE WRK-DATA-EXECUCAO    TO CRED-DATA-MOVTO
                   REWRITE REG-CREDITO
           END-READ.

           IF FS-CREDITO NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-CREDITO               TO WRK-STATUS-ERRO
               MOVE "0260-POSTAR-CREDITO"    TO WRK-AREA-ERRO
               MOVE "ALOCSUSP"               TO WRK-PROGRAMA-ERRO
               MOVE "CREDITO"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0260-POSTAR-CREDITO-FIM.         EXIT.

ALT01 *-----------------------------------------------------------------
ALT01  0287-ABATER-PROMESSA             SECTION.
ALT01 *-----------------------------------------------------------------
ALT01 *    VALOR APLICADO (WRK-VALOR-ABATIDO) EM FATURA COBERTA POR
ALT01 *    PROMESSA DE PAGAMENTO ABERTA (PROMCLI) ABATE O PROMETIDO;
ALT01 *    ATINGIDO O VALOR, A PROMESSA E DADA COMO CUMPRIDA. PROMESSA
ALT01 *    SEM FATURAS LISTADAS ACEITA QUALQUER FATURA DO CLIENTE.
ALT01 *-----------------------------------------------------------------

ALT01      IF WRK-PROMESSA-INDISPONIVEL
ALT01          GO TO 0287-ABATER-PROMESSA-FIM
ALT01      END-IF.

ALT01      MOVE FAT-CODIGO TO PROM-CODIGO.
ALT01      READ PROMESSA KEY IS PROM-CODIGO
ALT01          INVALID KEY
ALT01              GO TO 0287-ABATER-PROMESSA-FIM
ALT01      END-READ.

ALT01      IF NOT PROM-ABERTA
ALT01          GO TO 0287-ABATER-PROMESSA-FIM
ALT01      END-IF.

ALT01      IF PROM-QT-FATURAS EQUAL ZEROS
ALT01          SET WRK-PROM-FAT-COBERTA     TO TRUE
ALT01      ELSE
ALT01          SET WRK-PROM-FAT-NAO-COBERTA TO TRUE
ALT01          MOVE 1                       TO IDX-PROM
ALT01          PERFORM 0288-PROCURAR-COMPETENCIA
ALT01              UNTIL IDX-PROM GREATER PROM-QT-FATURAS
ALT01                 OR WRK-PROM-FAT-COBERTA
ALT01      END-IF.

ALT01      IF WRK-PROM-FAT-NAO-COBERTA
ALT01          GO TO 0287-ABATER-PROMESSA-FIM
ALT01      END-IF.

ALT01      ADD WRK-VALOR-ABATIDO        TO PROM-VALOR-RECEBIDO.
ALT01      IF PROM-VALOR-RECEBIDO NOT LESS PROM-VALOR
ALT01          SET PROM-CUMPRIDA        TO TRUE
ALT01          MOVE SUSP-DATA-PAGAMENTO  TO PROM-DATA-DESFECHO
ALT01      END-IF.

ALT01      REWRITE REG-PROMESSA.
ALT01      IF FS-PROMESSA NOT EQUAL ZEROS
ALT01          MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
ALT01          MOVE FS-PROMESSA              TO WRK-STATUS-ERRO
ALT01          MOVE "0287-ABATER-PROMESSA"   TO WRK-AREA-ERRO
ALT01          MOVE "ALOCSUSP"              TO WRK-PROGRAMA-ERRO
ALT01          MOVE "PROMESSA"               TO WRK-ARQUIVO-ERRO
ALT01          PERFORM 9999-TRATAR-ERRO
ALT01      END-IF.

ALT01  0287-ABATER-PROMESSA-FIM.        EXIT.

ALT01 *-----------------------------------------------------------------
ALT01  0288-PROCURAR-COMPETENCIA        SECTION.
ALT01 *-----------------------------------------------------------------

ALT01      IF PROM-COMPETENCIA (IDX-PROM) EQUAL FAT-COMPETENCIA
ALT01          SET WRK-PROM-FAT-COBERTA TO TRUE
ALT01      END-IF.

ALT01      ADD 1 TO IDX-PROM.

ALT01  0288-PROCURAR-COMPETENCIA-FIM.   EXIT.

      *-----------------------------------------------------------------
       0290-ESTATISTICA                 SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-TRACO.
           DISPLAY "TOTAL DE TRANSACOES LIDAS: " ACU-LIDOS.
           DISPLAY "ALOCADOS EM FATURA.......: " ACU-FATURAS.
           DISPLAY "ALOCADOS EM SALDO CREDOR.: " ACU-CREDITOS.
           DISPLAY "MARCADOS P/ DEVOLUCAO....: " ACU-DEVOLUCOES.
           DISPLAY "VALOR BAIXADO DO SUSPENSO: " ACU-VALOR-ALOCADO.
           DISPLAY "TOTAL DE APROVACOES......: " ACU-APROVACOES.
           DISPLAY "TOTAL DE REJEITADAS......: " ACU-REJEITADOS.
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

           CLOSE ALOCTRAN.
           IF FS-ALOCTRAN NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-ALOCTRAN       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "ALOCSUSP"        TO WRK-PROGRAMA-ERRO
               MOVE "ALOCTRAN"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE SUSPENSO.
           IF FS-SUSPENSO NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-SUSPENSO       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "ALOCSUSP"        TO WRK-PROGRAMA-ERRO
               MOVE "SUSPENSO"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE FATURAS.
           IF FS-FATURAS NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-FATURAS        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "ALOCSUSP"        TO WRK-PROGRAMA-ERRO
               MOVE "FATURAS"         TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "ALOCSUSP"        TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE CREDITO.
           IF FS-CREDITO NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-CREDITO        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "ALOCSUSP"        TO WRK-PROGRAMA-ERRO
               MOVE "CREDITO"         TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT01      IF WRK-PROMESSA-DISPONIVEL
ALT01          CLOSE PROMESSA
ALT01          IF FS-PROMESSA NOT EQUAL ZEROS
ALT01              MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
ALT01              MOVE FS-PROMESSA       TO WRK-STATUS-ERRO
ALT01              MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
ALT01              MOVE "ALOCSUSP"       TO WRK-PROGRAMA-ERRO
ALT01              MOVE "PROMESSA"        TO WRK-ARQUIVO-ERRO
ALT01              PERFORM 9999-TRATAR-ERRO
ALT01          END-IF
ALT01      END-IF.

           CLOSE LISTALOC.
           IF FS-LISTALOC NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-LISTALOC       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "ALOCSUSP"        TO WRK-PROGRAMA-ERRO
               MOVE "LISTALOC"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE REJALOC.
           IF FS-REJALOC NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-REJALOC        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "ALOCSUSP"        TO WRK-PROGRAMA-ERRO
               MOVE "REJALOC"         TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN OUTPUT TRAVA.
           CLOSE TRAVA.

ALT02      SET JRN-FUNC-FECHAR           TO TRUE.
ALT02      CALL "GRVJRNL" USING JRN-PARAMETRO.

           GOBACK.

       0300-FINALIZAR-FIM.              EXIT.

      *-----------------------------------------------------------------
ALT02  0810-JOURNAL-CLIENTE             SECTION.
      *-----------------------------------------------------------------
ALT02 *    IMAGENS ANTES/DEPOIS DO MESTRE CLIENTES PARA O JOURNAL DE
ALT02 *    RECUPERACAO (GRVJRNL). A OPERACAO JA VEM EM JRN-OPERACAO.
      *-----------------------------------------------------------------

ALT02      SET JRN-FUNC-GRAVAR           TO TRUE.
ALT02      MOVE "ALOCSUSP"               TO JRN-PROGRAMA.
ALT02      SET JRN-ARQ-CLIENTES          TO TRUE.
ALT02      MOVE SPACES                   TO JRN-IMAGEM-ANTES
ALT02                                       JRN-IMAGEM-DEPOIS.
ALT02      IF NOT JRN-INCLUSAO
ALT02          MOVE WRK-JRN-CLIENTE-ANTES TO JRN-IMAGEM-ANTES
ALT02      END-IF.
ALT02      IF NOT JRN-EXCLUSAO
ALT02          MOVE REG-CLIENTES         TO JRN-IMAGEM-DEPOIS
ALT02          MOVE REG-CLIENTES         TO WRK-JRN-CLIENTE-ANTES
ALT02      END-IF.

ALT02      CALL "GRVJRNL" USING JRN-PARAMETRO.

ALT02  0810-JOURNAL-CLIENTE-FIM.        EXIT.

      *-----------------------------------------------------------------
ALT02  0820-JOURNAL-FATURA              SECTION.
      *-----------------------------------------------------------------
ALT02 *    IMAGENS ANTES/DEPOIS DO MESTRE FATURAS PARA O JOURNAL DE
ALT02 *    RECUPERACAO (GRVJRNL). A OPERACAO JA VEM EM JRN-OPERACAO.
      *-----------------------------------------------------------------

ALT02      SET JRN-FUNC-GRAVAR           TO TRUE.
ALT02      MOVE "ALOCSUSP"               TO JRN-PROGRAMA.
ALT02      SET JRN-ARQ-FATURAS           TO TRUE.
ALT02      MOVE SPACES                   TO JRN-IMAGEM-ANTES
ALT02                                       JRN-IMAGEM-DEPOIS.
ALT02      IF NOT JRN-INCLUSAO
ALT02          MOVE WRK-JRN-FATURA-ANTES TO JRN-IMAGEM-ANTES
ALT02      END-IF.
ALT02      IF NOT JRN-EXCLUSAO
ALT02          MOVE REG-FATURA           TO JRN-IMAGEM-DEPOIS
ALT02          MOVE REG-FATURA           TO WRK-JRN-FATURA-ANTES
ALT02      END-IF.

ALT02      CALL "GRVJRNL" USING JRN-PARAMETRO.

ALT02  0820-JOURNAL-FATURA-FIM.         EXIT.

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
