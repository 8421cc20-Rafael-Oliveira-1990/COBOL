      *-----------------------------------------------------------------
       IDENTIFICATION                   DIVISION.
       PROGRAM-ID. UNIFCLI.
      *=================================================================
      *== PROGRAMA....: UNIFCLI
      *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
      *== ANALISTA....: IVAN SANCHES
      *== DATA........: 15/10/2026
      *== CONSULTORIA:
      *-----------------------------------------------------------------
      *== OBJETIVO....: CONVERSAO PARA O ARQUIVO DE ASSINATURAS (BOOK
      *                 REGASSN) E UNIFICACAO DE CLIENTES CADASTRADOS
      *                 EM DOBRO. PRIMEIRO PASSO: CADA CLIENTE DO
      *                 MESTRE GANHA A ASSINATURA PRINCIPAL (SEQUENCIA
      *                 001) COM O STREAMING/PLANO/VALOR DO PROPRIO
      *                 MESTRE - CLIENTE QUE JA TEM A 001 E MANTIDO
      *                 COMO ESTA, ENTAO O PASSO PODE SER RODADO DE
      *                 NOVO SEM EFEITO. SEGUNDO PASSO: PARA CADA PAR
      *                 CONFIRMADO PELA OPERACAO (ARQUIVO DUPLCONF,
      *                 LAYOUT REGDUPL DO DUPLICLI), O CODIGO-1 FICA E
      *                 O CODIGO-2 E ABSORVIDO - AS ASSINATURAS ATIVAS
      *                 DO ABSORVIDO PASSAM PARA O SOBREVIVENTE NAS
      *                 PROXIMAS SEQUENCIAS LIVRES, SAO ENCERRADAS NO
      *                 CODIGO ABSORVIDO E O ABSORVIDO E CANCELADO NO
      *                 MESTRE. PAR RECUSADO (CODIGO NAO CADASTRADO,
      *                 SOBREVIVENTE CANCELADO, ABSORVIDO JA CANCELADO
      *                 OU SEM SEQUENCIA LIVRE) SAI NO RELATORIO
      *                 UNIFREL SEM NENHUMA ALTERACAO. RODA COM O
      *                 MESTRE TRAVADO (ARQUIVO TRAVA, BOOK REGTRAVA).
      *-----------------------------------------------------------------
      *===================ESPECIFICACOES DO PROGRAMA====================
      *    ARQUIVO                    TIPO               BOOK
      *    TRAVA                     I-O                REGTRAVA
      *    CLIENTES                  I-O                REGCLI
      *    ASSINATURAS               I-O                REGASSN
      *    DUPLCONF                  INPUT              REGDUPL
      *    UNIFREL                   OUTPUT             N/A
      *    UNIFCLI                   INPUT              BOOKMSG
      *    UNIFCLI                   INPUT              BOOKASSI
      *-----------------------------------------------------------------
      *== MODULOS
      *
      *-----------------------------------------------------------------
      *-------------------ALTERACOESDO PROGRAMA-------------------------

ALT01 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT01 *== OBJETIVO....: A ASSINATURA TRANSFERIDA LEVA AO SOBREVIVENTE
      *                 O CONTRATO DE FIDELIDADE (PRAZO, INICIO, FIM
      *                 E MULTA); A ENCERRADA NO ABSORVIDO FICA SEM
      *                 FIDELIDADE, PARA A UNIFICACAO NAO CONTAR COMO
      *                 CANCELAMENTO NO PRAZO. A PRINCIPAL CONVERTIDA
      *                 NASCE SEM FIDELIDADE.

ALT02 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT02 *== OBJETIVO....: A ASSINATURA GRAVADA NA CARGA DA PRINCIPAL E NA
      *                 TRANSFERENCIA PARA O SOBREVIVENTE SAI COM O
      *                 MOTIVO DE ENCERRAMENTO EM BRANCO (ASN-MOTIVO-
      *                 FIM, BOOK REGASSN) E SEM MARCA DE TESTE GRATIS
      *                 (ASN-TESTE-FIM), SALVO A PRINCIPAL DE CLIENTE
      *                 AINDA EM TESTE, QUE LEVA O FIM DO TESTE.

ALT03 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT03 *== OBJETIVO....: CADA GRAVACAO, REGRAVACAO OU EXCLUSAO NO MESTRE
      *                 CLIENTES PASSA A SAIR NO JOURNAL DE RECUPERACAO
      *                 (SUBPROGRAMA GRVJRNL, BOOK BOOKJRNL) COM AS
      *                 IMAGENS ANTES E DEPOIS DO REGISTRO - SE O MESTRE
      *                 SE PERDER NO MEIO DA CADEIA, O RECJRNL REAPLICA
      *                 O JOURNAL SOBRE A COPIA DE SEGURANCA.

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
           SELECT TRAVA ASSIGN TO WRK-NOME-TRAVA
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-TRAVA.

           SELECT CLIENTES ASSIGN TO WRK-NOME-CLIENTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REG-CODIGO
           FILE STATUS IS FS-CLIENTES.

           SELECT ASSINATURAS ASSIGN TO WRK-NOME-ASSINATURAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASN-CHAVE
           FILE STATUS IS FS-ASSINATURAS.

           SELECT DUPLCONF ASSIGN TO WRK-NOME-DUPLCONF
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-DUPLCONF.

           SELECT UNIFREL ASSIGN TO WRK-NOME-UNIFREL
           FILE STATUS IS FS-UNIFREL.
      *-----------------------------------------------------------------

      *=================================================================
       DATA                             DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                             SECTION.
      *-----------------------------------------------------------------
      *
      *            I-O - TOKEN DE TRAVA DO MESTRE
      *
      *-----------------------------------------------------------------
       FD  TRAVA.
       COPY "REGTRAVA".

      *-----------------------------------------------------------------
      *
      *            I-O - MESTRE INDEXADO DE CLIENTES
      *
      *-----------------------------------------------------------------
       FD  CLIENTES.
       COPY "REGCLI".

      *-----------------------------------------------------------------
      *
      *            I-O - ASSINATURAS DO CLIENTE (CODIGO + SEQUENCIA)
      *
      *-----------------------------------------------------------------
       FD  ASSINATURAS.
       COPY "REGASSN".

      *-----------------------------------------------------------------
      *
      *            INPUT - PARES DE DUPLICIDADE CONFIRMADOS PELA
      *            OPERACAO (CODIGO-1 FICA, CODIGO-2 E ABSORVIDO)
      *
      *-----------------------------------------------------------------
       FD  DUPLCONF.
       COPY "REGDUPL".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - RELATORIO DA UNIFICACAO (UM PAR POR LINHA)
      *
      *-----------------------------------------------------------------
       FD  UNIFREL.
       01  REG-UNIFREL                  PIC X(080).

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

       01  FS-TRAVA                     PIC 9(002)         VALUE ZEROS.
       01  FS-CLIENTES                  PIC 9(002)         VALUE ZEROS.
       01  FS-ASSINATURAS               PIC 9(002)         VALUE ZEROS.
       01  FS-DUPLCONF                  PIC 9(002)         VALUE ZEROS.
       01  FS-UNIFREL                   PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----NOMES EXTERNALIZADOS VIA DD-----".
      *-----------------------------------------------------------------

       01  WRK-NOME-TRAVA               PIC X(040)         VALUE
              "C:\RELATORIO\dados\TRAVA.DAT".
       01  WRK-NOME-CLIENTES            PIC X(040)         VALUE
              "C:\RELATORIO\dados\CLIENTES.DAT".
       01  WRK-NOME-ASSINATURAS         PIC X(040)         VALUE
              "C:\RELATORIO\dados\ASSINATURAS.DAT".
       01  WRK-NOME-DUPLCONF            PIC X(040)         VALUE
              "C:\RELATORIO\dados\DUPLCONF.DAT".
       01  WRK-NOME-UNIFREL             PIC X(040)         VALUE
              "C:\RELATORIO\dados\UNIFREL.txt".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEIS DE DATA E HORA-----".
      *-----------------------------------------------------------------

       01  WRK-DATA-EXECUCAO            PIC 9(008)         VALUE ZEROS.
       01  WRK-HORA-EXECUCAO            PIC 9(006)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEIS DO PAR EM TRATAMENTO-----".
      *-----------------------------------------------------------------

       01  WRK-OPERADOR-CONVERSAO       PIC X(008)         VALUE
              "UNIFCLI".
       01  WRK-CODIGO-SOBREVIVENTE      PIC 9(007)         VALUE ZEROS.
       01  WRK-CODIGO-ABSORVIDO         PIC 9(007)         VALUE ZEROS.
       01  WRK-CODIGO-PERCORRIDO        PIC 9(007)         VALUE ZEROS.
       01  WRK-SEQ-MAIOR                PIC 9(003)         VALUE ZEROS.
       01  WRK-SEQ-NOVA                 PIC 9(003)         VALUE ZEROS.
       01  WRK-SEQ-LIMITE               PIC 9(004)         VALUE ZEROS.
       01  WRK-MOTIVO                   PIC X(040)         VALUE SPACES.

       01  WRK-SW-PAR                   PIC X(001)         VALUE "S".
           88 WRK-PAR-VALIDO                               VALUE "S".
           88 WRK-PAR-RECUSADO                             VALUE "N".

       01  WRK-SW-FIM-CLIENTES          PIC X(001)         VALUE "N".
           88 WRK-FIM-CLIENTES                             VALUE "S".
           88 WRK-NAO-FIM-CLIENTES                         VALUE "N".

       01  WRK-SW-FIM-ASSIN             PIC X(001)         VALUE "N".
           88 WRK-FIM-ASSIN                                VALUE "S".
           88 WRK-NAO-FIM-ASSIN                            VALUE "N".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----ASSINATURAS ATIVAS DO CODIGO ABSORVIDO-----".
      *-----------------------------------------------------------------

       01  TAB-ASSIN-ABSORVIDA.
           05 ABS-ENTRADA               OCCURS 999 TIMES
                                        INDEXED BY IDX-ABS.
               10 ABS-SEQUENCIA         PIC 9(003)         VALUE ZEROS.
               10 ABS-STREAMING         PIC X(010)         VALUE SPACES.
               10 ABS-PLANO             PIC X(007)         VALUE SPACES.
               10 ABS-VALOR             PIC 9(005)V99      VALUE ZEROS.
               10 ABS-DATA-INICIO       PIC 9(008)         VALUE ZEROS.
ALT01          10 ABS-FIDEL-MESES       PIC 9(002)         VALUE ZEROS.
ALT01          10 ABS-FIDEL-INICIO      PIC 9(008)         VALUE ZEROS.
ALT01          10 ABS-FIDEL-FIM         PIC 9(008)         VALUE ZEROS.
ALT01          10 ABS-FIDEL-MULTA       PIC 9(005)V99      VALUE ZEROS.

       01  WRK-QT-ABSORVIDAS            PIC 9(003)  COMP-3 VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----LINHA DO RELATORIO DE UNIFICACAO-----".
      *-----------------------------------------------------------------

       01  WRK-LINHA-UNIFICACAO.
           05 WRK-UNI-CODIGO-1          PIC 9(007)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-UNI-CODIGO-2          PIC 9(007)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-UNI-CRITERIO          PIC X(010)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-UNI-QT-ASSIN          PIC ZZ9            VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-UNI-MOTIVO            PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEL DE ACUMULACAO-----".
      *-----------------------------------------------------------------

       01  ACU-CLIENTES-LIDOS           PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-PRINCIPAIS-GRAVADAS      PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-PRINCIPAIS-EXISTENTES    PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-PARES-LIDOS              PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-PARES-UNIFICADOS         PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-PARES-RECUSADOS          PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-ASSIN-TRANSFERIDAS       PIC 9(005)  COMP-3 VALUE ZEROS.

      *-----------------------------------------------------------------
ALT03  01  FILLER                       PIC X(050)         VALUE
ALT03         "-----AREA COMUNICACAO SUBPROGRAMA GRVJRNL-----".
      *-----------------------------------------------------------------
ALT03  COPY "BOOKJRNL".

ALT03  01  WRK-JRN-CLIENTE-ANTES        PIC X(150)         VALUE SPACES.

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
           PERFORM 0120-CARREGAR-PRINCIPAIS.
           PERFORM 0160-LER-PAR.
           PERFORM 0200-PROCESSAR UNTIL FS-DUPLCONF EQUAL 10.
           PERFORM 0300-FINALIZAR.

       0000-PRINCIPAL-FIM.              EXIT.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                 SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_TRAVA".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-TRAVA
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CLIENTES".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-CLIENTES
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_ASSINATU".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-ASSINATURAS
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_DUPLCONF".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-DUPLCONF
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_UNIFREL".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-UNIFREL
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           PERFORM 0105-TRAVAR-MESTRE.

           OPEN I-O    CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "UNIFCLI"                TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN I-O    ASSINATURAS.
           IF FS-ASSINATURAS EQUAL 35
               OPEN OUTPUT ASSINATURAS
               CLOSE ASSINATURAS
               OPEN I-O    ASSINATURAS
           END-IF.
           IF FS-ASSINATURAS NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-ASSINATURAS           TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "UNIFCLI"                TO WRK-PROGRAMA-ERRO
               MOVE "ASSINATURAS"            TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN INPUT  DUPLCONF.
           IF FS-DUPLCONF NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-DUPLCONF              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "UNIFCLI"                TO WRK-PROGRAMA-ERRO
               MOVE "DUPLCONF"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN OUTPUT UNIFREL.
           IF FS-UNIFREL NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-UNIFREL               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "UNIFCLI"                TO WRK-PROGRAMA-ERRO
               MOVE "UNIFREL"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------
       0105-TRAVAR-MESTRE               SECTION.
      *-----------------------------------------------------------------
      *    MESMO TOKEN EXCLUSIVO DO FATURCLI/BAIXAPAG: ARQUIVO TRAVA
      *    COM REGISTRO = MESTRE TOMADO (RETURN-CODE 20).
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
           MOVE "UNIFCLI"           TO TRAVA-PROGRAMA.
           MOVE WRK-DATA-EXECUCAO   TO TRAVA-DATA.
           MOVE WRK-HORA-EXECUCAO   TO TRAVA-HORA.
           WRITE REG-TRAVA.
           CLOSE TRAVA.

       0105-TRAVAR-MESTRE-FIM.          EXIT.

      *-----------------------------------------------------------------
       0120-CARREGAR-PRINCIPAIS         SECTION.
      *-----------------------------------------------------------------
      *    PRIMEIRO PASSO: A ASSINATURA PRINCIPAL (SEQUENCIA 001) DE
      *    CADA CLIENTE DO MESTRE. CLIENTE CANCELADO GANHA A 001 JA
      *    ENCERRADA NA DATA DO CANCELAMENTO, PARA O HISTORICO DE
      *    CHURN. STATUS 22 = CLIENTE JA CONVERTIDO, FICA COMO ESTA.
      *-----------------------------------------------------------------

           SET WRK-NAO-FIM-CLIENTES TO TRUE.
           MOVE ZEROS TO REG-CODIGO.
           START CLIENTES KEY IS NOT LESS REG-CODIGO
               INVALID KEY
                   SET WRK-FIM-CLIENTES TO TRUE
           END-START.

           PERFORM 0121-CARREGAR-PRINCIPAL
               UNTIL WRK-FIM-CLIENTES.

       0120-CARREGAR-PRINCIPAIS-FIM.    EXIT.

      *-----------------------------------------------------------------
       0121-CARREGAR-PRINCIPAL          SECTION.
      *-----------------------------------------------------------------

           READ CLIENTES NEXT RECORD
               AT END
                   SET WRK-FIM-CLIENTES TO TRUE
           END-READ.

           IF NOT WRK-FIM-CLIENTES
               IF FS-CLIENTES NOT EQUAL ZEROS
                   MOVE WRK-ERRO-LEIT             TO WRK-DESCRICAO-ERRO
                   MOVE FS-CLIENTES               TO WRK-STATUS-ERRO
                   MOVE "0121-CARREGAR-PRINCIPAL" TO WRK-AREA-ERRO
                   MOVE "UNIFCLI"                 TO WRK-PROGRAMA-ERRO
                   MOVE "CLIENTES"                TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
               IF REG-TIPO-DETALHE
                   ADD 1 TO ACU-CLIENTES-LIDOS
                   PERFORM 0122-GRAVAR-PRINCIPAL
               END-IF
           END-IF.

       0121-CARREGAR-PRINCIPAL-FIM.     EXIT.

      *-----------------------------------------------------------------
       0122-GRAVAR-PRINCIPAL            SECTION.
      *-----------------------------------------------------------------

           MOVE REG-CODIGO              TO ASN-CODIGO.
           MOVE 001                     TO ASN-SEQUENCIA.
           MOVE REG-STREAMING           TO ASN-STREAMING.
           MOVE REG-PLANO               TO ASN-PLANO.
           MOVE REG-ASSINATURA          TO ASN-VALOR.
           MOVE WRK-DATA-EXECUCAO       TO ASN-DATA-INICIO.
           MOVE WRK-OPERADOR-CONVERSAO  TO ASN-OPERADOR.
ALT01      MOVE ZEROS                   TO ASN-FIDEL-MESES
ALT01                                      ASN-FIDEL-INICIO
ALT01                                      ASN-FIDEL-FIM
ALT01                                      ASN-FIDEL-MULTA
ALT01                                      ASN-MULTA-COBRADA
ALT01                                      ASN-MULTA-COMPETENCIA.
ALT02      MOVE SPACES                  TO ASN-MOTIVO-FIM.
ALT02      IF REG-TESTE
ALT02          MOVE REG-DATA-CANCELAMENTO TO ASN-TESTE-FIM
ALT02      ELSE
ALT02          MOVE ZEROS               TO ASN-TESTE-FIM
ALT02      END-IF.
           IF REG-CANCELADO
               SET ASN-ENCERRADA        TO TRUE
               MOVE REG-DATA-CANCELAMENTO TO ASN-DATA-FIM
           ELSE
               SET ASN-ATIVA            TO TRUE
               MOVE ZEROS               TO ASN-DATA-FIM
           END-IF.

           WRITE REG-ASSINATURA-CLI.

           EVALUATE FS-ASSINATURAS
               WHEN ZEROS
                   ADD 1 TO ACU-PRINCIPAIS-GRAVADAS
               WHEN 22
                   ADD 1 TO ACU-PRINCIPAIS-EXISTENTES
               WHEN OTHER
                   MOVE WRK-ERRO-GRAVAR           TO WRK-DESCRICAO-ERRO
                   MOVE FS-ASSINATURAS            TO WRK-STATUS-ERRO
                   MOVE "0122-GRAVAR-PRINCIPAL"   TO WRK-AREA-ERRO
                   MOVE "UNIFCLI"                 TO WRK-PROGRAMA-ERRO
                   MOVE "ASSINATURAS"             TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
           END-EVALUATE.

       0122-GRAVAR-PRINCIPAL-FIM.       EXIT.

      *-----------------------------------------------------------------
       0160-LER-PAR                     SECTION.
      *-----------------------------------------------------------------

           READ DUPLCONF.

           IF FS-DUPLCONF NOT EQUAL 00 AND NOT EQUAL 10
               MOVE WRK-ERRO-LEIT    TO WRK-DESCRICAO-ERRO
               MOVE FS-DUPLCONF      TO WRK-STATUS-ERRO
               MOVE "0160-LER-PAR"   TO WRK-AREA-ERRO
               MOVE "UNIFCLI"        TO WRK-PROGRAMA-ERRO
               MOVE "DUPLCONF"       TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0160-LER-PAR-FIM.                EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                   SECTION.
      *-----------------------------------------------------------------
      *    SEGUNDO PASSO: UM PAR CONFIRMADO POR VEZ. TODA A CRITICA
      *    E FEITA ANTES DE QUALQUER GRAVACAO - PAR RECUSADO NAO MEXE
      *    EM NADA.
      *-----------------------------------------------------------------

           ADD 1 TO ACU-PARES-LIDOS.

           SET WRK-PAR-VALIDO           TO TRUE.
           MOVE SPACES                  TO WRK-MOTIVO.
           MOVE ZEROS                   TO WRK-QT-ABSORVIDAS.
           MOVE DUP-CODIGO-1            TO WRK-CODIGO-SOBREVIVENTE.
           MOVE DUP-CODIGO-2            TO WRK-CODIGO-ABSORVIDO.

           PERFORM 0210-CRITICAR-PAR.

           IF WRK-PAR-VALIDO
               PERFORM 0220-CARREGAR-ABSORVIDAS
               PERFORM 0230-APURAR-MAIOR-SEQ
               COMPUTE WRK-SEQ-LIMITE =
                   WRK-SEQ-MAIOR + WRK-QT-ABSORVIDAS
               IF WRK-SEQ-LIMITE GREATER 999
                   SET WRK-PAR-RECUSADO TO TRUE
                   MOVE "SOBREVIVENTE SEM SEQUENCIA LIVRE"
                                        TO WRK-MOTIVO
               END-IF
           END-IF.

           IF WRK-PAR-VALIDO
               PERFORM 0240-TRANSFERIR-ASSINATURA
                   VARYING IDX-ABS FROM 1 BY 1
                   UNTIL IDX-ABS GREATER WRK-QT-ABSORVIDAS
               PERFORM 0250-CANCELAR-ABSORVIDO
               ADD 1                    TO ACU-PARES-UNIFICADOS
               ADD WRK-QT-ABSORVIDAS    TO ACU-ASSIN-TRANSFERIDAS
               MOVE "UNIFICADO"         TO WRK-MOTIVO
           ELSE
               ADD 1                    TO ACU-PARES-RECUSADOS
           END-IF.

           PERFORM 0260-IMPRIMIR-PAR.

           PERFORM 0160-LER-PAR.

       0200-PROCESSAR-FIM.              EXIT.

      *-----------------------------------------------------------------
       0210-CRITICAR-PAR                SECTION.
      *-----------------------------------------------------------------

           IF WRK-CODIGO-SOBREVIVENTE EQUAL WRK-CODIGO-ABSORVIDO
               SET WRK-PAR-RECUSADO TO TRUE
               MOVE "CODIGOS IGUAIS NO PAR"        TO WRK-MOTIVO
           END-IF.

           IF WRK-PAR-VALIDO
               MOVE WRK-CODIGO-SOBREVIVENTE TO REG-CODIGO
               READ CLIENTES KEY IS REG-CODIGO
                   INVALID KEY
                       SET WRK-PAR-RECUSADO TO TRUE
                       MOVE "SOBREVIVENTE NAO CADASTRADO"
                                                   TO WRK-MOTIVO
                   NOT INVALID KEY
                       IF REG-CANCELADO
                           SET WRK-PAR-RECUSADO TO TRUE
                           MOVE "SOBREVIVENTE CANCELADO"
                                                   TO WRK-MOTIVO
                       END-IF
               END-READ
           END-IF.

           IF WRK-PAR-VALIDO
               MOVE WRK-CODIGO-ABSORVIDO TO REG-CODIGO
               READ CLIENTES KEY IS REG-CODIGO
                   INVALID KEY
                       SET WRK-PAR-RECUSADO TO TRUE
                       MOVE "ABSORVIDO NAO CADASTRADO"
                                                   TO WRK-MOTIVO
                   NOT INVALID KEY
                       IF REG-CANCELADO
                           SET WRK-PAR-RECUSADO TO TRUE
                           MOVE "ABSORVIDO JA CANCELADO"
                                                   TO WRK-MOTIVO
                       END-IF
               END-READ
           END-IF.

       0210-CRITICAR-PAR-FIM.           EXIT.

      *-----------------------------------------------------------------
       0220-CARREGAR-ABSORVIDAS         SECTION.
      *-----------------------------------------------------------------
      *    AS ATIVAS DO ABSORVIDO VAO PARA A TABELA ANTES DE QUALQUER
      *    GRAVACAO, PARA NAO GRAVAR NO ARQUIVO NO MEIO DA LEITURA
      *    SEQUENCIAL DELE.
      *-----------------------------------------------------------------

           MOVE WRK-CODIGO-ABSORVIDO TO WRK-CODIGO-PERCORRIDO.
           PERFORM 0270-POSICIONAR-ASSINATURAS.

           PERFORM 0221-CARREGAR-ABSORVIDA
               UNTIL WRK-FIM-ASSIN.

       0220-CARREGAR-ABSORVIDAS-FIM.    EXIT.

      *-----------------------------------------------------------------
       0221-CARREGAR-ABSORVIDA          SECTION.
      *-----------------------------------------------------------------

           PERFORM 0271-LER-ASSINATURA.

           IF NOT WRK-FIM-ASSIN AND ASN-ATIVA
               ADD 1 TO WRK-QT-ABSORVIDAS
               SET IDX-ABS TO WRK-QT-ABSORVIDAS
               MOVE ASN-SEQUENCIA   TO ABS-SEQUENCIA   (IDX-ABS)
               MOVE ASN-STREAMING   TO ABS-STREAMING   (IDX-ABS)
               MOVE ASN-PLANO       TO ABS-PLANO       (IDX-ABS)
               MOVE ASN-VALOR       TO ABS-VALOR       (IDX-ABS)
               MOVE ASN-DATA-INICIO TO ABS-DATA-INICIO (IDX-ABS)
ALT01          MOVE ZEROS           TO ABS-FIDEL-MESES  (IDX-ABS)
ALT01                                  ABS-FIDEL-INICIO (IDX-ABS)
ALT01                                  ABS-FIDEL-FIM    (IDX-ABS)
ALT01                                  ABS-FIDEL-MULTA  (IDX-ABS)
ALT01          IF ASN-FIDEL-FIM NUMERIC
ALT01             AND ASN-FIDEL-MESES NUMERIC
ALT01             AND ASN-FIDEL-INICIO NUMERIC
ALT01             AND ASN-FIDEL-MULTA NUMERIC
ALT01              MOVE ASN-FIDEL-MESES  TO ABS-FIDEL-MESES  (IDX-ABS)
ALT01              MOVE ASN-FIDEL-INICIO TO ABS-FIDEL-INICIO (IDX-ABS)
ALT01              MOVE ASN-FIDEL-FIM    TO ABS-FIDEL-FIM    (IDX-ABS)
ALT01              MOVE ASN-FIDEL-MULTA  TO ABS-FIDEL-MULTA  (IDX-ABS)
ALT01          END-IF
           END-IF.

       0221-CARREGAR-ABSORVIDA-FIM.     EXIT.

      *-----------------------------------------------------------------
       0230-APURAR-MAIOR-SEQ            SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-SEQ-MAIOR.
           MOVE WRK-CODIGO-SOBREVIVENTE TO WRK-CODIGO-PERCORRIDO.
           PERFORM 0270-POSICIONAR-ASSINATURAS.

           PERFORM 0231-APURAR-SEQ
               UNTIL WRK-FIM-ASSIN.

       0230-APURAR-MAIOR-SEQ-FIM.       EXIT.

      *-----------------------------------------------------------------
       0231-APURAR-SEQ                  SECTION.
      *-----------------------------------------------------------------

           PERFORM 0271-LER-ASSINATURA.

           IF NOT WRK-FIM-ASSIN
               MOVE ASN-SEQUENCIA TO WRK-SEQ-MAIOR
           END-IF.

       0231-APURAR-SEQ-FIM.             EXIT.

      *-----------------------------------------------------------------
       0240-TRANSFERIR-ASSINATURA       SECTION.
      *-----------------------------------------------------------------
      *    A ASSINATURA ENTRA NO SOBREVIVENTE NA PROXIMA SEQUENCIA
      *    LIVRE, COM A DATA DE INICIO ORIGINAL, E E ENCERRADA NO
      *    CODIGO ABSORVIDO NA DATA DA CONVERSAO.
      *-----------------------------------------------------------------

           ADD 1 TO WRK-SEQ-MAIOR.
           MOVE WRK-SEQ-MAIOR                 TO WRK-SEQ-NOVA.

           MOVE WRK-CODIGO-SOBREVIVENTE       TO ASN-CODIGO.
           MOVE WRK-SEQ-NOVA                  TO ASN-SEQUENCIA.
           MOVE ABS-STREAMING   (IDX-ABS)     TO ASN-STREAMING.
           MOVE ABS-PLANO       (IDX-ABS)     TO ASN-PLANO.
           MOVE ABS-VALOR       (IDX-ABS)     TO ASN-VALOR.
           SET ASN-ATIVA                      TO TRUE.
           MOVE ABS-DATA-INICIO (IDX-ABS)     TO ASN-DATA-INICIO.
           MOVE ZEROS                         TO ASN-DATA-FIM.
           MOVE WRK-OPERADOR-CONVERSAO        TO ASN-OPERADOR.
ALT01      MOVE ABS-FIDEL-MESES  (IDX-ABS)    TO ASN-FIDEL-MESES.
ALT01      MOVE ABS-FIDEL-INICIO (IDX-ABS)    TO ASN-FIDEL-INICIO.
ALT01      MOVE ABS-FIDEL-FIM    (IDX-ABS)    TO ASN-FIDEL-FIM.
ALT01      MOVE ABS-FIDEL-MULTA  (IDX-ABS)    TO ASN-FIDEL-MULTA.
ALT01      MOVE ZEROS                         TO ASN-MULTA-COBRADA
ALT01                                            ASN-MULTA-COMPETENCIA.
ALT02      MOVE SPACES                        TO ASN-MOTIVO-FIM.
ALT02      MOVE ZEROS                         TO ASN-TESTE-FIM.

           WRITE REG-ASSINATURA-CLI.
           IF FS-ASSINATURAS NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR              TO WRK-DESCRICAO-ERRO
               MOVE FS-ASSINATURAS               TO WRK-STATUS-ERRO
               MOVE "0240-TRANSFERIR-ASSINATURA" TO WRK-AREA-ERRO
               MOVE "UNIFCLI"                    TO WRK-PROGRAMA-ERRO
               MOVE "ASSINATURAS"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           MOVE WRK-CODIGO-ABSORVIDO          TO ASN-CODIGO.
           MOVE ABS-SEQUENCIA   (IDX-ABS)     TO ASN-SEQUENCIA.
           READ ASSINATURAS KEY IS ASN-CHAVE.
           IF FS-ASSINATURAS NOT EQUAL ZEROS
               MOVE WRK-ERRO-LEIT                TO WRK-DESCRICAO-ERRO
               MOVE FS-ASSINATURAS               TO WRK-STATUS-ERRO
               MOVE "0240-TRANSFERIR-ASSINATURA" TO WRK-AREA-ERRO
               MOVE "UNIFCLI"                    TO WRK-PROGRAMA-ERRO
               MOVE "ASSINATURAS"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           SET ASN-ENCERRADA                  TO TRUE.
           MOVE WRK-DATA-EXECUCAO             TO ASN-DATA-FIM.
           MOVE WRK-OPERADOR-CONVERSAO        TO ASN-OPERADOR.
ALT01      MOVE ZEROS                         TO ASN-FIDEL-MESES
ALT01                                            ASN-FIDEL-INICIO
ALT01                                            ASN-FIDEL-FIM
ALT01                                            ASN-FIDEL-MULTA.

           REWRITE REG-ASSINATURA-CLI.
           IF FS-ASSINATURAS NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR              TO WRK-DESCRICAO-ERRO
               MOVE FS-ASSINATURAS               TO WRK-STATUS-ERRO
               MOVE "0240-TRANSFERIR-ASSINATURA" TO WRK-AREA-ERRO
               MOVE "UNIFCLI"                    TO WRK-PROGRAMA-ERRO
               MOVE "ASSINATURAS"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0240-TRANSFERIR-ASSINATURA-FIM.  EXIT.

      *-----------------------------------------------------------------
       0250-CANCELAR-ABSORVIDO          SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-CODIGO-ABSORVIDO TO REG-CODIGO.
           READ CLIENTES KEY IS REG-CODIGO.
           IF FS-CLIENTES NOT EQUAL ZEROS
               MOVE WRK-ERRO-LEIT             TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES               TO WRK-STATUS-ERRO
               MOVE "0250-CANCELAR-ABSORVIDO" TO WRK-AREA-ERRO
               MOVE "UNIFCLI"                 TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT03      MOVE REG-CLIENTES             TO WRK-JRN-CLIENTE-ANTES.
           SET REG-CANCELADO         TO TRUE.
           MOVE WRK-DATA-EXECUCAO    TO REG-DATA-CANCELAMENTO.

           REWRITE REG-CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR           TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES               TO WRK-STATUS-ERRO
               MOVE "0250-CANCELAR-ABSORVIDO" TO WRK-AREA-ERRO
               MOVE "UNIFCLI"                 TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT03      SET JRN-ALTERACAO             TO TRUE.
ALT03      PERFORM 0810-JOURNAL-CLIENTE.

       0250-CANCELAR-ABSORVIDO-FIM.     EXIT.

      *-----------------------------------------------------------------
       0260-IMPRIMIR-PAR                SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-CODIGO-SOBREVIVENTE  TO WRK-UNI-CODIGO-1.
           MOVE WRK-CODIGO-ABSORVIDO     TO WRK-UNI-CODIGO-2.
           MOVE DUP-CRITERIO             TO WRK-UNI-CRITERIO.
           MOVE WRK-QT-ABSORVIDAS        TO WRK-UNI-QT-ASSIN.
           MOVE WRK-MOTIVO               TO WRK-UNI-MOTIVO.

           MOVE WRK-LINHA-UNIFICACAO     TO REG-UNIFREL.
           WRITE REG-UNIFREL AFTER 1 LINE.
           IF FS-UNIFREL NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-UNIFREL               TO WRK-STATUS-ERRO
               MOVE "0260-IMPRIMIR-PAR"      TO WRK-AREA-ERRO
               MOVE "UNIFCLI"                TO WRK-PROGRAMA-ERRO
               MOVE "UNIFREL"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0260-IMPRIMIR-PAR-FIM.           EXIT.

      *-----------------------------------------------------------------
       0270-POSICIONAR-ASSINATURAS      SECTION.
      *-----------------------------------------------------------------

           SET WRK-NAO-FIM-ASSIN TO TRUE.
           MOVE WRK-CODIGO-PERCORRIDO TO ASN-CODIGO.
           MOVE ZEROS                 TO ASN-SEQUENCIA.
           START ASSINATURAS KEY IS NOT LESS ASN-CHAVE
               INVALID KEY
                   SET WRK-FIM-ASSIN TO TRUE
           END-START.

       0270-POSICIONAR-ASSINATURAS-FIM. EXIT.

      *-----------------------------------------------------------------
       0271-LER-ASSINATURA              SECTION.
      *-----------------------------------------------------------------

           READ ASSINATURAS NEXT RECORD
               AT END
                   SET WRK-FIM-ASSIN TO TRUE
           END-READ.

           IF NOT WRK-FIM-ASSIN
               IF ASN-CODIGO NOT EQUAL WRK-CODIGO-PERCORRIDO
                   SET WRK-FIM-ASSIN TO TRUE
               END-IF
           END-IF.

       0271-LER-ASSINATURA-FIM.         EXIT.

      *-----------------------------------------------------------------
       0290-ESTATISTICA                 SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-TRACO.
           DISPLAY "CLIENTES LIDOS NO MESTRE.....: " ACU-CLIENTES-LIDOS.
           DISPLAY "PRINCIPAIS GRAVADAS (001)....: "
                                   ACU-PRINCIPAIS-GRAVADAS.
           DISPLAY "PRINCIPAIS JA EXISTENTES.....: "
                                   ACU-PRINCIPAIS-EXISTENTES.
           DISPLAY "PARES LIDOS..................: " ACU-PARES-LIDOS.
           DISPLAY "PARES UNIFICADOS.............: "
                                   ACU-PARES-UNIFICADOS.
           DISPLAY "PARES RECUSADOS..............: "
                                   ACU-PARES-RECUSADOS.
           DISPLAY "ASSINATURAS TRANSFERIDAS.....: "
                                   ACU-ASSIN-TRANSFERIDAS.
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
               MOVE "UNIFCLI"         TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE ASSINATURAS.
           IF FS-ASSINATURAS NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-ASSINATURAS    TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "UNIFCLI"         TO WRK-PROGRAMA-ERRO
               MOVE "ASSINATURAS"     TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE DUPLCONF.
           IF FS-DUPLCONF NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-DUPLCONF       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "UNIFCLI"         TO WRK-PROGRAMA-ERRO
               MOVE "DUPLCONF"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE UNIFREL.
           IF FS-UNIFREL NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-UNIFREL        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "UNIFCLI"         TO WRK-PROGRAMA-ERRO
               MOVE "UNIFREL"         TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN OUTPUT TRAVA.
           CLOSE TRAVA.

ALT03      SET JRN-FUNC-FECHAR           TO TRUE.
ALT03      CALL "GRVJRNL" USING JRN-PARAMETRO.

           GOBACK.

       0300-FINALIZAR-FIM.              EXIT.

      *-----------------------------------------------------------------
ALT03  0810-JOURNAL-CLIENTE             SECTION.
      *-----------------------------------------------------------------
ALT03 *    IMAGENS ANTES/DEPOIS DO MESTRE CLIENTES PARA O JOURNAL DE
ALT03 *    RECUPERACAO (GRVJRNL). A OPERACAO JA VEM EM JRN-OPERACAO.
      *-----------------------------------------------------------------

ALT03      SET JRN-FUNC-GRAVAR           TO TRUE.
ALT03      MOVE "UNIFCLI"                TO JRN-PROGRAMA.
ALT03      SET JRN-ARQ-CLIENTES          TO TRUE.
ALT03      MOVE SPACES                   TO JRN-IMAGEM-ANTES
ALT03                                       JRN-IMAGEM-DEPOIS.
ALT03      IF NOT JRN-INCLUSAO
ALT03          MOVE WRK-JRN-CLIENTE-ANTES TO JRN-IMAGEM-ANTES
ALT03      END-IF.
ALT03      IF NOT JRN-EXCLUSAO
ALT03          MOVE REG-CLIENTES         TO JRN-IMAGEM-DEPOIS
ALT03          MOVE REG-CLIENTES         TO WRK-JRN-CLIENTE-ANTES
ALT03      END-IF.

ALT03      CALL "GRVJRNL" USING JRN-PARAMETRO.

ALT03  0810-JOURNAL-CLIENTE-FIM.        EXIT.

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
