      *-----------------------------------------------------------------
       IDENTIFICATION                   DIVISION.
       PROGRAM-ID. MANTEND.
      *=================================================================
      *== PROGRAMA....: MANTEND
      *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
      *== ANALISTA....: IVAN SANCHES
      *== DATA........: 15/10/2026
      *== CONSULTORIA:
      *-----------------------------------------------------------------
      *== OBJETIVO....: APLICAR TRANSACOES DE INCLUSAO, ALTERACAO E
      *                 EXCLUSAO NO ARQUIVO INDEXADO ENDERECOS (CHAVE
      *                 END-CODIGO, BOOK REGEND), LIDO PELO RELATV05
      *                 NO EXTRATO DE MALA-DIRETA - ACABA O REMENDO
      *                 MANUAL DO ARQUIVO A CADA MUDANCA DE ENDERECO.
      *                 MESMO MOLDE DO MANTCLI: O LOTE (ARQUIVO
      *                 MANUTEND, BOOK REGMEND) E CARREGADO EM
      *                 MEMORIA E ORDENADO POR CODIGO/TIPO, AS
      *                 REPETICOES E CONFLITOS DO MESMO CODIGO SAO
      *                 REJEITADOS, O OPERADOR E CONFERIDO CONTRA O
      *                 ARQUIVO OPERADOR (BOOK REGOPER) E A EXCLUSAO
      *                 EXIGE UMA TRANSACAO "P" DE OUTRO OPERADOR
      *                 APROVADOR. O CODIGO TEM QUE EXISTIR COMO
      *                 CLIENTE DE DETALHE NO MESTRE CLIENTES E O CEP
      *                 E CRITICADO NO FORMATO (99999-999 OU 99999999)
      *                 E NA FAIXA NACIONAL (01000-000 A 99999-999),
      *                 SENDO GRAVADO SEMPRE COM HIFEN. CADA TRANSACAO
      *                 APLICADA GRAVA AS IMAGENS ANTES/DEPOIS NO
      *                 ARQUIVO AUDIEND (BOOK REGAUDE); AS REJEITADAS
      *                 SAEM NA LISTAGEM DE CONFERENCIA (LISTMEND) E
      *                 NA LISTAGEM PROPRIA DE REJEITADAS (REJMEND),
      *                 QUE VOLTA PARA A OPERACAO CORRIGIR.
      *-----------------------------------------------------------------
      *===================ESPECIFICACOES DO PROGRAMA====================
      *    ARQUIVO                    TIPO               BOOK
      *    MANUTEND                  INPUT              REGMEND
      *    ENDERECOS                 I-O                REGEND
      *    CLIENTES                  INPUT              REGCLI
      *    OPERADOR                  INPUT              REGOPER
      *    AUDIEND                   EXTEND             REGAUDE
      *    LISTMEND                  OUTPUT             N/A
      *    REJMEND                   OUTPUT             N/A
      *    MANTEND                   INPUT              BOOKEDIT
      *    MANTEND                   INPUT              BOOKMSG
      *    MANTEND                   INPUT              BOOKASSI
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
           SELECT MANUTEND ASSIGN TO WRK-NOME-MANUTEND
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-MANUTEND.

           SELECT ENDERECOS ASSIGN TO WRK-NOME-ENDERECOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS END-CODIGO
           FILE STATUS IS FS-ENDERECOS.

           SELECT CLIENTES ASSIGN TO WRK-NOME-CLIENTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-CODIGO
           FILE STATUS IS FS-CLIENTES.

           SELECT OPERADOR ASSIGN TO WRK-NOME-OPERADOR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-OPERADOR.

           SELECT AUDIEND ASSIGN TO WRK-NOME-AUDIEND
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-AUDIEND.

           SELECT LISTMEND ASSIGN TO WRK-NOME-LISTMEND
           FILE STATUS IS FS-LISTMEND.

           SELECT REJMEND ASSIGN TO WRK-NOME-REJMEND
           FILE STATUS IS FS-REJMEND.
      *-----------------------------------------------------------------

      *=================================================================
       DATA                             DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                             SECTION.
      *-----------------------------------------------------------------
      *
      *            INPUT - TRANSACOES DE MANUTENCAO DE ENDERECOS
      *
      *-----------------------------------------------------------------
       FD  MANUTEND.
       COPY "REGMEND".

      *-----------------------------------------------------------------
      *
      *            I-O - ENDERECOS DE CORRESPONDENCIA
      *
      *-----------------------------------------------------------------
       FD  ENDERECOS.
       COPY "REGEND".

      *-----------------------------------------------------------------
      *
      *            INPUT - MESTRE INDEXADO DE CLIENTES
      *
      *-----------------------------------------------------------------
       FD  CLIENTES.
       COPY "REGCLI".

      *-----------------------------------------------------------------
      *
      *            INPUT - OPERADORES AUTORIZADOS
      *
      *-----------------------------------------------------------------
       FD  OPERADOR.
       COPY "REGOPER".

      *-----------------------------------------------------------------
      *
      *            EXTEND - AUDITORIA ANTES/DEPOIS DOS ENDERECOS
      *
      *-----------------------------------------------------------------
       FD  AUDIEND.
       COPY "REGAUDE".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - LISTAGEM DE CONFERENCIA DA MANUTENCAO
      *
      *-----------------------------------------------------------------
       FD  LISTMEND.
       01  REG-LISTMEND                 PIC X(080).

      *-----------------------------------------------------------------
      *
      *            OUTPUT - LISTAGEM DAS TRANSACOES REJEITADAS
      *
      *-----------------------------------------------------------------
       FD  REJMEND.
       01  REG-REJMEND                  PIC X(132).

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

       01  FS-MANUTEND                  PIC 9(002)         VALUE ZEROS.
       01  FS-ENDERECOS                 PIC 9(002)         VALUE ZEROS.
       01  FS-CLIENTES                  PIC 9(002)         VALUE ZEROS.
       01  FS-OPERADOR                  PIC 9(002)         VALUE ZEROS.
       01  FS-AUDIEND                   PIC 9(002)         VALUE ZEROS.
       01  FS-LISTMEND                  PIC 9(002)         VALUE ZEROS.
       01  FS-REJMEND                   PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----NOMES EXTERNALIZADOS VIA DD-----".
      *-----------------------------------------------------------------

       01  WRK-NOME-MANUTEND            PIC X(040)         VALUE
              "C:\RELATORIO\dados\MANUTEND.txt".
       01  WRK-NOME-ENDERECOS           PIC X(040)         VALUE
              "C:\RELATORIO\dados\ENDERECOS.DAT".
       01  WRK-NOME-CLIENTES            PIC X(040)         VALUE
              "C:\RELATORIO\dados\CLIENTES.DAT".
       01  WRK-NOME-OPERADOR            PIC X(040)         VALUE
              "C:\RELATORIO\dados\OPERADOR.DAT".
       01  WRK-NOME-AUDIEND             PIC X(040)         VALUE
              "C:\RELATORIO\dados\AUDIEND.DAT".
       01  WRK-NOME-LISTMEND            PIC X(040)         VALUE
              "C:\RELATORIO\dados\LISTMEND.txt".
       01  WRK-NOME-REJMEND             PIC X(040)         VALUE
              "C:\RELATORIO\dados\REJMEND.txt".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----LINHA DE CONFERENCIA DA MANUTENCAO-----".
      *-----------------------------------------------------------------

       01  WRK-LINHA-OK.
           05 WRK-OK-TIPO               PIC X(012)         VALUE SPACES.
           05 WRK-OK-CODIGO             PIC 9(007)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-OK-CEP                PIC X(009)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-OK-CIDADE             PIC X(020)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-OK-SITUACAO           PIC X(029)         VALUE SPACES.

       01  WRK-LINHA-REJ.
           05 WRK-REJ-TIPO              PIC X(012)         VALUE SPACES.
           05 WRK-REJ-CODIGO            PIC 9(007)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-REJ-COD-MOTIVO        PIC 9(002)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-REJ-MOTIVO            PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----LISTAGEM DAS TRANSACOES REJEITADAS-----".
      *-----------------------------------------------------------------

       01  WRK-CAB-REJ-1.
           05 FILLER                    PIC X(050)         VALUE
              "MANTEND - TRANSACOES DE ENDERECO REJEITADAS".
           05 FILLER                    PIC X(010)         VALUE
              "DATA.....:".
           05 WRK-CAB-REJ-DATA          PIC 9(008)         VALUE ZEROS.
           05 FILLER                    PIC X(064)         VALUE SPACES.

       01  WRK-CAB-REJ-2.
           05 FILLER                    PIC X(029)         VALUE
              "T CODIGO  OPERADOR MT MOTIVO".
           05 FILLER                    PIC X(034)         VALUE SPACES.
           05 FILLER                    PIC X(031)         VALUE
              "LOGRADOURO".
           05 FILLER                    PIC X(021)         VALUE
              "CIDADE".
           05 FILLER                    PIC X(017)         VALUE
              "CEP".

       01  WRK-DET-REJ.
           05 WRK-DREJ-TIPO             PIC X(001)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-DREJ-CODIGO           PIC 9(007)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-DREJ-OPERADOR         PIC X(008)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-DREJ-COD-MOTIVO       PIC 9(002)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-DREJ-MOTIVO           PIC X(040)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-DREJ-LOGRADOURO       PIC X(030)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-DREJ-CIDADE           PIC X(020)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-DREJ-CEP              PIC X(009)         VALUE SPACES.
           05 FILLER                    PIC X(007)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----LOTE DE TRANSACOES CARREGADO EM MEMORIA-----".
      *-----------------------------------------------------------------

       01  TAB-TRANS.
           05 TRN-ENTRADA               OCCURS 500 TIMES.
               10 TRN-REGISTRO          PIC X(075).
               10 TRN-CODIGO            PIC 9(007).
               10 TRN-TIPO              PIC X(001).
               10 TRN-ORDEM             PIC 9(001).
               10 TRN-OPERADOR          PIC X(008).
               10 TRN-SITUACAO          PIC X(001).
                   88 TRN-APLICAR                          VALUE "A".
                   88 TRN-REJEITADA                         VALUE "R".
               10 TRN-COD-MOTIVO        PIC 9(002).
               10 TRN-MOTIVO            PIC X(040).

       01  WRK-QT-TRANS                 PIC 9(003)  COMP-3 VALUE ZEROS.
       01  IDX-TRN                      PIC 9(003)  COMP-3 VALUE ZEROS.
       01  IDX-TRN-2                    PIC 9(003)  COMP-3 VALUE ZEROS.
       01  IDX-TRN-P                    PIC 9(003)  COMP-3 VALUE ZEROS.
       01  WRK-TRN-AUX                  PIC X(135)         VALUE SPACES.

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

       01  WRK-SW-CONTROLE              PIC X(001)         VALUE "N".
           88 WRK-CONTROLE-ATIVO                            VALUE "S".
           88 WRK-CONTROLE-INATIVO                           VALUE "N".

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

       01  WRK-CODIGO-LOTE-ANT          PIC 9(007)         VALUE ZEROS.
       01  WRK-QT-LOTE-A                PIC 9(003)  COMP-3 VALUE ZEROS.
       01  WRK-QT-LOTE-C                PIC 9(003)  COMP-3 VALUE ZEROS.
       01  WRK-QT-LOTE-E                PIC 9(003)  COMP-3 VALUE ZEROS.
       01  WRK-IDX-PRIMEIRA-A           PIC 9(003)  COMP-3 VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEIS DA CRITICA DE CEP-----".
      *-----------------------------------------------------------------

       01  WRK-CEP-ENTRADA              PIC X(009)         VALUE SPACES.
       01  WRK-CEP-ENTRADA-HIFEN REDEFINES WRK-CEP-ENTRADA.
           05 WRK-CEPH-PREFIXO          PIC X(005).
           05 WRK-CEPH-HIFEN            PIC X(001).
           05 WRK-CEPH-SUFIXO           PIC X(003).
       01  WRK-CEP-ENTRADA-CORRIDO REDEFINES WRK-CEP-ENTRADA.
           05 WRK-CEPC-PREFIXO          PIC X(005).
           05 WRK-CEPC-SUFIXO           PIC X(003).
           05 WRK-CEPC-SOBRA            PIC X(001).

       01  WRK-CEP-PREFIXO              PIC X(005)         VALUE SPACES.
       01  WRK-CEP-PREFIXO-N REDEFINES WRK-CEP-PREFIXO
                                        PIC 9(005).
       01  WRK-CEP-SUFIXO               PIC X(003)         VALUE SPACES.

       01  WRK-CEP-NORMALIZADO.
           05 WRK-CEPN-PREFIXO          PIC X(005)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE "-".
           05 WRK-CEPN-SUFIXO           PIC X(003)         VALUE SPACES.

       01  WRK-CEP-FAIXA-INICIAL        PIC 9(005)         VALUE 01000.

       01  WRK-SW-CEP                   PIC X(001)         VALUE "S".
           88 WRK-CEP-VALIDO                                VALUE "S".
           88 WRK-CEP-INVALIDO                               VALUE "N".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEIS DA AUDITORIA ANTES/DEPOIS-----".
      *-----------------------------------------------------------------

       01  WRK-DATA-EXECUCAO            PIC 9(008)         VALUE ZEROS.
       01  WRK-HORA-EXECUCAO            PIC 9(006)         VALUE ZEROS.
       01  WRK-IMAGEM-ANTES             PIC X(100)         VALUE SPACES.
       01  WRK-IMAGEM-DEPOIS            PIC X(100)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEL DE ACUMULACAO-----".
      *-----------------------------------------------------------------

       01  ACU-LIDOS                    PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-INCLUIDOS                PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-ALTERADOS                PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-EXCLUIDOS                PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-APROVACOES               PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-REJEITADOS               PIC 9(005)  COMP-3 VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----BOOK DE CRITICA DE CONSISTENCIA-----".
      *-----------------------------------------------------------------
       COPY "BOOKEDIT".

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
               UNTIL FS-MANUTEND EQUAL 10.
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

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_MANUTEND".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-MANUTEND
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_ENDERECOS".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-ENDERECOS
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CLIENTES".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-CLIENTES
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_OPERADOR".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-OPERADOR
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_AUDIEND".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-AUDIEND
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_LISTMEND".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-LISTMEND
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_REJMEND".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-REJMEND
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           OPEN INPUT  MANUTEND.
           IF FS-MANUTEND NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-MANUTEND              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "MANTEND"                TO WRK-PROGRAMA-ERRO
               MOVE "MANUTEND"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN INPUT  CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "MANTEND"                TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN I-O ENDERECOS.
           IF FS-ENDERECOS EQUAL 35
               OPEN OUTPUT ENDERECOS
               CLOSE ENDERECOS
               OPEN I-O ENDERECOS
           END-IF.
           IF FS-ENDERECOS NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-ENDERECOS             TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "MANTEND"                TO WRK-PROGRAMA-ERRO
               MOVE "ENDERECOS"              TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN EXTEND AUDIEND.
           IF FS-AUDIEND EQUAL 35
               OPEN OUTPUT AUDIEND
           END-IF.
           IF FS-AUDIEND NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-AUDIEND               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "MANTEND"                TO WRK-PROGRAMA-ERRO
               MOVE "AUDIEND"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN OUTPUT LISTMEND.
           IF FS-LISTMEND NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-LISTMEND              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "MANTEND"                TO WRK-PROGRAMA-ERRO
               MOVE "LISTMEND"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN OUTPUT REJMEND.
           IF FS-REJMEND NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-REJMEND               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "MANTEND"                TO WRK-PROGRAMA-ERRO
               MOVE "REJMEND"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           MOVE WRK-DATA-EXECUCAO TO WRK-CAB-REJ-DATA.
           MOVE WRK-CAB-REJ-1     TO REG-REJMEND.
           WRITE REG-REJMEND AFTER 1 LINE.
           MOVE WRK-CAB-REJ-2     TO REG-REJMEND.
           WRITE REG-REJMEND AFTER 2 LINES.

           PERFORM 0120-CARREGAR-OPERADORES.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------
       0120-CARREGAR-OPERADORES         SECTION.
      *-----------------------------------------------------------------
      *    SEM O ARQUIVO OPERADOR (STATUS 35), O CONTROLE DE OPERADOR
      *    E DE SEGUNDA APROVACAO FICA DESLIGADO, COMO NO MANTCLI.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-QT-OPER.
           OPEN INPUT OPERADOR.

           IF FS-OPERADOR EQUAL ZEROS
               SET WRK-CONTROLE-ATIVO TO TRUE
               PERFORM 0121-LER-OPERADOR
                   UNTIL FS-OPERADOR NOT EQUAL ZEROS
               CLOSE OPERADOR
           ELSE
               IF FS-OPERADOR EQUAL 35
                   SET WRK-CONTROLE-INATIVO TO TRUE
               ELSE
                   MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
                   MOVE FS-OPERADOR              TO WRK-STATUS-ERRO
                   MOVE "0120-CARREGAR-OPERADORES" TO WRK-AREA-ERRO
                   MOVE "MANTEND"                TO WRK-PROGRAMA-ERRO
                   MOVE "OPERADOR"               TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

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
                   MOVE "MANTEND"                TO WRK-PROGRAMA-ERRO
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
                   MOVE "MANTEND"                TO WRK-PROGRAMA-ERRO
                   MOVE "OPERADOR"               TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

       0121-LER-OPERADOR-FIM.           EXIT.

      *-----------------------------------------------------------------
       0150-VERIFICAR-VAZIO             SECTION.
      *-----------------------------------------------------------------

           PERFORM 0160-LER-DADOS.

           IF FS-MANUTEND EQUAL 10
               MOVE WRK-ARQ-VAZIO          TO WRK-DESCRICAO-ERRO
               MOVE FS-MANUTEND            TO WRK-STATUS-ERRO
               MOVE "0150-VERIFICAR-VAZIO" TO WRK-AREA-ERRO
               MOVE "MANTEND"              TO WRK-PROGRAMA-ERRO
               MOVE "MANUTEND"             TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0150-VERIFICAR-VAZIO-FIM.        EXIT.

      *-----------------------------------------------------------------
       0160-LER-DADOS                   SECTION.
      *-----------------------------------------------------------------

           READ MANUTEND.

           IF FS-MANUTEND NOT EQUAL 00 AND NOT EQUAL 10
               MOVE WRK-ERRO-LEIT    TO WRK-DESCRICAO-ERRO
               MOVE FS-MANUTEND      TO WRK-STATUS-ERRO
               MOVE "0160-LER-DADOS" TO WRK-AREA-ERRO
               MOVE "MANTEND"        TO WRK-PROGRAMA-ERRO
               MOVE "MANUTEND"       TO WRK-ARQUIVO-ERRO
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
               MOVE "MANTEND"                TO WRK-PROGRAMA-ERRO
               MOVE "MANUTEND"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           ADD 1 TO ACU-LIDOS
                    WRK-QT-TRANS.

           MOVE REG-MANUT-ENDERECO TO TRN-REGISTRO   (WRK-QT-TRANS).
           MOVE MEND-CODIGO        TO TRN-CODIGO     (WRK-QT-TRANS).
           MOVE MEND-TIPO          TO TRN-TIPO       (WRK-QT-TRANS).
           MOVE MEND-OPERADOR      TO TRN-OPERADOR   (WRK-QT-TRANS).
           SET TRN-APLICAR (WRK-QT-TRANS) TO TRUE.
           MOVE ZEROS              TO TRN-COD-MOTIVO (WRK-QT-TRANS).
           MOVE SPACES             TO TRN-MOTIVO     (WRK-QT-TRANS).

           EVALUATE MEND-TIPO
               WHEN "P"
                   MOVE 1 TO TRN-ORDEM (WRK-QT-TRANS)
               WHEN "A"
                   MOVE 2 TO TRN-ORDEM (WRK-QT-TRANS)
               WHEN "C"
                   MOVE 3 TO TRN-ORDEM (WRK-QT-TRANS)
               WHEN "E"
                   MOVE 4 TO TRN-ORDEM (WRK-QT-TRANS)
               WHEN OTHER
                   MOVE 5 TO TRN-ORDEM (WRK-QT-TRANS)
           END-EVALUATE.

           PERFORM 0160-LER-DADOS.

       0155-CARREGAR-TRANSACOES-FIM.    EXIT.

      *-----------------------------------------------------------------
       0153-CRITICAR-CONFLITOS          SECTION.
      *-----------------------------------------------------------------
      *    MESMA CRITICA CRUZADA DO MANTCLI: INCLUSAO/ALTERACAO/
      *    EXCLUSAO REPETIDA DO MESMO CODIGO REJEITA AS REPETICOES, E
      *    INCLUSAO+EXCLUSAO NO MESMO LOTE REJEITA AS DUAS PONTAS.
      *-----------------------------------------------------------------

           IF TRN-CODIGO (IDX-TRN) NOT EQUAL WRK-CODIGO-LOTE-ANT
               MOVE TRN-CODIGO (IDX-TRN) TO WRK-CODIGO-LOTE-ANT
               MOVE ZEROS TO WRK-QT-LOTE-A
                             WRK-QT-LOTE-C
                             WRK-QT-LOTE-E
                             WRK-IDX-PRIMEIRA-A
           END-IF.

           EVALUATE TRN-TIPO (IDX-TRN)
               WHEN "A"
                   ADD 1 TO WRK-QT-LOTE-A
                   IF WRK-QT-LOTE-A GREATER 1
                       SET TRN-REJEITADA (IDX-TRN) TO TRUE
                       MOVE WRK-MOT-TRANS-DUPLICADA TO
                                          TRN-COD-MOTIVO (IDX-TRN)
                       MOVE WRK-ERRO-TRANS-DUPLICADA TO
                                          TRN-MOTIVO     (IDX-TRN)
                   ELSE
                       MOVE IDX-TRN TO WRK-IDX-PRIMEIRA-A
                   END-IF
               WHEN "C"
                   ADD 1 TO WRK-QT-LOTE-C
                   IF WRK-QT-LOTE-C GREATER 1
                       SET TRN-REJEITADA (IDX-TRN) TO TRUE
                       MOVE WRK-MOT-TRANS-CONFLITANTE TO
                                          TRN-COD-MOTIVO (IDX-TRN)
                       MOVE WRK-ERRO-TRANS-CONFLITANTE TO
                                          TRN-MOTIVO     (IDX-TRN)
                   END-IF
               WHEN "E"
                   ADD 1 TO WRK-QT-LOTE-E
                   EVALUATE TRUE
                       WHEN WRK-QT-LOTE-E GREATER 1
                           SET TRN-REJEITADA (IDX-TRN) TO TRUE
                           MOVE WRK-MOT-TRANS-DUPLICADA TO
                                          TRN-COD-MOTIVO (IDX-TRN)
                           MOVE WRK-ERRO-TRANS-DUPLICADA TO
                                          TRN-MOTIVO     (IDX-TRN)
                       WHEN WRK-QT-LOTE-A GREATER ZEROS
                           SET TRN-REJEITADA (IDX-TRN) TO TRUE
                           MOVE WRK-MOT-TRANS-CONFLITANTE TO
                                          TRN-COD-MOTIVO (IDX-TRN)
                           MOVE WRK-ERRO-TRANS-CONFLITANTE TO
                                          TRN-MOTIVO     (IDX-TRN)
                           SET TRN-REJEITADA
                               (WRK-IDX-PRIMEIRA-A) TO TRUE
                           MOVE WRK-MOT-TRANS-CONFLITANTE TO
                               TRN-COD-MOTIVO (WRK-IDX-PRIMEIRA-A)
                           MOVE WRK-ERRO-TRANS-CONFLITANTE TO
                               TRN-MOTIVO     (WRK-IDX-PRIMEIRA-A)
                   END-EVALUATE
           END-EVALUATE.

       0153-CRITICAR-CONFLITOS-FIM.     EXIT.

      *-----------------------------------------------------------------
       0156-ORDENAR-LOTE                SECTION.
      *-----------------------------------------------------------------
      *    ORDENACAO POR CODIGO/TIPO POR TROCA DE PARES ADJACENTES,
      *    COMO NO MANTCLI (APROVACAO, INCLUSAO, ALTERACAO, EXCLUSAO).
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

           IF TRN-CODIGO (IDX-TRN-2) GREATER
              TRN-CODIGO (IDX-TRN-2 + 1)
              OR (TRN-CODIGO (IDX-TRN-2) EQUAL
                  TRN-CODIGO (IDX-TRN-2 + 1)
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
      *    ORDENADO; SO RODA COM O ARQUIVO OPERADOR PRESENTE. A
      *    EXCLUSAO DE ENDERECO SEMPRE EXIGE APROVACAO.
      *-----------------------------------------------------------------

           IF WRK-CONTROLE-INATIVO
               OR TRN-TIPO (IDX-TRN) EQUAL "P"
               OR TRN-REJEITADA (IDX-TRN)
               CONTINUE
           ELSE
               PERFORM 0158-VALIDAR-OPERADOR
               IF TRN-APLICAR (IDX-TRN)
                  AND TRN-TIPO (IDX-TRN) EQUAL "E"
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
      *    PROCURA NO LOTE UMA TRANSACAO "P" DO MESMO CODIGO ASSINADA
      *    POR OUTRO OPERADOR COM NIVEL DE APROVADOR.
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
               AND TRN-CODIGO (IDX-TRN-P) EQUAL
                   TRN-CODIGO (IDX-TRN)
               AND TRN-OPERADOR (IDX-TRN-P) NOT EQUAL
                   TRN-OPERADOR (IDX-TRN)
               MOVE ZEROS TO WRK-NIVEL-ACHADO
               PERFORM 0165-NIVEL-DO-APROVADOR
                   VARYING IDX-OPER FROM 1 BY 1
                   UNTIL IDX-OPER GREATER WRK-QT-OPER
               IF WRK-NIVEL-ACHADO EQUAL 2
                   SET WRK-APROV-ACHADA TO TRUE
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
       0170-VALIDAR-CEP                 SECTION.
      *-----------------------------------------------------------------
      *    ACEITA "99999-999" OU "99999999" (COM A NONA POSICAO EM
      *    BRANCO); PREFIXO ABAIXO DE 01000 NAO EXISTE NA FAIXA DOS
      *    CORREIOS. O CEP VALIDO SAI NORMALIZADO COM HIFEN EM
      *    WRK-CEP-NORMALIZADO.
      *-----------------------------------------------------------------

           SET WRK-CEP-INVALIDO TO TRUE.
           MOVE MEND-CEP TO WRK-CEP-ENTRADA.
           MOVE SPACES   TO WRK-CEP-PREFIXO
                            WRK-CEP-SUFIXO.

           EVALUATE TRUE
               WHEN WRK-CEPH-HIFEN EQUAL "-"
                AND WRK-CEPH-PREFIXO IS NUMERIC
                AND WRK-CEPH-SUFIXO  IS NUMERIC
                   MOVE WRK-CEPH-PREFIXO TO WRK-CEP-PREFIXO
                   MOVE WRK-CEPH-SUFIXO  TO WRK-CEP-SUFIXO
               WHEN WRK-CEPC-SOBRA EQUAL SPACE
                AND WRK-CEPC-PREFIXO IS NUMERIC
                AND WRK-CEPC-SUFIXO  IS NUMERIC
                   MOVE WRK-CEPC-PREFIXO TO WRK-CEP-PREFIXO
                   MOVE WRK-CEPC-SUFIXO  TO WRK-CEP-SUFIXO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WRK-CEP-PREFIXO NOT EQUAL SPACES
               IF WRK-CEP-PREFIXO-N NOT LESS WRK-CEP-FAIXA-INICIAL
                   SET WRK-CEP-VALIDO       TO TRUE
                   MOVE WRK-CEP-PREFIXO     TO WRK-CEPN-PREFIXO
                   MOVE WRK-CEP-SUFIXO      TO WRK-CEPN-SUFIXO
               END-IF
           END-IF.

       0170-VALIDAR-CEP-FIM.            EXIT.

      *-----------------------------------------------------------------
       0175-VALIDAR-DADOS               SECTION.
      *-----------------------------------------------------------------
      *    CRITICA COMUM DA INCLUSAO E DA ALTERACAO: CLIENTE DE
      *    DETALHE NO MESTRE, LOGRADOURO/CIDADE PREENCHIDOS E CEP
      *    VALIDO. A PRIMEIRA FALHA DEFINE O MOTIVO DA REJEICAO.
      *-----------------------------------------------------------------

           SET WRK-REG-VALIDO TO TRUE.
           MOVE ZEROS  TO WRK-COD-MOTIVO.
           MOVE SPACES TO WRK-REJ-MOTIVO.

           MOVE MEND-CODIGO TO REG-CODIGO.
           READ CLIENTES KEY IS REG-CODIGO
               INVALID KEY
                   SET WRK-REG-INVALIDO TO TRUE
                   MOVE WRK-MOT-CLIENTE-INEXISTENTE TO WRK-COD-MOTIVO
                   MOVE WRK-ERRO-CLIENTE-INEXISTENTE TO WRK-REJ-MOTIVO
               NOT INVALID KEY
                   IF NOT REG-TIPO-DETALHE
                       SET WRK-REG-INVALIDO TO TRUE
                       MOVE WRK-MOT-CLIENTE-INEXISTENTE TO
                                                    WRK-COD-MOTIVO
                       MOVE WRK-ERRO-CLIENTE-INEXISTENTE TO
                                                    WRK-REJ-MOTIVO
                   END-IF
           END-READ.

           IF WRK-REG-VALIDO
               IF MEND-LOGRADOURO EQUAL SPACES
                   OR MEND-CIDADE EQUAL SPACES
                   SET WRK-REG-INVALIDO TO TRUE
                   MOVE WRK-MOT-LOGRADOURO-BRANCO  TO WRK-COD-MOTIVO
                   MOVE WRK-ERRO-LOGRADOURO-BRANCO TO WRK-REJ-MOTIVO
               END-IF
           END-IF.

           IF WRK-REG-VALIDO
               PERFORM 0170-VALIDAR-CEP
               IF WRK-CEP-INVALIDO
                   SET WRK-REG-INVALIDO TO TRUE
                   MOVE WRK-MOT-CEP-INVALIDO  TO WRK-COD-MOTIVO
                   MOVE WRK-ERRO-CEP-INVALIDO TO WRK-REJ-MOTIVO
               END-IF
           END-IF.

           IF WRK-REG-INVALIDO
               MOVE WRK-COD-MOTIVO TO WRK-REJ-COD-MOTIVO
           END-IF.

       0175-VALIDAR-DADOS-FIM.          EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                   SECTION.
      *-----------------------------------------------------------------
      *    APLICA UMA ENTRADA DO LOTE JA ORDENADO E CRITICADO.
      *-----------------------------------------------------------------

           MOVE TRN-REGISTRO (IDX-TRN) TO REG-MANUT-ENDERECO.

           IF TRN-REJEITADA (IDX-TRN)
               MOVE TRN-TIPO       (IDX-TRN) TO WRK-REJ-TIPO
               MOVE TRN-CODIGO     (IDX-TRN) TO WRK-REJ-CODIGO
               MOVE TRN-COD-MOTIVO (IDX-TRN) TO WRK-REJ-COD-MOTIVO
               MOVE TRN-MOTIVO     (IDX-TRN) TO WRK-REJ-MOTIVO
               PERFORM 0240-GRAVAR-REJEITO
           ELSE
               EVALUATE TRUE
                   WHEN MEND-APROVACAO
                       ADD 1 TO ACU-APROVACOES
                   WHEN MEND-INCLUIR
                       PERFORM 0210-INCLUIR
                   WHEN MEND-ALTERAR
                       PERFORM 0220-ALTERAR
                   WHEN MEND-EXCLUIR
                       PERFORM 0230-EXCLUIR
                   WHEN OTHER
                       MOVE "TIPO DE TRANSACAO INVALIDO" TO
                                                    WRK-REJ-MOTIVO
                       MOVE MEND-TIPO          TO WRK-REJ-TIPO
                       MOVE MEND-CODIGO        TO WRK-REJ-CODIGO
                       MOVE ZEROS              TO WRK-REJ-COD-MOTIVO
                       PERFORM 0240-GRAVAR-REJEITO
               END-EVALUATE
           END-IF.

       0200-PROCESSAR-FIM.              EXIT.

      *-----------------------------------------------------------------
       0210-INCLUIR                     SECTION.
      *-----------------------------------------------------------------

           PERFORM 0175-VALIDAR-DADOS.

           IF WRK-REG-INVALIDO
               MOVE "INCLUSAO"       TO WRK-REJ-TIPO
               MOVE MEND-CODIGO      TO WRK-REJ-CODIGO
               PERFORM 0240-GRAVAR-REJEITO
           ELSE
               MOVE MEND-CODIGO          TO END-CODIGO
               MOVE MEND-LOGRADOURO      TO END-LOGRADOURO
               MOVE MEND-CIDADE          TO END-CIDADE
               MOVE WRK-CEP-NORMALIZADO  TO END-CEP

               WRITE REG-ENDERECO
                   INVALID KEY
                       MOVE "INCLUSAO"                TO WRK-REJ-TIPO
                       MOVE MEND-CODIGO               TO WRK-REJ-CODIGO
                       MOVE WRK-MOT-CODIGO-DUPLICADO  TO
                                                    WRK-REJ-COD-MOTIVO
                       MOVE "ENDERECO JA CADASTRADO"  TO WRK-REJ-MOTIVO
                       PERFORM 0240-GRAVAR-REJEITO
                   NOT INVALID KEY
                       ADD 1                       TO ACU-INCLUIDOS
                       MOVE "INCLUSAO"             TO WRK-OK-TIPO
                       MOVE "ENDERECO INCLUIDO"    TO WRK-OK-SITUACAO
                       PERFORM 0250-GRAVAR-OK
                       MOVE SPACES                 TO WRK-IMAGEM-ANTES
                       MOVE REG-ENDERECO           TO WRK-IMAGEM-DEPOIS
                       PERFORM 0260-GRAVAR-AUDITORIA
               END-WRITE
           END-IF.

       0210-INCLUIR-FIM.                EXIT.

      *-----------------------------------------------------------------
       0220-ALTERAR                     SECTION.
      *-----------------------------------------------------------------

           PERFORM 0175-VALIDAR-DADOS.

           IF WRK-REG-INVALIDO
               MOVE "ALTERACAO"      TO WRK-REJ-TIPO
               MOVE MEND-CODIGO      TO WRK-REJ-CODIGO
               PERFORM 0240-GRAVAR-REJEITO
           ELSE
               MOVE MEND-CODIGO TO END-CODIGO
               READ ENDERECOS KEY IS END-CODIGO
                   INVALID KEY
                       MOVE "ALTERACAO"                TO WRK-REJ-TIPO
                       MOVE MEND-CODIGO                TO WRK-REJ-CODIGO
                       MOVE "ENDERECO NAO CADASTRADO"  TO WRK-REJ-MOTIVO
                       PERFORM 0240-GRAVAR-REJEITO
                   NOT INVALID KEY
                       MOVE REG-ENDERECO         TO WRK-IMAGEM-ANTES
                       MOVE MEND-LOGRADOURO      TO END-LOGRADOURO
                       MOVE MEND-CIDADE          TO END-CIDADE
                       MOVE WRK-CEP-NORMALIZADO  TO END-CEP
                       REWRITE REG-ENDERECO
                       IF FS-ENDERECOS EQUAL ZEROS
                           ADD 1                    TO ACU-ALTERADOS
                           MOVE "ALTERACAO"         TO WRK-OK-TIPO
                           MOVE "ENDERECO ALTERADO" TO WRK-OK-SITUACAO
                           PERFORM 0250-GRAVAR-OK
                           MOVE REG-ENDERECO        TO WRK-IMAGEM-DEPOIS
                           PERFORM 0260-GRAVAR-AUDITORIA
                       ELSE
                           MOVE "ALTERACAO"          TO WRK-REJ-TIPO
                           MOVE MEND-CODIGO          TO WRK-REJ-CODIGO
                           MOVE "ERRO NA REGRAVACAO" TO WRK-REJ-MOTIVO
                           PERFORM 0240-GRAVAR-REJEITO
                       END-IF
               END-READ
           END-IF.

       0220-ALTERAR-FIM.                EXIT.

      *-----------------------------------------------------------------
       0230-EXCLUIR                     SECTION.
      *-----------------------------------------------------------------
      *    O ENDERECO NAO TEM SITUACAO PROPRIA: A EXCLUSAO REMOVE O
      *    REGISTRO, E O CLIENTE SAI DA MALA-DIRETA ATE GANHAR UM
      *    ENDERECO NOVO. A IMAGEM ANTES FICA NA AUDITORIA.
      *-----------------------------------------------------------------

           MOVE MEND-CODIGO TO END-CODIGO.
           READ ENDERECOS KEY IS END-CODIGO
               INVALID KEY
                   MOVE "EXCLUSAO"                 TO WRK-REJ-TIPO
                   MOVE MEND-CODIGO                TO WRK-REJ-CODIGO
                   MOVE "ENDERECO NAO CADASTRADO"  TO WRK-REJ-MOTIVO
                   PERFORM 0240-GRAVAR-REJEITO
               NOT INVALID KEY
                   MOVE REG-ENDERECO TO WRK-IMAGEM-ANTES
                   DELETE ENDERECOS
                   IF FS-ENDERECOS EQUAL ZEROS
                       ADD 1                     TO ACU-EXCLUIDOS
                       MOVE "EXCLUSAO"           TO WRK-OK-TIPO
                       MOVE "ENDERECO EXCLUIDO"  TO WRK-OK-SITUACAO
                       PERFORM 0250-GRAVAR-OK
                       MOVE SPACES               TO WRK-IMAGEM-DEPOIS
                       PERFORM 0260-GRAVAR-AUDITORIA
                   ELSE
                       MOVE "EXCLUSAO"           TO WRK-REJ-TIPO
                       MOVE MEND-CODIGO          TO WRK-REJ-CODIGO
                       MOVE "ERRO NA EXCLUSAO"   TO WRK-REJ-MOTIVO
                       PERFORM 0240-GRAVAR-REJEITO
                   END-IF
           END-READ.

       0230-EXCLUIR-FIM.                EXIT.

      *-----------------------------------------------------------------
       0240-GRAVAR-REJEITO              SECTION.
      *-----------------------------------------------------------------
      *    A REJEITADA SAI NA CONFERENCIA E NA LISTAGEM PROPRIA, COM
      *    OS DADOS DIGITADOS PARA A OPERACAO CORRIGIR E REENVIAR.
      *-----------------------------------------------------------------

           ADD 1 TO ACU-REJEITADOS.
           MOVE WRK-LINHA-REJ TO REG-LISTMEND.
           WRITE REG-LISTMEND AFTER 1 LINE.
           IF FS-LISTMEND NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-LISTMEND              TO WRK-STATUS-ERRO
               MOVE "0240-GRAVAR-REJEITO"    TO WRK-AREA-ERRO
               MOVE "MANTEND"                TO WRK-PROGRAMA-ERRO
               MOVE "LISTMEND"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           MOVE MEND-TIPO            TO WRK-DREJ-TIPO.
           MOVE MEND-CODIGO          TO WRK-DREJ-CODIGO.
           MOVE MEND-OPERADOR        TO WRK-DREJ-OPERADOR.
           MOVE WRK-REJ-COD-MOTIVO   TO WRK-DREJ-COD-MOTIVO.
           MOVE WRK-REJ-MOTIVO       TO WRK-DREJ-MOTIVO.
           MOVE MEND-LOGRADOURO      TO WRK-DREJ-LOGRADOURO.
           MOVE MEND-CIDADE          TO WRK-DREJ-CIDADE.
           MOVE MEND-CEP             TO WRK-DREJ-CEP.
           MOVE WRK-DET-REJ          TO REG-REJMEND.
           WRITE REG-REJMEND AFTER 1 LINE.
           IF FS-REJMEND NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-REJMEND               TO WRK-STATUS-ERRO
               MOVE "0240-GRAVAR-REJEITO"    TO WRK-AREA-ERRO
               MOVE "MANTEND"                TO WRK-PROGRAMA-ERRO
               MOVE "REJMEND"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           MOVE ZEROS TO WRK-REJ-COD-MOTIVO.

       0240-GRAVAR-REJEITO-FIM.         EXIT.

      *-----------------------------------------------------------------
       0250-GRAVAR-OK                   SECTION.
      *-----------------------------------------------------------------

           MOVE MEND-CODIGO    TO WRK-OK-CODIGO.
           MOVE END-CEP        TO WRK-OK-CEP.
           MOVE END-CIDADE     TO WRK-OK-CIDADE.
           MOVE WRK-LINHA-OK   TO REG-LISTMEND.
           WRITE REG-LISTMEND AFTER 1 LINE.
           IF FS-LISTMEND NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-LISTMEND              TO WRK-STATUS-ERRO
               MOVE "0250-GRAVAR-OK"         TO WRK-AREA-ERRO
               MOVE "MANTEND"                TO WRK-PROGRAMA-ERRO
               MOVE "LISTMEND"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0250-GRAVAR-OK-FIM.              EXIT.

      *-----------------------------------------------------------------
       0260-GRAVAR-AUDITORIA            SECTION.
      *-----------------------------------------------------------------
      *    AS IMAGENS ANTES/DEPOIS JA FORAM CARREGADAS PELO PONTO DE
      *    APLICACAO.
      *-----------------------------------------------------------------

           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-EXECUCAO FROM TIME.

           MOVE WRK-DATA-EXECUCAO       TO AUDE-DATA.
           MOVE WRK-HORA-EXECUCAO       TO AUDE-HORA.
           MOVE MEND-TIPO               TO AUDE-TIPO.
           MOVE MEND-CODIGO             TO AUDE-CODIGO.
           MOVE MEND-OPERADOR           TO AUDE-OPERADOR.
           MOVE WRK-IMAGEM-ANTES        TO AUDE-IMAGEM-ANTES.
           MOVE WRK-IMAGEM-DEPOIS       TO AUDE-IMAGEM-DEPOIS.

           WRITE REG-AUDITORIA-END.
           IF FS-AUDIEND NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-AUDIEND               TO WRK-STATUS-ERRO
               MOVE "0260-GRAVAR-AUDITORIA"  TO WRK-AREA-ERRO
               MOVE "MANTEND"                TO WRK-PROGRAMA-ERRO
               MOVE "AUDIEND"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           MOVE SPACES TO WRK-IMAGEM-ANTES
                          WRK-IMAGEM-DEPOIS.

       0260-GRAVAR-AUDITORIA-FIM.       EXIT.

      *-----------------------------------------------------------------
       0290-ESTATISTICA                 SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-TRACO.
           DISPLAY "TOTAL DE TRANSACOES LIDAS: " ACU-LIDOS.
           DISPLAY "TOTAL DE INCLUSOES......: " ACU-INCLUIDOS.
           DISPLAY "TOTAL DE ALTERACOES.....: " ACU-ALTERADOS.
           DISPLAY "TOTAL DE EXCLUSOES......: " ACU-EXCLUIDOS.
           DISPLAY "TOTAL DE APROVACOES.....: " ACU-APROVACOES.
           DISPLAY "TOTAL DE REJEITADAS.....: " ACU-REJEITADOS.
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

           CLOSE MANUTEND.
           IF FS-MANUTEND NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-MANUTEND       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "MANTEND"         TO WRK-PROGRAMA-ERRO
               MOVE "MANUTEND"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE ENDERECOS.
           IF FS-ENDERECOS NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-ENDERECOS      TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "MANTEND"         TO WRK-PROGRAMA-ERRO
               MOVE "ENDERECOS"       TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "MANTEND"         TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE AUDIEND.
           IF FS-AUDIEND NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-AUDIEND        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "MANTEND"         TO WRK-PROGRAMA-ERRO
               MOVE "AUDIEND"         TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE LISTMEND.
           IF FS-LISTMEND NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-LISTMEND       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "MANTEND"         TO WRK-PROGRAMA-ERRO
               MOVE "LISTMEND"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE REJMEND.
           IF FS-REJMEND NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-REJMEND        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "MANTEND"         TO WRK-PROGRAMA-ERRO
               MOVE "REJMEND"         TO WRK-ARQUIVO-ERRO
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
