      *-----------------------------------------------------------------
       IDENTIFICATION                   DIVISION.
       PROGRAM-ID. GRVMANI.
      *=================================================================
      *== PROGRAMA....: GRVMANI
      *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
      *== ANALISTA....: IVAN SANCHES
      *== DATA........: 15/10/2026
      *== CONSULTORIA:
      *-----------------------------------------------------------------
      *== OBJETIVO....: SUBPROGRAMA DO MANIFESTO DE ARQUIVOS DE SAIDA,
      *                 NO MESMO MOLDE DO GRVJRNL: UM UNICO LUGAR PARA
      *                 O REGISTRO DE TUDO QUE A CASA MANDA PARA FORA.
      *                 MANI-FUNCAO A (BOOK BOOKMANI) ZERA OS TOTAIS
      *                 DE CONTROLE DO ARQUIVO QUE O CHAMADOR ACABOU
      *                 DE ABRIR; MANI-FUNCAO R SOMA CADA REGISTRO
      *                 GRAVADO (QUANTIDADE, VALOR E HASH DO
      *                 CONTEUDO); MANI-FUNCAO F, DEPOIS DO CLOSE,
      *                 GRAVA O ARQUIVO NO MANIFESTO (BOOK REGMANF)
      *                 COM A PROXIMA SEQUENCIA DO ARQUIVO/DESTINO.
      *                 ARQUIVO COM A MESMA DATA DE MOVIMENTO OU O
      *                 MESMO CONTEUDO (QUANTIDADE E HASH) DE UMA
      *                 SEQUENCIA JA REGISTRADA E REENVIO DELA: SO
      *                 PASSA COM LIBERACAO NO MANILIB (BOOK REGMANL)
      *                 PARA AQUELE ENVIO, ASSINADA POR DOIS
      *                 OPERADORES DIFERENTES DO ARQUIVO OPERADOR
      *                 (BOOK REGOPER), O APROVADOR COM NIVEL 2 - SEM
      *                 ELA O REENVIO VOLTA BLOQUEADO E O MANIFESTO
      *                 FICA COMO ESTAVA.
      *-----------------------------------------------------------------
      *===================ESPECIFICACOES DO PROGRAMA====================
      *    PARAMETRO                  TIPO               BOOK
      *    MANI-PARAMETRO            ENTRADA            BOOKMANI
      *    MANIFEST                  I-O                REGMANF
      *    MANILIB                   INPUT              REGMANL
      *    OPERADOR                  INPUT              REGOPER
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
           SELECT MANIFEST ASSIGN TO WRK-NOME-MANIFEST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MANF-CHAVE
           FILE STATUS IS FS-MANIFEST.

           SELECT MANILIB ASSIGN TO WRK-NOME-MANILIB
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-MANILIB.

           SELECT OPERADOR ASSIGN TO WRK-NOME-OPERADOR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-OPERADOR.
      *-----------------------------------------------------------------

      *=================================================================
       DATA                             DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                             SECTION.
      *-----------------------------------------------------------------
      *
      *            I-O - MANIFESTO DE ARQUIVOS DE SAIDA
      *
      *-----------------------------------------------------------------
       FD  MANIFEST.
       COPY "REGMANF".

      *-----------------------------------------------------------------
      *
      *            INPUT - LIBERACOES DE REENVIO (DUPLA APROVACAO)
      *
      *-----------------------------------------------------------------
       FD  MANILIB.
       COPY "REGMANL".

      *-----------------------------------------------------------------
      *
      *            INPUT - OPERADORES AUTORIZADOS
      *
      *-----------------------------------------------------------------
       FD  OPERADOR.
       COPY "REGOPER".

      *-----------------------------------------------------------------
       WORKING-STORAGE                  SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "INICIO DA WORKING".
      *-----------------------------------------------------------------

       01  FS-MANIFEST                  PIC 9(002)         VALUE ZEROS.
       01  FS-MANILIB                   PIC 9(002)         VALUE ZEROS.
       01  FS-OPERADOR                  PIC 9(002)         VALUE ZEROS.

       01  WRK-NOME-MANIFEST            PIC X(040)         VALUE
              "C:\RELATORIO\dados\MANIFEST.DAT".
       01  WRK-NOME-MANILIB             PIC X(040)         VALUE
              "C:\RELATORIO\dados\MANILIB.DAT".
       01  WRK-NOME-OPERADOR            PIC X(040)         VALUE
              "C:\RELATORIO\dados\OPERADOR.DAT".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----TOTAIS DE CONTROLE DO ARQUIVO-----".
      *-----------------------------------------------------------------

       01  WRK-PROGRAMA                 PIC X(008)         VALUE SPACES.
       01  WRK-ARQUIVO                  PIC X(008)         VALUE SPACES.
       01  WRK-DESTINO                  PIC 9(003)         VALUE ZEROS.
       01  WRK-DATA-MOVTO               PIC 9(008)         VALUE ZEROS.
       01  WRK-DATA-GERACAO             PIC 9(008)         VALUE ZEROS.
       01  WRK-HORA-GERACAO             PIC 9(008)         VALUE ZEROS.
       01  WRK-HORA-GERACAO-R REDEFINES WRK-HORA-GERACAO.
           05 WRK-HHMMSS-GERACAO        PIC 9(006).
           05 FILLER                    PIC 9(002).

       01  ACU-REGISTROS                PIC 9(007)  COMP-3 VALUE ZEROS.
       01  ACU-VALOR-TOTAL              PIC 9(011)V99 COMP-3
                                                           VALUE ZEROS.
       01  WRK-HASH                     PIC 9(010)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----CALCULO DO HASH DO CONTEUDO-----".
      *-----------------------------------------------------------------
      *    CADA CARACTER DO REGISTRO VALE A SUA POSICAO NA TABELA
      *    (FORA DA TABELA VALE O TAMANHO DELA); O HASH E O POLINOMIO
      *    DESSES VALORES NA BASE 89, MODULO 9999999967 - MUDA COM
      *    QUALQUER CARACTER TROCADO, REGISTRO A MAIS, A MENOS OU FORA
      *    DE ORDEM.
      *-----------------------------------------------------------------

       01  WRK-TAB-CARACTERES.
           05 FILLER                    PIC X(037)         VALUE
              " 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           05 FILLER                    PIC X(026)         VALUE
              "abcdefghijklmnopqrstuvwxyz".
           05 FILLER                    PIC X(024)         VALUE
              ".,;:-/()*+=_@#$%&<>?!'[]".

       01  WRK-REGISTRO                 PIC X(100)         VALUE SPACES.
       01  FILLER REDEFINES WRK-REGISTRO.
           05 WRK-BYTE                  PIC X(001)
                                        OCCURS 100 TIMES
                                        INDEXED BY IDX-BYTE.

       01  WRK-CARACTER                 PIC X(001)         VALUE SPACES.
       01  WRK-POSICAO                  PIC 9(003)  COMP-3 VALUE ZEROS.
       01  WRK-HASH-CALCULO             PIC 9(015)  COMP-3 VALUE ZEROS.
       01  WRK-HASH-QUOCIENTE           PIC 9(015)  COMP-3 VALUE ZEROS.
       01  WRK-HASH-MODULO              PIC 9(010)  COMP-3 VALUE
                                                           9999999967.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----CONTROLE DO REENVIO-----".
      *-----------------------------------------------------------------

       01  WRK-SW-FIM-MANIFEST          PIC X(001)         VALUE "N".
           88 WRK-FIM-MANIFEST                             VALUE "S".

       01  WRK-SW-REENVIO               PIC X(001)         VALUE "N".
           88 WRK-REENVIO                                  VALUE "S".
           88 WRK-ENVIO-NOVO                                VALUE "N".

       01  WRK-SW-LIBERACAO             PIC X(001)         VALUE "N".
           88 WRK-LIB-ACHADA                               VALUE "S".
           88 WRK-LIB-NAO-ACHADA                            VALUE "N".

       01  WRK-SW-OPER-LIB              PIC X(001)         VALUE "N".
           88 WRK-OPER-LIB-OK                              VALUE "S".

       01  WRK-SW-APROV-LIB             PIC X(001)         VALUE "N".
           88 WRK-APROV-LIB-OK                             VALUE "S".

       01  WRK-ULTIMA-SEQUENCIA         PIC 9(006)         VALUE ZEROS.
       01  WRK-SEQ-REENVIO              PIC 9(006)         VALUE ZEROS.
       01  WRK-ENVIO-PEDIDO             PIC 9(003)         VALUE ZEROS.
       01  WRK-LIB-OPERADOR             PIC X(008)         VALUE SPACES.
       01  WRK-LIB-APROVADOR            PIC X(008)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----BOOK DE MENSAGEM DEDE ERRO DOS ARQUIVOS-----".
      *-----------------------------------------------------------------
       COPY "BOOKASSI".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
             "-----FIM DA WORKING-----".
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       LINKAGE                          SECTION.
      *-----------------------------------------------------------------
       COPY "BOOKMANI".

      *=================================================================
       PROCEDURE DIVISION USING MANI-PARAMETRO.
      *=================================================================

      *-----------------------------------------------------------------
       0000-PRINCIPAL                   SECTION.
      *-----------------------------------------------------------------

           EVALUATE TRUE
               WHEN MANI-FUNC-ABRIR
                   PERFORM 0100-INICIAR-ARQUIVO
               WHEN MANI-FUNC-REGISTRO
                   PERFORM 0200-ACUMULAR-REGISTRO
               WHEN MANI-FUNC-FECHAR
                   PERFORM 0300-REGISTRAR-ARQUIVO
           END-EVALUATE.

           GOBACK.

       0000-PRINCIPAL-FIM.              EXIT.

      *-----------------------------------------------------------------
       0100-INICIAR-ARQUIVO             SECTION.
      *-----------------------------------------------------------------
      *    DATA DO MOVIMENTO ZERADA VALE A DATA DA GERACAO.
      *-----------------------------------------------------------------

           MOVE MANI-PROGRAMA            TO WRK-PROGRAMA.
           MOVE MANI-ARQUIVO             TO WRK-ARQUIVO.
           MOVE MANI-DESTINO             TO WRK-DESTINO.

           ACCEPT WRK-DATA-GERACAO FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-GERACAO FROM TIME.

           IF MANI-DATA-MOVTO GREATER ZEROS
               MOVE MANI-DATA-MOVTO      TO WRK-DATA-MOVTO
           ELSE
               MOVE WRK-DATA-GERACAO     TO WRK-DATA-MOVTO
           END-IF.

           MOVE ZEROS                    TO ACU-REGISTROS
                                            ACU-VALOR-TOTAL
                                            WRK-HASH.

       0100-INICIAR-ARQUIVO-FIM.        EXIT.

      *-----------------------------------------------------------------
       0200-ACUMULAR-REGISTRO           SECTION.
      *-----------------------------------------------------------------

           ADD 1                         TO ACU-REGISTROS.
           ADD MANI-VALOR                TO ACU-VALOR-TOTAL.

           MOVE MANI-REGISTRO            TO WRK-REGISTRO.
           PERFORM 0210-SOMAR-CARACTER
               VARYING IDX-BYTE FROM 1 BY 1
               UNTIL IDX-BYTE GREATER 100.

       0200-ACUMULAR-REGISTRO-FIM.      EXIT.

      *-----------------------------------------------------------------
       0210-SOMAR-CARACTER              SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-BYTE (IDX-BYTE)      TO WRK-CARACTER.
           MOVE ZEROS                    TO WRK-POSICAO.
           INSPECT WRK-TAB-CARACTERES TALLYING WRK-POSICAO
               FOR CHARACTERS BEFORE INITIAL WRK-CARACTER.

           COMPUTE WRK-HASH-CALCULO = WRK-HASH * 89 + WRK-POSICAO + 1.
           DIVIDE WRK-HASH-CALCULO BY WRK-HASH-MODULO
               GIVING WRK-HASH-QUOCIENTE REMAINDER WRK-HASH.

       0210-SOMAR-CARACTER-FIM.         EXIT.

      *-----------------------------------------------------------------
       0300-REGISTRAR-ARQUIVO           SECTION.
      *-----------------------------------------------------------------

           PERFORM 0310-ABRIR-MANIFEST.
           PERFORM 0320-PROCURAR-ENVIO.

           IF WRK-ENVIO-NOVO
               PERFORM 0350-GRAVAR-ENVIO-NOVO
           ELSE
               PERFORM 0330-VERIFICAR-LIBERACAO
               IF WRK-LIB-ACHADA
                  AND WRK-OPER-LIB-OK AND WRK-APROV-LIB-OK
                   PERFORM 0360-REGRAVAR-REENVIO
               ELSE
                   SET MANI-REENVIO-BLOQUEADO TO TRUE
                   MOVE WRK-SEQ-REENVIO  TO MANI-SEQUENCIA
                   COMPUTE MANI-QT-ENVIOS = WRK-ENVIO-PEDIDO - 1
               END-IF
           END-IF.

           CLOSE MANIFEST.
           IF FS-MANIFEST NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-MANIFEST              TO WRK-STATUS-ERRO
               MOVE "0300-REGISTRAR-ARQUIVO" TO WRK-AREA-ERRO
               MOVE "GRVMANI"                TO WRK-PROGRAMA-ERRO
               MOVE "MANIFEST"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0300-REGISTRAR-ARQUIVO-FIM.      EXIT.

      *-----------------------------------------------------------------
       0310-ABRIR-MANIFEST              SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_MANIFEST".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-MANIFEST
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_MANILIB".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-MANILIB
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_OPERADOR".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-OPERADOR
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           OPEN I-O MANIFEST.
           IF FS-MANIFEST EQUAL 35
               OPEN OUTPUT MANIFEST
               CLOSE MANIFEST
               OPEN I-O MANIFEST
           END-IF.

           IF FS-MANIFEST NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-MANIFEST              TO WRK-STATUS-ERRO
               MOVE "0310-ABRIR-MANIFEST"    TO WRK-AREA-ERRO
               MOVE "GRVMANI"                TO WRK-PROGRAMA-ERRO
               MOVE "MANIFEST"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0310-ABRIR-MANIFEST-FIM.         EXIT.

      *-----------------------------------------------------------------
       0320-PROCURAR-ENVIO              SECTION.
      *-----------------------------------------------------------------
      *    PERCORRE AS SEQUENCIAS DO ARQUIVO/DESTINO: GUARDA A ULTIMA
      *    E VE SE ALGUMA TEM A MESMA DATA DE MOVIMENTO OU O MESMO
      *    CONTEUDO DO ARQUIVO QUE ACABOU DE SER GERADO.
      *-----------------------------------------------------------------

           SET WRK-ENVIO-NOVO            TO TRUE.
           MOVE "N"                      TO WRK-SW-FIM-MANIFEST.
           MOVE ZEROS                    TO WRK-ULTIMA-SEQUENCIA
                                            WRK-SEQ-REENVIO
                                            WRK-ENVIO-PEDIDO.

           MOVE WRK-ARQUIVO              TO MANF-ARQUIVO.
           MOVE WRK-DESTINO              TO MANF-DESTINO.
           MOVE ZEROS                    TO MANF-SEQUENCIA.
           START MANIFEST KEY IS NOT LESS MANF-CHAVE
               INVALID KEY
                   SET WRK-FIM-MANIFEST  TO TRUE
           END-START.

           PERFORM 0321-LER-MANIFEST
               UNTIL WRK-FIM-MANIFEST.

       0320-PROCURAR-ENVIO-FIM.         EXIT.

      *-----------------------------------------------------------------
       0321-LER-MANIFEST                SECTION.
      *-----------------------------------------------------------------

           READ MANIFEST NEXT RECORD.

           IF FS-MANIFEST NOT EQUAL ZEROS
               IF FS-MANIFEST NOT EQUAL 10
                   MOVE WRK-ERRO-LEIT            TO WRK-DESCRICAO-ERRO
                   MOVE FS-MANIFEST              TO WRK-STATUS-ERRO
                   MOVE "0321-LER-MANIFEST"      TO WRK-AREA-ERRO
                   MOVE "GRVMANI"                TO WRK-PROGRAMA-ERRO
                   MOVE "MANIFEST"               TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
               SET WRK-FIM-MANIFEST      TO TRUE
           ELSE
               IF MANF-ARQUIVO NOT EQUAL WRK-ARQUIVO
                  OR MANF-DESTINO NOT EQUAL WRK-DESTINO
                   SET WRK-FIM-MANIFEST  TO TRUE
               ELSE
                   MOVE MANF-SEQUENCIA   TO WRK-ULTIMA-SEQUENCIA
                   IF MANF-DATA-MOVTO EQUAL WRK-DATA-MOVTO
                      OR (MANF-HASH EQUAL WRK-HASH
                          AND MANF-QT-REGISTROS EQUAL ACU-REGISTROS)
                       SET WRK-REENVIO   TO TRUE
                       MOVE MANF-SEQUENCIA TO WRK-SEQ-REENVIO
                       COMPUTE WRK-ENVIO-PEDIDO = MANF-QT-ENVIOS + 1
                   END-IF
               END-IF
           END-IF.

       0321-LER-MANIFEST-FIM.           EXIT.

      *-----------------------------------------------------------------
       0330-VERIFICAR-LIBERACAO         SECTION.
      *-----------------------------------------------------------------
      *    SEM O MANILIB OU SEM O ARQUIVO OPERADOR (STATUS 35) NAO HA
      *    COMO HAVER DUPLA APROVACAO - O REENVIO FICA BLOQUEADO.
      *-----------------------------------------------------------------

           SET WRK-LIB-NAO-ACHADA        TO TRUE.
           MOVE "N"                      TO WRK-SW-OPER-LIB
                                            WRK-SW-APROV-LIB.

           OPEN INPUT MANILIB.
           IF FS-MANILIB EQUAL ZEROS
               PERFORM 0331-LER-LIBERACAO
                   UNTIL FS-MANILIB NOT EQUAL ZEROS
               CLOSE MANILIB
           ELSE
               IF FS-MANILIB NOT EQUAL 35
                   MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
                   MOVE FS-MANILIB               TO WRK-STATUS-ERRO
                   MOVE "0330-VERIFICAR-LIBERACAO" TO WRK-AREA-ERRO
                   MOVE "GRVMANI"                TO WRK-PROGRAMA-ERRO
                   MOVE "MANILIB"                TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

           IF WRK-LIB-ACHADA
               PERFORM 0340-CONFERIR-OPERADORES
           END-IF.

       0330-VERIFICAR-LIBERACAO-FIM.    EXIT.

      *-----------------------------------------------------------------
       0331-LER-LIBERACAO               SECTION.
      *-----------------------------------------------------------------

           READ MANILIB.

           IF FS-MANILIB EQUAL ZEROS
               IF MANL-ARQUIVO   EQUAL WRK-ARQUIVO
                  AND MANL-DESTINO   EQUAL WRK-DESTINO
                  AND MANL-SEQUENCIA EQUAL WRK-SEQ-REENVIO
                  AND MANL-ENVIO     EQUAL WRK-ENVIO-PEDIDO
                  AND MANL-OPERADOR  NOT EQUAL SPACES
                  AND MANL-APROVADOR NOT EQUAL SPACES
                  AND MANL-OPERADOR  NOT EQUAL MANL-APROVADOR
                   SET WRK-LIB-ACHADA    TO TRUE
                   MOVE MANL-OPERADOR    TO WRK-LIB-OPERADOR
                   MOVE MANL-APROVADOR   TO WRK-LIB-APROVADOR
               END-IF
           ELSE
               IF FS-MANILIB NOT EQUAL 10
                   MOVE WRK-ERRO-LEIT            TO WRK-DESCRICAO-ERRO
                   MOVE FS-MANILIB               TO WRK-STATUS-ERRO
                   MOVE "0331-LER-LIBERACAO"     TO WRK-AREA-ERRO
                   MOVE "GRVMANI"                TO WRK-PROGRAMA-ERRO
                   MOVE "MANILIB"                TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

       0331-LER-LIBERACAO-FIM.          EXIT.

      *-----------------------------------------------------------------
       0340-CONFERIR-OPERADORES         SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT OPERADOR.
           IF FS-OPERADOR EQUAL ZEROS
               PERFORM 0341-LER-OPERADOR
                   UNTIL FS-OPERADOR NOT EQUAL ZEROS
               CLOSE OPERADOR
           ELSE
               IF FS-OPERADOR NOT EQUAL 35
                   MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
                   MOVE FS-OPERADOR              TO WRK-STATUS-ERRO
                   MOVE "0340-CONFERIR-OPERADORES" TO WRK-AREA-ERRO
                   MOVE "GRVMANI"                TO WRK-PROGRAMA-ERRO
                   MOVE "OPERADOR"               TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

       0340-CONFERIR-OPERADORES-FIM.    EXIT.

      *-----------------------------------------------------------------
       0341-LER-OPERADOR                SECTION.
      *-----------------------------------------------------------------

           READ OPERADOR.

           IF FS-OPERADOR EQUAL ZEROS
               IF OPER-ID EQUAL WRK-LIB-OPERADOR
                   SET WRK-OPER-LIB-OK   TO TRUE
               END-IF
               IF OPER-ID EQUAL WRK-LIB-APROVADOR
                  AND OPER-NIVEL-APROVADOR
                   SET WRK-APROV-LIB-OK  TO TRUE
               END-IF
           ELSE
               IF FS-OPERADOR NOT EQUAL 10
                   MOVE WRK-ERRO-LEIT            TO WRK-DESCRICAO-ERRO
                   MOVE FS-OPERADOR              TO WRK-STATUS-ERRO
                   MOVE "0341-LER-OPERADOR"      TO WRK-AREA-ERRO
                   MOVE "GRVMANI"                TO WRK-PROGRAMA-ERRO
                   MOVE "OPERADOR"               TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

       0341-LER-OPERADOR-FIM.           EXIT.

      *-----------------------------------------------------------------
       0350-GRAVAR-ENVIO-NOVO           SECTION.
      *-----------------------------------------------------------------

           INITIALIZE REG-MANIFESTO.
           MOVE WRK-ARQUIVO              TO MANF-ARQUIVO.
           MOVE WRK-DESTINO              TO MANF-DESTINO.
           COMPUTE MANF-SEQUENCIA = WRK-ULTIMA-SEQUENCIA + 1.
           MOVE 1                        TO MANF-QT-ENVIOS.
           MOVE SPACES                   TO MANF-LIB-OPERADOR
                                            MANF-LIB-APROVADOR.
           PERFORM 0370-MONTAR-ENVIO.

           WRITE REG-MANIFESTO.
           IF FS-MANIFEST NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-MANIFEST              TO WRK-STATUS-ERRO
               MOVE "0350-GRAVAR-ENVIO-NOVO" TO WRK-AREA-ERRO
               MOVE "GRVMANI"                TO WRK-PROGRAMA-ERRO
               MOVE "MANIFEST"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           SET MANI-REGISTRADO           TO TRUE.
           MOVE MANF-SEQUENCIA           TO MANI-SEQUENCIA.
           MOVE MANF-QT-ENVIOS           TO MANI-QT-ENVIOS.

       0350-GRAVAR-ENVIO-NOVO-FIM.      EXIT.

      *-----------------------------------------------------------------
       0360-REGRAVAR-REENVIO            SECTION.
      *-----------------------------------------------------------------
      *    REENVIO LIBERADO: A SEQUENCIA FICA A MESMA, COM OS TOTAIS
      *    DO ARQUIVO NOVO, MAIS UM ENVIO, OS DOIS OPERADORES DA
      *    LIBERACAO E DE NOVO AGUARDANDO O RECIBO DA CONTRAPARTE.
      *-----------------------------------------------------------------

           MOVE WRK-ARQUIVO              TO MANF-ARQUIVO.
           MOVE WRK-DESTINO              TO MANF-DESTINO.
           MOVE WRK-SEQ-REENVIO          TO MANF-SEQUENCIA.
           READ MANIFEST KEY IS MANF-CHAVE.
           IF FS-MANIFEST NOT EQUAL ZEROS
               MOVE WRK-ERRO-LEIT            TO WRK-DESCRICAO-ERRO
               MOVE FS-MANIFEST              TO WRK-STATUS-ERRO
               MOVE "0360-REGRAVAR-REENVIO"  TO WRK-AREA-ERRO
               MOVE "GRVMANI"                TO WRK-PROGRAMA-ERRO
               MOVE "MANIFEST"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           MOVE WRK-ENVIO-PEDIDO         TO MANF-QT-ENVIOS.
           MOVE WRK-LIB-OPERADOR         TO MANF-LIB-OPERADOR.
           MOVE WRK-LIB-APROVADOR        TO MANF-LIB-APROVADOR.
           PERFORM 0370-MONTAR-ENVIO.

           REWRITE REG-MANIFESTO.
           IF FS-MANIFEST NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-MANIFEST              TO WRK-STATUS-ERRO
               MOVE "0360-REGRAVAR-REENVIO"  TO WRK-AREA-ERRO
               MOVE "GRVMANI"                TO WRK-PROGRAMA-ERRO
               MOVE "MANIFEST"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           SET MANI-REENVIO-LIBERADO     TO TRUE.
           MOVE MANF-SEQUENCIA           TO MANI-SEQUENCIA.
           MOVE MANF-QT-ENVIOS           TO MANI-QT-ENVIOS.

       0360-REGRAVAR-REENVIO-FIM.       EXIT.

      *-----------------------------------------------------------------
       0370-MONTAR-ENVIO                SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-PROGRAMA             TO MANF-PROGRAMA.
           MOVE WRK-DATA-MOVTO           TO MANF-DATA-MOVTO.
           MOVE WRK-DATA-GERACAO         TO MANF-DATA-GERACAO.
           MOVE WRK-HHMMSS-GERACAO       TO MANF-HORA-GERACAO.
           MOVE ACU-REGISTROS            TO MANF-QT-REGISTROS.
           MOVE ACU-VALOR-TOTAL          TO MANF-VALOR-TOTAL.
           MOVE WRK-HASH                 TO MANF-HASH.
           SET MANF-AGUARDANDO-RECIBO    TO TRUE.
           MOVE ZEROS                    TO MANF-DATA-RECIBO
                                            MANF-RECIBO-QT
                                            MANF-RECIBO-VALOR.
           MOVE SPACES                   TO MANF-RECIBO-MOTIVO.

       0370-MONTAR-ENVIO-FIM.           EXIT.

      *-----------------------------------------------------------------
       9999-TRATAR-ERRO                 SECTION.
      *-----------------------------------------------------------------
      *    SUBPROGRAMA: O CANCELAMENTO E POR STOP RUN - UM GOBACK
      *    DEVOLVERIA O CONTROLE AO CHAMADOR, QUE SEGUIRIA COMO SE O
      *    ARQUIVO ESTIVESSE NO MANIFESTO.
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
               WHEN OTHER
                   MOVE 99 TO RETURN-CODE
           END-EVALUATE.

           DISPLAY WRK-MSG-ERROS.
           STOP RUN.

       9999-TRATAR-ERRO-FIM.            EXIT.
