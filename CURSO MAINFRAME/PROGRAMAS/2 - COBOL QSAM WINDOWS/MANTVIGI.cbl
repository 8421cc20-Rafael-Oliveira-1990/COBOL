      *-----------------------------------------------------------------
       IDENTIFICATION                   DIVISION.
       PROGRAM-ID. MANTVIGI.
      *=================================================================
      *== PROGRAMA....: MANTVIGI
      *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
      *== ANALISTA....: IVAN SANCHES
      *== DATA........: 15/10/2026
      *== CONSULTORIA:
      *-----------------------------------------------------------------
      *== OBJETIVO....: DECISAO DO ANALISTA DE FRAUDE SOBRE OS ALERTAS
      *                 DA LISTA DE VIGILANCIA (VIGILANC, BOOK REGVIGI,
      *                 GRAVADA PELO FRAUDCLI). CADA TRANSACAO DO
      *                 ARQUIVO VIGITRAN (BOOK REGVIGT) CONFIRMA ("F")
      *                 OU LIBERA ("L") O ALERTA DO CLIENTE NA REGRA
      *                 INFORMADA, OU TODOS OS ALERTAS DO CLIENTE COM
      *                 REGRA 00, GRAVANDO DATA, ANALISTA, OBSERVACAO E
      *                 A QUANTIDADE DE OCORRENCIAS DA DECISAO. EM
      *                 SEGUIDA RECALCULA O RESUMO DO CLIENTE (REGRA
      *                 00): COM ALGUM ALERTA CONFIRMADO O CLIENTE FICA
      *                 BLOQUEADO PARA CAMPANHAS (RELATV05) E VALES
      *                 (VALECLI). SEM O ARQUIVO OPERADOR QUALQUER
      *                 ANALISTA E ACEITO. TRANSACAO RECUSADA (ANALISTA
      *                 NAO AUTORIZADO, ALERTA NAO ENCONTRADO OU JA NA
      *                 SITUACAO PEDIDA) TERMINA COM RETURN-CODE 04.
      *-----------------------------------------------------------------
      *===================ESPECIFICACOES DO PROGRAMA====================
      *    ARQUIVO                    TIPO               BOOK
      *    VIGITRAN                  INPUT              REGVIGT
      *    VIGILANC                  I-O                REGVIGI
      *    OPERADOR                  INPUT              REGOPER
      *    LISTVIGI                  OUTPUT             N/A
      *    MANTVIGI                  INPUT              BOOKMSG
      *    MANTVIGI                  INPUT              BOOKASSI
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
           SELECT VIGITRAN ASSIGN TO WRK-NOME-VIGITRAN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-VIGITRAN.

           SELECT VIGILANC ASSIGN TO WRK-NOME-VIGILANC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VIG-CHAVE
           FILE STATUS IS FS-VIGILANC.

           SELECT OPERADOR ASSIGN TO WRK-NOME-OPERADOR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-OPERADOR.

           SELECT LISTVIGI ASSIGN TO WRK-NOME-LISTVIGI
           FILE STATUS IS FS-LISTVIGI.
      *-----------------------------------------------------------------

      *=================================================================
       DATA                             DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                             SECTION.
      *-----------------------------------------------------------------
      *
      *            INPUT - DECISOES DO ANALISTA
      *
      *-----------------------------------------------------------------
       FD  VIGITRAN.
       COPY "REGVIGT".

      *-----------------------------------------------------------------
      *
      *            I-O - LISTA DE VIGILANCIA ANTIFRAUDE
      *
      *-----------------------------------------------------------------
       FD  VIGILANC.
       COPY "REGVIGI".

      *-----------------------------------------------------------------
      *
      *            INPUT - OPERADORES AUTORIZADOS
      *
      *-----------------------------------------------------------------
       FD  OPERADOR.
       COPY "REGOPER".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - LISTAGEM DAS DECISOES
      *
      *-----------------------------------------------------------------
       FD  LISTVIGI.
       01  REG-LISTVIGI                 PIC X(132).

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

       01  FS-VIGITRAN                  PIC 9(002)         VALUE ZEROS.
       01  FS-VIGILANC                  PIC 9(002)         VALUE ZEROS.
       01  FS-OPERADOR                  PIC 9(002)         VALUE ZEROS.
       01  FS-LISTVIGI                  PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----NOMES EXTERNALIZADOS VIA DD-----".
      *-----------------------------------------------------------------

       01  WRK-NOME-VIGITRAN            PIC X(040)         VALUE
              "C:\RELATORIO\dados\VIGITRAN.DAT".
       01  WRK-NOME-VIGILANC            PIC X(040)         VALUE
              "C:\RELATORIO\dados\VIGILANC.DAT".
       01  WRK-NOME-OPERADOR            PIC X(040)         VALUE
              "C:\RELATORIO\dados\OPERADOR.DAT".
       01  WRK-NOME-LISTVIGI            PIC X(040)         VALUE
              "C:\RELATORIO\dados\LISTVIGI.txt".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEIS DE CONTROLE DAS DECISOES-----".
      *-----------------------------------------------------------------

       01  WRK-DATA-ATUAL               PIC 9(008)         VALUE ZEROS.

       01  WRK-SW-VIGITRAN              PIC X(001)         VALUE "N".
           88 WRK-VIGITRAN-PRESENTE                        VALUE "S".
           88 WRK-VIGITRAN-AUSENTE                          VALUE "N".

       01  WRK-SW-CONTROLE              PIC X(001)         VALUE "N".
           88 WRK-CONTROLE-ATIVO                           VALUE "S".
           88 WRK-CONTROLE-INATIVO                          VALUE "N".

       01  WRK-SW-OPER-ACHADO           PIC X(001)         VALUE "N".
           88 WRK-OPER-ACHADO                              VALUE "S".
           88 WRK-OPER-NAO-ACHADO                           VALUE "N".

       01  WRK-SW-FIM-ALERTAS           PIC X(001)         VALUE "N".
           88 WRK-FIM-ALERTAS                              VALUE "S".
           88 WRK-NAO-FIM-ALERTAS                           VALUE "N".

       01  WRK-QT-ALERTAS               PIC 9(003)  COMP-3 VALUE ZEROS.
       01  WRK-QT-DECIDIDOS             PIC 9(003)  COMP-3 VALUE ZEROS.

       01  WRK-CODIGO-RESUMO            PIC 9(007)         VALUE ZEROS.
       01  WRK-RES-PONTOS               PIC 9(007)  COMP-3 VALUE ZEROS.
       01  WRK-RES-ABERTOS              PIC 9(005)  COMP-3 VALUE ZEROS.
       01  WRK-RES-CONFIRMADOS          PIC 9(005)  COMP-3 VALUE ZEROS.

       01  TAB-OPER.
           05 OPER-ENTRADA              OCCURS 50 TIMES
                                        INDEXED BY IDX-OPER.
               10 OPER-TAB-ID           PIC X(008) VALUE SPACES.
               10 OPER-TAB-NIVEL        PIC 9(001) VALUE ZEROS.

       01  WRK-QT-OPER                  PIC 9(003)  COMP-3 VALUE ZEROS.

       01  WRK-DATA-AUX                 PIC 9(008)         VALUE ZEROS.
       01  WRK-DATA-AUX-R REDEFINES WRK-DATA-AUX.
           05 WRK-AUX-AAAA              PIC 9(004).
           05 WRK-AUX-MM                PIC 9(002).
           05 WRK-AUX-DD                PIC 9(002).

       01  WRK-DATA-EDITADA.
           05 WRK-EDT-DD                PIC 9(002)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE "/".
           05 WRK-EDT-MM                PIC 9(002)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE "/".
           05 WRK-EDT-AAAA              PIC 9(004)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----LINHAS DO RELATORIO DAS DECISOES-----".
      *-----------------------------------------------------------------

       01  WRK-CABECALHO1.
           05 FILLER                    PIC X(046)         VALUE
              "DECISOES SOBRE A LISTA DE VIGILANCIA EM ".
           05 WRK-CAB-DATA              PIC X(010)         VALUE SPACES.
           05 FILLER                    PIC X(076)         VALUE SPACES.

       01  WRK-CABECALHO2.
           05 FILLER                    PIC X(050)         VALUE
              "CODIGO  RG A ANALISTA QTD RESUMO     PTS SITUACAO".
           05 FILLER                    PIC X(082)         VALUE SPACES.

       01  WRK-LINHA-DECISAO.
           05 WRK-DEC-CODIGO            PIC 9(007)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-DEC-REGRA             PIC 9(002)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-DEC-ACAO              PIC X(001)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-DEC-ANALISTA          PIC X(008)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-DEC-QTD               PIC ZZ9            VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-DEC-RESUMO            PIC X(010)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-DEC-PONTOS            PIC ZZ9            VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-DEC-SITUACAO          PIC X(040)         VALUE SPACES.
           05 FILLER                    PIC X(051)         VALUE SPACES.

       01  WRK-LINHA-TOTAL.
           05 FILLER                    PIC X(031)         VALUE
              "TOTAL DE TRANSACOES RECUSADAS: ".
           05 WRK-TOT-RECUSADAS         PIC ZZ.ZZ9         VALUE ZEROS.
           05 FILLER                    PIC X(095)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEL DE ACUMULACAO-----".
      *-----------------------------------------------------------------

       01  ACU-TRANSACOES-LIDAS         PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-TRANSACOES-ACEITAS       PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-TRANSACOES-RECUSADAS     PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-ALERTAS-CONFIRMADOS      PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-ALERTAS-LIBERADOS        PIC 9(005)  COMP-3 VALUE ZEROS.

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
           IF WRK-VIGITRAN-PRESENTE
               PERFORM 0160-LER-DADOS
               PERFORM 0200-PROCESSAR UNTIL FS-VIGITRAN EQUAL 10
           END-IF.
           PERFORM 0300-FINALIZAR.

       0000-PRINCIPAL-FIM.              EXIT.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                 SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_VIGITRAN".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-VIGITRAN
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_VIGILANC".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-VIGILANC
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_OPERADOR".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-OPERADOR
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_LISTVIGI".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-LISTVIGI
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

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
               MOVE "MANTVIGI"               TO WRK-PROGRAMA-ERRO
               MOVE "VIGILANC"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN INPUT VIGITRAN.
           IF FS-VIGITRAN EQUAL ZEROS
               SET WRK-VIGITRAN-PRESENTE TO TRUE
           ELSE
               IF FS-VIGITRAN NOT EQUAL 35
                   MOVE WRK-ERRO-ABERTURA    TO WRK-DESCRICAO-ERRO
                   MOVE FS-VIGITRAN          TO WRK-STATUS-ERRO
                   MOVE "0100-INICIALIZAR"   TO WRK-AREA-ERRO
                   MOVE "MANTVIGI"           TO WRK-PROGRAMA-ERRO
                   MOVE "VIGITRAN"           TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

           OPEN OUTPUT LISTVIGI.
           IF FS-LISTVIGI NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-LISTVIGI              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "MANTVIGI"               TO WRK-PROGRAMA-ERRO
               MOVE "LISTVIGI"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           PERFORM 0120-CARREGAR-OPERADORES.

           MOVE WRK-DATA-ATUAL           TO WRK-DATA-AUX.
           PERFORM 0800-EDITAR-DATA.
           MOVE WRK-DATA-EDITADA         TO WRK-CAB-DATA.
           MOVE WRK-CABECALHO1           TO REG-LISTVIGI.
           WRITE REG-LISTVIGI AFTER PAGE.
           MOVE WRK-CABECALHO2           TO REG-LISTVIGI.
           WRITE REG-LISTVIGI AFTER 2 LINES.
           IF FS-LISTVIGI NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-LISTVIGI              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "MANTVIGI"               TO WRK-PROGRAMA-ERRO
               MOVE "LISTVIGI"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------
       0120-CARREGAR-OPERADORES         SECTION.
      *-----------------------------------------------------------------
      *    SEM O ARQUIVO OPERADOR (STATUS 35) QUALQUER ANALISTA PODE
      *    DECIDIR, COMO NA AGENDA DO MANTAGD.
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
                   MOVE "MANTVIGI"               TO WRK-PROGRAMA-ERRO
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
               IF WRK-QT-OPER LESS 50
                   ADD 1 TO WRK-QT-OPER
                   MOVE OPER-ID    TO OPER-TAB-ID    (WRK-QT-OPER)
                   MOVE OPER-NIVEL TO OPER-TAB-NIVEL (WRK-QT-OPER)
               END-IF
           ELSE
               IF FS-OPERADOR NOT EQUAL 10
                   MOVE WRK-ERRO-LEIT            TO WRK-DESCRICAO-ERRO
                   MOVE FS-OPERADOR              TO WRK-STATUS-ERRO
                   MOVE "0121-LER-OPERADOR"      TO WRK-AREA-ERRO
                   MOVE "MANTVIGI"               TO WRK-PROGRAMA-ERRO
                   MOVE "OPERADOR"               TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

       0121-LER-OPERADOR-FIM.           EXIT.

      *-----------------------------------------------------------------
       0160-LER-DADOS                   SECTION.
      *-----------------------------------------------------------------

           READ VIGITRAN.

           IF FS-VIGITRAN NOT EQUAL 00 AND NOT EQUAL 10
               MOVE WRK-ERRO-LEIT    TO WRK-DESCRICAO-ERRO
               MOVE FS-VIGITRAN      TO WRK-STATUS-ERRO
               MOVE "0160-LER-DADOS" TO WRK-AREA-ERRO
               MOVE "MANTVIGI"       TO WRK-PROGRAMA-ERRO
               MOVE "VIGITRAN"       TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0160-LER-DADOS-FIM.              EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                   SECTION.
      *-----------------------------------------------------------------
      *    UMA DECISAO: ANALISTA AUTORIZADO E AO MENOS UM ALERTA QUE
      *    MUDE DE SITUACAO. O RESUMO DO CLIENTE SO E RECALCULADO
      *    QUANDO ALGUM ALERTA MUDOU.
      *-----------------------------------------------------------------

           ADD 1 TO ACU-TRANSACOES-LIDAS.
           MOVE ZEROS                    TO WRK-QT-ALERTAS
                                            WRK-QT-DECIDIDOS
                                            WRK-DEC-PONTOS.
           MOVE SPACES                   TO WRK-DEC-SITUACAO
                                            WRK-DEC-RESUMO.

           SET WRK-OPER-ACHADO TO TRUE.
           IF WRK-CONTROLE-ATIVO
               SET WRK-OPER-NAO-ACHADO TO TRUE
               PERFORM 0210-PROCURAR-OPERADOR
                   VARYING IDX-OPER FROM 1 BY 1
                   UNTIL IDX-OPER GREATER WRK-QT-OPER
           END-IF.

           EVALUATE TRUE
               WHEN WRK-OPER-NAO-ACHADO
                   MOVE "RECUSADO - ANALISTA NAO AUTORIZADO" TO
                                            WRK-DEC-SITUACAO
               WHEN VIGT-CODIGO NOT NUMERIC
                 OR VIGT-REGRA NOT NUMERIC
                 OR NOT (VIGT-CONFIRMAR OR VIGT-LIBERAR)
                   MOVE "RECUSADO - TRANSACAO INVALIDA" TO
                                            WRK-DEC-SITUACAO
               WHEN VIGT-REGRA EQUAL ZEROS
                   PERFORM 0220-DECIDIR-CLIENTE
               WHEN OTHER
                   PERFORM 0230-DECIDIR-REGRA
           END-EVALUATE.

           IF WRK-QT-DECIDIDOS EQUAL ZEROS
               ADD 1 TO ACU-TRANSACOES-RECUSADAS
           ELSE
               ADD 1 TO ACU-TRANSACOES-ACEITAS
               MOVE VIGT-CODIGO          TO WRK-CODIGO-RESUMO
               PERFORM 0240-RECALCULAR-RESUMO
               PERFORM 0245-EDITAR-RESUMO
               IF VIGT-CONFIRMAR
                   MOVE "CONFIRMADO(S)"  TO WRK-DEC-SITUACAO
               ELSE
                   MOVE "LIBERADO(S)"    TO WRK-DEC-SITUACAO
               END-IF
           END-IF.

           PERFORM 0250-GRAVAR-DECISAO.

           PERFORM 0160-LER-DADOS.

       0200-PROCESSAR-FIM.              EXIT.

      *-----------------------------------------------------------------
       0210-PROCURAR-OPERADOR           SECTION.
      *-----------------------------------------------------------------

           IF OPER-TAB-ID (IDX-OPER) EQUAL VIGT-ANALISTA
               SET WRK-OPER-ACHADO TO TRUE
           END-IF.

       0210-PROCURAR-OPERADOR-FIM.      EXIT.

      *-----------------------------------------------------------------
       0220-DECIDIR-CLIENTE             SECTION.
      *-----------------------------------------------------------------
      *    REGRA 00 - TODOS OS ALERTAS DO CLIENTE NA SITUACAO DE
      *    ORIGEM DA ACAO: CONFIRMAR PEGA OS ABERTOS (LIBERADO PELO
      *    ANALISTA FICA LIBERADO); LIBERAR PEGA ABERTOS E CONFIRMADOS.
      *-----------------------------------------------------------------

           MOVE VIGT-CODIGO              TO VIG-CODIGO.
           MOVE 1                        TO VIG-REGRA.
           SET WRK-NAO-FIM-ALERTAS       TO TRUE.
           START VIGILANC KEY IS NOT LESS VIG-CHAVE
               INVALID KEY
                   SET WRK-FIM-ALERTAS TO TRUE
           END-START.

           PERFORM 0221-DECIDIR-ALERTA
               UNTIL WRK-FIM-ALERTAS.

           IF WRK-QT-ALERTAS EQUAL ZEROS
               MOVE "RECUSADO - ALERTA NAO ENCONTRADO" TO
                                            WRK-DEC-SITUACAO
           ELSE
               IF WRK-QT-DECIDIDOS EQUAL ZEROS
                   MOVE "RECUSADO - ALERTA JA NESSA SITUACAO" TO
                                            WRK-DEC-SITUACAO
               END-IF
           END-IF.

       0220-DECIDIR-CLIENTE-FIM.        EXIT.

      *-----------------------------------------------------------------
       0221-DECIDIR-ALERTA              SECTION.
      *-----------------------------------------------------------------

           READ VIGILANC NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-VIGILANC EQUAL 10
                   SET WRK-FIM-ALERTAS TO TRUE
               WHEN FS-VIGILANC NOT EQUAL ZEROS
                   MOVE WRK-ERRO-LEIT            TO WRK-DESCRICAO-ERRO
                   MOVE FS-VIGILANC              TO WRK-STATUS-ERRO
                   MOVE "0221-DECIDIR-ALERTA"    TO WRK-AREA-ERRO
                   MOVE "MANTVIGI"               TO WRK-PROGRAMA-ERRO
                   MOVE "VIGILANC"               TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               WHEN VIG-CODIGO NOT EQUAL VIGT-CODIGO
                   SET WRK-FIM-ALERTAS TO TRUE
               WHEN (VIGT-CONFIRMAR AND VIG-ABERTO)
                 OR (VIGT-LIBERAR AND NOT VIG-LIBERADO)
                   ADD 1 TO WRK-QT-ALERTAS
                   PERFORM 0235-APLICAR-DECISAO
               WHEN OTHER
                   ADD 1 TO WRK-QT-ALERTAS
           END-EVALUATE.

       0221-DECIDIR-ALERTA-FIM.         EXIT.

      *-----------------------------------------------------------------
       0230-DECIDIR-REGRA               SECTION.
      *-----------------------------------------------------------------
      *    REGRA INFORMADA - CONFIRMA ALERTA ABERTO OU LIBERADO E
      *    LIBERA ALERTA ABERTO OU CONFIRMADO.
      *-----------------------------------------------------------------

           MOVE VIGT-CODIGO              TO VIG-CODIGO.
           MOVE VIGT-REGRA               TO VIG-REGRA.

           READ VIGILANC KEY IS VIG-CHAVE
               INVALID KEY
                   MOVE "RECUSADO - ALERTA NAO ENCONTRADO" TO
                                            WRK-DEC-SITUACAO
               NOT INVALID KEY
                   ADD 1 TO WRK-QT-ALERTAS
                   IF (VIGT-CONFIRMAR AND NOT VIG-CONFIRMADO)
                      OR (VIGT-LIBERAR AND NOT VIG-LIBERADO)
                       PERFORM 0235-APLICAR-DECISAO
                   ELSE
                       MOVE "RECUSADO - ALERTA JA NESSA SITUACAO" TO
                                            WRK-DEC-SITUACAO
                   END-IF
           END-READ.

       0230-DECIDIR-REGRA-FIM.          EXIT.

      *-----------------------------------------------------------------
       0235-APLICAR-DECISAO             SECTION.
      *-----------------------------------------------------------------
      *    A QUANTIDADE DA DECISAO E A REFERENCIA DO FRAUDCLI PARA
      *    REABRIR UM ALERTA LIBERADO SO QUANDO A CONTAGEM AUMENTAR.
      *-----------------------------------------------------------------

           IF VIGT-CONFIRMAR
               SET VIG-CONFIRMADO        TO TRUE
               ADD 1 TO ACU-ALERTAS-CONFIRMADOS
           ELSE
               SET VIG-LIBERADO          TO TRUE
               ADD 1 TO ACU-ALERTAS-LIBERADOS
           END-IF.

           MOVE WRK-DATA-ATUAL           TO VIG-DATA-DECISAO.
           MOVE VIGT-ANALISTA            TO VIG-ANALISTA.
           MOVE VIGT-OBSERVACAO          TO VIG-OBSERVACAO.
           MOVE VIG-QTD-OCORRENCIAS      TO VIG-QTD-DECISAO.

           REWRITE REG-VIGILANCIA.
           IF FS-VIGILANC NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-VIGILANC              TO WRK-STATUS-ERRO
               MOVE "0235-APLICAR-DECISAO"   TO WRK-AREA-ERRO
               MOVE "MANTVIGI"               TO WRK-PROGRAMA-ERRO
               MOVE "VIGILANC"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           ADD 1 TO WRK-QT-DECIDIDOS.

       0235-APLICAR-DECISAO-FIM.        EXIT.

      *-----------------------------------------------------------------
       0240-RECALCULAR-RESUMO           SECTION.
      *-----------------------------------------------------------------
      *    RESUMO DO CLIENTE (REGRA 00), COM A MESMA REGRA DO FRAUDCLI:
      *    CONFIRMADO SE HOUVER ALERTA CONFIRMADO, ABERTO SE HOUVER
      *    ALERTA ABERTO, SENAO LIBERADO; PONTOS = SOMA DOS ALERTAS
      *    ABERTOS E CONFIRMADOS (MAX. 999). GUARDA TAMBEM A ULTIMA
      *    DECISAO DO ANALISTA.
      *-----------------------------------------------------------------

           MOVE ZEROS                    TO WRK-RES-PONTOS
                                            WRK-RES-ABERTOS
                                            WRK-RES-CONFIRMADOS.
           SET WRK-NAO-FIM-ALERTAS       TO TRUE.

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
                   MOVE SPACES            TO VIG-REFERENCIA
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
               MOVE "MANTVIGI"               TO WRK-PROGRAMA-ERRO
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
                   MOVE "MANTVIGI"               TO WRK-PROGRAMA-ERRO
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
           MOVE VIG-QTD-OCORRENCIAS      TO VIG-QTD-DECISAO.
           MOVE WRK-DATA-ATUAL           TO VIG-DATA-ULTIMA
                                            VIG-DATA-DECISAO.
           MOVE VIGT-ANALISTA            TO VIG-ANALISTA.
           MOVE VIGT-OBSERVACAO          TO VIG-OBSERVACAO.

       0242-MONTAR-RESUMO-FIM.          EXIT.

      *-----------------------------------------------------------------
       0245-EDITAR-RESUMO               SECTION.
      *-----------------------------------------------------------------

           EVALUATE TRUE
               WHEN VIG-CONFIRMADO
                   MOVE "BLOQUEADO"      TO WRK-DEC-RESUMO
               WHEN VIG-ABERTO
                   MOVE "EM ABERTO"      TO WRK-DEC-RESUMO
               WHEN OTHER
                   MOVE "LIBERADO"       TO WRK-DEC-RESUMO
           END-EVALUATE.

           MOVE VIG-PONTUACAO            TO WRK-DEC-PONTOS.

       0245-EDITAR-RESUMO-FIM.          EXIT.

      *-----------------------------------------------------------------
       0250-GRAVAR-DECISAO              SECTION.
      *-----------------------------------------------------------------

           MOVE VIGT-CODIGO              TO WRK-DEC-CODIGO.
           MOVE VIGT-REGRA               TO WRK-DEC-REGRA.
           MOVE VIGT-ACAO                TO WRK-DEC-ACAO.
           MOVE VIGT-ANALISTA            TO WRK-DEC-ANALISTA.
           MOVE WRK-QT-DECIDIDOS         TO WRK-DEC-QTD.

           MOVE WRK-LINHA-DECISAO        TO REG-LISTVIGI.
           WRITE REG-LISTVIGI AFTER 1 LINE.
           IF FS-LISTVIGI NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-LISTVIGI              TO WRK-STATUS-ERRO
               MOVE "0250-GRAVAR-DECISAO"    TO WRK-AREA-ERRO
               MOVE "MANTVIGI"               TO WRK-PROGRAMA-ERRO
               MOVE "LISTVIGI"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0250-GRAVAR-DECISAO-FIM.         EXIT.

      *-----------------------------------------------------------------
       0800-EDITAR-DATA                 SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-AUX-DD               TO WRK-EDT-DD.
           MOVE WRK-AUX-MM               TO WRK-EDT-MM.
           MOVE WRK-AUX-AAAA             TO WRK-EDT-AAAA.

       0800-EDITAR-DATA-FIM.            EXIT.

      *-----------------------------------------------------------------
       0290-ESTATISTICA                 SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-TRACO.
           DISPLAY "TRANSACOES DO ANALISTA LIDAS.: "
                   ACU-TRANSACOES-LIDAS.
           DISPLAY "TRANSACOES ACEITAS...........: "
                   ACU-TRANSACOES-ACEITAS.
           DISPLAY "TRANSACOES RECUSADAS.........: "
                   ACU-TRANSACOES-RECUSADAS.
           DISPLAY "ALERTAS CONFIRMADOS..........: "
                   ACU-ALERTAS-CONFIRMADOS.
           DISPLAY "ALERTAS LIBERADOS............: "
                   ACU-ALERTAS-LIBERADOS.
           DISPLAY WRK-TRACO.
           DISPLAY WRK-FIM-PROGRAMA.
           DISPLAY WRK-TRACO.

       0290-ESTATISTICA-FIM.            EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                   SECTION.
      *-----------------------------------------------------------------

           MOVE ACU-TRANSACOES-RECUSADAS TO WRK-TOT-RECUSADAS.
           MOVE WRK-LINHA-TOTAL          TO REG-LISTVIGI.
           WRITE REG-LISTVIGI AFTER 2 LINES.

           PERFORM 0290-ESTATISTICA.

           IF WRK-VIGITRAN-PRESENTE
               CLOSE VIGITRAN
               IF FS-VIGITRAN NOT EQUAL ZEROS
                   MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
                   MOVE FS-VIGITRAN       TO WRK-STATUS-ERRO
                   MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
                   MOVE "MANTVIGI"        TO WRK-PROGRAMA-ERRO
                   MOVE "VIGITRAN"        TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

           CLOSE VIGILANC.
           IF FS-VIGILANC NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-VIGILANC       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "MANTVIGI"        TO WRK-PROGRAMA-ERRO
               MOVE "VIGILANC"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE LISTVIGI.
           IF FS-LISTVIGI NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-LISTVIGI       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "MANTVIGI"        TO WRK-PROGRAMA-ERRO
               MOVE "LISTVIGI"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           IF ACU-TRANSACOES-RECUSADAS GREATER ZEROS
               MOVE 04 TO RETURN-CODE
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
