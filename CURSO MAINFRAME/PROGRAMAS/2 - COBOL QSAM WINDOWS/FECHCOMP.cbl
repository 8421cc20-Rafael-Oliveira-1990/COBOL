      *    FECHCOMP                  INPUT              BOOKASSI
      *-----------------------------------------------------------------
      *== MODULOS
ALT01 *    DIAUTIL
      *-----------------------------------------------------------------
      *-------------------ALTERACOESDO PROGRAMA-------------------------

ALT01 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT01 *== OBJETIVO....: COMPETENCIA SO FECHA COM TODOS OS DIAS DE CAIXA
      *                 CONCILIADOS (ARQUIVO CONCDIA DO CONCCAIX): DIA
      *                 DIVERGENTE OU DIA UTIL SEM SIGN-OFF RECUSA O
      *                 FECHO. SEM O ARQUIVO CONCDIA O CONTROLE NAO
      *                 ESTA ATIVO E O FECHO SEGUE COMO ANTES.

ALT02 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT02 *== OBJETIVO....: COMPETENCIA SO FECHA COM O A RECEBER DO
      *                 RAZAO CONCILIADO COM O AUXILIAR (ARQUIVO
      *                 SALDORAZ DO CONCRAZ): COMPETENCIA SEM
      *                 CONCILIACAO OU DIVERGENTE ACIMA DA TOLERANCIA
      *                 RECUSA O FECHO. SEM O ARQUIVO SALDORAZ O
      *                 CONTROLE NAO ESTA ATIVO E O FECHO SEGUE COMO
      *                 ANTES.

      *=================================================================
       ENVIRONMENT                      DIVISION.
      *=================================================================

           SELECT LISTFECH ASSIGN TO WRK-NOME-LISTFECH
           FILE STATUS IS FS-LISTFECH.

ALT01      SELECT CONCDIA ASSIGN TO WRK-NOME-CONCDIA
ALT01      ORGANIZATION IS INDEXED
ALT01      ACCESS MODE IS RANDOM
ALT01      RECORD KEY IS CCD-DATA
ALT01      FILE STATUS IS FS-CONCDIA.

ALT02      SELECT SALDORAZ ASSIGN TO WRK-NOME-SALDORAZ
ALT02      ORGANIZATION IS INDEXED
ALT02      ACCESS MODE IS RANDOM
ALT02      RECORD KEY IS RAZ-COMPETENCIA
ALT02      FILE STATUS IS FS-SALDORAZ.
      *-----------------------------------------------------------------

      *=================================================================
       FD  LISTFECH.
       01  REG-LISTFECH                 PIC X(080).

      *-----------------------------------------------------------------
      *
      *            INPUT - SIGN-OFF DIARIO DA CONCILIACAO DE CAIXA
      *
      *-----------------------------------------------------------------
ALT01  FD  CONCDIA.
ALT01  COPY "REGCONCD".

      *-----------------------------------------------------------------
      *
      *            INPUT - CONCILIACAO RAZAO X AUXILIAR DO A RECEBER
      *
      *-----------------------------------------------------------------
ALT02  FD  SALDORAZ.
ALT02  COPY "REGRAZ".

      *-----------------------------------------------------------------
       WORKING-STORAGE                  SECTION.
      *-----------------------------------------------------------------
       01  FS-OPERADOR                  PIC 9(002)         VALUE ZEROS.
       01  FS-COMPFECH                  PIC 9(002)         VALUE ZEROS.
       01  FS-LISTFECH                  PIC 9(002)         VALUE ZEROS.
ALT01  01  FS-CONCDIA                   PIC 9(002)         VALUE ZEROS.
ALT02  01  FS-SALDORAZ                  PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "C:\RELATORIO\dados\COMPFECH.DAT".
       01  WRK-NOME-LISTFECH            PIC X(040)         VALUE
              "C:\RELATORIO\dados\LISTFECH.txt".
ALT01  01  WRK-NOME-CONCDIA             PIC X(040)         VALUE
ALT01         "C:\RELATORIO\dados\CONCDIA.DAT".
ALT02  01  WRK-NOME-SALDORAZ            PIC X(040)         VALUE
ALT02         "C:\RELATORIO\dados\SALDORAZ.DAT".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  WRK-NIVEL-OPER-2             PIC 9(001)         VALUE ZEROS.
       01  WRK-MOTIVO-RECUSA            PIC X(030)         VALUE SPACES.

      *-----------------------------------------------------------------
ALT01  01  FILLER                       PIC X(050)         VALUE
ALT01         "-----CONFERENCIA DOS DIAS DE CAIXA-----".
      *-----------------------------------------------------------------

ALT01  01  WRK-SW-CONCDIA               PIC X(001)         VALUE "N".
ALT01      88 WRK-CONCDIA-ATIVO                             VALUE "S".
ALT01      88 WRK-CONCDIA-AUSENTE                           VALUE "N".

ALT02  01  WRK-SW-SALDORAZ              PIC X(001)         VALUE "N".
ALT02      88 WRK-SALDORAZ-ATIVO                            VALUE "S".
ALT02      88 WRK-SALDORAZ-AUSENTE                          VALUE "N".

ALT01  01  WRK-DIAS-MESES.
ALT01      05 FILLER                    PIC X(024)         VALUE
ALT01         "312831303130313130313031".
ALT01  01  TAB-DIAS-MES REDEFINES WRK-DIAS-MESES.
ALT01      05 TAB-DIAS-NO-MES           PIC 9(002)
ALT01                                    OCCURS 12 TIMES.

ALT01  01  WRK-DATA-CAIXA               PIC 9(008)         VALUE ZEROS.
ALT01  01  FILLER REDEFINES WRK-DATA-CAIXA.
ALT01      05 WRK-CAIXA-AAAAMM          PIC 9(006).
ALT01      05 FILLER REDEFINES WRK-CAIXA-AAAAMM.
ALT01          10 WRK-CAIXA-AAAA        PIC 9(004).
ALT01          10 WRK-CAIXA-MM          PIC 9(002).
ALT01      05 WRK-CAIXA-DD              PIC 9(002).

ALT01  01  WRK-ULTIMO-DIA               PIC 9(002)         VALUE ZEROS.
ALT01  01  WRK-QUOCIENTE                PIC 9(004)         VALUE ZEROS.
ALT01  01  WRK-RESTO-BISSEXTO           PIC 9(001)         VALUE ZEROS.

       01  ACU-TRANS-LIDAS              PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-FECHADAS                 PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-REABERTAS                PIC 9(005)  COMP-3 VALUE ZEROS.
           05 WRK-FEC-DETALHE           PIC X(030)         VALUE SPACES.

      *-----------------------------------------------------------------
ALT01  01  FILLER                       PIC X(050)         VALUE
ALT01         "-----AREA COMUNICACAO SUBPROGRAMA DIAUTIL-----".
      *-----------------------------------------------------------------
ALT01  COPY "BOOKDIAU".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----BOOK DE MENSAGEM DEDE ERRO DOS ARQUIVOS-----".
      *-----------------------------------------------------------------
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT01      ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CONCDIA".
ALT01      IF WRK-DD-EXTERNA NOT EQUAL SPACES
ALT01          MOVE WRK-DD-EXTERNA       TO WRK-NOME-CONCDIA
ALT01          MOVE SPACES               TO WRK-DD-EXTERNA
ALT01      END-IF.

ALT01 *    SEM O ARQUIVO DE SIGN-OFF (CONCCAIX AINDA NAO IMPLANTADO)
ALT01 *    O FECHO NAO DEPENDE DA CONCILIACAO DE CAIXA.
ALT01      OPEN INPUT CONCDIA.
ALT01      EVALUATE FS-CONCDIA
ALT01          WHEN ZEROS
ALT01              SET WRK-CONCDIA-ATIVO  TO TRUE
ALT01          WHEN 35
ALT01              SET WRK-CONCDIA-AUSENTE TO TRUE
ALT01          WHEN OTHER
ALT01              MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
ALT01              MOVE FS-CONCDIA               TO WRK-STATUS-ERRO
ALT01              MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
ALT01              MOVE "FECHCOMP"               TO WRK-PROGRAMA-ERRO
ALT01              MOVE "CONCDIA"                TO WRK-ARQUIVO-ERRO
ALT01              PERFORM 9999-TRATAR-ERRO
ALT01      END-EVALUATE.

ALT02      ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_SALDORAZ".
ALT02      IF WRK-DD-EXTERNA NOT EQUAL SPACES
ALT02          MOVE WRK-DD-EXTERNA       TO WRK-NOME-SALDORAZ
ALT02          MOVE SPACES               TO WRK-DD-EXTERNA
ALT02      END-IF.

ALT02 *    SEM O ARQUIVO DO CONCRAZ (AINDA NAO IMPLANTADO) O FECHO NAO
ALT02 *    DEPENDE DA CONCILIACAO RAZAO X AUXILIAR.
ALT02      OPEN INPUT SALDORAZ.
ALT02      EVALUATE FS-SALDORAZ
ALT02          WHEN ZEROS
ALT02              SET WRK-SALDORAZ-ATIVO  TO TRUE
ALT02          WHEN 35
ALT02              SET WRK-SALDORAZ-AUSENTE TO TRUE
ALT02          WHEN OTHER
ALT02              MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
ALT02              MOVE FS-SALDORAZ              TO WRK-STATUS-ERRO
ALT02              MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
ALT02              MOVE "FECHCOMP"               TO WRK-PROGRAMA-ERRO
ALT02              MOVE "SALDORAZ"               TO WRK-ARQUIVO-ERRO
ALT02              PERFORM 9999-TRATAR-ERRO
ALT02      END-EVALUATE.

           OPEN OUTPUT LISTFECH.
           IF FS-LISTFECH NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE "COMPETENCIA JA FECHADA"  TO WRK-MOTIVO-RECUSA
           END-IF.

ALT01      IF WRK-TRANS-VALIDA AND WRK-CONCDIA-ATIVO
ALT01          PERFORM 0225-VERIFICAR-CAIXA
ALT01      END-IF.
ALT02      IF WRK-TRANS-VALIDA AND WRK-SALDORAZ-ATIVO
ALT02          PERFORM 0227-VERIFICAR-RAZAO
ALT02      END-IF.

       0220-VALIDAR-FECHO-FIM.          EXIT.

      *-----------------------------------------------------------------
ALT01  0225-VERIFICAR-CAIXA              SECTION.
      *-----------------------------------------------------------------
ALT01 *    CADA DIA DA COMPETENCIA ATE A DATA DA RODADA PRECISA DE
ALT01 *    SIGN-OFF "C" NO CONCDIA; DIA NAO UTIL SEM REGISTRO (SEM
ALT01 *    CREDITO BANCARIO) PASSA. O PRIMEIRO DIA PENDENTE RECUSA.
      *-----------------------------------------------------------------

ALT01      MOVE FCHT-COMPETENCIA       TO WRK-CAIXA-AAAAMM.
ALT01      MOVE 01                     TO WRK-CAIXA-DD.

ALT01      IF WRK-CAIXA-MM LESS 01 OR WRK-CAIXA-MM GREATER 12
ALT01          SET WRK-TRANS-INVALIDA TO TRUE
ALT01          MOVE "COMPETENCIA INVALIDA"   TO WRK-MOTIVO-RECUSA
ALT01          GO TO 0225-VERIFICAR-CAIXA-FIM
ALT01      END-IF.

ALT01      MOVE TAB-DIAS-NO-MES (WRK-CAIXA-MM) TO WRK-ULTIMO-DIA.
ALT01      IF WRK-CAIXA-MM EQUAL 02
ALT01          DIVIDE WRK-CAIXA-AAAA BY 4 GIVING WRK-QUOCIENTE
ALT01                                 REMAINDER WRK-RESTO-BISSEXTO
ALT01          IF WRK-RESTO-BISSEXTO EQUAL ZEROS
ALT01              MOVE 29                   TO WRK-ULTIMO-DIA
ALT01          END-IF
ALT01      END-IF.

ALT01      PERFORM 0226-VERIFICAR-DIA-CAIXA
ALT01          UNTIL WRK-TRANS-INVALIDA
ALT01             OR WRK-CAIXA-DD GREATER WRK-ULTIMO-DIA
ALT01             OR WRK-DATA-CAIXA NOT LESS WRK-DATA-EXECUCAO.

ALT01  0225-VERIFICAR-CAIXA-FIM.        EXIT.

      *-----------------------------------------------------------------
ALT01  0226-VERIFICAR-DIA-CAIXA          SECTION.
      *-----------------------------------------------------------------

ALT01      MOVE WRK-DATA-CAIXA         TO CCD-DATA.
ALT01      READ CONCDIA KEY IS CCD-DATA
ALT01          INVALID KEY
ALT01              SET DIU-FUNC-TESTE     TO TRUE
ALT01              MOVE WRK-DATA-CAIXA    TO DIU-DATA
ALT01              CALL "DIAUTIL" USING DIU-PARAMETRO
ALT01              IF DIU-DIA-UTIL
ALT01                  SET WRK-TRANS-INVALIDA TO TRUE
ALT01                  STRING "CAIXA SEM CONCILIACAO "
ALT01                         WRK-DATA-CAIXA
ALT01                         DELIMITED BY SIZE
ALT01                         INTO WRK-MOTIVO-RECUSA
ALT01              END-IF
ALT01          NOT INVALID KEY
ALT01              IF NOT CCD-CONCILIADO
ALT01                  SET WRK-TRANS-INVALIDA TO TRUE
ALT01                  STRING "CAIXA DIVERGENTE "
ALT01                         WRK-DATA-CAIXA
ALT01                         DELIMITED BY SIZE
ALT01                         INTO WRK-MOTIVO-RECUSA
ALT01              END-IF
ALT01      END-READ.

ALT01      ADD 1 TO WRK-CAIXA-DD.

ALT01  0226-VERIFICAR-DIA-CAIXA-FIM.    EXIT.

      *-----------------------------------------------------------------
ALT02  0227-VERIFICAR-RAZAO              SECTION.
      *-----------------------------------------------------------------
ALT02 *    A COMPETENCIA PRECISA ESTAR CONCILIADA ("C") NO SALDORAZ.
      *-----------------------------------------------------------------

ALT02      MOVE FCHT-COMPETENCIA       TO RAZ-COMPETENCIA.
ALT02      READ SALDORAZ KEY IS RAZ-COMPETENCIA
ALT02          INVALID KEY
ALT02              SET WRK-TRANS-INVALIDA TO TRUE
ALT02              MOVE "RAZAO SEM CONCILIACAO"  TO WRK-MOTIVO-RECUSA
ALT02          NOT INVALID KEY
ALT02              IF NOT RAZ-CONCILIADO
ALT02                  SET WRK-TRANS-INVALIDA TO TRUE
ALT02                  MOVE "RAZAO X AUXILIAR DIVERGENTE"
ALT02                                         TO WRK-MOTIVO-RECUSA
ALT02              END-IF
ALT02      END-READ.

ALT02  0227-VERIFICAR-RAZAO-FIM.        EXIT.

      *-----------------------------------------------------------------
       0230-VALIDAR-REABERTURA          SECTION.
      *-----------------------------------------------------------------
      *    MESMA REGRA DA DUPLA APROVACAO DO MANTCLI: DOIS OPERADORES
           END-IF.
           CLOSE LISTFECH.

ALT01      IF WRK-CONCDIA-ATIVO
ALT01          CLOSE CONCDIA
ALT01      END-IF.
ALT02      IF WRK-SALDORAZ-ATIVO
ALT02          CLOSE SALDORAZ
ALT02      END-IF.

           GOBACK.

       0300-FINALIZAR-FIM.              EXIT.
