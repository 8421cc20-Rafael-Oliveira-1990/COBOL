      *                 JA TOMADO TERMINA COM RETURN-CODE 20; TRAVA
      *                 ORFA E LIMPA PELO DESTRAVA.

ALT08 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT08 *== OBJETIVO....: CLIENTE COM PROMESSA DE PAGAMENTO ABERTA
      *                 (ARQUIVO PROMESSA, BOOK REGPROM, MANTIDO
      *                 PELO PROMCLI) E DENTRO DA DATA PROMETIDA
      *                 NAO E SUSPENSO. PROMESSA QUEBRADA VOLTA
      *                 AO LIMIAR NORMAL. SEM O ARQUIVO PROMESSA
      *                 (STATUS 35), SEGUE SUSPENDENDO COMO
      *                 SEMPRE.

ALT09 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT09 *== OBJETIVO....: CADA GRAVACAO, REGRAVACAO OU EXCLUSAO NO MESTRE
      *                 CLIENTES PASSA A SAIR NO JOURNAL DE RECUPERACAO
      *                 (SUBPROGRAMA GRVJRNL, BOOK BOOKJRNL) COM AS
      *                 IMAGENS ANTES E DEPOIS DO REGISTRO - SE O MESTRE
      *                 SE PERDER NO MEIO DA CADEIA, O RECJRNL REAPLICA
      *                 O JOURNAL SOBRE A COPIA DE SEGURANCA.

      *=================================================================
       ENVIRONMENT                      DIVISION.
      *=================================================================
ALT03      RECORD KEY IS ACOR-CODIGO
ALT03      FILE STATUS IS FS-ACORDO.

ALT08      SELECT PROMESSA ASSIGN TO WRK-NOME-PROMESSA
ALT08      ORGANIZATION IS INDEXED
ALT08      ACCESS MODE IS RANDOM
ALT08      RECORD KEY IS PROM-CODIGO
ALT08      FILE STATUS IS FS-PROMESSA.

ALT06      SELECT SCORE ASSIGN TO WRK-NOME-SCORE
ALT06      ORGANIZATION IS INDEXED
ALT06      ACCESS MODE IS RANDOM
ALT03  FD  ACORDO.
ALT03  COPY "REGACORD".

ALT08 *-----------------------------------------------------------------
ALT08 *
ALT08 *            INPUT - PROMESSAS DE PAGAMENTO (PROMCLI)
ALT08 *
ALT08 *-----------------------------------------------------------------
ALT08  FD  PROMESSA.
ALT08  COPY "REGPROM".

      *-----------------------------------------------------------------
      *
      *            INPUT - SCORE DE PAGAMENTO POR CLIENTE (SCORECLI)
       01  FS-CLIENTES                  PIC 9(002)         VALUE ZEROS.
ALT01  01  FS-FATURAS                   PIC 9(002)         VALUE ZEROS.
ALT03  01  FS-ACORDO                    PIC 9(002)         VALUE ZEROS.
ALT08  01  FS-PROMESSA                  PIC 9(002)         VALUE ZEROS.
ALT06  01  FS-SCORE                     PIC 9(002)         VALUE ZEROS.
ALT07  01  FS-TRAVA                     PIC 9(002)         VALUE ZEROS.
       01  FS-LISTSUSP                  PIC 9(002)         VALUE ZEROS.
ALT01         "C:\RELATORIO\dados\FATURAS.DAT".
ALT03  01  WRK-NOME-ACORDO              PIC X(040)         VALUE
ALT03         "C:\RELATORIO\dados\ACORDO.DAT".
ALT08  01  WRK-NOME-PROMESSA            PIC X(040)         VALUE
ALT08         "C:\RELATORIO\dados\PROMESSA.DAT".
ALT06  01  WRK-NOME-SCORE               PIC X(040)         VALUE
ALT06         "C:\RELATORIO\dados\SCORE.DAT".
ALT07  01  WRK-NOME-TRAVA               PIC X(040)         VALUE
ALT03      88 WRK-CLIENTE-EM-ACORDO                         VALUE "S".
ALT03      88 WRK-CLIENTE-SEM-ACORDO                         VALUE "N".

ALT08  01  WRK-SW-PROMESSA              PIC X(001)         VALUE "N".
ALT08      88 WRK-PROMESSA-DISPONIVEL                       VALUE "S".
ALT08      88 WRK-PROMESSA-INDISPONIVEL                      VALUE "N".

ALT08  01  WRK-SW-EM-PROMESSA           PIC X(001)         VALUE "N".
ALT08      88 WRK-CLIENTE-EM-PROMESSA                       VALUE "S".
ALT08      88 WRK-CLIENTE-SEM-PROMESSA                       VALUE "N".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----LINHA DE CONFERENCIA DA SUSPENSAO-----".

       01  ACU-LIDOS                    PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-SUSPENSOS                PIC 9(005)  COMP-3 VALUE ZEROS.
ALT08  01  ACU-EM-PROMESSA              PIC 9(005)  COMP-3 VALUE ZEROS.

      *-----------------------------------------------------------------
ALT05  01  FILLER                       PIC X(050)         VALUE
ALT05  COPY "BOOKDIAU".

      *-----------------------------------------------------------------
ALT09  01  FILLER                       PIC X(050)         VALUE
ALT09         "-----AREA COMUNICACAO SUBPROGRAMA GRVJRNL-----".
      *-----------------------------------------------------------------
ALT09  COPY "BOOKJRNL".

ALT09  01  WRK-JRN-CLIENTE-ANTES        PIC X(150)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----BOOK DE MENSAGEM DEDE ERRO DOS ARQUIVOS-----".
      *-----------------------------------------------------------------
ALT03          END-IF
ALT03      END-IF.

ALT08      ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_PROMESSA".
ALT08      IF WRK-DD-EXTERNA NOT EQUAL SPACES
ALT08          MOVE WRK-DD-EXTERNA       TO WRK-NOME-PROMESSA
ALT08          MOVE SPACES               TO WRK-DD-EXTERNA
ALT08      END-IF.

ALT08      OPEN INPUT PROMESSA.
ALT08      IF FS-PROMESSA EQUAL ZEROS
ALT08          SET WRK-PROMESSA-DISPONIVEL TO TRUE
ALT08      ELSE
ALT08          IF FS-PROMESSA EQUAL 35
ALT08              SET WRK-PROMESSA-INDISPONIVEL TO TRUE
ALT08          ELSE
ALT08              MOVE WRK-ERRO-ABERTURA      TO WRK-DESCRICAO-ERRO
ALT08              MOVE FS-PROMESSA            TO WRK-STATUS-ERRO
ALT08              MOVE "0100-INICIALIZAR"     TO WRK-AREA-ERRO
ALT08              MOVE "SUSPCLI"              TO WRK-PROGRAMA-ERRO
ALT08              MOVE "PROMESSA"             TO WRK-ARQUIVO-ERRO
ALT08              PERFORM 9999-TRATAR-ERRO
ALT08          END-IF
ALT08      END-IF.

ALT06      ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_SCORE".
ALT06      IF WRK-DD-EXTERNA NOT EQUAL SPACES
ALT06          MOVE WRK-DD-EXTERNA       TO WRK-NOME-SCORE

ALT01  0176-LER-FATURA-FIM.             EXIT.

ALT08 *-----------------------------------------------------------------
ALT08  0177-CONSULTAR-PROMESSA           SECTION.
ALT08 *-----------------------------------------------------------------
ALT08 *    CLIENTE COM PROMESSA DE PAGAMENTO ABERTA E AINDA DENTRO DA
ALT08 *    DATA PROMETIDA (O PROMCLI RODA ANTES E QUEBRA A PROMESSA
ALT08 *    VENCIDA SEM PAGAMENTO).
ALT08 *-----------------------------------------------------------------

ALT08      SET WRK-CLIENTE-SEM-PROMESSA TO TRUE.

ALT08      IF WRK-PROMESSA-DISPONIVEL
ALT08          MOVE REG-CODIGO TO PROM-CODIGO
ALT08          READ PROMESSA KEY IS PROM-CODIGO
ALT08              INVALID KEY
ALT08                  CONTINUE
ALT08              NOT INVALID KEY
ALT08                  IF PROM-ABERTA
ALT08                      AND PROM-DATA-PROMETIDA NOT LESS
ALT08                                              WRK-DATA-ATUAL
ALT08                      SET WRK-CLIENTE-EM-PROMESSA TO TRUE
ALT08                  END-IF
ALT08          END-READ
ALT08      END-IF.

ALT08  0177-CONSULTAR-PROMESSA-FIM.     EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                   SECTION.
      *-----------------------------------------------------------------
           ADD 1 TO ACU-LIDOS.

ALT03      PERFORM 0173-CONSULTAR-ACORDO.
ALT08      PERFORM 0177-CONSULTAR-PROMESSA.
ALT08      IF WRK-CLIENTE-EM-PROMESSA
ALT08          ADD 1 TO ACU-EM-PROMESSA
ALT08      END-IF.

ALT03      IF REG-TIPO-DETALHE AND REG-ATIVO
ALT03          AND WRK-CLIENTE-SEM-ACORDO
ALT08          AND WRK-CLIENTE-SEM-PROMESSA
ALT06          PERFORM 0174-CONSULTAR-SCORE
ALT01          IF WRK-FATURAS-DISPONIVEL
ALT01              PERFORM 0175-ACHAR-FATURA-ANTIGA
       0220-SUSPENDER-CLIENTE           SECTION.
      *-----------------------------------------------------------------

ALT09      MOVE REG-CLIENTES             TO WRK-JRN-CLIENTE-ANTES.
           SET REG-SUSPENSO TO TRUE.

           REWRITE REG-CLIENTES.
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT09      SET JRN-ALTERACAO             TO TRUE.
ALT09      PERFORM 0810-JOURNAL-CLIENTE.

           MOVE REG-CODIGO              TO WRK-SUSP-CODIGO.
           MOVE REG-NOME                TO WRK-SUSP-NOME.
           MOVE WRK-DIAS-ATRASO         TO WRK-SUSP-DIAS.
           DISPLAY WRK-TRACO.
           DISPLAY "TOTAL DE REGISTROS LIDOS.....: " ACU-LIDOS.
           DISPLAY "TOTAL DE CLIENTES SUSPENSOS..: " ACU-SUSPENSOS.
ALT08      DISPLAY "CLIENTES EM PROMESSA.........: " ACU-EM-PROMESSA.
           DISPLAY "LIMIAR DE DIAS DE ATRASO.....: "
                                                   WRK-DIAS-SUSPENSAO.
           DISPLAY WRK-TRACO.
ALT03          END-IF
ALT03      END-IF.

ALT08      IF WRK-PROMESSA-DISPONIVEL
ALT08          CLOSE PROMESSA
ALT08          IF FS-PROMESSA NOT EQUAL ZEROS
ALT08              MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
ALT08              MOVE FS-PROMESSA       TO WRK-STATUS-ERRO
ALT08              MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
ALT08              MOVE "SUSPCLI"         TO WRK-PROGRAMA-ERRO
ALT08              MOVE "PROMESSA"        TO WRK-ARQUIVO-ERRO
ALT08              PERFORM 9999-TRATAR-ERRO
ALT08          END-IF
ALT08      END-IF.

ALT06      IF WRK-SCORE-DISPONIVEL
ALT06          CLOSE SCORE
ALT06          IF FS-SCORE NOT EQUAL ZEROS
ALT07      OPEN OUTPUT TRAVA.
ALT07      CLOSE TRAVA.

ALT09      SET JRN-FUNC-FECHAR           TO TRUE.
ALT09      CALL "GRVJRNL" USING JRN-PARAMETRO.

           GOBACK.

       0300-FINALIZAR-FIM.              EXIT.

      *-----------------------------------------------------------------
ALT09  0810-JOURNAL-CLIENTE             SECTION.
      *-----------------------------------------------------------------
ALT09 *    IMAGENS ANTES/DEPOIS DO MESTRE CLIENTES PARA O JOURNAL DE
ALT09 *    RECUPERACAO (GRVJRNL). A OPERACAO JA VEM EM JRN-OPERACAO.
      *-----------------------------------------------------------------

ALT09      SET JRN-FUNC-GRAVAR           TO TRUE.
ALT09      MOVE "SUSPCLI"                TO JRN-PROGRAMA.
ALT09      SET JRN-ARQ-CLIENTES          TO TRUE.
ALT09      MOVE SPACES                   TO JRN-IMAGEM-ANTES
ALT09                                       JRN-IMAGEM-DEPOIS.
ALT09      IF NOT JRN-INCLUSAO
ALT09          MOVE WRK-JRN-CLIENTE-ANTES TO JRN-IMAGEM-ANTES
ALT09      END-IF.
ALT09      IF NOT JRN-EXCLUSAO
ALT09          MOVE REG-CLIENTES         TO JRN-IMAGEM-DEPOIS
ALT09          MOVE REG-CLIENTES         TO WRK-JRN-CLIENTE-ANTES
ALT09      END-IF.

ALT09      CALL "GRVJRNL" USING JRN-PARAMETRO.

ALT09  0810-JOURNAL-CLIENTE-FIM.        EXIT.

      *-----------------------------------------------------------------
       9999-TRATAR-ERRO                 SECTION.
      *-----------------------------------------------------------------

