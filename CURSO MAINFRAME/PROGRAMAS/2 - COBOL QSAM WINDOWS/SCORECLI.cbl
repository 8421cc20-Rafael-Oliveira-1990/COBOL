      *-----------------------------------------------------------------
      *-------------------ALTERACOESDO PROGRAMA-------------------------

ALT01 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT01 *== OBJETIVO....: PROMESSAS DE PAGAMENTO QUEBRADAS
      *                 (PROM-QT-QUEBRADAS DO ARQUIVO PROMESSA,
      *                 BOOK REGPROM, MANTIDO PELO PROMCLI) ENTRAM
      *                 NA BANDA: DUAS OU MAIS QUEBRAS LEVAM A
      *                 BANDA "C" E UMA QUEBRA JA IMPEDE A BANDA
      *                 "A". A QUANTIDADE SAI EM SCOR-QT-PROMESSAS.
      *                 SEM O ARQUIVO PROMESSA (STATUS 35), A
      *                 APURACAO SEGUE COMO SEMPRE.

      *=================================================================
       ENVIRONMENT                      DIVISION.
      *=================================================================
           ACCESS MODE IS RANDOM
           RECORD KEY IS SCOR-CODIGO
           FILE STATUS IS FS-SCORE.

ALT01      SELECT PROMESSA ASSIGN TO WRK-NOME-PROMESSA
ALT01      ORGANIZATION IS INDEXED
ALT01      ACCESS MODE IS RANDOM
ALT01      RECORD KEY IS PROM-CODIGO
ALT01      FILE STATUS IS FS-PROMESSA.
      *-----------------------------------------------------------------

      *=================================================================
       FD  SCORE.
       COPY "REGSCOR".

ALT01 *-----------------------------------------------------------------
ALT01 *
ALT01 *            INPUT - PROMESSAS DE PAGAMENTO (PROMCLI)
ALT01 *
ALT01 *-----------------------------------------------------------------
ALT01  FD  PROMESSA.
ALT01  COPY "REGPROM".

      *-----------------------------------------------------------------
       WORKING-STORAGE                  SECTION.
      *-----------------------------------------------------------------
       01  FS-FATURAS                   PIC 9(002)         VALUE ZEROS.
       01  FS-AUDITORIA                 PIC 9(002)         VALUE ZEROS.
       01  FS-SCORE                     PIC 9(002)         VALUE ZEROS.
ALT01  01  FS-PROMESSA                  PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "C:\RELATORIO\dados\AUDITORIA.DAT".
       01  WRK-NOME-SCORE               PIC X(040)         VALUE
              "C:\RELATORIO\dados\SCORE.DAT".
ALT01  01  WRK-NOME-PROMESSA            PIC X(040)         VALUE
ALT01         "C:\RELATORIO\dados\PROMESSA.DAT".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  WRK-QT-ATRASOS               PIC 9(005)  COMP-3 VALUE ZEROS.
       01  WRK-MEDIA-DIAS               PIC 9(003)         VALUE ZEROS.
       01  WRK-QT-ESTORNOS              PIC 9(003)  COMP-3 VALUE ZEROS.
ALT01  01  WRK-QT-PROMESSAS-QUEBRADAS   PIC 9(003)  COMP-3 VALUE ZEROS.
       01  WRK-BANDA                    PIC X(001)         VALUE "B".

      *-----------------------------------------------------------------
       01  WRK-SW-FIM-AUDITORIA         PIC X(001)         VALUE "N".
           88 WRK-FIM-AUDITORIA                             VALUE "S".

ALT01  01  WRK-SW-PROMESSA              PIC X(001)         VALUE "N".
ALT01      88 WRK-PROMESSA-DISPONIVEL                       VALUE "S".
ALT01      88 WRK-PROMESSA-INDISPONIVEL                      VALUE "N".

      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)          VALUE
              "-----VARIAVEL DE ACUMULACAO-----".
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

ALT01      ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_PROMESSA".
ALT01      IF WRK-DD-EXTERNA NOT EQUAL SPACES
ALT01          MOVE WRK-DD-EXTERNA       TO WRK-NOME-PROMESSA
ALT01          MOVE SPACES               TO WRK-DD-EXTERNA
ALT01      END-IF.

           OPEN INPUT FATURAS.
           IF FS-FATURAS NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT01      OPEN INPUT PROMESSA.
ALT01      IF FS-PROMESSA EQUAL ZEROS
ALT01          SET WRK-PROMESSA-DISPONIVEL TO TRUE
ALT01      ELSE
ALT01          IF FS-PROMESSA EQUAL 35
ALT01              SET WRK-PROMESSA-INDISPONIVEL TO TRUE
ALT01          ELSE
ALT01              MOVE WRK-ERRO-ABERTURA    TO WRK-DESCRICAO-ERRO
ALT01              MOVE FS-PROMESSA          TO WRK-STATUS-ERRO
ALT01              MOVE "0100-INICIALIZAR"   TO WRK-AREA-ERRO
ALT01              MOVE "SCORECLI"           TO WRK-PROGRAMA-ERRO
ALT01              MOVE "PROMESSA"           TO WRK-ARQUIVO-ERRO
ALT01              PERFORM 9999-TRATAR-ERRO
ALT01          END-IF
ALT01      END-IF.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------
               MOVE ZEROS                       TO WRK-QT-ESTORNOS
           END-IF.

ALT01      MOVE ZEROS TO WRK-QT-PROMESSAS-QUEBRADAS.
ALT01      IF WRK-PROMESSA-DISPONIVEL
ALT01          MOVE WRK-CODIGO-CORRENTE TO PROM-CODIGO
ALT01          READ PROMESSA KEY IS PROM-CODIGO
ALT01              INVALID KEY
ALT01                  CONTINUE
ALT01              NOT INVALID KEY
ALT01                  MOVE PROM-QT-QUEBRADAS
ALT01                                  TO WRK-QT-PROMESSAS-QUEBRADAS
ALT01          END-READ
ALT01      END-IF.

           IF WRK-QT-PAGAS EQUAL ZEROS AND WRK-QT-ESTORNOS EQUAL ZEROS
ALT01          AND WRK-QT-PROMESSAS-QUEBRADAS EQUAL ZEROS
               CONTINUE
           ELSE
               IF WRK-QT-PAGAS GREATER ZEROS
               WHEN WRK-QT-ESTORNOS GREATER ZEROS
                 OR WRK-MEDIA-DIAS GREATER 30
                 OR WRK-QT-ATRASOS GREATER 6
ALT01            OR WRK-QT-PROMESSAS-QUEBRADAS GREATER 1
                   MOVE "C" TO WRK-BANDA
                   ADD 1 TO ACU-BANDA-C
               WHEN WRK-QT-ATRASOS NOT GREATER 1
                AND WRK-MEDIA-DIAS NOT GREATER 5
ALT01           AND WRK-QT-PROMESSAS-QUEBRADAS EQUAL ZEROS
                   MOVE "A" TO WRK-BANDA
                   ADD 1 TO ACU-BANDA-A
               WHEN OTHER
           MOVE WRK-QT-PAGAS        TO SCOR-QT-COMPETENCIAS.
           MOVE WRK-QT-ATRASOS      TO SCOR-QT-ATRASOS.
           MOVE WRK-QT-ESTORNOS     TO SCOR-QT-ESTORNOS.
ALT01      MOVE WRK-QT-PROMESSAS-QUEBRADAS
ALT01                               TO SCOR-QT-PROMESSAS.
           MOVE WRK-DATA-ATUAL      TO SCOR-DATA-APURACAO.

           WRITE REG-SCORE
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT01      IF WRK-PROMESSA-DISPONIVEL
ALT01          CLOSE PROMESSA
ALT01          IF FS-PROMESSA NOT EQUAL ZEROS
ALT01              MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
ALT01              MOVE FS-PROMESSA       TO WRK-STATUS-ERRO
ALT01              MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
ALT01              MOVE "SCORECLI"        TO WRK-PROGRAMA-ERRO
ALT01              MOVE "PROMESSA"        TO WRK-ARQUIVO-ERRO
ALT01              PERFORM 9999-TRATAR-ERRO
ALT01          END-IF
ALT01      END-IF.

           GOBACK.

       0300-FINALIZAR-FIM.              EXIT.
