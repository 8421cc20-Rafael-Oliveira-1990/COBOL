      *    VALETRAN                  INPUT              REGVALT
      *    VOUCHER                   I-O                REGVALE
      *    CLIENTES                  INPUT              REGCLI
      *    VIGILANC                  INPUT              REGVIGI
      *    LISTVALE                  OUTPUT             N/A
      *    VALECLI                   INPUT              BOOKMSG
      *    VALECLI                   INPUT              BOOKASSI
      *-----------------------------------------------------------------
      *-------------------ALTERACOESDO PROGRAMA-------------------------

ALT01 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT01 *== OBJETIVO....: CLIENTE COM A FRAUDE CONFIRMADA NA LISTA DE
      *                 VIGILANCIA (ARQUIVO INDEXADO VIGILANC, BOOK
      *                 REGVIGI, REGISTRO RESUMO DA REGRA 00 NA
      *                 SITUACAO "F", CONFIRMADA PELO ANALISTA NO
      *                 MANTVIGI) NAO RESGATA VALE - REJEITADO COM O
      *                 MOTIVO "CLIENTE BLOQUEADO - FRAUDE". SEM O
      *                 ARQUIVO VIGILANC (STATUS 35), NINGUEM E
      *                 BLOQUEADO.

      *=================================================================
       ENVIRONMENT                      DIVISION.
      *=================================================================
           RECORD KEY IS REG-CODIGO
           FILE STATUS IS FS-CLIENTES.

ALT01      SELECT VIGILANC ASSIGN TO WRK-NOME-VIGILANC
ALT01      ORGANIZATION IS INDEXED
ALT01      ACCESS MODE IS RANDOM
ALT01      RECORD KEY IS VIG-CHAVE
ALT01      FILE STATUS IS FS-VIGILANC.

           SELECT LISTVALE ASSIGN TO WRK-NOME-LISTVALE
           FILE STATUS IS FS-LISTVALE.
      *-----------------------------------------------------------------
       FD  CLIENTES.
       COPY "REGCLI".

      *-----------------------------------------------------------------
      *
      *            INPUT - LISTA DE VIGILANCIA ANTIFRAUDE
      *
      *-----------------------------------------------------------------
ALT01  FD  VIGILANC.
ALT01  COPY "REGVIGI".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - LISTAGEM DE CONFERENCIA DOS RESGATES
       01  FS-VALETRAN                  PIC 9(002)         VALUE ZEROS.
       01  FS-VOUCHER                   PIC 9(002)         VALUE ZEROS.
       01  FS-CLIENTES                  PIC 9(002)         VALUE ZEROS.
ALT01  01  FS-VIGILANC                  PIC 9(002)         VALUE ZEROS.
       01  FS-LISTVALE                  PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
              "C:\RELATORIO\dados\VOUCHER.DAT".
       01  WRK-NOME-CLIENTES            PIC X(040)         VALUE
              "C:\RELATORIO\dados\CLIENTES.DAT".
ALT01  01  WRK-NOME-VIGILANC            PIC X(040)         VALUE
ALT01         "C:\RELATORIO\dados\VIGILANC.DAT".
       01  WRK-NOME-LISTVALE            PIC X(040)         VALUE
              "C:\RELATORIO\dados\LISTVALE.txt".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.
       01  WRK-SW-FIM-TRANS             PIC X(001)         VALUE "N".
           88 WRK-FIM-TRANS                                 VALUE "S".

ALT01  01  WRK-SW-VIGILANC              PIC X(001)         VALUE "N".
ALT01      88 WRK-VIGILANC-DISPONIVEL                      VALUE "S".
ALT01      88 WRK-VIGILANC-INDISPONIVEL                    VALUE "N".

ALT01  01  WRK-SW-BLOQUEIO              PIC X(001)         VALUE "N".
ALT01      88 WRK-CLIENTE-BLOQUEADO                        VALUE "S".
ALT01      88 WRK-CLIENTE-LIBERADO                         VALUE "N".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----LINHAS DE CONFERENCIA DO RESGATE-----".
       01  ACU-TRANS-LIDAS             PIC 9(005)  COMP-3  VALUE ZEROS.
       01  ACU-RESGATADOS              PIC 9(005)  COMP-3  VALUE ZEROS.
       01  ACU-REJEITADOS              PIC 9(005)  COMP-3  VALUE ZEROS.
ALT01  01  ACU-BLOQUEADOS              PIC 9(005)  COMP-3  VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

ALT01      ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_VIGILANC".
ALT01      IF WRK-DD-EXTERNA NOT EQUAL SPACES
ALT01          MOVE WRK-DD-EXTERNA       TO WRK-NOME-VIGILANC
ALT01          MOVE SPACES               TO WRK-DD-EXTERNA
ALT01      END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_LISTVALE".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-LISTVALE
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT01      OPEN INPUT  VIGILANC.
ALT01      IF FS-VIGILANC EQUAL ZEROS
ALT01          SET WRK-VIGILANC-DISPONIVEL   TO TRUE
ALT01      ELSE
ALT01          IF FS-VIGILANC NOT EQUAL 35
ALT01              MOVE WRK-ERRO-ABERTURA    TO WRK-DESCRICAO-ERRO
ALT01              MOVE FS-VIGILANC          TO WRK-STATUS-ERRO
ALT01              MOVE "0100-INICIALIZAR"   TO WRK-AREA-ERRO
ALT01              MOVE "VALECLI"            TO WRK-PROGRAMA-ERRO
ALT01              MOVE "VIGILANC"           TO WRK-ARQUIVO-ERRO
ALT01              PERFORM 9999-TRATAR-ERRO
ALT01          END-IF
ALT01      END-IF.

           OPEN OUTPUT LISTVALE.
           IF FS-LISTVALE NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
                   MOVE "CLIENTE NAO CADASTRADO"     TO WRK-REJ-MOTIVO
                   PERFORM 0240-GRAVAR-REJEITO
               NOT INVALID KEY
ALT01                  PERFORM 0232-VERIFICAR-BLOQUEIO
                   IF REG-TIPO-TRAILER OR REG-CANCELADO
                       MOVE "CLIENTE INVALIDO P/ RESGATE" TO
                                                        WRK-REJ-MOTIVO
                       PERFORM 0240-GRAVAR-REJEITO
                   ELSE
ALT01                  IF WRK-CLIENTE-BLOQUEADO
ALT01                      MOVE "CLIENTE BLOQUEADO - FRAUDE" TO
ALT01                                                   WRK-REJ-MOTIVO
ALT01                      PERFORM 0240-GRAVAR-REJEITO
ALT01                      ADD 1 TO ACU-BLOQUEADOS
ALT01                  ELSE
                       PERFORM 0235-EFETIVAR-RESGATE
ALT01                  END-IF
                   END-IF
           END-READ.

       0230-VALIDAR-CLIENTE-FIM.        EXIT.

      *-----------------------------------------------------------------
ALT01  0232-VERIFICAR-BLOQUEIO          SECTION.
      *-----------------------------------------------------------------
ALT01 *    O RESUMO DO CLIENTE NA LISTA DE VIGILANCIA (REGRA 00) FICA
ALT01 *    "F" ENQUANTO HOUVER ALERTA CONFIRMADO PELO ANALISTA.
      *-----------------------------------------------------------------

ALT01      SET WRK-CLIENTE-LIBERADO TO TRUE.

ALT01      IF WRK-VIGILANC-DISPONIVEL
ALT01          MOVE VALT-CODIGO-CLIENTE  TO VIG-CODIGO
ALT01          MOVE ZEROS                TO VIG-REGRA
ALT01          READ VIGILANC KEY IS VIG-CHAVE
ALT01              INVALID KEY
ALT01                  CONTINUE
ALT01              NOT INVALID KEY
ALT01                  IF VIG-CONFIRMADO
ALT01                      SET WRK-CLIENTE-BLOQUEADO TO TRUE
ALT01                  END-IF
ALT01          END-READ
ALT01      END-IF.

ALT01  0232-VERIFICAR-BLOQUEIO-FIM.     EXIT.

      *-----------------------------------------------------------------
       0235-EFETIVAR-RESGATE            SECTION.
      *-----------------------------------------------------------------

           DISPLAY "TRANSACOES LIDAS.............: " ACU-TRANS-LIDAS.
           DISPLAY "VALES RESGATADOS.............: " ACU-RESGATADOS.
           DISPLAY "TRANSACOES REJEITADAS........: " ACU-REJEITADOS.
ALT01      DISPLAY "  BLOQUEADAS POR FRAUDE......: " ACU-BLOQUEADOS.
           DISPLAY WRK-TRACO.
           DISPLAY WRK-FIM-PROGRAMA.
           DISPLAY WRK-TRACO.
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT01      IF WRK-VIGILANC-DISPONIVEL
ALT01          CLOSE VIGILANC
ALT01          IF FS-VIGILANC NOT EQUAL ZEROS
ALT01              MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
ALT01              MOVE FS-VIGILANC       TO WRK-STATUS-ERRO
ALT01              MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
ALT01              MOVE "VALECLI"         TO WRK-PROGRAMA-ERRO
ALT01              MOVE "VIGILANC"        TO WRK-ARQUIVO-ERRO
ALT01              PERFORM 9999-TRATAR-ERRO
ALT01          END-IF
ALT01      END-IF.

           CLOSE LISTVALE.
           IF FS-LISTVALE NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
