      *    LIQUIDA                   INPUT              REGLIQ
      *    CONFIRMA                  INPUT              REGCONFP
      *    TOLPARM                   INPUT              REGTOLC
ALT01 *    CONFRES                   OUTPUT             REGCONR
      *    CONFREL                   OUTPUT             N/A
      *    CONFSTRM                  INPUT              BOOKMSG
      *    CONFSTRM                  INPUT              BOOKASSI
      *-----------------------------------------------------------------
      *-------------------ALTERACOESDO PROGRAMA-------------------------

ALT01 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT01 *== OBJETIVO....: O RESULTADO DO BATIMENTO PASSOU A SER GRAVADO
      *                 NO ARQUIVO CONFRES (BOOK REGCONR), UM REGISTRO
      *                 POR SERVICO LIQUIDADO: "A" APROVADO (SEM
      *                 NENHUMA DIVERGENCIA) OU "D" DIVERGENTE OU SEM
      *                 CONFIRMACAO, COM A COMPETENCIA CONFIRMADA E O
      *                 VALOR DO REPASSE - E DELE QUE A REMESSA DE
      *                 PAGAMENTO A PARCEIROS (PAGPARC) TIRA O QUE PODE
      *                 SER PAGO.

      *=================================================================
       ENVIRONMENT                      DIVISION.
      *=================================================================

           SELECT CONFREL ASSIGN TO WRK-NOME-CONFREL
           FILE STATUS IS FS-CONFREL.

ALT01      SELECT CONFRES ASSIGN TO WRK-NOME-CONFRES
ALT01      ORGANIZATION IS SEQUENTIAL
ALT01      FILE STATUS IS FS-CONFRES.
      *-----------------------------------------------------------------

      *=================================================================
       FD  CONFREL.
       01  REG-CONFREL                  PIC X(080).

      *-----------------------------------------------------------------
      *
      *            OUTPUT - RESULTADO DO BATIMENTO POR SERVICO
      *
      *-----------------------------------------------------------------
ALT01  FD  CONFRES.
ALT01  COPY "REGCONR".

      *-----------------------------------------------------------------
       WORKING-STORAGE                  SECTION.
      *-----------------------------------------------------------------
       01  FS-CONFIRMA                  PIC 9(002)         VALUE ZEROS.
       01  FS-TOLPARM                   PIC 9(002)         VALUE ZEROS.
       01  FS-CONFREL                   PIC 9(002)         VALUE ZEROS.
ALT01  01  FS-CONFRES                   PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "C:\RELATORIO\dados\TOLPARM.DAT".
       01  WRK-NOME-CONFREL             PIC X(040)         VALUE
              "C:\RELATORIO\dados\CONFREL.txt".
ALT01  01  WRK-NOME-CONFRES             PIC X(040)         VALUE
ALT01         "C:\RELATORIO\dados\CONFRES.DAT".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
               10 LIQ-TAB-REPASSE       PIC 9(009)V99 COMP-3
                                                   VALUE ZEROS.
               10 LIQ-TAB-CONFERIDO     PIC X(001) VALUE "N".
ALT01          10 LIQ-TAB-COMPETENCIA   PIC 9(006) VALUE ZEROS.
ALT01          10 LIQ-TAB-DIVERGENTE    PIC X(001) VALUE "N".

       01  WRK-QT-LIQ                   PIC 9(002)  COMP-3 VALUE ZEROS.
       01  IDX-LIQ                      PIC 9(002)  COMP-3 VALUE ZEROS.
       01  ACU-CONF-LIDAS              PIC 9(005)  COMP-3  VALUE ZEROS.
       01  ACU-BATIDOS                 PIC 9(005)  COMP-3  VALUE ZEROS.
       01  ACU-DIVERGENCIAS            PIC 9(005)  COMP-3  VALUE ZEROS.
ALT01  01  ACU-APROVADOS               PIC 9(005)  COMP-3  VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
           PERFORM 0140-CARREGAR-LIQUIDACAO.
           PERFORM 0200-BATER-CONFIRMACOES.
           PERFORM 0250-LISTAR-SEM-CONFIRMACAO.
ALT01      PERFORM 0260-GRAVAR-RESULTADOS.
           PERFORM 0300-FINALIZAR.

       0000-PRINCIPAL-FIM.              EXIT.
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

ALT01      ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CONFRES".
ALT01      IF WRK-DD-EXTERNA NOT EQUAL SPACES
ALT01          MOVE WRK-DD-EXTERNA       TO WRK-NOME-CONFRES
ALT01          MOVE SPACES               TO WRK-DD-EXTERNA
ALT01      END-IF.

           OPEN INPUT CONFIRMA.
           IF FS-CONFIRMA NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT01      OPEN OUTPUT CONFRES.
ALT01      IF FS-CONFRES NOT EQUAL ZEROS
ALT01          MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
ALT01          MOVE FS-CONFRES               TO WRK-STATUS-ERRO
ALT01          MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
ALT01          MOVE "CONFSTRM"               TO WRK-PROGRAMA-ERRO
ALT01          MOVE "CONFRES"                TO WRK-ARQUIVO-ERRO
ALT01          PERFORM 9999-TRATAR-ERRO
ALT01      END-IF.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------
               PERFORM 0240-GRAVAR-DIVERGENCIA
           ELSE
               MOVE "S" TO LIQ-TAB-CONFERIDO (WRK-IDX-ACHADO)
ALT01          MOVE CONF-COMPETENCIA
ALT01                   TO LIQ-TAB-COMPETENCIA (WRK-IDX-ACHADO)
               PERFORM 0230-COMPARAR-LADOS
           END-IF.

               MOVE LIQ-TAB-QT (WRK-IDX-ACHADO) TO WRK-DIV-NOSSO
               MOVE CONF-QT-ASSINATURAS         TO WRK-DIV-PARCEIRO
               PERFORM 0240-GRAVAR-DIVERGENCIA
ALT01          MOVE "S" TO LIQ-TAB-DIVERGENTE (WRK-IDX-ACHADO)
           END-IF.

           COMPUTE WRK-DIFERENCA-VALOR =
                                     TO WRK-DIV-NOSSO
               MOVE CONF-VALOR       TO WRK-DIV-PARCEIRO
               PERFORM 0240-GRAVAR-DIVERGENCIA
ALT01          MOVE "S" TO LIQ-TAB-DIVERGENTE (WRK-IDX-ACHADO)
           END-IF.

           IF CONF-QT-ASSINATURAS EQUAL
       0255-TESTAR-SEM-CONFIRMACAO-FIM. EXIT.

      *-----------------------------------------------------------------
ALT01  0260-GRAVAR-RESULTADOS           SECTION.
      *-----------------------------------------------------------------
ALT01 *    UM RESULTADO POR SERVICO LIQUIDADO. SO E APROVADO O QUE O
ALT01 *    PARCEIRO CONFIRMOU SEM NENHUMA DIVERGENCIA; SEM CONFIRMACAO
ALT01 *    OU COM DIVERGENCIA, O REPASSE FICA FORA DA REMESSA DE
ALT01 *    PAGAMENTO ATE A DISPUTA SER RESOLVIDA.
      *-----------------------------------------------------------------

ALT01      PERFORM 0265-GRAVAR-RESULTADO
ALT01          VARYING IDX-LIQ FROM 1 BY 1
ALT01          UNTIL IDX-LIQ GREATER WRK-QT-LIQ.

ALT01  0260-GRAVAR-RESULTADOS-FIM.      EXIT.

      *-----------------------------------------------------------------
ALT01  0265-GRAVAR-RESULTADO            SECTION.
      *-----------------------------------------------------------------

ALT01      MOVE LIQ-TAB-STREAMING (IDX-LIQ)   TO CONR-STREAMING.
ALT01      MOVE LIQ-TAB-COMPETENCIA (IDX-LIQ) TO CONR-COMPETENCIA.
ALT01      MOVE LIQ-TAB-REPASSE (IDX-LIQ)     TO CONR-VALOR-REPASSE.

ALT01      IF LIQ-TAB-CONFERIDO (IDX-LIQ) EQUAL "S"
ALT01         AND LIQ-TAB-DIVERGENTE (IDX-LIQ) EQUAL "N"
ALT01          SET CONR-APROVADO              TO TRUE
ALT01          ADD 1 TO ACU-APROVADOS
ALT01      ELSE
ALT01          SET CONR-DIVERGENTE            TO TRUE
ALT01      END-IF.

ALT01      WRITE REG-CONF-RESULTADO.
ALT01      IF FS-CONFRES NOT EQUAL ZEROS
ALT01          MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
ALT01          MOVE FS-CONFRES               TO WRK-STATUS-ERRO
ALT01          MOVE "0265-GRAVAR-RESULTADO"  TO WRK-AREA-ERRO
ALT01          MOVE "CONFSTRM"               TO WRK-PROGRAMA-ERRO
ALT01          MOVE "CONFRES"                TO WRK-ARQUIVO-ERRO
ALT01          PERFORM 9999-TRATAR-ERRO
ALT01      END-IF.

ALT01  0265-GRAVAR-RESULTADO-FIM.       EXIT.

      *-----------------------------------------------------------------
       0290-ESTATISTICA                 SECTION.
      *-----------------------------------------------------------------

           DISPLAY "CONFIRMACOES LIDAS...........: " ACU-CONF-LIDAS.
           DISPLAY "SERVICOS BATIDOS SEM RESSALVA: " ACU-BATIDOS.
           DISPLAY "DIVERGENCIAS APONTADAS.......: " ACU-DIVERGENCIAS.
ALT01      DISPLAY "REPASSES APROVADOS P/ PAGTO..: " ACU-APROVADOS.
           DISPLAY WRK-TRACO.
           DISPLAY WRK-FIM-PROGRAMA.
           DISPLAY WRK-TRACO.
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT01      CLOSE CONFRES.
ALT01      IF FS-CONFRES NOT EQUAL ZEROS
ALT01          MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
ALT01          MOVE FS-CONFRES        TO WRK-STATUS-ERRO
ALT01          MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
ALT01          MOVE "CONFSTRM"        TO WRK-PROGRAMA-ERRO
ALT01          MOVE "CONFRES"         TO WRK-ARQUIVO-ERRO
ALT01          PERFORM 9999-TRATAR-ERRO
ALT01      END-IF.

           GOBACK.

       0300-FINALIZAR-FIM.              EXIT.
