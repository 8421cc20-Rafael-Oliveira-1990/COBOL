      *    ARQUIVO                    TIPO               BOOK
      *    CLIENTES                  INPUT              REGCLI
      *    FATURAS                   INPUT              REGFATUR
ALT06 *    MANDATOS                  INPUT              REGMAND
      *    REMESSA                   OUTPUT             REGCNAB
      *    DEBAUTO                   INPUT              BOOKMSG
      *    DEBAUTO                   INPUT              BOOKASSI
      *                 DISPUTA, E O ROTEIBAN (QUE JA EXCLUI DISPUTA)
      *                 NAO BATIA COM OS TOTAIS DA REMESSA.

ALT06 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT06 *== OBJETIVO....: CADASTRO DE OPTANTES (ARQUIVO MANDATOS, BOOK
      *                 REGMAND): SO ENTRA NA REMESSA O CLIENTE CUJO MANDATO
      *                 NO BANCO DO STEP ESTA CONFIRMADO PELO BANCO (RETADES).
      *                 MANDATO PENDENTE, ENVIADO, RECUSADO OU CANCELADO FICA
      *                 DE FORA E O CLIENTE RECEBE BOLETO PELO BOLETCLI ATE A
      *                 CONFIRMACAO - O PRIMEIRO DEBITO NAO VOLTA MAIS COMO
      *                 CONTA NAO CADASTRADA. CLIENTE SEM REGISTRO NO MANDATOS
      *                 (OPTANTE ANTERIOR AO CADASTRO) CONTINUA SENDO DEBITADO,
      *                 ASSIM COMO TODOS QUANDO O ARQUIVO NAO EXISTE.

ALT07 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT07 *== OBJETIVO....: A REMESSA DE CADA BANCO PASSA A SER REGISTRADA
      *                 NO MANIFESTO DE SAIDA, COM O BANCO DO STEP COMO
      *                 DESTINO (SUBPROGRAMA GRVMANI, BOOK BOOKMANI) -
      *                 QUANTIDADE, VALOR TOTAL E HASH DO CONTEUDO, COM
      *                 A SEQUENCIA DO ENVIO. REGERAR O MESMO MOVIMENTO
      *                 E REENVIO DA SEQUENCIA JA REGISTRADA: SEM
      *                 LIBERACAO DE DOIS OPERADORES NO MANILIB O
      *                 PROGRAMA TERMINA COM RETURN-CODE 08 PARA A
      *                 TRANSMISSAO NAO RODAR.

      *=================================================================
       ENVIRONMENT                      DIVISION.
      *=================================================================
           RECORD KEY IS FAT-CHAVE
           FILE STATUS IS FS-FATURAS.

ALT06      SELECT MANDATOS ASSIGN TO WRK-NOME-MANDATOS
ALT06      ORGANIZATION IS INDEXED
ALT06      ACCESS MODE IS RANDOM
ALT06      RECORD KEY IS MND-CHAVE
ALT06      FILE STATUS IS FS-MANDATOS.

           SELECT REMESSA ASSIGN TO WRK-NOME-REMESSA
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-REMESSA.
       FD  FATURAS.
       COPY "REGFATUR".

      *-----------------------------------------------------------------
      *
      *            INPUT - CADASTRO DE OPTANTES DO DEBITO AUTOMATICO
      *
      *-----------------------------------------------------------------
ALT06  FD  MANDATOS.
ALT06  COPY "REGMAND".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - REMESSA DE DEBITO AUTOMATICO
ALT01  01  FS-DEBPARM                   PIC 9(002)         VALUE ZEROS.
       01  FS-CLIENTES                  PIC 9(002)         VALUE ZEROS.
       01  FS-FATURAS                   PIC 9(002)         VALUE ZEROS.
ALT06  01  FS-MANDATOS                  PIC 9(002)         VALUE ZEROS.
       01  FS-REMESSA                   PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
              "C:\RELATORIO\dados\REMESSA.DAT".
ALT01  01  WRK-NOME-DEBPARM             PIC X(040)         VALUE
ALT01         "C:\RELATORIO\dados\DEBPARM.DAT".
ALT06  01  WRK-NOME-MANDATOS            PIC X(040)         VALUE
ALT06         "C:\RELATORIO\dados\MANDATOS.DAT".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  WRK-SW-FIM-FATURAS           PIC X(001)         VALUE "N".
           88 WRK-FIM-FATURAS                                VALUE "S".

ALT06  01  WRK-SW-MANDATOS              PIC X(001)         VALUE "N".
ALT06      88 WRK-MANDATOS-DISPONIVEL                       VALUE "S".
ALT06      88 WRK-MANDATOS-INDISPONIVEL                      VALUE "N".

ALT06  01  WRK-SW-MANDATO               PIC X(001)         VALUE "N".
ALT06      88 WRK-MANDATO-CONFIRMADO                        VALUE "S".
ALT06      88 WRK-MANDATO-NAO-CONFIRMADO                     VALUE "N".

       01  ACU-LIDOS                    PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-INSTRUCOES               PIC 9(005)  COMP-3 VALUE ZEROS.
ALT06  01  ACU-SEM-MANDATO              PIC 9(005)  COMP-3 VALUE ZEROS.
ALT04  01  WRK-VALOR-RESIDUO            PIC 9(007)V99 COMP-3
ALT04                                                      VALUE ZEROS.
       01  ACU-VALOR-TOTAL              PIC 9(009)V99 COMP-3
ALT02  COPY "BOOKDIAU".

      *-----------------------------------------------------------------
ALT07  01  FILLER                       PIC X(050)         VALUE
ALT07         "-----AREA COMUNICACAO SUBPROGRAMA GRVMANI-----".
      *-----------------------------------------------------------------
ALT07  COPY "BOOKMANI".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----BOOK DE MENSAGEM DEDE ERRO DOS ARQUIVOS-----".
      *-----------------------------------------------------------------
ALT01          MOVE SPACES               TO WRK-DD-EXTERNA
ALT01      END-IF.

ALT06      ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_MANDATOS".
ALT06      IF WRK-DD-EXTERNA NOT EQUAL SPACES
ALT06          MOVE WRK-DD-EXTERNA       TO WRK-NOME-MANDATOS
ALT06          MOVE SPACES               TO WRK-DD-EXTERNA
ALT06      END-IF.

ALT01      PERFORM 0116-LER-PARAMETROS.

           OPEN INPUT CLIENTES.
               END-IF
           END-IF.

ALT06      OPEN INPUT MANDATOS.
ALT06      IF FS-MANDATOS EQUAL ZEROS
ALT06          SET WRK-MANDATOS-DISPONIVEL TO TRUE
ALT06      ELSE
ALT06          IF FS-MANDATOS EQUAL 35
ALT06              SET WRK-MANDATOS-INDISPONIVEL TO TRUE
ALT06          ELSE
ALT06              MOVE WRK-ERRO-ABERTURA      TO WRK-DESCRICAO-ERRO
ALT06              MOVE FS-MANDATOS            TO WRK-STATUS-ERRO
ALT06              MOVE "0100-INICIALIZAR"     TO WRK-AREA-ERRO
ALT06              MOVE "DEBAUTO"              TO WRK-PROGRAMA-ERRO
ALT06              MOVE "MANDATOS"             TO WRK-ARQUIVO-ERRO
ALT06              PERFORM 9999-TRATAR-ERRO
ALT06          END-IF
ALT06      END-IF.

           OPEN OUTPUT REMESSA.
           IF FS-REMESSA NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT07      SET MANI-FUNC-ABRIR           TO TRUE.
ALT07      MOVE "DEBAUTO"                TO MANI-PROGRAMA.
ALT07      MOVE "REMESSA"                TO MANI-ARQUIVO.
ALT07      MOVE WRK-BANCO-REMESSA        TO MANI-DESTINO.
ALT07      MOVE WRK-DATA-EXECUCAO        TO MANI-DATA-MOVTO.
ALT07      CALL "GRVMANI" USING MANI-PARAMETRO.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT07      PERFORM 0830-MANIFESTAR-REGISTRO.

       0150-GRAVAR-HEADER-FIM.          EXIT.

      *-----------------------------------------------------------------
ALT01          AND REG-BANCO EQUAL WRK-BANCO-REMESSA
ALT03          AND (REG-PAGADOR EQUAL ZEROS
ALT03            OR REG-PAGADOR EQUAL REG-CODIGO)
ALT06          PERFORM 0205-VERIFICAR-MANDATO
ALT06          IF WRK-MANDATO-NAO-CONFIRMADO
ALT06              ADD 1 TO ACU-SEM-MANDATO
ALT06          ELSE
               IF WRK-FATURAS-DISPONIVEL
                   PERFORM 0210-INSTRUIR-POR-FATURA
               ELSE
                       PERFORM 0220-GRAVAR-INSTRUCAO
                   END-IF
               END-IF
ALT06          END-IF
           END-IF.

           PERFORM 0160-LER-DADOS.
       0200-PROCESSAR-FIM.              EXIT.

      *-----------------------------------------------------------------
ALT06  0205-VERIFICAR-MANDATO           SECTION.
      *-----------------------------------------------------------------
ALT06 *    MANDATO DO CLIENTE NO BANCO DO STEP. SEM REGISTRO (OU SEM O
ALT06 *    ARQUIVO) E OPTANTE ANTERIOR AO CADASTRO E VALE CONFIRMADO.
      *-----------------------------------------------------------------

ALT06      SET WRK-MANDATO-CONFIRMADO  TO TRUE.

ALT06      IF WRK-MANDATOS-DISPONIVEL
ALT06          MOVE REG-CODIGO         TO MND-CODIGO
ALT06          MOVE REG-BANCO          TO MND-BANCO
ALT06          READ MANDATOS KEY IS MND-CHAVE
ALT06              INVALID KEY
ALT06                  CONTINUE
ALT06              NOT INVALID KEY
ALT06                  IF NOT MND-CONFIRMADO
ALT06                      SET WRK-MANDATO-NAO-CONFIRMADO TO TRUE
ALT06                  END-IF
ALT06          END-READ
ALT06      END-IF.

ALT06  0205-VERIFICAR-MANDATO-FIM.      EXIT.

      *-----------------------------------------------------------------
       0210-INSTRUIR-POR-FATURA         SECTION.
      *-----------------------------------------------------------------
      *    UMA INSTRUCAO DE DEBITO POR FATURA EM ABERTO DO CLIENTE.
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT07      PERFORM 0830-MANIFESTAR-REGISTRO.

           ADD 1 TO ACU-INSTRUCOES.

       0220-GRAVAR-INSTRUCAO-FIM.       EXIT.
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT07      PERFORM 0830-MANIFESTAR-REGISTRO.

       0250-GRAVAR-TRAILER-FIM.         EXIT.

      *-----------------------------------------------------------------
ALT01      DISPLAY "BANCO DO CONVENIO DO STEP....: "
ALT01                                             WRK-BANCO-REMESSA.
           DISPLAY "INSTRUCOES DE DEBITO GERADAS.: " ACU-INSTRUCOES.
ALT06      DISPLAY "OPTANTES SEM MANDATO CONFIRM.: " ACU-SEM-MANDATO.
           DISPLAY "VALOR TOTAL DA REMESSA.......: " ACU-VALOR-TOTAL.
           DISPLAY WRK-TRACO.
           DISPLAY WRK-FIM-PROGRAMA.
               END-IF
           END-IF.

ALT06      IF WRK-MANDATOS-DISPONIVEL
ALT06          CLOSE MANDATOS
ALT06          IF FS-MANDATOS NOT EQUAL ZEROS
ALT06              MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
ALT06              MOVE FS-MANDATOS       TO WRK-STATUS-ERRO
ALT06              MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
ALT06              MOVE "DEBAUTO"         TO WRK-PROGRAMA-ERRO
ALT06              MOVE "MANDATOS"        TO WRK-ARQUIVO-ERRO
ALT06              PERFORM 9999-TRATAR-ERRO
ALT06          END-IF
ALT06      END-IF.

           CLOSE REMESSA.
           IF FS-REMESSA NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT07      PERFORM 0840-FECHAR-MANIFESTO.

           GOBACK.

       0300-FINALIZAR-FIM.              EXIT.

      *-----------------------------------------------------------------
ALT07  0830-MANIFESTAR-REGISTRO         SECTION.
      *-----------------------------------------------------------------
ALT07 *    REGISTRO GRAVADO NO ARQUIVO REMESSA: SOMA NOS TOTAIS DE
ALT07 *    CONTROLE DO MANIFESTO DE SAIDA (GRVMANI) - QUANTIDADE, VALOR
ALT07 *    E HASH.
      *-----------------------------------------------------------------

ALT07      SET MANI-FUNC-REGISTRO        TO TRUE.
ALT07      MOVE REG-REMESSA              TO MANI-REGISTRO.
ALT07      IF REM-DETALHE
ALT07          MOVE REM-DET-VALOR        TO MANI-VALOR
ALT07      ELSE
ALT07          MOVE ZEROS                TO MANI-VALOR
ALT07      END-IF.
ALT07      CALL "GRVMANI" USING MANI-PARAMETRO.

ALT07  0830-MANIFESTAR-REGISTRO-FIM.    EXIT.

      *-----------------------------------------------------------------
ALT07  0840-FECHAR-MANIFESTO            SECTION.
      *-----------------------------------------------------------------
ALT07 *    ARQUIVO REMESSA FECHADO: REGISTRA NO MANIFESTO DE SAIDA.
ALT07 *    REENVIO DE SEQUENCIA JA REGISTRADA SEM A LIBERACAO DE DOIS
ALT07 *    OPERADORES (MANILIB) TERMINA COM RETURN-CODE 08, PARA O
ALT07 *    PASSO DE TRANSMISSAO NAO RODAR.
      *-----------------------------------------------------------------

ALT07      SET MANI-FUNC-FECHAR          TO TRUE.
ALT07      CALL "GRVMANI" USING MANI-PARAMETRO.

ALT07      EVALUATE TRUE
ALT07          WHEN MANI-REENVIO-BLOQUEADO
ALT07              DISPLAY "REENVIO BLOQUEADO - SEQUENCIA.: "
ALT07                                                MANI-SEQUENCIA
ALT07              DISPLAY "ENVIOS JA FEITOS DA SEQUENCIA.: "
ALT07                                                MANI-QT-ENVIOS
ALT07              MOVE 08 TO RETURN-CODE
ALT07          WHEN MANI-REENVIO-LIBERADO
ALT07              DISPLAY "REENVIO LIBERADO - SEQUENCIA..: "
ALT07                                                MANI-SEQUENCIA
ALT07              DISPLAY "ENVIO DA SEQUENCIA............: "
ALT07                                                MANI-QT-ENVIOS
ALT07          WHEN OTHER
ALT07              DISPLAY "MANIFESTO DE SAIDA - SEQUENCIA: "
ALT07                                                MANI-SEQUENCIA
ALT07      END-EVALUATE.

ALT07  0840-FECHAR-MANIFESTO-FIM.       EXIT.

      *-----------------------------------------------------------------
       9999-TRATAR-ERRO                 SECTION.
      *-----------------------------------------------------------------

