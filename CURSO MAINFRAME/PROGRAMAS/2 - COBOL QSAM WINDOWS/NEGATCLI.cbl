      *-----------------------------------------------------------------
      *-------------------ALTERACOESDO PROGRAMA-------------------------

ALT01 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT01 *== OBJETIVO....: O MOVIMENTO DO BUREAU (BOOK REGNEGM) PASSOU A
      *                 LEVAR O CPF/CNPJ DO DEVEDOR (REG-TIPO-PESSOA/
      *                 REG-CPF-CNPJ), EXIGIDO PELO BUREAU. DEVEDOR
      *                 AINDA SEM DOCUMENTO NO MESTRE NAO E INCLUIDO -
      *                 FICA CONTADO NA ESTATISTICA ("DEVEDORES SEM
      *                 CPF/CNPJ") ATE A CARGA/MANUTENCAO PREENCHER. A
      *                 EXCLUSAO LEVA O DOCUMENTO QUE ESTIVER NO MESTRE.

ALT02 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT02 *== OBJETIVO....: DEVEDOR COM PROMESSA DE PAGAMENTO ABERTA
      *                 (ARQUIVO PROMESSA, BOOK REGPROM, MANTIDO
      *                 PELO PROMCLI) E DENTRO DA DATA PROMETIDA
      *                 NAO E INCLUIDO NO BUREAU - FICA CONTADO
      *                 NA ESTATISTICA ("DEVEDORES EM PROMESSA").
      *                 SEM O ARQUIVO PROMESSA (STATUS 35), SEGUE
      *                 COMO SEMPRE.

ALT03 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT03 *== OBJETIVO....: O MOVIMENTO NEGMOVTO PARA O BUREAU PASSA A SER
      *                 REGISTRADO NO MANIFESTO DE SAIDA (SUBPROGRAMA
      *                 GRVMANI, BOOK BOOKMANI) - QUANTIDADE, VALOR
      *                 TOTAL E HASH DO CONTEUDO, COM A SEQUENCIA DO
      *                 ENVIO. REGERAR O MESMO MOVIMENTO E REENVIO DA
      *                 SEQUENCIA JA REGISTRADA: SEM LIBERACAO DE DOIS
      *                 OPERADORES NO MANILIB O PROGRAMA TERMINA COM
      *                 RETURN-CODE 08 PARA A TRANSMISSAO NAO RODAR.

      *=================================================================
       ENVIRONMENT                      DIVISION.
      *=================================================================
           RECORD KEY IS COBH-CODIGO
           FILE STATUS IS FS-COBRHIST.

ALT02      SELECT PROMESSA ASSIGN TO WRK-NOME-PROMESSA
ALT02      ORGANIZATION IS INDEXED
ALT02      ACCESS MODE IS RANDOM
ALT02      RECORD KEY IS PROM-CODIGO
ALT02      FILE STATUS IS FS-PROMESSA.

           SELECT NEGATIV ASSIGN TO WRK-NOME-NEGATIV
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
       FD  COBRHIST.
       COPY "REGCOBH".

ALT02 *-----------------------------------------------------------------
ALT02 *
ALT02 *            INPUT - PROMESSAS DE PAGAMENTO (PROMCLI)
ALT02 *
ALT02 *-----------------------------------------------------------------
ALT02  FD  PROMESSA.
ALT02  COPY "REGPROM".

      *-----------------------------------------------------------------
      *
      *            I-O - POSICAO DE NEGATIVACAO POR CLIENTE
       01  FS-CLIENTES                  PIC 9(002)         VALUE ZEROS.
       01  FS-FATURAS                   PIC 9(002)         VALUE ZEROS.
       01  FS-COBRHIST                  PIC 9(002)         VALUE ZEROS.
ALT02  01  FS-PROMESSA                  PIC 9(002)         VALUE ZEROS.
       01  FS-NEGATIV                   PIC 9(002)         VALUE ZEROS.
       01  FS-NEGMOVTO                  PIC 9(002)         VALUE ZEROS.
       01  FS-NEGAREL                   PIC 9(002)         VALUE ZEROS.
              "C:\RELATORIO\dados\FATURAS.DAT".
       01  WRK-NOME-COBRHIST            PIC X(040)         VALUE
              "C:\RELATORIO\dados\COBRHIST.DAT".
ALT02  01  WRK-NOME-PROMESSA            PIC X(040)         VALUE
ALT02         "C:\RELATORIO\dados\PROMESSA.DAT".
       01  WRK-NOME-NEGATIV             PIC X(040)         VALUE
              "C:\RELATORIO\dados\NEGATIV.DAT".
       01  WRK-NOME-NEGMOVTO            PIC X(040)         VALUE
           88 WRK-COBRHIST-DISPONIVEL                       VALUE "S".
           88 WRK-COBRHIST-INDISPONIVEL                      VALUE "N".

ALT02  01  WRK-SW-PROMESSA              PIC X(001)         VALUE "N".
ALT02      88 WRK-PROMESSA-DISPONIVEL                       VALUE "S".
ALT02      88 WRK-PROMESSA-INDISPONIVEL                      VALUE "N".

ALT02  01  WRK-SW-EM-PROMESSA           PIC X(001)         VALUE "N".
ALT02      88 WRK-CLIENTE-EM-PROMESSA                       VALUE "S".
ALT02      88 WRK-CLIENTE-SEM-PROMESSA                       VALUE "N".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----LINHA DA POSICAO DIARIA-----".
       01  ACU-EXCLUSOES               PIC 9(005)  COMP-3  VALUE ZEROS.
       01  ACU-NO-BUREAU               PIC 9(005)  COMP-3  VALUE ZEROS.
       01  ACU-SEM-ESTAGIO-3           PIC 9(005)  COMP-3  VALUE ZEROS.
ALT01  01  ACU-SEM-DOCUMENTO           PIC 9(005)  COMP-3  VALUE ZEROS.
ALT02  01  ACU-EM-PROMESSA             PIC 9(005)  COMP-3  VALUE ZEROS.

      *-----------------------------------------------------------------
ALT03  01  FILLER                       PIC X(050)         VALUE
ALT03         "-----AREA COMUNICACAO SUBPROGRAMA GRVMANI-----".
      *-----------------------------------------------------------------
ALT03  COPY "BOOKMANI".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

ALT02      ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_PROMESSA".
ALT02      IF WRK-DD-EXTERNA NOT EQUAL SPACES
ALT02          MOVE WRK-DD-EXTERNA       TO WRK-NOME-PROMESSA
ALT02          MOVE SPACES               TO WRK-DD-EXTERNA
ALT02      END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_NEGATIV".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-NEGATIV
               END-IF
           END-IF.

ALT02      OPEN INPUT PROMESSA.
ALT02      IF FS-PROMESSA EQUAL ZEROS
ALT02          SET WRK-PROMESSA-DISPONIVEL TO TRUE
ALT02      ELSE
ALT02          IF FS-PROMESSA EQUAL 35
ALT02              SET WRK-PROMESSA-INDISPONIVEL TO TRUE
ALT02          ELSE
ALT02              MOVE WRK-ERRO-ABERTURA    TO WRK-DESCRICAO-ERRO
ALT02              MOVE FS-PROMESSA          TO WRK-STATUS-ERRO
ALT02              MOVE "0100-INICIALIZAR"   TO WRK-AREA-ERRO
ALT02              MOVE "NEGATCLI"           TO WRK-PROGRAMA-ERRO
ALT02              MOVE "PROMESSA"           TO WRK-ARQUIVO-ERRO
ALT02              PERFORM 9999-TRATAR-ERRO
ALT02          END-IF
ALT02      END-IF.

           OPEN I-O NEGATIV.
           IF FS-NEGATIV EQUAL 35
               OPEN OUTPUT NEGATIV
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT03      SET MANI-FUNC-ABRIR           TO TRUE.
ALT03      MOVE "NEGATCLI"               TO MANI-PROGRAMA.
ALT03      MOVE "NEGMOVTO"               TO MANI-ARQUIVO.
ALT03      MOVE ZEROS                    TO MANI-DESTINO.
ALT03      MOVE WRK-DATA-ATUAL           TO MANI-DATA-MOVTO.
ALT03      CALL "GRVMANI" USING MANI-PARAMETRO.

           OPEN OUTPUT NEGAREL.
           IF FS-NEGAREL NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
           MOVE NEGA-CODIGO    TO NEGM-CODIGO
                                  REG-CODIGO.
           MOVE SPACES         TO NEGM-NOME.
ALT01      MOVE SPACES         TO NEGM-TIPO-PESSOA.
ALT01      MOVE ZEROS          TO NEGM-CPF-CNPJ.
           READ CLIENTES KEY IS REG-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE REG-NOME TO NEGM-NOME
ALT01              MOVE REG-TIPO-PESSOA TO NEGM-TIPO-PESSOA
ALT01              MOVE REG-CPF-CNPJ    TO NEGM-CPF-CNPJ
           END-READ.
           MOVE NEGA-VALOR     TO NEGM-VALOR.
           MOVE WRK-DATA-ATUAL TO NEGM-DATA.
               AND WRK-VENC-MAIS-ANTIGO GREATER ZEROS
               PERFORM 0180-CALCULAR-ATRASO
               IF WRK-DIAS-ATRASO GREATER WRK-DIAS-PARAMETRO
ALT02              PERFORM 0246-CONSULTAR-PROMESSA
ALT02              IF WRK-CLIENTE-EM-PROMESSA
ALT02                  ADD 1 TO ACU-EM-PROMESSA
ALT02              ELSE
ALT01              IF REG-CPF-CNPJ EQUAL ZEROS
ALT01                  ADD 1 TO ACU-SEM-DOCUMENTO
ALT01              ELSE
                   PERFORM 0248-INCLUIR-NO-BUREAU
ALT01              END-IF
ALT02              END-IF
               END-IF
           END-IF.

       0245-TESTAR-INCLUSAO-FIM.        EXIT.

ALT02 *-----------------------------------------------------------------
ALT02  0246-CONSULTAR-PROMESSA          SECTION.
ALT02 *-----------------------------------------------------------------
ALT02 *    PROMESSA ABERTA E AINDA DENTRO DA DATA PROMETIDA SEGURA A
ALT02 *    INCLUSAO; QUEBRADA (PROMCLI), O DEVEDOR VOLTA A SER INCLUIDO.
ALT02 *-----------------------------------------------------------------

ALT02      SET WRK-CLIENTE-SEM-PROMESSA TO TRUE.

ALT02      IF WRK-PROMESSA-DISPONIVEL
ALT02          MOVE REG-CODIGO TO PROM-CODIGO
ALT02          READ PROMESSA KEY IS PROM-CODIGO
ALT02              INVALID KEY
ALT02                  CONTINUE
ALT02              NOT INVALID KEY
ALT02                  IF PROM-ABERTA
ALT02                      AND PROM-DATA-PROMETIDA NOT LESS
ALT02                                              WRK-DATA-ATUAL
ALT02                      SET WRK-CLIENTE-EM-PROMESSA TO TRUE
ALT02                  END-IF
ALT02          END-READ
ALT02      END-IF.

ALT02  0246-CONSULTAR-PROMESSA-FIM.     EXIT.

      *-----------------------------------------------------------------
       0248-INCLUIR-NO-BUREAU           SECTION.
      *-----------------------------------------------------------------
           SET NEGM-INCLUSAO   TO TRUE.
           MOVE REG-CODIGO     TO NEGM-CODIGO.
           MOVE REG-NOME       TO NEGM-NOME.
ALT01      MOVE REG-TIPO-PESSOA TO NEGM-TIPO-PESSOA.
ALT01      MOVE REG-CPF-CNPJ   TO NEGM-CPF-CNPJ.
           MOVE WRK-RESIDUO    TO NEGM-VALOR.
           MOVE WRK-DATA-ATUAL TO NEGM-DATA.

               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT03      PERFORM 0830-MANIFESTAR-REGISTRO.

       0250-GRAVAR-MOVIMENTO-FIM.       EXIT.

      *-----------------------------------------------------------------
           DISPLAY "CLIENTES NO BUREAU HOJE......: " ACU-NO-BUREAU.
           DISPLAY "DEVEDORES SEM ESTAGIO 3......: "
                                               ACU-SEM-ESTAGIO-3.
ALT01      DISPLAY "DEVEDORES SEM CPF/CNPJ.......: "
ALT01                                          ACU-SEM-DOCUMENTO.
ALT02      DISPLAY "DEVEDORES EM PROMESSA........: "
ALT02                                          ACU-EM-PROMESSA.
           DISPLAY WRK-TRACO.
           DISPLAY WRK-FIM-PROGRAMA.
           DISPLAY WRK-TRACO.
               END-IF
           END-IF.

ALT02      IF WRK-PROMESSA-DISPONIVEL
ALT02          CLOSE PROMESSA
ALT02          IF FS-PROMESSA NOT EQUAL ZEROS
ALT02              MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
ALT02              MOVE FS-PROMESSA       TO WRK-STATUS-ERRO
ALT02              MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
ALT02              MOVE "NEGATCLI"        TO WRK-PROGRAMA-ERRO
ALT02              MOVE "PROMESSA"        TO WRK-ARQUIVO-ERRO
ALT02              PERFORM 9999-TRATAR-ERRO
ALT02          END-IF
ALT02      END-IF.

           CLOSE NEGATIV.
           IF FS-NEGATIV NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT03      PERFORM 0840-FECHAR-MANIFESTO.

           CLOSE NEGAREL.
           IF FS-NEGAREL NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
       0300-FINALIZAR-FIM.              EXIT.

      *-----------------------------------------------------------------
ALT03  0830-MANIFESTAR-REGISTRO         SECTION.
      *-----------------------------------------------------------------
ALT03 *    REGISTRO GRAVADO NO ARQUIVO NEGMOVTO: SOMA NOS TOTAIS DE
ALT03 *    CONTROLE DO MANIFESTO DE SAIDA (GRVMANI) - QUANTIDADE, VALOR
ALT03 *    E HASH.
      *-----------------------------------------------------------------

ALT03      SET MANI-FUNC-REGISTRO        TO TRUE.
ALT03      MOVE REG-NEGAT-MOVIMENTO      TO MANI-REGISTRO.
ALT03      MOVE NEGM-VALOR               TO MANI-VALOR.
ALT03      CALL "GRVMANI" USING MANI-PARAMETRO.

ALT03  0830-MANIFESTAR-REGISTRO-FIM.    EXIT.

      *-----------------------------------------------------------------
ALT03  0840-FECHAR-MANIFESTO            SECTION.
      *-----------------------------------------------------------------
ALT03 *    ARQUIVO NEGMOVTO FECHADO: REGISTRA NO MANIFESTO DE SAIDA.
ALT03 *    REENVIO DE SEQUENCIA JA REGISTRADA SEM A LIBERACAO DE DOIS
ALT03 *    OPERADORES (MANILIB) TERMINA COM RETURN-CODE 08, PARA O
ALT03 *    PASSO DE TRANSMISSAO NAO RODAR.
      *-----------------------------------------------------------------

ALT03      SET MANI-FUNC-FECHAR          TO TRUE.
ALT03      CALL "GRVMANI" USING MANI-PARAMETRO.

ALT03      EVALUATE TRUE
ALT03          WHEN MANI-REENVIO-BLOQUEADO
ALT03              DISPLAY "REENVIO BLOQUEADO - SEQUENCIA.: "
ALT03                                                MANI-SEQUENCIA
ALT03              DISPLAY "ENVIOS JA FEITOS DA SEQUENCIA.: "
ALT03                                                MANI-QT-ENVIOS
ALT03              MOVE 08 TO RETURN-CODE
ALT03          WHEN MANI-REENVIO-LIBERADO
ALT03              DISPLAY "REENVIO LIBERADO - SEQUENCIA..: "
ALT03                                                MANI-SEQUENCIA
ALT03              DISPLAY "ENVIO DA SEQUENCIA............: "
ALT03                                                MANI-QT-ENVIOS
ALT03          WHEN OTHER
ALT03              DISPLAY "MANIFESTO DE SAIDA - SEQUENCIA: "
ALT03                                                MANI-SEQUENCIA
ALT03      END-EVALUATE.

ALT03  0840-FECHAR-MANIFESTO-FIM.       EXIT.

      *-----------------------------------------------------------------
       9999-TRATAR-ERRO                 SECTION.
      *-----------------------------------------------------------------

