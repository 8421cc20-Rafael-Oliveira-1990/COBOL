      *    ARQUIVO                    TIPO               BOOK
      *    CLIENTES                  INPUT              REGCLI
      *    FATURAS                   INPUT              REGFATUR
ALT01 *    MANDATOS                  INPUT              REGMAND
      *    BOLETOS                   OUTPUT             REGBOL
      *    BOLETCLI                  INPUT              BOOKMSG
      *    BOLETCLI                  INPUT              BOOKASSI
      *-----------------------------------------------------------------
      *-------------------ALTERACOESDO PROGRAMA-------------------------

ALT01 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT01 *== OBJETIVO....: OPTANTE DO DEBITO AUTOMATICO CUJO MANDATO AINDA NAO FOI
      *                 CONFIRMADO PELO BANCO (ARQUIVO MANDATOS, BOOK REGMAND -
      *                 PEDIDO PENDENTE, ENVIADO, RECUSADO OU CANCELADO NO
      *                 BANCO DE REG-BANCO) TAMBEM RECEBE BOLETO, JA QUE O
      *                 DEBAUTO O DEIXA FORA DA REMESSA ATE A CONFIRMACAO.
      *                 OPTANTE SEM REGISTRO NO MANDATOS (ANTERIOR AO CADASTRO)
      *                 SEGUE SO NO DEBITO, COMO ANTES.

ALT02 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT02 *== OBJETIVO....: CLIENTE CANCELADO RECEBE BOLETO DAS FATURAS
      *                 EM ABERTO DA FAIXA AAAA90-AAAA99 (MULTA DE
      *                 FIDELIDADE), COM OU SEM DEBITO AUTOMATICO -
      *                 O DEBAUTO NAO DEBITA CANCELADOS. AS DEMAIS
      *                 COMPETENCIAS DO CANCELADO SEGUEM SEM BOLETO.

ALT03 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT03 *== OBJETIVO....: O ARQUIVO BOLETOS PASSA A SER REGISTRADO NO
      *                 MANIFESTO DE SAIDA (SUBPROGRAMA GRVMANI, BOOK
      *                 BOOKMANI) - QUANTIDADE, VALOR TOTAL E HASH DO
      *                 CONTEUDO, COM A SEQUENCIA DO ENVIO. REGERAR O
      *                 MESMO MOVIMENTO E REENVIO DA SEQUENCIA JA
      *                 REGISTRADA: SEM LIBERACAO DE DOIS OPERADORES NO
      *                 MANILIB O PROGRAMA TERMINA COM RETURN-CODE 08
      *                 PARA A TRANSMISSAO NAO RODAR.

      *=================================================================
       ENVIRONMENT                      DIVISION.
      *=================================================================
           RECORD KEY IS FAT-CHAVE
           FILE STATUS IS FS-FATURAS.

ALT01      SELECT MANDATOS ASSIGN TO WRK-NOME-MANDATOS
ALT01      ORGANIZATION IS INDEXED
ALT01      ACCESS MODE IS RANDOM
ALT01      RECORD KEY IS MND-CHAVE
ALT01      FILE STATUS IS FS-MANDATOS.

           SELECT BOLETOS ASSIGN TO WRK-NOME-BOLETOS
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-BOLETOS.
       FD  FATURAS.
       COPY "REGFATUR".

      *-----------------------------------------------------------------
      *
      *            INPUT - CADASTRO DE OPTANTES DO DEBITO AUTOMATICO
      *
      *-----------------------------------------------------------------
ALT01  FD  MANDATOS.
ALT01  COPY "REGMAND".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - EXTRATO DE BOLETOS REGISTRADOS

       01  FS-CLIENTES                  PIC 9(002)         VALUE ZEROS.
       01  FS-FATURAS                   PIC 9(002)         VALUE ZEROS.
ALT01  01  FS-MANDATOS                  PIC 9(002)         VALUE ZEROS.
       01  FS-BOLETOS                   PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
              "C:\RELATORIO\dados\FATURAS.DAT".
       01  WRK-NOME-BOLETOS             PIC X(040)         VALUE
              "C:\RELATORIO\dados\BOLETOS.DAT".
ALT01  01  WRK-NOME-MANDATOS            PIC X(040)         VALUE
ALT01         "C:\RELATORIO\dados\MANDATOS.DAT".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  WRK-SW-FIM-FATURAS           PIC X(001)         VALUE "N".
           88 WRK-FIM-FATURAS                               VALUE "S".

ALT02  01  WRK-SW-FAIXA-FATURAS         PIC X(001)         VALUE "T".
ALT02      88 WRK-TODAS-FATURAS                             VALUE "T".
ALT02      88 WRK-SO-MULTA-FIDELIDADE                       VALUE "M".

ALT02  01  WRK-COMP-FATURA              PIC 9(006)         VALUE ZEROS.
ALT02  01  WRK-COMP-FATURA-R REDEFINES WRK-COMP-FATURA.
ALT02      05 WRK-COMP-FATURA-AAAA      PIC 9(004).
ALT02      05 WRK-COMP-FATURA-MM        PIC 9(002).

ALT01  01  WRK-SW-MANDATOS              PIC X(001)         VALUE "N".
ALT01      88 WRK-MANDATOS-DISPONIVEL                       VALUE "S".
ALT01      88 WRK-MANDATOS-INDISPONIVEL                      VALUE "N".

ALT01  01  WRK-SW-MANDATO               PIC X(001)         VALUE "N".
ALT01      88 WRK-MANDATO-PENDENTE                          VALUE "S".
ALT01      88 WRK-MANDATO-NAO-PENDENTE                       VALUE "N".

       01  WRK-VALOR-RESIDUO            PIC 9(007)V99      VALUE ZEROS.
       01  WRK-VALOR-LINHA              PIC 9(005)V99      VALUE ZEROS.

       01  ACU-LIDOS                    PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-BOLETOS                  PIC 9(005)  COMP-3 VALUE ZEROS.
ALT01  01  ACU-SEM-MANDATO              PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-VALOR-TOTAL              PIC 9(009)V99 COMP-3
                                                           VALUE ZEROS.

      *-----------------------------------------------------------------
ALT03  01  FILLER                       PIC X(050)         VALUE
ALT03         "-----AREA COMUNICACAO SUBPROGRAMA GRVMANI-----".
      *-----------------------------------------------------------------
ALT03  COPY "BOOKMANI".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----BOOK DE MENSAGEM DEDE ERRO DOS ARQUIVOS-----".
      *-----------------------------------------------------------------
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

ALT01      ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_MANDATOS".
ALT01      IF WRK-DD-EXTERNA NOT EQUAL SPACES
ALT01          MOVE WRK-DD-EXTERNA       TO WRK-NOME-MANDATOS
ALT01          MOVE SPACES               TO WRK-DD-EXTERNA
ALT01      END-IF.

           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT01      OPEN INPUT MANDATOS.
ALT01      IF FS-MANDATOS EQUAL ZEROS
ALT01          SET WRK-MANDATOS-DISPONIVEL TO TRUE
ALT01      ELSE
ALT01          IF FS-MANDATOS EQUAL 35
ALT01              SET WRK-MANDATOS-INDISPONIVEL TO TRUE
ALT01          ELSE
ALT01              MOVE WRK-ERRO-ABERTURA      TO WRK-DESCRICAO-ERRO
ALT01              MOVE FS-MANDATOS            TO WRK-STATUS-ERRO
ALT01              MOVE "0100-INICIALIZAR"     TO WRK-AREA-ERRO
ALT01              MOVE "BOLETCLI"             TO WRK-PROGRAMA-ERRO
ALT01              MOVE "MANDATOS"             TO WRK-ARQUIVO-ERRO
ALT01              PERFORM 9999-TRATAR-ERRO
ALT01          END-IF
ALT01      END-IF.

           OPEN OUTPUT BOLETOS.
           IF FS-BOLETOS NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT03      SET MANI-FUNC-ABRIR           TO TRUE.
ALT03      MOVE "BOLETCLI"               TO MANI-PROGRAMA.
ALT03      MOVE "BOLETOS"                TO MANI-ARQUIVO.
ALT03      MOVE ZEROS                    TO MANI-DESTINO.
ALT03      MOVE ZEROS                    TO MANI-DATA-MOVTO.
ALT03      CALL "GRVMANI" USING MANI-PARAMETRO.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------

           ADD 1 TO ACU-LIDOS.

ALT01      SET WRK-MANDATO-NAO-PENDENTE TO TRUE.
ALT01      IF REG-DEBITO-AUTO-SIM
ALT01          PERFORM 0205-VERIFICAR-MANDATO
ALT01      END-IF.

           IF REG-TIPO-DETALHE AND (REG-ATIVO OR REG-SUSPENSO)
ALT01          AND (REG-DEBITO-AUTO-NAO OR WRK-MANDATO-PENDENTE)
ALT02          SET WRK-TODAS-FATURAS       TO TRUE
               PERFORM 0210-EMITIR-POR-FATURA
ALT01          IF WRK-MANDATO-PENDENTE
ALT01              ADD 1 TO ACU-SEM-MANDATO
ALT01          END-IF
           END-IF.

ALT02      IF REG-TIPO-DETALHE AND REG-CANCELADO
ALT02          SET WRK-SO-MULTA-FIDELIDADE TO TRUE
ALT02          PERFORM 0210-EMITIR-POR-FATURA
ALT02      END-IF.

           PERFORM 0160-LER-DADOS.

       0200-PROCESSAR-FIM.              EXIT.

      *-----------------------------------------------------------------
ALT01  0205-VERIFICAR-MANDATO           SECTION.
      *-----------------------------------------------------------------
ALT01 *    OPTANTE COM REGISTRO NO MANDATOS NAO CONFIRMADO PELO BANCO
ALT01 *    FICA COM O BOLETO ENQUANTO O DEBAUTO NAO O DEBITA.
      *-----------------------------------------------------------------

ALT01      IF WRK-MANDATOS-DISPONIVEL
ALT01          MOVE REG-CODIGO         TO MND-CODIGO
ALT01          MOVE REG-BANCO          TO MND-BANCO
ALT01          READ MANDATOS KEY IS MND-CHAVE
ALT01              INVALID KEY
ALT01                  CONTINUE
ALT01              NOT INVALID KEY
ALT01                  IF NOT MND-CONFIRMADO
ALT01                      SET WRK-MANDATO-PENDENTE TO TRUE
ALT01                  END-IF
ALT01          END-READ
ALT01      END-IF.

ALT01  0205-VERIFICAR-MANDATO-FIM.      EXIT.

      *-----------------------------------------------------------------
       0210-EMITIR-POR-FATURA           SECTION.
      *-----------------------------------------------------------------
      *    UM BOLETO POR FATURA EM ABERTO (FORA DE DISPUTA) DO
               IF FAT-CODIGO NOT EQUAL REG-CODIGO
                   SET WRK-FIM-FATURAS TO TRUE
               ELSE
ALT02              MOVE FAT-COMPETENCIA TO WRK-COMP-FATURA
                   IF FAT-ABERTA AND NOT FAT-DISPUTADA
ALT02                 AND (WRK-TODAS-FATURAS
ALT02                      OR WRK-COMP-FATURA-MM NOT LESS 90)
                       PERFORM 0220-GRAVAR-BOLETO
                   END-IF
               END-IF
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT03      PERFORM 0830-MANIFESTAR-REGISTRO.

           ADD 1 TO ACU-BOLETOS.

       0220-GRAVAR-BOLETO-FIM.          EXIT.
           DISPLAY WRK-TRACO.
           DISPLAY "TOTAL DE REGISTROS LIDOS.....: " ACU-LIDOS.
           DISPLAY "BOLETOS EMITIDOS.............: " ACU-BOLETOS.
ALT01      DISPLAY "OPTANTES SEM MANDATO CONFIRM.: " ACU-SEM-MANDATO.
           DISPLAY "VALOR TOTAL EMITIDO..........: " ACU-VALOR-TOTAL.
           DISPLAY WRK-TRACO.
           DISPLAY WRK-FIM-PROGRAMA.
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT01      IF WRK-MANDATOS-DISPONIVEL
ALT01          CLOSE MANDATOS
ALT01          IF FS-MANDATOS NOT EQUAL ZEROS
ALT01              MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
ALT01              MOVE FS-MANDATOS       TO WRK-STATUS-ERRO
ALT01              MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
ALT01              MOVE "BOLETCLI"        TO WRK-PROGRAMA-ERRO
ALT01              MOVE "MANDATOS"        TO WRK-ARQUIVO-ERRO
ALT01              PERFORM 9999-TRATAR-ERRO
ALT01          END-IF
ALT01      END-IF.

           CLOSE BOLETOS.
           IF FS-BOLETOS NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT03      PERFORM 0840-FECHAR-MANIFESTO.

           GOBACK.

       0300-FINALIZAR-FIM.              EXIT.

      *-----------------------------------------------------------------
ALT03  0830-MANIFESTAR-REGISTRO         SECTION.
      *-----------------------------------------------------------------
ALT03 *    REGISTRO GRAVADO NO ARQUIVO BOLETOS: SOMA NOS TOTAIS DE
ALT03 *    CONTROLE DO MANIFESTO DE SAIDA (GRVMANI) - QUANTIDADE, VALOR
ALT03 *    E HASH.
      *-----------------------------------------------------------------

ALT03      SET MANI-FUNC-REGISTRO        TO TRUE.
ALT03      MOVE REG-BOLETO               TO MANI-REGISTRO.
ALT03      MOVE BOL-VALOR                TO MANI-VALOR.
ALT03      CALL "GRVMANI" USING MANI-PARAMETRO.

ALT03  0830-MANIFESTAR-REGISTRO-FIM.    EXIT.

      *-----------------------------------------------------------------
ALT03  0840-FECHAR-MANIFESTO            SECTION.
      *-----------------------------------------------------------------
ALT03 *    ARQUIVO BOLETOS FECHADO: REGISTRA NO MANIFESTO DE SAIDA.
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

