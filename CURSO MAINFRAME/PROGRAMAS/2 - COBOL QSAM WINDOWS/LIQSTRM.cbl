      *    ARQUIVO                    TIPO               BOOK
      *    PARCEIRO                  INPUT              REGPARC
      *    CLIENTES                  INPUT              REGCLI
ALT03 *    ASSINATURAS               INPUT              REGASSN
      *    HISTORICO                 INPUT              REGHIST
      *    LIQUIDA                   OUTPUT             REGLIQ
      *    LIQREL                    OUTPUT             N/A
      *    LIQSTRM                   INPUT              BOOKASSI
      *-----------------------------------------------------------------
      *== MODULOS
      *    VALIDOC
      *-----------------------------------------------------------------
      *-------------------ALTERACOESDO PROGRAMA-------------------------

      *                 PELO REPRECIF DESCASAVA A CONFERENCIA COM O
      *                 TOTAL FATURADO DO HISTORICO EM TODA RODADA.

ALT02 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT02 *== OBJETIVO....: A COPIA DA CRITICA 0165-VALIDAR-DADOS
      *                 ACOMPANHA A DO RELATV05: CPF/CNPJ COM DIGITO
      *                 VERIFICADOR ERRADO (SUBPROGRAMA VALIDOC, BOOK
      *                 BOOKDOC) FICA FORA DA BASE, COMO O RELATORIO O
      *                 REJEITA. DOCUMENTO ZERADO (AINDA NAO CARREGADO)
      *                 PASSA.

ALT03 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT03 *== OBJETIVO....: BASE DE RECEITA POR PARCEIRO PASSOU A CONTAR
      *                 CADA ASSINATURA ATIVA DO CLIENTE (ARQUIVO
      *                 ASSINATURAS, BOOK REGASSN) NO STREAMING DELA,
      *                 COM PLANO E VALOR DA PROPRIA ASSINATURA
      *                 (0175-PERCORRER-ASSINATURAS), DO MESMO JEITO QUE
      *                 O RELATV05 LISTA UMA LINHA POR ASSINATURA.
      *                 CLIENTE SEM ASSINATURA NO ARQUIVO (OU ARQUIVO
      *                 AUSENTE) CONTINUA ENTRANDO PELOS DADOS DO
      *                 MESTRE.

ALT04 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT04 *== OBJETIVO....: A LIQUIDACAO LIQUIDA DOS STREAMINGS PASSA A SER
      *                 REGISTRADA NO MANIFESTO DE SAIDA (VALOR TOTAL =
      *                 SOMA DOS REPASSES) (SUBPROGRAMA GRVMANI, BOOK
      *                 BOOKMANI) - QUANTIDADE, VALOR TOTAL E HASH DO
      *                 CONTEUDO, COM A SEQUENCIA DO ENVIO. REGERAR O
      *                 MESMO MOVIMENTO E REENVIO DA SEQUENCIA JA
      *                 REGISTRADA: SEM LIBERACAO DE DOIS OPERADORES NO
      *                 MANILIB O PROGRAMA TERMINA COM RETURN-CODE 08
      *                 PARA A TRANSMISSAO NAO RODAR.

      *=================================================================
       ENVIRONMENT                      DIVISION.
      *=================================================================
           RECORD KEY IS REG-CODIGO
           FILE STATUS IS FS-CLIENTES.

ALT03      SELECT ASSINATURAS ASSIGN TO WRK-NOME-ASSINATURAS
ALT03      ORGANIZATION IS INDEXED
ALT03      ACCESS MODE IS DYNAMIC
ALT03      RECORD KEY IS ASN-CHAVE
ALT03      FILE STATUS IS FS-ASSINATURAS.

           SELECT HISTORICO ASSIGN TO WRK-NOME-HISTORIC
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-HISTORICO.
       FD  CLIENTES.
       COPY "REGCLI".

      *-----------------------------------------------------------------
      *
      *            INPUT - ASSINATURAS DO CLIENTE (CODIGO + SEQUENCIA)
      *
      *-----------------------------------------------------------------
ALT03  FD  ASSINATURAS.
ALT03  COPY "REGASSN".

      *-----------------------------------------------------------------
      *
      *            INPUT - HISTORICO DE EXECUCOES (TOTAL FATURADO)
       01  FS-LIQUIDA                   PIC 9(002)         VALUE ZEROS.
       01  FS-LIQREL                    PIC 9(002)         VALUE ZEROS.
ALT01  01  FS-PRECOS                    PIC 9(002)         VALUE ZEROS.
ALT03  01  FS-ASSINATURAS               PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "C:\RELATORIO\dados\LIQREL.txt".
ALT01  01  WRK-NOME-PRECOS              PIC X(040)         VALUE
ALT01         "C:\RELATORIO\dados\PRECOS.DAT".
ALT03  01  WRK-NOME-ASSINATURAS         PIC X(040)         VALUE
ALT03         "C:\RELATORIO\dados\ASSINATURAS.DAT".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------

       01  ACU-LIDOS                    PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-PARCEIROS                PIC 9(005)  COMP-3 VALUE ZEROS.
ALT03  01  ACU-LINHAS-ASSINATURA        PIC 9(005)  COMP-3 VALUE ZEROS.

      *-----------------------------------------------------------------
ALT03  01  FILLER                       PIC X(050)         VALUE
ALT03         "-----VARIAVEIS DAS ASSINATURAS DO CLIENTE-----".
      *-----------------------------------------------------------------

ALT03  01  WRK-SW-ASSINATURAS           PIC X(001)         VALUE "N".
ALT03      88 WRK-ASSINATURAS-DISPONIVEL                    VALUE "S".
ALT03      88 WRK-ASSINATURAS-INDISPONIVEL                  VALUE "N".
ALT03  01  WRK-SW-FIM-ASSIN             PIC X(001)         VALUE "N".
ALT03      88 WRK-FIM-ASSIN                                 VALUE "S".
ALT03      88 WRK-NAO-FIM-ASSIN                             VALUE "N".
ALT03  01  WRK-QT-ASSIN-CLIENTE         PIC 9(003)  COMP-3 VALUE ZEROS.


      *-----------------------------------------------------------------
ALT01  COPY "BOOKPLAN".

      *-----------------------------------------------------------------
ALT02  01  FILLER                       PIC X(050)         VALUE
ALT02         "-----AREA COMUNICACAO SUBPROGRAMA VALIDOC-----".
      *-----------------------------------------------------------------
ALT02  COPY "BOOKDOC".

      *-----------------------------------------------------------------
ALT04  01  FILLER                       PIC X(050)         VALUE
ALT04         "-----AREA COMUNICACAO SUBPROGRAMA GRVMANI-----".
      *-----------------------------------------------------------------
ALT04  COPY "BOOKMANI".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----BOOK DE MENSAGEM DEDE ERRO DOS ARQUIVOS-----".
      *-----------------------------------------------------------------
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

ALT03      ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_ASSINATU".
ALT03      IF WRK-DD-EXTERNA NOT EQUAL SPACES
ALT03          MOVE WRK-DD-EXTERNA       TO WRK-NOME-ASSINATURAS
ALT03          MOVE SPACES               TO WRK-DD-EXTERNA
ALT03      END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_HISTORIC".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-HISTORIC
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT03      OPEN INPUT ASSINATURAS.
ALT03      IF FS-ASSINATURAS EQUAL ZEROS
ALT03          SET WRK-ASSINATURAS-DISPONIVEL TO TRUE
ALT03      ELSE
ALT03          IF FS-ASSINATURAS EQUAL 35
ALT03              SET WRK-ASSINATURAS-INDISPONIVEL TO TRUE
ALT03          ELSE
ALT03              MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
ALT03              MOVE FS-ASSINATURAS           TO WRK-STATUS-ERRO
ALT03              MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
ALT03              MOVE "LIQSTRM"                TO WRK-PROGRAMA-ERRO
ALT03              MOVE "ASSINATURAS"            TO WRK-ARQUIVO-ERRO
ALT03              PERFORM 9999-TRATAR-ERRO
ALT03          END-IF
ALT03      END-IF.

           OPEN OUTPUT LIQUIDA.
           IF FS-LIQUIDA NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT04      SET MANI-FUNC-ABRIR           TO TRUE.
ALT04      MOVE "LIQSTRM"                TO MANI-PROGRAMA.
ALT04      MOVE "LIQUIDA"                TO MANI-ARQUIVO.
ALT04      MOVE ZEROS                    TO MANI-DESTINO.
ALT04      MOVE WRK-DATA-EXECUCAO        TO MANI-DATA-MOVTO.
ALT04      CALL "GRVMANI" USING MANI-PARAMETRO.

           OPEN OUTPUT LIQREL.
           IF FS-LIQREL NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
ALT01          END-SEARCH
ALT01      END-IF.

ALT02      IF REG-CPF-CNPJ NOT EQUAL ZEROS AND WRK-REG-VALIDO
ALT02          MOVE REG-TIPO-PESSOA            TO DOC-TIPO-PESSOA
ALT02          MOVE REG-CPF-CNPJ               TO DOC-NUMERO
ALT02          CALL "VALIDOC" USING DOC-PARAMETRO
ALT02          IF DOC-INVALIDO
ALT02              MOVE "N"                        TO WRK-REG-VALIDO-SW
ALT02              MOVE WRK-MOT-DOCUMENTO-INVALIDO TO WRK-COD-MOTIVO
ALT02          END-IF
ALT02      END-IF.

ALT01  0165-VALIDAR-DADOS-FIM.          EXIT.

      *-----------------------------------------------------------------
       0171-DERIVAR-VALOR-BRL-FIM.      EXIT.

      *-----------------------------------------------------------------
ALT03  0172-ACUMULAR-LINHA               SECTION.
      *-----------------------------------------------------------------
ALT03 *    UMA LINHA DA BASE: O CLIENTE (OU UMA ASSINATURA DELE, COM
ALT03 *    STREAMING/PLANO/VALOR JA COPIADOS PARA O REGISTRO) PASSA
ALT03 *    PELA MESMA CRITICA E DERIVACAO DO RELATV05 ANTES DE SOMAR.
      *-----------------------------------------------------------------

ALT01      PERFORM 0165-VALIDAR-DADOS.
ALT01      IF WRK-REG-VALIDO
ALT01          PERFORM 0167-DERIVAR-ASSINATURA
ALT03          PERFORM 0171-DERIVAR-VALOR-BRL
ALT03          ADD 1 TO ACU-STREAM-QTD (IDX-STREAMING)
ALT03          ADD WRK-ASSINATURA-BRL TO
ALT03                            ACU-STREAM-VALOR (IDX-STREAMING)
ALT03          ADD 1 TO ACU-LINHAS-ASSINATURA
ALT01      END-IF.

ALT03  0172-ACUMULAR-LINHA-FIM.         EXIT.

      *-----------------------------------------------------------------
ALT03  0175-PERCORRER-ASSINATURAS        SECTION.
      *-----------------------------------------------------------------
ALT03 *    CADA ASSINATURA ATIVA DO CLIENTE ENTRA NA BASE DO PARCEIRO
ALT03 *    DO STREAMING DELA. SEM NENHUMA ATIVA, WRK-QT-ASSIN-CLIENTE
ALT03 *    FICA ZERADO E 0200-PROCESSAR USA OS DADOS DO MESTRE.
      *-----------------------------------------------------------------

ALT03      SET WRK-NAO-FIM-ASSIN TO TRUE.
ALT03      MOVE REG-CODIGO  TO ASN-CODIGO.
ALT03      MOVE ZEROS       TO ASN-SEQUENCIA.
ALT03      START ASSINATURAS KEY IS NOT LESS ASN-CHAVE
ALT03          INVALID KEY
ALT03              SET WRK-FIM-ASSIN TO TRUE
ALT03      END-START.

ALT03      PERFORM 0176-LER-ASSINATURA
ALT03          UNTIL WRK-FIM-ASSIN.

ALT03  0175-PERCORRER-ASSINATURAS-FIM.  EXIT.

      *-----------------------------------------------------------------
ALT03  0176-LER-ASSINATURA               SECTION.
      *-----------------------------------------------------------------

ALT03      READ ASSINATURAS NEXT RECORD
ALT03          AT END
ALT03              SET WRK-FIM-ASSIN TO TRUE
ALT03      END-READ.

ALT03      IF NOT WRK-FIM-ASSIN
ALT03          IF ASN-CODIGO NOT EQUAL REG-CODIGO
ALT03              SET WRK-FIM-ASSIN TO TRUE
ALT03          ELSE
ALT03              IF ASN-ATIVA
ALT03                  ADD 1 TO WRK-QT-ASSIN-CLIENTE
ALT03                  MOVE ASN-STREAMING   TO REG-STREAMING
ALT03                  MOVE ASN-PLANO       TO REG-PLANO
ALT03                  MOVE ASN-VALOR       TO REG-ASSINATURA
ALT03                  PERFORM 0172-ACUMULAR-LINHA
ALT03              END-IF
ALT03          END-IF
ALT03      END-IF.

ALT03  0176-LER-ASSINATURA-FIM.         EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                   SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO ACU-LIDOS.

           IF REG-TIPO-DETALHE AND (REG-ATIVO OR REG-SUSPENSO)
ALT03          MOVE ZEROS TO WRK-QT-ASSIN-CLIENTE
ALT03          IF WRK-ASSINATURAS-DISPONIVEL
ALT03              PERFORM 0175-PERCORRER-ASSINATURAS
ALT03          END-IF
ALT03          IF WRK-QT-ASSIN-CLIENTE EQUAL ZEROS
ALT03              PERFORM 0172-ACUMULAR-LINHA
ALT03          END-IF
           END-IF.

           PERFORM 0160-LER-DADOS.
                   PERFORM 9999-TRATAR-ERRO
               END-IF

ALT04          PERFORM 0830-MANIFESTAR-REGISTRO

               ADD ACU-STREAM-VALOR (IDX-STREAMING) TO WRK-TOTAL-BASE
               ADD WRK-VALOR-REPASSE                TO WRK-TOTAL-REPASSE
               ADD 1                                TO ACU-PARCEIROS
           DISPLAY WRK-TRACO.
           DISPLAY "TOTAL DE REGISTROS LIDOS.....: " ACU-LIDOS.
           DISPLAY "PARCEIROS LIQUIDADOS.........: " ACU-PARCEIROS.
ALT03      DISPLAY "ASSINATURAS NA BASE..........: "
ALT03              ACU-LINHAS-ASSINATURA.
           DISPLAY "SOMA DAS BASES (BRL).........: " WRK-TOTAL-BASE.
           DISPLAY "SOMA DOS REPASSES (BRL)......: " WRK-TOTAL-REPASSE.
           DISPLAY "SITUACAO DA CONFERENCIA......: " WRK-CONF-SITUACAO.
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT03      IF WRK-ASSINATURAS-DISPONIVEL
ALT03          CLOSE ASSINATURAS
ALT03          IF FS-ASSINATURAS NOT EQUAL ZEROS
ALT03              MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
ALT03              MOVE FS-ASSINATURAS    TO WRK-STATUS-ERRO
ALT03              MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
ALT03              MOVE "LIQSTRM"         TO WRK-PROGRAMA-ERRO
ALT03              MOVE "ASSINATURAS"     TO WRK-ARQUIVO-ERRO
ALT03              PERFORM 9999-TRATAR-ERRO
ALT03          END-IF
ALT03      END-IF.

           CLOSE LIQUIDA.
           IF FS-LIQUIDA NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT04      PERFORM 0840-FECHAR-MANIFESTO.

           CLOSE LIQREL.
           IF FS-LIQREL NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
       0300-FINALIZAR-FIM.              EXIT.

      *-----------------------------------------------------------------
ALT04  0830-MANIFESTAR-REGISTRO         SECTION.
      *-----------------------------------------------------------------
ALT04 *    REGISTRO GRAVADO NO ARQUIVO LIQUIDA: SOMA NOS TOTAIS DE
ALT04 *    CONTROLE DO MANIFESTO DE SAIDA (GRVMANI) - QUANTIDADE, VALOR
ALT04 *    E HASH.
      *-----------------------------------------------------------------

ALT04      SET MANI-FUNC-REGISTRO        TO TRUE.
ALT04      MOVE REG-LIQUIDACAO           TO MANI-REGISTRO.
ALT04      MOVE LIQ-VALOR-REPASSE        TO MANI-VALOR.
ALT04      CALL "GRVMANI" USING MANI-PARAMETRO.

ALT04  0830-MANIFESTAR-REGISTRO-FIM.    EXIT.

      *-----------------------------------------------------------------
ALT04  0840-FECHAR-MANIFESTO            SECTION.
      *-----------------------------------------------------------------
ALT04 *    ARQUIVO LIQUIDA FECHADO: REGISTRA NO MANIFESTO DE SAIDA.
ALT04 *    REENVIO DE SEQUENCIA JA REGISTRADA SEM A LIBERACAO DE DOIS
ALT04 *    OPERADORES (MANILIB) TERMINA COM RETURN-CODE 08, PARA O
ALT04 *    PASSO DE TRANSMISSAO NAO RODAR.
      *-----------------------------------------------------------------

ALT04      SET MANI-FUNC-FECHAR          TO TRUE.
ALT04      CALL "GRVMANI" USING MANI-PARAMETRO.

ALT04      EVALUATE TRUE
ALT04          WHEN MANI-REENVIO-BLOQUEADO
ALT04              DISPLAY "REENVIO BLOQUEADO - SEQUENCIA.: "
ALT04                                                MANI-SEQUENCIA
ALT04              DISPLAY "ENVIOS JA FEITOS DA SEQUENCIA.: "
ALT04                                                MANI-QT-ENVIOS
ALT04              MOVE 08 TO RETURN-CODE
ALT04          WHEN MANI-REENVIO-LIBERADO
ALT04              DISPLAY "REENVIO LIBERADO - SEQUENCIA..: "
ALT04                                                MANI-SEQUENCIA
ALT04              DISPLAY "ENVIO DA SEQUENCIA............: "
ALT04                                                MANI-QT-ENVIOS
ALT04          WHEN OTHER
ALT04              DISPLAY "MANIFESTO DE SAIDA - SEQUENCIA: "
ALT04                                                MANI-SEQUENCIA
ALT04      END-EVALUATE.

ALT04  0840-FECHAR-MANIFESTO-FIM.       EXIT.

      *-----------------------------------------------------------------
       9999-TRATAR-ERRO                 SECTION.
      *-----------------------------------------------------------------

