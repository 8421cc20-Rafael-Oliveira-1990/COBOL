      *                 BOOK DEIXAVAM NOMES REG-* DUPLICADOS SEM
      *                 RENOMEAR NO MESMO PROGRAMA.

ALT04 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT04 *== OBJETIVO....: AS LISTAS DE COPY REPLACING DO BOOK REGCLI
      *                 FORAM ESTENDIDAS COM OS CAMPOS NOVOS DO
      *                 DOCUMENTO FISCAL (REG-TIPO-PESSOA E
      *                 CONDITION-NAMES, REG-CPF-CNPJ), COMO NAS
      *                 AMPLIACOES ANTERIORES.

ALT05 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT05 *== OBJETIVO....: AS LISTAS DE COPY REPLACING DO BOOK REGCLI
      *                 FORAM ESTENDIDAS COM O NOVO CONDITION-NAME
      *                 REG-DEBITO-CARTAO (COBRANCA RECORRENTE NO
      *                 CARTAO DE CREDITO), COMO NAS AMPLIACOES
      *                 ANTERIORES.

ALT06 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT06 *== OBJETIVO....: REPLACING DO BOOK REGCLI AMPLIADO COM
      *                 REG-TESTE (NOVO STATUS "T" - TESTE GRATIS).

ALT07 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT07 *== OBJETIVO....: CADA GRAVACAO, REGRAVACAO OU EXCLUSAO NO MESTRE
      *                 CLIENTES PASSA A SAIR NO JOURNAL DE RECUPERACAO
      *                 (SUBPROGRAMA GRVJRNL, BOOK BOOKJRNL) COM AS
      *                 IMAGENS ANTES E DEPOIS DO REGISTRO - SE O MESTRE
      *                 SE PERDER NO MEIO DA CADEIA, O RECJRNL REAPLICA
      *                 O JOURNAL SOBRE A COPIA DE SEGURANCA.

      *=================================================================
       ENVIRONMENT                      DIVISION.
      *=================================================================
           REG-DEBITO-AUTO          BY ARQ-DEBITO-AUTO
           REG-DEBITO-AUTO-SIM      BY ARQ-DEBITO-AUTO-SIM
           REG-DEBITO-AUTO-NAO      BY ARQ-DEBITO-AUTO-NAO
ALT05      REG-DEBITO-CARTAO        BY ARQ-DEBITO-CARTAO
ALT03      REG-PAUSADO              BY ARQ-PAUSADO
ALT06      REG-TESTE                BY ARQ-TESTE
ALT03      REG-BANCO                BY ARQ-BANCO
ALT03      REG-PAGADOR              BY ARQ-PAGADOR
ALT03      REG-FREQ-FATURAMENTO     BY ARQ-FREQ-FATURAMENTO
ALT03      REG-FREQ-ANUAL           BY ARQ-FREQ-ANUAL
ALT03      REG-COMPETENCIA-PROXIMA  BY ARQ-COMPETENCIA-PROXIMA
ALT03      REG-COMPETENCIA-RETORNO  BY ARQ-COMPETENCIA-RETORNO
ALT03      REG-CANAL                BY ARQ-CANAL
ALT04      REG-TIPO-PESSOA          BY ARQ-TIPO-PESSOA
ALT04      REG-PESSOA-FISICA        BY ARQ-PESSOA-FISICA
ALT04      REG-PESSOA-JURIDICA      BY ARQ-PESSOA-JURIDICA
ALT04      REG-CPF-CNPJ             BY ARQ-CPF-CNPJ.
      *-----------------------------------------------------------------
      *
      *            OUTPUT - MANIFESTO DO EXPURGO
ALT01  01  WRK-QT-TRAILER               PIC 9(005)  COMP-3 VALUE ZEROS.

      *-----------------------------------------------------------------
ALT07  01  FILLER                       PIC X(050)         VALUE
ALT07         "-----AREA COMUNICACAO SUBPROGRAMA GRVJRNL-----".
      *-----------------------------------------------------------------
ALT07  COPY "BOOKJRNL".

ALT07  01  WRK-JRN-CLIENTE-ANTES        PIC X(150)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----BOOK DE MENSAGEM DEDE ERRO DOS ARQUIVOS-----".
      *-----------------------------------------------------------------
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT07      MOVE REG-CLIENTES             TO WRK-JRN-CLIENTE-ANTES.

           DELETE CLIENTES RECORD.
           IF FS-CLIENTES NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE "CLIENTES"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.
ALT07      SET JRN-EXCLUSAO              TO TRUE.
ALT07      PERFORM 0810-JOURNAL-CLIENTE.

           ADD 1 TO ACU-EXPURGADOS.

               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT07      SET JRN-FUNC-FECHAR           TO TRUE.
ALT07      CALL "GRVJRNL" USING JRN-PARAMETRO.

           GOBACK.

       0300-FINALIZAR-FIM.              EXIT.
ALT01      MOVE 9999999          TO REG-CODIGO.
ALT01      READ CLIENTES KEY IS REG-CODIGO
ALT01          INVALID KEY
ALT07              SET JRN-INCLUSAO      TO TRUE
ALT01              INITIALIZE REG-CLIENTES
ALT01              MOVE 9999999                  TO REG-CODIGO
ALT01              SET REG-ATIVO                 TO TRUE
ALT01                                   REG-QT-REGISTROS-TRAILER
ALT01              WRITE REG-CLIENTES
ALT01          NOT INVALID KEY
ALT07              MOVE REG-CLIENTES     TO WRK-JRN-CLIENTE-ANTES
ALT07              SET JRN-ALTERACAO     TO TRUE
ALT01              MOVE WRK-QT-TRAILER           TO
ALT01                                   REG-QT-REGISTROS-TRAILER
ALT01              REWRITE REG-CLIENTES
ALT01          PERFORM 9999-TRATAR-ERRO
ALT01      END-IF.

ALT07      PERFORM 0810-JOURNAL-CLIENTE.

ALT01  0295-REGRAVAR-TRAILER-FIM.        EXIT.

      *-----------------------------------------------------------------
ALT01  0296-CONTAR-TRAILER-FIM.          EXIT.

      *-----------------------------------------------------------------
ALT07  0810-JOURNAL-CLIENTE             SECTION.
      *-----------------------------------------------------------------
ALT07 *    IMAGENS ANTES/DEPOIS DO MESTRE CLIENTES PARA O JOURNAL DE
ALT07 *    RECUPERACAO (GRVJRNL). A OPERACAO JA VEM EM JRN-OPERACAO.
      *-----------------------------------------------------------------

ALT07      SET JRN-FUNC-GRAVAR           TO TRUE.
ALT07      MOVE "ARQUIVCLI"              TO JRN-PROGRAMA.
ALT07      SET JRN-ARQ-CLIENTES          TO TRUE.
ALT07      MOVE SPACES                   TO JRN-IMAGEM-ANTES
ALT07                                       JRN-IMAGEM-DEPOIS.
ALT07      IF NOT JRN-INCLUSAO
ALT07          MOVE WRK-JRN-CLIENTE-ANTES TO JRN-IMAGEM-ANTES
ALT07      END-IF.
ALT07      IF NOT JRN-EXCLUSAO
ALT07          MOVE REG-CLIENTES         TO JRN-IMAGEM-DEPOIS
ALT07          MOVE REG-CLIENTES         TO WRK-JRN-CLIENTE-ANTES
ALT07      END-IF.

ALT07      CALL "GRVJRNL" USING JRN-PARAMETRO.

ALT07  0810-JOURNAL-CLIENTE-FIM.        EXIT.

      *-----------------------------------------------------------------
       9999-TRATAR-ERRO                 SECTION.
      *-----------------------------------------------------------------

