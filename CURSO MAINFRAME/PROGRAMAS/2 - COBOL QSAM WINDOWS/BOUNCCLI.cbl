      *                 O CODIGO) - CAMPOS DE TRABALHO AJUSTADOS PARA O
      *                 NOVO TAMANHO.

ALT03 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT03 *== OBJETIVO....: CADA GRAVACAO, REGRAVACAO OU EXCLUSAO NO MESTRE
      *                 CLIENTES PASSA A SAIR NO JOURNAL DE RECUPERACAO
      *                 (SUBPROGRAMA GRVJRNL, BOOK BOOKJRNL) COM AS
      *                 IMAGENS ANTES E DEPOIS DO REGISTRO - SE O MESTRE
      *                 SE PERDER NO MEIO DA CADEIA, O RECJRNL REAPLICA
      *                 O JOURNAL SOBRE A COPIA DE SEGURANCA.

      *=================================================================
       ENVIRONMENT                      DIVISION.
      *=================================================================
       01  ACU-VIRADOS                  PIC 9(005)  COMP-3 VALUE ZEROS.

      *-----------------------------------------------------------------
ALT03  01  FILLER                       PIC X(050)         VALUE
ALT03         "-----AREA COMUNICACAO SUBPROGRAMA GRVJRNL-----".
      *-----------------------------------------------------------------
ALT03  COPY "BOOKJRNL".

ALT03  01  WRK-JRN-CLIENTE-ANTES        PIC X(150)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----BOOK DE MENSAGEM DEDE ERRO DOS ARQUIVOS-----".
      *-----------------------------------------------------------------
       0220-VIRAR-PARA-PAPEL            SECTION.
      *-----------------------------------------------------------------

ALT03      MOVE REG-CLIENTES             TO WRK-JRN-CLIENTE-ANTES.
           SET REG-EMAIL-INVALIDO       TO TRUE.
           SET REG-EFATURA-NAO          TO TRUE.

               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT03      SET JRN-ALTERACAO             TO TRUE.
ALT03      PERFORM 0810-JOURNAL-CLIENTE.

           MOVE REG-CODIGO              TO WRK-VIR-CODIGO.
           MOVE REG-NOME                TO WRK-VIR-NOME.
           MOVE REG-EMAIL               TO WRK-VIR-EMAIL.
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT03      SET JRN-FUNC-FECHAR           TO TRUE.
ALT03      CALL "GRVJRNL" USING JRN-PARAMETRO.

           GOBACK.

       0300-FINALIZAR-FIM.              EXIT.

      *-----------------------------------------------------------------
ALT03  0810-JOURNAL-CLIENTE             SECTION.
      *-----------------------------------------------------------------
ALT03 *    IMAGENS ANTES/DEPOIS DO MESTRE CLIENTES PARA O JOURNAL DE
ALT03 *    RECUPERACAO (GRVJRNL). A OPERACAO JA VEM EM JRN-OPERACAO.
      *-----------------------------------------------------------------

ALT03      SET JRN-FUNC-GRAVAR           TO TRUE.
ALT03      MOVE "BOUNCCLI"               TO JRN-PROGRAMA.
ALT03      SET JRN-ARQ-CLIENTES          TO TRUE.
ALT03      MOVE SPACES                   TO JRN-IMAGEM-ANTES
ALT03                                       JRN-IMAGEM-DEPOIS.
ALT03      IF NOT JRN-INCLUSAO
ALT03          MOVE WRK-JRN-CLIENTE-ANTES TO JRN-IMAGEM-ANTES
ALT03      END-IF.
ALT03      IF NOT JRN-EXCLUSAO
ALT03          MOVE REG-CLIENTES         TO JRN-IMAGEM-DEPOIS
ALT03          MOVE REG-CLIENTES         TO WRK-JRN-CLIENTE-ANTES
ALT03      END-IF.

ALT03      CALL "GRVJRNL" USING JRN-PARAMETRO.

ALT03  0810-JOURNAL-CLIENTE-FIM.        EXIT.

      *-----------------------------------------------------------------
       9999-TRATAR-ERRO                 SECTION.
      *-----------------------------------------------------------------

