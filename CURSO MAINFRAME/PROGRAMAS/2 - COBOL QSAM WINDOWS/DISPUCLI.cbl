      *-----------------------------------------------------------------
      *-------------------ALTERACOESDO PROGRAMA-------------------------

ALT01 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT01 *== OBJETIVO....: CADA GRAVACAO, REGRAVACAO OU EXCLUSAO NO MESTRE
      *                 FATURAS PASSA A SAIR NO JOURNAL DE RECUPERACAO
      *                 (SUBPROGRAMA GRVJRNL, BOOK BOOKJRNL) COM AS
      *                 IMAGENS ANTES E DEPOIS DO REGISTRO - SE O MESTRE
      *                 SE PERDER NO MEIO DA CADEIA, O RECJRNL REAPLICA
      *                 O JOURNAL SOBRE A COPIA DE SEGURANCA.

      *=================================================================
       ENVIRONMENT                      DIVISION.
      *=================================================================
       01  ACU-EM-DISPUTA               PIC 9(005)  COMP-3 VALUE ZEROS.

      *-----------------------------------------------------------------
ALT01  01  FILLER                       PIC X(050)         VALUE
ALT01         "-----AREA COMUNICACAO SUBPROGRAMA GRVJRNL-----".
      *-----------------------------------------------------------------
ALT01  COPY "BOOKJRNL".

ALT01  01  WRK-JRN-FATURA-ANTES         PIC X(153)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----BOOK DE MENSAGEM DEDE ERRO DOS ARQUIVOS-----".
      *-----------------------------------------------------------------
       0220-APLICAR-DISPUTA             SECTION.
      *-----------------------------------------------------------------

ALT01      MOVE REG-FATURA               TO WRK-JRN-FATURA-ANTES.

           EVALUATE TRUE
               WHEN DISP-ABRIR
                   SET FAT-DISPUTADA   TO TRUE
                   MOVE "FATURAS"                TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
ALT01          SET JRN-ALTERACAO         TO TRUE
ALT01          PERFORM 0820-JOURNAL-FATURA
           END-IF.

       0220-APLICAR-DISPUTA-FIM.        EXIT.
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT01      SET JRN-FUNC-FECHAR           TO TRUE.
ALT01      CALL "GRVJRNL" USING JRN-PARAMETRO.

           GOBACK.

       0300-FINALIZAR-FIM.              EXIT.

      *-----------------------------------------------------------------
ALT01  0820-JOURNAL-FATURA              SECTION.
      *-----------------------------------------------------------------
ALT01 *    IMAGENS ANTES/DEPOIS DO MESTRE FATURAS PARA O JOURNAL DE
ALT01 *    RECUPERACAO (GRVJRNL). A OPERACAO JA VEM EM JRN-OPERACAO.
      *-----------------------------------------------------------------

ALT01      SET JRN-FUNC-GRAVAR           TO TRUE.
ALT01      MOVE "DISPUCLI"               TO JRN-PROGRAMA.
ALT01      SET JRN-ARQ-FATURAS           TO TRUE.
ALT01      MOVE SPACES                   TO JRN-IMAGEM-ANTES
ALT01                                       JRN-IMAGEM-DEPOIS.
ALT01      IF NOT JRN-INCLUSAO
ALT01          MOVE WRK-JRN-FATURA-ANTES TO JRN-IMAGEM-ANTES
ALT01      END-IF.
ALT01      IF NOT JRN-EXCLUSAO
ALT01          MOVE REG-FATURA           TO JRN-IMAGEM-DEPOIS
ALT01          MOVE REG-FATURA           TO WRK-JRN-FATURA-ANTES
ALT01      END-IF.

ALT01      CALL "GRVJRNL" USING JRN-PARAMETRO.

ALT01  0820-JOURNAL-FATURA-FIM.         EXIT.

      *-----------------------------------------------------------------
       9999-TRATAR-ERRO                 SECTION.
      *-----------------------------------------------------------------

