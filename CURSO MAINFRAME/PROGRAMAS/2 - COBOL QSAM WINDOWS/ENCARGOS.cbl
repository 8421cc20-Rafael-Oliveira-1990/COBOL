      *                 JUROS NAO PODEM CORRER DURANTE A INVESTIGACAO,
      *                 COMO JA FAZEM ATRASCLI/NOTIFCLI/SUSPCLI.

ALT03 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT03 *== OBJETIVO....: CADA GRAVACAO, REGRAVACAO OU EXCLUSAO NO MESTRE
      *                 FATURAS PASSA A SAIR NO JOURNAL DE RECUPERACAO
      *                 (SUBPROGRAMA GRVJRNL, BOOK BOOKJRNL) COM AS
      *                 IMAGENS ANTES E DEPOIS DO REGISTRO - SE O MESTRE
      *                 SE PERDER NO MEIO DA CADEIA, O RECJRNL REAPLICA
      *                 O JOURNAL SOBRE A COPIA DE SEGURANCA.

      *=================================================================
       ENVIRONMENT                      DIVISION.
      *=================================================================
                                                           VALUE ZEROS.

      *-----------------------------------------------------------------
ALT03  01  FILLER                       PIC X(050)         VALUE
ALT03         "-----AREA COMUNICACAO SUBPROGRAMA GRVJRNL-----".
      *-----------------------------------------------------------------
ALT03  COPY "BOOKJRNL".

ALT03  01  WRK-JRN-FATURA-ANTES         PIC X(153)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----BOOK DE MENSAGEM DEDE ERRO DOS ARQUIVOS-----".
      *-----------------------------------------------------------------
               WRK-ENCARGO-NOVO - FAT-VALOR-ENCARGOS.

           IF WRK-ENCARGO-DELTA GREATER ZEROS
ALT03          MOVE REG-FATURA           TO WRK-JRN-FATURA-ANTES
               MOVE WRK-ENCARGO-NOVO    TO FAT-VALOR-ENCARGOS
               MOVE WRK-DATA-ATUAL      TO FAT-DATA-ENCARGOS
               REWRITE REG-FATURA
                   MOVE "FATURAS"              TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
ALT03          SET JRN-ALTERACAO         TO TRUE
ALT03          PERFORM 0820-JOURNAL-FATURA
               ADD WRK-ENCARGO-DELTA    TO ACU-VALOR-APURADO
               ADD 1 TO ACU-APURADAS
               PERFORM 0230-LISTAR-ENCARGO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT03      SET JRN-FUNC-FECHAR           TO TRUE.
ALT03      CALL "GRVJRNL" USING JRN-PARAMETRO.

           GOBACK.

       0300-FINALIZAR-FIM.              EXIT.

      *-----------------------------------------------------------------
ALT03  0820-JOURNAL-FATURA              SECTION.
      *-----------------------------------------------------------------
ALT03 *    IMAGENS ANTES/DEPOIS DO MESTRE FATURAS PARA O JOURNAL DE
ALT03 *    RECUPERACAO (GRVJRNL). A OPERACAO JA VEM EM JRN-OPERACAO.
      *-----------------------------------------------------------------

ALT03      SET JRN-FUNC-GRAVAR           TO TRUE.
ALT03      MOVE "ENCARGOS"               TO JRN-PROGRAMA.
ALT03      SET JRN-ARQ-FATURAS           TO TRUE.
ALT03      MOVE SPACES                   TO JRN-IMAGEM-ANTES
ALT03                                       JRN-IMAGEM-DEPOIS.
ALT03      IF NOT JRN-INCLUSAO
ALT03          MOVE WRK-JRN-FATURA-ANTES TO JRN-IMAGEM-ANTES
ALT03      END-IF.
ALT03      IF NOT JRN-EXCLUSAO
ALT03          MOVE REG-FATURA           TO JRN-IMAGEM-DEPOIS
ALT03          MOVE REG-FATURA           TO WRK-JRN-FATURA-ANTES
ALT03      END-IF.

ALT03      CALL "GRVJRNL" USING JRN-PARAMETRO.

ALT03  0820-JOURNAL-FATURA-FIM.         EXIT.

      *-----------------------------------------------------------------
       9999-TRATAR-ERRO                 SECTION.
      *-----------------------------------------------------------------

