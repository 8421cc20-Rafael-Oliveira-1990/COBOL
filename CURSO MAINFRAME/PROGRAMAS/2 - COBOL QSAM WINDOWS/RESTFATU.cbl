      *-----------------------------------------------------------------
      *-------------------ALTERACOESDO PROGRAMA-------------------------

ALT01 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT01 *== OBJETIVO....: LISTA DE REPLACING DO HISTORICO FATHIST AMPLIADA
      *                 COM OS NOVOS CAMPOS DE RPS E NFS-E DO BOOK
      *                 REGFATUR - A FATURA RESGATADA VOLTA PARA O
      *                 ARQUIVO VIVO COM O NUMERO DA NOTA.

ALT02 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT02 *== OBJETIVO....: CADA GRAVACAO, REGRAVACAO OU EXCLUSAO NO MESTRE
      *                 FATURAS PASSA A SAIR NO JOURNAL DE RECUPERACAO
      *                 (SUBPROGRAMA GRVJRNL, BOOK BOOKJRNL) COM AS
      *                 IMAGENS ANTES E DEPOIS DO REGISTRO - SE O MESTRE
      *                 SE PERDER NO MEIO DA CADEIA, O RECJRNL REAPLICA
      *                 O JOURNAL SOBRE A COPIA DE SEGURANCA.

      *=================================================================
       ENVIRONMENT                      DIVISION.
      *=================================================================
           FAT-DATA-DISPUTA         BY HIS-DATA-DISPUTA
           FAT-DATA-REEMBOLSO       BY HIS-DATA-REEMBOLSO
           FAT-AGRUPADA             BY HIS-AGRUPADA
ALT01      FAT-VALOR-TITULAR        BY HIS-VALOR-TITULAR
ALT01      FAT-RPS-NUMERO           BY HIS-RPS-NUMERO
ALT01      FAT-NFSE-SITUACAO        BY HIS-NFSE-SITUACAO
ALT01      FAT-NFSE-PENDENTE        BY HIS-NFSE-PENDENTE
ALT01      FAT-NFSE-ENVIADA         BY HIS-NFSE-ENVIADA
ALT01      FAT-NFSE-EMITIDA         BY HIS-NFSE-EMITIDA
ALT01      FAT-NFSE-REJEITADA       BY HIS-NFSE-REJEITADA
ALT01      FAT-NFSE-NUMERO          BY HIS-NFSE-NUMERO
ALT01      FAT-NFSE-VERIFICACAO     BY HIS-NFSE-VERIFICACAO
ALT01      FAT-NFSE-DATA            BY HIS-NFSE-DATA.

      *-----------------------------------------------------------------
      *
           05 WRK-RST-SITUACAO          PIC X(020)         VALUE SPACES.

      *-----------------------------------------------------------------
ALT02  01  FILLER                       PIC X(050)         VALUE
ALT02         "-----AREA COMUNICACAO SUBPROGRAMA GRVJRNL-----".
      *-----------------------------------------------------------------
ALT02  COPY "BOOKJRNL".

ALT02  01  WRK-JRN-FATURA-ANTES         PIC X(153)         VALUE SPACES.
ALT02  01  WRK-JRN-FATURA-NOVA          PIC X(153)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----BOOK DE MENSAGEM DEDE ERRO DOS ARQUIVOS-----".
      *-----------------------------------------------------------------

           MOVE HIS-FATURA TO REG-FATURA.

ALT02      SET JRN-INCLUSAO              TO TRUE.
           WRITE REG-FATURA
               INVALID KEY
ALT02              SET JRN-ALTERACAO     TO TRUE
ALT02              MOVE REG-FATURA       TO WRK-JRN-FATURA-NOVA
ALT02              READ FATURAS
ALT02              MOVE REG-FATURA       TO WRK-JRN-FATURA-ANTES
ALT02              MOVE WRK-JRN-FATURA-NOVA TO REG-FATURA
                   REWRITE REG-FATURA
           END-WRITE.
           IF FS-FATURAS NOT EQUAL ZEROS
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT02      PERFORM 0820-JOURNAL-FATURA.

           DELETE FATHIST.
           IF FS-FATHIST NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
           CLOSE FATURAS.
           CLOSE LISTREST.

ALT02      SET JRN-FUNC-FECHAR           TO TRUE.
ALT02      CALL "GRVJRNL" USING JRN-PARAMETRO.

           GOBACK.

       0300-FINALIZAR-FIM.              EXIT.

      *-----------------------------------------------------------------
ALT02  0820-JOURNAL-FATURA              SECTION.
      *-----------------------------------------------------------------
ALT02 *    IMAGENS ANTES/DEPOIS DO MESTRE FATURAS PARA O JOURNAL DE
ALT02 *    RECUPERACAO (GRVJRNL). A OPERACAO JA VEM EM JRN-OPERACAO.
      *-----------------------------------------------------------------

ALT02      SET JRN-FUNC-GRAVAR           TO TRUE.
ALT02      MOVE "RESTFATU"               TO JRN-PROGRAMA.
ALT02      SET JRN-ARQ-FATURAS           TO TRUE.
ALT02      MOVE SPACES                   TO JRN-IMAGEM-ANTES
ALT02                                       JRN-IMAGEM-DEPOIS.
ALT02      IF NOT JRN-INCLUSAO
ALT02          MOVE WRK-JRN-FATURA-ANTES TO JRN-IMAGEM-ANTES
ALT02      END-IF.
ALT02      IF NOT JRN-EXCLUSAO
ALT02          MOVE REG-FATURA           TO JRN-IMAGEM-DEPOIS
ALT02          MOVE REG-FATURA           TO WRK-JRN-FATURA-ANTES
ALT02      END-IF.

ALT02      CALL "GRVJRNL" USING JRN-PARAMETRO.

ALT02  0820-JOURNAL-FATURA-FIM.         EXIT.

      *-----------------------------------------------------------------
       9999-TRATAR-ERRO                 SECTION.
      *-----------------------------------------------------------------

