      *                 PARA A OPERACAO PEDIR A REABERTURA FORMAL DO
      *                 MES (FECHCOMP) ANTES DE REPROCESSAR.

ALT02 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT02 *== OBJETIVO....: A PARCELA DO ACORDO NASCE SEM RPS E SEM NFS-E
      *                 (NOVOS CAMPOS FAT-RPS-NUMERO, FAT-NFSE-SITUACAO,
      *                 FAT-NFSE-NUMERO, FAT-NFSE-VERIFICACAO E FAT-
      *                 NFSE-DATA DO BOOK REGFATUR) - A PARCELA NAO E
      *                 SERVICO NOVO E FICA FORA DO LOTE DE RPS, QUE SO
      *                 OLHA AS COMPETENCIAS AAAAMM.

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
ALT01  COPY "BOOKFECH".

      *-----------------------------------------------------------------
ALT03  01  FILLER                       PIC X(050)         VALUE
ALT03         "-----AREA COMUNICACAO SUBPROGRAMA GRVJRNL-----".
      *-----------------------------------------------------------------
ALT03  COPY "BOOKJRNL".

ALT03  01  WRK-JRN-FATURA-ANTES         PIC X(153)         VALUE SPACES.
ALT03  01  WRK-JRN-FATURA-NOVA          PIC X(153)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----BOOK DE MENSAGEM DEDE ERRO DOS ARQUIVOS-----".
      *-----------------------------------------------------------------
ALT01                              "FECHADA " FAT-CODIGO " "
ALT01                              FAT-COMPETENCIA
ALT01                  ELSE
ALT03                  MOVE REG-FATURA   TO WRK-JRN-FATURA-ANTES
                       SET FAT-ABERTA TO TRUE
                       REWRITE REG-FATURA
                       IF FS-FATURAS NOT EQUAL ZEROS
                           MOVE "FATURAS"        TO WRK-ARQUIVO-ERRO
                           PERFORM 9999-TRATAR-ERRO
                       END-IF
ALT03                  SET JRN-ALTERACAO TO TRUE
ALT03                  PERFORM 0820-JOURNAL-FATURA
ALT01                  END-IF
                   END-IF
           END-READ.
                   CONTINUE
               NOT INVALID KEY
                   IF FAT-ABERTA
ALT03                  MOVE REG-FATURA   TO WRK-JRN-FATURA-ANTES
                       SET FAT-RENEGOCIADA TO TRUE
                       REWRITE REG-FATURA
                       IF FS-FATURAS NOT EQUAL ZEROS
                           MOVE "FATURAS"        TO WRK-ARQUIVO-ERRO
                           PERFORM 9999-TRATAR-ERRO
                       END-IF
ALT03                  SET JRN-ALTERACAO TO TRUE
ALT03                  PERFORM 0820-JOURNAL-FATURA
                   END-IF
           END-READ.

               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
ALT03              MOVE REG-FATURA       TO WRK-JRN-FATURA-ANTES
                   SET FAT-RENEGOCIADA TO TRUE
                   REWRITE REG-FATURA
                   IF FS-FATURAS NOT EQUAL ZEROS
                       MOVE "FATURAS"            TO WRK-ARQUIVO-ERRO
                       PERFORM 9999-TRATAR-ERRO
                   END-IF
ALT03              SET JRN-ALTERACAO     TO TRUE
ALT03              PERFORM 0820-JOURNAL-FATURA
           END-READ.

           ADD 1 TO WRK-IDX-FATURA.
           MOVE ZEROS               TO FAT-DATA-DISPUTA.
           MOVE ZEROS               TO FAT-DATA-REEMBOLSO.
           MOVE ZEROS               TO FAT-VALOR-TITULAR.
ALT02      MOVE ZEROS               TO FAT-RPS-NUMERO.
ALT02      SET FAT-NFSE-PENDENTE    TO TRUE.
ALT02      MOVE ZEROS               TO FAT-NFSE-NUMERO.
ALT02      MOVE SPACES              TO FAT-NFSE-VERIFICACAO.
ALT02      MOVE ZEROS               TO FAT-NFSE-DATA.

ALT03      SET JRN-INCLUSAO              TO TRUE.
           WRITE REG-FATURA
               INVALID KEY
ALT03              SET JRN-ALTERACAO     TO TRUE
ALT03              MOVE REG-FATURA       TO WRK-JRN-FATURA-NOVA
ALT03              READ FATURAS
ALT03              MOVE REG-FATURA       TO WRK-JRN-FATURA-ANTES
ALT03              MOVE WRK-JRN-FATURA-NOVA TO REG-FATURA
                   REWRITE REG-FATURA
           END-WRITE.
           IF FS-FATURAS NOT EQUAL ZEROS
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT03      PERFORM 0820-JOURNAL-FATURA.

           ADD 1 TO WRK-IDX-PARCELA.

       0440-GRAVAR-PARCELA-FIM.         EXIT.
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
ALT03      MOVE "NEGOCCLI"               TO JRN-PROGRAMA.
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

