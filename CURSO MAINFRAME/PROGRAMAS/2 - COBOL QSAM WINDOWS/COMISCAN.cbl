      *-----------------------------------------------------------------
      *-------------------ALTERACOESDO PROGRAMA-------------------------

ALT01 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT01 *== OBJETIVO....: TESTE GRATIS (STATUS "T", BOOK REGCLI) FORA DOS
      *                 NOVOS PAGANTES: INCLUSAO JA EM TESTE CONTA COMO
      *                 TESTE INICIADO; A CONVERSAO T->A DO TESTECLI
      *                 (ALTERACAO NA AUDITORIA) CONTA COMO NOVO
      *                 PAGANTE DO CANAL NA COMPETENCIA EM QUE OCORRE;
      *                 A EXPIRACAO T->C E CONTADA A PARTE. BASE EM
      *                 TESTE POR CANAL LISTADA NUMA SEGUNDA LINHA DO
      *                 COMISREL. O STATUS VEM DAS IMAGENS DA AUDITORIA.

      *=================================================================
       ENVIRONMENT                      DIVISION.
      *=================================================================

       01  WRK-COMPETENCIA-AUD          PIC 9(006)          VALUE ZEROS.

ALT01 *    REG-STATUS NAS IMAGENS ANTES/DEPOIS DA AUDITORIA (POSICAO 75
ALT01 *    DO REG-CLIENTES, BOOK REGCLI).
ALT01  01  WRK-STATUS-ANTES             PIC X(001)         VALUE SPACES.
ALT01      88 WRK-ANTES-TESTE                               VALUE "T".
ALT01  01  WRK-STATUS-DEPOIS            PIC X(001)         VALUE SPACES.
ALT01      88 WRK-DEPOIS-ATIVO                              VALUE "A".
ALT01      88 WRK-DEPOIS-CANCELADO                           VALUE "C".
ALT01      88 WRK-DEPOIS-TESTE                               VALUE "T".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----TABELA DE CANAIS EM MEMORIA-----".
               10 CANAL-TAB-BASE        PIC 9(005)  COMP-3 VALUE ZEROS.
               10 CANAL-TAB-FATURADO    PIC 9(009)V99 COMP-3
                                                   VALUE ZEROS.
ALT01          10 CANAL-TAB-BASE-TESTE  PIC 9(005)  COMP-3 VALUE ZEROS.
ALT01          10 CANAL-TAB-TESTES      PIC 9(005)  COMP-3 VALUE ZEROS.
ALT01          10 CANAL-TAB-CONVERSOES  PIC 9(005)  COMP-3 VALUE ZEROS.
ALT01          10 CANAL-TAB-EXPIRACOES  PIC 9(005)  COMP-3 VALUE ZEROS.

       01  WRK-QT-CANAIS                PIC 9(002)  COMP-3 VALUE ZEROS.
       01  IDX-CANAL                    PIC 9(002)  COMP-3 VALUE ZEROS.
           05 WRK-REL-COMISSAO          PIC ZZZ.ZZZ.ZZ9,99
                                                          VALUE ZEROS.

ALT01  01  WRK-LINHA-TESTE.
ALT01      05 FILLER                    PIC X(022)         VALUE
ALT01         "    TESTE - INICIADOS ".
ALT01      05 WRK-REL-TESTES            PIC ZZZZ9          VALUE ZEROS.
ALT01      05 FILLER                    PIC X(013)         VALUE
ALT01         " CONVERTIDOS ".
ALT01      05 WRK-REL-CONVERSOES        PIC ZZZZ9          VALUE ZEROS.
ALT01      05 FILLER                    PIC X(011)         VALUE
ALT01         " EXPIRADOS ".
ALT01      05 WRK-REL-EXPIRACOES        PIC ZZZZ9          VALUE ZEROS.
ALT01      05 FILLER                    PIC X(010)         VALUE
ALT01         " EM TESTE ".
ALT01      05 WRK-REL-BASE-TESTE        PIC ZZZZ9          VALUE ZEROS.

       01  WRK-LINHA-COLUNAS.
           05 FILLER                    PIC X(025)         VALUE
              "CNL NOME                 ".
       01  ACU-SEM-CANAL               PIC 9(005)  COMP-3  VALUE ZEROS.
       01  ACU-CANAL-DESCONHECIDO      PIC 9(005)  COMP-3  VALUE ZEROS.
       01  ACU-FATURAS-COMPET          PIC 9(005)  COMP-3  VALUE ZEROS.
ALT01  01  ACU-TESTES-INICIADOS        PIC 9(005)  COMP-3  VALUE ZEROS.
ALT01  01  ACU-TESTES-CONVERTIDOS      PIC 9(005)  COMP-3  VALUE ZEROS.
ALT01  01  ACU-TESTES-EXPIRADOS        PIC 9(005)  COMP-3  VALUE ZEROS.
       01  ACU-TOTAL-COMISSAO          PIC 9(009)V99 COMP-3
                                                           VALUE ZEROS.

                               ADD 1 TO
                                  CANAL-TAB-BASE (WRK-IDX-ACHADO)
                           END-IF
ALT01                      IF REG-TESTE
ALT01                          ADD 1 TO
ALT01                             CANAL-TAB-BASE-TESTE (WRK-IDX-ACHADO)
ALT01                      END-IF
                       ELSE
                           ADD 1 TO ACU-CANAL-DESCONHECIDO
                       END-IF
      *    NOVOS CLIENTES POR CANAL: INCLUSOES "A" DA AUDITORIA DO
      *    MANTCLI NA COMPETENCIA CORRENTE, COM O CANAL LIDO DO MESTRE
      *    (A ATRIBUICAO E IMUTAVEL, ENTAO O MESTRE VALE PELA IMAGEM).
ALT01 *    INCLUSAO JA EM TESTE GRATIS NAO E NOVO PAGANTE - SO A
ALT01 *    ALTERACAO DE TESTE PARA ATIVO (CONVERSAO) O E.
      *    SEM O ARQUIVO AUDITORIA (STATUS 35), OS NOVOS SAEM ZERADOS.
      *-----------------------------------------------------------------

               SET WRK-FIM-AUDITORIA TO TRUE
           ELSE
               COMPUTE WRK-COMPETENCIA-AUD = AUD-DATA / 100
ALT01          MOVE AUD-IMAGEM-ANTES  (75 : 1) TO WRK-STATUS-ANTES
ALT01          MOVE AUD-IMAGEM-DEPOIS (75 : 1) TO WRK-STATUS-DEPOIS
ALT01          IF (AUD-INCLUSAO
ALT01              OR (AUD-ALTERACAO AND WRK-ANTES-TESTE))
                   AND WRK-COMPETENCIA-AUD EQUAL WRK-COMPETENCIA-ATUAL
                   MOVE AUD-CODIGO TO REG-CODIGO
                   READ CLIENTES KEY IS REG-CODIGO
                               MOVE REG-CANAL TO WRK-CANAL-PROCURADO
                               PERFORM 0130-PROCURAR-CANAL
                               IF WRK-IDX-ACHADO GREATER ZEROS
ALT01                              PERFORM 0246-CLASSIFICAR-MOVIMENTO
                               END-IF
                           END-IF
                   END-READ

       0245-LER-AUDITORIA-FIM.          EXIT.

ALT01  0246-CLASSIFICAR-MOVIMENTO       SECTION.
ALT01 *    INCLUSAO EM TESTE, INCLUSAO PAGANTE, CONVERSAO (T->A) OU
ALT01 *    EXPIRACAO (T->C); OUTRAS ALTERACOES DE QUEM ESTAVA EM TESTE
ALT01 *    NAO MOVEM NADA.
ALT01
ALT01      EVALUATE TRUE
ALT01          WHEN AUD-INCLUSAO AND WRK-DEPOIS-TESTE
ALT01              ADD 1 TO CANAL-TAB-TESTES     (WRK-IDX-ACHADO)
ALT01              ADD 1 TO ACU-TESTES-INICIADOS
ALT01          WHEN AUD-INCLUSAO
ALT01              ADD 1 TO CANAL-TAB-NOVOS      (WRK-IDX-ACHADO)
ALT01          WHEN WRK-DEPOIS-ATIVO
ALT01              ADD 1 TO CANAL-TAB-NOVOS      (WRK-IDX-ACHADO)
ALT01              ADD 1 TO CANAL-TAB-CONVERSOES (WRK-IDX-ACHADO)
ALT01              ADD 1 TO ACU-TESTES-CONVERTIDOS
ALT01          WHEN WRK-DEPOIS-CANCELADO
ALT01              ADD 1 TO CANAL-TAB-EXPIRACOES (WRK-IDX-ACHADO)
ALT01              ADD 1 TO ACU-TESTES-EXPIRADOS
ALT01          WHEN OTHER
ALT01              CONTINUE
ALT01      END-EVALUATE.
ALT01
ALT01  0246-CLASSIFICAR-MOVIMENTO-FIM.  EXIT.

      *-----------------------------------------------------------------
       0250-FECHAR-CANAIS               SECTION.
      *-----------------------------------------------------------------
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT01      MOVE CANAL-TAB-TESTES     (IDX-CANAL) TO WRK-REL-TESTES.
ALT01      MOVE CANAL-TAB-CONVERSOES (IDX-CANAL) TO WRK-REL-CONVERSOES.
ALT01      MOVE CANAL-TAB-EXPIRACOES (IDX-CANAL) TO WRK-REL-EXPIRACOES.
ALT01      MOVE CANAL-TAB-BASE-TESTE (IDX-CANAL) TO WRK-REL-BASE-TESTE.
ALT01
ALT01      MOVE WRK-LINHA-TESTE TO REG-COMISREL.
ALT01      WRITE REG-COMISREL AFTER 1 LINE.
ALT01      IF FS-COMISREL NOT EQUAL ZEROS
ALT01          MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
ALT01          MOVE FS-COMISREL              TO WRK-STATUS-ERRO
ALT01          MOVE "0260-FECHAR-CANAL"      TO WRK-AREA-ERRO
ALT01          MOVE "COMISCAN"               TO WRK-PROGRAMA-ERRO
ALT01          MOVE "COMISREL"               TO WRK-ARQUIVO-ERRO
ALT01          PERFORM 9999-TRATAR-ERRO
ALT01      END-IF.

       0260-FECHAR-CANAL-FIM.           EXIT.

      *-----------------------------------------------------------------
                                               ACU-CANAL-DESCONHECIDO.
           DISPLAY "FATURAS DA COMPETENCIA.......: "
                                               ACU-FATURAS-COMPET.
ALT01      DISPLAY "TESTES GRATIS INICIADOS......: "
ALT01                                          ACU-TESTES-INICIADOS.
ALT01      DISPLAY "TESTES CONVERTIDOS (NOVOS)...: "
ALT01                                          ACU-TESTES-CONVERTIDOS.
ALT01      DISPLAY "TESTES EXPIRADOS.............: "
ALT01                                          ACU-TESTES-EXPIRADOS.
           DISPLAY "COMISSAO TOTAL DEVIDA........: "
                                               ACU-TOTAL-COMISSAO.
           DISPLAY WRK-TRACO.
