      *                 ARQUIVO VOUCHER (STATUS 35), O EXTRATO SAI SEM
      *                 A LINHA.

ALT12 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT12 *== OBJETIVO....: A FATURA COM NFS-E EMITIDA (NOVOS CAMPOS FAT-
      *                 NFSE-SITUACAO/FAT-NFSE-NUMERO/FAT-NFSE-DATA DO
      *                 BOOK REGFATUR, CARIMBADOS PELO NFSERET) GANHA NO
      *                 EXTRATO UM LANCAMENTO INFORMATIVO, SEM VALOR,
      *                 COM O NUMERO DA NOTA NA DATA DE EMISSAO - TAMBEM
      *                 PARA AS FATURAS ARQUIVADAS NO FATHIST. LISTA DE
      *                 REPLACING DO FATHIST AMPLIADA COM OS CAMPOS
      *                 NOVOS.

ALT13 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT13 *== OBJETIVO....: EXTRATO MENSAL DE PONTOS DE FIDELIDADE NO FIM
      *                 DE CADA EXTRATO (ARQUIVO OPCIONAL PONTOS, BOOK
      *                 REGPONT): SALDO ANTERIOR, ACUMULADOS,
      *                 RESGATADOS, EXPIRADOS E ESTORNADOS NO MES
      *                 CORRENTE, SALDO ATUAL E PONTOS A EXPIRAR NO
      *                 MES SEGUINTE. CLIENTE SEM PONTOS NAO IMPRIME.

      *=================================================================
       ENVIRONMENT                      DIVISION.
      *=================================================================
ALT11      RECORD KEY IS VALE-CODIGO
ALT11      FILE STATUS IS FS-VOUCHER.

ALT13      SELECT PONTOS ASSIGN TO WRK-NOME-PONTOS
ALT13      ORGANIZATION IS INDEXED
ALT13      ACCESS MODE IS DYNAMIC
ALT13      RECORD KEY IS PTS-CHAVE
ALT13      FILE STATUS IS FS-PONTOS.

           SELECT EXTRATO ASSIGN TO WRK-NOME-EXTRATO
           FILE STATUS IS FS-EXTRATO.
      *-----------------------------------------------------------------
ALT09      FAT-DATA-DISPUTA         BY HIS-DATA-DISPUTA
ALT09      FAT-DATA-REEMBOLSO       BY HIS-DATA-REEMBOLSO
ALT10      FAT-AGRUPADA             BY HIS-AGRUPADA
ALT12      FAT-VALOR-TITULAR        BY HIS-VALOR-TITULAR
ALT12      FAT-RPS-NUMERO           BY HIS-RPS-NUMERO
ALT12      FAT-NFSE-SITUACAO        BY HIS-NFSE-SITUACAO
ALT12      FAT-NFSE-PENDENTE        BY HIS-NFSE-PENDENTE
ALT12      FAT-NFSE-ENVIADA         BY HIS-NFSE-ENVIADA
ALT12      FAT-NFSE-EMITIDA         BY HIS-NFSE-EMITIDA
ALT12      FAT-NFSE-REJEITADA       BY HIS-NFSE-REJEITADA
ALT12      FAT-NFSE-NUMERO          BY HIS-NFSE-NUMERO
ALT12      FAT-NFSE-VERIFICACAO     BY HIS-NFSE-VERIFICACAO
ALT12      FAT-NFSE-DATA            BY HIS-NFSE-DATA.

      *-----------------------------------------------------------------
      *
ALT13 *            INPUT - EXTRATO DE PONTOS DE FIDELIDADE
      *
      *-----------------------------------------------------------------
ALT13  FD  PONTOS.
ALT13  COPY "REGPONT".

      *-----------------------------------------------------------------
      *
ALT06  01  FS-CREDITO                   PIC 9(002)         VALUE ZEROS.
ALT11  01  FS-VOUCHER                   PIC 9(002)         VALUE ZEROS.
ALT09  01  FS-FATHIST                   PIC 9(002)         VALUE ZEROS.
ALT13  01  FS-PONTOS                    PIC 9(002)         VALUE ZEROS.
       01  FS-EXTRATO                   PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
ALT11         "C:\RELATORIO\dados\VOUCHER.DAT".
ALT09  01  WRK-NOME-FATHIST             PIC X(040)         VALUE
ALT09         "C:\RELATORIO\dados\FATHIST.DAT".
ALT13  01  WRK-NOME-PONTOS              PIC X(040)         VALUE
ALT13         "C:\RELATORIO\dados\PONTOS.DAT".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
ALT09  01  WRK-SW-FIM-FATHIST           PIC X(001)         VALUE "N".
ALT09      88 WRK-FIM-FATHIST                                VALUE "S".

ALT13  01  WRK-SW-PONTOS                PIC X(001)         VALUE "N".
ALT13      88 WRK-PONTOS-DISPONIVEL                         VALUE "S".
ALT13      88 WRK-PONTOS-INDISPONIVEL                        VALUE "N".

ALT13  01  WRK-SW-FIM-PONTOS            PIC X(001)         VALUE "N".
ALT13      88 WRK-FIM-PONTOS                                VALUE "S".

       01  WRK-SW-FIM-CLIENTES          PIC X(001)         VALUE "N".
           88 WRK-FIM-CLIENTES                               VALUE "S".


       01  WRK-LINHA-BRANCO             PIC X(080)         VALUE SPACES.

ALT13  01  WRK-LINHA-TITULO-PONTOS.
ALT13      05 FILLER                    PIC X(035)         VALUE
ALT13         "PONTOS DE FIDELIDADE - MES.......: ".
ALT13      05 WRK-PTS-MES               PIC 9(006)         VALUE ZEROS.

ALT13  01  WRK-LINHA-PONTOS.
ALT13      05 WRK-PTS-TEXTO             PIC X(035)         VALUE SPACES.
ALT13      05 WRK-PTS-QUANTIDADE        PIC ZZZ.ZZZ.ZZ9-   VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEIS DE SALDO-----".
ALT02  01  WRK-VALOR-DEPOIS-ED          PIC ZZZZ9,99       VALUE ZEROS.
ALT10  01  WRK-VALOR-COTA-ED            PIC ZZZZ9,99       VALUE ZEROS.

ALT13  01  WRK-COMPET-ATUAL             PIC 9(006)         VALUE ZEROS.
ALT13  01  WRK-COMPET-SEGUINTE          PIC 9(006)         VALUE ZEROS.
ALT13  01  FILLER REDEFINES WRK-COMPET-SEGUINTE.
ALT13      05 WRK-SEGUINTE-AAAA         PIC 9(004).
ALT13      05 WRK-SEGUINTE-MM           PIC 9(002).
ALT13  01  WRK-PTS-SALDO-ATUAL          PIC S9(009) COMP-3 VALUE ZEROS.
ALT13  01  WRK-PTS-SALDO-ANTERIOR       PIC S9(009) COMP-3 VALUE ZEROS.
ALT13  01  WRK-PTS-ACUMULADOS           PIC S9(009) COMP-3 VALUE ZEROS.
ALT13  01  WRK-PTS-RESGATADOS           PIC S9(009) COMP-3 VALUE ZEROS.
ALT13  01  WRK-PTS-EXPIRADOS            PIC S9(009) COMP-3 VALUE ZEROS.
ALT13  01  WRK-PTS-ESTORNADOS           PIC S9(009) COMP-3 VALUE ZEROS.
ALT13  01  WRK-PTS-A-EXPIRAR            PIC S9(009) COMP-3 VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEL DE ACUMULACAO-----".
      *-----------------------------------------------------------------

ALT02      ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
ALT13      COMPUTE WRK-COMPET-ATUAL = WRK-DATA-ATUAL / 100.
ALT13      MOVE WRK-COMPET-ATUAL        TO WRK-COMPET-SEGUINTE.
ALT13      IF WRK-SEGUINTE-MM EQUAL 12
ALT13          ADD 1                    TO WRK-SEGUINTE-AAAA
ALT13          MOVE 01                  TO WRK-SEGUINTE-MM
ALT13      ELSE
ALT13          ADD 1                    TO WRK-SEGUINTE-MM
ALT13      END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_EXTPARM".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
ALT09          END-IF
ALT09      END-IF.

ALT13      ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_PONTOS".
ALT13      IF WRK-DD-EXTERNA NOT EQUAL SPACES
ALT13          MOVE WRK-DD-EXTERNA       TO WRK-NOME-PONTOS
ALT13          MOVE SPACES               TO WRK-DD-EXTERNA
ALT13      END-IF.

ALT13      OPEN INPUT PONTOS.
ALT13      IF FS-PONTOS EQUAL ZEROS
ALT13          SET WRK-PONTOS-DISPONIVEL TO TRUE
ALT13      ELSE
ALT13          IF FS-PONTOS EQUAL 35
ALT13              SET WRK-PONTOS-INDISPONIVEL TO TRUE
ALT13          ELSE
ALT13              MOVE WRK-ERRO-ABERTURA      TO WRK-DESCRICAO-ERRO
ALT13              MOVE FS-PONTOS              TO WRK-STATUS-ERRO
ALT13              MOVE "0100-INICIALIZAR"     TO WRK-AREA-ERRO
ALT13              MOVE "EXTRACLI"             TO WRK-PROGRAMA-ERRO
ALT13              MOVE "PONTOS"               TO WRK-ARQUIVO-ERRO
ALT13              PERFORM 9999-TRATAR-ERRO
ALT13          END-IF
ALT13      END-IF.

           OPEN OUTPUT EXTRATO.
           IF FS-EXTRATO NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
ALT09                               EVT-DESCRICAO (WRK-QT-EVENTOS)
ALT09              MOVE HIS-VALOR           TO
ALT09                               EVT-VALOR     (WRK-QT-EVENTOS)
ALT12              IF HIS-NFSE-EMITIDA
ALT12                  PERFORM 0205-CONFERIR-TABELA
ALT12                  ADD 1 TO WRK-QT-EVENTOS
ALT12                  MOVE HIS-NFSE-DATA      TO
ALT12                               EVT-DATA      (WRK-QT-EVENTOS)
ALT12                  MOVE SPACES TO EVT-DESCRICAO (WRK-QT-EVENTOS)
ALT12                  STRING "NFS-E "         DELIMITED BY SIZE
ALT12                         HIS-NFSE-NUMERO  DELIMITED BY SIZE
ALT12                      INTO EVT-DESCRICAO (WRK-QT-EVENTOS)
ALT12                  MOVE ZEROS              TO
ALT12                               EVT-VALOR     (WRK-QT-EVENTOS)
ALT12              END-IF
ALT09              IF HIS-PAGA AND HIS-DATA-PAGAMENTO GREATER ZEROS
ALT09                  PERFORM 0205-CONFERIR-TABELA
ALT09                  ADD 1 TO WRK-QT-EVENTOS
ALT10                  MOVE ZEROS             TO
ALT10                               EVT-VALOR     (WRK-QT-EVENTOS)
ALT10              END-IF
ALT12              IF FAT-NFSE-EMITIDA
ALT12                  PERFORM 0205-CONFERIR-TABELA
ALT12                  ADD 1 TO WRK-QT-EVENTOS
ALT12                  MOVE FAT-NFSE-DATA      TO
ALT12                               EVT-DATA      (WRK-QT-EVENTOS)
ALT12                  MOVE SPACES TO EVT-DESCRICAO (WRK-QT-EVENTOS)
ALT12                  STRING "NFS-E "         DELIMITED BY SIZE
ALT12                         FAT-NFSE-NUMERO  DELIMITED BY SIZE
ALT12                      INTO EVT-DESCRICAO (WRK-QT-EVENTOS)
ALT12                  MOVE ZEROS              TO
ALT12                               EVT-VALOR     (WRK-QT-EVENTOS)
ALT12              END-IF
                   IF FAT-PAGA AND FAT-DATA-PAGAMENTO GREATER ZEROS
ALT02                  PERFORM 0205-CONFERIR-TABELA
                       ADD 1 TO WRK-QT-EVENTOS
           MOVE WRK-LINHA-SALDO  TO REG-EXTRATO.
           WRITE REG-EXTRATO AFTER 1 LINE.

ALT13      IF WRK-PONTOS-DISPONIVEL
ALT13          PERFORM 0250-IMPRIMIR-PONTOS
ALT13      END-IF.

       0240-IMPRIMIR-EXTRATO-FIM.       EXIT.

      *-----------------------------------------------------------------
ALT13  0250-IMPRIMIR-PONTOS             SECTION.
      *-----------------------------------------------------------------
ALT13 *    O SALDO ATUAL VEM DO REGISTRO DE SALDO DO CLIENTE (SEQUENCIA
ALT13 *    00000); O ANTERIOR E O ATUAL DESFEITO DOS MOVIMENTOS DO MES.
      *-----------------------------------------------------------------

ALT13      MOVE REG-CODIGO           TO PTS-CODIGO.
ALT13      MOVE ZEROS                TO PTS-SEQUENCIA.
ALT13      READ PONTOS KEY IS PTS-CHAVE
ALT13          INVALID KEY
ALT13              GO TO 0250-IMPRIMIR-PONTOS-FIM
ALT13      END-READ.

ALT13      MOVE PTS-SALDO            TO WRK-PTS-SALDO-ATUAL.
ALT13      MOVE ZEROS                TO WRK-PTS-ACUMULADOS
ALT13                                   WRK-PTS-RESGATADOS
ALT13                                   WRK-PTS-EXPIRADOS
ALT13                                   WRK-PTS-ESTORNADOS
ALT13                                   WRK-PTS-A-EXPIRAR.
ALT13      MOVE "N"                  TO WRK-SW-FIM-PONTOS.

ALT13      MOVE REG-CODIGO           TO PTS-CODIGO.
ALT13      MOVE 00001                TO PTS-SEQUENCIA.
ALT13      START PONTOS KEY IS NOT LESS PTS-CHAVE
ALT13          INVALID KEY
ALT13              SET WRK-FIM-PONTOS TO TRUE
ALT13      END-START.

ALT13      PERFORM 0251-LER-PONTO-CLIENTE
ALT13          UNTIL WRK-FIM-PONTOS.

ALT13      COMPUTE WRK-PTS-SALDO-ANTERIOR =
ALT13          WRK-PTS-SALDO-ATUAL - WRK-PTS-ACUMULADOS
ALT13        + WRK-PTS-RESGATADOS + WRK-PTS-EXPIRADOS
ALT13        + WRK-PTS-ESTORNADOS.

ALT13      MOVE WRK-LINHA-BRANCO     TO REG-EXTRATO.
ALT13      WRITE REG-EXTRATO AFTER 1 LINE.

ALT13      MOVE WRK-COMPET-ATUAL     TO WRK-PTS-MES.
ALT13      MOVE WRK-LINHA-TITULO-PONTOS TO REG-EXTRATO.
ALT13      WRITE REG-EXTRATO AFTER 1 LINE.

ALT13      MOVE "SALDO ANTERIOR DE PONTOS.........: " TO WRK-PTS-TEXTO.
ALT13      MOVE WRK-PTS-SALDO-ANTERIOR TO WRK-PTS-QUANTIDADE.
ALT13      PERFORM 0252-GRAVAR-LINHA-PONTOS.

ALT13      MOVE "PONTOS ACUMULADOS NO MES.........: " TO WRK-PTS-TEXTO.
ALT13      MOVE WRK-PTS-ACUMULADOS   TO WRK-PTS-QUANTIDADE.
ALT13      PERFORM 0252-GRAVAR-LINHA-PONTOS.

ALT13      MOVE "PONTOS RESGATADOS NO MES.........: " TO WRK-PTS-TEXTO.
ALT13      MOVE WRK-PTS-RESGATADOS   TO WRK-PTS-QUANTIDADE.
ALT13      PERFORM 0252-GRAVAR-LINHA-PONTOS.

ALT13      MOVE "PONTOS EXPIRADOS NO MES..........: " TO WRK-PTS-TEXTO.
ALT13      MOVE WRK-PTS-EXPIRADOS    TO WRK-PTS-QUANTIDADE.
ALT13      PERFORM 0252-GRAVAR-LINHA-PONTOS.

ALT13      MOVE "PONTOS ESTORNADOS NO MES.........: " TO WRK-PTS-TEXTO.
ALT13      MOVE WRK-PTS-ESTORNADOS   TO WRK-PTS-QUANTIDADE.
ALT13      PERFORM 0252-GRAVAR-LINHA-PONTOS.

ALT13      MOVE "SALDO ATUAL DE PONTOS............: " TO WRK-PTS-TEXTO.
ALT13      MOVE WRK-PTS-SALDO-ATUAL  TO WRK-PTS-QUANTIDADE.
ALT13      PERFORM 0252-GRAVAR-LINHA-PONTOS.

ALT13      MOVE "PONTOS A EXPIRAR NO MES SEGUINTE.: " TO WRK-PTS-TEXTO.
ALT13      MOVE WRK-PTS-A-EXPIRAR    TO WRK-PTS-QUANTIDADE.
ALT13      PERFORM 0252-GRAVAR-LINHA-PONTOS.

ALT13  0250-IMPRIMIR-PONTOS-FIM.        EXIT.

      *-----------------------------------------------------------------
ALT13  0251-LER-PONTO-CLIENTE           SECTION.
      *-----------------------------------------------------------------

ALT13      READ PONTOS NEXT RECORD.

ALT13      IF FS-PONTOS NOT EQUAL ZEROS
ALT13          OR PTS-CODIGO NOT EQUAL REG-CODIGO
ALT13          SET WRK-FIM-PONTOS TO TRUE
ALT13          GO TO 0251-LER-PONTO-CLIENTE-FIM
ALT13      END-IF.

ALT13      IF PTS-ACUMULO AND PTS-LOTE-ATIVO
ALT13          AND PTS-PONTOS-RESTANTES GREATER ZEROS
ALT13          AND PTS-DATA-EXPIRA (1 : 6) EQUAL WRK-COMPET-SEGUINTE
ALT13          ADD PTS-PONTOS-RESTANTES TO WRK-PTS-A-EXPIRAR
ALT13      END-IF.

ALT13      IF PTS-DATA (1 : 6) NOT EQUAL WRK-COMPET-ATUAL
ALT13          GO TO 0251-LER-PONTO-CLIENTE-FIM
ALT13      END-IF.

ALT13      EVALUATE TRUE
ALT13          WHEN PTS-ACUMULO
ALT13              ADD PTS-PONTOS TO WRK-PTS-ACUMULADOS
ALT13          WHEN PTS-RESGATE
ALT13              ADD PTS-PONTOS TO WRK-PTS-RESGATADOS
ALT13          WHEN PTS-EXPIRACAO
ALT13              ADD PTS-PONTOS TO WRK-PTS-EXPIRADOS
ALT13          WHEN PTS-ESTORNO
ALT13              ADD PTS-PONTOS TO WRK-PTS-ESTORNADOS
ALT13      END-EVALUATE.

ALT13  0251-LER-PONTO-CLIENTE-FIM.      EXIT.

      *-----------------------------------------------------------------
ALT13  0252-GRAVAR-LINHA-PONTOS         SECTION.
      *-----------------------------------------------------------------

ALT13      MOVE WRK-LINHA-PONTOS     TO REG-EXTRATO.
ALT13      WRITE REG-EXTRATO AFTER 1 LINE.

ALT13  0252-GRAVAR-LINHA-PONTOS-FIM.    EXIT.

      *-----------------------------------------------------------------
       0245-IMPRIMIR-EVENTO             SECTION.
      *-----------------------------------------------------------------

ALT09          END-IF
ALT09      END-IF.

ALT13      IF WRK-PONTOS-DISPONIVEL
ALT13          CLOSE PONTOS
ALT13          IF FS-PONTOS NOT EQUAL ZEROS
ALT13              MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
ALT13              MOVE FS-PONTOS         TO WRK-STATUS-ERRO
ALT13              MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
ALT13              MOVE "EXTRACLI"        TO WRK-PROGRAMA-ERRO
ALT13              MOVE "PONTOS"          TO WRK-ARQUIVO-ERRO
ALT13              PERFORM 9999-TRATAR-ERRO
ALT13          END-IF
ALT13      END-IF.

           CLOSE EXTRATO.
           IF FS-EXTRATO NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
