      *===================ESPECIFICACOES DO PROGRAMA====================
      *    ARQUIVO                    TIPO               BOOK
      *    CLIENTES                  INPUT              REGCLI
ALT02 *    ASSINATURAS               INPUT              REGASSN
      *    CHURNREL                  OUTPUT             N/A
      *    CHURNREL                  INPUT              BOOKCAT
      *    CHURNREL                  INPUT              BOOKMSG
      *                 A FORMA PERFORM DE SECAO, COMO NOS DEMAIS
      *                 PROGRAMAS.

ALT02 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT02 *== OBJETIVO....: ATIVOS E CANCELAMENTOS PASSARAM A SER CONTADOS
      *                 POR ASSINATURA (ARQUIVO ASSINATURAS, BOOK
      *                 REGASSN), NO STREAMING/PLANO DE CADA UMA:
      *                 ASSINATURA ATIVA SOMA NA BASE CONFORME A
      *                 SITUACAO DO CLIENTE; ASSINATURA ENCERRADA CONTA
      *                 COMO CANCELAMENTO NA COMPETENCIA DE ASN-DATA-FIM
      *                 - INCLUSIVE QUANDO O CLIENTE CONTINUA ATIVO EM
      *                 OUTRO STREAMING. CLIENTE SEM ASSINATURA NO
      *                 ARQUIVO (OU ARQUIVO AUSENTE) CONTINUA CONTADO
      *                 PELOS DADOS DO MESTRE.

ALT03 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT03 *== OBJETIVO....: CANCELAMENTOS ABERTOS EM NO PRAZO E FORA DO
      *                 PRAZO DE FIDELIDADE (ASSINATURA ENCERRADA
      *                 ANTES DE ASN-FIDEL-FIM, BOOK REGASSN), NO
      *                 QUADRO POR STREAMING/PLANO E NA SERIE POR
      *                 COMPETENCIA. CLIENTE SEM ASSINATURA NO
      *                 ARQUIVO CONTA SEMPRE FORA DO PRAZO.

ALT04 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT04 *== OBJETIVO....: TESTE GRATIS FORA DO CHURN: ASSINATURA ENCERRADA
      *                 POR TESTE EXPIRADO (ASN-MOTIVO-FIM "TE", BOOK
      *                 REGASSN) NAO CONTA COMO CANCELAMENTO E CLIENTE
      *                 EM TESTE (REG-STATUS "T") NAO ENTRA NA BASE. NO
      *                 FIM DO RELATORIO SAI O QUADRO DO TESTE GRATIS
      *                 NA COMPETENCIA: BASE EM TESTE, INICIOS E
      *                 CONVERSOES (PELO ASN-TESTE-FIM DA ASSINATURA)
      *                 E EXPIRACOES. CLIENTE SEM ASSINATURA NO ARQUIVO
      *                 CONTINUA CONTADO SO PELO MESTRE.

      *=================================================================
       ENVIRONMENT                      DIVISION.
      *=================================================================
           RECORD KEY IS REG-CODIGO
           FILE STATUS IS FS-CLIENTES.

ALT02      SELECT ASSINATURAS ASSIGN TO WRK-NOME-ASSINATURAS
ALT02      ORGANIZATION IS INDEXED
ALT02      ACCESS MODE IS DYNAMIC
ALT02      RECORD KEY IS ASN-CHAVE
ALT02      FILE STATUS IS FS-ASSINATURAS.

           SELECT CHURNOUT ASSIGN TO WRK-NOME-CHURNOUT
           FILE STATUS IS FS-CHURNOUT.
      *-----------------------------------------------------------------
       FD  CLIENTES.
       COPY "REGCLI".

      *-----------------------------------------------------------------
      *
      *            INPUT - ASSINATURAS DO CLIENTE (CODIGO + SEQUENCIA)
      *
      *-----------------------------------------------------------------
ALT02  FD  ASSINATURAS.
ALT02  COPY "REGASSN".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - RELATORIO DE CHURN

       01  FS-CLIENTES                  PIC 9(002)         VALUE ZEROS.
       01  FS-CHURNOUT                  PIC 9(002)         VALUE ZEROS.
ALT02  01  FS-ASSINATURAS               PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "C:\RELATORIO\dados\CLIENTES.DAT".
       01  WRK-NOME-CHURNOUT            PIC X(040)         VALUE
              "C:\RELATORIO\dados\CHURNREL.txt".
ALT02  01  WRK-NOME-ASSINATURAS         PIC X(040)         VALUE
ALT02         "C:\RELATORIO\dados\ASSINATURAS.DAT".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
           05 FILLER                    PIC 9(002).

       01  WRK-COMPETENCIA-CANC         PIC 9(006)          VALUE ZEROS.
ALT04  01  WRK-COMPETENCIA-TESTE        PIC 9(006)          VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
                                                     VALUE ZEROS.
                   15 CHURN-CANCELADOS  PIC 9(005)  COMP-3
                                                     VALUE ZEROS.
ALT03              15 CHURN-CANC-NO-PRAZO
ALT03                                   PIC 9(005)  COMP-3
ALT03                                                VALUE ZEROS.

       01  WRK-IDX-PLANO                PIC 9(001)  COMP-3 VALUE ZEROS.
       01  IDX-STR-IMP                  PIC 9(003)  COMP-3 VALUE ZEROS.
               10 MES-COMPETENCIA       PIC 9(006)  VALUE ZEROS.
               10 MES-CANCELADOS        PIC 9(005)  COMP-3
                                                     VALUE ZEROS.
ALT03          10 MES-CANC-NO-PRAZO     PIC 9(005)  COMP-3
ALT03                                                VALUE ZEROS.

       01  WRK-QT-MESES                 PIC 9(003)  COMP-3 VALUE ZEROS.
       01  IDX-MES-IMP                  PIC 9(003)  COMP-3 VALUE ZEROS.
              "CANCEL".
           05 FILLER                    PIC X(008)         VALUE
              "CHURN %".
ALT03      05 FILLER                    PIC X(010)         VALUE
ALT03         "NO PRAZO".
ALT03      05 FILLER                    PIC X(010)         VALUE
ALT03         "FORA PRAZO".

       01  WRK-LINHA-CHURN.
           05 WRK-CH-STREAMING          PIC X(010)         VALUE SPACES.
           05 WRK-CH-CANCELADOS         PIC ZZZZ9          VALUE ZEROS.
           05 FILLER                    PIC X(003)         VALUE SPACES.
           05 WRK-CH-PCT                PIC ZZ9,99         VALUE ZEROS.
ALT03      05 FILLER                    PIC X(005)         VALUE SPACES.
ALT03      05 WRK-CH-NO-PRAZO           PIC ZZZZ9          VALUE ZEROS.
ALT03      05 FILLER                    PIC X(005)         VALUE SPACES.
ALT03      05 WRK-CH-FORA-PRAZO         PIC ZZZZ9          VALUE ZEROS.

       01  WRK-CABECALHO3.
           05 FILLER                    PIC X(040)         VALUE
           05 WRK-MES-COMPETENCIA       PIC 9(006)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-MES-CANCELADOS        PIC ZZZZ9          VALUE ZEROS.
ALT03      05 FILLER                    PIC X(012)         VALUE
ALT03         "  NO PRAZO: ".
ALT03      05 WRK-MES-NO-PRAZO          PIC ZZZZ9          VALUE ZEROS.
ALT03      05 FILLER                    PIC X(014)         VALUE
ALT03         "  FORA PRAZO: ".
ALT03      05 WRK-MES-FORA-PRAZO        PIC ZZZZ9          VALUE ZEROS.

ALT04  01  WRK-CABECALHO4.
ALT04      05 FILLER                    PIC X(040)         VALUE
ALT04         "TESTE GRATIS NA COMPETENCIA".
ALT04      05 FILLER                    PIC X(040)         VALUE SPACES.

ALT04  01  WRK-LINHA-TESTE.
ALT04      05 WRK-TST-DESCRICAO         PIC X(030)         VALUE SPACES.
ALT04      05 WRK-TST-QTDE              PIC ZZZZ9          VALUE ZEROS.
ALT04      05 FILLER                    PIC X(045)         VALUE SPACES.

       01  WRK-LINHA-BRANCO             PIC X(080)         VALUE SPACES.

       01  ACU-LIDOS                    PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-ATIVOS                   PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-CANCELADOS-MES           PIC 9(005)  COMP-3 VALUE ZEROS.
ALT02  01  ACU-LINHAS-ASSINATURA        PIC 9(005)  COMP-3 VALUE ZEROS.
ALT03  01  ACU-CANC-NO-PRAZO            PIC 9(005)  COMP-3 VALUE ZEROS.
ALT04  01  ACU-EM-TESTE                 PIC 9(005)  COMP-3 VALUE ZEROS.
ALT04  01  ACU-TESTES-INICIADOS         PIC 9(005)  COMP-3 VALUE ZEROS.
ALT04  01  ACU-TESTES-CONVERTIDOS       PIC 9(005)  COMP-3 VALUE ZEROS.
ALT04  01  ACU-TESTES-EXPIRADOS         PIC 9(005)  COMP-3 VALUE ZEROS.

      *-----------------------------------------------------------------
ALT02  01  FILLER                       PIC X(050)         VALUE
ALT02         "-----VARIAVEIS DAS ASSINATURAS DO CLIENTE-----".
      *-----------------------------------------------------------------

ALT02  01  WRK-SW-ASSINATURAS           PIC X(001)         VALUE "N".
ALT02      88 WRK-ASSINATURAS-DISPONIVEL                    VALUE "S".
ALT02      88 WRK-ASSINATURAS-INDISPONIVEL                  VALUE "N".
ALT02  01  WRK-SW-FIM-ASSIN             PIC X(001)         VALUE "N".
ALT02      88 WRK-FIM-ASSIN                                 VALUE "S".
ALT02      88 WRK-NAO-FIM-ASSIN                             VALUE "N".
ALT02  01  WRK-QT-ASSIN-CLIENTE         PIC 9(003)  COMP-3 VALUE ZEROS.
ALT02  01  WRK-STATUS-MESTRE            PIC X(001)         VALUE SPACES.
ALT02  01  WRK-DATA-CANC-MESTRE         PIC 9(008)         VALUE ZEROS.
ALT03  01  WRK-SW-PRAZO-FIDELIDADE      PIC X(001)         VALUE "N".
ALT03      88 WRK-CANC-NO-PRAZO                             VALUE "S".
ALT03      88 WRK-CANC-FORA-PRAZO                           VALUE "N".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

ALT02      ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_ASSINATU".
ALT02      IF WRK-DD-EXTERNA NOT EQUAL SPACES
ALT02          MOVE WRK-DD-EXTERNA       TO WRK-NOME-ASSINATURAS
ALT02          MOVE SPACES               TO WRK-DD-EXTERNA
ALT02      END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CHURNREL".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-CHURNOUT
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT02      OPEN INPUT ASSINATURAS.
ALT02      IF FS-ASSINATURAS EQUAL ZEROS
ALT02          SET WRK-ASSINATURAS-DISPONIVEL TO TRUE
ALT02      ELSE
ALT02          IF FS-ASSINATURAS EQUAL 35
ALT02              SET WRK-ASSINATURAS-INDISPONIVEL TO TRUE
ALT02          ELSE
ALT02              MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
ALT02              MOVE FS-ASSINATURAS           TO WRK-STATUS-ERRO
ALT02              MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
ALT02              MOVE "CHURNREL"               TO WRK-PROGRAMA-ERRO
ALT02              MOVE "ASSINATURAS"            TO WRK-ARQUIVO-ERRO
ALT02              PERFORM 9999-TRATAR-ERRO
ALT02          END-IF
ALT02      END-IF.

           OPEN OUTPUT CHURNOUT.
           IF FS-CHURNOUT NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
           ADD 1 TO ACU-LIDOS.

           IF REG-TIPO-DETALHE
ALT02          MOVE ZEROS TO WRK-QT-ASSIN-CLIENTE
ALT02          IF WRK-ASSINATURAS-DISPONIVEL
ALT02              PERFORM 0205-PERCORRER-ASSINATURAS
ALT02          END-IF
ALT02          IF WRK-QT-ASSIN-CLIENTE EQUAL ZEROS
ALT03              SET WRK-CANC-FORA-PRAZO TO TRUE
ALT02              PERFORM 0207-CLASSIFICAR-LINHA
ALT02          END-IF
           END-IF.

           PERFORM 0160-LER-DADOS.
       0200-PROCESSAR-FIM.              EXIT.

      *-----------------------------------------------------------------
ALT02  0205-PERCORRER-ASSINATURAS        SECTION.
      *-----------------------------------------------------------------
ALT02 *    CADA ASSINATURA DO CLIENTE E UMA LINHA DA BASE NO SEU
ALT02 *    STREAMING/PLANO. A ATIVA HERDA A SITUACAO DO CLIENTE; A
ALT02 *    ENCERRADA CONTA COMO CANCELADA NA DATA DE FIM DELA.
      *-----------------------------------------------------------------

ALT02      MOVE REG-STATUS             TO WRK-STATUS-MESTRE.
ALT02      MOVE REG-DATA-CANCELAMENTO  TO WRK-DATA-CANC-MESTRE.

ALT02      SET WRK-NAO-FIM-ASSIN TO TRUE.
ALT02      MOVE REG-CODIGO  TO ASN-CODIGO.
ALT02      MOVE ZEROS       TO ASN-SEQUENCIA.
ALT02      START ASSINATURAS KEY IS NOT LESS ASN-CHAVE
ALT02          INVALID KEY
ALT02              SET WRK-FIM-ASSIN TO TRUE
ALT02      END-START.

ALT02      PERFORM 0206-LER-ASSINATURA
ALT02          UNTIL WRK-FIM-ASSIN.

ALT02  0205-PERCORRER-ASSINATURAS-FIM.  EXIT.

      *-----------------------------------------------------------------
ALT02  0206-LER-ASSINATURA               SECTION.
      *-----------------------------------------------------------------

ALT02      READ ASSINATURAS NEXT RECORD
ALT02          AT END
ALT02              SET WRK-FIM-ASSIN TO TRUE
ALT02      END-READ.

ALT02      IF NOT WRK-FIM-ASSIN
ALT02          IF ASN-CODIGO NOT EQUAL REG-CODIGO
ALT02              SET WRK-FIM-ASSIN TO TRUE
ALT02          ELSE
ALT02              ADD 1 TO WRK-QT-ASSIN-CLIENTE
ALT02              ADD 1 TO ACU-LINHAS-ASSINATURA
ALT02              MOVE ASN-STREAMING          TO REG-STREAMING
ALT02              MOVE ASN-PLANO              TO REG-PLANO
ALT02              MOVE WRK-STATUS-MESTRE      TO REG-STATUS
ALT02              MOVE WRK-DATA-CANC-MESTRE   TO REG-DATA-CANCELAMENTO
ALT04              PERFORM 0208-APURAR-TESTE
ALT03              SET WRK-CANC-FORA-PRAZO     TO TRUE
ALT02              IF ASN-ENCERRADA
ALT02                  SET REG-CANCELADO       TO TRUE
ALT02                  MOVE ASN-DATA-FIM       TO REG-DATA-CANCELAMENTO
ALT03                  IF ASN-FIDEL-FIM NUMERIC
ALT03                     AND ASN-FIDEL-FIM GREATER ASN-DATA-FIM
ALT03                      SET WRK-CANC-NO-PRAZO TO TRUE
ALT03                  END-IF
ALT02              END-IF
ALT04              IF NOT (ASN-ENCERRADA AND ASN-FIM-TESTE-EXPIRADO)
ALT02                  PERFORM 0207-CLASSIFICAR-LINHA
ALT04              END-IF
ALT02          END-IF
ALT02      END-IF.

ALT02  0206-LER-ASSINATURA-FIM.         EXIT.

      *-----------------------------------------------------------------
ALT04  0208-APURAR-TESTE                 SECTION.
      *-----------------------------------------------------------------
ALT04 *    ASSINATURA QUE NASCEU EM TESTE (ASN-TESTE-FIM PREENCHIDO):
ALT04 *    INICIO NA COMPETENCIA PELA DATA DE INICIO; CONVERSAO QUANDO
ALT04 *    O TESTE ACABOU NA COMPETENCIA E O CLIENTE SEGUE PAGANTE.
ALT04 *    TESTE EXPIRADO CONTA PELA DATA DE FIM, FORA DO CHURN.
      *-----------------------------------------------------------------

ALT04      IF ASN-ENCERRADA AND ASN-FIM-TESTE-EXPIRADO
ALT04          COMPUTE WRK-COMPETENCIA-TESTE = ASN-DATA-FIM / 100
ALT04          IF WRK-COMPETENCIA-TESTE EQUAL WRK-COMPETENCIA-ATUAL
ALT04              ADD 1 TO ACU-TESTES-EXPIRADOS
ALT04          END-IF
ALT04      END-IF.

ALT04      IF ASN-TESTE-FIM NUMERIC AND ASN-TESTE-FIM GREATER ZEROS
ALT04          COMPUTE WRK-COMPETENCIA-TESTE = ASN-DATA-INICIO / 100
ALT04          IF WRK-COMPETENCIA-TESTE EQUAL WRK-COMPETENCIA-ATUAL
ALT04              ADD 1 TO ACU-TESTES-INICIADOS
ALT04          END-IF
ALT04          COMPUTE WRK-COMPETENCIA-TESTE = ASN-TESTE-FIM / 100
ALT04          IF WRK-COMPETENCIA-TESTE EQUAL WRK-COMPETENCIA-ATUAL
ALT04             AND ASN-ATIVA
ALT04             AND (REG-ATIVO OR REG-SUSPENSO)
ALT04              ADD 1 TO ACU-TESTES-CONVERTIDOS
ALT04          END-IF
ALT04      END-IF.

ALT04  0208-APURAR-TESTE-FIM.           EXIT.

      *-----------------------------------------------------------------
ALT02  0207-CLASSIFICAR-LINHA            SECTION.
      *-----------------------------------------------------------------

ALT02      SET IDX-STREAMING TO 1.
ALT02      SEARCH TAB-STREAMING-NOME
ALT02          AT END
ALT02              CONTINUE
ALT02          WHEN TAB-STREAMING-NOME (IDX-STREAMING)
ALT02                                  EQUAL REG-STREAMING
ALT02              PERFORM 0210-ACUMULAR
ALT02      END-SEARCH.

ALT02  0207-CLASSIFICAR-LINHA-FIM.      EXIT.

      *-----------------------------------------------------------------
       0210-ACUMULAR                    SECTION.
      *-----------------------------------------------------------------

                       ADD 1 TO CHURN-CANCELADOS
                                (IDX-STREAMING WRK-IDX-PLANO)
                       ADD 1 TO ACU-CANCELADOS-MES
ALT03                  IF WRK-CANC-NO-PRAZO
ALT03                      ADD 1 TO CHURN-CANC-NO-PRAZO
ALT03                               (IDX-STREAMING WRK-IDX-PLANO)
ALT03                      ADD 1 TO ACU-CANC-NO-PRAZO
ALT03                  END-IF
                   END-IF
                   PERFORM 0220-ACUMULAR-MES
ALT04          WHEN REG-TESTE
ALT04              ADD 1 TO ACU-EM-TESTE
           END-EVALUATE.

       0210-ACUMULAR-FIM.               EXIT.
                                      MES-COMPETENCIA (WRK-QT-MESES)
                       MOVE 1                    TO
                                      MES-CANCELADOS  (WRK-QT-MESES)
ALT03                  IF WRK-CANC-NO-PRAZO
ALT03                      MOVE 1                TO
ALT03                             MES-CANC-NO-PRAZO (WRK-QT-MESES)
ALT03                  END-IF
                   WHEN MES-COMPETENCIA (IDX-MES) EQUAL
                                              WRK-COMPETENCIA-CANC
                       ADD 1 TO MES-CANCELADOS (IDX-MES)
ALT03                  IF WRK-CANC-NO-PRAZO
ALT03                      ADD 1 TO MES-CANC-NO-PRAZO (IDX-MES)
ALT03                  END-IF
               END-SEARCH
           END-IF.

               VARYING IDX-MES-IMP FROM 1 BY 1
               UNTIL IDX-MES-IMP GREATER WRK-QT-MESES.

ALT04      PERFORM 0244-IMPRIMIR-TESTE.

       0240-IMPRIMIR-RELATORIO-FIM.     EXIT.

      *-----------------------------------------------------------------
ALT04  0244-IMPRIMIR-TESTE              SECTION.
      *-----------------------------------------------------------------

ALT04      MOVE WRK-LINHA-BRANCO TO REG-CHURNOUT.
ALT04      WRITE REG-CHURNOUT AFTER 1 LINE.
ALT04      MOVE WRK-CABECALHO4 TO REG-CHURNOUT.
ALT04      WRITE REG-CHURNOUT AFTER 1 LINE.
ALT04      MOVE WRK-LINHA-BRANCO TO REG-CHURNOUT.
ALT04      WRITE REG-CHURNOUT AFTER 1 LINE.

ALT04      MOVE "EM TESTE (FORA DA BASE)......:" TO WRK-TST-DESCRICAO.
ALT04      MOVE ACU-EM-TESTE                    TO WRK-TST-QTDE.
ALT04      PERFORM 0245-GRAVAR-LINHA-TESTE.

ALT04      MOVE "TESTES INICIADOS.............:" TO WRK-TST-DESCRICAO.
ALT04      MOVE ACU-TESTES-INICIADOS            TO WRK-TST-QTDE.
ALT04      PERFORM 0245-GRAVAR-LINHA-TESTE.

ALT04      MOVE "TESTES CONVERTIDOS...........:" TO WRK-TST-DESCRICAO.
ALT04      MOVE ACU-TESTES-CONVERTIDOS          TO WRK-TST-QTDE.
ALT04      PERFORM 0245-GRAVAR-LINHA-TESTE.

ALT04      MOVE "TESTES EXPIRADOS (FORA CHURN):" TO WRK-TST-DESCRICAO.
ALT04      MOVE ACU-TESTES-EXPIRADOS            TO WRK-TST-QTDE.
ALT04      PERFORM 0245-GRAVAR-LINHA-TESTE.

ALT04  0244-IMPRIMIR-TESTE-FIM.         EXIT.

      *-----------------------------------------------------------------
ALT04  0245-GRAVAR-LINHA-TESTE          SECTION.
      *-----------------------------------------------------------------

ALT04      MOVE WRK-LINHA-TESTE TO REG-CHURNOUT.
ALT04      WRITE REG-CHURNOUT AFTER 1 LINE.
ALT04      IF FS-CHURNOUT NOT EQUAL ZEROS
ALT04          MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
ALT04          MOVE FS-CHURNOUT              TO WRK-STATUS-ERRO
ALT04          MOVE "0245-GRAVAR-LINHA-TESTE" TO WRK-AREA-ERRO
ALT04          MOVE "CHURNREL"               TO WRK-PROGRAMA-ERRO
ALT04          MOVE "CHURNREL"               TO WRK-ARQUIVO-ERRO
ALT04          PERFORM 9999-TRATAR-ERRO
ALT04      END-IF.

ALT04  0245-GRAVAR-LINHA-TESTE-FIM.     EXIT.

      *-----------------------------------------------------------------
ALT01  0243-IMPRIMIR-STREAMING          SECTION.
      *-----------------------------------------------------------------
               MOVE CHURN-CANCELADOS (IDX-STR-IMP IDX-PLA-IMP) TO
                                                 WRK-CH-CANCELADOS
               MOVE WRK-CHURN-PCT                    TO WRK-CH-PCT
ALT03          MOVE CHURN-CANC-NO-PRAZO (IDX-STR-IMP IDX-PLA-IMP) TO
ALT03                                            WRK-CH-NO-PRAZO
ALT03          COMPUTE WRK-CH-FORA-PRAZO =
ALT03              CHURN-CANCELADOS    (IDX-STR-IMP IDX-PLA-IMP)
ALT03            - CHURN-CANC-NO-PRAZO (IDX-STR-IMP IDX-PLA-IMP)

               MOVE WRK-LINHA-CHURN TO REG-CHURNOUT
               WRITE REG-CHURNOUT AFTER 1 LINE

           MOVE MES-COMPETENCIA (IDX-MES-IMP) TO WRK-MES-COMPETENCIA.
           MOVE MES-CANCELADOS  (IDX-MES-IMP) TO WRK-MES-CANCELADOS.
ALT03      MOVE MES-CANC-NO-PRAZO (IDX-MES-IMP) TO WRK-MES-NO-PRAZO.
ALT03      COMPUTE WRK-MES-FORA-PRAZO =
ALT03          MES-CANCELADOS    (IDX-MES-IMP)
ALT03        - MES-CANC-NO-PRAZO (IDX-MES-IMP).

           MOVE WRK-LINHA-MES TO REG-CHURNOUT.
           WRITE REG-CHURNOUT AFTER 1 LINE.
           DISPLAY "BASE ATIVA (ATIVOS+SUSPENSOS): " ACU-ATIVOS.
           DISPLAY "CANCELADOS NO MES............: "
                                                   ACU-CANCELADOS-MES.
ALT02      DISPLAY "ASSINATURAS LIDAS............: "
ALT02                                            ACU-LINHAS-ASSINATURA.
ALT03      DISPLAY "CANCEL. MES NO PRAZO FIDELID.: " ACU-CANC-NO-PRAZO.
ALT04      DISPLAY "EM TESTE GRATIS..............: " ACU-EM-TESTE.
ALT04      DISPLAY "TESTES INICIADOS/CONVERTIDOS.: "
ALT04              ACU-TESTES-INICIADOS " " ACU-TESTES-CONVERTIDOS.
ALT04      DISPLAY "TESTES EXPIRADOS (FORA CHURN): "
ALT04                                            ACU-TESTES-EXPIRADOS.
           DISPLAY WRK-TRACO.
           DISPLAY WRK-FIM-PROGRAMA.
           DISPLAY WRK-TRACO.
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT02      IF WRK-ASSINATURAS-DISPONIVEL
ALT02          CLOSE ASSINATURAS
ALT02          IF FS-ASSINATURAS NOT EQUAL ZEROS
ALT02              MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
ALT02              MOVE FS-ASSINATURAS    TO WRK-STATUS-ERRO
ALT02              MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
ALT02              MOVE "CHURNREL"        TO WRK-PROGRAMA-ERRO
ALT02              MOVE "ASSINATURAS"     TO WRK-ARQUIVO-ERRO
ALT02              PERFORM 9999-TRATAR-ERRO
ALT02          END-IF
ALT02      END-IF.

           CLOSE CHURNOUT.
           IF FS-CHURNOUT NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
