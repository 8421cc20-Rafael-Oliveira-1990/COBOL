      *-----------------------------------------------------------------
       IDENTIFICATION                   DIVISION.
       PROGRAM-ID. COBRCART.
      *=================================================================
      *== PROGRAMA....: COBRCART
      *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
      *== ANALISTA....: IVAN SANCHES
      *== DATA........: 15/10/2026
      *== CONSULTORIA:
      *-----------------------------------------------------------------
      *== OBJETIVO....: GERAR A REMESSA DE COBRANCA NO CARTAO DE
      *                 CREDITO PARA A CREDENCIADORA (ARQUIVO REMCART,
      *                 BOOK REGCREM), NO MESMO MOLDE DO DEBAUTO: PARA
      *                 CADA CLIENTE ATIVO OU SUSPENSO COM
      *                 REG-DEBITO-CARTAO ("C" EM REG-DEBITO-AUTO) E
      *                 CARTAO ATIVO E NAO VENCIDO NO CADASTRO CARTOES
      *                 (BOOK REGCART), UMA COBRANCA PELO RESIDUO DE
      *                 CADA FATURA EM ABERTO E SEM DISPUTA DA
      *                 COMPETENCIA DO CARTAO CARTPARM (BOOK REGCARP,
      *                 PADRAO O MES CORRENTE) - OU, SEM O ARQUIVO
      *                 FATURAS, PELO PAR VENCIMENTO/PAGO DO MESTRE.
      *                 ENTRAM TAMBEM AS RETENTATIVAS JA AGENDADAS PELO
      *                 RETCART (CONTROLE TENTCART, BOOK REGTCAR,
      *                 SITUACAO "R" COM DATA DA PROXIMA TENTATIVA
      *                 VENCIDA), DE QUALQUER COMPETENCIA. CADA
      *                 COBRANCA ENVIADA FICA "E" NO TENTCART ATE O
      *                 RETORNO - FATURA JA ENVIADA, APROVADA OU COM
      *                 TENTATIVAS ESGOTADAS NAO E COBRADA DE NOVO.
      *                 CLIENTE NO CARTAO SEM CARTAO UTILIZAVEL SAI NO
      *                 RELATORIO DE PENDENCIAS PENDCART. MEMBRO DE
      *                 GRUPO FAMILIAR FICA DE FORA, COMO NO DEBAUTO.
      *-----------------------------------------------------------------
      *===================ESPECIFICACOES DO PROGRAMA====================
      *    ARQUIVO                    TIPO               BOOK
      *    CARTPARM                  INPUT              REGCARP
      *    CLIENTES                  INPUT              REGCLI
      *    CARTOES                   INPUT              REGCART
      *    FATURAS                   INPUT              REGFATUR
      *    TENTCART                  I-O                REGTCAR
      *    REMCART                   OUTPUT             REGCREM
      *    PENDCART                  OUTPUT             N/A
      *    COBRCART                  INPUT              BOOKMSG
      *    COBRCART                  INPUT              BOOKASSI
      *-----------------------------------------------------------------
      *== MODULOS
      *
      *-----------------------------------------------------------------
      *-------------------ALTERACOESDO PROGRAMA-------------------------

      *=================================================================
       ENVIRONMENT                      DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       CONFIGURATION                    SECTION.
      *-----------------------------------------------------------------
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                     SECTION.
      *-----------------------------------------------------------------

       FILE-CONTROL.
           SELECT CARTPARM ASSIGN TO WRK-NOME-CARTPARM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CARTPARM.

           SELECT CLIENTES ASSIGN TO WRK-NOME-CLIENTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REG-CODIGO
           FILE STATUS IS FS-CLIENTES.

           SELECT CARTOES ASSIGN TO WRK-NOME-CARTOES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CAR-CODIGO
           FILE STATUS IS FS-CARTOES.

           SELECT FATURAS ASSIGN TO WRK-NOME-FATURAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FAT-CHAVE
           FILE STATUS IS FS-FATURAS.

           SELECT TENTCART ASSIGN TO WRK-NOME-TENTCART
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TCA-CHAVE
           FILE STATUS IS FS-TENTCART.

           SELECT REMCART ASSIGN TO WRK-NOME-REMCART
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-REMCART.

           SELECT PENDCART ASSIGN TO WRK-NOME-PENDCART
           FILE STATUS IS FS-PENDCART.
      *-----------------------------------------------------------------

      *=================================================================
       DATA                             DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                             SECTION.
      *-----------------------------------------------------------------
      *
      *            INPUT - CARTAO DE PARAMETROS DA COBRANCA NO CARTAO
      *
      *-----------------------------------------------------------------
       FD  CARTPARM.
       COPY "REGCARP".

      *-----------------------------------------------------------------
      *
      *            INPUT - MESTRE INDEXADO DE CLIENTES
      *
      *-----------------------------------------------------------------
       FD  CLIENTES.
       COPY "REGCLI".

      *-----------------------------------------------------------------
      *
      *            INPUT - CADASTRO DE CARTOES TOKENIZADOS (MANTCART)
      *
      *-----------------------------------------------------------------
       FD  CARTOES.
       COPY "REGCART".

      *-----------------------------------------------------------------
      *
      *            INPUT - FATURAS POR COMPETENCIA (FATURCLI)
      *
      *-----------------------------------------------------------------
       FD  FATURAS.
       COPY "REGFATUR".

      *-----------------------------------------------------------------
      *
      *            I-O - CONTROLE DE TENTATIVAS DE COBRANCA NO CARTAO
      *
      *-----------------------------------------------------------------
       FD  TENTCART.
       COPY "REGTCAR".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - REMESSA DE COBRANCA PARA A CREDENCIADORA
      *
      *-----------------------------------------------------------------
       FD  REMCART.
       COPY "REGCREM".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - PENDENCIAS (CLIENTE NO CARTAO SEM CARTAO
      *            UTILIZAVEL)
      *
      *-----------------------------------------------------------------
       FD  PENDCART.
       01  REG-PENDCART                 PIC X(080).

      *-----------------------------------------------------------------
       WORKING-STORAGE                  SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "INICIO DA WORKING".
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEL DE STATUS-----".
      *-----------------------------------------------------------------

       01  FS-CARTPARM                  PIC 9(002)         VALUE ZEROS.
       01  FS-CLIENTES                  PIC 9(002)         VALUE ZEROS.
       01  FS-CARTOES                   PIC 9(002)         VALUE ZEROS.
       01  FS-FATURAS                   PIC 9(002)         VALUE ZEROS.
       01  FS-TENTCART                  PIC 9(002)         VALUE ZEROS.
       01  FS-REMCART                   PIC 9(002)         VALUE ZEROS.
       01  FS-PENDCART                  PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----NOMES EXTERNALIZADOS VIA DD-----".
      *-----------------------------------------------------------------

       01  WRK-NOME-CARTPARM            PIC X(040)         VALUE
              "C:\RELATORIO\dados\CARTPARM.DAT".
       01  WRK-NOME-CLIENTES            PIC X(040)         VALUE
              "C:\RELATORIO\dados\CLIENTES.DAT".
       01  WRK-NOME-CARTOES             PIC X(040)         VALUE
              "C:\RELATORIO\dados\CARTOES.DAT".
       01  WRK-NOME-FATURAS             PIC X(040)         VALUE
              "C:\RELATORIO\dados\FATURAS.DAT".
       01  WRK-NOME-TENTCART            PIC X(040)         VALUE
              "C:\RELATORIO\dados\TENTCART.DAT".
       01  WRK-NOME-REMCART             PIC X(040)         VALUE
              "C:\RELATORIO\dados\REMCART.DAT".
       01  WRK-NOME-PENDCART            PIC X(040)         VALUE
              "C:\RELATORIO\dados\PENDCART.txt".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----CONTROLES DA REMESSA-----".
      *-----------------------------------------------------------------

       01  WRK-DATA-EXECUCAO            PIC 9(008)         VALUE ZEROS.
       01  WRK-DATA-EXECUCAO-R REDEFINES WRK-DATA-EXECUCAO.
           05 WRK-MES-EXECUCAO          PIC 9(006).
           05 FILLER                    PIC 9(002).

       01  WRK-COMPETENCIA              PIC 9(006)         VALUE ZEROS.
       01  WRK-MAX-TENTATIVAS           PIC 9(002)         VALUE 4.

       01  WRK-COMPET-COBRANCA          PIC 9(006)         VALUE ZEROS.
       01  WRK-VALOR-COBRANCA           PIC 9(007)V99 COMP-3
                                                           VALUE ZEROS.

       01  WRK-SW-FATURAS               PIC X(001)         VALUE "N".
           88 WRK-FATURAS-DISPONIVEL                        VALUE "S".
           88 WRK-FATURAS-INDISPONIVEL                       VALUE "N".

       01  WRK-SW-FIM-FATURAS           PIC X(001)         VALUE "N".
           88 WRK-FIM-FATURAS                                VALUE "S".

       01  WRK-SW-CARTAO                PIC X(001)         VALUE "N".
           88 WRK-CARTAO-UTILIZAVEL                         VALUE "S".
           88 WRK-CARTAO-INUTILIZAVEL                       VALUE "N".

       01  WRK-SW-CONTROLE              PIC X(001)         VALUE "N".
           88 WRK-CONTROLE-NOVO                             VALUE "N".
           88 WRK-CONTROLE-EXISTENTE                        VALUE "E".

       01  WRK-SW-COBRAR                PIC X(001)         VALUE "N".
           88 WRK-COBRAR                                    VALUE "S".
           88 WRK-NAO-COBRAR                                VALUE "N".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----LINHA DO RELATORIO DE PENDENCIAS-----".
      *-----------------------------------------------------------------

       01  WRK-LINHA-PENDENCIA.
           05 WRK-PEN-CODIGO            PIC 9(007)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-PEN-NOME              PIC X(020)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-PEN-MOTIVO            PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEL DE ACUMULACAO-----".
      *-----------------------------------------------------------------

       01  ACU-LIDOS                    PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-CLIENTES-CARTAO          PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-PENDENCIAS               PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-PRIMEIRAS                PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-RETENTATIVAS             PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-INSTRUCOES               PIC 9(005)  COMP-3 VALUE ZEROS.
       01  WRK-VALOR-RESIDUO            PIC 9(007)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-VALOR-TOTAL              PIC 9(009)V99 COMP-3
                                                           VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----BOOK DE MENSAGEM DEDE ERRO DOS ARQUIVOS-----".
      *-----------------------------------------------------------------

       COPY "BOOKASSI".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----BOOK MENSAGEM DE STATUS DE ERRO PROGRAMA-----".
      *-----------------------------------------------------------------
       COPY "BOOKMSG".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
             "-----FIM DA WORKING-----".
      *-----------------------------------------------------------------


      *=================================================================
       PROCEDURE                        DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       0000-PRINCIPAL                   SECTION.
      *-----------------------------------------------------------------

           PERFORM 0100-INICIALIZAR.
           PERFORM 0150-GRAVAR-HEADER.
           PERFORM 0160-LER-DADOS.
           PERFORM 0200-PROCESSAR UNTIL FS-CLIENTES EQUAL 10.
           PERFORM 0250-GRAVAR-TRAILER.
           PERFORM 0300-FINALIZAR.

       0000-PRINCIPAL-FIM.              EXIT.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                 SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
           MOVE WRK-MES-EXECUCAO        TO WRK-COMPETENCIA.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CARTPARM".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-CARTPARM
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CLIENTES".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-CLIENTES
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CARTOES".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-CARTOES
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_FATURAS".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-FATURAS
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_TENTCART".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-TENTCART
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_REMCART".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-REMCART
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_PENDCART".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-PENDCART
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           PERFORM 0116-LER-PARAMETROS.

           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "COBRCART"               TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN INPUT CARTOES.
           IF FS-CARTOES NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-CARTOES               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "COBRCART"               TO WRK-PROGRAMA-ERRO
               MOVE "CARTOES"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN INPUT FATURAS.
           IF FS-FATURAS EQUAL ZEROS
               SET WRK-FATURAS-DISPONIVEL TO TRUE
           ELSE
               IF FS-FATURAS EQUAL 35
                   SET WRK-FATURAS-INDISPONIVEL TO TRUE
               ELSE
                   MOVE WRK-ERRO-ABERTURA      TO WRK-DESCRICAO-ERRO
                   MOVE FS-FATURAS             TO WRK-STATUS-ERRO
                   MOVE "0100-INICIALIZAR"     TO WRK-AREA-ERRO
                   MOVE "COBRCART"             TO WRK-PROGRAMA-ERRO
                   MOVE "FATURAS"              TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

           OPEN I-O    TENTCART.
           IF FS-TENTCART EQUAL 35
               OPEN OUTPUT TENTCART
               CLOSE TENTCART
               OPEN I-O    TENTCART
           END-IF.
           IF FS-TENTCART NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-TENTCART              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "COBRCART"               TO WRK-PROGRAMA-ERRO
               MOVE "TENTCART"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN OUTPUT REMCART.
           IF FS-REMCART NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-REMCART               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "COBRCART"               TO WRK-PROGRAMA-ERRO
               MOVE "REMCART"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN OUTPUT PENDCART.
           IF FS-PENDCART NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-PENDCART              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "COBRCART"               TO WRK-PROGRAMA-ERRO
               MOVE "PENDCART"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------
       0116-LER-PARAMETROS              SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT CARTPARM.

           IF FS-CARTPARM EQUAL ZEROS
               READ CARTPARM
               IF FS-CARTPARM EQUAL ZEROS
                   IF CARP-COMPETENCIA GREATER ZEROS
                       MOVE CARP-COMPETENCIA    TO WRK-COMPETENCIA
                   END-IF
                   IF CARP-MAX-TENTATIVAS GREATER ZEROS
                       MOVE CARP-MAX-TENTATIVAS TO WRK-MAX-TENTATIVAS
                   END-IF
               END-IF
               CLOSE CARTPARM
           ELSE
               IF FS-CARTPARM NOT EQUAL 35
                   MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
                   MOVE FS-CARTPARM              TO WRK-STATUS-ERRO
                   MOVE "0116-LER-PARAMETROS"    TO WRK-AREA-ERRO
                   MOVE "COBRCART"               TO WRK-PROGRAMA-ERRO
                   MOVE "CARTPARM"               TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

       0116-LER-PARAMETROS-FIM.         EXIT.

      *-----------------------------------------------------------------
       0150-GRAVAR-HEADER               SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES              TO REG-REMESSA-CARTAO.
           SET CRM-HEADER           TO TRUE.
           MOVE WRK-DATA-EXECUCAO   TO CRM-HDR-DATA.
           MOVE "REMESSA CARTAO CRED" TO CRM-HDR-LITERAL.
           MOVE WRK-COMPETENCIA     TO CRM-HDR-COMPETENCIA.

           WRITE REG-REMESSA-CARTAO.
           IF FS-REMCART NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-REMCART               TO WRK-STATUS-ERRO
               MOVE "0150-GRAVAR-HEADER"     TO WRK-AREA-ERRO
               MOVE "COBRCART"               TO WRK-PROGRAMA-ERRO
               MOVE "REMCART"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0150-GRAVAR-HEADER-FIM.          EXIT.

      *-----------------------------------------------------------------
       0160-LER-DADOS                   SECTION.
      *-----------------------------------------------------------------

           READ CLIENTES.

           IF FS-CLIENTES NOT EQUAL 00 AND NOT EQUAL 10
               MOVE WRK-ERRO-LEIT    TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES      TO WRK-STATUS-ERRO
               MOVE "0160-LER-DADOS" TO WRK-AREA-ERRO
               MOVE "COBRCART"       TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"       TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0160-LER-DADOS-FIM.              EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                   SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO ACU-LIDOS.

           IF REG-TIPO-DETALHE AND (REG-ATIVO OR REG-SUSPENSO)
               AND REG-DEBITO-CARTAO
               AND (REG-PAGADOR EQUAL ZEROS
                 OR REG-PAGADOR EQUAL REG-CODIGO)
               ADD 1 TO ACU-CLIENTES-CARTAO
               PERFORM 0205-VERIFICAR-CARTAO
               IF WRK-CARTAO-UTILIZAVEL
                   IF WRK-FATURAS-DISPONIVEL
                       PERFORM 0210-COBRAR-POR-FATURA
                   ELSE
                       IF REG-PAGO-NAO AND
                          REG-DATA-VENCIMENTO GREATER ZEROS
                           MOVE WRK-COMPETENCIA TO WRK-COMPET-COBRANCA
                           MOVE REG-ASSINATURA  TO WRK-VALOR-COBRANCA
                           PERFORM 0220-AVALIAR-COBRANCA
                       END-IF
                   END-IF
               END-IF
           END-IF.

           PERFORM 0160-LER-DADOS.

       0200-PROCESSAR-FIM.              EXIT.

      *-----------------------------------------------------------------
       0205-VERIFICAR-CARTAO            SECTION.
      *-----------------------------------------------------------------
      *    CARTAO UTILIZAVEL = CADASTRADO, ATIVO E COM VALIDADE NAO
      *    ANTERIOR AO MES DA RODADA. FORA DISSO, PENDENCIA.
      *-----------------------------------------------------------------

           SET WRK-CARTAO-INUTILIZAVEL TO TRUE.
           MOVE REG-CODIGO TO CAR-CODIGO.

           READ CARTOES KEY IS CAR-CODIGO
               INVALID KEY
                   MOVE "CLIENTE NO CARTAO SEM CARTAO CADASTRADO"
                                                  TO WRK-PEN-MOTIVO
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CAR-REMOVIDO
                           MOVE "CARTAO REMOVIDO PELO CLIENTE"
                                                  TO WRK-PEN-MOTIVO
                       WHEN CAR-VALIDADE LESS WRK-MES-EXECUCAO
                           MOVE "CARTAO VENCIDO"  TO WRK-PEN-MOTIVO
                       WHEN OTHER
                           SET WRK-CARTAO-UTILIZAVEL TO TRUE
                   END-EVALUATE
           END-READ.

           IF WRK-CARTAO-INUTILIZAVEL
               PERFORM 0240-GRAVAR-PENDENCIA
           END-IF.

       0205-VERIFICAR-CARTAO-FIM.       EXIT.

      *-----------------------------------------------------------------
       0210-COBRAR-POR-FATURA           SECTION.
      *-----------------------------------------------------------------
      *    UMA COBRANCA POR FATURA EM ABERTO DO CLIENTE, SUJEITA AO
      *    CONTROLE DE TENTATIVAS (0220-AVALIAR-COBRANCA).
      *-----------------------------------------------------------------

           MOVE "N"        TO WRK-SW-FIM-FATURAS.
           MOVE REG-CODIGO TO FAT-CODIGO.
           MOVE ZEROS      TO FAT-COMPETENCIA.

           START FATURAS KEY IS NOT LESS FAT-CHAVE
               INVALID KEY
                   SET WRK-FIM-FATURAS TO TRUE
           END-START.

           PERFORM 0215-LER-FATURA
               UNTIL WRK-FIM-FATURAS.

       0210-COBRAR-POR-FATURA-FIM.      EXIT.

      *-----------------------------------------------------------------
       0215-LER-FATURA                  SECTION.
      *-----------------------------------------------------------------

           READ FATURAS NEXT RECORD.

           IF FS-FATURAS NOT EQUAL ZEROS
               SET WRK-FIM-FATURAS TO TRUE
           ELSE
               IF FAT-CODIGO NOT EQUAL REG-CODIGO
                   SET WRK-FIM-FATURAS TO TRUE
               ELSE
                   IF FAT-ABERTA
                       AND FAT-SEM-DISPUTA
                       COMPUTE WRK-VALOR-RESIDUO =
                           FAT-VALOR + FAT-VALOR-ENCARGOS
                         - FAT-VALOR-PAGO
                       IF WRK-VALOR-RESIDUO GREATER ZEROS
                           MOVE FAT-COMPETENCIA   TO
                                                  WRK-COMPET-COBRANCA
                           MOVE WRK-VALOR-RESIDUO TO WRK-VALOR-COBRANCA
                           PERFORM 0220-AVALIAR-COBRANCA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0215-LER-FATURA-FIM.             EXIT.

      *-----------------------------------------------------------------
       0220-AVALIAR-COBRANCA            SECTION.
      *-----------------------------------------------------------------
      *    SEM CONTROLE NO TENTCART: PRIMEIRA TENTATIVA, SO PARA A
      *    COMPETENCIA DA RODADA (FATURA ANTIGA DE OUTRA FORMA DE
      *    PAGAMENTO SEGUE NA COBRANCA NORMAL). COM CONTROLE: SO A
      *    RECUSADA CUJA RETENTATIVA JA VENCEU E AINDA TEM TENTATIVA.
      *-----------------------------------------------------------------

           SET WRK-NAO-COBRAR       TO TRUE.
           MOVE REG-CODIGO          TO TCA-CODIGO.
           MOVE WRK-COMPET-COBRANCA TO TCA-COMPETENCIA.

           READ TENTCART KEY IS TCA-CHAVE
               INVALID KEY
                   SET WRK-CONTROLE-NOVO TO TRUE
                   IF WRK-COMPET-COBRANCA EQUAL WRK-COMPETENCIA
                       SET WRK-COBRAR TO TRUE
                       MOVE REG-CODIGO          TO TCA-CODIGO
                       MOVE WRK-COMPET-COBRANCA TO TCA-COMPETENCIA
                       MOVE ZEROS               TO TCA-TENTATIVAS
                       MOVE SPACES              TO TCA-ULTIMA-OCORRENCIA
                                                   TCA-AUTORIZACAO
                   END-IF
               NOT INVALID KEY
                   SET WRK-CONTROLE-EXISTENTE TO TRUE
                   IF TCA-RECUSADA
                       AND TCA-DATA-PROXIMA NOT GREATER
                                                  WRK-DATA-EXECUCAO
                       AND TCA-TENTATIVAS LESS WRK-MAX-TENTATIVAS
                       SET WRK-COBRAR TO TRUE
                   END-IF
           END-READ.

           IF WRK-COBRAR
               PERFORM 0230-GRAVAR-COBRANCA
           END-IF.

       0220-AVALIAR-COBRANCA-FIM.       EXIT.

      *-----------------------------------------------------------------
       0230-GRAVAR-COBRANCA             SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES              TO REG-REMESSA-CARTAO.
           SET CRM-DETALHE          TO TRUE.
           MOVE REG-CODIGO          TO CRM-DET-CODIGO.
           MOVE WRK-COMPET-COBRANCA TO CRM-DET-COMPETENCIA.
           MOVE CAR-TOKEN           TO CRM-DET-TOKEN.
           MOVE CAR-BANDEIRA        TO CRM-DET-BANDEIRA.
           MOVE WRK-VALOR-COBRANCA  TO CRM-DET-VALOR.
           COMPUTE CRM-DET-TENTATIVA = TCA-TENTATIVAS + 1.

           ADD CRM-DET-VALOR        TO ACU-VALOR-TOTAL.

           WRITE REG-REMESSA-CARTAO.
           IF FS-REMCART NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-REMCART               TO WRK-STATUS-ERRO
               MOVE "0230-GRAVAR-COBRANCA"   TO WRK-AREA-ERRO
               MOVE "COBRCART"               TO WRK-PROGRAMA-ERRO
               MOVE "REMCART"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           ADD 1 TO ACU-INSTRUCOES.

           SET TCA-ENVIADA          TO TRUE.
           ADD 1                    TO TCA-TENTATIVAS.
           MOVE CRM-DET-VALOR       TO TCA-VALOR.
           MOVE WRK-DATA-EXECUCAO   TO TCA-DATA-ENVIO.
           MOVE ZEROS               TO TCA-DATA-PROXIMA.

           IF WRK-CONTROLE-NOVO
               WRITE REG-TENTATIVA-CARTAO
               ADD 1 TO ACU-PRIMEIRAS
           ELSE
               REWRITE REG-TENTATIVA-CARTAO
               ADD 1 TO ACU-RETENTATIVAS
           END-IF.

           IF FS-TENTCART NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-TENTCART              TO WRK-STATUS-ERRO
               MOVE "0230-GRAVAR-COBRANCA"   TO WRK-AREA-ERRO
               MOVE "COBRCART"               TO WRK-PROGRAMA-ERRO
               MOVE "TENTCART"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0230-GRAVAR-COBRANCA-FIM.        EXIT.

      *-----------------------------------------------------------------
       0240-GRAVAR-PENDENCIA            SECTION.
      *-----------------------------------------------------------------
      *    WRK-PEN-MOTIVO JA FOI CARREGADO PELO CHAMADOR.
      *-----------------------------------------------------------------

           MOVE REG-CODIGO              TO WRK-PEN-CODIGO.
           MOVE REG-NOME                TO WRK-PEN-NOME.

           MOVE WRK-LINHA-PENDENCIA     TO REG-PENDCART.
           WRITE REG-PENDCART AFTER 1 LINE.
           IF FS-PENDCART NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-PENDCART              TO WRK-STATUS-ERRO
               MOVE "0240-GRAVAR-PENDENCIA"  TO WRK-AREA-ERRO
               MOVE "COBRCART"               TO WRK-PROGRAMA-ERRO
               MOVE "PENDCART"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           ADD 1 TO ACU-PENDENCIAS.

       0240-GRAVAR-PENDENCIA-FIM.       EXIT.

      *-----------------------------------------------------------------
       0250-GRAVAR-TRAILER              SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES              TO REG-REMESSA-CARTAO.
           SET CRM-TRAILER          TO TRUE.
           MOVE ACU-INSTRUCOES      TO CRM-TRL-QUANTIDADE.
           MOVE ACU-VALOR-TOTAL     TO CRM-TRL-VALOR-TOTAL.

           WRITE REG-REMESSA-CARTAO.
           IF FS-REMCART NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-REMCART               TO WRK-STATUS-ERRO
               MOVE "0250-GRAVAR-TRAILER"    TO WRK-AREA-ERRO
               MOVE "COBRCART"               TO WRK-PROGRAMA-ERRO
               MOVE "REMCART"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0250-GRAVAR-TRAILER-FIM.         EXIT.

      *-----------------------------------------------------------------
       0290-ESTATISTICA                 SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-TRACO.
           DISPLAY "TOTAL DE REGISTROS LIDOS.....: " ACU-LIDOS.
           DISPLAY "COMPETENCIA DA COBRANCA......: " WRK-COMPETENCIA.
           DISPLAY "CLIENTES NO CARTAO...........: "
                                             ACU-CLIENTES-CARTAO.
           DISPLAY "PENDENCIAS DE CARTAO.........: " ACU-PENDENCIAS.
           DISPLAY "PRIMEIRAS TENTATIVAS.........: " ACU-PRIMEIRAS.
           DISPLAY "RETENTATIVAS.................: " ACU-RETENTATIVAS.
           DISPLAY "COBRANCAS NA REMESSA.........: " ACU-INSTRUCOES.
           DISPLAY "VALOR TOTAL DA REMESSA.......: " ACU-VALOR-TOTAL.
           DISPLAY WRK-TRACO.
           DISPLAY WRK-FIM-PROGRAMA.
           DISPLAY WRK-TRACO.

       0290-ESTATISTICA-FIM.            EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                   SECTION.
      *-----------------------------------------------------------------

           IF ACU-LIDOS GREATER ZEROS
               PERFORM 0290-ESTATISTICA
           END-IF.

           CLOSE CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "COBRCART"        TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE CARTOES.
           IF FS-CARTOES NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-CARTOES        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "COBRCART"        TO WRK-PROGRAMA-ERRO
               MOVE "CARTOES"         TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           IF WRK-FATURAS-DISPONIVEL
               CLOSE FATURAS
               IF FS-FATURAS NOT EQUAL ZEROS
                   MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
                   MOVE FS-FATURAS        TO WRK-STATUS-ERRO
                   MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
                   MOVE "COBRCART"        TO WRK-PROGRAMA-ERRO
                   MOVE "FATURAS"         TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

           CLOSE TENTCART.
           IF FS-TENTCART NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-TENTCART       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "COBRCART"        TO WRK-PROGRAMA-ERRO
               MOVE "TENTCART"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE REMCART.
           IF FS-REMCART NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-REMCART        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "COBRCART"        TO WRK-PROGRAMA-ERRO
               MOVE "REMCART"         TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE PENDCART.
           IF FS-PENDCART NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-PENDCART       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "COBRCART"        TO WRK-PROGRAMA-ERRO
               MOVE "PENDCART"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           GOBACK.

       0300-FINALIZAR-FIM.              EXIT.

      *-----------------------------------------------------------------
       9999-TRATAR-ERRO                 SECTION.
      *-----------------------------------------------------------------

           EVALUATE WRK-DESCRICAO-ERRO
               WHEN WRK-ERRO-ABERTURA
                   MOVE 12 TO RETURN-CODE
               WHEN WRK-ERRO-LEIT
                   MOVE 14 TO RETURN-CODE
               WHEN WRK-ERRO-GRAVAR
                   MOVE 16 TO RETURN-CODE
               WHEN WRK-ERRO-FECHAR
                   MOVE 18 TO RETURN-CODE
               WHEN WRK-ARQ-VAZIO
                   MOVE 04 TO RETURN-CODE
               WHEN OTHER
                   MOVE 99 TO RETURN-CODE
           END-EVALUATE.

           DISPLAY WRK-MSG-ERROS.
           GOBACK.

       9999-TRATAR-ERRO-FIM.            EXIT.
