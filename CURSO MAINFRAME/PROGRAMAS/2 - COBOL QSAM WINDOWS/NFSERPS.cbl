      *-----------------------------------------------------------------
       IDENTIFICATION                   DIVISION.
       PROGRAM-ID. NFSERPS.
      *=================================================================
      *== PROGRAMA....: NFSERPS
      *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
      *== ANALISTA....: IVAN SANCHES
      *== DATA........: 15/10/2026
      *== CONSULTORIA:
      *-----------------------------------------------------------------
      *== OBJETIVO....: GERAR O LOTE DE RPS (ARQUIVO RPSLOTE, BOOK
      *                 REGRPS) PARA A PREFEITURA EMITIR AS NFS-E DA
      *                 COMPETENCIA. O EXTRATO FISCAL DO RELATV05
      *                 (ARQUIVO FISCAL, BOOK REGFISC) E LIDO POR
      *                 QUEBRA DE CLIENTE: AS ALIQUOTAS DO CLIENTE (ISS
      *                 E DEMAIS TRIBUTOS) SAO APLICADAS SOBRE O VALOR
      *                 DA FATURA DA COMPETENCIA (ARQUIVO FATURAS), QUE
      *                 RECEBE UM NUMERO DE RPS SEQUENCIAL - CONTINUANDO
      *                 O ULTIMO NUMERO DO CONTROLE NFSECTL (BOOK
      *                 REGNFSC) - E FICA MARCADA COMO ENVIADA. O LOTE
      *                 LEVA HEADER COM O NUMERO DO LOTE E TRAILER COM
      *                 A QUANTIDADE, OS TOTAIS DE SERVICO E DE ISS E A
      *                 FAIXA DE RPS. FATURA JA EMITIDA OU AGUARDANDO
      *                 RETORNO NAO ENTRA DE NOVO; RPS REJEITADO VOLTA
      *                 NO LOTE SEGUINTE COM NUMERO NOVO. CLIENTE SEM
      *                 FATURA NA COMPETENCIA, SEM CADASTRO OU SEM
      *                 CPF/CNPJ SAI NO RELATORIO DE PENDENCIAS RPSPEND
      *                 PARA A EQUIPE FISCAL CORRIGIR ANTES DO ENVIO.
      *-----------------------------------------------------------------
      *===================ESPECIFICACOES DO PROGRAMA====================
      *    ARQUIVO                    TIPO               BOOK
      *    FISCAL                    INPUT              REGFISC
      *    FATURAS                   I-O                REGFATUR
      *    CLIENTES                  INPUT              REGCLI
      *    NFSEPARM                  INPUT              REGNFSP
      *    NFSECTL                   I-O                REGNFSC
      *    RPSLOTE                   OUTPUT             REGRPS
      *    RPSPEND                   OUTPUT             N/A
      *    NFSERPS                   INPUT              BOOKMSG
      *    NFSERPS                   INPUT              BOOKASSI
      *-----------------------------------------------------------------
      *== MODULOS
      *
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

      *-----------------------------------------------------------------
       CONFIGURATION                    SECTION.
      *-----------------------------------------------------------------
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                     SECTION.
      *-----------------------------------------------------------------

       FILE-CONTROL.
           SELECT FISCAL ASSIGN TO WRK-NOME-FISCAL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-FISCAL.

           SELECT FATURAS ASSIGN TO WRK-NOME-FATURAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FAT-CHAVE
           FILE STATUS IS FS-FATURAS.

           SELECT CLIENTES ASSIGN TO WRK-NOME-CLIENTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-CODIGO
           FILE STATUS IS FS-CLIENTES.

           SELECT NFSEPARM ASSIGN TO WRK-NOME-NFSEPARM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-NFSEPARM.

           SELECT NFSECTL ASSIGN TO WRK-NOME-NFSECTL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-NFSECTL.

           SELECT RPSLOTE ASSIGN TO WRK-NOME-RPSLOTE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RPSLOTE.

           SELECT RPSPEND ASSIGN TO WRK-NOME-RPSPEND
           FILE STATUS IS FS-RPSPEND.
      *-----------------------------------------------------------------

      *=================================================================
       DATA                             DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                             SECTION.
      *-----------------------------------------------------------------
      *
      *            INPUT - EXTRATO FISCAL DO RELATV05
      *
      *-----------------------------------------------------------------
       FD  FISCAL.
       COPY "REGFISC".

      *-----------------------------------------------------------------
      *
      *            I-O - FATURAS POR COMPETENCIA
      *
      *-----------------------------------------------------------------
       FD  FATURAS.
       COPY "REGFATUR".

      *-----------------------------------------------------------------
      *
      *            INPUT - MESTRE INDEXADO DE CLIENTES
      *
      *-----------------------------------------------------------------
       FD  CLIENTES.
       COPY "REGCLI".

      *-----------------------------------------------------------------
      *
      *            INPUT - CARTAO DE PARAMETROS (COMPETENCIA)
      *
      *-----------------------------------------------------------------
       FD  NFSEPARM.
       COPY "REGNFSP".

      *-----------------------------------------------------------------
      *
      *            I-O - CONTROLE DE NUMERACAO DE RPS E DE LOTE
      *
      *-----------------------------------------------------------------
       FD  NFSECTL.
       COPY "REGNFSC".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - LOTE DE RPS PARA A PREFEITURA
      *
      *-----------------------------------------------------------------
       FD  RPSLOTE.
       COPY "REGRPS".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - RELATORIO DE PENDENCIAS ANTES DO ENVIO
      *
      *-----------------------------------------------------------------
       FD  RPSPEND.
       01  REG-RPSPEND                  PIC X(080).

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

       01  FS-FISCAL                    PIC 9(002)         VALUE ZEROS.
       01  FS-FATURAS                   PIC 9(002)         VALUE ZEROS.
       01  FS-CLIENTES                  PIC 9(002)         VALUE ZEROS.
       01  FS-NFSEPARM                  PIC 9(002)         VALUE ZEROS.
       01  FS-NFSECTL                   PIC 9(002)         VALUE ZEROS.
       01  FS-RPSLOTE                   PIC 9(002)         VALUE ZEROS.
       01  FS-RPSPEND                   PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----NOMES EXTERNALIZADOS VIA DD-----".
      *-----------------------------------------------------------------

       01  WRK-NOME-FISCAL              PIC X(040)         VALUE
              "C:\RELATORIO\dados\FISCAL.DAT".
       01  WRK-NOME-FATURAS             PIC X(040)         VALUE
              "C:\RELATORIO\dados\FATURAS.DAT".
       01  WRK-NOME-CLIENTES            PIC X(040)         VALUE
              "C:\RELATORIO\dados\CLIENTES.DAT".
       01  WRK-NOME-NFSEPARM            PIC X(040)         VALUE
              "C:\RELATORIO\dados\NFSEPARM.DAT".
       01  WRK-NOME-NFSECTL             PIC X(040)         VALUE
              "C:\RELATORIO\dados\NFSECTL.DAT".
       01  WRK-NOME-RPSLOTE             PIC X(040)         VALUE
              "C:\RELATORIO\dados\RPSLOTE.DAT".
       01  WRK-NOME-RPSPEND             PIC X(040)         VALUE
              "C:\RELATORIO\dados\RPSPEND.txt".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEIS DE DATA E COMPETENCIA-----".
      *-----------------------------------------------------------------

       01  WRK-DATA-EXECUCAO            PIC 9(008)         VALUE ZEROS.
       01  WRK-DATA-EXECUCAO-R REDEFINES WRK-DATA-EXECUCAO.
           05 WRK-COMPETENCIA-EXECUCAO  PIC 9(006).
           05 FILLER                    PIC 9(002).

       01  WRK-COMPETENCIA              PIC 9(006)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----NUMERACAO DO LOTE E DOS RPS-----".
      *-----------------------------------------------------------------

       01  WRK-NUMERO-LOTE              PIC 9(006)         VALUE ZEROS.
       01  WRK-NUMERO-RPS               PIC 9(009)         VALUE ZEROS.
       01  WRK-PRIMEIRO-RPS             PIC 9(009)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----DADOS FISCAIS DO CLIENTE EM QUEBRA-----".
      *-----------------------------------------------------------------

       01  WRK-TIPO-ISS                 PIC X(010)         VALUE
              "ISS".
       01  WRK-CODIGO-QUEBRA            PIC 9(007)         VALUE ZEROS.
       01  WRK-TIPO-PESSOA              PIC X(001)         VALUE SPACES.
       01  WRK-CPF-CNPJ                 PIC 9(014)         VALUE ZEROS.
       01  WRK-ALIQUOTA-ISS             PIC 9(003)V99      VALUE ZEROS.
       01  WRK-ALIQUOTA-OUTROS          PIC 9(003)V99      VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----LINHA DO RELATORIO DE PENDENCIAS-----".
      *-----------------------------------------------------------------

       01  WRK-LINHA-PENDENCIA.
           05 WRK-PEN-CODIGO            PIC 9(007)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-PEN-COMPETENCIA       PIC 9(006)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-PEN-MOTIVO            PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEL DE ACUMULACAO-----".
      *-----------------------------------------------------------------

       01  ACU-LIDOS                    PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-CLIENTES                 PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-RPS                      PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-JA-EMITIDAS              PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-AGUARDANDO               PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-COTAS-GRUPO              PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-PENDENCIAS               PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-VALOR-SERVICOS           PIC 9(009)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-VALOR-ISS                PIC 9(009)V99 COMP-3
                                                           VALUE ZEROS.

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
           PERFORM 0200-PROCESSAR UNTIL FS-FISCAL EQUAL 10.
           PERFORM 0250-GRAVAR-TRAILER.
           PERFORM 0300-FINALIZAR.

       0000-PRINCIPAL-FIM.              EXIT.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                 SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_FISCAL".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-FISCAL
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_FATURAS".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-FATURAS
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CLIENTES".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-CLIENTES
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_NFSEPARM".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-NFSEPARM
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_NFSECTL".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-NFSECTL
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_RPSLOTE".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-RPSLOTE
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_RPSPEND".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-RPSPEND
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           PERFORM 0116-LER-PARAMETROS.
           PERFORM 0118-LER-CONTROLE.

           OPEN INPUT  FISCAL.
           IF FS-FISCAL NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-FISCAL                TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "NFSERPS"                TO WRK-PROGRAMA-ERRO
               MOVE "FISCAL"                 TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           PERFORM 0160-LER-FISCAL.

           IF FS-FISCAL EQUAL 10
               MOVE WRK-ARQ-VAZIO            TO WRK-DESCRICAO-ERRO
               MOVE ZEROS                    TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "NFSERPS"                TO WRK-PROGRAMA-ERRO
               MOVE "FISCAL"                 TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN I-O    FATURAS.
           IF FS-FATURAS NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-FATURAS               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "NFSERPS"                TO WRK-PROGRAMA-ERRO
               MOVE "FATURAS"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN INPUT  CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "NFSERPS"                TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN OUTPUT RPSLOTE.
           IF FS-RPSLOTE NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-RPSLOTE               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "NFSERPS"                TO WRK-PROGRAMA-ERRO
               MOVE "RPSLOTE"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN OUTPUT RPSPEND.
           IF FS-RPSPEND NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-RPSPEND               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "NFSERPS"                TO WRK-PROGRAMA-ERRO
               MOVE "RPSPEND"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------
       0116-LER-PARAMETROS              SECTION.
      *-----------------------------------------------------------------
      *    CARTAO OPCIONAL: SEM ELE (OU COM COMPETENCIA ZERO) O LOTE
      *    SAI PARA A COMPETENCIA DA DATA DE EXECUCAO.
      *-----------------------------------------------------------------

           MOVE WRK-COMPETENCIA-EXECUCAO TO WRK-COMPETENCIA.

           OPEN INPUT NFSEPARM.

           IF FS-NFSEPARM EQUAL ZEROS
               READ NFSEPARM
               IF FS-NFSEPARM EQUAL ZEROS
                   IF NFSP-COMPETENCIA GREATER ZEROS
                       MOVE NFSP-COMPETENCIA TO WRK-COMPETENCIA
                   END-IF
               END-IF
               CLOSE NFSEPARM
           ELSE
               IF FS-NFSEPARM NOT EQUAL 35
                   MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
                   MOVE FS-NFSEPARM              TO WRK-STATUS-ERRO
                   MOVE "0116-LER-PARAMETROS"    TO WRK-AREA-ERRO
                   MOVE "NFSERPS"                TO WRK-PROGRAMA-ERRO
                   MOVE "NFSEPARM"               TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

       0116-LER-PARAMETROS-FIM.         EXIT.

      *-----------------------------------------------------------------
       0118-LER-CONTROLE                SECTION.
      *-----------------------------------------------------------------
      *    ULTIMO RPS E ULTIMO LOTE JA USADOS. ARQUIVO AUSENTE OU
      *    VAZIO = PRIMEIRO LOTE, NUMERACAO A PARTIR DE 1.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-NUMERO-RPS.
           MOVE ZEROS TO WRK-NUMERO-LOTE.

           OPEN INPUT NFSECTL.

           IF FS-NFSECTL EQUAL ZEROS
               READ NFSECTL
               IF FS-NFSECTL EQUAL ZEROS
                   MOVE NFSC-ULTIMO-RPS   TO WRK-NUMERO-RPS
                   MOVE NFSC-ULTIMO-LOTE  TO WRK-NUMERO-LOTE
               END-IF
               CLOSE NFSECTL
           ELSE
               IF FS-NFSECTL NOT EQUAL 35
                   MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
                   MOVE FS-NFSECTL               TO WRK-STATUS-ERRO
                   MOVE "0118-LER-CONTROLE"      TO WRK-AREA-ERRO
                   MOVE "NFSERPS"                TO WRK-PROGRAMA-ERRO
                   MOVE "NFSECTL"                TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

           ADD 1 TO WRK-NUMERO-LOTE.

       0118-LER-CONTROLE-FIM.           EXIT.

      *-----------------------------------------------------------------
       0150-GRAVAR-HEADER               SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES              TO REG-RPS.
           SET RPS-HEADER           TO TRUE.
           MOVE WRK-NUMERO-LOTE     TO RPS-HDR-LOTE.
           MOVE WRK-DATA-EXECUCAO   TO RPS-HDR-DATA.
           MOVE WRK-COMPETENCIA     TO RPS-HDR-COMPETENCIA.
           MOVE "LOTE RPS NFS-E"    TO RPS-HDR-LITERAL.

           WRITE REG-RPS.
           IF FS-RPSLOTE NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-RPSLOTE               TO WRK-STATUS-ERRO
               MOVE "0150-GRAVAR-HEADER"     TO WRK-AREA-ERRO
               MOVE "NFSERPS"                TO WRK-PROGRAMA-ERRO
               MOVE "RPSLOTE"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0150-GRAVAR-HEADER-FIM.          EXIT.

      *-----------------------------------------------------------------
       0160-LER-FISCAL                  SECTION.
      *-----------------------------------------------------------------

           READ FISCAL.

           IF FS-FISCAL NOT EQUAL 00 AND NOT EQUAL 10
               MOVE WRK-ERRO-LEIT    TO WRK-DESCRICAO-ERRO
               MOVE FS-FISCAL        TO WRK-STATUS-ERRO
               MOVE "0160-LER-FISCAL" TO WRK-AREA-ERRO
               MOVE "NFSERPS"        TO WRK-PROGRAMA-ERRO
               MOVE "FISCAL"         TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0160-LER-FISCAL-FIM.             EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                   SECTION.
      *-----------------------------------------------------------------
      *    QUEBRA POR CLIENTE: O RELATV05 GRAVA AS LINHAS DE IMPOSTO
      *    DE CADA CLIENTE EM SEQUENCIA, UMA POR TIPO DE IMPOSTO.
      *-----------------------------------------------------------------

           MOVE FISC-CODIGO             TO WRK-CODIGO-QUEBRA.
           MOVE FISC-TIPO-PESSOA        TO WRK-TIPO-PESSOA.
           MOVE FISC-CPF-CNPJ           TO WRK-CPF-CNPJ.
           MOVE ZEROS                   TO WRK-ALIQUOTA-ISS.
           MOVE ZEROS                   TO WRK-ALIQUOTA-OUTROS.

           PERFORM 0210-ACUMULAR-ALIQUOTA
               UNTIL FS-FISCAL EQUAL 10
                  OR FISC-CODIGO NOT EQUAL WRK-CODIGO-QUEBRA.

           ADD 1 TO ACU-CLIENTES.

           MOVE WRK-CODIGO-QUEBRA       TO FAT-CODIGO.
           MOVE WRK-COMPETENCIA         TO FAT-COMPETENCIA.
           READ FATURAS KEY IS FAT-CHAVE
               INVALID KEY
                   MOVE "SEM FATURA NA COMPETENCIA" TO WRK-PEN-MOTIVO
                   PERFORM 0280-GRAVAR-PENDENCIA
               NOT INVALID KEY
ALT01              MOVE REG-FATURA       TO WRK-JRN-FATURA-ANTES
                   PERFORM 0220-CONFERIR-FATURA
           END-READ.

       0200-PROCESSAR-FIM.              EXIT.

      *-----------------------------------------------------------------
       0210-ACUMULAR-ALIQUOTA           SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO ACU-LIDOS.

           IF FISC-TIPO-IMPOSTO EQUAL WRK-TIPO-ISS
               ADD FISC-ALIQUOTA        TO WRK-ALIQUOTA-ISS
           ELSE
               ADD FISC-ALIQUOTA        TO WRK-ALIQUOTA-OUTROS
           END-IF.

           PERFORM 0160-LER-FISCAL.

       0210-ACUMULAR-ALIQUOTA-FIM.      EXIT.

      *-----------------------------------------------------------------
       0220-CONFERIR-FATURA             SECTION.
      *-----------------------------------------------------------------
      *    A COTA DE MEMBRO DE GRUPO FAMILIAR NAO GERA NOTA PROPRIA - A
      *    NOTA SAI NA FATURA CONSOLIDADA DO PAGADOR. RPS REJEITADO
      *    PELA PREFEITURA VOLTA NESTE LOTE COM NUMERO NOVO.
      *-----------------------------------------------------------------

           EVALUATE TRUE
               WHEN FAT-AGRUPADA
                   ADD 1 TO ACU-COTAS-GRUPO
               WHEN FAT-NFSE-EMITIDA
                   ADD 1 TO ACU-JA-EMITIDAS
               WHEN FAT-NFSE-ENVIADA
                   ADD 1 TO ACU-AGUARDANDO
               WHEN WRK-CPF-CNPJ EQUAL ZEROS
                   MOVE "TOMADOR SEM CPF/CNPJ"   TO WRK-PEN-MOTIVO
                   PERFORM 0280-GRAVAR-PENDENCIA
               WHEN OTHER
                   MOVE WRK-CODIGO-QUEBRA        TO REG-CODIGO
                   READ CLIENTES
                       INVALID KEY
                           MOVE "CLIENTE NAO CADASTRADO"
                                                 TO WRK-PEN-MOTIVO
                           PERFORM 0280-GRAVAR-PENDENCIA
                       NOT INVALID KEY
                           PERFORM 0230-GRAVAR-RPS
                   END-READ
           END-EVALUATE.

       0220-CONFERIR-FATURA-FIM.        EXIT.

      *-----------------------------------------------------------------
       0230-GRAVAR-RPS                  SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO WRK-NUMERO-RPS.
           IF ACU-RPS EQUAL ZEROS
               MOVE WRK-NUMERO-RPS      TO WRK-PRIMEIRO-RPS
           END-IF.

           MOVE SPACES                  TO REG-RPS.
           SET RPS-DETALHE              TO TRUE.
           MOVE WRK-NUMERO-RPS          TO RPS-DET-NUMERO.
           MOVE WRK-DATA-EXECUCAO       TO RPS-DET-DATA-EMISSAO.
           MOVE FAT-CODIGO              TO RPS-DET-CODIGO.
           MOVE FAT-COMPETENCIA         TO RPS-DET-COMPETENCIA.
           MOVE WRK-TIPO-PESSOA         TO RPS-DET-TIPO-PESSOA.
           MOVE WRK-CPF-CNPJ            TO RPS-DET-CPF-CNPJ.
           MOVE REG-NOME                TO RPS-DET-NOME.
           MOVE REG-EMAIL               TO RPS-DET-EMAIL.
           MOVE FAT-VALOR               TO RPS-DET-VALOR-SERVICOS.
           MOVE WRK-ALIQUOTA-ISS        TO RPS-DET-ALIQUOTA-ISS.

           COMPUTE RPS-DET-VALOR-ISS ROUNDED =
               FAT-VALOR * WRK-ALIQUOTA-ISS / 100.
           COMPUTE RPS-DET-VALOR-OUTROS ROUNDED =
               FAT-VALOR * WRK-ALIQUOTA-OUTROS / 100.

           WRITE REG-RPS.
           IF FS-RPSLOTE NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-RPSLOTE               TO WRK-STATUS-ERRO
               MOVE "0230-GRAVAR-RPS"        TO WRK-AREA-ERRO
               MOVE "NFSERPS"                TO WRK-PROGRAMA-ERRO
               MOVE "RPSLOTE"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           ADD 1                        TO ACU-RPS.
           ADD RPS-DET-VALOR-SERVICOS   TO ACU-VALOR-SERVICOS.
           ADD RPS-DET-VALOR-ISS        TO ACU-VALOR-ISS.

           MOVE WRK-NUMERO-RPS          TO FAT-RPS-NUMERO.
           SET FAT-NFSE-ENVIADA         TO TRUE.
           MOVE ZEROS                   TO FAT-NFSE-NUMERO.
           MOVE SPACES                  TO FAT-NFSE-VERIFICACAO.
           MOVE ZEROS                   TO FAT-NFSE-DATA.

           REWRITE REG-FATURA.
           IF FS-FATURAS NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-FATURAS               TO WRK-STATUS-ERRO
               MOVE "0230-GRAVAR-RPS"        TO WRK-AREA-ERRO
               MOVE "NFSERPS"                TO WRK-PROGRAMA-ERRO
               MOVE "FATURAS"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT01      SET JRN-ALTERACAO             TO TRUE.
ALT01      PERFORM 0820-JOURNAL-FATURA.

       0230-GRAVAR-RPS-FIM.             EXIT.

      *-----------------------------------------------------------------
       0250-GRAVAR-TRAILER              SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES              TO REG-RPS.
           SET RPS-TRAILER          TO TRUE.
           MOVE ACU-RPS             TO RPS-TRL-QUANTIDADE.
           MOVE ACU-VALOR-SERVICOS  TO RPS-TRL-VALOR-SERVICOS.
           MOVE ACU-VALOR-ISS       TO RPS-TRL-VALOR-ISS.
           MOVE WRK-PRIMEIRO-RPS    TO RPS-TRL-PRIMEIRO-RPS.
           IF ACU-RPS GREATER ZEROS
               MOVE WRK-NUMERO-RPS  TO RPS-TRL-ULTIMO-RPS
           ELSE
               MOVE ZEROS           TO RPS-TRL-ULTIMO-RPS
           END-IF.

           WRITE REG-RPS.
           IF FS-RPSLOTE NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-RPSLOTE               TO WRK-STATUS-ERRO
               MOVE "0250-GRAVAR-TRAILER"    TO WRK-AREA-ERRO
               MOVE "NFSERPS"                TO WRK-PROGRAMA-ERRO
               MOVE "RPSLOTE"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0250-GRAVAR-TRAILER-FIM.         EXIT.

      *-----------------------------------------------------------------
       0260-GRAVAR-CONTROLE             SECTION.
      *-----------------------------------------------------------------
      *    SO UM LOTE COM RPS CONSOME NUMERO DE LOTE; O ULTIMO RPS
      *    USADO FICA GRAVADO PARA O LOTE SEGUINTE.
      *-----------------------------------------------------------------

           OPEN OUTPUT NFSECTL.
           IF FS-NFSECTL NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-NFSECTL               TO WRK-STATUS-ERRO
               MOVE "0260-GRAVAR-CONTROLE"   TO WRK-AREA-ERRO
               MOVE "NFSERPS"                TO WRK-PROGRAMA-ERRO
               MOVE "NFSECTL"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           MOVE WRK-NUMERO-RPS          TO NFSC-ULTIMO-RPS.
           MOVE WRK-NUMERO-LOTE         TO NFSC-ULTIMO-LOTE.
           MOVE WRK-DATA-EXECUCAO       TO NFSC-DATA-ULTIMO-LOTE.

           WRITE REG-NFSE-CONTROLE.
           IF FS-NFSECTL NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-NFSECTL               TO WRK-STATUS-ERRO
               MOVE "0260-GRAVAR-CONTROLE"   TO WRK-AREA-ERRO
               MOVE "NFSERPS"                TO WRK-PROGRAMA-ERRO
               MOVE "NFSECTL"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE NFSECTL.
           IF FS-NFSECTL NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-NFSECTL               TO WRK-STATUS-ERRO
               MOVE "0260-GRAVAR-CONTROLE"   TO WRK-AREA-ERRO
               MOVE "NFSERPS"                TO WRK-PROGRAMA-ERRO
               MOVE "NFSECTL"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0260-GRAVAR-CONTROLE-FIM.        EXIT.

      *-----------------------------------------------------------------
       0280-GRAVAR-PENDENCIA            SECTION.
      *-----------------------------------------------------------------
      *    WRK-PEN-MOTIVO JA FOI CARREGADO PELO CHAMADOR.
      *-----------------------------------------------------------------

           MOVE WRK-CODIGO-QUEBRA       TO WRK-PEN-CODIGO.
           MOVE WRK-COMPETENCIA         TO WRK-PEN-COMPETENCIA.

           MOVE WRK-LINHA-PENDENCIA     TO REG-RPSPEND.
           WRITE REG-RPSPEND AFTER 1 LINE.
           IF FS-RPSPEND NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-RPSPEND               TO WRK-STATUS-ERRO
               MOVE "0280-GRAVAR-PENDENCIA"  TO WRK-AREA-ERRO
               MOVE "NFSERPS"                TO WRK-PROGRAMA-ERRO
               MOVE "RPSPEND"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           ADD 1 TO ACU-PENDENCIAS.

       0280-GRAVAR-PENDENCIA-FIM.       EXIT.

      *-----------------------------------------------------------------
       0290-ESTATISTICA                 SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-TRACO.
           DISPLAY "COMPETENCIA DO LOTE..........: " WRK-COMPETENCIA.
           DISPLAY "NUMERO DO LOTE...............: " WRK-NUMERO-LOTE.
           DISPLAY "LINHAS DO EXTRATO FISCAL.....: " ACU-LIDOS.
           DISPLAY "CLIENTES DO EXTRATO FISCAL...: " ACU-CLIENTES.
           DISPLAY "RPS GERADOS NO LOTE..........: " ACU-RPS.
           DISPLAY "VALOR TOTAL DE SERVICOS......: " ACU-VALOR-SERVICOS.
           DISPLAY "VALOR TOTAL DE ISS...........: " ACU-VALOR-ISS.
           DISPLAY "FATURAS JA COM NFS-E.........: " ACU-JA-EMITIDAS.
           DISPLAY "RPS AGUARDANDO RETORNO.......: " ACU-AGUARDANDO.
           DISPLAY "COTAS DE GRUPO (NOTA NO PAG).: " ACU-COTAS-GRUPO.
           DISPLAY "PENDENCIAS PARA CORRECAO.....: " ACU-PENDENCIAS.
           DISPLAY WRK-TRACO.
           DISPLAY WRK-FIM-PROGRAMA.
           DISPLAY WRK-TRACO.

       0290-ESTATISTICA-FIM.            EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                   SECTION.
      *-----------------------------------------------------------------

           IF ACU-RPS GREATER ZEROS
               PERFORM 0260-GRAVAR-CONTROLE
           END-IF.

           IF ACU-LIDOS GREATER ZEROS
               PERFORM 0290-ESTATISTICA
           END-IF.

           CLOSE FISCAL.
           IF FS-FISCAL NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-FISCAL         TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "NFSERPS"         TO WRK-PROGRAMA-ERRO
               MOVE "FISCAL"          TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE FATURAS.
           IF FS-FATURAS NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-FATURAS        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "NFSERPS"         TO WRK-PROGRAMA-ERRO
               MOVE "FATURAS"         TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "NFSERPS"         TO WRK-PROGRAMA-ERRO
               MOVE "CLIENTES"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE RPSLOTE.
           IF FS-RPSLOTE NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-RPSLOTE        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "NFSERPS"         TO WRK-PROGRAMA-ERRO
               MOVE "RPSLOTE"         TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE RPSPEND.
           IF FS-RPSPEND NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-RPSPEND        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "NFSERPS"         TO WRK-PROGRAMA-ERRO
               MOVE "RPSPEND"         TO WRK-ARQUIVO-ERRO
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
ALT01      MOVE "NFSERPS"                TO JRN-PROGRAMA.
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
