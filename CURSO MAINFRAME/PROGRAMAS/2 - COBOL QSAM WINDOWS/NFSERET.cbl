      *-----------------------------------------------------------------
       IDENTIFICATION                   DIVISION.
       PROGRAM-ID. NFSERET.
      *=================================================================
      *== PROGRAMA....: NFSERET
      *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
      *== ANALISTA....: IVAN SANCHES
      *== DATA........: 15/10/2026
      *== CONSULTORIA:
      *-----------------------------------------------------------------
      *== OBJETIVO....: PROCESSAR O ARQUIVO DE RETORNO DA PREFEITURA
      *                 (ARQUIVO NFSERET, BOOK REGNFSR) COM O RESULTADO
      *                 DE CADA RPS ENVIADO PELO NFSERPS. RPS ACEITO
      *                 GRAVA NA FATURA O NUMERO DA NFS-E, O CODIGO DE
      *                 VERIFICACAO E A DATA DE EMISSAO E A FATURA FICA
      *                 COMO EMITIDA; RPS REJEITADO MARCA A FATURA COMO
      *                 REJEITADA (ELA VOLTA NO PROXIMO LOTE COM NUMERO
      *                 NOVO) E SAI NA LISTA DE CORRECAO NFSECOR COM O
      *                 MOTIVO INFORMADO PELA PREFEITURA. RETORNO DE
      *                 FATURA INEXISTENTE OU COM NUMERO DE RPS DIFERENTE
      *                 DO GRAVADO NA FATURA NAO ATUALIZA NADA E TAMBEM
      *                 SAI NA LISTA DE CORRECAO.
      *-----------------------------------------------------------------
      *===================ESPECIFICACOES DO PROGRAMA====================
      *    ARQUIVO                    TIPO               BOOK
      *    NFSERET                   INPUT              REGNFSR
      *    FATURAS                   I-O                REGFATUR
      *    NFSECOR                   OUTPUT             N/A
      *    NFSERET                   INPUT              BOOKMSG
      *    NFSERET                   INPUT              BOOKASSI
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
           SELECT NFSERET ASSIGN TO WRK-NOME-NFSERET
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-NFSERET.

           SELECT FATURAS ASSIGN TO WRK-NOME-FATURAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FAT-CHAVE
           FILE STATUS IS FS-FATURAS.

           SELECT NFSECOR ASSIGN TO WRK-NOME-NFSECOR
           FILE STATUS IS FS-NFSECOR.
      *-----------------------------------------------------------------

      *=================================================================
       DATA                             DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                             SECTION.
      *-----------------------------------------------------------------
      *
      *            INPUT - RETORNO DA PREFEITURA
      *
      *-----------------------------------------------------------------
       FD  NFSERET.
       COPY "REGNFSR".

      *-----------------------------------------------------------------
      *
      *            I-O - FATURAS POR COMPETENCIA
      *
      *-----------------------------------------------------------------
       FD  FATURAS.
       COPY "REGFATUR".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - LISTA DE CORRECAO DE RPS
      *
      *-----------------------------------------------------------------
       FD  NFSECOR.
       01  REG-NFSECOR                  PIC X(080).

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

       01  FS-NFSERET                   PIC 9(002)         VALUE ZEROS.
       01  FS-FATURAS                   PIC 9(002)         VALUE ZEROS.
       01  FS-NFSECOR                   PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----NOMES EXTERNALIZADOS VIA DD-----".
      *-----------------------------------------------------------------

       01  WRK-NOME-NFSERET             PIC X(040)         VALUE
              "C:\RELATORIO\dados\NFSERET.DAT".
       01  WRK-NOME-FATURAS             PIC X(040)         VALUE
              "C:\RELATORIO\dados\FATURAS.DAT".
       01  WRK-NOME-NFSECOR             PIC X(040)         VALUE
              "C:\RELATORIO\dados\NFSECOR.txt".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----LINHA DA LISTA DE CORRECAO-----".
      *-----------------------------------------------------------------

       01  WRK-LINHA-CORRECAO.
           05 WRK-COR-RPS               PIC 9(009)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-COR-CODIGO            PIC 9(007)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-COR-COMPETENCIA       PIC 9(006)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-COR-MOTIVO            PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEL DE ACUMULACAO-----".
      *-----------------------------------------------------------------

       01  ACU-LIDOS                    PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-EMITIDAS                 PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-REJEITADAS               PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-NAO-CONFERE              PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-SITUACAO-INVALIDA        PIC 9(005)  COMP-3 VALUE ZEROS.

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
           PERFORM 0200-PROCESSAR UNTIL FS-NFSERET EQUAL 10.
           PERFORM 0300-FINALIZAR.

       0000-PRINCIPAL-FIM.              EXIT.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                 SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_NFSERET".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-NFSERET
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_FATURAS".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-FATURAS
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_NFSECOR".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-NFSECOR
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           OPEN INPUT  NFSERET.
           IF FS-NFSERET NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-NFSERET               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "NFSERET"                TO WRK-PROGRAMA-ERRO
               MOVE "NFSERET"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN I-O    FATURAS.
           IF FS-FATURAS NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-FATURAS               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "NFSERET"                TO WRK-PROGRAMA-ERRO
               MOVE "FATURAS"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN OUTPUT NFSECOR.
           IF FS-NFSECOR NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-NFSECOR               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "NFSERET"                TO WRK-PROGRAMA-ERRO
               MOVE "NFSECOR"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           PERFORM 0160-LER-RETORNO.

           IF FS-NFSERET EQUAL 10
               MOVE WRK-ARQ-VAZIO            TO WRK-DESCRICAO-ERRO
               MOVE ZEROS                    TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "NFSERET"                TO WRK-PROGRAMA-ERRO
               MOVE "NFSERET"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------
       0160-LER-RETORNO                 SECTION.
      *-----------------------------------------------------------------

           READ NFSERET.

           IF FS-NFSERET NOT EQUAL 00 AND NOT EQUAL 10
               MOVE WRK-ERRO-LEIT      TO WRK-DESCRICAO-ERRO
               MOVE FS-NFSERET         TO WRK-STATUS-ERRO
               MOVE "0160-LER-RETORNO" TO WRK-AREA-ERRO
               MOVE "NFSERET"          TO WRK-PROGRAMA-ERRO
               MOVE "NFSERET"          TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0160-LER-RETORNO-FIM.            EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                   SECTION.
      *-----------------------------------------------------------------
      *    O RETORNO SO VALE PARA A FATURA QUE ESTA AGUARDANDO ESTE
      *    MESMO RPS - UM RETORNO ATRASADO DE RPS JA SUBSTITUIDO NAO
      *    PODE SOBREPOR A SITUACAO ATUAL DA FATURA.
      *-----------------------------------------------------------------

           ADD 1 TO ACU-LIDOS.

           MOVE NFSR-CODIGO             TO FAT-CODIGO.
           MOVE NFSR-COMPETENCIA        TO FAT-COMPETENCIA.
           READ FATURAS KEY IS FAT-CHAVE
               INVALID KEY
                   MOVE "FATURA NAO ENCONTRADA"  TO WRK-COR-MOTIVO
                   ADD 1 TO ACU-NAO-CONFERE
                   PERFORM 0280-GRAVAR-CORRECAO
               NOT INVALID KEY
ALT01              MOVE REG-FATURA       TO WRK-JRN-FATURA-ANTES
                   PERFORM 0210-CONFERIR-RETORNO
           END-READ.

           PERFORM 0160-LER-RETORNO.

       0200-PROCESSAR-FIM.              EXIT.

      *-----------------------------------------------------------------
       0210-CONFERIR-RETORNO            SECTION.
      *-----------------------------------------------------------------

           EVALUATE TRUE
               WHEN FAT-RPS-NUMERO NOT EQUAL NFSR-RPS-NUMERO
                   MOVE "RPS NAO CONFERE"        TO WRK-COR-MOTIVO
                   ADD 1 TO ACU-NAO-CONFERE
                   PERFORM 0280-GRAVAR-CORRECAO
               WHEN NOT FAT-NFSE-ENVIADA
                   MOVE "RPS NAO ESTA AGUARDANDO RETORNO"
                                                 TO WRK-COR-MOTIVO
                   ADD 1 TO ACU-NAO-CONFERE
                   PERFORM 0280-GRAVAR-CORRECAO
               WHEN NFSR-EMITIDA
                   PERFORM 0220-GRAVAR-EMISSAO
               WHEN NFSR-REJEITADA
                   PERFORM 0230-GRAVAR-REJEICAO
               WHEN OTHER
                   MOVE "SITUACAO DE RETORNO INVALIDA"
                                                 TO WRK-COR-MOTIVO
                   ADD 1 TO ACU-SITUACAO-INVALIDA
                   PERFORM 0280-GRAVAR-CORRECAO
           END-EVALUATE.

       0210-CONFERIR-RETORNO-FIM.       EXIT.

      *-----------------------------------------------------------------
       0220-GRAVAR-EMISSAO              SECTION.
      *-----------------------------------------------------------------

           SET FAT-NFSE-EMITIDA         TO TRUE.
           MOVE NFSR-NFSE-NUMERO        TO FAT-NFSE-NUMERO.
           MOVE NFSR-VERIFICACAO        TO FAT-NFSE-VERIFICACAO.
           MOVE NFSR-DATA-EMISSAO       TO FAT-NFSE-DATA.

           PERFORM 0250-REGRAVAR-FATURA.

           ADD 1 TO ACU-EMITIDAS.

       0220-GRAVAR-EMISSAO-FIM.         EXIT.

      *-----------------------------------------------------------------
       0230-GRAVAR-REJEICAO             SECTION.
      *-----------------------------------------------------------------

           SET FAT-NFSE-REJEITADA       TO TRUE.
           MOVE ZEROS                   TO FAT-NFSE-NUMERO.
           MOVE SPACES                  TO FAT-NFSE-VERIFICACAO.
           MOVE ZEROS                   TO FAT-NFSE-DATA.

           PERFORM 0250-REGRAVAR-FATURA.

           ADD 1 TO ACU-REJEITADAS.

           MOVE NFSR-MOTIVO             TO WRK-COR-MOTIVO.
           PERFORM 0280-GRAVAR-CORRECAO.

       0230-GRAVAR-REJEICAO-FIM.        EXIT.

      *-----------------------------------------------------------------
       0250-REGRAVAR-FATURA             SECTION.
      *-----------------------------------------------------------------

           REWRITE REG-FATURA.
           IF FS-FATURAS NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-FATURAS               TO WRK-STATUS-ERRO
               MOVE "0250-REGRAVAR-FATURA"   TO WRK-AREA-ERRO
               MOVE "NFSERET"                TO WRK-PROGRAMA-ERRO
               MOVE "FATURAS"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT01      SET JRN-ALTERACAO             TO TRUE.
ALT01      PERFORM 0820-JOURNAL-FATURA.

       0250-REGRAVAR-FATURA-FIM.        EXIT.

      *-----------------------------------------------------------------
       0280-GRAVAR-CORRECAO             SECTION.
      *-----------------------------------------------------------------
      *    WRK-COR-MOTIVO JA FOI CARREGADO PELO CHAMADOR.
      *-----------------------------------------------------------------

           MOVE NFSR-RPS-NUMERO         TO WRK-COR-RPS.
           MOVE NFSR-CODIGO             TO WRK-COR-CODIGO.
           MOVE NFSR-COMPETENCIA        TO WRK-COR-COMPETENCIA.

           MOVE WRK-LINHA-CORRECAO      TO REG-NFSECOR.
           WRITE REG-NFSECOR AFTER 1 LINE.
           IF FS-NFSECOR NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-NFSECOR               TO WRK-STATUS-ERRO
               MOVE "0280-GRAVAR-CORRECAO"   TO WRK-AREA-ERRO
               MOVE "NFSERET"                TO WRK-PROGRAMA-ERRO
               MOVE "NFSECOR"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0280-GRAVAR-CORRECAO-FIM.        EXIT.

      *-----------------------------------------------------------------
       0290-ESTATISTICA                 SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-TRACO.
           DISPLAY "RETORNOS LIDOS...............: " ACU-LIDOS.
           DISPLAY "NFS-E EMITIDAS (ACEITAS).....: " ACU-EMITIDAS.
           DISPLAY "RPS REJEITADOS...............: " ACU-REJEITADAS.
           DISPLAY "RETORNOS QUE NAO CONFEREM....: " ACU-NAO-CONFERE.
           DISPLAY "SITUACAO DE RETORNO INVALIDA.: "
                   ACU-SITUACAO-INVALIDA.
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

           CLOSE NFSERET.
           IF FS-NFSERET NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-NFSERET        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "NFSERET"         TO WRK-PROGRAMA-ERRO
               MOVE "NFSERET"         TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE FATURAS.
           IF FS-FATURAS NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-FATURAS        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "NFSERET"         TO WRK-PROGRAMA-ERRO
               MOVE "FATURAS"         TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE NFSECOR.
           IF FS-NFSECOR NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-NFSECOR        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "NFSERET"         TO WRK-PROGRAMA-ERRO
               MOVE "NFSECOR"         TO WRK-ARQUIVO-ERRO
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
ALT01      MOVE "NFSERET"                TO JRN-PROGRAMA.
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
