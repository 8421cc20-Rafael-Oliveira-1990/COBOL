      *    ARQUIVO                    TIPO               BOOK
      *    EFATURA                   INPUT              REGEFAT
      *    EFATLOG                   OUTPUT             N/A
ALT03 *    CONTATOS                  INPUT              REGCONT
ALT03 *    SMSENV                    EXTEND             REGSMS
      *    EFATLOG                   OUTPUT             BOOKEFAT
      *    EFATLOG                   OUTPUT             BOOKMSG
      *    EFATLOG                   OUTPUT             BOOKASSI
      *                 O CODIGO) - CAMPOS DE TRABALHO AJUSTADOS PARA O
      *                 NOVO TAMANHO.

ALT03 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT03 *== OBJETIVO....: CANAL DE MENSAGERIA: CLIENTE COM CELULAR VALIDO
      *                 E PREFERENCIA SMS OU WHATSAPP NO CADASTRO DE
      *                 CONTATO (ARQUIVO CONTATOS, BOOK REGCONT, DO
      *                 MANTCLI) RECEBE TAMBEM O PIX COPIA-E-COLA DA
      *                 E-FATURA NO EXTRATO SMSENV (BOOK REGSMS) DO
      *                 GATEWAY DE SMS/WHATSAPP, ALEM DO PDF POR EMAIL.
      *                 O EXTRATO E ABERTO POR EXTENSAO (CRIADO NO
      *                 STATUS 35) PARA SOMAR AS MENSAGENS DE COBRANCA
      *                 GRAVADAS ANTES PELO NOTIFCLI NA MESMA NOITE. SEM
      *                 O ARQUIVO CONTATOS (STATUS 35) NADA MUDA.

      *=================================================================
       ENVIRONMENT                      DIVISION.
      *=================================================================
ALT01      SELECT EFATPEND ASSIGN TO WRK-NOME-EFATPEND
ALT01      ORGANIZATION IS SEQUENTIAL
ALT01      FILE STATUS IS FS-EFATPEND.

ALT03      SELECT CONTATOS ASSIGN TO WRK-NOME-CONTATOS
ALT03      ORGANIZATION IS INDEXED
ALT03      ACCESS MODE IS RANDOM
ALT03      RECORD KEY IS CONT-CODIGO
ALT03      FILE STATUS IS FS-CONTATOS.

ALT03      SELECT SMSENV ASSIGN TO WRK-NOME-SMSENV
ALT03      ORGANIZATION IS SEQUENTIAL
ALT03      FILE STATUS IS FS-SMSENV.
      *-----------------------------------------------------------------

      *=================================================================
ALT01  FD  EFATPEND.
ALT01  COPY "REGEFPD".

      *-----------------------------------------------------------------
      *
      *            INPUT - CADASTRO DE CONTATO (CELULAR E PREFERENCIA)
      *
      *-----------------------------------------------------------------
ALT03  FD  CONTATOS.
ALT03  COPY "REGCONT".

      *-----------------------------------------------------------------
      *
      *            EXTEND - MENSAGENS PARA O GATEWAY DE SMS/WHATSAPP
      *
      *-----------------------------------------------------------------
ALT03  FD  SMSENV.
ALT03  COPY "REGSMS".

      *-----------------------------------------------------------------
       WORKING-STORAGE                  SECTION.
      *-----------------------------------------------------------------
       01  FS-EFATURA                   PIC 9(002)         VALUE ZEROS.
       01  FS-EFATLOG                   PIC 9(002)         VALUE ZEROS.
ALT01  01  FS-EFATPEND                  PIC 9(002)         VALUE ZEROS.
ALT03  01  FS-CONTATOS                  PIC 9(002)         VALUE ZEROS.
ALT03  01  FS-SMSENV                    PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "C:\RELATORIO\dados\EFATLOG.txt".
ALT01  01  WRK-NOME-EFATPEND            PIC X(040)         VALUE
ALT01         "C:\RELATORIO\dados\EFATPEND.DAT".
ALT03  01  WRK-NOME-CONTATOS            PIC X(040)         VALUE
ALT03         "C:\RELATORIO\dados\CONTATOS.DAT".
ALT03  01  WRK-NOME-SMSENV              PIC X(040)         VALUE
ALT03         "C:\RELATORIO\dados\SMSENV.DAT".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
           05 WRK-LOG-MSG               PIC X(018)         VALUE SPACES.

      *-----------------------------------------------------------------
ALT03  01  FILLER                       PIC X(050)         VALUE
ALT03         "-----VARIAVEIS DO CANAL DE MENSAGERIA-----".
      *-----------------------------------------------------------------

ALT03  01  WRK-SW-CONTATOS              PIC X(001)         VALUE "N".
ALT03      88 WRK-CONTATOS-DISPONIVEL                       VALUE "S".
ALT03      88 WRK-CONTATOS-INDISPONIVEL                      VALUE "N".

ALT03  01  WRK-DATA-ATUAL               PIC 9(008)         VALUE ZEROS.

ALT03  01  WRK-PIX-AUX                  PIC X(040)         VALUE SPACES.
ALT03  01  WRK-PIX-AUX-R REDEFINES WRK-PIX-AUX.
ALT03      05 FILLER                    PIC X(003).
ALT03      05 FILLER                    PIC X(007).
ALT03      05 WRK-PIX-COMPETENCIA       PIC 9(006).
ALT03      05 FILLER                    PIC X(024).

ALT03  01  WRK-TEXTO-PIX                PIC X(030)         VALUE
ALT03         "PIX COPIA E COLA DA FATURA".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEL DE ACUMULACAO-----".
      *-----------------------------------------------------------------
       01  ACU-LIDOS                    PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-ENVIADOS                 PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-FALHAS                   PIC 9(005)  COMP-3 VALUE ZEROS.
ALT03  01  ACU-MENSAGENS-PIX            PIC 9(005)  COMP-3 VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
ALT01          PERFORM 9999-TRATAR-ERRO
ALT01      END-IF.

ALT03      ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.

ALT03      ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CONTATOS".
ALT03      IF WRK-DD-EXTERNA NOT EQUAL SPACES
ALT03          MOVE WRK-DD-EXTERNA       TO WRK-NOME-CONTATOS
ALT03          MOVE SPACES               TO WRK-DD-EXTERNA
ALT03      END-IF.

ALT03      OPEN INPUT CONTATOS.
ALT03      IF FS-CONTATOS EQUAL ZEROS
ALT03          SET WRK-CONTATOS-DISPONIVEL TO TRUE
ALT03      ELSE
ALT03          IF FS-CONTATOS EQUAL 35
ALT03              SET WRK-CONTATOS-INDISPONIVEL TO TRUE
ALT03          ELSE
ALT03              MOVE WRK-ERRO-ABERTURA      TO WRK-DESCRICAO-ERRO
ALT03              MOVE FS-CONTATOS            TO WRK-STATUS-ERRO
ALT03              MOVE "0100-INICIALIZAR"     TO WRK-AREA-ERRO
ALT03              MOVE "EFATENVI"             TO WRK-PROGRAMA-ERRO
ALT03              MOVE "CONTATOS"             TO WRK-ARQUIVO-ERRO
ALT03              PERFORM 9999-TRATAR-ERRO
ALT03          END-IF
ALT03      END-IF.

ALT03      ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_SMSENV".
ALT03      IF WRK-DD-EXTERNA NOT EQUAL SPACES
ALT03          MOVE WRK-DD-EXTERNA       TO WRK-NOME-SMSENV
ALT03          MOVE SPACES               TO WRK-DD-EXTERNA
ALT03      END-IF.

ALT03      OPEN EXTEND SMSENV.
ALT03      IF FS-SMSENV EQUAL 35
ALT03          OPEN OUTPUT SMSENV
ALT03      END-IF.
ALT03      IF FS-SMSENV NOT EQUAL ZEROS
ALT03          MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
ALT03          MOVE FS-SMSENV                TO WRK-STATUS-ERRO
ALT03          MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
ALT03          MOVE "EFATENVI"               TO WRK-PROGRAMA-ERRO
ALT03          MOVE "SMSENV"                 TO WRK-ARQUIVO-ERRO
ALT03          PERFORM 9999-TRATAR-ERRO
ALT03      END-IF.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------
           CALL "EFATSEND" USING EFAT-PARAMETRO.

           PERFORM 0220-GRAVAR-LOG.
ALT03      IF WRK-CONTATOS-DISPONIVEL
ALT03         AND EFAT-PIX-COPIA-COLA NOT EQUAL SPACES
ALT03          PERFORM 0240-ENVIAR-PIX-MENSAGEM
ALT03      END-IF.
           PERFORM 0160-LER-DADOS.

       0200-PROCESSAR-FIM.              EXIT.
ALT01  0230-ENFILEIRAR-REENVIO-FIM.     EXIT.

      *-----------------------------------------------------------------
ALT03  0240-ENVIAR-PIX-MENSAGEM         SECTION.
      *-----------------------------------------------------------------
ALT03 *    SO PARA QUEM PREFERE SMS/WHATSAPP E TEM CELULAR AINDA NAO
ALT03 *    DEVOLVIDO PELO GATEWAY (BOUNCSMS).
      *-----------------------------------------------------------------

ALT03      MOVE EFAT-CODIGO TO CONT-CODIGO.
ALT03      READ CONTATOS KEY IS CONT-CODIGO
ALT03          INVALID KEY
ALT03              GO TO 0240-ENVIAR-PIX-MENSAGEM-FIM
ALT03      END-READ.

ALT03      IF NOT CONT-PREF-MENSAGEM
ALT03         OR NOT CONT-CELULAR-VALIDO
ALT03         OR CONT-CELULAR EQUAL ZEROS
ALT03          GO TO 0240-ENVIAR-PIX-MENSAGEM-FIM
ALT03      END-IF.

ALT03      MOVE EFAT-PIX-COPIA-COLA      TO WRK-PIX-AUX.

ALT03      MOVE EFAT-CODIGO              TO SMS-CODIGO.
ALT03      MOVE EFAT-NOME                TO SMS-NOME.
ALT03      MOVE CONT-CELULAR             TO SMS-CELULAR.
ALT03      MOVE CONT-PREFERENCIA         TO SMS-CANAL.
ALT03      SET SMS-PIX                   TO TRUE.
ALT03      MOVE WRK-PIX-COMPETENCIA      TO SMS-COMPETENCIA.
ALT03      MOVE EFAT-VALOR-BRL           TO SMS-VALOR.
ALT03      MOVE WRK-TEXTO-PIX            TO SMS-TEXTO.
ALT03      MOVE EFAT-PIX-COPIA-COLA      TO SMS-PIX-COPIA-COLA.
ALT03      MOVE WRK-DATA-ATUAL           TO SMS-DATA-GERACAO.

ALT03      WRITE REG-MENSAGEM.
ALT03      IF FS-SMSENV NOT EQUAL ZEROS
ALT03          MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
ALT03          MOVE FS-SMSENV                TO WRK-STATUS-ERRO
ALT03          MOVE "0240-ENVIAR-PIX-MENSAGEM" TO WRK-AREA-ERRO
ALT03          MOVE "EFATENVI"               TO WRK-PROGRAMA-ERRO
ALT03          MOVE "SMSENV"                 TO WRK-ARQUIVO-ERRO
ALT03          PERFORM 9999-TRATAR-ERRO
ALT03      END-IF.

ALT03      ADD 1 TO ACU-MENSAGENS-PIX.

ALT03  0240-ENVIAR-PIX-MENSAGEM-FIM.    EXIT.

      *-----------------------------------------------------------------
       0290-ESTATISTICA                 SECTION.
      *-----------------------------------------------------------------

           DISPLAY "TOTAL DE EFATURAS LIDAS    : " ACU-LIDOS.
           DISPLAY "TOTAL ENVIADAS COM SUCESSO : " ACU-ENVIADOS.
           DISPLAY "TOTAL DE FALHAS NO ENVIO   : " ACU-FALHAS.
ALT03      DISPLAY "PIX ENVIADOS POR SMS/WHATS : " ACU-MENSAGENS-PIX.
           DISPLAY WRK-TRACO.
           DISPLAY WRK-FIM-PROGRAMA.
           DISPLAY WRK-TRACO.
ALT01          PERFORM 9999-TRATAR-ERRO
ALT01      END-IF.

ALT03      IF WRK-CONTATOS-DISPONIVEL
ALT03          CLOSE CONTATOS
ALT03          IF FS-CONTATOS NOT EQUAL ZEROS
ALT03              MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
ALT03              MOVE FS-CONTATOS       TO WRK-STATUS-ERRO
ALT03              MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
ALT03              MOVE "EFATENVI"        TO WRK-PROGRAMA-ERRO
ALT03              MOVE "CONTATOS"        TO WRK-ARQUIVO-ERRO
ALT03              PERFORM 9999-TRATAR-ERRO
ALT03          END-IF
ALT03      END-IF.

ALT03      CLOSE SMSENV.
ALT03      IF FS-SMSENV NOT EQUAL ZEROS
ALT03          MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
ALT03          MOVE FS-SMSENV         TO WRK-STATUS-ERRO
ALT03          MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
ALT03          MOVE "EFATENVI"        TO WRK-PROGRAMA-ERRO
ALT03          MOVE "SMSENV"          TO WRK-ARQUIVO-ERRO
ALT03          PERFORM 9999-TRATAR-ERRO
ALT03      END-IF.

           CLOSE EFATLOG.
           IF FS-EFATLOG NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
