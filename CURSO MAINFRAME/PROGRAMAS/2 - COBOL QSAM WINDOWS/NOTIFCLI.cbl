      *    COBRHIST                  I-O                REGCOBH
      *    AVISOS                    OUTPUT             REGNOTIF
      *    NOTIFEF                   OUTPUT             REGEFAT
ALT13 *    CONTATOS                  INPUT              REGCONT
ALT13 *    SMSENV                    OUTPUT             REGSMS
      *    NOTIFCLI                  INPUT              BOOKMSG
      *    NOTIFCLI                  INPUT              BOOKASSI
      *-----------------------------------------------------------------
      *                 SCORE - OU SEM O ARQUIVO (STATUS 35) - E
      *                 TRATADO COMO BANDA "B".

ALT12 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT12 *== OBJETIVO....: CLIENTE COM PROMESSA DE PAGAMENTO ABERTA
      *                 (ARQUIVO PROMESSA, BOOK REGPROM, MANTIDO PELO
      *                 PROMCLI) FICA FORA DA ESCALADA ATE A DATA
      *                 PROMETIDA. PROMESSA QUEBRADA COM RETOMADA
      *                 PENDENTE FORCA O ESTAGIO SEGUINTE AO GUARDADO
      *                 NA PROMESSA (LIMITADO AO 3), MESMO JA AVISADO
      *                 NA COMPETENCIA, E A RETOMADA E DADA COMO FEITA.
      *                 SEM O ARQUIVO PROMESSA (STATUS 35), SEGUE
      *                 AVISANDO COMO SEMPRE.

ALT13 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT13 *== OBJETIVO....: CANAL DE MENSAGERIA: O LEMBRETE AMISTOSO
      *                 (ESTAGIO 1) E O AVISO DE SUSPENSAO (ESTAGIO 3)
      *                 SAEM TAMBEM NO NOVO EXTRATO SMSENV (BOOK REGSMS)
      *                 PARA O GATEWAY DE SMS/WHATSAPP QUANDO O CADASTRO
      *                 DE CONTATO (ARQUIVO CONTATOS, BOOK REGCONT, DO
      *                 MANTCLI) TEM CELULAR VALIDO E PREFERENCIA SMS OU
      *                 WHATSAPP - OU QUANDO O EMAIL DO CLIENTE FOI
      *                 DEVOLVIDO (BOUNCCLI) E ELE NAO PREFERE PAPEL, E
      *                 AI O CANAL E SMS. NO ESTAGIO 1 A MENSAGEM
      *                 SUBSTITUI O AVISO EM PAPEL/E-FATURA; NO ESTAGIO 3
      *                 ELA VAI ALEM DO AVISO FORMAL, QUE CONTINUA SAINDO.
      *                 A MENSAGEM LEVA O VALOR EM REAIS E O MESMO PIX
      *                 COPIA-E-COLA DA E-FATURA. SEM O ARQUIVO CONTATOS
      *                 (STATUS 35) NADA MUDA.

      *=================================================================
       ENVIRONMENT                      DIVISION.
      *=================================================================
ALT06      RECORD KEY IS ACOR-CODIGO
ALT06      FILE STATUS IS FS-ACORDO.

ALT12      SELECT PROMESSA ASSIGN TO WRK-NOME-PROMESSA
ALT12      ORGANIZATION IS INDEXED
ALT12      ACCESS MODE IS RANDOM
ALT12      RECORD KEY IS PROM-CODIGO
ALT12      FILE STATUS IS FS-PROMESSA.

           SELECT COBRHIST ASSIGN TO WRK-NOME-COBRHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
ALT11      ACCESS MODE IS RANDOM
ALT11      RECORD KEY IS SCOR-CODIGO
ALT11      FILE STATUS IS FS-SCORE.

ALT13      SELECT CONTATOS ASSIGN TO WRK-NOME-CONTATOS
ALT13      ORGANIZATION IS INDEXED
ALT13      ACCESS MODE IS RANDOM
ALT13      RECORD KEY IS CONT-CODIGO
ALT13      FILE STATUS IS FS-CONTATOS.

ALT13      SELECT SMSENV ASSIGN TO WRK-NOME-SMSENV
ALT13      ORGANIZATION IS SEQUENTIAL
ALT13      FILE STATUS IS FS-SMSENV.
      *-----------------------------------------------------------------

      *=================================================================
ALT06  FD  ACORDO.
ALT06  COPY "REGACORD".

ALT12 *-----------------------------------------------------------------
ALT12 *
ALT12 *            I-O - PROMESSAS DE PAGAMENTO (PROMCLI)
ALT12 *
ALT12 *-----------------------------------------------------------------
ALT12  FD  PROMESSA.
ALT12  COPY "REGPROM".

      *-----------------------------------------------------------------
      *
      *            INPUT - SCORE DE PAGAMENTO POR CLIENTE (SCORECLI)
       COPY "REGEFAT".

      *-----------------------------------------------------------------
ALT13 *
ALT13 *            INPUT - CADASTRO DE CONTATO (CELULAR E PREFERENCIA)
ALT13 *
      *-----------------------------------------------------------------
ALT13  FD  CONTATOS.
ALT13  COPY "REGCONT".

      *-----------------------------------------------------------------
ALT13 *
ALT13 *            OUTPUT - MENSAGENS PARA O GATEWAY DE SMS/WHATSAPP
ALT13 *
      *-----------------------------------------------------------------
ALT13  FD  SMSENV.
ALT13  COPY "REGSMS".

      *-----------------------------------------------------------------
       WORKING-STORAGE                  SECTION.
      *-----------------------------------------------------------------

       01  FS-CLIENTES                  PIC 9(002)         VALUE ZEROS.
ALT03  01  FS-FATURAS                   PIC 9(002)         VALUE ZEROS.
ALT06  01  FS-ACORDO                    PIC 9(002)         VALUE ZEROS.
ALT12  01  FS-PROMESSA                  PIC 9(002)         VALUE ZEROS.
       01  FS-COBRHIST                  PIC 9(002)         VALUE ZEROS.
       01  FS-AVISOS                    PIC 9(002)         VALUE ZEROS.
       01  FS-NOTIFEF                   PIC 9(002)         VALUE ZEROS.
ALT11  01  FS-SCORE                     PIC 9(002)         VALUE ZEROS.
ALT13  01  FS-CONTATOS                  PIC 9(002)         VALUE ZEROS.
ALT13  01  FS-SMSENV                    PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
ALT03         "C:\RELATORIO\dados\FATURAS.DAT".
ALT06  01  WRK-NOME-ACORDO              PIC X(040)         VALUE
ALT06         "C:\RELATORIO\dados\ACORDO.DAT".
ALT12  01  WRK-NOME-PROMESSA            PIC X(040)         VALUE
ALT12         "C:\RELATORIO\dados\PROMESSA.DAT".
ALT11  01  WRK-NOME-SCORE               PIC X(040)         VALUE
ALT11         "C:\RELATORIO\dados\SCORE.DAT".
ALT13  01  WRK-NOME-CONTATOS            PIC X(040)         VALUE
ALT13         "C:\RELATORIO\dados\CONTATOS.DAT".
ALT13  01  WRK-NOME-SMSENV              PIC X(040)         VALUE
ALT13         "C:\RELATORIO\dados\SMSENV.DAT".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
ALT06      88 WRK-CLIENTE-EM-ACORDO                         VALUE "S".
ALT06      88 WRK-CLIENTE-SEM-ACORDO                         VALUE "N".

ALT12  01  WRK-SW-PROMESSA              PIC X(001)         VALUE "N".
ALT12      88 WRK-PROMESSA-DISPONIVEL                       VALUE "S".
ALT12      88 WRK-PROMESSA-INDISPONIVEL                      VALUE "N".

ALT12  01  WRK-SW-EM-PROMESSA           PIC X(001)         VALUE "N".
ALT12      88 WRK-CLIENTE-EM-PROMESSA                       VALUE "S".
ALT12      88 WRK-CLIENTE-SEM-PROMESSA                       VALUE "N".

ALT12  01  WRK-SW-RETOMADA              PIC X(001)         VALUE "N".
ALT12      88 WRK-RETOMAR-COBRANCA                          VALUE "S".
ALT12      88 WRK-SEM-RETOMADA                               VALUE "N".

ALT13  01  WRK-SW-CONTATOS              PIC X(001)         VALUE "N".
ALT13      88 WRK-CONTATOS-DISPONIVEL                       VALUE "S".
ALT13      88 WRK-CONTATOS-INDISPONIVEL                      VALUE "N".

ALT13  01  WRK-SW-MENSAGEM              PIC X(001)         VALUE "N".
ALT13      88 WRK-ENVIAR-MENSAGEM                           VALUE "S".
ALT13      88 WRK-SEM-MENSAGEM                               VALUE "N".

ALT13  01  WRK-CANAL-MENSAGEM           PIC X(001)         VALUE SPACES.

ALT03  01  WRK-VALOR-COBRANCA           PIC 9(005)V99      VALUE ZEROS.
ALT09  01  WRK-COMPETENCIA-COBRANCA     PIC 9(006)         VALUE ZEROS.
ALT04  01  WRK-ASSINATURA-BRL           PIC 9(007)V99 COMP-3
       01  ACU-LIDOS                    PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-AVISOS-PAPEL             PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-AVISOS-EFATURA           PIC 9(005)  COMP-3 VALUE ZEROS.
ALT13  01  ACU-AVISOS-MENSAGEM          PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-SUPRIMIDOS               PIC 9(005)  COMP-3 VALUE ZEROS.
ALT12  01  ACU-EM-PROMESSA              PIC 9(005)  COMP-3 VALUE ZEROS.
ALT12  01  ACU-RETOMADAS                PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-ESTAGIO-1                PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-ESTAGIO-2                PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-ESTAGIO-3                PIC 9(005)  COMP-3 VALUE ZEROS.
ALT11          END-IF
ALT11      END-IF.

ALT12      ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_PROMESSA".
ALT12      IF WRK-DD-EXTERNA NOT EQUAL SPACES
ALT12          MOVE WRK-DD-EXTERNA       TO WRK-NOME-PROMESSA
ALT12          MOVE SPACES               TO WRK-DD-EXTERNA
ALT12      END-IF.

ALT12      OPEN I-O PROMESSA.
ALT12      IF FS-PROMESSA EQUAL ZEROS
ALT12          SET WRK-PROMESSA-DISPONIVEL TO TRUE
ALT12      ELSE
ALT12          IF FS-PROMESSA EQUAL 35
ALT12              SET WRK-PROMESSA-INDISPONIVEL TO TRUE
ALT12          ELSE
ALT12              MOVE WRK-ERRO-ABERTURA      TO WRK-DESCRICAO-ERRO
ALT12              MOVE FS-PROMESSA            TO WRK-STATUS-ERRO
ALT12              MOVE "0100-INICIALIZAR"     TO WRK-AREA-ERRO
ALT12              MOVE "NOTIFCLI"             TO WRK-PROGRAMA-ERRO
ALT12              MOVE "PROMESSA"             TO WRK-ARQUIVO-ERRO
ALT12              PERFORM 9999-TRATAR-ERRO
ALT12          END-IF
ALT12      END-IF.


ALT13      ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CONTATOS".
ALT13      IF WRK-DD-EXTERNA NOT EQUAL SPACES
ALT13          MOVE WRK-DD-EXTERNA       TO WRK-NOME-CONTATOS
ALT13          MOVE SPACES               TO WRK-DD-EXTERNA
ALT13      END-IF.

ALT13      OPEN INPUT CONTATOS.
ALT13      IF FS-CONTATOS EQUAL ZEROS
ALT13          SET WRK-CONTATOS-DISPONIVEL TO TRUE
ALT13      ELSE
ALT13          IF FS-CONTATOS EQUAL 35
ALT13              SET WRK-CONTATOS-INDISPONIVEL TO TRUE
ALT13          ELSE
ALT13              MOVE WRK-ERRO-ABERTURA      TO WRK-DESCRICAO-ERRO
ALT13              MOVE FS-CONTATOS            TO WRK-STATUS-ERRO
ALT13              MOVE "0100-INICIALIZAR"     TO WRK-AREA-ERRO
ALT13              MOVE "NOTIFCLI"             TO WRK-PROGRAMA-ERRO
ALT13              MOVE "CONTATOS"             TO WRK-ARQUIVO-ERRO
ALT13              PERFORM 9999-TRATAR-ERRO
ALT13          END-IF
ALT13      END-IF.

ALT13      ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_SMSENV".
ALT13      IF WRK-DD-EXTERNA NOT EQUAL SPACES
ALT13          MOVE WRK-DD-EXTERNA       TO WRK-NOME-SMSENV
ALT13          MOVE SPACES               TO WRK-DD-EXTERNA
ALT13      END-IF.

ALT13      OPEN OUTPUT SMSENV.
ALT13      IF FS-SMSENV NOT EQUAL ZEROS
ALT13          MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
ALT13          MOVE FS-SMSENV                TO WRK-STATUS-ERRO
ALT13          MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
ALT13          MOVE "NOTIFCLI"               TO WRK-PROGRAMA-ERRO
ALT13          MOVE "SMSENV"                 TO WRK-ARQUIVO-ERRO
ALT13          PERFORM 9999-TRATAR-ERRO
ALT13      END-IF.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------

ALT06  0174-CONSULTAR-ACORDO-FIM.       EXIT.

ALT12 *-----------------------------------------------------------------
ALT12  0179-CONSULTAR-PROMESSA           SECTION.
ALT12 *-----------------------------------------------------------------
ALT12 *    PROMESSA ABERTA DENTRO DA DATA SEGURA A COBRANCA; PROMESSA
ALT12 *    QUEBRADA PELO PROMCLI COM RETOMADA PENDENTE FAZ A COBRANCA
ALT12 *    VOLTAR NO ESTAGIO SEGUINTE AO GUARDADO NA PROMESSA (0178).
ALT12 *-----------------------------------------------------------------

ALT12      SET WRK-CLIENTE-SEM-PROMESSA TO TRUE.
ALT12      SET WRK-SEM-RETOMADA         TO TRUE.

ALT12      IF WRK-PROMESSA-DISPONIVEL
ALT12          MOVE REG-CODIGO TO PROM-CODIGO
ALT12          READ PROMESSA KEY IS PROM-CODIGO
ALT12              INVALID KEY
ALT12                  CONTINUE
ALT12              NOT INVALID KEY
ALT12                  IF PROM-ABERTA
ALT12                      AND PROM-DATA-PROMETIDA NOT LESS
ALT12                                              WRK-DATA-ATUAL
ALT12                      SET WRK-CLIENTE-EM-PROMESSA TO TRUE
ALT12                  END-IF
ALT12                  IF PROM-QUEBRADA AND PROM-RETOMADA-PENDENTE
ALT12                      SET WRK-RETOMAR-COBRANCA TO TRUE
ALT12                  END-IF
ALT12          END-READ
ALT12      END-IF.

ALT12  0179-CONSULTAR-PROMESSA-FIM.     EXIT.

ALT12 *-----------------------------------------------------------------
ALT12  0181-CONCLUIR-RETOMADA            SECTION.
ALT12 *-----------------------------------------------------------------

ALT12      SET PROM-RETOMADA-FEITA TO TRUE.
ALT12      REWRITE REG-PROMESSA.
ALT12      IF FS-PROMESSA NOT EQUAL ZEROS
ALT12          MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
ALT12          MOVE FS-PROMESSA              TO WRK-STATUS-ERRO
ALT12          MOVE "0181-CONCLUIR-RETOMADA" TO WRK-AREA-ERRO
ALT12          MOVE "NOTIFCLI"               TO WRK-PROGRAMA-ERRO
ALT12          MOVE "PROMESSA"               TO WRK-ARQUIVO-ERRO
ALT12          PERFORM 9999-TRATAR-ERRO
ALT12      END-IF.

ALT12      ADD 1 TO ACU-RETOMADAS.

ALT12  0181-CONCLUIR-RETOMADA-FIM.      EXIT.

      *-----------------------------------------------------------------
       0175-CONSULTAR-HISTORICO         SECTION.
      *-----------------------------------------------------------------
ALT03      PERFORM 0172-CLASSIFICAR-ESTAGIO.
ALT03      PERFORM 0175-CONSULTAR-HISTORICO.

ALT12 *    PROMESSA QUEBRADA: O ESTAGIO SEGUINTE AO DA PROMESSA SAI
ALT12 *    MESMO QUE JA AVISADO NA COMPETENCIA.
ALT12      IF WRK-RETOMAR-COBRANCA
ALT12          IF PROM-ESTAGIO LESS 3
ALT12              COMPUTE WRK-ESTAGIO = PROM-ESTAGIO + 1
ALT12          ELSE
ALT12              MOVE 3              TO WRK-ESTAGIO
ALT12          END-IF
ALT12          SET WRK-EMITIR-AVISO    TO TRUE
ALT12      END-IF.

ALT03      IF WRK-EMITIR-AVISO
ALT03          PERFORM 0220-EMITIR-AVISO
ALT03          PERFORM 0230-ATUALIZAR-HISTORICO
ALT12          IF WRK-RETOMAR-COBRANCA
ALT12              PERFORM 0181-CONCLUIR-RETOMADA
ALT12          END-IF
ALT03      ELSE
ALT03          ADD 1 TO ACU-SUPRIMIDOS
ALT03      END-IF.
ALT04  0180-DERIVAR-VALOR-BRL-FIM.      EXIT.

      *-----------------------------------------------------------------
ALT13  0182-CONSULTAR-CONTATO            SECTION.
      *-----------------------------------------------------------------
ALT13 *    MENSAGEM SO PARA CELULAR VALIDO: NO CANAL PREFERIDO PELO
ALT13 *    CLIENTE (SMS OU WHATSAPP) OU, COM O EMAIL DEVOLVIDO E SEM
ALT13 *    PREFERENCIA POR PAPEL, POR SMS NO LUGAR DO EMAIL PERDIDO.
      *-----------------------------------------------------------------

ALT13      SET WRK-SEM-MENSAGEM TO TRUE.
ALT13      MOVE SPACES          TO WRK-CANAL-MENSAGEM.

ALT13      IF WRK-CONTATOS-DISPONIVEL
ALT13          MOVE REG-CODIGO TO CONT-CODIGO
ALT13          READ CONTATOS KEY IS CONT-CODIGO
ALT13              INVALID KEY
ALT13                  CONTINUE
ALT13              NOT INVALID KEY
ALT13                  IF CONT-CELULAR GREATER ZEROS
ALT13                     AND CONT-CELULAR-VALIDO
ALT13                      EVALUATE TRUE
ALT13                          WHEN CONT-PREF-MENSAGEM
ALT13                              MOVE CONT-PREFERENCIA TO
ALT13                                              WRK-CANAL-MENSAGEM
ALT13                              SET WRK-ENVIAR-MENSAGEM TO TRUE
ALT13                          WHEN REG-EMAIL-INVALIDO
ALT13                           AND NOT CONT-PREF-PAPEL
ALT13                              MOVE "S" TO WRK-CANAL-MENSAGEM
ALT13                              SET WRK-ENVIAR-MENSAGEM TO TRUE
ALT13                          WHEN OTHER
ALT13                              CONTINUE
ALT13                      END-EVALUATE
ALT13                  END-IF
ALT13          END-READ
ALT13      END-IF.

ALT13  0182-CONSULTAR-CONTATO-FIM.      EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                   SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO ACU-LIDOS.

ALT06      PERFORM 0174-CONSULTAR-ACORDO.
ALT12      PERFORM 0179-CONSULTAR-PROMESSA.
ALT12      IF WRK-CLIENTE-EM-PROMESSA
ALT12          ADD 1 TO ACU-EM-PROMESSA
ALT12      END-IF.

ALT06      IF REG-TIPO-DETALHE AND (REG-ATIVO OR REG-SUSPENSO)
ALT06          AND WRK-CLIENTE-SEM-ACORDO
ALT12          AND WRK-CLIENTE-SEM-PROMESSA
ALT03          IF WRK-FATURAS-DISPONIVEL
ALT03              PERFORM 0176-ACHAR-FATURA-ANTIGA
ALT03              IF WRK-FAT-ANTIGA-ACHADA
      *-----------------------------------------------------------------
       0220-EMITIR-AVISO                SECTION.
      *-----------------------------------------------------------------
ALT13 *    LEMBRETE (ESTAGIO 1) COM MENSAGEM NAO SAI EM PAPEL/EMAIL; O
ALT13 *    AVISO DE SUSPENSAO (ESTAGIO 3) SAI NOS DOIS.
      *-----------------------------------------------------------------

ALT13      SET WRK-SEM-MENSAGEM TO TRUE.
ALT13      IF WRK-ESTAGIO EQUAL 1 OR 3
ALT13          PERFORM 0182-CONSULTAR-CONTATO
ALT13      END-IF.

ALT13      IF WRK-ESTAGIO EQUAL 1 AND WRK-ENVIAR-MENSAGEM
ALT13          CONTINUE
ALT13      ELSE
           IF REG-EFATURA-SIM
               PERFORM 0225-GRAVAR-AVISO-EFATURA
           ELSE
               PERFORM 0224-GRAVAR-AVISO-PAPEL
ALT13      END-IF
ALT13      END-IF.

ALT13      IF WRK-ENVIAR-MENSAGEM
ALT13          PERFORM 0226-GRAVAR-AVISO-MENSAGEM
ALT13      END-IF.

           EVALUATE WRK-ESTAGIO
               WHEN 1
       0225-GRAVAR-AVISO-EFATURA-FIM.   EXIT.

      *-----------------------------------------------------------------
ALT13  0226-GRAVAR-AVISO-MENSAGEM       SECTION.
      *-----------------------------------------------------------------

ALT13      MOVE REG-CODIGO               TO SMS-CODIGO.
ALT13      MOVE REG-NOME                 TO SMS-NOME.
ALT13      MOVE CONT-CELULAR             TO SMS-CELULAR.
ALT13      MOVE WRK-CANAL-MENSAGEM       TO SMS-CANAL.
ALT13      MOVE WRK-COMPETENCIA-COBRANCA TO SMS-COMPETENCIA.
ALT13      MOVE WRK-DATA-ATUAL           TO SMS-DATA-GERACAO.
ALT13      PERFORM 0180-DERIVAR-VALOR-BRL.
ALT13      MOVE WRK-ASSINATURA-BRL       TO SMS-VALOR.

ALT13      IF WRK-ESTAGIO EQUAL 1
ALT13          SET SMS-LEMBRETE          TO TRUE
ALT13          MOVE WRK-TEXTO-LEMBRETE   TO SMS-TEXTO
ALT13      ELSE
ALT13          SET SMS-SUSPENSAO         TO TRUE
ALT13          MOVE WRK-TEXTO-SUSPENSAO  TO SMS-TEXTO
ALT13      END-IF.

ALT13      MOVE SPACES TO SMS-PIX-COPIA-COLA.
ALT13      STRING "PIX"                    DELIMITED BY SIZE
ALT13             SMS-CODIGO               DELIMITED BY SIZE
ALT13             WRK-COMPETENCIA-COBRANCA DELIMITED BY SIZE
ALT13             SMS-VALOR                DELIMITED BY SIZE
ALT13          INTO SMS-PIX-COPIA-COLA.

ALT13      WRITE REG-MENSAGEM.
ALT13      IF FS-SMSENV NOT EQUAL ZEROS
ALT13          MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
ALT13          MOVE FS-SMSENV                TO WRK-STATUS-ERRO
ALT13          MOVE "0226-GRAVAR-AVISO-MENSAGEM" TO WRK-AREA-ERRO
ALT13          MOVE "NOTIFCLI"               TO WRK-PROGRAMA-ERRO
ALT13          MOVE "SMSENV"                 TO WRK-ARQUIVO-ERRO
ALT13          PERFORM 9999-TRATAR-ERRO
ALT13      END-IF.
ALT13      ADD 1 TO ACU-AVISOS-MENSAGEM.

ALT13  0226-GRAVAR-AVISO-MENSAGEM-FIM.  EXIT.

      *-----------------------------------------------------------------
       0230-ATUALIZAR-HISTORICO         SECTION.
      *-----------------------------------------------------------------

           DISPLAY "AVISOS EMITIDOS EM PAPEL......: " ACU-AVISOS-PAPEL.
           DISPLAY "AVISOS EMITIDOS VIA E-FATURA..: "
                                                   ACU-AVISOS-EFATURA.
ALT13      DISPLAY "MENSAGENS SMS/WHATSAPP.......: "
ALT13                                              ACU-AVISOS-MENSAGEM.
           DISPLAY "  ESTAGIO 1 - LEMBRETE........: " ACU-ESTAGIO-1.
           DISPLAY "  ESTAGIO 2 - FORMAL..........: " ACU-ESTAGIO-2.
           DISPLAY "  ESTAGIO 3 - SUSPENSAO.......: " ACU-ESTAGIO-3.
           DISPLAY "SUPRIMIDOS (JA AVISADOS)......: " ACU-SUPRIMIDOS.
ALT12      DISPLAY "EM PROMESSA DE PAGAMENTO......: " ACU-EM-PROMESSA.
ALT12      DISPLAY "RETOMADAS (PROMESSA QUEBRADA).: " ACU-RETOMADAS.
           DISPLAY WRK-TRACO.
           DISPLAY WRK-FIM-PROGRAMA.
           DISPLAY WRK-TRACO.
ALT06          END-IF
ALT06      END-IF.

ALT12      IF WRK-PROMESSA-DISPONIVEL
ALT12          CLOSE PROMESSA
ALT12          IF FS-PROMESSA NOT EQUAL ZEROS
ALT12              MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
ALT12              MOVE FS-PROMESSA       TO WRK-STATUS-ERRO
ALT12              MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
ALT12              MOVE "NOTIFCLI"        TO WRK-PROGRAMA-ERRO
ALT12              MOVE "PROMESSA"        TO WRK-ARQUIVO-ERRO
ALT12              PERFORM 9999-TRATAR-ERRO
ALT12          END-IF
ALT12      END-IF.

           CLOSE COBRHIST.
           IF FS-COBRHIST NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT13      IF WRK-CONTATOS-DISPONIVEL
ALT13          CLOSE CONTATOS
ALT13          IF FS-CONTATOS NOT EQUAL ZEROS
ALT13              MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
ALT13              MOVE FS-CONTATOS       TO WRK-STATUS-ERRO
ALT13              MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
ALT13              MOVE "NOTIFCLI"        TO WRK-PROGRAMA-ERRO
ALT13              MOVE "CONTATOS"        TO WRK-ARQUIVO-ERRO
ALT13              PERFORM 9999-TRATAR-ERRO
ALT13          END-IF
ALT13      END-IF.

ALT13      CLOSE SMSENV.
ALT13      IF FS-SMSENV NOT EQUAL ZEROS
ALT13          MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
ALT13          MOVE FS-SMSENV         TO WRK-STATUS-ERRO
ALT13          MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
ALT13          MOVE "NOTIFCLI"        TO WRK-PROGRAMA-ERRO
ALT13          MOVE "SMSENV"          TO WRK-ARQUIVO-ERRO
ALT13          PERFORM 9999-TRATAR-ERRO
ALT13      END-IF.

           GOBACK.

       0300-FINALIZAR-FIM.              EXIT.
