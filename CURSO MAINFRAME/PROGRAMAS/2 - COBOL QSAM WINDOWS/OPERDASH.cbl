      *                 SEM O ARQUIVO (STATUS 35), A SECAO SAI COMO
      *                 N/D SEM DERRUBAR O PAINEL.

ALT04 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT04 *== OBJETIVO....: O PAINEL PASSOU A MOSTRAR A CONCILIACAO
      *                 RAZAO X AUXILIAR DO A RECEBER (ARQUIVO
      *                 SALDORAZ, BOOK REGRAZ, GRAVADO PELO CONCRAZ) -
      *                 A ULTIMA COMPETENCIA CONCILIADA E A DIFERENCA;
      *                 COMPETENCIA DIVERGENTE MARCA ALERTA. SEM O
      *                 ARQUIVO (STATUS 35), A LINHA SAI COMO N/D.

ALT05 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT05 *== OBJETIVO....: O PAINEL PASSOU A APONTAR OS ARQUIVOS DE SAIDA
      *                 SEM RECIBO DA CONTRAPARTE (ARQUIVO MANIFEST,
      *                 BOOK REGMANF, GRAVADO PELO GRVMANI E FECHADO
      *                 PELO MANIRET) - UMA LINHA POR ENVIO DE DIA
      *                 ANTERIOR AINDA AGUARDANDO RECIBO, DIVERGENTE OU
      *                 RECUSADO, E O TOTAL, QUE MARCA ALERTA. OS ENVIOS
      *                 DO PROPRIO DIA AGUARDANDO RECIBO SO ENTRAM NA
      *                 CONTAGEM. SEM O ARQUIVO (STATUS 35), A LINHA SAI
      *                 COMO N/D.

      *=================================================================
       ENVIRONMENT                      DIVISION.
      *=================================================================
ALT03      ORGANIZATION IS SEQUENTIAL
ALT03      FILE STATUS IS FS-VERIFSUM.

ALT04      SELECT SALDORAZ ASSIGN TO WRK-NOME-SALDORAZ
ALT04      ORGANIZATION IS INDEXED
ALT04      ACCESS MODE IS SEQUENTIAL
ALT04      RECORD KEY IS RAZ-COMPETENCIA
ALT04      FILE STATUS IS FS-SALDORAZ.

ALT05      SELECT MANIFEST ASSIGN TO WRK-NOME-MANIFEST
ALT05      ORGANIZATION IS INDEXED
ALT05      ACCESS MODE IS SEQUENTIAL
ALT05      RECORD KEY IS MANF-CHAVE
ALT05      FILE STATUS IS FS-MANIFEST.

           SELECT DASHREL ASSIGN TO WRK-NOME-DASHREL
           FILE STATUS IS FS-DASHREL.
      *-----------------------------------------------------------------
ALT03  FD  VERIFSUM.
ALT03  COPY "REGVERIF".

      *-----------------------------------------------------------------
      *
      *            INPUT - CONCILIACAO RAZAO X AUXILIAR (CONCRAZ)
      *
      *-----------------------------------------------------------------
ALT04  FD  SALDORAZ.
ALT04  COPY "REGRAZ".

      *-----------------------------------------------------------------
      *
      *            INPUT - MANIFESTO DE ARQUIVOS DE SAIDA (GRVMANI)
      *
      *-----------------------------------------------------------------
ALT05  FD  MANIFEST.
ALT05  COPY "REGMANF".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - PAINEL DE UMA PAGINA
       01  FS-CHECKPOINT                PIC 9(002)         VALUE ZEROS.
ALT02  01  FS-PROTOCOLO                 PIC 9(002)         VALUE ZEROS.
ALT03  01  FS-VERIFSUM                  PIC 9(002)         VALUE ZEROS.
ALT04  01  FS-SALDORAZ                  PIC 9(002)         VALUE ZEROS.
ALT05  01  FS-MANIFEST                  PIC 9(002)         VALUE ZEROS.
       01  FS-DASHREL                   PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
ALT02         "C:\RELATORIO\dados\PROTOCOLO.DAT".
ALT03  01  WRK-NOME-VERIFSUM            PIC X(040)         VALUE
ALT03         "C:\RELATORIO\dados\VERIFSUM.DAT".
ALT04  01  WRK-NOME-SALDORAZ            PIC X(040)         VALUE
ALT04         "C:\RELATORIO\dados\SALDORAZ.DAT".
ALT05  01  WRK-NOME-MANIFEST            PIC X(040)         VALUE
ALT05         "C:\RELATORIO\dados\MANIFEST.DAT".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
ALT03  01  WRK-VRF-MEDIAS               PIC 9(005)         VALUE ZEROS.
ALT03  01  WRK-VRF-LEVES                PIC 9(005)         VALUE ZEROS.

ALT04  01  WRK-SW-SALDORAZ              PIC X(001)         VALUE "N".
ALT04      88 WRK-SALDORAZ-PRESENTE                        VALUE "S".

ALT04  01  WRK-SW-FIM-SALDORAZ          PIC X(001)         VALUE "N".
ALT04      88 WRK-FIM-SALDORAZ                              VALUE "S".

ALT04  01  WRK-RAZ-COMPETENCIA          PIC 9(006)         VALUE ZEROS.
ALT04  01  WRK-RAZ-SITUACAO             PIC X(001)         VALUE SPACES.
ALT04  01  WRK-RAZ-DIFERENCA            PIC S9(009)V99     VALUE ZEROS.

ALT05  01  WRK-SW-MANIFEST              PIC X(001)         VALUE "N".
ALT05      88 WRK-MANIFEST-PRESENTE                        VALUE "S".

ALT05  01  WRK-SW-FIM-MANIFEST          PIC X(001)         VALUE "N".
ALT05      88 WRK-FIM-MANIFEST                              VALUE "S".

ALT05  01  ACU-SEM-RECIBO               PIC 9(005)  COMP-3 VALUE ZEROS.
ALT05  01  ACU-AGUARDANDO-HOJE          PIC 9(005)  COMP-3 VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----LINHAS DO PAINEL-----".
           PERFORM 0260-MONTAR-PAINEL.
ALT02      PERFORM 0265-LISTAR-PROTOCOLOS.
ALT03      PERFORM 0270-MOSTRAR-INTEGRIDADE.
ALT04      PERFORM 0275-MOSTRAR-RAZAO.
ALT05      PERFORM 0280-MOSTRAR-MANIFESTO.
           PERFORM 0300-FINALIZAR.

       0000-PRINCIPAL-FIM.              EXIT.
ALT03          MOVE SPACES               TO WRK-DD-EXTERNA
ALT03      END-IF.

ALT04      ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_SALDORAZ".
ALT04      IF WRK-DD-EXTERNA NOT EQUAL SPACES
ALT04          MOVE WRK-DD-EXTERNA       TO WRK-NOME-SALDORAZ
ALT04          MOVE SPACES               TO WRK-DD-EXTERNA
ALT04      END-IF.

ALT05      ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_MANIFEST".
ALT05      IF WRK-DD-EXTERNA NOT EQUAL SPACES
ALT05          MOVE WRK-DD-EXTERNA       TO WRK-NOME-MANIFEST
ALT05          MOVE SPACES               TO WRK-DD-EXTERNA
ALT05      END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_DASHPARM".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-DASHPARM
ALT03  0270-MOSTRAR-INTEGRIDADE-FIM.    EXIT.

      *-----------------------------------------------------------------
ALT04  0275-MOSTRAR-RAZAO                SECTION.
      *-----------------------------------------------------------------
ALT04 *    ULTIMA COMPETENCIA DO SALDORAZ (ARQUIVO EM ORDEM DE
ALT04 *    COMPETENCIA): DIVERGENCIA ACIMA DA TOLERANCIA MARCA ALERTA.
      *-----------------------------------------------------------------

ALT04      OPEN INPUT SALDORAZ.
ALT04      IF FS-SALDORAZ EQUAL ZEROS
ALT04          PERFORM 0276-LER-SALDORAZ
ALT04              UNTIL WRK-FIM-SALDORAZ
ALT04          CLOSE SALDORAZ
ALT04      END-IF.

ALT04      MOVE "RAZAO X AUXILIAR - COMPETENCIA: " TO
ALT04                                            WRK-PAQ-DESCRICAO.
ALT04      MOVE WRK-RAZ-COMPETENCIA TO WRK-PAQ-VALOR.
ALT04      IF WRK-SALDORAZ-PRESENTE
ALT04          MOVE SPACES         TO WRK-PAQ-SITUACAO
ALT04      ELSE
ALT04          MOVE "N/D"          TO WRK-PAQ-SITUACAO
ALT04      END-IF.
ALT04      PERFORM 0262-GRAVAR-LINHA-QTD.

ALT04      IF WRK-SALDORAZ-PRESENTE
ALT04          MOVE "DIFERENCA RAZAO X AUXILIAR....: " TO
ALT04                                            WRK-PAI-DESCRICAO
ALT04          IF WRK-RAZ-DIFERENCA LESS ZEROS
ALT04              COMPUTE WRK-PAI-VALOR = ZEROS - WRK-RAZ-DIFERENCA
ALT04          ELSE
ALT04              MOVE WRK-RAZ-DIFERENCA TO WRK-PAI-VALOR
ALT04          END-IF
ALT04          IF WRK-RAZ-SITUACAO EQUAL "D"
ALT04              MOVE "**ALERTA**" TO WRK-PAI-SITUACAO
ALT04              SET WRK-NOITE-COM-ALERTA TO TRUE
ALT04          ELSE
ALT04              MOVE SPACES       TO WRK-PAI-SITUACAO
ALT04          END-IF
ALT04          PERFORM 0261-GRAVAR-LINHA
ALT04      END-IF.

ALT04  0275-MOSTRAR-RAZAO-FIM.          EXIT.

      *-----------------------------------------------------------------
ALT04  0276-LER-SALDORAZ                 SECTION.
      *-----------------------------------------------------------------

ALT04      READ SALDORAZ NEXT RECORD.

ALT04      IF FS-SALDORAZ NOT EQUAL ZEROS
ALT04          SET WRK-FIM-SALDORAZ TO TRUE
ALT04      ELSE
ALT04          SET WRK-SALDORAZ-PRESENTE TO TRUE
ALT04          MOVE RAZ-COMPETENCIA TO WRK-RAZ-COMPETENCIA
ALT04          MOVE RAZ-SITUACAO    TO WRK-RAZ-SITUACAO
ALT04          MOVE RAZ-DIFERENCA   TO WRK-RAZ-DIFERENCA
ALT04      END-IF.

ALT04  0276-LER-SALDORAZ-FIM.           EXIT.

      *-----------------------------------------------------------------
ALT05  0280-MOSTRAR-MANIFESTO            SECTION.
      *-----------------------------------------------------------------
ALT05 *    ENVIOS DO MANIFESTO DE SAIDA SEM RECIBO CONFIRMADO: OS DE
ALT05 *    DIA ANTERIOR AINDA AGUARDANDO, OS DIVERGENTES E OS
ALT05 *    RECUSADOS SAEM UM POR LINHA E MARCAM ALERTA; OS DO PROPRIO
ALT05 *    DIA AGUARDANDO RECIBO SO ENTRAM NA CONTAGEM.
      *-----------------------------------------------------------------

ALT05      OPEN INPUT MANIFEST.
ALT05      IF FS-MANIFEST EQUAL ZEROS
ALT05          SET WRK-MANIFEST-PRESENTE TO TRUE
ALT05          PERFORM 0281-LER-MANIFEST
ALT05              UNTIL WRK-FIM-MANIFEST
ALT05          CLOSE MANIFEST
ALT05      END-IF.

ALT05      MOVE "ENVIOS DE SAIDA SEM RECIBO....: " TO
ALT05                                            WRK-PAQ-DESCRICAO.
ALT05      MOVE ACU-SEM-RECIBO TO WRK-PAQ-VALOR.
ALT05      IF WRK-MANIFEST-PRESENTE
ALT05          IF ACU-SEM-RECIBO GREATER ZEROS
ALT05              MOVE "**ALERTA**" TO WRK-PAQ-SITUACAO
ALT05              SET WRK-NOITE-COM-ALERTA TO TRUE
ALT05          ELSE
ALT05              MOVE SPACES       TO WRK-PAQ-SITUACAO
ALT05          END-IF
ALT05      ELSE
ALT05          MOVE "N/D"            TO WRK-PAQ-SITUACAO
ALT05      END-IF.
ALT05      PERFORM 0262-GRAVAR-LINHA-QTD.

ALT05      IF WRK-MANIFEST-PRESENTE
ALT05          MOVE "ENVIOS DE HOJE AGUARDANDO.....: " TO
ALT05                                            WRK-PAQ-DESCRICAO
ALT05          MOVE ACU-AGUARDANDO-HOJE TO WRK-PAQ-VALOR
ALT05          MOVE SPACES              TO WRK-PAQ-SITUACAO
ALT05          PERFORM 0262-GRAVAR-LINHA-QTD
ALT05      END-IF.

ALT05  0280-MOSTRAR-MANIFESTO-FIM.      EXIT.

      *-----------------------------------------------------------------
ALT05  0281-LER-MANIFEST                 SECTION.
      *-----------------------------------------------------------------

ALT05      READ MANIFEST NEXT RECORD.

ALT05      IF FS-MANIFEST NOT EQUAL ZEROS
ALT05          SET WRK-FIM-MANIFEST TO TRUE
ALT05      ELSE
ALT05          EVALUATE TRUE
ALT05              WHEN MANF-CONFIRMADO
ALT05                  CONTINUE
ALT05              WHEN MANF-AGUARDANDO-RECIBO
ALT05               AND MANF-DATA-GERACAO NOT LESS WRK-DATA-EXECUCAO
ALT05                  ADD 1 TO ACU-AGUARDANDO-HOJE
ALT05              WHEN OTHER
ALT05                  ADD 1 TO ACU-SEM-RECIBO
ALT05                  PERFORM 0282-LISTAR-SEM-RECIBO
ALT05          END-EVALUATE
ALT05      END-IF.

ALT05  0281-LER-MANIFEST-FIM.           EXIT.

      *-----------------------------------------------------------------
ALT05  0282-LISTAR-SEM-RECIBO            SECTION.
      *-----------------------------------------------------------------

ALT05      MOVE SPACES TO WRK-PAQ-DESCRICAO.
ALT05      STRING "SAIDA " DELIMITED BY SIZE
ALT05             MANF-ARQUIVO DELIMITED BY SIZE
ALT05             " " DELIMITED BY SIZE
ALT05             MANF-DESTINO DELIMITED BY SIZE
ALT05             "/" DELIMITED BY SIZE
ALT05             MANF-SEQUENCIA DELIMITED BY SIZE
ALT05             " QT: " DELIMITED BY SIZE
ALT05          INTO WRK-PAQ-DESCRICAO.
ALT05      MOVE MANF-QT-REGISTROS TO WRK-PAQ-VALOR.

ALT05      EVALUATE TRUE
ALT05          WHEN MANF-DIVERGENTE
ALT05              MOVE "DIVERGENTE" TO WRK-PAQ-SITUACAO
ALT05          WHEN MANF-RECUSADO
ALT05              MOVE "RECUSADO"   TO WRK-PAQ-SITUACAO
ALT05          WHEN OTHER
ALT05              MOVE "SEM RECIBO" TO WRK-PAQ-SITUACAO
ALT05      END-EVALUATE.
ALT05      PERFORM 0262-GRAVAR-LINHA-QTD.

ALT05  0282-LISTAR-SEM-RECIBO-FIM.      EXIT.

      *-----------------------------------------------------------------
       0261-GRAVAR-LINHA                SECTION.
      *-----------------------------------------------------------------

