      *                 DINHEIRO RECEBIDO SEM REGISTRO EM LUGAR NENHUM
      *                 NAO FECHA CONCILIACAO NENHUMA.

ALT05 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT05 *== OBJETIVO....: BOLETO LIQUIDADO QUE NAO BAIXA FATURA (SEM
      *                 FATURA NA BASE, FATURA FORA DE ABERTO OU EM MES
      *                 FECHADO) PASSOU A SER GRAVADO TAMBEM NO ARQUIVO
      *                 INDEXADO SUSPENSO (VALORES NAO IDENTIFICADOS,
      *                 BOOK REGSUSP) COM ORIGEM "B", NOSSO-NUMERO,
      *                 VALOR E MOTIVO, PARA A ALOCACAO MANUAL PELO
      *                 ALOCSUSP. OCORRENCIA NAO LIQUIDADA NAO TEM
      *                 DINHEIRO E CONTINUA SO NO RELATORIO.

ALT06 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT06 *== OBJETIVO....: GRAVAR CADA RECEBIMENTO NO JORNAL DE CAIXA
      *                 (CAIXAJRN) PARA A CONCILIACAO DIARIA COM O
      *                 EXTRATO BANCARIO (CONCCAIX).

ALT07 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT07 *== OBJETIVO....: GRAVAR NO MOVIMENTO DE PONTUACAO (PONTMOVT,
      *                 BOOK REGPONM) CADA FATURA QUITADA, COM A DATA
      *                 DO PAGAMENTO, PARA O PROGRAMA DE FIDELIDADE
      *                 (PONTCLI).

ALT08 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT08 *== OBJETIVO....: PAGAMENTO APLICADO EM FATURA COBERTA POR
      *                 PROMESSA DE PAGAMENTO ABERTA (ARQUIVO
      *                 PROMESSA, BOOK REGPROM, DO PROMCLI) ABATE
      *                 O VALOR PROMETIDO (0287-ABATER-PROMESSA);
      *                 ATINGIDO O VALOR, A PROMESSA FICA
      *                 CUMPRIDA. SEM O ARQUIVO PROMESSA (STATUS
      *                 35), A BAIXA SEGUE COMO SEMPRE.

ALT09 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT09 *== OBJETIVO....: CADA GRAVACAO, REGRAVACAO OU EXCLUSAO NO MESTRE
      *                 CLIENTES E NO FATURAS PASSA A SAIR NO JOURNAL DE
      *                 RECUPERACAO (SUBPROGRAMA GRVJRNL, BOOK BOOKJRNL)
      *                 COM AS IMAGENS ANTES E DEPOIS DO REGISTRO - SE O
      *                 MESTRE SE PERDER NO MEIO DA CADEIA, O RECJRNL
      *                 REAPLICA O JOURNAL SOBRE A COPIA DE SEGURANCA.

ALT10 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT10 *== OBJETIVO....: O REGISTRO DO JORNAL DE CAIXA GANHOU O CPF/
      *                 CNPJ DE QUEM PAGOU (CXJ-PAGADOR-DOC, BOOK
      *                 REGCAIX), SO INFORMADO NO PIX; AQUI O CAMPO
      *                 VAI ZERADO.

      *=================================================================
       ENVIRONMENT                      DIVISION.
      *=================================================================
ALT02      ORGANIZATION IS SEQUENTIAL
ALT02      FILE STATUS IS FS-TRAVA.

ALT05      SELECT SUSPENSO ASSIGN TO WRK-NOME-SUSPENSO
ALT05      ORGANIZATION IS INDEXED
ALT05      ACCESS MODE IS RANDOM
ALT05      RECORD KEY IS SUSP-CHAVE
ALT05      FILE STATUS IS FS-SUSPENSO.

ALT04      SELECT CREDITO ASSIGN TO WRK-NOME-CREDITO
ALT04      ORGANIZATION IS INDEXED
ALT04      ACCESS MODE IS RANDOM

           SELECT BOLOCOR ASSIGN TO WRK-NOME-BOLOCOR
           FILE STATUS IS FS-BOLOCOR.

ALT06      SELECT CAIXAJRN ASSIGN TO WRK-NOME-CAIXAJRN
ALT06      ORGANIZATION IS SEQUENTIAL
ALT06      FILE STATUS IS FS-CAIXAJRN.

ALT07      SELECT PONTMOVT ASSIGN TO WRK-NOME-PONTMOVT
ALT07      ORGANIZATION IS SEQUENTIAL
ALT07      FILE STATUS IS FS-PONTMOVT.

ALT08      SELECT PROMESSA ASSIGN TO WRK-NOME-PROMESSA
ALT08      ORGANIZATION IS INDEXED
ALT08      ACCESS MODE IS RANDOM
ALT08      RECORD KEY IS PROM-CODIGO
ALT08      FILE STATUS IS FS-PROMESSA.
      *-----------------------------------------------------------------

      *=================================================================
ALT04  FD  CREDITO.
ALT04  COPY "REGCRED".

      *-----------------------------------------------------------------
      *
      *            I-O - VALORES NAO IDENTIFICADOS (SUSPENSO)
      *
      *-----------------------------------------------------------------
ALT05  FD  SUSPENSO.
ALT05  COPY "REGSUSP".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - JORNAL DE RECEBIMENTOS (CONCILIACAO DE CAIXA)
      *
      *-----------------------------------------------------------------
ALT06  FD  CAIXAJRN.
ALT06  COPY "REGCAIX".

      *-----------------------------------------------------------------
      *
ALT07 *            OUTPUT - MOVIMENTO DE PONTUACAO (EXTEND)
      *
      *-----------------------------------------------------------------
ALT07  FD  PONTMOVT.
ALT07  COPY "REGPONM".

ALT08 *-----------------------------------------------------------------
ALT08 *
ALT08 *            I-O - PROMESSAS DE PAGAMENTO (PROMCLI)
ALT08 *
ALT08 *-----------------------------------------------------------------
ALT08  FD  PROMESSA.
ALT08  COPY "REGPROM".

      *-----------------------------------------------------------------
       WORKING-STORAGE                  SECTION.
      *-----------------------------------------------------------------
       01  FS-BOLOCOR                   PIC 9(002)         VALUE ZEROS.
ALT02  01  FS-TRAVA                     PIC 9(002)         VALUE ZEROS.
ALT04  01  FS-CREDITO                   PIC 9(002)         VALUE ZEROS.
ALT05  01  FS-SUSPENSO                  PIC 9(002)         VALUE ZEROS.
ALT06  01  FS-CAIXAJRN                  PIC 9(002)         VALUE ZEROS.
ALT07  01  FS-PONTMOVT                  PIC 9(002)         VALUE ZEROS.
ALT08  01  FS-PROMESSA                  PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
ALT02         "C:\RELATORIO\dados\TRAVA.DAT".
ALT04  01  WRK-NOME-CREDITO             PIC X(040)         VALUE
ALT04         "C:\RELATORIO\dados\CREDITO.DAT".
ALT05  01  WRK-NOME-SUSPENSO            PIC X(040)         VALUE
ALT05         "C:\RELATORIO\dados\SUSPENSO.DAT".
ALT06  01  WRK-NOME-CAIXAJRN            PIC X(040)         VALUE
ALT06         "C:\RELATORIO\dados\CAIXAJRN.DAT".
ALT07  01  WRK-NOME-PONTMOVT            PIC X(040)         VALUE
ALT07         "C:\RELATORIO\dados\PONTMOVT.DAT".
ALT08  01  WRK-NOME-PROMESSA            PIC X(040)         VALUE
ALT08         "C:\RELATORIO\dados\PROMESSA.DAT".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------

       01  WRK-CODIGO-CLIENTE           PIC 9(007)         VALUE ZEROS.

ALT05  01  WRK-SEQ-SUSPENSO             PIC 9(005)         VALUE ZEROS.

ALT05  01  WRK-SW-SUSP-GRAVADO          PIC X(001)         VALUE "N".
ALT05      88 WRK-SUSP-GRAVADO                              VALUE "S".
ALT05      88 WRK-SUSP-NAO-GRAVADO                           VALUE "N".

ALT08 *-----------------------------------------------------------------
ALT08  01  FILLER                       PIC X(050)         VALUE
ALT08         "-----VARIAVEIS DA PROMESSA DE PAGAMENTO-----".
ALT08 *-----------------------------------------------------------------

ALT08  01  WRK-SW-PROMESSA              PIC X(001)         VALUE "N".
ALT08      88 WRK-PROMESSA-DISPONIVEL                       VALUE "S".
ALT08      88 WRK-PROMESSA-INDISPONIVEL                      VALUE "N".

ALT08  01  WRK-SW-PROM-COBERTA          PIC X(001)         VALUE "N".
ALT08      88 WRK-PROM-FAT-COBERTA                          VALUE "S".
ALT08      88 WRK-PROM-FAT-NAO-COBERTA                       VALUE "N".

ALT08  01  WRK-VALOR-ABATIDO            PIC 9(007)V99      VALUE ZEROS.

ALT08  01  IDX-PROM                     PIC 9(003)  COMP-3 VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----LINHA DO RELATORIO DE OCORRENCIAS-----".
       01  ACU-LIQUIDADOS               PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-PARCIAIS                 PIC 9(005)  COMP-3 VALUE ZEROS.
ALT04  01  ACU-EXCEDENTES               PIC 9(005)  COMP-3 VALUE ZEROS.
ALT05  01  ACU-SUSPENSOS                PIC 9(005)  COMP-3 VALUE ZEROS.
ALT06  01  ACU-CAIXA-GRAVADOS           PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-OCORRENCIAS              PIC 9(005)  COMP-3 VALUE ZEROS.

      *-----------------------------------------------------------------
ALT09  01  FILLER                       PIC X(050)         VALUE
ALT09         "-----AREA COMUNICACAO SUBPROGRAMA GRVJRNL-----".
      *-----------------------------------------------------------------
ALT09  COPY "BOOKJRNL".

ALT09  01  WRK-JRN-CLIENTE-ANTES        PIC X(150)         VALUE SPACES.
ALT09  01  WRK-JRN-FATURA-ANTES         PIC X(153)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----BOOK DE MENSAGEM DEDE ERRO DOS ARQUIVOS-----".
      *-----------------------------------------------------------------
ALT04          PERFORM 9999-TRATAR-ERRO
ALT04      END-IF.

ALT05      ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_SUSPENSO".
ALT05      IF WRK-DD-EXTERNA NOT EQUAL SPACES
ALT05          MOVE WRK-DD-EXTERNA       TO WRK-NOME-SUSPENSO
ALT05          MOVE SPACES               TO WRK-DD-EXTERNA
ALT05      END-IF.

ALT05      OPEN I-O SUSPENSO.
ALT05      IF FS-SUSPENSO EQUAL 35
ALT05          OPEN OUTPUT SUSPENSO
ALT05          CLOSE SUSPENSO
ALT05          OPEN I-O SUSPENSO
ALT05      END-IF.
ALT05      IF FS-SUSPENSO NOT EQUAL ZEROS
ALT05          MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
ALT05          MOVE FS-SUSPENSO              TO WRK-STATUS-ERRO
ALT05          MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
ALT05          MOVE "RETBOLET"               TO WRK-PROGRAMA-ERRO
ALT05          MOVE "SUSPENSO"               TO WRK-ARQUIVO-ERRO
ALT05          PERFORM 9999-TRATAR-ERRO
ALT05      END-IF.

ALT06      ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CAIXAJRN".
ALT06      IF WRK-DD-EXTERNA NOT EQUAL SPACES
ALT06          MOVE WRK-DD-EXTERNA       TO WRK-NOME-CAIXAJRN
ALT06          MOVE SPACES               TO WRK-DD-EXTERNA
ALT06      END-IF.

ALT06      OPEN EXTEND CAIXAJRN.
ALT06      IF FS-CAIXAJRN EQUAL 35
ALT06          OPEN OUTPUT CAIXAJRN
ALT06      END-IF.
ALT06      IF FS-CAIXAJRN NOT EQUAL ZEROS
ALT06          MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
ALT06          MOVE FS-CAIXAJRN              TO WRK-STATUS-ERRO
ALT06          MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
ALT06          MOVE "RETBOLET"       TO WRK-PROGRAMA-ERRO
ALT06          MOVE "CAIXAJRN"               TO WRK-ARQUIVO-ERRO
ALT06          PERFORM 9999-TRATAR-ERRO
ALT06      END-IF.

ALT07      ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_PONTMOVT".
ALT07      IF WRK-DD-EXTERNA NOT EQUAL SPACES
ALT07          MOVE WRK-DD-EXTERNA       TO WRK-NOME-PONTMOVT
ALT07          MOVE SPACES               TO WRK-DD-EXTERNA
ALT07      END-IF.

ALT07      OPEN EXTEND PONTMOVT.
ALT07      IF FS-PONTMOVT EQUAL 35
ALT07          OPEN OUTPUT PONTMOVT
ALT07      END-IF.
ALT07      IF FS-PONTMOVT NOT EQUAL ZEROS
ALT07          MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
ALT07          MOVE FS-PONTMOVT              TO WRK-STATUS-ERRO
ALT07          MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
ALT07          MOVE "RETBOLET"               TO WRK-PROGRAMA-ERRO
ALT07          MOVE "PONTMOVT"               TO WRK-ARQUIVO-ERRO
ALT07          PERFORM 9999-TRATAR-ERRO
ALT07      END-IF.

ALT08      ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_PROMESSA".
ALT08      IF WRK-DD-EXTERNA NOT EQUAL SPACES
ALT08          MOVE WRK-DD-EXTERNA       TO WRK-NOME-PROMESSA
ALT08          MOVE SPACES               TO WRK-DD-EXTERNA
ALT08      END-IF.

ALT08      OPEN I-O PROMESSA.
ALT08      IF FS-PROMESSA EQUAL ZEROS
ALT08          SET WRK-PROMESSA-DISPONIVEL TO TRUE
ALT08      ELSE
ALT08          IF FS-PROMESSA EQUAL 35
ALT08              SET WRK-PROMESSA-INDISPONIVEL TO TRUE
ALT08          ELSE
ALT08              MOVE WRK-ERRO-ABERTURA      TO WRK-DESCRICAO-ERRO
ALT08              MOVE FS-PROMESSA            TO WRK-STATUS-ERRO
ALT08              MOVE "0100-INICIALIZAR"     TO WRK-AREA-ERRO
ALT08              MOVE "RETBOLET"              TO WRK-PROGRAMA-ERRO
ALT08              MOVE "PROMESSA"             TO WRK-ARQUIVO-ERRO
ALT08              PERFORM 9999-TRATAR-ERRO
ALT08          END-IF
ALT08      END-IF.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------
           ADD 1 TO ACU-LIDOS.

           IF BOLR-LIQUIDADO
ALT06          PERFORM 0280-GRAVAR-CAIXA
               PERFORM 0210-LIQUIDAR-BOLETO
           ELSE
               MOVE WRK-TEXTO-NAO-LIQUIDADO TO WRK-OCO-TEXTO
                   MOVE WRK-TEXTO-FAT-INEXISTENTE TO WRK-OCO-TEXTO
                   PERFORM 0230-GRAVAR-OCORRENCIA
               NOT INVALID KEY
ALT09              MOVE REG-FATURA       TO WRK-JRN-FATURA-ANTES
                   PERFORM 0215-BAIXAR-FATURA
           END-READ.

               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT09      SET JRN-ALTERACAO             TO TRUE.
ALT09      PERFORM 0820-JOURNAL-FATURA.

ALT07      IF FAT-PAGA
ALT07          PERFORM 0285-GRAVAR-PONTUACAO
ALT08          MOVE WRK-VALOR-RESIDUO   TO WRK-VALOR-ABATIDO
ALT08      ELSE
ALT08          MOVE BOLR-VALOR-PAGO      TO WRK-VALOR-ABATIDO
ALT07      END-IF.
ALT08      PERFORM 0287-ABATER-PROMESSA.

           PERFORM 0220-ATUALIZAR-MESTRE.

       0215-BAIXAR-FATURA-FIM.          EXIT.
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
ALT09              MOVE REG-CLIENTES     TO WRK-JRN-CLIENTE-ANTES
                   MOVE BOLR-DATA-PAGAMENTO TO REG-DATA-PAGAMENTO
                   IF WRK-QT-ABERTAS EQUAL ZEROS
                       SET REG-PAGO-SIM     TO TRUE
                       MOVE "CLIENTES"           TO WRK-ARQUIVO-ERRO
                       PERFORM 9999-TRATAR-ERRO
                   END-IF
ALT09              SET JRN-ALTERACAO     TO TRUE
ALT09              PERFORM 0810-JOURNAL-CLIENTE
           END-READ.

       0220-ATUALIZAR-MESTRE-FIM.       EXIT.

           ADD 1 TO ACU-OCORRENCIAS.

ALT05      IF BOLR-LIQUIDADO
ALT05          PERFORM 0270-GRAVAR-SUSPENSO
ALT05      END-IF.

       0230-GRAVAR-OCORRENCIA-FIM.      EXIT.

      *-----------------------------------------------------------------
ALT04  0260-POSTAR-CREDITO-FIM.         EXIT.

      *-----------------------------------------------------------------
ALT05  0270-GRAVAR-SUSPENSO              SECTION.
      *-----------------------------------------------------------------
ALT05 *    O RECEBIMENTO QUE NAO BAIXOU FATURA VIRA ITEM PENDENTE DE
ALT05 *    VALOR NAO IDENTIFICADO, COM O TEXTO DA OCORRENCIA COMO
ALT05 *    MOTIVO. SEQUENCIA CONTADA NA RODADA, COMO NO BAIXAPAG;
ALT05 *    CHAVE JA USADA NO MESMO DIA (STATUS 22) SO AVANCA.
      *-----------------------------------------------------------------

ALT05      INITIALIZE REG-VALOR-SUSPENSO.
ALT05      SET SUSP-ORIGEM-BOLETO       TO TRUE.
ALT05      MOVE WRK-DATA-EXECUCAO       TO SUSP-DATA-ENTRADA.
ALT05      MOVE BOLR-NOSSO-NUMERO       TO SUSP-REFERENCIA.
ALT05      MOVE BOLR-DATA-PAGAMENTO     TO SUSP-DATA-PAGAMENTO.
ALT05      MOVE BOLR-VALOR-PAGO         TO SUSP-VALOR.
ALT05      MOVE WRK-OCO-TEXTO           TO SUSP-MOTIVO.
ALT05      SET SUSP-PENDENTE            TO TRUE.
ALT05      SET SUSP-ENTRADA-A-CONTABILIZAR TO TRUE.
ALT05      SET SUSP-SAIDA-A-CONTABILIZAR   TO TRUE.

ALT05      SET WRK-SUSP-NAO-GRAVADO     TO TRUE.
ALT05      PERFORM 0271-INCLUIR-SUSPENSO
ALT05          UNTIL WRK-SUSP-GRAVADO.

ALT05      ADD 1 TO ACU-SUSPENSOS.

ALT05  0270-GRAVAR-SUSPENSO-FIM.        EXIT.

      *-----------------------------------------------------------------
ALT05  0271-INCLUIR-SUSPENSO             SECTION.
      *-----------------------------------------------------------------

ALT05      ADD 1 TO WRK-SEQ-SUSPENSO.
ALT05      MOVE WRK-SEQ-SUSPENSO        TO SUSP-SEQUENCIA.

ALT05      WRITE REG-VALOR-SUSPENSO.

ALT05      EVALUATE FS-SUSPENSO
ALT05          WHEN ZEROS
ALT05              SET WRK-SUSP-GRAVADO TO TRUE
ALT05          WHEN 22
ALT05              CONTINUE
ALT05          WHEN OTHER
ALT05              MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
ALT05              MOVE FS-SUSPENSO              TO WRK-STATUS-ERRO
ALT05              MOVE "0271-INCLUIR-SUSPENSO"  TO WRK-AREA-ERRO
ALT05              MOVE "RETBOLET"               TO WRK-PROGRAMA-ERRO
ALT05              MOVE "SUSPENSO"               TO WRK-ARQUIVO-ERRO
ALT05              PERFORM 9999-TRATAR-ERRO
ALT05      END-EVALUATE.

ALT05  0271-INCLUIR-SUSPENSO-FIM.       EXIT.

      *-----------------------------------------------------------------
ALT06  0280-GRAVAR-CAIXA                SECTION.
      *-----------------------------------------------------------------
ALT06 *    TODO DINHEIRO QUE ENTROU NA CONTA ENTRA NO JORNAL DE CAIXA,
ALT06 *    BAIXADO OU NAO, PARA A CONCILIACAO DO DIA CONTRA O EXTRATO
ALT06 *    BANCARIO (CONCCAIX).
      *-----------------------------------------------------------------

ALT06      SET CXJ-MEIO-BOLETO         TO TRUE.
ALT06      MOVE BOLR-DATA-PAGAMENTO     TO CXJ-DATA-CREDITO.
ALT06      MOVE "RETBOLET"             TO CXJ-PROGRAMA.
ALT06      MOVE BOLR-NOSSO-NUMERO       TO CXJ-REFERENCIA.
ALT06      MOVE BOLR-VALOR-PAGO         TO CXJ-VALOR.
ALT06      MOVE WRK-DATA-EXECUCAO       TO CXJ-DATA-LANCAMENTO.
ALT10      MOVE ZEROS                   TO CXJ-PAGADOR-DOC.

ALT06      WRITE REG-CAIXA-JORNAL.
ALT06      IF FS-CAIXAJRN NOT EQUAL ZEROS
ALT06          MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
ALT06          MOVE FS-CAIXAJRN              TO WRK-STATUS-ERRO
ALT06          MOVE "0280-GRAVAR-CAIXA"      TO WRK-AREA-ERRO
ALT06          MOVE "RETBOLET"       TO WRK-PROGRAMA-ERRO
ALT06          MOVE "CAIXAJRN"               TO WRK-ARQUIVO-ERRO
ALT06          PERFORM 9999-TRATAR-ERRO
ALT06      END-IF.

ALT06      ADD 1 TO ACU-CAIXA-GRAVADOS.

ALT06  0280-GRAVAR-CAIXA-FIM.           EXIT.

      *-----------------------------------------------------------------
ALT07  0285-GRAVAR-PONTUACAO            SECTION.
      *-----------------------------------------------------------------
ALT07 *    FATURA QUITADA VAI AO MOVIMENTO DE PONTUACAO COM A DATA EM
ALT07 *    QUE O CLIENTE PAGOU; QUEM DECIDE SE PONTUA E O PONTCLI.
      *-----------------------------------------------------------------

ALT07      SET PONM-QUITACAO            TO TRUE.
ALT07      MOVE FAT-CODIGO              TO PONM-CODIGO.
ALT07      MOVE FAT-COMPETENCIA         TO PONM-COMPETENCIA.
ALT07      MOVE FAT-VALOR               TO PONM-VALOR.
ALT07      MOVE FAT-VALOR-ENCARGOS      TO PONM-VALOR-ENCARGOS.
ALT07      MOVE FAT-DATA-VENCIMENTO     TO PONM-DATA-VENCIMENTO.
ALT07      MOVE FAT-DATA-PAGAMENTO      TO PONM-DATA-PAGAMENTO.
ALT07      MOVE "RETBOLET"              TO PONM-PROGRAMA.
ALT07      MOVE WRK-DATA-EXECUCAO       TO PONM-DATA-LANCAMENTO.

ALT07      WRITE REG-PONTOS-MOVIMENTO.
ALT07      IF FS-PONTMOVT NOT EQUAL ZEROS
ALT07          MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
ALT07          MOVE FS-PONTMOVT              TO WRK-STATUS-ERRO
ALT07          MOVE "0285-GRAVAR-PONTUACAO"  TO WRK-AREA-ERRO
ALT07          MOVE "RETBOLET"               TO WRK-PROGRAMA-ERRO
ALT07          MOVE "PONTMOVT"               TO WRK-ARQUIVO-ERRO
ALT07          PERFORM 9999-TRATAR-ERRO
ALT07      END-IF.

ALT07  0285-GRAVAR-PONTUACAO-FIM.       EXIT.

ALT08 *-----------------------------------------------------------------
ALT08  0287-ABATER-PROMESSA             SECTION.
ALT08 *-----------------------------------------------------------------
ALT08 *    VALOR APLICADO (WRK-VALOR-ABATIDO) EM FATURA COBERTA POR
ALT08 *    PROMESSA DE PAGAMENTO ABERTA (PROMCLI) ABATE O PROMETIDO;
ALT08 *    ATINGIDO O VALOR, A PROMESSA E DADA COMO CUMPRIDA. PROMESSA
ALT08 *    SEM FATURAS LISTADAS ACEITA QUALQUER FATURA DO CLIENTE.
ALT08 *-----------------------------------------------------------------

ALT08      IF WRK-PROMESSA-INDISPONIVEL
ALT08          GO TO 0287-ABATER-PROMESSA-FIM
ALT08      END-IF.

ALT08      MOVE FAT-CODIGO TO PROM-CODIGO.
ALT08      READ PROMESSA KEY IS PROM-CODIGO
ALT08          INVALID KEY
ALT08              GO TO 0287-ABATER-PROMESSA-FIM
ALT08      END-READ.

ALT08      IF NOT PROM-ABERTA
ALT08          GO TO 0287-ABATER-PROMESSA-FIM
ALT08      END-IF.

ALT08      IF PROM-QT-FATURAS EQUAL ZEROS
ALT08          SET WRK-PROM-FAT-COBERTA     TO TRUE
ALT08      ELSE
ALT08          SET WRK-PROM-FAT-NAO-COBERTA TO TRUE
ALT08          MOVE 1                       TO IDX-PROM
ALT08          PERFORM 0288-PROCURAR-COMPETENCIA
ALT08              UNTIL IDX-PROM GREATER PROM-QT-FATURAS
ALT08                 OR WRK-PROM-FAT-COBERTA
ALT08      END-IF.

ALT08      IF WRK-PROM-FAT-NAO-COBERTA
ALT08          GO TO 0287-ABATER-PROMESSA-FIM
ALT08      END-IF.

ALT08      ADD WRK-VALOR-ABATIDO        TO PROM-VALOR-RECEBIDO.
ALT08      IF PROM-VALOR-RECEBIDO NOT LESS PROM-VALOR
ALT08          SET PROM-CUMPRIDA        TO TRUE
ALT08          MOVE BOLR-DATA-PAGAMENTO  TO PROM-DATA-DESFECHO
ALT08      END-IF.

ALT08      REWRITE REG-PROMESSA.
ALT08      IF FS-PROMESSA NOT EQUAL ZEROS
ALT08          MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
ALT08          MOVE FS-PROMESSA              TO WRK-STATUS-ERRO
ALT08          MOVE "0287-ABATER-PROMESSA"   TO WRK-AREA-ERRO
ALT08          MOVE "RETBOLET"              TO WRK-PROGRAMA-ERRO
ALT08          MOVE "PROMESSA"               TO WRK-ARQUIVO-ERRO
ALT08          PERFORM 9999-TRATAR-ERRO
ALT08      END-IF.

ALT08  0287-ABATER-PROMESSA-FIM.        EXIT.

ALT08 *-----------------------------------------------------------------
ALT08  0288-PROCURAR-COMPETENCIA        SECTION.
ALT08 *-----------------------------------------------------------------

ALT08      IF PROM-COMPETENCIA (IDX-PROM) EQUAL FAT-COMPETENCIA
ALT08          SET WRK-PROM-FAT-COBERTA TO TRUE
ALT08      END-IF.

ALT08      ADD 1 TO IDX-PROM.

ALT08  0288-PROCURAR-COMPETENCIA-FIM.   EXIT.

      *-----------------------------------------------------------------
       0290-ESTATISTICA                 SECTION.
      *-----------------------------------------------------------------

           DISPLAY "LIQUIDACOES PARCIAIS.........: " ACU-PARCIAIS.
ALT04      DISPLAY "EXCEDENTES P/ SALDO CREDOR...: " ACU-EXCEDENTES.
           DISPLAY "OCORRENCIAS PARA A COBRANCA..: " ACU-OCORRENCIAS.
ALT05      DISPLAY "LEVADOS AO SUSPENSO..........: " ACU-SUSPENSOS.
ALT06      DISPLAY "GRAVADOS NO JORNAL DE CAIXA..: " ACU-CAIXA-GRAVADOS.
           DISPLAY WRK-TRACO.
           DISPLAY WRK-FIM-PROGRAMA.
           DISPLAY WRK-TRACO.
ALT04          PERFORM 9999-TRATAR-ERRO
ALT04      END-IF.

ALT05      CLOSE SUSPENSO.
ALT05      IF FS-SUSPENSO NOT EQUAL ZEROS
ALT05          MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
ALT05          MOVE FS-SUSPENSO       TO WRK-STATUS-ERRO
ALT05          MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
ALT05          MOVE "RETBOLET"        TO WRK-PROGRAMA-ERRO
ALT05          MOVE "SUSPENSO"        TO WRK-ARQUIVO-ERRO
ALT05          PERFORM 9999-TRATAR-ERRO
ALT05      END-IF.

ALT06      CLOSE CAIXAJRN.
ALT06      IF FS-CAIXAJRN NOT EQUAL ZEROS
ALT06          MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
ALT06          MOVE FS-CAIXAJRN       TO WRK-STATUS-ERRO
ALT06          MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
ALT06          MOVE "RETBOLET"TO WRK-PROGRAMA-ERRO
ALT06          MOVE "CAIXAJRN"        TO WRK-ARQUIVO-ERRO
ALT06          PERFORM 9999-TRATAR-ERRO
ALT06      END-IF.

ALT07      CLOSE PONTMOVT.
ALT07      IF FS-PONTMOVT NOT EQUAL ZEROS
ALT07          MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
ALT07          MOVE FS-PONTMOVT       TO WRK-STATUS-ERRO
ALT07          MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
ALT07          MOVE "RETBOLET"        TO WRK-PROGRAMA-ERRO
ALT07          MOVE "PONTMOVT"        TO WRK-ARQUIVO-ERRO
ALT07          PERFORM 9999-TRATAR-ERRO
ALT07      END-IF.

ALT08      IF WRK-PROMESSA-DISPONIVEL
ALT08          CLOSE PROMESSA
ALT08          IF FS-PROMESSA NOT EQUAL ZEROS
ALT08              MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
ALT08              MOVE FS-PROMESSA       TO WRK-STATUS-ERRO
ALT08              MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
ALT08              MOVE "RETBOLET"       TO WRK-PROGRAMA-ERRO
ALT08              MOVE "PROMESSA"        TO WRK-ARQUIVO-ERRO
ALT08              PERFORM 9999-TRATAR-ERRO
ALT08          END-IF
ALT08      END-IF.

ALT02      OPEN OUTPUT TRAVA.
ALT02      CLOSE TRAVA.

ALT01          MOVE 22 TO RETURN-CODE
ALT01      END-IF.

ALT09      SET JRN-FUNC-FECHAR           TO TRUE.
ALT09      CALL "GRVJRNL" USING JRN-PARAMETRO.

           GOBACK.

       0300-FINALIZAR-FIM.              EXIT.

      *-----------------------------------------------------------------
ALT09  0810-JOURNAL-CLIENTE             SECTION.
      *-----------------------------------------------------------------
ALT09 *    IMAGENS ANTES/DEPOIS DO MESTRE CLIENTES PARA O JOURNAL DE
ALT09 *    RECUPERACAO (GRVJRNL). A OPERACAO JA VEM EM JRN-OPERACAO.
      *-----------------------------------------------------------------

ALT09      SET JRN-FUNC-GRAVAR           TO TRUE.
ALT09      MOVE "RETBOLET"               TO JRN-PROGRAMA.
ALT09      SET JRN-ARQ-CLIENTES          TO TRUE.
ALT09      MOVE SPACES                   TO JRN-IMAGEM-ANTES
ALT09                                       JRN-IMAGEM-DEPOIS.
ALT09      IF NOT JRN-INCLUSAO
ALT09          MOVE WRK-JRN-CLIENTE-ANTES TO JRN-IMAGEM-ANTES
ALT09      END-IF.
ALT09      IF NOT JRN-EXCLUSAO
ALT09          MOVE REG-CLIENTES         TO JRN-IMAGEM-DEPOIS
ALT09          MOVE REG-CLIENTES         TO WRK-JRN-CLIENTE-ANTES
ALT09      END-IF.

ALT09      CALL "GRVJRNL" USING JRN-PARAMETRO.

ALT09  0810-JOURNAL-CLIENTE-FIM.        EXIT.

      *-----------------------------------------------------------------
ALT09  0820-JOURNAL-FATURA              SECTION.
      *-----------------------------------------------------------------
ALT09 *    IMAGENS ANTES/DEPOIS DO MESTRE FATURAS PARA O JOURNAL DE
ALT09 *    RECUPERACAO (GRVJRNL). A OPERACAO JA VEM EM JRN-OPERACAO.
      *-----------------------------------------------------------------

ALT09      SET JRN-FUNC-GRAVAR           TO TRUE.
ALT09      MOVE "RETBOLET"               TO JRN-PROGRAMA.
ALT09      SET JRN-ARQ-FATURAS           TO TRUE.
ALT09      MOVE SPACES                   TO JRN-IMAGEM-ANTES
ALT09                                       JRN-IMAGEM-DEPOIS.
ALT09      IF NOT JRN-INCLUSAO
ALT09          MOVE WRK-JRN-FATURA-ANTES TO JRN-IMAGEM-ANTES
ALT09      END-IF.
ALT09      IF NOT JRN-EXCLUSAO
ALT09          MOVE REG-FATURA           TO JRN-IMAGEM-DEPOIS
ALT09          MOVE REG-FATURA           TO WRK-JRN-FATURA-ANTES
ALT09      END-IF.

ALT09      CALL "GRVJRNL" USING JRN-PARAMETRO.

ALT09  0820-JOURNAL-FATURA-FIM.         EXIT.

      *-----------------------------------------------------------------
       9999-TRATAR-ERRO                 SECTION.
      *-----------------------------------------------------------------

