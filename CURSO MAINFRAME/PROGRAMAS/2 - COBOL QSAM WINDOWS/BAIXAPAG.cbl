      *                 PERDA PARA RECUPERAR (OU SEM O ARQUIVO), A
      *                 RECUSA SAI COMO SEMPRE.

ALT12 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT12 *== OBJETIVO....: RECUSA DE DEPOSITO DEIXOU DE FICAR SO NO JORNAL:
      *                 TODO DEPOSITO RECUSADO (0240-GRAVAR-RECUSA) E
      *                 GRAVADO TAMBEM NO ARQUIVO INDEXADO SUSPENSO
      *                 (VALORES NAO IDENTIFICADOS, BOOK REGSUSP) COM
      *                 ORIGEM "D", CODIGO INFORMADO, VALOR E MOTIVO,
      *                 PARA A ALOCACAO MANUAL PELO ALOCSUSP. O ARQUIVO
      *                 E CRIADO NA PRIMEIRA RODADA.

ALT13 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT13 *== OBJETIVO....: GRAVAR CADA RECEBIMENTO NO JORNAL DE CAIXA
      *                 (CAIXAJRN) PARA A CONCILIACAO DIARIA COM O
      *                 EXTRATO BANCARIO (CONCCAIX). CARTAO OPCIONAL
      *                 BAIXPARM (BOOK REGBXPM) INFORMA A ORIGEM DO
      *                 DEPOSITO: "A"/"C" (SAIDA DO RETBANCO/RETCART)
      *                 NAO VAI AO JORNAL, QUE JA TEM ESSES VALORES.

ALT14 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT14 *== OBJETIVO....: GRAVAR NO MOVIMENTO DE PONTUACAO (PONTMOVT,
      *                 BOOK REGPONM) CADA FATURA QUITADA, PARA O
      *                 PROGRAMA DE FIDELIDADE (PONTCLI). NO RETORNO
      *                 DE DEBITO/CARTAO ("A"/"C" NO BAIXPARM) SEM
      *                 ENCARGOS O PAGAMENTO CONTA NO VENCIMENTO, DATA
      *                 EM QUE O BANCO/ADQUIRENTE FEZ A COBRANCA.

ALT15 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT15 *== OBJETIVO....: PAGAMENTO APLICADO EM FATURA COBERTA POR
      *                 PROMESSA DE PAGAMENTO ABERTA (ARQUIVO
      *                 PROMESSA, BOOK REGPROM, DO PROMCLI) ABATE
      *                 O VALOR PROMETIDO (0287-ABATER-PROMESSA);
      *                 ATINGIDO O VALOR, A PROMESSA FICA
      *                 CUMPRIDA. SEM O ARQUIVO PROMESSA (STATUS
      *                 35), A BAIXA SEGUE COMO SEMPRE.

ALT16 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT16 *== OBJETIVO....: BAIXPARM "E" (PAGASSE DO CESSRET, PAGAMENTOS
      *                 DAS ASSESSORIAS DE COBRANCA) TAMBEM NAO VAI
      *                 AO JORNAL DE CAIXA: O CESSRET JA GRAVA UM
      *                 CREDITO POR REPASSE DE ASSESSORIA.

ALT17 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT17 *== OBJETIVO....: CADA GRAVACAO, REGRAVACAO OU EXCLUSAO NO MESTRE
      *                 CLIENTES E NO FATURAS PASSA A SAIR NO JOURNAL DE
      *                 RECUPERACAO (SUBPROGRAMA GRVJRNL, BOOK BOOKJRNL)
      *                 COM AS IMAGENS ANTES E DEPOIS DO REGISTRO - SE O
      *                 MESTRE SE PERDER NO MEIO DA CADEIA, O RECJRNL
      *                 REAPLICA O JOURNAL SOBRE A COPIA DE SEGURANCA.

ALT18 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT18 *== OBJETIVO....: O REGISTRO DO JORNAL DE CAIXA GANHOU O CPF/
      *                 CNPJ DE QUEM PAGOU (CXJ-PAGADOR-DOC, BOOK
      *                 REGCAIX), SO INFORMADO NO PIX; AQUI O CAMPO
      *                 VAI ZERADO.

      *=================================================================
       ENVIRONMENT                      DIVISION.
      *=================================================================
ALT08      ORGANIZATION IS SEQUENTIAL
ALT08      FILE STATUS IS FS-TRAVA.

ALT12      SELECT SUSPENSO ASSIGN TO WRK-NOME-SUSPENSO
ALT12      ORGANIZATION IS INDEXED
ALT12      ACCESS MODE IS RANDOM
ALT12      RECORD KEY IS SUSP-CHAVE
ALT12      FILE STATUS IS FS-SUSPENSO.

ALT15      SELECT PROMESSA ASSIGN TO WRK-NOME-PROMESSA
ALT15      ORGANIZATION IS INDEXED
ALT15      ACCESS MODE IS RANDOM
ALT15      RECORD KEY IS PROM-CODIGO
ALT15      FILE STATUS IS FS-PROMESSA.

           SELECT BAIXAJRN ASSIGN TO WRK-NOME-BAIXAJRN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-BAIXAJRN.

ALT13      SELECT CAIXAJRN ASSIGN TO WRK-NOME-CAIXAJRN
ALT13      ORGANIZATION IS SEQUENTIAL
ALT13      FILE STATUS IS FS-CAIXAJRN.

ALT13      SELECT BAIXPARM ASSIGN TO WRK-NOME-BAIXPARM
ALT13      ORGANIZATION IS SEQUENTIAL
ALT13      FILE STATUS IS FS-BAIXPARM.

ALT14      SELECT PONTMOVT ASSIGN TO WRK-NOME-PONTMOVT
ALT14      ORGANIZATION IS SEQUENTIAL
ALT14      FILE STATUS IS FS-PONTMOVT.
      *-----------------------------------------------------------------

      *=================================================================
ALT08  FD  TRAVA.
ALT08  COPY "REGTRAVA".

      *-----------------------------------------------------------------
      *
      *            I-O - VALORES NAO IDENTIFICADOS (SUSPENSO)
      *
      *-----------------------------------------------------------------
ALT12  FD  SUSPENSO.
ALT12  COPY "REGSUSP".

ALT15 *-----------------------------------------------------------------
ALT15 *
ALT15 *            I-O - PROMESSAS DE PAGAMENTO (PROMCLI)
ALT15 *
ALT15 *-----------------------------------------------------------------
ALT15  FD  PROMESSA.
ALT15  COPY "REGPROM".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - JORNAL DE BAIXA DE PAGAMENTOS
       FD  BAIXAJRN.
       COPY "REGBAIXA".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - JORNAL DE RECEBIMENTOS (CONCILIACAO DE CAIXA)
      *
      *-----------------------------------------------------------------
ALT13  FD  CAIXAJRN.
ALT13  COPY "REGCAIX".

      *-----------------------------------------------------------------
      *
      *            INPUT - CARTAO DE PARAMETROS (ORIGEM DO DEPOSITO)
      *
      *-----------------------------------------------------------------
ALT13  FD  BAIXPARM.
ALT13  COPY "REGBXPM".

      *-----------------------------------------------------------------
      *
ALT14 *            OUTPUT - MOVIMENTO DE PONTUACAO (EXTEND)
      *
      *-----------------------------------------------------------------
ALT14  FD  PONTMOVT.
ALT14  COPY "REGPONM".

      *-----------------------------------------------------------------
       WORKING-STORAGE                  SECTION.
      *-----------------------------------------------------------------
ALT05  01  FS-CREDITO                   PIC 9(002)         VALUE ZEROS.
ALT08  01  FS-TRAVA                     PIC 9(002)         VALUE ZEROS.
       01  FS-BAIXAJRN                  PIC 9(002)         VALUE ZEROS.
ALT12  01  FS-SUSPENSO                  PIC 9(002)         VALUE ZEROS.
ALT13  01  FS-CAIXAJRN                  PIC 9(002)         VALUE ZEROS.
ALT13  01  FS-BAIXPARM                  PIC 9(002)         VALUE ZEROS.
ALT14  01  FS-PONTMOVT                  PIC 9(002)         VALUE ZEROS.
ALT15  01  FS-PROMESSA                  PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
ALT05         "C:\RELATORIO\dados\CREDITO.DAT".
ALT08  01  WRK-NOME-TRAVA               PIC X(040)         VALUE
ALT08         "C:\RELATORIO\dados\TRAVA.DAT".
ALT12  01  WRK-NOME-SUSPENSO            PIC X(040)         VALUE
ALT12         "C:\RELATORIO\dados\SUSPENSO.DAT".
ALT13  01  WRK-NOME-CAIXAJRN            PIC X(040)         VALUE
ALT13         "C:\RELATORIO\dados\CAIXAJRN.DAT".
ALT13  01  WRK-NOME-BAIXPARM            PIC X(040)         VALUE
ALT13         "C:\RELATORIO\dados\BAIXPARM.DAT".
ALT14  01  WRK-NOME-PONTMOVT            PIC X(040)         VALUE
ALT14         "C:\RELATORIO\dados\PONTMOVT.DAT".
ALT15  01  WRK-NOME-PROMESSA            PIC X(040)         VALUE
ALT15         "C:\RELATORIO\dados\PROMESSA.DAT".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  WRK-DATA-EXECUCAO            PIC 9(008)         VALUE ZEROS.
ALT08  01  WRK-HORA-EXECUCAO            PIC 9(006)         VALUE ZEROS.

ALT13  01  WRK-SW-CAIXA                 PIC X(001)         VALUE "S".
ALT13      88 WRK-GRAVA-CAIXA                               VALUE "S".
ALT13      88 WRK-NAO-GRAVA-CAIXA                           VALUE "N".

ALT14  01  WRK-SW-ORIGEM-RETORNO        PIC X(001)         VALUE "N".
ALT14      88 WRK-RETORNO-AUTOMATICO                        VALUE "S".
ALT14      88 WRK-DEPOSITO-EXTRATO                           VALUE "N".

      *-----------------------------------------------------------------
ALT02  01  FILLER                       PIC X(050)         VALUE
ALT02         "-----VARIAVEIS DA BAIXA POR FATURA-----".

ALT10  01  WRK-CODIGO-PAGADOR           PIC 9(007)         VALUE ZEROS.

ALT12  01  WRK-SEQ-SUSPENSO             PIC 9(005)         VALUE ZEROS.

ALT12  01  WRK-SW-SUSP-GRAVADO          PIC X(001)         VALUE "N".
ALT12      88 WRK-SUSP-GRAVADO                              VALUE "S".
ALT12      88 WRK-SUSP-NAO-GRAVADO                           VALUE "N".

ALT15 *-----------------------------------------------------------------
ALT15  01  FILLER                       PIC X(050)         VALUE
ALT15         "-----VARIAVEIS DA PROMESSA DE PAGAMENTO-----".
ALT15 *-----------------------------------------------------------------

ALT15  01  WRK-SW-PROMESSA              PIC X(001)         VALUE "N".
ALT15      88 WRK-PROMESSA-DISPONIVEL                       VALUE "S".
ALT15      88 WRK-PROMESSA-INDISPONIVEL                      VALUE "N".

ALT15  01  WRK-SW-PROM-COBERTA          PIC X(001)         VALUE "N".
ALT15      88 WRK-PROM-FAT-COBERTA                          VALUE "S".
ALT15      88 WRK-PROM-FAT-NAO-COBERTA                       VALUE "N".

ALT15  01  WRK-VALOR-ABATIDO            PIC 9(007)V99      VALUE ZEROS.

ALT15  01  IDX-PROM                     PIC 9(003)  COMP-3 VALUE ZEROS.

      *-----------------------------------------------------------------
ALT09  01  FILLER                       PIC X(050)         VALUE
ALT09         "-----AREA COMUNICACAO SUBPROGRAMA VERFECHO-----".
       01  ACU-RECUSADOS                PIC 9(005)  COMP-3 VALUE ZEROS.
ALT04  01  ACU-PARCIAIS                 PIC 9(005)  COMP-3 VALUE ZEROS.
ALT05  01  ACU-EXCEDENTES               PIC 9(005)  COMP-3 VALUE ZEROS.
ALT12  01  ACU-SUSPENSOS                PIC 9(005)  COMP-3 VALUE ZEROS.
ALT13  01  ACU-CAIXA-GRAVADOS           PIC 9(005)  COMP-3 VALUE ZEROS.

      *-----------------------------------------------------------------
ALT17  01  FILLER                       PIC X(050)         VALUE
ALT17         "-----AREA COMUNICACAO SUBPROGRAMA GRVJRNL-----".
      *-----------------------------------------------------------------
ALT17  COPY "BOOKJRNL".

ALT17  01  WRK-JRN-CLIENTE-ANTES        PIC X(150)         VALUE SPACES.
ALT17  01  WRK-JRN-FATURA-ANTES         PIC X(153)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
ALT08          MOVE SPACES               TO WRK-DD-EXTERNA
ALT08      END-IF.

ALT12      ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_SUSPENSO".
ALT12      IF WRK-DD-EXTERNA NOT EQUAL SPACES
ALT12          MOVE WRK-DD-EXTERNA       TO WRK-NOME-SUSPENSO
ALT12          MOVE SPACES               TO WRK-DD-EXTERNA
ALT12      END-IF.

ALT13      ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_BAIXPARM".
ALT13      IF WRK-DD-EXTERNA NOT EQUAL SPACES
ALT13          MOVE WRK-DD-EXTERNA       TO WRK-NOME-BAIXPARM
ALT13          MOVE SPACES               TO WRK-DD-EXTERNA
ALT13      END-IF.

ALT13      PERFORM 0116-LER-PARAMETROS.

ALT08      PERFORM 0105-TRAVAR-MESTRE.

           OPEN INPUT  DEPOSITO.
ALT05          END-IF
ALT05      END-IF.

ALT12      OPEN I-O SUSPENSO.
ALT12      IF FS-SUSPENSO EQUAL 35
ALT12          OPEN OUTPUT SUSPENSO
ALT12          CLOSE SUSPENSO
ALT12          OPEN I-O SUSPENSO
ALT12      END-IF.
ALT12      IF FS-SUSPENSO NOT EQUAL ZEROS
ALT12          MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
ALT12          MOVE FS-SUSPENSO              TO WRK-STATUS-ERRO
ALT12          MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
ALT12          MOVE "BAIXAPAG"               TO WRK-PROGRAMA-ERRO
ALT12          MOVE "SUSPENSO"               TO WRK-ARQUIVO-ERRO
ALT12          PERFORM 9999-TRATAR-ERRO
ALT12      END-IF.

           OPEN OUTPUT BAIXAJRN.
           IF FS-BAIXAJRN NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT13      ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CAIXAJRN".
ALT13      IF WRK-DD-EXTERNA NOT EQUAL SPACES
ALT13          MOVE WRK-DD-EXTERNA       TO WRK-NOME-CAIXAJRN
ALT13          MOVE SPACES               TO WRK-DD-EXTERNA
ALT13      END-IF.

ALT13      OPEN EXTEND CAIXAJRN.
ALT13      IF FS-CAIXAJRN EQUAL 35
ALT13          OPEN OUTPUT CAIXAJRN
ALT13      END-IF.
ALT13      IF FS-CAIXAJRN NOT EQUAL ZEROS
ALT13          MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
ALT13          MOVE FS-CAIXAJRN              TO WRK-STATUS-ERRO
ALT13          MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
ALT13          MOVE "BAIXAPAG"       TO WRK-PROGRAMA-ERRO
ALT13          MOVE "CAIXAJRN"               TO WRK-ARQUIVO-ERRO
ALT13          PERFORM 9999-TRATAR-ERRO
ALT13      END-IF.

ALT14      ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_PONTMOVT".
ALT14      IF WRK-DD-EXTERNA NOT EQUAL SPACES
ALT14          MOVE WRK-DD-EXTERNA       TO WRK-NOME-PONTMOVT
ALT14          MOVE SPACES               TO WRK-DD-EXTERNA
ALT14      END-IF.

ALT14      OPEN EXTEND PONTMOVT.
ALT14      IF FS-PONTMOVT EQUAL 35
ALT14          OPEN OUTPUT PONTMOVT
ALT14      END-IF.
ALT14      IF FS-PONTMOVT NOT EQUAL ZEROS
ALT14          MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
ALT14          MOVE FS-PONTMOVT              TO WRK-STATUS-ERRO
ALT14          MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
ALT14          MOVE "BAIXAPAG"               TO WRK-PROGRAMA-ERRO
ALT14          MOVE "PONTMOVT"               TO WRK-ARQUIVO-ERRO
ALT14          PERFORM 9999-TRATAR-ERRO
ALT14      END-IF.

ALT15      ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_PROMESSA".
ALT15      IF WRK-DD-EXTERNA NOT EQUAL SPACES
ALT15          MOVE WRK-DD-EXTERNA       TO WRK-NOME-PROMESSA
ALT15          MOVE SPACES               TO WRK-DD-EXTERNA
ALT15      END-IF.

ALT15      OPEN I-O PROMESSA.
ALT15      IF FS-PROMESSA EQUAL ZEROS
ALT15          SET WRK-PROMESSA-DISPONIVEL TO TRUE
ALT15      ELSE
ALT15          IF FS-PROMESSA EQUAL 35
ALT15              SET WRK-PROMESSA-INDISPONIVEL TO TRUE
ALT15          ELSE
ALT15              MOVE WRK-ERRO-ABERTURA      TO WRK-DESCRICAO-ERRO
ALT15              MOVE FS-PROMESSA            TO WRK-STATUS-ERRO
ALT15              MOVE "0100-INICIALIZAR"     TO WRK-AREA-ERRO
ALT15              MOVE "BAIXAPAG"              TO WRK-PROGRAMA-ERRO
ALT15              MOVE "PROMESSA"             TO WRK-ARQUIVO-ERRO
ALT15              PERFORM 9999-TRATAR-ERRO
ALT15          END-IF
ALT15      END-IF.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------
ALT08  0105-TRAVAR-MESTRE-FIM.          EXIT.

      *-----------------------------------------------------------------
ALT13  0116-LER-PARAMETROS               SECTION.
      *-----------------------------------------------------------------
ALT13 *    O DEPOSITO DO STEP PODE SER O EXTRATO DO BANCO OU A SAIDA
ALT13 *    DO RETBANCO/RETCART. SO O EXTRATO ("D" OU CARTAO AUSENTE)
ALT13 *    VAI AO JORNAL DE CAIXA - OS RETORNOS JA FORAM GRAVADOS LA.
ALT16 *    O PAGASSE ("E") TAMBEM: O CESSRET GRAVA O REPASSE.
      *-----------------------------------------------------------------

ALT13      OPEN INPUT BAIXPARM.

ALT13      IF FS-BAIXPARM EQUAL ZEROS
ALT13          READ BAIXPARM
ALT13          IF FS-BAIXPARM EQUAL ZEROS
ALT13              IF BXPM-RETORNO-DEBITO OR BXPM-RETORNO-CARTAO
ALT13                  SET WRK-NAO-GRAVA-CAIXA TO TRUE
ALT14                  SET WRK-RETORNO-AUTOMATICO TO TRUE
ALT13              END-IF
ALT16              IF BXPM-RETORNO-ASSESSORIA
ALT16                  SET WRK-NAO-GRAVA-CAIXA TO TRUE
ALT16              END-IF
ALT13          END-IF
ALT13          CLOSE BAIXPARM
ALT13      ELSE
ALT13          IF FS-BAIXPARM NOT EQUAL 35
ALT13              MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
ALT13              MOVE FS-BAIXPARM              TO WRK-STATUS-ERRO
ALT13              MOVE "0116-LER-PARAMETROS"    TO WRK-AREA-ERRO
ALT13              MOVE "BAIXAPAG"               TO WRK-PROGRAMA-ERRO
ALT13              MOVE "BAIXPARM"               TO WRK-ARQUIVO-ERRO
ALT13              PERFORM 9999-TRATAR-ERRO
ALT13          END-IF
ALT13      END-IF.

ALT13  0116-LER-PARAMETROS-FIM.         EXIT.

      *-----------------------------------------------------------------
       0150-VERIFICAR-VAZIO             SECTION.
      *-----------------------------------------------------------------


           ADD 1 TO ACU-LIDOS.

ALT13      IF WRK-GRAVA-CAIXA
ALT13          PERFORM 0280-GRAVAR-CAIXA
ALT13      END-IF.

           MOVE DEP-CODIGO TO REG-CODIGO.
           READ CLIENTES KEY IS REG-CODIGO
               INVALID KEY
                   MOVE "CLIENTE NAO CADASTRADO"  TO BAIXA-MOTIVO
                   PERFORM 0240-GRAVAR-RECUSA
               NOT INVALID KEY
ALT17              MOVE REG-CLIENTES     TO WRK-JRN-CLIENTE-ANTES
                   PERFORM 0210-BAIXAR-PAGAMENTO
           END-READ.


ALT02      READ FATURAS NEXT RECORD.

ALT17      MOVE REG-FATURA               TO WRK-JRN-FATURA-ANTES.

ALT02      IF FS-FATURAS NOT EQUAL ZEROS
ALT02          SET WRK-FIM-FATURAS TO TRUE
ALT02      ELSE
ALT02                          MOVE "FATURAS"  TO WRK-ARQUIVO-ERRO
ALT02                          PERFORM 9999-TRATAR-ERRO
ALT02                      END-IF
ALT17                      SET JRN-ALTERACAO TO TRUE
ALT17                      PERFORM 0820-JOURNAL-FATURA
ALT14                      PERFORM 0285-GRAVAR-PONTUACAO
ALT15                      MOVE WRK-VALOR-RESIDUO TO
ALT15                                          WRK-VALOR-ABATIDO
ALT15                      PERFORM 0287-ABATER-PROMESSA
ALT02                      SET WRK-FAT-ACHADA TO TRUE
ALT02                  ELSE
ALT02                      ADD 1 TO WRK-QT-ABERTAS
ALT02          PERFORM 9999-TRATAR-ERRO
ALT02      END-IF.

ALT17      SET JRN-ALTERACAO             TO TRUE.
ALT17      PERFORM 0810-JOURNAL-CLIENTE.

ALT02  0217-ATUALIZAR-MESTRE-FIM.       EXIT.

      *-----------------------------------------------------------------

ALT04      READ FATURAS NEXT RECORD.

ALT17      MOVE REG-FATURA               TO WRK-JRN-FATURA-ANTES.

ALT04      IF FS-FATURAS NOT EQUAL ZEROS
ALT04          SET WRK-FIM-FATURAS TO TRUE
ALT04      ELSE
ALT04                      MOVE "FATURAS"  TO WRK-ARQUIVO-ERRO
ALT04                      PERFORM 9999-TRATAR-ERRO
ALT04                  END-IF
ALT17                  SET JRN-ALTERACAO TO TRUE
ALT17                  PERFORM 0820-JOURNAL-FATURA
ALT14                  IF FAT-PAGA
ALT14                      PERFORM 0285-GRAVAR-PONTUACAO
ALT15                      MOVE WRK-VALOR-RESIDUO TO
ALT15                                          WRK-VALOR-ABATIDO
ALT15                  ELSE
ALT15                      MOVE DEP-VALOR         TO
ALT15                                          WRK-VALOR-ABATIDO
ALT14                  END-IF
ALT15                  PERFORM 0287-ABATER-PROMESSA
ALT04                  SET WRK-FAT-ACHADA TO TRUE
ALT04                  SET WRK-FIM-FATURAS TO TRUE
ALT09                  END-IF
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT17      SET JRN-ALTERACAO             TO TRUE.
ALT17      PERFORM 0810-JOURNAL-CLIENTE.

           MOVE REG-NOME                TO BAIXA-NOME.
           MOVE WRK-DATA-EXECUCAO       TO BAIXA-DATA-PAGAMENTO.
           SET BAIXA-EFETIVADA          TO TRUE.
ALT10          IF REG-TIPO-DETALHE
ALT10              AND REG-PAGADOR EQUAL WRK-CODIGO-PAGADOR
ALT10              AND REG-CODIGO NOT EQUAL WRK-CODIGO-PAGADOR
ALT17              MOVE REG-CLIENTES     TO WRK-JRN-CLIENTE-ANTES
ALT10              SET REG-PAGO-SIM         TO TRUE
ALT10              MOVE WRK-DATA-EXECUCAO   TO REG-DATA-PAGAMENTO
ALT10              IF REG-SUSPENSO
ALT10                  MOVE "CLIENTES"           TO WRK-ARQUIVO-ERRO
ALT10                  PERFORM 9999-TRATAR-ERRO
ALT10              END-IF
ALT17              SET JRN-ALTERACAO     TO TRUE
ALT17              PERFORM 0810-JOURNAL-CLIENTE
ALT10          END-IF
ALT10      END-IF.

ALT07              MOVE "FATURAS"             TO WRK-ARQUIVO-ERRO
ALT07              PERFORM 9999-TRATAR-ERRO
ALT07          END-IF
ALT17              SET JRN-ALTERACAO     TO TRUE
ALT17              PERFORM 0820-JOURNAL-FATURA
ALT07          SET WRK-FAT-ACHADA  TO TRUE
ALT07          SET WRK-RECUPERACAO TO TRUE
ALT07      END-IF.
           SET BAIXA-RECUSADA           TO TRUE.
           PERFORM 0250-GRAVAR-JORNAL.
           ADD 1 TO ACU-RECUSADOS.
ALT12      PERFORM 0270-GRAVAR-SUSPENSO.

       0240-GRAVAR-RECUSA-FIM.          EXIT.

ALT05  0260-POSTAR-CREDITO-FIM.         EXIT.

      *-----------------------------------------------------------------
ALT12  0270-GRAVAR-SUSPENSO              SECTION.
      *-----------------------------------------------------------------
ALT12 *    O DEPOSITO RECUSADO VIRA ITEM PENDENTE DE VALOR NAO
ALT12 *    IDENTIFICADO, COM O MOTIVO DA RECUSA. A SEQUENCIA E
ALT12 *    CONTADA NA RODADA; CHAVE JA USADA POR OUTRA RODADA DO MESMO
ALT12 *    DIA (STATUS 22) SO AVANCA A SEQUENCIA.
      *-----------------------------------------------------------------

ALT12      INITIALIZE REG-VALOR-SUSPENSO.
ALT12      SET SUSP-ORIGEM-DEPOSITO     TO TRUE.
ALT12      MOVE WRK-DATA-EXECUCAO       TO SUSP-DATA-ENTRADA.
ALT12      MOVE DEP-CODIGO              TO SUSP-REF-CODIGO.
ALT12      MOVE ZEROS                   TO SUSP-REF-COMPETENCIA.
ALT12      MOVE WRK-DATA-EXECUCAO       TO SUSP-DATA-PAGAMENTO.
ALT12      MOVE DEP-VALOR               TO SUSP-VALOR.
ALT12      MOVE BAIXA-MOTIVO            TO SUSP-MOTIVO.
ALT12      SET SUSP-PENDENTE            TO TRUE.
ALT12      SET SUSP-ENTRADA-A-CONTABILIZAR TO TRUE.
ALT12      SET SUSP-SAIDA-A-CONTABILIZAR   TO TRUE.

ALT12      SET WRK-SUSP-NAO-GRAVADO     TO TRUE.
ALT12      PERFORM 0271-INCLUIR-SUSPENSO
ALT12          UNTIL WRK-SUSP-GRAVADO.

ALT12      ADD 1 TO ACU-SUSPENSOS.

ALT12  0270-GRAVAR-SUSPENSO-FIM.        EXIT.

      *-----------------------------------------------------------------
ALT12  0271-INCLUIR-SUSPENSO             SECTION.
      *-----------------------------------------------------------------

ALT12      ADD 1 TO WRK-SEQ-SUSPENSO.
ALT12      MOVE WRK-SEQ-SUSPENSO        TO SUSP-SEQUENCIA.

ALT12      WRITE REG-VALOR-SUSPENSO.

ALT12      EVALUATE FS-SUSPENSO
ALT12          WHEN ZEROS
ALT12              SET WRK-SUSP-GRAVADO TO TRUE
ALT12          WHEN 22
ALT12              CONTINUE
ALT12          WHEN OTHER
ALT12              MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
ALT12              MOVE FS-SUSPENSO              TO WRK-STATUS-ERRO
ALT12              MOVE "0271-INCLUIR-SUSPENSO"  TO WRK-AREA-ERRO
ALT12              MOVE "BAIXAPAG"               TO WRK-PROGRAMA-ERRO
ALT12              MOVE "SUSPENSO"               TO WRK-ARQUIVO-ERRO
ALT12              PERFORM 9999-TRATAR-ERRO
ALT12      END-EVALUATE.

ALT12  0271-INCLUIR-SUSPENSO-FIM.       EXIT.

      *-----------------------------------------------------------------
ALT13  0280-GRAVAR-CAIXA                SECTION.
      *-----------------------------------------------------------------
ALT13 *    TODO DINHEIRO QUE ENTROU NA CONTA ENTRA NO JORNAL DE CAIXA,
ALT13 *    BAIXADO OU NAO, PARA A CONCILIACAO DO DIA CONTRA O EXTRATO
ALT13 *    BANCARIO (CONCCAIX).
      *-----------------------------------------------------------------

ALT13      SET CXJ-MEIO-DEPOSITO       TO TRUE.
ALT13      MOVE WRK-DATA-EXECUCAO       TO CXJ-DATA-CREDITO.
ALT13      MOVE "BAIXAPAG"             TO CXJ-PROGRAMA.
ALT13      MOVE DEP-CODIGO              TO CXJ-REFERENCIA.
ALT13      MOVE DEP-VALOR               TO CXJ-VALOR.
ALT13      MOVE WRK-DATA-EXECUCAO       TO CXJ-DATA-LANCAMENTO.
ALT18      MOVE ZEROS                   TO CXJ-PAGADOR-DOC.

ALT13      WRITE REG-CAIXA-JORNAL.
ALT13      IF FS-CAIXAJRN NOT EQUAL ZEROS
ALT13          MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
ALT13          MOVE FS-CAIXAJRN              TO WRK-STATUS-ERRO
ALT13          MOVE "0280-GRAVAR-CAIXA"      TO WRK-AREA-ERRO
ALT13          MOVE "BAIXAPAG"       TO WRK-PROGRAMA-ERRO
ALT13          MOVE "CAIXAJRN"               TO WRK-ARQUIVO-ERRO
ALT13          PERFORM 9999-TRATAR-ERRO
ALT13      END-IF.

ALT13      ADD 1 TO ACU-CAIXA-GRAVADOS.

ALT13  0280-GRAVAR-CAIXA-FIM.           EXIT.

      *-----------------------------------------------------------------
ALT14  0285-GRAVAR-PONTUACAO            SECTION.
      *-----------------------------------------------------------------
ALT14 *    FATURA QUITADA VAI AO MOVIMENTO DE PONTUACAO; QUEM DECIDE SE
ALT14 *    PONTUA E O PONTCLI. NO RETORNO DO DEBITO/CARTAO A COBRANCA
ALT14 *    FOI FEITA NO VENCIMENTO E O ARQUIVO CHEGA DEPOIS - SEM
ALT14 *    ENCARGOS, O PAGAMENTO CONTA NA DATA DO VENCIMENTO.
      *-----------------------------------------------------------------

ALT14      SET PONM-QUITACAO            TO TRUE.
ALT14      MOVE FAT-CODIGO              TO PONM-CODIGO.
ALT14      MOVE FAT-COMPETENCIA         TO PONM-COMPETENCIA.
ALT14      MOVE FAT-VALOR               TO PONM-VALOR.
ALT14      MOVE FAT-VALOR-ENCARGOS      TO PONM-VALOR-ENCARGOS.
ALT14      MOVE FAT-DATA-VENCIMENTO     TO PONM-DATA-VENCIMENTO.
ALT14      MOVE WRK-DATA-EXECUCAO       TO PONM-DATA-PAGAMENTO.
ALT14      IF WRK-RETORNO-AUTOMATICO
ALT14          AND FAT-VALOR-ENCARGOS EQUAL ZEROS
ALT14          AND FAT-DATA-VENCIMENTO LESS WRK-DATA-EXECUCAO
ALT14          MOVE FAT-DATA-VENCIMENTO TO PONM-DATA-PAGAMENTO
ALT14      END-IF.
ALT14      MOVE "BAIXAPAG"              TO PONM-PROGRAMA.
ALT14      MOVE WRK-DATA-EXECUCAO       TO PONM-DATA-LANCAMENTO.

ALT14      WRITE REG-PONTOS-MOVIMENTO.
ALT14      IF FS-PONTMOVT NOT EQUAL ZEROS
ALT14          MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
ALT14          MOVE FS-PONTMOVT              TO WRK-STATUS-ERRO
ALT14          MOVE "0285-GRAVAR-PONTUACAO"  TO WRK-AREA-ERRO
ALT14          MOVE "BAIXAPAG"               TO WRK-PROGRAMA-ERRO
ALT14          MOVE "PONTMOVT"               TO WRK-ARQUIVO-ERRO
ALT14          PERFORM 9999-TRATAR-ERRO
ALT14      END-IF.

ALT14  0285-GRAVAR-PONTUACAO-FIM.       EXIT.

ALT15 *-----------------------------------------------------------------
ALT15  0287-ABATER-PROMESSA             SECTION.
ALT15 *-----------------------------------------------------------------
ALT15 *    VALOR APLICADO (WRK-VALOR-ABATIDO) EM FATURA COBERTA POR
ALT15 *    PROMESSA DE PAGAMENTO ABERTA (PROMCLI) ABATE O PROMETIDO;
ALT15 *    ATINGIDO O VALOR, A PROMESSA E DADA COMO CUMPRIDA. PROMESSA
ALT15 *    SEM FATURAS LISTADAS ACEITA QUALQUER FATURA DO CLIENTE.
ALT15 *-----------------------------------------------------------------

ALT15      IF WRK-PROMESSA-INDISPONIVEL
ALT15          GO TO 0287-ABATER-PROMESSA-FIM
ALT15      END-IF.

ALT15      MOVE FAT-CODIGO TO PROM-CODIGO.
ALT15      READ PROMESSA KEY IS PROM-CODIGO
ALT15          INVALID KEY
ALT15              GO TO 0287-ABATER-PROMESSA-FIM
ALT15      END-READ.

ALT15      IF NOT PROM-ABERTA
ALT15          GO TO 0287-ABATER-PROMESSA-FIM
ALT15      END-IF.

ALT15      IF PROM-QT-FATURAS EQUAL ZEROS
ALT15          SET WRK-PROM-FAT-COBERTA     TO TRUE
ALT15      ELSE
ALT15          SET WRK-PROM-FAT-NAO-COBERTA TO TRUE
ALT15          MOVE 1                       TO IDX-PROM
ALT15          PERFORM 0288-PROCURAR-COMPETENCIA
ALT15              UNTIL IDX-PROM GREATER PROM-QT-FATURAS
ALT15                 OR WRK-PROM-FAT-COBERTA
ALT15      END-IF.

ALT15      IF WRK-PROM-FAT-NAO-COBERTA
ALT15          GO TO 0287-ABATER-PROMESSA-FIM
ALT15      END-IF.

ALT15      ADD WRK-VALOR-ABATIDO        TO PROM-VALOR-RECEBIDO.
ALT15      IF PROM-VALOR-RECEBIDO NOT LESS PROM-VALOR
ALT15          SET PROM-CUMPRIDA        TO TRUE
ALT15          MOVE WRK-DATA-EXECUCAO    TO PROM-DATA-DESFECHO
ALT15      END-IF.

ALT15      REWRITE REG-PROMESSA.
ALT15      IF FS-PROMESSA NOT EQUAL ZEROS
ALT15          MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
ALT15          MOVE FS-PROMESSA              TO WRK-STATUS-ERRO
ALT15          MOVE "0287-ABATER-PROMESSA"   TO WRK-AREA-ERRO
ALT15          MOVE "BAIXAPAG"              TO WRK-PROGRAMA-ERRO
ALT15          MOVE "PROMESSA"               TO WRK-ARQUIVO-ERRO
ALT15          PERFORM 9999-TRATAR-ERRO
ALT15      END-IF.

ALT15  0287-ABATER-PROMESSA-FIM.        EXIT.

ALT15 *-----------------------------------------------------------------
ALT15  0288-PROCURAR-COMPETENCIA        SECTION.
ALT15 *-----------------------------------------------------------------

ALT15      IF PROM-COMPETENCIA (IDX-PROM) EQUAL FAT-COMPETENCIA
ALT15          SET WRK-PROM-FAT-COBERTA TO TRUE
ALT15      END-IF.

ALT15      ADD 1 TO IDX-PROM.

ALT15  0288-PROCURAR-COMPETENCIA-FIM.   EXIT.

      *-----------------------------------------------------------------
       0290-ESTATISTICA                 SECTION.
      *-----------------------------------------------------------------

ALT04      DISPLAY "TOTAL DE BAIXAS PARCIAIS...: " ACU-PARCIAIS.
ALT05      DISPLAY "EXCEDENTES P/ SALDO CREDOR.: " ACU-EXCEDENTES.
           DISPLAY "TOTAL DE DEPOSITOS RECUSADOS: " ACU-RECUSADOS.
ALT12      DISPLAY "LEVADOS AO SUSPENSO........: " ACU-SUSPENSOS.
ALT13      DISPLAY "GRAVADOS NO JORNAL DE CAIXA: " ACU-CAIXA-GRAVADOS.
ALT09      IF WRK-MES-FECHADO
ALT09          DISPLAY "MOVIMENTO EM MES FECHADO RECUSADO"
ALT09      END-IF.
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT12      CLOSE SUSPENSO.
ALT12      IF FS-SUSPENSO NOT EQUAL ZEROS
ALT12          MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
ALT12          MOVE FS-SUSPENSO       TO WRK-STATUS-ERRO
ALT12          MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
ALT12          MOVE "BAIXAPAG"        TO WRK-PROGRAMA-ERRO
ALT12          MOVE "SUSPENSO"        TO WRK-ARQUIVO-ERRO
ALT12          PERFORM 9999-TRATAR-ERRO
ALT12      END-IF.

ALT13      CLOSE CAIXAJRN.
ALT13      IF FS-CAIXAJRN NOT EQUAL ZEROS
ALT13          MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
ALT13          MOVE FS-CAIXAJRN       TO WRK-STATUS-ERRO
ALT13          MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
ALT13          MOVE "BAIXAPAG"TO WRK-PROGRAMA-ERRO
ALT13          MOVE "CAIXAJRN"        TO WRK-ARQUIVO-ERRO
ALT13          PERFORM 9999-TRATAR-ERRO
ALT13      END-IF.

ALT14      CLOSE PONTMOVT.
ALT14      IF FS-PONTMOVT NOT EQUAL ZEROS
ALT14          MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
ALT14          MOVE FS-PONTMOVT       TO WRK-STATUS-ERRO
ALT14          MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
ALT14          MOVE "BAIXAPAG"        TO WRK-PROGRAMA-ERRO
ALT14          MOVE "PONTMOVT"        TO WRK-ARQUIVO-ERRO
ALT14          PERFORM 9999-TRATAR-ERRO
ALT14      END-IF.

ALT15      IF WRK-PROMESSA-DISPONIVEL
ALT15          CLOSE PROMESSA
ALT15          IF FS-PROMESSA NOT EQUAL ZEROS
ALT15              MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
ALT15              MOVE FS-PROMESSA       TO WRK-STATUS-ERRO
ALT15              MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
ALT15              MOVE "BAIXAPAG"       TO WRK-PROGRAMA-ERRO
ALT15              MOVE "PROMESSA"        TO WRK-ARQUIVO-ERRO
ALT15              PERFORM 9999-TRATAR-ERRO
ALT15          END-IF
ALT15      END-IF.

ALT08      OPEN OUTPUT TRAVA.
ALT08      CLOSE TRAVA.

ALT09          MOVE 22 TO RETURN-CODE
ALT09      END-IF.

ALT17      SET JRN-FUNC-FECHAR           TO TRUE.
ALT17      CALL "GRVJRNL" USING JRN-PARAMETRO.

           GOBACK.

       0300-FINALIZAR-FIM.              EXIT.

      *-----------------------------------------------------------------
ALT17  0810-JOURNAL-CLIENTE             SECTION.
      *-----------------------------------------------------------------
ALT17 *    IMAGENS ANTES/DEPOIS DO MESTRE CLIENTES PARA O JOURNAL DE
ALT17 *    RECUPERACAO (GRVJRNL). A OPERACAO JA VEM EM JRN-OPERACAO.
      *-----------------------------------------------------------------

ALT17      SET JRN-FUNC-GRAVAR           TO TRUE.
ALT17      MOVE "BAIXAPAG"               TO JRN-PROGRAMA.
ALT17      SET JRN-ARQ-CLIENTES          TO TRUE.
ALT17      MOVE SPACES                   TO JRN-IMAGEM-ANTES
ALT17                                       JRN-IMAGEM-DEPOIS.
ALT17      IF NOT JRN-INCLUSAO
ALT17          MOVE WRK-JRN-CLIENTE-ANTES TO JRN-IMAGEM-ANTES
ALT17      END-IF.
ALT17      IF NOT JRN-EXCLUSAO
ALT17          MOVE REG-CLIENTES         TO JRN-IMAGEM-DEPOIS
ALT17          MOVE REG-CLIENTES         TO WRK-JRN-CLIENTE-ANTES
ALT17      END-IF.

ALT17      CALL "GRVJRNL" USING JRN-PARAMETRO.

ALT17  0810-JOURNAL-CLIENTE-FIM.        EXIT.

      *-----------------------------------------------------------------
ALT17  0820-JOURNAL-FATURA              SECTION.
      *-----------------------------------------------------------------
ALT17 *    IMAGENS ANTES/DEPOIS DO MESTRE FATURAS PARA O JOURNAL DE
ALT17 *    RECUPERACAO (GRVJRNL). A OPERACAO JA VEM EM JRN-OPERACAO.
      *-----------------------------------------------------------------

ALT17      SET JRN-FUNC-GRAVAR           TO TRUE.
ALT17      MOVE "BAIXAPAG"               TO JRN-PROGRAMA.
ALT17      SET JRN-ARQ-FATURAS           TO TRUE.
ALT17      MOVE SPACES                   TO JRN-IMAGEM-ANTES
ALT17                                       JRN-IMAGEM-DEPOIS.
ALT17      IF NOT JRN-INCLUSAO
ALT17          MOVE WRK-JRN-FATURA-ANTES TO JRN-IMAGEM-ANTES
ALT17      END-IF.
ALT17      IF NOT JRN-EXCLUSAO
ALT17          MOVE REG-FATURA           TO JRN-IMAGEM-DEPOIS
ALT17          MOVE REG-FATURA           TO WRK-JRN-FATURA-ANTES
ALT17      END-IF.

ALT17      CALL "GRVJRNL" USING JRN-PARAMETRO.

ALT17  0820-JOURNAL-FATURA-FIM.         EXIT.

      *-----------------------------------------------------------------
       9999-TRATAR-ERRO                 SECTION.
      *-----------------------------------------------------------------

