      *                 QUE GERA CHARGEBACK) NUNCA CASAVA PELO VALOR
      *                 NU E O ESTORNO CAIA EM "NAO APLICADO".

ALT07 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT07 *== OBJETIVO....: GRAVAR CADA RECEBIMENTO NO JORNAL DE CAIXA
      *                 (CAIXAJRN) PARA A CONCILIACAO DIARIA COM O
      *                 EXTRATO BANCARIO (CONCCAIX).

ALT08 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT08 *== OBJETIVO....: FATURA REABERTA PELO ESTORNO DO DEBITO VAI AO
      *                 MOVIMENTO DE PONTUACAO (PONTMOVT, BOOK
      *                 REGPONM) COMO "V", PARA O PONTCLI RETIRAR OS
      *                 PONTOS AINDA NAO USADOS DAQUELA COMPETENCIA.

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
ALT04      SELECT TRAVA ASSIGN TO WRK-NOME-TRAVA
ALT04      ORGANIZATION IS SEQUENTIAL
ALT04      FILE STATUS IS FS-TRAVA.

ALT07      SELECT CAIXAJRN ASSIGN TO WRK-NOME-CAIXAJRN
ALT07      ORGANIZATION IS SEQUENTIAL
ALT07      FILE STATUS IS FS-CAIXAJRN.

ALT08      SELECT PONTMOVT ASSIGN TO WRK-NOME-PONTMOVT
ALT08      ORGANIZATION IS SEQUENTIAL
ALT08      FILE STATUS IS FS-PONTMOVT.
      *-----------------------------------------------------------------

      *=================================================================
ALT04  FD  TRAVA.
ALT04  COPY "REGTRAVA".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - JORNAL DE RECEBIMENTOS (CONCILIACAO DE CAIXA)
      *
      *-----------------------------------------------------------------
ALT07  FD  CAIXAJRN.
ALT07  COPY "REGCAIX".

      *-----------------------------------------------------------------
      *
ALT08 *            OUTPUT - MOVIMENTO DE PONTUACAO (EXTEND)
      *
      *-----------------------------------------------------------------
ALT08  FD  PONTMOVT.
ALT08  COPY "REGPONM".

      *-----------------------------------------------------------------
       WORKING-STORAGE                  SECTION.
      *-----------------------------------------------------------------
ALT02  01  FS-FATURAS                   PIC 9(002)         VALUE ZEROS.
ALT02  01  FS-AUDITORIA                 PIC 9(002)         VALUE ZEROS.
ALT04  01  FS-TRAVA                     PIC 9(002)         VALUE ZEROS.
ALT07  01  FS-CAIXAJRN                  PIC 9(002)         VALUE ZEROS.
ALT08  01  FS-PONTMOVT                  PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
ALT03         "C:\RELATORIO\dados\DEBPARM.DAT".
ALT04  01  WRK-NOME-TRAVA               PIC X(040)         VALUE
ALT04         "C:\RELATORIO\dados\TRAVA.DAT".
ALT07  01  WRK-NOME-CAIXAJRN            PIC X(040)         VALUE
ALT07         "C:\RELATORIO\dados\CAIXAJRN.DAT".
ALT08  01  WRK-NOME-PONTMOVT            PIC X(040)         VALUE
ALT08         "C:\RELATORIO\dados\PONTMOVT.DAT".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
ALT03  01  ACU-OUTRO-BANCO              PIC 9(005)  COMP-3 VALUE ZEROS.
ALT02  01  ACU-ESTORNADOS               PIC 9(005)  COMP-3 VALUE ZEROS.
ALT02  01  ACU-EST-REJEITADOS           PIC 9(005)  COMP-3 VALUE ZEROS.
ALT07  01  ACU-CAIXA-GRAVADOS           PIC 9(005)  COMP-3 VALUE ZEROS.

      *-----------------------------------------------------------------
ALT09  01  FILLER                       PIC X(050)         VALUE
ALT09         "-----AREA COMUNICACAO SUBPROGRAMA GRVJRNL-----".
      *-----------------------------------------------------------------
ALT09  COPY "BOOKJRNL".

ALT09  01  WRK-JRN-CLIENTE-ANTES        PIC X(150)         VALUE SPACES.
ALT09  01  WRK-JRN-FATURA-ANTES         PIC X(153)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
ALT02          PERFORM 9999-TRATAR-ERRO
ALT02      END-IF.

ALT07      ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CAIXAJRN".
ALT07      IF WRK-DD-EXTERNA NOT EQUAL SPACES
ALT07          MOVE WRK-DD-EXTERNA       TO WRK-NOME-CAIXAJRN
ALT07          MOVE SPACES               TO WRK-DD-EXTERNA
ALT07      END-IF.

ALT07      OPEN EXTEND CAIXAJRN.
ALT07      IF FS-CAIXAJRN EQUAL 35
ALT07          OPEN OUTPUT CAIXAJRN
ALT07      END-IF.
ALT07      IF FS-CAIXAJRN NOT EQUAL ZEROS
ALT07          MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
ALT07          MOVE FS-CAIXAJRN              TO WRK-STATUS-ERRO
ALT07          MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
ALT07          MOVE "RETBANCO"       TO WRK-PROGRAMA-ERRO
ALT07          MOVE "CAIXAJRN"               TO WRK-ARQUIVO-ERRO
ALT07          PERFORM 9999-TRATAR-ERRO
ALT07      END-IF.

ALT08      ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_PONTMOVT".
ALT08      IF WRK-DD-EXTERNA NOT EQUAL SPACES
ALT08          MOVE WRK-DD-EXTERNA       TO WRK-NOME-PONTMOVT
ALT08          MOVE SPACES               TO WRK-DD-EXTERNA
ALT08      END-IF.

ALT08      OPEN EXTEND PONTMOVT.
ALT08      IF FS-PONTMOVT EQUAL 35
ALT08          OPEN OUTPUT PONTMOVT
ALT08      END-IF.
ALT08      IF FS-PONTMOVT NOT EQUAL ZEROS
ALT08          MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
ALT08          MOVE FS-PONTMOVT              TO WRK-STATUS-ERRO
ALT08          MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
ALT08          MOVE "RETBANCO"               TO WRK-PROGRAMA-ERRO
ALT08          MOVE "PONTMOVT"               TO WRK-ARQUIVO-ERRO
ALT08          PERFORM 9999-TRATAR-ERRO
ALT08      END-IF.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------

           ADD 1 TO ACU-DEBITADOS.

ALT07      PERFORM 0280-GRAVAR-CAIXA.

       0220-GRAVAR-DEBITO-FIM.          EXIT.

      *-----------------------------------------------------------------

ALT02      IF WRK-FAT-ESTORNO-ACHADA
ALT02          OR WRK-FATURAS-INDISPONIVEL
ALT09          MOVE REG-CLIENTES         TO WRK-JRN-CLIENTE-ANTES
ALT02          MOVE REG-CLIENTES        TO WRK-IMAGEM-ANTES
ALT02          IF WRK-FAT-ESTORNO-ACHADA
ALT02              PERFORM 0255-REABRIR-FATURA
ALT02              MOVE "CLIENTES"               TO WRK-ARQUIVO-ERRO
ALT02              PERFORM 9999-TRATAR-ERRO
ALT02          END-IF
ALT09          SET JRN-ALTERACAO         TO TRUE
ALT09          PERFORM 0810-JOURNAL-CLIENTE
ALT02          MOVE REG-CLIENTES        TO WRK-IMAGEM-DEPOIS
ALT02          PERFORM 0260-GRAVAR-AUDITORIA
ALT02          MOVE WRK-TEXTO-ESTORNO   TO WRK-REC-TEXTO
ALT02          INVALID KEY
ALT02              CONTINUE
ALT02          NOT INVALID KEY
ALT09              MOVE REG-FATURA       TO WRK-JRN-FATURA-ANTES
ALT02              SET FAT-ABERTA       TO TRUE
ALT02              MOVE ZEROS           TO FAT-DATA-PAGAMENTO
ALT02              MOVE ZEROS           TO FAT-VALOR-PAGO
ALT02          PERFORM 9999-TRATAR-ERRO
ALT02      END-IF.

ALT09      SET JRN-ALTERACAO             TO TRUE.
ALT09      PERFORM 0820-JOURNAL-FATURA.

ALT08      PERFORM 0285-GRAVAR-ESTORNO-PONTOS.

ALT02  0255-REABRIR-FATURA-FIM.         EXIT.

      *-----------------------------------------------------------------
ALT02  0260-GRAVAR-AUDITORIA-FIM.       EXIT.

      *-----------------------------------------------------------------
ALT07  0280-GRAVAR-CAIXA                SECTION.
      *-----------------------------------------------------------------
ALT07 *    TODO DINHEIRO QUE ENTROU NA CONTA ENTRA NO JORNAL DE CAIXA,
ALT07 *    BAIXADO OU NAO, PARA A CONCILIACAO DO DIA CONTRA O EXTRATO
ALT07 *    BANCARIO (CONCCAIX).
      *-----------------------------------------------------------------

ALT07      SET CXJ-MEIO-DEBITO         TO TRUE.
ALT07      MOVE RET-DATA                TO CXJ-DATA-CREDITO.
ALT07      MOVE "RETBANCO"             TO CXJ-PROGRAMA.
ALT07      MOVE RET-CODIGO              TO CXJ-REFERENCIA.
ALT07      MOVE RET-VALOR               TO CXJ-VALOR.
ALT07      MOVE WRK-DATA-EXECUCAO       TO CXJ-DATA-LANCAMENTO.
ALT10      MOVE ZEROS                   TO CXJ-PAGADOR-DOC.

ALT07      WRITE REG-CAIXA-JORNAL.
ALT07      IF FS-CAIXAJRN NOT EQUAL ZEROS
ALT07          MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
ALT07          MOVE FS-CAIXAJRN              TO WRK-STATUS-ERRO
ALT07          MOVE "0280-GRAVAR-CAIXA"      TO WRK-AREA-ERRO
ALT07          MOVE "RETBANCO"       TO WRK-PROGRAMA-ERRO
ALT07          MOVE "CAIXAJRN"               TO WRK-ARQUIVO-ERRO
ALT07          PERFORM 9999-TRATAR-ERRO
ALT07      END-IF.

ALT07      ADD 1 TO ACU-CAIXA-GRAVADOS.

ALT07  0280-GRAVAR-CAIXA-FIM.           EXIT.

      *-----------------------------------------------------------------
ALT08  0285-GRAVAR-ESTORNO-PONTOS       SECTION.
      *-----------------------------------------------------------------
ALT08 *    A FATURA VOLTOU A FICAR EM ABERTO - O PONTCLI ESTORNA O QUE
ALT08 *    RESTA DO LOTE DE PONTOS GERADO PELA QUITACAO DELA.
      *-----------------------------------------------------------------

ALT08      SET PONM-ESTORNO             TO TRUE.
ALT08      MOVE FAT-CODIGO              TO PONM-CODIGO.
ALT08      MOVE FAT-COMPETENCIA         TO PONM-COMPETENCIA.
ALT08      MOVE FAT-VALOR               TO PONM-VALOR.
ALT08      MOVE FAT-VALOR-ENCARGOS      TO PONM-VALOR-ENCARGOS.
ALT08      MOVE FAT-DATA-VENCIMENTO     TO PONM-DATA-VENCIMENTO.
ALT08      MOVE RET-DATA                TO PONM-DATA-PAGAMENTO.
ALT08      MOVE "RETBANCO"              TO PONM-PROGRAMA.
ALT08      MOVE WRK-DATA-EXECUCAO       TO PONM-DATA-LANCAMENTO.

ALT08      WRITE REG-PONTOS-MOVIMENTO.
ALT08      IF FS-PONTMOVT NOT EQUAL ZEROS
ALT08          MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
ALT08          MOVE FS-PONTMOVT              TO WRK-STATUS-ERRO
ALT08          MOVE "0285-GRAVAR-ESTORNO-PONTOS"
ALT08                                        TO WRK-AREA-ERRO
ALT08          MOVE "RETBANCO"               TO WRK-PROGRAMA-ERRO
ALT08          MOVE "PONTMOVT"               TO WRK-ARQUIVO-ERRO
ALT08          PERFORM 9999-TRATAR-ERRO
ALT08      END-IF.

ALT08  0285-GRAVAR-ESTORNO-PONTOS-FIM.  EXIT.

      *-----------------------------------------------------------------
       0290-ESTATISTICA                 SECTION.
      *-----------------------------------------------------------------

ALT02      DISPLAY "ESTORNOS APLICADOS...........: " ACU-ESTORNADOS.
ALT02      DISPLAY "ESTORNOS NAO APLICADOS.......: "
ALT02                                               ACU-EST-REJEITADOS.
ALT07      DISPLAY "GRAVADOS NO JORNAL DE CAIXA..: " ACU-CAIXA-GRAVADOS.
           DISPLAY WRK-TRACO.
           DISPLAY WRK-FIM-PROGRAMA.
           DISPLAY WRK-TRACO.
ALT02          PERFORM 9999-TRATAR-ERRO
ALT02      END-IF.

ALT07      CLOSE CAIXAJRN.
ALT07      IF FS-CAIXAJRN NOT EQUAL ZEROS
ALT07          MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
ALT07          MOVE FS-CAIXAJRN       TO WRK-STATUS-ERRO
ALT07          MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
ALT07          MOVE "RETBANCO"TO WRK-PROGRAMA-ERRO
ALT07          MOVE "CAIXAJRN"        TO WRK-ARQUIVO-ERRO
ALT07          PERFORM 9999-TRATAR-ERRO
ALT07      END-IF.

ALT08      CLOSE PONTMOVT.
ALT08      IF FS-PONTMOVT NOT EQUAL ZEROS
ALT08          MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
ALT08          MOVE FS-PONTMOVT       TO WRK-STATUS-ERRO
ALT08          MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
ALT08          MOVE "RETBANCO"        TO WRK-PROGRAMA-ERRO
ALT08          MOVE "PONTMOVT"        TO WRK-ARQUIVO-ERRO
ALT08          PERFORM 9999-TRATAR-ERRO
ALT08      END-IF.

ALT04      OPEN OUTPUT TRAVA.
ALT04      CLOSE TRAVA.

ALT05          MOVE 22 TO RETURN-CODE
ALT05      END-IF.

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
ALT09      MOVE "RETBANCO"               TO JRN-PROGRAMA.
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
ALT09      MOVE "RETBANCO"               TO JRN-PROGRAMA.
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

