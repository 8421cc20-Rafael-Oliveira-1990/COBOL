      *    ARQUIVO                    TIPO               BOOK
      *    CLIENTES                  I-O                REGCLI
      *    FATURAS                   I-O                REGFATUR
ALT17 *    ASSINATURAS               INPUT              REGASSN
ALT18 *    REVENDAS                  INPUT              REGREVE
ALT18 *    REVEDET                   OUTPUT             REGREVD
      *    FATURCLI                  INPUT              BOOKMSG
      *    FATURCLI                  INPUT              BOOKASSI
      *-----------------------------------------------------------------
      *                 ERA DEBITADO POR NINGUEM E FICAVA PRESO NO
      *                 CREDITO PARA SEMPRE.

ALT16 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT16 *== OBJETIVO....: A FATURA NOVA NASCE SEM RPS E SEM NFS-E (FAT-
      *                 RPS-NUMERO, FAT-NFSE-NUMERO E FAT-NFSE-DATA
      *                 ZERADOS, FAT-NFSE-SITUACAO E FAT-NFSE-
      *                 VERIFICACAO EM BRANCO - NOVOS CAMPOS DO BOOK
      *                 REGFATUR), FICANDO PENDENTE PARA O PROXIMO LOTE
      *                 DE RPS DO NFSERPS.

ALT17 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT17 *== OBJETIVO....: CLIENTE COM MAIS DE UMA ASSINATURA (ARQUIVO
      *                 ASSINATURAS, BOOK REGASSN): A FATURA DA
      *                 COMPETENCIA - AVULSA, CONSOLIDADA, COTA DE
      *                 MEMBRO OU ANUAL - PASSA A SER UMA SO POR
      *                 CLIENTE, COM O VALOR SOMADO DE TODAS AS
      *                 ASSINATURAS ATIVAS (0205-SOMAR-ASSINATURAS) NO
      *                 LUGAR DE REG-ASSINATURA. CLIENTE AINDA SEM
      *                 NENHUMA ASSINATURA NO ARQUIVO (OU ARQUIVO
      *                 AUSENTE) CONTINUA FATURADO POR REG-ASSINATURA;
      *                 CLIENTE COM ASSINATURAS, TODAS ENCERRADAS, E
      *                 PULADO E CONTADO A PARTE.

ALT18 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT18 *== OBJETIVO....: ASSINANTE DE REVENDA EM BLOCO (NOVO ARQUIVO
      *                 REVENDAS, BOOK REGREVE - CLIENTE CUJO
      *                 REG-PAGADOR E A CONTA DE UMA REVENDA ATIVA) SAI
      *                 DO FATURAMENTO DE VAREJO: CADA ASSINATURA ATIVA
      *                 E PRECIFICADA PELO CONTRATO DA REVENDA (PRECO
      *                 DO STREAMING/PLANO OU VAREJO MENOS O DESCONTO DO
      *                 CONTRATO), A COTA "G" DO ASSINANTE LEVA O VALOR
      *                 DE ATACADO E E SOMADA NA FATURA DE ATACADO DA
      *                 REVENDA (UMA POR COMPETENCIA), COM VENCIMENTO NO
      *                 DIA DE FATURAMENTO MAIS O PRAZO EM DIAS UTEIS DO
      *                 CONTRATO. A CONTA DA REVENDA NAO E FATURADA POR
      *                 SI - SO ESPELHA NO MESTRE A FATURA DE ATACADO. A
      *                 COTA QUE FARIA A FATURA PASSAR DO MAXIMO DE
      *                 FAT-VALOR FICA DE FORA E E CONTADA. CADA
      *                 ASSINANTE SAI NO DETALHE REVEDET (BOOK REGREVD)
      *                 PARA A LISTAGEM DA BASE NO RELREVE. COBRANCA,
      *                 SUSPENSAO E NEGATIVACAO SEGUEM SO A FATURA DA
      *                 REVENDA (A COTA "G" NAO FICA EM ABERTO).

ALT19 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT19 *== OBJETIVO....: CLIENTE EM TESTE GRATIS (NOVO REG-STATUS "T",
      *                 BOOK REGCLI) NAO E FATURADO - FICA FORA DO
      *                 CICLO COMO O PAUSADO, CONTADO A PARTE NA
      *                 ESTATISTICA. SO ENTRA NO CICLO DEPOIS QUE O
      *                 TESTECLI O CONVERTE EM ATIVO.

ALT20 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT20 *== OBJETIVO....: CADA GRAVACAO, REGRAVACAO OU EXCLUSAO NO MESTRE
      *                 CLIENTES E NO FATURAS PASSA A SAIR NO JOURNAL DE
      *                 RECUPERACAO (SUBPROGRAMA GRVJRNL, BOOK BOOKJRNL)
      *                 COM AS IMAGENS ANTES E DEPOIS DO REGISTRO - SE O
      *                 MESTRE SE PERDER NO MEIO DA CADEIA, O RECJRNL
      *                 REAPLICA O JOURNAL SOBRE A COPIA DE SEGURANCA.

      *=================================================================
       ENVIRONMENT                      DIVISION.
      *=================================================================
ALT11      ACCESS MODE IS RANDOM
ALT11      RECORD KEY IS DIF-CHAVE
ALT11      FILE STATUS IS FS-DIFERIDO.

ALT17      SELECT ASSINATURAS ASSIGN TO WRK-NOME-ASSINATURAS
ALT17      ORGANIZATION IS INDEXED
ALT17      ACCESS MODE IS DYNAMIC
ALT17      RECORD KEY IS ASN-CHAVE
ALT17      FILE STATUS IS FS-ASSINATURAS.

ALT18      SELECT REVENDAS ASSIGN TO WRK-NOME-REVENDAS
ALT18      ORGANIZATION IS INDEXED
ALT18      ACCESS MODE IS RANDOM
ALT18      RECORD KEY IS REVE-CONTA
ALT18      FILE STATUS IS FS-REVENDAS.

ALT18      SELECT REVEDET ASSIGN TO WRK-NOME-REVEDET
ALT18      ORGANIZATION IS SEQUENTIAL
ALT18      FILE STATUS IS FS-REVEDET.
      *-----------------------------------------------------------------

      *=================================================================
ALT11  FD  DIFERIDO.
ALT11  COPY "REGDIF".

      *-----------------------------------------------------------------
      *
      *            INPUT - ASSINATURAS DO CLIENTE (CODIGO + SEQUENCIA)
      *
      *-----------------------------------------------------------------
ALT17  FD  ASSINATURAS.
ALT17  COPY "REGASSN".

      *-----------------------------------------------------------------
      *
      *            INPUT - CADASTRO DE REVENDAS (CONTRATO DE ATACADO)
      *
      *-----------------------------------------------------------------
ALT18  FD  REVENDAS.
ALT18  COPY "REGREVE".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - DETALHE DA BASE DE ASSINANTES DE REVENDA
      *
      *-----------------------------------------------------------------
ALT18  FD  REVEDET.
ALT18  COPY "REGREVD".

      *-----------------------------------------------------------------
       WORKING-STORAGE                  SECTION.
      *-----------------------------------------------------------------
ALT02  01  FS-CREDITO                   PIC 9(002)         VALUE ZEROS.
ALT08  01  FS-TRAVA                     PIC 9(002)         VALUE ZEROS.
ALT11  01  FS-DIFERIDO                  PIC 9(002)         VALUE ZEROS.
ALT17  01  FS-ASSINATURAS               PIC 9(002)         VALUE ZEROS.
ALT18  01  FS-REVENDAS                  PIC 9(002)         VALUE ZEROS.
ALT18  01  FS-REVEDET                   PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
ALT08         "C:\RELATORIO\dados\TRAVA.DAT".
ALT11  01  WRK-NOME-DIFERIDO            PIC X(040)         VALUE
ALT11         "C:\RELATORIO\dados\DIFERIDO.DAT".
ALT17  01  WRK-NOME-ASSINATURAS         PIC X(040)         VALUE
ALT17         "C:\RELATORIO\dados\ASSINATURAS.DAT".
ALT18  01  WRK-NOME-REVENDAS            PIC X(040)         VALUE
ALT18         "C:\RELATORIO\dados\REVENDAS.DAT".
ALT18  01  WRK-NOME-REVEDET             PIC X(040)         VALUE
ALT18         "C:\RELATORIO\dados\REVEDET.DAT".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
ALT11  01  WRK-PERC-DESC-ANUAL          PIC 9(002)V99      VALUE 10,00.
ALT11  01  WRK-VALOR-ANUAL              PIC 9(005)V99      VALUE ZEROS.

      *-----------------------------------------------------------------
ALT17  01  FILLER                       PIC X(050)         VALUE
ALT17         "-----VARIAVEIS DAS ASSINATURAS DO CLIENTE-----".
      *-----------------------------------------------------------------

ALT17  01  WRK-SW-ASSINATURAS           PIC X(001)         VALUE "N".
ALT17      88 WRK-ASSINATURAS-DISPONIVEL                    VALUE "S".
ALT17      88 WRK-ASSINATURAS-INDISPONIVEL                  VALUE "N".

ALT17  01  WRK-SW-FIM-ASSIN             PIC X(001)         VALUE "N".
ALT17      88 WRK-FIM-ASSIN                                 VALUE "S".
ALT17      88 WRK-NAO-FIM-ASSIN                             VALUE "N".

ALT17  01  WRK-VALOR-MENSAL             PIC 9(005)V99      VALUE ZEROS.
ALT17  01  WRK-VALOR-ASSIN              PIC 9(005)V99      VALUE ZEROS.
ALT17  01  WRK-QT-ASSIN-CLIENTE         PIC 9(003)  COMP-3 VALUE ZEROS.
ALT17  01  WRK-QT-ASSIN-ATIVAS          PIC 9(003)  COMP-3 VALUE ZEROS.

      *-----------------------------------------------------------------
ALT18  01  FILLER                       PIC X(050)         VALUE
ALT18         "-----VARIAVEIS DE REVENDA EM BLOCO-----".
      *-----------------------------------------------------------------

ALT18  01  WRK-SW-REVENDAS              PIC X(001)         VALUE "N".
ALT18      88 WRK-REVENDAS-DISPONIVEL                       VALUE "S".
ALT18      88 WRK-REVENDAS-INDISPONIVEL                     VALUE "N".

ALT18  01  WRK-SW-TIPO-REVENDA          PIC X(001)         VALUE "N".
ALT18      88 WRK-ASSINANTE-REVENDA                         VALUE "R".
ALT18      88 WRK-CONTA-REVENDA                             VALUE "C".
ALT18      88 WRK-FORA-REVENDA                              VALUE "N".

ALT18  01  WRK-SW-PRECO-CONTRATO        PIC X(001)         VALUE "N".
ALT18      88 WRK-PRECO-CONTRATO-ACHADO                     VALUE "S".
ALT18      88 WRK-PRECO-CONTRATO-NAO                        VALUE "N".

ALT18  01  WRK-SW-LIMITE-FATURA         PIC X(001)         VALUE "N".
ALT18      88 WRK-LIMITE-ESTOURADO                          VALUE "S".
ALT18      88 WRK-LIMITE-OK                                 VALUE "N".

ALT18  01  WRK-PRC-STREAMING            PIC X(010)         VALUE SPACES.
ALT18  01  WRK-PRC-PLANO                PIC X(007)         VALUE SPACES.
ALT18  01  WRK-PRC-PLANO-BUSCA          PIC X(007)         VALUE SPACES.
ALT18  01  WRK-PRC-VAREJO               PIC 9(005)V99      VALUE ZEROS.
ALT18  01  WRK-PRECO-ATACADO            PIC 9(005)V99      VALUE ZEROS.
ALT18  01  WRK-VALOR-VAREJO             PIC 9(005)V99      VALUE ZEROS.
ALT18  01  WRK-VALOR-ATACADO            PIC 9(005)V99      VALUE ZEROS.
ALT18  01  WRK-QT-ASSIN-REVENDA         PIC 9(003)  COMP-3 VALUE ZEROS.
ALT18  01  WRK-SITUACAO-REVENDA         PIC X(001)         VALUE SPACES.
ALT18  01  IDX-PRECO                    PIC 9(002)  COMP-3 VALUE ZEROS.
ALT18  01  WRK-VALOR-TESTE              PIC 9(007)V99 COMP-3
ALT18                                                      VALUE ZEROS.
ALT18  01  WRK-VALOR-MAXIMO-FATURA      PIC 9(005)V99      VALUE
ALT18                                                      99999,99.

      *-----------------------------------------------------------------
ALT02  01  FILLER                       PIC X(050)         VALUE
ALT02         "-----VARIAVEIS DO ABATE DE SALDO CREDOR-----".
ALT11  01  ACU-ANUAIS-VIGENTES          PIC 9(005)  COMP-3 VALUE ZEROS.
ALT02  01  ACU-QUITADAS-CREDITO         PIC 9(005)  COMP-3 VALUE ZEROS.
ALT12  01  ACU-PAUSADOS                 PIC 9(005)  COMP-3 VALUE ZEROS.
ALT19  01  ACU-EM-TESTE                 PIC 9(005)  COMP-3 VALUE ZEROS.
ALT12  01  ACU-REATIVADOS               PIC 9(005)  COMP-3 VALUE ZEROS.
ALT17  01  ACU-SEM-ASSIN-ATIVA          PIC 9(005)  COMP-3 VALUE ZEROS.
ALT18  01  ACU-ASSIN-REVENDA            PIC 9(005)  COMP-3 VALUE ZEROS.
ALT18  01  ACU-REVENDA-FORA-LIMITE      PIC 9(005)  COMP-3 VALUE ZEROS.
ALT18  01  ACU-CONTAS-REVENDA           PIC 9(005)  COMP-3 VALUE ZEROS.
ALT18  01  ACU-TOTAL-ATACADO            PIC 9(007)V99 COMP-3
ALT18                                                      VALUE ZEROS.
ALT15  01  ACU-CREDITO-PAGADOR          PIC 9(005)  COMP-3 VALUE ZEROS.
ALT15  01  WRK-CREDITO-APLICADO         PIC 9(007)V99 COMP-3
ALT15                                                      VALUE ZEROS.
ALT07  COPY "BOOKDIAU".

      *-----------------------------------------------------------------
ALT20  01  FILLER                       PIC X(050)         VALUE
ALT20         "-----AREA COMUNICACAO SUBPROGRAMA GRVJRNL-----".
      *-----------------------------------------------------------------
ALT20  COPY "BOOKJRNL".

ALT20  01  WRK-JRN-CLIENTE-ANTES        PIC X(150)         VALUE SPACES.
ALT20  01  WRK-JRN-FATURA-ANTES         PIC X(153)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----BOOK DE MENSAGEM DEDE ERRO DOS ARQUIVOS-----".
      *-----------------------------------------------------------------
ALT11          PERFORM 9999-TRATAR-ERRO
ALT11      END-IF.

ALT17      ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_ASSINATU".
ALT17      IF WRK-DD-EXTERNA NOT EQUAL SPACES
ALT17          MOVE WRK-DD-EXTERNA       TO WRK-NOME-ASSINATURAS
ALT17          MOVE SPACES               TO WRK-DD-EXTERNA
ALT17      END-IF.

ALT17      OPEN INPUT ASSINATURAS.
ALT17      IF FS-ASSINATURAS EQUAL ZEROS
ALT17          SET WRK-ASSINATURAS-DISPONIVEL TO TRUE
ALT17      ELSE
ALT17          IF FS-ASSINATURAS EQUAL 35
ALT17              SET WRK-ASSINATURAS-INDISPONIVEL TO TRUE
ALT17          ELSE
ALT17              MOVE WRK-ERRO-ABERTURA      TO WRK-DESCRICAO-ERRO
ALT17              MOVE FS-ASSINATURAS         TO WRK-STATUS-ERRO
ALT17              MOVE "0100-INICIALIZAR"     TO WRK-AREA-ERRO
ALT17              MOVE "FATURCLI"             TO WRK-PROGRAMA-ERRO
ALT17              MOVE "ASSINATURAS"          TO WRK-ARQUIVO-ERRO
ALT17              PERFORM 9999-TRATAR-ERRO
ALT17          END-IF
ALT17      END-IF.

ALT18      ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_REVENDAS".
ALT18      IF WRK-DD-EXTERNA NOT EQUAL SPACES
ALT18          MOVE WRK-DD-EXTERNA       TO WRK-NOME-REVENDAS
ALT18          MOVE SPACES               TO WRK-DD-EXTERNA
ALT18      END-IF.

ALT18      OPEN INPUT REVENDAS.
ALT18      IF FS-REVENDAS EQUAL ZEROS
ALT18          SET WRK-REVENDAS-DISPONIVEL TO TRUE
ALT18      ELSE
ALT18          IF FS-REVENDAS EQUAL 35
ALT18              SET WRK-REVENDAS-INDISPONIVEL TO TRUE
ALT18          ELSE
ALT18              MOVE WRK-ERRO-ABERTURA      TO WRK-DESCRICAO-ERRO
ALT18              MOVE FS-REVENDAS            TO WRK-STATUS-ERRO
ALT18              MOVE "0100-INICIALIZAR"     TO WRK-AREA-ERRO
ALT18              MOVE "FATURCLI"             TO WRK-PROGRAMA-ERRO
ALT18              MOVE "REVENDAS"             TO WRK-ARQUIVO-ERRO
ALT18              PERFORM 9999-TRATAR-ERRO
ALT18          END-IF
ALT18      END-IF.

ALT18      ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_REVEDET".
ALT18      IF WRK-DD-EXTERNA NOT EQUAL SPACES
ALT18          MOVE WRK-DD-EXTERNA       TO WRK-NOME-REVEDET
ALT18          MOVE SPACES               TO WRK-DD-EXTERNA
ALT18      END-IF.

ALT18      OPEN OUTPUT REVEDET.
ALT18      IF FS-REVEDET NOT EQUAL ZEROS
ALT18          MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
ALT18          MOVE FS-REVEDET               TO WRK-STATUS-ERRO
ALT18          MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
ALT18          MOVE "FATURCLI"               TO WRK-PROGRAMA-ERRO
ALT18          MOVE "REVEDET"                TO WRK-ARQUIVO-ERRO
ALT18          PERFORM 9999-TRATAR-ERRO
ALT18      END-IF.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------

           READ CLIENTES.

ALT20      MOVE REG-CLIENTES             TO WRK-JRN-CLIENTE-ANTES.

           IF FS-CLIENTES NOT EQUAL 00 AND NOT EQUAL 10
               MOVE WRK-ERRO-LEIT    TO WRK-DESCRICAO-ERRO
               MOVE FS-CLIENTES      TO WRK-STATUS-ERRO
ALT07      CALL "DIAUTIL" USING DIU-PARAMETRO.
ALT07      MOVE DIU-DATA                 TO WRK-VENCIMENTO-NOVO.

ALT18      IF NOT WRK-FORA-REVENDA
ALT18          PERFORM 0178-MONTAR-VENC-REVENDA
ALT18      END-IF.

       0170-MONTAR-VENCIMENTO-FIM.      EXIT.

      *-----------------------------------------------------------------
ALT18  0178-MONTAR-VENC-REVENDA          SECTION.
      *-----------------------------------------------------------------
ALT18 *    FATURA DE ATACADO: DIA DE FATURAMENTO DO CONTRATO NA
ALT18 *    COMPETENCIA (ZERO VALE O DIA PADRAO, ACIMA DE 28 VALE 28)
ALT18 *    MAIS O PRAZO DE PAGAMENTO EM DIAS UTEIS; SEM PRAZO, SO ROLA
ALT18 *    PARA O PROXIMO DIA UTIL.
      *-----------------------------------------------------------------

ALT18      MOVE WRK-COMPETENCIA-ATUAL    TO WRK-VENC-NOVO-AAAAMM.

ALT18      EVALUATE TRUE
ALT18          WHEN REVE-DIA-FATURAMENTO EQUAL ZEROS
ALT18              MOVE WRK-DIA-VENC-PADRAO  TO WRK-VENC-NOVO-DD
ALT18          WHEN REVE-DIA-FATURAMENTO GREATER 28
ALT18              MOVE 28                   TO WRK-VENC-NOVO-DD
ALT18          WHEN OTHER
ALT18              MOVE REVE-DIA-FATURAMENTO TO WRK-VENC-NOVO-DD
ALT18      END-EVALUATE.

ALT18      MOVE WRK-VENCIMENTO-NOVO      TO DIU-DATA.
ALT18      IF REVE-PRAZO-DIAS GREATER ZEROS
ALT18          SET DIU-FUNC-SOMAR        TO TRUE
ALT18          MOVE REVE-PRAZO-DIAS      TO DIU-QT-DIAS
ALT18      ELSE
ALT18          SET DIU-FUNC-PROXIMO      TO TRUE
ALT18      END-IF.
ALT18      CALL "DIAUTIL" USING DIU-PARAMETRO.
ALT18      MOVE DIU-DATA                 TO WRK-VENCIMENTO-NOVO.

ALT18  0178-MONTAR-VENC-REVENDA-FIM.     EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                   SECTION.
      *-----------------------------------------------------------------

ALT12          PERFORM 0210-TRATAR-PAUSADO
ALT12      END-IF.

ALT19      IF REG-TIPO-DETALHE AND REG-TESTE
ALT19          ADD 1 TO ACU-EM-TESTE
ALT19      END-IF.

           IF REG-TIPO-DETALHE AND (REG-ATIVO OR REG-SUSPENSO)
ALT18          PERFORM 0270-CONSULTAR-REVENDA
ALT17          PERFORM 0205-SOMAR-ASSINATURAS
ALT18          IF WRK-CONTA-REVENDA
ALT18              PERFORM 0276-ESPELHAR-CONTA-REVENDA
ALT18          ELSE
ALT17          IF WRK-QT-ASSIN-CLIENTE GREATER ZEROS
ALT17             AND WRK-QT-ASSIN-ATIVAS EQUAL ZEROS
ALT17              ADD 1 TO ACU-SEM-ASSIN-ATIVA
ALT17          ELSE
ALT18          IF WRK-ASSINANTE-REVENDA
ALT18              PERFORM 0272-FATURAR-ASSINANTE-REVENDA
ALT18          ELSE
ALT11          IF REG-FREQ-ANUAL
ALT11              PERFORM 0260-FATURAR-ANUAL
ALT11          ELSE
ALT09                  PERFORM 0250-FATURAR-MEMBRO
ALT09          END-EVALUATE
ALT11          END-IF
ALT18          END-IF
ALT17          END-IF
ALT18          END-IF
           ELSE
               ADD 1 TO ACU-FORA-DO-CICLO
           END-IF.

       0200-PROCESSAR-FIM.              EXIT.

      *-----------------------------------------------------------------
ALT17  0205-SOMAR-ASSINATURAS            SECTION.
      *-----------------------------------------------------------------
ALT17 *    VALOR MENSAL DO CLIENTE = SOMA DAS ASSINATURAS ATIVAS DELE
ALT17 *    NO ARQUIVO ASSINATURAS. SEM NENHUMA ASSINATURA GRAVADA (OU
ALT17 *    SEM O ARQUIVO), VALE O REG-ASSINATURA DO MESTRE.
      *-----------------------------------------------------------------

ALT17      MOVE REG-ASSINATURA           TO WRK-VALOR-MENSAL.
ALT17      MOVE ZEROS                    TO WRK-VALOR-ASSIN
ALT17                                       WRK-QT-ASSIN-CLIENTE
ALT17                                       WRK-QT-ASSIN-ATIVAS.
ALT18      MOVE ZEROS                    TO WRK-VALOR-ATACADO.

ALT17      IF WRK-ASSINATURAS-DISPONIVEL
ALT17          SET WRK-NAO-FIM-ASSIN     TO TRUE
ALT17          MOVE REG-CODIGO           TO ASN-CODIGO
ALT17          MOVE ZEROS                TO ASN-SEQUENCIA
ALT17          START ASSINATURAS KEY IS NOT LESS ASN-CHAVE
ALT17              INVALID KEY
ALT17                  SET WRK-FIM-ASSIN TO TRUE
ALT17          END-START
ALT17          PERFORM 0206-LER-ASSINATURA
ALT17              UNTIL WRK-FIM-ASSIN
ALT17          IF WRK-QT-ASSIN-CLIENTE GREATER ZEROS
ALT17              MOVE WRK-VALOR-ASSIN  TO WRK-VALOR-MENSAL
ALT17          END-IF
ALT17      END-IF.

ALT17  0205-SOMAR-ASSINATURAS-FIM.       EXIT.

      *-----------------------------------------------------------------
ALT17  0206-LER-ASSINATURA               SECTION.
      *-----------------------------------------------------------------

ALT17      READ ASSINATURAS NEXT RECORD
ALT17          AT END
ALT17              SET WRK-FIM-ASSIN     TO TRUE
ALT17      END-READ.

ALT17      IF NOT WRK-FIM-ASSIN
ALT17          IF ASN-CODIGO NOT EQUAL REG-CODIGO
ALT17              SET WRK-FIM-ASSIN     TO TRUE
ALT17          ELSE
ALT17              ADD 1                 TO WRK-QT-ASSIN-CLIENTE
ALT17              IF ASN-ATIVA
ALT17                  ADD 1             TO WRK-QT-ASSIN-ATIVAS
ALT17                  ADD ASN-VALOR     TO WRK-VALOR-ASSIN
ALT18                  IF WRK-ASSINANTE-REVENDA
ALT18                      MOVE ASN-STREAMING  TO WRK-PRC-STREAMING
ALT18                      MOVE ASN-PLANO      TO WRK-PRC-PLANO
ALT18                      MOVE ASN-VALOR      TO WRK-PRC-VAREJO
ALT18                      PERFORM 0273-PRECIFICAR-ATACADO
ALT18                      ADD WRK-PRECO-ATACADO TO WRK-VALOR-ATACADO
ALT18                  END-IF
ALT17              END-IF
ALT17          END-IF
ALT17      END-IF.

ALT17  0206-LER-ASSINATURA-FIM.          EXIT.

      *-----------------------------------------------------------------
ALT12  0210-TRATAR-PAUSADO               SECTION.
      *-----------------------------------------------------------------
ALT12              MOVE "CLIENTES"               TO WRK-ARQUIVO-ERRO
ALT12              PERFORM 9999-TRATAR-ERRO
ALT12          END-IF
ALT20          SET JRN-ALTERACAO         TO TRUE
ALT20          PERFORM 0810-JOURNAL-CLIENTE
ALT12          ADD 1 TO ACU-REATIVADOS
ALT12      ELSE
ALT12          ADD 1 TO ACU-PAUSADOS
           MOVE REG-CODIGO              TO FAT-CODIGO.
           MOVE WRK-COMPETENCIA-ATUAL   TO FAT-COMPETENCIA.
           MOVE WRK-VENCIMENTO-NOVO     TO FAT-DATA-VENCIMENTO.
ALT17      MOVE WRK-VALOR-MENSAL        TO FAT-VALOR.
           SET FAT-ABERTA               TO TRUE.
           MOVE ZEROS                   TO FAT-DATA-PAGAMENTO.
ALT01      MOVE ZEROS                   TO FAT-VALOR-PAGO.
ALT05      MOVE ZEROS                   TO FAT-DATA-DISPUTA.
ALT06      MOVE ZEROS                   TO FAT-DATA-REEMBOLSO.
ALT09      MOVE ZEROS                   TO FAT-VALOR-TITULAR.
ALT16      MOVE ZEROS                   TO FAT-RPS-NUMERO.
ALT16      SET FAT-NFSE-PENDENTE        TO TRUE.
ALT16      MOVE ZEROS                   TO FAT-NFSE-NUMERO.
ALT16      MOVE SPACES                  TO FAT-NFSE-VERIFICACAO.
ALT16      MOVE ZEROS                   TO FAT-NFSE-DATA.

           WRITE REG-FATURA.

           EVALUATE FS-FATURAS
               WHEN 00
ALT20              SET JRN-INCLUSAO      TO TRUE
ALT20              PERFORM 0820-JOURNAL-FATURA
                   ADD 1                 TO ACU-FATURADOS
ALT17              ADD WRK-VALOR-MENSAL  TO ACU-TOTAL-CICLO
ALT02              MOVE "N"              TO WRK-SW-QUITADA-CREDITO
ALT02              IF WRK-CREDITO-DISPONIVEL
ALT02                  PERFORM 0225-ABATER-CREDITO
ALT02  0226-APLICAR-CREDITO              SECTION.
      *-----------------------------------------------------------------

ALT20      MOVE REG-FATURA               TO WRK-JRN-FATURA-ANTES.

ALT02      IF CRED-SALDO NOT LESS FAT-VALOR
ALT02          SET FAT-PAGA               TO TRUE
ALT02          MOVE FAT-VALOR             TO FAT-VALOR-PAGO
ALT02          PERFORM 9999-TRATAR-ERRO
ALT02      END-IF.

ALT20      SET JRN-ALTERACAO             TO TRUE.
ALT20      PERFORM 0820-JOURNAL-FATURA.

ALT02      REWRITE REG-CREDITO.
ALT02      IF FS-CREDITO NOT EQUAL ZEROS
ALT02          MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT20      SET JRN-ALTERACAO             TO TRUE.
ALT20      PERFORM 0810-JOURNAL-CLIENTE.

       0230-RENOVAR-MESTRE-FIM.         EXIT.

      *-----------------------------------------------------------------
ALT09      MOVE REG-CODIGO              TO FAT-CODIGO.
ALT09      MOVE WRK-COMPETENCIA-ATUAL   TO FAT-COMPETENCIA.
ALT09      MOVE WRK-VENCIMENTO-NOVO     TO FAT-DATA-VENCIMENTO.
ALT17      MOVE WRK-VALOR-MENSAL        TO FAT-VALOR.
ALT09      SET FAT-ABERTA               TO TRUE.
ALT09      MOVE ZEROS                   TO FAT-DATA-PAGAMENTO.
ALT09      MOVE ZEROS                   TO FAT-VALOR-PAGO.
ALT09      SET FAT-SEM-DISPUTA          TO TRUE.
ALT09      MOVE ZEROS                   TO FAT-DATA-DISPUTA.
ALT09      MOVE ZEROS                   TO FAT-DATA-REEMBOLSO.
ALT17      MOVE WRK-VALOR-MENSAL        TO FAT-VALOR-TITULAR.
ALT16      MOVE ZEROS                   TO FAT-RPS-NUMERO.
ALT16      SET FAT-NFSE-PENDENTE        TO TRUE.
ALT16      MOVE ZEROS                   TO FAT-NFSE-NUMERO.
ALT16      MOVE SPACES                  TO FAT-NFSE-VERIFICACAO.
ALT16      MOVE ZEROS                   TO FAT-NFSE-DATA.

ALT09      WRITE REG-FATURA.

ALT09      EVALUATE FS-FATURAS
ALT09          WHEN 00
ALT20              SET JRN-INCLUSAO      TO TRUE
ALT20              PERFORM 0820-JOURNAL-FATURA
ALT09              ADD 1                 TO ACU-FATURADOS
ALT17              ADD WRK-VALOR-MENSAL  TO ACU-TOTAL-CICLO
ALT09              MOVE "N"              TO WRK-SW-QUITADA-CREDITO
ALT13 *            SALDO CREDOR DO PAGADOR NAO QUITA A CONSOLIDADA -
ALT13 *            AS COTAS DOS MEMBROS AINDA VAO ENTRAR; ELE SO
ALT09              CONTINUE
ALT09          NOT INVALID KEY
ALT09              IF FAT-VALOR-TITULAR EQUAL ZEROS
ALT20                  MOVE REG-FATURA   TO WRK-JRN-FATURA-ANTES
ALT17                  ADD WRK-VALOR-MENSAL  TO FAT-VALOR
ALT17                  MOVE WRK-VALOR-MENSAL TO FAT-VALOR-TITULAR
ALT09                  REWRITE REG-FATURA
ALT09                  IF FS-FATURAS NOT EQUAL ZEROS
ALT09                      MOVE WRK-ERRO-GRAVAR  TO WRK-DESCRICAO-ERRO
ALT09                      MOVE "FATURAS"        TO WRK-ARQUIVO-ERRO
ALT09                      PERFORM 9999-TRATAR-ERRO
ALT09                  END-IF
ALT20                  SET JRN-ALTERACAO TO TRUE
ALT20                  PERFORM 0820-JOURNAL-FATURA
ALT09                  ADD 1                 TO ACU-FATURADOS
ALT17                  ADD WRK-VALOR-MENSAL  TO ACU-TOTAL-CICLO
ALT15                  MOVE "N"              TO WRK-SW-QUITADA-CREDITO
ALT15                  IF WRK-CREDITO-DISPONIVEL
ALT15                      PERFORM 0227-ABATER-CREDITO-PAGADOR
ALT15      END-IF.

ALT15      IF WRK-CREDITO-APLICADO GREATER ZEROS
ALT20          MOVE REG-FATURA           TO WRK-JRN-FATURA-ANTES
ALT15          ADD WRK-CREDITO-APLICADO      TO FAT-VALOR-PAGO
ALT15          SUBTRACT WRK-CREDITO-APLICADO FROM CRED-SALDO
ALT15          MOVE WRK-DATA-ATUAL           TO CRED-DATA-MOVTO
ALT15              MOVE "FATURAS"                TO WRK-ARQUIVO-ERRO
ALT15              PERFORM 9999-TRATAR-ERRO
ALT15          END-IF
ALT20          SET JRN-ALTERACAO         TO TRUE
ALT20          PERFORM 0820-JOURNAL-FATURA

ALT15          REWRITE REG-CREDITO
ALT15          IF FS-CREDITO NOT EQUAL ZEROS
ALT09      MOVE REG-CODIGO              TO FAT-CODIGO.
ALT09      MOVE WRK-COMPETENCIA-ATUAL   TO FAT-COMPETENCIA.
ALT09      MOVE WRK-VENCIMENTO-NOVO     TO FAT-DATA-VENCIMENTO.
ALT17      MOVE WRK-VALOR-MENSAL        TO FAT-VALOR.
ALT09      SET FAT-AGRUPADA             TO TRUE.
ALT09      MOVE ZEROS                   TO FAT-DATA-PAGAMENTO.
ALT09      MOVE ZEROS                   TO FAT-VALOR-PAGO.
ALT09      MOVE ZEROS                   TO FAT-DATA-DISPUTA.
ALT09      MOVE ZEROS                   TO FAT-DATA-REEMBOLSO.
ALT09      MOVE ZEROS                   TO FAT-VALOR-TITULAR.
ALT16      MOVE ZEROS                   TO FAT-RPS-NUMERO.
ALT16      SET FAT-NFSE-PENDENTE        TO TRUE.
ALT16      MOVE ZEROS                   TO FAT-NFSE-NUMERO.
ALT16      MOVE SPACES                  TO FAT-NFSE-VERIFICACAO.
ALT16      MOVE ZEROS                   TO FAT-NFSE-DATA.

ALT09      WRITE REG-FATURA.

ALT09      EVALUATE FS-FATURAS
ALT09          WHEN 00
ALT20              SET JRN-INCLUSAO      TO TRUE
ALT20              PERFORM 0820-JOURNAL-FATURA
ALT09              PERFORM 0255-CONSOLIDAR-NO-PAGADOR
ALT09              ADD 1                 TO ACU-FATURADOS
ALT17              ADD WRK-VALOR-MENSAL  TO ACU-TOTAL-CICLO
ALT09              MOVE "N"              TO WRK-SW-QUITADA-CREDITO
ALT09              PERFORM 0230-RENOVAR-MESTRE
ALT09          WHEN 22

ALT09      READ FATURAS KEY IS FAT-CHAVE
ALT09          INVALID KEY
ALT20              SET JRN-INCLUSAO      TO TRUE
ALT09              MOVE WRK-VENCIMENTO-NOVO TO FAT-DATA-VENCIMENTO
ALT17              MOVE WRK-VALOR-MENSAL    TO FAT-VALOR
ALT09              SET FAT-ABERTA           TO TRUE
ALT09              MOVE ZEROS               TO FAT-DATA-PAGAMENTO
ALT09              MOVE ZEROS               TO FAT-VALOR-PAGO
ALT09              MOVE ZEROS               TO FAT-DATA-DISPUTA
ALT09              MOVE ZEROS               TO FAT-DATA-REEMBOLSO
ALT09              MOVE ZEROS               TO FAT-VALOR-TITULAR
ALT16              MOVE ZEROS               TO FAT-RPS-NUMERO
ALT16              SET FAT-NFSE-PENDENTE    TO TRUE
ALT16              MOVE ZEROS               TO FAT-NFSE-NUMERO
ALT16              MOVE SPACES              TO FAT-NFSE-VERIFICACAO
ALT16              MOVE ZEROS               TO FAT-NFSE-DATA
ALT09              WRITE REG-FATURA
ALT09          NOT INVALID KEY
ALT20              MOVE REG-FATURA       TO WRK-JRN-FATURA-ANTES
ALT20              SET JRN-ALTERACAO     TO TRUE
ALT17              ADD WRK-VALOR-MENSAL     TO FAT-VALOR
ALT13              IF FAT-PAGA
ALT13                  SET FAT-ABERTA       TO TRUE
ALT13              END-IF
ALT09          PERFORM 9999-TRATAR-ERRO
ALT09      END-IF.

ALT20      PERFORM 0820-JOURNAL-FATURA.

ALT09  0255-CONSOLIDAR-NO-PAGADOR-FIM.  EXIT.

      *-----------------------------------------------------------------
ALT11      ELSE
ALT11          PERFORM 0170-MONTAR-VENCIMENTO
ALT11          COMPUTE WRK-VALOR-ANUAL ROUNDED =
ALT17              WRK-VALOR-MENSAL * 12
ALT11            * (100 - WRK-PERC-DESC-ANUAL) / 100

ALT11          MOVE REG-CODIGO              TO FAT-CODIGO
ALT11          MOVE ZEROS                   TO FAT-DATA-DISPUTA
ALT11          MOVE ZEROS                   TO FAT-DATA-REEMBOLSO
ALT11          MOVE ZEROS                   TO FAT-VALOR-TITULAR
ALT16          MOVE ZEROS                   TO FAT-RPS-NUMERO
ALT16          SET FAT-NFSE-PENDENTE        TO TRUE
ALT16          MOVE ZEROS                   TO FAT-NFSE-NUMERO
ALT16          MOVE SPACES                  TO FAT-NFSE-VERIFICACAO
ALT16          MOVE ZEROS                   TO FAT-NFSE-DATA

ALT11          WRITE REG-FATURA

ALT11          EVALUATE FS-FATURAS
ALT11              WHEN 00
ALT20                  SET JRN-INCLUSAO  TO TRUE
ALT20                  PERFORM 0820-JOURNAL-FATURA
ALT11                  ADD 1                 TO ACU-FATURADOS
ALT11                  ADD 1                 TO ACU-ANUAIS
ALT11                  ADD WRK-VALOR-ANUAL   TO ACU-TOTAL-CICLO
ALT11  0265-GRAVAR-AGENDA-DIFERIDA-FIM. EXIT.

      *-----------------------------------------------------------------
ALT18  0270-CONSULTAR-REVENDA            SECTION.
      *-----------------------------------------------------------------
ALT18 *    CLIENTE LIGADO A UMA CONTA PAGADORA QUE TEM CONTRATO ATIVO
ALT18 *    NO REVENDAS E ASSINANTE DA REVENDA; A PROPRIA CONTA E A
ALT18 *    CONTA DA REVENDA. O REGISTRO LIDO FICA NA AREA DO ARQUIVO
ALT18 *    PARA A PRECIFICACAO E O VENCIMENTO DESTE CLIENTE.
      *-----------------------------------------------------------------

ALT18      SET WRK-FORA-REVENDA TO TRUE.

ALT18      IF WRK-REVENDAS-DISPONIVEL AND REG-PAGADOR GREATER ZEROS
ALT18          MOVE REG-PAGADOR TO REVE-CONTA
ALT18          READ REVENDAS KEY IS REVE-CONTA
ALT18              INVALID KEY
ALT18                  CONTINUE
ALT18              NOT INVALID KEY
ALT18                  IF REVE-ATIVA
ALT18                      IF REG-PAGADOR EQUAL REG-CODIGO
ALT18                          SET WRK-CONTA-REVENDA     TO TRUE
ALT18                      ELSE
ALT18                          SET WRK-ASSINANTE-REVENDA TO TRUE
ALT18                      END-IF
ALT18                  END-IF
ALT18          END-READ
ALT18      END-IF.

ALT18  0270-CONSULTAR-REVENDA-FIM.       EXIT.

      *-----------------------------------------------------------------
ALT18  0272-FATURAR-ASSINANTE-REVENDA    SECTION.
      *-----------------------------------------------------------------
ALT18 *    O ASSINANTE DA REVENDA ENTRA NA FATURA DE ATACADO PELO MESMO
ALT18 *    CAMINHO DO MEMBRO DE GRUPO (COTA "G" + CONSOLIDADA NA CONTA
ALT18 *    DA REVENDA), SO QUE PELO VALOR DE ATACADO. SEM ASSINATURAS
ALT18 *    NO ARQUIVO, A PRECIFICACAO USA O STREAMING/PLANO DO MESTRE.
      *-----------------------------------------------------------------

ALT18      MOVE WRK-VALOR-MENSAL         TO WRK-VALOR-VAREJO.
ALT18      MOVE WRK-QT-ASSIN-ATIVAS      TO WRK-QT-ASSIN-REVENDA.

ALT18      IF WRK-QT-ASSIN-CLIENTE EQUAL ZEROS
ALT18          MOVE REG-STREAMING        TO WRK-PRC-STREAMING
ALT18          MOVE REG-PLANO            TO WRK-PRC-PLANO
ALT18          MOVE REG-ASSINATURA       TO WRK-PRC-VAREJO
ALT18          PERFORM 0273-PRECIFICAR-ATACADO
ALT18          MOVE WRK-PRECO-ATACADO    TO WRK-VALOR-ATACADO
ALT18          MOVE 1                    TO WRK-QT-ASSIN-REVENDA
ALT18      END-IF.

ALT18      MOVE WRK-VALOR-ATACADO        TO WRK-VALOR-MENSAL.

ALT18      PERFORM 0170-MONTAR-VENCIMENTO.
ALT18      PERFORM 0274-VERIFICAR-LIMITE.

ALT18      IF WRK-LIMITE-ESTOURADO
ALT18          MOVE "L"                  TO WRK-SITUACAO-REVENDA
ALT18          ADD 1                     TO ACU-REVENDA-FORA-LIMITE
ALT18      ELSE
ALT18          PERFORM 0250-FATURAR-MEMBRO
ALT18          IF FS-FATURAS EQUAL 22
ALT18              MOVE "J"              TO WRK-SITUACAO-REVENDA
ALT18          ELSE
ALT18              MOVE "F"              TO WRK-SITUACAO-REVENDA
ALT18              ADD 1                 TO ACU-ASSIN-REVENDA
ALT18              ADD WRK-VALOR-MENSAL  TO ACU-TOTAL-ATACADO
ALT18          END-IF
ALT18      END-IF.

ALT18      PERFORM 0275-GRAVAR-DETALHE-REVENDA.

ALT18  0272-FATURAR-ASSINANTE-REVENDA-FIM. EXIT.

      *-----------------------------------------------------------------
ALT18  0273-PRECIFICAR-ATACADO           SECTION.
      *-----------------------------------------------------------------
ALT18 *    PRECO DE CONTRATO DO STREAMING/PLANO; SEM ELE, O PRECO DO
ALT18 *    STREAMING COM PLANO EM BRANCO (QUALQUER PLANO); SEM NENHUM,
ALT18 *    O VAREJO MENOS O DESCONTO DO CONTRATO.
      *-----------------------------------------------------------------

ALT18      SET WRK-PRECO-CONTRATO-NAO    TO TRUE.
ALT18      MOVE WRK-PRC-PLANO            TO WRK-PRC-PLANO-BUSCA.
ALT18      PERFORM 0277-PESQUISAR-PRECO
ALT18          VARYING IDX-PRECO FROM 1 BY 1
ALT18          UNTIL IDX-PRECO GREATER REVE-QT-PRECOS
ALT18             OR IDX-PRECO GREATER 10
ALT18             OR WRK-PRECO-CONTRATO-ACHADO.

ALT18      IF WRK-PRECO-CONTRATO-NAO
ALT18          AND WRK-PRC-PLANO NOT EQUAL SPACES
ALT18          MOVE SPACES               TO WRK-PRC-PLANO-BUSCA
ALT18          PERFORM 0277-PESQUISAR-PRECO
ALT18              VARYING IDX-PRECO FROM 1 BY 1
ALT18              UNTIL IDX-PRECO GREATER REVE-QT-PRECOS
ALT18                 OR IDX-PRECO GREATER 10
ALT18                 OR WRK-PRECO-CONTRATO-ACHADO
ALT18      END-IF.

ALT18      IF WRK-PRECO-CONTRATO-NAO
ALT18          COMPUTE WRK-PRECO-ATACADO ROUNDED =
ALT18              WRK-PRC-VAREJO * (100 - REVE-PERC-DESCONTO) / 100
ALT18      END-IF.

ALT18  0273-PRECIFICAR-ATACADO-FIM.      EXIT.

      *-----------------------------------------------------------------
ALT18  0277-PESQUISAR-PRECO              SECTION.
      *-----------------------------------------------------------------

ALT18      IF REVE-PRC-STREAMING (IDX-PRECO) EQUAL WRK-PRC-STREAMING
ALT18         AND REVE-PRC-PLANO (IDX-PRECO) EQUAL WRK-PRC-PLANO-BUSCA
ALT18          MOVE REVE-PRC-VALOR (IDX-PRECO) TO WRK-PRECO-ATACADO
ALT18          SET WRK-PRECO-CONTRATO-ACHADO   TO TRUE
ALT18      END-IF.

ALT18  0277-PESQUISAR-PRECO-FIM.         EXIT.

      *-----------------------------------------------------------------
ALT18  0274-VERIFICAR-LIMITE             SECTION.
      *-----------------------------------------------------------------
ALT18 *    A FATURA DE ATACADO NAO PODE PASSAR DO MAXIMO DE FAT-VALOR:
ALT18 *    A COTA QUE ESTOURARIA FICA DE FORA (E LISTADA). COTA JA
ALT18 *    GRAVADA EM RODADA ANTERIOR NAO E TESTADA - JA ESTA SOMADA.
      *-----------------------------------------------------------------

ALT18      SET WRK-LIMITE-OK             TO TRUE.

ALT18      MOVE REG-CODIGO               TO FAT-CODIGO.
ALT18      MOVE WRK-COMPETENCIA-ATUAL    TO FAT-COMPETENCIA.
ALT18      READ FATURAS KEY IS FAT-CHAVE
ALT18          INVALID KEY
ALT18              MOVE REG-PAGADOR      TO FAT-CODIGO
ALT18              MOVE WRK-COMPETENCIA-ATUAL TO FAT-COMPETENCIA
ALT18              READ FATURAS KEY IS FAT-CHAVE
ALT18                  INVALID KEY
ALT18                      MOVE ZEROS    TO FAT-VALOR
ALT18              END-READ
ALT18              COMPUTE WRK-VALOR-TESTE =
ALT18                  FAT-VALOR + WRK-VALOR-MENSAL
ALT18              IF WRK-VALOR-TESTE GREATER WRK-VALOR-MAXIMO-FATURA
ALT18                  SET WRK-LIMITE-ESTOURADO TO TRUE
ALT18              END-IF
ALT18      END-READ.

ALT18  0274-VERIFICAR-LIMITE-FIM.        EXIT.

      *-----------------------------------------------------------------
ALT18  0275-GRAVAR-DETALHE-REVENDA       SECTION.
      *-----------------------------------------------------------------

ALT18      MOVE REG-PAGADOR              TO REVD-CONTA.
ALT18      MOVE WRK-COMPETENCIA-ATUAL    TO REVD-COMPETENCIA.
ALT18      MOVE REG-CODIGO               TO REVD-CODIGO.
ALT18      MOVE REG-NOME                 TO REVD-NOME.
ALT18      MOVE REG-STREAMING            TO REVD-STREAMING.
ALT18      MOVE REG-PLANO                TO REVD-PLANO.
ALT18      MOVE WRK-QT-ASSIN-REVENDA     TO REVD-QT-ASSINATURAS.
ALT18      MOVE WRK-VALOR-VAREJO         TO REVD-VALOR-VAREJO.
ALT18      MOVE WRK-VALOR-ATACADO        TO REVD-VALOR-ATACADO.
ALT18      MOVE WRK-VENCIMENTO-NOVO      TO REVD-DATA-VENCIMENTO.
ALT18      MOVE WRK-SITUACAO-REVENDA     TO REVD-SITUACAO.

ALT18      WRITE REG-REVENDA-DET.
ALT18      IF FS-REVEDET NOT EQUAL ZEROS
ALT18          MOVE WRK-ERRO-GRAVAR            TO WRK-DESCRICAO-ERRO
ALT18          MOVE FS-REVEDET                 TO WRK-STATUS-ERRO
ALT18          MOVE "0275-GRAVAR-DETALHE-REV"  TO WRK-AREA-ERRO
ALT18          MOVE "FATURCLI"                 TO WRK-PROGRAMA-ERRO
ALT18          MOVE "REVEDET"                  TO WRK-ARQUIVO-ERRO
ALT18          PERFORM 9999-TRATAR-ERRO
ALT18      END-IF.

ALT18  0275-GRAVAR-DETALHE-REVENDA-FIM. EXIT.

      *-----------------------------------------------------------------
ALT18  0276-ESPELHAR-CONTA-REVENDA       SECTION.
      *-----------------------------------------------------------------
ALT18 *    A CONTA DA REVENDA NAO TEM ASSINATURA PROPRIA: A FATURA DE
ALT18 *    ATACADO NASCE COM O PRIMEIRO ASSINANTE (0255). AQUI O MESTRE
ALT18 *    DA CONTA SO PASSA A ESPELHAR O VENCIMENTO DESSA FATURA, UMA
ALT18 *    VEZ POR COMPETENCIA; SE A CONTA VIER ANTES DOS ASSINANTES NA
ALT18 *    LEITURA, O ESPELHO FICA PARA A PROXIMA RODADA.
      *-----------------------------------------------------------------

ALT18      ADD 1 TO ACU-CONTAS-REVENDA.

ALT18      MOVE REG-CODIGO               TO FAT-CODIGO.
ALT18      MOVE WRK-COMPETENCIA-ATUAL    TO FAT-COMPETENCIA.
ALT18      READ FATURAS KEY IS FAT-CHAVE
ALT18          INVALID KEY
ALT18              CONTINUE
ALT18          NOT INVALID KEY
ALT18              IF FAT-ABERTA
ALT18                 AND FAT-DATA-VENCIMENTO NOT EQUAL
ALT18                                       REG-DATA-VENCIMENTO
ALT18                  MOVE FAT-DATA-VENCIMENTO TO WRK-VENCIMENTO-NOVO
ALT18                  MOVE "N"              TO WRK-SW-QUITADA-CREDITO
ALT18                  PERFORM 0230-RENOVAR-MESTRE
ALT18              END-IF
ALT18      END-READ.

ALT18  0276-ESPELHAR-CONTA-REVENDA-FIM. EXIT.

      *-----------------------------------------------------------------
       0290-ESTATISTICA                 SECTION.
      *-----------------------------------------------------------------

ALT11                                             ACU-ANUAIS-VIGENTES.
ALT12      DISPLAY "PAUSADOS (PULADOS)...........: " ACU-PAUSADOS.
ALT12      DISPLAY "PAUSADOS REATIVADOS..........: " ACU-REATIVADOS.
ALT19      DISPLAY "EM TESTE GRATIS (PULADOS)....: " ACU-EM-TESTE.
ALT17      DISPLAY "SEM ASSINATURA ATIVA (PULADOS): "
ALT17                                             ACU-SEM-ASSIN-ATIVA.
ALT18      DISPLAY "ASSINANTES DE REVENDA FATUR..: "
ALT18                                             ACU-ASSIN-REVENDA.
ALT18      DISPLAY "REVENDA FORA DO LIMITE FATURA: "
ALT18                                          ACU-REVENDA-FORA-LIMITE.
ALT18      DISPLAY "CONTAS DE REVENDA LIDAS......: "
ALT18                                             ACU-CONTAS-REVENDA.
ALT18      DISPLAY "VALOR DE ATACADO DO CICLO....: "
ALT18                                             ACU-TOTAL-ATACADO.
           DISPLAY "JA FATURADOS NA COMPETENCIA..: " ACU-JA-FATURADOS.
           DISPLAY "FORA DO CICLO (CANC/TRAILER).: " ACU-FORA-DO-CICLO.
           DISPLAY "VALOR TOTAL DO CICLO.........: " ACU-TOTAL-CICLO.
ALT11          PERFORM 9999-TRATAR-ERRO
ALT11      END-IF.

ALT17      IF WRK-ASSINATURAS-DISPONIVEL
ALT17          CLOSE ASSINATURAS
ALT17          IF FS-ASSINATURAS NOT EQUAL ZEROS
ALT17              MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
ALT17              MOVE FS-ASSINATURAS    TO WRK-STATUS-ERRO
ALT17              MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
ALT17              MOVE "FATURCLI"        TO WRK-PROGRAMA-ERRO
ALT17              MOVE "ASSINATURAS"     TO WRK-ARQUIVO-ERRO
ALT17              PERFORM 9999-TRATAR-ERRO
ALT17          END-IF
ALT17      END-IF.

ALT18      IF WRK-REVENDAS-DISPONIVEL
ALT18          CLOSE REVENDAS
ALT18          IF FS-REVENDAS NOT EQUAL ZEROS
ALT18              MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
ALT18              MOVE FS-REVENDAS       TO WRK-STATUS-ERRO
ALT18              MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
ALT18              MOVE "FATURCLI"        TO WRK-PROGRAMA-ERRO
ALT18              MOVE "REVENDAS"        TO WRK-ARQUIVO-ERRO
ALT18              PERFORM 9999-TRATAR-ERRO
ALT18          END-IF
ALT18      END-IF.

ALT18      CLOSE REVEDET.
ALT18      IF FS-REVEDET NOT EQUAL ZEROS
ALT18          MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
ALT18          MOVE FS-REVEDET        TO WRK-STATUS-ERRO
ALT18          MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
ALT18          MOVE "FATURCLI"        TO WRK-PROGRAMA-ERRO
ALT18          MOVE "REVEDET"         TO WRK-ARQUIVO-ERRO
ALT18          PERFORM 9999-TRATAR-ERRO
ALT18      END-IF.

ALT08      OPEN OUTPUT TRAVA.
ALT08      CLOSE TRAVA.

ALT20      SET JRN-FUNC-FECHAR           TO TRUE.
ALT20      CALL "GRVJRNL" USING JRN-PARAMETRO.

           GOBACK.

       0300-FINALIZAR-FIM.              EXIT.

      *-----------------------------------------------------------------
ALT20  0810-JOURNAL-CLIENTE             SECTION.
      *-----------------------------------------------------------------
ALT20 *    IMAGENS ANTES/DEPOIS DO MESTRE CLIENTES PARA O JOURNAL DE
ALT20 *    RECUPERACAO (GRVJRNL). A OPERACAO JA VEM EM JRN-OPERACAO.
      *-----------------------------------------------------------------

ALT20      SET JRN-FUNC-GRAVAR           TO TRUE.
ALT20      MOVE "FATURCLI"               TO JRN-PROGRAMA.
ALT20      SET JRN-ARQ-CLIENTES          TO TRUE.
ALT20      MOVE SPACES                   TO JRN-IMAGEM-ANTES
ALT20                                       JRN-IMAGEM-DEPOIS.
ALT20      IF NOT JRN-INCLUSAO
ALT20          MOVE WRK-JRN-CLIENTE-ANTES TO JRN-IMAGEM-ANTES
ALT20      END-IF.
ALT20      IF NOT JRN-EXCLUSAO
ALT20          MOVE REG-CLIENTES         TO JRN-IMAGEM-DEPOIS
ALT20          MOVE REG-CLIENTES         TO WRK-JRN-CLIENTE-ANTES
ALT20      END-IF.

ALT20      CALL "GRVJRNL" USING JRN-PARAMETRO.

ALT20  0810-JOURNAL-CLIENTE-FIM.        EXIT.

      *-----------------------------------------------------------------
ALT20  0820-JOURNAL-FATURA              SECTION.
      *-----------------------------------------------------------------
ALT20 *    IMAGENS ANTES/DEPOIS DO MESTRE FATURAS PARA O JOURNAL DE
ALT20 *    RECUPERACAO (GRVJRNL). A OPERACAO JA VEM EM JRN-OPERACAO.
      *-----------------------------------------------------------------

ALT20      SET JRN-FUNC-GRAVAR           TO TRUE.
ALT20      MOVE "FATURCLI"               TO JRN-PROGRAMA.
ALT20      SET JRN-ARQ-FATURAS           TO TRUE.
ALT20      MOVE SPACES                   TO JRN-IMAGEM-ANTES
ALT20                                       JRN-IMAGEM-DEPOIS.
ALT20      IF NOT JRN-INCLUSAO
ALT20          MOVE WRK-JRN-FATURA-ANTES TO JRN-IMAGEM-ANTES
ALT20      END-IF.
ALT20      IF NOT JRN-EXCLUSAO
ALT20          MOVE REG-FATURA           TO JRN-IMAGEM-DEPOIS
ALT20          MOVE REG-FATURA           TO WRK-JRN-FATURA-ANTES
ALT20      END-IF.

ALT20      CALL "GRVJRNL" USING JRN-PARAMETRO.

ALT20  0820-JOURNAL-FATURA-FIM.         EXIT.

      *-----------------------------------------------------------------
       9999-TRATAR-ERRO                 SECTION.
      *-----------------------------------------------------------------

