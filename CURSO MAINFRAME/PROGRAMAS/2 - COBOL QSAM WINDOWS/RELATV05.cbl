      *    ASSINACL                  INPUT              BOOKASSI
      *-----------------------------------------------------------------
      *== MODULOS
      *    VALIDOC
      *-----------------------------------------------------------------
      *-------------------ALTERACOESDO PROGRAMA-------------------------

      *                 AS DUAS COPIAS DO BOOK NO MESMO PROGRAMA NAO
      *                 DEIXAM MAIS NOMES REG-* DUPLICADOS.

ALT49 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT49 *== OBJETIVO....: CPF/CNPJ DO CLIENTE (REG-TIPO-PESSOA E
      *                 REG-CPF-CNPJ NO BOOK REGCLI): 0165-VALIDAR-
      *                 DADOS CONFERE OS DIGITOS VERIFICADORES PELO
      *                 NOVO SUBPROGRAMA VALIDOC (BOOK BOOKDOC) E
      *                 REJEITA COM O MOTIVO 95 (CPF/CNPJ INVALIDO);
      *                 DOCUMENTO ZERADO (AINDA NAO CARREGADO) PASSA.
      *                 O EXTRATO FISCAL LEVA O DOCUMENTO DO TOMADOR
      *                 (FISC-TIPO-PESSOA/FISC-CPF-CNPJ). A LISTA DE
      *                 COPY REPLACING DO TRAILER FOI ESTENDIDA COM OS
      *                 CAMPOS NOVOS.

ALT50 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT50 *== OBJETIVO....: CLIENTE PASSOU A PODER TER VARIAS ASSINATURAS
      *                 (ARQUIVO ASSINATURAS, BOOK REGASSN). A PROCEDURE
      *                 DE ENTRADA DA SORT (0108/0109) LIBERA UMA LINHA
      *                 POR ASSINATURA ATIVA, COM STREAMING, PLANO E
      *                 VALOR DA ASSINATURA E A SEQUENCIA NO FIM DO
      *                 REGISTRO ORDENADO (CLIENORD PASSOU DE 150 PARA
      *                 153 POSICOES); CLIENTE SEM ASSINATURA NO ARQUIVO
      *                 (OU ARQUIVO AUSENTE) CONTINUA SAINDO COM OS
      *                 DADOS DO MESTRE E SEQUENCIA 000. O REGISTRO
      *                 INTEIRO DO MESTRE PASSOU A SER LEVADO PARA A
      *                 SORT (ANTES SO OS 64 PRIMEIROS BYTES). A CRITICA
      *                 DE DUPLICIDADE PASSOU A CONSIDERAR CODIGO +
      *                 SEQUENCIA. REAJUSTE, AJUSTE, VALE, MALA DIRETA E
      *                 E-FATURA, QUE SAO POR CLIENTE, SO RODAM NA LINHA
      *                 DA ASSINATURA PRINCIPAL (SEQUENCIA 000/001); AS
      *                 LINHAS ADICIONAIS SAO DESCONTADAS NA CONFERENCIA
      *                 COM O TRAILER. A TABELA DE PRECOS ATUAIS PASSOU
      *                 A TER CONTADOR PROPRIO (ACU-PRECO-ATU).

ALT51 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT51 *== OBJETIVO....: AS LISTAS DE COPY REPLACING DO BOOK REGCLI
      *                 FORAM ESTENDIDAS COM O NOVO CONDITION-NAME
      *                 REG-DEBITO-CARTAO (COBRANCA RECORRENTE NO
      *                 CARTAO DE CREDITO), COMO NAS AMPLIACOES
      *                 ANTERIORES.

ALT52 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT52 *== OBJETIVO....: REPLACING DO BOOK REGCLI AMPLIADO COM
      *                 REG-TESTE (NOVO STATUS "T" - TESTE GRATIS).

ALT53 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT53 *== OBJETIVO....: CLIENTE EM TESTE GRATIS (REG-STATUS "T", BOOK
      *                 REGCLI) SAI DA LISTAGEM DE PAGANTES - NAO E
      *                 LIBERADO PARA A SORT, COMO O TRAILER - E VAI
      *                 PARA O QUADRO "RESUMO DO TESTE GRATIS" NO FIM
      *                 DO RELATORIO: BASE EM TESTE, INICIOS E
      *                 CONVERSOES NA COMPETENCIA (PELO ASN-TESTE-FIM
      *                 DA ASSINATURA, BOOK REGASSN) E EXPIRACOES
      *                 (ASN-MOTIVO-FIM "TE"). O CLIENTE EM TESTE
      *                 CONTINUA SOMANDO NA CONFERENCIA DO TRAILER.
      *                 SRC-CLIENTES GANHOU SRC-STATUS.

ALT54 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT54 *== OBJETIVO....: CLIENTE COM RESUMO CONFIRMADO NA LISTA DE
      *                 VIGILANCIA ANTIFRAUDE (ARQUIVO VIGILANC, BOOK
      *                 REGVIGI, REGRA 00 COM SITUACAO "F") NAO RECEBE
      *                 DESCONTO DE CAMPANHA NEM ABATIMENTO DE
      *                 VALE-PRESENTE (0182-VERIFICAR-BLOQUEIO); O SALDO
      *                 DO VALE FICA NO VOUCHER. NA RODADA NORMAL, CADA
      *                 DESCONTO DE CAMPANHA APLICADO E GRAVADO POR
      *                 EXTENSAO NO ARQUIVO CAMPUSO (BOOK REGCAMU), BASE
      *                 DA TRIAGEM DE FRAUDE DO FRAUDCLI.

      *=================================================================
       ENVIRONMENT                      DIVISION.
      *=================================================================
ALT47      RECORD KEY IS VALE-CODIGO
ALT47      FILE STATUS IS FS-VOUCHER.

ALT54      SELECT CAMPUSO ASSIGN TO WRK-NOME-CAMPUSO
ALT54      ORGANIZATION IS SEQUENTIAL
ALT54      FILE STATUS IS FS-CAMPUSO.

ALT54      SELECT VIGILANC ASSIGN TO WRK-NOME-VIGILANC
ALT54      ORGANIZATION IS INDEXED
ALT54      ACCESS MODE IS RANDOM
ALT54      RECORD KEY IS VIG-CHAVE
ALT54      FILE STATUS IS FS-VIGILANC.

ALT50      SELECT ASSINATURAS ASSIGN TO
ALT50             "C:\RELATORIO\dados\ASSINATURAS.DAT"
ALT50      ORGANIZATION IS INDEXED
ALT50      ACCESS MODE IS DYNAMIC
ALT50      RECORD KEY IS ASN-CHAVE
ALT50      FILE STATUS IS FS-ASSINATURAS.

ALT32      SELECT CLIENTES-TRAILER ASSIGN TO WRK-NOME-CLIETRL
ALT22      ORGANIZATION IS INDEXED
ALT22      ACCESS MODE IS RANDOM
ALT07      05 SRC-EMAIL                 PIC X(020).
ALT07      05 SRC-STREAMING             PIC X(010).
ALT07      05 SRC-ASSINATURA            PIC 9(005)V99.
ALT53      05 FILLER                    PIC X(010).
ALT53      05 SRC-STATUS                PIC X(001).
ALT53          88 SRC-ATIVO                                VALUE "A".
ALT53          88 SRC-SUSPENSO                              VALUE "S".
ALT53          88 SRC-TESTE                                 VALUE "T".
ALT53      05 FILLER                    PIC X(008).
ALT31      05 SRC-TIPO-REGISTRO         PIC X(001).
ALT31          88 SRC-TIPO-DETALHE                         VALUE "D".
ALT31          88 SRC-TIPO-TRAILER                         VALUE "T".
ALT50      05 FILLER                    PIC X(066).

      *-----------------------------------------------------------------
      *            TRABALHO - ORDENACAO DE CLIENTES POR REG-STREAMING
ALT07      05 ORD-EMAIL                 PIC X(020).
ALT07      05 ORD-STREAMING             PIC X(010).
ALT07      05 ORD-ASSINATURA            PIC 9(005)V99.
ALT50      05 ORD-PLANO                 PIC X(007).
ALT50      05 ORD-COMPLEMENTO           PIC X(079).
ALT50      05 ORD-SEQ-ASSINATURA        PIC 9(003).

      *-----------------------------------------------------------------
      *            INPUT - CLIENTES JA ORDENADO POR REG-STREAMING,
      *-----------------------------------------------------------------
ALT07  FD  CLIENTES-ORD.
ALT07  COPY "REGCLI".
ALT50  01  CLO-REGISTRO-ASSINATURA.
ALT50      05 FILLER                    PIC X(150).
ALT50      05 CLO-SEQUENCIA             PIC 9(003).

      *-----------------------------------------------------------------
      *            OUTPUT - DADOS DO ARQUIVO DE SAIDA(RELAT)
ALT38  FD  SHARDREG.
ALT38  COPY "REGSREG".

ALT50  FD  ASSINATURAS.
ALT50  COPY "REGASSN".

ALT39  FD  CAMPANHA.
ALT39  COPY "REGCAMP".

ALT47  FD  VOUCHER.
ALT47  COPY "REGVALE".

ALT54  FD  CAMPUSO.
ALT54  COPY "REGCAMU".

ALT54  FD  VIGILANC.
ALT54  COPY "REGVIGI".

ALT27  FD  SHARDTOT.
ALT27  COPY "REGSHARD".

ALT26      REG-EFATURA-SIM          BY TRL-EFATURA-SIM
ALT26      REG-EFATURA-NAO          BY TRL-EFATURA-NAO
ALT48      REG-PAUSADO              BY TRL-PAUSADO
ALT52      REG-TESTE                BY TRL-TESTE
ALT48      REG-DATA-VENCIMENTO      BY TRL-DATA-VENCIMENTO
ALT48      REG-PAGO                 BY TRL-PAGO
ALT48      REG-PAGO-SIM             BY TRL-PAGO-SIM
ALT48      REG-DEBITO-AUTO          BY TRL-DEBITO-AUTO
ALT48      REG-DEBITO-AUTO-SIM      BY TRL-DEBITO-AUTO-SIM
ALT48      REG-DEBITO-AUTO-NAO      BY TRL-DEBITO-AUTO-NAO
ALT51      REG-DEBITO-CARTAO        BY TRL-DEBITO-CARTAO
ALT48      REG-BANCO                BY TRL-BANCO
ALT48      REG-PAGADOR              BY TRL-PAGADOR
ALT48      REG-FREQ-FATURAMENTO     BY TRL-FREQ-FATURAMENTO
ALT48      REG-FREQ-ANUAL           BY TRL-FREQ-ANUAL
ALT48      REG-COMPETENCIA-PROXIMA  BY TRL-COMPETENCIA-PROXIMA
ALT48      REG-COMPETENCIA-RETORNO  BY TRL-COMPETENCIA-RETORNO
ALT48      REG-CANAL                BY TRL-CANAL
ALT49      REG-TIPO-PESSOA          BY TRL-TIPO-PESSOA
ALT49      REG-PESSOA-FISICA        BY TRL-PESSOA-FISICA
ALT49      REG-PESSOA-JURIDICA      BY TRL-PESSOA-JURIDICA
ALT49      REG-CPF-CNPJ             BY TRL-CPF-CNPJ.

      *-----------------------------------------------------------------
       WORKING-STORAGE                  SECTION.
ALT38  01  FS-SHARDREG                  PIC 9(002)         VALUE ZEROS.
ALT39  01  FS-CAMPANHA                  PIC 9(002)         VALUE ZEROS.
ALT47  01  FS-VOUCHER                   PIC 9(002)         VALUE ZEROS.
ALT54  01  FS-CAMPUSO                   PIC 9(002)         VALUE ZEROS.
ALT54  01  FS-VIGILANC                  PIC 9(002)         VALUE ZEROS.
ALT28  01  FS-AJUSTE                    PIC 9(002)         VALUE ZEROS.
ALT45  01  FS-CREDITO                   PIC 9(002)         VALUE ZEROS.
ALT50  01  FS-ASSINATURAS               PIC 9(002)         VALUE ZEROS.

ALT22  01  FS-CLIENTES-TRAILER          PIC 9(002)         VALUE ZEROS.
ALT22  01  WRK-CODIGO-TRAILER           PIC 9(007)     VALUE 9999999.
       01  WRK-STREAMING-AUX           PIC X(010)          VALUE SPACES.

ALT10  01  WRK-CODIGO-ANTERIOR         PIC 9(007)          VALUE ZEROS.
ALT50  01  WRK-SEQ-ANTERIOR            PIC 9(003)          VALUE ZEROS.

      *-----------------------------------------------------------------

      *-----------------------------------------------------------------

ALT01  01  ACU-REJEITADOS               PIC 9(005)  COMP-3 VALUE ZEROS.
ALT50  01  ACU-PRECO-ATU                PIC 9(005)  COMP-3 VALUE ZEROS.
ALT50  01  ACU-LINHAS-ADICIONAIS        PIC 9(005)  COMP-3 VALUE ZEROS.

      *-----------------------------------------------------------------
ALT50  01  FILLER                       PIC X(050)         VALUE
ALT50         "-----VARIAVEIS DE ASSINATURAS DO CLIENTE-----".

      *-----------------------------------------------------------------
ALT50  01  WRK-SW-ASSINATURAS           PIC X(001)         VALUE "N".
ALT50      88 WRK-ASSINATURAS-DISPONIVEL                   VALUE "S".
ALT50      88 WRK-ASSINATURAS-INDISPONIVEL                 VALUE "N".
ALT50  01  WRK-SW-FIM-ASSIN             PIC X(001)         VALUE "N".
ALT50      88 WRK-FIM-ASSIN                                VALUE "S".
ALT50      88 WRK-NAO-FIM-ASSIN                            VALUE "N".
ALT50  01  WRK-SW-LINHA-PRINCIPAL       PIC X(001)         VALUE "S".
ALT50      88 WRK-LINHA-PRINCIPAL                          VALUE "S".
ALT50      88 WRK-LINHA-ADICIONAL                          VALUE "N".
ALT50  01  WRK-QT-ASSIN-LIBERADAS       PIC 9(003)  COMP-3 VALUE ZEROS.

      *-----------------------------------------------------------------
ALT53  01  FILLER                       PIC X(050)         VALUE
ALT53         "-----VARIAVEIS DO TESTE GRATIS-----".

      *-----------------------------------------------------------------
ALT53  01  WRK-COMPETENCIA-RODADA       PIC 9(006)         VALUE ZEROS.
ALT53  01  WRK-COMPETENCIA-TESTE        PIC 9(006)         VALUE ZEROS.
ALT53  01  ACU-EM-TESTE                 PIC 9(005)  COMP-3 VALUE ZEROS.
ALT53  01  ACU-TESTES-INICIADOS         PIC 9(005)  COMP-3 VALUE ZEROS.
ALT53  01  ACU-TESTES-CONVERTIDOS       PIC 9(005)  COMP-3 VALUE ZEROS.
ALT53  01  ACU-TESTES-EXPIRADOS         PIC 9(005)  COMP-3 VALUE ZEROS.
ALT53  01  WRK-LINHA-TESTE.
ALT53      05 WRK-TST-DESCRICAO         PIC X(030)         VALUE SPACES.
ALT53      05 WRK-TST-QTDE              PIC ZZZZ9          VALUE ZEROS.
ALT53      05 FILLER                    PIC X(045)         VALUE SPACES.

      *-----------------------------------------------------------------
ALT02  01  FILLER                       PIC X(050)         VALUE
ALT39         "C:\RELATORIO\dados\CAMPANHA.DAT".
ALT47  01  WRK-NOME-VOUCHER             PIC X(040)         VALUE
ALT47         "C:\RELATORIO\dados\VOUCHER.DAT".
ALT54  01  WRK-NOME-CAMPUSO             PIC X(040)         VALUE
ALT54         "C:\RELATORIO\dados\CAMPUSO.DAT".
ALT54  01  WRK-NOME-VIGILANC            PIC X(040)         VALUE
ALT54         "C:\RELATORIO\dados\VIGILANC.DAT".
ALT32  01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
ALT09  COPY "BOOKPLAN".
ALT24  COPY "BOOKFX".

      *-----------------------------------------------------------------
ALT49  01  FILLER                       PIC X(050)         VALUE
ALT49         "-----AREA COMUNICACAO SUBPROGRAMA VALIDOC-----".
      *-----------------------------------------------------------------
ALT49  COPY "BOOKDOC".

      *-----------------------------------------------------------------
ALT13  01  FILLER                       PIC X(050)         VALUE
ALT13         "-----VARIAVEL DE ESTATISTICA POR STREAMING-----".
ALT47      88 WRK-FIM-VALES                                 VALUE "S".

ALT47  01  ACU-VALES-APLICADOS          PIC 9(005)  COMP-3 VALUE ZEROS.

ALT54  01  WRK-SW-CAMPUSO               PIC X(001)         VALUE "N".
ALT54      88 WRK-CAMPUSO-ABERTO                            VALUE "S".
ALT54      88 WRK-CAMPUSO-FECHADO                           VALUE "N".

ALT54  01  WRK-SW-VIGILANC              PIC X(001)         VALUE "N".
ALT54      88 WRK-VIGILANC-DISPONIVEL                       VALUE "S".
ALT54      88 WRK-VIGILANC-INDISPONIVEL                     VALUE "N".

ALT54  01  WRK-SW-BLOQUEIO              PIC X(001)         VALUE "N".
ALT54      88 WRK-CLIENTE-BLOQUEADO                         VALUE "S".
ALT54      88 WRK-CLIENTE-LIBERADO                          VALUE "N".

ALT54  01  ACU-BLOQUEADOS               PIC 9(005)  COMP-3 VALUE ZEROS.
ALT54  01  ACU-USOS-CAMPANHA            PIC 9(005)  COMP-3 VALUE ZEROS.
ALT47  01  ACU-VALOR-VALES              PIC 9(007)V99 COMP-3
ALT47                                                   VALUE ZEROS.

ALT37      PERFORM 0128-CARREGAR-IMPOSTOS.
ALT39      PERFORM 0134-CARREGAR-CAMPANHAS.
ALT47      PERFORM 0139-CARREGAR-VALES.
ALT54      PERFORM 0141-ABRIR-VIGILANCIA.
ALT39      COMPUTE WRK-COMPETENCIA-ATUAL = WRK-DATA-EXECUCAO / 100.

           OPEN OUTPUT RELAT.
      *-----------------------------------------------------------------

ALT29      MOVE ZEROS TO WRK-SW-FIM-ORDENACAO.
ALT53      ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
ALT53      COMPUTE WRK-COMPETENCIA-RODADA = WRK-DATA-EXECUCAO / 100.

ALT29      OPEN INPUT CLIENTES.
ALT29      IF FS-CLIENTES NOT EQUAL ZEROS
ALT29          PERFORM 9999-TRATAR-ERRO
ALT29      END-IF.

ALT50      OPEN INPUT ASSINATURAS.
ALT50      EVALUATE FS-ASSINATURAS
ALT50          WHEN ZEROS
ALT50              SET WRK-ASSINATURAS-DISPONIVEL   TO TRUE
ALT50          WHEN 35
ALT50              SET WRK-ASSINATURAS-INDISPONIVEL TO TRUE
ALT50          WHEN OTHER
ALT50              MOVE WRK-ERRO-ABERTURA       TO WRK-DESCRICAO-ERRO
ALT50              MOVE FS-ASSINATURAS          TO WRK-STATUS-ERRO
ALT50              MOVE "0105-ORDENAR-CLIENTES" TO WRK-AREA-ERRO
ALT50              MOVE "RELATV03"              TO WRK-PROGRAMA-ERRO
ALT50              MOVE "ASSINATURAS"           TO WRK-ARQUIVO-ERRO
ALT50              PERFORM 9999-TRATAR-ERRO
ALT50      END-EVALUATE.

ALT29      IF WRK-SHARD-ATIVO
ALT29          MOVE WRK-SHARD-INICIO TO SRC-CODIGO
ALT29          START CLIENTES KEY IS NOT LESS SRC-CODIGO
ALT29      SORT TRABALHO-ORDENACAO
ALT07          ON ASCENDING KEY ORD-STREAMING
ALT07          ON ASCENDING KEY ORD-CODIGO
ALT50          ON ASCENDING KEY ORD-SEQ-ASSINATURA
ALT29          INPUT PROCEDURE IS 0106-FORNECER-ORDENACAO
ALT07          GIVING CLIENTES-ORD.

ALT29      CLOSE CLIENTES.
ALT50      IF WRK-ASSINATURAS-DISPONIVEL
ALT50          CLOSE ASSINATURAS
ALT50      END-IF.

ALT07      IF SORT-RETURN NOT EQUAL ZEROS
ALT07          MOVE WRK-ERRO-ABERTURA           TO WRK-DESCRICAO-ERRO
ALT29              SET WRK-FIM-ORDENACAO TO TRUE
ALT31          ELSE
ALT31              IF SRC-TIPO-DETALHE
ALT50                  PERFORM 0108-LIBERAR-ASSINATURAS
ALT31              END-IF
ALT29          END-IF
ALT29      END-IF.

ALT29  0107-LER-E-LIBERAR-FIM.          EXIT.

      *-----------------------------------------------------------------
ALT50  0108-LIBERAR-ASSINATURAS          SECTION.
      *-----------------------------------------------------------------
ALT50 *    UMA LINHA PARA A SORT POR ASSINATURA ATIVA DO CLIENTE, COM
ALT50 *    STREAMING, PLANO E VALOR DA PROPRIA ASSINATURA; O RESTO DO
ALT50 *    REGISTRO VEM DO MESTRE. CLIENTE SEM ASSINATURA ATIVA NO
ALT50 *    ARQUIVO (OU ARQUIVO AUSENTE) SAI COMO ANTES, COM OS DADOS
ALT50 *    DO MESTRE E SEQUENCIA 000. A SEQUENCIA 001 (PRINCIPAL) E
ALT50 *    MANTIDA ATIVA PELO MANTCLI ENQUANTO O CLIENTE EXISTIR.
      *-----------------------------------------------------------------

ALT50      MOVE ZEROS           TO WRK-QT-ASSIN-LIBERADAS.
ALT53      IF SRC-TESTE
ALT53          ADD 1 TO ACU-EM-TESTE
ALT53      END-IF.

ALT50      IF WRK-ASSINATURAS-DISPONIVEL
ALT50          SET WRK-NAO-FIM-ASSIN TO TRUE
ALT50          MOVE SRC-CODIGO  TO ASN-CODIGO
ALT50          MOVE ZEROS       TO ASN-SEQUENCIA
ALT50          START ASSINATURAS KEY IS NOT LESS ASN-CHAVE
ALT50              INVALID KEY
ALT50                  SET WRK-FIM-ASSIN TO TRUE
ALT50          END-START
ALT50          PERFORM 0109-LIBERAR-ASSINATURA
ALT50              UNTIL WRK-FIM-ASSIN
ALT50      END-IF.

ALT50      IF WRK-QT-ASSIN-LIBERADAS EQUAL ZEROS
ALT53         AND NOT SRC-TESTE
ALT50          MOVE SRC-CLIENTES    TO ORD-REGISTRO
ALT50          MOVE ZEROS           TO ORD-SEQ-ASSINATURA
ALT50          RELEASE ORD-REGISTRO
ALT50      END-IF.

ALT50  0108-LIBERAR-ASSINATURAS-FIM.    EXIT.

      *-----------------------------------------------------------------
ALT50  0109-LIBERAR-ASSINATURA           SECTION.
      *-----------------------------------------------------------------

ALT50      READ ASSINATURAS NEXT
ALT50          AT END
ALT50              SET WRK-FIM-ASSIN TO TRUE
ALT50      END-READ.

ALT50      IF NOT WRK-FIM-ASSIN
ALT50          IF ASN-CODIGO NOT EQUAL SRC-CODIGO
ALT50              SET WRK-FIM-ASSIN TO TRUE
ALT50          ELSE
ALT53              PERFORM 0110-APURAR-TESTE
ALT50              IF ASN-ATIVA
ALT53                 AND NOT SRC-TESTE
ALT50                  MOVE SRC-CLIENTES    TO ORD-REGISTRO
ALT50                  MOVE ASN-STREAMING   TO ORD-STREAMING
ALT50                  MOVE ASN-PLANO       TO ORD-PLANO
ALT50                  MOVE ASN-VALOR       TO ORD-ASSINATURA
ALT50                  MOVE ASN-SEQUENCIA   TO ORD-SEQ-ASSINATURA
ALT50                  RELEASE ORD-REGISTRO
ALT50                  ADD 1 TO WRK-QT-ASSIN-LIBERADAS
ALT50              END-IF
ALT50          END-IF
ALT50      END-IF.

ALT50  0109-LIBERAR-ASSINATURA-FIM.     EXIT.

      *-----------------------------------------------------------------
ALT53  0110-APURAR-TESTE                 SECTION.
      *-----------------------------------------------------------------
ALT53 *    ASSINATURA QUE NASCEU EM TESTE (ASN-TESTE-FIM PREENCHIDO):
ALT53 *    INICIO NA COMPETENCIA PELA DATA DE INICIO; CONVERSAO QUANDO
ALT53 *    O TESTE ACABOU NA COMPETENCIA E O CLIENTE SEGUE PAGANTE.
ALT53 *    TESTE EXPIRADO CONTA PELA DATA DE FIM DA ASSINATURA.
      *-----------------------------------------------------------------

ALT53      IF ASN-ENCERRADA AND ASN-FIM-TESTE-EXPIRADO
ALT53          COMPUTE WRK-COMPETENCIA-TESTE = ASN-DATA-FIM / 100
ALT53          IF WRK-COMPETENCIA-TESTE EQUAL WRK-COMPETENCIA-RODADA
ALT53              ADD 1 TO ACU-TESTES-EXPIRADOS
ALT53          END-IF
ALT53      END-IF.

ALT53      IF ASN-TESTE-FIM NUMERIC AND ASN-TESTE-FIM GREATER ZEROS
ALT53          COMPUTE WRK-COMPETENCIA-TESTE = ASN-DATA-INICIO / 100
ALT53          IF WRK-COMPETENCIA-TESTE EQUAL WRK-COMPETENCIA-RODADA
ALT53              ADD 1 TO ACU-TESTES-INICIADOS
ALT53          END-IF
ALT53          COMPUTE WRK-COMPETENCIA-TESTE = ASN-TESTE-FIM / 100
ALT53          IF WRK-COMPETENCIA-TESTE EQUAL WRK-COMPETENCIA-RODADA
ALT53             AND ASN-ATIVA
ALT53             AND (SRC-ATIVO OR SRC-SUSPENSO)
ALT53              ADD 1 TO ACU-TESTES-CONVERTIDOS
ALT53          END-IF
ALT53      END-IF.

ALT53  0110-APURAR-TESTE-FIM.           EXIT.

      *-----------------------------------------------------------------
ALT02  0115-VERIFICAR-RESTART           SECTION.
      *-----------------------------------------------------------------
ALT33          MOVE SPACES               TO WRK-DD-EXTERNA
ALT33      END-IF.

ALT54      ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CAMPUSO".
ALT54      IF WRK-DD-EXTERNA NOT EQUAL SPACES
ALT54          MOVE WRK-DD-EXTERNA       TO WRK-NOME-CAMPUSO
ALT54          MOVE SPACES               TO WRK-DD-EXTERNA
ALT54      END-IF.

ALT54      ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_VIGILANC".
ALT54      IF WRK-DD-EXTERNA NOT EQUAL SPACES
ALT54          MOVE WRK-DD-EXTERNA       TO WRK-NOME-VIGILANC
ALT54          MOVE SPACES               TO WRK-DD-EXTERNA
ALT54      END-IF.

ALT39      ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CAMPANHA".
ALT39      IF WRK-DD-EXTERNA NOT EQUAL SPACES
ALT39          MOVE WRK-DD-EXTERNA       TO WRK-NOME-CAMPANHA
ALT47  0140-LER-VALE-FIM.               EXIT.

      *-----------------------------------------------------------------
ALT54  0141-ABRIR-VIGILANCIA             SECTION.
      *-----------------------------------------------------------------
ALT54 *    ABRE A LISTA DE VIGILANCIA ANTIFRAUDE SO PARA CONSULTA DO
ALT54 *    BLOQUEIO; SEM O ARQUIVO (STATUS 35) NINGUEM FICA BLOQUEADO.
ALT54 *    NA RODADA NORMAL ABRE TAMBEM O LOG DE USO DE CAMPANHA
ALT54 *    (CAMPUSO) POR EXTENSAO, CRIANDO-O NA PRIMEIRA VEZ.
      *-----------------------------------------------------------------

ALT54      OPEN INPUT VIGILANC.

ALT54      IF FS-VIGILANC EQUAL ZEROS
ALT54          SET WRK-VIGILANC-DISPONIVEL TO TRUE
ALT54      ELSE
ALT54          IF FS-VIGILANC EQUAL 35
ALT54              SET WRK-VIGILANC-INDISPONIVEL TO TRUE
ALT54          ELSE
ALT54              MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
ALT54              MOVE FS-VIGILANC              TO WRK-STATUS-ERRO
ALT54              MOVE "0141-ABRIR-VIGILANCIA"  TO WRK-AREA-ERRO
ALT54              MOVE "RELATV03"               TO WRK-PROGRAMA-ERRO
ALT54              MOVE "VIGILANC"               TO WRK-ARQUIVO-ERRO
ALT54              PERFORM 9999-TRATAR-ERRO
ALT54          END-IF
ALT54      END-IF.

ALT54      IF WRK-RODADA-NORMAL
ALT54          OPEN EXTEND CAMPUSO
ALT54          IF FS-CAMPUSO EQUAL 35
ALT54              OPEN OUTPUT CAMPUSO
ALT54          END-IF
ALT54          IF FS-CAMPUSO NOT EQUAL ZEROS
ALT54              MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
ALT54              MOVE FS-CAMPUSO               TO WRK-STATUS-ERRO
ALT54              MOVE "0141-ABRIR-VIGILANCIA"  TO WRK-AREA-ERRO
ALT54              MOVE "RELATV03"               TO WRK-PROGRAMA-ERRO
ALT54              MOVE "CAMPUSO"                TO WRK-ARQUIVO-ERRO
ALT54              PERFORM 9999-TRATAR-ERRO
ALT54          END-IF
ALT54          SET WRK-CAMPUSO-ABERTO TO TRUE
ALT54      END-IF.

ALT54  0141-ABRIR-VIGILANCIA-FIM.       EXIT.

      *-----------------------------------------------------------------
       0150-VERIFICAR-VAZIO             SECTION.
      *-----------------------------------------------------------------

ALT05      END-IF.

ALT10      IF REG-CODIGO EQUAL WRK-CODIGO-ANTERIOR AND WRK-REG-VALIDO
ALT50         AND CLO-SEQUENCIA EQUAL WRK-SEQ-ANTERIOR
ALT10          MOVE "N"                        TO WRK-REG-VALIDO-SW
ALT10          MOVE WRK-MOT-CODIGO-DUPLICADO   TO WRK-COD-MOTIVO
ALT10      END-IF.
ALT10      MOVE REG-CODIGO TO WRK-CODIGO-ANTERIOR.
ALT50      MOVE CLO-SEQUENCIA TO WRK-SEQ-ANTERIOR.

ALT12      IF REG-CANCELADO AND WRK-REG-VALIDO
ALT12          MOVE "N"                        TO WRK-REG-VALIDO-SW
ALT12          MOVE WRK-MOT-CLIENTE-CANCELADO  TO WRK-COD-MOTIVO
ALT12      END-IF.

ALT49      IF REG-CPF-CNPJ NOT EQUAL ZEROS AND WRK-REG-VALIDO
ALT49          MOVE REG-TIPO-PESSOA            TO DOC-TIPO-PESSOA
ALT49          MOVE REG-CPF-CNPJ               TO DOC-NUMERO
ALT49          CALL "VALIDOC" USING DOC-PARAMETRO
ALT49          IF DOC-INVALIDO
ALT49              MOVE "N"                        TO WRK-REG-VALIDO-SW
ALT49              MOVE WRK-MOT-DOCUMENTO-INVALIDO TO WRK-COD-MOTIVO
ALT49          END-IF
ALT49      END-IF.

ALT01  0165-VALIDAR-DADOS-FIM.          EXIT.

      *-----------------------------------------------------------------
ALT16  0168-VERIFICAR-REAJUSTE           SECTION.
      *-----------------------------------------------------------------

ALT50      ADD 1 TO ACU-PRECO-ATU.
ALT50      MOVE REG-CODIGO      TO PRECO-ATU-CODIGO (ACU-PRECO-ATU).
ALT50      MOVE REG-ASSINATURA  TO PRECO-ATU-VALOR  (ACU-PRECO-ATU).

ALT16      SET IDX-PRECO-ANT TO 1.
ALT16      SEARCH PRECO-ANT-ENTRADA

ALT28      MOVE REG-ASSINATURA  TO WRK-ASSINATURA-LIQUIDA.

ALT50      IF WRK-LINHA-PRINCIPAL
ALT43      PERFORM 0176-APLICAR-AJUSTE-ITEM
ALT43          VARYING IDX-AJUSTE FROM 1 BY 1
ALT43          UNTIL IDX-AJUSTE GREATER WRK-QT-AJUSTE
ALT50      END-IF.

ALT28  0172-APLICAR-AJUSTE-FIM.          EXIT.

ALT47      MOVE ZEROS  TO WRK-DESCONTO-VALE.
ALT47      MOVE SPACES TO WRK-VALE-APLICADO.

ALT50      IF WRK-LINHA-PRINCIPAL
ALT47      PERFORM 0180-PESQUISAR-VALE
ALT47          VARYING IDX-VALE FROM 1 BY 1
ALT47          UNTIL IDX-VALE GREATER WRK-QT-VALES
ALT47              OR WRK-VALE-APLICADO NOT EQUAL SPACES
ALT50      END-IF.

ALT47  0178-APLICAR-VALE-FIM.           EXIT.


ALT47  0181-BAIXAR-SALDO-VALE-FIM.      EXIT.

      *-----------------------------------------------------------------
ALT54  0182-VERIFICAR-BLOQUEIO           SECTION.
      *-----------------------------------------------------------------
ALT54 *    CLIENTE COM O RESUMO (REGRA 00) CONFIRMADO PELO ANALISTA NA
ALT54 *    LISTA DE VIGILANCIA NAO RECEBE CAMPANHA NEM VALE-PRESENTE.
      *-----------------------------------------------------------------

ALT54      SET WRK-CLIENTE-LIBERADO TO TRUE.

ALT54      IF WRK-VIGILANC-DISPONIVEL
ALT54          MOVE REG-CODIGO TO VIG-CODIGO
ALT54          MOVE ZEROS      TO VIG-REGRA
ALT54          READ VIGILANC KEY IS VIG-CHAVE
ALT54              INVALID KEY
ALT54                  CONTINUE
ALT54              NOT INVALID KEY
ALT54                  IF VIG-CONFIRMADO
ALT54                      SET WRK-CLIENTE-BLOQUEADO TO TRUE
ALT54                      ADD 1 TO ACU-BLOQUEADOS
ALT54                  END-IF
ALT54          END-READ
ALT54      END-IF.

ALT54  0182-VERIFICAR-BLOQUEIO-FIM.     EXIT.

      *-----------------------------------------------------------------
ALT54  0183-GRAVAR-USO-CAMPANHA          SECTION.
      *-----------------------------------------------------------------
ALT54 *    REGISTRA NO CAMPUSO CADA DESCONTO DE CAMPANHA DADO NA
ALT54 *    RODADA NORMAL, COM O DOCUMENTO DO CLIENTE NO MOMENTO.
      *-----------------------------------------------------------------

ALT54      IF WRK-CAMPUSO-ABERTO
ALT54         AND WRK-DESCONTO-CAMPANHA GREATER ZEROS
ALT54          MOVE REG-CODIGO            TO CAMU-CODIGO
ALT54          MOVE CLO-SEQUENCIA         TO CAMU-SEQUENCIA
ALT54          MOVE REG-TIPO-PESSOA       TO CAMU-TIPO-PESSOA
ALT54          MOVE REG-CPF-CNPJ          TO CAMU-CPF-CNPJ
ALT54          MOVE WRK-CAMPANHA-APLICADA TO CAMU-CAMPANHA
ALT54          MOVE WRK-COMPETENCIA-ATUAL TO CAMU-COMPETENCIA
ALT54          MOVE WRK-DESCONTO-CAMPANHA TO CAMU-DESCONTO
ALT54          MOVE WRK-DATA-EXECUCAO     TO CAMU-DATA
ALT54          WRITE REG-CAMPANHA-USO
ALT54          IF FS-CAMPUSO NOT EQUAL ZEROS
ALT54              MOVE WRK-ERRO-GRAVAR            TO WRK-DESCRICAO-ERRO
ALT54              MOVE FS-CAMPUSO                 TO WRK-STATUS-ERRO
ALT54              MOVE "0183-GRAVAR-USO-CAMPANHA" TO WRK-AREA-ERRO
ALT54              MOVE "RELATV03"                 TO WRK-PROGRAMA-ERRO
ALT54              MOVE "CAMPUSO"                  TO WRK-ARQUIVO-ERRO
ALT54              PERFORM 9999-TRATAR-ERRO
ALT54          END-IF
ALT54          ADD 1 TO ACU-USOS-CAMPANHA
ALT54      END-IF.

ALT54  0183-GRAVAR-USO-CAMPANHA-FIM.    EXIT.

      *-----------------------------------------------------------------
ALT18  0169-GERAR-MALA                   SECTION.
      *-----------------------------------------------------------------

ALT01      PERFORM 0165-VALIDAR-DADOS.

ALT50      IF CLO-SEQUENCIA GREATER 1
ALT50          SET WRK-LINHA-ADICIONAL  TO TRUE
ALT50          ADD 1 TO ACU-LINHAS-ADICIONAIS
ALT50      ELSE
ALT50          SET WRK-LINHA-PRINCIPAL  TO TRUE
ALT50      END-IF.

ALT27      IF NOT WRK-SHARD-ATIVO OR
ALT27         (REG-CODIGO NOT LESS WRK-SHARD-INICIO AND
ALT27          REG-CODIGO NOT GREATER WRK-SHARD-FIM)
                   ADD 1   TO ACU-LIDOS
ALT09              PERFORM 0167-DERIVAR-ASSINATURA
ALT40              IF WRK-RODADA-NORMAL
ALT50                 AND WRK-LINHA-PRINCIPAL
ALT16                  PERFORM 0168-VERIFICAR-REAJUSTE
ALT40              END-IF
ALT24              PERFORM 0171-DERIVAR-VALOR-BRL
ALT28              PERFORM 0172-APLICAR-AJUSTE
ALT54              PERFORM 0182-VERIFICAR-BLOQUEIO
ALT54              IF WRK-CLIENTE-BLOQUEADO
ALT54                  MOVE ZEROS  TO WRK-DESCONTO-CAMPANHA
ALT54                                 WRK-DESCONTO-VALE
ALT54                  MOVE SPACES TO WRK-CAMPANHA-APLICADA
ALT54                                 WRK-VALE-APLICADO
ALT54              ELSE
ALT39                  PERFORM 0173-APLICAR-CAMPANHA
ALT54                  PERFORM 0183-GRAVAR-USO-CAMPANHA
ALT47                  PERFORM 0178-APLICAR-VALE
ALT54              END-IF
ALT40              IF WRK-RODADA-NORMAL
ALT50                 AND WRK-LINHA-PRINCIPAL
ALT18                  PERFORM 0169-GERAR-MALA
ALT40              END-IF

ALT12          WHEN WRK-MOT-CLIENTE-CANCELADO
ALT12              MOVE WRK-ERRO-CLIENTE-CANCELADO
ALT12                                       TO REJ-DESCRICAO-ERRO
ALT49          WHEN WRK-MOT-DOCUMENTO-INVALIDO
ALT49              MOVE WRK-ERRO-DOCUMENTO-INVALIDO
ALT49                                       TO REJ-DESCRICAO-ERRO
ALT01      END-EVALUATE.

ALT42      IF WRK-RODADA-NORMAL
ALT23          VARYING IDX-STREAMING FROM 1 BY 1
ALT23          UNTIL IDX-STREAMING GREATER 10.

ALT53      PERFORM 0209-RESUMO-TESTE.

ALT23  0207-RESUMO-STREAMING-FIM.       EXIT.

      *-----------------------------------------------------------------
ALT53  0209-RESUMO-TESTE                 SECTION.
      *-----------------------------------------------------------------
ALT53 *    TESTE GRATIS FICA FORA DOS TOTAIS DE PAGANTES ACIMA.
      *-----------------------------------------------------------------

ALT53      MOVE SPACES           TO REG-RELAT.
ALT53      WRITE REG-RELAT AFTER 1 LINE.

ALT53      MOVE "RESUMO DO TESTE GRATIS" TO REG-RELAT.
ALT53      WRITE REG-RELAT AFTER 1 LINE.

ALT53      MOVE SPACES           TO REG-RELAT.
ALT53      WRITE REG-RELAT AFTER 1 LINE.

ALT53      MOVE "CLIENTES EM TESTE............:" TO WRK-TST-DESCRICAO.
ALT53      MOVE ACU-EM-TESTE                    TO WRK-TST-QTDE.
ALT53      MOVE WRK-LINHA-TESTE  TO REG-RELAT.
ALT53      WRITE REG-RELAT AFTER 1 LINE.

ALT53      MOVE "TESTES INICIADOS NO MES......:" TO WRK-TST-DESCRICAO.
ALT53      MOVE ACU-TESTES-INICIADOS            TO WRK-TST-QTDE.
ALT53      MOVE WRK-LINHA-TESTE  TO REG-RELAT.
ALT53      WRITE REG-RELAT AFTER 1 LINE.

ALT53      MOVE "TESTES CONVERTIDOS NO MES....:" TO WRK-TST-DESCRICAO.
ALT53      MOVE ACU-TESTES-CONVERTIDOS          TO WRK-TST-QTDE.
ALT53      MOVE WRK-LINHA-TESTE  TO REG-RELAT.
ALT53      WRITE REG-RELAT AFTER 1 LINE.

ALT53      MOVE "TESTES EXPIRADOS NO MES......:" TO WRK-TST-DESCRICAO.
ALT53      MOVE ACU-TESTES-EXPIRADOS            TO WRK-TST-QTDE.
ALT53      MOVE WRK-LINHA-TESTE  TO REG-RELAT.
ALT53      WRITE REG-RELAT AFTER 1 LINE.

ALT53  0209-RESUMO-TESTE-FIM.           EXIT.

      *-----------------------------------------------------------------
ALT23  0208-IMPRIMIR-RESUMO-STREAM       SECTION.
      *-----------------------------------------------------------------

ALT26          IF REG-EFATURA-SIM
ALT40              AND WRK-RODADA-NORMAL
ALT50              AND WRK-LINHA-PRINCIPAL
ALT26              PERFORM 0229-GRAVAR-EFATURA
ALT26          END-IF.

ALT37      MOVE WRK-ASSINATURA-BRL          TO FISC-BASE
ALT37      MOVE IMP-TAB-ALIQUOTA (IDX-IMP)  TO FISC-ALIQUOTA
ALT37      MOVE WRK-VALOR-IMPOSTO           TO FISC-VALOR
ALT49      MOVE REG-TIPO-PESSOA             TO FISC-TIPO-PESSOA
ALT49      MOVE REG-CPF-CNPJ                TO FISC-CPF-CNPJ

ALT37      WRITE REG-FISCAL
ALT37      IF FS-FISCAL NOT EQUAL ZEROS
ALT01          DISPLAY "TOTAL DE REGISTROS REJEITADOS: " ACU-REJEITADOS.
ALT47          DISPLAY "VALES-PRESENTE APLICADOS: "
ALT47                  ACU-VALES-APLICADOS " VALOR: " ACU-VALOR-VALES.
ALT54          DISPLAY "BLOQUEADOS CAMPANHA/VALE: " ACU-BLOQUEADOS.
ALT54          DISPLAY "USOS DE CAMPANHA GRAVADOS: " ACU-USOS-CAMPANHA.
ALT53          DISPLAY "CLIENTES EM TESTE GRATIS: " ACU-EM-TESTE.
ALT53          DISPLAY "TESTES INIC/CONV/EXPIR..: " ACU-TESTES-INICIADOS
ALT53                  " " ACU-TESTES-CONVERTIDOS
ALT53                  " " ACU-TESTES-EXPIRADOS.
ALT13          DISPLAY WRK-TRACO.
ALT13          PERFORM 0231-ESTATISTICA-STREAMING
ALT13              VARYING IDX-STREAMING FROM 1 BY 1
      *-----------------------------------------------------------------

ALT22      ADD ACU-LIDOS ACU-REJEITADOS GIVING WRK-QT-REGISTROS-LIDOS.
ALT50      SUBTRACT ACU-LINHAS-ADICIONAIS FROM WRK-QT-REGISTROS-LIDOS.
ALT53      ADD ACU-EM-TESTE TO WRK-QT-REGISTROS-LIDOS.
ALT29      IF NOT WRK-SHARD-ATIVO
ALT22          IF WRK-QT-REGISTROS-LIDOS NOT EQUAL
ALT22                                       WRK-QT-REGISTROS-ESPERADO
ALT47          END-IF
ALT47      END-IF.

ALT54  0337-FECHAR-VIGILANCIA.

ALT54      IF WRK-VIGILANC-DISPONIVEL
ALT54          CLOSE VIGILANC
ALT54          IF FS-VIGILANC NOT EQUAL ZEROS
ALT54              MOVE WRK-ERRO-FECHAR          TO WRK-DESCRICAO-ERRO
ALT54              MOVE FS-VIGILANC              TO WRK-STATUS-ERRO
ALT54              MOVE "0337-FECHAR-VIGILANCIA" TO WRK-AREA-ERRO
ALT54              MOVE "RELATV03"               TO WRK-PROGRAMA-ERRO
ALT54              MOVE "VIGILANC"               TO WRK-ARQUIVO-ERRO
ALT54              PERFORM 9999-TRATAR-ERRO
ALT54          END-IF
ALT54      END-IF.

ALT54      IF WRK-CAMPUSO-ABERTO
ALT54          CLOSE CAMPUSO
ALT54          IF FS-CAMPUSO NOT EQUAL ZEROS
ALT54              MOVE WRK-ERRO-FECHAR          TO WRK-DESCRICAO-ERRO
ALT54              MOVE FS-CAMPUSO               TO WRK-STATUS-ERRO
ALT54              MOVE "0337-FECHAR-VIGILANCIA" TO WRK-AREA-ERRO
ALT54              MOVE "RELATV03"               TO WRK-PROGRAMA-ERRO
ALT54              MOVE "CAMPUSO"                TO WRK-ARQUIVO-ERRO
ALT54              PERFORM 9999-TRATAR-ERRO
ALT54          END-IF
ALT54      END-IF.

ALT02  0340-LIMPAR-CHECKPOINT.

ALT40      IF WRK-RODADA-NORMAL

ALT16      PERFORM 0366-GRAVAR-PRECO-ATUAL
ALT16          VARYING IDX-PRECO-ATU FROM 1 BY 1
ALT50          UNTIL IDX-PRECO-ATU GREATER ACU-PRECO-ATU

ALT16      CLOSE PRECOANT
ALT16      IF FS-PRECOANT NOT EQUAL ZEROS
