      *    GLEXTRAT                  INPUT              BOOKASSI
      *-----------------------------------------------------------------
      *== MODULOS
      *    VALIDOC
      *    GRVMANI
      *-----------------------------------------------------------------
      *-------------------ALTERACOESDO PROGRAMA-------------------------

      *                 PARA O PASSIVO ZERAR SEM RESIDUO DE
      *                 ARREDONDAMENTO.

ALT10 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT10 *== OBJETIVO....: A COPIA DA CRITICA 0165-VALIDAR-DADOS
      *                 ACOMPANHA A DO RELATV05: CPF/CNPJ COM DIGITO
      *                 VERIFICADOR ERRADO (SUBPROGRAMA VALIDOC, BOOK
      *                 BOOKDOC) FICA FORA DA BASE, COMO O RELATORIO O
      *                 REJEITA. DOCUMENTO ZERADO (AINDA NAO CARREGADO)
      *                 PASSA.

ALT11 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT11 *== OBJETIVO....: VALORES NAO IDENTIFICADOS (ARQUIVO SUSPENSO,
      *                 BOOK REGSUSP) PASSARAM A SER LANCADOS NO
      *                 EXTRATO: A ENTRADA DO ITEM E DEBITO DE BANCOS
      *                 (WRK-CONTA-BANCOS) CONTRA CREDITO DO PASSIVO DE
      *                 VALORES NAO IDENTIFICADOS (WRK-CONTA-SUSPENSO);
      *                 A ALOCACAO DO ALOCSUSP EM FATURA OU SALDO
      *                 CREDOR DEBITA O SUSPENSO CONTRA CLIENTES A
      *                 RECEBER E A MARCACAO PARA DEVOLUCAO O TRANSFERE
      *                 PARA VALORES A DEVOLVER (WRK-CONTA-DEVOLVER).
      *                 CADA LADO E LANCADO UMA VEZ SO, PELOS INDICADORES
      *                 DE CONTABILIZACAO DO PROPRIO ITEM. SEM O ARQUIVO
      *                 (STATUS 35), O FECHAMENTO SAI COMO SEMPRE.

ALT12 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT12 *== OBJETIVO....: OS RECEBIMENTOS DO MES PASSARAM A SER LANCADOS
      *                 NO EXTRATO: O TOTAL DO JORNAL DE CAIXA (ARQUIVO
      *                 CAIXAJRN, BOOK REGCAIX) COM DATA DE CREDITO NA
      *                 COMPETENCIA, MENOS AS ENTRADAS DO SUSPENSO
      *                 LANCADAS NA MESMA RODADA (JA DEBITADAS EM BANCOS
      *                 PELO ALT11), E DEBITO DE BANCOS CONTRA CREDITO DE
      *                 CLIENTES A RECEBER - SEM ELE O A RECEBER DO RAZAO
      *                 SO CRESCIA E NAO BATIA COM O AUXILIAR DE FATURAS
      *                 (CONCRAZ). SEM O ARQUIVO (STATUS 35), O
      *                 FECHAMENTO SAI COMO SEMPRE.

ALT13 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT13 *== OBJETIVO....: OS REPASSES A PARCEIROS PASSARAM A SER LANCADOS
      *                 NO EXTRATO A PARTIR DO CONTROLE REPASSES (BOOK
      *                 REGREPA, GRAVADO PELO PAGPARC E BAIXADO PELO
      *                 RETPARC): NA REMESSA, DEBITO DO CUSTO DE REPASSE
      *                 PELO BRUTO CONTRA CREDITO DE REPASSES A PAGAR
      *                 PELO LIQUIDO E DE IRRF E ISS RETIDOS A
      *                 RECOLHER; NO PAGAMENTO CONFIRMADO PELO BANCO,
      *                 DEBITO DE REPASSES A PAGAR CONTRA CREDITO DE
      *                 BANCOS. CADA LADO E LANCADO UMA VEZ SO, PELOS
      *                 INDICADORES DO PROPRIO REPASSE; O RECUSADO
      *                 CONTINUA NO PASSIVO ATE SER PAGO. SEM O ARQUIVO
      *                 (STATUS 35), O FECHAMENTO SAI COMO SEMPRE.

ALT14 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT14 *== OBJETIVO....: OS PONTOS DE FIDELIDADE (EXTRATO PONTOS, BOOK
      *                 REGPONT, GRAVADO PELO PONTCLI) PASSARAM A SER
      *                 LANCADOS UMA UNICA VEZ (INDICADOR NO PROPRIO
      *                 MOVIMENTO): ACUMULO DEBITA A DESPESA CONTRA O
      *                 PASSIVO DE PONTOS; RESGATE BAIXA O PASSIVO
      *                 CONTRA CLIENTES A RECEBER (O CREDITO VAI AO
      *                 SALDO CREDOR); EXPIRACAO VAI A RECEITA E
      *                 ESTORNO REVERTE A DESPESA. O SALDO DE PONTOS EM
      *                 ABERTO E VALORIZADO PELO CARTAO PONTPARM.

ALT15 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT15 *== OBJETIVO....: O GLJORNAL PARA A CONTABILIDADE PASSA A SER
      *                 REGISTRADO NO MANIFESTO DE SAIDA (VALOR TOTAL =
      *                 SOMA DOS DEBITOS) (SUBPROGRAMA GRVMANI, BOOK
      *                 BOOKMANI) - QUANTIDADE, VALOR TOTAL E HASH DO
      *                 CONTEUDO, COM A SEQUENCIA DO ENVIO. REGERAR O
      *                 MESMO MOVIMENTO E REENVIO DA SEQUENCIA JA
      *                 REGISTRADA: SEM LIBERACAO DE DOIS OPERADORES NO
      *                 MANILIB O PROGRAMA TERMINA COM RETURN-CODE 08
      *                 PARA A TRANSMISSAO NAO RODAR.

ALT16 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT16 *== OBJETIVO....: A BASE DE CLIENTES A RECEBER E DE RECEITA PASSOU
      *                 A SER MONTADA COMO NO RELATV05: UMA PARCELA POR
      *                 ASSINATURA ATIVA DO CLIENTE NO ARQUIVO
      *                 ASSINATURAS (BOOK REGASSN), COM STREAMING, PLANO
      *                 E VALOR DA PROPRIA ASSINATURA, CRITICADA E
      *                 PRECIFICADA UMA A UMA; CLIENTE SEM ASSINATURA
      *                 ATIVA NO ARQUIVO (OU ARQUIVO AUSENTE) VALE PELO
      *                 MESTRE, COMO ANTES. O PLANO ANUAL CONTINUA FORA
      *                 (ALT08). SEM ISSO, TODO CLIENTE COM SEGUNDA
      *                 ASSINATURA DESCASAVA A CONFERENCIA COM O TOTAL
      *                 FATURADO DO HISTORICO. O ASSINANTE DE REVENDA EM
      *                 BLOCO (ARQUIVO REVENDAS, BOOK REGREVE) E FATURADO
      *                 PELO FATURCLI A PRECO DE ATACADO: A DIFERENCA
      *                 PARA O VAREJO SAI COMO DEBITO DE DESCONTOS
      *                 (WRK-CONTA-AJUSTES) CONTRA CREDITO DE CLIENTES A
      *                 RECEBER. A MULTA DE FIDELIDADE FATURADA PELO
      *                 MANTCLI NA COMPETENCIA (ASN-MULTA-COBRADA DA
      *                 ASSINATURA ENCERRADA NO MES) SAI COMO DEBITO DE
      *                 CLIENTES A RECEBER CONTRA CREDITO DA RECEITA DE
      *                 MULTAS DE FIDELIDADE (WRK-CONTA-MULTA-FIDEL, BOOK
      *                 BOOKCTA) - ASSIM O A RECEBER DO RAZAO BATE COM O
      *                 AUXILIAR DE FATURAS (CONCRAZ).

      *=================================================================
       ENVIRONMENT                      DIVISION.
      *=================================================================
ALT07      RECORD KEY IS DIF-CHAVE
ALT07      FILE STATUS IS FS-DIFERIDO.

ALT11      SELECT SUSPENSO ASSIGN TO WRK-NOME-SUSPENSO
ALT11      ORGANIZATION IS INDEXED
ALT11      ACCESS MODE IS SEQUENTIAL
ALT11      RECORD KEY IS SUSP-CHAVE
ALT11      FILE STATUS IS FS-SUSPENSO.

ALT12      SELECT CAIXAJRN ASSIGN TO WRK-NOME-CAIXAJRN
ALT12      ORGANIZATION IS SEQUENTIAL
ALT12      FILE STATUS IS FS-CAIXAJRN.

ALT13      SELECT REPASSES ASSIGN TO WRK-NOME-REPASSES
ALT13      ORGANIZATION IS INDEXED
ALT13      ACCESS MODE IS SEQUENTIAL
ALT13      RECORD KEY IS REPA-CHAVE
ALT13      FILE STATUS IS FS-REPASSES.

ALT14      SELECT PONTOS ASSIGN TO WRK-NOME-PONTOS
ALT14      ORGANIZATION IS INDEXED
ALT14      ACCESS MODE IS SEQUENTIAL
ALT14      RECORD KEY IS PTS-CHAVE
ALT14      FILE STATUS IS FS-PONTOS.

ALT14      SELECT PONTPARM ASSIGN TO WRK-NOME-PONTPARM
ALT14      ORGANIZATION IS SEQUENTIAL
ALT14      FILE STATUS IS FS-PONTPARM.

ALT16      SELECT ASSINATURAS ASSIGN TO WRK-NOME-ASSINATURAS
ALT16      ORGANIZATION IS INDEXED
ALT16      ACCESS MODE IS DYNAMIC
ALT16      RECORD KEY IS ASN-CHAVE
ALT16      FILE STATUS IS FS-ASSINATURAS.

ALT16      SELECT REVENDAS ASSIGN TO WRK-NOME-REVENDAS
ALT16      ORGANIZATION IS INDEXED
ALT16      ACCESS MODE IS RANDOM
ALT16      RECORD KEY IS REVE-CONTA
ALT16      FILE STATUS IS FS-REVENDAS.

           SELECT GLJORNAL ASSIGN TO WRK-NOME-GLJORNAL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-GLJORNAL.
ALT07  FD  DIFERIDO.
ALT07  COPY "REGDIF".

      *-----------------------------------------------------------------
      *
      *            I-O - VALORES NAO IDENTIFICADOS (SUSPENSO)
      *
      *-----------------------------------------------------------------
ALT11  FD  SUSPENSO.
ALT11  COPY "REGSUSP".

      *-----------------------------------------------------------------
      *
      *            INPUT - JORNAL DE RECEBIMENTOS (CAIXAJRN)
      *
      *-----------------------------------------------------------------
ALT12  FD  CAIXAJRN.
ALT12  COPY "REGCAIX".

      *-----------------------------------------------------------------
      *
      *            I-O - CONTROLE DE REPASSES A PARCEIROS
      *
      *-----------------------------------------------------------------
ALT13  FD  REPASSES.
ALT13  COPY "REGREPA".

      *-----------------------------------------------------------------
      *
ALT14 *            I-O - EXTRATO DE PONTOS DE FIDELIDADE
      *
      *-----------------------------------------------------------------
ALT14  FD  PONTOS.
ALT14  COPY "REGPONT".

      *-----------------------------------------------------------------
      *
ALT14 *            INPUT - CARTAO DE PARAMETROS DO PROGRAMA DE PONTOS
      *
      *-----------------------------------------------------------------
ALT14  FD  PONTPARM.
ALT14  COPY "REGPONP".

      *-----------------------------------------------------------------
      *
ALT16 *            INPUT - ASSINATURAS DOS CLIENTES
      *
      *-----------------------------------------------------------------
ALT16  FD  ASSINATURAS.
ALT16  COPY "REGASSN".

      *-----------------------------------------------------------------
      *
ALT16 *            INPUT - CADASTRO DE REVENDAS (CONTRATO DE ATACADO)
      *
      *-----------------------------------------------------------------
ALT16  FD  REVENDAS.
ALT16  COPY "REGREVE".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - EXTRATO CONTABIL DE PARTIDAS DOBRADAS
ALT05  01  FS-PERDMOVT                  PIC 9(002)         VALUE ZEROS.
ALT06  01  FS-REEMMOVT                  PIC 9(002)         VALUE ZEROS.
ALT07  01  FS-DIFERIDO                  PIC 9(002)         VALUE ZEROS.
ALT11  01  FS-SUSPENSO                  PIC 9(002)         VALUE ZEROS.
ALT12  01  FS-CAIXAJRN                  PIC 9(002)         VALUE ZEROS.
ALT13  01  FS-REPASSES                  PIC 9(002)         VALUE ZEROS.
ALT14  01  FS-PONTOS                    PIC 9(002)         VALUE ZEROS.
ALT14  01  FS-PONTPARM                  PIC 9(002)         VALUE ZEROS.
ALT16  01  FS-ASSINATURAS               PIC 9(002)         VALUE ZEROS.
ALT16  01  FS-REVENDAS                  PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
ALT06         "C:\RELATORIO\dados\REEMMOVT.DAT".
ALT07  01  WRK-NOME-DIFERIDO            PIC X(040)         VALUE
ALT07         "C:\RELATORIO\dados\DIFERIDO.DAT".
ALT11  01  WRK-NOME-SUSPENSO            PIC X(040)         VALUE
ALT11         "C:\RELATORIO\dados\SUSPENSO.DAT".
ALT12  01  WRK-NOME-CAIXAJRN            PIC X(040)         VALUE
ALT12         "C:\RELATORIO\dados\CAIXAJRN.DAT".
ALT13  01  WRK-NOME-REPASSES            PIC X(040)         VALUE
ALT13         "C:\RELATORIO\dados\REPASSES.DAT".
ALT14  01  WRK-NOME-PONTOS              PIC X(040)         VALUE
ALT14         "C:\RELATORIO\dados\PONTOS.DAT".
ALT14  01  WRK-NOME-PONTPARM            PIC X(040)         VALUE
ALT14         "C:\RELATORIO\dados\PONTPARM.DAT".
ALT16  01  WRK-NOME-ASSINATURAS         PIC X(040)         VALUE
ALT16         "C:\RELATORIO\dados\ASSINATURAS.DAT".
ALT16  01  WRK-NOME-REVENDAS            PIC X(040)         VALUE
ALT16         "C:\RELATORIO\dados\REVENDAS.DAT".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
ALT07      05 WRK-DIF-MM                PIC 9(002).

ALT07  01  ACU-RECONHECIDOS             PIC 9(005)  COMP-3 VALUE ZEROS.
ALT11  01  ACU-SUSPENSOS-LANCADOS       PIC 9(005)  COMP-3 VALUE ZEROS.
ALT12  01  ACU-ENTRADAS-SUSPENSO        PIC 9(009)V99 COMP-3
ALT12                                                      VALUE ZEROS.
ALT12  01  ACU-RECEBIMENTOS-CAIXA       PIC 9(009)V99 COMP-3
ALT12                                                      VALUE ZEROS.
ALT12  01  WRK-RECEBIMENTOS-LIQUIDOS    PIC S9(009)V99 COMP-3
ALT12                                                      VALUE ZEROS.
ALT12  01  WRK-COMPETENCIA-CAIXA        PIC 9(006)         VALUE ZEROS.
ALT12  01  ACU-CAIXA-LIDOS              PIC 9(005)  COMP-3 VALUE ZEROS.
ALT13  01  ACU-REPASSES-LANCADOS        PIC 9(005)  COMP-3 VALUE ZEROS.
ALT14  01  ACU-PONTOS-LANCADOS          PIC 9(005)  COMP-3 VALUE ZEROS.
ALT14  01  ACU-SALDO-PONTOS             PIC 9(011)  COMP-3 VALUE ZEROS.
ALT14  01  WRK-VALOR-SALDO-PONTOS       PIC 9(009)V99 COMP-3
ALT14                                                      VALUE ZEROS.
ALT14  01  WRK-VALOR-PONTO              PIC 9(001)V9(004)  VALUE
ALT14                                                      0,0100.
ALT16  01  ACU-DESCONTO-REVENDA         PIC 9(009)V99 COMP-3
ALT16                                                      VALUE ZEROS.
ALT16  01  ACU-VALOR-MULTAS             PIC 9(009)V99 COMP-3
ALT16                                                      VALUE ZEROS.
ALT16  01  ACU-MULTAS-FIDELIDADE        PIC 9(005)  COMP-3 VALUE ZEROS.
ALT16  01  ACU-ASSIN-ADICIONAIS         PIC 9(005)  COMP-3 VALUE ZEROS.
ALT16  01  WRK-COMPETENCIA-MULTA        PIC 9(006)         VALUE ZEROS.

      *-----------------------------------------------------------------
ALT16  01  FILLER                       PIC X(050)         VALUE
ALT16         "-----VARIAVEIS DE ASSINATURAS E REVENDA-----".
      *-----------------------------------------------------------------
ALT16  01  WRK-SW-ASSINATURAS           PIC X(001)         VALUE "N".
ALT16      88 WRK-ASSINATURAS-DISPONIVEL                   VALUE "S".
ALT16      88 WRK-ASSINATURAS-INDISPONIVEL                 VALUE "N".
ALT16  01  WRK-SW-FIM-ASSIN             PIC X(001)         VALUE "N".
ALT16      88 WRK-FIM-ASSIN                                VALUE "S".
ALT16      88 WRK-NAO-FIM-ASSIN                            VALUE "N".
ALT16  01  WRK-SW-REVENDAS              PIC X(001)         VALUE "N".
ALT16      88 WRK-REVENDAS-DISPONIVEL                      VALUE "S".
ALT16      88 WRK-REVENDAS-INDISPONIVEL                    VALUE "N".
ALT16  01  WRK-SW-TIPO-REVENDA          PIC X(001)         VALUE "N".
ALT16      88 WRK-ASSINANTE-REVENDA                        VALUE "R".
ALT16      88 WRK-FORA-REVENDA                             VALUE "N".
ALT16  01  WRK-SW-PRECO-CONTRATO        PIC X(001)         VALUE "N".
ALT16      88 WRK-PRECO-CONTRATO-ACHADO                    VALUE "S".
ALT16      88 WRK-PRECO-CONTRATO-NAO                       VALUE "N".
ALT16  01  WRK-QT-ASSIN-BASE            PIC 9(003)  COMP-3 VALUE ZEROS.
ALT16  01  WRK-PRC-STREAMING            PIC X(010)         VALUE SPACES.
ALT16  01  WRK-PRC-PLANO                PIC X(007)         VALUE SPACES.
ALT16  01  WRK-PRC-PLANO-BUSCA          PIC X(007)         VALUE SPACES.
ALT16  01  WRK-PRC-VAREJO               PIC 9(005)V99      VALUE ZEROS.
ALT16  01  WRK-PRECO-ATACADO            PIC 9(005)V99      VALUE ZEROS.
ALT16  01  IDX-PRECO                    PIC 9(002)  COMP-3 VALUE ZEROS.


      *-----------------------------------------------------------------
ALT01  COPY "BOOKPLAN".

      *-----------------------------------------------------------------
ALT10  01  FILLER                       PIC X(050)         VALUE
ALT10         "-----AREA COMUNICACAO SUBPROGRAMA VALIDOC-----".
      *-----------------------------------------------------------------
ALT10  COPY "BOOKDOC".

      *-----------------------------------------------------------------
ALT15  01  FILLER                       PIC X(050)         VALUE
ALT15         "-----AREA COMUNICACAO SUBPROGRAMA GRVMANI-----".
      *-----------------------------------------------------------------
ALT15  COPY "BOOKMANI".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----BOOK DE MENSAGEM DEDE ERRO DOS ARQUIVOS-----".
      *-----------------------------------------------------------------
ALT05      PERFORM 0257-LANCAR-PERDAS.
ALT06      PERFORM 0259-LANCAR-REEMBOLSOS.
ALT07      PERFORM 0263-RECONHECER-DIFERIDOS.
ALT11      PERFORM 0267-LANCAR-SUSPENSO.
ALT12      PERFORM 0269-LANCAR-RECEBIMENTOS.
ALT13      PERFORM 0271-LANCAR-REPASSES.
ALT14      PERFORM 0273-LANCAR-PONTOS.
ALT16      PERFORM 0275-LANCAR-MULTAS-FIDELIDADE.
           PERFORM 0260-CONFERIR-FECHAMENTO.
           PERFORM 0300-FINALIZAR.

ALT01          MOVE SPACES               TO WRK-DD-EXTERNA
ALT01      END-IF.

ALT12      ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CAIXAJRN".
ALT12      IF WRK-DD-EXTERNA NOT EQUAL SPACES
ALT12          MOVE WRK-DD-EXTERNA       TO WRK-NOME-CAIXAJRN
ALT12          MOVE SPACES               TO WRK-DD-EXTERNA
ALT12      END-IF.

ALT13      ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_REPASSES".
ALT13      IF WRK-DD-EXTERNA NOT EQUAL SPACES
ALT13          MOVE WRK-DD-EXTERNA       TO WRK-NOME-REPASSES
ALT13          MOVE SPACES               TO WRK-DD-EXTERNA
ALT13      END-IF.

ALT14      ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_PONTOS".
ALT14      IF WRK-DD-EXTERNA NOT EQUAL SPACES
ALT14          MOVE WRK-DD-EXTERNA       TO WRK-NOME-PONTOS
ALT14          MOVE SPACES               TO WRK-DD-EXTERNA
ALT14      END-IF.

ALT14      ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_PONTPARM".
ALT14      IF WRK-DD-EXTERNA NOT EQUAL SPACES
ALT14          MOVE WRK-DD-EXTERNA       TO WRK-NOME-PONTPARM
ALT14          MOVE SPACES               TO WRK-DD-EXTERNA
ALT14      END-IF.

ALT16      ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_ASSINATU".
ALT16      IF WRK-DD-EXTERNA NOT EQUAL SPACES
ALT16          MOVE WRK-DD-EXTERNA       TO WRK-NOME-ASSINATURAS
ALT16          MOVE SPACES               TO WRK-DD-EXTERNA
ALT16      END-IF.

ALT16      ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_REVENDAS".
ALT16      IF WRK-DD-EXTERNA NOT EQUAL SPACES
ALT16          MOVE WRK-DD-EXTERNA       TO WRK-NOME-REVENDAS
ALT16          MOVE SPACES               TO WRK-DD-EXTERNA
ALT16      END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_GLJORNAL".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-GLJORNAL
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT16      OPEN INPUT ASSINATURAS.
ALT16      IF FS-ASSINATURAS EQUAL ZEROS
ALT16          SET WRK-ASSINATURAS-DISPONIVEL TO TRUE
ALT16      ELSE
ALT16          IF FS-ASSINATURAS EQUAL 35
ALT16              SET WRK-ASSINATURAS-INDISPONIVEL TO TRUE
ALT16          ELSE
ALT16              MOVE WRK-ERRO-ABERTURA      TO WRK-DESCRICAO-ERRO
ALT16              MOVE FS-ASSINATURAS         TO WRK-STATUS-ERRO
ALT16              MOVE "0100-INICIALIZAR"     TO WRK-AREA-ERRO
ALT16              MOVE "GLEXTRAT"             TO WRK-PROGRAMA-ERRO
ALT16              MOVE "ASSINATURAS"          TO WRK-ARQUIVO-ERRO
ALT16              PERFORM 9999-TRATAR-ERRO
ALT16          END-IF
ALT16      END-IF.

ALT16      OPEN INPUT REVENDAS.
ALT16      IF FS-REVENDAS EQUAL ZEROS
ALT16          SET WRK-REVENDAS-DISPONIVEL TO TRUE
ALT16      ELSE
ALT16          IF FS-REVENDAS EQUAL 35
ALT16              SET WRK-REVENDAS-INDISPONIVEL TO TRUE
ALT16          ELSE
ALT16              MOVE WRK-ERRO-ABERTURA      TO WRK-DESCRICAO-ERRO
ALT16              MOVE FS-REVENDAS            TO WRK-STATUS-ERRO
ALT16              MOVE "0100-INICIALIZAR"     TO WRK-AREA-ERRO
ALT16              MOVE "GLEXTRAT"             TO WRK-PROGRAMA-ERRO
ALT16              MOVE "REVENDAS"             TO WRK-ARQUIVO-ERRO
ALT16              PERFORM 9999-TRATAR-ERRO
ALT16          END-IF
ALT16      END-IF.

ALT15      SET MANI-FUNC-ABRIR           TO TRUE.
ALT15      MOVE "GLEXTRAT"               TO MANI-PROGRAMA.
ALT15      MOVE "GLJORNAL"               TO MANI-ARQUIVO.
ALT15      MOVE ZEROS                    TO MANI-DESTINO.
ALT15      MOVE WRK-DATA-EXECUCAO        TO MANI-DATA-MOVTO.
ALT15      CALL "GRVMANI" USING MANI-PARAMETRO.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------
ALT01          END-SEARCH
ALT01      END-IF.

ALT10      IF REG-CPF-CNPJ NOT EQUAL ZEROS AND WRK-REG-VALIDO
ALT10          MOVE REG-TIPO-PESSOA            TO DOC-TIPO-PESSOA
ALT10          MOVE REG-CPF-CNPJ               TO DOC-NUMERO
ALT10          CALL "VALIDOC" USING DOC-PARAMETRO
ALT10          IF DOC-INVALIDO
ALT10              MOVE "N"                        TO WRK-REG-VALIDO-SW
ALT10              MOVE WRK-MOT-DOCUMENTO-INVALIDO TO WRK-COD-MOTIVO
ALT10          END-IF
ALT10      END-IF.

ALT01  0165-VALIDAR-DADOS-FIM.          EXIT.

      *-----------------------------------------------------------------

           IF REG-TIPO-DETALHE AND (REG-ATIVO OR REG-SUSPENSO)
ALT08          AND NOT REG-FREQ-ANUAL
ALT16          PERFORM 0201-CONSULTAR-REVENDA
ALT16          MOVE ZEROS                TO WRK-QT-ASSIN-BASE
ALT16          IF WRK-ASSINATURAS-DISPONIVEL
ALT16              SET WRK-NAO-FIM-ASSIN TO TRUE
ALT16              MOVE REG-CODIGO       TO ASN-CODIGO
ALT16              MOVE ZEROS            TO ASN-SEQUENCIA
ALT16              START ASSINATURAS KEY IS NOT LESS ASN-CHAVE
ALT16                  INVALID KEY
ALT16                      SET WRK-FIM-ASSIN TO TRUE
ALT16              END-START
ALT16              PERFORM 0202-LER-ASSINATURA
ALT16                  UNTIL WRK-FIM-ASSIN
ALT16          END-IF
ALT16          IF WRK-QT-ASSIN-BASE EQUAL ZEROS
ALT16              PERFORM 0203-SOMAR-PARCELA
ALT16          END-IF
           END-IF.

           PERFORM 0160-LER-DADOS.
       0200-PROCESSAR-FIM.              EXIT.

      *-----------------------------------------------------------------
ALT16  0201-CONSULTAR-REVENDA            SECTION.
      *-----------------------------------------------------------------
ALT16 *    MESMA REGRA DO FATURCLI: CLIENTE LIGADO A UMA CONTA PAGADORA
ALT16 *    COM CONTRATO ATIVO NO REVENDAS E ASSINANTE DA REVENDA E E
ALT16 *    FATURADO A PRECO DE ATACADO. O REGISTRO LIDO FICA NA AREA
ALT16 *    DO ARQUIVO PARA A PRECIFICACAO DESTE CLIENTE.
      *-----------------------------------------------------------------

ALT16      SET WRK-FORA-REVENDA TO TRUE.

ALT16      IF WRK-REVENDAS-DISPONIVEL AND REG-PAGADOR GREATER ZEROS
ALT16         AND REG-PAGADOR NOT EQUAL REG-CODIGO
ALT16          MOVE REG-PAGADOR TO REVE-CONTA
ALT16          READ REVENDAS KEY IS REVE-CONTA
ALT16              INVALID KEY
ALT16                  CONTINUE
ALT16              NOT INVALID KEY
ALT16                  IF REVE-ATIVA
ALT16                      SET WRK-ASSINANTE-REVENDA TO TRUE
ALT16                  END-IF
ALT16          END-READ
ALT16      END-IF.

ALT16  0201-CONSULTAR-REVENDA-FIM.       EXIT.

      *-----------------------------------------------------------------
ALT16  0202-LER-ASSINATURA               SECTION.
      *-----------------------------------------------------------------
ALT16 *    UMA PARCELA POR ASSINATURA ATIVA DO CLIENTE, COM STREAMING,
ALT16 *    PLANO E VALOR DA PROPRIA ASSINATURA - A MESMA LINHA QUE O
ALT16 *    RELATV05 IMPRIME E SOMA NO TOTAL FATURADO DO HISTORICO.
      *-----------------------------------------------------------------

ALT16      READ ASSINATURAS NEXT RECORD
ALT16          AT END
ALT16              SET WRK-FIM-ASSIN     TO TRUE
ALT16      END-READ.

ALT16      IF NOT WRK-FIM-ASSIN
ALT16          IF ASN-CODIGO NOT EQUAL REG-CODIGO
ALT16              SET WRK-FIM-ASSIN     TO TRUE
ALT16          ELSE
ALT16              IF ASN-ATIVA
ALT16                  ADD 1             TO WRK-QT-ASSIN-BASE
ALT16                  IF ASN-SEQUENCIA GREATER 1
ALT16                      ADD 1         TO ACU-ASSIN-ADICIONAIS
ALT16                  END-IF
ALT16                  MOVE ASN-STREAMING TO REG-STREAMING
ALT16                  MOVE ASN-PLANO     TO REG-PLANO
ALT16                  MOVE ASN-VALOR     TO REG-ASSINATURA
ALT16                  PERFORM 0203-SOMAR-PARCELA
ALT16              END-IF
ALT16          END-IF
ALT16      END-IF.

ALT16  0202-LER-ASSINATURA-FIM.          EXIT.

      *-----------------------------------------------------------------
ALT16  0203-SOMAR-PARCELA                SECTION.
      *-----------------------------------------------------------------
ALT16 *    PARCELA DA BASE (ASSINATURA DO ARQUIVO OU, SEM NENHUMA
ALT16 *    ATIVA, O PROPRIO MESTRE) JA EM REG-STREAMING, REG-PLANO E
ALT16 *    REG-ASSINATURA.
      *-----------------------------------------------------------------

ALT01      PERFORM 0165-VALIDAR-DADOS.
ALT01      IF WRK-REG-VALIDO
ALT16          MOVE REG-ASSINATURA       TO WRK-PRC-VAREJO
ALT01          PERFORM 0167-DERIVAR-ASSINATURA
               PERFORM 0171-DERIVAR-VALOR-BRL
               ADD WRK-ASSINATURA-BRL TO ACU-TOTAL-RECEBER
               ADD REG-ASSINATURA TO
                            ACU-RECEITA (IDX-STREAMING)
               COMPUTE ACU-VAR-CAMBIAL =
                   ACU-VAR-CAMBIAL
                   + WRK-ASSINATURA-BRL - REG-ASSINATURA
ALT16          IF WRK-ASSINANTE-REVENDA
ALT16              PERFORM 0204-APURAR-DESCONTO-REVENDA
ALT16          END-IF
ALT01      END-IF.

ALT16  0203-SOMAR-PARCELA-FIM.           EXIT.

      *-----------------------------------------------------------------
ALT16  0204-APURAR-DESCONTO-REVENDA      SECTION.
      *-----------------------------------------------------------------
ALT16 *    A PARCELA ENTROU NO A RECEBER PELO VAREJO EM REAIS; O
ALT16 *    FATURCLI COBRA DA REVENDA O PRECO DE ATACADO. A DIFERENCA E
ALT16 *    O DESCONTO DE ATACADO, ESTORNADO DO A RECEBER NA 0240.
      *-----------------------------------------------------------------

ALT16      MOVE REG-STREAMING            TO WRK-PRC-STREAMING.
ALT16      MOVE REG-PLANO                TO WRK-PRC-PLANO.
ALT16      PERFORM 0205-PRECIFICAR-ATACADO.

ALT16      IF WRK-ASSINATURA-BRL GREATER WRK-PRECO-ATACADO
ALT16          COMPUTE ACU-DESCONTO-REVENDA =
ALT16              ACU-DESCONTO-REVENDA
ALT16              + WRK-ASSINATURA-BRL - WRK-PRECO-ATACADO
ALT16      END-IF.

ALT16  0204-APURAR-DESCONTO-REVENDA-FIM. EXIT.

      *-----------------------------------------------------------------
ALT16  0205-PRECIFICAR-ATACADO           SECTION.
      *-----------------------------------------------------------------
ALT16 *    MESMA PRECIFICACAO DO FATURCLI: PRECO DE CONTRATO DO
ALT16 *    STREAMING/PLANO; SEM ELE, O DO STREAMING COM PLANO EM
ALT16 *    BRANCO; SEM NENHUM, O VAREJO MENOS O DESCONTO DO CONTRATO.
      *-----------------------------------------------------------------

ALT16      SET WRK-PRECO-CONTRATO-NAO    TO TRUE.
ALT16      MOVE WRK-PRC-PLANO            TO WRK-PRC-PLANO-BUSCA.
ALT16      PERFORM 0206-PESQUISAR-PRECO
ALT16          VARYING IDX-PRECO FROM 1 BY 1
ALT16          UNTIL IDX-PRECO GREATER REVE-QT-PRECOS
ALT16             OR IDX-PRECO GREATER 10
ALT16             OR WRK-PRECO-CONTRATO-ACHADO.

ALT16      IF WRK-PRECO-CONTRATO-NAO
ALT16          AND WRK-PRC-PLANO NOT EQUAL SPACES
ALT16          MOVE SPACES               TO WRK-PRC-PLANO-BUSCA
ALT16          PERFORM 0206-PESQUISAR-PRECO
ALT16              VARYING IDX-PRECO FROM 1 BY 1
ALT16              UNTIL IDX-PRECO GREATER REVE-QT-PRECOS
ALT16                 OR IDX-PRECO GREATER 10
ALT16                 OR WRK-PRECO-CONTRATO-ACHADO
ALT16      END-IF.

ALT16      IF WRK-PRECO-CONTRATO-NAO
ALT16          COMPUTE WRK-PRECO-ATACADO ROUNDED =
ALT16              WRK-PRC-VAREJO * (100 - REVE-PERC-DESCONTO) / 100
ALT16      END-IF.

ALT16  0205-PRECIFICAR-ATACADO-FIM.      EXIT.

      *-----------------------------------------------------------------
ALT16  0206-PESQUISAR-PRECO              SECTION.
      *-----------------------------------------------------------------

ALT16      IF REVE-PRC-STREAMING (IDX-PRECO) EQUAL WRK-PRC-STREAMING
ALT16         AND REVE-PRC-PLANO (IDX-PRECO) EQUAL WRK-PRC-PLANO-BUSCA
ALT16          MOVE REVE-PRC-VALOR (IDX-PRECO) TO WRK-PRECO-ATACADO
ALT16          SET WRK-PRECO-CONTRATO-ACHADO   TO TRUE
ALT16      END-IF.

ALT16  0206-PESQUISAR-PRECO-FIM.         EXIT.

      *-----------------------------------------------------------------
       0240-LANCAR-PARTIDAS             SECTION.
      *-----------------------------------------------------------------
      *    DEBITO DE CLIENTES A RECEBER PELO TOTAL EM REAIS; CREDITO
ALT02          END-IF
           END-IF.

ALT16      IF ACU-DESCONTO-REVENDA GREATER ZEROS
ALT16          MOVE WRK-CONTA-AJUSTES     TO GL-CONTA
ALT16          SET GL-DEBITO              TO TRUE
ALT16          MOVE ACU-DESCONTO-REVENDA  TO GL-VALOR
ALT16          MOVE "DESCONTO DE ATACADO REVENDAS" TO GL-DESCRICAO
ALT16          PERFORM 0245-GRAVAR-LANCAMENTO
ALT16          ADD ACU-DESCONTO-REVENDA   TO ACU-TOTAL-DEBITOS

ALT16          MOVE WRK-CONTA-RECEBER     TO GL-CONTA
ALT16          SET GL-CREDITO             TO TRUE
ALT16          MOVE ACU-DESCONTO-REVENDA  TO GL-VALOR
ALT16          MOVE "A RECEBER A PRECO DE ATACADO" TO GL-DESCRICAO
ALT16          PERFORM 0245-GRAVAR-LANCAMENTO
ALT16          ADD ACU-DESCONTO-REVENDA   TO ACU-TOTAL-CREDITOS
ALT16      END-IF.

       0240-LANCAR-PARTIDAS-FIM.        EXIT.

      *-----------------------------------------------------------------
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT15      PERFORM 0830-MANIFESTAR-REGISTRO.

           ADD 1 TO ACU-LANCAMENTOS.

       0245-GRAVAR-LANCAMENTO-FIM.      EXIT.
ALT07  0266-LANCAR-RECONHECIMENTO-FIM.  EXIT.

      *-----------------------------------------------------------------
ALT11  0267-LANCAR-SUSPENSO              SECTION.
      *-----------------------------------------------------------------
ALT11 *    VALORES NAO IDENTIFICADOS GRAVADOS PELAS BAIXAS E ALOCADOS
ALT11 *    PELO ALOCSUSP. A ENTRADA E A SAIDA DE CADA ITEM SAO
ALT11 *    LANCADAS UMA UNICA VEZ (INDICADORES NO PROPRIO ITEM) E
ALT11 *    SEMPRE EM PAR, SEM MEXER NA CONFERENCIA DO A RECEBER.
      *-----------------------------------------------------------------

ALT11      OPEN I-O SUSPENSO.

ALT11      IF FS-SUSPENSO EQUAL ZEROS
ALT11          PERFORM 0268-LER-SUSPENSO
ALT11              UNTIL FS-SUSPENSO NOT EQUAL ZEROS
ALT11          CLOSE SUSPENSO
ALT11      ELSE
ALT11          IF FS-SUSPENSO NOT EQUAL 35
ALT11              MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
ALT11              MOVE FS-SUSPENSO              TO WRK-STATUS-ERRO
ALT11              MOVE "0267-LANCAR-SUSPENSO"   TO WRK-AREA-ERRO
ALT11              MOVE "GLEXTRAT"               TO WRK-PROGRAMA-ERRO
ALT11              MOVE "SUSPENSO"               TO WRK-ARQUIVO-ERRO
ALT11              PERFORM 9999-TRATAR-ERRO
ALT11          END-IF
ALT11      END-IF.

ALT11  0267-LANCAR-SUSPENSO-FIM.        EXIT.

      *-----------------------------------------------------------------
ALT11  0268-LER-SUSPENSO                 SECTION.
      *-----------------------------------------------------------------

ALT11      READ SUSPENSO NEXT RECORD.

ALT11      IF FS-SUSPENSO NOT EQUAL ZEROS
ALT11          IF FS-SUSPENSO NOT EQUAL 10
ALT11              MOVE WRK-ERRO-LEIT            TO WRK-DESCRICAO-ERRO
ALT11              MOVE FS-SUSPENSO              TO WRK-STATUS-ERRO
ALT11              MOVE "0268-LER-SUSPENSO"      TO WRK-AREA-ERRO
ALT11              MOVE "GLEXTRAT"               TO WRK-PROGRAMA-ERRO
ALT11              MOVE "SUSPENSO"               TO WRK-ARQUIVO-ERRO
ALT11              PERFORM 9999-TRATAR-ERRO
ALT11          END-IF
ALT11          GO TO 0268-LER-SUSPENSO-FIM
ALT11      END-IF.

ALT11      IF SUSP-ENTRADA-CONTABILIZADA
ALT11          AND (SUSP-PENDENTE OR SUSP-SAIDA-CONTABILIZADA)
ALT11          GO TO 0268-LER-SUSPENSO-FIM
ALT11      END-IF.

ALT11      IF SUSP-ENTRADA-A-CONTABILIZAR
ALT11          MOVE WRK-CONTA-BANCOS        TO GL-CONTA
ALT11          SET GL-DEBITO                TO TRUE
ALT11          MOVE SUSP-VALOR              TO GL-VALOR
ALT11          MOVE "RECEBIMENTO NAO IDENTIFICADO" TO GL-DESCRICAO
ALT11          PERFORM 0245-GRAVAR-LANCAMENTO
ALT11          ADD SUSP-VALOR               TO ACU-TOTAL-DEBITOS

ALT11          MOVE WRK-CONTA-SUSPENSO      TO GL-CONTA
ALT11          SET GL-CREDITO               TO TRUE
ALT11          MOVE SUSP-VALOR              TO GL-VALOR
ALT11          MOVE "VALORES NAO IDENTIFICADOS" TO GL-DESCRICAO
ALT11          PERFORM 0245-GRAVAR-LANCAMENTO
ALT11          ADD SUSP-VALOR               TO ACU-TOTAL-CREDITOS
ALT12          ADD SUSP-VALOR               TO ACU-ENTRADAS-SUSPENSO

ALT11          SET SUSP-ENTRADA-CONTABILIZADA TO TRUE
ALT11      END-IF.

ALT11      IF NOT SUSP-PENDENTE
ALT11          AND SUSP-SAIDA-A-CONTABILIZAR
ALT11          MOVE WRK-CONTA-SUSPENSO      TO GL-CONTA
ALT11          SET GL-DEBITO                TO TRUE
ALT11          MOVE SUSP-VALOR              TO GL-VALOR
ALT11          MOVE "ALOCACAO VALOR NAO IDENTIF" TO GL-DESCRICAO
ALT11          PERFORM 0245-GRAVAR-LANCAMENTO
ALT11          ADD SUSP-VALOR               TO ACU-TOTAL-DEBITOS

ALT11          IF SUSP-A-DEVOLVER
ALT11              MOVE WRK-CONTA-DEVOLVER  TO GL-CONTA
ALT11              MOVE "VALORES A DEVOLVER" TO GL-DESCRICAO
ALT11          ELSE
ALT11              MOVE WRK-CONTA-RECEBER   TO GL-CONTA
ALT11              MOVE "CONTRAPARTIDA ALOCACAO" TO GL-DESCRICAO
ALT11          END-IF
ALT11          SET GL-CREDITO               TO TRUE
ALT11          MOVE SUSP-VALOR              TO GL-VALOR
ALT11          PERFORM 0245-GRAVAR-LANCAMENTO
ALT11          ADD SUSP-VALOR               TO ACU-TOTAL-CREDITOS

ALT11          SET SUSP-SAIDA-CONTABILIZADA TO TRUE
ALT11      END-IF.

ALT11      REWRITE REG-VALOR-SUSPENSO.
ALT11      IF FS-SUSPENSO NOT EQUAL ZEROS
ALT11          MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
ALT11          MOVE FS-SUSPENSO              TO WRK-STATUS-ERRO
ALT11          MOVE "0268-LER-SUSPENSO"      TO WRK-AREA-ERRO
ALT11          MOVE "GLEXTRAT"               TO WRK-PROGRAMA-ERRO
ALT11          MOVE "SUSPENSO"               TO WRK-ARQUIVO-ERRO
ALT11          PERFORM 9999-TRATAR-ERRO
ALT11      END-IF.

ALT11      ADD 1 TO ACU-SUSPENSOS-LANCADOS.

ALT11  0268-LER-SUSPENSO-FIM.           EXIT.

      *-----------------------------------------------------------------
ALT12  0269-LANCAR-RECEBIMENTOS          SECTION.
      *-----------------------------------------------------------------
ALT12 *    TODO DINHEIRO QUE ENTRA E JORNALIZADO UMA VEZ NO CAIXAJRN
ALT12 *    PELO PROGRAMA QUE O RECONHECE. O QUE FOI PARA O SUSPENSO JA
ALT12 *    SAIU EM BANCOS X SUSPENSO (0268) E SO CHEGA AO A RECEBER NA
ALT12 *    ALOCACAO; O RESTO BAIXOU FATURA OU VIROU SALDO CREDOR.
      *-----------------------------------------------------------------

ALT12      OPEN INPUT CAIXAJRN.

ALT12      IF FS-CAIXAJRN EQUAL ZEROS
ALT12          PERFORM 0270-LER-CAIXA
ALT12              UNTIL FS-CAIXAJRN NOT EQUAL ZEROS
ALT12          CLOSE CAIXAJRN
ALT12      ELSE
ALT12          IF FS-CAIXAJRN NOT EQUAL 35
ALT12              MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
ALT12              MOVE FS-CAIXAJRN              TO WRK-STATUS-ERRO
ALT12              MOVE "0269-LANCAR-RECEBIMENTOS" TO WRK-AREA-ERRO
ALT12              MOVE "GLEXTRAT"               TO WRK-PROGRAMA-ERRO
ALT12              MOVE "CAIXAJRN"               TO WRK-ARQUIVO-ERRO
ALT12              PERFORM 9999-TRATAR-ERRO
ALT12          END-IF
ALT12          GO TO 0269-LANCAR-RECEBIMENTOS-FIM
ALT12      END-IF.

ALT12      COMPUTE WRK-RECEBIMENTOS-LIQUIDOS =
ALT12          ACU-RECEBIMENTOS-CAIXA - ACU-ENTRADAS-SUSPENSO.

ALT12      IF WRK-RECEBIMENTOS-LIQUIDOS GREATER ZEROS
ALT12          MOVE WRK-CONTA-BANCOS        TO GL-CONTA
ALT12          SET GL-DEBITO                TO TRUE
ALT12          MOVE WRK-RECEBIMENTOS-LIQUIDOS TO GL-VALOR
ALT12          MOVE "RECEBIMENTOS DO MES"   TO GL-DESCRICAO
ALT12          PERFORM 0245-GRAVAR-LANCAMENTO
ALT12          ADD WRK-RECEBIMENTOS-LIQUIDOS TO ACU-TOTAL-DEBITOS

ALT12          MOVE WRK-CONTA-RECEBER       TO GL-CONTA
ALT12          SET GL-CREDITO               TO TRUE
ALT12          MOVE WRK-RECEBIMENTOS-LIQUIDOS TO GL-VALOR
ALT12          MOVE "BAIXA DE A RECEBER RECEBIDO" TO GL-DESCRICAO
ALT12          PERFORM 0245-GRAVAR-LANCAMENTO
ALT12          ADD WRK-RECEBIMENTOS-LIQUIDOS TO ACU-TOTAL-CREDITOS
ALT12      END-IF.

ALT12  0269-LANCAR-RECEBIMENTOS-FIM.    EXIT.

      *-----------------------------------------------------------------
ALT12  0270-LER-CAIXA                    SECTION.
      *-----------------------------------------------------------------

ALT12      READ CAIXAJRN.

ALT12      IF FS-CAIXAJRN NOT EQUAL ZEROS
ALT12          IF FS-CAIXAJRN NOT EQUAL 10
ALT12              MOVE WRK-ERRO-LEIT            TO WRK-DESCRICAO-ERRO
ALT12              MOVE FS-CAIXAJRN              TO WRK-STATUS-ERRO
ALT12              MOVE "0270-LER-CAIXA"         TO WRK-AREA-ERRO
ALT12              MOVE "GLEXTRAT"               TO WRK-PROGRAMA-ERRO
ALT12              MOVE "CAIXAJRN"               TO WRK-ARQUIVO-ERRO
ALT12              PERFORM 9999-TRATAR-ERRO
ALT12          END-IF
ALT12          GO TO 0270-LER-CAIXA-FIM
ALT12      END-IF.

ALT12      ADD 1 TO ACU-CAIXA-LIDOS.
ALT12      COMPUTE WRK-COMPETENCIA-CAIXA = CXJ-DATA-CREDITO / 100.
ALT12      IF WRK-COMPETENCIA-CAIXA EQUAL WRK-COMPETENCIA-ATUAL
ALT12          ADD CXJ-VALOR                TO ACU-RECEBIMENTOS-CAIXA
ALT12      END-IF.

ALT12  0270-LER-CAIXA-FIM.              EXIT.

      *-----------------------------------------------------------------
ALT13  0271-LANCAR-REPASSES              SECTION.
      *-----------------------------------------------------------------
ALT13 *    REPASSES REMETIDOS PELO PAGPARC E BAIXADOS PELO RETPARC. A
ALT13 *    PROVISAO (NA REMESSA) E O PAGAMENTO (NO RETORNO "00") SAO
ALT13 *    LANCADOS UMA UNICA VEZ (INDICADORES NO PROPRIO REPASSE) E
ALT13 *    SEMPRE EM PAR, SEM MEXER NA CONFERENCIA DO A RECEBER.
      *-----------------------------------------------------------------

ALT13      OPEN I-O REPASSES.

ALT13      IF FS-REPASSES EQUAL ZEROS
ALT13          PERFORM 0272-LER-REPASSE
ALT13              UNTIL FS-REPASSES NOT EQUAL ZEROS
ALT13          CLOSE REPASSES
ALT13      ELSE
ALT13          IF FS-REPASSES NOT EQUAL 35
ALT13              MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
ALT13              MOVE FS-REPASSES              TO WRK-STATUS-ERRO
ALT13              MOVE "0271-LANCAR-REPASSES"   TO WRK-AREA-ERRO
ALT13              MOVE "GLEXTRAT"               TO WRK-PROGRAMA-ERRO
ALT13              MOVE "REPASSES"               TO WRK-ARQUIVO-ERRO
ALT13              PERFORM 9999-TRATAR-ERRO
ALT13          END-IF
ALT13      END-IF.

ALT13  0271-LANCAR-REPASSES-FIM.        EXIT.

      *-----------------------------------------------------------------
ALT13  0272-LER-REPASSE                  SECTION.
      *-----------------------------------------------------------------

ALT13      READ REPASSES NEXT RECORD.

ALT13      IF FS-REPASSES NOT EQUAL ZEROS
ALT13          IF FS-REPASSES NOT EQUAL 10
ALT13              MOVE WRK-ERRO-LEIT            TO WRK-DESCRICAO-ERRO
ALT13              MOVE FS-REPASSES              TO WRK-STATUS-ERRO
ALT13              MOVE "0272-LER-REPASSE"       TO WRK-AREA-ERRO
ALT13              MOVE "GLEXTRAT"               TO WRK-PROGRAMA-ERRO
ALT13              MOVE "REPASSES"               TO WRK-ARQUIVO-ERRO
ALT13              PERFORM 9999-TRATAR-ERRO
ALT13          END-IF
ALT13          GO TO 0272-LER-REPASSE-FIM
ALT13      END-IF.

ALT13      IF REPA-PROVISAO-CONTABILIZADA
ALT13          AND (NOT REPA-PAGO OR REPA-PAGAMENTO-CONTABILIZADO)
ALT13          GO TO 0272-LER-REPASSE-FIM
ALT13      END-IF.

ALT13      IF REPA-PROVISAO-A-CONTABILIZAR
ALT13          MOVE WRK-CONTA-CUSTO-REPASSE TO GL-CONTA
ALT13          SET GL-DEBITO                TO TRUE
ALT13          MOVE REPA-VALOR-BRUTO        TO GL-VALOR
ALT13          MOVE "CUSTO DE REPASSE A PARCEIRO" TO GL-DESCRICAO
ALT13          PERFORM 0245-GRAVAR-LANCAMENTO
ALT13          ADD REPA-VALOR-BRUTO         TO ACU-TOTAL-DEBITOS

ALT13          MOVE WRK-CONTA-REPASSE-PAGAR TO GL-CONTA
ALT13          SET GL-CREDITO               TO TRUE
ALT13          MOVE REPA-VALOR-LIQUIDO      TO GL-VALOR
ALT13          MOVE "REPASSES A PAGAR" TO GL-DESCRICAO
ALT13          PERFORM 0245-GRAVAR-LANCAMENTO
ALT13          ADD REPA-VALOR-LIQUIDO       TO ACU-TOTAL-CREDITOS

ALT13          IF REPA-VALOR-IRRF GREATER ZEROS
ALT13              MOVE WRK-CONTA-IRRF      TO GL-CONTA
ALT13              SET GL-CREDITO           TO TRUE
ALT13              MOVE REPA-VALOR-IRRF     TO GL-VALOR
ALT13              MOVE "IRRF RETIDO A RECOLHER" TO GL-DESCRICAO
ALT13              PERFORM 0245-GRAVAR-LANCAMENTO
ALT13              ADD REPA-VALOR-IRRF      TO ACU-TOTAL-CREDITOS
ALT13          END-IF

ALT13          IF REPA-VALOR-ISS GREATER ZEROS
ALT13              MOVE WRK-CONTA-ISS       TO GL-CONTA
ALT13              SET GL-CREDITO           TO TRUE
ALT13              MOVE REPA-VALOR-ISS      TO GL-VALOR
ALT13              MOVE "ISS RETIDO A RECOLHER" TO GL-DESCRICAO
ALT13              PERFORM 0245-GRAVAR-LANCAMENTO
ALT13              ADD REPA-VALOR-ISS       TO ACU-TOTAL-CREDITOS
ALT13          END-IF

ALT13          SET REPA-PROVISAO-CONTABILIZADA TO TRUE
ALT13      END-IF.

ALT13      IF REPA-PAGO
ALT13          AND REPA-PAGAMENTO-A-CONTABILIZAR
ALT13          MOVE WRK-CONTA-REPASSE-PAGAR TO GL-CONTA
ALT13          SET GL-DEBITO                TO TRUE
ALT13          MOVE REPA-VALOR-LIQUIDO      TO GL-VALOR
ALT13          MOVE "PAGAMENTO DE REPASSE" TO GL-DESCRICAO
ALT13          PERFORM 0245-GRAVAR-LANCAMENTO
ALT13          ADD REPA-VALOR-LIQUIDO       TO ACU-TOTAL-DEBITOS

ALT13          MOVE WRK-CONTA-BANCOS        TO GL-CONTA
ALT13          SET GL-CREDITO               TO TRUE
ALT13          MOVE REPA-VALOR-LIQUIDO      TO GL-VALOR
ALT13          MOVE "PAGAMENTO A PARCEIRO" TO GL-DESCRICAO
ALT13          PERFORM 0245-GRAVAR-LANCAMENTO
ALT13          ADD REPA-VALOR-LIQUIDO       TO ACU-TOTAL-CREDITOS

ALT13          SET REPA-PAGAMENTO-CONTABILIZADO TO TRUE
ALT13      END-IF.

ALT13      REWRITE REG-REPASSE.
ALT13      IF FS-REPASSES NOT EQUAL ZEROS
ALT13          MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
ALT13          MOVE FS-REPASSES              TO WRK-STATUS-ERRO
ALT13          MOVE "0272-LER-REPASSE"       TO WRK-AREA-ERRO
ALT13          MOVE "GLEXTRAT"               TO WRK-PROGRAMA-ERRO
ALT13          MOVE "REPASSES"               TO WRK-ARQUIVO-ERRO
ALT13          PERFORM 9999-TRATAR-ERRO
ALT13      END-IF.

ALT13      ADD 1 TO ACU-REPASSES-LANCADOS.

ALT13  0272-LER-REPASSE-FIM.            EXIT.

      *-----------------------------------------------------------------
ALT14  0273-LANCAR-PONTOS               SECTION.
      *-----------------------------------------------------------------
ALT14 *    MOVIMENTOS DE PONTOS GRAVADOS PELO PONTCLI, LANCADOS UMA
ALT14 *    UNICA VEZ (INDICADOR NO PROPRIO MOVIMENTO) E SEMPRE EM PAR.
ALT14 *    O REGISTRO DE SALDO DE CADA CLIENTE SO SOMA O PASSIVO EM
ALT14 *    ABERTO, VALORIZADO PELO VALOR DO PONTO DO CARTAO PONTPARM.
      *-----------------------------------------------------------------

ALT14      OPEN INPUT PONTPARM.
ALT14      IF FS-PONTPARM EQUAL ZEROS
ALT14          READ PONTPARM
ALT14          IF FS-PONTPARM EQUAL ZEROS
ALT14              AND PONP-VALOR-PONTO GREATER ZEROS
ALT14              MOVE PONP-VALOR-PONTO TO WRK-VALOR-PONTO
ALT14          END-IF
ALT14          CLOSE PONTPARM
ALT14      END-IF.

ALT14      OPEN I-O PONTOS.

ALT14      IF FS-PONTOS EQUAL ZEROS
ALT14          PERFORM 0274-LER-PONTO
ALT14              UNTIL FS-PONTOS NOT EQUAL ZEROS
ALT14          CLOSE PONTOS
ALT14      ELSE
ALT14          IF FS-PONTOS NOT EQUAL 35
ALT14              MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
ALT14              MOVE FS-PONTOS                TO WRK-STATUS-ERRO
ALT14              MOVE "0273-LANCAR-PONTOS"     TO WRK-AREA-ERRO
ALT14              MOVE "GLEXTRAT"               TO WRK-PROGRAMA-ERRO
ALT14              MOVE "PONTOS"                 TO WRK-ARQUIVO-ERRO
ALT14              PERFORM 9999-TRATAR-ERRO
ALT14          END-IF
ALT14      END-IF.

ALT14      COMPUTE WRK-VALOR-SALDO-PONTOS ROUNDED =
ALT14          ACU-SALDO-PONTOS * WRK-VALOR-PONTO.

ALT14  0273-LANCAR-PONTOS-FIM.          EXIT.

      *-----------------------------------------------------------------
ALT14  0274-LER-PONTO                   SECTION.
      *-----------------------------------------------------------------

ALT14      READ PONTOS NEXT RECORD.

ALT14      IF FS-PONTOS NOT EQUAL ZEROS
ALT14          IF FS-PONTOS NOT EQUAL 10
ALT14              MOVE WRK-ERRO-LEIT            TO WRK-DESCRICAO-ERRO
ALT14              MOVE FS-PONTOS                TO WRK-STATUS-ERRO
ALT14              MOVE "0274-LER-PONTO"         TO WRK-AREA-ERRO
ALT14              MOVE "GLEXTRAT"               TO WRK-PROGRAMA-ERRO
ALT14              MOVE "PONTOS"                 TO WRK-ARQUIVO-ERRO
ALT14              PERFORM 9999-TRATAR-ERRO
ALT14          END-IF
ALT14          GO TO 0274-LER-PONTO-FIM
ALT14      END-IF.

ALT14      IF PTS-TIPO-SALDO
ALT14          ADD PTS-SALDO TO ACU-SALDO-PONTOS
ALT14          GO TO 0274-LER-PONTO-FIM
ALT14      END-IF.

ALT14      IF PTS-CONTABILIZADO OR PTS-VALOR EQUAL ZEROS
ALT14          GO TO 0274-LER-PONTO-FIM
ALT14      END-IF.

ALT14      EVALUATE TRUE
ALT14          WHEN PTS-ACUMULO
ALT14              MOVE WRK-CONTA-DESP-PONTOS    TO GL-CONTA
ALT14              SET GL-DEBITO                 TO TRUE
ALT14              MOVE PTS-VALOR                TO GL-VALOR
ALT14              MOVE "DESPESA COM PONTOS"     TO GL-DESCRICAO
ALT14              PERFORM 0245-GRAVAR-LANCAMENTO
ALT14              MOVE WRK-CONTA-PASSIVO-PONTOS TO GL-CONTA
ALT14              SET GL-CREDITO                TO TRUE
ALT14              MOVE "PONTOS A RESGATAR"      TO GL-DESCRICAO
ALT14              PERFORM 0245-GRAVAR-LANCAMENTO
ALT14          WHEN PTS-RESGATE
ALT14              MOVE WRK-CONTA-PASSIVO-PONTOS TO GL-CONTA
ALT14              SET GL-DEBITO                 TO TRUE
ALT14              MOVE PTS-VALOR                TO GL-VALOR
ALT14              MOVE "PONTOS RESGATADOS"      TO GL-DESCRICAO
ALT14              PERFORM 0245-GRAVAR-LANCAMENTO
ALT14              MOVE WRK-CONTA-RECEBER        TO GL-CONTA
ALT14              SET GL-CREDITO                TO TRUE
ALT14              MOVE "RESGATE DE PONTOS EM CREDITO"
ALT14                                            TO GL-DESCRICAO
ALT14              PERFORM 0245-GRAVAR-LANCAMENTO
ALT14          WHEN PTS-EXPIRACAO
ALT14              MOVE WRK-CONTA-PASSIVO-PONTOS TO GL-CONTA
ALT14              SET GL-DEBITO                 TO TRUE
ALT14              MOVE PTS-VALOR                TO GL-VALOR
ALT14              MOVE "PONTOS EXPIRADOS"       TO GL-DESCRICAO
ALT14              PERFORM 0245-GRAVAR-LANCAMENTO
ALT14              MOVE WRK-CONTA-REC-PONTOS     TO GL-CONTA
ALT14              SET GL-CREDITO                TO TRUE
ALT14              MOVE "RECEITA DE PONTOS EXPIRADOS"
ALT14                                            TO GL-DESCRICAO
ALT14              PERFORM 0245-GRAVAR-LANCAMENTO
ALT14          WHEN PTS-ESTORNO
ALT14              MOVE WRK-CONTA-PASSIVO-PONTOS TO GL-CONTA
ALT14              SET GL-DEBITO                 TO TRUE
ALT14              MOVE PTS-VALOR                TO GL-VALOR
ALT14              MOVE "PONTOS ESTORNADOS"      TO GL-DESCRICAO
ALT14              PERFORM 0245-GRAVAR-LANCAMENTO
ALT14              MOVE WRK-CONTA-DESP-PONTOS    TO GL-CONTA
ALT14              SET GL-CREDITO                TO TRUE
ALT14              MOVE "ESTORNO DE DESPESA C/ PONTOS"
ALT14                                            TO GL-DESCRICAO
ALT14              PERFORM 0245-GRAVAR-LANCAMENTO
ALT14          WHEN OTHER
ALT14              GO TO 0274-LER-PONTO-FIM
ALT14      END-EVALUATE.

ALT14      ADD PTS-VALOR                 TO ACU-TOTAL-DEBITOS
ALT14                                       ACU-TOTAL-CREDITOS.

ALT14      SET PTS-CONTABILIZADO         TO TRUE.
ALT14      REWRITE REG-PONTOS.
ALT14      IF FS-PONTOS NOT EQUAL ZEROS
ALT14          MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
ALT14          MOVE FS-PONTOS                TO WRK-STATUS-ERRO
ALT14          MOVE "0274-LER-PONTO"         TO WRK-AREA-ERRO
ALT14          MOVE "GLEXTRAT"               TO WRK-PROGRAMA-ERRO
ALT14          MOVE "PONTOS"                 TO WRK-ARQUIVO-ERRO
ALT14          PERFORM 9999-TRATAR-ERRO
ALT14      END-IF.

ALT14      ADD 1 TO ACU-PONTOS-LANCADOS.

ALT14  0274-LER-PONTO-FIM.              EXIT.

      *-----------------------------------------------------------------
ALT16  0275-LANCAR-MULTAS-FIDELIDADE     SECTION.
      *-----------------------------------------------------------------
ALT16 *    MULTA DE FIDELIDADE FATURADA PELO MANTCLI (FATURA AVULSA
ALT16 *    AAAA90 A AAAA99) NO ENCERRAMENTO DA ASSINATURA ANTES DO
ALT16 *    PRAZO MINIMO: O VALOR FICA CARIMBADO NA PROPRIA ASSINATURA
ALT16 *    (ASN-MULTA-COBRADA) E A DATA DE FIM E A DA EMISSAO, ENTAO
ALT16 *    CADA MULTA E LANCADA UMA VEZ SO, NA COMPETENCIA EM QUE A
ALT16 *    ASSINATURA FOI ENCERRADA.
      *-----------------------------------------------------------------

ALT16      IF WRK-ASSINATURAS-INDISPONIVEL
ALT16          GO TO 0275-LANCAR-MULTAS-FIDELIDADE-FIM
ALT16      END-IF.

ALT16      SET WRK-NAO-FIM-ASSIN         TO TRUE.
ALT16      MOVE ZEROS                    TO ASN-CODIGO
ALT16                                       ASN-SEQUENCIA.
ALT16      START ASSINATURAS KEY IS NOT LESS ASN-CHAVE
ALT16          INVALID KEY
ALT16              SET WRK-FIM-ASSIN     TO TRUE
ALT16      END-START.

ALT16      PERFORM 0276-LER-MULTA
ALT16          UNTIL WRK-FIM-ASSIN.

ALT16      IF ACU-VALOR-MULTAS GREATER ZEROS
ALT16          MOVE WRK-CONTA-RECEBER     TO GL-CONTA
ALT16          SET GL-DEBITO              TO TRUE
ALT16          MOVE ACU-VALOR-MULTAS      TO GL-VALOR
ALT16          MOVE "MULTAS DE FIDELIDADE A RECEBER" TO GL-DESCRICAO
ALT16          PERFORM 0245-GRAVAR-LANCAMENTO
ALT16          ADD ACU-VALOR-MULTAS       TO ACU-TOTAL-DEBITOS

ALT16          MOVE WRK-CONTA-MULTA-FIDEL TO GL-CONTA
ALT16          SET GL-CREDITO             TO TRUE
ALT16          MOVE ACU-VALOR-MULTAS      TO GL-VALOR
ALT16          MOVE "RECEITA DE MULTA DE FIDELIDADE" TO GL-DESCRICAO
ALT16          PERFORM 0245-GRAVAR-LANCAMENTO
ALT16          ADD ACU-VALOR-MULTAS       TO ACU-TOTAL-CREDITOS
ALT16      END-IF.

ALT16  0275-LANCAR-MULTAS-FIDELIDADE-FIM. EXIT.

      *-----------------------------------------------------------------
ALT16  0276-LER-MULTA                    SECTION.
      *-----------------------------------------------------------------

ALT16      READ ASSINATURAS NEXT RECORD
ALT16          AT END
ALT16              SET WRK-FIM-ASSIN     TO TRUE
ALT16      END-READ.

ALT16      IF NOT WRK-FIM-ASSIN
ALT16         AND ASN-ENCERRADA
ALT16         AND ASN-MULTA-COBRADA NUMERIC
ALT16         AND ASN-MULTA-COBRADA GREATER ZEROS
ALT16         AND ASN-DATA-FIM NUMERIC
ALT16          COMPUTE WRK-COMPETENCIA-MULTA = ASN-DATA-FIM / 100
ALT16          IF WRK-COMPETENCIA-MULTA EQUAL WRK-COMPETENCIA-ATUAL
ALT16              ADD ASN-MULTA-COBRADA TO ACU-VALOR-MULTAS
ALT16              ADD 1                 TO ACU-MULTAS-FIDELIDADE
ALT16          END-IF
ALT16      END-IF.

ALT16  0276-LER-MULTA-FIM.              EXIT.

      *-----------------------------------------------------------------
       0260-CONFERIR-FECHAMENTO         SECTION.
      *-----------------------------------------------------------------

           DISPLAY "LANCAMENTOS GRAVADOS.........: " ACU-LANCAMENTOS.
ALT07      DISPLAY "APROPRIACOES DE PLANO ANUAL..: "
ALT07                                             ACU-RECONHECIDOS.
ALT11      DISPLAY "ITENS DO SUSPENSO LANCADOS...: "
ALT11                                       ACU-SUSPENSOS-LANCADOS.
ALT12      DISPLAY "JORNAL DE CAIXA LIDOS........: " ACU-CAIXA-LIDOS.
ALT12      DISPLAY "RECEBIMENTOS DA COMPETENCIA..: "
ALT12                                       ACU-RECEBIMENTOS-CAIXA.
ALT13      DISPLAY "REPASSES A PARCEIROS LANCADOS: "
ALT13                                       ACU-REPASSES-LANCADOS.
ALT14      DISPLAY "MOVIMENTOS DE PONTOS LANCADOS: "
ALT14                                       ACU-PONTOS-LANCADOS.
ALT14      DISPLAY "PONTOS EM ABERTO (PASSIVO)...: "
ALT14              ACU-SALDO-PONTOS " " WRK-VALOR-SALDO-PONTOS.
ALT16      DISPLAY "ASSINATURAS ADICIONAIS.......: "
ALT16                                       ACU-ASSIN-ADICIONAIS.
ALT16      DISPLAY "DESCONTO DE ATACADO REVENDAS.: "
ALT16                                       ACU-DESCONTO-REVENDA.
ALT16      DISPLAY "MULTAS DE FIDELIDADE LANCADAS: "
ALT16              ACU-MULTAS-FIDELIDADE " " ACU-VALOR-MULTAS.
           DISPLAY "TOTAL DE DEBITOS.............: " ACU-TOTAL-DEBITOS.
           DISPLAY "TOTAL DE CREDITOS............: "
                                                   ACU-TOTAL-CREDITOS.
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT16      IF WRK-ASSINATURAS-DISPONIVEL
ALT16          CLOSE ASSINATURAS
ALT16      END-IF.

ALT16      IF WRK-REVENDAS-DISPONIVEL
ALT16          CLOSE REVENDAS
ALT16      END-IF.

ALT15      PERFORM 0840-FECHAR-MANIFESTO.

           IF WRK-FECHAMENTO-DIVERGENTE
               MOVE 08 TO RETURN-CODE
           END-IF.
       0300-FINALIZAR-FIM.              EXIT.

      *-----------------------------------------------------------------
ALT15  0830-MANIFESTAR-REGISTRO         SECTION.
      *-----------------------------------------------------------------
ALT15 *    REGISTRO GRAVADO NO ARQUIVO GLJORNAL: SOMA NOS TOTAIS DE
ALT15 *    CONTROLE DO MANIFESTO DE SAIDA (GRVMANI) - QUANTIDADE, VALOR
ALT15 *    E HASH.
      *-----------------------------------------------------------------

ALT15      SET MANI-FUNC-REGISTRO        TO TRUE.
ALT15      MOVE REG-LANCAMENTO           TO MANI-REGISTRO.
ALT15      IF GL-DEBITO
ALT15          MOVE GL-VALOR             TO MANI-VALOR
ALT15      ELSE
ALT15          MOVE ZEROS                TO MANI-VALOR
ALT15      END-IF.
ALT15      CALL "GRVMANI" USING MANI-PARAMETRO.

ALT15  0830-MANIFESTAR-REGISTRO-FIM.    EXIT.

      *-----------------------------------------------------------------
ALT15  0840-FECHAR-MANIFESTO            SECTION.
      *-----------------------------------------------------------------
ALT15 *    ARQUIVO GLJORNAL FECHADO: REGISTRA NO MANIFESTO DE SAIDA.
ALT15 *    REENVIO DE SEQUENCIA JA REGISTRADA SEM A LIBERACAO DE DOIS
ALT15 *    OPERADORES (MANILIB) TERMINA COM RETURN-CODE 08, PARA O
ALT15 *    PASSO DE TRANSMISSAO NAO RODAR.
      *-----------------------------------------------------------------

ALT15      SET MANI-FUNC-FECHAR          TO TRUE.
ALT15      CALL "GRVMANI" USING MANI-PARAMETRO.

ALT15      EVALUATE TRUE
ALT15          WHEN MANI-REENVIO-BLOQUEADO
ALT15              DISPLAY "REENVIO BLOQUEADO - SEQUENCIA.: "
ALT15                                                MANI-SEQUENCIA
ALT15              DISPLAY "ENVIOS JA FEITOS DA SEQUENCIA.: "
ALT15                                                MANI-QT-ENVIOS
ALT15              MOVE 08 TO RETURN-CODE
ALT15          WHEN MANI-REENVIO-LIBERADO
ALT15              DISPLAY "REENVIO LIBERADO - SEQUENCIA..: "
ALT15                                                MANI-SEQUENCIA
ALT15              DISPLAY "ENVIO DA SEQUENCIA............: "
ALT15                                                MANI-QT-ENVIOS
ALT15          WHEN OTHER
ALT15              DISPLAY "MANIFESTO DE SAIDA - SEQUENCIA: "
ALT15                                                MANI-SEQUENCIA
ALT15      END-EVALUATE.

ALT15  0840-FECHAR-MANIFESTO-FIM.       EXIT.

      *-----------------------------------------------------------------
       9999-TRATAR-ERRO                 SECTION.
      *-----------------------------------------------------------------

