      *    ARQUIVO                    TIPO               BOOK
      *    MANUTEN                   INPUT              REGMANT
      *    CLIENTES                  I-O                REGCLI
ALT26 *    ASSINATURAS               I-O                REGASSN
ALT27 *    MANDATOS                  I-O                REGMAND
ALT28 *    FATURAS                   I-O                REGFATUR
ALT30 *    PEDCANC                   I-O                REGPEDC
ALT31 *    CONTATOS                  I-O                REGCONT
ALT33 *    MANTPEND                  I-O                REGMPEN
      *    LISTMANT                  OUTPUT             N/A
      *    MANUTEN                   INPUT              BOOKMSG
      *    MANUTEN                   INPUT              BOOKASSI
      *-----------------------------------------------------------------
      *== MODULOS
      *    VALIDOC
ALT28 *    DIAUTIL
      *-----------------------------------------------------------------
      *-------------------ALTERACOESDO PROGRAMA-------------------------

      *                 REGISTRO NO MESTRE - NUNCA DEBITADAS, SO
      *                 VISIVEIS QUANDO O RECONCIL QUEBRAVA.

ALT25 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT25 *== OBJETIVO....: CPF/CNPJ DO CLIENTE (MANT-TIPO-PESSOA/MANT-CPF-
      *                 CNPJ NO BOOK REGMANT, REG-TIPO-PESSOA/REG-CPF-
      *                 CNPJ NO REGCLI): NOVA CRITICA 0206-VALIDAR-
      *                 DOCUMENTO CONFERE OS DIGITOS VERIFICADORES PELO
      *                 SUBPROGRAMA VALIDOC (BOOK BOOKDOC) E REJEITA A
      *                 INCLUSAO OU ALTERACAO COM DOCUMENTO ERRADO
      *                 (MOTIVO 95). NA INCLUSAO O DOCUMENTO E GRAVADO
      *                 COMO VEIO (ZERO = AINDA NAO INFORMADO); NA
      *                 ALTERACAO, ZERO PRESERVA O DOCUMENTO JA
      *                 CADASTRADO. A ENTRADA DO LOTE EM MEMORIA
      *                 (TRN-REGISTRO) FOI AMPLIADA PARA DAR FOLGA AO
      *                 CRESCIMENTO DO REGMANT.

ALT26 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT26 *== OBJETIVO....: CLIENTE COM MAIS DE UMA ASSINATURA (ARQUIVO
      *                 ASSINATURAS, BOOK REGASSN, CHAVE CODIGO +
      *                 SEQUENCIA). NOVOS TIPOS DE TRANSACAO "S"
      *                 (0226-INCLUIR-ASSINATURA - GRAVA A ASSINATURA NA
      *                 PROXIMA SEQUENCIA LIVRE DO CLIENTE) E "T"
      *                 (0227-ENCERRAR-ASSINATURA - ENCERRA A SEQUENCIA
      *                 INFORMADA EM MANT-SEQ-ASSINATURA, COM A MESMA
      *                 EXIGENCIA DE SEGUNDA APROVACAO DA EXCLUSAO). A
      *                 SEQUENCIA 001 E A ASSINATURA PRINCIPAL, ESPELHO
      *                 DE REG-STREAMING/REG-PLANO/REG-ASSINATURA: A
      *                 INCLUSAO A GRAVA, A ALTERACAO A ATUALIZA E SO
      *                 SAI PELA EXCLUSAO DO CLIENTE, QUE ENCERRA TODAS
      *                 AS ASSINATURAS ATIVAS. CORRIGIDA TAMBEM A
      *                 ALTERACAO, QUE REGRAVAVA O MESTRE ANTES DE MOVER
      *                 O CPF/CNPJ NOVO.

ALT27 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT27 *== OBJETIVO....: CADASTRO DE OPTANTES DO DEBITO AUTOMATICO (ARQUIVO
      *                 MANDATOS, BOOK REGMAND, CHAVE CODIGO + BANCO): LIGAR
      *                 REG-DEBITO-AUTO NA INCLUSAO OU NA ALTERACAO, OU
      *                 TROCAR O BANCO DE QUEM JA E OPTANTE, ABRE O PEDIDO DE
      *                 ADESAO ("P") PARA O ADESDEB ENVIAR AO BANCO; DESLIGAR,
      *                 TROCAR DE BANCO OU EXCLUIR O CLIENTE ABRE O PEDIDO DE
      *                 CANCELAMENTO ("X") DO MANDATO NO BANCO ANTIGO. O
      *                 DEBAUTO SO DEBITA DEPOIS DA CONFIRMACAO DO BANCO
      *                 (RETADES) - ATE LA O CLIENTE RECEBE BOLETO.

ALT28 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT28 *== OBJETIVO....: CONTRATO DE FIDELIDADE: A INCLUSAO ("A") E A
      *                 NOVA ASSINATURA ("S") GRAVAM O PRAZO MINIMO E A
      *                 MULTA CHEIA INFORMADOS (MANT-FIDEL-MESES/MANT-
      *                 FIDEL-MULTA, BOOK REGMANT) NA ASSINATURA (ASN-
      *                 FIDEL-*, BOOK REGASSN), COM FIM DO PRAZO CONTADO
      *                 DA DATA DA TRANSACAO. O ENCERRAMENTO ("T") OU O
      *                 CANCELAMENTO DO CLIENTE ("E") ANTES DO FIM DO
      *                 PRAZO COBRA A MULTA PROPORCIONAL AOS MESES QUE
      *                 FALTAM (MES INICIADO CONTA INTEIRO) NUMA FATURA
      *                 AVULSA GRAVADA NO ARQUIVO FATURAS (COMPETENCIA
      *                 FORA DE BANDA AAAA90 A AAAA99, BOOK REGFATUR),
      *                 COM VENCIMENTO EM 10 DIAS UTEIS (SUBPROGRAMA
      *                 DIAUTIL), QUE SEGUE A COBRANCA NORMAL.

ALT29 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT29 *== OBJETIVO....: TESTE GRATIS: INCLUSAO ("A") COM MANT-TESTE-
      *                 DIAS MAIOR QUE ZERO (BOOK REGMANT) GRAVA O
      *                 CLIENTE COM REG-STATUS "T" E O FIM DO TESTE EM
      *                 REG-DATA-CANCELAMENTO (DATA DA TRANSACAO MAIS OS
      *                 DIAS CORRIDOS, FUNCAO "CORR " DO DIAUTIL). A
      *                 CONVERSAO OU O CANCELAMENTO NO FIM DO TESTE SAO
      *                 DO TESTECLI. AS ASSINATURAS NOVAS SAEM COM O
      *                 MOTIVO DE ENCERRAMENTO EM BRANCO (ASN-MOTIVO-
      *                 FIM, BOOK REGASSN); A PRINCIPAL DO CLIENTE EM
      *                 TESTE GUARDA O FIM DO TESTE EM ASN-TESTE-FIM.

ALT30 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT30 *== OBJETIVO....: PEDIDO DE CANCELAMENTO: A TRANSACAO "X" (BOOK
      *                 REGMANT) NAO CANCELA MAIS O CLIENTE NA MESMA
      *                 NOITE - GRAVA O PEDIDO PENDENTE NO ARQUIVO
      *                 PEDCANC (BOOK REGPEDC) COM O MOTIVO (MANT-
      *                 MOTIVO-CANCEL) E O CANAL (MANT-CANAL), PARA A
      *                 EQUIPE DE RETENCAO TRABALHAR (RETENCLI). SO UM
      *                 PEDIDO EM ABERTO POR CLIENTE. A EXCLUSAO ("E")
      *                 CONTINUA VALENDO E PASSA A FECHAR O PEDIDO EM
      *                 ABERTO DO CLIENTE COMO EFETIVADO; A EXCLUSAO DE
      *                 CLIENTE COM CANCELAMENTO JA CONFIRMADO PELA
      *                 RETENCAO E NO FIM DO CICLO PAGO (GERADA PELO
      *                 RETENCLI) DISPENSA A SEGUNDA APROVACAO.

ALT31 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT31 *== OBJETIVO....: CADASTRO DE CONTATO DO CLIENTE (ARQUIVO
      *                 CONTATOS, BOOK REGCONT, CHAVE CODIGO): A
      *                 INCLUSAO E A ALTERACAO GRAVAM O CELULAR E A
      *                 PREFERENCIA DE CANAL DE COBRANCA INFORMADOS EM
      *                 MANT-CELULAR/MANT-PREFERENCIA (BOOK REGMANT).
      *                 NOVA CRITICA 0207-VALIDAR-CONTATO REJEITA
      *                 CELULAR FORA DO PADRAO (DDD DE DOIS DIGITOS SEM
      *                 ZERO E NUMERO DE NOVE DIGITOS COMECANDO EM 9 -
      *                 MOTIVO 96) E PREFERENCIA DESCONHECIDA OU SMS/
      *                 WHATSAPP SEM CELULAR VALIDO (MOTIVO 97). CELULAR
      *                 ZERO E PREFERENCIA EM BRANCO PRESERVAM O
      *                 CADASTRADO; CELULAR INFORMADO VOLTA A SER VALIDO
      *                 (O BOUNCSMS O INVALIDA NA FALHA DE ENTREGA). SEM
      *                 PREFERENCIA, O CONTATO NOVO NASCE NO CANAL DE
      *                 HOJE - EMAIL COM E-FATURA, SENAO PAPEL.

ALT32 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT32 *== OBJETIVO....: CADA GRAVACAO, REGRAVACAO OU EXCLUSAO NO MESTRE
      *                 CLIENTES E NO FATURAS PASSA A SAIR NO JOURNAL DE
      *                 RECUPERACAO (SUBPROGRAMA GRVJRNL, BOOK BOOKJRNL)
      *                 COM AS IMAGENS ANTES E DEPOIS DO REGISTRO - SE O
      *                 MESTRE SE PERDER NO MEIO DA CADEIA, O RECJRNL
      *                 REAPLICA O JOURNAL SOBRE A COPIA DE SEGURANCA.

ALT33 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT33 *== OBJETIVO....: TRANSACAO COM DATA EFETIVA FUTURA (MANT-DATA-
      *                 EFETIVA, BOOK REGMANT) PASSA PELAS CRITICAS DE
      *                 ENTRADA (OPERADOR, SEGUNDA APROVACAO NO LOTE COM
      *                 A MESMA DATA, DATA VALIDA ATE 365 DIAS, CODIGO
      *                 E CAMPOS) E FICA AGENDADA NO ARQUIVO MANTPEND
      *                 (BOOK REGMPEN) SEM TOCAR NO MESTRE. TODA NOITE,
      *                 ANTES DO MOVIMENTO, AS PENDENTES COM DATA
      *                 EFETIVA ATE HOJE ENTRAM NO LOTE E SEGUEM AS
      *                 MESMAS CRITICAS, APROVACAO E AUDITORIA DA
      *                 TRANSACAO DIGITADA; A PENDENTE FECHA LIBERADA
      *                 ("L") OU REJEITADA ("R"). MOVIMENTO VAZIO SO E
      *                 ERRO SEM PENDENTE A LIBERAR. A CRITICA CRUZADA
      *                 DO LOTE PASSA A SER POR CODIGO E DATA EFETIVA.

ALT34 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT34 *== OBJETIVO....: MANDATO NOVO (ADESAO OU CANCELAMENTO DE
      *                 OPTANTE SEM REGISTRO) E ADESAO PEDIDA DE NOVO
      *                 DEPOIS DE RECUSA/CANCELAMENTO GRAVAM A AGENCIA
      *                 E A CONTA DO DEBITO ZERADAS (MND-AGENCIA/
      *                 MND-CONTA, BOOK REGMAND) - A CONTA VALIDA E A
      *                 QUE O BANCO DEVOLVER NA CONFIRMACAO (RETADES).

      *=================================================================
       ENVIRONMENT                      DIVISION.
      *=================================================================
ALT19      ACCESS MODE IS RANDOM
ALT19      RECORD KEY IS IDXE-CHAVE
ALT19      FILE STATUS IS FS-INDEMAIL.

ALT26      SELECT ASSINATURAS ASSIGN TO
ALT26             "C:\RELATORIO\dados\ASSINATURAS.DAT"
ALT26      ORGANIZATION IS INDEXED
ALT26      ACCESS MODE IS DYNAMIC
ALT26      RECORD KEY IS ASN-CHAVE
ALT26      FILE STATUS IS FS-ASSINATURAS.

ALT27      SELECT MANDATOS ASSIGN TO
ALT27             "C:\RELATORIO\dados\MANDATOS.DAT"
ALT27      ORGANIZATION IS INDEXED
ALT27      ACCESS MODE IS RANDOM
ALT27      RECORD KEY IS MND-CHAVE
ALT27      FILE STATUS IS FS-MANDATOS.

ALT28      SELECT FATURAS ASSIGN TO
ALT28             "C:\RELATORIO\dados\FATURAS.DAT"
ALT28      ORGANIZATION IS INDEXED
ALT28      ACCESS MODE IS RANDOM
ALT28      RECORD KEY IS FAT-CHAVE
ALT28      FILE STATUS IS FS-FATURAS.

ALT30      SELECT PEDCANC ASSIGN TO
ALT30             "C:\RELATORIO\dados\PEDCANC.DAT"
ALT30      ORGANIZATION IS INDEXED
ALT30      ACCESS MODE IS DYNAMIC
ALT30      RECORD KEY IS PEDC-CHAVE
ALT30      FILE STATUS IS FS-PEDCANC.

ALT31      SELECT CONTATOS ASSIGN TO
ALT31             "C:\RELATORIO\dados\CONTATOS.DAT"
ALT31      ORGANIZATION IS INDEXED
ALT31      ACCESS MODE IS RANDOM
ALT31      RECORD KEY IS CONT-CODIGO
ALT31      FILE STATUS IS FS-CONTATOS.

ALT33      SELECT MANTPEND ASSIGN TO
ALT33             "C:\RELATORIO\dados\MANTPEND.DAT"
ALT33      ORGANIZATION IS INDEXED
ALT33      ACCESS MODE IS DYNAMIC
ALT33      RECORD KEY IS MPEN-CHAVE
ALT33      FILE STATUS IS FS-MANTPEND.
      *-----------------------------------------------------------------

      *=================================================================
ALT19  FD  INDEMAIL.
ALT19  COPY "REGIDXE".

      *-----------------------------------------------------------------
      *
      *            I-O - ASSINATURAS DO CLIENTE (CODIGO + SEQUENCIA)
      *
      *-----------------------------------------------------------------
ALT26  FD  ASSINATURAS.
ALT26  COPY "REGASSN".

      *-----------------------------------------------------------------
      *
      *            I-O - CADASTRO DE OPTANTES DO DEBITO AUTOMATICO
      *
      *-----------------------------------------------------------------
ALT27  FD  MANDATOS.
ALT27  COPY "REGMAND".

      *-----------------------------------------------------------------
      *
      *            I-O - FATURAS POR COMPETENCIA (MULTA DE FIDELIDADE)
      *
      *-----------------------------------------------------------------
ALT28  FD  FATURAS.
ALT28  COPY "REGFATUR".

      *-----------------------------------------------------------------
      *
      *            I-O - PEDIDOS DE CANCELAMENTO PARA A RETENCAO
      *
      *-----------------------------------------------------------------
ALT30  FD  PEDCANC.
ALT30  COPY "REGPEDC".

      *-----------------------------------------------------------------
ALT31 *
ALT31 *            I-O - CADASTRO DE CONTATO (CELULAR E PREFERENCIA)
ALT31 *
      *-----------------------------------------------------------------
ALT31  FD  CONTATOS.
ALT31  COPY "REGCONT".

      *-----------------------------------------------------------------
ALT33 *
ALT33 *            I-O - TRANSACOES AGENDADAS (DATA EFETIVA FUTURA)
ALT33 *
      *-----------------------------------------------------------------
ALT33  FD  MANTPEND.
ALT33  COPY "REGMPEN".

      *-----------------------------------------------------------------
       WORKING-STORAGE                  SECTION.
      *-----------------------------------------------------------------
ALT12  01  FS-AJUSTE                    PIC 9(002)         VALUE ZEROS.
ALT19  01  FS-INDNOME                   PIC 9(002)         VALUE ZEROS.
ALT19  01  FS-INDEMAIL                  PIC 9(002)         VALUE ZEROS.
ALT26  01  FS-ASSINATURAS               PIC 9(002)         VALUE ZEROS.
ALT27  01  FS-MANDATOS                  PIC 9(002)         VALUE ZEROS.
ALT28  01  FS-FATURAS                   PIC 9(002)         VALUE ZEROS.
ALT30  01  FS-PEDCANC                   PIC 9(002)         VALUE ZEROS.
ALT31  01  FS-CONTATOS                  PIC 9(002)         VALUE ZEROS.
ALT33  01  FS-MANTPEND                  PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE

ALT10  01  TAB-TRANS.
ALT10      05 TRN-ENTRADA               OCCURS 500 TIMES.
ALT25          10 TRN-REGISTRO          PIC X(200).
ALT10          10 TRN-CODIGO            PIC 9(007).
ALT10          10 TRN-TIPO              PIC X(001).
ALT10          10 TRN-ORDEM             PIC 9(001).
ALT10              88 TRN-REJEITADA                         VALUE "R".
ALT10          10 TRN-COD-MOTIVO        PIC 9(002).
ALT10          10 TRN-MOTIVO            PIC X(040).
ALT33          10 TRN-DATA-EFETIVA      PIC 9(008).
ALT33          10 TRN-ORIGEM            PIC X(001).
ALT33              88 TRN-DO-MOVIMENTO                     VALUE "M".
ALT33              88 TRN-DA-AGENDA                         VALUE "G".
ALT33          10 TRN-CHAVE-PEND        PIC X(019).

ALT10  01  WRK-QT-TRANS                 PIC 9(003)  COMP-3 VALUE ZEROS.
ALT10  01  IDX-TRN                      PIC 9(003)  COMP-3 VALUE ZEROS.
ALT10  01  IDX-TRN-2                    PIC 9(003)  COMP-3 VALUE ZEROS.
ALT10  01  IDX-TRN-P                    PIC 9(003)  COMP-3 VALUE ZEROS.
ALT33  01  WRK-TRN-AUX                  PIC X(295)         VALUE SPACES.

      *-----------------------------------------------------------------
ALT10  01  FILLER                       PIC X(050)         VALUE
ALT11  01  ACU-LIDAS-APROVACAO          PIC 9(005)  COMP-3 VALUE ZEROS.
ALT22  01  ACU-LIDAS-PAUSA              PIC 9(005)  COMP-3 VALUE ZEROS.
ALT22  01  ACU-PAUSADOS                 PIC 9(005)  COMP-3 VALUE ZEROS.
ALT26  01  ACU-LIDAS-INC-ASSIN          PIC 9(005)  COMP-3 VALUE ZEROS.
ALT26  01  ACU-LIDAS-ENC-ASSIN          PIC 9(005)  COMP-3 VALUE ZEROS.
ALT26  01  ACU-ASSIN-INCLUIDAS          PIC 9(005)  COMP-3 VALUE ZEROS.
ALT26  01  ACU-ASSIN-ENCERRADAS         PIC 9(005)  COMP-3 VALUE ZEROS.
ALT27  01  ACU-ADESOES-PEDIDAS          PIC 9(005)  COMP-3 VALUE ZEROS.
ALT27  01  ACU-CANCEL-PEDIDOS           PIC 9(005)  COMP-3 VALUE ZEROS.
ALT28  01  ACU-MULTAS-FIDELIDADE        PIC 9(005)  COMP-3 VALUE ZEROS.
ALT28  01  ACU-VALOR-MULTAS             PIC 9(007)V99 COMP-3
ALT28                                                      VALUE ZEROS.
ALT28  01  ACU-MULTAS-SEM-CHAVE         PIC 9(005)  COMP-3 VALUE ZEROS.
ALT29  01  ACU-INCLUIDOS-TESTE          PIC 9(005)  COMP-3 VALUE ZEROS.
ALT30  01  ACU-LIDAS-PEDIDO-CANC        PIC 9(005)  COMP-3 VALUE ZEROS.
ALT30  01  ACU-PEDIDOS-CANC             PIC 9(005)  COMP-3 VALUE ZEROS.
ALT30  01  ACU-PEDIDOS-EFETIVADOS       PIC 9(005)  COMP-3 VALUE ZEROS.
ALT31  01  ACU-CONTATOS-GRAVADOS        PIC 9(005)  COMP-3 VALUE ZEROS.
ALT33  01  ACU-AGENDADAS                PIC 9(005)  COMP-3 VALUE ZEROS.
ALT33  01  ACU-LIDAS-AGENDA             PIC 9(005)  COMP-3 VALUE ZEROS.
ALT33  01  ACU-AGENDA-LIBERADAS         PIC 9(005)  COMP-3 VALUE ZEROS.
ALT33  01  ACU-AGENDA-REJEITADAS        PIC 9(005)  COMP-3 VALUE ZEROS.

      *-----------------------------------------------------------------
ALT11  01  FILLER                       PIC X(050)         VALUE
      *-----------------------------------------------------------------

ALT11  01  WRK-CODIGO-LOTE-ANT          PIC 9(007)         VALUE ZEROS.
ALT33  01  WRK-DATA-LOTE-ANT            PIC 9(008)         VALUE ZEROS.
ALT11  01  WRK-QT-LOTE-A                PIC 9(003)  COMP-3 VALUE ZEROS.
ALT11  01  WRK-QT-LOTE-C                PIC 9(003)  COMP-3 VALUE ZEROS.
ALT11  01  WRK-QT-LOTE-E                PIC 9(003)  COMP-3 VALUE ZEROS.
ALT24      88 WRK-PAGADOR-VALIDO                            VALUE "S".
ALT24      88 WRK-PAGADOR-INVALIDO                           VALUE "N".

ALT25  01  WRK-SW-DOCUMENTO-OK          PIC X(001)         VALUE "S".
ALT25      88 WRK-DOCUMENTO-VALIDO                          VALUE "S".
ALT25      88 WRK-DOCUMENTO-INVALIDO                         VALUE "N".

ALT22  01  WRK-COMPETENCIA-HOJE         PIC 9(006)         VALUE ZEROS.
ALT22  01  WRK-COMPET-RETORNO           PIC 9(006)         VALUE ZEROS.
ALT22  01  WRK-COMPET-RETORNO-R REDEFINES WRK-COMPET-RETORNO.
ALT22      05 FILLER                    PIC 9(004).
ALT22      05 WRK-RETORNO-MM            PIC 9(002).

      *-----------------------------------------------------------------
ALT26  01  FILLER                       PIC X(050)         VALUE
ALT26         "-----VARIAVEIS DAS ASSINATURAS DO CLIENTE-----".
      *-----------------------------------------------------------------

ALT26  01  WRK-SEQ-MAIOR                PIC 9(003)         VALUE ZEROS.

ALT26  01  WRK-SW-FIM-ASSIN             PIC X(001)         VALUE "N".
ALT26      88 WRK-FIM-ASSIN                                 VALUE "S".
ALT26      88 WRK-NAO-FIM-ASSIN                             VALUE "N".

ALT26  01  WRK-SW-ENCERRAR-TODAS        PIC X(001)         VALUE "N".
ALT26      88 WRK-ENCERRAR-TODAS                            VALUE "S".
ALT26      88 WRK-NAO-ENCERRAR-TODAS                        VALUE "N".

ALT26  01  WRK-SIT-ASSINATURA.
ALT26      05 FILLER                    PIC X(011)         VALUE
ALT26         "ASSINATURA ".
ALT26      05 WRK-SIT-ASN-SEQ           PIC 9(003)         VALUE ZEROS.
ALT26      05 FILLER                    PIC X(001)         VALUE SPACES.
ALT26      05 WRK-SIT-ASN-ACAO          PIC X(015)         VALUE SPACES.

      *-----------------------------------------------------------------
ALT27  01  FILLER                       PIC X(050)         VALUE
ALT27         "-----VARIAVEIS DO MANDATO DO DEBITO AUTO-----".
      *-----------------------------------------------------------------

ALT27  01  WRK-DEBITO-ANTERIOR          PIC X(001)         VALUE SPACES.
ALT27  01  WRK-BANCO-ANTERIOR           PIC 9(003)         VALUE ZEROS.
ALT27  01  WRK-BANCO-MANDATO            PIC 9(003)         VALUE ZEROS.

      *-----------------------------------------------------------------
ALT28  01  FILLER                       PIC X(050)         VALUE
ALT28         "-----VARIAVEIS DO CONTRATO DE FIDELIDADE-----".
      *-----------------------------------------------------------------

ALT28  01  WRK-FIDEL-DATA               PIC 9(008)         VALUE ZEROS.
ALT28  01  WRK-FIDEL-DATA-R REDEFINES WRK-FIDEL-DATA.
ALT28      05 WRK-FIDEL-AAAA            PIC 9(004).
ALT28      05 WRK-FIDEL-MM              PIC 9(002).
ALT28      05 WRK-FIDEL-DD              PIC 9(002).

ALT28  01  WRK-FIDEL-MES-ABSOLUTO       PIC 9(006)  COMP-3 VALUE ZEROS.
ALT28  01  WRK-MESES-RESTANTES          PIC S9(004) COMP-3 VALUE ZEROS.
ALT28  01  WRK-VALOR-MULTA              PIC 9(005)V99      VALUE ZEROS.
ALT28  01  WRK-MES-MULTA                PIC 9(002)         VALUE ZEROS.
ALT28  01  WRK-COMP-MULTA               PIC 9(006)         VALUE ZEROS.

ALT28  01  WRK-SW-CHAVE-MULTA           PIC X(001)         VALUE "N".
ALT28      88 WRK-CHAVE-MULTA-LIVRE                         VALUE "S".
ALT28      88 WRK-CHAVE-MULTA-OCUPADA                        VALUE "N".

ALT28  01  WRK-SIT-MULTA.
ALT28      05 FILLER                    PIC X(006)         VALUE
ALT28         "MULTA ".
ALT28      05 WRK-SIT-MULTA-VALOR       PIC ZZ.ZZ9,99      VALUE ZEROS.
ALT28      05 FILLER                    PIC X(005)         VALUE
ALT28         " FAT ".
ALT28      05 WRK-SIT-MULTA-COMP        PIC 9(006)         VALUE ZEROS.

      *-----------------------------------------------------------------
ALT30  01  FILLER                       PIC X(050)         VALUE
ALT30         "-----VARIAVEIS DO PEDIDO DE CANCELAMENTO-----".
      *-----------------------------------------------------------------

ALT30  01  WRK-SW-PEDIDO                PIC X(001)         VALUE "N".
ALT30      88 WRK-PEDIDO-ACHADO                             VALUE "S".
ALT30      88 WRK-PEDIDO-NAO-ACHADO                          VALUE "N".

ALT30  01  WRK-SW-FIM-PEDIDO            PIC X(001)         VALUE "N".
ALT30      88 WRK-FIM-PEDIDO                                VALUE "S".
ALT30      88 WRK-NAO-FIM-PEDIDO                             VALUE "N".

ALT30  01  WRK-CODIGO-PEDIDO            PIC 9(007)         VALUE ZEROS.
ALT30  01  WRK-CHAVE-PEDIDO             PIC X(015)         VALUE SPACES.

      *-----------------------------------------------------------------
ALT31  01  FILLER                       PIC X(050)         VALUE
ALT31         "-----VARIAVEIS DO CADASTRO DE CONTATO-----".
      *-----------------------------------------------------------------

ALT31  01  WRK-SW-CONTATO-OK            PIC X(001)         VALUE "S".
ALT31      88 WRK-CONTATO-VALIDO                            VALUE "S".
ALT31      88 WRK-CONTATO-INVALIDO                           VALUE "N".

ALT31  01  WRK-SW-CONTATO               PIC X(001)         VALUE "N".
ALT31      88 WRK-CONTATO-EXISTE                            VALUE "S".
ALT31      88 WRK-CONTATO-NOVO                               VALUE "N".

ALT31  01  WRK-CELULAR                  PIC 9(011)         VALUE ZEROS.
ALT31  01  WRK-CELULAR-R REDEFINES WRK-CELULAR.
ALT31      05 WRK-CEL-DDD-1             PIC 9(001).
ALT31      05 WRK-CEL-DDD-2             PIC 9(001).
ALT31      05 WRK-CEL-PREFIXO           PIC 9(001).
ALT31      05 FILLER                    PIC 9(008).

ALT31  01  WRK-MOT-CONTATO              PIC 9(002)         VALUE ZEROS.
ALT31  01  WRK-ERRO-CONTATO             PIC X(030)         VALUE SPACES.

      *-----------------------------------------------------------------
ALT33  01  FILLER                       PIC X(050)         VALUE
ALT33         "-----VARIAVEIS DAS TRANSACOES AGENDADAS-----".
      *-----------------------------------------------------------------

ALT33  01  WRK-HOJE-AGENDA              PIC 9(008)         VALUE ZEROS.
ALT33  01  WRK-LIMITE-AGENDA            PIC 9(008)         VALUE ZEROS.
ALT33  01  WRK-HORIZONTE-AGENDA         PIC 9(003)         VALUE 365.

ALT33  01  WRK-DATA-AGENDA              PIC 9(008)         VALUE ZEROS.
ALT33  01  WRK-DATA-AGENDA-R REDEFINES WRK-DATA-AGENDA.
ALT33      05 WRK-AGENDA-AAAA           PIC 9(004).
ALT33      05 WRK-AGENDA-MM             PIC 9(002).
ALT33      05 WRK-AGENDA-DD             PIC 9(002).

ALT33  01  WRK-ULTIMO-DIA               PIC 9(002)         VALUE ZEROS.
ALT33  01  WRK-QUOCIENTE-ANO            PIC 9(004)  COMP-3 VALUE ZEROS.
ALT33  01  WRK-RESTO-ANO                PIC 9(003)  COMP-3 VALUE ZEROS.

ALT33  01  WRK-SW-AGENDA-OK             PIC X(001)         VALUE "S".
ALT33      88 WRK-AGENDA-VALIDA                             VALUE "S".
ALT33      88 WRK-AGENDA-INVALIDA                            VALUE "N".

ALT33  01  WRK-SW-FIM-AGENDA            PIC X(001)         VALUE "N".
ALT33      88 WRK-FIM-AGENDA                                VALUE "S".
ALT33      88 WRK-NAO-FIM-AGENDA                             VALUE "N".

ALT33  01  WRK-REJEITADOS-ANTES         PIC 9(005)  COMP-3 VALUE ZEROS.
ALT33  01  WRK-PEND-COD-MOTIVO          PIC 9(002)         VALUE ZEROS.
ALT33  01  WRK-PEND-MOTIVO              PIC X(040)         VALUE SPACES.

ALT33  01  WRK-SIT-AGENDA.
ALT33      05 FILLER                    PIC X(014)         VALUE
ALT33         "AGENDADA PARA ".
ALT33      05 WRK-SIT-AGD-DD            PIC 9(002)         VALUE ZEROS.
ALT33      05 FILLER                    PIC X(001)         VALUE "/".
ALT33      05 WRK-SIT-AGD-MM            PIC 9(002)         VALUE ZEROS.
ALT33      05 FILLER                    PIC X(001)         VALUE "/".
ALT33      05 WRK-SIT-AGD-AAAA          PIC 9(004)         VALUE ZEROS.

      *-----------------------------------------------------------------
ALT07  01  FILLER                       PIC X(050)         VALUE
ALT07         "-----VARIAVEL DO TRAILER DE CONTROLE-----".
ALT10  COPY "BOOKEDIT".

      *-----------------------------------------------------------------
ALT25  01  FILLER                       PIC X(050)         VALUE
ALT25         "-----AREA COMUNICACAO SUBPROGRAMA VALIDOC-----".
      *-----------------------------------------------------------------
ALT25  COPY "BOOKDOC".

      *-----------------------------------------------------------------
ALT28  01  FILLER                       PIC X(050)         VALUE
ALT28         "-----AREA COMUNICACAO SUBPROGRAMA DIAUTIL-----".
      *-----------------------------------------------------------------
ALT28  COPY "BOOKDIAU".

      *-----------------------------------------------------------------
ALT32  01  FILLER                       PIC X(050)         VALUE
ALT32         "-----AREA COMUNICACAO SUBPROGRAMA GRVJRNL-----".
      *-----------------------------------------------------------------
ALT32  COPY "BOOKJRNL".

ALT32  01  WRK-JRN-CLIENTE-ANTES        PIC X(150)         VALUE SPACES.
ALT32  01  WRK-JRN-FATURA-ANTES         PIC X(153)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----BOOK DE MENSAGEM DEDE ERRO DOS ARQUIVOS-----".
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------

           PERFORM 0100-INICIALIZAR.
ALT33      PERFORM 0170-CARREGAR-AGENDADAS.
           PERFORM 0150-VERIFICAR-VAZIO.
ALT10      PERFORM 0155-CARREGAR-TRANSACOES
ALT10          UNTIL FS-MANUTEN EQUAL 10.
ALT12          PERFORM 9999-TRATAR-ERRO
ALT12      END-IF.

ALT26      OPEN I-O ASSINATURAS.
ALT26      IF FS-ASSINATURAS EQUAL 35
ALT26          OPEN OUTPUT ASSINATURAS
ALT26          CLOSE ASSINATURAS
ALT26          OPEN I-O ASSINATURAS
ALT26      END-IF.
ALT26      IF FS-ASSINATURAS NOT EQUAL ZEROS
ALT26          MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
ALT26          MOVE FS-ASSINATURAS           TO WRK-STATUS-ERRO
ALT26          MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
ALT26          MOVE "MANTCLI"                TO WRK-PROGRAMA-ERRO
ALT26          MOVE "ASSINATURAS"            TO WRK-ARQUIVO-ERRO
ALT26          PERFORM 9999-TRATAR-ERRO
ALT26      END-IF.

ALT27      OPEN I-O MANDATOS.
ALT27      IF FS-MANDATOS EQUAL 35
ALT27          OPEN OUTPUT MANDATOS
ALT27          CLOSE MANDATOS
ALT27          OPEN I-O MANDATOS
ALT27      END-IF.
ALT27      IF FS-MANDATOS NOT EQUAL ZEROS
ALT27          MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
ALT27          MOVE FS-MANDATOS              TO WRK-STATUS-ERRO
ALT27          MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
ALT27          MOVE "MANTCLI"                TO WRK-PROGRAMA-ERRO
ALT27          MOVE "MANDATOS"               TO WRK-ARQUIVO-ERRO
ALT27          PERFORM 9999-TRATAR-ERRO
ALT27      END-IF.

ALT28      OPEN I-O FATURAS.
ALT28      IF FS-FATURAS EQUAL 35
ALT28          OPEN OUTPUT FATURAS
ALT28          CLOSE FATURAS
ALT28          OPEN I-O FATURAS
ALT28      END-IF.
ALT28      IF FS-FATURAS NOT EQUAL ZEROS
ALT28          MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
ALT28          MOVE FS-FATURAS               TO WRK-STATUS-ERRO
ALT28          MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
ALT28          MOVE "MANTCLI"                TO WRK-PROGRAMA-ERRO
ALT28          MOVE "FATURAS"                TO WRK-ARQUIVO-ERRO
ALT28          PERFORM 9999-TRATAR-ERRO
ALT28      END-IF.

ALT30      OPEN I-O PEDCANC.
ALT30      IF FS-PEDCANC EQUAL 35
ALT30          OPEN OUTPUT PEDCANC
ALT30          CLOSE PEDCANC
ALT30          OPEN I-O PEDCANC
ALT30      END-IF.
ALT30      IF FS-PEDCANC NOT EQUAL ZEROS
ALT30          MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
ALT30          MOVE FS-PEDCANC               TO WRK-STATUS-ERRO
ALT30          MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
ALT30          MOVE "MANTCLI"                TO WRK-PROGRAMA-ERRO
ALT30          MOVE "PEDCANC"                TO WRK-ARQUIVO-ERRO
ALT30          PERFORM 9999-TRATAR-ERRO
ALT30      END-IF.

ALT31      OPEN I-O CONTATOS.
ALT31      IF FS-CONTATOS EQUAL 35
ALT31          OPEN OUTPUT CONTATOS
ALT31          CLOSE CONTATOS
ALT31          OPEN I-O CONTATOS
ALT31      END-IF.
ALT31      IF FS-CONTATOS NOT EQUAL ZEROS
ALT31          MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
ALT31          MOVE FS-CONTATOS              TO WRK-STATUS-ERRO
ALT31          MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
ALT31          MOVE "MANTCLI"                TO WRK-PROGRAMA-ERRO
ALT31          MOVE "CONTATOS"               TO WRK-ARQUIVO-ERRO
ALT31          PERFORM 9999-TRATAR-ERRO
ALT31      END-IF.

ALT33      OPEN I-O MANTPEND.
ALT33      IF FS-MANTPEND EQUAL 35
ALT33          OPEN OUTPUT MANTPEND
ALT33          CLOSE MANTPEND
ALT33          OPEN I-O MANTPEND
ALT33      END-IF.
ALT33      IF FS-MANTPEND NOT EQUAL ZEROS
ALT33          MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
ALT33          MOVE FS-MANTPEND              TO WRK-STATUS-ERRO
ALT33          MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
ALT33          MOVE "MANTCLI"                TO WRK-PROGRAMA-ERRO
ALT33          MOVE "MANTPEND"               TO WRK-ARQUIVO-ERRO
ALT33          PERFORM 9999-TRATAR-ERRO
ALT33      END-IF.

ALT33      ACCEPT WRK-HOJE-AGENDA FROM DATE YYYYMMDD.
ALT33      SET DIU-FUNC-CORRIDOS         TO TRUE.
ALT33      MOVE WRK-HOJE-AGENDA          TO DIU-DATA.
ALT33      MOVE WRK-HORIZONTE-AGENDA     TO DIU-QT-DIAS.
ALT33      CALL "DIAUTIL" USING DIU-PARAMETRO.
ALT33      MOVE DIU-DATA                 TO WRK-LIMITE-AGENDA.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------
           PERFORM 0160-LER-DADOS.

           IF FS-MANUTEN EQUAL 10
ALT33         AND WRK-QT-TRANS EQUAL ZEROS
               MOVE WRK-ARQ-VAZIO          TO WRK-DESCRICAO-ERRO
               MOVE FS-MANUTEN             TO WRK-STATUS-ERRO
               MOVE "0150-VERIFICAR-VAZIO" TO WRK-AREA-ERRO
ALT10  0155-CARREGAR-TRANSACOES         SECTION.
      *-----------------------------------------------------------------

ALT33      PERFORM 0154-INCLUIR-NO-LOTE.
ALT33      SET TRN-DO-MOVIMENTO (WRK-QT-TRANS) TO TRUE.

ALT10      PERFORM 0160-LER-DADOS.

ALT10  0155-CARREGAR-TRANSACOES-FIM.    EXIT.

      *-----------------------------------------------------------------
ALT33  0154-INCLUIR-NO-LOTE             SECTION.
      *-----------------------------------------------------------------
ALT33 *    CARREGA NO LOTE A TRANSACAO QUE ESTA EM REG-MANUTENCAO -
ALT33 *    LIDA DO MOVIMENTO OU LIBERADA DA AGENDA. DATA EFETIVA ZERO,
ALT33 *    EM BRANCO OU JA ALCANCADA VALE COMO HOJE.
      *-----------------------------------------------------------------

ALT14      IF WRK-QT-TRANS NOT LESS 500
ALT14          MOVE WRK-ERRO-TABELA          TO WRK-DESCRICAO-ERRO
ALT14          MOVE ZEROS                    TO WRK-STATUS-ERRO
ALT22          WHEN "U"
ALT22              MOVE 3 TO TRN-ORDEM (WRK-QT-TRANS)
ALT22              ADD 1 TO ACU-LIDAS-PAUSA
ALT26          WHEN "S"
ALT26              MOVE 3 TO TRN-ORDEM (WRK-QT-TRANS)
ALT26              ADD 1 TO ACU-LIDAS-INC-ASSIN
ALT26          WHEN "T"
ALT26              MOVE 3 TO TRN-ORDEM (WRK-QT-TRANS)
ALT26              ADD 1 TO ACU-LIDAS-ENC-ASSIN
ALT30          WHEN "X"
ALT30              MOVE 3 TO TRN-ORDEM (WRK-QT-TRANS)
ALT30              ADD 1 TO ACU-LIDAS-PEDIDO-CANC
ALT10          WHEN "E"
ALT10              MOVE 4 TO TRN-ORDEM (WRK-QT-TRANS)
ALT11              ADD 1 TO ACU-LIDAS-EXCLUSAO
ALT10              MOVE 5 TO TRN-ORDEM (WRK-QT-TRANS)
ALT10      END-EVALUATE.

ALT33      MOVE SPACES          TO TRN-CHAVE-PEND (WRK-QT-TRANS).
ALT33      IF MANT-DATA-EFETIVA NUMERIC
ALT33         AND MANT-DATA-EFETIVA GREATER WRK-HOJE-AGENDA
ALT33          MOVE MANT-DATA-EFETIVA TO TRN-DATA-EFETIVA (WRK-QT-TRANS)
ALT33      ELSE
ALT33          MOVE WRK-HOJE-AGENDA   TO TRN-DATA-EFETIVA (WRK-QT-TRANS)
ALT33      END-IF.

ALT33  0154-INCLUIR-NO-LOTE-FIM.        EXIT.

      *-----------------------------------------------------------------
ALT33  0170-CARREGAR-AGENDADAS          SECTION.
      *-----------------------------------------------------------------
ALT33 *    LIBERACAO NOTURNA: AS PENDENTES COM DATA EFETIVA ATE HOJE
ALT33 *    ENTRAM NO LOTE ANTES DO MOVIMENTO DIGITADO E SEGUEM O
ALT33 *    MESMO CAMINHO (CRITICA CRUZADA, OPERADOR, SEGUNDA
ALT33 *    APROVACAO, APLICACAO E AUDITORIA).
      *-----------------------------------------------------------------

ALT33      SET WRK-NAO-FIM-AGENDA TO TRUE.
ALT33      MOVE LOW-VALUES TO MPEN-CHAVE.
ALT33      START MANTPEND KEY IS NOT LESS MPEN-CHAVE
ALT33          INVALID KEY
ALT33              SET WRK-FIM-AGENDA TO TRUE
ALT33      END-START.

ALT33      PERFORM 0171-LER-AGENDADA
ALT33          UNTIL WRK-FIM-AGENDA.

ALT33  0170-CARREGAR-AGENDADAS-FIM.     EXIT.

      *-----------------------------------------------------------------
ALT33  0171-LER-AGENDADA                SECTION.
      *-----------------------------------------------------------------

ALT33      READ MANTPEND NEXT RECORD.

ALT33      EVALUATE TRUE
ALT33          WHEN FS-MANTPEND EQUAL 10
ALT33              SET WRK-FIM-AGENDA TO TRUE
ALT33          WHEN FS-MANTPEND NOT EQUAL ZEROS
ALT33              MOVE WRK-ERRO-LEIT            TO WRK-DESCRICAO-ERRO
ALT33              MOVE FS-MANTPEND              TO WRK-STATUS-ERRO
ALT33              MOVE "0171-LER-AGENDADA"      TO WRK-AREA-ERRO
ALT33              MOVE "MANTCLI"                TO WRK-PROGRAMA-ERRO
ALT33              MOVE "MANTPEND"               TO WRK-ARQUIVO-ERRO
ALT33              PERFORM 9999-TRATAR-ERRO
ALT33          WHEN MPEN-DATA-EFETIVA GREATER WRK-HOJE-AGENDA
ALT33              SET WRK-FIM-AGENDA TO TRUE
ALT33          WHEN MPEN-PENDENTE
ALT33              MOVE MPEN-TRANSACAO TO REG-MANUTENCAO
ALT33              PERFORM 0154-INCLUIR-NO-LOTE
ALT33              SET TRN-DA-AGENDA (WRK-QT-TRANS) TO TRUE
ALT33              MOVE MPEN-CHAVE     TO TRN-CHAVE-PEND (WRK-QT-TRANS)
ALT33              ADD 1 TO ACU-LIDAS-AGENDA
ALT33      END-EVALUATE.

ALT33  0171-LER-AGENDADA-FIM.           EXIT.

      *-----------------------------------------------------------------
ALT11  0153-CRITICAR-CONFLITOS          SECTION.
ALT11 *    REPETICOES; SEGUNDA ALTERACAO DO MESMO CODIGO E
ALT11 *    INCLUSAO+EXCLUSAO NO MESMO LOTE SAO CONFLITOS - NA DUVIDA,
ALT11 *    AS DUAS PONTAS DO CONFLITO VOLTAM PARA A OPERACAO DECIDIR.
ALT33 *    A QUEBRA E POR CODIGO E DATA EFETIVA - TRANSACOES DO MESMO
ALT33 *    CLIENTE PARA DATAS DIFERENTES NAO CONFLITAM.
      *-----------------------------------------------------------------

ALT11      IF TRN-CODIGO (IDX-TRN) NOT EQUAL WRK-CODIGO-LOTE-ANT
ALT33         OR TRN-DATA-EFETIVA (IDX-TRN) NOT EQUAL WRK-DATA-LOTE-ANT
ALT11          MOVE TRN-CODIGO (IDX-TRN) TO WRK-CODIGO-LOTE-ANT
ALT33          MOVE TRN-DATA-EFETIVA (IDX-TRN) TO WRK-DATA-LOTE-ANT
ALT11          MOVE ZEROS TO WRK-QT-LOTE-A
ALT11                        WRK-QT-LOTE-C
ALT11                        WRK-QT-LOTE-E

ALT14      IF TRN-CODIGO (IDX-TRN-2) GREATER
ALT14         TRN-CODIGO (IDX-TRN-2 + 1)
ALT33         OR (TRN-CODIGO (IDX-TRN-2) EQUAL
ALT33             TRN-CODIGO (IDX-TRN-2 + 1)
ALT33             AND TRN-DATA-EFETIVA (IDX-TRN-2) GREATER
ALT33                 TRN-DATA-EFETIVA (IDX-TRN-2 + 1))
ALT14         OR (TRN-CODIGO (IDX-TRN-2) EQUAL
ALT14             TRN-CODIGO (IDX-TRN-2 + 1)
ALT33             AND TRN-DATA-EFETIVA (IDX-TRN-2) EQUAL
ALT33                 TRN-DATA-EFETIVA (IDX-TRN-2 + 1)
ALT14             AND TRN-ORDEM (IDX-TRN-2) GREATER
ALT14                 TRN-ORDEM (IDX-TRN-2 + 1))
ALT14          MOVE TRN-ENTRADA (IDX-TRN-2)     TO WRK-TRN-AUX
      *-----------------------------------------------------------------
ALT10 *    CRITICA DE OPERADOR E DE SEGUNDA APROVACAO SOBRE O LOTE JA
ALT10 *    ORDENADO; SO RODA COM O ARQUIVO OPERADOR PRESENTE.
ALT30 *    A EXCLUSAO DE CLIENTE COM PEDIDO DE CANCELAMENTO JA
ALT30 *    CONFIRMADO PELA RETENCAO E COM O FIM DO CICLO PAGO ALCANCADO
ALT30 *    NAO PEDE SEGUNDA APROVACAO - A CONFIRMACAO DO CLIENTE JA E A
ALT30 *    AUTORIZACAO.
      *-----------------------------------------------------------------

ALT10      IF WRK-CONTROLE-INATIVO
ALT10          CONTINUE
ALT10      ELSE
ALT10          PERFORM 0158-VALIDAR-OPERADOR
ALT30          SET WRK-PEDIDO-NAO-ACHADO TO TRUE
ALT30          IF TRN-APLICAR (IDX-TRN)
ALT30             AND TRN-TIPO (IDX-TRN) EQUAL "E"
ALT30              ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD
ALT30              MOVE TRN-CODIGO (IDX-TRN) TO WRK-CODIGO-PEDIDO
ALT30              PERFORM 0236-PROCURAR-PEDIDO
ALT30          END-IF
ALT10          IF TRN-APLICAR (IDX-TRN)
ALT30             AND NOT (WRK-PEDIDO-ACHADO AND PEDC-CONFIRMADO
ALT30                  AND PEDC-DATA-EFETIVA NOT GREATER
ALT30                                        WRK-DATA-EXECUCAO)
ALT26              IF TRN-TIPO (IDX-TRN) EQUAL "E" OR "T"
ALT26                 OR ((TRN-TIPO (IDX-TRN) EQUAL "C" OR "S") AND
ALT10                     TRN-ASSINATURA (IDX-TRN) GREATER
ALT10                                         WRK-VALOR-APROVACAO)
ALT10                  PERFORM 0159-VALIDAR-APROVACAO
      *-----------------------------------------------------------------
ALT10 *    PROCURA NO LOTE UMA TRANSACAO "P" DO MESMO CODIGO ASSINADA
ALT10 *    POR OUTRO OPERADOR COM NIVEL DE APROVADOR.
ALT33 *    A APROVACAO TEM DE TER A MESMA DATA EFETIVA DA TRANSACAO.
      *-----------------------------------------------------------------

ALT10      SET WRK-APROV-NAO-ACHADA TO TRUE.
ALT14              TRN-CODIGO (IDX-TRN)
ALT14          AND TRN-OPERADOR (IDX-TRN-P) NOT EQUAL
ALT14              TRN-OPERADOR (IDX-TRN)
ALT33          AND TRN-DATA-EFETIVA (IDX-TRN-P) EQUAL
ALT33              TRN-DATA-EFETIVA (IDX-TRN)
ALT14          MOVE ZEROS TO WRK-NIVEL-ACHADO
ALT14          PERFORM 0165-NIVEL-DO-APROVADOR
ALT14              VARYING IDX-OPER FROM 1 BY 1
       0200-PROCESSAR                   SECTION.
      *-----------------------------------------------------------------
ALT10 *    APLICA UMA ENTRADA DO LOTE JA ORDENADO E CRITICADO.
ALT33 *    DATA EFETIVA FUTURA VAI PARA A AGENDA EM VEZ DE APLICAR.
      *-----------------------------------------------------------------

ALT33      MOVE ACU-REJEITADOS TO WRK-REJEITADOS-ANTES.

ALT10      IF TRN-REJEITADA (IDX-TRN)
ALT10          MOVE TRN-TIPO       (IDX-TRN) TO WRK-REJ-TIPO
ALT10          MOVE TRN-CODIGO     (IDX-TRN) TO WRK-REJ-CODIGO
ALT10          PERFORM 0240-GRAVAR-REJEITO
ALT10      ELSE
ALT10      MOVE TRN-REGISTRO (IDX-TRN) TO REG-MANUTENCAO
ALT33      IF TRN-DATA-EFETIVA (IDX-TRN) GREATER WRK-HOJE-AGENDA
ALT33          PERFORM 0245-AGENDAR-TRANSACAO
ALT33      ELSE

           EVALUATE TRUE
ALT10          WHEN MANT-APROVACAO
                   PERFORM 0220-ALTERAR
ALT22          WHEN MANT-PAUSAR
ALT22              PERFORM 0225-PAUSAR
ALT26          WHEN MANT-INCLUIR-ASSINATURA
ALT26              PERFORM 0226-INCLUIR-ASSINATURA
ALT26          WHEN MANT-ENCERRAR-ASSINATURA
ALT26              PERFORM 0227-ENCERRAR-ASSINATURA
ALT30          WHEN MANT-PEDIR-CANCELAMENTO
ALT30              PERFORM 0235-PEDIR-CANCELAMENTO
               WHEN MANT-EXCLUIR
                   PERFORM 0230-EXCLUIR
               WHEN OTHER
ALT10              MOVE ZEROS                    TO WRK-REJ-COD-MOTIVO
                   PERFORM 0240-GRAVAR-REJEITO
           END-EVALUATE
ALT33      END-IF
ALT10      END-IF.

ALT33      IF TRN-DA-AGENDA (IDX-TRN)
ALT33          PERFORM 0248-FECHAR-AGENDADA
ALT33      END-IF.

       0200-PROCESSAR-FIM.              EXIT.

      *-----------------------------------------------------------------
ALT24          MOVE "CONTA PAGADORA INVALIDA"       TO WRK-REJ-MOTIVO
ALT24          PERFORM 0240-GRAVAR-REJEITO
ALT24      ELSE
ALT25      PERFORM 0206-VALIDAR-DOCUMENTO
ALT25      IF WRK-DOCUMENTO-INVALIDO
ALT25          MOVE "INCLUSAO"                      TO WRK-REJ-TIPO
ALT25          MOVE MANT-CODIGO                     TO WRK-REJ-CODIGO
ALT25          MOVE WRK-MOT-DOCUMENTO-INVALIDO  TO WRK-REJ-COD-MOTIVO
ALT25          MOVE WRK-ERRO-DOCUMENTO-INVALIDO TO WRK-REJ-MOTIVO
ALT25          PERFORM 0240-GRAVAR-REJEITO
ALT25      ELSE
ALT31      PERFORM 0207-VALIDAR-CONTATO
ALT31      IF WRK-CONTATO-INVALIDO
ALT31          MOVE "INCLUSAO"                      TO WRK-REJ-TIPO
ALT31          MOVE MANT-CODIGO                     TO WRK-REJ-CODIGO
ALT31          MOVE WRK-MOT-CONTATO             TO WRK-REJ-COD-MOTIVO
ALT31          MOVE WRK-ERRO-CONTATO            TO WRK-REJ-MOTIVO
ALT31          PERFORM 0240-GRAVAR-REJEITO
ALT31      ELSE
               MOVE MANT-CODIGO     TO REG-CODIGO
               MOVE MANT-NOME       TO REG-NOME
               MOVE MANT-EMAIL      TO REG-EMAIL
ALT21          MOVE ZEROS                  TO REG-COMPETENCIA-PROXIMA
ALT22          MOVE ZEROS                  TO REG-COMPETENCIA-RETORNO
ALT23          MOVE MANT-CANAL             TO REG-CANAL
ALT25          MOVE MANT-TIPO-PESSOA       TO REG-TIPO-PESSOA
ALT25          MOVE MANT-CPF-CNPJ          TO REG-CPF-CNPJ
ALT14          MOVE ZEROS                  TO REG-DATA-PAGAMENTO
ALT14          SET REG-EMAIL-VALIDO        TO TRUE
ALT07          SET REG-ATIVO               TO TRUE
ALT07          SET REG-TIPO-DETALHE        TO TRUE
ALT07          MOVE ZEROS                  TO REG-DATA-CANCELAMENTO
ALT29          IF MANT-TESTE-DIAS NUMERIC
ALT29             AND MANT-TESTE-DIAS GREATER ZEROS
ALT29              PERFORM 0211-MONTAR-TESTE
ALT29          END-IF

               WRITE REG-CLIENTES

                   MOVE MANT-CODIGO           TO WRK-OK-CODIGO
                   MOVE MANT-NOME             TO WRK-OK-NOME
                   MOVE "CLIENTE INCLUIDO"    TO WRK-OK-SITUACAO
ALT29              IF REG-TESTE
ALT29                  ADD 1                  TO ACU-INCLUIDOS-TESTE
ALT29                  MOVE "CLIENTE INCLUIDO EM TESTE" TO
ALT29                                            WRK-OK-SITUACAO
ALT29              END-IF
                   PERFORM 0250-GRAVAR-OK
ALT09              MOVE SPACES                TO WRK-IMAGEM-ANTES
ALT09              MOVE REG-CLIENTES          TO WRK-IMAGEM-DEPOIS
ALT09              PERFORM 0260-GRAVAR-AUDITORIA
ALT32              SET JRN-INCLUSAO      TO TRUE
ALT32              PERFORM 0810-JOURNAL-CLIENTE
ALT19              MOVE REG-NOME              TO WRK-IDX-NOME
ALT19              MOVE REG-EMAIL             TO WRK-IDX-EMAIL
ALT19              MOVE REG-CODIGO            TO WRK-IDX-CODIGO
ALT19              PERFORM 0280-GRAVAR-INDICES
ALT26              PERFORM 0215-GRAVAR-ASSIN-PRINCIPAL
ALT27              IF REG-DEBITO-AUTO-SIM
ALT27                  MOVE REG-BANCO          TO WRK-BANCO-MANDATO
ALT27                  PERFORM 0275-PEDIR-ADESAO
ALT27              END-IF
ALT31              PERFORM 0277-GRAVAR-CONTATO
               ELSE
                   MOVE "INCLUSAO"                   TO WRK-REJ-TIPO
                   MOVE MANT-CODIGO                  TO WRK-REJ-CODIGO
                   MOVE "CODIGO JA CADASTRADO"       TO WRK-REJ-MOTIVO
                   PERFORM 0240-GRAVAR-REJEITO
               END-IF
ALT31      END-IF
ALT25      END-IF
ALT24      END-IF
ALT08      END-IF.

       0210-INCLUIR-FIM.                EXIT.

      *-----------------------------------------------------------------
ALT29  0211-MONTAR-TESTE                SECTION.
      *-----------------------------------------------------------------
ALT29 *    CLIENTE ENTRA EM TESTE GRATIS: O FIM DO TESTE E A DATA DA
ALT29 *    TRANSACAO MAIS OS DIAS CORRIDOS INFORMADOS E FICA EM
ALT29 *    REG-DATA-CANCELAMENTO ATE O TESTECLI CONVERTER OU CANCELAR.
      *-----------------------------------------------------------------

ALT29      ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
ALT29      SET REG-TESTE                 TO TRUE.
ALT29      SET DIU-FUNC-CORRIDOS         TO TRUE.
ALT29      MOVE WRK-DATA-EXECUCAO        TO DIU-DATA.
ALT29      MOVE MANT-TESTE-DIAS          TO DIU-QT-DIAS.
ALT29      CALL "DIAUTIL" USING DIU-PARAMETRO.
ALT29      MOVE DIU-DATA                 TO REG-DATA-CANCELAMENTO.

ALT29  0211-MONTAR-TESTE-FIM.           EXIT.

      *-----------------------------------------------------------------
       0220-ALTERAR                     SECTION.
      *-----------------------------------------------------------------

ALT24          MOVE "CONTA PAGADORA INVALIDA"       TO WRK-REJ-MOTIVO
ALT24          PERFORM 0240-GRAVAR-REJEITO
ALT24      ELSE
ALT25      PERFORM 0206-VALIDAR-DOCUMENTO
ALT25      IF WRK-DOCUMENTO-INVALIDO
ALT25          MOVE "ALTERACAO"                     TO WRK-REJ-TIPO
ALT25          MOVE MANT-CODIGO                     TO WRK-REJ-CODIGO
ALT25          MOVE WRK-MOT-DOCUMENTO-INVALIDO  TO WRK-REJ-COD-MOTIVO
ALT25          MOVE WRK-ERRO-DOCUMENTO-INVALIDO TO WRK-REJ-MOTIVO
ALT25          PERFORM 0240-GRAVAR-REJEITO
ALT25      ELSE
ALT31      PERFORM 0207-VALIDAR-CONTATO
ALT31      IF WRK-CONTATO-INVALIDO
ALT31          MOVE "ALTERACAO"                     TO WRK-REJ-TIPO
ALT31          MOVE MANT-CODIGO                     TO WRK-REJ-CODIGO
ALT31          MOVE WRK-MOT-CONTATO             TO WRK-REJ-COD-MOTIVO
ALT31          MOVE WRK-ERRO-CONTATO            TO WRK-REJ-MOTIVO
ALT31          PERFORM 0240-GRAVAR-REJEITO
ALT31      ELSE
           MOVE MANT-CODIGO TO REG-CODIGO
           READ CLIENTES KEY IS REG-CODIGO
               INVALID KEY
                   PERFORM 0240-GRAVAR-REJEITO
               NOT INVALID KEY
ALT09              MOVE REG-CLIENTES    TO WRK-IMAGEM-ANTES
ALT32              MOVE REG-CLIENTES     TO WRK-JRN-CLIENTE-ANTES
ALT12              MOVE REG-PLANO       TO WRK-PLANO-ANTERIOR
ALT12              MOVE REG-ASSINATURA  TO WRK-ASSINAT-ANTERIOR
ALT19              MOVE REG-NOME        TO WRK-NOME-ANTERIOR
ALT19              MOVE REG-EMAIL       TO WRK-EMAIL-ANTERIOR
ALT27              MOVE REG-DEBITO-AUTO TO WRK-DEBITO-ANTERIOR
ALT27              MOVE REG-BANCO       TO WRK-BANCO-ANTERIOR
                   MOVE MANT-NOME       TO REG-NOME
                   MOVE MANT-EMAIL      TO REG-EMAIL
                   MOVE MANT-STREAMING  TO REG-STREAMING
ALT17              MOVE MANT-BANCO             TO REG-BANCO
ALT20              MOVE MANT-PAGADOR           TO REG-PAGADOR
ALT21              MOVE MANT-FREQ-FATURAMENTO  TO REG-FREQ-FATURAMENTO
ALT25              IF MANT-CPF-CNPJ NOT EQUAL ZEROS
ALT25                  MOVE MANT-TIPO-PESSOA   TO REG-TIPO-PESSOA
ALT25                  MOVE MANT-CPF-CNPJ      TO REG-CPF-CNPJ
ALT25              END-IF
                   REWRITE REG-CLIENTES
                   IF FS-CLIENTES EQUAL ZEROS
                       ADD 1                   TO ACU-ALTERADOS
                       PERFORM 0250-GRAVAR-OK
ALT09                  MOVE REG-CLIENTES       TO WRK-IMAGEM-DEPOIS
ALT09                  PERFORM 0260-GRAVAR-AUDITORIA
ALT32                  SET JRN-ALTERACAO TO TRUE
ALT32                  PERFORM 0810-JOURNAL-CLIENTE
ALT26                  PERFORM 0216-ATUALIZAR-ASSIN-PRINC
ALT27                  PERFORM 0274-AVALIAR-MANDATO
ALT31                  PERFORM 0277-GRAVAR-CONTATO
ALT12                  IF MANT-PLANO NOT EQUAL WRK-PLANO-ANTERIOR
ALT12                      PERFORM 0270-GERAR-PRORATA
ALT12                  END-IF
                       PERFORM 0240-GRAVAR-REJEITO
                   END-IF
           END-READ
ALT31      END-IF
ALT25      END-IF
ALT24      END-IF
ALT08      END-IF.


ALT24  0205-VALIDAR-PAGADOR-FIM.        EXIT.

      *-----------------------------------------------------------------
ALT25  0206-VALIDAR-DOCUMENTO           SECTION.
      *-----------------------------------------------------------------
ALT25 *    ZERO E DOCUMENTO AINDA NAO INFORMADO (NA ALTERACAO, MANTEM
ALT25 *    O CADASTRADO); QUALQUER OUTRO VALOR TEM DE TER OS DIGITOS
ALT25 *    VERIFICADORES CERTOS PARA O TIPO DE PESSOA INFORMADO.
      *-----------------------------------------------------------------

ALT25      SET WRK-DOCUMENTO-VALIDO TO TRUE.

ALT25      IF MANT-CPF-CNPJ NOT EQUAL ZEROS
ALT25          MOVE MANT-TIPO-PESSOA TO DOC-TIPO-PESSOA
ALT25          MOVE MANT-CPF-CNPJ    TO DOC-NUMERO
ALT25          CALL "VALIDOC" USING DOC-PARAMETRO
ALT25          IF DOC-INVALIDO
ALT25              SET WRK-DOCUMENTO-INVALIDO TO TRUE
ALT25          END-IF
ALT25      END-IF.

ALT25  0206-VALIDAR-DOCUMENTO-FIM.      EXIT.

      *-----------------------------------------------------------------
ALT31  0207-VALIDAR-CONTATO             SECTION.
      *-----------------------------------------------------------------
ALT31 *    CELULAR ZERO NAO MEXE NO CADASTRADO; INFORMADO, TEM DE TER
ALT31 *    DDD DE DOIS DIGITOS SEM ZERO E NUMERO DE NOVE DIGITOS
ALT31 *    COMECANDO EM 9. PREFERENCIA EM BRANCO MANTEM A ATUAL; SMS
ALT31 *    OU WHATSAPP SO COM CELULAR VALIDO - O INFORMADO AGORA OU O
ALT31 *    JA CADASTRADO E AINDA NAO DEVOLVIDO PELO GATEWAY.
      *-----------------------------------------------------------------

ALT31      SET WRK-CONTATO-VALIDO TO TRUE.

ALT31      IF MANT-CELULAR NOT NUMERIC
ALT31          MOVE ZEROS TO MANT-CELULAR
ALT31      END-IF.
ALT31      IF MANT-PREFERENCIA EQUAL LOW-VALUES
ALT31          MOVE SPACES TO MANT-PREFERENCIA
ALT31      END-IF.

ALT31      SET WRK-CONTATO-NOVO TO TRUE.
ALT31      MOVE MANT-CODIGO TO CONT-CODIGO.
ALT31      READ CONTATOS KEY IS CONT-CODIGO
ALT31          INVALID KEY
ALT31              CONTINUE
ALT31          NOT INVALID KEY
ALT31              SET WRK-CONTATO-EXISTE TO TRUE
ALT31      END-READ.

ALT31      MOVE MANT-CELULAR TO WRK-CELULAR.
ALT31      IF WRK-CELULAR GREATER ZEROS
ALT31          IF WRK-CEL-DDD-1 EQUAL ZEROS
ALT31             OR WRK-CEL-DDD-2 EQUAL ZEROS
ALT31             OR WRK-CEL-PREFIXO NOT EQUAL 9
ALT31              SET WRK-CONTATO-INVALIDO TO TRUE
ALT31              MOVE WRK-MOT-CELULAR-INVALIDO  TO WRK-MOT-CONTATO
ALT31              MOVE WRK-ERRO-CELULAR-INVALIDO TO WRK-ERRO-CONTATO
ALT31          END-IF
ALT31      END-IF.

ALT31      IF WRK-CONTATO-VALIDO
ALT31          EVALUATE MANT-PREFERENCIA
ALT31              WHEN SPACES
ALT31              WHEN "E"
ALT31              WHEN "P"
ALT31                  CONTINUE
ALT31              WHEN "S"
ALT31              WHEN "W"
ALT31                  IF WRK-CELULAR EQUAL ZEROS
ALT31                     AND NOT (WRK-CONTATO-EXISTE
ALT31                          AND CONT-CELULAR GREATER ZEROS
ALT31                          AND CONT-CELULAR-VALIDO)
ALT31                      SET WRK-CONTATO-INVALIDO TO TRUE
ALT31                  END-IF
ALT31              WHEN OTHER
ALT31                  SET WRK-CONTATO-INVALIDO TO TRUE
ALT31          END-EVALUATE
ALT31          IF WRK-CONTATO-INVALIDO
ALT31              MOVE WRK-MOT-PREFERENCIA-INVALIDA TO
ALT31                                            WRK-MOT-CONTATO
ALT31              MOVE WRK-ERRO-PREFERENCIA-INVALIDA TO
ALT31                                            WRK-ERRO-CONTATO
ALT31          END-IF
ALT31      END-IF.

ALT31  0207-VALIDAR-CONTATO-FIM.        EXIT.

      *-----------------------------------------------------------------
ALT22  0225-PAUSAR                      SECTION.
      *-----------------------------------------------------------------
ALT22                      PERFORM 0240-GRAVAR-REJEITO
ALT22                  WHEN OTHER
ALT22                      MOVE REG-CLIENTES     TO WRK-IMAGEM-ANTES
ALT32                      MOVE REG-CLIENTES TO WRK-JRN-CLIENTE-ANTES
ALT22                      SET REG-PAUSADO       TO TRUE
ALT22                      MOVE WRK-COMPET-RETORNO TO
ALT22                                     REG-COMPETENCIA-RETORNO
ALT22                          MOVE REG-CLIENTES     TO
ALT22                                                 WRK-IMAGEM-DEPOIS
ALT22                          PERFORM 0260-GRAVAR-AUDITORIA
ALT32                          SET JRN-ALTERACAO TO TRUE
ALT32                          PERFORM 0810-JOURNAL-CLIENTE
ALT22                      ELSE
ALT22                          MOVE "PAUSA"          TO WRK-REJ-TIPO
ALT22                          MOVE MANT-CODIGO      TO WRK-REJ-CODIGO
ALT22  0225-PAUSAR-FIM.                 EXIT.

      *-----------------------------------------------------------------
ALT26  0215-GRAVAR-ASSIN-PRINCIPAL      SECTION.
      *-----------------------------------------------------------------
ALT26 *    A INCLUSAO DO CLIENTE ABRE A ASSINATURA PRINCIPAL (SEQUENCIA
ALT26 *    001) COM O STREAMING, O PLANO E O VALOR GRAVADOS NO MESTRE.
      *-----------------------------------------------------------------

ALT26      ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
ALT26      MOVE REG-CODIGO               TO ASN-CODIGO.
ALT26      MOVE 001                      TO ASN-SEQUENCIA.
ALT26      PERFORM 0218-MONTAR-ASSIN-PRINCIPAL.
ALT28      PERFORM 0229-MONTAR-FIDELIDADE.

ALT26      WRITE REG-ASSINATURA-CLI.
ALT26      IF FS-ASSINATURAS EQUAL 22
ALT26          REWRITE REG-ASSINATURA-CLI
ALT26      END-IF.
ALT26      IF FS-ASSINATURAS NOT EQUAL ZEROS
ALT26          MOVE WRK-ERRO-GRAVAR             TO WRK-DESCRICAO-ERRO
ALT26          MOVE FS-ASSINATURAS              TO WRK-STATUS-ERRO
ALT26          MOVE "0215-GRAVAR-ASSIN-PRINCIPAL" TO WRK-AREA-ERRO
ALT26          MOVE "MANTCLI"                   TO WRK-PROGRAMA-ERRO
ALT26          MOVE "ASSINATURAS"               TO WRK-ARQUIVO-ERRO
ALT26          PERFORM 9999-TRATAR-ERRO
ALT26      END-IF.

ALT26  0215-GRAVAR-ASSIN-PRINCIPAL-FIM. EXIT.

      *-----------------------------------------------------------------
ALT26  0216-ATUALIZAR-ASSIN-PRINC       SECTION.
      *-----------------------------------------------------------------
ALT26 *    A ALTERACAO DO CLIENTE REFLETE STREAMING/PLANO/VALOR NA
ALT26 *    ASSINATURA PRINCIPAL; CLIENTE ANTERIOR AO ARQUIVO DE
ALT26 *    ASSINATURAS GANHA A PRINCIPAL AQUI MESMO.
      *-----------------------------------------------------------------

ALT26      ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
ALT26      MOVE REG-CODIGO               TO ASN-CODIGO.
ALT26      MOVE 001                      TO ASN-SEQUENCIA.

ALT26      READ ASSINATURAS KEY IS ASN-CHAVE
ALT26          INVALID KEY
ALT26              PERFORM 0218-MONTAR-ASSIN-PRINCIPAL
ALT26              WRITE REG-ASSINATURA-CLI
ALT26          NOT INVALID KEY
ALT26              MOVE REG-STREAMING    TO ASN-STREAMING
ALT26              MOVE REG-PLANO        TO ASN-PLANO
ALT26              MOVE REG-ASSINATURA   TO ASN-VALOR
ALT26              MOVE MANT-OPERADOR    TO ASN-OPERADOR
ALT26              REWRITE REG-ASSINATURA-CLI
ALT26      END-READ.

ALT26      IF FS-ASSINATURAS NOT EQUAL ZEROS
ALT26          MOVE WRK-ERRO-GRAVAR             TO WRK-DESCRICAO-ERRO
ALT26          MOVE FS-ASSINATURAS              TO WRK-STATUS-ERRO
ALT26          MOVE "0216-ATUALIZAR-ASSIN-PRINC" TO WRK-AREA-ERRO
ALT26          MOVE "MANTCLI"                   TO WRK-PROGRAMA-ERRO
ALT26          MOVE "ASSINATURAS"               TO WRK-ARQUIVO-ERRO
ALT26          PERFORM 9999-TRATAR-ERRO
ALT26      END-IF.

ALT26  0216-ATUALIZAR-ASSIN-PRINC-FIM.  EXIT.

      *-----------------------------------------------------------------
ALT26  0218-MONTAR-ASSIN-PRINCIPAL      SECTION.
      *-----------------------------------------------------------------

ALT26      MOVE REG-STREAMING            TO ASN-STREAMING.
ALT26      MOVE REG-PLANO                TO ASN-PLANO.
ALT26      MOVE REG-ASSINATURA           TO ASN-VALOR.
ALT26      SET ASN-ATIVA                 TO TRUE.
ALT26      MOVE WRK-DATA-EXECUCAO        TO ASN-DATA-INICIO.
ALT26      MOVE ZEROS                    TO ASN-DATA-FIM.
ALT26      MOVE MANT-OPERADOR            TO ASN-OPERADOR.
ALT28      MOVE ZEROS                    TO ASN-FIDEL-MESES
ALT28                                       ASN-FIDEL-INICIO
ALT28                                       ASN-FIDEL-FIM
ALT28                                       ASN-FIDEL-MULTA
ALT28                                       ASN-MULTA-COBRADA
ALT28                                       ASN-MULTA-COMPETENCIA.
ALT29      MOVE SPACES                   TO ASN-MOTIVO-FIM.
ALT29      IF REG-TESTE
ALT29          MOVE REG-DATA-CANCELAMENTO TO ASN-TESTE-FIM
ALT29      ELSE
ALT29          MOVE ZEROS                TO ASN-TESTE-FIM
ALT29      END-IF.

ALT26  0218-MONTAR-ASSIN-PRINCIPAL-FIM. EXIT.

      *-----------------------------------------------------------------
ALT26  0217-PERCORRER-ASSINATURAS       SECTION.
      *-----------------------------------------------------------------
ALT26 *    PERCORRE AS ASSINATURAS DO CLIENTE EM REG-CODIGO, GUARDANDO
ALT26 *    A MAIOR SEQUENCIA USADA; COM WRK-ENCERRAR-TODAS LIGADO
ALT26 *    (EXCLUSAO DO CLIENTE) ENCERRA TAMBEM AS QUE ESTAO ATIVAS.
      *-----------------------------------------------------------------

ALT26      MOVE ZEROS                    TO WRK-SEQ-MAIOR.
ALT26      SET WRK-NAO-FIM-ASSIN         TO TRUE.

ALT26      MOVE REG-CODIGO               TO ASN-CODIGO.
ALT26      MOVE ZEROS                    TO ASN-SEQUENCIA.
ALT26      START ASSINATURAS KEY IS NOT LESS ASN-CHAVE
ALT26          INVALID KEY
ALT26              SET WRK-FIM-ASSIN     TO TRUE
ALT26      END-START.

ALT26      PERFORM 0219-LER-PROXIMA-ASSIN
ALT26          UNTIL WRK-FIM-ASSIN.

ALT26  0217-PERCORRER-ASSINATURAS-FIM.  EXIT.

      *-----------------------------------------------------------------
ALT26  0219-LER-PROXIMA-ASSIN           SECTION.
      *-----------------------------------------------------------------

ALT26      READ ASSINATURAS NEXT RECORD
ALT26          AT END
ALT26              SET WRK-FIM-ASSIN     TO TRUE
ALT26      END-READ.

ALT26      IF NOT WRK-FIM-ASSIN
ALT26          IF ASN-CODIGO NOT EQUAL REG-CODIGO
ALT26              SET WRK-FIM-ASSIN     TO TRUE
ALT26          ELSE
ALT26              MOVE ASN-SEQUENCIA    TO WRK-SEQ-MAIOR
ALT26              IF WRK-ENCERRAR-TODAS AND ASN-ATIVA
ALT26                  SET ASN-ENCERRADA         TO TRUE
ALT26                  MOVE WRK-DATA-EXECUCAO    TO ASN-DATA-FIM
ALT26                  MOVE MANT-OPERADOR        TO ASN-OPERADOR
ALT28                  PERFORM 0232-COBRAR-MULTA-FIDELIDADE
ALT26                  REWRITE REG-ASSINATURA-CLI
ALT26                  IF FS-ASSINATURAS NOT EQUAL ZEROS
ALT26                      MOVE WRK-ERRO-GRAVAR      TO
ALT26                                               WRK-DESCRICAO-ERRO
ALT26                      MOVE FS-ASSINATURAS       TO WRK-STATUS-ERRO
ALT26                      MOVE "0219-LER-PROXIMA-ASSIN" TO
ALT26                                               WRK-AREA-ERRO
ALT26                      MOVE "MANTCLI"            TO
ALT26                                               WRK-PROGRAMA-ERRO
ALT26                      MOVE "ASSINATURAS"        TO
ALT26                                               WRK-ARQUIVO-ERRO
ALT26                      PERFORM 9999-TRATAR-ERRO
ALT26                  END-IF
ALT26                  ADD 1 TO ACU-ASSIN-ENCERRADAS
ALT26              END-IF
ALT26          END-IF
ALT26      END-IF.

ALT26  0219-LER-PROXIMA-ASSIN-FIM.      EXIT.

      *-----------------------------------------------------------------
ALT26  0226-INCLUIR-ASSINATURA          SECTION.
      *-----------------------------------------------------------------
ALT26 *    NOVA ASSINATURA DE UM CLIENTE JA CADASTRADO E NAO CANCELADO,
ALT26 *    NA SEQUENCIA SEGUINTE A MAIOR JA USADA (SEQUENCIA DE
ALT26 *    ASSINATURA ENCERRADA NAO E REAPROVEITADA).
      *-----------------------------------------------------------------

ALT26      ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
ALT26      MOVE "INCL.ASSIN."            TO WRK-REJ-TIPO.
ALT26      MOVE MANT-CODIGO              TO WRK-REJ-CODIGO.

ALT26      MOVE MANT-CODIGO TO REG-CODIGO.
ALT26      READ CLIENTES KEY IS REG-CODIGO
ALT26          INVALID KEY
ALT26              MOVE "CODIGO NAO CADASTRADO"  TO WRK-REJ-MOTIVO
ALT26              PERFORM 0240-GRAVAR-REJEITO
ALT26          NOT INVALID KEY
ALT26              SET WRK-NAO-ENCERRAR-TODAS    TO TRUE
ALT26              PERFORM 0217-PERCORRER-ASSINATURAS
ALT26              EVALUATE TRUE
ALT26                  WHEN REG-CANCELADO
ALT26                      MOVE "CLIENTE JA CANCELADO" TO
ALT26                                               WRK-REJ-MOTIVO
ALT26                      PERFORM 0240-GRAVAR-REJEITO
ALT26                  WHEN MANT-STREAMING EQUAL SPACES
ALT26                    OR MANT-ASSINATURA NOT GREATER ZEROS
ALT26                      MOVE "STREAMING OU VALOR NAO INFORMADO" TO
ALT26                                               WRK-REJ-MOTIVO
ALT26                      PERFORM 0240-GRAVAR-REJEITO
ALT26                  WHEN WRK-SEQ-MAIOR EQUAL 999
ALT26                      MOVE "LIMITE DE ASSINATURAS ATINGIDO" TO
ALT26                                               WRK-REJ-MOTIVO
ALT26                      PERFORM 0240-GRAVAR-REJEITO
ALT26                  WHEN OTHER
ALT26                      PERFORM 0228-GRAVAR-NOVA-ASSIN
ALT26              END-EVALUATE
ALT26      END-READ.

ALT26  0226-INCLUIR-ASSINATURA-FIM.     EXIT.

      *-----------------------------------------------------------------
ALT26  0228-GRAVAR-NOVA-ASSIN           SECTION.
      *-----------------------------------------------------------------
ALT26 *    CLIENTE AINDA SEM NENHUMA ASSINATURA NO ARQUIVO GANHA ANTES
ALT26 *    A PRINCIPAL (001), ESPELHO DO MESTRE, PARA QUE A NOVA NAO
ALT26 *    OCUPE O LUGAR DELA.
      *-----------------------------------------------------------------

ALT26      IF WRK-SEQ-MAIOR EQUAL ZEROS
ALT26          MOVE REG-CODIGO           TO ASN-CODIGO
ALT26          MOVE 001                  TO ASN-SEQUENCIA
ALT26          PERFORM 0218-MONTAR-ASSIN-PRINCIPAL
ALT26          WRITE REG-ASSINATURA-CLI
ALT26          IF FS-ASSINATURAS NOT EQUAL ZEROS
ALT26              MOVE WRK-ERRO-GRAVAR         TO WRK-DESCRICAO-ERRO
ALT26              MOVE FS-ASSINATURAS          TO WRK-STATUS-ERRO
ALT26              MOVE "0228-GRAVAR-NOVA-ASSIN" TO WRK-AREA-ERRO
ALT26              MOVE "MANTCLI"               TO WRK-PROGRAMA-ERRO
ALT26              MOVE "ASSINATURAS"           TO WRK-ARQUIVO-ERRO
ALT26              PERFORM 9999-TRATAR-ERRO
ALT26          END-IF
ALT26          MOVE 001                  TO WRK-SEQ-MAIOR
ALT26      END-IF.

ALT26      MOVE REG-CODIGO               TO ASN-CODIGO.
ALT26      ADD 1 WRK-SEQ-MAIOR       GIVING ASN-SEQUENCIA.
ALT26      MOVE MANT-STREAMING           TO ASN-STREAMING.
ALT26      MOVE MANT-PLANO               TO ASN-PLANO.
ALT26      MOVE MANT-ASSINATURA          TO ASN-VALOR.
ALT26      SET ASN-ATIVA                 TO TRUE.
ALT26      MOVE WRK-DATA-EXECUCAO        TO ASN-DATA-INICIO.
ALT26      MOVE ZEROS                    TO ASN-DATA-FIM.
ALT26      MOVE MANT-OPERADOR            TO ASN-OPERADOR.
ALT29      MOVE SPACES                   TO ASN-MOTIVO-FIM.
ALT29      MOVE ZEROS                    TO ASN-TESTE-FIM.
ALT28      PERFORM 0229-MONTAR-FIDELIDADE.

ALT26      WRITE REG-ASSINATURA-CLI.
ALT26      IF FS-ASSINATURAS NOT EQUAL ZEROS
ALT26          MOVE WRK-ERRO-GRAVAR             TO WRK-DESCRICAO-ERRO
ALT26          MOVE FS-ASSINATURAS              TO WRK-STATUS-ERRO
ALT26          MOVE "0228-GRAVAR-NOVA-ASSIN"    TO WRK-AREA-ERRO
ALT26          MOVE "MANTCLI"                   TO WRK-PROGRAMA-ERRO
ALT26          MOVE "ASSINATURAS"               TO WRK-ARQUIVO-ERRO
ALT26          PERFORM 9999-TRATAR-ERRO
ALT26      END-IF.

ALT26      ADD 1                         TO ACU-ASSIN-INCLUIDAS.
ALT26      MOVE "INCL.ASSIN."            TO WRK-OK-TIPO.
ALT26      MOVE MANT-CODIGO              TO WRK-OK-CODIGO.
ALT26      MOVE ASN-STREAMING            TO WRK-OK-NOME.
ALT26      MOVE ASN-SEQUENCIA            TO WRK-SIT-ASN-SEQ.
ALT26      MOVE "INCLUIDA"               TO WRK-SIT-ASN-ACAO.
ALT26      MOVE WRK-SIT-ASSINATURA       TO WRK-OK-SITUACAO.
ALT26      PERFORM 0250-GRAVAR-OK.

ALT26      MOVE SPACES                   TO WRK-IMAGEM-ANTES.
ALT26      MOVE REG-ASSINATURA-CLI       TO WRK-IMAGEM-DEPOIS.
ALT26      PERFORM 0260-GRAVAR-AUDITORIA.

ALT26  0228-GRAVAR-NOVA-ASSIN-FIM.      EXIT.

      *-----------------------------------------------------------------
ALT26  0227-ENCERRAR-ASSINATURA         SECTION.
      *-----------------------------------------------------------------
ALT26 *    ENCERRA UMA ASSINATURA ADICIONAL; A PRINCIPAL (001) SO SAI
ALT26 *    PELA EXCLUSAO DO CLIENTE. O REGISTRO FICA NO ARQUIVO COM
ALT26 *    SITUACAO "E" E DATA DE FIM.
      *-----------------------------------------------------------------

ALT26      ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
ALT26      MOVE "ENCER.ASSIN"            TO WRK-REJ-TIPO.
ALT26      MOVE MANT-CODIGO              TO WRK-REJ-CODIGO.

ALT26      MOVE MANT-CODIGO              TO ASN-CODIGO.
ALT26      MOVE MANT-SEQ-ASSINATURA      TO ASN-SEQUENCIA.

ALT26      IF ASN-PRINCIPAL
ALT26          MOVE "PRINCIPAL SO SAI PELA EXCLUSAO" TO WRK-REJ-MOTIVO
ALT26          PERFORM 0240-GRAVAR-REJEITO
ALT26      ELSE
ALT26          READ ASSINATURAS KEY IS ASN-CHAVE
ALT26              INVALID KEY
ALT26                  MOVE "ASSINATURA NAO CADASTRADA" TO
ALT26                                               WRK-REJ-MOTIVO
ALT26                  PERFORM 0240-GRAVAR-REJEITO
ALT26              NOT INVALID KEY
ALT26                  IF ASN-ENCERRADA
ALT26                      MOVE "ASSINATURA JA ENCERRADA" TO
ALT26                                               WRK-REJ-MOTIVO
ALT26                      PERFORM 0240-GRAVAR-REJEITO
ALT26                  ELSE
ALT26                      MOVE REG-ASSINATURA-CLI TO WRK-IMAGEM-ANTES
ALT26                      SET ASN-ENCERRADA       TO TRUE
ALT26                      MOVE WRK-DATA-EXECUCAO  TO ASN-DATA-FIM
ALT26                      MOVE MANT-OPERADOR      TO ASN-OPERADOR
ALT28                      PERFORM 0232-COBRAR-MULTA-FIDELIDADE
ALT26                      REWRITE REG-ASSINATURA-CLI
ALT26                      IF FS-ASSINATURAS EQUAL ZEROS
ALT26                          ADD 1 TO ACU-ASSIN-ENCERRADAS
ALT26                          MOVE "ENCER.ASSIN"  TO WRK-OK-TIPO
ALT26                          MOVE MANT-CODIGO    TO WRK-OK-CODIGO
ALT26                          MOVE ASN-STREAMING  TO WRK-OK-NOME
ALT26                          MOVE ASN-SEQUENCIA  TO WRK-SIT-ASN-SEQ
ALT26                          MOVE "ENCERRADA"    TO WRK-SIT-ASN-ACAO
ALT26                          MOVE WRK-SIT-ASSINATURA TO
ALT26                                               WRK-OK-SITUACAO
ALT26                          PERFORM 0250-GRAVAR-OK
ALT26                          MOVE REG-ASSINATURA-CLI TO
ALT26                                               WRK-IMAGEM-DEPOIS
ALT26                          PERFORM 0260-GRAVAR-AUDITORIA
ALT26                      ELSE
ALT26                          MOVE "ERRO NA REGRAVACAO" TO
ALT26                                               WRK-REJ-MOTIVO
ALT26                          PERFORM 0240-GRAVAR-REJEITO
ALT26                      END-IF
ALT26                  END-IF
ALT26          END-READ
ALT26      END-IF.

ALT26  0227-ENCERRAR-ASSINATURA-FIM.    EXIT.

      *-----------------------------------------------------------------
ALT28  0229-MONTAR-FIDELIDADE           SECTION.
      *-----------------------------------------------------------------
ALT28 *    PRAZO MINIMO DA ASSINATURA NOVA, CONTADO DA DATA DA
ALT28 *    TRANSACAO; DIA ALEM DE 28 CAI NO DIA 28 DO MES DO FIM, QUE
ALT28 *    EXISTE EM TODOS OS MESES. PRAZO ZERADO OU EM BRANCO = SEM
ALT28 *    FIDELIDADE.
      *-----------------------------------------------------------------

ALT28      MOVE ZEROS                    TO ASN-FIDEL-MESES
ALT28                                       ASN-FIDEL-INICIO
ALT28                                       ASN-FIDEL-FIM
ALT28                                       ASN-FIDEL-MULTA
ALT28                                       ASN-MULTA-COBRADA
ALT28                                       ASN-MULTA-COMPETENCIA.

ALT28      IF MANT-FIDEL-MESES NUMERIC
ALT28         AND MANT-FIDEL-MESES GREATER ZEROS
ALT28          MOVE MANT-FIDEL-MESES     TO ASN-FIDEL-MESES
ALT28          MOVE WRK-DATA-EXECUCAO    TO ASN-FIDEL-INICIO
ALT28          IF MANT-FIDEL-MULTA NUMERIC
ALT28              MOVE MANT-FIDEL-MULTA TO ASN-FIDEL-MULTA
ALT28          END-IF
ALT28          MOVE WRK-DATA-EXECUCAO    TO WRK-FIDEL-DATA
ALT28          COMPUTE WRK-FIDEL-MES-ABSOLUTO =
ALT28              WRK-FIDEL-AAAA * 12 + WRK-FIDEL-MM - 1
ALT28            + MANT-FIDEL-MESES
ALT28          COMPUTE WRK-FIDEL-AAAA = WRK-FIDEL-MES-ABSOLUTO / 12
ALT28          COMPUTE WRK-FIDEL-MM =
ALT28              WRK-FIDEL-MES-ABSOLUTO - (WRK-FIDEL-AAAA * 12) + 1
ALT28          IF WRK-FIDEL-DD GREATER 28
ALT28              MOVE 28               TO WRK-FIDEL-DD
ALT28          END-IF
ALT28          MOVE WRK-FIDEL-DATA       TO ASN-FIDEL-FIM
ALT28      END-IF.

ALT28  0229-MONTAR-FIDELIDADE-FIM.      EXIT.

      *-----------------------------------------------------------------
ALT28  0232-COBRAR-MULTA-FIDELIDADE     SECTION.
      *-----------------------------------------------------------------
ALT28 *    ASSINATURA ENCERRADA ANTES DO FIM DO PRAZO MINIMO PAGA A
ALT28 *    MULTA CHEIA PROPORCIONAL AOS MESES QUE FALTAM (MES INICIADO
ALT28 *    CONTA INTEIRO). O CARIMBO DA MULTA VAI NA PROPRIA
ALT28 *    ASSINATURA, REGRAVADA PELO CHAMADOR.
      *-----------------------------------------------------------------

ALT28      IF ASN-FIDEL-FIM NUMERIC
ALT28         AND ASN-FIDEL-MESES NUMERIC
ALT28         AND ASN-FIDEL-MULTA NUMERIC
ALT28         AND ASN-FIDEL-MESES GREATER ZEROS
ALT28         AND ASN-FIDEL-MULTA GREATER ZEROS
ALT28         AND ASN-FIDEL-FIM GREATER WRK-DATA-EXECUCAO
ALT28          MOVE WRK-DATA-EXECUCAO    TO WRK-DATA-HOJE
ALT28          MOVE ASN-FIDEL-FIM        TO WRK-FIDEL-DATA
ALT28          COMPUTE WRK-MESES-RESTANTES =
ALT28              (WRK-FIDEL-AAAA - WRK-HOJE-AAAA) * 12
ALT28            + (WRK-FIDEL-MM   - WRK-HOJE-MM)
ALT28          IF WRK-FIDEL-DD GREATER WRK-HOJE-DD
ALT28              ADD 1 TO WRK-MESES-RESTANTES
ALT28          END-IF
ALT28          IF WRK-MESES-RESTANTES GREATER ASN-FIDEL-MESES
ALT28              MOVE ASN-FIDEL-MESES  TO WRK-MESES-RESTANTES
ALT28          END-IF
ALT28          COMPUTE WRK-VALOR-MULTA ROUNDED =
ALT28              ASN-FIDEL-MULTA * WRK-MESES-RESTANTES
ALT28            / ASN-FIDEL-MESES
ALT28          IF WRK-VALOR-MULTA GREATER ZEROS
ALT28              PERFORM 0233-EMITIR-FATURA-MULTA
ALT28          END-IF
ALT28      END-IF.

ALT28  0232-COBRAR-MULTA-FIDELIDADE-FIM. EXIT.

      *-----------------------------------------------------------------
ALT28  0233-EMITIR-FATURA-MULTA         SECTION.
      *-----------------------------------------------------------------
ALT28 *    FATURA AVULSA NA PRIMEIRA COMPETENCIA LIVRE DA FAIXA
ALT28 *    AAAA99 A AAAA90 DO CLIENTE, ABERTA, VENCENDO EM 10 DIAS
ALT28 *    UTEIS. SEM CHAVE LIVRE NO ANO A MULTA NAO E EMITIDA - SAI
ALT28 *    NO SYSOUT E NO TOTAL DA RODADA PARA LANCAMENTO MANUAL.
      *-----------------------------------------------------------------

ALT28      SET WRK-CHAVE-MULTA-OCUPADA   TO TRUE.
ALT28      PERFORM 0234-PROCURAR-CHAVE-MULTA
ALT28          VARYING WRK-MES-MULTA FROM 99 BY -1
ALT28          UNTIL WRK-MES-MULTA LESS 90
ALT28             OR WRK-CHAVE-MULTA-LIVRE.

ALT28      IF WRK-CHAVE-MULTA-OCUPADA
ALT28          DISPLAY "MULTA DE FIDELIDADE NAO EMITIDA - CLIENTE "
ALT28                  ASN-CODIGO " ASSINATURA " ASN-SEQUENCIA
ALT28                  " VALOR " WRK-VALOR-MULTA
ALT28          ADD 1 TO ACU-MULTAS-SEM-CHAVE
ALT28      ELSE
ALT28          INITIALIZE REG-FATURA
ALT28          MOVE ASN-CODIGO           TO FAT-CODIGO
ALT28          MOVE WRK-COMP-MULTA       TO FAT-COMPETENCIA
ALT28          SET DIU-FUNC-SOMAR        TO TRUE
ALT28          MOVE WRK-DATA-EXECUCAO    TO DIU-DATA
ALT28          MOVE 10                   TO DIU-QT-DIAS
ALT28          CALL "DIAUTIL" USING DIU-PARAMETRO
ALT28          MOVE DIU-DATA             TO FAT-DATA-VENCIMENTO
ALT28          MOVE WRK-VALOR-MULTA      TO FAT-VALOR
ALT28          SET FAT-ABERTA            TO TRUE
ALT28          SET FAT-SEM-DISPUTA       TO TRUE
ALT28          WRITE REG-FATURA
ALT28          IF FS-FATURAS NOT EQUAL ZEROS
ALT28              MOVE WRK-ERRO-GRAVAR           TO WRK-DESCRICAO-ERRO
ALT28              MOVE FS-FATURAS                TO WRK-STATUS-ERRO
ALT28              MOVE "0233-EMITIR-FATURA-MULTA" TO WRK-AREA-ERRO
ALT28              MOVE "MANTCLI"                 TO WRK-PROGRAMA-ERRO
ALT28              MOVE "FATURAS"                 TO WRK-ARQUIVO-ERRO
ALT28              PERFORM 9999-TRATAR-ERRO
ALT28          END-IF
ALT32          SET JRN-INCLUSAO          TO TRUE
ALT32          PERFORM 0820-JOURNAL-FATURA
ALT28          MOVE WRK-VALOR-MULTA      TO ASN-MULTA-COBRADA
ALT28          MOVE WRK-COMP-MULTA       TO ASN-MULTA-COMPETENCIA
ALT28          ADD 1                     TO ACU-MULTAS-FIDELIDADE
ALT28          ADD WRK-VALOR-MULTA       TO ACU-VALOR-MULTAS
ALT28          MOVE "MULTA FIDEL."       TO WRK-OK-TIPO
ALT28          MOVE ASN-CODIGO           TO WRK-OK-CODIGO
ALT28          MOVE ASN-STREAMING        TO WRK-OK-NOME
ALT28          MOVE WRK-VALOR-MULTA      TO WRK-SIT-MULTA-VALOR
ALT28          MOVE WRK-COMP-MULTA       TO WRK-SIT-MULTA-COMP
ALT28          MOVE WRK-SIT-MULTA        TO WRK-OK-SITUACAO
ALT28          PERFORM 0250-GRAVAR-OK
ALT28      END-IF.

ALT28  0233-EMITIR-FATURA-MULTA-FIM.    EXIT.

      *-----------------------------------------------------------------
ALT28  0234-PROCURAR-CHAVE-MULTA        SECTION.
      *-----------------------------------------------------------------

ALT28      MOVE WRK-DATA-EXECUCAO        TO WRK-DATA-HOJE.
ALT28      COMPUTE WRK-COMP-MULTA = WRK-HOJE-AAAA * 100 + WRK-MES-MULTA.
ALT28      MOVE ASN-CODIGO               TO FAT-CODIGO.
ALT28      MOVE WRK-COMP-MULTA           TO FAT-COMPETENCIA.

ALT28      READ FATURAS KEY IS FAT-CHAVE
ALT28          INVALID KEY
ALT28              SET WRK-CHAVE-MULTA-LIVRE TO TRUE
ALT28      END-READ.

ALT28  0234-PROCURAR-CHAVE-MULTA-FIM.   EXIT.

      *-----------------------------------------------------------------
       0230-EXCLUIR                     SECTION.
      *-----------------------------------------------------------------

ALT02                  PERFORM 0240-GRAVAR-REJEITO
ALT02              ELSE
ALT09                  MOVE REG-CLIENTES            TO WRK-IMAGEM-ANTES
ALT32                  MOVE REG-CLIENTES TO WRK-JRN-CLIENTE-ANTES
ALT02                  ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD
ALT02                  SET REG-CANCELADO            TO TRUE
ALT02                  MOVE WRK-DATA-EXECUCAO TO REG-DATA-CANCELAMENTO
                           PERFORM 0250-GRAVAR-OK
ALT09                      MOVE REG-CLIENTES        TO WRK-IMAGEM-DEPOIS
ALT09                      PERFORM 0260-GRAVAR-AUDITORIA
ALT32                      SET JRN-ALTERACAO TO TRUE
ALT32                      PERFORM 0810-JOURNAL-CLIENTE
ALT26                      PERFORM 0238-ENCERRAR-TODAS-ASSIN
ALT30                      PERFORM 0239-EFETIVAR-PEDIDO
ALT27                      IF REG-DEBITO-AUTO-SIM
ALT27                          MOVE REG-BANCO      TO WRK-BANCO-MANDATO
ALT27                          PERFORM 0276-PEDIR-CANCELAMENTO
ALT27                      END-IF
ALT02                  ELSE
ALT02                      MOVE "EXCLUSAO"             TO WRK-REJ-TIPO
ALT02                      MOVE MANT-CODIGO            TO WRK-REJ-CODIGO

       0230-EXCLUIR-FIM.                EXIT.

ALT30 *-----------------------------------------------------------------
ALT30  0235-PEDIR-CANCELAMENTO          SECTION.
ALT30 *-----------------------------------------------------------------
ALT30 *    O PEDIDO DE CANCELAMENTO DO CLIENTE SO E REGISTRADO: FICA
ALT30 *    PENDENTE NO PEDCANC ATE O DESFECHO DA RETENCAO. CLIENTE JA
ALT30 *    CANCELADO OU COM OUTRO PEDIDO EM ABERTO E REJEITADO.
ALT30 *-----------------------------------------------------------------

ALT30      ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
ALT30      MOVE "PEDIDO CANC."           TO WRK-REJ-TIPO.
ALT30      MOVE MANT-CODIGO              TO WRK-REJ-CODIGO.

ALT30      MOVE MANT-CODIGO TO REG-CODIGO.
ALT30      READ CLIENTES KEY IS REG-CODIGO
ALT30          INVALID KEY
ALT30              MOVE "CODIGO NAO CADASTRADO"  TO WRK-REJ-MOTIVO
ALT30              PERFORM 0240-GRAVAR-REJEITO
ALT30          NOT INVALID KEY
ALT30              MOVE MANT-CODIGO      TO WRK-CODIGO-PEDIDO
ALT30              PERFORM 0236-PROCURAR-PEDIDO
ALT30              EVALUATE TRUE
ALT30                  WHEN REG-CANCELADO
ALT30                      MOVE "CLIENTE JA CANCELADO" TO
ALT30                                            WRK-REJ-MOTIVO
ALT30                      PERFORM 0240-GRAVAR-REJEITO
ALT30                  WHEN MANT-MOTIVO-CANCEL EQUAL SPACES
ALT30                      MOVE "MOTIVO DO PEDIDO NAO INFORMADO" TO
ALT30                                            WRK-REJ-MOTIVO
ALT30                      PERFORM 0240-GRAVAR-REJEITO
ALT30                  WHEN WRK-PEDIDO-ACHADO
ALT30                      MOVE "PEDIDO DE CANCELAMENTO EM ABERTO" TO
ALT30                                            WRK-REJ-MOTIVO
ALT30                      PERFORM 0240-GRAVAR-REJEITO
ALT30                  WHEN OTHER
ALT30                      PERFORM 0231-GRAVAR-PEDIDO
ALT30              END-EVALUATE
ALT30      END-READ.

ALT30  0235-PEDIR-CANCELAMENTO-FIM.     EXIT.

ALT30 *-----------------------------------------------------------------
ALT30  0231-GRAVAR-PEDIDO               SECTION.
ALT30 *-----------------------------------------------------------------

ALT30      INITIALIZE REG-PEDIDO-CANC.
ALT30      MOVE MANT-CODIGO              TO PEDC-CODIGO.
ALT30      MOVE WRK-DATA-EXECUCAO        TO PEDC-DATA-PEDIDO.
ALT30      MOVE MANT-MOTIVO-CANCEL       TO PEDC-MOTIVO.
ALT30      MOVE MANT-CANAL               TO PEDC-CANAL.
ALT30      MOVE MANT-OPERADOR            TO PEDC-OPERADOR.
ALT30      SET PEDC-PENDENTE             TO TRUE.
ALT30      MOVE REG-STREAMING            TO PEDC-STREAMING.
ALT30      MOVE REG-PLANO                TO PEDC-PLANO.
ALT30      MOVE REG-ASSINATURA           TO PEDC-VALOR.
ALT30      MOVE SPACES                   TO PEDC-DESFECHO.

ALT30      WRITE REG-PEDIDO-CANC.
ALT30      EVALUATE FS-PEDCANC
ALT30          WHEN 00
ALT30              ADD 1                 TO ACU-PEDIDOS-CANC
ALT30              MOVE "PEDIDO CANC."   TO WRK-OK-TIPO
ALT30              MOVE MANT-CODIGO      TO WRK-OK-CODIGO
ALT30              MOVE REG-NOME         TO WRK-OK-NOME
ALT30              MOVE "PEDIDO ENVIADO A RETENCAO" TO
ALT30                                        WRK-OK-SITUACAO
ALT30              PERFORM 0250-GRAVAR-OK
ALT30          WHEN 22
ALT30              MOVE "PEDIDO JA REGISTRADO HOJE" TO WRK-REJ-MOTIVO
ALT30              PERFORM 0240-GRAVAR-REJEITO
ALT30          WHEN OTHER
ALT30              MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
ALT30              MOVE FS-PEDCANC               TO WRK-STATUS-ERRO
ALT30              MOVE "0231-GRAVAR-PEDIDO"     TO WRK-AREA-ERRO
ALT30              MOVE "MANTCLI"                TO WRK-PROGRAMA-ERRO
ALT30              MOVE "PEDCANC"                TO WRK-ARQUIVO-ERRO
ALT30              PERFORM 9999-TRATAR-ERRO
ALT30      END-EVALUATE.

ALT30  0231-GRAVAR-PEDIDO-FIM.          EXIT.

ALT30 *-----------------------------------------------------------------
ALT30  0236-PROCURAR-PEDIDO             SECTION.
ALT30 *-----------------------------------------------------------------
ALT30 *    PROCURA O PEDIDO EM ABERTO ("P" OU "C") DO CLIENTE EM
ALT30 *    WRK-CODIGO-PEDIDO; ACHADO, FICA NA AREA DO REGISTRO E A
ALT30 *    CHAVE EM WRK-CHAVE-PEDIDO.
ALT30 *-----------------------------------------------------------------

ALT30      SET WRK-PEDIDO-NAO-ACHADO     TO TRUE.
ALT30      SET WRK-NAO-FIM-PEDIDO        TO TRUE.
ALT30      MOVE SPACES                   TO WRK-CHAVE-PEDIDO.
ALT30      MOVE WRK-CODIGO-PEDIDO        TO PEDC-CODIGO.
ALT30      MOVE ZEROS                    TO PEDC-DATA-PEDIDO.

ALT30      START PEDCANC KEY IS NOT LESS PEDC-CHAVE
ALT30          INVALID KEY
ALT30              SET WRK-FIM-PEDIDO    TO TRUE
ALT30      END-START.

ALT30      PERFORM 0237-LER-PROXIMO-PEDIDO
ALT30          UNTIL WRK-FIM-PEDIDO.

ALT30      IF WRK-PEDIDO-ACHADO
ALT30          MOVE WRK-CHAVE-PEDIDO     TO PEDC-CHAVE
ALT30          READ PEDCANC KEY IS PEDC-CHAVE
ALT30          IF FS-PEDCANC NOT EQUAL ZEROS
ALT30              MOVE WRK-ERRO-LEIT            TO WRK-DESCRICAO-ERRO
ALT30              MOVE FS-PEDCANC               TO WRK-STATUS-ERRO
ALT30              MOVE "0236-PROCURAR-PEDIDO"   TO WRK-AREA-ERRO
ALT30              MOVE "MANTCLI"                TO WRK-PROGRAMA-ERRO
ALT30              MOVE "PEDCANC"                TO WRK-ARQUIVO-ERRO
ALT30              PERFORM 9999-TRATAR-ERRO
ALT30          END-IF
ALT30      END-IF.

ALT30  0236-PROCURAR-PEDIDO-FIM.        EXIT.

ALT30 *-----------------------------------------------------------------
ALT30  0237-LER-PROXIMO-PEDIDO          SECTION.
ALT30 *-----------------------------------------------------------------

ALT30      READ PEDCANC NEXT RECORD.

ALT30      EVALUATE TRUE
ALT30          WHEN FS-PEDCANC EQUAL 10
ALT30              SET WRK-FIM-PEDIDO    TO TRUE
ALT30          WHEN FS-PEDCANC NOT EQUAL ZEROS
ALT30              MOVE WRK-ERRO-LEIT            TO WRK-DESCRICAO-ERRO
ALT30              MOVE FS-PEDCANC               TO WRK-STATUS-ERRO
ALT30              MOVE "0237-LER-PROXIMO-PEDIDO" TO WRK-AREA-ERRO
ALT30              MOVE "MANTCLI"                TO WRK-PROGRAMA-ERRO
ALT30              MOVE "PEDCANC"                TO WRK-ARQUIVO-ERRO
ALT30              PERFORM 9999-TRATAR-ERRO
ALT30          WHEN PEDC-CODIGO NOT EQUAL WRK-CODIGO-PEDIDO
ALT30              SET WRK-FIM-PEDIDO    TO TRUE
ALT30          WHEN PEDC-EM-ABERTO
ALT30              SET WRK-PEDIDO-ACHADO TO TRUE
ALT30              MOVE PEDC-CHAVE       TO WRK-CHAVE-PEDIDO
ALT30          WHEN OTHER
ALT30              CONTINUE
ALT30      END-EVALUATE.

ALT30  0237-LER-PROXIMO-PEDIDO-FIM.     EXIT.

ALT30 *-----------------------------------------------------------------
ALT30  0239-EFETIVAR-PEDIDO             SECTION.
ALT30 *-----------------------------------------------------------------
ALT30 *    CLIENTE CANCELADO FECHA O PEDIDO EM ABERTO COMO EFETIVADO;
ALT30 *    PEDIDO AINDA SEM DESFECHO DA RETENCAO (EXCLUSAO DIRETA) FICA
ALT30 *    COMO CANCELAMENTO CONFIRMADO PELO OPERADOR DA EXCLUSAO.
ALT30 *-----------------------------------------------------------------

ALT30      MOVE MANT-CODIGO              TO WRK-CODIGO-PEDIDO.
ALT30      PERFORM 0236-PROCURAR-PEDIDO.

ALT30      IF WRK-PEDIDO-ACHADO
ALT30          IF PEDC-SEM-DESFECHO
ALT30              SET PEDC-CONFIRMOU         TO TRUE
ALT30              MOVE WRK-DATA-EXECUCAO     TO PEDC-DATA-DESFECHO
ALT30              MOVE MANT-OPERADOR         TO PEDC-OPERADOR-DESFECHO
ALT30              MOVE WRK-DATA-EXECUCAO     TO PEDC-DATA-EFETIVA
ALT30          END-IF
ALT30          SET PEDC-EFETIVADO             TO TRUE
ALT30          MOVE WRK-DATA-EXECUCAO         TO PEDC-DATA-CANCELAMENTO
ALT30          REWRITE REG-PEDIDO-CANC
ALT30          IF FS-PEDCANC NOT EQUAL ZEROS
ALT30              MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
ALT30              MOVE FS-PEDCANC               TO WRK-STATUS-ERRO
ALT30              MOVE "0239-EFETIVAR-PEDIDO"   TO WRK-AREA-ERRO
ALT30              MOVE "MANTCLI"                TO WRK-PROGRAMA-ERRO
ALT30              MOVE "PEDCANC"                TO WRK-ARQUIVO-ERRO
ALT30              PERFORM 9999-TRATAR-ERRO
ALT30          END-IF
ALT30          ADD 1 TO ACU-PEDIDOS-EFETIVADOS
ALT30      END-IF.

ALT30  0239-EFETIVAR-PEDIDO-FIM.        EXIT.

      *-----------------------------------------------------------------
ALT26  0238-ENCERRAR-TODAS-ASSIN        SECTION.
      *-----------------------------------------------------------------
ALT26 *    CLIENTE CANCELADO NAO FICA COM ASSINATURA ATIVA.
      *-----------------------------------------------------------------

ALT26      SET WRK-ENCERRAR-TODAS        TO TRUE.
ALT26      PERFORM 0217-PERCORRER-ASSINATURAS.
ALT26      SET WRK-NAO-ENCERRAR-TODAS    TO TRUE.

ALT26  0238-ENCERRAR-TODAS-ASSIN-FIM.   EXIT.

      *-----------------------------------------------------------------
       0240-GRAVAR-REJEITO               SECTION.
      *-----------------------------------------------------------------
           ADD 1 TO ACU-REJEITADOS.
           MOVE WRK-LINHA-REJ TO REG-LISTMANT.
           WRITE REG-LISTMANT AFTER 1 LINE.
ALT33      MOVE WRK-REJ-COD-MOTIVO TO WRK-PEND-COD-MOTIVO.
ALT33      MOVE WRK-REJ-MOTIVO     TO WRK-PEND-MOTIVO.
ALT10      MOVE ZEROS TO WRK-REJ-COD-MOTIVO.

       0240-GRAVAR-REJEITO-FIM.         EXIT.

      *-----------------------------------------------------------------
ALT33  0245-AGENDAR-TRANSACAO           SECTION.
      *-----------------------------------------------------------------
ALT33 *    TRANSACAO COM DATA EFETIVA FUTURA, JA APROVADA NA CRITICA
ALT33 *    DO LOTE: PASSA PELAS CRITICAS DE ENTRADA E, SE VALIDA, VAI
ALT33 *    PARA O MANTPEND COMO PENDENTE. O MESTRE NAO E TOCADO.
      *-----------------------------------------------------------------

ALT33      PERFORM 0246-CRITICAR-AGENDADA.

ALT33      IF WRK-AGENDA-INVALIDA
ALT33          MOVE MANT-TIPO                TO WRK-REJ-TIPO
ALT33          MOVE MANT-CODIGO              TO WRK-REJ-CODIGO
ALT33          PERFORM 0240-GRAVAR-REJEITO
ALT33      ELSE
ALT33          MOVE MANT-DATA-EFETIVA        TO MPEN-DATA-EFETIVA
ALT33          MOVE MANT-CODIGO              TO MPEN-CODIGO
ALT33          MOVE MANT-TIPO                TO MPEN-TIPO
ALT33          MOVE ZEROS                    TO MPEN-SEQ
ALT33          SET MPEN-PENDENTE             TO TRUE
ALT33          MOVE WRK-HOJE-AGENDA          TO MPEN-DATA-ENTRADA
ALT33          MOVE MANT-OPERADOR            TO MPEN-OPERADOR
ALT33          MOVE ZEROS                    TO MPEN-DATA-SITUACAO
ALT33                                           MPEN-COD-MOTIVO
ALT33          MOVE SPACES                   TO MPEN-OPERADOR-SITUACAO
ALT33                                           MPEN-MOTIVO
ALT33          MOVE REG-MANUTENCAO           TO MPEN-TRANSACAO
ALT33          MOVE 22                       TO FS-MANTPEND
ALT33          PERFORM 0247-GRAVAR-AGENDADA
ALT33              UNTIL FS-MANTPEND NOT EQUAL 22
ALT33          ADD 1                         TO ACU-AGENDADAS
ALT33          MOVE "AGENDAMENTO"            TO WRK-OK-TIPO
ALT33          MOVE MANT-CODIGO              TO WRK-OK-CODIGO
ALT33          MOVE MANT-NOME                TO WRK-OK-NOME
ALT33          MOVE WRK-AGENDA-DD            TO WRK-SIT-AGD-DD
ALT33          MOVE WRK-AGENDA-MM            TO WRK-SIT-AGD-MM
ALT33          MOVE WRK-AGENDA-AAAA          TO WRK-SIT-AGD-AAAA
ALT33          MOVE WRK-SIT-AGENDA           TO WRK-OK-SITUACAO
ALT33          PERFORM 0250-GRAVAR-OK
ALT33      END-IF.

ALT33  0245-AGENDAR-TRANSACAO-FIM.      EXIT.

      *-----------------------------------------------------------------
ALT33  0246-CRITICAR-AGENDADA           SECTION.
      *-----------------------------------------------------------------
ALT33 *    DATA DE CALENDARIO ATE O HORIZONTE DE AGENDAMENTO, TIPO
ALT33 *    CONHECIDO, CODIGO FORA DO TRAILER, CLIENTE CADASTRADO (MENOS
ALT33 *    NA INCLUSAO E NA APROVACAO) E, NA INCLUSAO E NA ALTERACAO,
ALT33 *    AS MESMAS CRITICAS DE CAMPO DA APLICACAO. O QUE DEPENDE DO
ALT33 *    MESTRE NA DATA (CODIGO JA CADASTRADO, PRO-RATA, FIDELIDADE)
ALT33 *    FICA PARA A LIBERACAO.
      *-----------------------------------------------------------------

ALT33      SET WRK-AGENDA-VALIDA TO TRUE.
ALT33      MOVE MANT-DATA-EFETIVA TO WRK-DATA-AGENDA.

ALT33      EVALUATE WRK-AGENDA-MM
ALT33          WHEN 01
ALT33          WHEN 03
ALT33          WHEN 05
ALT33          WHEN 07
ALT33          WHEN 08
ALT33          WHEN 10
ALT33          WHEN 12
ALT33              MOVE 31 TO WRK-ULTIMO-DIA
ALT33          WHEN 04
ALT33          WHEN 06
ALT33          WHEN 09
ALT33          WHEN 11
ALT33              MOVE 30 TO WRK-ULTIMO-DIA
ALT33          WHEN 02
ALT33              DIVIDE WRK-AGENDA-AAAA BY 4
ALT33                  GIVING WRK-QUOCIENTE-ANO
ALT33                  REMAINDER WRK-RESTO-ANO
ALT33              IF WRK-RESTO-ANO EQUAL ZEROS
ALT33                  MOVE 29 TO WRK-ULTIMO-DIA
ALT33              ELSE
ALT33                  MOVE 28 TO WRK-ULTIMO-DIA
ALT33              END-IF
ALT33          WHEN OTHER
ALT33              MOVE ZEROS TO WRK-ULTIMO-DIA
ALT33      END-EVALUATE.

ALT33      IF WRK-AGENDA-DD EQUAL ZEROS
ALT33         OR WRK-AGENDA-DD GREATER WRK-ULTIMO-DIA
ALT33         OR WRK-DATA-AGENDA GREATER WRK-LIMITE-AGENDA
ALT33          SET WRK-AGENDA-INVALIDA TO TRUE
ALT33          MOVE WRK-MOT-DATA-EFETIVA-INVALIDA TO
ALT33                                         WRK-REJ-COD-MOTIVO
ALT33          MOVE WRK-ERRO-DATA-EFETIVA-INVALIDA TO WRK-REJ-MOTIVO
ALT33      END-IF.

ALT33      IF WRK-AGENDA-VALIDA
ALT33         AND NOT (MANT-INCLUIR OR MANT-ALTERAR OR MANT-EXCLUIR
ALT33               OR MANT-APROVACAO OR MANT-PAUSAR
ALT33               OR MANT-INCLUIR-ASSINATURA
ALT33               OR MANT-ENCERRAR-ASSINATURA
ALT33               OR MANT-PEDIR-CANCELAMENTO)
ALT33          SET WRK-AGENDA-INVALIDA TO TRUE
ALT33          MOVE "TIPO DE TRANSACAO INVALIDO"   TO WRK-REJ-MOTIVO
ALT33      END-IF.

ALT33      IF WRK-AGENDA-VALIDA
ALT33         AND MANT-CODIGO EQUAL 9999999
ALT33          SET WRK-AGENDA-INVALIDA TO TRUE
ALT33          MOVE "CODIGO RESERVADO P/ TRAILER"  TO WRK-REJ-MOTIVO
ALT33      END-IF.

ALT33      IF WRK-AGENDA-VALIDA
ALT33         AND NOT MANT-INCLUIR
ALT33         AND NOT MANT-APROVACAO
ALT33          MOVE MANT-CODIGO TO REG-CODIGO
ALT33          READ CLIENTES KEY IS REG-CODIGO
ALT33              INVALID KEY
ALT33                  SET WRK-AGENDA-INVALIDA TO TRUE
ALT33                  MOVE WRK-MOT-CLIENTE-INEXISTENTE TO
ALT33                                         WRK-REJ-COD-MOTIVO
ALT33                  MOVE WRK-ERRO-CLIENTE-INEXISTENTE TO
ALT33                                         WRK-REJ-MOTIVO
ALT33          END-READ
ALT33      END-IF.

ALT33      IF WRK-AGENDA-VALIDA
ALT33         AND (MANT-INCLUIR OR MANT-ALTERAR)
ALT33          PERFORM 0205-VALIDAR-PAGADOR
ALT33          PERFORM 0206-VALIDAR-DOCUMENTO
ALT33          PERFORM 0207-VALIDAR-CONTATO
ALT33          EVALUATE TRUE
ALT33              WHEN WRK-PAGADOR-INVALIDO
ALT33                  SET WRK-AGENDA-INVALIDA TO TRUE
ALT33                  MOVE "CONTA PAGADORA INVALIDA" TO
ALT33                                         WRK-REJ-MOTIVO
ALT33              WHEN WRK-DOCUMENTO-INVALIDO
ALT33                  SET WRK-AGENDA-INVALIDA TO TRUE
ALT33                  MOVE WRK-MOT-DOCUMENTO-INVALIDO TO
ALT33                                         WRK-REJ-COD-MOTIVO
ALT33                  MOVE WRK-ERRO-DOCUMENTO-INVALIDO TO
ALT33                                         WRK-REJ-MOTIVO
ALT33              WHEN WRK-CONTATO-INVALIDO
ALT33                  SET WRK-AGENDA-INVALIDA TO TRUE
ALT33                  MOVE WRK-MOT-CONTATO  TO WRK-REJ-COD-MOTIVO
ALT33                  MOVE WRK-ERRO-CONTATO TO WRK-REJ-MOTIVO
ALT33          END-EVALUATE
ALT33      END-IF.

ALT33  0246-CRITICAR-AGENDADA-FIM.      EXIT.

      *-----------------------------------------------------------------
ALT33  0247-GRAVAR-AGENDADA             SECTION.
      *-----------------------------------------------------------------
ALT33 *    CHAVE REPETIDA (MESMO CLIENTE, TIPO E DATA JA AGENDADOS)
ALT33 *    GANHA A PROXIMA SEQUENCIA.
      *-----------------------------------------------------------------

ALT33      ADD 1 TO MPEN-SEQ.
ALT33      WRITE REG-MANT-PENDENTE.

ALT33      IF FS-MANTPEND NOT EQUAL ZEROS
ALT33         AND FS-MANTPEND NOT EQUAL 22
ALT33          MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
ALT33          MOVE FS-MANTPEND              TO WRK-STATUS-ERRO
ALT33          MOVE "0247-GRAVAR-AGENDADA"   TO WRK-AREA-ERRO
ALT33          MOVE "MANTCLI"                TO WRK-PROGRAMA-ERRO
ALT33          MOVE "MANTPEND"               TO WRK-ARQUIVO-ERRO
ALT33          PERFORM 9999-TRATAR-ERRO
ALT33      END-IF.

ALT33  0247-GRAVAR-AGENDADA-FIM.        EXIT.

      *-----------------------------------------------------------------
ALT33  0248-FECHAR-AGENDADA             SECTION.
      *-----------------------------------------------------------------
ALT33 *    PENDENTE LIBERADA NESTA NOITE: SE A PASSAGEM PELO LOTE
ALT33 *    GEROU REJEITO, FECHA "R" COM O MOTIVO; SENAO FECHA "L".
      *-----------------------------------------------------------------

ALT33      MOVE TRN-CHAVE-PEND (IDX-TRN) TO MPEN-CHAVE.
ALT33      READ MANTPEND KEY IS MPEN-CHAVE.
ALT33      IF FS-MANTPEND NOT EQUAL ZEROS
ALT33          MOVE WRK-ERRO-LEIT            TO WRK-DESCRICAO-ERRO
ALT33          MOVE FS-MANTPEND              TO WRK-STATUS-ERRO
ALT33          MOVE "0248-FECHAR-AGENDADA"   TO WRK-AREA-ERRO
ALT33          MOVE "MANTCLI"                TO WRK-PROGRAMA-ERRO
ALT33          MOVE "MANTPEND"               TO WRK-ARQUIVO-ERRO
ALT33          PERFORM 9999-TRATAR-ERRO
ALT33      END-IF.

ALT33      IF ACU-REJEITADOS GREATER WRK-REJEITADOS-ANTES
ALT33          SET MPEN-REJEITADA            TO TRUE
ALT33          MOVE WRK-PEND-COD-MOTIVO      TO MPEN-COD-MOTIVO
ALT33          MOVE WRK-PEND-MOTIVO          TO MPEN-MOTIVO
ALT33          ADD 1                         TO ACU-AGENDA-REJEITADAS
ALT33      ELSE
ALT33          SET MPEN-LIBERADA             TO TRUE
ALT33          ADD 1                         TO ACU-AGENDA-LIBERADAS
ALT33      END-IF.
ALT33      MOVE WRK-HOJE-AGENDA              TO MPEN-DATA-SITUACAO.
ALT33      MOVE "MANTCLI"                    TO MPEN-OPERADOR-SITUACAO.

ALT33      REWRITE REG-MANT-PENDENTE.
ALT33      IF FS-MANTPEND NOT EQUAL ZEROS
ALT33          MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
ALT33          MOVE FS-MANTPEND              TO WRK-STATUS-ERRO
ALT33          MOVE "0248-FECHAR-AGENDADA"   TO WRK-AREA-ERRO
ALT33          MOVE "MANTCLI"                TO WRK-PROGRAMA-ERRO
ALT33          MOVE "MANTPEND"               TO WRK-ARQUIVO-ERRO
ALT33          PERFORM 9999-TRATAR-ERRO
ALT33      END-IF.

ALT33  0248-FECHAR-AGENDADA-FIM.        EXIT.

      *-----------------------------------------------------------------
       0250-GRAVAR-OK                   SECTION.
      *-----------------------------------------------------------------

ALT12  0270-GERAR-PRORATA-FIM.          EXIT.

      *-----------------------------------------------------------------
ALT27  0274-AVALIAR-MANDATO             SECTION.
      *-----------------------------------------------------------------
ALT27 *    COMPARA O OPT-IN E O BANCO ANTES/DEPOIS DA ALTERACAO: QUEM
ALT27 *    DEIXOU DE SER OPTANTE NO BANCO ANTIGO PEDE CANCELAMENTO LA;
ALT27 *    QUEM PASSOU A SER OPTANTE NO BANCO NOVO PEDE ADESAO.
      *-----------------------------------------------------------------

ALT27      IF WRK-DEBITO-ANTERIOR EQUAL "S"
ALT27         AND (NOT REG-DEBITO-AUTO-SIM
ALT27           OR REG-BANCO NOT EQUAL WRK-BANCO-ANTERIOR)
ALT27          MOVE WRK-BANCO-ANTERIOR       TO WRK-BANCO-MANDATO
ALT27          PERFORM 0276-PEDIR-CANCELAMENTO
ALT27      END-IF.

ALT27      IF REG-DEBITO-AUTO-SIM
ALT27         AND (WRK-DEBITO-ANTERIOR NOT EQUAL "S"
ALT27           OR REG-BANCO NOT EQUAL WRK-BANCO-ANTERIOR)
ALT27          MOVE REG-BANCO                TO WRK-BANCO-MANDATO
ALT27          PERFORM 0275-PEDIR-ADESAO
ALT27      END-IF.

ALT27  0274-AVALIAR-MANDATO-FIM.        EXIT.

      *-----------------------------------------------------------------
ALT27  0275-PEDIR-ADESAO                SECTION.
      *-----------------------------------------------------------------
ALT27 *    MANDATO NOVO, RECUSADO OU JA CANCELADO: ABRE PEDIDO DE
ALT27 *    ADESAO ("P"). CANCELAMENTO AINDA NAO ENVIADO ("X") E
ALT27 *    DESFEITO - O MANDATO VOLTA A SITUACAO EM QUE ESTAVA NO
ALT27 *    BANCO. PEDIDO EM ANDAMENTO OU CONFIRMADO FICA COMO ESTA.
      *-----------------------------------------------------------------

ALT27      ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
ALT27      MOVE REG-CODIGO               TO MND-CODIGO.
ALT27      MOVE WRK-BANCO-MANDATO        TO MND-BANCO.

ALT27      READ MANDATOS KEY IS MND-CHAVE
ALT27          INVALID KEY
ALT27              SET MND-PENDENTE          TO TRUE
ALT27              MOVE WRK-DATA-EXECUCAO    TO MND-DATA-SOLICITACAO
ALT27              MOVE ZEROS                TO MND-DATA-ENVIO
ALT27                                           MND-DATA-RETORNO
ALT27              MOVE SPACES               TO MND-OCORRENCIA
ALT34              MOVE ZEROS                TO MND-AGENCIA
ALT34                                           MND-CONTA
ALT27              WRITE REG-MANDATO
ALT27              ADD 1 TO ACU-ADESOES-PEDIDAS
ALT27          NOT INVALID KEY
ALT27              EVALUATE TRUE
ALT27                  WHEN MND-RECUSADO OR MND-CANCELADO
ALT27                      SET MND-PENDENTE       TO TRUE
ALT27                      MOVE WRK-DATA-EXECUCAO TO
ALT27                                           MND-DATA-SOLICITACAO
ALT27                      MOVE ZEROS             TO MND-DATA-ENVIO
ALT27                                                MND-DATA-RETORNO
ALT27                      MOVE SPACES            TO MND-OCORRENCIA
ALT34                      MOVE ZEROS             TO MND-AGENCIA
ALT34                                                MND-CONTA
ALT27                      REWRITE REG-MANDATO
ALT27                      ADD 1 TO ACU-ADESOES-PEDIDAS
ALT27                  WHEN MND-CANC-PENDENTE
ALT27                      IF MND-DATA-RETORNO GREATER ZEROS
ALT27                          SET MND-CONFIRMADO TO TRUE
ALT27                      ELSE
ALT27                          SET MND-ENVIADO    TO TRUE
ALT27                      END-IF
ALT27                      REWRITE REG-MANDATO
ALT27                  WHEN OTHER
ALT27                      CONTINUE
ALT27              END-EVALUATE
ALT27      END-READ.

ALT27      IF FS-MANDATOS NOT EQUAL ZEROS
ALT27          MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
ALT27          MOVE FS-MANDATOS              TO WRK-STATUS-ERRO
ALT27          MOVE "0275-PEDIR-ADESAO"      TO WRK-AREA-ERRO
ALT27          MOVE "MANTCLI"                TO WRK-PROGRAMA-ERRO
ALT27          MOVE "MANDATOS"               TO WRK-ARQUIVO-ERRO
ALT27          PERFORM 9999-TRATAR-ERRO
ALT27      END-IF.

ALT27  0275-PEDIR-ADESAO-FIM.           EXIT.

      *-----------------------------------------------------------------
ALT27  0276-PEDIR-CANCELAMENTO          SECTION.
      *-----------------------------------------------------------------
ALT27 *    MANDATO ENVIADO OU CONFIRMADO: PEDIDO DE CANCELAMENTO ("X")
ALT27 *    PARA O ADESDEB ENVIAR. ADESAO AINDA NAO ENVIADA E SO
ALT27 *    ENCERRADA ("K"). OPTANTE ANTERIOR AO CADASTRO (SEM
ALT27 *    REGISTRO) GANHA O REGISTRO JA COM O PEDIDO DE CANCELAMENTO.
      *-----------------------------------------------------------------

ALT27      ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
ALT27      MOVE REG-CODIGO               TO MND-CODIGO.
ALT27      MOVE WRK-BANCO-MANDATO        TO MND-BANCO.

ALT27      READ MANDATOS KEY IS MND-CHAVE
ALT27          INVALID KEY
ALT27              SET MND-CANC-PENDENTE     TO TRUE
ALT27              MOVE WRK-DATA-EXECUCAO    TO MND-DATA-SOLICITACAO
ALT27              MOVE ZEROS                TO MND-DATA-ENVIO
ALT27                                           MND-DATA-RETORNO
ALT27              MOVE SPACES               TO MND-OCORRENCIA
ALT34              MOVE ZEROS                TO MND-AGENCIA
ALT34                                           MND-CONTA
ALT27              WRITE REG-MANDATO
ALT27              ADD 1 TO ACU-CANCEL-PEDIDOS
ALT27          NOT INVALID KEY
ALT27              EVALUATE TRUE
ALT27                  WHEN MND-PENDENTE
ALT27                      SET MND-CANCELADO      TO TRUE
ALT27                      REWRITE REG-MANDATO
ALT27                  WHEN MND-ENVIADO OR MND-CONFIRMADO
ALT27                      SET MND-CANC-PENDENTE  TO TRUE
ALT27                      MOVE WRK-DATA-EXECUCAO TO
ALT27                                           MND-DATA-SOLICITACAO
ALT27                      REWRITE REG-MANDATO
ALT27                      ADD 1 TO ACU-CANCEL-PEDIDOS
ALT27                  WHEN OTHER
ALT27                      CONTINUE
ALT27              END-EVALUATE
ALT27      END-READ.

ALT27      IF FS-MANDATOS NOT EQUAL ZEROS
ALT27          MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
ALT27          MOVE FS-MANDATOS              TO WRK-STATUS-ERRO
ALT27          MOVE "0276-PEDIR-CANCELAMENTO" TO WRK-AREA-ERRO
ALT27          MOVE "MANTCLI"                TO WRK-PROGRAMA-ERRO
ALT27          MOVE "MANDATOS"               TO WRK-ARQUIVO-ERRO
ALT27          PERFORM 9999-TRATAR-ERRO
ALT27      END-IF.

ALT27  0276-PEDIR-CANCELAMENTO-FIM.     EXIT.

      *-----------------------------------------------------------------
ALT31  0277-GRAVAR-CONTATO              SECTION.
      *-----------------------------------------------------------------
ALT31 *    CHAMADO DEPOIS DA INCLUSAO OU ALTERACAO GRAVADA NO MESTRE
ALT31 *    (AREA REG-CLIENTES JA COM O CLIENTE ATUALIZADO). SEM
ALT31 *    CELULAR E SEM PREFERENCIA NA TRANSACAO NADA MUDA.
      *-----------------------------------------------------------------

ALT31      IF MANT-CELULAR EQUAL ZEROS
ALT31         AND MANT-PREFERENCIA EQUAL SPACES
ALT31          GO TO 0277-GRAVAR-CONTATO-FIM
ALT31      END-IF.

ALT31      ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.

ALT31      SET WRK-CONTATO-NOVO TO TRUE.
ALT31      MOVE REG-CODIGO TO CONT-CODIGO.
ALT31      READ CONTATOS KEY IS CONT-CODIGO
ALT31          INVALID KEY
ALT31              MOVE ZEROS             TO CONT-CELULAR
ALT31                                        CONT-DATA-FALHA
ALT31              SET CONT-CELULAR-INVALIDO TO TRUE
ALT31              MOVE SPACES            TO CONT-MOTIVO-FALHA
ALT31              IF REG-EFATURA-SIM
ALT31                  SET CONT-PREF-EMAIL TO TRUE
ALT31              ELSE
ALT31                  SET CONT-PREF-PAPEL TO TRUE
ALT31              END-IF
ALT31          NOT INVALID KEY
ALT31              SET WRK-CONTATO-EXISTE TO TRUE
ALT31      END-READ.

ALT31      IF MANT-CELULAR GREATER ZEROS
ALT31          MOVE MANT-CELULAR          TO CONT-CELULAR
ALT31          SET CONT-CELULAR-VALIDO    TO TRUE
ALT31          MOVE ZEROS                 TO CONT-DATA-FALHA
ALT31          MOVE SPACES                TO CONT-MOTIVO-FALHA
ALT31      END-IF.

ALT31      IF MANT-PREFERENCIA NOT EQUAL SPACES
ALT31          MOVE MANT-PREFERENCIA      TO CONT-PREFERENCIA
ALT31      END-IF.

ALT31      MOVE WRK-DATA-EXECUCAO         TO CONT-DATA-ATUALIZACAO.

ALT31      IF WRK-CONTATO-EXISTE
ALT31          REWRITE REG-CONTATO
ALT31      ELSE
ALT31          WRITE REG-CONTATO
ALT31      END-IF.

ALT31      IF FS-CONTATOS NOT EQUAL ZEROS
ALT31          MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
ALT31          MOVE FS-CONTATOS              TO WRK-STATUS-ERRO
ALT31          MOVE "0277-GRAVAR-CONTATO"    TO WRK-AREA-ERRO
ALT31          MOVE "MANTCLI"                TO WRK-PROGRAMA-ERRO
ALT31          MOVE "CONTATOS"               TO WRK-ARQUIVO-ERRO
ALT31          PERFORM 9999-TRATAR-ERRO
ALT31      END-IF.

ALT31      ADD 1 TO ACU-CONTATOS-GRAVADOS.

ALT31  0277-GRAVAR-CONTATO-FIM.         EXIT.

      *-----------------------------------------------------------------
       0290-ESTATISTICA                 SECTION.
      *-----------------------------------------------------------------

ALT22      DISPLAY "TOTAL DE PAUSAS.........: " ACU-PAUSADOS.
ALT10      DISPLAY "TOTAL DE APROVACOES.....: " ACU-APROVACOES.
ALT12      DISPLAY "AJUSTES PRO-RATA GERADOS: " ACU-PRORATAS.
ALT26      DISPLAY "ASSINATURAS INCLUIDAS...: " ACU-ASSIN-INCLUIDAS.
ALT26      DISPLAY "ASSINATURAS ENCERRADAS..: " ACU-ASSIN-ENCERRADAS.
ALT27      DISPLAY "ADESOES DEB AUTO PEDIDAS: " ACU-ADESOES-PEDIDAS.
ALT27      DISPLAY "CANCEL. MANDATO PEDIDOS.: " ACU-CANCEL-PEDIDOS.
ALT28      DISPLAY "MULTAS FIDELIDADE EMIT..: " ACU-MULTAS-FIDELIDADE
ALT28              " " ACU-VALOR-MULTAS.
ALT28      DISPLAY "MULTAS NAO EMITIDAS.....: " ACU-MULTAS-SEM-CHAVE.
ALT29      DISPLAY "INCLUSOES EM TESTE......: " ACU-INCLUIDOS-TESTE.
ALT30      DISPLAY "PEDIDOS DE CANCELAMENTO.: " ACU-PEDIDOS-CANC
ALT30              " LIDOS " ACU-LIDAS-PEDIDO-CANC.
ALT30      DISPLAY "PEDIDOS EFETIVADOS......: " ACU-PEDIDOS-EFETIVADOS.
ALT31      DISPLAY "CONTATOS GRAVADOS.......: " ACU-CONTATOS-GRAVADOS.
ALT33      DISPLAY "TRANSACOES AGENDADAS....: " ACU-AGENDADAS.
ALT33      DISPLAY "AGENDADAS LIBERADAS.....: " ACU-LIDAS-AGENDA
ALT33              " APLICADAS " ACU-AGENDA-LIBERADAS
ALT33              " REJEITADAS " ACU-AGENDA-REJEITADAS.
ALT26      DISPLAY "LIDAS POR TIPO S/T......: " ACU-LIDAS-INC-ASSIN
ALT26              " " ACU-LIDAS-ENC-ASSIN.
ALT11      DISPLAY "LIDAS POR TIPO A/C/E/P..: " ACU-LIDAS-INCLUSAO
ALT11              " " ACU-LIDAS-ALTERACAO " " ACU-LIDAS-EXCLUSAO
ALT11              " " ACU-LIDAS-APROVACAO.
ALT07      MOVE 9999999          TO REG-CODIGO.
ALT07      READ CLIENTES KEY IS REG-CODIGO
ALT07          INVALID KEY
ALT32              SET JRN-INCLUSAO      TO TRUE
ALT07              INITIALIZE REG-CLIENTES
ALT07              MOVE 9999999                  TO REG-CODIGO
ALT07              SET REG-ATIVO                 TO TRUE
ALT07                                   REG-QT-REGISTROS-TRAILER
ALT07              WRITE REG-CLIENTES
ALT07          NOT INVALID KEY
ALT32              MOVE REG-CLIENTES     TO WRK-JRN-CLIENTE-ANTES
ALT32              SET JRN-ALTERACAO     TO TRUE
ALT07              MOVE WRK-QT-TRAILER           TO
ALT07                                   REG-QT-REGISTROS-TRAILER
ALT07              REWRITE REG-CLIENTES
ALT07          PERFORM 9999-TRATAR-ERRO
ALT07      END-IF.

ALT32      PERFORM 0810-JOURNAL-CLIENTE.

ALT07  0295-GRAVAR-TRAILER-FIM.          EXIT.

      *-----------------------------------------------------------------
ALT19          PERFORM 9999-TRATAR-ERRO
ALT19      END-IF.

ALT26      CLOSE ASSINATURAS.
ALT26      IF FS-ASSINATURAS NOT EQUAL ZEROS
ALT26          MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
ALT26          MOVE FS-ASSINATURAS    TO WRK-STATUS-ERRO
ALT26          MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
ALT26          MOVE "MANTCLI"         TO WRK-PROGRAMA-ERRO
ALT26          MOVE "ASSINATURAS"     TO WRK-ARQUIVO-ERRO
ALT26          PERFORM 9999-TRATAR-ERRO
ALT26      END-IF.

ALT27      CLOSE MANDATOS.
ALT27      IF FS-MANDATOS NOT EQUAL ZEROS
ALT27          MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
ALT27          MOVE FS-MANDATOS       TO WRK-STATUS-ERRO
ALT27          MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
ALT27          MOVE "MANTCLI"         TO WRK-PROGRAMA-ERRO
ALT27          MOVE "MANDATOS"        TO WRK-ARQUIVO-ERRO
ALT27          PERFORM 9999-TRATAR-ERRO
ALT27      END-IF.

ALT28      CLOSE FATURAS.
ALT28      IF FS-FATURAS NOT EQUAL ZEROS
ALT28          MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
ALT28          MOVE FS-FATURAS        TO WRK-STATUS-ERRO
ALT28          MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
ALT28          MOVE "MANTCLI"         TO WRK-PROGRAMA-ERRO
ALT28          MOVE "FATURAS"         TO WRK-ARQUIVO-ERRO
ALT28          PERFORM 9999-TRATAR-ERRO
ALT28      END-IF.

ALT30      CLOSE PEDCANC.
ALT30      IF FS-PEDCANC NOT EQUAL ZEROS
ALT30          MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
ALT30          MOVE FS-PEDCANC        TO WRK-STATUS-ERRO
ALT30          MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
ALT30          MOVE "MANTCLI"         TO WRK-PROGRAMA-ERRO
ALT30          MOVE "PEDCANC"         TO WRK-ARQUIVO-ERRO
ALT30          PERFORM 9999-TRATAR-ERRO
ALT30      END-IF.

ALT31      CLOSE CONTATOS.
ALT31      IF FS-CONTATOS NOT EQUAL ZEROS
ALT31          MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
ALT31          MOVE FS-CONTATOS       TO WRK-STATUS-ERRO
ALT31          MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
ALT31          MOVE "MANTCLI"         TO WRK-PROGRAMA-ERRO
ALT31          MOVE "CONTATOS"        TO WRK-ARQUIVO-ERRO
ALT31          PERFORM 9999-TRATAR-ERRO
ALT31      END-IF.

ALT33      CLOSE MANTPEND.
ALT33      IF FS-MANTPEND NOT EQUAL ZEROS
ALT33          MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
ALT33          MOVE FS-MANTPEND       TO WRK-STATUS-ERRO
ALT33          MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
ALT33          MOVE "MANTCLI"         TO WRK-PROGRAMA-ERRO
ALT33          MOVE "MANTPEND"        TO WRK-ARQUIVO-ERRO
ALT33          PERFORM 9999-TRATAR-ERRO
ALT33      END-IF.

ALT09      CLOSE AUDITORIA.
ALT09      IF FS-AUDITORIA NOT EQUAL ZEROS
ALT09          MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT32      SET JRN-FUNC-FECHAR           TO TRUE.
ALT32      CALL "GRVJRNL" USING JRN-PARAMETRO.

           GOBACK.

       0300-FINALIZAR-FIM.              EXIT.

      *-----------------------------------------------------------------
ALT32  0810-JOURNAL-CLIENTE             SECTION.
      *-----------------------------------------------------------------
ALT32 *    IMAGENS ANTES/DEPOIS DO MESTRE CLIENTES PARA O JOURNAL DE
ALT32 *    RECUPERACAO (GRVJRNL). A OPERACAO JA VEM EM JRN-OPERACAO.
      *-----------------------------------------------------------------

ALT32      SET JRN-FUNC-GRAVAR           TO TRUE.
ALT32      MOVE "MANTCLI"                TO JRN-PROGRAMA.
ALT32      SET JRN-ARQ-CLIENTES          TO TRUE.
ALT32      MOVE SPACES                   TO JRN-IMAGEM-ANTES
ALT32                                       JRN-IMAGEM-DEPOIS.
ALT32      IF NOT JRN-INCLUSAO
ALT32          MOVE WRK-JRN-CLIENTE-ANTES TO JRN-IMAGEM-ANTES
ALT32      END-IF.
ALT32      IF NOT JRN-EXCLUSAO
ALT32          MOVE REG-CLIENTES         TO JRN-IMAGEM-DEPOIS
ALT32          MOVE REG-CLIENTES         TO WRK-JRN-CLIENTE-ANTES
ALT32      END-IF.

ALT32      CALL "GRVJRNL" USING JRN-PARAMETRO.

ALT32  0810-JOURNAL-CLIENTE-FIM.        EXIT.

      *-----------------------------------------------------------------
ALT32  0820-JOURNAL-FATURA              SECTION.
      *-----------------------------------------------------------------
ALT32 *    IMAGENS ANTES/DEPOIS DO MESTRE FATURAS PARA O JOURNAL DE
ALT32 *    RECUPERACAO (GRVJRNL). A OPERACAO JA VEM EM JRN-OPERACAO.
      *-----------------------------------------------------------------

ALT32      SET JRN-FUNC-GRAVAR           TO TRUE.
ALT32      MOVE "MANTCLI"                TO JRN-PROGRAMA.
ALT32      SET JRN-ARQ-FATURAS           TO TRUE.
ALT32      MOVE SPACES                   TO JRN-IMAGEM-ANTES
ALT32                                       JRN-IMAGEM-DEPOIS.
ALT32      IF NOT JRN-INCLUSAO
ALT32          MOVE WRK-JRN-FATURA-ANTES TO JRN-IMAGEM-ANTES
ALT32      END-IF.
ALT32      IF NOT JRN-EXCLUSAO
ALT32          MOVE REG-FATURA           TO JRN-IMAGEM-DEPOIS
ALT32          MOVE REG-FATURA           TO WRK-JRN-FATURA-ANTES
ALT32      END-IF.

ALT32      CALL "GRVJRNL" USING JRN-PARAMETRO.

ALT32  0820-JOURNAL-FATURA-FIM.         EXIT.

      *-----------------------------------------------------------------
       9999-TRATAR-ERRO                 SECTION.
      *-----------------------------------------------------------------

