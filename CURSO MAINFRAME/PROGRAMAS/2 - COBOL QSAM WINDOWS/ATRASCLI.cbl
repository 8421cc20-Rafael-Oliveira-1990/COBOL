      *                 BOOK DEIXAVAM NOMES REG-* DUPLICADOS SEM
      *                 RENOMEAR NO MESMO PROGRAMA.

ALT16 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT16 *== OBJETIVO....: AS LISTAS DE COPY REPLACING DO BOOK REGCLI
      *                 FORAM ESTENDIDAS COM OS CAMPOS NOVOS DO
      *                 DOCUMENTO FISCAL (REG-TIPO-PESSOA E
      *                 CONDITION-NAMES, REG-CPF-CNPJ), COMO NAS
      *                 AMPLIACOES ANTERIORES.

ALT17 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT17 *== OBJETIVO....: AS LISTAS DE COPY REPLACING DO BOOK REGCLI
      *                 FORAM ESTENDIDAS COM O NOVO CONDITION-NAME
      *                 REG-DEBITO-CARTAO (COBRANCA RECORRENTE NO
      *                 CARTAO DE CREDITO), COMO NAS AMPLIACOES
      *                 ANTERIORES.

ALT18 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT18 *== OBJETIVO....: CLIENTE CANCELADO COM FATURAS DISPONIVEIS
      *                 PASSA A LISTAR AS FATURAS DA FAIXA AAAA90-
      *                 AAAA99 (MULTA DE FIDELIDADE) EM ABERTO E
      *                 VENCIDAS; AS DEMAIS COMPETENCIAS DO CANCELADO
      *                 SEGUEM FORA DA COBRANCA.

ALT19 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT19 *== OBJETIVO....: REPLACING DO BOOK REGCLI AMPLIADO COM
      *                 REG-TESTE (NOVO STATUS "T" - TESTE GRATIS).

      *=================================================================
       ENVIRONMENT                      DIVISION.
      *=================================================================
ALT08      REG-DEBITO-AUTO          BY SRC-DEBITO-AUTO
ALT08      REG-DEBITO-AUTO-SIM      BY SRC-DEBITO-AUTO-SIM
ALT08      REG-DEBITO-AUTO-NAO      BY SRC-DEBITO-AUTO-NAO
ALT17      REG-DEBITO-CARTAO        BY SRC-DEBITO-CARTAO
ALT15      REG-PAUSADO              BY SRC-PAUSADO
ALT19      REG-TESTE                BY SRC-TESTE
ALT15      REG-BANCO                BY SRC-BANCO
ALT15      REG-PAGADOR              BY SRC-PAGADOR
ALT15      REG-FREQ-FATURAMENTO     BY SRC-FREQ-FATURAMENTO
ALT15      REG-FREQ-ANUAL           BY SRC-FREQ-ANUAL
ALT15      REG-COMPETENCIA-PROXIMA  BY SRC-COMPETENCIA-PROXIMA
ALT15      REG-COMPETENCIA-RETORNO  BY SRC-COMPETENCIA-RETORNO
ALT15      REG-CANAL                BY SRC-CANAL
ALT16      REG-TIPO-PESSOA          BY SRC-TIPO-PESSOA
ALT16      REG-PESSOA-FISICA        BY SRC-PESSOA-FISICA
ALT16      REG-PESSOA-JURIDICA      BY SRC-PESSOA-JURIDICA
ALT16      REG-CPF-CNPJ             BY SRC-CPF-CNPJ.
      *-----------------------------------------------------------------
      *            TRABALHO - ORDENACAO DE CLIENTES POR REG-STREAMING
      *
ALT08      REG-DEBITO-AUTO          BY ORD-DEBITO-AUTO
ALT08      REG-DEBITO-AUTO-SIM      BY ORD-DEBITO-AUTO-SIM
ALT08      REG-DEBITO-AUTO-NAO      BY ORD-DEBITO-AUTO-NAO
ALT17      REG-DEBITO-CARTAO        BY ORD-DEBITO-CARTAO
ALT15      REG-PAUSADO              BY ORD-PAUSADO
ALT19      REG-TESTE                BY ORD-TESTE
ALT15      REG-BANCO                BY ORD-BANCO
ALT15      REG-PAGADOR              BY ORD-PAGADOR
ALT15      REG-FREQ-FATURAMENTO     BY ORD-FREQ-FATURAMENTO
ALT15      REG-FREQ-ANUAL           BY ORD-FREQ-ANUAL
ALT15      REG-COMPETENCIA-PROXIMA  BY ORD-COMPETENCIA-PROXIMA
ALT15      REG-COMPETENCIA-RETORNO  BY ORD-COMPETENCIA-RETORNO
ALT15      REG-CANAL                BY ORD-CANAL
ALT16      REG-TIPO-PESSOA          BY ORD-TIPO-PESSOA
ALT16      REG-PESSOA-FISICA        BY ORD-PESSOA-FISICA
ALT16      REG-PESSOA-JURIDICA      BY ORD-PESSOA-JURIDICA
ALT16      REG-CPF-CNPJ             BY ORD-CPF-CNPJ.
      *-----------------------------------------------------------------
      *            INPUT - CLIENTES JA ORDENADO POR REG-STREAMING,
      *            GERADO PELA SORT EM 0105-ORDENAR-CLIENTES; E ESTE
ALT06  01  WRK-SW-FIM-FATURAS           PIC X(001)         VALUE "N".
ALT06      88 WRK-FIM-FATURAS                                VALUE "S".

ALT18  01  WRK-SW-FAIXA-FATURAS         PIC X(001)         VALUE "T".
ALT18      88 WRK-TODAS-FATURAS                              VALUE "T".
ALT18      88 WRK-SO-MULTA-FIDELIDADE                        VALUE "M".

ALT18  01  WRK-COMP-FATURA              PIC 9(006)         VALUE ZEROS.
ALT18  01  WRK-COMP-FATURA-R REDEFINES WRK-COMP-FATURA.
ALT18      05 WRK-COMP-FATURA-AAAA      PIC 9(004).
ALT18      05 WRK-COMP-FATURA-MM        PIC 9(002).

ALT11  01  WRK-SW-ACORDO                PIC X(001)         VALUE "N".
ALT11      88 WRK-ACORDO-DISPONIVEL                         VALUE "S".
ALT11      88 WRK-ACORDO-INDISPONIVEL                        VALUE "N".
ALT06          IF FAT-CODIGO NOT EQUAL REG-CODIGO
ALT06              SET WRK-FIM-FATURAS TO TRUE
ALT06          ELSE
ALT18              MOVE FAT-COMPETENCIA TO WRK-COMP-FATURA
ALT06              IF FAT-ABERTA
ALT13                  AND NOT FAT-DISPUTADA
ALT18                  AND (WRK-TODAS-FATURAS
ALT18                       OR WRK-COMP-FATURA-MM NOT LESS 90)
ALT06                  AND FAT-DATA-VENCIMENTO LESS WRK-DATA-ATUAL
ALT06                  AND FAT-DATA-VENCIMENTO GREATER ZEROS
ALT06                  MOVE FAT-DATA-VENCIMENTO TO WRK-VENCIMENTO
ALT11      ELSE
ALT06      IF WRK-FATURAS-DISPONIVEL
ALT06          IF REG-ATIVO OR REG-SUSPENSO
ALT18              SET WRK-TODAS-FATURAS       TO TRUE
ALT06              PERFORM 0175-LISTAR-FATURAS-ABERTAS
ALT18          ELSE
ALT18              IF REG-CANCELADO
ALT18                  SET WRK-SO-MULTA-FIDELIDADE TO TRUE
ALT18                  PERFORM 0175-LISTAR-FATURAS-ABERTAS
ALT18              END-IF
ALT06          END-IF
ALT06      ELSE
ALT05      IF (REG-ATIVO OR REG-SUSPENSO) AND REG-PAGO-NAO
