      *                 BOOK DEIXAVAM NOMES REG-* DUPLICADOS SEM
      *                 RENOMEAR NO MESMO PROGRAMA.

ALT03 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT03 *== OBJETIVO....: AS LISTAS DE COPY REPLACING DO BOOK REGCLI
      *                 FORAM ESTENDIDAS COM OS CAMPOS NOVOS DO
      *                 DOCUMENTO FISCAL (REG-TIPO-PESSOA E
      *                 CONDITION-NAMES, REG-CPF-CNPJ), COMO NAS
      *                 AMPLIACOES ANTERIORES.

ALT04 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT04 *== OBJETIVO....: AS LISTAS DE COPY REPLACING DO BOOK REGCLI
      *                 FORAM ESTENDIDAS COM O NOVO CONDITION-NAME
      *                 REG-DEBITO-CARTAO (COBRANCA RECORRENTE NO
      *                 CARTAO DE CREDITO), COMO NAS AMPLIACOES
      *                 ANTERIORES.

ALT05 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT05 *== OBJETIVO....: REPLACING DO BOOK REGCLI AMPLIADO COM
      *                 REG-TESTE (NOVO STATUS "T" - TESTE GRATIS).

      *=================================================================
       ENVIRONMENT                      DIVISION.
      *=================================================================
ALT01      REG-DEBITO-AUTO          BY SNP-DEBITO-AUTO
ALT01      REG-DEBITO-AUTO-SIM      BY SNP-DEBITO-AUTO-SIM
ALT01      REG-DEBITO-AUTO-NAO      BY SNP-DEBITO-AUTO-NAO
ALT04      REG-DEBITO-CARTAO        BY SNP-DEBITO-CARTAO
ALT02      REG-PAUSADO              BY SNP-PAUSADO
ALT05      REG-TESTE                BY SNP-TESTE
ALT02      REG-BANCO                BY SNP-BANCO
ALT02      REG-PAGADOR              BY SNP-PAGADOR
ALT02      REG-FREQ-FATURAMENTO     BY SNP-FREQ-FATURAMENTO
ALT02      REG-FREQ-ANUAL           BY SNP-FREQ-ANUAL
ALT02      REG-COMPETENCIA-PROXIMA  BY SNP-COMPETENCIA-PROXIMA
ALT02      REG-COMPETENCIA-RETORNO  BY SNP-COMPETENCIA-RETORNO
ALT02      REG-CANAL                BY SNP-CANAL
ALT03      REG-TIPO-PESSOA          BY SNP-TIPO-PESSOA
ALT03      REG-PESSOA-FISICA        BY SNP-PESSOA-FISICA
ALT03      REG-PESSOA-JURIDICA      BY SNP-PESSOA-JURIDICA
ALT03      REG-CPF-CNPJ             BY SNP-CPF-CNPJ.
      *-----------------------------------------------------------------
       WORKING-STORAGE                  SECTION.
      *-----------------------------------------------------------------
