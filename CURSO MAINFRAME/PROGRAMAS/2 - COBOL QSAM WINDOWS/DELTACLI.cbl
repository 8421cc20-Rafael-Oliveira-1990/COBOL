      *                 BOOK DEIXAVAM NOMES REG-* DUPLICADOS SEM
      *                 RENOMEAR NO MESMO PROGRAMA.

ALT05 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT05 *== OBJETIVO....: AS LISTAS DE COPY REPLACING DO BOOK REGCLI
      *                 FORAM ESTENDIDAS COM OS CAMPOS NOVOS DO
      *                 DOCUMENTO FISCAL (REG-TIPO-PESSOA E
      *                 CONDITION-NAMES, REG-CPF-CNPJ), COMO NAS
      *                 AMPLIACOES ANTERIORES.

ALT06 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT06 *== OBJETIVO....: AS LISTAS DE COPY REPLACING DO BOOK REGCLI
      *                 FORAM ESTENDIDAS COM O NOVO CONDITION-NAME
      *                 REG-DEBITO-CARTAO (COBRANCA RECORRENTE NO
      *                 CARTAO DE CREDITO), COMO NAS AMPLIACOES
      *                 ANTERIORES.

ALT07 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT07 *== OBJETIVO....: REPLACING DO BOOK REGCLI AMPLIADO COM
      *                 REG-TESTE (NOVO STATUS "T" - TESTE GRATIS).

      *=================================================================
       ENVIRONMENT                      DIVISION.
      *=================================================================
ALT01      REG-DEBITO-AUTO          BY ANT-DEBITO-AUTO
ALT01      REG-DEBITO-AUTO-SIM      BY ANT-DEBITO-AUTO-SIM
ALT01      REG-DEBITO-AUTO-NAO      BY ANT-DEBITO-AUTO-NAO
ALT06      REG-DEBITO-CARTAO        BY ANT-DEBITO-CARTAO
ALT04      REG-PAUSADO              BY ANT-PAUSADO
ALT07      REG-TESTE                BY ANT-TESTE
ALT04      REG-BANCO                BY ANT-BANCO
ALT04      REG-PAGADOR              BY ANT-PAGADOR
ALT04      REG-FREQ-FATURAMENTO     BY ANT-FREQ-FATURAMENTO
ALT04      REG-FREQ-ANUAL           BY ANT-FREQ-ANUAL
ALT04      REG-COMPETENCIA-PROXIMA  BY ANT-COMPETENCIA-PROXIMA
ALT04      REG-COMPETENCIA-RETORNO  BY ANT-COMPETENCIA-RETORNO
ALT04      REG-CANAL                BY ANT-CANAL
ALT05      REG-TIPO-PESSOA          BY ANT-TIPO-PESSOA
ALT05      REG-PESSOA-FISICA        BY ANT-PESSOA-FISICA
ALT05      REG-PESSOA-JURIDICA      BY ANT-PESSOA-JURIDICA
ALT05      REG-CPF-CNPJ             BY ANT-CPF-CNPJ.
      *-----------------------------------------------------------------
      *
      *            INPUT - FOTOGRAFIA DA GERACAO ATUAL
ALT01      REG-DEBITO-AUTO          BY ATU-DEBITO-AUTO
ALT01      REG-DEBITO-AUTO-SIM      BY ATU-DEBITO-AUTO-SIM
ALT01      REG-DEBITO-AUTO-NAO      BY ATU-DEBITO-AUTO-NAO
ALT06      REG-DEBITO-CARTAO        BY ATU-DEBITO-CARTAO
ALT04      REG-PAUSADO              BY ATU-PAUSADO
ALT07      REG-TESTE                BY ATU-TESTE
ALT04      REG-BANCO                BY ATU-BANCO
ALT04      REG-PAGADOR              BY ATU-PAGADOR
ALT04      REG-FREQ-FATURAMENTO     BY ATU-FREQ-FATURAMENTO
ALT04      REG-FREQ-ANUAL           BY ATU-FREQ-ANUAL
ALT04      REG-COMPETENCIA-PROXIMA  BY ATU-COMPETENCIA-PROXIMA
ALT04      REG-COMPETENCIA-RETORNO  BY ATU-COMPETENCIA-RETORNO
ALT04      REG-CANAL                BY ATU-CANAL
ALT05      REG-TIPO-PESSOA          BY ATU-TIPO-PESSOA
ALT05      REG-PESSOA-FISICA        BY ATU-PESSOA-FISICA
ALT05      REG-PESSOA-JURIDICA      BY ATU-PESSOA-JURIDICA
ALT05      REG-CPF-CNPJ             BY ATU-CPF-CNPJ.
      *-----------------------------------------------------------------
      *
      *            OUTPUT - RELATORIO DE DIFERENCAS ENTRE GERACOES
