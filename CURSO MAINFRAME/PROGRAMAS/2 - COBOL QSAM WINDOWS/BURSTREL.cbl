      *-----------------------------------------------------------------
      *== MODULOS
      *    CABECALHO
      *    VALIDOC
      *-----------------------------------------------------------------
      *-------------------ALTERACOESDO PROGRAMA-------------------------

      *                 BOOK DEIXAVAM NOMES REG-* DUPLICADOS SEM
      *                 RENOMEAR NO MESMO PROGRAMA.

ALT07 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT07 *== OBJETIVO....: AS LISTAS DE COPY REPLACING DO BOOK REGCLI
      *                 FORAM ESTENDIDAS COM OS CAMPOS NOVOS DO
      *                 DOCUMENTO FISCAL (REG-TIPO-PESSOA E
      *                 CONDITION-NAMES, REG-CPF-CNPJ), COMO NAS
      *                 AMPLIACOES ANTERIORES. A COPIA DA CRITICA
      *                 0165-VALIDAR-DADOS ACOMPANHA A DO RELATV05 E
      *                 CONFERE OS DIGITOS DO CPF/CNPJ PELO VALIDOC.

ALT08 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT08 *== OBJETIVO....: AS LISTAS DE COPY REPLACING DO BOOK REGCLI
      *                 FORAM ESTENDIDAS COM O NOVO CONDITION-NAME
      *                 REG-DEBITO-CARTAO (COBRANCA RECORRENTE NO
      *                 CARTAO DE CREDITO), COMO NAS AMPLIACOES
      *                 ANTERIORES.

ALT09 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT09 *== OBJETIVO....: REPLACING DO BOOK REGCLI AMPLIADO COM
      *                 REG-TESTE (NOVO STATUS "T" - TESTE GRATIS).

      *=================================================================
       ENVIRONMENT                      DIVISION.
      *=================================================================
ALT02      REG-DEBITO-AUTO          BY SRC-DEBITO-AUTO
ALT02      REG-DEBITO-AUTO-SIM      BY SRC-DEBITO-AUTO-SIM
ALT02      REG-DEBITO-AUTO-NAO      BY SRC-DEBITO-AUTO-NAO
ALT08      REG-DEBITO-CARTAO        BY SRC-DEBITO-CARTAO
ALT06      REG-PAUSADO              BY SRC-PAUSADO
ALT09      REG-TESTE                BY SRC-TESTE
ALT06      REG-BANCO                BY SRC-BANCO
ALT06      REG-PAGADOR              BY SRC-PAGADOR
ALT06      REG-FREQ-FATURAMENTO     BY SRC-FREQ-FATURAMENTO
ALT06      REG-FREQ-ANUAL           BY SRC-FREQ-ANUAL
ALT06      REG-COMPETENCIA-PROXIMA  BY SRC-COMPETENCIA-PROXIMA
ALT06      REG-COMPETENCIA-RETORNO  BY SRC-COMPETENCIA-RETORNO
ALT06      REG-CANAL                BY SRC-CANAL
ALT07      REG-TIPO-PESSOA          BY SRC-TIPO-PESSOA
ALT07      REG-PESSOA-FISICA        BY SRC-PESSOA-FISICA
ALT07      REG-PESSOA-JURIDICA      BY SRC-PESSOA-JURIDICA
ALT07      REG-CPF-CNPJ             BY SRC-CPF-CNPJ.
      *-----------------------------------------------------------------
      *            TRABALHO - ORDENACAO DE CLIENTES POR REG-STREAMING
      *-----------------------------------------------------------------
ALT02      REG-DEBITO-AUTO          BY ORD-DEBITO-AUTO
ALT02      REG-DEBITO-AUTO-SIM      BY ORD-DEBITO-AUTO-SIM
ALT02      REG-DEBITO-AUTO-NAO      BY ORD-DEBITO-AUTO-NAO
ALT08      REG-DEBITO-CARTAO        BY ORD-DEBITO-CARTAO
ALT06      REG-PAUSADO              BY ORD-PAUSADO
ALT09      REG-TESTE                BY ORD-TESTE
ALT06      REG-BANCO                BY ORD-BANCO
ALT06      REG-PAGADOR              BY ORD-PAGADOR
ALT06      REG-FREQ-FATURAMENTO     BY ORD-FREQ-FATURAMENTO
ALT06      REG-FREQ-ANUAL           BY ORD-FREQ-ANUAL
ALT06      REG-COMPETENCIA-PROXIMA  BY ORD-COMPETENCIA-PROXIMA
ALT06      REG-COMPETENCIA-RETORNO  BY ORD-COMPETENCIA-RETORNO
ALT06      REG-CANAL                BY ORD-CANAL
ALT07      REG-TIPO-PESSOA          BY ORD-TIPO-PESSOA
ALT07      REG-PESSOA-FISICA        BY ORD-PESSOA-FISICA
ALT07      REG-PESSOA-JURIDICA      BY ORD-PESSOA-JURIDICA
ALT07      REG-CPF-CNPJ             BY ORD-CPF-CNPJ.
      *-----------------------------------------------------------------
      *            INPUT - CLIENTES JA ORDENADO POR REG-STREAMING
      *-----------------------------------------------------------------
ALT03  COPY "BOOKPLAN".

      *-----------------------------------------------------------------
ALT07  01  FILLER                       PIC X(050)         VALUE
ALT07         "-----AREA COMUNICACAO SUBPROGRAMA VALIDOC-----".
      *-----------------------------------------------------------------
ALT07  COPY "BOOKDOC".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----TABELA DE COTACOES-----".
      *-----------------------------------------------------------------
ALT03          END-SEARCH
ALT03      END-IF.

ALT07      IF REG-CPF-CNPJ NOT EQUAL ZEROS AND WRK-REG-VALIDO
ALT07          MOVE REG-TIPO-PESSOA            TO DOC-TIPO-PESSOA
ALT07          MOVE REG-CPF-CNPJ               TO DOC-NUMERO
ALT07          CALL "VALIDOC" USING DOC-PARAMETRO
ALT07          IF DOC-INVALIDO
ALT07              MOVE "N"                        TO WRK-REG-VALIDO-SW
ALT07              MOVE WRK-MOT-DOCUMENTO-INVALIDO TO WRK-COD-MOTIVO
ALT07          END-IF
ALT07      END-IF.

ALT03  0165-VALIDAR-DADOS-FIM.          EXIT.

      *-----------------------------------------------------------------
