      *-----------------------------------------------------------------
       IDENTIFICATION                   DIVISION.
       PROGRAM-ID. VALIDOC.
      *=================================================================
      *== PROGRAMA....: VALIDOC
      *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
      *== ANALISTA....: IVAN SANCHES
      *== DATA........: 15/10/2026
      *== CONSULTORIA:
      *-----------------------------------------------------------------
      *== OBJETIVO....: SUBPROGRAMA DE CONFERENCIA DOS DIGITOS
      *                 VERIFICADORES DE CPF E CNPJ (MODULO 11), NO
      *                 MESMO MOLDE DO DIAUTIL: UM UNICO LUGAR PARA A
      *                 REGRA, CHAMADO PELA CRITICA 0165 DO RELATV05 E
      *                 DAS SUAS COPIAS, PELO MANTCLI, PELO REJREPRO E
      *                 PELA CARGA CARGADOC. CPF: 11 DIGITOS NAS
      *                 POSICOES 4-14 DE DOC-NUMERO (AS TRES PRIMEIRAS
      *                 DEVEM SER ZERO), PESOS 10..2 E 11..2. CNPJ: 14
      *                 DIGITOS, PESOS 5432/98765432 E 65432/98765432.
      *                 RESTO MENOR QUE 2 DA DIGITO 0; SENAO O DIGITO
      *                 E 11 MENOS O RESTO. DOCUMENTO COM TODOS OS
      *                 DIGITOS IGUAIS (000..., 111...) PASSA NA CONTA
      *                 MAS E RECUSADO.
      *-----------------------------------------------------------------
      *===================ESPECIFICACOES DO PROGRAMA====================
      *    PARAMETRO                  TIPO               BOOK
      *    DOC-PARAMETRO             ENTRADA/SAIDA      BOOKDOC
      *-----------------------------------------------------------------
      *== MODULOS
      *
      *-----------------------------------------------------------------
      *-------------------ALTERACOESDO PROGRAMA-------------------------

      *=================================================================
       ENVIRONMENT                      DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       CONFIGURATION                    SECTION.
      *-----------------------------------------------------------------
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      *=================================================================
       DATA                             DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       WORKING-STORAGE                  SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "INICIO DA WORKING".
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----DOCUMENTO EM CONFERENCIA-----".
      *-----------------------------------------------------------------

       01  WRK-DOC-NUMERO               PIC 9(014)         VALUE ZEROS.
       01  WRK-DOC-NUMERO-R REDEFINES WRK-DOC-NUMERO.
           05 WRK-DOC-DIGITO            PIC 9(001)
                                        OCCURS 14 TIMES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----TABELAS DE PESOS DO MODULO 11-----".
      *-----------------------------------------------------------------

       01  WRK-PESOS-CPF-DV1            PIC X(026)         VALUE
              "10090807060504030200000000".
       01  WRK-PESOS-CPF-DV2            PIC X(026)         VALUE
              "11100908070605040302000000".
       01  WRK-PESOS-CNPJ-DV1           PIC X(026)         VALUE
              "05040302090807060504030200".
       01  WRK-PESOS-CNPJ-DV2           PIC X(026)         VALUE
              "06050403020908070605040302".

       01  WRK-PESOS-CALCULO            PIC X(026)         VALUE SPACES.
       01  WRK-PESOS-CALCULO-R REDEFINES WRK-PESOS-CALCULO.
           05 WRK-PESO                  PIC 9(002)
                                        OCCURS 13 TIMES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEIS DO CALCULO-----".
      *-----------------------------------------------------------------

       01  WRK-POS-INICIAL              PIC 9(002)         VALUE ZEROS.
       01  WRK-QT-DIGITOS               PIC 9(002)         VALUE ZEROS.
       01  WRK-POS-DIGITO               PIC 9(002)         VALUE ZEROS.
       01  WRK-IND-DIGITO               PIC 9(002)         VALUE ZEROS.
       01  WRK-SOMA                     PIC 9(005)         VALUE ZEROS.
       01  WRK-QUOCIENTE                PIC 9(005)         VALUE ZEROS.
       01  WRK-RESTO                    PIC 9(002)         VALUE ZEROS.
       01  WRK-DV-CALCULADO             PIC 9(001)         VALUE ZEROS.

       01  WRK-SW-DOCUMENTO             PIC X(001)         VALUE "S".
           88 WRK-DOCUMENTO-OK                             VALUE "S".
           88 WRK-DOCUMENTO-ERRADO                          VALUE "N".

       01  WRK-SW-REPETIDO              PIC X(001)         VALUE "S".
           88 WRK-DIGITOS-IGUAIS                           VALUE "S".
           88 WRK-DIGITOS-DIFERENTES                        VALUE "N".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
             "-----FIM DA WORKING-----".
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       LINKAGE                          SECTION.
      *-----------------------------------------------------------------
       COPY "BOOKDOC".

      *=================================================================
       PROCEDURE DIVISION USING DOC-PARAMETRO.
      *=================================================================

      *-----------------------------------------------------------------
       0000-PRINCIPAL                   SECTION.
      *-----------------------------------------------------------------

           MOVE DOC-NUMERO TO WRK-DOC-NUMERO.
           SET WRK-DOCUMENTO-OK TO TRUE.

           EVALUATE TRUE
               WHEN DOC-NUMERO EQUAL ZEROS
                   SET WRK-DOCUMENTO-ERRADO TO TRUE
               WHEN DOC-PESSOA-FISICA
                   PERFORM 0100-CONFERIR-CPF
               WHEN DOC-PESSOA-JURIDICA
                   PERFORM 0200-CONFERIR-CNPJ
               WHEN OTHER
                   SET WRK-DOCUMENTO-ERRADO TO TRUE
           END-EVALUATE.

           IF WRK-DOCUMENTO-OK
               SET DOC-VALIDO   TO TRUE
           ELSE
               SET DOC-INVALIDO TO TRUE
           END-IF.

           GOBACK.

       0000-PRINCIPAL-FIM.              EXIT.

      *-----------------------------------------------------------------
       0100-CONFERIR-CPF                SECTION.
      *-----------------------------------------------------------------
      *    CPF OCUPA AS POSICOES 4-14; DV1 NA 13, DV2 NA 14.
      *-----------------------------------------------------------------

           IF WRK-DOC-DIGITO (1) NOT EQUAL ZEROS OR
              WRK-DOC-DIGITO (2) NOT EQUAL ZEROS OR
              WRK-DOC-DIGITO (3) NOT EQUAL ZEROS
               SET WRK-DOCUMENTO-ERRADO TO TRUE
           ELSE
               MOVE 4  TO WRK-POS-INICIAL
               MOVE 11 TO WRK-QT-DIGITOS
               PERFORM 0300-TESTAR-REPETIDOS
               IF WRK-DIGITOS-IGUAIS
                   SET WRK-DOCUMENTO-ERRADO TO TRUE
               ELSE
                   MOVE WRK-PESOS-CPF-DV1 TO WRK-PESOS-CALCULO
                   MOVE 9  TO WRK-QT-DIGITOS
                   PERFORM 0400-CONFERIR-DV
                   IF WRK-DOCUMENTO-OK
                       MOVE WRK-PESOS-CPF-DV2 TO WRK-PESOS-CALCULO
                       MOVE 10 TO WRK-QT-DIGITOS
                       PERFORM 0400-CONFERIR-DV
                   END-IF
               END-IF
           END-IF.

       0100-CONFERIR-CPF-FIM.           EXIT.

      *-----------------------------------------------------------------
       0200-CONFERIR-CNPJ               SECTION.
      *-----------------------------------------------------------------
      *    CNPJ OCUPA AS 14 POSICOES; DV1 NA 13, DV2 NA 14.
      *-----------------------------------------------------------------

           MOVE 1  TO WRK-POS-INICIAL.
           MOVE 14 TO WRK-QT-DIGITOS.
           PERFORM 0300-TESTAR-REPETIDOS.

           IF WRK-DIGITOS-IGUAIS
               SET WRK-DOCUMENTO-ERRADO TO TRUE
           ELSE
               MOVE WRK-PESOS-CNPJ-DV1 TO WRK-PESOS-CALCULO
               MOVE 12 TO WRK-QT-DIGITOS
               PERFORM 0400-CONFERIR-DV
               IF WRK-DOCUMENTO-OK
                   MOVE WRK-PESOS-CNPJ-DV2 TO WRK-PESOS-CALCULO
                   MOVE 13 TO WRK-QT-DIGITOS
                   PERFORM 0400-CONFERIR-DV
               END-IF
           END-IF.

       0200-CONFERIR-CNPJ-FIM.          EXIT.

      *-----------------------------------------------------------------
       0300-TESTAR-REPETIDOS            SECTION.
      *-----------------------------------------------------------------

           SET WRK-DIGITOS-IGUAIS TO TRUE.

           PERFORM 0310-COMPARAR-DIGITO
               VARYING WRK-IND-DIGITO FROM 2 BY 1
               UNTIL WRK-IND-DIGITO GREATER WRK-QT-DIGITOS.

       0300-TESTAR-REPETIDOS-FIM.       EXIT.

      *-----------------------------------------------------------------
       0310-COMPARAR-DIGITO             SECTION.
      *-----------------------------------------------------------------

           COMPUTE WRK-POS-DIGITO =
               WRK-POS-INICIAL + WRK-IND-DIGITO - 1.

           IF WRK-DOC-DIGITO (WRK-POS-DIGITO) NOT EQUAL
              WRK-DOC-DIGITO (WRK-POS-INICIAL)
               SET WRK-DIGITOS-DIFERENTES TO TRUE
           END-IF.

       0310-COMPARAR-DIGITO-FIM.        EXIT.

      *-----------------------------------------------------------------
       0400-CONFERIR-DV                 SECTION.
      *-----------------------------------------------------------------
      *    SOMA OS WRK-QT-DIGITOS A PARTIR DE WRK-POS-INICIAL PELOS
      *    PESOS CARREGADOS E CONFERE O DIGITO SEGUINTE.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-SOMA.

           PERFORM 0410-SOMAR-DIGITO
               VARYING WRK-IND-DIGITO FROM 1 BY 1
               UNTIL WRK-IND-DIGITO GREATER WRK-QT-DIGITOS.

           COMPUTE WRK-QUOCIENTE = WRK-SOMA / 11.
           COMPUTE WRK-RESTO = WRK-SOMA - (WRK-QUOCIENTE * 11).

           IF WRK-RESTO LESS 2
               MOVE ZEROS TO WRK-DV-CALCULADO
           ELSE
               COMPUTE WRK-DV-CALCULADO = 11 - WRK-RESTO
           END-IF.

           COMPUTE WRK-POS-DIGITO =
               WRK-POS-INICIAL + WRK-QT-DIGITOS.

           IF WRK-DOC-DIGITO (WRK-POS-DIGITO) NOT EQUAL
              WRK-DV-CALCULADO
               SET WRK-DOCUMENTO-ERRADO TO TRUE
           END-IF.

       0400-CONFERIR-DV-FIM.            EXIT.

      *-----------------------------------------------------------------
       0410-SOMAR-DIGITO                SECTION.
      *-----------------------------------------------------------------

           COMPUTE WRK-POS-DIGITO =
               WRK-POS-INICIAL + WRK-IND-DIGITO - 1.

           COMPUTE WRK-SOMA = WRK-SOMA +
               (WRK-DOC-DIGITO (WRK-POS-DIGITO) *
                WRK-PESO (WRK-IND-DIGITO)).

       0410-SOMAR-DIGITO-FIM.           EXIT.
