      *                 SUBPROGRAMA DEVOLVERIA O CONTROLE AO CHAMADOR
      *                 COM O CALENDARIO INCOMPLETO.

ALT02 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT02 *== OBJETIVO....: NOVA FUNCAO "SOMA " (BOOK BOOKDIAU): A PARTIR
      *                 DE DIU-DATA, AVANCA DIU-QT-DIAS DIAS UTEIS
      *                 BANCARIOS E DEVOLVE A DATA ALCANCADA - A AGENDA
      *                 DE RETENTATIVA DA COBRANCA NO CARTAO (RETCART)
      *                 CONTA O INTERVALO EM DIAS UTEIS, PELO MESMO
      *                 CALENDARIO DE FERIADOS DA ROLAGEM DE VENCIMENTO.

ALT03 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT03 *== OBJETIVO....: NOVA FUNCAO "CORR " (BOOK BOOKDIAU): A PARTIR
      *                 DE DIU-DATA, AVANCA DIU-QT-DIAS DIAS CORRIDOS
      *                 PELO CALENDARIO CIVIL (MESMA VIRADA DE MES E ANO
      *                 BISSEXTO DA "PROX ") - FIM DO TESTE GRATIS NA
      *                 INCLUSAO DO MANTCLI.

      *=================================================================
       ENVIRONMENT                      DIVISION.
      *=================================================================

       01  WRK-QT-DIAS-MES              PIC 9(002)         VALUE ZEROS.
       01  WRK-RESTO-BISSEXTO           PIC 9(004)         VALUE ZEROS.
ALT02  01  WRK-QT-DIAS-SOMADOS          PIC 9(003)         VALUE ZEROS.

      *-----------------------------------------------------------------
ALT01  01  FILLER                       PIC X(050)         VALUE
                       UNTIL WRK-DIA-UTIL
                   MOVE WRK-DATA-AVALIADA TO DIU-DATA
                   SET DIU-DIA-UTIL       TO TRUE
ALT02          WHEN DIU-FUNC-SOMAR
ALT02              MOVE DIU-DATA TO WRK-DATA-AVALIADA
ALT02              MOVE ZEROS    TO WRK-QT-DIAS-SOMADOS
ALT02              PERFORM 0270-SOMAR-DIA-UTIL
ALT02                  UNTIL WRK-QT-DIAS-SOMADOS NOT LESS DIU-QT-DIAS
ALT02              MOVE WRK-DATA-AVALIADA TO DIU-DATA
ALT02              PERFORM 0200-AVALIAR-DATA
ALT02              IF WRK-DIA-UTIL
ALT02                  SET DIU-DIA-UTIL     TO TRUE
ALT02              ELSE
ALT02                  SET DIU-DIA-NAO-UTIL TO TRUE
ALT02              END-IF
ALT03          WHEN DIU-FUNC-CORRIDOS
ALT03              MOVE DIU-DATA TO WRK-DATA-AVALIADA
ALT03              MOVE ZEROS    TO WRK-QT-DIAS-SOMADOS
ALT03              PERFORM 0280-SOMAR-DIA-CORRIDO
ALT03                  UNTIL WRK-QT-DIAS-SOMADOS NOT LESS DIU-QT-DIAS
ALT03              MOVE WRK-DATA-AVALIADA TO DIU-DATA
ALT03              PERFORM 0200-AVALIAR-DATA
ALT03              IF WRK-DIA-UTIL
ALT03                  SET DIU-DIA-UTIL     TO TRUE
ALT03              ELSE
ALT03                  SET DIU-DIA-NAO-UTIL TO TRUE
ALT03              END-IF
               WHEN OTHER
                   SET DIU-DIA-NAO-UTIL   TO TRUE
           END-EVALUATE.

       0260-DIAS-DO-MES-FIM.            EXIT.

      *-----------------------------------------------------------------
ALT02  0270-SOMAR-DIA-UTIL              SECTION.
      *-----------------------------------------------------------------
ALT02 *    UM DIA UTIL A MAIS: AVANCA UM DIA E, SE CAIR EM FIM DE
ALT02 *    SEMANA OU FERIADO, SEGUE ATE O PROXIMO DIA UTIL.
      *-----------------------------------------------------------------

ALT02      PERFORM 0250-AVANCAR-DIA.
ALT02      PERFORM 0250-AVANCAR-DIA
ALT02          UNTIL WRK-DIA-UTIL.
ALT02      ADD 1 TO WRK-QT-DIAS-SOMADOS.

ALT02  0270-SOMAR-DIA-UTIL-FIM.         EXIT.

      *-----------------------------------------------------------------
ALT03  0280-SOMAR-DIA-CORRIDO           SECTION.
      *-----------------------------------------------------------------
ALT03 *    UM DIA CORRIDO A MAIS, CAIA ONDE CAIR.
      *-----------------------------------------------------------------

ALT03      PERFORM 0250-AVANCAR-DIA.
ALT03      ADD 1 TO WRK-QT-DIAS-SOMADOS.

ALT03  0280-SOMAR-DIA-CORRIDO-FIM.      EXIT.

      *-----------------------------------------------------------------
ALT01  9999-TRATAR-ERRO                 SECTION.
      *-----------------------------------------------------------------
