      *                 O CODIGO) - CAMPOS DE TRABALHO E COLUNAS DE
      *                 RELATORIO AJUSTADOS PARA O NOVO TAMANHO.

ALT04 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT04 *== OBJETIVO....: TIPOS "S" E "T" DA TRILHA (INCLUSAO E
      *                 ENCERRAMENTO DE ASSINATURA PELO MANTCLI, BOOK
      *                 REGAUD) PASSAM A SAIR DECODIFICADOS NA LISTAGEM;
      *                 AS IMAGENS DESSES TIPOS SAO DO REGISTRO DA
      *                 ASSINATURA (BOOK REGASSN).

      *=================================================================
       ENVIRONMENT                      DIVISION.
      *=================================================================
                   MOVE "ALTERACAO"     TO WRK-AUD-TIPO
               WHEN AUD-EXCLUSAO
                   MOVE "EXCLUSAO"      TO WRK-AUD-TIPO
ALT04          WHEN AUD-INC-ASSINATURA
ALT04              MOVE "INC.ASSIN."    TO WRK-AUD-TIPO
ALT04          WHEN AUD-ENC-ASSINATURA
ALT04              MOVE "ENC.ASSIN."    TO WRK-AUD-TIPO
               WHEN OTHER
                   MOVE AUD-TIPO        TO WRK-AUD-TIPO
           END-EVALUATE.
