      *                 PARA O PORTAL MOSTRAR AO ASSINANTE ATE QUANDO A
      *                 ASSINATURA ESTA CONGELADA.

ALT05 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT05 *== OBJETIVO....: O EXTRATO PORTAL PASSA A SER REGISTRADO NO
      *                 MANIFESTO DE SAIDA (SEM VALOR - SO QUANTIDADE E
      *                 HASH) (SUBPROGRAMA GRVMANI, BOOK BOOKMANI) -
      *                 QUANTIDADE, VALOR TOTAL E HASH DO CONTEUDO, COM
      *                 A SEQUENCIA DO ENVIO. REGERAR O MESMO MOVIMENTO
      *                 E REENVIO DA SEQUENCIA JA REGISTRADA: SEM
      *                 LIBERACAO DE DOIS OPERADORES NO MANILIB O
      *                 PROGRAMA TERMINA COM RETURN-CODE 08 PARA A
      *                 TRANSMISSAO NAO RODAR.

      *=================================================================
       ENVIRONMENT                      DIVISION.
      *=================================================================
       01  ACU-DETALHES                 PIC 9(005)  COMP-3 VALUE ZEROS.

      *-----------------------------------------------------------------
ALT05  01  FILLER                       PIC X(050)         VALUE
ALT05         "-----AREA COMUNICACAO SUBPROGRAMA GRVMANI-----".
      *-----------------------------------------------------------------
ALT05  COPY "BOOKMANI".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----BOOK DE MENSAGEM DEDE ERRO DOS ARQUIVOS-----".
      *-----------------------------------------------------------------
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT05      SET MANI-FUNC-ABRIR           TO TRUE.
ALT05      MOVE "PORTALEX"               TO MANI-PROGRAMA.
ALT05      MOVE "PORTAL"                 TO MANI-ARQUIVO.
ALT05      MOVE ZEROS                    TO MANI-DESTINO.
ALT05      MOVE WRK-DATA-EXECUCAO        TO MANI-DATA-MOVTO.
ALT05      CALL "GRVMANI" USING MANI-PARAMETRO.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT05      PERFORM 0830-MANIFESTAR-REGISTRO.

       0260-GRAVAR-LINHA-FIM.           EXIT.

      *-----------------------------------------------------------------
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT05      PERFORM 0840-FECHAR-MANIFESTO.

           GOBACK.

       0300-FINALIZAR-FIM.              EXIT.

      *-----------------------------------------------------------------
ALT05  0830-MANIFESTAR-REGISTRO         SECTION.
      *-----------------------------------------------------------------
ALT05 *    REGISTRO GRAVADO NO ARQUIVO PORTAL: SOMA NOS TOTAIS DE
ALT05 *    CONTROLE DO MANIFESTO DE SAIDA (GRVMANI) - QUANTIDADE, VALOR
ALT05 *    E HASH.
      *-----------------------------------------------------------------

ALT05      SET MANI-FUNC-REGISTRO        TO TRUE.
ALT05      MOVE REG-PORTAL               TO MANI-REGISTRO.
ALT05      MOVE ZEROS                    TO MANI-VALOR.
ALT05      CALL "GRVMANI" USING MANI-PARAMETRO.

ALT05  0830-MANIFESTAR-REGISTRO-FIM.    EXIT.

      *-----------------------------------------------------------------
ALT05  0840-FECHAR-MANIFESTO            SECTION.
      *-----------------------------------------------------------------
ALT05 *    ARQUIVO PORTAL FECHADO: REGISTRA NO MANIFESTO DE SAIDA.
ALT05 *    REENVIO DE SEQUENCIA JA REGISTRADA SEM A LIBERACAO DE DOIS
ALT05 *    OPERADORES (MANILIB) TERMINA COM RETURN-CODE 08, PARA O
ALT05 *    PASSO DE TRANSMISSAO NAO RODAR.
      *-----------------------------------------------------------------

ALT05      SET MANI-FUNC-FECHAR          TO TRUE.
ALT05      CALL "GRVMANI" USING MANI-PARAMETRO.

ALT05      EVALUATE TRUE
ALT05          WHEN MANI-REENVIO-BLOQUEADO
ALT05              DISPLAY "REENVIO BLOQUEADO - SEQUENCIA.: "
ALT05                                                MANI-SEQUENCIA
ALT05              DISPLAY "ENVIOS JA FEITOS DA SEQUENCIA.: "
ALT05                                                MANI-QT-ENVIOS
ALT05              MOVE 08 TO RETURN-CODE
ALT05          WHEN MANI-REENVIO-LIBERADO
ALT05              DISPLAY "REENVIO LIBERADO - SEQUENCIA..: "
ALT05                                                MANI-SEQUENCIA
ALT05              DISPLAY "ENVIO DA SEQUENCIA............: "
ALT05                                                MANI-QT-ENVIOS
ALT05          WHEN OTHER
ALT05              DISPLAY "MANIFESTO DE SAIDA - SEQUENCIA: "
ALT05                                                MANI-SEQUENCIA
ALT05      END-EVALUATE.

ALT05  0840-FECHAR-MANIFESTO-FIM.       EXIT.

      *-----------------------------------------------------------------
       9999-TRATAR-ERRO                 SECTION.
      *-----------------------------------------------------------------

