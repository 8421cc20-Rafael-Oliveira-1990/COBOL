      *    REJREPRO                  INPUT              BOOKASSI
      *-----------------------------------------------------------------
      *== MODULOS
      *    VALIDOC
      *-----------------------------------------------------------------
      *-------------------ALTERACOESDO PROGRAMA-------------------------

      *                 O CODIGO) - CAMPOS DE TRABALHO AJUSTADOS PARA O
      *                 NOVO TAMANHO.

ALT05 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT05 *== OBJETIVO....: A CORRECAO PASSOU A TRAZER O CPF/CNPJ (CORR-
      *                 TIPO-PESSOA/CORR-CPF-CNPJ, BOOK REGCORR), PARA
      *                 O REJEITO POR DOCUMENTO INVALIDO (MOTIVO 95) TER
      *                 CONSERTO: O DOCUMENTO INFORMADO E CONFERIDO NA
      *                 CRITICA DO CORRIGIDO PELO SUBPROGRAMA VALIDOC E
      *                 SEGUE NA RESSUBMISSAO (MANT-CPF-CNPJ); ZERADO,
      *                 O MANTCLI PRESERVA O DOCUMENTO DO MESTRE.

ALT06 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT06 *== OBJETIVO....: A TRANSACAO RESSUBMETIDA (INCLUSAO OU ALTERACAO)
      *                 SAI COM MANT-SEQ-ASSINATURA ZERADO - O CAMPO SO
      *                 E USADO NOS TIPOS DE MANUTENCAO DE ASSINATURA DO
      *                 MANTCLI.

ALT07 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT07 *== OBJETIVO....: A TRANSACAO RESSUBMETIDA SAI COM O PRAZO E A
      *                 MULTA DE FIDELIDADE (MANT-FIDEL-MESES/MULTA)
      *                 ZERADOS - O REJEITO NAO GUARDA O CONTRATO E
      *                 O INCLUIDO VOLTA SEM FIDELIDADE.

ALT08 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT08 *== OBJETIVO....: A TRANSACAO RESSUBMETIDA SAI COM
      *                 MANT-TESTE-DIAS ZERADO - O REJEITO NAO GUARDA O
      *                 TESTE GRATIS E O INCLUIDO VOLTA COMO INCLUSAO
      *                 NORMAL.

ALT09 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT09 *== OBJETIVO....: A TRANSACAO RESSUBMETIDA SAI COM O MOTIVO DE
      *                 PEDIDO DE CANCELAMENTO (MANT-MOTIVO-CANCEL, BOOK
      *                 REGMANT) EM BRANCO - SO A TRANSACAO "X" O USA.

ALT10 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT10 *== OBJETIVO....: A TRANSACAO RESSUBMETIDA SAI COM MANT-CELULAR
      *                 ZERADO E MANT-PREFERENCIA EM BRANCO (BOOK
      *                 REGMANT) - O MANTCLI PRESERVA O CONTATO JA
      *                 CADASTRADO (ARQUIVO CONTATOS, BOOK REGCONT).

ALT11 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT11 *== OBJETIVO....: A TRANSACAO RESSUBMETIDA SAI COM MANT-DATA-
      *                 EFETIVA ZERADA (BOOK REGMANT) - A CORRECAO DE UM
      *                 REJEITO E APLICADA NA PROPRIA NOITE, NUNCA
      *                 AGENDADA.

      *=================================================================
       ENVIRONMENT                      DIVISION.
      *=================================================================
               10 CORR-TAB-STREAMING    PIC X(010).
               10 CORR-TAB-ASSINATURA   PIC 9(005)V99.
               10 CORR-TAB-PLANO        PIC X(007).
ALT05          10 CORR-TAB-TIPO-PESSOA  PIC X(001).
ALT05          10 CORR-TAB-CPF-CNPJ     PIC 9(014).

       01  WRK-QT-CORRECAO              PIC 9(003)  COMP-3 VALUE ZEROS.

           05 WRK-COR-STREAMING         PIC X(010)         VALUE SPACES.
           05 WRK-COR-ASSINATURA        PIC 9(005)V99      VALUE ZEROS.
           05 WRK-COR-PLANO             PIC X(007)         VALUE SPACES.
ALT05      05 WRK-COR-TIPO-PESSOA       PIC X(001)         VALUE SPACES.
ALT05      05 WRK-COR-CPF-CNPJ          PIC 9(014)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
       COPY "BOOKCAT".

      *-----------------------------------------------------------------
ALT05  01  FILLER                       PIC X(050)         VALUE
ALT05         "-----AREA COMUNICACAO SUBPROGRAMA VALIDOC-----".
      *-----------------------------------------------------------------
ALT05  COPY "BOOKDOC".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----BOOK DE MENSAGEM DEDE ERRO DOS ARQUIVOS-----".
      *-----------------------------------------------------------------
                          CORR-TAB-ASSINATURA  (WRK-QT-CORRECAO)
               MOVE CORR-PLANO         TO
                          CORR-TAB-PLANO       (WRK-QT-CORRECAO)
ALT05          MOVE CORR-TIPO-PESSOA   TO
ALT05                     CORR-TAB-TIPO-PESSOA (WRK-QT-CORRECAO)
ALT05          MOVE CORR-CPF-CNPJ      TO
ALT05                     CORR-TAB-CPF-CNPJ    (WRK-QT-CORRECAO)
           ELSE
               IF FS-CORRECAO NOT EQUAL 10
                   MOVE WRK-ERRO-LEIT            TO WRK-DESCRICAO-ERRO
               END-SEARCH
           END-IF.

ALT05      IF WRK-COR-CPF-CNPJ NOT EQUAL ZEROS AND WRK-REG-VALIDO
ALT05          MOVE WRK-COR-TIPO-PESSOA        TO DOC-TIPO-PESSOA
ALT05          MOVE WRK-COR-CPF-CNPJ           TO DOC-NUMERO
ALT05          CALL "VALIDOC" USING DOC-PARAMETRO
ALT05          IF DOC-INVALIDO
ALT05              MOVE "N"                        TO WRK-REG-VALIDO-SW
ALT05              MOVE WRK-MOT-DOCUMENTO-INVALIDO TO WRK-COD-MOTIVO
ALT05          END-IF
ALT05      END-IF.

       0165-VALIDAR-CORRIGIDO-FIM.      EXIT.

      *-----------------------------------------------------------------
           END-IF.

           MOVE CORR-TAB-PLANO (IDX-CORR)           TO WRK-COR-PLANO.
ALT05      MOVE CORR-TAB-TIPO-PESSOA (IDX-CORR)     TO
ALT05                                            WRK-COR-TIPO-PESSOA.
ALT05      MOVE CORR-TAB-CPF-CNPJ (IDX-CORR)        TO WRK-COR-CPF-CNPJ.

           PERFORM 0165-VALIDAR-CORRIGIDO.

           MOVE WRK-COR-STREAMING       TO MANT-STREAMING.
           MOVE WRK-COR-ASSINATURA      TO MANT-ASSINATURA.
           MOVE WRK-COR-PLANO           TO MANT-PLANO.
ALT05      MOVE WRK-COR-TIPO-PESSOA     TO MANT-TIPO-PESSOA.
ALT05      MOVE WRK-COR-CPF-CNPJ        TO MANT-CPF-CNPJ.
ALT06      MOVE ZEROS                   TO MANT-SEQ-ASSINATURA.
ALT07      MOVE ZEROS                   TO MANT-FIDEL-MESES
ALT07                                      MANT-FIDEL-MULTA.
ALT08      MOVE ZEROS                   TO MANT-TESTE-DIAS.
ALT09      MOVE SPACES                  TO MANT-MOTIVO-CANCEL.
ALT10      MOVE ZEROS                   TO MANT-CELULAR.
ALT10      MOVE SPACES                  TO MANT-PREFERENCIA.
ALT11      MOVE ZEROS                   TO MANT-DATA-EFETIVA.

ALT02      SET WRK-MESTRE-NAO-ACHADO    TO TRUE.
ALT02      IF REJ-CODIGO GREATER ZEROS
