      *                 DE ELIMINACAO QUE NAO ACONTECEU, O QUE PARA A
      *                 PASTA DE COMPLIANCE E PIOR QUE UM ABEND.

ALT03 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT03 *== OBJETIVO....: O CPF/CNPJ DO TITULAR (REG-CPF-CNPJ, BOOK
      *                 REGCLI) ENTROU NA ANONIMIZACAO: E ZERADO NO
      *                 MESTRE, NA FOTOGRAFIA DO SNAPCLI, NO ARQUIVO
      *                 MORTO E NAS IMAGENS DA AUDITORIA (POSICOES
      *                 137-150 DO X(150)). OS REGISTROS DA FOTOGRAFIA
      *                 E DO MORTO FORAM AMPLIADOS PARA O TAMANHO
      *                 ATUAL DO REGCLI.

ALT04 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT04 *== OBJETIVO....: CADA GRAVACAO, REGRAVACAO OU EXCLUSAO NO MESTRE
      *                 CLIENTES PASSA A SAIR NO JOURNAL DE RECUPERACAO
      *                 (SUBPROGRAMA GRVJRNL, BOOK BOOKJRNL) COM AS
      *                 IMAGENS ANTES E DEPOIS DO REGISTRO - SE O MESTRE
      *                 SE PERDER NO MEIO DA CADEIA, O RECJRNL REAPLICA
      *                 O JOURNAL SOBRE A COPIA DE SEGURANCA.

ALT06 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT06 *== OBJETIVO....: REGISTROS DE AUDITORIA DE ASSINATURA (TIPOS "S"
      *                 E "T", IMAGEM NO LAYOUT REGASSN, SEM DADO
      *                 PESSOAL) FICAM FORA DO MASCARAMENTO - AS
      *                 POSICOES DE NOME, E-MAIL E CPF/CNPJ DO REGCLI
      *                 CAIRIAM SOBRE PLANO, VALOR E DATAS DA ASSINATURA.

      *=================================================================
       ENVIRONMENT                      DIVISION.
      *=================================================================
      *
      *-----------------------------------------------------------------
       FD  SNAPSHOT.
ALT03  01  SNP-CLIENTES                 PIC X(150).
       01  SNP-CLIENTES-R REDEFINES SNP-CLIENTES.
           05 SNP-CODIGO                PIC 9(007).
           05 SNP-NOME                  PIC X(020).
           05 SNP-EMAIL                 PIC X(020).
ALT01      05 FILLER                    PIC X(088).
ALT03      05 SNP-TIPO-PESSOA           PIC X(001).
ALT03      05 SNP-CPF-CNPJ              PIC 9(014).

      *-----------------------------------------------------------------
      *
      *
      *-----------------------------------------------------------------
       FD  ARQMORTO.
ALT03  01  MRT-CLIENTES                 PIC X(150).
       01  MRT-CLIENTES-R REDEFINES MRT-CLIENTES.
           05 MRT-CODIGO                PIC 9(007).
           05 MRT-NOME                  PIC X(020).
           05 MRT-EMAIL                 PIC X(020).
ALT01      05 FILLER                    PIC X(088).
ALT03      05 MRT-TIPO-PESSOA           PIC X(001).
ALT03      05 MRT-CPF-CNPJ              PIC 9(014).

      *-----------------------------------------------------------------
      *
           05 WRK-CERT-CODIGO           PIC 9(007)         VALUE ZEROS.

      *-----------------------------------------------------------------
ALT04  01  FILLER                       PIC X(050)         VALUE
ALT04         "-----AREA COMUNICACAO SUBPROGRAMA GRVJRNL-----".
      *-----------------------------------------------------------------
ALT04  COPY "BOOKJRNL".

ALT04  01  WRK-JRN-CLIENTE-ANTES        PIC X(150)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----BOOK DE MENSAGEM DEDE ERRO DOS ARQUIVOS-----".
      *-----------------------------------------------------------------
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
ALT04              MOVE REG-CLIENTES     TO WRK-JRN-CLIENTE-ANTES
                   MOVE REG-NOME  TO WRK-NOME-ANTERIOR
                   MOVE REG-EMAIL TO WRK-EMAIL-ANTERIOR
                   MOVE WRK-NOME-PLACEHOLDER  TO REG-NOME
                   MOVE WRK-EMAIL-PLACEHOLDER TO REG-EMAIL
ALT03              MOVE ZEROS                 TO REG-CPF-CNPJ
                   REWRITE REG-CLIENTES
                   IF FS-CLIENTES NOT EQUAL ZEROS
                       MOVE WRK-ERRO-GRAVAR      TO WRK-DESCRICAO-ERRO
                       MOVE "CLIENTES"           TO WRK-ARQUIVO-ERRO
                       PERFORM 9999-TRATAR-ERRO
                   END-IF
ALT04              SET JRN-ALTERACAO     TO TRUE
ALT04              PERFORM 0810-JOURNAL-CLIENTE
                   ADD 1 TO ACU-MESTRE
                   PERFORM 0215-ATUALIZAR-CAMINHOS
           END-READ.
      *-----------------------------------------------------------------
      *    AS IMAGENS ANTES/DEPOIS CARREGAM O LAYOUT REGCLI DENTRO DO
      *    X(150): O NOME OCUPA AS POSICOES 8-27 E O EMAIL AS 28-47.
ALT03 *    O CPF/CNPJ OCUPA AS POSICOES 137-150.
      *-----------------------------------------------------------------

           OPEN I-O AUDITORIA.
               MOVE AUD-CODIGO TO WRK-CODIGO-ALVO
               PERFORM 0150-TESTAR-ALVO
               IF WRK-CODIGO-E-ALVO
ALT06             AND NOT AUD-IMAGEM-ASSINATURA
                   IF AUD-IMAGEM-ANTES NOT EQUAL SPACES
                       MOVE WRK-NOME-PLACEHOLDER  TO
                            AUD-IMAGEM-ANTES (8 : 20)
                       MOVE WRK-EMAIL-PLACEHOLDER TO
                            AUD-IMAGEM-ANTES (28 : 20)
ALT03                  MOVE ZEROS TO AUD-IMAGEM-ANTES (137 : 14)
                   END-IF
                   IF AUD-IMAGEM-DEPOIS NOT EQUAL SPACES
                       MOVE WRK-NOME-PLACEHOLDER  TO
                            AUD-IMAGEM-DEPOIS (8 : 20)
                       MOVE WRK-EMAIL-PLACEHOLDER TO
                            AUD-IMAGEM-DEPOIS (28 : 20)
ALT03                  MOVE ZEROS TO AUD-IMAGEM-DEPOIS (137 : 14)
                   END-IF
                   REWRITE REG-AUDITORIA
ALT02              IF FS-AUDITORIA NOT EQUAL ZEROS
               IF WRK-CODIGO-E-ALVO
                   MOVE WRK-NOME-PLACEHOLDER  TO SNP-NOME
                   MOVE WRK-EMAIL-PLACEHOLDER TO SNP-EMAIL
ALT03              MOVE ZEROS                 TO SNP-CPF-CNPJ
                   REWRITE SNP-CLIENTES
ALT02              IF FS-SNAPSHOT NOT EQUAL ZEROS
ALT02                  MOVE WRK-ERRO-GRAVAR      TO WRK-DESCRICAO-ERRO
               IF WRK-CODIGO-E-ALVO
                   MOVE WRK-NOME-PLACEHOLDER  TO MRT-NOME
                   MOVE WRK-EMAIL-PLACEHOLDER TO MRT-EMAIL
ALT03              MOVE ZEROS                 TO MRT-CPF-CNPJ
                   REWRITE MRT-CLIENTES
ALT02              IF FS-ARQMORTO NOT EQUAL ZEROS
ALT02                  MOVE WRK-ERRO-GRAVAR      TO WRK-DESCRICAO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

ALT04      SET JRN-FUNC-FECHAR           TO TRUE.
ALT04      CALL "GRVJRNL" USING JRN-PARAMETRO.

           GOBACK.

       0300-FINALIZAR-FIM.              EXIT.

      *-----------------------------------------------------------------
ALT04  0810-JOURNAL-CLIENTE             SECTION.
      *-----------------------------------------------------------------
ALT04 *    IMAGENS ANTES/DEPOIS DO MESTRE CLIENTES PARA O JOURNAL DE
ALT04 *    RECUPERACAO (GRVJRNL). A OPERACAO JA VEM EM JRN-OPERACAO.
      *-----------------------------------------------------------------

ALT04      SET JRN-FUNC-GRAVAR           TO TRUE.
ALT04      MOVE "LGPDANON"               TO JRN-PROGRAMA.
ALT04      SET JRN-ARQ-CLIENTES          TO TRUE.
ALT04      MOVE SPACES                   TO JRN-IMAGEM-ANTES
ALT04                                       JRN-IMAGEM-DEPOIS.
ALT04      IF NOT JRN-INCLUSAO
ALT04          MOVE WRK-JRN-CLIENTE-ANTES TO JRN-IMAGEM-ANTES
ALT04      END-IF.
ALT04      IF NOT JRN-EXCLUSAO
ALT04          MOVE REG-CLIENTES         TO JRN-IMAGEM-DEPOIS
ALT04          MOVE REG-CLIENTES         TO WRK-JRN-CLIENTE-ANTES
ALT04      END-IF.

ALT04      CALL "GRVJRNL" USING JRN-PARAMETRO.

ALT04  0810-JOURNAL-CLIENTE-FIM.        EXIT.

      *-----------------------------------------------------------------
       9999-TRATAR-ERRO                 SECTION.
      *-----------------------------------------------------------------

