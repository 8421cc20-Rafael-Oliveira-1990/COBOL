      *-----------------------------------------------------------------
       IDENTIFICATION                   DIVISION.
       PROGRAM-ID. PAGPARC.
      *=================================================================
      *== PROGRAMA....: PAGPARC
      *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
      *== ANALISTA....: IVAN SANCHES
      *== DATA........: 15/10/2026
      *== CONSULTORIA:
      *-----------------------------------------------------------------
      *== OBJETIVO....: GERAR A REMESSA DE PAGAMENTO DOS REPASSES AOS
      *                 PARCEIROS DE STREAMING (ARQUIVO REMPARC, BOOK
      *                 REGPREM), NO MESMO MOLDE DA REMESSA DO DEBAUTO,
      *                 A PARTIR DA LIQUIDACAO APROVADA: SO ENTRA O
      *                 SERVICO QUE O CONFSTRM APROVOU (ARQUIVO CONFRES,
      *                 BOOK REGCONR, RESULTADO "A" - CONFIRMACAO DO
      *                 PARCEIRO DENTRO DA TOLERANCIA). PARA CADA
      *                 REPASSE, OS DADOS BANCARIOS DO FAVORECIDO, AS
      *                 ALIQUOTAS DE IRRF E ISS RETIDOS E O DIA DE
      *                 VENCIMENTO VEM DO CONTRATO (ARQUIVO PARCEIRO,
      *                 BOOK REGPARC); O VENCIMENTO CAI NO MES SEGUINTE
      *                 AO DA COMPETENCIA, ROLADO PARA DIA UTIL
      *                 (SUBPROGRAMA DIAUTIL, FUNCAO "PROX "). CADA
      *                 REPASSE REMETIDO FICA "E" NO CONTROLE REPASSES
      *                 (BOOK REGREPA) ATE O RETORNO DO BANCO (RETPARC)
      *                 - COMPETENCIA JA REMETIDA OU PAGA NAO E
      *                 REMETIDA DE NOVO; A RECUSADA PELO BANCO VOLTA
      *                 NA REMESSA SEGUINTE COM OS DADOS BANCARIOS
      *                 ATUAIS DO CONTRATO E AS MESMAS RETENCOES.
      *                 SERVICO DIVERGENTE, PARCEIRO SEM DADOS
      *                 BANCARIOS E REPASSE JA REMETIDO SAEM NO
      *                 RELATORIO DE PENDENCIAS PENDPARC.
      *-----------------------------------------------------------------
      *===================ESPECIFICACOES DO PROGRAMA====================
      *    ARQUIVO                    TIPO               BOOK
      *    CONFRES                   INPUT              REGCONR
      *    PARCEIRO                  INPUT              REGPARC
      *    REPASSES                  I-O                REGREPA
      *    REMPARC                   OUTPUT             REGPREM
      *    PENDPARC                  OUTPUT             N/A
      *    PAGPARC                   INPUT              BOOKDIAU
      *    PAGPARC                   INPUT              BOOKMSG
      *    PAGPARC                   INPUT              BOOKASSI
      *-----------------------------------------------------------------
      *== MODULOS
      *    DIAUTIL
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
      *-----------------------------------------------------------------
       INPUT-OUTPUT                     SECTION.
      *-----------------------------------------------------------------

       FILE-CONTROL.
           SELECT CONFRES ASSIGN TO WRK-NOME-CONFRES
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CONFRES.

           SELECT PARCEIRO ASSIGN TO WRK-NOME-PARCEIRO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-PARCEIRO.

           SELECT REPASSES ASSIGN TO WRK-NOME-REPASSES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REPA-CHAVE
           FILE STATUS IS FS-REPASSES.

           SELECT REMPARC ASSIGN TO WRK-NOME-REMPARC
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-REMPARC.

           SELECT PENDPARC ASSIGN TO WRK-NOME-PENDPARC
           FILE STATUS IS FS-PENDPARC.
      *-----------------------------------------------------------------

      *=================================================================
       DATA                             DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                             SECTION.
      *-----------------------------------------------------------------
      *
      *            INPUT - RESULTADO DO BATIMENTO (CONFSTRM)
      *
      *-----------------------------------------------------------------
       FD  CONFRES.
       COPY "REGCONR".

      *-----------------------------------------------------------------
      *
      *            INPUT - CONTRATOS DE PARCEIRO (DADOS DE PAGAMENTO)
      *
      *-----------------------------------------------------------------
       FD  PARCEIRO.
       COPY "REGPARC".

      *-----------------------------------------------------------------
      *
      *            I-O - CONTROLE DE REPASSES A PARCEIROS
      *
      *-----------------------------------------------------------------
       FD  REPASSES.
       COPY "REGREPA".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - REMESSA DE PAGAMENTO PARA O BANCO
      *
      *-----------------------------------------------------------------
       FD  REMPARC.
       COPY "REGPREM".

      *-----------------------------------------------------------------
      *
      *            OUTPUT - PENDENCIAS (REPASSE NAO REMETIDO)
      *
      *-----------------------------------------------------------------
       FD  PENDPARC.
       01  REG-PENDPARC                 PIC X(080).

      *-----------------------------------------------------------------
       WORKING-STORAGE                  SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "INICIO DA WORKING".
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEL DE STATUS-----".
      *-----------------------------------------------------------------

       01  FS-CONFRES                   PIC 9(002)         VALUE ZEROS.
       01  FS-PARCEIRO                  PIC 9(002)         VALUE ZEROS.
       01  FS-REPASSES                  PIC 9(002)         VALUE ZEROS.
       01  FS-REMPARC                   PIC 9(002)         VALUE ZEROS.
       01  FS-PENDPARC                  PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----NOMES EXTERNALIZADOS VIA DD-----".
      *-----------------------------------------------------------------

       01  WRK-NOME-CONFRES             PIC X(040)         VALUE
              "C:\RELATORIO\dados\CONFRES.DAT".
       01  WRK-NOME-PARCEIRO            PIC X(040)         VALUE
              "C:\RELATORIO\dados\PARCEIRO.DAT".
       01  WRK-NOME-REPASSES            PIC X(040)         VALUE
              "C:\RELATORIO\dados\REPASSES.DAT".
       01  WRK-NOME-REMPARC             PIC X(040)         VALUE
              "C:\RELATORIO\dados\REMPARC.DAT".
       01  WRK-NOME-PENDPARC            PIC X(040)         VALUE
              "C:\RELATORIO\dados\PENDPARC.txt".
       01  WRK-DD-EXTERNA               PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----CONTRATOS DE PARCEIRO EM MEMORIA-----".
      *-----------------------------------------------------------------

       01  TAB-PARCEIRO.
           05 PAR-ENTRADA               OCCURS 20 TIMES.
               10 PAR-TAB-STREAMING     PIC X(010) VALUE SPACES.
               10 PAR-TAB-RAZAO-SOCIAL  PIC X(030) VALUE SPACES.
               10 PAR-TAB-CNPJ          PIC 9(014) VALUE ZEROS.
               10 PAR-TAB-BANCO         PIC 9(003) VALUE ZEROS.
               10 PAR-TAB-AGENCIA       PIC 9(005) VALUE ZEROS.
               10 PAR-TAB-CONTA         PIC X(012) VALUE SPACES.
               10 PAR-TAB-ALIQ-IRRF     PIC 9(002)V99 VALUE ZEROS.
               10 PAR-TAB-ALIQ-ISS      PIC 9(002)V99 VALUE ZEROS.
               10 PAR-TAB-DIA-VENCTO    PIC 9(002) VALUE ZEROS.

       01  WRK-QT-PAR                   PIC 9(002)  COMP-3 VALUE ZEROS.
       01  IDX-PAR                      PIC 9(002)  COMP-3 VALUE ZEROS.
       01  WRK-IDX-ACHADO               PIC 9(002)  COMP-3 VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----CONTROLES DA REMESSA-----".
      *-----------------------------------------------------------------

       01  WRK-DATA-EXECUCAO            PIC 9(008)         VALUE ZEROS.

       01  WRK-COMPET-VENCTO            PIC 9(006)         VALUE ZEROS.
       01  FILLER REDEFINES WRK-COMPET-VENCTO.
           05 WRK-CVE-AAAA              PIC 9(004).
           05 WRK-CVE-MM                PIC 9(002).

       01  WRK-VENCIMENTO               PIC 9(008)         VALUE ZEROS.
       01  FILLER REDEFINES WRK-VENCIMENTO.
           05 WRK-VEN-AAAA              PIC 9(004).
           05 WRK-VEN-MM                PIC 9(002).
           05 WRK-VEN-DD                PIC 9(002).

       01  WRK-DIA-PADRAO               PIC 9(002)         VALUE 10.
       01  WRK-DIA-MAXIMO               PIC 9(002)         VALUE 28.

       01  WRK-SW-CONTROLE              PIC X(001)         VALUE "N".
           88 WRK-CONTROLE-NOVO                             VALUE "N".
           88 WRK-CONTROLE-EXISTENTE                        VALUE "E".

       01  WRK-SW-FIM-REPASSES          PIC X(001)         VALUE "N".
           88 WRK-FIM-REPASSES                              VALUE "S".
           88 WRK-NAO-FIM-REPASSES                          VALUE "N".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----LINHA DO RELATORIO DE PENDENCIAS-----".
      *-----------------------------------------------------------------

       01  WRK-LINHA-PENDENCIA.
           05 WRK-PEN-STREAMING         PIC X(010)         VALUE SPACES.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-PEN-COMPETENCIA       PIC 9(006)         VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-PEN-VALOR             PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER                    PIC X(001)         VALUE SPACES.
           05 WRK-PEN-MOTIVO            PIC X(040)         VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----VARIAVEL DE ACUMULACAO-----".
      *-----------------------------------------------------------------

       01  ACU-LIDOS                    PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-DIVERGENTES              PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-JA-REMETIDOS             PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-SEM-DADOS                PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-PENDENCIAS               PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-PRIMEIRAS                PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-REMESSAS-RECUSADOS       PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-INSTRUCOES               PIC 9(005)  COMP-3 VALUE ZEROS.
       01  ACU-VALOR-RETIDO             PIC 9(011)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-VALOR-TOTAL              PIC 9(011)V99 COMP-3
                                                           VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----AREA COMUNICACAO SUBPROGRAMA DIAUTIL-----".
      *-----------------------------------------------------------------
       COPY "BOOKDIAU".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----BOOK DE MENSAGEM DEDE ERRO DOS ARQUIVOS-----".
      *-----------------------------------------------------------------

       COPY "BOOKASSI".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
              "-----BOOK MENSAGEM DE STATUS DE ERRO PROGRAMA-----".
      *-----------------------------------------------------------------
       COPY "BOOKMSG".

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
             "-----FIM DA WORKING-----".
      *-----------------------------------------------------------------


      *=================================================================
       PROCEDURE                        DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       0000-PRINCIPAL                   SECTION.
      *-----------------------------------------------------------------

           PERFORM 0100-INICIALIZAR.
           PERFORM 0120-CARREGAR-PARCEIROS.
           PERFORM 0150-GRAVAR-HEADER.
           PERFORM 0160-LER-RESULTADO.
           PERFORM 0200-PROCESSAR UNTIL FS-CONFRES EQUAL 10.
           PERFORM 0240-REMETER-RECUSADOS.
           PERFORM 0250-GRAVAR-TRAILER.
           PERFORM 0300-FINALIZAR.

       0000-PRINCIPAL-FIM.              EXIT.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                 SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_CONFRES".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-CONFRES
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_PARCEIRO".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-PARCEIRO
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_REPASSES".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-REPASSES
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_REMPARC".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-REMPARC
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           ACCEPT WRK-DD-EXTERNA FROM ENVIRONMENT "DD_PENDPARC".
           IF WRK-DD-EXTERNA NOT EQUAL SPACES
               MOVE WRK-DD-EXTERNA       TO WRK-NOME-PENDPARC
               MOVE SPACES               TO WRK-DD-EXTERNA
           END-IF.

           OPEN INPUT CONFRES.
           IF FS-CONFRES NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-CONFRES               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "PAGPARC"                TO WRK-PROGRAMA-ERRO
               MOVE "CONFRES"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN I-O    REPASSES.
           IF FS-REPASSES EQUAL 35
               OPEN OUTPUT REPASSES
               CLOSE REPASSES
               OPEN I-O    REPASSES
           END-IF.
           IF FS-REPASSES NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-REPASSES              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "PAGPARC"                TO WRK-PROGRAMA-ERRO
               MOVE "REPASSES"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN OUTPUT REMPARC.
           IF FS-REMPARC NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-REMPARC               TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "PAGPARC"                TO WRK-PROGRAMA-ERRO
               MOVE "REMPARC"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           OPEN OUTPUT PENDPARC.
           IF FS-PENDPARC NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-PENDPARC              TO WRK-STATUS-ERRO
               MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
               MOVE "PAGPARC"                TO WRK-PROGRAMA-ERRO
               MOVE "PENDPARC"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0100-INICIALIZAR-FIM.            EXIT.

      *-----------------------------------------------------------------
       0120-CARREGAR-PARCEIROS          SECTION.
      *-----------------------------------------------------------------
      *    SEM O ARQUIVO DE CONTRATOS NAO HA PARA QUEM PAGAR - A
      *    RODADA E DERRUBADA, COMO NO LIQSTRM.
      *-----------------------------------------------------------------

           OPEN INPUT PARCEIRO.
           IF FS-PARCEIRO NOT EQUAL ZEROS
               MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
               MOVE FS-PARCEIRO              TO WRK-STATUS-ERRO
               MOVE "0120-CARREGAR-PARCEIROS" TO WRK-AREA-ERRO
               MOVE "PAGPARC"                TO WRK-PROGRAMA-ERRO
               MOVE "PARCEIRO"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           PERFORM 0125-LER-PARCEIRO
               UNTIL FS-PARCEIRO NOT EQUAL ZEROS.

           CLOSE PARCEIRO.

       0120-CARREGAR-PARCEIROS-FIM.     EXIT.

      *-----------------------------------------------------------------
       0125-LER-PARCEIRO                SECTION.
      *-----------------------------------------------------------------

           READ PARCEIRO.

           IF FS-PARCEIRO EQUAL ZEROS
               IF WRK-QT-PAR NOT LESS 20
                   MOVE WRK-ERRO-TABELA          TO WRK-DESCRICAO-ERRO
                   MOVE ZEROS                    TO WRK-STATUS-ERRO
                   MOVE "0125-LER-PARCEIRO"      TO WRK-AREA-ERRO
                   MOVE "PAGPARC"                TO WRK-PROGRAMA-ERRO
                   MOVE "PARCEIRO"               TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
               ADD 1 TO WRK-QT-PAR
               MOVE PARC-STREAMING      TO
                          PAR-TAB-STREAMING    (WRK-QT-PAR)
               MOVE PARC-RAZAO-SOCIAL   TO
                          PAR-TAB-RAZAO-SOCIAL (WRK-QT-PAR)
               MOVE PARC-CNPJ           TO
                          PAR-TAB-CNPJ         (WRK-QT-PAR)
               MOVE PARC-BANCO          TO
                          PAR-TAB-BANCO        (WRK-QT-PAR)
               MOVE PARC-AGENCIA        TO
                          PAR-TAB-AGENCIA      (WRK-QT-PAR)
               MOVE PARC-CONTA          TO
                          PAR-TAB-CONTA        (WRK-QT-PAR)
               MOVE PARC-ALIQ-IRRF      TO
                          PAR-TAB-ALIQ-IRRF    (WRK-QT-PAR)
               MOVE PARC-ALIQ-ISS       TO
                          PAR-TAB-ALIQ-ISS     (WRK-QT-PAR)
               MOVE PARC-DIA-VENCIMENTO TO
                          PAR-TAB-DIA-VENCTO   (WRK-QT-PAR)
           ELSE
               IF FS-PARCEIRO NOT EQUAL 10
                   MOVE WRK-ERRO-LEIT            TO WRK-DESCRICAO-ERRO
                   MOVE FS-PARCEIRO              TO WRK-STATUS-ERRO
                   MOVE "0125-LER-PARCEIRO"      TO WRK-AREA-ERRO
                   MOVE "PAGPARC"                TO WRK-PROGRAMA-ERRO
                   MOVE "PARCEIRO"               TO WRK-ARQUIVO-ERRO
                   PERFORM 9999-TRATAR-ERRO
               END-IF
           END-IF.

       0125-LER-PARCEIRO-FIM.           EXIT.

      *-----------------------------------------------------------------
       0150-GRAVAR-HEADER               SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES              TO REG-REMESSA-PARCEIRO.
           SET PRM-HEADER           TO TRUE.
           MOVE WRK-DATA-EXECUCAO   TO PRM-HDR-DATA.
           MOVE "REMESSA PAGTO PARCEI" TO PRM-HDR-LITERAL.

           WRITE REG-REMESSA-PARCEIRO.
           IF FS-REMPARC NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-REMPARC               TO WRK-STATUS-ERRO
               MOVE "0150-GRAVAR-HEADER"     TO WRK-AREA-ERRO
               MOVE "PAGPARC"                TO WRK-PROGRAMA-ERRO
               MOVE "REMPARC"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0150-GRAVAR-HEADER-FIM.          EXIT.

      *-----------------------------------------------------------------
       0160-LER-RESULTADO               SECTION.
      *-----------------------------------------------------------------

           READ CONFRES.

           IF FS-CONFRES NOT EQUAL 00 AND NOT EQUAL 10
               MOVE WRK-ERRO-LEIT        TO WRK-DESCRICAO-ERRO
               MOVE FS-CONFRES           TO WRK-STATUS-ERRO
               MOVE "0160-LER-RESULTADO" TO WRK-AREA-ERRO
               MOVE "PAGPARC"            TO WRK-PROGRAMA-ERRO
               MOVE "CONFRES"            TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0160-LER-RESULTADO-FIM.          EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                   SECTION.
      *-----------------------------------------------------------------

           PERFORM 0205-AVALIAR-RESULTADO.

           PERFORM 0160-LER-RESULTADO.

       0200-PROCESSAR-FIM.              EXIT.

      *-----------------------------------------------------------------
       0205-AVALIAR-RESULTADO           SECTION.
      *-----------------------------------------------------------------
      *    SO O REPASSE APROVADO E AINDA SEM CONTROLE E REMETIDO AQUI.
      *    O RECUSADO PELO BANCO E REMETIDO DE NOVO EM 0240, JUNTO COM
      *    OS DE OUTRAS COMPETENCIAS.
      *-----------------------------------------------------------------

           ADD 1 TO ACU-LIDOS.

           MOVE CONR-STREAMING          TO WRK-PEN-STREAMING.
           MOVE CONR-COMPETENCIA        TO WRK-PEN-COMPETENCIA.
           MOVE CONR-VALOR-REPASSE      TO WRK-PEN-VALOR.

           IF CONR-DIVERGENTE
               MOVE "DIVERGENTE NO CONFSTRM - NAO PAGO"
                                        TO WRK-PEN-MOTIVO
               PERFORM 0230-GRAVAR-PENDENCIA
               ADD 1 TO ACU-DIVERGENTES
               GO TO 0205-AVALIAR-RESULTADO-FIM
           END-IF.

           IF CONR-VALOR-REPASSE EQUAL ZEROS
               MOVE "REPASSE ZERADO - NADA A PAGAR"
                                        TO WRK-PEN-MOTIVO
               PERFORM 0230-GRAVAR-PENDENCIA
               GO TO 0205-AVALIAR-RESULTADO-FIM
           END-IF.

           MOVE CONR-STREAMING          TO REPA-STREAMING.
           MOVE CONR-COMPETENCIA        TO REPA-COMPETENCIA.

           READ REPASSES KEY IS REPA-CHAVE
               INVALID KEY
                   SET WRK-CONTROLE-NOVO  TO TRUE
                   INITIALIZE REG-REPASSE
                   MOVE CONR-STREAMING    TO REPA-STREAMING
                   MOVE CONR-COMPETENCIA  TO REPA-COMPETENCIA
                   MOVE CONR-VALOR-REPASSE TO REPA-VALOR-BRUTO
                   SET REPA-PROVISAO-A-CONTABILIZAR  TO TRUE
                   SET REPA-PAGAMENTO-A-CONTABILIZAR TO TRUE
               NOT INVALID KEY
                   SET WRK-CONTROLE-EXISTENTE TO TRUE
           END-READ.

           IF WRK-CONTROLE-EXISTENTE
               IF NOT REPA-RECUSADO
                   MOVE "COMPETENCIA JA REMETIDA AO BANCO"
                                        TO WRK-PEN-MOTIVO
                   PERFORM 0230-GRAVAR-PENDENCIA
                   ADD 1 TO ACU-JA-REMETIDOS
               END-IF
               GO TO 0205-AVALIAR-RESULTADO-FIM
           END-IF.

           PERFORM 0210-REMETER-REPASSE.

       0205-AVALIAR-RESULTADO-FIM.      EXIT.

      *-----------------------------------------------------------------
       0210-REMETER-REPASSE             SECTION.
      *-----------------------------------------------------------------
      *    REG-REPASSE JA CARREGADO (NOVO OU RECUSADO). AS RETENCOES SO
      *    SAO CALCULADAS NA PRIMEIRA REMESSA - NA REMESSA DO RECUSADO
      *    VALEM AS JA APROPRIADAS PELO GLEXTRAT; SO OS DADOS
      *    BANCARIOS E O VENCIMENTO SAO RENOVADOS.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-IDX-ACHADO.

           PERFORM 0215-PROCURAR-PARCEIRO
               VARYING IDX-PAR FROM 1 BY 1
               UNTIL IDX-PAR GREATER WRK-QT-PAR
                   OR WRK-IDX-ACHADO GREATER ZEROS.

           IF WRK-IDX-ACHADO EQUAL ZEROS
               MOVE "PARCEIRO SEM CONTRATO NO ARQUIVO"
                                        TO WRK-PEN-MOTIVO
               PERFORM 0230-GRAVAR-PENDENCIA
               ADD 1 TO ACU-SEM-DADOS
               GO TO 0210-REMETER-REPASSE-FIM
           END-IF.

           IF PAR-TAB-BANCO (WRK-IDX-ACHADO) EQUAL ZEROS
              OR PAR-TAB-CONTA (WRK-IDX-ACHADO) EQUAL SPACES
              OR PAR-TAB-CNPJ (WRK-IDX-ACHADO) EQUAL ZEROS
               MOVE "SEM DADOS BANCARIOS NO CONTRATO"
                                        TO WRK-PEN-MOTIVO
               PERFORM 0230-GRAVAR-PENDENCIA
               ADD 1 TO ACU-SEM-DADOS
               GO TO 0210-REMETER-REPASSE-FIM
           END-IF.

           IF WRK-CONTROLE-NOVO
               COMPUTE REPA-VALOR-IRRF ROUNDED =
                   REPA-VALOR-BRUTO
                 * PAR-TAB-ALIQ-IRRF (WRK-IDX-ACHADO) / 100
               COMPUTE REPA-VALOR-ISS ROUNDED =
                   REPA-VALOR-BRUTO
                 * PAR-TAB-ALIQ-ISS (WRK-IDX-ACHADO) / 100
               COMPUTE REPA-VALOR-LIQUIDO =
                   REPA-VALOR-BRUTO - REPA-VALOR-IRRF - REPA-VALOR-ISS
           END-IF.

           PERFORM 0220-CALCULAR-VENCIMENTO.

           MOVE SPACES              TO REG-REMESSA-PARCEIRO.
           SET PRM-DETALHE          TO TRUE.
           MOVE REPA-STREAMING      TO PRM-DET-STREAMING.
           MOVE REPA-COMPETENCIA    TO PRM-DET-COMPETENCIA.
           MOVE PAR-TAB-RAZAO-SOCIAL (WRK-IDX-ACHADO)
                                    TO PRM-DET-FAVORECIDO.
           MOVE PAR-TAB-CNPJ (WRK-IDX-ACHADO)
                                    TO PRM-DET-CNPJ.
           MOVE PAR-TAB-BANCO (WRK-IDX-ACHADO)
                                    TO PRM-DET-BANCO.
           MOVE PAR-TAB-AGENCIA (WRK-IDX-ACHADO)
                                    TO PRM-DET-AGENCIA.
           MOVE PAR-TAB-CONTA (WRK-IDX-ACHADO)
                                    TO PRM-DET-CONTA.
           MOVE REPA-VALOR-BRUTO    TO PRM-DET-VALOR-BRUTO.
           MOVE REPA-VALOR-IRRF     TO PRM-DET-VALOR-IRRF.
           MOVE REPA-VALOR-ISS      TO PRM-DET-VALOR-ISS.
           MOVE REPA-VALOR-LIQUIDO  TO PRM-DET-VALOR-LIQUIDO.
           MOVE REPA-DATA-VENCIMENTO TO PRM-DET-VENCIMENTO.

           WRITE REG-REMESSA-PARCEIRO.
           IF FS-REMPARC NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-REMPARC               TO WRK-STATUS-ERRO
               MOVE "0210-REMETER-REPASSE"   TO WRK-AREA-ERRO
               MOVE "PAGPARC"                TO WRK-PROGRAMA-ERRO
               MOVE "REMPARC"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           ADD 1                    TO ACU-INSTRUCOES.
           ADD REPA-VALOR-LIQUIDO   TO ACU-VALOR-TOTAL.
           ADD REPA-VALOR-IRRF      TO ACU-VALOR-RETIDO.
           ADD REPA-VALOR-ISS       TO ACU-VALOR-RETIDO.

           SET REPA-REMETIDO        TO TRUE.
           ADD 1                    TO REPA-QT-REMESSAS.
           MOVE WRK-DATA-EXECUCAO   TO REPA-DATA-REMESSA.
           MOVE PAR-TAB-BANCO (WRK-IDX-ACHADO) TO REPA-BANCO.
           MOVE SPACES              TO REPA-OCORRENCIA.

           IF WRK-CONTROLE-NOVO
               WRITE REG-REPASSE
               ADD 1 TO ACU-PRIMEIRAS
           ELSE
               REWRITE REG-REPASSE
               ADD 1 TO ACU-REMESSAS-RECUSADOS
           END-IF.

           IF FS-REPASSES NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-REPASSES              TO WRK-STATUS-ERRO
               MOVE "0210-REMETER-REPASSE"   TO WRK-AREA-ERRO
               MOVE "PAGPARC"                TO WRK-PROGRAMA-ERRO
               MOVE "REPASSES"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0210-REMETER-REPASSE-FIM.        EXIT.

      *-----------------------------------------------------------------
       0215-PROCURAR-PARCEIRO           SECTION.
      *-----------------------------------------------------------------

           IF PAR-TAB-STREAMING (IDX-PAR) EQUAL REPA-STREAMING
               MOVE IDX-PAR TO WRK-IDX-ACHADO
           END-IF.

       0215-PROCURAR-PARCEIRO-FIM.      EXIT.

      *-----------------------------------------------------------------
       0220-CALCULAR-VENCIMENTO         SECTION.
      *-----------------------------------------------------------------
      *    DIA DO CONTRATO NO MES SEGUINTE AO DA COMPETENCIA (ZERO VALE
      *    O PADRAO, ACIMA DE 28 VALE 28 PARA NAO CAIR EM DATA
      *    INEXISTENTE). VENCIMENTO JA PASSADO (REMESSA ATRASADA OU
      *    RECUSADO REMETIDO DE NOVO) VAI PARA A DATA DA RODADA. NOS
      *    DOIS CASOS, ROLADO PARA O PROXIMO DIA UTIL BANCARIO.
      *-----------------------------------------------------------------

           MOVE REPA-COMPETENCIA        TO WRK-COMPET-VENCTO.
           ADD 1                        TO WRK-CVE-MM.
           IF WRK-CVE-MM GREATER 12
               MOVE 1                   TO WRK-CVE-MM
               ADD 1                    TO WRK-CVE-AAAA
           END-IF.

           MOVE WRK-CVE-AAAA            TO WRK-VEN-AAAA.
           MOVE WRK-CVE-MM              TO WRK-VEN-MM.
           MOVE PAR-TAB-DIA-VENCTO (WRK-IDX-ACHADO) TO WRK-VEN-DD.

           IF WRK-VEN-DD EQUAL ZEROS
               MOVE WRK-DIA-PADRAO      TO WRK-VEN-DD
           END-IF.
           IF WRK-VEN-DD GREATER WRK-DIA-MAXIMO
               MOVE WRK-DIA-MAXIMO      TO WRK-VEN-DD
           END-IF.

           IF WRK-VENCIMENTO LESS WRK-DATA-EXECUCAO
               MOVE WRK-DATA-EXECUCAO   TO WRK-VENCIMENTO
           END-IF.

           SET DIU-FUNC-PROXIMO         TO TRUE.
           MOVE WRK-VENCIMENTO          TO DIU-DATA.
           CALL "DIAUTIL" USING DIU-PARAMETRO.
           MOVE DIU-DATA                TO REPA-DATA-VENCIMENTO.

       0220-CALCULAR-VENCIMENTO-FIM.    EXIT.

      *-----------------------------------------------------------------
       0230-GRAVAR-PENDENCIA            SECTION.
      *-----------------------------------------------------------------
      *    WRK-LINHA-PENDENCIA JA FOI CARREGADA PELO CHAMADOR.
      *-----------------------------------------------------------------

           MOVE WRK-LINHA-PENDENCIA     TO REG-PENDPARC.
           WRITE REG-PENDPARC AFTER 1 LINE.
           IF FS-PENDPARC NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-PENDPARC              TO WRK-STATUS-ERRO
               MOVE "0230-GRAVAR-PENDENCIA"  TO WRK-AREA-ERRO
               MOVE "PAGPARC"                TO WRK-PROGRAMA-ERRO
               MOVE "PENDPARC"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           ADD 1 TO ACU-PENDENCIAS.

       0230-GRAVAR-PENDENCIA-FIM.       EXIT.

      *-----------------------------------------------------------------
       0240-REMETER-RECUSADOS           SECTION.
      *-----------------------------------------------------------------
      *    TODO REPASSE RECUSADO PELO BANCO (RETPARC), DE QUALQUER
      *    COMPETENCIA, VOLTA NESTA REMESSA.
      *-----------------------------------------------------------------

           SET WRK-NAO-FIM-REPASSES     TO TRUE.
           MOVE LOW-VALUES              TO REPA-CHAVE.

           START REPASSES KEY IS NOT LESS REPA-CHAVE
               INVALID KEY
                   SET WRK-FIM-REPASSES TO TRUE
           END-START.

           PERFORM 0245-LER-REPASSE
               UNTIL WRK-FIM-REPASSES.

       0240-REMETER-RECUSADOS-FIM.      EXIT.

      *-----------------------------------------------------------------
       0245-LER-REPASSE                 SECTION.
      *-----------------------------------------------------------------

           READ REPASSES NEXT RECORD
               AT END
                   SET WRK-FIM-REPASSES TO TRUE
                   GO TO 0245-LER-REPASSE-FIM
           END-READ.

           IF FS-REPASSES NOT EQUAL ZEROS
               MOVE WRK-ERRO-LEIT            TO WRK-DESCRICAO-ERRO
               MOVE FS-REPASSES              TO WRK-STATUS-ERRO
               MOVE "0245-LER-REPASSE"       TO WRK-AREA-ERRO
               MOVE "PAGPARC"                TO WRK-PROGRAMA-ERRO
               MOVE "REPASSES"               TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           IF REPA-RECUSADO
               SET WRK-CONTROLE-EXISTENTE   TO TRUE
               MOVE REPA-STREAMING          TO WRK-PEN-STREAMING
               MOVE REPA-COMPETENCIA        TO WRK-PEN-COMPETENCIA
               MOVE REPA-VALOR-BRUTO        TO WRK-PEN-VALOR
               PERFORM 0210-REMETER-REPASSE
           END-IF.

       0245-LER-REPASSE-FIM.            EXIT.

      *-----------------------------------------------------------------
       0250-GRAVAR-TRAILER              SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES              TO REG-REMESSA-PARCEIRO.
           SET PRM-TRAILER          TO TRUE.
           MOVE ACU-INSTRUCOES      TO PRM-TRL-QUANTIDADE.
           MOVE ACU-VALOR-TOTAL     TO PRM-TRL-VALOR-TOTAL.

           WRITE REG-REMESSA-PARCEIRO.
           IF FS-REMPARC NOT EQUAL ZEROS
               MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
               MOVE FS-REMPARC               TO WRK-STATUS-ERRO
               MOVE "0250-GRAVAR-TRAILER"    TO WRK-AREA-ERRO
               MOVE "PAGPARC"                TO WRK-PROGRAMA-ERRO
               MOVE "REMPARC"                TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

       0250-GRAVAR-TRAILER-FIM.         EXIT.

      *-----------------------------------------------------------------
       0290-ESTATISTICA                 SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-TRACO.
           DISPLAY "RESULTADOS DO CONFSTRM LIDOS.: " ACU-LIDOS.
           DISPLAY "DIVERGENTES (NAO PAGOS)......: " ACU-DIVERGENTES.
           DISPLAY "COMPETENCIAS JA REMETIDAS....: " ACU-JA-REMETIDOS.
           DISPLAY "SEM CONTRATO/DADOS BANCARIOS.: " ACU-SEM-DADOS.
           DISPLAY "PENDENCIAS NO PENDPARC.......: " ACU-PENDENCIAS.
           DISPLAY "REPASSES REMETIDOS 1A VEZ....: " ACU-PRIMEIRAS.
           DISPLAY "RECUSADOS REMETIDOS DE NOVO..: "
                                             ACU-REMESSAS-RECUSADOS.
           DISPLAY "PAGAMENTOS NA REMESSA........: " ACU-INSTRUCOES.
           DISPLAY "IRRF + ISS RETIDOS...........: " ACU-VALOR-RETIDO.
           DISPLAY "VALOR LIQUIDO DA REMESSA.....: " ACU-VALOR-TOTAL.
           DISPLAY WRK-TRACO.
           DISPLAY WRK-FIM-PROGRAMA.
           DISPLAY WRK-TRACO.

       0290-ESTATISTICA-FIM.            EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                   SECTION.
      *-----------------------------------------------------------------

           PERFORM 0290-ESTATISTICA.

           CLOSE CONFRES.
           IF FS-CONFRES NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-CONFRES        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "PAGPARC"         TO WRK-PROGRAMA-ERRO
               MOVE "CONFRES"         TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE REPASSES.
           IF FS-REPASSES NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-REPASSES       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "PAGPARC"         TO WRK-PROGRAMA-ERRO
               MOVE "REPASSES"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE REMPARC.
           IF FS-REMPARC NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-REMPARC        TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "PAGPARC"         TO WRK-PROGRAMA-ERRO
               MOVE "REMPARC"         TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           CLOSE PENDPARC.
           IF FS-PENDPARC NOT EQUAL ZEROS
               MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
               MOVE FS-PENDPARC       TO WRK-STATUS-ERRO
               MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
               MOVE "PAGPARC"         TO WRK-PROGRAMA-ERRO
               MOVE "PENDPARC"        TO WRK-ARQUIVO-ERRO
               PERFORM 9999-TRATAR-ERRO
           END-IF.

           GOBACK.

       0300-FINALIZAR-FIM.              EXIT.

      *-----------------------------------------------------------------
       9999-TRATAR-ERRO                 SECTION.
      *-----------------------------------------------------------------

           EVALUATE WRK-DESCRICAO-ERRO
               WHEN WRK-ERRO-ABERTURA
                   MOVE 12 TO RETURN-CODE
               WHEN WRK-ERRO-LEIT
                   MOVE 14 TO RETURN-CODE
               WHEN WRK-ERRO-GRAVAR
                   MOVE 16 TO RETURN-CODE
               WHEN WRK-ERRO-FECHAR
                   MOVE 18 TO RETURN-CODE
               WHEN WRK-ARQ-VAZIO
                   MOVE 04 TO RETURN-CODE
               WHEN OTHER
                   MOVE 99 TO RETURN-CODE
           END-EVALUATE.

           DISPLAY WRK-MSG-ERROS.
           GOBACK.

       9999-TRATAR-ERRO-FIM.            EXIT.
