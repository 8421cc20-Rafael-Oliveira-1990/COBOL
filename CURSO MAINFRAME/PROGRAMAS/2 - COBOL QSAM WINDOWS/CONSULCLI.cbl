      *                 (STATUS 35) OU SEM SCORE APURADO, A LINHA NAO
      *                 SAI.

ALT11 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT11 *== OBJETIVO....: NOVA CONSULTA 4 = CPF/CNPJ (0270-BUSCAR-
      *                 DOCUMENTO): VARREDURA DO MESTRE PELO DOCUMENTO
      *                 EXATO (REG-CPF-CNPJ), TODOS OS CODIGOS COM O
      *                 MESMO DOCUMENTO SAEM DE UMA VEZ, COM LOG DE TIPO
      *                 "D" NO CONSULOG. O DETALHE DO CLIENTE PASSOU A
      *                 MOSTRAR O DOCUMENTO QUANDO PREENCHIDO.

ALT12 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT12 *== OBJETIVO....: A LINHA DE FATURA DA MOVIMENTACAO RECENTE PASSOU
      *                 A MOSTRAR O NUMERO DA NFS-E DA COMPETENCIA (NOVO
      *                 FAT-NFSE-NUMERO DO BOOK REGFATUR) OU, ENQUANTO A
      *                 NOTA NAO SAI, A SITUACAO DO RPS (AGUARDANDO
      *                 RETORNO DA PREFEITURA OU REJEITADO).

ALT13 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT13 *== OBJETIVO....: CASOS DE ATENDIMENTO (ARQUIVO INDEXADO
      *                 ATENDIM, BOOK REGATEN): NOVA OPCAO 5 ABRE
      *                 CASO PARA O CLIENTE (MOTIVO DO BOOK BOOKMOTA,
      *                 TEXTO LIVRE E DATA DA PROXIMA ACAO), INCLUI
      *                 NOTA E ENCERRA CASO, SEMPRE COM O OPERADOR
      *                 DA SESSAO. A CONSULTA POR CODIGO (OPCAO 1)
      *                 PASSOU A LISTAR OS CASOS EM ABERTO DO
      *                 CLIENTE, MARCANDO OS DE ACAO ATRASADA. O
      *                 ATENREL LISTA OS ATRASADOS POR OPERADOR.

      *=================================================================
       ENVIRONMENT                      DIVISION.
      *=================================================================
ALT08             "C:\RELATORIO\dados\CONSULOG.DAT"
ALT08      ORGANIZATION IS SEQUENTIAL
ALT08      FILE STATUS IS FS-CONSULOG.

ALT13      SELECT ATENDIM ASSIGN TO
ALT13             "C:\RELATORIO\dados\ATENDIM.DAT"
ALT13      ORGANIZATION IS INDEXED
ALT13      ACCESS MODE IS DYNAMIC
ALT13      RECORD KEY IS ATEN-CHAVE
ALT13      FILE STATUS IS FS-ATENDIM.
      *-----------------------------------------------------------------

      *=================================================================
ALT08  FD  CONSULOG.
ALT08  COPY "REGCLOG".

      *-----------------------------------------------------------------
      *
      *            I-O - CASOS DE ATENDIMENTO E SUAS NOTAS (ATENDIM)
      *
      *-----------------------------------------------------------------
ALT13  FD  ATENDIM.
ALT13  COPY "REGATEN".

      *-----------------------------------------------------------------
       WORKING-STORAGE                  SECTION.
      *-----------------------------------------------------------------
ALT07  01  FS-INDEMAIL                  PIC 9(002)         VALUE ZEROS.
ALT10  01  FS-SCORE                     PIC 9(002)         VALUE ZEROS.
ALT08  01  FS-CONSULOG                  PIC 9(002)         VALUE ZEROS.
ALT13  01  FS-ATENDIM                   PIC 9(002)         VALUE ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)         VALUE
ALT03      88 WRK-CONSULTA-CODIGO                           VALUE "1".
ALT03      88 WRK-CONSULTA-NOME                              VALUE "2".
ALT03      88 WRK-CONSULTA-EMAIL                              VALUE "3".
ALT11      88 WRK-CONSULTA-DOCUMENTO                          VALUE "4".
ALT13      88 WRK-CONSULTA-ATENDIMENTO                        VALUE "5".

ALT03  01  WRK-NOME-BUSCA               PIC X(020)         VALUE SPACES.
ALT03  01  WRK-EMAIL-BUSCA              PIC X(020)         VALUE SPACES.
ALT11  01  WRK-DOCUMENTO-BUSCA          PIC 9(014)         VALUE ZEROS.
ALT03  01  WRK-TAM-BUSCA                PIC 9(002)  COMP-3 VALUE ZEROS.
ALT03  01  WRK-POS-BUSCA                PIC 9(002)  COMP-3 VALUE ZEROS.
ALT03  01  WRK-QT-OCORRENCIAS           PIC 9(002)  COMP-3 VALUE ZEROS.
ALT10         "  ATRASOS: ".
ALT10      05 WRK-SCR-ATRASOS           PIC ZZZZ9          VALUE ZEROS.

ALT11  01  WRK-LINHA-DOCUMENTO.
ALT11      05 FILLER                    PIC X(021)         VALUE
ALT11         "CPF/CNPJ...........: ".
ALT11      05 WRK-DOC-TIPO-PESSOA       PIC X(001)         VALUE SPACES.
ALT11      05 FILLER                    PIC X(001)         VALUE SPACES.
ALT11      05 WRK-DOC-CPF-CNPJ          PIC 9(014)         VALUE ZEROS.

ALT07  01  WRK-SW-FIM-INDICE            PIC X(001)         VALUE "N".
ALT07      88 WRK-FIM-INDICE                                 VALUE "S".

ALT08  01  WRK-LOG-TIPO                 PIC X(001)         VALUE SPACES.
ALT08  01  WRK-LOG-ARGUMENTO            PIC X(020)         VALUE SPACES.

      *-----------------------------------------------------------------
ALT13  01  FILLER                       PIC X(050)         VALUE
ALT13         "-----VARIAVEIS DOS CASOS DE ATENDIMENTO-----".
      *-----------------------------------------------------------------

ALT13  01  WRK-OPCAO-CASO               PIC X(001)         VALUE SPACES.
ALT13      88 WRK-ABRIR-CASO                               VALUE "1".
ALT13      88 WRK-INCLUIR-NOTA                              VALUE "2".
ALT13      88 WRK-ENCERRAR-CASO                             VALUE "3".

ALT13  01  WRK-SW-FIM-CASOS             PIC X(001)         VALUE "N".
ALT13      88 WRK-FIM-CASOS                                 VALUE "S".

ALT13  01  WRK-SW-CASO                  PIC X(001)         VALUE "N".
ALT13      88 WRK-CASO-VALIDO                               VALUE "S".
ALT13      88 WRK-CASO-INVALIDO                              VALUE "N".

ALT13  01  WRK-CASO-INFORMADO           PIC 9(003)         VALUE ZEROS.
ALT13  01  WRK-ULTIMO-CASO              PIC 9(003)         VALUE ZEROS.
ALT13  01  WRK-NOTA-NOVA                PIC 9(003)         VALUE ZEROS.
ALT13  01  WRK-MOTIVO-INFORMADO         PIC X(003)         VALUE SPACES.
ALT13  01  WRK-TEXTO-CASO               PIC X(040)         VALUE SPACES.
ALT13  01  WRK-TEXTO-NOTA               PIC X(060)         VALUE SPACES.
ALT13  01  WRK-DATA-PROXIMA             PIC 9(008)         VALUE ZEROS.
ALT13  01  WRK-ATEN-SALVO               PIC X(115)         VALUE SPACES.
ALT13  01  ACU-CASOS-ABERTOS            PIC 9(003)  COMP-3 VALUE ZEROS.

ALT13  01  WRK-LINHA-CASO.
ALT13      05 FILLER                    PIC X(009)         VALUE
ALT13         "CASO.....".
ALT13      05 WRK-CASO-NUMERO           PIC 9(003)         VALUE ZEROS.
ALT13      05 FILLER                    PIC X(001)         VALUE SPACES.
ALT13      05 WRK-CASO-MOTIVO           PIC X(003)         VALUE SPACES.
ALT13      05 FILLER                    PIC X(001)         VALUE SPACES.
ALT13      05 WRK-CASO-DESCRICAO        PIC X(020)         VALUE SPACES.
ALT13      05 FILLER                    PIC X(007)         VALUE
ALT13         " ABERTO".
ALT13      05 WRK-CASO-ABERTURA         PIC 9(008)         VALUE ZEROS.
ALT13      05 FILLER                    PIC X(006)         VALUE
ALT13         " PROX ".
ALT13      05 WRK-CASO-PROXIMA          PIC 9(008)         VALUE ZEROS.
ALT13      05 FILLER                    PIC X(001)         VALUE SPACES.
ALT13      05 WRK-CASO-ATRASO           PIC X(008)         VALUE SPACES.

ALT13  01  WRK-LINHA-CASO-TEXTO.
ALT13      05 FILLER                    PIC X(009)         VALUE SPACES.
ALT13      05 WRK-CASO-TEXTO            PIC X(040)         VALUE SPACES.
ALT13      05 FILLER                    PIC X(006)         VALUE
ALT13         " RESP ".
ALT13      05 WRK-CASO-OPERADOR         PIC X(008)         VALUE SPACES.
ALT13      05 FILLER                    PIC X(007)         VALUE
ALT13         " NOTAS ".
ALT13      05 WRK-CASO-QT-NOTAS         PIC ZZ9            VALUE ZEROS.

      *-----------------------------------------------------------------
ALT13  01  FILLER                       PIC X(050)         VALUE
ALT13         "-----BOOK DOS MOTIVOS DE ATENDIMENTO-----".
      *-----------------------------------------------------------------
ALT13  COPY "BOOKMOTA".

      *-----------------------------------------------------------------
ALT03  01  FILLER                       PIC X(050)         VALUE
ALT03         "-----MOVIMENTACAO RECENTE DO CLIENTE-----".
ALT03      05 WRK-FAT-VALOR             PIC ZZ.ZZ9,99      VALUE ZEROS.
ALT03      05 FILLER                    PIC X(001)         VALUE SPACES.
ALT03      05 WRK-FAT-SITUACAO          PIC X(010)         VALUE SPACES.
ALT12      05 FILLER                    PIC X(007)         VALUE
ALT12         " NFS-E ".
ALT12      05 WRK-FAT-NFSE              PIC X(015)         VALUE SPACES.

ALT03  01  WRK-LINHA-AJUSTE.
ALT03      05 FILLER                    PIC X(009)         VALUE
ALT08          PERFORM 9999-TRATAR-ERRO
ALT08      END-IF.

ALT13 *    O ARQUIVO DE CASOS E CRIADO NA PRIMEIRA ABERTURA.
ALT13      OPEN I-O ATENDIM.
ALT13      IF FS-ATENDIM EQUAL 35
ALT13          OPEN OUTPUT ATENDIM
ALT13          CLOSE ATENDIM
ALT13          OPEN I-O ATENDIM
ALT13      END-IF.
ALT13      IF FS-ATENDIM NOT EQUAL ZEROS
ALT13          MOVE WRK-ERRO-ABERTURA        TO WRK-DESCRICAO-ERRO
ALT13          MOVE FS-ATENDIM               TO WRK-STATUS-ERRO
ALT13          MOVE "0100-INICIALIZAR"       TO WRK-AREA-ERRO
ALT13          MOVE "CONSULCLI"              TO WRK-PROGRAMA-ERRO
ALT13          MOVE "ATENDIM"                TO WRK-ARQUIVO-ERRO
ALT13          PERFORM 9999-TRATAR-ERRO
ALT13      END-IF.

ALT03      PERFORM 0120-CARREGAR-AJUSTES.
ALT03      PERFORM 0125-CARREGAR-REJEITOS.

ALT03  0160-LER-OPCAO                   SECTION.
      *-----------------------------------------------------------------

ALT11      DISPLAY "CONSULTA: 1=CODIGO 2=NOME 3=EMAIL 4=CPF/CNPJ "
ALT13              "5=ATENDIMENTO (0 ENCERRA): ".
ALT03      ACCEPT WRK-OPCAO-CONSULTA FROM CONSOLE.

ALT03  0160-LER-OPCAO-FIM.              EXIT.
ALT03              PERFORM 0250-BUSCAR-NOME
ALT03          WHEN WRK-CONSULTA-EMAIL
ALT03              PERFORM 0260-BUSCAR-EMAIL
ALT11          WHEN WRK-CONSULTA-DOCUMENTO
ALT11              PERFORM 0270-BUSCAR-DOCUMENTO
ALT13          WHEN WRK-CONSULTA-ATENDIMENTO
ALT13              PERFORM 0280-ATENDER-CLIENTE
ALT03          WHEN OTHER
ALT03              CONTINUE
ALT03      END-EVALUATE.
ALT01                  IF REG-TIPO-DETALHE
                           PERFORM 0220-EXIBIR-DETALHE
ALT03                      PERFORM 0230-EXIBIR-MOVIMENTO
ALT13                      PERFORM 0240-EXIBIR-CASOS
ALT01                  ELSE
ALT01                      MOVE WRK-CODIGO-CONSULTA TO WRK-NC-CODIGO
ALT01                      DISPLAY WRK-NAO-CADASTRADO
ALT06                  WHEN OTHER
ALT03                      MOVE "ABERTA"    TO WRK-FAT-SITUACAO
ALT06              END-EVALUATE
ALT12              EVALUATE TRUE
ALT12                  WHEN FAT-NFSE-EMITIDA
ALT12                      MOVE FAT-NFSE-NUMERO TO WRK-FAT-NFSE
ALT12                  WHEN FAT-NFSE-ENVIADA
ALT12                      MOVE "AGUARDANDO"    TO WRK-FAT-NFSE
ALT12                  WHEN FAT-NFSE-REJEITADA
ALT12                      MOVE "RPS REJEITADO" TO WRK-FAT-NFSE
ALT12                  WHEN OTHER
ALT12                      MOVE SPACES          TO WRK-FAT-NFSE
ALT12              END-EVALUATE
ALT03              DISPLAY WRK-LINHA-FATURA
ALT03          END-IF
ALT03      END-IF.

ALT03  0235-EXIBIR-FATURA-FIM.          EXIT.

      *-----------------------------------------------------------------
ALT13  0240-EXIBIR-CASOS                SECTION.
      *-----------------------------------------------------------------
ALT13 *    CASOS EM ABERTO DO CLIENTE POSICIONADO EM REG-CODIGO; GUARDA
ALT13 *    EM WRK-ULTIMO-CASO O MAIOR NUMERO DE CASO JA USADO.
      *-----------------------------------------------------------------

ALT13      ACCEPT WRK-DATA-SESSAO FROM DATE YYYYMMDD.

ALT13      MOVE ZEROS      TO WRK-ULTIMO-CASO
ALT13                         ACU-CASOS-ABERTOS.
ALT13      MOVE "N"        TO WRK-SW-FIM-CASOS.
ALT13      MOVE REG-CODIGO TO ATEN-CODIGO.
ALT13      MOVE ZEROS      TO ATEN-CASO
ALT13                         ATEN-NOTA.

ALT13      START ATENDIM KEY IS NOT LESS ATEN-CHAVE
ALT13          INVALID KEY
ALT13              SET WRK-FIM-CASOS TO TRUE
ALT13      END-START.

ALT13      PERFORM 0241-LER-CASO
ALT13          UNTIL WRK-FIM-CASOS.

ALT13      IF ACU-CASOS-ABERTOS EQUAL ZEROS
ALT13          DISPLAY "NENHUM CASO DE ATENDIMENTO EM ABERTO"
ALT13      ELSE
ALT13          DISPLAY "CASOS EM ABERTO: " ACU-CASOS-ABERTOS
ALT13      END-IF.

ALT13  0240-EXIBIR-CASOS-FIM.           EXIT.

      *-----------------------------------------------------------------
ALT13  0241-LER-CASO                    SECTION.
      *-----------------------------------------------------------------

ALT13      READ ATENDIM NEXT RECORD.

ALT13      IF FS-ATENDIM NOT EQUAL ZEROS
ALT13          SET WRK-FIM-CASOS TO TRUE
ALT13          GO TO 0241-LER-CASO-FIM
ALT13      END-IF.

ALT13      IF ATEN-CODIGO NOT EQUAL REG-CODIGO
ALT13          SET WRK-FIM-CASOS TO TRUE
ALT13          GO TO 0241-LER-CASO-FIM
ALT13      END-IF.

ALT13      IF NOT ATEN-REGISTRO-CASO
ALT13          GO TO 0241-LER-CASO-FIM
ALT13      END-IF.

ALT13      MOVE ATEN-CASO TO WRK-ULTIMO-CASO.

ALT13      IF ATEN-ABERTO
ALT13          MOVE ATEN-CASO            TO WRK-CASO-NUMERO
ALT13          MOVE ATEN-MOTIVO          TO WRK-CASO-MOTIVO
ALT13          MOVE SPACES               TO WRK-CASO-DESCRICAO
ALT13          SET IDX-MOTIVO            TO 1
ALT13          SEARCH TAB-MOTIVO-ENTRADA
ALT13              AT END
ALT13                  CONTINUE
ALT13              WHEN TAB-MOTIVO-CODIGO (IDX-MOTIVO) EQUAL ATEN-MOTIVO
ALT13                  MOVE TAB-MOTIVO-DESCRICAO (IDX-MOTIVO)
ALT13                                    TO WRK-CASO-DESCRICAO
ALT13          END-SEARCH
ALT13          MOVE ATEN-DATA            TO WRK-CASO-ABERTURA
ALT13          MOVE ATEN-DATA-PROXIMA    TO WRK-CASO-PROXIMA
ALT13          MOVE SPACES               TO WRK-CASO-ATRASO
ALT13          IF ATEN-DATA-PROXIMA LESS WRK-DATA-SESSAO
ALT13              MOVE "ATRASADO"       TO WRK-CASO-ATRASO
ALT13          END-IF
ALT13          MOVE ATEN-TEXTO           TO WRK-CASO-TEXTO
ALT13          MOVE ATEN-OPERADOR        TO WRK-CASO-OPERADOR
ALT13          MOVE ATEN-QT-NOTAS        TO WRK-CASO-QT-NOTAS
ALT13          DISPLAY WRK-LINHA-CASO
ALT13          DISPLAY WRK-LINHA-CASO-TEXTO
ALT13          ADD 1 TO ACU-CASOS-ABERTOS
ALT13      END-IF.

ALT13  0241-LER-CASO-FIM.               EXIT.

      *-----------------------------------------------------------------
ALT03  0250-BUSCAR-NOME                 SECTION.
      *-----------------------------------------------------------------
ALT03  0265-VARRER-EMAIL-FIM.           EXIT.

      *-----------------------------------------------------------------
ALT11  0270-BUSCAR-DOCUMENTO            SECTION.
      *-----------------------------------------------------------------
ALT11 *    VARREDURA SEQUENCIAL DO MESTRE PROCURANDO O CPF/CNPJ EXATO -
ALT11 *    O MESMO CONTRIBUINTE CADASTRADO SOB MAIS DE UM CODIGO SAI
ALT11 *    COM TODOS OS CANDIDATOS DE UMA VEZ SO.
      *-----------------------------------------------------------------

ALT11      DISPLAY "INFORME O CPF/CNPJ (SO NUMEROS): ".
ALT11      ACCEPT WRK-DOCUMENTO-BUSCA FROM CONSOLE.

ALT11      MOVE "D"                 TO WRK-LOG-TIPO.
ALT11      MOVE WRK-DOCUMENTO-BUSCA TO WRK-LOG-ARGUMENTO.

ALT11      MOVE ZEROS               TO ACU-ENCONTRADOS.
ALT11      MOVE "N"                 TO WRK-SW-FIM-VARREDURA.
ALT11      MOVE ZEROS               TO REG-CODIGO.

ALT11      START CLIENTES KEY IS NOT LESS REG-CODIGO
ALT11          INVALID KEY
ALT11              SET WRK-FIM-VARREDURA TO TRUE
ALT11      END-START.

ALT11      PERFORM 0275-VARRER-DOCUMENTO
ALT11          UNTIL WRK-FIM-VARREDURA.

ALT11      DISPLAY "CANDIDATOS ENCONTRADOS: " ACU-ENCONTRADOS.

ALT11  0270-BUSCAR-DOCUMENTO-FIM.       EXIT.

      *-----------------------------------------------------------------
ALT11  0275-VARRER-DOCUMENTO            SECTION.
      *-----------------------------------------------------------------

ALT11      READ CLIENTES NEXT RECORD.

ALT11      IF FS-CLIENTES NOT EQUAL ZEROS
ALT11          SET WRK-FIM-VARREDURA TO TRUE
ALT11      ELSE
ALT11          IF REG-TIPO-DETALHE AND
ALT11             REG-CPF-CNPJ EQUAL WRK-DOCUMENTO-BUSCA
ALT11              PERFORM 0220-EXIBIR-DETALHE
ALT11              ADD 1 TO ACU-ENCONTRADOS
ALT11          END-IF
ALT11      END-IF.

ALT11  0275-VARRER-DOCUMENTO-FIM.       EXIT.

      *-----------------------------------------------------------------
ALT13  0280-ATENDER-CLIENTE             SECTION.
      *-----------------------------------------------------------------
ALT13 *    ATENDIMENTO AO CLIENTE INFORMADO: MOSTRA O DETALHE E OS
ALT13 *    CASOS EM ABERTO E EXECUTA UMA ACAO SOBRE OS CASOS.
      *-----------------------------------------------------------------

ALT13      DISPLAY "INFORME O CODIGO DO CLIENTE: ".
ALT13      ACCEPT WRK-CODIGO-CONSULTA FROM CONSOLE.

ALT13      MOVE "C"                 TO WRK-LOG-TIPO.
ALT13      MOVE WRK-CODIGO-CONSULTA TO WRK-LOG-ARGUMENTO.

ALT13      MOVE WRK-CODIGO-CONSULTA TO REG-CODIGO.
ALT13      READ CLIENTES KEY IS REG-CODIGO
ALT13          INVALID KEY
ALT13              CONTINUE
ALT13      END-READ.

ALT13      IF FS-CLIENTES NOT EQUAL ZEROS OR NOT REG-TIPO-DETALHE
ALT13          MOVE WRK-CODIGO-CONSULTA TO WRK-NC-CODIGO
ALT13          DISPLAY WRK-NAO-CADASTRADO
ALT13          GO TO 0280-ATENDER-CLIENTE-FIM
ALT13      END-IF.

ALT13      PERFORM 0220-EXIBIR-DETALHE.
ALT13      PERFORM 0240-EXIBIR-CASOS.

ALT13      DISPLAY "ATENDIMENTO: 1=ABRIR CASO 2=INCLUIR NOTA "
ALT13              "3=ENCERRAR CASO (0 VOLTA): ".
ALT13      ACCEPT WRK-OPCAO-CASO FROM CONSOLE.

ALT13      EVALUATE TRUE
ALT13          WHEN WRK-ABRIR-CASO
ALT13              PERFORM 0282-ABRIR-CASO
ALT13          WHEN WRK-INCLUIR-NOTA
ALT13              PERFORM 0284-INCLUIR-NOTA
ALT13          WHEN WRK-ENCERRAR-CASO
ALT13              PERFORM 0286-ENCERRAR-CASO
ALT13          WHEN OTHER
ALT13              CONTINUE
ALT13      END-EVALUATE.

ALT13  0280-ATENDER-CLIENTE-FIM.        EXIT.

      *-----------------------------------------------------------------
ALT13  0282-ABRIR-CASO                  SECTION.
      *-----------------------------------------------------------------
ALT13 *    O CASO NOVO RECEBE O NUMERO SEGUINTE AO ULTIMO DO CLIENTE
ALT13 *    (APURADO EM 0240) E FICA COM O OPERADOR DA SESSAO COMO
ALT13 *    RESPONSAVEL. SEM DATA INFORMADA, A PROXIMA ACAO E HOJE.
      *-----------------------------------------------------------------

ALT13      IF WRK-ULTIMO-CASO NOT LESS 999
ALT13          DISPLAY "LIMITE DE CASOS DO CLIENTE ATINGIDO"
ALT13          GO TO 0282-ABRIR-CASO-FIM
ALT13      END-IF.

ALT13      PERFORM 0283-EXIBIR-MOTIVO
ALT13          VARYING IDX-MOTIVO FROM 1 BY 1
ALT13          UNTIL IDX-MOTIVO GREATER 10.

ALT13      DISPLAY "INFORME O MOTIVO: ".
ALT13      ACCEPT WRK-MOTIVO-INFORMADO FROM CONSOLE.

ALT13      SET WRK-CASO-INVALIDO TO TRUE.
ALT13      SET IDX-MOTIVO        TO 1.
ALT13      SEARCH TAB-MOTIVO-ENTRADA
ALT13          AT END
ALT13              CONTINUE
ALT13          WHEN TAB-MOTIVO-CODIGO (IDX-MOTIVO) EQUAL
ALT13               WRK-MOTIVO-INFORMADO
ALT13              SET WRK-CASO-VALIDO TO TRUE
ALT13      END-SEARCH.

ALT13      IF WRK-CASO-INVALIDO
ALT13          DISPLAY "MOTIVO INVALIDO"
ALT13          GO TO 0282-ABRIR-CASO-FIM
ALT13      END-IF.

ALT13      DISPLAY "DESCRICAO DO CASO: ".
ALT13      ACCEPT WRK-TEXTO-CASO FROM CONSOLE.

ALT13      DISPLAY "DATA DA PROXIMA ACAO (AAAAMMDD, 0 = HOJE): ".
ALT13      ACCEPT WRK-DATA-PROXIMA FROM CONSOLE.
ALT13      IF WRK-DATA-PROXIMA EQUAL ZEROS
ALT13          MOVE WRK-DATA-SESSAO TO WRK-DATA-PROXIMA
ALT13      END-IF.

ALT13      PERFORM 0288-VALIDAR-PROXIMA.
ALT13      IF WRK-CASO-INVALIDO
ALT13          GO TO 0282-ABRIR-CASO-FIM
ALT13      END-IF.

ALT13      ACCEPT WRK-HORA-SESSAO FROM TIME.

ALT13      MOVE SPACES               TO REG-ATENDIMENTO.
ALT13      MOVE REG-CODIGO           TO ATEN-CODIGO.
ALT13      COMPUTE ATEN-CASO = WRK-ULTIMO-CASO + 1.
ALT13      MOVE ZEROS                TO ATEN-NOTA.
ALT13      MOVE WRK-DATA-SESSAO      TO ATEN-DATA.
ALT13      MOVE WRK-HORA-SESSAO      TO ATEN-HORA.
ALT13      MOVE WRK-OPERADOR-SESSAO  TO ATEN-OPERADOR.
ALT13      MOVE WRK-MOTIVO-INFORMADO TO ATEN-MOTIVO.
ALT13      SET ATEN-ABERTO           TO TRUE.
ALT13      MOVE WRK-DATA-PROXIMA     TO ATEN-DATA-PROXIMA.
ALT13      MOVE ZEROS                TO ATEN-QT-NOTAS
ALT13                                   ATEN-DATA-ENCERRAMENTO.
ALT13      MOVE WRK-TEXTO-CASO       TO ATEN-TEXTO.

ALT13      WRITE REG-ATENDIMENTO.
ALT13      IF FS-ATENDIM NOT EQUAL ZEROS
ALT13          MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
ALT13          MOVE FS-ATENDIM               TO WRK-STATUS-ERRO
ALT13          MOVE "0282-ABRIR-CASO"        TO WRK-AREA-ERRO
ALT13          MOVE "CONSULCLI"              TO WRK-PROGRAMA-ERRO
ALT13          MOVE "ATENDIM"                TO WRK-ARQUIVO-ERRO
ALT13          PERFORM 9999-TRATAR-ERRO
ALT13      END-IF.

ALT13      MOVE ATEN-CASO TO WRK-ULTIMO-CASO.
ALT13      DISPLAY "CASO ABERTO: " ATEN-CASO.

ALT13  0282-ABRIR-CASO-FIM.             EXIT.

      *-----------------------------------------------------------------
ALT13  0283-EXIBIR-MOTIVO               SECTION.
      *-----------------------------------------------------------------

ALT13      DISPLAY "   " TAB-MOTIVO-CODIGO (IDX-MOTIVO)
ALT13              " - " TAB-MOTIVO-DESCRICAO (IDX-MOTIVO).

ALT13  0283-EXIBIR-MOTIVO-FIM.          EXIT.

      *-----------------------------------------------------------------
ALT13  0284-INCLUIR-NOTA                SECTION.
      *-----------------------------------------------------------------

ALT13      PERFORM 0285-LOCALIZAR-CASO.
ALT13      IF WRK-CASO-INVALIDO
ALT13          GO TO 0284-INCLUIR-NOTA-FIM
ALT13      END-IF.

ALT13      DISPLAY "TEXTO DA NOTA: ".
ALT13      ACCEPT WRK-TEXTO-NOTA FROM CONSOLE.

ALT13      DISPLAY "NOVA DATA DA PROXIMA ACAO (AAAAMMDD, 0 = MANTEM): ".
ALT13      ACCEPT WRK-DATA-PROXIMA FROM CONSOLE.

ALT13      PERFORM 0288-VALIDAR-PROXIMA.
ALT13      IF WRK-CASO-INVALIDO
ALT13          GO TO 0284-INCLUIR-NOTA-FIM
ALT13      END-IF.

ALT13      PERFORM 0287-GRAVAR-NOTA.

ALT13      IF WRK-DATA-PROXIMA GREATER ZEROS
ALT13          MOVE WRK-DATA-PROXIMA TO ATEN-DATA-PROXIMA
ALT13      END-IF.

ALT13      PERFORM 0289-REGRAVAR-CASO.

ALT13      DISPLAY "NOTA INCLUIDA NO CASO: " ATEN-CASO.

ALT13  0284-INCLUIR-NOTA-FIM.           EXIT.

      *-----------------------------------------------------------------
ALT13  0285-LOCALIZAR-CASO              SECTION.
      *-----------------------------------------------------------------
ALT13 *    LE O CASO INFORMADO DO CLIENTE; SO CASO EM ABERTO, COM
ALT13 *    ESPACO PARA MAIS UMA NOTA, RECEBE NOTA OU ENCERRAMENTO.
      *-----------------------------------------------------------------

ALT13      DISPLAY "INFORME O NUMERO DO CASO: ".
ALT13      ACCEPT WRK-CASO-INFORMADO FROM CONSOLE.

ALT13      SET WRK-CASO-INVALIDO  TO TRUE.
ALT13      MOVE REG-CODIGO         TO ATEN-CODIGO.
ALT13      MOVE WRK-CASO-INFORMADO TO ATEN-CASO.
ALT13      MOVE ZEROS              TO ATEN-NOTA.

ALT13      READ ATENDIM KEY IS ATEN-CHAVE
ALT13          INVALID KEY
ALT13              DISPLAY "CASO NAO ENCONTRADO"
ALT13          NOT INVALID KEY
ALT13              EVALUATE TRUE
ALT13                  WHEN ATEN-ENCERRADO
ALT13                      DISPLAY "CASO JA ENCERRADO"
ALT13                  WHEN ATEN-QT-NOTAS NOT LESS 999
ALT13                      DISPLAY "LIMITE DE NOTAS DO CASO ATINGIDO"
ALT13                  WHEN OTHER
ALT13                      SET WRK-CASO-VALIDO TO TRUE
ALT13              END-EVALUATE
ALT13      END-READ.

ALT13  0285-LOCALIZAR-CASO-FIM.         EXIT.

      *-----------------------------------------------------------------
ALT13  0286-ENCERRAR-CASO               SECTION.
      *-----------------------------------------------------------------
ALT13 *    A SOLUCAO DADA FICA GRAVADA COMO ULTIMA NOTA DO CASO.
      *-----------------------------------------------------------------

ALT13      PERFORM 0285-LOCALIZAR-CASO.
ALT13      IF WRK-CASO-INVALIDO
ALT13          GO TO 0286-ENCERRAR-CASO-FIM
ALT13      END-IF.

ALT13      DISPLAY "SOLUCAO DADA AO CLIENTE: ".
ALT13      ACCEPT WRK-TEXTO-NOTA FROM CONSOLE.

ALT13      PERFORM 0287-GRAVAR-NOTA.

ALT13      SET ATEN-ENCERRADO         TO TRUE.
ALT13      MOVE WRK-DATA-SESSAO       TO ATEN-DATA-ENCERRAMENTO.
ALT13      MOVE WRK-OPERADOR-SESSAO   TO ATEN-OPER-ENCERRAMENTO.

ALT13      PERFORM 0289-REGRAVAR-CASO.

ALT13      DISPLAY "CASO ENCERRADO: " ATEN-CASO.

ALT13  0286-ENCERRAR-CASO-FIM.          EXIT.

      *-----------------------------------------------------------------
ALT13  0287-GRAVAR-NOTA                 SECTION.
      *-----------------------------------------------------------------
ALT13 *    GRAVA A NOTA SEGUINTE DO CASO LIDO EM 0285 E DEVOLVE O CASO
ALT13 *    NA AREA DO REGISTRO, JA COM A QUANTIDADE DE NOTAS SOMADA,
ALT13 *    PARA QUEM CHAMOU REGRAVAR.
      *-----------------------------------------------------------------

ALT13      MOVE REG-ATENDIMENTO TO WRK-ATEN-SALVO.
ALT13      COMPUTE WRK-NOTA-NOVA = ATEN-QT-NOTAS + 1.

ALT13      ACCEPT WRK-HORA-SESSAO FROM TIME.

ALT13      MOVE SPACES              TO ATEN-DADOS.
ALT13      MOVE WRK-NOTA-NOVA       TO ATEN-NOTA.
ALT13      MOVE WRK-DATA-SESSAO     TO ATEN-DATA.
ALT13      MOVE WRK-HORA-SESSAO     TO ATEN-HORA.
ALT13      MOVE WRK-OPERADOR-SESSAO TO ATEN-OPERADOR.
ALT13      MOVE WRK-TEXTO-NOTA      TO ATEN-NOTA-TEXTO.

ALT13      WRITE REG-ATENDIMENTO.
ALT13      IF FS-ATENDIM NOT EQUAL ZEROS
ALT13          MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
ALT13          MOVE FS-ATENDIM               TO WRK-STATUS-ERRO
ALT13          MOVE "0287-GRAVAR-NOTA"       TO WRK-AREA-ERRO
ALT13          MOVE "CONSULCLI"              TO WRK-PROGRAMA-ERRO
ALT13          MOVE "ATENDIM"                TO WRK-ARQUIVO-ERRO
ALT13          PERFORM 9999-TRATAR-ERRO
ALT13      END-IF.

ALT13      MOVE WRK-ATEN-SALVO TO REG-ATENDIMENTO.
ALT13      MOVE WRK-NOTA-NOVA  TO ATEN-QT-NOTAS.

ALT13  0287-GRAVAR-NOTA-FIM.            EXIT.

      *-----------------------------------------------------------------
ALT13  0288-VALIDAR-PROXIMA             SECTION.
      *-----------------------------------------------------------------
ALT13 *    DATA DA PROXIMA ACAO NAO PODE FICAR NO PASSADO (ZEROS =
ALT13 *    NAO INFORMADA, TRATADO POR QUEM CHAMA).
      *-----------------------------------------------------------------

ALT13      SET WRK-CASO-VALIDO TO TRUE.

ALT13      IF WRK-DATA-PROXIMA GREATER ZEROS
ALT13         AND WRK-DATA-PROXIMA LESS WRK-DATA-SESSAO
ALT13          DISPLAY "DATA DA PROXIMA ACAO JA PASSOU"
ALT13          SET WRK-CASO-INVALIDO TO TRUE
ALT13      END-IF.

ALT13  0288-VALIDAR-PROXIMA-FIM.        EXIT.

      *-----------------------------------------------------------------
ALT13  0289-REGRAVAR-CASO               SECTION.
      *-----------------------------------------------------------------

ALT13      MOVE ZEROS TO ATEN-NOTA.

ALT13      REWRITE REG-ATENDIMENTO.
ALT13      IF FS-ATENDIM NOT EQUAL ZEROS
ALT13          MOVE WRK-ERRO-GRAVAR          TO WRK-DESCRICAO-ERRO
ALT13          MOVE FS-ATENDIM               TO WRK-STATUS-ERRO
ALT13          MOVE "0289-REGRAVAR-CASO"     TO WRK-AREA-ERRO
ALT13          MOVE "CONSULCLI"              TO WRK-PROGRAMA-ERRO
ALT13          MOVE "ATENDIM"                TO WRK-ARQUIVO-ERRO
ALT13          PERFORM 9999-TRATAR-ERRO
ALT13      END-IF.

ALT13  0289-REGRAVAR-CASO-FIM.          EXIT.

      *-----------------------------------------------------------------
       0220-EXIBIR-DETALHE              SECTION.
      *-----------------------------------------------------------------


           DISPLAY WRK-DETALHE.

ALT11      IF REG-CPF-CNPJ NOT EQUAL ZEROS
ALT11          MOVE REG-TIPO-PESSOA TO WRK-DOC-TIPO-PESSOA
ALT11          MOVE REG-CPF-CNPJ    TO WRK-DOC-CPF-CNPJ
ALT11          DISPLAY WRK-LINHA-DOCUMENTO
ALT11      END-IF.

ALT10      IF WRK-SCORE-DISPONIVEL
ALT10          MOVE REG-CODIGO TO SCOR-CODIGO
ALT10          READ SCORE KEY IS SCOR-CODIGO
ALT08          PERFORM 9999-TRATAR-ERRO
ALT08      END-IF.

ALT13      CLOSE ATENDIM.
ALT13      IF FS-ATENDIM NOT EQUAL ZEROS
ALT13          MOVE WRK-ERRO-FECHAR   TO WRK-DESCRICAO-ERRO
ALT13          MOVE FS-ATENDIM        TO WRK-STATUS-ERRO
ALT13          MOVE "0300-FINALIZAR"  TO WRK-AREA-ERRO
ALT13          MOVE "CONSULCLI"       TO WRK-PROGRAMA-ERRO
ALT13          MOVE "ATENDIM"         TO WRK-ARQUIVO-ERRO
ALT13          PERFORM 9999-TRATAR-ERRO
ALT13      END-IF.

           DISPLAY WRK-FIM-PROGRAMA.
           GOBACK.

