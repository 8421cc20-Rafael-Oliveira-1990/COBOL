      *                 CONTADOR 9(003) DAVA A VOLTA E O SUBSCRITO
      *                 CORROMPIA A TABELA.

ALT04 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT04 *== OBJETIVO....: O CPF/CNPJ (REG-CPF-CNPJ) PASSOU A SER A CHAVE
      *                 MAIS FORTE DA COMPARACAO: MESMO DOCUMENTO
      *                 PREENCHIDO CASA O PAR PELO CRITERIO
      *                 "DOCUMENTO", ANTES DE EMAIL E NOME; DOCUMENTOS
      *                 PREENCHIDOS E DIFERENTES SAO CONTRIBUINTES
      *                 DIFERENTES (EX. FAMILIA QUE DIVIDE O EMAIL) E O
      *                 PAR NAO E MAIS CANDIDATO. SEM DOCUMENTO EM UM
      *                 DOS LADOS, VALEM EMAIL E NOME COMO ANTES.

      *=================================================================
       ENVIRONMENT                      DIVISION.
      *=================================================================
               10 CLI-EMAIL             PIC X(020).
               10 CLI-EMAIL-NORM        PIC X(020).
               10 CLI-ASSINATURA        PIC 9(005)V99.
ALT04          10 CLI-CPF-CNPJ          PIC 9(014).

ALT03  01  WRK-QT-CLIENTES              PIC 9(005)  COMP-3 VALUE ZEROS.
ALT03  01  IDX-CLI-1                    PIC 9(005)  COMP-3 VALUE ZEROS.
               MOVE REG-NOME       TO CLI-NOME       (WRK-QT-CLIENTES)
               MOVE REG-EMAIL      TO CLI-EMAIL      (WRK-QT-CLIENTES)
               MOVE REG-ASSINATURA TO CLI-ASSINATURA (WRK-QT-CLIENTES)
ALT04          MOVE REG-CPF-CNPJ   TO CLI-CPF-CNPJ   (WRK-QT-CLIENTES)

               MOVE REG-NOME  TO WRK-TEXTO-ORIGEM
               PERFORM 0170-NORMALIZAR-TEXTO
               CONTINUE
           ELSE
               EVALUATE TRUE
ALT04              WHEN CLI-CPF-CNPJ (IDX-CLI-1) NOT EQUAL ZEROS
ALT04               AND CLI-CPF-CNPJ (IDX-CLI-1) EQUAL
ALT04                   CLI-CPF-CNPJ (IDX-CLI-2)
ALT04                  MOVE "DOCUMENTO" TO WRK-PAR-CRITERIO
ALT04                  PERFORM 0230-GRAVAR-PAR
ALT04              WHEN CLI-CPF-CNPJ (IDX-CLI-1) NOT EQUAL ZEROS
ALT04               AND CLI-CPF-CNPJ (IDX-CLI-2) NOT EQUAL ZEROS
ALT04                  CONTINUE
                   WHEN CLI-EMAIL-NORM (IDX-CLI-1) NOT EQUAL SPACES
                    AND CLI-EMAIL-NORM (IDX-CLI-1) EQUAL
                        CLI-EMAIL-NORM (IDX-CLI-2)
