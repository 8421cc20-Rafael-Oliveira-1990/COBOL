      *                 LIXO NUM PIC 9(006) QUE FATURCLI/PAUSAREL
      *                 LEEM DEPOIS.

ALT10 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT10 *== OBJETIVO....: O CLIENTE CONVERTIDO NASCE SEM DOCUMENTO (REG-
      *                 TIPO-PESSOA EM BRANCO E REG-CPF-CNPJ ZERADO,
      *                 NOVOS CAMPOS DO BOOK REGCLI, PREENCHIDOS DEPOIS
      *                 PELA CARGA CARGADOC). AS AREAS X DO SNAPSHOT E
      *                 DO ARQUIVO MORTO PASSARAM DE X(135) PARA X(150).

ALT11 *== PROGRAMADOR.: RAFAEL DE OLIVEIRA
.     *== ANALISTA....: IVAN SANCHES
.     *== CONSULTORIA.:
.     *== DATA........: 15/10/2026
ALT11 *== OBJETIVO....: A FATURA CONVERTIDA NASCE SEM RPS E SEM NFS-E
      *                 (FAT-RPS-NUMERO, FAT-NFSE-NUMERO E FAT-NFSE-DATA
      *                 ZERADOS, FAT-NFSE-SITUACAO E FAT-NFSE-
      *                 VERIFICACAO EM BRANCO - NOVOS CAMPOS DO BOOK
      *                 REGFATUR, MANTIDOS PELO NFSERPS/NFSERET).

      *=================================================================
       ENVIRONMENT                      DIVISION.
      *=================================================================
      *
      *-----------------------------------------------------------------
       FD  SNAPNOVO.
ALT10  01  SNP-CLIENTES                 PIC X(150).

      *-----------------------------------------------------------------
      *
      *
      *-----------------------------------------------------------------
       FD  MORTNOVO.
ALT10  01  MRN-CLIENTES                 PIC X(150).

      *-----------------------------------------------------------------
       WORKING-STORAGE                  SECTION.
ALT03      MOVE ZEROS                   TO FAT-DATA-DISPUTA.
ALT04      MOVE ZEROS                   TO FAT-DATA-REEMBOLSO.
ALT06      MOVE ZEROS                   TO FAT-VALOR-TITULAR.
ALT11      MOVE ZEROS                   TO FAT-RPS-NUMERO.
ALT11      SET FAT-NFSE-PENDENTE        TO TRUE.
ALT11      MOVE ZEROS                   TO FAT-NFSE-NUMERO.
ALT11      MOVE SPACES                  TO FAT-NFSE-VERIFICACAO.
ALT11      MOVE ZEROS                   TO FAT-NFSE-DATA.

           WRITE REG-FATURA.
           IF FS-FATNOVO NOT EQUAL ZEROS
ALT07      MOVE ZEROS                   TO REG-COMPETENCIA-PROXIMA.
ALT09      MOVE ZEROS                   TO REG-COMPETENCIA-RETORNO.
ALT09      MOVE SPACES                  TO REG-CANAL.
ALT10      MOVE SPACES                  TO REG-TIPO-PESSOA.
ALT10      MOVE ZEROS                   TO REG-CPF-CNPJ.

       0700-CONVERTER-CLIENTE-FIM.      EXIT.

