      *>------------------------------------------------------------
      *> FISCLI.CPY - DADOS FISCAIS DO CLIENTE (ARQFIS.DAT)         *
      *> INSCRICAO ESTADUAL, INSCRICAO MUNICIPAL E REGIME           *
      *> TRIBUTARIO, EXIGIDOS PELO FATURAMENTO PARA EMITIR NF-E     *
      *>------------------------------------------------------------
       01 REGFIS.
           03 FIS-CPF-CNPJ   PIC 9(14).
      *>    IE SO COM DIGITOS (ALINHADA A ESQUERDA) OU "ISENTO",      *
      *>    VALIDADA NA UF DE FIS-IE-UF PELO SCE039                   *
           03 FIS-IE         PIC X(14).
           03 FIS-IE-UF      PIC X(02).
           03 FIS-IM         PIC X(15).
      *>    S = SIMPLES NACIONAL  P = LUCRO PRESUMIDO                 *
      *>    R = LUCRO REAL        M = MEI   I = ISENTO/IMUNE          *
           03 FIS-REGIME     PIC X(01).
               88 FIS-SIMPLES      VALUE "S".
               88 FIS-PRESUMIDO    VALUE "P".
               88 FIS-REAL         VALUE "R".
               88 FIS-MEI          VALUE "M".
               88 FIS-ISENTO       VALUE "I".
               88 FIS-REGIME-OK    VALUE "S" "P" "R" "M" "I".
           03 FIS-DATA-ALT   PIC 9(08).
           03 FIS-OPERADOR   PIC X(08).
           03 FILLER         PIC X(20).
