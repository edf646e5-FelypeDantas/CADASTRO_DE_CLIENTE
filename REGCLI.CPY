      *>    EM BRANCOS EM REGISTRO CONVERTIDO - TESTE NUMERIC ANTES   *
      *>    DE USAR                                                   *
           03 DATA-ULT-MOVTO PIC 9(08).
      *>    CLASSE DA CURVA ABC DE FATURAMENTO (SCE033), GRAVADA NO   *
      *>    MODO DE APLICACAO; BRANCO = SEM FATURAMENTO NO PERIODO    *
      *>    OU AINDA NAO CLASSIFICADO. A MUDANCA DE CLASSE SAI NA     *
      *>    TRILHA DE AUDITORIA, PARA CHEGAR AO FATURAMENTO NO DELTA  *
           03 CLASSE-ABC     PIC X(01).
               88 CLI-CLASSE-A     VALUE "A".
               88 CLI-CLASSE-B     VALUE "B".
               88 CLI-CLASSE-C     VALUE "C".
           03 FILLER         PIC X(10).
