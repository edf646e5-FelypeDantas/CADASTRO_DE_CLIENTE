      *>    CHECKPOINT NA DATA RESERVADA 99999998 (PASSO = NUMERO DO  *
      *>    PROGRAMA) E RETOMAM DALI NA REEXECUCAO APOS FALHA.        *
      *>    RUN-CHKPT-SEQ GUARDA A SEQUENCIA DO ARQUIVO DE            *
      *>    EXPORTACAO A QUE O CHECKPOINT PERTENCE (SCE004); NA       *
      *>    VERIFICACAO DE INTEGRIDADE (SCE031), A FASE DA VARREDURA; *
      *>    NOS DEMAIS FICA EM ZEROS.                                 *
      *>    RUN-CHKPT-MODO GUARDA O MODO DA EXECUCAO QUE GRAVOU O     *
      *>    CHECKPOINT (CTL-PARM): A RETOMADA SO VALE NO MESMO MODO - *
      *>    UM RELATORIO CAIDO NAO PODE ENCURTAR UMA CORRECAO         *
