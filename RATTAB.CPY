      *>------------------------------------------------------------
      *> RATTAB.CPY - TABELA DE PARAMETROS DA REVISAO DE CREDITO     *
      *> (ARQRAT.DAT) - UMA FAIXA POR RATING, CHAVE = RATING         *
      *>------------------------------------------------------------
       01 REGRAT.
           03 RAT-RATING     PIC X(02).
      *>    MEDIA MENSAL MINIMA DE FATURAMENTO (EM REAIS) PARA O      *
      *>    CLIENTE ENTRAR NA FAIXA; VALE A FAIXA DE MAIOR MINIMO     *
      *>    QUE A MEDIA DO CLIENTE ALCANCA                            *
           03 RAT-MEDIA-MIN  PIC 9(11).
      *>    LIMITE PROPOSTO = MEDIA MENSAL X RAT-PERC-LIMITE / 100,   *
      *>    TETO EM RAT-LIMITE-MAX (ZEROS = SEM TETO)                 *
           03 RAT-PERC-LIMITE PIC 9(04).
           03 RAT-LIMITE-MAX PIC 9(09).
           03 RAT-DATA-ALT   PIC 9(08).
