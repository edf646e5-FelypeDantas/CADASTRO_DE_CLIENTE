      *> USANDO O ENDERECO DE CORRESPONDENCIA    *
      *> (ARQEND, TIPO "C") QUANDO EXISTE        *
      *>*****************************************
      *> SELECAO POR UF, CIDADE, CLASSE DA CURVA ABC (SCE033)
      *> (BRANCOS = TODAS) E SITUACAO
      *> (NORMALMENTE SOMENTE ATIVOS). PARA CADA CLIENTE USA O
      *> PRIMEIRO ENDERECO DE CORRESPONDENCIA DO ARQEND; SEM UM,
      *> CAI NO ENDERECO PRINCIPAL DO ARQCLI. GERA AS ETIQUETAS
      *>------------------------------------------------------------
       77 W-SEL-UF        PIC X(02) VALUE SPACES.
       77 W-SEL-CIDADE    PIC X(30) VALUE SPACES.
       77 W-SEL-CLASSE    PIC X(01) VALUE SPACES.
      *>------------------------------------------------------------
       01 LC-CABEC1.
           05 FILLER          PIC X(38) VALUE
           05 LF-CIDADE        PIC X(30).
           05 FILLER           PIC X(11) VALUE "  SITUACAO:".
           05 LF-SIT           PIC X(08).
           05 FILLER           PIC X(13) VALUE "  CLASSE ABC:".
           05 LF-CLASSE        PIC X(01).
      *>------------------------------------------------------------
       LINKAGE SECTION.
           COPY CTLAREA.
           MOVE W-TOTAL TO CTL-QTDE-GRAV
           GOBACK.
      *>------------------------------------------------------------
      *> SELECAO: UF, CIDADE E CLASSE ABC (BRANCOS = TODAS);         *
      *> SITUACAO COMO NO SCE003 (CTL-PARM A=SOMENTE ATIVOS,         *
      *> T=TODOS)                                                    *
      *>------------------------------------------------------------
       MAL-SELECAO.
           MOVE SPACES TO W-SEL-UF W-SEL-CIDADE
           ACCEPT W-SEL-UF
           DISPLAY "CIDADE PARA SELECAO (BRANCOS=TODAS):"
           ACCEPT W-SEL-CIDADE
           DISPLAY "CLASSE ABC PARA SELECAO (A/B/C, BRANCO=TODAS):"
           ACCEPT W-SEL-CLASSE
           IF W-SEL-CLASSE = "a"
              MOVE "A" TO W-SEL-CLASSE.
           IF W-SEL-CLASSE = "b"
              MOVE "B" TO W-SEL-CLASSE.
           IF W-SEL-CLASSE = "c"
              MOVE "C" TO W-SEL-CLASSE.
           IF W-SEL-CLASSE NOT = "A" AND NOT = "B" AND NOT = "C"
              MOVE SPACES TO W-SEL-CLASSE.
           MOVE 1 TO W-SO-ATIVOS
           IF CTL-PARM = "A"
              GO TO MAL-SELECAO-FIM.
              GO TO MAL-CARGA-REG-FIM.
           IF W-SEL-CIDADE NOT = SPACES AND CIDADE NOT = W-SEL-CIDADE
              GO TO MAL-CARGA-REG-FIM.
           IF W-SEL-CLASSE NOT = SPACES
              AND CLASSE-ABC NOT = W-SEL-CLASSE
              GO TO MAL-CARGA-REG-FIM.
           MOVE CPF-CNPJ     TO WS-CPF-CNPJ
           MOVE RAZAO-SOCIAL TO WS-RAZAO
           MOVE 0 TO W-END-ACHOU
           WRITE REG-RELETQ
           MOVE W-SEL-UF     TO LF-UF
           MOVE W-SEL-CIDADE TO LF-CIDADE
           MOVE W-SEL-CLASSE TO LF-CLASSE
           IF W-SO-ATIVOS = 1
              MOVE "ATIVOS" TO LF-SIT
           ELSE
