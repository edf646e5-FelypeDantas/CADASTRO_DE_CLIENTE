      *>*****************************************
      *> O TELEFONE SO SAI NA LISTAGEM QUANDO O CLIENTE CONSENTIU
      *> O CONTATO TELEFONICO (CONS-FONE "S"); SEM CONSENTIMENTO A
      *> COLUNA SAI COMO "SEM CONSENT".
      *> NA EXECUCAO INTERATIVA (CTL-PARM EM BRANCO) PERGUNTA TAMBEM
      *> A CLASSE DA CURVA ABC (SCE033) - BRANCO = TODAS; NA ROTINA
      *> NOTURNA SAEM TODAS AS CLASSES
      *>------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 W-FIM-SORT      PIC 9(01) VALUE 0.
       77 W-SO-ATIVOS     PIC 9(01) VALUE 0.
       77 W-RESP          PIC X(01) VALUE SPACES.
       77 W-SEL-CLASSE    PIC X(01) VALUE SPACES.
       01 W-UF-ANT        PIC X(02) VALUE SPACES.
       01 W-CIDADE-ANT    PIC X(30) VALUE SPACES.
      *>------------------------------------------------------------
              "RELACAO DE CLIENTES - SCE003".
           05 FILLER          PIC X(08) VALUE "PAGINA: ".
           05 LC-PAGINA       PIC ZZZ9.
           05 FILLER          PIC X(14) VALUE "   CLASSE ABC:".
           05 LC-CLASSE       PIC X(06).
       01 LC-CABEC2.
           05 FILLER          PIC X(04) VALUE "UF: ".
           05 LC-UF           PIC X(02).
      *>------------------------------------------------------------
       REL-SELECAO.
           MOVE 0 TO W-SO-ATIVOS
           MOVE SPACES TO W-SEL-CLASSE
           MOVE "TODAS" TO LC-CLASSE
           IF CTL-PARM = "A"
              MOVE 1 TO W-SO-ATIVOS
              GO TO REL-SELECAO-FIM.
           ACCEPT W-RESP
           IF W-RESP = "S" OR "s"
              MOVE 1 TO W-SO-ATIVOS.
           DISPLAY "CLASSE ABC PARA SELECAO (A/B/C, BRANCO=TODAS):"
           ACCEPT W-SEL-CLASSE
           IF W-SEL-CLASSE = "a"
              MOVE "A" TO W-SEL-CLASSE.
           IF W-SEL-CLASSE = "b"
              MOVE "B" TO W-SEL-CLASSE.
           IF W-SEL-CLASSE = "c"
              MOVE "C" TO W-SEL-CLASSE.
           IF W-SEL-CLASSE NOT = "A" AND NOT = "B" AND NOT = "C"
              MOVE SPACES TO W-SEL-CLASSE
           ELSE
              MOVE W-SEL-CLASSE TO LC-CLASSE.
       REL-SELECAO-FIM.
           EXIT.
      *>------------------------------------------------------------
               AT END MOVE 1 TO W-FIM-SORT.
           PERFORM UNTIL W-FIM-SORT = 1
               ADD 1 TO W-LIDOS
               IF (W-SO-ATIVOS = 0 OR CLI-ATIVO)
                  AND (W-SEL-CLASSE = SPACES
                       OR CLASSE-ABC = W-SEL-CLASSE)
                  MOVE UF        TO WS-UF
                  MOVE CIDADE    TO WS-CIDADE
                  MOVE RAZAO-SOCIAL TO WS-RAZAO
