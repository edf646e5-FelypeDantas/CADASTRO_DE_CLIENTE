               VALUE "20 - LIMPEZA DE TRAVAS (SUPERV.)".
           05  LINE 20  COLUMN 46
               VALUE "21 - CARGA DE MOVIMENTO FATUR.".
           05  LINE 21  COLUMN 46
               VALUE "29 - CONSULTA GERAL DO CLIENTE".
           05  LINE 22  COLUMN 46
               VALUE "30 - RETORNOS VENCIDOS (NOTAS)".
           05  LINE 23  COLUMN 46
               VALUE "31 - PJ SEM IE OU IE INVALIDA".
           05  LINE 14  COLUMN 05
               VALUE "22 - REVISAO DE CREDITO".
           05  LINE 15  COLUMN 05
               VALUE "23 - GRUPOS ECONOMICOS (SUPERV.)".
           05  LINE 16  COLUMN 05
               VALUE "24 - APROVACOES PENDENTES (SUPERV.)".
           05  LINE 17  COLUMN 05
               VALUE "25 - FECHAMENTO MENSAL DA TRILHA".
           05  LINE 18  COLUMN 05
               VALUE "26 - INTEGRIDADE ENTRE ARQUIVOS".
           05  LINE 19  COLUMN 05
               VALUE "27 - CONCILIACAO DO FATURAMENTO".
           05  LINE 20  COLUMN 05
               VALUE "28 - CURVA ABC DE FATURAMENTO".
           05  LINE 21  COLUMN 05
               VALUE "00 - SAIR".
           05  LINE 22  COLUMN 05
               VALUE "OPCAO: ".
           05  TMNU-OPCAO
               LINE 22  COLUMN 13 PIC X(02)
               USING W-OPCAO.
       01  SMT-OPE.
           05  BLANK SCREEN.
                    PERFORM LCK-MENU THRU LCK-MENU-FIM
                 WHEN "21"
                    PERFORM MEN-CHAMA-SCE025 THRU MEN-CHAMA-SCE025-FIM
                 WHEN "22"
                    PERFORM MEN-CHAMA-SCE027 THRU MEN-CHAMA-SCE027-FIM
                 WHEN "23"
                    PERFORM MEN-CHAMA-SCE028 THRU MEN-CHAMA-SCE028-FIM
                 WHEN "24"
                    PERFORM MEN-CHAMA-SCE029 THRU MEN-CHAMA-SCE029-FIM
                 WHEN "25"
                    PERFORM MEN-CHAMA-SCE030 THRU MEN-CHAMA-SCE030-FIM
                 WHEN "26"
                    PERFORM MEN-CHAMA-SCE031 THRU MEN-CHAMA-SCE031-FIM
                 WHEN "27"
                    PERFORM MEN-CHAMA-SCE032 THRU MEN-CHAMA-SCE032-FIM
                 WHEN "28"
                    PERFORM MEN-CHAMA-SCE033 THRU MEN-CHAMA-SCE033-FIM
                 WHEN "29"
                    PERFORM MEN-CHAMA-SCE034 THRU MEN-CHAMA-SCE034-FIM
                 WHEN "30"
                    PERFORM MEN-CHAMA-SCE036 THRU MEN-CHAMA-SCE036-FIM
                 WHEN "31"
                    PERFORM MEN-CHAMA-SCE038 THRU MEN-CHAMA-SCE038-FIM
                 WHEN "00"
                    CONTINUE
                 WHEN OTHER
           PERFORM MEN-MOSTRA-CTL THRU MEN-MOSTRA-CTL-FIM.
       MEN-CHAMA-SCE025-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> A APLICACAO DA REVISAO E A TABELA DE FAIXAS SAO RESTRITAS   *
      *> AO SUPERVISOR; O OPERADOR COMUM RODA SOMENTE O RELATORIO    *
      *>------------------------------------------------------------
       MEN-CHAMA-SCE027.
           PERFORM MEN-LIMPA-CTL THRU MEN-LIMPA-CTL-FIM
           IF NOT LNK-SUPERVISOR
              MOVE "R" TO CTL-PARM.
           DISPLAY (01, 01) ERASE
           CALL "SCE027" USING CTL-COMM
           PERFORM MEN-MOSTRA-CTL THRU MEN-MOSTRA-CTL-FIM.
       MEN-CHAMA-SCE027-FIM.
           EXIT.
      *>------------------------------------------------------------
       MEN-CHAMA-SCE028.
           IF NOT LNK-SUPERVISOR
              MOVE "OPCAO PERMITIDA SOMENTE AO SUPERVISOR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MEN-CHAMA-SCE028-FIM.
           CALL "SCE028" USING LNK-OPE.
       MEN-CHAMA-SCE028-FIM.
           EXIT.
      *>------------------------------------------------------------
       MEN-CHAMA-SCE029.
           IF NOT LNK-SUPERVISOR
              MOVE "OPCAO PERMITIDA SOMENTE AO SUPERVISOR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MEN-CHAMA-SCE029-FIM.
           CALL "SCE029" USING LNK-OPE.
       MEN-CHAMA-SCE029-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> O FECHAMENTO DA TRILHA E' RESTRITO AO SUPERVISOR; O         *
      *> OPERADOR COMUM RODA SOMENTE A VERIFICACAO DAS GERACOES      *
      *>------------------------------------------------------------
       MEN-CHAMA-SCE030.
           PERFORM MEN-LIMPA-CTL THRU MEN-LIMPA-CTL-FIM
           IF NOT LNK-SUPERVISOR
              MOVE "V" TO CTL-PARM.
           DISPLAY (01, 01) ERASE
           CALL "SCE030" USING CTL-COMM
           PERFORM MEN-MOSTRA-CTL THRU MEN-MOSTRA-CTL-FIM.
       MEN-CHAMA-SCE030-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> A QUARENTENA DOS ORFAOS E' RESTRITA AO SUPERVISOR; O        *
      *> OPERADOR COMUM RODA SOMENTE O RELATORIO (PARM "R")          *
      *>------------------------------------------------------------
       MEN-CHAMA-SCE031.
           PERFORM MEN-LIMPA-CTL THRU MEN-LIMPA-CTL-FIM
           IF NOT LNK-SUPERVISOR
              MOVE "R" TO CTL-PARM.
           DISPLAY (01, 01) ERASE
           CALL "SCE031" USING CTL-COMM
           PERFORM MEN-MOSTRA-CTL THRU MEN-MOSTRA-CTL-FIM.
       MEN-CHAMA-SCE031-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> O PRAZO DO RETORNO E' ALTERADO SOMENTE PELO SUPERVISOR; O   *
      *> OPERADOR COMUM RODA SOMENTE A CONCILIACAO (PARM "C")        *
      *>------------------------------------------------------------
       MEN-CHAMA-SCE032.
           PERFORM MEN-LIMPA-CTL THRU MEN-LIMPA-CTL-FIM
           IF NOT LNK-SUPERVISOR
              MOVE "C" TO CTL-PARM.
           DISPLAY (01, 01) ERASE
           CALL "SCE032" USING CTL-COMM
           PERFORM MEN-MOSTRA-CTL THRU MEN-MOSTRA-CTL-FIM.
       MEN-CHAMA-SCE032-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> A GRAVACAO DA CLASSE NO CADASTRO E' SOMENTE DO SUPERVISOR;  *
      *> O OPERADOR COMUM TIRA SOMENTE O RELATORIO (PARM "R")        *
      *>------------------------------------------------------------
       MEN-CHAMA-SCE033.
           PERFORM MEN-LIMPA-CTL THRU MEN-LIMPA-CTL-FIM
           IF NOT LNK-SUPERVISOR
              MOVE "R" TO CTL-PARM.
           DISPLAY (01, 01) ERASE
           CALL "SCE033" USING CTL-COMM
           PERFORM MEN-MOSTRA-CTL THRU MEN-MOSTRA-CTL-FIM.
       MEN-CHAMA-SCE033-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> CONSULTA SOMENTE DE LEITURA - LIBERADA A TODOS OS OPERADORES *
      *>------------------------------------------------------------
       MEN-CHAMA-SCE034.
           CALL "SCE034" USING LNK-OPE.
       MEN-CHAMA-SCE034-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> RELATORIO SOMENTE DE LEITURA, SEM PARAMETRO - LIBERADO A    *
      *> TODOS OS OPERADORES                                         *
      *>------------------------------------------------------------
       MEN-CHAMA-SCE036.
           PERFORM MEN-LIMPA-CTL THRU MEN-LIMPA-CTL-FIM
           DISPLAY (01, 01) ERASE
           CALL "SCE036" USING CTL-COMM
           PERFORM MEN-MOSTRA-CTL THRU MEN-MOSTRA-CTL-FIM.
       MEN-CHAMA-SCE036-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> VARREDURA DA IE DOS PJ: SOMENTE LEITURA, SEM PARAMETRO -    *
      *> LIBERADA A TODOS OS OPERADORES                              *
      *>------------------------------------------------------------
       MEN-CHAMA-SCE038.
           PERFORM MEN-LIMPA-CTL THRU MEN-LIMPA-CTL-FIM
           DISPLAY (01, 01) ERASE
           CALL "SCE038" USING CTL-COMM
           PERFORM MEN-MOSTRA-CTL THRU MEN-MOSTRA-CTL-FIM.
       MEN-CHAMA-SCE038-FIM.
           EXIT.
      *>****************************************
      *> LIMPEZA DE TRAVAS ORFAS DO ARQLCK      *
      *> (SESSAO DERRUBADA DEIXA A TRAVA PRESA; *
