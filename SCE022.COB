      *> PARA O PAR APONTADO PELO RELATORIO DE DUPLICIDADES (SCE006):
      *> MOVE OS ENDERECOS (ARQEND) E CONTATOS (ARQCTO) DO DUPLICADO
      *> PARA O SOBREVIVENTE, RENUMERANDO AS SEQUENCIAS APOS AS JA
      *> EXISTENTES; PASSA AS NOTAS DE ATENDIMENTO (ARQNOT) PARA O
      *> SOBREVIVENTE COM A DATA/HORA ORIGINAL (NA COLISAO DE CHAVE,
      *> A HORA AVANCA UM CENTESIMO); MARCA O DUPLICADO COMO
      *> INATIVO COM O CPF/CNPJ DO
      *> SOBREVIVENTE EM FUSAO-CPF-CNPJ; ATUALIZA A DATA DE ULTIMA
      *> ALTERACAO DO SOBREVIVENTE. AS DUAS ATUALIZACOES SAEM NA
      *> TRILHA DE AUDITORIA ("E" PARA O DUPLICADO, "A" PARA O
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTO-CHAVE
           FILE STATUS IS ST-CTO.
       SELECT ARQNOT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOT-CHAVE
           FILE STATUS IS ST-NOT.
       SELECT ARQCLI-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ST-LOG.
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQCTO.DAT".
           COPY CTOCLI.
       FD ARQNOT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQNOT.DAT".
           COPY NOTCLI.
       FD ARQCLI-LOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQCLILOG.DAT".
       77 W-CTO-PERDIDOS PIC 9(02) VALUE ZEROS.
       77 W-ACHOU        PIC 9(01) VALUE ZEROS.
      *>------------------------------------------------------------
      *> NOTAS DO DUPLICADO (ARQNOT): ULTIMA CHAVE TRATADA, IMAGEM
      *> PARA DEVOLVER AO DUPLICADO E TENTATIVAS NA COLISAO DE CHAVE
      *>------------------------------------------------------------
       77 ST-NOT         PIC X(02) VALUE "00".
       77 W-NOT-DATA-DUPL PIC 9(08) VALUE ZEROS.
       77 W-NOT-HORA-DUPL PIC 9(08) VALUE ZEROS.
       77 W-NOT-TENT     PIC 9(02) VALUE ZEROS.
       77 W-NOT-MOVIDAS  PIC 9(04) VALUE ZEROS.
       77 W-NOT-PERDIDAS PIC 9(04) VALUE ZEROS.
       01 W-REGNOT       PIC X(324) VALUE SPACES.
      *>------------------------------------------------------------
      *> TRAVA DE REGISTRO EM USO (ARQLCK.DAT, COMO NO SCE002): A
      *> FUSAO TRAVA O SOBREVIVENTE E O DUPLICADO ANTES DE MEXER
      *>------------------------------------------------------------
              GOBACK.
           PERFORM FUS-ABRE THRU FUS-ABRE-FIM.
           PERFORM FUS-OPERA THRU FUS-OPERA-FIM.
           CLOSE ARQCLI ARQEND ARQCTO ARQNOT ARQCLI-LOG ARQLCK.
           DISPLAY (01, 01) ERASE.
           GOBACK.
      *>------------------------------------------------------------
                      ST-CTO
              CLOSE ARQCLI ARQEND
              GOBACK.
           OPEN I-O ARQNOT
           IF ST-NOT = "30"
              OPEN OUTPUT ARQNOT
              CLOSE ARQNOT
              OPEN I-O ARQNOT
           END-IF
           IF ST-NOT NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE NOTAS: "
                      ST-NOT
              CLOSE ARQCLI ARQEND ARQCTO
              GOBACK.
           OPEN EXTEND ARQCLI-LOG
           IF ST-LOG NOT = "00"
              IF ST-LOG = "30"
                 OPEN OUTPUT ARQCLI-LOG
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE LOG: " ST-LOG
                 CLOSE ARQCLI ARQEND ARQCTO ARQNOT
                 GOBACK.
           OPEN I-O ARQLCK
           IF ST-LCK = "30"
           END-IF
           IF ST-LCK NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE TRAVAS: " ST-LCK
              CLOSE ARQCLI ARQEND ARQCTO ARQNOT ARQCLI-LOG
              GOBACK.
       FUS-ABRE-FIM.
           EXIT.
              GO TO FUS-OPERA.
           MOVE ZEROS TO W-END-MOVIDOS W-CTO-MOVIDOS
                         W-END-PERDIDOS W-CTO-PERDIDOS
                         W-NOT-MOVIDAS W-NOT-PERDIDAS
           PERFORM FUS-MOVE-END THRU FUS-MOVE-END-FIM.
           PERFORM FUS-MOVE-CTO THRU FUS-MOVE-CTO-FIM.
           PERFORM FUS-MOVE-NOT THRU FUS-MOVE-NOT-FIM.
           PERFORM FUS-BAIXA-DUPL THRU FUS-BAIXA-DUPL-FIM.
           PERFORM FUS-MARCA-SOBRE THRU FUS-MARCA-SOBRE-FIM.
           MOVE W-DOC-DUPL TO W-TRV-DOC
           IF W-CTO-PERDIDOS NOT = ZEROS
              DISPLAY "CONTATOS MANTIDOS NO DUPLICADO (LIMITE 99): "
                      W-CTO-PERDIDOS.
           DISPLAY "NOTAS MOVIDAS:     " W-NOT-MOVIDAS
           IF W-NOT-PERDIDAS NOT = ZEROS
              DISPLAY "NOTAS MANTIDAS NO DUPLICADO (CHAVE OCUPADA): "
                      W-NOT-PERDIDAS.
           DISPLAY "*** FUSAO CONCLUIDA ***"
           GO TO FUS-OPERA.
       FUS-OPERA-FIM.
       FUS-CTO-PRIMEIRO-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> MOVE AS NOTAS DO DUPLICADO PARA O SOBREVIVENTE MANTENDO     *
      *> DATA/HORA, OPERADOR, TEXTO E RETORNO. SE O SOBREVIVENTE JA  *
      *> TEM NOTA NA MESMA DATA/HORA, A HORA AVANCA UM CENTESIMO    *
      *> (ATE 99 VEZES); SEM CHAVE LIVRE A NOTA VOLTA PARA O         *
      *> DUPLICADO E SO E' CONTADA NO AVISO. A VARREDURA REPOSICIONA *
      *> APOS A ULTIMA CHAVE TRATADA, COMO NOS ENDERECOS             *
      *>------------------------------------------------------------
       FUS-MOVE-NOT.
           MOVE ZEROS TO W-NOT-DATA-DUPL W-NOT-HORA-DUPL.
       FUS-MOVE-NOT-LOOP.
           PERFORM FUS-NOT-PRIMEIRO THRU FUS-NOT-PRIMEIRO-FIM
           IF W-ACHOU = 0
              GO TO FUS-MOVE-NOT-FIM.
           MOVE NOT-DATA TO W-NOT-DATA-DUPL
           MOVE NOT-HORA TO W-NOT-HORA-DUPL
           MOVE REGNOT TO W-REGNOT
           DELETE ARQNOT RECORD
              INVALID KEY
                 DISPLAY "ERRO NA BAIXA DA NOTA: " ST-NOT
                 GO TO FUS-MOVE-NOT-FIM
           END-DELETE.
           MOVE W-DOC-SOBRE TO NOT-CPF-CNPJ
           MOVE ZEROS TO W-NOT-TENT.
       FUS-MOVE-NOT-GRAVA.
           WRITE REGNOT
              INVALID KEY
                 IF ST-NOT = "22" AND W-NOT-TENT < 99
                    ADD 1 TO NOT-HORA
                    ADD 1 TO W-NOT-TENT
                    GO TO FUS-MOVE-NOT-GRAVA
                 END-IF
                 MOVE W-REGNOT TO REGNOT
                 WRITE REGNOT
                    INVALID KEY
                       DISPLAY "ERRO NA DEVOLUCAO DA NOTA: " ST-NOT
                 END-WRITE
                 ADD 1 TO W-NOT-PERDIDAS
                 GO TO FUS-MOVE-NOT-LOOP
           END-WRITE.
           ADD 1 TO W-NOT-MOVIDAS
           GO TO FUS-MOVE-NOT-LOOP.
       FUS-MOVE-NOT-FIM.
           EXIT.
      *>------------------------------------------------------------
       FUS-NOT-PRIMEIRO.
           MOVE 0 TO W-ACHOU
           MOVE W-DOC-DUPL TO NOT-CPF-CNPJ
           MOVE W-NOT-DATA-DUPL TO NOT-DATA
           MOVE W-NOT-HORA-DUPL TO NOT-HORA
           START ARQNOT KEY IS GREATER THAN NOT-CHAVE
              INVALID KEY
                 GO TO FUS-NOT-PRIMEIRO-FIM
           END-START.
           READ ARQNOT NEXT RECORD
              AT END
                 GO TO FUS-NOT-PRIMEIRO-FIM
           END-READ.
           IF NOT-CPF-CNPJ = W-DOC-DUPL
              MOVE 1 TO W-ACHOU.
       FUS-NOT-PRIMEIRO-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> INATIVA O DUPLICADO COM A REFERENCIA AO SOBREVIVENTE        *
      *>------------------------------------------------------------
       FUS-BAIXA-DUPL.
