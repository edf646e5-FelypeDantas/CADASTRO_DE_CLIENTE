           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FIN-CPF-CNPJ
           FILE STATUS IS ST-FIN.
       SELECT ARQGRP ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GRP-CPF-CNPJ
           FILE STATUS IS ST-GRP
           ALTERNATE RECORD KEY IS GRP-CODIGO WITH DUPLICATES.
       SELECT ARQPND ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PND-CHAVE
           FILE STATUS IS ST-PND.
       SELECT ARQLCK ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQFIN.DAT".
           COPY FINCLI.
       FD ARQGRP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQGRP.DAT".
           COPY GRPCLI.
       FD ARQPND
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQPND.DAT".
           COPY PNDCLI.
       FD ARQLCK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQLCK.DAT".
       77 ST-FIN            PIC X(02) VALUE "00".
       77 W-FIN-DISPONIVEL  PIC 9(01) VALUE ZEROS.
      *>-------------------------------------------------------------------
      *> GRUPO ECONOMICO (ARQGRP.DAT, MANTIDO PELO SCE028)
      *>-------------------------------------------------------------------
       77 ST-GRP            PIC X(02) VALUE "00".
       77 W-GRP-DISPONIVEL  PIC 9(01) VALUE ZEROS.
      *>-------------------------------------------------------------------
      *> CONSENTIMENTO LGPD: VALOR ANTERIOR PARA DATAR A MUDANCA
      *>-------------------------------------------------------------------
       77 W-CONS-ANT-F      PIC X(01) VALUE SPACES.
       77 ST-LCK            PIC X(02) VALUE "00".
       77 W-LCK-OK          PIC 9(01) VALUE ZEROS.
       77 W-FIN-GRAVOU      PIC X(01) VALUE SPACES.
       77 W-FIS-GRAVOU      PIC X(01) VALUE SPACES.
       77 W-LCK-ATIVO       PIC 9(01) VALUE ZEROS.
       77 W-LCK-DOC         PIC 9(14) VALUE ZEROS.
      *>-------------------------------------------------------------------
       77 ST-LOG            PIC X(02) VALUE "00".
       77 W-AUD-OPERACAO    PIC X(01) VALUE SPACES.
       01 W-REGCLI-ANTES    PIC X(330) VALUE SPACES.
       01 W-ANTES-CLI REDEFINES W-REGCLI-ANTES.
             03 FILLER       PIC X(15).
             03 W-ANTES-RAZAO PIC X(60).
             03 FILLER       PIC X(198).
             03 W-ANTES-DATA-ALT PIC 9(08).
             03 FILLER       PIC X(49).
       01 W-REGCLI-DEPOIS   PIC X(330) VALUE SPACES.
      *>-------------------------------------------------------------------
      *> FILA DE APROVACAO (ARQPND.DAT): DESBLOQUEIO DA SITUACAO E
      *> TROCA DE RAZAO SOCIAL DE PJ ESPERAM O SUPERVISOR (SCE029)
      *>-------------------------------------------------------------------
       77 ST-PND            PIC X(02) VALUE "00".
       77 W-PND-ASSUNTO     PIC X(40) VALUE SPACES.
       77 W-PND-RAZAO       PIC X(60) VALUE SPACES.
       77 W-PND-DATA-ALT    PIC 9(08) VALUE ZEROS.
      *>-------------------------------------------------------------------
       LINKAGE SECTION.
           COPY OPELNK.
                OPEN INPUT ARQFIN
                IF ST-FIN = "00"
                   MOVE 1 TO W-FIN-DISPONIVEL.
                MOVE 0 TO W-GRP-DISPONIVEL
                OPEN INPUT ARQGRP
                IF ST-GRP = "00"
                   MOVE 1 TO W-GRP-DISPONIVEL.
       INC-OP0F.
                OPEN I-O ARQLCK
                IF ST-LCK = "30"
                IF W-ACT = 02
                   CLOSE ARQCLI ARQCEP ARQCLI-LOG ARQUF ARQCID
                         ARQFIN ARQLCK
                   IF W-GRP-DISPONIVEL = 1
                      CLOSE ARQGRP
                   END-IF
                   GO TO ROT-FIM.
                IF NOT PESSOA-FISICA AND NOT PESSOA-JURIDICA
                   MOVE "TIPO DEVE SER F=FISICA OU J=JURIDICA" TO MENS
                         DISPLAY TCPF-CNPJ-J
                      END-IF
                      PERFORM FIN-MOSTRA THRU FIN-MOSTRA-FIM
                      PERFORM GRP-MOSTRA THRU GRP-MOSTRA-FIM
                      MOVE "*** CLIENTE JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
       FIN-MOSTRA-FIM.
               EXIT.
      *>------------------------------------------------------------
      *> MOSTRA O GRUPO ECONOMICO DO CLIENTE (ARQGRP) AO LADO DO     *
      *> APELIDO -- SOMENTE EXIBICAO                                *
      *>------------------------------------------------------------
       GRP-MOSTRA.
               IF W-GRP-DISPONIVEL NOT = 1
                  GO TO GRP-MOSTRA-FIM.
               MOVE CPF-CNPJ TO GRP-CPF-CNPJ
               READ ARQGRP
                  INVALID KEY
                     DISPLAY (12, 50) "                      "
                  NOT INVALID KEY
                     DISPLAY (12, 50) "GRUPO: " GRP-CODIGO
                     IF GRP-MATRIZ = CPF-CNPJ
                        DISPLAY (12, 66) "MATRIZ"
                     ELSE
                        DISPLAY (12, 66) "      "
                     END-IF
               END-READ.
       GRP-MOSTRA-FIM.
               EXIT.
      *>------------------------------------------------------------
      *> PEGA A TRAVA DO CLIENTE CORRENTE. SE JA E' NOSSA, SEGUE;    *
      *> SE E' DE OUTRO OPERADOR, RECUSA COM "REGISTRO EM USO"       *
      *>------------------------------------------------------------
               ELSE
                  DISPLAY TCPF-CNPJ-J
               END-IF
               PERFORM FIN-MOSTRA THRU FIN-MOSTRA-FIM
               PERFORM GRP-MOSTRA THRU GRP-MOSTRA-FIM.
       TRV-RELE-FIM.
               EXIT.
      *>------------------------------------------------------------

       ACE-001.
                DISPLAY (23, 06)
                "F6=SITUACAO F7=END/CONTATOS F8=FICHA FINANC."
                DISPLAY (23, 51) "F9=NOTAS F10=FISCAL"
                DISPLAY (24, 06)
                "F1=NOVO F2=ALTERAR F3=EXCLUIR F4=APELIDO F5=LISTAR"
                ACCEPT (24, 58) W-OPCAO
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                             AND W-ACT NOT = 05 AND W-ACT NOT = 06
                             AND W-ACT NOT = 07 AND W-ACT NOT = 08
                             AND W-ACT NOT = 09 AND W-ACT NOT = 10
                             AND W-ACT NOT = 11
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (24, 12) MENS
                      GO TO ACE-001
                   ELSE
                      GO TO FIN-OPC.
                IF W-ACT = 10
                   PERFORM TRV-PEGA THRU TRV-PEGA-FIM
                   PERFORM TRV-RELE THRU TRV-RELE-FIM
                   IF W-LCK-OK = 0
                      GO TO ACE-001
                   ELSE
                      GO TO NOT-OPC.
                IF W-ACT = 11
                   PERFORM TRV-PEGA THRU TRV-PEGA-FIM
                   PERFORM TRV-RELE THRU TRV-RELE-FIM
                   IF W-LCK-OK = 0
                      GO TO ACE-001
                   ELSE
                      GO TO FIS-OPC.
                PERFORM TRV-PEGA THRU TRV-PEGA-FIM
                PERFORM TRV-RELE THRU TRV-RELE-FIM
                IF W-LCK-OK = 0
                   MOVE "A" TO SITUACAO.
                IF CLI-PEND-FATUR
                   MOVE "N" TO PEND-FATUR.
                IF PESSOA-JURIDICA AND RAZAO-SOCIAL NOT = W-ANTES-RAZAO
                   MOVE "ALTERACAO DA RAZAO SOCIAL (PJ)"
                        TO W-PND-ASSUNTO
                   GO TO ALT-RW2.
                REWRITE REGCLI
                IF ST-ERRO = "00" OR "02"
                   MOVE REGCLI TO W-REGCLI-DEPOIS
                MOVE "ERRO NA ALTERACAO DO REGISTRO NOTAS"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *>------------------------------------------------------------
      *> SO A RAZAO SOCIAL ESPERA O SUPERVISOR (O SCE029 APLICA SO   *
      *> ELA): OS OUTROS CAMPOS ALTERADOS NA MESMA TELA SAO GRAVADOS *
      *> AGORA, COM A RAZAO ANTIGA, E O PEDIDO PARTE DESSE REGISTRO  *
      *>------------------------------------------------------------
       ALT-RW2.
                MOVE RAZAO-SOCIAL TO W-PND-RAZAO
                MOVE W-ANTES-RAZAO TO RAZAO-SOCIAL
                MOVE DATA-ULT-ALT TO W-PND-DATA-ALT
                MOVE W-ANTES-DATA-ALT TO DATA-ULT-ALT
                IF REGCLI = W-REGCLI-ANTES
                   GO TO ALT-RW3.
                MOVE W-PND-DATA-ALT TO DATA-ULT-ALT
                REWRITE REGCLI
                IF ST-ERRO NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA ALTERACAO DO REGISTRO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE REGCLI TO W-REGCLI-DEPOIS
                MOVE "A" TO W-AUD-OPERACAO
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                MOVE REGCLI TO W-REGCLI-ANTES.
       ALT-RW3.
                MOVE W-PND-RAZAO TO RAZAO-SOCIAL
                MOVE W-PND-DATA-ALT TO DATA-ULT-ALT
                GO TO PND-GRAVA.

      *>****************************************
      *> ROTINA DE SITUACAO DO CLIENTE          *
                      GO TO EXC-OPC.
       SIT-RW1.
                MOVE REGCLI TO W-REGCLI-ANTES
                IF CLI-BLOQUEADO AND W-OPCAO = "A"
                   MOVE "A" TO SITUACAO
                   ACCEPT DATA-ULT-ALT FROM DATE YYYYMMDD
                   MOVE "DESBLOQUEIO CADASTRAL (SITUACAO B PARA A)"
                        TO W-PND-ASSUNTO
                   GO TO PND-GRAVA.
                MOVE W-OPCAO TO SITUACAO
                ACCEPT DATA-ULT-ALT FROM DATE YYYYMMDD
                REWRITE REGCLI
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *>****************************************
      *> ALTERACAO SENSIVEL: VAI PARA A FILA DE *
      *> APROVACAO (ARQPND) EM VEZ DO ARQCLI    *
      *>****************************************
      *> REGCLI TRAZ A IMAGEM PEDIDA E W-REGCLI-ANTES A DO ARQUIVO;  *
      *> O CLIENTE NAO E' REGRAVADO. O ARQPND SO FICA ABERTO AQUI    *
      *> PORQUE O SCE018 TAMBEM O ABRE EM I-O                        *
      *>------------------------------------------------------------
       PND-GRAVA.
                OPEN I-O ARQPND
                IF ST-PND = "30"
                   OPEN OUTPUT ARQPND
                   CLOSE ARQPND
                   OPEN I-O ARQPND
                END-IF
                IF ST-PND NOT = "00"
                   MOVE "ERRO NA ABERTURA DA FILA DE APROVACAO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                INITIALIZE REGPND
                ACCEPT PND-DATA FROM DATE YYYYMMDD
                ACCEPT PND-HORA FROM TIME
                MOVE CPF-CNPJ TO PND-CPF-CNPJ
                MOVE "C" TO PND-TIPO
                MOVE "S" TO PND-EXISTIA
                MOVE W-PND-ASSUNTO TO PND-ASSUNTO
                MOVE LNK-OPERADOR TO PND-OPERADOR
                MOVE "P" TO PND-SITUACAO
                MOVE W-REGCLI-ANTES TO PND-ANTES
                MOVE REGCLI TO PND-DEPOIS.
       PND-GRAVA-WR.
                WRITE REGPND
                IF ST-PND = "22"
                   ADD 1 TO PND-HORA
                   GO TO PND-GRAVA-WR.
                IF ST-PND NOT = "00"
                   MOVE "ERRO NA GRAVACAO DA FILA DE APROVACAO" TO MENS
                ELSE
                   MOVE "*** ENVIADO PARA APROVACAO DO SUPERVISOR ***"
                        TO MENS.
                CLOSE ARQPND
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.

      *>****************************************
      *> ENDERECOS E CONTATOS ADICIONAIS        *
      *> (ARQEND/ARQCTO, MANTIDOS PELO SCE014)  *
                   DISPLAY TCPF-CNPJ-J
                END-IF
                PERFORM FIN-MOSTRA THRU FIN-MOSTRA-FIM
                PERFORM GRP-MOSTRA THRU GRP-MOSTRA-FIM
                GO TO ACE-001.

      *>****************************************
      *> NOTAS E RETORNOS DO CLIENTE            *
      *> (ARQNOT, MANTIDO PELO SCE035)          *
      *>****************************************
       NOT-OPC.
                CALL "SCE035" USING REGCLI LNK-OPE
                PERFORM CON-UF-MOSTRA THRU CON-UF-MOSTRA-FIM
                DISPLAY SMT006
                IF PESSOA-FISICA
                   DISPLAY TCPF-CNPJ-F
                ELSE
                   DISPLAY TCPF-CNPJ-J
                END-IF
                PERFORM FIN-MOSTRA THRU FIN-MOSTRA-FIM
                PERFORM GRP-MOSTRA THRU GRP-MOSTRA-FIM
                GO TO ACE-001.

      *>****************************************
      *> DADOS FISCAIS DO CLIENTE (IE/IM/REGIME) *
      *> (ARQFIS, MANTIDO PELO SCE037)          *
      *>****************************************
      *> DADOS GRAVADOS TOCAM O CLIENTE E ENTRAM NA TRILHA, COMO NA  *
      *> FICHA FINANCEIRA, PARA SAIREM NA PROXIMA EXPORTACAO DELTA   *
       FIS-OPC.
                MOVE "N" TO W-FIS-GRAVOU
                CALL "SCE037" USING REGCLI W-FIS-GRAVOU LNK-OPE
                IF W-FIS-GRAVOU = "S"
                   MOVE REGCLI TO W-REGCLI-ANTES
                   ACCEPT DATA-ULT-ALT FROM DATE YYYYMMDD
                   REWRITE REGCLI
                   IF ST-ERRO = "00" OR "02"
                      MOVE REGCLI TO W-REGCLI-DEPOIS
                      MOVE "A" TO W-AUD-OPERACAO
                      PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   ELSE
                      MOVE "ERRO NA ATUALIZACAO DO CLIENTE" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                   END-IF
                END-IF
                PERFORM CON-UF-MOSTRA THRU CON-UF-MOSTRA-FIM
                DISPLAY SMT006
                IF PESSOA-FISICA
                   DISPLAY TCPF-CNPJ-F
                ELSE
                   DISPLAY TCPF-CNPJ-J
                END-IF
                PERFORM FIN-MOSTRA THRU FIN-MOSTRA-FIM
                PERFORM GRP-MOSTRA THRU GRP-MOSTRA-FIM
                GO TO ACE-001.

      *>****************************************
                IF W-FIN-DISPONIVEL = 1
                   CLOSE ARQFIN.
                MOVE "N" TO W-FIN-GRAVOU
                CALL "SCE018" USING REGCLI W-FIN-GRAVOU LNK-OPE
      *>------------------------------------------------------------
      *> FICHA GRAVADA: TOCA O CLIENTE E REGISTRA NA TRILHA, COMO O  *
      *> SCE022 FAZ COM O SOBREVIVENTE - E' A ENTRADA NO ARQCLILOG   *
                   DISPLAY TCPF-CNPJ-J
                END-IF
                PERFORM FIN-MOSTRA THRU FIN-MOSTRA-FIM
                PERFORM GRP-MOSTRA THRU GRP-MOSTRA-FIM
                GO TO ACE-001.

      *>****************************************
                END-IF
                PERFORM CON-UF-MOSTRA THRU CON-UF-MOSTRA-FIM
                PERFORM FIN-MOSTRA THRU FIN-MOSTRA-FIM
                PERFORM GRP-MOSTRA THRU GRP-MOSTRA-FIM
                DISPLAY (24, 12)
                   "ENTER=SELECIONAR  F4=PROXIMO  ESC=SAIR"
                ACCEPT (24, 60) W-OPCAO
                   DISPLAY TCPF-CNPJ-J
                END-IF
                PERFORM FIN-MOSTRA THRU FIN-MOSTRA-FIM
                PERFORM GRP-MOSTRA THRU GRP-MOSTRA-FIM
                MOVE "*** CLIENTE SELECIONADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE 1 TO W-SEL
                PERFORM TRV-SOLTA THRU TRV-SOLTA-FIM
                CLOSE ARQCLI ARQCEP ARQCLI-LOG ARQUF ARQCID
                      ARQFIN ARQLCK
                IF W-GRP-DISPONIVEL = 1
                   CLOSE ARQGRP.
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
