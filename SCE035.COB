       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE035.
      *>AUTHOR. FELYPE DANTAS DOS SANTOS.
      *>*****************************************
      *> NOTAS E RETORNOS DO CLIENTE (ARQNOT)    *
      *> -- CHAMADO PELO SCE002 COM O CLIENTE    *
      *> CORRENTE                                *
      *>*****************************************
      *> CADA NOTA GUARDA OPERADOR, DATA/HORA, CATEGORIA (COBRANCA,
      *> CADASTRO, COMERCIAL OU LGPD), ATE 4 LINHAS DE TEXTO E UM
      *> RETORNO OPCIONAL COM DATA. A NOTA E' UM REGISTRO DE
      *> ATENDIMENTO: NAO SE ALTERA NEM SE EXCLUI; DO RETORNO EM
      *> ABERTO SO SE MUDA A DATA (REAGENDAR) OU A SITUACAO
      *> (ENCERRAR). OS RETORNOS VENCIDOS SAEM NO SCE036.
      *> O SCE002 CHAMA COM A TRAVA DO CLIENTE JA PEGA (COMO PARA O
      *> SCE014); O ARQCLI NAO E' TOCADO, ENTAO NAO HA ENTRADA NA
      *> TRILHA DE AUDITORIA
      *>------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQNOT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOT-CHAVE
           FILE STATUS IS ST-NOT.
      *>---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQNOT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQNOT.DAT".
           COPY NOTCLI.
      *>------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 ST-NOT         PIC X(02) VALUE "00".
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 W-LINDISP      PIC 9(02) VALUE ZEROS.
       77 W-FIM-LST      PIC 9(01) VALUE ZEROS.
       77 W-QT-NOTAS     PIC 9(04) VALUE ZEROS.
       77 W-QT-ABERTOS   PIC 9(04) VALUE ZEROS.
       77 W-DT-HOJE      PIC 9(08) VALUE ZEROS.
       77 W-RET-ANT      PIC 9(08) VALUE ZEROS.
       77 W-CAT-DESC     PIC X(09) VALUE SPACES.
       77 W-SIT-DESC     PIC X(09) VALUE SPACES.
      *>------------------------------------------------------------
      *> CRITICA DA DATA DE RETORNO (AAAAMMDD)
      *>------------------------------------------------------------
       77 W-DATA-OK      PIC 9(01) VALUE ZEROS.
       01 W-DATA-TXT.
           03 W-DT-ANO       PIC 9(04).
           03 W-DT-MES       PIC 9(02).
           03 W-DT-DIA       PIC 9(02).
       01 W-DIAS-MES-TXT     PIC X(24)
                             VALUE "312931303130313130313031".
       01 W-DIAS-MES-TAB REDEFINES W-DIAS-MES-TXT.
           03 W-DIAS-MES     PIC 9(02) OCCURS 12 TIMES.
       77 W-QUOC         PIC 9(04) VALUE ZEROS.
       77 W-RESTO4       PIC 9(03) VALUE ZEROS.
       77 W-RESTO100     PIC 9(03) VALUE ZEROS.
       77 W-RESTO400     PIC 9(03) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
      *>-------------------------------------------------------------------
       LINKAGE SECTION.
           COPY REGCLI.
           COPY OPELNK.
      *>-------------------------------------------------------------------
       SCREEN SECTION.
       01  SMT-NOT-MENU.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE "            NOTAS E RETORNOS DO CLIENTE".
           05  LINE 05  COLUMN 05
               VALUE "CLIENTE : ".
           05  TNOM-DOC
               LINE 05  COLUMN 15 PIC 9(14)
               FROM CPF-CNPJ.
           05  TNOM-RAZAO
               LINE 05  COLUMN 32 PIC X(40)
               FROM RAZAO-SOCIAL.
           05  LINE 08  COLUMN 05
               VALUE "1 - INCLUIR NOTA".
           05  LINE 10  COLUMN 05
               VALUE "2 - LISTAR NOTAS".
           05  LINE 12  COLUMN 05
               VALUE "3 - RETORNOS EM ABERTO (ENCERRAR/REAGENDAR)".
           05  LINE 14  COLUMN 05
               VALUE "0 - VOLTAR".
           05  LINE 17  COLUMN 05
               VALUE "OPCAO: ".
           05  TNOM-OPCAO
               LINE 17  COLUMN 13 PIC X(01)
               USING W-OPCAO.
       01  SMT-NOT.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE "                  NOTA DO CLIENTE".
           05  LINE 05  COLUMN 05
               VALUE "CLIENTE : ".
           05  TNOT-DOC
               LINE 05  COLUMN 15 PIC 9(14)
               FROM NOT-CPF-CNPJ.
           05  LINE 05  COLUMN 32
               VALUE "DATA: ".
           05  TNOT-DATA
               LINE 05  COLUMN 38 PIC 9(08)
               FROM NOT-DATA.
           05  LINE 05  COLUMN 49
               VALUE "HORA: ".
           05  TNOT-HORA
               LINE 05  COLUMN 55 PIC 9(08)
               FROM NOT-HORA.
           05  LINE 07  COLUMN 01
               VALUE "OPERADOR    : ".
           05  TNOT-OPERADOR
               LINE 07  COLUMN 15 PIC X(08)
               FROM NOT-OPERADOR.
           05  LINE 09  COLUMN 01
               VALUE "CATEGORIA   : ".
           05  TNOT-CATEGORIA
               LINE 09  COLUMN 15 PIC X(01)
               USING NOT-CATEGORIA.
           05  LINE 09  COLUMN 18
               VALUE "(C=COBRANCA D=CADASTRO M=COMERCIAL L=LGPD)".
           05  LINE 11  COLUMN 01
               VALUE "TEXTO : ".
           05  TNOT-TEXTO1
               LINE 11  COLUMN 09 PIC X(60)
               USING NOT-TEXTO1.
           05  TNOT-TEXTO2
               LINE 12  COLUMN 09 PIC X(60)
               USING NOT-TEXTO2.
           05  TNOT-TEXTO3
               LINE 13  COLUMN 09 PIC X(60)
               USING NOT-TEXTO3.
           05  TNOT-TEXTO4
               LINE 14  COLUMN 09 PIC X(60)
               USING NOT-TEXTO4.
           05  LINE 16  COLUMN 01
               VALUE "RETORNO EM (AAAAMMDD, ZEROS=SEM RETORNO) : ".
           05  TNOT-RETORNO
               LINE 16  COLUMN 44 PIC 9(08)
               USING NOT-RETORNO-DATA.
           05  LINE 18  COLUMN 01
               VALUE "SITUACAO DO RETORNO : ".
           05  TNOT-SIT
               LINE 18  COLUMN 23 PIC X(01)
               FROM NOT-RETORNO-SIT.
           05  LINE 18  COLUMN 27
               VALUE "ENCERRADO EM: ".
           05  TNOT-FECH-DATA
               LINE 18  COLUMN 41 PIC 9(08)
               FROM NOT-FECH-DATA.
           05  LINE 18  COLUMN 51
               VALUE "POR: ".
           05  TNOT-FECH-OPER
               LINE 18  COLUMN 56 PIC X(08)
               FROM NOT-FECH-OPERADOR.
      *>-------------------------------------------------------------
       PROCEDURE DIVISION USING REGCLI LNK-OPE.
       NTA-INICIO.
           PERFORM NTA-ABRE THRU NTA-ABRE-FIM.
       NTA-MENU.
           MOVE SPACES TO W-OPCAO
           PERFORM UNTIL W-OPCAO = "0"
              DISPLAY SMT-NOT-MENU
              ACCEPT TNOM-OPCAO
              EVALUATE W-OPCAO
                 WHEN "1"
                    PERFORM NTA-INCLUIR THRU NTA-INCLUIR-FIM
                 WHEN "2"
                    PERFORM NTA-LISTAR THRU NTA-LISTAR-FIM
                 WHEN "3"
                    PERFORM NTA-ABERTOS THRU NTA-ABERTOS-FIM
                 WHEN "0"
                    CONTINUE
                 WHEN OTHER
                    MOVE "OPCAO INVALIDA" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
              END-EVALUATE
           END-PERFORM.
           CLOSE ARQNOT.
           DISPLAY (01, 01) ERASE.
           GOBACK.
      *>------------------------------------------------------------
       NTA-ABRE.
           OPEN I-O ARQNOT
           IF ST-NOT = "30"
              OPEN OUTPUT ARQNOT
              CLOSE ARQNOT
              OPEN I-O ARQNOT
           END-IF
           IF ST-NOT NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE NOTAS: " ST-NOT
              GOBACK.
       NTA-ABRE-FIM.
           EXIT.
      *>****************************************
      *> INCLUSAO DE NOTA                       *
      *>****************************************
       NTA-INCLUIR.
           MOVE SPACES TO NOT-CATEGORIA NOT-TEXTO1 NOT-TEXTO2
                          NOT-TEXTO3 NOT-TEXTO4 NOT-RETORNO-SIT
                          NOT-FECH-OPERADOR
           MOVE ZEROS TO NOT-RETORNO-DATA NOT-FECH-DATA
           MOVE CPF-CNPJ TO NOT-CPF-CNPJ
           ACCEPT NOT-DATA FROM DATE YYYYMMDD
           ACCEPT NOT-HORA FROM TIME
           MOVE LNK-OPERADOR TO NOT-OPERADOR
           DISPLAY SMT-NOT.
       NTA-INC-CAT.
           ACCEPT TNOT-CATEGORIA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO NTA-INCLUIR-FIM.
           INSPECT NOT-CATEGORIA CONVERTING "cdml" TO "CDML"
           IF NOT NOT-COBRANCA AND NOT NOT-CADASTRO
                               AND NOT NOT-COMERCIAL AND NOT NOT-LGPD
              MOVE "CATEGORIA DEVE SER C, D, M OU L" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO NTA-INC-CAT.
           DISPLAY TNOT-CATEGORIA.
       NTA-INC-TX1.
           ACCEPT TNOT-TEXTO1
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO NTA-INC-CAT.
           IF NOT-TEXTO1 = SPACES
              MOVE "TEXTO DEVE SER DIFERENTE DE BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO NTA-INC-TX1.
       NTA-INC-TX2.
           ACCEPT TNOT-TEXTO2
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO NTA-INC-TX1.
       NTA-INC-TX3.
           ACCEPT TNOT-TEXTO3
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO NTA-INC-TX2.
       NTA-INC-TX4.
           ACCEPT TNOT-TEXTO4
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO NTA-INC-TX3.
       NTA-INC-RET.
           ACCEPT TNOT-RETORNO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO NTA-INC-TX4.
           IF NOT-RETORNO-DATA = ZEROS
              MOVE SPACES TO NOT-RETORNO-SIT
              GO TO NTA-INC-GRAVA.
           PERFORM NTA-CRITICA-RET THRU NTA-CRITICA-RET-FIM
           IF W-DATA-OK = 0
              GO TO NTA-INC-RET.
           MOVE "A" TO NOT-RETORNO-SIT.
      *>    DUAS NOTAS DO MESMO CLIENTE NO MESMO CENTESIMO: PEGA A    *
      *>    HORA DE NOVO E REGRAVA                                    *
       NTA-INC-GRAVA.
           WRITE REGNOT
              INVALID KEY
                 IF ST-NOT = "22"
                    ACCEPT NOT-HORA FROM TIME
                    GO TO NTA-INC-GRAVA
                 END-IF
                 MOVE "ERRO NA GRAVACAO DA NOTA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO NTA-INCLUIR-FIM
           END-WRITE.
           DISPLAY TNOT-HORA TNOT-SIT
           MOVE "*** NOTA INCLUIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       NTA-INCLUIR-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> CRITICA DA DATA DE RETORNO: DATA VALIDA E NAO ANTERIOR A    *
      *> HOJE (W-DATA-OK = 1)                                        *
      *>------------------------------------------------------------
       NTA-CRITICA-RET.
           MOVE 0 TO W-DATA-OK
           MOVE NOT-RETORNO-DATA TO W-DATA-TXT
           IF W-DT-ANO < 1601 OR W-DT-MES < 1 OR W-DT-MES > 12
                              OR W-DT-DIA < 1
              GO TO NTA-CRITICA-INV.
           IF W-DT-DIA > W-DIAS-MES (W-DT-MES)
              GO TO NTA-CRITICA-INV.
           IF W-DT-MES = 2 AND W-DT-DIA = 29
              DIVIDE W-DT-ANO BY 4 GIVING W-QUOC REMAINDER W-RESTO4
              DIVIDE W-DT-ANO BY 100 GIVING W-QUOC
                     REMAINDER W-RESTO100
              DIVIDE W-DT-ANO BY 400 GIVING W-QUOC
                     REMAINDER W-RESTO400
              IF W-RESTO4 NOT = 0
                 OR (W-RESTO100 = 0 AND W-RESTO400 NOT = 0)
                 GO TO NTA-CRITICA-INV.
           ACCEPT W-DT-HOJE FROM DATE YYYYMMDD
           IF NOT-RETORNO-DATA < W-DT-HOJE
              MOVE "RETORNO NAO PODE SER ANTERIOR A HOJE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO NTA-CRITICA-RET-FIM.
           MOVE 1 TO W-DATA-OK
           GO TO NTA-CRITICA-RET-FIM.
       NTA-CRITICA-INV.
           MOVE "DATA DE RETORNO INVALIDA" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       NTA-CRITICA-RET-FIM.
           EXIT.
      *>****************************************
      *> LISTAGEM DAS NOTAS DO CLIENTE          *
      *> (ORDEM CRONOLOGICA, COM O TEXTO)       *
      *>****************************************
       NTA-LISTAR.
           DISPLAY (01, 01) ERASE
           DISPLAY (02, 20) "NOTAS DO CLIENTE " CPF-CNPJ
           MOVE 4 TO W-LINDISP
           MOVE ZEROS TO W-QT-NOTAS
           MOVE 0 TO W-FIM-LST
           MOVE CPF-CNPJ TO NOT-CPF-CNPJ
           MOVE ZEROS TO NOT-DATA NOT-HORA
           START ARQNOT KEY IS NOT LESS THAN NOT-CHAVE
              INVALID KEY
                 MOVE 1 TO W-FIM-LST
           END-START.
           PERFORM NTA-LISTAR-LIN THRU NTA-LISTAR-LIN-FIM
               UNTIL W-FIM-LST = 1.
           IF W-QT-NOTAS = ZEROS
              DISPLAY (W-LINDISP, 03) "NENHUMA NOTA PARA O CLIENTE".
           DISPLAY (23, 10) "ENTER PARA VOLTAR...           "
           ACCEPT (23, 10) W-OPCAO
           MOVE SPACES TO W-OPCAO.
       NTA-LISTAR-FIM.
           EXIT.
       NTA-LISTAR-LIN.
           READ ARQNOT NEXT RECORD
              AT END
                 MOVE 1 TO W-FIM-LST
                 GO TO NTA-LISTAR-LIN-FIM
           END-READ.
           IF NOT-CPF-CNPJ NOT = CPF-CNPJ
              MOVE 1 TO W-FIM-LST
              GO TO NTA-LISTAR-LIN-FIM.
           ADD 1 TO W-QT-NOTAS
           PERFORM NTA-DESCRICAO THRU NTA-DESCRICAO-FIM
           DISPLAY (W-LINDISP, 03) NOT-DATA " "
                   NOT-HORA (1:2) ":" NOT-HORA (3:2) " "
                   NOT-OPERADOR " " W-CAT-DESC " RETORNO: "
                   NOT-RETORNO-DATA " " W-SIT-DESC
           PERFORM NTA-AVANCA THRU NTA-AVANCA-FIM
           DISPLAY (W-LINDISP, 06) NOT-TEXTO1
           PERFORM NTA-AVANCA THRU NTA-AVANCA-FIM
           IF NOT-TEXTO2 NOT = SPACES
              DISPLAY (W-LINDISP, 06) NOT-TEXTO2
              PERFORM NTA-AVANCA THRU NTA-AVANCA-FIM.
           IF NOT-TEXTO3 NOT = SPACES
              DISPLAY (W-LINDISP, 06) NOT-TEXTO3
              PERFORM NTA-AVANCA THRU NTA-AVANCA-FIM.
           IF NOT-TEXTO4 NOT = SPACES
              DISPLAY (W-LINDISP, 06) NOT-TEXTO4
              PERFORM NTA-AVANCA THRU NTA-AVANCA-FIM.
       NTA-LISTAR-LIN-FIM.
           EXIT.
      *>------------------------------------------------------------
       NTA-AVANCA.
           ADD 1 TO W-LINDISP
           IF W-LINDISP > 20
              DISPLAY (23, 10) "ENTER PARA CONTINUAR..."
              ACCEPT (23, 10) W-OPCAO
              DISPLAY (01, 01) ERASE
              MOVE 4 TO W-LINDISP
           END-IF.
       NTA-AVANCA-FIM.
           EXIT.
      *>------------------------------------------------------------
       NTA-DESCRICAO.
           EVALUATE TRUE
              WHEN NOT-COBRANCA
                 MOVE "COBRANCA" TO W-CAT-DESC
              WHEN NOT-CADASTRO
                 MOVE "CADASTRO" TO W-CAT-DESC
              WHEN NOT-COMERCIAL
                 MOVE "COMERCIAL" TO W-CAT-DESC
              WHEN NOT-LGPD
                 MOVE "LGPD" TO W-CAT-DESC
              WHEN OTHER
                 MOVE NOT-CATEGORIA TO W-CAT-DESC
           END-EVALUATE
           EVALUATE TRUE
              WHEN NOT-RETORNO-DATA = ZEROS
                 MOVE "-" TO W-SIT-DESC
              WHEN NOT-RET-ABERTO
                 MOVE "ABERTO" TO W-SIT-DESC
              WHEN NOT-RET-FECHADO
                 MOVE "ENCERRADO" TO W-SIT-DESC
              WHEN OTHER
                 MOVE NOT-RETORNO-SIT TO W-SIT-DESC
           END-EVALUATE.
       NTA-DESCRICAO-FIM.
           EXIT.
      *>****************************************
      *> RETORNOS EM ABERTO DO CLIENTE: UM A UM *
      *> PARA ENCERRAR OU REAGENDAR             *
      *>****************************************
       NTA-ABERTOS.
           MOVE ZEROS TO W-QT-ABERTOS
           MOVE 0 TO W-FIM-LST
           MOVE CPF-CNPJ TO NOT-CPF-CNPJ
           MOVE ZEROS TO NOT-DATA NOT-HORA
           START ARQNOT KEY IS NOT LESS THAN NOT-CHAVE
              INVALID KEY
                 MOVE 1 TO W-FIM-LST
           END-START.
           PERFORM NTA-ABE-LE THRU NTA-ABE-LE-FIM
               UNTIL W-FIM-LST = 1.
           IF W-QT-ABERTOS = ZEROS
              MOVE "NENHUM RETORNO EM ABERTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           MOVE SPACES TO W-OPCAO.
       NTA-ABERTOS-FIM.
           EXIT.
      *>------------------------------------------------------------
       NTA-ABE-LE.
           READ ARQNOT NEXT RECORD
              AT END
                 MOVE 1 TO W-FIM-LST
                 GO TO NTA-ABE-LE-FIM
           END-READ.
           IF NOT-CPF-CNPJ NOT = CPF-CNPJ
              MOVE 1 TO W-FIM-LST
              GO TO NTA-ABE-LE-FIM.
           IF NOT NOT-RET-ABERTO
              GO TO NTA-ABE-LE-FIM.
           ADD 1 TO W-QT-ABERTOS
           DISPLAY SMT-NOT.
       NTA-ABE-OPC.
           MOVE SPACES TO W-OPCAO
           DISPLAY (22, 05)
              "E=ENCERRAR  R=REAGENDAR  P=PROXIMO  0=VOLTAR : "
           ACCEPT (22, 53) W-OPCAO
           IF W-OPCAO = "0"
              MOVE 1 TO W-FIM-LST
              GO TO NTA-ABE-LE-FIM.
           IF W-OPCAO = "P" OR "p"
              GO TO NTA-ABE-LE-FIM.
           IF W-OPCAO = "E" OR "e"
              GO TO NTA-ABE-ENCERRA.
           IF W-OPCAO = "R" OR "r"
              GO TO NTA-ABE-REAGENDA.
           MOVE "OPCAO INVALIDA" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO NTA-ABE-OPC.
       NTA-ABE-ENCERRA.
           MOVE "F" TO NOT-RETORNO-SIT
           ACCEPT NOT-FECH-DATA FROM DATE YYYYMMDD
           MOVE LNK-OPERADOR TO NOT-FECH-OPERADOR
           REWRITE REGNOT
              INVALID KEY
                 MOVE "ERRO NA REGRAVACAO DA NOTA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO NTA-ABE-LE-FIM
           END-REWRITE.
           DISPLAY TNOT-SIT TNOT-FECH-DATA TNOT-FECH-OPER
           MOVE "*** RETORNO ENCERRADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO NTA-ABE-LE-FIM.
       NTA-ABE-REAGENDA.
           MOVE NOT-RETORNO-DATA TO W-RET-ANT.
       NTA-ABE-REA-DATA.
           ACCEPT TNOT-RETORNO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE W-RET-ANT TO NOT-RETORNO-DATA
              DISPLAY TNOT-RETORNO
              GO TO NTA-ABE-OPC.
           IF NOT-RETORNO-DATA = ZEROS
              MOVE "PARA DESISTIR DO RETORNO USE E=ENCERRAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO NTA-ABE-REA-DATA.
           PERFORM NTA-CRITICA-RET THRU NTA-CRITICA-RET-FIM
           IF W-DATA-OK = 0
              GO TO NTA-ABE-REA-DATA.
           REWRITE REGNOT
              INVALID KEY
                 MOVE "ERRO NA REGRAVACAO DA NOTA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO NTA-ABE-LE-FIM
           END-REWRITE.
           MOVE "*** RETORNO REAGENDADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       NTA-ABE-LE-FIM.
           EXIT.
      *>*********************
      *> ROTINA DE MENSAGEM *
      *>*********************
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (24, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY (24, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
