       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE028.
      *>AUTHOR. FELYPE DANTAS DOS SANTOS.
      *>*****************************************
      *> GRUPOS ECONOMICOS                      *
      *> (ARQGRP.DAT / ARQCLI.DAT / ARQFIN.DAT) *
      *>*****************************************
      *> LIGA CADA CPF/CNPJ A UM GRUPO ECONOMICO E A SUA MATRIZ.
      *> A MONTAGEM AUTOMATICA JUNTA OS CNPJ ATIVOS DE MESMA RAIZ
      *> (8 PRIMEIROS DIGITOS) NUM GRUPO DE CODIGO = RAIZ, COM A
      *> FILIAL 0001 COMO MATRIZ; O SUPERVISOR VINCULA A MAO AS
      *> HOLDINGS DE RAIZES DIFERENTES, E A MONTAGEM AUTOMATICA NAO
      *> MEXE NOS VINCULOS MANUAIS. EMITE O RELATORIO DE EXPOSICAO
      *> CONSOLIDADA (RELGRP.LST): LIMITE DO ARQFIN E FATURAMENTO
      *> DO ARQMOV NAS 12 COMPETENCIAS FECHADAS, SOMADOS POR GRUPO,
      *> APONTANDO O GRUPO CUJO PICO MENSAL PASSA DO LIMITE SOMADO.
      *> NAO ALTERA O ARQCLI. RESTRITO AO SUPERVISOR, COMO O SCE020
      *>------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQGRP ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GRP-CPF-CNPJ
           FILE STATUS IS ST-GRP
           ALTERNATE RECORD KEY IS GRP-CODIGO WITH DUPLICATES.
       SELECT ARQCLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPF-CNPJ
           FILE STATUS IS ST-ERRO
           ALTERNATE RECORD KEY IS APELIDO WITH DUPLICATES.
       SELECT ARQFIN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FIN-CPF-CNPJ
           FILE STATUS IS ST-FIN.
       SELECT ARQMOV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-CHAVE
           FILE STATUS IS ST-MOV.
       SELECT RELGRP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-REL.
      *>---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQGRP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQGRP.DAT".
           COPY GRPCLI.
       FD ARQCLI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQCLI.DAT".
           COPY REGCLI.
       FD ARQFIN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQFIN.DAT".
           COPY FINCLI.
       FD ARQMOV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQMOV.DAT".
           COPY MOVCLI.
       FD RELGRP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RELGRP.LST".
       01 REG-RELGRP          PIC X(132).
      *>------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-RESP         PIC X(01) VALUE SPACES.
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 ST-GRP         PIC X(02) VALUE "00".
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-FIN         PIC X(02) VALUE "00".
       77 ST-MOV         PIC X(02) VALUE "00".
       77 ST-REL         PIC X(02) VALUE "00".
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 W-LINDISP      PIC 9(02) VALUE ZEROS.
       77 W-FIM-GRP      PIC 9(01) VALUE ZEROS.
       77 W-FIM-CLI      PIC 9(01) VALUE ZEROS.
       77 W-FIM-MOV      PIC 9(01) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
      *>------------------------------------------------------------
      *> ARQFIN E ARQMOV SO ENTRAM NO RELATORIO; SEM ELES O GRUPO
      *> SAI COM LIMITE/FATURAMENTO ZERADOS, COMO NO SCE002
      *>------------------------------------------------------------
       77 W-FIN-DISPONIVEL PIC 9(01) VALUE ZEROS.
       77 W-MOV-DISPONIVEL PIC 9(01) VALUE ZEROS.
      *>------------------------------------------------------------
      *> VINCULO/DESVINCULO MANUAL
      *>------------------------------------------------------------
       77 W-DOC-CLI       PIC 9(14) VALUE ZEROS.
       77 W-DOC-LER       PIC 9(14) VALUE ZEROS.
       77 W-CLI-OK        PIC 9(01) VALUE ZEROS.
       77 W-RAZAO-TELA    PIC X(40) VALUE SPACES.
       77 W-GRP-EXISTE    PIC 9(01) VALUE ZEROS.
       77 W-COD-ATUAL     PIC X(08) VALUE SPACES.
       77 W-MATRIZ-ATUAL  PIC 9(14) VALUE ZEROS.
       77 W-COD-NOVO      PIC X(08) VALUE SPACES.
       77 W-MATRIZ-NOVA   PIC 9(14) VALUE ZEROS.
       77 W-VINC-MATRIZ   PIC 9(01) VALUE ZEROS.
       77 W-COD-BUSCA     PIC X(08) VALUE SPACES.
       77 W-QT-MEMBROS    PIC 9(06) VALUE ZEROS.
       77 W-MATRIZ-GRUPO  PIC 9(14) VALUE ZEROS.
      *>------------------------------------------------------------
      *> MONTAGEM AUTOMATICA: OS CNPJ DE UMA MESMA RAIZ VEM JUNTOS
      *> NA ORDEM DA CHAVE DO ARQCLI
      *>------------------------------------------------------------
       01 W-CNPJ.
           03 W-CNPJ-RAIZ     PIC 9(08).
           03 W-CNPJ-FILIAL   PIC 9(04).
           03 W-CNPJ-DV       PIC 9(02).
       77 W-RAIZ-ANT      PIC 9(08) VALUE ZEROS.
       77 W-COD-RAIZ      PIC X(08) VALUE SPACES.
       77 W-DOC-ULT       PIC 9(14) VALUE ZEROS.
       77 W-RZ-QTDE       PIC 9(03) COMP VALUE ZEROS.
       77 W-RZ-IX         PIC 9(03) COMP VALUE ZEROS.
       77 W-RZ-MATRIZ-IX  PIC 9(03) COMP VALUE ZEROS.
       01 W-RZ-TAB.
           03 W-RZ-ITEM OCCURS 500 TIMES.
               05 W-RZ-DOC       PIC 9(14).
               05 W-RZ-FILIAL    PIC 9(04).
       77 W-TOTAL-LIDOS   PIC 9(06) VALUE ZEROS.
       77 W-TOTAL-GRUPOS  PIC 9(06) VALUE ZEROS.
       77 W-TOTAL-NOVOS   PIC 9(06) VALUE ZEROS.
       77 W-TOTAL-ATUAL   PIC 9(06) VALUE ZEROS.
       77 W-TOTAL-REMOV   PIC 9(06) VALUE ZEROS.
       77 W-TOTAL-MANUAL  PIC 9(06) VALUE ZEROS.
      *>------------------------------------------------------------
      *> RELATORIO: PERIODO DAS 12 COMPETENCIAS FECHADAS, COMO NO
      *> SCE027. W-MESES = ANO * 12 + (MES - 1) DA COMPETENCIA
      *>------------------------------------------------------------
       01 W-DT-HOJE.
           03 W-HOJE-ANO      PIC 9(04).
           03 W-HOJE-MES      PIC 9(02).
           03 W-HOJE-DIA      PIC 9(02).
       77 W-MESES         PIC 9(06) VALUE ZEROS.
       77 W-CALC-ANO      PIC 9(04) VALUE ZEROS.
       77 W-CALC-MES      PIC 9(02) VALUE ZEROS.
       77 W-COMP-INI      PIC 9(06) VALUE ZEROS.
       77 W-COMP-FIM      PIC 9(06) VALUE ZEROS.
       01 W-COMP-MOV.
           03 W-CM-ANO        PIC 9(04).
           03 W-CM-MES        PIC 9(02).
       77 W-MES-IX        PIC 9(02) COMP VALUE ZEROS.
       01 W-MES-TAB.
           03 W-MES-VAL       PIC 9(13)V99 OCCURS 12 TIMES.
       77 W-LINHA         PIC 9(02) VALUE 99.
       77 W-PAGINA        PIC 9(04) VALUE ZEROS.
       77 W-COD-ANT       PIC X(08) VALUE SPACES.
       77 W-GR-MEMBROS    PIC 9(04) VALUE ZEROS.
       77 W-GR-LIMITE     PIC 9(11)V99 VALUE ZEROS.
       77 W-GR-FATUR      PIC 9(13)V99 VALUE ZEROS.
       77 W-GR-PICO       PIC 9(13)V99 VALUE ZEROS.
       77 W-MB-FATUR      PIC 9(13)V99 VALUE ZEROS.
       77 W-TOTAL-MEMBROS PIC 9(06) VALUE ZEROS.
       77 W-TOTAL-ACIMA   PIC 9(06) VALUE ZEROS.
      *>------------------------------------------------------------
       01 LC-CABEC1.
           05 FILLER          PIC X(54) VALUE
              "EXPOSICAO CONSOLIDADA POR GRUPO ECONOMICO - SCE028".
           05 FILLER          PIC X(08) VALUE "PAGINA: ".
           05 LC-PAGINA       PIC ZZZ9.
       01 LC-CABEC2.
           05 FILLER          PIC X(20) VALUE "FATURAMENTO DE ".
           05 LC-COMP-INI     PIC 9(06).
           05 FILLER          PIC X(03) VALUE " A ".
           05 LC-COMP-FIM     PIC 9(06).
       01 LC-CABEC3.
           05 FILLER PIC X(16) VALUE "CPF/CNPJ".
           05 FILLER PIC X(32) VALUE "RAZAO SOCIAL".
           05 FILLER PIC X(07) VALUE "MATRIZ".
           05 FILLER PIC X(08) VALUE "ORIGEM".
           05 FILLER PIC X(16) VALUE "  LIMITE (FIN)".
           05 FILLER PIC X(19) VALUE "  FATURAMENTO 12M".
       01 LC-GRUPO.
           05 FILLER           PIC X(07) VALUE "GRUPO: ".
           05 LG-CODIGO        PIC X(08).
           05 FILLER           PIC X(11) VALUE "   MATRIZ: ".
           05 LG-MATRIZ        PIC 9(14).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 LG-RAZAO         PIC X(60).
       01 LC-DETALHE.
           05 LD-CPF-CNPJ      PIC 9(14).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 LD-RAZAO         PIC X(30).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 LD-MATRIZ        PIC X(06).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 LD-ORIGEM        PIC X(06).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 LD-LIMITE        PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 LD-FATUR         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 LC-TOTGRP.
           05 FILLER           PIC X(22) VALUE
              "TOTAL DO GRUPO  MEMB: ".
           05 LTG-MEMBROS      PIC ZZZ9.
           05 FILLER           PIC X(10) VALUE "  LIMITE: ".
           05 LTG-LIMITE       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(11) VALUE "  FAT.12M: ".
           05 LTG-FATUR        PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(12) VALUE "  PICO MES: ".
           05 LTG-PICO         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 LTG-ALERTA       PIC X(15).
       01 LC-TOTAL1.
           05 FILLER           PIC X(36) VALUE
              "GRUPOS ECONOMICOS:                  ".
           05 LT-GRUPOS        PIC ZZZ.ZZ9.
       01 LC-TOTAL2.
           05 FILLER           PIC X(36) VALUE
              "CLIENTES VINCULADOS:                ".
           05 LT-MEMBROS       PIC ZZZ.ZZ9.
       01 LC-TOTAL3.
           05 FILLER           PIC X(36) VALUE
              "GRUPOS COM PICO ACIMA DO LIMITE:    ".
           05 LT-ACIMA         PIC ZZZ.ZZ9.
      *>-------------------------------------------------------------------
       LINKAGE SECTION.
           COPY OPELNK.
      *>-------------------------------------------------------------------
       SCREEN SECTION.
       01  SMT-MENU.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE "               GRUPOS ECONOMICOS".
           05  LINE 07  COLUMN 05
               VALUE "1 - VINCULAR CLIENTE A UM GRUPO (MANUAL)".
           05  LINE 08  COLUMN 05
               VALUE "2 - DESVINCULAR CLIENTE DO GRUPO".
           05  LINE 09  COLUMN 05
               VALUE "3 - CONSULTAR MEMBROS DOS GRUPOS".
           05  LINE 10  COLUMN 05
               VALUE "4 - MONTAGEM PELA RAIZ DO CNPJ (LOTE)".
           05  LINE 11  COLUMN 05
               VALUE "5 - RELATORIO DE EXPOSICAO CONSOLIDADA".
           05  LINE 14  COLUMN 05
               VALUE "0 - SAIR".
           05  LINE 17  COLUMN 05
               VALUE "OPCAO: ".
           05  TMENU-OPCAO
               LINE 17  COLUMN 13 PIC X(01)
               USING W-OPCAO.
       01  SMT-GRP.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE "              VINCULO AO GRUPO ECONOMICO".
           05  LINE 08  COLUMN 01
               VALUE "CLIENTE    : ".
           05  TGRP-DOC
               LINE 08  COLUMN 15 PIC 9(14)
               USING GRP-CPF-CNPJ.
           05  LINE 10  COLUMN 01
               VALUE "GRUPO      : ".
           05  TGRP-CODIGO
               LINE 10  COLUMN 15 PIC X(08)
               USING GRP-CODIGO.
           05  LINE 12  COLUMN 01
               VALUE "MATRIZ     : ".
           05  TGRP-MATRIZ
               LINE 12  COLUMN 15 PIC 9(14)
               USING GRP-MATRIZ.
           05  LINE 14  COLUMN 01
               VALUE "ORIGEM     : ".
           05  TGRP-ORIGEM
               LINE 14  COLUMN 15 PIC X(01)
               FROM GRP-ORIGEM.
           05  LINE 14  COLUMN 18
               VALUE "(A=PELA RAIZ DO CNPJ  M=MANUAL)".
      *>-------------------------------------------------------------
       PROCEDURE DIVISION USING LNK-OPE.
       GEC-INICIO.
           IF NOT LNK-SUPERVISOR
              DISPLAY (01, 01) ERASE
              DISPLAY "GRUPOS ECONOMICOS PERMITIDOS SOMENTE AO "
                      "SUPERVISOR"
              GOBACK.
           PERFORM GEC-ABRE THRU GEC-ABRE-FIM.
       GEC-MENU.
           MOVE SPACES TO W-OPCAO
           PERFORM UNTIL W-OPCAO = "0"
              DISPLAY SMT-MENU
              ACCEPT TMENU-OPCAO
              EVALUATE W-OPCAO
                 WHEN "1"
                    PERFORM GEC-VINCULA THRU GEC-VINCULA-FIM
                 WHEN "2"
                    PERFORM GEC-DESVINCULA THRU GEC-DESVINCULA-FIM
                 WHEN "3"
                    PERFORM GEC-LISTAR THRU GEC-LISTAR-FIM
                 WHEN "4"
                    PERFORM GEC-AUTO THRU GEC-AUTO-FIM
                 WHEN "5"
                    PERFORM GEC-RELATORIO THRU GEC-RELATORIO-FIM
                 WHEN "0"
                    CONTINUE
                 WHEN OTHER
                    MOVE "OPCAO INVALIDA" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
              END-EVALUATE
           END-PERFORM.
           CLOSE ARQGRP ARQCLI.
           IF W-FIN-DISPONIVEL = 1
              CLOSE ARQFIN.
           IF W-MOV-DISPONIVEL = 1
              CLOSE ARQMOV.
           DISPLAY (01, 01) ERASE.
           GOBACK.
      *>------------------------------------------------------------
       GEC-ABRE.
           OPEN I-O ARQGRP
           IF ST-GRP = "30"
              OPEN OUTPUT ARQGRP
              CLOSE ARQGRP
              OPEN I-O ARQGRP
           END-IF
           IF ST-GRP NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE GRUPOS: " ST-GRP
              GOBACK.
           OPEN INPUT ARQCLI
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CLIENTE: " ST-ERRO
              CLOSE ARQGRP
              GOBACK.
           MOVE 0 TO W-FIN-DISPONIVEL
           OPEN INPUT ARQFIN
           IF ST-FIN = "00"
              MOVE 1 TO W-FIN-DISPONIVEL.
           MOVE 0 TO W-MOV-DISPONIVEL
           OPEN INPUT ARQMOV
           IF ST-MOV = "00"
              MOVE 1 TO W-MOV-DISPONIVEL.
       GEC-ABRE-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> LE O CLIENTE DE W-DOC-LER; DEVOLVE W-CLI-OK E A RAZAO       *
      *>------------------------------------------------------------
       GEC-LE-CLIENTE.
           MOVE 0 TO W-CLI-OK
           MOVE SPACES TO W-RAZAO-TELA
           MOVE W-DOC-LER TO CPF-CNPJ
           READ ARQCLI
              INVALID KEY
                 MOVE "*** NAO CADASTRADO ***" TO W-RAZAO-TELA
                 GO TO GEC-LE-CLIENTE-FIM
           END-READ.
           MOVE 1 TO W-CLI-OK
           MOVE RAZAO-SOCIAL TO W-RAZAO-TELA.
       GEC-LE-CLIENTE-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> CONTA OS MEMBROS DO GRUPO W-COD-BUSCA, FORA O W-DOC-CLI, E  *
      *> DEVOLVE A MATRIZ GRAVADA NELES (DESTROI O REGISTRO LIDO)    *
      *>------------------------------------------------------------
       GEC-CONTA-MEMBROS.
           MOVE ZEROS TO W-QT-MEMBROS W-MATRIZ-GRUPO
           MOVE 0 TO W-FIM-GRP
           MOVE W-COD-BUSCA TO GRP-CODIGO
           START ARQGRP KEY IS EQUAL TO GRP-CODIGO
              INVALID KEY
                 GO TO GEC-CONTA-MEMBROS-FIM
           END-START.
           PERFORM GEC-CONTA-LE THRU GEC-CONTA-LE-FIM
               UNTIL W-FIM-GRP = 1.
       GEC-CONTA-MEMBROS-FIM.
           EXIT.
       GEC-CONTA-LE.
           READ ARQGRP NEXT RECORD
              AT END
                 MOVE 1 TO W-FIM-GRP
                 GO TO GEC-CONTA-LE-FIM
           END-READ.
           IF GRP-CODIGO NOT = W-COD-BUSCA
              MOVE 1 TO W-FIM-GRP
              GO TO GEC-CONTA-LE-FIM.
           IF GRP-CPF-CNPJ = W-DOC-CLI
              GO TO GEC-CONTA-LE-FIM.
           ADD 1 TO W-QT-MEMBROS
           IF W-QT-MEMBROS = 1
              MOVE GRP-MATRIZ TO W-MATRIZ-GRUPO.
       GEC-CONTA-LE-FIM.
           EXIT.
      *>****************************************
      *> VINCULO MANUAL DE UM CLIENTE AO GRUPO  *
      *>****************************************
       GEC-VINCULA.
           MOVE ZEROS TO GRP-CPF-CNPJ GRP-MATRIZ
           MOVE SPACES TO GRP-CODIGO GRP-ORIGEM
           DISPLAY SMT-GRP
           ACCEPT TGRP-DOC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR GRP-CPF-CNPJ = ZEROS
              GO TO GEC-VINCULA-FIM.
           MOVE GRP-CPF-CNPJ TO W-DOC-CLI W-DOC-LER
           PERFORM GEC-LE-CLIENTE THRU GEC-LE-CLIENTE-FIM
           IF W-CLI-OK = 0
              MOVE "CLIENTE NAO CADASTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GEC-VINCULA-FIM.
           MOVE W-DOC-CLI TO GRP-CPF-CNPJ
           READ ARQGRP
              INVALID KEY
                 MOVE 0 TO W-GRP-EXISTE
                 MOVE W-DOC-CLI TO GRP-CPF-CNPJ
                 MOVE SPACES TO GRP-CODIGO GRP-ORIGEM
                 MOVE ZEROS TO GRP-MATRIZ
              NOT INVALID KEY
                 MOVE 1 TO W-GRP-EXISTE
           END-READ.
           MOVE GRP-CODIGO TO W-COD-ATUAL
           MOVE GRP-MATRIZ TO W-MATRIZ-ATUAL
           DISPLAY SMT-GRP
           DISPLAY (08, 32) W-RAZAO-TELA
           ACCEPT TGRP-CODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO GEC-VINCULA-FIM.
           IF GRP-CODIGO = SPACES
              MOVE "INFORME O CODIGO DO GRUPO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GEC-VINCULA-FIM.
           MOVE GRP-CODIGO TO W-COD-NOVO
           IF W-GRP-EXISTE = 1 AND W-COD-NOVO = W-COD-ATUAL
              MOVE "CLIENTE JA PERTENCE A ESTE GRUPO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GEC-VINCULA-FIM.
      *>    A MATRIZ NAO SAI DO GRUPO ENQUANTO HOUVER OUTROS MEMBROS
           IF W-GRP-EXISTE = 1 AND W-MATRIZ-ATUAL = W-DOC-CLI
              MOVE W-COD-ATUAL TO W-COD-BUSCA
              PERFORM GEC-CONTA-MEMBROS THRU GEC-CONTA-MEMBROS-FIM
              IF W-QT-MEMBROS > 0
                 MOVE "CLIENTE E' A MATRIZ DO GRUPO ATUAL" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO GEC-VINCULA-FIM.
      *>    GRUPO JA EXISTENTE: HERDA A MATRIZ DOS OUTROS MEMBROS
           MOVE 0 TO W-VINC-MATRIZ
           MOVE W-COD-NOVO TO W-COD-BUSCA
           PERFORM GEC-CONTA-MEMBROS THRU GEC-CONTA-MEMBROS-FIM
           IF W-QT-MEMBROS > 0
              MOVE W-MATRIZ-GRUPO TO W-MATRIZ-NOVA
              MOVE W-DOC-CLI TO GRP-CPF-CNPJ
              MOVE W-COD-NOVO TO GRP-CODIGO
              MOVE W-MATRIZ-NOVA TO GRP-MATRIZ
              DISPLAY SMT-GRP
              DISPLAY (08, 32) W-RAZAO-TELA
              DISPLAY (12, 32) "GRUPO EXISTENTE - MATRIZ MANTIDA"
              GO TO GEC-VINCULA-CONFIRMA.
      *>    GRUPO NOVO: A MATRIZ E' INFORMADA (PADRAO = O PROPRIO)
           MOVE W-DOC-CLI TO GRP-CPF-CNPJ GRP-MATRIZ
           MOVE W-COD-NOVO TO GRP-CODIGO
           DISPLAY SMT-GRP
           DISPLAY (08, 32) W-RAZAO-TELA
           ACCEPT TGRP-MATRIZ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR GRP-MATRIZ = ZEROS
              GO TO GEC-VINCULA-FIM.
           MOVE GRP-MATRIZ TO W-MATRIZ-NOVA
           IF W-MATRIZ-NOVA = W-DOC-CLI
              GO TO GEC-VINCULA-CONFIRMA.
           MOVE W-MATRIZ-NOVA TO W-DOC-LER
           PERFORM GEC-LE-CLIENTE THRU GEC-LE-CLIENTE-FIM
           DISPLAY (12, 32) W-RAZAO-TELA
           IF W-CLI-OK = 0
              MOVE "MATRIZ NAO CADASTRADA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GEC-VINCULA-FIM.
           MOVE W-MATRIZ-NOVA TO GRP-CPF-CNPJ
           READ ARQGRP
              INVALID KEY
                 MOVE 1 TO W-VINC-MATRIZ
                 GO TO GEC-VINCULA-CONFIRMA
           END-READ.
           MOVE SPACES TO MENS
           STRING "MATRIZ JA PERTENCE AO GRUPO " GRP-CODIGO
                  DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO GEC-VINCULA-FIM.
       GEC-VINCULA-CONFIRMA.
           DISPLAY (23, 12) "CONFIRMA O VINCULO (S/N)? "
           MOVE SPACES TO W-RESP
           ACCEPT (23, 38) W-RESP
           IF W-RESP NOT = "S" AND NOT = "s"
              MOVE "VINCULO NAO GRAVADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GEC-VINCULA-FIM.
           MOVE W-DOC-CLI TO GRP-CPF-CNPJ
           PERFORM GEC-MONTA-MANUAL THRU GEC-MONTA-MANUAL-FIM
           IF W-GRP-EXISTE = 1
              REWRITE REGGRP
           ELSE
              WRITE REGGRP.
           IF ST-GRP NOT = "00" AND NOT = "02"
              MOVE SPACES TO MENS
              STRING "ERRO NA GRAVACAO DO VINCULO: " ST-GRP
                     DELIMITED BY SIZE INTO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GEC-VINCULA-FIM.
           IF W-VINC-MATRIZ = 1
              MOVE W-MATRIZ-NOVA TO GRP-CPF-CNPJ
              PERFORM GEC-MONTA-MANUAL THRU GEC-MONTA-MANUAL-FIM
              WRITE REGGRP
              IF ST-GRP NOT = "00" AND NOT = "02"
                 MOVE SPACES TO MENS
                 STRING "ERRO NA GRAVACAO DA MATRIZ: " ST-GRP
                        DELIMITED BY SIZE INTO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO GEC-VINCULA-FIM.
           MOVE "*** VINCULO GRAVADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GEC-VINCULA-FIM.
           EXIT.
       GEC-MONTA-MANUAL.
           MOVE W-COD-NOVO TO GRP-CODIGO
           MOVE W-MATRIZ-NOVA TO GRP-MATRIZ
           MOVE "M" TO GRP-ORIGEM
           ACCEPT GRP-DATA-ALT FROM DATE YYYYMMDD
           MOVE LNK-OPERADOR TO GRP-OPERADOR.
       GEC-MONTA-MANUAL-FIM.
           EXIT.
      *>****************************************
      *> DESVINCULO DE UM CLIENTE               *
      *>****************************************
       GEC-DESVINCULA.
           MOVE ZEROS TO GRP-CPF-CNPJ GRP-MATRIZ
           MOVE SPACES TO GRP-CODIGO GRP-ORIGEM
           DISPLAY SMT-GRP
           ACCEPT TGRP-DOC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR GRP-CPF-CNPJ = ZEROS
              GO TO GEC-DESVINCULA-FIM.
           MOVE GRP-CPF-CNPJ TO W-DOC-CLI W-DOC-LER
           READ ARQGRP
              INVALID KEY
                 MOVE "CLIENTE NAO PERTENCE A NENHUM GRUPO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO GEC-DESVINCULA-FIM
           END-READ.
           PERFORM GEC-LE-CLIENTE THRU GEC-LE-CLIENTE-FIM
           DISPLAY SMT-GRP
           DISPLAY (08, 32) W-RAZAO-TELA
           IF GRP-MATRIZ = W-DOC-CLI
              MOVE GRP-CODIGO TO W-COD-BUSCA
              PERFORM GEC-CONTA-MEMBROS THRU GEC-CONTA-MEMBROS-FIM
              IF W-QT-MEMBROS > 0
                 MOVE "E' A MATRIZ - DESVINCULE OS MEMBROS ANTES"
                    TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO GEC-DESVINCULA-FIM.
           MOVE W-DOC-CLI TO GRP-CPF-CNPJ
           IF GRP-AUTOMATICO
              DISPLAY (16, 01)
                 "VINCULO PELA RAIZ: VOLTA NA PROXIMA MONTAGEM; PARA "
                 "SEPARAR, VINCULE A OUTRO GRUPO".
           DISPLAY (23, 12) "CONFIRMA O DESVINCULO (S/N)? "
           MOVE SPACES TO W-RESP
           ACCEPT (23, 41) W-RESP
           IF W-RESP NOT = "S" AND NOT = "s"
              GO TO GEC-DESVINCULA-FIM.
           DELETE ARQGRP RECORD
              INVALID KEY
                 MOVE "ERRO NA EXCLUSAO DO VINCULO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO GEC-DESVINCULA-FIM
           END-DELETE.
           MOVE "*** CLIENTE DESVINCULADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GEC-DESVINCULA-FIM.
           EXIT.
      *>****************************************
      *> CONSULTA DOS MEMBROS (UM GRUPO/TODOS)  *
      *>****************************************
       GEC-LISTAR.
           DISPLAY (01, 01) ERASE
           DISPLAY (02, 20) "MEMBROS DOS GRUPOS ECONOMICOS"
           DISPLAY (04, 05) "CODIGO DO GRUPO (BRANCO = TODOS): "
           MOVE SPACES TO W-COD-BUSCA
           ACCEPT (04, 40) W-COD-BUSCA
           DISPLAY (01, 01) ERASE
           DISPLAY (02, 05) "GRUPO     CPF/CNPJ       O M RAZAO SOCIAL"
           MOVE 4 TO W-LINDISP
           MOVE W-COD-BUSCA TO GRP-CODIGO
           IF W-COD-BUSCA = SPACES
              MOVE LOW-VALUES TO GRP-CODIGO.
           START ARQGRP KEY IS NOT LESS THAN GRP-CODIGO
              INVALID KEY
                 MOVE "NENHUM GRUPO ENCONTRADO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO GEC-LISTAR-FIM
           END-START.
       GEC-LISTAR-LOOP.
           READ ARQGRP NEXT RECORD
              AT END
                 GO TO GEC-LISTAR-ULT
           END-READ.
           IF W-COD-BUSCA NOT = SPACES
              AND GRP-CODIGO NOT = W-COD-BUSCA
              GO TO GEC-LISTAR-ULT.
           MOVE GRP-CPF-CNPJ TO W-DOC-LER
           PERFORM GEC-LE-CLIENTE THRU GEC-LE-CLIENTE-FIM
           MOVE SPACES TO W-RESP
           IF GRP-MATRIZ = GRP-CPF-CNPJ
              MOVE "*" TO W-RESP.
           DISPLAY (W-LINDISP, 05) GRP-CODIGO "  " GRP-CPF-CNPJ " "
                   GRP-ORIGEM " " W-RESP " " W-RAZAO-TELA
           ADD 1 TO W-LINDISP
           IF W-LINDISP > 20
              DISPLAY (23, 10) "ENTER PARA CONTINUAR..."
              ACCEPT (23, 10) W-OPCAO
              DISPLAY (01, 01) ERASE
              MOVE 4 TO W-LINDISP
           END-IF
           GO TO GEC-LISTAR-LOOP.
       GEC-LISTAR-ULT.
           DISPLAY (22, 05) "O=ORIGEM (A=RAIZ M=MANUAL)  M=* MATRIZ"
           DISPLAY (23, 10) "ENTER PARA VOLTAR..."
           ACCEPT (23, 10) W-OPCAO
           MOVE SPACES TO W-OPCAO.
       GEC-LISTAR-FIM.
           EXIT.
      *>****************************************
      *> MONTAGEM DOS GRUPOS PELA RAIZ (LOTE)   *
      *>****************************************
      *> RODA NA JANELA BATCH, COMO A ATRIBUICAO DO SCE020: TIRA OS
      *> VINCULOS AUTOMATICOS DE CLIENTES QUE SAIRAM (EXCLUIDOS,
      *> INATIVOS OU FUNDIDOS) E REFAZ OS GRUPOS DE CADA RAIZ COM
      *> DOIS OU MAIS CNPJ ATIVOS
      *>------------------------------------------------------------
       GEC-AUTO.
           DISPLAY (01, 01) ERASE
           DISPLAY "MONTAGEM DOS GRUPOS ECONOMICOS PELA RAIZ DO CNPJ"
           DISPLAY "VINCULOS MANUAIS SERAO PRESERVADOS"
           DISPLAY "CONFIRMA (S/N)? "
           MOVE SPACES TO W-RESP
           ACCEPT W-RESP
           IF W-RESP NOT = "S" AND NOT = "s"
              GO TO GEC-AUTO-FIM.
           MOVE ZEROS TO W-TOTAL-LIDOS W-TOTAL-GRUPOS W-TOTAL-NOVOS
                         W-TOTAL-ATUAL W-TOTAL-REMOV W-TOTAL-MANUAL
           PERFORM GEC-AUTO-LIMPA THRU GEC-AUTO-LIMPA-FIM
           MOVE ZEROS TO W-RZ-QTDE W-RAIZ-ANT
           MOVE 0 TO W-FIM-CLI
           MOVE LOW-VALUES TO CPF-CNPJ
           START ARQCLI KEY IS NOT LESS THAN CPF-CNPJ
              INVALID KEY
                 MOVE 1 TO W-FIM-CLI
           END-START.
           PERFORM GEC-AUTO-REG THRU GEC-AUTO-REG-FIM
               UNTIL W-FIM-CLI = 1.
           IF W-RZ-QTDE > 0
              PERFORM GEC-AUTO-RAIZ THRU GEC-AUTO-RAIZ-FIM.
           DISPLAY "CLIENTES LIDOS .........: " W-TOTAL-LIDOS
           DISPLAY "GRUPOS PELA RAIZ .......: " W-TOTAL-GRUPOS
           DISPLAY "VINCULOS INCLUIDOS .....: " W-TOTAL-NOVOS
           DISPLAY "VINCULOS ATUALIZADOS ...: " W-TOTAL-ATUAL
           DISPLAY "VINCULOS RETIRADOS .....: " W-TOTAL-REMOV
           DISPLAY "MANUAIS PRESERVADOS ....: " W-TOTAL-MANUAL
           DISPLAY "ENTER PARA VOLTAR..."
           ACCEPT W-OPCAO
           MOVE SPACES TO W-OPCAO.
       GEC-AUTO-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> RETIRA O VINCULO AUTOMATICO DE QUEM NAO E' MAIS CNPJ ATIVO  *
      *> (O DELETE PERDE A POSICAO; REPOSICIONA NA CHAVE SEGUINTE)  *
      *>------------------------------------------------------------
       GEC-AUTO-LIMPA.
           MOVE 0 TO W-FIM-GRP
           MOVE LOW-VALUES TO GRP-CPF-CNPJ
           START ARQGRP KEY IS NOT LESS THAN GRP-CPF-CNPJ
              INVALID KEY
                 MOVE 1 TO W-FIM-GRP
           END-START.
           PERFORM GEC-AUTO-LIMPA-LE THRU GEC-AUTO-LIMPA-LE-FIM
               UNTIL W-FIM-GRP = 1.
       GEC-AUTO-LIMPA-FIM.
           EXIT.
       GEC-AUTO-LIMPA-LE.
           READ ARQGRP NEXT RECORD
              AT END
                 MOVE 1 TO W-FIM-GRP
                 GO TO GEC-AUTO-LIMPA-LE-FIM
           END-READ.
           IF NOT GRP-AUTOMATICO
              GO TO GEC-AUTO-LIMPA-LE-FIM.
           MOVE GRP-CPF-CNPJ TO W-DOC-ULT CPF-CNPJ
           READ ARQCLI
              INVALID KEY
                 GO TO GEC-AUTO-LIMPA-TIRA
           END-READ.
           IF PESSOA-JURIDICA AND NOT CLI-INATIVO
              AND FUSAO-CPF-CNPJ = SPACES
              GO TO GEC-AUTO-LIMPA-LE-FIM.
       GEC-AUTO-LIMPA-TIRA.
           MOVE W-DOC-ULT TO GRP-CPF-CNPJ
           DELETE ARQGRP RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO W-TOTAL-REMOV
           END-DELETE.
           MOVE W-DOC-ULT TO GRP-CPF-CNPJ
           START ARQGRP KEY IS GREATER THAN GRP-CPF-CNPJ
              INVALID KEY
                 MOVE 1 TO W-FIM-GRP
           END-START.
       GEC-AUTO-LIMPA-LE-FIM.
           EXIT.
      *>------------------------------------------------------------
       GEC-AUTO-REG.
           READ ARQCLI NEXT RECORD
              AT END
                 MOVE 1 TO W-FIM-CLI
                 GO TO GEC-AUTO-REG-FIM
           END-READ.
           ADD 1 TO W-TOTAL-LIDOS
           IF NOT PESSOA-JURIDICA OR CLI-INATIVO
              OR FUSAO-CPF-CNPJ NOT = SPACES
              GO TO GEC-AUTO-REG-FIM.
           MOVE CPF-CNPJ TO W-CNPJ
           IF W-CNPJ-RAIZ NOT = W-RAIZ-ANT AND W-RZ-QTDE > 0
              PERFORM GEC-AUTO-RAIZ THRU GEC-AUTO-RAIZ-FIM.
           MOVE W-CNPJ-RAIZ TO W-RAIZ-ANT
           IF W-RZ-QTDE NOT < 500
              DISPLAY "RAIZ " W-CNPJ-RAIZ
                      " COM MAIS DE 500 CNPJ - EXCEDENTES IGNORADOS"
              GO TO GEC-AUTO-REG-FIM.
           ADD 1 TO W-RZ-QTDE
           MOVE CPF-CNPJ TO W-RZ-DOC (W-RZ-QTDE)
           MOVE W-CNPJ-FILIAL TO W-RZ-FILIAL (W-RZ-QTDE).
       GEC-AUTO-REG-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> FECHA UMA RAIZ: UM SO CNPJ NAO FORMA GRUPO (SAI O VINCULO   *
      *> AUTOMATICO QUE HOUVER); DOIS OU MAIS FORMAM O GRUPO, COM A  *
      *> FILIAL 0001 COMO MATRIZ (SEM ELA, O MENOR CNPJ DA RAIZ)     *
      *>------------------------------------------------------------
       GEC-AUTO-RAIZ.
           MOVE W-RAIZ-ANT TO W-COD-RAIZ
           IF W-RZ-QTDE > 1
              GO TO GEC-AUTO-RAIZ-GRUPO.
           MOVE W-RZ-DOC (1) TO GRP-CPF-CNPJ
           READ ARQGRP
              INVALID KEY
                 GO TO GEC-AUTO-RAIZ-ZERA
           END-READ.
           IF GRP-AUTOMATICO
              DELETE ARQGRP RECORD
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    ADD 1 TO W-TOTAL-REMOV
              END-DELETE.
           GO TO GEC-AUTO-RAIZ-ZERA.
       GEC-AUTO-RAIZ-GRUPO.
           MOVE 1 TO W-RZ-MATRIZ-IX
           PERFORM GEC-AUTO-MATRIZ THRU GEC-AUTO-MATRIZ-FIM
               VARYING W-RZ-IX FROM W-RZ-QTDE BY -1
               UNTIL W-RZ-IX < 1.
           PERFORM GEC-AUTO-VINCULA THRU GEC-AUTO-VINCULA-FIM
               VARYING W-RZ-IX FROM 1 BY 1
               UNTIL W-RZ-IX > W-RZ-QTDE.
           ADD 1 TO W-TOTAL-GRUPOS.
       GEC-AUTO-RAIZ-ZERA.
           MOVE ZEROS TO W-RZ-QTDE.
       GEC-AUTO-RAIZ-FIM.
           EXIT.
      *>    VARRE DE TRAS PARA A FRENTE: FICA A PRIMEIRA FILIAL 0001
       GEC-AUTO-MATRIZ.
           IF W-RZ-FILIAL (W-RZ-IX) = 1
              MOVE W-RZ-IX TO W-RZ-MATRIZ-IX.
       GEC-AUTO-MATRIZ-FIM.
           EXIT.
       GEC-AUTO-VINCULA.
           MOVE W-RZ-DOC (W-RZ-IX) TO GRP-CPF-CNPJ
           READ ARQGRP
              INVALID KEY
                 MOVE 0 TO W-GRP-EXISTE
              NOT INVALID KEY
                 MOVE 1 TO W-GRP-EXISTE
           END-READ.
           IF W-GRP-EXISTE = 1 AND GRP-MANUAL
              ADD 1 TO W-TOTAL-MANUAL
              GO TO GEC-AUTO-VINCULA-FIM.
           IF W-GRP-EXISTE = 1 AND GRP-CODIGO = W-COD-RAIZ
              AND GRP-MATRIZ = W-RZ-DOC (W-RZ-MATRIZ-IX)
              GO TO GEC-AUTO-VINCULA-FIM.
           MOVE W-RZ-DOC (W-RZ-IX) TO GRP-CPF-CNPJ
           MOVE W-COD-RAIZ TO GRP-CODIGO
           MOVE W-RZ-DOC (W-RZ-MATRIZ-IX) TO GRP-MATRIZ
           MOVE "A" TO GRP-ORIGEM
           ACCEPT GRP-DATA-ALT FROM DATE YYYYMMDD
           MOVE LNK-OPERADOR TO GRP-OPERADOR
           IF W-GRP-EXISTE = 1
              REWRITE REGGRP
           ELSE
              WRITE REGGRP.
           IF ST-GRP NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO VINCULO " GRP-CPF-CNPJ
                      " STATUS: " ST-GRP
              GO TO GEC-AUTO-VINCULA-FIM.
           IF W-GRP-EXISTE = 1
              ADD 1 TO W-TOTAL-ATUAL
           ELSE
              ADD 1 TO W-TOTAL-NOVOS.
       GEC-AUTO-VINCULA-FIM.
           EXIT.
      *>****************************************
      *> RELATORIO DE EXPOSICAO CONSOLIDADA     *
      *>****************************************
       GEC-RELATORIO.
           DISPLAY (01, 01) ERASE
           MOVE 99 TO W-LINHA
           MOVE ZEROS TO W-PAGINA W-TOTAL-GRUPOS W-TOTAL-MEMBROS
                         W-TOTAL-ACIMA
           MOVE SPACES TO W-COD-ANT
           PERFORM GEC-PERIODO THRU GEC-PERIODO-FIM
           OPEN OUTPUT RELGRP
           IF ST-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-REL
              GO TO GEC-RELATORIO-FIM.
           MOVE 0 TO W-FIM-GRP
           MOVE LOW-VALUES TO GRP-CODIGO
           START ARQGRP KEY IS NOT LESS THAN GRP-CODIGO
              INVALID KEY
                 MOVE 1 TO W-FIM-GRP
           END-START.
           PERFORM GEC-REL-REG THRU GEC-REL-REG-FIM
               UNTIL W-FIM-GRP = 1.
           IF W-COD-ANT NOT = SPACES
              PERFORM GEC-REL-TOTGRP THRU GEC-REL-TOTGRP-FIM.
           IF W-LINHA > 50
              PERFORM GEC-REL-CABEC THRU GEC-REL-CABEC-FIM.
           MOVE SPACES TO REG-RELGRP
           WRITE REG-RELGRP
           MOVE W-TOTAL-GRUPOS TO LT-GRUPOS
           WRITE REG-RELGRP FROM LC-TOTAL1
           MOVE W-TOTAL-MEMBROS TO LT-MEMBROS
           WRITE REG-RELGRP FROM LC-TOTAL2
           MOVE W-TOTAL-ACIMA TO LT-ACIMA
           WRITE REG-RELGRP FROM LC-TOTAL3
           CLOSE RELGRP
           DISPLAY "RELATORIO GRAVADO EM RELGRP.LST"
           DISPLAY "ENTER PARA VOLTAR..."
           ACCEPT W-OPCAO
           MOVE SPACES TO W-OPCAO.
       GEC-RELATORIO-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> AS 12 COMPETENCIAS FECHADAS ANTERIORES AO MES CORRENTE;     *
      *> W-MESES FICA NA PRIMEIRA DELAS PARA INDEXAR OS MESES        *
      *>------------------------------------------------------------
       GEC-PERIODO.
           ACCEPT W-DT-HOJE FROM DATE YYYYMMDD
           COMPUTE W-MESES = W-HOJE-ANO * 12 + W-HOJE-MES - 2
           DIVIDE W-MESES BY 12 GIVING W-CALC-ANO
                                REMAINDER W-CALC-MES
           COMPUTE W-COMP-FIM = W-CALC-ANO * 100 + W-CALC-MES + 1
           SUBTRACT 11 FROM W-MESES
           DIVIDE W-MESES BY 12 GIVING W-CALC-ANO
                                REMAINDER W-CALC-MES
           COMPUTE W-COMP-INI = W-CALC-ANO * 100 + W-CALC-MES + 1
           MOVE W-COMP-INI TO LC-COMP-INI
           MOVE W-COMP-FIM TO LC-COMP-FIM.
       GEC-PERIODO-FIM.
           EXIT.
      *>------------------------------------------------------------
       GEC-REL-REG.
           READ ARQGRP NEXT RECORD
              AT END
                 MOVE 1 TO W-FIM-GRP
                 GO TO GEC-REL-REG-FIM
           END-READ.
           IF GRP-CODIGO NOT = W-COD-ANT
              IF W-COD-ANT NOT = SPACES
                 PERFORM GEC-REL-TOTGRP THRU GEC-REL-TOTGRP-FIM
              END-IF
              PERFORM GEC-REL-GRUPO THRU GEC-REL-GRUPO-FIM.
           IF W-LINHA > 55
              PERFORM GEC-REL-CABEC THRU GEC-REL-CABEC-FIM.
           MOVE GRP-CPF-CNPJ TO W-DOC-LER LD-CPF-CNPJ
           PERFORM GEC-LE-CLIENTE THRU GEC-LE-CLIENTE-FIM
           MOVE W-RAZAO-TELA TO LD-RAZAO
           MOVE SPACES TO LD-MATRIZ
           IF GRP-MATRIZ = GRP-CPF-CNPJ
              MOVE "MATRIZ" TO LD-MATRIZ.
           IF GRP-AUTOMATICO
              MOVE "RAIZ" TO LD-ORIGEM
           ELSE
              MOVE "MANUAL" TO LD-ORIGEM.
           MOVE ZEROS TO FIN-LIMITE
           IF W-FIN-DISPONIVEL = 1
              MOVE GRP-CPF-CNPJ TO FIN-CPF-CNPJ
              READ ARQFIN
                 INVALID KEY
                    MOVE ZEROS TO FIN-LIMITE
              END-READ.
           ADD FIN-LIMITE TO W-GR-LIMITE
           MOVE FIN-LIMITE TO LD-LIMITE
           PERFORM GEC-REL-MOV THRU GEC-REL-MOV-FIM
           MOVE W-MB-FATUR TO LD-FATUR
           ADD W-MB-FATUR TO W-GR-FATUR
           WRITE REG-RELGRP FROM LC-DETALHE
           ADD 1 TO W-LINHA W-GR-MEMBROS W-TOTAL-MEMBROS.
       GEC-REL-REG-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> INICIO DE GRUPO: ZERA OS ACUMULADORES E IMPRIME A MATRIZ   *
      *>------------------------------------------------------------
       GEC-REL-GRUPO.
           MOVE GRP-CODIGO TO W-COD-ANT
           MOVE ZEROS TO W-GR-MEMBROS W-GR-LIMITE W-GR-FATUR W-GR-PICO
           MOVE ZEROS TO W-MES-TAB
           ADD 1 TO W-TOTAL-GRUPOS
           IF W-LINHA > 52
              PERFORM GEC-REL-CABEC THRU GEC-REL-CABEC-FIM.
           MOVE GRP-CODIGO TO LG-CODIGO
           MOVE GRP-MATRIZ TO LG-MATRIZ W-DOC-LER
           PERFORM GEC-LE-CLIENTE THRU GEC-LE-CLIENTE-FIM
           MOVE RAZAO-SOCIAL TO LG-RAZAO
           IF W-CLI-OK = 0
              MOVE W-RAZAO-TELA TO LG-RAZAO.
           MOVE SPACES TO REG-RELGRP
           WRITE REG-RELGRP
           WRITE REG-RELGRP FROM LC-GRUPO
           ADD 2 TO W-LINHA.
       GEC-REL-GRUPO-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> FATURAMENTO DO MEMBRO NO PERIODO, ACUMULADO MES A MES NO    *
      *> GRUPO PARA ACHAR O PICO MENSAL CONSOLIDADO                  *
      *>------------------------------------------------------------
       GEC-REL-MOV.
           MOVE ZEROS TO W-MB-FATUR
           IF W-MOV-DISPONIVEL = 0
              GO TO GEC-REL-MOV-FIM.
           MOVE 0 TO W-FIM-MOV
           MOVE GRP-CPF-CNPJ TO MOV-CPF-CNPJ
           MOVE W-COMP-INI TO MOV-COMPET
           START ARQMOV KEY IS NOT LESS THAN MOV-CHAVE
              INVALID KEY
                 MOVE 1 TO W-FIM-MOV
           END-START.
           PERFORM GEC-REL-MOV-LE THRU GEC-REL-MOV-LE-FIM
               UNTIL W-FIM-MOV = 1.
       GEC-REL-MOV-FIM.
           EXIT.
       GEC-REL-MOV-LE.
           READ ARQMOV NEXT RECORD
              AT END
                 MOVE 1 TO W-FIM-MOV
                 GO TO GEC-REL-MOV-LE-FIM
           END-READ.
           IF MOV-CPF-CNPJ NOT = GRP-CPF-CNPJ
              OR MOV-COMPET > W-COMP-FIM
              MOVE 1 TO W-FIM-MOV
              GO TO GEC-REL-MOV-LE-FIM.
           ADD MOV-VALOR TO W-MB-FATUR
           MOVE MOV-COMPET TO W-COMP-MOV
           COMPUTE W-MES-IX = W-CM-ANO * 12 + W-CM-MES - W-MESES
           IF W-MES-IX > 0 AND W-MES-IX < 13
              ADD MOV-VALOR TO W-MES-VAL (W-MES-IX).
       GEC-REL-MOV-LE-FIM.
           EXIT.
      *>------------------------------------------------------------
       GEC-REL-TOTGRP.
           PERFORM GEC-REL-PICO THRU GEC-REL-PICO-FIM
               VARYING W-MES-IX FROM 1 BY 1
               UNTIL W-MES-IX > 12.
           MOVE W-GR-MEMBROS TO LTG-MEMBROS
           MOVE W-GR-LIMITE TO LTG-LIMITE
           MOVE W-GR-FATUR TO LTG-FATUR
           MOVE W-GR-PICO TO LTG-PICO
           MOVE SPACES TO LTG-ALERTA
           IF W-GR-PICO > W-GR-LIMITE
              MOVE "ACIMA DO LIMITE" TO LTG-ALERTA
              ADD 1 TO W-TOTAL-ACIMA.
           WRITE REG-RELGRP FROM LC-TOTGRP
           ADD 1 TO W-LINHA.
       GEC-REL-TOTGRP-FIM.
           EXIT.
       GEC-REL-PICO.
           IF W-MES-VAL (W-MES-IX) > W-GR-PICO
              MOVE W-MES-VAL (W-MES-IX) TO W-GR-PICO.
       GEC-REL-PICO-FIM.
           EXIT.
      *>------------------------------------------------------------
       GEC-REL-CABEC.
           ADD 1 TO W-PAGINA
           MOVE W-PAGINA TO LC-PAGINA
           IF W-PAGINA > 1
              MOVE SPACES TO REG-RELGRP
              WRITE REG-RELGRP.
           WRITE REG-RELGRP FROM LC-CABEC1
           WRITE REG-RELGRP FROM LC-CABEC2
           WRITE REG-RELGRP FROM LC-CABEC3
           MOVE 3 TO W-LINHA.
       GEC-REL-CABEC-FIM.
           EXIT.
      *>------------------------------------------------------------
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
