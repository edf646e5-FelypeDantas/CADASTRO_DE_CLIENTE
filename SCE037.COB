       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE037.
      *>AUTHOR. FELYPE DANTAS DOS SANTOS.
      *>*****************************************
      *> MANUTENCAO DOS DADOS FISCAIS DO         *
      *> CLIENTE (ARQFIS.DAT) -- CHAMADO PELO    *
      *> SCE002 COM O CLIENTE CORRENTE           *
      *>*****************************************
      *> UM REGISTRO POR CLIENTE (CHAVE CPF/CNPJ): INSCRICAO
      *> ESTADUAL, INSCRICAO MUNICIPAL E REGIME TRIBUTARIO, QUE O
      *> FATURAMENTO EXIGE PARA EMITIR A NF-E. OS DADOS SAEM NA
      *> EXPORTACAO NOTURNA (SCE004) JUNTO COM O REGISTRO DO CLIENTE.
      *> A IE E' VALIDADA PELO SCE039 NA REGRA DA UF DO CLIENTE, QUE
      *> TEM DE EXISTIR NO ARQUF E BATER COM A UF DO CEP NO ARQCEP
      *> (A MESMA CRITICA DO SCE002); "ISENTO" E' ACEITO. PARA PESSOA
      *> JURIDICA IE E REGIME SAO OBRIGATORIOS; PARA PESSOA FISICA
      *> (PRODUTOR RURAL) SAO OPCIONAIS.
      *> LNK-FIS-GRAVOU VOLTA "S" QUANDO OS DADOS FORAM GRAVADOS:
      *> O SCE002 ENTAO TOCA O CLIENTE E REGISTRA NA TRILHA DE
      *> AUDITORIA, PARA A ALTERACAO SAIR NA EXPORTACAO DELTA.
      *>------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQFIS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FIS-CPF-CNPJ
           FILE STATUS IS ST-FIS.
       SELECT ARQCEP ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CEP-COD
           FILE STATUS IS ST-CEP.
       SELECT ARQUF ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UF-SIGLA
           FILE STATUS IS ST-UF.
      *>---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQFIS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQFIS.DAT".
           COPY FISCLI.
       FD ARQCEP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQCEP.DAT".
           COPY CEPTAB.
       FD ARQUF
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQUF.DAT".
           COPY UFTAB.
      *>------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 ST-FIS         PIC X(02) VALUE "00".
       77 ST-CEP         PIC X(02) VALUE "00".
       77 ST-UF          PIC X(02) VALUE "00".
       77 W-CEP-DISPONIVEL  PIC 9(01) VALUE ZEROS.
       77 W-UF-DISPONIVEL   PIC 9(01) VALUE ZEROS.
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 W-EXISTE       PIC 9(01) VALUE ZEROS.
       77 W-UF-OK        PIC 9(01) VALUE ZEROS.
       77 W-UF-NOME      PIC X(20) VALUE SPACES.
       77 W-IE-DIGITADA  PIC X(20) VALUE SPACES.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
      *>-------------------------------------------------------------------
      *> CHAMADA DA VALIDACAO DA IE (SCE039)
      *>-------------------------------------------------------------------
           COPY IELNK.
      *>-------------------------------------------------------------------
       LINKAGE SECTION.
           COPY REGCLI.
       01 LNK-FIS-GRAVOU PIC X(01).
           COPY OPELNK.
      *>-------------------------------------------------------------------
       SCREEN SECTION.
       01  SMT-FIS.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE "             DADOS FISCAIS DO CLIENTE".
           05  LINE 05  COLUMN 05
               VALUE "CLIENTE : ".
           05  TFIS-DOC
               LINE 05  COLUMN 15 PIC 9(14)
               FROM FIS-CPF-CNPJ.
           05  TFIS-RAZAO
               LINE 05  COLUMN 32 PIC X(40)
               FROM RAZAO-SOCIAL.
           05  LINE 06  COLUMN 05
               VALUE "TIPO    : ".
           05  TFIS-TIPO
               LINE 06  COLUMN 15 PIC X(01)
               FROM TIPO-PESSOA.
           05  LINE 08  COLUMN 01
               VALUE "UF DA INSCRICAO    : ".
           05  TFIS-UF
               LINE 08  COLUMN 22 PIC X(02)
               FROM FIS-IE-UF.
           05  TFIS-UF-NOME
               LINE 08  COLUMN 26 PIC X(20)
               FROM W-UF-NOME.
           05  LINE 10  COLUMN 01
               VALUE "INSCRICAO ESTADUAL : ".
           05  TFIS-IE
               LINE 10  COLUMN 22 PIC X(20)
               USING W-IE-DIGITADA.
           05  LINE 11  COLUMN 22
               VALUE "(COM OU SEM PONTUACAO, OU ISENTO)".
           05  LINE 13  COLUMN 01
               VALUE "INSCRICAO MUNICIPAL: ".
           05  TFIS-IM
               LINE 13  COLUMN 22 PIC X(15)
               USING FIS-IM.
           05  LINE 15  COLUMN 01
               VALUE "REGIME TRIBUTARIO  : ".
           05  TFIS-REGIME
               LINE 15  COLUMN 22 PIC X(01)
               USING FIS-REGIME.
           05  LINE 16  COLUMN 22
               VALUE "S=SIMPLES P=PRESUMIDO R=REAL M=MEI I=ISENTO".
           05  LINE 18  COLUMN 01
               VALUE "ULT.ALTERACAO      : ".
           05  TFIS-DATA
               LINE 18  COLUMN 22 PIC 9(08)
               FROM FIS-DATA-ALT.
           05  TFIS-OPER
               LINE 18  COLUMN 32 PIC X(08)
               FROM FIS-OPERADOR.
      *>-------------------------------------------------------------
       PROCEDURE DIVISION USING REGCLI LNK-FIS-GRAVOU LNK-OPE.
       TRB-INICIO.
           MOVE "N" TO LNK-FIS-GRAVOU.
           PERFORM TRB-ABRE THRU TRB-ABRE-FIM.
           PERFORM TRB-UF THRU TRB-UF-FIM.
           PERFORM TRB-LE THRU TRB-LE-FIM.
           PERFORM TRB-MANTER THRU TRB-MANTER-FIM.
           CLOSE ARQFIS.
           IF W-CEP-DISPONIVEL = 1
              CLOSE ARQCEP.
           IF W-UF-DISPONIVEL = 1
              CLOSE ARQUF.
           DISPLAY (01, 01) ERASE.
           GOBACK.
      *>------------------------------------------------------------
       TRB-ABRE.
           OPEN I-O ARQFIS
           IF ST-FIS = "30"
              OPEN OUTPUT ARQFIS
              CLOSE ARQFIS
              OPEN I-O ARQFIS
           END-IF
           IF ST-FIS NOT = "00"
              DISPLAY "ERRO NA ABERTURA DOS DADOS FISCAIS: " ST-FIS
              GOBACK.
           MOVE 0 TO W-CEP-DISPONIVEL
           OPEN INPUT ARQCEP
           IF ST-CEP = "00"
              MOVE 1 TO W-CEP-DISPONIVEL.
           MOVE 0 TO W-UF-DISPONIVEL
           OPEN INPUT ARQUF
           IF ST-UF = "00"
              MOVE 1 TO W-UF-DISPONIVEL.
       TRB-ABRE-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> A IE E' DA UF DO CLIENTE. A UF TEM DE EXISTIR NO ARQUF E,   *
      *> SE O CEP ESTA NO ARQCEP, SER A UF DO CEP; SENAO O ENDERECO  *
      *> DO CLIENTE ESTA ERRADO E TEM DE SER CORRIGIDO ANTES         *
      *>------------------------------------------------------------
       TRB-UF.
           MOVE 1 TO W-UF-OK
           MOVE SPACES TO W-UF-NOME
           IF W-CEP-DISPONIVEL = 1
              MOVE CEP TO CEP-COD
              READ ARQCEP
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF CEP-UF NOT = UF
                       MOVE "UF DO CLIENTE DIFERE DA UF DO CEP" TO MENS
                       MOVE 0 TO W-UF-OK
                       GO TO TRB-UF-FIM
                    END-IF
              END-READ.
           IF W-UF-DISPONIVEL = 1
              MOVE UF TO UF-SIGLA
              READ ARQUF
                 INVALID KEY
                    MOVE "UF DO CLIENTE NAO EXISTE NA TABELA" TO MENS
                    MOVE 0 TO W-UF-OK
                 NOT INVALID KEY
                    MOVE UF-NOME TO W-UF-NOME
              END-READ.
       TRB-UF-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> LE OS DADOS DO CLIENTE; SE NAO EXISTEM, PREPARA UM NOVO     *
      *>------------------------------------------------------------
       TRB-LE.
           MOVE CPF-CNPJ TO FIS-CPF-CNPJ
           READ ARQFIS
              INVALID KEY
                 MOVE 0 TO W-EXISTE
                 MOVE ZEROS TO FIS-DATA-ALT
                 MOVE SPACES TO FIS-IE FIS-IE-UF FIS-IM FIS-REGIME
                                FIS-OPERADOR
                 MOVE CPF-CNPJ TO FIS-CPF-CNPJ
              NOT INVALID KEY
                 MOVE 1 TO W-EXISTE
           END-READ.
           MOVE FIS-IE TO W-IE-DIGITADA.
       TRB-LE-FIM.
           EXIT.
      *>------------------------------------------------------------
       TRB-MANTER.
           DISPLAY SMT-FIS
           IF W-EXISTE = 0
              DISPLAY (06, 20) "DADOS FISCAIS AINDA NAO CADASTRADOS".
           IF W-UF-OK = 0
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE "*** CORRIJA O ENDERECO NO CADASTRO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TRB-MANTER-FIM.
           IF W-EXISTE = 1 AND FIS-IE-UF NOT = UF
              MOVE "CLIENTE MUDOU DE UF - CONFIRA A INSCRICAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           MOVE UF TO FIS-IE-UF
           DISPLAY TFIS-UF.
       TRB-IE.
           ACCEPT TFIS-IE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO TRB-MANTER-FIM.
           IF W-IE-DIGITADA = SPACES AND PESSOA-FISICA
              MOVE SPACES TO FIS-IE
              GO TO TRB-IM.
           MOVE UF            TO IEV-UF
           MOVE W-IE-DIGITADA TO IEV-ENTRADA
           CALL "SCE039" USING IEV-AREA
           IF NOT IEV-VALIDA
              MOVE IEV-MENSAGEM TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TRB-IE.
           MOVE IEV-IE TO FIS-IE
           MOVE IEV-IE TO W-IE-DIGITADA
           DISPLAY TFIS-IE.
       TRB-IM.
           ACCEPT TFIS-IM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO TRB-IE.
       TRB-REGIME.
           ACCEPT TFIS-REGIME
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO TRB-IM.
           INSPECT FIS-REGIME CONVERTING "sprmi" TO "SPRMI"
           IF FIS-REGIME = SPACES AND PESSOA-FISICA
              GO TO TRB-OPC.
           IF NOT FIS-REGIME-OK
              MOVE "REGIME DEVE SER S, P, R, M OU I" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TRB-REGIME.
       TRB-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (24, 40) "DADOS OK (S/N) : ".
           ACCEPT (24, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO TRB-IE.
           IF W-OPCAO = "N" OR "n"
              MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TRB-MANTER-FIM.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TRB-OPC.
       TRB-GRAVA.
           ACCEPT FIS-DATA-ALT FROM DATE YYYYMMDD
           MOVE LNK-OPERADOR TO FIS-OPERADOR
           IF W-EXISTE = 1
              REWRITE REGFIS
                 INVALID KEY
                    MOVE "ERRO NA ALTERACAO DOS DADOS FISCAIS" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO TRB-MANTER-FIM
              END-REWRITE
           ELSE
              WRITE REGFIS
                 INVALID KEY
                    MOVE "ERRO NA GRAVACAO DOS DADOS FISCAIS" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO TRB-MANTER-FIM
              END-WRITE
           END-IF
           MOVE "S" TO LNK-FIS-GRAVOU
           MOVE "*** DADOS FISCAIS GRAVADOS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       TRB-MANTER-FIM.
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
