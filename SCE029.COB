       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE029.
      *>AUTHOR. FELYPE DANTAS DOS SANTOS.
      *>*****************************************
      *> FILA DE APROVACAO DE ALTERACOES        *
      *> SENSIVEIS (ARQPND.DAT)                 *
      *>*****************************************
      *> O SCE002 E O SCE018 NAO GRAVAM DIRETO O AUMENTO DE LIMITE
      *> ACIMA DO TETO, O DESBLOQUEIO (FINANCEIRO OU DA SITUACAO)
      *> E A TROCA DE RAZAO SOCIAL DE PJ: GRAVAM UM PEDIDO COM AS
      *> IMAGENS ANTES/DEPOIS NO ARQPND. AQUI O SUPERVISOR LISTA A
      *> FILA, APROVA OU REJEITA CADA PEDIDO COM O MOTIVO E MANTEM
      *> O TETO DE AUMENTO. O PEDIDO APROVADO E' APLICADO NO ARQCLI
      *> OU NO ARQFIN COM A ENTRADA "A" NA TRILHA DE AUDITORIA, COMO
      *> O SCE002 FAZ, E SO SE OS CAMPOS PEDIDOS AINDA ESTAO COMO NA
      *> IMAGEM "ANTES" (OS DEMAIS CAMPOS NAO ENTRAM NA CONFERENCIA).
      *> QUEM PEDIU NAO APROVA O PROPRIO PEDIDO. RESTRITO AO
      *> SUPERVISOR, COMO O SCE020
      *>------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQPND ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PND-CHAVE
           FILE STATUS IS ST-PND.
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
       SELECT ARQCLI-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ST-LOG.
       SELECT ARQLCK ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LCK-CPF-CNPJ
           FILE STATUS IS ST-LCK.
      *>---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQPND
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQPND.DAT".
           COPY PNDCLI.
       FD ARQCLI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQCLI.DAT".
           COPY REGCLI.
       FD ARQFIN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQFIN.DAT".
           COPY FINCLI.
       FD ARQCLI-LOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQCLILOG.DAT".
           COPY LOGCLI.
       FD ARQLCK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQLCK.DAT".
           COPY LCKCLI.
      *>------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 ST-PND         PIC X(02) VALUE "00".
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-FIN         PIC X(02) VALUE "00".
       77 ST-LOG         PIC X(02) VALUE "00".
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 W-LINDISP      PIC 9(02) VALUE ZEROS.
       77 W-FIM-PND      PIC 9(01) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
      *>------------------------------------------------------------
      *> LISTAGEM: SOMENTE PENDENTES (P) OU O HISTORICO TODO (T)
      *>------------------------------------------------------------
       77 W-LST-MODO     PIC X(01) VALUE SPACES.
       77 W-LST-QTDE     PIC 9(06) VALUE ZEROS.
      *>------------------------------------------------------------
      *> DECISAO DO PEDIDO
      *>------------------------------------------------------------
       77 W-DECISAO      PIC X(01) VALUE SPACES.
       77 W-JUSTIF       PIC X(40) VALUE SPACES.
       77 W-APLICOU      PIC 9(01) VALUE ZEROS.
       77 W-FIN-EXISTE   PIC 9(01) VALUE ZEROS.
       77 W-RAZAO-TELA   PIC X(40) VALUE SPACES.
       77 W-QT-APROV     PIC 9(04) VALUE ZEROS.
       77 W-QT-REJEIT    PIC 9(04) VALUE ZEROS.
       77 W-ED-ANTES     PIC ZZZ.ZZZ.ZZ9,99.
       77 W-ED-DEPOIS    PIC ZZZ.ZZZ.ZZ9,99.
      *>------------------------------------------------------------
      *> VISOES DAS IMAGENS DO PEDIDO: CLIENTE (REGCLI) OU FICHA
      *> FINANCEIRA (REGFIN NOS PRIMEIROS 69 BYTES)
      *>------------------------------------------------------------
       01 W-IMG-ANTES       PIC X(330) VALUE SPACES.
       01 W-IMG-ANTES-CLI REDEFINES W-IMG-ANTES.
           03 FILLER            PIC X(15).
           03 W-AC-RAZAO        PIC X(60).
           03 W-AC-APELIDO      PIC X(30).
           03 FILLER            PIC X(71).
           03 W-AC-CIDADE       PIC X(30).
           03 W-AC-UF           PIC X(02).
           03 FILLER            PIC X(56).
           03 W-AC-SITUACAO     PIC X(01).
           03 FILLER            PIC X(65).
       01 W-IMG-ANTES-FIN REDEFINES W-IMG-ANTES.
           03 FILLER            PIC X(14).
           03 W-AF-LIMITE       PIC 9(09)V99.
           03 W-AF-COND         PIC X(03).
           03 W-AF-RATING       PIC X(02).
           03 W-AF-BLOQ         PIC X(01).
           03 W-AF-MOTIVO       PIC X(30).
           03 FILLER            PIC X(269).
       01 W-IMG-DEPOIS      PIC X(330) VALUE SPACES.
       01 W-IMG-DEPOIS-CLI REDEFINES W-IMG-DEPOIS.
           03 FILLER            PIC X(15).
           03 W-DC-RAZAO        PIC X(60).
           03 W-DC-APELIDO      PIC X(30).
           03 FILLER            PIC X(71).
           03 W-DC-CIDADE       PIC X(30).
           03 W-DC-UF           PIC X(02).
           03 FILLER            PIC X(56).
           03 W-DC-SITUACAO     PIC X(01).
           03 FILLER            PIC X(65).
       01 W-IMG-DEPOIS-FIN REDEFINES W-IMG-DEPOIS.
           03 FILLER            PIC X(14).
           03 W-DF-LIMITE       PIC 9(09)V99.
           03 W-DF-COND         PIC X(03).
           03 W-DF-RATING       PIC X(02).
           03 W-DF-BLOQ         PIC X(01).
           03 W-DF-MOTIVO       PIC X(30).
           03 FILLER            PIC X(269).
      *>------------------------------------------------------------
      *> TETO DE AUMENTO DE LIMITE (REGISTRO DE PARAMETROS)
      *>------------------------------------------------------------
       77 W-TETO          PIC 9(09)V99 VALUE ZEROS.
       77 W-TETO-EXISTE   PIC 9(01) VALUE ZEROS.
      *>------------------------------------------------------------
      *> TRAVA DE REGISTRO EM USO (ARQLCK.DAT, COMO NO SCE002): O
      *> PEDIDO SO E' APLICADO COM O CLIENTE LIVRE
      *>------------------------------------------------------------
       77 ST-LCK          PIC X(02) VALUE "00".
       77 W-LCK-OK        PIC 9(01) VALUE ZEROS.
      *>------------------------------------------------------------
      *> LOG DE AUDITORIA (APLICACAO DO PEDIDO)
      *>------------------------------------------------------------
       77 W-AUD-OPERACAO    PIC X(01) VALUE SPACES.
       01 W-REGCLI-ANTES    PIC X(330) VALUE SPACES.
       01 W-REGCLI-DEPOIS   PIC X(330) VALUE SPACES.
      *>-------------------------------------------------------------------
       LINKAGE SECTION.
           COPY OPELNK.
      *>-------------------------------------------------------------------
       SCREEN SECTION.
       01  SMT-MENU.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE "      FILA DE APROVACAO DE ALTERACOES SENSIVEIS".
           05  LINE 07  COLUMN 05
               VALUE "1 - LISTAR PEDIDOS PENDENTES".
           05  LINE 08  COLUMN 05
               VALUE "2 - APROVAR / REJEITAR PEDIDOS".
           05  LINE 09  COLUMN 05
               VALUE "3 - HISTORICO DE PEDIDOS".
           05  LINE 10  COLUMN 05
               VALUE "4 - TETO DE AUMENTO DE LIMITE".
           05  LINE 14  COLUMN 05
               VALUE "0 - SAIR".
           05  LINE 17  COLUMN 05
               VALUE "OPCAO: ".
           05  TMENU-OPCAO
               LINE 17  COLUMN 13 PIC X(01)
               USING W-OPCAO.
       01  SMT-TETO.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE "          TETO DE AUMENTO DE LIMITE".
           05  LINE 06  COLUMN 01
               VALUE "AUMENTO DE LIMITE ACIMA DESTE VALOR VAI PARA ".
           05  LINE 06  COLUMN 46
               VALUE "APROVACAO DO SUPERVISOR".
           05  LINE 09  COLUMN 01
               VALUE "TETO (R$)          : ".
           05  TTETO-VALOR
               LINE 09  COLUMN 22 PIC 999.999.999,99
               USING W-TETO.
           05  LINE 11  COLUMN 01
               VALUE "ULT.ALTERACAO      : ".
           05  TTETO-DATA
               LINE 11  COLUMN 22 PIC 9(08)
               FROM PPR-DATA-ALT.
           05  LINE 11  COLUMN 32
               VALUE "POR: ".
           05  TTETO-OPER
               LINE 11  COLUMN 37 PIC X(08)
               FROM PPR-OPERADOR.
      *>-------------------------------------------------------------
       PROCEDURE DIVISION USING LNK-OPE.
       APR-INICIO.
           IF NOT LNK-SUPERVISOR
              DISPLAY (01, 01) ERASE
              DISPLAY "APROVACOES PERMITIDAS SOMENTE AO SUPERVISOR"
              GOBACK.
           PERFORM APR-ABRE THRU APR-ABRE-FIM.
       APR-MENU.
           MOVE SPACES TO W-OPCAO
           PERFORM UNTIL W-OPCAO = "0"
              DISPLAY SMT-MENU
              ACCEPT TMENU-OPCAO
              EVALUATE W-OPCAO
                 WHEN "1"
                    MOVE "P" TO W-LST-MODO
                    PERFORM APR-LISTAR THRU APR-LISTAR-FIM
                 WHEN "2"
                    PERFORM APR-DECIDE THRU APR-DECIDE-FIM
                 WHEN "3"
                    MOVE "T" TO W-LST-MODO
                    PERFORM APR-LISTAR THRU APR-LISTAR-FIM
                 WHEN "4"
                    PERFORM APR-TETO THRU APR-TETO-FIM
                 WHEN "0"
                    CONTINUE
                 WHEN OTHER
                    MOVE "OPCAO INVALIDA" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
              END-EVALUATE
           END-PERFORM.
           CLOSE ARQPND ARQCLI ARQFIN ARQCLI-LOG ARQLCK.
           DISPLAY (01, 01) ERASE.
           GOBACK.
      *>------------------------------------------------------------
       APR-ABRE.
           OPEN I-O ARQPND
           IF ST-PND = "30"
              OPEN OUTPUT ARQPND
              CLOSE ARQPND
              OPEN I-O ARQPND
           END-IF
           IF ST-PND NOT = "00"
              DISPLAY "ERRO NA ABERTURA DA FILA DE APROVACAO: " ST-PND
              GOBACK.
           OPEN I-O ARQCLI
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CLIENTE: " ST-ERRO
              CLOSE ARQPND
              GOBACK.
           OPEN I-O ARQFIN
           IF ST-FIN = "30"
              OPEN OUTPUT ARQFIN
              CLOSE ARQFIN
              OPEN I-O ARQFIN
           END-IF
           IF ST-FIN NOT = "00"
              DISPLAY "ERRO NA ABERTURA DA FICHA FINANCEIRA: " ST-FIN
              CLOSE ARQPND ARQCLI
              GOBACK.
           OPEN EXTEND ARQCLI-LOG
           IF ST-LOG NOT = "00"
              IF ST-LOG = "30"
                 OPEN OUTPUT ARQCLI-LOG
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE LOG: " ST-LOG
                 CLOSE ARQPND ARQCLI ARQFIN
                 GOBACK.
           OPEN I-O ARQLCK
           IF ST-LCK = "30"
              OPEN OUTPUT ARQLCK
              CLOSE ARQLCK
              OPEN I-O ARQLCK
           END-IF
           IF ST-LCK NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE TRAVAS: " ST-LCK
              CLOSE ARQPND ARQCLI ARQFIN ARQCLI-LOG
              GOBACK.
       APR-ABRE-FIM.
           EXIT.
      *>****************************************
      *> LISTAGEM DA FILA / HISTORICO           *
      *>****************************************
       APR-LISTAR.
           DISPLAY (01, 01) ERASE
           IF W-LST-MODO = "P"
              DISPLAY (02, 20) "PEDIDOS PENDENTES DE APROVACAO"
           ELSE
              DISPLAY (02, 20) "HISTORICO DE PEDIDOS DE ALTERACAO".
           DISPLAY (03, 01)
              "DATA     HORA CPF/CNPJ       OPERADOR T S ASSUNTO"
           MOVE 4 TO W-LINDISP
           MOVE ZEROS TO W-LST-QTDE
           MOVE LOW-VALUES TO PND-CHAVE
           START ARQPND KEY IS NOT LESS THAN PND-CHAVE
              INVALID KEY
                 GO TO APR-LISTAR-ULT
           END-START.
       APR-LISTAR-LOOP.
           READ ARQPND NEXT RECORD
              AT END
                 GO TO APR-LISTAR-ULT
           END-READ.
           IF PND-DATA = 99999999
              GO TO APR-LISTAR-ULT.
           IF W-LST-MODO = "P" AND NOT PND-PENDENTE
              GO TO APR-LISTAR-LOOP.
           ADD 1 TO W-LST-QTDE
           DISPLAY (W-LINDISP, 01) PND-DATA " " PND-HORA (1:4) " "
                   PND-CPF-CNPJ " " PND-OPERADOR " " PND-TIPO " "
                   PND-SITUACAO " " PND-ASSUNTO (1:30)
           ADD 1 TO W-LINDISP
           IF W-LINDISP > 20
              DISPLAY (23, 10) "ENTER PARA CONTINUAR..."
              ACCEPT (23, 10) W-OPCAO
              DISPLAY (01, 01) ERASE
              MOVE 4 TO W-LINDISP
           END-IF
           GO TO APR-LISTAR-LOOP.
       APR-LISTAR-ULT.
           IF W-LST-QTDE = ZEROS
              DISPLAY (05, 01) "NENHUM PEDIDO NA FILA".
           DISPLAY (22, 01)
              "T: C=CADASTRO F=FICHA FIN.   S: P=PENDENTE A=APROVADO "
              "R=REJEITADO"
           DISPLAY (23, 10) "ENTER PARA VOLTAR..."
           ACCEPT (23, 10) W-OPCAO
           MOVE SPACES TO W-OPCAO.
       APR-LISTAR-FIM.
           EXIT.
      *>****************************************
      *> APROVACAO / REJEICAO, PEDIDO A PEDIDO  *
      *>****************************************
       APR-DECIDE.
           MOVE ZEROS TO W-QT-APROV W-QT-REJEIT
           MOVE 0 TO W-FIM-PND
           MOVE LOW-VALUES TO PND-CHAVE
           START ARQPND KEY IS NOT LESS THAN PND-CHAVE
              INVALID KEY
                 MOVE 1 TO W-FIM-PND
           END-START.
           PERFORM APR-DEC-PEDIDO THRU APR-DEC-PEDIDO-FIM
               UNTIL W-FIM-PND = 1.
           DISPLAY (01, 01) ERASE
           DISPLAY (05, 05) "FIM DA FILA DE APROVACAO"
           DISPLAY (07, 05) "PEDIDOS APROVADOS : " W-QT-APROV
           DISPLAY (08, 05) "PEDIDOS REJEITADOS: " W-QT-REJEIT
           DISPLAY (23, 10) "ENTER PARA VOLTAR..."
           ACCEPT (23, 10) W-OPCAO
           MOVE SPACES TO W-OPCAO.
       APR-DECIDE-FIM.
           EXIT.
       APR-DEC-PEDIDO.
           READ ARQPND NEXT RECORD
              AT END
                 MOVE 1 TO W-FIM-PND
                 GO TO APR-DEC-PEDIDO-FIM
           END-READ.
           IF PND-DATA = 99999999
              MOVE 1 TO W-FIM-PND
              GO TO APR-DEC-PEDIDO-FIM.
           IF NOT PND-PENDENTE
              GO TO APR-DEC-PEDIDO-FIM.
           PERFORM APR-MOSTRA THRU APR-MOSTRA-FIM.
       APR-DEC-OPCAO.
           DISPLAY (20, 01)
              "A=APROVAR  R=REJEITAR  ENTER=PROXIMO  0=VOLTAR : "
           MOVE SPACES TO W-DECISAO
           ACCEPT (20, 50) W-DECISAO
           IF W-DECISAO = "a" MOVE "A" TO W-DECISAO.
           IF W-DECISAO = "r" MOVE "R" TO W-DECISAO.
           IF W-DECISAO = "0"
              MOVE 1 TO W-FIM-PND
              GO TO APR-DEC-PEDIDO-FIM.
           IF W-DECISAO NOT = "A" AND NOT = "R"
              GO TO APR-DEC-PEDIDO-FIM.
           IF W-DECISAO = "A" AND PND-OPERADOR = LNK-OPERADOR
              MOVE "O SOLICITANTE NAO PODE APROVAR O PROPRIO PEDIDO"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APR-DEC-OPCAO.
           DISPLAY (21, 01) "MOTIVO: "
           MOVE SPACES TO W-JUSTIF
           ACCEPT (21, 09) W-JUSTIF
           IF W-DECISAO = "R" AND W-JUSTIF = SPACES
              MOVE "INFORME O MOTIVO DA REJEICAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APR-DEC-OPCAO.
           IF W-DECISAO = "A"
              PERFORM APR-APLICA THRU APR-APLICA-FIM
              IF W-APLICOU = 0
                 GO TO APR-DEC-OPCAO.
           MOVE W-DECISAO TO PND-SITUACAO
           MOVE LNK-OPERADOR TO PND-SUPERVISOR
           ACCEPT PND-DATA-DEC FROM DATE YYYYMMDD
           ACCEPT PND-HORA-DEC FROM TIME
           MOVE W-JUSTIF TO PND-JUSTIF
           REWRITE REGPND
           IF ST-PND NOT = "00"
              MOVE "ERRO NA ATUALIZACAO DO PEDIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APR-DEC-PEDIDO-FIM.
           IF W-DECISAO = "A"
              ADD 1 TO W-QT-APROV
              MOVE "*** PEDIDO APROVADO E APLICADO ***" TO MENS
           ELSE
              ADD 1 TO W-QT-REJEIT
              MOVE "*** PEDIDO REJEITADO ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       APR-DEC-PEDIDO-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> MOSTRA O PEDIDO: CAMPOS SENSIVEIS ANTES E DEPOIS            *
      *>------------------------------------------------------------
       APR-MOSTRA.
           MOVE PND-ANTES TO W-IMG-ANTES
           MOVE PND-DEPOIS TO W-IMG-DEPOIS
           MOVE PND-CPF-CNPJ TO CPF-CNPJ
           READ ARQCLI
              INVALID KEY
                 MOVE "*** CLIENTE NAO ENCONTRADO ***" TO W-RAZAO-TELA
              NOT INVALID KEY
                 MOVE RAZAO-SOCIAL TO W-RAZAO-TELA
           END-READ.
           DISPLAY (01, 01) ERASE
           DISPLAY (02, 15) "PEDIDO DE ALTERACAO PENDENTE DE APROVACAO"
           DISPLAY (04, 01) "PEDIDO EM : " PND-DATA "  HORA: "
                   PND-HORA (1:4) "  OPERADOR: " PND-OPERADOR
           DISPLAY (05, 01) "CLIENTE   : " PND-CPF-CNPJ "  "
                   W-RAZAO-TELA
           DISPLAY (06, 01) "ASSUNTO   : " PND-ASSUNTO
           DISPLAY (08, 01) "CAMPO"
           DISPLAY (08, 16) "ANTES"
           DISPLAY (08, 48) "DEPOIS"
           IF PND-FINANCEIRO
              GO TO APR-MOSTRA-FIN.
           DISPLAY (10, 01) "RAZAO SOCIAL"
           DISPLAY (10, 16) W-AC-RAZAO (1:30)
           DISPLAY (10, 48) W-DC-RAZAO (1:30)
           DISPLAY (11, 01) "APELIDO"
           DISPLAY (11, 16) W-AC-APELIDO
           DISPLAY (11, 48) W-DC-APELIDO
           DISPLAY (12, 01) "CIDADE/UF"
           DISPLAY (12, 16) W-AC-CIDADE (1:26) " " W-AC-UF
           DISPLAY (12, 48) W-DC-CIDADE (1:26) " " W-DC-UF
           DISPLAY (13, 01) "SITUACAO"
           DISPLAY (13, 16) W-AC-SITUACAO
           DISPLAY (13, 48) W-DC-SITUACAO
           DISPLAY (15, 01)
              "OS DEMAIS CAMPOS DO CADASTRO VAO COMO DIGITADOS"
           GO TO APR-MOSTRA-FIM.
       APR-MOSTRA-FIN.
           MOVE W-AF-LIMITE TO W-ED-ANTES
           MOVE W-DF-LIMITE TO W-ED-DEPOIS
           IF PND-EXISTIA = "N"
              DISPLAY (09, 16) "(FICHA NOVA)".
           DISPLAY (10, 01) "LIMITE"
           DISPLAY (10, 16) W-ED-ANTES
           DISPLAY (10, 48) W-ED-DEPOIS
           DISPLAY (11, 01) "COND.PAGTO"
           DISPLAY (11, 16) W-AF-COND
           DISPLAY (11, 48) W-DF-COND
           DISPLAY (12, 01) "RATING"
           DISPLAY (12, 16) W-AF-RATING
           DISPLAY (12, 48) W-DF-RATING
           DISPLAY (13, 01) "BLOQUEADO"
           DISPLAY (13, 16) W-AF-BLOQ
           DISPLAY (13, 48) W-DF-BLOQ
           DISPLAY (14, 01) "MOTIVO BLOQ."
           DISPLAY (14, 16) W-AF-MOTIVO
           DISPLAY (14, 48) W-DF-MOTIVO.
       APR-MOSTRA-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> APLICA O PEDIDO APROVADO. SO OS CAMPOS DO PEDIDO CONTAM:    *
      *> RAZAO SOCIAL E SITUACAO NO CLIENTE, LIMITE E BLOQUEIO/      *
      *> MOTIVO NA FICHA. ESSES TEM DE ESTAR COMO NA IMAGEM "ANTES"  *
      *> (SE MUDARAM DEPOIS DO PEDIDO, NADA E' GRAVADO E O PEDIDO    *
      *> DEVE SER REJEITADO E FEITO DE NOVO) E SO ELES VEM DA IMAGEM *
      *> "DEPOIS"; O RESTO DO REGISTRO FICA COMO FOI LIDO, PORQUE OS *
      *> PASSOS DE LOTE (SCE025, SCE027, SCE033) REGRAVAM CAMPOS     *
      *> OPERACIONAIS ENTRE O PEDIDO E A APROVACAO. A FICHA          *
      *> FINANCEIRA TAMBEM TOCA O CLIENTE E SAI NA TRILHA, COMO O    *
      *> SCE002 FAZ NA VOLTA DO SCE018                               *
      *>------------------------------------------------------------
       APR-APLICA.
           MOVE 0 TO W-APLICOU
           MOVE PND-ANTES TO W-IMG-ANTES
           MOVE PND-DEPOIS TO W-IMG-DEPOIS
           MOVE PND-CPF-CNPJ TO CPF-CNPJ
           PERFORM TRV-PEGA THRU TRV-PEGA-FIM
           IF W-LCK-OK = 0
              GO TO APR-APLICA-FIM.
           READ ARQCLI
              INVALID KEY
                 MOVE "CLIENTE NAO ENCONTRADO NO CADASTRO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO APR-APLICA-SOLTA
           END-READ.
           IF PND-FINANCEIRO
              GO TO APR-APLICA-FIN.
           IF RAZAO-SOCIAL NOT = W-AC-RAZAO
              OR SITUACAO NOT = W-AC-SITUACAO
              MOVE "CLIENTE ALTERADO APOS O PEDIDO - REJEITE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APR-APLICA-SOLTA.
           MOVE REGCLI TO W-REGCLI-ANTES
           MOVE W-DC-RAZAO TO RAZAO-SOCIAL
           MOVE W-DC-SITUACAO TO SITUACAO
           GO TO APR-APLICA-CLI.
       APR-APLICA-FIN.
           MOVE PND-CPF-CNPJ TO FIN-CPF-CNPJ
           READ ARQFIN
              INVALID KEY
                 MOVE 0 TO W-FIN-EXISTE
              NOT INVALID KEY
                 MOVE 1 TO W-FIN-EXISTE
           END-READ.
           IF (W-FIN-EXISTE = 1 AND PND-EXISTIA = "N")
              OR (W-FIN-EXISTE = 0 AND PND-EXISTIA = "S")
              OR (W-FIN-EXISTE = 1 AND
                  (FIN-LIMITE NOT = W-AF-LIMITE
                   OR FIN-BLOQ NOT = W-AF-BLOQ
                   OR FIN-MOTIVO-BLOQ NOT = W-AF-MOTIVO))
              MOVE "FICHA ALTERADA APOS O PEDIDO - REJEITE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APR-APLICA-SOLTA.
      *>    FICHA NOVA: NAO HA CAMPO OPERACIONAL A PRESERVAR
           IF W-FIN-EXISTE = 0
              MOVE PND-DEPOIS (1:69) TO REGFIN
           ELSE
              MOVE W-DF-LIMITE TO FIN-LIMITE
              MOVE W-DF-BLOQ TO FIN-BLOQ
              MOVE W-DF-MOTIVO TO FIN-MOTIVO-BLOQ.
           ACCEPT FIN-DATA-ALT FROM DATE YYYYMMDD
           IF W-FIN-EXISTE = 1
              REWRITE REGFIN
           ELSE
              WRITE REGFIN.
           IF ST-FIN NOT = "00"
              MOVE "ERRO NA GRAVACAO DA FICHA FINANCEIRA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APR-APLICA-SOLTA.
           MOVE REGCLI TO W-REGCLI-ANTES.
       APR-APLICA-CLI.
           ACCEPT DATA-ULT-ALT FROM DATE YYYYMMDD
           REWRITE REGCLI
           IF ST-ERRO NOT = "00" AND NOT = "02"
              MOVE "ERRO NA ATUALIZACAO DO CLIENTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              IF PND-FINANCEIRO
                 MOVE 1 TO W-APLICOU
              END-IF
              GO TO APR-APLICA-SOLTA.
           MOVE REGCLI TO W-REGCLI-DEPOIS
           MOVE "A" TO W-AUD-OPERACAO
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           MOVE 1 TO W-APLICOU.
       APR-APLICA-SOLTA.
           PERFORM TRV-SOLTA THRU TRV-SOLTA-FIM.
       APR-APLICA-FIM.
           EXIT.
      *>****************************************
      *> TETO DE AUMENTO DE LIMITE              *
      *>****************************************
       APR-TETO.
           MOVE 99999999 TO PND-DATA
           MOVE ZEROS TO PND-HORA PND-CPF-CNPJ
           READ ARQPND
              INVALID KEY
                 MOVE 0 TO W-TETO-EXISTE
                 MOVE ZEROS TO W-TETO PPR-DATA-ALT
                 MOVE SPACES TO PPR-OPERADOR
              NOT INVALID KEY
                 MOVE 1 TO W-TETO-EXISTE
                 MOVE PPR-TETO-AUMENTO TO W-TETO
           END-READ.
           DISPLAY SMT-TETO
           IF W-TETO-EXISTE = 0
              DISPLAY (13, 01)
                 "TETO NAO CADASTRADO: TODO AUMENTO VAI PARA APROVACAO".
           ACCEPT TTETO-VALOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO APR-TETO-FIM.
           DISPLAY (24, 40) "DADOS OK (S/N) : "
           MOVE "S" TO W-OPCAO
           ACCEPT (24, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO NOT = "S" AND NOT = "s"
              MOVE SPACES TO W-OPCAO
              GO TO APR-TETO-FIM.
           MOVE SPACES TO W-OPCAO
           MOVE SPACES TO REGPND-PARAM
           MOVE 99999999 TO PND-DATA
           MOVE ZEROS TO PND-HORA PND-CPF-CNPJ
           MOVE W-TETO TO PPR-TETO-AUMENTO
           ACCEPT PPR-DATA-ALT FROM DATE YYYYMMDD
           MOVE LNK-OPERADOR TO PPR-OPERADOR
           IF W-TETO-EXISTE = 1
              REWRITE REGPND-PARAM
           ELSE
              WRITE REGPND-PARAM.
           IF ST-PND NOT = "00"
              MOVE "ERRO NA GRAVACAO DO TETO" TO MENS
           ELSE
              MOVE "*** TETO GRAVADO ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       APR-TETO-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> PEGA/SOLTA A TRAVA DO CLIENTE CORRENTE, COMO NO SCE002      *
      *>------------------------------------------------------------
       TRV-PEGA.
           MOVE 0 TO W-LCK-OK
           MOVE CPF-CNPJ TO LCK-CPF-CNPJ
           READ ARQLCK
              INVALID KEY
                 GO TO TRV-PEGA-GRAVA
           END-READ.
           IF LCK-OPERADOR = LNK-OPERADOR
              MOVE 1 TO W-LCK-OK
              GO TO TRV-PEGA-FIM.
           MOVE SPACES TO MENS
           STRING "REGISTRO EM USO PELO OPERADOR " LCK-OPERADOR
                  DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO TRV-PEGA-FIM.
       TRV-PEGA-GRAVA.
           MOVE CPF-CNPJ TO LCK-CPF-CNPJ
           MOVE LNK-OPERADOR TO LCK-OPERADOR
           ACCEPT LCK-DATA FROM DATE YYYYMMDD
           ACCEPT LCK-HORA FROM TIME
           WRITE REGLCK
              INVALID KEY
                 MOVE "REGISTRO EM USO - TENTE NOVAMENTE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO TRV-PEGA-FIM
           END-WRITE.
           MOVE 1 TO W-LCK-OK.
       TRV-PEGA-FIM.
           EXIT.
      *>------------------------------------------------------------
       TRV-SOLTA.
           MOVE CPF-CNPJ TO LCK-CPF-CNPJ
           DELETE ARQLCK RECORD
              INVALID KEY
                 CONTINUE
           END-DELETE.
       TRV-SOLTA-FIM.
           EXIT.
      *>****************************************
      *> LOG DE AUDITORIA (ARQCLI-LOG)          *
      *>****************************************
       AUD-GRAVA.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD
           ACCEPT LOG-HORA FROM TIME
           MOVE LNK-OPERADOR    TO LOG-OPERADOR
           MOVE W-AUD-OPERACAO  TO LOG-OPERACAO
           MOVE W-REGCLI-ANTES  TO LOG-REG-ANTES
           MOVE W-REGCLI-DEPOIS TO LOG-REG-DEPOIS
           WRITE REGLOG
           IF ST-LOG NOT = "00"
              MOVE "ERRO NA GRAVACAO DO LOG DE AUDITORIA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       AUD-GRAVA-FIM.
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
