      *> NOTURNA (SCE004) JUNTO COM O REGISTRO DO CLIENTE.
      *> LNK-FIN-GRAVOU VOLTA "S" QUANDO A FICHA FOI GRAVADA:
      *> O SCE002 ENTAO TOCA O CLIENTE E REGISTRA NA TRILHA DE
      *> AUDITORIA, PARA A ALTERACAO SAIR NA EXPORTACAO DELTA.
      *> AUMENTO DE LIMITE ACIMA DO TETO E DESBLOQUEIO FINANCEIRO
      *> NAO SAO GRAVADOS AQUI: VAO PARA A FILA DE APROVACAO
      *> (ARQPND.DAT) E O SUPERVISOR APLICA PELO SCE029
      *>------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FIN-CPF-CNPJ
           FILE STATUS IS ST-FIN.
       SELECT ARQPND ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PND-CHAVE
           FILE STATUS IS ST-PND.
      *>---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQFIN.DAT".
           COPY FINCLI.
       FD ARQPND
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQPND.DAT".
           COPY PNDCLI.
      *>------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-EXISTE       PIC 9(01) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
      *>-------------------------------------------------------------------
      *> FILA DE APROVACAO (ARQPND.DAT): FICHA COMO ESTAVA AO ENTRAR
      *> E TETO DE AUMENTO DE LIMITE SEM APROVACAO
      *>-------------------------------------------------------------------
       77 ST-PND         PIC X(02) VALUE "00".
       77 W-SENSIVEL     PIC 9(01) VALUE ZEROS.
       77 W-TETO         PIC 9(09)V99 VALUE ZEROS.
       77 W-AUMENTO      PIC 9(09)V99 VALUE ZEROS.
       77 W-ASSUNTO      PIC X(40) VALUE SPACES.
       01 W-REGFIN-ANTES PIC X(69) VALUE SPACES.
       01 W-FIN-ANTES REDEFINES W-REGFIN-ANTES.
           03 FILLER         PIC 9(14).
           03 W-ANT-LIMITE   PIC 9(09)V99.
           03 W-ANT-COND     PIC X(03).
           03 W-ANT-RATING   PIC X(02).
           03 W-ANT-BLOQ     PIC X(01).
           03 W-ANT-MOTIVO   PIC X(30).
           03 FILLER         PIC X(08).
       01 W-REGFIN-PEDIDO PIC X(69) VALUE SPACES.
      *>-------------------------------------------------------------------
       LINKAGE SECTION.
           COPY REGCLI.
       01 LNK-FIN-GRAVOU PIC X(01).
           COPY OPELNK.
      *>-------------------------------------------------------------------
       SCREEN SECTION.
       01  SMT-FIN.
               LINE 18  COLUMN 22 PIC 9(08)
               FROM FIN-DATA-ALT.
      *>-------------------------------------------------------------
       PROCEDURE DIVISION USING REGCLI LNK-FIN-GRAVOU LNK-OPE.
       FIC-INICIO.
           MOVE "N" TO LNK-FIN-GRAVOU.
           PERFORM FIC-ABRE THRU FIC-ABRE-FIM.
              NOT INVALID KEY
                 MOVE 1 TO W-EXISTE
           END-READ.
           MOVE REGFIN TO W-REGFIN-ANTES.
       FIC-LE-FIM.
           EXIT.
      *>------------------------------------------------------------
              GO TO FIC-OPC.
       FIC-GRAVA.
           ACCEPT FIN-DATA-ALT FROM DATE YYYYMMDD
           PERFORM FIC-SENSIVEL THRU FIC-SENSIVEL-FIM
           IF W-SENSIVEL = 1
              PERFORM FIC-PARCIAL THRU FIC-PARCIAL-FIM
              PERFORM FIC-PENDENCIA THRU FIC-PENDENCIA-FIM
              GO TO FIC-MANTER-FIM.
           IF W-EXISTE = 1
              REWRITE REGFIN
                 INVALID KEY
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       FIC-MANTER-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> ALTERACAO SENSIVEL: AUMENTO DE LIMITE ACIMA DO TETO DO      *
      *> ARQPND OU DESBLOQUEIO (S PARA N). O ARQPND SO FICA ABERTO   *
      *> AQUI E NA PENDENCIA, COMO NO SCE002                         *
      *>------------------------------------------------------------
       FIC-SENSIVEL.
           MOVE 0 TO W-SENSIVEL
           MOVE SPACES TO W-ASSUNTO
           OPEN I-O ARQPND
           IF ST-PND = "30"
              OPEN OUTPUT ARQPND
              CLOSE ARQPND
              OPEN I-O ARQPND
           END-IF
           IF ST-PND NOT = "00"
              MOVE "ERRO NA ABERTURA DA FILA DE APROVACAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE 1 TO W-SENSIVEL
              MOVE "ERRO" TO W-ASSUNTO
              GO TO FIC-SENSIVEL-FIM.
           MOVE SPACES TO PPR-CHAVE
           MOVE 99999999 TO PND-DATA
           MOVE ZEROS TO PND-HORA PND-CPF-CNPJ
           READ ARQPND
              INVALID KEY
                 MOVE ZEROS TO W-TETO
              NOT INVALID KEY
                 MOVE PPR-TETO-AUMENTO TO W-TETO
           END-READ.
           IF FIN-LIMITE > W-ANT-LIMITE
              COMPUTE W-AUMENTO = FIN-LIMITE - W-ANT-LIMITE
              IF W-AUMENTO > W-TETO
                 MOVE 1 TO W-SENSIVEL
                 MOVE "AUMENTO DE LIMITE" TO W-ASSUNTO.
           IF W-ANT-BLOQ = "S" AND FIN-LIBERADO
              IF W-SENSIVEL = 1
                 MOVE "AUMENTO DE LIMITE + DESBLOQUEIO FINANC."
                    TO W-ASSUNTO
              ELSE
                 MOVE 1 TO W-SENSIVEL
                 MOVE "DESBLOQUEIO FINANCEIRO" TO W-ASSUNTO.
           IF W-SENSIVEL = 0
              CLOSE ARQPND.
       FIC-SENSIVEL-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> O SCE029 SO APLICA LIMITE E BLOQUEIO/MOTIVO DO PEDIDO: A    *
      *> CONDICAO DE PAGAMENTO E O RATING ALTERADOS NA MESMA TELA    *
      *> SAO GRAVADOS AGORA NA FICHA QUE JA EXISTE, COM OS CAMPOS    *
      *> SENSIVEIS COMO ESTAVAM (LNK-FIN-GRAVOU VOLTA S). NA FICHA    *
      *> NOVA VAI TUDO NO PEDIDO                                     *
      *>------------------------------------------------------------
       FIC-PARCIAL.
           IF W-ASSUNTO = "ERRO" OR W-EXISTE = 0
              GO TO FIC-PARCIAL-FIM.
           IF FIN-COND-PAGTO = W-ANT-COND AND FIN-RATING = W-ANT-RATING
              GO TO FIC-PARCIAL-FIM.
           MOVE REGFIN TO W-REGFIN-PEDIDO
           MOVE W-ANT-LIMITE TO FIN-LIMITE
           MOVE W-ANT-BLOQ TO FIN-BLOQ
           MOVE W-ANT-MOTIVO TO FIN-MOTIVO-BLOQ
           REWRITE REGFIN
              INVALID KEY
                 MOVE "ERRO NA ALTERACAO DA FICHA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 MOVE W-REGFIN-PEDIDO TO REGFIN
                 GO TO FIC-PARCIAL-FIM
           END-REWRITE
           MOVE "S" TO LNK-FIN-GRAVOU
           MOVE REGFIN TO W-REGFIN-ANTES
           MOVE W-REGFIN-PEDIDO TO REGFIN.
       FIC-PARCIAL-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> GRAVA O PEDIDO COM AS DUAS IMAGENS DA FICHA; OS CAMPOS      *
      *> SENSIVEIS NAO MUDAM AQUI                                    *
      *>------------------------------------------------------------
       FIC-PENDENCIA.
           IF W-ASSUNTO = "ERRO"
              GO TO FIC-PENDENCIA-FIM.
           INITIALIZE REGPND
           ACCEPT PND-DATA FROM DATE YYYYMMDD
           ACCEPT PND-HORA FROM TIME
           MOVE CPF-CNPJ TO PND-CPF-CNPJ
           MOVE "F" TO PND-TIPO
           IF W-EXISTE = 1
              MOVE "S" TO PND-EXISTIA
           ELSE
              MOVE "N" TO PND-EXISTIA.
           MOVE W-ASSUNTO TO PND-ASSUNTO
           MOVE LNK-OPERADOR TO PND-OPERADOR
           MOVE "P" TO PND-SITUACAO
           MOVE W-REGFIN-ANTES TO PND-ANTES
           MOVE REGFIN TO PND-DEPOIS.
       FIC-PENDENCIA-GRAVA.
           WRITE REGPND
           IF ST-PND = "22"
              ADD 1 TO PND-HORA
              GO TO FIC-PENDENCIA-GRAVA.
           IF ST-PND NOT = "00"
              MOVE "ERRO NA GRAVACAO DA FILA DE APROVACAO" TO MENS
           ELSE
              MOVE "*** ENVIADO PARA APROVACAO DO SUPERVISOR ***"
                 TO MENS.
           CLOSE ARQPND
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       FIC-PENDENCIA-FIM.
           EXIT.
      *>*********************
      *> ROTINA DE MENSAGEM *
      *>*********************
