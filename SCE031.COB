       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE031.
      *>AUTHOR. FELYPE DANTAS DOS SANTOS.
      *>*****************************************
      *> VERIFICACAO DE INTEGRIDADE ENTRE O      *
      *> ARQCLI E OS ARQUIVOS SATELITES          *
      *>*****************************************
      *> APONTA: REGISTROS DO ARQEND, ARQCTO, ARQFIN, ARQMOV, ARQLCK,
      *> ARQGRP E ARQFIS CUJO CPF/CNPJ NAO ESTA NO ARQCLI (ORFAOS,
      *> DEIXADOS PELO ARQUIVAMENTO DO SCE016 OU SEM CLIENTE NENHUM -
      *> O RELATORIO DIZ QUAL DOS DOIS PELO ARQHIS); FUSAO-CPF-CNPJ
      *> APONTANDO PARA SOBREVIVENTE QUE JA NAO ESTA NO ARQCLI;
      *> VENDEDOR DO CLIENTE SEM CADASTRO NO ARQVDR; FAIXAS DE CEP
      *> SOBREPOSTAS NO ARQTER. RELATORIO AGRUPADO POR TIPO DE
      *> INCONSISTENCIA (RELINT.LST).
      *> MODO "C" (CORRIGE): O REGISTRO ORFAO VAI PARA A QUARENTENA
      *> (ARQQUA.DAT, IMAGEM INTEIRA) E SAI DO ARQUIVO DE ORIGEM,
      *> COM AUDITORIA "Q" NA TRILHA. NADA E' APAGADO SEM COPIA.
      *> FUSAO, VENDEDOR E TERRITORIO SAO SOMENTE APONTADOS: A
      *> CORRECAO E' DO SUPERVISOR NO SCE002/SCE020.
      *> MODO "R": SOMENTE RELATORIO. O MODO VEM EM CTL-PARM; EM
      *> BRANCO, PERGUNTA AO OPERADOR. PASSO OPCIONAL DA ROTINA
      *> NOTURNA (SCE015).
      *> CHECKPOINT COMO NO SCE013: NO ARQCTL.DAT, REGISTRO
      *> RESERVADO 99999998/31, A CADA 1000 REGISTROS LIDOS, COM A
      *> FASE DA VARREDURA (UM ARQUIVO POR FASE) EM RUN-CHKPT-SEQ E
      *> O ULTIMO CPF/CNPJ TERMINADO NA FASE EM RUN-CHKPT-CHAVE. A
      *> REEXECUCAO APOS FALHA RETOMA DALI; O RELATORIO DA RETOMADA
      *> COBRE SOMENTE O TRECHO RESTANTE
      *>------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQCLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPF-CNPJ
           FILE STATUS IS ST-ERRO
           ALTERNATE RECORD KEY IS APELIDO WITH DUPLICATES.
       SELECT ARQHIS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIS-CPF-CNPJ
           FILE STATUS IS ST-HIS.
       SELECT ARQEND ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS END-CHAVE
           FILE STATUS IS ST-END.
       SELECT ARQCTO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTO-CHAVE
           FILE STATUS IS ST-CTO.
       SELECT ARQFIN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FIN-CPF-CNPJ
           FILE STATUS IS ST-FIN.
       SELECT ARQFIS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FIS-CPF-CNPJ
           FILE STATUS IS ST-FIS.
       SELECT ARQMOV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-CHAVE
           FILE STATUS IS ST-MOV.
       SELECT ARQLCK ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LCK-CPF-CNPJ
           FILE STATUS IS ST-LCK.
       SELECT ARQGRP ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GRP-CPF-CNPJ
           FILE STATUS IS ST-GRP
           ALTERNATE RECORD KEY IS GRP-CODIGO WITH DUPLICATES.
       SELECT ARQVDR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VDR-CODIGO
           FILE STATUS IS ST-VDR.
       SELECT ARQTER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TER-CEP-INI
           FILE STATUS IS ST-TER.
       SELECT ARQQUA ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ST-QUA.
       SELECT ARQCLI-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ST-LOG.
       SELECT WORK-SORT ASSIGN TO "WSINT.TMP"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RELINT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-REL.
       SELECT ARQCTL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RUN-CHAVE
           FILE STATUS IS ST-CTL.
      *>---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQCLI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQCLI.DAT".
           COPY REGCLI.
       FD ARQHIS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQHIS.DAT".
           COPY HISCLI.
       FD ARQEND
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQEND.DAT".
           COPY ENDCLI.
       FD ARQCTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQCTO.DAT".
           COPY CTOCLI.
       FD ARQFIN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQFIN.DAT".
           COPY FINCLI.
       FD ARQFIS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQFIS.DAT".
           COPY FISCLI.
       FD ARQMOV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQMOV.DAT".
           COPY MOVCLI.
       FD ARQLCK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQLCK.DAT".
           COPY LCKCLI.
       FD ARQGRP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQGRP.DAT".
           COPY GRPCLI.
       FD ARQVDR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQVDR.DAT".
           COPY VDRTAB.
       FD ARQTER
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQTER.DAT".
           COPY TERTAB.
       FD ARQQUA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQQUA.DAT".
           COPY QUACLI.
       FD ARQCLI-LOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQCLILOG.DAT".
           COPY LOGCLI.
       SD WORK-SORT.
       01 WS-REG.
           03 WS-PROB         PIC X(01).
           03 WS-CHAVE        PIC 9(14).
           03 WS-COMPL        PIC X(08).
           03 WS-DESC         PIC X(60).
           03 WS-ACAO         PIC X(10).
       FD RELINT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RELINT.LST".
       01 REG-RELINT          PIC X(132).
       FD ARQCTL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQCTL.DAT".
           COPY RUNCTL.
      *>------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO         PIC X(02) VALUE "00".
       77 ST-HIS          PIC X(02) VALUE "00".
       77 ST-END          PIC X(02) VALUE "00".
       77 ST-CTO          PIC X(02) VALUE "00".
       77 ST-FIN          PIC X(02) VALUE "00".
       77 ST-FIS          PIC X(02) VALUE "00".
       77 ST-MOV          PIC X(02) VALUE "00".
       77 ST-LCK          PIC X(02) VALUE "00".
       77 ST-GRP          PIC X(02) VALUE "00".
       77 ST-VDR          PIC X(02) VALUE "00".
       77 ST-TER          PIC X(02) VALUE "00".
       77 ST-QUA          PIC X(02) VALUE "00".
       77 ST-LOG          PIC X(02) VALUE "00".
       77 ST-REL          PIC X(02) VALUE "00".
       77 W-FIM-ARQ       PIC 9(01) VALUE ZEROS.
       77 W-FIM-SORT      PIC 9(01) VALUE ZEROS.
       77 W-MODO          PIC X(01) VALUE SPACES.
       77 W-RESP          PIC X(01) VALUE SPACES.
       77 W-HIS-DISPONIVEL  PIC 9(01) VALUE ZEROS.
       77 W-END-DISPONIVEL  PIC 9(01) VALUE ZEROS.
       77 W-CTO-DISPONIVEL  PIC 9(01) VALUE ZEROS.
       77 W-FIN-DISPONIVEL  PIC 9(01) VALUE ZEROS.
       77 W-FIS-DISPONIVEL  PIC 9(01) VALUE ZEROS.
       77 W-MOV-DISPONIVEL  PIC 9(01) VALUE ZEROS.
       77 W-LCK-DISPONIVEL  PIC 9(01) VALUE ZEROS.
       77 W-GRP-DISPONIVEL  PIC 9(01) VALUE ZEROS.
       77 W-VDR-DISPONIVEL  PIC 9(01) VALUE ZEROS.
       77 W-TER-DISPONIVEL  PIC 9(01) VALUE ZEROS.
       77 W-LINHA         PIC 9(02) VALUE 99.
       77 W-PAGINA        PIC 9(04) VALUE ZEROS.
       77 W-TOTAL-LIDOS   PIC 9(06) VALUE ZEROS.
       77 W-TOTAL-PROB    PIC 9(06) VALUE ZEROS.
       77 W-TOTAL-CORR    PIC 9(06) VALUE ZEROS.
       77 W-PROB-ANT      PIC X(01) VALUE SPACES.
       77 W-PRIMEIRA-VEZ  PIC 9(01) VALUE 1.
      *>------------------------------------------------------------
      *> CLIENTE DA VARREDURA DO ARQCLI (A LEITURA DO SOBREVIVENTE
      *> DA FUSAO TIRA O ARQUIVO DE POSICAO) E BUSCA DO CPF/CNPJ DOS
      *> SATELITES NO ARQCLI/ARQHIS, GUARDANDO O ULTIMO RESULTADO
      *> PORQUE OS REGISTROS DE UM MESMO CLIENTE VEM JUNTOS
      *>------------------------------------------------------------
       77 W-CPF-VARRE     PIC 9(14) VALUE ZEROS.
       77 W-DOC-SOBRE     PIC 9(14) VALUE ZEROS.
       77 W-DOC-BUSCA     PIC 9(14) VALUE ZEROS.
       77 W-DOC-ANT       PIC 9(14) VALUE ZEROS.
       77 W-ACHOU         PIC 9(01) VALUE ZEROS.
       77 W-ORFAO         PIC 9(01) VALUE ZEROS.
       77 W-MOTIVO        PIC X(01) VALUE SPACES.
       77 W-DATA-ARQV     PIC 9(08) VALUE ZEROS.
       77 W-DESC-ORFAO    PIC X(60) VALUE SPACES.
      *>------------------------------------------------------------
      *> FAIXA DE CEP DE MAIOR FIM JA LIDA (SOBREPOSICAO NO ARQTER)
      *>------------------------------------------------------------
       77 W-TER-PRIMEIRA  PIC 9(01) VALUE ZEROS.
       77 W-TER-ANT-INI   PIC 9(08) VALUE ZEROS.
       77 W-TER-ANT-FIM   PIC 9(08) VALUE ZEROS.
       77 W-TER-ANT-VDR   PIC X(04) VALUE SPACES.
      *>------------------------------------------------------------
      *> QUARENTENA (MODO "C")
      *>------------------------------------------------------------
       77 W-OPERADOR      PIC X(08) VALUE SPACES.
       77 W-QUA-ARQ       PIC X(06) VALUE SPACES.
       77 W-QUA-OK        PIC 9(01) VALUE ZEROS.
       01 W-QUA-IMAGEM    PIC X(120) VALUE SPACES.
       01 W-CHAVE-FILHO   PIC X(20) VALUE SPACES.
      *>------------------------------------------------------------
      *> CHECKPOINT DA VARREDURA (ARQCTL.DAT, 99999998/31)
      *> FASES: 1 ARQCLI, 2 ARQEND, 3 ARQCTO, 4 ARQFIN, 5 ARQMOV,
      *> 6 ARQLCK, 7 ARQGRP, 8 ARQFIS, 9 ARQTER
      *>------------------------------------------------------------
       77 ST-CTL          PIC X(02) VALUE "00".
       77 W-RETOMADA      PIC 9(01) VALUE ZEROS.
       77 W-CHK-EXISTE    PIC 9(01) VALUE ZEROS.
       77 W-CHK-CONT      PIC 9(04) VALUE ZEROS.
       77 W-CHK-INTERVALO PIC 9(04) VALUE 1000.
       77 W-CHK-FASE      PIC 9(02) VALUE ZEROS.
       77 W-CHK-CHAVE     PIC 9(14) VALUE ZEROS.
       77 W-FASE          PIC 9(02) VALUE ZEROS.
       77 W-FASE-INI      PIC 9(02) VALUE 1.
       77 W-CHK-CHAVE-INI PIC 9(14) VALUE ZEROS.
       77 W-POS-MAIOR     PIC 9(01) VALUE ZEROS.
       77 W-CHAVE-INI     PIC 9(14) VALUE ZEROS.
      *>------------------------------------------------------------
      *> LOG DE AUDITORIA (QUARENTENA DE ORFAO)
      *>------------------------------------------------------------
       77 W-AUD-OPERACAO    PIC X(01) VALUE SPACES.
       01 W-REGCLI-ANTES    PIC X(330) VALUE SPACES.
       01 W-REGCLI-DEPOIS   PIC X(330) VALUE SPACES.
      *>------------------------------------------------------------
       01 LC-CABEC1.
           05 FILLER          PIC X(38) VALUE
              "VERIFICACAO DE INTEGRIDADE - SCE031".
           05 FILLER          PIC X(08) VALUE "PAGINA: ".
           05 LC-PAGINA       PIC ZZZ9.
       01 LC-CABEC2.
           05 FILLER          PIC X(16) VALUE "INCONSISTENCIA: ".
           05 LC-PROB-DESC    PIC X(50).
       01 LC-CABEC3.
           05 FILLER PIC X(16) VALUE "CPF/CNPJ-CEP".
           05 FILLER PIC X(10) VALUE "COMPL.".
           05 FILLER PIC X(62) VALUE "SITUACAO".
           05 FILLER PIC X(10) VALUE "ACAO".
       01 LC-DETALHE.
           05 LD-CHAVE         PIC 9(14).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 LD-COMPL         PIC X(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 LD-DESC          PIC X(60).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 LD-ACAO          PIC X(10).
       01 LC-TOTAL1.
           05 FILLER           PIC X(30) VALUE
              "REGISTROS LIDOS:              ".
           05 LT-LIDOS         PIC ZZZ.ZZ9.
       01 LC-TOTAL2.
           05 FILLER           PIC X(30) VALUE
              "INCONSISTENCIAS APONTADAS:    ".
           05 LT-PROB          PIC ZZZ.ZZ9.
       01 LC-TOTAL3.
           05 FILLER           PIC X(30) VALUE
              "ORFAOS MOVIDOS P/ QUARENTENA: ".
           05 LT-CORR          PIC ZZZ.ZZ9.
      *>------------------------------------------------------------
       LINKAGE SECTION.
           COPY CTLAREA.
      *>------------------------------------------------------------
       PROCEDURE DIVISION USING CTL-COMM.
       INT-INICIO.
           MOVE 99 TO W-LINHA
           MOVE ZEROS TO W-TOTAL-LIDOS W-TOTAL-PROB
                         W-TOTAL-CORR W-PAGINA
           MOVE SPACES TO W-PROB-ANT.
           PERFORM INT-MODO THRU INT-MODO-FIM.
           PERFORM INT-ABRE THRU INT-ABRE-FIM.
           PERFORM INT-ABRE-CTL THRU INT-ABRE-CTL-FIM.
           SORT WORK-SORT
               ON ASCENDING KEY WS-PROB WS-CHAVE WS-COMPL
               INPUT PROCEDURE IS INT-VARRE
               OUTPUT PROCEDURE IS INT-IMPRIME.
           PERFORM INT-TOTAIS THRU INT-TOTAIS-FIM.
           PERFORM INT-CHK-CONCLUI THRU INT-CHK-CONCLUI-FIM.
           PERFORM INT-FECHA THRU INT-FECHA-FIM.
           DISPLAY "REGISTROS LIDOS:           " W-TOTAL-LIDOS.
           DISPLAY "INCONSISTENCIAS APONTADAS: " W-TOTAL-PROB.
           DISPLAY "ORFAOS EM QUARENTENA:      " W-TOTAL-CORR.
           MOVE "00" TO CTL-RETORNO
           MOVE W-TOTAL-LIDOS TO CTL-QTDE-LIDOS
           MOVE W-TOTAL-CORR  TO CTL-QTDE-GRAV
           GOBACK.
      *>------------------------------------------------------------
       INT-MODO.
           MOVE CTL-PARM TO W-MODO
           IF W-MODO = "R" OR W-MODO = "C"
              GO TO INT-MODO-FIM.
           DISPLAY "MOVER OS ORFAOS PARA A QUARENTENA (S/N)?"
           ACCEPT W-RESP
           IF W-RESP = "S" OR "s"
              MOVE "C" TO W-MODO
           ELSE
              MOVE "R" TO W-MODO.
       INT-MODO-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> O ARQCLI E O RELATORIO SAO OBRIGATORIOS; NO MODO "C" TAMBEM *
      *> A TRILHA E A QUARENTENA. OS SATELITES E TABELAS SAO         *
      *> OPCIONAIS: O QUE NAO ABRE FICA FORA DA VARREDURA            *
      *>------------------------------------------------------------
       INT-ABRE.
           OPEN INPUT ARQCLI
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CLIENTE: " ST-ERRO
              MOVE ST-ERRO TO CTL-RETORNO
              GOBACK.
           OPEN OUTPUT RELINT
           IF ST-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-REL
              CLOSE ARQCLI
              MOVE ST-REL TO CTL-RETORNO
              GOBACK.
           IF W-MODO = "C"
              PERFORM INT-ABRE-CORRECAO THRU INT-ABRE-CORRECAO-FIM.
           MOVE 0 TO W-HIS-DISPONIVEL
           OPEN INPUT ARQHIS
           IF ST-HIS = "00"
              MOVE 1 TO W-HIS-DISPONIVEL.
           MOVE 0 TO W-VDR-DISPONIVEL
           OPEN INPUT ARQVDR
           IF ST-VDR = "00"
              MOVE 1 TO W-VDR-DISPONIVEL.
           MOVE 0 TO W-TER-DISPONIVEL
           OPEN INPUT ARQTER
           IF ST-TER = "00"
              MOVE 1 TO W-TER-DISPONIVEL.
           MOVE 0 TO W-END-DISPONIVEL
           IF W-MODO = "C"
              OPEN I-O ARQEND
           ELSE
              OPEN INPUT ARQEND.
           IF ST-END = "00"
              MOVE 1 TO W-END-DISPONIVEL.
           MOVE 0 TO W-CTO-DISPONIVEL
           IF W-MODO = "C"
              OPEN I-O ARQCTO
           ELSE
              OPEN INPUT ARQCTO.
           IF ST-CTO = "00"
              MOVE 1 TO W-CTO-DISPONIVEL.
           MOVE 0 TO W-FIN-DISPONIVEL
           IF W-MODO = "C"
              OPEN I-O ARQFIN
           ELSE
              OPEN INPUT ARQFIN.
           IF ST-FIN = "00"
              MOVE 1 TO W-FIN-DISPONIVEL.
           MOVE 0 TO W-MOV-DISPONIVEL
           IF W-MODO = "C"
              OPEN I-O ARQMOV
           ELSE
              OPEN INPUT ARQMOV.
           IF ST-MOV = "00"
              MOVE 1 TO W-MOV-DISPONIVEL.
           MOVE 0 TO W-LCK-DISPONIVEL
           IF W-MODO = "C"
              OPEN I-O ARQLCK
           ELSE
              OPEN INPUT ARQLCK.
           IF ST-LCK = "00"
              MOVE 1 TO W-LCK-DISPONIVEL.
           MOVE 0 TO W-GRP-DISPONIVEL
           IF W-MODO = "C"
              OPEN I-O ARQGRP
           ELSE
              OPEN INPUT ARQGRP.
           IF ST-GRP = "00"
              MOVE 1 TO W-GRP-DISPONIVEL.
           MOVE 0 TO W-FIS-DISPONIVEL
           IF W-MODO = "C"
              OPEN I-O ARQFIS
           ELSE
              OPEN INPUT ARQFIS.
           IF ST-FIS = "00"
              MOVE 1 TO W-FIS-DISPONIVEL.
       INT-ABRE-FIM.
           EXIT.
      *>------------------------------------------------------------
       INT-ABRE-CORRECAO.
           OPEN EXTEND ARQCLI-LOG
           IF ST-LOG NOT = "00"
              IF ST-LOG = "30"
                 OPEN OUTPUT ARQCLI-LOG
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE LOG: " ST-LOG
                 CLOSE ARQCLI RELINT
                 MOVE ST-LOG TO CTL-RETORNO
                 GOBACK.
           OPEN EXTEND ARQQUA
           IF ST-QUA NOT = "00"
              IF ST-QUA = "30"
                 OPEN OUTPUT ARQQUA
              ELSE
                 DISPLAY "ERRO NA ABERTURA DA QUARENTENA: " ST-QUA
                 CLOSE ARQCLI RELINT ARQCLI-LOG
                 MOVE ST-QUA TO CTL-RETORNO
                 GOBACK.
           IF CTL-OPERADOR NOT = SPACES
              MOVE CTL-OPERADOR TO W-OPERADOR
           ELSE
              DISPLAY "USER" UPON ENVIRONMENT-NAME
              ACCEPT W-OPERADOR FROM ENVIRONMENT-VALUE.
       INT-ABRE-CORRECAO-FIM.
           EXIT.
      *>------------------------------------------------------------
       INT-FECHA.
           CLOSE ARQCLI RELINT ARQCTL.
           IF W-MODO = "C"
              CLOSE ARQCLI-LOG ARQQUA.
           IF W-HIS-DISPONIVEL = 1
              CLOSE ARQHIS.
           IF W-VDR-DISPONIVEL = 1
              CLOSE ARQVDR.
           IF W-TER-DISPONIVEL = 1
              CLOSE ARQTER.
           IF W-END-DISPONIVEL = 1
              CLOSE ARQEND.
           IF W-CTO-DISPONIVEL = 1
              CLOSE ARQCTO.
           IF W-FIN-DISPONIVEL = 1
              CLOSE ARQFIN.
           IF W-MOV-DISPONIVEL = 1
              CLOSE ARQMOV.
           IF W-LCK-DISPONIVEL = 1
              CLOSE ARQLCK.
           IF W-GRP-DISPONIVEL = 1
              CLOSE ARQGRP.
           IF W-FIS-DISPONIVEL = 1
              CLOSE ARQFIS.
       INT-FECHA-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> ABRE O ARQCTL E LE O REGISTRO DE CHECKPOINT (99999998/31).  *
      *> STATUS "I" OU "E" INDICA VARREDURA INTERROMPIDA: RETOMA DA  *
      *> FASE E DO ULTIMO CPF/CNPJ GRAVADOS, CARREGANDO OS CONTADORES*
      *>------------------------------------------------------------
       INT-ABRE-CTL.
           MOVE 0 TO W-RETOMADA W-CHK-EXISTE
           MOVE ZEROS TO W-CHK-CONT W-CHK-CHAVE-INI
           MOVE 1 TO W-FASE-INI
           OPEN I-O ARQCTL
           IF ST-CTL = "30"
              OPEN OUTPUT ARQCTL
              CLOSE ARQCTL
              OPEN I-O ARQCTL
           END-IF
           IF ST-CTL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE CONTROLE: "
                      ST-CTL
              GO TO INT-ABRE-CTL-FIM.
           MOVE 99999998 TO RUN-DATA-MOVTO
           MOVE 31 TO RUN-PASSO
           READ ARQCTL
              INVALID KEY
                 GO TO INT-ABRE-CTL-FIM
           END-READ.
           MOVE 1 TO W-CHK-EXISTE
           IF NOT RUN-INICIADO AND NOT RUN-ERRO
              GO TO INT-ABRE-CTL-FIM.
      *>    CHECKPOINT DE UMA EXECUCAO EM OUTRO MODO: RETOMAR DALI     *
      *>    PULARIA O TRECHO AINDA NAO CORRIGIDO - RECOMECA DO INICIO  *
           IF RUN-CHKPT-MODO NOT = W-MODO
              DISPLAY "CHECKPOINT DO MODO " RUN-CHKPT-MODO
                      " NAO CASA COM O MODO " W-MODO
                      " - IGNORADO"
              GO TO INT-ABRE-CTL-FIM.
           MOVE 1 TO W-RETOMADA
           IF RUN-CHKPT-SEQ > ZEROS AND RUN-CHKPT-SEQ < 10
              MOVE RUN-CHKPT-SEQ TO W-FASE-INI.
           MOVE RUN-CHKPT-CHAVE TO W-CHK-CHAVE-INI
           MOVE RUN-QTDE-LIDOS TO W-TOTAL-LIDOS
           MOVE RUN-QTDE-GRAV  TO W-TOTAL-CORR
           DISPLAY "RETOMANDO A VERIFICACAO NA FASE " W-FASE-INI
                   " APOS A CHAVE " W-CHK-CHAVE-INI.
       INT-ABRE-CTL-FIM.
           EXIT.
      *>------------------------------------------------------------
       INT-CHK-GRAVA.
           MOVE 99999998 TO RUN-DATA-MOVTO
           MOVE 31 TO RUN-PASSO
           MOVE "SCE031" TO RUN-PROGRAMA
           MOVE "I" TO RUN-STATUS
           MOVE W-CHK-CHAVE TO RUN-CHKPT-CHAVE
           MOVE W-CHK-FASE TO RUN-CHKPT-SEQ
           MOVE W-MODO TO RUN-CHKPT-MODO
           MOVE W-TOTAL-LIDOS TO RUN-QTDE-LIDOS
           MOVE W-TOTAL-CORR  TO RUN-QTDE-GRAV
           ACCEPT RUN-FIM-DATA FROM DATE YYYYMMDD
           ACCEPT RUN-FIM-HORA FROM TIME
           IF W-CHK-EXISTE = 0
              MOVE RUN-FIM-DATA TO RUN-INI-DATA
              MOVE RUN-FIM-HORA TO RUN-INI-HORA
              MOVE SPACES TO RUN-RETORNO.
           WRITE REGRUN
           IF ST-CTL = "22"
              REWRITE REGRUN
           END-IF
           IF ST-CTL NOT = "00" AND ST-CTL NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO CHECKPOINT: " ST-CTL
           ELSE
              MOVE 1 TO W-CHK-EXISTE.
       INT-CHK-GRAVA-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> FIM DE UMA FASE: O CHECKPOINT PASSA PARA O INICIO DA PROXIMA*
      *>------------------------------------------------------------
       INT-FIM-FASE.
           COMPUTE W-CHK-FASE = W-FASE + 1
           MOVE ZEROS TO W-CHK-CHAVE W-CHK-CONT
           PERFORM INT-CHK-GRAVA THRU INT-CHK-GRAVA-FIM.
       INT-FIM-FASE-FIM.
           EXIT.
      *>------------------------------------------------------------
       INT-CHK-CONCLUI.
           MOVE ZEROS TO W-CHK-FASE W-CHK-CHAVE
           PERFORM INT-CHK-GRAVA THRU INT-CHK-GRAVA-FIM
           MOVE "C" TO RUN-STATUS
           MOVE "00" TO RUN-RETORNO
           REWRITE REGRUN
           IF ST-CTL NOT = "00" AND ST-CTL NOT = "02"
              DISPLAY "ERRO NA BAIXA DO CHECKPOINT: " ST-CTL.
       INT-CHK-CONCLUI-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> PONTO DE PARTIDA DA FASE CORRENTE: NA FASE EM QUE A         *
      *> EXECUCAO ANTERIOR CAIU, APOS A CHAVE DO CHECKPOINT           *
      *> (W-POS-MAIOR = 1); NAS DEMAIS, DO INICIO DO ARQUIVO         *
      *>------------------------------------------------------------
       INT-POSICAO.
           MOVE 0 TO W-FIM-ARQ W-POS-MAIOR
           MOVE ZEROS TO W-CHAVE-INI W-DOC-ANT
           IF W-RETOMADA = 1 AND W-FASE = W-FASE-INI
                             AND W-CHK-CHAVE-INI NOT = ZEROS
              MOVE 1 TO W-POS-MAIOR
              MOVE W-CHK-CHAVE-INI TO W-CHAVE-INI.
       INT-POSICAO-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> VARREDURA, UMA FASE POR ARQUIVO. TIPOS DE INCONSISTENCIA:   *
      *>   1 = ENDERECO ORFAO (ARQEND)                               *
      *>   2 = CONTATO ORFAO (ARQCTO)                                *
      *>   3 = FICHA FINANCEIRA ORFA (ARQFIN)                        *
      *>   4 = MOVIMENTO DE FATURAMENTO ORFAO (ARQMOV)               *
      *>   5 = TRAVA ORFA (ARQLCK)                                   *
      *>   6 = VINCULO DE GRUPO ECONOMICO ORFAO (ARQGRP)             *
      *>   7 = FUSAO COM SOBREVIVENTE FORA DO ARQCLI                 *
      *>   8 = VENDEDOR NAO CADASTRADO NO ARQVDR                     *
      *>   9 = FAIXA DE CEP SOBREPOSTA NO ARQTER                     *
      *>   A = DADOS FISCAIS ORFAOS (ARQFIS)                         *
      *>------------------------------------------------------------
       INT-VARRE.
           IF W-FASE-INI NOT > 1
              PERFORM INT-FASE-CLI THRU INT-FASE-CLI-FIM.
           IF W-FASE-INI NOT > 2 AND W-END-DISPONIVEL = 1
              PERFORM INT-FASE-END THRU INT-FASE-END-FIM.
           IF W-FASE-INI NOT > 3 AND W-CTO-DISPONIVEL = 1
              PERFORM INT-FASE-CTO THRU INT-FASE-CTO-FIM.
           IF W-FASE-INI NOT > 4 AND W-FIN-DISPONIVEL = 1
              PERFORM INT-FASE-FIN THRU INT-FASE-FIN-FIM.
           IF W-FASE-INI NOT > 5 AND W-MOV-DISPONIVEL = 1
              PERFORM INT-FASE-MOV THRU INT-FASE-MOV-FIM.
           IF W-FASE-INI NOT > 6 AND W-LCK-DISPONIVEL = 1
              PERFORM INT-FASE-LCK THRU INT-FASE-LCK-FIM.
           IF W-FASE-INI NOT > 7 AND W-GRP-DISPONIVEL = 1
              PERFORM INT-FASE-GRP THRU INT-FASE-GRP-FIM.
           IF W-FASE-INI NOT > 8 AND W-FIS-DISPONIVEL = 1
              PERFORM INT-FASE-FIS THRU INT-FASE-FIS-FIM.
           IF W-TER-DISPONIVEL = 1
              PERFORM INT-FASE-TER THRU INT-FASE-TER-FIM.
       INT-VARRE-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> FASE 1 - ARQCLI: FUSAO E VENDEDOR                           *
      *>------------------------------------------------------------
       INT-FASE-CLI.
           MOVE 1 TO W-FASE
           PERFORM INT-POSICAO THRU INT-POSICAO-FIM
           MOVE W-CHAVE-INI TO CPF-CNPJ
           IF W-POS-MAIOR = 1
              START ARQCLI KEY IS GREATER THAN CPF-CNPJ
                 INVALID KEY
                    MOVE 1 TO W-FIM-ARQ
              END-START
           ELSE
              START ARQCLI KEY IS NOT LESS THAN CPF-CNPJ
                 INVALID KEY
                    MOVE 1 TO W-FIM-ARQ
              END-START
           END-IF.
           PERFORM INT-CLI-REG THRU INT-CLI-REG-FIM
               UNTIL W-FIM-ARQ = 1.
           PERFORM INT-FIM-FASE THRU INT-FIM-FASE-FIM.
       INT-FASE-CLI-FIM.
           EXIT.
      *>------------------------------------------------------------
       INT-CLI-REG.
           READ ARQCLI NEXT RECORD
               AT END
                  MOVE 1 TO W-FIM-ARQ
                  GO TO INT-CLI-REG-FIM
           END-READ.
           ADD 1 TO W-TOTAL-LIDOS
           MOVE CPF-CNPJ TO W-CPF-VARRE
           IF W-VDR-DISPONIVEL = 1 AND VENDEDOR NOT = SPACES
              PERFORM INT-CHECA-VDR THRU INT-CHECA-VDR-FIM.
           IF FUSAO-CPF-CNPJ NOT = SPACES
              PERFORM INT-CHECA-FUSAO THRU INT-CHECA-FUSAO-FIM.
           ADD 1 TO W-CHK-CONT
           IF W-CHK-CONT NOT < W-CHK-INTERVALO
              MOVE ZEROS TO W-CHK-CONT
              MOVE W-FASE TO W-CHK-FASE
              MOVE W-CPF-VARRE TO W-CHK-CHAVE
              PERFORM INT-CHK-GRAVA THRU INT-CHK-GRAVA-FIM.
       INT-CLI-REG-FIM.
           EXIT.
      *>------------------------------------------------------------
       INT-CHECA-VDR.
           MOVE VENDEDOR TO VDR-CODIGO
           READ ARQVDR
              INVALID KEY
                 MOVE "8" TO WS-PROB
                 MOVE CPF-CNPJ TO WS-CHAVE
                 MOVE VENDEDOR TO WS-COMPL
                 MOVE SPACES TO WS-DESC WS-ACAO
                 STRING "VENDEDOR " DELIMITED BY SIZE
                        VENDEDOR DELIMITED BY SIZE
                        " NAO CADASTRADO NO ARQVDR" DELIMITED BY SIZE
                   INTO WS-DESC
                 PERFORM INT-APONTA THRU INT-APONTA-FIM
           END-READ.
       INT-CHECA-VDR-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> LE O SOBREVIVENTE NO PROPRIO ARQCLI E REPOSICIONA A         *
      *> VARREDURA APOS O CLIENTE CORRENTE (W-CPF-VARRE)             *
      *>------------------------------------------------------------
       INT-CHECA-FUSAO.
           MOVE "7" TO WS-PROB
           MOVE CPF-CNPJ TO WS-CHAVE
           MOVE SPACES TO WS-COMPL WS-DESC WS-ACAO
           IF FUSAO-CPF-CNPJ NOT NUMERIC
              STRING "SOBREVIVENTE INVALIDO: " DELIMITED BY SIZE
                     FUSAO-CPF-CNPJ DELIMITED BY SIZE
                INTO WS-DESC
              PERFORM INT-APONTA THRU INT-APONTA-FIM
              GO TO INT-CHECA-FUSAO-FIM.
           MOVE FUSAO-CPF-CNPJ TO W-DOC-SOBRE
           MOVE W-DOC-SOBRE TO CPF-CNPJ
           MOVE 0 TO W-ACHOU
           READ ARQCLI
              INVALID KEY
                 MOVE 0 TO W-ACHOU
              NOT INVALID KEY
                 MOVE 1 TO W-ACHOU
           END-READ.
           MOVE W-CPF-VARRE TO CPF-CNPJ
           START ARQCLI KEY IS GREATER THAN CPF-CNPJ
              INVALID KEY
                 MOVE 1 TO W-FIM-ARQ
           END-START.
           IF W-ACHOU = 1
              GO TO INT-CHECA-FUSAO-FIM.
           MOVE W-DOC-SOBRE TO W-DOC-BUSCA
           PERFORM INT-ARQUIVADO THRU INT-ARQUIVADO-FIM
           IF W-MOTIVO = "A"
              STRING "SOBREVIVENTE " DELIMITED BY SIZE
                     W-DOC-SOBRE DELIMITED BY SIZE
                     " ARQUIVADO EM " DELIMITED BY SIZE
                     W-DATA-ARQV DELIMITED BY SIZE
                INTO WS-DESC
           ELSE
              STRING "SOBREVIVENTE " DELIMITED BY SIZE
                     W-DOC-SOBRE DELIMITED BY SIZE
                     " INEXISTENTE" DELIMITED BY SIZE
                INTO WS-DESC.
           PERFORM INT-APONTA THRU INT-APONTA-FIM.
       INT-CHECA-FUSAO-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> O CPF/CNPJ FORA DO ARQCLI FOI ARQUIVADO (ARQHIS) OU NUNCA   *
      *> EXISTIU? W-MOTIVO = "A" (COM A DATA) OU "I"                 *
      *>------------------------------------------------------------
       INT-ARQUIVADO.
           MOVE "I" TO W-MOTIVO
           MOVE ZEROS TO W-DATA-ARQV
           IF W-HIS-DISPONIVEL NOT = 1
              GO TO INT-ARQUIVADO-FIM.
           MOVE W-DOC-BUSCA TO HIS-CPF-CNPJ
           READ ARQHIS
              INVALID KEY
                 GO TO INT-ARQUIVADO-FIM
           END-READ.
           MOVE "A" TO W-MOTIVO
           MOVE HIS-DATA-ARQV TO W-DATA-ARQV.
       INT-ARQUIVADO-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> CPF/CNPJ DO REGISTRO SATELITE (W-DOC-BUSCA) ESTA NO ARQCLI? *
      *> NA TROCA DE CLIENTE, ANTES DA BUSCA, GRAVA O CHECKPOINT DO  *
      *> CLIENTE ANTERIOR - JA TERMINADO - QUANDO VENCE O INTERVALO  *
      *>------------------------------------------------------------
       INT-ORFAO.
           ADD 1 TO W-TOTAL-LIDOS
           ADD 1 TO W-CHK-CONT
           IF W-DOC-BUSCA = W-DOC-ANT
              GO TO INT-ORFAO-FIM.
           IF W-CHK-CONT NOT < W-CHK-INTERVALO AND W-DOC-ANT NOT = ZEROS
              MOVE ZEROS TO W-CHK-CONT
              MOVE W-FASE TO W-CHK-FASE
              MOVE W-DOC-ANT TO W-CHK-CHAVE
              PERFORM INT-CHK-GRAVA THRU INT-CHK-GRAVA-FIM.
           MOVE W-DOC-BUSCA TO W-DOC-ANT
           MOVE W-DOC-BUSCA TO CPF-CNPJ
           MOVE 0 TO W-ORFAO
           READ ARQCLI
              INVALID KEY
                 MOVE 1 TO W-ORFAO
           END-READ.
           IF W-ORFAO = 0
              GO TO INT-ORFAO-FIM.
           PERFORM INT-ARQUIVADO THRU INT-ARQUIVADO-FIM
           MOVE SPACES TO W-DESC-ORFAO
           IF W-MOTIVO = "A"
              STRING "CLIENTE ARQUIVADO EM " DELIMITED BY SIZE
                     W-DATA-ARQV DELIMITED BY SIZE
                     " (ARQHIS)" DELIMITED BY SIZE
                INTO W-DESC-ORFAO
           ELSE
              MOVE "CLIENTE INEXISTENTE NO ARQCLI E NO ARQHIS"
                   TO W-DESC-ORFAO.
       INT-ORFAO-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> PREPARA A LINHA DO ORFAO; NO MODO "C" GRAVA A QUARENTENA    *
      *> (W-QUA-ARQ/W-QUA-IMAGEM). W-QUA-OK = 1 LIBERA A BAIXA DO    *
      *> REGISTRO NO ARQUIVO DE ORIGEM                               *
      *>------------------------------------------------------------
       INT-QUARENTENA.
           MOVE W-DOC-BUSCA  TO WS-CHAVE
           MOVE W-DESC-ORFAO TO WS-DESC
           MOVE SPACES TO WS-ACAO
           MOVE 0 TO W-QUA-OK
           IF W-MODO NOT = "C"
              GO TO INT-QUARENTENA-FIM.
           MOVE W-DOC-BUSCA  TO QUA-CPF-CNPJ
           MOVE W-QUA-ARQ    TO QUA-ARQUIVO
           MOVE W-MOTIVO     TO QUA-MOTIVO
           ACCEPT QUA-DATA FROM DATE YYYYMMDD
           ACCEPT QUA-HORA FROM TIME
           MOVE W-OPERADOR   TO QUA-OPERADOR
           MOVE W-QUA-IMAGEM TO QUA-REGISTRO
           WRITE REGQUA
           IF ST-QUA NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DA QUARENTENA: " ST-QUA
              MOVE "ERRO" TO WS-ACAO
              GO TO INT-QUARENTENA-FIM.
           MOVE 1 TO W-QUA-OK.
       INT-QUARENTENA-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> REGISTRO JA COPIADO E BAIXADO NA ORIGEM: CONTA E AUDITA.    *
      *> A IMAGEM DA QUARENTENA (CPF/CNPJ NOS 14 PRIMEIROS BYTES)    *
      *> VAI COMO IMAGEM ANTES DA OPERACAO "Q"                       *
      *>------------------------------------------------------------
       INT-BAIXADO.
           ADD 1 TO W-TOTAL-CORR
           MOVE REGQUA TO W-REGCLI-ANTES
           MOVE SPACES TO W-REGCLI-DEPOIS
           MOVE "Q" TO W-AUD-OPERACAO
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           MOVE "QUARENTENA" TO WS-ACAO.
       INT-BAIXADO-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> FASE 2 - ARQEND. O DELETE INVALIDA A LEITURA SEQUENCIAL:    *
      *> APOS A BAIXA REPOSICIONA DEPOIS DA CHAVE BAIXADA            *
      *>------------------------------------------------------------
       INT-FASE-END.
           MOVE 2 TO W-FASE
           PERFORM INT-POSICAO THRU INT-POSICAO-FIM
           MOVE W-CHAVE-INI TO END-CPF-CNPJ
           IF W-POS-MAIOR = 1
              MOVE 99 TO END-SEQ
              START ARQEND KEY IS GREATER THAN END-CHAVE
                 INVALID KEY
                    MOVE 1 TO W-FIM-ARQ
              END-START
           ELSE
              MOVE ZEROS TO END-SEQ
              START ARQEND KEY IS NOT LESS THAN END-CHAVE
                 INVALID KEY
                    MOVE 1 TO W-FIM-ARQ
              END-START
           END-IF.
           PERFORM INT-END-REG THRU INT-END-REG-FIM
               UNTIL W-FIM-ARQ = 1.
           PERFORM INT-FIM-FASE THRU INT-FIM-FASE-FIM.
       INT-FASE-END-FIM.
           EXIT.
      *>------------------------------------------------------------
       INT-END-REG.
           READ ARQEND NEXT RECORD
               AT END
                  MOVE 1 TO W-FIM-ARQ
                  GO TO INT-END-REG-FIM
           END-READ.
           MOVE END-CPF-CNPJ TO W-DOC-BUSCA
           PERFORM INT-ORFAO THRU INT-ORFAO-FIM
           IF W-ORFAO = 0
              GO TO INT-END-REG-FIM.
           MOVE "1" TO WS-PROB
           MOVE END-SEQ TO WS-COMPL
           MOVE "ARQEND" TO W-QUA-ARQ
           MOVE REGEND TO W-QUA-IMAGEM
           PERFORM INT-QUARENTENA THRU INT-QUARENTENA-FIM
           IF W-QUA-OK = 1
              MOVE END-CHAVE TO W-CHAVE-FILHO
              DELETE ARQEND RECORD
                 INVALID KEY
                    DISPLAY "ERRO NA BAIXA DO ENDERECO " END-CHAVE
                            " STATUS: " ST-END
                    MOVE "ERRO" TO WS-ACAO
                 NOT INVALID KEY
                    PERFORM INT-BAIXADO THRU INT-BAIXADO-FIM
              END-DELETE
              MOVE W-CHAVE-FILHO TO END-CHAVE
              START ARQEND KEY IS GREATER THAN END-CHAVE
                 INVALID KEY
                    MOVE 1 TO W-FIM-ARQ
              END-START
           END-IF.
           PERFORM INT-APONTA THRU INT-APONTA-FIM.
       INT-END-REG-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> FASE 3 - ARQCTO                                             *
      *>------------------------------------------------------------
       INT-FASE-CTO.
           MOVE 3 TO W-FASE
           PERFORM INT-POSICAO THRU INT-POSICAO-FIM
           MOVE W-CHAVE-INI TO CTO-CPF-CNPJ
           IF W-POS-MAIOR = 1
              MOVE 99 TO CTO-SEQ
              START ARQCTO KEY IS GREATER THAN CTO-CHAVE
                 INVALID KEY
                    MOVE 1 TO W-FIM-ARQ
              END-START
           ELSE
              MOVE ZEROS TO CTO-SEQ
              START ARQCTO KEY IS NOT LESS THAN CTO-CHAVE
                 INVALID KEY
                    MOVE 1 TO W-FIM-ARQ
              END-START
           END-IF.
           PERFORM INT-CTO-REG THRU INT-CTO-REG-FIM
               UNTIL W-FIM-ARQ = 1.
           PERFORM INT-FIM-FASE THRU INT-FIM-FASE-FIM.
       INT-FASE-CTO-FIM.
           EXIT.
      *>------------------------------------------------------------
       INT-CTO-REG.
           READ ARQCTO NEXT RECORD
               AT END
                  MOVE 1 TO W-FIM-ARQ
                  GO TO INT-CTO-REG-FIM
           END-READ.
           MOVE CTO-CPF-CNPJ TO W-DOC-BUSCA
           PERFORM INT-ORFAO THRU INT-ORFAO-FIM
           IF W-ORFAO = 0
              GO TO INT-CTO-REG-FIM.
           MOVE "2" TO WS-PROB
           MOVE CTO-SEQ TO WS-COMPL
           MOVE "ARQCTO" TO W-QUA-ARQ
           MOVE REGCTO TO W-QUA-IMAGEM
           PERFORM INT-QUARENTENA THRU INT-QUARENTENA-FIM
           IF W-QUA-OK = 1
              MOVE CTO-CHAVE TO W-CHAVE-FILHO
              DELETE ARQCTO RECORD
                 INVALID KEY
                    DISPLAY "ERRO NA BAIXA DO CONTATO " CTO-CHAVE
                            " STATUS: " ST-CTO
                    MOVE "ERRO" TO WS-ACAO
                 NOT INVALID KEY
                    PERFORM INT-BAIXADO THRU INT-BAIXADO-FIM
              END-DELETE
              MOVE W-CHAVE-FILHO TO CTO-CHAVE
              START ARQCTO KEY IS GREATER THAN CTO-CHAVE
                 INVALID KEY
                    MOVE 1 TO W-FIM-ARQ
              END-START
           END-IF.
           PERFORM INT-APONTA THRU INT-APONTA-FIM.
       INT-CTO-REG-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> FASE 4 - ARQFIN                                             *
      *>------------------------------------------------------------
       INT-FASE-FIN.
           MOVE 4 TO W-FASE
           PERFORM INT-POSICAO THRU INT-POSICAO-FIM
           MOVE W-CHAVE-INI TO FIN-CPF-CNPJ
           IF W-POS-MAIOR = 1
              START ARQFIN KEY IS GREATER THAN FIN-CPF-CNPJ
                 INVALID KEY
                    MOVE 1 TO W-FIM-ARQ
              END-START
           ELSE
              START ARQFIN KEY IS NOT LESS THAN FIN-CPF-CNPJ
                 INVALID KEY
                    MOVE 1 TO W-FIM-ARQ
              END-START
           END-IF.
           PERFORM INT-FIN-REG THRU INT-FIN-REG-FIM
               UNTIL W-FIM-ARQ = 1.
           PERFORM INT-FIM-FASE THRU INT-FIM-FASE-FIM.
       INT-FASE-FIN-FIM.
           EXIT.
      *>------------------------------------------------------------
       INT-FIN-REG.
           READ ARQFIN NEXT RECORD
               AT END
                  MOVE 1 TO W-FIM-ARQ
                  GO TO INT-FIN-REG-FIM
           END-READ.
           MOVE FIN-CPF-CNPJ TO W-DOC-BUSCA
           PERFORM INT-ORFAO THRU INT-ORFAO-FIM
           IF W-ORFAO = 0
              GO TO INT-FIN-REG-FIM.
           MOVE "3" TO WS-PROB
           MOVE FIN-RATING TO WS-COMPL
           MOVE "ARQFIN" TO W-QUA-ARQ
           MOVE REGFIN TO W-QUA-IMAGEM
           PERFORM INT-QUARENTENA THRU INT-QUARENTENA-FIM
           IF W-QUA-OK = 1
              MOVE FIN-CPF-CNPJ TO W-CHAVE-FILHO
              DELETE ARQFIN RECORD
                 INVALID KEY
                    DISPLAY "ERRO NA BAIXA DA FICHA " FIN-CPF-CNPJ
                            " STATUS: " ST-FIN
                    MOVE "ERRO" TO WS-ACAO
                 NOT INVALID KEY
                    PERFORM INT-BAIXADO THRU INT-BAIXADO-FIM
              END-DELETE
              MOVE W-CHAVE-FILHO TO FIN-CPF-CNPJ
              START ARQFIN KEY IS GREATER THAN FIN-CPF-CNPJ
                 INVALID KEY
                    MOVE 1 TO W-FIM-ARQ
              END-START
           END-IF.
           PERFORM INT-APONTA THRU INT-APONTA-FIM.
       INT-FIN-REG-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> FASE 5 - ARQMOV                                             *
      *>------------------------------------------------------------
       INT-FASE-MOV.
           MOVE 5 TO W-FASE
           PERFORM INT-POSICAO THRU INT-POSICAO-FIM
           MOVE W-CHAVE-INI TO MOV-CPF-CNPJ
           IF W-POS-MAIOR = 1
              MOVE 999999 TO MOV-COMPET
              START ARQMOV KEY IS GREATER THAN MOV-CHAVE
                 INVALID KEY
                    MOVE 1 TO W-FIM-ARQ
              END-START
           ELSE
              MOVE ZEROS TO MOV-COMPET
              START ARQMOV KEY IS NOT LESS THAN MOV-CHAVE
                 INVALID KEY
                    MOVE 1 TO W-FIM-ARQ
              END-START
           END-IF.
           PERFORM INT-MOV-REG THRU INT-MOV-REG-FIM
               UNTIL W-FIM-ARQ = 1.
           PERFORM INT-FIM-FASE THRU INT-FIM-FASE-FIM.
       INT-FASE-MOV-FIM.
           EXIT.
      *>------------------------------------------------------------
       INT-MOV-REG.
           READ ARQMOV NEXT RECORD
               AT END
                  MOVE 1 TO W-FIM-ARQ
                  GO TO INT-MOV-REG-FIM
           END-READ.
           MOVE MOV-CPF-CNPJ TO W-DOC-BUSCA
           PERFORM INT-ORFAO THRU INT-ORFAO-FIM
           IF W-ORFAO = 0
              GO TO INT-MOV-REG-FIM.
           MOVE "4" TO WS-PROB
           MOVE MOV-COMPET TO WS-COMPL
           MOVE "ARQMOV" TO W-QUA-ARQ
           MOVE REGMOV TO W-QUA-IMAGEM
           PERFORM INT-QUARENTENA THRU INT-QUARENTENA-FIM
           IF W-QUA-OK = 1
              MOVE MOV-CHAVE TO W-CHAVE-FILHO
              DELETE ARQMOV RECORD
                 INVALID KEY
                    DISPLAY "ERRO NA BAIXA DO MOVIMENTO " MOV-CHAVE
                            " STATUS: " ST-MOV
                    MOVE "ERRO" TO WS-ACAO
                 NOT INVALID KEY
                    PERFORM INT-BAIXADO THRU INT-BAIXADO-FIM
              END-DELETE
              MOVE W-CHAVE-FILHO TO MOV-CHAVE
              START ARQMOV KEY IS GREATER THAN MOV-CHAVE
                 INVALID KEY
                    MOVE 1 TO W-FIM-ARQ
              END-START
           END-IF.
           PERFORM INT-APONTA THRU INT-APONTA-FIM.
       INT-MOV-REG-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> FASE 6 - ARQLCK                                             *
      *>------------------------------------------------------------
       INT-FASE-LCK.
           MOVE 6 TO W-FASE
           PERFORM INT-POSICAO THRU INT-POSICAO-FIM
           MOVE W-CHAVE-INI TO LCK-CPF-CNPJ
           IF W-POS-MAIOR = 1
              START ARQLCK KEY IS GREATER THAN LCK-CPF-CNPJ
                 INVALID KEY
                    MOVE 1 TO W-FIM-ARQ
              END-START
           ELSE
              START ARQLCK KEY IS NOT LESS THAN LCK-CPF-CNPJ
                 INVALID KEY
                    MOVE 1 TO W-FIM-ARQ
              END-START
           END-IF.
           PERFORM INT-LCK-REG THRU INT-LCK-REG-FIM
               UNTIL W-FIM-ARQ = 1.
           PERFORM INT-FIM-FASE THRU INT-FIM-FASE-FIM.
       INT-FASE-LCK-FIM.
           EXIT.
      *>------------------------------------------------------------
       INT-LCK-REG.
           READ ARQLCK NEXT RECORD
               AT END
                  MOVE 1 TO W-FIM-ARQ
                  GO TO INT-LCK-REG-FIM
           END-READ.
           MOVE LCK-CPF-CNPJ TO W-DOC-BUSCA
           PERFORM INT-ORFAO THRU INT-ORFAO-FIM
           IF W-ORFAO = 0
              GO TO INT-LCK-REG-FIM.
           MOVE "5" TO WS-PROB
           MOVE LCK-OPERADOR TO WS-COMPL
           MOVE "ARQLCK" TO W-QUA-ARQ
           MOVE REGLCK TO W-QUA-IMAGEM
           PERFORM INT-QUARENTENA THRU INT-QUARENTENA-FIM
           IF W-QUA-OK = 1
              MOVE LCK-CPF-CNPJ TO W-CHAVE-FILHO
              DELETE ARQLCK RECORD
                 INVALID KEY
                    DISPLAY "ERRO NA BAIXA DA TRAVA " LCK-CPF-CNPJ
                            " STATUS: " ST-LCK
                    MOVE "ERRO" TO WS-ACAO
                 NOT INVALID KEY
                    PERFORM INT-BAIXADO THRU INT-BAIXADO-FIM
              END-DELETE
              MOVE W-CHAVE-FILHO TO LCK-CPF-CNPJ
              START ARQLCK KEY IS GREATER THAN LCK-CPF-CNPJ
                 INVALID KEY
                    MOVE 1 TO W-FIM-ARQ
              END-START
           END-IF.
           PERFORM INT-APONTA THRU INT-APONTA-FIM.
       INT-LCK-REG-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> FASE 7 - ARQGRP                                             *
      *>------------------------------------------------------------
       INT-FASE-GRP.
           MOVE 7 TO W-FASE
           PERFORM INT-POSICAO THRU INT-POSICAO-FIM
           MOVE W-CHAVE-INI TO GRP-CPF-CNPJ
           IF W-POS-MAIOR = 1
              START ARQGRP KEY IS GREATER THAN GRP-CPF-CNPJ
                 INVALID KEY
                    MOVE 1 TO W-FIM-ARQ
              END-START
           ELSE
              START ARQGRP KEY IS NOT LESS THAN GRP-CPF-CNPJ
                 INVALID KEY
                    MOVE 1 TO W-FIM-ARQ
              END-START
           END-IF.
           PERFORM INT-GRP-REG THRU INT-GRP-REG-FIM
               UNTIL W-FIM-ARQ = 1.
           PERFORM INT-FIM-FASE THRU INT-FIM-FASE-FIM.
       INT-FASE-GRP-FIM.
           EXIT.
      *>------------------------------------------------------------
       INT-GRP-REG.
           READ ARQGRP NEXT RECORD
               AT END
                  MOVE 1 TO W-FIM-ARQ
                  GO TO INT-GRP-REG-FIM
           END-READ.
           MOVE GRP-CPF-CNPJ TO W-DOC-BUSCA
           PERFORM INT-ORFAO THRU INT-ORFAO-FIM
           IF W-ORFAO = 0
              GO TO INT-GRP-REG-FIM.
           MOVE "6" TO WS-PROB
           MOVE GRP-CODIGO TO WS-COMPL
           MOVE "ARQGRP" TO W-QUA-ARQ
           MOVE REGGRP TO W-QUA-IMAGEM
           PERFORM INT-QUARENTENA THRU INT-QUARENTENA-FIM
           IF W-QUA-OK = 1
              MOVE GRP-CPF-CNPJ TO W-CHAVE-FILHO
              DELETE ARQGRP RECORD
                 INVALID KEY
                    DISPLAY "ERRO NA BAIXA DO VINCULO " GRP-CPF-CNPJ
                            " STATUS: " ST-GRP
                    MOVE "ERRO" TO WS-ACAO
                 NOT INVALID KEY
                    PERFORM INT-BAIXADO THRU INT-BAIXADO-FIM
              END-DELETE
              MOVE W-CHAVE-FILHO TO GRP-CPF-CNPJ
              START ARQGRP KEY IS GREATER THAN GRP-CPF-CNPJ
                 INVALID KEY
                    MOVE 1 TO W-FIM-ARQ
              END-START
           END-IF.
           PERFORM INT-APONTA THRU INT-APONTA-FIM.
       INT-GRP-REG-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> FASE 8 - ARQFIS                                             *
      *>------------------------------------------------------------
       INT-FASE-FIS.
           MOVE 8 TO W-FASE
           PERFORM INT-POSICAO THRU INT-POSICAO-FIM
           MOVE W-CHAVE-INI TO FIS-CPF-CNPJ
           IF W-POS-MAIOR = 1
              START ARQFIS KEY IS GREATER THAN FIS-CPF-CNPJ
                 INVALID KEY
                    MOVE 1 TO W-FIM-ARQ
              END-START
           ELSE
              START ARQFIS KEY IS NOT LESS THAN FIS-CPF-CNPJ
                 INVALID KEY
                    MOVE 1 TO W-FIM-ARQ
              END-START
           END-IF.
           PERFORM INT-FIS-REG THRU INT-FIS-REG-FIM
               UNTIL W-FIM-ARQ = 1.
           PERFORM INT-FIM-FASE THRU INT-FIM-FASE-FIM.
       INT-FASE-FIS-FIM.
           EXIT.
      *>------------------------------------------------------------
       INT-FIS-REG.
           READ ARQFIS NEXT RECORD
               AT END
                  MOVE 1 TO W-FIM-ARQ
                  GO TO INT-FIS-REG-FIM
           END-READ.
           MOVE FIS-CPF-CNPJ TO W-DOC-BUSCA
           PERFORM INT-ORFAO THRU INT-ORFAO-FIM
           IF W-ORFAO = 0
              GO TO INT-FIS-REG-FIM.
           MOVE "A" TO WS-PROB
           MOVE FIS-IE-UF TO WS-COMPL
           MOVE "ARQFIS" TO W-QUA-ARQ
           MOVE REGFIS TO W-QUA-IMAGEM
           PERFORM INT-QUARENTENA THRU INT-QUARENTENA-FIM
           IF W-QUA-OK = 1
              MOVE FIS-CPF-CNPJ TO W-CHAVE-FILHO
              DELETE ARQFIS RECORD
                 INVALID KEY
                    DISPLAY "ERRO NA BAIXA DOS DADOS FISCAIS "
                            FIS-CPF-CNPJ " STATUS: " ST-FIS
                    MOVE "ERRO" TO WS-ACAO
                 NOT INVALID KEY
                    PERFORM INT-BAIXADO THRU INT-BAIXADO-FIM
              END-DELETE
              MOVE W-CHAVE-FILHO TO FIS-CPF-CNPJ
              START ARQFIS KEY IS GREATER THAN FIS-CPF-CNPJ
                 INVALID KEY
                    MOVE 1 TO W-FIM-ARQ
              END-START
           END-IF.
           PERFORM INT-APONTA THRU INT-APONTA-FIM.
       INT-FIS-REG-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> FASE 9 - ARQTER, EM ORDEM DE CEP INICIAL: A FAIXA QUE       *
      *> COMECA ANTES DO FIM DE ALGUMA FAIXA ANTERIOR SOBREPOE A     *
      *> ANTERIOR DE MAIOR FIM. TABELA PEQUENA, SEM CHECKPOINT       *
      *>------------------------------------------------------------
       INT-FASE-TER.
           MOVE 9 TO W-FASE
           MOVE 0 TO W-FIM-ARQ
           MOVE 1 TO W-TER-PRIMEIRA
           MOVE ZEROS TO TER-CEP-INI
           START ARQTER KEY IS NOT LESS THAN TER-CEP-INI
              INVALID KEY
                 MOVE 1 TO W-FIM-ARQ
           END-START.
           PERFORM INT-TER-REG THRU INT-TER-REG-FIM
               UNTIL W-FIM-ARQ = 1.
       INT-FASE-TER-FIM.
           EXIT.
      *>------------------------------------------------------------
       INT-TER-REG.
           READ ARQTER NEXT RECORD
               AT END
                  MOVE 1 TO W-FIM-ARQ
                  GO TO INT-TER-REG-FIM
           END-READ.
           ADD 1 TO W-TOTAL-LIDOS
           IF W-TER-PRIMEIRA = 1
              MOVE 0 TO W-TER-PRIMEIRA
              GO TO INT-TER-REG-GUARDA.
           IF TER-CEP-INI > W-TER-ANT-FIM
              GO TO INT-TER-REG-GUARDA.
           MOVE "9" TO WS-PROB
           MOVE TER-CEP-INI TO WS-CHAVE
           MOVE TER-VENDEDOR TO WS-COMPL
           MOVE SPACES TO WS-DESC WS-ACAO
           STRING "FIM " DELIMITED BY SIZE
                  TER-CEP-FIM DELIMITED BY SIZE
                  " SOBREPOE A FAIXA " DELIMITED BY SIZE
                  W-TER-ANT-INI DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  W-TER-ANT-FIM DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  W-TER-ANT-VDR DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
             INTO WS-DESC
           PERFORM INT-APONTA THRU INT-APONTA-FIM
           IF TER-CEP-FIM NOT > W-TER-ANT-FIM
              GO TO INT-TER-REG-FIM.
       INT-TER-REG-GUARDA.
           MOVE TER-CEP-INI  TO W-TER-ANT-INI
           MOVE TER-CEP-FIM  TO W-TER-ANT-FIM
           MOVE TER-VENDEDOR TO W-TER-ANT-VDR.
       INT-TER-REG-FIM.
           EXIT.
      *>------------------------------------------------------------
       INT-APONTA.
           ADD 1 TO W-TOTAL-PROB
           RELEASE WS-REG.
       INT-APONTA-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> IMPRIME AGRUPADO POR TIPO DE INCONSISTENCIA                 *
      *>------------------------------------------------------------
       INT-IMPRIME.
           MOVE 0 TO W-FIM-SORT
           MOVE 1 TO W-PRIMEIRA-VEZ
           RETURN WORK-SORT
               AT END MOVE 1 TO W-FIM-SORT.
           PERFORM UNTIL W-FIM-SORT = 1
               IF W-PRIMEIRA-VEZ = 1 OR WS-PROB NOT = W-PROB-ANT
                  PERFORM INT-QUEBRA THRU INT-QUEBRA-FIM
               ELSE
                  IF W-LINHA > 55
                     PERFORM INT-CABECALHO THRU INT-CABECALHO-FIM
                     PERFORM INT-PROB-TITULO THRU INT-PROB-TITULO-FIM
                  END-IF
               END-IF
               MOVE WS-CHAVE    TO LD-CHAVE
               MOVE WS-COMPL    TO LD-COMPL
               MOVE WS-DESC     TO LD-DESC
               MOVE WS-ACAO     TO LD-ACAO
               WRITE REG-RELINT FROM LC-DETALHE
               ADD 1 TO W-LINHA
               RETURN WORK-SORT
                   AT END MOVE 1 TO W-FIM-SORT
               END-RETURN
           END-PERFORM.
       INT-IMPRIME-FIM.
           EXIT.
      *>------------------------------------------------------------
       INT-QUEBRA.
           MOVE 0 TO W-PRIMEIRA-VEZ
           MOVE WS-PROB TO W-PROB-ANT
           IF W-LINHA > 50
              PERFORM INT-CABECALHO THRU INT-CABECALHO-FIM
           ELSE
              MOVE SPACES TO REG-RELINT
              WRITE REG-RELINT
              ADD 1 TO W-LINHA
           END-IF
           PERFORM INT-PROB-TITULO THRU INT-PROB-TITULO-FIM.
       INT-QUEBRA-FIM.
           EXIT.
      *>------------------------------------------------------------
       INT-PROB-TITULO.
           EVALUATE WS-PROB
              WHEN "1"
                 MOVE "ENDERECO ORFAO (ARQEND) - COMPL. = SEQUENCIA"
                      TO LC-PROB-DESC
              WHEN "2"
                 MOVE "CONTATO ORFAO (ARQCTO) - COMPL. = SEQUENCIA"
                      TO LC-PROB-DESC
              WHEN "3"
                 MOVE "FICHA FINANCEIRA ORFA (ARQFIN) - COMPL. = RATING"
                      TO LC-PROB-DESC
              WHEN "4"
                 MOVE "MOVIMENTO ORFAO (ARQMOV) - COMPL. = COMPETENCIA"
                      TO LC-PROB-DESC
              WHEN "5"
                 MOVE "TRAVA ORFA (ARQLCK) - COMPL. = OPERADOR"
                      TO LC-PROB-DESC
              WHEN "6"
                 MOVE "VINCULO DE GRUPO ORFAO (ARQGRP) - COMPL. = GRUPO"
                      TO LC-PROB-DESC
              WHEN "7"
                 MOVE "FUSAO COM SOBREVIVENTE FORA DO ARQCLI"
                      TO LC-PROB-DESC
              WHEN "8"
                 MOVE "VENDEDOR NAO CADASTRADO NO ARQVDR"
                      TO LC-PROB-DESC
              WHEN "9"
                 MOVE "FAIXAS DE CEP SOBREPOSTAS (ARQTER) - CHAVE = CEP"
                      TO LC-PROB-DESC
              WHEN "A"
                 MOVE "DADOS FISCAIS ORFAOS (ARQFIS) - COMPL. = UF IE"
                      TO LC-PROB-DESC
              WHEN OTHER
                 MOVE "INCONSISTENCIA NAO CLASSIFICADA" TO LC-PROB-DESC
           END-EVALUATE
           WRITE REG-RELINT FROM LC-CABEC2
           WRITE REG-RELINT FROM LC-CABEC3
           ADD 2 TO W-LINHA.
       INT-PROB-TITULO-FIM.
           EXIT.
      *>------------------------------------------------------------
       INT-CABECALHO.
           ADD 1 TO W-PAGINA
           MOVE W-PAGINA TO LC-PAGINA
           WRITE REG-RELINT FROM LC-CABEC1
           MOVE 1 TO W-LINHA.
       INT-CABECALHO-FIM.
           EXIT.
      *>------------------------------------------------------------
       INT-TOTAIS.
           MOVE SPACES TO REG-RELINT
           WRITE REG-RELINT
           MOVE W-TOTAL-LIDOS TO LT-LIDOS
           WRITE REG-RELINT FROM LC-TOTAL1
           MOVE W-TOTAL-PROB TO LT-PROB
           WRITE REG-RELINT FROM LC-TOTAL2
           MOVE W-TOTAL-CORR TO LT-CORR
           WRITE REG-RELINT FROM LC-TOTAL3.
       INT-TOTAIS-FIM.
           EXIT.
      *>****************************************
      *> LOG DE AUDITORIA (ARQCLI-LOG)          *
      *>****************************************
       AUD-GRAVA.
                ACCEPT LOG-DATA FROM DATE YYYYMMDD
                ACCEPT LOG-HORA FROM TIME
                IF CTL-OPERADOR NOT = SPACES
                   MOVE CTL-OPERADOR TO LOG-OPERADOR
                ELSE
                   DISPLAY "USER" UPON ENVIRONMENT-NAME
                   ACCEPT LOG-OPERADOR FROM ENVIRONMENT-VALUE
                END-IF
                MOVE W-AUD-OPERACAO  TO LOG-OPERACAO
                MOVE W-REGCLI-ANTES  TO LOG-REG-ANTES
                MOVE W-REGCLI-DEPOIS TO LOG-REG-DEPOIS
                WRITE REGLOG
                IF ST-LOG NOT = "00"
                   DISPLAY "ERRO NA GRAVACAO DO LOG DE AUDITORIA: "
                           ST-LOG.
       AUD-GRAVA-FIM.
                EXIT.
