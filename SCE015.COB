      *>AUTHOR. FELYPE DANTAS DOS SANTOS.
      *>*****************************************
      *> DRIVER DA ROTINA NOTURNA                *
      *> (SCE004 -> SCE003 -> SCE006 -> SCE025   *
      *>  -> SCE032 -> SCE036)                   *
      *> COM ARQUIVO DE CONTROLE DE EXECUCAO E   *
      *> REINICIO DO PASSO QUE FALHOU            *
      *>*****************************************
      *> NAO RODA DUAS VEZES; NA REEXECUCAO APOS FALHA OS PASSOS JA
      *> CONCLUIDOS SAO PULADOS. MODO "R" IMPRIME O RELATORIO DA
      *> EXECUCAO (RELCTL.LST). O MODO VEM EM CTL-PARM ("E"/"R");
      *> EM BRANCO, PERGUNTA AO OPERADOR.
      *> PASSO 5: CONCILIACAO DO RETORNO DO FATURAMENTO (SCE032); O
      *> RELATORIO DA EXECUCAO LISTA, DEPOIS DOS PASSOS, AS
      *> SEQUENCIAS EXPORTADAS ATRASADAS, DIVERGENTES OU SEM
      *> EXPORTACAO NO REGISTRO DAS EXPORTACOES (ARQEXR.DAT).
      *> PASSO 6: RETORNOS VENCIDOS DAS NOTAS DE CLIENTE (SCE036,
      *> RELNOT.LST) PARA O TURNO DA MANHA.
      *> PASSO 7 OPCIONAL: VERIFICACAO DE INTEGRIDADE (SCE031), EM
      *> RELATORIO OU CORRECAO, PERGUNTADO NA EXECUCAO. O MODO FICA
      *> EM RUN-CHKPT-MODO DO REGISTRO DO PASSO; PASSO 7 INTERROMPIDO
      *> ENTRA SEM PERGUNTA NA REEXECUCAO, NO MESMO MODO, E O SCE031
      *> RETOMA DO PROPRIO CHECKPOINT
      *>------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SELECT RELCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-REL.
       SELECT ARQEXR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EXR-SEQ
           FILE STATUS IS ST-EXR.
      *>---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RELCTL.LST".
       01 REG-RELCTL          PIC X(132).
       FD ARQEXR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQEXR.DAT".
           COPY EXPREG.
      *>------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-CTL          PIC X(02) VALUE "00".
       77 W-FALHOU        PIC 9(01) VALUE ZEROS.
       77 W-RECUSADA      PIC 9(01) VALUE ZEROS.
       77 W-EXISTE        PIC 9(01) VALUE ZEROS.
       77 W-QTDE-PASSOS   PIC 9(02) VALUE 6.
      *>------------------------------------------------------------
      *> PASSO OPCIONAL (SCE031) - W-ULT-PASSO = 6 SEM ELE, 7 COM ELE
      *>------------------------------------------------------------
       77 W-PASSO-OPC     PIC 9(02) VALUE 7.
       77 W-ULT-PASSO     PIC 9(02) VALUE 6.
       77 W-INT-MODO      PIC X(01) VALUE SPACES.
      *>------------------------------------------------------------
      *> PENDENCIAS DO RETORNO DO FATURAMENTO (ARQEXR.DAT)
      *>------------------------------------------------------------
       77 ST-EXR          PIC X(02) VALUE "00".
       77 W-FIM-EXR       PIC 9(01) VALUE ZEROS.
       77 W-EXR-QTDE      PIC 9(04) VALUE ZEROS.
      *>------------------------------------------------------------
      *> AREA DE COMUNICACAO PASSADA A CADA PASSO (MESMO LAYOUT DO   *
      *> CTLAREA.CPY)                                                *
           05 LD-LIDOS         PIC ZZZ.ZZ9.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 LD-GRAV          PIC ZZZ.ZZ9.
       01 LC-CABEC4.
           05 FILLER PIC X(60)  VALUE
              "PENDENCIAS DO RETORNO DO FATURAMENTO (SCE032)".
       01 LC-CABEC5.
           05 FILLER PIC X(08)  VALUE "SEQ".
           05 FILLER PIC X(06)  VALUE "MODO".
           05 FILLER PIC X(10)  VALUE "ENVIADOS".
           05 FILLER PIC X(10)  VALUE "GERACAO".
           05 FILLER PIC X(11)  VALUE "CARREGADOS".
           05 FILLER PIC X(10)  VALUE "DATA CARGA".
           05 FILLER PIC X(30)  VALUE "SITUACAO".
       01 LC-DETALHE2.
           05 LD-SEQ           PIC 9(06).
           05 FILLER           PIC X(04) VALUE SPACES.
           05 LD-MODO          PIC X(01).
           05 FILLER           PIC X(03) VALUE SPACES.
           05 LD-QTDE          PIC ZZZ.ZZ9.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 LD-DATA          PIC 9(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 LD-ACK-QTDE      PIC ZZZ.ZZ9.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 LD-ACK-DATA      PIC 9(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 LD-SITUACAO      PIC X(30).
      *>------------------------------------------------------------
       LINKAGE SECTION.
           COPY CTLAREA.
       NOT-EXECUTA.
           MOVE 0 TO W-RECUSADA
           MOVE 0 TO W-CONCLUIDOS
           PERFORM NOT-OPCIONAL THRU NOT-OPCIONAL-FIM.
           MOVE 0 TO W-PASSO
           PERFORM NOT-CONTA-CONCL THRU NOT-CONTA-CONCL-FIM
               UNTIL W-PASSO NOT < W-ULT-PASSO.
           IF W-CONCLUIDOS = W-ULT-PASSO
              DISPLAY "ROTINA NOTURNA JA EXECUTADA PARA A DATA "
                      W-DATA-MOVTO " - EXECUCAO RECUSADA"
              MOVE 1 TO W-RECUSADA
           MOVE 0 TO W-FALHOU
           MOVE 0 TO W-PASSO
           PERFORM NOT-PASSO THRU NOT-PASSO-FIM
               UNTIL W-PASSO NOT < W-ULT-PASSO
                  OR W-FALHOU = 1.
       NOT-EXECUTA-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> INCLUI OU NAO O PASSO OPCIONAL. JA GRAVADO PARA A DATA:     *
      *> CONCLUIDO ENTRA (E SERA PULADO); INTERROMPIDO ENTRA NO MODO *
      *> GRAVADO. SEM REGISTRO, PERGUNTA AO OPERADOR                 *
      *>------------------------------------------------------------
       NOT-OPCIONAL.
           MOVE W-QTDE-PASSOS TO W-ULT-PASSO
           MOVE SPACES TO W-INT-MODO
           MOVE W-DATA-MOVTO TO RUN-DATA-MOVTO
           MOVE W-PASSO-OPC TO RUN-PASSO
           READ ARQCTL
              INVALID KEY
                 GO TO NOT-OPCIONAL-PEDE
           END-READ.
           MOVE W-PASSO-OPC TO W-ULT-PASSO
           IF RUN-CONCLUIDO
              GO TO NOT-OPCIONAL-FIM.
           MOVE RUN-CHKPT-MODO TO W-INT-MODO
           DISPLAY "VERIFICACAO DE INTEGRIDADE INTERROMPIDA NA DATA - "
                   "RETOMADA NO MODO " W-INT-MODO
           GO TO NOT-OPCIONAL-FIM.
       NOT-OPCIONAL-PEDE.
           DISPLAY "VERIFICACAO DE INTEGRIDADE (SCE031) - "
                   "N=NAO / R=RELATORIO / C=CORRIGE:"
           ACCEPT W-RESP
           IF W-RESP = "R" OR "r"
              MOVE "R" TO W-INT-MODO
           ELSE
              IF W-RESP = "C" OR "c"
                 MOVE "C" TO W-INT-MODO
              ELSE
                 GO TO NOT-OPCIONAL-FIM.
           MOVE W-PASSO-OPC TO W-ULT-PASSO.
       NOT-OPCIONAL-FIM.
           EXIT.
      *>------------------------------------------------------------
       NOT-CONTA-CONCL.
           ADD 1 TO W-PASSO
           MOVE ZEROS TO RUN-FIM-DATA RUN-FIM-HORA
                         RUN-QTDE-LIDOS RUN-QTDE-GRAV
                         RUN-CHKPT-CHAVE RUN-CHKPT-SEQ
           MOVE SPACES TO RUN-RETORNO
      *>    A LISTAGEM NOTURNA SAI COMPLETA, SEM PERGUNTA AO CONSOLE; *
      *>    A EXPORTACAO NOTURNA E' INCREMENTAL (SOMENTE ALTERADOS);  *
      *>    A VERIFICACAO DE INTEGRIDADE RODA NO MODO ESCOLHIDO;      *
      *>    O RETORNO DO FATURAMENTO E' SEMPRE CONCILIADO             *
           IF W-PROGRAMA = "SCE003"
              MOVE "T" TO W-STEP-PARM
           ELSE
              IF W-PROGRAMA = "SCE004"
                 MOVE "D" TO W-STEP-PARM
              ELSE
                 IF W-PROGRAMA = "SCE031"
                    MOVE W-INT-MODO TO W-STEP-PARM
                 ELSE
                    IF W-PROGRAMA = "SCE032"
                       MOVE "C" TO W-STEP-PARM
                    ELSE
                       MOVE SPACES TO W-STEP-PARM.
           MOVE W-STEP-PARM TO RUN-CHKPT-MODO
           PERFORM NOT-GRAVA-CTL THRU NOT-GRAVA-CTL-FIM
           DISPLAY "EXECUTANDO PASSO " W-PASSO " (" W-PROGRAMA ")..."
           MOVE CTL-OPERADOR TO W-STEP-OPERADOR
           MOVE "00" TO W-STEP-RETORNO
           MOVE ZEROS TO W-STEP-LIDOS W-STEP-GRAV
           CALL W-PROGRAMA USING W-STEP-COMM
           ACCEPT RUN-FIM-DATA FROM DATE YYYYMMDD
           ACCEPT RUN-FIM-HORA FROM TIME
                 MOVE "SCE006" TO W-PROGRAMA
              WHEN 4
                 MOVE "SCE025" TO W-PROGRAMA
              WHEN 5
                 MOVE "SCE032" TO W-PROGRAMA
              WHEN 6
                 MOVE "SCE036" TO W-PROGRAMA
              WHEN 7
                 MOVE "SCE031" TO W-PROGRAMA
              WHEN OTHER
                 MOVE SPACES TO W-PROGRAMA
           END-EVALUATE.
           WRITE REG-RELCTL FROM LC-CABEC3
           MOVE 0 TO W-PASSO
           PERFORM NOT-REL-PASSO THRU NOT-REL-PASSO-FIM
               UNTIL W-PASSO NOT < W-PASSO-OPC.
           PERFORM NOT-REL-EXR THRU NOT-REL-EXR-FIM.
           CLOSE RELCTL
           DISPLAY "RELATORIO GRAVADO EM RELCTL.LST".
       NOT-RELATORIO-FIM.
           READ ARQCTL
              INVALID KEY
                 MOVE SPACES TO REG-RELCTL
                 IF W-PASSO > W-QTDE-PASSOS
                    STRING "PASSO " DELIMITED BY SIZE
                           W-PASSO DELIMITED BY SIZE
                           " (" DELIMITED BY SIZE
                           W-PROGRAMA DELIMITED BY SPACE
                           ") OPCIONAL - NAO SOLICITADO"
                              DELIMITED BY SIZE
                      INTO REG-RELCTL
                 ELSE
                    STRING "PASSO " DELIMITED BY SIZE
                           W-PASSO DELIMITED BY SIZE
                           " (" DELIMITED BY SIZE
                           W-PROGRAMA DELIMITED BY SPACE
                           ") NAO EXECUTADO" DELIMITED BY SIZE
                      INTO REG-RELCTL
                 END-IF
                 WRITE REG-RELCTL
                 DISPLAY REG-RELCTL
                 GO TO NOT-REL-PASSO-FIM
           DISPLAY LC-DETALHE.
       NOT-REL-PASSO-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> PENDENCIAS DO RETORNO DO FATURAMENTO NA SITUACAO EM QUE O   *
      *> SCE032 AS DEIXOU: SEQUENCIAS ATRASADAS, DIVERGENTES E       *
      *> RETORNOS SEM EXPORTACAO, PARA O TURNO DA MANHA              *
      *>------------------------------------------------------------
       NOT-REL-EXR.
           MOVE ZEROS TO W-EXR-QTDE
           MOVE SPACES TO REG-RELCTL
           WRITE REG-RELCTL
           WRITE REG-RELCTL FROM LC-CABEC4
           DISPLAY LC-CABEC4
           OPEN INPUT ARQEXR
           IF ST-EXR NOT = "00"
              MOVE "REGISTRO DAS EXPORTACOES NAO DISPONIVEL"
                   TO REG-RELCTL
              WRITE REG-RELCTL
              DISPLAY REG-RELCTL
              GO TO NOT-REL-EXR-FIM.
           WRITE REG-RELCTL FROM LC-CABEC5
           MOVE 0 TO W-FIM-EXR
           MOVE ZEROS TO EXR-SEQ
           START ARQEXR KEY IS GREATER THAN EXR-SEQ
              INVALID KEY
                 MOVE 1 TO W-FIM-EXR
           END-START.
           PERFORM NOT-REL-EXR-LE THRU NOT-REL-EXR-LE-FIM
               UNTIL W-FIM-EXR = 1.
           CLOSE ARQEXR.
           IF W-EXR-QTDE = ZEROS
              MOVE "NENHUMA PENDENCIA" TO REG-RELCTL
              WRITE REG-RELCTL
              DISPLAY REG-RELCTL.
       NOT-REL-EXR-FIM.
           EXIT.
      *>------------------------------------------------------------
       NOT-REL-EXR-LE.
           READ ARQEXR NEXT RECORD
              AT END
                 MOVE 1 TO W-FIM-EXR
                 GO TO NOT-REL-EXR-LE-FIM
           END-READ.
           EVALUATE TRUE
              WHEN EXR-ATRASADA
                 MOVE "SEM RETORNO APOS O PRAZO" TO LD-SITUACAO
              WHEN EXR-DIVERGENTE
                 MOVE "QUANTIDADE DIVERGENTE" TO LD-SITUACAO
              WHEN EXR-SEM-EXPORT
                 MOVE "RETORNO SEM EXPORTACAO" TO LD-SITUACAO
              WHEN OTHER
                 GO TO NOT-REL-EXR-LE-FIM
           END-EVALUATE
           ADD 1 TO W-EXR-QTDE
           MOVE EXR-SEQ      TO LD-SEQ
           MOVE EXR-MODO     TO LD-MODO
           MOVE EXR-QTDE     TO LD-QTDE
           MOVE EXR-DATA     TO LD-DATA
           MOVE EXR-ACK-QTDE TO LD-ACK-QTDE
           MOVE EXR-ACK-DATA TO LD-ACK-DATA
           WRITE REG-RELCTL FROM LC-DETALHE2
           DISPLAY LC-DETALHE2.
       NOT-REL-EXR-LE-FIM.
           EXIT.
