       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE030.
      *>AUTHOR. FELYPE DANTAS DOS SANTOS.
      *>*****************************************
      *> FECHAMENTO MENSAL DA TRILHA DE          *
      *> AUDITORIA (ARQCLILOG.DAT) EM GERACOES   *
      *> NUMERADAS COM TOTAIS DE CONTROLE        *
      *>*****************************************
      *> MODO "F" (FECHAMENTO): OS REGISTROS DO INICIO DO LOG ATE O
      *> FIM DA COMPETENCIA INFORMADA (PADRAO = MES ANTERIOR) SAEM
      *> PARA A GERACAO CLILOGNNNNNN.DAT; O LOG CORRENTE FICA SO COM
      *> O RESTANTE. O REGISTRO DE CONTROLE DA GERACAO (QUANTIDADE,
      *> PRIMEIRA/ULTIMA DATA-HORA E TOTAL DE HASH) VAI PARA O
      *> CATALOGO ARQGER.DAT, DEPOIS DE RELIDA E CONFERIDA A GERACAO.
      *> A POSICAO DA EXPORTACAO DELTA (EXC-LOG-PROC DO ARQEXPCTL)
      *> E' REDUZIDA DA QUANTIDADE MOVIDA, PARA O SCE004 NAO PULAR
      *> NEM REPETIR ALTERACOES. REGISTRO AINDA NAO EXPORTADO NUNCA
      *> SAI DO LOG: SE A COMPETENCIA TEM ALTERACOES PENDENTES DE
      *> EXPORTACAO O FECHAMENTO E' RECUSADO.
      *> O RESTANTE DO LOG PASSA PELO ARQUIVO DE TRABALHO
      *> ARQLOGTMP.DAT; A GERACAO FICA "P" NO CATALOGO ATE O LOG E O
      *> CONTROLE SEREM REGRAVADOS. NA REEXECUCAO APOS QUEDA O
      *> FECHAMENTO PENDENTE E' CONCLUIDO A PARTIR DELES.
      *> RODAR COM O SISTEMA PARADO (JANELA DO BATCH NOTURNO).
      *> MODO "V" (VERIFICACAO): RELE TODAS AS GERACOES DO CATALOGO,
      *> REFAZ OS TOTAIS DE CONTROLE E IMPRIME RELGER.LST; GERACAO
      *> AUSENTE OU QUE NAO CONFERE E' APONTADA E O RETORNO SAI "99".
      *> O MODO VEM EM CTL-PARM; EM BRANCO, PERGUNTA AO OPERADOR
      *>------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQCLI-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ST-LOG.
       SELECT ARQLOG-GER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ST-LGR.
       SELECT ARQLOG-TMP ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ST-TMP.
       SELECT ARQGER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GER-NUMERO
           FILE STATUS IS ST-GER.
       SELECT ARQEXPCTL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EXC-CHAVE
           FILE STATUS IS ST-EXC.
       SELECT RELGER ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-REL.
      *>---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *>    LOG CORRENTE OU, NA CONFERENCIA, UMA GERACAO FECHADA      *
       FD ARQCLI-LOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS W-LOG-NOME.
           COPY LOGCLI.
       FD ARQLOG-GER
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS W-GER-NOME.
       01 REG-LOG-GER         PIC X(683).
       FD ARQLOG-TMP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQLOGTMP.DAT".
       01 REG-LOG-TMP         PIC X(683).
       FD ARQGER
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQGER.DAT".
           COPY GERLOG.
       FD ARQEXPCTL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQEXPCTL.DAT".
           COPY EXPCTL.
       FD RELGER
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RELGER.LST".
       01 REG-RELGER          PIC X(132).
      *>------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-LOG          PIC X(02) VALUE "00".
       77 ST-LGR          PIC X(02) VALUE "00".
       77 ST-TMP          PIC X(02) VALUE "00".
       77 ST-GER          PIC X(02) VALUE "00".
       77 ST-EXC          PIC X(02) VALUE "00".
       77 ST-REL          PIC X(02) VALUE "00".
       77 W-MODO          PIC X(01) VALUE SPACES.
       77 W-RESP          PIC X(01) VALUE SPACES.
       77 W-ERRO          PIC 9(01) VALUE ZEROS.
       77 W-LOG-NOME      PIC X(20) VALUE "ARQCLILOG.DAT".
       77 W-GER-NOME      PIC X(20) VALUE SPACES.
       77 W-GER-NUM-TXT   PIC 9(06) VALUE ZEROS.
       77 W-FIM-LOG       PIC 9(01) VALUE ZEROS.
       77 W-FIM-TMP       PIC 9(01) VALUE ZEROS.
       77 W-FIM-GER       PIC 9(01) VALUE ZEROS.
       77 W-LINHA         PIC 9(02) VALUE 99.
       77 W-PAGINA        PIC 9(04) VALUE ZEROS.
       77 W-DT-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-HR-AGORA      PIC 9(08) VALUE ZEROS.
      *>------------------------------------------------------------
      *> COMPETENCIA A FECHAR E DATA DE CORTE (AAAAMM31)
      *>------------------------------------------------------------
       77 W-HOJE-ANOMES   PIC 9(06) VALUE ZEROS.
       01 W-COMPET        PIC 9(06) VALUE ZEROS.
       01 W-COMPET-R REDEFINES W-COMPET.
           03 W-COMPET-ANO    PIC 9(04).
           03 W-COMPET-MES    PIC 9(02).
       01 W-COMPET-PADRAO PIC 9(06) VALUE ZEROS.
       01 W-PADRAO-R REDEFINES W-COMPET-PADRAO.
           03 W-PADRAO-ANO    PIC 9(04).
           03 W-PADRAO-MES    PIC 9(02).
       77 W-CORTE         PIC 9(08) VALUE ZEROS.
      *>------------------------------------------------------------
      *> CATALOGO: ULTIMA GERACAO E GERACAO EM FECHAMENTO
      *>------------------------------------------------------------
       77 W-ULT-GER       PIC 9(06) VALUE ZEROS.
       77 W-ULT-COMPET    PIC 9(06) VALUE ZEROS.
       77 W-GER-PENDENTE  PIC 9(01) VALUE ZEROS.
       77 W-NOVA-GER      PIC 9(06) VALUE ZEROS.
       77 W-EXC-EXISTE    PIC 9(01) VALUE ZEROS.
       77 W-EXC-BASE      PIC 9(09) VALUE ZEROS.
       77 W-PEND-EXP      PIC 9(09) VALUE ZEROS.
      *>------------------------------------------------------------
      *> CONTADORES DO FECHAMENTO: REGISTROS NO LOG, PREFIXO QUE VAI *
      *> PARA A GERACAO E RESTANTE QUE FICA NO LOG CORRENTE          *
      *>------------------------------------------------------------
       77 W-LIDOS         PIC 9(09) VALUE ZEROS.
       77 W-MOVIDOS       PIC 9(09) VALUE ZEROS.
       77 W-RESTO         PIC 9(09) VALUE ZEROS.
       77 W-RELIDOS       PIC 9(09) VALUE ZEROS.
       77 W-COPIADOS      PIC 9(09) VALUE ZEROS.
       77 W-QTDE-LOG      PIC 9(09) VALUE ZEROS.
       77 W-QTDE-TMP      PIC 9(09) VALUE ZEROS.
       77 W-PREFIXO       PIC 9(01) VALUE ZEROS.
      *>------------------------------------------------------------
      *> TOTAIS DE CONTROLE APURADOS NA LEITURA DE UM ARQUIVO E OS   *
      *> GUARDADOS NA GRAVACAO DA GERACAO (PARA A CONFERENCIA)       *
      *>------------------------------------------------------------
       77 W-ARQ-OK        PIC 9(01) VALUE ZEROS.
       77 W-DOC-LOG       PIC X(14) VALUE SPACES.
       77 W-DOC-NUM       PIC 9(14) VALUE ZEROS.
       77 W-HASH-MOD      PIC 9(18) VALUE 100000000000000000.
       01 W-ACU.
           03 W-ACU-QTDE      PIC 9(09).
           03 W-ACU-PRI-DATA  PIC 9(08).
           03 W-ACU-PRI-HORA  PIC 9(06).
           03 W-ACU-ULT-DATA  PIC 9(08).
           03 W-ACU-ULT-HORA  PIC 9(06).
           03 W-ACU-HASH      PIC 9(18).
       01 W-CTL           PIC X(55) VALUE SPACES.
      *>------------------------------------------------------------
      *> VERIFICACAO DAS GERACOES
      *>------------------------------------------------------------
       77 W-QT-VERIF      PIC 9(06) VALUE ZEROS.
       77 W-QT-DIVERG     PIC 9(06) VALUE ZEROS.
       77 W-RESULTADO     PIC X(30) VALUE SPACES.
      *>------------------------------------------------------------
       01 LC-CABEC1.
           05 FILLER          PIC X(50) VALUE
              "VERIFICACAO DAS GERACOES DA TRILHA - SCE030".
           05 FILLER          PIC X(08) VALUE "PAGINA: ".
           05 LC-PAGINA       PIC ZZZ9.
       01 LC-CABEC2.
           05 FILLER          PIC X(16) VALUE "GERACAO COMPET ".
           05 FILLER          PIC X(26) VALUE
              "  QTDE CATAL.   QTDE LIDA ".
           05 FILLER          PIC X(32) VALUE
              "PRIMEIRO REG.    ULTIMO REG.    ".
           05 FILLER          PIC X(09) VALUE "RESULTADO".
       01 LC-DETALHE.
           05 LD-NUMERO        PIC 9(06).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 LD-COMPET        PIC 9(06).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 LD-QTDE-CAT      PIC ZZZ.ZZZ.ZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 LD-QTDE-LID      PIC ZZZ.ZZZ.ZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 LD-PRI-DATA      PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 LD-PRI-HORA      PIC 9(06).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 LD-ULT-DATA      PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 LD-ULT-HORA      PIC 9(06).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 LD-RESULTADO     PIC X(30).
       01 LC-TOTAL1.
           05 FILLER           PIC X(36) VALUE
              "GERACOES VERIFICADAS:               ".
           05 LT-VERIF         PIC ZZZ.ZZ9.
       01 LC-TOTAL2.
           05 FILLER           PIC X(36) VALUE
              "GERACOES COM DIVERGENCIA:           ".
           05 LT-DIVERG        PIC ZZZ.ZZ9.
      *>------------------------------------------------------------
       LINKAGE SECTION.
           COPY CTLAREA.
      *>------------------------------------------------------------
       PROCEDURE DIVISION USING CTL-COMM.
       FEC-INICIO.
           MOVE ZEROS TO W-LIDOS W-MOVIDOS W-RESTO W-ERRO W-PAGINA
                         W-QT-VERIF W-QT-DIVERG
           MOVE 99 TO W-LINHA
           ACCEPT W-DT-HOJE FROM DATE YYYYMMDD
           ACCEPT W-HR-AGORA FROM TIME
           PERFORM FEC-MODO THRU FEC-MODO-FIM.
           PERFORM FEC-ABRE-GER THRU FEC-ABRE-GER-FIM.
           IF W-ERRO = 1
              MOVE ST-GER TO CTL-RETORNO
              GOBACK.
           IF W-MODO = "V"
              PERFORM FEC-VERIFICA THRU FEC-VERIFICA-FIM
              CLOSE ARQGER
              GO TO FEC-TERMINA.
           PERFORM FEC-ABRE-EXC THRU FEC-ABRE-EXC-FIM.
           IF W-ERRO = 1
              CLOSE ARQGER
              MOVE ST-EXC TO CTL-RETORNO
              GOBACK.
           PERFORM FEC-ULTIMA THRU FEC-ULTIMA-FIM.
           IF W-GER-PENDENTE = 1
              DISPLAY "FECHAMENTO DA GERACAO " W-ULT-GER
                      " FICOU INTERROMPIDO - CONCLUINDO"
              PERFORM FEC-RETOMA THRU FEC-RETOMA-FIM
           ELSE
              PERFORM FEC-FECHA THRU FEC-FECHA-FIM.
           CLOSE ARQGER ARQEXPCTL.
       FEC-TERMINA.
           IF W-ERRO = 1 OR W-QT-DIVERG NOT = ZEROS
              MOVE "99" TO CTL-RETORNO
           ELSE
              MOVE "00" TO CTL-RETORNO.
           IF W-MODO = "V"
              MOVE W-QT-VERIF  TO CTL-QTDE-LIDOS
              MOVE W-QT-DIVERG TO CTL-QTDE-GRAV
           ELSE
              MOVE W-LIDOS   TO CTL-QTDE-LIDOS
              MOVE W-MOVIDOS TO CTL-QTDE-GRAV.
           GOBACK.
      *>------------------------------------------------------------
       FEC-MODO.
           MOVE CTL-PARM TO W-MODO
           IF W-MODO = "F" OR W-MODO = "V"
              GO TO FEC-MODO-FIM.
           DISPLAY "F=FECHAMENTO DO MES / V=VERIFICACAO DAS GERACOES:"
           ACCEPT W-RESP
           IF W-RESP = "F" OR "f"
              MOVE "F" TO W-MODO
           ELSE
              MOVE "V" TO W-MODO.
       FEC-MODO-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> ABRE O CATALOGO DE GERACOES (CRIA NA PRIMEIRA EXECUCAO)     *
      *>------------------------------------------------------------
       FEC-ABRE-GER.
           OPEN I-O ARQGER
           IF ST-GER = "30"
              OPEN OUTPUT ARQGER
              CLOSE ARQGER
              OPEN I-O ARQGER
           END-IF
           IF ST-GER NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO CATALOGO DE GERACOES: "
                      ST-GER
              MOVE 1 TO W-ERRO.
       FEC-ABRE-GER-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> ABRE O CONTROLE DA EXPORTACAO E LE O REGISTRO UNICO; SEM    *
      *> ELE NENHUM REGISTRO DO LOG FOI EXPORTADO AINDA              *
      *>------------------------------------------------------------
       FEC-ABRE-EXC.
           OPEN I-O ARQEXPCTL
           IF ST-EXC = "30"
              OPEN OUTPUT ARQEXPCTL
              CLOSE ARQEXPCTL
              OPEN I-O ARQEXPCTL
           END-IF
           IF ST-EXC NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO CONTROLE DA EXPORTACAO: "
                      ST-EXC
              MOVE 1 TO W-ERRO
              GO TO FEC-ABRE-EXC-FIM.
           MOVE "FATURAM " TO EXC-CHAVE
           READ ARQEXPCTL
              INVALID KEY
                 MOVE 0 TO W-EXC-EXISTE
                 MOVE ZEROS TO EXC-ULT-SEQ EXC-LOG-PROC
                               EXC-ULT-DATA EXC-ULT-HORA
                 MOVE "FATURAM " TO EXC-CHAVE
              NOT INVALID KEY
                 MOVE 1 TO W-EXC-EXISTE
           END-READ.
       FEC-ABRE-EXC-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> PERCORRE O CATALOGO ATRAS DA ULTIMA GERACAO (NUMERO,        *
      *> COMPETENCIA E SE FICOU PENDENTE)                            *
      *>------------------------------------------------------------
       FEC-ULTIMA.
           MOVE ZEROS TO W-ULT-GER W-ULT-COMPET
           MOVE 0 TO W-GER-PENDENTE W-FIM-GER
           MOVE ZEROS TO GER-NUMERO
           START ARQGER KEY IS NOT LESS THAN GER-NUMERO
              INVALID KEY
                 MOVE 1 TO W-FIM-GER
           END-START.
           PERFORM FEC-ULTIMA-LE THRU FEC-ULTIMA-LE-FIM
               UNTIL W-FIM-GER = 1.
       FEC-ULTIMA-FIM.
           EXIT.
       FEC-ULTIMA-LE.
           READ ARQGER NEXT RECORD
               AT END
                  MOVE 1 TO W-FIM-GER
                  GO TO FEC-ULTIMA-LE-FIM
           END-READ.
           MOVE GER-NUMERO TO W-ULT-GER
           MOVE GER-COMPET TO W-ULT-COMPET
           IF GER-PENDENTE
              MOVE 1 TO W-GER-PENDENTE
           ELSE
              MOVE 0 TO W-GER-PENDENTE.
       FEC-ULTIMA-LE-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> MONTA O NOME DA GERACAO (CLILOGNNNNNN.DAT)                  *
      *>------------------------------------------------------------
       FEC-MONTA-NOME.
           MOVE W-NOVA-GER TO W-GER-NUM-TXT
           MOVE SPACES TO W-GER-NOME
           STRING "CLILOG" DELIMITED BY SIZE
                  W-GER-NUM-TXT DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
             INTO W-GER-NOME.
       FEC-MONTA-NOME-FIM.
           EXIT.
      *>****************************************
      *> FECHAMENTO DE UMA COMPETENCIA          *
      *>****************************************
       FEC-FECHA.
           PERFORM FEC-COMPET THRU FEC-COMPET-FIM.
           IF W-ERRO = 1
              GO TO FEC-FECHA-FIM.
           PERFORM FEC-CONTA THRU FEC-CONTA-FIM.
           IF W-ERRO = 1
              GO TO FEC-FECHA-FIM.
           IF W-MOVIDOS = ZEROS
              DISPLAY "NENHUM REGISTRO ATE A COMPETENCIA " W-COMPET
                      " NO LOG CORRENTE - NADA A FECHAR"
              GO TO FEC-FECHA-FIM.
      *>    LOG MENOR QUE A POSICAO DO CONTROLE: O LOG FOI TROCADO E  *
      *>    A POSICAO NAO SERVE PARA SABER O QUE JA FOI EXPORTADO     *
           IF W-LIDOS < EXC-LOG-PROC
              DISPLAY "LOG CORRENTE MENOR QUE A POSICAO DO CONTROLE "
                      "DA EXPORTACAO (" EXC-LOG-PROC ")"
              DISPLAY "EXECUTE UMA EXPORTACAO TOTAL (SCE004) ANTES "
                      "DO FECHAMENTO"
              MOVE 1 TO W-ERRO
              GO TO FEC-FECHA-FIM.
      *>    REGISTRO DA COMPETENCIA AINDA NAO LIDO PELO DELTA: SE     *
      *>    SAISSE DO LOG O FATURAMENTO NUNCA RECEBERIA A ALTERACAO   *
           IF W-MOVIDOS > EXC-LOG-PROC
              COMPUTE W-PEND-EXP = W-MOVIDOS - EXC-LOG-PROC
              DISPLAY W-PEND-EXP " REGISTROS DA COMPETENCIA AINDA "
                      "NAO EXPORTADOS PARA O FATURAMENTO"
              DISPLAY "EXECUTE A EXPORTACAO (SCE004) ANTES DO "
                      "FECHAMENTO"
              MOVE 1 TO W-ERRO
              GO TO FEC-FECHA-FIM.
           COMPUTE W-NOVA-GER = W-ULT-GER + 1
           PERFORM FEC-MONTA-NOME THRU FEC-MONTA-NOME-FIM.
           PERFORM FEC-SEPARA THRU FEC-SEPARA-FIM.
           IF W-ERRO = 1
              GO TO FEC-FECHA-FIM.
           PERFORM FEC-CONFERE THRU FEC-CONFERE-FIM.
           IF W-ERRO = 1
              GO TO FEC-FECHA-FIM.
      *>    GERACAO CONFERIDA: REGISTRA NO CATALOGO COMO PENDENTE     *
      *>    ANTES DE MEXER NO LOG CORRENTE E NO CONTROLE              *
           MOVE W-NOVA-GER     TO GER-NUMERO
           MOVE W-COMPET       TO GER-COMPET
           MOVE W-ACU-QTDE     TO GER-QTDE
           MOVE W-ACU-PRI-DATA TO GER-PRI-DATA
           MOVE W-ACU-PRI-HORA TO GER-PRI-HORA
           MOVE W-ACU-ULT-DATA TO GER-ULT-DATA
           MOVE W-ACU-ULT-HORA TO GER-ULT-HORA
           MOVE W-ACU-HASH     TO GER-HASH
           MOVE W-RESTO        TO GER-RESTO
           MOVE EXC-LOG-PROC   TO GER-EXC-ANTES
           MOVE "P"            TO GER-SITUACAO
           MOVE W-DT-HOJE      TO GER-DATA-FECH
           MOVE W-HR-AGORA (1:6) TO GER-HORA-FECH
           MOVE CTL-OPERADOR   TO GER-OPERADOR
           MOVE W-DT-HOJE      TO GER-DATA-VERIF
           MOVE "S"            TO GER-VERIF
           WRITE REGGER
           IF ST-GER NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO CATALOGO DE GERACOES: "
                      ST-GER
              MOVE 1 TO W-ERRO
              GO TO FEC-FECHA-FIM.
           MOVE EXC-LOG-PROC TO W-EXC-BASE
           PERFORM FEC-CONCLUI THRU FEC-CONCLUI-FIM.
       FEC-FECHA-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> COMPETENCIA A FECHAR: SO MES JA ENCERRADO E POSTERIOR AO    *
      *> ULTIMO FECHADO                                              *
      *>------------------------------------------------------------
       FEC-COMPET.
           MOVE W-DT-HOJE (1:6) TO W-HOJE-ANOMES
           MOVE W-HOJE-ANOMES TO W-COMPET-PADRAO
           IF W-PADRAO-MES = 1
              SUBTRACT 1 FROM W-PADRAO-ANO
              MOVE 12 TO W-PADRAO-MES
           ELSE
              SUBTRACT 1 FROM W-PADRAO-MES.
           DISPLAY "COMPETENCIA A FECHAR AAAAMM (ZEROS="
                   W-COMPET-PADRAO "):"
           ACCEPT W-COMPET
           IF W-COMPET = ZEROS
              MOVE W-COMPET-PADRAO TO W-COMPET.
           IF W-COMPET-MES < 1 OR W-COMPET-MES > 12
              DISPLAY "COMPETENCIA INVALIDA"
              MOVE 1 TO W-ERRO
              GO TO FEC-COMPET-FIM.
           IF W-COMPET NOT < W-HOJE-ANOMES
              DISPLAY "SOMENTE COMPETENCIA JA ENCERRADA PODE SER "
                      "FECHADA"
              MOVE 1 TO W-ERRO
              GO TO FEC-COMPET-FIM.
           IF W-COMPET NOT > W-ULT-COMPET
              DISPLAY "COMPETENCIA JA FECHADA NA GERACAO " W-ULT-GER
                      " (" W-ULT-COMPET ")"
              MOVE 1 TO W-ERRO
              GO TO FEC-COMPET-FIM.
           COMPUTE W-CORTE = W-COMPET * 100 + 31.
       FEC-COMPET-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> PRIMEIRA PASSADA: CONTA O LOG E O PREFIXO ATE A DATA DE     *
      *> CORTE. O LOG E' GRAVADO EM ORDEM DE DATA; SO O PREFIXO SAI, *
      *> PARA A POSICAO DO CONTROLE CONTINUAR VALENDO NO RESTANTE    *
      *>------------------------------------------------------------
       FEC-CONTA.
           MOVE ZEROS TO W-LIDOS W-MOVIDOS
           MOVE 1 TO W-PREFIXO
           MOVE 0 TO W-FIM-LOG
           MOVE "ARQCLILOG.DAT" TO W-LOG-NOME
           OPEN INPUT ARQCLI-LOG
           IF ST-LOG NOT = "00"
              DISPLAY "ERRO NA ABERTURA DA TRILHA DE AUDITORIA: "
                      ST-LOG
              MOVE 1 TO W-ERRO
              GO TO FEC-CONTA-FIM.
           PERFORM FEC-CONTA-REG THRU FEC-CONTA-REG-FIM
               UNTIL W-FIM-LOG = 1.
           CLOSE ARQCLI-LOG.
       FEC-CONTA-FIM.
           EXIT.
       FEC-CONTA-REG.
           READ ARQCLI-LOG
               AT END
                  MOVE 1 TO W-FIM-LOG
                  GO TO FEC-CONTA-REG-FIM
           END-READ.
           ADD 1 TO W-LIDOS
           IF W-PREFIXO = 1
              IF LOG-DATA NOT > W-CORTE
                 ADD 1 TO W-MOVIDOS
              ELSE
                 MOVE 0 TO W-PREFIXO.
       FEC-CONTA-REG-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> SEGUNDA PASSADA: O PREFIXO VAI PARA A GERACAO (ACUMULANDO   *
      *> OS TOTAIS DE CONTROLE) E O RESTANTE PARA O ARQUIVO DE       *
      *> TRABALHO. LOG QUE MUDOU ENTRE AS PASSADAS = SISTEMA EM USO  *
      *>------------------------------------------------------------
       FEC-SEPARA.
           MOVE ZEROS TO W-RELIDOS W-RESTO W-ACU
           MOVE 0 TO W-FIM-LOG
           MOVE "ARQCLILOG.DAT" TO W-LOG-NOME
           OPEN INPUT ARQCLI-LOG
           IF ST-LOG NOT = "00"
              DISPLAY "ERRO NA ABERTURA DA TRILHA DE AUDITORIA: "
                      ST-LOG
              MOVE 1 TO W-ERRO
              GO TO FEC-SEPARA-FIM.
           OPEN OUTPUT ARQLOG-GER
           IF ST-LGR NOT = "00"
              DISPLAY "ERRO NA CRIACAO DA GERACAO " W-GER-NOME ": "
                      ST-LGR
              CLOSE ARQCLI-LOG
              MOVE 1 TO W-ERRO
              GO TO FEC-SEPARA-FIM.
           OPEN OUTPUT ARQLOG-TMP
           IF ST-TMP NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO ARQUIVO DE TRABALHO: "
                      ST-TMP
              CLOSE ARQCLI-LOG ARQLOG-GER
              MOVE 1 TO W-ERRO
              GO TO FEC-SEPARA-FIM.
           PERFORM FEC-SEPARA-REG THRU FEC-SEPARA-REG-FIM
               UNTIL W-FIM-LOG = 1 OR W-ERRO = 1.
           CLOSE ARQCLI-LOG ARQLOG-GER ARQLOG-TMP.
           IF W-ERRO = 1
              GO TO FEC-SEPARA-FIM.
           IF W-RELIDOS NOT = W-LIDOS
              DISPLAY "TRILHA ALTERADA DURANTE O FECHAMENTO - RODE "
                      "COM O SISTEMA PARADO"
              MOVE 1 TO W-ERRO.
       FEC-SEPARA-FIM.
           EXIT.
       FEC-SEPARA-REG.
           READ ARQCLI-LOG
               AT END
                  MOVE 1 TO W-FIM-LOG
                  GO TO FEC-SEPARA-REG-FIM
           END-READ.
           ADD 1 TO W-RELIDOS
           IF W-RELIDOS NOT > W-MOVIDOS
              WRITE REG-LOG-GER FROM REGLOG
              IF ST-LGR NOT = "00"
                 DISPLAY "ERRO NA GRAVACAO DA GERACAO: " ST-LGR
                 MOVE 1 TO W-ERRO
                 GO TO FEC-SEPARA-REG-FIM
              END-IF
              PERFORM FEC-ACUMULA THRU FEC-ACUMULA-FIM
           ELSE
              WRITE REG-LOG-TMP FROM REGLOG
              IF ST-TMP NOT = "00"
                 DISPLAY "ERRO NA GRAVACAO DO ARQUIVO DE TRABALHO: "
                         ST-TMP
                 MOVE 1 TO W-ERRO
                 GO TO FEC-SEPARA-REG-FIM
              END-IF
              ADD 1 TO W-RESTO.
       FEC-SEPARA-REG-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> ACUMULA UM REGISTRO NOS TOTAIS DE CONTROLE                  *
      *>------------------------------------------------------------
       FEC-ACUMULA.
           ADD 1 TO W-ACU-QTDE
           IF W-ACU-QTDE = 1
              MOVE LOG-DATA TO W-ACU-PRI-DATA
              MOVE LOG-HORA TO W-ACU-PRI-HORA.
           MOVE LOG-DATA TO W-ACU-ULT-DATA
           MOVE LOG-HORA TO W-ACU-ULT-HORA
           IF LOG-REG-DEPOIS (1:14) NOT = SPACES
              MOVE LOG-REG-DEPOIS (1:14) TO W-DOC-LOG
           ELSE
              MOVE LOG-REG-ANTES (1:14) TO W-DOC-LOG.
           IF W-DOC-LOG NUMERIC
              MOVE W-DOC-LOG TO W-DOC-NUM
           ELSE
              MOVE ZEROS TO W-DOC-NUM.
           COMPUTE W-ACU-HASH = W-ACU-HASH + LOG-DATA + LOG-HORA
                              + W-DOC-NUM
           IF W-ACU-HASH NOT < W-HASH-MOD
              SUBTRACT W-HASH-MOD FROM W-ACU-HASH.
       FEC-ACUMULA-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> RELE UM ARQUIVO DA TRILHA (W-LOG-NOME) REFAZENDO OS TOTAIS  *
      *> DE CONTROLE; W-ARQ-OK = 0 QUANDO O ARQUIVO NAO ABRE         *
      *>------------------------------------------------------------
       FEC-SOMA-ARQ.
           MOVE ZEROS TO W-ACU
           MOVE 0 TO W-FIM-LOG W-ARQ-OK
           OPEN INPUT ARQCLI-LOG
           IF ST-LOG NOT = "00"
              GO TO FEC-SOMA-ARQ-FIM.
           MOVE 1 TO W-ARQ-OK
           PERFORM FEC-SOMA-REG THRU FEC-SOMA-REG-FIM
               UNTIL W-FIM-LOG = 1.
           CLOSE ARQCLI-LOG.
       FEC-SOMA-ARQ-FIM.
           EXIT.
       FEC-SOMA-REG.
           READ ARQCLI-LOG
               AT END
                  MOVE 1 TO W-FIM-LOG
                  GO TO FEC-SOMA-REG-FIM
           END-READ.
           PERFORM FEC-ACUMULA THRU FEC-ACUMULA-FIM.
       FEC-SOMA-REG-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> RELE A GERACAO RECEM GRAVADA E CONFERE COM OS TOTAIS DA     *
      *> GRAVACAO; SE NAO CONFERE O LOG CORRENTE NAO E' TOCADO       *
      *>------------------------------------------------------------
       FEC-CONFERE.
           MOVE W-ACU TO W-CTL
           MOVE W-GER-NOME TO W-LOG-NOME
           PERFORM FEC-SOMA-ARQ THRU FEC-SOMA-ARQ-FIM.
           MOVE "ARQCLILOG.DAT" TO W-LOG-NOME
           IF W-ARQ-OK = 0 OR W-ACU NOT = W-CTL
              OR W-ACU-QTDE NOT = W-MOVIDOS
              DISPLAY "GERACAO " W-GER-NOME " NAO CONFERE NA "
                      "RELEITURA - LOG CORRENTE MANTIDO"
              MOVE 1 TO W-ERRO.
       FEC-CONFERE-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> CONCLUI O FECHAMENTO DA GERACAO W-NOVA-GER: DEVOLVE AO LOG  *
      *> CORRENTE O RESTANTE GUARDADO NO ARQUIVO DE TRABALHO, REDUZ  *
      *> A POSICAO DO CONTROLE (W-EXC-BASE) DA QUANTIDADE MOVIDA E   *
      *> MARCA A GERACAO COMO CONCLUIDA                              *
      *>------------------------------------------------------------
       FEC-CONCLUI.
           MOVE W-NOVA-GER TO GER-NUMERO
           READ ARQGER
              INVALID KEY
                 DISPLAY "GERACAO " W-NOVA-GER " FORA DO CATALOGO"
                 MOVE 1 TO W-ERRO
                 GO TO FEC-CONCLUI-FIM
           END-READ.
           MOVE 0 TO W-FIM-TMP
           MOVE ZEROS TO W-COPIADOS
           OPEN INPUT ARQLOG-TMP
           IF ST-TMP NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE TRABALHO: "
                      ST-TMP
              MOVE 1 TO W-ERRO
              GO TO FEC-CONCLUI-FIM.
           MOVE "ARQCLILOG.DAT" TO W-LOG-NOME
           OPEN OUTPUT ARQCLI-LOG
           IF ST-LOG NOT = "00"
              DISPLAY "ERRO NA REGRAVACAO DA TRILHA DE AUDITORIA: "
                      ST-LOG
              CLOSE ARQLOG-TMP
              MOVE 1 TO W-ERRO
              GO TO FEC-CONCLUI-FIM.
           PERFORM FEC-DEVOLVE THRU FEC-DEVOLVE-FIM
               UNTIL W-FIM-TMP = 1.
           CLOSE ARQLOG-TMP ARQCLI-LOG.
      *>    DEVOLUCAO INCOMPLETA: CONTROLE, CATALOGO E ARQUIVO DE     *
      *>    TRABALHO FICAM COMO ESTAO PARA A RETOMADA (FEC-RETOMA)    *
           IF W-ERRO = 1
              GO TO FEC-CONCLUI-FIM.
           COMPUTE EXC-LOG-PROC = W-EXC-BASE - GER-QTDE
           MOVE "FATURAM " TO EXC-CHAVE
           REWRITE REGEXC
           IF ST-EXC NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO CONTROLE DA EXPORTACAO: "
                      ST-EXC
              MOVE 1 TO W-ERRO
              GO TO FEC-CONCLUI-FIM.
           MOVE "C" TO GER-SITUACAO
           REWRITE REGGER
           IF ST-GER NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO CATALOGO DE GERACOES: "
                      ST-GER
              MOVE 1 TO W-ERRO
              GO TO FEC-CONCLUI-FIM.
      *>    ESVAZIA O ARQUIVO DE TRABALHO                             *
           OPEN OUTPUT ARQLOG-TMP
           CLOSE ARQLOG-TMP
           MOVE GER-QTDE TO W-MOVIDOS
           DISPLAY "GERACAO GRAVADA:           " W-GER-NOME
           DISPLAY "REGISTROS NA GERACAO:      " GER-QTDE
           DISPLAY "REGISTROS NO LOG CORRENTE: " W-COPIADOS
           DISPLAY "POSICAO DA EXPORTACAO:     " EXC-LOG-PROC.
       FEC-CONCLUI-FIM.
           EXIT.
       FEC-DEVOLVE.
           READ ARQLOG-TMP
               AT END
                  MOVE 1 TO W-FIM-TMP
                  GO TO FEC-DEVOLVE-FIM
           END-READ.
           WRITE REGLOG FROM REG-LOG-TMP
           IF ST-LOG NOT = "00"
              DISPLAY "ERRO NA REGRAVACAO DA TRILHA DE AUDITORIA: "
                      ST-LOG
              MOVE 1 TO W-ERRO
              MOVE 1 TO W-FIM-TMP
              GO TO FEC-DEVOLVE-FIM.
           ADD 1 TO W-COPIADOS.
       FEC-DEVOLVE-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> RETOMADA DE FECHAMENTO PENDENTE. O ARQUIVO DE TRABALHO TEM  *
      *> DE TER O RESTANTE REGISTRADO NO CATALOGO. LOG CORRENTE COM  *
      *> GERACAO + RESTANTE = AINDA NAO FOI REGRAVADO (A POSICAO DO  *
      *> CONTROLE VALE COMO ESTA); LOG ATE O RESTANTE = REGRAVACAO   *
      *> INICIADA (VALE A POSICAO GUARDADA ANTES DO FECHAMENTO).     *
      *> QUALQUER OUTRA QUANTIDADE: O LOG MUDOU DEPOIS DA QUEDA E O  *
      *> FECHAMENTO NAO E' CONCLUIDO                                 *
      *>------------------------------------------------------------
       FEC-RETOMA.
           MOVE W-ULT-GER TO W-NOVA-GER GER-NUMERO
           READ ARQGER
              INVALID KEY
                 MOVE 1 TO W-ERRO
                 GO TO FEC-RETOMA-FIM
           END-READ.
           PERFORM FEC-MONTA-NOME THRU FEC-MONTA-NOME-FIM.
           MOVE "ARQCLILOG.DAT" TO W-LOG-NOME
           PERFORM FEC-SOMA-ARQ THRU FEC-SOMA-ARQ-FIM.
           MOVE W-ACU-QTDE TO W-QTDE-LOG
           PERFORM FEC-CONTA-TMP THRU FEC-CONTA-TMP-FIM.
           IF W-QTDE-TMP NOT = GER-RESTO
              DISPLAY "ARQUIVO DE TRABALHO ARQLOGTMP.DAT NAO CONFERE "
                      "COM O CATALOGO (" W-QTDE-TMP " X " GER-RESTO ")"
              MOVE 1 TO W-ERRO
              GO TO FEC-RETOMA-FIM.
           IF W-QTDE-LOG = GER-QTDE + GER-RESTO
              MOVE EXC-LOG-PROC TO W-EXC-BASE
           ELSE
              IF W-QTDE-LOG NOT > GER-RESTO
                 MOVE GER-EXC-ANTES TO W-EXC-BASE
              ELSE
                 DISPLAY "LOG CORRENTE ALTERADO APOS A QUEDA ("
                         W-QTDE-LOG " REGISTROS) - CONFIRA A GERACAO "
                         W-GER-NOME " ANTES DE PROSSEGUIR"
                 MOVE 1 TO W-ERRO
                 GO TO FEC-RETOMA-FIM.
           IF W-EXC-BASE < GER-QTDE
              DISPLAY "POSICAO DO CONTROLE DA EXPORTACAO MENOR QUE A "
                      "GERACAO - EXECUTE UMA EXPORTACAO TOTAL"
              MOVE 1 TO W-ERRO
              GO TO FEC-RETOMA-FIM.
           MOVE W-QTDE-LOG TO W-LIDOS
           PERFORM FEC-CONCLUI THRU FEC-CONCLUI-FIM.
       FEC-RETOMA-FIM.
           EXIT.
       FEC-CONTA-TMP.
           MOVE ZEROS TO W-QTDE-TMP
           MOVE 0 TO W-FIM-TMP
           OPEN INPUT ARQLOG-TMP
           IF ST-TMP NOT = "00"
              GO TO FEC-CONTA-TMP-FIM.
           PERFORM FEC-CONTA-TMP-REG THRU FEC-CONTA-TMP-REG-FIM
               UNTIL W-FIM-TMP = 1.
           CLOSE ARQLOG-TMP.
       FEC-CONTA-TMP-FIM.
           EXIT.
       FEC-CONTA-TMP-REG.
           READ ARQLOG-TMP
               AT END
                  MOVE 1 TO W-FIM-TMP
                  GO TO FEC-CONTA-TMP-REG-FIM
           END-READ.
           ADD 1 TO W-QTDE-TMP.
       FEC-CONTA-TMP-REG-FIM.
           EXIT.
      *>****************************************
      *> VERIFICACAO DE TODAS AS GERACOES       *
      *>****************************************
       FEC-VERIFICA.
           OPEN OUTPUT RELGER
           IF ST-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-REL
              MOVE 1 TO W-ERRO
              GO TO FEC-VERIFICA-FIM.
           MOVE 0 TO W-FIM-GER
           MOVE ZEROS TO GER-NUMERO
           START ARQGER KEY IS NOT LESS THAN GER-NUMERO
              INVALID KEY
                 MOVE 1 TO W-FIM-GER
           END-START.
           PERFORM FEC-VER-GER THRU FEC-VER-GER-FIM
               UNTIL W-FIM-GER = 1.
           MOVE SPACES TO REG-RELGER
           WRITE REG-RELGER
           MOVE W-QT-VERIF TO LT-VERIF
           WRITE REG-RELGER FROM LC-TOTAL1
           MOVE W-QT-DIVERG TO LT-DIVERG
           WRITE REG-RELGER FROM LC-TOTAL2
           CLOSE RELGER.
           MOVE "ARQCLILOG.DAT" TO W-LOG-NOME
           DISPLAY "GERACOES VERIFICADAS:     " W-QT-VERIF.
           DISPLAY "GERACOES COM DIVERGENCIA: " W-QT-DIVERG.
       FEC-VERIFICA-FIM.
           EXIT.
      *>------------------------------------------------------------
       FEC-VER-GER.
           READ ARQGER NEXT RECORD
               AT END
                  MOVE 1 TO W-FIM-GER
                  GO TO FEC-VER-GER-FIM
           END-READ.
           ADD 1 TO W-QT-VERIF
           MOVE GER-NUMERO TO W-NOVA-GER
           PERFORM FEC-MONTA-NOME THRU FEC-MONTA-NOME-FIM.
           MOVE W-GER-NOME TO W-LOG-NOME
           PERFORM FEC-SOMA-ARQ THRU FEC-SOMA-ARQ-FIM.
           MOVE "CONFERE" TO W-RESULTADO
           IF W-ARQ-OK = 0
              MOVE "ARQUIVO AUSENTE" TO W-RESULTADO
           ELSE
              IF W-ACU-QTDE NOT = GER-QTDE
                 MOVE "DIVERGE: QUANTIDADE" TO W-RESULTADO
              ELSE
                 IF W-ACU-PRI-DATA NOT = GER-PRI-DATA
                    OR W-ACU-PRI-HORA NOT = GER-PRI-HORA
                    OR W-ACU-ULT-DATA NOT = GER-ULT-DATA
                    OR W-ACU-ULT-HORA NOT = GER-ULT-HORA
                    MOVE "DIVERGE: PRIMEIRO/ULTIMO REG." TO W-RESULTADO
                 ELSE
                    IF W-ACU-HASH NOT = GER-HASH
                       MOVE "DIVERGE: TOTAL DE HASH" TO W-RESULTADO.
           MOVE W-DT-HOJE TO GER-DATA-VERIF
           IF W-RESULTADO = "CONFERE"
              MOVE "S" TO GER-VERIF
              IF GER-PENDENTE
                 MOVE "CONFERE (FECHAMENTO PENDENTE)" TO W-RESULTADO
              END-IF
           ELSE
              MOVE "N" TO GER-VERIF
              ADD 1 TO W-QT-DIVERG.
      *>    SEM A MARCA NO CATALOGO A CONFERENCIA NAO VALE: SAI COMO  *
      *>    DIVERGENCIA (A QUE JA DIVERGIA MANTEM O MOTIVO)           *
           REWRITE REGGER
           IF ST-GER NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO CATALOGO DE GERACOES: "
                      ST-GER " GERACAO " GER-NUMERO
              IF GER-VERIF = "S"
                 ADD 1 TO W-QT-DIVERG
                 MOVE SPACES TO W-RESULTADO
                 STRING "ERRO GRAVACAO CATALOGO: " ST-GER
                        DELIMITED BY SIZE INTO W-RESULTADO
              END-IF
           END-IF.
           IF W-LINHA > 55
              PERFORM FEC-CABECALHO THRU FEC-CABECALHO-FIM.
           MOVE GER-NUMERO     TO LD-NUMERO
           MOVE GER-COMPET     TO LD-COMPET
           MOVE GER-QTDE       TO LD-QTDE-CAT
           MOVE W-ACU-QTDE     TO LD-QTDE-LID
           MOVE GER-PRI-DATA   TO LD-PRI-DATA
           MOVE GER-PRI-HORA   TO LD-PRI-HORA
           MOVE GER-ULT-DATA   TO LD-ULT-DATA
           MOVE GER-ULT-HORA   TO LD-ULT-HORA
           MOVE W-RESULTADO    TO LD-RESULTADO
           WRITE REG-RELGER FROM LC-DETALHE
           ADD 1 TO W-LINHA.
       FEC-VER-GER-FIM.
           EXIT.
      *>------------------------------------------------------------
       FEC-CABECALHO.
           ADD 1 TO W-PAGINA
           MOVE W-PAGINA TO LC-PAGINA
           WRITE REG-RELGER FROM LC-CABEC1
           WRITE REG-RELGER FROM LC-CABEC2
           MOVE 2 TO W-LINHA.
       FEC-CABECALHO-FIM.
           EXIT.
