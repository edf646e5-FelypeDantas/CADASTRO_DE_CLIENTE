       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE027.
      *>AUTHOR. FELYPE DANTAS DOS SANTOS.
      *>*****************************************
      *> REVISAO PERIODICA DE CREDITO - RATING   *
      *> E LIMITE PELO FATURAMENTO (ARQMOV)      *
      *>*****************************************
      *> PARA CADA FICHA FINANCEIRA (ARQFIN) DE CLIENTE NAO INATIVO,
      *> SOMA AS ULTIMAS 12 COMPETENCIAS FECHADAS DO ARQMOV (O MES
      *> CORRENTE NAO ENTRA) E CALCULA A MEDIA MENSAL (TOTAL / 12,
      *> MES SEM MOVIMENTO CONTA ZERO) E O PICO MENSAL. A MEDIA
      *> ENQUADRA O CLIENTE NA TABELA DE PARAMETROS (ARQRAT.DAT):
      *> VALE A FAIXA DE MAIOR MEDIA MINIMA ALCANCADA, QUE DA O
      *> RATING E O PERCENTUAL DA MEDIA QUE VIRA LIMITE (COM TETO).
      *> CLIENTE SEM NENHUM FATURAMENTO NO PERIODO NAO E' REVISADO.
      *> RELATORIO RELCRE.LST: ATUAL X PROPOSTO AGRUPADO POR
      *> SITUACAO, MAIS OS CLIENTES CUJO PICO MENSAL PASSA DO
      *> LIMITE ATUAL. MODOS (CTL-PARM; EM BRANCO, PERGUNTA):
      *>   "R" = SOMENTE RELATORIO
      *>   "A" = APLICA: REGRAVA RATING/LIMITE NO ARQFIN E TOCA O
      *>         CLIENTE COM AUDITORIA "A", COMO O SCE002 FAZ APOS
      *>         O SCE018 - A ALTERACAO SAI NA PROXIMA EXPORTACAO
      *>         DELTA (SCE004). O BLOQUEIO FINANCEIRO NAO E' MEXIDO
      *>   "T" = MANUTENCAO DA TABELA DE PARAMETROS (ARQRAT.DAT)
      *> APLICACAO E TABELA SAO RESTRITAS AO SUPERVISOR PELO MENU
      *>------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQFIN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FIN-CPF-CNPJ
           FILE STATUS IS ST-FIN.
       SELECT ARQCLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPF-CNPJ
           FILE STATUS IS ST-ERRO
           ALTERNATE RECORD KEY IS APELIDO WITH DUPLICATES.
       SELECT ARQMOV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-CHAVE
           FILE STATUS IS ST-MOV.
       SELECT ARQRAT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RAT-RATING
           FILE STATUS IS ST-RAT.
       SELECT ARQCLI-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ST-LOG.
       SELECT WORK-SORT ASSIGN TO "WSCRE.TMP"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RELCRE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-REL.
      *>---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQFIN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQFIN.DAT".
           COPY FINCLI.
       FD ARQCLI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQCLI.DAT".
           COPY REGCLI.
       FD ARQMOV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQMOV.DAT".
           COPY MOVCLI.
       FD ARQRAT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQRAT.DAT".
           COPY RATTAB.
       FD ARQCLI-LOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQCLILOG.DAT".
           COPY LOGCLI.
       SD WORK-SORT.
       01 WS-REG.
           03 WS-GRUPO        PIC X(01).
           03 WS-CPF-CNPJ     PIC 9(14).
           03 WS-RAZAO        PIC X(24).
           03 WS-RAT-ATU      PIC X(02).
           03 WS-RAT-PROP     PIC X(02).
           03 WS-LIM-ATU      PIC 9(09)V99.
           03 WS-LIM-PROP     PIC 9(09)V99.
           03 WS-MEDIA        PIC 9(11)V99.
           03 WS-PICO         PIC 9(11)V99.
           03 WS-ACAO         PIC X(10).
       FD RELCRE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RELCRE.LST".
       01 REG-RELCRE          PIC X(132).
      *>------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-FIN          PIC X(02) VALUE "00".
       77 ST-ERRO         PIC X(02) VALUE "00".
       77 ST-MOV          PIC X(02) VALUE "00".
       77 ST-RAT          PIC X(02) VALUE "00".
       77 ST-LOG          PIC X(02) VALUE "00".
       77 ST-REL          PIC X(02) VALUE "00".
       77 W-FIM-FIN       PIC 9(01) VALUE ZEROS.
       77 W-FIM-MOV       PIC 9(01) VALUE ZEROS.
       77 W-FIM-RAT       PIC 9(01) VALUE ZEROS.
       77 W-FIM-SORT      PIC 9(01) VALUE ZEROS.
       77 W-MODO          PIC X(01) VALUE SPACES.
       77 W-RESP          PIC X(01) VALUE SPACES.
       77 W-LINHA         PIC 9(02) VALUE 99.
       77 W-PAGINA        PIC 9(04) VALUE ZEROS.
       77 W-GRUPO-ANT     PIC X(01) VALUE SPACES.
       77 W-PRIMEIRA-VEZ  PIC 9(01) VALUE 1.
       77 W-TOTAL-LIDOS   PIC 9(06) VALUE ZEROS.
       77 W-TOTAL-REVIS   PIC 9(06) VALUE ZEROS.
       77 W-TOTAL-SEMMOV  PIC 9(06) VALUE ZEROS.
       77 W-TOTAL-PROP    PIC 9(06) VALUE ZEROS.
       77 W-TOTAL-APLIC   PIC 9(06) VALUE ZEROS.
       77 W-TOTAL-ACIMA   PIC 9(06) VALUE ZEROS.
      *>------------------------------------------------------------
      *> PERIODO DA REVISAO: AS 12 COMPETENCIAS FECHADAS (AAAAMM)
      *> ANTERIORES AO MES CORRENTE
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
      *>------------------------------------------------------------
      *> FATURAMENTO DO CLIENTE NO PERIODO E PROPOSTA
      *>------------------------------------------------------------
       77 W-TOTAL-FAT     PIC 9(13)V99 VALUE ZEROS.
       77 W-QT-MESES      PIC 9(02) VALUE ZEROS.
       77 W-MEDIA         PIC 9(11)V99 VALUE ZEROS.
       77 W-PICO          PIC 9(11)V99 VALUE ZEROS.
       77 W-RAT-ATU       PIC X(02) VALUE SPACES.
       77 W-RAT-PROP      PIC X(02) VALUE SPACES.
       77 W-LIM-ATU       PIC 9(09)V99 VALUE ZEROS.
       77 W-LIM-PROP      PIC 9(09)V99 VALUE ZEROS.
       77 W-LIM-REAIS     PIC 9(09) VALUE ZEROS.
      *>------------------------------------------------------------
      *> FAIXAS DA TABELA DE PARAMETROS CARREGADAS EM MEMORIA
      *>------------------------------------------------------------
       77 W-RAT-QTDE      PIC 9(02) COMP VALUE ZEROS.
       77 W-RAT-IX        PIC 9(02) COMP VALUE ZEROS.
       77 W-FAIXA-IX      PIC 9(02) COMP VALUE ZEROS.
       77 W-PIOR-IX       PIC 9(02) COMP VALUE ZEROS.
       77 W-ACHOU         PIC 9(01) VALUE ZEROS.
       01 W-RAT-TAB.
           03 W-RAT-ITEM OCCURS 30 TIMES.
               05 W-RT-RATING    PIC X(02).
               05 W-RT-MIN       PIC 9(11).
               05 W-RT-PERC      PIC 9(04).
               05 W-RT-MAX       PIC 9(09).
      *>------------------------------------------------------------
      *> MANUTENCAO DA TABELA (MODO "T")
      *>------------------------------------------------------------
       77 W-TAB-RATING    PIC X(02) VALUE SPACES.
       77 W-TAB-EXISTE    PIC 9(01) VALUE ZEROS.
       77 W-TAB-MIN       PIC 9(11) VALUE ZEROS.
       77 W-TAB-PERC      PIC 9(04) VALUE ZEROS.
       77 W-TAB-MAX       PIC 9(09) VALUE ZEROS.
      *>------------------------------------------------------------
      *> LOG DE AUDITORIA (APLICACAO DA REVISAO)
      *>------------------------------------------------------------
       77 W-AUD-OPERACAO    PIC X(01) VALUE SPACES.
       01 W-REGCLI-ANTES    PIC X(330) VALUE SPACES.
       01 W-REGCLI-DEPOIS   PIC X(330) VALUE SPACES.
      *>------------------------------------------------------------
       01 LC-CABEC1.
           05 FILLER          PIC X(46) VALUE
              "REVISAO PERIODICA DE CREDITO - SCE027".
           05 FILLER          PIC X(08) VALUE "PAGINA: ".
           05 LC-PAGINA       PIC ZZZ9.
       01 LC-CABEC2.
           05 FILLER          PIC X(09) VALUE "PERIODO: ".
           05 LC-COMP-INI     PIC 9(06).
           05 FILLER          PIC X(03) VALUE " A ".
           05 LC-COMP-FIM     PIC 9(06).
           05 FILLER          PIC X(09) VALUE "   MODO: ".
           05 LC-MODO         PIC X(20).
       01 LC-CABEC3.
           05 FILLER          PIC X(10) VALUE "SITUACAO: ".
           05 LC-GRUPO-DESC   PIC X(55).
       01 LC-CABEC4.
           05 FILLER PIC X(15) VALUE "CPF/CNPJ".
           05 FILLER PIC X(25) VALUE "RAZAO SOCIAL".
           05 FILLER PIC X(07) VALUE "RATING".
           05 FILLER PIC X(15) VALUE "  LIMITE ATUAL".
           05 FILLER PIC X(15) VALUE "  LIM.PROPOSTO".
           05 FILLER PIC X(18) VALUE "     MEDIA MENSAL".
           05 FILLER PIC X(18) VALUE "      PICO MENSAL".
           05 FILLER PIC X(10) VALUE "ACAO".
       01 LC-DETALHE.
           05 LD-CPF-CNPJ      PIC 9(14).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 LD-RAZAO         PIC X(24).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 LD-RAT-ATU       PIC X(02).
           05 FILLER           PIC X(01) VALUE ">".
           05 LD-RAT-PROP      PIC X(02).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 LD-LIM-ATU       PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 LD-LIM-PROP      PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 LD-MEDIA         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 LD-PICO          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 LD-ACAO          PIC X(10).
       01 LC-TOTAL1.
           05 FILLER           PIC X(36) VALUE
              "FICHAS FINANCEIRAS LIDAS:           ".
           05 LT-LIDOS         PIC ZZZ.ZZ9.
       01 LC-TOTAL2.
           05 FILLER           PIC X(36) VALUE
              "CLIENTES REVISADOS:                 ".
           05 LT-REVIS         PIC ZZZ.ZZ9.
       01 LC-TOTAL3.
           05 FILLER           PIC X(36) VALUE
              "SEM FATURAMENTO NO PERIODO:         ".
           05 LT-SEMMOV        PIC ZZZ.ZZ9.
       01 LC-TOTAL4.
           05 FILLER           PIC X(36) VALUE
              "ALTERACOES PROPOSTAS:               ".
           05 LT-PROP          PIC ZZZ.ZZ9.
       01 LC-TOTAL5.
           05 FILLER           PIC X(36) VALUE
              "ALTERACOES APLICADAS:               ".
           05 LT-APLIC         PIC ZZZ.ZZ9.
       01 LC-TOTAL6.
           05 FILLER           PIC X(36) VALUE
              "FATURAMENTO ACIMA DO LIMITE ATUAL:  ".
           05 LT-ACIMA         PIC ZZZ.ZZ9.
      *>------------------------------------------------------------
       LINKAGE SECTION.
           COPY CTLAREA.
      *>------------------------------------------------------------
       PROCEDURE DIVISION USING CTL-COMM.
       REV-INICIO.
           MOVE 99 TO W-LINHA
           MOVE ZEROS TO W-TOTAL-LIDOS W-TOTAL-REVIS W-TOTAL-SEMMOV
                         W-TOTAL-PROP W-TOTAL-APLIC W-TOTAL-ACIMA
                         W-PAGINA
           MOVE SPACES TO W-GRUPO-ANT.
           PERFORM REV-MODO THRU REV-MODO-FIM.
           IF W-MODO = "T"
              PERFORM REV-TABELA THRU REV-TABELA-FIM
              GOBACK.
           PERFORM REV-PERIODO THRU REV-PERIODO-FIM.
           PERFORM REV-CARREGA THRU REV-CARREGA-FIM.
           IF W-RAT-QTDE = ZEROS
              DISPLAY "TABELA DE PARAMETROS DE CREDITO (ARQRAT) VAZIA"
              DISPLAY "CADASTRE AS FAIXAS NO MODO T ANTES DA REVISAO"
              MOVE "99" TO CTL-RETORNO
              GOBACK.
           PERFORM REV-ABRE THRU REV-ABRE-FIM.
           SORT WORK-SORT
               ON ASCENDING KEY WS-GRUPO WS-CPF-CNPJ
               INPUT PROCEDURE IS REV-VARRE
               OUTPUT PROCEDURE IS REV-IMPRIME.
           PERFORM REV-TOTAIS THRU REV-TOTAIS-FIM.
           CLOSE ARQFIN ARQCLI ARQMOV RELCRE.
           IF W-MODO = "A"
              CLOSE ARQCLI-LOG.
           DISPLAY "FICHAS LIDAS:          " W-TOTAL-LIDOS.
           DISPLAY "CLIENTES REVISADOS:    " W-TOTAL-REVIS.
           DISPLAY "ALTERACOES PROPOSTAS:  " W-TOTAL-PROP.
           DISPLAY "ALTERACOES APLICADAS:  " W-TOTAL-APLIC.
           DISPLAY "ACIMA DO LIMITE ATUAL: " W-TOTAL-ACIMA.
           MOVE "00" TO CTL-RETORNO
           MOVE W-TOTAL-LIDOS TO CTL-QTDE-LIDOS
           MOVE W-TOTAL-APLIC TO CTL-QTDE-GRAV
           GOBACK.
      *>------------------------------------------------------------
       REV-MODO.
           MOVE CTL-PARM TO W-MODO
           IF W-MODO = "R" OR W-MODO = "A" OR W-MODO = "T"
              GO TO REV-MODO-FIM.
           DISPLAY "1=RELATORIO  2=APLICAR REVISAO  3=TABELA DE FAIXAS"
           ACCEPT W-RESP
           EVALUATE W-RESP
              WHEN "2"
                 MOVE "A" TO W-MODO
              WHEN "3"
                 MOVE "T" TO W-MODO
              WHEN OTHER
                 MOVE "R" TO W-MODO
           END-EVALUATE.
       REV-MODO-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> PERIODO: DO MES ANTERIOR AO CORRENTE, 12 COMPETENCIAS PARA  *
      *> TRAS. W-MESES = ANO * 12 + (MES - 1) DA COMPETENCIA         *
      *>------------------------------------------------------------
       REV-PERIODO.
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
           MOVE W-COMP-FIM TO LC-COMP-FIM
           IF W-MODO = "A"
              MOVE "APLICACAO" TO LC-MODO
           ELSE
              MOVE "SOMENTE RELATORIO" TO LC-MODO.
       REV-PERIODO-FIM.
           EXIT.
      *>------------------------------------------------------------
       REV-ABRE.
           IF W-MODO = "A"
              OPEN I-O ARQFIN
           ELSE
              OPEN INPUT ARQFIN.
           IF ST-FIN NOT = "00"
              DISPLAY "ERRO NA ABERTURA DA FICHA FINANCEIRA: " ST-FIN
              MOVE ST-FIN TO CTL-RETORNO
              GOBACK.
           IF W-MODO = "A"
              OPEN I-O ARQCLI
           ELSE
              OPEN INPUT ARQCLI.
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CLIENTE: " ST-ERRO
              CLOSE ARQFIN
              MOVE ST-ERRO TO CTL-RETORNO
              GOBACK.
           OPEN INPUT ARQMOV
           IF ST-MOV NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO MOVIMENTO DE FATURAMENTO: "
                      ST-MOV
              DISPLAY "CARREGUE O MOVIMENTO (SCE025) ANTES DA REVISAO"
              CLOSE ARQFIN ARQCLI
              MOVE ST-MOV TO CTL-RETORNO
              GOBACK.
           OPEN OUTPUT RELCRE
           IF ST-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-REL
              CLOSE ARQFIN ARQCLI ARQMOV
              MOVE ST-REL TO CTL-RETORNO
              GOBACK.
           IF W-MODO NOT = "A"
              GO TO REV-ABRE-FIM.
           OPEN EXTEND ARQCLI-LOG
           IF ST-LOG NOT = "00"
              IF ST-LOG = "30"
                 OPEN OUTPUT ARQCLI-LOG
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE LOG: " ST-LOG
                 CLOSE ARQFIN ARQCLI ARQMOV RELCRE
                 MOVE ST-LOG TO CTL-RETORNO
                 GOBACK.
       REV-ABRE-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> CARREGA AS FAIXAS DO ARQRAT; GUARDA A DE MENOR MEDIA MINIMA *
      *> (W-PIOR-IX), QUE VALE PARA QUEM NAO ALCANCA NENHUMA FAIXA   *
      *>------------------------------------------------------------
       REV-CARREGA.
           MOVE ZEROS TO W-RAT-QTDE W-PIOR-IX
           OPEN INPUT ARQRAT
           IF ST-RAT NOT = "00"
              GO TO REV-CARREGA-FIM.
           MOVE 0 TO W-FIM-RAT
           MOVE LOW-VALUES TO RAT-RATING
           START ARQRAT KEY IS NOT LESS THAN RAT-RATING
              INVALID KEY
                 MOVE 1 TO W-FIM-RAT
           END-START.
           PERFORM REV-CARREGA-LE THRU REV-CARREGA-LE-FIM
               UNTIL W-FIM-RAT = 1.
           CLOSE ARQRAT.
       REV-CARREGA-FIM.
           EXIT.
       REV-CARREGA-LE.
           READ ARQRAT NEXT RECORD
              AT END
                 MOVE 1 TO W-FIM-RAT
                 GO TO REV-CARREGA-LE-FIM
           END-READ.
           IF W-RAT-QTDE NOT < 30
              DISPLAY "TABELA COM MAIS DE 30 FAIXAS - FAIXA "
                      RAT-RATING " IGNORADA"
              GO TO REV-CARREGA-LE-FIM.
           ADD 1 TO W-RAT-QTDE
           MOVE RAT-RATING      TO W-RT-RATING (W-RAT-QTDE)
           MOVE RAT-MEDIA-MIN   TO W-RT-MIN (W-RAT-QTDE)
           MOVE RAT-PERC-LIMITE TO W-RT-PERC (W-RAT-QTDE)
           MOVE RAT-LIMITE-MAX  TO W-RT-MAX (W-RAT-QTDE)
           IF W-PIOR-IX = ZEROS
              MOVE W-RAT-QTDE TO W-PIOR-IX
           ELSE
              IF RAT-MEDIA-MIN < W-RT-MIN (W-PIOR-IX)
                 MOVE W-RAT-QTDE TO W-PIOR-IX.
       REV-CARREGA-LE-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> VARRE AS FICHAS FINANCEIRAS                                 *
      *> GRUPOS DO RELATORIO:                                        *
      *>   1 = RATING/LIMITE A ALTERAR (PROPOSTO OU APLICADO)        *
      *>   2 = RATING E LIMITE MANTIDOS                              *
      *>   3 = SEM FATURAMENTO NO PERIODO (NAO REVISADO)             *
      *>   4 = PICO MENSAL ACIMA DO LIMITE ATUAL                     *
      *>------------------------------------------------------------
       REV-VARRE.
           MOVE 0 TO W-FIM-FIN
           MOVE LOW-VALUES TO FIN-CPF-CNPJ
           START ARQFIN KEY IS NOT LESS THAN FIN-CPF-CNPJ
              INVALID KEY
                 MOVE 1 TO W-FIM-FIN
           END-START.
           PERFORM REV-VARRE-REG THRU REV-VARRE-REG-FIM
               UNTIL W-FIM-FIN = 1.
       REV-VARRE-FIM.
           EXIT.
      *>------------------------------------------------------------
       REV-VARRE-REG.
           READ ARQFIN NEXT RECORD
               AT END
                  MOVE 1 TO W-FIM-FIN
                  GO TO REV-VARRE-REG-FIM
           END-READ.
           ADD 1 TO W-TOTAL-LIDOS
           MOVE FIN-CPF-CNPJ TO CPF-CNPJ
           READ ARQCLI
              INVALID KEY
                 GO TO REV-VARRE-REG-FIM
           END-READ.
           IF CLI-INATIVO
              GO TO REV-VARRE-REG-FIM.
           MOVE FIN-RATING TO W-RAT-ATU
           MOVE FIN-LIMITE TO W-LIM-ATU
           PERFORM REV-SOMA-MOV THRU REV-SOMA-MOV-FIM
           IF W-QT-MESES = ZEROS
              ADD 1 TO W-TOTAL-SEMMOV
              MOVE "3" TO WS-GRUPO
              MOVE SPACES TO W-RAT-PROP
              MOVE ZEROS TO W-LIM-PROP W-MEDIA
              MOVE "SEM MOVTO" TO WS-ACAO
              PERFORM REV-APONTA THRU REV-APONTA-FIM
              GO TO REV-VARRE-REG-FIM.
           ADD 1 TO W-TOTAL-REVIS
           COMPUTE W-MEDIA ROUNDED = W-TOTAL-FAT / 12
           PERFORM REV-FAIXA THRU REV-FAIXA-FIM
           IF W-RAT-PROP = W-RAT-ATU AND W-LIM-PROP = W-LIM-ATU
              MOVE "2" TO WS-GRUPO
              MOVE "MANTIDO" TO WS-ACAO
           ELSE
              ADD 1 TO W-TOTAL-PROP
              MOVE "1" TO WS-GRUPO
              MOVE "PROPOSTO" TO WS-ACAO
              IF W-MODO = "A"
                 PERFORM REV-APLICA THRU REV-APLICA-FIM
              END-IF
           END-IF
           PERFORM REV-APONTA THRU REV-APONTA-FIM
           IF W-PICO > W-LIM-ATU
              ADD 1 TO W-TOTAL-ACIMA
              MOVE "4" TO WS-GRUPO
              MOVE "ACIMA LIM." TO WS-ACAO
              PERFORM REV-APONTA THRU REV-APONTA-FIM.
       REV-VARRE-REG-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> SOMA AS COMPETENCIAS DO PERIODO NO ARQMOV                   *
      *>------------------------------------------------------------
       REV-SOMA-MOV.
           MOVE ZEROS TO W-TOTAL-FAT W-PICO W-QT-MESES
           MOVE 0 TO W-FIM-MOV
           MOVE FIN-CPF-CNPJ TO MOV-CPF-CNPJ
           MOVE W-COMP-INI TO MOV-COMPET
           START ARQMOV KEY IS NOT LESS THAN MOV-CHAVE
              INVALID KEY
                 MOVE 1 TO W-FIM-MOV
           END-START.
           PERFORM REV-MOV-LE THRU REV-MOV-LE-FIM
               UNTIL W-FIM-MOV = 1.
       REV-SOMA-MOV-FIM.
           EXIT.
       REV-MOV-LE.
           READ ARQMOV NEXT RECORD
              AT END
                 MOVE 1 TO W-FIM-MOV
                 GO TO REV-MOV-LE-FIM
           END-READ.
           IF MOV-CPF-CNPJ NOT = FIN-CPF-CNPJ
              OR MOV-COMPET > W-COMP-FIM
              MOVE 1 TO W-FIM-MOV
              GO TO REV-MOV-LE-FIM.
           ADD 1 TO W-QT-MESES
           ADD MOV-VALOR TO W-TOTAL-FAT
           IF MOV-VALOR > W-PICO
              MOVE MOV-VALOR TO W-PICO.
       REV-MOV-LE-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> ENQUADRA A MEDIA NA TABELA E CALCULA O LIMITE PROPOSTO,     *
      *> ARREDONDADO EM REAIS E LIMITADO AO TETO DA FAIXA            *
      *>------------------------------------------------------------
       REV-FAIXA.
           MOVE 0 TO W-ACHOU
           MOVE W-PIOR-IX TO W-FAIXA-IX
           PERFORM REV-FAIXA-TESTA THRU REV-FAIXA-TESTA-FIM
               VARYING W-RAT-IX FROM 1 BY 1
               UNTIL W-RAT-IX > W-RAT-QTDE.
           MOVE W-RT-RATING (W-FAIXA-IX) TO W-RAT-PROP
           COMPUTE W-LIM-REAIS ROUNDED =
                   W-MEDIA * W-RT-PERC (W-FAIXA-IX) / 100
              ON SIZE ERROR
                 MOVE 999999999 TO W-LIM-REAIS
           END-COMPUTE
           IF W-RT-MAX (W-FAIXA-IX) NOT = ZEROS
              AND W-LIM-REAIS > W-RT-MAX (W-FAIXA-IX)
              MOVE W-RT-MAX (W-FAIXA-IX) TO W-LIM-REAIS.
           MOVE W-LIM-REAIS TO W-LIM-PROP.
       REV-FAIXA-FIM.
           EXIT.
       REV-FAIXA-TESTA.
           IF W-RT-MIN (W-RAT-IX) > W-MEDIA
              GO TO REV-FAIXA-TESTA-FIM.
           IF W-ACHOU = 0
              OR W-RT-MIN (W-RAT-IX) > W-RT-MIN (W-FAIXA-IX)
              MOVE 1 TO W-ACHOU
              MOVE W-RAT-IX TO W-FAIXA-IX.
       REV-FAIXA-TESTA-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> APLICA A PROPOSTA: REGRAVA A FICHA E TOCA O CLIENTE COM     *
      *> AUDITORIA "A" - E' A ENTRADA NO ARQCLILOG QUE LEVA O NOVO   *
      *> RATING/LIMITE NA PROXIMA EXPORTACAO DELTA                   *
      *>------------------------------------------------------------
       REV-APLICA.
           MOVE W-RAT-PROP TO FIN-RATING
           MOVE W-LIM-PROP TO FIN-LIMITE
           ACCEPT FIN-DATA-ALT FROM DATE YYYYMMDD
           REWRITE REGFIN
           IF ST-FIN NOT = "00" AND ST-FIN NOT = "02"
              DISPLAY "ERRO NA REGRAVACAO DA FICHA " FIN-CPF-CNPJ
                      " STATUS: " ST-FIN
              MOVE "ERRO" TO WS-ACAO
              GO TO REV-APLICA-FIM.
           MOVE REGCLI TO W-REGCLI-ANTES
           ACCEPT DATA-ULT-ALT FROM DATE YYYYMMDD
           REWRITE REGCLI
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-TOTAL-APLIC
              MOVE REGCLI TO W-REGCLI-DEPOIS
              MOVE "A" TO W-AUD-OPERACAO
              PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
              MOVE "APLICADO" TO WS-ACAO
           ELSE
              DISPLAY "ERRO NA ATUALIZACAO DO CLIENTE " CPF-CNPJ
                      " STATUS: " ST-ERRO
              MOVE "ERRO" TO WS-ACAO.
       REV-APLICA-FIM.
           EXIT.
      *>------------------------------------------------------------
       REV-APONTA.
           MOVE FIN-CPF-CNPJ TO WS-CPF-CNPJ
           MOVE RAZAO-SOCIAL TO WS-RAZAO
           MOVE W-RAT-ATU    TO WS-RAT-ATU
           MOVE W-RAT-PROP   TO WS-RAT-PROP
           MOVE W-LIM-ATU    TO WS-LIM-ATU
           MOVE W-LIM-PROP   TO WS-LIM-PROP
           MOVE W-MEDIA      TO WS-MEDIA
           MOVE W-PICO       TO WS-PICO
           RELEASE WS-REG.
       REV-APONTA-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> IMPRIME AGRUPADO POR SITUACAO                               *
      *>------------------------------------------------------------
       REV-IMPRIME.
           MOVE 0 TO W-FIM-SORT
           MOVE 1 TO W-PRIMEIRA-VEZ
           RETURN WORK-SORT
               AT END MOVE 1 TO W-FIM-SORT.
           PERFORM REV-IMPRIME-REG THRU REV-IMPRIME-REG-FIM
               UNTIL W-FIM-SORT = 1.
       REV-IMPRIME-FIM.
           EXIT.
       REV-IMPRIME-REG.
           IF W-PRIMEIRA-VEZ = 1 OR WS-GRUPO NOT = W-GRUPO-ANT
              PERFORM REV-QUEBRA THRU REV-QUEBRA-FIM
           ELSE
              IF W-LINHA > 55
                 PERFORM REV-CABECALHO THRU REV-CABECALHO-FIM
                 PERFORM REV-GRUPO-TITULO THRU REV-GRUPO-TITULO-FIM
              END-IF
           END-IF
           MOVE WS-CPF-CNPJ TO LD-CPF-CNPJ
           MOVE WS-RAZAO    TO LD-RAZAO
           MOVE WS-RAT-ATU  TO LD-RAT-ATU
           MOVE WS-RAT-PROP TO LD-RAT-PROP
           MOVE WS-LIM-ATU  TO LD-LIM-ATU
           MOVE WS-LIM-PROP TO LD-LIM-PROP
           MOVE WS-MEDIA    TO LD-MEDIA
           MOVE WS-PICO     TO LD-PICO
           MOVE WS-ACAO     TO LD-ACAO
           WRITE REG-RELCRE FROM LC-DETALHE
           ADD 1 TO W-LINHA
           RETURN WORK-SORT
               AT END MOVE 1 TO W-FIM-SORT.
       REV-IMPRIME-REG-FIM.
           EXIT.
      *>------------------------------------------------------------
       REV-QUEBRA.
           MOVE 0 TO W-PRIMEIRA-VEZ
           MOVE WS-GRUPO TO W-GRUPO-ANT
           IF W-LINHA > 50
              PERFORM REV-CABECALHO THRU REV-CABECALHO-FIM
           ELSE
              MOVE SPACES TO REG-RELCRE
              WRITE REG-RELCRE
              ADD 1 TO W-LINHA
           END-IF
           PERFORM REV-GRUPO-TITULO THRU REV-GRUPO-TITULO-FIM.
       REV-QUEBRA-FIM.
           EXIT.
      *>------------------------------------------------------------
       REV-GRUPO-TITULO.
           EVALUATE WS-GRUPO
              WHEN "1"
                 MOVE "RATING/LIMITE A ALTERAR"
                      TO LC-GRUPO-DESC
              WHEN "2"
                 MOVE "RATING E LIMITE MANTIDOS"
                      TO LC-GRUPO-DESC
              WHEN "3"
                 MOVE "SEM FATURAMENTO NO PERIODO - NAO REVISADOS"
                      TO LC-GRUPO-DESC
              WHEN "4"
                 MOVE "PICO MENSAL DE FATURAMENTO ACIMA DO LIMITE ATUAL"
                      TO LC-GRUPO-DESC
              WHEN OTHER
                 MOVE "SITUACAO NAO CLASSIFICADA" TO LC-GRUPO-DESC
           END-EVALUATE
           WRITE REG-RELCRE FROM LC-CABEC3
           WRITE REG-RELCRE FROM LC-CABEC4
           ADD 2 TO W-LINHA.
       REV-GRUPO-TITULO-FIM.
           EXIT.
      *>------------------------------------------------------------
       REV-CABECALHO.
           ADD 1 TO W-PAGINA
           MOVE W-PAGINA TO LC-PAGINA
           WRITE REG-RELCRE FROM LC-CABEC1
           WRITE REG-RELCRE FROM LC-CABEC2
           MOVE 2 TO W-LINHA.
       REV-CABECALHO-FIM.
           EXIT.
      *>------------------------------------------------------------
       REV-TOTAIS.
           IF W-PAGINA = ZEROS
              PERFORM REV-CABECALHO THRU REV-CABECALHO-FIM.
           MOVE SPACES TO REG-RELCRE
           WRITE REG-RELCRE
           MOVE W-TOTAL-LIDOS TO LT-LIDOS
           WRITE REG-RELCRE FROM LC-TOTAL1
           MOVE W-TOTAL-REVIS TO LT-REVIS
           WRITE REG-RELCRE FROM LC-TOTAL2
           MOVE W-TOTAL-SEMMOV TO LT-SEMMOV
           WRITE REG-RELCRE FROM LC-TOTAL3
           MOVE W-TOTAL-PROP TO LT-PROP
           WRITE REG-RELCRE FROM LC-TOTAL4
           MOVE W-TOTAL-APLIC TO LT-APLIC
           WRITE REG-RELCRE FROM LC-TOTAL5
           MOVE W-TOTAL-ACIMA TO LT-ACIMA
           WRITE REG-RELCRE FROM LC-TOTAL6.
       REV-TOTAIS-FIM.
           EXIT.
      *>****************************************
      *> MANUTENCAO DA TABELA DE FAIXAS         *
      *> (ARQRAT.DAT) PELO CONSOLE              *
      *>****************************************
       REV-TABELA.
           OPEN I-O ARQRAT
           IF ST-RAT = "30"
              OPEN OUTPUT ARQRAT
              CLOSE ARQRAT
              OPEN I-O ARQRAT
           END-IF
           IF ST-RAT NOT = "00"
              DISPLAY "ERRO NA ABERTURA DA TABELA DE FAIXAS: " ST-RAT
              MOVE ST-RAT TO CTL-RETORNO
              GO TO REV-TABELA-FIM.
           MOVE SPACES TO W-RESP
           PERFORM REV-TAB-OPCAO THRU REV-TAB-OPCAO-FIM
               UNTIL W-RESP = "0".
           CLOSE ARQRAT.
           MOVE "00" TO CTL-RETORNO.
       REV-TABELA-FIM.
           EXIT.
      *>------------------------------------------------------------
       REV-TAB-OPCAO.
           DISPLAY "1=INCLUIR/ALTERAR FAIXA  2=EXCLUIR  3=LISTAR  0=FIM"
           ACCEPT W-RESP
           EVALUATE W-RESP
              WHEN "1"
                 PERFORM REV-TAB-GRAVA THRU REV-TAB-GRAVA-FIM
              WHEN "2"
                 PERFORM REV-TAB-EXCLUI THRU REV-TAB-EXCLUI-FIM
              WHEN "3"
                 PERFORM REV-TAB-LISTA THRU REV-TAB-LISTA-FIM
              WHEN "0"
                 CONTINUE
              WHEN OTHER
                 DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
       REV-TAB-OPCAO-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> RATING DE DUAS LETRAS DE A A E (AA..EE), COMO NO SCE018     *
      *>------------------------------------------------------------
       REV-TAB-GRAVA.
           MOVE SPACES TO W-TAB-RATING
           DISPLAY "RATING DA FAIXA (AA..EE, BRANCOS=VOLTA):"
           ACCEPT W-TAB-RATING
           IF W-TAB-RATING = SPACES
              GO TO REV-TAB-GRAVA-FIM.
           IF W-TAB-RATING (1:1) < "A" OR W-TAB-RATING (1:1) > "E"
              OR W-TAB-RATING (2:1) < "A" OR W-TAB-RATING (2:1) > "E"
              DISPLAY "RATING DEVE TER DUAS LETRAS DE A A E"
              GO TO REV-TAB-GRAVA-FIM.
           MOVE W-TAB-RATING TO RAT-RATING
           READ ARQRAT
              INVALID KEY
                 MOVE 0 TO W-TAB-EXISTE
              NOT INVALID KEY
                 MOVE 1 TO W-TAB-EXISTE
                 DISPLAY "ATUAL: MEDIA MINIMA " RAT-MEDIA-MIN
                         "  PERC. " RAT-PERC-LIMITE
                         "  TETO " RAT-LIMITE-MAX
           END-READ.
           MOVE ZEROS TO W-TAB-MIN W-TAB-PERC W-TAB-MAX
           DISPLAY "MEDIA MENSAL MINIMA DA FAIXA (REAIS):"
           ACCEPT W-TAB-MIN
           DISPLAY "PERCENTUAL DA MEDIA PARA O LIMITE (EX. 150):"
           ACCEPT W-TAB-PERC
           IF W-TAB-PERC = ZEROS
              DISPLAY "PERCENTUAL DEVE SER MAIOR QUE ZERO"
              GO TO REV-TAB-GRAVA-FIM.
           DISPLAY "TETO DO LIMITE (REAIS, ZEROS=SEM TETO):"
           ACCEPT W-TAB-MAX
           MOVE W-TAB-RATING TO RAT-RATING
           MOVE W-TAB-MIN    TO RAT-MEDIA-MIN
           MOVE W-TAB-PERC   TO RAT-PERC-LIMITE
           MOVE W-TAB-MAX    TO RAT-LIMITE-MAX
           ACCEPT RAT-DATA-ALT FROM DATE YYYYMMDD
           IF W-TAB-EXISTE = 1
              REWRITE REGRAT
                 INVALID KEY
                    DISPLAY "ERRO NA ALTERACAO DA FAIXA: " ST-RAT
                    GO TO REV-TAB-GRAVA-FIM
              END-REWRITE
           ELSE
              WRITE REGRAT
                 INVALID KEY
                    DISPLAY "ERRO NA GRAVACAO DA FAIXA: " ST-RAT
                    GO TO REV-TAB-GRAVA-FIM
              END-WRITE
           END-IF
           DISPLAY "*** FAIXA " RAT-RATING " GRAVADA ***".
       REV-TAB-GRAVA-FIM.
           EXIT.
      *>------------------------------------------------------------
       REV-TAB-EXCLUI.
           MOVE SPACES TO W-TAB-RATING
           DISPLAY "RATING DA FAIXA A EXCLUIR (BRANCOS=VOLTA):"
           ACCEPT W-TAB-RATING
           IF W-TAB-RATING = SPACES
              GO TO REV-TAB-EXCLUI-FIM.
           MOVE W-TAB-RATING TO RAT-RATING
           DELETE ARQRAT RECORD
              INVALID KEY
                 DISPLAY "FAIXA NAO CADASTRADA"
                 GO TO REV-TAB-EXCLUI-FIM
           END-DELETE.
           DISPLAY "*** FAIXA " W-TAB-RATING " EXCLUIDA ***".
       REV-TAB-EXCLUI-FIM.
           EXIT.
      *>------------------------------------------------------------
       REV-TAB-LISTA.
           DISPLAY "RT   MEDIA MINIMA  PERC         TETO  ALTERADA"
           MOVE 0 TO W-FIM-RAT
           MOVE LOW-VALUES TO RAT-RATING
           START ARQRAT KEY IS NOT LESS THAN RAT-RATING
              INVALID KEY
                 DISPLAY "TABELA DE FAIXAS VAZIA"
                 MOVE 1 TO W-FIM-RAT
           END-START.
           PERFORM REV-TAB-LISTA-LIN THRU REV-TAB-LISTA-LIN-FIM
               UNTIL W-FIM-RAT = 1.
       REV-TAB-LISTA-FIM.
           EXIT.
       REV-TAB-LISTA-LIN.
           READ ARQRAT NEXT RECORD
              AT END
                 MOVE 1 TO W-FIM-RAT
                 GO TO REV-TAB-LISTA-LIN-FIM
           END-READ.
           DISPLAY RAT-RATING " " RAT-MEDIA-MIN " " RAT-PERC-LIMITE
                   " " RAT-LIMITE-MAX " " RAT-DATA-ALT.
       REV-TAB-LISTA-LIN-FIM.
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
