       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE032.
      *>AUTHOR. FELYPE DANTAS DOS SANTOS.
      *>*****************************************
      *> CONCILIACAO DAS EXPORTACOES COM O       *
      *> RETORNO (ACK) DO FATURAMENTO            *
      *>*****************************************
      *> LAYOUT DA LINHA DE ENTRADA (ACKFAT.IMP), DELIMITADA ";",
      *> UMA LINHA POR ARQUIVO RECEBIDO PELO FATURAMENTO:
      *> SEQUENCIA;QTDE-CARREGADA;DATA-DA-CARGA(AAAAMMDD)
      *> CADA RETORNO E' BAIXADO NO REGISTRO DAS EXPORTACOES
      *> (ARQEXR.DAT, GRAVADO PELO SCE004): QUANTIDADE IGUAL A DO
      *> ARQUIVO ENVIADO CONFIRMA A SEQUENCIA; DIFERENTE FICA
      *> DIVERGENTE; SEQUENCIA QUE NUNCA FOI GERADA AQUI ENTRA NO
      *> REGISTRO COMO RETORNO SEM EXPORTACAO. SEQUENCIA ENVIADA E
      *> SEM RETORNO HA MAIS DIAS QUE O PRAZO PASSA A ATRASADA.
      *> REPROCESSAR O MESMO ACKFAT.IMP NAO ALTERA O RESULTADO. SEM
      *> ACKFAT.IMP NA NOITE SO OS PRAZOS SAO REAVALIADOS.
      *> RELATORIO RELACK.LST AGRUPADO POR TIPO (ATRASADAS,
      *> DIVERGENTES, SEM EXPORTACAO) COM AS LINHAS REJEITADAS DO
      *> RETORNO. PASSO DA ROTINA NOTURNA (SCE015), QUE MOSTRA AS
      *> PENDENCIAS NO RELCTL.LST.
      *> MODO "C" CONCILIA; MODO "P" ALTERA O PRAZO EM DIAS
      *> (REGISTRO DE PARAMETROS DO ARQEXR). O MODO VEM EM
      *> CTL-PARM; EM BRANCO, PERGUNTA AO OPERADOR
      *>------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQEXR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EXR-SEQ
           FILE STATUS IS ST-EXR.
       SELECT ARQACK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-ACK.
       SELECT RELACK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-REL.
      *>---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQEXR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQEXR.DAT".
           COPY EXPREG.
       FD ARQACK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ACKFAT.IMP".
       01 REG-ACK             PIC X(100).
       FD RELACK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RELACK.LST".
       01 REG-RELACK          PIC X(132).
      *>------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-EXR          PIC X(02) VALUE "00".
       77 ST-ACK          PIC X(02) VALUE "00".
       77 ST-REL          PIC X(02) VALUE "00".
       77 W-MODO          PIC X(01) VALUE SPACES.
       77 W-RESP          PIC X(01) VALUE SPACES.
       77 W-ERRO          PIC 9(01) VALUE ZEROS.
       77 W-FIM-ACK       PIC 9(01) VALUE ZEROS.
       77 W-FIM-EXR       PIC 9(01) VALUE ZEROS.
       77 W-ACK-DISPONIVEL PIC 9(01) VALUE ZEROS.
       77 W-REJEITA       PIC 9(01) VALUE ZEROS.
       77 W-MOTIVO        PIC X(40) VALUE SPACES.
       77 W-LINHA         PIC 9(02) VALUE 99.
       77 W-PAGINA        PIC 9(04) VALUE ZEROS.
       77 W-TIPO          PIC 9(01) VALUE ZEROS.
       77 W-TIPO-SIT      PIC X(01) VALUE SPACES.
       77 W-GRUPO-ABERTO  PIC 9(01) VALUE ZEROS.
       77 W-GRUPO-QTDE    PIC 9(06) VALUE ZEROS.
      *>------------------------------------------------------------
      *> PRAZO PARA O RETORNO DO FATURAMENTO (DIAS CORRIDOS DESDE A  *
      *> GERACAO). SEM REGISTRO DE PARAMETROS VALE O PADRAO          *
      *>------------------------------------------------------------
       77 W-PRAZO-PADRAO  PIC 9(03) VALUE 3.
       77 W-PRAZO         PIC 9(03) VALUE ZEROS.
       77 W-PRM-EXISTE    PIC 9(01) VALUE ZEROS.
       77 W-HOJE          PIC 9(08) VALUE ZEROS.
       77 W-INT-HOJE      PIC 9(08) VALUE ZEROS.
       77 W-INT-GER       PIC 9(08) VALUE ZEROS.
       77 W-DIAS          PIC 9(05) VALUE ZEROS.
      *>------------------------------------------------------------
      *> CONTADORES
      *>------------------------------------------------------------
       77 W-LINHA-SEQ     PIC 9(06) VALUE ZEROS.
       77 W-TOTAL-BAIXADOS PIC 9(06) VALUE ZEROS.
       77 W-TOTAL-REJEITA PIC 9(06) VALUE ZEROS.
       77 W-TOTAL-ATRASO  PIC 9(06) VALUE ZEROS.
       77 W-TOTAL-DIVERGE PIC 9(06) VALUE ZEROS.
       77 W-TOTAL-SEMEXP  PIC 9(06) VALUE ZEROS.
       77 W-TOTAL-PEND    PIC 9(06) VALUE ZEROS.
      *>------------------------------------------------------------
      *> CAMPOS DA LINHA DELIMITADA (TEXTO) E CONVERSAO NUMERICA
      *> -- MESMO TRATAMENTO DO SCE010
      *>------------------------------------------------------------
       01 W-CAMPOS-TXT.
           03 W-SEQ-TXT       PIC X(06).
           03 W-QTDE-TXT      PIC X(06).
           03 W-DATA-TXT      PIC X(08).
       77 W-ACK-SEQ       PIC 9(06) VALUE ZEROS.
       77 W-ACK-QTDE      PIC 9(06) VALUE ZEROS.
       77 W-ACK-DATA      PIC 9(08) VALUE ZEROS.
       77 W-NUM-TXT       PIC X(14) VALUE SPACES.
       77 W-NUM-LEN       PIC 9(02) VALUE ZEROS.
       77 W-NUM           PIC 9(14) VALUE ZEROS.
       77 W-NUM-OK        PIC 9(01) VALUE ZEROS.
       77 W-DIG-1         PIC 9(01) VALUE ZEROS.
       77 W-J             PIC 9(02) COMP VALUE ZEROS.
      *>------------------------------------------------------------
       01 LC-CABEC1.
           05 FILLER          PIC X(50) VALUE
              "CONCILIACAO DO RETORNO DO FATURAMENTO - SCE032".
           05 FILLER          PIC X(06) VALUE "DATA: ".
           05 LC-DATA         PIC 9(08).
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(07) VALUE "PRAZO: ".
           05 LC-PRAZO        PIC ZZ9.
           05 FILLER          PIC X(10) VALUE " DIAS".
           05 FILLER          PIC X(08) VALUE "PAGINA: ".
           05 LC-PAGINA       PIC ZZZ9.
       01 LC-CABEC2.
           05 FILLER          PIC X(06) VALUE "TIPO: ".
           05 LC-TIPO-DESC    PIC X(50).
       01 LC-CABEC3.
           05 FILLER PIC X(08)  VALUE "SEQ".
           05 FILLER PIC X(06)  VALUE "MODO".
           05 FILLER PIC X(10)  VALUE "ENVIADOS".
           05 FILLER PIC X(10)  VALUE "GERACAO".
           05 FILLER PIC X(08)  VALUE "DIAS".
           05 FILLER PIC X(11)  VALUE "CARREGADOS".
           05 FILLER PIC X(10)  VALUE "DATA CARGA".
       01 LC-DETALHE.
           05 LD-SEQ           PIC 9(06).
           05 FILLER           PIC X(04) VALUE SPACES.
           05 LD-MODO          PIC X(01).
           05 FILLER           PIC X(03) VALUE SPACES.
           05 LD-QTDE          PIC ZZZ.ZZ9.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 LD-DATA          PIC 9(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 LD-DIAS          PIC ZZZZ9.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 LD-ACK-QTDE      PIC ZZZ.ZZ9.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 LD-ACK-DATA      PIC 9(08).
       01 LC-CABEC4.
           05 FILLER PIC X(08)  VALUE "LINHA".
           05 FILLER PIC X(42)  VALUE "CONTEUDO".
           05 FILLER PIC X(40)  VALUE "MOTIVO DA REJEICAO".
       01 LC-DETALHE2.
           05 LD-LINHA         PIC ZZZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 LD-CONTEUDO      PIC X(40).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 LD-MOTIVO        PIC X(40).
       01 LC-SUBTOTAL.
           05 FILLER           PIC X(30) VALUE
              "TOTAL DO TIPO:".
           05 LS-QTDE          PIC ZZZ.ZZ9.
       01 LC-TOTAL1.
           05 FILLER           PIC X(30) VALUE
              "LINHAS DO RETORNO LIDAS:".
           05 LT-LIDAS         PIC ZZZ.ZZ9.
       01 LC-TOTAL2.
           05 FILLER           PIC X(30) VALUE
              "RETORNOS BAIXADOS:".
           05 LT-BAIXADOS      PIC ZZZ.ZZ9.
       01 LC-TOTAL3.
           05 FILLER           PIC X(30) VALUE
              "LINHAS REJEITADAS:".
           05 LT-REJEITA       PIC ZZZ.ZZ9.
       01 LC-TOTAL4.
           05 FILLER           PIC X(30) VALUE
              "AGUARDANDO RETORNO NO PRAZO:".
           05 LT-PEND          PIC ZZZ.ZZ9.
       01 LC-TOTAL5.
           05 FILLER           PIC X(30) VALUE
              "SEM RETORNO APOS O PRAZO:".
           05 LT-ATRASO        PIC ZZZ.ZZ9.
       01 LC-TOTAL6.
           05 FILLER           PIC X(30) VALUE
              "QUANTIDADE DIVERGENTE:".
           05 LT-DIVERGE       PIC ZZZ.ZZ9.
       01 LC-TOTAL7.
           05 FILLER           PIC X(30) VALUE
              "RETORNO SEM EXPORTACAO:".
           05 LT-SEMEXP        PIC ZZZ.ZZ9.
      *>------------------------------------------------------------
       LINKAGE SECTION.
           COPY CTLAREA.
      *>------------------------------------------------------------
       PROCEDURE DIVISION USING CTL-COMM.
       ACK-INICIO.
           MOVE 0  TO W-FIM-ACK W-ERRO W-ACK-DISPONIVEL
           MOVE 99 TO W-LINHA
           MOVE ZEROS TO W-LINHA-SEQ W-TOTAL-BAIXADOS W-TOTAL-REJEITA
                         W-TOTAL-ATRASO W-TOTAL-DIVERGE W-TOTAL-SEMEXP
                         W-TOTAL-PEND W-PAGINA.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           PERFORM ACK-MODO THRU ACK-MODO-FIM.
           OPEN I-O ARQEXR
           IF ST-EXR = "30"
              OPEN OUTPUT ARQEXR
              CLOSE ARQEXR
              OPEN I-O ARQEXR
           END-IF
           IF ST-EXR NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO REGISTRO DAS EXPORTACOES: "
                      ST-EXR
              MOVE ST-EXR TO CTL-RETORNO
              GOBACK.
           PERFORM ACK-LE-PRAZO THRU ACK-LE-PRAZO-FIM.
           IF W-MODO = "P"
              PERFORM ACK-PRAZO THRU ACK-PRAZO-FIM
              CLOSE ARQEXR
              MOVE "00" TO CTL-RETORNO
              MOVE ZEROS TO CTL-QTDE-LIDOS CTL-QTDE-GRAV
              GOBACK.
           OPEN OUTPUT RELACK
           IF ST-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-REL
              CLOSE ARQEXR
              MOVE ST-REL TO CTL-RETORNO
              GOBACK.
           OPEN INPUT ARQACK
           IF ST-ACK = "00"
              MOVE 1 TO W-ACK-DISPONIVEL
           ELSE
      *>       SEM RETORNO NA NOITE: SO REAVALIA OS PRAZOS            *
              DISPLAY "SEM ARQUIVO DE RETORNO (ACKFAT.IMP) - "
                      "SOMENTE PRAZOS REAVALIADOS".
           PERFORM ACK-CABECALHO THRU ACK-CABECALHO-FIM.
           IF W-ACK-DISPONIVEL = 1
              PERFORM ACK-PROCESSA THRU ACK-PROCESSA-FIM
                  UNTIL W-FIM-ACK = 1
              CLOSE ARQACK.
           PERFORM ACK-PRAZOS THRU ACK-PRAZOS-FIM.
           MOVE 0 TO W-TIPO
           PERFORM ACK-GRUPO THRU ACK-GRUPO-FIM
               UNTIL W-TIPO = 3.
           PERFORM ACK-TOTAIS THRU ACK-TOTAIS-FIM.
           CLOSE ARQEXR RELACK.
           DISPLAY "LINHAS DO RETORNO LIDAS:  " W-LINHA-SEQ.
           DISPLAY "RETORNOS BAIXADOS:        " W-TOTAL-BAIXADOS.
           DISPLAY "LINHAS REJEITADAS:        " W-TOTAL-REJEITA.
           DISPLAY "SEM RETORNO APOS O PRAZO: " W-TOTAL-ATRASO.
           DISPLAY "QUANTIDADE DIVERGENTE:    " W-TOTAL-DIVERGE.
           DISPLAY "RETORNO SEM EXPORTACAO:   " W-TOTAL-SEMEXP.
           DISPLAY "RELATORIO GRAVADO EM RELACK.LST".
      *>    PENDENCIAS NAO SAO ERRO DE EXECUCAO: O PASSO TERMINA      *
      *>    "00" E A QUANTIDADE DE PENDENCIAS VAI EM GRAVADOS         *
           MOVE "00" TO CTL-RETORNO
           MOVE W-LINHA-SEQ TO CTL-QTDE-LIDOS
           COMPUTE CTL-QTDE-GRAV = W-TOTAL-ATRASO + W-TOTAL-DIVERGE
                                 + W-TOTAL-SEMEXP
           GOBACK.
      *>------------------------------------------------------------
       ACK-MODO.
           MOVE CTL-PARM TO W-MODO
           IF W-MODO = "C" OR W-MODO = "P"
              GO TO ACK-MODO-FIM.
           DISPLAY "C=CONCILIA O RETORNO / P=PRAZO DO RETORNO:"
           ACCEPT W-RESP
           IF W-RESP = "P" OR "p"
              MOVE "P" TO W-MODO
           ELSE
              MOVE "C" TO W-MODO.
       ACK-MODO-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> LE O PRAZO NO REGISTRO DE PARAMETROS (CHAVE 000000)         *
      *>------------------------------------------------------------
       ACK-LE-PRAZO.
           MOVE 0 TO W-PRM-EXISTE
           MOVE W-PRAZO-PADRAO TO W-PRAZO
           MOVE ZEROS TO EXR-SEQ
           READ ARQEXR
              INVALID KEY
                 GO TO ACK-LE-PRAZO-FIM
           END-READ.
           MOVE 1 TO W-PRM-EXISTE
           MOVE EPR-PRAZO-DIAS TO W-PRAZO.
       ACK-LE-PRAZO-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> MANUTENCAO DO PRAZO EM DIAS                                 *
      *>------------------------------------------------------------
       ACK-PRAZO.
           DISPLAY "PRAZO ATUAL PARA O RETORNO DO FATURAMENTO: "
                   W-PRAZO " DIAS"
           DISPLAY "NOVO PRAZO EM DIAS (ZEROS=MANTEM):"
           ACCEPT W-PRAZO
           IF W-PRAZO = ZEROS
              DISPLAY "PRAZO MANTIDO"
              GO TO ACK-PRAZO-FIM.
           MOVE SPACES TO REGEXR-PARAM
           MOVE ZEROS TO EPR-CHAVE
           MOVE W-PRAZO TO EPR-PRAZO-DIAS
           MOVE W-HOJE TO EPR-DATA-ALT
           MOVE CTL-OPERADOR TO EPR-OPERADOR
           IF W-PRM-EXISTE = 1
              REWRITE REGEXR-PARAM
           ELSE
              WRITE REGEXR-PARAM
           END-IF
           IF ST-EXR NOT = "00" AND ST-EXR NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO PRAZO: " ST-EXR
           ELSE
              DISPLAY "PRAZO ALTERADO PARA " W-PRAZO " DIAS".
       ACK-PRAZO-FIM.
           EXIT.
      *>------------------------------------------------------------
       ACK-CABECALHO.
           ADD 1 TO W-PAGINA
           MOVE W-PAGINA TO LC-PAGINA
           MOVE W-HOJE TO LC-DATA
           MOVE W-PRAZO TO LC-PRAZO
           WRITE REG-RELACK FROM LC-CABEC1
           MOVE 1 TO W-LINHA.
       ACK-CABECALHO-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> PROCESSA UMA LINHA DO RETORNO DO FATURAMENTO                *
      *>------------------------------------------------------------
       ACK-PROCESSA.
           READ ARQACK
               AT END
                  MOVE 1 TO W-FIM-ACK
                  GO TO ACK-PROCESSA-FIM
           END-READ.
           ADD 1 TO W-LINHA-SEQ
           IF REG-ACK = SPACES
              GO TO ACK-PROCESSA-FIM.
           MOVE 0 TO W-REJEITA
           MOVE SPACES TO W-MOTIVO W-CAMPOS-TXT
           UNSTRING REG-ACK DELIMITED BY ";"
              INTO W-SEQ-TXT W-QTDE-TXT W-DATA-TXT
           END-UNSTRING
           PERFORM ACK-MONTA THRU ACK-MONTA-FIM
           IF W-REJEITA = 0
              PERFORM ACK-BAIXA THRU ACK-BAIXA-FIM.
           IF W-REJEITA = 1
              PERFORM ACK-CRITICA THRU ACK-CRITICA-FIM.
       ACK-PROCESSA-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> CONVERTE E CRITICA OS CAMPOS TEXTO                          *
      *>------------------------------------------------------------
       ACK-MONTA.
           MOVE W-SEQ-TXT TO W-NUM-TXT
           MOVE 6 TO W-NUM-LEN
           PERFORM ACK-CVT-NUM THRU ACK-CVT-NUM-FIM
           IF W-NUM-OK = 0
              MOVE "SEQUENCIA NAO NUMERICA" TO W-MOTIVO
              MOVE 1 TO W-REJEITA
              GO TO ACK-MONTA-FIM.
           MOVE W-NUM TO W-ACK-SEQ
      *>    SEQUENCIA ZERO E' A CHAVE DO REGISTRO DE PARAMETROS       *
           IF W-ACK-SEQ = ZEROS
              MOVE "SEQUENCIA ZERADA" TO W-MOTIVO
              MOVE 1 TO W-REJEITA
              GO TO ACK-MONTA-FIM.
           MOVE W-QTDE-TXT TO W-NUM-TXT
           MOVE 6 TO W-NUM-LEN
           PERFORM ACK-CVT-NUM THRU ACK-CVT-NUM-FIM
           IF W-NUM-OK = 0
              MOVE "QUANTIDADE NAO NUMERICA" TO W-MOTIVO
              MOVE 1 TO W-REJEITA
              GO TO ACK-MONTA-FIM.
           MOVE W-NUM TO W-ACK-QTDE
           MOVE W-DATA-TXT TO W-NUM-TXT
           MOVE 8 TO W-NUM-LEN
           PERFORM ACK-CVT-NUM THRU ACK-CVT-NUM-FIM
           IF W-NUM-OK = 0
              MOVE "DATA NAO NUMERICA" TO W-MOTIVO
              MOVE 1 TO W-REJEITA
              GO TO ACK-MONTA-FIM.
           MOVE W-NUM TO W-ACK-DATA
           IF W-ACK-DATA = ZEROS
              MOVE "DATA DA CARGA ZERADA" TO W-MOTIVO
              MOVE 1 TO W-REJEITA
              GO TO ACK-MONTA-FIM.
       ACK-MONTA-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> CONVERTE TEXTO COM DIGITOS PARA NUMERICO, COMO NO SCE010    *
      *>------------------------------------------------------------
       ACK-CVT-NUM.
           MOVE ZEROS TO W-NUM
           MOVE 1 TO W-NUM-OK
           PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J > W-NUM-LEN
              IF W-NUM-TXT (W-J:1) = SPACE
                 CONTINUE
              ELSE
                 IF W-NUM-TXT (W-J:1) NUMERIC
                    MOVE W-NUM-TXT (W-J:1) TO W-DIG-1
                    COMPUTE W-NUM = (W-NUM * 10) + W-DIG-1
                 ELSE
                    MOVE 0 TO W-NUM-OK
                 END-IF
              END-IF
           END-PERFORM.
       ACK-CVT-NUM-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> BAIXA O RETORNO NO REGISTRO DAS EXPORTACOES. SEQUENCIA NAO  *
      *> REGISTRADA ENTRA COMO RETORNO SEM EXPORTACAO ("X")          *
      *>------------------------------------------------------------
       ACK-BAIXA.
           MOVE W-ACK-SEQ TO EXR-SEQ
           READ ARQEXR
              INVALID KEY
                 MOVE SPACES TO REGEXR
                 MOVE W-ACK-SEQ TO EXR-SEQ
                 MOVE ZEROS TO EXR-QTDE EXR-DATA EXR-HORA
                 MOVE "X" TO EXR-SITUACAO
                 MOVE W-ACK-QTDE TO EXR-ACK-QTDE
                 MOVE W-ACK-DATA TO EXR-ACK-DATA
                 MOVE W-HOJE     TO EXR-ACK-PROC
                 WRITE REGEXR
                 GO TO ACK-BAIXA-GRAVOU
           END-READ.
           MOVE W-ACK-QTDE TO EXR-ACK-QTDE
           MOVE W-ACK-DATA TO EXR-ACK-DATA
           MOVE W-HOJE     TO EXR-ACK-PROC
           IF NOT EXR-SEM-EXPORT
              IF EXR-ACK-QTDE = EXR-QTDE
                 MOVE "C" TO EXR-SITUACAO
              ELSE
                 MOVE "D" TO EXR-SITUACAO.
           REWRITE REGEXR.
       ACK-BAIXA-GRAVOU.
           IF ST-EXR NOT = "00" AND ST-EXR NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQEXR" TO W-MOTIVO
              MOVE 1 TO W-REJEITA
              GO TO ACK-BAIXA-FIM.
           ADD 1 TO W-TOTAL-BAIXADOS.
       ACK-BAIXA-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> LINHA REJEITADA DO RETORNO                                  *
      *>------------------------------------------------------------
       ACK-CRITICA.
           ADD 1 TO W-TOTAL-REJEITA
           IF W-TOTAL-REJEITA = 1
              MOVE "LINHAS DO RETORNO REJEITADAS" TO LC-TIPO-DESC
              MOVE SPACES TO REG-RELACK
              WRITE REG-RELACK
              WRITE REG-RELACK FROM LC-CABEC2
              WRITE REG-RELACK FROM LC-CABEC4
              ADD 3 TO W-LINHA.
           IF W-LINHA > 55
              PERFORM ACK-CABECALHO THRU ACK-CABECALHO-FIM
              WRITE REG-RELACK FROM LC-CABEC4
              ADD 1 TO W-LINHA.
           MOVE W-LINHA-SEQ TO LD-LINHA
           MOVE REG-ACK     TO LD-CONTEUDO
           MOVE W-MOTIVO    TO LD-MOTIVO
           WRITE REG-RELACK FROM LC-DETALHE2
           ADD 1 TO W-LINHA.
       ACK-CRITICA-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> REAVALIA OS PRAZOS: SEQUENCIA SEM RETORNO HA MAIS DIAS QUE  *
      *> O PRAZO PASSA A ATRASADA                                    *
      *>------------------------------------------------------------
       ACK-PRAZOS.
           COMPUTE W-INT-HOJE = FUNCTION INTEGER-OF-DATE (W-HOJE)
           MOVE 0 TO W-FIM-EXR
           MOVE ZEROS TO EXR-SEQ
           START ARQEXR KEY IS GREATER THAN EXR-SEQ
              INVALID KEY
                 MOVE 1 TO W-FIM-EXR
           END-START.
           PERFORM ACK-PRAZO-LE THRU ACK-PRAZO-LE-FIM
               UNTIL W-FIM-EXR = 1.
       ACK-PRAZOS-FIM.
           EXIT.
      *>------------------------------------------------------------
       ACK-PRAZO-LE.
           READ ARQEXR NEXT RECORD
              AT END
                 MOVE 1 TO W-FIM-EXR
                 GO TO ACK-PRAZO-LE-FIM
           END-READ.
           IF NOT EXR-PENDENTE AND NOT EXR-ATRASADA
              GO TO ACK-PRAZO-LE-FIM.
           PERFORM ACK-CALC-DIAS THRU ACK-CALC-DIAS-FIM
           IF W-DIAS > W-PRAZO
              MOVE "A" TO W-TIPO-SIT
           ELSE
              MOVE "P" TO W-TIPO-SIT.
           IF W-TIPO-SIT = EXR-SITUACAO
              GO TO ACK-PRAZO-LE-FIM.
           MOVE W-TIPO-SIT TO EXR-SITUACAO
           REWRITE REGEXR
           IF ST-EXR NOT = "00" AND ST-EXR NOT = "02"
              DISPLAY "ERRO NA REGRAVACAO DA SEQUENCIA " EXR-SEQ
                      ": " ST-EXR.
       ACK-PRAZO-LE-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> DIAS CORRIDOS DESDE A GERACAO DO ARQUIVO                    *
      *>------------------------------------------------------------
       ACK-CALC-DIAS.
           MOVE ZEROS TO W-DIAS
           IF EXR-DATA = ZEROS OR EXR-DATA > W-HOJE
              GO TO ACK-CALC-DIAS-FIM.
           COMPUTE W-INT-GER = FUNCTION INTEGER-OF-DATE (EXR-DATA)
           COMPUTE W-DIAS = W-INT-HOJE - W-INT-GER.
       ACK-CALC-DIAS-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> UM GRUPO DO RELATORIO POR TIPO DE PENDENCIA:                *
      *> 1 = ATRASADAS, 2 = DIVERGENTES, 3 = SEM EXPORTACAO          *
      *>------------------------------------------------------------
       ACK-GRUPO.
           ADD 1 TO W-TIPO
           MOVE 0 TO W-GRUPO-ABERTO
           MOVE ZEROS TO W-GRUPO-QTDE
           EVALUATE W-TIPO
              WHEN 1
                 MOVE "A" TO W-TIPO-SIT
                 MOVE "SEQUENCIAS ENVIADAS SEM RETORNO APOS O PRAZO"
                      TO LC-TIPO-DESC
              WHEN 2
                 MOVE "D" TO W-TIPO-SIT
                 MOVE "QUANTIDADE CARREGADA DIFERENTE DA ENVIADA"
                      TO LC-TIPO-DESC
              WHEN OTHER
                 MOVE "X" TO W-TIPO-SIT
                 MOVE "RETORNO DE SEQUENCIA NUNCA ENVIADA"
                      TO LC-TIPO-DESC
           END-EVALUATE
           MOVE 0 TO W-FIM-EXR
           MOVE ZEROS TO EXR-SEQ
           START ARQEXR KEY IS GREATER THAN EXR-SEQ
              INVALID KEY
                 MOVE 1 TO W-FIM-EXR
           END-START.
           PERFORM ACK-GRUPO-LE THRU ACK-GRUPO-LE-FIM
               UNTIL W-FIM-EXR = 1.
           IF W-GRUPO-ABERTO = 1
              MOVE W-GRUPO-QTDE TO LS-QTDE
              WRITE REG-RELACK FROM LC-SUBTOTAL
              ADD 1 TO W-LINHA.
       ACK-GRUPO-FIM.
           EXIT.
      *>------------------------------------------------------------
       ACK-GRUPO-LE.
           READ ARQEXR NEXT RECORD
              AT END
                 MOVE 1 TO W-FIM-EXR
                 GO TO ACK-GRUPO-LE-FIM
           END-READ.
           IF EXR-PENDENTE
              IF W-TIPO = 1
                 ADD 1 TO W-TOTAL-PEND
              END-IF
              GO TO ACK-GRUPO-LE-FIM.
           IF EXR-SITUACAO NOT = W-TIPO-SIT
              GO TO ACK-GRUPO-LE-FIM.
           IF W-GRUPO-ABERTO = 0
              IF W-LINHA > 50
                 PERFORM ACK-CABECALHO THRU ACK-CABECALHO-FIM
              END-IF
              MOVE SPACES TO REG-RELACK
              WRITE REG-RELACK
              WRITE REG-RELACK FROM LC-CABEC2
              WRITE REG-RELACK FROM LC-CABEC3
              ADD 3 TO W-LINHA
              MOVE 1 TO W-GRUPO-ABERTO.
           IF W-LINHA > 55
              PERFORM ACK-CABECALHO THRU ACK-CABECALHO-FIM
              WRITE REG-RELACK FROM LC-CABEC2
              WRITE REG-RELACK FROM LC-CABEC3
              ADD 2 TO W-LINHA.
           PERFORM ACK-CALC-DIAS THRU ACK-CALC-DIAS-FIM
           MOVE EXR-SEQ      TO LD-SEQ
           MOVE EXR-MODO     TO LD-MODO
           MOVE EXR-QTDE     TO LD-QTDE
           MOVE EXR-DATA     TO LD-DATA
           MOVE W-DIAS       TO LD-DIAS
           MOVE EXR-ACK-QTDE TO LD-ACK-QTDE
           MOVE EXR-ACK-DATA TO LD-ACK-DATA
           WRITE REG-RELACK FROM LC-DETALHE
           ADD 1 TO W-LINHA
           ADD 1 TO W-GRUPO-QTDE
           EVALUATE W-TIPO
              WHEN 1
                 ADD 1 TO W-TOTAL-ATRASO
              WHEN 2
                 ADD 1 TO W-TOTAL-DIVERGE
              WHEN OTHER
                 ADD 1 TO W-TOTAL-SEMEXP
           END-EVALUATE.
       ACK-GRUPO-LE-FIM.
           EXIT.
      *>------------------------------------------------------------
       ACK-TOTAIS.
           IF W-LINHA > 46
              PERFORM ACK-CABECALHO THRU ACK-CABECALHO-FIM.
           MOVE SPACES TO REG-RELACK
           WRITE REG-RELACK
           MOVE W-LINHA-SEQ      TO LT-LIDAS
           WRITE REG-RELACK FROM LC-TOTAL1
           MOVE W-TOTAL-BAIXADOS TO LT-BAIXADOS
           WRITE REG-RELACK FROM LC-TOTAL2
           MOVE W-TOTAL-REJEITA  TO LT-REJEITA
           WRITE REG-RELACK FROM LC-TOTAL3
           MOVE W-TOTAL-PEND     TO LT-PEND
           WRITE REG-RELACK FROM LC-TOTAL4
           MOVE W-TOTAL-ATRASO   TO LT-ATRASO
           WRITE REG-RELACK FROM LC-TOTAL5
           MOVE W-TOTAL-DIVERGE  TO LT-DIVERGE
           WRITE REG-RELACK FROM LC-TOTAL6
           MOVE W-TOTAL-SEMEXP   TO LT-SEMEXP
           WRITE REG-RELACK FROM LC-TOTAL7.
       ACK-TOTAIS-FIM.
           EXIT.
