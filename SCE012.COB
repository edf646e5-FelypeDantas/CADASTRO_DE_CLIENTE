      *> SELECAO POR CPF/CNPJ, FAIXA DE DATAS E OPERADOR (EM BRANCO
      *> OU ZEROS = TODOS). PARA CADA OPERACAO SELECIONADA IMPRIME
      *> SOMENTE OS CAMPOS QUE MUDARAM ("DE ... PARA ...") COM TIPO
      *> DA OPERACAO (I/A/E), DATA, HORA E OPERADOR. NA OPERACAO
      *> "Q" (ORFAO POSTO EM QUARENTENA PELO SCE031) IMPRIME SO O
      *> ARQUIVO DE ORIGEM DO REGISTRO.
      *> ALEM DO LOG CORRENTE LE AS GERACOES JA FECHADAS PELO SCE030
      *> (CATALOGO ARQGER.DAT) QUE CRUZAM A FAIXA DE DATAS INFORMADA
      *>------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SELECT ARQCLI-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ST-LOG.
       SELECT ARQGER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GER-NUMERO
           FILE STATUS IS ST-GER.
       SELECT RELHIS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-REL.
      *>---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *>    LOG CORRENTE OU UMA GERACAO FECHADA (CLILOGNNNNNN.DAT)    *
       FD ARQCLI-LOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS W-LOG-NOME.
           COPY LOGCLI.
       FD ARQGER
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQGER.DAT".
           COPY GERLOG.
       FD RELHIS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RELHIS.LST".
       77 W-TOTAL-LIDOS   PIC 9(06) VALUE ZEROS.
       77 W-TOTAL-SEL     PIC 9(06) VALUE ZEROS.
      *>------------------------------------------------------------
      *> GERACOES FECHADAS DA TRILHA
      *>------------------------------------------------------------
       77 ST-GER          PIC X(02) VALUE "00".
       77 W-FIM-GER       PIC 9(01) VALUE ZEROS.
       77 W-LOG-NOME      PIC X(20) VALUE "ARQCLILOG.DAT".
       77 W-GER-NUM-TXT   PIC 9(06) VALUE ZEROS.
       77 W-GER-LIDAS     PIC 9(04) VALUE ZEROS.
      *>------------------------------------------------------------
      *> PARAMETROS DE SELECAO
      *>------------------------------------------------------------
       77 W-SEL-DOC-TXT   PIC X(14) VALUE SPACES.
           03 A-CONS-EMAIL    PIC X(01).
           03 A-CONS-DATA     PIC X(08).
           03 A-DATA-MOVTO    PIC X(08).
           03 A-CLASSE-ABC    PIC X(01).
           03 FILLER          PIC X(10).
       01 W-CLI-DEPOIS.
           03 D-CPF-CNPJ      PIC X(14).
           03 D-TIPO-PESSOA   PIC X(01).
           03 D-CONS-EMAIL    PIC X(01).
           03 D-CONS-DATA     PIC X(08).
           03 D-DATA-MOVTO    PIC X(08).
           03 D-CLASSE-ABC    PIC X(01).
           03 FILLER          PIC X(10).
      *>------------------------------------------------------------
      *> AREA DE COMPARACAO DE UM CAMPO
      *>------------------------------------------------------------
           05 FILLER           PIC X(30) VALUE
              "OPERACOES SELECIONADAS:       ".
           05 LT-SEL           PIC ZZZ.ZZ9.
       01 LC-TOTAL3.
           05 FILLER           PIC X(30) VALUE
              "GERACOES FECHADAS LIDAS:      ".
           05 LT-GER           PIC ZZZ.ZZ9.
      *>------------------------------------------------------------
       LINKAGE SECTION.
           COPY CTLAREA.
       HIS-INICIO.
           MOVE 0  TO W-FIM-LOG
           MOVE 99 TO W-LINHA
           MOVE ZEROS TO W-TOTAL-LIDOS W-TOTAL-SEL W-PAGINA
                         W-GER-LIDAS.
           PERFORM HIS-PARAMETROS THRU HIS-PARAMETROS-FIM.
           OPEN OUTPUT RELHIS
           IF ST-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-REL
              MOVE ST-REL TO CTL-RETORNO
              GOBACK.
           PERFORM HIS-GERACOES THRU HIS-GERACOES-FIM.
           MOVE "ARQCLILOG.DAT" TO W-LOG-NOME
           OPEN INPUT ARQCLI-LOG
           IF ST-LOG NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE LOG: " ST-LOG
              CLOSE RELHIS
              MOVE ST-LOG TO CTL-RETORNO
              GOBACK.
           MOVE 0 TO W-FIM-LOG
           PERFORM HIS-PROCESSA THRU HIS-PROCESSA-FIM
               UNTIL W-FIM-LOG = 1.
           PERFORM HIS-TOTAIS THRU HIS-TOTAIS-FIM.
           END-PERFORM.
       HIS-CVT-DOC-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> GERACOES FECHADAS (SO AS CONCLUIDAS) CUJO PERIODO CRUZA A   *
      *> FAIXA DE DATAS, EM ORDEM DE GERACAO - ANTES DO LOG CORRENTE *
      *>------------------------------------------------------------
       HIS-GERACOES.
           MOVE 0 TO W-FIM-GER
           OPEN INPUT ARQGER
           IF ST-GER NOT = "00"
              GO TO HIS-GERACOES-FIM.
           MOVE ZEROS TO GER-NUMERO
           START ARQGER KEY IS NOT LESS THAN GER-NUMERO
              INVALID KEY
                 MOVE 1 TO W-FIM-GER
           END-START.
           PERFORM HIS-GERACAO THRU HIS-GERACAO-FIM
               UNTIL W-FIM-GER = 1.
           CLOSE ARQGER.
       HIS-GERACOES-FIM.
           EXIT.
       HIS-GERACAO.
           READ ARQGER NEXT RECORD
               AT END
                  MOVE 1 TO W-FIM-GER
                  GO TO HIS-GERACAO-FIM
           END-READ.
           IF NOT GER-CONCLUIDA
              GO TO HIS-GERACAO-FIM.
           IF GER-ULT-DATA < W-SEL-DT-INI
              OR GER-PRI-DATA > W-SEL-DT-FIM
              GO TO HIS-GERACAO-FIM.
           MOVE GER-NUMERO TO W-GER-NUM-TXT
           MOVE SPACES TO W-LOG-NOME
           STRING "CLILOG" DELIMITED BY SIZE
                  W-GER-NUM-TXT DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
             INTO W-LOG-NOME.
           OPEN INPUT ARQCLI-LOG
           IF ST-LOG NOT = "00"
              DISPLAY "GERACAO " W-LOG-NOME " INDISPONIVEL: " ST-LOG
              GO TO HIS-GERACAO-FIM.
           MOVE 0 TO W-FIM-LOG
           PERFORM HIS-PROCESSA THRU HIS-PROCESSA-FIM
               UNTIL W-FIM-LOG = 1.
           CLOSE ARQCLI-LOG.
           ADD 1 TO W-GER-LIDAS.
       HIS-GERACAO-FIM.
           EXIT.
      *>------------------------------------------------------------
       HIS-PROCESSA.
           READ ARQCLI-LOG
           MOVE W-DOC-REG    TO LO-DOC
           WRITE REG-RELHIS FROM LC-OPER
           ADD 2 TO W-LINHA
      *>    QUARENTENA (SCE031): A IMAGEM ANTES E' O REGISTRO DO       *
      *>    QUACLI, NAO UM CLIENTE - MOSTRA SO O ARQUIVO DE ORIGEM     *
           IF LOG-OPERACAO = "Q"
              MOVE "QUARENTENA"    TO W-CMP-NOME
              MOVE LOG-REG-ANTES (15:6) TO W-CMP-ANTES
              MOVE "ARQQUA.DAT"    TO W-CMP-DEPOIS
              PERFORM HIS-CAMPO THRU HIS-CAMPO-FIM
              GO TO HIS-MOSTRA-FIM.
           MOVE "TIPO PESSOA"  TO W-CMP-NOME
           MOVE A-TIPO-PESSOA  TO W-CMP-ANTES
           MOVE D-TIPO-PESSOA  TO W-CMP-DEPOIS
           MOVE "CONS.DATA"    TO W-CMP-NOME
           MOVE A-CONS-DATA    TO W-CMP-ANTES
           MOVE D-CONS-DATA    TO W-CMP-DEPOIS
           PERFORM HIS-CAMPO THRU HIS-CAMPO-FIM
           MOVE "CLASSE ABC"   TO W-CMP-NOME
           MOVE A-CLASSE-ABC   TO W-CMP-ANTES
           MOVE D-CLASSE-ABC   TO W-CMP-DEPOIS
           PERFORM HIS-CAMPO THRU HIS-CAMPO-FIM.
       HIS-MOSTRA-FIM.
           EXIT.
           MOVE W-TOTAL-LIDOS TO LT-LIDOS
           WRITE REG-RELHIS FROM LC-TOTAL1
           MOVE W-TOTAL-SEL TO LT-SEL
           WRITE REG-RELHIS FROM LC-TOTAL2
           MOVE W-GER-LIDAS TO LT-GER
           WRITE REG-RELHIS FROM LC-TOTAL3.
       HIS-TOTAIS-FIM.
           EXIT.
