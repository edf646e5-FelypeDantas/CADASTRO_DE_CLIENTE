      *> AUDITORIA "E" POR
      *> CLIENTE MOVIDO E RELATORIO DO QUE FOI ARQUIVADO. A EXCLUSAO
      *> FISICA DO ARQCLI ACONTECE SOMENTE AQUI.
      *> AS NOTAS DO CLIENTE (ARQNOT) FICAM NO ARQUIVO, COMO OS
      *> ENDERECOS E CONTATOS, PARA O EXTRATO LGPD E A RESTAURACAO;
      *> OS RETORNOS AINDA EM ABERTO SAO ENCERRADOS NO ARQUIVAMENTO
      *> (NAO HA MAIS CLIENTE ATIVO A QUEM RETORNAR) E CONTADOS NO
      *> RELATORIO.
      *> MODO "C" (CONSULTA): LOCALIZA UM CLIENTE ARQUIVADO POR
      *> CPF/CNPJ, MOSTRA OS DADOS E PERMITE RESTAURA-LO PARA O
      *> ARQCLI, COM AUDITORIA "I". O MODO VEM EM CTL-PARM; EM
       SELECT ARQCLI-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ST-LOG.
       SELECT ARQNOT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOT-CHAVE
           FILE STATUS IS ST-NOT.
       SELECT RELARQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-REL.
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQCLILOG.DAT".
           COPY LOGCLI.
       FD ARQNOT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQNOT.DAT".
           COPY NOTCLI.
       FD RELARQ
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RELARQ.LST".
       77 ST-HIS          PIC X(02) VALUE "00".
       77 ST-LOG          PIC X(02) VALUE "00".
       77 ST-REL          PIC X(02) VALUE "00".
      *>------------------------------------------------------------
      *> RETORNOS DAS NOTAS ENCERRADOS NO ARQUIVAMENTO
      *>------------------------------------------------------------
       77 ST-NOT          PIC X(02) VALUE "00".
       77 W-NOT-DISPONIVEL PIC 9(01) VALUE ZEROS.
       77 W-FIM-NOT       PIC 9(01) VALUE ZEROS.
       77 W-NOT-ENC       PIC 9(03) VALUE ZEROS.
       77 W-TOTAL-RET     PIC 9(06) VALUE ZEROS.
       77 W-NOT-OPERADOR  PIC X(08) VALUE SPACES.
       77 W-FIM-CLI       PIC 9(01) VALUE ZEROS.
       77 W-FIM-CON       PIC 9(01) VALUE ZEROS.
       77 W-MODO          PIC X(01) VALUE SPACES.
           05 FILLER PIC X(05) VALUE "SIT".
           05 FILLER PIC X(10) VALUE "ULT.REF.".
           05 FILLER PIC X(10) VALUE "ARQUIVADO".
           05 FILLER PIC X(08) VALUE "RET.ENC".
       01 LC-DETALHE.
           05 LD-CPF-CNPJ      PIC 9(14).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 LD-DT-REF        PIC 9(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 LD-DT-ARQV       PIC 9(08).
           05 FILLER           PIC X(04) VALUE SPACES.
           05 LD-RET-ENC       PIC ZZ9.
       01 LC-TOTAL1.
           05 FILLER           PIC X(30) VALUE
              "CLIENTES LIDOS:               ".
           05 FILLER           PIC X(30) VALUE
              "CLIENTES ARQUIVADOS:          ".
           05 LT-ARQV          PIC ZZZ.ZZ9.
       01 LC-TOTAL3.
           05 FILLER           PIC X(30) VALUE
              "RETORNOS DE NOTAS ENCERRADOS: ".
           05 LT-RET           PIC ZZZ.ZZ9.
      *>------------------------------------------------------------
       LINKAGE SECTION.
           COPY CTLAREA.
       ARQ-INICIO.
           MOVE 99 TO W-LINHA
           MOVE ZEROS TO W-TOTAL-LIDOS W-TOTAL-ARQV
                         W-TOTAL-REST W-PAGINA W-TOTAL-RET.
           PERFORM ARQ-MODO THRU ARQ-MODO-FIM.
           IF W-MODO = "A"
              PERFORM ARQ-ARQUIVA THRU ARQ-ARQUIVA-FIM
              CLOSE ARQCLI ARQHIS ARQCLI-LOG
              MOVE ST-REL TO CTL-RETORNO
              GOBACK.
      *>    SEM ARQUIVO DE NOTAS NAO HA RETORNO A ENCERRAR            *
           MOVE 0 TO W-NOT-DISPONIVEL
           OPEN I-O ARQNOT
           IF ST-NOT = "00"
              MOVE 1 TO W-NOT-DISPONIVEL.
           MOVE CTL-OPERADOR TO W-NOT-OPERADOR
           IF W-NOT-OPERADOR = SPACES
              MOVE "SCE016" TO W-NOT-OPERADOR.
           MOVE 0 TO W-FIM-CLI
           MOVE LOW-VALUES TO CPF-CNPJ
           START ARQCLI KEY IS NOT LESS THAN CPF-CNPJ
               UNTIL W-FIM-CLI = 1.
           PERFORM ARQ-TOTAIS THRU ARQ-TOTAIS-FIM.
           CLOSE ARQCLI ARQHIS ARQCLI-LOG RELARQ.
           IF W-NOT-DISPONIVEL = 1
              CLOSE ARQNOT.
           DISPLAY "CLIENTES LIDOS:      " W-TOTAL-LIDOS.
           DISPLAY "CLIENTES ARQUIVADOS: " W-TOTAL-ARQV.
           DISPLAY "RETORNOS ENCERRADOS: " W-TOTAL-RET.
           MOVE "00" TO CTL-RETORNO
           MOVE W-TOTAL-LIDOS TO CTL-QTDE-LIDOS
           MOVE W-TOTAL-ARQV  TO CTL-QTDE-GRAV.
           ADD 1 TO W-TOTAL-ARQV
           MOVE "E" TO W-AUD-OPERACAO
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           PERFORM ARQ-ENCERRA-NOT THRU ARQ-ENCERRA-NOT-FIM
           PERFORM ARQ-DETALHE THRU ARQ-DETALHE-FIM.
       ARQ-ARQUIVA-REG-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> ENCERRA OS RETORNOS EM ABERTO DAS NOTAS DO CLIENTE          *
      *> ARQUIVADO; AS NOTAS FICAM NO ARQNOT                         *
      *>------------------------------------------------------------
       ARQ-ENCERRA-NOT.
           MOVE ZEROS TO W-NOT-ENC
           IF W-NOT-DISPONIVEL = 0
              GO TO ARQ-ENCERRA-NOT-FIM.
           MOVE 0 TO W-FIM-NOT
           MOVE HIS-CPF-CNPJ TO NOT-CPF-CNPJ
           MOVE ZEROS TO NOT-DATA NOT-HORA
           START ARQNOT KEY IS NOT LESS THAN NOT-CHAVE
              INVALID KEY
                 MOVE 1 TO W-FIM-NOT
           END-START.
           PERFORM ARQ-ENCERRA-NOT-LE THRU ARQ-ENCERRA-NOT-LE-FIM
               UNTIL W-FIM-NOT = 1.
       ARQ-ENCERRA-NOT-FIM.
           EXIT.
       ARQ-ENCERRA-NOT-LE.
           READ ARQNOT NEXT RECORD
              AT END
                 MOVE 1 TO W-FIM-NOT
                 GO TO ARQ-ENCERRA-NOT-LE-FIM
           END-READ.
           IF NOT-CPF-CNPJ NOT = HIS-CPF-CNPJ
              MOVE 1 TO W-FIM-NOT
              GO TO ARQ-ENCERRA-NOT-LE-FIM.
           IF NOT NOT-RET-ABERTO
              GO TO ARQ-ENCERRA-NOT-LE-FIM.
           MOVE "F" TO NOT-RETORNO-SIT
           MOVE W-DT-HOJE TO NOT-FECH-DATA
           MOVE W-NOT-OPERADOR TO NOT-FECH-OPERADOR
           REWRITE REGNOT
              INVALID KEY
                 DISPLAY "ERRO NO ENCERRAMENTO DO RETORNO DE "
                         NOT-CPF-CNPJ " STATUS: " ST-NOT
                 GO TO ARQ-ENCERRA-NOT-LE-FIM
           END-REWRITE.
           ADD 1 TO W-NOT-ENC
           ADD 1 TO W-TOTAL-RET.
       ARQ-ENCERRA-NOT-LE-FIM.
           EXIT.
      *>------------------------------------------------------------
       ARQ-DETALHE.
           IF W-LINHA > 55
           MOVE HIS-SITUACAO     TO LD-SIT
           MOVE W-DT-REF         TO LD-DT-REF
           MOVE HIS-DATA-ARQV    TO LD-DT-ARQV
           MOVE W-NOT-ENC        TO LD-RET-ENC
           WRITE REG-RELARQ FROM LC-DETALHE
           ADD 1 TO W-LINHA.
       ARQ-DETALHE-FIM.
           MOVE W-TOTAL-LIDOS TO LT-LIDOS
           WRITE REG-RELARQ FROM LC-TOTAL1
           MOVE W-TOTAL-ARQV TO LT-ARQV
           WRITE REG-RELARQ FROM LC-TOTAL2
           MOVE W-TOTAL-RET TO LT-RET
           WRITE REG-RELARQ FROM LC-TOTAL3.
       ARQ-TOTAIS-FIM.
           EXIT.
      *>------------------------------------------------------------
