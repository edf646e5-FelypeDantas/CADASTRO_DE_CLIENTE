      *> PARA UM CPF/CNPJ, IMPRIME TUDO O QUE O SISTEMA GUARDA
      *> SOBRE O TITULAR: O REGISTRO DO ARQCLI (COM CARTEIRA, FICHA
      *> DE CONSENTIMENTO E FUSAO), OS ENDERECOS (ARQEND), OS
      *> CONTATOS (ARQCTO), AS NOTAS DE ATENDIMENTO COM O TEXTO
      *> INTEGRAL (ARQNOT), O HISTORICO DE ARQUIVAMENTO (ARQHIS) E
      *> AS ENTRADAS DA TRILHA DE AUDITORIA (ARQCLILOG.DAT, DATA/
      *> HORA/OPERADOR/OPERACAO). SAIDA EM RELLGPD.LST, PRONTA PARA
      *> ENTREGA AO TITULAR DENTRO DO PRAZO LEGAL.
      *> AS ENTRADAS DA TRILHA SAEM DA FAIXA DE DATAS INFORMADA, LIDAS
      *> NAS GERACOES JA FECHADAS PELO SCE030 (CATALOGO ARQGER.DAT) E
      *> NO LOG CORRENTE
      *>------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTO-CHAVE
           FILE STATUS IS ST-CTO.
       SELECT ARQNOT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOT-CHAVE
           FILE STATUS IS ST-NOT.
       SELECT ARQHIS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
       SELECT ARQCLI-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ST-LOG.
       SELECT ARQGER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GER-NUMERO
           FILE STATUS IS ST-GER.
       SELECT RELLGPD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-REL.
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQCTO.DAT".
           COPY CTOCLI.
       FD ARQNOT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQNOT.DAT".
           COPY NOTCLI.
       FD ARQHIS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQHIS.DAT".
           COPY HISCLI.
       FD ARQCLI-LOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS W-LOG-NOME.
           COPY LOGCLI.
       FD ARQGER
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQGER.DAT".
           COPY GERLOG.
       FD RELLGPD
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RELLGPD.LST".
       77 ST-ERRO         PIC X(02) VALUE "00".
       77 ST-END          PIC X(02) VALUE "00".
       77 ST-CTO          PIC X(02) VALUE "00".
       77 ST-NOT          PIC X(02) VALUE "00".
       77 ST-HIS          PIC X(02) VALUE "00".
       77 ST-LOG          PIC X(02) VALUE "00".
       77 ST-REL          PIC X(02) VALUE "00".
       77 W-FIM-LOG       PIC 9(01) VALUE ZEROS.
       77 W-QT-END        PIC 9(02) VALUE ZEROS.
       77 W-QT-CTO        PIC 9(02) VALUE ZEROS.
       77 W-QT-NOT        PIC 9(04) VALUE ZEROS.
       77 W-QT-LOG        PIC 9(06) VALUE ZEROS.
       77 W-ACHOU-CLI     PIC 9(01) VALUE ZEROS.
       77 W-ACHOU-HIS     PIC 9(01) VALUE ZEROS.
       77 W-DT-HOJE       PIC 9(08) VALUE ZEROS.
      *>------------------------------------------------------------
      *> FAIXA DE DATAS DA TRILHA E GERACOES FECHADAS
      *>------------------------------------------------------------
       77 W-SEL-DT-INI    PIC 9(08) VALUE ZEROS.
       77 W-SEL-DT-FIM    PIC 9(08) VALUE ZEROS.
       77 ST-GER          PIC X(02) VALUE "00".
       77 W-FIM-GER       PIC 9(01) VALUE ZEROS.
       77 W-LOG-NOME      PIC X(20) VALUE "ARQCLILOG.DAT".
       77 W-GER-NUM-TXT   PIC 9(06) VALUE ZEROS.
       77 W-LOG-ABRIU     PIC 9(01) VALUE ZEROS.
      *>------------------------------------------------------------
      *> CONVERSAO DO CPF/CNPJ DIGITADO (COMO NO SCE016)
      *>------------------------------------------------------------
       77 W-SEL-DOC-TXT   PIC X(14) VALUE SPACES.
              MOVE "99" TO CTL-RETORNO
              GOBACK.
           MOVE W-NUM TO W-DOC
           DISPLAY "TRILHA - DATA INICIAL AAAAMMDD (ZEROS=TODAS):"
           ACCEPT W-SEL-DT-INI
           DISPLAY "TRILHA - DATA FINAL   AAAAMMDD (ZEROS=TODAS):"
           ACCEPT W-SEL-DT-FIM
           IF W-SEL-DT-FIM = ZEROS
              MOVE 99999999 TO W-SEL-DT-FIM.
           OPEN OUTPUT RELLGPD
           IF ST-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO EXTRATO: " ST-REL
           PERFORM TIT-CADASTRO THRU TIT-CADASTRO-FIM.
           PERFORM TIT-ENDERECOS THRU TIT-ENDERECOS-FIM.
           PERFORM TIT-CONTATOS THRU TIT-CONTATOS-FIM.
           PERFORM TIT-NOTAS THRU TIT-NOTAS-FIM.
           PERFORM TIT-HISTORICO THRU TIT-HISTORICO-FIM.
           PERFORM TIT-AUDITORIA THRU TIT-AUDITORIA-FIM.
           CLOSE RELLGPD.
           DISPLAY "EXTRATO GRAVADO EM RELLGPD.LST".
           IF W-ACHOU-CLI = 0 AND W-ACHOU-HIS = 0
              AND W-QT-END = ZEROS AND W-QT-CTO = ZEROS
              AND W-QT-NOT = ZEROS AND W-QT-LOG = ZEROS
              DISPLAY "NENHUM DADO ENCONTRADO PARA O TITULAR".
           MOVE "00" TO CTL-RETORNO
           MOVE 1 TO CTL-QTDE-LIDOS
           MOVE "CONSENT. EM"  TO LL-ROTULO
           MOVE CONS-DATA      TO LL-VALOR
           PERFORM TIT-LINHA THRU TIT-LINHA-FIM
           MOVE "CLASSE ABC"   TO LL-ROTULO
           MOVE CLASSE-ABC     TO LL-VALOR
           PERFORM TIT-LINHA THRU TIT-LINHA-FIM
           IF FUSAO-CPF-CNPJ NOT = SPACES
              MOVE "FUNDIDO EM"   TO LL-ROTULO
              MOVE FUSAO-CPF-CNPJ TO LL-VALOR
       TIT-CTO-LE-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> NOTAS DE ATENDIMENTO E RETORNOS (ARQNOT)                     *
      *>------------------------------------------------------------
       TIT-NOTAS.
           MOVE ZEROS TO W-QT-NOT
           MOVE "NOTAS DE ATENDIMENTO (ARQNOT)" TO LC-SEC-NOME
           PERFORM TIT-SECAO THRU TIT-SECAO-FIM
           OPEN INPUT ARQNOT
           IF ST-NOT NOT = "00"
              MOVE "ARQUIVO INDISPONIVEL OU VAZIO" TO LL-VALOR
              PERFORM TIT-LINHA THRU TIT-LINHA-FIM
              GO TO TIT-NOTAS-FIM.
           MOVE 0 TO W-FIM-LST
           MOVE W-DOC TO NOT-CPF-CNPJ
           MOVE ZEROS TO NOT-DATA NOT-HORA
           START ARQNOT KEY IS NOT LESS THAN NOT-CHAVE
              INVALID KEY
                 MOVE 1 TO W-FIM-LST
           END-START.
           PERFORM TIT-NOT-LE THRU TIT-NOT-LE-FIM
               UNTIL W-FIM-LST = 1.
           CLOSE ARQNOT
           IF W-QT-NOT = ZEROS
              MOVE "NENHUMA NOTA DE ATENDIMENTO" TO LL-VALOR
              PERFORM TIT-LINHA THRU TIT-LINHA-FIM.
       TIT-NOTAS-FIM.
           EXIT.
       TIT-NOT-LE.
           READ ARQNOT NEXT RECORD
              AT END
                 MOVE 1 TO W-FIM-LST
                 GO TO TIT-NOT-LE-FIM
           END-READ.
           IF NOT-CPF-CNPJ NOT = W-DOC
              MOVE 1 TO W-FIM-LST
              GO TO TIT-NOT-LE-FIM.
           ADD 1 TO W-QT-NOT
           MOVE SPACES TO REG-RELLGPD
           STRING NOT-DATA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NOT-HORA DELIMITED BY SIZE
                  " OPERADOR " DELIMITED BY SIZE
                  NOT-OPERADOR DELIMITED BY SIZE
                  " CATEGORIA " DELIMITED BY SIZE
                  NOT-CATEGORIA DELIMITED BY SIZE
                  " RETORNO " DELIMITED BY SIZE
                  NOT-RETORNO-DATA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NOT-RETORNO-SIT DELIMITED BY SIZE
             INTO REG-RELLGPD
           WRITE REG-RELLGPD
           MOVE SPACES TO REG-RELLGPD
           MOVE NOT-TEXTO1 TO REG-RELLGPD (5:60)
           WRITE REG-RELLGPD
           IF NOT-TEXTO2 NOT = SPACES
              MOVE SPACES TO REG-RELLGPD
              MOVE NOT-TEXTO2 TO REG-RELLGPD (5:60)
              WRITE REG-RELLGPD.
           IF NOT-TEXTO3 NOT = SPACES
              MOVE SPACES TO REG-RELLGPD
              MOVE NOT-TEXTO3 TO REG-RELLGPD (5:60)
              WRITE REG-RELLGPD.
           IF NOT-TEXTO4 NOT = SPACES
              MOVE SPACES TO REG-RELLGPD
              MOVE NOT-TEXTO4 TO REG-RELLGPD (5:60)
              WRITE REG-RELLGPD.
       TIT-NOT-LE-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> HISTORICO DE ARQUIVAMENTO (ARQHIS)                          *
      *>------------------------------------------------------------
       TIT-HISTORICO.
           MOVE ZEROS TO W-QT-LOG
           MOVE "TRILHA DE AUDITORIA (ARQCLILOG)" TO LC-SEC-NOME
           PERFORM TIT-SECAO THRU TIT-SECAO-FIM
           MOVE 0 TO W-LOG-ABRIU W-FIM-GER
           OPEN INPUT ARQGER
           IF ST-GER = "00"
              MOVE ZEROS TO GER-NUMERO
              START ARQGER KEY IS NOT LESS THAN GER-NUMERO
                 INVALID KEY
                    MOVE 1 TO W-FIM-GER
              END-START
              PERFORM TIT-LOG-GER THRU TIT-LOG-GER-FIM
                  UNTIL W-FIM-GER = 1
              CLOSE ARQGER.
           MOVE "ARQCLILOG.DAT" TO W-LOG-NOME
           OPEN INPUT ARQCLI-LOG
           IF ST-LOG = "00"
              MOVE 1 TO W-LOG-ABRIU
              MOVE 0 TO W-FIM-LOG
              PERFORM TIT-LOG-LE THRU TIT-LOG-LE-FIM
                  UNTIL W-FIM-LOG = 1
              CLOSE ARQCLI-LOG.
           IF W-LOG-ABRIU = 0
              MOVE "ARQUIVO INDISPONIVEL OU VAZIO" TO LL-VALOR
              PERFORM TIT-LINHA THRU TIT-LINHA-FIM
              GO TO TIT-AUDITORIA-FIM.
           IF W-QT-LOG = ZEROS
              MOVE "NENHUMA ENTRADA NA TRILHA" TO LL-VALOR
              PERFORM TIT-LINHA THRU TIT-LINHA-FIM.
       TIT-AUDITORIA-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> UMA GERACAO FECHADA (SO AS CONCLUIDAS) QUE CRUZA A FAIXA    *
      *>------------------------------------------------------------
       TIT-LOG-GER.
           READ ARQGER NEXT RECORD
              AT END
                 MOVE 1 TO W-FIM-GER
                 GO TO TIT-LOG-GER-FIM
           END-READ.
           IF NOT GER-CONCLUIDA
              GO TO TIT-LOG-GER-FIM.
           IF GER-ULT-DATA < W-SEL-DT-INI
              OR GER-PRI-DATA > W-SEL-DT-FIM
              GO TO TIT-LOG-GER-FIM.
           MOVE GER-NUMERO TO W-GER-NUM-TXT
           MOVE SPACES TO W-LOG-NOME
           STRING "CLILOG" DELIMITED BY SIZE
                  W-GER-NUM-TXT DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
             INTO W-LOG-NOME.
           OPEN INPUT ARQCLI-LOG
           IF ST-LOG NOT = "00"
              DISPLAY "GERACAO " W-LOG-NOME " INDISPONIVEL: " ST-LOG
              GO TO TIT-LOG-GER-FIM.
           MOVE 1 TO W-LOG-ABRIU
           MOVE 0 TO W-FIM-LOG
           PERFORM TIT-LOG-LE THRU TIT-LOG-LE-FIM
               UNTIL W-FIM-LOG = 1.
           CLOSE ARQCLI-LOG.
       TIT-LOG-GER-FIM.
           EXIT.
       TIT-LOG-LE.
           READ ARQCLI-LOG
              AT END
           MOVE W-DOC TO W-SEL-DOC-TXT
           IF W-DOC-TXT14 NOT = W-SEL-DOC-TXT
              GO TO TIT-LOG-LE-FIM.
           IF LOG-DATA < W-SEL-DT-INI OR LOG-DATA > W-SEL-DT-FIM
              GO TO TIT-LOG-LE-FIM.
           ADD 1 TO W-QT-LOG
           MOVE LOG-DATA     TO LG-DATA
           MOVE LOG-HORA     TO LG-HORA
                 MOVE "ALTERACAO" TO LG-DESC
              WHEN "E"
                 MOVE "EXCLUSAO/INATIVACAO" TO LG-DESC
              WHEN "Q"
                 MOVE "ORFAO EM QUARENTENA" TO LG-DESC
              WHEN OTHER
                 MOVE "OPERACAO NAO CLASSIFICADA" TO LG-DESC
           END-EVALUATE
