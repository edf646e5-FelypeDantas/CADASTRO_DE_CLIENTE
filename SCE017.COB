      *> CLIENTES POR UF (COM O NOME DA TABELA DE UF), POR TIPO DE
      *> PESSOA (F/J), AS CIDADES COM MAIS CLIENTES E A EVOLUCAO
      *> MES A MES DE INCLUSOES E EXCLUSOES APURADA NA TRILHA DE
      *> AUDITORIA (ARQCLILOG.DAT). RELATORIO RELEST.LST.
      *> A EVOLUCAO MENSAL COBRE A FAIXA DE DATAS PEDIDA AO OPERADOR
      *> E LE TAMBEM AS GERACOES DA TRILHA JA FECHADAS PELO SCE030
      *> (CATALOGO ARQGER.DAT) QUE CRUZAM A FAIXA
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
       SELECT RELEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-REL.
           COPY UFTAB.
       FD ARQCLI-LOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS W-LOG-NOME.
           COPY LOGCLI.
       FD ARQGER
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQGER.DAT".
           COPY GERLOG.
       FD RELEST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RELEST.LST".
       77 W-TOTAL-JUR     PIC 9(06) VALUE ZEROS.
       77 W-TOTAL-LOG     PIC 9(06) VALUE ZEROS.
      *>------------------------------------------------------------
      *> FAIXA DE DATAS DA EVOLUCAO MENSAL E GERACOES FECHADAS
      *>------------------------------------------------------------
       77 W-SEL-DT-INI    PIC 9(08) VALUE ZEROS.
       77 W-SEL-DT-FIM    PIC 9(08) VALUE ZEROS.
       77 ST-GER          PIC X(02) VALUE "00".
       77 W-FIM-GER       PIC 9(01) VALUE ZEROS.
       77 W-LOG-NOME      PIC X(20) VALUE "ARQCLILOG.DAT".
       77 W-GER-NUM-TXT   PIC 9(06) VALUE ZEROS.
       77 W-GER-LIDAS     PIC 9(04) VALUE ZEROS.
      *>------------------------------------------------------------
      *> ACUMULADORES POR UF
      *>------------------------------------------------------------
       77 W-QTD-UF        PIC 9(02) COMP VALUE ZEROS.
           05 FILLER PIC X(09) VALUE "ANO/MES".
           05 FILLER PIC X(11) VALUE "INCLUSOES".
           05 FILLER PIC X(11) VALUE "EXCLUSOES".
       01 LC-MES-PERIODO.
           05 FILLER           PIC X(09) VALUE "PERIODO: ".
           05 LM-DT-INI        PIC 9(08).
           05 FILLER           PIC X(03) VALUE " A ".
           05 LM-DT-FIM        PIC 9(08).
           05 FILLER           PIC X(15) VALUE "   GERACOES: ".
           05 LM-GER           PIC ZZZ9.
       01 LC-MES-DET.
           05 LM-ANO           PIC 9(04).
           05 FILLER           PIC X(01) VALUE "/".
           MOVE ZEROS TO W-TOTAL-LIDOS W-TOTAL-FIS W-TOTAL-JUR
                         W-TOTAL-LOG W-QTD-UF W-QTD-CID
                         W-CID-EXCESSO W-CID-DEMAIS W-QTD-MES
                         W-MES-EXCESSO W-PAGINA W-GER-LIDAS.
           PERFORM EST-PERIODO THRU EST-PERIODO-FIM.
           PERFORM EST-ABRE THRU EST-ABRE-FIM.
           PERFORM EST-VARRE-CLI THRU EST-VARRE-CLI-FIM.
           PERFORM EST-VARRE-LOG THRU EST-VARRE-LOG-FIM.
           PERFORM EST-IMP-UF THRU EST-IMP-UF-FIM.
           PERFORM EST-IMP-TIPO THRU EST-IMP-TIPO-FIM.
           PERFORM EST-IMP-CIDADES THRU EST-IMP-CIDADES-FIM.
           IF W-LOG-DISPONIVEL = 1 OR W-GER-LIDAS > 0
              PERFORM EST-IMP-MESES THRU EST-IMP-MESES-FIM.
           PERFORM EST-TOTAIS THRU EST-TOTAIS-FIM.
           CLOSE ARQCLI RELEST.
           IF W-UF-DISPONIVEL = 1
              CLOSE ARQUF.
           DISPLAY "CLIENTES NO CADASTRO:   " W-TOTAL-LIDOS.
           DISPLAY "OPERACOES LIDAS NO LOG: " W-TOTAL-LOG.
           MOVE "00" TO CTL-RETORNO
           MOVE W-TOTAL-LIDOS TO CTL-QTDE-LIDOS
           MOVE W-TOTAL-LIDOS TO CTL-QTDE-GRAV
           GOBACK.
      *>------------------------------------------------------------
      *> FAIXA DE DATAS DA EVOLUCAO MENSAL PELO CONSOLE              *
      *>------------------------------------------------------------
       EST-PERIODO.
           DISPLAY "EVOLUCAO MENSAL - DATA INICIAL AAAAMMDD "
                   "(ZEROS=TODAS):"
           ACCEPT W-SEL-DT-INI
           DISPLAY "EVOLUCAO MENSAL - DATA FINAL   AAAAMMDD "
                   "(ZEROS=TODAS):"
           ACCEPT W-SEL-DT-FIM
           IF W-SEL-DT-FIM = ZEROS
              MOVE 99999999 TO W-SEL-DT-FIM.
       EST-PERIODO-FIM.
           EXIT.
      *>------------------------------------------------------------
       EST-ABRE.
           OPEN INPUT ARQCLI
           OPEN INPUT ARQUF
           IF ST-UF = "00"
              MOVE 1 TO W-UF-DISPONIVEL.
       EST-ABRE-FIM.
           EXIT.
      *>------------------------------------------------------------
           EXIT.
      *>------------------------------------------------------------
      *> VARRE A TRILHA DE AUDITORIA ACUMULANDO INCLUSOES ("I") E    *
      *> EXCLUSOES ("E") POR ANO/MES: PRIMEIRO AS GERACOES FECHADAS  *
      *> (SO AS CONCLUIDAS) QUE CRUZAM A FAIXA, DEPOIS O LOG CORRENTE*
      *>------------------------------------------------------------
       EST-VARRE-LOG.
           MOVE 0 TO W-FIM-GER
           OPEN INPUT ARQGER
           IF ST-GER = "00"
              MOVE ZEROS TO GER-NUMERO
              START ARQGER KEY IS NOT LESS THAN GER-NUMERO
                 INVALID KEY
                    MOVE 1 TO W-FIM-GER
              END-START
              PERFORM EST-VARRE-GER THRU EST-VARRE-GER-FIM
                  UNTIL W-FIM-GER = 1
              CLOSE ARQGER.
           MOVE 0 TO W-LOG-DISPONIVEL
           MOVE "ARQCLILOG.DAT" TO W-LOG-NOME
           OPEN INPUT ARQCLI-LOG
           IF ST-LOG NOT = "00"
              GO TO EST-VARRE-LOG-FIM.
           MOVE 1 TO W-LOG-DISPONIVEL
           MOVE 0 TO W-FIM-LOG
           PERFORM EST-VARRE-LOG-REG THRU EST-VARRE-LOG-REG-FIM
               UNTIL W-FIM-LOG = 1.
           CLOSE ARQCLI-LOG.
       EST-VARRE-LOG-FIM.
           EXIT.
      *>------------------------------------------------------------
       EST-VARRE-GER.
           READ ARQGER NEXT RECORD
               AT END
                  MOVE 1 TO W-FIM-GER
                  GO TO EST-VARRE-GER-FIM
           END-READ.
           IF NOT GER-CONCLUIDA
              GO TO EST-VARRE-GER-FIM.
           IF GER-ULT-DATA < W-SEL-DT-INI
              OR GER-PRI-DATA > W-SEL-DT-FIM
              GO TO EST-VARRE-GER-FIM.
           MOVE GER-NUMERO TO W-GER-NUM-TXT
           MOVE SPACES TO W-LOG-NOME
           STRING "CLILOG" DELIMITED BY SIZE
                  W-GER-NUM-TXT DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
             INTO W-LOG-NOME.
           OPEN INPUT ARQCLI-LOG
           IF ST-LOG NOT = "00"
              DISPLAY "GERACAO " W-LOG-NOME " INDISPONIVEL: " ST-LOG
              GO TO EST-VARRE-GER-FIM.
           MOVE 0 TO W-FIM-LOG
           PERFORM EST-VARRE-LOG-REG THRU EST-VARRE-LOG-REG-FIM
               UNTIL W-FIM-LOG = 1.
           CLOSE ARQCLI-LOG.
           ADD 1 TO W-GER-LIDAS.
       EST-VARRE-GER-FIM.
           EXIT.
      *>------------------------------------------------------------
       EST-VARRE-LOG-REG.
           READ ARQCLI-LOG
           ADD 1 TO W-TOTAL-LOG
           IF LOG-OPERACAO NOT = "I" AND LOG-OPERACAO NOT = "E"
              GO TO EST-VARRE-LOG-REG-FIM.
           IF LOG-DATA < W-SEL-DT-INI OR LOG-DATA > W-SEL-DT-FIM
              GO TO EST-VARRE-LOG-REG-FIM.
           MOVE LOG-DATA (1:6) TO W-ANOMES
           PERFORM EST-ACUM-MES THRU EST-ACUM-MES-FIM.
       EST-VARRE-LOG-REG-FIM.
           MOVE "INCLUSOES E EXCLUSOES POR MES (AUDITORIA)"
                TO LC-SECAO-TIT
           PERFORM EST-SECAO THRU EST-SECAO-FIM
           MOVE W-SEL-DT-INI TO LM-DT-INI
           MOVE W-SEL-DT-FIM TO LM-DT-FIM
           MOVE W-GER-LIDAS  TO LM-GER
           WRITE REG-RELEST FROM LC-MES-PERIODO
           WRITE REG-RELEST FROM LC-MES-CABEC
           ADD 2 TO W-LINHA
           PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > W-QTD-MES
              IF W-LINHA > 55
                 PERFORM EST-CABECALHO THRU EST-CABECALHO-FIM
