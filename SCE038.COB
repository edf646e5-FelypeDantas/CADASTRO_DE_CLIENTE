       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE038.
      *>AUTHOR. FELYPE DANTAS DOS SANTOS.
      *>*****************************************
      *> VARREDURA DA INSCRICAO ESTADUAL DOS     *
      *> CLIENTES PESSOA JURIDICA (ARQFIS)       *
      *>*****************************************
      *> LE TODOS OS PJ NAO INATIVOS DO ARQCLI E LISTA NO RELIE.LST,
      *> EM DUAS PARTES, OS QUE O FATURAMENTO VAI REJEITAR NA NF-E:
      *> 1 - SEM IE: SEM REGISTRO NO ARQFIS OU COM A IE EM BRANCO;
      *> 2 - IE INVALIDA: REVALIDADA PELO SCE039 NA UF ATUAL DO
      *>     CLIENTE, QUE TEM DE EXISTIR NO ARQUF E BATER COM A UF DO
      *>     CEP NO ARQCEP (COMO NO SCE037); TAMBEM ENTRA O CLIENTE
      *>     QUE MUDOU DE UF DEPOIS DA IE SER GRAVADA.
      *> "ISENTO" E' VALIDO. DENTRO DE CADA PARTE, POR UF E CPF/CNPJ.
      *> NAO PERGUNTA NADA AO CONSOLE (CTL-PARM NAO E' USADO).
      *> SOMENTE LEITURA: A CORRECAO E' FEITA NO SCE002 (F10)
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
       SELECT ARQFIS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FIS-CPF-CNPJ
           FILE STATUS IS ST-FIS.
       SELECT ARQCEP ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CEP-COD
           FILE STATUS IS ST-CEP.
       SELECT ARQUF ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UF-SIGLA
           FILE STATUS IS ST-UF.
       SELECT WORK-SORT ASSIGN TO "WSVIE.TMP"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RELIE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-REL.
      *>---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQCLI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQCLI.DAT".
           COPY REGCLI.
       FD ARQFIS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQFIS.DAT".
           COPY FISCLI.
       FD ARQCEP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQCEP.DAT".
           COPY CEPTAB.
       FD ARQUF
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQUF.DAT".
           COPY UFTAB.
      *>    WS-TIPO: 1 = SEM IE, 2 = IE INVALIDA                      *
       SD WORK-SORT.
       01 WS-REG.
           03 WS-TIPO        PIC 9(01).
           03 WS-UF          PIC X(02).
           03 WS-CPF-CNPJ    PIC 9(14).
           03 WS-RAZAO       PIC X(30).
           03 WS-VENDEDOR    PIC X(04).
           03 WS-IE          PIC X(14).
           03 WS-IE-UF       PIC X(02).
           03 WS-MOTIVO      PIC X(40).
       FD RELIE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RELIE.LST".
       01 REG-RELIE           PIC X(132).
      *>------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO         PIC X(02) VALUE "00".
       77 ST-FIS          PIC X(02) VALUE "00".
       77 ST-CEP          PIC X(02) VALUE "00".
       77 ST-UF           PIC X(02) VALUE "00".
       77 ST-REL          PIC X(02) VALUE "00".
       77 W-FIS-DISPONIVEL PIC 9(01) VALUE ZEROS.
       77 W-CEP-DISPONIVEL PIC 9(01) VALUE ZEROS.
       77 W-UF-DISPONIVEL  PIC 9(01) VALUE ZEROS.
       77 W-FIS-ACHOU     PIC 9(01) VALUE ZEROS.
       77 W-FIM-CLI       PIC 9(01) VALUE ZEROS.
       77 W-FIM-SORT      PIC 9(01) VALUE ZEROS.
       77 W-LINHA         PIC 9(02) VALUE 99.
       77 W-PAGINA        PIC 9(04) VALUE ZEROS.
       77 W-DT-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-TIPO-ANT      PIC 9(01) VALUE ZEROS.
      *>------------------------------------------------------------
      *> CONTADORES
      *>------------------------------------------------------------
       77 W-LIDOS         PIC 9(06) VALUE ZEROS.
       77 W-QT-PJ         PIC 9(06) VALUE ZEROS.
       77 W-QT-SEM-IE     PIC 9(06) VALUE ZEROS.
       77 W-QT-INVALIDA   PIC 9(06) VALUE ZEROS.
       77 W-QT-ISENTOS    PIC 9(06) VALUE ZEROS.
       77 W-QT-VALIDAS    PIC 9(06) VALUE ZEROS.
       77 W-QT-LISTADOS   PIC 9(06) VALUE ZEROS.
      *>------------------------------------------------------------
      *> CHAMADA DA VALIDACAO DA IE (SCE039)
      *>------------------------------------------------------------
           COPY IELNK.
      *>------------------------------------------------------------
       01 LC-CABEC1.
           05 FILLER          PIC X(48) VALUE
              "VARREDURA DA INSCRICAO ESTADUAL (PJ) - SCE038".
           05 FILLER          PIC X(12) VALUE "REFERENCIA: ".
           05 LC-DATA         PIC 9(08).
           05 FILLER          PIC X(10) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE "PAGINA: ".
           05 LC-PAGINA       PIC ZZZ9.
       01 LC-CABEC2.
           05 LC-SECAO        PIC X(80).
       01 LC-CABEC3.
           05 FILLER PIC X(04)  VALUE "UF".
           05 FILLER PIC X(16)  VALUE "CPF/CNPJ".
           05 FILLER PIC X(32)  VALUE "RAZAO SOCIAL".
           05 FILLER PIC X(06)  VALUE "VEND".
           05 FILLER PIC X(16)  VALUE "INSCR.ESTADUAL".
           05 FILLER PIC X(05)  VALUE "UFIE".
           05 FILLER PIC X(40)  VALUE "MOTIVO".
       01 LC-DETALHE.
           05 LD-UF            PIC X(02).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 LD-CPF-CNPJ      PIC 9(14).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 LD-RAZAO         PIC X(30).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 LD-VENDEDOR      PIC X(04).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 LD-IE            PIC X(14).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 LD-IE-UF         PIC X(02).
           05 FILLER           PIC X(03) VALUE SPACES.
           05 LD-MOTIVO        PIC X(40).
       01 LC-TOTAL1.
           05 FILLER           PIC X(30) VALUE
              "CLIENTES LIDOS:".
           05 LT-LIDOS         PIC ZZZ.ZZ9.
       01 LC-TOTAL2.
           05 FILLER           PIC X(30) VALUE
              "PJ NAO INATIVOS VERIFICADOS:".
           05 LT-PJ            PIC ZZZ.ZZ9.
       01 LC-TOTAL3.
           05 FILLER           PIC X(30) VALUE
              "PJ SEM INSCRICAO ESTADUAL:".
           05 LT-SEM-IE        PIC ZZZ.ZZ9.
       01 LC-TOTAL4.
           05 FILLER           PIC X(30) VALUE
              "PJ COM IE INVALIDA:".
           05 LT-INVALIDA      PIC ZZZ.ZZ9.
       01 LC-TOTAL5.
           05 FILLER           PIC X(30) VALUE
              "PJ COM IE VALIDA:".
           05 LT-VALIDAS       PIC ZZZ.ZZ9.
       01 LC-TOTAL6.
           05 FILLER           PIC X(30) VALUE
              "PJ ISENTOS DE IE:".
           05 LT-ISENTOS       PIC ZZZ.ZZ9.
      *>------------------------------------------------------------
       LINKAGE SECTION.
           COPY CTLAREA.
      *>------------------------------------------------------------
       PROCEDURE DIVISION USING CTL-COMM.
       VIE-INICIO.
           MOVE 99 TO W-LINHA
           MOVE ZEROS TO W-PAGINA W-LIDOS W-QT-PJ W-QT-SEM-IE
                         W-QT-INVALIDA W-QT-ISENTOS W-QT-VALIDAS
                         W-QT-LISTADOS
           ACCEPT W-DT-HOJE FROM DATE YYYYMMDD
           OPEN INPUT ARQCLI
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CLIENTE: " ST-ERRO
              MOVE ST-ERRO TO CTL-RETORNO
              GOBACK.
           OPEN OUTPUT RELIE
           IF ST-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-REL
              CLOSE ARQCLI
              MOVE ST-REL TO CTL-RETORNO
              GOBACK.
      *>    SEM ARQFIS AINDA, TODO PJ SAI COMO SEM IE                 *
           MOVE 0 TO W-FIS-DISPONIVEL
           OPEN INPUT ARQFIS
           IF ST-FIS = "00"
              MOVE 1 TO W-FIS-DISPONIVEL.
           MOVE 0 TO W-CEP-DISPONIVEL
           OPEN INPUT ARQCEP
           IF ST-CEP = "00"
              MOVE 1 TO W-CEP-DISPONIVEL.
           MOVE 0 TO W-UF-DISPONIVEL
           OPEN INPUT ARQUF
           IF ST-UF = "00"
              MOVE 1 TO W-UF-DISPONIVEL.
           MOVE ZEROS TO W-TIPO-ANT
           SORT WORK-SORT
               ON ASCENDING KEY WS-TIPO WS-UF WS-CPF-CNPJ
               INPUT PROCEDURE IS VIE-CARGA-SORT
               OUTPUT PROCEDURE IS VIE-IMPRIME-SORT.
           PERFORM VIE-TOTAIS THRU VIE-TOTAIS-FIM.
           CLOSE ARQCLI RELIE.
           IF W-FIS-DISPONIVEL = 1
              CLOSE ARQFIS.
           IF W-CEP-DISPONIVEL = 1
              CLOSE ARQCEP.
           IF W-UF-DISPONIVEL = 1
              CLOSE ARQUF.
           DISPLAY "PJ VERIFICADOS:      " W-QT-PJ.
           DISPLAY "PJ SEM IE:           " W-QT-SEM-IE.
           DISPLAY "PJ COM IE INVALIDA:  " W-QT-INVALIDA.
           DISPLAY "RELATORIO GRAVADO EM RELIE.LST".
           MOVE "00" TO CTL-RETORNO
           MOVE W-LIDOS TO CTL-QTDE-LIDOS
           MOVE W-QT-LISTADOS TO CTL-QTDE-GRAV
           GOBACK.
      *>------------------------------------------------------------
      *> LE O ARQCLI E ENTREGA AO SORT OS PJ SEM IE OU COM IE        *
      *> INVALIDA                                                    *
      *>------------------------------------------------------------
       VIE-CARGA-SORT.
           MOVE 0 TO W-FIM-CLI
           MOVE ZEROS TO CPF-CNPJ
           START ARQCLI KEY IS NOT LESS THAN CPF-CNPJ
              INVALID KEY
                 MOVE 1 TO W-FIM-CLI
           END-START.
           PERFORM VIE-CARGA-LE THRU VIE-CARGA-LE-FIM
               UNTIL W-FIM-CLI = 1.
       VIE-CARGA-SORT-FIM.
           EXIT.
      *>------------------------------------------------------------
       VIE-CARGA-LE.
           READ ARQCLI NEXT RECORD
              AT END
                 MOVE 1 TO W-FIM-CLI
                 GO TO VIE-CARGA-LE-FIM
           END-READ.
           ADD 1 TO W-LIDOS
           IF NOT PESSOA-JURIDICA OR CLI-INATIVO
              GO TO VIE-CARGA-LE-FIM.
           ADD 1 TO W-QT-PJ
           MOVE UF           TO WS-UF
           MOVE CPF-CNPJ     TO WS-CPF-CNPJ
           MOVE RAZAO-SOCIAL TO WS-RAZAO
           MOVE VENDEDOR     TO WS-VENDEDOR
           MOVE SPACES TO WS-IE WS-IE-UF WS-MOTIVO
           MOVE 0 TO W-FIS-ACHOU
           IF W-FIS-DISPONIVEL = 1
              MOVE CPF-CNPJ TO FIS-CPF-CNPJ
              READ ARQFIS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 1 TO W-FIS-ACHOU
              END-READ.
           IF W-FIS-ACHOU = 0
              MOVE 1 TO WS-TIPO
              MOVE "SEM DADOS FISCAIS" TO WS-MOTIVO
              GO TO VIE-CARGA-SEM-IE.
           MOVE FIS-IE    TO WS-IE
           MOVE FIS-IE-UF TO WS-IE-UF
           IF FIS-IE = SPACES
              MOVE 1 TO WS-TIPO
              MOVE "INSCRICAO ESTADUAL EM BRANCO" TO WS-MOTIVO
              GO TO VIE-CARGA-SEM-IE.
           MOVE 2 TO WS-TIPO
           PERFORM VIE-CRITICA-UF THRU VIE-CRITICA-UF-FIM
           IF WS-MOTIVO NOT = SPACES
              GO TO VIE-CARGA-INVALIDA.
           MOVE UF     TO IEV-UF
           MOVE FIS-IE TO IEV-ENTRADA
           CALL "SCE039" USING IEV-AREA
           IF NOT IEV-VALIDA
              MOVE IEV-MENSAGEM TO WS-MOTIVO
              GO TO VIE-CARGA-INVALIDA.
           IF IEV-ISENTA
              ADD 1 TO W-QT-ISENTOS
              GO TO VIE-CARGA-LE-FIM.
           IF FIS-IE-UF NOT = UF
              MOVE "IE DE OUTRA UF - CLIENTE MUDOU DE UF" TO WS-MOTIVO
              GO TO VIE-CARGA-INVALIDA.
           ADD 1 TO W-QT-VALIDAS
           GO TO VIE-CARGA-LE-FIM.
       VIE-CARGA-SEM-IE.
           ADD 1 TO W-QT-SEM-IE
           ADD 1 TO W-QT-LISTADOS
           RELEASE WS-REG
           GO TO VIE-CARGA-LE-FIM.
       VIE-CARGA-INVALIDA.
           ADD 1 TO W-QT-INVALIDA
           ADD 1 TO W-QT-LISTADOS
           RELEASE WS-REG.
       VIE-CARGA-LE-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> A UF DO CLIENTE TEM DE EXISTIR NO ARQUF E SER A UF DO CEP   *
      *> (QUANDO O CEP ESTA NO ARQCEP) PARA A IE PODER SER VALIDADA  *
      *>------------------------------------------------------------
       VIE-CRITICA-UF.
           IF W-CEP-DISPONIVEL = 1
              MOVE CEP TO CEP-COD
              READ ARQCEP
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF CEP-UF NOT = UF
                       MOVE "UF DO CLIENTE DIFERE DA UF DO CEP"
                            TO WS-MOTIVO
                       GO TO VIE-CRITICA-UF-FIM
                    END-IF
              END-READ.
           IF W-UF-DISPONIVEL = 1
              MOVE UF TO UF-SIGLA
              READ ARQUF
                 INVALID KEY
                    MOVE "UF DO CLIENTE NAO EXISTE NA TABELA"
                         TO WS-MOTIVO
              END-READ.
       VIE-CRITICA-UF-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> RECEBE POR TIPO/UF/CPF-CNPJ E IMPRIME, CADA PARTE EM        *
      *> PAGINA NOVA                                                 *
      *>------------------------------------------------------------
       VIE-IMPRIME-SORT.
           MOVE 0 TO W-FIM-SORT
           PERFORM VIE-IMPRIME-REG THRU VIE-IMPRIME-REG-FIM
               UNTIL W-FIM-SORT = 1.
       VIE-IMPRIME-SORT-FIM.
           EXIT.
      *>------------------------------------------------------------
       VIE-IMPRIME-REG.
           RETURN WORK-SORT
               AT END
                  MOVE 1 TO W-FIM-SORT
                  GO TO VIE-IMPRIME-REG-FIM
           END-RETURN.
           IF WS-TIPO NOT = W-TIPO-ANT
              PERFORM VIE-NOVA-PARTE THRU VIE-NOVA-PARTE-FIM.
           IF W-LINHA > 55
              PERFORM VIE-CABECALHO THRU VIE-CABECALHO-FIM.
           MOVE WS-UF        TO LD-UF
           MOVE WS-CPF-CNPJ  TO LD-CPF-CNPJ
           MOVE WS-RAZAO     TO LD-RAZAO
           MOVE WS-VENDEDOR  TO LD-VENDEDOR
           MOVE WS-IE        TO LD-IE
           MOVE WS-IE-UF     TO LD-IE-UF
           MOVE WS-MOTIVO    TO LD-MOTIVO
           WRITE REG-RELIE FROM LC-DETALHE
           ADD 1 TO W-LINHA.
       VIE-IMPRIME-REG-FIM.
           EXIT.
      *>------------------------------------------------------------
       VIE-NOVA-PARTE.
           MOVE WS-TIPO TO W-TIPO-ANT
           IF WS-TIPO = 1
              MOVE "PJ SEM INSCRICAO ESTADUAL" TO LC-SECAO
           ELSE
              MOVE
                "PJ COM INSCRICAO ESTADUAL INVALIDA NA UF DO CLIENTE"
                   TO LC-SECAO.
           MOVE 99 TO W-LINHA.
       VIE-NOVA-PARTE-FIM.
           EXIT.
      *>------------------------------------------------------------
       VIE-CABECALHO.
           ADD 1 TO W-PAGINA
           MOVE W-PAGINA TO LC-PAGINA
           MOVE W-DT-HOJE TO LC-DATA
           WRITE REG-RELIE FROM LC-CABEC1
           MOVE SPACES TO REG-RELIE
           WRITE REG-RELIE
           WRITE REG-RELIE FROM LC-CABEC2
           WRITE REG-RELIE FROM LC-CABEC3
           MOVE 4 TO W-LINHA.
       VIE-CABECALHO-FIM.
           EXIT.
      *>------------------------------------------------------------
       VIE-TOTAIS.
           IF W-QT-LISTADOS = ZEROS
              MOVE "INSCRICAO ESTADUAL DOS CLIENTES PJ" TO LC-SECAO
              PERFORM VIE-CABECALHO THRU VIE-CABECALHO-FIM
              MOVE "NENHUM PJ SEM IE OU COM IE INVALIDA"
                   TO REG-RELIE
              WRITE REG-RELIE.
           MOVE SPACES TO REG-RELIE
           WRITE REG-RELIE
           MOVE W-LIDOS       TO LT-LIDOS
           WRITE REG-RELIE FROM LC-TOTAL1
           MOVE W-QT-PJ       TO LT-PJ
           WRITE REG-RELIE FROM LC-TOTAL2
           MOVE W-QT-SEM-IE   TO LT-SEM-IE
           WRITE REG-RELIE FROM LC-TOTAL3
           MOVE W-QT-INVALIDA TO LT-INVALIDA
           WRITE REG-RELIE FROM LC-TOTAL4
           MOVE W-QT-VALIDAS  TO LT-VALIDAS
           WRITE REG-RELIE FROM LC-TOTAL5
           MOVE W-QT-ISENTOS  TO LT-ISENTOS
           WRITE REG-RELIE FROM LC-TOTAL6.
       VIE-TOTAIS-FIM.
           EXIT.
