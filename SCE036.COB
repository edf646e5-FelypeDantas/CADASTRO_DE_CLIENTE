       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE036.
      *>AUTHOR. FELYPE DANTAS DOS SANTOS.
      *>*****************************************
      *> RETORNOS VENCIDOS DAS NOTAS DE CLIENTE  *
      *> (ARQNOT)                                *
      *>*****************************************
      *> LISTA AS NOTAS COM RETORNO EM ABERTO E DATA DE RETORNO ATE
      *> HOJE (VENCE HOJE OU ATRASADO, COM OS DIAS DE ATRASO), EM
      *> DUAS PARTES NO RELNOT.LST: AGRUPADAS PELO OPERADOR QUE FEZ
      *> A NOTA E AGRUPADAS PELO VENDEDOR DA CARTEIRA DO CLIENTE
      *> (VENDEDOR DO ARQCLI, NOME DO ARQVDR). UM SORT SO: CADA NOTA
      *> E' ENTREGUE DUAS VEZES, UMA PARA CADA AGRUPAMENTO.
      *> NAO PERGUNTA NADA AO CONSOLE (CTL-PARM NAO E' USADO): RODA
      *> NA ROTINA NOTURNA (SCE015) PARA O TURNO DA MANHA E PELO
      *> MENU A QUALQUER HORA. SOMENTE LEITURA
      *>------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQNOT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOT-CHAVE
           FILE STATUS IS ST-NOT.
       SELECT ARQCLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPF-CNPJ
           FILE STATUS IS ST-ERRO
           ALTERNATE RECORD KEY IS APELIDO WITH DUPLICATES.
       SELECT ARQVDR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VDR-CODIGO
           FILE STATUS IS ST-VDR.
       SELECT WORK-SORT ASSIGN TO "WSNOT.TMP"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RELNOT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-REL.
      *>---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQNOT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQNOT.DAT".
           COPY NOTCLI.
       FD ARQCLI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQCLI.DAT".
           COPY REGCLI.
       FD ARQVDR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQVDR.DAT".
           COPY VDRTAB.
      *>    WS-GRUPO: 1 = POR OPERADOR, 2 = POR VENDEDOR              *
       SD WORK-SORT.
       01 WS-REG.
           03 WS-GRUPO       PIC 9(01).
           03 WS-CHAVE-GRP   PIC X(08).
           03 WS-RETORNO     PIC 9(08).
           03 WS-CPF-CNPJ    PIC 9(14).
           03 WS-NOTA-DATA   PIC 9(08).
           03 WS-NOTA-HORA   PIC 9(08).
           03 WS-OPERADOR    PIC X(08).
           03 WS-VENDEDOR    PIC X(04).
           03 WS-CATEGORIA   PIC X(01).
           03 WS-RAZAO       PIC X(30).
           03 WS-TEXTO       PIC X(60).
           03 WS-ATRASO      PIC 9(05).
       FD RELNOT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RELNOT.LST".
       01 REG-RELNOT          PIC X(132).
      *>------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-NOT          PIC X(02) VALUE "00".
       77 ST-ERRO         PIC X(02) VALUE "00".
       77 ST-VDR          PIC X(02) VALUE "00".
       77 ST-REL          PIC X(02) VALUE "00".
       77 W-VDR-DISPONIVEL PIC 9(01) VALUE ZEROS.
       77 W-FIM-NOT       PIC 9(01) VALUE ZEROS.
       77 W-FIM-SORT      PIC 9(01) VALUE ZEROS.
       77 W-LINHA         PIC 9(02) VALUE 99.
       77 W-PAGINA        PIC 9(04) VALUE ZEROS.
       77 W-DT-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-INT-HOJE      PIC 9(08) VALUE ZEROS.
       77 W-INT-RET       PIC 9(08) VALUE ZEROS.
      *>------------------------------------------------------------
      *> QUEBRA POR AGRUPAMENTO E POR OPERADOR/VENDEDOR
      *>------------------------------------------------------------
       77 W-GRUPO-ANT     PIC 9(01) VALUE ZEROS.
       77 W-CHAVE-ANT     PIC X(08) VALUE SPACES.
       77 W-GRP-QT        PIC 9(06) VALUE ZEROS.
       77 W-GRP-ATRASO    PIC 9(06) VALUE ZEROS.
      *>------------------------------------------------------------
      *> CONTADORES
      *>------------------------------------------------------------
       77 W-LIDOS         PIC 9(06) VALUE ZEROS.
       77 W-QT-VENCIDOS   PIC 9(06) VALUE ZEROS.
       77 W-QT-HOJE       PIC 9(06) VALUE ZEROS.
       77 W-QT-ATRASADOS  PIC 9(06) VALUE ZEROS.
       77 W-QT-NAO-CAD    PIC 9(06) VALUE ZEROS.
      *>------------------------------------------------------------
       01 LC-CABEC1.
           05 FILLER          PIC X(48) VALUE
              "RETORNOS VENCIDOS DAS NOTAS DE CLIENTE - SCE036".
           05 FILLER          PIC X(12) VALUE "REFERENCIA: ".
           05 LC-DATA         PIC 9(08).
           05 FILLER          PIC X(10) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE "PAGINA: ".
           05 LC-PAGINA       PIC ZZZ9.
       01 LC-CABEC2.
           05 LC-SECAO        PIC X(80).
       01 LC-CABEC3.
           05 FILLER PIC X(10)  VALUE "RETORNO".
           05 FILLER PIC X(08)  VALUE "ATRASO".
           05 FILLER PIC X(16)  VALUE "CPF/CNPJ".
           05 FILLER PIC X(32)  VALUE "RAZAO SOCIAL".
           05 FILLER PIC X(10)  VALUE "OPERADOR".
           05 FILLER PIC X(06)  VALUE "VEND".
           05 FILLER PIC X(03)  VALUE "C".
           05 FILLER PIC X(10)  VALUE "NOTA EM".
           05 FILLER PIC X(35)  VALUE "TEXTO".
       01 LC-GRUPO.
           05 LC-GRP-ROTULO   PIC X(10).
           05 LC-GRP-CHAVE    PIC X(08).
           05 FILLER          PIC X(03) VALUE SPACES.
           05 LC-GRP-NOME     PIC X(30).
       01 LC-DETALHE.
           05 LD-RETORNO       PIC 9(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 LD-ATRASO        PIC ZZ.ZZ9.
           05 LD-ATRASO-X REDEFINES LD-ATRASO PIC X(06).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 LD-CPF-CNPJ      PIC 9(14).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 LD-RAZAO         PIC X(30).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 LD-OPERADOR      PIC X(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 LD-VENDEDOR      PIC X(04).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 LD-CATEGORIA     PIC X(01).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 LD-NOTA-DATA     PIC 9(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 LD-TEXTO         PIC X(35).
       01 LC-SUBTOTAL.
           05 FILLER           PIC X(20) VALUE
              "   RETORNOS:".
           05 LS-QT            PIC ZZZ.ZZ9.
           05 FILLER           PIC X(16) VALUE
              "   ATRASADOS:".
           05 LS-ATRASO        PIC ZZZ.ZZ9.
       01 LC-TOTAL1.
           05 FILLER           PIC X(30) VALUE
              "NOTAS LIDAS:".
           05 LT-LIDOS         PIC ZZZ.ZZ9.
       01 LC-TOTAL2.
           05 FILLER           PIC X(30) VALUE
              "RETORNOS QUE VENCEM HOJE:".
           05 LT-HOJE          PIC ZZZ.ZZ9.
       01 LC-TOTAL3.
           05 FILLER           PIC X(30) VALUE
              "RETORNOS ATRASADOS:".
           05 LT-ATRASADOS     PIC ZZZ.ZZ9.
       01 LC-TOTAL4.
           05 FILLER           PIC X(30) VALUE
              "CLIENTES NAO CADASTRADOS:".
           05 LT-NAO-CAD       PIC ZZZ.ZZ9.
      *>------------------------------------------------------------
       LINKAGE SECTION.
           COPY CTLAREA.
      *>------------------------------------------------------------
       PROCEDURE DIVISION USING CTL-COMM.
       RET-INICIO.
           MOVE 99 TO W-LINHA
           MOVE ZEROS TO W-PAGINA W-LIDOS W-QT-VENCIDOS W-QT-HOJE
                         W-QT-ATRASADOS W-QT-NAO-CAD
           ACCEPT W-DT-HOJE FROM DATE YYYYMMDD
           COMPUTE W-INT-HOJE = FUNCTION INTEGER-OF-DATE (W-DT-HOJE)
           OPEN INPUT ARQNOT
           IF ST-NOT = "35"
              DISPLAY "ARQUIVO DE NOTAS AINDA NAO CRIADO - "
                      "NENHUM RETORNO"
              MOVE "00" TO CTL-RETORNO
              MOVE ZEROS TO CTL-QTDE-LIDOS CTL-QTDE-GRAV
              GOBACK.
           IF ST-NOT NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE NOTAS: " ST-NOT
              MOVE ST-NOT TO CTL-RETORNO
              GOBACK.
           OPEN INPUT ARQCLI
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CLIENTE: " ST-ERRO
              CLOSE ARQNOT
              MOVE ST-ERRO TO CTL-RETORNO
              GOBACK.
           OPEN OUTPUT RELNOT
           IF ST-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-REL
              CLOSE ARQNOT ARQCLI
              MOVE ST-REL TO CTL-RETORNO
              GOBACK.
           MOVE 0 TO W-VDR-DISPONIVEL
           OPEN INPUT ARQVDR
           IF ST-VDR = "00"
              MOVE 1 TO W-VDR-DISPONIVEL.
           MOVE ZEROS TO W-GRUPO-ANT
           MOVE SPACES TO W-CHAVE-ANT
           SORT WORK-SORT
               ON ASCENDING KEY WS-GRUPO WS-CHAVE-GRP WS-RETORNO
                                WS-CPF-CNPJ WS-NOTA-DATA WS-NOTA-HORA
               INPUT PROCEDURE IS RET-CARGA-SORT
               OUTPUT PROCEDURE IS RET-IMPRIME-SORT.
           PERFORM RET-TOTAIS THRU RET-TOTAIS-FIM.
           CLOSE ARQNOT ARQCLI RELNOT.
           IF W-VDR-DISPONIVEL = 1
              CLOSE ARQVDR.
           DISPLAY "NOTAS LIDAS:              " W-LIDOS.
           DISPLAY "RETORNOS QUE VENCEM HOJE: " W-QT-HOJE.
           DISPLAY "RETORNOS ATRASADOS:       " W-QT-ATRASADOS.
           DISPLAY "RELATORIO GRAVADO EM RELNOT.LST".
           MOVE "00" TO CTL-RETORNO
           MOVE W-LIDOS TO CTL-QTDE-LIDOS
           MOVE W-QT-VENCIDOS TO CTL-QTDE-GRAV
           GOBACK.
      *>------------------------------------------------------------
      *> LE TODAS AS NOTAS E ENTREGA AO SORT OS RETORNOS EM ABERTO   *
      *> COM DATA ATE HOJE, UMA VEZ POR OPERADOR E UMA POR VENDEDOR  *
      *>------------------------------------------------------------
       RET-CARGA-SORT.
           MOVE 0 TO W-FIM-NOT
           MOVE ZEROS TO NOT-CPF-CNPJ NOT-DATA NOT-HORA
           START ARQNOT KEY IS NOT LESS THAN NOT-CHAVE
              INVALID KEY
                 MOVE 1 TO W-FIM-NOT
           END-START.
           PERFORM RET-CARGA-LE THRU RET-CARGA-LE-FIM
               UNTIL W-FIM-NOT = 1.
       RET-CARGA-SORT-FIM.
           EXIT.
      *>------------------------------------------------------------
       RET-CARGA-LE.
           READ ARQNOT NEXT RECORD
              AT END
                 MOVE 1 TO W-FIM-NOT
                 GO TO RET-CARGA-LE-FIM
           END-READ.
           ADD 1 TO W-LIDOS
           IF NOT NOT-RET-ABERTO
              GO TO RET-CARGA-LE-FIM.
           IF NOT-RETORNO-DATA = ZEROS
              OR NOT-RETORNO-DATA > W-DT-HOJE
              GO TO RET-CARGA-LE-FIM.
           MOVE NOT-CPF-CNPJ TO CPF-CNPJ
           READ ARQCLI
              INVALID KEY
                 MOVE "*** CLIENTE NAO CADASTRADO ***" TO WS-RAZAO
                 MOVE SPACES TO WS-VENDEDOR
                 ADD 1 TO W-QT-NAO-CAD
              NOT INVALID KEY
                 MOVE RAZAO-SOCIAL TO WS-RAZAO
                 MOVE VENDEDOR TO WS-VENDEDOR
           END-READ.
           COMPUTE W-INT-RET =
                   FUNCTION INTEGER-OF-DATE (NOT-RETORNO-DATA)
           COMPUTE WS-ATRASO = W-INT-HOJE - W-INT-RET
           ADD 1 TO W-QT-VENCIDOS
           IF WS-ATRASO = ZEROS
              ADD 1 TO W-QT-HOJE
           ELSE
              ADD 1 TO W-QT-ATRASADOS.
           MOVE NOT-RETORNO-DATA TO WS-RETORNO
           MOVE NOT-CPF-CNPJ     TO WS-CPF-CNPJ
           MOVE NOT-DATA         TO WS-NOTA-DATA
           MOVE NOT-HORA         TO WS-NOTA-HORA
           MOVE NOT-OPERADOR     TO WS-OPERADOR
           MOVE NOT-CATEGORIA    TO WS-CATEGORIA
           MOVE NOT-TEXTO1       TO WS-TEXTO
           MOVE 1 TO WS-GRUPO
           MOVE NOT-OPERADOR TO WS-CHAVE-GRP
           RELEASE WS-REG
           MOVE 2 TO WS-GRUPO
           MOVE WS-VENDEDOR TO WS-CHAVE-GRP
           RELEASE WS-REG.
       RET-CARGA-LE-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> RECEBE POR AGRUPAMENTO/CHAVE/DATA DE RETORNO E IMPRIME COM  *
      *> QUEBRA POR OPERADOR (PARTE 1) E POR VENDEDOR (PARTE 2)      *
      *>------------------------------------------------------------
       RET-IMPRIME-SORT.
           MOVE 0 TO W-FIM-SORT
           PERFORM RET-IMPRIME-REG THRU RET-IMPRIME-REG-FIM
               UNTIL W-FIM-SORT = 1.
           IF W-GRUPO-ANT NOT = ZEROS
              PERFORM RET-SUBTOTAL THRU RET-SUBTOTAL-FIM.
       RET-IMPRIME-SORT-FIM.
           EXIT.
      *>------------------------------------------------------------
       RET-IMPRIME-REG.
           RETURN WORK-SORT
               AT END
                  MOVE 1 TO W-FIM-SORT
                  GO TO RET-IMPRIME-REG-FIM
           END-RETURN.
           IF WS-GRUPO NOT = W-GRUPO-ANT
              IF W-GRUPO-ANT NOT = ZEROS
                 PERFORM RET-SUBTOTAL THRU RET-SUBTOTAL-FIM
              END-IF
              PERFORM RET-NOVA-PARTE THRU RET-NOVA-PARTE-FIM
              PERFORM RET-NOVO-GRUPO THRU RET-NOVO-GRUPO-FIM
           ELSE
              IF WS-CHAVE-GRP NOT = W-CHAVE-ANT
                 PERFORM RET-SUBTOTAL THRU RET-SUBTOTAL-FIM
                 PERFORM RET-NOVO-GRUPO THRU RET-NOVO-GRUPO-FIM
              END-IF
           END-IF.
           IF W-LINHA > 55
              PERFORM RET-CABECALHO THRU RET-CABECALHO-FIM.
           MOVE WS-RETORNO   TO LD-RETORNO
           IF WS-ATRASO = ZEROS
              MOVE "  HOJE" TO LD-ATRASO-X
           ELSE
              MOVE WS-ATRASO TO LD-ATRASO.
           MOVE WS-CPF-CNPJ  TO LD-CPF-CNPJ
           MOVE WS-RAZAO     TO LD-RAZAO
           MOVE WS-OPERADOR  TO LD-OPERADOR
           MOVE WS-VENDEDOR  TO LD-VENDEDOR
           MOVE WS-CATEGORIA TO LD-CATEGORIA
           MOVE WS-NOTA-DATA TO LD-NOTA-DATA
           MOVE WS-TEXTO     TO LD-TEXTO
           WRITE REG-RELNOT FROM LC-DETALHE
           ADD 1 TO W-LINHA
           ADD 1 TO W-GRP-QT
           IF WS-ATRASO NOT = ZEROS
              ADD 1 TO W-GRP-ATRASO.
       RET-IMPRIME-REG-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> CADA AGRUPAMENTO COMECA EM PAGINA NOVA                      *
      *>------------------------------------------------------------
       RET-NOVA-PARTE.
           MOVE WS-GRUPO TO W-GRUPO-ANT
           IF WS-GRUPO = 1
              MOVE "RETORNOS POR OPERADOR (QUEM FEZ A NOTA)"
                   TO LC-SECAO
           ELSE
              MOVE "RETORNOS POR VENDEDOR (CARTEIRA DO CLIENTE)"
                   TO LC-SECAO.
           MOVE 99 TO W-LINHA.
       RET-NOVA-PARTE-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> CABECALHO DO OPERADOR OU DO VENDEDOR                        *
      *>------------------------------------------------------------
       RET-NOVO-GRUPO.
           MOVE WS-CHAVE-GRP TO W-CHAVE-ANT
           MOVE ZEROS TO W-GRP-QT W-GRP-ATRASO
           IF W-LINHA > 52
              PERFORM RET-CABECALHO THRU RET-CABECALHO-FIM.
           MOVE WS-CHAVE-GRP TO LC-GRP-CHAVE
           MOVE SPACES TO LC-GRP-NOME
           IF WS-GRUPO = 1
              MOVE "OPERADOR: " TO LC-GRP-ROTULO
           ELSE
              MOVE "VENDEDOR: " TO LC-GRP-ROTULO
              PERFORM RET-NOME-VDR THRU RET-NOME-VDR-FIM.
           MOVE SPACES TO REG-RELNOT
           WRITE REG-RELNOT
           WRITE REG-RELNOT FROM LC-GRUPO
           ADD 2 TO W-LINHA.
       RET-NOVO-GRUPO-FIM.
           EXIT.
      *>------------------------------------------------------------
       RET-NOME-VDR.
           IF WS-CHAVE-GRP = SPACES
              MOVE "SEM VENDEDOR NA CARTEIRA" TO LC-GRP-NOME
              GO TO RET-NOME-VDR-FIM.
           IF W-VDR-DISPONIVEL = 0
              GO TO RET-NOME-VDR-FIM.
           MOVE WS-CHAVE-GRP TO VDR-CODIGO
           READ ARQVDR
              INVALID KEY
                 MOVE "*** VENDEDOR NAO CADASTRADO ***" TO LC-GRP-NOME
              NOT INVALID KEY
                 MOVE VDR-NOME TO LC-GRP-NOME
           END-READ.
       RET-NOME-VDR-FIM.
           EXIT.
      *>------------------------------------------------------------
       RET-SUBTOTAL.
           MOVE W-GRP-QT     TO LS-QT
           MOVE W-GRP-ATRASO TO LS-ATRASO
           WRITE REG-RELNOT FROM LC-SUBTOTAL
           ADD 1 TO W-LINHA.
       RET-SUBTOTAL-FIM.
           EXIT.
      *>------------------------------------------------------------
       RET-CABECALHO.
           ADD 1 TO W-PAGINA
           MOVE W-PAGINA TO LC-PAGINA
           MOVE W-DT-HOJE TO LC-DATA
           WRITE REG-RELNOT FROM LC-CABEC1
           MOVE SPACES TO REG-RELNOT
           WRITE REG-RELNOT
           WRITE REG-RELNOT FROM LC-CABEC2
           WRITE REG-RELNOT FROM LC-CABEC3
           MOVE 4 TO W-LINHA.
       RET-CABECALHO-FIM.
           EXIT.
      *>------------------------------------------------------------
       RET-TOTAIS.
           IF W-QT-VENCIDOS = ZEROS
              MOVE "RETORNOS VENCIDOS" TO LC-SECAO
              PERFORM RET-CABECALHO THRU RET-CABECALHO-FIM
              MOVE "NENHUM RETORNO EM ABERTO VENCIDO ATE HOJE"
                   TO REG-RELNOT
              WRITE REG-RELNOT.
           MOVE SPACES TO REG-RELNOT
           WRITE REG-RELNOT
           MOVE W-LIDOS        TO LT-LIDOS
           WRITE REG-RELNOT FROM LC-TOTAL1
           MOVE W-QT-HOJE      TO LT-HOJE
           WRITE REG-RELNOT FROM LC-TOTAL2
           MOVE W-QT-ATRASADOS TO LT-ATRASADOS
           WRITE REG-RELNOT FROM LC-TOTAL3
           MOVE W-QT-NAO-CAD   TO LT-NAO-CAD
           WRITE REG-RELNOT FROM LC-TOTAL4.
       RET-TOTAIS-FIM.
           EXIT.
