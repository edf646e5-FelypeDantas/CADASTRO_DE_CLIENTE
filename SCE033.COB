       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE033.
      *>AUTHOR. FELYPE DANTAS DOS SANTOS.
      *>*****************************************
      *> CURVA ABC DE FATURAMENTO E RANKING DE   *
      *> VENDEDORES PELO MOVIMENTO (ARQMOV)      *
      *>*****************************************
      *> SOMA O MOV-VALOR DE CADA CLIENTE NO PERIODO ESCOLHIDO
      *> (COMPETENCIAS AAAAMM; ZEROS = AS 12 FECHADAS ANTERIORES AO
      *> MES CORRENTE, COMO NO SCE027) E NO MESMO PERIODO DO ANO
      *> ANTERIOR. ORDENA OS CLIENTES PELO FATURAMENTO DO PERIODO E
      *> CLASSIFICA PELA PARTICIPACAO ACUMULADA: CLASSE A ATE O
      *> PRIMEIRO CORTE (PADRAO 80%), B ATE O SEGUNDO (PADRAO MAIS
      *> 15%), C O RESTANTE (5%). OS CORTES SAO INFORMADOS NA
      *> EXECUCAO. CLIENTE SEM FATURAMENTO NO PERIODO FICA SEM
      *> CLASSE (SO CONTA NA COMPARACAO COM O ANO ANTERIOR).
      *> RELATORIO RELABC.LST: RANKING DOS CLIENTES; RESUMO POR
      *> CLASSE; FATURAMENTO E CLIENTES POR CLASSE DENTRO DE CADA
      *> VENDEDOR (EM ORDEM DE FATURAMENTO - RANKING DE VENDEDORES),
      *> DE CADA TERRITORIO (FAIXA DE CEP DO ARQTER) E DE CADA UF,
      *> SEMPRE COM O MESMO PERIODO DO ANO ANTERIOR E A VARIACAO.
      *> MODOS (CTL-PARM; EM BRANCO, PERGUNTA):
      *>   "R" = SOMENTE RELATORIO
      *>   "A" = GRAVA A CLASSE NO CADASTRO (CLASSE-ABC DO ARQCLI),
      *>         PARA SELECAO NO SCE003/SCE019 E NA EXPORTACAO.
      *>         QUEM NAO FATUROU NO PERIODO PERDE A CLASSE ANTERIOR.
      *>         SO O CLIENTE CUJA CLASSE MUDA E' REGRAVADO, COM
      *>         AUDITORIA "A" NO ARQCLILOG (COMO O SCE027), QUE
      *>         LEVA A NOVA CLASSE NA EXPORTACAO DELTA (SCE004);
      *>         CLASSE IGUAL NAO GERA TRILHA. EXECUCAO
      *>         INTERROMPIDA: BASTA RODAR DE NOVO
      *> A GRAVACAO E' RESTRITA AO SUPERVISOR PELO MENU
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
       SELECT ARQMOV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-CHAVE
           FILE STATUS IS ST-MOV.
       SELECT ARQVDR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VDR-CODIGO
           FILE STATUS IS ST-VDR.
       SELECT ARQTER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TER-CEP-INI
           FILE STATUS IS ST-TER.
       SELECT ARQCLI-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ST-LOG.
       SELECT WORK-SORT ASSIGN TO "WSABC.TMP"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RELABC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-REL.
      *>---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQCLI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQCLI.DAT".
           COPY REGCLI.
       FD ARQMOV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQMOV.DAT".
           COPY MOVCLI.
       FD ARQVDR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQVDR.DAT".
           COPY VDRTAB.
       FD ARQTER
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQTER.DAT".
           COPY TERTAB.
       FD ARQCLI-LOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQCLILOG.DAT".
           COPY LOGCLI.
       SD WORK-SORT.
       01 WS-REG.
           03 WS-VALOR       PIC 9(13)V99.
           03 WS-CPF-CNPJ    PIC 9(14).
           03 WS-VALOR-ANT   PIC 9(13)V99.
       FD RELABC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RELABC.LST".
       01 REG-RELABC          PIC X(132).
      *>------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO         PIC X(02) VALUE "00".
       77 ST-MOV          PIC X(02) VALUE "00".
       77 ST-VDR          PIC X(02) VALUE "00".
       77 ST-TER          PIC X(02) VALUE "00".
       77 ST-REL          PIC X(02) VALUE "00".
       77 ST-LOG          PIC X(02) VALUE "00".
       77 W-MODO          PIC X(01) VALUE SPACES.
       77 W-RESP          PIC X(01) VALUE SPACES.
       77 W-VDR-DISPONIVEL PIC 9(01) VALUE ZEROS.
       77 W-FIM-MOV       PIC 9(01) VALUE ZEROS.
       77 W-FIM-CLI       PIC 9(01) VALUE ZEROS.
       77 W-FIM-TER       PIC 9(01) VALUE ZEROS.
       77 W-FIM-SORT      PIC 9(01) VALUE ZEROS.
       77 W-CLI-ACHOU     PIC 9(01) VALUE ZEROS.
       77 W-LINHA         PIC 9(02) VALUE 99.
       77 W-PAGINA        PIC 9(04) VALUE ZEROS.
      *>------------------------------------------------------------
      *> PERIODO (COMPETENCIAS AAAAMM) E MESMO PERIODO DO ANO
      *> ANTERIOR. W-MESES = ANO * 12 + (MES - 1) DA COMPETENCIA
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
       77 W-ANT-INI       PIC 9(06) VALUE ZEROS.
       77 W-ANT-FIM       PIC 9(06) VALUE ZEROS.
       01 W-COMP-TXT.
           03 W-CT-ANO        PIC 9(04).
           03 W-CT-MES        PIC 9(02).
      *>------------------------------------------------------------
      *> CORTES DA CURVA (PERCENTUAL ACUMULADO)
      *>------------------------------------------------------------
       77 W-PCT-A         PIC 9(03) VALUE ZEROS.
       77 W-PCT-B         PIC 9(03) VALUE ZEROS.
       77 W-PCT-C         PIC 9(03) VALUE ZEROS.
       77 W-CORTE-A       PIC 9(03) VALUE ZEROS.
       77 W-CORTE-B       PIC 9(03) VALUE ZEROS.
      *>------------------------------------------------------------
      *> FATURAMENTO DO CLIENTE, TOTAIS E ACUMULADO DA CURVA
      *>------------------------------------------------------------
       77 W-CPF-ANT       PIC 9(14) VALUE ZEROS.
       77 W-VAL-CLI       PIC 9(13)V99 VALUE ZEROS.
       77 W-ANT-CLI       PIC 9(13)V99 VALUE ZEROS.
       77 W-TOT-ATUAL     PIC 9(15)V99 VALUE ZEROS.
       77 W-TOT-ANT       PIC 9(15)V99 VALUE ZEROS.
       77 W-ACUM          PIC 9(15)V99 VALUE ZEROS.
       77 W-PCT-ANTES     PIC 9(03)V9(04) VALUE ZEROS.
       77 W-PCT-CLI       PIC 9(03)V99 VALUE ZEROS.
       77 W-PCT-ACUM      PIC 9(03)V99 VALUE ZEROS.
       77 W-CLASSE        PIC X(01) VALUE SPACES.
       77 W-CL-IX         PIC 9(01) COMP VALUE ZEROS.
       77 W-RANK          PIC 9(06) VALUE ZEROS.
       77 W-RANK-ED       PIC ZZ9.
       77 W-CLI-VDR       PIC X(04) VALUE SPACES.
       77 W-CLI-UF        PIC X(02) VALUE SPACES.
       77 W-CLI-CEP       PIC 9(08) VALUE ZEROS.
       77 W-CLI-RAZAO     PIC X(30) VALUE SPACES.
      *>------------------------------------------------------------
      *> LIMPEZA DAS CLASSES: FATURAMENTO DO CLIENTE NO PERIODO
      *>------------------------------------------------------------
       77 W-FIM-LMV       PIC 9(01) VALUE ZEROS.
       77 W-VAL-LIMPA     PIC 9(13)V99 VALUE ZEROS.
      *>------------------------------------------------------------
      *> LOG DE AUDITORIA (MUDANCA DE CLASSE NO MODO "A")
      *>------------------------------------------------------------
       77 W-AUD-OPERACAO    PIC X(01) VALUE SPACES.
       01 W-REGCLI-ANTES    PIC X(330) VALUE SPACES.
       01 W-REGCLI-DEPOIS   PIC X(330) VALUE SPACES.
      *>------------------------------------------------------------
      *> CONTADORES
      *>------------------------------------------------------------
       77 W-LIDOS-MOV     PIC 9(06) VALUE ZEROS.
       77 W-QT-CLIENTES   PIC 9(06) VALUE ZEROS.
       77 W-QT-GRAVADOS   PIC 9(06) VALUE ZEROS.
       77 W-QT-LIMPOS     PIC 9(06) VALUE ZEROS.
       77 W-QT-ALTERADOS  PIC 9(06) VALUE ZEROS.
       77 W-QT-NAO-CAD    PIC 9(06) VALUE ZEROS.
      *>------------------------------------------------------------
      *> ACUMULADORES POR CLASSE (1=A, 2=B, 3=C, 4=SEM FATURAMENTO
      *> NO PERIODO): CLIENTES, FATURAMENTO E FATURAMENTO DO MESMO
      *> PERIODO DO ANO ANTERIOR. W-GRP-ACUM E' A AREA DE TRABALHO
      *> DE UM GRUPO (VENDEDOR, TERRITORIO OU UF)
      *>------------------------------------------------------------
       01 W-GRP-ACUM.
           03 W-GA-CL OCCURS 4 TIMES.
               05 W-GA-QT         PIC 9(06).
               05 W-GA-VAL        PIC 9(13)V99.
               05 W-GA-ANT        PIC 9(13)V99.
       01 W-GER-ACUM          PIC X(144) VALUE ZEROS.
       77 W-GRP-TITULO    PIC X(80) VALUE SPACES.
       77 W-GRP-QT        PIC 9(06) VALUE ZEROS.
       77 W-GRP-VAL       PIC 9(15)V99 VALUE ZEROS.
       77 W-GRP-ANT       PIC 9(15)V99 VALUE ZEROS.
       77 W-VAR           PIC S9(07)V9 VALUE ZEROS.
      *>------------------------------------------------------------
      *> VENDEDORES ENCONTRADOS (BRANCOS = SEM VENDEDOR)
      *>------------------------------------------------------------
       77 W-VEN-QTDE      PIC 9(04) COMP VALUE ZEROS.
       77 W-VEN-IX        PIC 9(04) COMP VALUE ZEROS.
       77 W-VEN-MAIOR     PIC 9(04) COMP VALUE ZEROS.
       77 W-VEN-POS       PIC 9(04) COMP VALUE ZEROS.
       77 W-VEN-CHEIA     PIC 9(01) VALUE ZEROS.
       01 W-VEN-TAB.
           03 W-VEN-ITEM OCCURS 300 TIMES.
               05 W-VN-CODIGO     PIC X(04).
               05 W-VN-NOME       PIC X(30).
               05 W-VN-IMPRESSO   PIC 9(01).
               05 W-VN-TOTAL      PIC 9(15)V99.
               05 W-VN-ACUM       PIC X(144).
      *>------------------------------------------------------------
      *> TERRITORIOS (FAIXAS DE CEP DO ARQTER) E O GRUPO DOS
      *> CLIENTES FORA DE QUALQUER FAIXA
      *>------------------------------------------------------------
       77 W-TER-QTDE      PIC 9(04) COMP VALUE ZEROS.
       77 W-TER-IX        PIC 9(04) COMP VALUE ZEROS.
       77 W-TER-POS       PIC 9(04) COMP VALUE ZEROS.
       01 W-TER-TAB.
           03 W-TER-ITEM OCCURS 500 TIMES.
               05 W-TR-CEP-INI    PIC 9(08).
               05 W-TR-CEP-FIM    PIC 9(08).
               05 W-TR-VENDEDOR   PIC X(04).
               05 W-TR-ACUM       PIC X(144).
       01 W-TER-SEM-ACUM      PIC X(144) VALUE ZEROS.
      *>------------------------------------------------------------
      *> UFS ENCONTRADAS
      *>------------------------------------------------------------
       77 W-UF-QTDE       PIC 9(02) COMP VALUE ZEROS.
       77 W-UF-IX         PIC 9(02) COMP VALUE ZEROS.
       77 W-UF-MENOR      PIC 9(02) COMP VALUE ZEROS.
       77 W-UF-POS        PIC 9(02) COMP VALUE ZEROS.
       01 W-UF-TAB.
           03 W-UF-ITEM OCCURS 40 TIMES.
               05 W-UFT-UF        PIC X(02).
               05 W-UFT-IMPRESSO  PIC 9(01).
               05 W-UFT-ACUM      PIC X(144).
      *>------------------------------------------------------------
       01 LC-CABEC1.
           05 FILLER          PIC X(38) VALUE
              "CURVA ABC DE FATURAMENTO - SCE033".
           05 FILLER          PIC X(09) VALUE "PERIODO: ".
           05 LC-COMP-INI     PIC 9(06).
           05 FILLER          PIC X(03) VALUE " A ".
           05 LC-COMP-FIM     PIC 9(06).
           05 FILLER          PIC X(15) VALUE "   ANO ANTER.: ".
           05 LC-ANT-INI      PIC 9(06).
           05 FILLER          PIC X(03) VALUE " A ".
           05 LC-ANT-FIM      PIC 9(06).
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE "PAGINA: ".
           05 LC-PAGINA       PIC ZZZ9.
       01 LC-CABEC1B.
           05 FILLER          PIC X(10) VALUE "CORTES: A ".
           05 LC-PCT-A        PIC ZZ9.
           05 FILLER          PIC X(05) VALUE "%  B ".
           05 LC-PCT-B        PIC ZZ9.
           05 FILLER          PIC X(05) VALUE "%  C ".
           05 LC-PCT-C        PIC ZZ9.
           05 FILLER          PIC X(09) VALUE "%  MODO: ".
           05 LC-MODO         PIC X(30).
       01 LC-CABEC2.
           05 LC-SECAO        PIC X(80).
       01 LC-CABEC3.
           05 FILLER PIC X(08)  VALUE "RANK".
           05 FILLER PIC X(16)  VALUE "CPF/CNPJ".
           05 FILLER PIC X(32)  VALUE "RAZAO SOCIAL".
           05 FILLER PIC X(06)  VALUE "VEND".
           05 FILLER PIC X(04)  VALUE "UF".
           05 FILLER PIC X(20)  VALUE "   FATURAMENTO".
           05 FILLER PIC X(08)  VALUE "  PART%".
           05 FILLER PIC X(08)  VALUE "  ACUM%".
           05 FILLER PIC X(04)  VALUE "CL".
           05 FILLER PIC X(20)  VALUE "   ANO ANTERIOR".
       01 LC-DETALHE.
           05 LD-RANK          PIC ZZZ.ZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 LD-CPF-CNPJ      PIC 9(14).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 LD-RAZAO         PIC X(30).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 LD-VENDEDOR      PIC X(04).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 LD-UF            PIC X(02).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 LD-VALOR         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 LD-PCT           PIC ZZ9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 LD-ACUM          PIC ZZ9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 LD-CLASSE        PIC X(01).
           05 FILLER           PIC X(03) VALUE SPACES.
           05 LD-ANT           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 LC-CABEC4.
           05 FILLER PIC X(12)  VALUE "CLASSE".
           05 FILLER PIC X(10)  VALUE "CLIENTES".
           05 FILLER PIC X(20)  VALUE "   FATURAMENTO".
           05 FILLER PIC X(09)  VALUE "  GRUPO%".
           05 FILLER PIC X(22)  VALUE "   ANO ANTERIOR".
           05 FILLER PIC X(11)  VALUE "  VARIACAO%".
       01 LC-DETALHE2.
           05 LG-CLASSE        PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 LG-QT            PIC ZZZ.ZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 LG-VALOR         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 LG-PCT           PIC ZZ9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 LG-ANT           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 LG-VAR           PIC -ZZZZZ9,9.
           05 LG-VAR-X REDEFINES LG-VAR PIC X(09).
       01 LC-TOTAL1.
           05 FILLER           PIC X(30) VALUE
              "MOVIMENTOS LIDOS:".
           05 LT-LIDOS         PIC ZZZ.ZZ9.
       01 LC-TOTAL2.
           05 FILLER           PIC X(30) VALUE
              "CLIENTES COM FATURAMENTO:".
           05 LT-CLIENTES      PIC ZZZ.ZZ9.
       01 LC-TOTAL3.
           05 FILLER           PIC X(30) VALUE
              "CLIENTES NAO CADASTRADOS:".
           05 LT-NAO-CAD       PIC ZZZ.ZZ9.
       01 LC-TOTAL4.
           05 FILLER           PIC X(30) VALUE
              "CLASSES GRAVADAS NO CADASTRO:".
           05 LT-GRAVADOS      PIC ZZZ.ZZ9.
       01 LC-TOTAL5.
           05 FILLER           PIC X(30) VALUE
              "CLASSES ALTERADAS/LIMPAS:".
           05 LT-ALTERADOS     PIC ZZZ.ZZ9.
           05 FILLER           PIC X(01) VALUE "/".
           05 LT-LIMPOS        PIC ZZZ.ZZ9.
      *>------------------------------------------------------------
       LINKAGE SECTION.
           COPY CTLAREA.
      *>------------------------------------------------------------
       PROCEDURE DIVISION USING CTL-COMM.
       ABC-INICIO.
           MOVE 99 TO W-LINHA
           MOVE ZEROS TO W-PAGINA W-LIDOS-MOV W-QT-CLIENTES
                         W-QT-GRAVADOS W-QT-LIMPOS W-QT-NAO-CAD
                         W-QT-ALTERADOS
                         W-TOT-ATUAL W-TOT-ANT W-ACUM W-RANK
                         W-VEN-QTDE W-TER-QTDE W-UF-QTDE
                         W-GER-ACUM W-TER-SEM-ACUM
           MOVE 0 TO W-VEN-CHEIA.
           PERFORM ABC-MODO THRU ABC-MODO-FIM.
           PERFORM ABC-PERIODO THRU ABC-PERIODO-FIM.
           PERFORM ABC-CORTES THRU ABC-CORTES-FIM.
           IF W-MODO = "A"
              OPEN I-O ARQCLI
           ELSE
              OPEN INPUT ARQCLI.
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CLIENTE: " ST-ERRO
              MOVE ST-ERRO TO CTL-RETORNO
              GOBACK.
           OPEN INPUT ARQMOV
           IF ST-MOV NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE MOVIMENTO: "
                      ST-MOV
              CLOSE ARQCLI
              MOVE ST-MOV TO CTL-RETORNO
              GOBACK.
           OPEN OUTPUT RELABC
           IF ST-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-REL
              CLOSE ARQCLI ARQMOV
              MOVE ST-REL TO CTL-RETORNO
              GOBACK.
           IF W-MODO = "A"
              OPEN EXTEND ARQCLI-LOG
              IF ST-LOG NOT = "00"
                 IF ST-LOG = "30"
                    OPEN OUTPUT ARQCLI-LOG
                 ELSE
                    DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE LOG: "
                            ST-LOG
                    CLOSE ARQCLI ARQMOV RELABC
                    MOVE ST-LOG TO CTL-RETORNO
                    GOBACK.
           MOVE 0 TO W-VDR-DISPONIVEL
           OPEN INPUT ARQVDR
           IF ST-VDR = "00"
              MOVE 1 TO W-VDR-DISPONIVEL.
           PERFORM ABC-CARREGA-TER THRU ABC-CARREGA-TER-FIM.
           IF W-MODO = "A"
              PERFORM ABC-LIMPA THRU ABC-LIMPA-FIM.
           MOVE "RANKING DE CLIENTES PELO FATURAMENTO DO PERIODO"
                TO LC-SECAO
           MOVE 99 TO W-LINHA.
           SORT WORK-SORT
               ON DESCENDING KEY WS-VALOR
               ON ASCENDING KEY WS-CPF-CNPJ
               INPUT PROCEDURE IS ABC-CARGA-SORT
               OUTPUT PROCEDURE IS ABC-IMPRIME-SORT.
           PERFORM ABC-RESUMO THRU ABC-RESUMO-FIM.
           PERFORM ABC-TOTAIS THRU ABC-TOTAIS-FIM.
           CLOSE ARQCLI ARQMOV RELABC.
           IF W-MODO = "A"
              CLOSE ARQCLI-LOG.
           IF W-VDR-DISPONIVEL = 1
              CLOSE ARQVDR.
           DISPLAY "MOVIMENTOS LIDOS:         " W-LIDOS-MOV.
           DISPLAY "CLIENTES COM FATURAMENTO: " W-QT-CLIENTES.
           IF W-MODO = "A"
              DISPLAY "CLASSES GRAVADAS:         " W-QT-GRAVADOS
              DISPLAY "CLASSES ALTERADAS:        " W-QT-ALTERADOS
              DISPLAY "CLASSES LIMPAS:           " W-QT-LIMPOS.
           DISPLAY "RELATORIO GRAVADO EM RELABC.LST".
           MOVE "00" TO CTL-RETORNO
           MOVE W-LIDOS-MOV TO CTL-QTDE-LIDOS
           IF W-MODO = "A"
              MOVE W-QT-GRAVADOS TO CTL-QTDE-GRAV
           ELSE
              MOVE W-QT-CLIENTES TO CTL-QTDE-GRAV.
           GOBACK.
      *>------------------------------------------------------------
       ABC-MODO.
           MOVE CTL-PARM TO W-MODO
           IF W-MODO = "R" OR W-MODO = "A"
              GO TO ABC-MODO-FIM.
           DISPLAY "R=SOMENTE RELATORIO / A=RELATORIO E GRAVA A "
                   "CLASSE NO CADASTRO:"
           ACCEPT W-RESP
           IF W-RESP = "A" OR "a"
              MOVE "A" TO W-MODO
           ELSE
              MOVE "R" TO W-MODO.
       ABC-MODO-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> PERIODO: INFORMADO PELO OPERADOR OU, COM ZEROS, DO MES      *
      *> ANTERIOR AO CORRENTE 12 COMPETENCIAS PARA TRAS (SCE027).    *
      *> O ANO ANTERIOR E' O MESMO INTERVALO MENOS UM ANO            *
      *>------------------------------------------------------------
       ABC-PERIODO.
           DISPLAY "COMPETENCIA INICIAL AAAAMM (ZEROS=ULTIMOS 12 "
                   "MESES FECHADOS):"
           ACCEPT W-COMP-INI
           IF W-COMP-INI = ZEROS
              GO TO ABC-PERIODO-PADRAO.
           DISPLAY "COMPETENCIA FINAL AAAAMM:"
           ACCEPT W-COMP-FIM
           MOVE W-COMP-INI TO W-COMP-TXT
           IF W-CT-MES < 1 OR W-CT-MES > 12 OR W-CT-ANO < 1601
              DISPLAY "COMPETENCIA INICIAL INVALIDA - PERIODO PADRAO"
              GO TO ABC-PERIODO-PADRAO.
           MOVE W-COMP-FIM TO W-COMP-TXT
           IF W-CT-MES < 1 OR W-CT-MES > 12 OR W-CT-ANO < 1601
              DISPLAY "COMPETENCIA FINAL INVALIDA - PERIODO PADRAO"
              GO TO ABC-PERIODO-PADRAO.
           IF W-COMP-FIM < W-COMP-INI
              DISPLAY "FINAL ANTERIOR A INICIAL - PERIODO PADRAO"
              GO TO ABC-PERIODO-PADRAO.
           GO TO ABC-PERIODO-ANT.
       ABC-PERIODO-PADRAO.
           ACCEPT W-DT-HOJE FROM DATE YYYYMMDD
           COMPUTE W-MESES = W-HOJE-ANO * 12 + W-HOJE-MES - 2
           DIVIDE W-MESES BY 12 GIVING W-CALC-ANO
                                REMAINDER W-CALC-MES
           COMPUTE W-COMP-FIM = W-CALC-ANO * 100 + W-CALC-MES + 1
           SUBTRACT 11 FROM W-MESES
           DIVIDE W-MESES BY 12 GIVING W-CALC-ANO
                                REMAINDER W-CALC-MES
           COMPUTE W-COMP-INI = W-CALC-ANO * 100 + W-CALC-MES + 1.
       ABC-PERIODO-ANT.
           COMPUTE W-ANT-INI = W-COMP-INI - 100
           COMPUTE W-ANT-FIM = W-COMP-FIM - 100
           MOVE W-COMP-INI TO LC-COMP-INI
           MOVE W-COMP-FIM TO LC-COMP-FIM
           MOVE W-ANT-INI  TO LC-ANT-INI
           MOVE W-ANT-FIM  TO LC-ANT-FIM
           IF W-MODO = "A"
              MOVE "GRAVA CLASSE NO CADASTRO" TO LC-MODO
           ELSE
              MOVE "SOMENTE RELATORIO" TO LC-MODO.
       ABC-PERIODO-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> CORTES DA CURVA: A E B INFORMADOS (ZEROS = 80 E 15), C E' O *
      *> RESTANTE. A + B TEM QUE FICAR ABAIXO DE 100                 *
      *>------------------------------------------------------------
       ABC-CORTES.
           DISPLAY "PERCENTUAL DA CLASSE A (ZEROS=80):"
           ACCEPT W-PCT-A
           IF W-PCT-A = ZEROS
              MOVE 80 TO W-PCT-A.
           DISPLAY "PERCENTUAL DA CLASSE B (ZEROS=15):"
           ACCEPT W-PCT-B
           IF W-PCT-B = ZEROS
              MOVE 15 TO W-PCT-B.
           IF W-PCT-A + W-PCT-B NOT < 100
              DISPLAY "CORTES SOMAM 100% OU MAIS - USADOS 80/15/5"
              MOVE 80 TO W-PCT-A
              MOVE 15 TO W-PCT-B.
           COMPUTE W-PCT-C = 100 - W-PCT-A - W-PCT-B
           MOVE W-PCT-A TO W-CORTE-A
           COMPUTE W-CORTE-B = W-PCT-A + W-PCT-B
           MOVE W-PCT-A TO LC-PCT-A
           MOVE W-PCT-B TO LC-PCT-B
           MOVE W-PCT-C TO LC-PCT-C.
       ABC-CORTES-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> CARREGA AS FAIXAS DE CEP DOS TERRITORIOS                    *
      *>------------------------------------------------------------
       ABC-CARREGA-TER.
           MOVE ZEROS TO W-TER-QTDE
           OPEN INPUT ARQTER
           IF ST-TER NOT = "00"
              GO TO ABC-CARREGA-TER-FIM.
           MOVE 0 TO W-FIM-TER
           PERFORM ABC-CARREGA-TER-LE THRU ABC-CARREGA-TER-LE-FIM
               UNTIL W-FIM-TER = 1.
           CLOSE ARQTER.
       ABC-CARREGA-TER-FIM.
           EXIT.
      *>------------------------------------------------------------
       ABC-CARREGA-TER-LE.
           READ ARQTER NEXT RECORD
              AT END
                 MOVE 1 TO W-FIM-TER
                 GO TO ABC-CARREGA-TER-LE-FIM
           END-READ.
           IF W-TER-QTDE NOT < 500
              DISPLAY "TABELA DE TERRITORIOS CHEIA - FAIXAS A PARTIR "
                      "DO CEP " TER-CEP-INI " FICAM FORA"
              MOVE 1 TO W-FIM-TER
              GO TO ABC-CARREGA-TER-LE-FIM.
           ADD 1 TO W-TER-QTDE
           MOVE TER-CEP-INI  TO W-TR-CEP-INI (W-TER-QTDE)
           MOVE TER-CEP-FIM  TO W-TR-CEP-FIM (W-TER-QTDE)
           MOVE TER-VENDEDOR TO W-TR-VENDEDOR (W-TER-QTDE)
           MOVE ZEROS TO W-TR-ACUM (W-TER-QTDE).
       ABC-CARREGA-TER-LE-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> MODO "A": LIMPA AS CLASSES DA EXECUCAO ANTERIOR (CLIENTE    *
      *> QUE PAROU DE FATURAR NAO PODE FICAR COM A CLASSE VELHA).    *
      *> QUEM FATUROU NO PERIODO NAO E' TOCADO AQUI: RECEBE A NOVA   *
      *> CLASSE NO ABC-CLIENTE, E SO SAI NA TRILHA SE ELA MUDAR      *
      *>------------------------------------------------------------
       ABC-LIMPA.
           MOVE 0 TO W-FIM-CLI
           MOVE LOW-VALUES TO CPF-CNPJ
           START ARQCLI KEY IS NOT LESS THAN CPF-CNPJ
              INVALID KEY
                 MOVE 1 TO W-FIM-CLI
           END-START.
           PERFORM ABC-LIMPA-LE THRU ABC-LIMPA-LE-FIM
               UNTIL W-FIM-CLI = 1.
       ABC-LIMPA-FIM.
           EXIT.
      *>------------------------------------------------------------
       ABC-LIMPA-LE.
           READ ARQCLI NEXT RECORD
              AT END
                 MOVE 1 TO W-FIM-CLI
                 GO TO ABC-LIMPA-LE-FIM
           END-READ.
           IF CLASSE-ABC = SPACES
              GO TO ABC-LIMPA-LE-FIM.
           PERFORM ABC-LIMPA-MOV THRU ABC-LIMPA-MOV-FIM
           IF W-VAL-LIMPA > ZEROS
              GO TO ABC-LIMPA-LE-FIM.
           MOVE REGCLI TO W-REGCLI-ANTES
           MOVE SPACES TO CLASSE-ABC
           ACCEPT DATA-ULT-ALT FROM DATE YYYYMMDD
           REWRITE REGCLI
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              DISPLAY "ERRO NA LIMPEZA DA CLASSE DE " CPF-CNPJ
                      ": " ST-ERRO
           ELSE
              ADD 1 TO W-QT-LIMPOS
              MOVE REGCLI TO W-REGCLI-DEPOIS
              MOVE "A" TO W-AUD-OPERACAO
              PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM.
       ABC-LIMPA-LE-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> FATURAMENTO DO CLIENTE NO PERIODO, SOMADO COMO NA CARGA DO  *
      *> SORT: MAIOR QUE ZEROS = VAI SER CLASSIFICADO NESTA EXECUCAO *
      *>------------------------------------------------------------
       ABC-LIMPA-MOV.
           MOVE ZEROS TO W-VAL-LIMPA
           MOVE 0 TO W-FIM-LMV
           MOVE CPF-CNPJ TO MOV-CPF-CNPJ
           MOVE W-COMP-INI TO MOV-COMPET
           START ARQMOV KEY IS NOT LESS THAN MOV-CHAVE
              INVALID KEY
                 GO TO ABC-LIMPA-MOV-FIM
           END-START.
           PERFORM ABC-LIMPA-MOV-LE THRU ABC-LIMPA-MOV-LE-FIM
               UNTIL W-FIM-LMV = 1.
       ABC-LIMPA-MOV-FIM.
           EXIT.
      *>------------------------------------------------------------
       ABC-LIMPA-MOV-LE.
           READ ARQMOV NEXT RECORD
              AT END
                 MOVE 1 TO W-FIM-LMV
                 GO TO ABC-LIMPA-MOV-LE-FIM
           END-READ.
           IF MOV-CPF-CNPJ NOT = CPF-CNPJ
              OR MOV-COMPET > W-COMP-FIM
              MOVE 1 TO W-FIM-LMV
              GO TO ABC-LIMPA-MOV-LE-FIM.
           ADD MOV-VALOR TO W-VAL-LIMPA.
       ABC-LIMPA-MOV-LE-FIM.
           EXIT.
      *>------------------------------------------------------------
       ABC-CABECALHO.
           ADD 1 TO W-PAGINA
           MOVE W-PAGINA TO LC-PAGINA
           WRITE REG-RELABC FROM LC-CABEC1
           WRITE REG-RELABC FROM LC-CABEC1B
           MOVE SPACES TO REG-RELABC
           WRITE REG-RELABC
           WRITE REG-RELABC FROM LC-CABEC2
           MOVE 4 TO W-LINHA.
       ABC-CABECALHO-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> LE O ARQMOV NA ORDEM DA CHAVE (CPF/CNPJ + COMPETENCIA) E    *
      *> ENTREGA AO SORT UM REGISTRO POR CLIENTE COM FATURAMENTO NO  *
      *> PERIODO OU NO MESMO PERIODO DO ANO ANTERIOR                 *
      *>------------------------------------------------------------
       ABC-CARGA-SORT.
           MOVE 0 TO W-FIM-MOV
           MOVE ZEROS TO W-CPF-ANT W-VAL-CLI W-ANT-CLI
           MOVE LOW-VALUES TO MOV-CHAVE
           START ARQMOV KEY IS NOT LESS THAN MOV-CHAVE
              INVALID KEY
                 MOVE 1 TO W-FIM-MOV
           END-START.
           PERFORM ABC-CARGA-LE THRU ABC-CARGA-LE-FIM
               UNTIL W-FIM-MOV = 1.
           PERFORM ABC-CARGA-SOLTA THRU ABC-CARGA-SOLTA-FIM.
       ABC-CARGA-SORT-FIM.
           EXIT.
      *>------------------------------------------------------------
       ABC-CARGA-LE.
           READ ARQMOV NEXT RECORD
              AT END
                 MOVE 1 TO W-FIM-MOV
                 GO TO ABC-CARGA-LE-FIM
           END-READ.
           ADD 1 TO W-LIDOS-MOV
           IF MOV-CPF-CNPJ NOT = W-CPF-ANT
              PERFORM ABC-CARGA-SOLTA THRU ABC-CARGA-SOLTA-FIM
              MOVE MOV-CPF-CNPJ TO W-CPF-ANT.
           IF MOV-COMPET NOT < W-COMP-INI
              AND MOV-COMPET NOT > W-COMP-FIM
              ADD MOV-VALOR TO W-VAL-CLI.
           IF MOV-COMPET NOT < W-ANT-INI
              AND MOV-COMPET NOT > W-ANT-FIM
              ADD MOV-VALOR TO W-ANT-CLI.
       ABC-CARGA-LE-FIM.
           EXIT.
      *>------------------------------------------------------------
       ABC-CARGA-SOLTA.
           IF W-VAL-CLI = ZEROS AND W-ANT-CLI = ZEROS
              GO TO ABC-CARGA-SOLTA-FIM.
           MOVE W-VAL-CLI TO WS-VALOR
           MOVE W-CPF-ANT TO WS-CPF-CNPJ
           MOVE W-ANT-CLI TO WS-VALOR-ANT
           ADD W-VAL-CLI TO W-TOT-ATUAL
           ADD W-ANT-CLI TO W-TOT-ANT
           RELEASE WS-REG
           MOVE ZEROS TO W-VAL-CLI W-ANT-CLI.
       ABC-CARGA-SOLTA-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> RECEBE OS CLIENTES DO MAIOR PARA O MENOR FATURAMENTO,       *
      *> CLASSIFICA, IMPRIME O RANKING E ACUMULA OS GRUPOS           *
      *>------------------------------------------------------------
       ABC-IMPRIME-SORT.
           MOVE 0 TO W-FIM-SORT
           PERFORM ABC-IMPRIME-REG THRU ABC-IMPRIME-REG-FIM
               UNTIL W-FIM-SORT = 1.
       ABC-IMPRIME-SORT-FIM.
           EXIT.
      *>------------------------------------------------------------
       ABC-IMPRIME-REG.
           RETURN WORK-SORT
               AT END
                  MOVE 1 TO W-FIM-SORT
                  GO TO ABC-IMPRIME-REG-FIM
           END-RETURN.
           PERFORM ABC-CLASSIFICA THRU ABC-CLASSIFICA-FIM
           PERFORM ABC-CLIENTE THRU ABC-CLIENTE-FIM
           PERFORM ABC-ACUMULA THRU ABC-ACUMULA-FIM
           IF WS-VALOR = ZEROS
              GO TO ABC-IMPRIME-REG-FIM.
           IF W-LINHA > 55
              PERFORM ABC-CABECALHO THRU ABC-CABECALHO-FIM
              WRITE REG-RELABC FROM LC-CABEC3
              ADD 1 TO W-LINHA.
           MOVE W-RANK       TO LD-RANK
           MOVE WS-CPF-CNPJ  TO LD-CPF-CNPJ
           MOVE W-CLI-RAZAO  TO LD-RAZAO
           MOVE W-CLI-VDR    TO LD-VENDEDOR
           MOVE W-CLI-UF     TO LD-UF
           MOVE WS-VALOR     TO LD-VALOR
           MOVE W-PCT-CLI    TO LD-PCT
           MOVE W-PCT-ACUM   TO LD-ACUM
           MOVE W-CLASSE     TO LD-CLASSE
           MOVE WS-VALOR-ANT TO LD-ANT
           WRITE REG-RELABC FROM LC-DETALHE
           ADD 1 TO W-LINHA.
       ABC-IMPRIME-REG-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> CLASSE PELA PARTICIPACAO ACUMULADA ANTES DO CLIENTE: QUEM   *
      *> COMECA ABAIXO DO CORTE ENTRA NA CLASSE (O CLIENTE QUE CRUZA *
      *> O CORTE FICA NA CLASSE DE CIMA)                             *
      *>------------------------------------------------------------
       ABC-CLASSIFICA.
           MOVE SPACES TO W-CLASSE
           MOVE 4 TO W-CL-IX
           MOVE ZEROS TO W-PCT-CLI
           IF WS-VALOR = ZEROS OR W-TOT-ATUAL = ZEROS
              GO TO ABC-CLASSIFICA-FIM.
           ADD 1 TO W-RANK
           ADD 1 TO W-QT-CLIENTES
           COMPUTE W-PCT-ANTES = W-ACUM * 100 / W-TOT-ATUAL
           IF W-PCT-ANTES < W-CORTE-A
              MOVE "A" TO W-CLASSE
              MOVE 1 TO W-CL-IX
           ELSE
              IF W-PCT-ANTES < W-CORTE-B
                 MOVE "B" TO W-CLASSE
                 MOVE 2 TO W-CL-IX
              ELSE
                 MOVE "C" TO W-CLASSE
                 MOVE 3 TO W-CL-IX.
           ADD WS-VALOR TO W-ACUM
           COMPUTE W-PCT-CLI ROUNDED = WS-VALOR * 100 / W-TOT-ATUAL
           COMPUTE W-PCT-ACUM ROUNDED = W-ACUM * 100 / W-TOT-ATUAL.
       ABC-CLASSIFICA-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> DADOS DO CLIENTE NO CADASTRO; NO MODO "A" GRAVA A CLASSE    *
      *> QUANDO ELA MUDA, COM A AUDITORIA "A" QUE A LEVA AO DELTA    *
      *>------------------------------------------------------------
       ABC-CLIENTE.
           MOVE SPACES TO W-CLI-VDR W-CLI-UF W-CLI-RAZAO
           MOVE ZEROS TO W-CLI-CEP
           MOVE WS-CPF-CNPJ TO CPF-CNPJ
           READ ARQCLI
              INVALID KEY
                 MOVE "*** NAO CADASTRADO ***" TO W-CLI-RAZAO
                 ADD 1 TO W-QT-NAO-CAD
                 GO TO ABC-CLIENTE-FIM
           END-READ.
           MOVE RAZAO-SOCIAL TO W-CLI-RAZAO
           MOVE VENDEDOR     TO W-CLI-VDR
           MOVE UF           TO W-CLI-UF
           MOVE CEP          TO W-CLI-CEP
           IF W-MODO NOT = "A" OR W-CLASSE = SPACES
              GO TO ABC-CLIENTE-FIM.
           IF CLASSE-ABC = W-CLASSE
              ADD 1 TO W-QT-GRAVADOS
              GO TO ABC-CLIENTE-FIM.
           MOVE REGCLI TO W-REGCLI-ANTES
           MOVE W-CLASSE TO CLASSE-ABC
           ACCEPT DATA-ULT-ALT FROM DATE YYYYMMDD
           REWRITE REGCLI
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DA CLASSE DE " CPF-CNPJ
                      ": " ST-ERRO
           ELSE
              ADD 1 TO W-QT-GRAVADOS
              ADD 1 TO W-QT-ALTERADOS
              MOVE REGCLI TO W-REGCLI-DEPOIS
              MOVE "A" TO W-AUD-OPERACAO
              PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM.
       ABC-CLIENTE-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> SOMA O CLIENTE NA CLASSE DO TOTAL GERAL, DO VENDEDOR, DO    *
      *> TERRITORIO E DA UF                                          *
      *>------------------------------------------------------------
       ABC-ACUMULA.
           MOVE W-GER-ACUM TO W-GRP-ACUM
           PERFORM ABC-SOMA THRU ABC-SOMA-FIM
           MOVE W-GRP-ACUM TO W-GER-ACUM
      *>    VENDEDOR                                                  *
           MOVE 0 TO W-VEN-POS
           PERFORM VARYING W-VEN-IX FROM 1 BY 1
                   UNTIL W-VEN-IX > W-VEN-QTDE OR W-VEN-POS > 0
              IF W-VN-CODIGO (W-VEN-IX) = W-CLI-VDR
                 MOVE W-VEN-IX TO W-VEN-POS
              END-IF
           END-PERFORM
           IF W-VEN-POS = 0
              PERFORM ABC-NOVO-VDR THRU ABC-NOVO-VDR-FIM.
           IF W-VEN-POS > 0
              MOVE W-VN-ACUM (W-VEN-POS) TO W-GRP-ACUM
              PERFORM ABC-SOMA THRU ABC-SOMA-FIM
              MOVE W-GRP-ACUM TO W-VN-ACUM (W-VEN-POS)
              ADD WS-VALOR TO W-VN-TOTAL (W-VEN-POS).
      *>    TERRITORIO: FAIXA DE CEP QUE CONTEM O CEP DO CLIENTE      *
           MOVE 0 TO W-TER-POS
           PERFORM VARYING W-TER-IX FROM 1 BY 1
                   UNTIL W-TER-IX > W-TER-QTDE OR W-TER-POS > 0
              IF W-CLI-CEP NOT < W-TR-CEP-INI (W-TER-IX)
                 AND W-CLI-CEP NOT > W-TR-CEP-FIM (W-TER-IX)
                 MOVE W-TER-IX TO W-TER-POS
              END-IF
           END-PERFORM
           IF W-TER-POS = 0
              MOVE W-TER-SEM-ACUM TO W-GRP-ACUM
              PERFORM ABC-SOMA THRU ABC-SOMA-FIM
              MOVE W-GRP-ACUM TO W-TER-SEM-ACUM
           ELSE
              MOVE W-TR-ACUM (W-TER-POS) TO W-GRP-ACUM
              PERFORM ABC-SOMA THRU ABC-SOMA-FIM
              MOVE W-GRP-ACUM TO W-TR-ACUM (W-TER-POS).
      *>    UF                                                        *
           MOVE 0 TO W-UF-POS
           PERFORM VARYING W-UF-IX FROM 1 BY 1
                   UNTIL W-UF-IX > W-UF-QTDE OR W-UF-POS > 0
              IF W-UFT-UF (W-UF-IX) = W-CLI-UF
                 MOVE W-UF-IX TO W-UF-POS
              END-IF
           END-PERFORM
           IF W-UF-POS = 0 AND W-UF-QTDE < 40
              ADD 1 TO W-UF-QTDE
              MOVE W-UF-QTDE TO W-UF-POS
              MOVE W-CLI-UF TO W-UFT-UF (W-UF-POS)
              MOVE ZEROS TO W-UFT-ACUM (W-UF-POS).
           IF W-UF-POS > 0
              MOVE W-UFT-ACUM (W-UF-POS) TO W-GRP-ACUM
              PERFORM ABC-SOMA THRU ABC-SOMA-FIM
              MOVE W-GRP-ACUM TO W-UFT-ACUM (W-UF-POS).
       ABC-ACUMULA-FIM.
           EXIT.
      *>------------------------------------------------------------
       ABC-SOMA.
           ADD 1            TO W-GA-QT (W-CL-IX)
           ADD WS-VALOR     TO W-GA-VAL (W-CL-IX)
           ADD WS-VALOR-ANT TO W-GA-ANT (W-CL-IX).
       ABC-SOMA-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> VENDEDOR AINDA NAO VISTO: ENTRA NA TABELA COM O NOME DO     *
      *> ARQVDR (BRANCOS = CLIENTE SEM VENDEDOR)                     *
      *>------------------------------------------------------------
       ABC-NOVO-VDR.
           IF W-VEN-QTDE NOT < 300
              IF W-VEN-CHEIA = 0
                 DISPLAY "TABELA DE VENDEDORES CHEIA - VENDEDOR "
                         W-CLI-VDR " E SEGUINTES FORA DO RESUMO"
                 MOVE 1 TO W-VEN-CHEIA
              END-IF
              GO TO ABC-NOVO-VDR-FIM.
           ADD 1 TO W-VEN-QTDE
           MOVE W-VEN-QTDE TO W-VEN-POS
           MOVE W-CLI-VDR TO W-VN-CODIGO (W-VEN-POS)
           MOVE 0 TO W-VN-IMPRESSO (W-VEN-POS)
           MOVE ZEROS TO W-VN-TOTAL (W-VEN-POS)
                         W-VN-ACUM (W-VEN-POS)
           MOVE SPACES TO W-VN-NOME (W-VEN-POS)
           IF W-CLI-VDR = SPACES
              MOVE "SEM VENDEDOR" TO W-VN-NOME (W-VEN-POS)
              GO TO ABC-NOVO-VDR-FIM.
           IF W-VDR-DISPONIVEL = 0
              GO TO ABC-NOVO-VDR-FIM.
           MOVE W-CLI-VDR TO VDR-CODIGO
           READ ARQVDR
              INVALID KEY
                 MOVE "NAO CADASTRADO NO ARQVDR"
                      TO W-VN-NOME (W-VEN-POS)
                 GO TO ABC-NOVO-VDR-FIM
           END-READ.
           MOVE VDR-NOME TO W-VN-NOME (W-VEN-POS).
       ABC-NOVO-VDR-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> RESUMOS: GERAL POR CLASSE, VENDEDORES EM ORDEM DE           *
      *> FATURAMENTO, TERRITORIOS NA ORDEM DO CEP E UFS EM ORDEM     *
      *> ALFABETICA                                                  *
      *>------------------------------------------------------------
       ABC-RESUMO.
           MOVE "RESUMO GERAL POR CLASSE" TO LC-SECAO
           PERFORM ABC-CABECALHO THRU ABC-CABECALHO-FIM
           MOVE W-GER-ACUM TO W-GRP-ACUM
           MOVE "TODOS OS CLIENTES" TO W-GRP-TITULO
           PERFORM ABC-IMP-GRUPO THRU ABC-IMP-GRUPO-FIM.
           MOVE "RANKING DE VENDEDORES - FATURAMENTO POR CLASSE"
                TO LC-SECAO
           PERFORM ABC-CABECALHO THRU ABC-CABECALHO-FIM
           MOVE ZEROS TO W-RANK
           PERFORM ABC-RES-VDR THRU ABC-RES-VDR-FIM
               W-VEN-QTDE TIMES.
           MOVE "FATURAMENTO POR CLASSE DENTRO DO TERRITORIO"
                TO LC-SECAO
           PERFORM ABC-CABECALHO THRU ABC-CABECALHO-FIM
           MOVE 0 TO W-TER-IX
           PERFORM ABC-RES-TER THRU ABC-RES-TER-FIM
               W-TER-QTDE TIMES.
           MOVE W-TER-SEM-ACUM TO W-GRP-ACUM
           MOVE "FORA DE QUALQUER TERRITORIO" TO W-GRP-TITULO
           PERFORM ABC-IMP-GRUPO THRU ABC-IMP-GRUPO-FIM.
           MOVE "FATURAMENTO POR CLASSE DENTRO DA UF" TO LC-SECAO
           PERFORM ABC-CABECALHO THRU ABC-CABECALHO-FIM
           PERFORM ABC-RES-UF THRU ABC-RES-UF-FIM
               W-UF-QTDE TIMES.
       ABC-RESUMO-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> PROXIMO VENDEDOR DE MAIOR FATURAMENTO AINDA NAO IMPRESSO    *
      *>------------------------------------------------------------
       ABC-RES-VDR.
           MOVE 0 TO W-VEN-MAIOR
           PERFORM VARYING W-VEN-IX FROM 1 BY 1
                   UNTIL W-VEN-IX > W-VEN-QTDE
              IF W-VN-IMPRESSO (W-VEN-IX) = 0
                 IF W-VEN-MAIOR = 0
                    MOVE W-VEN-IX TO W-VEN-MAIOR
                 ELSE
                    IF W-VN-TOTAL (W-VEN-IX) >
                       W-VN-TOTAL (W-VEN-MAIOR)
                       MOVE W-VEN-IX TO W-VEN-MAIOR
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF W-VEN-MAIOR = 0
              GO TO ABC-RES-VDR-FIM.
           MOVE 1 TO W-VN-IMPRESSO (W-VEN-MAIOR)
           ADD 1 TO W-RANK
           MOVE W-VN-ACUM (W-VEN-MAIOR) TO W-GRP-ACUM
           MOVE SPACES TO W-GRP-TITULO
           MOVE W-RANK TO W-RANK-ED
           STRING W-RANK-ED DELIMITED BY SIZE
                  "O. VENDEDOR " DELIMITED BY SIZE
                  W-VN-CODIGO (W-VEN-MAIOR) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  W-VN-NOME (W-VEN-MAIOR) DELIMITED BY SIZE
             INTO W-GRP-TITULO
           PERFORM ABC-IMP-GRUPO THRU ABC-IMP-GRUPO-FIM.
       ABC-RES-VDR-FIM.
           EXIT.
      *>------------------------------------------------------------
       ABC-RES-TER.
           ADD 1 TO W-TER-IX
           MOVE W-TR-ACUM (W-TER-IX) TO W-GRP-ACUM
           MOVE SPACES TO W-GRP-TITULO
           STRING "CEP " DELIMITED BY SIZE
                  W-TR-CEP-INI (W-TER-IX) DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  W-TR-CEP-FIM (W-TER-IX) DELIMITED BY SIZE
                  " - VENDEDOR " DELIMITED BY SIZE
                  W-TR-VENDEDOR (W-TER-IX) DELIMITED BY SIZE
             INTO W-GRP-TITULO
           PERFORM ABC-IMP-GRUPO THRU ABC-IMP-GRUPO-FIM.
       ABC-RES-TER-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> PROXIMA UF EM ORDEM ALFABETICA AINDA NAO IMPRESSA           *
      *>------------------------------------------------------------
       ABC-RES-UF.
           MOVE 0 TO W-UF-MENOR
           PERFORM VARYING W-UF-IX FROM 1 BY 1
                   UNTIL W-UF-IX > W-UF-QTDE
              IF W-UFT-IMPRESSO (W-UF-IX) = 0
                 IF W-UF-MENOR = 0
                    MOVE W-UF-IX TO W-UF-MENOR
                 ELSE
                    IF W-UFT-UF (W-UF-IX) < W-UFT-UF (W-UF-MENOR)
                       MOVE W-UF-IX TO W-UF-MENOR
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF W-UF-MENOR = 0
              GO TO ABC-RES-UF-FIM.
           MOVE 1 TO W-UFT-IMPRESSO (W-UF-MENOR)
           MOVE W-UFT-ACUM (W-UF-MENOR) TO W-GRP-ACUM
           MOVE SPACES TO W-GRP-TITULO
           IF W-UFT-UF (W-UF-MENOR) = SPACES
              MOVE "UF: NAO INFORMADA / NAO CADASTRADO"
                   TO W-GRP-TITULO
           ELSE
              STRING "UF: " DELIMITED BY SIZE
                     W-UFT-UF (W-UF-MENOR) DELIMITED BY SIZE
                INTO W-GRP-TITULO.
           PERFORM ABC-IMP-GRUPO THRU ABC-IMP-GRUPO-FIM.
       ABC-RES-UF-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> IMPRIME UM GRUPO (W-GRP-TITULO / W-GRP-ACUM): UMA LINHA POR *
      *> CLASSE COM CLIENTES, FATURAMENTO, PARTICIPACAO NO GRUPO,    *
      *> ANO ANTERIOR E VARIACAO, E A LINHA DE TOTAL DO GRUPO        *
      *>------------------------------------------------------------
       ABC-IMP-GRUPO.
           MOVE ZEROS TO W-GRP-QT W-GRP-VAL W-GRP-ANT
           PERFORM VARYING W-CL-IX FROM 1 BY 1 UNTIL W-CL-IX > 4
              ADD W-GA-QT (W-CL-IX)  TO W-GRP-QT
              ADD W-GA-VAL (W-CL-IX) TO W-GRP-VAL
              ADD W-GA-ANT (W-CL-IX) TO W-GRP-ANT
           END-PERFORM
           IF W-GRP-QT = ZEROS
              GO TO ABC-IMP-GRUPO-FIM.
           IF W-LINHA > 48
              PERFORM ABC-CABECALHO THRU ABC-CABECALHO-FIM.
           MOVE SPACES TO REG-RELABC
           WRITE REG-RELABC
           WRITE REG-RELABC FROM W-GRP-TITULO
           WRITE REG-RELABC FROM LC-CABEC4
           ADD 3 TO W-LINHA
           MOVE 0 TO W-CL-IX
           PERFORM ABC-IMP-CLASSE THRU ABC-IMP-CLASSE-FIM 4 TIMES.
           MOVE "TOTAL" TO LG-CLASSE
           MOVE W-GRP-QT  TO LG-QT
           MOVE W-GRP-VAL TO LG-VALOR
           MOVE 100 TO LG-PCT
           MOVE W-GRP-ANT TO LG-ANT
           PERFORM ABC-VARIACAO THRU ABC-VARIACAO-FIM
           WRITE REG-RELABC FROM LC-DETALHE2
           ADD 1 TO W-LINHA.
       ABC-IMP-GRUPO-FIM.
           EXIT.
      *>------------------------------------------------------------
       ABC-IMP-CLASSE.
           ADD 1 TO W-CL-IX
           IF W-GA-QT (W-CL-IX) = ZEROS
              GO TO ABC-IMP-CLASSE-FIM.
           EVALUATE W-CL-IX
              WHEN 1
                 MOVE "A" TO LG-CLASSE
              WHEN 2
                 MOVE "B" TO LG-CLASSE
              WHEN 3
                 MOVE "C" TO LG-CLASSE
              WHEN OTHER
                 MOVE "SEM FATUR." TO LG-CLASSE
           END-EVALUATE
           MOVE W-GA-QT (W-CL-IX)  TO LG-QT
           MOVE W-GA-VAL (W-CL-IX) TO LG-VALOR
           MOVE W-GA-ANT (W-CL-IX) TO LG-ANT
           IF W-GRP-VAL = ZEROS
              MOVE ZEROS TO LG-PCT
           ELSE
              COMPUTE LG-PCT ROUNDED =
                      W-GA-VAL (W-CL-IX) * 100 / W-GRP-VAL.
           MOVE W-GA-VAL (W-CL-IX) TO W-VAL-CLI
           MOVE W-GA-ANT (W-CL-IX) TO W-ANT-CLI
           PERFORM ABC-VARIACAO-CL THRU ABC-VARIACAO-CL-FIM
           WRITE REG-RELABC FROM LC-DETALHE2
           ADD 1 TO W-LINHA.
       ABC-IMP-CLASSE-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> VARIACAO SOBRE O ANO ANTERIOR; SEM BASE NO ANO ANTERIOR     *
      *> SAI "NOVO"                                                  *
      *>------------------------------------------------------------
       ABC-VARIACAO.
           MOVE W-GRP-VAL TO W-VAL-CLI
           MOVE W-GRP-ANT TO W-ANT-CLI
           PERFORM ABC-VARIACAO-CL THRU ABC-VARIACAO-CL-FIM.
       ABC-VARIACAO-FIM.
           EXIT.
      *>------------------------------------------------------------
       ABC-VARIACAO-CL.
           IF W-ANT-CLI = ZEROS
              IF W-VAL-CLI = ZEROS
                 MOVE SPACES TO LG-VAR-X
              ELSE
                 MOVE "     NOVO" TO LG-VAR-X
              END-IF
              GO TO ABC-VARIACAO-CL-FIM.
           COMPUTE W-VAR ROUNDED =
                   (W-VAL-CLI - W-ANT-CLI) * 100 / W-ANT-CLI
              ON SIZE ERROR
                 MOVE 999999 TO W-VAR
           END-COMPUTE
           MOVE W-VAR TO LG-VAR.
       ABC-VARIACAO-CL-FIM.
           EXIT.
      *>------------------------------------------------------------
       ABC-TOTAIS.
           IF W-LINHA > 48
              PERFORM ABC-CABECALHO THRU ABC-CABECALHO-FIM.
           MOVE SPACES TO REG-RELABC
           WRITE REG-RELABC
           MOVE W-LIDOS-MOV   TO LT-LIDOS
           WRITE REG-RELABC FROM LC-TOTAL1
           MOVE W-QT-CLIENTES TO LT-CLIENTES
           WRITE REG-RELABC FROM LC-TOTAL2
           MOVE W-QT-NAO-CAD  TO LT-NAO-CAD
           WRITE REG-RELABC FROM LC-TOTAL3
           IF W-MODO = "A"
              MOVE W-QT-GRAVADOS TO LT-GRAVADOS
              WRITE REG-RELABC FROM LC-TOTAL4
              MOVE W-QT-ALTERADOS TO LT-ALTERADOS
              MOVE W-QT-LIMPOS TO LT-LIMPOS
              WRITE REG-RELABC FROM LC-TOTAL5.
       ABC-TOTAIS-FIM.
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
