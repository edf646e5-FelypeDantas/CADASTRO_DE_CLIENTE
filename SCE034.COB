       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE034.
      *>AUTHOR. FELYPE DANTAS DOS SANTOS.
      *>*****************************************
      *> CONSULTA GERAL DO CLIENTE (VISAO 360)   *
      *> -- SOMENTE LEITURA                      *
      *>*****************************************
      *> REUNE NUMA SO CONSULTA O QUE ANTES PEDIA O SCE002, O SCE014,
      *> O SCE012 E O SCE016: PESQUISA PELO CPF/CNPJ OU PELO APELIDO
      *> E MOSTRA O CADASTRO (SITUACAO E CONSENTIMENTOS LGPD), A
      *> FICHA FINANCEIRA (LIMITE E MOTIVO DO BLOQUEIO), A FUSAO
      *> (INCORPORADO A OUTRO CLIENTE) E A TRAVA DO ARQLCK, COM AS
      *> QUANTIDADES E TOTAIS; EM PAGINAS: OS ENDERECOS (ARQEND) E
      *> CONTATOS (ARQCTO), AS ULTIMAS 12 COMPETENCIAS DO ARQMOV, AS
      *> ULTIMAS ENTRADAS DA TRILHA DE AUDITORIA (LOG CORRENTE E, SE
      *> FALTAR, AS GERACOES FECHADAS PELO SCE030, DA MAIS NOVA PARA
      *> A MAIS VELHA) E OS CLIENTES INCORPORADOS A ESTE (FUSAO NO
      *> OUTRO SENTIDO - VARRE O ARQCLI, POR ISSO SO SOB PEDIDO).
      *> TODOS OS ARQUIVOS SAO ABERTOS EM INPUT E A TRAVA DO ARQLCK
      *> SO E' LIDA: A CONSULTA NAO PRENDE O CLIENTE E PODE SER FEITA
      *> ENQUANTO OUTRO OPERADOR O ALTERA NO SCE002
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
       SELECT ARQFIN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FIN-CPF-CNPJ
           FILE STATUS IS ST-FIN.
       SELECT ARQEND ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS END-CHAVE
           FILE STATUS IS ST-END.
       SELECT ARQCTO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTO-CHAVE
           FILE STATUS IS ST-CTO.
       SELECT ARQMOV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-CHAVE
           FILE STATUS IS ST-MOV.
       SELECT ARQLCK ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LCK-CPF-CNPJ
           FILE STATUS IS ST-LCK.
       SELECT ARQCLI-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ST-LOG.
       SELECT ARQGER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GER-NUMERO
           FILE STATUS IS ST-GER.
      *>---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQCLI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQCLI.DAT".
           COPY REGCLI.
       FD ARQFIN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQFIN.DAT".
           COPY FINCLI.
       FD ARQEND
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQEND.DAT".
           COPY ENDCLI.
       FD ARQCTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQCTO.DAT".
           COPY CTOCLI.
       FD ARQMOV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQMOV.DAT".
           COPY MOVCLI.
       FD ARQLCK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQLCK.DAT".
           COPY LCKCLI.
      *>    LOG CORRENTE OU UMA GERACAO FECHADA (CLILOGNNNNNN.DAT)    *
       FD ARQCLI-LOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS W-LOG-NOME.
           COPY LOGCLI.
       FD ARQGER
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQGER.DAT".
           COPY GERLOG.
      *>------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 W-I            PIC 9(02) COMP VALUE ZEROS.
       77 W-LINDISP      PIC 9(02) VALUE ZEROS.
       77 W-FIM-LST      PIC 9(01) VALUE ZEROS.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-FIN         PIC X(02) VALUE "00".
       77 ST-END         PIC X(02) VALUE "00".
       77 ST-CTO         PIC X(02) VALUE "00".
       77 ST-MOV         PIC X(02) VALUE "00".
       77 ST-LCK         PIC X(02) VALUE "00".
       77 ST-LOG         PIC X(02) VALUE "00".
       77 ST-GER         PIC X(02) VALUE "00".
       77 W-FIN-DISPONIVEL  PIC 9(01) VALUE ZEROS.
       77 W-END-DISPONIVEL  PIC 9(01) VALUE ZEROS.
       77 W-CTO-DISPONIVEL  PIC 9(01) VALUE ZEROS.
       77 W-MOV-DISPONIVEL  PIC 9(01) VALUE ZEROS.
       77 W-LCK-DISPONIVEL  PIC 9(01) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
      *>------------------------------------------------------------
      *> PESQUISA E CLIENTE EM CONSULTA (A IMAGEM FICA GUARDADA
      *> PORQUE A LEITURA DO SOBREVIVENTE DA FUSAO E A VARREDURA
      *> DAS FUSOES RECEBIDAS USAM A AREA DO ARQCLI)
      *>------------------------------------------------------------
       77 W-DOC-BUSCA     PIC 9(14) VALUE ZEROS.
       77 W-APELIDO-BUSCA PIC X(30) VALUE SPACES.
       01 W-REGCLI-CONS   PIC X(330) VALUE SPACES.
       77 W-DOC-CONS      PIC 9(14) VALUE ZEROS.
       77 W-DOC-CONS-X    PIC X(14) VALUE SPACES.
       77 W-SIT-DESC      PIC X(10) VALUE SPACES.
       77 W-FUSAO-TXT     PIC X(66) VALUE SPACES.
       77 W-FUSAO-DOC     PIC X(14) VALUE SPACES.
       77 W-TRAVA-TXT     PIC X(66) VALUE SPACES.
      *>------------------------------------------------------------
      *> RESUMO DOS ARQUIVOS SATELITES
      *>------------------------------------------------------------
       77 W-QT-END        PIC 9(03) VALUE ZEROS.
       77 W-QT-CTO        PIC 9(03) VALUE ZEROS.
       77 W-QT-FUSAO      PIC 9(04) VALUE ZEROS.
       77 W-FIN-SIT       PIC X(30) VALUE SPACES.
      *>------------------------------------------------------------
      *> ULTIMAS 12 COMPETENCIAS DO ARQMOV (A MAIS ANTIGA NA 1)
      *>------------------------------------------------------------
       77 W-MOV-QT        PIC 9(02) COMP VALUE ZEROS.
       77 W-MOV-DOCS      PIC 9(07) VALUE ZEROS.
       77 W-MOV-TOTAL     PIC 9(13)V99 VALUE ZEROS.
       01 W-MOV-TAB.
           03 W-MOV-ITEM OCCURS 12 TIMES.
               05 W-MV-COMPET     PIC 9(06).
               05 W-MV-DATA       PIC 9(08).
               05 W-MV-DOCTOS     PIC 9(05).
               05 W-MV-VALOR      PIC 9(11)V99.
      *>------------------------------------------------------------
      *> ULTIMAS ENTRADAS DA TRILHA: W-AUD-TAB DA MAIS NOVA PARA A
      *> MAIS VELHA; W-TMP-TAB GUARDA AS ULTIMAS DE UM ARQUIVO (LOG
      *> CORRENTE OU GERACAO) NA ORDEM DE GRAVACAO
      *>------------------------------------------------------------
       77 W-LOG-NOME      PIC X(20) VALUE "ARQCLILOG.DAT".
       77 W-FIM-LOG       PIC 9(01) VALUE ZEROS.
       77 W-DOC-REG       PIC X(14) VALUE SPACES.
       77 W-AUD-MAX       PIC 9(02) COMP VALUE 10.
       77 W-AUD-QT        PIC 9(02) COMP VALUE ZEROS.
       77 W-TMP-QT        PIC 9(02) COMP VALUE ZEROS.
       01 W-AUD-TAB.
           03 W-AUD-ITEM OCCURS 10 TIMES.
               05 W-AU-DATA       PIC 9(08).
               05 W-AU-HORA       PIC 9(06).
               05 W-AU-OPERADOR   PIC X(08).
               05 W-AU-OPERACAO   PIC X(01).
               05 W-AU-SIT-ANT    PIC X(01).
               05 W-AU-SIT-DEP    PIC X(01).
               05 W-AU-ORIGEM     PIC X(13).
       01 W-TMP-TAB.
           03 W-TMP-ITEM OCCURS 10 TIMES.
               05 W-TM-DATA       PIC 9(08).
               05 W-TM-HORA       PIC 9(06).
               05 W-TM-OPERADOR   PIC X(08).
               05 W-TM-OPERACAO   PIC X(01).
               05 W-TM-SIT-ANT    PIC X(01).
               05 W-TM-SIT-DEP    PIC X(01).
               05 W-TM-ORIGEM     PIC X(13).
       77 W-AUD-DESC      PIC X(10) VALUE SPACES.
      *>    GERACOES CONCLUIDAS DO CATALOGO, EM ORDEM CRESCENTE       *
       77 W-GER-QT        PIC 9(03) COMP VALUE ZEROS.
       77 W-GER-IX        PIC 9(03) COMP VALUE ZEROS.
       77 W-FIM-GER       PIC 9(01) VALUE ZEROS.
       77 W-GER-NUM-TXT   PIC 9(06) VALUE ZEROS.
       01 W-GER-TAB.
           03 W-GER-NUM   PIC 9(06) OCCURS 300 TIMES.
      *>------------------------------------------------------------
      *> CAMPOS EDITADOS PARA AS PAGINAS
      *>------------------------------------------------------------
       77 W-ED-VALOR      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       77 W-ED-DOCS       PIC Z.ZZZ.ZZ9.
      *>-------------------------------------------------------------------
       LINKAGE SECTION.
           COPY OPELNK.
      *>-------------------------------------------------------------------
       SCREEN SECTION.
       01  SMT-PESQ.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE "         CONSULTA GERAL DO CLIENTE (SOMENTE".
           05  LINE 03  COLUMN 45
               VALUE " LEITURA)".
           05  LINE 07  COLUMN 05
               VALUE "CPF/CNPJ (ZEROS=PESQUISA PELO APELIDO): ".
           05  TPES-DOC
               LINE 07  COLUMN 45 PIC 9(14)
               USING W-DOC-BUSCA.
           05  LINE 09  COLUMN 05
               VALUE "APELIDO : ".
           05  TPES-APELIDO
               LINE 09  COLUMN 15 PIC X(30)
               USING W-APELIDO-BUSCA.
           05  LINE 22  COLUMN 05
               VALUE "ESC=SAIR".
       01  SMT-VIS.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE "         CONSULTA GERAL DO CLIENTE (SOMENTE".
           05  LINE 01  COLUMN 45
               VALUE " LEITURA)".
           05  LINE 03  COLUMN 01  VALUE "CPF/CNPJ: ".
           05  LINE 03  COLUMN 11  PIC 9(14) FROM CPF-CNPJ.
           05  LINE 03  COLUMN 27  VALUE "TIPO: ".
           05  LINE 03  COLUMN 33  PIC X(01) FROM TIPO-PESSOA.
           05  LINE 03  COLUMN 36  VALUE "SITUACAO: ".
           05  LINE 03  COLUMN 46  PIC X(01) FROM SITUACAO.
           05  LINE 03  COLUMN 48  PIC X(10) FROM W-SIT-DESC.
           05  LINE 03  COLUMN 60  VALUE "PEND.FAT: ".
           05  LINE 03  COLUMN 70  PIC X(01) FROM PEND-FATUR.
           05  LINE 04  COLUMN 01  VALUE "RAZAO   : ".
           05  LINE 04  COLUMN 11  PIC X(60) FROM RAZAO-SOCIAL.
           05  LINE 05  COLUMN 01  VALUE "APELIDO : ".
           05  LINE 05  COLUMN 11  PIC X(30) FROM APELIDO.
           05  LINE 05  COLUMN 43  VALUE "VENDEDOR: ".
           05  LINE 05  COLUMN 53  PIC X(04) FROM VENDEDOR.
           05  LINE 05  COLUMN 59  VALUE "CLASSE ABC: ".
           05  LINE 05  COLUMN 71  PIC X(01) FROM CLASSE-ABC.
           05  LINE 06  COLUMN 01  VALUE "ENDERECO: ".
           05  LINE 06  COLUMN 11  PIC X(30) FROM LOGRADOURO.
           05  LINE 06  COLUMN 42  PIC 9(03) FROM NUMERO.
           05  LINE 06  COLUMN 46  PIC X(30) FROM BAIRRO.
           05  LINE 07  COLUMN 01  VALUE "CEP     : ".
           05  LINE 07  COLUMN 11  PIC 99999.999 FROM CEP.
           05  LINE 07  COLUMN 22  PIC X(30) FROM CIDADE.
           05  LINE 07  COLUMN 53  PIC X(02) FROM UF.
           05  LINE 08  COLUMN 01  VALUE "TELEFONE: ".
           05  LINE 08  COLUMN 11  PIC 9(11) FROM TELEFONE.
           05  LINE 08  COLUMN 24  VALUE "EMAIL: ".
           05  LINE 08  COLUMN 31  PIC X(30) FROM EMAIL.
           05  LINE 09  COLUMN 01  VALUE "CONTATO : ".
           05  LINE 09  COLUMN 11  PIC X(15) FROM CONTATO.
           05  LINE 09  COLUMN 28  VALUE "CONS.FONE: ".
           05  LINE 09  COLUMN 39  PIC X(01) FROM CONS-FONE.
           05  LINE 09  COLUMN 42  VALUE "CONS.EMAIL: ".
           05  LINE 09  COLUMN 54  PIC X(01) FROM CONS-EMAIL.
           05  LINE 09  COLUMN 57  VALUE "EM: ".
           05  LINE 09  COLUMN 61  PIC 9(08) FROM CONS-DATA.
           05  LINE 10  COLUMN 01  VALUE "CADASTRO: ".
           05  LINE 10  COLUMN 11  PIC 9(08) FROM DATA-CADASTRO.
           05  LINE 10  COLUMN 22  VALUE "ULT.ALT: ".
           05  LINE 10  COLUMN 31  PIC 9(08) FROM DATA-ULT-ALT.
           05  LINE 10  COLUMN 42  VALUE "ULT.MOVTO: ".
           05  LINE 10  COLUMN 53  PIC X(08) FROM DATA-ULT-MOVTO.
           05  LINE 12  COLUMN 01  VALUE "FICHA FINANCEIRA: ".
           05  LINE 12  COLUMN 19  PIC X(30) FROM W-FIN-SIT.
           05  LINE 13  COLUMN 01  VALUE "LIMITE  : ".
           05  LINE 13  COLUMN 11  PIC ZZZ.ZZZ.ZZ9,99 FROM FIN-LIMITE.
           05  LINE 13  COLUMN 27  VALUE "COND.PAGTO: ".
           05  LINE 13  COLUMN 39  PIC X(03) FROM FIN-COND-PAGTO.
           05  LINE 13  COLUMN 44  VALUE "RATING: ".
           05  LINE 13  COLUMN 52  PIC X(02) FROM FIN-RATING.
           05  LINE 13  COLUMN 56  VALUE "ALT: ".
           05  LINE 13  COLUMN 61  PIC 9(08) FROM FIN-DATA-ALT.
           05  LINE 14  COLUMN 01  VALUE "BLOQUEIO: ".
           05  LINE 14  COLUMN 11  PIC X(01) FROM FIN-BLOQ.
           05  LINE 14  COLUMN 14  VALUE "MOTIVO: ".
           05  LINE 14  COLUMN 22  PIC X(30) FROM FIN-MOTIVO-BLOQ.
           05  LINE 16  COLUMN 01  VALUE "FUSAO   : ".
           05  LINE 16  COLUMN 11  PIC X(66) FROM W-FUSAO-TXT.
           05  LINE 17  COLUMN 01  VALUE "TRAVA   : ".
           05  LINE 17  COLUMN 11  PIC X(66) FROM W-TRAVA-TXT.
           05  LINE 19  COLUMN 01  VALUE "ENDERECOS: ".
           05  LINE 19  COLUMN 12  PIC ZZ9 FROM W-QT-END.
           05  LINE 19  COLUMN 17  VALUE "CONTATOS: ".
           05  LINE 19  COLUMN 27  PIC ZZ9 FROM W-QT-CTO.
           05  LINE 19  COLUMN 32  VALUE "FATUR.12 COMP.: ".
           05  LINE 19  COLUMN 48  PIC ZZZ.ZZZ.ZZZ.ZZ9,99
                                   FROM W-MOV-TOTAL.
           05  LINE 21  COLUMN 01
               VALUE "1=ENDERECOS/CONTATOS 2=MOVIMENTO 3=TRILHA".
           05  LINE 21  COLUMN 43
               VALUE " 4=FUSOES RECEBIDAS 0=NOVA CONSULTA".
           05  LINE 22  COLUMN 01  VALUE "OPCAO: ".
           05  TVIS-OPCAO
               LINE 22  COLUMN 08 PIC X(01)
               USING W-OPCAO.
      *>-------------------------------------------------------------
       PROCEDURE DIVISION USING LNK-OPE.
       VIS-INICIO.
           PERFORM VIS-ABRE THRU VIS-ABRE-FIM.
           IF ST-ERRO NOT = "00"
              GOBACK.
       VIS-PESQUISA.
           MOVE ZEROS TO W-DOC-BUSCA
           MOVE SPACES TO W-APELIDO-BUSCA
           DISPLAY SMT-PESQ.
       VIS-PES-DOC.
           ACCEPT TPES-DOC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO VIS-FIM.
           IF W-DOC-BUSCA = ZEROS
              GO TO VIS-PES-APELIDO.
           MOVE W-DOC-BUSCA TO CPF-CNPJ
           READ ARQCLI
              INVALID KEY
                 MOVE "CLIENTE NAO CADASTRADO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO VIS-PES-DOC
           END-READ.
           GO TO VIS-SELECIONADO.
       VIS-PES-APELIDO.
           ACCEPT TPES-APELIDO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO VIS-PES-DOC.
           IF W-APELIDO-BUSCA = SPACES
              MOVE "INFORME O CPF/CNPJ OU O APELIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VIS-PES-DOC.
           MOVE W-APELIDO-BUSCA TO APELIDO
           START ARQCLI KEY IS = APELIDO
              INVALID KEY
                 MOVE "NENHUM CLIENTE COM ESSE APELIDO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO VIS-PES-APELIDO
           END-START.
       VIS-PES-APL-LER.
           READ ARQCLI NEXT RECORD
              AT END
                 MOVE "FIM DA LISTA DE APELIDOS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO VIS-PESQUISA
           END-READ.
           IF APELIDO NOT = W-APELIDO-BUSCA
              MOVE "FIM DA LISTA DE APELIDOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VIS-PESQUISA.
           DISPLAY (12, 05) "                                        "
                            "                                   "
           DISPLAY (13, 05) "                                        "
                            "                                   "
           DISPLAY (12, 05) CPF-CNPJ "  " RAZAO-SOCIAL (1:50)
           DISPLAY (13, 05) CIDADE " " UF "  SITUACAO: " SITUACAO
           DISPLAY (24, 12)
              "ENTER=SELECIONAR  F4=PROXIMO  ESC=VOLTAR"
           ACCEPT (24, 60) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO VIS-PESQUISA.
           IF W-ACT = 05
              GO TO VIS-PES-APL-LER.
       VIS-SELECIONADO.
           PERFORM VIS-CARREGA THRU VIS-CARREGA-FIM.
       VIS-MOSTRA.
           MOVE W-REGCLI-CONS TO REGCLI
           MOVE SPACES TO W-OPCAO
           DISPLAY SMT-VIS
           ACCEPT TVIS-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO VIS-PESQUISA.
           EVALUATE W-OPCAO
              WHEN "1"
                 PERFORM VIS-PAG-END THRU VIS-PAG-END-FIM
              WHEN "2"
                 PERFORM VIS-PAG-MOV THRU VIS-PAG-MOV-FIM
              WHEN "3"
                 PERFORM VIS-PAG-AUD THRU VIS-PAG-AUD-FIM
              WHEN "4"
                 PERFORM VIS-PAG-FUS THRU VIS-PAG-FUS-FIM
              WHEN "0"
                 GO TO VIS-PESQUISA
              WHEN OTHER
                 MOVE "OPCAO INVALIDA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-EVALUATE
           GO TO VIS-MOSTRA.
       VIS-FIM.
           CLOSE ARQCLI.
           IF W-FIN-DISPONIVEL = 1
              CLOSE ARQFIN.
           IF W-END-DISPONIVEL = 1
              CLOSE ARQEND.
           IF W-CTO-DISPONIVEL = 1
              CLOSE ARQCTO.
           IF W-MOV-DISPONIVEL = 1
              CLOSE ARQMOV.
           IF W-LCK-DISPONIVEL = 1
              CLOSE ARQLCK.
           DISPLAY (01, 01) ERASE.
           GOBACK.
      *>------------------------------------------------------------
      *> SO O ARQCLI E' OBRIGATORIO; SATELITE QUE AINDA NAO EXISTE   *
      *> APARECE VAZIO NA CONSULTA                                   *
      *>------------------------------------------------------------
       VIS-ABRE.
           OPEN INPUT ARQCLI
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CLIENTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VIS-ABRE-FIM.
           MOVE 0 TO W-FIN-DISPONIVEL
           OPEN INPUT ARQFIN
           IF ST-FIN = "00"
              MOVE 1 TO W-FIN-DISPONIVEL.
           MOVE 0 TO W-END-DISPONIVEL
           OPEN INPUT ARQEND
           IF ST-END = "00"
              MOVE 1 TO W-END-DISPONIVEL.
           MOVE 0 TO W-CTO-DISPONIVEL
           OPEN INPUT ARQCTO
           IF ST-CTO = "00"
              MOVE 1 TO W-CTO-DISPONIVEL.
           MOVE 0 TO W-MOV-DISPONIVEL
           OPEN INPUT ARQMOV
           IF ST-MOV = "00"
              MOVE 1 TO W-MOV-DISPONIVEL.
           MOVE 0 TO W-LCK-DISPONIVEL
           OPEN INPUT ARQLCK
           IF ST-LCK = "00"
              MOVE 1 TO W-LCK-DISPONIVEL.
       VIS-ABRE-FIM.
           EXIT.
      *>****************************************
      *> MONTA O RESUMO DO CLIENTE SELECIONADO  *
      *>****************************************
       VIS-CARREGA.
           MOVE REGCLI   TO W-REGCLI-CONS
           MOVE CPF-CNPJ TO W-DOC-CONS
           MOVE CPF-CNPJ TO W-DOC-CONS-X
           EVALUATE TRUE
              WHEN CLI-ATIVO
                 MOVE "ATIVO"     TO W-SIT-DESC
              WHEN CLI-BLOQUEADO
                 MOVE "BLOQUEADO" TO W-SIT-DESC
              WHEN CLI-INATIVO
                 MOVE "INATIVO"   TO W-SIT-DESC
              WHEN OTHER
                 MOVE SPACES      TO W-SIT-DESC
           END-EVALUATE
           DISPLAY (24, 12) "AGUARDE - LENDO OS ARQUIVOS DO CLIENTE"
           PERFORM VIS-FIN THRU VIS-FIN-FIM
           PERFORM VIS-TRAVA THRU VIS-TRAVA-FIM
           PERFORM VIS-CONTA-END THRU VIS-CONTA-END-FIM
           PERFORM VIS-CONTA-CTO THRU VIS-CONTA-CTO-FIM
           PERFORM VIS-MOVTO THRU VIS-MOVTO-FIM
           PERFORM VIS-TRILHA THRU VIS-TRILHA-FIM
           PERFORM VIS-FUSAO THRU VIS-FUSAO-FIM
           DISPLAY (24, 12) LIMPA.
       VIS-CARREGA-FIM.
           EXIT.
      *>------------------------------------------------------------
       VIS-FIN.
           MOVE ZEROS TO FIN-LIMITE FIN-DATA-ALT
           MOVE SPACES TO FIN-COND-PAGTO FIN-RATING FIN-BLOQ
                          FIN-MOTIVO-BLOQ
           MOVE "SEM FICHA FINANCEIRA" TO W-FIN-SIT
           IF W-FIN-DISPONIVEL = 0
              GO TO VIS-FIN-FIM.
           MOVE W-DOC-CONS TO FIN-CPF-CNPJ
           READ ARQFIN
              INVALID KEY
                 MOVE ZEROS TO FIN-LIMITE FIN-DATA-ALT
                 MOVE SPACES TO FIN-COND-PAGTO FIN-RATING FIN-BLOQ
                                FIN-MOTIVO-BLOQ
                 GO TO VIS-FIN-FIM
           END-READ.
           IF FIN-BLOQUEADO
              MOVE "*** BLOQUEADO ***" TO W-FIN-SIT
           ELSE
              MOVE "LIBERADO" TO W-FIN-SIT.
       VIS-FIN-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> TRAVA DO ARQLCK: SO LEITURA - QUEM ESTA ALTERANDO O CLIENTE *
      *>------------------------------------------------------------
       VIS-TRAVA.
           MOVE "LIVRE" TO W-TRAVA-TXT
           IF W-LCK-DISPONIVEL = 0
              GO TO VIS-TRAVA-FIM.
           MOVE W-DOC-CONS TO LCK-CPF-CNPJ
           READ ARQLCK
              INVALID KEY
                 GO TO VIS-TRAVA-FIM
           END-READ.
           MOVE SPACES TO W-TRAVA-TXT
           STRING "EM ALTERACAO PELO OPERADOR " DELIMITED BY SIZE
                  LCK-OPERADOR DELIMITED BY SIZE
                  " DESDE " DELIMITED BY SIZE
                  LCK-DATA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LCK-HORA DELIMITED BY SIZE
             INTO W-TRAVA-TXT.
       VIS-TRAVA-FIM.
           EXIT.
      *>------------------------------------------------------------
       VIS-CONTA-END.
           MOVE ZEROS TO W-QT-END
           IF W-END-DISPONIVEL = 0
              GO TO VIS-CONTA-END-FIM.
           MOVE 0 TO W-FIM-LST
           MOVE W-DOC-CONS TO END-CPF-CNPJ
           MOVE ZEROS TO END-SEQ
           START ARQEND KEY IS NOT LESS THAN END-CHAVE
              INVALID KEY
                 MOVE 1 TO W-FIM-LST
           END-START.
           PERFORM VIS-CONTA-END-LE THRU VIS-CONTA-END-LE-FIM
               UNTIL W-FIM-LST = 1.
       VIS-CONTA-END-FIM.
           EXIT.
       VIS-CONTA-END-LE.
           READ ARQEND NEXT RECORD
              AT END
                 MOVE 1 TO W-FIM-LST
                 GO TO VIS-CONTA-END-LE-FIM
           END-READ.
           IF END-CPF-CNPJ NOT = W-DOC-CONS
              MOVE 1 TO W-FIM-LST
              GO TO VIS-CONTA-END-LE-FIM.
           ADD 1 TO W-QT-END.
       VIS-CONTA-END-LE-FIM.
           EXIT.
      *>------------------------------------------------------------
       VIS-CONTA-CTO.
           MOVE ZEROS TO W-QT-CTO
           IF W-CTO-DISPONIVEL = 0
              GO TO VIS-CONTA-CTO-FIM.
           MOVE 0 TO W-FIM-LST
           MOVE W-DOC-CONS TO CTO-CPF-CNPJ
           MOVE ZEROS TO CTO-SEQ
           START ARQCTO KEY IS NOT LESS THAN CTO-CHAVE
              INVALID KEY
                 MOVE 1 TO W-FIM-LST
           END-START.
           PERFORM VIS-CONTA-CTO-LE THRU VIS-CONTA-CTO-LE-FIM
               UNTIL W-FIM-LST = 1.
       VIS-CONTA-CTO-FIM.
           EXIT.
       VIS-CONTA-CTO-LE.
           READ ARQCTO NEXT RECORD
              AT END
                 MOVE 1 TO W-FIM-LST
                 GO TO VIS-CONTA-CTO-LE-FIM
           END-READ.
           IF CTO-CPF-CNPJ NOT = W-DOC-CONS
              MOVE 1 TO W-FIM-LST
              GO TO VIS-CONTA-CTO-LE-FIM.
           ADD 1 TO W-QT-CTO.
       VIS-CONTA-CTO-LE-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> MOVIMENTO: PERCORRE AS COMPETENCIAS DO CLIENTE EM ORDEM E   *
      *> FICA COM AS 12 ULTIMAS (TABELA CHEIA DESLOCA UMA POSICAO)   *
      *>------------------------------------------------------------
       VIS-MOVTO.
           MOVE ZEROS TO W-MOV-QT W-MOV-DOCS W-MOV-TOTAL
           IF W-MOV-DISPONIVEL = 0
              GO TO VIS-MOVTO-FIM.
           MOVE 0 TO W-FIM-LST
           MOVE W-DOC-CONS TO MOV-CPF-CNPJ
           MOVE ZEROS TO MOV-COMPET
           START ARQMOV KEY IS NOT LESS THAN MOV-CHAVE
              INVALID KEY
                 MOVE 1 TO W-FIM-LST
           END-START.
           PERFORM VIS-MOVTO-LE THRU VIS-MOVTO-LE-FIM
               UNTIL W-FIM-LST = 1.
           PERFORM VIS-MOVTO-SOMA THRU VIS-MOVTO-SOMA-FIM
               VARYING W-I FROM 1 BY 1 UNTIL W-I > W-MOV-QT.
       VIS-MOVTO-FIM.
           EXIT.
       VIS-MOVTO-LE.
           READ ARQMOV NEXT RECORD
              AT END
                 MOVE 1 TO W-FIM-LST
                 GO TO VIS-MOVTO-LE-FIM
           END-READ.
           IF MOV-CPF-CNPJ NOT = W-DOC-CONS
              MOVE 1 TO W-FIM-LST
              GO TO VIS-MOVTO-LE-FIM.
           IF W-MOV-QT < 12
              ADD 1 TO W-MOV-QT
           ELSE
              PERFORM VIS-MOVTO-DESLOCA THRU VIS-MOVTO-DESLOCA-FIM
                  VARYING W-I FROM 1 BY 1 UNTIL W-I > 11.
           MOVE MOV-COMPET      TO W-MV-COMPET (W-MOV-QT)
           MOVE MOV-DATA        TO W-MV-DATA (W-MOV-QT)
           MOVE MOV-QTDE-DOCTOS TO W-MV-DOCTOS (W-MOV-QT)
           MOVE MOV-VALOR       TO W-MV-VALOR (W-MOV-QT).
       VIS-MOVTO-LE-FIM.
           EXIT.
       VIS-MOVTO-DESLOCA.
           MOVE W-MOV-ITEM (W-I + 1) TO W-MOV-ITEM (W-I).
       VIS-MOVTO-DESLOCA-FIM.
           EXIT.
       VIS-MOVTO-SOMA.
           ADD W-MV-DOCTOS (W-I) TO W-MOV-DOCS
           ADD W-MV-VALOR (W-I)  TO W-MOV-TOTAL.
       VIS-MOVTO-SOMA-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> TRILHA: AS ULTIMAS ENTRADAS DO CLIENTE NO LOG CORRENTE; SE  *
      *> NAO COMPLETAR W-AUD-MAX, CONTINUA NAS GERACOES CONCLUIDAS,  *
      *> DA MAIS NOVA PARA A MAIS VELHA, ATE COMPLETAR               *
      *>------------------------------------------------------------
       VIS-TRILHA.
           MOVE ZEROS TO W-AUD-QT
           MOVE "ARQCLILOG.DAT" TO W-LOG-NOME
           PERFORM VIS-TRI-ARQ THRU VIS-TRI-ARQ-FIM.
           IF W-AUD-QT NOT < W-AUD-MAX
              GO TO VIS-TRILHA-FIM.
           PERFORM VIS-TRI-CATALOGO THRU VIS-TRI-CATALOGO-FIM.
           MOVE W-GER-QT TO W-GER-IX
           PERFORM VIS-TRI-GERACAO THRU VIS-TRI-GERACAO-FIM
               UNTIL W-GER-IX = 0 OR W-AUD-QT NOT < W-AUD-MAX.
       VIS-TRILHA-FIM.
           EXIT.
      *>------------------------------------------------------------
      *>    GERACOES CONCLUIDAS DO ARQGER EM ORDEM CRESCENTE          *
       VIS-TRI-CATALOGO.
           MOVE ZEROS TO W-GER-QT
           OPEN INPUT ARQGER
           IF ST-GER NOT = "00"
              GO TO VIS-TRI-CATALOGO-FIM.
           MOVE 0 TO W-FIM-GER
           MOVE ZEROS TO GER-NUMERO
           START ARQGER KEY IS NOT LESS THAN GER-NUMERO
              INVALID KEY
                 MOVE 1 TO W-FIM-GER
           END-START.
           PERFORM VIS-TRI-CAT-LE THRU VIS-TRI-CAT-LE-FIM
               UNTIL W-FIM-GER = 1.
           CLOSE ARQGER.
       VIS-TRI-CATALOGO-FIM.
           EXIT.
       VIS-TRI-CAT-LE.
           READ ARQGER NEXT RECORD
              AT END
                 MOVE 1 TO W-FIM-GER
                 GO TO VIS-TRI-CAT-LE-FIM
           END-READ.
           IF NOT GER-CONCLUIDA
              GO TO VIS-TRI-CAT-LE-FIM.
      *>    CATALOGO MAIOR QUE A TABELA: FICAM AS MAIS NOVAS          *
           IF W-GER-QT NOT < 300
              PERFORM VIS-TRI-CAT-DESLOCA THRU VIS-TRI-CAT-DESLOCA-FIM
                  VARYING W-GER-IX FROM 1 BY 1 UNTIL W-GER-IX > 299
           ELSE
              ADD 1 TO W-GER-QT.
           MOVE GER-NUMERO TO W-GER-NUM (W-GER-QT).
       VIS-TRI-CAT-LE-FIM.
           EXIT.
       VIS-TRI-CAT-DESLOCA.
           MOVE W-GER-NUM (W-GER-IX + 1) TO W-GER-NUM (W-GER-IX).
       VIS-TRI-CAT-DESLOCA-FIM.
           EXIT.
      *>------------------------------------------------------------
       VIS-TRI-GERACAO.
           MOVE W-GER-NUM (W-GER-IX) TO W-GER-NUM-TXT
           MOVE SPACES TO W-LOG-NOME
           STRING "CLILOG" DELIMITED BY SIZE
                  W-GER-NUM-TXT DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
             INTO W-LOG-NOME.
           PERFORM VIS-TRI-ARQ THRU VIS-TRI-ARQ-FIM.
           SUBTRACT 1 FROM W-GER-IX.
       VIS-TRI-GERACAO-FIM.
           EXIT.
      *>------------------------------------------------------------
      *>    LE UM ARQUIVO DA TRILHA (W-LOG-NOME) GUARDANDO AS ULTIMAS *
      *>    ENTRADAS DO CLIENTE E ACRESCENTA AO FIM DA W-AUD-TAB, DA  *
      *>    MAIS NOVA PARA A MAIS VELHA, ATE COMPLETAR                *
       VIS-TRI-ARQ.
           MOVE ZEROS TO W-TMP-QT
           OPEN INPUT ARQCLI-LOG
           IF ST-LOG NOT = "00"
              GO TO VIS-TRI-ARQ-FIM.
           MOVE 0 TO W-FIM-LOG
           PERFORM VIS-TRI-LE THRU VIS-TRI-LE-FIM
               UNTIL W-FIM-LOG = 1.
           CLOSE ARQCLI-LOG.
           PERFORM VIS-TRI-PASSA THRU VIS-TRI-PASSA-FIM
               UNTIL W-TMP-QT = 0 OR W-AUD-QT NOT < W-AUD-MAX.
       VIS-TRI-ARQ-FIM.
           EXIT.
       VIS-TRI-LE.
           READ ARQCLI-LOG
              AT END
                 MOVE 1 TO W-FIM-LOG
                 GO TO VIS-TRI-LE-FIM
           END-READ.
      *>    MESMA CHAVE DO SCE012: IMAGEM DEPOIS OU, NA FALTA, ANTES  *
           IF LOG-REG-DEPOIS (1:14) NOT = SPACES
              MOVE LOG-REG-DEPOIS (1:14) TO W-DOC-REG
           ELSE
              MOVE LOG-REG-ANTES (1:14) TO W-DOC-REG.
           IF W-DOC-REG NOT = W-DOC-CONS-X
              GO TO VIS-TRI-LE-FIM.
           IF W-TMP-QT < W-AUD-MAX
              ADD 1 TO W-TMP-QT
           ELSE
              PERFORM VIS-TRI-DESLOCA THRU VIS-TRI-DESLOCA-FIM
                  VARYING W-I FROM 1 BY 1 UNTIL W-I NOT < W-AUD-MAX.
           MOVE LOG-DATA      TO W-TM-DATA (W-TMP-QT)
           MOVE LOG-HORA      TO W-TM-HORA (W-TMP-QT)
           MOVE LOG-OPERADOR  TO W-TM-OPERADOR (W-TMP-QT)
           MOVE LOG-OPERACAO  TO W-TM-OPERACAO (W-TMP-QT)
           MOVE W-LOG-NOME    TO W-TM-ORIGEM (W-TMP-QT)
      *>    SITUACAO ANTES/DEPOIS (POSICAO 265 DO REGCLI); A ENTRADA  *
      *>    DE QUARENTENA NAO TRAZ IMAGEM DE CLIENTE                  *
           IF LOG-OPERACAO = "Q"
              MOVE SPACES TO W-TM-SIT-ANT (W-TMP-QT)
                             W-TM-SIT-DEP (W-TMP-QT)
           ELSE
              MOVE LOG-REG-ANTES (265:1)  TO W-TM-SIT-ANT (W-TMP-QT)
              MOVE LOG-REG-DEPOIS (265:1) TO W-TM-SIT-DEP (W-TMP-QT).
       VIS-TRI-LE-FIM.
           EXIT.
       VIS-TRI-DESLOCA.
           MOVE W-TMP-ITEM (W-I + 1) TO W-TMP-ITEM (W-I).
       VIS-TRI-DESLOCA-FIM.
           EXIT.
       VIS-TRI-PASSA.
           ADD 1 TO W-AUD-QT
           MOVE W-TMP-ITEM (W-TMP-QT) TO W-AUD-ITEM (W-AUD-QT)
           SUBTRACT 1 FROM W-TMP-QT.
       VIS-TRI-PASSA-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> FUSAO NO SENTIDO DO DUPLICADO: ESTE CLIENTE FOI INCORPORADO *
      *> A UM SOBREVIVENTE (FUSAO-CPF-CNPJ, GRAVADO PELO SCE022)     *
      *>------------------------------------------------------------
       VIS-FUSAO.
           MOVE "NAO INCORPORADO A OUTRO CLIENTE" TO W-FUSAO-TXT
           IF FUSAO-CPF-CNPJ = SPACES
              GO TO VIS-FUSAO-FIM.
           MOVE SPACES TO W-FUSAO-TXT
           MOVE FUSAO-CPF-CNPJ TO W-FUSAO-DOC
           MOVE FUSAO-CPF-CNPJ TO CPF-CNPJ
           READ ARQCLI
              INVALID KEY
                 MOVE "*** SOBREVIVENTE NAO CADASTRADO ***"
                      TO RAZAO-SOCIAL
           END-READ.
           STRING "INCORPORADO A " DELIMITED BY SIZE
                  W-FUSAO-DOC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RAZAO-SOCIAL (1:37) DELIMITED BY SIZE
             INTO W-FUSAO-TXT.
           MOVE W-REGCLI-CONS TO REGCLI.
       VIS-FUSAO-FIM.
           EXIT.
      *>****************************************
      *> PAGINA 1: ENDERECOS E CONTATOS         *
      *>****************************************
       VIS-PAG-END.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 05) "ENDERECOS ADICIONAIS - " W-DOC-CONS " "
                            RAZAO-SOCIAL (1:30)
           DISPLAY (02, 03) "SQ T CEP      LOGRADOURO           "
                            "CIDADE          UF"
           MOVE 3 TO W-LINDISP
           IF W-END-DISPONIVEL = 1
              MOVE 0 TO W-FIM-LST
              MOVE W-DOC-CONS TO END-CPF-CNPJ
              MOVE ZEROS TO END-SEQ
              START ARQEND KEY IS NOT LESS THAN END-CHAVE
                 INVALID KEY
                    MOVE 1 TO W-FIM-LST
              END-START
              PERFORM VIS-PAG-END-LIN THRU VIS-PAG-END-LIN-FIM
                  UNTIL W-FIM-LST = 1.
           IF W-QT-END = ZEROS
              DISPLAY (W-LINDISP, 03) "NENHUM ENDERECO ADICIONAL"
              ADD 1 TO W-LINDISP.
           ADD 1 TO W-LINDISP
           PERFORM VIS-PAG-QUEBRA THRU VIS-PAG-QUEBRA-FIM
           DISPLAY (W-LINDISP, 01) "CONTATOS ADICIONAIS"
           ADD 1 TO W-LINDISP
           DISPLAY (W-LINDISP, 03) "SQ NOME                   "
                   "TELEFONE    EMAIL                  F E"
           ADD 1 TO W-LINDISP
           IF W-CTO-DISPONIVEL = 1
              MOVE 0 TO W-FIM-LST
              MOVE W-DOC-CONS TO CTO-CPF-CNPJ
              MOVE ZEROS TO CTO-SEQ
              START ARQCTO KEY IS NOT LESS THAN CTO-CHAVE
                 INVALID KEY
                    MOVE 1 TO W-FIM-LST
              END-START
              PERFORM VIS-PAG-CTO-LIN THRU VIS-PAG-CTO-LIN-FIM
                  UNTIL W-FIM-LST = 1.
           IF W-QT-CTO = ZEROS
              DISPLAY (W-LINDISP, 03) "NENHUM CONTATO ADICIONAL".
           PERFORM VIS-PAG-VOLTA THRU VIS-PAG-VOLTA-FIM.
       VIS-PAG-END-FIM.
           EXIT.
       VIS-PAG-END-LIN.
           READ ARQEND NEXT RECORD
              AT END
                 MOVE 1 TO W-FIM-LST
                 GO TO VIS-PAG-END-LIN-FIM
           END-READ.
           IF END-CPF-CNPJ NOT = W-DOC-CONS
              MOVE 1 TO W-FIM-LST
              GO TO VIS-PAG-END-LIN-FIM.
           DISPLAY (W-LINDISP, 03) END-SEQ " " END-TIPO " "
                   END-CEP " " END-LOGRADOURO (1:20) " "
                   END-CIDADE (1:15) " " END-UF
           ADD 1 TO W-LINDISP
           PERFORM VIS-PAG-QUEBRA THRU VIS-PAG-QUEBRA-FIM.
       VIS-PAG-END-LIN-FIM.
           EXIT.
       VIS-PAG-CTO-LIN.
           READ ARQCTO NEXT RECORD
              AT END
                 MOVE 1 TO W-FIM-LST
                 GO TO VIS-PAG-CTO-LIN-FIM
           END-READ.
           IF CTO-CPF-CNPJ NOT = W-DOC-CONS
              MOVE 1 TO W-FIM-LST
              GO TO VIS-PAG-CTO-LIN-FIM.
           DISPLAY (W-LINDISP, 03) CTO-SEQ " " CTO-NOME (1:22) " "
                   CTO-TELEFONE " " CTO-EMAIL (1:22) " "
                   CTO-CONS-FONE " " CTO-CONS-EMAIL
           ADD 1 TO W-LINDISP
           PERFORM VIS-PAG-QUEBRA THRU VIS-PAG-QUEBRA-FIM.
       VIS-PAG-CTO-LIN-FIM.
           EXIT.
      *>****************************************
      *> PAGINA 2: ULTIMAS 12 COMPETENCIAS      *
      *>****************************************
       VIS-PAG-MOV.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 05) "MOVIMENTO DE FATURAMENTO - " W-DOC-CONS " "
                            RAZAO-SOCIAL (1:30)
           DISPLAY (03, 05) "COMPET.  DATA      DOCTOS          VALOR"
           MOVE 4 TO W-LINDISP
           IF W-MOV-QT = 0
              DISPLAY (W-LINDISP, 05) "NENHUM MOVIMENTO NO ARQMOV"
              ADD 1 TO W-LINDISP.
           PERFORM VIS-PAG-MOV-LIN THRU VIS-PAG-MOV-LIN-FIM
               VARYING W-I FROM 1 BY 1 UNTIL W-I > W-MOV-QT.
           ADD 1 TO W-LINDISP
           MOVE W-MOV-DOCS  TO W-ED-DOCS
           MOVE W-MOV-TOTAL TO W-ED-VALOR
           DISPLAY (W-LINDISP, 05) "TOTAL          " W-ED-DOCS " "
                                   W-ED-VALOR
           PERFORM VIS-PAG-VOLTA THRU VIS-PAG-VOLTA-FIM.
       VIS-PAG-MOV-FIM.
           EXIT.
       VIS-PAG-MOV-LIN.
           MOVE W-MV-DOCTOS (W-I) TO W-ED-DOCS
           MOVE W-MV-VALOR (W-I)  TO W-ED-VALOR
           DISPLAY (W-LINDISP, 05) W-MV-COMPET (W-I) "   "
                   W-MV-DATA (W-I) " " W-ED-DOCS " " W-ED-VALOR
           ADD 1 TO W-LINDISP.
       VIS-PAG-MOV-LIN-FIM.
           EXIT.
      *>****************************************
      *> PAGINA 3: ULTIMAS ENTRADAS DA TRILHA   *
      *>****************************************
       VIS-PAG-AUD.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 05) "TRILHA DE AUDITORIA - " W-DOC-CONS " "
                            RAZAO-SOCIAL (1:30)
           DISPLAY (03, 03) "DATA     HORA   OPERADOR OPERACAO   "
                            "SIT.ANT/DEP  ARQUIVO"
           MOVE 4 TO W-LINDISP
           IF W-AUD-QT = 0
              DISPLAY (W-LINDISP, 03) "NENHUMA ENTRADA NA TRILHA"
              ADD 1 TO W-LINDISP.
           PERFORM VIS-PAG-AUD-LIN THRU VIS-PAG-AUD-LIN-FIM
               VARYING W-I FROM 1 BY 1 UNTIL W-I > W-AUD-QT.
           ADD 1 TO W-LINDISP
           DISPLAY (W-LINDISP, 03)
              "DETALHE DOS CAMPOS ALTERADOS: SCE012 (HISTORICO)"
           PERFORM VIS-PAG-VOLTA THRU VIS-PAG-VOLTA-FIM.
       VIS-PAG-AUD-FIM.
           EXIT.
       VIS-PAG-AUD-LIN.
           EVALUATE W-AU-OPERACAO (W-I)
              WHEN "I"
                 MOVE "INCLUSAO"   TO W-AUD-DESC
              WHEN "A"
                 MOVE "ALTERACAO"  TO W-AUD-DESC
              WHEN "E"
                 MOVE "EXCLUSAO"   TO W-AUD-DESC
              WHEN "Q"
                 MOVE "QUARENTENA" TO W-AUD-DESC
              WHEN OTHER
                 MOVE W-AU-OPERACAO (W-I) TO W-AUD-DESC
           END-EVALUATE
           DISPLAY (W-LINDISP, 03) W-AU-DATA (W-I) " "
                   W-AU-HORA (W-I) " " W-AU-OPERADOR (W-I) " "
                   W-AUD-DESC "    " W-AU-SIT-ANT (W-I) "/"
                   W-AU-SIT-DEP (W-I) "      " W-AU-ORIGEM (W-I)
           ADD 1 TO W-LINDISP.
       VIS-PAG-AUD-LIN-FIM.
           EXIT.
      *>****************************************
      *> PAGINA 4: CLIENTES INCORPORADOS A ESTE *
      *> (FUSAO NO SENTIDO DO SOBREVIVENTE -    *
      *> NAO HA CHAVE, VARRE O ARQCLI)          *
      *>****************************************
       VIS-PAG-FUS.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 05) "CLIENTES INCORPORADOS A " W-DOC-CONS " "
                            RAZAO-SOCIAL (1:30)
           DISPLAY (24, 12) "AGUARDE - PESQUISANDO O CADASTRO"
           MOVE 3 TO W-LINDISP
           MOVE ZEROS TO W-QT-FUSAO
           MOVE 0 TO W-FIM-LST
           MOVE LOW-VALUES TO CPF-CNPJ
           START ARQCLI KEY IS NOT LESS THAN CPF-CNPJ
              INVALID KEY
                 MOVE 1 TO W-FIM-LST
           END-START.
           PERFORM VIS-PAG-FUS-LE THRU VIS-PAG-FUS-LE-FIM
               UNTIL W-FIM-LST = 1.
           DISPLAY (24, 12) LIMPA
           IF W-QT-FUSAO = ZEROS
              DISPLAY (W-LINDISP, 03)
                 "NENHUM CLIENTE INCORPORADO A ESTE".
           MOVE W-REGCLI-CONS TO REGCLI
           PERFORM VIS-PAG-VOLTA THRU VIS-PAG-VOLTA-FIM.
       VIS-PAG-FUS-FIM.
           EXIT.
       VIS-PAG-FUS-LE.
           READ ARQCLI NEXT RECORD
              AT END
                 MOVE 1 TO W-FIM-LST
                 GO TO VIS-PAG-FUS-LE-FIM
           END-READ.
           IF FUSAO-CPF-CNPJ NOT = W-DOC-CONS-X
              GO TO VIS-PAG-FUS-LE-FIM.
           ADD 1 TO W-QT-FUSAO
           DISPLAY (W-LINDISP, 03) CPF-CNPJ " " RAZAO-SOCIAL (1:40)
                   " SIT: " SITUACAO " ALT: " DATA-ULT-ALT
           ADD 1 TO W-LINDISP
           PERFORM VIS-PAG-QUEBRA THRU VIS-PAG-QUEBRA-FIM.
       VIS-PAG-FUS-LE-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> TELA CHEIA: ESPERA O ENTER E CONTINUA NUMA TELA LIMPA       *
      *>------------------------------------------------------------
       VIS-PAG-QUEBRA.
           IF W-LINDISP > 20
              DISPLAY (23, 10) "ENTER PARA CONTINUAR..."
              ACCEPT (23, 10) W-OPCAO
              DISPLAY (01, 01) ERASE
              MOVE 3 TO W-LINDISP.
       VIS-PAG-QUEBRA-FIM.
           EXIT.
       VIS-PAG-VOLTA.
           DISPLAY (23, 10) "ENTER PARA VOLTAR...           "
           ACCEPT (23, 10) W-OPCAO
           MOVE SPACES TO W-OPCAO.
       VIS-PAG-VOLTA-FIM.
           EXIT.
      *>*********************
      *> ROTINA DE MENSAGEM *
      *>*********************
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (24, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY (24, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
