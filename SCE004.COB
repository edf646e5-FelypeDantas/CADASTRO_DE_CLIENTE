      *> ULTIMO CHECKPOINT E A QUEDA; A GRAVACAO CONTINUA NO MESMO
      *> ARQUIVO NUMERADO. CHECKPOINT DE OUTRA SEQUENCIA (UM DELTA
      *> RODOU NO MEIO) E' BAIXADO E IGNORADO.
      *> CADA ARQUIVO GERADO ENTRA NO REGISTRO DAS EXPORTACOES
      *> (ARQEXR.DAT: SEQUENCIA, MODO, QUANTIDADE DE DETALHES E
      *> DATA/HORA DO CABECALHO), ANTES DA ATUALIZACAO DO CONTROLE,
      *> PARA A CONCILIACAO COM O RETORNO DO FATURAMENTO (SCE032).
      *> A CLASSE DA CURVA ABC (SCE033) VAI NA IMAGEM DO CLIENTE,
      *> PARA O FATURAMENTO SELECIONAR POR ELA.
      *> OS DADOS FISCAIS (ARQFIS.DAT, SCE037: IE, UF DA IE, IM E
      *> REGIME TRIBUTARIO) VAO NO FIM DO DETALHE, PARA A EMISSAO
      *> DA NF-E; O DETALHE PASSOU DE 482 PARA 514 POSICOES.
      *> O MODO VEM EM CTL-PARM; EM BRANCO, PERGUNTA AO OPERADOR
      *>------------------------------------------------
       ENVIRONMENT DIVISION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FIN-CPF-CNPJ
           FILE STATUS IS ST-FIN.
       SELECT ARQFIS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FIS-CPF-CNPJ
           FILE STATUS IS ST-FIS.
       SELECT ARQCLI-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ST-LOG.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RUN-CHAVE
           FILE STATUS IS ST-CTL.
       SELECT ARQEXR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EXR-SEQ
           FILE STATUS IS ST-EXR.
      *>---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQEXP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS W-EXP-NOME.
       01 REG-EXP             PIC X(514).
       FD ARQEND
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQEND.DAT".
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQFIN.DAT".
           COPY FINCLI.
       FD ARQFIS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQFIS.DAT".
           COPY FISCLI.
       FD ARQCLI-LOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQCLILOG.DAT".
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQCTL.DAT".
           COPY RUNCTL.
       FD ARQEXR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQEXR.DAT".
           COPY EXPREG.
      *>------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO         PIC X(02) VALUE "00".
       77 W-END-ACHOU     PIC 9(01) VALUE ZEROS.
       77 ST-FIN          PIC X(02) VALUE "00".
       77 W-FIN-DISPONIVEL PIC 9(01) VALUE ZEROS.
       77 ST-FIS          PIC X(02) VALUE "00".
       77 W-FIS-DISPONIVEL PIC 9(01) VALUE ZEROS.
      *>------------------------------------------------------------
      *> MODO DE EXPORTACAO E CONTROLE DE SEQUENCIA/POSICAO DO LOG
      *>------------------------------------------------------------
       77 W-CHK-CONT      PIC 9(04) VALUE ZEROS.
       77 W-CHK-INTERVALO PIC 9(04) VALUE 1000.
      *>------------------------------------------------------------
      *> REGISTRO DAS EXPORTACOES (ARQEXR.DAT)
      *>------------------------------------------------------------
       77 ST-EXR          PIC X(02) VALUE "00".
      *>------------------------------------------------------------
      *> PONTO DE RETOMADA APURADO DO ARQUIVO PARCIAL: ULTIMO "D"
      *> GRAVADO E QUANTOS "D" JA EXISTEM NO ARQUIVO
      *>------------------------------------------------------------
           03 W-TRL-QTDE      PIC 9(06).
      *>------------------------------------------------------------
      *> REGISTRO DE EXPORTACAO: IMAGEM DO REGCLI SEGUIDA DO         *
      *> ENDERECO DE FATURAMENTO (ARQEND, TIPO "F"), DA FICHA        *
      *> FINANCEIRA (ARQFIN) E DOS DADOS FISCAIS (ARQFIS), QUANDO    *
      *> EXISTEM                                                     *
      *>------------------------------------------------------------
       01 W-EXP-REG.
           03 W-EXP-CLI       PIC X(330).
               05 W-EXP-FIN-RATING PIC X(02).
               05 W-EXP-FIN-BLOQ   PIC X(01).
               05 W-EXP-FIN-MOTIVO PIC X(30).
           03 W-EXP-FIS.
               05 W-EXP-FIS-IE     PIC X(14).
               05 W-EXP-FIS-IE-UF  PIC X(02).
               05 W-EXP-FIS-IM     PIC X(15).
               05 W-EXP-FIS-REGIME PIC X(01).
      *>------------------------------------------------------------
       LINKAGE SECTION.
           COPY CTLAREA.
           OPEN INPUT ARQFIN
           IF ST-FIN = "00"
              MOVE 1 TO W-FIN-DISPONIVEL.
           MOVE 0 TO W-FIS-DISPONIVEL
           OPEN INPUT ARQFIS
           IF ST-FIS = "00"
              MOVE 1 TO W-FIS-DISPONIVEL.
           IF W-RETOMADA = 0
              PERFORM EXP-CABECALHO THRU EXP-CABECALHO-FIM.
      *>    ARQUIVO DA RETOMADA JA COMPLETO (TRAILER GRAVADO): NAO     *
              WRITE REG-EXP FROM W-EXP-TRL.
           CLOSE ARQCLI ARQEXP.
           PERFORM EXP-FECHA-AUX THRU EXP-FECHA-AUX-FIM.
           PERFORM EXP-GRAVA-EXR THRU EXP-GRAVA-EXR-FIM.
           PERFORM EXP-GRAVA-EXC THRU EXP-GRAVA-EXC-FIM.
           IF W-MODO NOT = "D"
              PERFORM EXP-CHK-CONCLUI THRU EXP-CHK-CONCLUI-FIM.
              CLOSE ARQEND.
           IF W-FIN-DISPONIVEL = 1
              CLOSE ARQFIN.
           IF W-FIS-DISPONIVEL = 1
              CLOSE ARQFIS.
       EXP-FECHA-AUX-FIM.
           EXIT.
      *>------------------------------------------------------------
           IF REG-EXP (1:1) = "T"
              MOVE 1 TO W-RET-COMPLETO
              GO TO EXP-RETOMA-LE-FIM.
      *>    DATA/HORA DA GERACAO PARA O REGISTRO DAS EXPORTACOES      *
           IF REG-EXP (1:1) = "H"
              MOVE REG-EXP (1:22) TO W-EXP-CAB
              GO TO EXP-RETOMA-LE-FIM.
           IF REG-EXP (1:1) NOT = "D"
              GO TO EXP-RETOMA-LE-FIM.
           IF REG-EXP (2:14) NOT NUMERIC
      *> MONTA E GRAVA UM DETALHE "D" PARA O CLIENTE CORRENTE        *
      *>------------------------------------------------------------
       EXP-GRAVA-DET.
           MOVE SPACES TO W-EXP-END W-EXP-FIN W-EXP-FIS
           MOVE ZEROS TO W-EXP-FIN-LIMITE
           MOVE REGCLI TO W-EXP-CLI
           IF W-END-DISPONIVEL = 1
              PERFORM EXP-END-FATUR THRU EXP-END-FATUR-FIM.
           IF W-FIN-DISPONIVEL = 1
              PERFORM EXP-FIN-BUSCA THRU EXP-FIN-BUSCA-FIM.
           IF W-FIS-DISPONIVEL = 1
              PERFORM EXP-FIS-BUSCA THRU EXP-FIS-BUSCA-FIM.
           MOVE SPACES TO REG-EXP
           MOVE "D" TO REG-EXP (1:1)
           MOVE W-EXP-REG TO REG-EXP (2:513)
           WRITE REG-EXP
           ADD 1 TO W-TOTAL.
       EXP-GRAVA-DET-FIM.
           ADD 1 TO W-LOG-LIDOS
           IF W-LOG-LIDOS NOT > EXC-LOG-PROC
              GO TO EXP-LOG-REG-FIM.
      *>    "Q" = ORFAO DE ARQUIVO SATELITE POSTO EM QUARENTENA PELO  *
      *>    SCE031: NAO MEXE NO CADASTRO, NAO VAI PARA O FATURAMENTO  *
           IF LOG-OPERACAO = "Q"
              GO TO EXP-LOG-REG-FIM.
           ADD 1 TO W-LIDOS
           IF LOG-REG-DEPOIS (1:14) NOT = SPACES
              MOVE LOG-REG-DEPOIS (1:14) TO W-DOC-LOG
                  MOVE 1 TO W-FIM-BXA
                  GO TO EXP-DEL-BXA-LE-FIM
           END-READ.
           IF LOG-OPERACAO = "Q"
              GO TO EXP-DEL-BXA-LE-FIM.
           IF LOG-REG-ANTES (1:14) = W-DOC-LOG
              MOVE LOG-REG-ANTES TO W-BXA-IMG
              MOVE 1 TO W-BXA-ACHOU
       EXP-CONTA-LOG-REG-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> REGISTRA O ARQUIVO GERADO NO ARQEXR.DAT. VEM ANTES DO       *
      *> CONTROLE: SE A EXECUCAO CAIR ENTRE OS DOIS, A REEXECUCAO    *
      *> GERA A MESMA SEQUENCIA E SO REGRAVA O REGISTRO              *
      *>------------------------------------------------------------
       EXP-GRAVA-EXR.
           OPEN I-O ARQEXR
           IF ST-EXR = "30"
              OPEN OUTPUT ARQEXR
              CLOSE ARQEXR
              OPEN I-O ARQEXR
           END-IF
           IF ST-EXR NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO REGISTRO DAS EXPORTACOES: "
                      ST-EXR
              GO TO EXP-GRAVA-EXR-FIM.
           MOVE SPACES TO REGEXR
           MOVE W-SEQ      TO EXR-SEQ
           MOVE W-MODO     TO EXR-MODO
           MOVE W-TOTAL    TO EXR-QTDE
           MOVE W-CAB-DATA TO EXR-DATA
           MOVE W-CAB-HORA TO EXR-HORA
           MOVE "P" TO EXR-SITUACAO
           MOVE ZEROS TO EXR-ACK-QTDE EXR-ACK-DATA EXR-ACK-PROC
           WRITE REGEXR
           IF ST-EXR = "22"
              REWRITE REGEXR
           END-IF
           IF ST-EXR NOT = "00" AND ST-EXR NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO REGISTRO DAS EXPORTACOES: "
                      ST-EXR.
           CLOSE ARQEXR.
       EXP-GRAVA-EXR-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> ATUALIZA O CONTROLE SOMENTE APOS EXECUCAO SEM ERRO          *
      *>------------------------------------------------------------
       EXP-GRAVA-EXC.
           MOVE FIN-MOTIVO-BLOQ TO W-EXP-FIN-MOTIVO.
       EXP-FIN-BUSCA-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> BUSCA OS DADOS FISCAIS DO CLIENTE (ARQFIS) E OS ANEXA AO    *
      *> REGISTRO DE EXPORTACAO                                      *
      *>------------------------------------------------------------
       EXP-FIS-BUSCA.
           MOVE CPF-CNPJ TO FIS-CPF-CNPJ
           READ ARQFIS
              INVALID KEY
                 GO TO EXP-FIS-BUSCA-FIM
           END-READ.
           MOVE FIS-IE          TO W-EXP-FIS-IE
           MOVE FIS-IE-UF       TO W-EXP-FIS-IE-UF
           MOVE FIS-IM          TO W-EXP-FIS-IM
           MOVE FIS-REGIME      TO W-EXP-FIS-REGIME.
       EXP-FIS-BUSCA-FIM.
           EXIT.
