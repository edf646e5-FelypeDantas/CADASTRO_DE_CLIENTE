      *>*****************************************
      *> LAYOUT DA LINHA DE ENTRADA (CLIENTES.IMP):
      *> TIPO;CPF-CNPJ;RAZAO;APELIDO;CEP;NUMERO;LOGRADOURO;BAIRRO;
      *> CIDADE;UF;TELEFONE;CONTATO;EMAIL[;IE;IM;REGIME]
      *> AS MESMAS REGRAS DA DIGITACAO NO SCE002: DIGITO VERIFICADOR
      *> DO CPF/CNPJ, UF NA TABELA, CIDADE NA TABELA, PREENCHIMENTO
      *> AUTOMATICO PELO CEP E DUPLICIDADE DE CPF/CNPJ
      *> OS DADOS FISCAIS NO FIM DA LINHA SAO OPCIONAIS: LINHA SEM
      *> NENHUM DELES CARREGA SO O CLIENTE (A VARREDURA SCE038 APONTA
      *> O PJ SEM IE). INFORMADO QUALQUER UM, VALEM AS REGRAS DO
      *> SCE037: IE VALIDADA PELO SCE039 NA UF DO CLIENTE (OU
      *> "ISENTO"), IE E REGIME OBRIGATORIOS PARA PJ; SE ACEITOS,
      *> GRAVAM O ARQFIS.DAT
      *>------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SELECT ARQCLI-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ST-LOG.
       SELECT ARQFIS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FIS-CPF-CNPJ
           FILE STATUS IS ST-FIS.
       SELECT ARQIMP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-IMP.
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQCLILOG.DAT".
           COPY LOGCLI.
       FD ARQFIS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARQFIS.DAT".
           COPY FISCLI.
       FD ARQIMP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CLIENTES.IMP".
       01 REG-IMP             PIC X(340).
       FD RELCRI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RELCRI.LST".
       77 ST-LOG          PIC X(02) VALUE "00".
       77 ST-IMP          PIC X(02) VALUE "00".
       77 ST-REL          PIC X(02) VALUE "00".
       77 ST-FIS          PIC X(02) VALUE "00".
       77 W-FIM-IMP       PIC 9(01) VALUE ZEROS.
       77 W-CEP-DISPONIVEL  PIC 9(01) VALUE ZEROS.
       77 W-UF-DISPONIVEL   PIC 9(01) VALUE ZEROS.
       77 W-LINHA-SEQ     PIC 9(06) VALUE ZEROS.
       77 W-TOTAL-ACEITOS PIC 9(06) VALUE ZEROS.
       77 W-TOTAL-REJEITA PIC 9(06) VALUE ZEROS.
       77 W-TOTAL-FIS     PIC 9(06) VALUE ZEROS.
       77 W-FIS-INFORMADO PIC 9(01) VALUE ZEROS.
       77 W-REJEITA       PIC 9(01) VALUE ZEROS.
       77 W-MOTIVO        PIC X(40) VALUE SPACES.
       77 W-DATA-HOJE     PIC 9(08) VALUE ZEROS.
           03 W-FONE-TXT      PIC X(11).
           03 W-CONTATO-TXT   PIC X(15).
           03 W-EMAIL-TXT     PIC X(30).
           03 W-IE-TXT        PIC X(20).
           03 W-IM-TXT        PIC X(15).
           03 W-REGIME-TXT    PIC X(01).
       77 W-NUM-TXT       PIC X(14) VALUE SPACES.
       77 W-NUM-LEN       PIC 9(02) VALUE ZEROS.
       77 W-NUM           PIC 9(14) VALUE ZEROS.
       77 W-AUD-OPERACAO    PIC X(01) VALUE SPACES.
       01 W-REGCLI-ANTES    PIC X(330) VALUE SPACES.
       01 W-REGCLI-DEPOIS   PIC X(330) VALUE SPACES.
      *>-------------------------------------------------------------------
      *> CHAMADA DA VALIDACAO DA IE (SCE039)
      *>-------------------------------------------------------------------
           COPY IELNK.
      *>-------------------------------------------------------------------
       01 LC-CABEC1.
           05 FILLER          PIC X(38) VALUE
           05 FILLER           PIC X(26) VALUE
              "TOTAL DE REJEITADOS:      ".
           05 LT-REJEITA       PIC ZZZ.ZZ9.
       01 LC-TOTAL4.
           05 FILLER           PIC X(26) VALUE
              "DADOS FISCAIS GRAVADOS:   ".
           05 LT-FIS           PIC ZZZ.ZZ9.
      *>------------------------------------------------------------
       LINKAGE SECTION.
           COPY CTLAREA.
           MOVE 0  TO W-FIM-IMP
           MOVE 99 TO W-LINHA
           MOVE ZEROS TO W-LINHA-SEQ W-TOTAL-ACEITOS
                         W-TOTAL-REJEITA W-TOTAL-FIS W-PAGINA.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CRG-ABRE THRU CRG-ABRE-FIM.
           PERFORM CRG-CABECALHO THRU CRG-CABECALHO-FIM.
           PERFORM CRG-PROCESSA THRU CRG-PROCESSA-FIM
               UNTIL W-FIM-IMP = 1.
           PERFORM CRG-TOTAIS THRU CRG-TOTAIS-FIM.
           CLOSE ARQCLI ARQIMP RELCRI ARQCLI-LOG ARQFIS.
           IF W-CEP-DISPONIVEL = 1
              CLOSE ARQCEP.
           IF W-UF-DISPONIVEL = 1
           DISPLAY "LINHAS LIDAS:      " W-LINHA-SEQ.
           DISPLAY "CLIENTES ACEITOS:  " W-TOTAL-ACEITOS.
           DISPLAY "LINHAS REJEITADAS: " W-TOTAL-REJEITA.
           DISPLAY "DADOS FISCAIS:     " W-TOTAL-FIS.
           MOVE "00" TO CTL-RETORNO
           MOVE W-LINHA-SEQ      TO CTL-QTDE-LIDOS
           MOVE W-TOTAL-ACEITOS  TO CTL-QTDE-GRAV
                 CLOSE ARQIMP ARQCLI RELCRI
                 MOVE ST-LOG TO CTL-RETORNO
                 GOBACK.
           OPEN I-O ARQFIS
           IF ST-FIS = "30"
              OPEN OUTPUT ARQFIS
              CLOSE ARQFIS
              OPEN I-O ARQFIS
           END-IF
           IF ST-FIS NOT = "00"
              DISPLAY "ERRO NA ABERTURA DOS DADOS FISCAIS: " ST-FIS
              CLOSE ARQIMP ARQCLI RELCRI ARQCLI-LOG
              MOVE ST-FIS TO CTL-RETORNO
              GOBACK.
           MOVE 0 TO W-CEP-DISPONIVEL
           OPEN INPUT ARQCEP
           IF ST-CEP = "00"
              INTO W-TIPO-TXT W-DOC-TXT W-RAZAO-TXT W-APELIDO-TXT
                   W-CEP-TXT W-NUMERO-TXT W-LOGRA-TXT W-BAIRRO-TXT
                   W-CIDADE-TXT W-UF-TXT W-FONE-TXT W-CONTATO-TXT
                   W-EMAIL-TXT W-IE-TXT W-IM-TXT W-REGIME-TXT
           END-UNSTRING
           PERFORM CRG-MONTA THRU CRG-MONTA-FIM
           IF W-REJEITA = 0
              PERFORM CRG-VALIDA THRU CRG-VALIDA-FIM.
           IF W-REJEITA = 0
              PERFORM CRG-VALIDA-FIS THRU CRG-VALIDA-FIS-FIM.
           IF W-REJEITA = 0
              PERFORM CRG-GRAVA THRU CRG-GRAVA-FIM
           ELSE
              GO TO CRG-VALIDA-FIM.
       CRG-VALIDA-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> DADOS FISCAIS OPCIONAIS: AS MESMAS CRITICAS DO SCE037, NA   *
      *> UF JA CONFERIDA NO ARQUF E ACERTADA PELO CEP ACIMA          *
      *>------------------------------------------------------------
       CRG-VALIDA-FIS.
           MOVE 0 TO W-FIS-INFORMADO
           IF W-IE-TXT = SPACES AND W-IM-TXT = SPACES
                                AND W-REGIME-TXT = SPACES
              GO TO CRG-VALIDA-FIS-FIM.
           MOVE 1 TO W-FIS-INFORMADO
           MOVE SPACES TO REGFIS
           MOVE CPF-CNPJ     TO FIS-CPF-CNPJ
           MOVE UF           TO FIS-IE-UF
           MOVE W-IM-TXT     TO FIS-IM
           MOVE W-REGIME-TXT TO FIS-REGIME
           INSPECT FIS-REGIME CONVERTING "sprmi" TO "SPRMI"
           IF W-IE-TXT = SPACES AND PESSOA-FISICA
              GO TO CRG-VALIDA-FIS-REG.
           MOVE UF       TO IEV-UF
           MOVE W-IE-TXT TO IEV-ENTRADA
           CALL "SCE039" USING IEV-AREA
           IF NOT IEV-VALIDA
              MOVE IEV-MENSAGEM TO W-MOTIVO
              MOVE 1 TO W-REJEITA
              GO TO CRG-VALIDA-FIS-FIM.
           MOVE IEV-IE TO FIS-IE.
       CRG-VALIDA-FIS-REG.
           IF FIS-REGIME = SPACES AND PESSOA-FISICA
              GO TO CRG-VALIDA-FIS-FIM.
           IF NOT FIS-REGIME-OK
              MOVE "REGIME DEVE SER S, P, R, M OU I" TO W-MOTIVO
              MOVE 1 TO W-REJEITA
              GO TO CRG-VALIDA-FIS-FIM.
       CRG-VALIDA-FIS-FIM.
           EXIT.
      *>------------------------------------------------------------
       CRG-GRAVA.
           MOVE "A" TO SITUACAO
              MOVE REGCLI TO W-REGCLI-DEPOIS
              MOVE "I" TO W-AUD-OPERACAO
              PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
              IF W-FIS-INFORMADO = 1
                 PERFORM CRG-GRAVA-FIS THRU CRG-GRAVA-FIS-FIM
              END-IF
           ELSE
              IF ST-ERRO = "22"
                 MOVE "CPF/CNPJ JA CADASTRADO" TO W-MOTIVO
           END-IF.
       CRG-GRAVA-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> GRAVA OS DADOS FISCAIS DO CLIENTE ACEITO. SOBRA DE UM       *
      *> CLIENTE ARQUIVADO COM O MESMO CPF/CNPJ E' SUBSTITUIDA       *
      *>------------------------------------------------------------
       CRG-GRAVA-FIS.
           MOVE W-DATA-HOJE TO FIS-DATA-ALT
           IF CTL-OPERADOR NOT = SPACES
              MOVE CTL-OPERADOR TO FIS-OPERADOR
           ELSE
              MOVE "SCE010" TO FIS-OPERADOR.
           WRITE REGFIS
           IF ST-FIS = "22"
              REWRITE REGFIS.
           IF ST-FIS = "00" OR "02"
              ADD 1 TO W-TOTAL-FIS
           ELSE
              DISPLAY "ERRO NA GRAVACAO DOS DADOS FISCAIS: " ST-FIS
                      " - " CPF-CNPJ.
       CRG-GRAVA-FIS-FIM.
           EXIT.
      *>------------------------------------------------------------
       CRG-CRITICA.
           ADD 1 TO W-TOTAL-REJEITA
           MOVE W-TOTAL-ACEITOS TO LT-ACEITOS
           WRITE REG-RELCRI FROM LC-TOTAL2
           MOVE W-TOTAL-REJEITA TO LT-REJEITA
           WRITE REG-RELCRI FROM LC-TOTAL3
           MOVE W-TOTAL-FIS TO LT-FIS
           WRITE REG-RELCRI FROM LC-TOTAL4.
       CRG-TOTAIS-FIM.
           EXIT.
      *>****************************************
