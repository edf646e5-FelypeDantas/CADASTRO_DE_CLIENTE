       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE039.
      *>AUTHOR. FELYPE DANTAS DOS SANTOS.
      *>*****************************************
      *> VALIDACAO DA INSCRICAO ESTADUAL PELA    *
      *> REGRA DE TAMANHO E DIGITO DA UF         *
      *>*****************************************
      *> SUBPROGRAMA SEM ARQUIVOS, CHAMADO COM A AREA IELNK PELA
      *> MANUTENCAO DOS DADOS FISCAIS (SCE037), PELA CARGA EM LOTE
      *> (SCE010) E PELA VARREDURA DE IE (SCE038), PARA AS TRES
      *> CRITICAREM DO MESMO JEITO. A UF CHEGA JA CONFERIDA NO
      *> ARQUF PELO CHAMADOR; AQUI FICA SO A REGRA DE CADA UF
      *> (TAMANHO, INICIO FIXO QUANDO HA, PESOS E MODULO DO DIGITO).
      *> "ISENTO" E' ACEITO EM QUALQUER UF.
      *> AS 27 UFS SEGUEM AS REGRAS DO SINTEGRA; PRODUTOR RURAL DE
      *> SP (IE COM "P") E OS FORMATOS ANTIGOS DE PE (14 DIGITOS) E
      *> RO (9 DIGITOS) NAO SAO ACEITOS
      *>------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *>---------------------------------------------------------------
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 W-ENTRADA      PIC X(20) VALUE SPACES.
       77 W-CAR          PIC X(01) VALUE SPACES.
       77 W-BRANCOS      PIC 9(02) VALUE ZEROS.
       77 W-TAM          PIC 9(02) VALUE ZEROS.
       77 W-TAM-OK       PIC 9(02) VALUE ZEROS.
       77 W-PREF1        PIC X(02) VALUE SPACES.
       77 W-PREF2        PIC X(02) VALUE SPACES.
       77 W-I            PIC 9(02) VALUE ZEROS.
       77 W-QTD          PIC 9(02) VALUE ZEROS.
       77 W-POS          PIC 9(02) VALUE ZEROS.
       77 W-SOMA         PIC 9(05) VALUE ZEROS.
       77 W-RESTO        PIC 9(02) VALUE ZEROS.
       77 W-CALC         PIC 9(02) VALUE ZEROS.
       77 W-DV           PIC 9(01) VALUE ZEROS.
       77 W-MODULO       PIC 9(02) VALUE ZEROS.
       77 W-BASE         PIC 9(08) VALUE ZEROS.
       77 W-AP-P         PIC 9(01) VALUE ZEROS.
       77 W-AP-D         PIC 9(01) VALUE ZEROS.
       77 W-MG-PESO      PIC 9(01) VALUE ZEROS.
       77 W-MG-PROD      PIC 9(02) VALUE ZEROS.
       77 W-DESL         PIC 9(02) VALUE ZEROS.
       77 W-AUX          PIC X(14) VALUE SPACES.
      *>-------------------------------------------------------------------
      *> DIGITOS DA IE (SO OS W-TAM PRIMEIROS SAO USADOS)
      *>-------------------------------------------------------------------
       01 W-IE-DIG       PIC X(14) VALUE SPACES.
       01 W-IE-TAB REDEFINES W-IE-DIG.
           03 W-N            PIC 9(01) OCCURS 14 TIMES.
      *>-------------------------------------------------------------------
      *> PESOS DA SOMA, DOIS DIGITOS CADA, NA ORDEM DAS POSICOES
      *>-------------------------------------------------------------------
       01 W-PESOS        PIC X(28) VALUE SPACES.
       01 W-PESOS-TAB REDEFINES W-PESOS.
           03 W-PESO         PIC 9(02) OCCURS 14 TIMES.
      *>-------------------------------------------------------------------
      *> MG: O PRIMEIRO DIGITO E' CALCULADO COM UM ZERO INSERIDO
      *> DEPOIS DO CODIGO DO MUNICIPIO (3 PRIMEIROS DIGITOS)
      *>-------------------------------------------------------------------
       01 W-MG-DIG       PIC X(12) VALUE SPACES.
       01 W-MG-TAB REDEFINES W-MG-DIG.
           03 W-M            PIC 9(01) OCCURS 12 TIMES.
      *>-------------------------------------------------------------------
       LINKAGE SECTION.
           COPY IELNK.
      *>-------------------------------------------------------------------
       PROCEDURE DIVISION USING IEV-AREA.
       IEV-INICIO.
           MOVE "00" TO IEV-RETORNO
           MOVE SPACES TO IEV-IE IEV-MENSAGEM W-PREF1 W-PREF2
           PERFORM IEV-NORMALIZA THRU IEV-NORMALIZA-FIM.
           IF IEV-RETORNO NOT = "00"
              GO TO IEV-FIM.
           MOVE W-IE-DIG TO IEV-IE
           EVALUATE IEV-UF
              WHEN "AM"
              WHEN "CE"
              WHEN "ES"
              WHEN "PB"
              WHEN "PI"
              WHEN "SC"
              WHEN "SE"
                 PERFORM IEV-NOVE THRU IEV-NOVE-FIM
              WHEN "MA"
                 MOVE "12" TO W-PREF1
                 PERFORM IEV-NOVE THRU IEV-NOVE-FIM
              WHEN "PA"
                 MOVE "15" TO W-PREF1
                 PERFORM IEV-NOVE THRU IEV-NOVE-FIM
              WHEN "MS"
                 MOVE "28" TO W-PREF1
                 MOVE "50" TO W-PREF2
                 PERFORM IEV-NOVE THRU IEV-NOVE-FIM
              WHEN "AC"
                 MOVE "01" TO W-PREF1
                 PERFORM IEV-TREZE THRU IEV-TREZE-FIM
              WHEN "DF"
                 MOVE "07" TO W-PREF1
                 MOVE "08" TO W-PREF2
                 PERFORM IEV-TREZE THRU IEV-TREZE-FIM
              WHEN "AL"
                 MOVE "24" TO W-PREF1
                 PERFORM IEV-AL-RN THRU IEV-AL-RN-FIM
              WHEN "RN"
                 MOVE "20" TO W-PREF1
                 PERFORM IEV-AL-RN THRU IEV-AL-RN-FIM
              WHEN "AP"
                 PERFORM IEV-AP THRU IEV-AP-FIM
              WHEN "BA"
                 PERFORM IEV-BA THRU IEV-BA-FIM
              WHEN "GO"
                 PERFORM IEV-GO THRU IEV-GO-FIM
              WHEN "MG"
                 PERFORM IEV-MG THRU IEV-MG-FIM
              WHEN "MT"
                 PERFORM IEV-MT THRU IEV-MT-FIM
              WHEN "PE"
                 PERFORM IEV-PE THRU IEV-PE-FIM
              WHEN "PR"
                 PERFORM IEV-PR THRU IEV-PR-FIM
              WHEN "RJ"
                 PERFORM IEV-RJ THRU IEV-RJ-FIM
              WHEN "RO"
                 PERFORM IEV-RO THRU IEV-RO-FIM
              WHEN "RR"
                 PERFORM IEV-RR THRU IEV-RR-FIM
              WHEN "RS"
                 PERFORM IEV-RS THRU IEV-RS-FIM
              WHEN "SP"
                 PERFORM IEV-SP THRU IEV-SP-FIM
              WHEN "TO"
                 PERFORM IEV-TO THRU IEV-TO-FIM
              WHEN OTHER
                 MOVE "15" TO IEV-RETORNO
           END-EVALUATE.
       IEV-FIM.
           EVALUATE IEV-RETORNO
              WHEN "00"
                 MOVE "INSCRICAO ESTADUAL VALIDA" TO IEV-MENSAGEM
              WHEN "01"
                 MOVE "ISENTO DE INSCRICAO ESTADUAL" TO IEV-MENSAGEM
              WHEN "10"
                 MOVE "INSCRICAO ESTADUAL NAO INFORMADA"
                      TO IEV-MENSAGEM
              WHEN "11"
                 MOVE "IE COM CARACTERE INVALIDO" TO IEV-MENSAGEM
              WHEN "12"
                 MOVE "IE COM TAMANHO INVALIDO PARA A UF"
                      TO IEV-MENSAGEM
              WHEN "13"
                 MOVE "IE COM INICIO INVALIDO PARA A UF"
                      TO IEV-MENSAGEM
              WHEN "14"
                 MOVE "IE COM DIGITO VERIFICADOR INVALIDO"
                      TO IEV-MENSAGEM
              WHEN OTHER
                 MOVE "UF SEM REGRA DE INSCRICAO ESTADUAL"
                      TO IEV-MENSAGEM
           END-EVALUATE.
           GOBACK.
      *>------------------------------------------------------------
      *> TIRA A PONTUACAO DA IE DIGITADA E DEIXA SO OS DIGITOS EM    *
      *> W-IE-DIG, COM A QUANTIDADE EM W-TAM                         *
      *>------------------------------------------------------------
       IEV-NORMALIZA.
           MOVE IEV-ENTRADA TO W-ENTRADA
           INSPECT W-ENTRADA CONVERTING "isento" TO "ISENTO"
           IF W-ENTRADA = SPACES
              MOVE "10" TO IEV-RETORNO
              GO TO IEV-NORMALIZA-FIM.
           MOVE ZEROS TO W-BRANCOS
           INSPECT W-ENTRADA TALLYING W-BRANCOS FOR LEADING SPACES
           IF W-ENTRADA (W-BRANCOS + 1:) = "ISENTO"
              MOVE "ISENTO" TO IEV-IE
              MOVE "01" TO IEV-RETORNO
              GO TO IEV-NORMALIZA-FIM.
           MOVE SPACES TO W-IE-DIG
           MOVE ZEROS TO W-TAM
           PERFORM IEV-NORM-CAR THRU IEV-NORM-CAR-FIM
               VARYING W-I FROM 1 BY 1 UNTIL W-I > 20.
           IF IEV-RETORNO = "00" AND W-TAM = ZEROS
              MOVE "10" TO IEV-RETORNO.
       IEV-NORMALIZA-FIM.
           EXIT.
      *>------------------------------------------------------------
       IEV-NORM-CAR.
           MOVE W-ENTRADA (W-I:1) TO W-CAR
           IF W-CAR = SPACE OR "." OR "-" OR "/"
              GO TO IEV-NORM-CAR-FIM.
           IF W-CAR NOT NUMERIC
              MOVE "11" TO IEV-RETORNO
              GO TO IEV-NORM-CAR-FIM.
           ADD 1 TO W-TAM
           IF W-TAM > 14
              IF IEV-RETORNO = "00"
                 MOVE "12" TO IEV-RETORNO
              END-IF
              GO TO IEV-NORM-CAR-FIM.
           MOVE W-CAR TO W-IE-DIG (W-TAM:1).
       IEV-NORM-CAR-FIM.
           EXIT.
      *>****************************************
      *> ROTINAS COMUNS DO CALCULO              *
      *>****************************************
      *> TAMANHO EXIGIDO PELA UF EM W-TAM-OK
       IEV-TAMANHO.
           IF W-TAM NOT = W-TAM-OK
              MOVE "12" TO IEV-RETORNO.
       IEV-TAMANHO-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> INICIO FIXO DA UF (W-PREF1 OU W-PREF2; BRANCOS = LIVRE)
       IEV-PREFIXO.
           IF W-PREF1 = SPACES
              GO TO IEV-PREFIXO-FIM.
           IF W-IE-DIG (1:2) NOT = W-PREF1
                              AND W-IE-DIG (1:2) NOT = W-PREF2
              MOVE "13" TO IEV-RETORNO.
       IEV-PREFIXO-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> SOMA DOS W-QTD PRIMEIROS DIGITOS PELOS PESOS DE W-PESOS
       IEV-SOMA.
           MOVE ZEROS TO W-SOMA
           PERFORM IEV-SOMA-POS THRU IEV-SOMA-POS-FIM
               VARYING W-I FROM 1 BY 1 UNTIL W-I > W-QTD.
       IEV-SOMA-FIM.
           EXIT.
       IEV-SOMA-POS.
           COMPUTE W-SOMA = W-SOMA + (W-N (W-I) * W-PESO (W-I)).
       IEV-SOMA-POS-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> MODULO 11 DA MAIORIA DAS UFS: RESTO 0 OU 1 DA DIGITO 0,
      *> SENAO 11 MENOS O RESTO
       IEV-MOD11.
           COMPUTE W-RESTO = FUNCTION MOD (W-SOMA, 11)
           IF W-RESTO < 2
              MOVE 0 TO W-DV
           ELSE
              COMPUTE W-DV = 11 - W-RESTO.
       IEV-MOD11-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> CONFERE W-DV COM O DIGITO DA POSICAO W-POS
       IEV-CONFERE.
           IF W-DV NOT = W-N (W-POS)
              MOVE "14" TO IEV-RETORNO.
       IEV-CONFERE-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> UM DIGITO NO FIM, MODULO 11 PADRAO SOBRE OS DEMAIS
       IEV-DV-PADRAO.
           COMPUTE W-QTD = W-TAM - 1
           PERFORM IEV-SOMA THRU IEV-SOMA-FIM
           PERFORM IEV-MOD11 THRU IEV-MOD11-FIM
           MOVE W-TAM TO W-POS
           PERFORM IEV-CONFERE THRU IEV-CONFERE-FIM.
       IEV-DV-PADRAO-FIM.
           EXIT.
      *>****************************************
      *> REGRAS POR UF                          *
      *>****************************************
      *> AM CE ES MA MS PA PB PI SC SE: 9 DIGITOS, PESOS 9 A 2
       IEV-NOVE.
           MOVE 9 TO W-TAM-OK
           PERFORM IEV-TAMANHO THRU IEV-TAMANHO-FIM
           IF IEV-RETORNO NOT = "00"
              GO TO IEV-NOVE-FIM.
           PERFORM IEV-PREFIXO THRU IEV-PREFIXO-FIM
           IF IEV-RETORNO NOT = "00"
              GO TO IEV-NOVE-FIM.
           MOVE "0908070605040302" TO W-PESOS
           PERFORM IEV-DV-PADRAO THRU IEV-DV-PADRAO-FIM.
       IEV-NOVE-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> AC E DF: 13 DIGITOS, DOIS DIGITOS VERIFICADORES
       IEV-TREZE.
           MOVE 13 TO W-TAM-OK
           PERFORM IEV-TAMANHO THRU IEV-TAMANHO-FIM
           IF IEV-RETORNO NOT = "00"
              GO TO IEV-TREZE-FIM.
           PERFORM IEV-PREFIXO THRU IEV-PREFIXO-FIM
           IF IEV-RETORNO NOT = "00"
              GO TO IEV-TREZE-FIM.
           MOVE "0403020908070605040302" TO W-PESOS
           MOVE 11 TO W-QTD
           PERFORM IEV-SOMA THRU IEV-SOMA-FIM
           PERFORM IEV-MOD11 THRU IEV-MOD11-FIM
           MOVE 12 TO W-POS
           PERFORM IEV-CONFERE THRU IEV-CONFERE-FIM
           IF IEV-RETORNO NOT = "00"
              GO TO IEV-TREZE-FIM.
           MOVE "050403020908070605040302" TO W-PESOS
           PERFORM IEV-DV-PADRAO THRU IEV-DV-PADRAO-FIM.
       IEV-TREZE-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> AL (9 DIGITOS) E RN (9 OU 10): DIGITO = (SOMA X 10) MOD 11,
      *> RESTO 10 DA DIGITO 0
       IEV-AL-RN.
           MOVE 9 TO W-TAM-OK
           IF IEV-UF = "RN" AND W-TAM = 10
              MOVE 10 TO W-TAM-OK.
           PERFORM IEV-TAMANHO THRU IEV-TAMANHO-FIM
           IF IEV-RETORNO NOT = "00"
              GO TO IEV-AL-RN-FIM.
           PERFORM IEV-PREFIXO THRU IEV-PREFIXO-FIM
           IF IEV-RETORNO NOT = "00"
              GO TO IEV-AL-RN-FIM.
           IF W-TAM = 10
              MOVE "100908070605040302" TO W-PESOS
           ELSE
              MOVE "0908070605040302" TO W-PESOS.
           COMPUTE W-QTD = W-TAM - 1
           PERFORM IEV-SOMA THRU IEV-SOMA-FIM
           COMPUTE W-RESTO = FUNCTION MOD (W-SOMA * 10, 11)
           IF W-RESTO = 10
              MOVE 0 TO W-DV
           ELSE
              MOVE W-RESTO TO W-DV.
           MOVE W-TAM TO W-POS
           PERFORM IEV-CONFERE THRU IEV-CONFERE-FIM.
       IEV-AL-RN-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> AP: 9 DIGITOS INICIANDO EM 03; A SOMA LEVA UMA PARCELA FIXA
      *> E O DIGITO 11 VIRA UM VALOR FIXO, PELA FAIXA DA INSCRICAO
       IEV-AP.
           MOVE 9 TO W-TAM-OK
           PERFORM IEV-TAMANHO THRU IEV-TAMANHO-FIM
           IF IEV-RETORNO NOT = "00"
              GO TO IEV-AP-FIM.
           MOVE "03" TO W-PREF1
           PERFORM IEV-PREFIXO THRU IEV-PREFIXO-FIM
           IF IEV-RETORNO NOT = "00"
              GO TO IEV-AP-FIM.
           MOVE W-IE-DIG (1:8) TO W-BASE
           IF W-BASE NOT > 03017000
              MOVE 5 TO W-AP-P
              MOVE 0 TO W-AP-D
           ELSE
              IF W-BASE NOT > 03019022
                 MOVE 9 TO W-AP-P
                 MOVE 1 TO W-AP-D
              ELSE
                 MOVE 0 TO W-AP-P
                 MOVE 0 TO W-AP-D.
           MOVE "0908070605040302" TO W-PESOS
           MOVE 8 TO W-QTD
           PERFORM IEV-SOMA THRU IEV-SOMA-FIM
           ADD W-AP-P TO W-SOMA
           COMPUTE W-CALC = 11 - FUNCTION MOD (W-SOMA, 11)
           IF W-CALC = 10
              MOVE 0 TO W-DV
           ELSE
              IF W-CALC = 11
                 MOVE W-AP-D TO W-DV
              ELSE
                 MOVE W-CALC TO W-DV.
           MOVE 9 TO W-POS
           PERFORM IEV-CONFERE THRU IEV-CONFERE-FIM.
       IEV-AP-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> BA: 8 OU 9 DIGITOS, OS DOIS ULTIMOS VERIFICADORES. O
      *> SEGUNDO E' CALCULADO PRIMEIRO E ENTRA NO CALCULO DO
      *> PRIMEIRO. MODULO 11 SE O 1o DIGITO (8 DIGITOS) OU O 2o
      *> (9 DIGITOS) FOR 6, 7 OU 9; SENAO MODULO 10
       IEV-BA.
           IF W-TAM NOT = 8 AND W-TAM NOT = 9
              MOVE "12" TO IEV-RETORNO
              GO TO IEV-BA-FIM.
           MOVE 10 TO W-MODULO
           IF W-TAM = 8
              IF W-N (1) = 6 OR W-N (1) = 7 OR W-N (1) = 9
                 MOVE 11 TO W-MODULO
              END-IF
              MOVE "070605040302" TO W-PESOS
           ELSE
              IF W-N (2) = 6 OR W-N (2) = 7 OR W-N (2) = 9
                 MOVE 11 TO W-MODULO
              END-IF
              MOVE "08070605040302" TO W-PESOS
           END-IF
           COMPUTE W-QTD = W-TAM - 2
           PERFORM IEV-SOMA THRU IEV-SOMA-FIM
           PERFORM IEV-BA-DV THRU IEV-BA-DV-FIM
           MOVE W-TAM TO W-POS
           PERFORM IEV-CONFERE THRU IEV-CONFERE-FIM
           IF IEV-RETORNO NOT = "00"
              GO TO IEV-BA-FIM.
           IF W-TAM = 8
              MOVE "080706050403" TO W-PESOS
           ELSE
              MOVE "09080706050403" TO W-PESOS.
           PERFORM IEV-SOMA THRU IEV-SOMA-FIM
           COMPUTE W-SOMA = W-SOMA + (W-N (W-TAM) * 2)
           PERFORM IEV-BA-DV THRU IEV-BA-DV-FIM
           COMPUTE W-POS = W-TAM - 1
           PERFORM IEV-CONFERE THRU IEV-CONFERE-FIM.
       IEV-BA-FIM.
           EXIT.
       IEV-BA-DV.
           IF W-MODULO = 11
              PERFORM IEV-MOD11 THRU IEV-MOD11-FIM
              GO TO IEV-BA-DV-FIM.
           COMPUTE W-RESTO = FUNCTION MOD (W-SOMA, 10)
           IF W-RESTO = 0
              MOVE 0 TO W-DV
           ELSE
              COMPUTE W-DV = 10 - W-RESTO.
       IEV-BA-DV-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> GO: 9 DIGITOS INICIANDO EM 10, 11, 15 OU 20 A 29; RESTO 1
      *> DA DIGITO 1 NA FAIXA 10103105 A 10119997, SENAO 0
       IEV-GO.
           MOVE 9 TO W-TAM-OK
           PERFORM IEV-TAMANHO THRU IEV-TAMANHO-FIM
           IF IEV-RETORNO NOT = "00"
              GO TO IEV-GO-FIM.
           IF W-IE-DIG (1:2) NOT = "10" AND W-IE-DIG (1:2) NOT = "11"
                 AND W-IE-DIG (1:2) NOT = "15"
                 AND W-IE-DIG (1:1) NOT = "2"
              MOVE "13" TO IEV-RETORNO
              GO TO IEV-GO-FIM.
           MOVE "0908070605040302" TO W-PESOS
           MOVE 8 TO W-QTD
           PERFORM IEV-SOMA THRU IEV-SOMA-FIM
           PERFORM IEV-MOD11 THRU IEV-MOD11-FIM
           IF W-RESTO = 1
              MOVE W-IE-DIG (1:8) TO W-BASE
              IF W-BASE NOT < 10103105 AND W-BASE NOT > 10119997
                 MOVE 1 TO W-DV.
           MOVE 9 TO W-POS
           PERFORM IEV-CONFERE THRU IEV-CONFERE-FIM.
       IEV-GO-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> MG: 13 DIGITOS. 1o DIGITO (POSICAO 12): ZERO INSERIDO APOS
      *> O MUNICIPIO, PESOS 1 E 2 ALTERNADOS SOMANDO OS ALGARISMOS
      *> DOS PRODUTOS, DIGITO = COMPLEMENTO PARA A DEZENA SEGUINTE.
      *> 2o DIGITO: PESOS 3 2 11 A 2, MODULO 11 PADRAO
       IEV-MG.
           MOVE 13 TO W-TAM-OK
           PERFORM IEV-TAMANHO THRU IEV-TAMANHO-FIM
           IF IEV-RETORNO NOT = "00"
              GO TO IEV-MG-FIM.
           MOVE SPACES TO W-MG-DIG
           STRING W-IE-DIG (1:3) DELIMITED BY SIZE
                  "0"            DELIMITED BY SIZE
                  W-IE-DIG (4:8) DELIMITED BY SIZE
             INTO W-MG-DIG
           MOVE ZEROS TO W-SOMA
           MOVE 2 TO W-MG-PESO
           PERFORM IEV-MG-POS THRU IEV-MG-POS-FIM
               VARYING W-I FROM 1 BY 1 UNTIL W-I > 12.
           COMPUTE W-RESTO = FUNCTION MOD (W-SOMA, 10)
           IF W-RESTO = 0
              MOVE 0 TO W-DV
           ELSE
              COMPUTE W-DV = 10 - W-RESTO.
           MOVE 12 TO W-POS
           PERFORM IEV-CONFERE THRU IEV-CONFERE-FIM
           IF IEV-RETORNO NOT = "00"
              GO TO IEV-MG-FIM.
           MOVE "030211100908070605040302" TO W-PESOS
           PERFORM IEV-DV-PADRAO THRU IEV-DV-PADRAO-FIM.
       IEV-MG-FIM.
           EXIT.
       IEV-MG-POS.
           IF W-MG-PESO = 1
              MOVE 2 TO W-MG-PESO
           ELSE
              MOVE 1 TO W-MG-PESO.
           COMPUTE W-MG-PROD = W-M (W-I) * W-MG-PESO
           IF W-MG-PROD > 9
              SUBTRACT 9 FROM W-MG-PROD.
           ADD W-MG-PROD TO W-SOMA.
       IEV-MG-POS-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> MT: 11 DIGITOS (COMPLETA COM ZEROS A ESQUERDA SE VIER COM
      *> 9 OU 10), PESOS 3 2 9 A 2
       IEV-MT.
           IF W-TAM < 9 OR W-TAM > 11
              MOVE "12" TO IEV-RETORNO
              GO TO IEV-MT-FIM.
           IF W-TAM < 11
              COMPUTE W-DESL = 11 - W-TAM
              MOVE ALL "0" TO W-AUX
              MOVE W-IE-DIG (1:W-TAM) TO W-AUX (W-DESL + 1:W-TAM)
              MOVE W-AUX (1:11) TO W-IE-DIG
              MOVE 11 TO W-TAM
              MOVE W-IE-DIG TO IEV-IE.
           MOVE "03020908070605040302" TO W-PESOS
           PERFORM IEV-DV-PADRAO THRU IEV-DV-PADRAO-FIM.
       IEV-MT-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> PE: 9 DIGITOS (E-FISCO), DOIS VERIFICADORES
       IEV-PE.
           MOVE 9 TO W-TAM-OK
           PERFORM IEV-TAMANHO THRU IEV-TAMANHO-FIM
           IF IEV-RETORNO NOT = "00"
              GO TO IEV-PE-FIM.
           MOVE "08070605040302" TO W-PESOS
           MOVE 7 TO W-QTD
           PERFORM IEV-SOMA THRU IEV-SOMA-FIM
           PERFORM IEV-MOD11 THRU IEV-MOD11-FIM
           MOVE 8 TO W-POS
           PERFORM IEV-CONFERE THRU IEV-CONFERE-FIM
           IF IEV-RETORNO NOT = "00"
              GO TO IEV-PE-FIM.
           MOVE "0908070605040302" TO W-PESOS
           PERFORM IEV-DV-PADRAO THRU IEV-DV-PADRAO-FIM.
       IEV-PE-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> PR: 10 DIGITOS, DOIS VERIFICADORES
       IEV-PR.
           MOVE 10 TO W-TAM-OK
           PERFORM IEV-TAMANHO THRU IEV-TAMANHO-FIM
           IF IEV-RETORNO NOT = "00"
              GO TO IEV-PR-FIM.
           MOVE "0302070605040302" TO W-PESOS
           MOVE 8 TO W-QTD
           PERFORM IEV-SOMA THRU IEV-SOMA-FIM
           PERFORM IEV-MOD11 THRU IEV-MOD11-FIM
           MOVE 9 TO W-POS
           PERFORM IEV-CONFERE THRU IEV-CONFERE-FIM
           IF IEV-RETORNO NOT = "00"
              GO TO IEV-PR-FIM.
           MOVE "040302070605040302" TO W-PESOS
           PERFORM IEV-DV-PADRAO THRU IEV-DV-PADRAO-FIM.
       IEV-PR-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> RJ: 8 DIGITOS, PESOS 2 7 A 2
       IEV-RJ.
           MOVE 8 TO W-TAM-OK
           PERFORM IEV-TAMANHO THRU IEV-TAMANHO-FIM
           IF IEV-RETORNO NOT = "00"
              GO TO IEV-RJ-FIM.
           MOVE "02070605040302" TO W-PESOS
           PERFORM IEV-DV-PADRAO THRU IEV-DV-PADRAO-FIM.
       IEV-RJ-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> RO: 14 DIGITOS; DIGITO 10 OU 11 VIRA 0 OU 1
       IEV-RO.
           MOVE 14 TO W-TAM-OK
           PERFORM IEV-TAMANHO THRU IEV-TAMANHO-FIM
           IF IEV-RETORNO NOT = "00"
              GO TO IEV-RO-FIM.
           MOVE "06050403020908070605040302" TO W-PESOS
           MOVE 13 TO W-QTD
           PERFORM IEV-SOMA THRU IEV-SOMA-FIM
           COMPUTE W-CALC = 11 - FUNCTION MOD (W-SOMA, 11)
           IF W-CALC > 9
              SUBTRACT 10 FROM W-CALC.
           MOVE W-CALC TO W-DV
           MOVE 14 TO W-POS
           PERFORM IEV-CONFERE THRU IEV-CONFERE-FIM.
       IEV-RO-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> RR: 9 DIGITOS INICIANDO EM 24, PESOS 1 A 8, MODULO 9
       IEV-RR.
           MOVE 9 TO W-TAM-OK
           PERFORM IEV-TAMANHO THRU IEV-TAMANHO-FIM
           IF IEV-RETORNO NOT = "00"
              GO TO IEV-RR-FIM.
           MOVE "24" TO W-PREF1
           PERFORM IEV-PREFIXO THRU IEV-PREFIXO-FIM
           IF IEV-RETORNO NOT = "00"
              GO TO IEV-RR-FIM.
           MOVE "0102030405060708" TO W-PESOS
           MOVE 8 TO W-QTD
           PERFORM IEV-SOMA THRU IEV-SOMA-FIM
           COMPUTE W-DV = FUNCTION MOD (W-SOMA, 9)
           MOVE 9 TO W-POS
           PERFORM IEV-CONFERE THRU IEV-CONFERE-FIM.
       IEV-RR-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> RS: 10 DIGITOS, PESOS 2 9 A 2
       IEV-RS.
           MOVE 10 TO W-TAM-OK
           PERFORM IEV-TAMANHO THRU IEV-TAMANHO-FIM
           IF IEV-RETORNO NOT = "00"
              GO TO IEV-RS-FIM.
           MOVE "020908070605040302" TO W-PESOS
           PERFORM IEV-DV-PADRAO THRU IEV-DV-PADRAO-FIM.
       IEV-RS-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> SP: 12 DIGITOS; VERIFICADORES NA 9a E NA 12a POSICAO, CADA
      *> UM O ALGARISMO DAS UNIDADES DO RESTO DA DIVISAO POR 11
       IEV-SP.
           MOVE 12 TO W-TAM-OK
           PERFORM IEV-TAMANHO THRU IEV-TAMANHO-FIM
           IF IEV-RETORNO NOT = "00"
              GO TO IEV-SP-FIM.
           MOVE "0103040506070810" TO W-PESOS
           MOVE 8 TO W-QTD
           PERFORM IEV-SOMA THRU IEV-SOMA-FIM
           COMPUTE W-RESTO = FUNCTION MOD (W-SOMA, 11)
           COMPUTE W-DV = FUNCTION MOD (W-RESTO, 10)
           MOVE 9 TO W-POS
           PERFORM IEV-CONFERE THRU IEV-CONFERE-FIM
           IF IEV-RETORNO NOT = "00"
              GO TO IEV-SP-FIM.
           MOVE "0302100908070605040302" TO W-PESOS
           MOVE 11 TO W-QTD
           PERFORM IEV-SOMA THRU IEV-SOMA-FIM
           COMPUTE W-RESTO = FUNCTION MOD (W-SOMA, 11)
           COMPUTE W-DV = FUNCTION MOD (W-RESTO, 10)
           MOVE 12 TO W-POS
           PERFORM IEV-CONFERE THRU IEV-CONFERE-FIM.
       IEV-SP-FIM.
           EXIT.
      *>------------------------------------------------------------
      *> TO: 9 DIGITOS, OU 11 NO FORMATO ANTIGO COM A CATEGORIA
      *> (01, 02, 03 OU 99) NA 3a/4a POSICAO, FORA DO CALCULO
       IEV-TO.
           IF W-TAM NOT = 9 AND W-TAM NOT = 11
              MOVE "12" TO IEV-RETORNO
              GO TO IEV-TO-FIM.
           IF W-TAM = 11
              IF W-IE-DIG (3:2) NOT = "01" AND NOT = "02"
                                AND NOT = "03" AND NOT = "99"
                 MOVE "13" TO IEV-RETORNO
                 GO TO IEV-TO-FIM
              END-IF
              MOVE SPACES TO W-AUX
              STRING W-IE-DIG (1:2) DELIMITED BY SIZE
                     W-IE-DIG (5:7) DELIMITED BY SIZE
                INTO W-AUX
              MOVE W-AUX TO W-IE-DIG
              MOVE 9 TO W-TAM
           END-IF
           MOVE "0908070605040302" TO W-PESOS
           PERFORM IEV-DV-PADRAO THRU IEV-DV-PADRAO-FIM.
       IEV-TO-FIM.
           EXIT.
