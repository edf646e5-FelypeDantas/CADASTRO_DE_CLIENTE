      *>------------------------------------------------------------
      *> EXPREG.CPY - REGISTRO DAS EXPORTACOES PARA O FATURAMENTO    *
      *> (ARQEXR.DAT) - UM REGISTRO POR ARQUIVO EXPCLINNNNNN.DAT     *
      *> GERADO PELO SCE004, COM O RETORNO (ACK) DO FATURAMENTO      *
      *> CONCILIADO PELO SCE032. CHAVE = SEQUENCIA DO ARQUIVO        *
      *>------------------------------------------------------------
       01 REGEXR.
           03 EXR-SEQ        PIC 9(06).
           03 EXR-MODO       PIC X(01).
      *>    QUANTIDADE DE DETALHES "D" (A MESMA DO TRAILER) E         *
      *>    DATA/HORA DA GERACAO (AS DO CABECALHO "H")                *
           03 EXR-QTDE       PIC 9(06).
           03 EXR-DATA       PIC 9(08).
           03 EXR-HORA       PIC 9(06).
      *>    P = AGUARDANDO RETORNO DENTRO DO PRAZO                    *
      *>    A = SEM RETORNO HA MAIS DIAS QUE O PRAZO                  *
      *>    C = RETORNO CONFERE COM A QUANTIDADE ENVIADA              *
      *>    D = RETORNO COM QUANTIDADE DIVERGENTE                     *
      *>    X = RETORNO DE SEQUENCIA QUE NUNCA FOI GERADA AQUI        *
      *>        (MODO, QUANTIDADE E GERACAO FICAM ZERADOS)            *
           03 EXR-SITUACAO   PIC X(01).
               88 EXR-PENDENTE     VALUE "P".
               88 EXR-ATRASADA     VALUE "A".
               88 EXR-CONFIRMADA   VALUE "C".
               88 EXR-DIVERGENTE   VALUE "D".
               88 EXR-SEM-EXPORT   VALUE "X".
      *>    QUANTIDADE CARREGADA E DATA INFORMADAS PELO FATURAMENTO   *
      *>    E DATA EM QUE O RETORNO FOI CONCILIADO                    *
           03 EXR-ACK-QTDE   PIC 9(06).
           03 EXR-ACK-DATA   PIC 9(08).
           03 EXR-ACK-PROC   PIC 9(08).
           03 FILLER         PIC X(10).
      *>------------------------------------------------------------
      *> REGISTRO DE PARAMETROS NA CHAVE RESERVADA (SEQUENCIA        *
      *> 000000, QUE O SCE004 NUNCA GERA): PRAZO EM DIAS PARA O      *
      *> RETORNO DO FATURAMENTO. SEM O REGISTRO, VALE O PRAZO PADRAO *
      *> DO SCE032                                                   *
      *>------------------------------------------------------------
       01 REGEXR-PARAM.
           03 EPR-CHAVE      PIC 9(06).
           03 EPR-PRAZO-DIAS PIC 9(03).
           03 EPR-DATA-ALT   PIC 9(08).
           03 EPR-OPERADOR   PIC X(08).
           03 FILLER         PIC X(35).
