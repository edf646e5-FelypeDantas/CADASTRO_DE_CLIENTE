      *>------------------------------------------------------------
      *> GERLOG.CPY - CATALOGO DAS GERACOES FECHADAS DA TRILHA DE    *
      *> AUDITORIA (ARQGER.DAT) - UM REGISTRO DE CONTROLE POR        *
      *> GERACAO CLILOGNNNNNN.DAT, GRAVADO NO FECHAMENTO MENSAL E    *
      *> CONFERIDO NO MODO DE VERIFICACAO DO SCE030                  *
      *>------------------------------------------------------------
       01 REGGER.
           03 GER-NUMERO     PIC 9(06).
      *>    ULTIMA COMPETENCIA (AAAAMM) CONTIDA NA GERACAO            *
           03 GER-COMPET     PIC 9(06).
      *>    TOTAIS DE CONTROLE DA GERACAO: QUANTIDADE DE REGISTROS,   *
      *>    DATA/HORA DO PRIMEIRO E DO ULTIMO E O TOTAL DE HASH       *
      *>    (SOMA DE DATA + HORA + CPF/CNPJ DE CADA REGISTRO, MODULO  *
      *>    10**17)                                                   *
           03 GER-QTDE       PIC 9(09).
           03 GER-PRI-DATA   PIC 9(08).
           03 GER-PRI-HORA   PIC 9(06).
           03 GER-ULT-DATA   PIC 9(08).
           03 GER-ULT-HORA   PIC 9(06).
           03 GER-HASH       PIC 9(18).
      *>    REGISTROS QUE FICARAM NO LOG CORRENTE E POSICAO DO        *
      *>    CONTROLE DA EXPORTACAO (EXC-LOG-PROC) ANTES DO FECHAMENTO,*
      *>    PARA CONCLUIR UM FECHAMENTO INTERROMPIDO                  *
           03 GER-RESTO      PIC 9(09).
           03 GER-EXC-ANTES  PIC 9(09).
           03 GER-SITUACAO   PIC X(01).
               88 GER-PENDENTE     VALUE "P".
               88 GER-CONCLUIDA    VALUE "C".
           03 GER-DATA-FECH  PIC 9(08).
           03 GER-HORA-FECH  PIC 9(06).
           03 GER-OPERADOR   PIC X(08).
      *>    RESULTADO DA ULTIMA VERIFICACAO DOS TOTAIS DE CONTROLE    *
           03 GER-DATA-VERIF PIC 9(08).
           03 GER-VERIF      PIC X(01).
               88 GER-CONFERE      VALUE "S".
               88 GER-DIVERGE      VALUE "N".
