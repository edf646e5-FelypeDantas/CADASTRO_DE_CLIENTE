      *>------------------------------------------------------------
      *> IELNK.CPY - AREA DE CHAMADA DA VALIDACAO DA INSCRICAO      *
      *> ESTADUAL PELA REGRA DA UF (SCE039)                         *
      *>------------------------------------------------------------
      *> ENTRADA: IEV-UF (JA CRITICADA NO ARQUF PELO CHAMADOR) E A
      *> IE COMO DIGITADA EM IEV-ENTRADA (PONTO, HIFEN, BARRA E
      *> BRANCOS SAO IGNORADOS; "ISENTO" E' ACEITO).
      *> SAIDA: IEV-IE SO COM OS DIGITOS (OU "ISENTO") E O RETORNO:
      *>   00 = VALIDA          01 = ISENTO
      *>   10 = NAO INFORMADA   11 = CARACTERE INVALIDO
      *>   12 = TAMANHO ERRADO PARA A UF
      *>   13 = INICIO ERRADO PARA A UF
      *>   14 = DIGITO VERIFICADOR ERRADO
      *>   15 = UF SEM REGRA DE IE
       01 IEV-AREA.
           03 IEV-UF         PIC X(02).
           03 IEV-ENTRADA    PIC X(20).
           03 IEV-IE         PIC X(14).
           03 IEV-RETORNO    PIC X(02).
               88 IEV-VALIDA       VALUE "00" "01".
               88 IEV-ISENTA       VALUE "01".
           03 IEV-MENSAGEM   PIC X(40).
