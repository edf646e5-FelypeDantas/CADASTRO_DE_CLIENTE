      *>------------------------------------------------------------
      *> GRPCLI.CPY - GRUPO ECONOMICO DO CLIENTE (ARQGRP.DAT)       *
      *> UM REGISTRO POR CPF/CNPJ VINCULADO; CHAVE ALTERNATIVA     *
      *> GRP-CODIGO (COM DUPLICATAS) JUNTA OS MEMBROS DO GRUPO     *
      *>------------------------------------------------------------
       01 REGGRP.
           03 GRP-CPF-CNPJ   PIC 9(14).
      *>    GRUPO MONTADO PELA RAIZ DO CNPJ: CODIGO = OS 8 DIGITOS DA *
      *>    RAIZ; GRUPO MANUAL (HOLDING COM RAIZES DIFERENTES): CODIGO*
      *>    LIVRE DADO PELO SUPERVISOR NO SCE028                      *
           03 GRP-CODIGO     PIC X(08).
      *>    CNPJ DA MATRIZ (EMPRESA CABECA) DO GRUPO                  *
           03 GRP-MATRIZ     PIC 9(14).
      *>    ORIGEM DO VINCULO: A MONTAGEM AUTOMATICA NAO MEXE NOS     *
      *>    VINCULOS MANUAIS                                          *
           03 GRP-ORIGEM     PIC X(01).
               88 GRP-AUTOMATICO   VALUE "A".
               88 GRP-MANUAL       VALUE "M".
           03 GRP-DATA-ALT   PIC 9(08).
           03 GRP-OPERADOR   PIC X(08).
