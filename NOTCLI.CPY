      *>------------------------------------------------------------
      *> NOTCLI.CPY - NOTAS E RETORNOS DO CLIENTE (ARQNOT.DAT)       *
      *> CHAVE: CPF/CNPJ + DATA + HORA (HHMMSSCC) DA NOTA            *
      *> A NOTA NAO E' ALTERADA NEM EXCLUIDA: SO O RETORNO E'        *
      *> REAGENDADO OU ENCERRADO (SCE035)                            *
      *>------------------------------------------------------------
       01 REGNOT.
           03 NOT-CHAVE.
               05 NOT-CPF-CNPJ   PIC 9(14).
               05 NOT-DATA       PIC 9(08).
               05 NOT-HORA       PIC 9(08).
           03 NOT-OPERADOR   PIC X(08).
      *>    C = COBRANCA  D = CADASTRO  M = COMERCIAL  L = LGPD       *
           03 NOT-CATEGORIA  PIC X(01).
               88 NOT-COBRANCA     VALUE "C".
               88 NOT-CADASTRO     VALUE "D".
               88 NOT-COMERCIAL    VALUE "M".
               88 NOT-LGPD         VALUE "L".
           03 NOT-TEXTO1     PIC X(60).
           03 NOT-TEXTO2     PIC X(60).
           03 NOT-TEXTO3     PIC X(60).
           03 NOT-TEXTO4     PIC X(60).
      *>    RETORNO (FOLLOW-UP): DATA ZERADA = NOTA SEM RETORNO       *
      *>    A = EM ABERTO  F = ENCERRADO (DATA E OPERADOR DO          *
      *>    ENCERRAMENTO; O SCE016 ENCERRA OS DO CLIENTE ARQUIVADO)   *
           03 NOT-RETORNO-DATA PIC 9(08).
           03 NOT-RETORNO-SIT  PIC X(01).
               88 NOT-RET-ABERTO   VALUE "A".
               88 NOT-RET-FECHADO  VALUE "F".
           03 NOT-FECH-DATA      PIC 9(08).
           03 NOT-FECH-OPERADOR  PIC X(08).
           03 FILLER         PIC X(20).
