      *>------------------------------------------------------------
      *> PNDCLI.CPY - ALTERACOES PENDENTES DE APROVACAO              *
      *> (ARQPND.DAT) - GRAVADAS PELO SCE002/SCE018 NO LUGAR DA      *
      *> GRAVACAO DIRETA; APROVADAS OU REJEITADAS PELO SUPERVISOR    *
      *> NO SCE029. CHAVE = DATA/HORA DO PEDIDO + CPF/CNPJ           *
      *>------------------------------------------------------------
       01 REGPND.
           03 PND-CHAVE.
               05 PND-DATA       PIC 9(08).
               05 PND-HORA       PIC 9(08).
               05 PND-CPF-CNPJ   PIC 9(14).
      *>    C = IMAGENS DO ARQCLI (REGCLI, 330 BYTES)                 *
      *>    F = IMAGENS DO ARQFIN (REGFIN NOS PRIMEIROS 69 BYTES)     *
           03 PND-TIPO       PIC X(01).
               88 PND-CADASTRO     VALUE "C".
               88 PND-FINANCEIRO   VALUE "F".
      *>    N = A FICHA FINANCEIRA AINDA NAO EXISTIA NO PEDIDO        *
           03 PND-EXISTIA    PIC X(01).
           03 PND-ASSUNTO    PIC X(40).
           03 PND-OPERADOR   PIC X(08).
           03 PND-SITUACAO   PIC X(01).
               88 PND-PENDENTE     VALUE "P".
               88 PND-APROVADA     VALUE "A".
               88 PND-REJEITADA    VALUE "R".
           03 PND-SUPERVISOR PIC X(08).
           03 PND-DATA-DEC   PIC 9(08).
           03 PND-HORA-DEC   PIC 9(08).
           03 PND-JUSTIF     PIC X(40).
           03 PND-ANTES      PIC X(330).
           03 PND-DEPOIS     PIC X(330).
      *>------------------------------------------------------------
      *> REGISTRO DE PARAMETROS NA CHAVE RESERVADA (PND-DATA =       *
      *> 99999999, HORA E CPF/CNPJ ZERADOS): AUMENTO DE LIMITE ATE   *
      *> O TETO ENTRA DIRETO; ACIMA DELE VAI PARA APROVACAO. SEM O   *
      *> REGISTRO, TODO AUMENTO VAI PARA APROVACAO                   *
      *>------------------------------------------------------------
       01 REGPND-PARAM.
           03 PPR-CHAVE      PIC X(30).
           03 PPR-TETO-AUMENTO PIC 9(09)V99.
           03 PPR-DATA-ALT   PIC 9(08).
           03 PPR-OPERADOR   PIC X(08).
           03 FILLER         PIC X(748).
