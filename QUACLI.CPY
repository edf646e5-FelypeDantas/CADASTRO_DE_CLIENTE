      *>------------------------------------------------------------
      *> QUACLI.CPY - QUARENTENA DE REGISTROS ORFAOS (ARQQUA.DAT)   *
      *> REGISTROS DOS ARQUIVOS SATELITES CUJO CPF/CNPJ NAO EXISTE  *
      *> MAIS NO ARQCLI, RETIRADOS DO ARQUIVO DE ORIGEM PELA         *
      *> VERIFICACAO DE INTEGRIDADE (SCE031) NO MODO DE CORRECAO.    *
      *> NADA SE PERDE: A IMAGEM INTEIRA FICA AQUI PARA CONFERENCIA  *
      *> OU RECOLOCACAO. A MESMA IMAGEM VAI PARA A TRILHA DE         *
      *> AUDITORIA COM OPERACAO "Q"                                  *
      *>------------------------------------------------------------
       01 REGQUA.
           03 QUA-CPF-CNPJ   PIC 9(14).
      *>    ARQUIVO DE ORIGEM: ARQEND, ARQCTO, ARQFIN, ARQMOV,        *
      *>    ARQLCK, ARQGRP OU ARQFIS                                  *
           03 QUA-ARQUIVO    PIC X(06).
           03 QUA-MOTIVO     PIC X(01).
               88 QUA-ARQUIVADO    VALUE "A".
               88 QUA-INEXISTENTE  VALUE "I".
           03 QUA-DATA       PIC 9(08).
           03 QUA-HORA       PIC 9(06).
           03 QUA-OPERADOR   PIC X(08).
      *>    IMAGEM DO REGISTRO NO LAYOUT DO ARQUIVO DE ORIGEM         *
           03 QUA-REGISTRO   PIC X(120).
