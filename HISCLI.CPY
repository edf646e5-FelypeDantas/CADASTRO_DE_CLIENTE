               05 HIS-CONS-EMAIL  PIC X(01).
               05 HIS-CONS-DATA   PIC 9(08).
               05 HIS-DATA-MOVTO  PIC 9(08).
               05 HIS-CLASSE-ABC  PIC X(01).
               05 FILLER          PIC X(10).
           03 HIS-DATA-ARQV   PIC 9(08).
