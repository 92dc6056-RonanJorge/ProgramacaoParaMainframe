                03 VDA-DESC-PERC   PIC 9(02)V99.
                03 VDA-SIT         PIC X(01).
                03 VDA-LOC         PIC X(02).
                03 VDA-PROMO       PIC X(04).
      *
       FD ARQMOV
               LABEL RECORD IS STANDARD
                03 MOV-CPF-FORC    PIC 9(14).
                03 MOV-LOC         PIC X(02).
                03 MOV-LOC-DEST    PIC X(02).
                03 MOV-MOTIVO      PIC X(03).
      *
       FD ARQPROFOR
               LABEL RECORD IS STANDARD
                03 CP-DATA-VENC       PIC 9(08).
                03 CP-STATUS          PIC X(01).
                03 CP-DATA-PGTO       PIC 9(08).
                03 CP-DESPESA         PIC 9(03).
                03 CP-CCUSTO          PIC 9(03).
      *
       FD ARQEXC
               LABEL RECORD IS STANDARD
