           05  LK-CIDADE-ACCEPT      PIC X(20).
           05  LK-UF-ACCEPT          PIC X(02).
           05  LK-CEP-ACCEPT         PIC X(08).
       01  LK-CODFUN                 PIC X(07).
       COPY CPYSTAT.
      *
       PROCEDURE                     DIVISION USING LK-CODFUN,
