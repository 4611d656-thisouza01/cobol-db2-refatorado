      *
       LINKAGE                       SECTION.
       01  LK-SINDFUN-ACCEPT         PIC X(03).
       01  LK-CODFUN                 PIC X(07).
       COPY CPYSTAT.
      *
       PROCEDURE                     DIVISION USING LK-CODFUN,
