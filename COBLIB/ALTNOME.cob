      *
       LINKAGE                       SECTION.
       01 LK-NOMEFUN-ACCEPT          PIC X(30).
       01 LK-CODFUN                  PIC X(07).
       COPY CPYSTAT.
      *
       PROCEDURE                     DIVISION USING LK-CODFUN,
