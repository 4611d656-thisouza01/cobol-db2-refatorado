      *
       LINKAGE                       SECTION.
       01 LK-IDADEFUN-ACCEPT         PIC 99.
       01 LK-CODFUN                  PIC X(07).
       COPY CPYSTAT.
      *
       PROCEDURE                     DIVISION USING LK-CODFUN,
