      *
       LINKAGE                       SECTION.
       01  LK-PROBA-TRANS.
           05  LK-PROBA-CODFUN       PIC X(07).
           05  LK-PROBA-RESULTADO    PIC X(01).
       COPY CPYSTAT.
      *
