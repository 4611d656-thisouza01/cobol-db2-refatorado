       COPY CPYLASTU.
      *
       LINKAGE                       SECTION.
       01  LK-CODFUN-ACCEPT          PIC X(7).
       COPY CPYSTAT.
       COPY CPYMODO.
      *
