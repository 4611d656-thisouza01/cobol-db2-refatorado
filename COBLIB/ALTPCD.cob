       77  WK-APRENDIZ-ANTIGO        PIC X(01)  VALUE SPACES.
      *
       LINKAGE                       SECTION.
       01  LK-CODFUN                 PIC X(07).
       01  LK-PCD-ACCEPT             PIC X(01).
       01  LK-APRENDIZ-ACCEPT        PIC X(01).
       COPY CPYSTAT.
