               INCLUDE SQLCA
           END-EXEC.
      *
       77  WK-GESTOR-ATUAL                PIC X(07)  VALUE SPACES.
       77  WK-GESTOR-ACIMA                PIC X(07)  VALUE SPACES.
       77  WK-STATUS-GESTOR               PIC X(01)  VALUE SPACES.
       77  WK-NIVEL                       PIC 9(02)  VALUE ZEROS.
       77  WK-NIVEL-MAXIMO                PIC 9(02)  VALUE 20.
           88  SUBIDA-ENCERRADA                      VALUE 'S'.
      *
       LINKAGE                               SECTION.
       01  LK-CODFUN-ACCEPT                 PIC X(07).
       01  LK-GESTOR-ACCEPT                 PIC X(07).
           COPY CPYVALLK REPLACING ==LK-CAMPO-VALIDO== BY
                                       ==LK-GESTOR-VALIDO==
                                   ==CAMPO-VALIDO== BY
