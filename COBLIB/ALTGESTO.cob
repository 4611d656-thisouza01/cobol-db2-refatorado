      *
      * GESTOR ainda nao consta do DCLGEN BOOKFUNC - host variable
      * declarada localmente, como feito com NASCFUN.
       77  DB2-GESTOR                PIC X(07)  VALUE SPACES.
       77  WK-GESTOR-ANTIGO          PIC X(07)  VALUE SPACES.
           COPY CPYVALOK REPLACING ==WK-CAMPO-VALIDO== BY
                                       ==WK-GESTOR-VALIDO==
                                   ==CAMPO-VALIDO== BY
                                       ==GESTOR-VALIDO==.
      *
       LINKAGE                       SECTION.
       01 LK-GESTOR-ACCEPT           PIC X(07).
       01 LK-CODFUN                  PIC X(07).
       COPY CPYSTAT.
      *
       PROCEDURE                     DIVISION USING LK-CODFUN,
