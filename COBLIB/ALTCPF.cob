      * declarada localmente, como feito com NASCFUN.
       77  DB2-CPFFUN                PIC X(11)  VALUE SPACES.
       77  WK-CPF-ANTIGO             PIC X(11)  VALUE SPACES.
       77  WK-CODFUN-DUP             PIC X(07)  VALUE SPACES.
       77  WK-CPF-DUPLICADO          PIC X      VALUE 'N'.
           88  CPF-JA-CADASTRADO                VALUE 'S'.
           COPY CPYVALOK REPLACING ==WK-CAMPO-VALIDO== BY
      *
       LINKAGE                       SECTION.
       01 LK-CPF-ACCEPT              PIC X(11).
       01 LK-CODFUN                  PIC X(07).
       COPY CPYSTAT.
      *
       PROCEDURE                     DIVISION USING LK-CODFUN,
