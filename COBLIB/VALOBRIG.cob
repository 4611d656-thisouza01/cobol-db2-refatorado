       LINKAGE                               SECTION.
       01  LK-ACCEPT.
              05 LK-FUNCAO-ACCEPT       PIC X.
              05 LK-CODFUN-ACCEPT       PIC X(7).
              05 LK-NOMEFUN-ACCEPT      PIC X(30).
              05 LK-SALARIOFUN-ACCEPT   PIC 9(6)V99.
              05 LK-DEPTOFUN-ACCEPT     PIC X(3).
              05 LK-ADMISSFUN-ACCEPT    PIC X(11).
              05 LK-IDADEFUN-ACCEPT     PIC 99.
              05 LK-CARGOFUN-ACCEPT     PIC X(4).
              05 LK-GESTOR-ACCEPT       PIC X(7).
              05 LK-TIPOCONTR-ACCEPT    PIC X(1).
              05 LK-FIMCONTR-ACCEPT     PIC X(11).
           COPY CPYVALLK REPLACING ==LK-CAMPO-VALIDO== BY
