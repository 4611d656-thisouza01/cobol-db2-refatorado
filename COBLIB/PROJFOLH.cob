      *    DIGITOS, ENTAO 5000 ENTRADAS COBREM A CASA COM FOLGA.
       01  TAB-QUADRO.
           05  TQ-ENTRADA            OCCURS 5000 TIMES.
               10  TQ-CODFUN         PIC X(07).
               10  TQ-DEPTO          PIC X(03).
               10  TQ-SALARIO        PIC 9(07)V99.
               10  TQ-ADM-MES        PIC 9(02).
      *
      *    TRANSACOES FUTURAS APROVADAS (PENDENTES) DE ALTERACAO E
      *    EXCLUSAO, COM A VIGENCIA E O SALARIO NOVO DO REGISTRO
      *    GUARDADO (COLUNAS 39-46 DO PRIMEIRO REGISTRO DA
      *    TRANSACAO DE FUNCIONARIO).
       01  TAB-FUTURAS.
           05  TF-ENTRADA            OCCURS 500 TIMES.
               10  TF-CODFUN         PIC X(07).
               10  TF-FUNCAO         PIC X(01).
               10  TF-ANOMES         PIC 9(06).
               10  TF-SALARIO        PIC 9(06)V99.
      *    MES DO INICIO DO GOZO).
       01  TAB-FERIAS.
           05  TV-ENTRADA            OCCURS 2000 TIMES.
               10  TV-CODFUN         PIC X(07).
               10  TV-ANOMES         PIC 9(06).
       77  WK-QTDE-FERIAS            PIC 9(04)       VALUE ZEROS.
       77  WK-V                      PIC 9(04)       VALUE ZEROS.
       77  WK-CUSTO-MES              PIC 9(09)V99    VALUE ZEROS.
       77  WK-ANOS-NO-MES            PIC S9(03)      VALUE ZEROS.
      *
       77  WK-FUT-DADOS1             PIC X(100)      VALUE SPACES.
       77  WK-FUT-DATA               PIC X(10)       VALUE SPACES.
       77  WK-FUT-FUNCAO             PIC X(01)       VALUE SPACES.
       77  WK-PROG-DATAINI           PIC X(10)       VALUE SPACES.
          END-IF.
          ADD 1 TO WK-QTDE-FUTURAS.
          MOVE WK-QTDE-FUTURAS        TO WK-F.
          MOVE WK-FUT-DADOS1(2:7)     TO TF-CODFUN(WK-F).
          MOVE WK-FUT-FUNCAO          TO TF-FUNCAO(WK-F).
          COMPUTE TF-ANOMES(WK-F) =
                  FUNCTION NUMVAL(WK-FUT-DATA(1:4)) * 100
                + FUNCTION NUMVAL(WK-FUT-DATA(6:2)).
          IF   WK-FUT-DADOS1(39:8) IS NUMERIC
             MOVE WK-FUT-DADOS1(39:8) TO TF-SALARIO(WK-F)
          ELSE
             MOVE ZEROS               TO TF-SALARIO(WK-F)
          END-IF.
