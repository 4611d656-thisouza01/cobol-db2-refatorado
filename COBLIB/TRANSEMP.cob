      *                                                *
      * LEIAUTE DO SYSIN (UM REGISTRO POR              *
      * TRANSFERENCIA):                                *
      *   CODFUN        X(07)                          *
      *   EMPRESA DEST  X(03)                          *
      *   DEPTO DEST    X(03)                          *
      *   CARGO DEST    X(04)                          *
       FILE SECTION.
       FD  ARQ-SYSIN.
       01  REG-SYSIN.
           05  RS-CODFUN            PIC X(07).
           05  RS-EMPRESA-DEST      PIC X(03).
           05  RS-DEPTO-DEST        PIC X(03).
           05  RS-CARGO-DEST        PIC X(04).
      *
       FD  ARQ-RESCISAO.
       01  REG-RESCISAO.
           05  RR-CODFUN            PIC X(07).
           05  RR-NOMEFUN           PIC X(30).
           05  RR-EMPRESA           PIC X(03).
           05  RR-DEPTOFUN          PIC X(03).
      *
       FD  ARQ-ADMISSAO.
       01  REG-ADMISSAO.
           05  RA-CODFUN            PIC X(07).
           05  RA-NOMEFUN           PIC X(30).
           05  RA-EMPRESA           PIC X(03).
           05  RA-DEPTOFUN          PIC X(03).
                                       ==WK-SALARIO-VALIDO==
                                   ==CAMPO-VALIDO== BY
                                       ==SALARIO-VALIDO==.
      *    SINDICATO NAO INFORMADO AO VALSALAR - O PISO DA CONVENCAO
      *    COLETIVA E CONFERIDO NA INCLUSAO E NAS ALTERACOES DE
      *    SALARIO (INCLUIR, ALTSALAR, AJUSTSAL).
       77  WK-SINDFUN-VALSAL         PIC X(03)       VALUE SPACES.
      *
       77  WK-QTDE-LIDA              PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-TRANSFERIDA       PIC 9(05)       VALUE ZEROS.
               FROM EAD719.FUNCIONARIOS
              WHERE CODFUN = :DB2-CODFUN
          END-EXEC.
      *    DESLIGADO JA MOVIDO PARA O CADASTRO DE EX-FUNCIONARIOS
      *    (ARQFUNC) E RECUSADO COMO QUALQUER DESLIGADO.
          IF   SQLCODE = 100
             EXEC SQL
                SELECT NOMEFUN, SALARIOFUN, STATUSFUN, DEPTOFUN,
                       COALESCE(CARGOFUN, ' '),
                       COALESCE(EMPRESAFUN, ' ')
                  INTO :DB2-NOMEFUN, :DB2-SALARIOFUN, :WK-STATUS-FUNC,
                       :WK-DEPTO-ORIGEM, :WK-CARGO-ORIGEM,
                       :WK-EMPRESA-ORIGEM
                  FROM EAD719.FUNCIONARIOS_EX
                 WHERE CODFUN = :DB2-CODFUN
             END-EXEC
          END-IF.

          EVALUATE TRUE
             WHEN SQLCODE = 100
          IF   CARGO-VALIDO
             CALL "VALSALAR" USING DB2-SALARIOFUN,
                                   RS-CARGO-DEST,
                                   WK-SINDFUN-VALSAL,
                                   WK-SALARIO-VALIDO
          END-IF.

