       01  REG-VIOLACAO.
           05  RV-REGRA             PIC X(08).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RV-CODFUN            PIC X(07).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RV-STATUSFUN         PIC X(01).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RV-VALOR             PIC X(30).
      *
       FD  ARQ-CORRECAO.
       01  REG-CORRECAO             PIC X(100).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
                                       ==WK-SALARIO-VALIDO==
                                   ==CAMPO-VALIDO== BY
                                       ==SALARIO-VALIDO==.
      *    SINDICATO NAO INFORMADO AO VALSALAR - O PISO DA CONVENCAO
      *    COLETIVA E CONFERIDO NA INCLUSAO E NAS ALTERACOES DE
      *    SALARIO (INCLUIR, ALTSALAR, AJUSTSAL).
       77  WK-SINDFUN-VALSAL         PIC X(03)       VALUE SPACES.
           COPY CPYVALOK REPLACING ==WK-CAMPO-VALIDO== BY
                                       ==WK-DEPTO-VALIDO==
                                   ==CAMPO-VALIDO== BY
      *    DADOS ATUAIS PARA A DIGITACAO SO CORRIGIR O CAMPO RUIM.
       01  WK-CORR-REG2.
           05  WK-CORR-FUNCAO        PIC X           VALUE 'A'.
           05  WK-CORR-CODFUN        PIC X(07).
           05  WK-CORR-NOMEFUN       PIC X(30).
           05  WK-CORR-SALARIO       PIC 9(06)V99.
           05  WK-CORR-DEPTO         PIC X(03).
          END-IF.

          CALL "VALSALAR" USING DB2-SALARIOFUN, DB2-CARGOFUN,
                                WK-SINDFUN-VALSAL,
                                WK-SALARIO-VALIDO.
          IF   NOT SALARIO-VALIDO
             ADD 1 TO WK-VIOL-SALARIO
      *    TERCEIRO COM O EMAIL ATUAL.
          MOVE SPACES          TO REG-CORRECAO.
          MOVE 'A'             TO REG-CORRECAO(1:1).
          MOVE DB2-CODFUN      TO REG-CORRECAO(2:7).
          WRITE REG-CORRECAO.

          MOVE 'A'                TO WK-CORR-FUNCAO.
          MOVE DB2-DEPTOFUN       TO WK-CORR-DEPTO.
          MOVE DB2-ADMISSFUN      TO WK-CORR-ADMISSAO.
          MOVE SPACES             TO REG-CORRECAO.
          MOVE WK-CORR-REG2       TO REG-CORRECAO(1:62).
          WRITE REG-CORRECAO.

          MOVE SPACES             TO REG-CORRECAO.
