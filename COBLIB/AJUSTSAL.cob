      *
       FD  ARQ-ATRASADOS.
       01  REG-ATRASADOS.
           05  RA-CODFUN            PIC X(07).
           05  RA-DEPTOFUN          PIC X(03).
           05  RA-DATA-VIGENCIA     PIC X(10).
           05  RA-QTDE-MESES        PIC 9(03).
      *    COMMIT FECHARIA O CURSOR E INTERROMPERIA O LOTE NO MEIO.
       EXEC SQL
           DECLARE CUR-COLA-DEPTO CURSOR WITH HOLD FOR
               SELECT CODFUN, SALARIOFUN, CARGOFUN,
                      COALESCE(SINDFUN, ' ')
                 FROM EAD719.FUNCIONARIOS
                WHERE STATUSFUN = 'A'
                  AND DEPTOFUN   = :WK-DEPTOFUN-COLA
      *
       EXEC SQL
           DECLARE CUR-COLA-TODOS CURSOR WITH HOLD FOR
               SELECT CODFUN, SALARIOFUN, CARGOFUN,
                      COALESCE(SINDFUN, ' ')
                 FROM EAD719.FUNCIONARIOS
                WHERE STATUSFUN = 'A'
                ORDER BY CODFUN
      *
       EXEC SQL
           DECLARE CUR-COLA-SIND CURSOR WITH HOLD FOR
               SELECT CODFUN, SALARIOFUN, CARGOFUN,
                      COALESCE(SINDFUN, ' ')
                 FROM EAD719.FUNCIONARIOS
                WHERE STATUSFUN = 'A'
                  AND SINDFUN   = :WK-SINDICATO-COLA
      *    CARGO DO FUNCIONARIO EM REAJUSTE, PARA O NOVO SALARIO SER
      *    CONFERIDO TAMBEM CONTRA A FAIXA PROPRIA DO CARGO.
       77  WK-CARGOFUN-AJUSTE        PIC X(04)       VALUE SPACES.
      *    SINDICATO DO FUNCIONARIO EM REAJUSTE - O NOVO SALARIO NAO
      *    PODE FICAR ABAIXO DO PISO DA CONVENCAO COLETIVA DELE.
       77  WK-SINDFUN-AJUSTE         PIC X(03)       VALUE SPACES.
       77  WK-SALARIO-NOVO           PIC 9(06)V99    VALUE ZEROS.
       77  WK-SALARIO-EDIT           PIC ZZZ.ZZ9,99  VALUE ZEROS.
           COPY CPYVALOK REPLACING ==WK-CAMPO-VALIDO== BY
      *    DE WK-FREQ-CHECKPOINT FUNCIONARIOS.
       77  WK-ITEM-SYSIN             PIC 9(04)       VALUE ZEROS.
       77  WK-REST-ITEM              PIC 9(04)       VALUE ZEROS.
       77  WK-REST-CODFUN            PIC X(07)       VALUE SPACES.
       77  WK-EM-RESTART             PIC X           VALUE 'N'.
           88  EM-RESTART                            VALUE 'S'.
       77  WK-FREQ-CHECKPOINT        PIC 9(03)       VALUE 50.
                EXEC SQL
                   FETCH CUR-COLA-SIND
                     INTO :DB2-CODFUN, :WK-SALARIO-ANTIGO,
                          :WK-CARGOFUN-AJUSTE, :WK-SINDFUN-AJUSTE
                END-EXEC
                IF   SQLCODE = 0
                   PERFORM 300-APLICA-REAJUSTE
                EXEC SQL
                   FETCH CUR-COLA-TODOS
                     INTO :DB2-CODFUN, :WK-SALARIO-ANTIGO,
                          :WK-CARGOFUN-AJUSTE, :WK-SINDFUN-AJUSTE
                END-EXEC
                IF   SQLCODE = 0
                   PERFORM 300-APLICA-REAJUSTE
                EXEC SQL
                   FETCH CUR-COLA-DEPTO
                     INTO :DB2-CODFUN, :WK-SALARIO-ANTIGO,
                          :WK-CARGOFUN-AJUSTE, :WK-SINDFUN-AJUSTE
                END-EXEC
                IF   SQLCODE = 0
                   PERFORM 300-APLICA-REAJUSTE

          CALL "VALSALAR" USING WK-SALARIO-NOVO,
                                WK-CARGOFUN-AJUSTE,
                                WK-SINDFUN-AJUSTE,
                                WK-SALARIO-VALIDO.

          IF   WK-SALARIO-VALIDO = 'P'
             DISPLAY 'FUNCIONARIO ' DB2-CODFUN
                     ' - SALARIO REAJUSTADO FICARIA ABAIXO DO PISO '
                     'DA CONVENCAO DO SINDICATO ' WK-SINDFUN-AJUSTE
                     ', NAO APLICADO!'
             ADD 1 TO WK-QTDE-REJEITADOS
          ELSE
          IF   NOT SALARIO-VALIDO
             DISPLAY 'FUNCIONARIO ' DB2-CODFUN
                     ' - REAJUSTE LEVARIA O SALARIO PARA FORA DA '
                    EXEC SQL ROLLBACK END-EXEC
                    STOP RUN
             END-EVALUATE
          END-IF
          END-IF.
       *******************************************************
       395-GRAVA-LIVRO-RESTART.
