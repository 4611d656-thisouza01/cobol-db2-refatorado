      * RECONHECIDO, VALOR HISTORIADO SO RESUMIDO,     *
      * CONTAGEM DIVERGENTE) - O FIM DE SEMANA DE      *
      * PANICO VIROU UM JOB.                           *
      * O EX-FUNCIONARIO JA MOVIDO PELO ARQFUNC PARA   *
      * FUNCIONARIOS_EX NAO GANHA ESQUELETO DUPLICADO: *
      * A LINHA ARQUIVADA VOLTA A FUNCIONARIOS, RECEBE *
      * A REAPLICACAO E RETORNA A FUNCIONARIOS_EX NO   *
      * MESMO COMMIT.                                  *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE SECTION.
       FD  ARQ-RELATORIO.
       01  REG-RELATORIO.
           05  RL-CODFUN            PIC X(07).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RL-SITUACAO          PIC X(10).
           05  FILLER               PIC X(02)       VALUE SPACES.
      *
       77  DB2-NASCFUN               PIC X(11)       VALUE SPACES.
       77  DB2-CARGOFUN              PIC X(04)       VALUE SPACES.
       77  DB2-GESTOR                PIC X(07)       VALUE SPACES.
       77  DB2-CPFFUN                PIC X(11)       VALUE SPACES.
       77  DB2-SITPROBAT             PIC X(01)       VALUE SPACES.
       77  DB2-STATUSFUN             PIC X(01)       VALUE SPACES.
       77  WK-SALARIO-EDITADO        PIC ZZZ.ZZ9,99  VALUE ZEROS.
       77  WK-REGISTRO-EXISTE        PIC X           VALUE 'N'.
           88  REGISTRO-EXISTE                       VALUE 'S'.
       77  WK-NO-ARQUIVO             PIC X           VALUE 'N'.
           88  NO-ARQUIVO                            VALUE 'S'.
       77  WK-RECONSTRUCAO-PLENA     PIC X           VALUE 'S'.
           88  RECONSTRUCAO-PLENA                    VALUE 'S'.
       77  WK-DETALHE                PIC X(50)       VALUE SPACES.
          PERFORM 211-GARANTE-ESQUELETO.
          PERFORM 220-REAPLICA-EVENTOS.
          PERFORM 230-CONFERE-AUDITORIA.
          IF   NO-ARQUIVO
             PERFORM 213-DEVOLVE-AO-ARQUIVO
          END-IF.

          IF   RECONSTRUCAO-PLENA
             EXEC SQL COMMIT END-EXEC
      *    CRIA O ESQUELETO - OS CAMPOS SEM HISTORICO FICAM COM
      *    MARCADOR DE RECONSTRUCAO E O REGISTRO E RELATADO.
          MOVE 'N' TO WK-REGISTRO-EXISTE.
          MOVE 'N' TO WK-NO-ARQUIVO.
          EXEC SQL
             SELECT CODFUN INTO :DB2-CODFUN
               FROM EAD719.FUNCIONARIOS
              WHERE CODFUN = :DB2-HIST-CODFUN
          END-EXEC.
          IF   SQLCODE = 100
             PERFORM 212-TRAZ-DO-ARQUIVO
          END-IF.
          IF   SQLCODE = 0
             SET REGISTRO-EXISTE TO TRUE
          ELSE
                MOVE 'ESQUELETO NAO PODE SER CRIADO' TO WK-DETALHE
             END-IF
          END-IF.
      *
       212-TRAZ-DO-ARQUIVO.
      *    CODFUN NO CADASTRO DE EX-FUNCIONARIOS: A LINHA VOLTA PARA
      *    FUNCIONARIOS SO DURANTE A REAPLICACAO (SQLCODE 0 = TRAZIDA,
      *    100 = NAO ESTA ARQUIVADO, SEGUE COMO ESQUELETO).
          EXEC SQL
             INSERT INTO EAD719.FUNCIONARIOS
                SELECT *
                  FROM EAD719.FUNCIONARIOS_EX
                 WHERE CODFUN = :DB2-HIST-CODFUN
          END-EXEC.
          IF   SQLCODE = 0
             EXEC SQL
                DELETE FROM EAD719.FUNCIONARIOS_EX
                 WHERE CODFUN = :DB2-HIST-CODFUN
             END-EXEC
             IF   SQLCODE = 0
                SET NO-ARQUIVO TO TRUE
             ELSE
                EXEC SQL ROLLBACK END-EXEC
                MOVE 'N' TO WK-RECONSTRUCAO-PLENA
                MOVE 'ERRO AO TRAZER DE FUNCIONARIOS_EX - DESFEITO'
                     TO WK-DETALHE
             END-IF
          END-IF.
      *
       213-DEVOLVE-AO-ARQUIVO.
          EXEC SQL
             INSERT INTO EAD719.FUNCIONARIOS_EX
                SELECT *
                  FROM EAD719.FUNCIONARIOS
                 WHERE CODFUN = :DB2-CODFUN
          END-EXEC.
          IF   SQLCODE = 0
             EXEC SQL
                DELETE FROM EAD719.FUNCIONARIOS
                 WHERE CODFUN = :DB2-CODFUN
             END-EXEC
          END-IF.
          IF   SQLCODE NOT = 0
             EXEC SQL ROLLBACK END-EXEC
             MOVE 'N' TO WK-RECONSTRUCAO-PLENA
             MOVE 'ERRO AO DEVOLVER A FUNCIONARIOS_EX - DESFEITO'
                  TO WK-DETALHE
          END-IF.
      *
       220-REAPLICA-EVENTOS.
          EXEC SQL
                    WHERE CODFUN = :DB2-CODFUN
                END-EXEC
             WHEN 'GESTOR'
                MOVE DB2-HIST-NOVO(1:7) TO DB2-GESTOR
                EXEC SQL
                   UPDATE EAD719.FUNCIONARIOS
                      SET GESTOR = :DB2-GESTOR
                    WHERE CODFUN = :DB2-CODFUN
                END-EXEC
             WHEN 'DESLIGAMTO'
             WHEN 'MOTDESLIG'
      *         MOTIVO DE DESLIGAMENTO (TEXTO E CODIGO) GRAVADO PELO
      *         TERMINA/DESLDEPT/VENCECON - LINHA INFORMATIVA, NADA
      *         A REAPLICAR (A VIRADA DE STATUS VEM NA PROPRIA LINHA
      *         DE STATUSFUN).
                CONTINUE
             WHEN 'ENDERECO'
      *         O HISTORICO DE ENDERECO E SO UM RESUMO (CEP-UF
