      * LASTUPD COMO QUALQUER ALTERACAO CADASTRAL. O   *
      * CARGAPON PASSA A VALIDAR O PONTO CONTRA A      *
      * ESCALA - O SISTEMA FINALMENTE SABE QUAL E A    *
      * JORNADA CONTRATADA DE CADA UM. ESTAGIARIO      *
      * (CONTRATO G) SO RECEBE ESCALA DE ATE 30 HORAS  *
      * SEMANAIS (6 HORAS DIARIAS), E A ESCALA EM USO  *
      * POR ESTAGIARIO NAO PODE SUBIR ALEM DISSO.      *
      * O HORARIO DO TURNO (ENTRADA/SAIDA, SAIDA MENOR *
      * QUE A ENTRADA = VIRA A NOITE) E OS DIAS DA     *
      * SEMANA TRABALHADOS SAO O QUE O MANSOBRE USA    *
      * PARA RECUSAR SOBREAVISO DENTRO DO PROPRIO      *
      * TURNO; EM BRANCO, A ESCALA NAO ACEITA          *
      * SOBREAVISO.                                    *
      *                                                *
      * EAD719.ESCALAS:                                *
      *   CODESCALA   X(03)                            *
      *   DESCESCALA  X(30)                            *
      *   HORASSEMANA 9(02)                            *
      *   TURNONOT    X(01)  S=TEM HORARIO NOTURNO     *
      *   HORAINI     X(04)  HHMM ENTRADA DO TURNO     *
      *   HORAFIM     X(04)  HHMM SAIDA DO TURNO       *
      *   DIASESCALA  X(07)  S/N DE SEGUNDA A DOMINGO  *
      *                                                *
      * LEIAUTE DO SYSIN (UM REGISTRO POR OPERACAO):   *
      *   OPERACAO  X(01)  I=INCLUI A=ALTERA E=EXCLUI  *
      *                    F=ATRIBUI AO FUNCIONARIO    *
      *   CODESCALA X(03)                              *
      *   CODFUN    X(07)  (SO EM F)                   *
      *   DESCRICAO X(30)  (I E A)                     *
      *   HORAS     X(02)  (I E A)                     *
      *   NOTURNO   X(01)  (I E A)                     *
      *   HORA INI  X(04)  HHMM (I E A, OPCIONAL)      *
      *   HORA FIM  X(04)  HHMM (I E A, OPCIONAL)      *
      *   DIAS      X(07)  S/N SEG A DOM (I E A,       *
      *                    OPCIONAL, COM O HORARIO)    *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  REG-SYSIN.
           05  RS-OPERACAO          PIC X(01).
           05  RS-CODESCALA         PIC X(03).
           05  RS-CODFUN            PIC X(07).
           05  RS-DESCRICAO         PIC X(30).
           05  RS-HORAS             PIC X(02).
           05  RS-NOTURNO           PIC X(01).
           05  RS-HORAINI           PIC X(04).
           05  RS-HORAFIM           PIC X(04).
           05  RS-DIASESCALA        PIC X(07).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
       77  WK-QTDE-USO               PIC 9(05)       VALUE ZEROS.
       77  WK-STATUS-FUNC            PIC X(01)       VALUE SPACES.
       77  WK-ESCALA-ANTIGA          PIC X(03)       VALUE SPACES.
       77  WK-TIPOCONTR              PIC X(01)       VALUE SPACES.
       77  WK-QTDE-ESTAGIO           PIC 9(05)       VALUE ZEROS.
      *    JORNADA SEMANAL MAXIMA DO ESTAGIARIO: 6 HORAS X 5 DIAS.
       77  WK-HORAS-MAX-ESTAGIO      PIC 9(02)       VALUE 30.
      *    HORARIO DO TURNO E DIAS TRABALHADOS (OPCIONAIS, MAS OS
      *    TRES JUNTOS).
       77  WK-HORARIO-OK             PIC X(01)       VALUE 'S'.
           88  HORARIO-OK                            VALUE 'S'.
       77  WK-IND-DIA                PIC 9(01)       VALUE ZEROS.
      *
       77  WK-QTDE-MANTIDA           PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-ATRIBUIDA         PIC 9(05)       VALUE ZEROS.
          PERFORM 110-LER-TRANSACAO.
      *
       210-INCLUI-ESCALA.
          PERFORM 250-CONFERE-HORARIO.
          EVALUATE TRUE
             WHEN RS-HORAS NOT NUMERIC OR RS-HORAS = ZEROS
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'HORAS SEMANAIS ' RS-HORAS ' INVALIDAS PARA A '
                        'ESCALA ' RS-CODESCALA
             WHEN NOT HORARIO-OK
                PERFORM 255-RECUSA-HORARIO
             WHEN OTHER
                MOVE RS-HORAS TO WK-HORASSEMANA
                PERFORM 215-GRAVA-ESCALA
          END-EVALUATE.
      *
       215-GRAVA-ESCALA.
          EXEC SQL
             INSERT INTO EAD719.ESCALAS
                (CODESCALA, DESCESCALA, HORASSEMANA, TURNONOT,
                 HORAINI, HORAFIM, DIASESCALA)
                VALUES (:RS-CODESCALA, :RS-DESCRICAO,
                        :WK-HORASSEMANA, :RS-NOTURNO,
                        :RS-HORAINI, :RS-HORAFIM, :RS-DIASESCALA)
          END-EXEC.
          EVALUATE SQLCODE
             WHEN 0
                EXEC SQL COMMIT END-EXEC
                ADD 1 TO WK-QTDE-MANTIDA
                DISPLAY 'ESCALA ' RS-CODESCALA ' INCLUIDA ('
                        RS-HORAS ' HORA(S) SEMANAIS)'
             WHEN -803
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'ESCALA ' RS-CODESCALA ' JA EXISTE'
                EXEC SQL ROLLBACK END-EXEC
             WHEN OTHER
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'ESCALA ' RS-CODESCALA ' NAO INCLUIDA - '
                        'SQLCODE ' SQLCODE
                EXEC SQL ROLLBACK END-EXEC
          END-EVALUATE.
      *
       220-ALTERA-ESCALA.
          PERFORM 250-CONFERE-HORARIO.
          EVALUATE TRUE
             WHEN RS-HORAS NOT NUMERIC OR RS-HORAS = ZEROS
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'HORAS SEMANAIS ' RS-HORAS ' INVALIDAS PARA A '
                        'ESCALA ' RS-CODESCALA
             WHEN NOT HORARIO-OK
                PERFORM 255-RECUSA-HORARIO
             WHEN OTHER
                MOVE RS-HORAS TO WK-HORASSEMANA
                PERFORM 225-CONFERE-ESTAGIARIOS
          END-EVALUATE.
      *
       225-CONFERE-ESTAGIARIOS.
          MOVE ZEROS TO WK-QTDE-ESTAGIO.
          IF   WK-HORASSEMANA > WK-HORAS-MAX-ESTAGIO
             EXEC SQL
                SELECT COUNT(*)
                  INTO :WK-QTDE-ESTAGIO
                  FROM EAD719.FUNCIONARIOS
                 WHERE ESCALAFUN = :RS-CODESCALA
                   AND STATUSFUN NOT = 'D'
                   AND TIPOCONTR = 'G'
             END-EXEC
          END-IF.
          IF   WK-QTDE-ESTAGIO > ZEROS
             ADD 1 TO WK-QTDE-RECUSADA
             DISPLAY 'ESCALA ' RS-CODESCALA ' EM USO POR '
                     WK-QTDE-ESTAGIO ' ESTAGIARIO(S) - NAO PODE '
                     'PASSAR DE ' WK-HORAS-MAX-ESTAGIO
                     ' HORAS SEMANAIS'
          ELSE
             EXEC SQL
                UPDATE EAD719.ESCALAS
                   SET DESCESCALA  = :RS-DESCRICAO,
                       HORASSEMANA = :WK-HORASSEMANA,
                       TURNONOT    = :RS-NOTURNO,
                       HORAINI     = :RS-HORAINI,
                       HORAFIM     = :RS-HORAFIM,
                       DIASESCALA  = :RS-DIASESCALA
                 WHERE CODESCALA   = :RS-CODESCALA
             END-EXEC
             EVALUATE SQLCODE
                   EXEC SQL ROLLBACK END-EXEC
             END-EVALUATE
          END-IF.
      *
       250-CONFERE-HORARIO.
      *    HORARIO EM BRANCO VALE (ESCALA SEM SOBREAVISO); PREENCHIDO,
      *    ENTRADA, SAIDA E DIAS VEM JUNTOS E COM HORA VALIDA.
          MOVE 'S' TO WK-HORARIO-OK.
          IF   RS-HORAINI NOT = SPACES OR RS-HORAFIM NOT = SPACES
            OR RS-DIASESCALA NOT = SPACES
             IF   RS-HORAINI NOT NUMERIC OR RS-HORAFIM NOT NUMERIC
               OR RS-HORAINI(1:2) > '23' OR RS-HORAINI(3:2) > '59'
               OR RS-HORAFIM(1:2) > '23' OR RS-HORAFIM(3:2) > '59'
               OR RS-HORAINI = RS-HORAFIM
                MOVE 'N' TO WK-HORARIO-OK
             END-IF
             PERFORM VARYING WK-IND-DIA FROM 1 BY 1
                       UNTIL WK-IND-DIA > 7
                IF   RS-DIASESCALA(WK-IND-DIA:1) NOT = 'S'
                 AND RS-DIASESCALA(WK-IND-DIA:1) NOT = 'N'
                   MOVE 'N' TO WK-HORARIO-OK
                END-IF
             END-PERFORM
          END-IF.
      *
       255-RECUSA-HORARIO.
          ADD 1 TO WK-QTDE-RECUSADA.
          DISPLAY 'HORARIO ' RS-HORAINI '-' RS-HORAFIM ' OU DIAS '
                  RS-DIASESCALA ' INVALIDOS PARA A ESCALA '
                  RS-CODESCALA.
      *
       240-ATRIBUI-ESCALA.
          MOVE RS-CODFUN TO DB2-CODFUN.
          MOVE ZEROS TO WK-QTDE-ESCALA WK-HORASSEMANA.
          EXEC SQL
             SELECT COUNT(*), COALESCE(MAX(HORASSEMANA), 0)
               INTO :WK-QTDE-ESCALA, :WK-HORASSEMANA
               FROM EAD719.ESCALAS
              WHERE CODESCALA = :RS-CODESCALA
          END-EXEC.
          MOVE SPACES TO WK-STATUS-FUNC WK-ESCALA-ANTIGA WK-TIPOCONTR.
          EXEC SQL
             SELECT STATUSFUN, COALESCE(ESCALAFUN, ' '),
                    COALESCE(TIPOCONTR, ' ')
               INTO :WK-STATUS-FUNC, :WK-ESCALA-ANTIGA,
                    :WK-TIPOCONTR
               FROM EAD719.FUNCIONARIOS
              WHERE CODFUN = :DB2-CODFUN
          END-EXEC.
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'FUNCIONARIO ' RS-CODFUN ' NAO EXISTE OU '
                        'ESTA DESLIGADO - ATRIBUICAO RECUSADA'
             WHEN WK-TIPOCONTR = 'G'
              AND WK-HORASSEMANA > WK-HORAS-MAX-ESTAGIO
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'ESCALA ' RS-CODESCALA ' TEM ' WK-HORASSEMANA
                        ' HORAS SEMANAIS - ESTAGIARIO ' RS-CODFUN
                        ' TEM NO MAXIMO 6 HORAS DIARIAS ('
                        WK-HORAS-MAX-ESTAGIO ' SEMANAIS)'
             WHEN OTHER
                PERFORM 245-GRAVA-ATRIBUICAO
          END-EVALUATE.
