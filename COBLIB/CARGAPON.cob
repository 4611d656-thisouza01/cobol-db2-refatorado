      * FOLHA NA MAO.                                  *
      *                                                *
      * LEIAUTE DO ARQUIVO DO PONTO (PONTOIN):         *
      *   CODFUN     X(07)                             *
      *   PERIODO    9(06)  AAAAMM                     *
      *   HORAS 50%  9(03)V99                          *
      *   HORAS 100% 9(03)V99                          *
      *   HORAS FALTA 9(03)V99                         *
      *   HORAS NOT. 9(03)V99                          *
      *   HORAS NORMAIS 9(03)V99 (TRABALHADAS NO MES - *
      *              E DELAS QUE O HORISTA E PAGO; EM  *
      *              BRANCO = ZERO, PARA O MENSALISTA) *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE SECTION.
       FD  ARQ-PONTO.
       01  REG-PONTO.
           05  RP-CODFUN            PIC X(07).
           05  RP-PERIODO           PIC X(06).
           05  RP-HORAS50           PIC 9(03)V99.
           05  RP-HORAS100          PIC 9(03)V99.
           05  RP-HORASFALTA        PIC 9(03)V99.
           05  RP-HORASNOT          PIC 9(03)V99.
           05  RP-HORASNORM         PIC 9(03)V99.
           05  RP-HORASNORM-X REDEFINES RP-HORASNORM
                                    PIC X(05).
      *
       FD  ARQ-ERROS.
       01  REG-ERROS.
       77  WK-HORAS100               PIC 9(03)V99    VALUE ZEROS.
       77  WK-HORASFALTA             PIC 9(03)V99    VALUE ZEROS.
       77  WK-HORASNOT               PIC 9(03)V99    VALUE ZEROS.
       77  WK-HORASNORM              PIC 9(03)V99    VALUE ZEROS.
      *    ESCALA CONTRATADA DO FUNCIONARIO, PARA A VALIDACAO DE
      *    JORNADA (MANESCAL).
       77  WK-ESCALAFUN              PIC X(03)       VALUE SPACES.
      *    ESTAGIARIO (CONTRATO G) TEM JORNADA MAXIMA DE 6 HORAS
      *    DIARIAS E NAO FAZ HORA EXTRA.
       77  WK-TIPOCONTR              PIC X(01)       VALUE SPACES.
       77  WK-ESC-HORASSEM           PIC 9(02)       VALUE ZEROS.
       77  WK-ESC-NOTURNO            PIC X(01)       VALUE SPACES.
       77  WK-TOTAL-EXTRA            PIC 9(04)V99    VALUE ZEROS.
                  OR RP-HORAS100 NOT NUMERIC
                  OR RP-HORASFALTA NOT NUMERIC
                  OR RP-HORASNOT NOT NUMERIC
                  OR (RP-HORASNORM-X NOT = SPACES
                      AND RP-HORASNORM NOT NUMERIC)
                MOVE 'HORAS NAO NUMERICAS' TO RE-MOTIVO
                PERFORM 291-GRAVA-ERRO
             WHEN OTHER
      *
       220-CONFERE-FUNCIONARIO.
          MOVE RP-CODFUN TO DB2-CODFUN.
          MOVE SPACES TO WK-STATUS-FUNC WK-ESCALAFUN WK-TIPOCONTR.
          EXEC SQL
             SELECT STATUSFUN, COALESCE(ESCALAFUN, ' '), DEPTOFUN,
                    COALESCE(TIPOCONTR, ' ')
               INTO :WK-STATUS-FUNC, :WK-ESCALAFUN,
                    :WK-DEPTOFUN-FUNC, :WK-TIPOCONTR
               FROM EAD719.FUNCIONARIOS
              WHERE CODFUN = :DB2-CODFUN
          END-EXEC.
                   MOVE 'ESCALA DO FUNCIONARIO NAO CADASTRADA'
                                         TO RE-MOTIVO
                   PERFORM 291-GRAVA-ERRO
                WHEN WK-TIPOCONTR = 'G'
                     AND WK-TOTAL-EXTRA > ZEROS
                   MOVE 'ESTAGIARIO NAO FAZ HORA EXTRA (6H/DIA)'
                                         TO RE-MOTIVO
                   PERFORM 291-GRAVA-ERRO
                WHEN WK-TOTAL-EXTRA > WK-LIMITE-EXTRA
      *            EXTRA ACIMA DO TETO DA JORNADA CONTRATADA E
      *            ERRO DE CARGA, NAO PAGAMENTO - UM CONTRATADO DE
          MOVE RP-HORAS100     TO WK-HORAS100.
          MOVE RP-HORASFALTA   TO WK-HORASFALTA.
          MOVE RP-HORASNOT     TO WK-HORASNOT.
          IF   RP-HORASNORM-X = SPACES
             MOVE ZEROS        TO WK-HORASNORM
          ELSE
             MOVE RP-HORASNORM TO WK-HORASNORM
          END-IF.

          EXEC SQL
             INSERT INTO EAD719.MOVPONTO
                (CODFUN, PERIODO, HORAS50, HORAS100, HORASFALTA,
                 HORASNOT, HORASNORM, SITUACAO, PERIODOREF)
                VALUES (:DB2-CODFUN, :WK-PERIODO, :WK-HORAS50,
                        :WK-HORAS100, :WK-HORASFALTA, :WK-HORASNOT,
                        :WK-HORASNORM,
                        :WK-SITUACAO-MOV, :WK-PERIODOREF)
          END-EXEC.

