       IDENTIFICATION                DIVISION.
       PROGRAM-ID.                   ALTCONTR.
      ******************************************************
      * PROGRAMA DE ALTERACAO DO CONTRATO DO FUNCIONARIO:  *
      * TIPO (E=EFETIVO D=PRAZO DETERMINADO T=TEMPORARIO   *
      * G=ESTAGIO) E DATA DE FIM (PRORROGACAO). CAMPO EM   *
      * BRANCO NAO E ALTERADO; EFETIVO PERDE A DATA DE     *
      * FIM. TIPO COM PRAZO EXIGE DATA DE FIM FUTURA, COMO *
      * NA INCLUSAO, E O ESTAGIO AINDA RESPEITA O PRAZO    *
      * MAXIMO DE 2 ANOS DA ADMISSAO (VALESTAG) E A        *
      * JORNADA MAXIMA DE 6 HORAS DIARIAS (ESCALA DE ATE   *
      * 30 HORAS SEMANAIS). A PRORROGACAO DE UM ESTAGIARIO *
      * ACOMPANHA O FIM DO TERMO DE COMPROMISSO            *
      * (EAD719.ESTAGIO, MANESTAG).                        *
      ******************************************************
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       DATA                          DIVISION.
      *
       WORKING-STORAGE               SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE BOOKFUNC
           END-EXEC.

      * Variaveis de controle SQL
       COPY SQLVARS.
       COPY CPYRETRY.
       COPY CPYHIST.
       COPY CPYSQLMSG.
       COPY CPYLASTU.
      *
      * Contrato atual e novo - ainda fora do DCLGEN BOOKFUNC.
       77  DB2-TIPOCONTR             PIC X(01)  VALUE SPACES.
       77  DB2-FIMCONTR              PIC X(11)  VALUE SPACES.
       77  WK-TIPOCONTR-ANTIGO       PIC X(01)  VALUE SPACES.
       77  WK-FIMCONTR-ANTIGO        PIC X(11)  VALUE SPACES.
       77  WK-ADMISSFUN-ATUAL        PIC X(11)  VALUE SPACES.
       77  WK-ESCALAFUN-ATUAL        PIC X(03)  VALUE SPACES.
       77  WK-HORASSEMANA            PIC 9(02)  VALUE ZEROS.
      *   JORNADA SEMANAL MAXIMA DO ESTAGIARIO: 6 HORAS X 5 DIAS.
       77  WK-HORAS-MAX-ESTAGIO      PIC 9(02)  VALUE 30.
       01  WK-FIMCONTR-PARTES.
           05  WK-FIM-DIA            PIC X(02).
           05  FILLER                PIC X(01).
           05  WK-FIM-MES            PIC X(02).
           05  FILLER                PIC X(01).
           05  WK-FIM-ANO            PIC X(04).
       77  WK-FIMCONTR-NUM           PIC 9(08)  VALUE ZEROS.
       01  WK-DATA-ATUAL-CONTR.
           05  WK-HOJE-AAAAMMDD      PIC 9(08).
           05  FILLER                PIC X(13).
       77  WK-CONTRATO-VALIDO        PIC X      VALUE 'N'.
           88  CONTRATO-VALIDO                  VALUE 'S'.
           COPY CPYVALOK REPLACING ==WK-CAMPO-VALIDO== BY
                                       ==WK-ESTAGIO-VALIDO==
                                   ==CAMPO-VALIDO== BY
                                       ==ESTAGIO-VALIDO==.
      *
       LINKAGE                       SECTION.
       01  LK-CODFUN                 PIC X(07).
       01  LK-TIPOCONTR-ACCEPT       PIC X(01).
       01  LK-FIMCONTR-ACCEPT        PIC X(11).
       COPY CPYSTAT.
      *
       PROCEDURE                     DIVISION USING LK-CODFUN,
                                                   LK-TIPOCONTR-ACCEPT,
                                                   LK-FIMCONTR-ACCEPT,
                                                   LK-STATUS-RETORNO.
      * Tratamento de SQLCODE
           COPY SQLTREAT.
      * Grava historico de alteracao
           COPY GRAVAHIST.
      *
           PERFORM ALTERA-CONTRATO.
           GOBACK.
      *
       ALTERA-CONTRATO.
           SET TRANSACAO-FALHOU      TO TRUE.

           IF   LK-TIPOCONTR-ACCEPT NOT = ' ' AND 'E' AND 'D'
                                    AND 'T' AND 'G'
               DISPLAY 'TIPO DE CONTRATO ' LK-TIPOCONTR-ACCEPT
                       ' DO FUNCIONARIO ' LK-CODFUN
                       ' INVALIDO - USE E, D, T OU G!'
           ELSE
               EXEC SQL
                   SELECT COALESCE(TIPOCONTR, ' '),
                          COALESCE(FIMCONTR, ' '),
                          ADMISSFUN,
                          COALESCE(ESCALAFUN, ' ')
                     INTO :WK-TIPOCONTR-ANTIGO, :WK-FIMCONTR-ANTIGO,
                          :WK-ADMISSFUN-ATUAL, :WK-ESCALAFUN-ATUAL
                     FROM EAD719.FUNCIONARIOS
                    WHERE CODFUN = :LK-CODFUN
               END-EXEC
               IF   SQLCODE NOT = 0
                   DISPLAY 'ERRO NA VALIDACAO DO CODIGO DO '
                           'FUNCIONARIO'
               ELSE
                   PERFORM MONTA-CONTRATO-NOVO
                   PERFORM VALIDA-CONTRATO-NOVO
               END-IF
           END-IF.
      *
       MONTA-CONTRATO-NOVO.
      *    CAMPO EM BRANCO NAO MEXE - MANTEM O VALOR ATUAL. EFETIVO
      *    NAO TEM DATA DE FIM.
           IF   LK-TIPOCONTR-ACCEPT = ' '
               MOVE WK-TIPOCONTR-ANTIGO TO DB2-TIPOCONTR
           ELSE
               MOVE LK-TIPOCONTR-ACCEPT TO DB2-TIPOCONTR
           END-IF.
           IF   DB2-TIPOCONTR = ' ' OR 'E'
               MOVE SPACES TO DB2-FIMCONTR
           ELSE
               IF   LK-FIMCONTR-ACCEPT = SPACES
                   MOVE WK-FIMCONTR-ANTIGO TO DB2-FIMCONTR
               ELSE
                   MOVE LK-FIMCONTR-ACCEPT TO DB2-FIMCONTR
               END-IF
           END-IF.
      *
       VALIDA-CONTRATO-NOVO.
           MOVE 'N' TO WK-CONTRATO-VALIDO.
           IF   DB2-TIPOCONTR = ' ' OR 'E'
               SET CONTRATO-VALIDO TO TRUE
           ELSE
               MOVE DB2-FIMCONTR(1:10) TO WK-FIMCONTR-PARTES
               IF   WK-FIM-DIA IS NUMERIC
                AND WK-FIM-MES IS NUMERIC
                AND WK-FIM-ANO IS NUMERIC
                   COMPUTE WK-FIMCONTR-NUM =
                           FUNCTION NUMVAL(WK-FIM-ANO) * 10000
                         + FUNCTION NUMVAL(WK-FIM-MES) * 100
                         + FUNCTION NUMVAL(WK-FIM-DIA)
                   MOVE FUNCTION CURRENT-DATE
                        TO WK-DATA-ATUAL-CONTR
                   IF   WK-FIMCONTR-NUM > WK-HOJE-AAAAMMDD
                       SET CONTRATO-VALIDO TO TRUE
                   END-IF
               END-IF
           END-IF.

           CALL "VALESTAG" USING DB2-TIPOCONTR,
                                 WK-ADMISSFUN-ATUAL,
                                 DB2-FIMCONTR,
                                 WK-ESTAGIO-VALIDO.

           MOVE ZEROS TO WK-HORASSEMANA.
           IF   DB2-TIPOCONTR = 'G'
            AND WK-ESCALAFUN-ATUAL NOT = SPACES
               EXEC SQL
                   SELECT HORASSEMANA
                     INTO :WK-HORASSEMANA
                     FROM EAD719.ESCALAS
                    WHERE CODESCALA = :WK-ESCALAFUN-ATUAL
               END-EXEC
               IF   SQLCODE NOT = 0
                   MOVE ZEROS TO WK-HORASSEMANA
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN NOT CONTRATO-VALIDO
                   DISPLAY 'CONTRATO DO FUNCIONARIO ' LK-CODFUN
                           ' INVALIDO - TIPO COM PRAZO EXIGE DATA DE '
                           'FIM FUTURA!'
               WHEN NOT ESTAGIO-VALIDO
                   DISPLAY 'ESTAGIO DO FUNCIONARIO ' LK-CODFUN
                           ' EXCEDE O PRAZO MAXIMO DE 2 ANOS DA '
                           'ADMISSAO ' WK-ADMISSFUN-ATUAL '!'
               WHEN WK-HORASSEMANA > WK-HORAS-MAX-ESTAGIO
                   DISPLAY 'ESCALA ' WK-ESCALAFUN-ATUAL ' DO '
                           'FUNCIONARIO ' LK-CODFUN ' TEM '
                           WK-HORASSEMANA ' HORAS SEMANAIS - '
                           'ESTAGIO ADMITE ATE 6 HORAS DIARIAS ('
                           WK-HORAS-MAX-ESTAGIO ' SEMANAIS)!'
               WHEN DB2-TIPOCONTR = WK-TIPOCONTR-ANTIGO
                AND DB2-FIMCONTR = WK-FIMCONTR-ANTIGO
      *            NADA MUDOU - TRANSACAO VALIDA, SEM UPDATE.
                   SET TRANSACAO-OK TO TRUE
               WHEN OTHER
                   PERFORM GRAVA-CONTRATO
           END-EVALUATE.
      *
       GRAVA-CONTRATO.
           EXEC SQL
               VALUES (CURRENT SQLID) INTO :WK-LASTUPD-USER
           END-EXEC.

           MOVE ZERO TO WK-SQL-TENTATIVA.
           MOVE 'RETRY-TRANSITORIO' TO WK-SQL-STATUS.
           PERFORM UNTIL WK-SQL-STATUS NOT = 'RETRY-TRANSITORIO'
               EXEC SQL
                   UPDATE EAD719.FUNCIONARIOS
                   SET TIPOCONTR = :DB2-TIPOCONTR,
                       FIMCONTR = :DB2-FIMCONTR,
                       LASTUPD-DATE = CURRENT DATE,
                       LASTUPD-USER = :WK-LASTUPD-USER
                         WHERE CODFUN = :LK-CODFUN
               END-EXEC

               PERFORM TRATA-SQLCODE
           END-PERFORM.

           EVALUATE WK-SQL-STATUS
           WHEN 'SUCESSO'
              SET TRANSACAO-OK TO TRUE
              MOVE LK-CODFUN          TO DB2-HIST-CODFUN
              IF   DB2-TIPOCONTR NOT = WK-TIPOCONTR-ANTIGO
                  MOVE 'TIPOCONTR'    TO DB2-HIST-CAMPO
                  MOVE WK-TIPOCONTR-ANTIGO TO DB2-HIST-ANTIGO
                  MOVE DB2-TIPOCONTR  TO DB2-HIST-NOVO
                  PERFORM GRAVA-HISTORICO
              END-IF
              IF   DB2-FIMCONTR NOT = WK-FIMCONTR-ANTIGO
                  MOVE 'FIMCONTR'     TO DB2-HIST-CAMPO
                  MOVE WK-FIMCONTR-ANTIGO TO DB2-HIST-ANTIGO
                  MOVE DB2-FIMCONTR   TO DB2-HIST-NOVO
                  PERFORM GRAVA-HISTORICO
              END-IF
      *       PRORROGACAO DO ESTAGIARIO LEVA JUNTO O FIM DO TERMO DE
      *       COMPROMISSO; SEM TERMO CADASTRADO AINDA, NADA A FAZER.
              IF   DB2-TIPOCONTR = 'G'
                  EXEC SQL
                      UPDATE EAD719.ESTAGIO
                         SET FIMTCE = :DB2-FIMCONTR
                       WHERE CODFUN = :LK-CODFUN
                  END-EXEC
              END-IF
              EXEC SQL COMMIT END-EXEC
              DISPLAY 'CONTRATO DO FUNCIONARIO ' LK-CODFUN
                      ' ALTERADO (TIPO ' DB2-TIPOCONTR ', FIM '
                      DB2-FIMCONTR ')'
           WHEN 'NAO-ENCONTRADO'
              DISPLAY 'ERRO NA VALIDACAO DO CODIGO DO FUNCIONARIO'
           WHEN 'ERRO-TRANSITORIO'
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY 'CONTRATO DO FUNCIONARIO ' LK-CODFUN
                      ' NAO ALTERADO - TENTE NOVAMENTE MAIS TARDE'
           WHEN OTHER
              EXEC SQL ROLLBACK END-EXEC
              STOP RUN
           END-EVALUATE.
