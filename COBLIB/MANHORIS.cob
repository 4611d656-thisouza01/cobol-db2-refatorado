        IDENTIFICATION DIVISION.
        PROGRAM-ID.    MANHORIS.
        AUTHOR.        THIAGO.
      **************************************************
      * TIPO DE SALARIO DO FUNCIONARIO: MENSALISTA     *
      * (TIPOSAL 'M' OU EM BRANCO) OU HORISTA ('H',    *
      * PAGO PELAS HORAS DO PONTO A VALORHORA). O      *
      * HORISTA RECEBE AS HORAS NORMAIS DO MES         *
      * (MOVPONTO.HORASNORM, CARGAPON) MAIS O DSR NO   *
      * CALCFOLH, TEM AS EXTRAS VALORIZADAS SOBRE A    *
      * VALORHORA NO EXTRVAR E O 13O, AS FERIAS E A    *
      * RESCISAO PELA MEDIA DAS HORAS DO PERIODO       *
      * (CALCMEDH). O VALOR-HORA PASSA PELO MESMO PISO *
      * E TETO DO VALSALAR, NO EQUIVALENTE MENSAL DE   *
      * 220 HORAS; O SALARIOFUN DO HORISTA FICA COMO   *
      * REFERENCIA MENSAL (VALORHORA X HORAS SEMANAIS  *
      * DA ESCALA X 5, 220 SEM ESCALA) PARA OS         *
      * RELATORIOS. MANTIDO NO MOLDE DO MANESCAL, COM  *
      * HISTORICO, LASTUPD E AUDITORIA.                *
      *                                                *
      * EAD719.FUNCIONARIOS (COLUNAS DO HORISTA):      *
      *   TIPOSAL     X(01)  M=MENSALISTA H=HORISTA    *
      *   VALORHORA   9(04)V99                         *
      *                                                *
      * LEIAUTE DO SYSIN (UM REGISTRO POR OPERACAO):   *
      *   OPERACAO  X(01)  H=PASSA A HORISTA OU ALTERA *
      *                      O VALOR-HORA              *
      *                    M=VOLTA A MENSALISTA        *
      *                    L=LISTA O FUNCIONARIO       *
      *   CODFUN    X(07)                              *
      *   VALORHORA 9(04)V99 (SO EM H)                 *
      *   SALARIO   9(06)V99 (SO EM M)                 *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-SYSIN         ASSIGN TO SYSIN
                                     ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SYSIN.
       01  REG-SYSIN.
           05  RS-OPERACAO          PIC X(01).
           05  RS-CODFUN            PIC X(07).
           05  RS-VALORHORA         PIC 9(04)V99.
           05  RS-SALARIO           PIC 9(06)V99.
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
      * Variaveis de controle SQL
       COPY SQLVARS.
       COPY CPYHIST.
       COPY CPYLASTU.
       COPY CPYAUDIT.
       COPY CPYSQLMSG.
      *
       77  WK-EOF-SYSIN              PIC X           VALUE 'N'.
           88  FIM-SYSIN                             VALUE 'S'.
      *
      *    CADASTRO ATUAL DO FUNCIONARIO.
       77  WK-STATUS-FUNC            PIC X(01)       VALUE SPACES.
       77  WK-TIPOSAL                PIC X(01)       VALUE SPACES.
       77  WK-VALORHORA              PIC 9(04)V99    VALUE ZEROS.
       77  WK-SALARIOFUN             PIC 9(06)V99    VALUE ZEROS.
       77  WK-CARGOFUN               PIC X(04)       VALUE SPACES.
       77  WK-ESCALAFUN              PIC X(03)       VALUE SPACES.
       77  WK-HORASSEMANA            PIC 9(02)       VALUE ZEROS.
      *
      *    NOVOS VALORES.
       77  WK-TIPOSAL-NOVO           PIC X(01)       VALUE SPACES.
       77  WK-VALORHORA-NOVO         PIC 9(04)V99    VALUE ZEROS.
       77  WK-SALARIO-NOVO           PIC 9(06)V99    VALUE ZEROS.
      *    BASE MENSAL LEGAL DO VALOR-HORA: 44 HORAS X 5 SEMANAS.
       77  WK-HORAS-MES-PADRAO       PIC 9(03)       VALUE 220.
       77  WK-HORAS-MES              PIC 9(03)       VALUE ZEROS.
       77  WK-SALARIO-EQUIV          PIC 9(06)V99    VALUE ZEROS.
           COPY CPYVALOK REPLACING ==WK-CAMPO-VALIDO== BY
                                       ==WK-SALARIO-VALIDO==
                                   ==CAMPO-VALIDO== BY
                                       ==SALARIO-VALIDO==.
      *    SINDICATO NAO INFORMADO AO VALSALAR - O PISO DA CONVENCAO
      *    COLETIVA E CONFERIDO NA INCLUSAO E NAS ALTERACOES DE
      *    SALARIO (INCLUIR, ALTSALAR, AJUSTSAL).
       77  WK-SINDFUN-VALSAL         PIC X(03)       VALUE SPACES.
      *
       77  WK-VALOR-EDIT             PIC ZZZ.ZZ9,99  VALUE ZEROS.
       77  WK-QTDE-MANTIDA           PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-RECUSADA          PIC 9(05)       VALUE ZEROS.
      *
       PROCEDURE DIVISION.
      * Grava historico de alteracao
           COPY GRAVAHIST.
      * Grava auditoria da transacao (AUDITFUN)
           COPY GRAVAUDIT.
      *
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
          PERFORM 101-INICIAR.
          PERFORM 201-PROCESSAR UNTIL FIM-SYSIN.
          PERFORM 901-FINALIZAR.
          STOP RUN.
      *
       100-INICIAR SECTION.
       101-INICIAR.
          OPEN INPUT ARQ-SYSIN.
          PERFORM 110-LER-TRANSACAO.
      *
       110-LER-TRANSACAO.
          READ ARQ-SYSIN
             AT END
                SET FIM-SYSIN TO TRUE
          END-READ.
      *
       200-PROCESSAR SECTION.
       201-PROCESSAR.
          EVALUATE RS-OPERACAO
             WHEN 'H'
                PERFORM 210-TORNA-HORISTA
             WHEN 'M'
                PERFORM 220-TORNA-MENSALISTA
             WHEN 'L'
                PERFORM 250-LISTA-FUNCIONARIO
             WHEN OTHER
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'OPERACAO ' RS-OPERACAO ' INVALIDA - USE '
                        'H (HORISTA), M (MENSALISTA) OU L'
          END-EVALUATE.
          PERFORM 110-LER-TRANSACAO.
      *
       210-TORNA-HORISTA.
          PERFORM 260-LE-FUNCIONARIO.
          MOVE 'N' TO WK-SALARIO-VALIDO.
          IF   RS-VALORHORA IS NUMERIC AND RS-VALORHORA > ZEROS
      *       O PISO DO VALOR-HORA E O SALARIO MINIMO / 220 - O
      *       VALSALAR CONFERE O EQUIVALENTE MENSAL.
             COMPUTE WK-SALARIO-EQUIV ROUNDED =
                     RS-VALORHORA * WK-HORAS-MES-PADRAO
             CALL "VALSALAR" USING WK-SALARIO-EQUIV,
                                   WK-CARGOFUN,
                                   WK-SINDFUN-VALSAL,
                                   WK-SALARIO-VALIDO
          END-IF.

          EVALUATE TRUE
             WHEN WK-STATUS-FUNC = SPACES OR WK-STATUS-FUNC = 'D'
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'FUNCIONARIO ' RS-CODFUN ' NAO EXISTE OU '
                        'ESTA DESLIGADO - RECUSADO'
             WHEN RS-VALORHORA NOT NUMERIC OR RS-VALORHORA = ZEROS
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'VALOR-HORA INVALIDO PARA O FUNCIONARIO '
                        RS-CODFUN ' - RECUSADO'
             WHEN NOT SALARIO-VALIDO
                ADD 1 TO WK-QTDE-RECUSADA
                MOVE WK-SALARIO-EQUIV TO WK-VALOR-EDIT
                DISPLAY 'VALOR-HORA ' RS-VALORHORA ' DO FUNCIONARIO '
                        RS-CODFUN ' FORA DA FAIXA PERMITIDA '
                        '(EQUIVALENTE MENSAL ' WK-VALOR-EDIT ') - '
                        'RECUSADO'
             WHEN OTHER
                MOVE WK-HORAS-MES-PADRAO TO WK-HORAS-MES
                IF   WK-HORASSEMANA > ZEROS
                   COMPUTE WK-HORAS-MES = WK-HORASSEMANA * 5
                END-IF
                MOVE 'H'          TO WK-TIPOSAL-NOVO
                MOVE RS-VALORHORA TO WK-VALORHORA-NOVO
                COMPUTE WK-SALARIO-NOVO ROUNDED =
                        RS-VALORHORA * WK-HORAS-MES
                PERFORM 230-GRAVA-TIPO-SALARIO
          END-EVALUATE.
      *
       220-TORNA-MENSALISTA.
          PERFORM 260-LE-FUNCIONARIO.
          MOVE 'N' TO WK-SALARIO-VALIDO.
          IF   RS-SALARIO IS NUMERIC
             CALL "VALSALAR" USING RS-SALARIO,
                                   WK-CARGOFUN,
                                   WK-SINDFUN-VALSAL,
                                   WK-SALARIO-VALIDO
          END-IF.

          EVALUATE TRUE
             WHEN WK-STATUS-FUNC = SPACES OR WK-STATUS-FUNC = 'D'
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'FUNCIONARIO ' RS-CODFUN ' NAO EXISTE OU '
                        'ESTA DESLIGADO - RECUSADO'
             WHEN WK-TIPOSAL NOT = 'H'
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'FUNCIONARIO ' RS-CODFUN ' JA E MENSALISTA '
                        '- SALARIO SO PELA ALTERACAO CADASTRAL'
             WHEN NOT SALARIO-VALIDO
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'SALARIO ' RS-SALARIO ' DO FUNCIONARIO '
                        RS-CODFUN ' FORA DA FAIXA PERMITIDA - '
                        'RECUSADO'
             WHEN OTHER
                MOVE 'M'          TO WK-TIPOSAL-NOVO
                MOVE ZEROS        TO WK-VALORHORA-NOVO
                MOVE RS-SALARIO   TO WK-SALARIO-NOVO
                PERFORM 230-GRAVA-TIPO-SALARIO
          END-EVALUATE.
      *
       230-GRAVA-TIPO-SALARIO.
          EXEC SQL
             VALUES (CURRENT SQLID) INTO :WK-LASTUPD-USER
          END-EXEC.
          EXEC SQL
             UPDATE EAD719.FUNCIONARIOS
                SET TIPOSAL      = :WK-TIPOSAL-NOVO,
                    VALORHORA    = :WK-VALORHORA-NOVO,
                    SALARIOFUN   = :WK-SALARIO-NOVO,
                    LASTUPD-DATE = CURRENT DATE,
                    LASTUPD-USER = :WK-LASTUPD-USER
              WHERE CODFUN = :RS-CODFUN
          END-EXEC.
          IF   SQLCODE = 0
             MOVE RS-CODFUN TO DB2-HIST-CODFUN
             IF   WK-TIPOSAL-NOVO NOT = WK-TIPOSAL
                MOVE 'TIPOSAL'       TO DB2-HIST-CAMPO
                MOVE WK-TIPOSAL      TO DB2-HIST-ANTIGO
                MOVE WK-TIPOSAL-NOVO TO DB2-HIST-NOVO
                PERFORM GRAVA-HISTORICO
             END-IF
             IF   WK-VALORHORA-NOVO NOT = WK-VALORHORA
                MOVE 'VALORHORA'       TO DB2-HIST-CAMPO
                MOVE WK-VALORHORA      TO WK-VALOR-EDIT
                MOVE WK-VALOR-EDIT     TO DB2-HIST-ANTIGO
                MOVE WK-VALORHORA-NOVO TO WK-VALOR-EDIT
                MOVE WK-VALOR-EDIT     TO DB2-HIST-NOVO
                PERFORM GRAVA-HISTORICO
             END-IF
             IF   WK-SALARIO-NOVO NOT = WK-SALARIOFUN
                MOVE 'SALARIOFUN'      TO DB2-HIST-CAMPO
                MOVE WK-SALARIOFUN     TO WK-VALOR-EDIT
                MOVE WK-VALOR-EDIT     TO DB2-HIST-ANTIGO
                MOVE WK-SALARIO-NOVO   TO WK-VALOR-EDIT
                MOVE WK-VALOR-EDIT     TO DB2-HIST-NOVO
                PERFORM GRAVA-HISTORICO
             END-IF
             EXEC SQL COMMIT END-EXEC
             MOVE RS-OPERACAO TO DB2-AUD-FUNCAO
             MOVE RS-CODFUN   TO DB2-AUD-CODFUN
             PERFORM GRAVA-AUDITORIA
             ADD 1 TO WK-QTDE-MANTIDA
             MOVE WK-SALARIO-NOVO TO WK-VALOR-EDIT
             IF   WK-TIPOSAL-NOVO = 'H'
                DISPLAY 'FUNCIONARIO ' RS-CODFUN ' HORISTA A '
                        WK-VALORHORA-NOVO ' POR HORA (REFERENCIA '
                        'MENSAL ' WK-VALOR-EDIT ')'
             ELSE
                DISPLAY 'FUNCIONARIO ' RS-CODFUN ' MENSALISTA - '
                        'SALARIO ' WK-VALOR-EDIT
             END-IF
          ELSE
             ADD 1 TO WK-QTDE-RECUSADA
             MOVE SQLCODE TO WK-SQLCODE-EDIT
             CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
             DISPLAY 'TIPO DE SALARIO DO FUNCIONARIO ' RS-CODFUN
                     ' NAO ALTERADO - ' WK-SQLCODE-EDIT ' - '
                     WK-SQLCODE-MSG
             EXEC SQL ROLLBACK END-EXEC
          END-IF.
      *
       250-LISTA-FUNCIONARIO.
          PERFORM 260-LE-FUNCIONARIO.
          IF   WK-STATUS-FUNC = SPACES
             DISPLAY 'FUNCIONARIO ' RS-CODFUN ' NAO EXISTE'
          ELSE
             MOVE WK-SALARIOFUN TO WK-VALOR-EDIT
             IF   WK-TIPOSAL = 'H'
                DISPLAY '  ' RS-CODFUN ' HORISTA    VALOR-HORA '
                        WK-VALORHORA ' REFERENCIA ' WK-VALOR-EDIT
             ELSE
                DISPLAY '  ' RS-CODFUN ' MENSALISTA SALARIO '
                        WK-VALOR-EDIT
             END-IF
          END-IF.
      *
       260-LE-FUNCIONARIO.
          MOVE SPACES TO WK-STATUS-FUNC WK-TIPOSAL WK-CARGOFUN
                         WK-ESCALAFUN.
          MOVE ZEROS  TO WK-VALORHORA WK-SALARIOFUN WK-HORASSEMANA.
          EXEC SQL
             SELECT STATUSFUN, COALESCE(TIPOSAL, 'M'),
                    COALESCE(VALORHORA, 0), SALARIOFUN,
                    COALESCE(CARGOFUN, ' '),
                    COALESCE(ESCALAFUN, ' ')
               INTO :WK-STATUS-FUNC, :WK-TIPOSAL, :WK-VALORHORA,
                    :WK-SALARIOFUN, :WK-CARGOFUN, :WK-ESCALAFUN
               FROM EAD719.FUNCIONARIOS
              WHERE CODFUN = :RS-CODFUN
          END-EXEC.
          IF   WK-ESCALAFUN NOT = SPACES
             EXEC SQL
                SELECT HORASSEMANA
                  INTO :WK-HORASSEMANA
                  FROM EAD719.ESCALAS
                 WHERE CODESCALA = :WK-ESCALAFUN
             END-EXEC
             IF   SQLCODE NOT = 0
                MOVE ZEROS TO WK-HORASSEMANA
             END-IF
          END-IF.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          CLOSE ARQ-SYSIN.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DO TIPO DE SALARIO'.
          DISPLAY '  ALTERACOES ............ ' WK-QTDE-MANTIDA.
          DISPLAY '  RECUSADAS ............. ' WK-QTDE-RECUSADA.
          DISPLAY '================================================'.
          EXIT.
