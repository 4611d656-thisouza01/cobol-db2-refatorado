        IDENTIFICATION DIVISION.
        PROGRAM-ID.    MANSOBRE.
        AUTHOR.        THIAGO.
      **************************************************
      * ESCALA DE SOBREAVISO E ACIONAMENTOS: O GESTOR  *
      * (OU O SEU DELEGADO ATIVO EM EAD719.DELEGACA)   *
      * ESCALA O FUNCIONARIO DE PLANTAO FORA DO TURNO  *
      * (EAD719.SOBREAVISO) E REGISTRA CADA CHAMADO EM *
      * QUE ELE FOI DE FATO ACIONADO                   *
      * (EAD719.ACIONAMENTO). O EXTRVAR VALORIZA AS    *
      * HORAS DE SOBREAVISO A 1/3 DA HORA NORMAL E AS  *
      * DE ACIONAMENTO COMO HORA EXTRA - ACABA A       *
      * PLANILHA DO GESTOR.                            *
      * A ESCALA TEM NO MAXIMO 24 HORAS E E RECUSADA   *
      * SE CRUZAR OUTRA ESCALA DO MESMO FUNCIONARIO,   *
      * FERIAS PROGRAMADAS (EAD719.FERIASPROG), UM     *
      * AFASTAMENTO (EAD719.AFASTAMENTOS, ABERTO OU    *
      * NAO) OU O PROPRIO TURNO DA ESCALA DE TRABALHO  *
      * (ESCALAFUN -> EAD719.ESCALAS, HORAINI/HORAFIM  *
      * E DIASESCALA, MANESCAL); FUNCIONARIO SEM       *
      * HORARIO DE TURNO CADASTRADO NAO E ESCALADO. O  *
      * ACIONAMENTO PRECISA CABER INTEIRO NUMA ESCALA  *
      * E NAO PODE CRUZAR OUTRO ACIONAMENTO. MES       *
      * FECHADO NO EAD719.PERIODOCTL (FECHAPER) NAO    *
      * RECEBE INCLUSAO NEM EXCLUSAO.                  *
      *                                                *
      * EAD719.SOBREAVISO:                             *
      *   CODFUN     X(07)                             *
      *   DATAINI    X(10)  DD/MM/AAAA                 *
      *   HORAINI    X(04)  HHMM                       *
      *   DATAFIM    X(10)  DD/MM/AAAA                 *
      *   HORAFIM    X(04)  HHMM                       *
      *   GESTOR     X(07)  QUEM ESCALOU               *
      *   USUARIO    X(08)                             *
      *                                                *
      * EAD719.ACIONAMENTO:                            *
      *   CODFUN     X(07)                             *
      *   SOBDATAINI X(10)  INICIO DA ESCALA           *
      *   SOBHORAINI X(04)                             *
      *   DATAINI    X(10)  DD/MM/AAAA                 *
      *   HORAINI    X(04)  HHMM                       *
      *   DATAFIM    X(10)  DD/MM/AAAA                 *
      *   HORAFIM    X(04)  HHMM                       *
      *   MOTIVO     X(30)                             *
      *   GESTOR     X(07)                             *
      *   USUARIO    X(08)                             *
      *                                                *
      * LEIAUTE DO SYSIN (UM REGISTRO POR OPERACAO):   *
      *   OPERACAO  X(01)  I=INCLUI ESCALA             *
      *                    E=EXCLUI ESCALA             *
      *                    C=REGISTRA ACIONAMENTO      *
      *                    X=EXCLUI ACIONAMENTO        *
      *   CODFUN    X(07)                              *
      *   GESTOR    X(07)  GESTOR OU DELEGADO          *
      *   DATA INI  X(10)  DD/MM/AAAA                  *
      *   HORA INI  X(04)  HHMM                        *
      *   DATA FIM  X(10)  DD/MM/AAAA  (I E C)         *
      *   HORA FIM  X(04)  HHMM        (I E C)         *
      *   MOTIVO    X(30)              (C)             *
      * EM E E X, DATA/HORA INI IDENTIFICAM A ESCALA   *
      * OU O ACIONAMENTO. ESCALA COM ACIONAMENTO NAO E *
      * EXCLUIDA - EXCLUA ANTES OS ACIONAMENTOS.       *
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
           05  RS-GESTOR            PIC X(07).
           05  RS-DATAINI           PIC X(10).
           05  RS-HORAINI           PIC X(04).
           05  RS-DATAFIM           PIC X(10).
           05  RS-HORAFIM           PIC X(04).
           05  RS-MOTIVO            PIC X(30).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE BOOKFUNC
           END-EXEC.
      * Variaveis de controle SQL
       COPY SQLVARS.
       COPY CPYAUDIT.
       COPY CPYSQLMSG.
      *
       77  WK-EOF-SYSIN              PIC X           VALUE 'N'.
           88  FIM-SYSIN                             VALUE 'S'.
      *    A ESCALA DE SOBREAVISO NAO PASSA DE 24 HORAS (CLT 244).
       77  WK-MAX-MINUTOS            PIC 9(05)       VALUE 1440.
      *
      *    SITUACAO DO FUNCIONARIO, GESTOR E TURNO DA ESCALA.
       77  WK-STATUS-FUNC            PIC X(01)       VALUE SPACES.
       77  WK-GESTOR-FUNC            PIC X(07)       VALUE SPACES.
       77  WK-ESCALAFUN              PIC X(03)       VALUE SPACES.
       77  WK-DELEGADO               PIC X(07)       VALUE SPACES.
       77  WK-TURNO-INI              PIC X(04)       VALUE SPACES.
       77  WK-TURNO-FIM              PIC X(04)       VALUE SPACES.
       01  WK-DIASESCALA             PIC X(07)       VALUE SPACES.
       01  WK-DIASESCALA-R REDEFINES WK-DIASESCALA.
           05  WK-TRABALHA-DIA      PIC X(01)       OCCURS 7 TIMES.
       77  WK-HOJE-TEXTO             PIC X(08)       VALUE SPACES.
       01  WK-DATA-ATUAL.
           05  WK-HOJE-AAAAMMDD     PIC X(08).
           05  FILLER               PIC X(13).
      *
      *    RESULTADO DAS CONFERENCIAS DA OPERACAO.
       77  WK-MOTIVO-RECUSA          PIC X(60)       VALUE SPACES.
       77  WK-CONFLITO               PIC X(01)       VALUE 'N'.
           88  HA-CONFLITO                           VALUE 'S'.
       77  WK-ACHOU-ESCALA           PIC X(01)       VALUE 'N'.
           88  ACHOU-ESCALA                          VALUE 'S'.
      *
      *    MOMENTOS EM MINUTOS CORRIDOS (DIA INTEIRO X 1440 + HORA).
       01  WK-MOM-DATA.
           05  WK-MOM-DIA           PIC X(02).
           05  WK-MOM-BARRA1        PIC X(01).
           05  WK-MOM-MES           PIC X(02).
           05  WK-MOM-BARRA2        PIC X(01).
           05  WK-MOM-ANO           PIC X(04).
       01  WK-MOM-HORA.
           05  WK-MOM-HH            PIC X(02).
           05  WK-MOM-MM            PIC X(02).
       77  WK-MOM-AAAAMMDD           PIC 9(08)       VALUE ZEROS.
       77  WK-MOM-INT                PIC 9(07)       VALUE ZEROS.
       77  WK-MOM-MINUTOS            PIC 9(11)       VALUE ZEROS.
      *    PERIODO (AAAAMM) E DATA AAAAMMDD DE INICIO E FIM.
       77  WK-NOVO-INI               PIC 9(11)       VALUE ZEROS.
       77  WK-NOVO-FIM               PIC 9(11)       VALUE ZEROS.
       77  WK-NOVO-INT-INI           PIC 9(07)       VALUE ZEROS.
       77  WK-NOVO-INT-FIM           PIC 9(07)       VALUE ZEROS.
       77  WK-NOVO-TEXTO-INI         PIC X(08)       VALUE SPACES.
       77  WK-NOVO-TEXTO-FIM         PIC X(08)       VALUE SPACES.
       77  WK-PERIODO-INI            PIC 9(06)       VALUE ZEROS.
       77  WK-PERIODO-FIM            PIC 9(06)       VALUE ZEROS.
       77  WK-PERIODO                PIC 9(06)       VALUE ZEROS.
       77  WK-SITUACAO-PERIODO       PIC X(01)       VALUE SPACES.
      *    INTERVALO LIDO DO DB2 PARA COMPARACAO.
       77  WK-OUT-DATAINI            PIC X(10)       VALUE SPACES.
       77  WK-OUT-HORAINI            PIC X(04)       VALUE SPACES.
       77  WK-OUT-DATAFIM            PIC X(10)       VALUE SPACES.
       77  WK-OUT-HORAFIM            PIC X(04)       VALUE SPACES.
       77  WK-OUT-DIAS               PIC 9(03)       VALUE ZEROS.
       77  WK-OUT-INI                PIC 9(11)       VALUE ZEROS.
       77  WK-OUT-FIM                PIC 9(11)       VALUE ZEROS.
      *    ESCALA QUE CONTEM O ACIONAMENTO.
       77  WK-SOB-DATAINI            PIC X(10)       VALUE SPACES.
       77  WK-SOB-HORAINI            PIC X(04)       VALUE SPACES.
      *    TURNO DE CADA DIA QUE A ESCALA TOCA.
       77  WK-INT-DIA                PIC 9(07)       VALUE ZEROS.
       77  WK-IND-SEMANA             PIC 9(01)       VALUE ZEROS.
       77  WK-TURNO-MIN-INI          PIC 9(05)       VALUE ZEROS.
       77  WK-TURNO-MIN-FIM          PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-ACION             PIC 9(05)       VALUE ZEROS.
      *
       77  WK-QTDE-ESCALADA          PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-ACIONADA          PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-EXCLUIDA          PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-RECUSADA          PIC 9(05)       VALUE ZEROS.
      *
      *    ESCALAS DO FUNCIONARIO QUE PODEM TOCAR O INTERVALO NOVO
      *    (PELO DIA; A HORA E CONFERIDA NO PROGRAMA).
       EXEC SQL
           DECLARE CUR-ESCALAS CURSOR FOR
               SELECT DATAINI, HORAINI, DATAFIM, HORAFIM
                 FROM EAD719.SOBREAVISO
                WHERE CODFUN = :DB2-CODFUN
                  AND SUBSTR(DATAINI, 7, 4)
                      || SUBSTR(DATAINI, 4, 2)
                      || SUBSTR(DATAINI, 1, 2) <= :WK-NOVO-TEXTO-FIM
                  AND SUBSTR(DATAFIM, 7, 4)
                      || SUBSTR(DATAFIM, 4, 2)
                      || SUBSTR(DATAFIM, 1, 2) >= :WK-NOVO-TEXTO-INI
       END-EXEC.
      *
       EXEC SQL
           DECLARE CUR-ACIONAMENTOS CURSOR FOR
               SELECT DATAINI, HORAINI, DATAFIM, HORAFIM
                 FROM EAD719.ACIONAMENTO
                WHERE CODFUN = :DB2-CODFUN
                  AND SUBSTR(DATAINI, 7, 4)
                      || SUBSTR(DATAINI, 4, 2)
                      || SUBSTR(DATAINI, 1, 2) <= :WK-NOVO-TEXTO-FIM
                  AND SUBSTR(DATAFIM, 7, 4)
                      || SUBSTR(DATAFIM, 4, 2)
                      || SUBSTR(DATAFIM, 1, 2) >= :WK-NOVO-TEXTO-INI
       END-EXEC.
      *
       EXEC SQL
           DECLARE CUR-FERIAS CURSOR FOR
               SELECT DATAINI, DIAS
                 FROM EAD719.FERIASPROG
                WHERE CODFUN = :DB2-CODFUN
       END-EXEC.
      *
       EXEC SQL
           DECLARE CUR-AFASTAMENTOS CURSOR FOR
               SELECT DATAINI, COALESCE(DATAFIM, ' ')
                 FROM EAD719.AFASTAMENTOS
                WHERE CODFUN = :DB2-CODFUN
                  AND SUBSTR(DATAINI, 7, 4)
                      || SUBSTR(DATAINI, 4, 2)
                      || SUBSTR(DATAINI, 1, 2) <= :WK-NOVO-TEXTO-FIM
       END-EXEC.
      *
       PROCEDURE DIVISION.
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
          MOVE FUNCTION CURRENT-DATE TO WK-DATA-ATUAL.
          MOVE WK-HOJE-AAAAMMDD TO WK-HOJE-TEXTO.
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
          MOVE RS-CODFUN TO DB2-CODFUN.
          MOVE SPACES    TO WK-MOTIVO-RECUSA.
          EVALUATE RS-OPERACAO
             WHEN 'I'
                PERFORM 210-INCLUI-ESCALA
             WHEN 'E'
                PERFORM 230-EXCLUI-ESCALA
             WHEN 'C'
                PERFORM 240-INCLUI-ACIONAMENTO
             WHEN 'X'
                PERFORM 260-EXCLUI-ACIONAMENTO
             WHEN OTHER
                MOVE 'OPERACAO INVALIDA - USE I, E, C OU X'
                  TO WK-MOTIVO-RECUSA
          END-EVALUATE.
          IF   WK-MOTIVO-RECUSA NOT = SPACES
             ADD 1 TO WK-QTDE-RECUSADA
             DISPLAY 'OPERACAO ' RS-OPERACAO ' DE ' RS-CODFUN ' EM '
                     RS-DATAINI ' ' RS-HORAINI ' RECUSADA - '
                     WK-MOTIVO-RECUSA
          END-IF.
          PERFORM 110-LER-TRANSACAO.
      *
       210-INCLUI-ESCALA.
          PERFORM 300-CONFERE-INTERVALO.
          IF   WK-MOTIVO-RECUSA = SPACES
             PERFORM 310-CONFERE-FUNCIONARIO
          END-IF.
          IF   WK-MOTIVO-RECUSA = SPACES
           AND WK-NOVO-FIM - WK-NOVO-INI > WK-MAX-MINUTOS
             MOVE 'ESCALA DE SOBREAVISO ACIMA DE 24 HORAS'
               TO WK-MOTIVO-RECUSA
          END-IF.
          IF   WK-MOTIVO-RECUSA = SPACES
             PERFORM 330-CONFERE-PERIODOS
          END-IF.
          IF   WK-MOTIVO-RECUSA = SPACES
             PERFORM 340-CONFERE-OUTRAS-ESCALAS
          END-IF.
          IF   WK-MOTIVO-RECUSA = SPACES
             PERFORM 350-CONFERE-FERIAS
          END-IF.
          IF   WK-MOTIVO-RECUSA = SPACES
             PERFORM 360-CONFERE-AFASTAMENTOS
          END-IF.
          IF   WK-MOTIVO-RECUSA = SPACES
             PERFORM 370-CONFERE-TURNO
          END-IF.
          IF   WK-MOTIVO-RECUSA = SPACES
             PERFORM 215-GRAVA-ESCALA
          END-IF.
      *
       215-GRAVA-ESCALA.
          EXEC SQL
             VALUES (CURRENT SQLID) INTO :DB2-AUD-USERID
          END-EXEC.
          EXEC SQL
             INSERT INTO EAD719.SOBREAVISO
                (CODFUN, DATAINI, HORAINI, DATAFIM, HORAFIM, GESTOR,
                 USUARIO)
                VALUES (:DB2-CODFUN, :RS-DATAINI, :RS-HORAINI,
                        :RS-DATAFIM, :RS-HORAFIM, :RS-GESTOR,
                        :DB2-AUD-USERID)
          END-EXEC.
          EVALUATE SQLCODE
             WHEN 0
                EXEC SQL COMMIT END-EXEC
                ADD 1 TO WK-QTDE-ESCALADA
                MOVE 'I'        TO DB2-AUD-FUNCAO
                MOVE DB2-CODFUN TO DB2-AUD-CODFUN
                PERFORM GRAVA-AUDITORIA
                DISPLAY 'SOBREAVISO DE ' RS-CODFUN ' DE ' RS-DATAINI
                        ' ' RS-HORAINI ' A ' RS-DATAFIM ' '
                        RS-HORAFIM ' INCLUIDO POR ' RS-GESTOR
             WHEN -803
                MOVE 'JA EXISTE ESCALA COM ESTE INICIO'
                  TO WK-MOTIVO-RECUSA
                EXEC SQL ROLLBACK END-EXEC
             WHEN OTHER
                MOVE SQLCODE TO WK-SQLCODE-EDIT
                CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
                STRING 'ERRO ' WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                       DELIMITED BY SIZE INTO WK-MOTIVO-RECUSA
                END-STRING
                EXEC SQL ROLLBACK END-EXEC
          END-EVALUATE.
      *
       230-EXCLUI-ESCALA.
      *    SO A DATA/HORA DE INICIO IDENTIFICA A ESCALA; O PERIODO
      *    CONFERIDO E O DO INICIO.
          MOVE RS-DATAINI TO RS-DATAFIM.
          MOVE RS-HORAINI TO RS-HORAFIM.
          PERFORM 310-CONFERE-FUNCIONARIO.
          IF   WK-MOTIVO-RECUSA = SPACES
             PERFORM 320-CONVERTE-INICIO-FIM
          END-IF.
          IF   WK-MOTIVO-RECUSA = SPACES
             PERFORM 330-CONFERE-PERIODOS
          END-IF.
          IF   WK-MOTIVO-RECUSA = SPACES
             MOVE ZEROS TO WK-QTDE-ACION
             EXEC SQL
                SELECT COUNT(*)
                  INTO :WK-QTDE-ACION
                  FROM EAD719.ACIONAMENTO
                 WHERE CODFUN     = :DB2-CODFUN
                   AND SOBDATAINI = :RS-DATAINI
                   AND SOBHORAINI = :RS-HORAINI
             END-EXEC
             IF   WK-QTDE-ACION > ZEROS
                MOVE 'ESCALA TEM ACIONAMENTO - EXCLUA-OS ANTES'
                  TO WK-MOTIVO-RECUSA
             END-IF
          END-IF.
          IF   WK-MOTIVO-RECUSA = SPACES
             EXEC SQL
                DELETE FROM EAD719.SOBREAVISO
                 WHERE CODFUN  = :DB2-CODFUN
                   AND DATAINI = :RS-DATAINI
                   AND HORAINI = :RS-HORAINI
             END-EXEC
             EVALUATE SQLCODE
                WHEN 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WK-QTDE-EXCLUIDA
                   MOVE 'E'        TO DB2-AUD-FUNCAO
                   MOVE DB2-CODFUN TO DB2-AUD-CODFUN
                   PERFORM GRAVA-AUDITORIA
                   DISPLAY 'SOBREAVISO DE ' RS-CODFUN ' DE '
                           RS-DATAINI ' ' RS-HORAINI ' EXCLUIDO'
                WHEN 100
                   MOVE 'ESCALA DE SOBREAVISO NAO ENCONTRADA'
                     TO WK-MOTIVO-RECUSA
                WHEN OTHER
                   MOVE 'ERRO NA EXCLUSAO DA ESCALA'
                     TO WK-MOTIVO-RECUSA
                   DISPLAY 'SQLCODE ' SQLCODE
                   EXEC SQL ROLLBACK END-EXEC
             END-EVALUATE
          END-IF.
      *
       240-INCLUI-ACIONAMENTO.
          PERFORM 300-CONFERE-INTERVALO.
          IF   WK-MOTIVO-RECUSA = SPACES
             PERFORM 310-CONFERE-FUNCIONARIO
          END-IF.
          IF   WK-MOTIVO-RECUSA = SPACES
           AND RS-MOTIVO = SPACES
             MOVE 'INFORME O MOTIVO DO ACIONAMENTO'
               TO WK-MOTIVO-RECUSA
          END-IF.
          IF   WK-MOTIVO-RECUSA = SPACES
             PERFORM 330-CONFERE-PERIODOS
          END-IF.
          IF   WK-MOTIVO-RECUSA = SPACES
             PERFORM 380-LOCALIZA-ESCALA
          END-IF.
          IF   WK-MOTIVO-RECUSA = SPACES
             PERFORM 390-CONFERE-OUTROS-ACIONAMENTOS
          END-IF.
          IF   WK-MOTIVO-RECUSA = SPACES
             PERFORM 245-GRAVA-ACIONAMENTO
          END-IF.
      *
       245-GRAVA-ACIONAMENTO.
          EXEC SQL
             VALUES (CURRENT SQLID) INTO :DB2-AUD-USERID
          END-EXEC.
          EXEC SQL
             INSERT INTO EAD719.ACIONAMENTO
                (CODFUN, SOBDATAINI, SOBHORAINI, DATAINI, HORAINI,
                 DATAFIM, HORAFIM, MOTIVO, GESTOR, USUARIO)
                VALUES (:DB2-CODFUN, :WK-SOB-DATAINI,
                        :WK-SOB-HORAINI, :RS-DATAINI, :RS-HORAINI,
                        :RS-DATAFIM, :RS-HORAFIM, :RS-MOTIVO,
                        :RS-GESTOR, :DB2-AUD-USERID)
          END-EXEC.
          EVALUATE SQLCODE
             WHEN 0
                EXEC SQL COMMIT END-EXEC
                ADD 1 TO WK-QTDE-ACIONADA
                MOVE 'C'        TO DB2-AUD-FUNCAO
                MOVE DB2-CODFUN TO DB2-AUD-CODFUN
                PERFORM GRAVA-AUDITORIA
                DISPLAY 'ACIONAMENTO DE ' RS-CODFUN ' DE ' RS-DATAINI
                        ' ' RS-HORAINI ' A ' RS-DATAFIM ' '
                        RS-HORAFIM ' REGISTRADO NA ESCALA DE '
                        WK-SOB-DATAINI ' ' WK-SOB-HORAINI
             WHEN -803
                MOVE 'JA EXISTE ACIONAMENTO COM ESTE INICIO'
                  TO WK-MOTIVO-RECUSA
                EXEC SQL ROLLBACK END-EXEC
             WHEN OTHER
                MOVE SQLCODE TO WK-SQLCODE-EDIT
                CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
                STRING 'ERRO ' WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                       DELIMITED BY SIZE INTO WK-MOTIVO-RECUSA
                END-STRING
                EXEC SQL ROLLBACK END-EXEC
          END-EVALUATE.
      *
       260-EXCLUI-ACIONAMENTO.
          MOVE RS-DATAINI TO RS-DATAFIM.
          MOVE RS-HORAINI TO RS-HORAFIM.
          PERFORM 310-CONFERE-FUNCIONARIO.
          IF   WK-MOTIVO-RECUSA = SPACES
             PERFORM 320-CONVERTE-INICIO-FIM
          END-IF.
          IF   WK-MOTIVO-RECUSA = SPACES
             PERFORM 330-CONFERE-PERIODOS
          END-IF.
          IF   WK-MOTIVO-RECUSA = SPACES
             EXEC SQL
                DELETE FROM EAD719.ACIONAMENTO
                 WHERE CODFUN  = :DB2-CODFUN
                   AND DATAINI = :RS-DATAINI
                   AND HORAINI = :RS-HORAINI
             END-EXEC
             EVALUATE SQLCODE
                WHEN 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WK-QTDE-EXCLUIDA
                   MOVE 'X'        TO DB2-AUD-FUNCAO
                   MOVE DB2-CODFUN TO DB2-AUD-CODFUN
                   PERFORM GRAVA-AUDITORIA
                   DISPLAY 'ACIONAMENTO DE ' RS-CODFUN ' DE '
                           RS-DATAINI ' ' RS-HORAINI ' EXCLUIDO'
                WHEN 100
                   MOVE 'ACIONAMENTO NAO ENCONTRADO'
                     TO WK-MOTIVO-RECUSA
                WHEN OTHER
                   MOVE 'ERRO NA EXCLUSAO DO ACIONAMENTO'
                     TO WK-MOTIVO-RECUSA
                   DISPLAY 'SQLCODE ' SQLCODE
                   EXEC SQL ROLLBACK END-EXEC
             END-EVALUATE
          END-IF.
      *
       300-CONFERENCIAS SECTION.
       300-CONFERE-INTERVALO.
      *    INICIO E FIM VALIDOS, FIM DEPOIS DO INICIO.
          PERFORM 320-CONVERTE-INICIO-FIM.
          IF   WK-MOTIVO-RECUSA = SPACES
           AND WK-NOVO-FIM NOT > WK-NOVO-INI
             MOVE 'FIM NAO E POSTERIOR AO INICIO'
               TO WK-MOTIVO-RECUSA
          END-IF.
      *
       310-CONFERE-FUNCIONARIO.
      *    FUNCIONARIO NAO DESLIGADO, E QUEM ESCALA E O GESTOR DELE
      *    OU O DELEGADO ATIVO HOJE DESSE GESTOR.
          MOVE SPACES TO WK-STATUS-FUNC WK-GESTOR-FUNC WK-ESCALAFUN.
          EXEC SQL
             SELECT STATUSFUN, COALESCE(GESTOR, ' '),
                    COALESCE(ESCALAFUN, ' ')
               INTO :WK-STATUS-FUNC, :WK-GESTOR-FUNC, :WK-ESCALAFUN
               FROM EAD719.FUNCIONARIOS
              WHERE CODFUN = :DB2-CODFUN
          END-EXEC.
          MOVE SPACES TO WK-DELEGADO.
          IF   SQLCODE = 0 AND WK-GESTOR-FUNC NOT = SPACES
           AND RS-GESTOR NOT = WK-GESTOR-FUNC
             EXEC SQL
                SELECT MAX(CODDELEGADO)
                  INTO :WK-DELEGADO
                  FROM EAD719.DELEGACA
                 WHERE CODDELEGANTE = :WK-GESTOR-FUNC
                   AND CODDELEGADO  = :RS-GESTOR
                   AND SUBSTR(DATAINI, 7, 4)
                       || SUBSTR(DATAINI, 4, 2)
                       || SUBSTR(DATAINI, 1, 2)
                       NOT > :WK-HOJE-TEXTO
                   AND SUBSTR(DATAFIM, 7, 4)
                       || SUBSTR(DATAFIM, 4, 2)
                       || SUBSTR(DATAFIM, 1, 2)
                       NOT < :WK-HOJE-TEXTO
             END-EXEC
             IF   SQLCODE NOT = 0
                MOVE SPACES TO WK-DELEGADO
             END-IF
          END-IF.
          EVALUATE TRUE
             WHEN WK-STATUS-FUNC = SPACES OR WK-STATUS-FUNC = 'D'
                MOVE 'FUNCIONARIO NAO EXISTE OU ESTA DESLIGADO'
                  TO WK-MOTIVO-RECUSA
             WHEN RS-GESTOR = SPACES
                MOVE 'INFORME O GESTOR QUE ESCALA'
                  TO WK-MOTIVO-RECUSA
             WHEN RS-GESTOR NOT = WK-GESTOR-FUNC
              AND WK-DELEGADO = SPACES
                MOVE 'GESTOR NAO E O DO FUNCIONARIO NEM DELEGADO DELE'
                  TO WK-MOTIVO-RECUSA
          END-EVALUATE.
      *
       320-CONVERTE-INICIO-FIM.
          MOVE RS-DATAINI TO WK-MOM-DATA.
          MOVE RS-HORAINI TO WK-MOM-HORA.
          PERFORM 400-CONVERTE-MOMENTO.
          MOVE WK-MOM-MINUTOS TO WK-NOVO-INI.
          MOVE WK-MOM-INT     TO WK-NOVO-INT-INI.
          MOVE WK-MOM-AAAAMMDD TO WK-NOVO-TEXTO-INI.
          MOVE WK-MOM-AAAAMMDD(1:6) TO WK-PERIODO-INI.
          MOVE RS-DATAFIM TO WK-MOM-DATA.
          MOVE RS-HORAFIM TO WK-MOM-HORA.
          PERFORM 400-CONVERTE-MOMENTO.
          MOVE WK-MOM-MINUTOS TO WK-NOVO-FIM.
          MOVE WK-MOM-INT     TO WK-NOVO-INT-FIM.
          MOVE WK-MOM-AAAAMMDD TO WK-NOVO-TEXTO-FIM.
          MOVE WK-MOM-AAAAMMDD(1:6) TO WK-PERIODO-FIM.
          IF   WK-NOVO-INI = ZEROS OR WK-NOVO-FIM = ZEROS
             MOVE 'DATA OU HORA INVALIDA (DD/MM/AAAA HHMM)'
               TO WK-MOTIVO-RECUSA
          END-IF.
      *
       330-CONFERE-PERIODOS.
      *    PERIODO FECHADO (FECHAPER) NAO MUDA MAIS - OS EVENTOS
      *    VARIAVEIS JA FORAM PARA A FOLHA.
          MOVE WK-PERIODO-INI TO WK-PERIODO.
          PERFORM 335-CONFERE-PERIODO.
          IF   WK-MOTIVO-RECUSA = SPACES
           AND WK-PERIODO-FIM NOT = WK-PERIODO-INI
             MOVE WK-PERIODO-FIM TO WK-PERIODO
             PERFORM 335-CONFERE-PERIODO
          END-IF.
      *
       335-CONFERE-PERIODO.
          MOVE SPACES TO WK-SITUACAO-PERIODO.
          EXEC SQL
             SELECT SITUACAO
               INTO :WK-SITUACAO-PERIODO
               FROM EAD719.PERIODOCTL
              WHERE PERIODO = :WK-PERIODO
          END-EXEC.
          IF   WK-SITUACAO-PERIODO = 'F'
             STRING 'PERIODO ' WK-PERIODO ' FECHADO (FECHAPER)'
                    DELIMITED BY SIZE INTO WK-MOTIVO-RECUSA
             END-STRING
          END-IF.
      *
       340-CONFERE-OUTRAS-ESCALAS.
          MOVE 'N' TO WK-CONFLITO.
          EXEC SQL
             OPEN CUR-ESCALAS
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0 OR HA-CONFLITO
             EXEC SQL
                FETCH CUR-ESCALAS
                  INTO :WK-OUT-DATAINI, :WK-OUT-HORAINI,
                       :WK-OUT-DATAFIM, :WK-OUT-HORAFIM
             END-EXEC
             IF   SQLCODE = 0
                PERFORM 410-CONVERTE-OUTRO
                PERFORM 420-CONFERE-SOBREPOSICAO
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-ESCALAS
          END-EXEC.
          IF   HA-CONFLITO
             STRING 'CRUZA A ESCALA DE ' WK-OUT-DATAINI ' '
                    WK-OUT-HORAINI DELIMITED BY SIZE
                    INTO WK-MOTIVO-RECUSA
             END-STRING
          END-IF.
      *
       350-CONFERE-FERIAS.
      *    GOZO DE DATAINI POR DIAS CORRIDOS, DO INICIO DO PRIMEIRO
      *    AO FIM DO ULTIMO DIA.
          MOVE 'N' TO WK-CONFLITO.
          EXEC SQL
             OPEN CUR-FERIAS
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0 OR HA-CONFLITO
             EXEC SQL
                FETCH CUR-FERIAS
                  INTO :WK-OUT-DATAINI, :WK-OUT-DIAS
             END-EXEC
             IF   SQLCODE = 0
                MOVE WK-OUT-DATAINI TO WK-MOM-DATA
                MOVE '0000'         TO WK-MOM-HORA
                PERFORM 400-CONVERTE-MOMENTO
                IF   WK-MOM-MINUTOS > ZEROS
                   MOVE WK-MOM-MINUTOS TO WK-OUT-INI
                   COMPUTE WK-OUT-FIM = WK-OUT-INI
                                      + WK-OUT-DIAS * 1440
                   PERFORM 420-CONFERE-SOBREPOSICAO
                END-IF
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-FERIAS
          END-EXEC.
          IF   HA-CONFLITO
             STRING 'CRUZA AS FERIAS PROGRAMADAS DE '
                    WK-OUT-DATAINI DELIMITED BY SIZE
                    INTO WK-MOTIVO-RECUSA
             END-STRING
          END-IF.
      *
       360-CONFERE-AFASTAMENTOS.
      *    AFASTAMENTO SEM DATA DE RETORNO VALE ATE O FIM DA ESCALA.
          MOVE 'N' TO WK-CONFLITO.
          EXEC SQL
             OPEN CUR-AFASTAMENTOS
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0 OR HA-CONFLITO
             EXEC SQL
                FETCH CUR-AFASTAMENTOS
                  INTO :WK-OUT-DATAINI, :WK-OUT-DATAFIM
             END-EXEC
             IF   SQLCODE = 0
                MOVE WK-OUT-DATAINI TO WK-MOM-DATA
                MOVE '0000'         TO WK-MOM-HORA
                PERFORM 400-CONVERTE-MOMENTO
                MOVE WK-MOM-MINUTOS TO WK-OUT-INI
                IF   WK-OUT-DATAFIM = SPACES
                   COMPUTE WK-OUT-FIM = WK-NOVO-FIM + 1
                ELSE
                   MOVE WK-OUT-DATAFIM TO WK-MOM-DATA
                   PERFORM 400-CONVERTE-MOMENTO
                   COMPUTE WK-OUT-FIM = WK-MOM-MINUTOS + 1440
                END-IF
                IF   WK-OUT-INI > ZEROS AND WK-OUT-FIM > 1440
                   PERFORM 420-CONFERE-SOBREPOSICAO
                END-IF
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-AFASTAMENTOS
          END-EXEC.
          IF   HA-CONFLITO
             STRING 'CRUZA O AFASTAMENTO DE ' WK-OUT-DATAINI
                    DELIMITED BY SIZE INTO WK-MOTIVO-RECUSA
             END-STRING
          END-IF.
      *
       370-CONFERE-TURNO.
      *    O TURNO DE CADA DIA TRABALHADO DA ESCALA, DESDE A VESPERA
      *    DO INICIO (TURNO QUE VIRA A NOITE) ATE O DIA DO FIM.
          MOVE SPACES TO WK-TURNO-INI WK-TURNO-FIM WK-DIASESCALA.
          IF   WK-ESCALAFUN NOT = SPACES
             EXEC SQL
                SELECT COALESCE(HORAINI, ' '), COALESCE(HORAFIM, ' '),
                       COALESCE(DIASESCALA, ' ')
                  INTO :WK-TURNO-INI, :WK-TURNO-FIM, :WK-DIASESCALA
                  FROM EAD719.ESCALAS
                 WHERE CODESCALA = :WK-ESCALAFUN
             END-EXEC
          END-IF.
          IF   WK-TURNO-INI NOT NUMERIC OR WK-TURNO-FIM NOT NUMERIC
            OR WK-DIASESCALA = SPACES
             MOVE 'SEM HORARIO DE TURNO NA ESCALA (MANESCAL)'
               TO WK-MOTIVO-RECUSA
          ELSE
             COMPUTE WK-TURNO-MIN-INI =
                     FUNCTION NUMVAL(WK-TURNO-INI(1:2)) * 60
                   + FUNCTION NUMVAL(WK-TURNO-INI(3:2))
             COMPUTE WK-TURNO-MIN-FIM =
                     FUNCTION NUMVAL(WK-TURNO-FIM(1:2)) * 60
                   + FUNCTION NUMVAL(WK-TURNO-FIM(3:2))
             IF   WK-TURNO-MIN-FIM < WK-TURNO-MIN-INI
                ADD 1440 TO WK-TURNO-MIN-FIM
             END-IF
             MOVE 'N' TO WK-CONFLITO
             COMPUTE WK-INT-DIA = WK-NOVO-INT-INI - 1
             PERFORM 375-CONFERE-TURNO-DIA
                     UNTIL WK-INT-DIA > WK-NOVO-INT-FIM
                        OR HA-CONFLITO
             IF   HA-CONFLITO
                MOVE 'CRUZA O TURNO DA ESCALA DE TRABALHO'
                  TO WK-MOTIVO-RECUSA
             END-IF
          END-IF.
      *
       375-CONFERE-TURNO-DIA.
      *    O DIA 1 DO CALENDARIO INTEIRO (01/01/1601) CAIU NUMA
      *    SEGUNDA-FEIRA, COMO NO CALCDUTIL.
          COMPUTE WK-IND-SEMANA = FUNCTION MOD(WK-INT-DIA - 1, 7) + 1.
          IF   WK-TRABALHA-DIA(WK-IND-SEMANA) = 'S'
             COMPUTE WK-OUT-INI = WK-INT-DIA * 1440 + WK-TURNO-MIN-INI
             COMPUTE WK-OUT-FIM = WK-INT-DIA * 1440 + WK-TURNO-MIN-FIM
             PERFORM 420-CONFERE-SOBREPOSICAO
          END-IF.
          ADD 1 TO WK-INT-DIA.
      *
       380-LOCALIZA-ESCALA.
      *    O ACIONAMENTO PRECISA CABER INTEIRO NUMA ESCALA.
          MOVE 'N' TO WK-ACHOU-ESCALA.
          MOVE SPACES TO WK-SOB-DATAINI WK-SOB-HORAINI.
          EXEC SQL
             OPEN CUR-ESCALAS
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0 OR ACHOU-ESCALA
             EXEC SQL
                FETCH CUR-ESCALAS
                  INTO :WK-OUT-DATAINI, :WK-OUT-HORAINI,
                       :WK-OUT-DATAFIM, :WK-OUT-HORAFIM
             END-EXEC
             IF   SQLCODE = 0
                PERFORM 410-CONVERTE-OUTRO
                IF   WK-OUT-INI NOT > WK-NOVO-INI
                 AND WK-OUT-FIM NOT < WK-NOVO-FIM
                   MOVE 'S'            TO WK-ACHOU-ESCALA
                   MOVE WK-OUT-DATAINI TO WK-SOB-DATAINI
                   MOVE WK-OUT-HORAINI TO WK-SOB-HORAINI
                END-IF
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-ESCALAS
          END-EXEC.
          IF   NOT ACHOU-ESCALA
             MOVE 'ACIONAMENTO FORA DE ESCALA DE SOBREAVISO'
               TO WK-MOTIVO-RECUSA
          END-IF.
      *
       390-CONFERE-OUTROS-ACIONAMENTOS.
          MOVE 'N' TO WK-CONFLITO.
          EXEC SQL
             OPEN CUR-ACIONAMENTOS
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0 OR HA-CONFLITO
             EXEC SQL
                FETCH CUR-ACIONAMENTOS
                  INTO :WK-OUT-DATAINI, :WK-OUT-HORAINI,
                       :WK-OUT-DATAFIM, :WK-OUT-HORAFIM
             END-EXEC
             IF   SQLCODE = 0
                PERFORM 410-CONVERTE-OUTRO
                PERFORM 420-CONFERE-SOBREPOSICAO
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-ACIONAMENTOS
          END-EXEC.
          IF   HA-CONFLITO
             STRING 'CRUZA O ACIONAMENTO DE ' WK-OUT-DATAINI ' '
                    WK-OUT-HORAINI DELIMITED BY SIZE
                    INTO WK-MOTIVO-RECUSA
             END-STRING
          END-IF.
      *
       400-CONVERTE-MOMENTO.
      *    WK-MOM-DATA (DD/MM/AAAA) + WK-MOM-HORA (HHMM) PARA
      *    MINUTOS CORRIDOS EM WK-MOM-MINUTOS; ZERO SE INVALIDO.
          MOVE ZEROS TO WK-MOM-MINUTOS WK-MOM-INT WK-MOM-AAAAMMDD.
          IF   WK-MOM-DIA IS NUMERIC AND WK-MOM-MES IS NUMERIC
           AND WK-MOM-ANO IS NUMERIC
           AND WK-MOM-BARRA1 = '/' AND WK-MOM-BARRA2 = '/'
           AND WK-MOM-HH IS NUMERIC AND WK-MOM-MM IS NUMERIC
           AND WK-MOM-HH NOT > '23' AND WK-MOM-MM NOT > '59'
             COMPUTE WK-MOM-AAAAMMDD = FUNCTION NUMVAL(WK-MOM-ANO)
                                       * 10000
                                     + FUNCTION NUMVAL(WK-MOM-MES)
                                       * 100
                                     + FUNCTION NUMVAL(WK-MOM-DIA)
             IF   FUNCTION TEST-DATE-YYYYMMDD(WK-MOM-AAAAMMDD) = ZEROS
                COMPUTE WK-MOM-INT =
                        FUNCTION INTEGER-OF-DATE(WK-MOM-AAAAMMDD)
                COMPUTE WK-MOM-MINUTOS = WK-MOM-INT * 1440
                                       + FUNCTION NUMVAL(WK-MOM-HH)
                                         * 60
                                       + FUNCTION NUMVAL(WK-MOM-MM)
             ELSE
                MOVE ZEROS TO WK-MOM-AAAAMMDD
             END-IF
          END-IF.
      *
       410-CONVERTE-OUTRO.
          MOVE WK-OUT-DATAINI TO WK-MOM-DATA.
          MOVE WK-OUT-HORAINI TO WK-MOM-HORA.
          PERFORM 400-CONVERTE-MOMENTO.
          MOVE WK-MOM-MINUTOS TO WK-OUT-INI.
          MOVE WK-OUT-DATAFIM TO WK-MOM-DATA.
          MOVE WK-OUT-HORAFIM TO WK-MOM-HORA.
          PERFORM 400-CONVERTE-MOMENTO.
          MOVE WK-MOM-MINUTOS TO WK-OUT-FIM.
      *
       420-CONFERE-SOBREPOSICAO.
      *    [WK-OUT-INI, WK-OUT-FIM) CRUZA [WK-NOVO-INI, WK-NOVO-FIM)?
          IF   WK-OUT-INI < WK-NOVO-FIM
           AND WK-OUT-FIM > WK-NOVO-INI
             MOVE 'S' TO WK-CONFLITO
          END-IF.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          CLOSE ARQ-SYSIN.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DO CADASTRO DE SOBREAVISO'.
          DISPLAY '  ESCALAS INCLUIDAS ..... ' WK-QTDE-ESCALADA.
          DISPLAY '  ACIONAMENTOS .......... ' WK-QTDE-ACIONADA.
          DISPLAY '  EXCLUSOES ............. ' WK-QTDE-EXCLUIDA.
          DISPLAY '  OPERACOES RECUSADAS ... ' WK-QTDE-RECUSADA.
          DISPLAY '================================================'.
          EXIT.
