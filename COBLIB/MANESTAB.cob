        IDENTIFICATION DIVISION.
        PROGRAM-ID.    MANESTAB.
        AUTHOR.        THIAGO.
      **************************************************
      * CADASTRO DE ESTABILIDADE PROVISORIA NO EMPREGO *
      * (EAD719.ESTABILIDADE): GESTANTE, ACIDENTE DE   *
      * TRABALHO, MEMBRO DA CIPA E DIRIGENTE SINDICAL, *
      * CADA PERIODO COM INICIO, FIM E O DOCUMENTO DE  *
      * ORIGEM. ENQUANTO O PERIODO ESTA ATIVO, O       *
      * VALESTAB SEGURA A DISPENSA SEM JUSTA CAUSA NO  *
      * TERMINA, NO DESLDEPT E NO VENCECON (RESCISAO   *
      * VAI PARA REVISAO EM VEZ DE SER EFETIVADA); O   *
      * VENCESTB EXPIRA OS PERIODOS VENCIDOS. MANTIDO  *
      * NO MOLDE DOS DEMAIS CADASTROS (MANDELEG).      *
      *                                                *
      * EAD719.ESTABILIDADE:                           *
      *   CODFUN    X(07)                              *
      *   TIPOESTAB X(01)  G=GESTANTE                  *
      *                    A=ACIDENTE DE TRABALHO      *
      *                    C=MEMBRO DA CIPA            *
      *                    S=DIRIGENTE SINDICAL        *
      *   DATAINI   DATE                               *
      *   DATAFIM   DATE   31/12/9999 = SEM DATA DE    *
      *                    FIM AINDA (EX.: GESTANTE    *
      *                    ANTES DO PARTO)             *
      *   ORIGEM    X(30)  DOCUMENTO (ATESTADO, CAT,   *
      *                    ATA DA CIPA, OFICIO...)     *
      *   SITUACAO  X(01)  A=ATIVA E=EXPIRADA          *
      *                    C=CANCELADA                 *
      *   DATAREG   DATE                               *
      *                                                *
      * LEIAUTE DO SYSIN (UM REGISTRO POR OPERACAO):   *
      *   OPERACAO  X(01)  I=INCLUI                    *
      *                    A=ALTERA A DATA FIM         *
      *                    C=CANCELA                   *
      *                    L=LISTA O FUNCIONARIO       *
      *   CODFUN    X(07)                              *
      *   TIPO      X(01)  (I, A E C)                  *
      *   DATA INI  X(10)  DD/MM/AAAA (I, A E C)       *
      *   DATA FIM  X(10)  DD/MM/AAAA (I E A) - EM     *
      *                    BRANCO: INICIO + 12 MESES   *
      *                    NO ACIDENTE, SEM FIM NOS    *
      *                    DEMAIS                      *
      *   ORIGEM    X(30)  (I)                         *
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
           05  RS-TIPO              PIC X(01).
           05  RS-DATAINI           PIC X(10).
           05  RS-DATAFIM           PIC X(10).
           05  RS-ORIGEM            PIC X(30).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
      * Variaveis de controle SQL
       COPY SQLVARS.
       COPY CPYAUDIT.
       COPY CPYSQLMSG.
      *
       77  WK-EOF-SYSIN              PIC X           VALUE 'N'.
           88  FIM-SYSIN                             VALUE 'S'.
       77  WK-STATUS-FUNC            PIC X(01)       VALUE SPACES.
       77  WK-QTDE-EXISTE            PIC 9(04)       VALUE ZEROS.
       77  WK-TIPO-ESTAB             PIC X(01)       VALUE SPACES.
           88  TIPO-ESTAB-VALIDO         VALUE 'G' 'A' 'C' 'S'.
       77  WK-DATAS-OK               PIC X           VALUE 'N'.
           88  DATAS-OK                              VALUE 'S'.
      *
      *    DATAS DO SYSIN (DD/MM/AAAA) NO FORMATO ISO DO DB2.
       01  WK-DATA-PARTES.
           05  WK-DTP-DIA           PIC X(02).
           05  FILLER               PIC X(01).
           05  WK-DTP-MES           PIC X(02).
           05  FILLER               PIC X(01).
           05  WK-DTP-ANO           PIC X(04).
       01  WK-DATA-PARTES-N REDEFINES WK-DATA-PARTES.
           05  WK-DTN-DIA           PIC 9(02).
           05  FILLER               PIC X(01).
           05  WK-DTN-MES           PIC 9(02).
           05  FILLER               PIC X(01).
           05  WK-DTN-ANO           PIC 9(04).
       01  WK-INI-ISO.
           05  WK-INI-ANO           PIC X(04).
           05  FILLER               PIC X      VALUE '-'.
           05  WK-INI-MES           PIC X(02).
           05  FILLER               PIC X      VALUE '-'.
           05  WK-INI-DIA           PIC X(02).
       01  WK-FIM-ISO.
           05  WK-FIM-ANO           PIC X(04).
           05  FILLER               PIC X      VALUE '-'.
           05  WK-FIM-MES           PIC X(02).
           05  FILLER               PIC X      VALUE '-'.
           05  WK-FIM-DIA           PIC X(02).
       77  WK-FIM-INFORMADO          PIC X(10)       VALUE SPACES.
      *
      *    LINHA DA LISTA.
       77  WK-LST-TIPO               PIC X(01)       VALUE SPACES.
       77  WK-LST-INI                PIC X(10)       VALUE SPACES.
       77  WK-LST-FIM                PIC X(10)       VALUE SPACES.
       77  WK-LST-ORIGEM             PIC X(30)       VALUE SPACES.
       77  WK-LST-SITUACAO           PIC X(01)       VALUE SPACES.
      *
       77  WK-QTDE-INCLUIDA          PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-ALTERADA          PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-CANCELADA         PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-RECUSADA          PIC 9(05)       VALUE ZEROS.
      *
       EXEC SQL
           DECLARE CUR-ESTABILIDADES CURSOR FOR
               SELECT TIPOESTAB, CHAR(DATAINI, EUR),
                      CHAR(DATAFIM, EUR), ORIGEM, SITUACAO
                 FROM EAD719.ESTABILIDADE
                WHERE CODFUN = :RS-CODFUN
                ORDER BY DATAINI, TIPOESTAB
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
             WHEN 'I'
                PERFORM 210-INCLUI-ESTABILIDADE
             WHEN 'A'
                PERFORM 230-ALTERA-FIM
             WHEN 'C'
                PERFORM 240-CANCELA-ESTABILIDADE
             WHEN 'L'
                PERFORM 250-LISTA-ESTABILIDADES
             WHEN OTHER
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'OPERACAO ' RS-OPERACAO ' INVALIDA - USE '
                        'I, A, C OU L'
          END-EVALUATE.
          PERFORM 110-LER-TRANSACAO.
      *
       210-INCLUI-ESTABILIDADE.
          MOVE SPACES TO WK-STATUS-FUNC.
          EXEC SQL
             SELECT STATUSFUN
               INTO :WK-STATUS-FUNC
               FROM EAD719.FUNCIONARIOS
              WHERE CODFUN = :RS-CODFUN
          END-EXEC.
          MOVE RS-TIPO TO WK-TIPO-ESTAB.
          PERFORM 220-CONFERE-DATAS.
          MOVE ZEROS TO WK-QTDE-EXISTE.
          IF   DATAS-OK
             EXEC SQL
                SELECT COUNT(*)
                  INTO :WK-QTDE-EXISTE
                  FROM EAD719.ESTABILIDADE
                 WHERE CODFUN    = :RS-CODFUN
                   AND TIPOESTAB = :RS-TIPO
                   AND DATAINI   = DATE(:WK-INI-ISO)
             END-EXEC
          END-IF.

          EVALUATE TRUE
             WHEN WK-STATUS-FUNC = SPACES
                  OR WK-STATUS-FUNC = 'D'
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'FUNCIONARIO ' RS-CODFUN ' NAO EXISTE OU '
                        'ESTA DESLIGADO - ESTABILIDADE RECUSADA'
             WHEN NOT TIPO-ESTAB-VALIDO
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'TIPO DE ESTABILIDADE ' RS-TIPO ' INVALIDO '
                        '(G, A, C OU S) - ESTABILIDADE RECUSADA'
             WHEN NOT DATAS-OK
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'DATAS ' RS-DATAINI '/' RS-DATAFIM
                        ' INVALIDAS - ESTABILIDADE RECUSADA'
             WHEN RS-ORIGEM = SPACES
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'ESTABILIDADE DO FUNCIONARIO ' RS-CODFUN
                        ' SEM DOCUMENTO DE ORIGEM - RECUSADA'
             WHEN WK-QTDE-EXISTE > ZEROS
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'FUNCIONARIO ' RS-CODFUN ' JA TEM '
                        'ESTABILIDADE ' RS-TIPO ' INICIADA EM '
                        RS-DATAINI
             WHEN OTHER
                EXEC SQL
                   INSERT INTO EAD719.ESTABILIDADE
                      (CODFUN, TIPOESTAB, DATAINI, DATAFIM, ORIGEM,
                       SITUACAO, DATAREG)
                      VALUES (:RS-CODFUN, :RS-TIPO,
                              DATE(:WK-INI-ISO),
                              CASE WHEN :WK-FIM-INFORMADO = ' '
                                    AND :RS-TIPO = 'A'
                                   THEN DATE(:WK-INI-ISO)
                                        + 12 MONTHS
                                   ELSE DATE(:WK-FIM-ISO) END,
                              :RS-ORIGEM, 'A', CURRENT DATE)
                END-EXEC
                IF   SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WK-QTDE-INCLUIDA
                   MOVE 'I'       TO DB2-AUD-FUNCAO
                   MOVE RS-CODFUN TO DB2-AUD-CODFUN
                   PERFORM GRAVA-AUDITORIA
                   DISPLAY 'ESTABILIDADE ' RS-TIPO ' DO FUNCIONARIO '
                           RS-CODFUN ' A PARTIR DE ' RS-DATAINI
                           ' INCLUIDA (' RS-ORIGEM ')'
                ELSE
                   ADD 1 TO WK-QTDE-RECUSADA
                   MOVE SQLCODE TO WK-SQLCODE-EDIT
                   CALL "DECODSQL" USING WK-SQLCODE-EDIT,
                                         WK-SQLCODE-MSG
                   DISPLAY 'ESTABILIDADE NAO INCLUIDA - '
                           WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                   EXEC SQL ROLLBACK END-EXEC
                END-IF
          END-EVALUATE.
      *
       220-CONFERE-DATAS.
      *    INICIO OBRIGATORIO; FIM EM BRANCO E ACEITO (VIRA
      *    31/12/9999, OU INICIO + 12 MESES NO ACIDENTE). FIM
      *    INFORMADO NAO PODE SER ANTERIOR AO INICIO.
          MOVE 'N' TO WK-DATAS-OK.
          MOVE RS-DATAINI TO WK-DATA-PARTES.
          IF   WK-DTP-DIA IS NUMERIC
           AND WK-DTP-MES IS NUMERIC
           AND WK-DTP-ANO IS NUMERIC
           AND WK-DTN-MES >= 1 AND WK-DTN-MES <= 12
           AND WK-DTN-DIA >= 1 AND WK-DTN-DIA <= 31
             SET DATAS-OK TO TRUE
             MOVE WK-DTP-ANO TO WK-INI-ANO
             MOVE WK-DTP-MES TO WK-INI-MES
             MOVE WK-DTP-DIA TO WK-INI-DIA
          END-IF.
          MOVE RS-DATAFIM TO WK-FIM-INFORMADO.
          IF   RS-DATAFIM = SPACES
             MOVE '9999' TO WK-FIM-ANO
             MOVE '12'   TO WK-FIM-MES
             MOVE '31'   TO WK-FIM-DIA
          ELSE
             MOVE RS-DATAFIM TO WK-DATA-PARTES
             IF   WK-DTP-DIA IS NUMERIC
              AND WK-DTP-MES IS NUMERIC
              AND WK-DTP-ANO IS NUMERIC
              AND WK-DTN-MES >= 1 AND WK-DTN-MES <= 12
              AND WK-DTN-DIA >= 1 AND WK-DTN-DIA <= 31
                MOVE WK-DTP-ANO TO WK-FIM-ANO
                MOVE WK-DTP-MES TO WK-FIM-MES
                MOVE WK-DTP-DIA TO WK-FIM-DIA
             ELSE
                MOVE 'N' TO WK-DATAS-OK
             END-IF
          END-IF.
          IF   DATAS-OK AND WK-FIM-ISO < WK-INI-ISO
             MOVE 'N' TO WK-DATAS-OK
          END-IF.
      *
       230-ALTERA-FIM.
      *    PRORROGA OU ANTECIPA O FIM (EX.: DATA DO PARTO CONHECIDA
      *    NA GESTANTE, FIM DO MANDATO NA CIPA). SO PERIODO ATIVO.
          PERFORM 220-CONFERE-DATAS.
          IF   NOT DATAS-OK
             ADD 1 TO WK-QTDE-RECUSADA
             DISPLAY 'DATAS ' RS-DATAINI '/' RS-DATAFIM
                     ' INVALIDAS - ALTERACAO RECUSADA'
          ELSE
             EXEC SQL
                UPDATE EAD719.ESTABILIDADE
                   SET DATAFIM = DATE(:WK-FIM-ISO)
                 WHERE CODFUN    = :RS-CODFUN
                   AND TIPOESTAB = :RS-TIPO
                   AND DATAINI   = DATE(:WK-INI-ISO)
                   AND SITUACAO  = 'A'
             END-EXEC
             EVALUATE SQLCODE
                WHEN 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WK-QTDE-ALTERADA
                   MOVE 'A'       TO DB2-AUD-FUNCAO
                   MOVE RS-CODFUN TO DB2-AUD-CODFUN
                   PERFORM GRAVA-AUDITORIA
                   DISPLAY 'ESTABILIDADE ' RS-TIPO ' DO FUNCIONARIO '
                           RS-CODFUN ' INICIADA EM ' RS-DATAINI
                           ' COM NOVO FIM ' WK-FIM-ISO
                WHEN 100
                   ADD 1 TO WK-QTDE-RECUSADA
                   DISPLAY 'ESTABILIDADE ' RS-TIPO ' DO FUNCIONARIO '
                           RS-CODFUN ' INICIADA EM ' RS-DATAINI
                           ' NAO EXISTE OU NAO ESTA ATIVA'
                WHEN OTHER
                   ADD 1 TO WK-QTDE-RECUSADA
                   DISPLAY 'ESTABILIDADE NAO ALTERADA - SQLCODE '
                           SQLCODE
                   EXEC SQL ROLLBACK END-EXEC
             END-EVALUATE
          END-IF.
      *
       240-CANCELA-ESTABILIDADE.
      *    CANCELAMENTO (LANCAMENTO INDEVIDO, RENUNCIA AO MANDATO)
      *    - O PERIODO FICA NO CADASTRO, MARCADO 'C', E AUDITADO.
          PERFORM 220-CONFERE-DATAS.
          EXEC SQL
             UPDATE EAD719.ESTABILIDADE
                SET SITUACAO = 'C'
              WHERE CODFUN    = :RS-CODFUN
                AND TIPOESTAB = :RS-TIPO
                AND DATAINI   = DATE(:WK-INI-ISO)
                AND SITUACAO  = 'A'
          END-EXEC.
          EVALUATE SQLCODE
             WHEN 0
                EXEC SQL COMMIT END-EXEC
                ADD 1 TO WK-QTDE-CANCELADA
                MOVE 'C'       TO DB2-AUD-FUNCAO
                MOVE RS-CODFUN TO DB2-AUD-CODFUN
                PERFORM GRAVA-AUDITORIA
                DISPLAY 'ESTABILIDADE ' RS-TIPO ' DO FUNCIONARIO '
                        RS-CODFUN ' INICIADA EM ' RS-DATAINI
                        ' CANCELADA'
             WHEN 100
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'ESTABILIDADE ' RS-TIPO ' DO FUNCIONARIO '
                        RS-CODFUN ' INICIADA EM ' RS-DATAINI
                        ' NAO EXISTE OU NAO ESTA ATIVA'
             WHEN OTHER
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'ESTABILIDADE NAO CANCELADA - SQLCODE '
                        SQLCODE
                EXEC SQL ROLLBACK END-EXEC
          END-EVALUATE.
      *
       250-LISTA-ESTABILIDADES.
          EXEC SQL
             OPEN CUR-ESTABILIDADES
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-ESTABILIDADES
                  INTO :WK-LST-TIPO, :WK-LST-INI, :WK-LST-FIM,
                       :WK-LST-ORIGEM, :WK-LST-SITUACAO
             END-EXEC
             IF   SQLCODE = 0
                DISPLAY '  ' RS-CODFUN ' ' WK-LST-TIPO ' '
                        WK-LST-INI ' A ' WK-LST-FIM ' '
                        WK-LST-SITUACAO ' ' WK-LST-ORIGEM
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-ESTABILIDADES
          END-EXEC.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          CLOSE ARQ-SYSIN.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DO CADASTRO DE ESTABILIDADES'.
          DISPLAY '  ESTABILIDADES INCLUIDAS ' WK-QTDE-INCLUIDA.
          DISPLAY '  FIM ALTERADO .......... ' WK-QTDE-ALTERADA.
          DISPLAY '  CANCELADAS ............ ' WK-QTDE-CANCELADA.
          DISPLAY '  RECUSADAS ............. ' WK-QTDE-RECUSADA.
          DISPLAY '================================================'.
          EXIT.
