        IDENTIFICATION DIVISION.
        PROGRAM-ID.    MANADIC.
        AUTHOR.        THIAGO.
      **************************************************
      * CADASTRO DA EXPOSICAO A AGENTE INSALUBRE OU    *
      * PERIGOSO POR CARGO E DEPARTAMENTO              *
      * (EAD719.EXPOSICAO), COM O GRAU E A VIGENCIA    *
      * TIRADOS DO LAUDO (LTCAT). O EXTRVAR PAGA O     *
      * ADICIONAL A TODO FUNCIONARIO QUE PASSOU DIAS   *
      * DO MES NO CARGO/DEPARTAMENTO EXPOSTO:          *
      *   INSALUBRIDADE GRAU 1/2/3 = 10/20/40% DO      *
      *   SALARIO MINIMO (EAD719.FAIXASAL)             *
      *   PERICULOSIDADE = 30% DO SALARIO              *
      * UMA LINHA SE ENCERRA (NOVO LAUDO, RISCO        *
      * ELIMINADO) EM VEZ DE SER APAGADA - O MES JA    *
      * PAGO CONTINUA EXPLICADO. MANTIDO NO MOLDE DOS  *
      * DEMAIS CADASTROS (MANTRIB).                    *
      *                                                *
      * EAD719.EXPOSICAO:                              *
      *   CARGOFUN  X(04)                              *
      *   DEPTOFUN  X(03)                              *
      *   TIPOADIC  X(01)  I=INSALUBRIDADE             *
      *                    P=PERICULOSIDADE            *
      *   GRAU      X(01)  1=MINIMO 2=MEDIO 3=MAXIMO   *
      *                    (SO INSALUBRIDADE)          *
      *   DATAINI   DATE                               *
      *   DATAFIM   DATE   31/12/9999 = EM VIGOR       *
      *   LAUDO     X(30)  LAUDO/LTCAT DE ORIGEM       *
      *   DATAREG   DATE                               *
      *                                                *
      * LEIAUTE DO SYSIN (UM REGISTRO POR OPERACAO):   *
      *   OPERACAO  X(01)  I=INCLUI                    *
      *                    E=ENCERRA A VIGENCIA        *
      *                    L=LISTA (CARGO/DEPTO EM     *
      *                      BRANCO = TODOS)           *
      *   CARGO     X(04)                              *
      *   DEPTO     X(03)                              *
      *   TIPO      X(01)  (I E E)                     *
      *   GRAU      X(01)  (I)                         *
      *   DATA INI  X(10)  DD/MM/AAAA (I E E)          *
      *   DATA FIM  X(10)  DD/MM/AAAA (I E E) - EM     *
      *                    BRANCO NO I: EM VIGOR       *
      *   LAUDO     X(30)  (I)                         *
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
           05  RS-CARGO             PIC X(04).
           05  RS-DEPTO             PIC X(03).
           05  RS-TIPO              PIC X(01).
           05  RS-GRAU              PIC X(01).
           05  RS-DATAINI           PIC X(10).
           05  RS-DATAFIM           PIC X(10).
           05  RS-LAUDO             PIC X(30).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
      * Variaveis de controle SQL
       COPY SQLVARS.
       COPY CPYSQLMSG.
           COPY CPYVALOK REPLACING ==WK-CAMPO-VALIDO== BY
                                       ==WK-CARGO-VALIDO==
                                   ==CAMPO-VALIDO== BY
                                       ==CARGO-VALIDO==.
           COPY CPYVALOK REPLACING ==WK-CAMPO-VALIDO== BY
                                       ==WK-DEPTO-VALIDO==
                                   ==CAMPO-VALIDO== BY
                                       ==DEPTO-VALIDO==.
      *
       77  WK-EOF-SYSIN              PIC X           VALUE 'N'.
           88  FIM-SYSIN                             VALUE 'S'.
       77  WK-TIPO-ADIC              PIC X(01)       VALUE SPACES.
           88  TIPO-ADIC-VALIDO          VALUE 'I' 'P'.
       77  WK-GRAU                   PIC X(01)       VALUE SPACES.
           88  GRAU-VALIDO               VALUE '1' '2' '3'.
       77  WK-DATAS-OK               PIC X           VALUE 'N'.
           88  DATAS-OK                              VALUE 'S'.
       77  WK-QTDE-SOBREPOE          PIC 9(04)       VALUE ZEROS.
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
      *
      *    LINHA DA LISTA.
       77  WK-LST-CARGO              PIC X(04)       VALUE SPACES.
       77  WK-LST-DEPTO              PIC X(03)       VALUE SPACES.
       77  WK-LST-TIPO               PIC X(01)       VALUE SPACES.
       77  WK-LST-GRAU               PIC X(01)       VALUE SPACES.
       77  WK-LST-INI                PIC X(10)       VALUE SPACES.
       77  WK-LST-FIM                PIC X(10)       VALUE SPACES.
       77  WK-LST-LAUDO              PIC X(30)       VALUE SPACES.
      *
       77  WK-QTDE-INCLUIDA          PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-ENCERRADA         PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-RECUSADA          PIC 9(05)       VALUE ZEROS.
      *
       EXEC SQL
           DECLARE CUR-EXPOSICAO CURSOR FOR
               SELECT CARGOFUN, DEPTOFUN, TIPOADIC, GRAU,
                      CHAR(DATAINI, EUR), CHAR(DATAFIM, EUR), LAUDO
                 FROM EAD719.EXPOSICAO
                WHERE (CARGOFUN = :RS-CARGO OR :RS-CARGO = ' ')
                  AND (DEPTOFUN = :RS-DEPTO OR :RS-DEPTO = ' ')
                ORDER BY CARGOFUN, DEPTOFUN, TIPOADIC, DATAINI
       END-EXEC.
      *
       PROCEDURE DIVISION.
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
                PERFORM 210-INCLUI-EXPOSICAO
             WHEN 'E'
                PERFORM 230-ENCERRA-EXPOSICAO
             WHEN 'L'
                PERFORM 250-LISTA-EXPOSICAO
             WHEN OTHER
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'OPERACAO ' RS-OPERACAO ' INVALIDA - USE '
                        'I, E OU L'
          END-EVALUATE.
          PERFORM 110-LER-TRANSACAO.
      *
       210-INCLUI-EXPOSICAO.
          MOVE RS-TIPO TO WK-TIPO-ADIC.
          MOVE RS-GRAU TO WK-GRAU.
          MOVE ZEROS   TO WK-QTDE-SOBREPOE.
          CALL "VALCARGO" USING RS-CARGO, WK-CARGO-VALIDO.
          CALL "VALDEPTO" USING RS-DEPTO, WK-DEPTO-VALIDO.
          PERFORM 220-CONFERE-DATAS.
      *    O MESMO CARGO/DEPARTAMENTO NAO PODE TER DUAS LINHAS DO
      *    MESMO ADICIONAL VALENDO NO MESMO DIA.
          IF   DATAS-OK
             EXEC SQL
                SELECT COUNT(*)
                  INTO :WK-QTDE-SOBREPOE
                  FROM EAD719.EXPOSICAO
                 WHERE CARGOFUN = :RS-CARGO
                   AND DEPTOFUN = :RS-DEPTO
                   AND TIPOADIC = :RS-TIPO
                   AND DATAINI  <= DATE(:WK-FIM-ISO)
                   AND DATAFIM  >= DATE(:WK-INI-ISO)
             END-EXEC
          END-IF.

          EVALUATE TRUE
             WHEN NOT CARGO-VALIDO
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'CARGO ' RS-CARGO ' NAO CADASTRADO - '
                        'EXPOSICAO RECUSADA'
             WHEN NOT DEPTO-VALIDO
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'DEPARTAMENTO ' RS-DEPTO ' NAO CADASTRADO - '
                        'EXPOSICAO RECUSADA'
             WHEN NOT TIPO-ADIC-VALIDO
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'TIPO DE ADICIONAL ' RS-TIPO ' INVALIDO '
                        '(I OU P) - EXPOSICAO RECUSADA'
             WHEN RS-TIPO = 'I' AND NOT GRAU-VALIDO
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'GRAU ' RS-GRAU ' INVALIDO PARA '
                        'INSALUBRIDADE (1, 2 OU 3) - EXPOSICAO '
                        'RECUSADA'
             WHEN NOT DATAS-OK
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'DATAS ' RS-DATAINI '/' RS-DATAFIM
                        ' INVALIDAS - EXPOSICAO RECUSADA'
             WHEN RS-LAUDO = SPACES
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'EXPOSICAO DO CARGO ' RS-CARGO ' NO DEPTO '
                        RS-DEPTO ' SEM LAUDO DE ORIGEM - RECUSADA'
             WHEN WK-QTDE-SOBREPOE > ZEROS
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'CARGO ' RS-CARGO ' NO DEPTO ' RS-DEPTO
                        ' JA TEM ADICIONAL ' RS-TIPO ' NO PERIODO - '
                        'ENCERRE A LINHA ANTERIOR PRIMEIRO'
             WHEN OTHER
      *          PERICULOSIDADE NAO TEM GRAU.
                IF   RS-TIPO = 'P'
                   MOVE SPACES TO WK-GRAU
                END-IF
                EXEC SQL
                   INSERT INTO EAD719.EXPOSICAO
                      (CARGOFUN, DEPTOFUN, TIPOADIC, GRAU, DATAINI,
                       DATAFIM, LAUDO, DATAREG)
                      VALUES (:RS-CARGO, :RS-DEPTO, :RS-TIPO,
                              :WK-GRAU, DATE(:WK-INI-ISO),
                              DATE(:WK-FIM-ISO), :RS-LAUDO,
                              CURRENT DATE)
                END-EXEC
                IF   SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WK-QTDE-INCLUIDA
                   DISPLAY 'ADICIONAL ' RS-TIPO WK-GRAU ' DO CARGO '
                           RS-CARGO ' NO DEPTO ' RS-DEPTO
                           ' A PARTIR DE ' RS-DATAINI ' INCLUIDO ('
                           RS-LAUDO ')'
                ELSE
                   ADD 1 TO WK-QTDE-RECUSADA
                   MOVE SQLCODE TO WK-SQLCODE-EDIT
                   CALL "DECODSQL" USING WK-SQLCODE-EDIT,
                                         WK-SQLCODE-MSG
                   DISPLAY 'EXPOSICAO NAO INCLUIDA - '
                           WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                   EXEC SQL ROLLBACK END-EXEC
                END-IF
          END-EVALUATE.
      *
       220-CONFERE-DATAS.
      *    INICIO OBRIGATORIO; FIM EM BRANCO VIRA 31/12/9999 (EM
      *    VIGOR). FIM NAO PODE SER ANTERIOR AO INICIO.
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
       230-ENCERRA-EXPOSICAO.
      *    FIM DA VIGENCIA (NOVO LAUDO, EPI QUE NEUTRALIZA O AGENTE,
      *    RISCO ELIMINADO). SO LINHA AINDA EM VIGOR NO FIM DADO.
          PERFORM 220-CONFERE-DATAS.
          IF   NOT DATAS-OK OR RS-DATAFIM = SPACES
             ADD 1 TO WK-QTDE-RECUSADA
             DISPLAY 'DATAS ' RS-DATAINI '/' RS-DATAFIM
                     ' INVALIDAS - ENCERRAMENTO RECUSADO'
          ELSE
             EXEC SQL
                UPDATE EAD719.EXPOSICAO
                   SET DATAFIM = DATE(:WK-FIM-ISO)
                 WHERE CARGOFUN = :RS-CARGO
                   AND DEPTOFUN = :RS-DEPTO
                   AND TIPOADIC = :RS-TIPO
                   AND DATAINI  = DATE(:WK-INI-ISO)
                   AND DATAFIM  > DATE(:WK-FIM-ISO)
             END-EXEC
             EVALUATE SQLCODE
                WHEN 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WK-QTDE-ENCERRADA
                   DISPLAY 'ADICIONAL ' RS-TIPO ' DO CARGO ' RS-CARGO
                           ' NO DEPTO ' RS-DEPTO ' INICIADO EM '
                           RS-DATAINI ' ENCERRADO EM ' RS-DATAFIM
                WHEN 100
                   ADD 1 TO WK-QTDE-RECUSADA
                   DISPLAY 'ADICIONAL ' RS-TIPO ' DO CARGO ' RS-CARGO
                           ' NO DEPTO ' RS-DEPTO ' INICIADO EM '
                           RS-DATAINI ' NAO EXISTE OU JA ENCERRADO'
                WHEN OTHER
                   ADD 1 TO WK-QTDE-RECUSADA
                   DISPLAY 'EXPOSICAO NAO ENCERRADA - SQLCODE '
                           SQLCODE
                   EXEC SQL ROLLBACK END-EXEC
             END-EVALUATE
          END-IF.
      *
       250-LISTA-EXPOSICAO.
          EXEC SQL
             OPEN CUR-EXPOSICAO
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-EXPOSICAO
                  INTO :WK-LST-CARGO, :WK-LST-DEPTO, :WK-LST-TIPO,
                       :WK-LST-GRAU, :WK-LST-INI, :WK-LST-FIM,
                       :WK-LST-LAUDO
             END-EXEC
             IF   SQLCODE = 0
                DISPLAY '  ' WK-LST-CARGO ' ' WK-LST-DEPTO ' '
                        WK-LST-TIPO WK-LST-GRAU ' ' WK-LST-INI
                        ' A ' WK-LST-FIM ' ' WK-LST-LAUDO
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-EXPOSICAO
          END-EXEC.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          CLOSE ARQ-SYSIN.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DO CADASTRO DE EXPOSICAO (ADICIONAIS)'.
          DISPLAY '  LINHAS INCLUIDAS ...... ' WK-QTDE-INCLUIDA.
          DISPLAY '  LINHAS ENCERRADAS ..... ' WK-QTDE-ENCERRADA.
          DISPLAY '  RECUSADAS ............. ' WK-QTDE-RECUSADA.
          DISPLAY '================================================'.
          EXIT.
