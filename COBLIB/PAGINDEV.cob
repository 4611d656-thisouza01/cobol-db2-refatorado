        IDENTIFICATION DIVISION.
        PROGRAM-ID.    PAGINDEV.
        AUTHOR.        THIAGO.
      **************************************************
      * APURACAO DE PAGAMENTO INDEVIDO: DESLIGAMENTO   *
      * (TERMINA) OU AFASTAMENTO SEM REMUNERACAO       *
      * (AFASTFUN) LANCADO COM DATA ANTERIOR A UM MES  *
      * QUE O CNABFOLH JA PAGOU DEIXA O FUNCIONARIO    *
      * COM DIAS RECEBIDOS SEM DIREITO. PARA CADA      *
      * CREDITO DE SALARIO CONFIRMADO PELO BANCO       *
      * (EAD719.CREDPAGO, GRAVADO PELO RETCNAB) O      *
      * PROGRAMA CONTA OS DIAS NAO DEVIDOS DO MES -    *
      * OS POSTERIORES AO ULTIMO DIA TRABALHADO DO     *
      * DESLIGADO (LINHA 'DESLIGAMTO' DO HISTORICO) E  *
      * OS DE AFASTAMENTO SEM REMUNERACAO (TODO        *
      * AFASTAMENTO MENOS A LICENCA MATERNIDADE, COMO  *
      * NO CALCSUSP) - EM MES COMERCIAL DE 30 DIAS, E  *
      * LANCA NO CONTAS A RECEBER DO FUNCIONARIO O     *
      * LIQUIDO CREDITADO PROPORCIONAL A ESSES DIAS.   *
      * O SALDO (APURADO MENOS O JA DESCONTADO EM      *
      * EAD719.RECEBMOV) E DESCONTADO NA RESCISAO      *
      * (CALCRESC, ATE UM MES DE REMUNERACAO) OU NAS   *
      * FOLHAS SEGUINTES (CALCFOLH, ATE 30% DO         *
      * LIQUIDO) - POR ISSO RODA DEPOIS DO RETCNAB E   *
      * DO TERMINA E ANTES DO CALCRESC E DO CALCFOLH.  *
      * O RELATORIO (INDEVREL) TRAZ O QUE FOI APURADO  *
      * NA RODADA E TODOS OS SALDOS AINDA EM ABERTO.   *
      * RODADA REPETIDA NAO DUPLICA: O MES JA APURADO  *
      * SO E REVISTO QUANDO O VALOR MUDA (AFASTAMENTO  *
      * LANCADO OU ENCERRADO DEPOIS).                  *
      *                                                *
      * EAD719.CREDPAGO (CREDITO CONFIRMADO):          *
      *   CODFUN     X(07)                             *
      *   PERIODO    DEC(06)  FOLHA CREDITADA          *
      *   VALOR      DEC(09,2)                         *
      *   DATARET    DATE     DO PROCESSAMENTO         *
      * EAD719.RECEBIVEL (APURADO POR FOLHA PAGA):     *
      *   CODFUN     X(07)                             *
      *   PERIODO    DEC(06)  FOLHA PAGA A MAIOR       *
      *   DIASDESL   DEC(02)  DIAS APOS O DESLIGAMENTO *
      *   DIASAFAST  DEC(02)  DIAS DE AFASTAMENTO      *
      *   VALOR      DEC(09,2)                         *
      *   DATAAPUR   DATE                              *
      * EAD719.RECEBMOV (DESCONTO DO SALDO):           *
      *   CODFUN     X(07)                             *
      *   PERIODO    DEC(06)  FOLHA OU MES DA RESCISAO *
      *   PROCESSO   X(08)    CALCFOLH OU CALCRESC     *
      *   VALOR      DEC(09,2)                         *
      *   DATAMOV    DATE                              *
      *                                                *
      * PARM='MESES=NN' (OPCIONAL; QUANTOS MESES PARA  *
      * TRAS SAO REVISTOS, PADRAO 12). VALOR APURADO   *
      * OU SALDO EM ABERTO DEVOLVE RETURN-CODE 4.      *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-INDEVREL      ASSIGN TO INDEVREL
                                     ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-INDEVREL.
       01  REG-INDEVREL             PIC X(103).
      *    LINHA DO QUE FOI APURADO NA RODADA.
       01  REG-IND-APURACAO.
           05  RA-CODFUN            PIC X(07).
           05  FILLER               PIC X(02).
           05  RA-NOMEFUN           PIC X(30).
           05  FILLER               PIC X(02).
           05  RA-PERIODO           PIC 9(06).
           05  FILLER               PIC X(02).
           05  RA-DIAS-DESL         PIC Z9.
           05  FILLER               PIC X(02).
           05  RA-DIAS-AFAST        PIC Z9.
           05  FILLER               PIC X(02).
           05  RA-VALOR             PIC ZZZ.ZZ9,99.
           05  FILLER               PIC X(02).
           05  RA-SITUACAO          PIC X(10).
           05  FILLER               PIC X(24).
      *    LINHA DO SALDO EM ABERTO POR FUNCIONARIO.
       01  REG-IND-SALDO.
           05  RD-CODFUN            PIC X(07).
           05  FILLER               PIC X(02).
           05  RD-NOMEFUN           PIC X(30).
           05  FILLER               PIC X(02).
           05  RD-STATUSFUN         PIC X(01).
           05  FILLER               PIC X(02).
           05  RD-DESDE             PIC 9(06).
           05  FILLER               PIC X(02).
           05  RD-APURADO           PIC ZZZ.ZZ9,99.
           05  FILLER               PIC X(02).
           05  RD-DESCONTADO        PIC ZZZ.ZZ9,99.
           05  FILLER               PIC X(02).
           05  RD-SALDO             PIC ZZZ.ZZ9,99.
           05  FILLER               PIC X(02).
           05  RD-COBRANCA          PIC X(15).
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
       COPY CPYSQLMSG.
      *
       77  WK-MESES                  PIC 9(02)       VALUE 12.
       77  WK-PERIODO-INICIAL        PIC 9(06)       VALUE ZEROS.
       77  WK-MESES-CORRIDOS         PIC 9(06)       VALUE ZEROS.
       77  WK-ANO-INICIAL            PIC 9(04)       VALUE ZEROS.
       77  WK-MES-INICIAL            PIC 9(02)       VALUE ZEROS.
       01  WK-DATA-ATUAL.
           05  WK-HOJE-AAAA         PIC 9(04).
           05  WK-HOJE-MM           PIC 9(02).
           05  FILLER               PIC X(15).
      *
      *    CREDITO CONFIRMADO EM EXAME.
       01  WK-PERIODO                PIC 9(06)       VALUE ZEROS.
       01  WK-PERIODO-PARTES REDEFINES WK-PERIODO.
           05  WK-PER-ANO            PIC 9(04).
           05  WK-PER-MES            PIC 9(02).
       77  WK-VALOR-CREDITO          PIC 9(07)V99    VALUE ZEROS.
       77  WK-STATUS-FUNC            PIC X(01)       VALUE SPACES.
           88  FUNC-DESLIGADO                        VALUE 'D'.
      *
      *    MES DO CREDITO EM DIAS INTEIROS (INTEGER-OF-DATE).
       77  WK-MES-INI-NUM            PIC 9(08)       VALUE ZEROS.
       77  WK-PROX-MES-NUM           PIC 9(08)       VALUE ZEROS.
       77  WK-INT-MES-INI            PIC 9(07)       VALUE ZEROS.
       77  WK-INT-MES-FIM            PIC 9(07)       VALUE ZEROS.
       77  WK-INT-LIMITE             PIC 9(07)       VALUE ZEROS.
       77  WK-INT-DESL               PIC 9(07)       VALUE ZEROS.
       77  WK-INT-AFAST-INI          PIC 9(07)       VALUE ZEROS.
       77  WK-INT-AFAST-FIM          PIC 9(07)       VALUE ZEROS.
      *
      *    DATA DD/MM/AAAA CONVERTIDA EM DIA INTEIRO (ZERO SE
      *    INVALIDA).
       01  WK-DT-TEXTO               PIC X(10)       VALUE SPACES.
       01  WK-DT-PARTES REDEFINES WK-DT-TEXTO.
           05  WK-DT-DIA             PIC 99.
           05  FILLER                PIC X.
           05  WK-DT-MES             PIC 99.
           05  FILLER                PIC X.
           05  WK-DT-ANO             PIC 9(04).
       77  WK-DT-NUM                 PIC 9(08)       VALUE ZEROS.
       77  WK-DT-INTEIRO             PIC 9(07)       VALUE ZEROS.
      *
       77  WK-ULTIMO-DIA             PIC X(10)       VALUE SPACES.
       77  WK-AFAST-INI              PIC X(10)       VALUE SPACES.
       77  WK-AFAST-FIM              PIC X(10)       VALUE SPACES.
       77  WK-DIAS-DESL              PIC 9(02)       VALUE ZEROS.
       77  WK-DIAS-AFAST             PIC 9(03)       VALUE ZEROS.
       77  WK-DIAS-INDEVIDOS         PIC 9(03)       VALUE ZEROS.
      *
      *    LINHA DE EAD719.RECEBIVEL.
       77  DB2-REC-DIASDESL          PIC 9(02)       VALUE ZEROS.
       77  DB2-REC-DIASAFAST         PIC 9(02)       VALUE ZEROS.
       77  DB2-REC-VALOR             PIC 9(07)V99    VALUE ZEROS.
       77  WK-VALOR-ANTERIOR         PIC 9(07)V99    VALUE ZEROS.
      *
      *    SALDO EM ABERTO POR FUNCIONARIO.
       77  WK-SLD-DESDE              PIC 9(06)       VALUE ZEROS.
       77  WK-SLD-APURADO            PIC 9(07)V99    VALUE ZEROS.
       77  WK-SLD-DESCONTADO         PIC 9(07)V99    VALUE ZEROS.
       77  WK-SLD-SALDO              PIC 9(07)V99    VALUE ZEROS.
      *
       77  WK-QTDE-CREDITOS          PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-SEM-INDEVIDO      PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-NOVA              PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-REVISADA          PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-JA-APURADA        PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-ERRO              PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-ABERTOS           PIC 9(05)       VALUE ZEROS.
       77  WK-SOMA-APURADA           PIC 9(11)V99    VALUE ZEROS.
       77  WK-SOMA-ABERTA            PIC 9(11)V99    VALUE ZEROS.
       77  WK-SOMA-EDIT              PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                                      VALUE ZEROS.
      *
      *    CREDITOS CONFIRMADOS DE QUEM FOI DESLIGADO OU TEVE
      *    AFASTAMENTO SEM REMUNERACAO.
       EXEC SQL
           DECLARE CUR-CREDITO CURSOR WITH HOLD FOR
               SELECT C.CODFUN, F.NOMEFUN, F.STATUSFUN, C.PERIODO,
                      C.VALOR
                 FROM EAD719.CREDPAGO C
                 JOIN EAD719.FUNCIONARIOS F
                   ON F.CODFUN = C.CODFUN
                WHERE C.PERIODO >= :WK-PERIODO-INICIAL
                  AND (F.STATUSFUN = 'D'
                   OR EXISTS
                      (SELECT 1
                         FROM EAD719.AFASTAMENTOS A
                        WHERE A.CODFUN = C.CODFUN
                          AND A.MOTIVO NOT LIKE '%MATERN%'))
                ORDER BY C.CODFUN, C.PERIODO
       END-EXEC.
      *
      *    AFASTAMENTOS SEM REMUNERACAO DO FUNCIONARIO.
       EXEC SQL
           DECLARE CUR-AFASTAMENTO CURSOR FOR
               SELECT DATAINI, COALESCE(DATAFIM, ' ')
                 FROM EAD719.AFASTAMENTOS
                WHERE CODFUN = :DB2-CODFUN
                  AND MOTIVO NOT LIKE '%MATERN%'
       END-EXEC.
      *
      *    SALDO EM ABERTO: APURADO MENOS O JA DESCONTADO.
       EXEC SQL
           DECLARE CUR-SALDO CURSOR FOR
               SELECT R.CODFUN, F.NOMEFUN, F.STATUSFUN,
                      MIN(R.PERIODO), SUM(R.VALOR),
                      COALESCE((SELECT SUM(M.VALOR)
                                  FROM EAD719.RECEBMOV M
                                 WHERE M.CODFUN = R.CODFUN), 0)
                 FROM EAD719.RECEBIVEL R
                 JOIN EAD719.FUNCIONARIOS F
                   ON F.CODFUN = R.CODFUN
                GROUP BY R.CODFUN, F.NOMEFUN, F.STATUSFUN
                HAVING SUM(R.VALOR) >
                       COALESCE((SELECT SUM(M.VALOR)
                                   FROM EAD719.RECEBMOV M
                                  WHERE M.CODFUN = R.CODFUN), 0)
                ORDER BY R.CODFUN
       END-EXEC.
      *
       LINKAGE SECTION.
       01  LK-PARM.
           05  LK-PARM-TAM           PIC S9(4)       COMP.
           05  LK-PARM-TEXTO         PIC X(20).
      *
       PROCEDURE DIVISION USING LK-PARM.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
          PERFORM 101-INICIAR.
          PERFORM 201-APURAR.
          PERFORM 301-RELATA-SALDOS.
          PERFORM 901-FINALIZAR.
          STOP RUN.
      *
       100-INICIAR SECTION.
       101-INICIAR.
          IF  LK-PARM-TAM > 0
              AND LK-PARM-TEXTO(1:6) = 'MESES='
              AND LK-PARM-TEXTO(7:2) IS NUMERIC
             MOVE LK-PARM-TEXTO(7:2) TO WK-MESES
          END-IF.
          IF   WK-MESES = ZEROS
             DISPLAY 'PAGINDEV: MESES=00 INVALIDO - USE MESES=NN'
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
      *    PRIMEIRA FOLHA REVISTA: NN MESES ANTES DO MES CORRENTE.
          MOVE FUNCTION CURRENT-DATE TO WK-DATA-ATUAL.
          COMPUTE WK-MESES-CORRIDOS =
                  WK-HOJE-AAAA * 12 + WK-HOJE-MM - 1 - WK-MESES.
          DIVIDE WK-MESES-CORRIDOS BY 12
                 GIVING WK-ANO-INICIAL REMAINDER WK-MES-INICIAL.
          COMPUTE WK-PERIODO-INICIAL =
                  WK-ANO-INICIAL * 100 + WK-MES-INICIAL + 1.
          DISPLAY 'PAGINDEV: APURACAO DE PAGAMENTO INDEVIDO NAS '
                  'FOLHAS DESDE ' WK-PERIODO-INICIAL.
          OPEN OUTPUT ARQ-INDEVREL.
          MOVE 'PAGAMENTO INDEVIDO APURADO NA RODADA' TO REG-INDEVREL.
          WRITE REG-INDEVREL.
          MOVE SPACES TO REG-INDEVREL.
          STRING 'COD.  NOME                            PERIODO  '
                 'DESL AFAST      VALOR  SITUACAO'
                 DELIMITED BY SIZE INTO REG-INDEVREL
          END-STRING.
          WRITE REG-INDEVREL.
      *
       200-APURAR SECTION.
       201-APURAR.
          EXEC SQL
             OPEN CUR-CREDITO
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-CREDITO
                  INTO :DB2-CODFUN, :DB2-NOMEFUN, :WK-STATUS-FUNC,
                       :WK-PERIODO, :WK-VALOR-CREDITO
             END-EXEC
             IF   SQLCODE = 0
                ADD 1 TO WK-QTDE-CREDITOS
                PERFORM 210-APURA-CREDITO
                MOVE ZEROS TO SQLCODE
             END-IF
          END-PERFORM.
          IF   SQLCODE NOT = 100
             MOVE SQLCODE TO WK-SQLCODE-EDIT
             CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
             DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                     ' NA LEITURA DOS CREDITOS CONFIRMADOS'
             MOVE 12 TO RETURN-CODE
          END-IF.
          EXEC SQL
             CLOSE CUR-CREDITO
          END-EXEC.
      *
       210-APURA-CREDITO.
      *    MES COMERCIAL: CADA DIA NAO DEVIDO VALE 1/30 DO LIQUIDO
      *    CREDITADO, E O MES INTEIRO NAO DEVIDO VALE 30 DIAS.
          COMPUTE WK-MES-INI-NUM = WK-PERIODO * 100 + 1.
          IF   WK-PER-MES = 12
             COMPUTE WK-PROX-MES-NUM = (WK-PER-ANO + 1) * 10000 + 101
          ELSE
             COMPUTE WK-PROX-MES-NUM = WK-MES-INI-NUM + 100
          END-IF.
          COMPUTE WK-INT-MES-INI =
                  FUNCTION INTEGER-OF-DATE(WK-MES-INI-NUM).
          COMPUTE WK-INT-MES-FIM =
                  FUNCTION INTEGER-OF-DATE(WK-PROX-MES-NUM) - 1.
          MOVE WK-INT-MES-FIM TO WK-INT-LIMITE.
          MOVE ZEROS TO WK-DIAS-DESL WK-DIAS-AFAST.
          IF   FUNC-DESLIGADO
             PERFORM 220-DIAS-APOS-DESLIGAMENTO
          END-IF.
          PERFORM 230-DIAS-AFASTADO.
          COMPUTE WK-DIAS-INDEVIDOS = WK-DIAS-DESL + WK-DIAS-AFAST.
          IF   WK-DIAS-INDEVIDOS > 30
             MOVE 30 TO WK-DIAS-INDEVIDOS
          END-IF.
          IF   WK-DIAS-INDEVIDOS = ZEROS
             ADD 1 TO WK-QTDE-SEM-INDEVIDO
          ELSE
             COMPUTE DB2-REC-VALOR ROUNDED =
                     WK-VALOR-CREDITO * WK-DIAS-INDEVIDOS / 30
             MOVE WK-DIAS-DESL TO DB2-REC-DIASDESL
             COMPUTE DB2-REC-DIASAFAST =
                     WK-DIAS-INDEVIDOS - WK-DIAS-DESL
             PERFORM 250-REGISTRA-RECEBIVEL
          END-IF.
      *
       220-DIAS-APOS-DESLIGAMENTO.
      *    O ULTIMO DIA TRABALHADO E O DO SYSIN DO TERMINA (LINHA
      *    'DESLIGAMTO' DO HISTORICO); SEM ELA, A DATADESLIG DO
      *    CADASTRO.
          MOVE SPACES TO WK-ULTIMO-DIA.
          EXEC SQL
             SELECT MAX(VALORANTIGO)
               INTO :WK-ULTIMO-DIA
               FROM EAD719.FUNCIONARIOS_HIST
              WHERE CODFUN   = :DB2-CODFUN
                AND CAMPOALT = 'DESLIGAMTO'
                AND DATAALT  =
                    (SELECT MAX(DATAALT)
                       FROM EAD719.FUNCIONARIOS_HIST
                      WHERE CODFUN   = :DB2-CODFUN
                        AND CAMPOALT = 'DESLIGAMTO')
          END-EXEC.
          IF   SQLCODE NOT = 0 OR WK-ULTIMO-DIA = SPACES
             EXEC SQL
                SELECT COALESCE(CHAR(DATADESLIG, EUR), ' ')
                  INTO :WK-ULTIMO-DIA
                  FROM EAD719.FUNCIONARIOS
                 WHERE CODFUN = :DB2-CODFUN
             END-EXEC
             IF   SQLCODE NOT = 0
                MOVE SPACES TO WK-ULTIMO-DIA
             END-IF
          END-IF.
          MOVE WK-ULTIMO-DIA TO WK-DT-TEXTO.
          PERFORM 290-CONVERTE-DATA.
          EVALUATE TRUE
             WHEN WK-DT-INTEIRO = ZEROS
                DISPLAY 'FUNCIONARIO ' DB2-CODFUN ' DESLIGADO SEM '
                        'ULTIMO DIA VALIDO (' WK-ULTIMO-DIA ') - '
                        'SO OS AFASTAMENTOS SAO APURADOS'
             WHEN WK-DT-INTEIRO < WK-INT-MES-INI
                MOVE 30 TO WK-DIAS-DESL
                COMPUTE WK-INT-LIMITE = WK-INT-MES-INI - 1
             WHEN WK-DT-INTEIRO < WK-INT-MES-FIM
                MOVE WK-DT-INTEIRO TO WK-INT-DESL
                COMPUTE WK-DIAS-DESL =
                        30 - (WK-INT-DESL - WK-INT-MES-INI + 1)
                MOVE WK-INT-DESL TO WK-INT-LIMITE
             WHEN OTHER
                CONTINUE
          END-EVALUATE.
      *
       230-DIAS-AFASTADO.
      *    SO CONTA O QUE CAI NO MES E ATE O ULTIMO DIA DEVIDO - O
      *    QUE PASSA DO DESLIGAMENTO JA FOI CONTADO ACIMA.
          IF   WK-INT-LIMITE >= WK-INT-MES-INI
             EXEC SQL
                OPEN CUR-AFASTAMENTO
             END-EXEC
             PERFORM UNTIL SQLCODE NOT = 0
                EXEC SQL
                   FETCH CUR-AFASTAMENTO
                     INTO :WK-AFAST-INI, :WK-AFAST-FIM
                END-EXEC
                IF   SQLCODE = 0
                   PERFORM 240-SOMA-AFASTAMENTO
                END-IF
             END-PERFORM
             EXEC SQL
                CLOSE CUR-AFASTAMENTO
             END-EXEC
          END-IF.
      *
       240-SOMA-AFASTAMENTO.
          MOVE WK-AFAST-INI TO WK-DT-TEXTO.
          PERFORM 290-CONVERTE-DATA.
          MOVE WK-DT-INTEIRO TO WK-INT-AFAST-INI.
          IF   WK-AFAST-FIM = SPACES
             MOVE WK-INT-LIMITE TO WK-INT-AFAST-FIM
          ELSE
             MOVE WK-AFAST-FIM TO WK-DT-TEXTO
             PERFORM 290-CONVERTE-DATA
             MOVE WK-DT-INTEIRO TO WK-INT-AFAST-FIM
          END-IF.
          IF   WK-INT-AFAST-INI = ZEROS OR WK-INT-AFAST-FIM = ZEROS
             DISPLAY 'AFASTAMENTO DO FUNCIONARIO ' DB2-CODFUN
                     ' DE ' WK-AFAST-INI ' COM DATA INVALIDA - '
                     'IGNORADO NA APURACAO'
          ELSE
             IF   WK-INT-AFAST-INI < WK-INT-MES-INI
                MOVE WK-INT-MES-INI TO WK-INT-AFAST-INI
             END-IF
             IF   WK-INT-AFAST-FIM > WK-INT-LIMITE
                MOVE WK-INT-LIMITE TO WK-INT-AFAST-FIM
             END-IF
             EVALUATE TRUE
                WHEN WK-INT-AFAST-FIM < WK-INT-AFAST-INI
                   CONTINUE
                WHEN WK-INT-AFAST-FIM = WK-INT-MES-FIM
                   COMPUTE WK-DIAS-AFAST = WK-DIAS-AFAST + 30
                         - (WK-INT-AFAST-INI - WK-INT-MES-INI)
                WHEN OTHER
                   COMPUTE WK-DIAS-AFAST = WK-DIAS-AFAST
                         + WK-INT-AFAST-FIM - WK-INT-AFAST-INI + 1
             END-EVALUATE
          END-IF.
      *
       250-REGISTRA-RECEBIVEL.
      *    UMA LINHA POR FOLHA PAGA A MAIOR; A JA APURADA SO MUDA
      *    QUANDO O VALOR MUDA.
          MOVE ZEROS  TO WK-VALOR-ANTERIOR.
          MOVE SPACES TO REG-IND-APURACAO.
          EXEC SQL
             SELECT VALOR
               INTO :WK-VALOR-ANTERIOR
               FROM EAD719.RECEBIVEL
              WHERE CODFUN  = :DB2-CODFUN
                AND PERIODO = :WK-PERIODO
          END-EXEC.
          EVALUATE TRUE
             WHEN SQLCODE = 100
                MOVE 'NOVO'       TO RA-SITUACAO
                EXEC SQL
                   INSERT INTO EAD719.RECEBIVEL
                      (CODFUN, PERIODO, DIASDESL, DIASAFAST, VALOR,
                       DATAAPUR)
                      VALUES (:DB2-CODFUN, :WK-PERIODO,
                              :DB2-REC-DIASDESL, :DB2-REC-DIASAFAST,
                              :DB2-REC-VALOR, CURRENT DATE)
                END-EXEC
             WHEN SQLCODE = 0 AND WK-VALOR-ANTERIOR = DB2-REC-VALOR
                ADD 1 TO WK-QTDE-JA-APURADA
             WHEN SQLCODE = 0
                MOVE 'REVISADO'   TO RA-SITUACAO
                EXEC SQL
                   UPDATE EAD719.RECEBIVEL
                      SET DIASDESL  = :DB2-REC-DIASDESL,
                          DIASAFAST = :DB2-REC-DIASAFAST,
                          VALOR     = :DB2-REC-VALOR,
                          DATAAPUR  = CURRENT DATE
                    WHERE CODFUN  = :DB2-CODFUN
                      AND PERIODO = :WK-PERIODO
                END-EXEC
          END-EVALUATE.
          EVALUATE TRUE
             WHEN SQLCODE NOT = 0
                ADD 1 TO WK-QTDE-ERRO
                MOVE SQLCODE TO WK-SQLCODE-EDIT
                CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
                DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                        ' NO CONTAS A RECEBER DO FUNCIONARIO '
                        DB2-CODFUN ' PERIODO ' WK-PERIODO
                EXEC SQL ROLLBACK END-EXEC
             WHEN RA-SITUACAO NOT = SPACES
                EXEC SQL COMMIT END-EXEC
                IF   RA-SITUACAO = 'NOVO'
                   ADD 1 TO WK-QTDE-NOVA
                ELSE
                   ADD 1 TO WK-QTDE-REVISADA
                END-IF
                ADD DB2-REC-VALOR          TO WK-SOMA-APURADA
                MOVE DB2-CODFUN            TO RA-CODFUN
                MOVE DB2-NOMEFUN-TEXT      TO RA-NOMEFUN
                MOVE WK-PERIODO            TO RA-PERIODO
                MOVE DB2-REC-DIASDESL      TO RA-DIAS-DESL
                MOVE DB2-REC-DIASAFAST     TO RA-DIAS-AFAST
                MOVE DB2-REC-VALOR         TO RA-VALOR
                WRITE REG-IND-APURACAO
          END-EVALUATE.
      *
       290-CONVERTE-DATA.
          MOVE ZEROS TO WK-DT-INTEIRO.
          IF   WK-DT-DIA IS NUMERIC
           AND WK-DT-MES IS NUMERIC
           AND WK-DT-ANO IS NUMERIC
             IF   WK-DT-DIA >= 1 AND WK-DT-DIA <= 31
              AND WK-DT-MES >= 1 AND WK-DT-MES <= 12
              AND WK-DT-ANO >= 1601
                COMPUTE WK-DT-NUM = WK-DT-ANO * 10000
                                  + WK-DT-MES * 100 + WK-DT-DIA
                IF   FUNCTION TEST-DATE-YYYYMMDD(WK-DT-NUM) = ZEROS
                   COMPUTE WK-DT-INTEIRO =
                           FUNCTION INTEGER-OF-DATE(WK-DT-NUM)
                END-IF
             END-IF
          END-IF.
      *
       300-RELATA-SALDOS SECTION.
       301-RELATA-SALDOS.
      *    DESLIGADO NAO TEM MAIS FOLHA: O SALDO QUE A RESCISAO NAO
      *    COBRIU E COBRADO A PARTE PELO RH.
          MOVE SPACES TO REG-INDEVREL.
          WRITE REG-INDEVREL.
          MOVE 'SALDOS EM ABERTO NO CONTAS A RECEBER' TO REG-INDEVREL.
          WRITE REG-INDEVREL.
          MOVE SPACES TO REG-INDEVREL.
          STRING 'COD.  NOME                            S  DESDE   '
                 '    APURADO  DESCONTADO       SALDO  COBRANCA'
                 DELIMITED BY SIZE INTO REG-INDEVREL
          END-STRING.
          WRITE REG-INDEVREL.
          EXEC SQL
             OPEN CUR-SALDO
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-SALDO
                  INTO :DB2-CODFUN, :DB2-NOMEFUN, :WK-STATUS-FUNC,
                       :WK-SLD-DESDE, :WK-SLD-APURADO,
                       :WK-SLD-DESCONTADO
             END-EXEC
             IF   SQLCODE = 0
                COMPUTE WK-SLD-SALDO =
                        WK-SLD-APURADO - WK-SLD-DESCONTADO
                ADD 1            TO WK-QTDE-ABERTOS
                ADD WK-SLD-SALDO TO WK-SOMA-ABERTA
                MOVE SPACES               TO REG-IND-SALDO
                MOVE DB2-CODFUN           TO RD-CODFUN
                MOVE DB2-NOMEFUN-TEXT     TO RD-NOMEFUN
                MOVE WK-STATUS-FUNC       TO RD-STATUSFUN
                MOVE WK-SLD-DESDE         TO RD-DESDE
                MOVE WK-SLD-APURADO       TO RD-APURADO
                MOVE WK-SLD-DESCONTADO    TO RD-DESCONTADO
                MOVE WK-SLD-SALDO         TO RD-SALDO
                IF   FUNC-DESLIGADO
                   MOVE 'RESCISAO/DIRETA' TO RD-COBRANCA
                ELSE
                   MOVE 'FOLHA (30%)'     TO RD-COBRANCA
                END-IF
                WRITE REG-IND-SALDO
             END-IF
          END-PERFORM.
          IF   SQLCODE NOT = 100
             MOVE SQLCODE TO WK-SQLCODE-EDIT
             CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
             DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                     ' NA LEITURA DOS SALDOS EM ABERTO'
             MOVE 12 TO RETURN-CODE
          END-IF.
          EXEC SQL
             CLOSE CUR-SALDO
          END-EXEC.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          CLOSE ARQ-INDEVREL.
          IF   RETURN-CODE < 4
             AND (WK-QTDE-NOVA > ZEROS OR WK-QTDE-REVISADA > ZEROS
                  OR WK-QTDE-ABERTOS > ZEROS OR WK-QTDE-ERRO > ZEROS)
             MOVE 4 TO RETURN-CODE
          END-IF.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DA APURACAO DE PAGAMENTO INDEVIDO'.
          DISPLAY '  CREDITOS EXAMINADOS ... ' WK-QTDE-CREDITOS.
          DISPLAY '  SEM DIA INDEVIDO ...... ' WK-QTDE-SEM-INDEVIDO.
          DISPLAY '  APURADOS NOVOS ........ ' WK-QTDE-NOVA.
          DISPLAY '  REVISADOS ............. ' WK-QTDE-REVISADA.
          DISPLAY '  JA APURADOS ........... ' WK-QTDE-JA-APURADA.
          DISPLAY '  COM ERRO .............. ' WK-QTDE-ERRO.
          MOVE WK-SOMA-APURADA TO WK-SOMA-EDIT.
          DISPLAY '  APURADO NA RODADA ..... ' WK-SOMA-EDIT.
          DISPLAY '  FUNCIONARIOS C/ SALDO . ' WK-QTDE-ABERTOS.
          MOVE WK-SOMA-ABERTA TO WK-SOMA-EDIT.
          DISPLAY '  SALDO EM ABERTO ....... ' WK-SOMA-EDIT.
          DISPLAY '================================================'.
          EXIT.
