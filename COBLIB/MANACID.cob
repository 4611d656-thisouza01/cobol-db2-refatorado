        IDENTIFICATION DIVISION.
        PROGRAM-ID.    MANACID.
        AUTHOR.        THIAGO.
      **************************************************
      * CADASTRO DE ACIDENTES DE TRABALHO E DA CAT     *
      * (EAD719.ACIDENTES): REGISTRA O ACIDENTE COM    *
      * DATA, HORA, LOCAL, PARTE DO CORPO, TIPO DE     *
      * CAUSA E TESTEMUNHA; CALCULA O PRAZO DA CAT     *
      * (PRIMEIRO DIA UTIL SEGUINTE AO ACIDENTE, PELO  *
      * CALENDARIO DE FERIADOS DA EMPRESA - CALCDUTIL) *
      * E GUARDA O NUMERO E A DATA DE EMISSAO DA CAT,  *
      * ACUSANDO A EMISSAO FORA DO PRAZO. O ACIDENTE E *
      * VINCULADO AO AFASTAMENTO QUE GEROU (AFASTFUN,  *
      * PELA DATA DE INICIO): NO ENCERRAMENTO DE       *
      * AFASTAMENTO ACIDENTARIO COM MAIS DE 15 DIAS, O *
      * AFASTFUN ABRE SOZINHO A ESTABILIDADE DE 12     *
      * MESES (MANESTAB). O DEPARTAMENTO E O CARGO DO  *
      * DIA DO ACIDENTE FICAM GRAVADOS PARA O RELACID. *
      * CAT ATRASADA OU PENDENTE: CATPEND (DIARIO).    *
      *                                                *
      * EAD719.ACIDENTES:                              *
      *   CODFUN     X(07)                             *
      *   DATAACID   X(10)  DD/MM/AAAA                 *
      *   HORAACID   X(05)  HH:MM                      *
      *   LOCALACID  X(30)                             *
      *   PARTECORPO X(20)                             *
      *   TIPOCAUSA  X(01)  T=TIPICO D=DOENCA DO       *
      *                     TRABALHO J=TRAJETO         *
      *   TESTEMUNHA X(30)                             *
      *   DEPTOFUN   X(03)  NA DATA DO ACIDENTE        *
      *   CARGOFUN   X(04)  NA DATA DO ACIDENTE        *
      *   PRAZOCAT   X(10)  DD/MM/AAAA                 *
      *   NUMCAT     X(20)  BRANCO = CAT NAO EMITIDA   *
      *   DATACAT    X(10)  DD/MM/AAAA                 *
      *   AFASTINI   X(10)  INICIO DO AFASTAMENTO      *
      *                     VINCULADO (BRANCO = SEM)   *
      *   ESTABGER   X(01)  S = ESTABILIDADE JA ABERTA *
      *   DATAREG    DATE                              *
      *                                                *
      * LEIAUTE DO SYSIN (UM REGISTRO POR OPERACAO):   *
      *   OPERACAO  X(01)  R=REGISTRA ACIDENTE         *
      *                    C=INFORMA A CAT EMITIDA     *
      *                    V=VINCULA AFASTAMENTO       *
      *                    L=LISTA O FUNCIONARIO       *
      *   CODFUN    X(07)                              *
      *   DATA ACID X(10)  DD/MM/AAAA (R, C E V)       *
      *   EM R: HORA X(05) LOCAL X(30) PARTE DO CORPO  *
      *         X(20) TIPO DE CAUSA X(01) TESTEMUNHA   *
      *         X(30)                                  *
      *   EM C: NUMERO DA CAT X(20) EMISSAO X(10)      *
      *   EM V: INICIO DO AFASTAMENTO X(10)            *
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
           05  RS-DATAACID          PIC X(10).
           05  RS-DADOS-ACIDENTE.
               10  RS-HORA          PIC X(05).
               10  RS-LOCAL         PIC X(30).
               10  RS-PARTECORPO    PIC X(20).
               10  RS-TIPOCAUSA     PIC X(01).
               10  RS-TESTEMUNHA    PIC X(30).
           05  RS-DADOS-CAT REDEFINES RS-DADOS-ACIDENTE.
               10  RS-NUMCAT        PIC X(20).
               10  RS-DATACAT       PIC X(10).
               10  FILLER           PIC X(56).
           05  RS-DADOS-AFAST REDEFINES RS-DADOS-ACIDENTE.
               10  RS-AFASTINI      PIC X(10).
               10  FILLER           PIC X(76).
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
       77  WK-STATUS-FUNC            PIC X(01)       VALUE SPACES.
       77  WK-QTDE-EXISTE            PIC 9(04)       VALUE ZEROS.
       77  WK-TIPOCAUSA              PIC X(01)       VALUE SPACES.
           88  TIPOCAUSA-VALIDO          VALUE 'T' 'D' 'J'.
      *    AINDA FORA DO DCLGEN BOOKFUNC - HOST VARIABLES LOCAIS.
       77  DB2-CARGOFUN              PIC X(04)       VALUE SPACES.
       77  WK-EMPRESA-FUNC           PIC X(03)       VALUE SPACES.
      *
      *    PRAZO DA CAT (CALCDUTIL 'S': UM DIA UTIL APOS O ACIDENTE).
       77  WK-OPER-CALEN             PIC X(01)       VALUE 'S'.
       77  WK-DATA-CALEN             PIC X(10)       VALUE SPACES.
       77  WK-DIAS-CALEN             PIC 9(03)       VALUE 1.
           COPY CPYVALOK REPLACING ==WK-CAMPO-VALIDO== BY
                                       ==WK-CALEN-OK==
                                   ==CAMPO-VALIDO== BY
                                       ==CALEN-OK==.
      *
      *    DATAS DD/MM/AAAA COMPARADAS COMO AAAAMMDD.
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
       77  WK-DATA-OK                PIC X           VALUE 'N'.
           88  DATA-OK                               VALUE 'S'.
       77  WK-DATA-NUM               PIC 9(08)       VALUE ZEROS.
       77  WK-ACID-NUM               PIC 9(08)       VALUE ZEROS.
       77  WK-PRAZO-NUM              PIC 9(08)       VALUE ZEROS.
       77  WK-EMISSAO-NUM            PIC 9(08)       VALUE ZEROS.
       77  WK-PRAZOCAT               PIC X(10)       VALUE SPACES.
      *
      *    LINHA DA LISTA.
       77  WK-LST-DATA               PIC X(10)       VALUE SPACES.
       77  WK-LST-CAUSA              PIC X(01)       VALUE SPACES.
       77  WK-LST-PARTE              PIC X(20)       VALUE SPACES.
       77  WK-LST-PRAZO              PIC X(10)       VALUE SPACES.
       77  WK-LST-NUMCAT             PIC X(20)       VALUE SPACES.
       77  WK-LST-AFASTINI           PIC X(10)       VALUE SPACES.
      *
       77  WK-QTDE-REGISTRADA        PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-CAT               PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-CAT-ATRASO        PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-VINCULADA         PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-RECUSADA          PIC 9(05)       VALUE ZEROS.
      *
       EXEC SQL
           DECLARE CUR-ACIDENTES CURSOR FOR
               SELECT DATAACID, TIPOCAUSA, PARTECORPO, PRAZOCAT,
                      NUMCAT, AFASTINI
                 FROM EAD719.ACIDENTES
                WHERE CODFUN = :RS-CODFUN
                ORDER BY SUBSTR(DATAACID, 7, 4),
                         SUBSTR(DATAACID, 4, 2),
                         SUBSTR(DATAACID, 1, 2)
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
             WHEN 'R'
                PERFORM 210-REGISTRA-ACIDENTE
             WHEN 'C'
                PERFORM 230-INFORMA-CAT
             WHEN 'V'
                PERFORM 240-VINCULA-AFASTAMENTO
             WHEN 'L'
                PERFORM 250-LISTA-ACIDENTES
             WHEN OTHER
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'OPERACAO ' RS-OPERACAO ' INVALIDA - USE '
                        'R, C, V OU L'
          END-EVALUATE.
          PERFORM 110-LER-TRANSACAO.
      *
       210-REGISTRA-ACIDENTE.
          MOVE SPACES TO WK-STATUS-FUNC.
          EXEC SQL
             SELECT STATUSFUN, DEPTOFUN, CARGOFUN,
                    COALESCE(EMPRESAFUN, ' ')
               INTO :WK-STATUS-FUNC, :DB2-DEPTOFUN, :DB2-CARGOFUN,
                    :WK-EMPRESA-FUNC
               FROM EAD719.FUNCIONARIOS
              WHERE CODFUN = :RS-CODFUN
          END-EXEC.
          MOVE RS-TIPOCAUSA TO WK-TIPOCAUSA.
          MOVE RS-DATAACID  TO WK-DATA-PARTES.
          PERFORM 220-CONFERE-DATA.
      *    PRAZO DA CAT: PRIMEIRO DIA UTIL SEGUINTE AO ACIDENTE.
          MOVE 'N' TO WK-CALEN-OK.
          MOVE ZEROS TO WK-QTDE-EXISTE.
          IF   DATA-OK
             MOVE RS-DATAACID TO WK-DATA-CALEN
             MOVE 'S'         TO WK-OPER-CALEN
             MOVE 1           TO WK-DIAS-CALEN
             CALL "CALCDUTIL" USING WK-OPER-CALEN,
                                    WK-EMPRESA-FUNC,
                                    DB2-DEPTOFUN,
                                    WK-DATA-CALEN,
                                    WK-DIAS-CALEN,
                                    WK-CALEN-OK
             EXEC SQL
                SELECT COUNT(*)
                  INTO :WK-QTDE-EXISTE
                  FROM EAD719.ACIDENTES
                 WHERE CODFUN   = :RS-CODFUN
                   AND DATAACID = :RS-DATAACID
             END-EXEC
          END-IF.

          EVALUATE TRUE
             WHEN WK-STATUS-FUNC = SPACES
                  OR WK-STATUS-FUNC = 'D'
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'FUNCIONARIO ' RS-CODFUN ' NAO EXISTE OU '
                        'ESTA DESLIGADO - ACIDENTE RECUSADO'
             WHEN NOT DATA-OK OR NOT CALEN-OK
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'DATA DO ACIDENTE ' RS-DATAACID
                        ' INVALIDA - ACIDENTE RECUSADO'
             WHEN NOT TIPOCAUSA-VALIDO
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'TIPO DE CAUSA ' RS-TIPOCAUSA ' INVALIDO '
                        '(T, D OU J) - ACIDENTE RECUSADO'
             WHEN RS-LOCAL = SPACES OR RS-PARTECORPO = SPACES
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'ACIDENTE DO FUNCIONARIO ' RS-CODFUN
                        ' SEM LOCAL OU PARTE DO CORPO - RECUSADO'
             WHEN WK-QTDE-EXISTE > ZEROS
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'ACIDENTE DO FUNCIONARIO ' RS-CODFUN
                        ' EM ' RS-DATAACID ' JA REGISTRADO'
             WHEN OTHER
                EXEC SQL
                   INSERT INTO EAD719.ACIDENTES
                      (CODFUN, DATAACID, HORAACID, LOCALACID,
                       PARTECORPO, TIPOCAUSA, TESTEMUNHA, DEPTOFUN,
                       CARGOFUN, PRAZOCAT, NUMCAT, DATACAT,
                       AFASTINI, ESTABGER, DATAREG)
                      VALUES (:RS-CODFUN, :RS-DATAACID, :RS-HORA,
                              :RS-LOCAL, :RS-PARTECORPO,
                              :RS-TIPOCAUSA, :RS-TESTEMUNHA,
                              :DB2-DEPTOFUN, :DB2-CARGOFUN,
                              :WK-DATA-CALEN, ' ', ' ', ' ', ' ',
                              CURRENT DATE)
                END-EXEC
                IF   SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WK-QTDE-REGISTRADA
                   MOVE 'R'       TO DB2-AUD-FUNCAO
                   MOVE RS-CODFUN TO DB2-AUD-CODFUN
                   PERFORM GRAVA-AUDITORIA
                   DISPLAY 'ACIDENTE DO FUNCIONARIO ' RS-CODFUN
                           ' EM ' RS-DATAACID ' REGISTRADO - CAT '
                           'DEVE SER EMITIDA ATE ' WK-DATA-CALEN
                ELSE
                   ADD 1 TO WK-QTDE-RECUSADA
                   MOVE SQLCODE TO WK-SQLCODE-EDIT
                   CALL "DECODSQL" USING WK-SQLCODE-EDIT,
                                         WK-SQLCODE-MSG
                   DISPLAY 'ACIDENTE NAO REGISTRADO - '
                           WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                   EXEC SQL ROLLBACK END-EXEC
                END-IF
          END-EVALUATE.
      *
       220-CONFERE-DATA.
      *    CONFERE A DATA EM WK-DATA-PARTES E DEVOLVE AAAAMMDD EM
      *    WK-DATA-NUM.
          MOVE 'N'   TO WK-DATA-OK.
          MOVE ZEROS TO WK-DATA-NUM.
          IF   WK-DTP-DIA IS NUMERIC
           AND WK-DTP-MES IS NUMERIC
           AND WK-DTP-ANO IS NUMERIC
           AND WK-DTN-MES >= 1 AND WK-DTN-MES <= 12
           AND WK-DTN-DIA >= 1 AND WK-DTN-DIA <= 31
             SET DATA-OK TO TRUE
             COMPUTE WK-DATA-NUM = WK-DTN-ANO * 10000
                                 + WK-DTN-MES * 100
                                 + WK-DTN-DIA
          END-IF.
      *
       230-INFORMA-CAT.
          MOVE SPACES TO WK-PRAZOCAT.
          EXEC SQL
             SELECT PRAZOCAT
               INTO :WK-PRAZOCAT
               FROM EAD719.ACIDENTES
              WHERE CODFUN   = :RS-CODFUN
                AND DATAACID = :RS-DATAACID
                AND NUMCAT   = ' '
          END-EXEC.
          MOVE RS-DATACAT TO WK-DATA-PARTES.
          PERFORM 220-CONFERE-DATA.
          EVALUATE TRUE
             WHEN SQLCODE NOT = 0
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'ACIDENTE DO FUNCIONARIO ' RS-CODFUN
                        ' EM ' RS-DATAACID ' NAO EXISTE OU JA TEM '
                        'CAT INFORMADA'
             WHEN RS-NUMCAT = SPACES OR NOT DATA-OK
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'NUMERO ' RS-NUMCAT ' OU EMISSAO '
                        RS-DATACAT ' DA CAT INVALIDOS - RECUSADA'
             WHEN OTHER
                EXEC SQL
                   UPDATE EAD719.ACIDENTES
                      SET NUMCAT  = :RS-NUMCAT,
                          DATACAT = :RS-DATACAT
                    WHERE CODFUN   = :RS-CODFUN
                      AND DATAACID = :RS-DATAACID
                END-EXEC
                IF   SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WK-QTDE-CAT
                   MOVE 'C'       TO DB2-AUD-FUNCAO
                   MOVE RS-CODFUN TO DB2-AUD-CODFUN
                   PERFORM GRAVA-AUDITORIA
                   PERFORM 235-CONFERE-PRAZO-CAT
                ELSE
                   ADD 1 TO WK-QTDE-RECUSADA
                   DISPLAY 'CAT NAO GRAVADA - SQLCODE ' SQLCODE
                   EXEC SQL ROLLBACK END-EXEC
                END-IF
          END-EVALUATE.
      *
       235-CONFERE-PRAZO-CAT.
          MOVE WK-DATA-NUM TO WK-EMISSAO-NUM.
          MOVE WK-PRAZOCAT TO WK-DATA-PARTES.
          PERFORM 220-CONFERE-DATA.
          MOVE WK-DATA-NUM TO WK-PRAZO-NUM.
          IF   DATA-OK AND WK-EMISSAO-NUM > WK-PRAZO-NUM
             ADD 1 TO WK-QTDE-CAT-ATRASO
             DISPLAY 'CAT ' RS-NUMCAT ' DO FUNCIONARIO ' RS-CODFUN
                     ' EMITIDA EM ' RS-DATACAT ' - FORA DO PRAZO '
                     '(' WK-PRAZOCAT ')'
          ELSE
             DISPLAY 'CAT ' RS-NUMCAT ' DO FUNCIONARIO ' RS-CODFUN
                     ' EMITIDA EM ' RS-DATACAT ' - NO PRAZO'
          END-IF.
      *
       240-VINCULA-AFASTAMENTO.
      *    O AFASTAMENTO (AFASTFUN) PRECISA EXISTIR E NAO PODE TER
      *    COMECADO ANTES DO ACIDENTE.
          MOVE ZEROS TO WK-QTDE-EXISTE.
          EXEC SQL
             SELECT COUNT(*)
               INTO :WK-QTDE-EXISTE
               FROM EAD719.AFASTAMENTOS
              WHERE CODFUN  = :RS-CODFUN
                AND DATAINI = :RS-AFASTINI
          END-EXEC.
          MOVE RS-DATAACID TO WK-DATA-PARTES.
          PERFORM 220-CONFERE-DATA.
          MOVE WK-DATA-NUM TO WK-ACID-NUM.
          MOVE RS-AFASTINI TO WK-DATA-PARTES.
          PERFORM 220-CONFERE-DATA.
          EVALUATE TRUE
             WHEN WK-QTDE-EXISTE = ZEROS
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'FUNCIONARIO ' RS-CODFUN ' SEM AFASTAMENTO '
                        'INICIADO EM ' RS-AFASTINI ' - VINCULO '
                        'RECUSADO'
             WHEN WK-DATA-NUM < WK-ACID-NUM
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'AFASTAMENTO DE ' RS-AFASTINI ' ANTERIOR AO '
                        'ACIDENTE DE ' RS-DATAACID ' - VINCULO '
                        'RECUSADO'
             WHEN OTHER
                EXEC SQL
                   UPDATE EAD719.ACIDENTES
                      SET AFASTINI = :RS-AFASTINI
                    WHERE CODFUN   = :RS-CODFUN
                      AND DATAACID = :RS-DATAACID
                END-EXEC
                EVALUATE SQLCODE
                   WHEN 0
                      EXEC SQL COMMIT END-EXEC
                      ADD 1 TO WK-QTDE-VINCULADA
                      MOVE 'V'       TO DB2-AUD-FUNCAO
                      MOVE RS-CODFUN TO DB2-AUD-CODFUN
                      PERFORM GRAVA-AUDITORIA
                      DISPLAY 'ACIDENTE DE ' RS-DATAACID ' DO '
                              'FUNCIONARIO ' RS-CODFUN ' VINCULADO '
                              'AO AFASTAMENTO DE ' RS-AFASTINI
                   WHEN 100
                      ADD 1 TO WK-QTDE-RECUSADA
                      DISPLAY 'ACIDENTE DO FUNCIONARIO ' RS-CODFUN
                              ' EM ' RS-DATAACID ' NAO EXISTE'
                   WHEN OTHER
                      ADD 1 TO WK-QTDE-RECUSADA
                      DISPLAY 'VINCULO NAO GRAVADO - SQLCODE '
                              SQLCODE
                      EXEC SQL ROLLBACK END-EXEC
                END-EVALUATE
          END-EVALUATE.
      *
       250-LISTA-ACIDENTES.
          EXEC SQL
             OPEN CUR-ACIDENTES
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-ACIDENTES
                  INTO :WK-LST-DATA, :WK-LST-CAUSA, :WK-LST-PARTE,
                       :WK-LST-PRAZO, :WK-LST-NUMCAT,
                       :WK-LST-AFASTINI
             END-EXEC
             IF   SQLCODE = 0
                DISPLAY '  ' RS-CODFUN ' ' WK-LST-DATA ' '
                        WK-LST-CAUSA ' ' WK-LST-PARTE ' PRAZO '
                        WK-LST-PRAZO ' CAT ' WK-LST-NUMCAT
                        ' AFAST ' WK-LST-AFASTINI
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-ACIDENTES
          END-EXEC.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          CLOSE ARQ-SYSIN.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DO CADASTRO DE ACIDENTES'.
          DISPLAY '  ACIDENTES REGISTRADOS . ' WK-QTDE-REGISTRADA.
          DISPLAY '  CATS INFORMADAS ....... ' WK-QTDE-CAT.
          DISPLAY '  DAS QUAIS FORA DO PRAZO ' WK-QTDE-CAT-ATRASO.
          DISPLAY '  AFASTAMENTOS VINCULADOS ' WK-QTDE-VINCULADA.
          DISPLAY '  RECUSADAS ............. ' WK-QTDE-RECUSADA.
          DISPLAY '================================================'.
          EXIT.
