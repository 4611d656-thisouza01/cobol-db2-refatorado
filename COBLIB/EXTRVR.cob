        IDENTIFICATION DIVISION.
        PROGRAM-ID.    EXTRVR.
        AUTHOR.        THIAGO.
      **************************************************
      * CALCULO MENSAL DO CREDITO DE VALE-REFEICAO E   *
      * VALE-ALIMENTACAO PELOS DIAS TRABALHADOS: PARA  *
      * CADA ADESAO ATIVA (EAD719.BENEFICIOS) DE UM    *
      * BENEFICIO COM VALOR DIARIO CADASTRADO          *
      * (EAD719.VRVALOR, MANTIDA PELO MANVR), CONTA OS *
      * DIAS DE TRABALHO DO FUNCIONARIO NO MES DO      *
      * CREDITO PELA ESCALA (EAD719.ESCALAS - ACIMA DE *
      * 40 HORAS SEMANAIS TRABALHA DE SEGUNDA A        *
      * SABADO, SENAO DE SEGUNDA A SEXTA; SEM ESCALA,  *
      * SEGUNDA A SEXTA DE 8 HORAS) E PELOS FERIADOS   *
      * DA EMPRESA E DO MUNICIPIO (CALCDUTIL), TIRA OS *
      * DIAS DE FERIAS PROGRAMADAS (FERIASPROG), OS    *
      * DIAS DO AFASTAMENTO ABERTO (AFASTAMENTOS) E AS *
      * FALTAS DO ULTIMO MES DE PONTO (MOVPONTO,       *
      * HORASFALTA EM DIAS INTEIROS DA JORNADA).       *
      *                                                *
      * CREDITO = DIAS X VALOR DIARIO DA EMPRESA, NO   *
      * ARQUIVO DA OPERADORA (CREDVR, IDENTIFICADO     *
      * PELO CPF). A COPARTICIPACAO DO FUNCIONARIO     *
      * (PERCDESC DO CREDITO) SAI NO LEIAUTE DO        *
      * EXTRBEN (EXTVR) E PASSA A SER O VALOR DA       *
      * ADESAO, QUE O EXTRBEN LEVA A FOLHA - COMO O    *
      * EXTRVT FAZ COM O VT.                           *
      *                                                *
      * PARM='PERIODO=AAAAMM' (OPCIONAL) - MES DO      *
      * CREDITO, PADRAO O MES SEGUINTE; AS FALTAS SAO  *
      * AS DO MES ANTERIOR AO DA RODADA (DOIS MESES    *
      * ANTES DO CREDITO), O ULTIMO PONTO FECHADO.     *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CREDITO       ASSIGN TO CREDVR
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-EXTRATO       ASSIGN TO EXTVR
                                     ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      *    ARQUIVO DE CREDITO DA OPERADORA DO VALE.
       FD  ARQ-CREDITO.
       01  REG-CREDITO              PIC X(100).
       01  REG-CRED-HEADER REDEFINES REG-CREDITO.
           05  CH-TIPO              PIC X(01).
           05  CH-DATA-GERACAO      PIC 9(08).
           05  CH-ORIGEM            PIC X(08).
           05  CH-COMPETENCIA       PIC 9(06).
           05  FILLER               PIC X(77).
       01  REG-CRED-DETALHE REDEFINES REG-CREDITO.
           05  CD-TIPO              PIC X(01).
           05  CD-CPF               PIC X(11).
           05  CD-CODFUN            PIC X(07).
           05  CD-NOMEFUN           PIC X(30).
           05  CD-EMPRESA           PIC X(03).
           05  CD-CODBEN            PIC X(03).
           05  CD-DIAS              PIC 9(02).
           05  CD-VALORDIA          PIC 9(05)V99.
           05  CD-VALOR             PIC 9(07)V99.
           05  FILLER               PIC X(27).
       01  REG-CRED-TRAILER REDEFINES REG-CREDITO.
           05  CT-TIPO              PIC X(01).
           05  CT-QTDE-DETALHES     PIC 9(06).
           05  CT-SOMA-VALORES      PIC 9(11)V99.
           05  FILLER               PIC X(80).
      *
      *    MESMO LEIAUTE DO EXTRATO DE BENEFICIOS (EXTRBEN).
       FD  ARQ-EXTRATO.
       01  REG-EXTRATO.
           05  RE-CODFUN            PIC X(07).
           05  RE-NOMEFUN           PIC X(30).
           05  RE-DEPTOFUN          PIC X(03).
           05  RE-CODBEN            PIC X(03).
           05  RE-VALORFUNC         PIC 9(07)V99.
           05  FILLER               PIC X(31).
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
      *    AINDA FORA DO DCLGEN BOOKFUNC - HOST VARIABLES LOCAIS,
      *    COMO NOS DEMAIS PROGRAMAS QUE PRECISAM DOS CAMPOS.
       77  DB2-EMPRESAFUN            PIC X(03)       VALUE SPACES.
       77  DB2-CPFFUN                PIC X(11)       VALUE SPACES.
       77  DB2-ESCALAFUN             PIC X(03)       VALUE SPACES.
      *
       77  WK-CODBEN                 PIC X(03)       VALUE SPACES.
       77  WK-VALORDIA               PIC 9(05)V99    VALUE ZEROS.
       77  WK-PERCDESC               PIC 9(03)V99    VALUE ZEROS.
       77  WK-EMPRESA-VALOR          PIC X(03)       VALUE SPACES.
       77  WK-HORASSEMANA            PIC 9(02)       VALUE ZEROS.
       77  WK-HORAS-DIA              PIC 9(02)V99    VALUE ZEROS.
       77  WK-HORASFALTA             PIC 9(05)V99    VALUE ZEROS.
       77  WK-DIAS-FALTA             PIC 9(03)       VALUE ZEROS.
       77  WK-DIAS-ESCALA            PIC 9(03)       VALUE ZEROS.
       77  WK-DIAS-CREDITO           PIC 9(03)       VALUE ZEROS.
       77  WK-VALOR-CREDITO          PIC 9(07)V99    VALUE ZEROS.
       77  WK-COPARTICIPACAO         PIC 9(07)V99    VALUE ZEROS.
       77  WK-SEIS-DIAS              PIC X(01)       VALUE 'N'.
           88  ESCALA-SEIS-DIAS                      VALUE 'S'.
       77  WK-FIM-ADESOES            PIC X(01)       VALUE 'N'.
           88  FIM-ADESOES                           VALUE 'S'.
      *
      *    MES DO CREDITO E MES DAS FALTAS (AAAAMM).
       77  WK-PERIODO                PIC 9(06)       VALUE ZEROS.
       77  WK-PERIODO-FALTA          PIC 9(06)       VALUE ZEROS.
       77  WK-ANO-CALC               PIC 9(04)       VALUE ZEROS.
       77  WK-MES-CALC               PIC 9(02)       VALUE ZEROS.
       01  WK-DATA-ATUAL.
           05  WK-HOJE-AAAAMMDD     PIC 9(08).
           05  FILLER               PIC X(13).
       01  WK-HOJE-PARTES REDEFINES WK-DATA-ATUAL.
           05  WK-HOJE-AAAA         PIC 9(04).
           05  WK-HOJE-MM           PIC 9(02).
           05  FILLER               PIC X(15).
      *
      *    CALENDARIO DO MES DO CREDITO: DIA DE TRABALHO NA ESCALA DE
      *    SEGUNDA A SEXTA ('U' DO CALCDUTIL) E NA DE SEGUNDA A SABADO
      *    ('T'), MONTADO DE NOVO A CADA EMPRESA/DEPARTAMENTO - O
      *    FERIADO MUNICIPAL DEPENDE DO ESTABELECIMENTO DO DEPTO.
       77  WK-MES-INI-INTEIRO        PIC 9(07)       VALUE ZEROS.
       77  WK-MES-FIM-INTEIRO        PIC 9(07)       VALUE ZEROS.
       77  WK-QTDE-DIAS-MES          PIC 9(02)       VALUE ZEROS.
       77  WK-IDX                    PIC 9(02)       VALUE ZEROS.
       77  WK-EMPRESA-CAL            PIC X(03)       VALUE HIGH-VALUES.
       77  WK-DEPTO-CAL              PIC X(03)       VALUE HIGH-VALUES.
       01  TAB-CALENDARIO.
           05  TC-DIA               OCCURS 31 TIMES.
               10  TC-UTIL-SEMANA   PIC X(01).
               10  TC-UTIL-SABADO   PIC X(01).
      *
      *    DIAS DO MES EM QUE O FUNCIONARIO NAO TRABALHA (FERIAS OU
      *    AFASTAMENTO) - 'S' NA POSICAO DO DIA.
       01  WK-DIAS-FORA              PIC X(31)       VALUE SPACES.
       01  TAB-DIAS-FORA REDEFINES WK-DIAS-FORA.
           05  TF-FORA              PIC X(01) OCCURS 31 TIMES.
      *
      *    PARAMETROS DO CALCDUTIL.
       77  WK-DU-OPERACAO            PIC X(01)       VALUE SPACES.
       77  WK-DU-DATA                PIC X(10)       VALUE SPACES.
       77  WK-DU-DIAS                PIC 9(03)       VALUE ZEROS.
       77  WK-DU-RESULTADO           PIC X(01)       VALUE 'N'.
      *
      *    DATAS TEXTO DD/MM/AAAA DO CADASTRO E DIA CORRIDO.
       77  WK-DATA-TEXTO             PIC X(10)       VALUE SPACES.
       01  WK-DATA-PARTES.
           05  WK-DT-DIA            PIC 99.
           05  WK-DT-BARRA1         PIC X(01).
           05  WK-DT-MES            PIC 99.
           05  WK-DT-BARRA2         PIC X(01).
           05  WK-DT-ANO            PIC 9(04).
       01  WK-DATA-AAAAMMDD.
           05  WK-AM-ANO            PIC 9(04).
           05  WK-AM-MES            PIC 9(02).
           05  WK-AM-DIA            PIC 9(02).
       01  WK-DATA-NUM REDEFINES WK-DATA-AAAAMMDD
                                     PIC 9(08).
       77  WK-DATA-VALIDA            PIC X(01)       VALUE 'N'.
           88  DATA-LEGIVEL                          VALUE 'S'.
       77  WK-INI-INTEIRO            PIC 9(07)       VALUE ZEROS.
       77  WK-FIM-INTEIRO            PIC 9(07)       VALUE ZEROS.
       77  WK-DIA-INTEIRO            PIC 9(07)       VALUE ZEROS.
       77  WK-PROG-DATAINI           PIC X(10)       VALUE SPACES.
       77  WK-PROG-DIAS              PIC 9(02)       VALUE ZEROS.
       77  WK-AFAST-DATAINI          PIC X(10)       VALUE SPACES.
      *
       77  WK-QTDE-CREDITO           PIC 9(06)       VALUE ZEROS.
       77  WK-QTDE-DESCONTO          PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-SEM-DIAS          PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-SEM-VALOR         PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-SEM-CPF           PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-SEM-ESCALA        PIC 9(05)       VALUE ZEROS.
       77  WK-TOTAL-CREDITO          PIC 9(11)V99    VALUE ZEROS.
       77  WK-TOTAL-DESCONTO         PIC 9(09)V99    VALUE ZEROS.
       77  WK-TOTAL-EDIT             PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *
       EXEC SQL
           DECLARE CUR-ADESOES-VR CURSOR WITH HOLD FOR
               SELECT F.CODFUN, F.NOMEFUN, F.DEPTOFUN,
                      COALESCE(F.EMPRESAFUN, ' '),
                      COALESCE(F.CPFFUN, ' '),
                      COALESCE(F.ESCALAFUN, ' '),
                      B.CODBEN,
                      COALESCE(V.VALORDIA, 0),
                      COALESCE(V.PERCDESC, 0),
                      COALESCE(V.EMPRESA, ' ')
                 FROM EAD719.BENEFICIOS B
                 JOIN EAD719.FUNCIONARIOS F
                   ON F.CODFUN = B.CODFUN
                 LEFT JOIN EAD719.VRVALOR V
                   ON V.EMPRESA = F.EMPRESAFUN
                  AND V.CODBEN  = B.CODBEN
      *         O AFASTADO ('F') ENTRA PARA ZERAR A COPARTICIPACAO -
      *         O AFASTAMENTO ABERTO TIRA TODOS OS DIAS DO MES.
                WHERE B.DATAFIM = ' '
                  AND F.STATUSFUN IN ('A', 'V', 'F')
                  AND B.CODBEN IN (SELECT CODBEN
                                     FROM EAD719.VRVALOR)
                ORDER BY F.EMPRESAFUN, F.DEPTOFUN, F.CODFUN,
                         B.CODBEN
       END-EXEC.
      *
       EXEC SQL
           DECLARE CUR-FERIAS-VR CURSOR FOR
               SELECT DATAINI, DIAS
                 FROM EAD719.FERIASPROG
                WHERE CODFUN = :DB2-CODFUN
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
          PERFORM 201-PROCESSAR.
          PERFORM 901-FINALIZAR.
          STOP RUN.
      *
       100-INICIAR SECTION.
       101-INICIAR.
          MOVE FUNCTION CURRENT-DATE TO WK-DATA-ATUAL.
          MOVE WK-HOJE-AAAA TO WK-ANO-CALC.
          MOVE WK-HOJE-MM   TO WK-MES-CALC.
          PERFORM 110-SOMA-UM-MES.
          COMPUTE WK-PERIODO = WK-ANO-CALC * 100 + WK-MES-CALC.
          IF  LK-PARM-TAM > 0
             IF  LK-PARM-TEXTO(1:8) = 'PERIODO='
                 AND LK-PARM-TEXTO(9:6) IS NUMERIC
                 AND LK-PARM-TEXTO(13:2) > '00'
                 AND LK-PARM-TEXTO(13:2) < '13'
                MOVE LK-PARM-TEXTO(9:6) TO WK-PERIODO
             END-IF
          END-IF.
      *    FALTAS: DOIS MESES ANTES DO CREDITO.
          COMPUTE WK-ANO-CALC = WK-PERIODO / 100.
          COMPUTE WK-MES-CALC = WK-PERIODO - WK-ANO-CALC * 100.
          PERFORM 115-TIRA-UM-MES.
          PERFORM 115-TIRA-UM-MES.
          COMPUTE WK-PERIODO-FALTA = WK-ANO-CALC * 100 + WK-MES-CALC.
          PERFORM 120-LIMITES-DO-MES.
          DISPLAY 'EXTRVR: CREDITO DE VALE-REFEICAO/ALIMENTACAO DE '
                  WK-PERIODO ' (' WK-QTDE-DIAS-MES ' DIAS) - FALTAS '
                  'DE ' WK-PERIODO-FALTA.
          OPEN OUTPUT ARQ-CREDITO.
          OPEN OUTPUT ARQ-EXTRATO.
          MOVE SPACES            TO REG-CREDITO.
          MOVE '0'               TO CH-TIPO.
          MOVE WK-HOJE-AAAAMMDD  TO CH-DATA-GERACAO.
          MOVE 'FOLHARH '        TO CH-ORIGEM.
          MOVE WK-PERIODO        TO CH-COMPETENCIA.
          WRITE REG-CREDITO.
          EXEC SQL
             OPEN CUR-ADESOES-VR
          END-EXEC.
          IF   SQLCODE NOT = 0
             PERFORM 990-ERRO-SQL
          END-IF.
      *
       110-SOMA-UM-MES.
          IF   WK-MES-CALC = 12
             MOVE 1 TO WK-MES-CALC
             ADD 1 TO WK-ANO-CALC
          ELSE
             ADD 1 TO WK-MES-CALC
          END-IF.
      *
       115-TIRA-UM-MES.
          IF   WK-MES-CALC = 1
             MOVE 12 TO WK-MES-CALC
             SUBTRACT 1 FROM WK-ANO-CALC
          ELSE
             SUBTRACT 1 FROM WK-MES-CALC
          END-IF.
      *
       120-LIMITES-DO-MES.
      *    PRIMEIRO E ULTIMO DIA CORRIDO DO MES DO CREDITO.
          COMPUTE WK-ANO-CALC = WK-PERIODO / 100.
          COMPUTE WK-MES-CALC = WK-PERIODO - WK-ANO-CALC * 100.
          MOVE WK-ANO-CALC TO WK-AM-ANO.
          MOVE WK-MES-CALC TO WK-AM-MES.
          MOVE 1           TO WK-AM-DIA.
          COMPUTE WK-MES-INI-INTEIRO =
                  FUNCTION INTEGER-OF-DATE(WK-DATA-NUM).
          PERFORM 110-SOMA-UM-MES.
          MOVE WK-ANO-CALC TO WK-AM-ANO.
          MOVE WK-MES-CALC TO WK-AM-MES.
          COMPUTE WK-MES-FIM-INTEIRO =
                  FUNCTION INTEGER-OF-DATE(WK-DATA-NUM) - 1.
          COMPUTE WK-QTDE-DIAS-MES =
                  WK-MES-FIM-INTEIRO - WK-MES-INI-INTEIRO + 1.
      *
       200-PROCESSAR SECTION.
       201-PROCESSAR.
          PERFORM UNTIL FIM-ADESOES
             EXEC SQL
                FETCH CUR-ADESOES-VR
                  INTO :DB2-CODFUN, :DB2-NOMEFUN, :DB2-DEPTOFUN,
                       :DB2-EMPRESAFUN, :DB2-CPFFUN, :DB2-ESCALAFUN,
                       :WK-CODBEN, :WK-VALORDIA, :WK-PERCDESC,
                       :WK-EMPRESA-VALOR
             END-EXEC
             EVALUATE SQLCODE
                WHEN 0
                   PERFORM 210-CALCULA-ADESAO
                WHEN 100
                   SET FIM-ADESOES TO TRUE
                WHEN OTHER
                   PERFORM 990-ERRO-SQL
             END-EVALUATE
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-ADESOES-VR
          END-EXEC.
      *
       210-CALCULA-ADESAO.
          EVALUATE TRUE
             WHEN WK-EMPRESA-VALOR = SPACES
                ADD 1 TO WK-QTDE-SEM-VALOR
                DISPLAY 'FUNCIONARIO ' DB2-CODFUN ' DA EMPRESA '
                        DB2-EMPRESAFUN ' SEM VALOR DIARIO DO '
                        'BENEFICIO ' WK-CODBEN ' (MANVR) - SEM '
                        'CREDITO'
             WHEN DB2-CPFFUN = SPACES
                ADD 1 TO WK-QTDE-SEM-CPF
                DISPLAY 'FUNCIONARIO ' DB2-CODFUN ' SEM CPF - A '
                        'OPERADORA NAO CREDITA; BENEFICIO '
                        WK-CODBEN ' FORA DO ARQUIVO'
             WHEN OTHER
                PERFORM 220-MONTA-CALENDARIO
                PERFORM 230-CONTA-DIAS
                COMPUTE WK-VALOR-CREDITO =
                        WK-DIAS-CREDITO * WK-VALORDIA
                COMPUTE WK-COPARTICIPACAO ROUNDED =
                        WK-VALOR-CREDITO * WK-PERCDESC / 100
                IF   WK-DIAS-CREDITO = ZEROS
                   ADD 1 TO WK-QTDE-SEM-DIAS
                   DISPLAY 'FUNCIONARIO ' DB2-CODFUN ' SEM DIA DE '
                           'TRABALHO EM ' WK-PERIODO ' - SEM '
                           'CREDITO DO BENEFICIO ' WK-CODBEN
                ELSE
                   PERFORM 260-GRAVA-CREDITO
                END-IF
                IF   WK-COPARTICIPACAO > ZEROS
                   PERFORM 265-GRAVA-DESCONTO
                END-IF
                PERFORM 270-ATUALIZA-ADESAO
          END-EVALUATE.
      *
       220-MONTA-CALENDARIO.
          IF   DB2-EMPRESAFUN NOT = WK-EMPRESA-CAL
           OR  DB2-DEPTOFUN   NOT = WK-DEPTO-CAL
             MOVE DB2-EMPRESAFUN TO WK-EMPRESA-CAL
             MOVE DB2-DEPTOFUN   TO WK-DEPTO-CAL
             PERFORM VARYING WK-IDX FROM 1 BY 1
                       UNTIL WK-IDX > WK-QTDE-DIAS-MES
                COMPUTE WK-DIA-INTEIRO =
                        WK-MES-INI-INTEIRO + WK-IDX - 1
                PERFORM 225-MONTA-DATA-TEXTO
                MOVE WK-DATA-TEXTO TO WK-DU-DATA
                MOVE 'U'           TO WK-DU-OPERACAO
                CALL "CALCDUTIL" USING WK-DU-OPERACAO,
                                       DB2-EMPRESAFUN,
                                       DB2-DEPTOFUN,
                                       WK-DU-DATA,
                                       WK-DU-DIAS,
                                       WK-DU-RESULTADO
                MOVE WK-DU-RESULTADO TO TC-UTIL-SEMANA(WK-IDX)
                MOVE 'T'           TO WK-DU-OPERACAO
                CALL "CALCDUTIL" USING WK-DU-OPERACAO,
                                       DB2-EMPRESAFUN,
                                       DB2-DEPTOFUN,
                                       WK-DU-DATA,
                                       WK-DU-DIAS,
                                       WK-DU-RESULTADO
                MOVE WK-DU-RESULTADO TO TC-UTIL-SABADO(WK-IDX)
             END-PERFORM
          END-IF.
      *
       225-MONTA-DATA-TEXTO.
          COMPUTE WK-DATA-NUM =
                  FUNCTION DATE-OF-INTEGER(WK-DIA-INTEIRO).
          MOVE WK-AM-DIA TO WK-DT-DIA.
          MOVE '/'       TO WK-DT-BARRA1.
          MOVE WK-AM-MES TO WK-DT-MES.
          MOVE '/'       TO WK-DT-BARRA2.
          MOVE WK-AM-ANO TO WK-DT-ANO.
          MOVE WK-DATA-PARTES TO WK-DATA-TEXTO.
      *
       230-CONTA-DIAS.
          PERFORM 235-LE-ESCALA.
          MOVE ALL 'N' TO WK-DIAS-FORA.
          PERFORM 240-MARCA-FERIAS.
          PERFORM 245-MARCA-AFASTAMENTO.
          MOVE ZEROS TO WK-DIAS-ESCALA.
          PERFORM VARYING WK-IDX FROM 1 BY 1
                    UNTIL WK-IDX > WK-QTDE-DIAS-MES
             IF   TF-FORA(WK-IDX) = 'N'
                IF   ESCALA-SEIS-DIAS
                   IF   TC-UTIL-SABADO(WK-IDX) = 'S'
                      ADD 1 TO WK-DIAS-ESCALA
                   END-IF
                ELSE
                   IF   TC-UTIL-SEMANA(WK-IDX) = 'S'
                      ADD 1 TO WK-DIAS-ESCALA
                   END-IF
                END-IF
             END-IF
          END-PERFORM.
          PERFORM 250-DIAS-DE-FALTA.
          IF   WK-DIAS-FALTA < WK-DIAS-ESCALA
             COMPUTE WK-DIAS-CREDITO = WK-DIAS-ESCALA - WK-DIAS-FALTA
          ELSE
             MOVE ZEROS TO WK-DIAS-CREDITO
          END-IF.
      *
       235-LE-ESCALA.
      *    SEM ESCALA CADASTRADA, SEGUNDA A SEXTA DE 8 HORAS.
          MOVE ZEROS TO WK-HORASSEMANA.
          IF   DB2-ESCALAFUN NOT = SPACES
             EXEC SQL
                SELECT HORASSEMANA
                  INTO :WK-HORASSEMANA
                  FROM EAD719.ESCALAS
                 WHERE CODESCALA = :DB2-ESCALAFUN
             END-EXEC
             IF   SQLCODE NOT = 0
                MOVE ZEROS TO WK-HORASSEMANA
             END-IF
          END-IF.
          IF   WK-HORASSEMANA = ZEROS
             ADD 1 TO WK-QTDE-SEM-ESCALA
             DISPLAY 'AVISO: FUNCIONARIO ' DB2-CODFUN ' SEM ESCALA '
                     '(MANESCAL) - CONTADO DE SEGUNDA A SEXTA, 8 '
                     'HORAS POR DIA'
             MOVE 'N' TO WK-SEIS-DIAS
             MOVE 8   TO WK-HORAS-DIA
          ELSE
             IF   WK-HORASSEMANA > 40
                SET ESCALA-SEIS-DIAS TO TRUE
                COMPUTE WK-HORAS-DIA ROUNDED = WK-HORASSEMANA / 6
             ELSE
                MOVE 'N' TO WK-SEIS-DIAS
                COMPUTE WK-HORAS-DIA ROUNDED = WK-HORASSEMANA / 5
             END-IF
          END-IF.
      *
       240-MARCA-FERIAS.
      *    CADA PROGRAMACAO VAI DO DIA DE INICIO ATE INICIO + DIAS
      *    - 1; SO A PARTE DENTRO DO MES DO CREDITO E MARCADA.
          EXEC SQL
             OPEN CUR-FERIAS-VR
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-FERIAS-VR
                  INTO :WK-PROG-DATAINI, :WK-PROG-DIAS
             END-EXEC
             IF   SQLCODE = 0
                MOVE WK-PROG-DATAINI TO WK-DATA-TEXTO
                PERFORM 255-CONVERTE-DATA
                IF   DATA-LEGIVEL AND WK-PROG-DIAS > ZEROS
                   COMPUTE WK-FIM-INTEIRO =
                           WK-INI-INTEIRO + WK-PROG-DIAS - 1
                   PERFORM 248-MARCA-PERIODO
                ELSE
                   DISPLAY 'AVISO: PROGRAMACAO DE FERIAS ILEGIVEL '
                           'DO FUNCIONARIO ' DB2-CODFUN ' ('
                           WK-PROG-DATAINI ') - IGNORADA'
                END-IF
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-FERIAS-VR
          END-EXEC.
      *
       245-MARCA-AFASTAMENTO.
      *    AFASTAMENTO ABERTO: FORA DO INICIO ATE O FIM DO MES - A
      *    VOLTA NAO TEM DATA PREVISTA.
          MOVE SPACES TO WK-AFAST-DATAINI.
          EXEC SQL
             SELECT DATAINI
               INTO :WK-AFAST-DATAINI
               FROM EAD719.AFASTAMENTOS
              WHERE CODFUN  = :DB2-CODFUN
                AND DATAFIM = ' '
          END-EXEC.
          IF   SQLCODE = 0
             MOVE WK-AFAST-DATAINI TO WK-DATA-TEXTO
             PERFORM 255-CONVERTE-DATA
             IF   DATA-LEGIVEL
                MOVE WK-MES-FIM-INTEIRO TO WK-FIM-INTEIRO
                PERFORM 248-MARCA-PERIODO
             ELSE
                DISPLAY 'AVISO: AFASTAMENTO ABERTO ILEGIVEL DO '
                        'FUNCIONARIO ' DB2-CODFUN ' ('
                        WK-AFAST-DATAINI ') - MES INTEIRO FORA'
                MOVE ALL 'S' TO WK-DIAS-FORA
             END-IF
          END-IF.
      *
       248-MARCA-PERIODO.
          IF   WK-INI-INTEIRO < WK-MES-INI-INTEIRO
             MOVE WK-MES-INI-INTEIRO TO WK-INI-INTEIRO
          END-IF.
          IF   WK-FIM-INTEIRO > WK-MES-FIM-INTEIRO
             MOVE WK-MES-FIM-INTEIRO TO WK-FIM-INTEIRO
          END-IF.
          PERFORM VARYING WK-DIA-INTEIRO FROM WK-INI-INTEIRO BY 1
                    UNTIL WK-DIA-INTEIRO > WK-FIM-INTEIRO
             COMPUTE WK-IDX = WK-DIA-INTEIRO - WK-MES-INI-INTEIRO + 1
             MOVE 'S' TO TF-FORA(WK-IDX)
          END-PERFORM.
      *
       250-DIAS-DE-FALTA.
      *    HORAS DE FALTA NAO ABONADAS DO MES DE PONTO, EM DIAS
      *    INTEIROS DA JORNADA DIARIA DA ESCALA.
          MOVE ZEROS TO WK-HORASFALTA.
          EXEC SQL
             SELECT COALESCE(SUM(HORASFALTA), 0)
               INTO :WK-HORASFALTA
               FROM EAD719.MOVPONTO
              WHERE CODFUN  = :DB2-CODFUN
                AND PERIODO = :WK-PERIODO-FALTA
          END-EXEC.
          IF   SQLCODE NOT = 0
             MOVE ZEROS TO WK-HORASFALTA
          END-IF.
          COMPUTE WK-DIAS-FALTA = WK-HORASFALTA / WK-HORAS-DIA.
      *
       255-CONVERTE-DATA.
          MOVE 'N' TO WK-DATA-VALIDA.
          MOVE WK-DATA-TEXTO TO WK-DATA-PARTES.
          IF   WK-DATA-PARTES(1:2) IS NUMERIC
           AND WK-DATA-PARTES(4:2) IS NUMERIC
           AND WK-DATA-PARTES(7:4) IS NUMERIC
             MOVE WK-DT-ANO TO WK-AM-ANO
             MOVE WK-DT-MES TO WK-AM-MES
             MOVE WK-DT-DIA TO WK-AM-DIA
             COMPUTE WK-INI-INTEIRO =
                     FUNCTION INTEGER-OF-DATE(WK-DATA-NUM)
             SET DATA-LEGIVEL TO TRUE
          END-IF.
      *
       260-GRAVA-CREDITO.
          MOVE SPACES            TO REG-CREDITO.
          MOVE '1'               TO CD-TIPO.
          MOVE DB2-CPFFUN        TO CD-CPF.
          MOVE DB2-CODFUN        TO CD-CODFUN.
          MOVE DB2-NOMEFUN-TEXT  TO CD-NOMEFUN.
          MOVE DB2-EMPRESAFUN    TO CD-EMPRESA.
          MOVE WK-CODBEN         TO CD-CODBEN.
          MOVE WK-DIAS-CREDITO   TO CD-DIAS.
          MOVE WK-VALORDIA       TO CD-VALORDIA.
          MOVE WK-VALOR-CREDITO  TO CD-VALOR.
          WRITE REG-CREDITO.
          ADD 1 TO WK-QTDE-CREDITO.
          ADD WK-VALOR-CREDITO TO WK-TOTAL-CREDITO.
      *
       265-GRAVA-DESCONTO.
          MOVE SPACES            TO REG-EXTRATO.
          MOVE DB2-CODFUN        TO RE-CODFUN.
          MOVE DB2-NOMEFUN-TEXT  TO RE-NOMEFUN.
          MOVE DB2-DEPTOFUN      TO RE-DEPTOFUN.
          MOVE WK-CODBEN         TO RE-CODBEN.
          MOVE WK-COPARTICIPACAO TO RE-VALORFUNC.
          WRITE REG-EXTRATO.
          ADD 1 TO WK-QTDE-DESCONTO.
          ADD WK-COPARTICIPACAO TO WK-TOTAL-DESCONTO.
      *
       270-ATUALIZA-ADESAO.
      *    A PARCELA DO FUNCIONARIO NA ADESAO PASSA A SER A
      *    COPARTICIPACAO DO MES (ZERO SEM DIA DE TRABALHO).
          EXEC SQL
             UPDATE EAD719.BENEFICIOS
                SET VALORFUNC = :WK-COPARTICIPACAO
              WHERE CODFUN  = :DB2-CODFUN
                AND CODBEN  = :WK-CODBEN
                AND DATAFIM = ' '
          END-EXEC.
          IF   SQLCODE = 0
             EXEC SQL COMMIT END-EXEC
          ELSE
             DISPLAY 'VALOR DA ADESAO ' WK-CODBEN ' DO FUNCIONARIO '
                     DB2-CODFUN ' NAO ATUALIZADO - SQLCODE ' SQLCODE
             EXEC SQL ROLLBACK END-EXEC
          END-IF.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          MOVE SPACES            TO REG-CREDITO.
          MOVE '9'               TO CT-TIPO.
          MOVE WK-QTDE-CREDITO   TO CT-QTDE-DETALHES.
          MOVE WK-TOTAL-CREDITO  TO CT-SOMA-VALORES.
          WRITE REG-CREDITO.
          CLOSE ARQ-CREDITO.
          CLOSE ARQ-EXTRATO.
          IF   (WK-QTDE-SEM-VALOR > ZEROS OR WK-QTDE-SEM-CPF > ZEROS)
           AND RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
          END-IF.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DO CREDITO DE VALE-REFEICAO/ALIMENTACAO'.
          DISPLAY '  CREDITOS GRAVADOS ..... ' WK-QTDE-CREDITO.
          MOVE WK-TOTAL-CREDITO TO WK-TOTAL-EDIT.
          DISPLAY '  TOTAL CREDITADO ....... ' WK-TOTAL-EDIT.
          DISPLAY '  COPARTICIPACOES ....... ' WK-QTDE-DESCONTO.
          MOVE WK-TOTAL-DESCONTO TO WK-TOTAL-EDIT.
          DISPLAY '  TOTAL DESCONTADO ...... ' WK-TOTAL-EDIT.
          DISPLAY '  SEM DIA DE TRABALHO ... ' WK-QTDE-SEM-DIAS.
          DISPLAY '  SEM VALOR DIARIO ...... ' WK-QTDE-SEM-VALOR.
          DISPLAY '  SEM CPF ............... ' WK-QTDE-SEM-CPF.
          DISPLAY '  SEM ESCALA (AVISO) .... ' WK-QTDE-SEM-ESCALA.
          DISPLAY '================================================'.
          EXIT.
      *
       990-ERRO-SQL.
          MOVE SQLCODE TO WK-SQLCODE-EDIT.
          CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG.
          DISPLAY 'EXTRVR: ERRO ' WK-SQLCODE-EDIT ' - '
                  WK-SQLCODE-MSG.
          CLOSE ARQ-CREDITO.
          CLOSE ARQ-EXTRATO.
          MOVE 12 TO RETURN-CODE.
          STOP RUN.
