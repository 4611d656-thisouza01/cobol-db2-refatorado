        IDENTIFICATION DIVISION.
        PROGRAM-ID.    RELACID.
        AUTHOR.        THIAGO.
      **************************************************
      * RELATORIO MENSAL DE ACIDENTES DE TRABALHO PARA *
      * A CIPA, POR DEPARTAMENTO E CARGO DO DIA DO     *
      * ACIDENTE (EAD719.ACIDENTES, MANACID):          *
      * ACIDENTES DO MES, QUANTOS GERARAM AFASTAMENTO, *
      * QUANTOS FORAM DE TRAJETO, QUANTAS CATS SAIRAM  *
      * (OU AINDA NAO SAIRAM) FORA DO PRAZO, O EFETIVO *
      * ATUAL DO DEPARTAMENTO/CARGO E A TAXA DE        *
      * FREQUENCIA (ACIDENTES X 1.000.000 / HORAS-     *
      * HOMEM, COM 220 HORAS POR PESSOA NO MES). FECHA *
      * COM O TOTAL DA EMPRESA.                        *
      * PARM='PERIODO=AAAAMM' (SEM PARM, MES CORRENTE).*
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RELATORIO     ASSIGN TO RELACID
                                     ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-RELATORIO.
       01  REG-RELATORIO            PIC X(100).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
      * Variaveis de controle SQL
       COPY SQLVARS.
       COPY CPYSQLMSG.
      *
       77  WK-PERIODO                PIC 9(06)       VALUE ZEROS.
       01  WK-PERIODO-TEXTO          PIC X(06)       VALUE SPACES.
       01  WK-HOJE-TEXTO             PIC X(08)       VALUE SPACES.
       01  WK-DATA-ATUAL.
           05  WK-HOJE-AAAA         PIC 9(04).
           05  WK-HOJE-MM           PIC 9(02).
           05  FILLER               PIC X(15).
      *
       77  WK-DEPTO                  PIC X(03)       VALUE SPACES.
       77  WK-CARGO                  PIC X(04)       VALUE SPACES.
       77  WK-ACIDENTES              PIC 9(05)       VALUE ZEROS.
       77  WK-COM-AFAST              PIC 9(05)       VALUE ZEROS.
       77  WK-TRAJETO                PIC 9(05)       VALUE ZEROS.
       77  WK-CAT-ATRASO             PIC 9(05)       VALUE ZEROS.
       77  WK-EFETIVO                PIC 9(05)       VALUE ZEROS.
       77  WK-TAXA-FREQ              PIC 9(07)V99    VALUE ZEROS.
       77  WK-HORAS-MES              PIC 9(03)       VALUE 220.
      *
       77  WK-TOT-ACIDENTES          PIC 9(06)       VALUE ZEROS.
       77  WK-TOT-COM-AFAST          PIC 9(06)       VALUE ZEROS.
       77  WK-TOT-TRAJETO            PIC 9(06)       VALUE ZEROS.
       77  WK-TOT-CAT-ATRASO         PIC 9(06)       VALUE ZEROS.
       77  WK-TOT-EFETIVO            PIC 9(06)       VALUE ZEROS.
       77  WK-QTDE-GRUPOS            PIC 9(04)       VALUE ZEROS.
      *
       01  WK-LINHA.
           05  WL-DEPTO             PIC X(03).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  WL-CARGO             PIC X(05).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  WL-ACIDENTES         PIC ZZZZZ9.
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  WL-COM-AFAST         PIC ZZZZZ9.
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  WL-TRAJETO           PIC ZZZZZ9.
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  WL-CAT-ATRASO        PIC ZZZZZ9.
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  WL-EFETIVO           PIC ZZZZZ9.
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  WL-TAXA-FREQ         PIC Z.ZZZ.ZZ9,99.
      *
      *    ACIDENTES DO MES POR DEPARTAMENTO E CARGO GRAVADOS NO
      *    PROPRIO ACIDENTE. CAT FORA DO PRAZO: EMITIDA DEPOIS DO
      *    PRAZO, OU AINDA NAO EMITIDA COM O PRAZO VENCIDO.
       EXEC SQL
           DECLARE CUR-ACIDENTES CURSOR FOR
               SELECT DEPTOFUN, CARGOFUN, COUNT(*),
                      SUM(CASE WHEN AFASTINI <> ' '
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN TIPOCAUSA = 'J'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN (NUMCAT = ' '
                                     AND SUBSTR(PRAZOCAT, 7, 4)
                                      || SUBSTR(PRAZOCAT, 4, 2)
                                      || SUBSTR(PRAZOCAT, 1, 2)
                                       < :WK-HOJE-TEXTO)
                                 OR (NUMCAT <> ' '
                                     AND SUBSTR(DATACAT, 7, 4)
                                      || SUBSTR(DATACAT, 4, 2)
                                      || SUBSTR(DATACAT, 1, 2)
                                       > SUBSTR(PRAZOCAT, 7, 4)
                                      || SUBSTR(PRAZOCAT, 4, 2)
                                      || SUBSTR(PRAZOCAT, 1, 2))
                               THEN 1 ELSE 0 END)
                 FROM EAD719.ACIDENTES
                WHERE SUBSTR(DATAACID, 7, 4)
                      || SUBSTR(DATAACID, 4, 2) = :WK-PERIODO-TEXTO
                GROUP BY DEPTOFUN, CARGOFUN
                ORDER BY DEPTOFUN, CARGOFUN
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
          MOVE WK-DATA-ATUAL(1:8)    TO WK-HOJE-TEXTO.
          COMPUTE WK-PERIODO = WK-HOJE-AAAA * 100 + WK-HOJE-MM.
          IF  LK-PARM-TAM > 0
             IF  LK-PARM-TEXTO(1:8) = 'PERIODO='
                 AND LK-PARM-TEXTO(9:6) IS NUMERIC
                MOVE LK-PARM-TEXTO(9:6) TO WK-PERIODO
             END-IF
          END-IF.
          MOVE WK-PERIODO TO WK-PERIODO-TEXTO.
          DISPLAY 'RELACID: ACIDENTES DE TRABALHO DO PERIODO '
                  WK-PERIODO.
          OPEN OUTPUT ARQ-RELATORIO.
          MOVE SPACES TO REG-RELATORIO.
          STRING 'ACIDENTES DE TRABALHO POR DEPARTAMENTO E CARGO - '
                 'PERIODO ' WK-PERIODO
                 DELIMITED BY SIZE INTO REG-RELATORIO
          END-STRING.
          WRITE REG-RELATORIO.
          MOVE SPACES TO REG-RELATORIO.
          STRING 'DEP  CARGO  ACIDEN  C/AFAS  TRAJET  CATATR  '
                 'EFETIV  TAXA FREQUENCIA'
                 DELIMITED BY SIZE INTO REG-RELATORIO
          END-STRING.
          WRITE REG-RELATORIO.
      *
       200-PROCESSAR SECTION.
       201-PROCESSAR.
          EXEC SQL
             OPEN CUR-ACIDENTES
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-ACIDENTES
                  INTO :WK-DEPTO, :WK-CARGO, :WK-ACIDENTES,
                       :WK-COM-AFAST, :WK-TRAJETO, :WK-CAT-ATRASO
             END-EXEC
             IF   SQLCODE = 0
                PERFORM 210-GRAVA-GRUPO
             END-IF
          END-PERFORM.
          IF   SQLCODE NOT = 100
             MOVE SQLCODE TO WK-SQLCODE-EDIT
             CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
             DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                     ' NA LEITURA DOS ACIDENTES'
             MOVE 12 TO RETURN-CODE
          END-IF.
          EXEC SQL
             CLOSE CUR-ACIDENTES
          END-EXEC.
          PERFORM 220-GRAVA-TOTAL.
      *
       210-GRAVA-GRUPO.
          MOVE ZEROS TO WK-EFETIVO.
          EXEC SQL
             SELECT COUNT(*)
               INTO :WK-EFETIVO
               FROM EAD719.FUNCIONARIOS
              WHERE DEPTOFUN  = :WK-DEPTO
                AND CARGOFUN  = :WK-CARGO
                AND STATUSFUN IN ('A', 'F', 'V')
          END-EXEC.
          IF   SQLCODE NOT = 0
             MOVE ZEROS TO WK-EFETIVO
          END-IF.
          ADD 1               TO WK-QTDE-GRUPOS.
          ADD WK-ACIDENTES    TO WK-TOT-ACIDENTES.
          ADD WK-COM-AFAST    TO WK-TOT-COM-AFAST.
          ADD WK-TRAJETO      TO WK-TOT-TRAJETO.
          ADD WK-CAT-ATRASO   TO WK-TOT-CAT-ATRASO.
          ADD WK-EFETIVO      TO WK-TOT-EFETIVO.
          MOVE SPACES         TO WK-LINHA.
          MOVE WK-DEPTO       TO WL-DEPTO.
          MOVE WK-CARGO       TO WL-CARGO.
          PERFORM 230-MONTA-LINHA.
      *
       220-GRAVA-TOTAL.
          MOVE WK-TOT-ACIDENTES  TO WK-ACIDENTES.
          MOVE WK-TOT-COM-AFAST  TO WK-COM-AFAST.
          MOVE WK-TOT-TRAJETO    TO WK-TRAJETO.
          MOVE WK-TOT-CAT-ATRASO TO WK-CAT-ATRASO.
          MOVE WK-TOT-EFETIVO    TO WK-EFETIVO.
          MOVE SPACES            TO REG-RELATORIO.
          WRITE REG-RELATORIO.
          MOVE SPACES            TO WK-LINHA.
          MOVE 'TOT'             TO WL-DEPTO.
          MOVE 'GERAL'           TO WL-CARGO.
          PERFORM 230-MONTA-LINHA.
      *
       230-MONTA-LINHA.
          IF   WK-EFETIVO > ZEROS
             COMPUTE WK-TAXA-FREQ ROUNDED =
                     WK-ACIDENTES * 1000000
                     / (WK-EFETIVO * WK-HORAS-MES)
          ELSE
             MOVE ZEROS TO WK-TAXA-FREQ
          END-IF.
          MOVE WK-ACIDENTES      TO WL-ACIDENTES.
          MOVE WK-COM-AFAST      TO WL-COM-AFAST.
          MOVE WK-TRAJETO        TO WL-TRAJETO.
          MOVE WK-CAT-ATRASO     TO WL-CAT-ATRASO.
          MOVE WK-EFETIVO        TO WL-EFETIVO.
          MOVE WK-TAXA-FREQ      TO WL-TAXA-FREQ.
          MOVE WK-LINHA          TO REG-RELATORIO.
          WRITE REG-RELATORIO.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          CLOSE ARQ-RELATORIO.
          DISPLAY WK-QTDE-GRUPOS ' DEPARTAMENTO(S)/CARGO(S) COM '
                  WK-TOT-ACIDENTES ' ACIDENTE(S) NO PERIODO '
                  WK-PERIODO.
          EXIT.
