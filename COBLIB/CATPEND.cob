        IDENTIFICATION DIVISION.
        PROGRAM-ID.    CATPEND.
        AUTHOR.        THIAGO.
      **************************************************
      * COBRANCA DIARIA DA CAT (MOLDE DO ESOCPEND):    *
      * RELATA TODO ACIDENTE DE TRABALHO DE            *
      * EAD719.ACIDENTES (MANACID) AINDA SEM CAT       *
      * EMITIDA COM O PRAZO - PRIMEIRO DIA UTIL APOS O *
      * ACIDENTE, CALCULADO PELO CALCDUTIL NO REGISTRO *
      * - JA VENCIDO, O MAIS ATRASADO PRIMEIRO. COM    *
      * ATRASADOS, TERMINA COM RETURN-CODE 4. A CAT    *
      * EMITIDA FORA DO PRAZO SAI NO RELACID DO MES.   *
      *                                                *
      * LEIAUTE DO RELATORIO (CATPEND):                *
      *   CODFUN X(07) NOMEFUN X(30) ACIDENTE X(10)    *
      *   PRAZO X(10) DIAS DE ATRASO 9(04)             *
      *   LOCAL X(30)                                  *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RELATORIO     ASSIGN TO CATPEND
                                     ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-RELATORIO.
       01  REG-RELATORIO.
           05  RL-CODFUN            PIC X(07).
           05  FILLER               PIC X(01)       VALUE SPACES.
           05  RL-NOMEFUN           PIC X(30).
           05  FILLER               PIC X(01)       VALUE SPACES.
           05  RL-DATAACID          PIC X(10).
           05  FILLER               PIC X(01)       VALUE SPACES.
           05  RL-PRAZO             PIC X(10).
           05  FILLER               PIC X(01)       VALUE SPACES.
           05  RL-DIAS-ATRASO       PIC ZZZ9.
           05  FILLER               PIC X(01)       VALUE SPACES.
           05  RL-LOCAL             PIC X(30).
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
       77  WK-DATAACID               PIC X(10)       VALUE SPACES.
       77  WK-PRAZOCAT               PIC X(10)       VALUE SPACES.
       77  WK-LOCALACID              PIC X(30)       VALUE SPACES.
       01  WK-HOJE-TEXTO             PIC X(08)       VALUE SPACES.
       01  WK-DATA-ATUAL.
           05  WK-DATA-AAAAMMDD     PIC 9(08).
           05  FILLER               PIC X(13).
       01  WK-PRAZO-PARTES.
           05  WK-PRZ-DIA           PIC 99.
           05  FILLER               PIC X.
           05  WK-PRZ-MES           PIC 99.
           05  FILLER               PIC X.
           05  WK-PRZ-ANO           PIC 9(04).
       77  WK-PRAZO-NUM              PIC 9(08)       VALUE ZEROS.
       77  WK-DIAS-ATRASO            PIC S9(05)      VALUE ZEROS.
      *
       77  WK-QTDE-ATRASADA          PIC 9(05)       VALUE ZEROS.
      *
       EXEC SQL
           DECLARE CUR-CAT-PENDENTE CURSOR FOR
               SELECT A.CODFUN, COALESCE(F.NOMEFUN, ' '),
                      A.DATAACID, A.PRAZOCAT, A.LOCALACID
                 FROM EAD719.ACIDENTES A
                 LEFT JOIN EAD719.FUNCIONARIOS F
                        ON F.CODFUN = A.CODFUN
                WHERE A.NUMCAT = ' '
                  AND SUBSTR(A.PRAZOCAT, 7, 4)
                      || SUBSTR(A.PRAZOCAT, 4, 2)
                      || SUBSTR(A.PRAZOCAT, 1, 2)
                      < :WK-HOJE-TEXTO
                ORDER BY SUBSTR(A.PRAZOCAT, 7, 4),
                         SUBSTR(A.PRAZOCAT, 4, 2),
                         SUBSTR(A.PRAZOCAT, 1, 2), A.CODFUN
       END-EXEC.
      *
       PROCEDURE DIVISION.
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
          OPEN OUTPUT ARQ-RELATORIO.
          EXEC SQL
             OPEN CUR-CAT-PENDENTE
          END-EXEC.
      *
       200-PROCESSAR SECTION.
       201-PROCESSAR.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-CAT-PENDENTE
                  INTO :DB2-CODFUN, :DB2-NOMEFUN, :WK-DATAACID,
                       :WK-PRAZOCAT, :WK-LOCALACID
             END-EXEC
             IF   SQLCODE = 0
                PERFORM 210-GRAVA-PENDENTE
             END-IF
          END-PERFORM.
          IF   SQLCODE NOT = 100
             MOVE SQLCODE TO WK-SQLCODE-EDIT
             CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
             DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                     ' NA LEITURA DAS CATS PENDENTES'
             MOVE 12 TO RETURN-CODE
          END-IF.
      *
       210-GRAVA-PENDENTE.
          MOVE ZEROS TO WK-DIAS-ATRASO.
          MOVE WK-PRAZOCAT TO WK-PRAZO-PARTES.
          IF   WK-PRAZO-PARTES(1:2) IS NUMERIC
           AND WK-PRAZO-PARTES(4:2) IS NUMERIC
           AND WK-PRAZO-PARTES(7:4) IS NUMERIC
             COMPUTE WK-PRAZO-NUM = WK-PRZ-ANO * 10000
                                  + WK-PRZ-MES * 100 + WK-PRZ-DIA
             COMPUTE WK-DIAS-ATRASO =
                     FUNCTION INTEGER-OF-DATE(WK-DATA-AAAAMMDD)
                   - FUNCTION INTEGER-OF-DATE(WK-PRAZO-NUM)
          END-IF.
          MOVE DB2-CODFUN       TO RL-CODFUN.
          MOVE DB2-NOMEFUN-TEXT TO RL-NOMEFUN.
          MOVE WK-DATAACID      TO RL-DATAACID.
          MOVE WK-PRAZOCAT      TO RL-PRAZO.
          MOVE WK-DIAS-ATRASO   TO RL-DIAS-ATRASO.
          MOVE WK-LOCALACID     TO RL-LOCAL.
          WRITE REG-RELATORIO.
          ADD 1 TO WK-QTDE-ATRASADA.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          EXEC SQL
             CLOSE CUR-CAT-PENDENTE
          END-EXEC.
          CLOSE ARQ-RELATORIO.
          IF   WK-QTDE-ATRASADA > ZEROS
               AND RETURN-CODE = ZEROS
             MOVE 4 TO RETURN-CODE
          END-IF.
          DISPLAY '================================================'.
          DISPLAY 'ACIDENTES DE TRABALHO COM CAT EM ATRASO'.
          DISPLAY '  SEM CAT APOS O PRAZO .. ' WK-QTDE-ATRASADA.
          DISPLAY '================================================'.
          EXIT.
