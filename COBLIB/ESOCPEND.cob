        IDENTIFICATION DIVISION.
        PROGRAM-ID.    ESOCPEND.
        AUTHOR.        THIAGO.
      **************************************************
      * COBRANCA DIARIA DO ESOCIAL: RELATA TODO EVENTO *
      * DE EAD719.ESOCIALEVT AINDA SEM RECIBO DO       *
      * GOVERNO (GERADO E NAO RETORNADO, OU REJEITADO) *
      * COM O PRAZO LEGAL JA VENCIDO - O MAIS ATRASADO *
      * PRIMEIRO, COM OS DIAS DE ATRASO E O MOTIVO DA  *
      * REJEICAO. RODA TODA MANHA, DEPOIS DO ESOCRET;  *
      * COM ATRASADOS, TERMINA COM RETURN-CODE 4.      *
      *                                                *
      * LEIAUTE DO RELATORIO (ESOCPEND):               *
      *   IDEVENTO X(21) EVENTO X(06) CODFUN X(07)     *
      *   NOMEFUN X(30) OCORRENCIA X(10) PRAZO X(10)   *
      *   DIAS DE ATRASO 9(04) SITUACAO X(01)          *
      *   MOTIVO DA REJEICAO X(60)                     *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RELATORIO     ASSIGN TO ESOCPEND
                                     ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-RELATORIO.
       01  REG-RELATORIO.
           05  RL-IDEVENTO          PIC X(21).
           05  FILLER               PIC X(01)       VALUE SPACES.
           05  RL-EVENTO            PIC X(06).
           05  FILLER               PIC X(01)       VALUE SPACES.
           05  RL-CODFUN            PIC X(07).
           05  FILLER               PIC X(01)       VALUE SPACES.
           05  RL-NOMEFUN           PIC X(30).
           05  FILLER               PIC X(01)       VALUE SPACES.
           05  RL-DATAOCOR          PIC X(10).
           05  FILLER               PIC X(01)       VALUE SPACES.
           05  RL-PRAZO             PIC X(10).
           05  FILLER               PIC X(01)       VALUE SPACES.
           05  RL-DIAS-ATRASO       PIC ZZZ9.
           05  FILLER               PIC X(01)       VALUE SPACES.
           05  RL-SITUACAO          PIC X(01).
           05  FILLER               PIC X(01)       VALUE SPACES.
           05  RL-MOTIVOREJ         PIC X(60).
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
       77  DB2-IDEVENTO              PIC X(21)       VALUE SPACES.
       77  DB2-TIPOEVT               PIC X(06)       VALUE SPACES.
       77  DB2-DATAOCOR              PIC X(10)       VALUE SPACES.
       77  DB2-PRAZO                 PIC X(10)       VALUE SPACES.
       77  DB2-SITUACAO              PIC X(01)       VALUE SPACES.
       77  DB2-MOTIVOREJ             PIC X(60)       VALUE SPACES.
       77  WK-DIAS-ATRASO            PIC S9(04)      VALUE ZEROS.
      *
       77  WK-QTDE-ATRASADA          PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-REJEITADA         PIC 9(05)       VALUE ZEROS.
      *
       EXEC SQL
           DECLARE CUR-PENDENTES CURSOR FOR
               SELECT E.IDEVENTO, E.TIPOEVT, E.CODFUN,
                      COALESCE(F.NOMEFUN, ' '),
                      CHAR(E.DATAOCOR, ISO), CHAR(E.PRAZO, ISO),
                      DAYS(CURRENT DATE) - DAYS(E.PRAZO),
                      E.SITUACAO, E.MOTIVOREJ
                 FROM EAD719.ESOCIALEVT E
                 LEFT JOIN EAD719.FUNCIONARIOS F
                        ON F.CODFUN = E.CODFUN
                WHERE E.SITUACAO IN ('G', 'R')
                  AND E.PRAZO < CURRENT DATE
                ORDER BY E.PRAZO, E.IDEVENTO
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
          OPEN OUTPUT ARQ-RELATORIO.
          EXEC SQL
             OPEN CUR-PENDENTES
          END-EXEC.
      *
       200-PROCESSAR SECTION.
       201-PROCESSAR.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-PENDENTES
                  INTO :DB2-IDEVENTO, :DB2-TIPOEVT, :DB2-CODFUN,
                       :DB2-NOMEFUN, :DB2-DATAOCOR, :DB2-PRAZO,
                       :WK-DIAS-ATRASO, :DB2-SITUACAO,
                       :DB2-MOTIVOREJ
             END-EXEC
             IF   SQLCODE = 0
                PERFORM 210-GRAVA-PENDENTE
             END-IF
          END-PERFORM.
          IF   SQLCODE NOT = 100
             MOVE SQLCODE TO WK-SQLCODE-EDIT
             CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
             DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                     ' NA LEITURA DOS EVENTOS PENDENTES'
             MOVE 12 TO RETURN-CODE
          END-IF.
      *
       210-GRAVA-PENDENTE.
          MOVE DB2-IDEVENTO     TO RL-IDEVENTO.
          MOVE DB2-TIPOEVT      TO RL-EVENTO.
          MOVE DB2-CODFUN       TO RL-CODFUN.
          MOVE DB2-NOMEFUN-TEXT TO RL-NOMEFUN.
          MOVE DB2-DATAOCOR     TO RL-DATAOCOR.
          MOVE DB2-PRAZO        TO RL-PRAZO.
          MOVE WK-DIAS-ATRASO   TO RL-DIAS-ATRASO.
          MOVE DB2-SITUACAO     TO RL-SITUACAO.
          MOVE DB2-MOTIVOREJ    TO RL-MOTIVOREJ.
          WRITE REG-RELATORIO.
          ADD 1 TO WK-QTDE-ATRASADA.
          IF   DB2-SITUACAO = 'R'
             ADD 1 TO WK-QTDE-REJEITADA
          END-IF.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          EXEC SQL
             CLOSE CUR-PENDENTES
          END-EXEC.
          CLOSE ARQ-RELATORIO.
          IF   WK-QTDE-ATRASADA > ZEROS
               AND RETURN-CODE = ZEROS
             MOVE 4 TO RETURN-CODE
          END-IF.
          DISPLAY '================================================'.
          DISPLAY 'EVENTOS DO ESOCIAL COM PRAZO VENCIDO'.
          DISPLAY '  SEM RECIBO ............ ' WK-QTDE-ATRASADA.
          DISPLAY '  DOS QUAIS REJEITADOS .. ' WK-QTDE-REJEITADA.
          DISPLAY '================================================'.
          EXIT.
