        IDENTIFICATION DIVISION.
        PROGRAM-ID.    RELPROV.
        AUTHOR.        THIAGO.
      **************************************************
      * RELATORIO MENSAL DA PROVISAO PARA              *
      * CONTINGENCIAS TRABALHISTAS POR EMPRESA, PARA A *
      * CONTABILIDADE (ARQUIVO PROVREL): UMA LINHA POR *
      * PROCESSO NAO ENCERRADO DO CADASTRO MANPROC     *
      * (EAD719.PROCTRAB) COM O VALOR PROVISIONADO, O  *
      * TOTAL DE CADA EMPRESA DO RECLAMANTE            *
      * (EMPRESAFUN) E O TOTAL GERAL. O VALOR E O QUE  *
      * ESTA NO CADASTRO NA HORA DA EXECUCAO - RODAR   *
      * NO FECHAMENTO, DEPOIS QUE O JURIDICO ATUALIZAR *
      * AS PROVISOES DO MES. A EMPRESA DO RECLAMANTE   *
      * JA MOVIDO PELO ARQFUNC VEM DO CADASTRO DE      *
      * EX-FUNCIONARIOS (FUNCIONARIOS_EX).             *
      * PARM='MES=AAAAMM' SO IDENTIFICA O MES NO       *
      * CABECALHO (SEM PARM, O MES CORRENTE).          *
      *                                                *
      * LINHAS DO PROVREL:                             *
      *   EMPRESA     X(03)                            *
      *   PROCESSO    X(25)  '*** TOTAL DA EMPRESA' NO *
      *                      TOTAL, '*** TOTAL GERAL'  *
      *                      NO FIM                    *
      *   CODFUN      X(07)                            *
      *   STATUS      X(01)  A/R/S                     *
      *   PROXIMA AUDIENCIA X(10)                      *
      *   QTDE        ZZ.ZZ9  (SO NOS TOTAIS)          *
      *   PROVISAO    ZZ.ZZZ.ZZZ.ZZ9,99                *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RELATORIO     ASSIGN TO PROVREL
                                     ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-RELATORIO.
       01  REG-RELATORIO            PIC X(100).
       01  REG-REL-PROCESSO REDEFINES REG-RELATORIO.
           05  RL-EMPRESA           PIC X(03).
           05  FILLER               PIC X(02).
           05  RL-NUMPROC           PIC X(25).
           05  FILLER               PIC X(02).
           05  RL-CODFUN            PIC X(07).
           05  FILLER               PIC X(02).
           05  RL-STATUSPROC        PIC X(01).
           05  FILLER               PIC X(02).
           05  RL-PROXAUD           PIC X(10).
           05  FILLER               PIC X(02).
           05  RL-QTDE              PIC ZZ.ZZ9.
           05  FILLER               PIC X(02).
           05  RL-VALORPROV         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER               PIC X(19).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
      * Variaveis de controle SQL
       COPY SQLVARS.
       COPY CPYSQLMSG.
      *
       77  DB2-EMPRESAFUN            PIC X(03)       VALUE SPACES.
       77  WK-NUMPROC                PIC X(25)       VALUE SPACES.
       77  WK-CODFUN                 PIC X(07)       VALUE SPACES.
       77  WK-STATUSPROC             PIC X(01)       VALUE SPACES.
       77  WK-PROXAUD                PIC X(10)       VALUE SPACES.
       77  WK-VALORPROV              PIC S9(11)V99   VALUE ZEROS.
      *
       77  WK-MES-REF                PIC X(06)       VALUE SPACES.
       01  WK-DATA-ATUAL.
           05  WK-HOJE-AAAAMM       PIC X(06).
           05  FILLER               PIC X(15).
      *
       77  WK-EMPRESA-ANT            PIC X(03)       VALUE SPACES.
       77  WK-QTDE-EMPRESA           PIC 9(05)       VALUE ZEROS.
       77  WK-TOTAL-EMPRESA          PIC S9(13)V99   VALUE ZEROS.
       77  WK-QTDE-GERAL             PIC 9(05)       VALUE ZEROS.
       77  WK-TOTAL-GERAL            PIC S9(13)V99   VALUE ZEROS.
       77  WK-QTDE-EMPRESAS          PIC 9(03)       VALUE ZEROS.
       77  WK-VALOR-EDIT             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
      *    SO PROCESSO NAO ENCERRADO ENTRA NA PROVISAO.
       EXEC SQL
           DECLARE CUR-PROVISAO CURSOR FOR
               SELECT COALESCE(F.EMPRESAFUN, X.EMPRESAFUN, ' '),
                      P.NUMPROC, P.CODFUN, P.STATUSPROC, P.PROXAUD,
                      P.VALORPROV
                 FROM EAD719.PROCTRAB P
                 LEFT JOIN EAD719.FUNCIONARIOS F
                   ON F.CODFUN = P.CODFUN
                 LEFT JOIN EAD719.FUNCIONARIOS_EX X
                   ON X.CODFUN = P.CODFUN
                WHERE P.STATUSPROC NOT = 'E'
                ORDER BY 1, P.NUMPROC
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
          MOVE WK-HOJE-AAAAMM TO WK-MES-REF.
          IF  LK-PARM-TAM > 0
             IF  LK-PARM-TEXTO(1:4) = 'MES='
                 AND LK-PARM-TEXTO(5:6) IS NUMERIC
                MOVE LK-PARM-TEXTO(5:6) TO WK-MES-REF
             END-IF
          END-IF.
          DISPLAY 'RELPROV: PROVISAO TRABALHISTA DE ' WK-MES-REF(5:2)
                  '/' WK-MES-REF(1:4).
          OPEN OUTPUT ARQ-RELATORIO.
          MOVE SPACES TO REG-RELATORIO.
          STRING 'PROVISAO PARA CONTINGENCIAS TRABALHISTAS - '
                 WK-MES-REF(5:2) '/' WK-MES-REF(1:4)
                 DELIMITED BY SIZE INTO REG-RELATORIO
          END-STRING.
          WRITE REG-RELATORIO.
          MOVE SPACES TO REG-RELATORIO.
          STRING 'EMP  PROCESSO                   CODFUN   S  '
                 'AUDIENCIA     QTDE           PROVISAO'
                 DELIMITED BY SIZE INTO REG-RELATORIO
          END-STRING.
          WRITE REG-RELATORIO.
      *
       200-PROCESSAR SECTION.
       201-PROCESSAR.
          MOVE HIGH-VALUES TO WK-EMPRESA-ANT.
          EXEC SQL
             OPEN CUR-PROVISAO
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-PROVISAO
                  INTO :DB2-EMPRESAFUN, :WK-NUMPROC, :WK-CODFUN,
                       :WK-STATUSPROC, :WK-PROXAUD, :WK-VALORPROV
             END-EXEC
             IF   SQLCODE = 0
                IF   DB2-EMPRESAFUN NOT = WK-EMPRESA-ANT
                   IF   WK-EMPRESA-ANT NOT = HIGH-VALUES
                      PERFORM 220-TOTAL-EMPRESA
                   END-IF
                   MOVE DB2-EMPRESAFUN TO WK-EMPRESA-ANT
                   MOVE ZEROS TO WK-QTDE-EMPRESA WK-TOTAL-EMPRESA
                   ADD 1 TO WK-QTDE-EMPRESAS
                END-IF
                PERFORM 210-LINHA-PROCESSO
             END-IF
          END-PERFORM.
          IF   SQLCODE NOT = 100
             MOVE SQLCODE TO WK-SQLCODE-EDIT
             CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
             DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                     ' NA LEITURA DOS PROCESSOS TRABALHISTAS'
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          EXEC SQL
             CLOSE CUR-PROVISAO
          END-EXEC.
          IF   WK-EMPRESA-ANT NOT = HIGH-VALUES
             PERFORM 220-TOTAL-EMPRESA
          END-IF.
          PERFORM 230-TOTAL-GERAL.
      *
       210-LINHA-PROCESSO.
          MOVE SPACES         TO REG-RELATORIO.
          MOVE DB2-EMPRESAFUN TO RL-EMPRESA.
          MOVE WK-NUMPROC     TO RL-NUMPROC.
          MOVE WK-CODFUN      TO RL-CODFUN.
          MOVE WK-STATUSPROC  TO RL-STATUSPROC.
          MOVE WK-PROXAUD     TO RL-PROXAUD.
          MOVE WK-VALORPROV   TO RL-VALORPROV.
          WRITE REG-RELATORIO.
          ADD 1            TO WK-QTDE-EMPRESA WK-QTDE-GERAL.
          ADD WK-VALORPROV TO WK-TOTAL-EMPRESA WK-TOTAL-GERAL.
      *
       220-TOTAL-EMPRESA.
          MOVE SPACES                 TO REG-RELATORIO.
          MOVE WK-EMPRESA-ANT         TO RL-EMPRESA.
          MOVE '*** TOTAL DA EMPRESA' TO RL-NUMPROC.
          MOVE WK-QTDE-EMPRESA        TO RL-QTDE.
          MOVE WK-TOTAL-EMPRESA       TO RL-VALORPROV.
          WRITE REG-RELATORIO.
          MOVE WK-TOTAL-EMPRESA       TO WK-VALOR-EDIT.
          DISPLAY '  EMPRESA ' WK-EMPRESA-ANT ': ' WK-QTDE-EMPRESA
                  ' PROCESSO(S) - PROVISAO ' WK-VALOR-EDIT.
      *
       230-TOTAL-GERAL.
          MOVE SPACES            TO REG-RELATORIO.
          MOVE '*** TOTAL GERAL' TO RL-NUMPROC.
          MOVE WK-QTDE-GERAL     TO RL-QTDE.
          MOVE WK-TOTAL-GERAL    TO RL-VALORPROV.
          WRITE REG-RELATORIO.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          CLOSE ARQ-RELATORIO.
          MOVE WK-TOTAL-GERAL TO WK-VALOR-EDIT.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DA PROVISAO TRABALHISTA'.
          DISPLAY '  EMPRESAS .............. ' WK-QTDE-EMPRESAS.
          DISPLAY '  PROCESSOS PROVISIONADOS ' WK-QTDE-GERAL.
          DISPLAY '  PROVISAO TOTAL ........ ' WK-VALOR-EDIT.
          DISPLAY '================================================'.
          EXIT.
