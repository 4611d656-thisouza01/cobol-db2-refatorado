        IDENTIFICATION DIVISION.
        PROGRAM-ID.    RELAVULS.
        AUTHOR.        THIAGO.
      **************************************************
      * RELATORIO MENSAL DOS LANCAMENTOS AVULSOS DE    *
      * PROVENTO E DESCONTO (EAD719.LANCAVULSO,        *
      * MANAVULS/APRAVULS) PARA A CONTROLADORIA: TODO  *
      * LANCAMENTO DO PERIODO, EM QUALQUER SITUACAO,   *
      * COM O TIPO DE EVENTO (EAD719.TIPOAVULSO), O    *
      * VALOR, QUEM LANCOU, QUEM DECIDIU E A           *
      * JUSTIFICATIVA - LINHA 'L', NA ORDEM DE         *
      * DEPARTAMENTO E FUNCIONARIO. NO FIM, UMA LINHA  *
      * 'S' POR SITUACAO (P=PENDENTE, A=APROVADO,      *
      * R=REJEITADO, C=CANCELADO) E UMA LINHA 'N' POR  *
      * NATUREZA (P=PROVENTO, D=DESCONTO) DO QUE FOI   *
      * APROVADO - O QUE VAI PARA A FOLHA PELO EXTRVAR.*
      * PENDENTE NO RELATORIO AINDA ESTA FORA DA FOLHA.*
      *                                                *
      * PARM='PERIODO=AAAAMM' (OPCIONAL; SEM PERIODO,  *
      * O MES CORRENTE, QUE E O DA FOLHA EM ABERTO).   *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RELAVULS      ASSIGN TO RELAVULS
                                     ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      *    TIPO 'L' = LANCAMENTO; 'S' = TOTAL POR SITUACAO E 'N' =
      *    TOTAL POR NATUREZA DOS APROVADOS (LEIAUTE REG-RELAVULS-TOT).
       FD  ARQ-RELAVULS.
       01  REG-RELAVULS.
           05  RL-TIPOREG           PIC X(01).
           05  FILLER               PIC X(01).
           05  RL-PERIODO           PIC 9(06).
           05  FILLER               PIC X(01).
           05  RL-SEQ               PIC 9(09).
           05  FILLER               PIC X(01).
           05  RL-DEPTOFUN          PIC X(03).
           05  FILLER               PIC X(01).
           05  RL-CODFUN            PIC X(07).
           05  FILLER               PIC X(01).
           05  RL-NOMEFUN           PIC X(30).
           05  FILLER               PIC X(01).
           05  RL-TIPOEVENTO        PIC X(03).
           05  FILLER               PIC X(01).
           05  RL-NATUREZA          PIC X(01).
           05  RL-TRIBUTAVEL        PIC X(01).
           05  FILLER               PIC X(01).
           05  RL-VALOR             PIC Z.ZZZ.ZZ9,99.
           05  FILLER               PIC X(01).
           05  RL-SITUACAO          PIC X(01).
           05  FILLER               PIC X(01).
           05  RL-USUARIOREG        PIC X(08).
           05  FILLER               PIC X(01).
           05  RL-DATAREG           PIC X(10).
           05  FILLER               PIC X(01).
           05  RL-USUARIODEC        PIC X(08).
           05  FILLER               PIC X(01).
           05  RL-JUSTIFICATIVA     PIC X(40).
       01  REG-RELAVULS-TOT.
           05  RT-TIPOREG           PIC X(01).
           05  FILLER               PIC X(01).
           05  RT-PERIODO           PIC 9(06).
           05  FILLER               PIC X(01).
           05  RT-CHAVE             PIC X(01).
           05  FILLER               PIC X(01).
           05  RT-QTDE              PIC ZZ.ZZ9.
           05  FILLER               PIC X(01).
           05  RT-VALOR             PIC ZZ.ZZZ.ZZ9,99.
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
       01  WK-PERIODO                PIC 9(06)       VALUE ZEROS.
       01  WK-DATA-ATUAL.
           05  WK-HOJE-AAAAMM       PIC 9(06).
           05  FILLER               PIC X(15).
      *
      *    LANCAMENTO LIDO.
       77  WK-SEQ                    PIC 9(09)       VALUE ZEROS.
       77  WK-TIPOEVENTO             PIC X(03)       VALUE SPACES.
       77  WK-NATUREZA               PIC X(01)       VALUE SPACES.
       77  WK-TRIBUTAVEL             PIC X(01)       VALUE SPACES.
       77  WK-VALOR                  PIC 9(07)V99    VALUE ZEROS.
       77  WK-SITUACAO               PIC X(01)       VALUE SPACES.
       77  WK-USUARIOREG             PIC X(08)       VALUE SPACES.
       77  WK-DATAREG                PIC X(10)       VALUE SPACES.
       77  WK-USUARIODEC             PIC X(08)       VALUE SPACES.
       77  WK-JUSTIFICATIVA          PIC X(40)       VALUE SPACES.
      *
      *    TOTAIS POR SITUACAO E, DOS APROVADOS, POR NATUREZA.
       77  WK-QTDE-PEND              PIC 9(05)       VALUE ZEROS.
       77  WK-VALOR-PEND             PIC 9(09)V99    VALUE ZEROS.
       77  WK-QTDE-APROV             PIC 9(05)       VALUE ZEROS.
       77  WK-VALOR-APROV            PIC 9(09)V99    VALUE ZEROS.
       77  WK-QTDE-REJEI             PIC 9(05)       VALUE ZEROS.
       77  WK-VALOR-REJEI            PIC 9(09)V99    VALUE ZEROS.
       77  WK-QTDE-CANC              PIC 9(05)       VALUE ZEROS.
       77  WK-VALOR-CANC             PIC 9(09)V99    VALUE ZEROS.
       77  WK-QTDE-PROV              PIC 9(05)       VALUE ZEROS.
       77  WK-VALOR-PROV             PIC 9(09)V99    VALUE ZEROS.
       77  WK-QTDE-DESC              PIC 9(05)       VALUE ZEROS.
       77  WK-VALOR-DESC             PIC 9(09)V99    VALUE ZEROS.
       77  WK-QTDE-LIDA              PIC 9(05)       VALUE ZEROS.
      *    LINHA DE TOTAL EM MONTAGEM.
       77  WK-TOT-TIPOREG            PIC X(01)       VALUE SPACES.
       77  WK-TOT-CHAVE              PIC X(01)       VALUE SPACES.
       77  WK-TOT-QTDE               PIC 9(05)       VALUE ZEROS.
       77  WK-TOT-VALOR              PIC 9(09)V99    VALUE ZEROS.
       77  WK-FIM-LANCAMENTOS        PIC X(01)       VALUE 'N'.
           88  FIM-LANCAMENTOS                       VALUE 'S'.
      *
      *    FUNCIONARIO JA TRANSFERIDO PARA O ARQUIVO DE DESLIGADOS
      *    CONTINUA NO RELATORIO, SEM NOME E DEPARTAMENTO.
       EXEC SQL
           DECLARE CUR-LANCAMENTOS CURSOR FOR
               SELECT L.SEQ, L.CODFUN, COALESCE(F.NOMEFUN, ' '),
                      COALESCE(F.DEPTOFUN, ' '), L.TIPOEVENTO,
                      T.NATUREZA, T.TRIBUTAVEL, L.VALOR, L.SITUACAO,
                      L.USUARIOREG, CHAR(L.DATAREG, ISO),
                      COALESCE(L.USUARIODEC, ' '), L.JUSTIFICATIVA
                 FROM EAD719.LANCAVULSO L
                 JOIN EAD719.TIPOAVULSO T
                   ON T.TIPOEVENTO = L.TIPOEVENTO
                 LEFT JOIN EAD719.FUNCIONARIOS F
                   ON F.CODFUN = L.CODFUN
                WHERE L.PERIODO = :WK-PERIODO
                ORDER BY 4, L.CODFUN, L.SEQ
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
          MOVE WK-HOJE-AAAAMM        TO WK-PERIODO.
          IF  LK-PARM-TAM > 0
             IF  LK-PARM-TEXTO(1:8) = 'PERIODO='
                 AND LK-PARM-TEXTO(9:6) IS NUMERIC
                 AND LK-PARM-TEXTO(13:2) > '00'
                 AND LK-PARM-TEXTO(13:2) < '13'
                MOVE LK-PARM-TEXTO(9:6) TO WK-PERIODO
             END-IF
          END-IF.
          DISPLAY 'RELAVULS: LANCAMENTOS AVULSOS DO PERIODO '
                  WK-PERIODO.
          OPEN OUTPUT ARQ-RELAVULS.
          EXEC SQL
             OPEN CUR-LANCAMENTOS
          END-EXEC.
          IF   SQLCODE NOT = 0
             PERFORM 990-ERRO-SQL
          END-IF.
      *
       200-PROCESSAR SECTION.
       201-PROCESSAR.
          PERFORM UNTIL FIM-LANCAMENTOS
             EXEC SQL
                FETCH CUR-LANCAMENTOS
                  INTO :WK-SEQ, :DB2-CODFUN, :DB2-NOMEFUN,
                       :DB2-DEPTOFUN, :WK-TIPOEVENTO, :WK-NATUREZA,
                       :WK-TRIBUTAVEL, :WK-VALOR, :WK-SITUACAO,
                       :WK-USUARIOREG, :WK-DATAREG, :WK-USUARIODEC,
                       :WK-JUSTIFICATIVA
             END-EXEC
             EVALUATE SQLCODE
                WHEN 0
                   PERFORM 210-GRAVA-LANCAMENTO
                WHEN 100
                   SET FIM-LANCAMENTOS TO TRUE
                WHEN OTHER
                   PERFORM 990-ERRO-SQL
             END-EVALUATE
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-LANCAMENTOS
          END-EXEC.
          PERFORM 250-GRAVA-TOTAIS.
      *
       210-GRAVA-LANCAMENTO.
          ADD 1 TO WK-QTDE-LIDA.
          MOVE SPACES              TO REG-RELAVULS.
          MOVE 'L'                 TO RL-TIPOREG.
          MOVE WK-PERIODO          TO RL-PERIODO.
          MOVE WK-SEQ              TO RL-SEQ.
          MOVE DB2-DEPTOFUN        TO RL-DEPTOFUN.
          MOVE DB2-CODFUN          TO RL-CODFUN.
          MOVE DB2-NOMEFUN-TEXT    TO RL-NOMEFUN.
          MOVE WK-TIPOEVENTO       TO RL-TIPOEVENTO.
          MOVE WK-NATUREZA         TO RL-NATUREZA.
          MOVE WK-TRIBUTAVEL       TO RL-TRIBUTAVEL.
          MOVE WK-VALOR            TO RL-VALOR.
          MOVE WK-SITUACAO         TO RL-SITUACAO.
          MOVE WK-USUARIOREG       TO RL-USUARIOREG.
          MOVE WK-DATAREG          TO RL-DATAREG.
          MOVE WK-USUARIODEC       TO RL-USUARIODEC.
          MOVE WK-JUSTIFICATIVA    TO RL-JUSTIFICATIVA.
          WRITE REG-RELAVULS.
          EVALUATE WK-SITUACAO
             WHEN 'P'
                ADD 1        TO WK-QTDE-PEND
                ADD WK-VALOR TO WK-VALOR-PEND
             WHEN 'A'
                ADD 1        TO WK-QTDE-APROV
                ADD WK-VALOR TO WK-VALOR-APROV
                IF   WK-NATUREZA = 'P'
                   ADD 1        TO WK-QTDE-PROV
                   ADD WK-VALOR TO WK-VALOR-PROV
                ELSE
                   ADD 1        TO WK-QTDE-DESC
                   ADD WK-VALOR TO WK-VALOR-DESC
                END-IF
             WHEN 'R'
                ADD 1        TO WK-QTDE-REJEI
                ADD WK-VALOR TO WK-VALOR-REJEI
             WHEN OTHER
                ADD 1        TO WK-QTDE-CANC
                ADD WK-VALOR TO WK-VALOR-CANC
          END-EVALUATE.
      *
       250-GRAVA-TOTAIS.
          MOVE 'S'            TO WK-TOT-TIPOREG.
          MOVE 'P'            TO WK-TOT-CHAVE.
          MOVE WK-QTDE-PEND   TO WK-TOT-QTDE.
          MOVE WK-VALOR-PEND  TO WK-TOT-VALOR.
          PERFORM 260-GRAVA-LINHA-TOTAL.
          MOVE 'A'            TO WK-TOT-CHAVE.
          MOVE WK-QTDE-APROV  TO WK-TOT-QTDE.
          MOVE WK-VALOR-APROV TO WK-TOT-VALOR.
          PERFORM 260-GRAVA-LINHA-TOTAL.
          MOVE 'R'            TO WK-TOT-CHAVE.
          MOVE WK-QTDE-REJEI  TO WK-TOT-QTDE.
          MOVE WK-VALOR-REJEI TO WK-TOT-VALOR.
          PERFORM 260-GRAVA-LINHA-TOTAL.
          MOVE 'C'            TO WK-TOT-CHAVE.
          MOVE WK-QTDE-CANC   TO WK-TOT-QTDE.
          MOVE WK-VALOR-CANC  TO WK-TOT-VALOR.
          PERFORM 260-GRAVA-LINHA-TOTAL.
          MOVE 'N'            TO WK-TOT-TIPOREG.
          MOVE 'P'            TO WK-TOT-CHAVE.
          MOVE WK-QTDE-PROV   TO WK-TOT-QTDE.
          MOVE WK-VALOR-PROV  TO WK-TOT-VALOR.
          PERFORM 260-GRAVA-LINHA-TOTAL.
          MOVE 'D'            TO WK-TOT-CHAVE.
          MOVE WK-QTDE-DESC   TO WK-TOT-QTDE.
          MOVE WK-VALOR-DESC  TO WK-TOT-VALOR.
          PERFORM 260-GRAVA-LINHA-TOTAL.
      *
       260-GRAVA-LINHA-TOTAL.
          MOVE SPACES          TO REG-RELAVULS-TOT.
          MOVE WK-TOT-TIPOREG  TO RT-TIPOREG.
          MOVE WK-PERIODO      TO RT-PERIODO.
          MOVE WK-TOT-CHAVE    TO RT-CHAVE.
          MOVE WK-TOT-QTDE     TO RT-QTDE.
          MOVE WK-TOT-VALOR    TO RT-VALOR.
          WRITE REG-RELAVULS-TOT.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          CLOSE ARQ-RELAVULS.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DOS LANCAMENTOS AVULSOS - PERIODO '
                  WK-PERIODO.
          DISPLAY '  LANCAMENTOS ............ ' WK-QTDE-LIDA.
          DISPLAY '  PENDENTES .............. ' WK-QTDE-PEND.
          DISPLAY '  APROVADOS .............. ' WK-QTDE-APROV.
          DISPLAY '  REJEITADOS ............. ' WK-QTDE-REJEI.
          DISPLAY '  CANCELADOS ............. ' WK-QTDE-CANC.
          DISPLAY '================================================'.
          IF   WK-QTDE-PEND > ZEROS
             DISPLAY 'ATENCAO: HA LANCAMENTO(S) PENDENTE(S) DE '
                     'APROVACAO (APRAVULS) - FORA DA FOLHA ATE A '
                     'DECISAO'
             MOVE 4 TO RETURN-CODE
          END-IF.
          EXIT.
      *
       990-ERRO-SQL.
          MOVE SQLCODE TO WK-SQLCODE-EDIT.
          CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG.
          DISPLAY 'RELAVULS: ERRO ' WK-SQLCODE-EDIT ' - '
                  WK-SQLCODE-MSG.
          EXEC SQL ROLLBACK END-EXEC.
          MOVE 12 TO RETURN-CODE.
          STOP RUN.
