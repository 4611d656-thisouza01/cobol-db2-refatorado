        IDENTIFICATION DIVISION.
        PROGRAM-ID.    APRAVULS.
        AUTHOR.        THIAGO.
      **************************************************
      * APROVACAO DOS LANCAMENTOS AVULSOS ACIMA DO     *
      * LIMITE DO TIPO DE EVENTO (EAD719.LANCAVULSO    *
      * COM SITUACAO 'P', GRAVADOS PELO MANAVULS): UM  *
      * SEGUNDO USUARIO LISTA OS PENDENTES E APROVA OU *
      * REJEITA CADA UM PELO NUMERO DO LANCAMENTO. O   *
      * APROVADOR PRECISA SER DIFERENTE DE QUEM LANCOU *
      * (USUARIOREG: O USERID DO TERMINAL NO LANCAMENTO*
      * PELO CICSFUNC, O CURRENT SQLID NO LANCAMENTO   *
      * PELO LOTE) - CONTROLE DE QUATRO OLHOS, COMO NO *
      * APRSALAR.                                      *
      * SO O APROVADO ('A') ENTRA NO EXTRVAR DO        *
      * PERIODO; PERIODO JA FECHADO (FECHAPER) NAO     *
      * ACEITA MAIS DECISAO - O PENDENTE FICA COMO     *
      * ESTA E, SE AINDA FOR DEVIDO, E LANCADO DE NOVO *
      * NO PERIODO ABERTO. CADA DECISAO GRAVA UMA      *
      * LINHA DE AUDITORIA (FUNCAO K).                 *
      *                                                *
      * LEIAUTE DO SYSIN (UM REGISTRO POR OPERACAO):   *
      *   OPERACAO X(01)  L=LISTA PENDENTES            *
      *                   A=APROVA  R=REJEITA          *
      *   SEQ      9(09)  NUMERO DO LANCAMENTO         *
      *                   (EM BRANCO NA LISTA)         *
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
           05  RS-SEQ               PIC 9(09).
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
       COPY CPYRETRY.
       COPY CPYSQLMSG.
       COPY CPYAUDIT.
      *
       EXEC SQL
           DECLARE CUR-PENDENTES CURSOR FOR
               SELECT L.SEQ, L.CODFUN, L.TIPOEVENTO, L.PERIODO,
                      L.VALOR, L.JUSTIFICATIVA, L.USUARIOREG,
                      CHAR(L.DATAREG, ISO), T.LIMITE
                 FROM EAD719.LANCAVULSO L
                 JOIN EAD719.TIPOAVULSO T
                   ON T.TIPOEVENTO = L.TIPOEVENTO
                WHERE L.SITUACAO = 'P'
                ORDER BY L.PERIODO, L.SEQ
       END-EXEC.
      *
       77  WK-EOF-SYSIN              PIC X           VALUE 'N'.
           88  FIM-SYSIN                             VALUE 'S'.
       77  WK-SEQ                    PIC 9(09)       VALUE ZEROS.
       77  WK-TIPOEVENTO             PIC X(03)       VALUE SPACES.
       77  WK-PERIODO                PIC 9(06)       VALUE ZEROS.
       77  WK-VALOR                  PIC 9(07)V99    VALUE ZEROS.
       77  WK-LIMITE                 PIC 9(07)V99    VALUE ZEROS.
       77  WK-JUSTIFICATIVA          PIC X(40)       VALUE SPACES.
       77  WK-USUARIO-REG            PIC X(08)       VALUE SPACES.
       77  WK-DATA-REG               PIC X(10)       VALUE SPACES.
       77  WK-USUARIO-APROVADOR      PIC X(08)       VALUE SPACES.
       77  WK-SITUACAO-PERIODO       PIC X(01)       VALUE SPACES.
       77  WK-VALOR-EDIT             PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WK-LIMITE-EDIT            PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WK-QTDE-LISTADA           PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-APROVADA          PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-REJEITADA         PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-RECUSADA          PIC 9(05)       VALUE ZEROS.
      *
       PROCEDURE DIVISION.
      * Tratamento de SQLCODE
           COPY SQLTREAT.
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
          EXEC SQL
             VALUES (CURRENT SQLID) INTO :WK-USUARIO-APROVADOR
          END-EXEC.
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
             WHEN 'L'
                PERFORM 210-LISTA-PENDENTES
             WHEN 'A'
             WHEN 'R'
                IF   RS-SEQ IS NUMERIC
                   PERFORM 220-TRATA-LANCAMENTO
                ELSE
                   ADD 1 TO WK-QTDE-RECUSADA
                   DISPLAY 'NUMERO DO LANCAMENTO ' RS-SEQ
                           ' NAO NUMERICO'
                END-IF
             WHEN OTHER
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'OPERACAO ' RS-OPERACAO ' INVALIDA - USE '
                        'L (LISTA), A (APROVA) OU R (REJEITA)'
          END-EVALUATE.
          PERFORM 110-LER-TRANSACAO.
      *
       210-LISTA-PENDENTES.
          MOVE ZEROS TO WK-QTDE-LISTADA.
          EXEC SQL
             OPEN CUR-PENDENTES
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-PENDENTES
                  INTO :WK-SEQ, :DB2-CODFUN, :WK-TIPOEVENTO,
                       :WK-PERIODO, :WK-VALOR, :WK-JUSTIFICATIVA,
                       :WK-USUARIO-REG, :WK-DATA-REG, :WK-LIMITE
             END-EXEC
             IF   SQLCODE = 0
                ADD 1 TO WK-QTDE-LISTADA
                MOVE WK-VALOR  TO WK-VALOR-EDIT
                MOVE WK-LIMITE TO WK-LIMITE-EDIT
                DISPLAY 'PENDENTE: LANCAMENTO ' WK-SEQ
                        ' FUNCIONARIO ' DB2-CODFUN
                        ' TIPO ' WK-TIPOEVENTO
                        ' PERIODO ' WK-PERIODO
                        ' VALOR ' WK-VALOR-EDIT
                        ' (LIMITE ' WK-LIMITE-EDIT ')'
                DISPLAY '          LANCADO POR ' WK-USUARIO-REG
                        ' EM ' WK-DATA-REG ' - ' WK-JUSTIFICATIVA
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-PENDENTES
          END-EXEC.
          IF   WK-QTDE-LISTADA = ZEROS
             DISPLAY 'NENHUM LANCAMENTO AVULSO PENDENTE DE '
                     'APROVACAO'
          END-IF.
      *
       220-TRATA-LANCAMENTO.
          MOVE RS-SEQ TO WK-SEQ.
          EXEC SQL
             SELECT CODFUN, PERIODO, VALOR, USUARIOREG
               INTO :DB2-CODFUN, :WK-PERIODO, :WK-VALOR,
                    :WK-USUARIO-REG
               FROM EAD719.LANCAVULSO
              WHERE SEQ      = :WK-SEQ
                AND SITUACAO = 'P'
          END-EXEC.

          IF   SQLCODE = 0
             MOVE SPACES TO WK-SITUACAO-PERIODO
             EXEC SQL
                SELECT SITUACAO
                  INTO :WK-SITUACAO-PERIODO
                  FROM EAD719.PERIODOCTL
                 WHERE PERIODO = :WK-PERIODO
             END-EXEC
             MOVE ZEROS TO SQLCODE
          END-IF.

          EVALUATE TRUE
             WHEN SQLCODE = 100
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'LANCAMENTO ' RS-SEQ ' NAO EXISTE OU NAO '
                        'ESTA PENDENTE DE APROVACAO'
             WHEN SQLCODE NOT = 0
                MOVE SQLCODE TO WK-SQLCODE-EDIT
                CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
                DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                        ' NA LEITURA DO LANCAMENTO'
                MOVE 12 TO RETURN-CODE
                STOP RUN
             WHEN WK-USUARIO-APROVADOR = WK-USUARIO-REG
      *         QUATRO OLHOS: QUEM LANCOU NAO APROVA NEM REJEITA O
      *         PROPRIO LANCAMENTO.
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'LANCAMENTO ' RS-SEQ ' FOI FEITO POR '
                        WK-USUARIO-REG ' - O MESMO USUARIO NAO PODE '
                        'APROVAR OU REJEITAR (QUATRO OLHOS)'
             WHEN WK-SITUACAO-PERIODO = 'F'
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'LANCAMENTO ' RS-SEQ ' E DO PERIODO '
                        WK-PERIODO ' JA FECHADO (FECHAPER) - '
                        'LANCE DE NOVO NO PERIODO ABERTO'
             WHEN RS-OPERACAO = 'A'
                PERFORM 230-APROVA-LANCAMENTO
             WHEN OTHER
                PERFORM 240-REJEITA-LANCAMENTO
          END-EVALUATE.
      *
       230-APROVA-LANCAMENTO.
          MOVE ZERO TO WK-SQL-TENTATIVA.
          MOVE 'RETRY-TRANSITORIO' TO WK-SQL-STATUS.
          PERFORM UNTIL WK-SQL-STATUS NOT = 'RETRY-TRANSITORIO'
             EXEC SQL
                UPDATE EAD719.LANCAVULSO
                   SET SITUACAO   = 'A',
                       USUARIODEC = :WK-USUARIO-APROVADOR,
                       DATADEC    = CURRENT DATE
                 WHERE SEQ      = :WK-SEQ
                   AND SITUACAO = 'P'
             END-EXEC

             PERFORM TRATA-SQLCODE
          END-PERFORM.

          EVALUATE WK-SQL-STATUS
             WHEN 'SUCESSO'
                EXEC SQL COMMIT END-EXEC
                MOVE 'K'              TO DB2-AUD-FUNCAO
                MOVE DB2-CODFUN       TO DB2-AUD-CODFUN
                PERFORM GRAVA-AUDITORIA
                ADD 1 TO WK-QTDE-APROVADA
                MOVE WK-VALOR TO WK-VALOR-EDIT
                DISPLAY 'LANCAMENTO ' WK-SEQ ' DO FUNCIONARIO '
                        DB2-CODFUN ' APROVADO - ' WK-VALOR-EDIT
                        ' ENTRA NA FOLHA DO PERIODO ' WK-PERIODO
             WHEN 'ERRO-TRANSITORIO'
                EXEC SQL ROLLBACK END-EXEC
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'LANCAMENTO ' WK-SEQ
                        ' NAO APROVADO - TENTE NOVAMENTE MAIS TARDE'
             WHEN OTHER
                EXEC SQL ROLLBACK END-EXEC
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'LANCAMENTO ' WK-SEQ
                        ' NAO APROVADO - VER MENSAGENS ANTERIORES'
          END-EVALUATE.
      *
       240-REJEITA-LANCAMENTO.
          EXEC SQL
             UPDATE EAD719.LANCAVULSO
                SET SITUACAO   = 'R',
                    USUARIODEC = :WK-USUARIO-APROVADOR,
                    DATADEC    = CURRENT DATE
              WHERE SEQ      = :WK-SEQ
                AND SITUACAO = 'P'
          END-EXEC.
          IF   SQLCODE = 0
             EXEC SQL COMMIT END-EXEC
             MOVE 'K'              TO DB2-AUD-FUNCAO
             MOVE DB2-CODFUN       TO DB2-AUD-CODFUN
             PERFORM GRAVA-AUDITORIA
             ADD 1 TO WK-QTDE-REJEITADA
             DISPLAY 'LANCAMENTO ' WK-SEQ ' DO FUNCIONARIO '
                     DB2-CODFUN ' REJEITADO - FICA FORA DA FOLHA'
          ELSE
             ADD 1 TO WK-QTDE-RECUSADA
             DISPLAY 'LANCAMENTO ' WK-SEQ
                     ' NAO REJEITADO - SQLCODE ' SQLCODE
             EXEC SQL ROLLBACK END-EXEC
          END-IF.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          CLOSE ARQ-SYSIN.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DA APROVACAO DE LANCAMENTOS AVULSOS'.
          DISPLAY '  APROVADOS ............. ' WK-QTDE-APROVADA.
          DISPLAY '  REJEITADOS ............ ' WK-QTDE-REJEITADA.
          DISPLAY '  OPERACOES RECUSADAS ... ' WK-QTDE-RECUSADA.
          DISPLAY '================================================'.
          EXIT.
