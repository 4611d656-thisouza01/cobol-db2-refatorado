        IDENTIFICATION DIVISION.
        PROGRAM-ID.    VENCESTB.
        AUTHOR.        THIAGO.
      **************************************************
      * PROCESSAMENTO DIARIO DAS ESTABILIDADES (MOLDE  *
      * DO VENCECES): PERIODO ATIVO DE                 *
      * EAD719.ESTABILIDADE (MANESTAB) CUJA DATA FIM   *
      * JA PASSOU E MARCADO COMO EXPIRADO ('E') E      *
      * AUDITADO - A PARTIR DAI O VALESTAB DEIXA DE    *
      * SEGURAR A DISPENSA. EM SEGUIDA RELACIONA AS    *
      * ESTABILIDADES QUE VENCEM NOS PROXIMOS 30 DIAS, *
      * PARA O RH CONFERIR A DOCUMENTACAO ANTES (PARTO *
      * NAO INFORMADO, MANDATO PRORROGADO...).         *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
      *
       DATA DIVISION.
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
       77  WK-TIPO-ESTAB             PIC X(01)       VALUE SPACES.
       77  WK-DATAINI                PIC X(10)       VALUE SPACES.
       77  WK-DATAFIM                PIC X(10)       VALUE SPACES.
       77  WK-DIAS-RESTANTES         PIC S9(04)      VALUE ZEROS.
      *
       77  WK-QTDE-EXPIRADA          PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-A-VENCER          PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-FALHADA           PIC 9(05)       VALUE ZEROS.
      *
      *    WITH HOLD: CADA EXPIRACAO E CONFIRMADA NA HORA.
       EXEC SQL
           DECLARE CUR-VENCIDAS CURSOR WITH HOLD FOR
               SELECT CODFUN, TIPOESTAB, CHAR(DATAINI, ISO),
                      CHAR(DATAFIM, EUR)
                 FROM EAD719.ESTABILIDADE
                WHERE SITUACAO = 'A'
                  AND DATAFIM  < CURRENT DATE
                ORDER BY CODFUN
       END-EXEC.
      *
       EXEC SQL
           DECLARE CUR-A-VENCER CURSOR FOR
               SELECT E.CODFUN, COALESCE(F.NOMEFUN, ' '),
                      E.TIPOESTAB, CHAR(E.DATAFIM, EUR),
                      DAYS(E.DATAFIM) - DAYS(CURRENT DATE)
                 FROM EAD719.ESTABILIDADE E
                 LEFT JOIN EAD719.FUNCIONARIOS F
                        ON F.CODFUN = E.CODFUN
                WHERE E.SITUACAO = 'A'
                  AND E.DATAFIM BETWEEN CURRENT DATE
                                    AND CURRENT DATE + 30 DAYS
                ORDER BY E.DATAFIM, E.CODFUN
       END-EXEC.
      *
       PROCEDURE DIVISION.
      * Grava auditoria da transacao (AUDITFUN)
           COPY GRAVAUDIT.
      *
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
          PERFORM 101-INICIAR.
          PERFORM 201-PROCESSAR.
          PERFORM 301-RELACIONA-A-VENCER.
          PERFORM 901-FINALIZAR.
          STOP RUN.
      *
       100-INICIAR SECTION.
       101-INICIAR.
          EXEC SQL
             OPEN CUR-VENCIDAS
          END-EXEC.
      *
       200-PROCESSAR SECTION.
       201-PROCESSAR.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-VENCIDAS
                  INTO :DB2-CODFUN, :WK-TIPO-ESTAB, :WK-DATAINI,
                       :WK-DATAFIM
             END-EXEC
             IF   SQLCODE = 0
                PERFORM 210-EXPIRA-ESTABILIDADE
             END-IF
          END-PERFORM.
          IF   SQLCODE NOT = 100
             MOVE SQLCODE TO WK-SQLCODE-EDIT
             CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
             DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                     ' NA LEITURA DAS ESTABILIDADES VENCIDAS'
             MOVE 12 TO RETURN-CODE
          END-IF.
          EXEC SQL
             CLOSE CUR-VENCIDAS
          END-EXEC.
      *
       210-EXPIRA-ESTABILIDADE.
          EXEC SQL
             UPDATE EAD719.ESTABILIDADE
                SET SITUACAO = 'E'
              WHERE CODFUN    = :DB2-CODFUN
                AND TIPOESTAB = :WK-TIPO-ESTAB
                AND DATAINI   = DATE(:WK-DATAINI)
                AND SITUACAO  = 'A'
          END-EXEC.
          IF   SQLCODE = 0
             EXEC SQL COMMIT END-EXEC
             ADD 1 TO WK-QTDE-EXPIRADA
             MOVE 'E'        TO DB2-AUD-FUNCAO
             MOVE DB2-CODFUN TO DB2-AUD-CODFUN
             PERFORM GRAVA-AUDITORIA
             DISPLAY 'ESTABILIDADE ' WK-TIPO-ESTAB ' DO FUNCIONARIO '
                     DB2-CODFUN ' EXPIRADA EM ' WK-DATAFIM
          ELSE
             ADD 1 TO WK-QTDE-FALHADA
             DISPLAY 'ESTABILIDADE ' WK-TIPO-ESTAB ' DO FUNCIONARIO '
                     DB2-CODFUN ' NAO EXPIRADA - SQLCODE ' SQLCODE
             EXEC SQL ROLLBACK END-EXEC
          END-IF.
      *
       300-A-VENCER SECTION.
       301-RELACIONA-A-VENCER.
          EXEC SQL
             OPEN CUR-A-VENCER
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-A-VENCER
                  INTO :DB2-CODFUN, :DB2-NOMEFUN, :WK-TIPO-ESTAB,
                       :WK-DATAFIM, :WK-DIAS-RESTANTES
             END-EXEC
             IF   SQLCODE = 0
                ADD 1 TO WK-QTDE-A-VENCER
                DISPLAY 'A VENCER: ' DB2-CODFUN ' '
                        DB2-NOMEFUN-TEXT ' ESTABILIDADE '
                        WK-TIPO-ESTAB ' ATE ' WK-DATAFIM
                        ' (' WK-DIAS-RESTANTES ' DIAS)'
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-A-VENCER
          END-EXEC.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          IF   WK-QTDE-FALHADA > ZEROS
               AND RETURN-CODE = ZEROS
             MOVE 4 TO RETURN-CODE
          END-IF.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DO VENCIMENTO DE ESTABILIDADES'.
          DISPLAY '  EXPIRADAS HOJE ........ ' WK-QTDE-EXPIRADA.
          DISPLAY '  A VENCER EM 30 DIAS ... ' WK-QTDE-A-VENCER.
          DISPLAY '  FALHAS ................ ' WK-QTDE-FALHADA.
          DISPLAY '================================================'.
          EXIT.
