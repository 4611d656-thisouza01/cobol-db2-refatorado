      * ALGUMA. DIVERGENCIA DE CONTAGEM ABORTA SEM     *
      * APAGAR NADA.                                   *
      *                                                *
      * RETENCAO LEGAL: A AUDITORIA DE QUEM TEM        *
      * PROCESSO TRABALHISTA COM BLOQUEIO = S          *
      * (EAD719.PROCTRAB, CADASTRO MANPROC) NAO E      *
      * ARQUIVADA NEM APAGADA - O CODFUN SAI NA        *
      * LISTAGEM COMO PULADO, COM AS LINHAS RETIDAS.   *
      *                                                *
      * LEIAUTE DO ARQUIVO DE ARQUIVAMENTO (ARQSAIDA): *
      *   FUNCAO    X(01)                              *
      *   CODFUN    X(07)                              *
      *   USERID    X(08)                              *
      *   DATAHORA  X(26)  TIMESTAMP ISO               *
      *   RESULTADO X(01)  P=PROCESSADA N=NEGADA       *
       FD  ARQ-SAIDA.
       01  REG-SAIDA.
           05  AS-FUNCAO            PIC X(01).
           05  AS-CODFUN            PIC X(07).
           05  AS-USERID            PIC X(08).
           05  AS-DATAHORA          PIC X(26).
           05  AS-RESULTADO         PIC X(01).
       77  WK-QTDE-SELECIONADA       PIC 9(07)       VALUE ZEROS.
       77  WK-QTDE-ARQUIVADA         PIC 9(07)       VALUE ZEROS.
       77  WK-QTDE-APAGADA           PIC 9(07)       VALUE ZEROS.
       77  WK-QTDE-RETIDA            PIC 9(07)       VALUE ZEROS.
       77  WK-QTDE-FUN-RETIDO        PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-LINHAS-FUN        PIC 9(07)       VALUE ZEROS.
      *
       EXEC SQL
           DECLARE CUR-ANTIGAS CURSOR FOR
               SELECT A.FUNCAO, A.CODFUN, A.USERID, CHAR(A.DATAHORA),
                      COALESCE(A.RESULTADO, 'P')
                 FROM EAD719.AUDITFUN A
                WHERE DATE(A.DATAHORA) < DATE(:WK-DATA-CORTE)
                  AND NOT EXISTS
                      (SELECT 1
                         FROM EAD719.PROCTRAB P
                        WHERE P.CODFUN   = A.CODFUN
                          AND P.BLOQUEIO = 'S')
                ORDER BY A.DATAHORA
       END-EXEC.
      *
      *    FUNCIONARIOS SOB RETENCAO LEGAL COM AUDITORIA VENCIDA.
       EXEC SQL
           DECLARE CUR-RETIDOS CURSOR FOR
               SELECT A.CODFUN, COUNT(*)
                 FROM EAD719.AUDITFUN A
                WHERE DATE(A.DATAHORA) < DATE(:WK-DATA-CORTE)
                  AND EXISTS
                      (SELECT 1
                         FROM EAD719.PROCTRAB P
                        WHERE P.CODFUN   = A.CODFUN
                          AND P.BLOQUEIO = 'S')
                GROUP BY A.CODFUN
                ORDER BY A.CODFUN
       END-EXEC.
      *
       LINKAGE SECTION.
          EXEC SQL
             SELECT COUNT(*)
               INTO :WK-QTDE-SELECIONADA
               FROM EAD719.AUDITFUN A
              WHERE DATE(A.DATAHORA) < DATE(:WK-DATA-CORTE)
                AND NOT EXISTS
                    (SELECT 1
                       FROM EAD719.PROCTRAB P
                      WHERE P.CODFUN   = A.CODFUN
                        AND P.BLOQUEIO = 'S')
          END-EXEC.
          IF   SQLCODE NOT = 0
             MOVE SQLCODE TO WK-SQLCODE-EDIT
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          PERFORM 110-LISTA-RETIDOS.
      *
       110-LISTA-RETIDOS.
          EXEC SQL
             OPEN CUR-RETIDOS
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-RETIDOS
                  INTO :DB2-AUD-CODFUN, :WK-QTDE-LINHAS-FUN
             END-EXEC
             IF   SQLCODE = 0
                ADD 1                  TO WK-QTDE-FUN-RETIDO
                ADD WK-QTDE-LINHAS-FUN TO WK-QTDE-RETIDA
                DISPLAY 'FUNCIONARIO ' DB2-AUD-CODFUN ' PULADO - '
                        WK-QTDE-LINHAS-FUN ' LINHA(S) RETIDA(S) POR '
                        'PROCESSO TRABALHISTA'
             END-IF
          END-PERFORM.
          IF   SQLCODE NOT = 100
             MOVE SQLCODE TO WK-SQLCODE-EDIT
             CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
             DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                     ' NA LEITURA DOS FUNCIONARIOS SOB RETENCAO'
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          EXEC SQL
             CLOSE CUR-RETIDOS
          END-EXEC.
      *
       200-ARQUIVA SECTION.
       201-ARQUIVA.
             PERFORM UNTIL WK-SQL-TENTATIVA
                           NOT < WK-SQL-MAX-TENTATIVAS
                EXEC SQL
                   DELETE FROM EAD719.AUDITFUN A
                    WHERE DATE(A.DATAHORA) < DATE(:WK-DATA-CORTE)
                      AND NOT EXISTS
                          (SELECT 1
                             FROM EAD719.PROCTRAB P
                            WHERE P.CODFUN   = A.CODFUN
                              AND P.BLOQUEIO = 'S')
                END-EXEC
                IF   SQLCODE = -911 OR SQLCODE = -913
                   ADD 1 TO WK-SQL-TENTATIVA
          DISPLAY '  LINHAS SELECIONADAS ... ' WK-QTDE-SELECIONADA.
          DISPLAY '  LINHAS ARQUIVADAS ..... ' WK-QTDE-ARQUIVADA.
          DISPLAY '  LINHAS APAGADAS ....... ' WK-QTDE-APAGADA.
          DISPLAY '  FUNCIONARIOS PULADOS .. ' WK-QTDE-FUN-RETIDO.
          DISPLAY '  LINHAS RETIDAS ........ ' WK-QTDE-RETIDA.
          DISPLAY '================================================'.
          EXIT.
