      * DOIS E A PROXIMA EXECUCAO APENAS REGRAVA O     *
      * MESMO ARQUIVO - NENHUMA LINHA SE PERDE.        *
      *                                                *
      * RETENCAO LEGAL: O HISTORICO DE QUEM TEM        *
      * PROCESSO TRABALHISTA COM BLOQUEIO = S          *
      * (EAD719.PROCTRAB, CADASTRO MANPROC) NAO E      *
      * ARQUIVADO, NEM APAGADO, NEM GANHA LINHA DE     *
      * BASE - FICA INTEIRO NA TABELA E O CODFUN SAI   *
      * NA LISTAGEM COMO PULADO, COM AS LINHAS RETIDAS.*
      *                                                *
      * LEIAUTE DO ARQUIVO DE ARQUIVAMENTO (ARQSAIDA): *
      *   CODFUN      X(07)                            *
      *   CAMPOALT    X(10)                            *
      *   VALORANTIGO X(30)                            *
      *   VALORNOVO   X(30)                            *
       FILE SECTION.
       FD  ARQ-SAIDA.
       01  REG-SAIDA.
           05  AS-CODFUN            PIC X(07).
           05  AS-CAMPOALT          PIC X(10).
           05  AS-VALORANTIGO       PIC X(30).
           05  AS-VALORNOVO         PIC X(30).
       77  WK-QTDE-ARQUIVADA         PIC 9(07)       VALUE ZEROS.
       77  WK-QTDE-BASELINE          PIC 9(07)       VALUE ZEROS.
       77  WK-QTDE-APAGADA           PIC 9(07)       VALUE ZEROS.
       77  WK-QTDE-RETIDA            PIC 9(07)       VALUE ZEROS.
       77  WK-QTDE-FUN-RETIDO        PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-LINHAS-FUN        PIC 9(07)       VALUE ZEROS.
      *
       EXEC SQL
           DECLARE CUR-ANTIGAS CURSOR FOR
               SELECT H.CODFUN, H.CAMPOALT, H.VALORANTIGO,
                      H.VALORNOVO, CHAR(H.DATAALT, ISO)
                 FROM EAD719.FUNCIONARIOS_HIST H
                WHERE H.DATAALT < DATE(:WK-DATA-CORTE)
                  AND H.VALORANTIGO NOT = '*BASELINE*'
                  AND NOT EXISTS
                      (SELECT 1
                         FROM EAD719.PROCTRAB P
                        WHERE P.CODFUN   = H.CODFUN
                          AND P.BLOQUEIO = 'S')
                ORDER BY H.CODFUN, H.DATAALT
       END-EXEC.
      *
      *    FUNCIONARIOS SOB RETENCAO LEGAL COM HISTORICO VENCIDO.
       EXEC SQL
           DECLARE CUR-RETIDOS CURSOR FOR
               SELECT H.CODFUN, COUNT(*)
                 FROM EAD719.FUNCIONARIOS_HIST H
                WHERE H.DATAALT < DATE(:WK-DATA-CORTE)
                  AND H.VALORANTIGO NOT = '*BASELINE*'
                  AND EXISTS
                      (SELECT 1
                         FROM EAD719.PROCTRAB P
                        WHERE P.CODFUN   = H.CODFUN
                          AND P.BLOQUEIO = 'S')
                GROUP BY H.CODFUN
                ORDER BY H.CODFUN
       END-EXEC.
      *
       LINKAGE SECTION.
          EXEC SQL
             SELECT COUNT(*)
               INTO :WK-QTDE-SELECIONADA
               FROM EAD719.FUNCIONARIOS_HIST H
              WHERE H.DATAALT < DATE(:WK-DATA-CORTE)
                AND H.VALORANTIGO NOT = '*BASELINE*'
                AND NOT EXISTS
                    (SELECT 1
                       FROM EAD719.PROCTRAB P
                      WHERE P.CODFUN   = H.CODFUN
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
                  INTO :DB2-HIST-CODFUN, :WK-QTDE-LINHAS-FUN
             END-EXEC
             IF   SQLCODE = 0
                ADD 1                  TO WK-QTDE-FUN-RETIDO
                ADD WK-QTDE-LINHAS-FUN TO WK-QTDE-RETIDA
                DISPLAY 'FUNCIONARIO ' DB2-HIST-CODFUN ' PULADO - '
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
                         WHERE H2.CODFUN   = H.CODFUN
                           AND H2.CAMPOALT = H.CAMPOALT
                           AND H2.DATAALT  < DATE(:WK-DATA-CORTE))
                   AND NOT EXISTS
                       (SELECT 1
                          FROM EAD719.PROCTRAB P
                         WHERE P.CODFUN   = H.CODFUN
                           AND P.BLOQUEIO = 'S')
          END-EXEC.
          IF   SQLCODE = 0
             MOVE SQLERRD(3) TO WK-QTDE-BASELINE
          PERFORM UNTIL WK-SQL-TENTATIVA
                        NOT < WK-SQL-MAX-TENTATIVAS
             EXEC SQL
                DELETE FROM EAD719.FUNCIONARIOS_HIST H
                 WHERE H.DATAALT < DATE(:WK-DATA-CORTE)
                   AND NOT EXISTS
                       (SELECT 1
                          FROM EAD719.PROCTRAB P
                         WHERE P.CODFUN   = H.CODFUN
                           AND P.BLOQUEIO = 'S')
             END-EXEC
             IF   SQLCODE = -911 OR SQLCODE = -913
                ADD 1 TO WK-SQL-TENTATIVA
          DISPLAY '  LINHAS ARQUIVADAS ..... ' WK-QTDE-ARQUIVADA.
          DISPLAY '  LINHAS DE BASE ........ ' WK-QTDE-BASELINE.
          DISPLAY '  LINHAS APAGADAS ....... ' WK-QTDE-APAGADA.
          DISPLAY '  FUNCIONARIOS PULADOS .. ' WK-QTDE-FUN-RETIDO.
          DISPLAY '  LINHAS RETIDAS ........ ' WK-QTDE-RETIDA.
          DISPLAY '================================================'.
          EXIT.
