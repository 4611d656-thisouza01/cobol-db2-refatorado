       IDENTIFICATION                DIVISION.
       PROGRAM-ID.                   ALTSEXO.
      ******************************************************
      * PROGRAMA DE ALTERACAO DO SEXO DO FUNCIONARIO       *
      * (SEXOFUN): 'F' OU 'M'. CADA MUDANCA GERA A SUA     *
      * LINHA DE HISTORICO E O CARIMBO DE LASTUPD, COMO    *
      * QUALQUER OUTRO CAMPO DO CADASTRO. E DESTE CAMPO    *
      * QUE O RELIGUAL TIRA A COMPARACAO SALARIAL ENTRE    *
      * MULHERES E HOMENS.                                 *
      ******************************************************
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       DATA                          DIVISION.
      *
       WORKING-STORAGE               SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE BOOKFUNC
           END-EXEC.

      * Variaveis de controle SQL
       COPY SQLVARS.
       COPY CPYRETRY.
       COPY CPYHIST.
       COPY CPYSQLMSG.
       COPY CPYLASTU.
      *
      * Sexo atual - ainda fora do DCLGEN BOOKFUNC.
       77  DB2-SEXOFUN               PIC X(01)  VALUE SPACES.
       77  WK-SEXO-ANTIGO            PIC X(01)  VALUE SPACES.
      *
       LINKAGE                       SECTION.
       01  LK-CODFUN                 PIC X(07).
       01  LK-SEXO-ACCEPT            PIC X(01).
       COPY CPYSTAT.
      *
       PROCEDURE                     DIVISION USING LK-CODFUN,
                                                   LK-SEXO-ACCEPT,
                                                   LK-STATUS-RETORNO.
      * Tratamento de SQLCODE
           COPY SQLTREAT.
      * Grava historico de alteracao
           COPY GRAVAHIST.
      *
           PERFORM ALTERA-SEXO.
           GOBACK.
      *
       ALTERA-SEXO.
           SET TRANSACAO-FALHOU      TO TRUE.

           IF   LK-SEXO-ACCEPT NOT = 'F' AND 'M'
               DISPLAY 'SEXO DO FUNCIONARIO ' LK-CODFUN
                       ' INVALIDO - USE F OU M!'
           ELSE
               EXEC SQL
                   SELECT COALESCE(SEXOFUN, ' ')
                     INTO :WK-SEXO-ANTIGO
                     FROM EAD719.FUNCIONARIOS
                    WHERE CODFUN = :LK-CODFUN
               END-EXEC
               IF   SQLCODE NOT = 0
                   DISPLAY 'ERRO NA VALIDACAO DO CODIGO DO '
                           'FUNCIONARIO'
               ELSE
                   MOVE LK-SEXO-ACCEPT TO DB2-SEXOFUN
                   IF   DB2-SEXOFUN = WK-SEXO-ANTIGO
      *                NADA MUDOU - TRANSACAO VALIDA, SEM UPDATE.
                       SET TRANSACAO-OK TO TRUE
                   ELSE
                       PERFORM GRAVA-SEXO
                   END-IF
               END-IF
           END-IF.
      *
       GRAVA-SEXO.
           EXEC SQL
               VALUES (CURRENT SQLID) INTO :WK-LASTUPD-USER
           END-EXEC.

           MOVE ZERO TO WK-SQL-TENTATIVA.
           MOVE 'RETRY-TRANSITORIO' TO WK-SQL-STATUS.
           PERFORM UNTIL WK-SQL-STATUS NOT = 'RETRY-TRANSITORIO'
               EXEC SQL
                   UPDATE EAD719.FUNCIONARIOS
                   SET SEXOFUN = :DB2-SEXOFUN,
                       LASTUPD-DATE = CURRENT DATE,
                       LASTUPD-USER = :WK-LASTUPD-USER
                         WHERE CODFUN = :LK-CODFUN
               END-EXEC

               PERFORM TRATA-SQLCODE
           END-PERFORM.

           EVALUATE WK-SQL-STATUS
           WHEN 'SUCESSO'
              SET TRANSACAO-OK TO TRUE
              MOVE LK-CODFUN          TO DB2-HIST-CODFUN
              MOVE 'SEXOFUN'          TO DB2-HIST-CAMPO
              MOVE WK-SEXO-ANTIGO     TO DB2-HIST-ANTIGO
              MOVE DB2-SEXOFUN        TO DB2-HIST-NOVO
              PERFORM GRAVA-HISTORICO
              EXEC SQL COMMIT END-EXEC
              DISPLAY 'SEXO DO FUNCIONARIO ' LK-CODFUN
                      ' ALTERADO DE ' WK-SEXO-ANTIGO ' PARA '
                      DB2-SEXOFUN
           WHEN 'NAO-ENCONTRADO'
              DISPLAY 'ERRO NA VALIDACAO DO CODIGO DO FUNCIONARIO'
           WHEN 'ERRO-TRANSITORIO'
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY 'SEXO DO FUNCIONARIO ' LK-CODFUN
                      ' NAO ALTERADO - TENTE NOVAMENTE MAIS TARDE'
           WHEN OTHER
              EXEC SQL ROLLBACK END-EXEC
              STOP RUN
           END-EVALUATE.
