      * DESCONTOS DE FOLHA. INCLUSAO GERA A SEQUENCIA  *
      * AUTOMATICAMENTE QUANDO NAO INFORMADA; EXCLUSAO *
      * E LOGICA (STATUSDEP = 'D'), COMO A DO PROPRIO  *
      * FUNCIONARIO. A MARCA DE DEPENDENTE PARA IR     *
      * (DEPIRRF) E O QUE O CALCFOLH USA NA DEDUCAO    *
      * DA BASE DO IRRF - INFORMADA NA INCLUSAO OU     *
      * TROCADA DEPOIS PELA OPERACAO M.                *
      *                                                *
      * EAD719.DEPENDENTES:                            *
      *   CODFUN     X(07)                             *
      *   SEQDEP     DEC(2,0)                          *
      *   NOMEDEP    X(30)                             *
      *   NASCDEP    X(10)  DD/MM/AAAA                 *
      *   PARENTESCO X(10)                             *
      *   STATUSDEP  X(01)  A=ATIVO D=EXCLUIDO         *
      *   DEPIRRF    X(01)  S=DEPENDENTE PARA IR       *
      **************************************************
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
      *
       77  WK-STATUS-FUNC            PIC X(01)  VALUE SPACES.
       77  WK-SEQ-DEPENDENTE         PIC 9(02)  VALUE ZEROS.
       77  WK-DEP-IRRF               PIC X(01)  VALUE 'N'.
           COPY CPYVALOK REPLACING ==WK-CAMPO-VALIDO== BY
                                       ==WK-NOME-VALIDO==
                                   ==CAMPO-VALIDO== BY
      *
       LINKAGE                       SECTION.
       01  LK-DEPEN-TRANS.
           05  LK-DEP-CODFUN         PIC X(07).
           05  LK-DEP-OPERACAO       PIC X(01).
           05  LK-DEP-SEQ            PIC 9(02).
           05  LK-DEP-NOME           PIC X(30).
           05  LK-DEP-NASC           PIC X(10).
           05  LK-DEP-PARENTESCO     PIC X(10).
           05  LK-DEP-IRRF           PIC X(01).
       COPY CPYSTAT.
      *
       PROCEDURE                     DIVISION USING LK-DEPEN-TRANS,
                       PERFORM INCLUI-DEPENDENTE
                   WHEN 'E'
                       PERFORM EXCLUI-DEPENDENTE
                   WHEN 'M'
                       PERFORM MARCA-DEPENDENTE-IRRF
                   WHEN OTHER
                       DISPLAY 'OPERACAO ' LK-DEP-OPERACAO
                               ' INVALIDA PARA DEPENDENTE - USE '
                               'I (INCLUI), E (EXCLUI) OU M (MARCA '
                               'DE IR)'
               END-EVALUATE
           END-IF.
      *
                   MOVE LK-DEP-SEQ   TO WK-SEQ-DEPENDENTE
               END-IF

               IF   LK-DEP-IRRF      = 'S'
                   MOVE 'S'          TO WK-DEP-IRRF
               ELSE
                   MOVE 'N'          TO WK-DEP-IRRF
               END-IF

               MOVE ZERO TO WK-SQL-TENTATIVA
               MOVE 'RETRY-TRANSITORIO' TO WK-SQL-STATUS
               PERFORM UNTIL WK-SQL-STATUS NOT = 'RETRY-TRANSITORIO'
                   EXEC SQL
                       INSERT INTO EAD719.DEPENDENTES
                          (CODFUN, SEQDEP, NOMEDEP, NASCDEP,
                           PARENTESCO, STATUSDEP, DEPIRRF)
                          VALUES (:DB2-CODFUN, :WK-SEQ-DEPENDENTE,
                                  :LK-DEP-NOME, :LK-DEP-NASC,
                                  :LK-DEP-PARENTESCO, 'A',
                                  :WK-DEP-IRRF)
                   END-EXEC

                   PERFORM TRATA-SQLCODE
                           'DEPENDENTE'
                   EXEC SQL ROLLBACK END-EXEC
           END-EVALUATE.
      *
       MARCA-DEPENDENTE-IRRF.
      *    SO 'S' MARCA; QUALQUER OUTRO VALOR DESMARCA.
           MOVE LK-DEP-SEQ TO WK-SEQ-DEPENDENTE.
           IF   LK-DEP-IRRF          = 'S'
               MOVE 'S'              TO WK-DEP-IRRF
           ELSE
               MOVE 'N'              TO WK-DEP-IRRF
           END-IF.
           EXEC SQL
               UPDATE EAD719.DEPENDENTES
                  SET DEPIRRF   = :WK-DEP-IRRF
                WHERE CODFUN    = :DB2-CODFUN
                  AND SEQDEP    = :WK-SEQ-DEPENDENTE
                  AND STATUSDEP = 'A'
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   EXEC SQL COMMIT END-EXEC
                   SET TRANSACAO-OK TO TRUE
                   DISPLAY 'DEPENDENTE ' WK-SEQ-DEPENDENTE
                           ' DO FUNCIONARIO ' DB2-CODFUN
                           ' COM MARCA DE IR ' WK-DEP-IRRF
               WHEN 100
                   DISPLAY 'DEPENDENTE ' WK-SEQ-DEPENDENTE
                           ' DO FUNCIONARIO ' DB2-CODFUN
                           ' NAO EXISTE OU ESTA EXCLUIDO!'
               WHEN OTHER
                   MOVE SQLCODE TO WK-SQLCODE-EDIT
                   CALL "DECODSQL" USING WK-SQLCODE-EDIT,
                                          WK-SQLCODE-MSG
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - '
                           WK-SQLCODE-MSG ' NA MARCA DE IR DO '
                           'DEPENDENTE'
                   EXEC SQL ROLLBACK END-EXEC
           END-EVALUATE.
