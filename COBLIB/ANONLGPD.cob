      * ADMISSAO, DESLIGAMENTO) E GRAVA O CERTIFICADO  *
      * COM OS CODFUN ANONIMIZADOS PARA O REGISTRO DE  *
      * COMPLIANCE.                                    *
      * FUNCIONARIO COM PROCESSO TRABALHISTA SOB       *
      * RETENCAO LEGAL (EAD719.PROCTRAB, BLOQUEIO = S, *
      * CADASTRO MANPROC) NAO E ANONIMIZADO: SAI NA    *
      * LISTAGEM COMO PULADO E VOLTA A SER CANDIDATO   *
      * QUANDO O JURIDICO LIBERAR O BLOQUEIO.          *
      * O EX-FUNCIONARIO JA MOVIDO PELO ARQFUNC PARA O *
      * CADASTRO DE EX-FUNCIONARIOS (FUNCIONARIOS_EX)  *
      * E SELECIONADO E ANONIMIZADO DA MESMA FORMA, NA *
      * TABELA EM QUE ESTIVER.                         *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE SECTION.
       FD  ARQ-CERTIFICADO.
       01  REG-CERTIFICADO.
           05  CT-CODFUN            PIC X(07).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  CT-DATADESLIG        PIC X(10).
           05  FILLER               PIC X(02)       VALUE SPACES.
      *
       77  WK-ANOS-RETENCAO          PIC 9(02)       VALUE 5.
       77  WK-DATADESLIG             PIC X(10)       VALUE SPACES.
       77  WK-TABELA-ORIGEM          PIC X(01)       VALUE SPACES.
           88  NO-CADASTRO-ATIVO                     VALUE 'F'.
           88  NO-CADASTRO-EX                        VALUE 'X'.
       77  WK-DATA-HOJE              PIC X(10)       VALUE SPACES.
       77  WK-QTDE-ANONIMIZADA       PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-BLOQUEIO          PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-PULADA            PIC 9(05)       VALUE ZEROS.
      *
      *    MARCADORES ANONIMOS: PRESERVAM O FORMATO DOS CAMPOS SEM
      *    IDENTIFICAR A PESSOA.
      *    WITH HOLD: COMMIT POR FUNCIONARIO ANONIMIZADO.
       EXEC SQL
           DECLARE CUR-EXPIRADOS CURSOR WITH HOLD FOR
               SELECT 'F', CODFUN, CHAR(DATADESLIG, ISO)
                 FROM EAD719.FUNCIONARIOS
                WHERE STATUSFUN = 'D'
                  AND DATADESLIG < CURRENT DATE
                                   - :WK-ANOS-RETENCAO YEARS
                  AND NOMEFUN NOT = :WK-NOME-ANONIMO
               UNION ALL
               SELECT 'X', CODFUN, CHAR(DATADESLIG, ISO)
                 FROM EAD719.FUNCIONARIOS_EX
                WHERE STATUSFUN = 'D'
                  AND DATADESLIG < CURRENT DATE
                                   - :WK-ANOS-RETENCAO YEARS
                  AND NOMEFUN NOT = :WK-NOME-ANONIMO
                ORDER BY 2
       END-EXEC.
      *
       LINKAGE SECTION.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-EXPIRADOS
                  INTO :WK-TABELA-ORIGEM, :DB2-CODFUN, :WK-DATADESLIG
             END-EXEC
             IF   SQLCODE = 0
                PERFORM 205-CONFERE-BLOQUEIO
                IF   WK-QTDE-BLOQUEIO > ZEROS
                   ADD 1 TO WK-QTDE-PULADA
                   DISPLAY 'FUNCIONARIO ' DB2-CODFUN ' PULADO - '
                           WK-QTDE-BLOQUEIO ' PROCESSO(S) '
                           'TRABALHISTA(S) SOB RETENCAO LEGAL'
                ELSE
                   PERFORM 210-ANONIMIZA-FUNCIONARIO
                END-IF
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-EXPIRADOS
          END-EXEC.
      *
       205-CONFERE-BLOQUEIO.
      *    NA DUVIDA (ERRO NA LEITURA) NAO ANONIMIZA - CONTA COMO
      *    BLOQUEADO E O FUNCIONARIO FICA PARA A PROXIMA EXECUCAO.
          EXEC SQL
             SELECT COUNT(*)
               INTO :WK-QTDE-BLOQUEIO
               FROM EAD719.PROCTRAB
              WHERE CODFUN   = :DB2-CODFUN
                AND BLOQUEIO = 'S'
          END-EXEC.
          IF   SQLCODE NOT = 0
             DISPLAY 'ERRO NA LEITURA DOS PROCESSOS DO FUNCIONARIO '
                     DB2-CODFUN ' - SQLCODE ' SQLCODE
             MOVE 1 TO WK-QTDE-BLOQUEIO
             MOVE ZEROS TO SQLCODE
          END-IF.
      *
       210-ANONIMIZA-FUNCIONARIO.
          MOVE WK-NOME-ANONIMO    TO DB2-NOMEFUN-TEXT.
             VALUES (CURRENT SQLID) INTO :WK-LASTUPD-USER
          END-EXEC.

          IF   NO-CADASTRO-EX
             PERFORM 215-ANONIMIZA-EX-FUNCIONARIO
          ELSE
             EXEC SQL
                UPDATE EAD719.FUNCIONARIOS
                   SET NOMEFUN    = :DB2-NOMEFUN,
                       EMAILFUN   = :DB2-EMAILFUN,
                       NASCFUN    = :WK-NASC-ANONIMO,
                       CPFFUN     = ' ',
                       LOGRAFUN   = ' ',
                       NUMFUN     = ' ',
                       CIDADEFUN  = ' ',
                       UFFUN      = ' ',
                       CEPFUN     = ' ',
                       BANCOFUN   = ' ',
                       AGENCIAFUN = ' ',
                       CONTAFUN   = ' ',
                       DIGITOFUN  = ' ',
                       LASTUPD-DATE = CURRENT DATE,
                       LASTUPD-USER = :WK-LASTUPD-USER
                 WHERE CODFUN = :DB2-CODFUN
             END-EXEC
          END-IF.

          IF   SQLCODE NOT = 0
             MOVE SQLCODE TO WK-SQLCODE-EDIT
             CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
             DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                     ' AO ANONIMIZAR O FUNCIONARIO ' DB2-CODFUN
             EXEC SQL ROLLBACK END-EXEC
          ELSE
             PERFORM 220-ANONIMIZA-HISTORICO
          END-IF.
      *
       215-ANONIMIZA-EX-FUNCIONARIO.
      *    MESMOS MARCADORES, NA LINHA DO CADASTRO DE
      *    EX-FUNCIONARIOS (MESMO LEIAUTE DE FUNCIONARIOS).
          EXEC SQL
             UPDATE EAD719.FUNCIONARIOS_EX
                SET NOMEFUN    = :DB2-NOMEFUN,
                    EMAILFUN   = :DB2-EMAILFUN,
                    NASCFUN    = :WK-NASC-ANONIMO,
                    LASTUPD-USER = :WK-LASTUPD-USER
              WHERE CODFUN = :DB2-CODFUN
          END-EXEC.
      *
       220-ANONIMIZA-HISTORICO.
      *    SO OS CAMPOS DE TEXTO IDENTIFICADORES DO HISTORICO SAO
          CLOSE ARQ-CERTIFICADO.
          DISPLAY WK-QTDE-ANONIMIZADA ' FUNCIONARIO(S) '
                  'ANONIMIZADO(S) - CERTIFICADO EM CERTLGPD'.
          DISPLAY WK-QTDE-PULADA ' FUNCIONARIO(S) PULADO(S) POR '
                  'RETENCAO LEGAL (PROCESSO TRABALHISTA)'.
          EXIT.
