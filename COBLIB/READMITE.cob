      * DATA DE DESLIGAMENTO - UMA HISTORIA DE VINCULO     *
      * CONTINUA POR PESSOA, EM VEZ DE UM CADASTRO NOVO    *
      * ORFAO DO HISTORICO ANTIGO.                         *
      * DESLIGADO JA MOVIDO PELO ARQFUNC PARA O CADASTRO   *
      * DE EX-FUNCIONARIOS (FUNCIONARIOS_EX) VOLTA PARA    *
      * FUNCIONARIOS NA MESMA UNIDADE DE TRABALHO DA       *
      * READMISSAO.                                        *
      ******************************************************
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       77  WK-STATUS-EXISTENTE       PIC X(01)  VALUE SPACES.
       77  WK-DATADESLIG-ANTIGA      PIC X(11)  VALUE SPACES.
       77  WK-CARGOFUN-ATUAL         PIC X(04)  VALUE SPACES.
       77  WK-TIPOCONTR-ATUAL        PIC X(01)  VALUE SPACES.
       77  WK-NO-ARQUIVO             PIC X(01)  VALUE 'N'.
           88  NO-ARQUIVO                       VALUE 'S'.
      *    SEXO (F/M): O DO CADASTRO ANTIGO VALE SE O DECK NAO TROUXER
      *    OUTRO; DESLIGADO ANTERIOR AO CAMPO PRECISA INFORMA-LO.
       77  WK-SEXO-ANTIGO            PIC X(01)  VALUE SPACES.
       77  DB2-SEXOFUN               PIC X(01)  VALUE SPACES.
           88  SEXO-VALIDO                      VALUE 'F' 'M'.
           COPY CPYVALOK REPLACING ==WK-CAMPO-VALIDO== BY
                                       ==WK-ADMISSFUN-VALIDA==
                                   ==CAMPO-VALIDO== BY
                                       ==WK-SALARIO-VALIDO==
                                   ==CAMPO-VALIDO== BY
                                       ==SALARIO-VALIDO==.
      *    SINDICATO NAO INFORMADO AO VALSALAR - O PISO DA CONVENCAO
      *    COLETIVA E CONFERIDO NA INCLUSAO E NAS ALTERACOES DE
      *    SALARIO (INCLUIR, ALTSALAR, AJUSTSAL).
       77  WK-SINDFUN-VALSAL         PIC X(03)       VALUE SPACES.
           COPY CPYVALOK REPLACING ==WK-CAMPO-VALIDO== BY
                                       ==WK-DEPTO-VALIDO==
                                   ==CAMPO-VALIDO== BY
                                       ==WK-VAGA-DISPONIVEL==
                                   ==CAMPO-VALIDO== BY
                                       ==VAGA-DISPONIVEL==.
           COPY CPYVALOK REPLACING ==WK-CAMPO-VALIDO== BY
                                       ==WK-REQUISICAO-VALIDA==
                                   ==CAMPO-VALIDO== BY
                                       ==REQUISICAO-VALIDA==.
       77  WK-NUMREQ                 PIC 9(06)  VALUE ZEROS.
           COPY CPYVALOK REPLACING ==WK-CAMPO-VALIDO== BY
                                       ==WK-CHECKLIST-ABERTO==
                                   ==CAMPO-VALIDO== BY
                                       ==CHECKLIST-ABERTO==.
      *
       LINKAGE                       SECTION.
       01  LK-ACCEPT.
              05 LK-FUNCAO-ACCEPT       PIC X.
              05 LK-CODFUN-ACCEPT       PIC X(7).
              05 LK-NOMEFUN-ACCEPT      PIC X(30).
              05 LK-SALARIOFUN-ACCEPT   PIC 9(6)V99.
              05 LK-DEPTOFUN-ACCEPT     PIC X(3).
              05 LK-ADMISSFUN-ACCEPT    PIC X(11).
              05 LK-IDADEFUN-ACCEPT     PIC 99.
              05 LK-CARGOFUN-ACCEPT     PIC X(4).
              05 LK-GESTOR-ACCEPT       PIC X(7).
              05 LK-TIPOCONTR-ACCEPT    PIC X(1).
              05 LK-FIMCONTR-ACCEPT     PIC X(11).
       01  LK-COMPL-ACCEPT.
           05  LK-PCD-ACCEPT           PIC X(01).
           05  LK-APRENDIZ-ACCEPT      PIC X(01).
           05  LK-SINDFUN-ACCEPT       PIC X(03).
           05  LK-NUMREQ-ACCEPT        PIC X(06).
           05  LK-SEXO-ACCEPT          PIC X(01).
       COPY CPYSTAT.
       COPY CPYMODO.
      *
           MOVE SPACES TO WK-STATUS-EXISTENTE.
           EXEC SQL
               SELECT STATUSFUN, COALESCE(CHAR(DATADESLIG, ISO), ' '),
                      CARGOFUN, COALESCE(SEXOFUN, ' '),
                      COALESCE(TIPOCONTR, ' ')
                 INTO :WK-STATUS-EXISTENTE, :WK-DATADESLIG-ANTIGA,
                      :WK-CARGOFUN-ATUAL, :WK-SEXO-ANTIGO,
                      :WK-TIPOCONTR-ATUAL
                 FROM EAD719.FUNCIONARIOS
                WHERE CODFUN = :DB2-CODFUN
           END-EXEC.
           MOVE 'N' TO WK-NO-ARQUIVO.
           IF   SQLCODE = 100
               EXEC SQL
                   SELECT STATUSFUN,
                          COALESCE(CHAR(DATADESLIG, ISO), ' '),
                          CARGOFUN, COALESCE(SEXOFUN, ' '),
                          COALESCE(TIPOCONTR, ' ')
                     INTO :WK-STATUS-EXISTENTE, :WK-DATADESLIG-ANTIGA,
                          :WK-CARGOFUN-ATUAL, :WK-SEXO-ANTIGO,
                          :WK-TIPOCONTR-ATUAL
                     FROM EAD719.FUNCIONARIOS_EX
                    WHERE CODFUN = :DB2-CODFUN
               END-EXEC
               IF   SQLCODE = 0
                   SET NO-ARQUIVO TO TRUE
               END-IF
           END-IF.
           IF   SQLCODE = 100
               DISPLAY 'FUNCIONARIO ' LK-CODFUN-ACCEPT
                       ' NAO EXISTE NO CADASTRO!'
      *    MESMAS VALIDACOES DE UMA INCLUSAO PARA OS DADOS QUE A
      *    READMISSAO ATUALIZA: NOVA ADMISSAO, NOVO SALARIO (CONTRA
      *    A FAIXA DO CARGO QUE O FUNCIONARIO MANTEM, SE O DECK NAO
      *    TROUXER OUTRO), DEPARTAMENTO COM VAGA E REQUISICAO DE
      *    VAGA ABERTA (MANREQ) PARA O DEPARTAMENTO E O CARGO.
           IF   LK-CARGOFUN-ACCEPT   NOT = SPACES
               MOVE LK-CARGOFUN-ACCEPT TO WK-CARGOFUN-ATUAL
           END-IF.
           IF   LK-SEXO-ACCEPT       = SPACES
               MOVE WK-SEXO-ANTIGO   TO DB2-SEXOFUN
           ELSE
               MOVE LK-SEXO-ACCEPT   TO DB2-SEXOFUN
           END-IF.

           CALL "VALADMIS" USING LK-ADMISSFUN-ACCEPT,
                                 WK-ADMISSFUN-VALIDA.
           CALL "VALSALAR" USING LK-SALARIOFUN-ACCEPT,
                                 WK-CARGOFUN-ATUAL,
                                 WK-SINDFUN-VALSAL,
                                 WK-SALARIO-VALIDO.
           CALL "VALDEPTO" USING LK-DEPTOFUN-ACCEPT,
                                 WK-DEPTO-VALIDO.
           CALL "VALVAGA"  USING LK-DEPTOFUN-ACCEPT,
                                 WK-VAGA-DISPONIVEL.
           CALL "VALREQ"   USING LK-NUMREQ-ACCEPT,
                                 LK-DEPTOFUN-ACCEPT,
                                 WK-CARGOFUN-ATUAL,
                                 LK-SALARIOFUN-ACCEPT,
                                 WK-REQUISICAO-VALIDA.

           EVALUATE TRUE
               WHEN NOT ADMISSFUN-VALIDA
               WHEN NOT SALARIO-VALIDO
                   DISPLAY 'SALARIO ' LK-SALARIOFUN-ACCEPT
                           ' FORA DA FAIXA PERMITIDA!'
               WHEN NOT SEXO-VALIDO
                   DISPLAY 'SEXO DO FUNCIONARIO ' LK-CODFUN-ACCEPT
                           ' INVALIDO OU EM BRANCO - USE F OU M!'
               WHEN NOT DEPTO-VALIDO
                   DISPLAY 'DEPARTAMENTO ' LK-DEPTOFUN-ACCEPT
                           ' NAO EXISTE!'
               WHEN NOT VAGA-DISPONIVEL
                   DISPLAY 'DEPARTAMENTO ' LK-DEPTOFUN-ACCEPT
                           ' SEM VAGA DISPONIVEL!'
               WHEN NOT REQUISICAO-VALIDA
                   DISPLAY 'REQUISICAO DE VAGA ' LK-NUMREQ-ACCEPT
                           ' NAO ESTA ABERTA PARA O DEPARTAMENTO '
                           LK-DEPTOFUN-ACCEPT ' E CARGO '
                           WK-CARGOFUN-ATUAL ' OU SALARIO FORA DA '
                           'FAIXA APROVADA!'
               WHEN MODO-VALIDACAO
                   SET TRANSACAO-OK TO TRUE
                   DISPLAY 'READMISSAO DO FUNCIONARIO ' DB2-CODFUN
           MOVE ZERO TO WK-SQL-TENTATIVA.
           MOVE 'RETRY-TRANSITORIO' TO WK-SQL-STATUS.
           PERFORM UNTIL WK-SQL-STATUS NOT = 'RETRY-TRANSITORIO'
               MOVE ZERO TO SQLCODE
               IF   NO-ARQUIVO
                   PERFORM TRAZ-DO-ARQUIVO
               END-IF
               IF   SQLCODE = 0
                   EXEC SQL
                       UPDATE EAD719.FUNCIONARIOS
                          SET STATUSFUN  = 'A',
                              ADMISSFUN  = :DB2-ADMISSFUN,
                              SALARIOFUN = :DB2-SALARIOFUN,
                              DEPTOFUN   = :DB2-DEPTOFUN,
                              EMAILFUN   = :DB2-EMAILFUN,
                              CARGOFUN   = :WK-CARGOFUN-ATUAL,
                              SEXOFUN    = :DB2-SEXOFUN,
                              DATADESLIG = NULL,
                              LASTUPD-DATE = CURRENT DATE,
                              LASTUPD-USER = :WK-LASTUPD-USER
                        WHERE CODFUN = :DB2-CODFUN
                   END-EXEC
               END-IF

               PERFORM TRATA-SQLCODE
           END-PERFORM.

           IF   WK-SQL-STATUS        = 'SUCESSO'
               PERFORM MARCA-REQUISICAO-PREENCHIDA
           END-IF.

      *    O NOVO VINCULO ABRE UMA NOVA LISTA DE DOCUMENTOS DE
      *    ADMISSAO (ABRDOCAD), NA MESMA UNIDADE DE TRABALHO - A DO
      *    VINCULO ANTERIOR E SUBSTITUIDA.
           IF   WK-SQL-STATUS        = 'SUCESSO'
               CALL "ABRDOCAD" USING DB2-CODFUN, WK-TIPOCONTR-ATUAL,
                                     WK-CARGOFUN-ATUAL,
                                     WK-CHECKLIST-ABERTO
               IF   NOT CHECKLIST-ABERTO
                   MOVE 'CHECKLIST-FALHOU' TO WK-SQL-STATUS
               END-IF
           END-IF.

           EVALUATE WK-SQL-STATUS
               WHEN 'SUCESSO'
      *            A READMISSAO VIRA EVENTO NO HISTORICO: O VALOR
                   MOVE WK-DATADESLIG-ANTIGA TO DB2-HIST-ANTIGO
                   MOVE DB2-ADMISSFUN        TO DB2-HIST-NOVO
                   PERFORM GRAVA-HISTORICO
                   IF   DB2-SEXOFUN          NOT = WK-SEXO-ANTIGO
                       MOVE 'SEXOFUN'        TO DB2-HIST-CAMPO
                       MOVE WK-SEXO-ANTIGO   TO DB2-HIST-ANTIGO
                       MOVE DB2-SEXOFUN      TO DB2-HIST-NOVO
                       PERFORM GRAVA-HISTORICO
                   END-IF
                   MOVE DB2-CODFUN           TO DB2-NOT-CODFUN
                   MOVE 'H'                  TO DB2-NOT-EVENTO
                   MOVE DB2-EMAILFUN-TEXT    TO DB2-NOT-EMAIL
                   DISPLAY 'FUNCIONARIO ' DB2-CODFUN ' READMITIDO '
                           'EM ' DB2-ADMISSFUN
                           ' - HISTORICO PRESERVADO'
               WHEN 'REQ-PREENCHIDA'
                   EXEC SQL ROLLBACK END-EXEC
                   DISPLAY 'REQUISICAO ' LK-NUMREQ-ACCEPT ' JA '
                           'PREENCHIDA - FUNCIONARIO ' DB2-CODFUN
                           ' NAO READMITIDO'
               WHEN 'CHECKLIST-FALHOU'
                   EXEC SQL ROLLBACK END-EXEC
                   DISPLAY 'LISTA DE DOCUMENTOS DE ADMISSAO NAO '
                           'ABERTA - FUNCIONARIO ' DB2-CODFUN
                           ' NAO READMITIDO'
               WHEN 'ERRO-TRANSITORIO'
                   EXEC SQL ROLLBACK END-EXEC
                   DISPLAY 'FUNCIONARIO ' DB2-CODFUN ' NAO '
                   EXEC SQL ROLLBACK END-EXEC
                   STOP RUN
           END-EVALUATE.
      *
       TRAZ-DO-ARQUIVO.
      *    A LINHA ARQUIVADA VOLTA INTEIRA PARA FUNCIONARIOS E SAI DE
      *    FUNCIONARIOS_EX ANTES DO UPDATE DA READMISSAO. A CONDICAO
      *    NOT EXISTS DEIXA A REPETICAO APOS TIMEOUT SEGURA: SE A
      *    LINHA JA VOLTOU, O INSERT NAO ACHA NADA (+100) E SEGUE.
           EXEC SQL
               INSERT INTO EAD719.FUNCIONARIOS
                   SELECT X.*
                     FROM EAD719.FUNCIONARIOS_EX X
                    WHERE X.CODFUN = :DB2-CODFUN
                      AND NOT EXISTS
                          (SELECT 1 FROM EAD719.FUNCIONARIOS F
                            WHERE F.CODFUN = X.CODFUN)
           END-EXEC.
           IF   SQLCODE = 100
               MOVE ZERO TO SQLCODE
           END-IF.
           IF   SQLCODE = 0
               EXEC SQL
                   DELETE FROM EAD719.FUNCIONARIOS_EX
                    WHERE CODFUN = :DB2-CODFUN
               END-EXEC
               IF   SQLCODE = 100
                   MOVE ZERO TO SQLCODE
               END-IF
           END-IF.
      *
       MARCA-REQUISICAO-PREENCHIDA.
      *    MESMA BAIXA DA REQUISICAO FEITA PELO INCLUIR, NA MESMA
      *    UNIDADE DE TRABALHO DA READMISSAO.
           MOVE LK-NUMREQ-ACCEPT     TO WK-NUMREQ.
           EXEC SQL
               UPDATE EAD719.REQVAGA
                  SET SITUACAO   = 'P',
                      CODFUN     = :DB2-CODFUN,
                      DATAENCERR = CURRENT DATE
                WHERE NUMREQ   = :WK-NUMREQ
                  AND SITUACAO = 'A'
           END-EXEC.
           IF   SQLCODE              NOT = 0
               MOVE 'REQ-PREENCHIDA' TO WK-SQL-STATUS
           END-IF.
