       IDENTIFICATION                DIVISION.
       PROGRAM-ID.                   CICSAUTO.
       AUTHOR.        THIAGO.
      ****************************************************
      * TRANSACAO CICS ONLINE DE AUTOATENDIMENTO DO       *
      * FUNCIONARIO (TRANID AUTO, MOLDE PSEUDO-           *
      * CONVERSACIONAL DA CICSFUNC), SOMENTE CONSULTA: O  *
      * USERID ASSINADO NO TERMINAL E LIGADO A UM UNICO   *
      * CODFUN EM EAD719.USUARIOFUN (MANUSUAR) E SO OS    *
      * DADOS DESSE FUNCIONARIO APARECEM - NAO HA CAMPO   *
      * DE CODFUN NA TELA. USERID SEM LIGACAO E RECUSADO. *
      *                                                   *
      * CABECALHO: DADOS CADASTRAIS (NOME, DEPARTAMENTO,  *
      * CARGO, ADMISSAO, SITUACAO, EMAIL). LINHAS, EM     *
      * PAGINAS DE 14 (PF8 AVANCA, PF7 VOLTA):            *
      *   - PERIODOS AQUISITIVOS DE FERIAS ABERTOS        *
      *     (EAD719.FERIAS SITUACAO 'A', COMO O RELFERIA) *
      *   - FERIAS PROGRAMADAS A PARTIR DE HOJE           *
      *     (EAD719.FERIASPROG)                           *
      *   - SALDO DO BANCO DE HORAS (EAD719.BANCOHRS,     *
      *     C - D - E, COMO O BANCOHOR)                   *
      *   - BENEFICIOS ATIVOS (DATAFIM EM BRANCO)         *
      *   - DEPENDENTES ATIVOS                            *
      *   - TOTAIS DOS ULTIMOS SEIS HOLERITES             *
      *     (EAD719.FOLHACALC)                            *
      * PF3 OU CLEAR ENCERRAM.                            *
      *                                                   *
      * TODO ACESSO - CADA TELA ENVIADA E CADA RECUSA -   *
      * GERA UMA LINHA NA AUDITFUN (FUNCAO 'Q') COM O     *
      * USERID REAL DO CICS; RESULTADO 'N' NA RECUSA.     *
      *                                                   *
      * O MAPA AUTMAPA DO MAPSET AUTMSET (CODFUNO, NOMEO, *
      * DEPTOO, CARGOO, ADMISO, STATUSO, EMAILO, CATORZE  *
      * LINHAS SLINO OCCURS 14, MSGO) E DEFINIDO FORA     *
      * DESTE REPOSITORIO, COMO OS DEMAIS MAPAS BMS.      *
      ****************************************************
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
      * Mapa de entrada/saida da transacao (BMS) e teclas AID
       COPY AUTMAPA.
       COPY DFHAID.
      *
      *    COMMAREA: QUEM ESTA CONSULTANDO E A PAGINA CORRENTE.
       01  WK-COMMAREA.
           05  WK-CA-USERID           PIC X(8).
           05  WK-CA-CODFUN           PIC X(7).
           05  WK-CA-PAGINA           PIC 9(3).
      *
       77  WK-USERID                  PIC X(08)      VALUE SPACES.
       77  WK-CODFUN                  PIC X(07)      VALUE SPACES.
       77  WK-HOJE-TEXTO              PIC X(08)      VALUE SPACES.
       77  WK-MENSAGEM                PIC X(60)      VALUE SPACES.
       77  WK-AUD-RESULT              PIC X(01)      VALUE 'P'.
      *
       77  WK-NOMEFUN                 PIC X(30)      VALUE SPACES.
       77  WK-DEPTOFUN                PIC X(03)      VALUE SPACES.
       77  WK-CARGOFUN                PIC X(03)      VALUE SPACES.
       77  WK-ADMISSFUN               PIC X(10)      VALUE SPACES.
       77  WK-STATUSFUN               PIC X(01)      VALUE SPACES.
       77  WK-EMAILFUN                PIC X(30)      VALUE SPACES.
      *
       77  WK-INIPERAQ                PIC X(10)      VALUE SPACES.
       77  WK-FIMPERAQ                PIC X(10)      VALUE SPACES.
       77  WK-DIASDIREITO             PIC 9(02)      VALUE ZEROS.
       77  WK-DIASGOZADOS             PIC 9(02)      VALUE ZEROS.
       77  WK-DATAINI                 PIC X(10)      VALUE SPACES.
       77  WK-DIAS                    PIC 9(02)      VALUE ZEROS.
       77  WK-DIASVENDA               PIC 9(02)      VALUE ZEROS.
       77  WK-CREDITOS                PIC S9(05)V99  VALUE ZEROS.
       77  WK-CONSUMIDO               PIC S9(05)V99  VALUE ZEROS.
       77  WK-SALDO-HORAS             PIC S9(05)V99  VALUE ZEROS.
       77  WK-CODBEN                  PIC X(03)      VALUE SPACES.
       77  WK-VALORFUNC               PIC 9(05)V99   VALUE ZEROS.
       77  WK-SEQDEP                  PIC 9(02)      VALUE ZEROS.
       77  WK-NOMEDEP                 PIC X(30)      VALUE SPACES.
       77  WK-NASCDEP                 PIC X(10)      VALUE SPACES.
       77  WK-PARENTESCO              PIC X(10)      VALUE SPACES.
       77  WK-DEPIRRF                 PIC X(01)      VALUE SPACES.
       77  WK-PERIODO                 PIC 9(06)      VALUE ZEROS.
       77  WK-PROVENTOS               PIC 9(09)V99   VALUE ZEROS.
       77  WK-DESCONTOS               PIC 9(09)V99   VALUE ZEROS.
       77  WK-LIQUIDO                 PIC S9(09)V99  VALUE ZEROS.
      *
      *    LINHAS DA CONSULTA, MONTADAS A CADA TELA E EXIBIDAS EM
      *    PAGINAS DE 14. O QUE PASSAR DE 80 LINHAS NAO CABE NA
      *    CONSULTA E E AVISADO NA ULTIMA LINHA.
       01  TAB-CONSULTA.
           05  TB-LINHA               PIC X(79)  OCCURS 80 TIMES.
       77  WK-QTDE-LINHAS             PIC 9(03)      VALUE ZEROS.
       77  WK-LINHA                   PIC X(79)      VALUE SPACES.
       77  WK-PRIMEIRA                PIC 9(03)      VALUE ZEROS.
       77  WK-IND                     PIC 9(03)      VALUE ZEROS.
       77  WK-NA-PAGINA               PIC 9(02)      VALUE ZEROS.
       77  WK-ULTIMA-PAGINA           PIC 9(03)      VALUE ZEROS.
      *
       77  WK-DIAS-EDIT               PIC Z9         VALUE ZEROS.
       77  WK-HORAS-EDIT              PIC -ZZ.ZZ9,99 VALUE ZEROS.
       77  WK-VALOR-EDIT              PIC ZZ.ZZ9,99  VALUE ZEROS.
       77  WK-PROV-EDIT               PIC ZZZ.ZZZ.ZZ9,99
                                                     VALUE ZEROS.
       77  WK-DESC-EDIT               PIC ZZZ.ZZZ.ZZ9,99
                                                     VALUE ZEROS.
       77  WK-LIQ-EDIT                PIC -ZZ.ZZZ.ZZ9,99
                                                     VALUE ZEROS.
       77  WK-SALDO-DIAS              PIC S9(02)     VALUE ZEROS.
      *
       EXEC SQL
           DECLARE CUR-AQUISITIVOS CURSOR FOR
               SELECT INIPERAQ, FIMPERAQ, DIASDIREITO, DIASGOZADOS
                 FROM EAD719.FERIAS
                WHERE CODFUN   = :WK-CODFUN
                  AND SITUACAO = 'A'
                ORDER BY SUBSTR(INIPERAQ, 7, 4),
                         SUBSTR(INIPERAQ, 4, 2),
                         SUBSTR(INIPERAQ, 1, 2)
       END-EXEC.
      *
       EXEC SQL
           DECLARE CUR-PROGRAMADAS CURSOR FOR
               SELECT DATAINI, DIAS, DIASVENDA
                 FROM EAD719.FERIASPROG
                WHERE CODFUN = :WK-CODFUN
                  AND SUBSTR(DATAINI, 7, 4)
                      || SUBSTR(DATAINI, 4, 2)
                      || SUBSTR(DATAINI, 1, 2)
                      NOT < :WK-HOJE-TEXTO
                ORDER BY SUBSTR(DATAINI, 7, 4),
                         SUBSTR(DATAINI, 4, 2),
                         SUBSTR(DATAINI, 1, 2)
       END-EXEC.
      *
       EXEC SQL
           DECLARE CUR-BENEFICIOS CURSOR FOR
               SELECT CODBEN, VALORFUNC, DATAINI
                 FROM EAD719.BENEFICIOS
                WHERE CODFUN  = :WK-CODFUN
                  AND DATAFIM = ' '
                ORDER BY CODBEN
       END-EXEC.
      *
       EXEC SQL
           DECLARE CUR-DEPENDENTES CURSOR FOR
               SELECT SEQDEP, NOMEDEP, NASCDEP, PARENTESCO,
                      COALESCE(DEPIRRF, 'N')
                 FROM EAD719.DEPENDENTES
                WHERE CODFUN    = :WK-CODFUN
                  AND STATUSDEP = 'A'
                ORDER BY SEQDEP
       END-EXEC.
      *
       EXEC SQL
           DECLARE CUR-HOLERITES CURSOR FOR
               SELECT PERIODO, PROVENTOS, DESCONTOS, LIQUIDO
                 FROM EAD719.FOLHACALC
                WHERE CODFUN = :WK-CODFUN
                ORDER BY PERIODO DESC
                FETCH FIRST 6 ROWS ONLY
       END-EXEC.
      *
       LINKAGE                       SECTION.
       01  DFHCOMMAREA.
           05  CA-USERID              PIC X(8).
           05  CA-CODFUN              PIC X(7).
           05  CA-PAGINA              PIC 9(3).
      *
       PROCEDURE                     DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           EXEC CICS HANDLE CONDITION
                ERROR     (999-ERRO-CICS)
           END-EXEC.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-HOJE-TEXTO.

           IF  EIBCALEN = 0
              PERFORM 101-IDENTIFICA-USUARIO
              MOVE 1 TO WK-CA-PAGINA
           ELSE
              MOVE DFHCOMMAREA TO WK-COMMAREA
              EVALUATE TRUE
                 WHEN EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
                    MOVE 'CONSULTA ENCERRADA' TO WK-MENSAGEM
                    PERFORM 190-ENCERRA
                 WHEN EIBAID = DFHPF8
                    ADD 1 TO WK-CA-PAGINA
                 WHEN EIBAID = DFHPF7
                    IF  WK-CA-PAGINA > 1
                       SUBTRACT 1 FROM WK-CA-PAGINA
                    END-IF
              END-EVALUATE
           END-IF.
           MOVE WK-CA-CODFUN TO WK-CODFUN.
           PERFORM 201-MONTA-CONSULTA.
           PERFORM 290-ENVIA-TELA.
           PERFORM 102-RETORNA-COM-COMMAREA.

           GOBACK.
      *******************************************************
       102-RETORNA-COM-COMMAREA.
           EXEC CICS RETURN
                TRANSID ('AUTO')
                COMMAREA (WK-COMMAREA)
           END-EXEC.
      *******************************************************
       100-IDENTIFICA SECTION.
       101-IDENTIFICA-USUARIO.
      *    SO O FUNCIONARIO LIGADO AO USERID DO TERMINAL - NUNCA UM
      *    CODFUN DIGITADO. SEM LIGACAO, A RECUSA E AUDITADA.
           INITIALIZE WK-COMMAREA.
           EXEC CICS ASSIGN
                USERID (WK-USERID)
           END-EXEC.
           MOVE WK-USERID TO WK-CA-USERID.
           MOVE SPACES TO WK-CODFUN.
           EXEC SQL
               SELECT CODFUN
                 INTO :WK-CODFUN
                 FROM EAD719.USUARIOFUN
                WHERE USERID = :WK-USERID
           END-EXEC.
           IF  SQLCODE NOT = 0
              MOVE SPACES TO WK-CODFUN
              MOVE 'N'    TO WK-AUD-RESULT
              PERFORM 280-GRAVA-AUDITORIA
              MOVE 'USUARIO SEM FUNCIONARIO CADASTRADO - PROCURE O RH'
                                       TO WK-MENSAGEM
              PERFORM 190-ENCERRA
           END-IF.
           MOVE WK-CODFUN TO WK-CA-CODFUN.
      *******************************************************
       190-ENCERRA.
           EXEC CICS SEND TEXT
                FROM (WK-MENSAGEM)
                LENGTH (60)
                ERASE
                FREEKB
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.
      *******************************************************
       200-CONSULTA SECTION.
       201-MONTA-CONSULTA.
           MOVE SPACES TO AUTMAPAO.
           MOVE ZEROS  TO WK-QTDE-LINHAS.
           EXEC SQL
               SELECT NOMEFUN, DEPTOFUN, CARGOFUN, ADMISSFUN,
                      STATUSFUN, COALESCE(EMAILFUN, ' ')
                 INTO :WK-NOMEFUN, :WK-DEPTOFUN, :WK-CARGOFUN,
                      :WK-ADMISSFUN, :WK-STATUSFUN, :WK-EMAILFUN
                 FROM EAD719.FUNCIONARIOS
                WHERE CODFUN = :WK-CODFUN
           END-EXEC.
           IF  SQLCODE NOT = 0
              MOVE 'N' TO WK-AUD-RESULT
              PERFORM 280-GRAVA-AUDITORIA
              MOVE 'FUNCIONARIO NAO ENCONTRADO - PROCURE O RH'
                                       TO WK-MENSAGEM
              PERFORM 190-ENCERRA
           END-IF.
           MOVE WK-CODFUN    TO CODFUNO OF AUTMAPAO.
           MOVE WK-NOMEFUN   TO NOMEO   OF AUTMAPAO.
           MOVE WK-DEPTOFUN  TO DEPTOO  OF AUTMAPAO.
           MOVE WK-CARGOFUN  TO CARGOO  OF AUTMAPAO.
           MOVE WK-ADMISSFUN TO ADMISO  OF AUTMAPAO.
           MOVE WK-STATUSFUN TO STATUSO OF AUTMAPAO.
           MOVE WK-EMAILFUN  TO EMAILO  OF AUTMAPAO.

           PERFORM 210-FERIAS.
           PERFORM 220-BANCO-HORAS.
           PERFORM 230-BENEFICIOS.
           PERFORM 240-DEPENDENTES.
           PERFORM 250-HOLERITES.
      *******************************************************
       210-FERIAS.
           MOVE 'FERIAS - PERIODOS AQUISITIVOS ABERTOS      DIREITO '
                                       TO WK-LINHA.
           MOVE 'GOZADOS  SALDO'       TO WK-LINHA(52:14).
           PERFORM 270-ACRESCENTA-LINHA.
           EXEC SQL
              OPEN CUR-AQUISITIVOS
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CUR-AQUISITIVOS
                   INTO :WK-INIPERAQ, :WK-FIMPERAQ,
                        :WK-DIASDIREITO, :WK-DIASGOZADOS
              END-EXEC
              IF  SQLCODE = 0
                 COMPUTE WK-SALDO-DIAS = WK-DIASDIREITO
                                       - WK-DIASGOZADOS
                 MOVE SPACES TO WK-LINHA
                 STRING '  ' WK-INIPERAQ ' A ' WK-FIMPERAQ
                        DELIMITED BY SIZE INTO WK-LINHA
                 MOVE WK-DIASDIREITO TO WK-DIAS-EDIT
                 MOVE WK-DIAS-EDIT   TO WK-LINHA(46:2)
                 MOVE WK-DIASGOZADOS TO WK-DIAS-EDIT
                 MOVE WK-DIAS-EDIT   TO WK-LINHA(54:2)
                 MOVE WK-SALDO-DIAS  TO WK-DIAS-EDIT
                 MOVE WK-DIAS-EDIT   TO WK-LINHA(62:2)
                 PERFORM 270-ACRESCENTA-LINHA
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE CUR-AQUISITIVOS
           END-EXEC.

           MOVE 'FERIAS PROGRAMADAS - INICIO     DIAS  ABONO'
                                       TO WK-LINHA.
           PERFORM 270-ACRESCENTA-LINHA.
           EXEC SQL
              OPEN CUR-PROGRAMADAS
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CUR-PROGRAMADAS
                   INTO :WK-DATAINI, :WK-DIAS, :WK-DIASVENDA
              END-EXEC
              IF  SQLCODE = 0
                 MOVE SPACES TO WK-LINHA
                 MOVE WK-DATAINI   TO WK-LINHA(22:10)
                 MOVE WK-DIAS      TO WK-DIAS-EDIT
                 MOVE WK-DIAS-EDIT TO WK-LINHA(35:2)
                 MOVE WK-DIASVENDA TO WK-DIAS-EDIT
                 MOVE WK-DIAS-EDIT TO WK-LINHA(42:2)
                 PERFORM 270-ACRESCENTA-LINHA
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE CUR-PROGRAMADAS
           END-EXEC.
      *******************************************************
       220-BANCO-HORAS.
      *    SALDO = CREDITOS - DEBITOS DE FOLGA - EXPIRADOS/QUITADOS.
           MOVE ZEROS TO WK-CREDITOS WK-CONSUMIDO.
           EXEC SQL
              SELECT COALESCE(SUM(HORAS), 0)
                INTO :WK-CREDITOS
                FROM EAD719.BANCOHRS
               WHERE CODFUN = :WK-CODFUN
                 AND TIPO   = 'C'
           END-EXEC.
           EXEC SQL
              SELECT COALESCE(SUM(HORAS), 0)
                INTO :WK-CONSUMIDO
                FROM EAD719.BANCOHRS
               WHERE CODFUN = :WK-CODFUN
                 AND TIPO IN ('D', 'E')
           END-EXEC.
           COMPUTE WK-SALDO-HORAS = WK-CREDITOS - WK-CONSUMIDO.
           MOVE WK-SALDO-HORAS TO WK-HORAS-EDIT.
           MOVE SPACES TO WK-LINHA.
           STRING 'BANCO DE HORAS - SALDO ' WK-HORAS-EDIT ' H'
                  DELIMITED BY SIZE INTO WK-LINHA.
           PERFORM 270-ACRESCENTA-LINHA.
      *******************************************************
       230-BENEFICIOS.
           MOVE 'BENEFICIOS ATIVOS - CODIGO  DESDE       PARCELA'
                                       TO WK-LINHA.
           PERFORM 270-ACRESCENTA-LINHA.
           EXEC SQL
              OPEN CUR-BENEFICIOS
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CUR-BENEFICIOS
                   INTO :WK-CODBEN, :WK-VALORFUNC, :WK-DATAINI
              END-EXEC
              IF  SQLCODE = 0
                 MOVE SPACES TO WK-LINHA
                 MOVE WK-CODBEN     TO WK-LINHA(22:3)
                 MOVE WK-DATAINI    TO WK-LINHA(29:10)
                 MOVE WK-VALORFUNC  TO WK-VALOR-EDIT
                 MOVE WK-VALOR-EDIT TO WK-LINHA(40:9)
                 PERFORM 270-ACRESCENTA-LINHA
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE CUR-BENEFICIOS
           END-EXEC.
      *******************************************************
       240-DEPENDENTES.
           MOVE 'DEPENDENTES - NOME                     NASCIMENTO '
                                       TO WK-LINHA.
           MOVE 'PARENTESCO IR'        TO WK-LINHA(52:13).
           PERFORM 270-ACRESCENTA-LINHA.
           EXEC SQL
              OPEN CUR-DEPENDENTES
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CUR-DEPENDENTES
                   INTO :WK-SEQDEP, :WK-NOMEDEP, :WK-NASCDEP,
                        :WK-PARENTESCO, :WK-DEPIRRF
              END-EXEC
              IF  SQLCODE = 0
                 MOVE SPACES TO WK-LINHA
                 MOVE WK-SEQDEP     TO WK-DIAS-EDIT
                 MOVE WK-DIAS-EDIT  TO WK-LINHA(11:2)
                 MOVE WK-NOMEDEP    TO WK-LINHA(14:30)
                 MOVE WK-NASCDEP    TO WK-LINHA(41:10)
                 MOVE WK-PARENTESCO TO WK-LINHA(52:10)
                 MOVE WK-DEPIRRF    TO WK-LINHA(64:1)
                 PERFORM 270-ACRESCENTA-LINHA
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE CUR-DEPENDENTES
           END-EXEC.
      *******************************************************
       250-HOLERITES.
           MOVE 'ULTIMOS HOLERITES - PERIODO     PROVENTOS      '
                                       TO WK-LINHA.
           MOVE 'DESCONTOS        LIQUIDO'  TO WK-LINHA(49:24).
           PERFORM 270-ACRESCENTA-LINHA.
           EXEC SQL
              OPEN CUR-HOLERITES
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CUR-HOLERITES
                   INTO :WK-PERIODO, :WK-PROVENTOS, :WK-DESCONTOS,
                        :WK-LIQUIDO
              END-EXEC
              IF  SQLCODE = 0
                 MOVE SPACES TO WK-LINHA
                 MOVE WK-PERIODO    TO WK-LINHA(22:6)
                 MOVE WK-PROVENTOS  TO WK-PROV-EDIT
                 MOVE WK-PROV-EDIT  TO WK-LINHA(30:14)
                 MOVE WK-DESCONTOS  TO WK-DESC-EDIT
                 MOVE WK-DESC-EDIT  TO WK-LINHA(45:14)
                 MOVE WK-LIQUIDO    TO WK-LIQ-EDIT
                 MOVE WK-LIQ-EDIT   TO WK-LINHA(60:14)
                 PERFORM 270-ACRESCENTA-LINHA
              END-IF
           END-PERFORM.
           EXEC SQL
              CLOSE CUR-HOLERITES
           END-EXEC.
      *******************************************************
       270-ACRESCENTA-LINHA.
           EVALUATE TRUE
              WHEN WK-QTDE-LINHAS < 79
                 ADD 1 TO WK-QTDE-LINHAS
                 MOVE WK-LINHA TO TB-LINHA(WK-QTDE-LINHAS)
              WHEN WK-QTDE-LINHAS = 79
                 ADD 1 TO WK-QTDE-LINHAS
                 MOVE '... DEMAIS ITENS NAO CABEM NA CONSULTA - '
                    TO TB-LINHA(WK-QTDE-LINHAS)
                 MOVE 'PROCURE O RH'
                    TO TB-LINHA(WK-QTDE-LINHAS)(42:12)
           END-EVALUATE.
           MOVE SPACES TO WK-LINHA.
      *******************************************************
       280-GRAVA-AUDITORIA.
      *    USERID DO CICS, NAO O CURRENT SQLID DO GRAVAUDIT - NA
      *    TRANSACAO ONLINE O SQLID E O DO PLANO, IGUAL PARA TODOS.
           EXEC SQL
               INSERT INTO EAD719.AUDITFUN
                  (FUNCAO, CODFUN, USERID, DATAHORA, RESULTADO)
                  VALUES ('Q', :WK-CODFUN, :WK-CA-USERID,
                          CURRENT TIMESTAMP, :WK-AUD-RESULT)
           END-EXEC.
           IF  SQLCODE = 0
              EXEC CICS SYNCPOINT
              END-EXEC
           END-IF.
      *******************************************************
       290-ENVIA-TELA.
           COMPUTE WK-ULTIMA-PAGINA = (WK-QTDE-LINHAS + 13) / 14.
           IF  WK-ULTIMA-PAGINA = ZEROS
              MOVE 1 TO WK-ULTIMA-PAGINA
           END-IF.
           IF  WK-CA-PAGINA > WK-ULTIMA-PAGINA
              MOVE WK-ULTIMA-PAGINA TO WK-CA-PAGINA
              MOVE 'FIM DA CONSULTA - PF7 VOLTA, PF3 ENCERRA'
                                       TO WK-MENSAGEM
           ELSE
              MOVE 'PF8 AVANCA, PF7 VOLTA, PF3 ENCERRA'
                                       TO WK-MENSAGEM
           END-IF.
           COMPUTE WK-PRIMEIRA = (WK-CA-PAGINA - 1) * 14 + 1.
           MOVE ZEROS TO WK-NA-PAGINA.
           PERFORM VARYING WK-IND FROM WK-PRIMEIRA BY 1
                   UNTIL WK-IND > WK-QTDE-LINHAS
                      OR WK-NA-PAGINA = 14
              ADD 1 TO WK-NA-PAGINA
              MOVE TB-LINHA(WK-IND)
                TO SLINO OF AUTMAPAO (WK-NA-PAGINA)
           END-PERFORM.
           MOVE WK-MENSAGEM TO MSGO OF AUTMAPAO.

           MOVE 'P' TO WK-AUD-RESULT.
           PERFORM 280-GRAVA-AUDITORIA.

           EXEC CICS SEND MAP ('AUTMAPA')
                MAPSET ('AUTMSET')
                ERASE
           END-EXEC.
      *******************************************************
       999-ERRO-CICS SECTION.
       999-TRATA-ERRO.
           MOVE 'ERRO NA CONSULTA - TENTE NOVAMENTE'
                                       TO WK-MENSAGEM.
           PERFORM 190-ENCERRA.
