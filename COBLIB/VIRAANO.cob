        IDENTIFICATION DIVISION.
        PROGRAM-ID.    VIRAANO.
        AUTHOR.        THIAGO.
      **************************************************
      * VIRADA DO ANO DAS TABELAS DE CALENDARIO: O QUE *
      * ERA SQL RODADO A MAO TODO JANEIRO, NUMA        *
      * PASSADA SO, PARA O ANO INFORMADO:              *
      *   PERIODOCTL - OS 12 PERIODOS DO ANO, ABERTOS  *
      *   FERIADOS   - OS FERIADOS NACIONAIS DE DATA   *
      *                FIXA E A SEXTA-FEIRA SANTA      *
      *                (CALCULADA PELA PASCOA), COM    *
      *                EMPRESA EM BRANCO COMO NO       *
      *                MANCALEN. ESTADUAIS, MUNICIPAIS *
      *                E PONTOS FACULTATIVOS CONTINUAM *
      *                PELO MANCALEN                   *
      *   DECIMOTER  - O ANO NOVO ABERTO ZERADO PARA   *
      *                CADA NAO DESLIGADO (MENOS O     *
      *                ESTAGIARIO, COMO NO DECTERC)    *
      *   PLRCICLO   - O CICLO DE PLR DO ANO, ABERTO   *
      *                (O CALCPLR MARCA CALCULADO)     *
      * E CONFERE O QUE NAO DA PARA CRIAR:             *
      *   FAIXASAL   - FAIXA COM VIGENCIA NO ANO (O    *
      *                SALARIO MINIMO NOVO) - BLOQUEIO *
      *   TABTRIB    - TABELA DE INSS COM VIGENCIA NO  *
      *                ANO (ACOMPANHA O MINIMO) -      *
      *                BLOQUEIO; IRRF E DEDUCAO POR    *
      *                DEPENDENTE - AVISO (A ANTERIOR  *
      *                CONTINUA VALENDO SE O GOVERNO   *
      *                NAO PUBLICAR OUTRA)             *
      *   CONVCOL    - CONVENCAO COLETIVA, COM PISOS,  *
      *                ALCANCANDO O ANO PARA CADA      *
      *                SINDICATO COM FILIADO NAO       *
      *                DESLIGADO - AVISO (O PISO DA    *
      *                ULTIMA CONVENCAO CONTINUA NO    *
      *                VALSALAR ATE A NOVA SER         *
      *                CADASTRADA NO MANCONV)          *
      * O QUE JA EXISTE NAO E TOCADO - A RODADA QUE    *
      * PAROU EM BLOQUEIO PODE SER REPETIDA DEPOIS DE  *
      * CADASTRADO O QUE FALTAVA E SO CRIA O QUE AINDA *
      * NAO FOI CRIADO.                                *
      *                                                *
      * EAD719.VIRADACTL (UMA LINHA POR ANO):          *
      *   ANO       DEC(4)                             *
      *   SITUACAO  X(01)  C=CONCLUIDA P=PENDENTE      *
      *   USUARIO   X(08)                              *
      *   DATAEXEC  DATE                               *
      *   QTDEBLOQ  DEC(3)   ITENS BLOQUEANTES         *
      * ANO COM VIRADA CONCLUIDA E RECUSADO (RETURN-   *
      * CODE 8) - A VIRADA NAO RODA DUAS VEZES.        *
      *                                                *
      * EAD719.PLRCICLO (UM CICLO POR ANO):            *
      *   ANO       DEC(4)                             *
      *   SITUACAO  X(01)  A=ABERTO C=CALCULADO        *
      *   USUARIO   X(08)                              *
      *   DATAABERT DATE                               *
      *   DATACALC  DATE                               *
      *                                                *
      * PARM='ANO=AAAA' (SEM PARM: EM DEZEMBRO O ANO   *
      * SEGUINTE, NOS DEMAIS MESES O ANO CORRENTE). O  *
      * RELATORIO VIRAREL E O CHECKLIST DA VIRADA.     *
      * ITEM BLOQUEANTE DEVOLVE RETURN-CODE 8; SO      *
      * AVISO, RETURN-CODE 4.                          *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-VIRAREL       ASSIGN TO VIRAREL
                                     ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-VIRAREL.
       01  REG-VIRAREL.
           05  RV-ITEM              PIC X(10).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RV-CHAVE             PIC X(10).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RV-SITUACAO          PIC X(10).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RV-DETALHE           PIC X(60).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
      * Variaveis de controle SQL
       COPY SQLVARS.
       COPY CPYSQLMSG.
      *
       77  WK-ANO                    PIC 9(04)       VALUE ZEROS.
       77  WK-USUARIO                PIC X(08)       VALUE SPACES.
       77  WK-SITUACAO-VIRADA        PIC X(01)       VALUE SPACES.
       77  WK-SITUACAO-NOVA          PIC X(01)       VALUE SPACES.
       01  WK-DATA-ATUAL.
           05  WK-HOJE-AAAA         PIC 9(04).
           05  WK-HOJE-MM           PIC 9(02).
           05  FILLER               PIC X(15).
      *
       77  WK-MES                    PIC 9(02)       VALUE ZEROS.
       77  WK-PERIODO                PIC 9(06)       VALUE ZEROS.
       77  WK-PERIODO-INI            PIC 9(06)       VALUE ZEROS.
       77  WK-PERIODO-FIM            PIC 9(06)       VALUE ZEROS.
       77  WK-QTDE                   PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-EDIT              PIC ZZZZ9       VALUE ZEROS.
       77  WK-IDX                    PIC 9(02)       VALUE ZEROS.
       77  WK-TABELA                 PIC X(04)       VALUE SPACES.
       77  WK-SALARIO-MINIMO         PIC 9(06)V99    VALUE ZEROS.
       77  WK-SALARIO-EDIT           PIC ZZZ.ZZ9,99  VALUE ZEROS.
      *
      *    FERIADO A CRIAR (DATA NO FORMATO DO MANCALEN).
       77  WK-DATA-FERIADO           PIC X(10)       VALUE SPACES.
       77  WK-DESCR-FERIADO          PIC X(30)       VALUE SPACES.
      *
      *    PASCOA (ALGORITMO GREGORIANO ANONIMO) E SEXTA-FEIRA SANTA.
       77  WK-PA                     PIC 9(04)       VALUE ZEROS.
       77  WK-PB                     PIC 9(04)       VALUE ZEROS.
       77  WK-PC                     PIC 9(04)       VALUE ZEROS.
       77  WK-PD                     PIC 9(04)       VALUE ZEROS.
       77  WK-PE                     PIC 9(04)       VALUE ZEROS.
       77  WK-PF                     PIC 9(04)       VALUE ZEROS.
       77  WK-PG                     PIC 9(04)       VALUE ZEROS.
       77  WK-PH                     PIC 9(04)       VALUE ZEROS.
       77  WK-PI                     PIC 9(04)       VALUE ZEROS.
       77  WK-PK                     PIC 9(04)       VALUE ZEROS.
       77  WK-PL                     PIC 9(04)       VALUE ZEROS.
       77  WK-PM                     PIC 9(04)       VALUE ZEROS.
       77  WK-PASCOA-MES             PIC 9(02)       VALUE ZEROS.
       77  WK-PASCOA-DIA             PIC 9(02)       VALUE ZEROS.
       77  WK-DIA-JULIANO            PIC 9(08)       VALUE ZEROS.
       01  WK-SEXTA-SANTA.
           05  WK-SEXTA-AAAA         PIC 9(04).
           05  WK-SEXTA-MM           PIC 9(02).
           05  WK-SEXTA-DD           PIC 9(02).
       01  WK-SEXTA-SANTA-N REDEFINES WK-SEXTA-SANTA
                                     PIC 9(08).
      *
      *    FERIADOS NACIONAIS DE DATA FIXA (LEIS 662/49, 6.802/80 E
      *    14.759/23): DDMM E DESCRICAO.
       01  TAB-FERIADOS-FIXOS.
           05  FILLER               PIC X(34)
               VALUE '0101CONFRATERNIZACAO UNIVERSAL'.
           05  FILLER               PIC X(34)
               VALUE '2104TIRADENTES'.
           05  FILLER               PIC X(34)
               VALUE '0105DIA DO TRABALHO'.
           05  FILLER               PIC X(34)
               VALUE '0709INDEPENDENCIA DO BRASIL'.
           05  FILLER               PIC X(34)
               VALUE '1210NOSSA SENHORA APARECIDA'.
           05  FILLER               PIC X(34)
               VALUE '0211FINADOS'.
           05  FILLER               PIC X(34)
               VALUE '1511PROCLAMACAO DA REPUBLICA'.
           05  FILLER               PIC X(34)
               VALUE '2011ZUMBI E CONSCIENCIA NEGRA'.
           05  FILLER               PIC X(34)
               VALUE '2512NATAL'.
       01  TAB-FERIADOS-R REDEFINES TAB-FERIADOS-FIXOS.
           05  TF-FERIADO           OCCURS 9 TIMES.
               10  TF-DIA           PIC X(02).
               10  TF-MES           PIC X(02).
               10  TF-DESCRICAO     PIC X(30).
      *
       77  WK-QTDE-CRIADA            PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-EXISTENTE         PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-AVISO             PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-BLOQUEIO          PIC 9(03)       VALUE ZEROS.
      *
      *    CONVENCAO COLETIVA DE CADA SINDICATO COM FILIADO: QUANTAS
      *    ALCANCAM O ANO E QUANTOS PISOS ELAS TEM.
       77  WK-CODSIND                PIC X(03)       VALUE SPACES.
       77  WK-QTDE-CONV              PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-PISOS             PIC 9(05)       VALUE ZEROS.
       77  WK-FIM-SINDICATOS         PIC X(01)       VALUE 'N'.
           88  FIM-SINDICATOS                        VALUE 'S'.
      *
       EXEC SQL
           DECLARE CUR-SIND-CONV CURSOR FOR
               SELECT S.CODSIND,
                      (SELECT COUNT(*)
                         FROM EAD719.CONVCOL C
                        WHERE C.CODSIND = S.CODSIND
                          AND YEAR(C.DATAFIM) >= :WK-ANO),
                      (SELECT COUNT(*)
                         FROM EAD719.CONVCOL C
                         JOIN EAD719.PISOCONV P
                           ON P.CODSIND = C.CODSIND
                          AND P.DATAINI = C.DATAINI
                        WHERE C.CODSIND = S.CODSIND
                          AND YEAR(C.DATAFIM) >= :WK-ANO)
                 FROM EAD719.SINDICATO S
                WHERE EXISTS
                      (SELECT 1
                         FROM EAD719.FUNCIONARIOS F
                        WHERE F.SINDFUN    = S.CODSIND
                          AND F.STATUSFUN NOT = 'D')
                ORDER BY S.CODSIND
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
          PERFORM 210-PERIODOS.
          PERFORM 220-FERIADOS.
          PERFORM 230-DECIMO-TERCEIRO.
          PERFORM 240-CICLO-PLR.
          PERFORM 250-SALARIO-MINIMO.
          PERFORM 260-TABELAS-TRIBUTARIAS.
          PERFORM 270-CONVENCOES-COLETIVAS.
          PERFORM 901-FINALIZAR.
          STOP RUN.
      *
       100-INICIAR SECTION.
       101-INICIAR.
          MOVE FUNCTION CURRENT-DATE TO WK-DATA-ATUAL.
          IF   WK-HOJE-MM = 12
             COMPUTE WK-ANO = WK-HOJE-AAAA + 1
          ELSE
             MOVE WK-HOJE-AAAA TO WK-ANO
          END-IF.
          IF  LK-PARM-TAM > 0
              AND LK-PARM-TEXTO(1:4) = 'ANO='
              AND LK-PARM-TEXTO(5:4) IS NUMERIC
             MOVE LK-PARM-TEXTO(5:4) TO WK-ANO
          END-IF.
          IF   WK-ANO < 2000
             DISPLAY 'VIRAANO: ANO ' WK-ANO ' INVALIDO - USE ANO=AAAA'
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          COMPUTE WK-PERIODO-INI = WK-ANO * 100 + 1.
          COMPUTE WK-PERIODO-FIM = WK-ANO * 100 + 12.
          EXEC SQL
             VALUES (CURRENT SQLID) INTO :WK-USUARIO
          END-EXEC.

      *    VIRADA JA CONCLUIDA NAO RODA DE NOVO; A QUE FICOU
      *    PENDENTE (PAROU EM BLOQUEIO) PODE SER REPETIDA.
          MOVE SPACES TO WK-SITUACAO-VIRADA.
          EXEC SQL
             SELECT SITUACAO
               INTO :WK-SITUACAO-VIRADA
               FROM EAD719.VIRADACTL
              WHERE ANO = :WK-ANO
          END-EXEC.
          EVALUATE TRUE
             WHEN SQLCODE = 0 AND WK-SITUACAO-VIRADA = 'C'
                DISPLAY 'VIRAANO: A VIRADA DE ' WK-ANO ' JA FOI '
                        'CONCLUIDA - EXECUCAO RECUSADA'
                MOVE 8 TO RETURN-CODE
                STOP RUN
             WHEN SQLCODE = 0 OR SQLCODE = 100
                CONTINUE
             WHEN OTHER
                MOVE SQLCODE TO WK-SQLCODE-EDIT
                CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
                DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                        ' NA LEITURA DE VIRADACTL'
                MOVE 12 TO RETURN-CODE
                STOP RUN
          END-EVALUATE.
          IF   WK-SITUACAO-VIRADA = 'P'
             DISPLAY 'VIRAANO: RETOMANDO A VIRADA PENDENTE DE ' WK-ANO
          ELSE
             DISPLAY 'VIRAANO: VIRADA DO ANO ' WK-ANO
          END-IF.
          OPEN OUTPUT ARQ-VIRAREL.
      *
       200-VIRAR SECTION.
       210-PERIODOS.
          PERFORM VARYING WK-MES FROM 1 BY 1 UNTIL WK-MES > 12
             COMPUTE WK-PERIODO = WK-ANO * 100 + WK-MES
             MOVE SPACES       TO REG-VIRAREL
             MOVE 'PERIODOCTL' TO RV-ITEM
             MOVE WK-PERIODO   TO RV-CHAVE
             MOVE ZEROS        TO WK-QTDE
             EXEC SQL
                SELECT COUNT(*)
                  INTO :WK-QTDE
                  FROM EAD719.PERIODOCTL
                 WHERE PERIODO = :WK-PERIODO
             END-EXEC
             IF   WK-QTDE > ZEROS
                MOVE 'JA EXISTE'    TO RV-SITUACAO
                MOVE 'PERIODO JA TINHA CONTROLE - MANTIDO'
                                    TO RV-DETALHE
                ADD 1 TO WK-QTDE-EXISTENTE
             ELSE
                EXEC SQL
                   INSERT INTO EAD719.PERIODOCTL
                      (PERIODO, SITUACAO, USUARIO, DATAFECHA)
                      VALUES (:WK-PERIODO, 'A', :WK-USUARIO,
                              CURRENT DATE)
                END-EXEC
                IF   SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                   MOVE 'CRIADO'         TO RV-SITUACAO
                   MOVE 'PERIODO ABERTO' TO RV-DETALHE
                   ADD 1 TO WK-QTDE-CRIADA
                ELSE
                   PERFORM 290-FALHA-CRIACAO
                END-IF
             END-IF
             WRITE REG-VIRAREL
          END-PERFORM.
      *
       220-FERIADOS.
          PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > 9
             MOVE SPACES TO WK-DATA-FERIADO
             STRING TF-DIA(WK-IDX) '/' TF-MES(WK-IDX) '/' WK-ANO
                    DELIMITED BY SIZE INTO WK-DATA-FERIADO
             END-STRING
             MOVE TF-DESCRICAO(WK-IDX) TO WK-DESCR-FERIADO
             PERFORM 225-CRIA-FERIADO
          END-PERFORM.
          PERFORM 222-SEXTA-FEIRA-SANTA.
          PERFORM 225-CRIA-FERIADO.
      *
       222-SEXTA-FEIRA-SANTA.
      *    PASCOA PELO ALGORITMO GREGORIANO ANONIMO (MEEUS/JONES/
      *    BUTCHER); A SEXTA-FEIRA SANTA E DOIS DIAS ANTES.
          COMPUTE WK-PA = FUNCTION MOD(WK-ANO, 19).
          DIVIDE WK-ANO BY 100 GIVING WK-PB REMAINDER WK-PC.
          DIVIDE WK-PB BY 4 GIVING WK-PD REMAINDER WK-PE.
          COMPUTE WK-PF = (WK-PB + 8) / 25.
          COMPUTE WK-PG = (WK-PB - WK-PF + 1) / 3.
          COMPUTE WK-PH = FUNCTION MOD(19 * WK-PA + WK-PB - WK-PD
                                       - WK-PG + 15, 30).
          DIVIDE WK-PC BY 4 GIVING WK-PI REMAINDER WK-PK.
          COMPUTE WK-PL = FUNCTION MOD(32 + 2 * WK-PE + 2 * WK-PI
                                       - WK-PH - WK-PK, 7).
          COMPUTE WK-PM = (WK-PA + 11 * WK-PH + 22 * WK-PL) / 451.
          COMPUTE WK-PASCOA-MES =
                  (WK-PH + WK-PL - 7 * WK-PM + 114) / 31.
          COMPUTE WK-PASCOA-DIA =
                  FUNCTION MOD(WK-PH + WK-PL - 7 * WK-PM + 114, 31)
                  + 1.
          COMPUTE WK-DIA-JULIANO = FUNCTION INTEGER-OF-DATE
                  (WK-ANO * 10000 + WK-PASCOA-MES * 100
                   + WK-PASCOA-DIA) - 2.
          COMPUTE WK-SEXTA-SANTA-N =
                  FUNCTION DATE-OF-INTEGER(WK-DIA-JULIANO).
          MOVE SPACES TO WK-DATA-FERIADO.
          STRING WK-SEXTA-DD '/' WK-SEXTA-MM '/' WK-SEXTA-AAAA
                 DELIMITED BY SIZE INTO WK-DATA-FERIADO
          END-STRING.
          MOVE 'SEXTA-FEIRA SANTA' TO WK-DESCR-FERIADO.
      *
       225-CRIA-FERIADO.
          MOVE SPACES          TO REG-VIRAREL.
          MOVE 'FERIADOS'      TO RV-ITEM.
          MOVE WK-DATA-FERIADO TO RV-CHAVE.
          MOVE ZEROS           TO WK-QTDE.
          EXEC SQL
             SELECT COUNT(*)
               INTO :WK-QTDE
               FROM EAD719.FERIADOS
              WHERE EMPRESA     = ' '
                AND DATAFERIADO = :WK-DATA-FERIADO
                AND COALESCE(CODMUNIC, ' ') = ' '
          END-EXEC.
          IF   WK-QTDE > ZEROS
             MOVE 'JA EXISTE'      TO RV-SITUACAO
             MOVE WK-DESCR-FERIADO TO RV-DETALHE
             ADD 1 TO WK-QTDE-EXISTENTE
          ELSE
             EXEC SQL
                INSERT INTO EAD719.FERIADOS
                   (EMPRESA, DATAFERIADO, DESCRICAO, CODMUNIC)
                   VALUES (' ', :WK-DATA-FERIADO, :WK-DESCR-FERIADO,
                           ' ')
             END-EXEC
             IF   SQLCODE = 0
                EXEC SQL COMMIT END-EXEC
                MOVE 'CRIADO'         TO RV-SITUACAO
                MOVE WK-DESCR-FERIADO TO RV-DETALHE
                ADD 1 TO WK-QTDE-CRIADA
             ELSE
                PERFORM 290-FALHA-CRIACAO
             END-IF
          END-IF.
          WRITE REG-VIRAREL.
      *
       230-DECIMO-TERCEIRO.
      *    ANO NOVO ZERADO PARA QUEM AINDA NAO TEM - O DECTERC
      *    SUBSTITUI A LINHA NO ADIANTAMENTO E A ATUALIZA NA
      *    QUITACAO.
          MOVE SPACES      TO REG-VIRAREL.
          MOVE 'DECIMOTER' TO RV-ITEM.
          MOVE WK-ANO      TO RV-CHAVE.
          EXEC SQL
             INSERT INTO EAD719.DECIMOTER
                (CODFUN, ANO, AVOS, VALORADIANT)
                SELECT F.CODFUN, :WK-ANO, 0, 0
                  FROM EAD719.FUNCIONARIOS F
                 WHERE F.STATUSFUN <> 'D'
                   AND COALESCE(F.TIPOCONTR, ' ') <> 'G'
                   AND NOT EXISTS
                       (SELECT 1
                          FROM EAD719.DECIMOTER D
                         WHERE D.CODFUN = F.CODFUN
                           AND D.ANO    = :WK-ANO)
          END-EXEC.
          EVALUATE SQLCODE
             WHEN 0
                EXEC SQL COMMIT END-EXEC
                MOVE SQLERRD(3) TO WK-QTDE
                MOVE WK-QTDE    TO WK-QTDE-EDIT
                MOVE 'CRIADO'   TO RV-SITUACAO
                STRING 'ANO ABERTO PARA ' WK-QTDE-EDIT
                       ' FUNCIONARIO(S)'
                       DELIMITED BY SIZE INTO RV-DETALHE
                END-STRING
                ADD 1 TO WK-QTDE-CRIADA
             WHEN 100
                MOVE 'JA EXISTE' TO RV-SITUACAO
                MOVE 'TODOS OS FUNCIONARIOS JA TINHAM O ANO ABERTO'
                                 TO RV-DETALHE
                ADD 1 TO WK-QTDE-EXISTENTE
             WHEN OTHER
                PERFORM 290-FALHA-CRIACAO
          END-EVALUATE.
          WRITE REG-VIRAREL.
      *
       240-CICLO-PLR.
          MOVE SPACES     TO REG-VIRAREL.
          MOVE 'PLRCICLO' TO RV-ITEM.
          MOVE WK-ANO     TO RV-CHAVE.
          MOVE ZEROS      TO WK-QTDE.
          EXEC SQL
             SELECT COUNT(*)
               INTO :WK-QTDE
               FROM EAD719.PLRCICLO
              WHERE ANO = :WK-ANO
          END-EXEC.
          IF   WK-QTDE > ZEROS
             MOVE 'JA EXISTE' TO RV-SITUACAO
             MOVE 'CICLO DE PLR JA ABERTO - MANTIDO' TO RV-DETALHE
             ADD 1 TO WK-QTDE-EXISTENTE
          ELSE
             EXEC SQL
                INSERT INTO EAD719.PLRCICLO
                   (ANO, SITUACAO, USUARIO, DATAABERT)
                   VALUES (:WK-ANO, 'A', :WK-USUARIO, CURRENT DATE)
             END-EXEC
             IF   SQLCODE = 0
                EXEC SQL COMMIT END-EXEC
                MOVE 'CRIADO'    TO RV-SITUACAO
                MOVE 'CICLO DE PLR ABERTO' TO RV-DETALHE
                ADD 1 TO WK-QTDE-CRIADA
             ELSE
                PERFORM 290-FALHA-CRIACAO
             END-IF
          END-IF.
          WRITE REG-VIRAREL.
      *
       250-SALARIO-MINIMO.
      *    O MINIMO NOVO E PUBLICADO PELO GOVERNO - SO DA PARA
      *    CONFERIR. SEM ELE, VALSALAR CONTINUA NO PISO ANTIGO.
          MOVE SPACES     TO REG-VIRAREL.
          MOVE 'FAIXASAL' TO RV-ITEM.
          MOVE WK-ANO     TO RV-CHAVE.
          MOVE ZEROS      TO WK-SALARIO-MINIMO.
          EXEC SQL
             SELECT COALESCE(MAX(SALARIOMINIMO), 0)
               INTO :WK-SALARIO-MINIMO
               FROM EAD719.FAIXASAL
              WHERE YEAR(DATAVIGENCIA) = :WK-ANO
          END-EXEC.
          IF   SQLCODE = 0 AND WK-SALARIO-MINIMO > ZEROS
             MOVE WK-SALARIO-MINIMO TO WK-SALARIO-EDIT
             MOVE 'OK'       TO RV-SITUACAO
             STRING 'SALARIO MINIMO DO ANO: ' WK-SALARIO-EDIT
                    DELIMITED BY SIZE INTO RV-DETALHE
             END-STRING
          ELSE
             MOVE 'BLOQUEIO' TO RV-SITUACAO
             MOVE 'SALARIO MINIMO DO ANO NAO CADASTRADO EM FAIXASAL'
                             TO RV-DETALHE
             ADD 1 TO WK-QTDE-BLOQUEIO
          END-IF.
          WRITE REG-VIRAREL.
      *
       260-TABELAS-TRIBUTARIAS.
          MOVE 'INSS' TO WK-TABELA.
          PERFORM 265-CONFERE-TABTRIB.
          MOVE 'IRRF' TO WK-TABELA.
          PERFORM 265-CONFERE-TABTRIB.
          MOVE 'DEPE' TO WK-TABELA.
          PERFORM 265-CONFERE-TABTRIB.
      *
       265-CONFERE-TABTRIB.
          MOVE SPACES    TO REG-VIRAREL.
          MOVE 'TABTRIB' TO RV-ITEM.
          MOVE WK-TABELA TO RV-CHAVE.
          MOVE ZEROS     TO WK-QTDE.
          EXEC SQL
             SELECT COUNT(*)
               INTO :WK-QTDE
               FROM EAD719.TABTRIB
              WHERE TABELA = :WK-TABELA
                AND VIGENCIA BETWEEN :WK-PERIODO-INI
                                 AND :WK-PERIODO-FIM
          END-EXEC.
          EVALUATE TRUE
             WHEN SQLCODE = 0 AND WK-QTDE > ZEROS
                MOVE 'OK'       TO RV-SITUACAO
                MOVE 'TABELA COM VIGENCIA NO ANO CADASTRADA'
                                TO RV-DETALHE
             WHEN WK-TABELA = 'INSS'
                MOVE 'BLOQUEIO' TO RV-SITUACAO
                MOVE 'TABELA DE INSS DO ANO NAO CADASTRADA (MANTRIB)'
                                TO RV-DETALHE
                ADD 1 TO WK-QTDE-BLOQUEIO
             WHEN OTHER
                MOVE 'AVISO'    TO RV-SITUACAO
                MOVE 'SEM VIGENCIA NO ANO - A ANTERIOR CONTINUA VALENDO'
                                TO RV-DETALHE
                ADD 1 TO WK-QTDE-AVISO
          END-EVALUATE.
          WRITE REG-VIRAREL.
      *
       270-CONVENCOES-COLETIVAS.
      *    CONVENCAO E PISO SAO NEGOCIADOS COM O SINDICATO - SO DA
      *    PARA CONFERIR. SO AVISO: A CONVENCAO VENCIDA CONTINUA
      *    DANDO O PISO NO VALSALAR ATE A NOVA SER CADASTRADA.
          MOVE 'N' TO WK-FIM-SINDICATOS.
          EXEC SQL
             OPEN CUR-SIND-CONV
          END-EXEC.
          IF   SQLCODE NOT = 0
             SET FIM-SINDICATOS TO TRUE
          END-IF.
          PERFORM 275-CONFERE-CONVENCAO UNTIL FIM-SINDICATOS.
          EXEC SQL
             CLOSE CUR-SIND-CONV
          END-EXEC.
      *
       275-CONFERE-CONVENCAO.
          EXEC SQL
             FETCH CUR-SIND-CONV
               INTO :WK-CODSIND, :WK-QTDE-CONV, :WK-QTDE-PISOS
          END-EXEC.
          IF   SQLCODE NOT = 0
             SET FIM-SINDICATOS TO TRUE
          ELSE
             MOVE SPACES     TO REG-VIRAREL
             MOVE 'CONVCOL'  TO RV-ITEM
             MOVE WK-CODSIND TO RV-CHAVE
             EVALUATE TRUE
                WHEN WK-QTDE-CONV = ZEROS
                   MOVE 'AVISO' TO RV-SITUACAO
                   MOVE 'SEM CONVENCAO VIGENTE NO ANO - CADASTRE A NOVA'
                                TO RV-DETALHE
                   ADD 1 TO WK-QTDE-AVISO
                WHEN WK-QTDE-PISOS = ZEROS
                   MOVE 'AVISO' TO RV-SITUACAO
                   MOVE 'CONVENCAO DO ANO SEM PISO SALARIAL CADASTRADO'
                                TO RV-DETALHE
                   ADD 1 TO WK-QTDE-AVISO
                WHEN OTHER
                   MOVE WK-QTDE-PISOS TO WK-QTDE-EDIT
                   MOVE 'OK'    TO RV-SITUACAO
                   STRING 'CONVENCAO DO ANO CADASTRADA, '
                          WK-QTDE-EDIT ' PISO(S)'
                          DELIMITED BY SIZE INTO RV-DETALHE
                   END-STRING
             END-EVALUATE
             WRITE REG-VIRAREL
          END-IF.
      *
       290-FALHA-CRIACAO.
          MOVE SQLCODE TO WK-SQLCODE-EDIT.
          CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG.
          EXEC SQL ROLLBACK END-EXEC.
          MOVE 'BLOQUEIO' TO RV-SITUACAO.
          STRING 'NAO CRIADO - SQLCODE ' WK-SQLCODE-EDIT ' - '
                 WK-SQLCODE-MSG
                 DELIMITED BY SIZE INTO RV-DETALHE
          END-STRING.
          ADD 1 TO WK-QTDE-BLOQUEIO.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
      *    REGISTRA A VIRADA: CONCLUIDA SO SEM NENHUM BLOQUEIO.
          IF   WK-QTDE-BLOQUEIO = ZEROS
             MOVE 'C' TO WK-SITUACAO-NOVA
          ELSE
             MOVE 'P' TO WK-SITUACAO-NOVA
          END-IF.
          EXEC SQL
             UPDATE EAD719.VIRADACTL
                SET SITUACAO = :WK-SITUACAO-NOVA,
                    USUARIO  = :WK-USUARIO,
                    DATAEXEC = CURRENT DATE,
                    QTDEBLOQ = :WK-QTDE-BLOQUEIO
              WHERE ANO = :WK-ANO
          END-EXEC.
          IF   SQLCODE = 100
             EXEC SQL
                INSERT INTO EAD719.VIRADACTL
                   (ANO, SITUACAO, USUARIO, DATAEXEC, QTDEBLOQ)
                   VALUES (:WK-ANO, :WK-SITUACAO-NOVA, :WK-USUARIO,
                           CURRENT DATE, :WK-QTDE-BLOQUEIO)
             END-EXEC
          END-IF.
          IF   SQLCODE = 0
             EXEC SQL COMMIT END-EXEC
          ELSE
             MOVE SQLCODE TO WK-SQLCODE-EDIT
             DISPLAY 'AVISO: VIRADA DE ' WK-ANO ' NAO REGISTRADA EM '
                     'VIRADACTL - SQLCODE ' WK-SQLCODE-EDIT
             EXEC SQL ROLLBACK END-EXEC
          END-IF.
          CLOSE ARQ-VIRAREL.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DA VIRADA DO ANO ' WK-ANO.
          DISPLAY '  ITENS CRIADOS ......... ' WK-QTDE-CRIADA.
          DISPLAY '  JA EXISTENTES ......... ' WK-QTDE-EXISTENTE.
          DISPLAY '  AVISOS ................ ' WK-QTDE-AVISO.
          DISPLAY '  BLOQUEIOS ............. ' WK-QTDE-BLOQUEIO.
          IF   WK-SITUACAO-NOVA = 'C'
             DISPLAY '  VIRADA CONCLUIDA'
          ELSE
             DISPLAY '  VIRADA PENDENTE - CADASTRE OS BLOQUEIOS E '
                     'RODE DE NOVO'
          END-IF.
          DISPLAY '================================================'.
          EVALUATE TRUE
             WHEN WK-QTDE-BLOQUEIO > ZEROS
                MOVE 8 TO RETURN-CODE
             WHEN WK-QTDE-AVISO > ZEROS
                MOVE 4 TO RETURN-CODE
          END-EVALUATE.
          EXIT.
