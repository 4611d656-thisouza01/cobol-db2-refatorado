        IDENTIFICATION DIVISION.
        PROGRAM-ID.    EXTRDW.
        AUTHOR.        THIAGO.
      **************************************************
      * EXTRACAO DIARIA PARA O DATA WAREHOUSE DE RH:   *
      * CONJUNTO DE ARQUIVOS DELIMITADOS POR ';' QUE O *
      * BI CARREGA NOS CUBOS, EM VEZ DE COPIAS DO      *
      * EXTRFOLHA (SO ATIVOS, SEM PASSADO) E DO        *
      * RELUNIF.                                       *
      *                                                *
      * DWFUNC   DIMENSAO FUNCIONARIO COM VIGENCIA:    *
      *          CADA MUDANCA DE DEPARTAMENTO, CARGO   *
      *          OU SALARIO REGISTRADA EM              *
      *          FUNCIONARIOS_HIST ABRE UMA NOVA       *
      *          VERSAO. A VERSAO MAIS ANTIGA COMECA   *
      *          NA ADMISSAO; A CORRENTE VAI ATE       *
      *          9999-12-31 COM ATUAL = 'S'.           *
      *            CODFUN;NOMEFUN;EMPRESA;DEPTO;CARGO; *
      *            SALARIO;STATUSFUN;VIGENCIA-DE;      *
      *            VIGENCIA-ATE;ATUAL                  *
      * DWDEPTO  DEPTO;DESCRICAO;EMPRESA;FILIAL;LIMITE *
      * DWCARGO  CARGO;DESCRICAO;SALMIN;SALMAX         *
      * DWEMPRESA  EMPRESA                             *
      * DWCCUSTO CCUSTO;DESCRICAO;DEPTORESP;ATIVO      *
      * DWEVENTO FATO DE EVENTOS DOS DIAS FECHADOS     *
      *          DESDE A ULTIMA EXECUCAO:              *
      *            DATA;CODFUN;EVENTO;CAMPOALT;        *
      *            VALORANTIGO;VALORNOVO;DEPTO;EMPRESA *
      *          EVENTO = ADMISSAO, DESLIGAMENTO,      *
      *          TRANSFERENCIA, SALARIO, CARGO,        *
      *          AFASTAMENTO, FERIAS OU RETORNO.       *
      *                                                *
      * TODAS AS DATAS SAEM EM AAAA-MM-DD.             *
      *                                                *
      * CADA ARQUIVO TEM O HEADER '0' E O TRAILER '9'  *
      * PADRAO (QUANTIDADE E HASH) E UMA LINHA DE      *
      * MANIFESTO EM EAD719.MANIFEST, QUE O RECONACK   *
      * CONCILIA COM A CONFIRMACAO DO BI. O HASH E A   *
      * SOMA DO CODFUN NOS ARQUIVOS DE FUNCIONARIO E   *
      * DE EVENTO, E A SOMA DO CODIGO DA TABELA (QUANDO*
      * NUMERICO) NAS DEMAIS DIMENSOES. COMO A CARGA E *
      * DIARIA, O PERIODO DO MANIFESTO E AAMMDD.       *
      *                                                *
      * O ARQUIVO DE CONTROLE (DWCTL) TRAZ UMA LINHA   *
      * POR ARQUIVO GERADO, NO MESMO LEIAUTE DA        *
      * CONFIRMACAO DO RECONACK (ACKIN):               *
      *   ARQUIVO X(10)                                *
      *   PERIODO 9(06)  AAMMDD                        *
      *   QTDE    9(07)                                *
      *   HASH    9(13)                                *
      *                                                *
      * A MARCA D'AGUA DO FATO DE EVENTOS FICA EM      *
      * EAD719.CDCCTRL (PROCESSO 'EXTRDW'), COMO NO    *
      * EXTRCDC: SO ENTRAM DIAS JA FECHADOS, E A MARCA *
      * SO AVANCA DEPOIS DE TODOS OS ARQUIVOS FECHADOS *
      * - REEXECUCAO NO MESMO DIA NAO REPETE EVENTO.   *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-DWFUNC        ASSIGN TO DWFUNC
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-DWDEPTO       ASSIGN TO DWDEPTO
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-DWCARGO       ASSIGN TO DWCARGO
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-DWEMPRESA     ASSIGN TO DWEMPRES
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-DWCCUSTO      ASSIGN TO DWCCUSTO
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-DWEVENTO      ASSIGN TO DWEVENTO
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-DWCTL         ASSIGN TO DWCTL
                                     ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-DWFUNC.
       01  REG-DWFUNC               PIC X(160).
       FD  ARQ-DWDEPTO.
       01  REG-DWDEPTO              PIC X(80).
       FD  ARQ-DWCARGO.
       01  REG-DWCARGO              PIC X(80).
       FD  ARQ-DWEMPRESA.
       01  REG-DWEMPRESA            PIC X(40).
       FD  ARQ-DWCCUSTO.
       01  REG-DWCCUSTO             PIC X(80).
       FD  ARQ-DWEVENTO.
       01  REG-DWEVENTO             PIC X(160).
       FD  ARQ-DWCTL.
       01  REG-DWCTL.
           05  DC-ARQUIVO           PIC X(10).
           05  DC-PERIODO           PIC 9(06).
           05  DC-QTDE              PIC 9(07).
           05  DC-HASH              PIC 9(13).
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
       COPY CPYHIST.
       COPY CPYDEPTO.
       COPY CPYCARGO.
       COPY CPYSQLMSG.
      *
       77  DB2-STATUSFUN             PIC X(01)       VALUE SPACES.
       77  DB2-CARGOFUN              PIC X(04)       VALUE SPACES.
       77  DB2-EMPRESAFUN            PIC X(03)       VALUE SPACES.
       77  DB2-DEPTO-EMPRESA         PIC X(03)       VALUE SPACES.
       77  DB2-DEPTO-FILIAL          PIC X(04)       VALUE SPACES.
       77  DB2-CODEMPRESA            PIC X(03)       VALUE SPACES.
       77  DB2-CCUSTO                PIC X(06)       VALUE SPACES.
       77  DB2-CCUSTO-DESC           PIC X(30)       VALUE SPACES.
       77  DB2-CCUSTO-DEPTO          PIC X(03)       VALUE SPACES.
       77  DB2-CCUSTO-ATIVO          PIC X(01)       VALUE SPACES.
      *
       77  WK-ULTDATAALT             PIC X(10)       VALUE '0001-01-01'.
       77  WK-NOVA-MARCA             PIC X(10)       VALUE SPACES.
       77  WK-DATAALT-LIDA           PIC X(10)       VALUE SPACES.
       77  WK-CONTROLE-EXISTE        PIC X           VALUE 'N'.
           88  CONTROLE-EXISTE                       VALUE 'S'.
       77  WK-PERIODO                PIC 9(06)       VALUE ZEROS.
       01  WK-DATA-ATUAL.
           05  WK-HOJE-AAAA         PIC 9(04).
           05  WK-HOJE-MM           PIC 9(02).
           05  WK-HOJE-DD           PIC 9(02).
           05  FILLER               PIC X(13).
      *
      *    CONTROLE DE TRANSMISSAO: HEADER E TRAILER PADRAO '0'/'9'
      *    (MESMA CONVENCAO DO EXTRFOLHA E DO EXTRCDC).
       01  WK-CTL-HEADER.
           05  CTH-TIPO             PIC X(01)       VALUE '0'.
           05  CTH-DATA             PIC 9(08)       VALUE ZEROS.
           05  CTH-ORIGEM           PIC X(08)       VALUE 'FOLHARH '.
       01  WK-CTL-TRAILER.
           05  CTT-TIPO             PIC X(01)       VALUE '9'.
           05  CTT-QTDE             PIC 9(07)       VALUE ZEROS.
           05  CTT-HASH             PIC 9(13)       VALUE ZEROS.
      *
      *    QUANTIDADE E HASH POR ARQUIVO, NA ORDEM DOS ARQUIVOS.
       01  WK-TOTAIS-ARQUIVOS.
           05  WK-TOT-ARQUIVO       OCCURS 6 TIMES.
               10  WK-TOT-NOME      PIC X(10).
               10  WK-TOT-QTDE      PIC 9(07).
               10  WK-TOT-HASH      PIC 9(13).
       77  WK-IDX                    PIC 9(02)       VALUE ZEROS.
       77  WK-IDX-FUNC               PIC 9(02)       VALUE 1.
       77  WK-IDX-DEPTO              PIC 9(02)       VALUE 2.
       77  WK-IDX-CARGO              PIC 9(02)       VALUE 3.
       77  WK-IDX-EMPRESA            PIC 9(02)       VALUE 4.
       77  WK-IDX-CCUSTO             PIC 9(02)       VALUE 5.
       77  WK-IDX-EVENTO             PIC 9(02)       VALUE 6.
       77  WK-CODFUN-NUM-HASH        PIC 9(07)       VALUE ZEROS.
       77  WK-CODIGO-NUM-HASH        PIC 9(06)       VALUE ZEROS.
       77  WK-MAN-ARQUIVO            PIC X(10)       VALUE SPACES.
       77  WK-MAN-QTDE               PIC 9(07)       VALUE ZEROS.
       77  WK-MAN-HASH               PIC 9(13)       VALUE ZEROS.
      *
      *    VERSAO DA DIMENSAO FUNCIONARIO EM MONTAGEM: PARTE DO
      *    ESTADO CORRENTE E VOLTA NO TEMPO DESFAZENDO, DA MUDANCA
      *    MAIS RECENTE PARA A MAIS ANTIGA, O QUE O HISTORICO
      *    REGISTROU.
       77  WK-VER-DEPTO              PIC X(03)       VALUE SPACES.
       77  WK-VER-CARGO              PIC X(04)       VALUE SPACES.
       77  WK-VER-SALARIO            PIC X(30)       VALUE SPACES.
       77  WK-VER-DE                 PIC X(10)       VALUE SPACES.
       77  WK-VER-ATE                PIC X(10)       VALUE SPACES.
       77  WK-VER-ATUAL              PIC X(01)       VALUE SPACES.
       77  WK-GRUPO-DATA             PIC X(10)       VALUE SPACES.
       77  WK-ADMISSAO-ISO           PIC X(10)       VALUE SPACES.
       77  WK-SALARIO-EDIT           PIC ZZZ.ZZ9,99  VALUE ZEROS.
       77  WK-SALMIN-EDIT            PIC ZZZ.ZZ9,99  VALUE ZEROS.
       77  WK-SALMAX-EDIT            PIC ZZZ.ZZ9,99  VALUE ZEROS.
       77  WK-LIMITE-EDIT            PIC ZZZ9        VALUE ZEROS.
       77  WK-EVENTO                 PIC X(13)       VALUE SPACES.
       77  WK-QTDE-SEM-MUDANCA       PIC 9(07)       VALUE ZEROS.
      *
       EXEC SQL
           DECLARE CUR-FUNC CURSOR FOR
               SELECT CODFUN, NOMEFUN, SALARIOFUN, DEPTOFUN,
                      ADMISSFUN, STATUSFUN,
                      COALESCE(CARGOFUN, ' '),
                      COALESCE(EMPRESAFUN, ' ')
                 FROM EAD719.FUNCIONARIOS
                ORDER BY CODFUN
       END-EXEC.
      *
      *    SO AS MUDANCAS QUE ABREM VERSAO NA DIMENSAO, DA MAIS
      *    RECENTE PARA A MAIS ANTIGA.
       EXEC SQL
           DECLARE CUR-VERSOES CURSOR FOR
               SELECT CAMPOALT, VALORANTIGO, CHAR(DATAALT, ISO)
                 FROM EAD719.FUNCIONARIOS_HIST
                WHERE CODFUN   = :DB2-CODFUN
                  AND CAMPOALT IN ('DEPTOFUN', 'CARGOFUN',
                                   'SALARIOFUN')
                ORDER BY DATAALT DESC
       END-EXEC.
      *
       EXEC SQL
           DECLARE CUR-DEPTO CURSOR FOR
               SELECT DEPTOFUN, DESCDEPTO, LIMITEFUN,
                      COALESCE(EMPRESADEP, ' '),
                      COALESCE(FILIALDEP, ' ')
                 FROM EAD719.DEPARTAMENTOS
                ORDER BY DEPTOFUN
       END-EXEC.
      *
       EXEC SQL
           DECLARE CUR-CARGO CURSOR FOR
               SELECT CARGOFUN, DESCCARGO, SALMINCARGO, SALMAXCARGO
                 FROM EAD719.CARGOS
                ORDER BY CARGOFUN
       END-EXEC.
      *
       EXEC SQL
           DECLARE CUR-EMPRESA CURSOR FOR
               SELECT CODEMPRESA
                 FROM EAD719.EMPRESA
                ORDER BY CODEMPRESA
       END-EXEC.
      *
       EXEC SQL
           DECLARE CUR-CCUSTO CURSOR FOR
               SELECT CCUSTO, DESCRICAO, DEPTORESP, ATIVO
                 FROM EAD719.CCUSTO
                ORDER BY CCUSTO
       END-EXEC.
      *
      *    EVENTOS DOS DIAS FECHADOS DESDE A MARCA D'AGUA. A LINHA
      *    'DESLIGAMTO' SO TRAZ O MOTIVO - O DESLIGAMENTO EM SI E A
      *    PASSAGEM DO STATUSFUN PARA 'D'.
       EXEC SQL
           DECLARE CUR-EVENTO CURSOR FOR
               SELECT H.CODFUN, H.CAMPOALT, H.VALORANTIGO,
                      H.VALORNOVO, CHAR(H.DATAALT, ISO),
                      COALESCE(F.DEPTOFUN, ' '),
                      COALESCE(F.EMPRESAFUN, ' ')
                 FROM EAD719.FUNCIONARIOS_HIST H
                 LEFT JOIN EAD719.FUNCIONARIOS F
                   ON F.CODFUN = H.CODFUN
                WHERE H.DATAALT > DATE(:WK-ULTDATAALT)
                  AND H.DATAALT < CURRENT DATE
                  AND H.CAMPOALT IN ('INCLUSAO', 'READMISSAO',
                                     'STATUSFUN', 'DEPTOFUN',
                                     'EMPRESAFUN', 'SALARIOFUN',
                                     'CARGOFUN')
                ORDER BY H.DATAALT, H.CODFUN
       END-EXEC.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
          PERFORM 101-INICIAR.
          PERFORM 201-PROCESSAR.
          PERFORM 901-FINALIZAR.
          STOP RUN.
      *
       100-INICIAR SECTION.
       101-INICIAR.
          MOVE FUNCTION CURRENT-DATE TO WK-DATA-ATUAL.
          COMPUTE WK-PERIODO = FUNCTION MOD(WK-HOJE-AAAA, 100) * 10000
                             + WK-HOJE-MM * 100 + WK-HOJE-DD.
          MOVE WK-DATA-ATUAL(1:8) TO CTH-DATA.
          MOVE 'DWFUNC'           TO WK-TOT-NOME(WK-IDX-FUNC).
          MOVE 'DWDEPTO'          TO WK-TOT-NOME(WK-IDX-DEPTO).
          MOVE 'DWCARGO'          TO WK-TOT-NOME(WK-IDX-CARGO).
          MOVE 'DWEMPRESA'        TO WK-TOT-NOME(WK-IDX-EMPRESA).
          MOVE 'DWCCUSTO'         TO WK-TOT-NOME(WK-IDX-CCUSTO).
          MOVE 'DWEVENTO'         TO WK-TOT-NOME(WK-IDX-EVENTO).
          PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > 6
             MOVE ZEROS TO WK-TOT-QTDE(WK-IDX) WK-TOT-HASH(WK-IDX)
          END-PERFORM.
          OPEN OUTPUT ARQ-DWFUNC ARQ-DWDEPTO ARQ-DWCARGO
                      ARQ-DWEMPRESA ARQ-DWCCUSTO ARQ-DWEVENTO
                      ARQ-DWCTL.
          MOVE WK-CTL-HEADER TO REG-DWFUNC.
          WRITE REG-DWFUNC.
          MOVE WK-CTL-HEADER TO REG-DWDEPTO.
          WRITE REG-DWDEPTO.
          MOVE WK-CTL-HEADER TO REG-DWCARGO.
          WRITE REG-DWCARGO.
          MOVE WK-CTL-HEADER TO REG-DWEMPRESA.
          WRITE REG-DWEMPRESA.
          MOVE WK-CTL-HEADER TO REG-DWCCUSTO.
          WRITE REG-DWCCUSTO.
          MOVE WK-CTL-HEADER TO REG-DWEVENTO.
          WRITE REG-DWEVENTO.
          PERFORM 110-LE-MARCA-DAGUA.
      *
       110-LE-MARCA-DAGUA.
      *    PRIMEIRA EXECUCAO (SEM LINHA DE CONTROLE): O FATO DE
      *    EVENTOS SAI DESDE O INICIO DO HISTORICO E A LINHA E
      *    CRIADA AO FINAL.
          MOVE 'N' TO WK-CONTROLE-EXISTE.
          EXEC SQL
             SELECT CHAR(ULTDATAALT, ISO)
               INTO :WK-ULTDATAALT
               FROM EAD719.CDCCTRL
              WHERE PROCESSO = 'EXTRDW'
          END-EXEC.
          EVALUATE SQLCODE
             WHEN 0
                SET CONTROLE-EXISTE TO TRUE
             WHEN 100
                MOVE '0001-01-01' TO WK-ULTDATAALT
             WHEN OTHER
                MOVE SQLCODE TO WK-SQLCODE-EDIT
                CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
                DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                        ' NA LEITURA DO CONTROLE CDCCTRL'
                MOVE 12 TO RETURN-CODE
                STOP RUN
          END-EVALUATE.
      *
       200-PROCESSAR SECTION.
       201-PROCESSAR.
          PERFORM 210-DIMENSAO-FUNCIONARIO.
          PERFORM 230-DIMENSAO-DEPARTAMENTO.
          PERFORM 240-DIMENSAO-CARGO.
          PERFORM 250-DIMENSAO-EMPRESA.
          PERFORM 260-DIMENSAO-CCUSTO.
          PERFORM 270-FATO-EVENTOS.
      *
       210-DIMENSAO-FUNCIONARIO.
          EXEC SQL
             OPEN CUR-FUNC
          END-EXEC.

          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-FUNC
                  INTO :DB2-CODFUN, :DB2-NOMEFUN, :DB2-SALARIOFUN,
                       :DB2-DEPTOFUN, :DB2-ADMISSFUN, :DB2-STATUSFUN,
                       :DB2-CARGOFUN, :DB2-EMPRESAFUN
             END-EXEC
             IF   SQLCODE = 0
                PERFORM 211-VERSOES-FUNCIONARIO
             END-IF
          END-PERFORM.

          IF   SQLCODE NOT = 100
             PERFORM 990-ERRO-SQL
          END-IF.

          EXEC SQL
             CLOSE CUR-FUNC
          END-EXEC.
      *
       211-VERSOES-FUNCIONARIO.
      *    A ADMISSAO (DD/MM/AAAA) VIRA O INICIO DA VERSAO MAIS
      *    ANTIGA, EM AAAA-MM-DD.
          IF   DB2-ADMISSFUN(1:10) = SPACES
             MOVE '0001-01-01' TO WK-ADMISSAO-ISO
          ELSE
             MOVE SPACES TO WK-ADMISSAO-ISO
             STRING DB2-ADMISSFUN(7:4) '-'
                    DB2-ADMISSFUN(4:2) '-'
                    DB2-ADMISSFUN(1:2)
                    DELIMITED BY SIZE
                    INTO WK-ADMISSAO-ISO
             END-STRING
          END-IF.
          MOVE DB2-DEPTOFUN       TO WK-VER-DEPTO.
          MOVE DB2-CARGOFUN       TO WK-VER-CARGO.
          MOVE DB2-SALARIOFUN     TO WK-SALARIO-EDIT.
          MOVE FUNCTION TRIM(WK-SALARIO-EDIT) TO WK-VER-SALARIO.
          MOVE '9999-12-31'       TO WK-VER-ATE.
          MOVE 'S'                TO WK-VER-ATUAL.
          MOVE SPACES             TO WK-GRUPO-DATA.

          EXEC SQL
             OPEN CUR-VERSOES
          END-EXEC.

          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-VERSOES
                  INTO :DB2-HIST-CAMPO, :DB2-HIST-ANTIGO,
                       :WK-DATAALT-LIDA
             END-EXEC
             IF   SQLCODE = 0
                PERFORM 212-DESFAZ-MUDANCA
             END-IF
          END-PERFORM.

          IF   SQLCODE NOT = 100
             PERFORM 990-ERRO-SQL
          END-IF.

          EXEC SQL
             CLOSE CUR-VERSOES
          END-EXEC.

          IF   WK-GRUPO-DATA = SPACES
             ADD 1 TO WK-QTDE-SEM-MUDANCA
          END-IF.
      *    O QUE SOBROU DEPOIS DE DESFEITAS TODAS AS MUDANCAS E O
      *    ESTADO DA ADMISSAO.
          MOVE WK-ADMISSAO-ISO    TO WK-VER-DE.
          PERFORM 215-GRAVA-VERSAO.
      *
       212-DESFAZ-MUDANCA.
      *    PRIMEIRA MUDANCA DE UMA NOVA DATA: O ESTADO MONTADO ATE
      *    AQUI VALEU DESSA DATA EM DIANTE - GRAVA A VERSAO E A
      *    ANTERIOR PASSA A TERMINAR NA VESPERA. VARIAS MUDANCAS NO
      *    MESMO DIA FORMAM UMA VERSAO SO.
          IF   WK-DATAALT-LIDA NOT = WK-GRUPO-DATA
             MOVE WK-DATAALT-LIDA TO WK-GRUPO-DATA
             MOVE WK-GRUPO-DATA   TO WK-VER-DE
             PERFORM 215-GRAVA-VERSAO
             EXEC SQL
                SET :WK-VER-ATE = CHAR(DATE(:WK-GRUPO-DATA) - 1 DAY,
                                       ISO)
             END-EXEC
             MOVE 'N'             TO WK-VER-ATUAL
          END-IF.
          EVALUATE DB2-HIST-CAMPO
             WHEN 'DEPTOFUN'
                MOVE DB2-HIST-ANTIGO(1:3) TO WK-VER-DEPTO
             WHEN 'CARGOFUN'
                MOVE DB2-HIST-ANTIGO(1:4) TO WK-VER-CARGO
             WHEN 'SALARIOFUN'
                MOVE FUNCTION TRIM(DB2-HIST-ANTIGO) TO WK-VER-SALARIO
          END-EVALUATE.
      *
       215-GRAVA-VERSAO.
      *    MUDANCA REGISTRADA ANTES DA ADMISSAO (ADMISSAO CORRIGIDA
      *    DEPOIS) NAO GERA VERSAO DE VIGENCIA VAZIA.
          IF   WK-VER-DE > WK-VER-ATE
             CONTINUE
          ELSE
             MOVE SPACES TO REG-DWFUNC
             STRING DB2-CODFUN ';'
                    FUNCTION TRIM(DB2-NOMEFUN-TEXT TRAILING) ';'
                    DB2-EMPRESAFUN ';'
                    WK-VER-DEPTO ';'
                    WK-VER-CARGO ';'
                    FUNCTION TRIM(WK-VER-SALARIO TRAILING) ';'
                    DB2-STATUSFUN ';'
                    WK-VER-DE ';'
                    WK-VER-ATE ';'
                    WK-VER-ATUAL
                    DELIMITED BY SIZE
                    INTO REG-DWFUNC
             END-STRING
             WRITE REG-DWFUNC
             ADD 1 TO WK-TOT-QTDE(WK-IDX-FUNC)
             IF   DB2-CODFUN IS NUMERIC
                MOVE DB2-CODFUN TO WK-CODFUN-NUM-HASH
                ADD WK-CODFUN-NUM-HASH TO WK-TOT-HASH(WK-IDX-FUNC)
             END-IF
          END-IF.
      *
       230-DIMENSAO-DEPARTAMENTO.
          EXEC SQL
             OPEN CUR-DEPTO
          END-EXEC.

          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-DEPTO
                  INTO :DB2-DEPTO-COD, :DB2-DEPTO-DESC,
                       :DB2-DEPTO-LIMITE, :DB2-DEPTO-EMPRESA,
                       :DB2-DEPTO-FILIAL
             END-EXEC
             IF   SQLCODE = 0
                MOVE DB2-DEPTO-LIMITE TO WK-LIMITE-EDIT
                MOVE SPACES TO REG-DWDEPTO
                STRING DB2-DEPTO-COD ';'
                       FUNCTION TRIM(DB2-DEPTO-DESC TRAILING) ';'
                       DB2-DEPTO-EMPRESA ';'
                       DB2-DEPTO-FILIAL ';'
                       FUNCTION TRIM(WK-LIMITE-EDIT)
                       DELIMITED BY SIZE
                       INTO REG-DWDEPTO
                END-STRING
                WRITE REG-DWDEPTO
                ADD 1 TO WK-TOT-QTDE(WK-IDX-DEPTO)
                IF   DB2-DEPTO-COD IS NUMERIC
                   MOVE DB2-DEPTO-COD TO WK-CODIGO-NUM-HASH
                   ADD WK-CODIGO-NUM-HASH TO WK-TOT-HASH(WK-IDX-DEPTO)
                END-IF
             END-IF
          END-PERFORM.

          IF   SQLCODE NOT = 100
             PERFORM 990-ERRO-SQL
          END-IF.

          EXEC SQL
             CLOSE CUR-DEPTO
          END-EXEC.
      *
       240-DIMENSAO-CARGO.
          EXEC SQL
             OPEN CUR-CARGO
          END-EXEC.

          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-CARGO
                  INTO :DB2-CARGO-COD, :DB2-CARGO-DESC,
                       :DB2-CARGO-SALMIN, :DB2-CARGO-SALMAX
             END-EXEC
             IF   SQLCODE = 0
                MOVE DB2-CARGO-SALMIN TO WK-SALMIN-EDIT
                MOVE DB2-CARGO-SALMAX TO WK-SALMAX-EDIT
                MOVE SPACES TO REG-DWCARGO
                STRING DB2-CARGO-COD ';'
                       FUNCTION TRIM(DB2-CARGO-DESC TRAILING) ';'
                       FUNCTION TRIM(WK-SALMIN-EDIT) ';'
                       FUNCTION TRIM(WK-SALMAX-EDIT)
                       DELIMITED BY SIZE
                       INTO REG-DWCARGO
                END-STRING
                WRITE REG-DWCARGO
                ADD 1 TO WK-TOT-QTDE(WK-IDX-CARGO)
                IF   DB2-CARGO-COD IS NUMERIC
                   MOVE DB2-CARGO-COD TO WK-CODIGO-NUM-HASH
                   ADD WK-CODIGO-NUM-HASH TO WK-TOT-HASH(WK-IDX-CARGO)
                END-IF
             END-IF
          END-PERFORM.

          IF   SQLCODE NOT = 100
             PERFORM 990-ERRO-SQL
          END-IF.

          EXEC SQL
             CLOSE CUR-CARGO
          END-EXEC.
      *
       250-DIMENSAO-EMPRESA.
          EXEC SQL
             OPEN CUR-EMPRESA
          END-EXEC.

          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-EMPRESA
                  INTO :DB2-CODEMPRESA
             END-EXEC
             IF   SQLCODE = 0
                MOVE SPACES         TO REG-DWEMPRESA
                MOVE DB2-CODEMPRESA TO REG-DWEMPRESA
                WRITE REG-DWEMPRESA
                ADD 1 TO WK-TOT-QTDE(WK-IDX-EMPRESA)
                IF   DB2-CODEMPRESA IS NUMERIC
                   MOVE DB2-CODEMPRESA TO WK-CODIGO-NUM-HASH
                   ADD WK-CODIGO-NUM-HASH
                       TO WK-TOT-HASH(WK-IDX-EMPRESA)
                END-IF
             END-IF
          END-PERFORM.

          IF   SQLCODE NOT = 100
             PERFORM 990-ERRO-SQL
          END-IF.

          EXEC SQL
             CLOSE CUR-EMPRESA
          END-EXEC.
      *
       260-DIMENSAO-CCUSTO.
          EXEC SQL
             OPEN CUR-CCUSTO
          END-EXEC.

          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-CCUSTO
                  INTO :DB2-CCUSTO, :DB2-CCUSTO-DESC,
                       :DB2-CCUSTO-DEPTO, :DB2-CCUSTO-ATIVO
             END-EXEC
             IF   SQLCODE = 0
                MOVE SPACES TO REG-DWCCUSTO
                STRING DB2-CCUSTO ';'
                       FUNCTION TRIM(DB2-CCUSTO-DESC TRAILING) ';'
                       DB2-CCUSTO-DEPTO ';'
                       DB2-CCUSTO-ATIVO
                       DELIMITED BY SIZE
                       INTO REG-DWCCUSTO
                END-STRING
                WRITE REG-DWCCUSTO
                ADD 1 TO WK-TOT-QTDE(WK-IDX-CCUSTO)
                IF   DB2-CCUSTO IS NUMERIC
                   MOVE DB2-CCUSTO TO WK-CODIGO-NUM-HASH
                   ADD WK-CODIGO-NUM-HASH TO WK-TOT-HASH(WK-IDX-CCUSTO)
                END-IF
             END-IF
          END-PERFORM.

          IF   SQLCODE NOT = 100
             PERFORM 990-ERRO-SQL
          END-IF.

          EXEC SQL
             CLOSE CUR-CCUSTO
          END-EXEC.
      *
       270-FATO-EVENTOS.
          EXEC SQL
             OPEN CUR-EVENTO
          END-EXEC.

          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-EVENTO
                  INTO :DB2-HIST-CODFUN, :DB2-HIST-CAMPO,
                       :DB2-HIST-ANTIGO, :DB2-HIST-NOVO,
                       :WK-DATAALT-LIDA, :DB2-DEPTOFUN,
                       :DB2-EMPRESAFUN
             END-EXEC
             IF   SQLCODE = 0
                PERFORM 271-CLASSIFICA-EVENTO
                IF   WK-EVENTO NOT = SPACES
                   PERFORM 275-GRAVA-EVENTO
                END-IF
             END-IF
          END-PERFORM.

          IF   SQLCODE NOT = 100
             PERFORM 990-ERRO-SQL
          END-IF.

          EXEC SQL
             CLOSE CUR-EVENTO
          END-EXEC.
      *
       271-CLASSIFICA-EVENTO.
      *    MUDANCA DE STATUSFUN VIRA DESLIGAMENTO ('D'), AFASTAMENTO
      *    ('F'), FERIAS ('V') OU RETORNO (DE 'F'/'V' PARA 'A');
      *    AS DEMAIS PASSAGENS DE STATUS NAO SAO EVENTO DO FATO.
          MOVE SPACES TO WK-EVENTO.
          EVALUATE TRUE
             WHEN DB2-HIST-CAMPO = 'INCLUSAO'
             WHEN DB2-HIST-CAMPO = 'READMISSAO'
                MOVE 'ADMISSAO'      TO WK-EVENTO
             WHEN DB2-HIST-CAMPO = 'DEPTOFUN'
             WHEN DB2-HIST-CAMPO = 'EMPRESAFUN'
                MOVE 'TRANSFERENCIA' TO WK-EVENTO
             WHEN DB2-HIST-CAMPO = 'SALARIOFUN'
                MOVE 'SALARIO'       TO WK-EVENTO
             WHEN DB2-HIST-CAMPO = 'CARGOFUN'
                MOVE 'CARGO'         TO WK-EVENTO
             WHEN DB2-HIST-NOVO(1:1) = 'D'
                MOVE 'DESLIGAMENTO'  TO WK-EVENTO
             WHEN DB2-HIST-NOVO(1:1) = 'F'
                MOVE 'AFASTAMENTO'   TO WK-EVENTO
             WHEN DB2-HIST-NOVO(1:1) = 'V'
                MOVE 'FERIAS'        TO WK-EVENTO
             WHEN DB2-HIST-NOVO(1:1) = 'A'
                  AND (DB2-HIST-ANTIGO(1:1) = 'F'
                       OR DB2-HIST-ANTIGO(1:1) = 'V')
                MOVE 'RETORNO'       TO WK-EVENTO
          END-EVALUATE.
      *
       275-GRAVA-EVENTO.
          MOVE SPACES TO REG-DWEVENTO.
          STRING WK-DATAALT-LIDA ';'
                 DB2-HIST-CODFUN ';'
                 FUNCTION TRIM(WK-EVENTO TRAILING) ';'
                 FUNCTION TRIM(DB2-HIST-CAMPO TRAILING) ';'
                 FUNCTION TRIM(DB2-HIST-ANTIGO) ';'
                 FUNCTION TRIM(DB2-HIST-NOVO) ';'
                 DB2-DEPTOFUN ';'
                 DB2-EMPRESAFUN
                 DELIMITED BY SIZE
                 INTO REG-DWEVENTO
          END-STRING.
          WRITE REG-DWEVENTO.
          ADD 1 TO WK-TOT-QTDE(WK-IDX-EVENTO).
          IF   DB2-HIST-CODFUN IS NUMERIC
             MOVE DB2-HIST-CODFUN TO WK-CODFUN-NUM-HASH
             ADD WK-CODFUN-NUM-HASH TO WK-TOT-HASH(WK-IDX-EVENTO)
          END-IF.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          MOVE WK-TOT-QTDE(WK-IDX-FUNC)    TO CTT-QTDE.
          MOVE WK-TOT-HASH(WK-IDX-FUNC)    TO CTT-HASH.
          MOVE WK-CTL-TRAILER              TO REG-DWFUNC.
          WRITE REG-DWFUNC.
          MOVE WK-TOT-QTDE(WK-IDX-DEPTO)   TO CTT-QTDE.
          MOVE WK-TOT-HASH(WK-IDX-DEPTO)   TO CTT-HASH.
          MOVE WK-CTL-TRAILER              TO REG-DWDEPTO.
          WRITE REG-DWDEPTO.
          MOVE WK-TOT-QTDE(WK-IDX-CARGO)   TO CTT-QTDE.
          MOVE WK-TOT-HASH(WK-IDX-CARGO)   TO CTT-HASH.
          MOVE WK-CTL-TRAILER              TO REG-DWCARGO.
          WRITE REG-DWCARGO.
          MOVE WK-TOT-QTDE(WK-IDX-EMPRESA) TO CTT-QTDE.
          MOVE WK-TOT-HASH(WK-IDX-EMPRESA) TO CTT-HASH.
          MOVE WK-CTL-TRAILER              TO REG-DWEMPRESA.
          WRITE REG-DWEMPRESA.
          MOVE WK-TOT-QTDE(WK-IDX-CCUSTO)  TO CTT-QTDE.
          MOVE WK-TOT-HASH(WK-IDX-CCUSTO)  TO CTT-HASH.
          MOVE WK-CTL-TRAILER              TO REG-DWCCUSTO.
          WRITE REG-DWCCUSTO.
          MOVE WK-TOT-QTDE(WK-IDX-EVENTO)  TO CTT-QTDE.
          MOVE WK-TOT-HASH(WK-IDX-EVENTO)  TO CTT-HASH.
          MOVE WK-CTL-TRAILER              TO REG-DWEVENTO.
          WRITE REG-DWEVENTO.
          PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > 6
             MOVE WK-TOT-NOME(WK-IDX) TO DC-ARQUIVO
             MOVE WK-PERIODO          TO DC-PERIODO
             MOVE WK-TOT-QTDE(WK-IDX) TO DC-QTDE
             MOVE WK-TOT-HASH(WK-IDX) TO DC-HASH
             WRITE REG-DWCTL
          END-PERFORM.
          CLOSE ARQ-DWFUNC ARQ-DWDEPTO ARQ-DWCARGO
                ARQ-DWEMPRESA ARQ-DWCCUSTO ARQ-DWEVENTO
                ARQ-DWCTL.
          PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > 6
             PERFORM 940-GRAVA-MANIFESTO
          END-PERFORM.
          PERFORM 910-AVANCA-MARCA-DAGUA.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DA EXTRACAO DIARIA PARA O DATA WAREHOUSE'.
          DISPLAY '  VERSOES DE FUNCIONARIO ..... '
                  WK-TOT-QTDE(WK-IDX-FUNC).
          DISPLAY '  FUNCIONARIOS SEM MUDANCA ... '
                  WK-QTDE-SEM-MUDANCA.
          DISPLAY '  DEPARTAMENTOS .............. '
                  WK-TOT-QTDE(WK-IDX-DEPTO).
          DISPLAY '  CARGOS ..................... '
                  WK-TOT-QTDE(WK-IDX-CARGO).
          DISPLAY '  EMPRESAS ................... '
                  WK-TOT-QTDE(WK-IDX-EMPRESA).
          DISPLAY '  CENTROS DE CUSTO ........... '
                  WK-TOT-QTDE(WK-IDX-CCUSTO).
          DISPLAY '  EVENTOS DESDE ' WK-ULTDATAALT ' .. '
                  WK-TOT-QTDE(WK-IDX-EVENTO).
          DISPLAY '================================================'.
          EXIT.
      *
       910-AVANCA-MARCA-DAGUA.
      *    A MARCA SO AVANCA DEPOIS DOS ARQUIVOS FECHADOS COM
      *    SUCESSO - UMA QUEDA NO MEIO DEIXA A MARCA ANTIGA E A
      *    PROXIMA EXECUCAO REFAZ O MESMO INTERVALO DE EVENTOS.
          EXEC SQL
             SET :WK-NOVA-MARCA = CHAR(CURRENT DATE - 1 DAY, ISO)
          END-EXEC.

          IF   CONTROLE-EXISTE
             EXEC SQL
                UPDATE EAD719.CDCCTRL
                   SET ULTDATAALT = DATE(:WK-NOVA-MARCA)
                 WHERE PROCESSO = 'EXTRDW'
             END-EXEC
          ELSE
             EXEC SQL
                INSERT INTO EAD719.CDCCTRL
                   (PROCESSO, ULTDATAALT)
                   VALUES ('EXTRDW', DATE(:WK-NOVA-MARCA))
             END-EXEC
          END-IF.

          IF   SQLCODE = 0
             EXEC SQL COMMIT END-EXEC
          ELSE
             DISPLAY 'ERRO ' SQLCODE ' AO AVANCAR A MARCA DO DATA '
                     'WAREHOUSE - O PROXIMO FATO PODE REPETIR EVENTOS'
             MOVE 8 TO RETURN-CODE
             EXEC SQL ROLLBACK END-EXEC
          END-IF.
      *
       940-GRAVA-MANIFESTO.
      *    UMA LINHA DE MANIFESTO POR ARQUIVO GERADO - REGERACAO NO
      *    MESMO DIA SUBSTITUI E VOLTA A AGUARDAR CONFIRMACAO.
          MOVE WK-TOT-NOME(WK-IDX) TO WK-MAN-ARQUIVO.
          MOVE WK-TOT-QTDE(WK-IDX) TO WK-MAN-QTDE.
          MOVE WK-TOT-HASH(WK-IDX) TO WK-MAN-HASH.
          EXEC SQL
             DELETE FROM EAD719.MANIFEST
              WHERE ARQUIVO = :WK-MAN-ARQUIVO
                AND PERIODO = :WK-PERIODO
          END-EXEC.
          EXEC SQL
             INSERT INTO EAD719.MANIFEST
                (ARQUIVO, PERIODO, QTDE, HASHTOTAL, GERADO,
                 CONFIRMADA)
                VALUES (:WK-MAN-ARQUIVO, :WK-PERIODO,
                        :WK-MAN-QTDE,
                        :WK-MAN-HASH, CURRENT TIMESTAMP, 'N')
          END-EXEC.
          IF   SQLCODE = 0
             EXEC SQL COMMIT END-EXEC
          ELSE
             DISPLAY 'AVISO: MANIFESTO DO ARQUIVO '
                     WK-MAN-ARQUIVO ' NAO GRAVADO - '
                     'SQLCODE ' SQLCODE
             EXEC SQL ROLLBACK END-EXEC
          END-IF.
      *
       990-ERRO-SQL.
      *    ERRO DE LEITURA NO MEIO DE UM ARQUIVO: OS ARQUIVOS FICAM
      *    INCOMPLETOS, SEM TRAILER - NADA DE MANIFESTO NEM MARCA.
          MOVE SQLCODE TO WK-SQLCODE-EDIT.
          CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG.
          DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                  ' NA EXTRACAO PARA O DATA WAREHOUSE'.
          EXEC SQL ROLLBACK END-EXEC.
          MOVE 12 TO RETURN-CODE.
          STOP RUN.
