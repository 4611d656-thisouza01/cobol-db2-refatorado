        IDENTIFICATION DIVISION.
        PROGRAM-ID.    RELSAIDA.
        AUTHOR.        THIAGO.
      **************************************************
      * RELATORIO TRIMESTRAL DE DESLIGAMENTOS          *
      * VOLUNTARIOS E DE PERDAS LAMENTADAS (ARQUIVO    *
      * RELSAIDA), EM QUATRO CORTES - DEPARTAMENTO,    *
      * CARGO, GESTOR E FAIXA DE TEMPO DE CASA - E O   *
      * TOTAL DA EMPRESA. CADA LINHA TRAZ A BASE, OS   *
      * DESLIGADOS DO TRIMESTRE, OS VOLUNTARIOS E OS   *
      * LAMENTADOS COM A TAXA DE CADA UM SOBRE A BASE  *
      * E O TEMPO MEDIO DE CASA NA SAIDA (EM ANOS).    *
      * - BASE = QUEM ESTEVE NA CASA NO TRIMESTRE:     *
      *   ADMITIDO ATE O ULTIMO DIA DELE E NAO         *
      *   DESLIGADO ANTES DO PRIMEIRO;                 *
      * - DESLIGADO = STATUSFUN PARA 'D' NO TRIMESTRE; *
      *   VOLUNTARIO E LAMENTADO PELO MOTIVO           *
      *   CODIFICADO DA LINHA 'MOTDESLIG' DO HISTORICO *
      *   (EAD719.MOTDESLIG, MANMOTDE). DESLIGAMENTO   *
      *   SEM CODIGO CONTA COMO VOLUNTARIO SE O MOTIVO *
      *   LIVRE TEM 'PEDIDO' (LEITURA DO RELTURNO) E   *
      *   NUNCA COMO LAMENTADO;                        *
      * - TEMPO DE CASA EM MESES COMPLETOS DA ADMISSAO *
      *   ATE A SAIDA (OU ATE O FIM DO TRIMESTRE, PARA *
      *   A FAIXA DE QUEM FICOU). FAIXAS: ATE 1 ANO,   *
      *   1 A 2, 2 A 5, 5 A 10 E 10 ANOS OU MAIS.      *
      * CADA DESLIGADO SAI TAMBEM NA LISTA SAIDADET,   *
      * COM O MOTIVO E O TEMPO DE CASA NA SAIDA.       *
      *                                                *
      * LINHAS DO RELSAIDA (RL-CORTE): D DEPARTAMENTO, *
      * C CARGO, G GESTOR, F FAIXA DE TEMPO DE CASA,   *
      * E EMPRESA.                                     *
      * PARM='TRIMESTRE=AAAAT' (T DE 1 A 4; SEM PARM,  *
      * O TRIMESTRE ANTERIOR AO CORRENTE).             *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RELATORIO     ASSIGN TO RELSAIDA
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-DETALHE       ASSIGN TO SAIDADET
                                     ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-RELATORIO.
       01  REG-RELATORIO            PIC X(100).
       01  REG-REL-CORTE REDEFINES REG-RELATORIO.
           05  RL-CORTE             PIC X(01).
           05  FILLER               PIC X(02).
           05  RL-CHAVE             PIC X(12).
           05  FILLER               PIC X(02).
           05  RL-BASE              PIC ZZ.ZZ9.
           05  FILLER               PIC X(02).
           05  RL-SAIDAS            PIC ZZ.ZZ9.
           05  FILLER               PIC X(02).
           05  RL-VOLUNT            PIC ZZ.ZZ9.
           05  FILLER               PIC X(02).
           05  RL-TAXA-VOL          PIC ZZ9,99.
           05  FILLER               PIC X(02).
           05  RL-LAMENT            PIC ZZ.ZZ9.
           05  FILLER               PIC X(02).
           05  RL-TAXA-LAM          PIC ZZ9,99.
           05  FILLER               PIC X(02).
           05  RL-TEMPO-SAIDA       PIC ZZ9,9.
           05  FILLER               PIC X(30).
      *
      *    UM REGISTRO POR DESLIGADO DO TRIMESTRE.
       FD  ARQ-DETALHE.
       01  REG-DETALHE.
           05  SD-CODFUN            PIC X(07).
           05  SD-NOMEFUN           PIC X(30).
           05  SD-DEPTOFUN          PIC X(03).
           05  SD-CARGOFUN          PIC X(04).
           05  SD-GESTOR            PIC X(07).
           05  SD-DATA-SAIDA        PIC X(10).
           05  SD-CODMOTIVO         PIC X(02).
           05  SD-VOLUNTARIO        PIC X(01).
           05  SD-LAMENTADA         PIC X(01).
           05  SD-ANOS-CASA         PIC 9(02).
           05  SD-MESES-CASA        PIC 9(02).
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
       COPY CPYSQLMSG.
      *
       77  DB2-CARGOFUN              PIC X(04)       VALUE SPACES.
       77  DB2-GESTOR                PIC X(07)       VALUE SPACES.
       77  WK-DATA-SAIDA             PIC X(10)       VALUE SPACES.
       77  WK-CODMOTIVO              PIC X(02)       VALUE SPACES.
       77  WK-MOTIVO-TEXTO           PIC X(30)       VALUE SPACES.
      *
      *    TRIMESTRE DO RELATORIO E SEUS LIMITES.
       77  WK-ANO                    PIC 9(04)       VALUE ZEROS.
       77  WK-TRIMESTRE              PIC 9(01)       VALUE ZEROS.
       77  WK-MES-INI                PIC 9(02)       VALUE ZEROS.
       77  WK-MES-FIM                PIC 9(02)       VALUE ZEROS.
       77  WK-DIA-FIM                PIC 9(02)       VALUE ZEROS.
      *    'AAAA-MM-DD' PARA O DATE() DO DB2.
       01  WK-DATA-INI.
           05  WK-INI-ANO           PIC 9(04).
           05  FILLER               PIC X(01)       VALUE '-'.
           05  WK-INI-MES           PIC 9(02).
           05  FILLER               PIC X(03)       VALUE '-01'.
       01  WK-DATA-FIM.
           05  WK-FIM-ANO           PIC 9(04).
           05  FILLER               PIC X(01)       VALUE '-'.
           05  WK-FIM-MES           PIC 9(02).
           05  FILLER               PIC X(01)       VALUE '-'.
           05  WK-FIM-DIA           PIC 9(02).
      *    AAAAMMDD PARA COMPARAR COM A ADMISSFUN (DD/MM/AAAA).
       77  WK-FIM-AAAAMMDD           PIC X(08)       VALUE SPACES.
       01  WK-DATA-ATUAL.
           05  WK-HOJE-AAAA         PIC 9(04).
           05  WK-HOJE-MM           PIC 9(02).
           05  FILLER               PIC X(15).
      *
      *    CLASSIFICACAO DO FUNCIONARIO LIDO.
       77  WK-SAIU                   PIC X(01)       VALUE 'N'.
           88  SAIU-NO-TRIMESTRE                     VALUE 'S'.
       77  WK-VOLUNTARIO             PIC X(01)       VALUE 'N'.
           88  SAIDA-VOLUNTARIA                      VALUE 'S'.
       77  WK-LAMENTADA              PIC X(01)       VALUE 'N'.
           88  PERDA-LAMENTADA                       VALUE 'S'.
       77  WK-ACHOU-PEDIDO           PIC 9(02)       VALUE ZEROS.
       77  WK-MESES-CASA             PIC S9(05)      VALUE ZEROS.
       77  WK-ANOS-CASA              PIC 9(03)       VALUE ZEROS.
       77  WK-RESTO-MESES            PIC 9(02)       VALUE ZEROS.
       77  WK-FAIXA                  PIC 9(01)       VALUE ZEROS.
       01  WK-ADMISSAO-PARTES.
           05  WK-ADM-DIA           PIC 99.
           05  FILLER               PIC X.
           05  WK-ADM-MES           PIC 99.
           05  FILLER               PIC X.
           05  WK-ADM-ANO           PIC 9(04).
       01  WK-SAIDA-PARTES.
           05  WK-SAI-ANO           PIC 9(04).
           05  FILLER               PIC X.
           05  WK-SAI-MES           PIC 99.
           05  FILLER               PIC X.
           05  WK-SAI-DIA           PIC 99.
      *
      *    MOTIVOS DE DESLIGAMENTO, NA MEMORIA (ATIVOS OU NAO - O
      *    DESATIVADO CONTINUA VALENDO PARA O HISTORICO).
       01  TAB-MOTIVOS.
           05  TM-ENTRADA            OCCURS 99 TIMES.
               10  TM-CODMOTIVO      PIC X(02).
               10  TM-VOLUNTARIO     PIC X(01).
               10  TM-LAMENTADA      PIC X(01).
       77  WK-QTDE-MOTIVOS           PIC 9(02)       VALUE ZEROS.
       77  WK-IDX                    PIC 9(02)       VALUE ZEROS.
      *
      *    ACUMULADORES DO GRUPO CORRENTE (QUEBRA DO CURSOR), DAS
      *    FAIXAS DE TEMPO DE CASA E DA EMPRESA.
       77  WK-CORTE                  PIC X(01)       VALUE SPACES.
       77  WK-CHAVE                  PIC X(12)       VALUE SPACES.
       77  WK-CHAVE-ANT              PIC X(12)       VALUE SPACES.
       01  WK-GRUPO.
           05  GR-BASE              PIC 9(07).
           05  GR-SAIDAS            PIC 9(07).
           05  GR-VOLUNT            PIC 9(07).
           05  GR-LAMENT            PIC 9(07).
           05  GR-MESES             PIC 9(09).
       01  WK-EMPRESA.
           05  EM-BASE              PIC 9(07).
           05  EM-SAIDAS            PIC 9(07).
           05  EM-VOLUNT            PIC 9(07).
           05  EM-LAMENT            PIC 9(07).
           05  EM-MESES             PIC 9(09).
       01  TAB-FAIXAS.
           05  TF-FAIXA              OCCURS 5 TIMES.
               10  TF-ROTULO         PIC X(12).
               10  TF-BASE           PIC 9(07).
               10  TF-SAIDAS         PIC 9(07).
               10  TF-VOLUNT         PIC 9(07).
               10  TF-LAMENT         PIC 9(07).
               10  TF-MESES          PIC 9(09).
       77  WK-IDX-FAIXA              PIC 9(01)       VALUE ZEROS.
       77  WK-TAXA                   PIC 9(03)V99    VALUE ZEROS.
       77  WK-TEMPO-MEDIO            PIC 9(03)V9     VALUE ZEROS.
       77  WK-QTDE-DETALHE           PIC 9(05)       VALUE ZEROS.
      *
       EXEC SQL
           DECLARE CUR-MOTIVOS CURSOR FOR
               SELECT CODMOTIVO, VOLUNTARIO, LAMENTADA
                 FROM EAD719.MOTDESLIG
                ORDER BY CODMOTIVO
       END-EXEC.
      *
      *    A MESMA POPULACAO EM TRES ORDENS, UMA POR CORTE. A SAIDA
      *    E O MOTIVO SAO OS DO TRIMESTRE.
       EXEC SQL
           DECLARE CUR-POR-DEPTO CURSOR FOR
               SELECT F.CODFUN, F.NOMEFUN, F.DEPTOFUN,
                      COALESCE(F.CARGOFUN, ' '),
                      COALESCE(F.GESTOR, ' '), F.ADMISSFUN,
                      COALESCE((SELECT CHAR(MAX(S.DATAALT), ISO)
                                  FROM EAD719.FUNCIONARIOS_HIST S
                                 WHERE S.CODFUN    = F.CODFUN
                                   AND S.CAMPOALT  = 'STATUSFUN'
                                   AND S.VALORNOVO LIKE 'D%'
                                   AND S.DATAALT BETWEEN
                                       DATE(:WK-DATA-INI)
                                   AND DATE(:WK-DATA-FIM)), ' '),
                      COALESCE((SELECT MAX(SUBSTR(M.VALORNOVO, 1, 2))
                                  FROM EAD719.FUNCIONARIOS_HIST M
                                 WHERE M.CODFUN   = F.CODFUN
                                   AND M.CAMPOALT = 'MOTDESLIG'
                                   AND M.DATAALT BETWEEN
                                       DATE(:WK-DATA-INI)
                                   AND DATE(:WK-DATA-FIM)), ' '),
                      COALESCE((SELECT MAX(T.VALORNOVO)
                                  FROM EAD719.FUNCIONARIOS_HIST T
                                 WHERE T.CODFUN   = F.CODFUN
                                   AND T.CAMPOALT = 'DESLIGAMTO'
                                   AND T.DATAALT BETWEEN
                                       DATE(:WK-DATA-INI)
                                   AND DATE(:WK-DATA-FIM)), ' ')
                 FROM EAD719.FUNCIONARIOS F
                WHERE SUBSTR(F.ADMISSFUN, 7, 4) ||
                      SUBSTR(F.ADMISSFUN, 4, 2) ||
                      SUBSTR(F.ADMISSFUN, 1, 2) <= :WK-FIM-AAAAMMDD
                  AND (F.STATUSFUN IN ('A', 'F', 'V')
                       OR EXISTS
                          (SELECT 1
                             FROM EAD719.FUNCIONARIOS_HIST S
                            WHERE S.CODFUN    = F.CODFUN
                              AND S.CAMPOALT  = 'STATUSFUN'
                              AND S.VALORNOVO LIKE 'D%'
                              AND S.DATAALT  >= DATE(:WK-DATA-INI)))
                ORDER BY F.DEPTOFUN, F.CODFUN
       END-EXEC.
      *
       EXEC SQL
           DECLARE CUR-POR-CARGO CURSOR FOR
               SELECT F.CODFUN, F.NOMEFUN, F.DEPTOFUN,
                      COALESCE(F.CARGOFUN, ' '),
                      COALESCE(F.GESTOR, ' '), F.ADMISSFUN,
                      COALESCE((SELECT CHAR(MAX(S.DATAALT), ISO)
                                  FROM EAD719.FUNCIONARIOS_HIST S
                                 WHERE S.CODFUN    = F.CODFUN
                                   AND S.CAMPOALT  = 'STATUSFUN'
                                   AND S.VALORNOVO LIKE 'D%'
                                   AND S.DATAALT BETWEEN
                                       DATE(:WK-DATA-INI)
                                   AND DATE(:WK-DATA-FIM)), ' '),
                      COALESCE((SELECT MAX(SUBSTR(M.VALORNOVO, 1, 2))
                                  FROM EAD719.FUNCIONARIOS_HIST M
                                 WHERE M.CODFUN   = F.CODFUN
                                   AND M.CAMPOALT = 'MOTDESLIG'
                                   AND M.DATAALT BETWEEN
                                       DATE(:WK-DATA-INI)
                                   AND DATE(:WK-DATA-FIM)), ' '),
                      COALESCE((SELECT MAX(T.VALORNOVO)
                                  FROM EAD719.FUNCIONARIOS_HIST T
                                 WHERE T.CODFUN   = F.CODFUN
                                   AND T.CAMPOALT = 'DESLIGAMTO'
                                   AND T.DATAALT BETWEEN
                                       DATE(:WK-DATA-INI)
                                   AND DATE(:WK-DATA-FIM)), ' ')
                 FROM EAD719.FUNCIONARIOS F
                WHERE SUBSTR(F.ADMISSFUN, 7, 4) ||
                      SUBSTR(F.ADMISSFUN, 4, 2) ||
                      SUBSTR(F.ADMISSFUN, 1, 2) <= :WK-FIM-AAAAMMDD
                  AND (F.STATUSFUN IN ('A', 'F', 'V')
                       OR EXISTS
                          (SELECT 1
                             FROM EAD719.FUNCIONARIOS_HIST S
                            WHERE S.CODFUN    = F.CODFUN
                              AND S.CAMPOALT  = 'STATUSFUN'
                              AND S.VALORNOVO LIKE 'D%'
                              AND S.DATAALT  >= DATE(:WK-DATA-INI)))
                ORDER BY 4, F.CODFUN
       END-EXEC.
      *
       EXEC SQL
           DECLARE CUR-POR-GESTOR CURSOR FOR
               SELECT F.CODFUN, F.NOMEFUN, F.DEPTOFUN,
                      COALESCE(F.CARGOFUN, ' '),
                      COALESCE(F.GESTOR, ' '), F.ADMISSFUN,
                      COALESCE((SELECT CHAR(MAX(S.DATAALT), ISO)
                                  FROM EAD719.FUNCIONARIOS_HIST S
                                 WHERE S.CODFUN    = F.CODFUN
                                   AND S.CAMPOALT  = 'STATUSFUN'
                                   AND S.VALORNOVO LIKE 'D%'
                                   AND S.DATAALT BETWEEN
                                       DATE(:WK-DATA-INI)
                                   AND DATE(:WK-DATA-FIM)), ' '),
                      COALESCE((SELECT MAX(SUBSTR(M.VALORNOVO, 1, 2))
                                  FROM EAD719.FUNCIONARIOS_HIST M
                                 WHERE M.CODFUN   = F.CODFUN
                                   AND M.CAMPOALT = 'MOTDESLIG'
                                   AND M.DATAALT BETWEEN
                                       DATE(:WK-DATA-INI)
                                   AND DATE(:WK-DATA-FIM)), ' '),
                      COALESCE((SELECT MAX(T.VALORNOVO)
                                  FROM EAD719.FUNCIONARIOS_HIST T
                                 WHERE T.CODFUN   = F.CODFUN
                                   AND T.CAMPOALT = 'DESLIGAMTO'
                                   AND T.DATAALT BETWEEN
                                       DATE(:WK-DATA-INI)
                                   AND DATE(:WK-DATA-FIM)), ' ')
                 FROM EAD719.FUNCIONARIOS F
                WHERE SUBSTR(F.ADMISSFUN, 7, 4) ||
                      SUBSTR(F.ADMISSFUN, 4, 2) ||
                      SUBSTR(F.ADMISSFUN, 1, 2) <= :WK-FIM-AAAAMMDD
                  AND (F.STATUSFUN IN ('A', 'F', 'V')
                       OR EXISTS
                          (SELECT 1
                             FROM EAD719.FUNCIONARIOS_HIST S
                            WHERE S.CODFUN    = F.CODFUN
                              AND S.CAMPOALT  = 'STATUSFUN'
                              AND S.VALORNOVO LIKE 'D%'
                              AND S.DATAALT  >= DATE(:WK-DATA-INI)))
                ORDER BY 5, F.CODFUN
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
          PERFORM 201-CORTE-DEPARTAMENTO.
          PERFORM 301-CORTE-CARGO.
          PERFORM 401-CORTE-GESTOR.
          PERFORM 501-FAIXAS-E-EMPRESA.
          PERFORM 901-FINALIZAR.
          STOP RUN.
      *
       100-INICIAR SECTION.
       101-INICIAR.
      *    SEM PARM, O TRIMESTRE ANTERIOR AO CORRENTE - O FECHADO.
          MOVE FUNCTION CURRENT-DATE TO WK-DATA-ATUAL.
          MOVE WK-HOJE-AAAA TO WK-ANO.
          COMPUTE WK-TRIMESTRE = (WK-HOJE-MM + 2) / 3.
          IF   WK-TRIMESTRE = 1
             MOVE 4 TO WK-TRIMESTRE
             SUBTRACT 1 FROM WK-ANO
          ELSE
             SUBTRACT 1 FROM WK-TRIMESTRE
          END-IF.
          IF  LK-PARM-TAM > 0
             IF  LK-PARM-TEXTO(1:10) = 'TRIMESTRE='
                 AND LK-PARM-TEXTO(11:5) IS NUMERIC
                 AND LK-PARM-TEXTO(15:1) >= '1'
                 AND LK-PARM-TEXTO(15:1) <= '4'
                MOVE LK-PARM-TEXTO(11:4) TO WK-ANO
                MOVE LK-PARM-TEXTO(15:1) TO WK-TRIMESTRE
             END-IF
          END-IF.
          COMPUTE WK-MES-INI = (WK-TRIMESTRE - 1) * 3 + 1.
          COMPUTE WK-MES-FIM = WK-MES-INI + 2.
          IF   WK-MES-FIM = 6 OR WK-MES-FIM = 9
             MOVE 30 TO WK-DIA-FIM
          ELSE
             MOVE 31 TO WK-DIA-FIM
          END-IF.
          MOVE WK-ANO     TO WK-INI-ANO WK-FIM-ANO.
          MOVE WK-MES-INI TO WK-INI-MES.
          MOVE WK-MES-FIM TO WK-FIM-MES.
          MOVE WK-DIA-FIM TO WK-FIM-DIA.
          STRING WK-FIM-ANO WK-FIM-MES WK-FIM-DIA
                 DELIMITED BY SIZE INTO WK-FIM-AAAAMMDD
          END-STRING.
          DISPLAY 'RELSAIDA: DESLIGAMENTOS DO TRIMESTRE ' WK-TRIMESTRE
                  '/' WK-ANO ' (' WK-DATA-INI ' A ' WK-DATA-FIM ')'.
          MOVE ZEROS TO WK-EMPRESA.
          MOVE ZEROS TO TAB-FAIXAS.
          MOVE 'ATE 1 ANO'    TO TF-ROTULO(1).
          MOVE '1 A 2 ANOS'   TO TF-ROTULO(2).
          MOVE '2 A 5 ANOS'   TO TF-ROTULO(3).
          MOVE '5 A 10 ANOS'  TO TF-ROTULO(4).
          MOVE '10 ANOS OU +' TO TF-ROTULO(5).
          PERFORM 110-CARREGA-MOTIVOS.
          OPEN OUTPUT ARQ-RELATORIO.
          OPEN OUTPUT ARQ-DETALHE.
          MOVE SPACES TO REG-RELATORIO.
          STRING 'DESLIGAMENTOS VOLUNTARIOS E PERDAS LAMENTADAS - '
                 'TRIMESTRE ' WK-TRIMESTRE '/' WK-ANO
                 DELIMITED BY SIZE INTO REG-RELATORIO
          END-STRING.
          WRITE REG-RELATORIO.
          MOVE SPACES TO REG-RELATORIO.
          STRING 'C  CHAVE           BASE  SAIDAS  VOLUNT  TX VOL  '
                 'LAMENT  TX LAM  ANOS NA SAIDA'
                 DELIMITED BY SIZE INTO REG-RELATORIO
          END-STRING.
          WRITE REG-RELATORIO.
      *
       110-CARREGA-MOTIVOS.
          EXEC SQL
             OPEN CUR-MOTIVOS
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-MOTIVOS
                  INTO :WK-CODMOTIVO, :WK-VOLUNTARIO, :WK-LAMENTADA
             END-EXEC
             IF   SQLCODE = 0
                IF   WK-QTDE-MOTIVOS < 99
                   ADD 1 TO WK-QTDE-MOTIVOS
                   MOVE WK-CODMOTIVO
                     TO TM-CODMOTIVO(WK-QTDE-MOTIVOS)
                   MOVE WK-VOLUNTARIO
                     TO TM-VOLUNTARIO(WK-QTDE-MOTIVOS)
                   MOVE WK-LAMENTADA
                     TO TM-LAMENTADA(WK-QTDE-MOTIVOS)
                ELSE
                   DISPLAY 'RELSAIDA: MAIS DE 99 MOTIVOS DE '
                           'DESLIGAMENTO - AUMENTE A TABELA'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
                END-IF
             END-IF
          END-PERFORM.
          IF   SQLCODE NOT = 100
             MOVE SQLCODE TO WK-SQLCODE-EDIT
             CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
             DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                     ' NA LEITURA DOS MOTIVOS DE DESLIGAMENTO'
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          EXEC SQL
             CLOSE CUR-MOTIVOS
          END-EXEC.
      *
       200-DEPARTAMENTO SECTION.
      *    PRIMEIRA PASSADA: ALEM DO CORTE POR DEPARTAMENTO, SOMA
      *    AS FAIXAS E A EMPRESA E GRAVA A LISTA DE DESLIGADOS.
       201-CORTE-DEPARTAMENTO.
          MOVE 'D' TO WK-CORTE.
          MOVE HIGH-VALUES TO WK-CHAVE-ANT.
          MOVE ZEROS TO WK-GRUPO.
          EXEC SQL
             OPEN CUR-POR-DEPTO
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-POR-DEPTO
                  INTO :DB2-CODFUN, :DB2-NOMEFUN, :DB2-DEPTOFUN,
                       :DB2-CARGOFUN, :DB2-GESTOR, :DB2-ADMISSFUN,
                       :WK-DATA-SAIDA, :WK-CODMOTIVO,
                       :WK-MOTIVO-TEXTO
             END-EXEC
             IF   SQLCODE = 0
                MOVE DB2-DEPTOFUN TO WK-CHAVE
                PERFORM 610-QUEBRA-GRUPO
                PERFORM 620-CLASSIFICA-FUNCIONARIO
                PERFORM 630-SOMA-GRUPO
                PERFORM 210-SOMA-FAIXA-EMPRESA
                IF   SAIU-NO-TRIMESTRE
                   PERFORM 220-GRAVA-DETALHE
                END-IF
             END-IF
          END-PERFORM.
          PERFORM 690-CONFERE-CURSOR.
          EXEC SQL
             CLOSE CUR-POR-DEPTO
          END-EXEC.
          PERFORM 640-FECHA-ULTIMO-GRUPO.
      *
       210-SOMA-FAIXA-EMPRESA.
          ADD 1 TO EM-BASE.
          ADD 1 TO TF-BASE(WK-FAIXA).
          IF   SAIU-NO-TRIMESTRE
             ADD 1             TO EM-SAIDAS TF-SAIDAS(WK-FAIXA)
             ADD WK-MESES-CASA TO EM-MESES  TF-MESES(WK-FAIXA)
             IF   SAIDA-VOLUNTARIA
                ADD 1 TO EM-VOLUNT TF-VOLUNT(WK-FAIXA)
             END-IF
             IF   PERDA-LAMENTADA
                ADD 1 TO EM-LAMENT TF-LAMENT(WK-FAIXA)
             END-IF
          END-IF.
      *
       220-GRAVA-DETALHE.
          MOVE SPACES           TO REG-DETALHE.
          MOVE DB2-CODFUN       TO SD-CODFUN.
          MOVE DB2-NOMEFUN-TEXT TO SD-NOMEFUN.
          MOVE DB2-DEPTOFUN     TO SD-DEPTOFUN.
          MOVE DB2-CARGOFUN     TO SD-CARGOFUN.
          MOVE DB2-GESTOR       TO SD-GESTOR.
          MOVE WK-DATA-SAIDA    TO SD-DATA-SAIDA.
          MOVE WK-CODMOTIVO     TO SD-CODMOTIVO.
          MOVE WK-VOLUNTARIO    TO SD-VOLUNTARIO.
          MOVE WK-LAMENTADA     TO SD-LAMENTADA.
          DIVIDE WK-MESES-CASA BY 12
                 GIVING WK-ANOS-CASA
                 REMAINDER WK-RESTO-MESES.
          MOVE WK-ANOS-CASA     TO SD-ANOS-CASA.
          MOVE WK-RESTO-MESES   TO SD-MESES-CASA.
          WRITE REG-DETALHE.
          ADD 1 TO WK-QTDE-DETALHE.
      *
       300-CARGO SECTION.
       301-CORTE-CARGO.
          MOVE 'C' TO WK-CORTE.
          MOVE HIGH-VALUES TO WK-CHAVE-ANT.
          MOVE ZEROS TO WK-GRUPO.
          EXEC SQL
             OPEN CUR-POR-CARGO
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-POR-CARGO
                  INTO :DB2-CODFUN, :DB2-NOMEFUN, :DB2-DEPTOFUN,
                       :DB2-CARGOFUN, :DB2-GESTOR, :DB2-ADMISSFUN,
                       :WK-DATA-SAIDA, :WK-CODMOTIVO,
                       :WK-MOTIVO-TEXTO
             END-EXEC
             IF   SQLCODE = 0
                MOVE DB2-CARGOFUN TO WK-CHAVE
                PERFORM 610-QUEBRA-GRUPO
                PERFORM 620-CLASSIFICA-FUNCIONARIO
                PERFORM 630-SOMA-GRUPO
             END-IF
          END-PERFORM.
          PERFORM 690-CONFERE-CURSOR.
          EXEC SQL
             CLOSE CUR-POR-CARGO
          END-EXEC.
          PERFORM 640-FECHA-ULTIMO-GRUPO.
      *
       400-GESTOR SECTION.
       401-CORTE-GESTOR.
          MOVE 'G' TO WK-CORTE.
          MOVE HIGH-VALUES TO WK-CHAVE-ANT.
          MOVE ZEROS TO WK-GRUPO.
          EXEC SQL
             OPEN CUR-POR-GESTOR
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-POR-GESTOR
                  INTO :DB2-CODFUN, :DB2-NOMEFUN, :DB2-DEPTOFUN,
                       :DB2-CARGOFUN, :DB2-GESTOR, :DB2-ADMISSFUN,
                       :WK-DATA-SAIDA, :WK-CODMOTIVO,
                       :WK-MOTIVO-TEXTO
             END-EXEC
             IF   SQLCODE = 0
                MOVE DB2-GESTOR TO WK-CHAVE
                PERFORM 610-QUEBRA-GRUPO
                PERFORM 620-CLASSIFICA-FUNCIONARIO
                PERFORM 630-SOMA-GRUPO
             END-IF
          END-PERFORM.
          PERFORM 690-CONFERE-CURSOR.
          EXEC SQL
             CLOSE CUR-POR-GESTOR
          END-EXEC.
          PERFORM 640-FECHA-ULTIMO-GRUPO.
      *
       500-FAIXAS SECTION.
       501-FAIXAS-E-EMPRESA.
          MOVE 'F' TO WK-CORTE.
          PERFORM 510-IMPRIME-FAIXA
                  VARYING WK-IDX-FAIXA FROM 1 BY 1
                  UNTIL WK-IDX-FAIXA > 5.
          MOVE 'E'        TO WK-CORTE.
          MOVE 'EMPRESA'  TO WK-CHAVE-ANT.
          MOVE WK-EMPRESA TO WK-GRUPO.
          PERFORM 650-IMPRIME-GRUPO.
      *
       510-IMPRIME-FAIXA.
          MOVE TF-ROTULO(WK-IDX-FAIXA) TO WK-CHAVE-ANT.
          MOVE TF-BASE(WK-IDX-FAIXA)   TO GR-BASE.
          MOVE TF-SAIDAS(WK-IDX-FAIXA) TO GR-SAIDAS.
          MOVE TF-VOLUNT(WK-IDX-FAIXA) TO GR-VOLUNT.
          MOVE TF-LAMENT(WK-IDX-FAIXA) TO GR-LAMENT.
          MOVE TF-MESES(WK-IDX-FAIXA)  TO GR-MESES.
          PERFORM 650-IMPRIME-GRUPO.
      *
       600-GRUPOS SECTION.
       610-QUEBRA-GRUPO.
          IF   WK-CHAVE NOT = WK-CHAVE-ANT
             IF   WK-CHAVE-ANT NOT = HIGH-VALUES
                PERFORM 650-IMPRIME-GRUPO
             END-IF
             MOVE WK-CHAVE TO WK-CHAVE-ANT
             MOVE ZEROS    TO WK-GRUPO
          END-IF.
      *
       620-CLASSIFICA-FUNCIONARIO.
      *    SAIDA NO TRIMESTRE, VOLUNTARIA/LAMENTADA PELO MOTIVO E
      *    TEMPO DE CASA ATE A SAIDA OU O FIM DO TRIMESTRE.
          MOVE 'N' TO WK-SAIU WK-VOLUNTARIO WK-LAMENTADA.
          IF   WK-DATA-SAIDA NOT = SPACES
             SET SAIU-NO-TRIMESTRE TO TRUE
             MOVE WK-DATA-SAIDA TO WK-SAIDA-PARTES
             PERFORM 625-CLASSIFICA-MOTIVO
          ELSE
             MOVE WK-FIM-ANO TO WK-SAI-ANO
             MOVE WK-FIM-MES TO WK-SAI-MES
             MOVE WK-FIM-DIA TO WK-SAI-DIA
          END-IF.
          MOVE DB2-ADMISSFUN TO WK-ADMISSAO-PARTES.
          MOVE ZEROS TO WK-MESES-CASA.
          IF   WK-ADMISSAO-PARTES(1:2) IS NUMERIC
           AND WK-ADMISSAO-PARTES(4:2) IS NUMERIC
           AND WK-ADMISSAO-PARTES(7:4) IS NUMERIC
             COMPUTE WK-MESES-CASA =
                     ((WK-SAI-ANO - WK-ADM-ANO) * 12)
                   + (WK-SAI-MES - WK-ADM-MES)
             IF   WK-SAI-DIA < WK-ADM-DIA
                SUBTRACT 1 FROM WK-MESES-CASA
             END-IF
             IF   WK-MESES-CASA < ZEROS
                MOVE ZEROS TO WK-MESES-CASA
             END-IF
          END-IF.
          EVALUATE TRUE
             WHEN WK-MESES-CASA < 12
                MOVE 1 TO WK-FAIXA
             WHEN WK-MESES-CASA < 24
                MOVE 2 TO WK-FAIXA
             WHEN WK-MESES-CASA < 60
                MOVE 3 TO WK-FAIXA
             WHEN WK-MESES-CASA < 120
                MOVE 4 TO WK-FAIXA
             WHEN OTHER
                MOVE 5 TO WK-FAIXA
          END-EVALUATE.
      *
       625-CLASSIFICA-MOTIVO.
          IF   WK-CODMOTIVO NOT = SPACES
             PERFORM VARYING WK-IDX FROM 1 BY 1
                     UNTIL WK-IDX > WK-QTDE-MOTIVOS
                        OR TM-CODMOTIVO(WK-IDX) = WK-CODMOTIVO
                CONTINUE
             END-PERFORM
             IF   WK-IDX NOT > WK-QTDE-MOTIVOS
                MOVE TM-VOLUNTARIO(WK-IDX) TO WK-VOLUNTARIO
                MOVE TM-LAMENTADA(WK-IDX)  TO WK-LAMENTADA
             END-IF
          ELSE
             MOVE ZEROS TO WK-ACHOU-PEDIDO
             INSPECT WK-MOTIVO-TEXTO
                     TALLYING WK-ACHOU-PEDIDO FOR ALL 'PEDIDO'
             IF   WK-ACHOU-PEDIDO > ZEROS
                SET SAIDA-VOLUNTARIA TO TRUE
             END-IF
          END-IF.
      *
       630-SOMA-GRUPO.
          ADD 1 TO GR-BASE.
          IF   SAIU-NO-TRIMESTRE
             ADD 1             TO GR-SAIDAS
             ADD WK-MESES-CASA TO GR-MESES
             IF   SAIDA-VOLUNTARIA
                ADD 1 TO GR-VOLUNT
             END-IF
             IF   PERDA-LAMENTADA
                ADD 1 TO GR-LAMENT
             END-IF
          END-IF.
      *
       640-FECHA-ULTIMO-GRUPO.
          IF   WK-CHAVE-ANT NOT = HIGH-VALUES
             PERFORM 650-IMPRIME-GRUPO
          END-IF.
      *
       650-IMPRIME-GRUPO.
      *    WK-CHAVE-ANT E WK-GRUPO TRAZEM O GRUPO QUE FECHOU.
          MOVE SPACES       TO REG-RELATORIO.
          MOVE WK-CORTE     TO RL-CORTE.
          MOVE WK-CHAVE-ANT TO RL-CHAVE.
          MOVE GR-BASE      TO RL-BASE.
          MOVE GR-SAIDAS    TO RL-SAIDAS.
          MOVE GR-VOLUNT    TO RL-VOLUNT.
          MOVE GR-LAMENT    TO RL-LAMENT.
          IF   GR-BASE > ZEROS
             COMPUTE WK-TAXA ROUNDED = GR-VOLUNT * 100 / GR-BASE
             MOVE WK-TAXA TO RL-TAXA-VOL
             COMPUTE WK-TAXA ROUNDED = GR-LAMENT * 100 / GR-BASE
             MOVE WK-TAXA TO RL-TAXA-LAM
          ELSE
             MOVE ZEROS   TO RL-TAXA-VOL RL-TAXA-LAM
          END-IF.
          IF   GR-SAIDAS > ZEROS
             COMPUTE WK-TEMPO-MEDIO ROUNDED =
                     GR-MESES / GR-SAIDAS / 12
          ELSE
             MOVE ZEROS TO WK-TEMPO-MEDIO
          END-IF.
          MOVE WK-TEMPO-MEDIO TO RL-TEMPO-SAIDA.
          WRITE REG-RELATORIO.
      *
       690-CONFERE-CURSOR.
          IF   SQLCODE NOT = 100
             MOVE SQLCODE TO WK-SQLCODE-EDIT
             CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
             DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                     ' NA LEITURA DOS FUNCIONARIOS (CORTE '
                     WK-CORTE ')'
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          CLOSE ARQ-RELATORIO.
          CLOSE ARQ-DETALHE.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DOS DESLIGAMENTOS DO TRIMESTRE'.
          DISPLAY '  BASE DA EMPRESA ....... ' EM-BASE.
          DISPLAY '  DESLIGADOS ............ ' EM-SAIDAS.
          DISPLAY '  VOLUNTARIOS ........... ' EM-VOLUNT.
          DISPLAY '  PERDAS LAMENTADAS ..... ' EM-LAMENT.
          DISPLAY '  LISTADOS EM SAIDADET .. ' WK-QTDE-DETALHE.
          DISPLAY '================================================'.
          EXIT.
