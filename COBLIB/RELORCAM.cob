        IDENTIFICATION DIVISION.
        PROGRAM-ID.    RELORCAM.
        AUTHOR.        THIAGO.
      **************************************************
      * ORCADO X REALIZADO X PREVISTO POR DEPARTAMENTO *
      * (PARM='PERIODO=AAAAMM', PADRAO O MES CORRENTE):*
      *   - ORCADO: EAD719.ORCAMENTO (CARGAORC E       *
      *     REVISOES DO MANORCAM)                      *
      *   - REALIZADO: FOTOGRAFIA DO MES EM            *
      *     EAD719.SNAPDEPTO (SNAPMES) E A SOMA DAS    *
      *     FOTOGRAFIAS DE JANEIRO ATE O PERIODO       *
      *   - PREVISTO: ARQUIVO DO PROJFOLH (DD PROJFOLH *
      *     DA MESMA RODADA), MESES SEGUINTES AO       *
      *     PERIODO ATE DEZEMBRO. DEPARTAMENTO SEM     *
      *     LINHA NA PROJECAO REPETE O REALIZADO DO    *
      *     MES NOS MESES QUE FALTAM.                  *
      * UMA LINHA POR DEPARTAMENTO COM O MES (LOTACAO  *
      * E FOLHA ORCADA X REAL, VARIACAO E %) E O ANO   *
      * (ORCADO DO ANO X REALIZADO + PREVISTO,         *
      * VARIACAO E %), SUBTOTAL '***' POR EMPRESA E    *
      * TOTAL GERAL '***' COM EMPRESA 'TOT'. OS        *
      * DEPARTAMENTOS SAEM NA ORDEM DA HIERARQUIA      *
      * (HIERDEPT), COM O SUBTOTAL DE CADA AREA LOGO   *
      * DEPOIS DO ULTIMO SUBORDINADO (RO-TIPO-LINHA    *
      * 'S', CODIGO DO DEPARTAMENTO DA AREA). A        *
      * HIERARQUIA E A DA FOTOGRAFIA DO PERIODO        *
      * (SNAPDEPTO); SEM FOTOGRAFIA, A DO CADASTRO. O  *
      * DEPARTAMENTO CUJO ANO PROJETADO PASSA DO       *
      * ORCAMENTO ANUAL SAI MARCADO 'ESTOURO PREVISTO' *
      * E E LISTADO NO RESUMO (RETURN-CODE 4).         *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PROJECAO      ASSIGN TO PROJFOLH
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WK-FS-PROJECAO.
           SELECT ARQ-RELORCAM      ASSIGN TO RELORCAM
                                     ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PROJECAO.
       01  REG-PROJECAO.
           05  RP-DEPTOFUN          PIC X(03).
           05  FILLER               PIC X(02).
           05  RP-ANOMES            PIC 9(06).
           05  FILLER               PIC X(02).
           05  RP-TOTAL             PIC ZZZ.ZZZ.ZZ9,99.
      *
       FD  ARQ-RELORCAM.
       01  REG-RELORCAM.
           05  RO-DEPTOFUN          PIC X(03).
           05  FILLER               PIC X(01)       VALUE SPACES.
           05  RO-EMPRESA           PIC X(03).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RO-QTDE-ORC          PIC ZZ.ZZ9.
           05  FILLER               PIC X(01)       VALUE SPACES.
           05  RO-QTDE-REAL         PIC ZZ.ZZ9.
           05  FILLER               PIC X(01)       VALUE SPACES.
           05  RO-VAR-QTDE          PIC +++.++9.
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RO-CUSTO-ORC         PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER               PIC X(01)       VALUE SPACES.
           05  RO-CUSTO-REAL        PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER               PIC X(01)       VALUE SPACES.
           05  RO-VAR-CUSTO         PIC +ZZ.ZZZ.ZZ9,99.
           05  FILLER               PIC X(01)       VALUE SPACES.
           05  RO-PCT-CUSTO         PIC ++.++9,99.
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RO-ORC-ANO           PIC Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER               PIC X(01)       VALUE SPACES.
           05  RO-PROJ-ANO          PIC Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER               PIC X(01)       VALUE SPACES.
           05  RO-VAR-ANO           PIC +ZZZ.ZZZ.ZZ9,99.
           05  FILLER               PIC X(01)       VALUE SPACES.
           05  RO-PCT-ANO           PIC ++.++9,99.
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RO-SITUACAO          PIC X(16).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RO-TIPO-LINHA        PIC X(01).
           05  FILLER               PIC X(01)       VALUE SPACES.
           05  RO-NIVEL             PIC 9(02).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
      * Variaveis de controle SQL
       COPY SQLVARS.
       COPY CPYSQLMSG.
       COPY CPYDEPTO.
       COPY CPYHIERD.
      *
      *    UMA LINHA POR DEPARTAMENTO, JA COM O ORCADO DO MES E DO
      *    ANO E O REALIZADO DO MES E ACUMULADO ATE O PERIODO.
       EXEC SQL
           DECLARE CUR-ORCADO CURSOR FOR
               SELECT D.DEPTOFUN,
                      COALESCE(D.EMPRESADEP, ' '),
                      COALESCE((SELECT O.QTDEORC
                                  FROM EAD719.ORCAMENTO O
                                 WHERE O.DEPTOFUN = D.DEPTOFUN
                                   AND O.ANOMES   = :WK-PERIODO), 0),
                      COALESCE((SELECT O.CUSTOORC
                                  FROM EAD719.ORCAMENTO O
                                 WHERE O.DEPTOFUN = D.DEPTOFUN
                                   AND O.ANOMES   = :WK-PERIODO), 0),
                      COALESCE((SELECT SUM(O.CUSTOORC)
                                  FROM EAD719.ORCAMENTO O
                                 WHERE O.DEPTOFUN = D.DEPTOFUN
                                   AND O.ANOMES BETWEEN :WK-ANOMES-JAN
                                                    AND :WK-ANOMES-DEZ
                               ), 0),
                      COALESCE((SELECT S.QTDEFUNC
                                  FROM EAD719.SNAPDEPTO S
                                 WHERE S.DEPTOFUN = D.DEPTOFUN
                                   AND S.ANOMES   = :WK-PERIODO), 0),
                      COALESCE((SELECT S.TOTALSAL
                                  FROM EAD719.SNAPDEPTO S
                                 WHERE S.DEPTOFUN = D.DEPTOFUN
                                   AND S.ANOMES   = :WK-PERIODO), 0),
                      COALESCE((SELECT SUM(S.TOTALSAL)
                                  FROM EAD719.SNAPDEPTO S
                                 WHERE S.DEPTOFUN = D.DEPTOFUN
                                   AND S.ANOMES BETWEEN :WK-ANOMES-JAN
                                                    AND :WK-PERIODO
                               ), 0),
                      COALESCE((SELECT S.DEPTOPAI
                                  FROM EAD719.SNAPDEPTO S
                                 WHERE S.DEPTOFUN = D.DEPTOFUN
                                   AND S.ANOMES   = :WK-PERIODO),
                               D.DEPTOPAI, ' ')
                 FROM EAD719.DEPARTAMENTOS D
                ORDER BY 2, D.DEPTOFUN
       END-EXEC.
      *
       01  WK-PERIODO                PIC 9(06)       VALUE ZEROS.
       01  WK-PERIODO-PARTES REDEFINES WK-PERIODO.
           05  WK-PER-ANO            PIC 9(04).
           05  WK-PER-MES            PIC 9(02).
       77  WK-ANOMES-JAN             PIC 9(06)       VALUE ZEROS.
       77  WK-ANOMES-DEZ             PIC 9(06)       VALUE ZEROS.
       77  WK-MESES-RESTANTES        PIC 9(02)       VALUE ZEROS.
       01  WK-DATA-ATUAL.
           05  WK-HOJE-AAAA         PIC 9(04).
           05  WK-HOJE-MM           PIC 9(02).
           05  FILLER               PIC X(15).
      *
       77  WK-FS-PROJECAO            PIC X(02)       VALUE SPACES.
       77  WK-EOF-PROJECAO           PIC X(01)       VALUE 'N'.
           88  FIM-PROJECAO                          VALUE 'S'.
      *
      *    PREVISTO DO PROJFOLH SOMADO POR DEPARTAMENTO (MESES
      *    DEPOIS DO PERIODO, DENTRO DO ANO).
       01  TAB-PREVISTO.
           05  TP-ENTRADA            OCCURS 500 TIMES.
               10  TP-DEPTO          PIC X(03).
               10  TP-VALOR          PIC 9(11)V99.
       77  WK-QTDE-PREVISTO          PIC 9(03)       VALUE ZEROS.
       77  WK-P                      PIC 9(03)       VALUE ZEROS.
       77  WK-VALOR-PROJ             PIC 9(09)V99    VALUE ZEROS.
      *
      *    LINHA LIDA DO CURSOR.
       77  WK-EMPRESA                PIC X(03)       VALUE SPACES.
       77  WK-QTDE-ORC               PIC 9(05)       VALUE ZEROS.
       77  WK-CUSTO-ORC              PIC 9(11)V99    VALUE ZEROS.
       77  WK-ORC-ANO                PIC 9(13)V99    VALUE ZEROS.
       77  WK-QTDE-REAL              PIC 9(05)       VALUE ZEROS.
       77  WK-CUSTO-REAL             PIC 9(11)V99    VALUE ZEROS.
       77  WK-REAL-ANO               PIC 9(13)V99    VALUE ZEROS.
       77  WK-PREV-ANO               PIC 9(13)V99    VALUE ZEROS.
       77  WK-PROJ-ANO               PIC 9(13)V99    VALUE ZEROS.
       77  WK-DEPTO-PAI              PIC X(03)       VALUE SPACES.
       77  WK-ESTOURO                PIC X(01)       VALUE 'N'.
           88  ESTOURO-PREVISTO                      VALUE 'S'.
      *
      *    LINHAS DEVOLVIDAS PELO HIERDEPT. OS SEIS VALORES DE CADA
      *    DEPARTAMENTO EM HD-VALOR: 1 = LOTACAO ORCADA, 2 = LOTACAO
      *    REAL, 3 = FOLHA ORCADA, 4 = FOLHA REAL, 5 = ORCADO DO
      *    ANO, 6 = ANO PROJETADO.
       77  WK-LIN                    PIC 9(04)       VALUE ZEROS.
       77  WK-IDX                    PIC 9(04)       VALUE ZEROS.
      *
      *    CAMPOS DE CALCULO DA LINHA IMPRESSA.
       77  WK-L-QTDE-ORC             PIC 9(07)       VALUE ZEROS.
       77  WK-L-QTDE-REAL            PIC 9(07)       VALUE ZEROS.
       77  WK-L-CUSTO-ORC            PIC 9(13)V99    VALUE ZEROS.
       77  WK-L-CUSTO-REAL           PIC 9(13)V99    VALUE ZEROS.
       77  WK-L-ORC-ANO              PIC 9(13)V99    VALUE ZEROS.
       77  WK-L-PROJ-ANO             PIC 9(13)V99    VALUE ZEROS.
       77  WK-VAR-QTDE               PIC S9(07)      VALUE ZEROS.
       77  WK-VAR-CUSTO              PIC S9(13)V99   VALUE ZEROS.
       77  WK-VAR-ANO                PIC S9(13)V99   VALUE ZEROS.
       77  WK-PCT-CUSTO              PIC S9(05)V99   VALUE ZEROS.
       77  WK-PCT-ANO                PIC S9(05)V99   VALUE ZEROS.
      *
       77  WK-QTDE-DEPTOS            PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-ESTOURO           PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-SEM-ORCAMENTO     PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-SEM-PREVISTO      PIC 9(05)       VALUE ZEROS.
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
          PERFORM 201-PROCESSAR.
          PERFORM 901-FINALIZAR.
          STOP RUN.
      *
       100-INICIAR SECTION.
       101-INICIAR.
          MOVE FUNCTION CURRENT-DATE TO WK-DATA-ATUAL.
          COMPUTE WK-PERIODO = WK-HOJE-AAAA * 100 + WK-HOJE-MM.
          IF  LK-PARM-TAM > 0
             IF  LK-PARM-TEXTO(1:8) = 'PERIODO='
                 AND LK-PARM-TEXTO(9:6) IS NUMERIC
                MOVE LK-PARM-TEXTO(9:6) TO WK-PERIODO
             END-IF
          END-IF.
          IF   WK-PER-MES < 1 OR WK-PER-MES > 12
             DISPLAY 'RELORCAM: PERIODO ' WK-PERIODO ' INVALIDO - '
                     'USE PERIODO=AAAAMM'
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          COMPUTE WK-ANOMES-JAN = WK-PER-ANO * 100 + 1.
          COMPUTE WK-ANOMES-DEZ = WK-PER-ANO * 100 + 12.
          COMPUTE WK-MESES-RESTANTES = 12 - WK-PER-MES.
          DISPLAY 'RELORCAM: ORCADO X REALIZADO DE ' WK-PERIODO.
          MOVE ZEROS TO HD-QTDE-DEPTOS.
          PERFORM 110-CARREGA-PREVISTO.
          OPEN OUTPUT ARQ-RELORCAM.
          EXEC SQL
             OPEN CUR-ORCADO
          END-EXEC.
          IF   SQLCODE NOT = 0
             MOVE SQLCODE TO WK-SQLCODE-EDIT
             CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
             DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                     ' AO ABRIR O CURSOR DO ORCAMENTO'
             CLOSE ARQ-RELORCAM
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
      *
       110-CARREGA-PREVISTO.
      *    SEM O ARQUIVO DA PROJECAO O RELATORIO SAI MESMO ASSIM,
      *    REPETINDO O REALIZADO DO MES NOS MESES QUE FALTAM.
          OPEN INPUT ARQ-PROJECAO.
          IF   WK-FS-PROJECAO NOT = '00'
             DISPLAY 'RELORCAM: ARQUIVO DO PROJFOLH INDISPONIVEL '
                     '(STATUS ' WK-FS-PROJECAO ') - PREVISTO PELO '
                     'REALIZADO DO MES'
          ELSE
             PERFORM UNTIL FIM-PROJECAO
                READ ARQ-PROJECAO
                   AT END
                      SET FIM-PROJECAO TO TRUE
                   NOT AT END
                      PERFORM 120-ACUMULA-PREVISTO
                END-READ
             END-PERFORM
             CLOSE ARQ-PROJECAO
          END-IF.
      *
       120-ACUMULA-PREVISTO.
      *    AS LINHAS '***' SAO O TOTAL DA EMPRESA NA PROJECAO.
          IF   RP-DEPTOFUN NOT = '***'
               AND RP-ANOMES > WK-PERIODO
               AND RP-ANOMES NOT > WK-ANOMES-DEZ
             MOVE RP-TOTAL TO WK-VALOR-PROJ
             PERFORM 130-PROCURA-PREVISTO
             IF   WK-P = ZEROS
                IF   WK-QTDE-PREVISTO < 500
                   ADD 1 TO WK-QTDE-PREVISTO
                   MOVE WK-QTDE-PREVISTO TO WK-P
                   MOVE RP-DEPTOFUN TO TP-DEPTO(WK-P)
                   MOVE ZEROS       TO TP-VALOR(WK-P)
                ELSE
                   DISPLAY 'RELORCAM: TABELA DE PREVISTO CHEIA - '
                           'DEPARTAMENTO ' RP-DEPTOFUN ' IGNORADO'
                END-IF
             END-IF
             IF   WK-P > ZEROS
                ADD WK-VALOR-PROJ TO TP-VALOR(WK-P)
             END-IF
          END-IF.
      *
       130-PROCURA-PREVISTO.
          PERFORM VARYING WK-P FROM 1 BY 1
                    UNTIL WK-P > WK-QTDE-PREVISTO
                       OR TP-DEPTO(WK-P) = RP-DEPTOFUN
             CONTINUE
          END-PERFORM.
          IF   WK-P > WK-QTDE-PREVISTO
             MOVE ZEROS TO WK-P
          END-IF.
      *
       200-PROCESSAR SECTION.
       201-PROCESSAR.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-ORCADO
                  INTO :DB2-DEPTO-COD, :WK-EMPRESA,
                       :WK-QTDE-ORC, :WK-CUSTO-ORC, :WK-ORC-ANO,
                       :WK-QTDE-REAL, :WK-CUSTO-REAL, :WK-REAL-ANO,
                       :WK-DEPTO-PAI
             END-EXEC
             IF   SQLCODE = 0
                PERFORM 210-TRATA-DEPARTAMENTO
             END-IF
          END-PERFORM.
          IF   SQLCODE NOT = 100
             MOVE SQLCODE TO WK-SQLCODE-EDIT
             CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
             DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                     ' NA LEITURA DO ORCAMENTO'
             MOVE 12 TO RETURN-CODE
          END-IF.
          IF   HD-QTDE-DEPTOS > ZEROS
             CALL "HIERDEPT" USING HD-AREA
             IF   HD-ESTOUROU
                DISPLAY 'RELORCAM: HIERARQUIA COM MAIS LINHAS QUE O '
                        'RELATORIO COMPORTA'
                MOVE 12 TO RETURN-CODE
                STOP RUN
             END-IF
             IF   HD-QTDE-FORA-ARVORE > ZEROS
                DISPLAY 'RELORCAM: ' HD-QTDE-FORA-ARVORE
                        ' DEPARTAMENTO(S) EM CICLO DE DEPTOPAI - '
                        'CONFIRA O CADASTRO'
             END-IF
             PERFORM 240-IMPRIME-LINHA
                     VARYING WK-LIN FROM 1 BY 1
                     UNTIL WK-LIN > HD-QTDE-LINHAS
          END-IF.
      *
       210-TRATA-DEPARTAMENTO.
          IF   HD-QTDE-DEPTOS NOT < 500
             DISPLAY 'RELORCAM: MAIS DE 500 DEPARTAMENTOS - AMPLIAR '
                     'A TABELA DO CPYHIERD'
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          ADD 1 TO WK-QTDE-DEPTOS.

      *    PREVISTO DO RESTO DO ANO: PROJFOLH, OU O REALIZADO DO MES
      *    REPETIDO QUANDO O DEPARTAMENTO NAO ESTA NA PROJECAO.
          MOVE DB2-DEPTO-COD TO RP-DEPTOFUN.
          PERFORM 130-PROCURA-PREVISTO.
          IF   WK-P > ZEROS
             MOVE TP-VALOR(WK-P) TO WK-PREV-ANO
          ELSE
             COMPUTE WK-PREV-ANO = WK-CUSTO-REAL * WK-MESES-RESTANTES
             IF   WK-MESES-RESTANTES > ZEROS
                  AND WK-CUSTO-REAL > ZEROS
                ADD 1 TO WK-QTDE-SEM-PREVISTO
             END-IF
          END-IF.
          COMPUTE WK-PROJ-ANO = WK-REAL-ANO + WK-PREV-ANO.

          MOVE 'N' TO WK-ESTOURO.
          IF   WK-ORC-ANO = ZEROS
             ADD 1 TO WK-QTDE-SEM-ORCAMENTO
          ELSE
             IF   WK-PROJ-ANO > WK-ORC-ANO
                SET ESTOURO-PREVISTO TO TRUE
                ADD 1 TO WK-QTDE-ESTOURO
             END-IF
          END-IF.

      *    A LINHA SO SAI DEPOIS DO HIERDEPT, NA ORDEM DA ARVORE.
          ADD 1 TO HD-QTDE-DEPTOS.
          MOVE DB2-DEPTO-COD TO HD-COD(HD-QTDE-DEPTOS).
          MOVE WK-DEPTO-PAI  TO HD-PAI(HD-QTDE-DEPTOS).
          MOVE WK-EMPRESA    TO HD-EMPRESA(HD-QTDE-DEPTOS).
          MOVE WK-QTDE-ORC   TO HD-VALOR(HD-QTDE-DEPTOS, 1).
          MOVE WK-QTDE-REAL  TO HD-VALOR(HD-QTDE-DEPTOS, 2).
          MOVE WK-CUSTO-ORC  TO HD-VALOR(HD-QTDE-DEPTOS, 3).
          MOVE WK-CUSTO-REAL TO HD-VALOR(HD-QTDE-DEPTOS, 4).
          MOVE WK-ORC-ANO    TO HD-VALOR(HD-QTDE-DEPTOS, 5).
          MOVE WK-PROJ-ANO   TO HD-VALOR(HD-QTDE-DEPTOS, 6).
      *
       230-GRAVA-LINHA.
      *    VARIACAO = REAL (OU PROJETADO) MENOS ORCADO; O PERCENTUAL
      *    E SOBRE O ORCADO E SAI ZERADO QUANDO NAO HA ORCAMENTO.
          COMPUTE WK-VAR-QTDE  = WK-L-QTDE-REAL  - WK-L-QTDE-ORC.
          COMPUTE WK-VAR-CUSTO = WK-L-CUSTO-REAL - WK-L-CUSTO-ORC.
          COMPUTE WK-VAR-ANO   = WK-L-PROJ-ANO   - WK-L-ORC-ANO.
          IF   WK-L-CUSTO-ORC > ZEROS
             COMPUTE WK-PCT-CUSTO ROUNDED =
                     WK-VAR-CUSTO * 100 / WK-L-CUSTO-ORC
          ELSE
             MOVE ZEROS TO WK-PCT-CUSTO
          END-IF.
          IF   WK-L-ORC-ANO > ZEROS
             COMPUTE WK-PCT-ANO ROUNDED =
                     WK-VAR-ANO * 100 / WK-L-ORC-ANO
          ELSE
             MOVE ZEROS TO WK-PCT-ANO
          END-IF.
          MOVE WK-L-QTDE-ORC   TO RO-QTDE-ORC.
          MOVE WK-L-QTDE-REAL  TO RO-QTDE-REAL.
          MOVE WK-VAR-QTDE     TO RO-VAR-QTDE.
          MOVE WK-L-CUSTO-ORC  TO RO-CUSTO-ORC.
          MOVE WK-L-CUSTO-REAL TO RO-CUSTO-REAL.
          MOVE WK-VAR-CUSTO    TO RO-VAR-CUSTO.
          MOVE WK-PCT-CUSTO    TO RO-PCT-CUSTO.
          MOVE WK-L-ORC-ANO    TO RO-ORC-ANO.
          MOVE WK-L-PROJ-ANO   TO RO-PROJ-ANO.
          MOVE WK-VAR-ANO      TO RO-VAR-ANO.
          MOVE WK-PCT-ANO      TO RO-PCT-ANO.
          EVALUATE TRUE
             WHEN WK-L-ORC-ANO = ZEROS
                MOVE 'SEM ORCAMENTO'    TO RO-SITUACAO
             WHEN WK-L-PROJ-ANO > WK-L-ORC-ANO
                MOVE 'ESTOURO PREVISTO' TO RO-SITUACAO
             WHEN OTHER
                MOVE SPACES             TO RO-SITUACAO
          END-EVALUATE.
          WRITE REG-RELORCAM.
      *
       240-IMPRIME-LINHA.
      *    DEPARTAMENTO E SUBTOTAL DA AREA LEVAM O CODIGO DO
      *    DEPARTAMENTO; EMPRESA E TOTAL GERAL SAEM COMO '***'.
          MOVE HD-TOTAL(WK-LIN, 1) TO WK-L-QTDE-ORC.
          MOVE HD-TOTAL(WK-LIN, 2) TO WK-L-QTDE-REAL.
          MOVE HD-TOTAL(WK-LIN, 3) TO WK-L-CUSTO-ORC.
          MOVE HD-TOTAL(WK-LIN, 4) TO WK-L-CUSTO-REAL.
          MOVE HD-TOTAL(WK-LIN, 5) TO WK-L-ORC-ANO.
          MOVE HD-TOTAL(WK-LIN, 6) TO WK-L-PROJ-ANO.
          MOVE HD-IDX(WK-LIN)      TO WK-IDX.
          MOVE SPACES              TO REG-RELORCAM.
          IF   HD-LINHA-DEPTO(WK-LIN) OR HD-LINHA-AREA(WK-LIN)
             MOVE HD-COD(WK-IDX)   TO RO-DEPTOFUN
          ELSE
             MOVE '***'            TO RO-DEPTOFUN
          END-IF.
          MOVE HD-EMPRESA-LINHA(WK-LIN) TO RO-EMPRESA.
          MOVE HD-TIPO-LINHA(WK-LIN)    TO RO-TIPO-LINHA.
          MOVE HD-NIVEL(WK-LIN)         TO RO-NIVEL.
          PERFORM 230-GRAVA-LINHA.
          IF   HD-LINHA-DEPTO(WK-LIN)
               AND WK-L-ORC-ANO > ZEROS
               AND WK-L-PROJ-ANO > WK-L-ORC-ANO
             DISPLAY 'ESTOURO PREVISTO: DEPARTAMENTO ' RO-DEPTOFUN
                     ' EMPRESA ' RO-EMPRESA ' - ANO PROJETADO '
                     RO-PROJ-ANO ' X ORCADO ' RO-ORC-ANO
          END-IF.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          EXEC SQL
             CLOSE CUR-ORCADO
          END-EXEC.
          CLOSE ARQ-RELORCAM.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DO ORCADO X REALIZADO ' WK-PERIODO.
          DISPLAY '  DEPARTAMENTOS ......... ' WK-QTDE-DEPTOS.
          DISPLAY '  COM ESTOURO PREVISTO .. ' WK-QTDE-ESTOURO.
          DISPLAY '  SEM ORCAMENTO NO ANO .. ' WK-QTDE-SEM-ORCAMENTO.
          DISPLAY '  PREVISTO PELO REAL .... ' WK-QTDE-SEM-PREVISTO.
          DISPLAY '================================================'.
          IF   WK-QTDE-ESTOURO > ZEROS AND RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
          END-IF.
          EXIT.
