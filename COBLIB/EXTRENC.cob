      * POR FUNCIONARIO E O RESUMO POR DEPARTAMENTO    *
      * COM TOTAL GERAL, QUE FECHA COM OS DEBITOS DO   *
      * GLJORNAL - A CONTA SAI DA PLANILHA DA          *
      * CONTABILIDADE. ESTAGIARIO (CONTRATO G) NAO E   *
      * EMPREGADO E NAO GERA ENCARGO - FICA DE FORA.   *
      * O RECOLHIMENTO E POR ESTABELECIMENTO: OS       *
      * DEPARTAMENTOS SAEM AGRUPADOS PELA FILIAL       *
      * (MANFILIA), COM UMA LINHA DE SUBTOTAL ('** ')  *
      * COM O CNPJ DE CADA UMA ANTES DO TOTAL GERAL.   *
      *                                                *
      * PARM='PERIODO=AAAAMM FGTS=NN INSS=NN'          *
      * (PADRAO: MES CORRENTE, FGTS 08, INSS 20).      *
      *                                                *
      * LEIAUTE DO ARQUIVO POR FUNCIONARIO (ENCFUNC):  *
      *   CODFUN   X(07)                               *
      *   NOMEFUN  X(30)                               *
      *   DEPTOFUN X(03)                               *
      *   PERIODO  9(06)                               *
      *   BASE     9(09)V99                            *
      *   FGTS     9(07)V99                            *
      *   INSS PAT 9(07)V99                            *
      *   FILIAL   X(04)                               *
      *   CNPJ     X(14)                               *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE SECTION.
       FD  ARQ-FUNCIONARIO.
       01  REG-FUNCIONARIO.
           05  RF-CODFUN            PIC X(07).
           05  RF-NOMEFUN           PIC X(30).
           05  RF-DEPTOFUN          PIC X(03).
           05  RF-PERIODO           PIC 9(06).
           05  RF-BASE              PIC 9(09)V99.
           05  RF-FGTS              PIC 9(07)V99.
           05  RF-INSSPAT           PIC 9(07)V99.
           05  RF-FILIAL            PIC X(04).
           05  RF-CNPJ              PIC X(14).
      *
       FD  ARQ-RESUMO.
       01  REG-RESUMO.
           05  RS-FGTS              PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RS-INSSPAT           PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RS-FILIAL            PIC X(04).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RS-CNPJ              PIC X(14).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
       77  WK-HORAS50                PIC 9(03)V99    VALUE ZEROS.
       77  WK-HORAS100               PIC 9(03)V99    VALUE ZEROS.
       77  WK-HORASFALTA             PIC 9(03)V99    VALUE ZEROS.
       77  WK-FILIAL                 PIC X(04)       VALUE SPACES.
       77  WK-CNPJ                   PIC X(14)       VALUE SPACES.
      *
      *    LEFT JOIN: QUEM NAO TEM MOVIMENTO DE PONTO NO PERIODO
      *    ENTRA SO COM O SALARIO BASE.
                      F.SALARIOFUN,
                      COALESCE(M.HORAS50, 0),
                      COALESCE(M.HORAS100, 0),
                      COALESCE(M.HORASFALTA, 0),
                      COALESCE(D.FILIALDEP, ' '),
                      COALESCE(E.CNPJFIL, ' ')
                 FROM EAD719.FUNCIONARIOS F
                 LEFT JOIN EAD719.MOVPONTO M
                        ON M.CODFUN  = F.CODFUN
                       AND M.PERIODO = :WK-PERIODO
                 LEFT JOIN EAD719.DEPARTAMENTOS D
                        ON D.DEPTOFUN = F.DEPTOFUN
                 LEFT JOIN EAD719.FILIAL E
                        ON E.CODFILIAL = D.FILIALDEP
                WHERE F.STATUSFUN = 'A'
                  AND COALESCE(F.TIPOCONTR, ' ') NOT = 'G'
                ORDER BY COALESCE(D.FILIALDEP, ' '), F.DEPTOFUN,
                         F.CODFUN
       END-EXEC.
      *
       77  WK-VALOR-HORA             PIC 9(05)V9(04) VALUE ZEROS.
       77  WK-DEPTO-BASE             PIC 9(11)V99    VALUE ZEROS.
       77  WK-DEPTO-FGTS             PIC 9(09)V99    VALUE ZEROS.
       77  WK-DEPTO-INSS             PIC 9(09)V99    VALUE ZEROS.
       77  WK-FILIAL-ANTERIOR        PIC X(04)       VALUE SPACES.
       77  WK-CNPJ-ANTERIOR          PIC X(14)       VALUE SPACES.
       77  WK-ESTAB-BASE             PIC 9(11)V99    VALUE ZEROS.
       77  WK-ESTAB-FGTS             PIC 9(09)V99    VALUE ZEROS.
       77  WK-ESTAB-INSS             PIC 9(09)V99    VALUE ZEROS.
       77  WK-TOTAL-BASE             PIC 9(11)V99    VALUE ZEROS.
       77  WK-TOTAL-FGTS             PIC 9(09)V99    VALUE ZEROS.
       77  WK-TOTAL-INSS             PIC 9(09)V99    VALUE ZEROS.
                FETCH CUR-ENCARGOS
                  INTO :DB2-CODFUN, :DB2-NOMEFUN, :DB2-DEPTOFUN,
                       :DB2-SALARIOFUN, :WK-HORAS50, :WK-HORAS100,
                       :WK-HORASFALTA, :WK-FILIAL, :WK-CNPJ
             END-EXEC
             IF   SQLCODE = 0
                PERFORM 210-CALCULA-E-GRAVA
      *
       210-CALCULA-E-GRAVA.
          IF   DB2-DEPTOFUN NOT = WK-DEPTO-ANTERIOR
            OR WK-FILIAL NOT = WK-FILIAL-ANTERIOR
             IF   WK-DEPTO-ANTERIOR NOT = SPACES
                PERFORM 220-GRAVA-RESUMO-DEPTO
             END-IF
             IF   WK-FILIAL NOT = WK-FILIAL-ANTERIOR
                IF   WK-DEPTO-ANTERIOR NOT = SPACES
                   PERFORM 230-GRAVA-RESUMO-ESTAB
                END-IF
                MOVE WK-FILIAL TO WK-FILIAL-ANTERIOR
                MOVE WK-CNPJ   TO WK-CNPJ-ANTERIOR
                MOVE ZEROS TO WK-ESTAB-BASE WK-ESTAB-FGTS
                              WK-ESTAB-INSS
             END-IF
             MOVE DB2-DEPTOFUN TO WK-DEPTO-ANTERIOR
             MOVE ZEROS TO WK-DEPTO-BASE WK-DEPTO-FGTS WK-DEPTO-INSS
          END-IF.
          MOVE WK-BASE           TO RF-BASE.
          MOVE WK-FGTS           TO RF-FGTS.
          MOVE WK-INSSPAT        TO RF-INSSPAT.
          MOVE WK-FILIAL         TO RF-FILIAL.
          MOVE WK-CNPJ           TO RF-CNPJ.
          WRITE REG-FUNCIONARIO.
          ADD 1 TO WK-QTDE-EXTRAIDA.

          ADD WK-BASE    TO WK-DEPTO-BASE WK-ESTAB-BASE
                            WK-TOTAL-BASE.
          ADD WK-FGTS    TO WK-DEPTO-FGTS WK-ESTAB-FGTS
                            WK-TOTAL-FGTS.
          ADD WK-INSSPAT TO WK-DEPTO-INSS WK-ESTAB-INSS
                            WK-TOTAL-INSS.
      *
       220-GRAVA-RESUMO-DEPTO.
          MOVE SPACES            TO REG-RESUMO.
          MOVE WK-DEPTO-BASE     TO RS-BASE.
          MOVE WK-DEPTO-FGTS     TO RS-FGTS.
          MOVE WK-DEPTO-INSS     TO RS-INSSPAT.
          MOVE WK-FILIAL-ANTERIOR TO RS-FILIAL.
          MOVE WK-CNPJ-ANTERIOR  TO RS-CNPJ.
          WRITE REG-RESUMO.
      *
       230-GRAVA-RESUMO-ESTAB.
      *    SUBTOTAL DO ESTABELECIMENTO ('** ') - E O VALOR
      *    RECOLHIDO NO CNPJ DA FILIAL.
          MOVE SPACES            TO REG-RESUMO.
          MOVE '** '             TO RS-DEPTOFUN.
          MOVE WK-ESTAB-BASE     TO RS-BASE.
          MOVE WK-ESTAB-FGTS     TO RS-FGTS.
          MOVE WK-ESTAB-INSS     TO RS-INSSPAT.
          MOVE WK-FILIAL-ANTERIOR TO RS-FILIAL.
          MOVE WK-CNPJ-ANTERIOR  TO RS-CNPJ.
          WRITE REG-RESUMO.
      *
       900-FINALIZAR SECTION.
          END-EXEC.
          IF   WK-DEPTO-ANTERIOR NOT = SPACES
             PERFORM 220-GRAVA-RESUMO-DEPTO
             PERFORM 230-GRAVA-RESUMO-ESTAB
          END-IF.
      *    LINHA DE TOTAL GERAL ('***') - A BASE TOTAL FECHA COM A
      *    SOMA DOS DEBITOS DO GLJORNAL DO MESMO PERIODO.
