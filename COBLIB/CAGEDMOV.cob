      * DESLIGAMENTOS (STATUSFUN PARA 'D') DO PERIODO  *
      * EM FUNCIONARIOS_HIST, MAPEIA OS NOSSOS CAMPOS  *
      * (CPF, NASCFUN, SALARIOFUN, CARGO E O MOTIVO    *
      * CODIFICADO QUE TERMINA/DESLDEPT/VENCECON       *
      * GRAVAM NA LINHA 'MOTDESLIG' DO HISTORICO, CUJO *
      * CODIGO DO CAGED VEM DE EAD719.MOTDESLIG; NOS   *
      * DESLIGAMENTOS ANTERIORES AO CODIGO, O MOTIVO   *
      * LIVRE DA LINHA 'DESLIGAMTO') PARA O            *
      * LEIAUTE FIXO DO MINISTERIO, COM HEADER/TRAILER *
      * E TOTAIS - E APONTA NO RELATORIO DE DIVERGENCIA*
      * TODO EVENTO SEM CAMPO OBRIGATORIO (CPF EM      *
      * BRANCO NO CADASTRO ANTIGO), PARA ACERTO VIA    *
      * ALTCPF ANTES DO PRAZO DA ENTREGA. O ANALISTA   *
      * PARA DE REDIGITAR NO SISTEMA DO GOVERNO.       *
      * ESTAGIARIO (CONTRATO G) NAO E EMPREGADO E NAO  *
      * VAI AO CAGED; A EFETIVACAO DO ESTAGIARIO (TROCA*
      * DE TIPOCONTR G PARA OUTRO, VIA ALTCONTR) CONTA *
      * COMO ADMISSAO NO MES.                          *
      * CADA EVENTO LEVA O CNPJ DO ESTABELECIMENTO DO  *
      * DEPARTAMENTO (EAD719.FILIAL, MANFILIA) E O     *
      * ARQUIVO TRAZ UM SUBTOTAL POR ESTABELECIMENTO;  *
      * DEPARTAMENTO SEM ESTABELECIMENTO E DIVERGENCIA.*
      * PARM='PERIODO=AAAAMM' (SEM PARM, MES ANTERIOR).*
      *                                                *
      * LEIAUTE DO ARQUIVO (CAGEDOUT):                 *
      *   TIPO 0: '0' + COMPETENCIA 9(06) + ORIGEM     *
      *   TIPO 1: '1' + MOV X(01) A=ADMISSAO           *
      *           D=DESLIGAMENTO + CPF X(11) +         *
      *           NASC X(10) + CODFUN X(07) + SALARIO  *
      *           9(07)V99 + CARGO X(04) + MOTIVO      *
      *           X(02) (CODLEGAL DO MOTIVO; NO TEXTO  *
      *           LIVRE, 01=PEDIDO 02=EMPREGADOR       *
      *           03=TERMINO DE CONTRATO) + CNPJ       *
      *           X(14)                                *
      *   TIPO 8: '8' + CNPJ X(14) + ADMISSOES 9(05) + *
      *           DESLIGAMENTOS 9(05) (UM POR          *
      *           ESTABELECIMENTO)                     *
      *   TIPO 9: '9' + ADMISSOES 9(05) +              *
      *           DESLIGAMENTOS 9(05)                  *
      **************************************************
           05  CD-MOV               PIC X(01).
           05  CD-CPF               PIC X(11).
           05  CD-NASC              PIC X(10).
           05  CD-CODFUN            PIC X(07).
           05  CD-SALARIO           PIC 9(07)V99.
           05  CD-CARGO             PIC X(04).
           05  CD-MOTIVO            PIC X(02).
           05  CD-CNPJ              PIC X(14).
           05  FILLER               PIC X(01).
       01  REG-CAGED-ESTAB REDEFINES REG-CAGED.
           05  CE-TIPO              PIC X(01).
           05  CE-CNPJ              PIC X(14).
           05  CE-ADMISSOES         PIC 9(05).
           05  CE-DESLIGAMENTOS     PIC 9(05).
           05  FILLER               PIC X(35).
       01  REG-CAGED-TRAILER REDEFINES REG-CAGED.
           05  CT-TIPO              PIC X(01).
           05  CT-ADMISSOES         PIC 9(05).
      *
       FD  ARQ-DIVERGENCIA.
       01  REG-DIVERGENCIA.
           05  DV-CODFUN            PIC X(07).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  DV-NOMEFUN           PIC X(30).
           05  FILLER               PIC X(02)       VALUE SPACES.
       77  DB2-NASCFUN               PIC X(11)       VALUE SPACES.
       77  DB2-CARGOFUN              PIC X(04)       VALUE SPACES.
       77  WK-MOTIVO-TEXTO           PIC X(30)       VALUE SPACES.
       77  WK-CODLEGAL               PIC X(02)       VALUE SPACES.
       77  WK-MOV                    PIC X(01)       VALUE SPACES.
       77  WK-CNPJ                   PIC X(14)       VALUE SPACES.
      *
       77  WK-ACHOU-PEDIDO           PIC 9(02)       VALUE ZEROS.
       77  WK-QTDE-ADMISSOES         PIC 9(05)       VALUE ZEROS.
           05  WK-HOJE-AAAA         PIC 9(04).
           05  WK-HOJE-MM           PIC 9(02).
           05  FILLER               PIC X(15).
      *
      *    SUBTOTAIS POR ESTABELECIMENTO (CNPJ), NA MEMORIA.
       01  TAB-ESTAB.
           05  TE-ENTRADA            OCCURS 50 TIMES.
               10  TE-CNPJ           PIC X(14).
               10  TE-ADMISSOES      PIC 9(05).
               10  TE-DESLIG         PIC 9(05).
       77  WK-QTDE-ESTAB             PIC 9(03)       VALUE ZEROS.
       77  WK-IDX                    PIC 9(03)       VALUE ZEROS.
      *
       EXEC SQL
           DECLARE CUR-ADMISSOES CURSOR FOR
               SELECT H.CODFUN, F.NOMEFUN, COALESCE(F.CPFFUN, ' '),
                      F.NASCFUN, F.SALARIOFUN,
                      COALESCE(F.CARGOFUN, ' '),
                      COALESCE(E.CNPJFIL, ' ')
                 FROM EAD719.FUNCIONARIOS_HIST H
                 JOIN EAD719.FUNCIONARIOS F
                   ON F.CODFUN = H.CODFUN
                 LEFT JOIN EAD719.DEPARTAMENTOS D
                   ON D.DEPTOFUN = F.DEPTOFUN
                 LEFT JOIN EAD719.FILIAL E
                   ON E.CODFILIAL = D.FILIALDEP
                WHERE (H.CAMPOALT IN ('INCLUSAO', 'READMISSAO')
                       OR (H.CAMPOALT = 'TIPOCONTR'
                           AND H.VALORANTIGO LIKE 'G%'))
                  AND YEAR(H.DATAALT) * 100 + MONTH(H.DATAALT)
                      = :WK-PERIODO
                  AND COALESCE(F.TIPOCONTR, ' ') NOT = 'G'
                ORDER BY H.CODFUN
       END-EXEC.
      *
      *    O CODIGO DO CAGED VEM DO MOTIVO CODIFICADO DA LINHA
      *    'MOTDESLIG' DO MESMO MES; O TEXTO DA LINHA 'DESLIGAMTO'
      *    SO SERVE QUANDO NAO HA CODIGO (TERMINA/DESLDEPT/VENCECON
      *    GRAVAM AS DUAS).
       EXEC SQL
           DECLARE CUR-DESLIG CURSOR FOR
               SELECT H.CODFUN, F.NOMEFUN, COALESCE(F.CPFFUN, ' '),
                                   AND M.CAMPOALT = 'DESLIGAMTO'
                                   AND YEAR(M.DATAALT) * 100
                                       + MONTH(M.DATAALT)
                                       = :WK-PERIODO), ' '),
                      COALESCE((SELECT MAX(L.CODLEGAL)
                                  FROM EAD719.FUNCIONARIOS_HIST M
                                  JOIN EAD719.MOTDESLIG L
                                    ON L.CODMOTIVO =
                                       SUBSTR(M.VALORNOVO, 1, 2)
                                 WHERE M.CODFUN   = H.CODFUN
                                   AND M.CAMPOALT = 'MOTDESLIG'
                                   AND YEAR(M.DATAALT) * 100
                                       + MONTH(M.DATAALT)
                                       = :WK-PERIODO), ' '),
                      COALESCE(E.CNPJFIL, ' ')
                 FROM EAD719.FUNCIONARIOS_HIST H
                 JOIN EAD719.FUNCIONARIOS F
                   ON F.CODFUN = H.CODFUN
                 LEFT JOIN EAD719.DEPARTAMENTOS D
                   ON D.DEPTOFUN = F.DEPTOFUN
                 LEFT JOIN EAD719.FILIAL E
                   ON E.CODFILIAL = D.FILIALDEP
                WHERE H.CAMPOALT = 'STATUSFUN'
                  AND H.VALORNOVO LIKE 'D%'
                  AND YEAR(H.DATAALT) * 100 + MONTH(H.DATAALT)
                      = :WK-PERIODO
                  AND COALESCE(F.TIPOCONTR, ' ') NOT = 'G'
                ORDER BY H.CODFUN
       END-EXEC.
      *
             EXEC SQL
                FETCH CUR-ADMISSOES
                  INTO :DB2-CODFUN, :DB2-NOMEFUN, :DB2-CPFFUN,
                       :DB2-NASCFUN, :DB2-SALARIOFUN, :DB2-CARGOFUN,
                       :WK-CNPJ
             END-EXEC
             IF   SQLCODE = 0
                MOVE 'A' TO WK-MOV
                MOVE SPACES TO WK-MOTIVO-TEXTO WK-CODLEGAL
                PERFORM 401-GRAVA-MOVIMENTO
             END-IF
          END-PERFORM.
                FETCH CUR-DESLIG
                  INTO :DB2-CODFUN, :DB2-NOMEFUN, :DB2-CPFFUN,
                       :DB2-NASCFUN, :DB2-SALARIOFUN,
                       :DB2-CARGOFUN, :WK-MOTIVO-TEXTO,
                       :WK-CODLEGAL, :WK-CNPJ
             END-EXEC
             IF   SQLCODE = 0
                MOVE 'D' TO WK-MOV
                MOVE 'NASCIMENTO ILEGIVEL NO CADASTRO'
                     TO DV-MOTIVO
                PERFORM 490-GRAVA-DIVERGENCIA
             WHEN WK-CNPJ = SPACES
                MOVE 'DEPARTAMENTO SEM ESTABELECIMENTO'
                     TO DV-MOTIVO
                PERFORM 490-GRAVA-DIVERGENCIA
             WHEN OTHER
                MOVE SPACES          TO REG-CAGED
                MOVE '1'             TO CD-TIPO
                MOVE DB2-CODFUN      TO CD-CODFUN
                MOVE DB2-SALARIOFUN  TO CD-SALARIO
                MOVE DB2-CARGOFUN    TO CD-CARGO
                MOVE WK-CNPJ         TO CD-CNPJ
                PERFORM 410-MAPEIA-MOTIVO
                WRITE REG-CAGED
                PERFORM 430-ACUMULA-ESTAB
                IF   WK-MOV = 'A'
                   ADD 1 TO WK-QTDE-ADMISSOES
                   ADD 1 TO TE-ADMISSOES(WK-IDX)
                ELSE
                   ADD 1 TO WK-QTDE-DESLIG
                   ADD 1 TO TE-DESLIG(WK-IDX)
                END-IF
          END-EVALUATE.
      *
       410-MAPEIA-MOTIVO.
      *    O CODIGO DO MINISTERIO E O DO MOTIVO CODIFICADO. SEM
      *    ELE (DESLIGAMENTO ANTIGO), O MOTIVO LIVRE: PEDIDO DO
      *    EMPREGADO = 01, TERMINO DE CONTRATO = 03, DEMAIS =
      *    INICIATIVA DO EMPREGADOR (02).
          EVALUATE TRUE
             WHEN WK-MOV = 'A'
                MOVE SPACES TO CD-MOTIVO
             WHEN WK-CODLEGAL NOT = SPACES
                MOVE WK-CODLEGAL TO CD-MOTIVO
             WHEN WK-MOTIVO-TEXTO(1:7) = 'TERMINO'
                MOVE '03' TO CD-MOTIVO
             WHEN OTHER
          ELSE
             MOVE '02' TO CD-MOTIVO
          END-IF.
      *
       430-ACUMULA-ESTAB.
          MOVE ZEROS TO WK-IDX.
          PERFORM VARYING WK-IDX FROM 1 BY 1
                  UNTIL WK-IDX > WK-QTDE-ESTAB
                     OR TE-CNPJ(WK-IDX) = WK-CNPJ
             CONTINUE
          END-PERFORM.
          IF   WK-IDX > WK-QTDE-ESTAB
             IF   WK-QTDE-ESTAB < 50
                ADD 1 TO WK-QTDE-ESTAB
                MOVE WK-QTDE-ESTAB TO WK-IDX
                MOVE WK-CNPJ TO TE-CNPJ(WK-IDX)
                MOVE ZEROS   TO TE-ADMISSOES(WK-IDX)
                                TE-DESLIG(WK-IDX)
             ELSE
                DISPLAY 'CAGEDMOV: MAIS DE 50 ESTABELECIMENTOS - '
                        'AUMENTE A TABELA'
                MOVE 12 TO RETURN-CODE
                STOP RUN
             END-IF
          END-IF.
      *
       490-GRAVA-DIVERGENCIA.
          MOVE DB2-CODFUN       TO DV-CODFUN.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          PERFORM 910-GRAVA-ESTAB
                  VARYING WK-IDX FROM 1 BY 1
                  UNTIL WK-IDX > WK-QTDE-ESTAB.
          MOVE SPACES            TO REG-CAGED.
          MOVE '9'               TO CT-TIPO.
          MOVE WK-QTDE-ADMISSOES TO CT-ADMISSOES.
          DISPLAY '  ADMISSOES ............. ' WK-QTDE-ADMISSOES.
          DISPLAY '  DESLIGAMENTOS ......... ' WK-QTDE-DESLIG.
          DISPLAY '  DIVERGENCIAS (FORA) ... ' WK-QTDE-DIVERGENTE.
          DISPLAY '  POR ESTABELECIMENTO (CNPJ / ADMISSOES / '
                  'DESLIGAMENTOS):'.
          PERFORM 920-EXIBE-ESTAB
                  VARYING WK-IDX FROM 1 BY 1
                  UNTIL WK-IDX > WK-QTDE-ESTAB.
          DISPLAY '================================================'.
          EXIT.
      *
       910-GRAVA-ESTAB.
          MOVE SPACES                 TO REG-CAGED.
          MOVE '8'                    TO CE-TIPO.
          MOVE TE-CNPJ(WK-IDX)        TO CE-CNPJ.
          MOVE TE-ADMISSOES(WK-IDX)   TO CE-ADMISSOES.
          MOVE TE-DESLIG(WK-IDX)      TO CE-DESLIGAMENTOS.
          WRITE REG-CAGED.
      *
       920-EXIBE-ESTAB.
          DISPLAY '    ' TE-CNPJ(WK-IDX) '  ' TE-ADMISSOES(WK-IDX)
                  '  ' TE-DESLIG(WK-IDX).
