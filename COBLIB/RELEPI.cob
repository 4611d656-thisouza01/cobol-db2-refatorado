        IDENTIFICATION DIVISION.
        PROGRAM-ID.    RELEPI.
        AUTHOR.        THIAGO.
      **************************************************
      * CONFORMIDADE DE EPI E BENS POR CARGO (MENSAL,  *
      * MOLDE DO RELTREIN): CRUZA OS ITENS EXIGIDOS    *
      * POR CARGO (EAD719.ITEMCARGO, MANITEM) COM O    *
      * LIVRO DE CUSTODIA (EAD719.CUSTODIA, MANCUST) E *
      * LISTA, POR DEPARTAMENTO, TODO FUNCIONARIO      *
      * ATIVO SEM O ITEM EM SEU PODER (FALTANTE) OU    *
      * COM A TROCA VENCIDA - ENTREGA MAIS RECENTE     *
      * ALEM DO INTERVALO DE TROCA DO CATALOGO         *
      * (TROCAMES; ZERO = SEM TROCA PERIODICA).        *
      *                                                *
      * LEIAUTE DO RELATORIO (EPIREL):                 *
      *   DEPTOFUN X(03) CODFUN X(07) NOMEFUN X(30)    *
      *   CARGOFUN X(04) CODITEM X(06)                 *
      *   DESCRICAO X(30) ENTREGA X(10)                *
      *   SITUACAO X(13)  FALTANTE / TROCA VENCIDA     *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RELATORIO     ASSIGN TO EPIREL
                                     ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-RELATORIO.
       01  REG-RELATORIO.
           05  RL-DEPTOFUN          PIC X(03).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RL-CODFUN            PIC X(07).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RL-NOMEFUN           PIC X(30).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RL-CARGOFUN          PIC X(04).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RL-CODITEM           PIC X(06).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RL-DESCRICAO         PIC X(30).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RL-ENTREGA           PIC X(10).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RL-SITUACAO          PIC X(13).
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
       77  WK-CODITEM                PIC X(06)       VALUE SPACES.
       77  WK-DESCRICAO              PIC X(30)       VALUE SPACES.
       77  WK-TROCAMES               PIC 9(03)       VALUE ZEROS.
       77  WK-ENTREGA                PIC X(10)       VALUE SPACES.
      *
      *    ENTREGA NO FORMATO EUR DO DB2 (DD.MM.AAAA).
       01  WK-ENTREGA-PARTES.
           05  WK-ENT-DIA           PIC 99.
           05  FILLER               PIC X.
           05  WK-ENT-MES           PIC 99.
           05  FILLER               PIC X.
           05  WK-ENT-ANO           PIC 9(04).
       77  WK-VENC-ANO               PIC 9(04)       VALUE ZEROS.
       77  WK-VENC-MES               PIC S9(05)      VALUE ZEROS.
       77  WK-VENC-NUM               PIC 9(08)       VALUE ZEROS.
       77  WK-HOJE-NUM               PIC 9(08)       VALUE ZEROS.
       01  WK-DATA-ATUAL.
           05  WK-DATA-AAAAMMDD     PIC 9(08).
           05  FILLER               PIC X(13).
      *
       77  WK-SITUACAO               PIC X(13)       VALUE SPACES.
       77  WK-QTDE-EXIGIDA           PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-FALTANTE          PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-VENCIDA           PIC 9(05)       VALUE ZEROS.
      *
      *    EXIGENCIAS DO CARGO DE CADA ATIVO, COM A ENTREGA MAIS
      *    RECENTE AINDA EM PODER DO FUNCIONARIO (SE HOUVER) AO
      *    LADO - LEFT JOIN: SEM ENTREGA EM ABERTO = FALTANTE.
       EXEC SQL
           DECLARE CUR-CONFORMIDADE CURSOR FOR
               SELECT F.CODFUN, F.NOMEFUN, F.DEPTOFUN, F.CARGOFUN,
                      R.CODITEM, I.DESCRICAO, I.TROCAMES,
                      COALESCE(CHAR(MAX(C.DATAENTREGA), EUR), ' ')
                 FROM EAD719.FUNCIONARIOS F
                 JOIN EAD719.ITEMCARGO R
                   ON R.CARGOFUN = F.CARGOFUN
                 JOIN EAD719.ITEMCUST I
                   ON I.CODITEM = R.CODITEM
                 LEFT JOIN EAD719.CUSTODIA C
                        ON C.CODFUN   = F.CODFUN
                       AND C.CODITEM  = R.CODITEM
                       AND C.SITUACAO = 'A'
                WHERE F.STATUSFUN IN ('A', 'V')
                GROUP BY F.DEPTOFUN, F.CODFUN, F.NOMEFUN, F.CARGOFUN,
                         R.CODITEM, I.DESCRICAO, I.TROCAMES
                ORDER BY F.DEPTOFUN, F.CODFUN, R.CODITEM
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
          MOVE WK-DATA-AAAAMMDD      TO WK-HOJE-NUM.
          OPEN OUTPUT ARQ-RELATORIO.
          EXEC SQL
             OPEN CUR-CONFORMIDADE
          END-EXEC.
      *
       200-PROCESSAR SECTION.
       201-PROCESSAR.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-CONFORMIDADE
                  INTO :DB2-CODFUN, :DB2-NOMEFUN, :DB2-DEPTOFUN,
                       :DB2-CARGOFUN, :WK-CODITEM, :WK-DESCRICAO,
                       :WK-TROCAMES, :WK-ENTREGA
             END-EXEC
             IF   SQLCODE = 0
                ADD 1 TO WK-QTDE-EXIGIDA
                PERFORM 210-AVALIA-EXIGENCIA
             END-IF
          END-PERFORM.
          IF   SQLCODE NOT = 100
             MOVE SQLCODE TO WK-SQLCODE-EDIT
             CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
             DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                     ' NA LEITURA DAS EXIGENCIAS DE EPI'
             MOVE 12 TO RETURN-CODE
          END-IF.
          EXEC SQL
             CLOSE CUR-CONFORMIDADE
          END-EXEC.
      *
       210-AVALIA-EXIGENCIA.
          MOVE SPACES TO WK-SITUACAO.
          EVALUATE TRUE
             WHEN WK-ENTREGA = SPACES
                MOVE 'FALTANTE' TO WK-SITUACAO
                ADD 1 TO WK-QTDE-FALTANTE
             WHEN WK-TROCAMES = ZEROS
      *         ITEM SEM TROCA PERIODICA - EM PODER, CONFORME.
                CONTINUE
             WHEN OTHER
                PERFORM 220-CONFERE-TROCA
          END-EVALUATE.
          IF   WK-SITUACAO NOT = SPACES
             PERFORM 230-RELATA-PENDENCIA
          END-IF.
      *
       220-CONFERE-TROCA.
      *    TROCA DEVIDA = ENTREGA + INTERVALO EM MESES (PRECISAO DE
      *    CALENDARIO DE MES, COMO NO RELTREIN).
          MOVE WK-ENTREGA TO WK-ENTREGA-PARTES.
          IF   WK-ENTREGA-PARTES(7:4) IS NUMERIC
             MOVE WK-ENT-ANO TO WK-VENC-ANO
             COMPUTE WK-VENC-MES = WK-ENT-MES + WK-TROCAMES
             PERFORM UNTIL WK-VENC-MES NOT > 12
                SUBTRACT 12 FROM WK-VENC-MES
                ADD 1 TO WK-VENC-ANO
             END-PERFORM
             COMPUTE WK-VENC-NUM = WK-VENC-ANO * 10000
                                 + WK-VENC-MES * 100 + WK-ENT-DIA
             IF   WK-VENC-NUM < WK-HOJE-NUM
                MOVE 'TROCA VENCIDA' TO WK-SITUACAO
                ADD 1 TO WK-QTDE-VENCIDA
             END-IF
          END-IF.
      *
       230-RELATA-PENDENCIA.
          MOVE SPACES            TO REG-RELATORIO.
          MOVE DB2-DEPTOFUN      TO RL-DEPTOFUN.
          MOVE DB2-CODFUN        TO RL-CODFUN.
          MOVE DB2-NOMEFUN-TEXT  TO RL-NOMEFUN.
          MOVE DB2-CARGOFUN      TO RL-CARGOFUN.
          MOVE WK-CODITEM        TO RL-CODITEM.
          MOVE WK-DESCRICAO      TO RL-DESCRICAO.
          MOVE WK-ENTREGA        TO RL-ENTREGA.
          MOVE WK-SITUACAO       TO RL-SITUACAO.
          WRITE REG-RELATORIO.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          CLOSE ARQ-RELATORIO.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DA CONFORMIDADE DE EPI E BENS'.
          DISPLAY '  ITENS EXIGIDOS ........ ' WK-QTDE-EXIGIDA.
          DISPLAY '  ITENS FALTANTES ....... ' WK-QTDE-FALTANTE.
          DISPLAY '  TROCAS VENCIDAS ....... ' WK-QTDE-VENCIDA.
          DISPLAY '================================================'.
          EXIT.
