      * MES COM VARIACAO ABSOLUTA E PERCENTUAL DA      *
      * QUANTIDADE DE FUNCIONARIOS E DO TOTAL DE       *
      * SALARIOS EM RELACAO AO MES ANTERIOR.           *
      * DEPOIS DOS DEPARTAMENTOS VEM O BLOCO DAS AREAS,*
      * COM A MESMA EVOLUCAO PARA O SUBTOTAL DE CADA   *
      * AREA (RT-TIPO-LINHA 'S', CODIGO DO DEPARTAMENTO*
      * DA AREA), DE CADA EMPRESA ('E', CODIGO '***') E*
      * O TOTAL GERAL ('T', EMPRESA 'TOT'). CADA MES E *
      * SOMADO PELA HIERARQUIA GRAVADA NA FOTOGRAFIA   *
      * DAQUELE MES (HIERDEPT), ENTAO UMA REORGANIZACAO*
      * NAO REESCREVE OS MESES ANTERIORES. AS AREAS    *
      * SAEM NA ORDEM EM QUE APARECEM PELA PRIMEIRA VEZ*
      * NA JANELA.                                     *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  RT-VAR-SAL           PIC +ZZ.ZZZ.ZZ9,99.
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RT-PCT-SAL           PIC +++9,99.
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RT-TIPO-LINHA        PIC X(01).
           05  FILLER               PIC X(01)       VALUE SPACES.
           05  RT-EMPRESA           PIC X(03).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
      * Variaveis de controle SQL
       COPY SQLVARS.
       COPY CPYDEPTO.
       COPY CPYHIERD.
      *
       EXEC SQL
           DECLARE CUR-TEND CURSOR FOR
               SELECT DEPTOFUN, ANOMES, QTDEFUNC, TOTALSAL,
                      COALESCE(EMPRESADEP, ' ')
                 FROM EAD719.SNAPDEPTO
                WHERE ANOMES >= :WK-ANOMES-CORTE
                ORDER BY DEPTOFUN, ANOMES
       END-EXEC.
      *
       EXEC SQL
           DECLARE CUR-MESES CURSOR FOR
               SELECT DISTINCT ANOMES
                 FROM EAD719.SNAPDEPTO
                WHERE ANOMES >= :WK-ANOMES-CORTE
                ORDER BY ANOMES
       END-EXEC.
      *
      *    FOTOGRAFIA DE UM MES COM A HIERARQUIA DAQUELE MES.
       EXEC SQL
           DECLARE CUR-TEND-MES CURSOR FOR
               SELECT DEPTOFUN,
                      COALESCE(DEPTOPAI, ' '),
                      COALESCE(EMPRESADEP, ' '),
                      QTDEFUNC, TOTALSAL
                 FROM EAD719.SNAPDEPTO
                WHERE ANOMES = :WK-ANOMES
                ORDER BY 3, DEPTOFUN
       END-EXEC.
      *
       01  WK-DATA-ATUAL.
           05  WK-HOJE-AAAA         PIC 9(04).
       77  WK-PCT-QTDE               PIC S9(03)V99   VALUE ZEROS.
       77  WK-PCT-SAL                PIC S9(03)V99   VALUE ZEROS.
       77  WK-QTDE-LINHAS            PIC 9(05)       VALUE ZEROS.
       77  WK-DEPTO-PAI              PIC X(03)       VALUE SPACES.
       77  WK-EMPRESA                PIC X(03)       VALUE SPACES.
      *
      *    MESES DA JANELA QUE TEM FOTOGRAFIA.
       01  TAB-MESES.
           05  TM-ANOMES             PIC 9(06)       OCCURS 99 TIMES.
       77  WK-QTDE-MESES             PIC 9(02)       VALUE ZEROS.
       77  WK-M                      PIC 9(03)       VALUE ZEROS.
      *
      *    SUBTOTAIS DE AREA, EMPRESA E GERAL DE CADA MES, DEVOLVIDOS
      *    PELO HIERDEPT.
       01  TAB-AREAS.
           05  TA-ENTRADA            OCCURS 200 TIMES.
               10  TA-CHAVE.
                   15  TA-TIPO       PIC X(01).
                   15  TA-CODIGO     PIC X(03).
                   15  TA-EMPRESA    PIC X(03).
               10  TA-MES            OCCURS 99 TIMES.
                   15  TA-TEM-MES    PIC X(01).
                   15  TA-QTDE       PIC 9(07).
                   15  TA-SAL        PIC 9(13)V99.
       77  WK-QTDE-AREAS             PIC 9(03)       VALUE ZEROS.
       77  WK-A                      PIC 9(03)       VALUE ZEROS.
       77  WK-LIN                    PIC 9(04)       VALUE ZEROS.
       77  WK-IDX                    PIC 9(04)       VALUE ZEROS.
       01  WK-CHAVE-AREA.
           05  WK-CHAVE-TIPO         PIC X(01).
           05  WK-CHAVE-CODIGO       PIC X(03).
           05  WK-CHAVE-EMPRESA      PIC X(03).
      *
       LINKAGE SECTION.
       01  LK-PARM.
       001-PRINCIPAL.
          PERFORM 101-INICIAR.
          PERFORM 201-PROCESSAR.
          PERFORM 301-AREAS.
          PERFORM 901-FINALIZAR.
          STOP RUN.
      *
             EXEC SQL
                FETCH CUR-TEND
                  INTO :DB2-DEPTO-COD, :WK-ANOMES,
                       :WK-QTDEFUNC, :WK-TOTALSAL, :WK-EMPRESA
             END-EXEC
             IF   SQLCODE = 0
                PERFORM 210-GRAVA-LINHA

          MOVE SPACES               TO REG-RELTEND.
          MOVE DB2-DEPTO-COD        TO RT-DEPTOFUN.
          MOVE 'D'                  TO RT-TIPO-LINHA.
          MOVE WK-EMPRESA           TO RT-EMPRESA.
          PERFORM 220-GRAVA-EVOLUCAO.
      *
       220-GRAVA-EVOLUCAO.
          MOVE WK-ANOMES            TO RT-ANOMES.
          MOVE WK-QTDEFUNC          TO RT-QTDEFUNC.
          MOVE WK-TOTALSAL          TO RT-TOTALSAL.

      *    NO PRIMEIRO MES DE CADA DEPARTAMENTO (OU AREA) NAO HA MES
      *    ANTERIOR PARA COMPARAR - AS VARIACOES SAEM ZERADAS.
          IF   PRIMEIRO-MES
             MOVE ZEROS TO RT-VAR-QTDE RT-PCT-QTDE
                           RT-VAR-SAL  RT-PCT-SAL
          MOVE WK-TOTALSAL TO WK-SAL-ANTERIOR.
          WRITE REG-RELTEND.
          ADD 1 TO WK-QTDE-LINHAS.
      *
       300-AREAS SECTION.
       301-AREAS.
      *    MONTA A ARVORE DE CADA MES DA JANELA E GUARDA OS
      *    SUBTOTAIS; DEPOIS IMPRIME AREA POR AREA, MES A MES.
          MOVE ZEROS TO WK-QTDE-MESES WK-QTDE-AREAS.
          EXEC SQL
             OPEN CUR-MESES
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-MESES
                  INTO :WK-ANOMES
             END-EXEC
             IF   SQLCODE = 0
                  AND WK-QTDE-MESES < 99
                ADD 1 TO WK-QTDE-MESES
                MOVE WK-ANOMES TO TM-ANOMES(WK-QTDE-MESES)
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-MESES
          END-EXEC.
          PERFORM 310-ARVORE-DO-MES
                  VARYING WK-M FROM 1 BY 1
                  UNTIL WK-M > WK-QTDE-MESES.
          PERFORM 340-GRAVA-AREA
                  VARYING WK-A FROM 1 BY 1
                  UNTIL WK-A > WK-QTDE-AREAS.
      *
       310-ARVORE-DO-MES.
          MOVE TM-ANOMES(WK-M) TO WK-ANOMES.
          MOVE ZEROS TO HD-QTDE-DEPTOS.
          EXEC SQL
             OPEN CUR-TEND-MES
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-TEND-MES
                  INTO :DB2-DEPTO-COD, :WK-DEPTO-PAI, :WK-EMPRESA,
                       :WK-QTDEFUNC, :WK-TOTALSAL
             END-EXEC
             IF   SQLCODE = 0
                PERFORM 315-GUARDA-DEPTO
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-TEND-MES
          END-EXEC.
          IF   HD-QTDE-DEPTOS > ZEROS
             CALL "HIERDEPT" USING HD-AREA
             IF   HD-ESTOUROU
                DISPLAY 'RELTEND: HIERARQUIA DE ' WK-ANOMES
                        ' COM MAIS LINHAS QUE O RELATORIO COMPORTA'
                CLOSE ARQ-RELTEND
                MOVE 12 TO RETURN-CODE
                STOP RUN
             END-IF
             IF   HD-QTDE-FORA-ARVORE > ZEROS
                DISPLAY 'RELTEND: ' HD-QTDE-FORA-ARVORE
                        ' DEPARTAMENTO(S) EM CICLO DE DEPTOPAI NA '
                        'FOTOGRAFIA DE ' WK-ANOMES
             END-IF
             PERFORM 320-GUARDA-AREA
                     VARYING WK-LIN FROM 1 BY 1
                     UNTIL WK-LIN > HD-QTDE-LINHAS
          END-IF.
      *
       315-GUARDA-DEPTO.
          IF   HD-QTDE-DEPTOS NOT < 500
             DISPLAY 'RELTEND: MAIS DE 500 DEPARTAMENTOS EM '
                     WK-ANOMES ' - AMPLIAR A TABELA DO CPYHIERD'
             CLOSE ARQ-RELTEND
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          ADD 1 TO HD-QTDE-DEPTOS.
          MOVE DB2-DEPTO-COD TO HD-COD(HD-QTDE-DEPTOS).
          MOVE WK-DEPTO-PAI  TO HD-PAI(HD-QTDE-DEPTOS).
          MOVE WK-EMPRESA    TO HD-EMPRESA(HD-QTDE-DEPTOS).
          MOVE WK-QTDEFUNC   TO HD-VALOR(HD-QTDE-DEPTOS, 1).
          MOVE WK-TOTALSAL   TO HD-VALOR(HD-QTDE-DEPTOS, 2).
          MOVE ZEROS         TO HD-VALOR(HD-QTDE-DEPTOS, 3)
                                HD-VALOR(HD-QTDE-DEPTOS, 4)
                                HD-VALOR(HD-QTDE-DEPTOS, 5)
                                HD-VALOR(HD-QTDE-DEPTOS, 6).
      *
       320-GUARDA-AREA.
      *    O DEPARTAMENTO SOZINHO JA SAIU NO PRIMEIRO BLOCO.
          IF   NOT HD-LINHA-DEPTO(WK-LIN)
             MOVE HD-TIPO-LINHA(WK-LIN) TO WK-CHAVE-TIPO
             IF   HD-LINHA-AREA(WK-LIN)
                MOVE HD-IDX(WK-LIN) TO WK-IDX
                MOVE HD-COD(WK-IDX) TO WK-CHAVE-CODIGO
             ELSE
                MOVE '***'          TO WK-CHAVE-CODIGO
             END-IF
             MOVE HD-EMPRESA-LINHA(WK-LIN) TO WK-CHAVE-EMPRESA
             PERFORM 330-PROCURA-AREA
             IF   WK-A > ZEROS
                MOVE 'S'                 TO TA-TEM-MES(WK-A, WK-M)
                MOVE HD-TOTAL(WK-LIN, 1) TO TA-QTDE(WK-A, WK-M)
                MOVE HD-TOTAL(WK-LIN, 2) TO TA-SAL(WK-A, WK-M)
             END-IF
          END-IF.
      *
       330-PROCURA-AREA.
          PERFORM VARYING WK-A FROM 1 BY 1
                    UNTIL WK-A > WK-QTDE-AREAS
                       OR TA-CHAVE(WK-A) = WK-CHAVE-AREA
             CONTINUE
          END-PERFORM.
          IF   WK-A > WK-QTDE-AREAS
             IF   WK-QTDE-AREAS < 200
                ADD 1 TO WK-QTDE-AREAS
                MOVE WK-QTDE-AREAS TO WK-A
                INITIALIZE TA-ENTRADA(WK-A)
                MOVE WK-CHAVE-AREA TO TA-CHAVE(WK-A)
             ELSE
                DISPLAY 'RELTEND: TABELA DE AREAS CHEIA - AREA '
                        WK-CHAVE-AREA ' IGNORADA'
                MOVE ZEROS TO WK-A
             END-IF
          END-IF.
      *
       340-GRAVA-AREA.
          MOVE 'S' TO WK-PRIMEIRO-MES.
          PERFORM 350-GRAVA-MES-AREA
                  VARYING WK-M FROM 1 BY 1
                  UNTIL WK-M > WK-QTDE-MESES.
      *
       350-GRAVA-MES-AREA.
      *    MES SEM A AREA (CRIADA OU DESFEITA NA JANELA) NAO SAI; A
      *    VARIACAO E SOBRE O ULTIMO MES EM QUE ELA EXISTIA.
          IF   TA-TEM-MES(WK-A, WK-M) = 'S'
             MOVE SPACES               TO REG-RELTEND
             MOVE TA-CODIGO(WK-A)      TO RT-DEPTOFUN
             MOVE TA-TIPO(WK-A)        TO RT-TIPO-LINHA
             MOVE TA-EMPRESA(WK-A)     TO RT-EMPRESA
             MOVE TM-ANOMES(WK-M)      TO WK-ANOMES
             MOVE TA-QTDE(WK-A, WK-M)  TO WK-QTDEFUNC
             MOVE TA-SAL(WK-A, WK-M)   TO WK-TOTALSAL
             PERFORM 220-GRAVA-EVOLUCAO
          END-IF.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
