        IDENTIFICATION DIVISION.
        PROGRAM-ID.    MANORCAM.
        AUTHOR.        THIAGO.
      **************************************************
      * REVISOES DO ORCAMENTO DE LOTACAO E FOLHA       *
      * (EAD719.ORCAMENTO, CARREGADO NO ANO PELO       *
      * CARGAORC). CADA REGISTRO DO SYSIN SUBSTITUI OU *
      * EXCLUI O ORCAMENTO DE UM DEPARTAMENTO NUM MES; *
      * A LINHA REVISADA FICA COM ORIGEM 'R' E A DATA  *
      * DA REVISAO, PARA DISTINGUIR DO ORCAMENTO       *
      * APROVADO NA CARGA ANUAL.                       *
      *                                                *
      * LEIAUTE DO SYSIN (UM REGISTRO POR OPERACAO):   *
      *   OPERACAO X(01)  I=INCLUI/SUBSTITUI E=EXCLUI  *
      *   DEPTO    X(03)                               *
      *   ANOMES   9(06)  AAAAMM                       *
      *   QTDE     9(05)  LOTACAO ORCADA               *
      *   CUSTO    9(11)V99  FOLHA ORCADA              *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-SYSIN         ASSIGN TO SYSIN
                                     ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SYSIN.
       01  REG-SYSIN.
           05  RS-OPERACAO          PIC X(01).
           05  RS-DEPTO             PIC X(03).
           05  RS-ANOMES            PIC X(06).
           05  RS-ANOMES-NUM REDEFINES RS-ANOMES
                                    PIC 9(06).
           05  RS-QTDE              PIC X(05).
           05  RS-QTDE-NUM REDEFINES RS-QTDE
                                    PIC 9(05).
           05  RS-CUSTO             PIC X(13).
           05  RS-CUSTO-NUM REDEFINES RS-CUSTO
                                    PIC 9(11)V99.
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
      * Variaveis de controle SQL
       COPY SQLVARS.
       COPY CPYSQLMSG.
           COPY CPYVALOK REPLACING ==WK-CAMPO-VALIDO== BY
                                       ==WK-DEPTO-VALIDO==
                                   ==CAMPO-VALIDO== BY
                                       ==DEPTO-VALIDO==.
      *
       77  WK-EOF-SYSIN              PIC X           VALUE 'N'.
           88  FIM-SYSIN                             VALUE 'S'.
       77  WK-QTDE-MANTIDA           PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-RECUSADA          PIC 9(05)       VALUE ZEROS.
       77  WK-ANOMES                 PIC 9(06)       VALUE ZEROS.
       77  WK-ANO                    PIC 9(04)       VALUE ZEROS.
       77  WK-MES                    PIC 9(02)       VALUE ZEROS.
       77  WK-QTDEORC                PIC 9(05)       VALUE ZEROS.
       77  WK-CUSTOORC               PIC 9(11)V99    VALUE ZEROS.
       77  WK-CUSTO-EDIT             PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                                     VALUE ZEROS.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
          PERFORM 101-INICIAR.
          PERFORM 201-PROCESSAR UNTIL FIM-SYSIN.
          PERFORM 901-FINALIZAR.
          STOP RUN.
      *
       100-INICIAR SECTION.
       101-INICIAR.
          OPEN INPUT ARQ-SYSIN.
          PERFORM 110-LER-TRANSACAO.
      *
       110-LER-TRANSACAO.
          READ ARQ-SYSIN
             AT END
                SET FIM-SYSIN TO TRUE
          END-READ.
      *
       200-PROCESSAR SECTION.
       201-PROCESSAR.
          IF   RS-ANOMES NUMERIC
             MOVE RS-ANOMES-NUM TO WK-ANOMES
             DIVIDE WK-ANOMES BY 100 GIVING WK-ANO
                                  REMAINDER WK-MES
          ELSE
             MOVE ZEROS TO WK-ANOMES WK-MES
          END-IF.
          EVALUATE TRUE
             WHEN WK-MES < 1 OR WK-MES > 12
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'DEPARTAMENTO ' RS-DEPTO ': ANOMES '
                        RS-ANOMES ' INVALIDO'
             WHEN RS-OPERACAO = 'I'
                PERFORM 210-REVISA-ORCAMENTO
             WHEN RS-OPERACAO = 'E'
                PERFORM 220-EXCLUI-ORCAMENTO
             WHEN OTHER
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'OPERACAO ' RS-OPERACAO ' INVALIDA - USE '
                        'I OU E'
          END-EVALUATE.
          PERFORM 110-LER-TRANSACAO.
      *
       210-REVISA-ORCAMENTO.
      *    O DEPARTAMENTO PRECISA EXISTIR (VALDEPTO); A REVISAO
      *    SUBSTITUI O ORCAMENTO DO MES, CARREGADO OU JA REVISADO.
          CALL "VALDEPTO" USING RS-DEPTO, WK-DEPTO-VALIDO.
          EVALUATE TRUE
             WHEN NOT DEPTO-VALIDO
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'DEPARTAMENTO ' RS-DEPTO ' NAO EXISTE - '
                        'REVISAO RECUSADA'
             WHEN RS-QTDE NOT NUMERIC OR RS-CUSTO NOT NUMERIC
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'DEPARTAMENTO ' RS-DEPTO ' MES ' RS-ANOMES
                        ': LOTACAO OU CUSTO NAO NUMERICO'
             WHEN OTHER
                MOVE RS-QTDE-NUM  TO WK-QTDEORC
                MOVE RS-CUSTO-NUM TO WK-CUSTOORC
                EXEC SQL
                   DELETE FROM EAD719.ORCAMENTO
                    WHERE ANOMES   = :WK-ANOMES
                      AND DEPTOFUN = :RS-DEPTO
                END-EXEC
                EXEC SQL
                   INSERT INTO EAD719.ORCAMENTO
                      (ANOMES, DEPTOFUN, QTDEORC, CUSTOORC, ORIGEM,
                       DATAATU)
                      VALUES (:WK-ANOMES, :RS-DEPTO, :WK-QTDEORC,
                              :WK-CUSTOORC, 'R', CURRENT DATE)
                END-EXEC
                IF   SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WK-QTDE-MANTIDA
                   MOVE WK-CUSTOORC TO WK-CUSTO-EDIT
                   DISPLAY 'ORCAMENTO DO DEPARTAMENTO ' RS-DEPTO
                           ' MES ' WK-ANOMES ' REVISADO: LOTACAO '
                           WK-QTDEORC ' FOLHA ' WK-CUSTO-EDIT
                ELSE
                   ADD 1 TO WK-QTDE-RECUSADA
                   DISPLAY 'ORCAMENTO NAO GRAVADO - SQLCODE ' SQLCODE
                   EXEC SQL ROLLBACK END-EXEC
                END-IF
          END-EVALUATE.
      *
       220-EXCLUI-ORCAMENTO.
          EXEC SQL
             DELETE FROM EAD719.ORCAMENTO
              WHERE ANOMES   = :WK-ANOMES
                AND DEPTOFUN = :RS-DEPTO
          END-EXEC.
          EVALUATE SQLCODE
             WHEN 0
                EXEC SQL COMMIT END-EXEC
                ADD 1 TO WK-QTDE-MANTIDA
                DISPLAY 'ORCAMENTO DO DEPARTAMENTO ' RS-DEPTO
                        ' MES ' WK-ANOMES ' EXCLUIDO'
             WHEN 100
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'DEPARTAMENTO ' RS-DEPTO ' NAO TEM '
                        'ORCAMENTO NO MES ' WK-ANOMES
             WHEN OTHER
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'ORCAMENTO NAO EXCLUIDO - SQLCODE ' SQLCODE
                EXEC SQL ROLLBACK END-EXEC
          END-EVALUATE.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          CLOSE ARQ-SYSIN.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DAS REVISOES DO ORCAMENTO'.
          DISPLAY '  REVISOES APLICADAS .... ' WK-QTDE-MANTIDA.
          DISPLAY '  RECUSADAS ............. ' WK-QTDE-RECUSADA.
          DISPLAY '================================================'.
          EXIT.
