        IDENTIFICATION DIVISION.
        PROGRAM-ID.    CARGAORC.
        AUTHOR.        THIAGO.
      **************************************************
      * CARGA ANUAL DO ORCAMENTO DE LOTACAO E FOLHA    *
      * POR DEPARTAMENTO E MES, A PARTIR DO ARQUIVO DA *
      * AREA FINANCEIRA, EM EAD719.ORCAMENTO. O ANO DO *
      * ARQUIVO (O DO PRIMEIRO REGISTRO) E SUBSTITUIDO *
      * POR INTEIRO; QUALQUER REGISTRO RECUSADO        *
      * (DEPARTAMENTO INEXISTENTE, MES DE OUTRO ANO,   *
      * VALOR NAO NUMERICO) DESFAZ A CARGA TODA E SAI  *
      * COM RETURN-CODE 12 - ORCAMENTO PELA METADE E   *
      * PIOR QUE O DO ANO ANTERIOR. AS REVISOES DE     *
      * MEIO DE ANO PASSAM PELO MANORCAM.              *
      *                                                *
      * LEIAUTE DO ARQUIVO (ORCIN):                    *
      *   DEPTO    X(03)                               *
      *   ANOMES   9(06)  AAAAMM                       *
      *   QTDE     9(05)  LOTACAO ORCADA               *
      *   CUSTO    9(11)V99  FOLHA ORCADA              *
      *                                                *
      * EAD719.ORCAMENTO:                              *
      *   ANOMES   DEC(6,0)                            *
      *   DEPTOFUN X(03)                               *
      *   QTDEORC  DEC(5,0)                            *
      *   CUSTOORC DEC(13,2)                           *
      *   ORIGEM   X(01)  C=CARGA ANUAL R=REVISAO      *
      *   DATAATU  DATE                                *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ORCAMENTO     ASSIGN TO ORCIN
                                     ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ORCAMENTO.
       01  REG-ORCAMENTO.
           05  RO-DEPTO             PIC X(03).
           05  RO-ANOMES            PIC X(06).
           05  RO-ANOMES-NUM REDEFINES RO-ANOMES
                                    PIC 9(06).
           05  RO-QTDE              PIC X(05).
           05  RO-QTDE-NUM REDEFINES RO-QTDE
                                    PIC 9(05).
           05  RO-CUSTO             PIC X(13).
           05  RO-CUSTO-NUM REDEFINES RO-CUSTO
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
       77  WK-EOF-ORCAMENTO          PIC X           VALUE 'N'.
           88  FIM-ORCAMENTO                         VALUE 'S'.
       77  WK-ANO-CARGA              PIC 9(04)       VALUE ZEROS.
       77  WK-ANOMES-INI             PIC 9(06)       VALUE ZEROS.
       77  WK-ANOMES-FIM             PIC 9(06)       VALUE ZEROS.
       77  WK-ANOMES                 PIC 9(06)       VALUE ZEROS.
       77  WK-QTDEORC                PIC 9(05)       VALUE ZEROS.
       77  WK-CUSTOORC               PIC 9(11)V99    VALUE ZEROS.
       77  WK-DEPTO                  PIC X(03)       VALUE SPACES.
      *
       77  WK-QTDE-LIDA              PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-CARREGADA         PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-RECUSADA          PIC 9(05)       VALUE ZEROS.
       77  WK-TOTAL-CUSTO            PIC 9(13)V99    VALUE ZEROS.
       77  WK-TOTAL-EDIT             PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99
                                                     VALUE ZEROS.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
          PERFORM 101-INICIAR.
          PERFORM 201-PROCESSAR UNTIL FIM-ORCAMENTO.
          PERFORM 901-FINALIZAR.
          STOP RUN.
      *
       100-INICIAR SECTION.
       101-INICIAR.
          OPEN INPUT ARQ-ORCAMENTO.
          PERFORM 110-LER-REGISTRO.
          IF   FIM-ORCAMENTO
             DISPLAY 'CARGAORC: ARQUIVO DE ORCAMENTO VAZIO - NADA '
                     'CARREGADO'
             CLOSE ARQ-ORCAMENTO
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          IF   RO-ANOMES NOT NUMERIC
             DISPLAY 'CARGAORC: PRIMEIRO REGISTRO SEM ANOMES '
                     'VALIDO (' RO-ANOMES ') - NADA CARREGADO'
             CLOSE ARQ-ORCAMENTO
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          DIVIDE RO-ANOMES-NUM BY 100 GIVING WK-ANO-CARGA.
          COMPUTE WK-ANOMES-INI = WK-ANO-CARGA * 100 + 1.
          COMPUTE WK-ANOMES-FIM = WK-ANO-CARGA * 100 + 12.
          DISPLAY 'CARGAORC: ORCAMENTO DO ANO ' WK-ANO-CARGA.
      *    O ANO INTEIRO E SUBSTITUIDO NA MESMA UNIDADE DE TRABALHO
      *    DAS INCLUSOES - SO CONFIRMADO SE NADA FOR RECUSADO.
          EXEC SQL
             DELETE FROM EAD719.ORCAMENTO
              WHERE ANOMES BETWEEN :WK-ANOMES-INI
                               AND :WK-ANOMES-FIM
          END-EXEC.
          IF   SQLCODE NOT = 0 AND SQLCODE NOT = 100
             MOVE SQLCODE TO WK-SQLCODE-EDIT
             CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
             DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                     ' AO LIMPAR O ORCAMENTO DO ANO'
             EXEC SQL ROLLBACK END-EXEC
             CLOSE ARQ-ORCAMENTO
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
      *
       110-LER-REGISTRO.
          READ ARQ-ORCAMENTO
             AT END
                SET FIM-ORCAMENTO TO TRUE
             NOT AT END
                ADD 1 TO WK-QTDE-LIDA
          END-READ.
      *
       200-PROCESSAR SECTION.
       201-PROCESSAR.
          MOVE RO-DEPTO TO WK-DEPTO.
          CALL "VALDEPTO" USING WK-DEPTO, WK-DEPTO-VALIDO.
          EVALUATE TRUE
             WHEN NOT DEPTO-VALIDO
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'REGISTRO ' WK-QTDE-LIDA ': DEPARTAMENTO '
                        RO-DEPTO ' NAO EXISTE'
             WHEN RO-ANOMES NOT NUMERIC
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'REGISTRO ' WK-QTDE-LIDA ': ANOMES '
                        RO-ANOMES ' INVALIDO'
             WHEN RO-ANOMES-NUM < WK-ANOMES-INI
               OR RO-ANOMES-NUM > WK-ANOMES-FIM
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'REGISTRO ' WK-QTDE-LIDA ': ANOMES '
                        RO-ANOMES ' FORA DO ANO ' WK-ANO-CARGA
             WHEN RO-QTDE NOT NUMERIC OR RO-CUSTO NOT NUMERIC
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'REGISTRO ' WK-QTDE-LIDA ': LOTACAO OU '
                        'CUSTO NAO NUMERICO'
             WHEN OTHER
                PERFORM 210-GRAVA-ORCAMENTO
          END-EVALUATE.
          PERFORM 110-LER-REGISTRO.
      *
       210-GRAVA-ORCAMENTO.
          MOVE RO-ANOMES-NUM TO WK-ANOMES.
          MOVE RO-QTDE-NUM   TO WK-QTDEORC.
          MOVE RO-CUSTO-NUM  TO WK-CUSTOORC.
          EXEC SQL
             INSERT INTO EAD719.ORCAMENTO
                (ANOMES, DEPTOFUN, QTDEORC, CUSTOORC, ORIGEM,
                 DATAATU)
                VALUES (:WK-ANOMES, :WK-DEPTO, :WK-QTDEORC,
                        :WK-CUSTOORC, 'C', CURRENT DATE)
          END-EXEC.
          IF   SQLCODE = 0
             ADD 1 TO WK-QTDE-CARREGADA
             ADD WK-CUSTOORC TO WK-TOTAL-CUSTO
          ELSE
             ADD 1 TO WK-QTDE-RECUSADA
             DISPLAY 'REGISTRO ' WK-QTDE-LIDA ': DEPARTAMENTO '
                     WK-DEPTO ' MES ' WK-ANOMES ' NAO GRAVADO - '
                     'SQLCODE ' SQLCODE ' (DUPLICADO NO ARQUIVO?)'
          END-IF.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          CLOSE ARQ-ORCAMENTO.
          IF   WK-QTDE-RECUSADA = ZEROS
             EXEC SQL COMMIT END-EXEC
          ELSE
             EXEC SQL ROLLBACK END-EXEC
             MOVE ZEROS TO WK-QTDE-CARREGADA WK-TOTAL-CUSTO
             MOVE 12 TO RETURN-CODE
          END-IF.
          MOVE WK-TOTAL-CUSTO TO WK-TOTAL-EDIT.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DA CARGA DO ORCAMENTO ' WK-ANO-CARGA.
          DISPLAY '  REGISTROS LIDOS ....... ' WK-QTDE-LIDA.
          DISPLAY '  CARREGADOS ............ ' WK-QTDE-CARREGADA.
          DISPLAY '  RECUSADOS ............. ' WK-QTDE-RECUSADA.
          DISPLAY '  FOLHA ORCADA NO ANO ... ' WK-TOTAL-EDIT.
          DISPLAY '================================================'.
          IF   WK-QTDE-RECUSADA > ZEROS
             DISPLAY 'ATENCAO: CARGA DESFEITA - O ORCAMENTO ANTERIOR '
                     'DO ANO FICA COMO ESTAVA'
          END-IF.
          EXIT.
