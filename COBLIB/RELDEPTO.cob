      * AFASTADOS E EM FERIAS POR DEPARTAMENTO - UM    *
      * AFASTADO OU FERISTA NAO CONTA COMO ATIVO NEM   *
      * COMO DESLIGADO                                 *
      * OS DEPARTAMENTOS SAEM NA ORDEM DA HIERARQUIA   *
      * (DEPTOPAI, VIA HIERDEPT): CADA UM SEGUIDO DOS  *
      * SUBORDINADOS, COM O SUBTOTAL DA AREA ('TOTAL'  *
      * + DESCRICAO, TIPO S) DEPOIS DO ULTIMO DELES, O *
      * TOTAL DA EMPRESA (CODIGO '***', TIPO E) E O    *
      * TOTAL GERAL (TIPO T). RR-NIVEL E A PROFUNDIDADE*
      * NA ARVORE (00 = RESPONDE DIRETO A EMPRESA).    *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  RR-QTDE-AFASTADOS    PIC ZZZ.ZZ9.
           05  FILLER               PIC X(03)       VALUE SPACES.
           05  RR-QTDE-FERIAS       PIC ZZZ.ZZ9.
           05  FILLER               PIC X(03)       VALUE SPACES.
           05  RR-TIPO-LINHA        PIC X(01).
           05  FILLER               PIC X(01)       VALUE SPACES.
           05  RR-NIVEL             PIC 9(02).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
      * Vari√°veis de controle SQL
       COPY SQLVARS.
       COPY CPYDEPTO.
       COPY CPYHIERD.
      *
       EXEC SQL
           DECLARE CUR-RELDEPTO CURSOR FOR
               SELECT D.DEPTOFUN, D.DESCDEPTO,
                      COALESCE(D.DEPTOPAI, ' '),
                      COALESCE(D.EMPRESADEP, ' '),
                      COUNT(CASE WHEN F.STATUSFUN = 'A'
                                 THEN 1 END),
                      COUNT(CASE WHEN F.STATUSFUN = 'F'
                WHERE (:WK-EMPRESA-FILTRO = ' '
                       OR COALESCE(D.EMPRESADEP, ' ')
                          = :WK-EMPRESA-FILTRO)
                GROUP BY D.DEPTOFUN, D.DESCDEPTO, D.DEPTOPAI,
                         D.EMPRESADEP
                ORDER BY 4, D.DEPTOFUN
       END-EXEC.
      *
      *    FILTRO DE EMPRESA (PARM='EMPRESA=XXX'): EM BRANCO, TODAS
       77  WK-QTDE-AFASTADOS         PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-FERIAS            PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-DEPARTAMENTOS     PIC 9(05)       VALUE ZEROS.
       77  WK-DEPTO-PAI              PIC X(03)       VALUE SPACES.
       77  WK-EMPRESA                PIC X(03)       VALUE SPACES.
       77  WK-LIN                    PIC 9(04)       VALUE ZEROS.
       77  WK-IDX                    PIC 9(04)       VALUE ZEROS.
      *
      *    DESCRICAO DE CADA DEPARTAMENTO, NA MESMA POSICAO DE
      *    HD-DEPTO.
       01  WK-TAB-DESCRICAO.
           05  WK-DESC-DEPTO         PIC X(30)       OCCURS 500 TIMES.
      *
      *
       LINKAGE SECTION.
          PERFORM 200-PROCESSAR.
          PERFORM 900-FINALIZAR.
          STOP RUN.
      *******************************************************
       100-INICIAR SECTION.
       101-INICIAR.
          IF  LK-PARM-TAM > 0
          EXEC SQL
             OPEN CUR-RELDEPTO
          END-EXEC.
      *******************************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
      *    UMA LINHA POR DEPARTAMENTO, MESMO OS QUE ESTAO SEM
      *    NINGUEM ATIVO NO MOMENTO (LEFT JOIN + COUNT). OS
      *    DEPARTAMENTOS VAO PARA A TABELA DO HIERDEPT, QUE DEVOLVE
      *    A ORDEM DE IMPRESSAO COM OS SUBTOTAIS POR AREA.
          MOVE ZEROS TO HD-QTDE-DEPTOS.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-RELDEPTO
                  INTO :DB2-DEPTO-COD, :DB2-DEPTO-DESC,
                       :WK-DEPTO-PAI, :WK-EMPRESA,
                       :WK-QTDE-FUNCIONARIOS, :WK-QTDE-AFASTADOS,
                       :WK-QTDE-FERIAS
             END-EXEC
             IF   SQLCODE = 0
                PERFORM 210-GUARDA-DEPTO
             END-IF
          END-PERFORM.
          IF   HD-QTDE-DEPTOS > ZEROS
             CALL "HIERDEPT" USING HD-AREA
             IF   HD-ESTOUROU
                DISPLAY 'RELDEPTO: HIERARQUIA COM MAIS LINHAS QUE O '
                        'RELATORIO COMPORTA'
                MOVE 12 TO RETURN-CODE
                STOP RUN
             END-IF
             IF   HD-QTDE-FORA-ARVORE > ZEROS
                DISPLAY 'RELDEPTO: ' HD-QTDE-FORA-ARVORE
                        ' DEPARTAMENTO(S) EM CICLO DE DEPTOPAI - '
                        'CONFIRA O CADASTRO'
             END-IF
             PERFORM 220-GRAVA-REGISTRO
                     VARYING WK-LIN FROM 1 BY 1
                     UNTIL WK-LIN > HD-QTDE-LINHAS
          END-IF.
      *******************************************************
       210-GUARDA-DEPTO.
          IF   HD-QTDE-DEPTOS NOT < 500
             DISPLAY 'RELDEPTO: MAIS DE 500 DEPARTAMENTOS - AMPLIAR '
                     'A TABELA DO CPYHIERD'
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          ADD 1 TO HD-QTDE-DEPTOS.
          MOVE DB2-DEPTO-COD         TO HD-COD(HD-QTDE-DEPTOS).
          MOVE WK-DEPTO-PAI          TO HD-PAI(HD-QTDE-DEPTOS).
          MOVE WK-EMPRESA            TO HD-EMPRESA(HD-QTDE-DEPTOS).
          MOVE DB2-DEPTO-DESC        TO WK-DESC-DEPTO(HD-QTDE-DEPTOS).
          MOVE ZEROS                 TO HD-VALOR(HD-QTDE-DEPTOS, 4)
                                        HD-VALOR(HD-QTDE-DEPTOS, 5)
                                        HD-VALOR(HD-QTDE-DEPTOS, 6).
          MOVE WK-QTDE-FUNCIONARIOS  TO HD-VALOR(HD-QTDE-DEPTOS, 1).
          MOVE WK-QTDE-AFASTADOS     TO HD-VALOR(HD-QTDE-DEPTOS, 2).
          MOVE WK-QTDE-FERIAS        TO HD-VALOR(HD-QTDE-DEPTOS, 3).
      *******************************************************
       220-GRAVA-REGISTRO.
          MOVE SPACES                TO REG-RELDEPTO.
          MOVE HD-IDX(WK-LIN)        TO WK-IDX.
          EVALUATE TRUE
             WHEN HD-LINHA-DEPTO(WK-LIN)
                MOVE HD-COD(WK-IDX)        TO RR-DEPTOFUN
                MOVE WK-DESC-DEPTO(WK-IDX) TO RR-DESCDEPTO
                ADD 1 TO WK-QTDE-DEPARTAMENTOS
             WHEN HD-LINHA-AREA(WK-LIN)
                MOVE HD-COD(WK-IDX)        TO RR-DEPTOFUN
                STRING 'TOTAL ' WK-DESC-DEPTO(WK-IDX)
                       DELIMITED BY SIZE INTO RR-DESCDEPTO
                END-STRING
             WHEN HD-LINHA-EMPRESA(WK-LIN)
                MOVE '***'                 TO RR-DEPTOFUN
                STRING 'TOTAL DA EMPRESA ' HD-EMPRESA-LINHA(WK-LIN)
                       DELIMITED BY SIZE INTO RR-DESCDEPTO
                END-STRING
             WHEN OTHER
                MOVE '***'                 TO RR-DEPTOFUN
                MOVE 'TOTAL GERAL'         TO RR-DESCDEPTO
          END-EVALUATE.
          MOVE HD-TOTAL(WK-LIN, 1)   TO RR-QTDE-FUNCIONARIOS.
          MOVE HD-TOTAL(WK-LIN, 2)   TO RR-QTDE-AFASTADOS.
          MOVE HD-TOTAL(WK-LIN, 3)   TO RR-QTDE-FERIAS.
          MOVE HD-TIPO-LINHA(WK-LIN) TO RR-TIPO-LINHA.
          MOVE HD-NIVEL(WK-LIN)      TO RR-NIVEL.
          WRITE REG-RELDEPTO.
      *******************************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          EXEC SQL
