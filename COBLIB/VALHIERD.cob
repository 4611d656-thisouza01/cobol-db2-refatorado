       IDENTIFICATION                        DIVISION.
       PROGRAM-ID.                           VALHIERD.
      *****************************************************
      * CONFERE O DEPARTAMENTO PAI (DEPTOPAI) INFORMADO   *
      * PARA UM DEPARTAMENTO: O PAI TEM DE EXISTIR, SER   *
      * DA MESMA EMPRESA E NAO PODE SER O PROPRIO         *
      * DEPARTAMENTO NEM ESTAR ABAIXO DELE NA HIERARQUIA - *
      * SUBINDO PELOS PAIS A PARTIR DO PAI INFORMADO, O   *
      * DEPARTAMENTO NAO PODE APARECER (CICLO). PAI EM    *
      * BRANCO (RESPONDE DIRETO A EMPRESA) E SEMPRE       *
      * VALIDO. SUBROTINA COMPARTILHADA PELO INCDEPTO,    *
      * ALTDEPTC E REVERTDEP, NO MOLDE DO VALDEPTO. O     *
      * MOTIVO DA RECUSA SAI NO DISPLAY, COMO NO ABRDOCAD.*
      *****************************************************
       ENVIRONMENT                           DIVISION.
       CONFIGURATION                         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       DATA                                  DIVISION.
       WORKING-STORAGE                       SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
       77  WK-EMPRESA-PAI                   PIC X(03)  VALUE SPACES.
       77  WK-DEPTO-ACIMA                   PIC X(03)  VALUE SPACES.
       77  WK-NIVEIS                        PIC 9(02)  VALUE ZEROS.
       77  WK-MAX-NIVEIS                    PIC 9(02)  VALUE 50.
      *
       LINKAGE                               SECTION.
       01  LK-DEPTO-COD                     PIC X(03).
       01  LK-DEPTO-EMPRESA                 PIC X(03).
       01  LK-DEPTO-PAI                     PIC X(03).
           COPY CPYVALLK REPLACING ==LK-CAMPO-VALIDO== BY
                                       ==LK-HIERARQUIA-VALIDA==
                                   ==CAMPO-VALIDO== BY
                                       ==HIERARQUIA-VALIDA==.
      *
       PROCEDURE                             DIVISION USING
                                                 LK-DEPTO-COD,
                                                 LK-DEPTO-EMPRESA,
                                                 LK-DEPTO-PAI,
                                                 LK-HIERARQUIA-VALIDA.

       PERFORM CONFERE-HIERARQUIA.
       GOBACK.

       CONFERE-HIERARQUIA.
           MOVE 'N' TO LK-HIERARQUIA-VALIDA.
           EVALUATE TRUE
               WHEN LK-DEPTO-PAI             = SPACES
                   SET HIERARQUIA-VALIDA TO TRUE
               WHEN LK-DEPTO-PAI             = LK-DEPTO-COD
                   DISPLAY 'VALHIERD: DEPARTAMENTO ' LK-DEPTO-COD
                           ' NAO PODE SER PAI DELE MESMO'
               WHEN OTHER
                   PERFORM CONFERE-PAI
           END-EVALUATE.

       CONFERE-PAI.
           EXEC SQL
               SELECT COALESCE(EMPRESADEP, ' '),
                      COALESCE(DEPTOPAI, ' ')
                 INTO :WK-EMPRESA-PAI, :WK-DEPTO-ACIMA
                 FROM EAD719.DEPARTAMENTOS
                WHERE DEPTOFUN = :LK-DEPTO-PAI
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE                  = 100
                   DISPLAY 'VALHIERD: DEPARTAMENTO PAI ' LK-DEPTO-PAI
                           ' NAO EXISTE'
               WHEN SQLCODE                  NOT = 0
                   DISPLAY 'VALHIERD: ERRO NA LEITURA DO DEPARTAMENTO '
                           'PAI ' LK-DEPTO-PAI ' - SQLCODE ' SQLCODE
               WHEN WK-EMPRESA-PAI           NOT = LK-DEPTO-EMPRESA
                   DISPLAY 'VALHIERD: DEPARTAMENTO PAI ' LK-DEPTO-PAI
                           ' E DA EMPRESA ' WK-EMPRESA-PAI
                           ', NAO DA ' LK-DEPTO-EMPRESA
               WHEN OTHER
                   PERFORM SOBE-HIERARQUIA
           END-EVALUATE.

       SOBE-HIERARQUIA.
      *    DO PAI PARA CIMA ATE A EMPRESA. O LIMITE DE NIVEIS SO
      *    PROTEGE CONTRA UM CICLO JA GRAVADO ACIMA DO PAI.
           MOVE ZEROS TO WK-NIVEIS.
           PERFORM LE-DEPTO-ACIMA
                   UNTIL WK-DEPTO-ACIMA      = SPACES
                      OR WK-DEPTO-ACIMA      = LK-DEPTO-COD
                      OR WK-NIVEIS           NOT < WK-MAX-NIVEIS.
           EVALUATE TRUE
               WHEN WK-DEPTO-ACIMA           = SPACES
                   SET HIERARQUIA-VALIDA TO TRUE
               WHEN WK-DEPTO-ACIMA           = LK-DEPTO-COD
                   DISPLAY 'VALHIERD: DEPARTAMENTO ' LK-DEPTO-COD
                           ' ESTA ACIMA DO ' LK-DEPTO-PAI
                           ' NA HIERARQUIA - CICLO RECUSADO'
               WHEN OTHER
                   DISPLAY 'VALHIERD: HIERARQUIA ACIMA DO '
                           LK-DEPTO-PAI ' PASSA DE ' WK-MAX-NIVEIS
                           ' NIVEIS - CONFIRA O CADASTRO'
           END-EVALUATE.

       LE-DEPTO-ACIMA.
           ADD 1 TO WK-NIVEIS.
           EXEC SQL
               SELECT COALESCE(DEPTOPAI, ' ')
                 INTO :WK-DEPTO-ACIMA
                 FROM EAD719.DEPARTAMENTOS
                WHERE DEPTOFUN = :WK-DEPTO-ACIMA
           END-EXEC.
           IF   SQLCODE                      NOT = 0
               MOVE SPACES TO WK-DEPTO-ACIMA
           END-IF.
