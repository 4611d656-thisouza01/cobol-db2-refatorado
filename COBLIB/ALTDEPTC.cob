       PROGRAM-ID.                   ALTDEPTC.
      ***********************************************
      * PROGRAMA DE ALTERACAO DO CADASTRO DO        *
      * DEPARTAMENTO (DESCRICAO, LIMITE DE VAGAS,   *
      * ESTABELECIMENTO DA PROPRIA EMPRESA E        *
      * DEPARTAMENTO PAI - '***' TIRA O PAI, E O    *
      * DEPARTAMENTO PASSA A RESPONDER DIRETO A     *
      * EMPRESA)                                    *
      ***********************************************
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       77  WK-DESC-ANTIGA            PIC X(30)  VALUE SPACES.
       77  WK-LIMITE-ANTIGO          PIC 9(04)  VALUE ZEROS.
       77  WK-LIMITE-EDIT            PIC 9(04)  VALUE ZEROS.
       77  WK-FILIAL-ANTIGA          PIC X(04)  VALUE SPACES.
       77  WK-EMPRESA-DEPTO          PIC X(03)  VALUE SPACES.
       77  DB2-DEPTO-FILIAL          PIC X(04)  VALUE SPACES.
       77  WK-PAI-ANTIGO             PIC X(03)  VALUE SPACES.
       77  DB2-DEPTO-PAI             PIC X(03)  VALUE SPACES.
           COPY CPYVALOK REPLACING ==WK-CAMPO-VALIDO== BY
                                       ==WK-FILIAL-VALIDA==
                                   ==CAMPO-VALIDO== BY
                                       ==FILIAL-VALIDA==.
           COPY CPYVALOK REPLACING ==WK-CAMPO-VALIDO== BY
                                       ==WK-HIERARQUIA-VALIDA==
                                   ==CAMPO-VALIDO== BY
                                       ==HIERARQUIA-VALIDA==.
      *
       LINKAGE                       SECTION.
       01  LK-DEPTO-ACCEPT.
              05 LK-DEPTO-COD           PIC X(03).
              05 LK-DEPTO-DESC          PIC X(30).
              05 LK-DEPTO-LIMITE        PIC 9(04).
              05 LK-DEPTO-EMPRESA       PIC X(03).
              05 LK-DEPTO-FILIAL        PIC X(04).
              05 LK-DEPTO-PAI           PIC X(03).
       COPY CPYSTAT.
      *
       PROCEDURE                     DIVISION USING LK-DEPTO-ACCEPT,
      *    OS VALORES CORRENTES ALIMENTAM O HISTORICO - SEM ELES,
      *    UM LIMITE DIGITADO ERRADO NAO TERIA CAMINHO DE VOLTA.
           EXEC SQL
               SELECT DESCDEPTO, LIMITEFUN, EMPRESADEP,
                      COALESCE(FILIALDEP, ' '),
                      COALESCE(DEPTOPAI, ' ')
                 INTO :WK-DESC-ANTIGA, :WK-LIMITE-ANTIGO,
                      :WK-EMPRESA-DEPTO, :WK-FILIAL-ANTIGA,
                      :WK-PAI-ANTIGO
                 FROM EAD719.DEPARTAMENTOS
                WHERE DEPTOFUN = :DB2-DEPTO-COD
           END-EXEC.
               PERFORM 210-TRATA-RETORNO
           END-IF.

      *    A EMPRESA DO DEPARTAMENTO NAO MUDA AQUI; O NOVO
      *    ESTABELECIMENTO TEM DE SER DELA.
           IF   LK-DEPTO-FILIAL      NOT = SPACES
               CALL "VALFILIA" USING LK-DEPTO-FILIAL,
                                     WK-EMPRESA-DEPTO,
                                     WK-FILIAL-VALIDA
               IF   FILIAL-VALIDA
                   MOVE LK-DEPTO-FILIAL TO DB2-DEPTO-FILIAL
                   MOVE ZERO TO WK-SQL-TENTATIVA
                   MOVE 'RETRY-TRANSITORIO' TO WK-SQL-STATUS
                   PERFORM UNTIL WK-SQL-STATUS
                                 NOT = 'RETRY-TRANSITORIO'
                       EXEC SQL
                           UPDATE EAD719.DEPARTAMENTOS
                           SET FILIALDEP = :DB2-DEPTO-FILIAL
                               WHERE DEPTOFUN = :DB2-DEPTO-COD
                       END-EXEC
                       PERFORM TRATA-SQLCODE
                   END-PERFORM
                   IF   WK-SQL-STATUS = 'SUCESSO'
                       MOVE 'FILIALDEP'      TO DB2-HISTD-CAMPO
                       MOVE WK-FILIAL-ANTIGA TO DB2-HISTD-ANTIGO
                       MOVE DB2-DEPTO-FILIAL TO DB2-HISTD-NOVO
                       PERFORM GRAVA-HISTORICO-DEPTO
                   END-IF
                   PERFORM 210-TRATA-RETORNO
               ELSE
                   MOVE 'S' TO WK-FALHA-PARCIAL
                   DISPLAY 'ESTABELECIMENTO ' LK-DEPTO-FILIAL
                           ' INVALIDO PARA A EMPRESA DO '
                           'DEPARTAMENTO ' DB2-DEPTO-COD '!'
               END-IF
           END-IF.

      *    NOVO PAI: MESMA EMPRESA E SEM CICLO (VALHIERD). '***'
      *    TIRA O PAI.
           IF   LK-DEPTO-PAI         NOT = SPACES
               IF   LK-DEPTO-PAI     = '***'
                   MOVE SPACES       TO DB2-DEPTO-PAI
               ELSE
                   MOVE LK-DEPTO-PAI TO DB2-DEPTO-PAI
               END-IF
               CALL "VALHIERD" USING LK-DEPTO-COD, WK-EMPRESA-DEPTO,
                                     DB2-DEPTO-PAI,
                                     WK-HIERARQUIA-VALIDA
               IF   HIERARQUIA-VALIDA
                   MOVE ZERO TO WK-SQL-TENTATIVA
                   MOVE 'RETRY-TRANSITORIO' TO WK-SQL-STATUS
                   PERFORM UNTIL WK-SQL-STATUS
                                 NOT = 'RETRY-TRANSITORIO'
                       EXEC SQL
                           UPDATE EAD719.DEPARTAMENTOS
                           SET DEPTOPAI = :DB2-DEPTO-PAI
                               WHERE DEPTOFUN = :DB2-DEPTO-COD
                       END-EXEC
                       PERFORM TRATA-SQLCODE
                   END-PERFORM
                   IF   WK-SQL-STATUS = 'SUCESSO'
                       MOVE 'DEPTOPAI'       TO DB2-HISTD-CAMPO
                       MOVE WK-PAI-ANTIGO    TO DB2-HISTD-ANTIGO
                       MOVE DB2-DEPTO-PAI    TO DB2-HISTD-NOVO
                       PERFORM GRAVA-HISTORICO-DEPTO
                   END-IF
                   PERFORM 210-TRATA-RETORNO
               ELSE
                   MOVE 'S' TO WK-FALHA-PARCIAL
                   DISPLAY 'DEPARTAMENTO PAI ' LK-DEPTO-PAI
                           ' INVALIDO PARA O DEPARTAMENTO '
                           DB2-DEPTO-COD '!'
               END-IF
           END-IF.

           IF   HOUVE-FALHA-PARCIAL
               SET TRANSACAO-FALHOU  TO TRUE
           END-IF.
