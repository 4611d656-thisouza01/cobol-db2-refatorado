       PROGRAM-ID.                   INCDEPTO.
      ****************************************
      * PROGRAMA DE INCLUSAO DE DEPARTAMENTO *
      * - O DEPARTAMENTO PAI (DEPTOPAI), SE  *
      * INFORMADO, PASSA PELO VALHIERD E VAI *
      * PARA O HISTORICO COMO A DESCRICAO.   *
      ****************************************
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
                                       ==WK-EMPRESA-VALIDA==
                                   ==CAMPO-VALIDO== BY
                                       ==EMPRESA-VALIDA==.
           COPY CPYVALOK REPLACING ==WK-CAMPO-VALIDO== BY
                                       ==WK-FILIAL-VALIDA==
                                   ==CAMPO-VALIDO== BY
                                       ==FILIAL-VALIDA==.
           COPY CPYVALOK REPLACING ==WK-CAMPO-VALIDO== BY
                                       ==WK-HIERARQUIA-VALIDA==
                                   ==CAMPO-VALIDO== BY
                                       ==HIERARQUIA-VALIDA==.
       77  DB2-DEPTO-FILIAL          PIC X(04)  VALUE SPACES.
       77  DB2-DEPTO-PAI             PIC X(03)  VALUE SPACES.
       77  WK-QTDE-FILIAIS           PIC 9(04)  VALUE ZEROS.
      *
       LINKAGE                       SECTION.
       01  LK-DEPTO-ACCEPT.
              05 LK-DEPTO-DESC          PIC X(30).
              05 LK-DEPTO-LIMITE        PIC 9(04).
              05 LK-DEPTO-EMPRESA       PIC X(03).
              05 LK-DEPTO-FILIAL        PIC X(04).
              05 LK-DEPTO-PAI           PIC X(03).
       COPY CPYSTAT.
      *
       PROCEDURE                     DIVISION USING LK-DEPTO-ACCEPT,
           MOVE LK-DEPTO-DESC        TO DB2-DEPTO-DESC.
           MOVE LK-DEPTO-LIMITE      TO DB2-DEPTO-LIMITE.
           MOVE LK-DEPTO-EMPRESA     TO DB2-DEPTO-EMPRESA.
           MOVE LK-DEPTO-FILIAL      TO DB2-DEPTO-FILIAL.
           MOVE LK-DEPTO-PAI         TO DB2-DEPTO-PAI.

      *    EMPRESA EM BRANCO = EMPRESA PRINCIPAL; INFORMADA, PRECISA
      *    EXISTIR NO CADASTRO DE EMPRESAS.
               GOBACK
           END-IF.

      *    O DEPARTAMENTO FICA NUM ESTABELECIMENTO DA PROPRIA
      *    EMPRESA. EM BRANCO SO ENQUANTO A EMPRESA NAO TIVER
      *    NENHUM ESTABELECIMENTO CADASTRADO (MANFILIA).
           IF   LK-DEPTO-FILIAL      = SPACES
               MOVE ZEROS TO WK-QTDE-FILIAIS
               EXEC SQL
                   SELECT COUNT(*) INTO :WK-QTDE-FILIAIS
                     FROM EAD719.FILIAL
                    WHERE EMPRESAFIL = :DB2-DEPTO-EMPRESA
               END-EXEC
               IF   WK-QTDE-FILIAIS  = ZEROS
                   SET FILIAL-VALIDA TO TRUE
               ELSE
                   MOVE 'N' TO WK-FILIAL-VALIDA
               END-IF
           ELSE
               CALL "VALFILIA" USING LK-DEPTO-FILIAL,
                                     LK-DEPTO-EMPRESA,
                                     WK-FILIAL-VALIDA
           END-IF.
           IF   NOT FILIAL-VALIDA
               DISPLAY 'ESTABELECIMENTO ' LK-DEPTO-FILIAL
                       ' INVALIDO PARA A EMPRESA ' LK-DEPTO-EMPRESA
                       '!'
               GOBACK
           END-IF.

      *    O PAI, SE INFORMADO, E UM DEPARTAMENTO DA MESMA EMPRESA;
      *    EM BRANCO, O DEPARTAMENTO RESPONDE DIRETO A EMPRESA.
           CALL "VALHIERD" USING LK-DEPTO-COD, LK-DEPTO-EMPRESA,
                                 LK-DEPTO-PAI, WK-HIERARQUIA-VALIDA.
           IF   NOT HIERARQUIA-VALIDA
               DISPLAY 'DEPARTAMENTO PAI ' LK-DEPTO-PAI
                       ' INVALIDO PARA O DEPARTAMENTO ' LK-DEPTO-COD
                       '!'
               GOBACK
           END-IF.

           MOVE ZERO TO WK-SQL-TENTATIVA.
           MOVE 'RETRY-TRANSITORIO' TO WK-SQL-STATUS.
           PERFORM UNTIL WK-SQL-STATUS NOT = 'RETRY-TRANSITORIO'
               EXEC SQL
                   INSERT INTO EAD719.DEPARTAMENTOS
                      (DEPTOFUN, DESCDEPTO, LIMITEFUN, EMPRESADEP,
                       FILIALDEP, DEPTOPAI)
                      VALUES(  :DB2-DEPTO-COD,
                               :DB2-DEPTO-DESC,
                               :DB2-DEPTO-LIMITE,
                               :DB2-DEPTO-EMPRESA,
                               :DB2-DEPTO-FILIAL,
                               :DB2-DEPTO-PAI)
               END-EXEC

               PERFORM TRATA-SQLCODE
                   MOVE SPACES          TO DB2-HISTD-ANTIGO
                   MOVE DB2-DEPTO-DESC  TO DB2-HISTD-NOVO
                   PERFORM GRAVA-HISTORICO-DEPTO
                   IF   DB2-DEPTO-PAI   NOT = SPACES
                       MOVE 'DEPTOPAI'    TO DB2-HISTD-CAMPO
                       MOVE SPACES        TO DB2-HISTD-ANTIGO
                       MOVE DB2-DEPTO-PAI TO DB2-HISTD-NOVO
                       PERFORM GRAVA-HISTORICO-DEPTO
                   END-IF
                   EXEC SQL COMMIT END-EXEC
                   SET TRANSACAO-OK TO TRUE
                   DISPLAY 'DEPARTAMENTO ' DB2-DEPTO-COD
