      * ARQUIVO DELIMITADO POR ';' (CONSDEL). A TRAVA *
      * DE LINHAS (PADRAO 500) IMPEDE UM CRITERIO     *
      * DESATENTO DE IMPRIMIR A EMPRESA INTEIRA.      *
      * SEM A CLASSE DE CAMPOS SENSIVEIS (CPYSENS), O  *
      * SALARIO SAI MASCARADO NAS DUAS SAIDAS E OS     *
      * CRITERIOS SALMIN/SALMAX SAO IGNORADOS COM AVISO*
      * (RC 4) - FILTRAR POR FAIXA REVELARIA O SALARIO *
      * MESMO COM A COLUNA MASCARADA.                  *
      * CADA FUNCIONARIO LISTADO COM O SALARIO SEM     *
      * MASCARA FICA REGISTRADO EM EAD719.ACESSOSENS.  *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       FD  ARQ-LISTAGEM.
       01  REG-LISTAGEM.
           05  RL-CODFUN            PIC X(07).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RL-NOMEFUN           PIC X(30).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RL-DEPTOFUN          PIC X(03).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RL-SALARIO           PIC ZZZ.ZZ9,99.
           05  RL-SALARIO-X         REDEFINES RL-SALARIO
                                    PIC X(10).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RL-ADMISSFUN         PIC X(10).
           05  FILLER               PIC X(02)       VALUE SPACES.
           END-EXEC.
      * Variaveis de controle SQL
       COPY SQLVARS.
       COPY CPYSENS.
      *
       77  DB2-NASCFUN               PIC X(11)       VALUE SPACES.
       77  DB2-STATUSFUN             PIC X(01)       VALUE SPACES.
          OPEN INPUT  ARQ-CRITERIOS.
          OPEN OUTPUT ARQ-LISTAGEM.
          OPEN OUTPUT ARQ-DELIMITADO.
          CALL "VALPERM" USING WK-CLASSE-SENSIVEL, WK-VE-SENSIVEL.
          PERFORM 110-LER-CRITERIOS UNTIL FIM-CRITERIOS.
          CLOSE ARQ-CRITERIOS.
          EXEC SQL
      *
       111-INTERPRETA-CRITERIO.
          EVALUATE TRUE
             WHEN (REG-CRITERIO(1:7) = 'SALMIN=' OR 'SALMAX=')
                  AND NOT VE-CAMPO-SENSIVEL
                DISPLAY 'CRITERIO IGNORADO - SALARIO E CAMPO '
                        'SENSIVEL PARA O SEU USUARIO: ' REG-CRITERIO
                IF   RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
                END-IF
             WHEN REG-CRITERIO(1:7) = 'SALMIN='
                MOVE REG-CRITERIO(8:10) TO WK-SALARIO-TEXTO
                COMPUTE WK-CRIT-SALMIN =
             MOVE DB2-NOMEFUN-TEXT  TO RL-NOMEFUN
             MOVE DB2-DEPTOFUN      TO RL-DEPTOFUN
             MOVE DB2-SALARIOFUN    TO RL-SALARIO
             IF   NOT VE-CAMPO-SENSIVEL
                MOVE RL-SALARIO-X      TO WK-VALOR-MASCARA
                MOVE 'SALARIOFUN' TO WK-CAMPO-MASCARA
                CALL "MASCSENS" USING WK-CAMPO-MASCARA,
                                      WK-VALOR-MASCARA
                MOVE WK-VALOR-MASCARA  TO RL-SALARIO-X
             END-IF
             MOVE DB2-ADMISSFUN     TO RL-ADMISSFUN
             MOVE WK-IDADE-ATUAL    TO RL-IDADE
             MOVE DB2-STATUSFUN     TO RL-STATUS
             WRITE REG-LISTAGEM

             MOVE DB2-SALARIOFUN    TO WK-SALARIO-TEXTO
             IF   NOT VE-CAMPO-SENSIVEL
                MOVE WK-SALARIO-TEXTO  TO WK-VALOR-MASCARA
                MOVE 'SALARIOFUN' TO WK-CAMPO-MASCARA
                CALL "MASCSENS" USING WK-CAMPO-MASCARA,
                                      WK-VALOR-MASCARA
                MOVE WK-VALOR-MASCARA  TO WK-SALARIO-TEXTO
             END-IF
             MOVE SPACES            TO REG-DELIMITADO
             STRING DB2-CODFUN ';'
                    FUNCTION TRIM(DB2-NOMEFUN-TEXT TRAILING) ';'
                    INTO REG-DELIMITADO
             END-STRING
             WRITE REG-DELIMITADO
             IF   VE-CAMPO-SENSIVEL
                MOVE DB2-CODFUN        TO DB2-ACS-CODFUN
                MOVE 'CONSFLEX'        TO DB2-ACS-PROGRAMA
                MOVE 'SALARIOFUN'      TO DB2-ACS-CAMPOS
                PERFORM GRAVA-ACESSO-SENSIVEL
             END-IF
          END-IF.
      *
       900-FINALIZAR SECTION.
          EXEC SQL
             CLOSE CUR-TODOS
          END-EXEC.
      *    REGISTROS DE ACESSO CONFIRMADOS COM O CURSOR JA FECHADO.
          EXEC SQL COMMIT END-EXEC.
          CLOSE ARQ-LISTAGEM.
          CLOSE ARQ-DELIMITADO.
          DISPLAY WK-QTDE-LISTADA ' FUNCIONARIO(S) NA CONSULTA'.
             MOVE 4 TO RETURN-CODE
          END-IF.
          EXIT.
      *
      * Registro de leitura de campo sensivel (ACESSOSENS)
          COPY GRAVACESS.
