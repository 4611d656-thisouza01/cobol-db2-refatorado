      * ANTERIOR PELO ESPELHAF, CLARAMENTE MARCADO COMO    *
      * "DADOS DE CONTINGENCIA DE <DATA>". SOMENTE         *
      * CONSULTA - MANUTENCAO NAO TEM CONTINGENCIA.        *
      * SEM A CLASSE DE CAMPOS SENSIVEIS (CPYSENS), O      *
      * SALARIO SAI MASCARADO COMO NO LISTFUN; O ESPELHO   *
      * NAO TRAZ CAMPO SENSIVEL. SALARIO EXIBIDO SEM       *
      * MASCARA FICA REGISTRADO EM EAD719.ACESSOSENS.      *
      ******************************************************
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       FILE SECTION.
       FD  ARQ-ESPELHO.
       01  REG-ESPELHO.
           05  ESP-CODFUN           PIC X(07).
           05  ESP-NOMEFUN          PIC X(30).
           05  ESP-DEPTOFUN         PIC X(03).
           05  ESP-CARGOFUN         PIC X(04).
      * Variaveis de controle SQL
       COPY SQLVARS.
       COPY CPYSQLMSG.
       COPY CPYSENS.
      *
       77  WK-ESP-STATUS             PIC X(02)  VALUE SPACES.
       77  WK-DATA-GERACAO           PIC X(08)  VALUE SPACES.
       77  WK-SALARIO-EDIT           PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77  WK-SALARIO-EXIBE          PIC X(10)  VALUE SPACES.
       77  WK-DB2-INDISPONIVEL       PIC X      VALUE 'N'.
           88  DB2-INDISPONIVEL                 VALUE 'S'.
      *
       LINKAGE                       SECTION.
       01  LK-CODFUN-ACCEPT          PIC X(07).
       COPY CPYSTAT.
      *
       PROCEDURE                     DIVISION USING LK-CODFUN-ACCEPT,
               WHEN 0
                   SET TRANSACAO-OK TO TRUE
                   MOVE DB2-SALARIOFUN TO WK-SALARIO-EDIT
                   MOVE WK-SALARIO-EDIT TO WK-SALARIO-EXIBE
                   MOVE 'N' TO WK-VE-SENSIVEL
                   CALL "VALPERM" USING WK-CLASSE-SENSIVEL,
                                        WK-VE-SENSIVEL
                   IF   NOT VE-CAMPO-SENSIVEL
                       MOVE WK-SALARIO-EXIBE TO WK-VALOR-MASCARA
                       MOVE 'SALARIOFUN' TO WK-CAMPO-MASCARA
                       CALL "MASCSENS" USING WK-CAMPO-MASCARA,
                                             WK-VALOR-MASCARA
                       MOVE WK-VALOR-MASCARA TO WK-SALARIO-EXIBE
                   END-IF
                   DISPLAY 'CODFUN: '    DB2-CODFUN
                           ' NOME: '     DB2-NOMEFUN-TEXT
                           ' SALARIO: '  WK-SALARIO-EXIBE
                           ' DEPTO: '    DB2-DEPTOFUN
                           ' ADMISSAO: ' DB2-ADMISSFUN
                           ' EMAIL: '    DB2-EMAILFUN-TEXT
                   IF   VE-CAMPO-SENSIVEL
                       MOVE DB2-CODFUN   TO DB2-ACS-CODFUN
                       MOVE 'CONSCONT'   TO DB2-ACS-PROGRAMA
                       MOVE 'SALARIOFUN' TO DB2-ACS-CAMPOS
                       PERFORM GRAVA-ACESSO-SENSIVEL
                       EXEC SQL COMMIT END-EXEC
                   END-IF
               WHEN 100
                   DISPLAY 'FUNCIONARIO ' LK-CODFUN-ACCEPT
                           ' NAO EXISTE!'
                           ' STATUS: '   ESP-STATUSFUN
           END-READ.
           CLOSE ARQ-ESPELHO.
      *
      * Registro de leitura de campo sensivel (ACESSOSENS)
           COPY GRAVACESS.
