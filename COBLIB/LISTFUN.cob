      ***************************************************
      * PROGRAMA DE CONSULTA DE FUNCIONARIO(S)          *
      * POR CODIGO OU POR DEPARTAMENTO                  *
      * SEM A CLASSE DE CAMPOS SENSIVEIS (CPYSENS), O   *
      * SALARIO SAI MASCARADO PELO MASCSENS. SALARIO    *
      * EXIBIDO SEM MASCARA FICA REGISTRADO EM          *
      * EAD719.ACESSOSENS (GRAVACESS), UMA LINHA POR    *
      * FUNCIONARIO LISTADO.                            *
      * NO ONLINE (CICSFUNC) O CHAMADOR JA CONFERIU A    *
      * CLASSE PELO USERID DO TERMINAL E PASSA O USERID *
      * E O RESULTADO - O SQLID DO CICS E O DO PLANO E  *
      * NAO SERVE PARA A PERMISSAO NEM PARA O REGISTRO. *
      * NO LOTE O USERID VEM EM BRANCO E VALE O VALPERM.*
      ***************************************************
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       COPY SQLVARS.
       COPY CPYRETRY.
       COPY CPYSQLMSG.
       COPY CPYSENS.
      *
       EXEC SQL
           DECLARE CUR-LISTFUN CURSOR FOR
       END-EXEC.
      *
       77  WK-SALARIO-EDIT           PIC ZZZ.ZZ9,99  VALUE ZEROS.
       77  WK-SALARIO-EXIBE          PIC X(10)       VALUE SPACES.
       77  WK-QTDE-LISTADA           PIC 9(05)       VALUE ZEROS.
       77  DB2-NASCFUN               PIC X(11)       VALUE SPACES.
       77  DB2-CARGOFUN              PIC X(04)       VALUE SPACES.
       77  WK-IDADE-ATUAL            PIC 99          VALUE ZEROS.
      *
       LINKAGE                       SECTION.
       01  LK-CODFUN-ACCEPT          PIC X(07).
       01  LK-DEPTOFUN-ACCEPT        PIC X(03).
       COPY CPYSTAT.
       01  LK-USUARIO                PIC X(08).
       01  LK-VE-SENSIVEL            PIC X(01).
      *
       PROCEDURE                     DIVISION USING LK-CODFUN-ACCEPT,
                                                     LK-DEPTOFUN-ACCEPT,
                                                     LK-STATUS-RETORNO,
                                                     LK-USUARIO,
                                                     LK-VE-SENSIVEL.
      * Tratamento de SQLCODE
           COPY SQLTREAT.
      *
      *
       LISTA-FUNCIONARIO.
           SET TRANSACAO-FALHOU      TO TRUE.
           IF   LK-USUARIO = SPACES
               MOVE SPACES TO DB2-ACS-USERID
               MOVE 'N' TO WK-VE-SENSIVEL
               CALL "VALPERM" USING WK-CLASSE-SENSIVEL,
                                    WK-VE-SENSIVEL
           ELSE
               MOVE LK-USUARIO     TO DB2-ACS-USERID
               MOVE LK-VE-SENSIVEL TO WK-VE-SENSIVEL
           END-IF.
           IF   LK-CODFUN-ACCEPT     NOT = SPACES
               PERFORM 210-LISTA-POR-CODIGO
           ELSE
                           'CONSULTA'
               END-IF
           END-IF.
      *    CONFIRMA OS REGISTROS DE ACESSO SO DEPOIS DO CURSOR
      *    FECHADO.
           IF   VE-CAMPO-SENSIVEL AND TRANSACAO-OK
               EXEC SQL COMMIT END-EXEC
           END-IF.
      *
       210-LISTA-POR-CODIGO.
           MOVE LK-CODFUN-ACCEPT TO DB2-CODFUN.
      *
       230-EXIBE-FUNCIONARIO.
           MOVE DB2-SALARIOFUN TO WK-SALARIO-EDIT.
           MOVE WK-SALARIO-EDIT TO WK-SALARIO-EXIBE.
           IF   NOT VE-CAMPO-SENSIVEL
               MOVE WK-SALARIO-EXIBE TO WK-VALOR-MASCARA
               MOVE 'SALARIOFUN' TO WK-CAMPO-MASCARA
               CALL "MASCSENS" USING WK-CAMPO-MASCARA,
                                     WK-VALOR-MASCARA
               MOVE WK-VALOR-MASCARA TO WK-SALARIO-EXIBE
           END-IF.
      *    IDADE NAO VEM MAIS GRAVADA - E CALCULADA NA HORA A PARTIR
      *    DA DATA DE NASCIMENTO (NASCFUN).
           CALL "CALCIDAD" USING DB2-NASCFUN, WK-IDADE-ATUAL.
           END-EVALUATE.
           DISPLAY 'CODFUN: '     DB2-CODFUN
                   ' NOME: '      DB2-NOMEFUN-TEXT
                   ' SALARIO: '   WK-SALARIO-EXIBE
                   ' DEPTO: '     DB2-DEPTOFUN
                   ' CARGO: '     DB2-CARGOFUN
                   ' ADMISSAO: '  DB2-ADMISSFUN
                   ' IDADE: '     WK-IDADE-ATUAL
                   ' EMAIL: '     DB2-EMAILFUN-TEXT
                   ' SITUACAO: '  WK-SITUACAO-EDIT.
           IF   VE-CAMPO-SENSIVEL
               MOVE DB2-CODFUN      TO DB2-ACS-CODFUN
               MOVE 'LISTFUN'       TO DB2-ACS-PROGRAMA
               MOVE 'SALARIOFUN'    TO DB2-ACS-CAMPOS
               PERFORM GRAVA-ACESSO-SENSIVEL
           END-IF.
      *
      * Registro de leitura de campo sensivel (ACESSOSENS)
           COPY GRAVACESS.
