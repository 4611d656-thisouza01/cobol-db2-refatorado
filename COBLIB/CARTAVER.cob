        IDENTIFICATION DIVISION.
        PROGRAM-ID.    CARTAVER.
        AUTHOR.        THIAGO.
      **************************************************
      * EMISSAO DA DECLARACAO DE VINCULO EMPREGATICIO  *
      * (CARTA PEDIDA POR BANCO, IMOBILIARIA,          *
      * CONSULADO): MONTADA A PARTIR DE FUNCIONARIOS - *
      * PARA EX-FUNCIONARIO, O ULTIMO ESTADO DO        *
      * CADASTRO E A DATA DO DESLIGAMENTO - COM A      *
      * ADMISSAO, O CARGO E, SO QUANDO PEDIDO, O       *
      * SALARIO. SALARIO NA CARTA EXIGE A CLASSE DE    *
      * CAMPOS SENSIVEIS (CPYSENS) E FICA REGISTRADO   *
      * EM EAD719.ACESSOSENS.                          *
      *                                                *
      * CADA CARTA RECEBE UM CODIGO DE AUTENTICACAO    *
      * UNICO (SEQUENCIA EAD719.SEQ_CARTAVER + 4       *
      * DIGITOS DO RELOGIO + DIGITO VERIFICADOR        *
      * MODULO 11), GRAVADO EM EAD719.CARTAVER COM A   *
      * DATA DE EMISSAO, O USUARIO E TUDO O QUE A      *
      * CARTA AFIRMA. O CONFCART CONFIRMA, SO PELO     *
      * CODIGO, SE A CARTA APRESENTADA POR TERCEIRO E  *
      * AUTENTICA E NAO FOI ALTERADA.                  *
      *                                                *
      * LEIAUTE DO SYSIN (UMA CARTA POR REGISTRO):     *
      *   CODFUN     X(07)                             *
      *   SALARIO    X(01)  S = INCLUI O SALARIO       *
      *   FINALIDADE X(40)  OBRIGATORIA                *
      * AS CARTAS SAEM NO ARQUIVO CARTAS; PEDIDO       *
      * RECUSADO SAI NO SYSOUT E DEVOLVE RC 8.         *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-SYSIN         ASSIGN TO SYSIN
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-CARTAS        ASSIGN TO CARTAS
                                     ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SYSIN.
       01  REG-SYSIN.
           05  RS-CODFUN            PIC X(07).
           05  RS-SALARIO           PIC X(01).
           05  RS-FINALIDADE        PIC X(40).
      *
       FD  ARQ-CARTAS.
       01  REG-CARTA                PIC X(80).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE BOOKFUNC
           END-EXEC.
      * Variaveis de controle SQL
       COPY SQLVARS.
       COPY CPYSQLMSG.
       COPY CPYSENS.
      *
       77  DB2-STATUSFUN             PIC X(01)       VALUE SPACES.
       77  DB2-CARGOFUN              PIC X(04)       VALUE SPACES.
       77  DB2-EMPRESAFUN            PIC X(03)       VALUE SPACES.
      *
      *    CONTEUDO DA CARTA GRAVADO EM EAD719.CARTAVER.
       77  DB2-CV-CODIGO             PIC X(13)       VALUE SPACES.
       77  DB2-CV-USUARIO            PIC X(08)       VALUE SPACES.
       77  DB2-CV-NOMEFUN            PIC X(30)       VALUE SPACES.
       77  DB2-CV-ADMISSAO           PIC X(10)       VALUE SPACES.
       77  DB2-CV-DESLIGAMENTO       PIC X(10)       VALUE SPACES.
       77  DB2-CV-CARGO              PIC X(30)       VALUE SPACES.
       77  DB2-CV-SALARIO            PIC X(12)       VALUE SPACES.
      *
       77  WK-EOF-SYSIN              PIC X           VALUE 'N'.
           88  FIM-SYSIN                             VALUE 'S'.
       77  WK-QTDE-EMITIDA           PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-RECUSADA          PIC 9(05)       VALUE ZEROS.
       77  WK-DESLIG-ISO             PIC X(10)       VALUE SPACES.
       77  WK-SALARIO-EDIT           PIC ZZZ.ZZ9,99  VALUE ZEROS.
       77  WK-EMISSAO                PIC X(10)       VALUE SPACES.
       77  WK-FIM-FRASE              PIC X(01)       VALUE SPACES.
       01  WK-DATA-ATUAL.
           05  WK-HOJE-AAAA         PIC 9(04).
           05  WK-HOJE-MM           PIC 9(02).
           05  WK-HOJE-DD           PIC 9(02).
           05  FILLER               PIC X(13).
      *
      *    CODIGO DE AUTENTICACAO: SEQUENCIA (UNICIDADE) + 4 DIGITOS
      *    DO RELOGIO (CODIGO NAO ADIVINHAVEL PELO VIZINHO) + DV.
       01  WK-CODIGO.
           05  WK-CODIGO-BASE.
               10  WK-COD-SEQ       PIC 9(08).
               10  WK-COD-RELOGIO   PIC 9(04).
           05  WK-COD-DV            PIC 9(01).
       77  WK-MICROSSEGUNDO          PIC 9(06)       VALUE ZEROS.
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
          MOVE FUNCTION CURRENT-DATE TO WK-DATA-ATUAL.
          STRING WK-HOJE-DD '/' WK-HOJE-MM '/' WK-HOJE-AAAA
                 DELIMITED BY SIZE
                 INTO WK-EMISSAO
          END-STRING.
          EXEC SQL
             VALUES (CURRENT SQLID) INTO :DB2-CV-USUARIO
          END-EXEC.
          CALL "VALPERM" USING WK-CLASSE-SENSIVEL, WK-VE-SENSIVEL.
          OPEN INPUT  ARQ-SYSIN.
          OPEN OUTPUT ARQ-CARTAS.
          PERFORM 110-LER-PEDIDO.
      *
       110-LER-PEDIDO.
          READ ARQ-SYSIN
             AT END
                SET FIM-SYSIN TO TRUE
          END-READ.
      *
       200-PROCESSAR SECTION.
       201-PROCESSAR.
          EVALUATE TRUE
             WHEN RS-FINALIDADE = SPACES
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'CARTA DO FUNCIONARIO ' RS-CODFUN
                        ' SEM FINALIDADE - PEDIDO RECUSADO'
             WHEN RS-SALARIO = 'S' AND NOT VE-CAMPO-SENSIVEL
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'CARTA DO FUNCIONARIO ' RS-CODFUN
                        ' COM SALARIO EXIGE A CLASSE DE CAMPOS '
                        'SENSIVEIS - PEDIDO RECUSADO'
             WHEN OTHER
                PERFORM 210-LE-FUNCIONARIO
          END-EVALUATE.
          PERFORM 110-LER-PEDIDO.
      *
       210-LE-FUNCIONARIO.
          EXEC SQL
             SELECT NOMEFUN, ADMISSFUN, SALARIOFUN, STATUSFUN,
                    COALESCE(CARGOFUN, ' '),
                    COALESCE(EMPRESAFUN, ' ')
               INTO :DB2-NOMEFUN, :DB2-ADMISSFUN, :DB2-SALARIOFUN,
                    :DB2-STATUSFUN, :DB2-CARGOFUN, :DB2-EMPRESAFUN
               FROM EAD719.FUNCIONARIOS
              WHERE CODFUN = :RS-CODFUN
          END-EXEC.
          EVALUATE SQLCODE
             WHEN 0
                PERFORM 220-MONTA-CONTEUDO
                PERFORM 230-GRAVA-CARTA
             WHEN 100
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'FUNCIONARIO ' RS-CODFUN ' NAO CADASTRADO - '
                        'PEDIDO RECUSADO'
             WHEN OTHER
                MOVE SQLCODE TO WK-SQLCODE-EDIT
                CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                        ' NA LEITURA DO FUNCIONARIO ' RS-CODFUN
          END-EVALUATE.
      *
       220-MONTA-CONTEUDO.
          MOVE DB2-NOMEFUN-TEXT      TO DB2-CV-NOMEFUN.
          MOVE DB2-ADMISSFUN(1:10)   TO DB2-CV-ADMISSAO.
      *    CARGO PELA DESCRICAO DO CADASTRO DE CARGOS; SEM ELA, O
      *    PROPRIO CODIGO.
          MOVE DB2-CARGOFUN          TO DB2-CV-CARGO.
          IF   DB2-CARGOFUN NOT = SPACES
             EXEC SQL
                SELECT DESCCARGO
                  INTO :DB2-CV-CARGO
                  FROM EAD719.CARGOS
                 WHERE CARGOFUN = :DB2-CARGOFUN
             END-EXEC
             IF   SQLCODE NOT = 0
                MOVE DB2-CARGOFUN    TO DB2-CV-CARGO
             END-IF
          END-IF.
          MOVE SPACES                TO DB2-CV-SALARIO.
          IF   RS-SALARIO = 'S'
             MOVE DB2-SALARIOFUN     TO WK-SALARIO-EDIT
             MOVE FUNCTION TRIM(WK-SALARIO-EDIT) TO DB2-CV-SALARIO
          END-IF.
      *    EX-FUNCIONARIO: A DATA DO DESLIGAMENTO E A DA PASSAGEM DO
      *    STATUSFUN PARA 'D' NO HISTORICO (A MAIS RECENTE, SE HOUVE
      *    READMISSAO E NOVO DESLIGAMENTO).
          MOVE SPACES                TO DB2-CV-DESLIGAMENTO.
          IF   DB2-STATUSFUN = 'D'
             MOVE SPACES TO WK-DESLIG-ISO
             EXEC SQL
                SELECT COALESCE(CHAR(MAX(DATAALT), ISO), ' ')
                  INTO :WK-DESLIG-ISO
                  FROM EAD719.FUNCIONARIOS_HIST
                 WHERE CODFUN    = :RS-CODFUN
                   AND CAMPOALT  = 'STATUSFUN'
                   AND VALORNOVO LIKE 'D%'
             END-EXEC
             IF   SQLCODE = 0 AND WK-DESLIG-ISO NOT = SPACES
                STRING WK-DESLIG-ISO(9:2) '/'
                       WK-DESLIG-ISO(6:2) '/'
                       WK-DESLIG-ISO(1:4)
                       DELIMITED BY SIZE
                       INTO DB2-CV-DESLIGAMENTO
                END-STRING
             ELSE
                MOVE 'NAO CONSTA'    TO DB2-CV-DESLIGAMENTO
             END-IF
          END-IF.
      *
       230-GRAVA-CARTA.
          PERFORM 240-GERA-CODIGO.
          EXEC SQL
             INSERT INTO EAD719.CARTAVER
                (CODIGO, CODFUN, FINALIDADE, EMISSAO, USUARIO,
                 NOMEFUN, EMPRESA, ADMISSAO, DESLIGAMENTO, CARGO,
                 SALARIO)
                VALUES (:DB2-CV-CODIGO, :RS-CODFUN, :RS-FINALIDADE,
                        CURRENT DATE, :DB2-CV-USUARIO,
                        :DB2-CV-NOMEFUN, :DB2-EMPRESAFUN,
                        :DB2-CV-ADMISSAO, :DB2-CV-DESLIGAMENTO,
                        :DB2-CV-CARGO, :DB2-CV-SALARIO)
          END-EXEC.
          IF   SQLCODE NOT = 0
             MOVE SQLCODE TO WK-SQLCODE-EDIT
             CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
             ADD 1 TO WK-QTDE-RECUSADA
             DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                     ' AO REGISTRAR A CARTA DO FUNCIONARIO ' RS-CODFUN
             EXEC SQL ROLLBACK END-EXEC
          ELSE
             IF   RS-SALARIO = 'S'
                MOVE RS-CODFUN         TO DB2-ACS-CODFUN
                MOVE 'CARTAVER'        TO DB2-ACS-PROGRAMA
                MOVE 'SALARIOFUN'      TO DB2-ACS-CAMPOS
                PERFORM GRAVA-ACESSO-SENSIVEL
             END-IF
             EXEC SQL COMMIT END-EXEC
             PERFORM 250-IMPRIME-CARTA
             ADD 1 TO WK-QTDE-EMITIDA
             DISPLAY 'CARTA DO FUNCIONARIO ' RS-CODFUN
                     ' EMITIDA - CODIGO ' DB2-CV-CODIGO
          END-IF.
      *
       240-GERA-CODIGO.
          EXEC SQL
             VALUES (NEXT VALUE FOR EAD719.SEQ_CARTAVER,
                     MICROSECOND(CURRENT TIMESTAMP))
               INTO :WK-COD-SEQ, :WK-MICROSSEGUNDO
          END-EXEC.
          COMPUTE WK-COD-RELOGIO = FUNCTION MOD(WK-MICROSSEGUNDO,
                                                10000).
          CALL "CALCDVAU" USING WK-CODIGO-BASE, WK-COD-DV.
          MOVE WK-CODIGO TO DB2-CV-CODIGO.
      *
       250-IMPRIME-CARTA.
          MOVE SPACES TO REG-CARTA.
          MOVE 'DECLARACAO DE VINCULO EMPREGATICIO' TO REG-CARTA.
          WRITE REG-CARTA.
          MOVE SPACES TO REG-CARTA.
          WRITE REG-CARTA.
          STRING 'DECLARAMOS, PARA FINS DE '
                 FUNCTION TRIM(RS-FINALIDADE TRAILING) ', QUE'
                 DELIMITED BY SIZE
                 INTO REG-CARTA
          END-STRING.
          WRITE REG-CARTA.
          MOVE SPACES TO REG-CARTA.
          STRING FUNCTION TRIM(DB2-CV-NOMEFUN TRAILING)
                 ', MATRICULA ' RS-CODFUN ','
                 DELIMITED BY SIZE
                 INTO REG-CARTA
          END-STRING.
          WRITE REG-CARTA.
          MOVE SPACES TO REG-CARTA.
          IF   DB2-CV-SALARIO = SPACES
             MOVE '.' TO WK-FIM-FRASE
          ELSE
             MOVE ',' TO WK-FIM-FRASE
          END-IF.
          IF   DB2-CV-DESLIGAMENTO = SPACES
             STRING 'E EMPREGADO(A) DA EMPRESA ' DB2-EMPRESAFUN
                    ' DESDE ' DB2-CV-ADMISSAO ','
                    DELIMITED BY SIZE
                    INTO REG-CARTA
             END-STRING
             WRITE REG-CARTA
             MOVE SPACES TO REG-CARTA
             STRING 'EXERCENDO O CARGO DE '
                    FUNCTION TRIM(DB2-CV-CARGO TRAILING) WK-FIM-FRASE
                    DELIMITED BY SIZE
                    INTO REG-CARTA
             END-STRING
          ELSE
             STRING 'FOI EMPREGADO(A) DA EMPRESA ' DB2-EMPRESAFUN
                    ' DE ' DB2-CV-ADMISSAO ' A '
                    DB2-CV-DESLIGAMENTO ','
                    DELIMITED BY SIZE
                    INTO REG-CARTA
             END-STRING
             WRITE REG-CARTA
             MOVE SPACES TO REG-CARTA
             STRING 'TENDO EXERCIDO POR ULTIMO O CARGO DE '
                    FUNCTION TRIM(DB2-CV-CARGO TRAILING) WK-FIM-FRASE
                    DELIMITED BY SIZE
                    INTO REG-CARTA
             END-STRING
          END-IF.
          WRITE REG-CARTA.
          IF   DB2-CV-SALARIO NOT = SPACES
             MOVE SPACES TO REG-CARTA
             IF   DB2-CV-DESLIGAMENTO = SPACES
                STRING 'COM SALARIO MENSAL DE R$ '
                       FUNCTION TRIM(DB2-CV-SALARIO) '.'
                       DELIMITED BY SIZE
                       INTO REG-CARTA
                END-STRING
             ELSE
                STRING 'COM ULTIMO SALARIO MENSAL DE R$ '
                       FUNCTION TRIM(DB2-CV-SALARIO) '.'
                       DELIMITED BY SIZE
                       INTO REG-CARTA
                END-STRING
             END-IF
             WRITE REG-CARTA
          END-IF.
          MOVE SPACES TO REG-CARTA.
          WRITE REG-CARTA.
          STRING 'EMITIDA EM ' WK-EMISSAO '.'
                 DELIMITED BY SIZE
                 INTO REG-CARTA
          END-STRING.
          WRITE REG-CARTA.
          MOVE SPACES TO REG-CARTA.
          WRITE REG-CARTA.
          STRING 'CODIGO DE AUTENTICACAO: ' DB2-CV-CODIGO
                 DELIMITED BY SIZE
                 INTO REG-CARTA
          END-STRING.
          WRITE REG-CARTA.
          MOVE 'A AUTENTICIDADE DESTA DECLARACAO PODE SER CONFIRMADA '
            TO REG-CARTA.
          WRITE REG-CARTA.
          MOVE 'JUNTO AO RH PELO CODIGO ACIMA.' TO REG-CARTA.
          WRITE REG-CARTA.
          MOVE ALL '-' TO REG-CARTA.
          WRITE REG-CARTA.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          CLOSE ARQ-SYSIN ARQ-CARTAS.
          IF   WK-QTDE-RECUSADA > ZEROS
             MOVE 8 TO RETURN-CODE
          END-IF.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DA EMISSAO DE DECLARACOES DE VINCULO'.
          DISPLAY '  CARTAS EMITIDAS ....... ' WK-QTDE-EMITIDA.
          DISPLAY '  PEDIDOS RECUSADOS ..... ' WK-QTDE-RECUSADA.
          DISPLAY '================================================'.
          EXIT.
      *
      * Registro de leitura de campo sensivel (ACESSOSENS)
          COPY GRAVACESS.
