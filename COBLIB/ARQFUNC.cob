        IDENTIFICATION DIVISION.
        PROGRAM-ID.    ARQFUNC.
        AUTHOR.        THIAGO.
      **************************************************
      * ARQUIVAMENTO DE EX-FUNCIONARIOS: MOVE DE       *
      * FUNCIONARIOS PARA O CADASTRO DE                *
      * EX-FUNCIONARIOS (EAD719.FUNCIONARIOS_EX, MESMO *
      * LEIAUTE) QUEM ESTA DESLIGADO (STATUSFUN = D)   *
      * HA MAIS DE N MESES (PARM='MESES=NNN', PADRAO   *
      * 036). O PRAZO NAO DESCE DE 024 MESES: OS       *
      * PROCESSOS ANUAIS QUE AINDA OLHAM O DESLIGADO   *
      * (INFREND, CALCPLR, RELSAIDA, CAGEDMOV) SEGUEM  *
      * ACHANDO-O EM FUNCIONARIOS.                     *
      * A LINHA E COPIADA INTEIRA E SO ENTAO APAGADA,  *
      * COM COMMIT POR FUNCIONARIO - QUEDA NO MEIO     *
      * DESFAZ SO O FUNCIONARIO CORRENTE, E A PROXIMA  *
      * EXECUCAO CONTINUA DE ONDE PAROU (QUEM JA FOI   *
      * MOVIDO NAO E MAIS CANDIDATO). O HISTORICO, A   *
      * AUDITORIA E AS DEMAIS TABELAS FICAM COMO       *
      * ESTAO, PELO MESMO CODFUN.                      *
      * NO FIM, AS CONTAGENS DAS DUAS TABELAS ANTES E  *
      * DEPOIS SAO CONFERIDAS CONTRA OS MOVIDOS -      *
      * DIVERGENCIA DA RC 8; FUNCIONARIO NAO MOVIDO    *
      * (JA EXISTENTE NO CADASTRO DE EX-FUNCIONARIOS   *
      * OU ERRO DE BANCO) SAI LISTADO E DA RC 4.       *
      * QUEM LE O DESLIGADO PELO CODFUN OU PELO CPF    *
      * (READMITE, INCLUIR, TRANSEMP, EXPLGPD,         *
      * RETRATFUN, REPLAYFUN, ANONLGPD, MANPROC,       *
      * RELPROV) PROCURA TAMBEM EM FUNCIONARIOS_EX; A  *
      * READMISSAO TRAZ A LINHA DE VOLTA.              *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
      * Variaveis de controle SQL
       COPY SQLVARS.
       COPY CPYSQLMSG.
      *
       77  DB2-CODFUN                PIC X(07)       VALUE SPACES.
       77  WK-DATADESLIG             PIC X(10)       VALUE SPACES.
       77  WK-ULTIMO-CODFUN          PIC X(07)       VALUE SPACES.
       77  WK-MESES-ARQUIVO          PIC 9(03)       VALUE 36.
       77  WK-MESES-MINIMO           PIC 9(03)       VALUE 24.
       77  WK-DATA-CORTE             PIC X(10)       VALUE SPACES.
       77  WK-FIM-CANDIDATOS         PIC X(01)       VALUE 'N'.
           88  FIM-CANDIDATOS                        VALUE 'S'.
      *
       77  WK-QTDE-CANDIDATA         PIC 9(07)       VALUE ZEROS.
       77  WK-QTDE-MOVIDA            PIC 9(07)       VALUE ZEROS.
       77  WK-QTDE-DUPLICADA         PIC 9(07)       VALUE ZEROS.
       77  WK-QTDE-ERRO              PIC 9(07)       VALUE ZEROS.
       77  WK-QTDE-FUN-ANTES         PIC 9(07)       VALUE ZEROS.
       77  WK-QTDE-FUN-DEPOIS        PIC 9(07)       VALUE ZEROS.
       77  WK-QTDE-EX-ANTES          PIC 9(07)       VALUE ZEROS.
       77  WK-QTDE-EX-DEPOIS         PIC 9(07)       VALUE ZEROS.
       77  WK-QTDE-ESPERADA          PIC 9(07)       VALUE ZEROS.
       77  WK-QTDE-TRATADA           PIC 9(07)       VALUE ZEROS.
      *
      *    WITH HOLD: COMMIT POR FUNCIONARIO MOVIDO. DEPOIS DE UM
      *    ROLLBACK O CURSOR E REABERTO A PARTIR DO ULTIMO CODFUN
      *    LIDO, SEM VOLTAR AO QUE FALHOU.
       EXEC SQL
           DECLARE CUR-CANDIDATOS CURSOR WITH HOLD FOR
               SELECT CODFUN, CHAR(DATADESLIG, ISO)
                 FROM EAD719.FUNCIONARIOS
                WHERE STATUSFUN = 'D'
                  AND DATADESLIG < DATE(:WK-DATA-CORTE)
                  AND CODFUN > :WK-ULTIMO-CODFUN
                ORDER BY CODFUN
       END-EXEC.
      *
       LINKAGE SECTION.
       01  LK-PARM.
           05  LK-PARM-TAM           PIC S9(4)       COMP.
           05  LK-PARM-TEXTO         PIC X(20).
      *
       PROCEDURE DIVISION USING LK-PARM.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
          PERFORM 101-INICIAR.
          PERFORM 201-PROCESSAR.
          PERFORM 301-RECONCILIAR.
          PERFORM 901-FINALIZAR.
          STOP RUN.
      *
       100-INICIAR SECTION.
       101-INICIAR.
          IF  LK-PARM-TAM > 0
             IF  LK-PARM-TEXTO(1:6) = 'MESES='
                 AND LK-PARM-TEXTO(7:3) IS NUMERIC
                MOVE LK-PARM-TEXTO(7:3) TO WK-MESES-ARQUIVO
             END-IF
          END-IF.
          IF   WK-MESES-ARQUIVO < WK-MESES-MINIMO
             DISPLAY 'AVISO: PRAZO DE ' WK-MESES-ARQUIVO
                     ' MES(ES) ABAIXO DO MINIMO - USANDO '
                     WK-MESES-MINIMO
             MOVE WK-MESES-MINIMO TO WK-MESES-ARQUIVO
          END-IF.

          EXEC SQL
             SET :WK-DATA-CORTE =
                 CHAR(CURRENT DATE - :WK-MESES-ARQUIVO MONTHS, ISO)
          END-EXEC.
          DISPLAY 'ARQFUNC: ARQUIVANDO DESLIGADOS ANTES DE '
                  WK-DATA-CORTE ' (' WK-MESES-ARQUIVO ' MESES)'.

          EXEC SQL
             SELECT COUNT(*)
               INTO :WK-QTDE-CANDIDATA
               FROM EAD719.FUNCIONARIOS
              WHERE STATUSFUN = 'D'
                AND DATADESLIG < DATE(:WK-DATA-CORTE)
          END-EXEC.
          IF   SQLCODE NOT = 0
             PERFORM 190-ERRO-CONTAGEM
          END-IF.
          PERFORM 110-CONTA-TABELAS.
          MOVE WK-QTDE-FUN-DEPOIS TO WK-QTDE-FUN-ANTES.
          MOVE WK-QTDE-EX-DEPOIS  TO WK-QTDE-EX-ANTES.
      *
       110-CONTA-TABELAS.
          EXEC SQL
             SELECT COUNT(*)
               INTO :WK-QTDE-FUN-DEPOIS
               FROM EAD719.FUNCIONARIOS
          END-EXEC.
          IF   SQLCODE NOT = 0
             PERFORM 190-ERRO-CONTAGEM
          END-IF.
          EXEC SQL
             SELECT COUNT(*)
               INTO :WK-QTDE-EX-DEPOIS
               FROM EAD719.FUNCIONARIOS_EX
          END-EXEC.
          IF   SQLCODE NOT = 0
             PERFORM 190-ERRO-CONTAGEM
          END-IF.
      *
       190-ERRO-CONTAGEM.
          MOVE SQLCODE TO WK-SQLCODE-EDIT.
          CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG.
          DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                  ' NA CONTAGEM DOS CADASTROS'.
          MOVE 12 TO RETURN-CODE.
          STOP RUN.
      *
       200-PROCESSAR SECTION.
       201-PROCESSAR.
          PERFORM 210-ABRE-CANDIDATOS.
          PERFORM UNTIL FIM-CANDIDATOS
             EXEC SQL
                FETCH CUR-CANDIDATOS
                  INTO :DB2-CODFUN, :WK-DATADESLIG
             END-EXEC
             EVALUATE SQLCODE
                WHEN 0
                   MOVE DB2-CODFUN TO WK-ULTIMO-CODFUN
                   PERFORM 220-MOVE-FUNCIONARIO
                WHEN 100
                   SET FIM-CANDIDATOS TO TRUE
                WHEN OTHER
                   MOVE SQLCODE TO WK-SQLCODE-EDIT
                   CALL "DECODSQL" USING WK-SQLCODE-EDIT,
                                         WK-SQLCODE-MSG
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - '
                           WK-SQLCODE-MSG
                           ' NA LEITURA DOS CANDIDATOS - OS JA '
                           'MOVIDOS ESTAO GRAVADOS, REEXECUTE'
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
             END-EVALUATE
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-CANDIDATOS
          END-EXEC.
      *
       210-ABRE-CANDIDATOS.
          EXEC SQL
             OPEN CUR-CANDIDATOS
          END-EXEC.
          IF   SQLCODE NOT = 0
             MOVE SQLCODE TO WK-SQLCODE-EDIT
             CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
             DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                     ' NA ABERTURA DOS CANDIDATOS'
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
      *
       220-MOVE-FUNCIONARIO.
      *    COPIA E EXCLUSAO NA MESMA UNIDADE DE TRABALHO. A COPIA
      *    REPETE A CONDICAO DE DESLIGADO: SE O FUNCIONARIO FOI
      *    READMITIDO DEPOIS DA LEITURA, NADA E COPIADO (+100).
          EXEC SQL
             INSERT INTO EAD719.FUNCIONARIOS_EX
                SELECT *
                  FROM EAD719.FUNCIONARIOS
                 WHERE CODFUN    = :DB2-CODFUN
                   AND STATUSFUN = 'D'
          END-EXEC.
          EVALUATE SQLCODE
             WHEN 0
                EXEC SQL
                   DELETE FROM EAD719.FUNCIONARIOS
                    WHERE CODFUN = :DB2-CODFUN
                END-EXEC
                IF   SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WK-QTDE-MOVIDA
                ELSE
                   PERFORM 230-DESFAZ-FUNCIONARIO
                END-IF
             WHEN 100
                ADD 1 TO WK-QTDE-ERRO
                DISPLAY 'FUNCIONARIO ' DB2-CODFUN ' NAO ESTA MAIS '
                        'DESLIGADO - NAO MOVIDO'
             WHEN -803
                ADD 1 TO WK-QTDE-DUPLICADA
                DISPLAY 'FUNCIONARIO ' DB2-CODFUN ' (DESLIGADO EM '
                        WK-DATADESLIG ') JA EXISTE EM '
                        'FUNCIONARIOS_EX - NAO MOVIDO, CONFERIR AS '
                        'DUAS LINHAS'
             WHEN OTHER
                PERFORM 230-DESFAZ-FUNCIONARIO
          END-EVALUATE.
      *
       230-DESFAZ-FUNCIONARIO.
      *    O ROLLBACK FECHA O CURSOR (MESMO WITH HOLD) - ELE E
      *    REABERTO DEPOIS DO CODFUN QUE FALHOU.
          MOVE SQLCODE TO WK-SQLCODE-EDIT.
          CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG.
          DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                  ' AO MOVER O FUNCIONARIO ' DB2-CODFUN
                  ' - DESFEITO, CONTINUA EM FUNCIONARIOS'.
          EXEC SQL ROLLBACK END-EXEC.
          ADD 1 TO WK-QTDE-ERRO.
          PERFORM 210-ABRE-CANDIDATOS.
      *
       300-RECONCILIAR SECTION.
       301-RECONCILIAR.
          PERFORM 110-CONTA-TABELAS.
          IF   WK-QTDE-DUPLICADA > ZEROS OR WK-QTDE-ERRO > ZEROS
             MOVE 4 TO RETURN-CODE
          END-IF.
          COMPUTE WK-QTDE-TRATADA = WK-QTDE-MOVIDA
                                  + WK-QTDE-DUPLICADA
                                  + WK-QTDE-ERRO.
          IF   WK-QTDE-TRATADA NOT = WK-QTDE-CANDIDATA
             DISPLAY 'DIVERGENCIA: ' WK-QTDE-CANDIDATA
                     ' CANDIDATO(S) E ' WK-QTDE-TRATADA
                     ' TRATADO(S) (MOVIDOS + NAO MOVIDOS)'
             MOVE 8 TO RETURN-CODE
          END-IF.
          COMPUTE WK-QTDE-ESPERADA = WK-QTDE-FUN-ANTES
                                   - WK-QTDE-MOVIDA.
          IF   WK-QTDE-FUN-DEPOIS NOT = WK-QTDE-ESPERADA
             DISPLAY 'DIVERGENCIA: FUNCIONARIOS TEM '
                     WK-QTDE-FUN-DEPOIS ' LINHA(S), ESPERADAS '
                     WK-QTDE-ESPERADA
             MOVE 8 TO RETURN-CODE
          END-IF.
          COMPUTE WK-QTDE-ESPERADA = WK-QTDE-EX-ANTES
                                   + WK-QTDE-MOVIDA.
          IF   WK-QTDE-EX-DEPOIS NOT = WK-QTDE-ESPERADA
             DISPLAY 'DIVERGENCIA: FUNCIONARIOS_EX TEM '
                     WK-QTDE-EX-DEPOIS ' LINHA(S), ESPERADAS '
                     WK-QTDE-ESPERADA
             MOVE 8 TO RETURN-CODE
          END-IF.
          IF   RETURN-CODE = 8
             DISPLAY 'CONTAGENS NAO FECHAM - HOUVE INCLUSAO, '
                     'READMISSAO OU DESLIGAMENTO DURANTE A '
                     'EXECUCAO, OU LINHA PERDIDA: CONFERIR ANTES '
                     'DA PROXIMA'
          END-IF.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DO ARQUIVAMENTO DE EX-FUNCIONARIOS'.
          DISPLAY '  CANDIDATOS ............ ' WK-QTDE-CANDIDATA.
          DISPLAY '  MOVIDOS ............... ' WK-QTDE-MOVIDA.
          DISPLAY '  JA EM FUNCIONARIOS_EX . ' WK-QTDE-DUPLICADA.
          DISPLAY '  NAO MOVIDOS (ERRO) .... ' WK-QTDE-ERRO.
          DISPLAY '  FUNCIONARIOS ANTES .... ' WK-QTDE-FUN-ANTES.
          DISPLAY '  FUNCIONARIOS DEPOIS ... ' WK-QTDE-FUN-DEPOIS.
          DISPLAY '  FUNCIONARIOS_EX ANTES . ' WK-QTDE-EX-ANTES.
          DISPLAY '  FUNCIONARIOS_EX DEPOIS  ' WK-QTDE-EX-DEPOIS.
          DISPLAY '================================================'.
          EXIT.
