        IDENTIFICATION DIVISION.
        PROGRAM-ID.    MANMOTDE.
        AUTHOR.        THIAGO.
      **************************************************
      * CADASTRO DOS MOTIVOS DE DESLIGAMENTO           *
      * (EAD719.MOTDESLIG), MANTIDO PELO RH NO MOLDE   *
      * DO MANFILIA. O TERMINA, O DESLDEPT E O         *
      * VENCECON SO DESLIGAM COM UM MOTIVO ATIVO DAQUI *
      * (VALMOTDE) E GRAVAM O CODIGO NO HISTORICO      *
      * (LINHA 'MOTDESLIG'); DELE SAEM O CODIGO DO     *
      * CAGED (CAGEDMOV), O TIPO DA RESCISAO QUE       *
      * DECIDE AS VERBAS (TERMINA/CALCRESC) E OS       *
      * INDICADORES DE SAIDA VOLUNTARIA E DE PERDA     *
      * LAMENTADA DO RELTURNO E DO RELSAIDA.           *
      *                                                *
      * EAD719.MOTDESLIG:                              *
      *   CODMOTIVO  X(02)                             *
      *   DESCRICAO  X(30)                             *
      *   CODLEGAL   X(02)  MOTIVO NO CAGED (01=PEDIDO *
      *                     02=EMPREGADOR 03=TERMINO   *
      *                     DE CONTRATO ...)           *
      *   TIPORESC   X(01)  S=SEM JUSTA CAUSA          *
      *                     P=PEDIDO DE DEMISSAO       *
      *                     J=JUSTA CAUSA              *
      *                     T=TERMINO DE CONTRATO      *
      *   VOLUNTARIO X(01)  S/N INICIATIVA DO EMPREGADO*
      *   LAMENTADA  X(01)  S/N PERDA LAMENTADA        *
      *   ATIVO      X(01)  S/N                        *
      *                                                *
      * LEIAUTE DO SYSIN (UM REGISTRO POR OPERACAO):   *
      *   OPERACAO   X(01)  I=INCLUI                   *
      *                     A=ALTERA (CAMPOS EM BRANCO *
      *                       FICAM COMO ESTAO; ATIVO  *
      *                       N DESATIVA, S REATIVA)   *
      *                     E=EXCLUI (SO MOTIVO NUNCA  *
      *                       USADO - O USADO SE       *
      *                       DESATIVA)                *
      *                     L=LISTA (CODIGO EM BRANCO  *
      *                       = TODOS)                 *
      *   CODMOTIVO  X(02)                             *
      *   DESCRICAO  X(30)                             *
      *   CODLEGAL   X(02)                             *
      *   TIPORESC   X(01)                             *
      *   VOLUNTARIO X(01)                             *
      *   LAMENTADA  X(01)                             *
      *   ATIVO      X(01)  (NA INCLUSAO, BRANCO = S)  *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-SYSIN         ASSIGN TO SYSIN
                                     ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SYSIN.
       01  REG-SYSIN.
           05  RS-OPERACAO          PIC X(01).
           05  RS-CODMOTIVO         PIC X(02).
           05  RS-DESCRICAO         PIC X(30).
           05  RS-CODLEGAL          PIC X(02).
           05  RS-TIPORESC          PIC X(01).
           05  RS-VOLUNTARIO        PIC X(01).
           05  RS-LAMENTADA         PIC X(01).
           05  RS-ATIVO             PIC X(01).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
      * Variaveis de controle SQL
       COPY SQLVARS.
       COPY CPYSQLMSG.
      *
       77  WK-EOF-SYSIN              PIC X           VALUE 'N'.
           88  FIM-SYSIN                             VALUE 'S'.
      *
      *    CADASTRO ATUAL DO MOTIVO.
       77  WK-CODMOTIVO              PIC X(02)       VALUE SPACES.
       77  WK-DESCRICAO              PIC X(30)       VALUE SPACES.
       77  WK-CODLEGAL               PIC X(02)       VALUE SPACES.
       77  WK-TIPORESC               PIC X(01)       VALUE SPACES.
           88  TIPORESC-VALIDO                       VALUE 'S' 'P'
                                                           'J' 'T'.
       77  WK-VOLUNTARIO             PIC X(01)       VALUE SPACES.
           88  VOLUNTARIO-VALIDO                     VALUE 'S' 'N'.
       77  WK-LAMENTADA              PIC X(01)       VALUE SPACES.
           88  LAMENTADA-VALIDA                      VALUE 'S' 'N'.
       77  WK-ATIVO                  PIC X(01)       VALUE SPACES.
           88  ATIVO-VALIDO                          VALUE 'S' 'N'.
       77  WK-QTDE-USO               PIC 9(07)       VALUE ZEROS.
       77  WK-QTDE-LISTADA           PIC 9(05)       VALUE ZEROS.
      *
       77  WK-QTDE-MANTIDA           PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-RECUSADA          PIC 9(05)       VALUE ZEROS.
      *
       EXEC SQL
           DECLARE CUR-MOTIVOS CURSOR FOR
               SELECT CODMOTIVO, DESCRICAO, CODLEGAL, TIPORESC,
                      VOLUNTARIO, LAMENTADA, ATIVO
                 FROM EAD719.MOTDESLIG
                WHERE CODMOTIVO = :RS-CODMOTIVO
                   OR :RS-CODMOTIVO = ' '
                ORDER BY CODMOTIVO
       END-EXEC.
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
          OPEN INPUT ARQ-SYSIN.
          PERFORM 110-LER-TRANSACAO.
      *
       110-LER-TRANSACAO.
          READ ARQ-SYSIN
             AT END
                SET FIM-SYSIN TO TRUE
          END-READ.
      *
       200-PROCESSAR SECTION.
       201-PROCESSAR.
          EVALUATE RS-OPERACAO
             WHEN 'I'
                PERFORM 210-INCLUI-MOTIVO
             WHEN 'A'
                PERFORM 220-ALTERA-MOTIVO
             WHEN 'E'
                PERFORM 230-EXCLUI-MOTIVO
             WHEN 'L'
                PERFORM 240-LISTA-MOTIVOS
             WHEN OTHER
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'OPERACAO ' RS-OPERACAO ' INVALIDA - USE '
                        'I, A, E OU L'
          END-EVALUATE.
          PERFORM 110-LER-TRANSACAO.
      *
       210-INCLUI-MOTIVO.
          MOVE RS-DESCRICAO  TO WK-DESCRICAO.
          MOVE RS-CODLEGAL   TO WK-CODLEGAL.
          MOVE RS-TIPORESC   TO WK-TIPORESC.
          MOVE RS-VOLUNTARIO TO WK-VOLUNTARIO.
          MOVE RS-LAMENTADA  TO WK-LAMENTADA.
          MOVE RS-ATIVO      TO WK-ATIVO.
          IF   WK-ATIVO = SPACES
             MOVE 'S' TO WK-ATIVO
          END-IF.
          IF   RS-CODMOTIVO = SPACES
             ADD 1 TO WK-QTDE-RECUSADA
             DISPLAY 'CODIGO DO MOTIVO EM BRANCO - RECUSADO'
          ELSE
             PERFORM 250-CONFERE-CAMPOS
          END-IF.
          IF   RS-CODMOTIVO NOT = SPACES
           AND WK-CODMOTIVO NOT = SPACES
             EXEC SQL
                INSERT INTO EAD719.MOTDESLIG
                   (CODMOTIVO, DESCRICAO, CODLEGAL, TIPORESC,
                    VOLUNTARIO, LAMENTADA, ATIVO)
                   VALUES (:RS-CODMOTIVO, :WK-DESCRICAO,
                           :WK-CODLEGAL, :WK-TIPORESC,
                           :WK-VOLUNTARIO, :WK-LAMENTADA, :WK-ATIVO)
             END-EXEC
             EVALUATE SQLCODE
                WHEN 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WK-QTDE-MANTIDA
                   DISPLAY 'MOTIVO ' RS-CODMOTIVO ' (' WK-DESCRICAO
                           ') INCLUIDO'
                WHEN -803
                   ADD 1 TO WK-QTDE-RECUSADA
                   DISPLAY 'MOTIVO ' RS-CODMOTIVO ' JA EXISTE'
                   EXEC SQL ROLLBACK END-EXEC
                WHEN OTHER
                   PERFORM 290-ERRO-SQL
             END-EVALUATE
          END-IF.
      *
       220-ALTERA-MOTIVO.
          PERFORM 260-LE-MOTIVO.
          IF   SQLCODE = 0
             IF   RS-DESCRICAO NOT = SPACES
                MOVE RS-DESCRICAO TO WK-DESCRICAO
             END-IF
             IF   RS-CODLEGAL NOT = SPACES
                MOVE RS-CODLEGAL TO WK-CODLEGAL
             END-IF
             IF   RS-TIPORESC NOT = SPACES
                MOVE RS-TIPORESC TO WK-TIPORESC
             END-IF
             IF   RS-VOLUNTARIO NOT = SPACES
                MOVE RS-VOLUNTARIO TO WK-VOLUNTARIO
             END-IF
             IF   RS-LAMENTADA NOT = SPACES
                MOVE RS-LAMENTADA TO WK-LAMENTADA
             END-IF
             IF   RS-ATIVO NOT = SPACES
                MOVE RS-ATIVO TO WK-ATIVO
             END-IF
             PERFORM 250-CONFERE-CAMPOS
          ELSE
             ADD 1 TO WK-QTDE-RECUSADA
             DISPLAY 'MOTIVO ' RS-CODMOTIVO ' NAO EXISTE - '
                     'ALTERACAO RECUSADA'
          END-IF.
      *    O CADASTRO VALE DAQUI PARA A FRENTE; OS DESLIGAMENTOS JA
      *    FEITOS GUARDAM SO O CODIGO, ENTAO OS RELATORIOS PASSAM A
      *    LE-LOS COM OS INDICADORES NOVOS.
          IF   WK-CODMOTIVO NOT = SPACES
             EXEC SQL
                UPDATE EAD719.MOTDESLIG
                   SET DESCRICAO  = :WK-DESCRICAO,
                       CODLEGAL   = :WK-CODLEGAL,
                       TIPORESC   = :WK-TIPORESC,
                       VOLUNTARIO = :WK-VOLUNTARIO,
                       LAMENTADA  = :WK-LAMENTADA,
                       ATIVO      = :WK-ATIVO
                 WHERE CODMOTIVO = :RS-CODMOTIVO
             END-EXEC
             IF   SQLCODE = 0
                EXEC SQL COMMIT END-EXEC
                ADD 1 TO WK-QTDE-MANTIDA
                DISPLAY 'MOTIVO ' RS-CODMOTIVO ' ALTERADO (ATIVO '
                        WK-ATIVO ')'
             ELSE
                PERFORM 290-ERRO-SQL
             END-IF
          END-IF.
      *
       230-EXCLUI-MOTIVO.
      *    MOTIVO QUE JA CONSTA DE ALGUM DESLIGAMENTO NAO SAI - O
      *    HISTORICO PERDERIA A CLASSIFICACAO. DESATIVE (A COM
      *    ATIVO N).
          MOVE ZEROS TO WK-QTDE-USO.
          EXEC SQL
             SELECT COUNT(*)
               INTO :WK-QTDE-USO
               FROM EAD719.FUNCIONARIOS_HIST
              WHERE CAMPOALT  = 'MOTDESLIG'
                AND VALORNOVO = :RS-CODMOTIVO
          END-EXEC.
          IF   WK-QTDE-USO > ZEROS
             ADD 1 TO WK-QTDE-RECUSADA
             DISPLAY 'MOTIVO ' RS-CODMOTIVO ' USADO EM ' WK-QTDE-USO
                     ' DESLIGAMENTO(S) - EXCLUSAO RECUSADA, '
                     'DESATIVE O MOTIVO'
          ELSE
             EXEC SQL
                DELETE FROM EAD719.MOTDESLIG
                 WHERE CODMOTIVO = :RS-CODMOTIVO
             END-EXEC
             EVALUATE SQLCODE
                WHEN 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WK-QTDE-MANTIDA
                   DISPLAY 'MOTIVO ' RS-CODMOTIVO ' EXCLUIDO'
                WHEN 100
                   ADD 1 TO WK-QTDE-RECUSADA
                   DISPLAY 'MOTIVO ' RS-CODMOTIVO ' NAO EXISTE'
                WHEN OTHER
                   PERFORM 290-ERRO-SQL
             END-EVALUATE
          END-IF.
      *
       240-LISTA-MOTIVOS.
          MOVE ZEROS TO WK-QTDE-LISTADA.
          EXEC SQL
             OPEN CUR-MOTIVOS
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-MOTIVOS
                  INTO :WK-CODMOTIVO, :WK-DESCRICAO, :WK-CODLEGAL,
                       :WK-TIPORESC, :WK-VOLUNTARIO, :WK-LAMENTADA,
                       :WK-ATIVO
             END-EXEC
             IF   SQLCODE = 0
                ADD 1 TO WK-QTDE-LISTADA
                DISPLAY '  ' WK-CODMOTIVO ' ' WK-DESCRICAO
                        ' CAGED ' WK-CODLEGAL ' TIPO ' WK-TIPORESC
                        ' VOLUNT ' WK-VOLUNTARIO ' LAMENT '
                        WK-LAMENTADA ' ATIVO ' WK-ATIVO
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-MOTIVOS
          END-EXEC.
          IF   WK-QTDE-LISTADA = ZEROS
             DISPLAY 'NENHUM MOTIVO DE DESLIGAMENTO CADASTRADO'
          END-IF.
      *
       250-CONFERE-CAMPOS.
      *    DEVOLVE WK-CODMOTIVO PREENCHIDO SO QUANDO TUDO CONFERE.
          MOVE SPACES TO WK-CODMOTIVO.
          EVALUATE TRUE
             WHEN WK-DESCRICAO = SPACES
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'MOTIVO ' RS-CODMOTIVO ' SEM DESCRICAO - '
                        'RECUSADO'
             WHEN WK-CODLEGAL NOT NUMERIC
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'CODIGO DO CAGED ' WK-CODLEGAL ' INVALIDO '
                        'PARA O MOTIVO ' RS-CODMOTIVO ' - RECUSADO'
             WHEN NOT TIPORESC-VALIDO
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'TIPO DE RESCISAO ' WK-TIPORESC ' INVALIDO '
                        '- USE S, P, J OU T'
             WHEN NOT VOLUNTARIO-VALIDO
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'INDICADOR DE VOLUNTARIO ' WK-VOLUNTARIO
                        ' INVALIDO - USE S OU N'
             WHEN NOT LAMENTADA-VALIDA
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'INDICADOR DE PERDA LAMENTADA '
                        WK-LAMENTADA ' INVALIDO - USE S OU N'
             WHEN NOT ATIVO-VALIDO
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'INDICADOR DE ATIVO ' WK-ATIVO
                        ' INVALIDO - USE S OU N'
             WHEN OTHER
                MOVE RS-CODMOTIVO TO WK-CODMOTIVO
          END-EVALUATE.
      *
       260-LE-MOTIVO.
          MOVE SPACES TO WK-CODMOTIVO.
          EXEC SQL
             SELECT DESCRICAO, CODLEGAL, TIPORESC, VOLUNTARIO,
                    LAMENTADA, ATIVO
               INTO :WK-DESCRICAO, :WK-CODLEGAL, :WK-TIPORESC,
                    :WK-VOLUNTARIO, :WK-LAMENTADA, :WK-ATIVO
               FROM EAD719.MOTDESLIG
              WHERE CODMOTIVO = :RS-CODMOTIVO
          END-EXEC.
      *
       290-ERRO-SQL.
          ADD 1 TO WK-QTDE-RECUSADA.
          MOVE SQLCODE TO WK-SQLCODE-EDIT.
          CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG.
          DISPLAY 'MOTIVO ' RS-CODMOTIVO ' NAO MANTIDO - '
                  WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG.
          EXEC SQL ROLLBACK END-EXEC.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          CLOSE ARQ-SYSIN.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DO CADASTRO DE MOTIVOS DE DESLIGAMENTO'.
          DISPLAY '  MOTIVOS MANTIDOS ...... ' WK-QTDE-MANTIDA.
          DISPLAY '  RECUSADOS ............. ' WK-QTDE-RECUSADA.
          DISPLAY '================================================'.
          EXIT.
