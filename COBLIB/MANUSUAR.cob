        IDENTIFICATION DIVISION.
        PROGRAM-ID.    MANUSUAR.
        AUTHOR.        THIAGO.
      **************************************************
      * CADASTRO DE USUARIO DE SISTEMA POR FUNCIONARIO *
      * (EAD719.USUARIOFUN): LIGA O USERID DO CICS AO  *
      * CODFUN DE QUEM ESTA ASSINADO NO TERMINAL - E   *
      * POR ELE QUE A CAIXA DE APROVACOES DO GESTOR    *
      * (CICSAPRV) SABE DE QUEM SAO OS SUBORDINADOS A  *
      * MOSTRAR, E O AUTOATENDIMENTO (CICSAUTO) DE     *
      * QUEM SAO OS DADOS A EXIBIR. UM USERID APONTA   *
      * PARA UM SO CODFUN, E SO FUNCIONARIO NAO        *
      * DESLIGADO PODE SER LIGADO.                     *
      *                                                *
      * EAD719.USUARIOFUN:                             *
      *   USERID   X(08)                               *
      *   CODFUN   X(07)                               *
      *   DATAATU  DATE                                *
      *                                                *
      * LEIAUTE DO SYSIN (UM REGISTRO POR OPERACAO):   *
      *   OPERACAO X(01)  I=INCLUI/SUBSTITUI E=EXCLUI  *
      *   USERID   X(08)                               *
      *   CODFUN   X(07)  (SO EM I)                    *
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
           05  RS-USERID            PIC X(08).
           05  RS-CODFUN            PIC X(07).
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
       77  WK-STATUS-FUNC            PIC X(01)       VALUE SPACES.
       77  WK-QTDE-MANTIDA           PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-RECUSADA          PIC 9(05)       VALUE ZEROS.
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
          EVALUATE TRUE
             WHEN RS-USERID = SPACES
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'USERID EM BRANCO - OPERACAO RECUSADA'
             WHEN RS-OPERACAO = 'I'
                PERFORM 210-LIGA-USUARIO
             WHEN RS-OPERACAO = 'E'
                PERFORM 220-DESLIGA-USUARIO
             WHEN OTHER
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'OPERACAO ' RS-OPERACAO ' INVALIDA - USE '
                        'I OU E'
          END-EVALUATE.
          PERFORM 110-LER-TRANSACAO.
      *
       210-LIGA-USUARIO.
          MOVE SPACES TO WK-STATUS-FUNC.
          EXEC SQL
             SELECT STATUSFUN
               INTO :WK-STATUS-FUNC
               FROM EAD719.FUNCIONARIOS
              WHERE CODFUN = :RS-CODFUN
          END-EXEC.
          IF   WK-STATUS-FUNC = SPACES OR WK-STATUS-FUNC = 'D'
             ADD 1 TO WK-QTDE-RECUSADA
             DISPLAY 'FUNCIONARIO ' RS-CODFUN ' NAO EXISTE OU ESTA '
                     'DESLIGADO - USERID ' RS-USERID ' NAO LIGADO'
          ELSE
             EXEC SQL
                DELETE FROM EAD719.USUARIOFUN
                 WHERE USERID = :RS-USERID
             END-EXEC
             EXEC SQL
                INSERT INTO EAD719.USUARIOFUN
                   (USERID, CODFUN, DATAATU)
                   VALUES (:RS-USERID, :RS-CODFUN, CURRENT DATE)
             END-EXEC
             IF   SQLCODE = 0
                EXEC SQL COMMIT END-EXEC
                ADD 1 TO WK-QTDE-MANTIDA
                DISPLAY 'USERID ' RS-USERID ' LIGADO AO FUNCIONARIO '
                        RS-CODFUN
             ELSE
                MOVE SQLCODE TO WK-SQLCODE-EDIT
                CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                        ' AO LIGAR O USERID ' RS-USERID
                EXEC SQL ROLLBACK END-EXEC
             END-IF
          END-IF.
      *
       220-DESLIGA-USUARIO.
          EXEC SQL
             DELETE FROM EAD719.USUARIOFUN
              WHERE USERID = :RS-USERID
          END-EXEC.
          EVALUATE SQLCODE
             WHEN 0
                EXEC SQL COMMIT END-EXEC
                ADD 1 TO WK-QTDE-MANTIDA
                DISPLAY 'USERID ' RS-USERID ' DESLIGADO'
             WHEN 100
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'USERID ' RS-USERID ' NAO ESTA CADASTRADO'
             WHEN OTHER
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'USERID NAO DESLIGADO - SQLCODE ' SQLCODE
                EXEC SQL ROLLBACK END-EXEC
          END-EVALUATE.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          CLOSE ARQ-SYSIN.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DO CADASTRO DE USUARIOS'.
          DISPLAY '  OPERACOES APLICADAS ... ' WK-QTDE-MANTIDA.
          DISPLAY '  RECUSADAS ............. ' WK-QTDE-RECUSADA.
          DISPLAY '================================================'.
          EXIT.
