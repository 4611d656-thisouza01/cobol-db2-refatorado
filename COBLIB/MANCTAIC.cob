        IDENTIFICATION DIVISION.
        PROGRAM-ID.    MANCTAIC.
        AUTHOR.        THIAGO.
      **************************************************
      * CONTAS INTERCOMPANHIA POR EMPRESA              *
      * (EAD719.CONTAIC, MESMO DESENHO DO CONTABCC     *
      * MANTIDO PELO MANCCGL): CADA EMPRESA APONTA A   *
      * CONTA A RECEBER E A CONTA A PAGAR QUE O        *
      * CESSAOGL USA QUANDO O CUSTO DE UM FUNCIONARIO  *
      * CEDIDO PASSA DE UMA EMPRESA PARA OUTRA. A      *
      * EMPRESA EM BRANCO E A EMPRESA PRINCIPAL.       *
      *                                                *
      * LEIAUTE DO SYSIN (UM REGISTRO POR OPERACAO):   *
      *   OPERACAO X(01)  I=INCLUI/SUBSTITUI E=EXCLUI  *
      *   EMPRESA  X(03)                               *
      *   RECEBER  X(10)                               *
      *   PAGAR    X(10)                               *
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
           05  RS-EMPRESA           PIC X(03).
           05  RS-RECEBER           PIC X(10).
           05  RS-PAGAR             PIC X(10).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
      * Variaveis de controle SQL
       COPY SQLVARS.
       COPY CPYSQLMSG.
           COPY CPYVALOK REPLACING ==WK-CAMPO-VALIDO== BY
                                       ==WK-EMPRESA-VALIDA==
                                   ==CAMPO-VALIDO== BY
                                       ==EMPRESA-VALIDA==.
      *
       77  WK-EOF-SYSIN              PIC X           VALUE 'N'.
           88  FIM-SYSIN                             VALUE 'S'.
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
          EVALUATE RS-OPERACAO
             WHEN 'I'
                PERFORM 210-INCLUI-CONTAS
             WHEN 'E'
                PERFORM 220-EXCLUI-CONTAS
             WHEN OTHER
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'OPERACAO ' RS-OPERACAO ' INVALIDA - USE '
                        'I OU E'
          END-EVALUATE.
          PERFORM 110-LER-TRANSACAO.
      *
       210-INCLUI-CONTAS.
      *    A EMPRESA PRECISA EXISTIR (VALEMPRE) - EM BRANCO E A
      *    PRINCIPAL; A INCLUSAO SUBSTITUI AS CONTAS ANTERIORES.
          IF   RS-EMPRESA = SPACES
             SET EMPRESA-VALIDA TO TRUE
          ELSE
             CALL "VALEMPRE" USING RS-EMPRESA, WK-EMPRESA-VALIDA
          END-IF.
          EVALUATE TRUE
             WHEN NOT EMPRESA-VALIDA
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'EMPRESA ' RS-EMPRESA ' NAO EXISTE - '
                        'CONTAS INTERCOMPANHIA RECUSADAS'
             WHEN RS-RECEBER = SPACES OR RS-PAGAR = SPACES
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'CONTAS DA EMPRESA ' RS-EMPRESA ' SEM '
                        'CONTA A RECEBER OU A PAGAR - RECUSADAS'
             WHEN OTHER
                EXEC SQL
                   DELETE FROM EAD719.CONTAIC
                    WHERE EMPRESA = :RS-EMPRESA
                END-EXEC
                EXEC SQL
                   INSERT INTO EAD719.CONTAIC
                      (EMPRESA, CONTARECEBER, CONTAPAGAR)
                      VALUES (:RS-EMPRESA, :RS-RECEBER, :RS-PAGAR)
                END-EXEC
                IF   SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WK-QTDE-MANTIDA
                   DISPLAY 'CONTAS INTERCOMPANHIA DA EMPRESA '
                           RS-EMPRESA ' GRAVADAS (' RS-RECEBER '/'
                           RS-PAGAR ')'
                ELSE
                   ADD 1 TO WK-QTDE-RECUSADA
                   DISPLAY 'CONTAS NAO GRAVADAS - SQLCODE ' SQLCODE
                   EXEC SQL ROLLBACK END-EXEC
                END-IF
          END-EVALUATE.
      *
       220-EXCLUI-CONTAS.
          EXEC SQL
             DELETE FROM EAD719.CONTAIC
              WHERE EMPRESA = :RS-EMPRESA
          END-EXEC.
          EVALUATE SQLCODE
             WHEN 0
                EXEC SQL COMMIT END-EXEC
                ADD 1 TO WK-QTDE-MANTIDA
                DISPLAY 'CONTAS INTERCOMPANHIA DA EMPRESA '
                        RS-EMPRESA ' EXCLUIDAS'
             WHEN 100
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'EMPRESA ' RS-EMPRESA ' NAO TEM CONTAS '
                        'INTERCOMPANHIA'
             WHEN OTHER
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'CONTAS NAO EXCLUIDAS - SQLCODE ' SQLCODE
                EXEC SQL ROLLBACK END-EXEC
          END-EVALUATE.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          CLOSE ARQ-SYSIN.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DAS CONTAS INTERCOMPANHIA'.
          DISPLAY '  EMPRESAS MANTIDAS ..... ' WK-QTDE-MANTIDA.
          DISPLAY '  RECUSADAS ............. ' WK-QTDE-RECUSADA.
          DISPLAY '================================================'.
          EXIT.
