        IDENTIFICATION DIVISION.
        PROGRAM-ID.    MANVR.
        AUTHOR.        THIAGO.
      **************************************************
      * CADASTRO DO VALOR DIARIO DE VALE-REFEICAO E    *
      * VALE-ALIMENTACAO POR EMPRESA (EAD719.VRVALOR): *
      * PARA CADA EMPRESA E CODIGO DE BENEFICIO, O     *
      * VALOR CREDITADO POR DIA TRABALHADO E O         *
      * PERCENTUAL DE COPARTICIPACAO DO FUNCIONARIO,   *
      * QUE O EXTRVR USA NO CALCULO MENSAL DO CREDITO  *
      * - MANTIDO NO MOLDE DO MANVT. A COPARTICIPACAO  *
      * E LIMITADA A 20% DO BENEFICIO (PAT).           *
      *                                                *
      * EAD719.VRVALOR:                                *
      *   EMPRESA     X(03)                            *
      *   CODBEN      X(03)                            *
      *   VALORDIA    DEC(7,2)                         *
      *   PERCDESC    DEC(5,2)                         *
      *                                                *
      * LEIAUTE DO SYSIN (UM REGISTRO POR OPERACAO):   *
      *   OPERACAO  X(01)  I=INCLUI A=ALTERA E=EXCLUI  *
      *   EMPRESA   X(03)                              *
      *   CODBEN    X(03)                              *
      *   VALOR DIA X(09)  9999999V99                  *
      *   PERC DESC X(05)  999V99                      *
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
           05  RS-CODBEN            PIC X(03).
           05  RS-VALORDIA          PIC X(09).
           05  RS-PERCDESC          PIC X(05).
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
       77  WK-VALOR-OK               PIC X           VALUE 'N'.
           88  VALOR-OK                              VALUE 'S'.
       77  WK-VALORDIA               PIC 9(07)V99    VALUE ZEROS.
       77  WK-PERCDESC               PIC 9(03)V99    VALUE ZEROS.
       77  WK-PERC-MAXIMO            PIC 9(03)V99    VALUE 20.
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
                PERFORM 210-INCLUI-VALOR
             WHEN 'A'
                PERFORM 220-ALTERA-VALOR
             WHEN 'E'
                PERFORM 230-EXCLUI-VALOR
             WHEN OTHER
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'OPERACAO ' RS-OPERACAO ' INVALIDA - USE '
                        'I, A OU E'
          END-EVALUATE.
          PERFORM 110-LER-TRANSACAO.
      *
       205-CONFERE-VALORES.
      *    VALOR DIARIO POSITIVO E COPARTICIPACAO DENTRO DO TETO.
          MOVE 'N' TO WK-VALOR-OK.
          IF   RS-VALORDIA NOT NUMERIC OR RS-PERCDESC NOT NUMERIC
             DISPLAY 'VALOR DIARIO ' RS-VALORDIA ' OU PERCENTUAL '
                     RS-PERCDESC ' INVALIDOS'
          ELSE
             MOVE RS-VALORDIA TO WK-VALORDIA
             MOVE RS-PERCDESC TO WK-PERCDESC
             EVALUATE TRUE
                WHEN WK-VALORDIA = ZEROS
                   DISPLAY 'VALOR DIARIO ZERADO PARA A EMPRESA '
                           RS-EMPRESA ' BENEFICIO ' RS-CODBEN
                WHEN WK-PERCDESC > WK-PERC-MAXIMO
                   DISPLAY 'COPARTICIPACAO DE ' RS-PERCDESC
                           ' ACIMA DO TETO DE 20% DO BENEFICIO'
                WHEN OTHER
                   CALL "VALEMPRE" USING RS-EMPRESA,
                                         WK-EMPRESA-VALIDA
                   IF   EMPRESA-VALIDA
                      SET VALOR-OK TO TRUE
                   ELSE
                      DISPLAY 'EMPRESA ' RS-EMPRESA
                              ' NAO CADASTRADA'
                   END-IF
             END-EVALUATE
          END-IF.
      *
       210-INCLUI-VALOR.
          PERFORM 205-CONFERE-VALORES.
          IF   NOT VALOR-OK
             ADD 1 TO WK-QTDE-RECUSADA
             DISPLAY 'VALOR DIARIO DA EMPRESA ' RS-EMPRESA
                     ' BENEFICIO ' RS-CODBEN ' - INCLUSAO RECUSADA'
          ELSE
             EXEC SQL
                INSERT INTO EAD719.VRVALOR
                   (EMPRESA, CODBEN, VALORDIA, PERCDESC)
                   VALUES (:RS-EMPRESA, :RS-CODBEN, :WK-VALORDIA,
                           :WK-PERCDESC)
             END-EXEC
             EVALUATE SQLCODE
                WHEN 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WK-QTDE-MANTIDA
                   DISPLAY 'VALOR DIARIO DA EMPRESA ' RS-EMPRESA
                           ' BENEFICIO ' RS-CODBEN ' INCLUIDO'
                WHEN -803
                   ADD 1 TO WK-QTDE-RECUSADA
                   DISPLAY 'VALOR DIARIO DA EMPRESA ' RS-EMPRESA
                           ' BENEFICIO ' RS-CODBEN ' JA EXISTE'
                   EXEC SQL ROLLBACK END-EXEC
                WHEN OTHER
                   ADD 1 TO WK-QTDE-RECUSADA
                   MOVE SQLCODE TO WK-SQLCODE-EDIT
                   CALL "DECODSQL" USING WK-SQLCODE-EDIT,
                                         WK-SQLCODE-MSG
                   DISPLAY 'VALOR DIARIO NAO INCLUIDO - '
                           WK-SQLCODE-MSG
                   EXEC SQL ROLLBACK END-EXEC
             END-EVALUATE
          END-IF.
      *
       220-ALTERA-VALOR.
      *    O NOVO VALOR VALE A PARTIR DO PROXIMO CALCULO DO EXTRVR -
      *    O CREDITO JA ENVIADO A OPERADORA NAO E REFEITO.
          PERFORM 205-CONFERE-VALORES.
          IF   NOT VALOR-OK
             ADD 1 TO WK-QTDE-RECUSADA
             DISPLAY 'VALOR DIARIO DA EMPRESA ' RS-EMPRESA
                     ' BENEFICIO ' RS-CODBEN ' - ALTERACAO RECUSADA'
          ELSE
             EXEC SQL
                UPDATE EAD719.VRVALOR
                   SET VALORDIA = :WK-VALORDIA,
                       PERCDESC = :WK-PERCDESC
                 WHERE EMPRESA = :RS-EMPRESA
                   AND CODBEN  = :RS-CODBEN
             END-EXEC
             EVALUATE SQLCODE
                WHEN 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WK-QTDE-MANTIDA
                   DISPLAY 'VALOR DIARIO DA EMPRESA ' RS-EMPRESA
                           ' BENEFICIO ' RS-CODBEN ' ALTERADO'
                WHEN 100
                   ADD 1 TO WK-QTDE-RECUSADA
                   DISPLAY 'VALOR DIARIO DA EMPRESA ' RS-EMPRESA
                           ' BENEFICIO ' RS-CODBEN ' NAO EXISTE'
                WHEN OTHER
                   ADD 1 TO WK-QTDE-RECUSADA
                   MOVE SQLCODE TO WK-SQLCODE-EDIT
                   CALL "DECODSQL" USING WK-SQLCODE-EDIT,
                                         WK-SQLCODE-MSG
                   DISPLAY 'VALOR DIARIO NAO ALTERADO - '
                           WK-SQLCODE-MSG
                   EXEC SQL ROLLBACK END-EXEC
             END-EVALUATE
          END-IF.
      *
       230-EXCLUI-VALOR.
          EXEC SQL
             DELETE FROM EAD719.VRVALOR
              WHERE EMPRESA = :RS-EMPRESA
                AND CODBEN  = :RS-CODBEN
          END-EXEC.
          EVALUATE SQLCODE
             WHEN 0
                EXEC SQL COMMIT END-EXEC
                ADD 1 TO WK-QTDE-MANTIDA
                DISPLAY 'VALOR DIARIO DA EMPRESA ' RS-EMPRESA
                        ' BENEFICIO ' RS-CODBEN ' EXCLUIDO'
             WHEN 100
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'VALOR DIARIO DA EMPRESA ' RS-EMPRESA
                        ' BENEFICIO ' RS-CODBEN ' NAO EXISTE'
             WHEN OTHER
                ADD 1 TO WK-QTDE-RECUSADA
                MOVE SQLCODE TO WK-SQLCODE-EDIT
                CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
                DISPLAY 'VALOR DIARIO NAO EXCLUIDO - ' WK-SQLCODE-MSG
                EXEC SQL ROLLBACK END-EXEC
          END-EVALUATE.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          CLOSE ARQ-SYSIN.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DO CADASTRO DE VALOR DIARIO DE VR/VA'.
          DISPLAY '  VALORES MANTIDOS ...... ' WK-QTDE-MANTIDA.
          DISPLAY '  RECUSADOS ............. ' WK-QTDE-RECUSADA.
          DISPLAY '================================================'.
          EXIT.
