      *           9(09)V99                             *
      *   TIPO 9: '9' + QTDE 9(6) + SOMA PAGOS         *
      *           9(11)V99 + SOMA REJEITADOS 9(11)V99  *
      *                                                *
      * CREDITO DE SALARIO EFETIVADO (VALOR IGUAL AO   *
      * LIQUIDO DA FOLHACALC DO PERIODO REMETIDO, OU   *
      * AO DE UM CREDITO RETIDO JA REMETIDO) FICA EM   *
      * EAD719.CREDPAGO, UMA LINHA POR CODFUN E        *
      * PERIODO - E A PROVA DE PAGAMENTO QUE O         *
      * PAGINDEV CONFRONTA COM DESLIGAMENTOS E         *
      * AFASTAMENTOS LANCADOS COM DATA RETROATIVA.     *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  FILLER               PIC X(63).
       01  REG-RET-DETALHE REDEFINES REG-RETORNO.
           05  RD-TIPO              PIC X(01).
           05  RD-CODFUN            PIC X(07).
           05  RD-BANCO             PIC X(03).
           05  RD-AGENCIA           PIC X(04).
           05  RD-CONTA             PIC X(08).
           05  RD-OCORRENCIA        PIC X(02).
           05  RD-DESCRICAO         PIC X(30).
           05  RD-VALOR             PIC 9(09)V99.
           05  FILLER               PIC X(13).
       01  REG-RET-TRAILER REDEFINES REG-RETORNO.
           05  RT-TIPO              PIC X(01).
           05  RT-QTDE-DETALHES     PIC 9(06).
      *
       FD  ARQ-EXCECAO.
       01  REG-EXCECAO.
           05  EX-CODFUN            PIC X(07).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  EX-NOMEFUN           PIC X(30).
           05  FILLER               PIC X(02)       VALUE SPACES.
       77  WK-REM-PERIODO            PIC 9(06)       VALUE ZEROS.
       77  WK-REM-QTDE               PIC 9(07)       VALUE ZEROS.
       77  WK-REM-SOMA               PIC 9(11)V99    VALUE ZEROS.
       77  WK-TEM-REMESSA            PIC X           VALUE 'N'.
           88  TEM-REMESSA                           VALUE 'S'.
       77  WK-SOMA-RETORNADA         PIC 9(11)V99    VALUE ZEROS.
       77  WK-EMPRESA-BRANCO         PIC X(03)       VALUE SPACES.
       77  WK-TOTAL-EDIT             PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *    CREDITO DE SALARIO CONFIRMADO (EAD719.CREDPAGO).
       77  WK-PERIODO-CREDITO        PIC 9(06)       VALUE ZEROS.
       77  WK-QTDE-ACHADA            PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-CRED-SALARIO      PIC 9(06)       VALUE ZEROS.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       101-INICIAR.
          OPEN INPUT  ARQ-RETORNO.
          OPEN OUTPUT ARQ-EXCECAO.
          PERFORM 120-LE-TOTAIS-REMESSA.
          PERFORM 110-LER-RETORNO.
      *
       110-LER-RETORNO.
             AT END
                SET FIM-RETORNO TO TRUE
          END-READ.
      *
       120-LE-TOTAIS-REMESSA.
      *    O QUE O CNABFOLH REMETEU NA ULTIMA REMESSA (QUANTIDADE E
      *    SOMA GUARDADAS EM EXTRTOT) - O PERIODO DELA E O DOS
      *    CREDITOS DE SALARIO DESTE RETORNO.
          EXEC SQL
             SELECT PERIODO, QTDE, SOMA
               INTO :WK-REM-PERIODO, :WK-REM-QTDE, :WK-REM-SOMA
               FROM EAD719.EXTRTOT
              WHERE PROCESSO = 'CNABFOLH'
                AND EMPRESA  = :WK-EMPRESA-BRANCO
                AND PERIODO  =
                    (SELECT MAX(PERIODO)
                       FROM EAD719.EXTRTOT
                      WHERE PROCESSO = 'CNABFOLH'
                        AND EMPRESA  = :WK-EMPRESA-BRANCO)
          END-EXEC.
          IF   SQLCODE = 0
             SET TEM-REMESSA TO TRUE
          END-IF.
      *
       200-PROCESSAR SECTION.
       201-PROCESSAR.
             WHEN RD-OCORRENCIA = '00'
                ADD 1 TO WK-QTDE-PAGA
                ADD RD-VALOR TO WK-SOMA-PAGOS
                PERFORM 250-REGISTRA-CREDITO
             WHEN OTHER
                ADD 1 TO WK-QTDE-REJEITADA
                ADD RD-VALOR TO WK-SOMA-REJEITADOS
                     'REENVIO - SQLCODE ' SQLCODE
             EXEC SQL ROLLBACK END-EXEC
          END-IF.
      *
       250-REGISTRA-CREDITO.
      *    SO CREDITO DE SALARIO ENTRA: O LIQUIDO DA FOLHA DO
      *    PERIODO REMETIDO OU UM CREDITO RETIDO JA REMETIDO (QUE
      *    PAGA A FOLHA DO PERIODO DELE). RESCISAO E PENSAO NAO.
          MOVE ZEROS TO WK-PERIODO-CREDITO WK-QTDE-ACHADA.
          IF   TEM-REMESSA
             EXEC SQL
                SELECT COUNT(*)
                  INTO :WK-QTDE-ACHADA
                  FROM EAD719.FOLHACALC
                 WHERE CODFUN   = :DB2-CODFUN
                   AND PERIODO  = :WK-REM-PERIODO
                   AND SITUACAO = 'C'
                   AND LIQUIDO  = :RD-VALOR
             END-EXEC
             IF   SQLCODE = 0 AND WK-QTDE-ACHADA > ZEROS
                MOVE WK-REM-PERIODO TO WK-PERIODO-CREDITO
             END-IF
          END-IF.
          IF   WK-PERIODO-CREDITO = ZEROS
             EXEC SQL
                SELECT COALESCE(MAX(PERIODO), 0)
                  INTO :WK-PERIODO-CREDITO
                  FROM EAD719.CREDRETIDO
                 WHERE CODFUN   = :DB2-CODFUN
                   AND SITUACAO = 'M'
                   AND VALOR    = :RD-VALOR
             END-EXEC
             IF   SQLCODE NOT = 0
                MOVE ZEROS TO WK-PERIODO-CREDITO
             END-IF
          END-IF.
          IF   WK-PERIODO-CREDITO > ZEROS
             MOVE ZEROS TO WK-QTDE-ACHADA
             EXEC SQL
                SELECT COUNT(*)
                  INTO :WK-QTDE-ACHADA
                  FROM EAD719.CREDPAGO
                 WHERE CODFUN  = :DB2-CODFUN
                   AND PERIODO = :WK-PERIODO-CREDITO
             END-EXEC
             IF   SQLCODE = 0 AND WK-QTDE-ACHADA = ZEROS
                EXEC SQL
                   INSERT INTO EAD719.CREDPAGO
                      (CODFUN, PERIODO, VALOR, DATARET)
                      VALUES (:DB2-CODFUN, :WK-PERIODO-CREDITO,
                              :RD-VALOR, CURRENT DATE)
                END-EXEC
                IF   SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WK-QTDE-CRED-SALARIO
                ELSE
                   MOVE SQLCODE TO WK-SQLCODE-EDIT
                   CALL "DECODSQL" USING WK-SQLCODE-EDIT,
                                         WK-SQLCODE-MSG
                   DISPLAY 'AVISO: CREDITO CONFIRMADO DO FUNCIONARIO '
                           RD-CODFUN ' NAO REGISTRADO - '
                           WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                   EXEC SQL ROLLBACK END-EXEC
                END-IF
             END-IF
          END-IF.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          DISPLAY '  DETALHES DEVOLVIDOS ....... ' WK-QTDE-DETALHES.
          DISPLAY '  CREDITOS EFETIVADOS ....... ' WK-QTDE-PAGA.
          DISPLAY '  CREDITOS REJEITADOS ....... ' WK-QTDE-REJEITADA.
          DISPLAY '  SALARIOS CONFIRMADOS ...... '
                  WK-QTDE-CRED-SALARIO.
          DISPLAY '  SEM CASAMENTO (CNABEXC) ... '
                  WK-QTDE-SEM-CASAMENTO.
          MOVE WK-SOMA-PAGOS TO WK-TOTAL-EDIT.
      *    CNABFOLH REMETEU NA ULTIMA REMESSA (QUANTIDADE E SOMA
      *    GUARDADAS EM EXTRTOT) - O TRAILER DO BANCO SOZINHO NAO
      *    DENUNCIA RETORNO QUE PERDEU CREDITOS PELO CAMINHO.
      *    OS TOTAIS FORAM LIDOS NO INICIO (120-LE-TOTAIS-REMESSA).
          IF   NOT TEM-REMESSA
             DISPLAY 'SEM TOTAIS DE REMESSA GUARDADOS (EXTRTOT) - '
                     'CONCILIACAO COM A REMESSA SEM BASE'
          ELSE
