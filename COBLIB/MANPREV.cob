        IDENTIFICATION DIVISION.
        PROGRAM-ID.    MANPREV.
        AUTHOR.        THIAGO.
      **************************************************
      * CADASTRO DA PREVIDENCIA COMPLEMENTAR:          *
      * - ADESOES DO FUNCIONARIO AO PLANO              *
      *   (EAD719.PREVADES), COM O PERCENTUAL DE       *
      *   CONTRIBUICAO ESCOLHIDO SOBRE O SALARIOFUN E  *
      *   AS DATAS DE INICIO E FIM - NO MOLDE DO       *
      *   MANBENEF: SO UMA ADESAO ATIVA POR            *
      *   FUNCIONARIO; CANCELAMENTO GRAVA A DATA FIM E *
      *   TAMBEM E ACEITO PARA FUNCIONARIO DESLIGADO;  *
      * - FAIXAS DE TEMPO DE CASA DO REGULAMENTO       *
      *   (EAD719.PREVFAIXA): A PARTIR DE ANOSMIN ANOS *
      *   COMPLETOS, A CONTRAPARTIDA DA EMPRESA ACOMPA-*
      *   NHA O PERCENTUAL DO FUNCIONARIO ATE          *
      *   PERCMAXEMP, E PERCVEST E A PARTE DO SALDO DA *
      *   EMPRESA QUE JA E DO FUNCIONARIO SE ELE SAIR  *
      *   (VESTING). VALE A FAIXA DE MAIOR ANOSMIN QUE *
      *   O TEMPO DE CASA ALCANCA.                     *
      * O CALCPREV FAZ O CALCULO MENSAL E O TERMINA    *
      * APURA O SALDO NA RESCISAO.                     *
      *                                                *
      * EAD719.PREVADES:                               *
      *   CODFUN     X(07)                             *
      *   PERCCONTR  DEC(5,2)                          *
      *   DATAINI    X(10)  DD/MM/AAAA                 *
      *   DATAFIM    X(10)  DD/MM/AAAA (BRANCO = ATIVA)*
      * EAD719.PREVFAIXA:                              *
      *   ANOSMIN    DEC(2)                            *
      *   PERCMAXEMP DEC(5,2)                          *
      *   PERCVEST   DEC(5,2)                          *
      *                                                *
      * LEIAUTE DO SYSIN (UM REGISTRO POR OPERACAO):   *
      *   OPERACAO  X(01)                              *
      *   TIPO      X(01)  A=ADESAO F=FAIXA            *
      *   PARA TIPO A (I=ADESAO A=ALTERA PERCENTUAL    *
      *                C=CANCELAMENTO):                *
      *     CODFUN    X(07)                            *
      *     PERCENTUAL X(05) 999V99                    *
      *     DATA      X(10)  DD/MM/AAAA - INICIO NA    *
      *                      ADESAO, FIM NO            *
      *                      CANCELAMENTO              *
      *   PARA TIPO F (I=INCLUI A=ALTERA E=EXCLUI):    *
      *     ANOSMIN   X(02)                            *
      *     PERC MAX  X(05)  999V99 TETO DA            *
      *                      CONTRAPARTIDA             *
      *     PERC VEST X(05)  999V99                    *
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
           05  RS-TIPO              PIC X(01).
           05  RS-DADOS-ADESAO.
               10  RS-CODFUN        PIC X(07).
               10  RS-PERCCONTR     PIC X(05).
               10  RS-DATA          PIC X(10).
           05  RS-DADOS-FAIXA REDEFINES RS-DADOS-ADESAO.
               10  RS-ANOSMIN       PIC X(02).
               10  RS-PERCMAXEMP    PIC X(05).
               10  RS-PERCVEST      PIC X(05).
               10  FILLER           PIC X(07).
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
       77  WK-VALOR-OK               PIC X           VALUE 'N'.
           88  VALOR-OK                              VALUE 'S'.
       77  WK-STATUS-FUNC            PIC X(01)       VALUE SPACES.
       77  WK-QTDE-ATIVA             PIC 9(04)       VALUE ZEROS.
       77  WK-PERCCONTR              PIC 9(03)V99    VALUE ZEROS.
       77  WK-ANOSMIN                PIC 9(02)       VALUE ZEROS.
       77  WK-PERCMAXEMP             PIC 9(03)V99    VALUE ZEROS.
       77  WK-PERCVEST               PIC 9(03)V99    VALUE ZEROS.
      *    TETO DO REGULAMENTO PARA A CONTRIBUICAO DO FUNCIONARIO.
       77  WK-PERC-MAXIMO            PIC 9(03)V99    VALUE 20.
       01  WK-DATA-PARTES.
           05  WK-DT-DIA            PIC 99.
           05  FILLER               PIC X.
           05  WK-DT-MES            PIC 99.
           05  FILLER               PIC X.
           05  WK-DT-ANO            PIC 9(04).
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
          EVALUATE RS-TIPO
             WHEN 'A'
                PERFORM 210-TRATA-ADESAO
             WHEN 'F'
                PERFORM 250-TRATA-FAIXA
             WHEN OTHER
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'TIPO ' RS-TIPO ' INVALIDO - USE A (ADESAO) '
                        'OU F (FAIXA DE TEMPO DE CASA)'
          END-EVALUATE.
          PERFORM 110-LER-TRANSACAO.
      *
       210-TRATA-ADESAO.
      *    MESMA REGRA DO MANBENEF: ATIVO, FERIAS OU AVISO MANTEM A
      *    ADESAO; DESLIGADO SO PODE TER A ADESAO CANCELADA.
          MOVE SPACES TO WK-STATUS-FUNC.
          EXEC SQL
             SELECT STATUSFUN
               INTO :WK-STATUS-FUNC
               FROM EAD719.FUNCIONARIOS
              WHERE CODFUN = :RS-CODFUN
          END-EXEC.
          IF   WK-STATUS-FUNC       NOT = 'A'
           AND WK-STATUS-FUNC       NOT = 'F'
           AND WK-STATUS-FUNC       NOT = 'V'
           AND NOT (WK-STATUS-FUNC  = 'D' AND RS-OPERACAO = 'C')
             ADD 1 TO WK-QTDE-RECUSADA
             DISPLAY 'FUNCIONARIO ' RS-CODFUN ' NAO EXISTE OU ESTA '
                     'DESLIGADO - ADESAO A PREVIDENCIA NAO MANTIDA'
          ELSE
             EVALUATE RS-OPERACAO
                WHEN 'I'
                   PERFORM 220-INCLUI-ADESAO
                WHEN 'A'
                   PERFORM 230-ALTERA-ADESAO
                WHEN 'C'
                   PERFORM 240-CANCELA-ADESAO
                WHEN OTHER
                   ADD 1 TO WK-QTDE-RECUSADA
                   DISPLAY 'OPERACAO ' RS-OPERACAO ' INVALIDA PARA '
                           'ADESAO - USE I (ADESAO), A (PERCENTUAL) '
                           'OU C (CANCELAMENTO)'
             END-EVALUATE
          END-IF.
      *
       215-CONFERE-ADESAO.
      *    PERCENTUAL POSITIVO ATE O TETO DO REGULAMENTO; A DATA SO
      *    E CONFERIDA QUANDO A OPERACAO A USA.
          MOVE 'N' TO WK-VALOR-OK.
          MOVE RS-DATA TO WK-DATA-PARTES.
          EVALUATE TRUE
             WHEN RS-OPERACAO NOT = 'C'
              AND RS-PERCCONTR NOT NUMERIC
                DISPLAY 'PERCENTUAL ' RS-PERCCONTR ' INVALIDO'
             WHEN RS-OPERACAO NOT = 'A'
              AND (RS-DATA(3:1) NOT = '/'
                OR RS-DATA(6:1) NOT = '/'
                OR WK-DATA-PARTES(1:2) NOT NUMERIC
                OR WK-DATA-PARTES(4:2) NOT NUMERIC
                OR WK-DATA-PARTES(7:4) NOT NUMERIC)
                DISPLAY 'DATA ' RS-DATA ' INVALIDA - USE DD/MM/AAAA'
             WHEN RS-OPERACAO NOT = 'A'
              AND (WK-DT-MES < 1 OR WK-DT-MES > 12
                OR WK-DT-DIA < 1 OR WK-DT-DIA > 31)
                DISPLAY 'DATA ' RS-DATA ' INVALIDA - USE DD/MM/AAAA'
             WHEN RS-OPERACAO = 'C'
                SET VALOR-OK TO TRUE
             WHEN OTHER
                MOVE RS-PERCCONTR TO WK-PERCCONTR
                IF   WK-PERCCONTR = ZEROS
                  OR WK-PERCCONTR > WK-PERC-MAXIMO
                   DISPLAY 'PERCENTUAL ' RS-PERCCONTR ' FORA DO '
                           'LIMITE DO PLANO (ACIMA DE ZERO ATE 20%)'
                ELSE
                   SET VALOR-OK TO TRUE
                END-IF
          END-EVALUATE.
      *
       220-INCLUI-ADESAO.
      *    DUAS ADESOES ATIVAS DESCONTARIAM EM DOBRO NA FOLHA.
          PERFORM 215-CONFERE-ADESAO.
          MOVE ZEROS TO WK-QTDE-ATIVA.
          IF   VALOR-OK
             EXEC SQL
                SELECT COUNT(*)
                  INTO :WK-QTDE-ATIVA
                  FROM EAD719.PREVADES
                 WHERE CODFUN  = :RS-CODFUN
                   AND DATAFIM = ' '
             END-EXEC
          END-IF.
          EVALUATE TRUE
             WHEN NOT VALOR-OK
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'ADESAO DO FUNCIONARIO ' RS-CODFUN
                        ' RECUSADA'
             WHEN WK-QTDE-ATIVA > ZEROS
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'FUNCIONARIO ' RS-CODFUN ' JA TEM ADESAO '
                        'ATIVA A PREVIDENCIA - USE A PARA MUDAR O '
                        'PERCENTUAL'
             WHEN OTHER
                EXEC SQL
                   INSERT INTO EAD719.PREVADES
                      (CODFUN, PERCCONTR, DATAINI, DATAFIM)
                      VALUES (:RS-CODFUN, :WK-PERCCONTR, :RS-DATA,
                              ' ')
                END-EXEC
                IF   SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WK-QTDE-MANTIDA
                   DISPLAY 'ADESAO DO FUNCIONARIO ' RS-CODFUN
                           ' A PREVIDENCIA COM ' RS-PERCCONTR
                           ' DESDE ' RS-DATA ' GRAVADA'
                ELSE
                   ADD 1 TO WK-QTDE-RECUSADA
                   MOVE SQLCODE TO WK-SQLCODE-EDIT
                   CALL "DECODSQL" USING WK-SQLCODE-EDIT,
                                         WK-SQLCODE-MSG
                   DISPLAY 'ADESAO NAO GRAVADA - ' WK-SQLCODE-MSG
                   EXEC SQL ROLLBACK END-EXEC
                END-IF
          END-EVALUATE.
      *
       230-ALTERA-ADESAO.
      *    O NOVO PERCENTUAL VALE A PARTIR DO PROXIMO CALCPREV - AS
      *    CONTRIBUICOES JA APURADAS NAO SAO REFEITAS.
          PERFORM 215-CONFERE-ADESAO.
          IF   NOT VALOR-OK
             ADD 1 TO WK-QTDE-RECUSADA
             DISPLAY 'ALTERACAO DA ADESAO DO FUNCIONARIO ' RS-CODFUN
                     ' RECUSADA'
          ELSE
             EXEC SQL
                UPDATE EAD719.PREVADES
                   SET PERCCONTR = :WK-PERCCONTR
                 WHERE CODFUN  = :RS-CODFUN
                   AND DATAFIM = ' '
             END-EXEC
             EVALUATE SQLCODE
                WHEN 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WK-QTDE-MANTIDA
                   DISPLAY 'PERCENTUAL DO FUNCIONARIO ' RS-CODFUN
                           ' ALTERADO PARA ' RS-PERCCONTR
                WHEN 100
                   ADD 1 TO WK-QTDE-RECUSADA
                   DISPLAY 'FUNCIONARIO ' RS-CODFUN ' NAO TEM '
                           'ADESAO ATIVA A PREVIDENCIA'
                WHEN OTHER
                   ADD 1 TO WK-QTDE-RECUSADA
                   MOVE SQLCODE TO WK-SQLCODE-EDIT
                   CALL "DECODSQL" USING WK-SQLCODE-EDIT,
                                         WK-SQLCODE-MSG
                   DISPLAY 'PERCENTUAL NAO ALTERADO - '
                           WK-SQLCODE-MSG
                   EXEC SQL ROLLBACK END-EXEC
             END-EVALUATE
          END-IF.
      *
       240-CANCELA-ADESAO.
          PERFORM 215-CONFERE-ADESAO.
          IF   NOT VALOR-OK
             ADD 1 TO WK-QTDE-RECUSADA
             DISPLAY 'CANCELAMENTO DA ADESAO DO FUNCIONARIO '
                     RS-CODFUN ' RECUSADO'
          ELSE
             EXEC SQL
                UPDATE EAD719.PREVADES
                   SET DATAFIM = :RS-DATA
                 WHERE CODFUN  = :RS-CODFUN
                   AND DATAFIM = ' '
             END-EXEC
             EVALUATE SQLCODE
                WHEN 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WK-QTDE-MANTIDA
                   DISPLAY 'ADESAO DO FUNCIONARIO ' RS-CODFUN
                           ' A PREVIDENCIA CANCELADA EM ' RS-DATA
                WHEN 100
                   ADD 1 TO WK-QTDE-RECUSADA
                   DISPLAY 'FUNCIONARIO ' RS-CODFUN ' NAO TEM '
                           'ADESAO ATIVA A PREVIDENCIA'
                WHEN OTHER
                   ADD 1 TO WK-QTDE-RECUSADA
                   MOVE SQLCODE TO WK-SQLCODE-EDIT
                   CALL "DECODSQL" USING WK-SQLCODE-EDIT,
                                         WK-SQLCODE-MSG
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - '
                           WK-SQLCODE-MSG ' NO CANCELAMENTO DA '
                           'ADESAO'
                   EXEC SQL ROLLBACK END-EXEC
             END-EVALUATE
          END-IF.
      *
       250-TRATA-FAIXA.
          EVALUATE RS-OPERACAO
             WHEN 'I'
                PERFORM 260-INCLUI-FAIXA
             WHEN 'A'
                PERFORM 270-ALTERA-FAIXA
             WHEN 'E'
                PERFORM 280-EXCLUI-FAIXA
             WHEN OTHER
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'OPERACAO ' RS-OPERACAO ' INVALIDA PARA '
                        'FAIXA - USE I, A OU E'
          END-EVALUATE.
      *
       255-CONFERE-FAIXA.
      *    TETO DA CONTRAPARTIDA E VESTING SAO PERCENTUAIS ATE 100.
          MOVE 'N' TO WK-VALOR-OK.
          IF   RS-ANOSMIN    NOT NUMERIC
            OR RS-PERCMAXEMP NOT NUMERIC
            OR RS-PERCVEST   NOT NUMERIC
             DISPLAY 'FAIXA ' RS-ANOSMIN ' COM ANOS OU PERCENTUAIS '
                     'INVALIDOS'
          ELSE
             MOVE RS-ANOSMIN    TO WK-ANOSMIN
             MOVE RS-PERCMAXEMP TO WK-PERCMAXEMP
             MOVE RS-PERCVEST   TO WK-PERCVEST
             IF   WK-PERCMAXEMP > 100 OR WK-PERCVEST > 100
                DISPLAY 'FAIXA ' RS-ANOSMIN ' COM PERCENTUAL ACIMA '
                        'DE 100%'
             ELSE
                SET VALOR-OK TO TRUE
             END-IF
          END-IF.
      *
       260-INCLUI-FAIXA.
          PERFORM 255-CONFERE-FAIXA.
          IF   NOT VALOR-OK
             ADD 1 TO WK-QTDE-RECUSADA
             DISPLAY 'FAIXA ' RS-ANOSMIN ' - INCLUSAO RECUSADA'
          ELSE
             EXEC SQL
                INSERT INTO EAD719.PREVFAIXA
                   (ANOSMIN, PERCMAXEMP, PERCVEST)
                   VALUES (:WK-ANOSMIN, :WK-PERCMAXEMP, :WK-PERCVEST)
             END-EXEC
             EVALUATE SQLCODE
                WHEN 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WK-QTDE-MANTIDA
                   DISPLAY 'FAIXA A PARTIR DE ' RS-ANOSMIN
                           ' ANOS INCLUIDA'
                WHEN -803
                   ADD 1 TO WK-QTDE-RECUSADA
                   DISPLAY 'FAIXA A PARTIR DE ' RS-ANOSMIN
                           ' ANOS JA EXISTE'
                   EXEC SQL ROLLBACK END-EXEC
                WHEN OTHER
                   ADD 1 TO WK-QTDE-RECUSADA
                   MOVE SQLCODE TO WK-SQLCODE-EDIT
                   CALL "DECODSQL" USING WK-SQLCODE-EDIT,
                                         WK-SQLCODE-MSG
                   DISPLAY 'FAIXA NAO INCLUIDA - ' WK-SQLCODE-MSG
                   EXEC SQL ROLLBACK END-EXEC
             END-EVALUATE
          END-IF.
      *
       270-ALTERA-FAIXA.
      *    A NOVA REGRA VALE PARA O PROXIMO CALCPREV E PARA AS
      *    RESCISOES SEGUINTES.
          PERFORM 255-CONFERE-FAIXA.
          IF   NOT VALOR-OK
             ADD 1 TO WK-QTDE-RECUSADA
             DISPLAY 'FAIXA ' RS-ANOSMIN ' - ALTERACAO RECUSADA'
          ELSE
             EXEC SQL
                UPDATE EAD719.PREVFAIXA
                   SET PERCMAXEMP = :WK-PERCMAXEMP,
                       PERCVEST   = :WK-PERCVEST
                 WHERE ANOSMIN = :WK-ANOSMIN
             END-EXEC
             EVALUATE SQLCODE
                WHEN 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WK-QTDE-MANTIDA
                   DISPLAY 'FAIXA A PARTIR DE ' RS-ANOSMIN
                           ' ANOS ALTERADA'
                WHEN 100
                   ADD 1 TO WK-QTDE-RECUSADA
                   DISPLAY 'FAIXA A PARTIR DE ' RS-ANOSMIN
                           ' ANOS NAO EXISTE'
                WHEN OTHER
                   ADD 1 TO WK-QTDE-RECUSADA
                   MOVE SQLCODE TO WK-SQLCODE-EDIT
                   CALL "DECODSQL" USING WK-SQLCODE-EDIT,
                                         WK-SQLCODE-MSG
                   DISPLAY 'FAIXA NAO ALTERADA - ' WK-SQLCODE-MSG
                   EXEC SQL ROLLBACK END-EXEC
             END-EVALUATE
          END-IF.
      *
       280-EXCLUI-FAIXA.
          IF   RS-ANOSMIN NOT NUMERIC
             ADD 1 TO WK-QTDE-RECUSADA
             DISPLAY 'FAIXA ' RS-ANOSMIN ' INVALIDA - EXCLUSAO '
                     'RECUSADA'
          ELSE
             MOVE RS-ANOSMIN TO WK-ANOSMIN
             EXEC SQL
                DELETE FROM EAD719.PREVFAIXA
                 WHERE ANOSMIN = :WK-ANOSMIN
             END-EXEC
             EVALUATE SQLCODE
                WHEN 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WK-QTDE-MANTIDA
                   DISPLAY 'FAIXA A PARTIR DE ' RS-ANOSMIN
                           ' ANOS EXCLUIDA'
                WHEN 100
                   ADD 1 TO WK-QTDE-RECUSADA
                   DISPLAY 'FAIXA A PARTIR DE ' RS-ANOSMIN
                           ' ANOS NAO EXISTE'
                WHEN OTHER
                   ADD 1 TO WK-QTDE-RECUSADA
                   MOVE SQLCODE TO WK-SQLCODE-EDIT
                   CALL "DECODSQL" USING WK-SQLCODE-EDIT,
                                         WK-SQLCODE-MSG
                   DISPLAY 'FAIXA NAO EXCLUIDA - ' WK-SQLCODE-MSG
                   EXEC SQL ROLLBACK END-EXEC
             END-EVALUATE
          END-IF.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          CLOSE ARQ-SYSIN.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DO CADASTRO DA PREVIDENCIA COMPLEMENTAR'.
          DISPLAY '  REGISTROS MANTIDOS .... ' WK-QTDE-MANTIDA.
          DISPLAY '  RECUSADOS ............. ' WK-QTDE-RECUSADA.
          DISPLAY '================================================'.
          EXIT.
