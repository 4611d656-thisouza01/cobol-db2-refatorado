        IDENTIFICATION DIVISION.
        PROGRAM-ID.    MANPROC.
        AUTHOR.        THIAGO.
      **************************************************
      * CADASTRO DOS PROCESSOS TRABALHISTAS            *
      * (EAD719.PROCTRAB), MANTIDO PELO JURIDICO NO    *
      * MOLDE DO MANMOTDE. UM REGISTRO POR PROCESSO,   *
      * LIGADO AO CODFUN DO RECLAMANTE.                *
      *                                                *
      * RETENCAO LEGAL: ENQUANTO O FUNCIONARIO TIVER   *
      * ALGUM PROCESSO COM BLOQUEIO = S, O ANONLGPD    *
      * NAO O ANONIMIZA E O ARQHIST E O ARQAUDIT NAO   *
      * EXPURGAM O HISTORICO NEM A AUDITORIA DELE -    *
      * OS TRES O LISTAM COMO PULADO. O BLOQUEIO NASCE *
      * S NA INCLUSAO E SO CAI POR ALTERACAO EXPLICITA *
      * (ENCERRAR O PROCESSO NAO O LIBERA, POIS AINDA  *
      * CABE RECURSO OU ACAO RESCISORIA). PROCESSO COM *
      * BLOQUEIO NAO PODE SER EXCLUIDO.                *
      * O VALOR PROVISIONADO DOS PROCESSOS NAO         *
      * ENCERRADOS VAI PARA A PROVISAO CONTABIL DO     *
      * MES (RELPROV).                                 *
      *                                                *
      * EAD719.PROCTRAB:                               *
      *   NUMPROC    X(25)  NUMERO DO PROCESSO (CNJ)   *
      *   CODFUN     X(07)                             *
      *   TRIBUNAL   X(40)  VARA / TRIBUNAL            *
      *   PEDIDOS    X(60)  RESUMO DOS PEDIDOS         *
      *   VALORPROV  DEC(13,2) VALOR PROVISIONADO      *
      *   STATUSPROC X(01)  A=EM ANDAMENTO             *
      *                     R=EM RECURSO               *
      *                     S=SUSPENSO                 *
      *                     E=ENCERRADO                *
      *   DATAAJUIZ  X(10)  AJUIZAMENTO DD/MM/AAAA     *
      *   PROXAUD    X(10)  PROXIMA AUDIENCIA          *
      *   ULTAUD     X(10)  AUDIENCIA ANTERIOR (A      *
      *                     PROXIMA QUE FOI TROCADA)   *
      *   BLOQUEIO   X(01)  S/N RETENCAO LEGAL         *
      *                                                *
      * LEIAUTE DO SYSIN (UM REGISTRO POR OPERACAO):   *
      *   OPERACAO   X(01)  I=INCLUI                   *
      *                     A=ALTERA (CAMPOS EM BRANCO *
      *                       FICAM COMO ESTAO)        *
      *                     E=EXCLUI (SO SEM BLOQUEIO) *
      *                     L=LISTA (PROCESSO EM       *
      *                       BRANCO = TODOS OS DO     *
      *                       CODFUN, OU TODOS)        *
      *   NUMPROC    X(25)                             *
      *   CODFUN     X(07)                             *
      *   TRIBUNAL   X(40)                             *
      *   PEDIDOS    X(60)                             *
      *   VALORPROV  9(11)V99                          *
      *   STATUSPROC X(01)  (NA INCLUSAO, BRANCO = A)  *
      *   DATAAJUIZ  X(10)                             *
      *   PROXAUD    X(10)                             *
      *   BLOQUEIO   X(01)  (NA INCLUSAO, BRANCO = S)  *
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
           05  RS-NUMPROC           PIC X(25).
           05  RS-CODFUN            PIC X(07).
           05  RS-TRIBUNAL          PIC X(40).
           05  RS-PEDIDOS           PIC X(60).
           05  RS-VALORPROV         PIC 9(11)V99.
           05  RS-VALORPROV-X REDEFINES RS-VALORPROV
                                    PIC X(13).
           05  RS-STATUSPROC        PIC X(01).
           05  RS-DATAAJUIZ         PIC X(10).
           05  RS-PROXAUD           PIC X(10).
           05  RS-BLOQUEIO          PIC X(01).
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
      *
       77  WK-EOF-SYSIN              PIC X           VALUE 'N'.
           88  FIM-SYSIN                             VALUE 'S'.
      *
      *    CADASTRO ATUAL DO PROCESSO.
       77  WK-NUMPROC                PIC X(25)       VALUE SPACES.
       77  WK-CODFUN                 PIC X(07)       VALUE SPACES.
       77  WK-TRIBUNAL               PIC X(40)       VALUE SPACES.
       77  WK-PEDIDOS                PIC X(60)       VALUE SPACES.
       77  WK-VALORPROV              PIC S9(11)V99   VALUE ZEROS.
       77  WK-STATUSPROC             PIC X(01)       VALUE SPACES.
           88  STATUSPROC-VALIDO                     VALUE 'A' 'R'
                                                           'S' 'E'.
       77  WK-DATAAJUIZ              PIC X(10)       VALUE SPACES.
       77  WK-PROXAUD                PIC X(10)       VALUE SPACES.
       77  WK-ULTAUD                 PIC X(10)       VALUE SPACES.
       77  WK-BLOQUEIO               PIC X(01)       VALUE SPACES.
           88  BLOQUEIO-VALIDO                       VALUE 'S' 'N'.
           88  RETENCAO-LEGAL                        VALUE 'S'.
       77  WK-VALOR-EDIT             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WK-QTDE-LISTADA           PIC 9(05)       VALUE ZEROS.
      *
      *    CONFERENCIA DE DATA DD/MM/AAAA (BRANCO CONTA COMO VALIDA -
      *    QUEM EXIGE A DATA CONFERE O BRANCO ANTES).
       77  WK-DATA-OK                PIC X(01)       VALUE 'S'.
           88  DATA-VALIDA                           VALUE 'S'.
       01  WK-DATA-PARTES.
           05  WK-DT-DIA            PIC 99.
           05  WK-DT-BARRA1         PIC X.
           05  WK-DT-MES            PIC 99.
           05  WK-DT-BARRA2         PIC X.
           05  WK-DT-ANO            PIC 9(04).
       01  WK-DATA-AAAAMMDD.
           05  WK-DAM-ANO           PIC 9(04).
           05  WK-DAM-MES           PIC 9(02).
           05  WK-DAM-DIA           PIC 9(02).
       01  WK-DATA-NUM REDEFINES WK-DATA-AAAAMMDD
                                     PIC 9(08).
      *
       77  WK-QTDE-MANTIDA           PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-RECUSADA          PIC 9(05)       VALUE ZEROS.
      *
       EXEC SQL
           DECLARE CUR-PROCESSOS CURSOR FOR
               SELECT NUMPROC, CODFUN, TRIBUNAL, PEDIDOS, VALORPROV,
                      STATUSPROC, DATAAJUIZ, PROXAUD, ULTAUD,
                      BLOQUEIO
                 FROM EAD719.PROCTRAB
                WHERE (NUMPROC = :RS-NUMPROC
                       OR :RS-NUMPROC = ' ')
                  AND (CODFUN  = :RS-CODFUN
                       OR :RS-CODFUN  = ' ')
                ORDER BY CODFUN, NUMPROC
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
                PERFORM 210-INCLUI-PROCESSO
             WHEN 'A'
                PERFORM 220-ALTERA-PROCESSO
             WHEN 'E'
                PERFORM 230-EXCLUI-PROCESSO
             WHEN 'L'
                PERFORM 240-LISTA-PROCESSOS
             WHEN OTHER
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'OPERACAO ' RS-OPERACAO ' INVALIDA - USE '
                        'I, A, E OU L'
          END-EVALUATE.
          PERFORM 110-LER-TRANSACAO.
      *
       210-INCLUI-PROCESSO.
          MOVE RS-CODFUN     TO WK-CODFUN.
          MOVE RS-TRIBUNAL   TO WK-TRIBUNAL.
          MOVE RS-PEDIDOS    TO WK-PEDIDOS.
          MOVE ZEROS         TO WK-VALORPROV.
          IF   RS-VALORPROV IS NUMERIC
             MOVE RS-VALORPROV TO WK-VALORPROV
          END-IF.
          MOVE RS-STATUSPROC TO WK-STATUSPROC.
          IF   WK-STATUSPROC = SPACES
             MOVE 'A' TO WK-STATUSPROC
          END-IF.
          MOVE RS-DATAAJUIZ  TO WK-DATAAJUIZ.
          MOVE RS-PROXAUD    TO WK-PROXAUD.
          MOVE SPACES        TO WK-ULTAUD.
          MOVE RS-BLOQUEIO   TO WK-BLOQUEIO.
          IF   WK-BLOQUEIO = SPACES
             MOVE 'S' TO WK-BLOQUEIO
          END-IF.
          MOVE SPACES TO WK-NUMPROC.
          EVALUATE TRUE
             WHEN RS-NUMPROC = SPACES
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'NUMERO DO PROCESSO EM BRANCO - RECUSADO'
             WHEN RS-VALORPROV-X NOT = SPACES
                  AND RS-VALORPROV NOT NUMERIC
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'VALOR PROVISIONADO INVALIDO NO PROCESSO '
                        RS-NUMPROC ' - RECUSADO'
             WHEN WK-DATAAJUIZ = SPACES
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'PROCESSO ' RS-NUMPROC ' SEM DATA DE '
                        'AJUIZAMENTO - RECUSADO'
             WHEN OTHER
                PERFORM 250-CONFERE-CAMPOS
          END-EVALUATE.
          IF   WK-NUMPROC NOT = SPACES
             EXEC SQL
                INSERT INTO EAD719.PROCTRAB
                   (NUMPROC, CODFUN, TRIBUNAL, PEDIDOS, VALORPROV,
                    STATUSPROC, DATAAJUIZ, PROXAUD, ULTAUD, BLOQUEIO)
                   VALUES (:RS-NUMPROC, :WK-CODFUN, :WK-TRIBUNAL,
                           :WK-PEDIDOS, :WK-VALORPROV,
                           :WK-STATUSPROC, :WK-DATAAJUIZ,
                           :WK-PROXAUD, :WK-ULTAUD, :WK-BLOQUEIO)
             END-EXEC
             EVALUATE SQLCODE
                WHEN 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WK-QTDE-MANTIDA
                   DISPLAY 'PROCESSO ' RS-NUMPROC ' DO FUNCIONARIO '
                           WK-CODFUN ' INCLUIDO (BLOQUEIO '
                           WK-BLOQUEIO ')'
                WHEN -803
                   ADD 1 TO WK-QTDE-RECUSADA
                   DISPLAY 'PROCESSO ' RS-NUMPROC ' JA EXISTE'
                   EXEC SQL ROLLBACK END-EXEC
                WHEN OTHER
                   PERFORM 290-ERRO-SQL
             END-EVALUATE
          END-IF.
      *
       220-ALTERA-PROCESSO.
          PERFORM 260-LE-PROCESSO.
          IF   SQLCODE = 0
             IF   RS-CODFUN NOT = SPACES
                MOVE RS-CODFUN TO WK-CODFUN
             END-IF
             IF   RS-TRIBUNAL NOT = SPACES
                MOVE RS-TRIBUNAL TO WK-TRIBUNAL
             END-IF
             IF   RS-PEDIDOS NOT = SPACES
                MOVE RS-PEDIDOS TO WK-PEDIDOS
             END-IF
             IF   RS-STATUSPROC NOT = SPACES
                MOVE RS-STATUSPROC TO WK-STATUSPROC
             END-IF
             IF   RS-DATAAJUIZ NOT = SPACES
                MOVE RS-DATAAJUIZ TO WK-DATAAJUIZ
             END-IF
      *       A AUDIENCIA QUE ESTAVA MARCADA PASSA A SER A ANTERIOR.
             IF   RS-PROXAUD NOT = SPACES
              AND RS-PROXAUD NOT = WK-PROXAUD
                IF   WK-PROXAUD NOT = SPACES
                   MOVE WK-PROXAUD TO WK-ULTAUD
                END-IF
                MOVE RS-PROXAUD TO WK-PROXAUD
             END-IF
             IF   RS-BLOQUEIO NOT = SPACES
                MOVE RS-BLOQUEIO TO WK-BLOQUEIO
             END-IF
             IF   RS-VALORPROV-X NOT = SPACES
              AND RS-VALORPROV NOT NUMERIC
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'VALOR PROVISIONADO INVALIDO NO PROCESSO '
                        RS-NUMPROC ' - RECUSADO'
             ELSE
                IF   RS-VALORPROV-X NOT = SPACES
                   MOVE RS-VALORPROV TO WK-VALORPROV
                END-IF
                PERFORM 250-CONFERE-CAMPOS
             END-IF
          ELSE
             ADD 1 TO WK-QTDE-RECUSADA
             DISPLAY 'PROCESSO ' RS-NUMPROC ' NAO EXISTE - '
                     'ALTERACAO RECUSADA'
          END-IF.
          IF   WK-NUMPROC NOT = SPACES
             EXEC SQL
                UPDATE EAD719.PROCTRAB
                   SET CODFUN     = :WK-CODFUN,
                       TRIBUNAL   = :WK-TRIBUNAL,
                       PEDIDOS    = :WK-PEDIDOS,
                       VALORPROV  = :WK-VALORPROV,
                       STATUSPROC = :WK-STATUSPROC,
                       DATAAJUIZ  = :WK-DATAAJUIZ,
                       PROXAUD    = :WK-PROXAUD,
                       ULTAUD     = :WK-ULTAUD,
                       BLOQUEIO   = :WK-BLOQUEIO
                 WHERE NUMPROC = :RS-NUMPROC
             END-EXEC
             IF   SQLCODE = 0
                EXEC SQL COMMIT END-EXEC
                ADD 1 TO WK-QTDE-MANTIDA
                DISPLAY 'PROCESSO ' RS-NUMPROC ' ALTERADO (STATUS '
                        WK-STATUSPROC ' BLOQUEIO ' WK-BLOQUEIO ')'
             ELSE
                PERFORM 290-ERRO-SQL
             END-IF
          END-IF.
      *
       230-EXCLUI-PROCESSO.
      *    PROCESSO SOB RETENCAO LEGAL NAO SAI - O JURIDICO LIBERA O
      *    BLOQUEIO (A COM BLOQUEIO N) ANTES DE EXCLUIR.
          PERFORM 260-LE-PROCESSO.
          EVALUATE TRUE
             WHEN SQLCODE = 100
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'PROCESSO ' RS-NUMPROC ' NAO EXISTE'
             WHEN SQLCODE NOT = 0
                PERFORM 290-ERRO-SQL
             WHEN RETENCAO-LEGAL
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'PROCESSO ' RS-NUMPROC ' COM BLOQUEIO DE '
                        'RETENCAO - EXCLUSAO RECUSADA, LIBERE O '
                        'BLOQUEIO ANTES'
             WHEN OTHER
                EXEC SQL
                   DELETE FROM EAD719.PROCTRAB
                    WHERE NUMPROC = :RS-NUMPROC
                END-EXEC
                IF   SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WK-QTDE-MANTIDA
                   DISPLAY 'PROCESSO ' RS-NUMPROC ' EXCLUIDO'
                ELSE
                   PERFORM 290-ERRO-SQL
                END-IF
          END-EVALUATE.
      *
       240-LISTA-PROCESSOS.
          MOVE ZEROS TO WK-QTDE-LISTADA.
          EXEC SQL
             OPEN CUR-PROCESSOS
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-PROCESSOS
                  INTO :WK-NUMPROC, :WK-CODFUN, :WK-TRIBUNAL,
                       :WK-PEDIDOS, :WK-VALORPROV, :WK-STATUSPROC,
                       :WK-DATAAJUIZ, :WK-PROXAUD, :WK-ULTAUD,
                       :WK-BLOQUEIO
             END-EXEC
             IF   SQLCODE = 0
                ADD 1 TO WK-QTDE-LISTADA
                MOVE WK-VALORPROV TO WK-VALOR-EDIT
                DISPLAY '  ' WK-NUMPROC ' ' WK-CODFUN ' '
                        WK-TRIBUNAL
                DISPLAY '     PEDIDOS ' WK-PEDIDOS
                DISPLAY '     PROVISAO ' WK-VALOR-EDIT ' STATUS '
                        WK-STATUSPROC ' AJUIZADO ' WK-DATAAJUIZ
                        ' BLOQUEIO ' WK-BLOQUEIO
                DISPLAY '     PROXIMA AUDIENCIA ' WK-PROXAUD
                        ' ANTERIOR ' WK-ULTAUD
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-PROCESSOS
          END-EXEC.
          IF   WK-QTDE-LISTADA = ZEROS
             DISPLAY 'NENHUM PROCESSO TRABALHISTA CADASTRADO'
          END-IF.
      *
       250-CONFERE-CAMPOS.
      *    DEVOLVE WK-NUMPROC PREENCHIDO SO QUANDO TUDO CONFERE.
          MOVE SPACES TO WK-NUMPROC.
          MOVE WK-CODFUN TO DB2-CODFUN.
          EXEC SQL
             SELECT CODFUN
               INTO :DB2-CODFUN
               FROM EAD719.FUNCIONARIOS
              WHERE CODFUN = :DB2-CODFUN
          END-EXEC.
      *    O RECLAMANTE DESLIGADO HA MAIS TEMPO PODE JA ESTAR NO
      *    CADASTRO DE EX-FUNCIONARIOS (ARQFUNC).
          IF   SQLCODE = 100
             EXEC SQL
                SELECT CODFUN
                  INTO :DB2-CODFUN
                  FROM EAD719.FUNCIONARIOS_EX
                 WHERE CODFUN = :DB2-CODFUN
             END-EXEC
          END-IF.
          EVALUATE TRUE
             WHEN SQLCODE = 100
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'CODFUN ' WK-CODFUN ' NAO EXISTE NO CADASTRO'
                        ' - PROCESSO ' RS-NUMPROC ' RECUSADO'
             WHEN SQLCODE NOT = 0
                PERFORM 290-ERRO-SQL
             WHEN WK-TRIBUNAL = SPACES
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'PROCESSO ' RS-NUMPROC ' SEM VARA/TRIBUNAL '
                        '- RECUSADO'
             WHEN NOT STATUSPROC-VALIDO
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'STATUS ' WK-STATUSPROC ' INVALIDO - USE A, '
                        'R, S OU E'
             WHEN NOT BLOQUEIO-VALIDO
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'INDICADOR DE BLOQUEIO ' WK-BLOQUEIO
                        ' INVALIDO - USE S OU N'
             WHEN OTHER
                MOVE WK-DATAAJUIZ TO WK-DATA-PARTES
                PERFORM 255-CONFERE-DATA
                IF   NOT DATA-VALIDA
                   ADD 1 TO WK-QTDE-RECUSADA
                   DISPLAY 'DATA DE AJUIZAMENTO ' WK-DATAAJUIZ
                           ' INVALIDA - USE DD/MM/AAAA'
                ELSE
                   MOVE WK-PROXAUD TO WK-DATA-PARTES
                   PERFORM 255-CONFERE-DATA
                   IF   NOT DATA-VALIDA
                      ADD 1 TO WK-QTDE-RECUSADA
                      DISPLAY 'DATA DE AUDIENCIA ' WK-PROXAUD
                              ' INVALIDA - USE DD/MM/AAAA'
                   ELSE
                      MOVE RS-NUMPROC TO WK-NUMPROC
                   END-IF
                END-IF
          END-EVALUATE.
      *
       255-CONFERE-DATA.
          MOVE 'S' TO WK-DATA-OK.
          IF   WK-DATA-PARTES NOT = SPACES
             MOVE ZEROS TO WK-DATA-NUM
             IF   WK-DATA-PARTES(1:2) IS NUMERIC
              AND WK-DATA-PARTES(4:2) IS NUMERIC
              AND WK-DATA-PARTES(7:4) IS NUMERIC
                MOVE WK-DT-ANO TO WK-DAM-ANO
                MOVE WK-DT-MES TO WK-DAM-MES
                MOVE WK-DT-DIA TO WK-DAM-DIA
             END-IF
             IF   WK-DT-BARRA1 NOT = '/'
               OR WK-DT-BARRA2 NOT = '/'
               OR FUNCTION TEST-DATE-YYYYMMDD(WK-DATA-NUM)
                  NOT = ZEROS
                MOVE 'N' TO WK-DATA-OK
             END-IF
          END-IF.
      *
       260-LE-PROCESSO.
          MOVE SPACES TO WK-NUMPROC.
          EXEC SQL
             SELECT CODFUN, TRIBUNAL, PEDIDOS, VALORPROV, STATUSPROC,
                    DATAAJUIZ, PROXAUD, ULTAUD, BLOQUEIO
               INTO :WK-CODFUN, :WK-TRIBUNAL, :WK-PEDIDOS,
                    :WK-VALORPROV, :WK-STATUSPROC, :WK-DATAAJUIZ,
                    :WK-PROXAUD, :WK-ULTAUD, :WK-BLOQUEIO
               FROM EAD719.PROCTRAB
              WHERE NUMPROC = :RS-NUMPROC
          END-EXEC.
      *
       290-ERRO-SQL.
          ADD 1 TO WK-QTDE-RECUSADA.
          MOVE SQLCODE TO WK-SQLCODE-EDIT.
          CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG.
          DISPLAY 'PROCESSO ' RS-NUMPROC ' NAO MANTIDO - '
                  WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG.
          EXEC SQL ROLLBACK END-EXEC.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          CLOSE ARQ-SYSIN.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DO CADASTRO DE PROCESSOS TRABALHISTAS'.
          DISPLAY '  PROCESSOS MANTIDOS .... ' WK-QTDE-MANTIDA.
          DISPLAY '  RECUSADOS ............. ' WK-QTDE-RECUSADA.
          DISPLAY '================================================'.
          EXIT.
