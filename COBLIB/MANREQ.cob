        IDENTIFICATION DIVISION.
        PROGRAM-ID.    MANREQ.
        AUTHOR.        THIAGO.
      **************************************************
      * CADASTRO DAS REQUISICOES DE VAGA               *
      * (EAD719.REQVAGA): CADA ABERTURA APROVADA, COM  *
      * DEPARTAMENTO, CARGO, FAIXA SALARIAL, GESTOR    *
      * REQUISITANTE E DATA DA APROVACAO. O INCLUIR E  *
      * O READMITE (E COM ELES O CARGAHRIS) SO ADMITEM *
      * COM UMA REQUISICAO ABERTA DO MESMO DEPARTAMENTO*
      * E CARGO, SALARIO DENTRO DA FAIXA, E A DAO POR  *
      * PREENCHIDA COM O CODFUN ADMITIDO. O VALVAGA    *
      * CONTINUA VALENDO - A REQUISICAO NAO FURA O     *
      * LIMITE DO DEPARTAMENTO. O RELREQ MOSTRA O TEMPO*
      * DE PREENCHIMENTO E AS ABERTAS ENVELHECENDO.    *
      * MANTIDO NO MOLDE DOS DEMAIS CADASTROS          *
      * (MANTRIB).                                     *
      *                                                *
      * EAD719.REQVAGA:                                *
      *   NUMREQ     DEC(6)  NUMERO DA REQUISICAO      *
      *   DEPTOFUN   X(03)                             *
      *   CARGOFUN   X(04)                             *
      *   SALMIN     DEC(8,2)                          *
      *   SALMAX     DEC(8,2)                          *
      *   GESTOR     X(07)   GESTOR REQUISITANTE       *
      *   DATAAPROV  DATE                              *
      *   SITUACAO   X(01)   A=ABERTA P=PREENCHIDA     *
      *                      C=CANCELADA               *
      *   CODFUN     X(07)   ADMITIDO NA VAGA          *
      *   DATAENCERR DATE    PREENCHIMENTO/CANCELAMENTO*
      *   DATAREG    DATE                              *
      *                                                *
      * LEIAUTE DO SYSIN (UM REGISTRO POR OPERACAO):   *
      *   OPERACAO  X(01)  A=ABRE REQUISICAO APROVADA  *
      *                    C=CANCELA REQUISICAO ABERTA *
      *                    L=LISTA (DEPTO EM BRANCO =  *
      *                      TODOS)                    *
      *   NUMREQ    X(06)  (C)                         *
      *   DEPTO     X(03)  (A E L)                     *
      *   CARGO     X(04)  (A)                         *
      *   SALMIN    9(06)V99 (A)                       *
      *   SALMAX    9(06)V99 (A)                       *
      *   GESTOR    X(07)  (A)                         *
      *   DATAAPROV X(10)  DD/MM/AAAA (A)              *
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
           05  RS-NUMREQ            PIC X(06).
           05  RS-DEPTO             PIC X(03).
           05  RS-CARGO             PIC X(04).
           05  RS-SALMIN            PIC 9(06)V99.
           05  RS-SALMAX            PIC 9(06)V99.
           05  RS-GESTOR            PIC X(07).
           05  RS-DATAAPROV         PIC X(10).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
      * Variaveis de controle SQL
       COPY SQLVARS.
       COPY CPYSQLMSG.
           COPY CPYVALOK REPLACING ==WK-CAMPO-VALIDO== BY
                                       ==WK-CARGO-VALIDO==
                                   ==CAMPO-VALIDO== BY
                                       ==CARGO-VALIDO==.
           COPY CPYVALOK REPLACING ==WK-CAMPO-VALIDO== BY
                                       ==WK-DEPTO-VALIDO==
                                   ==CAMPO-VALIDO== BY
                                       ==DEPTO-VALIDO==.
           COPY CPYVALOK REPLACING ==WK-CAMPO-VALIDO== BY
                                       ==WK-SALMIN-VALIDO==
                                   ==CAMPO-VALIDO== BY
                                       ==SALMIN-VALIDO==.
           COPY CPYVALOK REPLACING ==WK-CAMPO-VALIDO== BY
                                       ==WK-SALMAX-VALIDO==
                                   ==CAMPO-VALIDO== BY
                                       ==SALMAX-VALIDO==.
      *    SINDICATO NAO INFORMADO AO VALSALAR - O PISO DA CONVENCAO
      *    COLETIVA E CONFERIDO NA INCLUSAO E NAS ALTERACOES DE
      *    SALARIO (INCLUIR, ALTSALAR, AJUSTSAL).
       77  WK-SINDFUN-VALSAL         PIC X(03)       VALUE SPACES.
      *
       77  WK-EOF-SYSIN              PIC X           VALUE 'N'.
           88  FIM-SYSIN                             VALUE 'S'.
       77  WK-STATUS-GESTOR          PIC X(01)       VALUE SPACES.
       77  WK-NUMREQ                 PIC 9(06)       VALUE ZEROS.
       77  WK-DATA-OK                PIC X           VALUE 'N'.
           88  DATA-OK                               VALUE 'S'.
      *
      *    DATA DO SYSIN (DD/MM/AAAA) NO FORMATO ISO DO DB2.
       01  WK-DATA-PARTES.
           05  WK-DTP-DIA           PIC X(02).
           05  FILLER               PIC X(01).
           05  WK-DTP-MES           PIC X(02).
           05  FILLER               PIC X(01).
           05  WK-DTP-ANO           PIC X(04).
       01  WK-DATA-PARTES-N REDEFINES WK-DATA-PARTES.
           05  WK-DTN-DIA           PIC 9(02).
           05  FILLER               PIC X(01).
           05  WK-DTN-MES           PIC 9(02).
           05  FILLER               PIC X(01).
           05  WK-DTN-ANO           PIC 9(04).
       01  WK-APROV-ISO.
           05  WK-APR-ANO           PIC X(04).
           05  FILLER               PIC X      VALUE '-'.
           05  WK-APR-MES           PIC X(02).
           05  FILLER               PIC X      VALUE '-'.
           05  WK-APR-DIA           PIC X(02).
       01  WK-HOJE-ISO.
           05  WK-HOJE-ANO          PIC X(04).
           05  FILLER               PIC X      VALUE '-'.
           05  WK-HOJE-MES          PIC X(02).
           05  FILLER               PIC X      VALUE '-'.
           05  WK-HOJE-DIA          PIC X(02).
       01  WK-DATA-ATUAL.
           05  WK-ATU-ANO           PIC X(04).
           05  WK-ATU-MES           PIC X(02).
           05  WK-ATU-DIA           PIC X(02).
           05  FILLER               PIC X(13).
      *
      *    LINHA DA LISTA.
       77  WK-LST-NUMREQ             PIC 9(06)       VALUE ZEROS.
       77  WK-LST-DEPTO              PIC X(03)       VALUE SPACES.
       77  WK-LST-CARGO              PIC X(04)       VALUE SPACES.
       77  WK-LST-SALMIN             PIC 9(06)V99    VALUE ZEROS.
       77  WK-LST-SALMAX             PIC 9(06)V99    VALUE ZEROS.
       77  WK-LST-GESTOR             PIC X(07)       VALUE SPACES.
       77  WK-LST-APROV              PIC X(10)       VALUE SPACES.
       77  WK-LST-SITUACAO           PIC X(01)       VALUE SPACES.
       77  WK-LST-CODFUN             PIC X(07)       VALUE SPACES.
       77  WK-LST-ENCERR             PIC X(10)       VALUE SPACES.
       77  WK-LST-SALMIN-ED          PIC ZZZ.ZZ9,99.
       77  WK-LST-SALMAX-ED          PIC ZZZ.ZZ9,99.
      *
       77  WK-QTDE-ABERTA            PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-CANCELADA         PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-RECUSADA          PIC 9(05)       VALUE ZEROS.
      *
       EXEC SQL
           DECLARE CUR-REQUISICOES CURSOR FOR
               SELECT NUMREQ, DEPTOFUN, CARGOFUN, SALMIN, SALMAX,
                      GESTOR, CHAR(DATAAPROV, EUR), SITUACAO,
                      COALESCE(CODFUN, ' '),
                      COALESCE(CHAR(DATAENCERR, EUR), ' ')
                 FROM EAD719.REQVAGA
                WHERE (DEPTOFUN = :RS-DEPTO OR :RS-DEPTO = ' ')
                ORDER BY DEPTOFUN, NUMREQ
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
          MOVE FUNCTION CURRENT-DATE TO WK-DATA-ATUAL.
          MOVE WK-ATU-ANO TO WK-HOJE-ANO.
          MOVE WK-ATU-MES TO WK-HOJE-MES.
          MOVE WK-ATU-DIA TO WK-HOJE-DIA.
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
             WHEN 'A'
                PERFORM 210-ABRE-REQUISICAO
             WHEN 'C'
                PERFORM 230-CANCELA-REQUISICAO
             WHEN 'L'
                PERFORM 250-LISTA-REQUISICOES
             WHEN OTHER
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'OPERACAO ' RS-OPERACAO ' INVALIDA - USE '
                        'A, C OU L'
          END-EVALUATE.
          PERFORM 110-LER-TRANSACAO.
      *
       210-ABRE-REQUISICAO.
      *    A FAIXA DA REQUISICAO PRECISA CABER NA FAIXA SALARIAL DO
      *    CARGO (VALSALAR NAS DUAS PONTAS) - UMA VAGA APROVADA FORA
      *    DA TABELA SO SERIA BARRADA NA ADMISSAO.
          MOVE 'N' TO WK-SALMIN-VALIDO WK-SALMAX-VALIDO.
          CALL "VALDEPTO" USING RS-DEPTO, WK-DEPTO-VALIDO.
          CALL "VALCARGO" USING RS-CARGO, WK-CARGO-VALIDO.
          IF   RS-SALMIN IS NUMERIC AND RS-SALMAX IS NUMERIC
           AND CARGO-VALIDO
             CALL "VALSALAR" USING RS-SALMIN, RS-CARGO,
                                   WK-SINDFUN-VALSAL,
                                   WK-SALMIN-VALIDO
             CALL "VALSALAR" USING RS-SALMAX, RS-CARGO,
                                   WK-SINDFUN-VALSAL,
                                   WK-SALMAX-VALIDO
          END-IF.
          MOVE SPACES TO WK-STATUS-GESTOR.
          EXEC SQL
             SELECT STATUSFUN
               INTO :WK-STATUS-GESTOR
               FROM EAD719.FUNCIONARIOS
              WHERE CODFUN = :RS-GESTOR
          END-EXEC.
          PERFORM 220-CONFERE-DATA.

          EVALUATE TRUE
             WHEN NOT DEPTO-VALIDO
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'DEPARTAMENTO ' RS-DEPTO ' NAO CADASTRADO - '
                        'REQUISICAO RECUSADA'
             WHEN NOT CARGO-VALIDO
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'CARGO ' RS-CARGO ' NAO CADASTRADO - '
                        'REQUISICAO RECUSADA'
             WHEN NOT SALMIN-VALIDO OR NOT SALMAX-VALIDO
                  OR RS-SALMIN > RS-SALMAX
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'FAIXA ' RS-SALMIN ' A ' RS-SALMAX
                        ' INVALIDA OU FORA DA FAIXA DO CARGO '
                        RS-CARGO ' - REQUISICAO RECUSADA'
             WHEN WK-STATUS-GESTOR NOT = 'A'
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'GESTOR REQUISITANTE ' RS-GESTOR
                        ' INEXISTENTE OU INATIVO - REQUISICAO '
                        'RECUSADA'
             WHEN NOT DATA-OK
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'DATA DE APROVACAO ' RS-DATAAPROV
                        ' INVALIDA OU FUTURA - REQUISICAO RECUSADA'
             WHEN OTHER
                PERFORM 215-GRAVA-REQUISICAO
          END-EVALUATE.
      *
       215-GRAVA-REQUISICAO.
          MOVE ZEROS TO WK-NUMREQ.
          EXEC SQL
             SELECT COALESCE(MAX(NUMREQ), 0) + 1
               INTO :WK-NUMREQ
               FROM EAD719.REQVAGA
          END-EXEC.
          EXEC SQL
             INSERT INTO EAD719.REQVAGA
                (NUMREQ, DEPTOFUN, CARGOFUN, SALMIN, SALMAX, GESTOR,
                 DATAAPROV, SITUACAO, CODFUN, DATAREG)
                VALUES (:WK-NUMREQ, :RS-DEPTO, :RS-CARGO,
                        :RS-SALMIN, :RS-SALMAX, :RS-GESTOR,
                        DATE(:WK-APROV-ISO), 'A', ' ', CURRENT DATE)
          END-EXEC.
          IF   SQLCODE = 0
             EXEC SQL COMMIT END-EXEC
             ADD 1 TO WK-QTDE-ABERTA
             DISPLAY 'REQUISICAO ' WK-NUMREQ ' ABERTA: DEPTO '
                     RS-DEPTO ' CARGO ' RS-CARGO ' APROVADA EM '
                     RS-DATAAPROV
          ELSE
             ADD 1 TO WK-QTDE-RECUSADA
             MOVE SQLCODE TO WK-SQLCODE-EDIT
             CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
             DISPLAY 'REQUISICAO NAO ABERTA - '
                     WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
             EXEC SQL ROLLBACK END-EXEC
          END-IF.
      *
       220-CONFERE-DATA.
      *    APROVACAO OBRIGATORIA E NAO FUTURA.
          MOVE 'N' TO WK-DATA-OK.
          MOVE RS-DATAAPROV TO WK-DATA-PARTES.
          IF   WK-DTP-DIA IS NUMERIC
           AND WK-DTP-MES IS NUMERIC
           AND WK-DTP-ANO IS NUMERIC
           AND WK-DTN-MES >= 1 AND WK-DTN-MES <= 12
           AND WK-DTN-DIA >= 1 AND WK-DTN-DIA <= 31
             MOVE WK-DTP-ANO TO WK-APR-ANO
             MOVE WK-DTP-MES TO WK-APR-MES
             MOVE WK-DTP-DIA TO WK-APR-DIA
             IF   WK-APROV-ISO NOT > WK-HOJE-ISO
                SET DATA-OK TO TRUE
             END-IF
          END-IF.
      *
       230-CANCELA-REQUISICAO.
      *    SO REQUISICAO AINDA ABERTA - A PREENCHIDA FICA COMO ESTA.
          IF   RS-NUMREQ IS NOT NUMERIC
             ADD 1 TO WK-QTDE-RECUSADA
             DISPLAY 'NUMERO DE REQUISICAO ' RS-NUMREQ ' INVALIDO'
          ELSE
             MOVE RS-NUMREQ TO WK-NUMREQ
             EXEC SQL
                UPDATE EAD719.REQVAGA
                   SET SITUACAO   = 'C',
                       DATAENCERR = CURRENT DATE
                 WHERE NUMREQ   = :WK-NUMREQ
                   AND SITUACAO = 'A'
             END-EXEC
             EVALUATE SQLCODE
                WHEN 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WK-QTDE-CANCELADA
                   DISPLAY 'REQUISICAO ' WK-NUMREQ ' CANCELADA'
                WHEN 100
                   ADD 1 TO WK-QTDE-RECUSADA
                   DISPLAY 'REQUISICAO ' WK-NUMREQ ' NAO EXISTE OU '
                           'NAO ESTA ABERTA'
                WHEN OTHER
                   ADD 1 TO WK-QTDE-RECUSADA
                   DISPLAY 'REQUISICAO NAO CANCELADA - SQLCODE '
                           SQLCODE
                   EXEC SQL ROLLBACK END-EXEC
             END-EVALUATE
          END-IF.
      *
       250-LISTA-REQUISICOES.
          EXEC SQL
             OPEN CUR-REQUISICOES
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-REQUISICOES
                  INTO :WK-LST-NUMREQ, :WK-LST-DEPTO, :WK-LST-CARGO,
                       :WK-LST-SALMIN, :WK-LST-SALMAX,
                       :WK-LST-GESTOR, :WK-LST-APROV,
                       :WK-LST-SITUACAO, :WK-LST-CODFUN,
                       :WK-LST-ENCERR
             END-EXEC
             IF   SQLCODE = 0
                MOVE WK-LST-SALMIN TO WK-LST-SALMIN-ED
                MOVE WK-LST-SALMAX TO WK-LST-SALMAX-ED
                DISPLAY '  ' WK-LST-NUMREQ ' ' WK-LST-DEPTO ' '
                        WK-LST-CARGO ' ' WK-LST-SALMIN-ED ' A '
                        WK-LST-SALMAX-ED ' ' WK-LST-GESTOR ' '
                        WK-LST-APROV ' ' WK-LST-SITUACAO ' '
                        WK-LST-CODFUN ' ' WK-LST-ENCERR
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-REQUISICOES
          END-EXEC.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          CLOSE ARQ-SYSIN.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DO CADASTRO DE REQUISICOES DE VAGA'.
          DISPLAY '  REQUISICOES ABERTAS ... ' WK-QTDE-ABERTA.
          DISPLAY '  REQUISICOES CANCELADAS  ' WK-QTDE-CANCELADA.
          DISPLAY '  OPERACOES RECUSADAS ... ' WK-QTDE-RECUSADA.
          DISPLAY '================================================'.
          EXIT.
