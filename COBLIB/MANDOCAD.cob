        IDENTIFICATION DIVISION.
        PROGRAM-ID.    MANDOCAD.
        AUTHOR.        THIAGO.
      **************************************************
      * CADASTRO DA LISTA DE DOCUMENTOS DE ADMISSAO,   *
      * NO MOLDE DO MANDOCUM:                          *
      * - REGRAS (EAD719.DOCADMREQ): QUE ITEM O TIPO   *
      *   DE CONTRATO E O CARGO EXIGEM NA ADMISSAO E   *
      *   SE E OBRIGATORIO (S) OU SO ACOMPANHADO (N).  *
      *   TIPOCONTR '*' E CARGO '****' = TODOS. O      *
      *   ABRDOCAD MONTA A LISTA DE CADA ADMITIDO      *
      *   (INCLUIR, CARGAHRIS, READMITE) COM ELAS;     *
      * - LISTA DO FUNCIONARIO (EAD719.DOCADMFUN):     *
      *   BAIXA DO ITEM RECEBIDO (R), DISPENSA (D) E   *
      *   REABERTURA DE BAIXA FEITA POR ENGANO (P),    *
      *   COM DATA E USUARIO. O VALDOCAD APONTA NA     *
      *   FOLHA (EXTRFOLHA, CNABFOLH) QUEM AINDA TEM   *
      *   ITEM OBRIGATORIO PENDENTE.                   *
      * ITENS: CT CARTEIRA DE TRABALHO, PI PIS/NIS,    *
      * AS EXAME ADMISSIONAL (ASO), CO CONTRATO        *
      * ASSINADO, CB COMPROVANTE DA CONTA BANCARIA.    *
      *                                                *
      * EAD719.DOCADMREQ:                              *
      *   TIPOCONTR  X(01)  E D T G OU *               *
      *   CARGOFUN   X(04)  OU ****                    *
      *   ITEM       X(02)                             *
      *   OBRIG      X(01)  S/N                        *
      * EAD719.DOCADMFUN:                              *
      *   CODFUN     X(07)                             *
      *   ITEM       X(02)                             *
      *   OBRIG      X(01)  S/N                        *
      *   SITUACAO   X(01)  P=PENDENTE R=RECEBIDO      *
      *                     D=DISPENSADO               *
      *   DATAABERT  DATE                              *
      *   DATARECEB  DATE   BAIXA OU DISPENSA          *
      *   USUARIO    X(08)  QUEM DEU A BAIXA           *
      *                                                *
      * LEIAUTE DO SYSIN (UM REGISTRO POR OPERACAO):   *
      *   OPERACAO  X(01)                              *
      *   TIPO      X(01)  R=REGRA F=FUNCIONARIO       *
      *   PARA TIPO R (I=INCLUI E=EXCLUI):             *
      *     TIPOCONTR X(01)                            *
      *     CARGO     X(04)                            *
      *     ITEM      X(02)                            *
      *     OBRIG     X(01)                            *
      *   PARA TIPO F (R=RECEBIDO D=DISPENSADO         *
      *   P=VOLTA A PENDENTE):                         *
      *     CODFUN    X(07)                            *
      *     ITEM      X(02)                            *
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
           05  RS-DADOS-FUNC.
               10  RS-CODFUN        PIC X(07).
               10  RS-ITEM          PIC X(02).
               10  FILLER           PIC X(02).
           05  RS-DADOS-REGRA REDEFINES RS-DADOS-FUNC.
               10  RS-TIPOCONTR     PIC X(01).
               10  RS-CARGO         PIC X(04).
               10  RS-REG-ITEM      PIC X(02).
               10  RS-OBRIG         PIC X(01).
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
      *
       77  WK-EOF-SYSIN              PIC X           VALUE 'N'.
           88  FIM-SYSIN                             VALUE 'S'.
       77  WK-ITEM                   PIC X(02)       VALUE SPACES.
           88  ITEM-VALIDO                           VALUE 'CT' 'PI'
                                                           'AS' 'CO'
                                                           'CB'.
       77  WK-TIPOCONTR              PIC X(01)       VALUE SPACES.
           88  TIPOCONTR-VALIDO                      VALUE 'E' 'D'
                                                           'T' 'G'
                                                           '*'.
       77  WK-OBRIG                  PIC X(01)       VALUE SPACES.
           88  OBRIG-VALIDO                          VALUE 'S' 'N'.
       77  WK-SITUACAO-NOVA          PIC X(01)       VALUE SPACES.
       77  WK-USUARIO                PIC X(08)       VALUE SPACES.
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
          EXEC SQL
             VALUES (CURRENT SQLID) INTO :WK-USUARIO
          END-EXEC.
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
             WHEN 'R'
                PERFORM 210-TRATA-REGRA
             WHEN 'F'
                PERFORM 250-TRATA-ITEM
             WHEN OTHER
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'TIPO ' RS-TIPO ' INVALIDO - USE R (REGRA) '
                        'OU F (FUNCIONARIO)'
          END-EVALUATE.
          PERFORM 110-LER-TRANSACAO.
      *
       210-TRATA-REGRA.
          MOVE RS-REG-ITEM  TO WK-ITEM.
          MOVE RS-TIPOCONTR TO WK-TIPOCONTR.
          MOVE RS-OBRIG     TO WK-OBRIG.
          EVALUATE RS-OPERACAO
             WHEN 'I'
                PERFORM 220-INCLUI-REGRA
             WHEN 'E'
                PERFORM 230-EXCLUI-REGRA
             WHEN OTHER
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'OPERACAO ' RS-OPERACAO ' INVALIDA PARA '
                        'REGRA DA LISTA DE ADMISSAO - USE I OU E'
          END-EVALUATE.
      *
       220-INCLUI-REGRA.
      *    O CARGO PRECISA EXISTIR NO CADASTRO DE CARGOS (VALCARGO),
      *    SALVO A REGRA GERAL '****'.
          IF   RS-CARGO = '****'
             SET CARGO-VALIDO TO TRUE
          ELSE
             CALL "VALCARGO" USING RS-CARGO, WK-CARGO-VALIDO
          END-IF.
          EVALUATE TRUE
             WHEN NOT TIPOCONTR-VALIDO
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'TIPO DE CONTRATO ' WK-TIPOCONTR ' INVALIDO '
                        '- USE E, D, T, G OU * (TODOS)'
             WHEN NOT CARGO-VALIDO
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'CARGO ' RS-CARGO ' NAO EXISTE NO CADASTRO '
                        'DE CARGOS - REGRA RECUSADA'
             WHEN NOT ITEM-VALIDO
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'ITEM ' WK-ITEM ' INVALIDO - USE CT, PI, AS, '
                        'CO OU CB'
             WHEN NOT OBRIG-VALIDO
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'INDICADOR DE OBRIGATORIO ' WK-OBRIG
                        ' INVALIDO - USE S OU N'
             WHEN OTHER
                EXEC SQL
                   INSERT INTO EAD719.DOCADMREQ
                      (TIPOCONTR, CARGOFUN, ITEM, OBRIG)
                      VALUES (:WK-TIPOCONTR, :RS-CARGO, :WK-ITEM,
                              :WK-OBRIG)
                END-EXEC
                EVALUATE SQLCODE
                   WHEN 0
                      EXEC SQL COMMIT END-EXEC
                      ADD 1 TO WK-QTDE-MANTIDA
                      DISPLAY 'ITEM ' WK-ITEM ' (OBRIGATORIO '
                              WK-OBRIG ') NA ADMISSAO DO CONTRATO '
                              WK-TIPOCONTR ' CARGO ' RS-CARGO
                   WHEN -803
                      ADD 1 TO WK-QTDE-RECUSADA
                      DISPLAY 'ITEM ' WK-ITEM ' JA EXIGIDO PARA O '
                              'CONTRATO ' WK-TIPOCONTR ' CARGO '
                              RS-CARGO
                      EXEC SQL ROLLBACK END-EXEC
                   WHEN OTHER
                      ADD 1 TO WK-QTDE-RECUSADA
                      MOVE SQLCODE TO WK-SQLCODE-EDIT
                      CALL "DECODSQL" USING WK-SQLCODE-EDIT,
                                            WK-SQLCODE-MSG
                      DISPLAY 'REGRA NAO GRAVADA - ' WK-SQLCODE-MSG
                      EXEC SQL ROLLBACK END-EXEC
                END-EVALUATE
          END-EVALUATE.
      *
       230-EXCLUI-REGRA.
      *    AS LISTAS JA ABERTAS NAO MUDAM - A REGRA VALE PARA AS
      *    PROXIMAS ADMISSOES.
          EXEC SQL
             DELETE FROM EAD719.DOCADMREQ
              WHERE TIPOCONTR = :WK-TIPOCONTR
                AND CARGOFUN  = :RS-CARGO
                AND ITEM      = :WK-ITEM
          END-EXEC.
          EVALUATE SQLCODE
             WHEN 0
                EXEC SQL COMMIT END-EXEC
                ADD 1 TO WK-QTDE-MANTIDA
                DISPLAY 'REGRA DO ITEM ' WK-ITEM ' PARA O CONTRATO '
                        WK-TIPOCONTR ' CARGO ' RS-CARGO ' EXCLUIDA'
             WHEN 100
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'REGRA DO ITEM ' WK-ITEM ' PARA O CONTRATO '
                        WK-TIPOCONTR ' CARGO ' RS-CARGO ' NAO EXISTE'
             WHEN OTHER
                ADD 1 TO WK-QTDE-RECUSADA
                MOVE SQLCODE TO WK-SQLCODE-EDIT
                CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
                DISPLAY 'REGRA NAO EXCLUIDA - ' WK-SQLCODE-MSG
                EXEC SQL ROLLBACK END-EXEC
          END-EVALUATE.
      *
       250-TRATA-ITEM.
          MOVE RS-ITEM TO WK-ITEM.
          EVALUATE RS-OPERACAO
             WHEN 'R'
             WHEN 'D'
                MOVE RS-OPERACAO TO WK-SITUACAO-NOVA
                PERFORM 260-BAIXA-ITEM
             WHEN 'P'
                PERFORM 270-REABRE-ITEM
             WHEN OTHER
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'OPERACAO ' RS-OPERACAO ' INVALIDA PARA '
                        'ITEM DO FUNCIONARIO - USE R, D OU P'
          END-EVALUATE.
      *
       260-BAIXA-ITEM.
          EXEC SQL
             UPDATE EAD719.DOCADMFUN
                SET SITUACAO  = :WK-SITUACAO-NOVA,
                    DATARECEB = CURRENT DATE,
                    USUARIO   = :WK-USUARIO
              WHERE CODFUN   = :RS-CODFUN
                AND ITEM     = :WK-ITEM
                AND SITUACAO = 'P'
          END-EXEC.
          EVALUATE SQLCODE
             WHEN 0
                EXEC SQL COMMIT END-EXEC
                ADD 1 TO WK-QTDE-MANTIDA
                IF   WK-SITUACAO-NOVA = 'R'
                   DISPLAY 'ITEM ' WK-ITEM ' DO FUNCIONARIO '
                           RS-CODFUN ' RECEBIDO'
                ELSE
                   DISPLAY 'ITEM ' WK-ITEM ' DO FUNCIONARIO '
                           RS-CODFUN ' DISPENSADO'
                END-IF
             WHEN 100
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'FUNCIONARIO ' RS-CODFUN ' NAO TEM O ITEM '
                        WK-ITEM ' PENDENTE NA LISTA DE ADMISSAO'
             WHEN OTHER
                ADD 1 TO WK-QTDE-RECUSADA
                MOVE SQLCODE TO WK-SQLCODE-EDIT
                CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
                DISPLAY 'ITEM NAO BAIXADO - ' WK-SQLCODE-MSG
                EXEC SQL ROLLBACK END-EXEC
          END-EVALUATE.
      *
       270-REABRE-ITEM.
      *    O PRAZO CONTINUA CONTANDO DA ABERTURA DA LISTA.
          EXEC SQL
             UPDATE EAD719.DOCADMFUN
                SET SITUACAO  = 'P',
                    DATARECEB = NULL,
                    USUARIO   = :WK-USUARIO
              WHERE CODFUN   = :RS-CODFUN
                AND ITEM     = :WK-ITEM
                AND SITUACAO IN ('R', 'D')
          END-EXEC.
          EVALUATE SQLCODE
             WHEN 0
                EXEC SQL COMMIT END-EXEC
                ADD 1 TO WK-QTDE-MANTIDA
                DISPLAY 'ITEM ' WK-ITEM ' DO FUNCIONARIO ' RS-CODFUN
                        ' DE VOLTA A PENDENTE'
             WHEN 100
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'FUNCIONARIO ' RS-CODFUN ' NAO TEM O ITEM '
                        WK-ITEM ' BAIXADO NA LISTA DE ADMISSAO'
             WHEN OTHER
                ADD 1 TO WK-QTDE-RECUSADA
                MOVE SQLCODE TO WK-SQLCODE-EDIT
                CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
                DISPLAY 'ITEM NAO REABERTO - ' WK-SQLCODE-MSG
                EXEC SQL ROLLBACK END-EXEC
          END-EVALUATE.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          CLOSE ARQ-SYSIN.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DA LISTA DE DOCUMENTOS DE ADMISSAO'.
          DISPLAY '  REGISTROS MANTIDOS .... ' WK-QTDE-MANTIDA.
          DISPLAY '  RECUSADOS ............. ' WK-QTDE-RECUSADA.
          DISPLAY '================================================'.
          EXIT.
