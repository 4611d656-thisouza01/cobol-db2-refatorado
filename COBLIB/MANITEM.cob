        IDENTIFICATION DIVISION.
        PROGRAM-ID.    MANITEM.
        AUTHOR.        THIAGO.
      **************************************************
      * CATALOGO DOS ITENS ENTREGUES AO FUNCIONARIO    *
      * (EAD719.ITEMCUST) - EPI COM O NUMERO DO        *
      * CERTIFICADO DE APROVACAO (CA) E O INTERVALO DE *
      * TROCA, E BENS DA EMPRESA EMPRESTADOS           *
      * (NOTEBOOK, CELULAR, FERRAMENTA) - E OS ITENS   *
      * EXIGIDOS POR CARGO (EAD719.ITEMCARGO), NO      *
      * MOLDE DO EAD719.CURSOCARG (MANCURSO). A        *
      * ENTREGA E A DEVOLUCAO FICAM NO MANCUST; O      *
      * RELEPI COBRA O QUE FALTA OU ESTA COM A TROCA   *
      * VENCIDA.                                       *
      *                                                *
      * EAD719.ITEMCUST:                               *
      *   CODITEM   X(06)                              *
      *   DESCRICAO X(30)                              *
      *   TIPOITEM  X(01)  E=EPI B=BEM DA EMPRESA      *
      *   NUMCA     X(10)  CA DO EPI (OBRIGATORIO NO   *
      *                    EPI)                        *
      *   TROCAMES  DEC(3) INTERVALO DE TROCA EM MESES *
      *                    (ZERO = SEM TROCA PERIODICA)*
      *   DEVOLVE   X(01)  S=DEVOLUCAO OBRIGATORIA NO  *
      *                    DESLIGAMENTO                *
      *   DATAREG   DATE                               *
      *                                                *
      * EAD719.ITEMCARGO:                              *
      *   CARGOFUN  X(04)                              *
      *   CODITEM   X(06)                              *
      *                                                *
      * LEIAUTE DO SYSIN (UM REGISTRO POR OPERACAO):   *
      *   OPERACAO  X(01)  I=INCLUI ITEM               *
      *                    A=ALTERA ITEM               *
      *                    C=EXIGE O ITEM NO CARGO     *
      *                    X=RETIRA A EXIGENCIA        *
      *                    L=LISTA (ITEM EM BRANCO =   *
      *                      CATALOGO INTEIRO)         *
      *   CODITEM   X(06)                              *
      *   EM I E A:                                    *
      *     DESCRICAO X(30)                            *
      *     TIPO      X(01)                            *
      *     NUMCA     X(10)                            *
      *     TROCAMES  X(03)  MESES                     *
      *     DEVOLVE   X(01)  EM BRANCO: S NO BEM, N NO *
      *                      EPI                       *
      *   EM C E X:                                    *
      *     CARGO     X(04)                            *
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
           05  RS-CODITEM           PIC X(06).
           05  RS-DADOS-ITEM.
               10  RS-DESCRICAO     PIC X(30).
               10  RS-TIPO          PIC X(01).
               10  RS-NUMCA         PIC X(10).
               10  RS-TROCAMES      PIC X(03).
               10  RS-DEVOLVE       PIC X(01).
           05  RS-DADOS-CARGO REDEFINES RS-DADOS-ITEM.
               10  RS-CARGO         PIC X(04).
               10  FILLER           PIC X(41).
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
       77  WK-TIPO-ITEM              PIC X(01)       VALUE SPACES.
           88  TIPO-ITEM-VALIDO          VALUE 'E' 'B'.
       77  WK-DEVOLVE                PIC X(01)       VALUE SPACES.
       77  WK-TROCAMES               PIC 9(03)       VALUE ZEROS.
       77  WK-QTDE-ITEM              PIC 9(04)       VALUE ZEROS.
      *
      *    LINHA DA LISTA.
       77  WK-LST-CODITEM            PIC X(06)       VALUE SPACES.
       77  WK-LST-DESCRICAO          PIC X(30)       VALUE SPACES.
       77  WK-LST-TIPO               PIC X(01)       VALUE SPACES.
       77  WK-LST-NUMCA              PIC X(10)       VALUE SPACES.
       77  WK-LST-TROCAMES           PIC 9(03)       VALUE ZEROS.
       77  WK-LST-DEVOLVE            PIC X(01)       VALUE SPACES.
       77  WK-LST-CARGO              PIC X(04)       VALUE SPACES.
      *
       77  WK-QTDE-MANTIDA           PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-RECUSADA          PIC 9(05)       VALUE ZEROS.
      *
       EXEC SQL
           DECLARE CUR-CATALOGO CURSOR FOR
               SELECT CODITEM, DESCRICAO, TIPOITEM, NUMCA, TROCAMES,
                      DEVOLVE
                 FROM EAD719.ITEMCUST
                WHERE CODITEM = :RS-CODITEM OR :RS-CODITEM = ' '
                ORDER BY CODITEM
       END-EXEC.
      *
       EXEC SQL
           DECLARE CUR-CARGOS-ITEM CURSOR FOR
               SELECT CARGOFUN
                 FROM EAD719.ITEMCARGO
                WHERE CODITEM = :WK-LST-CODITEM
                ORDER BY CARGOFUN
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
                PERFORM 210-INCLUI-ITEM
             WHEN 'A'
                PERFORM 220-ALTERA-ITEM
             WHEN 'C'
                PERFORM 230-EXIGE-NO-CARGO
             WHEN 'X'
                PERFORM 240-RETIRA-EXIGENCIA
             WHEN 'L'
                PERFORM 250-LISTA-CATALOGO
             WHEN OTHER
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'OPERACAO ' RS-OPERACAO ' INVALIDA - USE '
                        'I, A, C, X OU L'
          END-EVALUATE.
          PERFORM 110-LER-TRANSACAO.
      *
       210-INCLUI-ITEM.
          PERFORM 215-CONFERE-ITEM.
          IF   WK-TIPO-ITEM NOT = SPACES
             EXEC SQL
                INSERT INTO EAD719.ITEMCUST
                   (CODITEM, DESCRICAO, TIPOITEM, NUMCA, TROCAMES,
                    DEVOLVE, DATAREG)
                   VALUES (:RS-CODITEM, :RS-DESCRICAO, :RS-TIPO,
                           :RS-NUMCA, :WK-TROCAMES, :WK-DEVOLVE,
                           CURRENT DATE)
             END-EXEC
             EVALUATE SQLCODE
                WHEN 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WK-QTDE-MANTIDA
                   DISPLAY 'ITEM ' RS-CODITEM ' ' RS-DESCRICAO
                           ' INCLUIDO NO CATALOGO'
                WHEN -803
                   ADD 1 TO WK-QTDE-RECUSADA
                   DISPLAY 'ITEM ' RS-CODITEM ' JA EXISTE NO '
                           'CATALOGO - USE A OPERACAO A'
                   EXEC SQL ROLLBACK END-EXEC
                WHEN OTHER
                   ADD 1 TO WK-QTDE-RECUSADA
                   MOVE SQLCODE TO WK-SQLCODE-EDIT
                   CALL "DECODSQL" USING WK-SQLCODE-EDIT,
                                         WK-SQLCODE-MSG
                   DISPLAY 'ITEM NAO INCLUIDO - '
                           WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                   EXEC SQL ROLLBACK END-EXEC
             END-EVALUATE
          END-IF.
      *
       215-CONFERE-ITEM.
      *    ITEM RECUSADO VOLTA COM WK-TIPO-ITEM EM BRANCO.
          MOVE RS-TIPO TO WK-TIPO-ITEM.
          MOVE ZEROS   TO WK-TROCAMES.
          EVALUATE TRUE
             WHEN RS-CODITEM = SPACES OR RS-DESCRICAO = SPACES
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'ITEM ' RS-CODITEM ' SEM CODIGO OU SEM '
                        'DESCRICAO - RECUSADO'
                MOVE SPACES TO WK-TIPO-ITEM
             WHEN NOT TIPO-ITEM-VALIDO
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'TIPO ' RS-TIPO ' INVALIDO PARA O ITEM '
                        RS-CODITEM ' (E OU B) - RECUSADO'
                MOVE SPACES TO WK-TIPO-ITEM
      *       EPI SEM CA NAO PODE SER ENTREGUE (NR-6).
             WHEN RS-TIPO = 'E' AND RS-NUMCA = SPACES
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'EPI ' RS-CODITEM ' SEM NUMERO DO '
                        'CERTIFICADO DE APROVACAO (CA) - RECUSADO'
                MOVE SPACES TO WK-TIPO-ITEM
             WHEN RS-TROCAMES NOT = SPACES
                  AND RS-TROCAMES NOT NUMERIC
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'INTERVALO DE TROCA ' RS-TROCAMES
                        ' INVALIDO PARA O ITEM ' RS-CODITEM
                        ' - USE MESES (000 = SEM TROCA)'
                MOVE SPACES TO WK-TIPO-ITEM
             WHEN OTHER
                IF   RS-TROCAMES NUMERIC
                   MOVE RS-TROCAMES TO WK-TROCAMES
                END-IF
                MOVE RS-DEVOLVE TO WK-DEVOLVE
                IF   WK-DEVOLVE NOT = 'S' AND WK-DEVOLVE NOT = 'N'
                   IF   RS-TIPO = 'B'
                      MOVE 'S' TO WK-DEVOLVE
                   ELSE
                      MOVE 'N' TO WK-DEVOLVE
                   END-IF
                END-IF
          END-EVALUATE.
      *
       220-ALTERA-ITEM.
      *    NOVO CA (O CERTIFICADO VENCE E E RENOVADO), NOVO
      *    INTERVALO DE TROCA OU NOVA DESCRICAO.
          PERFORM 215-CONFERE-ITEM.
          IF   WK-TIPO-ITEM NOT = SPACES
             EXEC SQL
                UPDATE EAD719.ITEMCUST
                   SET DESCRICAO = :RS-DESCRICAO,
                       TIPOITEM  = :RS-TIPO,
                       NUMCA     = :RS-NUMCA,
                       TROCAMES  = :WK-TROCAMES,
                       DEVOLVE   = :WK-DEVOLVE
                 WHERE CODITEM = :RS-CODITEM
             END-EXEC
             EVALUATE SQLCODE
                WHEN 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WK-QTDE-MANTIDA
                   DISPLAY 'ITEM ' RS-CODITEM ' ALTERADO (CA '
                           RS-NUMCA ', TROCA ' WK-TROCAMES
                           ' MES(ES))'
                WHEN 100
                   ADD 1 TO WK-QTDE-RECUSADA
                   DISPLAY 'ITEM ' RS-CODITEM ' NAO EXISTE NO '
                           'CATALOGO'
                WHEN OTHER
                   ADD 1 TO WK-QTDE-RECUSADA
                   DISPLAY 'ITEM NAO ALTERADO - SQLCODE ' SQLCODE
                   EXEC SQL ROLLBACK END-EXEC
             END-EVALUATE
          END-IF.
      *
       230-EXIGE-NO-CARGO.
      *    O CARGO PRECISA EXISTIR NO CADASTRO DE CARGOS (VALCARGO)
      *    E O ITEM NO CATALOGO.
          CALL "VALCARGO" USING RS-CARGO, WK-CARGO-VALIDO.
          MOVE ZEROS TO WK-QTDE-ITEM.
          EXEC SQL
             SELECT COUNT(*)
               INTO :WK-QTDE-ITEM
               FROM EAD719.ITEMCUST
              WHERE CODITEM = :RS-CODITEM
          END-EXEC.
          EVALUATE TRUE
             WHEN NOT CARGO-VALIDO
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'CARGO ' RS-CARGO ' NAO EXISTE NO CADASTRO '
                        'DE CARGOS - EXIGENCIA RECUSADA'
             WHEN WK-QTDE-ITEM = ZEROS
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'ITEM ' RS-CODITEM ' NAO EXISTE NO '
                        'CATALOGO - EXIGENCIA RECUSADA'
             WHEN OTHER
                EXEC SQL
                   INSERT INTO EAD719.ITEMCARGO
                      (CARGOFUN, CODITEM)
                      VALUES (:RS-CARGO, :RS-CODITEM)
                END-EXEC
                EVALUATE SQLCODE
                   WHEN 0
                      EXEC SQL COMMIT END-EXEC
                      ADD 1 TO WK-QTDE-MANTIDA
                      DISPLAY 'ITEM ' RS-CODITEM ' EXIGIDO PARA O '
                              'CARGO ' RS-CARGO
                   WHEN -803
                      ADD 1 TO WK-QTDE-RECUSADA
                      DISPLAY 'ITEM ' RS-CODITEM ' JA EXIGIDO PARA '
                              'O CARGO ' RS-CARGO
                      EXEC SQL ROLLBACK END-EXEC
                   WHEN OTHER
                      ADD 1 TO WK-QTDE-RECUSADA
                      DISPLAY 'EXIGENCIA NAO GRAVADA - SQLCODE '
                              SQLCODE
                      EXEC SQL ROLLBACK END-EXEC
                END-EVALUATE
          END-EVALUATE.
      *
       240-RETIRA-EXIGENCIA.
          EXEC SQL
             DELETE FROM EAD719.ITEMCARGO
              WHERE CARGOFUN = :RS-CARGO
                AND CODITEM  = :RS-CODITEM
          END-EXEC.
          EVALUATE SQLCODE
             WHEN 0
                EXEC SQL COMMIT END-EXEC
                ADD 1 TO WK-QTDE-MANTIDA
                DISPLAY 'EXIGENCIA DO ITEM ' RS-CODITEM ' PARA O '
                        'CARGO ' RS-CARGO ' RETIRADA'
             WHEN 100
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'EXIGENCIA DO ITEM ' RS-CODITEM ' PARA O '
                        'CARGO ' RS-CARGO ' NAO EXISTE'
             WHEN OTHER
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'EXIGENCIA NAO RETIRADA - SQLCODE ' SQLCODE
                EXEC SQL ROLLBACK END-EXEC
          END-EVALUATE.
      *
       250-LISTA-CATALOGO.
          EXEC SQL
             OPEN CUR-CATALOGO
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-CATALOGO
                  INTO :WK-LST-CODITEM, :WK-LST-DESCRICAO,
                       :WK-LST-TIPO, :WK-LST-NUMCA,
                       :WK-LST-TROCAMES, :WK-LST-DEVOLVE
             END-EXEC
             IF   SQLCODE = 0
                DISPLAY '  ' WK-LST-CODITEM ' ' WK-LST-TIPO ' '
                        WK-LST-DESCRICAO ' CA ' WK-LST-NUMCA
                        ' TROCA ' WK-LST-TROCAMES ' DEVOLVE '
                        WK-LST-DEVOLVE
                PERFORM 255-LISTA-CARGOS-ITEM
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-CATALOGO
          END-EXEC.
      *
       255-LISTA-CARGOS-ITEM.
          EXEC SQL
             OPEN CUR-CARGOS-ITEM
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-CARGOS-ITEM
                  INTO :WK-LST-CARGO
             END-EXEC
             IF   SQLCODE = 0
                DISPLAY '      EXIGIDO NO CARGO ' WK-LST-CARGO
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-CARGOS-ITEM
          END-EXEC.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          CLOSE ARQ-SYSIN.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DO CATALOGO DE EPI E BENS'.
          DISPLAY '  OPERACOES ACEITAS ..... ' WK-QTDE-MANTIDA.
          DISPLAY '  OPERACOES RECUSADAS ... ' WK-QTDE-RECUSADA.
          DISPLAY '================================================'.
          EXIT.
