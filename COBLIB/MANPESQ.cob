        IDENTIFICATION DIVISION.
        PROGRAM-ID.    MANPESQ.
        AUTHOR.        THIAGO.
      **************************************************
      * DE-PARA ENTRE O CODIGO DE CARGO DA PESQUISA    *
      * SALARIAL DE MERCADO (CARGAPESQ) E O NOSSO      *
      * CARGOFUN (EAD719.PESQCARGO), MANTIDO PELO RH   *
      * NO MOLDE DO MANMOTDE - ERA A PLANILHA QUE      *
      * CASAVA A PESQUISA COM OS CARGOS. CADA CARGO    *
      * CASA COM UM UNICO CODIGO DA PESQUISA; UM       *
      * CODIGO PODE SERVIR A MAIS DE UM CARGO. O       *
      * DE-PARA VALE PARA TODOS OS ANOS DA PESQUISA -  *
      * SE O FORNECEDOR MUDAR O CODIGO, ALTERE AQUI.   *
      * O RELCOMPA LE A PESQUISA POR ESTE DE-PARA.     *
      *                                                *
      * EAD719.PESQCARGO:                              *
      *   CARGOFUN   X(04)                             *
      *   CODPESQ    X(10)                             *
      *   DATAALT    DATE                              *
      *                                                *
      * LEIAUTE DO SYSIN (UM REGISTRO POR OPERACAO):   *
      *   OPERACAO   X(01)  I=INCLUI                   *
      *                     A=ALTERA O CODIGO          *
      *                     E=EXCLUI                   *
      *                     L=LISTA (CARGO EM BRANCO = *
      *                       TODOS)                   *
      *   CARGOFUN   X(04)                             *
      *   CODPESQ    X(10)                             *
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
           05  RS-CARGOFUN          PIC X(04).
           05  RS-CODPESQ           PIC X(10).
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
           COPY CPYVALOK REPLACING ==WK-CAMPO-VALIDO== BY
                                       ==WK-CARGO-VALIDO==
                                   ==CAMPO-VALIDO== BY
                                       ==CARGO-VALIDO==.
      *
       77  WK-CARGOFUN               PIC X(04)       VALUE SPACES.
       77  WK-CODPESQ                PIC X(10)       VALUE SPACES.
       77  WK-DESCCARGO              PIC X(30)       VALUE SPACES.
       77  WK-DATAALT                PIC X(10)       VALUE SPACES.
       77  WK-QTDE-PONTOS            PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-LISTADA           PIC 9(05)       VALUE ZEROS.
      *
       77  WK-QTDE-MANTIDA           PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-RECUSADA          PIC 9(05)       VALUE ZEROS.
      *
       EXEC SQL
           DECLARE CUR-DEPARA CURSOR FOR
               SELECT M.CARGOFUN, COALESCE(C.DESCCARGO, ' '),
                      M.CODPESQ, CHAR(M.DATAALT, EUR)
                 FROM EAD719.PESQCARGO M
                 LEFT JOIN EAD719.CARGOS C
                   ON C.CARGOFUN = M.CARGOFUN
                WHERE M.CARGOFUN = :RS-CARGOFUN
                   OR :RS-CARGOFUN = ' '
                ORDER BY M.CARGOFUN
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
                PERFORM 210-INCLUI-DEPARA
             WHEN 'A'
                PERFORM 220-ALTERA-DEPARA
             WHEN 'E'
                PERFORM 230-EXCLUI-DEPARA
             WHEN 'L'
                PERFORM 240-LISTA-DEPARA
             WHEN OTHER
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'OPERACAO ' RS-OPERACAO ' INVALIDA - USE '
                        'I, A, E OU L'
          END-EVALUATE.
          PERFORM 110-LER-TRANSACAO.
      *
       210-INCLUI-DEPARA.
          PERFORM 250-CONFERE-CAMPOS.
          IF   WK-CARGOFUN NOT = SPACES
             EXEC SQL
                INSERT INTO EAD719.PESQCARGO
                   (CARGOFUN, CODPESQ, DATAALT)
                   VALUES (:RS-CARGOFUN, :RS-CODPESQ, CURRENT DATE)
             END-EXEC
             EVALUATE SQLCODE
                WHEN 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WK-QTDE-MANTIDA
                   DISPLAY 'CARGO ' RS-CARGOFUN ' CASADO COM O '
                           'CODIGO ' RS-CODPESQ ' DA PESQUISA'
                WHEN -803
                   ADD 1 TO WK-QTDE-RECUSADA
                   DISPLAY 'CARGO ' RS-CARGOFUN ' JA TEM DE-PARA - '
                           'USE A OPERACAO A'
                   EXEC SQL ROLLBACK END-EXEC
                WHEN OTHER
                   PERFORM 290-ERRO-SQL
             END-EVALUATE
          END-IF.
      *
       220-ALTERA-DEPARA.
          PERFORM 250-CONFERE-CAMPOS.
          IF   WK-CARGOFUN NOT = SPACES
             EXEC SQL
                UPDATE EAD719.PESQCARGO
                   SET CODPESQ = :RS-CODPESQ,
                       DATAALT = CURRENT DATE
                 WHERE CARGOFUN = :RS-CARGOFUN
             END-EXEC
             EVALUATE SQLCODE
                WHEN 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WK-QTDE-MANTIDA
                   DISPLAY 'CARGO ' RS-CARGOFUN ' PASSA A CASAR COM '
                           'O CODIGO ' RS-CODPESQ ' DA PESQUISA'
                WHEN 100
                   ADD 1 TO WK-QTDE-RECUSADA
                   DISPLAY 'CARGO ' RS-CARGOFUN ' SEM DE-PARA - USE '
                           'A OPERACAO I'
                WHEN OTHER
                   PERFORM 290-ERRO-SQL
             END-EVALUATE
          END-IF.
      *
       230-EXCLUI-DEPARA.
          EXEC SQL
             DELETE FROM EAD719.PESQCARGO
              WHERE CARGOFUN = :RS-CARGOFUN
          END-EXEC.
          EVALUATE SQLCODE
             WHEN 0
                EXEC SQL COMMIT END-EXEC
                ADD 1 TO WK-QTDE-MANTIDA
                DISPLAY 'DE-PARA DO CARGO ' RS-CARGOFUN ' EXCLUIDO'
             WHEN 100
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'CARGO ' RS-CARGOFUN ' SEM DE-PARA'
             WHEN OTHER
                PERFORM 290-ERRO-SQL
          END-EVALUATE.
      *
       240-LISTA-DEPARA.
          MOVE ZEROS TO WK-QTDE-LISTADA.
          EXEC SQL
             OPEN CUR-DEPARA
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-DEPARA
                  INTO :WK-CARGOFUN, :WK-DESCCARGO, :WK-CODPESQ,
                       :WK-DATAALT
             END-EXEC
             IF   SQLCODE = 0
                ADD 1 TO WK-QTDE-LISTADA
                DISPLAY '  ' WK-CARGOFUN ' ' WK-DESCCARGO
                        ' PESQUISA ' WK-CODPESQ ' DESDE ' WK-DATAALT
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-DEPARA
          END-EXEC.
          IF   WK-QTDE-LISTADA = ZEROS
             DISPLAY 'NENHUM DE-PARA DE PESQUISA CADASTRADO'
          END-IF.
      *
       250-CONFERE-CAMPOS.
      *    DEVOLVE WK-CARGOFUN PREENCHIDO SO QUANDO TUDO CONFERE.
      *    CODIGO AINDA NAO CARREGADO EM NENHUM ANO DA PESQUISA SO
      *    E AVISADO (O DE-PARA PODE VIR ANTES DA CARGA).
          MOVE SPACES TO WK-CARGOFUN.
          CALL "VALCARGO" USING RS-CARGOFUN, WK-CARGO-VALIDO.
          EVALUATE TRUE
             WHEN NOT CARGO-VALIDO
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'CARGO ' RS-CARGOFUN ' NAO EXISTE - '
                        'RECUSADO'
             WHEN RS-CODPESQ = SPACES
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'CODIGO DA PESQUISA EM BRANCO PARA O CARGO '
                        RS-CARGOFUN ' - RECUSADO'
             WHEN OTHER
                MOVE RS-CARGOFUN TO WK-CARGOFUN
                MOVE ZEROS TO WK-QTDE-PONTOS
                EXEC SQL
                   SELECT COUNT(*)
                     INTO :WK-QTDE-PONTOS
                     FROM EAD719.PESQSAL
                    WHERE CODPESQ = :RS-CODPESQ
                END-EXEC
                IF   WK-QTDE-PONTOS = ZEROS
                   DISPLAY 'AVISO: CODIGO ' RS-CODPESQ ' AINDA NAO '
                           'CONSTA DE NENHUMA CARGA DA PESQUISA'
                END-IF
          END-EVALUATE.
      *
       290-ERRO-SQL.
          ADD 1 TO WK-QTDE-RECUSADA.
          MOVE SQLCODE TO WK-SQLCODE-EDIT.
          CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG.
          DISPLAY 'DE-PARA DO CARGO ' RS-CARGOFUN ' NAO MANTIDO - '
                  WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG.
          EXEC SQL ROLLBACK END-EXEC.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          CLOSE ARQ-SYSIN.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DO DE-PARA DA PESQUISA SALARIAL'.
          DISPLAY '  DE-PARA MANTIDOS ...... ' WK-QTDE-MANTIDA.
          DISPLAY '  RECUSADOS ............. ' WK-QTDE-RECUSADA.
          DISPLAY '================================================'.
          EXIT.
