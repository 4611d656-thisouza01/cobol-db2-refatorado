       IDENTIFICATION                DIVISION.
       PROGRAM-ID.                   MANAVULS.
      **************************************************
      * LANCAMENTO AVULSO DE PROVENTO OU DESCONTO DO   *
      * FUNCIONARIO (EAD719.LANCAVULSO): BONUS,        *
      * COMISSAO, LUVAS, REEMBOLSO, DESCONTO POR       *
      * AVARIA OU EQUIPAMENTO PERDIDO - O QUE ANTES    *
      * CHEGAVA A FOLHA POR E-MAIL. CHAMADO PELA       *
      * FUNCAO K DO PROGMAIN E DO CICSFUNC. O TIPO DE  *
      * EVENTO (EAD719.TIPOAVULSO, MANTPAVU) DIZ SE E  *
      * PROVENTO OU DESCONTO, SE E TRIBUTAVEL E O      *
      * LIMITE: VALOR ACIMA DELE FICA PENDENTE ('P')   *
      * ATE UM SEGUNDO USUARIO APROVAR NO APRAVULS;    *
      * ATE O LIMITE JA NASCE APROVADO ('A'). SO O     *
      * APROVADO VAI PARA O EXTRVAR DO PERIODO.        *
      * PERIODO FECHADO NO EAD719.PERIODOCTL           *
      * (FECHAPER) NAO RECEBE LANCAMENTO NEM           *
      * CANCELAMENTO. O CANCELAMENTO E PELO NUMERO DO  *
      * LANCAMENTO (SEQ), EXIBIDO NA INCLUSAO.         *
      * O RESULTADO (NUMERO E SITUACAO DO LANCAMENTO   *
      * OU O MOTIVO DA RECUSA) SAI NO LOG E VOLTA AO   *
      * CHAMADOR EM LK-MENSAGEM-RETORNO, PARA A TELA   *
      * DO CICSFUNC. QUEM LANCA/CANCELA E O USUARIO    *
      * PASSADO PELO CICSFUNC (USERID DO TERMINAL); EM *
      * BRANCO (LOTE), O CURRENT SQLID.                *
      *                                                *
      * EAD719.LANCAVULSO:                             *
      *   SEQ           DEC(09)                        *
      *   CODFUN        X(07)                          *
      *   TIPOEVENTO    X(03)                          *
      *   PERIODO       DEC(06)  AAAAMM DA FOLHA       *
      *   VALOR         DEC(09,2)                      *
      *   JUSTIFICATIVA X(40)                          *
      *   SITUACAO      X(01)  P=PENDENTE A=APROVADO   *
      *                        R=REJEITADO             *
      *                        C=CANCELADO             *
      *   USUARIOREG    X(08)  QUEM LANCOU             *
      *   DATAREG       DATE                           *
      *   USUARIODEC    X(08)  QUEM APROVOU/REJEITOU/  *
      *                        CANCELOU                *
      *   DATADEC       DATE                           *
      **************************************************
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       DATA                          DIVISION.
      *
       WORKING-STORAGE               SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE BOOKFUNC
           END-EXEC.

      * Variaveis de controle SQL
       COPY SQLVARS.
       COPY CPYRETRY.
       COPY CPYSQLMSG.
      *
       77  WK-STATUS-FUNC            PIC X(01)  VALUE SPACES.
       77  WK-SITUACAO-PERIODO       PIC X(01)  VALUE SPACES.
       77  WK-PERIODO-OK             PIC X(01)  VALUE 'N'.
           88  PERIODO-ABERTO                   VALUE 'S'.
       77  WK-MES-PERIODO            PIC 9(02)  VALUE ZEROS.
      *    TIPO DE EVENTO DO LANCAMENTO (EAD719.TIPOAVULSO).
       77  WK-DESCRICAO-TIPO         PIC X(30)  VALUE SPACES.
       77  WK-NATUREZA               PIC X(01)  VALUE SPACES.
       77  WK-TRIBUTAVEL             PIC X(01)  VALUE SPACES.
       77  WK-LIMITE                 PIC 9(07)V99 VALUE ZEROS.
      *    LANCAMENTO.
       77  WK-SEQ                    PIC 9(09)  VALUE ZEROS.
       77  WK-SITUACAO-LANC          PIC X(01)  VALUE SPACES.
           88  LANC-PENDENTE                    VALUE 'P'.
           88  LANC-APROVADO                    VALUE 'A'.
       77  WK-PERIODO-LANC           PIC 9(06)  VALUE ZEROS.
       77  WK-USUARIO                PIC X(08)  VALUE SPACES.
       77  WK-VALOR-EDIT             PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WK-LIMITE-EDIT            PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
      *
       LINKAGE                       SECTION.
       01  LK-AVULS-TRANS.
           05  LK-AVU-CODFUN         PIC X(07).
           05  LK-AVU-OPERACAO       PIC X(01).
           05  LK-AVU-TIPO           PIC X(03).
           05  LK-AVU-PERIODO        PIC 9(06).
           05  LK-AVU-VALOR          PIC 9(07)V99.
           05  LK-AVU-JUSTIF         PIC X(40).
           05  LK-AVU-SEQ            PIC 9(09).
           05  LK-AVU-USUARIO        PIC X(08).
       COPY CPYSTAT.
       COPY CPYMSGRT.
      *
       PROCEDURE                     DIVISION USING LK-AVULS-TRANS,
                                                    LK-STATUS-RETORNO,
                                                    LK-MENSAGEM-RETORNO.
      * Tratamento de SQLCODE
           COPY SQLTREAT.
      *
           PERFORM MANTEM-AVULSO.
           GOBACK.
      *
       MANTEM-AVULSO.
           SET TRANSACAO-FALHOU      TO TRUE.
           MOVE SPACES               TO LK-MENSAGEM-RETORNO.
           MOVE LK-AVU-CODFUN        TO DB2-CODFUN.

      *    DESLIGADO NAO RECEBE AVULSO PELA FOLHA MENSAL - O QUE
      *    SOBRAR ENTRA NA RESCISAO (CALCRESC).
           MOVE SPACES TO WK-STATUS-FUNC.
           EXEC SQL
               SELECT STATUSFUN
                 INTO :WK-STATUS-FUNC
                 FROM EAD719.FUNCIONARIOS
                WHERE CODFUN = :DB2-CODFUN
           END-EXEC.

           IF   WK-STATUS-FUNC       NOT = 'A'
            AND WK-STATUS-FUNC       NOT = 'F'
            AND WK-STATUS-FUNC       NOT = 'V'
               STRING 'FUNCIONARIO ' LK-AVU-CODFUN ' NAO EXISTE OU '
                      'ESTA DESLIGADO - LANCAMENTO AVULSO NAO '
                      'MANTIDO!'
                      DELIMITED BY SIZE
                      INTO LK-MENSAGEM-RETORNO
               END-STRING
           ELSE
               EVALUATE LK-AVU-OPERACAO
                   WHEN 'I'
                       PERFORM INCLUI-LANCAMENTO
                   WHEN 'C'
                       PERFORM CANCELA-LANCAMENTO
                   WHEN OTHER
                       STRING 'OPERACAO ' LK-AVU-OPERACAO
                              ' INVALIDA - USE I (INCLUSAO) OU C '
                              '(CANCELAMENTO)'
                              DELIMITED BY SIZE
                              INTO LK-MENSAGEM-RETORNO
                       END-STRING
               END-EVALUATE
           END-IF.
      *    O RESULTADO VAI PARA O LOG E VOLTA AO CHAMADOR, QUE O
      *    MOSTRA NA TELA (CICSFUNC).
           IF   LK-MENSAGEM-RETORNO   NOT = SPACES
               DISPLAY LK-MENSAGEM-RETORNO
           END-IF.
      *
       INCLUI-LANCAMENTO.
           MOVE SPACES TO WK-DESCRICAO-TIPO WK-NATUREZA WK-TRIBUTAVEL.
           MOVE ZEROS  TO WK-LIMITE.
           EXEC SQL
               SELECT DESCRICAO, NATUREZA, TRIBUTAVEL, LIMITE
                 INTO :WK-DESCRICAO-TIPO, :WK-NATUREZA,
                      :WK-TRIBUTAVEL, :WK-LIMITE
                 FROM EAD719.TIPOAVULSO
                WHERE TIPOEVENTO = :LK-AVU-TIPO
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   STRING 'TIPO DE EVENTO ' LK-AVU-TIPO ' NAO '
                          'CADASTRADO (MANTPAVU) - RECUSADO!'
                          DELIMITED BY SIZE
                          INTO LK-MENSAGEM-RETORNO
                   END-STRING
               WHEN LK-AVU-PERIODO NOT NUMERIC
                   STRING 'PERIODO ' LK-AVU-PERIODO ' INVALIDO - USE '
                          'AAAAMM'
                          DELIMITED BY SIZE
                          INTO LK-MENSAGEM-RETORNO
                   END-STRING
               WHEN LK-AVU-VALOR NOT NUMERIC
                   STRING 'VALOR DO LANCAMENTO AVULSO NAO NUMERICO - '
                          'FUNCIONARIO ' DB2-CODFUN
                          DELIMITED BY SIZE
                          INTO LK-MENSAGEM-RETORNO
                   END-STRING
               WHEN LK-AVU-VALOR = ZEROS
                   STRING 'VALOR DO LANCAMENTO AVULSO ZERADO - '
                          'FUNCIONARIO ' DB2-CODFUN
                          DELIMITED BY SIZE
                          INTO LK-MENSAGEM-RETORNO
                   END-STRING
               WHEN LK-AVU-JUSTIF = SPACES
                   STRING 'LANCAMENTO AVULSO SEM JUSTIFICATIVA - '
                          'FUNCIONARIO ' DB2-CODFUN
                          DELIMITED BY SIZE
                          INTO LK-MENSAGEM-RETORNO
                   END-STRING
               WHEN OTHER
                   MOVE LK-AVU-PERIODO TO WK-PERIODO-LANC
                   PERFORM CONFERE-PERIODO
                   IF   PERIODO-ABERTO
                       PERFORM GRAVA-LANCAMENTO
                   END-IF
           END-EVALUATE.
      *
       GRAVA-LANCAMENTO.
      *    ACIMA DO LIMITE DO TIPO, O LANCAMENTO ESPERA O SEGUNDO
      *    USUARIO (APRAVULS) - CONTROLE DE QUATRO OLHOS, COMO NO
      *    APRSALAR.
           IF   LK-AVU-VALOR > WK-LIMITE
               SET LANC-PENDENTE TO TRUE
           ELSE
               SET LANC-APROVADO TO TRUE
           END-IF.
           PERFORM IDENTIFICA-USUARIO.

           MOVE ZERO TO WK-SQL-TENTATIVA.
           MOVE 'RETRY-TRANSITORIO' TO WK-SQL-STATUS.
           PERFORM UNTIL WK-SQL-STATUS NOT = 'RETRY-TRANSITORIO'
               EXEC SQL
                   SELECT COALESCE(MAX(SEQ), 0) + 1
                     INTO :WK-SEQ
                     FROM EAD719.LANCAVULSO
               END-EXEC
               EXEC SQL
                   INSERT INTO EAD719.LANCAVULSO
                      (SEQ, CODFUN, TIPOEVENTO, PERIODO, VALOR,
                       JUSTIFICATIVA, SITUACAO, USUARIOREG, DATAREG,
                       USUARIODEC, DATADEC)
                      VALUES (:WK-SEQ, :DB2-CODFUN, :LK-AVU-TIPO,
                              :WK-PERIODO-LANC, :LK-AVU-VALOR,
                              :LK-AVU-JUSTIF, :WK-SITUACAO-LANC,
                              :WK-USUARIO, CURRENT DATE, ' ', NULL)
               END-EXEC

               PERFORM TRATA-SQLCODE
           END-PERFORM.

      *    NUMERO E SITUACAO NA FRENTE DA MENSAGEM - E O QUE CABE NA
      *    LINHA DE MENSAGEM DA TELA.
           MOVE LK-AVU-VALOR TO WK-VALOR-EDIT.
           EVALUATE WK-SQL-STATUS
               WHEN 'SUCESSO'
                   EXEC SQL COMMIT END-EXEC
                   SET TRANSACAO-OK TO TRUE
                   IF   LANC-PENDENTE
                       MOVE WK-LIMITE TO WK-LIMITE-EDIT
                       STRING 'LANCAMENTO ' WK-SEQ
                              ' PENDENTE DE APROVACAO (APRAVULS) - '
                              'FUNCIONARIO ' DB2-CODFUN ' '
                              LK-AVU-TIPO ' ' WK-VALOR-EDIT
                              ' ACIMA DO LIMITE ' WK-LIMITE-EDIT
                              DELIMITED BY SIZE
                              INTO LK-MENSAGEM-RETORNO
                       END-STRING
                   ELSE
                       STRING 'LANCAMENTO ' WK-SEQ
                              ' APROVADO PARA O PERIODO '
                              WK-PERIODO-LANC ' - FUNCIONARIO '
                              DB2-CODFUN ' ' LK-AVU-TIPO ' '
                              WK-VALOR-EDIT
                              DELIMITED BY SIZE
                              INTO LK-MENSAGEM-RETORNO
                       END-STRING
                   END-IF
               WHEN 'ERRO-TRANSITORIO'
                   EXEC SQL ROLLBACK END-EXEC
                   STRING 'LANCAMENTO AVULSO NAO GRAVADO - TENTE '
                          'NOVAMENTE MAIS TARDE'
                          DELIMITED BY SIZE
                          INTO LK-MENSAGEM-RETORNO
                   END-STRING
               WHEN OTHER
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE SQLCODE TO WK-SQLCODE-EDIT
                   STRING 'LANCAMENTO AVULSO NAO GRAVADO - SQLCODE '
                          WK-SQLCODE-EDIT
                          DELIMITED BY SIZE
                          INTO LK-MENSAGEM-RETORNO
                   END-STRING
           END-EVALUATE.
      *
       CANCELA-LANCAMENTO.
      *    SO O LANCAMENTO AINDA EM ABERTO (PENDENTE OU APROVADO) DO
      *    PROPRIO FUNCIONARIO, EM PERIODO NAO FECHADO.
           MOVE SPACES TO WK-SITUACAO-LANC.
           MOVE ZEROS  TO WK-PERIODO-LANC.
           IF   LK-AVU-SEQ NOT NUMERIC
               MOVE ZEROS TO LK-AVU-SEQ
           END-IF.
           EXEC SQL
               SELECT SITUACAO, PERIODO
                 INTO :WK-SITUACAO-LANC, :WK-PERIODO-LANC
                 FROM EAD719.LANCAVULSO
                WHERE SEQ    = :LK-AVU-SEQ
                  AND CODFUN = :DB2-CODFUN
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   STRING 'LANCAMENTO ' LK-AVU-SEQ ' NAO EXISTE PARA '
                          'O FUNCIONARIO ' DB2-CODFUN
                          DELIMITED BY SIZE
                          INTO LK-MENSAGEM-RETORNO
                   END-STRING
               WHEN SQLCODE NOT = 0
                   MOVE SQLCODE TO WK-SQLCODE-EDIT
                   CALL "DECODSQL" USING WK-SQLCODE-EDIT,
                                          WK-SQLCODE-MSG
                   STRING 'ERRO ' WK-SQLCODE-EDIT ' NA LEITURA DO '
                          'LANCAMENTO - ' WK-SQLCODE-MSG
                          DELIMITED BY SIZE
                          INTO LK-MENSAGEM-RETORNO
                   END-STRING
               WHEN NOT LANC-PENDENTE AND NOT LANC-APROVADO
                   STRING 'LANCAMENTO ' LK-AVU-SEQ ' JA ESTA '
                          WK-SITUACAO-LANC
                          ' (R=REJEITADO C=CANCELADO)'
                          DELIMITED BY SIZE
                          INTO LK-MENSAGEM-RETORNO
                   END-STRING
               WHEN OTHER
                   PERFORM CONFERE-PERIODO
                   IF   PERIODO-ABERTO
                       PERFORM BAIXA-LANCAMENTO
                   END-IF
           END-EVALUATE.
      *
       BAIXA-LANCAMENTO.
           PERFORM IDENTIFICA-USUARIO.
           EXEC SQL
               UPDATE EAD719.LANCAVULSO
                  SET SITUACAO   = 'C',
                      USUARIODEC = :WK-USUARIO,
                      DATADEC    = CURRENT DATE
                WHERE SEQ      = :LK-AVU-SEQ
                  AND SITUACAO IN ('P', 'A')
           END-EXEC.
           IF   SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               SET TRANSACAO-OK TO TRUE
               STRING 'LANCAMENTO ' LK-AVU-SEQ ' CANCELADO - '
                      'FUNCIONARIO ' DB2-CODFUN
                      DELIMITED BY SIZE
                      INTO LK-MENSAGEM-RETORNO
               END-STRING
           ELSE
               MOVE SQLCODE TO WK-SQLCODE-EDIT
               STRING 'LANCAMENTO ' LK-AVU-SEQ
                      ' NAO CANCELADO - SQLCODE ' WK-SQLCODE-EDIT
                      DELIMITED BY SIZE
                      INTO LK-MENSAGEM-RETORNO
               END-STRING
               EXEC SQL ROLLBACK END-EXEC
           END-IF.
      *
       IDENTIFICA-USUARIO.
      *    PELO CICSFUNC VEM O USERID DO TERMINAL - O SQLID DA
      *    TRANSACAO ONLINE E O DO PLANO, IGUAL PARA TODOS, E NAO
      *    SERVIRIA PARA O APRAVULS SEPARAR QUEM LANCOU DE QUEM
      *    APROVA. NO LOTE O CAMPO VEM EM BRANCO: CURRENT SQLID.
           IF   LK-AVU-USUARIO NOT = SPACES
               MOVE LK-AVU-USUARIO TO WK-USUARIO
           ELSE
               EXEC SQL
                   VALUES (CURRENT SQLID) INTO :WK-USUARIO
               END-EXEC
           END-IF.
      *
       CONFERE-PERIODO.
      *    PERIODO AAAAMM VALIDO E NAO FECHADO (FECHAPER) - O QUE
      *    FOI ENVIADO A FOLHA FECHADA E FINAL.
           MOVE 'N' TO WK-PERIODO-OK.
           MOVE WK-PERIODO-LANC(5:2) TO WK-MES-PERIODO.
           IF   WK-MES-PERIODO < 1 OR WK-MES-PERIODO > 12
            OR  WK-PERIODO-LANC(1:4) = '0000'
               STRING 'PERIODO ' WK-PERIODO-LANC ' INVALIDO - '
                      'USE AAAAMM'
                      DELIMITED BY SIZE
                      INTO LK-MENSAGEM-RETORNO
               END-STRING
           ELSE
               MOVE SPACES TO WK-SITUACAO-PERIODO
               EXEC SQL
                   SELECT SITUACAO
                     INTO :WK-SITUACAO-PERIODO
                     FROM EAD719.PERIODOCTL
                    WHERE PERIODO = :WK-PERIODO-LANC
               END-EXEC
               IF   WK-SITUACAO-PERIODO = 'F'
                   STRING 'PERIODO ' WK-PERIODO-LANC
                          ' FECHADO (FECHAPER) - LANCAMENTO AVULSO '
                          'RECUSADO - FUNCIONARIO ' DB2-CODFUN
                          DELIMITED BY SIZE
                          INTO LK-MENSAGEM-RETORNO
                   END-STRING
               ELSE
                   SET PERIODO-ABERTO TO TRUE
               END-IF
           END-IF.
