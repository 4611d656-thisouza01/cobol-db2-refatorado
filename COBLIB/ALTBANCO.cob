      ********************************************************
      * PROGRAMA DE ALTERACAO DOS DADOS BANCARIOS DE         *
      * PAGAMENTO DO FUNCIONARIO (BANCO/AGENCIA/CONTA/DIGITO)*
      *                                                      *
      * A CONTA NOVA NAO E APLICADA NA HORA: O PEDIDO VAI    *
      * PARA A FILA EAD719.APROVBCO E SO UM SEGUNDO USUARIO, *
      * PELO APRBANCO, CONFIRMA OU REJEITA (DUPLO CONTROLE   *
      * CONTRA DESVIO DE FOLHA). O FUNCIONARIO E AVISADO NO  *
      * EMAIL DO CADASTRO JA NO PEDIDO, ANTES DE A CONTA     *
      * VALER - SE NAO FOI ELE QUEM PEDIU, HA TEMPO DE       *
      * RECLAMAR.                                            *
      *                                                      *
      * EAD719.APROVBCO:                                     *
      *   CODFUN         X(07)                               *
      *   CONTAATUAL     X(19)  BBB AAAA CCCCCCCC-D          *
      *   CONTANOVA      X(19)  BBB AAAA CCCCCCCC-D          *
      *   USUARIOPEDIDO  X(08)                               *
      *   DATAPEDIDO     DATE                                *
      *   SITUACAO       X(01)  P=PENDENTE A=CONFIRMADA      *
      *                         R=REJEITADA E=EXPIRADA       *
      *   USUARIOAPROV   X(08)  QUEM CONFIRMOU, REJEITOU OU  *
      *                         RODOU A EXPIRACAO            *
      *   DATAAPROV      DATE                                *
      ********************************************************
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.

      * Variaveis de controle SQL
       COPY SQLVARS.
       COPY CPYSQLMSG.
       COPY CPYNOTIF.
      *
      *    PEDIDO DE ALTERACAO DE CONTA PENDENTE PARA O MESMO
      *    FUNCIONARIO - SO UM POR VEZ NA FILA.
       77  WK-QTDE-PENDENTE          PIC 9(04)  VALUE ZEROS.
       77  WK-USUARIO-PEDIDO         PIC X(08)  VALUE SPACES.
       77  DB2-BCO-CONTA-ATUAL       PIC X(19)  VALUE SPACES.
       77  DB2-BCO-CONTA-NOVA        PIC X(19)  VALUE SPACES.
      *
      * Dados bancarios ainda nao constam do DCLGEN BOOKFUNC - host
      * variables declaradas localmente, como feito com NASCFUN.
           05  LK-AGENCIA-ACCEPT     PIC X(04).
           05  LK-CONTA-ACCEPT       PIC X(08).
           05  LK-DIGITO-ACCEPT      PIC X(01).
       01  LK-CODFUN                 PIC X(07).
       COPY CPYSTAT.
      *
       PROCEDURE                     DIVISION USING LK-CODFUN,
                                                   LK-DADOS-BANCARIOS,
                                                   LK-STATUS-RETORNO.
      * Grava notificacao ao funcionario (NOTIFICA)
           COPY GRAVANOTIF.
      *
           PERFORM ALTERA-DADOS-BANCARIOS.
           GOBACK.
                       ' - CONFIRA BANCO/AGENCIA/CONTA/DIGITO!'
           ELSE
               EXEC SQL
                   SELECT BANCOFUN, AGENCIAFUN, CONTAFUN, DIGITOFUN,
                          EMAILFUN
                     INTO :DB2-BANCOFUN, :DB2-AGENCIAFUN,
                          :DB2-CONTAFUN, :DB2-DIGITOFUN,
                          :DB2-EMAILFUN
                     FROM EAD719.FUNCIONARIOS
                    WHERE CODFUN = :LK-CODFUN
               END-EXEC

               EVALUATE SQLCODE
               WHEN 0
                  MOVE DB2-BANCOFUN       TO WK-ANT-BANCO
                  MOVE DB2-AGENCIAFUN     TO WK-ANT-AGENCIA
                  MOVE DB2-CONTAFUN       TO WK-ANT-CONTA
                  MOVE DB2-DIGITOFUN      TO WK-ANT-DIGITO
                  MOVE LK-BANCOFUN-ACCEPT TO WK-NOV-BANCO
                  MOVE LK-AGENCIA-ACCEPT  TO WK-NOV-AGENCIA
                  MOVE LK-CONTA-ACCEPT    TO WK-NOV-CONTA
                  MOVE LK-DIGITO-ACCEPT   TO WK-NOV-DIGITO
                  PERFORM REGISTRA-PEDIDO-CONTA
               WHEN 100
                  DISPLAY 'ERRO NA VALIDACAO DO CODIGO DO FUNCIONARIO'
               WHEN OTHER
                  MOVE SQLCODE TO WK-SQLCODE-EDIT
                  CALL "DECODSQL" USING WK-SQLCODE-EDIT,
                                        WK-SQLCODE-MSG
                  DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - '
                          WK-SQLCODE-MSG
                          ' NA LEITURA DOS DADOS BANCARIOS DO '
                          'FUNCIONARIO ' LK-CODFUN
               END-EVALUATE
           END-IF.
      *
       REGISTRA-PEDIDO-CONTA.
      *    UM PEDIDO POR FUNCIONARIO: ENQUANTO HOUVER PENDENCIA, UM
      *    SEGUNDO PEDIDO E RECUSADO - QUEM CONFIRMA PRECISA SABER
      *    EXATAMENTE QUAL CONTA ESTA LIBERANDO.
           MOVE ZEROS TO WK-QTDE-PENDENTE.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WK-QTDE-PENDENTE
                 FROM EAD719.APROVBCO
                WHERE CODFUN   = :LK-CODFUN
                  AND SITUACAO = 'P'
           END-EXEC.

           IF   WK-QTDE-PENDENTE > ZEROS
               DISPLAY 'FUNCIONARIO ' LK-CODFUN ' JA TEM ALTERACAO '
                       'DE CONTA PENDENTE DE CONFIRMACAO!'
           ELSE
               EXEC SQL
                   VALUES (CURRENT SQLID) INTO :WK-USUARIO-PEDIDO
               END-EXEC
               MOVE WK-CONTA-ANTIGA TO DB2-BCO-CONTA-ATUAL
               MOVE WK-CONTA-NOVA   TO DB2-BCO-CONTA-NOVA
               EXEC SQL
                   INSERT INTO EAD719.APROVBCO
                      (CODFUN, CONTAATUAL, CONTANOVA,
                       USUARIOPEDIDO, DATAPEDIDO, SITUACAO)
                      VALUES (:LK-CODFUN, :DB2-BCO-CONTA-ATUAL,
                              :DB2-BCO-CONTA-NOVA, :WK-USUARIO-PEDIDO,
                              CURRENT DATE, 'P')
               END-EXEC
               IF   SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                   SET TRANSACAO-OK TO TRUE
                   DISPLAY 'ALTERACAO DE CONTA DO FUNCIONARIO '
                           LK-CODFUN ' PARA ' WK-CONTA-NOVA
                           ' REGISTRADA - AGUARDA CONFIRMACAO DE '
                           'OUTRO USUARIO (APRBANCO)'
                   PERFORM AVISA-FUNCIONARIO
               ELSE
                   MOVE SQLCODE TO WK-SQLCODE-EDIT
                   CALL "DECODSQL" USING WK-SQLCODE-EDIT,
                                         WK-SQLCODE-MSG
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - '
                           WK-SQLCODE-MSG
                           ' - PEDIDO DE ALTERACAO DE CONTA DO '
                           'FUNCIONARIO ' LK-CODFUN ' NAO GRAVADO'
                   EXEC SQL ROLLBACK END-EXEC
               END-IF
           END-IF.
      *
       AVISA-FUNCIONARIO.
      *    AVISO 'PEDIDO DE TROCA DA SUA CONTA DE PAGAMENTO' NO EMAIL
      *    DO CADASTRO, ANTES DE A CONTA NOVA VALER.
           MOVE LK-CODFUN            TO DB2-NOT-CODFUN.
           MOVE 'C'                  TO DB2-NOT-EVENTO.
           MOVE DB2-EMAILFUN-TEXT    TO DB2-NOT-EMAIL.
           MOVE 'CONTAPED'           TO DB2-NOT-TEMPLATE.
           PERFORM GRAVA-NOTIFICACAO.
           IF   SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
           END-IF.
