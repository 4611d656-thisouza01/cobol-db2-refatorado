        IDENTIFICATION DIVISION.
        PROGRAM-ID.    APRBANCO.
        AUTHOR.        THIAGO.
      **************************************************
      * CONFIRMACAO DE ALTERACOES DE CONTA DE PAGAMENTO*
      * (FILA EAD719.APROVBCO, ALIMENTADA PELO         *
      * ALTBANCO): UM SEGUNDO USUARIO LISTA OS PEDIDOS *
      * PENDENTES E CONFIRMA OU REJEITA CADA UM. QUEM  *
      * CONFIRMA PRECISA SER DIFERENTE DE QUEM PEDIU   *
      * (CURRENT SQLID) - DUPLO CONTROLE CONTRA DESVIO *
      * DE FOLHA. A CONFIRMACAO E QUE DISPARA O UPDATE *
      * EM FUNCIONARIOS, A LINHA DE FUNCIONARIOS_HIST  *
      * ('CONTABANCO', CUJA DATA ABRE A CARENCIA DO    *
      * CNABFOLH) E A LINHA DE AUDITORIA.              *
      *                                                *
      * PEDIDO PENDENTE HA MAIS DE WK-DIAS-VALIDADE    *
      * DIAS EXPIRA NO INICIO DE CADA RODADA. NADA E   *
      * APAGADO: REJEITADOS E EXPIRADOS FICAM NA FILA  *
      * COM QUEM PEDIU E QUEM REJEITOU OU EXPIROU.     *
      *                                                *
      * CREDITOS RETIDOS (EAD719.CREDRETIDO, GRAVADOS  *
      * PELO CNABFOLH NA CARENCIA DA CONTA NOVA OU POR *
      * DOCUMENTOS DE ADMISSAO PENDENTES, PARM DOCSEG):*
      * A LIBERACAO MANUAL TAMBEM E FEITA AQUI, POR    *
      * USUARIO QUE NAO PEDIU NEM CONFIRMOU A ULTIMA   *
      * TROCA DE CONTA; O CREDITO LIBERADO SAI NA      *
      * PROXIMA REMESSA DO CNABFOLH (INCLUSIVE A       *
      * AVULSA, PARM='RESCISAO').                      *
      *                                                *
      * LEIAUTE DO SYSIN (UM REGISTRO POR OPERACAO):   *
      *   OPERACAO X(01)  L=LISTA PENDENTES E RETIDOS  *
      *                   A=CONFIRMA  R=REJEITA        *
      *                   P=LIBERA CREDITO RETIDO      *
      *   CODFUN   X(07)  (EM BRANCO NA LISTA)         *
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
           05  RS-CODFUN            PIC X(07).
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
       COPY CPYRETRY.
       COPY CPYHIST.
       COPY CPYSQLMSG.
       COPY CPYAUDIT.
      *
       EXEC SQL
           DECLARE CUR-PENDENTES CURSOR FOR
               SELECT CODFUN, CONTAATUAL, CONTANOVA, USUARIOPEDIDO,
                      CHAR(DATAPEDIDO, ISO)
                 FROM EAD719.APROVBCO
                WHERE SITUACAO = 'P'
                ORDER BY DATAPEDIDO, CODFUN
       END-EXEC.
      *
       EXEC SQL
           DECLARE CUR-RETIDOS CURSOR FOR
               SELECT CODFUN, PERIODO, VALOR, CHAR(DATARETEN, ISO)
                 FROM EAD719.CREDRETIDO
                WHERE SITUACAO = 'R'
                ORDER BY DATARETEN, CODFUN
       END-EXEC.
      *
       77  WK-EOF-SYSIN              PIC X           VALUE 'N'.
           88  FIM-SYSIN                             VALUE 'S'.
      *    PRAZO PARA UM PEDIDO PENDENTE SER CONFIRMADO ANTES DE
      *    EXPIRAR - PEDIDO VELHO NAO E CONFIRMADO POR DESCUIDO.
       77  WK-DIAS-VALIDADE          PIC 9(03)       VALUE 30.
       77  WK-CONTA-ATUAL            PIC X(19)       VALUE SPACES.
       77  WK-USUARIO-PEDIDO         PIC X(08)       VALUE SPACES.
       77  WK-USUARIO-CONFIRMOU      PIC X(08)       VALUE SPACES.
       77  WK-DATA-PEDIDO            PIC X(10)       VALUE SPACES.
       77  WK-USUARIO-APROVADOR      PIC X(08)       VALUE SPACES.
       77  WK-PERIODO-RETIDO         PIC 9(06)       VALUE ZEROS.
       77  WK-VALOR-RETIDO           PIC 9(07)V99    VALUE ZEROS.
       77  WK-VALOR-EDIT             PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WK-QTDE-LISTADA           PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-EXPIRADA          PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-APROVADA          PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-REJEITADA         PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-LIBERADA          PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-RECUSADA          PIC 9(05)       VALUE ZEROS.
      *
      *    CONTA NOVA NO FORMATO GRAVADO PELO ALTBANCO E HISTORIADO
      *    EM 'CONTABANCO' - BBB AAAA CCCCCCCC-D.
       01  WK-CONTA-NOVA             PIC X(19)       VALUE SPACES.
       01  WK-CONTA-NOVA-PARTES REDEFINES WK-CONTA-NOVA.
           05  WK-NOV-BANCO          PIC X(03).
           05  FILLER                PIC X(01).
           05  WK-NOV-AGENCIA        PIC X(04).
           05  FILLER                PIC X(01).
           05  WK-NOV-CONTA          PIC X(08).
           05  FILLER                PIC X(01).
           05  WK-NOV-DIGITO         PIC X(01).
      *
      * Dados bancarios ainda nao constam do DCLGEN BOOKFUNC - host
      * variables declaradas localmente, como no ALTBANCO.
       77  DB2-BANCOFUN              PIC X(03)       VALUE SPACES.
       77  DB2-AGENCIAFUN            PIC X(04)       VALUE SPACES.
       77  DB2-CONTAFUN              PIC X(08)       VALUE SPACES.
       77  DB2-DIGITOFUN             PIC X(01)       VALUE SPACES.
      *
       PROCEDURE DIVISION.
      * Tratamento de SQLCODE
           COPY SQLTREAT.
      * Grava historico de alteracao
           COPY GRAVAHIST.
      * Grava auditoria da transacao (AUDITFUN)
           COPY GRAVAUDIT.
      *
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
             VALUES (CURRENT SQLID) INTO :WK-USUARIO-APROVADOR
          END-EXEC.
          PERFORM 120-EXPIRA-PEDIDOS.
          OPEN INPUT ARQ-SYSIN.
          PERFORM 110-LER-TRANSACAO.
      *
       110-LER-TRANSACAO.
          READ ARQ-SYSIN
             AT END
                SET FIM-SYSIN TO TRUE
          END-READ.
      *
       120-EXPIRA-PEDIDOS.
      *    O USUARIO DA RODADA FICA COMO QUEM EXPIROU - O PEDIDO
      *    EXPIRADO GUARDA OS DOIS USERIDS, COMO O REJEITADO.
          EXEC SQL
             SELECT COUNT(*)
               INTO :WK-QTDE-EXPIRADA
               FROM EAD719.APROVBCO
              WHERE SITUACAO   = 'P'
                AND DATAPEDIDO < CURRENT DATE - :WK-DIAS-VALIDADE DAYS
          END-EXEC.
          IF   WK-QTDE-EXPIRADA > ZEROS
             EXEC SQL
                UPDATE EAD719.APROVBCO
                   SET SITUACAO = 'E',
                       USUARIOAPROV = :WK-USUARIO-APROVADOR,
                       DATAAPROV = CURRENT DATE
                 WHERE SITUACAO   = 'P'
                   AND DATAPEDIDO <
                       CURRENT DATE - :WK-DIAS-VALIDADE DAYS
             END-EXEC
             IF   SQLCODE = 0
                EXEC SQL COMMIT END-EXEC
                DISPLAY WK-QTDE-EXPIRADA ' PEDIDO(S) DE ALTERACAO DE '
                        'CONTA PENDENTE(S) HA MAIS DE '
                        WK-DIAS-VALIDADE ' DIAS - EXPIRADO(S)'
             ELSE
                MOVE SQLCODE TO WK-SQLCODE-EDIT
                CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
                DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                        ' AO EXPIRAR PEDIDOS ANTIGOS'
                EXEC SQL ROLLBACK END-EXEC
                MOVE ZEROS TO WK-QTDE-EXPIRADA
             END-IF
          END-IF.
      *
       200-PROCESSAR SECTION.
       201-PROCESSAR.
          EVALUATE RS-OPERACAO
             WHEN 'L'
                PERFORM 210-LISTA-PENDENTES
                PERFORM 215-LISTA-RETIDOS
             WHEN 'A'
             WHEN 'R'
                PERFORM 220-TRATA-PEDIDO
             WHEN 'P'
                PERFORM 250-LIBERA-CREDITO
             WHEN OTHER
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'OPERACAO ' RS-OPERACAO ' INVALIDA - USE '
                        'L (LISTA), A (CONFIRMA), R (REJEITA) OU '
                        'P (LIBERA CREDITO RETIDO)'
          END-EVALUATE.
          PERFORM 110-LER-TRANSACAO.
      *
       210-LISTA-PENDENTES.
          MOVE ZEROS TO WK-QTDE-LISTADA.
          EXEC SQL
             OPEN CUR-PENDENTES
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-PENDENTES
                  INTO :DB2-CODFUN, :WK-CONTA-ATUAL, :WK-CONTA-NOVA,
                       :WK-USUARIO-PEDIDO, :WK-DATA-PEDIDO
             END-EXEC
             IF   SQLCODE = 0
                ADD 1 TO WK-QTDE-LISTADA
                DISPLAY 'PENDENTE: FUNCIONARIO ' DB2-CODFUN
                        ' DE ' WK-CONTA-ATUAL ' PARA ' WK-CONTA-NOVA
                        ' PEDIDO POR ' WK-USUARIO-PEDIDO
                        ' EM ' WK-DATA-PEDIDO
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-PENDENTES
          END-EXEC.
          IF   WK-QTDE-LISTADA = ZEROS
             DISPLAY 'NENHUMA ALTERACAO DE CONTA PENDENTE DE '
                     'CONFIRMACAO'
          END-IF.
      *
       215-LISTA-RETIDOS.
          MOVE ZEROS TO WK-QTDE-LISTADA.
          EXEC SQL
             OPEN CUR-RETIDOS
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-RETIDOS
                  INTO :DB2-CODFUN, :WK-PERIODO-RETIDO,
                       :WK-VALOR-RETIDO, :WK-DATA-PEDIDO
             END-EXEC
             IF   SQLCODE = 0
                ADD 1 TO WK-QTDE-LISTADA
                MOVE WK-VALOR-RETIDO TO WK-VALOR-EDIT
                DISPLAY 'RETIDO: FUNCIONARIO ' DB2-CODFUN
                        ' PERIODO ' WK-PERIODO-RETIDO
                        ' VALOR ' WK-VALOR-EDIT
                        ' RETIDO EM ' WK-DATA-PEDIDO
                        ' (CONTA ALTERADA NA CARENCIA)'
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-RETIDOS
          END-EXEC.
          IF   WK-QTDE-LISTADA = ZEROS
             DISPLAY 'NENHUM CREDITO RETIDO AGUARDANDO LIBERACAO'
          END-IF.
      *
       220-TRATA-PEDIDO.
          MOVE RS-CODFUN TO DB2-CODFUN.
          EXEC SQL
             SELECT CONTAATUAL, CONTANOVA, USUARIOPEDIDO
               INTO :WK-CONTA-ATUAL, :WK-CONTA-NOVA,
                    :WK-USUARIO-PEDIDO
               FROM EAD719.APROVBCO
              WHERE CODFUN   = :DB2-CODFUN
                AND SITUACAO = 'P'
          END-EXEC.

          EVALUATE TRUE
             WHEN SQLCODE = 100
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'FUNCIONARIO ' RS-CODFUN ' NAO TEM ALTERACAO '
                        'DE CONTA PENDENTE DE CONFIRMACAO'
             WHEN SQLCODE NOT = 0
                MOVE SQLCODE TO WK-SQLCODE-EDIT
                CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
                DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                        ' NA LEITURA DO PEDIDO'
                MOVE 12 TO RETURN-CODE
                STOP RUN
             WHEN WK-USUARIO-APROVADOR = WK-USUARIO-PEDIDO
      *         DUPLO CONTROLE: QUEM PEDIU NAO CONFIRMA NEM REJEITA O
      *         PROPRIO PEDIDO.
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'ALTERACAO DE CONTA DO FUNCIONARIO ' RS-CODFUN
                        ' FOI PEDIDA POR ' WK-USUARIO-PEDIDO
                        ' - O MESMO USUARIO NAO PODE CONFIRMAR OU '
                        'REJEITAR (DUPLO CONTROLE)'
             WHEN RS-OPERACAO = 'A'
                PERFORM 230-CONFIRMA-PEDIDO
             WHEN OTHER
                PERFORM 240-REJEITA-PEDIDO
          END-EVALUATE.
      *
       230-CONFIRMA-PEDIDO.
          MOVE WK-NOV-BANCO   TO DB2-BANCOFUN.
          MOVE WK-NOV-AGENCIA TO DB2-AGENCIAFUN.
          MOVE WK-NOV-CONTA   TO DB2-CONTAFUN.
          MOVE WK-NOV-DIGITO  TO DB2-DIGITOFUN.
          MOVE ZERO TO WK-SQL-TENTATIVA.
          MOVE 'RETRY-TRANSITORIO' TO WK-SQL-STATUS.
          PERFORM UNTIL WK-SQL-STATUS NOT = 'RETRY-TRANSITORIO'
             EXEC SQL
                UPDATE EAD719.FUNCIONARIOS
                   SET BANCOFUN = :DB2-BANCOFUN,
                       AGENCIAFUN = :DB2-AGENCIAFUN,
                       CONTAFUN = :DB2-CONTAFUN,
                       DIGITOFUN = :DB2-DIGITOFUN,
                       LASTUPD-DATE = CURRENT DATE,
                       LASTUPD-USER = :WK-USUARIO-APROVADOR
                 WHERE CODFUN = :DB2-CODFUN
             END-EXEC

             PERFORM TRATA-SQLCODE
          END-PERFORM.

          EVALUATE WK-SQL-STATUS
             WHEN 'SUCESSO'
                MOVE WK-CONTA-ATUAL   TO DB2-HIST-ANTIGO
                MOVE WK-CONTA-NOVA    TO DB2-HIST-NOVO
                MOVE DB2-CODFUN       TO DB2-HIST-CODFUN
                MOVE 'CONTABANCO'     TO DB2-HIST-CAMPO
                PERFORM GRAVA-HISTORICO
                EXEC SQL
                   UPDATE EAD719.APROVBCO
                      SET SITUACAO = 'A',
                          USUARIOAPROV = :WK-USUARIO-APROVADOR,
                          DATAAPROV = CURRENT DATE
                    WHERE CODFUN   = :DB2-CODFUN
                      AND SITUACAO = 'P'
                END-EXEC
                EXEC SQL COMMIT END-EXEC
                MOVE 'A'              TO DB2-AUD-FUNCAO
                MOVE DB2-CODFUN       TO DB2-AUD-CODFUN
                PERFORM GRAVA-AUDITORIA
                ADD 1 TO WK-QTDE-APROVADA
                DISPLAY 'ALTERACAO DE CONTA DO FUNCIONARIO '
                        DB2-CODFUN ' CONFIRMADA - CONTA DE PAGAMENTO '
                        'PASSA A SER ' WK-CONTA-NOVA
             WHEN 'ERRO-TRANSITORIO'
                EXEC SQL ROLLBACK END-EXEC
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'ALTERACAO DE CONTA DO FUNCIONARIO '
                        DB2-CODFUN ' NAO CONFIRMADA - TENTE '
                        'NOVAMENTE MAIS TARDE'
             WHEN OTHER
                EXEC SQL ROLLBACK END-EXEC
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'ALTERACAO DE CONTA DO FUNCIONARIO '
                        DB2-CODFUN ' NAO CONFIRMADA - VER MENSAGENS '
                        'ANTERIORES'
          END-EVALUATE.
      *
       240-REJEITA-PEDIDO.
          EXEC SQL
             UPDATE EAD719.APROVBCO
                SET SITUACAO = 'R',
                    USUARIOAPROV = :WK-USUARIO-APROVADOR,
                    DATAAPROV = CURRENT DATE
              WHERE CODFUN   = :DB2-CODFUN
                AND SITUACAO = 'P'
          END-EXEC.
          IF   SQLCODE = 0
             EXEC SQL COMMIT END-EXEC
             MOVE 'R'              TO DB2-AUD-FUNCAO
             MOVE DB2-CODFUN       TO DB2-AUD-CODFUN
             PERFORM GRAVA-AUDITORIA
             ADD 1 TO WK-QTDE-REJEITADA
             DISPLAY 'ALTERACAO DE CONTA DO FUNCIONARIO ' DB2-CODFUN
                     ' REJEITADA - CONTA PERMANECE ' WK-CONTA-ATUAL
          ELSE
             ADD 1 TO WK-QTDE-RECUSADA
             DISPLAY 'ALTERACAO DE CONTA DO FUNCIONARIO ' DB2-CODFUN
                     ' NAO REJEITADA - SQLCODE ' SQLCODE
             EXEC SQL ROLLBACK END-EXEC
          END-IF.
      *
       250-LIBERA-CREDITO.
      *    QUEM PEDIU OU CONFIRMOU A ULTIMA TROCA DE CONTA DO
      *    FUNCIONARIO NAO LIBERA O CREDITO RETIDO POR ELA.
          MOVE RS-CODFUN TO DB2-CODFUN.
          MOVE SPACES    TO WK-USUARIO-PEDIDO WK-USUARIO-CONFIRMOU.
          EXEC SQL
             SELECT COALESCE(MAX(USUARIOPEDIDO), ' '),
                    COALESCE(MAX(USUARIOAPROV), ' ')
               INTO :WK-USUARIO-PEDIDO, :WK-USUARIO-CONFIRMOU
               FROM EAD719.APROVBCO
              WHERE CODFUN    = :DB2-CODFUN
                AND SITUACAO  = 'A'
                AND DATAAPROV =
                    (SELECT MAX(DATAAPROV)
                       FROM EAD719.APROVBCO
                      WHERE CODFUN   = :DB2-CODFUN
                        AND SITUACAO = 'A')
          END-EXEC.
          IF   WK-USUARIO-APROVADOR = WK-USUARIO-PEDIDO
               OR WK-USUARIO-APROVADOR = WK-USUARIO-CONFIRMOU
             ADD 1 TO WK-QTDE-RECUSADA
             DISPLAY 'CREDITO RETIDO DO FUNCIONARIO ' RS-CODFUN
                     ' NAO PODE SER LIBERADO POR ' WK-USUARIO-APROVADOR
                     ' - PEDIU OU CONFIRMOU A TROCA DE CONTA'
          ELSE
             EXEC SQL
                UPDATE EAD719.CREDRETIDO
                   SET SITUACAO = 'L',
                       USUARIOLIB = :WK-USUARIO-APROVADOR,
                       DATALIB = CURRENT DATE
                 WHERE CODFUN   = :DB2-CODFUN
                   AND SITUACAO = 'R'
             END-EXEC
             EVALUATE SQLCODE
                WHEN 0
                   EXEC SQL COMMIT END-EXEC
                   MOVE 'P'              TO DB2-AUD-FUNCAO
                   MOVE DB2-CODFUN       TO DB2-AUD-CODFUN
                   PERFORM GRAVA-AUDITORIA
                   ADD 1 TO WK-QTDE-LIBERADA
                   DISPLAY 'CREDITO RETIDO DO FUNCIONARIO ' DB2-CODFUN
                           ' LIBERADO - SAI NA PROXIMA REMESSA DO '
                           'CNABFOLH'
                WHEN 100
                   ADD 1 TO WK-QTDE-RECUSADA
                   DISPLAY 'FUNCIONARIO ' RS-CODFUN ' NAO TEM CREDITO '
                           'RETIDO'
                WHEN OTHER
                   ADD 1 TO WK-QTDE-RECUSADA
                   DISPLAY 'CREDITO RETIDO DO FUNCIONARIO ' DB2-CODFUN
                           ' NAO LIBERADO - SQLCODE ' SQLCODE
                   EXEC SQL ROLLBACK END-EXEC
             END-EVALUATE
          END-IF.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          CLOSE ARQ-SYSIN.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DA CONFIRMACAO DE CONTAS'.
          DISPLAY '  EXPIRADOS ............. ' WK-QTDE-EXPIRADA.
          DISPLAY '  CONFIRMADOS ........... ' WK-QTDE-APROVADA.
          DISPLAY '  REJEITADOS ............ ' WK-QTDE-REJEITADA.
          DISPLAY '  CREDITOS LIBERADOS .... ' WK-QTDE-LIBERADA.
          DISPLAY '  OPERACOES RECUSADAS ... ' WK-QTDE-RECUSADA.
          DISPLAY '================================================'.
          EXIT.
