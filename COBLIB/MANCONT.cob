        IDENTIFICATION DIVISION.
        PROGRAM-ID.    MANCONT.
        AUTHOR.        THIAGO.
      **************************************************
      * CADASTRO DA CONTINUIDADE DO PLANO DE SAUDE DO  *
      * EX-FUNCIONARIO (LEI 9.656):                    *
      * - PLANOS DE SAUDE (EAD719.PLANOSAUDE): OS      *
      *   CODIGOS DE BENEFICIO QUE SAO PLANO DE SAUDE  *
      *   E A MENSALIDADE INTEGRAL DO TITULAR E DE     *
      *   CADA DEPENDENTE, QUE O EX-FUNCIONARIO PASSA  *
      *   A PAGAR SOZINHO;                             *
      * - OPCAO DO EX-FUNCIONARIO ELEGIVEL (GRAVADO    *
      *   PELO TERMINA EM EAD719.CONTSAUDE COM         *
      *   SITUACAO 'E'): S MANTEM O PLANO (SITUACAO    *
      *   'C', COBRADO PELO COBRCONT); N RECUSA OU     *
      *   DESISTE (SITUACAO 'R') E A ADESAO AO PLANO E *
      *   CANCELADA PELO MANBENEF NA DATA INFORMADA;   *
      * - PAGAMENTO DA MENSALIDADE COBRADA             *
      *   (EAD719.CONTCOBR): P BAIXA, E ESTORNA.       *
      *                                                *
      * EAD719.PLANOSAUDE:                             *
      *   CODBEN     X(03)                             *
      *   PREMIOTIT  DEC(7,2)                          *
      *   PREMIODEP  DEC(7,2)                          *
      *                                                *
      * LEIAUTE DO SYSIN (UM REGISTRO POR OPERACAO):   *
      *   OPERACAO  X(01)                              *
      *   TIPO      X(01)  P=PLANO O=OPCAO G=PAGAMENTO *
      *   PARA TIPO P (I=INCLUI A=ALTERA E=EXCLUI):    *
      *     CODBEN    X(03)                            *
      *     PREMIO TITULAR    X(09) 9999999V99         *
      *     PREMIO DEPENDENTE X(09) 9999999V99         *
      *   PARA TIPO O (S=MANTEM N=NAO MANTEM):         *
      *     CODFUN    X(07)                            *
      *     DATA      X(10)  DD/MM/AAAA DA OPCAO       *
      *   PARA TIPO G (P=PAGO E=ESTORNO):              *
      *     CODFUN    X(07)                            *
      *     PERIODO   X(06)  AAAAMM DA COBRANCA        *
      *     DATA      X(10)  DD/MM/AAAA DO PAGAMENTO   *
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
           05  RS-DADOS-PLANO.
               10  RS-CODBEN        PIC X(03).
               10  RS-PREMIOTIT     PIC X(09).
               10  RS-PREMIODEP     PIC X(09).
               10  FILLER           PIC X(03).
           05  RS-DADOS-OPCAO REDEFINES RS-DADOS-PLANO.
               10  RS-OPC-CODFUN    PIC X(07).
               10  RS-OPC-DATA      PIC X(10).
               10  FILLER           PIC X(07).
           05  RS-DADOS-PAGTO REDEFINES RS-DADOS-PLANO.
               10  RS-PAG-CODFUN    PIC X(07).
               10  RS-PAG-PERIODO   PIC X(06).
               10  RS-PAG-DATA      PIC X(10).
               10  FILLER           PIC X(01).
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
       77  WK-STATUS-RETORNO         PIC X           VALUE 'N'.
           88  TRANSACAO-OK                          VALUE 'S'.
           88  TRANSACAO-FALHOU                      VALUE 'N'.
       77  WK-PREMIOTIT              PIC 9(07)V99    VALUE ZEROS.
       77  WK-PREMIODEP              PIC 9(07)V99    VALUE ZEROS.
       77  WK-SITUACAO               PIC X(01)       VALUE SPACES.
       77  WK-CODBEN                 PIC X(03)       VALUE SPACES.
       77  WK-PERIODO                PIC 9(06)       VALUE ZEROS.
       77  WK-PERIODO-ATUAL          PIC 9(06)       VALUE ZEROS.
       77  WK-DATA-TEXTO             PIC X(10)       VALUE SPACES.
       01  WK-DATA-PARTES.
           05  WK-DT-DIA            PIC 99.
           05  FILLER               PIC X.
           05  WK-DT-MES            PIC 99.
           05  FILLER               PIC X.
           05  WK-DT-ANO            PIC 9(04).
       01  WK-DATA-ATUAL.
           05  WK-HOJE-AAAA         PIC 9(04).
           05  WK-HOJE-MM           PIC 9(02).
           05  FILLER               PIC X(15).
      *
      *    CANCELAMENTO DA ADESAO AO PLANO PELO MANBENEF (MESMO
      *    LEIAUTE DA LINKAGE DELE).
       01  WK-BENEF-TRANS.
           05  WK-BEN-CODFUN         PIC X(07).
           05  WK-BEN-OPERACAO       PIC X(01).
           05  WK-BEN-CODBEN         PIC X(03).
           05  WK-BEN-VALOR          PIC 9(05)V99.
           05  WK-BEN-DATA           PIC X(10).
      *
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
          MOVE FUNCTION CURRENT-DATE TO WK-DATA-ATUAL.
          COMPUTE WK-PERIODO-ATUAL = WK-HOJE-AAAA * 100 + WK-HOJE-MM.
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
             WHEN 'P'
                PERFORM 210-TRATA-PLANO
             WHEN 'O'
                PERFORM 250-TRATA-OPCAO
             WHEN 'G'
                PERFORM 270-TRATA-PAGAMENTO
             WHEN OTHER
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'TIPO ' RS-TIPO ' INVALIDO - USE P (PLANO), '
                        'O (OPCAO) OU G (PAGAMENTO)'
          END-EVALUATE.
          PERFORM 110-LER-TRANSACAO.
      *
       205-CONFERE-DATA.
      *    DATA DD/MM/AAAA DO SYSIN EM WK-DATA-TEXTO.
          MOVE 'N' TO WK-VALOR-OK.
          MOVE WK-DATA-TEXTO TO WK-DATA-PARTES.
          IF   WK-DATA-TEXTO(3:1) = '/'
           AND WK-DATA-TEXTO(6:1) = '/'
           AND WK-DATA-PARTES(1:2) IS NUMERIC
           AND WK-DATA-PARTES(4:2) IS NUMERIC
           AND WK-DATA-PARTES(7:4) IS NUMERIC
           AND WK-DT-MES >= 1 AND WK-DT-MES <= 12
           AND WK-DT-DIA >= 1 AND WK-DT-DIA <= 31
             SET VALOR-OK TO TRUE
          ELSE
             DISPLAY 'DATA ' WK-DATA-TEXTO ' INVALIDA - USE '
                     'DD/MM/AAAA'
          END-IF.
      *
       210-TRATA-PLANO.
          IF   RS-OPERACAO = 'I' OR RS-OPERACAO = 'A'
             IF   RS-PREMIOTIT IS NUMERIC
              AND RS-PREMIODEP IS NUMERIC
                MOVE RS-PREMIOTIT TO WK-PREMIOTIT
                MOVE RS-PREMIODEP TO WK-PREMIODEP
             ELSE
                MOVE ZEROS TO WK-PREMIOTIT
             END-IF
             IF   WK-PREMIOTIT = ZEROS
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'MENSALIDADE ' RS-PREMIOTIT ' / '
                        RS-PREMIODEP ' INVALIDA PARA O PLANO '
                        RS-CODBEN
             ELSE
                IF   RS-OPERACAO = 'I'
                   PERFORM 220-INCLUI-PLANO
                ELSE
                   PERFORM 230-ALTERA-PLANO
                END-IF
             END-IF
          ELSE
             IF   RS-OPERACAO = 'E'
                PERFORM 240-EXCLUI-PLANO
             ELSE
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'OPERACAO ' RS-OPERACAO ' INVALIDA PARA '
                        'PLANO - USE I, A OU E'
             END-IF
          END-IF.
      *
       220-INCLUI-PLANO.
          EXEC SQL
             INSERT INTO EAD719.PLANOSAUDE
                (CODBEN, PREMIOTIT, PREMIODEP)
                VALUES (:RS-CODBEN, :WK-PREMIOTIT, :WK-PREMIODEP)
          END-EXEC.
          EVALUATE SQLCODE
             WHEN 0
                EXEC SQL COMMIT END-EXEC
                ADD 1 TO WK-QTDE-MANTIDA
                DISPLAY 'PLANO DE SAUDE ' RS-CODBEN ' INCLUIDO'
             WHEN -803
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'PLANO DE SAUDE ' RS-CODBEN ' JA EXISTE'
                EXEC SQL ROLLBACK END-EXEC
             WHEN OTHER
                ADD 1 TO WK-QTDE-RECUSADA
                MOVE SQLCODE TO WK-SQLCODE-EDIT
                CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
                DISPLAY 'PLANO NAO INCLUIDO - ' WK-SQLCODE-MSG
                EXEC SQL ROLLBACK END-EXEC
          END-EVALUATE.
      *
       230-ALTERA-PLANO.
      *    A NOVA MENSALIDADE VALE A PARTIR DO PROXIMO COBRCONT.
          EXEC SQL
             UPDATE EAD719.PLANOSAUDE
                SET PREMIOTIT = :WK-PREMIOTIT,
                    PREMIODEP = :WK-PREMIODEP
              WHERE CODBEN = :RS-CODBEN
          END-EXEC.
          EVALUATE SQLCODE
             WHEN 0
                EXEC SQL COMMIT END-EXEC
                ADD 1 TO WK-QTDE-MANTIDA
                DISPLAY 'PLANO DE SAUDE ' RS-CODBEN ' ALTERADO'
             WHEN 100
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'PLANO DE SAUDE ' RS-CODBEN ' NAO EXISTE'
             WHEN OTHER
                ADD 1 TO WK-QTDE-RECUSADA
                MOVE SQLCODE TO WK-SQLCODE-EDIT
                CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
                DISPLAY 'PLANO NAO ALTERADO - ' WK-SQLCODE-MSG
                EXEC SQL ROLLBACK END-EXEC
          END-EVALUATE.
      *
       240-EXCLUI-PLANO.
          EXEC SQL
             DELETE FROM EAD719.PLANOSAUDE
              WHERE CODBEN = :RS-CODBEN
          END-EXEC.
          EVALUATE SQLCODE
             WHEN 0
                EXEC SQL COMMIT END-EXEC
                ADD 1 TO WK-QTDE-MANTIDA
                DISPLAY 'PLANO DE SAUDE ' RS-CODBEN ' EXCLUIDO'
             WHEN 100
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'PLANO DE SAUDE ' RS-CODBEN ' NAO EXISTE'
             WHEN OTHER
                ADD 1 TO WK-QTDE-RECUSADA
                MOVE SQLCODE TO WK-SQLCODE-EDIT
                CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
                DISPLAY 'PLANO NAO EXCLUIDO - ' WK-SQLCODE-MSG
                EXEC SQL ROLLBACK END-EXEC
          END-EVALUATE.
      *
       250-TRATA-OPCAO.
          MOVE RS-OPC-DATA TO WK-DATA-TEXTO.
          PERFORM 205-CONFERE-DATA.
          MOVE SPACES TO WK-SITUACAO WK-CODBEN.
          IF   VALOR-OK
             EXEC SQL
                SELECT SITUACAO, CODBEN
                  INTO :WK-SITUACAO, :WK-CODBEN
                  FROM EAD719.CONTSAUDE
                 WHERE CODFUN   = :RS-OPC-CODFUN
                   AND SITUACAO IN ('E', 'C')
             END-EXEC
          END-IF.
          EVALUATE TRUE
             WHEN NOT VALOR-OK
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'OPCAO DO EX-FUNCIONARIO ' RS-OPC-CODFUN
                        ' RECUSADA'
             WHEN WK-SITUACAO = SPACES
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'EX-FUNCIONARIO ' RS-OPC-CODFUN ' SEM '
                        'CONTINUIDADE DE PLANO EM ABERTO'
             WHEN RS-OPERACAO = 'S' AND WK-SITUACAO = 'E'
                PERFORM 255-CONFIRMA-CONTINUIDADE
             WHEN RS-OPERACAO = 'S'
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'EX-FUNCIONARIO ' RS-OPC-CODFUN ' JA '
                        'MANTEM O PLANO'
             WHEN RS-OPERACAO = 'N'
                PERFORM 260-ENCERRA-CONTINUIDADE
             WHEN OTHER
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'OPERACAO ' RS-OPERACAO ' INVALIDA PARA '
                        'OPCAO - USE S (MANTEM) OU N (NAO MANTEM)'
          END-EVALUATE.
      *
       255-CONFIRMA-CONTINUIDADE.
          EXEC SQL
             UPDATE EAD719.CONTSAUDE
                SET SITUACAO  = 'C',
                    DATAOPCAO = :RS-OPC-DATA
              WHERE CODFUN   = :RS-OPC-CODFUN
                AND SITUACAO = 'E'
          END-EXEC.
          IF   SQLCODE = 0
             EXEC SQL COMMIT END-EXEC
             ADD 1 TO WK-QTDE-MANTIDA
             DISPLAY 'EX-FUNCIONARIO ' RS-OPC-CODFUN ' MANTEM O '
                     'PLANO ' WK-CODBEN ' - COBRANCA PELO COBRCONT'
          ELSE
             ADD 1 TO WK-QTDE-RECUSADA
             MOVE SQLCODE TO WK-SQLCODE-EDIT
             CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
             DISPLAY 'OPCAO NAO GRAVADA - ' WK-SQLCODE-MSG
             EXEC SQL ROLLBACK END-EXEC
          END-IF.
      *
       260-ENCERRA-CONTINUIDADE.
      *    A ADESAO AO PLANO E CANCELADA PELO MANBENEF, QUE
      *    CONFIRMA A UNIDADE DE TRABALHO JUNTO COM A SITUACAO.
          EXEC SQL
             UPDATE EAD719.CONTSAUDE
                SET SITUACAO   = 'R',
                    DATAOPCAO  = :RS-OPC-DATA,
                    DATAFIM    = :RS-OPC-DATA,
                    PERIODOFIM = :WK-PERIODO-ATUAL
              WHERE CODFUN   = :RS-OPC-CODFUN
                AND SITUACAO IN ('E', 'C')
          END-EXEC.
          IF   SQLCODE = 0
             MOVE RS-OPC-CODFUN       TO WK-BEN-CODFUN
             MOVE 'C'                 TO WK-BEN-OPERACAO
             MOVE WK-CODBEN           TO WK-BEN-CODBEN
             MOVE ZEROS               TO WK-BEN-VALOR
             MOVE RS-OPC-DATA         TO WK-BEN-DATA
             SET TRANSACAO-FALHOU     TO TRUE
             CALL "MANBENEF" USING WK-BENEF-TRANS,
                                   WK-STATUS-RETORNO
             EXEC SQL COMMIT END-EXEC
             ADD 1 TO WK-QTDE-MANTIDA
             DISPLAY 'EX-FUNCIONARIO ' RS-OPC-CODFUN ' NAO MANTEM '
                     'O PLANO ' WK-CODBEN ' - ENCERRADO EM '
                     RS-OPC-DATA
          ELSE
             ADD 1 TO WK-QTDE-RECUSADA
             MOVE SQLCODE TO WK-SQLCODE-EDIT
             CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
             DISPLAY 'OPCAO NAO GRAVADA - ' WK-SQLCODE-MSG
             EXEC SQL ROLLBACK END-EXEC
          END-IF.
      *
       270-TRATA-PAGAMENTO.
          MOVE RS-PAG-DATA TO WK-DATA-TEXTO.
          IF   RS-OPERACAO = 'P'
             PERFORM 205-CONFERE-DATA
          ELSE
             MOVE SPACES TO WK-DATA-TEXTO
             SET VALOR-OK TO TRUE
          END-IF.
          EVALUATE TRUE
             WHEN RS-OPERACAO NOT = 'P' AND RS-OPERACAO NOT = 'E'
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'OPERACAO ' RS-OPERACAO ' INVALIDA PARA '
                        'PAGAMENTO - USE P (PAGO) OU E (ESTORNO)'
             WHEN RS-PAG-PERIODO NOT NUMERIC OR NOT VALOR-OK
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'PAGAMENTO DO EX-FUNCIONARIO ' RS-PAG-CODFUN
                        ' PERIODO ' RS-PAG-PERIODO ' RECUSADO'
             WHEN OTHER
                MOVE RS-PAG-PERIODO TO WK-PERIODO
                EXEC SQL
                   UPDATE EAD719.CONTCOBR
                      SET DATAPAGTO = :WK-DATA-TEXTO
                    WHERE CODFUN  = :RS-PAG-CODFUN
                      AND PERIODO = :WK-PERIODO
                END-EXEC
                EVALUATE SQLCODE
                   WHEN 0
                      EXEC SQL COMMIT END-EXEC
                      ADD 1 TO WK-QTDE-MANTIDA
                      IF   RS-OPERACAO = 'P'
                         DISPLAY 'MENSALIDADE ' RS-PAG-PERIODO
                                 ' DO EX-FUNCIONARIO ' RS-PAG-CODFUN
                                 ' PAGA EM ' RS-PAG-DATA
                      ELSE
                         DISPLAY 'PAGAMENTO DA MENSALIDADE '
                                 RS-PAG-PERIODO ' DO EX-FUNCIONARIO '
                                 RS-PAG-CODFUN ' ESTORNADO'
                      END-IF
                   WHEN 100
                      ADD 1 TO WK-QTDE-RECUSADA
                      DISPLAY 'MENSALIDADE ' RS-PAG-PERIODO ' DO '
                              'EX-FUNCIONARIO ' RS-PAG-CODFUN
                              ' NAO FOI COBRADA'
                   WHEN OTHER
                      ADD 1 TO WK-QTDE-RECUSADA
                      MOVE SQLCODE TO WK-SQLCODE-EDIT
                      CALL "DECODSQL" USING WK-SQLCODE-EDIT,
                                            WK-SQLCODE-MSG
                      DISPLAY 'PAGAMENTO NAO GRAVADO - '
                              WK-SQLCODE-MSG
                      EXEC SQL ROLLBACK END-EXEC
                END-EVALUATE
          END-EVALUATE.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          CLOSE ARQ-SYSIN.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DO CADASTRO DE CONTINUIDADE DO PLANO'.
          DISPLAY '  REGISTROS MANTIDOS .... ' WK-QTDE-MANTIDA.
          DISPLAY '  RECUSADOS ............. ' WK-QTDE-RECUSADA.
          DISPLAY '================================================'.
          EXIT.
