        IDENTIFICATION DIVISION.
        PROGRAM-ID.    MANCUST.
        AUTHOR.        THIAGO.
      **************************************************
      * LIVRO DE CUSTODIA (EAD719.CUSTODIA): O QUE FOI *
      * ENTREGUE A CADA FUNCIONARIO E QUANDO - EPI DO  *
      * CATALOGO (MANITEM) E BENS DA EMPRESA           *
      * EMPRESTADOS. A ENTREGA DE UM EPI QUE O         *
      * FUNCIONARIO JA TEM E A TROCA: A ENTREGA        *
      * ANTERIOR FICA SUBSTITUIDA. BEM COM PATRIMONIO  *
      * SO PODE ESTAR COM UM FUNCIONARIO POR VEZ.      *
      * TODO ITEM EM PODER DO FUNCIONARIO VIRA         *
      * OBRIGACAO NO CHECKLIST DE DESLIGAMENTO         *
      * (MANCLEAR, ITEM 'CUST NNNNNN CODITEM'); A      *
      * DEVOLUCAO OU A BAIXA AQUI CONCLUI ESSE ITEM.   *
      * MANTIDO NO MOLDE DOS DEMAIS CADASTROS          *
      * (MANESTAB), COM AUDITORIA.                     *
      *                                                *
      * EAD719.CUSTODIA:                               *
      *   NUMCUST     DEC(6) NUMERO DA ENTREGA         *
      *   CODFUN      X(07)                            *
      *   CODITEM     X(06)                            *
      *   PATRIMONIO  X(15)  SERIE/PATRIMONIO DO BEM   *
      *   DATAENTREGA DATE                             *
      *   SITUACAO    X(01)  A=EM PODER DO FUNCIONARIO *
      *                      D=DEVOLVIDO               *
      *                      S=SUBSTITUIDO (TROCA)     *
      *                      B=BAIXADO (PERDA/DANO)    *
      *   DATABAIXA   DATE                             *
      *   MOTIVO      X(30)                            *
      *   DATAREG     DATE                             *
      *                                                *
      * LEIAUTE DO SYSIN (UM REGISTRO POR OPERACAO):   *
      *   OPERACAO   X(01)  E=ENTREGA                  *
      *                     D=DEVOLUCAO                *
      *                     B=BAIXA POR PERDA/DANO     *
      *                     L=LISTA O FUNCIONARIO      *
      *   CODFUN     X(07)                             *
      *   CODITEM    X(06)  (E, D E B)                 *
      *   PATRIMONIO X(15)  (E, D E B - NO D/B, EM     *
      *                     BRANCO = A ENTREGA MAIS    *
      *                     ANTIGA DO ITEM)            *
      *   DATA       X(10)  DD/MM/AAAA - EM BRANCO:    *
      *                     HOJE                       *
      *   MOTIVO     X(30)  (B)                        *
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
           05  RS-CODITEM           PIC X(06).
           05  RS-PATRIMONIO        PIC X(15).
           05  RS-DATA              PIC X(10).
           05  RS-MOTIVO            PIC X(30).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
      * Variaveis de controle SQL
       COPY SQLVARS.
       COPY CPYAUDIT.
       COPY CPYSQLMSG.
      *
       77  WK-EOF-SYSIN              PIC X           VALUE 'N'.
           88  FIM-SYSIN                             VALUE 'S'.
       77  WK-STATUS-FUNC            PIC X(01)       VALUE SPACES.
       77  WK-TIPO-ITEM              PIC X(01)       VALUE SPACES.
       77  WK-QTDE-OUTRO             PIC 9(04)       VALUE ZEROS.
       77  WK-NUMCUST                PIC 9(06)       VALUE ZEROS.
       77  WK-SITUACAO-NOVA          PIC X(01)       VALUE SPACES.
       77  WK-DATA-OK                PIC X           VALUE 'N'.
           88  DATA-OK                               VALUE 'S'.
      *
      *    DATA DO SYSIN (DD/MM/AAAA, EM BRANCO = HOJE) NO FORMATO
      *    ISO DO DB2.
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
       01  WK-DATA-ISO.
           05  WK-ISO-ANO           PIC X(04).
           05  FILLER               PIC X      VALUE '-'.
           05  WK-ISO-MES           PIC X(02).
           05  FILLER               PIC X      VALUE '-'.
           05  WK-ISO-DIA           PIC X(02).
       01  WK-DATA-ATUAL.
           05  WK-HOJE-ANO          PIC X(04).
           05  WK-HOJE-MES          PIC X(02).
           05  WK-HOJE-DIA          PIC X(02).
           05  FILLER               PIC X(13).
      *
      *    ITEM DO CHECKLIST DE DESLIGAMENTO QUE CORRESPONDE A
      *    ENTREGA (O MANCLEAR MONTA O MESMO TEXTO NA ABERTURA).
       01  WK-ITEM-CUSTODIA.
           05  FILLER               PIC X(05)       VALUE 'CUST '.
           05  WK-IC-NUMCUST        PIC 9(06).
           05  FILLER               PIC X(01)       VALUE SPACE.
           05  WK-IC-CODITEM        PIC X(06).
           05  FILLER               PIC X(02)       VALUE SPACES.
      *
      *    LINHA DA LISTA.
       77  WK-LST-NUMCUST            PIC 9(06)       VALUE ZEROS.
       77  WK-LST-CODITEM            PIC X(06)       VALUE SPACES.
       77  WK-LST-PATRIMONIO         PIC X(15)       VALUE SPACES.
       77  WK-LST-ENTREGA            PIC X(10)       VALUE SPACES.
       77  WK-LST-SITUACAO           PIC X(01)       VALUE SPACES.
       77  WK-LST-BAIXA              PIC X(10)       VALUE SPACES.
      *
       77  WK-QTDE-ENTREGUE          PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-TROCADA           PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-DEVOLVIDA         PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-BAIXADA           PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-RECUSADA          PIC 9(05)       VALUE ZEROS.
      *
       EXEC SQL
           DECLARE CUR-CUSTODIA CURSOR FOR
               SELECT NUMCUST, CODITEM, PATRIMONIO,
                      CHAR(DATAENTREGA, EUR), SITUACAO,
                      COALESCE(CHAR(DATABAIXA, EUR), ' ')
                 FROM EAD719.CUSTODIA
                WHERE CODFUN = :RS-CODFUN
                ORDER BY DATAENTREGA, NUMCUST
       END-EXEC.
      *
       PROCEDURE DIVISION.
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
          MOVE FUNCTION CURRENT-DATE TO WK-DATA-ATUAL.
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
             WHEN 'E'
                PERFORM 210-ENTREGA-ITEM
             WHEN 'D'
                MOVE 'D' TO WK-SITUACAO-NOVA
                PERFORM 230-ENCERRA-CUSTODIA
             WHEN 'B'
                MOVE 'B' TO WK-SITUACAO-NOVA
                PERFORM 230-ENCERRA-CUSTODIA
             WHEN 'L'
                PERFORM 250-LISTA-CUSTODIA
             WHEN OTHER
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'OPERACAO ' RS-OPERACAO ' INVALIDA - USE '
                        'E, D, B OU L'
          END-EVALUATE.
          PERFORM 110-LER-TRANSACAO.
      *
       210-ENTREGA-ITEM.
          MOVE SPACES TO WK-STATUS-FUNC WK-TIPO-ITEM.
          EXEC SQL
             SELECT STATUSFUN
               INTO :WK-STATUS-FUNC
               FROM EAD719.FUNCIONARIOS
              WHERE CODFUN = :RS-CODFUN
          END-EXEC.
          EXEC SQL
             SELECT TIPOITEM
               INTO :WK-TIPO-ITEM
               FROM EAD719.ITEMCUST
              WHERE CODITEM = :RS-CODITEM
          END-EXEC.
          PERFORM 220-CONFERE-DATA.
      *    BEM COM PATRIMONIO EM PODER DE OUTRO FUNCIONARIO NAO PODE
      *    SER ENTREGUE DE NOVO SEM A DEVOLUCAO.
          MOVE ZEROS TO WK-QTDE-OUTRO.
          IF   RS-PATRIMONIO NOT = SPACES
             EXEC SQL
                SELECT COUNT(*)
                  INTO :WK-QTDE-OUTRO
                  FROM EAD719.CUSTODIA
                 WHERE CODITEM    = :RS-CODITEM
                   AND PATRIMONIO = :RS-PATRIMONIO
                   AND SITUACAO   = 'A'
             END-EXEC
          END-IF.

          EVALUATE TRUE
             WHEN WK-STATUS-FUNC = SPACES
                  OR WK-STATUS-FUNC = 'D'
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'FUNCIONARIO ' RS-CODFUN ' NAO EXISTE OU '
                        'ESTA DESLIGADO - ENTREGA RECUSADA'
             WHEN WK-TIPO-ITEM = SPACES
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'ITEM ' RS-CODITEM ' NAO EXISTE NO '
                        'CATALOGO (MANITEM) - ENTREGA RECUSADA'
             WHEN WK-TIPO-ITEM = 'B' AND RS-PATRIMONIO = SPACES
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'BEM ' RS-CODITEM ' SEM NUMERO DE '
                        'PATRIMONIO/SERIE - ENTREGA RECUSADA'
             WHEN NOT DATA-OK
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'DATA ' RS-DATA ' INVALIDA - ENTREGA '
                        'RECUSADA'
             WHEN WK-QTDE-OUTRO > ZEROS
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'PATRIMONIO ' RS-PATRIMONIO ' DO ITEM '
                        RS-CODITEM ' AINDA NAO FOI DEVOLVIDO - '
                        'ENTREGA RECUSADA'
             WHEN OTHER
                PERFORM 215-GRAVA-ENTREGA
          END-EVALUATE.
      *
       215-GRAVA-ENTREGA.
      *    TROCA DE EPI: A ENTREGA ANTERIOR DO MESMO ITEM, AINDA EM
      *    PODER DO FUNCIONARIO, FICA SUBSTITUIDA NA MESMA DATA - E
      *    O ITEM DELA NO CHECKLIST, SE HOUVER, E CONCLUIDO.
          IF   WK-TIPO-ITEM = 'E'
             MOVE ZEROS TO WK-NUMCUST
             EXEC SQL
                SELECT COALESCE(MIN(NUMCUST), 0)
                  INTO :WK-NUMCUST
                  FROM EAD719.CUSTODIA
                 WHERE CODFUN   = :RS-CODFUN
                   AND CODITEM  = :RS-CODITEM
                   AND SITUACAO = 'A'
             END-EXEC
             IF   WK-NUMCUST > ZEROS
                EXEC SQL
                   UPDATE EAD719.CUSTODIA
                      SET SITUACAO  = 'S',
                          DATABAIXA = DATE(:WK-DATA-ISO),
                          MOTIVO    = 'TROCA DO EPI'
                    WHERE CODFUN   = :RS-CODFUN
                      AND CODITEM  = :RS-CODITEM
                      AND SITUACAO = 'A'
                END-EXEC
                IF   SQLCODE = 0
                   ADD 1 TO WK-QTDE-TROCADA
                   PERFORM 240-CONCLUI-CHECKLIST
                END-IF
             END-IF
          END-IF.
          MOVE ZEROS TO WK-NUMCUST.
          EXEC SQL
             SELECT COALESCE(MAX(NUMCUST), 0) + 1
               INTO :WK-NUMCUST
               FROM EAD719.CUSTODIA
          END-EXEC.
          EXEC SQL
             INSERT INTO EAD719.CUSTODIA
                (NUMCUST, CODFUN, CODITEM, PATRIMONIO, DATAENTREGA,
                 SITUACAO, MOTIVO, DATAREG)
                VALUES (:WK-NUMCUST, :RS-CODFUN, :RS-CODITEM,
                        :RS-PATRIMONIO, DATE(:WK-DATA-ISO), 'A',
                        ' ', CURRENT DATE)
          END-EXEC.
          IF   SQLCODE = 0
             EXEC SQL COMMIT END-EXEC
             ADD 1 TO WK-QTDE-ENTREGUE
             MOVE 'E'       TO DB2-AUD-FUNCAO
             MOVE RS-CODFUN TO DB2-AUD-CODFUN
             PERFORM GRAVA-AUDITORIA
             DISPLAY 'ITEM ' RS-CODITEM ' ' RS-PATRIMONIO
                     ' ENTREGUE AO FUNCIONARIO ' RS-CODFUN ' EM '
                     WK-DATA-ISO ' (ENTREGA ' WK-NUMCUST ')'
          ELSE
             ADD 1 TO WK-QTDE-RECUSADA
             MOVE SQLCODE TO WK-SQLCODE-EDIT
             CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
             DISPLAY 'ENTREGA NAO GRAVADA - '
                     WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
             EXEC SQL ROLLBACK END-EXEC
          END-IF.
      *
       220-CONFERE-DATA.
          MOVE 'N' TO WK-DATA-OK.
          IF   RS-DATA = SPACES
             SET DATA-OK TO TRUE
             MOVE WK-HOJE-ANO TO WK-ISO-ANO
             MOVE WK-HOJE-MES TO WK-ISO-MES
             MOVE WK-HOJE-DIA TO WK-ISO-DIA
          ELSE
             MOVE RS-DATA TO WK-DATA-PARTES
             IF   WK-DTP-DIA IS NUMERIC
              AND WK-DTP-MES IS NUMERIC
              AND WK-DTP-ANO IS NUMERIC
              AND WK-DTN-MES >= 1 AND WK-DTN-MES <= 12
              AND WK-DTN-DIA >= 1 AND WK-DTN-DIA <= 31
                SET DATA-OK TO TRUE
                MOVE WK-DTP-ANO TO WK-ISO-ANO
                MOVE WK-DTP-MES TO WK-ISO-MES
                MOVE WK-DTP-DIA TO WK-ISO-DIA
             END-IF
          END-IF.
      *
       230-ENCERRA-CUSTODIA.
      *    DEVOLUCAO ('D') OU BAIXA POR PERDA/DANO ('B', COM
      *    MOTIVO) DE UMA ENTREGA EM PODER DO FUNCIONARIO - SEM
      *    PATRIMONIO INFORMADO, A MAIS ANTIGA DO ITEM.
          PERFORM 220-CONFERE-DATA.
          MOVE ZEROS TO WK-NUMCUST.
          EXEC SQL
             SELECT COALESCE(MIN(NUMCUST), 0)
               INTO :WK-NUMCUST
               FROM EAD719.CUSTODIA
              WHERE CODFUN   = :RS-CODFUN
                AND CODITEM  = :RS-CODITEM
                AND (PATRIMONIO = :RS-PATRIMONIO
                     OR :RS-PATRIMONIO = ' ')
                AND SITUACAO = 'A'
          END-EXEC.
          EVALUATE TRUE
             WHEN NOT DATA-OK
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'DATA ' RS-DATA ' INVALIDA - OPERACAO '
                        RS-OPERACAO ' RECUSADA'
             WHEN WK-SITUACAO-NOVA = 'B' AND RS-MOTIVO = SPACES
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'BAIXA DO ITEM ' RS-CODITEM ' DO '
                        'FUNCIONARIO ' RS-CODFUN ' SEM MOTIVO - '
                        'RECUSADA'
             WHEN WK-NUMCUST = ZEROS
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'ITEM ' RS-CODITEM ' ' RS-PATRIMONIO
                        ' NAO ESTA EM PODER DO FUNCIONARIO '
                        RS-CODFUN
             WHEN OTHER
                EXEC SQL
                   UPDATE EAD719.CUSTODIA
                      SET SITUACAO  = :WK-SITUACAO-NOVA,
                          DATABAIXA = DATE(:WK-DATA-ISO),
                          MOTIVO    = :RS-MOTIVO
                    WHERE NUMCUST = :WK-NUMCUST
                END-EXEC
                IF   SQLCODE = 0
                   PERFORM 240-CONCLUI-CHECKLIST
                   EXEC SQL COMMIT END-EXEC
                   IF   WK-SITUACAO-NOVA = 'D'
                      ADD 1 TO WK-QTDE-DEVOLVIDA
                   ELSE
                      ADD 1 TO WK-QTDE-BAIXADA
                   END-IF
                   MOVE WK-SITUACAO-NOVA TO DB2-AUD-FUNCAO
                   MOVE RS-CODFUN        TO DB2-AUD-CODFUN
                   PERFORM GRAVA-AUDITORIA
                   DISPLAY 'ENTREGA ' WK-NUMCUST ' (ITEM '
                           RS-CODITEM ') DO FUNCIONARIO ' RS-CODFUN
                           ' ENCERRADA COMO ' WK-SITUACAO-NOVA
                           ' EM ' WK-DATA-ISO
                ELSE
                   ADD 1 TO WK-QTDE-RECUSADA
                   DISPLAY 'ENTREGA NAO ENCERRADA - SQLCODE '
                           SQLCODE
                   EXEC SQL ROLLBACK END-EXEC
                END-IF
          END-EVALUATE.
      *
       240-CONCLUI-CHECKLIST.
      *    COM O DESLIGAMENTO JA EM ANDAMENTO, A OBRIGACAO DESTA
      *    ENTREGA NO CHECKLIST (MANCLEAR) FICA CONCLUIDA. SEM
      *    CHECKLIST ABERTO, NAO HA O QUE BAIXAR.
          MOVE WK-NUMCUST TO WK-IC-NUMCUST.
          MOVE RS-CODITEM TO WK-IC-CODITEM.
          EXEC SQL
             UPDATE EAD719.CLEARTER
                SET CONCLUIDO = 'S',
                    DATACONCL = CURRENT DATE
              WHERE CODFUN = :RS-CODFUN
                AND ITEM   = :WK-ITEM-CUSTODIA
                AND COALESCE(CONCLUIDO, ' ') = ' '
          END-EXEC.
      *
       250-LISTA-CUSTODIA.
          EXEC SQL
             OPEN CUR-CUSTODIA
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-CUSTODIA
                  INTO :WK-LST-NUMCUST, :WK-LST-CODITEM,
                       :WK-LST-PATRIMONIO, :WK-LST-ENTREGA,
                       :WK-LST-SITUACAO, :WK-LST-BAIXA
             END-EXEC
             IF   SQLCODE = 0
                DISPLAY '  ' RS-CODFUN ' ' WK-LST-NUMCUST ' '
                        WK-LST-CODITEM ' ' WK-LST-PATRIMONIO ' '
                        WK-LST-ENTREGA ' ' WK-LST-SITUACAO ' '
                        WK-LST-BAIXA
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-CUSTODIA
          END-EXEC.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          CLOSE ARQ-SYSIN.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DO LIVRO DE CUSTODIA'.
          DISPLAY '  ITENS ENTREGUES ....... ' WK-QTDE-ENTREGUE.
          DISPLAY '  EPI SUBSTITUIDOS ...... ' WK-QTDE-TROCADA.
          DISPLAY '  ITENS DEVOLVIDOS ...... ' WK-QTDE-DEVOLVIDA.
          DISPLAY '  ITENS BAIXADOS ........ ' WK-QTDE-BAIXADA.
          DISPLAY '  OPERACOES RECUSADAS ... ' WK-QTDE-RECUSADA.
          DISPLAY '================================================'.
          EXIT.
