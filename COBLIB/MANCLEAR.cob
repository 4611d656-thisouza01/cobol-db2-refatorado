      * OVERRIDE) - MESMA FILOSOFIA DA FILA DE         *
      * APROVACAO DE SALARIO: RESCISAO PAGA COM O      *
      * NOTEBOOK NA CASA DO EX-FUNCIONARIO NUNCA MAIS. *
      * NA ABERTURA, CADA ITEM AINDA EM PODER DO       *
      * FUNCIONARIO NO LIVRO DE CUSTODIA (MANCUST)     *
      * ENTRA COMO ITEM 'CUST NNNNNN CODITEM',         *
      * OBRIGATORIO CONFORME O DEVOLVE DO CATALOGO     *
      * (MANITEM); A DEVOLUCAO NO MANCUST O CONCLUI.   *
      *                                                *
      * EAD719.CLEARTER:                               *
      *   CODFUN      X(07)                            *
      *   ITEM        X(20)                            *
      *   OBRIGATORIO X(01)                            *
      *   CONCLUIDO   X(01)  ' '=PENDENTE S=CONCLUIDO  *
      *                   C=CONCLUI ITEM               *
      *                   O=OVERRIDE AUTORIZADO        *
      *                   L=LISTA PENDENCIAS           *
      *   CODFUN   X(07)                               *
      *   ITEM     X(20)  (SO EM C)                    *
      **************************************************
       ENVIRONMENT DIVISION.
       FD  ARQ-SYSIN.
       01  REG-SYSIN.
           05  RS-OPERACAO          PIC X(01).
           05  RS-CODFUN            PIC X(07).
           05  RS-ITEM              PIC X(20).
      *
       WORKING-STORAGE SECTION.
           05  TI-ITEM              OCCURS 4 TIMES
                                    PIC X(20).
       77  WK-IDX                    PIC 9(01)       VALUE ZEROS.
      *
      *    ITENS DO LIVRO DE CUSTODIA (MANCUST MONTA O MESMO TEXTO
      *    PARA CONCLUIR O ITEM NA DEVOLUCAO).
       01  WK-ITEM-CUSTODIA.
           05  FILLER               PIC X(05)       VALUE 'CUST '.
           05  WK-IC-NUMCUST        PIC 9(06).
           05  FILLER               PIC X(01)       VALUE SPACE.
           05  WK-IC-CODITEM        PIC X(06).
           05  FILLER               PIC X(02)       VALUE SPACES.
       77  WK-DEVOLVE                PIC X(01)       VALUE SPACES.
       77  WK-QTDE-CUSTODIA          PIC 9(03)       VALUE ZEROS.
       77  WK-ERRO-CUSTODIA          PIC X           VALUE 'N'.
           88  ERRO-CUSTODIA                         VALUE 'S'.
      *
       EXEC SQL
           DECLARE CUR-CUSTODIA CURSOR FOR
               SELECT C.NUMCUST, C.CODITEM, I.DEVOLVE
                 FROM EAD719.CUSTODIA C
                 JOIN EAD719.ITEMCUST I
                   ON I.CODITEM = C.CODITEM
                WHERE C.CODFUN   = :RS-CODFUN
                  AND C.SITUACAO = 'A'
                ORDER BY C.NUMCUST
       END-EXEC.
      *
       EXEC SQL
           DECLARE CUR-PENDENCIAS CURSOR FOR
             PERFORM 215-GRAVA-ITEM
                     VARYING WK-IDX FROM 1 BY 1
                     UNTIL WK-IDX > 4
             MOVE ZEROS TO WK-QTDE-CUSTODIA
             MOVE 'N'   TO WK-ERRO-CUSTODIA
             IF   SQLCODE = 0
                PERFORM 217-GRAVA-CUSTODIA
             END-IF
             IF   SQLCODE = 0 AND NOT ERRO-CUSTODIA
                EXEC SQL COMMIT END-EXEC
                ADD 1 TO WK-QTDE-ABERTA
                DISPLAY 'CHECKLIST DE DESLIGAMENTO DO FUNCIONARIO '
                        RS-CODFUN ' ABERTO COM 4 ITEM(NS) PADRAO E '
                        WK-QTDE-CUSTODIA ' DE CUSTODIA'
             ELSE
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'CHECKLIST DO FUNCIONARIO ' RS-CODFUN
                   VALUES (:RS-CODFUN, :WK-ITEM-LIDO, 'S', ' ')
             END-EXEC
          END-IF.
      *
       217-GRAVA-CUSTODIA.
      *    BEM QUE DEVE VOLTAR (DEVOLVE = 'S') BLOQUEIA O TERMINA;
      *    EPI DESCARTAVEL ENTRA SO PARA CONFERENCIA.
          EXEC SQL
             OPEN CUR-CUSTODIA
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-CUSTODIA
                  INTO :WK-IC-NUMCUST, :WK-IC-CODITEM, :WK-DEVOLVE
             END-EXEC
             IF   SQLCODE = 0
                IF   WK-DEVOLVE NOT = 'S'
                   MOVE 'N' TO WK-DEVOLVE
                END-IF
                EXEC SQL
                   INSERT INTO EAD719.CLEARTER
                      (CODFUN, ITEM, OBRIGATORIO, CONCLUIDO)
                      VALUES (:RS-CODFUN, :WK-ITEM-CUSTODIA,
                              :WK-DEVOLVE, ' ')
                END-EXEC
                IF   SQLCODE = 0
                   ADD 1 TO WK-QTDE-CUSTODIA
                END-IF
             END-IF
          END-PERFORM.
          IF   SQLCODE NOT = 100
             SET ERRO-CUSTODIA TO TRUE
             DISPLAY 'ITENS DE CUSTODIA DO FUNCIONARIO ' RS-CODFUN
                     ' NAO INCLUIDOS - SQLCODE ' SQLCODE
          END-IF.
          EXEC SQL
             CLOSE CUR-CUSTODIA
          END-EXEC.
      *
       220-CONCLUI-ITEM.
          EXEC SQL
