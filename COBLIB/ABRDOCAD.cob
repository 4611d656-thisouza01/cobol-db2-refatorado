       IDENTIFICATION                        DIVISION.
       PROGRAM-ID.                           ABRDOCAD.
      *****************************************************
      * ABRE A LISTA DE DOCUMENTOS DE ADMISSAO DO         *
      * FUNCIONARIO (EAD719.DOCADMFUN) NA ADMISSAO E NA   *
      * READMISSAO, COM OS ITENS QUE AS REGRAS DE         *
      * EAD719.DOCADMREQ (MANDOCAD) EXIGEM PARA O TIPO DE *
      * CONTRATO E O CARGO - REGRA COM TIPOCONTR '*' OU   *
      * CARGOFUN '****' VALE PARA TODOS. O MESMO ITEM EM  *
      * MAIS DE UMA REGRA FICA OBRIGATORIO SE ALGUMA O    *
      * EXIGIR. SEM NENHUMA REGRA PARA O FUNCIONARIO,     *
      * ABRE OS CINCO ITENS PADRAO COMO OBRIGATORIOS -    *
      * NINGUEM ENTRA SEM LISTA POR FALTA DE REGRA:       *
      *   CT CARTEIRA DE TRABALHO                         *
      *   PI NUMERO DO PIS/NIS                            *
      *   AS EXAME ADMISSIONAL (ASO)                      *
      *   CO CONTRATO DE TRABALHO ASSINADO                *
      *   CB COMPROVANTE DA CONTA BANCARIA                *
      * A LISTA DE UM VINCULO ANTERIOR (READMISSAO) E     *
      * SUBSTITUIDA. NAO FAZ COMMIT: A LISTA ENTRA NA     *
      * MESMA UNIDADE DE TRABALHO DA ADMISSAO, E SE NAO   *
      * PUDER SER ABERTA O CHAMADOR DESFAZ A ADMISSAO.    *
      * O VALDOCAD CONFERE OS ITENS PENDENTES NA FOLHA.   *
      *****************************************************
       ENVIRONMENT                           DIVISION.
       CONFIGURATION                         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       DATA                                  DIVISION.
       WORKING-STORAGE                       SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
       77  WK-TIPOCONTR                     PIC X(01)  VALUE SPACES.
       77  WK-IDX                           PIC 9(01)  VALUE ZEROS.
       01  WK-ITENS-PADRAO                  PIC X(10)
                                            VALUE 'CTPIASCOCB'.
       01  WK-TAB-ITENS-PADRAO REDEFINES WK-ITENS-PADRAO.
           05  WK-ITEM-PADRAO               PIC X(02)
                                            OCCURS 5 TIMES.
      *
       LINKAGE                               SECTION.
       01  LK-CODFUN                        PIC X(07).
       01  LK-TIPOCONTR                     PIC X(01).
       01  LK-CARGOFUN                      PIC X(04).
           COPY CPYVALLK REPLACING ==LK-CAMPO-VALIDO== BY
                                       ==LK-CHECKLIST-ABERTO==
                                   ==CAMPO-VALIDO== BY
                                       ==CHECKLIST-ABERTO==.
      *
       PROCEDURE                             DIVISION USING
                                                 LK-CODFUN,
                                                 LK-TIPOCONTR,
                                                 LK-CARGOFUN,
                                                 LK-CHECKLIST-ABERTO.

       PERFORM ABRE-CHECKLIST.
       GOBACK.

       ABRE-CHECKLIST.
           MOVE 'N'                         TO LK-CHECKLIST-ABERTO.
      *    TIPO DE CONTRATO EM BRANCO E O EFETIVO (CPYACEP).
           IF   LK-TIPOCONTR                = SPACES
               MOVE 'E'                     TO WK-TIPOCONTR
           ELSE
               MOVE LK-TIPOCONTR            TO WK-TIPOCONTR
           END-IF.
           EXEC SQL
               DELETE FROM EAD719.DOCADMFUN
                WHERE CODFUN = :LK-CODFUN
           END-EXEC.
           IF   SQLCODE                     = 0 OR 100
               EXEC SQL
                   INSERT INTO EAD719.DOCADMFUN
                      (CODFUN, ITEM, OBRIG, SITUACAO, DATAABERT,
                       DATARECEB, USUARIO)
                      SELECT :LK-CODFUN, ITEM, MAX(OBRIG), 'P',
                             CURRENT DATE, NULL, ' '
                        FROM EAD719.DOCADMREQ
                       WHERE (TIPOCONTR = :WK-TIPOCONTR
                              OR TIPOCONTR = '*')
                         AND (CARGOFUN  = :LK-CARGOFUN
                              OR CARGOFUN  = '****')
                       GROUP BY ITEM
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       SET CHECKLIST-ABERTO TO TRUE
                   WHEN 100
                       SET CHECKLIST-ABERTO TO TRUE
                       PERFORM ABRE-ITEM-PADRAO
                               VARYING WK-IDX FROM 1 BY 1
                               UNTIL WK-IDX > 5
                                  OR NOT CHECKLIST-ABERTO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF   NOT CHECKLIST-ABERTO
               DISPLAY 'ABRDOCAD: LISTA DE DOCUMENTOS DE ADMISSAO DO '
                       'FUNCIONARIO ' LK-CODFUN ' NAO ABERTA - '
                       'SQLCODE ' SQLCODE
           END-IF.

       ABRE-ITEM-PADRAO.
           EXEC SQL
               INSERT INTO EAD719.DOCADMFUN
                  (CODFUN, ITEM, OBRIG, SITUACAO, DATAABERT,
                   DATARECEB, USUARIO)
                  VALUES (:LK-CODFUN, :WK-ITEM-PADRAO(WK-IDX), 'S',
                          'P', CURRENT DATE, NULL, ' ')
           END-EXEC.
           IF   SQLCODE                     NOT = 0
               MOVE 'N'                     TO LK-CHECKLIST-ABERTO
           END-IF.
