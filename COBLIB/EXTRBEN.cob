      * CODFUN/DEPTOFUN DO EXTRATO DA FOLHA (EXTRFOLHA)*
      * - A FOLHA INGERE OS DOIS ARQUIVOS NA MESMA     *
      * PASSADA.                                       *
      *                                                *
      * NO FIM VAI UM AVISO POR CONTINUIDADE DE PLANO  *
      * DE SAUDE DE EX-FUNCIONARIO ENCERRADA NO        *
      * PERIODO (EAD719.CONTSAUDE, PELO MANCONT OU     *
      * PELO COBRCONT), PARA A OPERADORA CANCELAR A    *
      * CARTEIRINHA: VALOR ZERO (NADA A DESCONTAR NA   *
      * FOLHA), RE-SITUACAO-CONT COM O MOTIVO - R NAO  *
      * OPTOU OU DESISTIU, F FIM DO PRAZO, I INADIM-   *
      * PLENCIA - E RE-DATAFIM COM A DATA DO FIM.      *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE SECTION.
       FD  ARQ-EXTRATO.
       01  REG-EXTRATO.
           05  RE-CODFUN            PIC X(07).
           05  RE-NOMEFUN           PIC X(30).
           05  RE-DEPTOFUN          PIC X(03).
           05  RE-CODBEN            PIC X(03).
           05  RE-VALORFUNC         PIC 9(07)V99.
           05  RE-SITUACAO-CONT     PIC X(01).
           05  RE-DATAFIM           PIC X(10).
           05  FILLER               PIC X(20).
       01  REG-CTL-HEADER.
           05  CTH-TIPO             PIC X(01).
           05  CTH-DATA             PIC 9(08).
      *
       77  WK-CODBEN                 PIC X(03)       VALUE SPACES.
       77  WK-VALORFUNC              PIC 9(05)V99    VALUE ZEROS.
       77  WK-SITUACAO-CONT          PIC X(01)       VALUE SPACES.
       77  WK-DATAFIM-CONT           PIC X(10)       VALUE SPACES.
       77  WK-QTDE-AVISO-CONT        PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-EXTRAIDA          PIC 9(05)       VALUE ZEROS.
       77  WK-TOTAL-DESCONTO         PIC 9(09)V99    VALUE ZEROS.
       77  WK-TOTAL-EDIT             PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *    GERADO EM EAD719.MANIFEST, QUE O RECONACK CONCILIA COM A
      *    CONFIRMACAO DO CONSUMIDOR.
       77  WK-HASH-SAIDA             PIC 9(13)       VALUE ZEROS.
       77  WK-CODFUN-NUM-HASH        PIC 9(07)       VALUE ZEROS.
       01  WK-DATA-ATUAL.
           05  WK-HOJE-AAAA         PIC 9(04).
           05  WK-HOJE-MM           PIC 9(02).
                  AND F.STATUSFUN IN ('A', 'V')
                ORDER BY F.DEPTOFUN, F.CODFUN, B.CODBEN
       END-EXEC.
      *
      *    CONTINUIDADES DE PLANO ENCERRADAS NO PERIODO.
       EXEC SQL
           DECLARE CUR-CONT-ENCERRADA CURSOR FOR
               SELECT F.CODFUN, F.NOMEFUN, F.DEPTOFUN,
                      C.CODBEN, C.SITUACAO, C.DATAFIM
                 FROM EAD719.CONTSAUDE C
                 JOIN EAD719.FUNCIONARIOS F
                   ON F.CODFUN = C.CODFUN
                WHERE C.PERIODOFIM = :WK-PERIODO
                  AND C.SITUACAO IN ('R', 'F', 'I')
                ORDER BY F.DEPTOFUN, F.CODFUN
       END-EXEC.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
                PERFORM 210-GRAVA-REGISTRO
             END-IF
          END-PERFORM.
          PERFORM 220-AVISA-CONTINUIDADE.
       *******************************************************
       210-GRAVA-REGISTRO.
          MOVE SPACES            TO REG-EXTRATO.
          MOVE DB2-DEPTOFUN      TO RE-DEPTOFUN.
          MOVE WK-CODBEN         TO RE-CODBEN.
          MOVE WK-VALORFUNC      TO RE-VALORFUNC.
          MOVE WK-SITUACAO-CONT  TO RE-SITUACAO-CONT.
          MOVE WK-DATAFIM-CONT   TO RE-DATAFIM.
          WRITE REG-EXTRATO.
          ADD 1 TO WK-QTDE-EXTRAIDA.
          ADD WK-VALORFUNC TO WK-TOTAL-DESCONTO.
             MOVE RE-CODFUN TO WK-CODFUN-NUM-HASH
             ADD WK-CODFUN-NUM-HASH TO WK-HASH-SAIDA
          END-IF.
      *
       220-AVISA-CONTINUIDADE.
          EXEC SQL
             OPEN CUR-CONT-ENCERRADA
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-CONT-ENCERRADA
                  INTO :DB2-CODFUN, :DB2-NOMEFUN, :DB2-DEPTOFUN,
                       :WK-CODBEN, :WK-SITUACAO-CONT,
                       :WK-DATAFIM-CONT
             END-EXEC
             IF   SQLCODE = 0
                MOVE ZEROS TO WK-VALORFUNC
                PERFORM 210-GRAVA-REGISTRO
                ADD 1 TO WK-QTDE-AVISO-CONT
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-CONT-ENCERRADA
          END-EXEC.
       *******************************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          MOVE WK-TOTAL-DESCONTO TO WK-TOTAL-EDIT.
          DISPLAY WK-QTDE-EXTRAIDA ' DESCONTO(S) DE BENEFICIO '
                  'EXTRAIDO(S), TOTAL ' WK-TOTAL-EDIT.
          DISPLAY WK-QTDE-AVISO-CONT ' DELES AVISO(S) DE FIM DE '
                  'CONTINUIDADE DE PLANO DE SAUDE'.
          EXIT.
      *
       940-GRAVA-MANIFESTO.
