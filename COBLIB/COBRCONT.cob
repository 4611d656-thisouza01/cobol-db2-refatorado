        IDENTIFICATION DIVISION.
        PROGRAM-ID.    COBRCONT.
        AUTHOR.        THIAGO.
      **************************************************
      * COBRANCA MENSAL DA CONTINUIDADE DO PLANO DE    *
      * SAUDE DO EX-FUNCIONARIO (EAD719.CONTSAUDE,     *
      * GRAVADA PELO TERMINA E MANTIDA PELO MANCONT).  *
      *                                                *
      * ANTES DE COBRAR, ENCERRA AUTOMATICAMENTE:      *
      * - SITUACAO 'E' SEM OPCAO EM 30 DIAS DO         *
      *   DESLIGAMENTO -> 'R' (NAO OPTOU);             *
      * - SITUACAO 'C' COM PRAZO (PERIODOLIM) VENCIDO  *
      *   NO PERIODO -> 'F' (FIM DO PRAZO);            *
      * - SITUACAO 'C' COM MENSALIDADE EM ABERTO HA    *
      *   DOIS MESES OU MAIS (EAD719.CONTCOBR SEM      *
      *   DATAPAGTO) -> 'I' (INADIMPLENCIA).           *
      * O ENCERRAMENTO GRAVA DATAFIM (DATA DO          *
      * PROCESSAMENTO) E PERIODOFIM, CANCELA A ADESAO  *
      * AO PLANO PELO MANBENEF E SAI COMO AVISO NO     *
      * EXTRATO DA OPERADORA (EXTRBEN) DO PERIODO.     *
      *                                                *
      * A SITUACAO 'C' A PARTIR DE PERIODOINI E        *
      * COBRADA PELA MENSALIDADE INTEGRAL DO PLANO     *
      * (EAD719.PLANOSAUDE): TITULAR E CADA DEPENDENTE *
      * GUARDADO NO DESLIGAMENTO (EAD719.CONTDEP). A   *
      * COBRANCA FICA EM EAD719.CONTCOBR E VAI PARA O  *
      * ARQUIVO DE COBRANCA (COBRSAUD), UMA LINHA POR  *
      * VIDA. SO SE COBRA O PERIODO PROCESSADO - MESES *
      * ANTERIORES A OPCAO NAO SAO COBRADOS. REPROCES- *
      * SAR O PERIODO SUBSTITUI A COBRANCA AINDA NAO   *
      * PAGA; A JA PAGA E MANTIDA E NAO SAI DE NOVO.   *
      *                                                *
      * EAD719.CONTCOBR:                               *
      *   CODFUN     X(07)                             *
      *   PERIODO    DEC(06)  AAAAMM                   *
      *   VALOR      DEC(9,2)                          *
      *   VIDAS      DEC(02)                           *
      *   DATAPAGTO  X(10)    BRANCO = EM ABERTO       *
      *                                                *
      * PARM='PERIODO=AAAAMM' (OPCIONAL; SEM PERIODO,  *
      * O MES CORRENTE).                               *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-COBRANCA      ASSIGN TO COBRSAUD
                                     ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      *    ARQUIVO DE COBRANCA DA CONTINUIDADE DO PLANO.
       FD  ARQ-COBRANCA.
       01  REG-COBRANCA             PIC X(100).
       01  REG-COB-HEADER REDEFINES REG-COBRANCA.
           05  CH-TIPO              PIC X(01).
           05  CH-DATA-GERACAO      PIC 9(08).
           05  CH-ORIGEM            PIC X(08).
           05  CH-COMPETENCIA       PIC 9(06).
           05  FILLER               PIC X(77).
       01  REG-COB-DETALHE REDEFINES REG-COBRANCA.
           05  CD-TIPO              PIC X(01).
           05  CD-CPF               PIC X(11).
           05  CD-CODFUN            PIC X(07).
           05  CD-NOME              PIC X(30).
           05  CD-TIPO-VIDA         PIC X(01).
           05  CD-SEQDEP            PIC 9(02).
           05  CD-CODBEN            PIC X(03).
           05  CD-VALOR             PIC 9(07)V99.
           05  CD-PERIODOLIM        PIC 9(06).
           05  FILLER               PIC X(30).
       01  REG-COB-TRAILER REDEFINES REG-COBRANCA.
           05  CT-TIPO              PIC X(01).
           05  CT-QTDE-DETALHES     PIC 9(06).
           05  CT-SOMA-VALOR        PIC 9(11)V99.
           05  FILLER               PIC X(80).
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
       COPY CPYSQLMSG.
      *
       77  DB2-CPFFUN                PIC X(11)       VALUE SPACES.
      *
       77  WK-CODBEN                 PIC X(03)       VALUE SPACES.
       77  WK-SITUACAO               PIC X(01)       VALUE SPACES.
       77  WK-NOVA-SITUACAO          PIC X(01)       VALUE SPACES.
       77  WK-DATADESLIG             PIC X(10)       VALUE SPACES.
       77  WK-PERIODOINI             PIC 9(06)       VALUE ZEROS.
       77  WK-PERIODOLIM             PIC 9(06)       VALUE ZEROS.
       77  WK-PREMIOTIT              PIC 9(07)V99    VALUE ZEROS.
       77  WK-PREMIODEP              PIC 9(07)V99    VALUE ZEROS.
       77  WK-VALOR                  PIC 9(07)V99    VALUE ZEROS.
       77  WK-VIDAS                  PIC 9(02)       VALUE ZEROS.
       77  WK-QTDE-DEP               PIC 9(02)       VALUE ZEROS.
       77  WK-QTDE-ABERTA            PIC 9(03)       VALUE ZEROS.
       77  WK-SEQDEP                 PIC 9(02)       VALUE ZEROS.
       77  WK-NOMEDEP                PIC X(30)       VALUE SPACES.
       77  WK-DIAS-DESLIG            PIC S9(05)      VALUE ZEROS.
       77  WK-DIAS-OPCAO             PIC 9(03)       VALUE 30.
       77  WK-DESLIG-NUM             PIC 9(08)       VALUE ZEROS.
       77  WK-STATUS-RETORNO         PIC X           VALUE 'N'.
           88  TRANSACAO-OK                          VALUE 'S'.
           88  TRANSACAO-FALHOU                      VALUE 'N'.
       77  WK-FIM-CONTINUIDADES      PIC X(01)       VALUE 'N'.
           88  FIM-CONTINUIDADES                     VALUE 'S'.
       77  WK-FIM-DEPENDENTES        PIC X(01)       VALUE 'N'.
           88  FIM-DEPENDENTES                       VALUE 'S'.
      *
       01  WK-PERIODO                PIC 9(06)       VALUE ZEROS.
       01  WK-PERIODO-PARTES REDEFINES WK-PERIODO.
           05  WK-PER-ANO           PIC 9(04).
           05  WK-PER-MES           PIC 9(02).
      *    MENSALIDADE EM ABERTO ATE ESTE PERIODO ENCERRA O PLANO.
       01  WK-PERIODO-LAPSO          PIC 9(06)       VALUE ZEROS.
       01  WK-LAPSO-PARTES REDEFINES WK-PERIODO-LAPSO.
           05  WK-LAP-ANO           PIC 9(04).
           05  WK-LAP-MES           PIC 9(02).
       01  WK-DATA-ATUAL.
           05  WK-HOJE-AAAAMMDD     PIC 9(08).
           05  FILLER               PIC X(13).
       01  WK-HOJE-PARTES REDEFINES WK-DATA-ATUAL.
           05  WK-HOJE-AAAA         PIC 9(04).
           05  WK-HOJE-MM           PIC 9(02).
           05  WK-HOJE-DD           PIC 9(02).
           05  FILLER               PIC X(13).
       77  WK-HOJE-TEXTO             PIC X(10)       VALUE SPACES.
       01  WK-DESLIG-PARTES.
           05  WK-DES-DIA           PIC 99.
           05  FILLER               PIC X.
           05  WK-DES-MES           PIC 99.
           05  FILLER               PIC X.
           05  WK-DES-ANO           PIC 9(04).
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
       77  WK-QTDE-COBRADA           PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-LINHAS            PIC 9(06)       VALUE ZEROS.
       77  WK-QTDE-JA-PAGA           PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-NAO-OPTOU         PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-FIM-PRAZO         PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-INADIMPLENTE      PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-SEM-PLANO         PIC 9(05)       VALUE ZEROS.
       77  WK-TOTAL-COBRADO          PIC 9(11)V99    VALUE ZEROS.
       77  WK-TOTAL-EDIT             PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *
      *    CONTINUIDADES EM ABERTO (AGUARDANDO OPCAO OU MANTIDAS).
      *    O PLANO EXCLUIDO DA PLANOSAUDE VEM SEM MENSALIDADE.
       EXEC SQL
           DECLARE CUR-CONTINUIDADE CURSOR WITH HOLD FOR
               SELECT C.CODFUN, F.NOMEFUN,
                      COALESCE(F.CPFFUN, ' '),
                      C.CODBEN, C.SITUACAO, C.DATADESLIG,
                      C.PERIODOINI, C.PERIODOLIM,
                      COALESCE(P.PREMIOTIT, 0),
                      COALESCE(P.PREMIODEP, 0)
                 FROM EAD719.CONTSAUDE C
                 JOIN EAD719.FUNCIONARIOS F
                   ON F.CODFUN = C.CODFUN
                 LEFT JOIN EAD719.PLANOSAUDE P
                   ON P.CODBEN = C.CODBEN
                WHERE C.SITUACAO IN ('E', 'C')
                ORDER BY C.CODFUN
       END-EXEC.
      *
      *    DEPENDENTES GUARDADOS NO DESLIGAMENTO.
       EXEC SQL
           DECLARE CUR-DEPEND-COBR CURSOR FOR
               SELECT C.SEQDEP, D.NOMEDEP
                 FROM EAD719.CONTDEP C
                 JOIN EAD719.DEPENDENTES D
                   ON D.CODFUN = C.CODFUN
                  AND D.SEQDEP = C.SEQDEP
                WHERE C.CODFUN = :DB2-CODFUN
                ORDER BY C.SEQDEP
       END-EXEC.
      *
       LINKAGE SECTION.
       01  LK-PARM.
           05  LK-PARM-TAM           PIC S9(4)       COMP.
           05  LK-PARM-TEXTO         PIC X(20).
      *
       PROCEDURE DIVISION USING LK-PARM.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
          PERFORM 101-INICIAR.
          PERFORM 201-PROCESSAR.
          PERFORM 901-FINALIZAR.
          STOP RUN.
      *
       100-INICIAR SECTION.
       101-INICIAR.
          MOVE FUNCTION CURRENT-DATE TO WK-DATA-ATUAL.
          STRING WK-HOJE-DD '/' WK-HOJE-MM '/' WK-HOJE-AAAA
                 DELIMITED BY SIZE INTO WK-HOJE-TEXTO.
          COMPUTE WK-PERIODO = WK-HOJE-AAAA * 100 + WK-HOJE-MM.
          IF  LK-PARM-TAM > 0
             IF  LK-PARM-TEXTO(1:8) = 'PERIODO='
                 AND LK-PARM-TEXTO(9:6) IS NUMERIC
                 AND LK-PARM-TEXTO(13:2) > '00'
                 AND LK-PARM-TEXTO(13:2) < '13'
                MOVE LK-PARM-TEXTO(9:6) TO WK-PERIODO
             END-IF
          END-IF.
      *    DOIS MESES ANTES DO PERIODO.
          MOVE WK-PER-ANO TO WK-LAP-ANO.
          IF   WK-PER-MES > 2
             COMPUTE WK-LAP-MES = WK-PER-MES - 2
          ELSE
             COMPUTE WK-LAP-MES = WK-PER-MES + 10
             SUBTRACT 1 FROM WK-LAP-ANO
          END-IF.
          DISPLAY 'COBRCONT: CONTINUIDADE DO PLANO DE SAUDE DO '
                  'PERIODO ' WK-PERIODO.
          PERFORM 110-LIMPA-COBRANCA-ANTERIOR.
          OPEN OUTPUT ARQ-COBRANCA.
          MOVE SPACES            TO REG-COBRANCA.
          MOVE '0'               TO CH-TIPO.
          MOVE WK-HOJE-AAAAMMDD  TO CH-DATA-GERACAO.
          MOVE 'FOLHARH '        TO CH-ORIGEM.
          MOVE WK-PERIODO        TO CH-COMPETENCIA.
          WRITE REG-COBRANCA.
          EXEC SQL
             OPEN CUR-CONTINUIDADE
          END-EXEC.
          IF   SQLCODE NOT = 0
             PERFORM 990-ERRO-SQL
          END-IF.
      *
       110-LIMPA-COBRANCA-ANTERIOR.
      *    A COBRANCA JA PAGA DO PERIODO NAO E REFEITA.
          EXEC SQL
             DELETE FROM EAD719.CONTCOBR
              WHERE PERIODO   = :WK-PERIODO
                AND DATAPAGTO = ' '
          END-EXEC.
          IF   SQLCODE = 0 OR SQLCODE = 100
             EXEC SQL COMMIT END-EXEC
          ELSE
             PERFORM 990-ERRO-SQL
          END-IF.
      *
       200-PROCESSAR SECTION.
       201-PROCESSAR.
          PERFORM UNTIL FIM-CONTINUIDADES
             EXEC SQL
                FETCH CUR-CONTINUIDADE
                  INTO :DB2-CODFUN, :DB2-NOMEFUN, :DB2-CPFFUN,
                       :WK-CODBEN, :WK-SITUACAO, :WK-DATADESLIG,
                       :WK-PERIODOINI, :WK-PERIODOLIM,
                       :WK-PREMIOTIT, :WK-PREMIODEP
             END-EXEC
             EVALUATE SQLCODE
                WHEN 0
                   PERFORM 210-TRATA-CONTINUIDADE
                WHEN 100
                   SET FIM-CONTINUIDADES TO TRUE
                WHEN OTHER
                   PERFORM 990-ERRO-SQL
             END-EVALUATE
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-CONTINUIDADE
          END-EXEC.
      *
       210-TRATA-CONTINUIDADE.
          MOVE SPACES TO WK-NOVA-SITUACAO.
          IF   WK-SITUACAO = 'E'
             PERFORM 220-CONFERE-PRAZO-OPCAO
          ELSE
             IF   WK-PERIODOLIM > ZEROS
              AND WK-PERIODO > WK-PERIODOLIM
                MOVE 'F' TO WK-NOVA-SITUACAO
             ELSE
                PERFORM 230-CONFERE-PAGAMENTO
             END-IF
          END-IF.
          EVALUATE TRUE
             WHEN WK-NOVA-SITUACAO NOT = SPACES
                PERFORM 250-ENCERRA-CONTINUIDADE
             WHEN WK-SITUACAO = 'C'
              AND WK-PERIODO >= WK-PERIODOINI
                PERFORM 260-COBRA-CONTINUIDADE
             WHEN OTHER
                CONTINUE
          END-EVALUATE.
      *
       220-CONFERE-PRAZO-OPCAO.
          MOVE WK-DATADESLIG TO WK-DESLIG-PARTES.
          IF   WK-DESLIG-PARTES(1:2) IS NUMERIC
           AND WK-DESLIG-PARTES(4:2) IS NUMERIC
           AND WK-DESLIG-PARTES(7:4) IS NUMERIC
             COMPUTE WK-DESLIG-NUM = WK-DES-ANO * 10000
                                   + WK-DES-MES * 100 + WK-DES-DIA
             COMPUTE WK-DIAS-DESLIG =
                     FUNCTION INTEGER-OF-DATE(WK-HOJE-AAAAMMDD)
                   - FUNCTION INTEGER-OF-DATE(WK-DESLIG-NUM)
             IF   WK-DIAS-DESLIG > WK-DIAS-OPCAO
                MOVE 'R' TO WK-NOVA-SITUACAO
             END-IF
          END-IF.
      *
       230-CONFERE-PAGAMENTO.
          MOVE ZEROS TO WK-QTDE-ABERTA.
          EXEC SQL
             SELECT COUNT(*)
               INTO :WK-QTDE-ABERTA
               FROM EAD719.CONTCOBR
              WHERE CODFUN    = :DB2-CODFUN
                AND DATAPAGTO = ' '
                AND PERIODO  <= :WK-PERIODO-LAPSO
          END-EXEC.
          IF   SQLCODE NOT = 0
             PERFORM 990-ERRO-SQL
          END-IF.
          IF   WK-QTDE-ABERTA > ZEROS
             MOVE 'I' TO WK-NOVA-SITUACAO
          END-IF.
      *
       250-ENCERRA-CONTINUIDADE.
      *    O MANBENEF CANCELA A ADESAO E CONFIRMA A UNIDADE DE
      *    TRABALHO JUNTO COM A SITUACAO.
          EXEC SQL
             UPDATE EAD719.CONTSAUDE
                SET SITUACAO   = :WK-NOVA-SITUACAO,
                    DATAFIM    = :WK-HOJE-TEXTO,
                    PERIODOFIM = :WK-PERIODO
              WHERE CODFUN   = :DB2-CODFUN
                AND SITUACAO = :WK-SITUACAO
          END-EXEC.
          IF   SQLCODE NOT = 0
             PERFORM 990-ERRO-SQL
          END-IF.
          MOVE DB2-CODFUN          TO WK-BEN-CODFUN.
          MOVE 'C'                 TO WK-BEN-OPERACAO.
          MOVE WK-CODBEN           TO WK-BEN-CODBEN.
          MOVE ZEROS               TO WK-BEN-VALOR.
          MOVE WK-HOJE-TEXTO       TO WK-BEN-DATA.
          SET TRANSACAO-FALHOU     TO TRUE.
          CALL "MANBENEF" USING WK-BENEF-TRANS, WK-STATUS-RETORNO.
          EXEC SQL COMMIT END-EXEC.
          EVALUATE WK-NOVA-SITUACAO
             WHEN 'R'
                ADD 1 TO WK-QTDE-NAO-OPTOU
                DISPLAY 'EX-FUNCIONARIO ' DB2-CODFUN ' SEM OPCAO EM '
                        WK-DIAS-OPCAO ' DIAS - PLANO ' WK-CODBEN
                        ' ENCERRADO'
             WHEN 'F'
                ADD 1 TO WK-QTDE-FIM-PRAZO
                DISPLAY 'EX-FUNCIONARIO ' DB2-CODFUN ' COM PRAZO '
                        'ATE ' WK-PERIODOLIM ' VENCIDO - PLANO '
                        WK-CODBEN ' ENCERRADO'
             WHEN OTHER
                ADD 1 TO WK-QTDE-INADIMPLENTE
                DISPLAY 'EX-FUNCIONARIO ' DB2-CODFUN ' COM '
                        WK-QTDE-ABERTA ' MENSALIDADE(S) EM ABERTO '
                        'ATE ' WK-PERIODO-LAPSO ' - PLANO '
                        WK-CODBEN ' ENCERRADO'
          END-EVALUATE.
          IF   NOT TRANSACAO-OK
             DISPLAY '  ADESAO AO PLANO ' WK-CODBEN ' NAO CANCELADA '
                     'PELO MANBENEF - VERIFICAR'
             IF   RETURN-CODE < 4
                MOVE 4 TO RETURN-CODE
             END-IF
          END-IF.
      *
       260-COBRA-CONTINUIDADE.
          IF   WK-PREMIOTIT = ZEROS
             ADD 1 TO WK-QTDE-SEM-PLANO
             DISPLAY 'EX-FUNCIONARIO ' DB2-CODFUN ' - PLANO '
                     WK-CODBEN ' SEM MENSALIDADE NA PLANOSAUDE '
                     '(MANCONT) - NAO COBRADO'
             IF   RETURN-CODE < 4
                MOVE 4 TO RETURN-CODE
             END-IF
          ELSE
             MOVE ZEROS TO WK-QTDE-DEP
             EXEC SQL
                SELECT COUNT(*)
                  INTO :WK-QTDE-DEP
                  FROM EAD719.CONTDEP C
                  JOIN EAD719.DEPENDENTES D
                    ON D.CODFUN = C.CODFUN
                   AND D.SEQDEP = C.SEQDEP
                 WHERE C.CODFUN = :DB2-CODFUN
             END-EXEC
             IF   SQLCODE NOT = 0
                PERFORM 990-ERRO-SQL
             END-IF
             COMPUTE WK-VIDAS = WK-QTDE-DEP + 1
             COMPUTE WK-VALOR = WK-PREMIOTIT
                              + WK-QTDE-DEP * WK-PREMIODEP
             EXEC SQL
                INSERT INTO EAD719.CONTCOBR
                   (CODFUN, PERIODO, VALOR, VIDAS, DATAPAGTO)
                   VALUES (:DB2-CODFUN, :WK-PERIODO, :WK-VALOR,
                           :WK-VIDAS, ' ')
             END-EXEC
             EVALUATE SQLCODE
                WHEN 0
                   EXEC SQL COMMIT END-EXEC
                   PERFORM 270-GRAVA-COBRANCA
                WHEN -803
                   ADD 1 TO WK-QTDE-JA-PAGA
                   DISPLAY 'EX-FUNCIONARIO ' DB2-CODFUN ' JA PAGOU A '
                           'MENSALIDADE ' WK-PERIODO ' - NAO COBRADO'
                WHEN OTHER
                   PERFORM 990-ERRO-SQL
             END-EVALUATE
          END-IF.
      *
       270-GRAVA-COBRANCA.
          MOVE SPACES            TO REG-COBRANCA.
          MOVE '1'               TO CD-TIPO.
          MOVE DB2-CPFFUN        TO CD-CPF.
          MOVE DB2-CODFUN        TO CD-CODFUN.
          MOVE DB2-NOMEFUN-TEXT  TO CD-NOME.
          MOVE 'T'               TO CD-TIPO-VIDA.
          MOVE ZEROS             TO CD-SEQDEP.
          MOVE WK-CODBEN         TO CD-CODBEN.
          MOVE WK-PREMIOTIT      TO CD-VALOR.
          MOVE WK-PERIODOLIM     TO CD-PERIODOLIM.
          WRITE REG-COBRANCA.
          ADD 1 TO WK-QTDE-LINHAS.
          EXEC SQL
             OPEN CUR-DEPEND-COBR
          END-EXEC.
          IF   SQLCODE NOT = 0
             PERFORM 990-ERRO-SQL
          END-IF.
          MOVE 'N' TO WK-FIM-DEPENDENTES.
          PERFORM UNTIL FIM-DEPENDENTES
             EXEC SQL
                FETCH CUR-DEPEND-COBR
                  INTO :WK-SEQDEP, :WK-NOMEDEP
             END-EXEC
             EVALUATE SQLCODE
                WHEN 0
                   MOVE SPACES            TO REG-COBRANCA
                   MOVE '1'               TO CD-TIPO
                   MOVE DB2-CPFFUN        TO CD-CPF
                   MOVE DB2-CODFUN        TO CD-CODFUN
                   MOVE WK-NOMEDEP        TO CD-NOME
                   MOVE 'D'               TO CD-TIPO-VIDA
                   MOVE WK-SEQDEP         TO CD-SEQDEP
                   MOVE WK-CODBEN         TO CD-CODBEN
                   MOVE WK-PREMIODEP      TO CD-VALOR
                   MOVE WK-PERIODOLIM     TO CD-PERIODOLIM
                   WRITE REG-COBRANCA
                   ADD 1 TO WK-QTDE-LINHAS
                WHEN 100
                   SET FIM-DEPENDENTES TO TRUE
                WHEN OTHER
                   PERFORM 990-ERRO-SQL
             END-EVALUATE
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-DEPEND-COBR
          END-EXEC.
          ADD 1        TO WK-QTDE-COBRADA.
          ADD WK-VALOR TO WK-TOTAL-COBRADO.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          MOVE SPACES            TO REG-COBRANCA.
          MOVE '9'               TO CT-TIPO.
          MOVE WK-QTDE-LINHAS    TO CT-QTDE-DETALHES.
          MOVE WK-TOTAL-COBRADO  TO CT-SOMA-VALOR.
          WRITE REG-COBRANCA.
          CLOSE ARQ-COBRANCA.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DA CONTINUIDADE DO PLANO - PERIODO '
                  WK-PERIODO.
          DISPLAY '  EX-FUNCIONARIOS COBRADOS ' WK-QTDE-COBRADA.
          DISPLAY '  VIDAS NO ARQUIVO ....... ' WK-QTDE-LINHAS.
          DISPLAY '  JA PAGOS (MANTIDOS) .... ' WK-QTDE-JA-PAGA.
          DISPLAY '  SEM MENSALIDADE ........ ' WK-QTDE-SEM-PLANO.
          DISPLAY '  ENCERRADOS SEM OPCAO ... ' WK-QTDE-NAO-OPTOU.
          DISPLAY '  ENCERRADOS FIM DO PRAZO  ' WK-QTDE-FIM-PRAZO.
          DISPLAY '  ENCERRADOS INADIMPLENCIA ' WK-QTDE-INADIMPLENTE.
          MOVE WK-TOTAL-COBRADO TO WK-TOTAL-EDIT.
          DISPLAY '  TOTAL COBRADO .......... ' WK-TOTAL-EDIT.
          DISPLAY '================================================'.
          EXIT.
      *
       990-ERRO-SQL.
          MOVE SQLCODE TO WK-SQLCODE-EDIT.
          CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG.
          DISPLAY 'COBRCONT: ERRO ' WK-SQLCODE-EDIT ' - '
                  WK-SQLCODE-MSG.
          EXEC SQL ROLLBACK END-EXEC.
          MOVE 12 TO RETURN-CODE.
          STOP RUN.
