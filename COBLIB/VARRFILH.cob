        IDENTIFICATION DIVISION.
        PROGRAM-ID.    VARRFILH.
        AUTHOR.        THIAGO.
      **************************************************
      * VARREDURA NOTURNA DAS TABELAS FILHAS DO        *
      * FUNCIONARIO: O DESLIGAMENTO (E A ANONIMIZACAO, *
      * QUE MANTEM STATUSFUN 'D') NAO FECHA TUDO, E O  *
      * QUE FICA ABERTO CONTINUA SENDO COBRADO PELOS   *
      * FORNECEDORES. RELATA, POR TIPO:                *
      *   BE ADESAO DE BENEFICIO ATIVA (BENEFICIOS)    *
      *      - MENOS O PLANO DE SAUDE EM CONTINUIDADE  *
      *      (CONTSAUDE 'E' OU 'C'), QUE O EX-FUNCIO-  *
      *      NARIO PAGA E O COBRCONT ENCERRA           *
      *   VT ADESAO DE VALE-TRANSPORTE ATIVA           *
      *   PE PENSAO ALIMENTICIA ATIVA (PENSAO)         *
      *   CO CONSIGNADO ATIVO (CONSIGNA) DEPOIS DE     *
      *      ENCERRADA A RESCISAO - RESCISAO REMETIDA  *
      *      OU SEM LIQUIDO, OU NENHUMA A PAGAR E MAIS *
      *      DE 10 DIAS DO DESLIGAMENTO (PRAZO LEGAL); *
      *      ANTES DISSO O CALCRESC AINDA ACERTA       *
      *   SI FILIACAO SINDICAL (SINDFUN)               *
      *   RA RATEIO DE CENTROS DE CUSTO (RATEIOCC)     *
      *   DL DELEGACAO VIGENTE DE GESTOR DESLIGADO     *
      *   DG DELEGACAO VIGENTE PARA GESTOR DESLIGADO   *
      *   AU AUTORIZACAO PREVIA DE HORA EXTRA (AUTHE)  *
      *      DE PERIODO POSTERIOR AO DESLIGAMENTO      *
      *   OR REGISTRO ORFAO - CODFUN QUE NAO EXISTE EM *
      *      FUNCIONARIOS (EM QUALQUER DAS TABELAS)    *
      *                                                *
      * PARM='ENCERRAR' FECHA OS INCONSISTENTES PELO   *
      * PROGRAMA DONO DE CADA TABELA: SAO CHAMADOS O   *
      * MANBENEF (CANCELAMENTO NA DATA DO              *
      * DESLIGAMENTO), O ALTSINDI (DESFILIACAO) E O    *
      * RATCUSTO (REMOCAO); DOS QUE SO TEM SYSIN, E    *
      * APLICADO O MESMO ENCERRAMENTO DELES - PENSAO   *
      * CANCELADA (MANPENSA), DELEGACAO ENCERRADA HOJE *
      * (MANDELEG), AUTORIZACAO EXCLUIDA (MANAUTHE) -  *
      * COM A MESMA AUDITORIA. CONSIGNADO NAO TEM      *
      * PROGRAMA DE MANUTENCAO (SO A CARGA DO BANCO):  *
      * FICA COM SITUACAO 'C' (ENCERRADO NO            *
      * DESLIGAMENTO). ORFAO SO E RELATADO - NAO HA    *
      * FUNCIONARIO PARA O PROGRAMA DONO VALIDAR.      *
      * SEM PARM, SO RELATA. ACHADO DEVOLVE            *
      * RETURN-CODE 4.                                 *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-VARRREL       ASSIGN TO VARRREL
                                     ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-VARRREL.
       01  REG-VARRREL.
           05  RV-TIPO              PIC X(02).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RV-TABELA            PIC X(12).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RV-CODFUN            PIC X(07).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RV-CHAVE             PIC X(20).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RV-ACAO              PIC X(14).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RV-DETALHE           PIC X(60).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
      * Variaveis de controle SQL
       COPY SQLVARS.
       COPY CPYSQLMSG.
       COPY CPYAUDIT.
      *
       77  WK-MODO                   PIC X(01)       VALUE 'R'.
           88  MODO-ENCERRAR                         VALUE 'E'.
       77  WK-ENCERRAVEL             PIC X(01)       VALUE 'S'.
           88  ACHADO-ENCERRAVEL                     VALUE 'S'.
       77  WK-STATUS-RETORNO         PIC X           VALUE 'N'.
           88  TRANSACAO-OK                          VALUE 'S'.
           88  TRANSACAO-FALHOU                      VALUE 'N'.
       77  WK-ERRO-SQL               PIC X(01)       VALUE 'N'.
           88  HOUVE-ERRO-SQL                        VALUE 'S'.
      *
       01  WK-DATA-ATUAL.
           05  WK-HOJE-AAAA         PIC X(04).
           05  WK-HOJE-MM           PIC X(02).
           05  WK-HOJE-DD           PIC X(02).
           05  FILLER               PIC X(13).
       77  WK-HOJE-TEXTO             PIC X(08)       VALUE SPACES.
       77  WK-HOJE-BR                PIC X(10)       VALUE SPACES.
       77  WK-DESLIG-ISO             PIC X(10)       VALUE SPACES.
       77  WK-DESLIG-BR              PIC X(10)       VALUE SPACES.
      *
      *    CAMPOS LIDOS DOS CURSORES.
       77  WK-CODFUN                 PIC X(07)       VALUE SPACES.
       77  WK-CODFUN-B               PIC X(07)       VALUE SPACES.
       77  WK-CODBEN                 PIC X(03)       VALUE SPACES.
       77  WK-DATAINI                PIC X(10)       VALUE SPACES.
       77  WK-DATAFIM                PIC X(10)       VALUE SPACES.
       77  WK-SEQ                    PIC 9(02)       VALUE ZEROS.
       77  WK-BENEFICIARIO           PIC X(30)       VALUE SPACES.
       77  WK-CONTRATO               PIC X(10)       VALUE SPACES.
       77  WK-PARCELA                PIC 9(07)V99    VALUE ZEROS.
       77  WK-PARCELA-EDIT           PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WK-SINDFUN                PIC X(03)       VALUE SPACES.
       77  WK-QTDE-CENTROS           PIC 9(02)       VALUE ZEROS.
       77  WK-STATUS-DELEGADO        PIC X(01)       VALUE SPACES.
       77  WK-DEPTOFUN               PIC X(03)       VALUE SPACES.
       77  WK-PERIODO                PIC 9(06)       VALUE ZEROS.
       77  WK-TABELA                 PIC X(12)       VALUE SPACES.
       77  WK-CHAVE-ORFAO            PIC X(20)       VALUE SPACES.
      *
      *    TRANSACOES DOS PROGRAMAS DONOS CHAMADOS NO ENCERRAMENTO
      *    (MESMO LEIAUTE DA LINKAGE DE CADA UM).
       01  WK-BENEF-TRANS.
           05  WK-BEN-CODFUN         PIC X(07).
           05  WK-BEN-OPERACAO       PIC X(01).
           05  WK-BEN-CODBEN         PIC X(03).
           05  WK-BEN-VALOR          PIC 9(05)V99.
           05  WK-BEN-DATA           PIC X(10).
       01  WK-RATEIO-TRANS.
           05  WK-RAT-CODFUN         PIC X(07).
           05  WK-RATEIO-ACCEPT.
               10  WK-RATEIO-LINHA   OCCURS 3 TIMES.
                   15  WK-RAT-CCUSTO PIC X(06).
                   15  WK-RAT-PERC   PIC 9(03)V99.
       77  WK-SINDFUN-DESFILIA       PIC X(03)       VALUE '***'.
      *
       77  WK-QTDE-INCONSISTENTE     PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-DELEG-GESTOR      PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-ORFAO             PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-ENCERRADA         PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-NAO-ENCERRADA     PIC 9(05)       VALUE ZEROS.
      *
      *    WITH HOLD: NO MODO ENCERRAR CADA LINHA E FECHADA E
      *    CONFIRMADA (PELO PROGRAMA DONO OU AQUI) COM O CURSOR
      *    AINDA ABERTO - SEM WITH HOLD O PRIMEIRO COMMIT FECHARIA
      *    O CURSOR E INTERROMPERIA A VARREDURA NO MEIO.
      *
      *    BE/VT: ADESAO ATIVA DE DESLIGADO.
       EXEC SQL
           DECLARE CUR-BENEFICIO CURSOR WITH HOLD FOR
               SELECT B.CODFUN, B.CODBEN, B.DATAINI,
                      COALESCE(CHAR(F.DATADESLIG, ISO), ' ')
                 FROM EAD719.BENEFICIOS B
                 JOIN EAD719.FUNCIONARIOS F
                   ON F.CODFUN = B.CODFUN
                WHERE F.STATUSFUN = 'D'
                  AND B.DATAFIM   = ' '
                  AND NOT EXISTS
                      (SELECT 1
                         FROM EAD719.CONTSAUDE C
                        WHERE C.CODFUN = B.CODFUN
                          AND C.CODBEN = B.CODBEN
                          AND C.SITUACAO IN ('E', 'C'))
                ORDER BY B.CODFUN, B.CODBEN
       END-EXEC.
      *
      *    PE: PENSAO ATIVA DE DESLIGADO.
       EXEC SQL
           DECLARE CUR-PENSAO CURSOR WITH HOLD FOR
               SELECT P.CODFUN, P.SEQ, P.BENEFICIARIO
                 FROM EAD719.PENSAO P
                 JOIN EAD719.FUNCIONARIOS F
                   ON F.CODFUN = P.CODFUN
                WHERE F.STATUSFUN = 'D'
                  AND P.SITUACAO  = 'A'
                ORDER BY P.CODFUN, P.SEQ
       END-EXEC.
      *
      *    CO: CONSIGNADO AINDA ATIVO COM A RESCISAO JA ENCERRADA.
       EXEC SQL
           DECLARE CUR-CONSIGNA CURSOR WITH HOLD FOR
               SELECT C.CODFUN, C.CONTRATO, C.PARCELA
                 FROM EAD719.CONSIGNA C
                 JOIN EAD719.FUNCIONARIOS F
                   ON F.CODFUN = C.CODFUN
                WHERE F.STATUSFUN = 'D'
                  AND C.SITUACAO  = 'A'
                  AND NOT EXISTS
                      (SELECT 1
                         FROM EAD719.RESCPAG R
                        WHERE R.CODFUN   = C.CODFUN
                          AND R.SITUACAO = 'P')
                  AND (EXISTS
                      (SELECT 1
                         FROM EAD719.RESCPAG R
                        WHERE R.CODFUN   = C.CODFUN
                          AND R.SITUACAO IN ('R', 'N'))
                   OR  F.DATADESLIG < CURRENT DATE - 10 DAYS)
                ORDER BY C.CODFUN, C.CONTRATO
       END-EXEC.
      *
      *    SI: DESLIGADO AINDA FILIADO A SINDICATO.
       EXEC SQL
           DECLARE CUR-SINDICATO CURSOR WITH HOLD FOR
               SELECT CODFUN, SINDFUN
                 FROM EAD719.FUNCIONARIOS
                WHERE STATUSFUN = 'D'
                  AND COALESCE(SINDFUN, ' ') <> ' '
                ORDER BY CODFUN
       END-EXEC.
      *
      *    RA: DESLIGADO COM RATEIO (UMA LINHA POR FUNCIONARIO - O
      *    RATCUSTO REMOVE O RATEIO INTEIRO).
       EXEC SQL
           DECLARE CUR-RATEIO CURSOR WITH HOLD FOR
               SELECT R.CODFUN, COUNT(*)
                 FROM EAD719.RATEIOCC R
                 JOIN EAD719.FUNCIONARIOS F
                   ON F.CODFUN = R.CODFUN
                WHERE F.STATUSFUN = 'D'
                GROUP BY R.CODFUN
                ORDER BY R.CODFUN
       END-EXEC.
      *
      *    DL/DG: DELEGACAO AINDA VIGENTE (DATA FIM DE HOJE EM
      *    DIANTE) EM QUE DELEGANTE OU DELEGADO ESTA DESLIGADO. AS
      *    DATAS DA DELEGACA SAO TEXTO DD/MM/AAAA, COMPARADAS
      *    REORDENADAS PARA AAAAMMDD COMO NO APRSALAR.
       EXEC SQL
           DECLARE CUR-DELEGACAO CURSOR WITH HOLD FOR
               SELECT D.CODDELEGANTE, D.CODDELEGADO, D.DATAINI,
                      D.DATAFIM, FO.STATUSFUN
                 FROM EAD719.DELEGACA D
                 JOIN EAD719.FUNCIONARIOS FE
                   ON FE.CODFUN = D.CODDELEGANTE
                 JOIN EAD719.FUNCIONARIOS FO
                   ON FO.CODFUN = D.CODDELEGADO
                WHERE (FE.STATUSFUN = 'D' OR FO.STATUSFUN = 'D')
                  AND SUBSTR(D.DATAFIM, 7, 4)
                      || SUBSTR(D.DATAFIM, 4, 2)
                      || SUBSTR(D.DATAFIM, 1, 2)
                      NOT < :WK-HOJE-TEXTO
                ORDER BY D.CODDELEGANTE, D.CODDELEGADO, D.DATAINI
       END-EXEC.
      *
      *    AU: AUTORIZACAO DE PERIODO POSTERIOR AO MES DO
      *    DESLIGAMENTO (SEM DATA, POSTERIOR AO MES CORRENTE). AS
      *    DE ANTES FICAM - SAO A TRILHA DO PONTO JA PAGO.
       EXEC SQL
           DECLARE CUR-AUTHE CURSOR WITH HOLD FOR
               SELECT A.CODFUN, A.DEPTOFUN, A.PERIODO
                 FROM EAD719.AUTHE A
                 JOIN EAD719.FUNCIONARIOS F
                   ON F.CODFUN = A.CODFUN
                WHERE F.STATUSFUN = 'D'
                  AND A.PERIODO >
                      COALESCE(YEAR(F.DATADESLIG) * 100
                               + MONTH(F.DATADESLIG),
                               YEAR(CURRENT DATE) * 100
                               + MONTH(CURRENT DATE))
                ORDER BY A.CODFUN, A.PERIODO
       END-EXEC.
      *
      *    OR: CODFUN INEXISTENTE, EM TODAS AS TABELAS FILHAS.
       EXEC SQL
           DECLARE CUR-ORFAO CURSOR FOR
               SELECT 'BENEFICIOS', B.CODFUN,
                      CAST(B.CODBEN AS CHAR(20))
                 FROM EAD719.BENEFICIOS B
                WHERE NOT EXISTS
                      (SELECT 1 FROM EAD719.FUNCIONARIOS F
                        WHERE F.CODFUN = B.CODFUN)
               UNION ALL
               SELECT 'PENSAO', P.CODFUN,
                      CAST(DIGITS(P.SEQ) AS CHAR(20))
                 FROM EAD719.PENSAO P
                WHERE NOT EXISTS
                      (SELECT 1 FROM EAD719.FUNCIONARIOS F
                        WHERE F.CODFUN = P.CODFUN)
               UNION ALL
               SELECT 'CONSIGNA', C.CODFUN,
                      CAST(C.CONTRATO AS CHAR(20))
                 FROM EAD719.CONSIGNA C
                WHERE NOT EXISTS
                      (SELECT 1 FROM EAD719.FUNCIONARIOS F
                        WHERE F.CODFUN = C.CODFUN)
               UNION ALL
               SELECT 'RATEIOCC', R.CODFUN,
                      CAST(R.CCUSTO AS CHAR(20))
                 FROM EAD719.RATEIOCC R
                WHERE NOT EXISTS
                      (SELECT 1 FROM EAD719.FUNCIONARIOS F
                        WHERE F.CODFUN = R.CODFUN)
               UNION ALL
               SELECT 'DELEGACA', D.CODDELEGANTE,
                      CAST('DELEGADO ' || D.CODDELEGADO AS CHAR(20))
                 FROM EAD719.DELEGACA D
                WHERE NOT EXISTS
                      (SELECT 1 FROM EAD719.FUNCIONARIOS F
                        WHERE F.CODFUN = D.CODDELEGANTE)
               UNION ALL
               SELECT 'DELEGACA', D.CODDELEGADO,
                      CAST('DELEGANTE ' || D.CODDELEGANTE AS CHAR(20))
                 FROM EAD719.DELEGACA D
                WHERE NOT EXISTS
                      (SELECT 1 FROM EAD719.FUNCIONARIOS F
                        WHERE F.CODFUN = D.CODDELEGADO)
               UNION ALL
               SELECT 'AUTHE', A.CODFUN,
                      CAST(DIGITS(A.PERIODO) AS CHAR(20))
                 FROM EAD719.AUTHE A
                WHERE A.CODFUN <> ' '
                  AND NOT EXISTS
                      (SELECT 1 FROM EAD719.FUNCIONARIOS F
                        WHERE F.CODFUN = A.CODFUN)
                ORDER BY 2, 1, 3
       END-EXEC.
      *
       LINKAGE SECTION.
       01  LK-PARM.
           05  LK-PARM-TAM           PIC S9(4)       COMP.
           05  LK-PARM-TEXTO         PIC X(20).
      *
       PROCEDURE DIVISION USING LK-PARM.
      * Grava auditoria da transacao (AUDITFUN)
           COPY GRAVAUDIT.
      *
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
          PERFORM 101-INICIAR.
          PERFORM 210-BENEFICIOS.
          PERFORM 220-PENSOES.
          PERFORM 230-CONSIGNADOS.
          PERFORM 240-SINDICATO.
          PERFORM 250-RATEIO.
          PERFORM 260-DELEGACOES.
          PERFORM 270-AUTORIZACOES.
          PERFORM 280-ORFAOS.
          PERFORM 901-FINALIZAR.
          STOP RUN.
      *
       100-INICIAR SECTION.
       101-INICIAR.
          MOVE FUNCTION CURRENT-DATE TO WK-DATA-ATUAL.
          STRING WK-HOJE-AAAA WK-HOJE-MM WK-HOJE-DD
                 DELIMITED BY SIZE INTO WK-HOJE-TEXTO
          END-STRING.
          STRING WK-HOJE-DD '/' WK-HOJE-MM '/' WK-HOJE-AAAA
                 DELIMITED BY SIZE INTO WK-HOJE-BR
          END-STRING.
          IF  LK-PARM-TAM > 0
              AND LK-PARM-TEXTO(1:8) = 'ENCERRAR'
             SET MODO-ENCERRAR TO TRUE
             DISPLAY 'VARRFILH: VARREDURA DAS TABELAS FILHAS - '
                     'ENCERRANDO OS INCONSISTENTES'
          ELSE
             DISPLAY 'VARRFILH: VARREDURA DAS TABELAS FILHAS - '
                     'SO RELATORIO'
          END-IF.
          OPEN OUTPUT ARQ-VARRREL.
      *
       200-VARRER SECTION.
       210-BENEFICIOS.
          EXEC SQL
             OPEN CUR-BENEFICIO
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-BENEFICIO
                  INTO :WK-CODFUN, :WK-CODBEN, :WK-DATAINI,
                       :WK-DESLIG-ISO
             END-EXEC
             IF   SQLCODE = 0
                MOVE SPACES          TO REG-VARRREL
                IF   WK-CODBEN = 'VT '
                   MOVE 'VT'         TO RV-TIPO
                ELSE
                   MOVE 'BE'         TO RV-TIPO
                END-IF
                MOVE 'BENEFICIOS'    TO RV-TABELA
                MOVE WK-CODFUN       TO RV-CODFUN
                MOVE WK-CODBEN       TO RV-CHAVE
                PERFORM 285-DATA-DESLIGAMENTO
                STRING 'ADESAO ATIVA DESDE ' WK-DATAINI
                       ' - DESLIGADO EM ' WK-DESLIG-BR
                       DELIMITED BY SIZE INTO RV-DETALHE
                END-STRING
                ADD 1 TO WK-QTDE-INCONSISTENTE
                IF   MODO-ENCERRAR
                   PERFORM 211-CANCELA-ADESAO
                END-IF
                PERFORM 290-REGISTRA-ACHADO
             END-IF
          END-PERFORM.
          PERFORM 295-CONFERE-FIM-CURSOR.
          EXEC SQL
             CLOSE CUR-BENEFICIO
          END-EXEC.
      *
       211-CANCELA-ADESAO.
      *    CANCELAMENTO DO MANBENEF, COM DATA FIM NO DESLIGAMENTO.
          MOVE WK-CODFUN             TO WK-BEN-CODFUN.
          MOVE 'C'                   TO WK-BEN-OPERACAO.
          MOVE WK-CODBEN             TO WK-BEN-CODBEN.
          MOVE ZEROS                 TO WK-BEN-VALOR.
          MOVE WK-DESLIG-BR          TO WK-BEN-DATA.
          CALL "MANBENEF" USING WK-BENEF-TRANS,
                                WK-STATUS-RETORNO.
      *
       220-PENSOES.
          EXEC SQL
             OPEN CUR-PENSAO
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-PENSAO
                  INTO :WK-CODFUN, :WK-SEQ, :WK-BENEFICIARIO
             END-EXEC
             IF   SQLCODE = 0
                MOVE SPACES          TO REG-VARRREL
                MOVE 'PE'            TO RV-TIPO
                MOVE 'PENSAO'        TO RV-TABELA
                MOVE WK-CODFUN       TO RV-CODFUN
                MOVE WK-SEQ          TO RV-CHAVE
                STRING 'PENSAO ATIVA PARA ' WK-BENEFICIARIO
                       DELIMITED BY SIZE INTO RV-DETALHE
                END-STRING
                ADD 1 TO WK-QTDE-INCONSISTENTE
                IF   MODO-ENCERRAR
                   PERFORM 221-CANCELA-PENSAO
                END-IF
                PERFORM 290-REGISTRA-ACHADO
             END-IF
          END-PERFORM.
          PERFORM 295-CONFERE-FIM-CURSOR.
          EXEC SQL
             CLOSE CUR-PENSAO
          END-EXEC.
      *
       221-CANCELA-PENSAO.
      *    MESMO CANCELAMENTO DO MANPENSA (OPERACAO C).
          SET TRANSACAO-FALHOU TO TRUE.
          EXEC SQL
             UPDATE EAD719.PENSAO
                SET SITUACAO = 'C'
              WHERE CODFUN   = :WK-CODFUN
                AND SEQ      = :WK-SEQ
                AND SITUACAO = 'A'
          END-EXEC.
          IF   SQLCODE = 0
             EXEC SQL COMMIT END-EXEC
             SET TRANSACAO-OK TO TRUE
             MOVE 'C'        TO DB2-AUD-FUNCAO
             MOVE WK-CODFUN  TO DB2-AUD-CODFUN
             PERFORM GRAVA-AUDITORIA
          ELSE
             DISPLAY 'PENSAO ' WK-SEQ ' DO FUNCIONARIO ' WK-CODFUN
                     ' NAO CANCELADA - SQLCODE ' SQLCODE
             EXEC SQL ROLLBACK END-EXEC
          END-IF.
      *
       230-CONSIGNADOS.
          EXEC SQL
             OPEN CUR-CONSIGNA
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-CONSIGNA
                  INTO :WK-CODFUN, :WK-CONTRATO, :WK-PARCELA
             END-EXEC
             IF   SQLCODE = 0
                MOVE SPACES          TO REG-VARRREL
                MOVE 'CO'            TO RV-TIPO
                MOVE 'CONSIGNA'      TO RV-TABELA
                MOVE WK-CODFUN       TO RV-CODFUN
                MOVE WK-CONTRATO     TO RV-CHAVE
                MOVE WK-PARCELA      TO WK-PARCELA-EDIT
                STRING 'CONSIGNADO ATIVO - PARCELA ' WK-PARCELA-EDIT
                       ' - RESCISAO JA ENCERRADA'
                       DELIMITED BY SIZE INTO RV-DETALHE
                END-STRING
                ADD 1 TO WK-QTDE-INCONSISTENTE
                IF   MODO-ENCERRAR
                   PERFORM 231-ENCERRA-CONSIGNADO
                END-IF
                PERFORM 290-REGISTRA-ACHADO
             END-IF
          END-PERFORM.
          PERFORM 295-CONFERE-FIM-CURSOR.
          EXEC SQL
             CLOSE CUR-CONSIGNA
          END-EXEC.
      *
       231-ENCERRA-CONSIGNADO.
      *    'C' = ENCERRADO NO DESLIGAMENTO - O SALDO O BANCO COBRA
      *    DIRETAMENTE DO EX-FUNCIONARIO.
          SET TRANSACAO-FALHOU TO TRUE.
          EXEC SQL
             UPDATE EAD719.CONSIGNA
                SET SITUACAO = 'C'
              WHERE CODFUN   = :WK-CODFUN
                AND CONTRATO = :WK-CONTRATO
                AND SITUACAO = 'A'
          END-EXEC.
          IF   SQLCODE = 0
             EXEC SQL COMMIT END-EXEC
             SET TRANSACAO-OK TO TRUE
          ELSE
             DISPLAY 'CONSIGNADO ' WK-CONTRATO ' DO FUNCIONARIO '
                     WK-CODFUN ' NAO ENCERRADO - SQLCODE ' SQLCODE
             EXEC SQL ROLLBACK END-EXEC
          END-IF.
      *
       240-SINDICATO.
          EXEC SQL
             OPEN CUR-SINDICATO
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-SINDICATO
                  INTO :WK-CODFUN, :WK-SINDFUN
             END-EXEC
             IF   SQLCODE = 0
                MOVE SPACES          TO REG-VARRREL
                MOVE 'SI'            TO RV-TIPO
                MOVE 'FUNCIONARIOS'  TO RV-TABELA
                MOVE WK-CODFUN       TO RV-CODFUN
                MOVE WK-SINDFUN      TO RV-CHAVE
                STRING 'AINDA FILIADO AO SINDICATO ' WK-SINDFUN
                       DELIMITED BY SIZE INTO RV-DETALHE
                END-STRING
                ADD 1 TO WK-QTDE-INCONSISTENTE
                IF   MODO-ENCERRAR
      *             DESFILIACAO DO ALTSINDI (SENTINELA '***').
                   CALL "ALTSINDI" USING WK-CODFUN,
                                         WK-SINDFUN-DESFILIA,
                                         WK-STATUS-RETORNO
                END-IF
                PERFORM 290-REGISTRA-ACHADO
             END-IF
          END-PERFORM.
          PERFORM 295-CONFERE-FIM-CURSOR.
          EXEC SQL
             CLOSE CUR-SINDICATO
          END-EXEC.
      *
       250-RATEIO.
          EXEC SQL
             OPEN CUR-RATEIO
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-RATEIO
                  INTO :WK-CODFUN, :WK-QTDE-CENTROS
             END-EXEC
             IF   SQLCODE = 0
                MOVE SPACES          TO REG-VARRREL
                MOVE 'RA'            TO RV-TIPO
                MOVE 'RATEIOCC'      TO RV-TABELA
                MOVE WK-CODFUN       TO RV-CODFUN
                STRING 'RATEIO EM ' WK-QTDE-CENTROS
                       ' CENTRO(S) DE CUSTO'
                       DELIMITED BY SIZE INTO RV-DETALHE
                END-STRING
                ADD 1 TO WK-QTDE-INCONSISTENTE
                IF   MODO-ENCERRAR
      *             TODAS AS LINHAS EM BRANCO = REMOCAO NO RATCUSTO.
                   MOVE WK-CODFUN    TO WK-RAT-CODFUN
                   INITIALIZE WK-RATEIO-ACCEPT
                   CALL "RATCUSTO" USING WK-RATEIO-TRANS,
                                         WK-STATUS-RETORNO
                END-IF
                PERFORM 290-REGISTRA-ACHADO
             END-IF
          END-PERFORM.
          PERFORM 295-CONFERE-FIM-CURSOR.
          EXEC SQL
             CLOSE CUR-RATEIO
          END-EXEC.
      *
       260-DELEGACOES.
          EXEC SQL
             OPEN CUR-DELEGACAO
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-DELEGACAO
                  INTO :WK-CODFUN, :WK-CODFUN-B, :WK-DATAINI,
                       :WK-DATAFIM, :WK-STATUS-DELEGADO
             END-EXEC
             IF   SQLCODE = 0
                MOVE SPACES          TO REG-VARRREL
                MOVE 'DELEGACA'      TO RV-TABELA
                MOVE WK-CODFUN       TO RV-CODFUN
                STRING WK-CODFUN ' ' WK-CODFUN-B ' ' WK-DATAINI
                       DELIMITED BY SIZE INTO RV-CHAVE
                END-STRING
                IF   WK-STATUS-DELEGADO = 'D'
                   MOVE 'DG'         TO RV-TIPO
                   STRING 'DELEGADA AO GESTOR DESLIGADO '
                          WK-CODFUN-B ' ATE ' WK-DATAFIM
                          DELIMITED BY SIZE INTO RV-DETALHE
                   END-STRING
                   ADD 1 TO WK-QTDE-DELEG-GESTOR
                ELSE
                   MOVE 'DL'         TO RV-TIPO
                   STRING 'DELEGANTE DESLIGADO - DELEGADO '
                          WK-CODFUN-B ' ATE ' WK-DATAFIM
                          DELIMITED BY SIZE INTO RV-DETALHE
                   END-STRING
                   ADD 1 TO WK-QTDE-INCONSISTENTE
                END-IF
                IF   MODO-ENCERRAR
                   PERFORM 261-ENCERRA-DELEGACAO
                END-IF
                PERFORM 290-REGISTRA-ACHADO
             END-IF
          END-PERFORM.
          PERFORM 295-CONFERE-FIM-CURSOR.
          EXEC SQL
             CLOSE CUR-DELEGACAO
          END-EXEC.
      *
       261-ENCERRA-DELEGACAO.
      *    MESMO ENCERRAMENTO ANTECIPADO DO MANDELEG (OPERACAO E),
      *    COM DATA FIM HOJE.
          SET TRANSACAO-FALHOU TO TRUE.
          EXEC SQL
             UPDATE EAD719.DELEGACA
                SET DATAFIM = :WK-HOJE-BR
              WHERE CODDELEGANTE = :WK-CODFUN
                AND CODDELEGADO  = :WK-CODFUN-B
                AND DATAINI      = :WK-DATAINI
          END-EXEC.
          IF   SQLCODE = 0
             EXEC SQL COMMIT END-EXEC
             SET TRANSACAO-OK TO TRUE
             MOVE 'E'        TO DB2-AUD-FUNCAO
             MOVE WK-CODFUN  TO DB2-AUD-CODFUN
             PERFORM GRAVA-AUDITORIA
          ELSE
             DISPLAY 'DELEGACAO DE ' WK-CODFUN ' PARA ' WK-CODFUN-B
                     ' NAO ENCERRADA - SQLCODE ' SQLCODE
             EXEC SQL ROLLBACK END-EXEC
          END-IF.
      *
       270-AUTORIZACOES.
          EXEC SQL
             OPEN CUR-AUTHE
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-AUTHE
                  INTO :WK-CODFUN, :WK-DEPTOFUN, :WK-PERIODO
             END-EXEC
             IF   SQLCODE = 0
                MOVE SPACES          TO REG-VARRREL
                MOVE 'AU'            TO RV-TIPO
                MOVE 'AUTHE'         TO RV-TABELA
                MOVE WK-CODFUN       TO RV-CODFUN
                MOVE WK-PERIODO      TO RV-CHAVE
                STRING 'AUTORIZACAO DE HORA EXTRA DE PERIODO '
                       'POSTERIOR AO DESLIGAMENTO'
                       DELIMITED BY SIZE INTO RV-DETALHE
                END-STRING
                ADD 1 TO WK-QTDE-INCONSISTENTE
                IF   MODO-ENCERRAR
                   PERFORM 271-EXCLUI-AUTORIZACAO
                END-IF
                PERFORM 290-REGISTRA-ACHADO
             END-IF
          END-PERFORM.
          PERFORM 295-CONFERE-FIM-CURSOR.
          EXEC SQL
             CLOSE CUR-AUTHE
          END-EXEC.
      *
       271-EXCLUI-AUTORIZACAO.
      *    MESMA EXCLUSAO DO MANAUTHE (OPERACAO E).
          SET TRANSACAO-FALHOU TO TRUE.
          EXEC SQL
             DELETE FROM EAD719.AUTHE
              WHERE CODFUN   = :WK-CODFUN
                AND DEPTOFUN = :WK-DEPTOFUN
                AND PERIODO  = :WK-PERIODO
          END-EXEC.
          IF   SQLCODE = 0
             EXEC SQL COMMIT END-EXEC
             SET TRANSACAO-OK TO TRUE
          ELSE
             DISPLAY 'AUTORIZACAO DE ' WK-CODFUN ' NO PERIODO '
                     WK-PERIODO ' NAO EXCLUIDA - SQLCODE ' SQLCODE
             EXEC SQL ROLLBACK END-EXEC
          END-IF.
      *
       280-ORFAOS.
          MOVE 'N' TO WK-ENCERRAVEL.
          EXEC SQL
             OPEN CUR-ORFAO
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-ORFAO
                  INTO :WK-TABELA, :WK-CODFUN, :WK-CHAVE-ORFAO
             END-EXEC
             IF   SQLCODE = 0
                MOVE SPACES          TO REG-VARRREL
                MOVE 'OR'            TO RV-TIPO
                MOVE WK-TABELA       TO RV-TABELA
                MOVE WK-CODFUN       TO RV-CODFUN
                MOVE WK-CHAVE-ORFAO  TO RV-CHAVE
                MOVE 'CODFUN NAO EXISTE EM FUNCIONARIOS'
                                     TO RV-DETALHE
                ADD 1 TO WK-QTDE-ORFAO
                PERFORM 290-REGISTRA-ACHADO
             END-IF
          END-PERFORM.
          PERFORM 295-CONFERE-FIM-CURSOR.
          EXEC SQL
             CLOSE CUR-ORFAO
          END-EXEC.
          MOVE 'S' TO WK-ENCERRAVEL.
      *
       285-DATA-DESLIGAMENTO.
      *    DATA DO DESLIGAMENTO EM DD/MM/AAAA (SEM DATA, HOJE).
          IF   WK-DESLIG-ISO = SPACES
             MOVE WK-HOJE-BR TO WK-DESLIG-BR
          ELSE
             MOVE SPACES     TO WK-DESLIG-BR
             STRING WK-DESLIG-ISO(9:2) '/' WK-DESLIG-ISO(6:2) '/'
                    WK-DESLIG-ISO(1:4)
                    DELIMITED BY SIZE INTO WK-DESLIG-BR
             END-STRING
          END-IF.
      *
       290-REGISTRA-ACHADO.
      *    A ACAO SAI DO MODO E DO RESULTADO DO ENCERRAMENTO. O
      *    SQLCODE DO CURSOR DE ORIGEM E PRESERVADO PARA O LACO DO
      *    CHAMADOR CONTINUAR.
          EVALUATE TRUE
             WHEN NOT ACHADO-ENCERRAVEL
                MOVE 'SO RELATADO'   TO RV-ACAO
             WHEN NOT MODO-ENCERRAR
                MOVE 'A ENCERRAR'    TO RV-ACAO
             WHEN TRANSACAO-OK
                MOVE 'ENCERRADO'     TO RV-ACAO
                ADD 1 TO WK-QTDE-ENCERRADA
             WHEN OTHER
                MOVE 'NAO ENCERRADO' TO RV-ACAO
                ADD 1 TO WK-QTDE-NAO-ENCERRADA
          END-EVALUATE.
          WRITE REG-VARRREL.
          SET TRANSACAO-FALHOU TO TRUE.
          MOVE ZEROS TO SQLCODE.
      *
       295-CONFERE-FIM-CURSOR.
          IF   SQLCODE NOT = 100
             MOVE SQLCODE TO WK-SQLCODE-EDIT
             CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
             DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                     ' NA VARREDURA - TABELA INTERROMPIDA'
             SET HOUVE-ERRO-SQL TO TRUE
          END-IF.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          CLOSE ARQ-VARRREL.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DA VARREDURA DAS TABELAS FILHAS'.
          DISPLAY '  INCONSISTENTES COM DESLIGADO ... '
                  WK-QTDE-INCONSISTENTE.
          DISPLAY '  DELEGACOES A GESTOR DESLIGADO .. '
                  WK-QTDE-DELEG-GESTOR.
          DISPLAY '  ORFAOS (CODFUN INEXISTENTE) .... ' WK-QTDE-ORFAO.
          IF   MODO-ENCERRAR
             DISPLAY '  ENCERRADOS ..................... '
                     WK-QTDE-ENCERRADA
             DISPLAY '  NAO ENCERRADOS ................. '
                     WK-QTDE-NAO-ENCERRADA
          END-IF.
          DISPLAY '================================================'.
          EVALUATE TRUE
             WHEN HOUVE-ERRO-SQL
                MOVE 12 TO RETURN-CODE
             WHEN WK-QTDE-INCONSISTENTE > ZEROS
               OR WK-QTDE-DELEG-GESTOR  > ZEROS
               OR WK-QTDE-ORFAO         > ZEROS
                MOVE 4 TO RETURN-CODE
          END-EVALUATE.
          EXIT.
