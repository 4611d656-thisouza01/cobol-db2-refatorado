        IDENTIFICATION DIVISION.
        PROGRAM-ID.    INTEGFOL.
        AUTHOR.        THIAGO.
      **************************************************
      * VARREDURA MENSAL DE INTEGRIDADE DA FOLHA: O    *
      * ANALAUDI OLHA O COMPORTAMENTO NA AUDITORIA;    *
      * ESTE OLHA O PROPRIO CADASTRO ATRAS DOS PADROES *
      * DE FRAUDE DE FOLHA (FUNCIONARIO FANTASMA E     *
      * PAGAMENTO DESVIADO):                           *
      *   CC (A) MESMA CONTA BANCO/AGENCIA/CONTA/DIG   *
      *          EM DOIS FUNCIONARIOS NAO DESLIGADOS   *
      *   CP (A) CONTA DE FUNCIONARIO IGUAL A DE UM    *
      *          BENEFICIARIO DE PENSAO ATIVA (PENSAO) *
      *   FF (A) ATIVO SEM PONTO (MOVPONTO) NO         *
      *          PERIODO, SEM GESTOR E SEM USERID      *
      *          LIGADO (USUARIOFUN)                   *
      *      (M) IDEM, COM USERID LIGADO MAS SEM       *
      *          NENHUMA ATIVIDADE NO PERIODO          *
      *          (AUDITFUN E ACESSOSENS)               *
      *   DC (A) CPF IGUAL AO DE UM DESLIGADO QUE      *
      *          AINDA ESTA NA REMESSA (RESCISAO A     *
      *          PAGAR OU REMETIDA NO PERIODO)         *
      *   DE (M) ENDERECO (LOGRADOURO, NUMERO E CEP)   *
      *          IGUAL AO DE UM DESLIGADO NA REMESSA   *
      *   SS (A) SALARIO BASE DO CALCFOLH DIFERENTE DO *
      *          PERIODO ANTERIOR (MENSALISTAS) SEM    *
      *          HISTORICO 'SALARIOFUN' NEM APROVSAL   *
      *          APROVADO ENTRE OS DOIS CALCULOS       *
      * SEVERIDADE: A=ALTA M=MEDIA.                    *
      *                                                *
      * TODO ACHADO FICA EM EAD719.ACHADOFOL (CHAVE    *
      * TIPO+CHAVE). ACHADO NOVO E GRAVADO ABERTO;     *
      * ACHADO AINDA ABERTO SAI DE NOVO COMO PENDENTE; *
      * ACHADO JA INVESTIGADO (MANACHAD) NAO SAI MAIS. *
      * EAD719.ACHADOFOL:                              *
      *   TIPO       X(02)                             *
      *   CHAVE      X(20)  CODFUNS ENVOLVIDOS (E O    *
      *                     PERIODO NO SS)             *
      *   CODFUN     X(07)                             *
      *   SEVERIDADE X(01)                             *
      *   DETALHE    X(60)                             *
      *   PERIODO    DEC(6,0)  DA PRIMEIRA APARICAO    *
      *   DATAACHADO DATE                              *
      *   SITUACAO   X(01)  A=ABERTO I=INVESTIGADO     *
      *   USUARIOINV X(08)                             *
      *   DATAINV    DATE                              *
      *   PARECER    X(40)                             *
      *                                                *
      * PARM='PERIODO=AAAAMM' (SEM PARM, O MES         *
      * ANTERIOR). ACHADO REPORTADO DEVOLVE            *
      * RETURN-CODE 4.                                 *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-INTEGREL      ASSIGN TO INTEGREL
                                     ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-INTEGREL.
       01  REG-INTEGREL.
           05  RI-TIPO              PIC X(02).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RI-SEVERIDADE        PIC X(01).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RI-CHAVE             PIC X(20).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RI-SITUACAO          PIC X(18).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RI-DETALHE           PIC X(60).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
      * Variaveis de controle SQL
       COPY SQLVARS.
       COPY CPYSQLMSG.
      *
       01  WK-PERIODO                PIC 9(06)       VALUE ZEROS.
       01  WK-PERIODO-PARTES REDEFINES WK-PERIODO.
           05  WK-PER-ANO            PIC 9(04).
           05  WK-PER-MES            PIC 9(02).
       77  WK-PERIODO-ANTERIOR       PIC 9(06)       VALUE ZEROS.
       01  WK-DATA-ATUAL.
           05  WK-HOJE-AAAA         PIC 9(04).
           05  WK-HOJE-MM           PIC 9(02).
           05  FILLER               PIC X(15).
      *
      *    LINHA DE EAD719.ACHADOFOL.
       77  DB2-ACH-TIPO              PIC X(02)       VALUE SPACES.
       77  DB2-ACH-CHAVE             PIC X(20)       VALUE SPACES.
       77  DB2-ACH-CODFUN            PIC X(07)       VALUE SPACES.
       77  DB2-ACH-SEVERIDADE        PIC X(01)       VALUE SPACES.
       77  DB2-ACH-DETALHE           PIC X(60)       VALUE SPACES.
       77  DB2-ACH-SITUACAO          PIC X(01)       VALUE SPACES.
       77  WK-DATA-ACHADO            PIC X(10)       VALUE SPACES.
      *
      *    CAMPOS LIDOS DOS CURSORES.
       77  WK-CODFUN-A               PIC X(07)       VALUE SPACES.
       77  WK-CODFUN-B               PIC X(07)       VALUE SPACES.
       77  WK-PEN-SEQ                PIC 9(02)       VALUE ZEROS.
       77  WK-PEN-BENEF              PIC X(30)       VALUE SPACES.
       77  WK-USERID                 PIC X(08)       VALUE SPACES.
       77  WK-COINCIDENCIA           PIC X(01)       VALUE SPACES.
       77  WK-SALARIO-ANTES          PIC 9(07)V99    VALUE ZEROS.
       77  WK-SALARIO-DEPOIS         PIC 9(07)V99    VALUE ZEROS.
       77  WK-SALARIO-EDIT           PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WK-SALARIO-EDIT2          PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       01  WK-CONTA.
           05  WK-CTA-BANCO          PIC X(03).
           05  FILLER                PIC X(01)       VALUE SPACE.
           05  WK-CTA-AGENCIA        PIC X(04).
           05  FILLER                PIC X(01)       VALUE SPACE.
           05  WK-CTA-CONTA          PIC X(08).
           05  FILLER                PIC X(01)       VALUE '-'.
           05  WK-CTA-DIGITO         PIC X(01).
      *
       77  WK-QTDE-NOVOS             PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-ABERTOS           PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-INVESTIGADOS      PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-ALTA              PIC 9(05)       VALUE ZEROS.
      *
      *    CC: A MESMA CONTA EM DOIS FUNCIONARIOS (CADA PAR UMA VEZ).
       EXEC SQL
           DECLARE CUR-CONTA-FUNC CURSOR FOR
               SELECT F1.CODFUN, F2.CODFUN, F1.BANCOFUN,
                      F1.AGENCIAFUN, F1.CONTAFUN, F1.DIGITOFUN
                 FROM EAD719.FUNCIONARIOS F1
                 JOIN EAD719.FUNCIONARIOS F2
                   ON F2.BANCOFUN   = F1.BANCOFUN
                  AND F2.AGENCIAFUN = F1.AGENCIAFUN
                  AND F2.CONTAFUN   = F1.CONTAFUN
                  AND F2.DIGITOFUN  = F1.DIGITOFUN
                  AND F2.CODFUN     > F1.CODFUN
                WHERE F1.STATUSFUN <> 'D'
                  AND F2.STATUSFUN <> 'D'
                  AND F1.BANCOFUN NOT IN (' ', '000')
                ORDER BY F1.CODFUN, F2.CODFUN
       END-EXEC.
      *
      *    CP: CONTA DE FUNCIONARIO QUE RECEBE PENSAO DE ALGUEM.
       EXEC SQL
           DECLARE CUR-CONTA-PENSAO CURSOR FOR
               SELECT F.CODFUN, P.CODFUN, P.SEQ, P.BENEFICIARIO
                 FROM EAD719.FUNCIONARIOS F
                 JOIN EAD719.PENSAO P
                   ON P.BANCO   = F.BANCOFUN
                  AND P.AGENCIA = F.AGENCIAFUN
                  AND P.CONTA   = F.CONTAFUN
                  AND P.DIGITO  = F.DIGITOFUN
                WHERE F.STATUSFUN <> 'D'
                  AND P.SITUACAO  = 'A'
                  AND F.BANCOFUN NOT IN (' ', '000')
                ORDER BY F.CODFUN, P.CODFUN, P.SEQ
       END-EXEC.
      *
      *    FF: ATIVO SEM PONTO, SEM GESTOR E SEM ATIVIDADE DE
      *    USUARIO NO PERIODO.
       EXEC SQL
           DECLARE CUR-FANTASMA CURSOR FOR
               SELECT F.CODFUN,
                      COALESCE((SELECT MAX(U.USERID)
                                  FROM EAD719.USUARIOFUN U
                                 WHERE U.CODFUN = F.CODFUN), ' ')
                 FROM EAD719.FUNCIONARIOS F
                WHERE F.STATUSFUN = 'A'
                  AND COALESCE(F.GESTOR, ' ') = ' '
                  AND NOT EXISTS
                      (SELECT 1
                         FROM EAD719.MOVPONTO M
                        WHERE M.CODFUN  = F.CODFUN
                          AND M.PERIODO = :WK-PERIODO)
                  AND NOT EXISTS
                      (SELECT 1
                         FROM EAD719.AUDITFUN A
                         JOIN EAD719.USUARIOFUN U
                           ON U.USERID = A.USERID
                        WHERE U.CODFUN = F.CODFUN
                          AND YEAR(A.DATAHORA) * 100
                              + MONTH(A.DATAHORA) = :WK-PERIODO)
                  AND NOT EXISTS
                      (SELECT 1
                         FROM EAD719.ACESSOSENS S
                         JOIN EAD719.USUARIOFUN U
                           ON U.USERID = S.USERID
                        WHERE U.CODFUN = F.CODFUN
                          AND YEAR(S.DATAHORA) * 100
                              + MONTH(S.DATAHORA) = :WK-PERIODO)
                ORDER BY F.CODFUN
       END-EXEC.
      *
      *    DC/DE: CPF OU ENDERECO IGUAL AO DE UM DESLIGADO QUE
      *    AINDA RECEBE NA REMESSA.
       EXEC SQL
           DECLARE CUR-DESLIGADO CURSOR FOR
               SELECT A.CODFUN, D.CODFUN,
                      CASE WHEN A.CPFFUN = D.CPFFUN
                           THEN 'C' ELSE 'E' END
                 FROM EAD719.FUNCIONARIOS D
                 JOIN EAD719.FUNCIONARIOS A
                   ON A.CODFUN    <> D.CODFUN
                  AND A.STATUSFUN <> 'D'
                  AND ((A.CPFFUN   = D.CPFFUN
                        AND D.CPFFUN <> ' ')
                    OR (A.LOGRAFUN = D.LOGRAFUN
                        AND A.NUMFUN = D.NUMFUN
                        AND A.CEPFUN = D.CEPFUN
                        AND D.CEPFUN <> ' '))
                WHERE D.STATUSFUN = 'D'
                  AND EXISTS
                      (SELECT 1
                         FROM EAD719.RESCPAG R
                        WHERE R.CODFUN = D.CODFUN
                          AND (R.SITUACAO = 'P'
                           OR (R.SITUACAO = 'R'
                               AND YEAR(R.DATAREM) * 100
                                   + MONTH(R.DATAREM) = :WK-PERIODO)))
                ORDER BY D.CODFUN, A.CODFUN
       END-EXEC.
      *
      *    SS: SALARIO BASE MUDOU ENTRE OS DOIS CALCULOS SEM
      *    HISTORICO NEM APROVACAO. HORISTA FICA FORA - O SALARIO
      *    BASE DELE VARIA COM AS HORAS DO PONTO.
       EXEC SQL
           DECLARE CUR-SALARIO CURSOR FOR
               SELECT C1.CODFUN, C0.SALARIOBASE, C1.SALARIOBASE
                 FROM EAD719.FOLHACALC C1
                 JOIN EAD719.FOLHACALC C0
                   ON C0.CODFUN  = C1.CODFUN
                  AND C0.PERIODO = :WK-PERIODO-ANTERIOR
                 JOIN EAD719.FUNCIONARIOS F
                   ON F.CODFUN   = C1.CODFUN
                WHERE C1.PERIODO = :WK-PERIODO
                  AND C1.SALARIOBASE <> C0.SALARIOBASE
                  AND COALESCE(F.TIPOSAL, 'M') <> 'H'
                  AND NOT EXISTS
                      (SELECT 1
                         FROM EAD719.FUNCIONARIOS_HIST H
                        WHERE H.CODFUN   = C1.CODFUN
                          AND H.CAMPOALT = 'SALARIOFUN'
                          AND H.DATAALT BETWEEN C0.DATACALC
                                            AND C1.DATACALC)
                  AND NOT EXISTS
                      (SELECT 1
                         FROM EAD719.APROVSAL S
                        WHERE S.CODFUN   = C1.CODFUN
                          AND S.SITUACAO = 'A'
                          AND S.DATAAPROV BETWEEN C0.DATACALC
                                              AND C1.DATACALC)
                ORDER BY C1.CODFUN
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
          PERFORM 210-CONTA-COMPARTILHADA.
          PERFORM 220-CONTA-DE-PENSAO.
          PERFORM 230-FANTASMA.
          PERFORM 240-DADOS-DE-DESLIGADO.
          PERFORM 250-SALARIO-SEM-TRILHA.
          PERFORM 901-FINALIZAR.
          STOP RUN.
      *
       100-INICIAR SECTION.
       101-INICIAR.
      *    SEM PARM, O MES ANTERIOR - A VARREDURA E DO MES FECHADO.
          MOVE FUNCTION CURRENT-DATE TO WK-DATA-ATUAL.
          IF   WK-HOJE-MM = 1
             MOVE 12 TO WK-HOJE-MM
             SUBTRACT 1 FROM WK-HOJE-AAAA
          ELSE
             SUBTRACT 1 FROM WK-HOJE-MM
          END-IF.
          COMPUTE WK-PERIODO = WK-HOJE-AAAA * 100 + WK-HOJE-MM.
          IF  LK-PARM-TAM > 0
              AND LK-PARM-TEXTO(1:8) = 'PERIODO='
              AND LK-PARM-TEXTO(9:6) IS NUMERIC
             MOVE LK-PARM-TEXTO(9:6) TO WK-PERIODO
          END-IF.
          IF   WK-PER-MES < 1 OR WK-PER-MES > 12
             DISPLAY 'INTEGFOL: PERIODO ' WK-PERIODO ' INVALIDO - '
                     'USE PERIODO=AAAAMM'
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          IF   WK-PER-MES = 1
             COMPUTE WK-PERIODO-ANTERIOR =
                     (WK-PER-ANO - 1) * 100 + 12
          ELSE
             COMPUTE WK-PERIODO-ANTERIOR = WK-PERIODO - 1
          END-IF.
          DISPLAY 'INTEGFOL: VARREDURA DE INTEGRIDADE DA FOLHA DE '
                  WK-PERIODO.
          OPEN OUTPUT ARQ-INTEGREL.
      *
       200-VARRER SECTION.
       210-CONTA-COMPARTILHADA.
          EXEC SQL
             OPEN CUR-CONTA-FUNC
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-CONTA-FUNC
                  INTO :WK-CODFUN-A, :WK-CODFUN-B, :WK-CTA-BANCO,
                       :WK-CTA-AGENCIA, :WK-CTA-CONTA, :WK-CTA-DIGITO
             END-EXEC
             IF   SQLCODE = 0
                MOVE 'CC'            TO DB2-ACH-TIPO
                MOVE 'A'             TO DB2-ACH-SEVERIDADE
                MOVE SPACES          TO DB2-ACH-CHAVE DB2-ACH-DETALHE
                STRING WK-CODFUN-A ' ' WK-CODFUN-B
                       DELIMITED BY SIZE INTO DB2-ACH-CHAVE
                END-STRING
                MOVE WK-CODFUN-A     TO DB2-ACH-CODFUN
                STRING 'CONTA ' WK-CONTA ' TAMBEM DO FUNCIONARIO '
                       WK-CODFUN-B
                       DELIMITED BY SIZE INTO DB2-ACH-DETALHE
                END-STRING
                PERFORM 290-REGISTRA-ACHADO
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-CONTA-FUNC
          END-EXEC.
      *
       220-CONTA-DE-PENSAO.
          EXEC SQL
             OPEN CUR-CONTA-PENSAO
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-CONTA-PENSAO
                  INTO :WK-CODFUN-A, :WK-CODFUN-B, :WK-PEN-SEQ,
                       :WK-PEN-BENEF
             END-EXEC
             IF   SQLCODE = 0
                MOVE 'CP'            TO DB2-ACH-TIPO
                MOVE 'A'             TO DB2-ACH-SEVERIDADE
                MOVE SPACES          TO DB2-ACH-CHAVE DB2-ACH-DETALHE
                STRING WK-CODFUN-A ' ' WK-CODFUN-B ' ' WK-PEN-SEQ
                       DELIMITED BY SIZE INTO DB2-ACH-CHAVE
                END-STRING
                MOVE WK-CODFUN-A     TO DB2-ACH-CODFUN
                STRING 'CONTA DA PENSAO ' WK-PEN-SEQ ' DE '
                       WK-CODFUN-B ' - ' WK-PEN-BENEF
                       DELIMITED BY SIZE INTO DB2-ACH-DETALHE
                END-STRING
                PERFORM 290-REGISTRA-ACHADO
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-CONTA-PENSAO
          END-EXEC.
      *
       230-FANTASMA.
          EXEC SQL
             OPEN CUR-FANTASMA
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-FANTASMA
                  INTO :WK-CODFUN-A, :WK-USERID
             END-EXEC
             IF   SQLCODE = 0
                MOVE 'FF'            TO DB2-ACH-TIPO
                MOVE WK-CODFUN-A     TO DB2-ACH-CHAVE DB2-ACH-CODFUN
                MOVE SPACES          TO DB2-ACH-DETALHE
                IF   WK-USERID = SPACES
                   MOVE 'A'          TO DB2-ACH-SEVERIDADE
                   MOVE 'SEM PONTO, SEM GESTOR E SEM USERID LIGADO'
                                     TO DB2-ACH-DETALHE
                ELSE
                   MOVE 'M'          TO DB2-ACH-SEVERIDADE
                   STRING 'SEM PONTO, SEM GESTOR E USERID '
                          WK-USERID ' SEM ATIVIDADE'
                          DELIMITED BY SIZE INTO DB2-ACH-DETALHE
                   END-STRING
                END-IF
                PERFORM 290-REGISTRA-ACHADO
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-FANTASMA
          END-EXEC.
      *
       240-DADOS-DE-DESLIGADO.
          EXEC SQL
             OPEN CUR-DESLIGADO
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-DESLIGADO
                  INTO :WK-CODFUN-A, :WK-CODFUN-B, :WK-COINCIDENCIA
             END-EXEC
             IF   SQLCODE = 0
                MOVE SPACES          TO DB2-ACH-CHAVE DB2-ACH-DETALHE
                STRING WK-CODFUN-A ' ' WK-CODFUN-B
                       DELIMITED BY SIZE INTO DB2-ACH-CHAVE
                END-STRING
                MOVE WK-CODFUN-A     TO DB2-ACH-CODFUN
                IF   WK-COINCIDENCIA = 'C'
                   MOVE 'DC'         TO DB2-ACH-TIPO
                   MOVE 'A'          TO DB2-ACH-SEVERIDADE
                   STRING 'CPF IGUAL AO DO DESLIGADO ' WK-CODFUN-B
                          ' AINDA NA REMESSA'
                          DELIMITED BY SIZE INTO DB2-ACH-DETALHE
                   END-STRING
                ELSE
                   MOVE 'DE'         TO DB2-ACH-TIPO
                   MOVE 'M'          TO DB2-ACH-SEVERIDADE
                   STRING 'ENDERECO IGUAL AO DO DESLIGADO '
                          WK-CODFUN-B ' AINDA NA REMESSA'
                          DELIMITED BY SIZE INTO DB2-ACH-DETALHE
                   END-STRING
                END-IF
                PERFORM 290-REGISTRA-ACHADO
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-DESLIGADO
          END-EXEC.
      *
       250-SALARIO-SEM-TRILHA.
          EXEC SQL
             OPEN CUR-SALARIO
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-SALARIO
                  INTO :WK-CODFUN-A, :WK-SALARIO-ANTES,
                       :WK-SALARIO-DEPOIS
             END-EXEC
             IF   SQLCODE = 0
                MOVE 'SS'            TO DB2-ACH-TIPO
                MOVE 'A'             TO DB2-ACH-SEVERIDADE
                MOVE SPACES          TO DB2-ACH-CHAVE DB2-ACH-DETALHE
      *         UMA ALTERACAO POR PERIODO - A DO MES SEGUINTE E OUTRO
      *         ACHADO, MESMO QUE ESTE JA TENHA SIDO INVESTIGADO.
                STRING WK-CODFUN-A ' ' WK-PERIODO
                       DELIMITED BY SIZE INTO DB2-ACH-CHAVE
                END-STRING
                MOVE WK-CODFUN-A     TO DB2-ACH-CODFUN
                MOVE WK-SALARIO-ANTES  TO WK-SALARIO-EDIT
                MOVE WK-SALARIO-DEPOIS TO WK-SALARIO-EDIT2
                STRING 'SALARIO DE ' WK-SALARIO-EDIT ' PARA '
                       WK-SALARIO-EDIT2 ' SEM TRILHA'
                       DELIMITED BY SIZE INTO DB2-ACH-DETALHE
                END-STRING
                PERFORM 290-REGISTRA-ACHADO
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-SALARIO
          END-EXEC.
      *
       290-REGISTRA-ACHADO.
      *    NOVO: GRAVA ABERTO E REPORTA. ABERTO: REPORTA COMO
      *    PENDENTE. INVESTIGADO: SO CONTA. O SQLCODE DO CURSOR DE
      *    ORIGEM E PRESERVADO PARA O LACO DO CHAMADOR CONTINUAR.
          MOVE SPACES TO DB2-ACH-SITUACAO WK-DATA-ACHADO.
          EXEC SQL
             SELECT SITUACAO, CHAR(DATAACHADO, ISO)
               INTO :DB2-ACH-SITUACAO, :WK-DATA-ACHADO
               FROM EAD719.ACHADOFOL
              WHERE TIPO  = :DB2-ACH-TIPO
                AND CHAVE = :DB2-ACH-CHAVE
          END-EXEC.
          EVALUATE TRUE
             WHEN SQLCODE = 100
                EXEC SQL
                   INSERT INTO EAD719.ACHADOFOL
                      (TIPO, CHAVE, CODFUN, SEVERIDADE, DETALHE,
                       PERIODO, DATAACHADO, SITUACAO)
                      VALUES (:DB2-ACH-TIPO, :DB2-ACH-CHAVE,
                              :DB2-ACH-CODFUN, :DB2-ACH-SEVERIDADE,
                              :DB2-ACH-DETALHE, :WK-PERIODO,
                              CURRENT DATE, 'A')
                END-EXEC
                IF   SQLCODE NOT = 0
                   MOVE SQLCODE TO WK-SQLCODE-EDIT
                   DISPLAY 'AVISO: ACHADO ' DB2-ACH-TIPO ' '
                           DB2-ACH-CHAVE ' NAO GRAVADO - SQLCODE '
                           WK-SQLCODE-EDIT
                END-IF
                ADD 1 TO WK-QTDE-NOVOS
                MOVE 'NOVO'          TO RI-SITUACAO
                PERFORM 295-IMPRIME-ACHADO
             WHEN SQLCODE = 0 AND DB2-ACH-SITUACAO = 'I'
                ADD 1 TO WK-QTDE-INVESTIGADOS
             WHEN SQLCODE = 0
                ADD 1 TO WK-QTDE-ABERTOS
                MOVE SPACES          TO RI-SITUACAO
                STRING 'ABERTO ' WK-DATA-ACHADO
                       DELIMITED BY SIZE INTO RI-SITUACAO
                END-STRING
                PERFORM 295-IMPRIME-ACHADO
             WHEN OTHER
                MOVE SQLCODE TO WK-SQLCODE-EDIT
                CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
                DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                        ' NA LEITURA DE ACHADOFOL'
                MOVE 12 TO RETURN-CODE
                CLOSE ARQ-INTEGREL
                STOP RUN
          END-EVALUATE.
          MOVE ZEROS TO SQLCODE.
      *
       295-IMPRIME-ACHADO.
          MOVE DB2-ACH-TIPO          TO RI-TIPO.
          MOVE DB2-ACH-SEVERIDADE    TO RI-SEVERIDADE.
          MOVE DB2-ACH-CHAVE         TO RI-CHAVE.
          MOVE DB2-ACH-DETALHE       TO RI-DETALHE.
          WRITE REG-INTEGREL.
          IF   DB2-ACH-SEVERIDADE = 'A'
             ADD 1 TO WK-QTDE-ALTA
          END-IF.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
      *    OS ACHADOS NOVOS SO SAO CONFIRMADOS NO FIM - OS CURSORES
      *    DA VARREDURA NAO SAO WITH HOLD.
          EXEC SQL COMMIT END-EXEC.
          CLOSE ARQ-INTEGREL.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DA INTEGRIDADE DA FOLHA ' WK-PERIODO.
          DISPLAY '  ACHADOS NOVOS ......... ' WK-QTDE-NOVOS.
          DISPLAY '  AINDA ABERTOS ......... ' WK-QTDE-ABERTOS.
          DISPLAY '  DE SEVERIDADE ALTA .... ' WK-QTDE-ALTA.
          DISPLAY '  JA INVESTIGADOS ....... ' WK-QTDE-INVESTIGADOS.
          DISPLAY '================================================'.
          IF   WK-QTDE-NOVOS + WK-QTDE-ABERTOS > ZEROS
               AND RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
          END-IF.
          EXIT.
