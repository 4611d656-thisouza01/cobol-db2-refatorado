        IDENTIFICATION DIVISION.
        PROGRAM-ID.    PROVISAO.
        AUTHOR.        THIAGO.
      **************************************************
      * JORNAL MENSAL DAS PROVISOES DE FERIAS E DE 13O *
      * SALARIO, NO LEIAUTE DE IMPORTACAO DO GLJORNAL. *
      * PARA CADA FUNCIONARIO ATIVO (ESTAGIARIO, SEM   *
      * FERIAS NEM 13O, FICA DE FORA) CONSTITUI O AVO  *
      * DO MES:                                        *
      *   FERIAS = BASE / 12 MAIS O TERCO              *
      *   13O    = BASE / 12                           *
      * COM AS REGRAS DE AVOS DO DECTERC (ADMISSAO     *
      * DEPOIS DO DIA 15 NAO DA O AVO DO MES; MES      *
      * INTEIRO DENTRO DE AFASTAMENTO TAMBEM NAO) E A  *
      * BASE DO HORISTA PELA MEDIA DAS HORAS DOS 12    *
      * MESES ANTERIORES (CALCMEDH). E REVERTE O QUE   *
      * FOI PAGO NO MES: AS FERIAS COM GOZO INICIADO   *
      * NO MES (EAD719.FERIASPROG, VALORIZADAS COMO NO *
      * EXTRFER) E AS PARCELAS DO 13O GRAVADAS PELO    *
      * DECTERC (ADIANTAMENTO EM NOVEMBRO, QUITACAO EM *
      * DEZEMBRO). FGTS E INSS PATRONAL ENTRAM POR     *
      * CIMA DE TUDO, COMO NO EXTRENC.                 *
      *                                                *
      * LANCAMENTOS PELO DE-PARA DO DEPARTAMENTO       *
      * (EAD719.CONTABGL, MANCONTA) OU, PARA QUEM TEM  *
      * RATEIO, DO CENTRO DE CUSTO (EAD719.CONTABCC,   *
      * MANCCGL):                                      *
      *   CONSTITUICAO - D CONTA DE DEBITO (CUSTO)     *
      *                  C CONTA DE PROVISAO (PASSIVO) *
      *   REVERSAO     - D CONTA DE PROVISAO (PASSIVO) *
      *                  C CONTA DE DEBITO (CUSTO)     *
      * ORIGEM SEM O DE-PARA COMPLETO FICA FORA DO     *
      * JORNAL E SAI NO CONTROLE COM RETURN-CODE 8.    *
      *                                                *
      * O SALDO DE CADA PROVISAO E TRANSPORTADO DE MES *
      * A MES EM EAD719.PROVSALDO:                     *
      *   SALDO ANTERIOR + CONSTITUICAO - REVERSAO     *
      *   = SALDO A TRANSPORTAR                        *
      * E O RELATORIO DE CONTROLE MOSTRA A PROVA. A    *
      * REGERACAO DO MESMO PERIODO SUBSTITUI O SALDO.  *
      *                                                *
      * PARM='PERIODO=AAAAMM FGTS=NN INSS=NN'          *
      * (PADRAO: MES CORRENTE, FGTS 08, INSS 20).      *
      *                                                *
      * EAD719.PROVSALDO:                              *
      *   PERIODO     9(06)  AAAAMM                    *
      *   TIPOPROV    X(01)  F=FERIAS D=DECIMO TERC.   *
      *   SALDOANT    S9(11)V99                        *
      *   CONSTITUIDO 9(11)V99                         *
      *   REVERTIDO   9(11)V99                         *
      *   SALDOATUAL  S9(11)V99                        *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-JORNAL        ASSIGN TO PROVSAI
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-CONTROLE      ASSIGN TO PROVCTL
                                     ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-JORNAL.
       01  REG-JORNAL.
           05  GL-TIPO              PIC X(01).
           05  GL-CONTA             PIC X(10).
           05  GL-DEPTO             PIC X(03).
           05  GL-ANOMES            PIC 9(06).
           05  GL-VALOR             PIC 9(11)V99.
       01  REG-CTL-HEADER.
           05  CTH-TIPO             PIC X(01).
           05  CTH-DATA             PIC 9(08).
           05  CTH-ORIGEM           PIC X(08).
       01  REG-CTL-TRAILER.
           05  CTT-TIPO             PIC X(01).
           05  CTT-QTDE             PIC 9(07).
           05  CTT-HASH             PIC 9(13).
      *
       FD  ARQ-CONTROLE.
       01  REG-CONTROLE             PIC X(100).
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
      *    ATIVOS COM O DE-PARA DO DEPARTAMENTO (LEFT JOIN: SEM
      *    DE-PARA AS CONTAS VEM EM BRANCO E O VALOR VAI PARA O
      *    CONTROLE). ESTAGIARIO NAO TEM FERIAS NEM 13O.
       EXEC SQL
           DECLARE CUR-PROVISAO CURSOR FOR
               SELECT F.CODFUN, F.DEPTOFUN, F.ADMISSFUN,
                      F.SALARIOFUN,
                      COALESCE(F.EMPRESAFUN, ' '),
                      COALESCE(F.TIPOSAL, 'M'),
                      COALESCE(F.VALORHORA, 0),
                      COALESCE(G.CONTADEBITO, ' '),
                      COALESCE(G.CONTAPROVFER, ' '),
                      COALESCE(G.CONTAPROV13, ' ')
                 FROM EAD719.FUNCIONARIOS F
                 LEFT JOIN EAD719.CONTABGL G
                        ON G.DEPTOFUN = F.DEPTOFUN
                WHERE F.STATUSFUN = 'A'
                  AND COALESCE(F.TIPOCONTR, ' ') NOT = 'G'
                ORDER BY F.DEPTOFUN, F.CODFUN
       END-EXEC.
      *
      *    AFASTAMENTOS DO FUNCIONARIO - SO O QUE COBRE O MES
      *    INTEIRO TIRA O AVO (MESMA APROXIMACAO DO DECTERC).
       EXEC SQL
           DECLARE CUR-AFAST CURSOR FOR
               SELECT DATAINI, COALESCE(DATAFIM, ' ')
                 FROM EAD719.AFASTAMENTOS
                WHERE CODFUN = :DB2-CODFUN
       END-EXEC.
      *
      *    PARCELAS DO RATEIO DO FUNCIONARIO COM O DE-PARA DO
      *    CENTRO DE CUSTO.
       EXEC SQL
           DECLARE CUR-RATEIO-PROV CURSOR FOR
               SELECT R.CCUSTO, R.PERCENTUAL,
                      COALESCE(C.CONTADEBITO, ' '),
                      COALESCE(C.CONTAPROVFER, ' '),
                      COALESCE(C.CONTAPROV13, ' ')
                 FROM EAD719.RATEIOCC R
                 LEFT JOIN EAD719.CONTABCC C
                        ON C.CCUSTO = R.CCUSTO
                WHERE R.CODFUN = :DB2-CODFUN
                ORDER BY R.CCUSTO
       END-EXEC.
      *
       01  WK-PERIODO                PIC 9(06)       VALUE ZEROS.
       01  WK-PERIODO-PARTES REDEFINES WK-PERIODO.
           05  WK-PER-ANO            PIC 9(04).
           05  WK-PER-MES            PIC 9(02).
       77  WK-PERIODO-TEXTO          PIC X(06)       VALUE SPACES.
       77  WK-PERC-FGTS              PIC 9(02)       VALUE 8.
       77  WK-PERC-INSS              PIC 9(02)       VALUE 20.
       77  WK-SITUACAO-PERIODO       PIC X(01)       VALUE SPACES.
       01  WK-DATA-ATUAL.
           05  WK-HOJE-AAAA         PIC 9(04).
           05  WK-HOJE-MM           PIC 9(02).
           05  FILLER               PIC X(15).
      *
      *    PRIMEIRO E ULTIMO DIA DO PERIODO (AAAAMMDD).
       77  WK-PRIMEIRO-DIA           PIC 9(08)       VALUE ZEROS.
       77  WK-ULTIMO-DIA             PIC 9(08)       VALUE ZEROS.
       77  WK-PROXIMO-MES            PIC 9(08)       VALUE ZEROS.
      *
       77  WK-FIM-PROVISAO           PIC X(01)       VALUE 'N'.
           88  FIM-PROVISAO                          VALUE 'S'.
       77  WK-FIM-RATEIO             PIC X(01)       VALUE 'N'.
           88  FIM-RATEIO                            VALUE 'S'.
       77  WK-TEM-AVO                PIC X(01)       VALUE 'S'.
           88  TEM-AVO-NO-MES                        VALUE 'S'.
      *
       01  WK-ADMISSFUN-PARTES.
           05  WK-ADM-DIA           PIC 99.
           05  FILLER               PIC X.
           05  WK-ADM-MES           PIC 99.
           05  FILLER               PIC X.
           05  WK-ADM-ANO           PIC 9(04).
       77  WK-ADM-ANOMES             PIC 9(06)       VALUE ZEROS.
       77  WK-AFA-DATAINI            PIC X(10)       VALUE SPACES.
       77  WK-AFA-DATAFIM            PIC X(10)       VALUE SPACES.
       01  WK-AFA-PARTES.
           05  WK-AFA-DIA           PIC 99.
           05  FILLER               PIC X.
           05  WK-AFA-MES           PIC 99.
           05  FILLER               PIC X.
           05  WK-AFA-ANO           PIC 9(04).
       77  WK-AFA-INI                PIC 9(08)       VALUE ZEROS.
       77  WK-AFA-FIM                PIC 9(08)       VALUE ZEROS.
      *
      *    BASE DO FUNCIONARIO: SALARIOFUN, OU A MEDIA DO HORISTA.
       77  WK-EMPRESAFUN             PIC X(03)       VALUE SPACES.
       77  WK-TIPOSAL                PIC X(01)       VALUE SPACES.
           88  FUNC-HORISTA                          VALUE 'H'.
       77  WK-VALORHORA              PIC 9(04)V99    VALUE ZEROS.
       77  WK-PERIODO-INI            PIC 9(06)       VALUE ZEROS.
       77  WK-PERIODO-FIM            PIC 9(06)       VALUE ZEROS.
       77  WK-BASE-PROVISAO          PIC 9(07)V99    VALUE ZEROS.
       77  WK-DIAS-PAGOS             PIC 9(03)       VALUE ZEROS.
       77  WK-DECIMO-PAGO            PIC 9(07)V99    VALUE ZEROS.
      *
      *    VALORES DO FUNCIONARIO NO MES, JA COM OS ENCARGOS.
       77  WK-CONST-FERIAS           PIC 9(07)V99    VALUE ZEROS.
       77  WK-REVER-FERIAS           PIC 9(07)V99    VALUE ZEROS.
       77  WK-CONST-DECIMO           PIC 9(07)V99    VALUE ZEROS.
       77  WK-REVER-DECIMO           PIC 9(07)V99    VALUE ZEROS.
      *
      *    ORIGEM DO LANCAMENTO (DEPARTAMENTO OU CENTRO DE CUSTO),
      *    O DE-PARA DELA E A PARCELA QUE LHE CABE.
       77  WK-ORIG-DEPTO             PIC X(03)       VALUE SPACES.
       77  WK-ORIG-CCUSTO            PIC X(06)       VALUE SPACES.
       77  WK-ORIG-CONTA-CUSTO       PIC X(10)       VALUE SPACES.
       77  WK-ORIG-CONTA-FERIAS      PIC X(10)       VALUE SPACES.
       77  WK-ORIG-CONTA-DECIMO      PIC X(10)       VALUE SPACES.
       77  WK-CONTA-DEBITO           PIC X(10)       VALUE SPACES.
       77  WK-CONTA-PROVFER          PIC X(10)       VALUE SPACES.
       77  WK-CONTA-PROV13           PIC X(10)       VALUE SPACES.
       77  WK-PERCENTUAL             PIC 9(03)V99    VALUE ZEROS.
       77  WK-PARC-CONST             PIC 9(07)V99    VALUE ZEROS.
       77  WK-PARC-REVER             PIC 9(07)V99    VALUE ZEROS.
       77  WK-CONTA-PROVISAO         PIC X(10)       VALUE SPACES.
       77  WK-TIPO-PROVISAO          PIC X(01)       VALUE SPACES.
           88  PROVISAO-FERIAS                       VALUE 'F'.
           88  PROVISAO-DECIMO                       VALUE 'D'.
      *
      *    LINHAS DO JORNAL ACUMULADAS POR TIPO/CONTA/ORIGEM (O
      *    PASSIVO SAI SEM ORIGEM - UMA LINHA POR CONTA).
       01  TAB-LANCAMENTOS.
           05  TL-ENTRADA            OCCURS 500 TIMES.
               10  TL-TIPO           PIC X(01).
               10  TL-CONTA          PIC X(10).
               10  TL-DEPTO          PIC X(03).
               10  TL-CCUSTO         PIC X(06).
               10  TL-VALOR          PIC 9(11)V99.
       77  WK-QTDE-LANCAMENTOS       PIC 9(03)       VALUE ZEROS.
       77  WK-IDX                    PIC 9(03)       VALUE ZEROS.
       77  WK-AC-TIPO                PIC X(01)       VALUE SPACES.
       77  WK-AC-CONTA               PIC X(10)       VALUE SPACES.
       77  WK-AC-DEPTO               PIC X(03)       VALUE SPACES.
       77  WK-AC-CCUSTO              PIC X(06)       VALUE SPACES.
       77  WK-AC-VALOR               PIC 9(07)V99    VALUE ZEROS.
      *
      *    ORIGENS SEM DE-PARA COMPLETO (FORA DO JORNAL).
       01  TAB-SEM-DEPARA.
           05  TS-ENTRADA            OCCURS 200 TIMES.
               10  TS-DEPTO          PIC X(03).
               10  TS-CCUSTO         PIC X(06).
               10  TS-VALOR          PIC 9(11)V99.
       77  WK-QTDE-SEM-DEPARA        PIC 9(03)       VALUE ZEROS.
       77  WK-IDX-SEM                PIC 9(03)       VALUE ZEROS.
       77  WK-TOTAL-SEM-DEPARA       PIC 9(11)V99    VALUE ZEROS.
      *
      *    SALDO TRANSPORTADO DE CADA PROVISAO (1=FERIAS 2=13O).
       01  TAB-SALDOS.
           05  SP-PROVISAO           OCCURS 2 TIMES.
               10  SP-TIPO           PIC X(01).
               10  SP-DESCRICAO      PIC X(30).
               10  SP-SALDO-ANT      PIC S9(11)V99.
               10  SP-CONSTITUIDO    PIC 9(11)V99.
               10  SP-REVERTIDO      PIC 9(11)V99.
               10  SP-SALDO-ATUAL    PIC S9(11)V99.
       77  WK-SP                     PIC 9(01)       VALUE ZEROS.
       77  WK-SALDO-LIDO             PIC S9(11)V99   VALUE ZEROS.
       77  WK-SALDO-ANT              PIC S9(11)V99   VALUE ZEROS.
       77  WK-CONSTITUIDO            PIC 9(11)V99    VALUE ZEROS.
       77  WK-REVERTIDO              PIC 9(11)V99    VALUE ZEROS.
       77  WK-SALDO-ATUAL            PIC S9(11)V99   VALUE ZEROS.
      *
       77  WK-QTDE-FUNCIONARIOS      PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-SEM-AVO           PIC 9(05)       VALUE ZEROS.
       77  WK-TOTAL-DEBITOS          PIC 9(11)V99    VALUE ZEROS.
       77  WK-TOTAL-CREDITOS         PIC 9(11)V99    VALUE ZEROS.
       77  WK-VALOR-EDIT             PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WK-SALDO-EDIT             PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *    CONTROLE DE TRANSMISSAO: TRAILER '0'/'9' E MANIFESTO EM
      *    EAD719.MANIFEST, COMO NO GLJORNAL.
       77  WK-HASH-SAIDA             PIC 9(13)       VALUE ZEROS.
       77  WK-VALOR-INTEIRO          PIC 9(11)       VALUE ZEROS.
       77  WK-QTDE-LANCADA           PIC 9(07)       VALUE ZEROS.
       01  WK-LINHA-CONTROLE        PIC X(100)       VALUE SPACES.
      *
       LINKAGE SECTION.
       01  LK-PARM.
           05  LK-PARM-TAM           PIC S9(4)       COMP.
           05  LK-PARM-TEXTO         PIC X(40).
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
          COMPUTE WK-PERIODO = WK-HOJE-AAAA * 100 + WK-HOJE-MM.
          IF  LK-PARM-TAM > 0
             IF  LK-PARM-TEXTO(1:8) = 'PERIODO='
                 AND LK-PARM-TEXTO(9:6) IS NUMERIC
                MOVE LK-PARM-TEXTO(9:6) TO WK-PERIODO
             END-IF
             IF  LK-PARM-TEXTO(16:5) = 'FGTS='
                 AND LK-PARM-TEXTO(21:2) IS NUMERIC
                MOVE LK-PARM-TEXTO(21:2) TO WK-PERC-FGTS
             END-IF
             IF  LK-PARM-TEXTO(24:5) = 'INSS='
                 AND LK-PARM-TEXTO(29:2) IS NUMERIC
                MOVE LK-PARM-TEXTO(29:2) TO WK-PERC-INSS
             END-IF
          END-IF.
          IF   WK-PER-MES < 1 OR WK-PER-MES > 12
             DISPLAY 'PROVISAO: PERIODO ' WK-PERIODO ' INVALIDO - '
                     'USE PERIODO=AAAAMM'
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          MOVE WK-PERIODO TO WK-PERIODO-TEXTO.
      *    PERIODO FECHADO (FECHAPER) NAO E RELANCADO NO JORNAL.
          MOVE SPACES TO WK-SITUACAO-PERIODO.
          EXEC SQL
             SELECT SITUACAO
               INTO :WK-SITUACAO-PERIODO
               FROM EAD719.PERIODOCTL
              WHERE PERIODO = :WK-PERIODO
          END-EXEC.
          IF   WK-SITUACAO-PERIODO = 'F'
             DISPLAY 'PERIODO ' WK-PERIODO ' FECHADO (FECHAPER) - '
                     'PROVISAO NAO REGERADA'
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF.
          DISPLAY 'PROVISAO: FERIAS E 13O DO PERIODO ' WK-PERIODO
                  ' - FGTS ' WK-PERC-FGTS '%, INSS PATRONAL '
                  WK-PERC-INSS '%'.
          COMPUTE WK-PRIMEIRO-DIA = WK-PERIODO * 100 + 1.
          IF   WK-PER-MES = 12
             COMPUTE WK-PROXIMO-MES = (WK-PER-ANO + 1) * 10000 + 101
          ELSE
             COMPUTE WK-PROXIMO-MES = WK-PRIMEIRO-DIA + 100
          END-IF.
          COMPUTE WK-ULTIMO-DIA = FUNCTION DATE-OF-INTEGER
                  (FUNCTION INTEGER-OF-DATE(WK-PROXIMO-MES) - 1).
          PERFORM 110-LER-SALDOS-ANTERIORES.
          OPEN OUTPUT ARQ-JORNAL.
          MOVE SPACES             TO REG-JORNAL.
          MOVE '0'                TO CTH-TIPO.
          MOVE WK-DATA-ATUAL(1:8) TO CTH-DATA.
          MOVE 'PROVISAO'         TO CTH-ORIGEM.
          WRITE REG-CTL-HEADER.
          OPEN OUTPUT ARQ-CONTROLE.
      *
       110-LER-SALDOS-ANTERIORES.
      *    O SALDO ANTERIOR E O SALDO A TRANSPORTAR DO ULTIMO
      *    PERIODO GRAVADO ANTES DESTE (PRIMEIRA RODADA: ZERO).
          MOVE 'F'                          TO SP-TIPO(1).
          MOVE 'PROVISAO DE FERIAS + 1/3'   TO SP-DESCRICAO(1).
          MOVE 'D'                          TO SP-TIPO(2).
          MOVE 'PROVISAO DE 13O SALARIO'    TO SP-DESCRICAO(2).
          PERFORM VARYING WK-SP FROM 1 BY 1 UNTIL WK-SP > 2
             MOVE ZEROS TO SP-SALDO-ANT(WK-SP) SP-CONSTITUIDO(WK-SP)
                           SP-REVERTIDO(WK-SP) SP-SALDO-ATUAL(WK-SP)
                           WK-SALDO-LIDO
             MOVE SP-TIPO(WK-SP) TO WK-TIPO-PROVISAO
             EXEC SQL
                SELECT SALDOATUAL
                  INTO :WK-SALDO-LIDO
                  FROM EAD719.PROVSALDO
                 WHERE TIPOPROV = :WK-TIPO-PROVISAO
                   AND PERIODO  =
                       (SELECT MAX(PERIODO)
                          FROM EAD719.PROVSALDO
                         WHERE TIPOPROV = :WK-TIPO-PROVISAO
                           AND PERIODO  < :WK-PERIODO)
             END-EXEC
             EVALUATE SQLCODE
                WHEN 0
                   MOVE WK-SALDO-LIDO TO SP-SALDO-ANT(WK-SP)
                WHEN 100
                   CONTINUE
                WHEN OTHER
                   MOVE SQLCODE TO WK-SQLCODE-EDIT
                   CALL "DECODSQL" USING WK-SQLCODE-EDIT,
                                         WK-SQLCODE-MSG
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - '
                           WK-SQLCODE-MSG ' NA LEITURA DO SALDO '
                           'ANTERIOR DA PROVISAO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
             END-EVALUATE
          END-PERFORM.
      *
       200-PROCESSAR SECTION.
       201-PROCESSAR.
          EXEC SQL
             OPEN CUR-PROVISAO
          END-EXEC.
          PERFORM UNTIL FIM-PROVISAO
             EXEC SQL
                FETCH CUR-PROVISAO
                  INTO :DB2-CODFUN, :DB2-DEPTOFUN, :DB2-ADMISSFUN,
                       :DB2-SALARIOFUN, :WK-EMPRESAFUN,
                       :WK-TIPOSAL, :WK-VALORHORA,
                       :WK-CONTA-DEBITO, :WK-CONTA-PROVFER,
                       :WK-CONTA-PROV13
             END-EXEC
             IF   SQLCODE = 0
                PERFORM 210-CALCULA-FUNCIONARIO
             ELSE
                SET FIM-PROVISAO TO TRUE
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-PROVISAO
          END-EXEC.
          PERFORM 280-LANCA-JORNAL.
      *
       210-CALCULA-FUNCIONARIO.
          ADD 1 TO WK-QTDE-FUNCIONARIOS.
          IF   FUNC-HORISTA
             PERFORM 215-MEDIA-HORISTA
          ELSE
             MOVE DB2-SALARIOFUN TO WK-BASE-PROVISAO
          END-IF.
          PERFORM 220-VERIFICA-AVO.
          MOVE ZEROS TO WK-CONST-FERIAS WK-CONST-DECIMO.
          IF   TEM-AVO-NO-MES
             COMPUTE WK-CONST-FERIAS ROUNDED =
                     WK-BASE-PROVISAO / 12 * 4 / 3
                   * (100 + WK-PERC-FGTS + WK-PERC-INSS) / 100
             COMPUTE WK-CONST-DECIMO ROUNDED =
                     WK-BASE-PROVISAO / 12
                   * (100 + WK-PERC-FGTS + WK-PERC-INSS) / 100
          ELSE
             ADD 1 TO WK-QTDE-SEM-AVO
          END-IF.
          PERFORM 230-CALCULA-REVERSAO.
          PERFORM 240-DISTRIBUI-ORIGENS.
      *
       215-MEDIA-HORISTA.
      *    MEDIA DOS 12 MESES ANTERIORES AO PERIODO, COM O DSR.
          COMPUTE WK-PERIODO-INI = WK-PERIODO - 100.
          IF   WK-PER-MES = 1
             COMPUTE WK-PERIODO-FIM = WK-PERIODO - 100 + 11
          ELSE
             COMPUTE WK-PERIODO-FIM = WK-PERIODO - 1
          END-IF.
          CALL "CALCMEDH" USING DB2-CODFUN, WK-EMPRESAFUN,
                                DB2-DEPTOFUN,
                                WK-PERIODO-INI, WK-PERIODO-FIM,
                                WK-VALORHORA, WK-BASE-PROVISAO.
      *
       220-VERIFICA-AVO.
      *    ADMISSAO DEPOIS DO DIA 15 DO PERIODO (OU EM PERIODO
      *    FUTURO) NAO DA O AVO DO MES; NEM O MES INTEIRO DENTRO
      *    DE UM AFASTAMENTO.
          SET TEM-AVO-NO-MES TO TRUE.
          MOVE DB2-ADMISSFUN(1:10) TO WK-ADMISSFUN-PARTES.
          COMPUTE WK-ADM-ANOMES = WK-ADM-ANO * 100 + WK-ADM-MES.
          IF   WK-ADM-ANOMES > WK-PERIODO
           OR (WK-ADM-ANOMES = WK-PERIODO AND WK-ADM-DIA > 15)
             MOVE 'N' TO WK-TEM-AVO
          ELSE
             EXEC SQL
                OPEN CUR-AFAST
             END-EXEC
             PERFORM UNTIL SQLCODE NOT = 0
                EXEC SQL
                   FETCH CUR-AFAST
                     INTO :WK-AFA-DATAINI, :WK-AFA-DATAFIM
                END-EXEC
                IF   SQLCODE = 0
                   PERFORM 225-AFASTAMENTO-NO-MES
                END-IF
             END-PERFORM
             EXEC SQL
                CLOSE CUR-AFAST
             END-EXEC
          END-IF.
      *
       225-AFASTAMENTO-NO-MES.
          MOVE WK-AFA-DATAINI TO WK-AFA-PARTES.
          IF   WK-AFA-PARTES(7:4) NUMERIC
             COMPUTE WK-AFA-INI = WK-AFA-ANO * 10000
                                + WK-AFA-MES * 100 + WK-AFA-DIA
      *       AFASTAMENTO ABERTO COBRE ATE O FIM DO PERIODO.
             MOVE 99999999 TO WK-AFA-FIM
             IF   WK-AFA-DATAFIM NOT = SPACES
                MOVE WK-AFA-DATAFIM TO WK-AFA-PARTES
                IF   WK-AFA-PARTES(7:4) NUMERIC
                   COMPUTE WK-AFA-FIM = WK-AFA-ANO * 10000
                                      + WK-AFA-MES * 100 + WK-AFA-DIA
                ELSE
                   MOVE ZEROS TO WK-AFA-FIM
                END-IF
             END-IF
             IF   WK-AFA-INI NOT > WK-PRIMEIRO-DIA
              AND WK-AFA-FIM NOT < WK-ULTIMO-DIA
                MOVE 'N' TO WK-TEM-AVO
             END-IF
          END-IF.
      *
       230-CALCULA-REVERSAO.
      *    FERIAS: DIAS DE GOZO INICIADO NO PERIODO, VALORIZADOS
      *    COMO NO EXTRFER (BASE / 30 POR DIA, MAIS O TERCO).
          MOVE ZEROS TO WK-DIAS-PAGOS WK-DECIMO-PAGO
                        WK-REVER-FERIAS WK-REVER-DECIMO.
          EXEC SQL
             SELECT COALESCE(SUM(DIAS), 0)
               INTO :WK-DIAS-PAGOS
               FROM EAD719.FERIASPROG
              WHERE CODFUN = :DB2-CODFUN
                AND SUBSTR(DATAINI, 7, 4)
                    || SUBSTR(DATAINI, 4, 2) = :WK-PERIODO-TEXTO
          END-EXEC.
          IF   SQLCODE NOT = 0
             MOVE ZEROS TO WK-DIAS-PAGOS
          END-IF.
          IF   WK-DIAS-PAGOS > ZEROS
             COMPUTE WK-REVER-FERIAS ROUNDED =
                     WK-BASE-PROVISAO / 30 * WK-DIAS-PAGOS * 4 / 3
                   * (100 + WK-PERC-FGTS + WK-PERC-INSS) / 100
          END-IF.
      *    13O: ADIANTAMENTO DE NOVEMBRO E QUITACAO DE DEZEMBRO,
      *    COMO GRAVADOS PELO DECTERC.
          IF   WK-PER-MES = 11
             EXEC SQL
                SELECT COALESCE(SUM(VALORADIANT), 0)
                  INTO :WK-DECIMO-PAGO
                  FROM EAD719.DECIMOTER
                 WHERE CODFUN = :DB2-CODFUN
                   AND ANO    = :WK-PER-ANO
             END-EXEC
          END-IF.
          IF   WK-PER-MES = 12
             EXEC SQL
                SELECT COALESCE(SUM(VALORQUIT), 0)
                  INTO :WK-DECIMO-PAGO
                  FROM EAD719.DECIMOTER
                 WHERE CODFUN = :DB2-CODFUN
                   AND ANO    = :WK-PER-ANO
             END-EXEC
          END-IF.
          IF   SQLCODE NOT = 0
             MOVE ZEROS TO WK-DECIMO-PAGO
          END-IF.
          IF   WK-DECIMO-PAGO > ZEROS
             COMPUTE WK-REVER-DECIMO ROUNDED = WK-DECIMO-PAGO
                   * (100 + WK-PERC-FGTS + WK-PERC-INSS) / 100
          END-IF.
      *
       240-DISTRIBUI-ORIGENS.
      *    SEM RATEIO O FUNCIONARIO LANCA NO DEPARTAMENTO; COM
      *    RATEIO, CADA CENTRO LEVA O SEU PERCENTUAL.
          IF   WK-CONST-FERIAS = ZEROS AND WK-REVER-FERIAS = ZEROS
           AND WK-CONST-DECIMO = ZEROS AND WK-REVER-DECIMO = ZEROS
             CONTINUE
          ELSE
             MOVE ZEROS TO WK-PERCENTUAL
             MOVE 'N'   TO WK-FIM-RATEIO
             EXEC SQL
                OPEN CUR-RATEIO-PROV
             END-EXEC
             PERFORM UNTIL FIM-RATEIO
                EXEC SQL
                   FETCH CUR-RATEIO-PROV
                     INTO :WK-ORIG-CCUSTO, :WK-PERCENTUAL,
                          :WK-ORIG-CONTA-CUSTO,
                          :WK-ORIG-CONTA-FERIAS,
                          :WK-ORIG-CONTA-DECIMO
                END-EXEC
                IF   SQLCODE = 0
                   MOVE SPACES TO WK-ORIG-DEPTO
                   PERFORM 250-LANCA-ORIGEM
                ELSE
                   SET FIM-RATEIO TO TRUE
                END-IF
             END-PERFORM
             EXEC SQL
                CLOSE CUR-RATEIO-PROV
             END-EXEC
             IF   WK-PERCENTUAL = ZEROS
                MOVE DB2-DEPTOFUN     TO WK-ORIG-DEPTO
                MOVE SPACES           TO WK-ORIG-CCUSTO
                MOVE WK-CONTA-DEBITO  TO WK-ORIG-CONTA-CUSTO
                MOVE WK-CONTA-PROVFER TO WK-ORIG-CONTA-FERIAS
                MOVE WK-CONTA-PROV13  TO WK-ORIG-CONTA-DECIMO
                MOVE 100              TO WK-PERCENTUAL
                PERFORM 250-LANCA-ORIGEM
             END-IF
          END-IF.
      *
       250-LANCA-ORIGEM.
          SET PROVISAO-FERIAS TO TRUE.
          MOVE 1 TO WK-SP.
          MOVE WK-ORIG-CONTA-FERIAS TO WK-CONTA-PROVISAO.
          COMPUTE WK-PARC-CONST ROUNDED =
                  WK-CONST-FERIAS * WK-PERCENTUAL / 100.
          COMPUTE WK-PARC-REVER ROUNDED =
                  WK-REVER-FERIAS * WK-PERCENTUAL / 100.
          PERFORM 255-LANCA-PROVISAO.
          SET PROVISAO-DECIMO TO TRUE.
          MOVE 2 TO WK-SP.
          MOVE WK-ORIG-CONTA-DECIMO TO WK-CONTA-PROVISAO.
          COMPUTE WK-PARC-CONST ROUNDED =
                  WK-CONST-DECIMO * WK-PERCENTUAL / 100.
          COMPUTE WK-PARC-REVER ROUNDED =
                  WK-REVER-DECIMO * WK-PERCENTUAL / 100.
          PERFORM 255-LANCA-PROVISAO.
      *
       255-LANCA-PROVISAO.
          IF   WK-PARC-CONST = ZEROS AND WK-PARC-REVER = ZEROS
             CONTINUE
          ELSE
          IF   WK-ORIG-CONTA-CUSTO = SPACES
           OR  WK-CONTA-PROVISAO   = SPACES
             PERFORM 260-ACUMULA-SEM-DEPARA
          ELSE
             MOVE WK-ORIG-DEPTO  TO WK-AC-DEPTO
             MOVE WK-ORIG-CCUSTO TO WK-AC-CCUSTO
             IF   WK-PARC-CONST > ZEROS
                MOVE 'D'                 TO WK-AC-TIPO
                MOVE WK-ORIG-CONTA-CUSTO TO WK-AC-CONTA
                MOVE WK-PARC-CONST       TO WK-AC-VALOR
                PERFORM 270-ACUMULA-LANCAMENTO
             END-IF
             IF   WK-PARC-REVER > ZEROS
                MOVE 'C'                 TO WK-AC-TIPO
                MOVE WK-ORIG-CONTA-CUSTO TO WK-AC-CONTA
                MOVE WK-PARC-REVER       TO WK-AC-VALOR
                PERFORM 270-ACUMULA-LANCAMENTO
             END-IF
      *       CONTRAPARTIDA NO PASSIVO, UMA LINHA POR CONTA.
             MOVE SPACES TO WK-AC-DEPTO WK-AC-CCUSTO
             IF   WK-PARC-CONST > ZEROS
                MOVE 'C'                 TO WK-AC-TIPO
                MOVE WK-CONTA-PROVISAO   TO WK-AC-CONTA
                MOVE WK-PARC-CONST       TO WK-AC-VALOR
                PERFORM 270-ACUMULA-LANCAMENTO
             END-IF
             IF   WK-PARC-REVER > ZEROS
                MOVE 'D'                 TO WK-AC-TIPO
                MOVE WK-CONTA-PROVISAO   TO WK-AC-CONTA
                MOVE WK-PARC-REVER       TO WK-AC-VALOR
                PERFORM 270-ACUMULA-LANCAMENTO
             END-IF
             ADD WK-PARC-CONST TO SP-CONSTITUIDO(WK-SP)
             ADD WK-PARC-REVER TO SP-REVERTIDO(WK-SP)
          END-IF
          END-IF.
      *
       260-ACUMULA-SEM-DEPARA.
          PERFORM VARYING WK-IDX-SEM FROM 1 BY 1
                  UNTIL WK-IDX-SEM > WK-QTDE-SEM-DEPARA
                     OR (TS-DEPTO(WK-IDX-SEM)  = WK-ORIG-DEPTO
                     AND TS-CCUSTO(WK-IDX-SEM) = WK-ORIG-CCUSTO)
             CONTINUE
          END-PERFORM.
          IF   WK-IDX-SEM > WK-QTDE-SEM-DEPARA
             IF   WK-QTDE-SEM-DEPARA < 200
                ADD 1 TO WK-QTDE-SEM-DEPARA
                MOVE WK-QTDE-SEM-DEPARA TO WK-IDX-SEM
                MOVE WK-ORIG-DEPTO      TO TS-DEPTO(WK-IDX-SEM)
                MOVE WK-ORIG-CCUSTO     TO TS-CCUSTO(WK-IDX-SEM)
                MOVE ZEROS              TO TS-VALOR(WK-IDX-SEM)
             ELSE
                DISPLAY 'PROVISAO: MAIS DE 200 ORIGENS SEM DE-PARA '
                        '- CONFIRA O CADASTRO (MANCONTA/MANCCGL)'
                MOVE 12 TO RETURN-CODE
                STOP RUN
             END-IF
          END-IF.
          COMPUTE TS-VALOR(WK-IDX-SEM) = TS-VALOR(WK-IDX-SEM)
                + WK-PARC-CONST + WK-PARC-REVER.
          COMPUTE WK-TOTAL-SEM-DEPARA = WK-TOTAL-SEM-DEPARA
                + WK-PARC-CONST + WK-PARC-REVER.
      *
       270-ACUMULA-LANCAMENTO.
          PERFORM VARYING WK-IDX FROM 1 BY 1
                  UNTIL WK-IDX > WK-QTDE-LANCAMENTOS
                     OR (TL-TIPO(WK-IDX)   = WK-AC-TIPO
                     AND TL-CONTA(WK-IDX)  = WK-AC-CONTA
                     AND TL-DEPTO(WK-IDX)  = WK-AC-DEPTO
                     AND TL-CCUSTO(WK-IDX) = WK-AC-CCUSTO)
             CONTINUE
          END-PERFORM.
          IF   WK-IDX > WK-QTDE-LANCAMENTOS
             IF   WK-QTDE-LANCAMENTOS < 500
                ADD 1 TO WK-QTDE-LANCAMENTOS
                MOVE WK-QTDE-LANCAMENTOS TO WK-IDX
                MOVE WK-AC-TIPO          TO TL-TIPO(WK-IDX)
                MOVE WK-AC-CONTA         TO TL-CONTA(WK-IDX)
                MOVE WK-AC-DEPTO         TO TL-DEPTO(WK-IDX)
                MOVE WK-AC-CCUSTO        TO TL-CCUSTO(WK-IDX)
                MOVE ZEROS               TO TL-VALOR(WK-IDX)
             ELSE
                DISPLAY 'PROVISAO: MAIS DE 500 LINHAS DE JORNAL '
                        'DISTINTAS - CONFIRA O DE-PARA'
                MOVE 12 TO RETURN-CODE
                STOP RUN
             END-IF
          END-IF.
          ADD WK-AC-VALOR TO TL-VALOR(WK-IDX).
      *
       280-LANCA-JORNAL.
      *    DEBITOS E CREDITOS NA ORDEM EM QUE AS ORIGENS APARECERAM
      *    (DEPARTAMENTO, CODFUN), CONTRAPARTIDAS DE PASSIVO JUNTO.
          PERFORM VARYING WK-IDX FROM 1 BY 1
                  UNTIL WK-IDX > WK-QTDE-LANCAMENTOS
             MOVE SPACES            TO REG-JORNAL
             MOVE TL-TIPO(WK-IDX)   TO GL-TIPO
             MOVE TL-CONTA(WK-IDX)  TO GL-CONTA
             MOVE TL-DEPTO(WK-IDX)  TO GL-DEPTO
             MOVE WK-PERIODO        TO GL-ANOMES
             MOVE TL-VALOR(WK-IDX)  TO GL-VALOR
             WRITE REG-JORNAL
             ADD 1 TO WK-QTDE-LANCADA
             MOVE GL-VALOR TO WK-VALOR-INTEIRO
             ADD WK-VALOR-INTEIRO TO WK-HASH-SAIDA
             IF   TL-TIPO(WK-IDX) = 'D'
                ADD TL-VALOR(WK-IDX) TO WK-TOTAL-DEBITOS
             ELSE
                ADD TL-VALOR(WK-IDX) TO WK-TOTAL-CREDITOS
             END-IF
          END-PERFORM.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          PERFORM 910-RELATA-SEM-DEPARA.
          PERFORM 920-RELATA-SALDOS.

          MOVE WK-TOTAL-DEBITOS TO WK-VALOR-EDIT.
          MOVE SPACES TO WK-LINHA-CONTROLE.
          STRING 'TOTAL DE DEBITOS ..... ' WK-VALOR-EDIT
                 DELIMITED BY SIZE INTO WK-LINHA-CONTROLE
          END-STRING.
          MOVE WK-LINHA-CONTROLE TO REG-CONTROLE.
          WRITE REG-CONTROLE.

          MOVE WK-TOTAL-CREDITOS TO WK-VALOR-EDIT.
          MOVE SPACES TO WK-LINHA-CONTROLE.
          STRING 'TOTAL DE CREDITOS .... ' WK-VALOR-EDIT
                 DELIMITED BY SIZE INTO WK-LINHA-CONTROLE
          END-STRING.
          MOVE WK-LINHA-CONTROLE TO REG-CONTROLE.
          WRITE REG-CONTROLE.

          IF   WK-TOTAL-DEBITOS = WK-TOTAL-CREDITOS
             MOVE 'JORNAL FECHADO: DEBITOS = CREDITOS'
                  TO REG-CONTROLE
          ELSE
             MOVE 'ATENCAO: JORNAL NAO FECHA - NAO IMPORTAR'
                  TO REG-CONTROLE
             MOVE 12 TO RETURN-CODE
          END-IF.
          WRITE REG-CONTROLE.

          MOVE SPACES           TO REG-JORNAL.
          MOVE '9'              TO CTT-TIPO.
          MOVE WK-QTDE-LANCADA  TO CTT-QTDE.
          MOVE WK-HASH-SAIDA    TO CTT-HASH.
          WRITE REG-CTL-TRAILER.
          CLOSE ARQ-JORNAL.
          CLOSE ARQ-CONTROLE.
          IF   RETURN-CODE < 12
             PERFORM 930-GRAVA-SALDOS
          END-IF.
          PERFORM 940-GRAVA-MANIFESTO.

          DISPLAY '================================================'.
          DISPLAY 'RESUMO DA PROVISAO DO PERIODO ' WK-PERIODO.
          DISPLAY '  FUNCIONARIOS AVALIADOS  ' WK-QTDE-FUNCIONARIOS.
          DISPLAY '  SEM AVO NO MES ........ ' WK-QTDE-SEM-AVO.
          DISPLAY '  LINHAS DE JORNAL ...... ' WK-QTDE-LANCADA.
          DISPLAY '  ORIGENS SEM DE-PARA ... ' WK-QTDE-SEM-DEPARA.
          DISPLAY '================================================'.
          IF   WK-QTDE-SEM-DEPARA > ZEROS
             DISPLAY 'ATENCAO: ' WK-QTDE-SEM-DEPARA
                     ' ORIGEM(NS) SEM CONTA DE PROVISAO FORA DO '
                     'JORNAL - CADASTRE PELO MANCONTA/MANCCGL'
             IF   RETURN-CODE < 8
                MOVE 8 TO RETURN-CODE
             END-IF
          END-IF.
          EXIT.
      *
       910-RELATA-SEM-DEPARA.
          PERFORM VARYING WK-IDX-SEM FROM 1 BY 1
                  UNTIL WK-IDX-SEM > WK-QTDE-SEM-DEPARA
             MOVE TS-VALOR(WK-IDX-SEM) TO WK-VALOR-EDIT
             MOVE SPACES TO WK-LINHA-CONTROLE
             IF   TS-CCUSTO(WK-IDX-SEM) = SPACES
                STRING 'DEPARTAMENTO ' TS-DEPTO(WK-IDX-SEM)
                       ' SEM DE-PARA DE PROVISAO - FORA DO JORNAL ('
                       WK-VALOR-EDIT ')'
                       DELIMITED BY SIZE INTO WK-LINHA-CONTROLE
                END-STRING
             ELSE
                STRING 'CENTRO DE CUSTO ' TS-CCUSTO(WK-IDX-SEM)
                       ' SEM DE-PARA DE PROVISAO - FORA DO JORNAL ('
                       WK-VALOR-EDIT ')'
                       DELIMITED BY SIZE INTO WK-LINHA-CONTROLE
                END-STRING
             END-IF
             MOVE WK-LINHA-CONTROLE TO REG-CONTROLE
             WRITE REG-CONTROLE
          END-PERFORM.
      *
       920-RELATA-SALDOS.
      *    PROVA DO SALDO TRANSPORTADO DE CADA PROVISAO.
          PERFORM VARYING WK-SP FROM 1 BY 1 UNTIL WK-SP > 2
             COMPUTE SP-SALDO-ATUAL(WK-SP) = SP-SALDO-ANT(WK-SP)
                   + SP-CONSTITUIDO(WK-SP) - SP-REVERTIDO(WK-SP)
             MOVE SP-DESCRICAO(WK-SP) TO REG-CONTROLE
             WRITE REG-CONTROLE
             MOVE SP-SALDO-ANT(WK-SP) TO WK-SALDO-EDIT
             MOVE SPACES TO WK-LINHA-CONTROLE
             STRING '  SALDO ANTERIOR ......... ' WK-SALDO-EDIT
                    DELIMITED BY SIZE INTO WK-LINHA-CONTROLE
             END-STRING
             MOVE WK-LINHA-CONTROLE TO REG-CONTROLE
             WRITE REG-CONTROLE
             MOVE SP-CONSTITUIDO(WK-SP) TO WK-SALDO-EDIT
             MOVE SPACES TO WK-LINHA-CONTROLE
             STRING '  (+) CONSTITUICAO ....... ' WK-SALDO-EDIT
                    DELIMITED BY SIZE INTO WK-LINHA-CONTROLE
             END-STRING
             MOVE WK-LINHA-CONTROLE TO REG-CONTROLE
             WRITE REG-CONTROLE
             MOVE SP-REVERTIDO(WK-SP) TO WK-SALDO-EDIT
             MOVE SPACES TO WK-LINHA-CONTROLE
             STRING '  (-) REVERSAO DO PAGO ... ' WK-SALDO-EDIT
                    DELIMITED BY SIZE INTO WK-LINHA-CONTROLE
             END-STRING
             MOVE WK-LINHA-CONTROLE TO REG-CONTROLE
             WRITE REG-CONTROLE
             MOVE SP-SALDO-ATUAL(WK-SP) TO WK-SALDO-EDIT
             MOVE SPACES TO WK-LINHA-CONTROLE
             STRING '  (=) SALDO A TRANSPORTAR  ' WK-SALDO-EDIT
                    DELIMITED BY SIZE INTO WK-LINHA-CONTROLE
             END-STRING
             MOVE WK-LINHA-CONTROLE TO REG-CONTROLE
             WRITE REG-CONTROLE
          END-PERFORM.
      *
       930-GRAVA-SALDOS.
      *    REGERACAO DO PERIODO SUBSTITUI O SALDO GRAVADO; A
      *    CONFIRMACAO SAI JUNTO COM A DO MANIFESTO.
          PERFORM VARYING WK-SP FROM 1 BY 1 UNTIL WK-SP > 2
             MOVE SP-TIPO(WK-SP)        TO WK-TIPO-PROVISAO
             MOVE SP-SALDO-ANT(WK-SP)   TO WK-SALDO-ANT
             MOVE SP-CONSTITUIDO(WK-SP) TO WK-CONSTITUIDO
             MOVE SP-REVERTIDO(WK-SP)   TO WK-REVERTIDO
             MOVE SP-SALDO-ATUAL(WK-SP) TO WK-SALDO-ATUAL
             EXEC SQL
                DELETE FROM EAD719.PROVSALDO
                 WHERE PERIODO  = :WK-PERIODO
                   AND TIPOPROV = :WK-TIPO-PROVISAO
             END-EXEC
             EXEC SQL
                INSERT INTO EAD719.PROVSALDO
                   (PERIODO, TIPOPROV, SALDOANT, CONSTITUIDO,
                    REVERTIDO, SALDOATUAL)
                   VALUES (:WK-PERIODO, :WK-TIPO-PROVISAO,
                           :WK-SALDO-ANT, :WK-CONSTITUIDO,
                           :WK-REVERTIDO, :WK-SALDO-ATUAL)
             END-EXEC
             IF   SQLCODE NOT = 0
                DISPLAY 'AVISO: SALDO DA PROVISAO ' WK-TIPO-PROVISAO
                        ' NAO GRAVADO - SQLCODE ' SQLCODE
             END-IF
          END-PERFORM.
      *
       940-GRAVA-MANIFESTO.
      *    UMA LINHA DE MANIFESTO POR ARQUIVO GERADO - REGERACAO NO
      *    MESMO PERIODO SUBSTITUI E VOLTA A AGUARDAR CONFIRMACAO.
          EXEC SQL
             DELETE FROM EAD719.MANIFEST
              WHERE ARQUIVO = 'PROVISAO'
                AND PERIODO = :WK-PERIODO
          END-EXEC.
          EXEC SQL
             INSERT INTO EAD719.MANIFEST
                (ARQUIVO, PERIODO, QTDE, HASHTOTAL, GERADO,
                 CONFIRMADA)
                VALUES ('PROVISAO', :WK-PERIODO,
                        :WK-QTDE-LANCADA,
                        :WK-HASH-SAIDA, CURRENT TIMESTAMP, 'N')
          END-EXEC.
          IF   SQLCODE = 0
             EXEC SQL COMMIT END-EXEC
          ELSE
             DISPLAY 'AVISO: MANIFESTO DO ARQUIVO NAO GRAVADO - '
                     'SQLCODE ' SQLCODE
             EXEC SQL ROLLBACK END-EXEC
          END-IF.
