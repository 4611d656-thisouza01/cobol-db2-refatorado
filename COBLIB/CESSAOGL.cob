        IDENTIFICATION DIVISION.
        PROGRAM-ID.    CESSAOGL.
        AUTHOR.        THIAGO.
      **************************************************
      * JORNAL MENSAL DE RECARGA DO CUSTO DAS CESSOES  *
      * TEMPORARIAS (EAD719.CESSAOTMP, CEDEFUNC E      *
      * VENCECES). O GLJORNAL LANCA O MES INTEIRO NO   *
      * DEPARTAMENTO EM QUE O FUNCIONARIO ESTA NO FIM  *
      * DO MES; AQUI O SALARIO E OS ENCARGOS (FGTS E   *
      * INSS PATRONAL, COMO NO EXTRENC) SAO RATEADOS   *
      * PELOS DIAS-CALENDARIO QUE ELE PASSOU EM CADA   *
      * DEPARTAMENTO NO MES (DATAINI/DATARET DA        *
      * CESSAO) E A PARTE DE CADA DEPARTAMENTO E       *
      * RECARREGADA A PARTIR DO QUE FICOU COM O CUSTO: *
      *   D CONTA DE DEBITO DO DEPTO QUE RECEBE        *
      *   C CONTA DE DEBITO DO DEPTO ALIVIADO          *
      * PELO DE-PARA DE EAD719.CONTABGL (MANCONTA).    *
      * QUANDO OS DOIS DEPARTAMENTOS SAO DE EMPRESAS   *
      * DIFERENTES, SAI TAMBEM O PAR INTERCOMPANHIA    *
      * (EAD719.CONTAIC, MANCTAIC):                    *
      *   C CONTA A PAGAR DA EMPRESA QUE RECEBE        *
      *   D CONTA A RECEBER DA EMPRESA ALIVIADA        *
      * DEPARTAMENTO OU EMPRESA SEM CONTA FICA FORA DO *
      * JORNAL E SAI NO CONTROLE COM RETURN-CODE 8.    *
      * FUNCIONARIO COM RATEIO DE CENTRO DE CUSTO NAO  *
      * PASSA PELO DEPARTAMENTO NO GLJORNAL E FICA DE  *
      * FORA; CESSAO SEM DATAINI (ANTERIOR AO CAMPO)   *
      * TAMBEM - AS DUAS SO SAO CONTADAS NO CONTROLE.  *
      *                                                *
      * PARM='PERIODO=AAAAMM FGTS=NN INSS=NN'          *
      * (PADRAO: MES CORRENTE, FGTS 08, INSS 20).      *
      * LEIAUTE DO JORNAL: O MESMO DO GLJORNAL.        *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-JORNAL        ASSIGN TO CESSSAI
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-CONTROLE      ASSIGN TO CESSCTL
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
      *    CESSOES QUE TOCAM O PERIODO: IDA ATE O ULTIMO DIA E
      *    AINDA ATIVA OU RETORNADA DEPOIS DO PRIMEIRO DIA. AS
      *    DATAS SAO TEXTO DD/MM/AAAA - A COMPARACAO E POR
      *    SUBSTRING AAAAMMDD, COMO NO VENCECES.
       EXEC SQL
           DECLARE CUR-CESSOES-MES CURSOR FOR
               SELECT C.CODFUN, C.DEPTOORIG, C.DEPTODEST,
                      C.DATAINI, COALESCE(C.DATARET, ' '),
                      C.SITUACAO, F.SALARIOFUN
                 FROM EAD719.CESSAOTMP C
                 JOIN EAD719.FUNCIONARIOS F
                   ON F.CODFUN = C.CODFUN
                WHERE F.STATUSFUN = 'A'
                  AND COALESCE(C.DATAINI, ' ') NOT = ' '
                  AND SUBSTR(C.DATAINI, 7, 4)
                      || SUBSTR(C.DATAINI, 4, 2)
                      || SUBSTR(C.DATAINI, 1, 2)
                      NOT > :WK-ULTIMO-TEXTO
                  AND (C.SITUACAO = 'A'
                       OR SUBSTR(COALESCE(C.DATARET, ' '), 7, 4)
                          || SUBSTR(COALESCE(C.DATARET, ' '), 4, 2)
                          || SUBSTR(COALESCE(C.DATARET, ' '), 1, 2)
                          > :WK-PRIMEIRO-TEXTO)
                  AND NOT EXISTS
                      (SELECT 1
                         FROM EAD719.RATEIOCC R
                        WHERE R.CODFUN = C.CODFUN)
                ORDER BY C.CODFUN,
                         SUBSTR(C.DATAINI, 7, 4)
                         || SUBSTR(C.DATAINI, 4, 2)
                         || SUBSTR(C.DATAINI, 1, 2)
       END-EXEC.
      *
       01  WK-PERIODO                PIC 9(06)       VALUE ZEROS.
       01  WK-PERIODO-PARTES REDEFINES WK-PERIODO.
           05  WK-PER-ANO            PIC 9(04).
           05  WK-PER-MES            PIC 9(02).
       77  WK-PERC-FGTS              PIC 9(02)       VALUE 8.
       77  WK-PERC-INSS              PIC 9(02)       VALUE 20.
       77  WK-SITUACAO-PERIODO       PIC X(01)       VALUE SPACES.
       01  WK-DATA-ATUAL.
           05  WK-HOJE-AAAA         PIC 9(04).
           05  WK-HOJE-MM           PIC 9(02).
           05  FILLER               PIC X(15).
      *
      *    PRIMEIRO E ULTIMO DIA DO PERIODO (AAAAMMDD).
       01  WK-PRIMEIRO-DIA           PIC 9(08)       VALUE ZEROS.
       01  WK-PRIMEIRO-TEXTO REDEFINES WK-PRIMEIRO-DIA
                                     PIC X(08).
       01  WK-ULTIMO-DIA             PIC 9(08)       VALUE ZEROS.
       01  WK-ULTIMO-TEXTO REDEFINES WK-ULTIMO-DIA
                                     PIC X(08).
       77  WK-PROXIMO-MES            PIC 9(08)       VALUE ZEROS.
       77  WK-DIAS-NO-MES            PIC 9(02)       VALUE ZEROS.
      *
       77  WK-FIM-CESSOES            PIC X(01)       VALUE 'N'.
           88  FIM-CESSOES                           VALUE 'S'.
      *
      *    LINHA LIDA DA CESSAO.
       77  WK-DEPTO-ORIGEM           PIC X(03)       VALUE SPACES.
       77  WK-DEPTO-DEST             PIC X(03)       VALUE SPACES.
       77  WK-DATAINI                PIC X(10)       VALUE SPACES.
       77  WK-DATARET                PIC X(10)       VALUE SPACES.
       77  WK-SITUACAO-CESSAO        PIC X(01)       VALUE SPACES.
       01  WK-DATA-PARTES.
           05  WK-DT-DIA            PIC 99.
           05  FILLER               PIC X.
           05  WK-DT-MES            PIC 99.
           05  FILLER               PIC X.
           05  WK-DT-ANO            PIC 9(04).
       77  WK-INI-NUM                PIC 9(08)       VALUE ZEROS.
       77  WK-RET-NUM                PIC 9(08)       VALUE ZEROS.
       77  WK-INTEIRO-INI            PIC 9(07)       VALUE ZEROS.
       77  WK-INTEIRO-FIM            PIC 9(07)       VALUE ZEROS.
       77  WK-DIAS-CESSAO            PIC S9(03)      VALUE ZEROS.
      *
      *    FUNCIONARIO EM CURSO: DIAS POR DEPARTAMENTO NO MES E O
      *    DEPARTAMENTO EM QUE ELE ESTA NO ULTIMO DIA (O QUE O
      *    GLJORNAL CARREGOU COM O MES INTEIRO).
       77  WK-CODFUN-ATUAL           PIC X(07)       VALUE SPACES.
       77  WK-SALARIO-ATUAL          PIC 9(07)V99    VALUE ZEROS.
       77  WK-ORIGEM-ATUAL           PIC X(03)       VALUE SPACES.
       77  WK-DEPTO-FIM-MES          PIC X(03)       VALUE SPACES.
       01  TAB-DIAS.
           05  TD-ENTRADA            OCCURS 10 TIMES.
               10  TD-DEPTO          PIC X(03).
               10  TD-DIAS           PIC 9(02).
       77  WK-QTDE-DEPTOS            PIC 9(02)       VALUE ZEROS.
       77  WK-IDX-DIAS               PIC 9(02)       VALUE ZEROS.
       77  WK-DIAS-FORA              PIC 9(03)       VALUE ZEROS.
       77  WK-CUSTO-MES              PIC 9(09)V99    VALUE ZEROS.
       77  WK-VALOR-RECARGA          PIC 9(09)V99    VALUE ZEROS.
      *
      *    DE-PARA DAS DUAS PONTAS DA RECARGA.
       77  WK-DEPTO-RECEBE           PIC X(03)       VALUE SPACES.
       77  WK-DEPTO-ALIVIA           PIC X(03)       VALUE SPACES.
       77  WK-DEPTO-BUSCA            PIC X(03)       VALUE SPACES.
       77  WK-CONTA-BUSCA            PIC X(10)       VALUE SPACES.
       77  WK-EMPRESA-BUSCA          PIC X(03)       VALUE SPACES.
       77  WK-CONTA-RECEBE           PIC X(10)       VALUE SPACES.
       77  WK-CONTA-ALIVIA           PIC X(10)       VALUE SPACES.
       77  WK-EMPRESA-RECEBE         PIC X(03)       VALUE SPACES.
       77  WK-EMPRESA-ALIVIA         PIC X(03)       VALUE SPACES.
       77  WK-CONTA-PAGAR            PIC X(10)       VALUE SPACES.
       77  WK-CONTA-RECEBER          PIC X(10)       VALUE SPACES.
       77  WK-INTERCOMPANHIA         PIC X(01)       VALUE 'N'.
           88  RECARGA-INTERCOMPANHIA                VALUE 'S'.
      *
      *    LINHAS DO JORNAL ACUMULADAS POR TIPO/CONTA/DEPARTAMENTO.
       01  TAB-LANCAMENTOS.
           05  TL-ENTRADA            OCCURS 500 TIMES.
               10  TL-TIPO           PIC X(01).
               10  TL-CONTA          PIC X(10).
               10  TL-DEPTO          PIC X(03).
               10  TL-VALOR          PIC 9(11)V99.
       77  WK-QTDE-LANCAMENTOS       PIC 9(03)       VALUE ZEROS.
       77  WK-IDX                    PIC 9(03)       VALUE ZEROS.
       77  WK-AC-TIPO                PIC X(01)       VALUE SPACES.
       77  WK-AC-CONTA               PIC X(10)       VALUE SPACES.
       77  WK-AC-DEPTO               PIC X(03)       VALUE SPACES.
      *
       77  WK-QTDE-FUNCIONARIOS      PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-RECARGAS          PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-INTERCOMP         PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-SEM-DEPARA        PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-SEM-DATAINI       PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-COM-RATEIO        PIC 9(05)       VALUE ZEROS.
       77  WK-TOTAL-SEM-DEPARA       PIC 9(11)V99    VALUE ZEROS.
       77  WK-TOTAL-DEBITOS          PIC 9(11)V99    VALUE ZEROS.
       77  WK-TOTAL-CREDITOS         PIC 9(11)V99    VALUE ZEROS.
       77  WK-VALOR-EDIT             PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WK-DIAS-EDIT              PIC Z9          VALUE ZEROS.
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
             DISPLAY 'CESSAOGL: PERIODO ' WK-PERIODO ' INVALIDO - '
                     'USE PERIODO=AAAAMM'
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
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
                     'RECARGA NAO REGERADA'
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF.
          DISPLAY 'CESSAOGL: RECARGA DAS CESSOES DO PERIODO '
                  WK-PERIODO ' - FGTS ' WK-PERC-FGTS
                  '%, INSS PATRONAL ' WK-PERC-INSS '%'.
          COMPUTE WK-PRIMEIRO-DIA = WK-PERIODO * 100 + 1.
          IF   WK-PER-MES = 12
             COMPUTE WK-PROXIMO-MES = (WK-PER-ANO + 1) * 10000 + 101
          ELSE
             COMPUTE WK-PROXIMO-MES = WK-PRIMEIRO-DIA + 100
          END-IF.
          COMPUTE WK-ULTIMO-DIA = FUNCTION DATE-OF-INTEGER
                  (FUNCTION INTEGER-OF-DATE(WK-PROXIMO-MES) - 1).
          MOVE WK-ULTIMO-DIA(7:2) TO WK-DIAS-NO-MES.
          PERFORM 110-CONTA-FORA-DA-RECARGA.
          OPEN OUTPUT ARQ-JORNAL.
          MOVE SPACES             TO REG-JORNAL.
          MOVE '0'                TO CTH-TIPO.
          MOVE WK-DATA-ATUAL(1:8) TO CTH-DATA.
          MOVE 'CESSAOGL'         TO CTH-ORIGEM.
          WRITE REG-CTL-HEADER.
          OPEN OUTPUT ARQ-CONTROLE.
      *
       110-CONTA-FORA-DA-RECARGA.
      *    CESSOES ATIVAS QUE ESTE JORNAL NAO CONSEGUE RATEAR.
          EXEC SQL
             SELECT COUNT(*)
               INTO :WK-QTDE-SEM-DATAINI
               FROM EAD719.CESSAOTMP
              WHERE SITUACAO = 'A'
                AND COALESCE(DATAINI, ' ') = ' '
          END-EXEC.
          EXEC SQL
             SELECT COUNT(*)
               INTO :WK-QTDE-COM-RATEIO
               FROM EAD719.CESSAOTMP C
              WHERE C.SITUACAO = 'A'
                AND EXISTS
                    (SELECT 1
                       FROM EAD719.RATEIOCC R
                      WHERE R.CODFUN = C.CODFUN)
          END-EXEC.
      *
       200-PROCESSAR SECTION.
       201-PROCESSAR.
          EXEC SQL
             OPEN CUR-CESSOES-MES
          END-EXEC.
          PERFORM UNTIL FIM-CESSOES
             EXEC SQL
                FETCH CUR-CESSOES-MES
                  INTO :DB2-CODFUN, :WK-DEPTO-ORIGEM,
                       :WK-DEPTO-DEST, :WK-DATAINI, :WK-DATARET,
                       :WK-SITUACAO-CESSAO, :DB2-SALARIOFUN
             END-EXEC
             IF   SQLCODE = 0
                IF   DB2-CODFUN NOT = WK-CODFUN-ATUAL
                   PERFORM 230-FECHA-FUNCIONARIO
                   PERFORM 210-INICIA-FUNCIONARIO
                END-IF
                PERFORM 220-SOMA-CESSAO
             ELSE
                SET FIM-CESSOES TO TRUE
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-CESSOES-MES
          END-EXEC.
          PERFORM 230-FECHA-FUNCIONARIO.
          PERFORM 280-LANCA-JORNAL.
      *
       210-INICIA-FUNCIONARIO.
          MOVE DB2-CODFUN      TO WK-CODFUN-ATUAL.
          MOVE DB2-SALARIOFUN  TO WK-SALARIO-ATUAL.
          MOVE WK-DEPTO-ORIGEM TO WK-ORIGEM-ATUAL.
          MOVE WK-DEPTO-ORIGEM TO WK-DEPTO-FIM-MES.
          MOVE ZEROS           TO WK-QTDE-DEPTOS.
          INITIALIZE TAB-DIAS.
          ADD 1 TO WK-QTDE-FUNCIONARIOS.
      *
       220-SOMA-CESSAO.
      *    DIAS NO DESTINO DENTRO DO PERIODO: DA IDA (OU DO DIA 1)
      *    ATE A VESPERA DA VOLTA (OU O ULTIMO DIA).
          MOVE WK-DATAINI TO WK-DATA-PARTES.
          IF   WK-DATA-PARTES(7:4) NOT NUMERIC
             DISPLAY 'AVISO: DATA DE IDA ILEGIVEL DA CESSAO DO '
                     'FUNCIONARIO ' DB2-CODFUN ' (' WK-DATAINI ')'
          ELSE
             COMPUTE WK-INI-NUM = WK-DT-ANO * 10000
                                + WK-DT-MES * 100 + WK-DT-DIA
             IF   WK-INI-NUM < WK-PRIMEIRO-DIA
                MOVE WK-PRIMEIRO-DIA TO WK-INI-NUM
             END-IF
             MOVE 99999999 TO WK-RET-NUM
             IF   WK-SITUACAO-CESSAO NOT = 'A'
                MOVE WK-DATARET TO WK-DATA-PARTES
                IF   WK-DATA-PARTES(7:4) NUMERIC
                   COMPUTE WK-RET-NUM = WK-DT-ANO * 10000
                                      + WK-DT-MES * 100 + WK-DT-DIA
                END-IF
             END-IF
             COMPUTE WK-INTEIRO-INI =
                     FUNCTION INTEGER-OF-DATE(WK-INI-NUM)
             IF   WK-RET-NUM > WK-ULTIMO-DIA
                COMPUTE WK-INTEIRO-FIM =
                        FUNCTION INTEGER-OF-DATE(WK-ULTIMO-DIA)
      *          NO ULTIMO DIA DO MES ELE ESTA NO DESTINO.
                MOVE WK-DEPTO-DEST   TO WK-DEPTO-FIM-MES
             ELSE
                COMPUTE WK-INTEIRO-FIM =
                        FUNCTION INTEGER-OF-DATE(WK-RET-NUM) - 1
                MOVE WK-DEPTO-ORIGEM TO WK-DEPTO-FIM-MES
             END-IF
             COMPUTE WK-DIAS-CESSAO =
                     WK-INTEIRO-FIM - WK-INTEIRO-INI + 1
             IF   WK-DIAS-CESSAO > ZEROS
                MOVE WK-DEPTO-DEST TO WK-DEPTO-BUSCA
                PERFORM 225-ACUMULA-DIAS
             END-IF
          END-IF.
      *
       225-ACUMULA-DIAS.
          PERFORM VARYING WK-IDX-DIAS FROM 1 BY 1
                  UNTIL WK-IDX-DIAS > WK-QTDE-DEPTOS
                     OR TD-DEPTO(WK-IDX-DIAS) = WK-DEPTO-BUSCA
             CONTINUE
          END-PERFORM.
          IF   WK-IDX-DIAS > WK-QTDE-DEPTOS
             IF   WK-QTDE-DEPTOS < 10
                ADD 1 TO WK-QTDE-DEPTOS
                MOVE WK-QTDE-DEPTOS TO WK-IDX-DIAS
                MOVE WK-DEPTO-BUSCA TO TD-DEPTO(WK-IDX-DIAS)
                MOVE ZEROS          TO TD-DIAS(WK-IDX-DIAS)
             ELSE
                DISPLAY 'CESSAOGL: FUNCIONARIO ' DB2-CODFUN
                        ' EM MAIS DE 10 DEPARTAMENTOS NO MES - '
                        'CONFIRA AS CESSOES'
                MOVE 12 TO RETURN-CODE
                STOP RUN
             END-IF
          END-IF.
          ADD WK-DIAS-CESSAO TO TD-DIAS(WK-IDX-DIAS).
      *
       230-FECHA-FUNCIONARIO.
      *    O QUE SOBRA DO MES FICA NA ORIGEM; CADA DEPARTAMENTO QUE
      *    NAO E O DO FIM DO MES RECEBE A SUA PARTE DELE.
          IF   WK-CODFUN-ATUAL NOT = SPACES
             MOVE ZEROS TO WK-DIAS-FORA
             PERFORM VARYING WK-IDX-DIAS FROM 1 BY 1
                     UNTIL WK-IDX-DIAS > WK-QTDE-DEPTOS
                ADD TD-DIAS(WK-IDX-DIAS) TO WK-DIAS-FORA
             END-PERFORM
             IF   WK-DIAS-FORA < WK-DIAS-NO-MES
                COMPUTE WK-DIAS-CESSAO =
                        WK-DIAS-NO-MES - WK-DIAS-FORA
                MOVE WK-ORIGEM-ATUAL TO WK-DEPTO-BUSCA
                PERFORM 225-ACUMULA-DIAS
             END-IF
             COMPUTE WK-CUSTO-MES ROUNDED = WK-SALARIO-ATUAL
                   * (100 + WK-PERC-FGTS + WK-PERC-INSS) / 100
             PERFORM VARYING WK-IDX-DIAS FROM 1 BY 1
                     UNTIL WK-IDX-DIAS > WK-QTDE-DEPTOS
                IF   TD-DEPTO(WK-IDX-DIAS) NOT = WK-DEPTO-FIM-MES
                 AND TD-DIAS(WK-IDX-DIAS) > ZEROS
                   COMPUTE WK-VALOR-RECARGA ROUNDED = WK-CUSTO-MES
                         * TD-DIAS(WK-IDX-DIAS) / WK-DIAS-NO-MES
                   MOVE TD-DEPTO(WK-IDX-DIAS) TO WK-DEPTO-RECEBE
                   MOVE WK-DEPTO-FIM-MES      TO WK-DEPTO-ALIVIA
                   IF   WK-VALOR-RECARGA > ZEROS
                      PERFORM 240-LANCA-RECARGA
                   END-IF
                END-IF
             END-PERFORM
          END-IF.
      *
       240-LANCA-RECARGA.
          MOVE WK-DEPTO-RECEBE TO WK-DEPTO-BUSCA.
          PERFORM 245-BUSCA-DEPTO.
          MOVE WK-CONTA-BUSCA   TO WK-CONTA-RECEBE.
          MOVE WK-EMPRESA-BUSCA TO WK-EMPRESA-RECEBE.
          MOVE WK-DEPTO-ALIVIA TO WK-DEPTO-BUSCA.
          PERFORM 245-BUSCA-DEPTO.
          MOVE WK-CONTA-BUSCA   TO WK-CONTA-ALIVIA.
          MOVE WK-EMPRESA-BUSCA TO WK-EMPRESA-ALIVIA.
          MOVE 'N' TO WK-INTERCOMPANHIA.
          MOVE SPACES TO WK-CONTA-PAGAR WK-CONTA-RECEBER.
          IF   WK-EMPRESA-RECEBE NOT = WK-EMPRESA-ALIVIA
             SET RECARGA-INTERCOMPANHIA TO TRUE
             EXEC SQL
                SELECT COALESCE(CONTAPAGAR, ' ')
                  INTO :WK-CONTA-PAGAR
                  FROM EAD719.CONTAIC
                 WHERE EMPRESA = :WK-EMPRESA-RECEBE
             END-EXEC
             IF   SQLCODE NOT = 0
                MOVE SPACES TO WK-CONTA-PAGAR
             END-IF
             EXEC SQL
                SELECT COALESCE(CONTARECEBER, ' ')
                  INTO :WK-CONTA-RECEBER
                  FROM EAD719.CONTAIC
                 WHERE EMPRESA = :WK-EMPRESA-ALIVIA
             END-EXEC
             IF   SQLCODE NOT = 0
                MOVE SPACES TO WK-CONTA-RECEBER
             END-IF
          END-IF.

          MOVE TD-DIAS(WK-IDX-DIAS) TO WK-DIAS-EDIT.
          MOVE WK-VALOR-RECARGA     TO WK-VALOR-EDIT.
          MOVE SPACES TO WK-LINHA-CONTROLE.
          IF   WK-CONTA-RECEBE = SPACES
           OR  WK-CONTA-ALIVIA = SPACES
           OR (RECARGA-INTERCOMPANHIA
               AND (WK-CONTA-PAGAR = SPACES
                    OR WK-CONTA-RECEBER = SPACES))
             ADD 1 TO WK-QTDE-SEM-DEPARA
             ADD WK-VALOR-RECARGA TO WK-TOTAL-SEM-DEPARA
             STRING 'FUNCIONARIO ' WK-CODFUN-ATUAL ' DE '
                    WK-DEPTO-ALIVIA ' PARA ' WK-DEPTO-RECEBE ' ('
                    WK-DIAS-EDIT ' DIAS) SEM DE-PARA OU CONTA '
                    'INTERCOMPANHIA - FORA DO JORNAL ('
                    WK-VALOR-EDIT ')'
                    DELIMITED BY SIZE INTO WK-LINHA-CONTROLE
             END-STRING
          ELSE
             ADD 1 TO WK-QTDE-RECARGAS
             MOVE 'D'              TO WK-AC-TIPO
             MOVE WK-CONTA-RECEBE  TO WK-AC-CONTA
             MOVE WK-DEPTO-RECEBE  TO WK-AC-DEPTO
             PERFORM 270-ACUMULA-LANCAMENTO
             MOVE 'C'              TO WK-AC-TIPO
             MOVE WK-CONTA-ALIVIA  TO WK-AC-CONTA
             MOVE WK-DEPTO-ALIVIA  TO WK-AC-DEPTO
             PERFORM 270-ACUMULA-LANCAMENTO
             IF   RECARGA-INTERCOMPANHIA
                ADD 1 TO WK-QTDE-INTERCOMP
                MOVE 'C'              TO WK-AC-TIPO
                MOVE WK-CONTA-PAGAR   TO WK-AC-CONTA
                MOVE SPACES           TO WK-AC-DEPTO
                PERFORM 270-ACUMULA-LANCAMENTO
                MOVE 'D'              TO WK-AC-TIPO
                MOVE WK-CONTA-RECEBER TO WK-AC-CONTA
                MOVE SPACES           TO WK-AC-DEPTO
                PERFORM 270-ACUMULA-LANCAMENTO
                STRING 'FUNCIONARIO ' WK-CODFUN-ATUAL ' DE '
                       WK-DEPTO-ALIVIA ' PARA ' WK-DEPTO-RECEBE
                       ' (' WK-DIAS-EDIT ' DIAS) ' WK-VALOR-EDIT
                       ' INTERCOMPANHIA ' WK-EMPRESA-ALIVIA '->'
                       WK-EMPRESA-RECEBE
                       DELIMITED BY SIZE INTO WK-LINHA-CONTROLE
                END-STRING
             ELSE
                STRING 'FUNCIONARIO ' WK-CODFUN-ATUAL ' DE '
                       WK-DEPTO-ALIVIA ' PARA ' WK-DEPTO-RECEBE
                       ' (' WK-DIAS-EDIT ' DIAS) ' WK-VALOR-EDIT
                       DELIMITED BY SIZE INTO WK-LINHA-CONTROLE
                END-STRING
             END-IF
          END-IF.
          MOVE WK-LINHA-CONTROLE TO REG-CONTROLE.
          WRITE REG-CONTROLE.
      *
       245-BUSCA-DEPTO.
      *    CONTA DE DEBITO DO DE-PARA E EMPRESA DO DEPARTAMENTO
      *    (EMPRESA EM BRANCO E A PRINCIPAL).
          MOVE SPACES TO WK-CONTA-BUSCA WK-EMPRESA-BUSCA.
          EXEC SQL
             SELECT COALESCE(G.CONTADEBITO, ' '),
                    COALESCE(D.EMPRESADEP, ' ')
               INTO :WK-CONTA-BUSCA, :WK-EMPRESA-BUSCA
               FROM EAD719.DEPARTAMENTOS D
               LEFT JOIN EAD719.CONTABGL G
                      ON G.DEPTOFUN = D.DEPTOFUN
              WHERE D.DEPTOFUN = :WK-DEPTO-BUSCA
          END-EXEC.
          IF   SQLCODE NOT = 0
             MOVE SPACES TO WK-CONTA-BUSCA WK-EMPRESA-BUSCA
          END-IF.
      *
       270-ACUMULA-LANCAMENTO.
          PERFORM VARYING WK-IDX FROM 1 BY 1
                  UNTIL WK-IDX > WK-QTDE-LANCAMENTOS
                     OR (TL-TIPO(WK-IDX)  = WK-AC-TIPO
                     AND TL-CONTA(WK-IDX) = WK-AC-CONTA
                     AND TL-DEPTO(WK-IDX) = WK-AC-DEPTO)
             CONTINUE
          END-PERFORM.
          IF   WK-IDX > WK-QTDE-LANCAMENTOS
             IF   WK-QTDE-LANCAMENTOS < 500
                ADD 1 TO WK-QTDE-LANCAMENTOS
                MOVE WK-QTDE-LANCAMENTOS TO WK-IDX
                MOVE WK-AC-TIPO          TO TL-TIPO(WK-IDX)
                MOVE WK-AC-CONTA         TO TL-CONTA(WK-IDX)
                MOVE WK-AC-DEPTO         TO TL-DEPTO(WK-IDX)
                MOVE ZEROS               TO TL-VALOR(WK-IDX)
             ELSE
                DISPLAY 'CESSAOGL: MAIS DE 500 LINHAS DE JORNAL '
                        'DISTINTAS - CONFIRA O DE-PARA'
                MOVE 12 TO RETURN-CODE
                STOP RUN
             END-IF
          END-IF.
          ADD WK-VALOR-RECARGA TO TL-VALOR(WK-IDX).
      *
       280-LANCA-JORNAL.
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
          IF   WK-QTDE-SEM-DATAINI > ZEROS
             MOVE SPACES TO WK-LINHA-CONTROLE
             STRING 'CESSOES ATIVAS SEM DATA DE IDA (FORA DA '
                    'RECARGA) .. ' WK-QTDE-SEM-DATAINI
                    DELIMITED BY SIZE INTO WK-LINHA-CONTROLE
             END-STRING
             MOVE WK-LINHA-CONTROLE TO REG-CONTROLE
             WRITE REG-CONTROLE
          END-IF.
          IF   WK-QTDE-COM-RATEIO > ZEROS
             MOVE SPACES TO WK-LINHA-CONTROLE
             STRING 'CESSOES ATIVAS DE FUNCIONARIO COM RATEIO '
                    '(FORA) .. ' WK-QTDE-COM-RATEIO
                    DELIMITED BY SIZE INTO WK-LINHA-CONTROLE
             END-STRING
             MOVE WK-LINHA-CONTROLE TO REG-CONTROLE
             WRITE REG-CONTROLE
          END-IF.

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
          PERFORM 940-GRAVA-MANIFESTO.

          DISPLAY '================================================'.
          DISPLAY 'RESUMO DA RECARGA DAS CESSOES ' WK-PERIODO.
          DISPLAY '  FUNCIONARIOS CEDIDOS .. ' WK-QTDE-FUNCIONARIOS.
          DISPLAY '  RECARGAS LANCADAS ..... ' WK-QTDE-RECARGAS.
          DISPLAY '  INTERCOMPANHIA ........ ' WK-QTDE-INTERCOMP.
          DISPLAY '  SEM DE-PARA ........... ' WK-QTDE-SEM-DEPARA.
          DISPLAY '  LINHAS DE JORNAL ...... ' WK-QTDE-LANCADA.
          DISPLAY '================================================'.
          IF   WK-QTDE-SEM-DEPARA > ZEROS
             DISPLAY 'ATENCAO: ' WK-QTDE-SEM-DEPARA
                     ' RECARGA(S) FORA DO JORNAL - CADASTRE PELO '
                     'MANCONTA/MANCTAIC'
             IF   RETURN-CODE < 8
                MOVE 8 TO RETURN-CODE
             END-IF
          END-IF.
          EXIT.
      *
       940-GRAVA-MANIFESTO.
      *    UMA LINHA DE MANIFESTO POR ARQUIVO GERADO - REGERACAO NO
      *    MESMO PERIODO SUBSTITUI E VOLTA A AGUARDAR CONFIRMACAO.
          EXEC SQL
             DELETE FROM EAD719.MANIFEST
              WHERE ARQUIVO = 'CESSAOGL'
                AND PERIODO = :WK-PERIODO
          END-EXEC.
          EXEC SQL
             INSERT INTO EAD719.MANIFEST
                (ARQUIVO, PERIODO, QTDE, HASHTOTAL, GERADO,
                 CONFIRMADA)
                VALUES ('CESSAOGL', :WK-PERIODO,
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
