        IDENTIFICATION DIVISION.
        PROGRAM-ID.    RELCOMPA.
        AUTHOR.        THIAGO.
      **************************************************
      * RELATORIO DE COMPA-RATIO CONTRA O MERCADO: A   *
      * FAIXA DO CARGO (EAD719.CARGOS) E O RELEQUID SO *
      * NOS COMPARAM CONOSCO MESMOS. ESTE RELATORIO    *
      * CASA CADA CARGO COM A PESQUISA SALARIAL DO ANO *
      * (CARGAPESQ, PELO DE-PARA DO MANPESQ) E MOSTRA: *
      *   - POR CARGO, O SALMIN, O SALMAX E O PONTO    *
      *     MEDIO DA FAIXA CONTRA O P25/P50/P75        *
      *     NACIONAL (REGIAO BR), A POSICAO DE CADA    *
      *     PONTA DA FAIXA EM RELACAO AO MERCADO E O   *
      *     DESVIO DO PONTO MEDIO PARA A MEDIANA;      *
      *   - POR FUNCIONARIO ATIVO DO CARGO, O          *
      *     COMPA-RATIO (SALARIO / MEDIANA X 100)      *
      *     CONTRA A MEDIANA DA SUA UF (UFFUN), OU A   *
      *     NACIONAL QUANDO A UF NAO VEM NA PESQUISA,  *
      *     E O COMPA-RATIO MEDIO DO CARGO.            *
      * CARGO CUJO PONTO MEDIO FICA MAIS DE N% ABAIXO  *
      * DA MEDIANA NACIONAL SAI MARCADO 'DEFASADO' E   *
      * VAI PARA A LISTA COMPAMER, INSUMO DO PROXIMO   *
      * CICLO DE MERITO (CICLOMER).                    *
      * PARM='ANO=AAAA,PERC=NN' (SEM ANO, A PESQUISA   *
      * MAIS RECENTE CARREGADA; SEM PERC, 10).         *
      *                                                *
      * LINHAS DO RELCOMPA (1A POSICAO = TIPO):        *
      *   C  CARGO, DESCRICAO, CODIGO NA PESQUISA,     *
      *      SALMIN, SALMAX, PONTO MEDIO, MEDIANA BR,  *
      *      DESVIO DO PONTO MEDIO (%) E SITUACAO      *
      *   M  P25/P50/P75 BR E POSICAO DO SALMIN E DO   *
      *      SALMAX (FAIXA DO MERCADO E % DA MEDIANA)  *
      *   F  CODFUN, NOME, UF, SALARIO, MEDIANA USADA, *
      *      REGIAO DA MEDIANA E COMPA-RATIO           *
      *   T  FUNCIONARIOS COMPARADOS E COMPA-RATIO     *
      *      MEDIO DO CARGO                            *
      * LISTA COMPAMER: CARGO, DESCRICAO, PONTO MEDIO, *
      *   MEDIANA BR, DESVIO (%)                       *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RELATORIO     ASSIGN TO RELCOMPA
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-MERITO        ASSIGN TO COMPAMER
                                     ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-RELATORIO.
       01  REG-RELATORIO            PIC X(132).
       01  REG-REL-CARGO REDEFINES REG-RELATORIO.
           05  RC-TIPO              PIC X(01).
           05  FILLER               PIC X(01).
           05  RC-CARGOFUN          PIC X(04).
           05  FILLER               PIC X(02).
           05  RC-DESCCARGO         PIC X(30).
           05  FILLER               PIC X(02).
           05  RC-CODPESQ           PIC X(10).
           05  FILLER               PIC X(02).
           05  RC-SALMIN            PIC ZZZ.ZZ9,99.
           05  FILLER               PIC X(02).
           05  RC-SALMAX            PIC ZZZ.ZZ9,99.
           05  FILLER               PIC X(02).
           05  RC-MEDIO             PIC ZZZ.ZZ9,99.
           05  FILLER               PIC X(02).
           05  RC-P50               PIC Z.ZZZ.ZZ9,99.
           05  FILLER               PIC X(02).
           05  RC-DESVIO            PIC +++9,9.
           05  FILLER               PIC X(02).
           05  RC-SITUACAO          PIC X(14).
           05  FILLER               PIC X(08).
       01  REG-REL-MERCADO REDEFINES REG-RELATORIO.
           05  RM-TIPO              PIC X(01).
           05  FILLER               PIC X(07).
           05  RM-P25               PIC Z.ZZZ.ZZ9,99.
           05  FILLER               PIC X(02).
           05  RM-P50               PIC Z.ZZZ.ZZ9,99.
           05  FILLER               PIC X(02).
           05  RM-P75               PIC Z.ZZZ.ZZ9,99.
           05  FILLER               PIC X(02).
           05  RM-ROTULO-MIN        PIC X(08).
           05  RM-POSICAO-MIN       PIC X(10).
           05  FILLER               PIC X(01).
           05  RM-PCT-MIN           PIC ZZ9,9.
           05  FILLER               PIC X(02).
           05  RM-ROTULO-MAX        PIC X(08).
           05  RM-POSICAO-MAX       PIC X(10).
           05  FILLER               PIC X(01).
           05  RM-PCT-MAX           PIC ZZ9,9.
           05  FILLER               PIC X(33).
       01  REG-REL-FUNCIONARIO REDEFINES REG-RELATORIO.
           05  RF-TIPO              PIC X(01).
           05  FILLER               PIC X(07).
           05  RF-CODFUN            PIC X(07).
           05  FILLER               PIC X(02).
           05  RF-NOMEFUN           PIC X(30).
           05  FILLER               PIC X(02).
           05  RF-UFFUN             PIC X(02).
           05  FILLER               PIC X(02).
           05  RF-SALARIO           PIC ZZZ.ZZ9,99.
           05  FILLER               PIC X(02).
           05  RF-MEDIANA           PIC Z.ZZZ.ZZ9,99.
           05  FILLER               PIC X(02).
           05  RF-REGIAO            PIC X(02).
           05  FILLER               PIC X(02).
           05  RF-COMPA             PIC ZZ9,9.
           05  FILLER               PIC X(44).
       01  REG-REL-TOTAL REDEFINES REG-RELATORIO.
           05  RT-TIPO              PIC X(01).
           05  FILLER               PIC X(07).
           05  RT-ROTULO            PIC X(30).
           05  FILLER               PIC X(02).
           05  RT-QTDE              PIC ZZ.ZZ9.
           05  FILLER               PIC X(02).
           05  RT-ROTULO-MEDIA      PIC X(20).
           05  RT-COMPA-MEDIO       PIC ZZ9,9.
           05  FILLER               PIC X(59).
      *
       FD  ARQ-MERITO.
       01  REG-MERITO.
           05  MR-CARGOFUN          PIC X(04).
           05  FILLER               PIC X(02).
           05  MR-DESCCARGO         PIC X(30).
           05  FILLER               PIC X(02).
           05  MR-MEDIO             PIC ZZZ.ZZ9,99.
           05  FILLER               PIC X(02).
           05  MR-P50               PIC Z.ZZZ.ZZ9,99.
           05  FILLER               PIC X(02).
           05  MR-DESVIO            PIC +++9,9.
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
       77  WK-ANO-PESQ               PIC 9(04)       VALUE ZEROS.
       77  WK-PERC-DEFASAGEM         PIC 9(02)       VALUE 10.
      *
      *    CARGO CORRENTE E MERCADO NACIONAL DO CARGO.
       77  WK-CARGOFUN               PIC X(04)       VALUE SPACES.
       77  WK-DESCCARGO              PIC X(30)       VALUE SPACES.
       77  WK-SALMIN                 PIC 9(06)V99    VALUE ZEROS.
       77  WK-SALMAX                 PIC 9(06)V99    VALUE ZEROS.
       77  WK-PONTO-MEDIO            PIC 9(06)V99    VALUE ZEROS.
       77  WK-CODPESQ                PIC X(10)       VALUE SPACES.
       77  WK-P25                    PIC 9(07)V99    VALUE ZEROS.
       77  WK-P50                    PIC 9(07)V99    VALUE ZEROS.
       77  WK-P75                    PIC 9(07)V99    VALUE ZEROS.
       77  WK-DESVIO                 PIC S9(03)V9    VALUE ZEROS.
       77  WK-LIMITE-DEFASAGEM       PIC 9(07)V99    VALUE ZEROS.
      *
      *    POSICAO DE UM VALOR DA FAIXA NO MERCADO.
       77  WK-VALOR-FAIXA            PIC 9(06)V99    VALUE ZEROS.
       77  WK-POSICAO                PIC X(10)       VALUE SPACES.
       77  WK-PCT-MEDIANA            PIC 9(03)V9     VALUE ZEROS.
      *
      *    FUNCIONARIO CORRENTE.
       77  DB2-UFFUN                 PIC X(02)       VALUE SPACES.
       77  WK-P50-REGIAO             PIC 9(07)V99    VALUE ZEROS.
       77  WK-COMPA                  PIC 9(03)V9     VALUE ZEROS.
       77  WK-SOMA-COMPA             PIC 9(07)V9     VALUE ZEROS.
       77  WK-QTDE-CARGO             PIC 9(05)       VALUE ZEROS.
       77  WK-COMPA-MEDIO            PIC 9(03)V9     VALUE ZEROS.
      *
       77  WK-QTDE-CARGOS            PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-COM-MERCADO       PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-SEM-DEPARA        PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-SEM-PONTO         PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-DEFASADO          PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-FUNCIONARIOS      PIC 9(07)       VALUE ZEROS.
       77  WK-SOMA-COMPA-GERAL       PIC 9(09)V9     VALUE ZEROS.
       77  WK-COMPA-GERAL            PIC 9(03)V9     VALUE ZEROS.
       77  WK-COMPA-EDIT             PIC ZZ9,9.
      *
      *    PONTO NACIONAL (BR) DO ANO, PELO DE-PARA DO MANPESQ.
       EXEC SQL
           DECLARE CUR-CARGOS CURSOR FOR
               SELECT C.CARGOFUN, C.DESCCARGO,
                      COALESCE(C.SALMINCARGO, 0),
                      COALESCE(C.SALMAXCARGO, 0),
                      COALESCE(M.CODPESQ, ' '),
                      COALESCE(S.P25, 0), COALESCE(S.P50, 0),
                      COALESCE(S.P75, 0)
                 FROM EAD719.CARGOS C
                 LEFT JOIN EAD719.PESQCARGO M
                   ON M.CARGOFUN = C.CARGOFUN
                 LEFT JOIN EAD719.PESQSAL S
                   ON S.ANOPESQ = :WK-ANO-PESQ
                  AND S.CODPESQ = M.CODPESQ
                  AND S.REGIAO  = 'BR'
                ORDER BY C.CARGOFUN
       END-EXEC.
      *
      *    MEDIANA DA UF DO FUNCIONARIO, QUANDO A PESQUISA A TRAZ.
       EXEC SQL
           DECLARE CUR-FUNCIONARIOS CURSOR FOR
               SELECT F.CODFUN, F.NOMEFUN, COALESCE(F.UFFUN, ' '),
                      F.SALARIOFUN, COALESCE(R.P50, 0)
                 FROM EAD719.FUNCIONARIOS F
                 LEFT JOIN EAD719.PESQSAL R
                   ON R.ANOPESQ = :WK-ANO-PESQ
                  AND R.CODPESQ = :WK-CODPESQ
                  AND R.REGIAO  = F.UFFUN
                WHERE F.CARGOFUN  = :WK-CARGOFUN
                  AND F.STATUSFUN NOT = 'D'
                ORDER BY F.CODFUN
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
          IF  LK-PARM-TAM > 0
             IF  LK-PARM-TEXTO(1:4) = 'ANO='
                 AND LK-PARM-TEXTO(5:4) IS NUMERIC
                MOVE LK-PARM-TEXTO(5:4) TO WK-ANO-PESQ
             END-IF
             IF  LK-PARM-TEXTO(10:5) = 'PERC='
                 AND LK-PARM-TEXTO(15:2) IS NUMERIC
                MOVE LK-PARM-TEXTO(15:2) TO WK-PERC-DEFASAGEM
             END-IF
          END-IF.
          IF   WK-ANO-PESQ = ZEROS
             EXEC SQL
                SELECT COALESCE(MAX(ANOPESQ), 0)
                  INTO :WK-ANO-PESQ
                  FROM EAD719.PESQSAL
             END-EXEC
             IF   SQLCODE NOT = 0
                MOVE SQLCODE TO WK-SQLCODE-EDIT
                CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
                DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                        ' NA LEITURA DA PESQUISA SALARIAL'
                MOVE 12 TO RETURN-CODE
                STOP RUN
             END-IF
          END-IF.
          IF   WK-ANO-PESQ = ZEROS
             DISPLAY 'RELCOMPA: NENHUMA PESQUISA SALARIAL CARREGADA '
                     '(CARGAPESQ) - NADA A COMPARAR'
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF.
          DISPLAY 'RELCOMPA: PESQUISA DE ' WK-ANO-PESQ
                  ' - DEFASAGEM ACIMA DE ' WK-PERC-DEFASAGEM '%'.
          OPEN OUTPUT ARQ-RELATORIO.
          OPEN OUTPUT ARQ-MERITO.
          MOVE SPACES TO REG-RELATORIO.
          STRING 'COMPA-RATIO CONTRA A PESQUISA SALARIAL DE '
                 WK-ANO-PESQ ' - DEFASADO: PONTO MEDIO MAIS DE '
                 WK-PERC-DEFASAGEM '% ABAIXO DA MEDIANA BR'
                 DELIMITED BY SIZE INTO REG-RELATORIO
          END-STRING.
          WRITE REG-RELATORIO.
      *
       200-PROCESSAR SECTION.
       201-PROCESSAR.
          EXEC SQL
             OPEN CUR-CARGOS
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-CARGOS
                  INTO :WK-CARGOFUN, :WK-DESCCARGO, :WK-SALMIN,
                       :WK-SALMAX, :WK-CODPESQ, :WK-P25, :WK-P50,
                       :WK-P75
             END-EXEC
             IF   SQLCODE = 0
                ADD 1 TO WK-QTDE-CARGOS
                PERFORM 210-COMPARA-CARGO
             END-IF
          END-PERFORM.
          IF   SQLCODE NOT = 100
             MOVE SQLCODE TO WK-SQLCODE-EDIT
             CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
             DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                     ' NA LEITURA DOS CARGOS'
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          EXEC SQL
             CLOSE CUR-CARGOS
          END-EXEC.
      *
       210-COMPARA-CARGO.
          COMPUTE WK-PONTO-MEDIO ROUNDED = (WK-SALMIN + WK-SALMAX) / 2.
          MOVE SPACES         TO REG-RELATORIO.
          MOVE 'C'            TO RC-TIPO.
          MOVE WK-CARGOFUN    TO RC-CARGOFUN.
          MOVE WK-DESCCARGO   TO RC-DESCCARGO.
          MOVE WK-CODPESQ     TO RC-CODPESQ.
          MOVE WK-SALMIN      TO RC-SALMIN.
          MOVE WK-SALMAX      TO RC-SALMAX.
          MOVE WK-PONTO-MEDIO TO RC-MEDIO.
          EVALUATE TRUE
             WHEN WK-CODPESQ = SPACES
                ADD 1 TO WK-QTDE-SEM-DEPARA
                MOVE 'SEM DE-PARA' TO RC-SITUACAO
                WRITE REG-RELATORIO
             WHEN WK-P50 = ZEROS
                ADD 1 TO WK-QTDE-SEM-PONTO
                MOVE 'SEM PONTO BR' TO RC-SITUACAO
                WRITE REG-RELATORIO
             WHEN OTHER
                ADD 1 TO WK-QTDE-COM-MERCADO
                PERFORM 220-POSICIONA-FAIXA
                PERFORM 230-COMPARA-FUNCIONARIOS
          END-EVALUATE.
      *
       220-POSICIONA-FAIXA.
      *    DESVIO DO PONTO MEDIO DA FAIXA PARA A MEDIANA NACIONAL;
      *    ABAIXO DO LIMITE, O CARGO E CANDIDATO A AJUSTE DE FAIXA
      *    NO PROXIMO CICLO DE MERITO.
          COMPUTE WK-DESVIO ROUNDED =
                  (WK-PONTO-MEDIO - WK-P50) * 100 / WK-P50.
          COMPUTE WK-LIMITE-DEFASAGEM ROUNDED =
                  WK-P50 * (100 - WK-PERC-DEFASAGEM) / 100.
          MOVE WK-P50    TO RC-P50.
          MOVE WK-DESVIO TO RC-DESVIO.
          IF   WK-PONTO-MEDIO < WK-LIMITE-DEFASAGEM
             ADD 1 TO WK-QTDE-DEFASADO
             MOVE 'DEFASADO' TO RC-SITUACAO
             WRITE REG-RELATORIO
             MOVE SPACES         TO REG-MERITO
             MOVE WK-CARGOFUN    TO MR-CARGOFUN
             MOVE WK-DESCCARGO   TO MR-DESCCARGO
             MOVE WK-PONTO-MEDIO TO MR-MEDIO
             MOVE WK-P50         TO MR-P50
             MOVE WK-DESVIO      TO MR-DESVIO
             WRITE REG-MERITO
             DISPLAY 'CARGO ' WK-CARGOFUN ' DEFASADO - PONTO MEDIO '
                     'DA FAIXA ' RC-DESVIO '% DA MEDIANA DE MERCADO'
          ELSE
             MOVE 'NO MERCADO' TO RC-SITUACAO
             WRITE REG-RELATORIO
          END-IF.

          MOVE SPACES    TO REG-RELATORIO.
          MOVE 'M'       TO RM-TIPO.
          MOVE WK-P25    TO RM-P25.
          MOVE WK-P50    TO RM-P50.
          MOVE WK-P75    TO RM-P75.
          MOVE WK-SALMIN TO WK-VALOR-FAIXA.
          PERFORM 225-POSICAO-NO-MERCADO.
          MOVE 'SALMIN: '     TO RM-ROTULO-MIN.
          MOVE WK-POSICAO     TO RM-POSICAO-MIN.
          MOVE WK-PCT-MEDIANA TO RM-PCT-MIN.
          MOVE WK-SALMAX TO WK-VALOR-FAIXA.
          PERFORM 225-POSICAO-NO-MERCADO.
          MOVE 'SALMAX: '     TO RM-ROTULO-MAX.
          MOVE WK-POSICAO     TO RM-POSICAO-MAX.
          MOVE WK-PCT-MEDIANA TO RM-PCT-MAX.
          WRITE REG-RELATORIO.
      *
       225-POSICAO-NO-MERCADO.
          EVALUATE TRUE
             WHEN WK-VALOR-FAIXA < WK-P25
                MOVE 'ABAIXO P25' TO WK-POSICAO
             WHEN WK-VALOR-FAIXA < WK-P50
                MOVE 'P25-P50'    TO WK-POSICAO
             WHEN WK-VALOR-FAIXA NOT > WK-P75
                MOVE 'P50-P75'    TO WK-POSICAO
             WHEN OTHER
                MOVE 'ACIMA P75'  TO WK-POSICAO
          END-EVALUATE.
          COMPUTE WK-PCT-MEDIANA ROUNDED =
                  WK-VALOR-FAIXA * 100 / WK-P50
             ON SIZE ERROR
                MOVE 999,9 TO WK-PCT-MEDIANA
          END-COMPUTE.
      *
       230-COMPARA-FUNCIONARIOS.
          MOVE ZEROS TO WK-QTDE-CARGO WK-SOMA-COMPA.
          EXEC SQL
             OPEN CUR-FUNCIONARIOS
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-FUNCIONARIOS
                  INTO :DB2-CODFUN, :DB2-NOMEFUN, :DB2-UFFUN,
                       :DB2-SALARIOFUN, :WK-P50-REGIAO
             END-EXEC
             IF   SQLCODE = 0
                PERFORM 240-LINHA-FUNCIONARIO
             END-IF
          END-PERFORM.
          IF   SQLCODE NOT = 100
             MOVE SQLCODE TO WK-SQLCODE-EDIT
             CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
             DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                     ' NA LEITURA DOS FUNCIONARIOS DO CARGO '
                     WK-CARGOFUN
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          EXEC SQL
             CLOSE CUR-FUNCIONARIOS
          END-EXEC.
      *    SQLCODE VOLTA A ZERO PARA O LACO DOS CARGOS CONTINUAR.
          MOVE ZEROS TO SQLCODE.

          MOVE ZEROS TO WK-COMPA-MEDIO.
          IF   WK-QTDE-CARGO > ZEROS
             COMPUTE WK-COMPA-MEDIO ROUNDED =
                     WK-SOMA-COMPA / WK-QTDE-CARGO
          END-IF.
          MOVE SPACES TO REG-RELATORIO.
          MOVE 'T'    TO RT-TIPO.
          MOVE 'FUNCIONARIOS COMPARADOS'  TO RT-ROTULO.
          MOVE WK-QTDE-CARGO              TO RT-QTDE.
          MOVE 'COMPA-RATIO MEDIO: '      TO RT-ROTULO-MEDIA.
          MOVE WK-COMPA-MEDIO             TO RT-COMPA-MEDIO.
          WRITE REG-RELATORIO.
      *
       240-LINHA-FUNCIONARIO.
          MOVE SPACES           TO REG-RELATORIO.
          MOVE 'F'              TO RF-TIPO.
          MOVE DB2-CODFUN       TO RF-CODFUN.
          MOVE DB2-NOMEFUN-TEXT TO RF-NOMEFUN.
          MOVE DB2-UFFUN        TO RF-UFFUN.
          MOVE DB2-SALARIOFUN   TO RF-SALARIO.
          IF   WK-P50-REGIAO > ZEROS
             MOVE DB2-UFFUN     TO RF-REGIAO
          ELSE
             MOVE WK-P50        TO WK-P50-REGIAO
             MOVE 'BR'          TO RF-REGIAO
          END-IF.
          MOVE WK-P50-REGIAO    TO RF-MEDIANA.
          COMPUTE WK-COMPA ROUNDED =
                  DB2-SALARIOFUN * 100 / WK-P50-REGIAO
             ON SIZE ERROR
                MOVE 999,9 TO WK-COMPA
          END-COMPUTE.
          MOVE WK-COMPA         TO RF-COMPA.
          WRITE REG-RELATORIO.
          ADD 1        TO WK-QTDE-CARGO WK-QTDE-FUNCIONARIOS.
          ADD WK-COMPA TO WK-SOMA-COMPA WK-SOMA-COMPA-GERAL.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          IF   WK-QTDE-FUNCIONARIOS > ZEROS
             COMPUTE WK-COMPA-GERAL ROUNDED =
                     WK-SOMA-COMPA-GERAL / WK-QTDE-FUNCIONARIOS
          END-IF.
          MOVE SPACES TO REG-RELATORIO.
          MOVE 'T'    TO RT-TIPO.
          MOVE '*** TOTAL DA EMPRESA'     TO RT-ROTULO.
          MOVE WK-QTDE-FUNCIONARIOS       TO RT-QTDE.
          MOVE 'COMPA-RATIO MEDIO: '      TO RT-ROTULO-MEDIA.
          MOVE WK-COMPA-GERAL             TO RT-COMPA-MEDIO.
          WRITE REG-RELATORIO.
          CLOSE ARQ-RELATORIO.
          CLOSE ARQ-MERITO.
          MOVE WK-COMPA-GERAL TO WK-COMPA-EDIT.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DO COMPA-RATIO - PESQUISA ' WK-ANO-PESQ.
          DISPLAY '  CARGOS ................ ' WK-QTDE-CARGOS.
          DISPLAY '  COM MERCADO ........... ' WK-QTDE-COM-MERCADO.
          DISPLAY '  SEM DE-PARA (MANPESQ) . ' WK-QTDE-SEM-DEPARA.
          DISPLAY '  SEM PONTO BR NO ANO ... ' WK-QTDE-SEM-PONTO.
          DISPLAY '  DEFASADOS (COMPAMER) .. ' WK-QTDE-DEFASADO.
          DISPLAY '  FUNCIONARIOS .......... ' WK-QTDE-FUNCIONARIOS.
          DISPLAY '  COMPA-RATIO MEDIO ..... ' WK-COMPA-EDIT.
          DISPLAY '================================================'.
          EXIT.
