        IDENTIFICATION DIVISION.
        PROGRAM-ID.    RELIGUAL.
        AUTHOR.        THIAGO.
      **************************************************
      * RELATORIO SEMESTRAL DE TRANSPARENCIA SALARIAL  *
      * (IGUALDADE ENTRE MULHERES E HOMENS), POR       *
      * EMPRESA E, DENTRO DELA, POR CARGO: QUADRO,     *
      * MEDIA E MEDIANA DO SALARIO DE CADA SEXO E A    *
      * RAZAO FEMININO/MASCULINO (EM %) DA MEDIA E DA  *
      * MEDIANA, MAIS UMA LINHA DE TOTAL DA EMPRESA    *
      * (CARGO '****').                                *
      * DATA DE REFERENCIA = FIM DO SEMESTRE           *
      * (PARM='SEMESTRE=AAAAS', S = 1 OU 2; SEM PARM,  *
      * O ULTIMO SEMESTRE FECHADO). ENTRA QUEM ESTAVA  *
      * NO QUADRO NA DATA (ADMITIDO ATE ELA E NAO      *
      * DESLIGADO ATE ELA), COM O SALARIO QUE VIGORAVA *
      * NELA: O VALOR ANTIGO DA PRIMEIRA ALTERACAO DE  *
      * SALARIOFUN POSTERIOR (FUNCIONARIOS_HIST, MESMO *
      * RACIOCINIO DO AJUSTSAL) OU, SEM ALTERACAO      *
      * DEPOIS DELA, O SALARIO ATUAL.                  *
      * SEXO COM MENOS DE WK-MINIMO-GRUPO PESSOAS NO   *
      * GRUPO TEM MEDIA E MEDIANA SUPRIMIDAS ('*'),    *
      * ASSIM COMO A RAZAO - NUMERO TAO PEQUENO        *
      * IDENTIFICARIA O SALARIO DE ALGUEM. EMPRESA COM *
      * MENOS DE 100 FUNCIONARIOS SAI NO RELATORIO,    *
      * MAS MARCADA COMO FORA DA OBRIGACAO LEGAL.      *
      * QUEM ESTA SEM SEXO NO CADASTRO (ANTERIOR AO    *
      * CAMPO) FICA DE FORA E E CONTADO NO RESUMO.     *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RELATORIO     ASSIGN TO IGUALREL
                                     ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-RELATORIO.
       01  REG-RELATORIO.
           05  RG-EMPRESA           PIC X(03).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RG-CARGO             PIC X(04).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RG-QTDE-F            PIC ZZZZ9.
           05  FILLER               PIC X(01)       VALUE SPACES.
           05  RG-FIGURAS-F.
               10  RG-MEDIA-F       PIC ZZZ.ZZ9,99.
               10  FILLER           PIC X(01).
               10  RG-MEDIANA-F     PIC ZZZ.ZZ9,99.
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RG-QTDE-M            PIC ZZZZ9.
           05  FILLER               PIC X(01)       VALUE SPACES.
           05  RG-FIGURAS-M.
               10  RG-MEDIA-M       PIC ZZZ.ZZ9,99.
               10  FILLER           PIC X(01).
               10  RG-MEDIANA-M     PIC ZZZ.ZZ9,99.
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RG-RAZOES.
               10  RG-RAZAO-MEDIA   PIC ZZ9,9.
               10  FILLER           PIC X(01).
               10  RG-RAZAO-MEDIANA PIC ZZ9,9.
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RG-OBSERVACAO        PIC X(20).
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
       77  DB2-EMPRESAFUN            PIC X(03)       VALUE SPACES.
       77  DB2-CARGOFUN              PIC X(04)       VALUE SPACES.
       77  DB2-SEXOFUN               PIC X(01)       VALUE SPACES.
      *
      *    DATA DE REFERENCIA (FIM DO SEMESTRE), EM ISO PARA O SQL.
       77  WK-SEMESTRE               PIC 9(01)       VALUE ZERO.
       01  WK-DATA-REF-ISO.
           05  WK-REF-ANO           PIC 9(04).
           05  FILLER               PIC X      VALUE '-'.
           05  WK-REF-MES           PIC X(02).
           05  FILLER               PIC X      VALUE '-'.
           05  WK-REF-DIA           PIC X(02).
       01  WK-DATA-ATUAL.
           05  WK-HOJE-AAAA         PIC 9(04).
           05  WK-HOJE-MM           PIC 9(02).
           05  FILLER               PIC X(15).
      *
      *    QUEM ESTAVA NO QUADRO NA DATA DE REFERENCIA, JA NA ORDEM
      *    DOS GRUPOS DO RELATORIO.
       EXEC SQL
           DECLARE CUR-QUADRO CURSOR FOR
               SELECT CODFUN, COALESCE(EMPRESAFUN, ' '),
                      COALESCE(CARGOFUN, ' '), SEXOFUN, SALARIOFUN
                 FROM EAD719.FUNCIONARIOS
                WHERE ADMISSFUN <= DATE(:WK-DATA-REF-ISO)
                  AND (DATADESLIG IS NULL
                       OR DATADESLIG > DATE(:WK-DATA-REF-ISO))
                  AND COALESCE(SEXOFUN, ' ') IN ('F', 'M')
                ORDER BY COALESCE(EMPRESAFUN, ' '),
                         COALESCE(CARGOFUN, ' '), SEXOFUN
       END-EXEC.
      *
      *    PRIMEIRA ALTERACAO DE SALARIO DEPOIS DA DATA DE
      *    REFERENCIA: O VALOR ANTIGO DELA E O QUE VIGORAVA NA DATA.
      *    A LINHA DE BASE DO ARQHIST NAO E ALTERACAO DE VERDADE.
       EXEC SQL
           DECLARE CUR-SAL-REF CURSOR FOR
               SELECT VALORANTIGO
                 FROM EAD719.FUNCIONARIOS_HIST
                WHERE CODFUN      = :DB2-CODFUN
                  AND CAMPOALT    = 'SALARIOFUN'
                  AND DATAALT     > DATE(:WK-DATA-REF-ISO)
                  AND VALORANTIGO NOT = '*BASELINE*'
                ORDER BY DATAALT
       END-EXEC.
       77  WK-HIST-SAL-TEXTO         PIC X(30)       VALUE SPACES.
       77  WK-HIST-SAL-EDIT          PIC ZZZ.ZZ9,99  VALUE ZEROS.
       77  WK-SAL-REF                PIC 9(06)V99    VALUE ZEROS.
      *
       01  TAB-QUADRO.
           05  TQ-ENTRADA            OCCURS 5000 TIMES.
               10  TQ-EMPRESA        PIC X(03).
               10  TQ-CARGO          PIC X(04).
               10  TQ-SEXO           PIC X(01).
               10  TQ-SALARIO        PIC 9(06)V99.
       01  WK-TQ-TROCA               PIC X(16)       VALUE SPACES.
       77  WK-QTDE-CARREGADA         PIC 9(05)       VALUE ZEROS.
       77  WK-LIMITE-TABELA          PIC 9(05)       VALUE 5000.
       77  WK-QTDE-SEM-SEXO          PIC 9(05)       VALUE ZEROS.
      *
      *    SALARIOS DA EMPRESA INTEIRA POR SEXO (1 = F, 2 = M),
      *    ORDENADOS NA INSERCAO, PARA A MEDIANA DA LINHA DE TOTAL.
       01  TAB-EMPRESA.
           05  TE-SEXO               OCCURS 2 TIMES.
               10  TE-QTDE           PIC 9(05).
               10  TE-SOMA           PIC 9(09)V99.
               10  TE-SALARIO        PIC 9(06)V99
                                     OCCURS 5000 TIMES.
       77  WK-EPOS                   PIC 9(05)       VALUE ZEROS.
      *
      *    ESTATISTICA DO GRUPO CORRENTE POR SEXO (1 = F, 2 = M).
       01  TAB-ESTATISTICA.
           05  ES-SEXO               OCCURS 2 TIMES.
               10  ES-QTDE           PIC 9(05).
               10  ES-SOMA           PIC 9(09)V99.
               10  ES-MEDIA          PIC 9(07)V99.
               10  ES-MEDIANA        PIC 9(07)V99.
       77  WK-SX                     PIC 9(01)       VALUE ZERO.
      *
       77  WK-EMP-INI                PIC 9(05)       VALUE ZEROS.
       77  WK-EMP-FIM                PIC 9(05)       VALUE ZEROS.
       77  WK-GRUPO-INI              PIC 9(05)       VALUE ZEROS.
       77  WK-GRUPO-FIM              PIC 9(05)       VALUE ZEROS.
       77  WK-SEXO-INI               PIC 9(05)       VALUE ZEROS.
       77  WK-SEXO-FIM               PIC 9(05)       VALUE ZEROS.
       77  WK-POS                    PIC 9(05)       VALUE ZEROS.
       77  WK-POS-MEIO               PIC 9(05)       VALUE ZEROS.
       77  WK-RAZAO-MEDIA            PIC 9(03)V9     VALUE ZEROS.
       77  WK-RAZAO-MEDIANA          PIC 9(03)V9     VALUE ZEROS.
       77  WK-QUADRO-EMPRESA         PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-EMPRESAS          PIC 9(03)       VALUE ZEROS.
       77  WK-QTDE-LINHAS            PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-SUPRIMIDOS        PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-DESOBRIGADAS      PIC 9(03)       VALUE ZEROS.
       77  WK-LIN-EMPRESA            PIC X(03)       VALUE SPACES.
       77  WK-LIN-CARGO              PIC X(04)       VALUE SPACES.
       77  WK-LIN-OBS                PIC X(20)       VALUE SPACES.
       77  WK-SUPRIME                PIC X           VALUE 'N'.
           88  GRUPO-SUPRIMIDO                       VALUE 'S'.
      *    MENOS PESSOAS QUE ISTO NUM SEXO DO GRUPO E DADO
      *    IDENTIFICAVEL - SAI SUPRIMIDO.
       77  WK-MINIMO-GRUPO           PIC 9(02)       VALUE 3.
      *    QUADRO A PARTIR DO QUAL A EMPRESA E OBRIGADA A PUBLICAR.
       77  WK-QUADRO-OBRIGATORIO     PIC 9(05)       VALUE 100.
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
      *    SEM PARM VALE O ULTIMO SEMESTRE FECHADO: NO PRIMEIRO
      *    SEMESTRE, O SEGUNDO DO ANO ANTERIOR; NO SEGUNDO, O
      *    PRIMEIRO DO ANO CORRENTE.
          MOVE FUNCTION CURRENT-DATE TO WK-DATA-ATUAL.
          IF   WK-HOJE-MM > 6
             MOVE WK-HOJE-AAAA TO WK-REF-ANO
             MOVE 1            TO WK-SEMESTRE
          ELSE
             COMPUTE WK-REF-ANO = WK-HOJE-AAAA - 1
             MOVE 2            TO WK-SEMESTRE
          END-IF.
          IF  LK-PARM-TAM > 0
             IF  LK-PARM-TEXTO(1:9) = 'SEMESTRE='
                 AND LK-PARM-TEXTO(10:5) IS NUMERIC
                 AND (LK-PARM-TEXTO(14:1) = '1' OR '2')
                MOVE LK-PARM-TEXTO(10:4) TO WK-REF-ANO
                MOVE LK-PARM-TEXTO(14:1) TO WK-SEMESTRE
             ELSE
                DISPLAY 'RELIGUAL: PARM INVALIDO ' LK-PARM-TEXTO
                        ' - USE SEMESTRE=AAAAS (S = 1 OU 2)'
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
          END-IF.
          IF   WK-SEMESTRE = 1
             MOVE '06' TO WK-REF-MES
             MOVE '30' TO WK-REF-DIA
          ELSE
             MOVE '12' TO WK-REF-MES
             MOVE '31' TO WK-REF-DIA
          END-IF.
          DISPLAY 'RELIGUAL: TRANSPARENCIA SALARIAL DO '
                  WK-SEMESTRE 'O SEMESTRE DE ' WK-REF-ANO
                  ' - DATA DE REFERENCIA ' WK-DATA-REF-ISO.
          OPEN OUTPUT ARQ-RELATORIO.
          PERFORM 110-CARREGA-QUADRO.
          PERFORM 130-CONTA-SEM-SEXO.
      *
       110-CARREGA-QUADRO.
          EXEC SQL
             OPEN CUR-QUADRO
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-QUADRO
                  INTO :DB2-CODFUN, :DB2-EMPRESAFUN, :DB2-CARGOFUN,
                       :DB2-SEXOFUN, :DB2-SALARIOFUN
             END-EXEC
             IF   SQLCODE = 0
                IF   WK-QTDE-CARREGADA NOT < WK-LIMITE-TABELA
                   DISPLAY 'RELIGUAL: MAIS DE ' WK-LIMITE-TABELA
                           ' FUNCIONARIOS - AUMENTE A TABELA E '
                           'RECOMPILE'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
                END-IF
                PERFORM 120-SALARIO-NA-REFERENCIA
                ADD 1 TO WK-QTDE-CARREGADA
                MOVE WK-QTDE-CARREGADA TO WK-POS
                MOVE DB2-EMPRESAFUN    TO TQ-EMPRESA(WK-POS)
                MOVE DB2-CARGOFUN      TO TQ-CARGO(WK-POS)
                MOVE DB2-SEXOFUN       TO TQ-SEXO(WK-POS)
                MOVE WK-SAL-REF        TO TQ-SALARIO(WK-POS)
      *         O CURSOR JA AGRUPA POR EMPRESA+CARGO+SEXO; DENTRO
      *         DO GRUPO A ORDEM POR SALARIO E FEITA AQUI, POR
      *         INSERCAO (O SALARIO DA DATA NAO VEM DO SQL).
                PERFORM UNTIL WK-POS = 1
                        OR TQ-EMPRESA(WK-POS - 1) NOT =
                           TQ-EMPRESA(WK-POS)
                        OR TQ-CARGO(WK-POS - 1) NOT = TQ-CARGO(WK-POS)
                        OR TQ-SEXO(WK-POS - 1) NOT = TQ-SEXO(WK-POS)
                        OR TQ-SALARIO(WK-POS - 1)
                           NOT > TQ-SALARIO(WK-POS)
                   MOVE TQ-ENTRADA(WK-POS - 1) TO WK-TQ-TROCA
                   MOVE TQ-ENTRADA(WK-POS)     TO
                        TQ-ENTRADA(WK-POS - 1)
                   MOVE WK-TQ-TROCA            TO TQ-ENTRADA(WK-POS)
                   SUBTRACT 1 FROM WK-POS
                END-PERFORM
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-QUADRO
          END-EXEC.
      *
       120-SALARIO-NA-REFERENCIA.
          MOVE DB2-SALARIOFUN TO WK-SAL-REF.
          EXEC SQL
             OPEN CUR-SAL-REF
          END-EXEC.
          EXEC SQL
             FETCH CUR-SAL-REF
               INTO :WK-HIST-SAL-TEXTO
          END-EXEC.
          IF   SQLCODE = 0
      *       O VALOR ANTIGO DO HISTORICO E O SALARIO QUE VIGORAVA
      *       ANTES DAQUELA ALTERACAO.
             MOVE WK-HIST-SAL-TEXTO(1:10) TO WK-HIST-SAL-EDIT
             MOVE WK-HIST-SAL-EDIT        TO WK-SAL-REF
          END-IF.
          EXEC SQL
             CLOSE CUR-SAL-REF
          END-EXEC.
      *
       130-CONTA-SEM-SEXO.
          EXEC SQL
             SELECT COUNT(*)
               INTO :WK-QTDE-SEM-SEXO
               FROM EAD719.FUNCIONARIOS
              WHERE ADMISSFUN <= DATE(:WK-DATA-REF-ISO)
                AND (DATADESLIG IS NULL
                     OR DATADESLIG > DATE(:WK-DATA-REF-ISO))
                AND COALESCE(SEXOFUN, ' ') NOT IN ('F', 'M')
          END-EXEC.
          IF   SQLCODE NOT = 0
             MOVE SQLCODE TO WK-SQLCODE-EDIT
             CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
             DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                     ' NA CONTAGEM DOS SEM SEXO INFORMADO'
             MOVE ZEROS TO WK-QTDE-SEM-SEXO
          END-IF.
      *
       200-PROCESSAR SECTION.
       201-PROCESSAR.
      *    VARRE A TABELA EMPRESA A EMPRESA E, DENTRO DELA, CARGO A
      *    CARGO; NO FIM DE CADA EMPRESA GRAVA A LINHA DE TOTAL.
          MOVE 1 TO WK-EMP-INI.
          PERFORM UNTIL WK-EMP-INI > WK-QTDE-CARREGADA
             MOVE WK-EMP-INI TO WK-EMP-FIM
             PERFORM UNTIL WK-EMP-FIM = WK-QTDE-CARREGADA
                     OR TQ-EMPRESA(WK-EMP-FIM + 1)
                        NOT = TQ-EMPRESA(WK-EMP-INI)
                ADD 1 TO WK-EMP-FIM
             END-PERFORM
             ADD 1 TO WK-QTDE-EMPRESAS
             COMPUTE WK-QUADRO-EMPRESA = WK-EMP-FIM - WK-EMP-INI + 1
             MOVE ZEROS TO TE-QTDE(1) TE-SOMA(1)
                           TE-QTDE(2) TE-SOMA(2)
             MOVE WK-EMP-INI TO WK-GRUPO-INI
             PERFORM UNTIL WK-GRUPO-INI > WK-EMP-FIM
                MOVE WK-GRUPO-INI TO WK-GRUPO-FIM
                PERFORM UNTIL WK-GRUPO-FIM = WK-EMP-FIM
                        OR TQ-CARGO(WK-GRUPO-FIM + 1)
                           NOT = TQ-CARGO(WK-GRUPO-INI)
                   ADD 1 TO WK-GRUPO-FIM
                END-PERFORM
                PERFORM 210-AVALIA-CARGO
                COMPUTE WK-GRUPO-INI = WK-GRUPO-FIM + 1
             END-PERFORM
             PERFORM 230-AVALIA-EMPRESA
             COMPUTE WK-EMP-INI = WK-EMP-FIM + 1
          END-PERFORM.
      *
       210-AVALIA-CARGO.
      *    DENTRO DO CARGO AS MULHERES VEM ANTES DOS HOMENS ('F' <
      *    'M'), CADA SEXO JA ORDENADO POR SALARIO.
          INITIALIZE TAB-ESTATISTICA.
          MOVE WK-GRUPO-INI TO WK-SEXO-INI.
          PERFORM UNTIL WK-SEXO-INI > WK-GRUPO-FIM
             MOVE WK-SEXO-INI TO WK-SEXO-FIM
             PERFORM UNTIL WK-SEXO-FIM = WK-GRUPO-FIM
                     OR TQ-SEXO(WK-SEXO-FIM + 1)
                        NOT = TQ-SEXO(WK-SEXO-INI)
                ADD 1 TO WK-SEXO-FIM
             END-PERFORM
             IF   TQ-SEXO(WK-SEXO-INI) = 'F'
                MOVE 1 TO WK-SX
             ELSE
                MOVE 2 TO WK-SX
             END-IF
             COMPUTE ES-QTDE(WK-SX) = WK-SEXO-FIM - WK-SEXO-INI + 1
             PERFORM VARYING WK-POS FROM WK-SEXO-INI BY 1
                     UNTIL WK-POS > WK-SEXO-FIM
                ADD TQ-SALARIO(WK-POS) TO ES-SOMA(WK-SX)
                PERFORM 220-INSERE-EMPRESA
             END-PERFORM
      *       MEDIANA: ELEMENTO CENTRAL, OU MEDIA DOS DOIS CENTRAIS
      *       QUANDO A QUANTIDADE E PAR.
             COMPUTE WK-POS-MEIO =
                     WK-SEXO-INI + ((ES-QTDE(WK-SX) - 1) / 2)
             IF   FUNCTION MOD(ES-QTDE(WK-SX), 2) = 1
                MOVE TQ-SALARIO(WK-POS-MEIO) TO ES-MEDIANA(WK-SX)
             ELSE
                COMPUTE ES-MEDIANA(WK-SX) ROUNDED =
                        (TQ-SALARIO(WK-POS-MEIO)
                         + TQ-SALARIO(WK-POS-MEIO + 1)) / 2
             END-IF
             COMPUTE WK-SEXO-INI = WK-SEXO-FIM + 1
          END-PERFORM.
          MOVE TQ-EMPRESA(WK-GRUPO-INI) TO WK-LIN-EMPRESA.
          MOVE TQ-CARGO(WK-GRUPO-INI)   TO WK-LIN-CARGO.
          MOVE SPACES                   TO WK-LIN-OBS.
          PERFORM 250-GRAVA-LINHA.
      *
       220-INSERE-EMPRESA.
      *    GUARDA O SALARIO DE TQ-ENTRADA(WK-POS) NA TABELA DA
      *    EMPRESA, NA POSICAO QUE MANTEM O SEXO ORDENADO POR
      *    SALARIO (OS CARGOS CHEGAM UM DEPOIS DO OUTRO).
          ADD 1 TO TE-QTDE(WK-SX).
          ADD TQ-SALARIO(WK-POS) TO TE-SOMA(WK-SX).
          MOVE TE-QTDE(WK-SX) TO WK-EPOS.
          PERFORM UNTIL WK-EPOS = 1
                  OR TE-SALARIO(WK-SX, WK-EPOS - 1)
                     NOT > TQ-SALARIO(WK-POS)
             MOVE TE-SALARIO(WK-SX, WK-EPOS - 1)
               TO TE-SALARIO(WK-SX, WK-EPOS)
             SUBTRACT 1 FROM WK-EPOS
          END-PERFORM.
          MOVE TQ-SALARIO(WK-POS) TO TE-SALARIO(WK-SX, WK-EPOS).
      *
       230-AVALIA-EMPRESA.
      *    LINHA DE TOTAL DA EMPRESA (CARGO '****'), COM A MESMA
      *    REGRA DE SUPRESSAO DAS LINHAS DE CARGO.
          INITIALIZE TAB-ESTATISTICA.
          PERFORM VARYING WK-SX FROM 1 BY 1 UNTIL WK-SX > 2
             MOVE TE-QTDE(WK-SX) TO ES-QTDE(WK-SX)
             MOVE TE-SOMA(WK-SX) TO ES-SOMA(WK-SX)
             IF   TE-QTDE(WK-SX) > ZEROS
                COMPUTE WK-EPOS = (TE-QTDE(WK-SX) + 1) / 2
                IF   FUNCTION MOD(TE-QTDE(WK-SX), 2) = 1
                   MOVE TE-SALARIO(WK-SX, WK-EPOS)
                     TO ES-MEDIANA(WK-SX)
                ELSE
                   COMPUTE ES-MEDIANA(WK-SX) ROUNDED =
                           (TE-SALARIO(WK-SX, WK-EPOS)
                            + TE-SALARIO(WK-SX, WK-EPOS + 1)) / 2
                END-IF
             END-IF
          END-PERFORM.
          MOVE TQ-EMPRESA(WK-EMP-INI) TO WK-LIN-EMPRESA.
          MOVE '****'                 TO WK-LIN-CARGO.
          IF   WK-QUADRO-EMPRESA < WK-QUADRO-OBRIGATORIO
             MOVE 'ABAIXO DE 100 - OPC.' TO WK-LIN-OBS
             ADD 1 TO WK-QTDE-DESOBRIGADAS
          ELSE
             MOVE 'TOTAL DA EMPRESA'     TO WK-LIN-OBS
          END-IF.
          PERFORM 250-GRAVA-LINHA.
          IF   WK-LIN-EMPRESA = SPACES
             MOVE '***' TO WK-LIN-EMPRESA
          END-IF.
          DISPLAY '  EMPRESA ' WK-LIN-EMPRESA ': QUADRO '
                  WK-QUADRO-EMPRESA ' (F ' TE-QTDE(1) ' / M '
                  TE-QTDE(2) ') ' WK-LIN-OBS.
      *
       250-GRAVA-LINHA.
      *    MEDIAS, SUPRESSAO DOS SEXOS COM POUCA GENTE E RAZOES
      *    FEMININO/MASCULINO DA MEDIA E DA MEDIANA (EM %).
          MOVE SPACES                   TO REG-RELATORIO.
          MOVE WK-LIN-EMPRESA           TO RG-EMPRESA.
          IF   RG-EMPRESA = SPACES
             MOVE '***' TO RG-EMPRESA
          END-IF.
          MOVE WK-LIN-CARGO             TO RG-CARGO.
          MOVE WK-LIN-OBS               TO RG-OBSERVACAO.
          MOVE 'N' TO WK-SUPRIME.
          PERFORM VARYING WK-SX FROM 1 BY 1 UNTIL WK-SX > 2
             IF   ES-QTDE(WK-SX) > ZEROS
                COMPUTE ES-MEDIA(WK-SX) ROUNDED =
                        ES-SOMA(WK-SX) / ES-QTDE(WK-SX)
                IF   ES-QTDE(WK-SX) < WK-MINIMO-GRUPO
                   SET GRUPO-SUPRIMIDO TO TRUE
                END-IF
             END-IF
          END-PERFORM.

          MOVE ES-QTDE(1)               TO RG-QTDE-F.
          EVALUATE TRUE
             WHEN ES-QTDE(1) = ZEROS
                CONTINUE
             WHEN ES-QTDE(1) < WK-MINIMO-GRUPO
                MOVE ALL '*' TO RG-FIGURAS-F
             WHEN OTHER
                MOVE ES-MEDIA(1)        TO RG-MEDIA-F
                MOVE ES-MEDIANA(1)      TO RG-MEDIANA-F
          END-EVALUATE.
          MOVE ES-QTDE(2)               TO RG-QTDE-M.
          EVALUATE TRUE
             WHEN ES-QTDE(2) = ZEROS
                CONTINUE
             WHEN ES-QTDE(2) < WK-MINIMO-GRUPO
                MOVE ALL '*' TO RG-FIGURAS-M
             WHEN OTHER
                MOVE ES-MEDIA(2)        TO RG-MEDIA-M
                MOVE ES-MEDIANA(2)      TO RG-MEDIANA-M
          END-EVALUATE.

      *    A RAZAO SO EXISTE COM OS DOIS SEXOS NO GRUPO; COM UM DELES
      *    SUPRIMIDO ELA TAMBEM SAI SUPRIMIDA - JUNTO COM A MEDIA DO
      *    OUTRO SEXO, REVELARIA A MEDIA ESCONDIDA.
          EVALUATE TRUE
             WHEN GRUPO-SUPRIMIDO
                MOVE ALL '*' TO RG-RAZOES
                ADD 1 TO WK-QTDE-SUPRIMIDOS
             WHEN ES-QTDE(1) = ZEROS OR ES-QTDE(2) = ZEROS
                CONTINUE
             WHEN ES-MEDIA(2) = ZEROS OR ES-MEDIANA(2) = ZEROS
                CONTINUE
             WHEN OTHER
                COMPUTE WK-RAZAO-MEDIA ROUNDED =
                        ES-MEDIA(1) * 100 / ES-MEDIA(2)
                COMPUTE WK-RAZAO-MEDIANA ROUNDED =
                        ES-MEDIANA(1) * 100 / ES-MEDIANA(2)
                MOVE WK-RAZAO-MEDIA     TO RG-RAZAO-MEDIA
                MOVE WK-RAZAO-MEDIANA   TO RG-RAZAO-MEDIANA
          END-EVALUATE.
          WRITE REG-RELATORIO.
          ADD 1 TO WK-QTDE-LINHAS.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          CLOSE ARQ-RELATORIO.
          DISPLAY '=============================================='.
          DISPLAY 'RELIGUAL - DATA DE REFERENCIA ' WK-DATA-REF-ISO.
          DISPLAY '  FUNCIONARIOS NO QUADRO ........ '
                  WK-QTDE-CARREGADA.
          DISPLAY '  EMPRESAS ...................... ' WK-QTDE-EMPRESAS.
          DISPLAY '  EMPRESAS ABAIXO DE 100 ........ '
                  WK-QTDE-DESOBRIGADAS.
          DISPLAY '  LINHAS GRAVADAS ............... ' WK-QTDE-LINHAS.
          DISPLAY '  LINHAS COM SUPRESSAO .......... '
                  WK-QTDE-SUPRIMIDOS.
          DISPLAY '  SEM SEXO NO CADASTRO (FORA) ... '
                  WK-QTDE-SEM-SEXO.
          DISPLAY '=============================================='.
          EXIT.
